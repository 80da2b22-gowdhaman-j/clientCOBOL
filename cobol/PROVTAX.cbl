       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVTAX.
       AUTHOR.
       DATE-WRITTEN.  OCT, 2026
       DATE-COMPILED.
      ******************************************************************
      *    ANNUAL PROVIDER PAYMENT TAX INFORMATION RETURN.            *
      *                                                               *
      *    YEAR-END RUN. TOTALS EACH PROVIDER'S PAYMENTS FOR THE      *
      *    CALENDAR YEAR (PARM='YYYY', DEFAULT LAST YEAR) FROM THE    *
      *    PAYREG REGISTER PROVPAY KEEPS, LESS THE YEAR'S MATCHED     *
      *    VOIDS FROM VOIDMTCH'S VOIDEXT FILES (CONCATENATED). A VOID *
      *    DATED THE SAME DAY AS ONE OF THE PROVIDER'S PAYREG ENTRIES *
      *    WAS ALREADY NETTED INTO THAT INSTRUCTION BY REMITADV AND   *
      *    IS NOT TAKEN OFF AGAIN. A VOID OF A PAYMENT MADE IN AN     *
      *    EARLIER RUN NEVER REACHES VOIDEXT: IT IS OWED BACK ON THE  *
      *    PROVRCV LEDGER, AND WHAT IS RECOVERED COMES OFF THE LATER  *
      *    PAYREG AMOUNTS PROVPAY RECORDS.                            *
      *                                                               *
      *    THE LEGAL NAME, ADDRESS AND TAX ID COME FROM PROVMST. EACH *
      *    PROVIDER WITH A POSITIVE NET TOTAL AND A TAX ID GOES ON    *
      *    THE TAXRTN FILE IN THE AUTHORITY'S FIXED FORMAT - AN 'A'   *
      *    HEADER, ONE 'B' PAYEE RECORD PER PROVIDER AND A 'C'        *
      *    CONTROL RECORD OF COUNT AND AMOUNT - AND GETS A PRINTED    *
      *    COPY ON TAXCOPY. A PROVIDER WITH NO TAX ID, OR NOT ON      *
      *    PROVMST, IS LEFT OFF THE FILE AND LISTED ON THE RUN        *
      *    REPORT TO BE CHASED BEFORE THE FILING DEADLINE, RC 4;      *
      *    RERUN ONCE PROVMNT HAS THE TAX IDS IN.                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.  C01 IS TOP-OF-FORM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PAYREG-FILE        ASSIGN TO DA-PAYREG
                ACCESS IS SEQUENTIAL
                ORGANIZATION IS INDEXED
                RECORD KEY IS PAYR-KEY
                FILE STATUS IS PAYREG-STATUS.
            SELECT VOID-EXTRACT       ASSIGN TO UT-S-VOIDEXT.
            SELECT PROVMST-FILE       ASSIGN TO DA-PROVMST
                ACCESS IS RANDOM
                ORGANIZATION IS INDEXED
                RECORD KEY IS PROV-NUMBER
                FILE STATUS IS PROVMST-STATUS.
            SELECT TAX-RETURN-FILE    ASSIGN TO UT-S-TAXRTN.
            SELECT TAX-COPY-PRINT     ASSIGN TO UT-S-TAXCOPY.
            SELECT PROVTAX-RPT        ASSIGN TO UT-S-SYSPRT.
            SELECT SORT-WORK          ASSIGN TO SORTWK01.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYREG-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PAYMENT-REGISTER-RECORD.
           05 PAYR-KEY.
              10 PAYR-PROVIDER-NO  PIC X(10).
              10 PAYR-RUN-DATE     PIC 9(6).
              10 PAYR-RUN-DATE-R REDEFINES PAYR-RUN-DATE.
                 15 PAYR-RUN-YY    PIC 99.
                 15 FILLER         PIC 9(4).
           05 PAYR-PAY-METHOD      PIC X.
           05 PAYR-AMOUNT          PIC S9(11)V99 COMP-3.
           05 PAYR-ROUTE           PIC X.
           05 FILLER               PIC X(55).

       FD  VOID-EXTRACT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  VOID-EXTRACT-RECORD      PIC X(40).

       FD  PROVMST-FILE
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PROVIDER-RECORD.
           COPY PROVMST.

       FD  TAX-RETURN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TAX-RETURN-HEADER.
           05 TXA-RECORD-TYPE      PIC X.
           05 TXA-TAX-YEAR         PIC 9(4).
           05 TXA-CREATED-DATE     PIC 9(6).
           05 FILLER               PIC X(189).
       01  TAX-RETURN-PAYEE.
           05 TXB-RECORD-TYPE      PIC X.
           05 TXB-TAX-YEAR         PIC 9(4).
           05 TXB-PAYEE-TIN        PIC X(9).
           05 TXB-PAYEE-NAME       PIC X(40).
           05 TXB-PAYEE-ADDRESS    PIC X(90).
           05 TXB-AMOUNT-CENTS     PIC 9(12).
           05 TXB-PAYER-REFERENCE  PIC X(10).
           05 FILLER               PIC X(34).
       01  TAX-RETURN-CONTROL.
           05 TXC-RECORD-TYPE      PIC X.
           05 TXC-PAYEE-COUNT      PIC 9(8).
           05 TXC-TOTAL-CENTS      PIC 9(15).
           05 FILLER               PIC X(176).

       FD  TAX-COPY-PRINT
           RECORD CONTAINS 133 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TAX-COPY-RECORD.
           05 COPY-CARRIAGE-CONTROL  PIC X.
           05 COPY-LINE              PIC X(132).

       FD  PROVTAX-RPT
           RECORD CONTAINS 133 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PROVTAX-RPT-RECORD.
           05 RPT-CARRIAGE-CONTROL   PIC X.
           05 RPT-LINE               PIC X(132).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SRT-PMT-ID            PIC X(12).
           05 SRT-PROVIDER-NO       PIC X(10).
           05 SRT-RUN-DATE          PIC 9(6).
           05 SRT-RUN-DATE-R REDEFINES SRT-RUN-DATE.
              10 SRT-RUN-YY         PIC 99.
              10 FILLER             PIC 9(4).
           05 SRT-PAID-AMOUNT       PIC S9(11)V99 COMP-3.
           05 FILLER                PIC X(5).

       WORKING-STORAGE SECTION.
       01  WS-END-PAYREG            PIC X VALUE ZEROS.
           88  END-OF-PAYREG              VALUE '1'.
       01  WS-END-SORT-FILE         PIC X VALUE ZEROS.
           88  END-OF-SORT-FILE           VALUE '1'.

       01  PAYREG-STATUS            PIC XX VALUE 'ZZ'.
       01  PROVMST-STATUS           PIC XX VALUE 'ZZ'.

       01  WS-DATA-AREA.
           05   WS-TAX-YEAR         PIC 9(04).
           05   WS-TAX-YEAR-R REDEFINES WS-TAX-YEAR.
               15   WS-TAX-CC       PIC 99.
               15   WS-TAX-YY       PIC 99.
           05   WS-RPT-DATE.
               15   WS-RPT-YY       PIC 99.
               15   WS-RPT-MM       PIC 99.
               15   WS-RPT-DD       PIC 99.
           05   WS-PROVIDER-CNT     PIC 9(07) VALUE 0.
           05   WS-FILED-CNT        PIC 9(07) VALUE 0.
           05   WS-NO-TIN-CNT       PIC 9(07) VALUE 0.
           05   WS-NOT-ON-MST-CNT   PIC 9(07) VALUE 0.
           05   WS-NIL-CNT          PIC 9(07) VALUE 0.
           05   WS-VOIDS-NETTED-CNT PIC 9(07) VALUE 0.
           05   WS-FILED-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
           05   WS-CHASE-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
           05   WS-CENTS            PIC 9(15).

      *
      * The provider in hand - the lower of the next PAYREG and
      * the next sorted void provider numbers
      *
       01  WS-PROVIDER-AREA.
           05   WS-CUR-PROVIDER     PIC X(10).
           05   WS-CUR-PAID         PIC S9(13)V99 COMP-3.
           05   WS-CUR-VOIDED       PIC S9(13)V99 COMP-3.
           05   WS-CUR-NET          PIC S9(13)V99 COMP-3.
           05   WS-CUR-PAYMENTS     PIC 9(05).
           05   WS-CUR-VOIDS        PIC 9(05).
           05   WS-CUR-OUTCOME      PIC X(30).

      *
      * The provider's PAYREG run dates in the year, to tell a void
      * REMITADV netted into an instruction from one it could not
      *
       01  WS-DATE-TABLE.
           05  WS-DT-MAX            PIC 9(03) COMP VALUE 366.
           05  WS-DT-USED           PIC 9(03) COMP VALUE 0.
           05  WS-DT-DATE OCCURS 366 TIMES
                  INDEXED BY DT-NDX PIC 9(6).

       01  WS-ADDRESS-LINES.
           05  WS-ADDR-LINE         PIC X(30) OCCURS 3 TIMES.
       01  WS-ADDR-SUB              PIC 9(01).

       01  WS-RPT-HDG1.
           05   FILLER          PIC X(13) VALUE 'PROVTAX RUN  '.
           05   WS-RPT-HDG-DATE PIC 9(6).
           05   FILLER          PIC X(11) VALUE '  TAX YEAR '.
           05   WS-RPT-HDG-YEAR PIC 9(4).
           05   FILLER          PIC X(98) VALUE SPACES.

       01  WS-RPT-HDG2.
           05   FILLER          PIC X(12) VALUE 'PROVIDER'.
           05   FILLER          PIC X(30) VALUE 'NAME'.
           05   FILLER          PIC X(14) VALUE '          PAID'.
           05   FILLER          PIC X(14) VALUE '        VOIDED'.
           05   FILLER          PIC X(14) VALUE '           NET'.
           05   FILLER          PIC X(2)  VALUE SPACES.
           05   FILLER          PIC X(46) VALUE 'OUTCOME'.

       01  WS-RPT-DETAIL.
           05   WS-RPT-PROV     PIC X(10).
           05   FILLER          PIC X(2)  VALUE SPACES.
           05   WS-RPT-NAME     PIC X(30).
           05   WS-RPT-PAID     PIC -(10)9.99.
           05   WS-RPT-VOIDED   PIC -(10)9.99.
           05   WS-RPT-NET      PIC -(10)9.99.
           05   FILLER          PIC X(2)  VALUE SPACES.
           05   WS-RPT-OUTCOME  PIC X(30).
           05   FILLER          PIC X(16) VALUE SPACES.

       01  WS-RPT-SUMMARY.
           05   FILLER          PIC X(10) VALUE 'PROVIDERS '.
           05   WS-RPT-SUM-PROV PIC Z(6)9.
           05   FILLER          PIC X(8)  VALUE '  FILED '.
           05   WS-RPT-SUM-FILE PIC Z(6)9.
           05   FILLER          PIC X(1)  VALUE SPACE.
           05   WS-RPT-SUM-FAMT PIC -(12)9.99.
           05   FILLER          PIC X(10) VALUE '  TO CHASE'.
           05   WS-RPT-SUM-CHSE PIC Z(6)9.
           05   FILLER          PIC X(1)  VALUE SPACE.
           05   WS-RPT-SUM-CAMT PIC -(12)9.99.
           05   FILLER          PIC X(12) VALUE '  NIL RETURN'.
           05   WS-RPT-SUM-NIL  PIC Z(6)9.
           05   FILLER          PIC X(30) VALUE SPACES.

      *
      * The provider's printed copy of its return
      *
       01  WS-COPY-TITLE.
           05   FILLER          PIC X(42) VALUE
                'ANNUAL STATEMENT OF PROVIDER PAYMENTS FOR '.
           05   WS-COPY-YEAR    PIC 9(4).
           05   FILLER          PIC X(86) VALUE SPACES.
       01  WS-COPY-TEXT-LINE.
           05   FILLER          PIC X(4)  VALUE SPACES.
           05   WS-COPY-LABEL   PIC X(26).
           05   WS-COPY-VALUE   PIC X(40).
           05   FILLER          PIC X(62) VALUE SPACES.
       01  WS-COPY-AMOUNT-LINE.
           05   FILLER          PIC X(4)  VALUE SPACES.
           05   WS-COPY-AMT-LABEL PIC X(26).
           05   WS-COPY-AMOUNT  PIC -(12)9.99.
           05   FILLER          PIC X(86) VALUE SPACES.

       LINKAGE SECTION.
       01  PARM-FIELD.
           05  PARM-LENGTH         PIC S9(4) COMP.
           05  PARM-DATA           PIC X(20).

       PROCEDURE DIVISION USING PARM-FIELD.
       01000-MAINLINE.
           ACCEPT WS-RPT-DATE FROM DATE.
           IF PARM-LENGTH >= 4 AND PARM-DATA(1:4) NUMERIC
              MOVE PARM-DATA(1:4) TO WS-TAX-YEAR
           ELSE
              COMPUTE WS-TAX-YEAR = 2000 + WS-RPT-YY - 1.

           OPEN INPUT  PAYREG-FILE
                       PROVMST-FILE.
           IF PAYREG-STATUS NOT = '00' AND PAYREG-STATUS NOT = '97'
              DISPLAY 'PROVTAX - PAYREG OPEN FAILED, STATUS '
                      PAYREG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK.
           IF PROVMST-STATUS NOT = '00' AND PROVMST-STATUS NOT = '97'
              DISPLAY 'PROVTAX - PROVMST OPEN FAILED, STATUS '
                      PROVMST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT TAX-RETURN-FILE
                       TAX-COPY-PRINT
                       PROVTAX-RPT.

           MOVE WS-RPT-DATE TO WS-RPT-HDG-DATE.
           MOVE WS-TAX-YEAR TO WS-RPT-HDG-YEAR.
           MOVE WS-RPT-HDG1 TO RPT-LINE.
           WRITE PROVTAX-RPT-RECORD
               AFTER ADVANCING TOP-OF-FORM.
           MOVE WS-RPT-HDG2 TO RPT-LINE.
           WRITE PROVTAX-RPT-RECORD
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO TAX-RETURN-HEADER.
           MOVE 'A'         TO TXA-RECORD-TYPE.
           MOVE WS-TAX-YEAR TO TXA-TAX-YEAR.
           MOVE WS-RPT-DATE TO TXA-CREATED-DATE.
           WRITE TAX-RETURN-HEADER.

           SORT SORT-WORK
              ON ASCENDING KEY SRT-PROVIDER-NO
                               SRT-RUN-DATE
              USING VOID-EXTRACT
              OUTPUT PROCEDURE IS 20000-MERGE-PROVIDERS
                             THRU 20000-EXIT.

           COMPUTE WS-CENTS = WS-FILED-TOTAL * 100.
           MOVE SPACES TO TAX-RETURN-CONTROL.
           MOVE 'C'          TO TXC-RECORD-TYPE.
           MOVE WS-FILED-CNT TO TXC-PAYEE-COUNT.
           MOVE WS-CENTS     TO TXC-TOTAL-CENTS.
           WRITE TAX-RETURN-CONTROL.

           PERFORM 60000-WRITE-SUMMARY THRU 60000-EXIT.

           DISPLAY 'PROVTAX ' WS-TAX-YEAR ' PROVIDERS '
                   WS-PROVIDER-CNT ' FILED ' WS-FILED-CNT
                   ' NO TAX ID ' WS-NO-TIN-CNT ' NOT ON PROVMST '
                   WS-NOT-ON-MST-CNT ' VOIDS NETTED '
                   WS-VOIDS-NETTED-CNT.

           IF WS-NO-TIN-CNT > 0 OR WS-NOT-ON-MST-CNT > 0
              MOVE 4 TO RETURN-CODE.

           CLOSE PAYREG-FILE PROVMST-FILE TAX-RETURN-FILE
                 TAX-COPY-PRINT PROVTAX-RPT.
           GOBACK.

       20000-MERGE-PROVIDERS.
      ******************************************************************
      *    PAYREG IS IN PROVIDER ORDER BY ITS KEY AND THE VOIDS COME  *
      *    BACK FROM THE SORT IN PROVIDER ORDER - MATCH THE TWO ON    *
      *    PROVIDER NUMBER, ONE PROVIDER AT A TIME                    *
      ******************************************************************
           PERFORM 21000-READ-PAYREG THRU 21000-EXIT.
           PERFORM 22000-RETURN-VOID THRU 22000-EXIT.
           PERFORM 25000-ONE-PROVIDER THRU 25000-EXIT
               UNTIL END-OF-PAYREG AND END-OF-SORT-FILE.

       20000-EXIT.
           EXIT.

       21000-READ-PAYREG.
           READ PAYREG-FILE
               AT END
                  SET END-OF-PAYREG TO TRUE
                  MOVE HIGH-VALUES TO PAYR-PROVIDER-NO.

       21000-EXIT.
           EXIT.

       22000-RETURN-VOID.
           RETURN SORT-WORK
               AT END
                  SET END-OF-SORT-FILE TO TRUE
                  MOVE HIGH-VALUES TO SRT-PROVIDER-NO.

       22000-EXIT.
           EXIT.

       25000-ONE-PROVIDER.
           IF PAYR-PROVIDER-NO < SRT-PROVIDER-NO
              MOVE PAYR-PROVIDER-NO TO WS-CUR-PROVIDER
           ELSE
              MOVE SRT-PROVIDER-NO  TO WS-CUR-PROVIDER.
           MOVE 0 TO WS-CUR-PAID WS-CUR-VOIDED
                     WS-CUR-PAYMENTS WS-CUR-VOIDS WS-DT-USED.

           PERFORM 26000-TAKE-PAYMENT THRU 26000-EXIT
               UNTIL PAYR-PROVIDER-NO NOT = WS-CUR-PROVIDER.
           PERFORM 27000-TAKE-VOID THRU 27000-EXIT
               UNTIL SRT-PROVIDER-NO NOT = WS-CUR-PROVIDER.

           IF WS-CUR-PAYMENTS = 0 AND WS-CUR-VOIDS = 0
      *        NOTHING IN THE TAX YEAR - NOT A PROVIDER FOR THIS RUN
              GO TO 25000-EXIT.

           ADD 1 TO WS-PROVIDER-CNT.
           COMPUTE WS-CUR-NET = WS-CUR-PAID - WS-CUR-VOIDED.
           MOVE SPACES TO WS-RPT-NAME.

           IF WS-CUR-NET NOT > 0
              ADD 1 TO WS-NIL-CNT
              MOVE 'NIL - NOTHING TO REPORT' TO WS-CUR-OUTCOME
              PERFORM 50000-PRINT-DETAIL THRU 50000-EXIT
              GO TO 25000-EXIT.

           MOVE WS-CUR-PROVIDER TO PROV-NUMBER.
           READ PROVMST-FILE
               INVALID KEY
                  ADD 1 TO WS-NOT-ON-MST-CNT
                  ADD WS-CUR-NET TO WS-CHASE-TOTAL
                  MOVE 'CHASE - NOT ON PROVMST' TO WS-CUR-OUTCOME
                  PERFORM 50000-PRINT-DETAIL THRU 50000-EXIT
                  GO TO 25000-EXIT
           END-READ.
           MOVE PROV-NAME TO WS-RPT-NAME.

           IF PROV-TAX-ID NOT NUMERIC
              ADD 1 TO WS-NO-TIN-CNT
              ADD WS-CUR-NET TO WS-CHASE-TOTAL
              MOVE 'CHASE - NO TAX ID ON PROVMST' TO WS-CUR-OUTCOME
              PERFORM 50000-PRINT-DETAIL THRU 50000-EXIT
              GO TO 25000-EXIT.

           PERFORM 30000-WRITE-PAYEE THRU 30000-EXIT.
           PERFORM 40000-PRINT-PROVIDER-COPY THRU 40000-EXIT.
           MOVE 'FILED' TO WS-CUR-OUTCOME.
           PERFORM 50000-PRINT-DETAIL THRU 50000-EXIT.

       25000-EXIT.
           EXIT.

       26000-TAKE-PAYMENT.
           IF PAYR-RUN-YY = WS-TAX-YY
              ADD 1 TO WS-CUR-PAYMENTS
              ADD PAYR-AMOUNT TO WS-CUR-PAID
              IF WS-DT-USED < WS-DT-MAX
                 ADD 1 TO WS-DT-USED
                 MOVE PAYR-RUN-DATE TO WS-DT-DATE(WS-DT-USED).
           PERFORM 21000-READ-PAYREG THRU 21000-EXIT.

       26000-EXIT.
           EXIT.

       27000-TAKE-VOID.
           IF SRT-RUN-YY NOT = WS-TAX-YY
              GO TO 27000-NEXT.
           ADD 1 TO WS-CUR-VOIDS.
           SET DT-NDX TO 1.
           SEARCH WS-DT-DATE
              AT END
                 ADD 1 TO WS-VOIDS-NETTED-CNT
                 ADD SRT-PAID-AMOUNT TO WS-CUR-VOIDED
              WHEN DT-NDX > WS-DT-USED
                 ADD 1 TO WS-VOIDS-NETTED-CNT
                 ADD SRT-PAID-AMOUNT TO WS-CUR-VOIDED
              WHEN WS-DT-DATE(DT-NDX) = SRT-RUN-DATE
      *           NETTED INTO THAT DAY'S INSTRUCTION ALREADY
                 CONTINUE
           END-SEARCH.
       27000-NEXT.
           PERFORM 22000-RETURN-VOID THRU 22000-EXIT.

       27000-EXIT.
           EXIT.

       30000-WRITE-PAYEE.
           MOVE SPACES TO TAX-RETURN-PAYEE.
           MOVE 'B'             TO TXB-RECORD-TYPE.
           MOVE WS-TAX-YEAR     TO TXB-TAX-YEAR.
           MOVE PROV-TAX-ID     TO TXB-PAYEE-TIN.
           MOVE PROV-NAME       TO TXB-PAYEE-NAME.
           MOVE PROV-REMIT-ADDRESS TO TXB-PAYEE-ADDRESS.
           COMPUTE WS-CENTS = WS-CUR-NET * 100.
           MOVE WS-CENTS        TO TXB-AMOUNT-CENTS.
           MOVE WS-CUR-PROVIDER TO TXB-PAYER-REFERENCE.
           WRITE TAX-RETURN-PAYEE.

           ADD 1 TO WS-FILED-CNT.
           ADD WS-CUR-NET TO WS-FILED-TOTAL.

       30000-EXIT.
           EXIT.

       40000-PRINT-PROVIDER-COPY.
      ******************************************************************
      *    ONE PAGE PER PROVIDER - WHAT WAS FILED IN ITS NAME, WITH   *
      *    THE PAYMENTS AND VOIDS BEHIND THE FIGURE                   *
      ******************************************************************
           MOVE WS-TAX-YEAR TO WS-COPY-YEAR.
           MOVE WS-COPY-TITLE TO COPY-LINE.
           WRITE TAX-COPY-RECORD
               AFTER ADVANCING TOP-OF-FORM.

           MOVE 'PROVIDER NUMBER' TO WS-COPY-LABEL.
           MOVE WS-CUR-PROVIDER   TO WS-COPY-VALUE.
           MOVE WS-COPY-TEXT-LINE TO COPY-LINE.
           WRITE TAX-COPY-RECORD
               AFTER ADVANCING 3 LINES.

           MOVE 'NAME'            TO WS-COPY-LABEL.
           MOVE PROV-NAME         TO WS-COPY-VALUE.
           MOVE WS-COPY-TEXT-LINE TO COPY-LINE.
           WRITE TAX-COPY-RECORD
               AFTER ADVANCING 1 LINES.

           MOVE PROV-REMIT-ADDRESS TO WS-ADDRESS-LINES.
           MOVE 'ADDRESS'         TO WS-COPY-LABEL.
           PERFORM 45000-PRINT-ADDRESS-LINE THRU 45000-EXIT
               VARYING WS-ADDR-SUB FROM 1 BY 1
               UNTIL WS-ADDR-SUB > 3.

           MOVE 'TAXPAYER ID'     TO WS-COPY-LABEL.
           MOVE PROV-TAX-ID       TO WS-COPY-VALUE.
           MOVE WS-COPY-TEXT-LINE TO COPY-LINE.
           WRITE TAX-COPY-RECORD
               AFTER ADVANCING 1 LINES.

           MOVE 'PAYMENTS IN THE YEAR' TO WS-COPY-AMT-LABEL.
           MOVE WS-CUR-PAID       TO WS-COPY-AMOUNT.
           MOVE WS-COPY-AMOUNT-LINE TO COPY-LINE.
           WRITE TAX-COPY-RECORD
               AFTER ADVANCING 3 LINES.

           MOVE 'LESS PAYMENTS VOIDED' TO WS-COPY-AMT-LABEL.
           MOVE WS-CUR-VOIDED     TO WS-COPY-AMOUNT.
           MOVE WS-COPY-AMOUNT-LINE TO COPY-LINE.
           WRITE TAX-COPY-RECORD
               AFTER ADVANCING 1 LINES.

           MOVE 'AMOUNT REPORTED' TO WS-COPY-AMT-LABEL.
           MOVE WS-CUR-NET        TO WS-COPY-AMOUNT.
           MOVE WS-COPY-AMOUNT-LINE TO COPY-LINE.
           WRITE TAX-COPY-RECORD
               AFTER ADVANCING 2 LINES.

       40000-EXIT.
           EXIT.

       45000-PRINT-ADDRESS-LINE.
           IF WS-ADDR-LINE(WS-ADDR-SUB) = SPACES
              GO TO 45000-EXIT.
           MOVE WS-ADDR-LINE(WS-ADDR-SUB) TO WS-COPY-VALUE.
           MOVE WS-COPY-TEXT-LINE TO COPY-LINE.
           WRITE TAX-COPY-RECORD
               AFTER ADVANCING 1 LINES.
           MOVE SPACES TO WS-COPY-LABEL.

       45000-EXIT.
           EXIT.

       50000-PRINT-DETAIL.
           MOVE WS-CUR-PROVIDER TO WS-RPT-PROV.
           MOVE WS-CUR-PAID     TO WS-RPT-PAID.
           MOVE WS-CUR-VOIDED   TO WS-RPT-VOIDED.
           MOVE WS-CUR-NET      TO WS-RPT-NET.
           MOVE WS-CUR-OUTCOME  TO WS-RPT-OUTCOME.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE PROVTAX-RPT-RECORD
               AFTER ADVANCING 1 LINES.

       50000-EXIT.
           EXIT.

       60000-WRITE-SUMMARY.
           MOVE WS-PROVIDER-CNT TO WS-RPT-SUM-PROV.
           MOVE WS-FILED-CNT    TO WS-RPT-SUM-FILE.
           MOVE WS-FILED-TOTAL  TO WS-RPT-SUM-FAMT.
           COMPUTE WS-RPT-SUM-CHSE = WS-NO-TIN-CNT + WS-NOT-ON-MST-CNT.
           MOVE WS-CHASE-TOTAL  TO WS-RPT-SUM-CAMT.
           MOVE WS-NIL-CNT      TO WS-RPT-SUM-NIL.
           MOVE WS-RPT-SUMMARY TO RPT-LINE.
           WRITE PROVTAX-RPT-RECORD
               AFTER ADVANCING 2 LINES.

       60000-EXIT.
           EXIT.
