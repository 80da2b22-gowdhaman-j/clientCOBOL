      *    NON-PAYMENT IS ANSWERED WITH THE INSTRUCTION THAT WAS      *
      *    ISSUED. A PROVIDER MISSING FROM THE MASTER, INACTIVE, OR   *
      *    OWED NOTHING IS HELD ON THE RUN REPORT INSTEAD, RC 4.      *
      *                                                               *
      *    A BANK PAYMENT WHOSE SORTCODE IS ONE OF OUR OWN ACTIVE     *
      *    BRNMAST BRANCHES IS NOT SENT TO CLEARING: IT GOES OUT AS   *
      *    A 'BPST' CREDIT ON THE PROVBULK FILE, BULKIN FORMAT WITH   *
      *    ITS OWN CTRL TRAILER, FOR BULKPOST TO CREDIT THE ACCOUNT   *
      *    THE SAME NIGHT. PAYREG CARRIES THE ROUTE EACH PAYMENT      *
      *    TOOK, AND THE RUN TIES THE TOTAL INSTRUCTED BACK TO THE    *
      *    ON-US TOTAL PLUS THE EXTERNAL TOTAL - OUT OF BALANCE IS    *
      *    RC 16.                                                     *
      *                                                               *
      *    A RECOVERY REMITADV SET ON THE ADVICE (EXT-RECOVERY) IS    *
      *    DEDUCTED FROM THE PAYMENT AND APPLIED TO THE PROVIDER'S    *
      *    OPEN PROVRCV RECEIVABLES, OLDEST FIRST. A HELD PROVIDER    *
      *    RECOVERS NOTHING; A RECOVERY THAT TAKES THE WHOLE AMOUNT   *
      *    CLEARS THE LEDGER WITH NO INSTRUCTION ISSUED.              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                RECORD KEY IS PROV-NUMBER
                FILE STATUS IS PROVMST-STATUS.
            SELECT PAYINSTR-FILE      ASSIGN TO UT-S-PAYINSTR.
            SELECT PROVBULK-FILE      ASSIGN TO UT-S-PROVBULK.
            SELECT BRNMAST-FILE       ASSIGN TO DA-BRNMAST
                ACCESS IS RANDOM
                ORGANIZATION IS INDEXED
                RECORD KEY IS BRN-SORTCODE
                FILE STATUS IS BRNMAST-STATUS.
            SELECT PAYREG-FILE        ASSIGN TO DA-PAYREG
                ACCESS IS RANDOM
                ORGANIZATION IS INDEXED
                RECORD KEY IS PAYR-KEY
                FILE STATUS IS PAYREG-STATUS.
            SELECT PROVRCV-FILE       ASSIGN TO DA-PROVRCV
                ACCESS IS DYNAMIC
                ORGANIZATION IS INDEXED
                RECORD KEY IS RCV-KEY
                FILE STATUS IS PROVRCV-STATUS.
            SELECT PROVPAY-RPT        ASSIGN TO UT-S-SYSPRT.
       DATA DIVISION.
       FILE SECTION.
           05 EXT-COINS-MM         PIC S9(11)V99.
           05 EXT-PAID-BASE        PIC S9(11)V99.
           05 EXT-PAID-MM          PIC S9(11)V99.
           05 EXT-RECOVERY         PIC S9(11)V99.
           05 FILLER               PIC X(10).

       FD  PROVMST-FILE
           RECORD CONTAINS 160 CHARACTERS
           05 PCTL-FILE-DATE       PIC 9(6).
           05 FILLER               PIC X(128).

       FD  PROVBULK-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PROV-BULK-RECORD.
           05 PBLK-RECORD-ID       PIC X(4).
           05 PBLK-DIRECTION       PIC X.
           05 PBLK-ACCOUNT-NUMBER  PIC 9(11).
           05 PBLK-SORTCODE        PIC 9(6).
           05 PBLK-AMOUNT          PIC 9(9)V99.
           05 PBLK-REFERENCE.
              10 PBLK-REF-PROGRAM  PIC X(4).
              10 PBLK-REF-PROVIDER PIC X(10).
              10 PBLK-REF-RUN-DATE PIC 9(6).
           05 FILLER               PIC X(27).
       01  PROV-BULK-TRAILER REDEFINES PROV-BULK-RECORD.
           05 PBCT-ID              PIC X(4).
           05 PBCT-RECORD-COUNT    PIC 9(7).
           05 PBCT-HASH-TOTAL      PIC 9(13)V99.
           05 PBCT-FILE-DATE       PIC 9(6).
           05 FILLER               PIC X(48).

       FD  BRNMAST-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BRANCH-RECORD.
           COPY BRNMAST.

       FD  PAYREG-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
              10 PAYR-RUN-DATE     PIC 9(6).
           05 PAYR-PAY-METHOD      PIC X.
           05 PAYR-AMOUNT          PIC S9(11)V99 COMP-3.
           05 PAYR-ROUTE           PIC X.
              88 PAYR-ROUTE-ON-US        VALUE 'O'.
              88 PAYR-ROUTE-EXTERNAL     VALUE 'E'.
           05 FILLER               PIC X(55).

       FD  PROVRCV-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PROVRCV-RECORD.
           COPY PROVRCV.

       FD  PROVPAY-RPT
           RECORD CONTAINS 133 CHARACTERS

       01  PROVMST-STATUS           PIC XX VALUE 'ZZ'.
       01  PAYREG-STATUS            PIC XX VALUE 'ZZ'.
       01  BRNMAST-STATUS           PIC XX VALUE 'ZZ'.
       01  PROVRCV-STATUS           PIC XX VALUE 'ZZ'.

       01  WS-END-PROVRCV           PIC X VALUE 'N'.
           88  END-OF-PROVRCV             VALUE 'Y'.

       01  WS-ROUTE                 PIC X.
           88  WS-ROUTE-ON-US             VALUE 'O'.
           88  WS-ROUTE-EXTERNAL          VALUE 'E'.

       01  WS-DATA-AREA.
           05   WS-READ-CNT         PIC 9(05) VALUE 0.
           05   WS-HELD-CNT         PIC 9(05) VALUE 0.
           05   WS-PAYABLE          PIC S9(12)V99 COMP-3.
           05   WS-HASH-TOTAL       PIC 9(13)V99 VALUE 0.
           05   WS-ONUS-CNT         PIC 9(05) VALUE 0.
           05   WS-ONUS-HASH        PIC 9(13)V99 VALUE 0.
           05   WS-EXTERNAL-CNT     PIC 9(05) VALUE 0.
           05   WS-INSTRUCTED-TOTAL PIC 9(13)V99 VALUE 0.
           05   WS-ROUTED-TOTAL     PIC 9(13)V99 VALUE 0.
           05   WS-RECOVERY-CNT     PIC 9(05) VALUE 0.
           05   WS-RECOVERY-TOTAL   PIC S9(13)V99 COMP-3 VALUE 0.
           05   WS-RECOVERY         PIC S9(11)V99 COMP-3.
           05   WS-RECOVERY-LEFT    PIC S9(11)V99 COMP-3.
           05   WS-RCV-REMAINING    PIC S9(11)V99 COMP-3.
           05   WS-RPT-DATE         PIC 9(06).

       01  WS-RPT-DETAIL.
           05   WS-RPT-OUTCOME  PIC X(45).
           05   FILLER          PIC X(43) VALUE SPACES.

       01  WS-RPT-RECOVERY.
           05   FILLER          PIC X(9)  VALUE 'PROVIDER '.
           05   WS-RPT-RCV-PROV PIC X(10).
           05   FILLER          PIC X(10) VALUE ' RECOVERED'.
           05   WS-RPT-RCV-AMT  PIC -(10)9.99.
           05   FILLER          PIC X(2)  VALUE SPACES.
           05   WS-RPT-RCV-TEXT PIC X(45).
           05   FILLER          PIC X(42) VALUE SPACES.

       01  WS-RPT-TIEOUT.
           05   FILLER          PIC X(10) VALUE 'TIE-OUT   '.
           05   WS-TIE-LABEL    PIC X(20).
           05   WS-TIE-COUNT    PIC Z(6)9.
           05   FILLER          PIC X(2)  VALUE SPACES.
           05   WS-TIE-AMOUNT   PIC Z(12)9.99.
           05   FILLER          PIC X(2)  VALUE SPACES.
           05   WS-TIE-RESULT   PIC X(20).
           05   FILLER          PIC X(54) VALUE SPACES.

       PROCEDURE DIVISION.
       01000-MAINLINE.
           ACCEPT WS-RPT-DATE FROM DATE.

           OPEN INPUT  REMIT-EXTRACT
                       PROVMST-FILE
                       BRNMAST-FILE
                OUTPUT PAYINSTR-FILE
                       PROVBULK-FILE
                       PROVPAY-RPT
                I-O    PAYREG-FILE
                       PROVRCV-FILE.
           IF PROVMST-STATUS NOT = '00' AND PROVMST-STATUS NOT = '97'
              DISPLAY 'PROVPAY - PROVMST OPEN FAILED, STATUS '
                      PROVMST-STATUS
                      PAYREG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK.
           IF BRNMAST-STATUS NOT = '00' AND BRNMAST-STATUS NOT = '97'
              DISPLAY 'PROVPAY - BRNMAST OPEN FAILED, STATUS '
                      BRNMAST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK.
           IF PROVRCV-STATUS NOT = '00' AND PROVRCV-STATUS NOT = '97'
              DISPLAY 'PROVPAY - PROVRCV OPEN FAILED, STATUS '
                      PROVRCV-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK.

           PERFORM 20000-INSTRUCT-ONE-PROVIDER THRU 20000-EXIT
               UNTIL END-OF-EXTRACT.

           PERFORM 50000-WRITE-TRAILER THRU 50000-EXIT.
           PERFORM 55000-WRITE-BULK-TRAILER THRU 55000-EXIT.

           DISPLAY 'PROVPAY READ ' WS-READ-CNT ' PROVIDER TOTALS, '
                   'INSTRUCTED ' WS-INSTRUCTED-CNT ', HELD '
                   WS-HELD-CNT ', HASH ' WS-HASH-TOTAL.
           DISPLAY 'PROVPAY ON-US ' WS-ONUS-CNT ', HASH '
                   WS-ONUS-HASH ', EXTERNAL ' WS-EXTERNAL-CNT.
           DISPLAY 'PROVPAY RECOVERED ' WS-RECOVERY-CNT
                   ' RECEIVABLES, TOTAL ' WS-RECOVERY-TOTAL.

           IF WS-HELD-CNT > 0
              MOVE 4 TO RETURN-CODE.

           PERFORM 70000-TIE-OUT THRU 70000-EXIT.

           CLOSE REMIT-EXTRACT PROVMST-FILE BRNMAST-FILE
                 PAYINSTR-FILE PROVBULK-FILE
                 PAYREG-FILE PROVRCV-FILE PROVPAY-RPT.
           GOBACK.

       20000-INSTRUCT-ONE-PROVIDER.

           MOVE PROV-PAY-METHOD TO WS-RPT-METHOD.

           MOVE 0 TO WS-RECOVERY.
           IF EXT-RECOVERY NUMERIC AND EXT-RECOVERY > 0
              MOVE EXT-RECOVERY TO WS-RECOVERY
              IF WS-RECOVERY > WS-PAYABLE
                 MOVE WS-PAYABLE TO WS-RECOVERY.
           IF WS-RECOVERY > 0
              SUBTRACT WS-RECOVERY FROM WS-PAYABLE
              MOVE WS-PAYABLE TO WS-RPT-AMOUNT
              PERFORM 45000-APPLY-RECOVERY THRU 45000-EXIT.

           IF WS-PAYABLE = 0
              MOVE 'RECOVERED IN FULL - NOTHING TO INSTRUCT     '
                 TO WS-RPT-OUTCOME
              PERFORM 60000-WRITE-REPORT THRU 60000-EXIT
              GO TO 20000-EXIT.

           PERFORM 25000-CHOOSE-ROUTE THRU 25000-EXIT.
           IF WS-ROUTE-ON-US
              PERFORM 35000-WRITE-BULK-CREDIT THRU 35000-EXIT
              MOVE 'INSTRUCTED - ON-US CREDIT VIA BULKPOST      '
                 TO WS-RPT-OUTCOME
           ELSE
              PERFORM 30000-WRITE-INSTRUCTION THRU 30000-EXIT
              MOVE 'INSTRUCTED                                   '
                 TO WS-RPT-OUTCOME.
           PERFORM 40000-WRITE-REGISTER THRU 40000-EXIT.

           ADD 1 TO WS-INSTRUCTED-CNT.
           ADD WS-PAYABLE TO WS-INSTRUCTED-TOTAL.
           PERFORM 60000-WRITE-REPORT THRU 60000-EXIT.

       20000-EXIT.
           EXIT.

       25000-CHOOSE-ROUTE.
      *    A BANK PAYMENT TO ONE OF OUR OWN OPEN BRANCHES STAYS ON
      *    THE BOOK. A CHEQUE, AN UNKNOWN OR RETIRED SORTCODE, OR AN
      *    AMOUNT TOO LARGE FOR A BULKIN RECORD GOES TO CLEARING.
           MOVE 'E' TO WS-ROUTE.
           IF NOT PROV-PAY-BANK
              GO TO 25000-EXIT.
           IF WS-PAYABLE > 999999999.99
              GO TO 25000-EXIT.
           MOVE PROV-BANK-SORTCODE TO BRN-SORTCODE.
           READ BRNMAST-FILE
               INVALID KEY
                   GO TO 25000-EXIT
           END-READ.
           IF BRN-STATUS-ACTIVE
              MOVE 'O' TO WS-ROUTE.

       25000-EXIT.
           EXIT.

       30000-WRITE-INSTRUCTION.
           MOVE SPACES TO PAY-INSTRUCTION-RECORD.
           MOVE 'PINS'           TO PINS-ID.
                                         PINS-BANK-ACCOUNT
              MOVE PROV-REMIT-ADDRESS TO PINS-REMIT-ADDRESS.
           WRITE PAY-INSTRUCTION-RECORD.
           ADD 1 TO WS-EXTERNAL-CNT.
           ADD WS-PAYABLE TO WS-HASH-TOTAL.

       30000-EXIT.
           EXIT.

       35000-WRITE-BULK-CREDIT.
           MOVE SPACES TO PROV-BULK-RECORD.
           MOVE 'BPST'             TO PBLK-RECORD-ID.
           MOVE 'C'                TO PBLK-DIRECTION.
           MOVE PROV-BANK-ACCOUNT  TO PBLK-ACCOUNT-NUMBER.
           MOVE PROV-BANK-SORTCODE TO PBLK-SORTCODE.
           MOVE WS-PAYABLE         TO PBLK-AMOUNT.
           MOVE 'PROV'             TO PBLK-REF-PROGRAM.
           MOVE EXT-PROVIDER-NO    TO PBLK-REF-PROVIDER.
           MOVE WS-RPT-DATE        TO PBLK-REF-RUN-DATE.
           WRITE PROV-BULK-RECORD.
           ADD 1 TO WS-ONUS-CNT.
           ADD WS-PAYABLE TO WS-ONUS-HASH.

       35000-EXIT.
           EXIT.

       40000-WRITE-REGISTER.
           MOVE EXT-PROVIDER-NO TO PAYR-PROVIDER-NO.
           MOVE WS-RPT-DATE     TO PAYR-RUN-DATE.
           MOVE PROV-PAY-METHOD TO PAYR-PAY-METHOD.
           MOVE WS-PAYABLE      TO PAYR-AMOUNT.
           MOVE SPACES TO PAYMENT-REGISTER-RECORD(25:56).
           MOVE WS-ROUTE        TO PAYR-ROUTE.
           WRITE PAYMENT-REGISTER-RECORD
               INVALID KEY
                   DISPLAY 'PROVPAY - REGISTER ENTRY ALREADY EXISTS '
       40000-EXIT.
           EXIT.

       45000-APPLY-RECOVERY.
      *    TAKE THE RECOVERY OFF THE PROVIDER'S OPEN RECEIVABLES IN
      *    KEY ORDER - OLDEST RAISED FIRST.
           MOVE WS-RECOVERY     TO WS-RECOVERY-LEFT.
           MOVE EXT-PROVIDER-NO TO RCV-PROVIDER-NO.
           MOVE 0               TO RCV-RAISED-DATE.
           MOVE LOW-VALUES      TO RCV-PMT-ID.
           MOVE 'N' TO WS-END-PROVRCV.
           START PROVRCV-FILE KEY IS NOT LESS THAN RCV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-PROVRCV
           END-START.

           PERFORM 46000-CLEAR-ONE-RECEIVABLE THRU 46000-EXIT
               UNTIL END-OF-PROVRCV OR WS-RECOVERY-LEFT = 0.

           ADD 1 TO WS-RECOVERY-CNT.
           ADD WS-RECOVERY TO WS-RECOVERY-TOTAL.
           MOVE EXT-PROVIDER-NO TO WS-RPT-RCV-PROV.
           MOVE WS-RECOVERY     TO WS-RPT-RCV-AMT.
           MOVE 'APPLIED TO PROVRCV RECEIVABLES               '
              TO WS-RPT-RCV-TEXT.
           IF WS-RECOVERY-LEFT > 0
              MOVE '*** LEDGER SHORT - CHECK PROVRCV             '
                 TO WS-RPT-RCV-TEXT
              DISPLAY 'PROVPAY - RECOVERY FOR ' EXT-PROVIDER-NO
                      ' EXCEEDS OPEN RECEIVABLES BY '
                      WS-RECOVERY-LEFT.
           MOVE SPACE TO RPT-CARRIAGE-CONTROL.
           MOVE WS-RPT-RECOVERY TO RPT-LINE.
           WRITE PROVPAY-RPT-RECORD.

       45000-EXIT.
           EXIT.

       46000-CLEAR-ONE-RECEIVABLE.
           READ PROVRCV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-PROVRCV
                   GO TO 46000-EXIT
           END-READ.

           IF RCV-PROVIDER-NO NOT = EXT-PROVIDER-NO
              MOVE 'Y' TO WS-END-PROVRCV
              GO TO 46000-EXIT.

           IF NOT RCV-STATUS-OPEN
              GO TO 46000-EXIT.

           COMPUTE WS-RCV-REMAINING = RCV-AMOUNT - RCV-RECOVERED.
           IF WS-RCV-REMAINING > WS-RECOVERY-LEFT
              ADD WS-RECOVERY-LEFT TO RCV-RECOVERED
              MOVE 0 TO WS-RECOVERY-LEFT
           ELSE
              ADD WS-RCV-REMAINING TO RCV-RECOVERED
              SUBTRACT WS-RCV-REMAINING FROM WS-RECOVERY-LEFT
              SET RCV-STATUS-CLEARED TO TRUE.
           MOVE WS-RPT-DATE TO RCV-LAST-RECOVERY-DATE.
           REWRITE PROVRCV-RECORD
               INVALID KEY
                   DISPLAY 'PROVPAY - PROVRCV REWRITE FAILED FOR '
                           RCV-PROVIDER-NO ' ' RCV-PMT-ID
           END-REWRITE.

       46000-EXIT.
           EXIT.

       50000-WRITE-TRAILER.
           MOVE SPACES TO PAY-INSTRUCTION-RECORD.
           MOVE 'CTRL'            TO PCTL-ID.
           MOVE WS-EXTERNAL-CNT   TO PCTL-RECORD-COUNT.
           MOVE WS-HASH-TOTAL     TO PCTL-HASH-TOTAL.
           MOVE WS-RPT-DATE       TO PCTL-FILE-DATE.
           WRITE PAY-INSTRUCTION-RECORD.
       50000-EXIT.
           EXIT.

       55000-WRITE-BULK-TRAILER.
           MOVE SPACES TO PROV-BULK-RECORD.
           MOVE 'CTRL'            TO PBCT-ID.
           MOVE WS-ONUS-CNT       TO PBCT-RECORD-COUNT.
           MOVE WS-ONUS-HASH      TO PBCT-HASH-TOTAL.
           MOVE WS-RPT-DATE       TO PBCT-FILE-DATE.
           WRITE PROV-BULK-RECORD.

       55000-EXIT.
           EXIT.

       60000-WRITE-REPORT.
           MOVE SPACE TO RPT-CARRIAGE-CONTROL.
           MOVE WS-RPT-DETAIL TO RPT-LINE.

       60000-EXIT.
           EXIT.

       70000-TIE-OUT.
      *    EVERY POUND INSTRUCTED MUST HAVE LEFT ON EXACTLY ONE OF
      *    THE TWO FILES - THE ON-US TRAILER PLUS THE PINS TRAILER.
           COMPUTE WS-ROUTED-TOTAL = WS-ONUS-HASH + WS-HASH-TOTAL.

           MOVE '0' TO RPT-CARRIAGE-CONTROL.
           MOVE 'ON-US VIA PROVBULK  ' TO WS-TIE-LABEL.
           MOVE WS-ONUS-CNT            TO WS-TIE-COUNT.
           MOVE WS-ONUS-HASH           TO WS-TIE-AMOUNT.
           MOVE SPACES                 TO WS-TIE-RESULT.
           MOVE WS-RPT-TIEOUT TO RPT-LINE.
           WRITE PROVPAY-RPT-RECORD.

           MOVE SPACE TO RPT-CARRIAGE-CONTROL.
           MOVE 'EXTERNAL VIA PINS   ' TO WS-TIE-LABEL.
           MOVE WS-EXTERNAL-CNT        TO WS-TIE-COUNT.
           MOVE WS-HASH-TOTAL          TO WS-TIE-AMOUNT.
           MOVE WS-RPT-TIEOUT TO RPT-LINE.
           WRITE PROVPAY-RPT-RECORD.

           MOVE 'TOTAL INSTRUCTED    ' TO WS-TIE-LABEL.
           MOVE WS-INSTRUCTED-CNT      TO WS-TIE-COUNT.
           MOVE WS-INSTRUCTED-TOTAL    TO WS-TIE-AMOUNT.
           IF WS-ROUTED-TOTAL = WS-INSTRUCTED-TOTAL
              AND WS-ONUS-CNT + WS-EXTERNAL-CNT = WS-INSTRUCTED-CNT
              MOVE 'IN BALANCE          ' TO WS-TIE-RESULT
           ELSE
              MOVE '*** OUT OF BALANCE  ' TO WS-TIE-RESULT
              DISPLAY 'PROVPAY - TIE-OUT FAILED, INSTRUCTED '
                      WS-INSTRUCTED-TOTAL ' ROUTED ' WS-ROUTED-TOTAL
              MOVE 16 TO RETURN-CODE.
           MOVE WS-RPT-TIEOUT TO RPT-LINE.
           WRITE PROVPAY-RPT-RECORD.

       70000-EXIT.
           EXIT.
