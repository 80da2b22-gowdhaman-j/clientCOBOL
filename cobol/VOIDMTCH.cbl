      *        OCCURRENCE.                                            *
      *    UNMATCHED VOIDS ARE WHERE PAYMENT LEAKAGE HIDES, SO ANY    *
      *    UNMATCHED VOID ENDS THE RUN WITH RETURN CODE 8.            *
      *                                                               *
      *    PAYMDAY IS TODAY'S PAYM FILE ALONE - THE ONE REMITADV      *
      *    READS - AND SAYS WHICH VOIDS ARRIVED TODAY. A SUBSEQUENT   *
      *    VOID THAT ARRIVED TODAY AND IS MATCHED GOES ONE OF TWO     *
      *    WAYS:                                                      *
      *      - ITS ORIGINAL ALSO ARRIVED TODAY, SO REMITADV NETS IT   *
      *        OFF TODAY'S ADVICE. IT IS WRITTEN TO VOIDEXT WITH ITS  *
      *        PROVIDER, THE RUN DATE AND THE PAID AMOUNT IT TAKES    *
      *        BACK, SO PROVTAX CAN NET THE YEAR'S VOIDS OFF EACH     *
      *        PROVIDER'S ANNUAL PAYMENTS.                            *
      *      - ITS ORIGINAL CAME IN AN EARLIER RUN AND PROVPAY HAS    *
      *        ALREADY PAID IT. THE PAID AMOUNT IS RAISED ON THE      *
      *        PROVRCV RECEIVABLES LEDGER AS OWED BACK BY THE         *
      *        PROVIDER, FOR REMITADV AND PROVPAY TO RECOVER FROM     *
      *        LATER PAYMENTS.                                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MEDICAL-FILE       ASSIGN TO UT-S-PAYMIN.
            SELECT PAYM-DAY-FILE      ASSIGN TO UT-S-PAYMDAY.
            SELECT PROVRCV-FILE       ASSIGN TO DA-PROVRCV
                ACCESS IS RANDOM
                ORGANIZATION IS INDEXED
                RECORD KEY IS RCV-KEY
                FILE STATUS IS PROVRCV-STATUS.
            SELECT VOIDMTCH-RPT       ASSIGN TO UT-S-SYSPRT.
            SELECT VOID-EXTRACT       ASSIGN TO UT-S-VOIDEXT.
            SELECT SORT-WORK          ASSIGN TO SORTWK01.
       DATA DIVISION.
       FILE SECTION.
                           DEPENDING ON MEDICAL-LINE-COUNT.
              10 MEDICAL-LINE-DATA PIC X(698).

       FD  PAYM-DAY-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS V
           LABEL RECORDS ARE STANDARD.
       01  PAYM-DAY-RECORD.
           05 DAY-HEADER.
              10 DAY-ID            PIC  X(4).
              10 FILLER            PIC  X(1481).
           05 DAY-LINE-COUNT       PIC S9(2)    COMP.
           05 DAY-OTHER-DATA       PIC X(221).
           05 DAY-LINE OCCURS 1 TO 15 TIMES
                           DEPENDING ON DAY-LINE-COUNT.
              10 DAY-LINE-DATA     PIC X(698).

       FD  PROVRCV-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PROVRCV-RECORD.
           COPY PROVRCV.

       FD  VOIDMTCH-RPT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           05 RPT-CARRIAGE-CONTROL   PIC X.
           05 RPT-LINE               PIC X(132).

       FD  VOID-EXTRACT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  VOID-EXTRACT-RECORD.
           05 VEXT-PMT-ID           PIC X(12).
           05 VEXT-PROVIDER-NO      PIC X(10).
           05 VEXT-RUN-DATE         PIC 9(6).
           05 VEXT-PAID-AMOUNT      PIC S9(11)V99 COMP-3.
           05 FILLER                PIC X(5).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SRT-PMT-ID            PIC X(12).
           05 SRT-VOID-SW           PIC X.
              88 SRT-VOID-ORIG           VALUE 'O'.
              88 SRT-VOID-SUBSEQ         VALUE 'S'.
           05 SRT-PROVIDER-NO       PIC X(10).
           05 SRT-SOURCE-SW         PIC X.
              88 SRT-FROM-HISTORY        VALUE 'H'.
              88 SRT-FROM-TODAY          VALUE 'T'.
           05 SRT-PAID-AMOUNT       PIC S9(11)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01  WS-END-MED-FILE          PIC X VALUE ZEROS.
           88  END-OF-MED-FILE            VALUE '1'.
       01  WS-END-SORT-FILE         PIC X VALUE ZEROS.
           88  END-OF-SORT-FILE           VALUE '1'.
       01  WS-END-DAY-FILE          PIC X VALUE ZEROS.
           88  END-OF-DAY-FILE            VALUE '1'.

       01  PROVRCV-STATUS           PIC XX VALUE 'ZZ'.

       01  WS-DATA-AREA.
           05   WS-SUB              PIC 9(03).
           05   WS-SUBSEQ-CNT       PIC 9(07) VALUE 0.
           05   WS-UNMATCHED-CNT    PIC 9(07) VALUE 0.
           05   WS-MULTIVOID-CNT    PIC 9(07) VALUE 0.
           05   WS-VOIDEXT-CNT      PIC 9(07) VALUE 0.
           05   WS-RAISED-CNT       PIC 9(07) VALUE 0.
           05   WS-ALREADY-RAISED   PIC 9(07) VALUE 0.
           05   WS-RAISED-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.

           05   WS-GROUP-ID         PIC X(12).
           05   WS-GROUP-ORIG       PIC 9(05).
           05   WS-GROUP-SUBSEQ     PIC 9(05).
           05   WS-TODAY-ORIG       PIC 9(05).
           05   WS-TODAY-SUBSEQ     PIC 9(05).
           05   WS-TODAY-PROVIDER   PIC X(10).
           05   WS-TODAY-AMOUNT     PIC S9(11)V99 COMP-3.

           05   WS-RPT-DATE.
               15   WS-RPT-YY       PIC 99.
           05   WS-RPT-LT-NET   PIC -(10)9.99.
           05   FILLER          PIC X(61) VALUE SPACES.

       01  WS-RPT-RAISED.
           05   FILLER          PIC X(30)
                   VALUE 'RECEIVABLE RAISED, PAID BEFORE'.
           05   FILLER          PIC X(9) VALUE ' PMT-ID  '.
           05   WS-RPT-RCV-ID   PIC X(12).
           05   FILLER          PIC X(10) VALUE ' PROVIDER '.
           05   WS-RPT-RCV-PROV PIC X(10).
           05   FILLER          PIC X(8) VALUE ' AMOUNT '.
           05   WS-RPT-RCV-AMT  PIC -(10)9.99.
           05   FILLER          PIC X(39) VALUE SPACES.

       01  WS-NET-AMOUNT        PIC S9(11)V99 COMP-3.

       COPY CHPMED.
       PROCEDURE DIVISION.
       01000-MAINLINE.
           OPEN INPUT  MEDICAL-FILE
                       PAYM-DAY-FILE
                OUTPUT VOIDMTCH-RPT
                       VOID-EXTRACT
                I-O    PROVRCV-FILE

           IF PROVRCV-STATUS NOT = '00' AND PROVRCV-STATUS NOT = '97'
              DISPLAY 'VOIDMTCH - PROVRCV OPEN FAILED, STATUS '
                      PROVRCV-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           ACCEPT WS-RPT-DATE FROM DATE
           MOVE WS-RPT-MM TO WS-RPT-HDG-MM
                   WS-SUBSEQ-CNT
           DISPLAY 'VOIDMTCH UNMATCHED ' WS-UNMATCHED-CNT
                   ' MULTI-VOIDED ' WS-MULTIVOID-CNT
                   ' TO VOIDEXT ' WS-VOIDEXT-CNT
           DISPLAY 'VOIDMTCH RECEIVABLES RAISED ' WS-RAISED-CNT
                   ' TOTAL ' WS-RAISED-TOTAL
                   ' ALREADY ON LEDGER ' WS-ALREADY-RAISED

           IF WS-UNMATCHED-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE MEDICAL-FILE
                 PAYM-DAY-FILE
                 VOIDMTCH-RPT
                 VOID-EXTRACT
                 PROVRCV-FILE
           GOBACK.

       10000-RELEASE-VOIDS.
                        IF PAYM-VOID-ORIG OR PAYM-VOID-SUBSEQ
                           MOVE PAYM-PMT-ID  TO SRT-PMT-ID
                           MOVE PAYM-VOID-SW TO SRT-VOID-SW
                           MOVE PAYM-PROVIDER-NO TO SRT-PROVIDER-NO
                           MOVE 'H' TO SRT-SOURCE-SW
                           PERFORM 17000-PAID-AMOUNT THRU 17000-EXIT
                           RELEASE SORT-RECORD
                        END-IF
                     END-IF
                END-READ
           END-PERFORM.

           PERFORM 12000-RELEASE-TODAYS-VOIDS THRU 12000-EXIT.

       10000-EXIT.
           EXIT.

       12000-RELEASE-TODAYS-VOIDS.
      ******************************************************************
      *    TODAY'S VOIDS GO INTO THE SORT A SECOND TIME, MARKED 'T',  *
      *    ONLY TO SAY WHEN THEY ARRIVED - THEY ARE NOT COUNTED       *
      ******************************************************************
           PERFORM
              UNTIL END-OF-DAY-FILE
                READ PAYM-DAY-FILE
                  AT END
                     SET END-OF-DAY-FILE TO TRUE
                  NOT AT END
                     IF DAY-ID = 'PAYM'
                        MOVE DAY-LINE-COUNT TO PAYM-LINE-COUNT
                        MOVE PAYM-DAY-RECORD TO PAYM-PAYMENT-RECORD
                        IF PAYM-VOID-ORIG OR PAYM-VOID-SUBSEQ
                           MOVE PAYM-PMT-ID  TO SRT-PMT-ID
                           MOVE PAYM-VOID-SW TO SRT-VOID-SW
                           MOVE PAYM-PROVIDER-NO TO SRT-PROVIDER-NO
                           MOVE 'T' TO SRT-SOURCE-SW
                           PERFORM 17000-PAID-AMOUNT THRU 17000-EXIT
                           RELEASE SORT-RECORD
                        END-IF
                     END-IF
                END-READ
           END-PERFORM.

       12000-EXIT.
           EXIT.

       15000-TALLY-LINES.
           PERFORM
           VARYING WS-SUB FROM 1 BY 1
       15000-EXIT.
           EXIT.

       17000-PAID-AMOUNT.
           MOVE 0 TO SRT-PAID-AMOUNT.
           PERFORM
           VARYING WS-SUB FROM 1 BY 1
           UNTIL   WS-SUB > PAYM-LINE-COUNT
              ADD PAYM-BASE-AMT (WS-SUB) TO SRT-PAID-AMOUNT
              ADD PAYM-MM-AMT (WS-SUB)   TO SRT-PAID-AMOUNT
           END-PERFORM.

       17000-EXIT.
           EXIT.

       20000-MATCH-GROUPS.
      ******************************************************************
      *    SORTED BY PMT-ID THEN VOID-SW, SO EACH PAYMENT'S ORIGINAL  *
              UNTIL END-OF-SORT-FILE
                MOVE SRT-PMT-ID TO WS-GROUP-ID
                MOVE 0 TO WS-GROUP-ORIG WS-GROUP-SUBSEQ
                          WS-TODAY-ORIG WS-TODAY-SUBSEQ
                          WS-TODAY-AMOUNT
                PERFORM
                   UNTIL END-OF-SORT-FILE
                      OR SRT-PMT-ID NOT = WS-GROUP-ID
                   IF SRT-FROM-TODAY
                      PERFORM 22000-NOTE-TODAY THRU 22000-EXIT
                   ELSE
                      IF SRT-VOID-ORIG
                         ADD 1 TO WS-GROUP-ORIG
                         ADD 1 TO WS-ORIG-CNT
                      ELSE
                         ADD 1 TO WS-GROUP-SUBSEQ
                         ADD 1 TO WS-SUBSEQ-CNT
                      END-IF
                   END-IF
                   RETURN SORT-WORK
                     AT END SET END-OF-SORT-FILE TO TRUE
                   END-RETURN
                END-PERFORM
                PERFORM 30000-JUDGE-GROUP THRU 30000-EXIT
                IF WS-TODAY-SUBSEQ > 0 AND WS-GROUP-ORIG > 0
                   IF WS-TODAY-ORIG > 0
                      PERFORM 25000-WRITE-VOIDEXT THRU 25000-EXIT
                   ELSE
                      PERFORM 27000-RAISE-RECEIVABLE THRU 27000-EXIT
                   END-IF
                END-IF
           END-PERFORM.

       20000-EXIT.
           EXIT.

       22000-NOTE-TODAY.
           IF SRT-VOID-ORIG
              ADD 1 TO WS-TODAY-ORIG
           ELSE
              ADD 1 TO WS-TODAY-SUBSEQ
              MOVE SRT-PROVIDER-NO TO WS-TODAY-PROVIDER
              ADD SRT-PAID-AMOUNT TO WS-TODAY-AMOUNT
           END-IF.

       22000-EXIT.
           EXIT.

       25000-WRITE-VOIDEXT.
      ******************************************************************
      *    A MATCHED VOID WHOSE ORIGINAL ARRIVED TODAY TOO - REMITADV *
      *    NETS IT OFF TODAY'S ADVICE                                 *
      ******************************************************************
           MOVE WS-GROUP-ID       TO VEXT-PMT-ID
           MOVE WS-TODAY-PROVIDER TO VEXT-PROVIDER-NO
           MOVE WS-RPT-DATE       TO VEXT-RUN-DATE
           MOVE WS-TODAY-AMOUNT   TO VEXT-PAID-AMOUNT
           MOVE SPACES TO VOID-EXTRACT-RECORD(36:5)
           WRITE VOID-EXTRACT-RECORD
           ADD 1 TO WS-VOIDEXT-CNT.

       25000-EXIT.
           EXIT.

       27000-RAISE-RECEIVABLE.
      ******************************************************************
      *    A MATCHED VOID WHOSE ORIGINAL WAS PAID IN AN EARLIER RUN - *
      *    THE MONEY HAS GONE, SO THE PROVIDER OWES IT BACK. A RERUN  *
      *    FINDS THE ENTRY ALREADY ON THE LEDGER AND LEAVES IT        *
      ******************************************************************
           IF WS-TODAY-AMOUNT NOT > 0
              GO TO 27000-EXIT
           END-IF

           MOVE WS-TODAY-PROVIDER TO RCV-PROVIDER-NO
           MOVE WS-RPT-DATE       TO RCV-RAISED-DATE
           MOVE WS-GROUP-ID       TO RCV-PMT-ID
           MOVE WS-TODAY-AMOUNT   TO RCV-AMOUNT
           MOVE 0                 TO RCV-RECOVERED
                                     RCV-LAST-RECOVERY-DATE
           SET RCV-STATUS-OPEN TO TRUE
           MOVE SPACES TO PROVRCV-RECORD(50:11)
           WRITE PROVRCV-RECORD
               INVALID KEY
                   ADD 1 TO WS-ALREADY-RAISED
                   GO TO 27000-EXIT
           END-WRITE

           ADD 1 TO WS-RAISED-CNT
           ADD WS-TODAY-AMOUNT TO WS-RAISED-TOTAL
           MOVE WS-GROUP-ID       TO WS-RPT-RCV-ID
           MOVE WS-TODAY-PROVIDER TO WS-RPT-RCV-PROV
           MOVE WS-TODAY-AMOUNT   TO WS-RPT-RCV-AMT
           MOVE WS-RPT-RAISED TO RPT-LINE
           WRITE VOIDMTCH-RPT-RECORD
              AFTER ADVANCING 1 LINES.

       27000-EXIT.
           EXIT.

       30000-JUDGE-GROUP.
           IF WS-GROUP-SUBSEQ > 0 AND WS-GROUP-ORIG = 0
              ADD 1 TO WS-UNMATCHED-CNT
