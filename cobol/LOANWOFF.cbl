       CBL
      ******************************************************************
      *                                                                *
      * Licensed Materials - Property of IBM                           *
      *                                                                *
      * (c) Copyright IBM Corp. 2020.                                  *
      *                                                                *
      * US Government Users Restricted Rights - Use, duplication       *
      * or disclosure restricted by GSA ADP Schedule Contract          *
      * with IBM Corp.                                                 *
      *                                                                *
      ******************************************************************



      ******************************************************************
      * Loan write-off, card-driven. A loan that has been sent the
      * last rung of the COLLETR letter ladder (its LTRREG register
      * entry at the 90-day letter) and still owes can be written
      * off on the credit committee's authority. Each WOFFCARD is:
      *   cols  1-11 loan account number
      *   cols 12-19 id of the person authorising the write-off
      *   cols 20-49 reason
      * The loan must be an open LOAN account (class L on PRODMST)
      * with a debit balance and no uncleared items, and on the
      * ARREARS register. Writing it off credits the loan with
      * everything it owes, journalled under teller LOANWOFF so
      * GLPOST charges it against the PROV loan-loss provision,
      * and closes the account the way ACCTCLSE does - status 'C',
      * the closed date, and a final statement tonight. The loan's
      * ARREARS position moves to the permanent WOFFREG written-off
      * register with the debt written off, and the ARREARS record
      * is deleted, so DELINQ and COLLETR leave it alone. Money
      * received afterwards is posted against the register by
      * RCVPOST, never to the closed account. Every card's outcome
      * goes to WOFFRPT; a rejected card ends the run RC 8.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANWOFF.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WOFFCARD
                  ASSIGN TO WOFFCARD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WOFFCARD-STATUS.

           SELECT ACCTFILE
                  ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT ARREARS
                  ASSIGN TO ARREARS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ARR-LOAN-NUMBER
                  FILE STATUS  IS ARREARS-STATUS.

           SELECT LTRREG
                  ASSIGN TO LTRREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS LTR-LOAN-NUMBER
                  FILE STATUS  IS LTRREG-STATUS.

           SELECT WOFFREG
                  ASSIGN TO WOFFREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WOFF-LOAN-NUMBER
                  FILE STATUS  IS WOFFREG-STATUS.

           SELECT JRNLOUT
                  ASSIGN TO JRNLOUT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS JRNL-KEY
                  FILE STATUS  IS JRNLOUT-STATUS.

           SELECT WOFFRPT
                  ASSIGN TO WOFFRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WOFFRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  WOFFCARD.
       01  WRITE-OFF-CARD.
           05 CARD-LOAN-NUMBER             PIC X(11).
           05 CARD-AUTHORISED-BY           PIC X(8).
           05 CARD-REASON                  PIC X(30).
           05 FILLER                       PIC X(31).

       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  ARREARS.
       01  ARREARS-RECORD.
           05 ARR-LOAN-NUMBER              PIC 9(8).
           05 ARR-PERIODS-DUE              PIC 9(3).
           05 ARR-EXPECTED-TO-DATE         PIC S9(11)V99 COMP-3.
           05 ARR-RECEIVED-TO-DATE         PIC S9(11)V99 COMP-3.
           05 ARR-ARREARS-AMOUNT           PIC S9(11)V99 COMP-3.
           05 ARR-BUCKET                   PIC X(3).
           05 FILLER                       PIC X(45).

       FD  LTRREG.
       01  LETTER-REGISTER-RECORD.
           05 LTR-LOAN-NUMBER              PIC 9(8).
           05 LTR-LAST-STAGE               PIC 9(2).
           05 LTR-LAST-LETTER-DATE         PIC X(10).
           05 FILLER                       PIC X(20).

       FD  WOFFREG.
       01  WRITTEN-OFF-RECORD.
       COPY WOFFREG.

       FD  JRNLOUT.
       01  JOURNAL-RECORD.
       COPY TXNJRNL.

       FD  WOFFRPT.
       01  WOFF-PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  WOFFCARD-STATUS.
           05 WOFFCARD-STATUS1             PIC X.
           05 WOFFCARD-STATUS2             PIC X.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  ARREARS-STATUS.
           05 ARREARS-STATUS1              PIC X.
           05 ARREARS-STATUS2              PIC X.

       01  LTRREG-STATUS.
           05 LTRREG-STATUS1               PIC X.
           05 LTRREG-STATUS2               PIC X.

       01  WOFFREG-STATUS.
           05 WOFFREG-STATUS1              PIC X.
           05 WOFFREG-STATUS2              PIC X.

       01  JRNLOUT-STATUS.
           05 JRNLOUT-STATUS1              PIC X.
           05 JRNLOUT-STATUS2              PIC X.

       01  WOFFRPT-STATUS.
           05 WOFFRPT-STATUS1              PIC X.
           05 WOFFRPT-STATUS2              PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.

       01 WS-CARD-CNT                      PIC 9(5) VALUE 0.
       01 WS-WRITTEN-OFF-CNT               PIC 9(5) VALUE 0.
       01 WS-REJECTED-CNT                  PIC 9(5) VALUE 0.
       01 WS-WRITTEN-OFF-TOTAL             PIC S9(13)V99 COMP-3
                                                VALUE 0.

      *
      * The last rung of the COLLETR ladder
      *
       01 WS-FINAL-LETTER-STAGE            PIC 9(2) VALUE 90.

       01 WS-WOFF-AMOUNT                   PIC S9(11)V99 COMP-3.
       01 WS-ACCOUNT-CCY                   PIC X(3).
       01 WS-RUN-TIME-RAW                  PIC 9(8).
       01 WS-JOURNAL-TRIES                 PIC 9(2).

       01 WS-PRODINF-PARM.
           03 WS-PIP-FUNCTION              PIC X(5).
           03 WS-PIP-ACCOUNT-TYPE          PIC X(8).
           03 WS-PIP-PRODUCT.
       COPY PRODMST.
           03 WS-PIP-STATUS                PIC X.

       01 WS-RUN-DATE.
           05 WS-RUN-YEAR                  PIC 9(4).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-RUN-MONTH                 PIC 99.
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-RUN-DAY                   PIC 99.

       01 WS-CURRENT-DATE-DATA.
           05 WS-CD-YEAR                   PIC 9(4).
           05 WS-CD-MONTH                  PIC 99.
           05 WS-CD-DAY                    PIC 99.
           05 FILLER                       PIC X(13).

       01 WS-BDATE-PARM.
           05 WS-BDP-FUNCTION              PIC X(5).
           05 WS-BDP-DATE                  PIC X(10).
           05 WS-BDP-STATUS                PIC X.

       01 WS-RPT-HEADER.
           05 FILLER                       PIC X    VALUE '1'.
           05 FILLER                       PIC X(29)
                 VALUE 'LOANWOFF LOAN WRITE-OFFS FOR '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(93) VALUE SPACES.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-LOAN                  PIC X(11).
           05 FILLER                       PIC X(4) VALUE ' BY '.
           05 WS-RPT-AUTHORISED-BY         PIC X(8).
           05 FILLER                       PIC X(8) VALUE ' BUCKET '.
           05 WS-RPT-BUCKET                PIC X(3).
           05 FILLER                       PIC X(6) VALUE ' OWED '.
           05 WS-RPT-AMOUNT                PIC -(11)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-OUTCOME               PIC X(45).
           05 FILLER                       PIC X(30) VALUE SPACES.

       01 WS-RPT-TOTALS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(7) VALUE 'CARDS  '.
           05 WS-RPT-TOT-CARDS             PIC Z(4)9.
           05 FILLER                       PIC X(16)
                 VALUE '  WRITTEN OFF   '.
           05 WS-RPT-TOT-WRITTEN-OFF       PIC Z(4)9.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-TOT-AMOUNT            PIC -(13)9.99.
           05 FILLER                       PIC X(11)
                 VALUE '  REJECTED '.
           05 WS-RPT-TOT-REJECTED          PIC Z(4)9.
           05 FILLER                       PIC X(64) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'LOANWOFF'.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started LOANWOFF.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE.

           PERFORM OPEN-FILES.

           WRITE WOFF-PRINT-RECORD FROM WS-RPT-HEADER.

           READ WOFFCARD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-CARD-CNT
              PERFORM WRITE-OFF-ONE-LOAN
              READ WOFFCARD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE WS-CARD-CNT          TO WS-RPT-TOT-CARDS.
           MOVE WS-WRITTEN-OFF-CNT   TO WS-RPT-TOT-WRITTEN-OFF.
           MOVE WS-WRITTEN-OFF-TOTAL TO WS-RPT-TOT-AMOUNT.
           MOVE WS-REJECTED-CNT      TO WS-RPT-TOT-REJECTED.
           WRITE WOFF-PRINT-RECORD FROM WS-RPT-TOTALS.

           DISPLAY 'LOANWOFF processed ' WS-CARD-CNT
                   ' cards, wrote off ' WS-WRITTEN-OFF-CNT
                   ' loans for ' WS-WRITTEN-OFF-TOTAL
                   ', rejected ' WS-REJECTED-CNT '.'.

           IF WS-REJECTED-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT WOFFCARD.
           IF WOFFCARD-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening WOFFCARD file, status='
                       WOFFCARD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O ACCTFILE.
           IF ACCTFILE-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ACCTFILE file, status='
                       ACCTFILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O ARREARS.
           IF ARREARS-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ARREARS file, status='
                       ARREARS-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT LTRREG.
           IF LTRREG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening LTRREG file, status='
                       LTRREG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O WOFFREG.
           IF WOFFREG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening WOFFREG file, status='
                       WOFFREG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O JRNLOUT.
           IF JRNLOUT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening JRNLOUT file, status='
                       JRNLOUT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT WOFFRPT.
           IF WOFFRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening WOFFRPT file, status='
                       WOFFRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * Only a loan that has been through the whole letter ladder
      * and still owes can be written off
      *
       WRITE-OFF-ONE-LOAN SECTION.
       WO010.
           MOVE CARD-LOAN-NUMBER   TO WS-RPT-LOAN.
           MOVE CARD-AUTHORISED-BY TO WS-RPT-AUTHORISED-BY.
           MOVE SPACES             TO WS-RPT-BUCKET.
           MOVE 0                  TO WS-RPT-AMOUNT.

           IF CARD-LOAN-NUMBER NOT NUMERIC
              MOVE 'REJECTED - LOAN NUMBER NOT NUMERIC           '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO WO999
           END-IF.

           IF CARD-AUTHORISED-BY = SPACES
              MOVE 'REJECTED - NO ID OF WHO AUTHORISED IT        '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO WO999
           END-IF.

           IF CARD-REASON = SPACES
              MOVE 'REJECTED - NO REASON GIVEN                   '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO WO999
           END-IF.

           MOVE CARD-LOAN-NUMBER TO ACCOUNT-NUMBER.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
           END-READ.

           IF ACCTFILE-STATUS NOT = '00'
              MOVE 'REJECTED - LOAN NOT ON FILE                  '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO WO999
           END-IF.

           IF ACCOUNT-STATUS-CLOSED
              MOVE 'REJECTED - LOAN ALREADY CLOSED               '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO WO999
           END-IF.

           PERFORM GET-PRODUCT.
           IF NOT PROD-CLASS-LOAN
              MOVE 'REJECTED - NOT A LENDING ACCOUNT             '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO WO999
           END-IF.

           IF ACCOUNT-ACTUAL-BALANCE NOT < 0
              MOVE 'REJECTED - LOAN OWES NOTHING                 '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO WO999
           END-IF.

           COMPUTE WS-WOFF-AMOUNT = 0 - ACCOUNT-ACTUAL-BALANCE.
           MOVE WS-WOFF-AMOUNT TO WS-RPT-AMOUNT.

           IF ACCOUNT-AVAILABLE-BALANCE NOT = ACCOUNT-ACTUAL-BALANCE
              MOVE 'REJECTED - UNCLEARED ITEMS ON THE LOAN       '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO WO999
           END-IF.

           IF ACCOUNT-NUMBER > 99999999
              MOVE 'REJECTED - LOAN NOT ON ARREARS               '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO WO999
           END-IF.

           MOVE ACCOUNT-NUMBER TO ARR-LOAN-NUMBER.
           READ ARREARS
              KEY IS ARR-LOAN-NUMBER
           END-READ.

           IF ARREARS-STATUS NOT = '00'
              MOVE 'REJECTED - LOAN NOT ON ARREARS               '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO WO999
           END-IF.
           MOVE ARR-BUCKET TO WS-RPT-BUCKET.

           MOVE ACCOUNT-NUMBER TO LTR-LOAN-NUMBER.
           READ LTRREG
              KEY IS LTR-LOAN-NUMBER
           END-READ.

           IF LTRREG-STATUS NOT = '00'
              MOVE 0 TO LTR-LAST-STAGE
           END-IF.

           IF LTR-LAST-STAGE < WS-FINAL-LETTER-STAGE
              MOVE 'REJECTED - COLLECTIONS LETTERS NOT EXHAUSTED '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO WO999
           END-IF.

           MOVE ACCOUNT-NUMBER TO WOFF-LOAN-NUMBER.
           READ WOFFREG
              KEY IS WOFF-LOAN-NUMBER
           END-READ.

           IF WOFFREG-STATUS = '00'
              MOVE 'REJECTED - ALREADY ON WRITTEN-OFF REGISTER   '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO WO999
           END-IF.

           PERFORM WRITE-OFF-THE-LOAN.

           ADD 1              TO WS-WRITTEN-OFF-CNT.
           ADD WS-WOFF-AMOUNT TO WS-WRITTEN-OFF-TOTAL.
           MOVE 'WRITTEN OFF - ACCOUNT CLOSED                 '
              TO WS-RPT-OUTCOME.
           WRITE WOFF-PRINT-RECORD FROM WS-RPT-DETAIL.

       WO999.
           EXIT.

      *
      * Clear the balance with a journalled credit, close the
      * account as ACCTCLSE would, and move the ARREARS position
      * on to the written-off register
      *
       WRITE-OFF-THE-LOAN SECTION.
       WT010.
           ADD WS-WOFF-AMOUNT TO ACCOUNT-ACTUAL-BALANCE
                                 ACCOUNT-AVAILABLE-BALANCE.
           MOVE 'C'         TO ACCOUNT-STATUS.
           MOVE WS-RUN-DATE TO ACCOUNT-CLOSED-DATE.
      *
      * Final statement: due tonight, so STMTRUN picks it up
      *
           MOVE WS-RUN-DATE TO ACCOUNT-NEXT-STMT-DATE.

           REWRITE ACCOUNT-RECORD.
           IF ACCTFILE-STATUS NOT = '00'
              DISPLAY 'LOANWOFF - error rewriting account '
                      ACCOUNT-NUMBER ' status=' ACCTFILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM JOURNAL-ONE-LEG.

           MOVE SPACES                    TO WRITTEN-OFF-RECORD.
           MOVE ACCOUNT-NUMBER            TO WOFF-LOAN-NUMBER.
           MOVE ACCOUNT-CUSTOMER-NUMBER   TO WOFF-CUSTOMER-NUMBER.
           MOVE ACCOUNT-SORTCODE          TO WOFF-SORTCODE.
           MOVE ACCOUNT-TYPE              TO WOFF-ACCOUNT-TYPE.
           MOVE WS-ACCOUNT-CCY            TO WOFF-CURRENCY.
           MOVE ACCOUNT-OPENED-DATE       TO WOFF-OPENED-DATE.
           MOVE WS-RUN-DATE               TO WOFF-DATE.
           MOVE WS-WOFF-AMOUNT            TO WOFF-AMOUNT.
           MOVE ARR-PERIODS-DUE           TO WOFF-PERIODS-DUE.
           MOVE ARR-EXPECTED-TO-DATE      TO WOFF-EXPECTED-TO-DATE.
           MOVE ARR-RECEIVED-TO-DATE      TO WOFF-RECEIVED-TO-DATE.
           MOVE ARR-ARREARS-AMOUNT        TO WOFF-ARREARS-AMOUNT.
           MOVE CARD-AUTHORISED-BY        TO WOFF-AUTHORISED-BY.
           MOVE CARD-REASON               TO WOFF-REASON.
           MOVE 'W'                       TO WOFF-STATUS.
           MOVE 0                         TO WOFF-RECOVERED-TO-DATE
                                             WOFF-RECOVERY-COUNT.

           WRITE WRITTEN-OFF-RECORD.
           IF WOFFREG-STATUS NOT = '00'
              DISPLAY 'LOANWOFF - error writing WOFFREG for '
                      WOFF-LOAN-NUMBER ' status=' WOFFREG-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           DELETE ARREARS RECORD.
           IF ARREARS-STATUS NOT = '00'
              DISPLAY 'LOANWOFF - error deleting ARREARS for '
                      ARR-LOAN-NUMBER ' status=' ARREARS-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WT999.
           EXIT.

      *
      * One credit leg under the loan, batch teller id, zero
      * counterparty - the other side is the loan-loss provision,
      * which GLPOST posts from the teller id
      *
       JOURNAL-ONE-LEG SECTION.
       JL010.
           MOVE ACCOUNT-CURRENCY-CODE TO WS-ACCOUNT-CCY.
           IF WS-ACCOUNT-CCY = SPACES
              MOVE 'GBP' TO WS-ACCOUNT-CCY
           END-IF.

           MOVE WS-RUN-DATE          TO JRNL-DATE.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO JRNL-TIME.
           MOVE ACCOUNT-NUMBER       TO JRNL-ACCOUNT-NUMBER.
           MOVE 'C'                  TO JRNL-DR-CR.
           MOVE 0                    TO JRNL-COUNTERPARTY-SORTCODE.
           MOVE 0                    TO JRNL-COUNTERPARTY-ACCOUNT.
           MOVE WS-WOFF-AMOUNT       TO JRNL-AMOUNT.
           MOVE 'BTCH'               TO JRNL-TERMINAL.
           MOVE 'LOANWOFF'           TO JRNL-TELLER.
           MOVE 'N'                  TO JRNL-CONFIRM-PASS.
           MOVE WS-ACCOUNT-CCY       TO JRNL-CURRENCY-CODE.
           MOVE WS-WOFF-AMOUNT       TO JRNL-CONVERTED-AMOUNT.
           MOVE WS-ACCOUNT-CCY       TO JRNL-CONVERTED-CCY.
           MOVE SPACES               TO JRNL-SUPERVISOR.
           MOVE SPACES               TO JRNL-REASON-CODE.

           MOVE 1 TO JRNL-SEQUENCE.
           MOVE 0 TO WS-JOURNAL-TRIES.

       JL020.
           WRITE JOURNAL-RECORD.

           IF JRNLOUT-STATUS = '22' AND WS-JOURNAL-TRIES < 10
              ADD 1 TO WS-JOURNAL-TRIES
              ADD 1 TO JRNL-SEQUENCE
              GO TO JL020
           END-IF.

           IF JRNLOUT-STATUS NOT = '00'
              DISPLAY 'LOANWOFF - journal write failed for account '
                      JRNL-ACCOUNT-NUMBER ' status=' JRNLOUT-STATUS
           END-IF.

       JL999.
           EXIT.

       REJECT-CARD SECTION.
       RJ010.
           ADD 1 TO WS-REJECTED-CNT.
           WRITE WOFF-PRINT-RECORD FROM WS-RPT-DETAIL.

       RJ999.
           EXIT.

       GET-PRODUCT SECTION.
       GP010.
           MOVE 'GET  '      TO WS-PIP-FUNCTION.
           MOVE ACCOUNT-TYPE TO WS-PIP-ACCOUNT-TYPE.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

           IF WS-PIP-STATUS = 'E'
              DISPLAY 'LOANWOFF - product master unavailable, run '
                      'stopped'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       GP999.
           EXIT.

      *
      * The processing date is the shop's business date from the
      * BUSDATE control, not the clock
      *
       GET-BUSINESS-DATE SECTION.
       GBD10.
           MOVE 'GET  ' TO WS-BDP-FUNCTION.
           CALL 'GETBDATE' USING WS-BDATE-PARM.
           IF WS-BDP-STATUS = SPACE
              MOVE WS-BDP-DATE TO WS-RUN-DATE
           ELSE
              DISPLAY 'LOANWOFF - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-CARD-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE WOFFCARD.
           CLOSE ACCTFILE.
           CLOSE ARREARS.
           CLOSE LTRREG.
           CLOSE WOFFREG.
           CLOSE JRNLOUT.
           CLOSE WOFFRPT.

           MOVE 'CLOSE' TO WS-PIP-FUNCTION.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

       CF999.
           EXIT.
