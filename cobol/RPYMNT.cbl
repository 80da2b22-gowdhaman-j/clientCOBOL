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
      * Loan repayment instruction maintenance, card-driven. Sets
      * up, changes, stops and restarts the instructions on RPYINST
      * that LOANCOLL collects each loan's monthly installment by.
      * Each RPYCARD is:
      *   col 1      action - A add, C change, S stop, R restart
      *   cols 2-12  loan account number
      *   cols 13-23 current account the installment is taken
      *              from                                  (A)
      *   cols 24-25 day of the month it falls due, 01-28  (A)
      *   cols 26-32 first month to collect, YYYY-MM; blank on
      *              an A card means the month after this run
      *   cols 33-40 id of the person making the change
      * On a C card a blank field leaves that setting as it is.
      * The loan must be an open lending account; the repayment
      * account an open sterling current account of the same
      * customer, checked again when an instruction is restarted.
      * A stopped instruction is kept, with the last month's
      * result, so it can be restarted; nothing is collected while
      * it is stopped. Every card's outcome, with the instruction
      * as it now stands, goes to RPYMRPT.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPYMNT.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPYCARD
                  ASSIGN TO RPYCARD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS RPYCARD-STATUS.

           SELECT RPYINST
                  ASSIGN TO RPYINST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS RPI-LOAN-NUMBER
                  FILE STATUS  IS RPYINST-STATUS.

           SELECT ACCTFILE
                  ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT RPYMRPT
                  ASSIGN TO RPYMRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS RPYMRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  RPYCARD.
       01  REPAYMENT-CARD.
           05 CARD-ACTION                  PIC X.
           05 CARD-LOAN-NUMBER             PIC X(11).
           05 CARD-LOAN-NUMBER-N REDEFINES CARD-LOAN-NUMBER
                                           PIC 9(11).
           05 CARD-REPAY-ACCOUNT           PIC X(11).
           05 CARD-REPAY-ACCOUNT-N REDEFINES CARD-REPAY-ACCOUNT
                                           PIC 9(11).
           05 CARD-DUE-DAY                 PIC X(2).
           05 CARD-DUE-DAY-N REDEFINES CARD-DUE-DAY
                                           PIC 9(2).
           05 CARD-FIRST-MONTH.
              10 CARD-FIRST-YEAR           PIC X(4).
              10 CARD-FIRST-DASH           PIC X.
              10 CARD-FIRST-MM             PIC X(2).
              10 CARD-FIRST-MM-N REDEFINES CARD-FIRST-MM
                                           PIC 9(2).
           05 CARD-CHANGED-BY              PIC X(8).
           05 FILLER                       PIC X(40).

       FD  RPYINST.
       01  REPAYMENT-INSTRUCTION-RECORD.
       COPY RPYINST.

       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  RPYMRPT.
       01  RPYM-PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  RPYCARD-STATUS.
           05 RPYCARD-STATUS1              PIC X.
           05 RPYCARD-STATUS2              PIC X.

       01  RPYINST-STATUS.
           05 RPYINST-STATUS1              PIC X.
           05 RPYINST-STATUS2              PIC X.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  RPYMRPT-STATUS.
           05 RPYMRPT-STATUS1              PIC X.
           05 RPYMRPT-STATUS2              PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.

       01 WS-CARD-CNT                      PIC 9(5) VALUE 0.
       01 WS-ADDED-CNT                     PIC 9(5) VALUE 0.
       01 WS-CHANGED-CNT                   PIC 9(5) VALUE 0.
       01 WS-STOPPED-CNT                   PIC 9(5) VALUE 0.
       01 WS-RESTARTED-CNT                 PIC 9(5) VALUE 0.
       01 WS-REJECTED-CNT                  PIC 9(5) VALUE 0.

       01 WS-LOAN-CUSTOMER                 PIC 9(10).
       01 WS-LOAN-SORTCODE                 PIC 9(6).

       01 WS-NEXT-MONTH-KEY.
           05 WS-NEXT-YEAR                 PIC 9(4).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-NEXT-MONTH                PIC 99.

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
           05 FILLER                       PIC X(35)
                 VALUE 'RPYMNT LOAN REPAYMENT INSTRUCTIONS '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(87) VALUE SPACES.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-ACTION                PIC X.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-LOAN                  PIC X(11).
           05 FILLER                       PIC X(7) VALUE ' REPAY '.
           05 WS-RPT-REPAY-ACCOUNT         PIC X(11).
           05 FILLER                       PIC X(5) VALUE ' DAY '.
           05 WS-RPT-DUE-DAY               PIC X(2).
           05 FILLER                       PIC X(6) VALUE ' FROM '.
           05 WS-RPT-FIRST-MONTH           PIC X(7).
           05 FILLER                       PIC X(4) VALUE ' ST '.
           05 WS-RPT-STATUS                PIC X.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-OUTCOME               PIC X(45).
           05 FILLER                       PIC X(28) VALUE SPACES.

       01 WS-RPT-TOTALS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(7) VALUE 'CARDS  '.
           05 WS-RPT-TOT-CARDS             PIC Z(4)9.
           05 FILLER                       PIC X(8) VALUE '  ADDED '.
           05 WS-RPT-TOT-ADDED             PIC Z(4)9.
           05 FILLER                       PIC X(10)
                 VALUE '  CHANGED '.
           05 WS-RPT-TOT-CHANGED           PIC Z(4)9.
           05 FILLER                       PIC X(10)
                 VALUE '  STOPPED '.
           05 WS-RPT-TOT-STOPPED           PIC Z(4)9.
           05 FILLER                       PIC X(12)
                 VALUE '  RESTARTED '.
           05 WS-RPT-TOT-RESTARTED         PIC Z(4)9.
           05 FILLER                       PIC X(11)
                 VALUE '  REJECTED '.
           05 WS-RPT-TOT-REJECTED          PIC Z(4)9.
           05 FILLER                       PIC X(44) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'RPYMNT  '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started RPYMNT.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE.

      *
      * A new instruction collects from the month after this run
      * unless the card says otherwise
      *
           MOVE WS-RUN-YEAR TO WS-NEXT-YEAR.
           IF WS-RUN-MONTH = 12
              ADD 1 TO WS-NEXT-YEAR
              MOVE 1 TO WS-NEXT-MONTH
           ELSE
              COMPUTE WS-NEXT-MONTH = WS-RUN-MONTH + 1
           END-IF.

           PERFORM OPEN-FILES.

           WRITE RPYM-PRINT-RECORD FROM WS-RPT-HEADER.

           READ RPYCARD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-CARD-CNT
              PERFORM APPLY-ONE-CARD
              READ RPYCARD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE WS-CARD-CNT      TO WS-RPT-TOT-CARDS.
           MOVE WS-ADDED-CNT     TO WS-RPT-TOT-ADDED.
           MOVE WS-CHANGED-CNT   TO WS-RPT-TOT-CHANGED.
           MOVE WS-STOPPED-CNT   TO WS-RPT-TOT-STOPPED.
           MOVE WS-RESTARTED-CNT TO WS-RPT-TOT-RESTARTED.
           MOVE WS-REJECTED-CNT  TO WS-RPT-TOT-REJECTED.
           WRITE RPYM-PRINT-RECORD FROM WS-RPT-TOTALS.

           DISPLAY 'RPYMNT processed ' WS-CARD-CNT
                   ' cards, added ' WS-ADDED-CNT
                   ', changed ' WS-CHANGED-CNT
                   ', stopped ' WS-STOPPED-CNT
                   ', restarted ' WS-RESTARTED-CNT
                   ', rejected ' WS-REJECTED-CNT '.'.

           IF WS-REJECTED-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT RPYCARD.
           IF RPYCARD-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening RPYCARD file, status='
                       RPYCARD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O RPYINST.
           IF RPYINST-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening RPYINST file, status='
                       RPYINST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT ACCTFILE.
           IF ACCTFILE-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ACCTFILE file, status='
                       ACCTFILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT RPYMRPT.
           IF RPYMRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening RPYMRPT file, status='
                       RPYMRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

       APPLY-ONE-CARD SECTION.
       AC010.
           MOVE CARD-ACTION        TO WS-RPT-ACTION.
           MOVE CARD-LOAN-NUMBER   TO WS-RPT-LOAN.
           MOVE CARD-REPAY-ACCOUNT TO WS-RPT-REPAY-ACCOUNT.
           MOVE CARD-DUE-DAY       TO WS-RPT-DUE-DAY.
           MOVE CARD-FIRST-MONTH   TO WS-RPT-FIRST-MONTH.
           MOVE SPACE              TO WS-RPT-STATUS.

           IF CARD-LOAN-NUMBER NOT NUMERIC
              MOVE 'REJECTED - LOAN NUMBER NOT NUMERIC           '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           IF CARD-CHANGED-BY = SPACES
              MOVE 'REJECTED - NO ID OF WHO IS CHANGING IT       '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           EVALUATE CARD-ACTION
              WHEN 'A'
                 PERFORM ADD-INSTRUCTION
              WHEN 'C'
                 PERFORM CHANGE-INSTRUCTION
              WHEN 'S'
                 PERFORM STOP-INSTRUCTION
              WHEN 'R'
                 PERFORM RESTART-INSTRUCTION
              WHEN OTHER
                 MOVE 'REJECTED - ACTION MUST BE A, C, S OR R       '
                    TO WS-RPT-OUTCOME
                 PERFORM REJECT-CARD
           END-EVALUATE.

       AC999.
           EXIT.

      *
      * Only an open loan can be collected, and it needs somewhere
      * to collect from and a day to do it
      *
       ADD-INSTRUCTION SECTION.
       AI010.
           PERFORM CHECK-LOAN.
           IF WS-RPT-OUTCOME NOT = SPACES
              PERFORM REJECT-CARD
              GO TO AI999
           END-IF.

           IF CARD-REPAY-ACCOUNT = SPACES OR CARD-DUE-DAY = SPACES
              MOVE 'REJECTED - ADD NEEDS AN ACCOUNT AND A DAY    '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AI999
           END-IF.

           MOVE SPACES             TO REPAYMENT-INSTRUCTION-RECORD.
           MOVE CARD-LOAN-NUMBER-N TO RPI-LOAN-NUMBER.
           MOVE 0                  TO RPI-CYCLE-PERIOD
                                      RPI-CYCLE-DUE
                                      RPI-CYCLE-COLLECTED.
           MOVE 'A'                TO RPI-STATUS.
           MOVE WS-RUN-DATE        TO RPI-SET-UP-DATE.
           MOVE WS-NEXT-MONTH-KEY  TO RPI-FIRST-MONTH.
           PERFORM LAY-CARD-OVER-INSTRUCTION.
           IF WS-RPT-OUTCOME NOT = SPACES
              PERFORM REJECT-CARD
              GO TO AI999
           END-IF.

           WRITE REPAYMENT-INSTRUCTION-RECORD.

           IF RPYINST-STATUS = '22'
              MOVE 'REJECTED - LOAN ALREADY HAS AN INSTRUCTION   '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AI999
           END-IF.
           PERFORM CHECK-INSTRUCTION-WRITE.

           ADD 1 TO WS-ADDED-CNT.
           MOVE 'ADDED                                        '
              TO WS-RPT-OUTCOME.
           PERFORM REPORT-INSTRUCTION.

       AI999.
           EXIT.

       CHANGE-INSTRUCTION SECTION.
       CI010.
           PERFORM READ-INSTRUCTION.
           IF WS-RPT-OUTCOME NOT = SPACES
              PERFORM REJECT-CARD
              GO TO CI999
           END-IF.

           IF CARD-REPAY-ACCOUNT NOT = SPACES
              PERFORM CHECK-LOAN
              IF WS-RPT-OUTCOME NOT = SPACES
                 PERFORM REJECT-CARD
                 GO TO CI999
              END-IF
           END-IF.

           PERFORM LAY-CARD-OVER-INSTRUCTION.
           IF WS-RPT-OUTCOME NOT = SPACES
              PERFORM REJECT-CARD
              GO TO CI999
           END-IF.

           REWRITE REPAYMENT-INSTRUCTION-RECORD.
           PERFORM CHECK-INSTRUCTION-WRITE.

           ADD 1 TO WS-CHANGED-CNT.
           MOVE 'CHANGED                                      '
              TO WS-RPT-OUTCOME.
           PERFORM REPORT-INSTRUCTION.

       CI999.
           EXIT.

       STOP-INSTRUCTION SECTION.
       SI010.
           PERFORM READ-INSTRUCTION.
           IF WS-RPT-OUTCOME NOT = SPACES
              PERFORM REJECT-CARD
              GO TO SI999
           END-IF.

           IF RPI-STATUS-STOPPED
              MOVE 'REJECTED - INSTRUCTION ALREADY STOPPED       '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO SI999
           END-IF.

           MOVE 'S'             TO RPI-STATUS.
           MOVE CARD-CHANGED-BY TO RPI-CHANGED-BY.
           MOVE WS-RUN-DATE     TO RPI-CHANGED-DATE.
           REWRITE REPAYMENT-INSTRUCTION-RECORD.
           PERFORM CHECK-INSTRUCTION-WRITE.

           ADD 1 TO WS-STOPPED-CNT.
           MOVE 'STOPPED - NOTHING MORE COLLECTED             '
              TO WS-RPT-OUTCOME.
           PERFORM REPORT-INSTRUCTION.

       SI999.
           EXIT.

      *
      * The loan and repayment account are checked again, as
      * either may have changed while the instruction was stopped
      *
       RESTART-INSTRUCTION SECTION.
       RS010.
           PERFORM READ-INSTRUCTION.
           IF WS-RPT-OUTCOME NOT = SPACES
              PERFORM REJECT-CARD
              GO TO RS999
           END-IF.

           IF NOT RPI-STATUS-STOPPED
              MOVE 'REJECTED - INSTRUCTION IS NOT STOPPED        '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO RS999
           END-IF.

           PERFORM CHECK-LOAN.
           IF WS-RPT-OUTCOME NOT = SPACES
              PERFORM REJECT-CARD
              GO TO RS999
           END-IF.

           IF CARD-REPAY-ACCOUNT = SPACES
              MOVE RPI-REPAY-ACCOUNT TO CARD-REPAY-ACCOUNT-N
           END-IF.
           PERFORM LAY-CARD-OVER-INSTRUCTION.
           IF WS-RPT-OUTCOME NOT = SPACES
              PERFORM REJECT-CARD
              GO TO RS999
           END-IF.

           MOVE 'A' TO RPI-STATUS.
           REWRITE REPAYMENT-INSTRUCTION-RECORD.
           PERFORM CHECK-INSTRUCTION-WRITE.

           ADD 1 TO WS-RESTARTED-CNT.
           MOVE 'RESTARTED                                    '
              TO WS-RPT-OUTCOME.
           PERFORM REPORT-INSTRUCTION.

       RS999.
           EXIT.

       READ-INSTRUCTION SECTION.
       RI010.
           MOVE SPACES TO WS-RPT-OUTCOME.
           MOVE CARD-LOAN-NUMBER-N TO RPI-LOAN-NUMBER.
           READ RPYINST
              KEY IS RPI-LOAN-NUMBER
           END-READ.

           IF RPYINST-STATUS = '23'
              MOVE 'REJECTED - NO INSTRUCTION FOR THE LOAN       '
                 TO WS-RPT-OUTCOME
              GO TO RI999
           END-IF.
           IF RPYINST-STATUS NOT = '00'
              DISPLAY 'RPYMNT - error reading instruction for '
                      CARD-LOAN-NUMBER ' status=' RPYINST-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RI999.
           EXIT.

      *
      * The loan must be open and a lending product; its customer
      * is kept so the repayment account can be matched to it
      *
       CHECK-LOAN SECTION.
       CL010.
           MOVE SPACES TO WS-RPT-OUTCOME.
           MOVE CARD-LOAN-NUMBER-N TO ACCOUNT-NUMBER.
           PERFORM READ-ACCOUNT.

           IF ACCTFILE-STATUS = '23' OR ACCOUNT-STATUS-CLOSED
              MOVE 'REJECTED - LOAN NOT OPEN ON FILE             '
                 TO WS-RPT-OUTCOME
              GO TO CL999
           END-IF.

           PERFORM GET-PRODUCT.
           IF NOT PROD-CLASS-LOAN
              MOVE 'REJECTED - ACCOUNT IS NOT A LOAN             '
                 TO WS-RPT-OUTCOME
              GO TO CL999
           END-IF.

           MOVE ACCOUNT-CUSTOMER-NUMBER TO WS-LOAN-CUSTOMER.
           MOVE ACCOUNT-SORTCODE        TO WS-LOAN-SORTCODE.

       CL999.
           EXIT.

      *
      * Every non-blank card field onto the instruction, each one
      * checked; a bad field leaves its reason in WS-RPT-OUTCOME
      * and the record is not written back
      *
       LAY-CARD-OVER-INSTRUCTION SECTION.
       LC010.
           MOVE SPACES TO WS-RPT-OUTCOME.

           IF CARD-REPAY-ACCOUNT NOT = SPACES
              IF CARD-REPAY-ACCOUNT NOT NUMERIC
                 MOVE 'REJECTED - REPAY ACCOUNT NOT NUMERIC         '
                    TO WS-RPT-OUTCOME
                 GO TO LC999
              END-IF
              MOVE CARD-REPAY-ACCOUNT-N TO ACCOUNT-NUMBER
              PERFORM READ-ACCOUNT
              IF ACCTFILE-STATUS = '00'
                 PERFORM GET-PRODUCT
              END-IF
              IF ACCTFILE-STATUS NOT = '00' OR
                 ACCOUNT-STATUS-CLOSED OR
                 ACCOUNT-SORTCODE NOT = WS-LOAN-SORTCODE OR
                 ACCOUNT-CUSTOMER-NUMBER NOT = WS-LOAN-CUSTOMER OR
                 NOT PROD-CLASS-CURRENT OR
                 (ACCOUNT-CURRENCY-CODE NOT = SPACES AND
                  ACCOUNT-CURRENCY-CODE NOT = 'GBP')
                 MOVE 'REJECTED - REPAY ACCOUNT NOT AN OWN CURRENT  '
                    TO WS-RPT-OUTCOME
                 GO TO LC999
              END-IF
              MOVE CARD-REPAY-ACCOUNT-N TO RPI-REPAY-ACCOUNT
           END-IF.

           IF CARD-DUE-DAY NOT = SPACES
              IF CARD-DUE-DAY NOT NUMERIC OR
                 CARD-DUE-DAY-N < 1 OR CARD-DUE-DAY-N > 28
                 MOVE 'REJECTED - DUE DAY MUST BE 01 TO 28          '
                    TO WS-RPT-OUTCOME
                 GO TO LC999
              END-IF
              MOVE CARD-DUE-DAY-N TO RPI-DUE-DAY
           END-IF.

           IF CARD-FIRST-MONTH NOT = SPACES
              IF CARD-FIRST-YEAR NOT NUMERIC OR
                 CARD-FIRST-DASH NOT = '-' OR
                 CARD-FIRST-MM NOT NUMERIC OR
                 CARD-FIRST-MM-N < 1 OR CARD-FIRST-MM-N > 12
                 MOVE 'REJECTED - FIRST MONTH MUST BE YYYY-MM       '
                    TO WS-RPT-OUTCOME
                 GO TO LC999
              END-IF
              MOVE CARD-FIRST-MONTH TO RPI-FIRST-MONTH
           END-IF.

           MOVE CARD-CHANGED-BY TO RPI-CHANGED-BY.
           MOVE WS-RUN-DATE     TO RPI-CHANGED-DATE.

       LC999.
           EXIT.

       READ-ACCOUNT SECTION.
       RA010.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
           END-READ.

           IF ACCTFILE-STATUS NOT = '00' AND ACCTFILE-STATUS NOT = '23'
              DISPLAY 'RPYMNT - error reading account '
                      ACCOUNT-NUMBER ' status=' ACCTFILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RA999.
           EXIT.

       CHECK-INSTRUCTION-WRITE SECTION.
       CW010.
           IF RPYINST-STATUS NOT = '00'
              DISPLAY 'RPYMNT - error writing instruction for '
                      CARD-LOAN-NUMBER ' status=' RPYINST-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CW999.
           EXIT.

      *
      * The instruction as it now stands
      *
       REPORT-INSTRUCTION SECTION.
       RP010.
           MOVE RPI-REPAY-ACCOUNT  TO WS-RPT-REPAY-ACCOUNT.
           MOVE RPI-DUE-DAY        TO WS-RPT-DUE-DAY.
           MOVE RPI-FIRST-MONTH    TO WS-RPT-FIRST-MONTH.
           MOVE RPI-STATUS         TO WS-RPT-STATUS.
           WRITE RPYM-PRINT-RECORD FROM WS-RPT-DETAIL.

       RP999.
           EXIT.

       REJECT-CARD SECTION.
       RJ010.
           ADD 1 TO WS-REJECTED-CNT.
           WRITE RPYM-PRINT-RECORD FROM WS-RPT-DETAIL.

       RJ999.
           EXIT.

       GET-PRODUCT SECTION.
       GP010.
           MOVE 'GET  '      TO WS-PIP-FUNCTION.
           MOVE ACCOUNT-TYPE TO WS-PIP-ACCOUNT-TYPE.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

           IF WS-PIP-STATUS = 'E'
              DISPLAY 'RPYMNT - product master unavailable, run '
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
              DISPLAY 'RPYMNT - business date unavailable, using '
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
           CLOSE RPYCARD.
           CLOSE RPYINST.
           CLOSE ACCTFILE.
           CLOSE RPYMRPT.

           MOVE 'CLOSE' TO WS-PIP-FUNCTION.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

       CF999.
           EXIT.
