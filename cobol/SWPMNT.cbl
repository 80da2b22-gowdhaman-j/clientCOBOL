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
      * Target-balance sweep instruction maintenance, card-driven,
      * for the business desk. Sets up, changes, stops and
      * restarts the instructions on SWEEPINS that SWEEPRUN keeps
      * each CURRENT account at its target balance by. Each
      * SWPCARD is:
      *   col 1      action - A add, C change, S stop, R restart
      *   cols 2-12  current account kept at the target
      *   cols 13-23 savings account the surplus goes to and the
      *              top-up comes from                     (A)
      *   cols 24-35 target balance, pounds and pence with no
      *              point (000000500000 = 5000.00)        (A)
      *   cols 36-47 minimum sweep, the same way; nothing less
      *              than this is ever moved               (A)
      *   col 48     direction - O surplus out only, I top-up
      *              in only, B both                       (A)
      *   cols 49-56 id of the person making the change
      * On a C card a blank field leaves that setting as it is.
      * The current account must be an open CURRENT account; the
      * savings account an open SAVINGS account of the same
      * customer in the same currency, checked again when an
      * instruction is restarted. A stopped instruction is kept,
      * with the last night's outcome, so it can be restarted;
      * nothing is swept while it is stopped. Every card's
      * outcome, with the instruction as it now stands, goes to
      * SWPMRPT.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWPMNT.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWPCARD
                  ASSIGN TO SWPCARD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS SWPCARD-STATUS.

           SELECT SWEEPINS
                  ASSIGN TO SWEEPINS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS SWP-SOURCE-ACCOUNT
                  FILE STATUS  IS SWEEPINS-STATUS.

           SELECT ACCTFILE
                  ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT SWPMRPT
                  ASSIGN TO SWPMRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS SWPMRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  SWPCARD.
       01  SWEEP-CARD.
           05 CARD-ACTION                  PIC X.
           05 CARD-SOURCE-ACCOUNT          PIC X(11).
           05 CARD-SOURCE-ACCOUNT-N REDEFINES CARD-SOURCE-ACCOUNT
                                           PIC 9(11).
           05 CARD-TARGET-ACCOUNT          PIC X(11).
           05 CARD-TARGET-ACCOUNT-N REDEFINES CARD-TARGET-ACCOUNT
                                           PIC 9(11).
           05 CARD-TARGET-BALANCE          PIC X(12).
           05 CARD-TARGET-BALANCE-N REDEFINES CARD-TARGET-BALANCE
                                           PIC 9(10)V99.
           05 CARD-MINIMUM-SWEEP           PIC X(12).
           05 CARD-MINIMUM-SWEEP-N REDEFINES CARD-MINIMUM-SWEEP
                                           PIC 9(10)V99.
           05 CARD-DIRECTION               PIC X.
           05 CARD-CHANGED-BY              PIC X(8).
           05 FILLER                       PIC X(24).

       FD  SWEEPINS.
       01  SWEEP-INSTRUCTION-RECORD.
       COPY SWEEPINS.

       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  SWPMRPT.
       01  SWPM-PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  SWPCARD-STATUS.
           05 SWPCARD-STATUS1              PIC X.
           05 SWPCARD-STATUS2              PIC X.

       01  SWEEPINS-STATUS.
           05 SWEEPINS-STATUS1             PIC X.
           05 SWEEPINS-STATUS2             PIC X.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  SWPMRPT-STATUS.
           05 SWPMRPT-STATUS1              PIC X.
           05 SWPMRPT-STATUS2              PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.

       01 WS-CARD-CNT                      PIC 9(5) VALUE 0.
       01 WS-ADDED-CNT                     PIC 9(5) VALUE 0.
       01 WS-CHANGED-CNT                   PIC 9(5) VALUE 0.
       01 WS-STOPPED-CNT                   PIC 9(5) VALUE 0.
       01 WS-RESTARTED-CNT                 PIC 9(5) VALUE 0.
       01 WS-REJECTED-CNT                  PIC 9(5) VALUE 0.

       01 WS-SOURCE-CUSTOMER               PIC 9(10).
       01 WS-SOURCE-CCY                    PIC X(3).
       01 WS-TARGET-CCY                    PIC X(3).

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
                 VALUE 'SWPMNT TARGET BALANCE SWEEPS       '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(87) VALUE SPACES.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-ACTION                PIC X.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-SOURCE                PIC X(11).
           05 FILLER                       PIC X(4) VALUE ' TO '.
           05 WS-RPT-TARGET                PIC X(11).
           05 FILLER                       PIC X(5) VALUE ' BAL '.
           05 WS-RPT-TARGET-BALANCE        PIC Z(9)9.99.
           05 FILLER                       PIC X(5) VALUE ' MIN '.
           05 WS-RPT-MINIMUM               PIC Z(9)9.99.
           05 FILLER                       PIC X(5) VALUE ' DIR '.
           05 WS-RPT-DIRECTION             PIC X.
           05 FILLER                       PIC X(4) VALUE ' ST '.
           05 WS-RPT-STATUS                PIC X.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-OUTCOME               PIC X(45).
           05 FILLER                       PIC X(9) VALUE SPACES.

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
                                               VALUE 'SWPMNT  '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started SWPMNT.'.

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

           WRITE SWPM-PRINT-RECORD FROM WS-RPT-HEADER.

           READ SWPCARD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-CARD-CNT
              PERFORM APPLY-ONE-CARD
              READ SWPCARD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE WS-CARD-CNT      TO WS-RPT-TOT-CARDS.
           MOVE WS-ADDED-CNT     TO WS-RPT-TOT-ADDED.
           MOVE WS-CHANGED-CNT   TO WS-RPT-TOT-CHANGED.
           MOVE WS-STOPPED-CNT   TO WS-RPT-TOT-STOPPED.
           MOVE WS-RESTARTED-CNT TO WS-RPT-TOT-RESTARTED.
           MOVE WS-REJECTED-CNT  TO WS-RPT-TOT-REJECTED.
           WRITE SWPM-PRINT-RECORD FROM WS-RPT-TOTALS.

           DISPLAY 'SWPMNT processed ' WS-CARD-CNT
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
           OPEN INPUT SWPCARD.
           IF SWPCARD-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening SWPCARD file, status='
                       SWPCARD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O SWEEPINS.
           IF SWEEPINS-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening SWEEPINS file, status='
                       SWEEPINS-STATUS
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

           OPEN OUTPUT SWPMRPT.
           IF SWPMRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening SWPMRPT file, status='
                       SWPMRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

       APPLY-ONE-CARD SECTION.
       AC010.
           MOVE CARD-ACTION         TO WS-RPT-ACTION.
           MOVE CARD-SOURCE-ACCOUNT TO WS-RPT-SOURCE.
           MOVE CARD-TARGET-ACCOUNT TO WS-RPT-TARGET.
           MOVE CARD-DIRECTION      TO WS-RPT-DIRECTION.
           MOVE 0                   TO WS-RPT-TARGET-BALANCE
                                       WS-RPT-MINIMUM.
           MOVE SPACE               TO WS-RPT-STATUS.

           IF CARD-SOURCE-ACCOUNT NOT NUMERIC
              MOVE 'REJECTED - CURRENT ACCOUNT NOT NUMERIC       '
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
      * A new sweep needs both accounts, a target, a minimum and a
      * direction
      *
       ADD-INSTRUCTION SECTION.
       AI010.
           PERFORM CHECK-SOURCE.
           IF WS-RPT-OUTCOME NOT = SPACES
              PERFORM REJECT-CARD
              GO TO AI999
           END-IF.

           IF CARD-TARGET-ACCOUNT = SPACES OR
              CARD-TARGET-BALANCE = SPACES OR
              CARD-MINIMUM-SWEEP = SPACES OR
              CARD-DIRECTION = SPACE
              MOVE 'REJECTED - ADD NEEDS EVERY FIELD             '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AI999
           END-IF.

           MOVE SPACES                TO SWEEP-INSTRUCTION-RECORD.
           MOVE CARD-SOURCE-ACCOUNT-N TO SWP-SOURCE-ACCOUNT.
           MOVE 0                     TO SWP-TARGET-BALANCE
                                         SWP-MINIMUM-SWEEP
                                         SWP-LAST-AMOUNT.
           MOVE 'A'                   TO SWP-STATUS.
           MOVE WS-RUN-DATE           TO SWP-SET-UP-DATE.
           PERFORM LAY-CARD-OVER-INSTRUCTION.
           IF WS-RPT-OUTCOME NOT = SPACES
              PERFORM REJECT-CARD
              GO TO AI999
           END-IF.

           WRITE SWEEP-INSTRUCTION-RECORD.

           IF SWEEPINS-STATUS = '22'
              MOVE 'REJECTED - ACCOUNT ALREADY HAS A SWEEP       '
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

           IF CARD-TARGET-ACCOUNT NOT = SPACES
              PERFORM CHECK-SOURCE
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

           REWRITE SWEEP-INSTRUCTION-RECORD.
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

           IF SWP-STATUS-STOPPED
              MOVE 'REJECTED - SWEEP ALREADY STOPPED             '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO SI999
           END-IF.

           MOVE 'S'             TO SWP-STATUS.
           MOVE CARD-CHANGED-BY TO SWP-CHANGED-BY.
           MOVE WS-RUN-DATE     TO SWP-CHANGED-DATE.
           REWRITE SWEEP-INSTRUCTION-RECORD.
           PERFORM CHECK-INSTRUCTION-WRITE.

           ADD 1 TO WS-STOPPED-CNT.
           MOVE 'STOPPED - NOTHING MORE SWEPT                 '
              TO WS-RPT-OUTCOME.
           PERFORM REPORT-INSTRUCTION.

       SI999.
           EXIT.

      *
      * Both accounts are checked again, as either may have changed
      * while the sweep was stopped
      *
       RESTART-INSTRUCTION SECTION.
       RS010.
           PERFORM READ-INSTRUCTION.
           IF WS-RPT-OUTCOME NOT = SPACES
              PERFORM REJECT-CARD
              GO TO RS999
           END-IF.

           IF NOT SWP-STATUS-STOPPED
              MOVE 'REJECTED - SWEEP IS NOT STOPPED              '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO RS999
           END-IF.

           PERFORM CHECK-SOURCE.
           IF WS-RPT-OUTCOME NOT = SPACES
              PERFORM REJECT-CARD
              GO TO RS999
           END-IF.

           IF CARD-TARGET-ACCOUNT = SPACES
              MOVE SWP-TARGET-ACCOUNT TO CARD-TARGET-ACCOUNT-N
           END-IF.
           PERFORM LAY-CARD-OVER-INSTRUCTION.
           IF WS-RPT-OUTCOME NOT = SPACES
              PERFORM REJECT-CARD
              GO TO RS999
           END-IF.

           MOVE 'A' TO SWP-STATUS.
           REWRITE SWEEP-INSTRUCTION-RECORD.
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
           MOVE CARD-SOURCE-ACCOUNT-N TO SWP-SOURCE-ACCOUNT.
           READ SWEEPINS
              KEY IS SWP-SOURCE-ACCOUNT
           END-READ.

           IF SWEEPINS-STATUS = '23'
              MOVE 'REJECTED - NO SWEEP FOR THE ACCOUNT          '
                 TO WS-RPT-OUTCOME
              GO TO RI999
           END-IF.
           IF SWEEPINS-STATUS NOT = '00'
              DISPLAY 'SWPMNT - error reading sweep for '
                      CARD-SOURCE-ACCOUNT ' status=' SWEEPINS-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RI999.
           EXIT.

      *
      * The account kept at the target must be an open current
      * account; its customer and currency are kept so the savings
      * account can be matched to them
      *
       CHECK-SOURCE SECTION.
       CS010.
           MOVE SPACES TO WS-RPT-OUTCOME.
           MOVE CARD-SOURCE-ACCOUNT-N TO ACCOUNT-NUMBER.
           PERFORM READ-ACCOUNT.

           IF ACCTFILE-STATUS = '23' OR ACCOUNT-STATUS-CLOSED
              MOVE 'REJECTED - CURRENT ACCOUNT NOT OPEN ON FILE  '
                 TO WS-RPT-OUTCOME
              GO TO CS999
           END-IF.

           PERFORM GET-PRODUCT.
           IF NOT PROD-CLASS-CURRENT
              MOVE 'REJECTED - ACCOUNT IS NOT A CURRENT ACCOUNT  '
                 TO WS-RPT-OUTCOME
              GO TO CS999
           END-IF.

           MOVE ACCOUNT-CUSTOMER-NUMBER TO WS-SOURCE-CUSTOMER.
           MOVE ACCOUNT-CURRENCY-CODE   TO WS-SOURCE-CCY.
           IF WS-SOURCE-CCY = SPACES
              MOVE 'GBP' TO WS-SOURCE-CCY
           END-IF.

       CS999.
           EXIT.

      *
      * Every non-blank card field onto the instruction, each one
      * checked; a bad field leaves its reason in WS-RPT-OUTCOME
      * and the record is not written back
      *
       LAY-CARD-OVER-INSTRUCTION SECTION.
       LC010.
           MOVE SPACES TO WS-RPT-OUTCOME.

           IF CARD-TARGET-ACCOUNT NOT = SPACES
              IF CARD-TARGET-ACCOUNT NOT NUMERIC
                 MOVE 'REJECTED - SAVINGS ACCOUNT NOT NUMERIC       '
                    TO WS-RPT-OUTCOME
                 GO TO LC999
              END-IF
              MOVE CARD-TARGET-ACCOUNT-N TO ACCOUNT-NUMBER
              PERFORM READ-ACCOUNT
              IF ACCTFILE-STATUS = '00'
                 PERFORM GET-PRODUCT
                 MOVE ACCOUNT-CURRENCY-CODE TO WS-TARGET-CCY
                 IF WS-TARGET-CCY = SPACES
                    MOVE 'GBP' TO WS-TARGET-CCY
                 END-IF
              END-IF
              IF ACCTFILE-STATUS NOT = '00' OR
                 ACCOUNT-STATUS-CLOSED OR
                 ACCOUNT-CUSTOMER-NUMBER NOT = WS-SOURCE-CUSTOMER OR
                 NOT PROD-CLASS-SAVINGS
                 MOVE 'REJECTED - SAVINGS ACCOUNT NOT AN OWN SAVINGS'
                    TO WS-RPT-OUTCOME
                 GO TO LC999
              END-IF
              IF WS-TARGET-CCY NOT = WS-SOURCE-CCY
                 MOVE 'REJECTED - SAVINGS ACCOUNT IN OTHER CURRENCY '
                    TO WS-RPT-OUTCOME
                 GO TO LC999
              END-IF
              MOVE CARD-TARGET-ACCOUNT-N TO SWP-TARGET-ACCOUNT
           END-IF.

           IF CARD-TARGET-BALANCE NOT = SPACES
              IF CARD-TARGET-BALANCE NOT NUMERIC
                 MOVE 'REJECTED - TARGET BALANCE NOT NUMERIC        '
                    TO WS-RPT-OUTCOME
                 GO TO LC999
              END-IF
              MOVE CARD-TARGET-BALANCE-N TO SWP-TARGET-BALANCE
           END-IF.

           IF CARD-MINIMUM-SWEEP NOT = SPACES
              IF CARD-MINIMUM-SWEEP NOT NUMERIC OR
                 CARD-MINIMUM-SWEEP-N = 0
                 MOVE 'REJECTED - MINIMUM SWEEP MUST BE ABOVE ZERO  '
                    TO WS-RPT-OUTCOME
                 GO TO LC999
              END-IF
              MOVE CARD-MINIMUM-SWEEP-N TO SWP-MINIMUM-SWEEP
           END-IF.

           IF CARD-DIRECTION NOT = SPACE
              MOVE CARD-DIRECTION TO SWP-DIRECTION
              IF NOT SWP-DIRECTION-VALID
                 MOVE 'REJECTED - DIRECTION MUST BE O, I OR B       '
                    TO WS-RPT-OUTCOME
                 GO TO LC999
              END-IF
           END-IF.

           MOVE CARD-CHANGED-BY TO SWP-CHANGED-BY.
           MOVE WS-RUN-DATE     TO SWP-CHANGED-DATE.

       LC999.
           EXIT.

       READ-ACCOUNT SECTION.
       RA010.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
           END-READ.

           IF ACCTFILE-STATUS NOT = '00' AND ACCTFILE-STATUS NOT = '23'
              DISPLAY 'SWPMNT - error reading account '
                      ACCOUNT-NUMBER ' status=' ACCTFILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RA999.
           EXIT.

       CHECK-INSTRUCTION-WRITE SECTION.
       CW010.
           IF SWEEPINS-STATUS NOT = '00'
              DISPLAY 'SWPMNT - error writing sweep for '
                      CARD-SOURCE-ACCOUNT ' status=' SWEEPINS-STATUS
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
           MOVE SWP-TARGET-ACCOUNT TO WS-RPT-TARGET.
           MOVE SWP-TARGET-BALANCE TO WS-RPT-TARGET-BALANCE.
           MOVE SWP-MINIMUM-SWEEP  TO WS-RPT-MINIMUM.
           MOVE SWP-DIRECTION      TO WS-RPT-DIRECTION.
           MOVE SWP-STATUS         TO WS-RPT-STATUS.
           WRITE SWPM-PRINT-RECORD FROM WS-RPT-DETAIL.

       RP999.
           EXIT.

       REJECT-CARD SECTION.
       RJ010.
           ADD 1 TO WS-REJECTED-CNT.
           WRITE SWPM-PRINT-RECORD FROM WS-RPT-DETAIL.

       RJ999.
           EXIT.

       GET-PRODUCT SECTION.
       GP010.
           MOVE 'GET  '      TO WS-PIP-FUNCTION.
           MOVE ACCOUNT-TYPE TO WS-PIP-ACCOUNT-TYPE.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

           IF WS-PIP-STATUS = 'E'
              DISPLAY 'SWPMNT - product master unavailable, run '
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
              DISPLAY 'SWPMNT - business date unavailable, using '
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
           CLOSE SWPCARD.
           CLOSE SWEEPINS.
           CLOSE ACCTFILE.
           CLOSE SWPMRPT.

           MOVE 'CLOSE' TO WS-PIP-FUNCTION.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

       CF999.
           EXIT.
