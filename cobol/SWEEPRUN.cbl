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
      * Nightly target-balance sweep. Every active instruction on
      * SWEEPINS keeps its CURRENT account at the instruction's
      * target balance against the customer's own SAVINGS account:
      * a surplus over the target is swept out to savings, and a
      * shortfall under it is topped back up from savings, but only
      * when the amount reaches the instruction's minimum sweep and
      * its direction allows that way round. The current account's
      * position is its available balance less its active holds,
      * so held money is never swept away. Run after STORUN and
      * DDCOLL, so the night's standing orders and collections
      * have already hit the balances it works from.
      *
      * Nothing is forced. The debit side passes the same overdraft
      * rule XFRFUN applies on-line - it may not take the account's
      * available balance, less its active holds, below its
      * overdraft limit, held at zero for a savings product that
      * may not go overdrawn - and a block on the ACCTBLK register
      * against the debit or the credit stops the sweep. A sweep
      * that fails the rule is reported REFUSED, one that only the
      * holds stop is reported HELD, one a block stops BLOCKED;
      * none of them is part-paid, and the instruction is tried
      * again the next night.
      *
      * A sweep debits one account, credits the other and journals
      * both legs on TXNJRNL under the batch teller id SWEEPRUN,
      * so EODPROOF proves both accounts and GLPOST nets the pair
      * inside clearing. The night's outcome stays on the
      * instruction; a rerun of a night does not sweep an
      * instruction already swept that business day again. SWEEPRPT
      * lists every active instruction with its outcome.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWEEPRUN.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEPINS
                  ASSIGN TO SWEEPINS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS SWP-SOURCE-ACCOUNT
                  FILE STATUS  IS SWEEPINS-STATUS.

           SELECT ACCTFILE
                  ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT JRNLOUT
                  ASSIGN TO JRNLOUT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS JRNL-KEY
                  FILE STATUS  IS JRNLOUT-STATUS.

           SELECT SWEEPRPT
                  ASSIGN TO SWEEPRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS SWEEPRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  SWEEPINS.
       01  SWEEP-INSTRUCTION-RECORD.
       COPY SWEEPINS.

       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  JRNLOUT.
       01  JOURNAL-RECORD.
       COPY TXNJRNL.

       FD  SWEEPRPT.
       01  SWEEP-PRINT-RECORD              PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  SWEEPINS-STATUS.
           05 SWEEPINS-STATUS1             PIC X.
           05 SWEEPINS-STATUS2             PIC X.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  JRNLOUT-STATUS.
           05 JRNLOUT-STATUS1              PIC X.
           05 JRNLOUT-STATUS2              PIC X.

       01  SWEEPRPT-STATUS.
           05 SWEEPRPT-STATUS1             PIC X.
           05 SWEEPRPT-STATUS2             PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.

       01 WS-READ-CNT                      PIC 9(5) VALUE 0.
       01 WS-ACTIVE-CNT                    PIC 9(5) VALUE 0.
       01 WS-OUT-CNT                       PIC 9(5) VALUE 0.
       01 WS-IN-CNT                        PIC 9(5) VALUE 0.
       01 WS-NOTHING-CNT                   PIC 9(5) VALUE 0.
       01 WS-REFUSED-CNT                   PIC 9(5) VALUE 0.
       01 WS-HELD-CNT                      PIC 9(5) VALUE 0.
       01 WS-BLOCKED-CNT                   PIC 9(5) VALUE 0.
       01 WS-OUT-TOTAL                     PIC 9(11)V99 VALUE 0.
       01 WS-IN-TOTAL                      PIC 9(11)V99 VALUE 0.

       01 WS-DISPOSITION                   PIC X(8).

      *
      * Each side's position as it stood when the instruction was
      * picked up
      *
       01 WS-SOURCE-SORTCODE               PIC 9(6).
       01 WS-SOURCE-CCY                    PIC X(3).
       01 WS-SOURCE-AVAIL                  PIC S9(10)V99 COMP-3.
       01 WS-SOURCE-LIMIT                  PIC S9(10)V99 COMP-3.
       01 WS-SOURCE-HELD                   PIC S9(10)V99 COMP-3.
       01 WS-TARGET-SORTCODE               PIC 9(6).
       01 WS-TARGET-CCY                    PIC X(3).
       01 WS-TARGET-AVAIL                  PIC S9(10)V99 COMP-3.
       01 WS-TARGET-LIMIT                  PIC S9(10)V99 COMP-3.
       01 WS-TARGET-HELD                   PIC S9(10)V99 COMP-3.

       01 WS-SURPLUS                       PIC S9(10)V99 COMP-3.
       01 WS-SWEEP-AMOUNT                  PIC S9(10)V99 COMP-3.
       01 WS-AFTER-DEBIT                   PIC S9(10)V99 COMP-3.

      *
      * The way the money is moving tonight - out of the current
      * account to savings, or in from savings to it
      *
       01 WS-FROM-ACCOUNT                  PIC 9(11).
       01 WS-FROM-SORTCODE                 PIC 9(6).
       01 WS-FROM-AVAIL                    PIC S9(10)V99 COMP-3.
       01 WS-FROM-LIMIT                    PIC S9(10)V99 COMP-3.
       01 WS-FROM-HELD                     PIC S9(10)V99 COMP-3.
       01 WS-TO-ACCOUNT                    PIC 9(11).
       01 WS-TO-SORTCODE                   PIC 9(6).

       01 WS-PRODINF-PARM.
           03 WS-PIP-FUNCTION              PIC X(5).
           03 WS-PIP-ACCOUNT-TYPE          PIC X(8).
           03 WS-PIP-PRODUCT.
       COPY PRODMST.
           03 WS-PIP-STATUS                PIC X.

       01 WS-HOLDSUM-PARM.
           05 WS-HSP-FUNCTION              PIC X(5).
           05 WS-HSP-ACCOUNT-NUMBER        PIC 9(11).
           05 WS-HSP-AS-OF-DATE            PIC X(10).
           05 WS-HSP-HELD-AMOUNT           PIC S9(10)V99 COMP-3.
           05 WS-HSP-HOLD-COUNT            PIC 9(4).
           05 WS-HSP-STATUS                PIC X.

       01 WS-BLKCHK-PARM.
           05 WS-BCP-FUNCTION              PIC X(5).
           05 WS-BCP-ACCOUNT-NUMBER        PIC 9(11).
           05 WS-BCP-AS-OF-DATE            PIC X(10).
           05 WS-BCP-BLOCKED               PIC X.
           05 WS-BCP-REASON-CODE           PIC X(2).
           05 WS-BCP-STATUS                PIC X.

       01 WS-RUN-TIME-RAW                  PIC 9(8).
       01 WS-JOURNAL-TRIES                 PIC 9(2).

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
                 VALUE 'SWEEPRUN TARGET BALANCE SWEEP RUN  '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(87) VALUE SPACES.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-SOURCE                PIC 9(11).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-DISPOSITION           PIC X(8).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-WAY                   PIC X(4).
           05 FILLER                       PIC X(1) VALUE SPACE.
           05 WS-RPT-TARGET                PIC 9(11).
           05 FILLER                       PIC X(8) VALUE ' TARGET '.
           05 WS-RPT-TARGET-BALANCE        PIC Z(9)9.99.
           05 FILLER                       PIC X(8) VALUE ' AMOUNT '.
           05 WS-RPT-AMOUNT                PIC Z(9)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-NOTE                  PIC X(30).
           05 FILLER                       PIC X(19) VALUE SPACES.

       01 WS-RPT-TOTALS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(7) VALUE 'ACTIVE '.
           05 WS-RPT-TOT-ACTIVE            PIC Z(4)9.
           05 FILLER                       PIC X(6) VALUE '  OUT '.
           05 WS-RPT-TOT-OUT               PIC Z(4)9.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-TOT-OUT-AMT           PIC Z(10)9.99.
           05 FILLER                       PIC X(5) VALUE '  IN '.
           05 WS-RPT-TOT-IN                PIC Z(4)9.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-TOT-IN-AMT            PIC Z(10)9.99.
           05 FILLER                       PIC X(10)
                 VALUE '  NOTHING '.
           05 WS-RPT-TOT-NOTHING           PIC Z(4)9.
           05 FILLER                       PIC X(10)
                 VALUE '  REFUSED '.
           05 WS-RPT-TOT-REFUSED           PIC Z(4)9.
           05 FILLER                       PIC X(7) VALUE '  HELD '.
           05 WS-RPT-TOT-HELD              PIC Z(4)9.
           05 FILLER                       PIC X(10)
                 VALUE '  BLOCKED '.
           05 WS-RPT-TOT-BLOCKED           PIC Z(4)9.
           05 FILLER                       PIC X(12) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'SWEEPRUN'.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started SWEEPRUN.'.

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

           WRITE SWEEP-PRINT-RECORD FROM WS-RPT-HEADER.

           READ SWEEPINS NEXT RECORD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-READ-CNT
              IF SWP-STATUS-ACTIVE
                 ADD 1 TO WS-ACTIVE-CNT
                 PERFORM SWEEP-ONE-ACCOUNT
              END-IF
              READ SWEEPINS NEXT RECORD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE WS-ACTIVE-CNT   TO WS-RPT-TOT-ACTIVE.
           MOVE WS-OUT-CNT      TO WS-RPT-TOT-OUT.
           MOVE WS-OUT-TOTAL    TO WS-RPT-TOT-OUT-AMT.
           MOVE WS-IN-CNT       TO WS-RPT-TOT-IN.
           MOVE WS-IN-TOTAL     TO WS-RPT-TOT-IN-AMT.
           MOVE WS-NOTHING-CNT  TO WS-RPT-TOT-NOTHING.
           MOVE WS-REFUSED-CNT  TO WS-RPT-TOT-REFUSED.
           MOVE WS-HELD-CNT     TO WS-RPT-TOT-HELD.
           MOVE WS-BLOCKED-CNT  TO WS-RPT-TOT-BLOCKED.
           WRITE SWEEP-PRINT-RECORD FROM WS-RPT-TOTALS.

           DISPLAY 'SWEEPRUN read ' WS-READ-CNT
                   ' instructions, active ' WS-ACTIVE-CNT
                   ', swept out ' WS-OUT-CNT
                   ', topped up ' WS-IN-CNT
                   ', nothing to do ' WS-NOTHING-CNT
                   ', refused ' WS-REFUSED-CNT
                   ', held ' WS-HELD-CNT
                   ', blocked ' WS-BLOCKED-CNT '.'.

           IF WS-REFUSED-CNT > 0 OR WS-HELD-CNT > 0 OR
              WS-BLOCKED-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN I-O SWEEPINS.
           IF SWEEPINS-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening SWEEPINS file, status='
                       SWEEPINS-STATUS
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

           OPEN I-O JRNLOUT.
           IF JRNLOUT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening JRNLOUT file, status='
                       JRNLOUT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT SWEEPRPT.
           IF SWEEPRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening SWEEPRPT file, status='
                       SWEEPRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * Work out tonight's sweep for one instruction, move it if
      * nothing stops it, and keep the outcome on the instruction
      *
       SWEEP-ONE-ACCOUNT SECTION.
       SA010.
           MOVE SPACES             TO WS-RPT-WAY WS-RPT-NOTE.
           MOVE SWP-SOURCE-ACCOUNT TO WS-RPT-SOURCE.
           MOVE SWP-TARGET-ACCOUNT TO WS-RPT-TARGET.
           MOVE SWP-TARGET-BALANCE TO WS-RPT-TARGET-BALANCE.
           MOVE 0                  TO WS-SWEEP-AMOUNT.

           IF SWP-LAST-RUN-DATE = WS-RUN-DATE AND SWP-RESULT-SWEPT
              MOVE 'DONE    ' TO WS-DISPOSITION
              MOVE 'ALREADY SWEPT THIS DAY        ' TO WS-RPT-NOTE
              MOVE SWP-LAST-AMOUNT TO WS-SWEEP-AMOUNT
              PERFORM REPORT-SWEEP
              GO TO SA999
           END-IF.

           MOVE SPACE TO SWP-LAST-WAY.

           PERFORM GET-SOURCE-POSITION.
           IF WS-RPT-NOTE NOT = SPACES
              PERFORM REFUSE-SWEEP
              GO TO SA900
           END-IF.

           PERFORM GET-TARGET-POSITION.
           IF WS-RPT-NOTE NOT = SPACES
              PERFORM REFUSE-SWEEP
              GO TO SA900
           END-IF.

      *
      * Held money counts as already spent, so it is never swept
      * out and a top-up covers it
      *
           COMPUTE WS-SURPLUS = WS-SOURCE-AVAIL - WS-SOURCE-HELD
                                - SWP-TARGET-BALANCE.

           EVALUATE TRUE
              WHEN WS-SURPLUS = 0
                 MOVE 'AT TARGET                     ' TO WS-RPT-NOTE
                 PERFORM NOTHING-TO-SWEEP
                 GO TO SA900
              WHEN WS-SURPLUS > 0
                 MOVE WS-SURPLUS TO WS-SWEEP-AMOUNT
                 MOVE 'OUT '     TO WS-RPT-WAY
                 MOVE 'O'        TO SWP-LAST-WAY
              WHEN OTHER
                 COMPUTE WS-SWEEP-AMOUNT = 0 - WS-SURPLUS
                 MOVE 'IN  '     TO WS-RPT-WAY
                 MOVE 'I'        TO SWP-LAST-WAY
           END-EVALUATE.

           IF WS-SWEEP-AMOUNT < SWP-MINIMUM-SWEEP
              MOVE 'UNDER THE MINIMUM SWEEP       ' TO WS-RPT-NOTE
              PERFORM NOTHING-TO-SWEEP
              GO TO SA900
           END-IF.

           IF (SWP-LAST-SWEPT-OUT AND SWP-DIRECTION-IN) OR
              (SWP-LAST-TOPPED-UP AND SWP-DIRECTION-OUT)
              MOVE 'DIRECTION NOT ALLOWED         ' TO WS-RPT-NOTE
              PERFORM NOTHING-TO-SWEEP
              GO TO SA900
           END-IF.

           IF SWP-LAST-SWEPT-OUT
              MOVE SWP-SOURCE-ACCOUNT TO WS-FROM-ACCOUNT
              MOVE WS-SOURCE-SORTCODE TO WS-FROM-SORTCODE
              MOVE WS-SOURCE-AVAIL    TO WS-FROM-AVAIL
              MOVE WS-SOURCE-LIMIT    TO WS-FROM-LIMIT
              MOVE WS-SOURCE-HELD     TO WS-FROM-HELD
              MOVE SWP-TARGET-ACCOUNT TO WS-TO-ACCOUNT
              MOVE WS-TARGET-SORTCODE TO WS-TO-SORTCODE
           ELSE
              MOVE SWP-TARGET-ACCOUNT TO WS-FROM-ACCOUNT
              MOVE WS-TARGET-SORTCODE TO WS-FROM-SORTCODE
              MOVE WS-TARGET-AVAIL    TO WS-FROM-AVAIL
              MOVE WS-TARGET-LIMIT    TO WS-FROM-LIMIT
              MOVE WS-TARGET-HELD     TO WS-FROM-HELD
              MOVE SWP-SOURCE-ACCOUNT TO WS-TO-ACCOUNT
              MOVE WS-SOURCE-SORTCODE TO WS-TO-SORTCODE
           END-IF.

      *
      * A block on either side stops the sweep until it is lifted
      *
           MOVE 'DEBIT'         TO WS-BCP-FUNCTION.
           MOVE WS-FROM-ACCOUNT TO WS-BCP-ACCOUNT-NUMBER.
           PERFORM CHECK-BLOCK.
           IF WS-BCP-BLOCKED = 'Y'
              STRING 'BLK ' WS-BCP-REASON-CODE ' - DEBIT SIDE BLOCKED'
                 DELIMITED BY SIZE INTO WS-RPT-NOTE
              PERFORM BLOCK-SWEEP
              GO TO SA900
           END-IF.

           MOVE 'CREDT'         TO WS-BCP-FUNCTION.
           MOVE WS-TO-ACCOUNT   TO WS-BCP-ACCOUNT-NUMBER.
           PERFORM CHECK-BLOCK.
           IF WS-BCP-BLOCKED = 'Y'
              STRING 'BLK ' WS-BCP-REASON-CODE ' - CREDIT SIDE BLOCKED'
                 DELIMITED BY SIZE INTO WS-RPT-NOTE
              PERFORM BLOCK-SWEEP
              GO TO SA900
           END-IF.

      *
      * The same rule as XFRFUN's VALIDATE-OVERDRAFT: the debit may
      * not take available balance, less any active holds, below
      * the overdraft limit. Where the balance alone would stand
      * it, the holds are what stopped the sweep
      *
           COMPUTE WS-AFTER-DEBIT = WS-FROM-AVAIL - WS-SWEEP-AMOUNT.
           IF WS-AFTER-DEBIT < WS-FROM-LIMIT
              MOVE 'FAILS THE OVERDRAFT RULE      ' TO WS-RPT-NOTE
              PERFORM REFUSE-SWEEP
              GO TO SA900
           END-IF.

           SUBTRACT WS-FROM-HELD FROM WS-AFTER-DEBIT.
           IF WS-AFTER-DEBIT < WS-FROM-LIMIT
              MOVE 'FUNDS UNDER AN ACTIVE HOLD    ' TO WS-RPT-NOTE
              PERFORM HOLD-SWEEP
              GO TO SA900
           END-IF.

           PERFORM MOVE-THE-MONEY.

           MOVE 'SWEPT   ' TO WS-DISPOSITION.
           MOVE 'S'        TO SWP-LAST-RESULT.
           IF SWP-LAST-SWEPT-OUT
              ADD 1 TO WS-OUT-CNT
              ADD WS-SWEEP-AMOUNT TO WS-OUT-TOTAL
              MOVE 'SURPLUS SWEPT TO SAVINGS      ' TO WS-RPT-NOTE
           ELSE
              ADD 1 TO WS-IN-CNT
              ADD WS-SWEEP-AMOUNT TO WS-IN-TOTAL
              MOVE 'TOPPED UP FROM SAVINGS        ' TO WS-RPT-NOTE
           END-IF.

       SA900.
           MOVE WS-RUN-DATE     TO SWP-LAST-RUN-DATE.
           MOVE WS-SWEEP-AMOUNT TO SWP-LAST-AMOUNT.
           REWRITE SWEEP-INSTRUCTION-RECORD.
           IF SWEEPINS-STATUS NOT = '00'
              DISPLAY 'SWEEPRUN - error rewriting sweep for '
                      SWP-SOURCE-ACCOUNT ' status=' SWEEPINS-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM REPORT-SWEEP.

       SA999.
           EXIT.

      *
      * The current account must be open; its position is read
      * with its holds
      *
       GET-SOURCE-POSITION SECTION.
       GS010.
           MOVE SWP-SOURCE-ACCOUNT TO ACCOUNT-NUMBER.
           PERFORM READ-ACCOUNT.
           IF ACCTFILE-STATUS = '23' OR ACCOUNT-STATUS-CLOSED
              MOVE 'CURRENT ACCOUNT NOT OPEN      ' TO WS-RPT-NOTE
              GO TO GS999
           END-IF.

           MOVE ACCOUNT-SORTCODE          TO WS-SOURCE-SORTCODE.
           MOVE ACCOUNT-AVAILABLE-BALANCE TO WS-SOURCE-AVAIL.
           MOVE ACCOUNT-OVERDRAFT-LIMIT   TO WS-SOURCE-LIMIT.
           MOVE ACCOUNT-CURRENCY-CODE     TO WS-SOURCE-CCY.
           IF WS-SOURCE-CCY = SPACES
              MOVE 'GBP' TO WS-SOURCE-CCY
           END-IF.

           PERFORM GET-HELD-AMOUNT.
           MOVE WS-HSP-HELD-AMOUNT TO WS-SOURCE-HELD.

       GS999.
           EXIT.

      *
      * The savings account must be open and in the same currency;
      * a savings product that may not go overdrawn is held to a
      * limit of zero, as ODSWEEP holds it
      *
       GET-TARGET-POSITION SECTION.
       GT010.
           MOVE SWP-TARGET-ACCOUNT TO ACCOUNT-NUMBER.
           PERFORM READ-ACCOUNT.
           IF ACCTFILE-STATUS = '23' OR ACCOUNT-STATUS-CLOSED
              MOVE 'SAVINGS ACCOUNT NOT OPEN      ' TO WS-RPT-NOTE
              GO TO GT999
           END-IF.

           MOVE ACCOUNT-CURRENCY-CODE TO WS-TARGET-CCY.
           IF WS-TARGET-CCY = SPACES
              MOVE 'GBP' TO WS-TARGET-CCY
           END-IF.
           IF WS-TARGET-CCY NOT = WS-SOURCE-CCY
              MOVE 'SAVINGS ACCOUNT OTHER CURRENCY' TO WS-RPT-NOTE
              GO TO GT999
           END-IF.

           MOVE ACCOUNT-SORTCODE          TO WS-TARGET-SORTCODE.
           MOVE ACCOUNT-AVAILABLE-BALANCE TO WS-TARGET-AVAIL.
           MOVE ACCOUNT-OVERDRAFT-LIMIT   TO WS-TARGET-LIMIT.

           PERFORM GET-PRODUCT.
           IF NOT PROD-OVERDRAFT-ALLOWED
              MOVE 0 TO WS-TARGET-LIMIT
           END-IF.

           PERFORM GET-HELD-AMOUNT.
           MOVE WS-HSP-HELD-AMOUNT TO WS-TARGET-HELD.

       GT999.
           EXIT.

       NOTHING-TO-SWEEP SECTION.
       NS010.
           MOVE 0          TO WS-SWEEP-AMOUNT.
           MOVE 'NO SWEEP' TO WS-DISPOSITION.
           MOVE 'N'        TO SWP-LAST-RESULT.
           ADD 1 TO WS-NOTHING-CNT.

       NS999.
           EXIT.

       REFUSE-SWEEP SECTION.
       RF010.
           MOVE 'REFUSED ' TO WS-DISPOSITION.
           MOVE 'R'        TO SWP-LAST-RESULT.
           ADD 1 TO WS-REFUSED-CNT.

       RF999.
           EXIT.

       HOLD-SWEEP SECTION.
       HS010.
           MOVE 'HELD    ' TO WS-DISPOSITION.
           MOVE 'R'        TO SWP-LAST-RESULT.
           ADD 1 TO WS-HELD-CNT.

       HS999.
           EXIT.

       BLOCK-SWEEP SECTION.
       BS010.
           MOVE 'BLOCKED ' TO WS-DISPOSITION.
           MOVE 'R'        TO SWP-LAST-RESULT.
           ADD 1 TO WS-BLOCKED-CNT.

       BS999.
           EXIT.

      *
      * Debit one side, credit the other and journal both legs
      *
       MOVE-THE-MONEY SECTION.
       MM010.
           MOVE WS-FROM-ACCOUNT TO ACCOUNT-NUMBER.
           PERFORM READ-ACCOUNT.
           IF ACCTFILE-STATUS NOT = '00'
              DISPLAY 'SWEEPRUN - account vanished ' ACCOUNT-NUMBER
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           SUBTRACT WS-SWEEP-AMOUNT FROM ACCOUNT-AVAILABLE-BALANCE
                                         ACCOUNT-ACTUAL-BALANCE.
           PERFORM REWRITE-ACCOUNT.

           MOVE WS-TO-ACCOUNT TO ACCOUNT-NUMBER.
           PERFORM READ-ACCOUNT.
           IF ACCTFILE-STATUS NOT = '00'
              DISPLAY 'SWEEPRUN - account vanished ' ACCOUNT-NUMBER
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD WS-SWEEP-AMOUNT TO ACCOUNT-AVAILABLE-BALANCE
                                  ACCOUNT-ACTUAL-BALANCE.
           PERFORM REWRITE-ACCOUNT.

           PERFORM JOURNAL-BOTH-LEGS.

       MM999.
           EXIT.

      *
      * Journal both legs the way XFRFUN does on-line, under the
      * batch teller id so history shows who moved the money
      *
       JOURNAL-BOTH-LEGS SECTION.
       JB010.
           MOVE WS-RUN-DATE     TO JRNL-DATE.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO JRNL-TIME.
           MOVE WS-SWEEP-AMOUNT TO JRNL-AMOUNT.
           MOVE 'BTCH'          TO JRNL-TERMINAL.
           MOVE 'SWEEPRUN'      TO JRNL-TELLER.
           MOVE 'N'             TO JRNL-CONFIRM-PASS.
           MOVE WS-SOURCE-CCY   TO JRNL-CURRENCY-CODE.
           MOVE WS-SWEEP-AMOUNT TO JRNL-CONVERTED-AMOUNT.
           MOVE WS-SOURCE-CCY   TO JRNL-CONVERTED-CCY.
           MOVE SPACES          TO JRNL-SUPERVISOR.
           MOVE SPACES          TO JRNL-REASON-CODE.

           MOVE WS-FROM-ACCOUNT  TO JRNL-ACCOUNT-NUMBER.
           MOVE 'D'              TO JRNL-DR-CR.
           MOVE WS-TO-SORTCODE   TO JRNL-COUNTERPARTY-SORTCODE.
           MOVE WS-TO-ACCOUNT    TO JRNL-COUNTERPARTY-ACCOUNT.
           PERFORM WRITE-JOURNAL-LEG.

           MOVE WS-TO-ACCOUNT    TO JRNL-ACCOUNT-NUMBER.
           MOVE 'C'              TO JRNL-DR-CR.
           MOVE WS-FROM-SORTCODE TO JRNL-COUNTERPARTY-SORTCODE.
           MOVE WS-FROM-ACCOUNT  TO JRNL-COUNTERPARTY-ACCOUNT.
           PERFORM WRITE-JOURNAL-LEG.

       JB999.
           EXIT.

       WRITE-JOURNAL-LEG SECTION.
       WL010.
           MOVE 1 TO JRNL-SEQUENCE.
           MOVE 0 TO WS-JOURNAL-TRIES.

       WL020.
           WRITE JOURNAL-RECORD.

           IF JRNLOUT-STATUS = '22' AND WS-JOURNAL-TRIES < 10
              ADD 1 TO WS-JOURNAL-TRIES
              ADD 1 TO JRNL-SEQUENCE
              GO TO WL020
           END-IF.

           IF JRNLOUT-STATUS NOT = '00'
              DISPLAY 'SWEEPRUN - journal write failed for account '
                      JRNL-ACCOUNT-NUMBER ' status=' JRNLOUT-STATUS
           END-IF.

       WL999.
           EXIT.

       REPORT-SWEEP SECTION.
       RP010.
           MOVE WS-DISPOSITION  TO WS-RPT-DISPOSITION.
           MOVE WS-SWEEP-AMOUNT TO WS-RPT-AMOUNT.
           WRITE SWEEP-PRINT-RECORD FROM WS-RPT-DETAIL.

       RP999.
           EXIT.

       READ-ACCOUNT SECTION.
       RA010.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
           END-READ.

           IF ACCTFILE-STATUS NOT = '00' AND ACCTFILE-STATUS NOT = '23'
              DISPLAY 'SWEEPRUN - error reading account '
                      ACCOUNT-NUMBER ' status=' ACCTFILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RA999.
           EXIT.

       REWRITE-ACCOUNT SECTION.
       RW010.
           REWRITE ACCOUNT-RECORD.
           IF ACCTFILE-STATUS NOT = '00'
              DISPLAY 'SWEEPRUN - error rewriting account '
                      ACCOUNT-NUMBER ' status=' ACCTFILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RW999.
           EXIT.

       GET-PRODUCT SECTION.
       GP010.
           MOVE 'GET  '      TO WS-PIP-FUNCTION.
           MOVE ACCOUNT-TYPE TO WS-PIP-ACCOUNT-TYPE.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

           IF WS-PIP-STATUS = 'E'
              DISPLAY 'SWEEPRUN - product master unavailable, run '
                      'stopped'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       GP999.
           EXIT.

      *
      * Total of the account's active holds from HOLDSUM
      *
       GET-HELD-AMOUNT SECTION.
       GHA10.
           MOVE 'SUM  '        TO WS-HSP-FUNCTION.
           MOVE ACCOUNT-NUMBER TO WS-HSP-ACCOUNT-NUMBER.
           MOVE WS-RUN-DATE    TO WS-HSP-AS-OF-DATE.
           CALL 'HOLDSUM' USING WS-HOLDSUM-PARM.
           IF WS-HSP-STATUS NOT = SPACE
              DISPLAY 'SWEEPRUN - HOLDS unreadable for account '
                      ACCOUNT-NUMBER
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       GHA99.
           EXIT.

      *
      * Ask BLKCHK whether the ACCTBLK register stops this movement
      *
       CHECK-BLOCK SECTION.
       CB010.
           MOVE WS-RUN-DATE TO WS-BCP-AS-OF-DATE.
           CALL 'BLKCHK' USING WS-BLKCHK-PARM.
           IF WS-BCP-STATUS NOT = SPACE
              DISPLAY 'SWEEPRUN - ACCTBLK unreadable for account '
                      WS-BCP-ACCOUNT-NUMBER
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CB999.
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
              DISPLAY 'SWEEPRUN - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-READ-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE SWEEPINS.
           CLOSE ACCTFILE.
           CLOSE JRNLOUT.
           CLOSE SWEEPRPT.

           MOVE 'CLOSE' TO WS-PIP-FUNCTION.
           CALL 'PRODINF' USING WS-PRODINF-PARM.
           MOVE 'CLOSE' TO WS-BCP-FUNCTION.
           CALL 'BLKCHK' USING WS-BLKCHK-PARM.
           MOVE 'CLOSE' TO WS-HSP-FUNCTION.
           CALL 'HOLDSUM' USING WS-HOLDSUM-PARM.

       CF999.
           EXIT.
