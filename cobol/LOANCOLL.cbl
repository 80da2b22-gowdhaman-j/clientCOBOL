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
      * Loan repayment collection. Every LOAN with an active
      * instruction on RPYINST has its monthly installment taken
      * from the current account the instruction names, on the
      * first run on or after the instruction's due day in each
      * month from RPI-FIRST-MONTH on. The installment is the one
      * the loan's contractual schedule on EXPECTIN - the same
      * AMORSKED concatenation DELINQ reads - has due next: the
      * period after the last one DELINQ has counted on ARREARS,
      * or the first for a loan DELINQ has not seen yet. It is
      * never more than the loan still owes.
      *
      * The debit follows the XFRFUN overdraft rule: it may not
      * take the account's available balance, less any active
      * holds, below its overdraft limit. What the rule allows is
      * taken even when it is short of the installment, so a
      * collection is full, partial or - with no headroom, the
      * account closed, not sterling or blocked to debits - failed.
      * Whatever is taken is debited from the repayment account,
      * credited to the loan, and both legs journalled on TXNJRNL
      * under the batch teller id LOANCOLL. Each month is
      * collected once; its result stays on the instruction.
      *
      * Every run rewrites RECVPAY from the instructions, in loan
      * order, with one record for each loan collected in the
      * month so far carrying what was actually received - nothing
      * for a failed collection - so DELINQ's monthly cycle, run
      * after the last due day, ages full, partial and failed
      * collections alike. Due days run 1 to 28, so a nightly run
      * takes every loan on its own day; a run only at the cycle
      * takes them all at once. A loan that has been closed or
      * repaid has its instruction stopped. LOANCRPT lists every
      * collection with its outcome.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANCOLL.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPYINST
                  ASSIGN TO RPYINST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RPI-LOAN-NUMBER
                  FILE STATUS  IS RPYINST-STATUS.

           SELECT EXPECTIN
                  ASSIGN TO EXPECTIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS EXPECTIN-STATUS.

           SELECT ARREARS
                  ASSIGN TO ARREARS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ARR-LOAN-NUMBER
                  FILE STATUS  IS ARREARS-STATUS.

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

           SELECT RECVPAY
                  ASSIGN TO RECVPAY
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS RECVPAY-STATUS.

           SELECT LOANCRPT
                  ASSIGN TO LOANCRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS LOANCRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  RPYINST.
       01  REPAYMENT-INSTRUCTION-RECORD.
       COPY RPYINST.

      *
      * The AMORSKED line shapes, as DELINQ reads them
      *
       FD  EXPECTIN.
       01  EXPECTED-RECORD                 PIC X(80).
       01  EXPECTED-HEADER-REC.
           05 EXP-HDR-TAG                  PIC X(5).
           05 EXP-HDR-LOAN                 PIC X(8).
           05 EXP-HDR-LOAN-N REDEFINES EXP-HDR-LOAN
                                           PIC 9(8).
           05 FILLER                       PIC X(67).
       01  EXPECTED-SCHEDULE-REC.
           05 EXP-PERIOD-X                 PIC X(3).
           05 FILLER                       PIC X(3).
           05 EXP-OPENING-X                PIC X(12).
           05 FILLER                       PIC X(3).
           05 EXP-INTEREST-X               PIC X(12).
           05 FILLER                       PIC X(3).
           05 EXP-PRINCIPAL-X              PIC X(12).
           05 FILLER                       PIC X(32).

       FD  ARREARS.
       01  ARREARS-RECORD.
           05 ARR-LOAN-NUMBER              PIC 9(8).
           05 ARR-PERIODS-DUE              PIC 9(3).
           05 ARR-EXPECTED-TO-DATE         PIC S9(11)V99 COMP-3.
           05 ARR-RECEIVED-TO-DATE         PIC S9(11)V99 COMP-3.
           05 ARR-ARREARS-AMOUNT           PIC S9(11)V99 COMP-3.
           05 ARR-BUCKET                   PIC X(3).
           05 FILLER                       PIC X(45).

       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  JRNLOUT.
       01  JOURNAL-RECORD.
       COPY TXNJRNL.

       FD  RECVPAY.
       01  RECEIVED-RECORD.
           05 RCV-LOAN-NUMBER              PIC 9(8).
           05 RCV-AMOUNT                   PIC 9(9)V99.
           05 FILLER                       PIC X(61).

       FD  LOANCRPT.
       01  LOANC-PRINT-RECORD              PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  RPYINST-STATUS.
           05 RPYINST-STATUS1              PIC X.
           05 RPYINST-STATUS2              PIC X.

       01  EXPECTIN-STATUS.
           05 EXPECTIN-STATUS1             PIC X.
           05 EXPECTIN-STATUS2             PIC X.

       01  ARREARS-STATUS.
           05 ARREARS-STATUS1              PIC X.
           05 ARREARS-STATUS2              PIC X.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  JRNLOUT-STATUS.
           05 JRNLOUT-STATUS1              PIC X.
           05 JRNLOUT-STATUS2              PIC X.

       01  RECVPAY-STATUS.
           05 RECVPAY-STATUS1              PIC X.
           05 RECVPAY-STATUS2              PIC X.

       01  LOANCRPT-STATUS.
           05 LOANCRPT-STATUS1             PIC X.
           05 LOANCRPT-STATUS2             PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.

       01 WS-INSTRUCTION-CNT               PIC 9(5) VALUE 0.
       01 WS-DUE-CNT                       PIC 9(5) VALUE 0.
       01 WS-FULL-CNT                      PIC 9(5) VALUE 0.
       01 WS-PARTIAL-CNT                   PIC 9(5) VALUE 0.
       01 WS-FAILED-CNT                    PIC 9(5) VALUE 0.
       01 WS-NOSKED-CNT                    PIC 9(5) VALUE 0.
       01 WS-STOPPED-CNT                   PIC 9(5) VALUE 0.
       01 WS-RECVPAY-CNT                   PIC 9(5) VALUE 0.
       01 WS-COLLECTED-TOTAL               PIC 9(11)V99 VALUE 0.

       01 WS-RUN-MONTH-KEY                 PIC X(7).
       01 WS-LOAN-SORTCODE                 PIC 9(6).
       01 WS-REPAY-SORTCODE                PIC 9(6).
       01 WS-OWED                          PIC S9(10)V99 COMP-3.
       01 WS-INSTALLMENT                   PIC S9(10)V99 COMP-3.
       01 WS-HEADROOM                      PIC S9(10)V99 COMP-3.
       01 WS-COLLECT                       PIC S9(10)V99 COMP-3.
       01 WS-PERIOD-DUE                    PIC 9(3).

      *
      * Where EXPECTIN has got to. Both it and RPYINST run in
      * ascending loan order, so one pass of each does the run
      *
       01 WS-SKED-EOF                      PIC X    VALUE 'N'.
       01 WS-SKED-AT-HEADER                PIC X    VALUE 'N'.
       01 WS-SKED-LOAN                     PIC 9(8) VALUE 0.
       01 WS-TARGET-LOAN                   PIC 9(8).
       01 WS-PARSE-STATE                   PIC X.
          88 WS-PARSE-IDLE                 VALUE 'N'.
          88 WS-PARSE-ACTIVE               VALUE 'A'.
          88 WS-PARSE-DONE                 VALUE 'D'.
       01 WS-PERIOD-WORK                   PIC X(3).
       01 WS-PERIOD-NUM                    PIC 9(3).
       01 WS-TERM                          PIC 9(3).

      *
      * The loan's installments, interest plus principal, indexed
      * by period
      *
       01 WS-SCHEDULE-TABLE.
           05 WS-SCHED-INSTALLMENT         PIC S9(9)V99 COMP-3
                                           OCCURS 600 TIMES.

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
                 VALUE 'LOANCOLL LOAN REPAYMENT COLLECTION '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(87) VALUE SPACES.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-LOAN                  PIC 9(11).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-REPAY-ACCOUNT         PIC 9(11).
           05 FILLER                       PIC X(5) VALUE ' DAY '.
           05 WS-RPT-DUE-DAY               PIC 99.
           05 FILLER                       PIC X(5) VALUE ' PER '.
           05 WS-RPT-PERIOD                PIC ZZ9.
           05 FILLER                       PIC X(5) VALUE ' DUE '.
           05 WS-RPT-DUE                   PIC Z(8)9.99.
           05 FILLER                       PIC X(6) VALUE ' PAID '.
           05 WS-RPT-COLLECTED             PIC Z(8)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-OUTCOME               PIC X(45).
           05 FILLER                       PIC X(11) VALUE SPACES.

       01 WS-RPT-TOTALS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(7) VALUE 'DUE    '.
           05 WS-RPT-TOT-DUE               PIC Z(4)9.
           05 FILLER                       PIC X(7) VALUE '  FULL '.
           05 WS-RPT-TOT-FULL              PIC Z(4)9.
           05 FILLER                       PIC X(10)
                 VALUE '  PARTIAL '.
           05 WS-RPT-TOT-PARTIAL           PIC Z(4)9.
           05 FILLER                       PIC X(9) VALUE '  FAILED '.
           05 WS-RPT-TOT-FAILED            PIC Z(4)9.
           05 FILLER                       PIC X(14)
                 VALUE '  NO SCHEDULE '.
           05 WS-RPT-TOT-NOSKED            PIC Z(4)9.
           05 FILLER                       PIC X(12)
                 VALUE '  COLLECTED '.
           05 WS-RPT-TOT-COLLECTED         PIC Z(10)9.99.
           05 FILLER                       PIC X(10)
                 VALUE '  RECVPAY '.
           05 WS-RPT-TOT-RECVPAY           PIC Z(4)9.
           05 FILLER                       PIC X(19) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'LOANCOLL'.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started LOANCOLL.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE.
           MOVE WS-RUN-DATE(1:7) TO WS-RUN-MONTH-KEY.

           PERFORM OPEN-FILES.

           WRITE LOANC-PRINT-RECORD FROM WS-RPT-HEADER.

           PERFORM READ-EXPECTED
              UNTIL WS-SKED-EOF = 'Y' OR WS-SKED-AT-HEADER = 'Y'.

           READ RPYINST NEXT RECORD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-INSTRUCTION-CNT
              PERFORM COLLECT-ONE-LOAN
      *
      * What the month has brought in so far goes to DELINQ
      *
              IF RPI-CYCLE-MONTH = WS-RUN-MONTH-KEY AND
                 RPI-CYCLE-DUE > 0
                 PERFORM WRITE-RECEIVED
              END-IF
              READ RPYINST NEXT RECORD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE WS-DUE-CNT         TO WS-RPT-TOT-DUE.
           MOVE WS-FULL-CNT        TO WS-RPT-TOT-FULL.
           MOVE WS-PARTIAL-CNT     TO WS-RPT-TOT-PARTIAL.
           MOVE WS-FAILED-CNT      TO WS-RPT-TOT-FAILED.
           MOVE WS-NOSKED-CNT      TO WS-RPT-TOT-NOSKED.
           MOVE WS-COLLECTED-TOTAL TO WS-RPT-TOT-COLLECTED.
           MOVE WS-RECVPAY-CNT     TO WS-RPT-TOT-RECVPAY.
           WRITE LOANC-PRINT-RECORD FROM WS-RPT-TOTALS.

           DISPLAY 'LOANCOLL read ' WS-INSTRUCTION-CNT
                   ' instructions, due ' WS-DUE-CNT
                   ', full ' WS-FULL-CNT
                   ', partial ' WS-PARTIAL-CNT
                   ', failed ' WS-FAILED-CNT
                   ', no schedule ' WS-NOSKED-CNT
                   ', stopped ' WS-STOPPED-CNT '.'.

           IF WS-NOSKED-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN I-O RPYINST.
           IF RPYINST-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening RPYINST file, status='
                       RPYINST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT EXPECTIN.
           IF EXPECTIN-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening EXPECTIN file, status='
                       EXPECTIN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT ARREARS.
           IF ARREARS-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ARREARS file, status='
                       ARREARS-STATUS
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

           OPEN OUTPUT RECVPAY.
           IF RECVPAY-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening RECVPAY file, status='
                       RECVPAY-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT LOANCRPT.
           IF LOANCRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening LOANCRPT file, status='
                       LOANCRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

       COLLECT-ONE-LOAN SECTION.
       CL010.
      *
      * Collected already this month, not yet due, or stopped
      *
           IF NOT RPI-STATUS-ACTIVE OR
              RPI-CYCLE-MONTH = WS-RUN-MONTH-KEY OR
              RPI-FIRST-MONTH > WS-RUN-MONTH-KEY OR
              RPI-DUE-DAY > WS-RUN-DAY
              GO TO CL999
           END-IF.

           MOVE RPI-LOAN-NUMBER    TO WS-RPT-LOAN.
           MOVE RPI-REPAY-ACCOUNT  TO WS-RPT-REPAY-ACCOUNT.
           MOVE RPI-DUE-DAY        TO WS-RPT-DUE-DAY.
           MOVE 0 TO WS-RPT-PERIOD WS-RPT-DUE WS-RPT-COLLECTED.
           MOVE SPACES             TO WS-RPT-OUTCOME.

           MOVE RPI-LOAN-NUMBER TO ACCOUNT-NUMBER.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
           END-READ.

           IF ACCTFILE-STATUS = '23' OR ACCOUNT-STATUS-CLOSED
              MOVE 'LOAN NOT OPEN - INSTRUCTION STOPPED          '
                 TO WS-RPT-OUTCOME
              PERFORM STOP-INSTRUCTION
              GO TO CL999
           END-IF.
           PERFORM CHECK-ACCOUNT-READ.

      *
      * A loan's book balance is what is owed, carried negative
      *
           COMPUTE WS-OWED = 0 - ACCOUNT-ACTUAL-BALANCE.
           IF WS-OWED NOT > 0
              MOVE 'LOAN REPAID - INSTRUCTION STOPPED            '
                 TO WS-RPT-OUTCOME
              PERFORM STOP-INSTRUCTION
              GO TO CL999
           END-IF.
           MOVE ACCOUNT-SORTCODE TO WS-LOAN-SORTCODE.

           ADD 1 TO WS-DUE-CNT.

           MOVE RPI-LOAN-NUMBER TO WS-TARGET-LOAN.
           PERFORM FIND-SCHEDULE.
           IF WS-TERM = 0
              ADD 1 TO WS-NOSKED-CNT
              MOVE 'NO SCHEDULE ON EXPECTIN - TRIED NEXT RUN     '
                 TO WS-RPT-OUTCOME
              WRITE LOANC-PRINT-RECORD FROM WS-RPT-DETAIL
              GO TO CL999
           END-IF.

           MOVE RPI-LOAN-NUMBER TO ARR-LOAN-NUMBER.
           READ ARREARS
              KEY IS ARR-LOAN-NUMBER
           END-READ.
           IF ARREARS-STATUS = '23'
              MOVE 1 TO WS-PERIOD-DUE
           ELSE
              IF ARREARS-STATUS NOT = '00'
                 DISPLAY 'LOANCOLL - error reading arrears for loan '
                         RPI-LOAN-NUMBER ' status=' ARREARS-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
              COMPUTE WS-PERIOD-DUE = ARR-PERIODS-DUE + 1
           END-IF.

           MOVE WS-RUN-MONTH-KEY TO RPI-CYCLE-MONTH.
           MOVE WS-PERIOD-DUE    TO RPI-CYCLE-PERIOD WS-RPT-PERIOD.
           MOVE 0                TO RPI-CYCLE-COLLECTED.
           MOVE WS-RUN-DATE      TO RPI-COLLECTED-DATE.

      *
      * Past the end of the schedule nothing more falls due
      *
           IF WS-PERIOD-DUE > WS-TERM
              MOVE 0     TO RPI-CYCLE-DUE
              MOVE SPACE TO RPI-CYCLE-RESULT
              MOVE 'SCHEDULE HAS RUN ITS TERM - NOTHING DUE      '
                 TO WS-RPT-OUTCOME
              PERFORM REWRITE-INSTRUCTION
              WRITE LOANC-PRINT-RECORD FROM WS-RPT-DETAIL
              GO TO CL999
           END-IF.

           MOVE WS-SCHED-INSTALLMENT(WS-PERIOD-DUE) TO WS-INSTALLMENT.
           IF WS-INSTALLMENT > WS-OWED
              MOVE WS-OWED TO WS-INSTALLMENT
           END-IF.
           MOVE WS-INSTALLMENT TO RPI-CYCLE-DUE WS-RPT-DUE.

           PERFORM TAKE-INSTALLMENT.

           MOVE WS-COLLECT TO RPI-CYCLE-COLLECTED WS-RPT-COLLECTED.
           EVALUATE TRUE
              WHEN WS-COLLECT = WS-INSTALLMENT
                 MOVE 'F' TO RPI-CYCLE-RESULT
                 ADD 1 TO WS-FULL-CNT
                 MOVE 'COLLECTED IN FULL                            '
                    TO WS-RPT-OUTCOME
              WHEN WS-COLLECT > 0
                 MOVE 'P' TO RPI-CYCLE-RESULT
                 ADD 1 TO WS-PARTIAL-CNT
                 MOVE 'PART COLLECTED - NOT ENOUGH HEADROOM         '
                    TO WS-RPT-OUTCOME
              WHEN OTHER
                 MOVE 'X' TO RPI-CYCLE-RESULT
                 ADD 1 TO WS-FAILED-CNT
           END-EVALUATE.

           PERFORM REWRITE-INSTRUCTION.
           WRITE LOANC-PRINT-RECORD FROM WS-RPT-DETAIL.

       CL999.
           EXIT.

      *
      * Take what the overdraft rule allows, up to the installment,
      * from the repayment account and put it on the loan. Nothing
      * taken leaves the reason in WS-RPT-OUTCOME
      *
       TAKE-INSTALLMENT SECTION.
       TI010.
           MOVE 0 TO WS-COLLECT.

           MOVE RPI-REPAY-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
           END-READ.

           IF ACCTFILE-STATUS = '23' OR ACCOUNT-STATUS-CLOSED
              MOVE 'NOT COLLECTED - REPAY ACCOUNT NOT OPEN       '
                 TO WS-RPT-OUTCOME
              GO TO TI999
           END-IF.
           PERFORM CHECK-ACCOUNT-READ.

           IF ACCOUNT-CURRENCY-CODE NOT = SPACES AND
              ACCOUNT-CURRENCY-CODE NOT = 'GBP'
              MOVE 'NOT COLLECTED - REPAY ACCOUNT NOT STERLING   '
                 TO WS-RPT-OUTCOME
              GO TO TI999
           END-IF.

           MOVE 'DEBIT'           TO WS-BCP-FUNCTION.
           MOVE RPI-REPAY-ACCOUNT TO WS-BCP-ACCOUNT-NUMBER.
           PERFORM CHECK-BLOCK.
           IF WS-BCP-BLOCKED = 'Y'
              STRING 'NOT COLLECTED - BLK ' WS-BCP-REASON-CODE
                     ' REPAY ACCOUNT BLOCKED'
                 DELIMITED BY SIZE INTO WS-RPT-OUTCOME
              GO TO TI999
           END-IF.

      *
      * The same rule as XFRFUN's VALIDATE-OVERDRAFT: the debit may
      * not take available balance, less any active holds, below
      * the overdraft limit
      *
           PERFORM GET-HELD-AMOUNT.
           COMPUTE WS-HEADROOM =
              ACCOUNT-AVAILABLE-BALANCE - WS-HSP-HELD-AMOUNT
                 - ACCOUNT-OVERDRAFT-LIMIT.

           IF WS-HEADROOM NOT > 0
              MOVE 'NOT COLLECTED - NOT ENOUGH HEADROOM          '
                 TO WS-RPT-OUTCOME
              GO TO TI999
           END-IF.

           IF WS-HEADROOM < WS-INSTALLMENT
              MOVE WS-HEADROOM TO WS-COLLECT
           ELSE
              MOVE WS-INSTALLMENT TO WS-COLLECT
           END-IF.

           MOVE ACCOUNT-SORTCODE TO WS-REPAY-SORTCODE.
           SUBTRACT WS-COLLECT FROM ACCOUNT-AVAILABLE-BALANCE
                                    ACCOUNT-ACTUAL-BALANCE.
           REWRITE ACCOUNT-RECORD.
           IF ACCTFILE-STATUS NOT = '00'
              DISPLAY 'LOANCOLL - error rewriting account '
                      ACCOUNT-NUMBER ' status=' ACCTFILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE RPI-LOAN-NUMBER TO ACCOUNT-NUMBER.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
           END-READ.
           PERFORM CHECK-ACCOUNT-READ.

           ADD WS-COLLECT TO ACCOUNT-AVAILABLE-BALANCE
                             ACCOUNT-ACTUAL-BALANCE.
           REWRITE ACCOUNT-RECORD.
           IF ACCTFILE-STATUS NOT = '00'
              DISPLAY 'LOANCOLL - error rewriting loan '
                      ACCOUNT-NUMBER ' status=' ACCTFILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM JOURNAL-BOTH-LEGS.
           ADD WS-COLLECT TO WS-COLLECTED-TOTAL.

       TI999.
           EXIT.

      *
      * Journal both legs the way XFRFUN does on-line, under the
      * batch teller id so history shows who moved the money
      *
       JOURNAL-BOTH-LEGS SECTION.
       JB010.
           MOVE WS-RUN-DATE   TO JRNL-DATE.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO JRNL-TIME.
           MOVE WS-COLLECT    TO JRNL-AMOUNT.
           MOVE 'BTCH'        TO JRNL-TERMINAL.
           MOVE 'LOANCOLL'    TO JRNL-TELLER.
           MOVE 'N'           TO JRNL-CONFIRM-PASS.
           MOVE 'GBP'         TO JRNL-CURRENCY-CODE.
           MOVE WS-COLLECT    TO JRNL-CONVERTED-AMOUNT.
           MOVE 'GBP'         TO JRNL-CONVERTED-CCY.
           MOVE SPACES        TO JRNL-SUPERVISOR.
           MOVE SPACES        TO JRNL-REASON-CODE.

           MOVE RPI-REPAY-ACCOUNT TO JRNL-ACCOUNT-NUMBER.
           MOVE 'D'               TO JRNL-DR-CR.
           MOVE WS-LOAN-SORTCODE  TO JRNL-COUNTERPARTY-SORTCODE.
           MOVE RPI-LOAN-NUMBER   TO JRNL-COUNTERPARTY-ACCOUNT.
           PERFORM WRITE-JOURNAL-LEG.

           MOVE RPI-LOAN-NUMBER   TO JRNL-ACCOUNT-NUMBER.
           MOVE 'C'               TO JRNL-DR-CR.
           MOVE WS-REPAY-SORTCODE TO JRNL-COUNTERPARTY-SORTCODE.
           MOVE RPI-REPAY-ACCOUNT TO JRNL-COUNTERPARTY-ACCOUNT.
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
              DISPLAY 'LOANCOLL - journal write failed for account '
                      JRNL-ACCOUNT-NUMBER ' status=' JRNLOUT-STATUS
           END-IF.

       WL999.
           EXIT.

      *
      * A loan closed or repaid needs no more collecting
      *
       STOP-INSTRUCTION SECTION.
       SI010.
           MOVE 'S'         TO RPI-STATUS.
           MOVE WS-RUN-DATE TO RPI-CHANGED-DATE.
           MOVE 'LOANCOLL'  TO RPI-CHANGED-BY.
           PERFORM REWRITE-INSTRUCTION.

           ADD 1 TO WS-STOPPED-CNT.
           WRITE LOANC-PRINT-RECORD FROM WS-RPT-DETAIL.

       SI999.
           EXIT.

       REWRITE-INSTRUCTION SECTION.
       RI010.
           REWRITE REPAYMENT-INSTRUCTION-RECORD.
           IF RPYINST-STATUS NOT = '00'
              DISPLAY 'LOANCOLL - error rewriting instruction for '
                      'loan ' RPI-LOAN-NUMBER ' status='
                      RPYINST-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RI999.
           EXIT.

       WRITE-RECEIVED SECTION.
       WR010.
           MOVE SPACES              TO RECEIVED-RECORD.
           MOVE RPI-LOAN-NUMBER     TO RCV-LOAN-NUMBER.
           MOVE RPI-CYCLE-COLLECTED TO RCV-AMOUNT.
           WRITE RECEIVED-RECORD.
           IF RECVPAY-STATUS NOT = '00'
              DISPLAY 'LOANCOLL - error writing RECVPAY for loan '
                      RPI-LOAN-NUMBER ' status=' RECVPAY-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-RECVPAY-CNT.

       WR999.
           EXIT.

      *
      * Move EXPECTIN on to the target loan's schedule and load its
      * installments; WS-TERM stays zero if it has none
      *
       FIND-SCHEDULE SECTION.
       FS010.
           MOVE 0 TO WS-TERM.

           PERFORM READ-EXPECTED
              UNTIL WS-SKED-EOF = 'Y' OR
                    (WS-SKED-AT-HEADER = 'Y' AND
                     WS-SKED-LOAN NOT < WS-TARGET-LOAN).

           IF WS-SKED-EOF = 'Y' OR WS-SKED-LOAN NOT = WS-TARGET-LOAN
              GO TO FS999
           END-IF.

      *
      * Only the contractual lines are taken - the first
      * non-schedule line after them ends the schedule
      *
           SET WS-PARSE-IDLE TO TRUE.
           PERFORM READ-EXPECTED.
           PERFORM UNTIL WS-SKED-EOF = 'Y' OR WS-SKED-AT-HEADER = 'Y'
              IF NOT WS-PARSE-DONE
                 PERFORM TAKE-SCHEDULE-LINE
              END-IF
              PERFORM READ-EXPECTED
           END-PERFORM.

       FS999.
           EXIT.

       TAKE-SCHEDULE-LINE SECTION.
       TS010.
           MOVE EXP-PERIOD-X TO WS-PERIOD-WORK.
           INSPECT WS-PERIOD-WORK REPLACING LEADING SPACE BY '0'.

           IF WS-PERIOD-WORK NOT NUMERIC
              IF WS-PARSE-ACTIVE
                 SET WS-PARSE-DONE TO TRUE
              END-IF
              GO TO TS999
           END-IF.

           SET WS-PARSE-ACTIVE TO TRUE.
           MOVE WS-PERIOD-WORK TO WS-PERIOD-NUM.
           IF WS-PERIOD-NUM > 0 AND WS-PERIOD-NUM NOT > 600
              COMPUTE WS-SCHED-INSTALLMENT(WS-PERIOD-NUM) =
                 FUNCTION NUMVAL(EXP-INTEREST-X) +
                 FUNCTION NUMVAL(EXP-PRINCIPAL-X)
              IF WS-PERIOD-NUM > WS-TERM
                 MOVE WS-PERIOD-NUM TO WS-TERM
              END-IF
           END-IF.

       TS999.
           EXIT.

       READ-EXPECTED SECTION.
       RE010.
           MOVE 'N' TO WS-SKED-AT-HEADER.
           READ EXPECTIN
             AT END
                MOVE 'Y' TO WS-SKED-EOF
                GO TO RE999
           END-READ.

           IF EXP-HDR-TAG = 'LOAN '
              MOVE 'Y' TO WS-SKED-AT-HEADER
              IF EXP-HDR-LOAN NUMERIC
                 MOVE EXP-HDR-LOAN-N TO WS-SKED-LOAN
              END-IF
           END-IF.

       RE999.
           EXIT.

       CHECK-ACCOUNT-READ SECTION.
       CR010.
           IF ACCTFILE-STATUS NOT = '00'
              DISPLAY 'LOANCOLL - error reading account '
                      ACCOUNT-NUMBER ' status=' ACCTFILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CR999.
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
              DISPLAY 'LOANCOLL - HOLDS unreadable for account '
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
              DISPLAY 'LOANCOLL - ACCTBLK unreadable for account '
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
              DISPLAY 'LOANCOLL - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-INSTRUCTION-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE RPYINST.
           CLOSE EXPECTIN.
           CLOSE ARREARS.
           CLOSE ACCTFILE.
           CLOSE JRNLOUT.
           CLOSE RECVPAY.
           CLOSE LOANCRPT.

           MOVE 'CLOSE' TO WS-BCP-FUNCTION.
           CALL 'BLKCHK' USING WS-BLKCHK-PARM.
           MOVE 'CLOSE' TO WS-HSP-FUNCTION.
           CALL 'HOLDSUM' USING WS-HOLDSUM-PARM.

       CF999.
           EXIT.
