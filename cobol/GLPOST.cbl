      *   CULI  customer liability     (the customer-side entry)
      *   INTX  interest               (accrual run and INTADJ
      *                                 corrections)
      *   FEEI  fee income             (legs from the fee runs
      *                                 and term deposit break
      *                                 penalties)
      *   PROV  loan-loss provision    (loans LOANWOFF writes off
      *                                 are charged against it)
      *   CLRG  clearing and external  (everything else's contra -
      *         transfers net to zero inside it, inter-branch and
      *         bulk items carry the in-transit or external side)
      *
      * Money received against a written-off loan moves no balance
      * and has no leg; the day's receipts on the WOFFRCV recovery
      * history post RECV recoveries income by the loan's sortcode,
      * against CLRG where the money came in.
      *
      * The contra of every leg is the exact negative of its CULI
      * entry, so the book balances by construction and the trial
      * balance proves the arithmetic survived the run. The lines
      * accumulate on the GLSUM KSDS keyed date, sortcode, GL code
      * and currency - a leg and its contra both stay in the
      * account's own currency, spaces taken as GBP - and the GLRPT
      * trial balance must foot to zero - an out-of-balance day
      * ends RC 16 so SCHEDRVR fails the step instead of month-end
      * finding it. Once GLCLOSE has closed a month it is locked:
      * a run for a date in a closed month is refused RC 12 before
      * anything posts.
      ******************************************************************

       IDENTIFICATION DIVISION.
                  RECORD KEY   IS GLS-KEY
                  FILE STATUS  IS GLSUM-STATUS.

           SELECT WOFFRCV
                  ASSIGN TO WOFFRCV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WOFR-KEY
                  FILE STATUS  IS WOFFRCV-STATUS.

           SELECT GLRPT
                  ASSIGN TO GLRPT
                  ORGANIZATION IS SEQUENTIAL

       FD  GLSUM.
       01  GL-SUMMARY-RECORD.
       COPY GLSUM.

       FD  WOFFRCV.
       01  RECOVERY-RECORD.
       COPY WOFFRCV.

       FD  GLRPT.
       01  GL-PRINT-RECORD                 PIC X(133).
           05 GLSUM-STATUS1                PIC X.
           05 GLSUM-STATUS2                PIC X.

       01  WOFFRCV-STATUS.
           05 WOFFRCV-STATUS1              PIC X.
           05 WOFFRCV-STATUS2              PIC X.

       01  GLRPT-STATUS.
           05 GLRPT-STATUS1                PIC X.
           05 GLRPT-STATUS2                PIC X.
       01 WS-OTHERDAY-CNT                  PIC 9(7) VALUE 0.
       01 WS-NOACCT-CNT                    PIC 9(7) VALUE 0.
       01 WS-LINE-CNT                      PIC 9(5) VALUE 0.
       01 WS-RECOVERY-CNT                  PIC 9(7) VALUE 0.

       01 WS-SIGNED-AMOUNT                 PIC S9(11)V99 COMP-3.
       01 WS-CONTRA-CODE                   PIC X(4).
       01 WS-LEG-SORTCODE                  PIC 9(6).
       01 WS-LEG-TELLER                    PIC X(8).
       01 WS-LAST-ACCOUNT                  PIC 9(11) VALUE 0.
       01 WS-LAST-SORTCODE                 PIC 9(6)  VALUE 0.
       01 WS-LAST-FOUND                    PIC X     VALUE 'N'.
                 INDEXED BY GL-NDX.
              10 WS-GL-SORTCODE            PIC 9(6).
              10 WS-GL-CODE                PIC X(4).
              10 WS-GL-CURRENCY            PIC X(3).
              10 WS-GL-AMOUNT              PIC S9(13)V99 COMP-3.

       01 WS-POST-SORTCODE                 PIC 9(6).
       01 WS-POST-CODE                     PIC X(4).
       01 WS-POST-CURRENCY                 PIC X(3).
       01 WS-POST-AMOUNT                   PIC S9(11)V99 COMP-3.

       01 WS-RUN-DATE.
           05 WS-CD-DAY                    PIC 99.
           05 FILLER                       PIC X(13).

       01 WS-GLPCHK-PARM.
           05 WS-GPC-FUNCTION              PIC X(5).
           05 WS-GPC-DATE                  PIC X(10).
           05 WS-GPC-STATUS                PIC X.

       01 WS-BDATE-PARM.
           05 WS-BDP-FUNCTION              PIC X(5).
           05 WS-BDP-DATE                  PIC X(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-GL-CODE               PIC X(4).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-CURRENCY              PIC X(3).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-GL-NAME               PIC X(24).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-AMOUNT                PIC -(12)9.99.
           05 FILLER                       PIC X(71) VALUE SPACES.

       01 WS-RPT-TRIAL.
           05 FILLER                       PIC X    VALUE '0'.
           END-IF.
           MOVE WS-GL-DATE TO WS-RPT-HDR-DATE.

           PERFORM CHECK-PERIOD-OPEN.

           PERFORM OPEN-FILES.

           WRITE GL-PRINT-RECORD FROM WS-RPT-HEADER.
              END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EXIT.
           READ WOFFRCV NEXT RECORD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              IF WOFR-DATE = WS-GL-DATE
                 ADD 1 TO WS-RECOVERY-CNT
                 PERFORM POST-ONE-RECOVERY
              END-IF
              READ WOFFRCV NEXT RECORD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           PERFORM WRITE-GL-AND-TRIAL.

           DISPLAY 'GLPOST applied ' WS-LEG-CNT ' legs for '
                   WS-GL-DATE ' (' WS-OTHERDAY-CNT ' other-day, '
                   WS-NOACCT-CNT ' without an account record), '
                   WS-RECOVERY-CNT ' recoveries, '
                   WS-LINE-CNT ' GL lines.'.

           IF WS-TRIAL-TOTAL = 0
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT WOFFRCV.
           IF WOFFRCV-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening WOFFRCV file, status='
                       WOFFRCV-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT GLRPT.
           IF GLRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening GLRPT file, status='
       OF999.
           EXIT.

      *
      * A date in an accounting period GLCLOSE has closed is locked -
      * posting into it would change a month already reported
      *
       CHECK-PERIOD-OPEN SECTION.
       CP010.
           MOVE 'CHECK'    TO WS-GPC-FUNCTION.
           MOVE WS-GL-DATE TO WS-GPC-DATE.
           CALL 'GLPCHK' USING WS-GLPCHK-PARM.

           IF WS-GPC-STATUS = 'L'
              DISPLAY 'GLPOST - ' WS-GL-DATE ' is in a closed '
                      'accounting period, run refused'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF WS-GPC-STATUS NOT = SPACE
              DISPLAY 'GLPOST - accounting period control '
                      'unavailable, run stopped'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CP999.
           EXIT.

      *
      * Double entry per leg: the customer-liability line and its
      * exact-negative contra, categorised by the batch teller id
      * that wrote the leg - a BATREV reversal leg by the batch it
      * reverses, carried in its supervisor field
      *
       POST-ONE-LEG SECTION.
       PL010.
              COMPUTE WS-SIGNED-AMOUNT = 0 - JRNL-AMOUNT
           END-IF.

           MOVE JRNL-TELLER TO WS-LEG-TELLER.
           IF JRNL-TELLER = 'BATREV  '
              MOVE JRNL-SUPERVISOR TO WS-LEG-TELLER
           END-IF.

           EVALUATE WS-LEG-TELLER
              WHEN 'INTACCR '
                 MOVE 'INTX' TO WS-CONTRA-CODE
              WHEN 'INTADJ  '
                 MOVE 'FEEI' TO WS-CONTRA-CODE
              WHEN 'ODFEE   '
                 MOVE 'FEEI' TO WS-CONTRA-CODE
              WHEN 'TDBREAK '
                 MOVE 'FEEI' TO WS-CONTRA-CODE
              WHEN 'LOANWOFF'
                 MOVE 'PROV' TO WS-CONTRA-CODE
              WHEN OTHER
                 MOVE 'CLRG' TO WS-CONTRA-CODE
           END-EVALUATE.

           IF JRNL-CURRENCY-CODE = SPACES
              MOVE 'GBP' TO WS-POST-CURRENCY
           ELSE
              MOVE JRNL-CURRENCY-CODE TO WS-POST-CURRENCY
           END-IF.

           MOVE WS-LEG-SORTCODE  TO WS-POST-SORTCODE.
           MOVE 'CULI'           TO WS-POST-CODE.
           MOVE WS-SIGNED-AMOUNT TO WS-POST-AMOUNT.
       PL999.
           EXIT.

      *
      * A recovery is income to the loan's sortcode, the money
      * having come in through clearing
      *
       POST-ONE-RECOVERY SECTION.
       PR010.
           MOVE WOFR-SORTCODE    TO WS-POST-SORTCODE.
           MOVE WOFR-CURRENCY    TO WS-POST-CURRENCY.
           IF WS-POST-CURRENCY = SPACES
              MOVE 'GBP' TO WS-POST-CURRENCY
           END-IF.

           MOVE 'RECV'           TO WS-POST-CODE.
           MOVE WOFR-AMOUNT      TO WS-POST-AMOUNT.
           PERFORM ADD-GL-LINE.

           MOVE 'CLRG'           TO WS-POST-CODE.
           COMPUTE WS-POST-AMOUNT = 0 - WOFR-AMOUNT.
           PERFORM ADD-GL-LINE.

       PR999.
           EXIT.

      *
      * The leg carries the account number; the sortcode comes off
      * the ACCOUNT record, with the last lookup cached because
                 ADD 1 TO WS-GL-USED
                 MOVE WS-POST-SORTCODE TO WS-GL-SORTCODE(GL-NDX)
                 MOVE WS-POST-CODE     TO WS-GL-CODE(GL-NDX)
                 MOVE WS-POST-CURRENCY TO WS-GL-CURRENCY(GL-NDX)
                 MOVE WS-POST-AMOUNT   TO WS-GL-AMOUNT(GL-NDX)
              WHEN WS-GL-SORTCODE(GL-NDX) = WS-POST-SORTCODE AND
                   WS-GL-CODE(GL-NDX) = WS-POST-CODE AND
                   WS-GL-CURRENCY(GL-NDX) = WS-POST-CURRENCY
                 ADD WS-POST-AMOUNT TO WS-GL-AMOUNT(GL-NDX)
           END-SEARCH.

              PERFORM POST-ONE-SUMMARY
              MOVE WS-GL-SORTCODE(GL-NDX) TO WS-RPT-SORTCODE
              MOVE WS-GL-CODE(GL-NDX)     TO WS-RPT-GL-CODE
              MOVE WS-GL-CURRENCY(GL-NDX) TO WS-RPT-CURRENCY
              PERFORM NAME-THE-GL-CODE
              MOVE WS-GL-AMOUNT(GL-NDX)   TO WS-RPT-AMOUNT
              ADD WS-GL-AMOUNT(GL-NDX)    TO WS-TRIAL-TOTAL
                 MOVE 'INTEREST                ' TO WS-RPT-GL-NAME
              WHEN 'FEEI'
                 MOVE 'FEE INCOME              ' TO WS-RPT-GL-NAME
              WHEN 'PROV'
                 MOVE 'LOAN LOSS PROVISION     ' TO WS-RPT-GL-NAME
              WHEN 'RECV'
                 MOVE 'WRITTEN-OFF RECOVERIES  ' TO WS-RPT-GL-NAME
              WHEN OTHER
                 MOVE 'CLEARING AND EXTERNAL   ' TO WS-RPT-GL-NAME
           END-EVALUATE.
           MOVE WS-GL-DATE             TO GLS-DATE.
           MOVE WS-GL-SORTCODE(GL-NDX) TO GLS-SORTCODE.
           MOVE WS-GL-CODE(GL-NDX)     TO GLS-GL-CODE.
           MOVE WS-GL-CURRENCY(GL-NDX) TO GLS-CURRENCY.

           READ GLSUM
              KEY IS GLS-KEY
              MOVE WS-GL-DATE             TO GLS-DATE
              MOVE WS-GL-SORTCODE(GL-NDX) TO GLS-SORTCODE
              MOVE WS-GL-CODE(GL-NDX)     TO GLS-GL-CODE
              MOVE WS-GL-CURRENCY(GL-NDX) TO GLS-CURRENCY
              MOVE WS-GL-AMOUNT(GL-NDX)   TO GLS-AMOUNT
              MOVE SPACES TO GL-SUMMARY-RECORD(32:9)
              WRITE GL-SUMMARY-RECORD
           END-IF.

           CLOSE JRNLIN.
           CLOSE ACCTFILE.
           CLOSE GLSUM.
           CLOSE WOFFRCV.
           CLOSE GLRPT.

       CF999.
