      *   cols 27-29  unposted days at the wrong rate
      *   cols 30-49  adjustment reason
      *
      * The per-day difference is recomputed with the day count of
      * the account's product on the PRODMST master (360 for a
      * LOAN, 365 for the deposit products) against the current
      * balance. The posted-days difference posts to both
      * balances, in either direction, with a proper TXNJRNL leg
      * under the batch teller id; the unposted-days difference
      * corrects ACCR-ACCRUED-AMOUNT in place. The ADJRPT register
      * shows every adjustment with its reason and per-sortcode
      * totals, so the correction is as auditable as the posting
      * it corrects. A run whose business date falls in a month
      * GLCLOSE has closed is refused RC 12 before any card is
      * read - the closed month's interest stays as reported.
      *
      * Each adjustment is recorded on the RATEHIST rate history as
      * a move from the wrong rate to the correct one, effective
      * from the first day the card says was accrued at the wrong
      * rate - the run date less the posted and unposted days - so
      * the account's rate timeline shows the rate it should have
      * been on.
      ******************************************************************

       IDENTIFICATION DIVISION.
                  RECORD KEY   IS JRNL-KEY
                  FILE STATUS  IS JRNLOUT-STATUS.

           SELECT RATEHIST
                  ASSIGN TO RATEHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS RTH-KEY
                  FILE STATUS  IS RATEHIST-STATUS.

           SELECT ADJRPT
                  ASSIGN TO ADJRPT
                  ORGANIZATION IS SEQUENTIAL
       01  JOURNAL-RECORD.
       COPY TXNJRNL.

       FD  RATEHIST.
       01  RATE-HISTORY-RECORD.
       COPY RATEHIST.

       FD  ADJRPT.
       01  ADJ-PRINT-RECORD                PIC X(133).

           05 JRNLOUT-STATUS1              PIC X.
           05 JRNLOUT-STATUS2              PIC X.

       01  RATEHIST-STATUS.
           05 RATEHIST-STATUS1             PIC X.
           05 RATEHIST-STATUS2             PIC X.

       01  ADJRPT-STATUS.
           05 ADJRPT-STATUS1               PIC X.
           05 ADJRPT-STATUS2               PIC X.
       01 WS-RUN-TIME-RAW                  PIC 9(8).
       01 WS-JOURNAL-TRIES                 PIC 9(2).

       01 WS-DATE-INTEGER                  PIC 9(8).
       01 WS-DATE-YYYYMMDD                 PIC 9(8).
       01 WS-DATE-SPLIT REDEFINES WS-DATE-YYYYMMDD.
           05 WS-DS-YEAR                   PIC 9(4).
           05 WS-DS-MONTH                  PIC 99.
           05 WS-DS-DAY                    PIC 99.

       01 WS-EFFECTIVE-DATE.
           05 WS-EFF-YEAR                  PIC 9(4).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-EFF-MONTH                 PIC 99.
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-EFF-DAY                   PIC 99.

      *
      * Per-sortcode adjustment totals for the register
      *
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-RUN-DAY                   PIC 99.

       01 WS-PRODINF-PARM.
           03 WS-PIP-FUNCTION              PIC X(5).
           03 WS-PIP-ACCOUNT-TYPE          PIC X(8).
           03 WS-PIP-PRODUCT.
       COPY PRODMST.
           03 WS-PIP-STATUS                PIC X.

       01 WS-CURRENT-DATE-DATA.
           05 WS-CD-YEAR                   PIC 9(4).
           05 WS-CD-MONTH                  PIC 99.
           05 WS-CD-DAY                    PIC 99.
           05 FILLER                       PIC X(13).

       01 WS-GLPCHK-PARM.
           05 WS-GPC-FUNCTION              PIC X(5).
           05 WS-GPC-DATE                  PIC X(10).
           05 WS-GPC-STATUS                PIC X.

       01 WS-BDATE-PARM.
           05 WS-BDP-FUNCTION              PIC X(5).
           05 WS-BDP-DATE                  PIC X(10).
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE.

           PERFORM CHECK-PERIOD-OPEN.

           PERFORM OPEN-FILES.

           WRITE ADJ-PRINT-RECORD FROM WS-RPT-HEADER.
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O RATEHIST.
           IF RATEHIST-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening RATEHIST file, status='
                       RATEHIST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT ADJRPT.
           IF ADJRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ADJRPT file, status='
       OF999.
           EXIT.

      *
      * A date in an accounting period GLCLOSE has closed is locked -
      * posting into it would change a month already reported
      *
       CHECK-PERIOD-OPEN SECTION.
       CP010.
           MOVE 'CHECK'     TO WS-GPC-FUNCTION.
           MOVE WS-RUN-DATE TO WS-GPC-DATE.
           CALL 'GLPCHK' USING WS-GLPCHK-PARM.

           IF WS-GPC-STATUS = 'L'
              DISPLAY 'INTADJ - ' WS-RUN-DATE ' is in a closed '
                      'accounting period, run refused'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF WS-GPC-STATUS NOT = SPACE
              DISPLAY 'INTADJ - accounting period control '
                      'unavailable, run stopped'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CP999.
           EXIT.

       ADJUST-ONE-ACCOUNT SECTION.
       AA010.
           MOVE 0 TO WS-RPT-ACCT-NO WS-RPT-SORTCODE

           MOVE ACCOUNT-SORTCODE TO WS-RPT-SORTCODE.

           PERFORM GET-PRODUCT.
           MOVE PROD-DAY-COUNT TO WS-DAY-COUNT.

      *
      * The same arithmetic the accrual run applies, with the
              PERFORM CORRECT-ACCRUAL
           END-IF.

           PERFORM RECORD-RATE-HISTORY.

           ADD 1 TO WS-ADJUSTED-CNT.
           PERFORM ADD-TO-SORTCODE-TOTAL.

       AA999.
           EXIT.

      *
      * The correction goes on the rate history from the first day
      * accrued at the wrong rate. A second change effective the
      * same day takes the next sequence.
      *
       RECORD-RATE-HISTORY SECTION.
       RH010.
           MOVE WS-RUN-YEAR  TO WS-DS-YEAR.
           MOVE WS-RUN-MONTH TO WS-DS-MONTH.
           MOVE WS-RUN-DAY   TO WS-DS-DAY.
           COMPUTE WS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD).
           SUBTRACT ADJC-POSTED-DAYS ADJC-UNPOSTED-DAYS
              FROM WS-DATE-INTEGER.
           COMPUTE WS-DATE-YYYYMMDD =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           MOVE WS-DS-YEAR  TO WS-EFF-YEAR.
           MOVE WS-DS-MONTH TO WS-EFF-MONTH.
           MOVE WS-DS-DAY   TO WS-EFF-DAY.

           MOVE SPACES              TO RATE-HISTORY-RECORD.
           MOVE ACCOUNT-NUMBER      TO RTH-ACCOUNT-NUMBER.
           MOVE WS-EFFECTIVE-DATE   TO RTH-EFFECTIVE-DATE.
           MOVE 1                   TO RTH-SEQUENCE.
           MOVE ADJC-WRONG-RATE     TO RTH-OLD-RATE.
           MOVE ADJC-CORRECT-RATE   TO RTH-NEW-RATE.
           MOVE 'INTADJ'            TO RTH-SOURCE.
           MOVE WS-RUN-DATE         TO RTH-RECORDED-DATE.
           STRING 'CORRECTION ' ADJC-REASON
              DELIMITED BY SIZE INTO RTH-REFERENCE
           END-STRING.

           WRITE RATE-HISTORY-RECORD.
           PERFORM UNTIL RATEHIST-STATUS NOT = '22' OR
                         RTH-SEQUENCE = 99
              ADD 1 TO RTH-SEQUENCE
              WRITE RATE-HISTORY-RECORD
           END-PERFORM.

           IF RATEHIST-STATUS NOT = '00'
              DISPLAY 'INTADJ - error writing rate history for '
                      'account ' ACCOUNT-NUMBER
                      ' status=' RATEHIST-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RH999.
           EXIT.

      *
      * How the account's product behaves, from the product master.
      * A type not on the master comes back on a 365-day year
      *
       GET-PRODUCT SECTION.
       GP010.
           MOVE 'GET  '      TO WS-PIP-FUNCTION.
           MOVE ACCOUNT-TYPE TO WS-PIP-ACCOUNT-TYPE.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

           IF WS-PIP-STATUS = 'E'
              DISPLAY 'INTADJ - product master unavailable, run '
                      'stopped'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       GP999.
           EXIT.

       CORRECT-ACCRUAL SECTION.
       CA010.
           MOVE ADJC-ACCOUNT-NUMBER TO ACCR-ACCOUNT-NUMBER.
           MOVE WS-ABS-AMOUNT        TO JRNL-CONVERTED-AMOUNT.
           MOVE WS-ACCOUNT-CCY       TO JRNL-CONVERTED-CCY.
           MOVE SPACES               TO JRNL-SUPERVISOR.
           MOVE SPACES               TO JRNL-REASON-CODE.

           MOVE 1 TO JRNL-SEQUENCE.
           MOVE 0 TO WS-JOURNAL-TRIES.
           CLOSE ACCTFILE.
           CLOSE ACCRUAL.
           CLOSE JRNLOUT.
           CLOSE RATEHIST.
           CLOSE ADJRPT.

           MOVE 'CLOSE' TO WS-PIP-FUNCTION.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

       CF999.
           EXIT.
