      * The five detail sections follow in the same order, each
      * behind its own banner, so a count on page one can always
      * be chased to its lines without opening another report.
      *
      * The ALRTREG register of ACTION alerts gives page one three
      * more counts: alerts still unacknowledged however old, and
      * of the alerts raised in the last 24 hours, those that were
      * escalated by ALRTESC and those that have been acknowledged.
      ******************************************************************

       IDENTIFICATION DIVISION.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS ALERTLOG-STATUS.

           SELECT ALRTREG
                  ASSIGN TO ALRTREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ARG-KEY
                  FILE STATUS  IS ALRTREG-STATUS.

           SELECT MORNRPT
                  ASSIGN TO MORNRPT
                  ORGANIZATION IS SEQUENTIAL
           05 ALOG-PROGRAM                 PIC X(8).
           05 ALOG-MESSAGE                 PIC X(72).

       FD  ALRTREG.
       01  ALERT-REGISTER-RECORD.
           COPY ALRTREG.

       FD  MORNRPT.
       01  MORN-PRINT-RECORD               PIC X(133).

           05 ALERTLOG-STATUS1             PIC X.
           05 ALERTLOG-STATUS2             PIC X.

       01  ALRTREG-STATUS.
           05 ALRTREG-STATUS1              PIC X.
           05 ALRTREG-STATUS2              PIC X.

       01  MORNRPT-STATUS.
           05 MORNRPT-STATUS1              PIC X.
           05 MORNRPT-STATUS2              PIC X.
       01 WS-ALERT-ACTION-CNT              PIC 9(7) VALUE 0.
       01 WS-ALERT-WARN-CNT                PIC 9(7) VALUE 0.
       01 WS-SUSP-LINE-CNT                 PIC 9(7) VALUE 0.
       01 WS-AREG-OPEN-CNT                 PIC 9(7) VALUE 0.
       01 WS-AREG-ACKED-CNT                PIC 9(7) VALUE 0.
       01 WS-AREG-ESCAL-CNT                PIC 9(7) VALUE 0.

      *
      * Minutes since 1601 for the register's YYMMDD/HHMMSS times,
      * so an alert can be placed inside the last 24 hours
      *
       01 WS-AREG-NOW-MINUTES              PIC 9(11).
       01 WS-AREG-RAISED-MINUTES           PIC 9(11).
       01 WS-AREG-RAISED-TIME.
           05 WS-AREG-RAISED-HOUR          PIC 99.
           05 WS-AREG-RAISED-MINUTE        PIC 99.
           05 FILLER                       PIC 9(4).

      *
      * The detail sections are buffered to follow the summary -
           05 WS-CD-YEAR                   PIC 9(4).
           05 WS-CD-MONTH                  PIC 99.
           05 WS-CD-DAY                    PIC 99.
           05 WS-CD-HOUR                   PIC 99.
           05 WS-CD-MINUTE                 PIC 99.
           05 FILLER                       PIC X(9).

       01 WS-RPT-HEADER.
           05 FILLER                       PIC X    VALUE '1'.
           PERFORM TAKE-ALERT-SECTION.
           PERFORM TAKE-SUSPENSE-SECTION.
           PERFORM TAKE-RUNLOG-SECTION.
           PERFORM TAKE-ALERT-REGISTER.

           PERFORM WRITE-SUMMARY-PAGE.

                   ', OVER accounts ' WS-OD-OVER-CNT
                   ', ACTION alerts ' WS-ALERT-ACTION-CNT
                   ', suspense lines ' WS-SUSP-LINE-CNT
                   ', WARN alerts ' WS-ALERT-WARN-CNT
                   ', unacknowledged ' WS-AREG-OPEN-CNT
                   ', escalated ' WS-AREG-ESCAL-CNT
                   ', acknowledged ' WS-AREG-ACKED-CNT '.'.

           PERFORM PROGRAM-DONE.

       TR999.
           EXIT.

      *
      * Counts only from the alert register - nothing is buffered,
      * the ALERTLOG section already lists every alert raised
      *
       TAKE-ALERT-REGISTER SECTION.
       AR010.
           OPEN INPUT ALRTREG.
           IF ALRTREG-STATUS NOT = '00' AND ALRTREG-STATUS NOT = '97'
              DISPLAY 'MORNPACK - ALRTREG missing (status='
                      ALRTREG-STATUS '), register counts zero'
              GO TO AR999
           END-IF.

           COMPUTE WS-AREG-NOW-MINUTES =
                   FUNCTION INTEGER-OF-DATE(WS-CD-YEAR * 10000
                          + WS-CD-MONTH * 100 + WS-CD-DAY) * 1440
                 + WS-CD-HOUR * 60 + WS-CD-MINUTE.

           MOVE 'N' TO WS-EXIT.
           READ ALRTREG NEXT RECORD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              IF ARG-OPEN
                 ADD 1 TO WS-AREG-OPEN-CNT
              END-IF
              MOVE ARG-RAISED-TIME TO WS-AREG-RAISED-TIME
              COMPUTE WS-AREG-RAISED-MINUTES =
                      FUNCTION INTEGER-OF-DATE(20000000
                             + ARG-RAISED-DATE) * 1440
                    + WS-AREG-RAISED-HOUR * 60
                    + WS-AREG-RAISED-MINUTE
              IF WS-AREG-RAISED-MINUTES + 1440 > WS-AREG-NOW-MINUTES
                 IF ARG-ESCALATION-LEVEL > 0
                    ADD 1 TO WS-AREG-ESCAL-CNT
                 END-IF
                 IF ARG-ACKNOWLEDGED
                    ADD 1 TO WS-AREG-ACKED-CNT
                 END-IF
              END-IF
              READ ALRTREG NEXT RECORD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           CLOSE ALRTREG.

       AR999.
           EXIT.

      *
      * Counts only, red items first - the handover reads this
      * page and knows where the morning goes
           MOVE WS-ALERT-ACTION-CNT TO WS-RPT-SUM-COUNT.
           WRITE MORN-PRINT-RECORD FROM WS-RPT-SUMMARY-LINE.

           MOVE 'RED ' TO WS-RPT-SUM-TAG.
           MOVE 'ACTION ALERTS STILL UNACKNOWLEDGED      '
              TO WS-RPT-SUM-TEXT.
           MOVE WS-AREG-OPEN-CNT TO WS-RPT-SUM-COUNT.
           WRITE MORN-PRINT-RECORD FROM WS-RPT-SUMMARY-LINE.

           MOVE 'AMBR' TO WS-RPT-SUM-TAG.
           MOVE 'ACTION ALERTS ESCALATED OVERNIGHT       '
              TO WS-RPT-SUM-TEXT.
           MOVE WS-AREG-ESCAL-CNT TO WS-RPT-SUM-COUNT.
           WRITE MORN-PRINT-RECORD FROM WS-RPT-SUMMARY-LINE.

           MOVE 'AMBR' TO WS-RPT-SUM-TAG.
           MOVE 'SUSPENSE ITEMS OUTSTANDING              '
              TO WS-RPT-SUM-TEXT.
           MOVE WS-OD-WARN-CNT TO WS-RPT-SUM-COUNT.
           WRITE MORN-PRINT-RECORD FROM WS-RPT-SUMMARY-LINE.

           MOVE 'INFO' TO WS-RPT-SUM-TAG.
           MOVE 'ACTION ALERTS ACKNOWLEDGED OVERNIGHT    '
              TO WS-RPT-SUM-TEXT.
           MOVE WS-AREG-ACKED-CNT TO WS-RPT-SUM-COUNT.
           WRITE MORN-PRINT-RECORD FROM WS-RPT-SUMMARY-LINE.

       WS999.
           EXIT.

