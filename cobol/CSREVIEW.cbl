      * a section heading and per-band branch totals are printed at
      * every change of CUSTOMER-SORTCODE so each branch can tear
      * off its own sheet.
      *
      * A customer on the DECDREG deceased register is not chased
      * for a review and is left off the list.
      ******************************************************************

       IDENTIFICATION DIVISION.
                  RECORD KEY   IS CUSTOMER-KEY
                  FILE STATUS  IS CUSTFILE-STATUS.

           SELECT DECDREG
                  ASSIGN TO DECDREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS DECD-CUSTOMER-KEY
                  FILE STATUS  IS DECDREG-STATUS.

           SELECT CHASERPT
                  ASSIGN TO CHASERPT
                  ORGANIZATION IS SEQUENTIAL
       01  VSAM-RECORD.
       COPY CUSTOMER.

       FD  DECDREG.
       01  DECEASED-REGISTER-RECORD.
       COPY DECDREG.

       FD  CHASERPT.
       01  CHASE-PRINT-RECORD              PIC X(133).

           05 CUSTFILE-STATUS1             PIC X.
           05 CUSTFILE-STATUS2             PIC X.

       01  DECDREG-STATUS.
           05 DECDREG-STATUS1              PIC X.
           05 DECDREG-STATUS2              PIC X.

       01  CHASERPT-STATUS.
           05 CHASERPT-STATUS1             PIC X.
           05 CHASERPT-STATUS2             PIC X.

       01 WS-READ-CNT                      PIC 9(7) VALUE 0.
       01 WS-OVERDUE-CNT                   PIC 9(7) VALUE 0.
       01 WS-DECEASED-CNT                  PIC 9(7) VALUE 0.

       01 WS-MONTHS-OVERDUE                PIC S9(5) COMP-3.
       01 WS-BAND                          PIC 9.

       01 WS-CURRENT-SORTCODE              PIC 9(6) VALUE 0.
       01 WS-FIRST-SECTION                 PIC X    VALUE 'Y'.
       01 WS-DECEASED-SWITCH               PIC X    VALUE 'N'.

       01 WS-BRANCH-BAND-CNT.
           05 WS-BR-BAND1                  PIC 9(5) VALUE 0.
           WRITE CHASE-PRINT-RECORD FROM WS-RPT-GRAND-TOTAL.

           DISPLAY 'CSREVIEW read ' WS-READ-CNT ' customers, '
                   WS-OVERDUE-CNT ' overdue reviews, '
                   WS-DECEASED-CNT ' deceased left off.'.

           PERFORM PROGRAM-DONE.

               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT DECDREG.
           IF DECDREG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening DECDREG file, status='
                       DECDREG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT CHASERPT.
           IF CHASERPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening CHASERPT file, status='
      *
       AGE-ONE-CUSTOMER SECTION.
       AG010.
           PERFORM CHECK-DECEASED.
           IF WS-DECEASED-SWITCH = 'Y'
              ADD 1 TO WS-DECEASED-CNT
              GO TO AG999
           END-IF.

           IF CUSTOMER-CS-REVIEW-DATE = 0
              MOVE 99 TO WS-MONTHS-OVERDUE
           ELSE
       AG999.
           EXIT.

       CHECK-DECEASED SECTION.
       CK010.
           MOVE 'N' TO WS-DECEASED-SWITCH.

           MOVE CUSTOMER-KEY TO DECD-CUSTOMER-KEY.
           READ DECDREG
              KEY IS DECD-CUSTOMER-KEY
           END-READ.

           IF DECDREG-STATUS = '00'
              MOVE 'Y' TO WS-DECEASED-SWITCH
              GO TO CK999
           END-IF.

           IF DECDREG-STATUS NOT = '23'
              DISPLAY 'CSREVIEW - error reading deceased register, '
                      'status=' DECDREG-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CK999.
           EXIT.

       WRITE-BRANCH-TOTALS SECTION.
       WB010.
           MOVE WS-BR-BAND1 TO WS-RPT-BT-BAND1.
       CLOSE-FILE SECTION.
       CF010.
           CLOSE CUSTFILE.
           CLOSE DECDREG.
           CLOSE CHASERPT.

       CF999.
