      * A flagged account prints with its pattern codes and the
      * full detail of every scan-date leg - date, time, direction,
      * counterparty, amount, teller - so the investigator starts
      * from evidence. Every flag is also kept on the AMLFLAG
      * history file, account and scan date, for the KYCRATE risk
      * rating - a rerun for the same scan date replaces that
      * date's flag. PARM='YYYY-MM-DD' names the scan date,
      * default the run date.
      ******************************************************************

                  RECORD KEY   IS JRNL-KEY
                  FILE STATUS  IS JRNLIN-STATUS.

           SELECT AMLFLAG
                  ASSIGN TO AMLFLAG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS AMLF-KEY
                  FILE STATUS  IS AMLFLAG-STATUS.

           SELECT AMLRPT
                  ASSIGN TO AMLRPT
                  ORGANIZATION IS SEQUENTIAL
       01  JOURNAL-RECORD.
       COPY TXNJRNL.

       FD  AMLFLAG.
       01  AML-FLAG-RECORD.
       COPY AMLFLAG.

       FD  AMLRPT.
       01  AML-PRINT-RECORD                PIC X(133).

           05 JRNLIN-STATUS1               PIC X.
           05 JRNLIN-STATUS2               PIC X.

       01  AMLFLAG-STATUS.
           05 AMLFLAG-STATUS1              PIC X.
           05 AMLFLAG-STATUS2              PIC X.

       01  AMLRPT-STATUS.
           05 AMLRPT-STATUS1               PIC X.
           05 AMLRPT-STATUS2               PIC X.
      * The scan date's legs buffered for the evidence print
      *
       01 WS-LEG-BUFFER.
           03 WS-LB-MAX                    PIC 9(3) COMP VALUE 100.
           03 WS-LB-USED                   PIC 9(3) COMP VALUE 0.
           03 WS-LB-LINE OCCURS 100 TIMES.
       COPY TXNJRNL.

       01 WS-LB-NDX                        PIC 9(3) COMP.
       01 WS-HELD-LEG.
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O AMLFLAG.
           IF AMLFLAG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening AMLFLAG file, status='
                       AMLFLAG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT AMLRPT.
           IF AMLRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening AMLRPT file, status='
           MOVE WS-GRP-UNDER-CNT TO WS-RPT-UNDER-CNT.
           WRITE AML-PRINT-RECORD FROM WS-RPT-FLAG.

           PERFORM KEEP-FLAG-HISTORY.

           PERFORM VARYING WS-LB-NDX FROM 1 BY 1
              UNTIL WS-LB-NDX > WS-LB-USED
              MOVE WS-LB-LINE(WS-LB-NDX) TO WS-HELD-LEG
       JA999.
           EXIT.

       KEEP-FLAG-HISTORY SECTION.
       KF010.
           MOVE SPACES           TO AML-FLAG-RECORD.
           MOVE WS-GRP-ACCOUNT   TO AMLF-ACCOUNT-NUMBER.
           MOVE WS-SCAN-DATE     TO AMLF-SCAN-DATE.
           MOVE WS-GRP-PATTERNS  TO AMLF-PATTERNS.
           MOVE WS-GRP-DAY-TOTAL TO AMLF-DAY-TOTAL.
           MOVE WS-GRP-UNDER-CNT TO AMLF-UNDER-CNT.

           WRITE AML-FLAG-RECORD.
           IF AMLFLAG-STATUS = '22'
              REWRITE AML-FLAG-RECORD
           END-IF.

           IF AMLFLAG-STATUS NOT = '00'
              DISPLAY 'AMLSCAN - error writing flag history for '
                      'account ' WS-GRP-ACCOUNT ' status='
                      AMLFLAG-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       KF999.
           EXIT.

       PRINT-ONE-LEG SECTION.
       PL010.
           MOVE JRNL-DATE OF WS-HELD-LEG TO WS-RPT-LEG-DATE.
       CLOSE-FILE SECTION.
       CF010.
           CLOSE JRNLIN.
           CLOSE AMLFLAG.
           CLOSE AMLRPT.

       CF999.
