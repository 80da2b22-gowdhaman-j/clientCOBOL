      *    STATUS CHANGE FOR A GROUP NUMBER NOT ON THE MASTER IS      *
      *    REJECTED. EVERY APPLIED CHANGE WRITES A KEYED BEFORE AND   *
      *    AFTER ENTRY TO THE GRPJRNL CHANGE JOURNAL.                 *
      *    AN ADD OR STATUS CHANGE STAMPS GRP-STATUS-DATE WITH THE    *
      *    CARD'S EFFECTIVE DATE (THE RUN DATE WHEN THE CARD HAS      *
      *    NONE) FOR PAYMELIG'S GRACE WINDOW.                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           MOVE CARD-GROUP-NAME   TO GRP-NAME.
           MOVE CARD-STATUS       TO GRP-STATUS.
           MOVE SPACES            TO GROUP-RECORD(37:41).
           PERFORM 55000-STAMP-STATUS-DATE THRU 55000-EXIT.

           WRITE GROUP-RECORD
               INVALID KEY
              GO TO 50000-EXIT.

           MOVE CARD-STATUS TO GRP-STATUS.
           PERFORM 55000-STAMP-STATUS-DATE THRU 55000-EXIT.

           REWRITE GROUP-RECORD
               INVALID KEY
       50000-EXIT.
           EXIT.

       55000-STAMP-STATUS-DATE.
           IF CARD-EFF-DATE NUMERIC
              MOVE CARD-EFF-DATE TO GRP-STATUS-DATE
           ELSE
              MOVE WS-RPT-DATE   TO GRP-STATUS-DATE.

       55000-EXIT.
           EXIT.

       60000-REJECT-CARD.
           ADD 1 TO WS-REJECTED-CNT.
           PERFORM 80000-WRITE-REGISTER THRU 80000-EXIT.
