      *   retention are dropped by rewriting the register to
      *   ERASENEW without them.
      *
      *   CONSREG - marketing consent evidence has its own period.
      *   The entry in force on a channel is never swept, however
      *   old: it is the evidence the customer is marketed on. An
      *   entry is deleted only once a later entry for the same
      *   customer and channel superseded it more than the rule's
      *   days ago.
      *
      * Everything removed is counted per file on RETNRPT, so the
      * next audit can see retention enforced by the machine.
      ******************************************************************
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS ERASENEW-STATUS.

           SELECT CONSREG
                  ASSIGN TO CONSREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CNS-KEY
                  FILE STATUS  IS CONSREG-STATUS.

           SELECT RETNRPT
                  ASSIGN TO RETNRPT
                  ORGANIZATION IS SEQUENTIAL
       FD  ERASENEW.
       01  ERASURE-NEW-RECORD              PIC X(40).

       FD  CONSREG.
       01  CONSENT-RECORD.
       COPY CONSREG.

       FD  RETNRPT.
       01  RETN-PRINT-RECORD               PIC X(133).

           05 ERASENEW-STATUS1             PIC X.
           05 ERASENEW-STATUS2             PIC X.

       01  CONSREG-STATUS.
           05 CONSREG-STATUS1              PIC X.
           05 CONSREG-STATUS2              PIC X.

       01  RETNRPT-STATUS.
           05 RETNRPT-STATUS1              PIC X.
           05 RETNRPT-STATUS2              PIC X.
       01 WS-CUSTHIST-DAYS                 PIC 9(5) VALUE 0.
       01 WS-TXNJRNL-DAYS                  PIC 9(5) VALUE 0.
       01 WS-ERASEREG-DAYS                 PIC 9(5) VALUE 0.
       01 WS-CONSREG-DAYS                  PIC 9(5) VALUE 0.
       01 WS-RULE-CNT                      PIC 9(3) VALUE 0.

       01 WS-RULE-WORK-DAYS                PIC 9(5).
       01 WS-ERAS-READ-CNT                 PIC 9(7) VALUE 0.
       01 WS-ERAS-DROPPED-CNT              PIC 9(7) VALUE 0.
       01 WS-ERAS-KEPT-CNT                 PIC 9(7) VALUE 0.
       01 WS-CONS-READ-CNT                 PIC 9(7) VALUE 0.
       01 WS-CONS-DELETED-CNT              PIC 9(7) VALUE 0.

      *
      * The consent entry before the one just read - superseded by
      * it when both are for the same customer and channel
      *
       01 WS-CONS-HAVE-PREV                PIC X.
       01 WS-CONS-PREV-KEY.
           05 WS-CPK-GROUP                 PIC X(17).
           05 FILLER                       PIC X(19).
       01 WS-CONS-THIS-KEY.
           05 WS-CTK-GROUP                 PIC X(17).
           05 FILLER                       PIC X(19).

       01 WS-DATE-INTEGER                  PIC 9(8).
       01 WS-DATE-YYYYMMDD                 PIC 9(8).
              PERFORM SWEEP-ERASEREG
           END-IF.

           IF WS-CONSREG-DAYS > 0
              PERFORM SWEEP-CONSREG
           END-IF.

           DISPLAY 'RETNSWP: CUSTHIST deleted '
                   WS-HIST-DELETED-CNT ' of ' WS-HIST-READ-CNT
                   ', TXNJRNL breaches ' WS-JRNL-BREACH-CNT
                   ' of ' WS-JRNL-READ-CNT
                   ', ERASEREG dropped ' WS-ERAS-DROPPED-CNT
                   ' of ' WS-ERAS-READ-CNT
                   ', CONSREG deleted ' WS-CONS-DELETED-CNT
                   ' of ' WS-CONS-READ-CNT '.'.

           IF WS-JRNL-BREACH-CNT > 0
              DISPLAY 'RETNSWP - journal legs past retention are '
              WHEN 'ERASEREG'
                 MOVE RULE-RETENTION-DAYS TO WS-ERASEREG-DAYS
                 ADD 1 TO WS-RULE-CNT
              WHEN 'CONSREG '
                 MOVE RULE-RETENTION-DAYS TO WS-CONSREG-DAYS
                 ADD 1 TO WS-RULE-CNT
              WHEN OTHER
                 DISPLAY 'RETNSWP - no sweep for file '
                         RULE-FILE-NAME ', rule ignored'
       SE999.
           EXIT.

      *
      * Read in key order, each customer's entries for a channel
      * arrive oldest first, so an entry is superseded by the one
      * read after it. When that later entry is itself past the
      * cutoff the earlier one is deleted and the browse picks up
      * again after the later entry
      *
       SWEEP-CONSREG SECTION.
       SC010.
           MOVE WS-CONSREG-DAYS TO WS-RULE-WORK-DAYS.
           PERFORM WORK-OUT-CUTOFF.

           OPEN I-O CONSREG.
           IF CONSREG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening CONSREG file, status='
                       CONSREG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'N' TO WS-CONS-HAVE-PREV.
           MOVE 'N' TO WS-EXIT.
           READ CONSREG NEXT RECORD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-CONS-READ-CNT
              MOVE CNS-KEY TO WS-CONS-THIS-KEY
              IF WS-CONS-HAVE-PREV = 'Y' AND
                 WS-CPK-GROUP = WS-CTK-GROUP AND
                 CNS-DATE < WS-CUTOFF-DATE
                 MOVE WS-CONS-PREV-KEY TO CNS-KEY
                 DELETE CONSREG RECORD
                 IF CONSREG-STATUS = '00'
                    ADD 1 TO WS-CONS-DELETED-CNT
                 ELSE
                    DISPLAY 'RETNSWP - CONSREG delete failed, '
                            'status=' CONSREG-STATUS
                    MOVE 12 TO RETURN-CODE
                    PERFORM PROGRAM-DONE
                 END-IF
                 MOVE WS-CONS-THIS-KEY TO CNS-KEY
                 START CONSREG KEY > CNS-KEY
                   INVALID KEY MOVE 'Y' TO WS-EXIT
                 END-START
              END-IF
              MOVE WS-CONS-THIS-KEY TO WS-CONS-PREV-KEY
              MOVE 'Y' TO WS-CONS-HAVE-PREV
              IF WS-EXIT NOT = 'Y'
                 READ CONSREG NEXT RECORD
                   AT END MOVE 'Y' TO WS-EXIT
                 END-READ
              END-IF
           END-PERFORM.

           CLOSE CONSREG.

           MOVE 'CONSREG '          TO WS-RPT-FILE-NAME.
           MOVE WS-CONSREG-DAYS     TO WS-RPT-DAYS.
           MOVE WS-CONS-READ-CNT    TO WS-RPT-READ.
           MOVE 'DELETED  '         TO WS-RPT-ACTION.
           MOVE WS-CONS-DELETED-CNT TO WS-RPT-ACTED.
           WRITE RETN-PRINT-RECORD FROM WS-RPT-FILE-LINE.

       SC999.
           EXIT.

      *
      * The processing date is the shop's business date from the
      * BUSDATE control, not the clock - a night running past
