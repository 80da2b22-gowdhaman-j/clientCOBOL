      * The payee numbers these records carry are what the BNK1CHM
      * transfer screen accepts in place of raw destination keys -
      * one keying of a destination instead of one per transfer.
      * A destination sortcode BRNMAST does not know at all is
      * another bank's and is saved as an external payee - the
      * transfer screen sends those through external clearing.
      * A sortcode that is on BRNMAST but retired is still refused.
      * The payee is stamped with the time as well as the date it
      * was saved: XFRFUN and STORUN hold a large payment to a payee
      * saved only hours before for the branch to call back on.
      ******************************************************************

       IDENTIFICATION DIVISION.

       01 WS-MAINT-ABSTIME              PIC S9(15) COMP-3.
       01 WS-MAINT-DATE                 PIC X(10).
       01 WS-MAINT-TIME                 PIC 9(6).
       01 WS-LIST-CNT                   PIC 9(2).
       01 WS-LIST-LINE.
           05 WS-LL-NUMBER               PIC 9(3).
              RESP2(WS-CICS-RESP2)
           END-EXEC.

      *
      * Not on BRNMAST at all is another bank - a payee there is
      * paid through external clearing
      *
           IF WS-CICS-RESP = DFHRESP(NOTFND)
              CONTINUE
           ELSE
              IF WS-CICS-RESP NOT = DFHRESP(NORMAL) OR
                 NOT BRN-STATUS-ACTIVE
                 MOVE 'Destination sortcode is not an active branch'
                    TO PYMSGO
                 PERFORM SEND-DATAONLY
                 PERFORM RETURN-FRESH
              END-IF
           END-IF.

           EXEC CICS ASKTIME
              ABSTIME(WS-MAINT-ABSTIME)
              YYYYMMDD(WS-MAINT-DATE)
              DATESEP('-')
              TIME(WS-MAINT-TIME)
           END-EXEC.

           MOVE PYSORTI       TO PAYE-SORTCODE.
           MOVE PYDSRTI       TO PAYE-DEST-SORTCODE.
           MOVE PYDACCI       TO PAYE-DEST-ACCOUNT.
           MOVE WS-MAINT-DATE TO PAYE-CREATED-DATE.
           MOVE WS-MAINT-TIME TO PAYE-CREATED-TIME.
           MOVE 'N'           TO PAYE-COOLING-CLEARED.
           MOVE SPACES        TO PAYEE-RECORD(84:7).

           EXEC CICS WRITE FILE('PAYEMST')
              FROM(PAYEE-RECORD)
