      *
      * ADD and AMEND validate the from-account against the ACCOUNT
      * file (it must exist and be open) and the destination
      * sortcode against BRNMAST (it must not be a retired branch),
      * the same checks XFRFUN applies to a keyed transfer. A
      * sortcode BRNMAST does not know at all is another bank's,
      * and STORUN pays that order through external clearing. An order
      * STORUN has marked failed refuses amendment until it is
      * explicitly reactivated, so a failing order cannot be
      * quietly edited back into the night's run.
           EXIT.

      *
      * The destination sortcode must be a live branch on BRNMAST,
      * or not on it at all - another bank, paid through external
      * clearing
      *
       VALIDATE-DEST-SORTCODE SECTION.
       VS010.
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NOTFND)
              MOVE 'Y' TO WS-FIELDS-OK
              GO TO VS999
           END-IF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) OR
              NOT BRN-STATUS-ACTIVE
              MOVE 'Destination sortcode is not an active branch'
