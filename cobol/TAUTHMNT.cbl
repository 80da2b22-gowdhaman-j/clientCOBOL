       CBL CICS('SP,EDF')
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
      * Drives the BNK1TAM teller authority maintenance screen. The
      * branch keys a teller id and a function: blank displays the
      * teller's TELLAUTH record, ADD creates it, AMEND changes the
      * per-transfer limit, supervisor flag and branch, SUSPND
      * suspends it, REINST reinstates a suspended authority and
      * CONFRM records that the branch manager has recertified it.
      * XFRFUN is what trusts these records, so nobody may change
      * their own - the signed-on user id is checked against the
      * keyed teller id on every update function.
      *
      * Every update writes a TAUTHAUD audit entry carrying the
      * record before and after the change, the user id and the
      * source, so a limit that moved can always be traced to the
      * person who moved it. TAUTHCRD is the card-driven batch
      * equivalent and writes the same audit entries.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAUTHMNT.
       AUTHOR. OGRADYJ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.

       01 WS-CICS-RESP                  PIC S9(8) BINARY.
       01 WS-CICS-RESP2                 PIC S9(8) BINARY.

       01 WS-TELLER-AUTH-RECORD.
           COPY TELLAUTH.

       01 WS-AUDIT-RECORD.
           COPY TAUTHAUD.

       01 WS-BRANCH-RECORD.
           COPY BRNMAST.

       01 WS-MAINT-USERID               PIC X(8).
       01 WS-MAINT-ABSTIME              PIC S9(15) COMP-3.
       01 WS-MAINT-DATE                 PIC X(10).
       01 WS-MAINT-TIME                 PIC 9(6).
       01 WS-AUDIT-TRIES                PIC 9(2).

       01 WS-NEW-LIMIT                  PIC S9(9)V99 COMP-3.
       01 WS-LIMIT-DISPLAY              PIC Z(8)9.99.
       01 WS-AUDIT-ACTION               PIC X.

       01 WS-COMMAREA-OUT.
           05 WS-CA-MODE                 PIC X VALUE SPACE.

       COPY BNK1TAM.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 TAUTHMNT-MODE              PIC X.

       PROCEDURE DIVISION.
       TA-MAINLINE SECTION.
       TA010.

           IF EIBCALEN = 0
              PERFORM SEND-INITIAL-MAP
              PERFORM RETURN-FRESH
           END-IF.

           EXEC CICS RECEIVE MAP('BNK1TAM')
              MAPSET('BNK1TAM')
              RESP(WS-CICS-RESP)
           END-EXEC.

           IF TATELLI = SPACES OR TATELLI = LOW-VALUES
              MOVE 'Key a teller id' TO TAMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

           EXEC CICS ASSIGN
              USERID(WS-MAINT-USERID)
           END-EXEC.

           EVALUATE TRUE
              WHEN TAFUNCI = SPACES OR TAFUNCI = LOW-VALUES
                 PERFORM DISPLAY-AUTHORITY
              WHEN TAFUNCI(1:3) = 'ADD'
                 PERFORM CHECK-NOT-OWN-RECORD
                 PERFORM ADD-AUTHORITY
              WHEN TAFUNCI(1:5) = 'AMEND'
                 PERFORM CHECK-NOT-OWN-RECORD
                 PERFORM AMEND-AUTHORITY
              WHEN TAFUNCI = 'SUSPND'
                 PERFORM CHECK-NOT-OWN-RECORD
                 PERFORM SUSPEND-AUTHORITY
              WHEN TAFUNCI = 'REINST'
                 PERFORM CHECK-NOT-OWN-RECORD
                 PERFORM REINSTATE-AUTHORITY
              WHEN TAFUNCI = 'CONFRM'
                 PERFORM CHECK-NOT-OWN-RECORD
                 PERFORM CONFIRM-AUTHORITY
              WHEN OTHER
                 MOVE 'Function must be ADD, AMEND, SUSPND, REINST, CO
      -             'NFRM or blank' TO TAMSGO
                 PERFORM SEND-DATAONLY
           END-EVALUATE.

           PERFORM RETURN-FRESH.

       TA999.
           EXIT.

       SEND-INITIAL-MAP SECTION.
       SI010.

           EXEC CICS SEND MAP('BNK1TAM')
              MAPSET('BNK1TAM')
              ERASE
           END-EXEC.

       SI999.
           EXIT.

       SEND-DATAONLY SECTION.
       SD010.

           EXEC CICS SEND MAP('BNK1TAM')
              MAPSET('BNK1TAM')
              DATAONLY
              CURSOR
           END-EXEC.

       SD999.
           EXIT.

      *
      * Nobody maintains their own authority - not even to confirm
      * it - or a teller could raise their own limit
      *
       CHECK-NOT-OWN-RECORD SECTION.
       CO010.

           IF TATELLI = WS-MAINT-USERID
              MOVE 'You cannot maintain your own teller authority'
                 TO TAMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

       CO999.
           EXIT.

       DISPLAY-AUTHORITY SECTION.
       DA010.

           PERFORM READ-AUTHORITY.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Teller has no authority on TELLAUTH' TO TAMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

           PERFORM SHOW-AUTHORITY.
           MOVE 'Authority displayed - key a function to change it'
              TO TAMSGO.
           PERFORM SEND-DATAONLY.

       DA999.
           EXIT.

       ADD-AUTHORITY SECTION.
       AA010.

           PERFORM VALIDATE-AUTHORITY-FIELDS.
           PERFORM GET-MAINT-TIME.

           MOVE TATELLI           TO TAUTH-TELLER-ID.
           MOVE WS-NEW-LIMIT      TO TAUTH-TRANSFER-LIMIT.
           MOVE TASUPVI           TO TAUTH-SUPERVISOR-SW.
           MOVE 'A'               TO TAUTH-STATUS.
           MOVE TASORTI           TO TAUTH-SORTCODE.
           MOVE WS-MAINT-DATE     TO TAUTH-CONFIRMED-DATE.
           MOVE SPACES            TO WS-TELLER-AUTH-RECORD(33:7).

           MOVE 0      TO TAUD-OLD-LIMIT.
           MOVE SPACES TO TAUD-OLD-SUPERVISOR-SW TAUD-OLD-STATUS
                          TAUD-OLD-SORTCODE TAUD-OLD-CONFIRMED-DATE
                          TAUD-OLD-EMPLOYEE-NUMBER.

           EXEC CICS WRITE FILE('TELLAUTH')
              FROM(WS-TELLER-AUTH-RECORD)
              RIDFLD(TAUTH-TELLER-ID)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(DUPREC)
              MOVE 'Teller already has an authority - use AMEND'
                 TO TAMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Add failed - authority not written' TO TAMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

           MOVE 'A' TO WS-AUDIT-ACTION.
           PERFORM WRITE-AUDIT.

           PERFORM SHOW-AUTHORITY.
           MOVE 'Teller authority added' TO TAMSGO.
           PERFORM SEND-DATAONLY.

       AA999.
           EXIT.

       AMEND-AUTHORITY SECTION.
       AM010.

           PERFORM VALIDATE-AUTHORITY-FIELDS.
           PERFORM READ-AUTHORITY-FOR-UPDATE.
           PERFORM GET-MAINT-TIME.

           MOVE WS-NEW-LIMIT      TO TAUTH-TRANSFER-LIMIT.
           MOVE TASUPVI           TO TAUTH-SUPERVISOR-SW.
           MOVE TASORTI           TO TAUTH-SORTCODE.
           MOVE WS-MAINT-DATE     TO TAUTH-CONFIRMED-DATE.

           MOVE 'C' TO WS-AUDIT-ACTION.
           PERFORM REWRITE-AND-AUDIT.

           MOVE 'Teller authority amended' TO TAMSGO.
           PERFORM SEND-DATAONLY.

       AM999.
           EXIT.

       SUSPEND-AUTHORITY SECTION.
       SA010.

           PERFORM READ-AUTHORITY-FOR-UPDATE.

           IF TAUTH-STATUS-SUSPENDED
              MOVE 'Authority is already suspended' TO TAMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

           PERFORM GET-MAINT-TIME.
           MOVE 'S' TO TAUTH-STATUS.

           MOVE 'S' TO WS-AUDIT-ACTION.
           PERFORM REWRITE-AND-AUDIT.

           MOVE 'Teller authority suspended' TO TAMSGO.
           PERFORM SEND-DATAONLY.

       SA999.
           EXIT.

       REINSTATE-AUTHORITY SECTION.
       RA010.

           PERFORM READ-AUTHORITY-FOR-UPDATE.

           IF NOT TAUTH-STATUS-SUSPENDED
              MOVE 'Authority is not suspended' TO TAMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

           PERFORM GET-MAINT-TIME.
           MOVE 'A'           TO TAUTH-STATUS.
           MOVE WS-MAINT-DATE TO TAUTH-CONFIRMED-DATE.

           MOVE 'R' TO WS-AUDIT-ACTION.
           PERFORM REWRITE-AND-AUDIT.

           MOVE 'Teller authority reinstated' TO TAMSGO.
           PERFORM SEND-DATAONLY.

       RA999.
           EXIT.

      *
      * Recertification: the limit and flag are left alone, only
      * the last-confirmed date moves
      *
       CONFIRM-AUTHORITY SECTION.
       CF010.

           PERFORM READ-AUTHORITY-FOR-UPDATE.

           IF TAUTH-STATUS-SUSPENDED
              MOVE 'A suspended authority cannot be confirmed - REIN
      -          'ST it' TO TAMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

           PERFORM GET-MAINT-TIME.
           MOVE WS-MAINT-DATE TO TAUTH-CONFIRMED-DATE.

           MOVE 'V' TO WS-AUDIT-ACTION.
           PERFORM REWRITE-AND-AUDIT.

           MOVE 'Teller authority confirmed' TO TAMSGO.
           PERFORM SEND-DATAONLY.

       CF999.
           EXIT.

      *
      * ADD and AMEND both carry a full set of authority fields
      *
       VALIDATE-AUTHORITY-FIELDS SECTION.
       VA010.

           IF TALIMITI = SPACES OR TALIMITI = LOW-VALUES OR
              FUNCTION TEST-NUMVAL(TALIMITI) NOT = 0
              MOVE 'Key the per-transfer limit as an amount'
                 TO TAMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

           COMPUTE WS-NEW-LIMIT = FUNCTION NUMVAL(TALIMITI).

           IF WS-NEW-LIMIT < 0
              MOVE 'The per-transfer limit cannot be negative'
                 TO TAMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

           IF TASUPVI NOT = 'Y' AND TASUPVI NOT = 'N'
              MOVE 'Supervisor flag must be Y or N' TO TAMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

           IF TASORTI = SPACES OR TASORTI = LOW-VALUES OR
              TASORTI NOT NUMERIC
              MOVE 'Key the teller''s branch sortcode' TO TAMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

           MOVE TASORTI TO BRN-SORTCODE.

           EXEC CICS READ FILE('BRNMAST')
              INTO(WS-BRANCH-RECORD)
              RIDFLD(BRN-SORTCODE)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) OR
              NOT BRN-STATUS-ACTIVE
              MOVE 'Sortcode is not an active branch' TO TAMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

       VA999.
           EXIT.

       READ-AUTHORITY SECTION.
       RD010.

           MOVE TATELLI TO TAUTH-TELLER-ID.

           EXEC CICS READ FILE('TELLAUTH')
              INTO(WS-TELLER-AUTH-RECORD)
              RIDFLD(TAUTH-TELLER-ID)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

       RD999.
           EXIT.

      *
      * Read for UPDATE and keep the before image for the audit
      *
       READ-AUTHORITY-FOR-UPDATE SECTION.
       RU010.

           MOVE TATELLI TO TAUTH-TELLER-ID.

           EXEC CICS READ FILE('TELLAUTH')
              INTO(WS-TELLER-AUTH-RECORD)
              RIDFLD(TAUTH-TELLER-ID)
              UPDATE
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Teller has no authority on TELLAUTH' TO TAMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

           MOVE TAUTH-TRANSFER-LIMIT TO TAUD-OLD-LIMIT.
           MOVE TAUTH-SUPERVISOR-SW  TO TAUD-OLD-SUPERVISOR-SW.
           MOVE TAUTH-STATUS         TO TAUD-OLD-STATUS.
           MOVE TAUTH-SORTCODE       TO TAUD-OLD-SORTCODE.
           MOVE TAUTH-CONFIRMED-DATE TO TAUD-OLD-CONFIRMED-DATE.
           MOVE TAUTH-EMPLOYEE-NUMBER TO TAUD-OLD-EMPLOYEE-NUMBER.

       RU999.
           EXIT.

       REWRITE-AND-AUDIT SECTION.
       RW010.

           EXEC CICS REWRITE FILE('TELLAUTH')
              FROM(WS-TELLER-AUTH-RECORD)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Update failed - authority not rewritten'
                 TO TAMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

           PERFORM WRITE-AUDIT.
           PERFORM SHOW-AUTHORITY.

       RW999.
           EXIT.

       SHOW-AUTHORITY SECTION.
       SH010.

           MOVE TAUTH-TRANSFER-LIMIT TO WS-LIMIT-DISPLAY.
           MOVE WS-LIMIT-DISPLAY     TO TALIMITO.
           MOVE TAUTH-SUPERVISOR-SW  TO TASUPVO.
           MOVE TAUTH-SORTCODE       TO TASORTO.
           MOVE TAUTH-STATUS         TO TASTATO.
           MOVE TAUTH-CONFIRMED-DATE TO TACONFO.

       SH999.
           EXIT.

       GET-MAINT-TIME SECTION.
       GT010.

           EXEC CICS ASKTIME
              ABSTIME(WS-MAINT-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
              ABSTIME(WS-MAINT-ABSTIME)
              YYYYMMDD(WS-MAINT-DATE)
              DATESEP('-')
              TIME(WS-MAINT-TIME)
           END-EXEC.

       GT999.
           EXIT.

      *
      * Two changes to one teller in the same second collide on the
      * key, so a DUPREC bumps TAUD-SEQUENCE and retries. A change
      * that cannot be audited is not made - the TELLAUTH write is
      * backed out
      *
       WRITE-AUDIT SECTION.
       WA010.

           MOVE TAUTH-TELLER-ID      TO TAUD-TELLER-ID.
           MOVE WS-MAINT-DATE        TO TAUD-DATE.
           MOVE WS-MAINT-TIME        TO TAUD-TIME.
           MOVE 1                    TO TAUD-SEQUENCE.
           MOVE WS-MAINT-USERID      TO TAUD-CHANGED-BY.
           MOVE 'TAUTHMNT'           TO TAUD-SOURCE.
           MOVE WS-AUDIT-ACTION      TO TAUD-ACTION.
           MOVE TAUTH-TRANSFER-LIMIT TO TAUD-NEW-LIMIT.
           MOVE TAUTH-SUPERVISOR-SW  TO TAUD-NEW-SUPERVISOR-SW.
           MOVE TAUTH-STATUS         TO TAUD-NEW-STATUS.
           MOVE TAUTH-SORTCODE       TO TAUD-NEW-SORTCODE.
           MOVE TAUTH-CONFIRMED-DATE TO TAUD-NEW-CONFIRMED-DATE.
           MOVE TAUTH-EMPLOYEE-NUMBER TO TAUD-NEW-EMPLOYEE-NUMBER.
           MOVE SPACES TO WS-AUDIT-RECORD(105:8).

           MOVE 0 TO WS-AUDIT-TRIES.

       WA020.

           EXEC CICS WRITE FILE('TAUTHAUD')
              FROM(WS-AUDIT-RECORD)
              RIDFLD(TAUD-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(DUPREC) AND
              WS-AUDIT-TRIES < 10
              ADD 1 TO WS-AUDIT-TRIES
              ADD 1 TO TAUD-SEQUENCE
              GO TO WA020
           END-IF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'Authority not changed - audit unavailable'
                 TO TAMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

       WA999.
           EXIT.

       RETURN-FRESH SECTION.
       RF010.

           MOVE SPACE TO WS-CA-MODE.

           EXEC CICS RETURN
              TRANSID(EIBTRNID)
              COMMAREA(WS-COMMAREA-OUT)
              LENGTH(LENGTH OF WS-COMMAREA-OUT)
           END-EXEC.

       RF999.
           EXIT.
