      * collection file (DDCOLIN: originator, account, reference,
      * amount) against the DDMAND mandate master: a collection
      * only ever debits an account under an ACTIVE mandate keyed
      * exactly as the originator presented it. DDCOLIN reaches
      * here through the DUPGATE duplicate gate, so a file already
      * received, or a collection repeated from a recent one, never
      * gets this far.
      *
      * A good collection passes the same overdraft rule XFRFUN
      * applies, debits both balances, journals one debit leg to
      * first/last-collected fields. Failures go to the DDRETN
      * returns file with a reason code (NOM no mandate, MST
      * mandate not active, ANF account not on file, ACL account
      * closed, BLK debits blocked on the ACCTBLK register, ODL
      * overdraft rule, HLD funds under an active HOLDS entry, FMT
      * bad fields) for the originator, and everything is reported
      * to DDCRPT.
      *
      * The bank collects on its own written-off loans under its
      * recoveries originator id, with the written-off loan number
      * in the first 11 characters of the mandate reference. Such
      * a collection is returned NWO unless that loan is on the
      * WOFFREG written-off register; once collected, RCVPOST
      * posts the money against the register as a recovery.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-RETURNED-CNT                  PIC 9(7) VALUE 0.
       01 WS-COLLECTED-TOTAL               PIC S9(13)V99 COMP-3
                                                VALUE 0.
       01 WS-RECOVERY-CNT                  PIC 9(7) VALUE 0.

      *
      * The bank's own originator id for collecting on written-off
      * loans
      *
       01 WS-RECOVERY-ORIGINATOR           PIC 9(6) VALUE 999001.

       01 WS-POST-XFER-AVAIL               PIC S9(11)V99 COMP-3.
       01 WS-ACCOUNT-CCY                   PIC X(3).
           05 WS-BDP-DATE                  PIC X(10).
           05 WS-BDP-STATUS                PIC X.

       01 WS-HOLDSUM-PARM.
           05 WS-HSP-FUNCTION              PIC X(5).
           05 WS-HSP-ACCOUNT-NUMBER        PIC 9(11).
           05 WS-HSP-AS-OF-DATE            PIC X(10).
           05 WS-HSP-HELD-AMOUNT           PIC S9(10)V99 COMP-3.
           05 WS-HSP-HOLD-COUNT            PIC 9(4).
           05 WS-HSP-STATUS                PIC X.

       01 WS-BLKCHK-PARM.
           05 WS-BCP-FUNCTION              PIC X(5).
           05 WS-BCP-ACCOUNT-NUMBER        PIC 9(11).
           05 WS-BCP-AS-OF-DATE            PIC X(10).
           05 WS-BCP-BLOCKED               PIC X.
           05 WS-BCP-REASON-CODE           PIC X(2).
           05 WS-BCP-STATUS                PIC X.

       01 WS-RCVPOST-PARM.
           05 WS-RCP-FUNCTION              PIC X(5).
           05 WS-RCP-LOAN-NUMBER           PIC 9(11).
           05 WS-RCP-DATE                  PIC X(10).
           05 WS-RCP-AMOUNT                PIC S9(10)V99 COMP-3.
           05 WS-RCP-SOURCE                PIC X(8).
           05 WS-RCP-REFERENCE             PIC X(20).
           05 WS-RCP-WRITTEN-OFF           PIC X.
           05 WS-RCP-STATUS                PIC X.

       01 WS-RPT-HEADER.
           05 FILLER                       PIC X    VALUE '1'.
           05 FILLER                       PIC X(35)

           DISPLAY 'DDCOLL read ' WS-READ-CNT ' collections, '
                   'collected ' WS-COLLECTED-CNT ' for '
                   WS-COLLECTED-TOTAL ' (' WS-RECOVERY-CNT
                   ' recoveries), returned ' WS-RETURNED-CNT '.'.

           IF WS-RETURNED-CNT > 0
              MOVE 8 TO RETURN-CODE
              GO TO CI999
           END-IF.

      *
      * A recoveries collection must name a written-off loan
      *
           IF COLL-ORIGINATOR-ID = WS-RECOVERY-ORIGINATOR
              IF COLL-REFERENCE(1:11) NOT NUMERIC
                 MOVE 'NWO' TO WS-RETURN-REASON
                 PERFORM RETURN-ONE-ITEM
                 GO TO CI999
              END-IF
              MOVE 'CHECK'              TO WS-RCP-FUNCTION
              MOVE COLL-REFERENCE(1:11) TO WS-RCP-LOAN-NUMBER
              PERFORM CALL-RCVPOST
              IF WS-RCP-WRITTEN-OFF NOT = 'Y'
                 MOVE 'NWO' TO WS-RETURN-REASON
                 PERFORM RETURN-ONE-ITEM
                 GO TO CI999
              END-IF
           END-IF.

           MOVE COLL-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
              GO TO CI999
           END-IF.

      *
      * An account whose debits are blocked pays nothing out
      *
           MOVE 'DEBIT'        TO WS-BCP-FUNCTION.
           MOVE ACCOUNT-NUMBER TO WS-BCP-ACCOUNT-NUMBER.
           PERFORM CHECK-BLOCK.
           IF WS-BCP-BLOCKED = 'Y'
              MOVE 'BLK' TO WS-RETURN-REASON
              PERFORM RETURN-ONE-ITEM
              GO TO CI999
           END-IF.

      *
      * The same rule as XFRFUN's VALIDATE-OVERDRAFT: the pull may
      * not take available balance below the overdraft limit
              GO TO CI999
           END-IF.

      *
      * Money under an active hold is not there to collect
      *
           PERFORM GET-HELD-AMOUNT.
           IF WS-HSP-HELD-AMOUNT > 0 AND
              WS-POST-XFER-AVAIL - WS-HSP-HELD-AMOUNT <
                 ACCOUNT-OVERDRAFT-LIMIT
              MOVE 'HLD' TO WS-RETURN-REASON
              PERFORM RETURN-ONE-ITEM
              GO TO CI999
           END-IF.

           SUBTRACT COLL-AMOUNT FROM ACCOUNT-ACTUAL-BALANCE
                                     ACCOUNT-AVAILABLE-BALANCE.


           PERFORM REPORT-ITEM.
           MOVE 'COLLECTED                     ' TO WS-RPT-OUTCOME.

           IF COLL-ORIGINATOR-ID = WS-RECOVERY-ORIGINATOR
              MOVE 'RECOV'              TO WS-RCP-FUNCTION
              MOVE COLL-REFERENCE(1:11) TO WS-RCP-LOAN-NUMBER
              MOVE WS-RUN-DATE          TO WS-RCP-DATE
              MOVE COLL-AMOUNT          TO WS-RCP-AMOUNT
              MOVE 'DDCOLL  '           TO WS-RCP-SOURCE
              MOVE COLL-REFERENCE       TO WS-RCP-REFERENCE
              PERFORM CALL-RCVPOST
              ADD 1 TO WS-RECOVERY-CNT
              MOVE 'COLLECTED - RECOVERY POSTED   ' TO WS-RPT-OUTCOME
           END-IF.

           WRITE DDC-PRINT-RECORD FROM WS-RPT-DETAIL.

       CI999.
           EXIT.

      *
      * A written-off register that cannot be read or posted stops
      * the run rather than lose the money
      *
       CALL-RCVPOST SECTION.
       CR010.
           CALL 'RCVPOST' USING WS-RCVPOST-PARM.
           IF WS-RCP-STATUS NOT = SPACE
              DISPLAY 'DDCOLL - WOFFREG unusable for loan '
                      WS-RCP-LOAN-NUMBER
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CR999.
           EXIT.

       RETURN-ONE-ITEM SECTION.
       RO010.
           ADD 1 TO WS-RETURNED-CNT.
           MOVE COLL-AMOUNT          TO JRNL-CONVERTED-AMOUNT.
           MOVE WS-ACCOUNT-CCY       TO JRNL-CONVERTED-CCY.
           MOVE SPACES               TO JRNL-SUPERVISOR.
           MOVE SPACES               TO JRNL-REASON-CODE.

           MOVE 1 TO JRNL-SEQUENCE.
           MOVE 0 TO WS-JOURNAL-TRIES.
       JC999.
           EXIT.

      *
      * Total of the account's active holds from HOLDSUM. A HOLDS
      * file that cannot be read stops the run rather than post
      * past a hold nobody could see
      *
       GET-HELD-AMOUNT SECTION.
       GHA10.
           MOVE 'SUM  '        TO WS-HSP-FUNCTION.
           MOVE ACCOUNT-NUMBER TO WS-HSP-ACCOUNT-NUMBER.
           MOVE WS-RUN-DATE    TO WS-HSP-AS-OF-DATE.
           CALL 'HOLDSUM' USING WS-HOLDSUM-PARM.
           IF WS-HSP-STATUS NOT = SPACE
              DISPLAY 'DDCOLL - HOLDS unreadable for account '
                      ACCOUNT-NUMBER
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       GHA99.
           EXIT.

      *
      * Ask BLKCHK whether the ACCTBLK register stops this movement.
      * The caller sets DEBIT or CREDT and the account. A register
      * that cannot be read stops the run rather than post past a
      * block nobody could see
      *
       CHECK-BLOCK SECTION.
       CB010.
           MOVE WS-RUN-DATE TO WS-BCP-AS-OF-DATE.
           CALL 'BLKCHK' USING WS-BLKCHK-PARM.
           IF WS-BCP-STATUS NOT = SPACE
              DISPLAY 'DDCOLL - ACCTBLK unreadable for account '
                      WS-BCP-ACCOUNT-NUMBER
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CB999.
           EXIT.

      *
      * The processing date is the shop's business date from the
      * BUSDATE control, not the clock - a night running past

       CLOSE-FILE SECTION.
       CF010.
           MOVE 'CLOSE' TO WS-BCP-FUNCTION.
           CALL 'BLKCHK' USING WS-BLKCHK-PARM.
           MOVE 'CLOSE' TO WS-HSP-FUNCTION.
           CALL 'HOLDSUM' USING WS-HOLDSUM-PARM.
           MOVE 'CLOSE' TO WS-RCP-FUNCTION.
           CALL 'RCVPOST' USING WS-RCVPOST-PARM.
           CLOSE DDCOLIN.
           CLOSE DDMAND.
           CLOSE ACCTFILE.
