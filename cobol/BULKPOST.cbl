      * and amount hash the way the PAYM stream is trailered. The
      * file is balanced against its trailer in a first pass before
      * any money moves - a short or doctored file never part-posts.
      * BULKIN reaches here through the DUPGATE duplicate gate, so a
      * file already received, or an item repeated from a recent
      * one, never gets this far.
      *
      * Each posting validates the account (on file, open, its
      * sortcode matching the record's) and the sortcode against
      * BRNMAST; a debit also passes the same overdraft rule XFRFUN
      * applies, and is rejected HLD if the account's active HOLDS
      * leave too little to pay it; a posting in a direction the
      * ACCTBLK register blocks is rejected BLK. Good postings hit
      * both balances and journal one leg to TXNJRNL under the
      * batch teller id so EODPROOF still proves the night; rejects
      * go to the BULKREJ return file with a reason code. A credit
      * for a loan LOANWOFF has written off is not refused as a
      * closed account: RCVPOST posts it against the WOFFREG
      * written-off register as a recovery, with no balance moved
      * and no leg journalled, and it counts as posted. The run
      * ends with the control equation posted + rejected = trailer
      * count.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-CREDIT-CNT                    PIC 9(7) VALUE 0.
       01 WS-DEBIT-CNT                     PIC 9(7) VALUE 0.
       01 WS-REJECTED-CNT                  PIC 9(7) VALUE 0.
       01 WS-RECOVERY-CNT                  PIC 9(7) VALUE 0.
       01 WS-EQUATION-TOTAL                PIC 9(7).
       01 WS-CREDIT-TOTAL                  PIC S9(13)V99 COMP-3
                                                VALUE 0.
       01 WS-DEBIT-TOTAL                   PIC S9(13)V99 COMP-3
                                                VALUE 0.
       01 WS-RECOVERY-TOTAL                PIC S9(13)V99 COMP-3
                                                VALUE 0.

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
           05 FILLER                       PIC X(34)
           DISPLAY 'BULKPOST posted ' WS-POSTED-CNT ' ('
                   WS-CREDIT-CNT ' credits ' WS-CREDIT-TOTAL
                   ', ' WS-DEBIT-CNT ' debits ' WS-DEBIT-TOTAL
                   ', ' WS-RECOVERY-CNT ' recoveries '
                   WS-RECOVERY-TOTAL '), rejected ' WS-REJECTED-CNT
                   '.'.

           IF WS-EQUATION-TOTAL NOT = WS-CTRL-COUNT
              DISPLAY 'BULKPOST CONTROL EQUATION FAILED - posted + '
      * Validate and post one record. Reason codes on the return
      * file: FMT bad fields, ANF account not on file, ACL account
      * closed, SNM sortcode does not match the account, SNB
      * sortcode not an active branch, BLK the account is blocked
      * on ACCTBLK for this direction, ODL debit breaches the
      * overdraft limit, HLD debit breaches the account's active
      * holds.
      *
       POST-ONE-RECORD SECTION.
       PO010.
              GO TO PO999
           END-IF.

      *
      * A credit for a written-off loan is a recovery
      *
           IF ACCOUNT-STATUS-CLOSED AND BULK-CREDIT
              MOVE 'CHECK'             TO WS-RCP-FUNCTION
              MOVE BULK-ACCOUNT-NUMBER TO WS-RCP-LOAN-NUMBER
              PERFORM CALL-RCVPOST
              IF WS-RCP-WRITTEN-OFF = 'Y'
                 PERFORM POST-RECOVERY
                 GO TO PO999
              END-IF
           END-IF.

           IF ACCOUNT-STATUS-CLOSED
              MOVE 'ACL' TO WS-REJECT-REASON
              PERFORM REJECT-ONE-RECORD
              GO TO PO999
           END-IF.

      *
      * A block on the account stops postings in its direction
      *
           IF BULK-CREDIT
              MOVE 'CREDT' TO WS-BCP-FUNCTION
           ELSE
              MOVE 'DEBIT' TO WS-BCP-FUNCTION
           END-IF.
           MOVE ACCOUNT-NUMBER TO WS-BCP-ACCOUNT-NUMBER.
           PERFORM CHECK-BLOCK.
           IF WS-BCP-BLOCKED = 'Y'
              MOVE 'BLK' TO WS-REJECT-REASON
              PERFORM REJECT-ONE-RECORD
              GO TO PO999
           END-IF.

      *
      * A debit must pass the same overdraft rule XFRFUN applies
      *
                 PERFORM REJECT-ONE-RECORD
                 GO TO PO999
              END-IF
              PERFORM GET-HELD-AMOUNT
              IF WS-HSP-HELD-AMOUNT > 0 AND
                 WS-POST-XFER-AVAIL - WS-HSP-HELD-AMOUNT <
                    ACCOUNT-OVERDRAFT-LIMIT
                 MOVE 'HLD' TO WS-REJECT-REASON
                 PERFORM REJECT-ONE-RECORD
                 GO TO PO999
              END-IF
           END-IF.

           IF BULK-CREDIT
       PO999.
           EXIT.

      *
      * The money goes against the written-off register, not the
      * closed account - nothing moves on ACCTFILE or TXNJRNL
      *
       POST-RECOVERY SECTION.
       PR010.
           IF BULK-SORTCODE NOT = ACCOUNT-SORTCODE
              MOVE 'SNM' TO WS-REJECT-REASON
              PERFORM REJECT-ONE-RECORD
              GO TO PR999
           END-IF.

           MOVE 'RECOV'             TO WS-RCP-FUNCTION.
           MOVE BULK-ACCOUNT-NUMBER TO WS-RCP-LOAN-NUMBER.
           MOVE WS-RUN-DATE         TO WS-RCP-DATE.
           MOVE BULK-AMOUNT         TO WS-RCP-AMOUNT.
           MOVE 'BULKPOST'          TO WS-RCP-SOURCE.
           MOVE BULK-REFERENCE      TO WS-RCP-REFERENCE.
           PERFORM CALL-RCVPOST.

           ADD 1 TO WS-POSTED-CNT.
           ADD 1 TO WS-RECOVERY-CNT.
           ADD BULK-AMOUNT TO WS-RECOVERY-TOTAL.

           PERFORM REPORT-POSTING.
           MOVE 'RECOVERY - LOAN WRITTEN OFF  ' TO WS-RPT-OUTCOME.
           WRITE BULK-PRINT-RECORD FROM WS-RPT-DETAIL.

       PR999.
           EXIT.

      *
      * A written-off register that cannot be read or posted stops
      * the run rather than lose the money
      *
       CALL-RCVPOST SECTION.
       CR010.
           CALL 'RCVPOST' USING WS-RCVPOST-PARM.
           IF WS-RCP-STATUS NOT = SPACE
              DISPLAY 'BULKPOST - WOFFREG unusable for loan '
                      WS-RCP-LOAN-NUMBER
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CR999.
           EXIT.

       REJECT-ONE-RECORD SECTION.
       RJ010.
           ADD 1 TO WS-REJECTED-CNT.
           MOVE BULK-AMOUNT         TO JRNL-CONVERTED-AMOUNT.
           MOVE WS-ACCOUNT-CCY      TO JRNL-CONVERTED-CCY.
           MOVE SPACES              TO JRNL-SUPERVISOR.
           MOVE SPACES              TO JRNL-REASON-CODE.

           MOVE 1 TO JRNL-SEQUENCE.
           MOVE 0 TO WS-JOURNAL-TRIES.
       JL999.
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
              DISPLAY 'BULKPOST - HOLDS unreadable for account '
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
              DISPLAY 'BULKPOST - ACCTBLK unreadable for account '
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
           CLOSE BULKIN.
           CLOSE ACCTFILE.
           CLOSE BRNMAST.
