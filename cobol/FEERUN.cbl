      * is journalled to TXNJRNL under the batch teller id so
      * EODPROOF still proves the account, and the charge goes on
      * the FEERPT fee register with per-sortcode totals.
      *
      * An account whose debits are blocked on the ACCTBLK register
      * is listed on the register as not charged and keeps its fee
      * date, so the fee is billed on the first run after the block
      * is lifted.
      *
      * The run commits each account to the shared CHKPOINT file as
      * it finishes it, with the counts, total and sortcode table.
      * A run that abends is rerun with PARM='RESTART': the browse
      * resumes after the last committed account with the totals
      * intact and the register (DISP=MOD) carries on from where it
      * stopped, so no account is billed twice and the register
      * totals still cover the whole book.
      ******************************************************************

       IDENTIFICATION DIVISION.
           05 FEERPT-STATUS2               PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.
       01 WS-RESTART-SWITCH                PIC X    VALUE 'N'.
           88 WS-RESTART-MODE                       VALUE 'Y'.

      *
      * An account is committed to CHKPOINT every WS-CHECKPOINT-FREQ
      * accounts - every one, so a restart re-reads none and the
      * totals it carries on with are exact
      *
       01 WS-CHECKPOINT-FREQ               PIC 9(5) VALUE 1.
       01 WS-SINCE-CHECKPOINT              PIC 9(5) VALUE 0.
       01 WS-CHECKPOINT-CNT                PIC 9(7) VALUE 0.
       01 WS-LAST-ACCOUNT                  PIC 9(11).

       01 WS-READ-CNT                      PIC 9(7) VALUE 0.
       01 WS-CHARGED-CNT                   PIC 9(7) VALUE 0.
       01 WS-NOT-DUE-CNT                   PIC 9(7) VALUE 0.
       01 WS-NO-FEE-CNT                    PIC 9(7) VALUE 0.
       01 WS-CLOSED-CNT                    PIC 9(7) VALUE 0.
       01 WS-BLOCKED-CNT                   PIC 9(7) VALUE 0.
       01 WS-TOTAL-CHARGED                 PIC S9(11)V99 COMP-3
                                                VALUE 0.

           05 WS-BDP-DATE                  PIC X(10).
           05 WS-BDP-STATUS                PIC X.

       01 WS-BLKCHK-PARM.
           05 WS-BCP-FUNCTION              PIC X(5).
           05 WS-BCP-ACCOUNT-NUMBER        PIC 9(11).
           05 WS-BCP-AS-OF-DATE            PIC X(10).
           05 WS-BCP-BLOCKED               PIC X.
           05 WS-BCP-REASON-CODE           PIC X(2).
           05 WS-BCP-STATUS                PIC X.

       01 WS-RPT-HEADER.
           05 FILLER                       PIC X    VALUE '1'.
           05 FILLER                       PIC X(33)
           05 WS-RPT-NEW-BAL               PIC -(10)9.99.
           05 FILLER                       PIC X(72) VALUE SPACES.

       01 WS-RPT-BLOCKED.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-BLK-ACCT-NO           PIC 9(11).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-BLK-SORTCODE          PIC 9(6).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-BLK-TYPE              PIC X(8).
           05 FILLER                       PIC X(6) VALUE ' FEE  '.
           05 WS-RPT-BLK-FEE               PIC -(7)9.99.
           05 FILLER                       PIC X(28)
                 VALUE '  NOT CHARGED - BLOCKED BLK '.
           05 WS-RPT-BLK-REASON            PIC X(2).
           05 FILLER                       PIC X(56) VALUE SPACES.

       01 WS-RPT-SC-TOTAL.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(19)
                                               VALUE 'FEERUN  '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *
      * The checkpoint: last account committed and the run's totals
      * as they stood when it was
      *
       01 WS-CHKPOINT-PARM.
           05 WS-CKP-FUNCTION              PIC X(5).
           05 WS-CKP-PROGRAM               PIC X(8)
                                               VALUE 'FEERUN  '.
           05 WS-CKP-STATUS                PIC X.
           05 WS-CKP-LAST-KEY              PIC X(30).
           05 WS-CKP-RECORD-COUNT          PIC 9(9).
           05 WS-CKP-ACCUMULATORS          PIC X(2000).
           05 WS-CKP-TOTALS REDEFINES WS-CKP-ACCUMULATORS.
              10 WS-CKT-READ-CNT           PIC 9(7).
              10 WS-CKT-CHARGED-CNT        PIC 9(7).
              10 WS-CKT-NOT-DUE-CNT        PIC 9(7).
              10 WS-CKT-NO-FEE-CNT         PIC 9(7).
              10 WS-CKT-CLOSED-CNT         PIC 9(7).
              10 WS-CKT-BLOCKED-CNT        PIC 9(7).
              10 WS-CKT-TOTAL-CHARGED      PIC S9(11)V99 COMP-3.
              10 WS-CKT-SORTCODE-TABLE     PIC X(1004).

      *****************************************************************
      *** Linkage Storage                                           ***
      *****************************************************************
       LINKAGE SECTION.
       01 PARM-FIELD.
           05 PARM-LENGTH                  PIC S9(4) COMP.
           05 PARM-DATA                    PIC X(20).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION USING PARM-FIELD.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started FEERUN.'.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           IF PARM-LENGTH > 0 AND PARM-DATA(1:7) = 'RESTART'
               SET WS-RESTART-MODE TO TRUE
               DISPLAY 'FEERUN running in RESTART mode.'
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           PERFORM OPEN-FILES.
           PERFORM LOAD-FEE-CARD.

           IF NOT WS-RESTART-MODE
              WRITE FEE-PRINT-RECORD FROM WS-RPT-HEADER
           END-IF.

           PERFORM POSITION-BROWSE.

           IF WS-EXIT NOT = 'Y'
              READ ACCTFILE NEXT RECORD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-IF.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-READ-CNT
              PERFORM BILL-ONE-ACCOUNT
              MOVE ACCOUNT-NUMBER TO WS-LAST-ACCOUNT
              ADD 1 TO WS-SINCE-CHECKPOINT
              IF WS-SINCE-CHECKPOINT NOT < WS-CHECKPOINT-FREQ
                 PERFORM TAKE-CHECKPOINT
              END-IF
              READ ACCTFILE NEXT RECORD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           IF WS-SINCE-CHECKPOINT > 0
              PERFORM TAKE-CHECKPOINT
           END-IF.

           PERFORM WRITE-SORTCODE-TOTALS.

           DISPLAY 'FEERUN read ' WS-READ-CNT ' accounts, charged '
                   WS-CHARGED-CNT ', not yet due ' WS-NOT-DUE-CNT
                   ', no fee for type ' WS-NO-FEE-CNT ', closed '
                   WS-CLOSED-CNT ', blocked ' WS-BLOCKED-CNT '.'.
           DISPLAY 'FEERUN total charged ' WS-TOTAL-CHARGED '.'.
           DISPLAY 'FEERUN took ' WS-CHECKPOINT-CNT ' checkpoints.'.

           MOVE 'DONE ' TO WS-CKP-FUNCTION.
           PERFORM SAVE-CHECKPOINT-TOTALS.
           CALL 'CHKPOINT' USING WS-CHKPOINT-PARM.

           PERFORM PROGRAM-DONE.

              GO TO BA999
           END-IF.

      *
      * A fee is a debit like any other - an account whose debits
      * are blocked is not charged, and its fee date is left where
      * it is so the first run after the block is lifted bills it
      *
           MOVE 'DEBIT'        TO WS-BCP-FUNCTION.
           MOVE ACCOUNT-NUMBER TO WS-BCP-ACCOUNT-NUMBER.
           PERFORM CHECK-BLOCK.
           IF WS-BCP-BLOCKED = 'Y'
              ADD 1 TO WS-BLOCKED-CNT
              MOVE ACCOUNT-NUMBER     TO WS-RPT-BLK-ACCT-NO
              MOVE ACCOUNT-SORTCODE   TO WS-RPT-BLK-SORTCODE
              MOVE ACCOUNT-TYPE       TO WS-RPT-BLK-TYPE
              MOVE WS-FEE-AMOUNT      TO WS-RPT-BLK-FEE
              MOVE WS-BCP-REASON-CODE TO WS-RPT-BLK-REASON
              WRITE FEE-PRINT-RECORD FROM WS-RPT-BLOCKED
              GO TO BA999
           END-IF.

           SUBTRACT WS-FEE-AMOUNT FROM ACCOUNT-ACTUAL-BALANCE
                                       ACCOUNT-AVAILABLE-BALANCE.

           MOVE WS-FEE-AMOUNT    TO JRNL-CONVERTED-AMOUNT.
           MOVE WS-ACCOUNT-CCY   TO JRNL-CONVERTED-CCY.
           MOVE SPACES           TO JRNL-SUPERVISOR.
           MOVE SPACES           TO JRNL-REASON-CODE.

           MOVE 1 TO JRNL-SEQUENCE.
           MOVE 0 TO WS-JOURNAL-TRIES.
       WT999.
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
              DISPLAY 'FEERUN - ACCTBLK unreadable for account '
                      WS-BCP-ACCOUNT-NUMBER
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CB999.
           EXIT.

      *
      * A fresh run lays down a new checkpoint. In RESTART mode the
      * checkpoint tells us the last account committed; the browse
      * is repositioned past it and the totals carried forward so
      * the register's totals cover the whole book, not just the
      * restarted tail.
      *
       POSITION-BROWSE SECTION.
       PB010.
           PERFORM SAVE-CHECKPOINT-TOTALS.

           IF NOT WS-RESTART-MODE
              MOVE 'START' TO WS-CKP-FUNCTION
              CALL 'CHKPOINT' USING WS-CHKPOINT-PARM
              IF WS-CKP-STATUS NOT = SPACE
                 DISPLAY 'FEERUN - checkpoint file unavailable, '
                         'run stopped before any account'
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
              GO TO PB999
           END-IF.

           MOVE 'GET  ' TO WS-CKP-FUNCTION.
           CALL 'CHKPOINT' USING WS-CHKPOINT-PARM.
           IF WS-CKP-STATUS NOT = SPACE
              DISPLAY 'FEERUN - RESTART requested but there is no '
                      'checkpoint to resume from'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE WS-CKT-READ-CNT       TO WS-READ-CNT.
           MOVE WS-CKT-CHARGED-CNT    TO WS-CHARGED-CNT.
           MOVE WS-CKT-NOT-DUE-CNT    TO WS-NOT-DUE-CNT.
           MOVE WS-CKT-NO-FEE-CNT     TO WS-NO-FEE-CNT.
           MOVE WS-CKT-CLOSED-CNT     TO WS-CLOSED-CNT.
           MOVE WS-CKT-BLOCKED-CNT    TO WS-BLOCKED-CNT.
           MOVE WS-CKT-TOTAL-CHARGED  TO WS-TOTAL-CHARGED.
           MOVE WS-CKT-SORTCODE-TABLE TO WS-SORTCODE-TABLE.

           IF WS-CKP-LAST-KEY = SPACES
              DISPLAY 'FEERUN - no account was committed before '
                      'the failure, restarting from the top'
              GO TO PB999
           END-IF.

           MOVE WS-CKP-LAST-KEY(1:11) TO ACCOUNT-NUMBER.
           START ACCTFILE KEY > ACCOUNT-NUMBER
             INVALID KEY
               DISPLAY 'FEERUN - no accounts beyond checkpoint '
                       WS-CKP-LAST-KEY(1:11) ', nothing left to do'
               MOVE 'Y' TO WS-EXIT
           END-START.

           DISPLAY 'FEERUN restarted after account '
                   WS-CKP-LAST-KEY(1:11) '.'.

       PB999.
           EXIT.

      *
      * Commit the account just finished with the totals to date
      *
       TAKE-CHECKPOINT SECTION.
       TC010.
           MOVE 'TAKE ' TO WS-CKP-FUNCTION.
           MOVE WS-LAST-ACCOUNT TO WS-CKP-LAST-KEY.
           PERFORM SAVE-CHECKPOINT-TOTALS.
           CALL 'CHKPOINT' USING WS-CHKPOINT-PARM.
           IF WS-CKP-STATUS NOT = SPACE
              DISPLAY 'FEERUN - checkpoint not taken after account '
                      WS-LAST-ACCOUNT ', run stopped - restart it'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-CHECKPOINT-CNT.
           MOVE 0 TO WS-SINCE-CHECKPOINT.

       TC999.
           EXIT.

       SAVE-CHECKPOINT-TOTALS SECTION.
       ST010.
           MOVE LOW-VALUES            TO WS-CKP-ACCUMULATORS.
           MOVE WS-READ-CNT           TO WS-CKP-RECORD-COUNT.
           MOVE WS-READ-CNT           TO WS-CKT-READ-CNT.
           MOVE WS-CHARGED-CNT        TO WS-CKT-CHARGED-CNT.
           MOVE WS-NOT-DUE-CNT        TO WS-CKT-NOT-DUE-CNT.
           MOVE WS-NO-FEE-CNT         TO WS-CKT-NO-FEE-CNT.
           MOVE WS-CLOSED-CNT         TO WS-CKT-CLOSED-CNT.
           MOVE WS-BLOCKED-CNT        TO WS-CKT-BLOCKED-CNT.
           MOVE WS-TOTAL-CHARGED      TO WS-CKT-TOTAL-CHARGED.
           MOVE WS-SORTCODE-TABLE     TO WS-CKT-SORTCODE-TABLE.

       ST999.
           EXIT.

      *
      * The processing date is the shop's business date from the
      * BUSDATE control, not the clock - a night running past

       CLOSE-FILE SECTION.
       CF010.
           MOVE 'CLOSE' TO WS-BCP-FUNCTION.
           CALL 'BLKCHK' USING WS-BLKCHK-PARM.
           CLOSE ACCTFILE.
           CLOSE FEEDUE.
           CLOSE JRNLOUT.
