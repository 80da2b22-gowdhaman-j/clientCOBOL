      * PENDXFR instructions XFRFUN queued from the BNK1CHM screen
      * and executes every QUEUED instruction due on or before the
      * run date through the same rules as an immediate transfer:
      * the XFRFUN overdraft rule against the due date's balances
      * less any active HOLDS on the from-account, no ACCTBLK
      * block on either side, same-currency both sides, both
      * TXNJRNL legs for a transfer inside the book, and for an
      * inter-branch destination the local debit plus an INTRCLR
      * settlement with the debit leg only - the credit leg
      * belongs to the receiving branch.
      *
      * The instruction carries the teller who queued it and
      * whether the CONFIRM re-key was passed at queue time, and
      * authorized what. Executed instructions are marked X and
      * failures F on the file, and both are reported to XFRLRPT
      * for the branch.
      *
      * A payment held HELD for a cooling-off call-back (XFRFUN or
      * STORUN, paying a payee saved only hours before) is not
      * touched here until COOLREV releases it to QUEUED. Such a
      * payment may be to another bank: it is debited locally and
      * an EXTPAY record puts it in external clearing suspense for
      * EXTPOUT, sterling only, with the debit leg journalled.
      ******************************************************************

       IDENTIFICATION DIVISION.
                  RECORD KEY   IS ICLR-KEY
                  FILE STATUS  IS INTRCLR-STATUS.

           SELECT EXTPAY
                  ASSIGN TO EXTPAY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS EXTP-KEY
                  FILE STATUS  IS EXTPAY-STATUS.

           SELECT XFRLRPT
                  ASSIGN TO XFRLRPT
                  ORGANIZATION IS SEQUENTIAL
       01  SETTLEMENT-RECORD.
       COPY INTRCLR.

       FD  EXTPAY.
       01  EXTERNAL-PAYMENT-RECORD.
       COPY EXTPAY.

       FD  XFRLRPT.
       01  XFRL-PRINT-RECORD               PIC X(133).

           05 INTRCLR-STATUS1              PIC X.
           05 INTRCLR-STATUS2              PIC X.

       01  EXTPAY-STATUS.
           05 EXTPAY-STATUS1               PIC X.
           05 EXTPAY-STATUS2               PIC X.

       01  XFRLRPT-STATUS.
           05 XFRLRPT-STATUS1              PIC X.
           05 XFRLRPT-STATUS2              PIC X.
       01 WS-RUN-TIME-RAW                  PIC 9(8).
       01 WS-JOURNAL-TRIES                 PIC 9(2).
       01 WS-SETTLE-TRIES                  PIC 9(2).
       01 WS-EXTERNAL-TRIES                PIC 9(2).

       01 WS-RUN-DATE.
           05 WS-RUN-YEAR                  PIC 9(4).
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

       01 WS-RPT-HEADER.
           05 FILLER                       PIC X    VALUE '1'.
           05 FILLER                       PIC X(37)
                 VALUE 'XFRRLSE FUTURE-DATED TRANSFER RELEASE'.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(84) VALUE SPACES.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O EXTPAY.
           IF EXTPAY-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening EXTPAY file, status='
                       EXTPAY-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT XFRLRPT.
           IF XFRLRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening XFRLRPT file, status='
              MOVE 'N' TO WS-INTERBRANCH
           END-IF.

      *
      * External clearing only settles sterling
      *
           IF PEND-EXTERNAL-PAYMENT AND WS-ORDER-CCY NOT = 'GBP'
              MOVE 'EXTERNAL PAYMENT MUST BE GBP  '
                 TO WS-FAIL-NOTE
              PERFORM FAIL-THE-INSTRUCTION
              GO TO RI999
           END-IF.

      *
      * A blocked account moves nothing - the from-account's debits
      * here, the to-account's credits when it is inside the book
      * (an inter-branch credit is the receiving branch's check)
      *
           MOVE 'DEBIT'           TO WS-BCP-FUNCTION.
           MOVE PEND-FROM-ACCOUNT TO WS-BCP-ACCOUNT-NUMBER.
           PERFORM CHECK-BLOCK.
           IF WS-BCP-BLOCKED = 'Y'
              STRING 'BLK ' WS-BCP-REASON-CODE
                     ' FROM-ACCOUNT BLOCKED'
                 DELIMITED BY SIZE INTO WS-FAIL-NOTE
              PERFORM FAIL-THE-INSTRUCTION
              GO TO RI999
           END-IF.

           IF WS-INTERBRANCH = 'N'
              MOVE 'CREDT'         TO WS-BCP-FUNCTION
              MOVE PEND-TO-ACCOUNT TO WS-BCP-ACCOUNT-NUMBER
              PERFORM CHECK-BLOCK
              IF WS-BCP-BLOCKED = 'Y'
                 STRING 'BLK ' WS-BCP-REASON-CODE
                        ' TO-ACCOUNT BLOCKED'
                    DELIMITED BY SIZE INTO WS-FAIL-NOTE
                 PERFORM FAIL-THE-INSTRUCTION
                 GO TO RI999
              END-IF
           END-IF.

      *
      * The same rule as XFRFUN's overdraft check, against the due
      * date's balances
              GO TO RI999
           END-IF.

      *
      * Money under an active hold is not there to spend
      *
           PERFORM GET-HELD-AMOUNT.
           IF WS-HSP-HELD-AMOUNT > 0 AND
              WS-POST-XFER-AVAIL - WS-HSP-HELD-AMOUNT <
                 ACCOUNT-OVERDRAFT-LIMIT
              MOVE 'FUNDS HELD ON FROM-ACCOUNT    '
                 TO WS-FAIL-NOTE
              PERFORM FAIL-THE-INSTRUCTION
              GO TO RI999
           END-IF.

           SUBTRACT PEND-AMOUNT FROM ACCOUNT-AVAILABLE-BALANCE
                                     ACCOUNT-ACTUAL-BALANCE.
           REWRITE ACCOUNT-RECORD.
              PERFORM PROGRAM-DONE
           END-IF.

           EVALUATE TRUE
              WHEN PEND-EXTERNAL-PAYMENT
                 PERFORM SEND-EXTERNAL
              WHEN WS-INTERBRANCH = 'Y'
                 PERFORM SETTLE-INTERBRANCH
              WHEN OTHER
                 PERFORM CREDIT-LOCALLY
                 IF WS-FAIL-NOTE NOT = SPACES
                    GO TO RI999
                 END-IF
           END-EVALUATE.

           MOVE 'X' TO PEND-STATUS.
           REWRITE PENDING-RECORD.
       SB999.
           EXIT.

      *
      * Another bank's: the external clearing suspense record for
      * EXTPOUT, then the debit leg only. Without the EXTPAY record
      * the money would never leave, so a failure to write it
      * stops the run.
      *
       SEND-EXTERNAL SECTION.
       SX010.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-DATE          TO EXTP-DATE.
           MOVE WS-RUN-TIME-RAW(1:6) TO EXTP-TIME.
           MOVE PEND-FROM-ACCOUNT    TO EXTP-ORIGIN-ACCOUNT.
           MOVE 1                    TO EXTP-SEQUENCE.
           MOVE WS-FROM-SORTCODE     TO EXTP-ORIGIN-SORTCODE.
           MOVE PEND-TO-SORTCODE     TO EXTP-DEST-SORTCODE.
           MOVE PEND-TO-ACCOUNT      TO EXTP-DEST-ACCOUNT.
           MOVE PEND-AMOUNT          TO EXTP-AMOUNT.
           MOVE PEND-TELLER          TO EXTP-ORIGINATOR.
           MOVE 'O'                  TO EXTP-STATUS.
           MOVE SPACES               TO EXTP-SENT-DATE
                                        EXTP-RETURN-DATE
                                        EXTP-RETURN-REASON.
           MOVE 0 TO WS-EXTERNAL-TRIES.

       SX020.
           WRITE EXTERNAL-PAYMENT-RECORD.

           IF EXTPAY-STATUS = '22' AND WS-EXTERNAL-TRIES < 10
              ADD 1 TO WS-EXTERNAL-TRIES
              ADD 1 TO EXTP-SEQUENCE
              GO TO SX020
           END-IF.

           IF EXTPAY-STATUS NOT = '00'
              DISPLAY 'XFRRLSE - EXTPAY write failed, status='
                      EXTPAY-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM JOURNAL-DEBIT-LEG.

       SX999.
           EXIT.

      *
      * The legs carry the teller who queued the instruction and
      * whether it passed the CONFIRM re-key at queue time
           MOVE PEND-TELLER       TO JRNL-TELLER.
           MOVE PEND-CONFIRM-PASS TO JRNL-CONFIRM-PASS.
           MOVE PEND-SUPERVISOR   TO JRNL-SUPERVISOR.
           MOVE SPACES            TO JRNL-REASON-CODE.
           MOVE WS-ORDER-CCY      TO JRNL-CURRENCY-CODE.
           MOVE PEND-AMOUNT       TO JRNL-CONVERTED-AMOUNT.
           MOVE WS-ORDER-CCY      TO JRNL-CONVERTED-CCY.
       RP999.
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
              DISPLAY 'XFRRLSE - HOLDS unreadable for account '
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
              DISPLAY 'XFRRLSE - ACCTBLK unreadable for account '
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
           CLOSE PENDXFR.
           CLOSE ACCTFILE.
           CLOSE JRNLOUT.
           CLOSE INTRCLR.
           CLOSE EXTPAY.
           CLOSE XFRLRPT.

       CF999.
