      * so nobody on the account is invisible to their own
      * statement. The e-statement still goes to the primary
      * holder's email.
      *
      * STMTPRT is written in the common mail item format (MAILITEM)
      * for MAILCONS to envelope with the night's other letters:
      * each paper statement is an item headed by the primary
      * holder's name and address, and a complete run closes the
      * file with a trailer counting the items and lines. The
      * counts ride on the checkpoint so a restarted run's trailer
      * still covers the whole file.
      *
      * A customer flagged gone away on the GONEAWAY register gets
      * no paper statement: it is listed to HELDPOST for the branch
      * to trace, and the account's statement dates are left alone
      * so the first statement after the address is corrected
      * covers everything since the last one. E-statements are not
      * held - they do not go through the post.
      *
      * Any interest rate change on the RATEHIST rate history that
      * took effect within the statement period - after the last
      * statement date, up to and including the run date - prints
      * on the paper statement under the period line, with the date
      * it took effect and the rate before and after.
      ******************************************************************

       IDENTIFICATION DIVISION.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS STMTCHK-STATUS.

           SELECT RATEHIST
                  ASSIGN TO RATEHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RTH-KEY
                  FILE STATUS  IS RATEHIST-STATUS.

           SELECT GONEAWAY
                  ASSIGN TO GONEAWAY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS GONE-CUSTOMER-KEY
                  FILE STATUS  IS GONEAWAY-STATUS.

           SELECT HELDPOST
                  ASSIGN TO HELDPOST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS HELDPOST-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
       COPY CUSTOMER.

       FD  STMTPRT.
       01  MAIL-ITEM-RECORD.
       COPY MAILITEM.

       FD  ACCTHLDR.
       01  HOLDER-RECORD.
           05 CHK-LAST-ACCOUNT             PIC 9(11).
           05 CHK-SELECTED-CNT             PIC 9(7).
           05 CHK-READ-CNT                 PIC 9(7).
           05 CHK-MAIL-ITEM-CNT            PIC 9(7).
           05 CHK-MAIL-LINE-CNT            PIC 9(9).
           05 CHK-HELD-CNT                 PIC 9(7).
           05 FILLER                       PIC X(32).

       FD  RATEHIST.
       01  RATE-HISTORY-RECORD.
       COPY RATEHIST.

       FD  GONEAWAY.
       01  GONE-AWAY-RECORD.
       COPY GONEAWAY.

       FD  HELDPOST.
       01  HELD-PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           05 STMTCHK-STATUS1              PIC X.
           05 STMTCHK-STATUS2              PIC X.

       01  RATEHIST-STATUS.
           05 RATEHIST-STATUS1             PIC X.
           05 RATEHIST-STATUS2             PIC X.

       01  GONEAWAY-STATUS.
           05 GONEAWAY-STATUS1             PIC X.
           05 GONEAWAY-STATUS2             PIC X.

       01  HELDPOST-STATUS.
           05 HELDPOST-STATUS1             PIC X.
           05 HELDPOST-STATUS2             PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.
       01 WS-RESTART-SWITCH                PIC X    VALUE 'N'.
           88 WS-RESTART-MODE                       VALUE 'Y'.
       01 WS-SKIPPED-CNT                   PIC 9(7) VALUE 0.
       01 WS-CHECKPOINT-CNT                PIC 9(5) VALUE 0.
       01 WS-HOLDER-EXIT                   PIC X.
       01 WS-RATE-EXIT                     PIC X.
       01 WS-JOINT-NAMED-CNT               PIC 9(7) VALUE 0.
       01 WS-PRINTED-CNT                   PIC 9(7) VALUE 0.
       01 WS-EDELIVERED-CNT                PIC 9(7) VALUE 0.
       01 WS-NOEMAIL-CNT                   PIC 9(7) VALUE 0.
       01 WS-CHANNEL-TOTAL                 PIC 9(7).

      *
      * Mail items written to STMTPRT - the statement in hand and
      * the running counts for the trailer
      *
       01 WS-MAIL-ITEM-CNT                 PIC 9(7) VALUE 0.
       01 WS-MAIL-LINE-CNT                 PIC 9(9) VALUE 0.
       01 WS-MAIL-LINE-NUMBER              PIC 9(5).
       01 WS-MAIL-PRINT-LINE               PIC X(133).

      *
      * Post held for customers on the GONEAWAY register, listed to
      * HELDPOST for the branch to trace
      *
       01 WS-GONEAWAY-SWITCH               PIC X.
           88 WS-CUSTOMER-GONE-AWAY                 VALUE 'Y'.
       01 WS-HELD-CNT                      PIC 9(7) VALUE 0.

       01 WS-HELD-HEADER.
           05 FILLER                       PIC X    VALUE '1'.
           05 FILLER                       PIC X(50)
                 VALUE 'STMTRUN STATEMENTS HELD - GONE AWAY, TO TRACE'.
           05 WS-HELD-HDR-DATE             PIC X(10).
           05 FILLER                       PIC X(72) VALUE SPACES.

       01 WS-HELD-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-HELD-SORTCODE             PIC 9(6).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-HELD-CUSTOMER             PIC 9(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-HELD-NAME                 PIC X(40).
           05 FILLER                       PIC X(8) VALUE '  SINCE '.
           05 WS-HELD-SINCE                PIC X(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-HELD-ITEM                 PIC X(50).
           05 FILLER                       PIC X(3) VALUE SPACES.

       01 WS-HELD-TOTAL.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(30)
                 VALUE 'ITEMS HELD FOR TRACING'.
           05 WS-HELD-TOT-COUNT            PIC Z(6)9.
           05 FILLER                       PIC X(95) VALUE SPACES.

      *
      * A checkpoint is cut every WS-CHECKPOINT-FREQ accounts so a
      * mid-file abend does not force a rerun from the top
           05 WS-STMT-TO-DATE              PIC X(10).
           05 FILLER                       PIC X(90) VALUE SPACES.

       01 WS-STMT-RATE-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(31)
                 VALUE 'INTEREST RATE CHANGE EFFECTIVE '.
           05 WS-STMT-RATE-DATE            PIC X(10).
           05 FILLER                       PIC X(6) VALUE ' FROM '.
           05 WS-STMT-RATE-OLD             PIC ZZZ9.99.
           05 FILLER                       PIC X(5) VALUE '% TO '.
           05 WS-STMT-RATE-NEW             PIC ZZZ9.99.
           05 FILLER                       PIC X(1) VALUE '%'.
           05 FILLER                       PIC X(65) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE WS-HELD-HDR-DATE.

           PERFORM OPEN-FILES.
           PERFORM POSITION-BROWSE.
                   ' not yet due, ' WS-NOCUST-CNT
                   ' with no customer record, '
                   WS-CHECKPOINT-CNT ' checkpoints taken.'.
           DISPLAY 'STMTRUN held ' WS-HELD-CNT
                   ' paper statements for gone-away customers.'.

      *
      * Channel proof: every statement produced went out exactly one
                      '= statements produced.'
           END-IF.

           PERFORM WRITE-MAIL-TRAILER.
           PERFORM WRITE-HELD-TOTAL.

           PERFORM PROGRAM-DONE.

       P999.
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT RATEHIST.
           IF RATEHIST-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening RATEHIST file, status='
                       RATEHIST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT GONEAWAY.
           IF GONEAWAY-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening GONEAWAY file, status='
                       GONEAWAY-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT HELDPOST.
           IF HELDPOST-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening HELDPOST file, status='
                       HELDPOST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           WRITE HELD-PRINT-RECORD FROM WS-HELD-HEADER.

       OF999.
           EXIT.


           MOVE CHK-SELECTED-CNT TO WS-SELECTED-CNT.
           MOVE CHK-READ-CNT     TO WS-READ-CNT.
           MOVE CHK-MAIL-ITEM-CNT TO WS-MAIL-ITEM-CNT.
           MOVE CHK-MAIL-LINE-CNT TO WS-MAIL-LINE-CNT.
           MOVE CHK-HELD-CNT     TO WS-HELD-CNT.
           MOVE CHK-LAST-ACCOUNT TO ACCOUNT-NUMBER.
           CLOSE STMTCHK.

              GO TO PS999
           END-IF.

      *
      * Paper for a customer the post keeps bringing back is held
      * and listed for the branch. The statement dates stay where
      * they are, so once the address is put right the next
      * statement covers the whole period.
      *
           IF CUSTOMER-MRKT-PREF-EMAIL AND CUSTOMER-EMAIL NOT = SPACES
              CONTINUE
           ELSE
              PERFORM CHECK-GONE-AWAY
              IF WS-CUSTOMER-GONE-AWAY
                 MOVE SPACES TO WS-HELD-ITEM
                 STRING 'STATEMENT - ACCOUNT ' ACCOUNT-NUMBER
                    DELIMITED BY SIZE INTO WS-HELD-ITEM
                 END-STRING
                 PERFORM HOLD-POST
                 GO TO PS999
              END-IF
           END-IF.

      *
      * Route by the customer's delivery channel. An EMAIL customer
      * with no address on file gets paper rather than nothing.
      *
       PRINT-STATEMENT SECTION.
       PR010.
           PERFORM START-MAIL-ITEM.

           MOVE WS-STMT-HEADER TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           MOVE CUSTOMER-NAME TO WS-STMT-NAME.
           MOVE WS-STMT-NAME-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           MOVE CUSTOMER-ADDRESS(1:132) TO WS-STMT-ADDR.
           MOVE WS-STMT-ADDR-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           PERFORM NAME-THE-OTHER-HOLDERS.

           MOVE ACCOUNT-NUMBER   TO WS-STMT-ACCT-NO.
           MOVE ACCOUNT-SORTCODE TO WS-STMT-SORTCODE.
           MOVE ACCOUNT-TYPE     TO WS-STMT-TYPE.
           MOVE WS-STMT-ACCT-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           MOVE ACCOUNT-LAST-STMT-DATE TO WS-STMT-FROM-DATE.
           MOVE WS-RUN-DATE            TO WS-STMT-TO-DATE.
           MOVE WS-STMT-PERIOD-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           PERFORM PRINT-RATE-CHANGES.

           MOVE ACCOUNT-ACTUAL-BALANCE    TO WS-STMT-ACTUAL.
           MOVE ACCOUNT-AVAILABLE-BALANCE TO WS-STMT-AVAIL.
           MOVE WS-STMT-BAL-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           ADD 1 TO WS-PRINTED-CNT.

       PR999.
           EXIT.

      *
      * Browse the account's rate history from the day after the
      * last statement, printing every change that took effect in
      * the period. A change dated the last statement day printed
      * on that statement.
      *
       PRINT-RATE-CHANGES SECTION.
       RC010.
           MOVE ACCOUNT-NUMBER         TO RTH-ACCOUNT-NUMBER.
           MOVE ACCOUNT-LAST-STMT-DATE TO RTH-EFFECTIVE-DATE.
           MOVE 99                     TO RTH-SEQUENCE.

           MOVE 'N' TO WS-RATE-EXIT.
           START RATEHIST KEY > RTH-KEY
             INVALID KEY
               MOVE 'Y' TO WS-RATE-EXIT
           END-START.

           PERFORM UNTIL WS-RATE-EXIT = 'Y'
              READ RATEHIST NEXT RECORD
                AT END MOVE 'Y' TO WS-RATE-EXIT
              END-READ
              IF WS-RATE-EXIT = 'N'
                 IF RTH-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER OR
                    RTH-EFFECTIVE-DATE > WS-RUN-DATE
                    MOVE 'Y' TO WS-RATE-EXIT
                 ELSE
                    MOVE RTH-EFFECTIVE-DATE TO WS-STMT-RATE-DATE
                    MOVE RTH-OLD-RATE       TO WS-STMT-RATE-OLD
                    MOVE RTH-NEW-RATE       TO WS-STMT-RATE-NEW
                    MOVE WS-STMT-RATE-LINE  TO WS-MAIL-PRINT-LINE
                    PERFORM WRITE-MAIL-LINE
                 END-IF
              END-IF
           END-PERFORM.

       RC999.
           EXIT.

      *
      * One machine-readable extract record per e-statement, carrying
      * the email address the delivery system sends to
           END-IF.

           MOVE CUSTOMER-NAME TO WS-STMT-JOINT-NAME.
           MOVE WS-STMT-JOINT-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           MOVE CUSTOMER-ADDRESS(1:132) TO WS-STMT-ADDR.
           MOVE WS-STMT-ADDR-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           ADD 1 TO WS-JOINT-NAMED-CNT.

       PH999.
           EXIT.

      *
      * Each paper statement is one mail item: a header carrying
      * the addressee, then its print lines numbered from 1
      *
       START-MAIL-ITEM SECTION.
       SM010.
           ADD 1 TO WS-MAIL-ITEM-CNT.
           MOVE 0 TO WS-MAIL-LINE-NUMBER.

           MOVE SPACES           TO MAIL-ITEM-RECORD.
           MOVE 0                TO MAIL-ENVELOPE-NUMBER.
           MOVE 'STMTRUN '       TO MAIL-SOURCE.
           MOVE WS-MAIL-ITEM-CNT TO MAIL-ITEM-NUMBER.
           SET MAIL-ITEM-HEADER  TO TRUE.
           MOVE 0                TO MAIL-LINE-NUMBER.
           MOVE CUSTOMER-NAME    TO MAIL-NAME.
           MOVE CUSTOMER-ADDRESS TO MAIL-ADDRESS.
           MOVE CUSTOMER-KEY     TO MAIL-CUSTOMER-KEY.
           PERFORM PUT-MAIL-RECORD.

       SM999.
           EXIT.

       WRITE-MAIL-LINE SECTION.
       WM010.
           ADD 1 TO WS-MAIL-LINE-NUMBER.
           ADD 1 TO WS-MAIL-LINE-CNT.

           MOVE SPACES              TO MAIL-ITEM-RECORD.
           MOVE 0                   TO MAIL-ENVELOPE-NUMBER.
           MOVE 'STMTRUN '          TO MAIL-SOURCE.
           MOVE WS-MAIL-ITEM-CNT    TO MAIL-ITEM-NUMBER.
           SET MAIL-ITEM-LINE       TO TRUE.
           MOVE WS-MAIL-LINE-NUMBER TO MAIL-LINE-NUMBER.
           MOVE WS-MAIL-PRINT-LINE  TO MAIL-PRINT-LINE.
           PERFORM PUT-MAIL-RECORD.

       WM999.
           EXIT.

      *
      * Only a run that reaches the end writes the trailer, so
      * MAILCONS can tell a complete file from a cut-short one
      *
       WRITE-MAIL-TRAILER SECTION.
       WT010.
           MOVE SPACES           TO MAIL-ITEM-RECORD.
           MOVE 0                TO MAIL-ENVELOPE-NUMBER.
           MOVE 'STMTRUN '       TO MAIL-SOURCE.
           MOVE 0                TO MAIL-ITEM-NUMBER.
           SET MAIL-TRAILER      TO TRUE.
           MOVE 0                TO MAIL-LINE-NUMBER.
           MOVE WS-MAIL-ITEM-CNT TO MAIL-ITEM-COUNT.
           MOVE WS-MAIL-LINE-CNT TO MAIL-LINE-COUNT.
           PERFORM PUT-MAIL-RECORD.

       WT999.
           EXIT.

       PUT-MAIL-RECORD SECTION.
       PU010.
           WRITE MAIL-ITEM-RECORD.
           IF STMTPRT-STATUS NOT = '00'
              DISPLAY 'STMTRUN - error writing STMTPRT, status='
                      STMTPRT-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       PU999.
           EXIT.

      *
      * Next statement date is one month on from the run date. A day
      * past the 28th is pinned to the 28th so a short month can
           MOVE ACCOUNT-NUMBER  TO CHK-LAST-ACCOUNT.
           MOVE WS-SELECTED-CNT TO CHK-SELECTED-CNT.
           MOVE WS-READ-CNT     TO CHK-READ-CNT.
           MOVE WS-MAIL-ITEM-CNT TO CHK-MAIL-ITEM-CNT.
           MOVE WS-MAIL-LINE-CNT TO CHK-MAIL-LINE-CNT.
           MOVE WS-HELD-CNT      TO CHK-HELD-CNT.
           MOVE SPACES TO STMT-CHECKPOINT-RECORD(49:32).
           WRITE STMT-CHECKPOINT-RECORD.
           CLOSE STMTCHK.

       GBD99.
           EXIT.

      *
      * A customer flagged gone away on the GONEAWAY register - a
      * cleared flag, or no register record at all, is not
      *
       CHECK-GONE-AWAY SECTION.
       CG010.
           MOVE 'N' TO WS-GONEAWAY-SWITCH.

           MOVE CUSTOMER-KEY TO GONE-CUSTOMER-KEY.
           READ GONEAWAY
              KEY IS GONE-CUSTOMER-KEY
           END-READ.

           IF GONEAWAY-STATUS = '00'
              IF GONE-AWAY
                 MOVE 'Y' TO WS-GONEAWAY-SWITCH
              END-IF
              GO TO CG999
           END-IF.

           IF GONEAWAY-STATUS NOT = '23'
              DISPLAY 'STMTRUN - error reading gone-away register, '
                      'status=' GONEAWAY-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CG999.
           EXIT.

      *
      * One line per item held, WS-HELD-ITEM saying what it was
      *
       HOLD-POST SECTION.
       HP010.
           MOVE CUSTOMER-SORTCODE   TO WS-HELD-SORTCODE.
           MOVE CUSTOMER-NUMBER     TO WS-HELD-CUSTOMER.
           MOVE CUSTOMER-NAME(1:40) TO WS-HELD-NAME.
           MOVE GONE-FLAGGED-DATE   TO WS-HELD-SINCE.
           WRITE HELD-PRINT-RECORD FROM WS-HELD-DETAIL.
           IF HELDPOST-STATUS NOT = '00'
              DISPLAY 'STMTRUN - error writing HELDPOST, status='
                      HELDPOST-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-HELD-CNT.

       HP999.
           EXIT.

       WRITE-HELD-TOTAL SECTION.
       HT010.
           MOVE WS-HELD-CNT TO WS-HELD-TOT-COUNT.
           WRITE HELD-PRINT-RECORD FROM WS-HELD-TOTAL.

       HT999.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           CLOSE STMTPRT.
           CLOSE ACCTHLDR.
           CLOSE STMTEXT.
           CLOSE RATEHIST.
           CLOSE GONEAWAY.
           CLOSE HELDPOST.

       CF999.
           EXIT.
