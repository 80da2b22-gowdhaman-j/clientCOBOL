      * keyed by account number. An account whose register status
      * moves to DORMANT on this run is reported as newly dormant to
      * DORMRPT so the branch can begin the contact procedure.
      *
      * A newly dormant account that is still open also gets a
      * contact letter to its customer, written to DORMLTR in the
      * common mail item format (MAILITEM) for MAILCONS to envelope
      * with the night's other letters; a complete run closes the
      * file with a trailer. A customer who cannot be found for the
      * address is displayed and the run ends RC 8.
      *
      * The run commits each account to the shared CHKPOINT file as
      * it finishes it, with the counts and the mail trailer's
      * running totals. A run that abends is rerun with
      * PARM='RESTART': the accounts and the journal read resume
      * after the last committed account with the counts
      * intact, and DORMRPT and DORMLTR (DISP=MOD) carry on from
      * where they stopped, so the trailer still covers the whole
      * letter file.
      *
      * The accounts come from the ACCTXTR single-pass extract taken
      * early in the night, not from a browse of ACCOUNT, and the
      * extract already carries each account's register class as
      * it stood before tonight's run and its customer's name and
      * address - the register is written, not read, and CUSTOMER
      * is not opened. The extract must be tonight's and complete
      * (header and trailer) or the run stops RC 12.
      ******************************************************************

       IDENTIFICATION DIVISION.
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTEXT
                  ASSIGN TO ACCTEXT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS ACCTEXT-STATUS.

           SELECT JRNLIN
                  ASSIGN TO JRNLIN
                  RECORD KEY   IS DORM-ACCOUNT-NUMBER
                  FILE STATUS  IS DORMREG-STATUS.

           SELECT DORMLTR
                  ASSIGN TO DORMLTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS DORMLTR-STATUS.

           SELECT DORMRPT
                  ASSIGN TO DORMRPT
                  ORGANIZATION IS SEQUENTIAL
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  ACCTEXT.
       01  ACCOUNT-EXTRACT-RECORD.
       COPY ACCTXTR.
           03 ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  JRNLIN.
       FD  DORMRPT.
       01  DORM-PRINT-RECORD               PIC X(133).

       FD  DORMLTR.
       01  MAIL-ITEM-RECORD.
       COPY MAILITEM.

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  ACCTEXT-STATUS.
           05 ACCTEXT-STATUS1              PIC X.
           05 ACCTEXT-STATUS2              PIC X.

       01  JRNLIN-STATUS.
           05 JRNLIN-STATUS1               PIC X.
           05 DORMRPT-STATUS1              PIC X.
           05 DORMRPT-STATUS2              PIC X.

       01  DORMLTR-STATUS.
           05 DORMLTR-STATUS1              PIC X.
           05 DORMLTR-STATUS2              PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.
       01 WS-RESTART-SWITCH                PIC X    VALUE 'N'.
           88 WS-RESTART-MODE                       VALUE 'Y'.

      *
      * An account is committed to CHKPOINT every WS-CHECKPOINT-FREQ
      * accounts - every one, so a restart re-reads none and the
      * counts it carries on with are exact
      *
       01 WS-CHECKPOINT-FREQ               PIC 9(5) VALUE 1.
       01 WS-SINCE-CHECKPOINT              PIC 9(5) VALUE 0.
       01 WS-CHECKPOINT-CNT                PIC 9(7) VALUE 0.
       01 WS-LAST-ACCOUNT                  PIC 9(11).
       01 WS-RESUME-ACCOUNT                PIC 9(11) VALUE 0.
       01 WS-EXTRACT-READ-CNT              PIC 9(9) VALUE 0.

       01 WS-ACCOUNT-CNT                   PIC 9(7) VALUE 0.
       01 WS-ACTIVE-CNT                    PIC 9(7) VALUE 0.
       01 WS-INACTIVE-CNT                  PIC 9(7) VALUE 0.
       01 WS-DORMANT-CNT                   PIC 9(7) VALUE 0.
       01 WS-NEWLY-DORMANT-CNT             PIC 9(7) VALUE 0.
       01 WS-LETTER-CNT                    PIC 9(7) VALUE 0.
       01 WS-NOLETTER-CNT                  PIC 9(7) VALUE 0.

      *
      * Mail items written to DORMLTR - the item in hand and the
      * running counts for the trailer
      *
       01 WS-MAIL-ITEM-CNT                 PIC 9(7) VALUE 0.
       01 WS-MAIL-LINE-CNT                 PIC 9(9) VALUE 0.
       01 WS-MAIL-LINE-NUMBER              PIC 9(5).
       01 WS-MAIL-PRINT-LINE               PIC X(133).
       01 WS-MAIL-CONTROL-LINE             PIC X(133) VALUE SPACES.

       01 WS-HIGH-ACCOUNT                  PIC 9(11)
                                           VALUE 99999999999.
       01 WS-MONTHS-STILL                  PIC S9(5) COMP-3.
       01 WS-NEW-STATUS                    PIC X.
       01 WS-OLD-STATUS                    PIC X.

       01 WS-CURRENT-DATE-DATA.
           05 WS-CD-YEAR                   PIC 9(4).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-RUN-DAY                   PIC 99.

       01 WS-BDATE-PARM.
           05 WS-BDP-FUNCTION              PIC X(5).
           05 WS-BDP-DATE                  PIC X(10).
           05 WS-BDP-STATUS                PIC X.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'DORMANT '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

       01 WS-RPT-HEADER.
           05 FILLER                       PIC X    VALUE '1'.
           05 FILLER                       PIC X(33)
           05 WS-RPT-CUSTOMER              PIC 9(10).
           05 FILLER                       PIC X(50) VALUE SPACES.

      *
      * Contact letter lines
      *
       01 WS-LTR-HEADER.
           05 FILLER                       PIC X    VALUE '1'.
           05 FILLER                       PIC X(40)
                 VALUE 'CBSA BANK  ABOUT YOUR ACCOUNT           '.
           05 WS-LTR-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(82) VALUE SPACES.

       01 WS-LTR-NAME-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-LTR-NAME                  PIC X(60).
           05 FILLER                       PIC X(72) VALUE SPACES.

       01 WS-LTR-ADDR-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-LTR-ADDR                  PIC X(132).

       01 WS-LTR-ACCT-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(8) VALUE 'ACCOUNT '.
           05 WS-LTR-ACCT-NO               PIC 9(11).
           05 FILLER                       PIC X(7) VALUE '  SORT '.
           05 WS-LTR-SORTCODE              PIC 9(6).
           05 FILLER                       PIC X(7) VALUE '  TYPE '.
           05 WS-LTR-TYPE                  PIC X(8).
           05 FILLER                       PIC X(16)
                 VALUE '  LAST MOVEMENT '.
           05 WS-LTR-LAST-MOVE             PIC X(10).
           05 FILLER                       PIC X(59) VALUE SPACES.

       01 WS-LTR-BODY-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-LTR-BODY                  PIC X(90).
           05 FILLER                       PIC X(42) VALUE SPACES.

       01 WS-BODY-1                        PIC X(90) VALUE
           'YOUR ACCOUNT HAS HAD NO TRANSACTIONS FOR OVER TWO YEARS.'.
       01 WS-BODY-2                        PIC X(90) VALUE
           'PLEASE CONTACT YOUR BRANCH TO KEEP THE ACCOUNT ACTIVE.'.

      *
      * The checkpoint: last account committed and the run's totals
      * as they stood when it was
      *
       01 WS-CHKPOINT-PARM.
           05 WS-CKP-FUNCTION              PIC X(5).
           05 WS-CKP-PROGRAM               PIC X(8)
                                               VALUE 'DORMANT '.
           05 WS-CKP-STATUS                PIC X.
           05 WS-CKP-LAST-KEY              PIC X(30).
           05 WS-CKP-RECORD-COUNT          PIC 9(9).
           05 WS-CKP-ACCUMULATORS          PIC X(2000).
           05 WS-CKP-TOTALS REDEFINES WS-CKP-ACCUMULATORS.
              10 WS-CKT-ACCOUNT-CNT        PIC 9(7).
              10 WS-CKT-ACTIVE-CNT         PIC 9(7).
              10 WS-CKT-INACTIVE-CNT       PIC 9(7).
              10 WS-CKT-DORMANT-CNT        PIC 9(7).
              10 WS-CKT-NEWLY-DORMANT-CNT  PIC 9(7).
              10 WS-CKT-LETTER-CNT         PIC 9(7).
              10 WS-CKT-NOLETTER-CNT       PIC 9(7).
              10 WS-CKT-MAIL-ITEM-CNT      PIC 9(7).
              10 WS-CKT-MAIL-LINE-CNT      PIC 9(9).

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
           DISPLAY 'Started DORMANT.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           IF PARM-LENGTH > 0 AND PARM-DATA(1:7) = 'RESTART'
               SET WS-RESTART-MODE TO TRUE
               DISPLAY 'DORMANT running in RESTART mode.'
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE.
           MOVE WS-RUN-DATE TO WS-LTR-HDR-DATE.

           PERFORM OPEN-FILES.

           PERFORM CHECK-EXTRACT-HEADER.

           IF NOT WS-RESTART-MODE
              WRITE DORM-PRINT-RECORD FROM WS-RPT-HEADER
           END-IF.

           PERFORM POSITION-BROWSE.

           IF JRNLIN-STATUS = '00'
              READ JRNLIN
                AT END CONTINUE
              END-READ
           END-IF.
           PERFORM GET-JOURNAL-GROUP.

           PERFORM READ-EXTRACT.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-ACCOUNT-CNT
              PERFORM CLASSIFY-ONE-ACCOUNT
              MOVE ACCOUNT-NUMBER TO WS-LAST-ACCOUNT
              ADD 1 TO WS-SINCE-CHECKPOINT
              IF WS-SINCE-CHECKPOINT NOT < WS-CHECKPOINT-FREQ
                 PERFORM TAKE-CHECKPOINT
              END-IF
              PERFORM READ-EXTRACT
           END-PERFORM.

           IF WS-SINCE-CHECKPOINT > 0
              PERFORM TAKE-CHECKPOINT
           END-IF.

           DISPLAY 'DORMANT classified ' WS-ACCOUNT-CNT ' accounts: '
                   WS-ACTIVE-CNT ' active, ' WS-INACTIVE-CNT
                   ' inactive, ' WS-DORMANT-CNT ' dormant ('
                   WS-NEWLY-DORMANT-CNT ' newly dormant).'.
           DISPLAY 'DORMANT contact letters ' WS-LETTER-CNT
                   ', not addressed ' WS-NOLETTER-CNT '.'.

           IF WS-NOLETTER-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM WRITE-MAIL-TRAILER.

           DISPLAY 'DORMANT took ' WS-CHECKPOINT-CNT ' checkpoints.'.
           MOVE 'DONE ' TO WS-CKP-FUNCTION.
           PERFORM SAVE-CHECKPOINT-TOTALS.
           CALL 'CHKPOINT' USING WS-CHKPOINT-PARM.

           PERFORM PROGRAM-DONE.


       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT ACCTEXT.
           IF ACCTEXT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ACCTEXT file, status='
                       ACCTEXT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT DORMLTR.
           IF DORMLTR-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening DORMLTR file, status='
                       DORMLTR-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

              MOVE WS-LAST-MOVEMENT        TO WS-RPT-LAST-MOVE
              MOVE ACCOUNT-CUSTOMER-NUMBER TO WS-RPT-CUSTOMER
              WRITE DORM-PRINT-RECORD FROM WS-RPT-DETAIL
              IF NOT ACCOUNT-STATUS-CLOSED
                 PERFORM WRITE-CONTACT-LETTER
              END-IF
           END-IF.

       CA999.
           EXIT.

      *
      * The register entry's previous status is the class the
      * extract carries; write it back with today's classification
      *
       UPDATE-REGISTER SECTION.
       UR010.
           IF AXT-DORM-NOT-REGISTERED
              MOVE 'A' TO WS-OLD-STATUS
           ELSE
              MOVE AXT-DORM-STATUS TO WS-OLD-STATUS
           END-IF.

           MOVE ACCOUNT-NUMBER    TO DORM-ACCOUNT-NUMBER.
           MOVE WS-RUN-DATE       TO DORM-CLASSIFIED-DATE.
           MOVE SPACES            TO DORMANCY-RECORD(33:8).

           IF AXT-DORM-NOT-REGISTERED
              WRITE DORMANCY-RECORD
              IF DORMREG-STATUS = '22'
                 REWRITE DORMANCY-RECORD
              END-IF
           ELSE
              REWRITE DORMANCY-RECORD
              IF DORMREG-STATUS = '23'
                 WRITE DORMANCY-RECORD
              END-IF
           END-IF.

           IF DORMREG-STATUS NOT = '00'
       UR999.
           EXIT.

      *
      * The contact letter goes to the account's customer at the
      * address on the CUSTOMER file, as the extract carries it
      *
       WRITE-CONTACT-LETTER SECTION.
       WL010.
           IF NOT AXT-CUSTOMER-ON-FILE
              ADD 1 TO WS-NOLETTER-CNT
              DISPLAY 'DORMANT - no customer ' ACCOUNT-CUSTOMER-NUMBER
                      ' for account ' ACCOUNT-NUMBER
                      ', contact letter not produced'
              GO TO WL999
           END-IF.

           PERFORM START-MAIL-ITEM.

           MOVE WS-LTR-HEADER TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           MOVE AXT-CUSTOMER-NAME TO WS-LTR-NAME.
           MOVE WS-LTR-NAME-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           MOVE AXT-CUSTOMER-ADDRESS(1:132) TO WS-LTR-ADDR.
           MOVE WS-LTR-ADDR-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           MOVE ACCOUNT-NUMBER   TO WS-LTR-ACCT-NO.
           MOVE ACCOUNT-SORTCODE TO WS-LTR-SORTCODE.
           MOVE ACCOUNT-TYPE     TO WS-LTR-TYPE.
           MOVE WS-LAST-MOVEMENT TO WS-LTR-LAST-MOVE.
           MOVE WS-LTR-ACCT-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           MOVE WS-BODY-1 TO WS-LTR-BODY.
           MOVE WS-LTR-BODY-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           MOVE WS-BODY-2 TO WS-LTR-BODY.
           MOVE WS-LTR-BODY-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           ADD 1 TO WS-LETTER-CNT.

       WL999.
           EXIT.

      *
      * Each contact letter is one mail item: a header carrying
      * the addressee, then its print lines numbered from 1
      *
       START-MAIL-ITEM SECTION.
       SM010.
           ADD 1 TO WS-MAIL-ITEM-CNT.
           MOVE 0 TO WS-MAIL-LINE-NUMBER.

           MOVE SPACES           TO MAIL-ITEM-RECORD.
           MOVE 0                TO MAIL-ENVELOPE-NUMBER.
           MOVE 'DORMANT '       TO MAIL-SOURCE.
           MOVE WS-MAIL-ITEM-CNT TO MAIL-ITEM-NUMBER.
           SET MAIL-ITEM-HEADER  TO TRUE.
           MOVE 0                TO MAIL-LINE-NUMBER.
           MOVE AXT-CUSTOMER-NAME       TO MAIL-NAME.
           MOVE AXT-CUSTOMER-ADDRESS    TO MAIL-ADDRESS.
           MOVE ACCOUNT-SORTCODE        TO MAIL-SORTCODE.
           MOVE ACCOUNT-CUSTOMER-NUMBER TO MAIL-CUSTOMER-NUMBER.
           PERFORM PUT-MAIL-RECORD.

       SM999.
           EXIT.

       WRITE-MAIL-LINE SECTION.
       WM010.
           ADD 1 TO WS-MAIL-LINE-NUMBER.
           ADD 1 TO WS-MAIL-LINE-CNT.

           MOVE SPACES              TO MAIL-ITEM-RECORD.
           MOVE 0                   TO MAIL-ENVELOPE-NUMBER.
           MOVE 'DORMANT '          TO MAIL-SOURCE.
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
           MOVE 'DORMANT '       TO MAIL-SOURCE.
           MOVE 0                TO MAIL-ITEM-NUMBER.
           SET MAIL-TRAILER      TO TRUE.
           MOVE 0                TO MAIL-LINE-NUMBER.
           MOVE WS-MAIL-ITEM-CNT TO MAIL-ITEM-COUNT.
           MOVE WS-MAIL-LINE-CNT TO MAIL-LINE-COUNT.
           MOVE WS-MAIL-CONTROL-LINE TO MAIL-CONTROL-LINE.
           PERFORM PUT-MAIL-RECORD.

       WT999.
           EXIT.

       PUT-MAIL-RECORD SECTION.
       PU010.
           WRITE MAIL-ITEM-RECORD.
           IF DORMLTR-STATUS NOT = '00'
              DISPLAY 'DORMANT - error writing DORMLTR, status='
                      DORMLTR-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       PU999.
           EXIT.

      *
      * The journal is keyed account/date ascending, so the last
      * record of each account group carries its newest date
       GJ999.
           EXIT.

      *
      * A fresh run lays down a new checkpoint. In RESTART mode the
      * checkpoint tells us the last account committed; the extract
      * is read on past it, the journal repositioned past it, and
      * the counts carried forward so the run totals and the mail
      * trailer cover the whole book, not just the restarted tail.
      *
       POSITION-BROWSE SECTION.
       PB010.
           PERFORM SAVE-CHECKPOINT-TOTALS.

           IF NOT WS-RESTART-MODE
              MOVE 'START' TO WS-CKP-FUNCTION
              CALL 'CHKPOINT' USING WS-CHKPOINT-PARM
              IF WS-CKP-STATUS NOT = SPACE
                 DISPLAY 'DORMANT - checkpoint file unavailable, '
                         'run stopped before any account'
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
              GO TO PB999
           END-IF.

           MOVE 'GET  ' TO WS-CKP-FUNCTION.
           CALL 'CHKPOINT' USING WS-CHKPOINT-PARM.
           IF WS-CKP-STATUS NOT = SPACE
              DISPLAY 'DORMANT - RESTART requested but there is no '
                      'checkpoint to resume from'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE WS-CKT-ACCOUNT-CNT    TO WS-ACCOUNT-CNT.
           MOVE WS-CKT-ACTIVE-CNT     TO WS-ACTIVE-CNT.
           MOVE WS-CKT-INACTIVE-CNT   TO WS-INACTIVE-CNT.
           MOVE WS-CKT-DORMANT-CNT    TO WS-DORMANT-CNT.
           MOVE WS-CKT-NEWLY-DORMANT-CNT TO WS-NEWLY-DORMANT-CNT.
           MOVE WS-CKT-LETTER-CNT     TO WS-LETTER-CNT.
           MOVE WS-CKT-NOLETTER-CNT   TO WS-NOLETTER-CNT.
           MOVE WS-CKT-MAIL-ITEM-CNT  TO WS-MAIL-ITEM-CNT.
           MOVE WS-CKT-MAIL-LINE-CNT  TO WS-MAIL-LINE-CNT.

           IF WS-CKP-LAST-KEY = SPACES
              DISPLAY 'DORMANT - no account was committed before '
                      'the failure, restarting from the top'
              GO TO PB999
           END-IF.

           MOVE WS-CKP-LAST-KEY(1:11) TO WS-RESUME-ACCOUNT.

           MOVE WS-CKP-LAST-KEY(1:11) TO JRNL-ACCOUNT-NUMBER.
           MOVE HIGH-VALUES TO JRNL-KEY(12:19).
           START JRNLIN KEY > JRNL-KEY
             INVALID KEY CONTINUE
           END-START.

           DISPLAY 'DORMANT restarted after account '
                   WS-CKP-LAST-KEY(1:11) '.'.

       PB999.
           EXIT.

      *
      * The next account off the extract. The trailer ends it and
      * must count every account record read; running out without
      * one means ACCTXTR did not finish
      *
       READ-EXTRACT SECTION.
       RD010.
           READ ACCTEXT
             AT END
               DISPLAY 'DORMANT - account extract ended without its '
                       'trailer, rerun ACCTXTR'
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-READ.

           IF AXT-TRAILER
              MOVE 'Y' TO WS-EXIT
              IF AXT-ACCOUNT-COUNT NOT = WS-EXTRACT-READ-CNT
                 DISPLAY 'DORMANT - account extract trailer counts '
                         AXT-ACCOUNT-COUNT ' accounts, '
                         WS-EXTRACT-READ-CNT ' were read'
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
              GO TO RD999
           END-IF.

           ADD 1 TO WS-EXTRACT-READ-CNT.

      *
      * On a restart the accounts up to the last one committed are
      * passed over
      *
           IF ACCOUNT-NUMBER NOT > WS-RESUME-ACCOUNT
              GO TO RD010
           END-IF.

       RD999.
           EXIT.

      *
      * The ACCTXTR extract stands in for the ACCOUNT browse. It
      * must open with its header, and must have been taken for
      * tonight's business date - yesterday's left in place would
      * sweep yesterday's book
      *
       CHECK-EXTRACT-HEADER SECTION.
       EH010.
           READ ACCTEXT
             AT END
               DISPLAY 'DORMANT - account extract is empty, rerun '
                       'ACCTXTR'
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-READ.

           IF NOT AXT-HEADER
              DISPLAY 'DORMANT - account extract has no header, '
                      'rerun ACCTXTR'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'GET  ' TO WS-BDP-FUNCTION.
           CALL 'GETBDATE' USING WS-BDATE-PARM.
           IF WS-BDP-STATUS NOT = SPACE
              DISPLAY 'DORMANT - business date unavailable, '
                      'account extract date not checked'
              GO TO EH999
           END-IF.

           IF AXT-BUSINESS-DATE NOT = WS-BDP-DATE
              DISPLAY 'DORMANT - account extract was taken for '
                      AXT-BUSINESS-DATE ', not ' WS-BDP-DATE
                      ', rerun ACCTXTR'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       EH999.
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
              DISPLAY 'DORMANT - checkpoint not taken after account '
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
           MOVE WS-ACCOUNT-CNT        TO WS-CKP-RECORD-COUNT.
           MOVE WS-ACCOUNT-CNT        TO WS-CKT-ACCOUNT-CNT.
           MOVE WS-ACTIVE-CNT         TO WS-CKT-ACTIVE-CNT.
           MOVE WS-INACTIVE-CNT       TO WS-CKT-INACTIVE-CNT.
           MOVE WS-DORMANT-CNT        TO WS-CKT-DORMANT-CNT.
           MOVE WS-NEWLY-DORMANT-CNT  TO WS-CKT-NEWLY-DORMANT-CNT.
           MOVE WS-LETTER-CNT         TO WS-CKT-LETTER-CNT.
           MOVE WS-NOLETTER-CNT       TO WS-CKT-NOLETTER-CNT.
           MOVE WS-MAIL-ITEM-CNT      TO WS-CKT-MAIL-ITEM-CNT.
           MOVE WS-MAIL-LINE-CNT      TO WS-CKT-MAIL-LINE-CNT.

       ST999.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-ACCOUNT-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE ACCTEXT.
           CLOSE JRNLIN.
           CLOSE DORMREG.
           CLOSE DORMRPT.
           CLOSE DORMLTR.

       CF999.
           EXIT.
