      * each line shows the movement since yesterday's sweep, read
      * from ODPREV; today's exception positions are written to
      * ODCURR to become tomorrow's comparison.
      *
      * An account whose product may not go overdrawn at all - the
      * overdraft flag on the PRODMST product master is N - is held
      * to a limit of zero whatever ACCOUNT-OVERDRAFT-LIMIT says, so
      * a savings account pushed below zero is always reported OVER.
      *
      * Each night's OVER and WARN accounts are also kept on the
      * ODHIST history, keyed by account and date, so ODREVIEW can
      * count the nights an account spent over its limit in the
      * quarter it reviews. A rerun of the night rewrites them.
      *
      * Each exception is committed to the shared CHKPOINT file as
      * it is reported. A run that abends is rerun with
      * PARM='RESTART': the sweep itself is read-only and runs
      * again in full, but the exceptions up to the last one
      * committed are passed over, so the worklist, ODCURR (both
      * DISP=MOD) and the history carry on from where they stopped.
      *
      * The accounts come from the ACCTXTR single-pass extract taken
      * early in the night, not from a browse of ACCOUNT: it must
      * be tonight's and complete (header and trailer) or the run
      * stops RC 12 before anything is reported.
      ******************************************************************

       IDENTIFICATION DIVISION.
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTEXT
                  ASSIGN TO ACCTEXT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS ACCTEXT-STATUS.

           SELECT ODPREV
                  ASSIGN TO ODPREV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS ODCURR-STATUS.

           SELECT ODHIST
                  ASSIGN TO ODHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ODH-KEY
                  FILE STATUS  IS ODHIST-STATUS.

           SELECT ODRPT
                  ASSIGN TO ODRPT
                  ORGANIZATION IS SEQUENTIAL
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  ACCTEXT.
       01  ACCOUNT-EXTRACT-RECORD.
       COPY ACCTXTR.
           03 ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  ODPREV.
           05 CURR-AVAILABLE               PIC S9(10)V99 COMP-3.
           05 FILLER                       PIC X(16).

       FD  ODHIST.
       01  OD-HISTORY-RECORD.
       COPY ODHIST.

       FD  ODRPT.
       01  OD-PRINT-RECORD                 PIC X(133).

       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  ACCTEXT-STATUS.
           05 ACCTEXT-STATUS1              PIC X.
           05 ACCTEXT-STATUS2              PIC X.

       01  ODPREV-STATUS.
           05 ODPREV-STATUS1               PIC X.
           05 ODCURR-STATUS1               PIC X.
           05 ODCURR-STATUS2               PIC X.

       01  ODHIST-STATUS.
           05 ODHIST-STATUS1               PIC X.
           05 ODHIST-STATUS2               PIC X.

       01  ODRPT-STATUS.
           05 ODRPT-STATUS1                PIC X.
           05 ODRPT-STATUS2                PIC X.
       01 WS-PREV-OPENED                   PIC X    VALUE 'N'.
       01 WS-SORT-EXIT                     PIC X    VALUE 'N'.
       01 WS-PREV-EXIT                     PIC X    VALUE 'N'.
       01 WS-RESTART-SWITCH                PIC X    VALUE 'N'.
           88 WS-RESTART-MODE                       VALUE 'Y'.

      *
      * An exception is committed to CHKPOINT every
      * WS-CHECKPOINT-FREQ exceptions reported - every one
      *
       01 WS-CHECKPOINT-FREQ               PIC 9(5) VALUE 1.
       01 WS-SINCE-CHECKPOINT              PIC 9(5) VALUE 0.
       01 WS-CHECKPOINT-CNT                PIC 9(7) VALUE 0.
       01 WS-REPORTED-CNT                  PIC 9(7) VALUE 0.
       01 WS-PASSED-OVER-CNT               PIC 9(7) VALUE 0.
       01 WS-LAST-EXCEPTION                PIC X(17) VALUE LOW-VALUES.
       01 WS-RESUME-AFTER                  PIC X(17) VALUE LOW-VALUES.

       01 WS-READ-CNT                      PIC 9(7) VALUE 0.
       01 WS-EXTRACT-READ-CNT              PIC 9(9) VALUE 0.
       01 WS-OVER-CNT                      PIC 9(7) VALUE 0.
       01 WS-WARN-CNT                      PIC 9(7) VALUE 0.

       01 WS-HEADROOM                      PIC S9(11)V99 COMP-3.
       01 WS-WARN-MARGIN                   PIC S9(9)V99 COMP-3.
       01 WS-MOVEMENT                      PIC S9(11)V99 COMP-3.
       01 WS-OD-LIMIT                      PIC S9(9)V99 COMP-3.

       01 WS-CURRENT-SORTCODE              PIC 9(6) VALUE 0.
       01 WS-FIRST-SECTION                 PIC X    VALUE 'Y'.
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-RUN-DAY                   PIC 99.

       01 WS-PRODINF-PARM.
           03 WS-PIP-FUNCTION              PIC X(5).
           03 WS-PIP-ACCOUNT-TYPE          PIC X(8).
           03 WS-PIP-PRODUCT.
       COPY PRODMST.
           03 WS-PIP-STATUS                PIC X.

       01 WS-CURRENT-DATE-DATA.
           05 WS-CD-YEAR                   PIC 9(4).
           05 WS-CD-MONTH                  PIC 99.
           05 WS-RPT-SINCE                 PIC X(9).
           05 FILLER                       PIC X(34) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'ODSWEEP '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *
      * The checkpoint: last exception (sortcode and account)
      * reported and where the worklist's sections stood
      *
       01 WS-CHKPOINT-PARM.
           05 WS-CKP-FUNCTION              PIC X(5).
           05 WS-CKP-PROGRAM               PIC X(8)
                                               VALUE 'ODSWEEP '.
           05 WS-CKP-STATUS                PIC X.
           05 WS-CKP-LAST-KEY              PIC X(30).
           05 WS-CKP-RECORD-COUNT          PIC 9(9).
           05 WS-CKP-ACCUMULATORS          PIC X(2000).
           05 WS-CKP-TOTALS REDEFINES WS-CKP-ACCUMULATORS.
              10 WS-CKT-REPORTED-CNT       PIC 9(7).
              10 WS-CKT-CURRENT-SORTCODE   PIC 9(6).
              10 WS-CKT-FIRST-SECTION      PIC X.

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
           DISPLAY 'Started ODSWEEP.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           IF PARM-LENGTH > 0 AND PARM-DATA(1:7) = 'RESTART'
               SET WS-RESTART-MODE TO TRUE
               DISPLAY 'ODSWEEP running in RESTART mode.'
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.

           PERFORM OPEN-FILES.

           PERFORM CHECK-EXTRACT-HEADER.

           IF NOT WS-RESTART-MODE
              WRITE OD-PRINT-RECORD FROM WS-RPT-HEADER
           END-IF.

           PERFORM GET-PREVIOUS-POSITION.

           PERFORM POSITION-WORKLIST.

           SORT SORT-WORK
              ON ASCENDING KEY SRT-SORTCODE
                               SRT-ACCOUNT-NUMBER
           DISPLAY 'ODSWEEP read ' WS-READ-CNT ' accounts: '
                   WS-OVER-CNT ' over limit, ' WS-WARN-CNT
                   ' within ten percent.'.
           IF WS-RESTART-MODE
              DISPLAY 'ODSWEEP passed over ' WS-PASSED-OVER-CNT
                      ' exceptions reported before the restart.'
           END-IF.
           DISPLAY 'ODSWEEP took ' WS-CHECKPOINT-CNT ' checkpoints.'.

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

           OPEN I-O ODHIST.
           IF ODHIST-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ODHIST file, status='
                       ODHIST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT ODRPT.
           IF ODRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ODRPT file, status='
      *
       SWEEP-ACCOUNTS SECTION.
       SW010.
           PERFORM READ-EXTRACT.

           PERFORM UNTIL WS-ACCT-EXIT = 'Y'
              ADD 1 TO WS-READ-CNT
              IF NOT ACCOUNT-STATUS-CLOSED
                 PERFORM BAND-ONE-ACCOUNT
              END-IF
              PERFORM READ-EXTRACT
           END-PERFORM.

       SW999.
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
               DISPLAY 'ODSWEEP - account extract ended without its '
                       'trailer, rerun ACCTXTR'
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-READ.

           IF AXT-TRAILER
              MOVE 'Y' TO WS-ACCT-EXIT
              IF AXT-ACCOUNT-COUNT NOT = WS-EXTRACT-READ-CNT
                 DISPLAY 'ODSWEEP - account extract trailer counts '
                         AXT-ACCOUNT-COUNT ' accounts, '
                         WS-EXTRACT-READ-CNT ' were read'
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
              GO TO RD999
           END-IF.

           ADD 1 TO WS-EXTRACT-READ-CNT.

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
               DISPLAY 'ODSWEEP - account extract is empty, rerun '
                       'ACCTXTR'
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-READ.

           IF NOT AXT-HEADER
              DISPLAY 'ODSWEEP - account extract has no header, '
                      'rerun ACCTXTR'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF AXT-BUSINESS-DATE NOT = WS-RUN-DATE
              DISPLAY 'ODSWEEP - account extract was taken for '
                      AXT-BUSINESS-DATE ', not ' WS-RUN-DATE
                      ', rerun ACCTXTR'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       EH999.
           EXIT.

       BAND-ONE-ACCOUNT SECTION.
       BA010.
           PERFORM GET-PRODUCT.
           IF PROD-OVERDRAFT-ALLOWED
              MOVE ACCOUNT-OVERDRAFT-LIMIT TO WS-OD-LIMIT
           ELSE
              MOVE 0 TO WS-OD-LIMIT
           END-IF.

           COMPUTE WS-HEADROOM =
              ACCOUNT-AVAILABLE-BALANCE - WS-OD-LIMIT.

           IF WS-HEADROOM < 0
              ADD 1 TO WS-OVER-CNT
              GO TO BA999
           END-IF.

           IF WS-OD-LIMIT = 0
              GO TO BA999
           END-IF.

           COMPUTE WS-WARN-MARGIN =
              FUNCTION ABS(WS-OD-LIMIT) / 10.

           IF WS-HEADROOM < WS-WARN-MARGIN
              ADD 1 TO WS-WARN-CNT
           MOVE ACCOUNT-SORTCODE          TO SRT-SORTCODE.
           MOVE ACCOUNT-NUMBER            TO SRT-ACCOUNT-NUMBER.
           MOVE ACCOUNT-AVAILABLE-BALANCE TO SRT-AVAILABLE.
           MOVE WS-OD-LIMIT               TO SRT-OD-LIMIT.
           MOVE ACCOUNT-TYPE              TO SRT-TYPE.
           RELEASE SORT-RECORD.

       RE999.
           EXIT.

      *
      * How the account's product behaves, from the product master
      *
       GET-PRODUCT SECTION.
       GP010.
           MOVE 'GET  '      TO WS-PIP-FUNCTION.
           MOVE ACCOUNT-TYPE TO WS-PIP-ACCOUNT-TYPE.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

           IF WS-PIP-STATUS = 'E'
              DISPLAY 'ODSWEEP - product master unavailable, run '
                      'stopped'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       GP999.
           EXIT.

       REPORT-EXCEPTIONS SECTION.
       RX010.
           RETURN SORT-WORK
           END-RETURN.

           PERFORM UNTIL WS-SORT-EXIT = 'Y'
              IF SORT-RECORD(1:17) > WS-RESUME-AFTER
                 PERFORM REPORT-ONE-EXCEPTION
                 MOVE SORT-RECORD(1:17) TO WS-LAST-EXCEPTION
                 ADD 1 TO WS-REPORTED-CNT
                 ADD 1 TO WS-SINCE-CHECKPOINT
                 IF WS-SINCE-CHECKPOINT NOT < WS-CHECKPOINT-FREQ
                    PERFORM TAKE-CHECKPOINT
                 END-IF
              ELSE
                 ADD 1 TO WS-PASSED-OVER-CNT
              END-IF
              RETURN SORT-WORK
                AT END MOVE 'Y' TO WS-SORT-EXIT
              END-RETURN
           END-PERFORM.

           IF WS-SINCE-CHECKPOINT > 0
              PERFORM TAKE-CHECKPOINT
           END-IF.

       RX999.
           EXIT.

           MOVE SPACES             TO CURR-POSITION-RECORD(25:16).
           WRITE CURR-POSITION-RECORD.

           PERFORM SAVE-EXCEPTION-NIGHT.

       RO999.
           EXIT.

      *
      * Tonight's band for the account onto its history; a night
      * already there is a rerun and is overwritten
      *
       SAVE-EXCEPTION-NIGHT SECTION.
       SE010.
           MOVE SPACES             TO OD-HISTORY-RECORD.
           MOVE SRT-ACCOUNT-NUMBER TO ODH-ACCOUNT-NUMBER.
           MOVE WS-RUN-DATE        TO ODH-DATE.
           MOVE SRT-SORTCODE       TO ODH-SORTCODE.
           MOVE SRT-BAND           TO ODH-BAND.
           MOVE SRT-AVAILABLE      TO ODH-AVAILABLE.
           MOVE SRT-OD-LIMIT       TO ODH-OD-LIMIT.

           WRITE OD-HISTORY-RECORD.
           IF ODHIST-STATUS = '22'
              REWRITE OD-HISTORY-RECORD
           END-IF.

           IF ODHIST-STATUS NOT = '00'
              DISPLAY 'ODSWEEP - error writing history for account '
                      SRT-ACCOUNT-NUMBER ' status=' ODHIST-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       SE999.
           EXIT.

       GET-PREVIOUS-POSITION SECTION.
       GP010.
           IF WS-PREV-EXIT = 'Y'
       GP999.
           EXIT.

      *
      * A fresh run lays down a new checkpoint. In RESTART mode the
      * checkpoint tells us the last exception reported; the sort
      * output passes over everything up to it, and the worklist
      * section it was in carries on without a second heading.
      *
       POSITION-WORKLIST SECTION.
       PW010.
           PERFORM SAVE-CHECKPOINT-TOTALS.

           IF NOT WS-RESTART-MODE
              MOVE 'START' TO WS-CKP-FUNCTION
              CALL 'CHKPOINT' USING WS-CHKPOINT-PARM
              IF WS-CKP-STATUS NOT = SPACE
                 DISPLAY 'ODSWEEP - checkpoint file unavailable, '
                         'run stopped before any account'
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
              GO TO PW999
           END-IF.

           MOVE 'GET  ' TO WS-CKP-FUNCTION.
           CALL 'CHKPOINT' USING WS-CHKPOINT-PARM.
           IF WS-CKP-STATUS NOT = SPACE
              DISPLAY 'ODSWEEP - RESTART requested but there is no '
                      'checkpoint to resume from'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE WS-CKT-REPORTED-CNT     TO WS-REPORTED-CNT.
           MOVE WS-CKT-CURRENT-SORTCODE TO WS-CURRENT-SORTCODE.
           MOVE WS-CKT-FIRST-SECTION    TO WS-FIRST-SECTION.

           IF WS-CKP-LAST-KEY = SPACES
              DISPLAY 'ODSWEEP - no exception was committed before '
                      'the failure, restarting from the top'
              GO TO PW999
           END-IF.

           MOVE WS-CKP-LAST-KEY(1:17) TO WS-RESUME-AFTER
                                         WS-LAST-EXCEPTION.

           DISPLAY 'ODSWEEP restarted after sortcode '
                   WS-RESUME-AFTER(1:6) ' account '
                   WS-RESUME-AFTER(7:11) '.'.

       PW999.
           EXIT.

      *
      * Commit the exception just reported
      *
       TAKE-CHECKPOINT SECTION.
       TC010.
           MOVE 'TAKE ' TO WS-CKP-FUNCTION.
           MOVE WS-LAST-EXCEPTION TO WS-CKP-LAST-KEY.
           PERFORM SAVE-CHECKPOINT-TOTALS.
           CALL 'CHKPOINT' USING WS-CHKPOINT-PARM.
           IF WS-CKP-STATUS NOT = SPACE
              DISPLAY 'ODSWEEP - checkpoint not taken after '
                      WS-LAST-EXCEPTION ', run stopped - restart it'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-CHECKPOINT-CNT.
           MOVE 0 TO WS-SINCE-CHECKPOINT.

       TC999.
           EXIT.

       SAVE-CHECKPOINT-TOTALS SECTION.
       ST010.
           MOVE LOW-VALUES              TO WS-CKP-ACCUMULATORS.
           MOVE WS-REPORTED-CNT         TO WS-CKT-REPORTED-CNT
                                           WS-CKP-RECORD-COUNT.
           MOVE WS-CURRENT-SORTCODE     TO WS-CKT-CURRENT-SORTCODE.
           MOVE WS-FIRST-SECTION        TO WS-CKT-FIRST-SECTION.

       ST999.
           EXIT.

      *
      * The processing date is the shop's business date from the
      * BUSDATE control, not the clock - a night running past

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-READ-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE ACCTEXT.
           IF WS-PREV-OPENED = 'Y'
              CLOSE ODPREV
           END-IF.
           CLOSE ODCURR.
           CLOSE ODHIST.
           CLOSE ODRPT.

           MOVE 'CLOSE' TO WS-PIP-FUNCTION.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

       CF999.
           EXIT.
