      * table cannot be valued: it is reported and counted, and the
      * run ends RC 8 because an unvalued position is an unknown
      * exposure, not a zero one.
      *
      * The run commits each account to the shared CHKPOINT file as
      * it finishes it, with the counts, totals and the currency
      * and sortcode tables. A run that abends is rerun with
      * PARM='RESTART': the accounts resume after the last
      * committed one with the totals intact, and FXCURR and the
      * report (DISP=MOD) carry on from where they stopped.
      *
      * The accounts come from the ACCTXTR single-pass extract taken
      * early in the night, not from a browse of ACCOUNT: it must
      * be tonight's and complete (header and trailer) or the run
      * stops RC 12.
      ******************************************************************

       IDENTIFICATION DIVISION.
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTEXT
                  ASSIGN TO ACCTEXT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS ACCTEXT-STATUS.

           SELECT CCYRATE
                  ASSIGN TO CCYRATE
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  ACCTEXT.
       01  ACCOUNT-EXTRACT-RECORD.
       COPY ACCTXTR.
           03 ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  CCYRATE.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  ACCTEXT-STATUS.
           05 ACCTEXT-STATUS1              PIC X.
           05 ACCTEXT-STATUS2              PIC X.

       01  CCYRATE-STATUS.
           05 CCYRATE-STATUS1              PIC X.
       01 WS-EXIT                          PIC X    VALUE 'N'.
       01 WS-PREV-OPENED                   PIC X    VALUE 'N'.
       01 WS-PREV-EXIT                     PIC X    VALUE 'N'.
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
       01 WS-RESUME-ACCOUNT                PIC 9(11) VALUE 0.
       01 WS-EXTRACT-READ-CNT              PIC 9(9) VALUE 0.

       01 WS-READ-CNT                      PIC 9(7) VALUE 0.
       01 WS-VALUED-CNT                    PIC 9(7) VALUE 0.
                                               VALUE 'FXREVAL '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *
      * The checkpoint: last account committed and the run's totals
      * as they stood when it was
      *
       01 WS-CHKPOINT-PARM.
           05 WS-CKP-FUNCTION              PIC X(5).
           05 WS-CKP-PROGRAM               PIC X(8)
                                               VALUE 'FXREVAL '.
           05 WS-CKP-STATUS                PIC X.
           05 WS-CKP-LAST-KEY              PIC X(30).
           05 WS-CKP-RECORD-COUNT          PIC 9(9).
           05 WS-CKP-ACCUMULATORS          PIC X(2000).
           05 WS-CKP-TOTALS REDEFINES WS-CKP-ACCUMULATORS.
              10 WS-CKT-READ-CNT           PIC 9(7).
              10 WS-CKT-VALUED-CNT         PIC 9(7).
              10 WS-CKT-NORATE-CNT         PIC 9(7).
              10 WS-CKT-TOTAL-GBP          PIC S9(13)V99 COMP-3.
              10 WS-CKT-TOTAL-MOVEMENT     PIC S9(13)V99 COMP-3.
              10 WS-CKT-CCY-TABLE          PIC X(544).
              10 WS-CKT-SORTCODE-TABLE     PIC X(1054).

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
           DISPLAY 'Started FXREVAL.'.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           IF PARM-LENGTH > 0 AND PARM-DATA(1:7) = 'RESTART'
               SET WS-RESTART-MODE TO TRUE
               DISPLAY 'FXREVAL running in RESTART mode.'
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.

           PERFORM OPEN-FILES.

           PERFORM CHECK-EXTRACT-HEADER.

           IF NOT WS-RESTART-MODE
              WRITE FX-PRINT-RECORD FROM WS-RPT-HEADER
           END-IF.

           PERFORM GET-PREVIOUS-POSITION.

           PERFORM POSITION-BROWSE.

           PERFORM READ-EXTRACT.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-READ-CNT
                 ACCOUNT-CURRENCY-CODE NOT = 'GBP'
                 PERFORM REVALUE-ONE-ACCOUNT
              END-IF
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

           PERFORM WRITE-CURRENCY-TOTALS.
           PERFORM WRITE-SORTCODE-TOTALS.

           DISPLAY 'FXREVAL book value ' WS-TOTAL-GBP
                   ' GBP, day-over-day movement '
                   WS-TOTAL-MOVEMENT ' GBP.'.
           DISPLAY 'FXREVAL took ' WS-CHECKPOINT-CNT ' checkpoints.'.

           IF WS-NORATE-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE 'DONE ' TO WS-CKP-FUNCTION.
           PERFORM SAVE-CHECKPOINT-TOTALS.
           CALL 'CHKPOINT' USING WS-CHKPOINT-PARM.

           PERFORM PROGRAM-DONE.

       P999.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT ACCTEXT.
           IF ACCTEXT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ACCTEXT file, status='
                       ACCTEXT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.
       WT999.
           EXIT.

      *
      * A fresh run lays down a new checkpoint. In RESTART mode the
      * checkpoint tells us the last account committed; the extract
      * is read on past it and the totals carried forward so
      * the currency, sortcode and book totals cover the whole
      * book. Yesterday's positions walk forward to the first
      * account read as they always do.
      *
       POSITION-BROWSE SECTION.
       PB010.
           PERFORM SAVE-CHECKPOINT-TOTALS.

           IF NOT WS-RESTART-MODE
              MOVE 'START' TO WS-CKP-FUNCTION
              CALL 'CHKPOINT' USING WS-CHKPOINT-PARM
              IF WS-CKP-STATUS NOT = SPACE
                 DISPLAY 'FXREVAL - checkpoint file unavailable, '
                         'run stopped before any account'
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
              GO TO PB999
           END-IF.

           MOVE 'GET  ' TO WS-CKP-FUNCTION.
           CALL 'CHKPOINT' USING WS-CHKPOINT-PARM.
           IF WS-CKP-STATUS NOT = SPACE
              DISPLAY 'FXREVAL - RESTART requested but there is no '
                      'checkpoint to resume from'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE WS-CKT-READ-CNT       TO WS-READ-CNT.
           MOVE WS-CKT-VALUED-CNT     TO WS-VALUED-CNT.
           MOVE WS-CKT-NORATE-CNT     TO WS-NORATE-CNT.
           MOVE WS-CKT-TOTAL-GBP      TO WS-TOTAL-GBP.
           MOVE WS-CKT-TOTAL-MOVEMENT TO WS-TOTAL-MOVEMENT.
           MOVE WS-CKT-CCY-TABLE      TO WS-CCY-TABLE.
           MOVE WS-CKT-SORTCODE-TABLE TO WS-SORTCODE-TABLE.

           IF WS-CKP-LAST-KEY = SPACES
              DISPLAY 'FXREVAL - no account was committed before '
                      'the failure, restarting from the top'
              GO TO PB999
           END-IF.

           MOVE WS-CKP-LAST-KEY(1:11) TO WS-RESUME-ACCOUNT.

           DISPLAY 'FXREVAL restarted after account '
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
               DISPLAY 'FXREVAL - account extract ended without its '
                       'trailer, rerun ACCTXTR'
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-READ.

           IF AXT-TRAILER
              MOVE 'Y' TO WS-EXIT
              IF AXT-ACCOUNT-COUNT NOT = WS-EXTRACT-READ-CNT
                 DISPLAY 'FXREVAL - account extract trailer counts '
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
               DISPLAY 'FXREVAL - account extract is empty, rerun '
                       'ACCTXTR'
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-READ.

           IF NOT AXT-HEADER
              DISPLAY 'FXREVAL - account extract has no header, '
                      'rerun ACCTXTR'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF AXT-BUSINESS-DATE NOT = WS-RUN-DATE
              DISPLAY 'FXREVAL - account extract was taken for '
                      AXT-BUSINESS-DATE ', not ' WS-RUN-DATE
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
              DISPLAY 'FXREVAL - checkpoint not taken after account '
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
           MOVE WS-VALUED-CNT         TO WS-CKT-VALUED-CNT.
           MOVE WS-NORATE-CNT         TO WS-CKT-NORATE-CNT.
           MOVE WS-TOTAL-GBP          TO WS-CKT-TOTAL-GBP.
           MOVE WS-TOTAL-MOVEMENT     TO WS-CKT-TOTAL-MOVEMENT.
           MOVE WS-CCY-TABLE          TO WS-CKT-CCY-TABLE.
           MOVE WS-SORTCODE-TABLE     TO WS-CKT-SORTCODE-TABLE.

       ST999.
           EXIT.

      *
      * The processing date is the shop's business date from the
      * BUSDATE control, not the clock - a night running past

       CLOSE-FILE SECTION.
       CF010.
           CLOSE ACCTEXT.
           CLOSE CCYRATE.
           IF WS-PREV-OPENED = 'Y'
              CLOSE FXPREV
