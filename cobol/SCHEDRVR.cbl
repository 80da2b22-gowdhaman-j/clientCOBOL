      * says was done, resuming at the failure. END records complete
      * or failed with the step's return code and times.
      *
      * A failed step that left a running checkpoint on the shared
      * CHKPOINT file (the long sweeps commit their position there
      * through the CHKPOINT subroutine) is restartable: END says so
      * and marks the control record, and the rerun's START answers
      * RC 2 so the stream can run the step body with
      * PARM='RESTART' and resume after the last committed key. A
      * failed step with no checkpoint answers RC 0 and runs again
      * from the top.
      *
      * The driver also owns the shop's business date on the
      * one-record BUSDATE dataset every nightly program reads
      * through GETBDATE:
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS BUSDATE-STATUS.

           SELECT CHKPOINT
                  ASSIGN TO CHKPOINT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CHKP-KEY
                  FILE STATUS  IS CHKPOINT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
           05 CTL-START-TIME               PIC 9(8).
           05 CTL-END-TIME                 PIC 9(8).
           05 CTL-RETURN-CODE              PIC 9(2).
           05 CTL-RESTARTABLE              PIC X.
              88 CTL-RESTARTABLE-YES       VALUE 'Y'.
           05 FILLER                       PIC X(46).

       FD  BUSDATE.
       01  BUSDATE-RECORD.
           05 BUSD-BUSINESS-DATE           PIC X(10).
           05 FILLER                       PIC X(70).

       FD  CHKPOINT.
       01  CHECKPOINT-RECORD.
       COPY CHKPOINT.

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
           05 BUSDATE-STATUS1              PIC X.
           05 BUSDATE-STATUS2              PIC X.

       01  CHKPOINT-STATUS.
           05 CHKPOINT-STATUS1             PIC X.
           05 CHKPOINT-STATUS2             PIC X.

      *
      * Whether a failed step left a checkpoint to restart from
      *
       01 WS-RESTARTABLE                   PIC X    VALUE 'N'.
       01 WS-WAS-FAILED                    PIC X    VALUE 'N'.
       01 WS-JOBNAME                       PIC X(8).
       01 WS-JOB-STEPNAME                  PIC X(8).
       01 WS-JOB-PROCSTEP                  PIC X(8).

       01 WS-BUSINESS-DATE                 PIC X(10).
       01 WS-DATE-INTEGER                  PIC 9(8).
       01 WS-DATE-YYYYMMDD                 PIC 9(8).
              GO TO SS999
           END-IF.

           MOVE 'N' TO WS-WAS-FAILED.
           IF CTL-STATUS-FAILED
              MOVE 'Y' TO WS-WAS-FAILED
           END-IF.

           MOVE 'N' TO WS-BLOCKED.
           PERFORM VARYING WS-PRED-NDX FROM 1 BY 1
              UNTIL WS-PRED-NDX > 3

           DISPLAY 'SCHEDRVR - step ' WS-STEP-NAME ' started.'.

      *
      * The rerun of a failed step: RC 2 when it can resume from
      * its checkpoint rather than start again from the top
      *
           IF WS-WAS-FAILED = 'Y'
              PERFORM CHECK-RESTARTABLE
              IF WS-RESTARTABLE = 'Y'
                 DISPLAY 'SCHEDRVR - step ' WS-STEP-NAME
                         ' resumes - run it with PARM=''RESTART'''
                 MOVE 2 TO RETURN-CODE
              END-IF
           END-IF.

       SS999.
           EXIT.


           ACCEPT CTL-END-TIME FROM TIME.
           MOVE WS-STEP-RC TO CTL-RETURN-CODE.
           MOVE 'N' TO CTL-RESTARTABLE.
           IF WS-STEP-RC > 4
              MOVE 'F' TO CTL-STATUS
              DISPLAY 'SCHEDRVR - step ' WS-STEP-NAME
                      ' FAILED with RC ' WS-STEP-RC
              MOVE 8 TO RETURN-CODE
              PERFORM CHECK-RESTARTABLE
              MOVE WS-RESTARTABLE TO CTL-RESTARTABLE
           ELSE
              MOVE 'C' TO CTL-STATUS
              DISPLAY 'SCHEDRVR - step ' WS-STEP-NAME ' complete.'
       ES999.
           EXIT.

      *
      * A step is restartable when its last run left a running
      * checkpoint under this job and the step's name
      *
       CHECK-RESTARTABLE SECTION.
       CR010.
           MOVE 'N' TO WS-RESTARTABLE.

           CALL 'GETJOBN' USING WS-JOBNAME, WS-JOB-STEPNAME,
                                WS-JOB-PROCSTEP.

           OPEN INPUT CHKPOINT.
           IF CHKPOINT-STATUS NOT EQUAL '00'
              DISPLAY 'SCHEDRVR - step ' WS-STEP-NAME
                      ' not restartable, CHKPOINT would not open, '
                      'status=' CHKPOINT-STATUS
              GO TO CR999
           END-IF.

           MOVE WS-JOBNAME   TO CHKP-JOBNAME.
           MOVE WS-STEP-NAME TO CHKP-STEPNAME.
           READ CHKPOINT
              KEY IS CHKP-KEY
           END-READ.

           IF CHKPOINT-STATUS = '00' AND CHKP-STATUS-RUNNING
              MOVE 'Y' TO WS-RESTARTABLE
              DISPLAY 'SCHEDRVR - step ' WS-STEP-NAME
                      ' is restartable: ' CHKP-PROGRAM
                      ' committed ' CHKP-CHECKPOINT-CNT
                      ' checkpoints, the last after key '
                      CHKP-LAST-KEY
           ELSE
              DISPLAY 'SCHEDRVR - step ' WS-STEP-NAME
                      ' left no checkpoint, its rerun starts from '
                      'the top'
           END-IF.

           CLOSE CHKPOINT.

       CR999.
           EXIT.

       FIND-STEP-DEFINITION SECTION.
       FD010.
           MOVE 'N' TO WS-STEP-FOUND.
