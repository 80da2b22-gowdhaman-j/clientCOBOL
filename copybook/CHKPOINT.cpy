      *
      * Record layout for the shared CHKPOINT VSAM written by the
      * CHKPOINT subroutine for the long nightly sweeps - one record
      * per job and step, holding the last key the step committed
      * and the run's accumulators as they stood at that key, so a
      * rerun with PARM='RESTART' resumes after the key with its
      * totals intact. SCHEDRVR reads it to tell a restartable
      * failed step from one that must run again from the top.
      * CHKP-ACCUMULATORS is laid out by the owning program.
      *
          05 CHKP-KEY.
             10 CHKP-JOBNAME               PIC X(8).
             10 CHKP-STEPNAME              PIC X(8).
          05 CHKP-PROGRAM                  PIC X(8).
          05 CHKP-STATUS                   PIC X.
             88 CHKP-STATUS-RUNNING        VALUE 'R'.
             88 CHKP-STATUS-COMPLETE       VALUE 'C'.
          05 CHKP-STARTED-DATE             PIC 9(6).
          05 CHKP-STARTED-TIME             PIC 9(8).
          05 CHKP-TAKEN-DATE               PIC 9(6).
          05 CHKP-TAKEN-TIME               PIC 9(8).
          05 CHKP-CHECKPOINT-CNT           PIC 9(7).
          05 CHKP-LAST-KEY                 PIC X(30).
          05 CHKP-RECORD-COUNT             PIC 9(9).
          05 CHKP-ACCUMULATORS             PIC X(2000).
          05 FILLER                        PIC X(21).
