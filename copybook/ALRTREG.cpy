      *
      * Record layout for the ALRTREG VSAM register of ACTION
      * alerts. ALERTSUB lays down one record for every ACTION
      * alert it raises, keyed by the alert id - the date and time
      * it was raised - which the console message carries.
      * ALRTACK records who acknowledged it and when, ALRTESC
      * re-raises it while it stays unacknowledged, and ALRTSHFT
      * and MORNPACK report from it.
      *
          05 ARG-KEY.
             10 ARG-RAISED-DATE            PIC 9(6).
             10 ARG-RAISED-TIME            PIC 9(8).
          05 ARG-ALERT-ID REDEFINES ARG-KEY
                                           PIC 9(14).
          05 ARG-PROGRAM                   PIC X(8).
          05 ARG-MESSAGE                   PIC X(72).
          05 ARG-STATUS                    PIC X.
             88 ARG-OPEN                   VALUE 'O'.
             88 ARG-ACKNOWLEDGED           VALUE 'A'.
      *
      * Escalation - how many times ALRTESC has re-raised the
      * alert, and when it was last raised - by ALERTSUB itself
      * until the first re-raise
      *
          05 ARG-ESCALATION-LEVEL          PIC 9.
          05 ARG-LAST-RAISED-DATE          PIC 9(6).
          05 ARG-LAST-RAISED-TIME          PIC 9(8).
      *
      * Acknowledgement - spaces and zeros while open
      *
          05 ARG-ACK-OPERATOR              PIC X(8).
          05 ARG-ACK-DATE                  PIC 9(6).
          05 ARG-ACK-TIME                  PIC 9(8).
          05 ARG-ACK-NOTE                  PIC X(40).
          05 FILLER                        PIC X(28).
