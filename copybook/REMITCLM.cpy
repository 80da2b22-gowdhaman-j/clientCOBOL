      *
      * Record layout for the REMITCLM claim index KSDS, keyed on
      * PAYM-PMT-ID then the REMITADV run date. REMITADV lays down
      * one record for every PAYM claim it reads, saying how the
      * claim was treated on that run's advice; the run date and
      * provider are the PAYREG key of the instruction it was paid
      * under. Read by CLMINQ to trace a claim's path.
      *
           05  RCLM-KEY.
               10  RCLM-PMT-ID          PIC X(12).
               10  RCLM-RUN-DATE        PIC 9(6).
           05  RCLM-PROVIDER-NO         PIC X(10).
           05  RCLM-VOID-SW             PIC X.
           05  RCLM-TREATMENT           PIC X.
               88  RCLM-PAID                  VALUE 'P'.
               88  RCLM-NETTED                VALUE 'N'.
               88  RCLM-TO-LEDGER             VALUE 'L'.
               88  RCLM-ORIG-SKIPPED          VALUE 'O'.
           05  RCLM-PAID-AMOUNT         PIC S9(11)V99 COMP-3.
           05  FILLER                   PIC X(13).
