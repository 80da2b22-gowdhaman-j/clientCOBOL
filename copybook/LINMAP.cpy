      *
      * Record layout for the LINMAP dataset lineage map LINEAGE
      * builds from a month of TIOTSNAP snapshots - one record per
      * dataset, job step and DD, with the program RUNLOG says ran
      * in the step, how the step held the dataset, and the first
      * and last nights it was seen.
      *
          05 LMAP-KEY.
             10 LMAP-DATASET               PIC X(44).
             10 LMAP-JOBNAME               PIC X(8).
             10 LMAP-STEPNAME              PIC X(8).
             10 LMAP-DDNAME                PIC X(8).
          05 LMAP-PROGRAM                  PIC X(8).
          05 LMAP-ACCESS                   PIC X(2).
             88 LMAP-READ                  VALUE 'R '.
             88 LMAP-WRITE                 VALUE 'W '.
             88 LMAP-READ-WRITE            VALUE 'RW'.
             88 LMAP-NOT-KNOWN             VALUE '? '.
          05 LMAP-FIRST-DATE               PIC 9(6).
          05 LMAP-LAST-DATE                PIC 9(6).
          05 LMAP-NIGHTS                   PIC 9(5).
          05 FILLER                        PIC X(5).
