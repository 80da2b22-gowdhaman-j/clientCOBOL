      *
      * Record layout for the CAPHIST capacity history VSAMCAP
      * appends every night - one record per monitored cluster,
      * holding the LISTCAT figures for its data component and the
      * days to fill projected from them. VSAMCAP reads it back to
      * measure each cluster's growth rate.
      *
          05 CAPH-DATE                     PIC 9(6).
          05 CAPH-CLUSTER                  PIC X(44).
          05 CAPH-REC-TOTAL                PIC 9(11).
          05 CAPH-HI-U-RBA                 PIC 9(12).
          05 CAPH-HI-A-RBA                 PIC 9(12).
          05 CAPH-CI-SPLITS                PIC 9(7).
          05 CAPH-CA-SPLITS                PIC 9(7).
          05 CAPH-FREESPC                  PIC 9(12).
          05 CAPH-EXTENTS                  PIC 9(3).
          05 CAPH-DAYS-TO-FILL             PIC 9(5).
          05 FILLER                        PIC X.
