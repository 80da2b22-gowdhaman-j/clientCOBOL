      *
      * Suspense file record shared by XFOOT (which writes claims
      * whose MEDICAL-ID is not PAYM), PAYMDUP (duplicates),
      * PAYMELIG (claims for inactive or unknown groups) and
      * SUSPREPR (which corrects, resubmits or writes them off).
      * The full claim record rides
      * in SUSP-PAYM-DATA so a corrected claim can go back through
      * the cross-foot validation; the header carries the record's
      * disposition and age.
               88  SUSP-DISP-RESUBMITTED      VALUE 'R'.
               88  SUSP-DISP-WRITTEN-OFF      VALUE 'W'.
               88  SUSP-DISP-DUPLICATE        VALUE 'D'.
               88  SUSP-DISP-INELIGIBLE       VALUE 'G'.
           05  SUSP-DATE-ADDED          PIC 9(6).
           05  SUSP-RESUBMIT-CNT        PIC 9(2).
           05  FILLER                   PIC X(7).
