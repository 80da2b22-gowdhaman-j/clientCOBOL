      ******************************************************************
      *                                                                *
      * Licensed Materials - Property of IBM                           *
      *                                                                *
      * (c) Copyright IBM Corp. 2020.                                  *
      *                                                                *
      * US Government Users Restricted Rights - Use, duplication       *
      * or disclosure restricted by GSA ADP Schedule Contract          *
      * with IBM Corp.                                                 *
      *                                                                *
      ******************************************************************
      *
      * Record layout for the AMLFLAG suspicious-activity flag
      * history KSDS, keyed on account number then scan date.
      * AMLSCAN writes one record for every account it flags, with
      * the pattern codes it raised (STRUCT, REPEAT, INOUT), so the
      * flag history outlives the night's worklist. KYCRATE counts
      * a customer's flags over the last year into their KYC risk
      * rating.
      *
          05 AMLF-KEY.
             10 AMLF-ACCOUNT-NUMBER        PIC 9(11).
             10 AMLF-SCAN-DATE             PIC X(10).
          05 AMLF-PATTERNS                 PIC X(20).
          05 AMLF-DAY-TOTAL                PIC S9(11)V99 COMP-3.
          05 AMLF-UNDER-CNT                PIC 9(5).
          05 FILLER                        PIC X(27).
