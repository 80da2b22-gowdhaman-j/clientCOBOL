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
      * Record layout for the GLPBAL period balance KSDS, keyed
      * period YYYY-MM, sortcode, GL code and currency. GLCLOSE
      * carries the previous period's closing balance forward as
      * the opening, adds the month's GLSUM movement and, on a
      * December close, clears the INTX and FEEI income lines into
      * RETE retained earnings in the same currency through
      * GLB-YEAR-END - so the closing balance of an income line is
      * always year to date and a new year opens it at zero.
      *
      * GLB-CURRENCY came out of the old filler, so the key grew
      * from 17 to 20 bytes with the record length unchanged. The
      * cluster is reloaded once the same way as GLSUM - REPRO out,
      * DEFINE again with KEYS(20 0), REPRO in - and the balances
      * already on it keep spaces there, which GLCLOSE takes as
      * GBP.
      *
          05 GLB-KEY.
             10 GLB-PERIOD                 PIC X(7).
             10 GLB-SORTCODE               PIC 9(6).
             10 GLB-GL-CODE                PIC X(4).
             10 GLB-CURRENCY               PIC X(3).
          05 GLB-OPENING                   PIC S9(13)V99 COMP-3.
          05 GLB-MOVEMENT                  PIC S9(13)V99 COMP-3.
          05 GLB-YEAR-END                  PIC S9(13)V99 COMP-3.
          05 GLB-CLOSING                   PIC S9(13)V99 COMP-3.
          05 FILLER                        PIC X(12).
