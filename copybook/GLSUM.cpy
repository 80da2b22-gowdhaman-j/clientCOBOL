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
      * Record layout for the GLSUM general ledger summary KSDS,
      * keyed date, sortcode, GL code and currency - one record
      * per GL line per day. The amount is in GLS-CURRENCY, the
      * currency of the accounts whose legs made it. GLPOST
      * accumulates the day's journal legs on to it; GLCLOSE
      * rolls a month's lines into the GLPBAL period balances.
      *
      * GLS-CURRENCY was taken from the front of the old filler,
      * so the record length is unchanged and the key grew from
      * 20 to 23 bytes. The existing cluster is reloaded once:
      * REPRO it out, DELETE and DEFINE it again with KEYS(23 0),
      * and REPRO it back in. The lines already on it keep spaces
      * in GLS-CURRENCY, so they load in the order they had, and
      * every reader takes spaces as GBP - they were all sterling.
      *
          05 GLS-KEY.
             10 GLS-DATE                   PIC X(10).
             10 GLS-SORTCODE               PIC 9(6).
             10 GLS-GL-CODE                PIC X(4).
             10 GLS-CURRENCY               PIC X(3).
          05 GLS-AMOUNT                    PIC S9(13)V99 COMP-3.
          05 FILLER                        PIC X(9).
