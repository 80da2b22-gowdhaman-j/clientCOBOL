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
      * Record layout for the ODHIST overdraft exception history
      * KSDS, keyed on account number and business date. ODSWEEP
      * writes one record for each account it reports OVER or WARN
      * on a night, so the bands an account has been in can be
      * counted over any period - ODREVIEW counts the OVER nights
      * in the quarter it reviews. A rerun of a night rewrites that
      * night's record. ODH-OD-LIMIT is the limit the account was
      * held to that night, as ACCOUNT-OVERDRAFT-LIMIT carries it.
      *
          05 ODH-KEY.
             10 ODH-ACCOUNT-NUMBER         PIC 9(11).
             10 ODH-DATE                   PIC X(10).
          05 ODH-SORTCODE                  PIC 9(6).
          05 ODH-BAND                      PIC X(4).
             88 ODH-BAND-OVER              VALUE 'OVER'.
             88 ODH-BAND-WARN              VALUE 'WARN'.
          05 ODH-AVAILABLE                 PIC S9(10)V99 COMP-3.
          05 ODH-OD-LIMIT                  PIC S9(8) COMP.
          05 FILLER                        PIC X(8).
