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
      * Record layout for the REVREG batch reversal register KSDS,
      * keyed on the batch teller id and business date of the batch
      * reversed and then the TXNJRNL key of the original leg.
      * BATREV writes one record for every leg it reverses, giving
      * the key of the reversal leg it posted against it - the
      * cross-reference both ways between the two legs. A batch with
      * any record on the register has been reversed and is never
      * reversed again.
      *
          05 REV-KEY.
             10 REV-BATCH-TELLER           PIC X(8).
             10 REV-BATCH-DATE             PIC X(10).
             10 REV-ORIG-ACCOUNT-NUMBER    PIC 9(11).
             10 REV-ORIG-DATE              PIC X(10).
             10 REV-ORIG-TIME              PIC 9(6).
             10 REV-ORIG-SEQUENCE          PIC 9(3).
          05 REV-ORIG-DR-CR                PIC X.
          05 REV-AMOUNT                    PIC S9(10)V99 COMP-3.
          05 REV-CURRENCY-CODE             PIC X(3).
      *
      * The reversal leg, under the same account number
      *
          05 REV-REVERSAL-DATE             PIC X(10).
          05 REV-REVERSAL-TIME             PIC 9(6).
          05 REV-REVERSAL-SEQUENCE         PIC 9(3).
          05 REV-APPROVED-BY               PIC X(8).
          05 FILLER                        PIC X(20).
