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
      * Record layout for the REAMREG reamortization register KSDS,
      * keyed on the loan's account number - one record per LOAN
      * whose schedule REAMORT has ever regenerated after a
      * repricing, with the date it was first and last done, how
      * many times, and the rates of the last one. A loan on the
      * register stays there, so ECLPROV can provide for it at the
      * reamortized rates for the rest of its life.
      *
          05 REAM-LOAN-NUMBER              PIC 9(11).
          05 REAM-FIRST-DATE               PIC X(10).
          05 REAM-LAST-DATE                PIC X(10).
          05 REAM-COUNT                    PIC 9(3).
          05 REAM-LAST-OLD-RATE            PIC 9(3)V99.
          05 REAM-LAST-NEW-RATE            PIC 9(3)V99.
          05 FILLER                        PIC X(6).
