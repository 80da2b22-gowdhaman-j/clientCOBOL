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
      * Record layout for the LIMHIST overdraft limit history KSDS,
      * keyed on account number, the date the limit changed and a
      * sequence for a second change the same day. ODAPPR writes
      * one record each time it changes ACCOUNT-OVERDRAFT-LIMIT,
      * with the limit before and after, the committee member who
      * approved it and the reason the review gave.
      *
          05 LMH-KEY.
             10 LMH-ACCOUNT-NUMBER         PIC 9(11).
             10 LMH-CHANGE-DATE            PIC X(10).
             10 LMH-SEQUENCE               PIC 9(2).
          05 LMH-OLD-LIMIT                 PIC S9(8) COMP.
          05 LMH-NEW-LIMIT                 PIC S9(8) COMP.
          05 LMH-SOURCE                    PIC X(8).
          05 LMH-APPROVED-BY               PIC X(8).
          05 LMH-APPROVED-DATE             PIC X(10).
          05 LMH-REASON                    PIC X(40).
          05 FILLER                        PIC X(3).
