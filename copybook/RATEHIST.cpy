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
      * Record layout for the RATEHIST interest rate history KSDS,
      * keyed on account number, the date the rate took effect and
      * a sequence for a second change effective the same day. The
      * rate in force on an account at any date is the new rate of
      * the last record effective on or before it; before the first
      * record it is that record's old rate.
      *
      * RTH-SOURCE is the program that made the change: RATEMNT for
      * a rate card (effective on the card's date), INTADJ for a
      * correction of a wrong rate (effective from the first day
      * the card says was accrued wrongly), REAMORT for a loan whose
      * schedule was rebuilt on its new rate, and INTACCR when a
      * banded account's balance moves it into a band of another
      * rate or its product's RATETIER bands are changed. Rates are
      * held the way ACCOUNT-INTEREST-RATE holds them.
      *
          05 RTH-KEY.
             10 RTH-ACCOUNT-NUMBER         PIC 9(11).
             10 RTH-EFFECTIVE-DATE         PIC X(10).
             10 RTH-SEQUENCE               PIC 9(2).
          05 RTH-OLD-RATE                  PIC S9(4)V99 COMP-3.
          05 RTH-NEW-RATE                  PIC S9(4)V99 COMP-3.
          05 RTH-SOURCE                    PIC X(8).
          05 RTH-RECORDED-DATE             PIC X(10).
          05 RTH-REFERENCE                 PIC X(30).
          05 FILLER                        PIC X(10).
