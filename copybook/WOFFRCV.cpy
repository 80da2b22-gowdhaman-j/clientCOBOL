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
      * Record layout for the WOFFRCV recovery history KSDS - one
      * record for every receipt RCVPOST posts against a loan on
      * the WOFFREG written-off register, keyed loan, date, time
      * and a sequence for receipts in the same second. The
      * register's sortcode and currency are carried so GLPOST can
      * post the day's recoveries without going back to it.
      *
          05 WOFR-KEY.
             10 WOFR-LOAN-NUMBER           PIC 9(11).
             10 WOFR-DATE                  PIC X(10).
             10 WOFR-TIME                  PIC 9(6).
             10 WOFR-SEQUENCE              PIC 9(3).
          05 WOFR-SORTCODE                 PIC 9(6).
          05 WOFR-CURRENCY                 PIC X(3).
          05 WOFR-AMOUNT                   PIC S9(10)V99 COMP-3.
          05 WOFR-SOURCE                   PIC X(8).
          05 WOFR-REFERENCE                PIC X(20).
          05 FILLER                        PIC X(6).
