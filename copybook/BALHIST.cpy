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
      * Record layout for the BALHIST daily balance history KSDS,
      * keyed on account number then business date - one record
      * per account per night, written by BALHSAVE once EODPROOF
      * has proved the night, and never overwritten by a later
      * night. The balance an account closed the day with is a
      * single keyed read; BALAVG reads it for monthly average
      * balances. A closed account gets its final record on the
      * night it closes and none after.
      *
          05 BALH-KEY.
             10 BALH-ACCOUNT-NUMBER        PIC 9(11).
             10 BALH-DATE                  PIC X(10).
          05 BALH-SORTCODE                 PIC 9(6).
          05 BALH-CUSTOMER-NUMBER          PIC 9(10).
          05 BALH-ACCOUNT-TYPE             PIC X(8).
          05 BALH-CURRENCY                 PIC X(3).
          05 BALH-ACTUAL-BALANCE           PIC S9(10)V99 COMP-3.
          05 BALH-AVAILABLE-BALANCE        PIC S9(10)V99 COMP-3.
          05 FILLER                        PIC X(18).
