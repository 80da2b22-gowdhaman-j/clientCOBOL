      ******************************************************************
      *
      * Record layout for the ACCOUNT KSDS, keyed on ACCOUNT-NUMBER.
      * ACCOUNT-STATUS of space is an open account - only ACCTCLSE,
      * and LOANWOFF for a loan it writes off, ever set it to
      * closed, and EXTDACCT migrates the old, shorter records on to
      * this layout.
      *
          05 ACCOUNT-EYECATCHER           PIC X(4).
          05 ACCOUNT-CUSTOMER-NUMBER      PIC 9(10).
