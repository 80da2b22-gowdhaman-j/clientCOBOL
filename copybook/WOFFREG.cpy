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
      * Record layout for the WOFFREG written-off loan register KSDS,
      * keyed on the loan's account number. LOANWOFF writes one
      * record for every loan it writes off and moves the loan's
      * ARREARS position on to it; the record is never deleted, so
      * the original debt stays on file after the account closes.
      * Money that comes in afterwards is posted against the record
      * by RCVPOST - the running recovered total, how many receipts
      * and the last one's date - and each receipt is kept on the
      * WOFFRCV recovery history.
      *
          05 WOFF-LOAN-NUMBER              PIC 9(11).
          05 WOFF-CUSTOMER-NUMBER          PIC 9(10).
          05 WOFF-SORTCODE                 PIC 9(6).
          05 WOFF-ACCOUNT-TYPE             PIC X(8).
          05 WOFF-CURRENCY                 PIC X(3).
          05 WOFF-OPENED-DATE              PIC X(10).
          05 WOFF-DATE                     PIC X(10).
          05 WOFF-AMOUNT                   PIC S9(11)V99 COMP-3.
      *
      * The ARREARS position as DELINQ last left it
      *
          05 WOFF-PERIODS-DUE              PIC 9(3).
          05 WOFF-EXPECTED-TO-DATE         PIC S9(11)V99 COMP-3.
          05 WOFF-RECEIVED-TO-DATE         PIC S9(11)V99 COMP-3.
          05 WOFF-ARREARS-AMOUNT           PIC S9(11)V99 COMP-3.
          05 WOFF-AUTHORISED-BY            PIC X(8).
          05 WOFF-REASON                   PIC X(30).
          05 WOFF-STATUS                   PIC X.
             88 WOFF-STATUS-OUTSTANDING    VALUE 'W'.
             88 WOFF-STATUS-RECOVERED      VALUE 'R'.
          05 WOFF-RECOVERED-TO-DATE        PIC S9(11)V99 COMP-3.
          05 WOFF-RECOVERY-COUNT           PIC 9(5).
          05 WOFF-LAST-RECOVERY-DATE       PIC X(10).
          05 FILLER                        PIC X(10).
