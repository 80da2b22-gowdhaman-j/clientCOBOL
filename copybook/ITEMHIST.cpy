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
      * Record layout for the ITEMHIST received-item history KSDS.
      * DUPGATE keeps one record for every item reference seen on a
      * BULKIN or DDCOLIN file, keyed on the stream, the item's
      * originator, account, reference and amount. An item seen
      * again within the gate's repeat window of its last sighting
      * is diverted to review instead of posting; one seen again
      * after the window - next week's wages, next month's direct
      * debit under the same mandate reference - passes and moves
      * IHST-LAST-SEEN-DATE on.
      *
          05 IHST-KEY.
             10 IHST-STREAM                PIC X(5).
             10 IHST-ORIGINATOR            PIC X(6).
             10 IHST-ACCOUNT-NUMBER        PIC 9(11).
             10 IHST-REFERENCE             PIC X(20).
             10 IHST-AMOUNT                PIC 9(9)V99.
          05 IHST-FIRST-SEEN-DATE          PIC X(10).
          05 IHST-LAST-SEEN-DATE           PIC X(10).
          05 IHST-LAST-FILE-REFERENCE      PIC X(20).
          05 IHST-TIMES-SEEN               PIC 9(5).
          05 IHST-TIMES-DIVERTED           PIC 9(5).
          05 FILLER                        PIC X(20).
