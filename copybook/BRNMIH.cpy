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
      * Record layout for the BRNMIH branch MI history KSDS, keyed
      * on period YYYY-MM and sortcode. BRNMI writes one record for
      * each branch in its monthly MI pack, and one under sortcode
      * 000000 for the shop total, and reads last month's and the
      * same month last year's records back to set each figure
      * against. A rerun of a month replaces that month's records.
      *
      * Money is in sterling. The account type table holds the
      * accounts opened and closed in the month by ACCOUNT-TYPE.
      * BMI-HIGH-CUSTOMER-NUMBER, on the shop total record only,
      * is the highest customer number on file at the month end:
      * customers numbered above last month's are the month's new
      * customers. BMI-PRIOR-FOUND says last month's shop record
      * was there to work the balance growth and new customers
      * from - the first month has neither.
      *
          05 BMI-KEY.
             10 BMI-PERIOD                 PIC X(7).
             10 BMI-SORTCODE               PIC 9(6).
          05 BMI-OPEN-ACCOUNTS             PIC 9(7).
          05 BMI-BALANCE                   PIC S9(13)V99 COMP-3.
          05 BMI-BALANCE-GROWTH            PIC S9(13)V99 COMP-3.
          05 BMI-PRIOR-SWITCH              PIC X.
             88 BMI-PRIOR-FOUND            VALUE 'Y'.
          05 BMI-CUSTOMERS                 PIC 9(7).
          05 BMI-NEW-CUSTOMERS             PIC 9(7).
          05 BMI-HIGH-CUSTOMER-NUMBER      PIC 9(10).
          05 BMI-DORMANT-ACCOUNTS          PIC 9(7).
          05 BMI-MAINT-FEES                PIC S9(11)V99 COMP-3.
          05 BMI-OD-FEES                   PIC S9(11)V99 COMP-3.
          05 BMI-ARREARS-LOANS             PIC 9(7).
          05 BMI-ARREARS-AMOUNT            PIC S9(11)V99 COMP-3.
          05 BMI-RUN-DATE                  PIC X(10).
          05 BMI-TYPE-USED                 PIC 9(2).
          05 BMI-TYPE-ENTRY OCCURS 20 TIMES.
             10 BMI-ACCOUNT-TYPE           PIC X(8).
             10 BMI-OPENED                 PIC 9(5).
             10 BMI-CLOSED                 PIC 9(5).
          05 FILLER                        PIC X(20).
