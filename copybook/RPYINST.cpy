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
      * Record layout for the RPYINST loan repayment instruction
      * KSDS, keyed on the loan's account number - one record per
      * LOAN account, naming the current account its installments
      * are collected from and the day of the month they fall due.
      * LOANORIG sets one up for every loan it opens; RPYMNT
      * maintains them. LOANCOLL collects each active instruction
      * once a month, on the first run on or after its due day,
      * starting in RPI-FIRST-MONTH, and keeps the month's result
      * in the cycle fields - the installment due, what was
      * actually collected, and whether it was collected in full,
      * in part or not at all - which it hands to DELINQ on
      * RECVPAY.
      *
          05 RPI-LOAN-NUMBER               PIC 9(11).
          05 RPI-REPAY-ACCOUNT             PIC 9(11).
          05 RPI-DUE-DAY                   PIC 9(2).
          05 RPI-STATUS                    PIC X.
             88 RPI-STATUS-ACTIVE          VALUE 'A'.
             88 RPI-STATUS-STOPPED         VALUE 'S'.
          05 RPI-SET-UP-DATE               PIC X(10).
          05 RPI-FIRST-MONTH               PIC X(7).
          05 RPI-CHANGED-DATE              PIC X(10).
          05 RPI-CHANGED-BY                PIC X(8).
          05 RPI-CYCLE-MONTH               PIC X(7).
          05 RPI-CYCLE-PERIOD              PIC 9(3).
          05 RPI-CYCLE-DUE                 PIC S9(9)V99 COMP-3.
          05 RPI-CYCLE-COLLECTED           PIC S9(9)V99 COMP-3.
          05 RPI-CYCLE-RESULT              PIC X.
             88 RPI-RESULT-FULL            VALUE 'F'.
             88 RPI-RESULT-PARTIAL         VALUE 'P'.
             88 RPI-RESULT-FAILED          VALUE 'X'.
          05 RPI-COLLECTED-DATE            PIC X(10).
          05 FILLER                        PIC X(7).
