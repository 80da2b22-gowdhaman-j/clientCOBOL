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
      * Record layout for the PREMARR unpaid premium register KSDS,
      * keyed on the insurance side's policy number. PREMRETN adds
      * a record the first time a policy's direct debit premium
      * comes back on DDRETN, and from then on keeps the running
      * unpaid position: every returned premium adds to the unpaid
      * count and amount and to the run of consecutive failures, a
      * premium collected clears the run but not the unpaid money,
      * which the insurance side chases. The record is never
      * deleted. PARR-LAPSE-WARNED-DATE is the last run the policy
      * was put on the lapse-warning report.
      *
          05 PARR-POLICY-NUMBER            PIC 9(10).
          05 PARR-POLICY-CUSTOMER          PIC 9(10).
          05 PARR-ACCOUNT-NUMBER           PIC 9(11).
          05 PARR-REFERENCE                PIC X(18).
          05 PARR-CONSEC-FAILURES          PIC 9(3).
          05 PARR-UNPAID-COUNT             PIC 9(5).
          05 PARR-UNPAID-AMOUNT            PIC S9(11)V99 COMP-3.
          05 PARR-LAST-FAIL-DATE           PIC X(10).
          05 PARR-LAST-FAIL-REASON         PIC X(3).
          05 PARR-LAST-FAIL-AMOUNT         PIC S9(9)V99 COMP-3.
          05 PARR-LAST-PAID-DATE           PIC X(10).
          05 PARR-LAPSE-WARNED-DATE        PIC X(10).
          05 FILLER                        PIC X(20).
