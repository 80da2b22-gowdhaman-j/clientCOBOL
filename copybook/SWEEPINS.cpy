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
      * Record layout for the SWEEPINS target-balance sweep
      * instruction KSDS, keyed on the source account - one record
      * per CURRENT account that is kept at a target balance,
      * pairing it with the SAVINGS account of the same customer
      * that takes its surplus and tops it back up. SWPMNT
      * maintains them. SWEEPRUN works every active instruction
      * each night: a surplus over SWP-TARGET-BALANCE is swept to
      * the savings account and a shortfall under it is drawn
      * back, but only when the amount reaches SWP-MINIMUM-SWEEP
      * and SWP-DIRECTION allows that way round. The last night's
      * outcome stays in the last-run fields.
      *
          05 SWP-SOURCE-ACCOUNT            PIC 9(11).
          05 SWP-TARGET-ACCOUNT            PIC 9(11).
          05 SWP-TARGET-BALANCE            PIC S9(10)V99 COMP-3.
          05 SWP-MINIMUM-SWEEP             PIC S9(10)V99 COMP-3.
          05 SWP-DIRECTION                 PIC X.
             88 SWP-DIRECTION-OUT          VALUE 'O'.
             88 SWP-DIRECTION-IN           VALUE 'I'.
             88 SWP-DIRECTION-BOTH         VALUE 'B'.
             88 SWP-DIRECTION-VALID        VALUE 'O' 'I' 'B'.
          05 SWP-STATUS                    PIC X.
             88 SWP-STATUS-ACTIVE          VALUE 'A'.
             88 SWP-STATUS-STOPPED         VALUE 'S'.
          05 SWP-SET-UP-DATE               PIC X(10).
          05 SWP-CHANGED-DATE              PIC X(10).
          05 SWP-CHANGED-BY                PIC X(8).
          05 SWP-LAST-RUN-DATE             PIC X(10).
          05 SWP-LAST-WAY                  PIC X.
             88 SWP-LAST-SWEPT-OUT         VALUE 'O'.
             88 SWP-LAST-TOPPED-UP         VALUE 'I'.
          05 SWP-LAST-AMOUNT               PIC S9(10)V99 COMP-3.
          05 SWP-LAST-RESULT               PIC X.
             88 SWP-RESULT-SWEPT           VALUE 'S'.
             88 SWP-RESULT-NOTHING         VALUE 'N'.
             88 SWP-RESULT-REFUSED         VALUE 'R'.
          05 FILLER                        PIC X(15).
