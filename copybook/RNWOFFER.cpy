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
      * Record layout for a policy renewal offer, written by
      * RENEWRUN. The same record goes to the RNWOFFER file the
      * policy system loads and to the RNWREG offer register KSDS,
      * keyed on policy number plus the expiry date being renewed,
      * so a policy is offered and sent a notice once for each
      * renewal however many monthly runs its expiry falls within.
      *
      * RNWO-BASIS says how the renewal premium was reached from
      * the current premium and the policy's PREMSTAT cell (policy
      * type and postcode region) average: the average (A), the
      * average held down by the control card's maximum increase
      * (C), the current premium held because the average is not
      * above it (H), or the current premium held because the
      * policy has no cell (N).
      *
          05 RNWO-KEY.
             10 RNWO-POLICY-NUMBER         PIC 9(10).
             10 RNWO-EXPIRY-DATE           PIC X(10).
          05 RNWO-POLICY-CUSTOMER          PIC 9(10).
          05 RNWO-POLICY-TYPE              PIC X.
          05 RNWO-REGION                   PIC X(2).
          05 RNWO-CURRENT-PREMIUM          PIC 9(7)V99.
          05 RNWO-CELL-AVERAGE             PIC 9(9).
          05 RNWO-CELL-COUNT               PIC 9(7).
          05 RNWO-RENEWAL-PREMIUM          PIC 9(7)V99.
          05 RNWO-INCREASE-PCT             PIC 9(3)V99.
          05 RNWO-BASIS                    PIC X.
             88 RNWO-BASIS-AVERAGE         VALUE 'A'.
             88 RNWO-BASIS-CAPPED          VALUE 'C'.
             88 RNWO-BASIS-HELD            VALUE 'H'.
             88 RNWO-BASIS-NO-CELL         VALUE 'N'.
          05 RNWO-ADDRESS-SOURCE           PIC X.
             88 RNWO-ADDRESSED-BANK        VALUE 'B'.
             88 RNWO-ADDRESSED-POLICY      VALUE 'P'.
          05 RNWO-BANK-SORTCODE            PIC 9(6).
          05 RNWO-BANK-CUSTOMER            PIC 9(10).
          05 RNWO-OFFER-DATE               PIC X(10).
          05 FILLER                        PIC X(20).
