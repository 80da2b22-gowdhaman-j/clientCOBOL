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
      * Record layout for the ODPROP overdraft limit proposal KSDS,
      * keyed on account number - the latest proposal for each
      * account. ODREVIEW writes a proposal, status P, for every
      * current account whose quarterly review suggests a different
      * limit, keeping the points and figures behind it. Credit
      * committee decides each one by ODAPPR card:
      *   P  proposed, awaiting the committee
      *   N  decrease approved, notice running until
      *      ODP-EFFECTIVE-DATE, when ODAPPR applies it
      *   A  applied to the account
      *   R  rejected by the committee
      * Limits are held as ACCOUNT-OVERDRAFT-LIMIT holds them, as
      * the (negative) whole-pound floor of the available balance.
      *
          05 ODP-ACCOUNT-NUMBER            PIC 9(11).
          05 ODP-SORTCODE                  PIC 9(6).
          05 ODP-CUSTOMER-NUMBER           PIC 9(10).
          05 ODP-QUARTER                   PIC X(7).
          05 ODP-STATUS                    PIC X.
             88 ODP-STATUS-PROPOSED        VALUE 'P'.
             88 ODP-STATUS-NOTICE          VALUE 'N'.
             88 ODP-STATUS-APPLIED         VALUE 'A'.
             88 ODP-STATUS-REJECTED        VALUE 'R'.
          05 ODP-CURRENT-LIMIT             PIC S9(8) COMP.
          05 ODP-PROPOSED-LIMIT            PIC S9(8) COMP.
          05 ODP-SCORE                     PIC 9(3).
          05 ODP-CREDIT-SCORE              PIC 9(3).
          05 ODP-OVER-DAYS                 PIC 9(3).
          05 ODP-OD-FEES                   PIC 9(3).
          05 ODP-TURNOVER                  PIC S9(10)V99 COMP-3.
          05 ODP-REASON                    PIC X(40).
          05 ODP-PROPOSED-DATE             PIC X(10).
          05 ODP-APPROVED-LIMIT            PIC S9(8) COMP.
          05 ODP-DECIDED-BY                PIC X(8).
          05 ODP-DECIDED-DATE              PIC X(10).
          05 ODP-EFFECTIVE-DATE            PIC X(10).
          05 FILLER                        PIC X(6).
