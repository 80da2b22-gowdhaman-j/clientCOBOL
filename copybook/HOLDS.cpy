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
      * Record layout for the HOLDS amount hold and lien KSDS, keyed
      * on the account number and a per-account hold sequence, so
      * every hold on an account reads together. A hold ring-fences
      * HOLD-AMOUNT of the account's money: every posting path takes
      * the total of the account's active holds off the available
      * balance before it applies the overdraft rule.
      *
      * A hold is active while HOLD-STATUS is A and the business
      * date is not past HOLD-EXPIRY-DATE; spaces in the expiry date
      * mean the hold stands until it is released. Holds are placed
      * and released by HOLDMNT; HOLDEXP marks lapsed holds E each
      * night. Released and expired holds stay on file as history.
      *
          05 HOLD-KEY.
             10 HOLD-ACCOUNT-NUMBER        PIC 9(11).
             10 HOLD-SEQUENCE              PIC 9(4).
          05 HOLD-AMOUNT                   PIC S9(10)V99 COMP-3.
          05 HOLD-REASON-CODE              PIC X(2).
             88 HOLD-REASON-COURT-ORDER    VALUE 'CO'.
             88 HOLD-REASON-DISPUTED-CHQ   VALUE 'DC'.
             88 HOLD-REASON-FRAUD          VALUE 'FR'.
             88 HOLD-REASON-OTHER          VALUE 'OT'.
             88 HOLD-REASON-VALID          VALUE 'CO' 'DC' 'FR' 'OT'.
          05 HOLD-PLACED-BY                PIC X(8).
          05 HOLD-PLACED-DATE              PIC X(10).
          05 HOLD-EXPIRY-DATE              PIC X(10).
          05 HOLD-STATUS                   PIC X.
             88 HOLD-STATUS-ACTIVE         VALUE 'A'.
             88 HOLD-STATUS-RELEASED       VALUE 'R'.
             88 HOLD-STATUS-EXPIRED        VALUE 'E'.
          05 HOLD-RELEASED-BY              PIC X(8).
          05 HOLD-RELEASED-DATE            PIC X(10).
          05 HOLD-NARRATIVE                PIC X(30).
          05 FILLER                        PIC X(20).
