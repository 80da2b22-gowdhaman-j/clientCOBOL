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
      * Record layout for the COOLAUD cooling-off audit KSDS. One
      * record for each thing done to a PENDXFR instruction held
      * because it was a large first payment to a payee saved only
      * hours before, keyed on the instruction's own PEND-KEY and
      * the event:
      *   H  held - by XFRFUN at the counter (the teller who keyed
      *      the transfer) or by STORUN on a standing order's
      *      first run (teller STORUN)
      *   R  released by COOLREV after the branch called the
      *      customer back (the teller on the card)
      *   C  cancelled by COOLREV (the teller on the card)
      * The payee's saved date and time ride on every record so the
      * audit shows how new the payee was when the money moved.
      *
          05 CLA-KEY.
             10 CLA-PEND-KEY.
                15 CLA-EXEC-DATE           PIC X(10).
                15 CLA-FROM-ACCOUNT        PIC 9(11).
                15 CLA-SEQUENCE            PIC 9(3).
             10 CLA-EVENT                  PIC X.
                88 CLA-EVENT-HELD          VALUE 'H'.
                88 CLA-EVENT-RELEASED      VALUE 'R'.
                88 CLA-EVENT-CANCELLED     VALUE 'C'.
          05 CLA-EVENT-DATE                PIC X(10).
          05 CLA-EVENT-TIME                PIC 9(6).
          05 CLA-TELLER                    PIC X(8).
          05 CLA-TERMINAL                  PIC X(4).
          05 CLA-AMOUNT                    PIC S9(10)V99 COMP-3.
          05 CLA-TO-SORTCODE               PIC 9(6).
          05 CLA-TO-ACCOUNT                PIC 9(11).
          05 CLA-ORDER-NUMBER              PIC 9(8).
          05 CLA-PAYEE-SORTCODE            PIC 9(6).
          05 CLA-PAYEE-CUSTOMER            PIC 9(10).
          05 CLA-PAYEE-NUMBER              PIC 9(3).
          05 CLA-PAYEE-CREATED-DATE        PIC X(10).
          05 CLA-PAYEE-CREATED-TIME        PIC 9(6).
          05 CLA-NARRATIVE                 PIC X(30).
          05 FILLER                        PIC X(10).
