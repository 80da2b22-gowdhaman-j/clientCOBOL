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
      * Record layout for the TDREG term deposit register KSDS,
      * keyed on the account number of a TERMDEP account. TDMNT
      * registers the deposit - term, rate, maturity date and what
      * is to happen at maturity - amends the instruction, and
      * takes early break requests.
      *
      * Until TD-MATURITY-DATE an active deposit cannot be debited:
      * BLKCHK refuses the debit with reason TD in every batch
      * posting path, and XFRFUN declines it at the counter.
      * INTACCR accrues the deposit from the night after
      * TD-START-DATE up to the maturity night and capitalises the
      * interest on that night only; TDMATR then acts on
      * TD-INSTRUCTION - R rolls over for the same term at the
      * current TDRATE rate, P pays the balance to the nominated
      * account and S transfers it to a nominated SAVINGS account -
      * and sends the reminder letter 14 days ahead.
      *
      * A break request brings the maturity date forward to the
      * business date it was taken and pays out to the nominated
      * account less the break penalty, which goes to fee income.
      *
          05 TD-ACCOUNT-NUMBER             PIC 9(11).
          05 TD-SORTCODE                   PIC 9(6).
          05 TD-CUSTOMER-NUMBER            PIC 9(10).
          05 TD-TERM-MONTHS                PIC 9(3).
          05 TD-START-DATE                 PIC X(10).
          05 TD-MATURITY-DATE              PIC X(10).
          05 TD-RATE                       PIC S9(4)V99 COMP-3.
          05 TD-PRINCIPAL                  PIC S9(10)V99 COMP-3.
          05 TD-INSTRUCTION                PIC X.
             88 TD-ROLLOVER                VALUE 'R'.
             88 TD-PAY-AWAY                VALUE 'P'.
             88 TD-TO-SAVINGS              VALUE 'S'.
             88 TD-INSTRUCTION-VALID       VALUE 'R' 'P' 'S'.
          05 TD-PAY-SORTCODE               PIC 9(6).
          05 TD-PAY-ACCOUNT                PIC 9(11).
          05 TD-STATUS                     PIC X.
             88 TD-STATUS-ACTIVE           VALUE 'A'.
             88 TD-STATUS-MATURED          VALUE 'M'.
             88 TD-STATUS-BROKEN           VALUE 'B'.
          05 TD-BREAK-FLAG                 PIC X.
             88 TD-BREAK-REQUESTED         VALUE 'Y'.
          05 TD-BREAK-PENALTY              PIC S9(10)V99 COMP-3.
          05 TD-REMINDER-DATE              PIC X(10).
          05 TD-ROLLOVER-COUNT             PIC 9(3).
          05 TD-LAST-ACTION-DATE           PIC X(10).
          05 TD-LAST-ACTION-BY             PIC X(8).
          05 FILLER                        PIC X(21).
