      *
      * Record layout for the PROVRCV provider receivables ledger
      * KSDS, keyed on PAYM-PROVIDER-NO then the date the debt was
      * raised and the voided payment's PAYM-PMT-ID, so a provider's
      * debts read back oldest first. VOIDMTCH raises one entry for
      * each subsequent void whose original was paid in an earlier
      * run; REMITADV reads the outstanding balance to set the
      * recovery on the next advice, PROVPAY applies the recovery
      * it actually deducts, and PROVCOLL lists the debts that have
      * gone past the collections age.
      *
           05  RCV-KEY.
               10  RCV-PROVIDER-NO      PIC X(10).
               10  RCV-RAISED-DATE      PIC 9(6).
               10  RCV-PMT-ID           PIC X(12).
           05  RCV-AMOUNT               PIC S9(11)V99 COMP-3.
           05  RCV-RECOVERED            PIC S9(11)V99 COMP-3.
           05  RCV-LAST-RECOVERY-DATE   PIC 9(6).
           05  RCV-STATUS               PIC X.
               88  RCV-STATUS-OPEN            VALUE 'O'.
               88  RCV-STATUS-CLEARED         VALUE 'C'.
           05  FILLER                   PIC X(11).
