      * by REMITADV to put a name and remittance address on each
      * advice, and by the payment-generation step to route the
      * provider's money by PROV-PAY-METHOD (C cheque, B bank
      * transfer using the bank fields). PROV-TAX-ID is the
      * provider's nine-digit taxpayer id for the annual tax
      * information return PROVTAX files - spaces until the
      * provider supplies it.
      *
           05  PROV-NUMBER              PIC X(10).
           05  PROV-NAME                PIC X(30).
               88  PROV-STATUS-INACTIVE       VALUE 'I'.
           05  PROV-BANK-SORTCODE       PIC 9(6).
           05  PROV-BANK-ACCOUNT        PIC 9(11).
           05  PROV-TAX-ID              PIC X(9).
           05  FILLER                   PIC X(2).
