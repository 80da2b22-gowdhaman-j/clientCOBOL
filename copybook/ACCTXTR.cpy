      *
      * Record layout for the ACCTXTR nightly account extract - the
      * ACCOUNT file read once, early in the night, with the joins
      * the read-only sweeps would otherwise make account by
      * account already done, so ODSWEEP, DORMANT, FXREVAL and
      * CUSTXCHK each read this sequential file instead of browsing
      * ACCOUNT again. It is laid out as a header carrying the
      * business date it was taken for, one record per account in
      * account number order, and a trailer counting them; a reader
      * that meets no trailer has a cut-short extract.
      *
      * The account itself follows this block in the same record:
      *
      *    01  ACCOUNT-EXTRACT-RECORD.
      *    COPY ACCTXTR.
      *        03 ACCOUNT-RECORD.
      *    COPY ACCOUNT.
      *
          03 AXT-RECORD-TYPE               PIC X.
             88 AXT-HEADER                 VALUE 'H'.
             88 AXT-ACCOUNT                VALUE 'A'.
             88 AXT-TRAILER                VALUE 'T'.
          03 AXT-BUSINESS-DATE             PIC X(10).
      *
      * Account records - the DORMREG class the account held when
      * the extract was taken (space when it is not yet on the
      * register), the interest accrued on ACCRUAL and not yet
      * posted, and the customer's contact fields
      *
          03 AXT-JOIN-DATA.
             05 AXT-DORM-STATUS            PIC X.
                88 AXT-DORM-NOT-REGISTERED VALUE ' '.
                88 AXT-DORM-ACTIVE         VALUE 'A'.
                88 AXT-DORM-INACTIVE       VALUE 'I'.
                88 AXT-DORM-DORMANT        VALUE 'D'.
             05 AXT-DORM-LAST-MOVEMENT     PIC X(10).
             05 AXT-ACCRUED-AMOUNT         PIC S9(10)V99 COMP-3.
             05 AXT-LAST-ACCRUAL-DATE      PIC X(10).
             05 AXT-CUSTOMER-FOUND         PIC X.
                88 AXT-CUSTOMER-ON-FILE    VALUE 'Y'.
             05 AXT-CUSTOMER-NAME          PIC X(60).
             05 AXT-CUSTOMER-ADDRESS       PIC X(160).
             05 AXT-CUSTOMER-TELNO         PIC 9(11).
             05 AXT-CUSTOMER-EMAIL         PIC X(40).
             05 AXT-CUSTOMER-MRKT-PREF     PIC X(9).
             05 FILLER                     PIC X(11).
      *
      * Trailer - the accounts written and when the extract ended
      *
          03 AXT-CONTROL-DATA REDEFINES AXT-JOIN-DATA.
             05 AXT-ACCOUNT-COUNT          PIC 9(9).
             05 AXT-ENDED-TIME             PIC 9(8).
             05 FILLER                     PIC X(303).
