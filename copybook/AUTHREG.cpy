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
      * Record layout for the AUTHREG third-party authority register
      * KSDS, keyed account number plus the authorised person's
      * customer key, the same way ACCTHLDR keys the holders. An
      * entry lets someone who is not a holder - an attorney or an
      * added signatory - act on the account within its scope:
      * V view only, T transfers up to ATHR-TRANSFER-LIMIT each, F
      * full. An authority is in force from its start date through
      * its end date (spaces for no end) while its status is A.
      *
      * Maintained by AUTHMNT from cards; every change names the
      * person who keyed it and the supervisor who approved it.
      * AUTHEXP marks a lapsed authority E each night and reports
      * it to the account's branch (ATHR-ACCOUNT-SORTCODE). XFRFUN
      * applies the scope when an authorised person is acting.
      *
          05 ATHR-KEY.
             10 ATHR-ACCOUNT-NUMBER        PIC 9(11).
             10 ATHR-SORTCODE              PIC 9(6).
             10 ATHR-CUSTOMER-NUMBER       PIC 9(10).
          05 ATHR-TYPE                     PIC X.
             88 ATHR-TYPE-ATTORNEY         VALUE 'A'.
             88 ATHR-TYPE-SIGNATORY        VALUE 'S'.
          05 ATHR-SCOPE                    PIC X.
             88 ATHR-SCOPE-VIEW            VALUE 'V'.
             88 ATHR-SCOPE-TRANSFER        VALUE 'T'.
             88 ATHR-SCOPE-FULL            VALUE 'F'.
          05 ATHR-TRANSFER-LIMIT           PIC S9(9)V99 COMP-3.
          05 ATHR-START-DATE               PIC X(10).
          05 ATHR-END-DATE                 PIC X(10).
          05 ATHR-STATUS                   PIC X.
             88 ATHR-STATUS-ACTIVE         VALUE 'A'.
             88 ATHR-STATUS-REVOKED        VALUE 'R'.
             88 ATHR-STATUS-EXPIRED        VALUE 'E'.
          05 ATHR-ACCOUNT-SORTCODE         PIC 9(6).
          05 ATHR-ENTERED-BY               PIC X(8).
          05 ATHR-APPROVED-BY              PIC X(8).
          05 ATHR-CHANGED-DATE             PIC X(10).
          05 FILLER                        PIC X(12).
