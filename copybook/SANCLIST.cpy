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
      * Record layout for the SANCLIST sanctions list KSDS, keyed on
      * the published list's own entry id - each alias of a listed
      * person is a separate entry. SANCLOAD refreshes the file from
      * each new edition of the list: a new entry is stamped with
      * SANC-ADDED-DATE, a changed name or date of birth with
      * SANC-CHANGED-DATE, and an entry missing from the edition is
      * marked removed. SANCSCRN screens the book against the
      * entries added or changed since its last run; SANCMTCH does
      * the matching for SANCSCRN and ONBOARD.
      *
      * SANC-DOB is DDMMYYYY like CUSTOMER-DATE-OF-BIRTH; zero when
      * the list gives no date of birth.
      *
          05 SANC-ENTRY-ID                 PIC X(10).
          05 SANC-NAME                     PIC X(60).
          05 SANC-DOB                      PIC 9(8).
          05 SANC-REGIME                   PIC X(20).
          05 SANC-LISTED-DATE              PIC X(10).
          05 SANC-ADDED-DATE               PIC X(10).
          05 SANC-CHANGED-DATE             PIC X(10).
          05 SANC-SEEN-DATE                PIC X(10).
          05 SANC-REMOVED-DATE             PIC X(10).
          05 SANC-STATUS                   PIC X.
             88 SANC-STATUS-ACTIVE         VALUE 'A'.
             88 SANC-STATUS-REMOVED        VALUE 'R'.
          05 FILLER                        PIC X(20).
