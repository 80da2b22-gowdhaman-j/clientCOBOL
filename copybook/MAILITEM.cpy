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
      * Record layout for the common mail item file. Every program
      * that produces paper for a customer - STMTRUN statements,
      * COLLETR collections letters, DDMNT advance notices, TAXCERT
      * certificates, FEESTMT annual fee statements, DORMANT
      * contact letters and RENEWRUN policy renewal notices -
      * writes it in this one format: for each
      * item a header record carrying the addressee, then the
      * item's print lines, and a single trailer at the end of a
      * complete run counting the items and lines written.
      * MAILCONS reads the night's files together, puts every item
      * for the same name and address into one envelope, sorts the
      * envelopes by postcode and writes the print room's file in
      * the same format with an envelope record before each
      * envelope's items.
      *
      * Every item header carries the customer key of the
      * addressee, and the envelope record carries the key of its
      * first item; the print room puts the envelope's key on the
      * envelope so RTNMLOAD can flag the customer when it comes
      * back undelivered.
      *
          05 MAIL-ENVELOPE-NUMBER          PIC 9(7).
          05 MAIL-SOURCE                   PIC X(8).
          05 MAIL-ITEM-NUMBER              PIC 9(7).
          05 MAIL-RECORD-TYPE              PIC X.
             88 MAIL-ENVELOPE-HEADER       VALUE 'E'.
             88 MAIL-ITEM-HEADER           VALUE 'H'.
             88 MAIL-ITEM-LINE             VALUE 'L'.
             88 MAIL-TRAILER               VALUE 'T'.
          05 MAIL-LINE-NUMBER              PIC 9(5).
          05 MAIL-DATA                     PIC X(248).
      *
      * Envelope and item headers - the addressee
      *
          05 MAIL-HEADER-DATA REDEFINES MAIL-DATA.
             10 MAIL-NAME                  PIC X(60).
             10 MAIL-ADDRESS               PIC X(160).
             10 MAIL-POSTCODE              PIC X(8).
             10 MAIL-CUSTOMER-KEY.
                15 MAIL-SORTCODE           PIC 9(6).
                15 MAIL-CUSTOMER-NUMBER    PIC 9(10).
             10 FILLER                     PIC X(4).
      *
      * Item lines - one 133-byte print line with its carriage
      * control byte
      *
          05 MAIL-LINE-DATA REDEFINES MAIL-DATA.
             10 MAIL-PRINT-LINE            PIC X(133).
             10 FILLER                     PIC X(115).
      *
      * Trailer - the run's item and line counts and an optional
      * control line the producing run wants on the manifest
      *
          05 MAIL-TRAILER-DATA REDEFINES MAIL-DATA.
             10 MAIL-ITEM-COUNT            PIC 9(7).
             10 MAIL-LINE-COUNT            PIC 9(9).
             10 MAIL-CONTROL-LINE          PIC X(133).
             10 FILLER                     PIC X(99).
