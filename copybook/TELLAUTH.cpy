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
      * Record layout for the TELLAUTH teller authority KSDS, keyed
      * on the CICS user id. XFRFUN caps a teller's own transfers at
      * TAUTH-TRANSFER-LIMIT and only accepts a supervisor id whose
      * record carries TAUTH-IS-SUPERVISOR. Maintained on the
      * BNK1TAM screen (TAUTHMNT) and by card (TAUTHCRD); every
      * change is journalled before-and-after to TAUTHAUD.
      *
      * A suspended authority stays on file - the teller can post
      * nothing and cannot act as a supervisor until it is
      * reinstated. TAUTH-CONFIRMED-DATE is the date a branch
      * manager last confirmed the authority, for the TAUTHRCT
      * quarterly recertification report. Records written before
      * the status and branch fields existed carry spaces there and
      * read as active with no branch.
      *
      * TAUTH-EMPLOYEE-NUMBER is the holder's EMPNO on the HR
      * employee table, keyed by TAUTHCRD. TAUTHHR checks it every
      * night and suspends the authority of a leaver; spaces mean
      * nobody is known to own the id, and TAUTHHR reports it.
      *
          05 TAUTH-TELLER-ID               PIC X(8).
          05 TAUTH-TRANSFER-LIMIT          PIC S9(9)V99 COMP-3.
          05 TAUTH-SUPERVISOR-SW           PIC X.
             88 TAUTH-IS-SUPERVISOR        VALUE 'Y'.
          05 TAUTH-STATUS                  PIC X.
             88 TAUTH-STATUS-ACTIVE        VALUE ' ' 'A'.
             88 TAUTH-STATUS-SUSPENDED     VALUE 'S'.
          05 TAUTH-SORTCODE                PIC X(6).
          05 TAUTH-CONFIRMED-DATE          PIC X(10).
          05 TAUTH-EMPLOYEE-NUMBER         PIC X(6).
          05 FILLER                        PIC X(1).
