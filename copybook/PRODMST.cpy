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
      * Record layout for the PRODMST product master KSDS, keyed on
      * PROD-ACCOUNT-TYPE - one record per product the bank sells,
      * holding the behaviour the nightly programs used to carry as
      * ACCOUNT-TYPE literals. Maintained by PRODMNT; batch programs
      * look products up through PRODINF, on-line ones read the
      * master direct. A new product is a PRODMNT card, not a
      * program change. The class says how the product behaves:
      *   C  current account      S  savings (an ISA is savings
      *   L  lending (a LOAN)        with PROD-ISA-FLAG 'Y')
      *   T  term deposit - fixed term, maturity on TERMDEP
      * PROD-DAY-COUNT is the interest year, 360 or 365 days.
      * PROD-OVERDRAFT-FLAG 'N' means an account of the product may
      * never go below zero, whatever its limit says. The KYC points
      * are the product's share of the KYCRATE risk score. A
      * withdrawn product is no longer opened but its accounts run
      * on as before.
      *
          05 PROD-ACCOUNT-TYPE             PIC X(8).
          05 PROD-NAME                     PIC X(30).
          05 PROD-STATUS                   PIC X.
             88 PROD-STATUS-ACTIVE         VALUE 'A'.
             88 PROD-STATUS-WITHDRAWN      VALUE 'W'.
          05 PROD-CLASS                    PIC X.
             88 PROD-CLASS-CURRENT         VALUE 'C'.
             88 PROD-CLASS-SAVINGS         VALUE 'S'.
             88 PROD-CLASS-LOAN            VALUE 'L'.
             88 PROD-CLASS-TERM-DEPOSIT    VALUE 'T'.
             88 PROD-CLASS-VALID           VALUE 'C' 'S' 'L' 'T'.
          05 PROD-DAY-COUNT                PIC 9(3).
             88 PROD-DAY-COUNT-VALID       VALUE 360 365.
          05 PROD-ISA-FLAG                 PIC X.
             88 PROD-IS-ISA                VALUE 'Y'.
          05 PROD-OVERDRAFT-FLAG           PIC X.
             88 PROD-OVERDRAFT-ALLOWED     VALUE 'Y'.
          05 PROD-KYC-POINTS               PIC 9(3).
          05 PROD-CHANGED-DATE             PIC X(10).
          05 PROD-CHANGED-BY               PIC X(8).
          05 FILLER                        PIC X(34).
