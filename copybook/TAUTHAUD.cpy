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
      * Record layout for the TAUTHAUD teller authority audit KSDS.
      * One entry is written for every change to a TELLAUTH record,
      * carrying the before and after images and who made the
      * change from where. TAUD-SEQUENCE disambiguates changes to
      * the same teller in the same second. An add carries spaces
      * and zero in the before image. The employee numbers are the
      * TAUTH-EMPLOYEE-NUMBER before and after, so relinking an id
      * to a different owner is audited like any other change;
      * entries written before they were carried hold spaces.
      *
          05 TAUD-KEY.
             10 TAUD-TELLER-ID             PIC X(8).
             10 TAUD-DATE                  PIC X(10).
             10 TAUD-TIME                  PIC 9(6).
             10 TAUD-SEQUENCE              PIC 9(3).
          05 TAUD-CHANGED-BY               PIC X(8).
          05 TAUD-SOURCE                   PIC X(8).
          05 TAUD-ACTION                   PIC X.
             88 TAUD-ACTION-ADD            VALUE 'A'.
             88 TAUD-ACTION-AMEND          VALUE 'C'.
             88 TAUD-ACTION-SUSPEND        VALUE 'S'.
             88 TAUD-ACTION-REINSTATE      VALUE 'R'.
             88 TAUD-ACTION-CONFIRM        VALUE 'V'.
          05 TAUD-BEFORE.
             10 TAUD-OLD-LIMIT             PIC S9(9)V99 COMP-3.
             10 TAUD-OLD-SUPERVISOR-SW     PIC X.
             10 TAUD-OLD-STATUS            PIC X.
             10 TAUD-OLD-SORTCODE          PIC X(6).
             10 TAUD-OLD-CONFIRMED-DATE    PIC X(10).
          05 TAUD-AFTER.
             10 TAUD-NEW-LIMIT             PIC S9(9)V99 COMP-3.
             10 TAUD-NEW-SUPERVISOR-SW     PIC X.
             10 TAUD-NEW-STATUS            PIC X.
             10 TAUD-NEW-SORTCODE          PIC X(6).
             10 TAUD-NEW-CONFIRMED-DATE    PIC X(10).
          05 TAUD-OLD-EMPLOYEE-NUMBER      PIC X(6).
          05 TAUD-NEW-EMPLOYEE-NUMBER      PIC X(6).
          05 FILLER                        PIC X(8).
