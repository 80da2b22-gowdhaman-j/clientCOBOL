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
      * Record layout for the EMPSNAP employee snapshot KSDS, keyed
      * on the HR employee number. TAUTHHR keeps one record for
      * each employee who owns a TELLAUTH id, holding the location,
      * department and job code the employee table showed the last
      * night it ran, so a move to a new EMPLOC or DEPTNO can be
      * seen the next night. ESNP-JOBCODE is zero when the table
      * holds no job code.
      *
          05 ESNP-EMPNO                    PIC X(6).
          05 ESNP-EMPLOC                   PIC X(4).
          05 ESNP-DEPTNO                   PIC X(3).
          05 ESNP-JOBCODE                  PIC 9(3).
          05 ESNP-TELLER-ID                PIC X(8).
          05 ESNP-SEEN-DATE                PIC X(10).
          05 FILLER                        PIC X(14).
