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
      * Record layout for the SANCREVW sanctions review worklist
      * KSDS, one record per possible match - the subject screened
      * plus the list entry it matched. The subject is:
      *   C  a customer - key is the CUSTOMER-KEY
      *   P  a saved payee - key is the PAYE-KEY
      *   A  an ONBOARD application - key is the date of birth
      *      then the first 22 characters of the applicant's name,
      *      so the same applicant resubmitted finds the same pair
      * SANCSCRN and ONBOARD raise the entries open, scored by
      * match strength; SANCMNT records the reviewer's decision.
      * A confirmed customer match blocks all the customer's
      * accounts. A dismissed pair is not raised again unless the
      * list entry changes after the dismissal.
      *
          05 REV-KEY.
             10 REV-SUBJECT-TYPE           PIC X.
                88 REV-SUBJECT-CUSTOMER    VALUE 'C'.
                88 REV-SUBJECT-PAYEE       VALUE 'P'.
                88 REV-SUBJECT-APPLICATION VALUE 'A'.
             10 REV-SUBJECT-KEY            PIC X(30).
             10 REV-ENTRY-ID               PIC X(10).
          05 REV-SUBJECT-NAME              PIC X(60).
          05 REV-SUBJECT-DOB               PIC 9(8).
          05 REV-ENTRY-NAME                PIC X(60).
          05 REV-ENTRY-DOB                 PIC 9(8).
          05 REV-SCORE                     PIC 9(3).
          05 REV-STRENGTH                  PIC X(6).
          05 REV-RAISED-DATE               PIC X(10).
          05 REV-LAST-SEEN-DATE            PIC X(10).
          05 REV-STATUS                    PIC X.
             88 REV-STATUS-OPEN            VALUE 'O'.
             88 REV-STATUS-CONFIRMED       VALUE 'C'.
             88 REV-STATUS-DISMISSED       VALUE 'D'.
          05 REV-DECIDED-BY                PIC X(8).
          05 REV-DECIDED-DATE              PIC X(10).
          05 REV-NARRATIVE                 PIC X(30).
          05 FILLER                        PIC X(20).
