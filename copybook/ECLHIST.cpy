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
      * Record layout for the ECLHIST loan-loss provision history
      * KSDS, keyed on period YYYY-MM, sortcode and arrears bucket
      * (CUR, 30, 60 or 90+ as DELINQ sets ARR-BUCKET). ECLPROV
      * writes one record for each sortcode and bucket with loans
      * in it at the month end - the number of loans, what they
      * owe and the provision held against them - and reads the
      * month before's records back to find the movement it posts
      * to the general ledger. A bucket missing from a month held
      * nothing that month.
      *
          05 ECLH-KEY.
             10 ECLH-PERIOD                PIC X(7).
             10 ECLH-SORTCODE              PIC 9(6).
             10 ECLH-BUCKET                PIC X(3).
          05 ECLH-LOAN-COUNT               PIC 9(7).
          05 ECLH-OUTSTANDING              PIC S9(11)V99 COMP-3.
          05 ECLH-PROVISION                PIC S9(11)V99 COMP-3.
          05 ECLH-RUN-DATE                 PIC X(10).
          05 FILLER                        PIC X(13).
