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
      * Record layout for the GLPERIOD accounting period control
      * KSDS, keyed on the period YYYY-MM. GLCLOSE writes the
      * record when it closes the month, and from then on the
      * period is locked: GLPOST and INTADJ ask GLPCHK before
      * posting and refuse a date that falls in a closed period.
      * GLP-YEAR-END is Y on a December close, when the interest
      * and fee income lines were cleared into retained earnings.
      *
          05 GLP-PERIOD                    PIC X(7).
          05 GLP-STATUS                    PIC X.
             88 GLP-STATUS-CLOSED          VALUE 'C'.
          05 GLP-CLOSED-DATE               PIC X(10).
          05 GLP-YEAR-END                  PIC X.
             88 GLP-YEAR-END-DONE          VALUE 'Y'.
          05 GLP-LINE-COUNT                PIC 9(5).
          05 FILLER                        PIC X(16).
