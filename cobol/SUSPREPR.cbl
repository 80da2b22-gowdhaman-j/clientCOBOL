      *    FILE WITH ITS DISPOSITION AND RESUBMIT COUNT, AND THE      *
      *    RUN CLOSES WITH AN AGING REPORT SO MONTH-END CAN PROVE     *
      *    SUSPENSE IS CLEARING.                                      *
      *    CLAIMS PAYMELIG STOPPED FOR AN INACTIVE OR UNKNOWN GROUP   *
      *    (DISPOSITION G) ARE WORKED THE SAME WAY - RESUBMITTED ONCE *
      *    THE GROUP IS PUT RIGHT ON THE MASTER, OR WRITTEN OFF - AND *
      *    THE SUMMARY COUNTS THEM SEPARATELY.                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05   WS-WRITEOFF-CNT     PIC 9(05) VALUE 0.
           05   WS-CARRIED-CNT      PIC 9(05) VALUE 0.
           05   WS-DIRTY-CNT        PIC 9(05) VALUE 0.
           05   WS-INELIG-CNT       PIC 9(05) VALUE 0.
           05   WS-TOLERANCE        PIC S9(01)V999 VALUE .005.
           05   WS-TOLERANCE-NEG    PIC S9(01)V999 VALUE -.005.

           05   WS-RPT-SUM-WOFF PIC Z(4)9.
           05   FILLER          PIC X(9)  VALUE '  CARRIED'.
           05   WS-RPT-SUM-CARR PIC Z(4)9.
           05   FILLER          PIC X(12) VALUE '  INELIGIBLE'.
           05   WS-RPT-SUM-INEL PIC Z(4)9.
           05   FILLER          PIC X(50) VALUE SPACES.

       COPY CHPMED.

      ******************************************************************
           PERFORM 65000-AGE-THE-RECORD THRU 65000-EXIT

           IF SUSP-DISP-INELIGIBLE
              ADD 1 TO WS-INELIG-CNT
           END-IF

           IF SUSP-DISP-WRITTEN-OFF
      *        ALREADY DEAD - CARRY THE EVIDENCE FORWARD UNTOUCHED
              ADD 1 TO WS-CARRIED-CNT
           MOVE WS-RESUBMIT-CNT TO WS-RPT-SUM-RESUB
           MOVE WS-WRITEOFF-CNT TO WS-RPT-SUM-WOFF
           MOVE WS-CARRIED-CNT  TO WS-RPT-SUM-CARR
           MOVE WS-INELIG-CNT   TO WS-RPT-SUM-INEL
           MOVE WS-RPT-SUMMARY TO RPT-LINE
           WRITE SUSPREPR-RPT-RECORD
              AFTER ADVANCING 1 LINES

           DISPLAY 'SUSPREPR READ ' WS-READ-CNT ' RESUBMITTED '
                   WS-RESUBMIT-CNT ' WRITTEN OFF ' WS-WRITEOFF-CNT
                   ' CARRIED ' WS-CARRIED-CNT
                   ' INELIGIBLE ' WS-INELIG-CNT.

       40000-EXIT.
           EXIT.
