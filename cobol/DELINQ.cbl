      *    FIRST NON-SCHEDULE LINE AFTER THEM (A WHAT-IF SECTION OR   *
      *    SUMMARY) ENDS THAT LOAN'S SCHEDULE. RECVPAY CARRIES THE    *
      *    CYCLE'S RECEIVED PAYMENTS (LOAN, AMOUNT), ALSO IN LOAN     *
      *    ORDER, AS LOANCOLL WRITES IT FROM THE MONTH'S COLLECTIONS; *
      *    THE CYCLE RUNS AFTER THE LAST DUE DAY (THE 28TH) AND AFTER *
      *    THAT DAY'S LOANCOLL RUN.                                   *
      *                                                               *
      *    THE ARREARS KSDS KEEPS THE PER-LOAN POSITION: EACH CYCLE   *
      *    ADVANCES PERIODS-DUE BY ONE, ADDS THAT PERIOD'S EXPECTED   *
      *    INSTALLMENT BEHIND, 60 = UP TO TWO, 90+ = MORE. THE RUN    *
      *    PRINTS THE COLLECTIONS WORKLIST AND THE PORTFOLIO SUMMARY  *
      *    FOR THE CREDIT COMMITTEE.                                  *
      *                                                               *
      *    A LOAN LOANWOFF HAS WRITTEN OFF IS ON THE WOFFREG          *
      *    REGISTER WITH ITS FINAL ARREARS POSITION AND IS NO LONGER  *
      *    TRACKED - IT IS SKIPPED EVEN WHILE ITS SCHEDULE IS STILL   *
      *    IN EXPECTIN.                                               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                ORGANIZATION IS INDEXED
                RECORD KEY IS ARR-LOAN-NUMBER
                FILE STATUS IS ARREARS-STATUS.
            SELECT WRITEOFF-FILE      ASSIGN TO DA-WOFFREG
                ACCESS IS RANDOM
                ORGANIZATION IS INDEXED
                RECORD KEY IS WOFF-LOAN-NUMBER
                FILE STATUS IS WOFFREG-STATUS.
            SELECT DELINQ-RPT         ASSIGN TO UT-S-SYSPRT.
       DATA DIVISION.
       FILE SECTION.
           05 ARR-BUCKET              PIC X(3).
           05 FILLER                  PIC X(45).

       FD  WRITEOFF-FILE
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  WRITEOFF-RECORD.
           COPY WOFFREG.

       FD  DELINQ-RPT
           RECORD CONTAINS 133 CHARACTERS
           RECORDING MODE IS F
           88  PARSE-DONE                 VALUE 'D'.

       01  ARREARS-STATUS           PIC XX VALUE 'ZZ'.
       01  WOFFREG-STATUS           PIC XX VALUE 'ZZ'.

       01  WS-DATA-AREA.
           05   WS-LOAN-CNT         PIC 9(05) VALUE 0.
       01000-MAINLINE.
           OPEN INPUT  EXPECTED-FILE
                       RECEIVED-FILE
                       WRITEOFF-FILE
                I-O    ARREARS-FILE
                OUTPUT DELINQ-RPT.
           IF ARREARS-STATUS NOT = '00' AND ARREARS-STATUS NOT = '97'
                      ARREARS-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK.
           IF WOFFREG-STATUS NOT = '00' AND WOFFREG-STATUS NOT = '97'
              DISPLAY 'DELINQ - WOFFREG FILE OPEN FAILED, STATUS '
                      WOFFREG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK.

           PERFORM 60000-GET-RECEIVED THRU 60000-EXIT.
           PERFORM 15000-FIND-FIRST-LOAN THRU 15000-EXIT.
                   WS-WORKLIST-CNT ' ON THE COLLECTIONS WORKLIST'.

           CLOSE EXPECTED-FILE RECEIVED-FILE ARREARS-FILE
                 WRITEOFF-FILE DELINQ-RPT.
           GOBACK.

       15000-FIND-FIRST-LOAN.
                      ' HAS NO SCHEDULE LINES, SKIPPED'
              GO TO 20000-EXIT.

           MOVE WS-CURRENT-LOAN TO WOFF-LOAN-NUMBER.
           READ WRITEOFF-FILE
               INVALID KEY
                   MOVE 'ZZ' TO WOFFREG-STATUS.
           IF WOFFREG-STATUS = '00'
              DISPLAY 'DELINQ - LOAN ' WS-CURRENT-LOAN
                      ' WRITTEN OFF, SKIPPED'
              GO TO 20000-EXIT.

           ADD 1 TO WS-LOAN-CNT.
           PERFORM 30000-ADVANCE-ARREARS THRU 30000-EXIT.

