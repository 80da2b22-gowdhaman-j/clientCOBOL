       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMELIG.
       AUTHOR.
       DATE-WRITTEN.  OCT, 2026
       DATE-COMPILED.
      ******************************************************************
      *    GROUP ELIGIBILITY GATE FOR THE PAYM STREAM.                *
      *                                                               *
      *    RUNS BETWEEN PAYMGATE AND XFOOT. EVERY PAYM CLAIM'S GROUP  *
      *    (PAYM-GROUP-NO) IS LOOKED UP ON THE WSGRPMST GROUP MASTER  *
      *    THAT GRPMNT MAINTAINS:                                     *
      *       GROUP NOT ON THE MASTER   - REJECTED TO SUSPENSE        *
      *       GROUP INACTIVE            - REJECTED TO SUSPENSE        *
      *       STATUS CHANGED WITHIN THE - PASSED, FLAGGED             *
      *       GRACE WINDOW                (PAYM-ELIG-FLAG 'G')        *
      *       GROUP ACTIVE              - PASSED                      *
      *    SO A GROUP INACTIVATED INSIDE THE WINDOW STILL HAS ITS     *
      *    RUN-OUT CLAIMS PAID, FLAGGED FOR REVIEW, AND A GROUP JUST  *
      *    ADDED OR REINSTATED IS PAID BUT WATCHED. THE WINDOW IS     *
      *    PARM='NNN' DAYS FROM GRP-STATUS-DATE, DEFAULT 030.         *
      *                                                               *
      *    REJECTS GO TO THE SUSPENSE FILE UNDER THE INELIGIBLE       *
      *    DISPOSITION ('G') SO SUSPREPR CAN WORK THEM - A CLAIM      *
      *    RESUBMITTED AFTER ITS GROUP IS PUT RIGHT COMES BACK        *
      *    THROUGH THIS GATE. GOOD RECORDS AND THE CTRL TRAILER PASS  *
      *    THROUGH TO PAYMOUT. THE REPORT LISTS EVERY CLAIM STOPPED   *
      *    OR FLAGGED, THEN CLAIMS AND AMOUNTS STOPPED PER GROUP.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MEDICAL-FILE       ASSIGN TO UT-S-PAYMIN.
            SELECT PAYMOUT-FILE       ASSIGN TO UT-S-PAYMOUT.
            SELECT SUSPENSE-FILE      ASSIGN TO UT-S-SUSPNS.
            SELECT GROUP-MASTER       ASSIGN TO DA-WSGRPMST
                ACCESS IS RANDOM
                ORGANIZATION IS INDEXED
                RECORD KEY IS GRP-NUMBER
                FILE STATUS IS GRPMST-STATUS.
            SELECT PAYMELIG-RPT       ASSIGN TO UT-S-SYSPRT.
       DATA DIVISION.
       FILE SECTION.
       FD  MEDICAL-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS V
           LABEL RECORDS ARE STANDARD.
       01  MEDICAL-RECORD.
           05 MEDICAL-HEADER.
              10 MEDICAL-ID        PIC  X(4).
              10 FILLER            PIC  X(1481).
           05 MEDICAL-LINE-COUNT   PIC S9(2)    COMP.
           05 MEDICAL-OTHER-DATA   PIC X(221).
           05 MEDICAL-LINE OCCURS 1 TO 15 TIMES
                           DEPENDING ON MEDICAL-LINE-COUNT.
              10 MEDICAL-LINE-DATA PIC X(698).

       FD  PAYMOUT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS V
           LABEL RECORDS ARE STANDARD.
       01  PAYMOUT-RECORD.
           05 PAYMOUT-HEADER.
              10 PAYMOUT-ID        PIC  X(4).
              10 FILLER            PIC  X(1481).
           05 PAYMOUT-LINE-COUNT   PIC S9(2)    COMP.
           05 PAYMOUT-OTHER-DATA   PIC X(221).
           05 PAYMOUT-LINE OCCURS 1 TO 15 TIMES
                           DEPENDING ON PAYMOUT-LINE-COUNT.
              10 PAYMOUT-LINE-DATA PIC X(698).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-RECORD.
           COPY SUSPREC.

       FD  GROUP-MASTER
           RECORD CONTAINS 77 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  GROUP-RECORD.
           COPY WSGRPMST.

       FD  PAYMELIG-RPT
           RECORD CONTAINS 133 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PAYMELIG-RPT-RECORD.
           05 RPT-CARRIAGE-CONTROL   PIC X.
           05 RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-END-MED-FILE          PIC X VALUE ZEROS.
           88  END-OF-MED-FILE            VALUE '1'.
       01  WS-IN-GRACE-88           PIC X VALUE ZEROS.
           88  WS-IN-GRACE                VALUE '1'.
           88  WS-OUT-OF-GRACE            VALUE '0'.

       01  GRPMST-STATUS            PIC XX VALUE 'ZZ'.

       01  WS-DATA-AREA.
           05   WS-SUB              PIC 9(03).
           05   WS-PAYM-CNT         PIC 9(07) VALUE 0.
           05   WS-PASSED-CNT       PIC 9(07) VALUE 0.
           05   WS-FLAGGED-CNT      PIC 9(07) VALUE 0.
           05   WS-STOPPED-CNT      PIC 9(07) VALUE 0.
           05   WS-STOPPED-AMT      PIC 9(11)V99 VALUE 0.
           05   WS-CLAIM-AMT        PIC 9(11)V99.
           05   WS-GRACE-DAYS       PIC 9(03) VALUE 30.
           05   WS-AGE-DAYS         PIC S9(07).
           05   WS-OUTCOME          PIC X(30).
           05   WS-RPT-DATE.
               15   WS-RPT-YY       PIC 99.
               15   WS-RPT-MM       PIC 99.
               15   WS-RPT-DD       PIC 99.
           05   WS-RUN-INT          PIC 9(08).
           05   WS-CHANGED-INT      PIC 9(08).
           05   WS-DATE-CONV        PIC 9(08).
           05   WS-DATE-CONV-R REDEFINES WS-DATE-CONV.
               15  WS-DC-YYYY       PIC 9(04).
               15  WS-DC-MM         PIC 99.
               15  WS-DC-DD         PIC 99.
           05   WS-CHANGED-SPLIT.
               15  WS-CS-YY         PIC 99.
               15  WS-CS-MM         PIC 99.
               15  WS-CS-DD         PIC 99.

      *
      * Claims stopped and flagged, per group, in the order the
      * groups were first met
      *
       01  WS-GROUP-TABLE.
           05  WS-GT-MAX            PIC 9(03) COMP VALUE 500.
           05  WS-GT-USED           PIC 9(03) COMP VALUE 0.
           05  WS-GT-ENTRY OCCURS 500 TIMES
                  INDEXED BY GT-NDX.
               10  WS-GT-GROUP      PIC X(8).
               10  WS-GT-REASON     PIC X(30).
               10  WS-GT-STOP-CNT   PIC 9(05).
               10  WS-GT-STOP-AMT   PIC 9(11)V99.
               10  WS-GT-FLAG-CNT   PIC 9(05).
               10  WS-GT-FLAG-AMT   PIC 9(11)V99.

       COPY CHPMED.

       01  WS-RPT-HDG1.
           05   FILLER          PIC X(13) VALUE 'PAYMELIG RUN '.
           05   WS-RPT-HDG-DATE PIC 9(6).
           05   FILLER          PIC X(15) VALUE '  GRACE WINDOW '.
           05   WS-RPT-HDG-DAYS PIC ZZ9.
           05   FILLER          PIC X(5)  VALUE ' DAYS'.
           05   FILLER          PIC X(90) VALUE SPACES.

       01  WS-RPT-CLAIM-LINE.
           05   FILLER          PIC X(7)  VALUE 'PMT-ID '.
           05   WS-RPT-PMT-ID   PIC X(12).
           05   FILLER          PIC X(7)  VALUE ' GROUP '.
           05   WS-RPT-GROUP    PIC X(8).
           05   FILLER          PIC X(2)  VALUE SPACES.
           05   WS-RPT-OUTCOME  PIC X(30).
           05   FILLER          PIC X(2)  VALUE SPACES.
           05   WS-RPT-AMT      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05   FILLER          PIC X(48) VALUE SPACES.

       01  WS-RPT-GROUP-HDG.
           05   FILLER          PIC X(40) VALUE
                'GROUP     REASON                        '.
           05   FILLER          PIC X(40) VALUE
                '  STOPPED  AMOUNT STOPPED  FLAGGED  AMOU'.
           05   FILLER          PIC X(52) VALUE
                'NT FLAGGED'.

       01  WS-RPT-GROUP-LINE.
           05   WS-RPT-GT-GROUP PIC X(8).
           05   FILLER          PIC X(2)  VALUE SPACES.
           05   WS-RPT-GT-REASON PIC X(30).
           05   WS-RPT-GT-SCNT  PIC Z(8)9.
           05   WS-RPT-GT-SAMT  PIC Z,ZZZ,ZZZ,ZZ9.99.
           05   WS-RPT-GT-FCNT  PIC Z(8)9.
           05   WS-RPT-GT-FAMT  PIC Z,ZZZ,ZZZ,ZZ9.99.
           05   FILLER          PIC X(42) VALUE SPACES.

       01  WS-RPT-SUMMARY.
           05   FILLER          PIC X(6)  VALUE 'PAYM  '.
           05   WS-RPT-SUM-CNT  PIC Z(6)9.
           05   FILLER          PIC X(9)  VALUE '  PASSED '.
           05   WS-RPT-SUM-PASS PIC Z(6)9.
           05   FILLER          PIC X(10) VALUE '  FLAGGED '.
           05   WS-RPT-SUM-FLAG PIC Z(6)9.
           05   FILLER          PIC X(10) VALUE '  STOPPED '.
           05   WS-RPT-SUM-STOP PIC Z(6)9.
           05   FILLER          PIC X(2)  VALUE SPACES.
           05   WS-RPT-SUM-SAMT PIC Z,ZZZ,ZZZ,ZZ9.99.
           05   FILLER          PIC X(50) VALUE SPACES.

       LINKAGE SECTION.
       01  PARM-FIELD.
           05  PARM-LENGTH         PIC S9(4) COMP.
           05  PARM-DATA           PIC X(20).

       PROCEDURE DIVISION USING PARM-FIELD.
       01000-MAINLINE.
           IF PARM-LENGTH >= 3
              IF PARM-DATA(1:3) NUMERIC
                 MOVE PARM-DATA(1:3) TO WS-GRACE-DAYS
              ELSE
                 DISPLAY 'PAYMELIG - PARM ' PARM-DATA(1:3)
                         ' NOT A DAY COUNT, GRACE STAYS 030'.

           ACCEPT WS-RPT-DATE FROM DATE.
           MOVE WS-RPT-DATE TO WS-CHANGED-SPLIT.
           PERFORM 60000-DATE-TO-INTEGER THRU 60000-EXIT.
           COMPUTE WS-RUN-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-CONV).

           OPEN INPUT  GROUP-MASTER.
           IF GRPMST-STATUS NOT = '00' AND GRPMST-STATUS NOT = '97'
              DISPLAY 'PAYMELIG - GROUP MASTER OPEN FAILED, STATUS '
                      GRPMST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK.
           OPEN INPUT  MEDICAL-FILE
                OUTPUT PAYMOUT-FILE
                EXTEND SUSPENSE-FILE
                OUTPUT PAYMELIG-RPT.

           MOVE WS-RPT-DATE   TO WS-RPT-HDG-DATE.
           MOVE WS-GRACE-DAYS TO WS-RPT-HDG-DAYS.
           MOVE '1' TO RPT-CARRIAGE-CONTROL.
           MOVE WS-RPT-HDG1 TO RPT-LINE.
           WRITE PAYMELIG-RPT-RECORD.

           PERFORM 20000-PROCESS-ONE-RECORD THRU 20000-EXIT
               UNTIL END-OF-MED-FILE.

           PERFORM 40000-WRITE-SUMMARY THRU 40000-EXIT.

           DISPLAY 'PAYMELIG READ ' WS-PAYM-CNT ' CLAIMS, PASSED '
                   WS-PASSED-CNT ' (' WS-FLAGGED-CNT ' FLAGGED), '
                   'STOPPED ' WS-STOPPED-CNT.

           IF WS-STOPPED-CNT > 0 OR WS-FLAGGED-CNT > 0
              MOVE 4 TO RETURN-CODE.

           CLOSE MEDICAL-FILE PAYMOUT-FILE SUSPENSE-FILE
                 GROUP-MASTER PAYMELIG-RPT.
           GOBACK.

       20000-PROCESS-ONE-RECORD.
           READ MEDICAL-FILE
               AT END
                  SET END-OF-MED-FILE TO TRUE
                  GO TO 20000-EXIT.

           IF MEDICAL-ID NOT = 'PAYM'
      *        THE CTRL TRAILER AND ANYTHING ELSE PASS STRAIGHT ON
              MOVE MEDICAL-LINE-COUNT TO PAYMOUT-LINE-COUNT
              MOVE MEDICAL-RECORD     TO PAYMOUT-RECORD
              WRITE PAYMOUT-RECORD
              GO TO 20000-EXIT.

           ADD 1 TO WS-PAYM-CNT.
           MOVE MEDICAL-LINE-COUNT TO PAYM-LINE-COUNT.
           MOVE MEDICAL-RECORD     TO PAYM-PAYMENT-RECORD.
           MOVE SPACE TO PAYM-ELIG-FLAG.
           PERFORM 22000-TOTAL-THE-CLAIM THRU 22000-EXIT.

           IF PAYM-GROUP-NO NOT NUMERIC
              MOVE 'GROUP NUMBER NOT NUMERIC' TO WS-OUTCOME
              PERFORM 30000-REJECT-CLAIM THRU 30000-EXIT
              GO TO 20000-EXIT.

           MOVE PAYM-GROUP-NO TO GRP-NUMBER.
           READ GROUP-MASTER
               INVALID KEY
                  MOVE 'GROUP NOT ON THE MASTER' TO WS-OUTCOME
                  PERFORM 30000-REJECT-CLAIM THRU 30000-EXIT
                  GO TO 20000-EXIT
           END-READ.

           PERFORM 25000-CHECK-GRACE THRU 25000-EXIT.

           IF GRP-STATUS-ACTIVE
              IF WS-IN-GRACE
                 MOVE 'ACTIVE - STATUS CHANGED ' TO WS-OUTCOME
                 MOVE GRP-STATUS-DATE TO WS-OUTCOME(25:6)
                 PERFORM 35000-FLAG-CLAIM THRU 35000-EXIT
              ELSE
                 PERFORM 28000-PASS-THROUGH THRU 28000-EXIT
              END-IF
              GO TO 20000-EXIT.

           IF WS-IN-GRACE
              MOVE 'INACTIVE IN GRACE FROM ' TO WS-OUTCOME
              MOVE GRP-STATUS-DATE TO WS-OUTCOME(24:6)
              PERFORM 35000-FLAG-CLAIM THRU 35000-EXIT
              GO TO 20000-EXIT.

           MOVE 'GROUP INACTIVE' TO WS-OUTCOME.
           IF GRP-STATUS-DATE NUMERIC
              MOVE 'GROUP INACTIVE SINCE ' TO WS-OUTCOME
              MOVE GRP-STATUS-DATE TO WS-OUTCOME(22:6).
           PERFORM 30000-REJECT-CLAIM THRU 30000-EXIT.

       20000-EXIT.
           EXIT.

       22000-TOTAL-THE-CLAIM.
           MOVE 0 TO WS-CLAIM-AMT.
           PERFORM
           VARYING WS-SUB FROM 1 BY 1
           UNTIL   WS-SUB > PAYM-LINE-COUNT
              ADD PAYM-CHARGE (WS-SUB) TO WS-CLAIM-AMT
           END-PERFORM.

       22000-EXIT.
           EXIT.

       25000-CHECK-GRACE.
      ******************************************************************
      *    IN GRACE WHEN GRP-STATUS-DATE IS NO MORE THAN THE WINDOW   *
      *    BEHIND THE RUN DATE - A GROUP WITH NO DATED CHANGE NEVER   *
      *    IS                                                         *
      ******************************************************************
           SET WS-OUT-OF-GRACE TO TRUE.
           IF GRP-STATUS-DATE NOT NUMERIC
              GO TO 25000-EXIT.

           MOVE GRP-STATUS-DATE TO WS-CHANGED-SPLIT.
           PERFORM 60000-DATE-TO-INTEGER THRU 60000-EXIT.
           COMPUTE WS-CHANGED-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-CONV).
           COMPUTE WS-AGE-DAYS = WS-RUN-INT - WS-CHANGED-INT.
           IF WS-AGE-DAYS NOT > WS-GRACE-DAYS
              SET WS-IN-GRACE TO TRUE.

       25000-EXIT.
           EXIT.

       28000-PASS-THROUGH.
           MOVE PAYM-LINE-COUNT     TO PAYMOUT-LINE-COUNT.
           MOVE PAYM-PAYMENT-RECORD TO PAYMOUT-RECORD.
           WRITE PAYMOUT-RECORD.
           ADD 1 TO WS-PASSED-CNT.

       28000-EXIT.
           EXIT.

       30000-REJECT-CLAIM.
      ******************************************************************
      *    THE FULL CLAIM RIDES INTO SUSPENSE UNDER THE INELIGIBLE    *
      *    DISPOSITION FOR SUSPREPR TO RESUBMIT OR WRITE OFF          *
      ******************************************************************
           ADD 1 TO WS-STOPPED-CNT.
           ADD WS-CLAIM-AMT TO WS-STOPPED-AMT.

           MOVE SPACES TO SUSPENSE-RECORD.
           MOVE 'G' TO SUSP-DISP-CODE.
           MOVE WS-RPT-DATE TO SUSP-DATE-ADDED.
           MOVE 0 TO SUSP-RESUBMIT-CNT.
           MOVE MEDICAL-RECORD TO SUSP-PAYM-DATA.
           WRITE SUSPENSE-RECORD.

           PERFORM 50000-FIND-GROUP THRU 50000-EXIT.
           IF GT-NDX NOT > WS-GT-USED
              ADD 1 TO WS-GT-STOP-CNT(GT-NDX)
              ADD WS-CLAIM-AMT TO WS-GT-STOP-AMT(GT-NDX)
              MOVE WS-OUTCOME TO WS-GT-REASON(GT-NDX).

           PERFORM 38000-PRINT-CLAIM THRU 38000-EXIT.

       30000-EXIT.
           EXIT.

       35000-FLAG-CLAIM.
           ADD 1 TO WS-FLAGGED-CNT.
           MOVE 'G' TO PAYM-ELIG-FLAG.
           PERFORM 28000-PASS-THROUGH THRU 28000-EXIT.

           PERFORM 50000-FIND-GROUP THRU 50000-EXIT.
           IF GT-NDX NOT > WS-GT-USED
              ADD 1 TO WS-GT-FLAG-CNT(GT-NDX)
              ADD WS-CLAIM-AMT TO WS-GT-FLAG-AMT(GT-NDX)
              IF WS-GT-STOP-CNT(GT-NDX) = 0
                 MOVE WS-OUTCOME TO WS-GT-REASON(GT-NDX).

           PERFORM 38000-PRINT-CLAIM THRU 38000-EXIT.

       35000-EXIT.
           EXIT.

       38000-PRINT-CLAIM.
           MOVE PAYM-PMT-ID   TO WS-RPT-PMT-ID.
           MOVE PAYM-GROUP-NO TO WS-RPT-GROUP.
           MOVE WS-OUTCOME    TO WS-RPT-OUTCOME.
           MOVE WS-CLAIM-AMT  TO WS-RPT-AMT.
           MOVE SPACE TO RPT-CARRIAGE-CONTROL.
           MOVE WS-RPT-CLAIM-LINE TO RPT-LINE.
           WRITE PAYMELIG-RPT-RECORD.

       38000-EXIT.
           EXIT.

       40000-WRITE-SUMMARY.
           MOVE '0' TO RPT-CARRIAGE-CONTROL.
           MOVE WS-RPT-GROUP-HDG TO RPT-LINE.
           WRITE PAYMELIG-RPT-RECORD.

           PERFORM 45000-PRINT-GROUP THRU 45000-EXIT
               VARYING GT-NDX FROM 1 BY 1
               UNTIL GT-NDX > WS-GT-USED.

           MOVE WS-PAYM-CNT    TO WS-RPT-SUM-CNT.
           MOVE WS-PASSED-CNT  TO WS-RPT-SUM-PASS.
           MOVE WS-FLAGGED-CNT TO WS-RPT-SUM-FLAG.
           MOVE WS-STOPPED-CNT TO WS-RPT-SUM-STOP.
           MOVE WS-STOPPED-AMT TO WS-RPT-SUM-SAMT.
           MOVE '0' TO RPT-CARRIAGE-CONTROL.
           MOVE WS-RPT-SUMMARY TO RPT-LINE.
           WRITE PAYMELIG-RPT-RECORD.

       40000-EXIT.
           EXIT.

       45000-PRINT-GROUP.
           MOVE WS-GT-GROUP(GT-NDX)    TO WS-RPT-GT-GROUP.
           MOVE WS-GT-REASON(GT-NDX)   TO WS-RPT-GT-REASON.
           MOVE WS-GT-STOP-CNT(GT-NDX) TO WS-RPT-GT-SCNT.
           MOVE WS-GT-STOP-AMT(GT-NDX) TO WS-RPT-GT-SAMT.
           MOVE WS-GT-FLAG-CNT(GT-NDX) TO WS-RPT-GT-FCNT.
           MOVE WS-GT-FLAG-AMT(GT-NDX) TO WS-RPT-GT-FAMT.
           MOVE SPACE TO RPT-CARRIAGE-CONTROL.
           MOVE WS-RPT-GROUP-LINE TO RPT-LINE.
           WRITE PAYMELIG-RPT-RECORD.

       45000-EXIT.
           EXIT.

       50000-FIND-GROUP.
      ******************************************************************
      *    GT-NDX TO THE CLAIM'S GROUP ENTRY, ADDING IT WHEN NEW - A  *
      *    FULL TABLE LEAVES GT-NDX PAST WS-GT-USED AND THE CLAIM     *
      *    COUNTS ONLY IN THE RUN TOTALS                              *
      ******************************************************************
           SET GT-NDX TO 1.
           SEARCH WS-GT-ENTRY
              AT END
                 CONTINUE
              WHEN GT-NDX > WS-GT-USED
                 CONTINUE
              WHEN WS-GT-GROUP(GT-NDX) = PAYM-GROUP-NO
                 GO TO 50000-EXIT
           END-SEARCH.

           IF WS-GT-USED NOT < WS-GT-MAX
              SET GT-NDX TO WS-GT-MAX
              SET GT-NDX UP BY 1
              DISPLAY 'PAYMELIG GROUP TABLE FULL - GROUP '
                      PAYM-GROUP-NO ' IN TOTALS ONLY'
              GO TO 50000-EXIT.

           ADD 1 TO WS-GT-USED.
           SET GT-NDX TO WS-GT-USED.
           MOVE PAYM-GROUP-NO TO WS-GT-GROUP(GT-NDX).
           MOVE SPACES TO WS-GT-REASON(GT-NDX).
           MOVE 0 TO WS-GT-STOP-CNT(GT-NDX) WS-GT-STOP-AMT(GT-NDX)
                     WS-GT-FLAG-CNT(GT-NDX) WS-GT-FLAG-AMT(GT-NDX).

       50000-EXIT.
           EXIT.

       60000-DATE-TO-INTEGER.
      ******************************************************************
      *    YYMMDD TO YYYYMMDD - THE SHOP WINDOWS TWO-DIGIT YEARS AT   *
      *    SEVENTY, SAME AS THE RENOVATED Y2000 CODE DID              *
      ******************************************************************
           IF WS-CS-YY < 70
              COMPUTE WS-DC-YYYY = 2000 + WS-CS-YY
           ELSE
              COMPUTE WS-DC-YYYY = 1900 + WS-CS-YY
           END-IF
           MOVE WS-CS-MM TO WS-DC-MM
           MOVE WS-CS-DD TO WS-DC-DD.

       60000-EXIT.
           EXIT.
