       CBL
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

      ******************************************************************
      * Nightly HR check of teller authority. Reads every TELLAUTH
      * record and looks its TAUTH-EMPLOYEE-NUMBER up on the
      * WSYGUCH.EMPLOYE employee table:
      *   - an employee HR has marked as a leaver (EMPLOC set to
      *     WS-LEAVER-LOCATION) has the authority suspended;
      *   - an employee whose EMPLOC or DEPTNO has changed since
      *     the last run (the EMPSNAP snapshot) has moved: a
      *     supervisor whose new job code is not one of the
      *     supervisory codes loses only the supervisor flag, and
      *     any other mover has the authority suspended, so the
      *     limit cannot be used at the old branch until the new
      *     one reinstates it through TAUTHCRD;
      *   - an id with no employee number, or whose employee number
      *     is not on the table at all, is reported as owned by
      *     nobody.
      * Every change goes to the TAUTHAUD audit under TAUTHHR, the
      * same before-and-after entry TAUTHCRD writes, and every
      * finding goes to TAUTHHRP. A change whose audit entry cannot
      * be written is put back on TELLAUTH and the run stops RC 12.
      * An employee seen for the first time is only recorded on
      * EMPSNAP - a move is measured from then on. Reinstating a
      * suspended authority is a TAUTHCRD card like any other.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAUTHHR.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TELLAUTH
                  ASSIGN TO TELLAUTH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS TAUTH-TELLER-ID
                  FILE STATUS  IS TELLAUTH-STATUS.

           SELECT TAUTHAUD
                  ASSIGN TO TAUTHAUD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS TAUD-KEY
                  FILE STATUS  IS TAUTHAUD-STATUS.

           SELECT EMPSNAP
                  ASSIGN TO EMPSNAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ESNP-EMPNO
                  FILE STATUS  IS EMPSNAP-STATUS.

           SELECT TAUTHHRP
                  ASSIGN TO TAUTHHRP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS TAUTHHRP-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  TELLAUTH.
       01  TELLER-AUTH-RECORD.
       COPY TELLAUTH.

       FD  TAUTHAUD.
       01  AUTHORITY-AUDIT-RECORD.
       COPY TAUTHAUD.

       FD  EMPSNAP.
       01  EMPLOYEE-SNAPSHOT-RECORD.
       COPY EMPSNAP.

       FD  TAUTHHRP.
       01  TAUTHHR-PRINT-RECORD            PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  TELLAUTH-STATUS.
           05 TELLAUTH-STATUS1             PIC X.
           05 TELLAUTH-STATUS2             PIC X.

       01  TAUTHAUD-STATUS.
           05 TAUTHAUD-STATUS1             PIC X.
           05 TAUTHAUD-STATUS2             PIC X.

       01  EMPSNAP-STATUS.
           05 EMPSNAP-STATUS1              PIC X.
           05 EMPSNAP-STATUS2              PIC X.

       01  TAUTHHRP-STATUS.
           05 TAUTHHRP-STATUS1             PIC X.
           05 TAUTHHRP-STATUS2             PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.

       01 WS-READ-CNT                      PIC 9(5) VALUE 0.
       01 WS-LEAVER-CNT                    PIC 9(5) VALUE 0.
       01 WS-MOVER-CNT                     PIC 9(5) VALUE 0.
       01 WS-DROPPED-CNT                   PIC 9(5) VALUE 0.
       01 WS-UNOWNED-CNT                   PIC 9(5) VALUE 0.

       01 WS-RUN-TIME-RAW                  PIC 9(8).
       01 WS-AUDIT-TRIES                   PIC 9(2).
       01 WS-SNAPSHOT-FOUND                PIC X.

      *
      * HR marks a leaver by moving them to this location
      *
       01 WS-LEAVER-LOCATION               PIC X(4) VALUE 'LEFT'.

      *
      * Job codes that carry counter supervisor authority
      *
       01 WS-JOBCODE                       PIC 9(3).
          88 WS-SUPERVISOR-JOBCODE         VALUE 050 THRU 059.

      *
      * Employee table host variables
      *
       01 WS-EMP-NO                        PIC X(6).
       01 WS-EMP-LOC                       PIC X(4).
       01 WS-EMP-DEPT                      PIC X(3).
       01 WS-EMP-JOBCODE                   PIC S9(3) COMP-3.
       01 WS-EMP-JOBCODE-IND               PIC S9(4) COMP.

      *
      * The before image, held while the record is changed
      *
       01 WS-BEFORE-IMAGE.
           05 WS-OLD-LIMIT                 PIC S9(9)V99 COMP-3.
           05 WS-OLD-SUPERVISOR-SW         PIC X.
           05 WS-OLD-STATUS                PIC X.
           05 WS-OLD-SORTCODE              PIC X(6).
           05 WS-OLD-CONFIRMED-DATE        PIC X(10).
           05 WS-OLD-EMPLOYEE-NUMBER       PIC X(6).

       01 WS-RUN-DATE.
           05 WS-RUN-YEAR                  PIC 9(4).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-RUN-MONTH                 PIC 99.
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-RUN-DAY                   PIC 99.

       01 WS-CURRENT-DATE-DATA.
           05 WS-CD-YEAR                   PIC 9(4).
           05 WS-CD-MONTH                  PIC 99.
           05 WS-CD-DAY                    PIC 99.
           05 FILLER                       PIC X(13).

       01 WS-BDATE-PARM.
           05 WS-BDP-FUNCTION              PIC X(5).
           05 WS-BDP-DATE                  PIC X(10).
           05 WS-BDP-STATUS                PIC X.

       01 WS-RPT-HEADER.
           05 FILLER                       PIC X    VALUE '1'.
           05 FILLER                       PIC X(40)
                 VALUE 'TAUTHHR TELLER AUTHORITY HR CHECK       '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(82) VALUE SPACES.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-TELLER                PIC X(8).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-EMPNO                 PIC X(6).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-EMPLOC                PIC X(4).
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-DEPTNO                PIC X(3).
           05 FILLER                       PIC X(5) VALUE ' JOB '.
           05 WS-RPT-JOBCODE               PIC ZZ9.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-OUTCOME               PIC X(45).
           05 FILLER                       PIC X(5) VALUE ' WAS '.
           05 WS-RPT-OLD-EMPLOC            PIC X(4).
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-OLD-DEPTNO            PIC X(3).
           05 FILLER                       PIC X(8) VALUE ' BRANCH '.
           05 WS-RPT-SORTCODE              PIC X(6).
           05 FILLER                       PIC X(24) VALUE SPACES.

       01 WS-RPT-TOTALS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(8) VALUE 'TELLERS '.
           05 WS-RPT-TOT-READ              PIC Z(4)9.
           05 FILLER                       PIC X(10)
                 VALUE '  LEAVERS '.
           05 WS-RPT-TOT-LEAVERS           PIC Z(4)9.
           05 FILLER                       PIC X(19)
                 VALUE '  MOVERS SUSPENDED '.
           05 WS-RPT-TOT-MOVERS            PIC Z(4)9.
           05 FILLER                       PIC X(27)
                 VALUE '  SUPERVISOR FLAGS REMOVED '.
           05 WS-RPT-TOT-DROPPED           PIC Z(4)9.
           05 FILLER                       PIC X(10)
                 VALUE '  UNOWNED '.
           05 WS-RPT-TOT-UNOWNED           PIC Z(4)9.
           05 FILLER                       PIC X(33) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'TAUTHHR '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

            EXEC SQL
             INCLUDE SQLCA
            END-EXEC.

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started TAUTHHR.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE.

           PERFORM OPEN-FILES.

           WRITE TAUTHHR-PRINT-RECORD FROM WS-RPT-HEADER.

           READ TELLAUTH NEXT RECORD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-READ-CNT
              PERFORM CHECK-ONE-TELLER
              READ TELLAUTH NEXT RECORD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE WS-READ-CNT    TO WS-RPT-TOT-READ.
           MOVE WS-LEAVER-CNT  TO WS-RPT-TOT-LEAVERS.
           MOVE WS-MOVER-CNT   TO WS-RPT-TOT-MOVERS.
           MOVE WS-DROPPED-CNT TO WS-RPT-TOT-DROPPED.
           MOVE WS-UNOWNED-CNT TO WS-RPT-TOT-UNOWNED.
           WRITE TAUTHHR-PRINT-RECORD FROM WS-RPT-TOTALS.

           DISPLAY 'TAUTHHR read ' WS-READ-CNT ' authorities: '
                   WS-LEAVER-CNT ' leavers suspended, '
                   WS-MOVER-CNT ' movers suspended, '
                   WS-DROPPED-CNT ' supervisor flags removed, '
                   WS-UNOWNED-CNT ' unowned.'.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN I-O TELLAUTH.
           IF TELLAUTH-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening TELLAUTH file, status='
                       TELLAUTH-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O TAUTHAUD.
           IF TAUTHAUD-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening TAUTHAUD file, status='
                       TAUTHAUD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O EMPSNAP.
           IF EMPSNAP-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening EMPSNAP file, status='
                       EMPSNAP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT TAUTHHRP.
           IF TAUTHHRP-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening TAUTHHRP file, status='
                       TAUTHHRP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

       CHECK-ONE-TELLER SECTION.
       CT010.
           MOVE TAUTH-TELLER-ID       TO WS-RPT-TELLER.
           MOVE TAUTH-EMPLOYEE-NUMBER TO WS-RPT-EMPNO.
           MOVE TAUTH-SORTCODE        TO WS-RPT-SORTCODE.
           MOVE SPACES TO WS-RPT-EMPLOC WS-RPT-DEPTNO
                          WS-RPT-OLD-EMPLOC WS-RPT-OLD-DEPTNO.
           MOVE 0 TO WS-RPT-JOBCODE.

           IF TAUTH-EMPLOYEE-NUMBER = SPACES
              ADD 1 TO WS-UNOWNED-CNT
              MOVE 'UNOWNED - NO EMPLOYEE NUMBER ON THE AUTHORITY'
                 TO WS-RPT-OUTCOME
              PERFORM REPORT-TELLER
              GO TO CT999
           END-IF.

           PERFORM READ-EMPLOYEE.

           IF SQLCODE = 100
              ADD 1 TO WS-UNOWNED-CNT
              MOVE 'UNOWNED - EMPLOYEE NOT ON THE EMPLOYEE TABLE '
                 TO WS-RPT-OUTCOME
              PERFORM REPORT-TELLER
              GO TO CT999
           END-IF.

           MOVE WS-EMP-LOC     TO WS-RPT-EMPLOC.
           MOVE WS-EMP-DEPT    TO WS-RPT-DEPTNO.
           MOVE WS-JOBCODE     TO WS-RPT-JOBCODE.

           PERFORM READ-SNAPSHOT.

           IF WS-EMP-LOC = WS-LEAVER-LOCATION
              IF NOT TAUTH-STATUS-SUSPENDED
                 PERFORM SAVE-BEFORE-IMAGE
                 MOVE 'S' TO TAUTH-STATUS
                 MOVE 'S' TO TAUD-ACTION
                 PERFORM REWRITE-AUTHORITY
                 ADD 1 TO WS-LEAVER-CNT
                 MOVE 'LEAVER - AUTHORITY SUSPENDED                 '
                    TO WS-RPT-OUTCOME
                 PERFORM REPORT-TELLER
              END-IF
              PERFORM SAVE-SNAPSHOT
              GO TO CT999
           END-IF.

           IF WS-SNAPSHOT-FOUND NOT = 'Y'
              PERFORM SAVE-SNAPSHOT
              GO TO CT999
           END-IF.

           IF WS-EMP-LOC = ESNP-EMPLOC AND
              WS-EMP-DEPT = ESNP-DEPTNO
              PERFORM SAVE-SNAPSHOT
              GO TO CT999
           END-IF.

           MOVE ESNP-EMPLOC TO WS-RPT-OLD-EMPLOC.
           MOVE ESNP-DEPTNO TO WS-RPT-OLD-DEPTNO.

      *
      * A supervisor moved to a job without supervisory authority
      * keeps the teller authority and loses only the flag. Any
      * other mover is suspended until the new branch reinstates.
      *
           IF TAUTH-IS-SUPERVISOR AND NOT WS-SUPERVISOR-JOBCODE
              PERFORM SAVE-BEFORE-IMAGE
              MOVE 'N' TO TAUTH-SUPERVISOR-SW
              MOVE 'C' TO TAUD-ACTION
              PERFORM REWRITE-AUTHORITY
              ADD 1 TO WS-DROPPED-CNT
              MOVE 'MOVED - SUPERVISOR FLAG REMOVED              '
                 TO WS-RPT-OUTCOME
           ELSE
              IF TAUTH-STATUS-SUSPENDED
                 MOVE 'MOVED - AUTHORITY ALREADY SUSPENDED          '
                    TO WS-RPT-OUTCOME
              ELSE
                 PERFORM SAVE-BEFORE-IMAGE
                 MOVE 'S' TO TAUTH-STATUS
                 MOVE 'S' TO TAUD-ACTION
                 PERFORM REWRITE-AUTHORITY
                 ADD 1 TO WS-MOVER-CNT
                 MOVE 'MOVED - SUSPENDED, NEW BRANCH TO REINSTATE   '
                    TO WS-RPT-OUTCOME
              END-IF
           END-IF.
           PERFORM REPORT-TELLER.

           PERFORM SAVE-SNAPSHOT.

       CT999.
           EXIT.

      *
      * Look the owner up on the employee table. A missing job
      * code reads as zero, which carries no supervisor authority.
      *
       READ-EMPLOYEE SECTION.
       RE010.
           MOVE TAUTH-EMPLOYEE-NUMBER TO WS-EMP-NO.

           EXEC SQL
              SELECT EMPLOC, DEPTNO, JOBCODE
              INTO :WS-EMP-LOC,
                   :WS-EMP-DEPT,
                   :WS-EMP-JOBCODE :WS-EMP-JOBCODE-IND
              FROM WSYGUCH.EMPLOYE
              WHERE EMPNO = :WS-EMP-NO
           END-EXEC.

           IF SQLCODE = 100
              GO TO RE999
           END-IF.

           IF SQLCODE NOT = 0
              DISPLAY 'TAUTHHR - employee read failed for '
                      WS-EMP-NO ', SQLCODE=' SQLCODE
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF WS-EMP-JOBCODE-IND < 0 OR WS-EMP-JOBCODE < 0
              MOVE 0 TO WS-JOBCODE
           ELSE
              MOVE WS-EMP-JOBCODE TO WS-JOBCODE
           END-IF.

       RE999.
           EXIT.

       READ-SNAPSHOT SECTION.
       RS010.
           MOVE 'N' TO WS-SNAPSHOT-FOUND.

           MOVE WS-EMP-NO TO ESNP-EMPNO.
           READ EMPSNAP
              KEY IS ESNP-EMPNO
           END-READ.

           IF EMPSNAP-STATUS = '00'
              MOVE 'Y' TO WS-SNAPSHOT-FOUND
              GO TO RS999
           END-IF.

           IF EMPSNAP-STATUS NOT = '23'
              DISPLAY 'TAUTHHR - error reading snapshot for '
                      WS-EMP-NO ' status=' EMPSNAP-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RS999.
           EXIT.

      *
      * Tonight's view of the employee becomes the one the next
      * run measures a move from
      *
       SAVE-SNAPSHOT SECTION.
       SS010.
           MOVE WS-EMP-NO       TO ESNP-EMPNO.
           MOVE WS-EMP-LOC      TO ESNP-EMPLOC.
           MOVE WS-EMP-DEPT     TO ESNP-DEPTNO.
           MOVE WS-JOBCODE      TO ESNP-JOBCODE.
           MOVE TAUTH-TELLER-ID TO ESNP-TELLER-ID.
           MOVE WS-RUN-DATE     TO ESNP-SEEN-DATE.
           MOVE SPACES TO EMPLOYEE-SNAPSHOT-RECORD(35:14).

           IF WS-SNAPSHOT-FOUND = 'Y'
              REWRITE EMPLOYEE-SNAPSHOT-RECORD
           ELSE
              WRITE EMPLOYEE-SNAPSHOT-RECORD
           END-IF.

           IF EMPSNAP-STATUS NOT = '00'
              DISPLAY 'TAUTHHR - error saving snapshot for '
                      WS-EMP-NO ' status=' EMPSNAP-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       SS999.
           EXIT.

       SAVE-BEFORE-IMAGE SECTION.
       SB010.
           MOVE TAUTH-TRANSFER-LIMIT TO WS-OLD-LIMIT.
           MOVE TAUTH-SUPERVISOR-SW  TO WS-OLD-SUPERVISOR-SW.
           MOVE TAUTH-STATUS         TO WS-OLD-STATUS.
           MOVE TAUTH-SORTCODE       TO WS-OLD-SORTCODE.
           MOVE TAUTH-CONFIRMED-DATE TO WS-OLD-CONFIRMED-DATE.
           MOVE TAUTH-EMPLOYEE-NUMBER TO WS-OLD-EMPLOYEE-NUMBER.

       SB999.
           EXIT.

       REWRITE-AUTHORITY SECTION.
       RW010.
           REWRITE TELLER-AUTH-RECORD.
           IF TELLAUTH-STATUS NOT = '00'
              DISPLAY 'TAUTHHR - error rewriting authority for '
                      TAUTH-TELLER-ID ' status=' TELLAUTH-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM WRITE-AUDIT.

       RW999.
           EXIT.

      *
      * Before-and-after audit entry under TAUTHHR. TAUD-ACTION is
      * set by the caller.
      *
       WRITE-AUDIT SECTION.
       WA010.
           MOVE TAUTH-TELLER-ID       TO TAUD-TELLER-ID.
           MOVE WS-RUN-DATE           TO TAUD-DATE.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6)  TO TAUD-TIME.
           MOVE 1                     TO TAUD-SEQUENCE.
           MOVE 'TAUTHHR '            TO TAUD-CHANGED-BY.
           MOVE 'TAUTHHR '            TO TAUD-SOURCE.
           MOVE WS-OLD-LIMIT          TO TAUD-OLD-LIMIT.
           MOVE WS-OLD-SUPERVISOR-SW  TO TAUD-OLD-SUPERVISOR-SW.
           MOVE WS-OLD-STATUS         TO TAUD-OLD-STATUS.
           MOVE WS-OLD-SORTCODE       TO TAUD-OLD-SORTCODE.
           MOVE WS-OLD-CONFIRMED-DATE TO TAUD-OLD-CONFIRMED-DATE.
           MOVE TAUTH-TRANSFER-LIMIT  TO TAUD-NEW-LIMIT.
           MOVE TAUTH-SUPERVISOR-SW   TO TAUD-NEW-SUPERVISOR-SW.
           MOVE TAUTH-STATUS          TO TAUD-NEW-STATUS.
           MOVE TAUTH-SORTCODE        TO TAUD-NEW-SORTCODE.
           MOVE TAUTH-CONFIRMED-DATE  TO TAUD-NEW-CONFIRMED-DATE.
           MOVE WS-OLD-EMPLOYEE-NUMBER TO TAUD-OLD-EMPLOYEE-NUMBER.
           MOVE TAUTH-EMPLOYEE-NUMBER TO TAUD-NEW-EMPLOYEE-NUMBER.
           MOVE SPACES TO AUTHORITY-AUDIT-RECORD(105:8).

           MOVE 0 TO WS-AUDIT-TRIES.

       WA020.
           WRITE AUTHORITY-AUDIT-RECORD.

           IF TAUTHAUD-STATUS = '22' AND WS-AUDIT-TRIES < 10
              ADD 1 TO WS-AUDIT-TRIES
              ADD 1 TO TAUD-SEQUENCE
              GO TO WA020
           END-IF.

           IF TAUTHAUD-STATUS NOT = '00'
              DISPLAY 'TAUTHHR - audit write failed for teller '
                      TAUD-TELLER-ID ' status=' TAUTHAUD-STATUS
              PERFORM BACK-OUT-CHANGE
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WA999.
           EXIT.

      *
      * A change that cannot be audited is not left in place - the
      * before image is put back by key
      *
       BACK-OUT-CHANGE SECTION.
       BO010.
           MOVE WS-OLD-LIMIT           TO TAUTH-TRANSFER-LIMIT.
           MOVE WS-OLD-SUPERVISOR-SW   TO TAUTH-SUPERVISOR-SW.
           MOVE WS-OLD-STATUS          TO TAUTH-STATUS.
           MOVE WS-OLD-SORTCODE        TO TAUTH-SORTCODE.
           MOVE WS-OLD-CONFIRMED-DATE  TO TAUTH-CONFIRMED-DATE.
           MOVE WS-OLD-EMPLOYEE-NUMBER TO TAUTH-EMPLOYEE-NUMBER.
           REWRITE TELLER-AUTH-RECORD.

           IF TELLAUTH-STATUS = '00'
              DISPLAY 'TAUTHHR - change to ' TAUTH-TELLER-ID
                      ' backed out, authority is as it was'
           ELSE
              DISPLAY 'TAUTHHR - change to ' TAUTH-TELLER-ID
                      ' NOT backed out, status=' TELLAUTH-STATUS
                      ' - TELLAUTH holds an unaudited change'
           END-IF.

       BO999.
           EXIT.

       REPORT-TELLER SECTION.
       RP010.
           WRITE TAUTHHR-PRINT-RECORD FROM WS-RPT-DETAIL.

       RP999.
           EXIT.

      *
      * The processing date is the shop's business date from the
      * BUSDATE control, not the clock - a night running past
      * midnight stays on its own date
      *
       GET-BUSINESS-DATE SECTION.
       GBD10.
           MOVE 'GET  ' TO WS-BDP-FUNCTION.
           CALL 'GETBDATE' USING WS-BDATE-PARM.
           IF WS-BDP-STATUS = SPACE
              MOVE WS-BDP-DATE TO WS-RUN-DATE
           ELSE
              DISPLAY 'TAUTHHR - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-READ-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE TELLAUTH.
           CLOSE TAUTHAUD.
           CLOSE EMPSNAP.
           CLOSE TAUTHHRP.

       CF999.
           EXIT.
