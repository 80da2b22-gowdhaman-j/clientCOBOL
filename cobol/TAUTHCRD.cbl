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
      * Teller authority maintenance, card-driven - the batch
      * equivalent of the BNK1TAM screen (TAUTHMNT) for bulk changes
      * such as a branch opening or a limit review. Each TAUTHCARD is:
      *   col 1      action - A add, C amend, S suspend,
      *              R reinstate, V confirm (recertified)
      *   cols 2-9   teller id
      *   cols 10-17 id of the person requesting the change
      *   cols 18-28 per-transfer limit 9(9)V99 (A and C)
      *   col 29     supervisor flag Y or N      (A and C)
      *   cols 30-35 branch sortcode             (A and C)
      *   cols 36-41 HR employee number (EMPNO)  (A, and C where
      *              keyed - blank on an amend leaves it as it is)
      * The requester id is mandatory and may not be the teller's
      * own id - nobody changes their own authority, on a card any
      * more than on the screen. An add, amend, reinstate or
      * confirm stamps TAUTH-CONFIRMED-DATE with the business date.
      * Every applied card writes a before-and-after entry to the
      * TAUTHAUD audit file under the requester's id, and every
      * card's outcome goes to TAUTHRPT. If the audit entry cannot
      * be written the card's change is backed out of TELLAUTH and
      * the run stops RC 12. The employee number links the id to
      * its owner for the nightly TAUTHHR leaver check.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAUTHCRD.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAUTHCARD
                  ASSIGN TO TAUTHCARD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS TAUTHCARD-STATUS.

           SELECT TELLAUTH
                  ASSIGN TO TELLAUTH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS TAUTH-TELLER-ID
                  FILE STATUS  IS TELLAUTH-STATUS.

           SELECT TAUTHAUD
                  ASSIGN TO TAUTHAUD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS TAUD-KEY
                  FILE STATUS  IS TAUTHAUD-STATUS.

           SELECT BRNMAST
                  ASSIGN TO BRNMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BRN-SORTCODE
                  FILE STATUS  IS BRNMAST-STATUS.

           SELECT TAUTHRPT
                  ASSIGN TO TAUTHRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS TAUTHRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  TAUTHCARD.
       01  AUTHORITY-CARD.
           05 CARD-ACTION                  PIC X.
           05 CARD-TELLER-ID               PIC X(8).
           05 CARD-REQUESTED-BY            PIC X(8).
           05 CARD-LIMIT                   PIC 9(9)V99.
           05 CARD-SUPERVISOR-SW           PIC X.
           05 CARD-SORTCODE                PIC X(6).
           05 CARD-EMPLOYEE-NUMBER         PIC X(6).
           05 FILLER                       PIC X(39).

       FD  TELLAUTH.
       01  TELLER-AUTH-RECORD.
       COPY TELLAUTH.

       FD  TAUTHAUD.
       01  AUTHORITY-AUDIT-RECORD.
       COPY TAUTHAUD.

       FD  BRNMAST.
       01  BRANCH-RECORD.
       COPY BRNMAST.

       FD  TAUTHRPT.
       01  TAUTH-PRINT-RECORD              PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  TAUTHCARD-STATUS.
           05 TAUTHCARD-STATUS1            PIC X.
           05 TAUTHCARD-STATUS2            PIC X.

       01  TELLAUTH-STATUS.
           05 TELLAUTH-STATUS1             PIC X.
           05 TELLAUTH-STATUS2             PIC X.

       01  TAUTHAUD-STATUS.
           05 TAUTHAUD-STATUS1             PIC X.
           05 TAUTHAUD-STATUS2             PIC X.

       01  BRNMAST-STATUS.
           05 BRNMAST-STATUS1              PIC X.
           05 BRNMAST-STATUS2              PIC X.

       01  TAUTHRPT-STATUS.
           05 TAUTHRPT-STATUS1             PIC X.
           05 TAUTHRPT-STATUS2             PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.

       01 WS-CARD-CNT                      PIC 9(5) VALUE 0.
       01 WS-APPLIED-CNT                   PIC 9(5) VALUE 0.
       01 WS-REJECTED-CNT                  PIC 9(5) VALUE 0.

       01 WS-RUN-TIME-RAW                  PIC 9(8).
       01 WS-AUDIT-TRIES                   PIC 9(2).
       01 WS-CARD-VALID                    PIC X.

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
                 VALUE 'TAUTHCRD TELLER AUTHORITY MAINTENANCE   '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(82) VALUE SPACES.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-ACTION                PIC X.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-TELLER                PIC X(8).
           05 FILLER                       PIC X(4) VALUE ' BY '.
           05 WS-RPT-REQUESTER             PIC X(8).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-OUTCOME               PIC X(45).
           05 FILLER                       PIC X(7) VALUE ' LIMIT '.
           05 WS-RPT-LIMIT                 PIC -(9)9.99.
           05 FILLER                       PIC X(6) VALUE ' SUPV '.
           05 WS-RPT-SUPV                  PIC X.
           05 FILLER                       PIC X(8) VALUE ' STATUS '.
           05 WS-RPT-STATUS                PIC X.
           05 FILLER                       PIC X(26) VALUE SPACES.

       01 WS-RPT-TOTALS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(7) VALUE 'CARDS  '.
           05 WS-RPT-TOT-CARDS             PIC Z(4)9.
           05 FILLER                       PIC X(10)
                 VALUE '  APPLIED '.
           05 WS-RPT-TOT-APPLIED           PIC Z(4)9.
           05 FILLER                       PIC X(11)
                 VALUE '  REJECTED '.
           05 WS-RPT-TOT-REJECTED          PIC Z(4)9.
           05 FILLER                       PIC X(89) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'TAUTHCRD'.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started TAUTHCRD.'.

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

           WRITE TAUTH-PRINT-RECORD FROM WS-RPT-HEADER.

           READ TAUTHCARD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-CARD-CNT
              PERFORM APPLY-ONE-CARD
              READ TAUTHCARD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE WS-CARD-CNT     TO WS-RPT-TOT-CARDS.
           MOVE WS-APPLIED-CNT  TO WS-RPT-TOT-APPLIED.
           MOVE WS-REJECTED-CNT TO WS-RPT-TOT-REJECTED.
           WRITE TAUTH-PRINT-RECORD FROM WS-RPT-TOTALS.

           DISPLAY 'TAUTHCRD processed ' WS-CARD-CNT
                   ' cards, applied ' WS-APPLIED-CNT
                   ', rejected ' WS-REJECTED-CNT '.'.

           IF WS-REJECTED-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT TAUTHCARD.
           IF TAUTHCARD-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening TAUTHCARD file, status='
                       TAUTHCARD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

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

           OPEN INPUT BRNMAST.
           IF BRNMAST-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening BRNMAST file, status='
                       BRNMAST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT TAUTHRPT.
           IF TAUTHRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening TAUTHRPT file, status='
                       TAUTHRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

       APPLY-ONE-CARD SECTION.
       AC010.
           MOVE CARD-ACTION       TO WS-RPT-ACTION.
           MOVE CARD-TELLER-ID    TO WS-RPT-TELLER.
           MOVE CARD-REQUESTED-BY TO WS-RPT-REQUESTER.
           MOVE 0                 TO WS-RPT-LIMIT.
           MOVE SPACES            TO WS-RPT-SUPV WS-RPT-STATUS.

           IF CARD-TELLER-ID = SPACES
              MOVE 'REJECTED - NO TELLER ID                      '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           IF CARD-REQUESTED-BY = SPACES
              MOVE 'REJECTED - NO REQUESTER ID                   '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           IF CARD-REQUESTED-BY = CARD-TELLER-ID
              MOVE 'REJECTED - REQUESTER CANNOT CHANGE OWN RECORD'
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           EVALUATE CARD-ACTION
              WHEN 'A'
                 PERFORM ADD-AUTHORITY
              WHEN 'C'
                 PERFORM AMEND-AUTHORITY
              WHEN 'S'
                 PERFORM SUSPEND-AUTHORITY
              WHEN 'R'
                 PERFORM REINSTATE-AUTHORITY
              WHEN 'V'
                 PERFORM CONFIRM-AUTHORITY
              WHEN OTHER
                 MOVE 'REJECTED - ACTION MUST BE A, C, S, R OR V    '
                    TO WS-RPT-OUTCOME
                 PERFORM REJECT-CARD
           END-EVALUATE.

       AC999.
           EXIT.

      *
      * Add and amend carry the full set of authority fields
      *
       VALIDATE-CARD-FIELDS SECTION.
       VC010.
           MOVE 'N' TO WS-CARD-VALID.

           IF CARD-LIMIT NOT NUMERIC
              MOVE 'REJECTED - LIMIT NOT NUMERIC                 '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO VC999
           END-IF.

           IF CARD-SUPERVISOR-SW NOT = 'Y' AND
              CARD-SUPERVISOR-SW NOT = 'N'
              MOVE 'REJECTED - SUPERVISOR FLAG MUST BE Y OR N    '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO VC999
           END-IF.

           IF CARD-SORTCODE NOT NUMERIC
              MOVE 'REJECTED - SORTCODE NOT NUMERIC              '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO VC999
           END-IF.

           MOVE CARD-SORTCODE TO BRN-SORTCODE.
           READ BRNMAST
              KEY IS BRN-SORTCODE
           END-READ.

           IF BRNMAST-STATUS NOT = '00' OR NOT BRN-STATUS-ACTIVE
              MOVE 'REJECTED - SORTCODE NOT AN ACTIVE BRANCH     '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO VC999
           END-IF.

           MOVE 'Y' TO WS-CARD-VALID.

       VC999.
           EXIT.

       ADD-AUTHORITY SECTION.
       AA010.
           PERFORM VALIDATE-CARD-FIELDS.
           IF WS-CARD-VALID NOT = 'Y'
              GO TO AA999
           END-IF.

           MOVE 0      TO WS-OLD-LIMIT.
           MOVE SPACES TO WS-OLD-SUPERVISOR-SW WS-OLD-STATUS
                          WS-OLD-SORTCODE WS-OLD-CONFIRMED-DATE
                          WS-OLD-EMPLOYEE-NUMBER.

           MOVE CARD-TELLER-ID     TO TAUTH-TELLER-ID.
           MOVE CARD-LIMIT         TO TAUTH-TRANSFER-LIMIT.
           MOVE CARD-SUPERVISOR-SW TO TAUTH-SUPERVISOR-SW.
           MOVE 'A'                TO TAUTH-STATUS.
           MOVE CARD-SORTCODE      TO TAUTH-SORTCODE.
           MOVE WS-RUN-DATE        TO TAUTH-CONFIRMED-DATE.
           MOVE CARD-EMPLOYEE-NUMBER TO TAUTH-EMPLOYEE-NUMBER.
           MOVE SPACES             TO TELLER-AUTH-RECORD(39:1).

           WRITE TELLER-AUTH-RECORD.

           IF TELLAUTH-STATUS = '22'
              MOVE 'REJECTED - TELLER ALREADY HAS AN AUTHORITY   '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AA999
           END-IF.

           IF TELLAUTH-STATUS NOT = '00'
              DISPLAY 'TAUTHCRD - error writing authority for '
                      CARD-TELLER-ID ' status=' TELLAUTH-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'A' TO TAUD-ACTION.
           MOVE 'ADDED                                        '
              TO WS-RPT-OUTCOME.
           PERFORM AUDIT-AND-REPORT.

       AA999.
           EXIT.

       AMEND-AUTHORITY SECTION.
       AM010.
           PERFORM VALIDATE-CARD-FIELDS.
           IF WS-CARD-VALID NOT = 'Y'
              GO TO AM999
           END-IF.

           PERFORM READ-AUTHORITY.
           IF WS-CARD-VALID NOT = 'Y'
              GO TO AM999
           END-IF.

           MOVE CARD-LIMIT         TO TAUTH-TRANSFER-LIMIT.
           MOVE CARD-SUPERVISOR-SW TO TAUTH-SUPERVISOR-SW.
           MOVE CARD-SORTCODE      TO TAUTH-SORTCODE.
           MOVE WS-RUN-DATE        TO TAUTH-CONFIRMED-DATE.
           IF CARD-EMPLOYEE-NUMBER NOT = SPACES
              MOVE CARD-EMPLOYEE-NUMBER TO TAUTH-EMPLOYEE-NUMBER
           END-IF.

           MOVE 'C' TO TAUD-ACTION.
           MOVE 'AMENDED                                      '
              TO WS-RPT-OUTCOME.
           PERFORM REWRITE-AUTHORITY.

       AM999.
           EXIT.

       SUSPEND-AUTHORITY SECTION.
       SA010.
           PERFORM READ-AUTHORITY.
           IF WS-CARD-VALID NOT = 'Y'
              GO TO SA999
           END-IF.

           IF TAUTH-STATUS-SUSPENDED
              MOVE 'REJECTED - AUTHORITY ALREADY SUSPENDED       '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO SA999
           END-IF.

           MOVE 'S' TO TAUTH-STATUS.

           MOVE 'S' TO TAUD-ACTION.
           MOVE 'SUSPENDED                                    '
              TO WS-RPT-OUTCOME.
           PERFORM REWRITE-AUTHORITY.

       SA999.
           EXIT.

       REINSTATE-AUTHORITY SECTION.
       RA010.
           PERFORM READ-AUTHORITY.
           IF WS-CARD-VALID NOT = 'Y'
              GO TO RA999
           END-IF.

           IF NOT TAUTH-STATUS-SUSPENDED
              MOVE 'REJECTED - AUTHORITY IS NOT SUSPENDED        '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO RA999
           END-IF.

           MOVE 'A'         TO TAUTH-STATUS.
           MOVE WS-RUN-DATE TO TAUTH-CONFIRMED-DATE.

           MOVE 'R' TO TAUD-ACTION.
           MOVE 'REINSTATED                                   '
              TO WS-RPT-OUTCOME.
           PERFORM REWRITE-AUTHORITY.

       RA999.
           EXIT.

       CONFIRM-AUTHORITY SECTION.
       CA010.
           PERFORM READ-AUTHORITY.
           IF WS-CARD-VALID NOT = 'Y'
              GO TO CA999
           END-IF.

           IF TAUTH-STATUS-SUSPENDED
              MOVE 'REJECTED - SUSPENDED, REINSTATE BEFORE CONFIRM'
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO CA999
           END-IF.

           MOVE WS-RUN-DATE TO TAUTH-CONFIRMED-DATE.

           MOVE 'V' TO TAUD-ACTION.
           MOVE 'CONFIRMED                                    '
              TO WS-RPT-OUTCOME.
           PERFORM REWRITE-AUTHORITY.

       CA999.
           EXIT.

      *
      * Read the teller's record and keep its before image
      *
       READ-AUTHORITY SECTION.
       RD010.
           MOVE 'N' TO WS-CARD-VALID.

           MOVE CARD-TELLER-ID TO TAUTH-TELLER-ID.
           READ TELLAUTH
              KEY IS TAUTH-TELLER-ID
           END-READ.

           IF TELLAUTH-STATUS NOT = '00'
              MOVE 'REJECTED - TELLER NOT ON TELLAUTH            '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO RD999
           END-IF.

           MOVE TAUTH-TRANSFER-LIMIT TO WS-OLD-LIMIT.
           MOVE TAUTH-SUPERVISOR-SW  TO WS-OLD-SUPERVISOR-SW.
           MOVE TAUTH-STATUS         TO WS-OLD-STATUS.
           MOVE TAUTH-SORTCODE       TO WS-OLD-SORTCODE.
           MOVE TAUTH-CONFIRMED-DATE TO WS-OLD-CONFIRMED-DATE.
           MOVE TAUTH-EMPLOYEE-NUMBER TO WS-OLD-EMPLOYEE-NUMBER.

           MOVE 'Y' TO WS-CARD-VALID.

       RD999.
           EXIT.

       REWRITE-AUTHORITY SECTION.
       RW010.
           REWRITE TELLER-AUTH-RECORD.
           IF TELLAUTH-STATUS NOT = '00'
              DISPLAY 'TAUTHCRD - error rewriting authority for '
                      TAUTH-TELLER-ID ' status=' TELLAUTH-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM AUDIT-AND-REPORT.

       RW999.
           EXIT.

      *
      * Before-and-after audit entry under the requester's id,
      * then the register line. TAUD-ACTION is set by the caller.
      *
       AUDIT-AND-REPORT SECTION.
       AR010.
           MOVE TAUTH-TELLER-ID       TO TAUD-TELLER-ID.
           MOVE WS-RUN-DATE           TO TAUD-DATE.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6)  TO TAUD-TIME.
           MOVE 1                     TO TAUD-SEQUENCE.
           MOVE CARD-REQUESTED-BY     TO TAUD-CHANGED-BY.
           MOVE 'TAUTHCRD'            TO TAUD-SOURCE.
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

       AR020.
           WRITE AUTHORITY-AUDIT-RECORD.

           IF TAUTHAUD-STATUS = '22' AND WS-AUDIT-TRIES < 10
              ADD 1 TO WS-AUDIT-TRIES
              ADD 1 TO TAUD-SEQUENCE
              GO TO AR020
           END-IF.

           IF TAUTHAUD-STATUS NOT = '00'
              DISPLAY 'TAUTHCRD - audit write failed for teller '
                      TAUD-TELLER-ID ' status=' TAUTHAUD-STATUS
              PERFORM BACK-OUT-CHANGE
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-APPLIED-CNT.

           MOVE TAUTH-TRANSFER-LIMIT TO WS-RPT-LIMIT.
           MOVE TAUTH-SUPERVISOR-SW  TO WS-RPT-SUPV.
           MOVE TAUTH-STATUS         TO WS-RPT-STATUS.
           WRITE TAUTH-PRINT-RECORD FROM WS-RPT-DETAIL.

       AR999.
           EXIT.

      *
      * A change that cannot be audited is not left in place - an
      * add is deleted again, anything else has its before image
      * put back
      *
       BACK-OUT-CHANGE SECTION.
       BO010.
           IF TAUD-ACTION-ADD
              DELETE TELLAUTH RECORD
           ELSE
              MOVE WS-OLD-LIMIT           TO TAUTH-TRANSFER-LIMIT
              MOVE WS-OLD-SUPERVISOR-SW   TO TAUTH-SUPERVISOR-SW
              MOVE WS-OLD-STATUS          TO TAUTH-STATUS
              MOVE WS-OLD-SORTCODE        TO TAUTH-SORTCODE
              MOVE WS-OLD-CONFIRMED-DATE  TO TAUTH-CONFIRMED-DATE
              MOVE WS-OLD-EMPLOYEE-NUMBER TO TAUTH-EMPLOYEE-NUMBER
              REWRITE TELLER-AUTH-RECORD
           END-IF.

           IF TELLAUTH-STATUS = '00'
              DISPLAY 'TAUTHCRD - change to ' TAUTH-TELLER-ID
                      ' backed out, authority is as it was'
           ELSE
              DISPLAY 'TAUTHCRD - change to ' TAUTH-TELLER-ID
                      ' NOT backed out, status=' TELLAUTH-STATUS
                      ' - TELLAUTH holds an unaudited change'
           END-IF.

       BO999.
           EXIT.

       REJECT-CARD SECTION.
       RJ010.
           ADD 1 TO WS-REJECTED-CNT.
           WRITE TAUTH-PRINT-RECORD FROM WS-RPT-DETAIL.

       RJ999.
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
              DISPLAY 'TAUTHCRD - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-CARD-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE TAUTHCARD.
           CLOSE TELLAUTH.
           CLOSE TAUTHAUD.
           CLOSE BRNMAST.
           CLOSE TAUTHRPT.

       CF999.
           EXIT.
