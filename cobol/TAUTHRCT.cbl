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
      * Quarterly teller authority recertification. Every TELLAUTH
      * record is listed under its branch sortcode (sorted that way
      * round) with the per-transfer limit, supervisor flag, status
      * and the date the authority was last confirmed. An authority
      * not confirmed within the last 92 days, or never confirmed,
      * is flagged OVERDUE. Each branch section closes with a
      * sign-off block for the branch manager, who confirms the
      * list is right and has the confirmations keyed (function
      * CONFRM on BNK1TAM, or V cards to TAUTHCRD). Records with no
      * branch are listed under sortcode 000000 for head office.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAUTHRCT.
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
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS TAUTH-TELLER-ID
                  FILE STATUS  IS TELLAUTH-STATUS.

           SELECT BRNMAST
                  ASSIGN TO BRNMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BRN-SORTCODE
                  FILE STATUS  IS BRNMAST-STATUS.

           SELECT RCERTRPT
                  ASSIGN TO RCERTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS RCERTRPT-STATUS.

           SELECT SORT-WORK
                  ASSIGN TO SORTWK01.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  TELLAUTH.
       01  TELLER-AUTH-RECORD.
       COPY TELLAUTH.

       FD  BRNMAST.
       01  BRANCH-RECORD.
       COPY BRNMAST.

       FD  RCERTRPT.
       01  RCERT-PRINT-RECORD              PIC X(133).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SRT-SORTCODE                 PIC X(6).
           05 SRT-TELLER-ID                PIC X(8).
           05 SRT-LIMIT                    PIC S9(9)V99 COMP-3.
           05 SRT-SUPERVISOR-SW            PIC X.
           05 SRT-STATUS                   PIC X.
           05 SRT-CONFIRMED-DATE           PIC X(10).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  TELLAUTH-STATUS.
           05 TELLAUTH-STATUS1             PIC X.
           05 TELLAUTH-STATUS2             PIC X.

       01  BRNMAST-STATUS.
           05 BRNMAST-STATUS1              PIC X.
           05 BRNMAST-STATUS2              PIC X.

       01  RCERTRPT-STATUS.
           05 RCERTRPT-STATUS1             PIC X.
           05 RCERTRPT-STATUS2             PIC X.

       01 WS-TAUTH-EXIT                    PIC X    VALUE 'N'.
       01 WS-SORT-EXIT                     PIC X    VALUE 'N'.

       01 WS-READ-CNT                      PIC 9(7) VALUE 0.
       01 WS-OVERDUE-CNT                   PIC 9(7) VALUE 0.
       01 WS-SUSPENDED-CNT                 PIC 9(7) VALUE 0.
       01 WS-BRANCH-CNT                    PIC 9(5) VALUE 0.
       01 WS-BRANCH-OVERDUE                PIC 9(5) VALUE 0.

       01 WS-CURRENT-SORTCODE              PIC X(6) VALUE SPACES.
       01 WS-FIRST-SECTION                 PIC X    VALUE 'Y'.

      *
      * Confirmations older than this many days are overdue
      *
       01 WS-RECERT-DAYS                   PIC 9(3) VALUE 92.

       01 WS-DATE-INTEGER                  PIC 9(8).
       01 WS-DATE-YYYYMMDD                 PIC 9(8).
       01 WS-DATE-SPLIT REDEFINES WS-DATE-YYYYMMDD.
           05 WS-DS-YEAR                   PIC 9(4).
           05 WS-DS-MONTH                  PIC 99.
           05 WS-DS-DAY                    PIC 99.

       01 WS-CUTOFF-DATE.
           05 WS-CO-YEAR                   PIC 9(4).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-CO-MONTH                  PIC 99.
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-CO-DAY                    PIC 99.

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
           05 FILLER                       PIC X(45)
                 VALUE 'TAUTHRCT TELLER AUTHORITY RECERTIFICATION   '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(20)
                 VALUE '  OVERDUE IF BEFORE '.
           05 WS-RPT-HDR-CUTOFF            PIC X(10).
           05 FILLER                       PIC X(47) VALUE SPACES.

       01 WS-RPT-SECTION.
           05 FILLER                       PIC X    VALUE '1'.
           05 FILLER                       PIC X(18)
                 VALUE 'BRANCH SORTCODE   '.
           05 WS-RPT-SEC-SORTCODE          PIC X(6).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-SEC-NAME              PIC X(30).
           05 FILLER                       PIC X(76) VALUE SPACES.

       01 WS-RPT-COLUMNS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(60) VALUE
              'TELLER   TRANSFER LIMIT   SUPV STATUS     CONFIRMED    '.
           05 FILLER                       PIC X(72) VALUE SPACES.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-TELLER                PIC X(8).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-LIMIT                 PIC -(9)9.99.
           05 FILLER                       PIC X(4) VALUE SPACES.
           05 WS-RPT-SUPV                  PIC X.
           05 FILLER                       PIC X(3) VALUE SPACES.
           05 WS-RPT-STATUS                PIC X(9).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-CONFIRMED             PIC X(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-FLAG                  PIC X(7).
           05 FILLER                       PIC X(70) VALUE SPACES.

       01 WS-RPT-BRANCH-TOTAL.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(8) VALUE 'TELLERS '.
           05 WS-RPT-BT-COUNT              PIC Z(4)9.
           05 FILLER                       PIC X(10)
                 VALUE '  OVERDUE '.
           05 WS-RPT-BT-OVERDUE            PIC Z(4)9.
           05 FILLER                       PIC X(104) VALUE SPACES.

       01 WS-RPT-SIGNOFF-1.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(50) VALUE
              'I CONFIRM THE AUTHORITIES ABOVE ARE CORRECT FOR   '.
           05 FILLER                       PIC X(12) VALUE
              'THIS BRANCH.'.
           05 FILLER                       PIC X(70) VALUE SPACES.

       01 WS-RPT-SIGNOFF-2.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(40) VALUE
              'BRANCH MANAGER ______________________   '.
           05 FILLER                       PIC X(24) VALUE
              'SIGNED _________________'.
           05 FILLER                       PIC X(68) VALUE SPACES.

       01 WS-RPT-SIGNOFF-3.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(40) VALUE
              'DATE __________                         '.
           05 FILLER                       PIC X(32) VALUE
              'CONFIRMATIONS KEYED BY ________ '.
           05 FILLER                       PIC X(60) VALUE SPACES.

       01 WS-RPT-TOTALS.
           05 FILLER                       PIC X    VALUE '-'.
           05 FILLER                       PIC X(8) VALUE 'TELLERS '.
           05 WS-RPT-TOT-READ              PIC Z(6)9.
           05 FILLER                       PIC X(10)
                 VALUE '  OVERDUE '.
           05 WS-RPT-TOT-OVERDUE           PIC Z(6)9.
           05 FILLER                       PIC X(12)
                 VALUE '  SUSPENDED '.
           05 WS-RPT-TOT-SUSPENDED         PIC Z(6)9.
           05 FILLER                       PIC X(81) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'TAUTHRCT'.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started TAUTHRCT.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           PERFORM GET-BUSINESS-DATE.
           PERFORM WORK-OUT-CUTOFF-DATE.
           MOVE WS-RUN-DATE    TO WS-RPT-HDR-DATE.
           MOVE WS-CUTOFF-DATE TO WS-RPT-HDR-CUTOFF.

           PERFORM OPEN-FILES.

           WRITE RCERT-PRINT-RECORD FROM WS-RPT-HEADER.

           SORT SORT-WORK
              ON ASCENDING KEY SRT-SORTCODE
                               SRT-TELLER-ID
              INPUT PROCEDURE IS READ-AUTHORITIES
              OUTPUT PROCEDURE IS REPORT-AUTHORITIES.

           MOVE WS-READ-CNT      TO WS-RPT-TOT-READ.
           MOVE WS-OVERDUE-CNT   TO WS-RPT-TOT-OVERDUE.
           MOVE WS-SUSPENDED-CNT TO WS-RPT-TOT-SUSPENDED.
           WRITE RCERT-PRINT-RECORD FROM WS-RPT-TOTALS.

           DISPLAY 'TAUTHRCT listed ' WS-READ-CNT ' authorities, '
                   WS-OVERDUE-CNT ' overdue, ' WS-SUSPENDED-CNT
                   ' suspended.'.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

      *
      * Business date less the recertification period, in the
      * YYYY-MM-DD form TAUTH-CONFIRMED-DATE is held in, so the two
      * compare directly
      *
       WORK-OUT-CUTOFF-DATE SECTION.
       WOC010.
           MOVE WS-RUN-YEAR  TO WS-DS-YEAR.
           MOVE WS-RUN-MONTH TO WS-DS-MONTH.
           MOVE WS-RUN-DAY   TO WS-DS-DAY.
           COMPUTE WS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
                 - WS-RECERT-DAYS.
           COMPUTE WS-DATE-YYYYMMDD =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           MOVE WS-DS-YEAR  TO WS-CO-YEAR.
           MOVE WS-DS-MONTH TO WS-CO-MONTH.
           MOVE WS-DS-DAY   TO WS-CO-DAY.

       WOC999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT TELLAUTH.
           IF TELLAUTH-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening TELLAUTH file, status='
                       TELLAUTH-STATUS
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

           OPEN OUTPUT RCERTRPT.
           IF RCERTRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening RCERTRPT file, status='
                       RCERTRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

       READ-AUTHORITIES SECTION.
       RA010.
           READ TELLAUTH
             AT END MOVE 'Y' TO WS-TAUTH-EXIT
           END-READ.

           PERFORM UNTIL WS-TAUTH-EXIT = 'Y'
              ADD 1 TO WS-READ-CNT
              PERFORM RELEASE-AUTHORITY
              READ TELLAUTH
                AT END MOVE 'Y' TO WS-TAUTH-EXIT
              END-READ
           END-PERFORM.

       RA999.
           EXIT.

       RELEASE-AUTHORITY SECTION.
       RL010.
           IF TAUTH-SORTCODE = SPACES
              MOVE '000000'         TO SRT-SORTCODE
           ELSE
              MOVE TAUTH-SORTCODE   TO SRT-SORTCODE
           END-IF.
           MOVE TAUTH-TELLER-ID      TO SRT-TELLER-ID.
           MOVE TAUTH-TRANSFER-LIMIT TO SRT-LIMIT.
           MOVE TAUTH-SUPERVISOR-SW  TO SRT-SUPERVISOR-SW.
           MOVE TAUTH-STATUS         TO SRT-STATUS.
           MOVE TAUTH-CONFIRMED-DATE TO SRT-CONFIRMED-DATE.
           RELEASE SORT-RECORD.

       RL999.
           EXIT.

       REPORT-AUTHORITIES SECTION.
       RP010.
           RETURN SORT-WORK
             AT END MOVE 'Y' TO WS-SORT-EXIT
           END-RETURN.

           PERFORM UNTIL WS-SORT-EXIT = 'Y'
              PERFORM REPORT-ONE-AUTHORITY
              RETURN SORT-WORK
                AT END MOVE 'Y' TO WS-SORT-EXIT
              END-RETURN
           END-PERFORM.

           IF WS-FIRST-SECTION = 'N'
              PERFORM CLOSE-BRANCH-SECTION
           END-IF.

       RP999.
           EXIT.

       REPORT-ONE-AUTHORITY SECTION.
       RO010.
           IF SRT-SORTCODE NOT = WS-CURRENT-SORTCODE OR
              WS-FIRST-SECTION = 'Y'
              IF WS-FIRST-SECTION = 'N'
                 PERFORM CLOSE-BRANCH-SECTION
              END-IF
              MOVE 'N' TO WS-FIRST-SECTION
              MOVE SRT-SORTCODE TO WS-CURRENT-SORTCODE
              PERFORM OPEN-BRANCH-SECTION
           END-IF.

           ADD 1 TO WS-BRANCH-CNT.

           MOVE SRT-TELLER-ID     TO WS-RPT-TELLER.
           MOVE SRT-LIMIT         TO WS-RPT-LIMIT.
           MOVE SRT-SUPERVISOR-SW TO WS-RPT-SUPV.

           IF SRT-STATUS = 'S'
              MOVE 'SUSPENDED' TO WS-RPT-STATUS
              ADD 1 TO WS-SUSPENDED-CNT
           ELSE
              MOVE 'ACTIVE   ' TO WS-RPT-STATUS
           END-IF.

           IF SRT-CONFIRMED-DATE = SPACES
              MOVE 'NEVER     ' TO WS-RPT-CONFIRMED
           ELSE
              MOVE SRT-CONFIRMED-DATE TO WS-RPT-CONFIRMED
           END-IF.

           IF SRT-CONFIRMED-DATE = SPACES OR
              SRT-CONFIRMED-DATE < WS-CUTOFF-DATE
              MOVE 'OVERDUE' TO WS-RPT-FLAG
              ADD 1 TO WS-OVERDUE-CNT
              ADD 1 TO WS-BRANCH-OVERDUE
           ELSE
              MOVE SPACES TO WS-RPT-FLAG
           END-IF.

           WRITE RCERT-PRINT-RECORD FROM WS-RPT-DETAIL.

       RO999.
           EXIT.

      *
      * Each branch starts a new page so it can go to its manager
      *
       OPEN-BRANCH-SECTION SECTION.
       OB010.
           MOVE 0 TO WS-BRANCH-CNT.
           MOVE 0 TO WS-BRANCH-OVERDUE.
           MOVE WS-CURRENT-SORTCODE TO WS-RPT-SEC-SORTCODE.
           MOVE SPACES TO WS-RPT-SEC-NAME.

           IF WS-CURRENT-SORTCODE = '000000'
              MOVE 'HEAD OFFICE / NO BRANCH' TO WS-RPT-SEC-NAME
           ELSE
              IF WS-CURRENT-SORTCODE IS NUMERIC
                 MOVE WS-CURRENT-SORTCODE TO BRN-SORTCODE
                 READ BRNMAST
                    KEY IS BRN-SORTCODE
                 END-READ
                 IF BRNMAST-STATUS = '00'
                    MOVE BRN-NAME TO WS-RPT-SEC-NAME
                 END-IF
              END-IF
           END-IF.

           WRITE RCERT-PRINT-RECORD FROM WS-RPT-SECTION.
           WRITE RCERT-PRINT-RECORD FROM WS-RPT-COLUMNS.

       OB999.
           EXIT.

       CLOSE-BRANCH-SECTION SECTION.
       CB010.
           MOVE WS-BRANCH-CNT     TO WS-RPT-BT-COUNT.
           MOVE WS-BRANCH-OVERDUE TO WS-RPT-BT-OVERDUE.
           WRITE RCERT-PRINT-RECORD FROM WS-RPT-BRANCH-TOTAL.
           WRITE RCERT-PRINT-RECORD FROM WS-RPT-SIGNOFF-1.
           WRITE RCERT-PRINT-RECORD FROM WS-RPT-SIGNOFF-2.
           WRITE RCERT-PRINT-RECORD FROM WS-RPT-SIGNOFF-3.

       CB999.
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
              DISPLAY 'TAUTHRCT - business date unavailable, using '
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
           CLOSE BRNMAST.
           CLOSE RCERTRPT.

       CF999.
           EXIT.
