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
      * Sanctions list loader. Reads each new edition of the
      * published consolidated sanctions list (SANCIN, one record
      * per name or alias of a listed person) and refreshes the
      * SANCLIST KSDS from it:
      *   cols 1-10   list entry id
      *   cols 11-70  name
      *   cols 71-78  date of birth DDMMYYYY, zero or blank if the
      *               list gives none
      *   cols 79-98  sanctions regime
      *   cols 99-108 date the list first named them YYYY-MM-DD
      * An entry not on SANCLIST is added and stamped with the run
      * date as SANC-ADDED-DATE. An entry whose name or date of
      * birth has changed, or that comes back after being removed,
      * is stamped SANC-CHANGED-DATE. Every entry in the edition is
      * stamped SANC-SEEN-DATE, and once the edition is read any
      * active entry not seen tonight is marked removed.
      *
      * SANCSCRN screens the book against the entries added or
      * changed since its last run, so those two dates are what
      * drive the nightly delta. An empty or unreadable edition is
      * refused with RC 12 before anything is touched - it would
      * otherwise remove the whole list. Every addition, change,
      * removal and reject goes to SANCLRPT, which closes with the
      * control equation added + changed + reactivated + unchanged
      * + rejected = entries read.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCLOAD.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCIN
                  ASSIGN TO SANCIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS SANCIN-STATUS.

           SELECT SANCLIST
                  ASSIGN TO SANCLIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS SANC-ENTRY-ID
                  FILE STATUS  IS SANCLIST-STATUS.

           SELECT SANCLRPT
                  ASSIGN TO SANCLRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS SANCLRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  SANCIN.
       01  SANCTIONS-INPUT-RECORD.
           05 SIN-ENTRY-ID                 PIC X(10).
           05 SIN-NAME                     PIC X(60).
           05 SIN-DOB                      PIC 9(8).
           05 SIN-REGIME                   PIC X(20).
           05 SIN-LISTED-DATE              PIC X(10).
           05 FILLER                       PIC X(22).

       FD  SANCLIST.
       01  SANCTIONS-LIST-RECORD.
       COPY SANCLIST.

       FD  SANCLRPT.
       01  SANCL-PRINT-RECORD              PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  SANCIN-STATUS.
           05 SANCIN-STATUS1               PIC X.
           05 SANCIN-STATUS2               PIC X.

       01  SANCLIST-STATUS.
           05 SANCLIST-STATUS1             PIC X.
           05 SANCLIST-STATUS2             PIC X.

       01  SANCLRPT-STATUS.
           05 SANCLRPT-STATUS1             PIC X.
           05 SANCLRPT-STATUS2             PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.
       01 WS-SCAN-EXIT                     PIC X    VALUE 'N'.

       01 WS-READ-CNT                      PIC 9(7) VALUE 0.
       01 WS-ADDED-CNT                     PIC 9(7) VALUE 0.
       01 WS-CHANGED-CNT                   PIC 9(7) VALUE 0.
       01 WS-REACTIVATED-CNT               PIC 9(7) VALUE 0.
       01 WS-UNCHANGED-CNT                 PIC 9(7) VALUE 0.
       01 WS-REJECTED-CNT                  PIC 9(7) VALUE 0.
       01 WS-REMOVED-CNT                   PIC 9(7) VALUE 0.
       01 WS-EQUATION-TOTAL                PIC 9(7).

       01 WS-NEW-DOB                       PIC 9(8).

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
           05 FILLER                       PIC X(31)
                 VALUE 'SANCLOAD SANCTIONS LIST REFRESH'.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(90) VALUE SPACES.

       01 WS-RPT-ENTRY.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-ENTRY-ID              PIC X(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-ACTION                PIC X(12).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-NAME                  PIC X(60).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-DOB                   PIC X(8).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-REGIME                PIC X(20).
           05 FILLER                       PIC X(14) VALUE SPACES.

       01 WS-RPT-TOTALS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(8) VALUE 'READ    '.
           05 WS-RPT-TOT-READ              PIC Z(6)9.
           05 FILLER                       PIC X(9) VALUE '  ADDED  '.
           05 WS-RPT-TOT-ADDED             PIC Z(6)9.
           05 FILLER                       PIC X(11)
                 VALUE '  CHANGED  '.
           05 WS-RPT-TOT-CHANGED           PIC Z(6)9.
           05 FILLER                       PIC X(15)
                 VALUE '  REACTIVATED  '.
           05 WS-RPT-TOT-REACTIVATED       PIC Z(6)9.
           05 FILLER                       PIC X(13)
                 VALUE '  UNCHANGED  '.
           05 WS-RPT-TOT-UNCHANGED         PIC Z(6)9.
           05 FILLER                       PIC X(12)
                 VALUE '  REJECTED  '.
           05 WS-RPT-TOT-REJECTED          PIC Z(6)9.
           05 FILLER                       PIC X(11)
                 VALUE '  REMOVED  '.
           05 WS-RPT-TOT-REMOVED           PIC Z(6)9.
           05 FILLER                       PIC X(4) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'SANCLOAD'.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started SANCLOAD.'.

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

           WRITE SANCL-PRINT-RECORD FROM WS-RPT-HEADER.

           READ SANCIN
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

      *
      * An empty edition would mark the whole list removed
      *
           IF WS-EXIT = 'Y'
              DISPLAY 'SANCLOAD - SANCIN is empty, run refused and '
                      'the list left as it stands'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-READ-CNT
              PERFORM APPLY-ONE-ENTRY
              READ SANCIN
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           PERFORM REMOVE-UNSEEN-ENTRIES.

           MOVE WS-READ-CNT        TO WS-RPT-TOT-READ.
           MOVE WS-ADDED-CNT       TO WS-RPT-TOT-ADDED.
           MOVE WS-CHANGED-CNT     TO WS-RPT-TOT-CHANGED.
           MOVE WS-REACTIVATED-CNT TO WS-RPT-TOT-REACTIVATED.
           MOVE WS-UNCHANGED-CNT   TO WS-RPT-TOT-UNCHANGED.
           MOVE WS-REJECTED-CNT    TO WS-RPT-TOT-REJECTED.
           MOVE WS-REMOVED-CNT     TO WS-RPT-TOT-REMOVED.
           WRITE SANCL-PRINT-RECORD FROM WS-RPT-TOTALS.

           DISPLAY 'SANCLOAD read ' WS-READ-CNT ' list entries: '
                   'added ' WS-ADDED-CNT ', changed ' WS-CHANGED-CNT
                   ', reactivated ' WS-REACTIVATED-CNT
                   ', unchanged ' WS-UNCHANGED-CNT
                   ', rejected ' WS-REJECTED-CNT
                   ', removed ' WS-REMOVED-CNT '.'.

           COMPUTE WS-EQUATION-TOTAL =
              WS-ADDED-CNT + WS-CHANGED-CNT + WS-REACTIVATED-CNT +
              WS-UNCHANGED-CNT + WS-REJECTED-CNT.

           IF WS-EQUATION-TOTAL NOT = WS-READ-CNT
              DISPLAY 'SANCLOAD CONTROL EQUATION FAILED - accounted '
                      'for ' WS-EQUATION-TOTAL ' of ' WS-READ-CNT
                      ' read'
              MOVE 12 TO RETURN-CODE
           ELSE
              IF WS-REJECTED-CNT > 0
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT SANCIN.
           IF SANCIN-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening SANCIN file, status='
                       SANCIN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O SANCLIST.
           IF SANCLIST-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening SANCLIST file, status='
                       SANCLIST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT SANCLRPT.
           IF SANCLRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening SANCLRPT file, status='
                       SANCLRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

       APPLY-ONE-ENTRY SECTION.
       AE010.
           MOVE SIN-ENTRY-ID TO WS-RPT-ENTRY-ID.
           MOVE SIN-NAME     TO WS-RPT-NAME.
           MOVE SIN-REGIME   TO WS-RPT-REGIME.

           IF SIN-DOB NUMERIC
              MOVE SIN-DOB TO WS-NEW-DOB
           ELSE
              MOVE 0 TO WS-NEW-DOB
           END-IF.
           MOVE WS-NEW-DOB TO WS-RPT-DOB.

           IF SIN-ENTRY-ID = SPACES OR SIN-NAME = SPACES
              ADD 1 TO WS-REJECTED-CNT
              MOVE 'REJECTED    ' TO WS-RPT-ACTION
              WRITE SANCL-PRINT-RECORD FROM WS-RPT-ENTRY
              GO TO AE999
           END-IF.

           MOVE SIN-ENTRY-ID TO SANC-ENTRY-ID.
           READ SANCLIST
              KEY IS SANC-ENTRY-ID
           END-READ.

           IF SANCLIST-STATUS = '23'
              PERFORM ADD-NEW-ENTRY
              GO TO AE999
           END-IF.

           IF SANCLIST-STATUS NOT = '00'
              DISPLAY 'SANCLOAD - error reading list entry '
                      SIN-ENTRY-ID ' status=' SANCLIST-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EVALUATE TRUE
              WHEN SANC-STATUS-REMOVED
                 ADD 1 TO WS-REACTIVATED-CNT
                 MOVE 'REACTIVATED ' TO WS-RPT-ACTION
                 MOVE WS-RUN-DATE TO SANC-CHANGED-DATE
                 MOVE SPACES      TO SANC-REMOVED-DATE
                 MOVE 'A'         TO SANC-STATUS
                 WRITE SANCL-PRINT-RECORD FROM WS-RPT-ENTRY
              WHEN SANC-NAME NOT = SIN-NAME OR
                   SANC-DOB NOT = WS-NEW-DOB
                 ADD 1 TO WS-CHANGED-CNT
                 MOVE 'CHANGED     ' TO WS-RPT-ACTION
                 MOVE WS-RUN-DATE TO SANC-CHANGED-DATE
                 WRITE SANCL-PRINT-RECORD FROM WS-RPT-ENTRY
              WHEN OTHER
                 ADD 1 TO WS-UNCHANGED-CNT
           END-EVALUATE.

           MOVE SIN-NAME        TO SANC-NAME.
           MOVE WS-NEW-DOB      TO SANC-DOB.
           MOVE SIN-REGIME      TO SANC-REGIME.
           MOVE SIN-LISTED-DATE TO SANC-LISTED-DATE.
           MOVE WS-RUN-DATE     TO SANC-SEEN-DATE.

           REWRITE SANCTIONS-LIST-RECORD.
           PERFORM CHECK-LIST-WRITE.

       AE999.
           EXIT.

       ADD-NEW-ENTRY SECTION.
       AN010.
           MOVE SPACES          TO SANCTIONS-LIST-RECORD.
           MOVE SIN-ENTRY-ID    TO SANC-ENTRY-ID.
           MOVE SIN-NAME        TO SANC-NAME.
           MOVE WS-NEW-DOB      TO SANC-DOB.
           MOVE SIN-REGIME      TO SANC-REGIME.
           MOVE SIN-LISTED-DATE TO SANC-LISTED-DATE.
           MOVE WS-RUN-DATE     TO SANC-ADDED-DATE SANC-SEEN-DATE.
           MOVE 'A'             TO SANC-STATUS.

           WRITE SANCTIONS-LIST-RECORD.
           PERFORM CHECK-LIST-WRITE.

           ADD 1 TO WS-ADDED-CNT.
           MOVE 'ADDED       ' TO WS-RPT-ACTION.
           WRITE SANCL-PRINT-RECORD FROM WS-RPT-ENTRY.

       AN999.
           EXIT.

      *
      * An active entry the edition no longer carries has been
      * delisted. It stays on file, marked removed, so a later
      * edition naming it again shows as a reactivation
      *
       REMOVE-UNSEEN-ENTRIES SECTION.
       RU010.
           MOVE LOW-VALUES TO SANC-ENTRY-ID.

           MOVE 'N' TO WS-SCAN-EXIT.
           START SANCLIST KEY NOT < SANC-ENTRY-ID
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-EXIT
           END-START.

           PERFORM UNTIL WS-SCAN-EXIT = 'Y'
              READ SANCLIST NEXT RECORD
                AT END MOVE 'Y' TO WS-SCAN-EXIT
              END-READ
              IF WS-SCAN-EXIT = 'N'
                 IF SANC-STATUS-ACTIVE AND
                    SANC-SEEN-DATE NOT = WS-RUN-DATE
                    PERFORM REMOVE-ONE-ENTRY
                 END-IF
              END-IF
           END-PERFORM.

       RU999.
           EXIT.

       REMOVE-ONE-ENTRY SECTION.
       RO010.
           MOVE 'R'         TO SANC-STATUS.
           MOVE WS-RUN-DATE TO SANC-REMOVED-DATE.

           REWRITE SANCTIONS-LIST-RECORD.
           PERFORM CHECK-LIST-WRITE.

           ADD 1 TO WS-REMOVED-CNT.
           MOVE SANC-ENTRY-ID TO WS-RPT-ENTRY-ID.
           MOVE 'REMOVED     ' TO WS-RPT-ACTION.
           MOVE SANC-NAME     TO WS-RPT-NAME.
           MOVE SANC-DOB      TO WS-RPT-DOB.
           MOVE SANC-REGIME   TO WS-RPT-REGIME.
           WRITE SANCL-PRINT-RECORD FROM WS-RPT-ENTRY.

       RO999.
           EXIT.

       CHECK-LIST-WRITE SECTION.
       CW010.
           IF SANCLIST-STATUS NOT = '00'
              DISPLAY 'SANCLOAD - error writing list entry '
                      SANC-ENTRY-ID ' status=' SANCLIST-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CW999.
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
              DISPLAY 'SANCLOAD - business date unavailable, using '
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
           CLOSE SANCIN.
           CLOSE SANCLIST.
           CLOSE SANCLRPT.

       CF999.
           EXIT.
