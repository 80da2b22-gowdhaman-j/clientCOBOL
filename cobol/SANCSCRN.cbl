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
      * Nightly sanctions screening, run after SANCLOAD. Compares
      * the book with the SANCLIST sanctions list through SANCMTCH
      * and raises every possible match on the SANCREVW review
      * worklist:
      *  - every customer's CUSTOMER-NAME and date of birth is
      *    screened against the list entries added or changed since
      *    the last run - the delta the new edition brought,
      *  - every PAYEMST saved payee created since the last run is
      *    screened against the whole list, and every older payee
      *    against the delta, payees having no date of birth.
      * PARM='FULL' screens the whole book against the whole list,
      * as does the first run, when there is no SANCCTL control
      * record holding the last run's date. A full run is what
      * picks up customers created on-line since the last one;
      * ONBOARD screens its own applications before they become
      * customers.
      *
      * A pair already open on the worklist has its score brought
      * up to date. A pair the reviewer dismissed is not raised
      * again unless its list entry has changed since the
      * dismissal, and a confirmed pair - already blocked by
      * SANCMNT - is left alone. The SANCSRPT worklist then lists
      * every open item, strongest match first, and closes with
      * the night's counts. The SANCCTL record is rewritten only
      * when the run completes, so a failed night is screened
      * again from the same point.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCSCRN.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTFILE
                  ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CUSTOMER-KEY
                  FILE STATUS  IS CUSTFILE-STATUS.

           SELECT PAYEMST
                  ASSIGN TO PAYEMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS PAYE-KEY
                  FILE STATUS  IS PAYEMST-STATUS.

           SELECT SANCREVW
                  ASSIGN TO SANCREVW
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REV-KEY
                  FILE STATUS  IS SANCREVW-STATUS.

           SELECT SANCCTL
                  ASSIGN TO SANCCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS SANCCTL-STATUS.

           SELECT SANCSRPT
                  ASSIGN TO SANCSRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS SANCSRPT-STATUS.

           SELECT SORT-WORK
                  ASSIGN TO SORTWK01.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  CUSTFILE.
       01  VSAM-RECORD.
       COPY CUSTOMER.

       FD  PAYEMST.
       01  PAYEE-RECORD.
       COPY PAYEMST.

       FD  SANCREVW.
       01  REVIEW-RECORD.
       COPY SANCREVW.

       FD  SANCCTL.
       01  SCREEN-CONTROL-RECORD.
           05 SCTL-LAST-RUN-DATE           PIC X(10).
           05 SCTL-SINCE-DATE              PIC X(10).
           05 FILLER                       PIC X(60).

       FD  SANCSRPT.
       01  SANCS-PRINT-RECORD              PIC X(133).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SRT-SCORE                    PIC 9(3).
           05 SRT-RAISED-DATE              PIC X(10).
           05 SRT-REV-KEY.
              10 SRT-SUBJECT-TYPE          PIC X.
              10 SRT-SUBJECT-KEY           PIC X(30).
              10 SRT-ENTRY-ID              PIC X(10).
           05 SRT-STRENGTH                 PIC X(6).
           05 SRT-SUBJECT-NAME             PIC X(60).
           05 SRT-ENTRY-NAME               PIC X(60).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  CUSTFILE-STATUS.
           05 CUSTFILE-STATUS1             PIC X.
           05 CUSTFILE-STATUS2             PIC X.

       01  PAYEMST-STATUS.
           05 PAYEMST-STATUS1              PIC X.
           05 PAYEMST-STATUS2              PIC X.

       01  SANCREVW-STATUS.
           05 SANCREVW-STATUS1             PIC X.
           05 SANCREVW-STATUS2             PIC X.

       01  SANCCTL-STATUS.
           05 SANCCTL-STATUS1              PIC X.
           05 SANCCTL-STATUS2              PIC X.

       01  SANCSRPT-STATUS.
           05 SANCSRPT-STATUS1             PIC X.
           05 SANCSRPT-STATUS2             PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.
       01 WS-SCAN-EXIT                     PIC X    VALUE 'N'.
       01 WS-SORT-EXIT                     PIC X    VALUE 'N'.

       01 WS-FULL-RUN                      PIC X    VALUE 'N'.
       01 WS-LAST-RUN-DATE                 PIC X(10) VALUE SPACES.
       01 WS-SINCE-DATE                    PIC X(10) VALUE SPACES.

       01 WS-CUSTOMER-CNT                  PIC 9(7) VALUE 0.
       01 WS-PAYEE-CNT                     PIC 9(7) VALUE 0.
       01 WS-RAISED-CNT                    PIC 9(7) VALUE 0.
       01 WS-REOPENED-CNT                  PIC 9(7) VALUE 0.
       01 WS-STILL-OPEN-CNT                PIC 9(7) VALUE 0.
       01 WS-SUPPRESSED-CNT                PIC 9(7) VALUE 0.
       01 WS-WORKLIST-CNT                  PIC 9(7) VALUE 0.

      *
      * The subject being screened, for the review record
      *
       01 WS-SUBJECT-TYPE                  PIC X.
       01 WS-SUBJECT-KEY                   PIC X(30).
       01 WS-SUBJECT-NAME                  PIC X(60).
       01 WS-SUBJECT-DOB                   PIC 9(8).
       01 WS-HIT-NDX                       PIC 9(2).

       01 WS-SANCMTCH-PARM.
           05 WS-SMP-FUNCTION              PIC X(5).
           05 WS-SMP-SINCE-DATE            PIC X(10).
           05 WS-SMP-NAME                  PIC X(60).
           05 WS-SMP-DOB                   PIC 9(8).
           05 WS-SMP-HIT-COUNT             PIC 9(2).
           05 WS-SMP-HIT OCCURS 10 TIMES.
              10 WS-SMP-HIT-ENTRY-ID       PIC X(10).
              10 WS-SMP-HIT-ENTRY-NAME     PIC X(60).
              10 WS-SMP-HIT-ENTRY-DOB      PIC 9(8).
              10 WS-SMP-HIT-CHANGED        PIC X(10).
              10 WS-SMP-HIT-SCORE          PIC 9(3).
              10 WS-SMP-HIT-STRENGTH       PIC X(6).
           05 WS-SMP-STATUS                PIC X.

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
           05 FILLER                       PIC X(36)
                 VALUE 'SANCSCRN SANCTIONS REVIEW WORKLIST  '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(86) VALUE SPACES.

       01 WS-RPT-MODE.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(9) VALUE 'RUN TYPE '.
           05 WS-RPT-RUN-TYPE              PIC X(5).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-MODE-TEXT             PIC X(60).
           05 FILLER                       PIC X(56) VALUE SPACES.

       01 WS-RPT-COLUMNS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(5) VALUE 'SCORE'.
           05 FILLER                       PIC X(8) VALUE 'STRENGTH'.
           05 FILLER                       PIC X(3) VALUE ' T '.
           05 FILLER                       PIC X(32)
                 VALUE 'SUBJECT KEY                     '.
           05 FILLER                       PIC X(12)
                 VALUE 'LIST ENTRY  '.
           05 FILLER                       PIC X(30)
                 VALUE 'SUBJECT NAME                  '.
           05 FILLER                       PIC X(30)
                 VALUE 'LISTED NAME                   '.
           05 FILLER                       PIC X(10) VALUE 'RAISED'.
           05 FILLER                       PIC X(2) VALUE SPACES.

       01 WS-RPT-ITEM.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-SCORE                 PIC ZZ9.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-STRENGTH              PIC X(6).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-SUBJECT-TYPE          PIC X.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-SUBJECT-KEY           PIC X(30).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-ENTRY-ID              PIC X(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-SUBJECT-NAME          PIC X(28).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-ENTRY-NAME            PIC X(28).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-RAISED-DATE           PIC X(10).
           05 FILLER                       PIC X(2) VALUE SPACES.

       01 WS-RPT-TOTALS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(10)
                 VALUE 'CUSTOMERS '.
           05 WS-RPT-TOT-CUSTOMERS         PIC Z(6)9.
           05 FILLER                       PIC X(9) VALUE '  PAYEES '.
           05 WS-RPT-TOT-PAYEES            PIC Z(6)9.
           05 FILLER                       PIC X(9) VALUE '  RAISED '.
           05 WS-RPT-TOT-RAISED            PIC Z(6)9.
           05 FILLER                       PIC X(11)
                 VALUE '  REOPENED '.
           05 WS-RPT-TOT-REOPENED          PIC Z(6)9.
           05 FILLER                       PIC X(13)
                 VALUE '  STILL OPEN '.
           05 WS-RPT-TOT-STILL-OPEN        PIC Z(6)9.
           05 FILLER                       PIC X(13)
                 VALUE '  SUPPRESSED '.
           05 WS-RPT-TOT-SUPPRESSED        PIC Z(6)9.
           05 FILLER                       PIC X(11)
                 VALUE '  WORKLIST '.
           05 WS-RPT-TOT-WORKLIST          PIC Z(6)9.
           05 FILLER                       PIC X(7) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'SANCSCRN'.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

       LINKAGE SECTION.
       01 PARM-FIELD.
           05 PARM-LENGTH                  PIC S9(4) COMP.
           05 PARM-DATA                    PIC X(20).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION USING PARM-FIELD.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started SANCSCRN.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE.

           IF PARM-LENGTH >= 4
              IF PARM-DATA(1:4) = 'FULL'
                 MOVE 'Y' TO WS-FULL-RUN
              END-IF
           END-IF.

           PERFORM READ-SCREEN-CONTROL.
           PERFORM OPEN-FILES.

           WRITE SANCS-PRINT-RECORD FROM WS-RPT-HEADER.
           MOVE SPACES TO WS-RPT-MODE-TEXT.
           IF WS-FULL-RUN = 'Y'
              MOVE 'FULL ' TO WS-RPT-RUN-TYPE
              MOVE 'WHOLE BOOK AGAINST THE WHOLE LIST'
                 TO WS-RPT-MODE-TEXT
           ELSE
              MOVE 'DELTA' TO WS-RPT-RUN-TYPE
              STRING 'LIST ENTRIES ADDED OR CHANGED AFTER '
                     WS-SINCE-DATE
                     DELIMITED BY SIZE INTO WS-RPT-MODE-TEXT
           END-IF.
           WRITE SANCS-PRINT-RECORD FROM WS-RPT-MODE.

           PERFORM SCREEN-CUSTOMERS.
           PERFORM SCREEN-PAYEES.

           WRITE SANCS-PRINT-RECORD FROM WS-RPT-COLUMNS.

           SORT SORT-WORK
              ON DESCENDING KEY SRT-SCORE
              ON ASCENDING KEY SRT-RAISED-DATE
                               SRT-REV-KEY
              INPUT PROCEDURE IS RELEASE-OPEN-ITEMS
              OUTPUT PROCEDURE IS PRINT-WORKLIST.

           MOVE WS-CUSTOMER-CNT   TO WS-RPT-TOT-CUSTOMERS.
           MOVE WS-PAYEE-CNT      TO WS-RPT-TOT-PAYEES.
           MOVE WS-RAISED-CNT     TO WS-RPT-TOT-RAISED.
           MOVE WS-REOPENED-CNT   TO WS-RPT-TOT-REOPENED.
           MOVE WS-STILL-OPEN-CNT TO WS-RPT-TOT-STILL-OPEN.
           MOVE WS-SUPPRESSED-CNT TO WS-RPT-TOT-SUPPRESSED.
           MOVE WS-WORKLIST-CNT   TO WS-RPT-TOT-WORKLIST.
           WRITE SANCS-PRINT-RECORD FROM WS-RPT-TOTALS.

           DISPLAY 'SANCSCRN screened ' WS-CUSTOMER-CNT
                   ' customers and ' WS-PAYEE-CNT ' payees: raised '
                   WS-RAISED-CNT ', reopened ' WS-REOPENED-CNT
                   ', still open ' WS-STILL-OPEN-CNT
                   ', dismissed and suppressed ' WS-SUPPRESSED-CNT
                   ', open on worklist ' WS-WORKLIST-CNT '.'.

           PERFORM WRITE-SCREEN-CONTROL.

           IF WS-WORKLIST-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

      *
      * A rerun on the same business date screens from the same
      * point as the first attempt, not from tonight
      *
       READ-SCREEN-CONTROL SECTION.
       RC010.
           OPEN INPUT SANCCTL.
           IF SANCCTL-STATUS NOT = '00'
              DISPLAY 'SANCSCRN - no SANCCTL control record (status='
                      SANCCTL-STATUS ') - full screening run'
              MOVE 'Y' TO WS-FULL-RUN
              GO TO RC999
           END-IF.

           READ SANCCTL
             AT END
               MOVE 'Y' TO WS-FULL-RUN
           END-READ.
           CLOSE SANCCTL.

           IF WS-FULL-RUN = 'Y'
              GO TO RC999
           END-IF.

           MOVE SCTL-LAST-RUN-DATE TO WS-LAST-RUN-DATE.
           IF SCTL-LAST-RUN-DATE NOT < WS-RUN-DATE
              MOVE SCTL-SINCE-DATE TO WS-SINCE-DATE
           ELSE
              MOVE SCTL-LAST-RUN-DATE TO WS-SINCE-DATE
           END-IF.

           IF WS-SINCE-DATE = SPACES
              MOVE 'Y' TO WS-FULL-RUN
           END-IF.

       RC999.
           EXIT.

       WRITE-SCREEN-CONTROL SECTION.
       WC010.
           OPEN OUTPUT SANCCTL.
           IF SANCCTL-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening SANCCTL file, status='
                       SANCCTL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           MOVE SPACES       TO SCREEN-CONTROL-RECORD.
           MOVE WS-RUN-DATE  TO SCTL-LAST-RUN-DATE.
           IF WS-FULL-RUN = 'Y'
              MOVE SPACES TO SCTL-SINCE-DATE
           ELSE
              MOVE WS-SINCE-DATE TO SCTL-SINCE-DATE
           END-IF.
           WRITE SCREEN-CONTROL-RECORD.
           CLOSE SANCCTL.

       WC999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT CUSTFILE.
           IF CUSTFILE-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening CUSTFILE file, status='
                       CUSTFILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT PAYEMST.
           IF PAYEMST-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening PAYEMST file, status='
                       PAYEMST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O SANCREVW.
           IF SANCREVW-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening SANCREVW file, status='
                       SANCREVW-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT SANCSRPT.
           IF SANCSRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening SANCSRPT file, status='
                       SANCSRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * Every customer against the delta, or the whole list on a
      * full run
      *
       SCREEN-CUSTOMERS SECTION.
       SC010.
           MOVE 'N' TO WS-EXIT.
           READ CUSTFILE NEXT RECORD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-CUSTOMER-CNT
              MOVE 'C'                    TO WS-SUBJECT-TYPE
              MOVE CUSTOMER-KEY           TO WS-SUBJECT-KEY
              MOVE CUSTOMER-NAME          TO WS-SUBJECT-NAME
              IF CUSTOMER-DATE-OF-BIRTH NUMERIC
                 MOVE CUSTOMER-DATE-OF-BIRTH TO WS-SUBJECT-DOB
              ELSE
                 MOVE 0 TO WS-SUBJECT-DOB
              END-IF
              IF WS-FULL-RUN = 'Y'
                 MOVE SPACES TO WS-SMP-SINCE-DATE
              ELSE
                 MOVE WS-SINCE-DATE TO WS-SMP-SINCE-DATE
              END-IF
              PERFORM SCREEN-ONE-SUBJECT
              READ CUSTFILE NEXT RECORD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

       SC999.
           EXIT.

      *
      * A payee set up since the last run has never been screened
      * and goes against the whole list; an older one only against
      * what the list has gained since
      *
       SCREEN-PAYEES SECTION.
       SP010.
           MOVE 'N' TO WS-EXIT.
           READ PAYEMST NEXT RECORD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-PAYEE-CNT
              MOVE 'P'       TO WS-SUBJECT-TYPE
              MOVE PAYE-KEY  TO WS-SUBJECT-KEY
              MOVE PAYE-NAME TO WS-SUBJECT-NAME
              MOVE 0         TO WS-SUBJECT-DOB
              IF WS-FULL-RUN = 'Y' OR
                 PAYE-CREATED-DATE NOT < WS-LAST-RUN-DATE
                 MOVE SPACES TO WS-SMP-SINCE-DATE
              ELSE
                 MOVE WS-SINCE-DATE TO WS-SMP-SINCE-DATE
              END-IF
              PERFORM SCREEN-ONE-SUBJECT
              READ PAYEMST NEXT RECORD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

       SP999.
           EXIT.

      *
      * A subject nobody could screen is not a clear one - a
      * SANCMTCH failure stops the run
      *
       SCREEN-ONE-SUBJECT SECTION.
       SS010.
           MOVE 'MATCH'         TO WS-SMP-FUNCTION.
           MOVE WS-SUBJECT-NAME TO WS-SMP-NAME.
           MOVE WS-SUBJECT-DOB  TO WS-SMP-DOB.
           CALL 'SANCMTCH' USING WS-SANCMTCH-PARM.

           IF WS-SMP-STATUS NOT = SPACE
              DISPLAY 'SANCSCRN - SANCMTCH could not screen, run '
                      'stopped at ' WS-SUBJECT-TYPE ' '
                      WS-SUBJECT-KEY
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM RAISE-REVIEW
              VARYING WS-HIT-NDX FROM 1 BY 1
              UNTIL WS-HIT-NDX > WS-SMP-HIT-COUNT.

       SS999.
           EXIT.

      *
      * New pair - raised open. Open pair - score brought up to
      * date. Dismissed pair - raised again only if the list entry
      * has changed since the dismissal. Confirmed pair - already
      * dealt with by SANCMNT
      *
       RAISE-REVIEW SECTION.
       RR010.
           MOVE WS-SUBJECT-TYPE TO REV-SUBJECT-TYPE.
           MOVE WS-SUBJECT-KEY  TO REV-SUBJECT-KEY.
           MOVE WS-SMP-HIT-ENTRY-ID(WS-HIT-NDX) TO REV-ENTRY-ID.
           READ SANCREVW
              KEY IS REV-KEY
           END-READ.

           IF SANCREVW-STATUS = '23'
              MOVE SPACES TO REVIEW-RECORD
              MOVE WS-SUBJECT-TYPE TO REV-SUBJECT-TYPE
              MOVE WS-SUBJECT-KEY  TO REV-SUBJECT-KEY
              MOVE WS-SMP-HIT-ENTRY-ID(WS-HIT-NDX) TO REV-ENTRY-ID
              MOVE WS-RUN-DATE     TO REV-RAISED-DATE
              MOVE 'O'             TO REV-STATUS
              PERFORM FILL-REVIEW-MATCH
              WRITE REVIEW-RECORD
              PERFORM CHECK-REVIEW-WRITE
              ADD 1 TO WS-RAISED-CNT
              GO TO RR999
           END-IF.

           IF SANCREVW-STATUS NOT = '00'
              DISPLAY 'SANCSCRN - error reading review for '
                      REV-KEY ' status=' SANCREVW-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           EVALUATE TRUE
              WHEN REV-STATUS-OPEN
                 PERFORM FILL-REVIEW-MATCH
                 REWRITE REVIEW-RECORD
                 PERFORM CHECK-REVIEW-WRITE
                 ADD 1 TO WS-STILL-OPEN-CNT
              WHEN REV-STATUS-DISMISSED AND
                   WS-SMP-HIT-CHANGED(WS-HIT-NDX) > REV-DECIDED-DATE
                 MOVE WS-RUN-DATE TO REV-RAISED-DATE
                 MOVE 'O'         TO REV-STATUS
                 MOVE 'REOPENED - LIST ENTRY CHANGED'
                    TO REV-NARRATIVE
                 PERFORM FILL-REVIEW-MATCH
                 REWRITE REVIEW-RECORD
                 PERFORM CHECK-REVIEW-WRITE
                 ADD 1 TO WS-REOPENED-CNT
              WHEN REV-STATUS-DISMISSED
                 ADD 1 TO WS-SUPPRESSED-CNT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       RR999.
           EXIT.

       FILL-REVIEW-MATCH SECTION.
       FM010.
           MOVE WS-SUBJECT-NAME TO REV-SUBJECT-NAME.
           MOVE WS-SUBJECT-DOB  TO REV-SUBJECT-DOB.
           MOVE WS-SMP-HIT-ENTRY-NAME(WS-HIT-NDX) TO REV-ENTRY-NAME.
           MOVE WS-SMP-HIT-ENTRY-DOB(WS-HIT-NDX)  TO REV-ENTRY-DOB.
           MOVE WS-SMP-HIT-SCORE(WS-HIT-NDX)      TO REV-SCORE.
           MOVE WS-SMP-HIT-STRENGTH(WS-HIT-NDX)   TO REV-STRENGTH.
           MOVE WS-RUN-DATE TO REV-LAST-SEEN-DATE.

       FM999.
           EXIT.

       CHECK-REVIEW-WRITE SECTION.
       CW010.
           IF SANCREVW-STATUS NOT = '00'
              DISPLAY 'SANCSCRN - error writing review for '
                      REV-KEY ' status=' SANCREVW-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CW999.
           EXIT.

      *
      * The worklist is every open item, whenever it was raised
      *
       RELEASE-OPEN-ITEMS SECTION.
       RI010.
           MOVE LOW-VALUES TO REV-KEY.

           MOVE 'N' TO WS-SCAN-EXIT.
           START SANCREVW KEY NOT < REV-KEY
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-EXIT
           END-START.

           PERFORM UNTIL WS-SCAN-EXIT = 'Y'
              READ SANCREVW NEXT RECORD
                AT END MOVE 'Y' TO WS-SCAN-EXIT
              END-READ
              IF WS-SCAN-EXIT = 'N' AND REV-STATUS-OPEN
                 MOVE REV-SCORE        TO SRT-SCORE
                 MOVE REV-RAISED-DATE  TO SRT-RAISED-DATE
                 MOVE REV-KEY          TO SRT-REV-KEY
                 MOVE REV-STRENGTH     TO SRT-STRENGTH
                 MOVE REV-SUBJECT-NAME TO SRT-SUBJECT-NAME
                 MOVE REV-ENTRY-NAME   TO SRT-ENTRY-NAME
                 RELEASE SORT-RECORD
              END-IF
           END-PERFORM.

       RI999.
           EXIT.

       PRINT-WORKLIST SECTION.
       PW010.
           MOVE 'N' TO WS-SORT-EXIT.
           RETURN SORT-WORK
             AT END MOVE 'Y' TO WS-SORT-EXIT
           END-RETURN.

           PERFORM UNTIL WS-SORT-EXIT = 'Y'
              ADD 1 TO WS-WORKLIST-CNT
              MOVE SRT-SCORE              TO WS-RPT-SCORE
              MOVE SRT-STRENGTH           TO WS-RPT-STRENGTH
              MOVE SRT-SUBJECT-TYPE       TO WS-RPT-SUBJECT-TYPE
              MOVE SRT-SUBJECT-KEY        TO WS-RPT-SUBJECT-KEY
              MOVE SRT-ENTRY-ID           TO WS-RPT-ENTRY-ID
              MOVE SRT-SUBJECT-NAME(1:28) TO WS-RPT-SUBJECT-NAME
              MOVE SRT-ENTRY-NAME(1:28)   TO WS-RPT-ENTRY-NAME
              MOVE SRT-RAISED-DATE        TO WS-RPT-RAISED-DATE
              WRITE SANCS-PRINT-RECORD FROM WS-RPT-ITEM
              RETURN SORT-WORK
                AT END MOVE 'Y' TO WS-SORT-EXIT
              END-RETURN
           END-PERFORM.

       PW999.
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
              DISPLAY 'SANCSCRN - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-CUSTOMER-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE CUSTFILE.
           CLOSE PAYEMST.
           CLOSE SANCREVW.
           CLOSE SANCSRPT.

           MOVE 'CLOSE' TO WS-SMP-FUNCTION.
           CALL 'SANCMTCH' USING WS-SANCMTCH-PARM.

       CF999.
           EXIT.
