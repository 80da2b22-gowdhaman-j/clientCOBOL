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
      * Quarterly overdraft limit review (PARM='YYYY-Qn', default
      * the quarter before the one the business date is in). Every
      * open account whose product is a current account allowed to
      * go overdrawn is scored out of 100 on how it was run in the
      * quarter:
      *   - the customer's CUSTOMER-CREDIT-SCORE, worth nothing if
      *     it was last reviewed more than a year before the
      *     quarter end or never              up to 40 points
      *   - nights ODSWEEP reported the account OVER, counted
      *     from the ODHIST history            up to 30 points
      *   - unauthorised overdraft fees, the ODFEE journal legs
      *                                      up to 15 points
      *   - average monthly credit turnover from the journal,
      *     leaving out the bank's own interest, fee and deposit
      *     break legs, against the limit      up to 15 points
      * 80 or more with an up to date credit score proposes an
      * increase to the greater of a quarter more or 250 pounds
      * more, but never past half the monthly turnover; 50 to 79
      * leaves the limit alone; 25 to 49 proposes a quarter off
      * and under 25 half off, or all of it for an account over
      * its limit more than 15 nights. New limits are whole 50
      * pounds. An account with no limit is never reduced.
      *
      * A proposed change goes to ODPROP, status P, with the
      * points, figures and a short reason for credit committee,
      * who decide it by ODAPPR card. A proposal already approved
      * as a decrease and serving its notice is left alone; one
      * still waiting from an earlier review is replaced, or
      * removed if this review proposes no change. Every account
      * reviewed is listed on ODRVRPT.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODREVIEW.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTFILE
                  ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT CUSTFILE
                  ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CUSTOMER-KEY
                  FILE STATUS  IS CUSTFILE-STATUS.

           SELECT ODHIST
                  ASSIGN TO ODHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ODH-KEY
                  FILE STATUS  IS ODHIST-STATUS.

           SELECT JRNLIN
                  ASSIGN TO JRNLIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS JRNL-KEY
                  FILE STATUS  IS JRNLIN-STATUS.

           SELECT ODPROP
                  ASSIGN TO ODPROP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ODP-ACCOUNT-NUMBER
                  FILE STATUS  IS ODPROP-STATUS.

           SELECT ODRVRPT
                  ASSIGN TO ODRVRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS ODRVRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  CUSTFILE.
       01  VSAM-RECORD.
       COPY CUSTOMER.

       FD  ODHIST.
       01  OD-HISTORY-RECORD.
       COPY ODHIST.

       FD  JRNLIN.
       01  JOURNAL-RECORD.
       COPY TXNJRNL.

       FD  ODPROP.
       01  OD-PROPOSAL-RECORD.
       COPY ODPROP.

       FD  ODRVRPT.
       01  ODRV-PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  CUSTFILE-STATUS.
           05 CUSTFILE-STATUS1             PIC X.
           05 CUSTFILE-STATUS2             PIC X.

       01  ODHIST-STATUS.
           05 ODHIST-STATUS1               PIC X.
           05 ODHIST-STATUS2               PIC X.

       01  JRNLIN-STATUS.
           05 JRNLIN-STATUS1               PIC X.
           05 JRNLIN-STATUS2               PIC X.

       01  ODPROP-STATUS.
           05 ODPROP-STATUS1               PIC X.
           05 ODPROP-STATUS2               PIC X.

       01  ODRVRPT-STATUS.
           05 ODRVRPT-STATUS1              PIC X.
           05 ODRVRPT-STATUS2              PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.
       01 WS-SCAN-EXIT                     PIC X    VALUE 'N'.

       01 WS-QUARTER.
           05 WS-QTR-YEAR                  PIC 9(4).
           05 WS-QTR-DASH                  PIC X    VALUE '-'.
           05 WS-QTR-Q                     PIC X    VALUE 'Q'.
           05 WS-QTR-NO                    PIC 9.

       01 WS-QTR-START.
           05 WS-QS-YEAR                   PIC 9(4).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-QS-MONTH                  PIC 99.
           05 FILLER                       PIC X(3) VALUE '-01'.

       01 WS-QTR-END.
           05 WS-QE-YEAR                   PIC 9(4).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-QE-MONTH                  PIC 99.
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-QE-DAY                    PIC 99.

      *
      * A credit score reviewed before this date is out of date
      *
       01 WS-SCORE-CUTOFF                  PIC 9(8).
       01 WS-REVIEW-YYYYMMDD               PIC 9(8).

       01 WS-READ-CNT                      PIC 9(9) VALUE 0.
       01 WS-REVIEWED-CNT                  PIC 9(7) VALUE 0.
       01 WS-INCREASE-CNT                  PIC 9(7) VALUE 0.
       01 WS-DECREASE-CNT                  PIC 9(7) VALUE 0.
       01 WS-NOCHANGE-CNT                  PIC 9(7) VALUE 0.
       01 WS-NOTICE-CNT                    PIC 9(7) VALUE 0.
       01 WS-WITHDRAWN-CNT                 PIC 9(7) VALUE 0.
       01 WS-NOCUST-CNT                    PIC 9(7) VALUE 0.

      *
      * The account in hand - its conduct over the quarter and
      * the points it earns
      *
       01 WS-CREDIT-SCORE                  PIC 9(3).
       01 WS-SCORE-STALE                   PIC X.
       01 WS-OVER-DAYS                     PIC 9(3).
       01 WS-OD-FEES                       PIC 9(3).
       01 WS-CREDITS                       PIC S9(10)V99 COMP-3.
       01 WS-TURNOVER                      PIC S9(10)V99 COMP-3.
       01 WS-POINTS                        PIC 9(3).
       01 WS-CUR-LIMIT                     PIC S9(8) COMP.
       01 WS-NEW-LIMIT                     PIC S9(8) COMP.
       01 WS-TURNOVER-CAP                  PIC S9(8) COMP.
       01 WS-FIFTIES                       PIC S9(8) COMP.
       01 WS-DECISION                      PIC X(9).

      *
      * Limits are worked as the pounds the account may go
      * overdrawn; ACCOUNT-OVERDRAFT-LIMIT holds the negative
      *
       01 WS-CUR-HEADROOM                  PIC S9(8) COMP.
       01 WS-NEW-HEADROOM                  PIC S9(8) COMP.

      *
      * The reason, built up a piece at a time
      *
       01 WS-REASON                        PIC X(40).
       01 WS-REASON-PTR                    PIC 9(3) COMP.
       01 WS-REASON-PART                   PIC X(20).
       01 WS-COUNT-EDIT                    PIC ZZ9.
       01 WS-LEAD                          PIC 9(2) COMP.

       01 WS-PRODINF-PARM.
           03 WS-PIP-FUNCTION              PIC X(5).
           03 WS-PIP-ACCOUNT-TYPE          PIC X(8).
           03 WS-PIP-PRODUCT.
       COPY PRODMST.
           03 WS-PIP-STATUS                PIC X.

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
           05 FILLER                       PIC X(34)
                 VALUE 'ODREVIEW OVERDRAFT LIMIT REVIEW   '.
           05 WS-RPT-HDR-QUARTER           PIC X(7).
           05 FILLER                       PIC X(36)
                 VALUE '  (LIMIT = POUNDS OVERDRAWN ALLOWED,'.
           05 FILLER                       PIC X(55)
                 VALUE ' * = CREDIT SCORE OUT OF DATE)'.

       01 WS-RPT-COLUMNS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(7)  VALUE 'SORTCD '.
           05 FILLER                       PIC X(12)
                 VALUE 'ACCOUNT     '.
           05 FILLER                       PIC X(15)
                 VALUE 'NAME           '.
           05 FILLER                       PIC X(5)  VALUE ' CS  '.
           05 FILLER                       PIC X(4)  VALUE 'OVR '.
           05 FILLER                       PIC X(4)  VALUE 'FEE '.
           05 FILLER                       PIC X(13)
                 VALUE '   AVG CREDIT'.
           05 FILLER                       PIC X(4)  VALUE ' PTS'.
           05 FILLER                       PIC X(9)  VALUE '  CUR LIM'.
           05 FILLER                       PIC X(9)  VALUE '  NEW LIM'.
           05 FILLER                       PIC X(10)
                 VALUE ' DECISION '.
           05 FILLER                       PIC X(40) VALUE 'REASON'.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-SORTCODE              PIC 9(6).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-ACCOUNT               PIC 9(11).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-NAME                  PIC X(14).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-CREDIT-SCORE          PIC ZZ9.
           05 WS-RPT-STALE                 PIC X.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-OVER-DAYS             PIC ZZ9.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-OD-FEES               PIC ZZ9.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-TURNOVER              PIC -(8)9.99.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-POINTS                PIC ZZ9.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-CUR-LIMIT             PIC Z(7)9.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-NEW-LIMIT             PIC Z(7)9.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-DECISION              PIC X(9).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-REASON                PIC X(40).

       01 WS-RPT-SUMMARY-1.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(26)
                 VALUE 'ACCOUNTS READ             '.
           05 WS-RPT-SUM-READ              PIC Z(8)9.
           05 FILLER                       PIC X(26)
                 VALUE '   REVIEWED               '.
           05 WS-RPT-SUM-REVIEWED          PIC Z(8)9.
           05 FILLER                       PIC X(26)
                 VALUE '   NOT ON CUSTOMER FILE   '.
           05 WS-RPT-SUM-NOCUST            PIC Z(8)9.
           05 FILLER                       PIC X(27) VALUE SPACES.

       01 WS-RPT-SUMMARY-2.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(26)
                 VALUE 'INCREASES PROPOSED        '.
           05 WS-RPT-SUM-INCREASE          PIC Z(8)9.
           05 FILLER                       PIC X(26)
                 VALUE '   DECREASES PROPOSED     '.
           05 WS-RPT-SUM-DECREASE          PIC Z(8)9.
           05 FILLER                       PIC X(26)
                 VALUE '   NO CHANGE              '.
           05 WS-RPT-SUM-NOCHANGE          PIC Z(8)9.
           05 FILLER                       PIC X(27) VALUE SPACES.

       01 WS-RPT-SUMMARY-3.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(26)
                 VALUE 'NOTICE STILL RUNNING      '.
           05 WS-RPT-SUM-NOTICE            PIC Z(8)9.
           05 FILLER                       PIC X(26)
                 VALUE '   OLD PROPOSALS REMOVED  '.
           05 WS-RPT-SUM-WITHDRAWN         PIC Z(8)9.
           05 FILLER                       PIC X(62) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'ODREVIEW'.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Linkage Storage                                           ***
      *****************************************************************
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
           DISPLAY 'Started ODREVIEW.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           PERFORM GET-BUSINESS-DATE.

           PERFORM SET-QUARTER.

           PERFORM OPEN-FILES.

           WRITE ODRV-PRINT-RECORD FROM WS-RPT-HEADER.
           WRITE ODRV-PRINT-RECORD FROM WS-RPT-COLUMNS.

           READ ACCTFILE
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-READ-CNT
              IF ACCOUNT-STATUS-OPEN
                 PERFORM GET-PRODUCT
                 IF PROD-CLASS-CURRENT AND PROD-OVERDRAFT-ALLOWED
                    PERFORM REVIEW-ONE-ACCOUNT
                 END-IF
              END-IF
              READ ACCTFILE
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE WS-READ-CNT      TO WS-RPT-SUM-READ.
           MOVE WS-REVIEWED-CNT  TO WS-RPT-SUM-REVIEWED.
           MOVE WS-NOCUST-CNT    TO WS-RPT-SUM-NOCUST.
           WRITE ODRV-PRINT-RECORD FROM WS-RPT-SUMMARY-1.
           MOVE WS-INCREASE-CNT  TO WS-RPT-SUM-INCREASE.
           MOVE WS-DECREASE-CNT  TO WS-RPT-SUM-DECREASE.
           MOVE WS-NOCHANGE-CNT  TO WS-RPT-SUM-NOCHANGE.
           WRITE ODRV-PRINT-RECORD FROM WS-RPT-SUMMARY-2.
           MOVE WS-NOTICE-CNT    TO WS-RPT-SUM-NOTICE.
           MOVE WS-WITHDRAWN-CNT TO WS-RPT-SUM-WITHDRAWN.
           WRITE ODRV-PRINT-RECORD FROM WS-RPT-SUMMARY-3.

           DISPLAY 'ODREVIEW ' WS-QUARTER ': ' WS-REVIEWED-CNT
                   ' accounts reviewed, ' WS-INCREASE-CNT
                   ' increases and ' WS-DECREASE-CNT
                   ' decreases proposed.'.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

      *
      * The quarter to review, and its first and last days
      *
       SET-QUARTER SECTION.
       SQ010.
           IF PARM-LENGTH >= 7
              MOVE PARM-DATA(1:7) TO WS-QUARTER
           ELSE
              MOVE WS-RUN-YEAR TO WS-QTR-YEAR
              COMPUTE WS-QTR-NO = (WS-RUN-MONTH - 1) / 3 + 1
              IF WS-QTR-NO = 1
                 MOVE 4 TO WS-QTR-NO
                 SUBTRACT 1 FROM WS-QTR-YEAR
              ELSE
                 SUBTRACT 1 FROM WS-QTR-NO
              END-IF
           END-IF.

           IF WS-QTR-YEAR NOT NUMERIC OR
              WS-QTR-NO NOT NUMERIC OR
              WS-QTR-DASH NOT = '-' OR WS-QTR-Q NOT = 'Q' OR
              WS-QTR-NO < 1 OR WS-QTR-NO > 4
              DISPLAY 'ODREVIEW - quarter must be YYYY-Qn, got '
                      WS-QUARTER
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE WS-QTR-YEAR TO WS-QS-YEAR WS-QE-YEAR.
           COMPUTE WS-QE-MONTH = WS-QTR-NO * 3.
           COMPUTE WS-QS-MONTH = WS-QE-MONTH - 2.
           IF WS-QTR-NO = 2 OR WS-QTR-NO = 3
              MOVE 30 TO WS-QE-DAY
           ELSE
              MOVE 31 TO WS-QE-DAY
           END-IF.

           COMPUTE WS-SCORE-CUTOFF =
              (WS-QE-YEAR - 1) * 10000 + WS-QE-MONTH * 100 +
              WS-QE-DAY.

           MOVE WS-QUARTER TO WS-RPT-HDR-QUARTER.

       SQ999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT ACCTFILE.
           IF ACCTFILE-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ACCTFILE file, status='
                       ACCTFILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT CUSTFILE.
           IF CUSTFILE-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening CUSTFILE file, status='
                       CUSTFILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT ODHIST.
           IF ODHIST-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ODHIST file, status='
                       ODHIST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT JRNLIN.
           IF JRNLIN-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening JRNLIN file, status='
                       JRNLIN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O ODPROP.
           IF ODPROP-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ODPROP file, status='
                       ODPROP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT ODRVRPT.
           IF ODRVRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ODRVRPT file, status='
                       ODRVRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * Score one account and propose its new limit. A decrease
      * already serving its notice is not reviewed again until it
      * has been applied
      *
       REVIEW-ONE-ACCOUNT SECTION.
       RA010.
           MOVE ACCOUNT-NUMBER TO ODP-ACCOUNT-NUMBER.
           READ ODPROP
              KEY IS ODP-ACCOUNT-NUMBER
           END-READ.
           IF ODPROP-STATUS NOT = '00' AND ODPROP-STATUS NOT = '23'
              DISPLAY 'ODREVIEW - error reading proposal for account '
                      ACCOUNT-NUMBER ' status=' ODPROP-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-REVIEWED-CNT.
           MOVE ACCOUNT-OVERDRAFT-LIMIT TO WS-CUR-LIMIT.
           COMPUTE WS-CUR-HEADROOM = 0 - WS-CUR-LIMIT.
           IF WS-CUR-HEADROOM < 0
              MOVE 0 TO WS-CUR-HEADROOM
           END-IF.

           PERFORM GET-CUSTOMER.

           IF ODPROP-STATUS = '00' AND ODP-STATUS-NOTICE
              ADD 1 TO WS-NOTICE-CNT
              MOVE 0 TO WS-POINTS WS-OVER-DAYS WS-OD-FEES
                        WS-TURNOVER
              MOVE 'NOTICE   ' TO WS-DECISION
              MOVE 'DECREASE NOTICE RUNS TO' TO WS-REASON
              MOVE ODP-EFFECTIVE-DATE TO WS-REASON(25:10)
              COMPUTE WS-NEW-HEADROOM = 0 - ODP-APPROVED-LIMIT
              PERFORM REPORT-ACCOUNT
              GO TO RA999
           END-IF.

           PERFORM COUNT-OVER-DAYS.
           PERFORM TAKE-JOURNAL.
           PERFORM SCORE-ACCOUNT.
           PERFORM PROPOSE-LIMIT.

           IF WS-NEW-HEADROOM = WS-CUR-HEADROOM
              ADD 1 TO WS-NOCHANGE-CNT
              MOVE 'NO CHANGE' TO WS-DECISION
              IF ODPROP-STATUS = '00' AND ODP-STATUS-PROPOSED
                 PERFORM REMOVE-OLD-PROPOSAL
              END-IF
           ELSE
              IF WS-NEW-HEADROOM > WS-CUR-HEADROOM
                 ADD 1 TO WS-INCREASE-CNT
                 MOVE 'INCREASE ' TO WS-DECISION
              ELSE
                 ADD 1 TO WS-DECREASE-CNT
                 MOVE 'DECREASE ' TO WS-DECISION
              END-IF
              PERFORM WRITE-PROPOSAL
           END-IF.

           PERFORM REPORT-ACCOUNT.

       RA999.
           EXIT.

      *
      * The primary customer's credit score counts only if it has
      * been reviewed in the year to the quarter end
      *
       GET-CUSTOMER SECTION.
       GC010.
           MOVE ACCOUNT-SORTCODE        TO CUSTOMER-SORTCODE.
           MOVE ACCOUNT-CUSTOMER-NUMBER TO CUSTOMER-NUMBER.
           READ CUSTFILE
              KEY IS CUSTOMER-KEY
           END-READ.

           MOVE 'N' TO WS-SCORE-STALE.
           IF CUSTFILE-STATUS NOT = '00'
              ADD 1 TO WS-NOCUST-CNT
              MOVE '*** NOT ON CUSTOMER FILE ***' TO CUSTOMER-NAME
              MOVE 0   TO WS-CREDIT-SCORE
              MOVE 'Y' TO WS-SCORE-STALE
              GO TO GC999
           END-IF.

           MOVE CUSTOMER-CREDIT-SCORE TO WS-CREDIT-SCORE.
           IF CUSTOMER-CS-REVIEW-DATE = 0 OR
              CUSTOMER-CS-REVIEW-DATE NOT NUMERIC
              MOVE 'Y' TO WS-SCORE-STALE
              GO TO GC999
           END-IF.

           COMPUTE WS-REVIEW-YYYYMMDD =
              CUSTOMER-CS-REVIEW-YEAR * 10000 +
              CUSTOMER-CS-REVIEW-MONTH * 100 +
              CUSTOMER-CS-REVIEW-DAY.
           IF WS-REVIEW-YYYYMMDD < WS-SCORE-CUTOFF
              MOVE 'Y' TO WS-SCORE-STALE
           END-IF.

       GC999.
           EXIT.

      *
      * The nights in the quarter ODSWEEP had the account OVER
      *
       COUNT-OVER-DAYS SECTION.
       CO010.
           MOVE 0 TO WS-OVER-DAYS.
           MOVE ACCOUNT-NUMBER TO ODH-ACCOUNT-NUMBER.
           MOVE WS-QTR-START   TO ODH-DATE.

           MOVE 'N' TO WS-SCAN-EXIT.
           START ODHIST KEY NOT < ODH-KEY
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-EXIT
           END-START.

           PERFORM UNTIL WS-SCAN-EXIT = 'Y'
              READ ODHIST NEXT RECORD
                AT END MOVE 'Y' TO WS-SCAN-EXIT
              END-READ
              IF WS-SCAN-EXIT = 'N'
                 IF ODH-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER OR
                    ODH-DATE > WS-QTR-END
                    MOVE 'Y' TO WS-SCAN-EXIT
                 ELSE
                    IF ODH-BAND-OVER
                       ADD 1 TO WS-OVER-DAYS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       CO999.
           EXIT.

      *
      * The account's journal legs for the quarter: unauthorised
      * overdraft fees charged, and the money paid in. The bank's
      * own interest, fee and deposit break legs are not turnover
      *
       TAKE-JOURNAL SECTION.
       TJ010.
           MOVE 0 TO WS-OD-FEES WS-CREDITS.
           MOVE ACCOUNT-NUMBER TO JRNL-ACCOUNT-NUMBER.
           MOVE WS-QTR-START   TO JRNL-DATE.
           MOVE 0 TO JRNL-TIME JRNL-SEQUENCE.

           MOVE 'N' TO WS-SCAN-EXIT.
           START JRNLIN KEY NOT < JRNL-KEY
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-EXIT
           END-START.

           PERFORM UNTIL WS-SCAN-EXIT = 'Y'
              READ JRNLIN NEXT RECORD
                AT END MOVE 'Y' TO WS-SCAN-EXIT
              END-READ
              IF WS-SCAN-EXIT = 'N'
                 IF JRNL-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER OR
                    JRNL-DATE > WS-QTR-END
                    MOVE 'Y' TO WS-SCAN-EXIT
                 ELSE
                    PERFORM TAKE-ONE-LEG
                 END-IF
              END-IF
           END-PERFORM.

           DIVIDE WS-CREDITS BY 3 GIVING WS-TURNOVER.

       TJ999.
           EXIT.

       TAKE-ONE-LEG SECTION.
       TL010.
           EVALUATE JRNL-TELLER
              WHEN 'ODFEE   '
                 IF JRNL-DEBIT
                    ADD 1 TO WS-OD-FEES
                 END-IF
              WHEN 'INTACCR '
              WHEN 'INTADJ  '
              WHEN 'FEERUN  '
              WHEN 'TDBREAK '
                 CONTINUE
              WHEN OTHER
                 IF JRNL-CREDIT
                    ADD JRNL-AMOUNT TO WS-CREDITS
                 END-IF
           END-EVALUATE.

       TL999.
           EXIT.

      *
      * Points out of 100
      *
       SCORE-ACCOUNT SECTION.
       SC010.
           MOVE 0 TO WS-POINTS.

           IF WS-SCORE-STALE = 'N'
              EVALUATE TRUE
                 WHEN WS-CREDIT-SCORE >= 881
                    ADD 40 TO WS-POINTS
                 WHEN WS-CREDIT-SCORE >= 721
                    ADD 30 TO WS-POINTS
                 WHEN WS-CREDIT-SCORE >= 561
                    ADD 15 TO WS-POINTS
              END-EVALUATE
           END-IF.

           EVALUATE TRUE
              WHEN WS-OVER-DAYS = 0
                 ADD 30 TO WS-POINTS
              WHEN WS-OVER-DAYS <= 5
                 ADD 15 TO WS-POINTS
              WHEN WS-OVER-DAYS <= 15
                 ADD 5 TO WS-POINTS
           END-EVALUATE.

           EVALUATE TRUE
              WHEN WS-OD-FEES = 0
                 ADD 15 TO WS-POINTS
              WHEN WS-OD-FEES <= 2
                 ADD 8 TO WS-POINTS
           END-EVALUATE.

           EVALUATE TRUE
              WHEN WS-TURNOVER >= 1000 AND
                   WS-TURNOVER >= WS-CUR-HEADROOM * 4
                 ADD 15 TO WS-POINTS
              WHEN WS-TURNOVER >= 500 AND
                   WS-TURNOVER >= WS-CUR-HEADROOM * 2
                 ADD 8 TO WS-POINTS
           END-EVALUATE.

       SC999.
           EXIT.

      *
      * The limit the points support, in whole 50 pounds, and the
      * reason for it
      *
       PROPOSE-LIMIT SECTION.
       PL010.
           MOVE WS-CUR-HEADROOM TO WS-NEW-HEADROOM.
           MOVE SPACES TO WS-REASON.
           MOVE 1 TO WS-REASON-PTR.

           EVALUATE TRUE
              WHEN WS-POINTS >= 80 AND WS-SCORE-STALE = 'N'
                 COMPUTE WS-NEW-HEADROOM = WS-CUR-HEADROOM * 1.25
                 IF WS-NEW-HEADROOM < WS-CUR-HEADROOM + 250
                    COMPUTE WS-NEW-HEADROOM = WS-CUR-HEADROOM + 250
                 END-IF
                 COMPUTE WS-TURNOVER-CAP = WS-TURNOVER / 2
                 IF WS-NEW-HEADROOM > WS-TURNOVER-CAP
                    MOVE WS-TURNOVER-CAP TO WS-NEW-HEADROOM
                 END-IF
              WHEN WS-POINTS >= 50
                 CONTINUE
              WHEN WS-POINTS >= 25
                 COMPUTE WS-NEW-HEADROOM = WS-CUR-HEADROOM * 0.75
              WHEN WS-OVER-DAYS > 15
                 MOVE 0 TO WS-NEW-HEADROOM
              WHEN OTHER
                 COMPUTE WS-NEW-HEADROOM = WS-CUR-HEADROOM / 2
           END-EVALUATE.

           DIVIDE WS-NEW-HEADROOM BY 50 GIVING WS-FIFTIES.
           COMPUTE WS-NEW-HEADROOM = WS-FIFTIES * 50.

      *
      * Only ever the way the points point - an increase the
      * turnover will not carry is no change, not a cut
      *
           IF WS-POINTS >= 80 AND
              WS-NEW-HEADROOM < WS-CUR-HEADROOM
              MOVE WS-CUR-HEADROOM TO WS-NEW-HEADROOM
           END-IF.

           IF WS-NEW-HEADROOM > WS-CUR-HEADROOM
              MOVE WS-POINTS TO WS-COUNT-EDIT
              MOVE 'GOOD CONDUCT, POINTS' TO WS-REASON-PART
              PERFORM ADD-REASON
              PERFORM ADD-COUNT
              GO TO PL999
           END-IF.

           IF WS-OVER-DAYS > 0
              MOVE WS-OVER-DAYS TO WS-COUNT-EDIT
              MOVE 'OVER LIMIT NIGHTS' TO WS-REASON-PART
              PERFORM ADD-REASON
              PERFORM ADD-COUNT
           END-IF.

           IF WS-OD-FEES > 0
              MOVE WS-OD-FEES TO WS-COUNT-EDIT
              MOVE 'OD FEES' TO WS-REASON-PART
              PERFORM ADD-REASON
              PERFORM ADD-COUNT
           END-IF.

           IF WS-SCORE-STALE = 'Y'
              MOVE 'SCORE OUT OF DATE' TO WS-REASON-PART
              PERFORM ADD-REASON
           ELSE
              IF WS-CREDIT-SCORE < 721
                 MOVE WS-CREDIT-SCORE TO WS-COUNT-EDIT
                 MOVE 'CREDIT SCORE' TO WS-REASON-PART
                 PERFORM ADD-REASON
                 PERFORM ADD-COUNT
              END-IF
           END-IF.

           IF WS-TURNOVER < 500 OR
              WS-TURNOVER < WS-CUR-HEADROOM * 2
              MOVE 'LOW TURNOVER' TO WS-REASON-PART
              PERFORM ADD-REASON
           END-IF.

           IF WS-REASON = SPACES
              MOVE 'CONDUCT SUPPORTS CURRENT LIMIT' TO WS-REASON
           END-IF.

       PL999.
           EXIT.

      *
      * The next piece of the reason, after a comma if it is not
      * the first; a reason that will not fit is cut off
      *
       ADD-REASON SECTION.
       AR010.
           IF WS-REASON-PTR > 1
              STRING ', ' DELIMITED BY SIZE
                 INTO WS-REASON WITH POINTER WS-REASON-PTR
                 ON OVERFLOW CONTINUE
              END-STRING
           END-IF.

           STRING WS-REASON-PART DELIMITED BY '  '
              INTO WS-REASON WITH POINTER WS-REASON-PTR
              ON OVERFLOW CONTINUE
           END-STRING.

       AR999.
           EXIT.

       ADD-COUNT SECTION.
       AN010.
           MOVE 0 TO WS-LEAD.
           INSPECT WS-COUNT-EDIT TALLYING WS-LEAD FOR LEADING SPACES.
           STRING ' ' WS-COUNT-EDIT(WS-LEAD + 1:) DELIMITED BY SIZE
              INTO WS-REASON WITH POINTER WS-REASON-PTR
              ON OVERFLOW CONTINUE
           END-STRING.

       AN999.
           EXIT.

      *
      * The proposal for committee, replacing any earlier one
      *
       WRITE-PROPOSAL SECTION.
       WP010.
           MOVE SPACES                  TO OD-PROPOSAL-RECORD.
           MOVE ACCOUNT-NUMBER          TO ODP-ACCOUNT-NUMBER.
           MOVE ACCOUNT-SORTCODE        TO ODP-SORTCODE.
           MOVE ACCOUNT-CUSTOMER-NUMBER TO ODP-CUSTOMER-NUMBER.
           MOVE WS-QUARTER              TO ODP-QUARTER.
           MOVE 'P'                     TO ODP-STATUS.
           MOVE WS-CUR-LIMIT            TO ODP-CURRENT-LIMIT.
           COMPUTE ODP-PROPOSED-LIMIT = 0 - WS-NEW-HEADROOM.
           MOVE WS-POINTS               TO ODP-SCORE.
           MOVE WS-CREDIT-SCORE         TO ODP-CREDIT-SCORE.
           MOVE WS-OVER-DAYS            TO ODP-OVER-DAYS.
           MOVE WS-OD-FEES              TO ODP-OD-FEES.
           MOVE WS-TURNOVER             TO ODP-TURNOVER.
           MOVE WS-REASON               TO ODP-REASON.
           MOVE WS-RUN-DATE             TO ODP-PROPOSED-DATE.
           MOVE 0                       TO ODP-APPROVED-LIMIT.

           WRITE OD-PROPOSAL-RECORD.
           IF ODPROP-STATUS = '22'
              REWRITE OD-PROPOSAL-RECORD
           END-IF.

           IF ODPROP-STATUS NOT = '00'
              DISPLAY 'ODREVIEW - error writing proposal for account '
                      ACCOUNT-NUMBER ' status=' ODPROP-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WP999.
           EXIT.

      *
      * An earlier proposal committee never decided, which this
      * review no longer supports
      *
       REMOVE-OLD-PROPOSAL SECTION.
       RM010.
           DELETE ODPROP RECORD.
           IF ODPROP-STATUS NOT = '00'
              DISPLAY 'ODREVIEW - error removing proposal for account '
                      ACCOUNT-NUMBER ' status=' ODPROP-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-WITHDRAWN-CNT.

       RM999.
           EXIT.

       REPORT-ACCOUNT SECTION.
       RP010.
           MOVE ACCOUNT-SORTCODE TO WS-RPT-SORTCODE.
           MOVE ACCOUNT-NUMBER   TO WS-RPT-ACCOUNT.
           MOVE CUSTOMER-NAME    TO WS-RPT-NAME.
           MOVE WS-CREDIT-SCORE  TO WS-RPT-CREDIT-SCORE.
           IF WS-SCORE-STALE = 'Y'
              MOVE '*' TO WS-RPT-STALE
           ELSE
              MOVE ' ' TO WS-RPT-STALE
           END-IF.
           MOVE WS-OVER-DAYS     TO WS-RPT-OVER-DAYS.
           MOVE WS-OD-FEES       TO WS-RPT-OD-FEES.
           MOVE WS-TURNOVER      TO WS-RPT-TURNOVER.
           MOVE WS-POINTS        TO WS-RPT-POINTS.
           MOVE WS-CUR-HEADROOM  TO WS-RPT-CUR-LIMIT.
           MOVE WS-NEW-HEADROOM  TO WS-RPT-NEW-LIMIT.
           MOVE WS-DECISION      TO WS-RPT-DECISION.
           MOVE WS-REASON        TO WS-RPT-REASON.
           WRITE ODRV-PRINT-RECORD FROM WS-RPT-DETAIL.

       RP999.
           EXIT.

      *
      * How the account's product behaves, from the product master
      *
       GET-PRODUCT SECTION.
       GP010.
           MOVE 'GET  '      TO WS-PIP-FUNCTION.
           MOVE ACCOUNT-TYPE TO WS-PIP-ACCOUNT-TYPE.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

           IF WS-PIP-STATUS = 'E'
              DISPLAY 'ODREVIEW - product master unavailable, run '
                      'stopped'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       GP999.
           EXIT.

      *
      * The processing date is the shop's business date from the
      * BUSDATE control, not the clock
      *
       GET-BUSINESS-DATE SECTION.
       GBD10.
           MOVE 'GET  ' TO WS-BDP-FUNCTION.
           CALL 'GETBDATE' USING WS-BDATE-PARM.
           IF WS-BDP-STATUS = SPACE
              MOVE WS-BDP-DATE TO WS-RUN-DATE
           ELSE
              DISPLAY 'ODREVIEW - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-REVIEWED-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE ACCTFILE.
           CLOSE CUSTFILE.
           CLOSE ODHIST.
           CLOSE JRNLIN.
           CLOSE ODPROP.
           CLOSE ODRVRPT.

           MOVE 'CLOSE' TO WS-PIP-FUNCTION.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

       CF999.
           EXIT.
