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
      * Daily account block report. Runs after the night's posting
      * steps and lists, from the ACCTBLK register, every active
      * block with the number of movements it stopped on the
      * business date - the count the posting paths keep on the
      * block record. A block lifted today is listed as well, so a
      * movement it stopped before it was lifted is not lost from
      * the day's figures. Totals at the foot give the active
      * blocks by type and the day's stopped movements.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLKRPT.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTBLK
                  ASSIGN TO ACCTBLK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BLK-ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTBLK-STATUS.

           SELECT BLKDRPT
                  ASSIGN TO BLKDRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS BLKDRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  ACCTBLK.
       01  BLOCK-RECORD.
       COPY ACCTBLK.

       FD  BLKDRPT.
       01  BLKD-PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  ACCTBLK-STATUS.
           05 ACCTBLK-STATUS1              PIC X.
           05 ACCTBLK-STATUS2              PIC X.

       01  BLKDRPT-STATUS.
           05 BLKDRPT-STATUS1              PIC X.
           05 BLKDRPT-STATUS2              PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.

       01 WS-READ-CNT                      PIC 9(7) VALUE 0.
       01 WS-ACTIVE-CNT                    PIC 9(7) VALUE 0.
       01 WS-DEBIT-BLK-CNT                 PIC 9(7) VALUE 0.
       01 WS-CREDIT-BLK-CNT                PIC 9(7) VALUE 0.
       01 WS-ALL-BLK-CNT                   PIC 9(7) VALUE 0.
       01 WS-LIFTED-TODAY-CNT              PIC 9(7) VALUE 0.
       01 WS-STOPS-TODAY                   PIC 9(5).
       01 WS-TOTAL-STOPS                   PIC 9(7) VALUE 0.

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
           05 FILLER                       PIC X(37)
                 VALUE 'BLKRPT ACCOUNT BLOCKS IN FORCE ON    '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(85) VALUE SPACES.

       01 WS-RPT-COLUMNS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(44) VALUE
                 'ACCOUNT      STATUS  TYPE REASON PLACED     '.
           05 FILLER                       PIC X(44) VALUE
                 'BY        NARRATIVE                      STO'.
           05 FILLER                       PIC X(44) VALUE
                 'PPED TODAY                                  '.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-ACCT-NO               PIC 9(11).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-STATUS                PIC X(6).
           05 FILLER                       PIC X(3) VALUE SPACES.
           05 WS-RPT-TYPE                  PIC X.
           05 FILLER                       PIC X(4) VALUE SPACES.
           05 WS-RPT-REASON                PIC X(2).
           05 FILLER                       PIC X(4) VALUE SPACES.
           05 WS-RPT-PLACED-DATE           PIC X(10).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-PLACED-BY             PIC X(8).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-NARRATIVE             PIC X(30).
           05 FILLER                       PIC X(6) VALUE SPACES.
           05 WS-RPT-STOPS                 PIC Z(4)9.
           05 FILLER                       PIC X(37) VALUE SPACES.

       01 WS-RPT-TOTALS-1.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(15)
                 VALUE 'ACTIVE BLOCKS  '.
           05 WS-RPT-TOT-ACTIVE            PIC Z(6)9.
           05 FILLER                       PIC X(10)
                 VALUE '  DEBITS  '.
           05 WS-RPT-TOT-DEBIT             PIC Z(6)9.
           05 FILLER                       PIC X(11)
                 VALUE '  CREDITS  '.
           05 WS-RPT-TOT-CREDIT            PIC Z(6)9.
           05 FILLER                       PIC X(7)
                 VALUE '  ALL  '.
           05 WS-RPT-TOT-ALL               PIC Z(6)9.
           05 FILLER                       PIC X(61) VALUE SPACES.

       01 WS-RPT-TOTALS-2.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(15)
                 VALUE 'LIFTED TODAY   '.
           05 WS-RPT-TOT-LIFTED            PIC Z(6)9.
           05 FILLER                       PIC X(28)
                 VALUE '  MOVEMENTS STOPPED TODAY   '.
           05 WS-RPT-TOT-STOPS             PIC Z(6)9.
           05 FILLER                       PIC X(75) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'BLKRPT  '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started BLKRPT.'.

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

           WRITE BLKD-PRINT-RECORD FROM WS-RPT-HEADER.
           WRITE BLKD-PRINT-RECORD FROM WS-RPT-COLUMNS.

           READ ACCTBLK NEXT RECORD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-READ-CNT
              PERFORM REPORT-ONE-BLOCK
              READ ACCTBLK NEXT RECORD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE WS-ACTIVE-CNT       TO WS-RPT-TOT-ACTIVE.
           MOVE WS-DEBIT-BLK-CNT    TO WS-RPT-TOT-DEBIT.
           MOVE WS-CREDIT-BLK-CNT   TO WS-RPT-TOT-CREDIT.
           MOVE WS-ALL-BLK-CNT      TO WS-RPT-TOT-ALL.
           WRITE BLKD-PRINT-RECORD FROM WS-RPT-TOTALS-1.
           MOVE WS-LIFTED-TODAY-CNT TO WS-RPT-TOT-LIFTED.
           MOVE WS-TOTAL-STOPS      TO WS-RPT-TOT-STOPS.
           WRITE BLKD-PRINT-RECORD FROM WS-RPT-TOTALS-2.

           DISPLAY 'BLKRPT read ' WS-READ-CNT ' blocks, '
                   WS-ACTIVE-CNT ' active, ' WS-TOTAL-STOPS
                   ' movements stopped today.'.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT ACCTBLK.
           IF ACCTBLK-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ACCTBLK file, status='
                       ACCTBLK-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT BLKDRPT.
           IF BLKDRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening BLKDRPT file, status='
                       BLKDRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * Active blocks always print; lifted ones only on the day
      * they were lifted
      *
       REPORT-ONE-BLOCK SECTION.
       RB010.
           IF BLK-STATUS-ACTIVE
              MOVE 'ACTIVE' TO WS-RPT-STATUS
              ADD 1 TO WS-ACTIVE-CNT
              EVALUATE TRUE
                 WHEN BLK-TYPE-DEBITS
                    ADD 1 TO WS-DEBIT-BLK-CNT
                 WHEN BLK-TYPE-CREDITS
                    ADD 1 TO WS-CREDIT-BLK-CNT
                 WHEN OTHER
                    ADD 1 TO WS-ALL-BLK-CNT
              END-EVALUATE
           ELSE
              IF BLK-LIFTED-DATE NOT = WS-RUN-DATE
                 GO TO RB999
              END-IF
              MOVE 'LIFTED' TO WS-RPT-STATUS
              ADD 1 TO WS-LIFTED-TODAY-CNT
           END-IF.

           IF BLK-STOP-DATE = WS-RUN-DATE
              MOVE BLK-STOP-COUNT TO WS-STOPS-TODAY
           ELSE
              MOVE 0 TO WS-STOPS-TODAY
           END-IF.
           ADD WS-STOPS-TODAY TO WS-TOTAL-STOPS.

           MOVE BLK-ACCOUNT-NUMBER TO WS-RPT-ACCT-NO.
           MOVE BLK-TYPE           TO WS-RPT-TYPE.
           MOVE BLK-REASON-CODE    TO WS-RPT-REASON.
           MOVE BLK-PLACED-DATE    TO WS-RPT-PLACED-DATE.
           MOVE BLK-PLACED-BY      TO WS-RPT-PLACED-BY.
           MOVE BLK-NARRATIVE      TO WS-RPT-NARRATIVE.
           MOVE WS-STOPS-TODAY     TO WS-RPT-STOPS.
           WRITE BLKD-PRINT-RECORD FROM WS-RPT-DETAIL.

       RB999.
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
              DISPLAY 'BLKRPT - business date unavailable, using '
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
           CLOSE ACCTBLK.
           CLOSE BLKDRPT.

       CF999.
           EXIT.
