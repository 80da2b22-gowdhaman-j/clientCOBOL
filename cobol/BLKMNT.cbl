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
      * Account block register maintenance, card-driven, for the
      * legal and fraud teams. Places, amends and lifts ACCTBLK
      * blocks. Each BLKCARD is:
      *   col 1      action - B block (or amend an active block),
      *              L lift
      *   cols 2-12  account number
      *   col 13     block type - D debits, C credits, A all  (B)
      *   cols 14-15 reason - LG legal, FR fraud, OT other,
      *              DC deceased, SN sanctions               (B)
      *   cols 16-23 id of the person placing/lifting
      *   cols 24-53 narrative - order, case number etc      (B)
      * A block is placed only on an account that is on file and
      * open. A B card against an account already blocked replaces
      * the type, reason and narrative and keeps the day's stop
      * count. Every card's outcome goes to BLKMRPT.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLKMNT.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLKCARD
                  ASSIGN TO BLKCARD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS BLKCARD-STATUS.

           SELECT ACCTBLK
                  ASSIGN TO ACCTBLK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BLK-ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTBLK-STATUS.

           SELECT ACCTFILE
                  ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT BLKMRPT
                  ASSIGN TO BLKMRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS BLKMRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  BLKCARD.
       01  BLOCK-CARD.
           05 CARD-ACTION                  PIC X.
           05 CARD-ACCOUNT-NUMBER          PIC 9(11).
           05 CARD-BLOCK-TYPE              PIC X.
           05 CARD-REASON-CODE             PIC X(2).
           05 CARD-REQUESTED-BY            PIC X(8).
           05 CARD-NARRATIVE               PIC X(30).
           05 FILLER                       PIC X(27).

       FD  ACCTBLK.
       01  BLOCK-RECORD.
       COPY ACCTBLK.

       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  BLKMRPT.
       01  BLKM-PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  BLKCARD-STATUS.
           05 BLKCARD-STATUS1              PIC X.
           05 BLKCARD-STATUS2              PIC X.

       01  ACCTBLK-STATUS.
           05 ACCTBLK-STATUS1              PIC X.
           05 ACCTBLK-STATUS2              PIC X.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  BLKMRPT-STATUS.
           05 BLKMRPT-STATUS1              PIC X.
           05 BLKMRPT-STATUS2              PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.

       01 WS-CARD-CNT                      PIC 9(5) VALUE 0.
       01 WS-BLOCKED-CNT                   PIC 9(5) VALUE 0.
       01 WS-AMENDED-CNT                   PIC 9(5) VALUE 0.
       01 WS-LIFTED-CNT                    PIC 9(5) VALUE 0.
       01 WS-REJECTED-CNT                  PIC 9(5) VALUE 0.

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
           05 FILLER                       PIC X(35)
                 VALUE 'BLKMNT ACCOUNT BLOCK MAINTENANCE   '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(87) VALUE SPACES.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-ACTION                PIC X.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-ACCT-NO               PIC 9(11).
           05 FILLER                       PIC X(7) VALUE '  TYPE '.
           05 WS-RPT-TYPE                  PIC X.
           05 FILLER                       PIC X(9) VALUE '  REASON '.
           05 WS-RPT-REASON                PIC X(2).
           05 FILLER                       PIC X(4) VALUE ' BY '.
           05 WS-RPT-REQUESTER             PIC X(8).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-NARRATIVE             PIC X(30).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-OUTCOME               PIC X(45).
           05 FILLER                       PIC X(8) VALUE SPACES.

       01 WS-RPT-TOTALS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(7) VALUE 'CARDS  '.
           05 WS-RPT-TOT-CARDS             PIC Z(4)9.
           05 FILLER                       PIC X(10)
                 VALUE '  BLOCKED '.
           05 WS-RPT-TOT-BLOCKED           PIC Z(4)9.
           05 FILLER                       PIC X(10)
                 VALUE '  AMENDED '.
           05 WS-RPT-TOT-AMENDED           PIC Z(4)9.
           05 FILLER                       PIC X(9)
                 VALUE '  LIFTED '.
           05 WS-RPT-TOT-LIFTED            PIC Z(4)9.
           05 FILLER                       PIC X(11)
                 VALUE '  REJECTED '.
           05 WS-RPT-TOT-REJECTED          PIC Z(4)9.
           05 FILLER                       PIC X(60) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'BLKMNT  '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started BLKMNT.'.

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

           WRITE BLKM-PRINT-RECORD FROM WS-RPT-HEADER.

           READ BLKCARD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-CARD-CNT
              PERFORM APPLY-ONE-CARD
              READ BLKCARD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE WS-CARD-CNT     TO WS-RPT-TOT-CARDS.
           MOVE WS-BLOCKED-CNT  TO WS-RPT-TOT-BLOCKED.
           MOVE WS-AMENDED-CNT  TO WS-RPT-TOT-AMENDED.
           MOVE WS-LIFTED-CNT   TO WS-RPT-TOT-LIFTED.
           MOVE WS-REJECTED-CNT TO WS-RPT-TOT-REJECTED.
           WRITE BLKM-PRINT-RECORD FROM WS-RPT-TOTALS.

           DISPLAY 'BLKMNT processed ' WS-CARD-CNT
                   ' cards, blocked ' WS-BLOCKED-CNT
                   ', amended ' WS-AMENDED-CNT
                   ', lifted ' WS-LIFTED-CNT
                   ', rejected ' WS-REJECTED-CNT '.'.

           IF WS-REJECTED-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT BLKCARD.
           IF BLKCARD-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening BLKCARD file, status='
                       BLKCARD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O ACCTBLK.
           IF ACCTBLK-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ACCTBLK file, status='
                       ACCTBLK-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT ACCTFILE.
           IF ACCTFILE-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ACCTFILE file, status='
                       ACCTFILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT BLKMRPT.
           IF BLKMRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening BLKMRPT file, status='
                       BLKMRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

       APPLY-ONE-CARD SECTION.
       AC010.
           MOVE CARD-ACTION       TO WS-RPT-ACTION.
           MOVE CARD-BLOCK-TYPE   TO WS-RPT-TYPE.
           MOVE CARD-REASON-CODE  TO WS-RPT-REASON.
           MOVE CARD-REQUESTED-BY TO WS-RPT-REQUESTER.
           MOVE CARD-NARRATIVE    TO WS-RPT-NARRATIVE.
           IF CARD-ACCOUNT-NUMBER NUMERIC
              MOVE CARD-ACCOUNT-NUMBER TO WS-RPT-ACCT-NO
           ELSE
              MOVE 0 TO WS-RPT-ACCT-NO
           END-IF.

           IF CARD-ACCOUNT-NUMBER NOT NUMERIC
              MOVE 'REJECTED - ACCOUNT NUMBER NOT NUMERIC        '
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

           EVALUATE CARD-ACTION
              WHEN 'B'
                 PERFORM PLACE-BLOCK
              WHEN 'L'
                 PERFORM LIFT-BLOCK
              WHEN OTHER
                 MOVE 'REJECTED - ACTION MUST BE B OR L             '
                    TO WS-RPT-OUTCOME
                 PERFORM REJECT-CARD
           END-EVALUATE.

       AC999.
           EXIT.

      *
      * A new block, or a change to the one already standing
      *
       PLACE-BLOCK SECTION.
       PB010.
           MOVE CARD-BLOCK-TYPE TO BLK-TYPE.
           IF NOT BLK-TYPE-VALID
              MOVE 'REJECTED - TYPE MUST BE D, C OR A            '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO PB999
           END-IF.

           MOVE CARD-REASON-CODE TO BLK-REASON-CODE.
           IF NOT BLK-REASON-VALID
              MOVE 'REJECTED - REASON MUST BE LG, FR, DC, SN, OT '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO PB999
           END-IF.

           MOVE CARD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
           END-READ.

           IF ACCTFILE-STATUS NOT = '00' OR ACCOUNT-STATUS-CLOSED
              MOVE 'REJECTED - ACCOUNT NOT ON FILE OR CLOSED     '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO PB999
           END-IF.

           MOVE CARD-ACCOUNT-NUMBER TO BLK-ACCOUNT-NUMBER.
           READ ACCTBLK
              KEY IS BLK-ACCOUNT-NUMBER
           END-READ.

           IF ACCTBLK-STATUS = '00' AND BLK-STATUS-ACTIVE
              MOVE CARD-BLOCK-TYPE   TO BLK-TYPE
              MOVE CARD-REASON-CODE  TO BLK-REASON-CODE
              MOVE CARD-NARRATIVE    TO BLK-NARRATIVE
              MOVE CARD-REQUESTED-BY TO BLK-PLACED-BY
              MOVE WS-RUN-DATE       TO BLK-PLACED-DATE
              REWRITE BLOCK-RECORD
              PERFORM CHECK-BLOCK-WRITE
              ADD 1 TO WS-AMENDED-CNT
              MOVE 'AMENDED                                      '
                 TO WS-RPT-OUTCOME
              WRITE BLKM-PRINT-RECORD FROM WS-RPT-DETAIL
              GO TO PB999
           END-IF.

           IF ACCTBLK-STATUS NOT = '00' AND ACCTBLK-STATUS NOT = '23'
              DISPLAY 'BLKMNT - error reading block for account '
                      CARD-ACCOUNT-NUMBER ' status=' ACCTBLK-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

      *
      * A lifted block is overwritten by the new one
      *
           MOVE SPACES              TO BLOCK-RECORD.
           MOVE CARD-ACCOUNT-NUMBER TO BLK-ACCOUNT-NUMBER.
           MOVE CARD-BLOCK-TYPE     TO BLK-TYPE.
           MOVE CARD-REASON-CODE    TO BLK-REASON-CODE.
           MOVE CARD-NARRATIVE      TO BLK-NARRATIVE.
           MOVE CARD-REQUESTED-BY   TO BLK-PLACED-BY.
           MOVE WS-RUN-DATE         TO BLK-PLACED-DATE.
           MOVE 'A'                 TO BLK-STATUS.
           MOVE 0                   TO BLK-STOP-COUNT.

           IF ACCTBLK-STATUS = '00'
              REWRITE BLOCK-RECORD
           ELSE
              WRITE BLOCK-RECORD
           END-IF.
           PERFORM CHECK-BLOCK-WRITE.

           ADD 1 TO WS-BLOCKED-CNT.
           MOVE 'BLOCKED                                      '
              TO WS-RPT-OUTCOME.
           WRITE BLKM-PRINT-RECORD FROM WS-RPT-DETAIL.

       PB999.
           EXIT.

       LIFT-BLOCK SECTION.
       LB010.
           MOVE CARD-ACCOUNT-NUMBER TO BLK-ACCOUNT-NUMBER.
           READ ACCTBLK
              KEY IS BLK-ACCOUNT-NUMBER
           END-READ.

           IF ACCTBLK-STATUS NOT = '00'
              MOVE 'REJECTED - ACCOUNT HAS NO BLOCK              '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO LB999
           END-IF.

           IF NOT BLK-STATUS-ACTIVE
              MOVE 'REJECTED - BLOCK ALREADY LIFTED              '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO LB999
           END-IF.

           MOVE 'L'               TO BLK-STATUS.
           MOVE CARD-REQUESTED-BY TO BLK-LIFTED-BY.
           MOVE WS-RUN-DATE       TO BLK-LIFTED-DATE.

           REWRITE BLOCK-RECORD.
           PERFORM CHECK-BLOCK-WRITE.

           ADD 1 TO WS-LIFTED-CNT.
           MOVE BLK-TYPE        TO WS-RPT-TYPE.
           MOVE BLK-REASON-CODE TO WS-RPT-REASON.
           MOVE BLK-NARRATIVE   TO WS-RPT-NARRATIVE.
           MOVE 'LIFTED                                       '
              TO WS-RPT-OUTCOME.
           WRITE BLKM-PRINT-RECORD FROM WS-RPT-DETAIL.

       LB999.
           EXIT.

       CHECK-BLOCK-WRITE SECTION.
       CW010.
           IF ACCTBLK-STATUS NOT = '00'
              DISPLAY 'BLKMNT - error writing block for account '
                      BLK-ACCOUNT-NUMBER ' status=' ACCTBLK-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CW999.
           EXIT.

       REJECT-CARD SECTION.
       RJ010.
           ADD 1 TO WS-REJECTED-CNT.
           WRITE BLKM-PRINT-RECORD FROM WS-RPT-DETAIL.

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
              DISPLAY 'BLKMNT - business date unavailable, using '
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
           CLOSE BLKCARD.
           CLOSE ACCTBLK.
           CLOSE ACCTFILE.
           CLOSE BLKMRPT.

       CF999.
           EXIT.
