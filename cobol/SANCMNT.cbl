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
      * Sanctions review decisions, card-driven, for the financial
      * crime team working the SANCSCRN worklist. Each SANCCARD
      * decides one open SANCREVW item:
      *   col 1      action - C confirm the match, D dismiss it
      *   col 2      subject type - C customer, P payee,
      *              A application
      *   cols 3-32  subject key as printed on the worklist
      *   cols 33-42 list entry id as printed on the worklist
      *   cols 43-50 id of the reviewer deciding
      *   cols 51-80 narrative - the reason for the decision
      * A dismissal is recorded on the review item, and SANCSCRN
      * and ONBOARD do not raise the same pair again unless the
      * list entry changes afterwards.
      * A confirmation is recorded the same way and then acted on:
      *  - a customer has every open account in their name, and
      *    every open account they hold jointly, blocked on
      *    ACCTBLK for all movements with reason SN. A block
      *    already standing is widened to all movements and takes
      *    reason SN, its narrative keeping the reason it had,
      *  - a payee paying an account on our own book has that
      *    account blocked the same way; a payee at another bank
      *    is referred to payments on the report,
      *  - an application stays held - ONBOARD never created the
      *    customer - and the decision is simply recorded.
      * A confirmed item cannot be dismissed or confirmed again by
      * card; lifting a sanctions block is a BLKMNT L card under
      * the team's own authority. Every card's outcome and every
      * block goes to SANCMRPT.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCMNT.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCCARD
                  ASSIGN TO SANCCARD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS SANCCARD-STATUS.

           SELECT SANCREVW
                  ASSIGN TO SANCREVW
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS REV-KEY
                  FILE STATUS  IS SANCREVW-STATUS.

           SELECT ACCTFILE
                  ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT ACCTHLDR
                  ASSIGN TO ACCTHLDR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS AHLD-KEY
                  FILE STATUS  IS ACCTHLDR-STATUS.

           SELECT ACCTBLK
                  ASSIGN TO ACCTBLK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BLK-ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTBLK-STATUS.

           SELECT PAYEMST
                  ASSIGN TO PAYEMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PAYE-KEY
                  FILE STATUS  IS PAYEMST-STATUS.

           SELECT SANCMRPT
                  ASSIGN TO SANCMRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS SANCMRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  SANCCARD.
       01  SANCTIONS-CARD.
           05 CARD-ACTION                  PIC X.
           05 CARD-SUBJECT-TYPE            PIC X.
           05 CARD-SUBJECT-KEY             PIC X(30).
           05 CARD-ENTRY-ID                PIC X(10).
           05 CARD-DECIDED-BY              PIC X(8).
           05 CARD-NARRATIVE               PIC X(30).

       FD  SANCREVW.
       01  REVIEW-RECORD.
       COPY SANCREVW.

       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  ACCTHLDR.
       01  HOLDER-RECORD.
       COPY ACCTHLDR.

       FD  ACCTBLK.
       01  BLOCK-RECORD.
       COPY ACCTBLK.

       FD  PAYEMST.
       01  PAYEE-RECORD.
       COPY PAYEMST.

       FD  SANCMRPT.
       01  SANCM-PRINT-RECORD              PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  SANCCARD-STATUS.
           05 SANCCARD-STATUS1             PIC X.
           05 SANCCARD-STATUS2             PIC X.

       01  SANCREVW-STATUS.
           05 SANCREVW-STATUS1             PIC X.
           05 SANCREVW-STATUS2             PIC X.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  ACCTHLDR-STATUS.
           05 ACCTHLDR-STATUS1             PIC X.
           05 ACCTHLDR-STATUS2             PIC X.

       01  ACCTBLK-STATUS.
           05 ACCTBLK-STATUS1              PIC X.
           05 ACCTBLK-STATUS2              PIC X.

       01  PAYEMST-STATUS.
           05 PAYEMST-STATUS1              PIC X.
           05 PAYEMST-STATUS2              PIC X.

       01  SANCMRPT-STATUS.
           05 SANCMRPT-STATUS1             PIC X.
           05 SANCMRPT-STATUS2             PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.
       01 WS-SCAN-EXIT                     PIC X    VALUE 'N'.

       01 WS-CARD-CNT                      PIC 9(5) VALUE 0.
       01 WS-CONFIRMED-CNT                 PIC 9(5) VALUE 0.
       01 WS-DISMISSED-CNT                 PIC 9(5) VALUE 0.
       01 WS-REJECTED-CNT                  PIC 9(5) VALUE 0.
       01 WS-BLOCKED-CNT                   PIC 9(5) VALUE 0.
       01 WS-REFERRED-CNT                  PIC 9(5) VALUE 0.

       01 WS-OLD-REASON                    PIC X(2).

      *
      * The subject key, seen as a customer or as a payee
      *
       01 WS-SUBJECT-KEY                   PIC X(30).
       01 WS-SUBJECT-CUSTOMER REDEFINES WS-SUBJECT-KEY.
           05 WS-SUBJ-SORTCODE             PIC 9(6).
           05 WS-SUBJ-CUSTOMER             PIC 9(10).
           05 FILLER                       PIC X(14).
       01 WS-SUBJECT-PAYEE REDEFINES WS-SUBJECT-KEY.
           05 WS-SUBJ-PAYEE-KEY            PIC X(19).
           05 FILLER                       PIC X(11).

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
                 VALUE 'SANCMNT SANCTIONS REVIEW DECISIONS '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(87) VALUE SPACES.

       01 WS-RPT-CARD.
           05 FILLER                       PIC X    VALUE '0'.
           05 WS-RPT-ACTION                PIC X.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-SUBJECT-TYPE          PIC X.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-SUBJECT-KEY           PIC X(30).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-ENTRY-ID              PIC X(10).
           05 FILLER                       PIC X(4) VALUE ' BY '.
           05 WS-RPT-DECIDED-BY            PIC X(8).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-OUTCOME               PIC X(45).
           05 FILLER                       PIC X(25) VALUE SPACES.

       01 WS-RPT-ACTION-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(6) VALUE SPACES.
           05 FILLER                       PIC X(8) VALUE 'ACCOUNT '.
           05 WS-RPT-ACCT-NO               PIC 9(11).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-ACTION-TEXT           PIC X(45).
           05 WS-RPT-ACTION-DETAIL         PIC X(60).

       01 WS-RPT-TOTALS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(6) VALUE 'CARDS '.
           05 WS-RPT-TOT-CARDS             PIC Z(4)9.
           05 FILLER                       PIC X(12)
                 VALUE '  CONFIRMED '.
           05 WS-RPT-TOT-CONFIRMED         PIC Z(4)9.
           05 FILLER                       PIC X(12)
                 VALUE '  DISMISSED '.
           05 WS-RPT-TOT-DISMISSED         PIC Z(4)9.
           05 FILLER                       PIC X(11)
                 VALUE '  REJECTED '.
           05 WS-RPT-TOT-REJECTED          PIC Z(4)9.
           05 FILLER                       PIC X(19)
                 VALUE '  ACCOUNTS BLOCKED '.
           05 WS-RPT-TOT-BLOCKED           PIC Z(4)9.
           05 FILLER                       PIC X(11)
                 VALUE '  REFERRED '.
           05 WS-RPT-TOT-REFERRED          PIC Z(4)9.
           05 FILLER                       PIC X(31) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'SANCMNT '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started SANCMNT.'.

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

           WRITE SANCM-PRINT-RECORD FROM WS-RPT-HEADER.

           READ SANCCARD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-CARD-CNT
              PERFORM APPLY-ONE-CARD
              READ SANCCARD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE WS-CARD-CNT      TO WS-RPT-TOT-CARDS.
           MOVE WS-CONFIRMED-CNT TO WS-RPT-TOT-CONFIRMED.
           MOVE WS-DISMISSED-CNT TO WS-RPT-TOT-DISMISSED.
           MOVE WS-REJECTED-CNT  TO WS-RPT-TOT-REJECTED.
           MOVE WS-BLOCKED-CNT   TO WS-RPT-TOT-BLOCKED.
           MOVE WS-REFERRED-CNT  TO WS-RPT-TOT-REFERRED.
           WRITE SANCM-PRINT-RECORD FROM WS-RPT-TOTALS.

           DISPLAY 'SANCMNT processed ' WS-CARD-CNT
                   ' cards, confirmed ' WS-CONFIRMED-CNT
                   ', dismissed ' WS-DISMISSED-CNT
                   ', rejected ' WS-REJECTED-CNT
                   ', accounts blocked ' WS-BLOCKED-CNT
                   ', payees referred ' WS-REFERRED-CNT '.'.

           IF WS-REJECTED-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT SANCCARD.
           IF SANCCARD-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening SANCCARD file, status='
                       SANCCARD-STATUS
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

           OPEN INPUT ACCTFILE.
           IF ACCTFILE-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ACCTFILE file, status='
                       ACCTFILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT ACCTHLDR.
           IF ACCTHLDR-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ACCTHLDR file, status='
                       ACCTHLDR-STATUS
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

           OPEN INPUT PAYEMST.
           IF PAYEMST-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening PAYEMST file, status='
                       PAYEMST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT SANCMRPT.
           IF SANCMRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening SANCMRPT file, status='
                       SANCMRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

       APPLY-ONE-CARD SECTION.
       AC010.
           MOVE CARD-ACTION       TO WS-RPT-ACTION.
           MOVE CARD-SUBJECT-TYPE TO WS-RPT-SUBJECT-TYPE.
           MOVE CARD-SUBJECT-KEY  TO WS-RPT-SUBJECT-KEY.
           MOVE CARD-ENTRY-ID     TO WS-RPT-ENTRY-ID.
           MOVE CARD-DECIDED-BY   TO WS-RPT-DECIDED-BY.

           IF CARD-ACTION NOT = 'C' AND CARD-ACTION NOT = 'D'
              MOVE 'REJECTED - ACTION MUST BE C OR D             '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           IF CARD-DECIDED-BY = SPACES
              MOVE 'REJECTED - NO REVIEWER ID                    '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           IF CARD-NARRATIVE = SPACES
              MOVE 'REJECTED - NO REASON FOR THE DECISION        '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           MOVE CARD-SUBJECT-TYPE TO REV-SUBJECT-TYPE.
           MOVE CARD-SUBJECT-KEY  TO REV-SUBJECT-KEY.
           MOVE CARD-ENTRY-ID     TO REV-ENTRY-ID.
           READ SANCREVW
              KEY IS REV-KEY
           END-READ.

           IF SANCREVW-STATUS = '23'
              MOVE 'REJECTED - NO SUCH ITEM ON THE WORKLIST      '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           IF SANCREVW-STATUS NOT = '00'
              DISPLAY 'SANCMNT - error reading review for '
                      REV-KEY ' status=' SANCREVW-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF REV-STATUS-CONFIRMED
              MOVE 'REJECTED - MATCH ALREADY CONFIRMED           '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           IF REV-STATUS-DISMISSED AND CARD-ACTION = 'D'
              MOVE 'REJECTED - MATCH ALREADY DISMISSED           '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           MOVE CARD-ACTION     TO REV-STATUS.
           MOVE CARD-DECIDED-BY TO REV-DECIDED-BY.
           MOVE WS-RUN-DATE     TO REV-DECIDED-DATE.
           MOVE CARD-NARRATIVE  TO REV-NARRATIVE.
           REWRITE REVIEW-RECORD.
           IF SANCREVW-STATUS NOT = '00'
              DISPLAY 'SANCMNT - error writing review for '
                      REV-KEY ' status=' SANCREVW-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF CARD-ACTION = 'D'
              ADD 1 TO WS-DISMISSED-CNT
              MOVE 'DISMISSED - NOT RAISED AGAIN UNLESS CHANGED  '
                 TO WS-RPT-OUTCOME
              WRITE SANCM-PRINT-RECORD FROM WS-RPT-CARD
              GO TO AC999
           END-IF.

           ADD 1 TO WS-CONFIRMED-CNT.
           MOVE REV-SUBJECT-KEY TO WS-SUBJECT-KEY.

           EVALUATE TRUE
              WHEN REV-SUBJECT-CUSTOMER
                 MOVE 'CONFIRMED - CUSTOMER ACCOUNTS BLOCKED        '
                    TO WS-RPT-OUTCOME
                 WRITE SANCM-PRINT-RECORD FROM WS-RPT-CARD
                 PERFORM SWEEP-NAMED-ACCOUNTS
                 PERFORM SWEEP-JOINT-HOLDINGS
              WHEN REV-SUBJECT-PAYEE
                 MOVE 'CONFIRMED - PAYEE                            '
                    TO WS-RPT-OUTCOME
                 WRITE SANCM-PRINT-RECORD FROM WS-RPT-CARD
                 PERFORM BLOCK-PAYEE-ACCOUNT
              WHEN OTHER
                 MOVE 'CONFIRMED - APPLICATION STAYS HELD           '
                    TO WS-RPT-OUTCOME
                 WRITE SANCM-PRINT-RECORD FROM WS-RPT-CARD
           END-EVALUATE.

       AC999.
           EXIT.

      *
      * Open accounts in the customer's own name
      *
       SWEEP-NAMED-ACCOUNTS SECTION.
       SN010.
           MOVE 0 TO ACCOUNT-NUMBER.

           MOVE 'N' TO WS-SCAN-EXIT.
           START ACCTFILE KEY NOT < ACCOUNT-NUMBER
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-EXIT
           END-START.

           PERFORM UNTIL WS-SCAN-EXIT = 'Y'
              READ ACCTFILE NEXT RECORD
                AT END MOVE 'Y' TO WS-SCAN-EXIT
              END-READ
              IF WS-SCAN-EXIT = 'N'
                 IF ACCOUNT-SORTCODE = WS-SUBJ-SORTCODE AND
                    ACCOUNT-CUSTOMER-NUMBER = WS-SUBJ-CUSTOMER AND
                    ACCOUNT-STATUS-OPEN
                    PERFORM PLACE-SANCTIONS-BLOCK
                 END-IF
              END-IF
           END-PERFORM.

       SN999.
           EXIT.

      *
      * Open accounts held jointly under someone else's name - the
      * customer can still move money on them
      *
       SWEEP-JOINT-HOLDINGS SECTION.
       SJ010.
           MOVE 0 TO AHLD-ACCOUNT-NUMBER AHLD-SORTCODE
                     AHLD-CUSTOMER-NUMBER.

           MOVE 'N' TO WS-SCAN-EXIT.
           START ACCTHLDR KEY NOT < AHLD-KEY
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-EXIT
           END-START.

           PERFORM UNTIL WS-SCAN-EXIT = 'Y'
              READ ACCTHLDR NEXT RECORD
                AT END MOVE 'Y' TO WS-SCAN-EXIT
              END-READ
              IF WS-SCAN-EXIT = 'N'
                 IF AHLD-SORTCODE = WS-SUBJ-SORTCODE AND
                    AHLD-CUSTOMER-NUMBER = WS-SUBJ-CUSTOMER
                    PERFORM TAKE-JOINT-HOLDING
                 END-IF
              END-IF
           END-PERFORM.

       SJ999.
           EXIT.

       TAKE-JOINT-HOLDING SECTION.
       TJ010.
           MOVE AHLD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
           END-READ.

           IF ACCTFILE-STATUS NOT = '00'
              DISPLAY 'SANCMNT - holder entry for account '
                      AHLD-ACCOUNT-NUMBER ' has no ACCOUNT record'
              GO TO TJ999
           END-IF.

      *
      * The customer's own accounts were blocked on the named
      * account sweep
      *
           IF ACCOUNT-SORTCODE = WS-SUBJ-SORTCODE AND
              ACCOUNT-CUSTOMER-NUMBER = WS-SUBJ-CUSTOMER
              GO TO TJ999
           END-IF.

           IF ACCOUNT-STATUS-CLOSED
              GO TO TJ999
           END-IF.

           PERFORM PLACE-SANCTIONS-BLOCK.

       TJ999.
           EXIT.

      *
      * Only a payee on our own book has an account we can stop;
      * payments to one at another bank are for the payments team
      *
       BLOCK-PAYEE-ACCOUNT SECTION.
       BP010.
           MOVE WS-SUBJ-PAYEE-KEY TO PAYE-KEY.
           READ PAYEMST
              KEY IS PAYE-KEY
           END-READ.

           IF PAYEMST-STATUS NOT = '00'
              ADD 1 TO WS-REFERRED-CNT
              MOVE 0 TO WS-RPT-ACCT-NO
              MOVE 'REFER - PAYEE NO LONGER ON FILE              '
                 TO WS-RPT-ACTION-TEXT
              MOVE SPACES TO WS-RPT-ACTION-DETAIL
              WRITE SANCM-PRINT-RECORD FROM WS-RPT-ACTION-LINE
              GO TO BP999
           END-IF.

           MOVE PAYE-DEST-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
           END-READ.

           IF ACCTFILE-STATUS = '00' AND
              ACCOUNT-SORTCODE = PAYE-DEST-SORTCODE AND
              ACCOUNT-STATUS-OPEN
              PERFORM PLACE-SANCTIONS-BLOCK
              GO TO BP999
           END-IF.

           ADD 1 TO WS-REFERRED-CNT.
           MOVE PAYE-DEST-ACCOUNT TO WS-RPT-ACCT-NO.
           MOVE 'REFER - PAYEE NOT AN OPEN ACCOUNT ON OUR BOOK'
              TO WS-RPT-ACTION-TEXT.
           MOVE SPACES TO WS-RPT-ACTION-DETAIL.
           STRING 'SORTCODE ' PAYE-DEST-SORTCODE ' PAYEE '
                  PAYE-NAME
                  DELIMITED BY SIZE INTO WS-RPT-ACTION-DETAIL.
           WRITE SANCM-PRINT-RECORD FROM WS-RPT-ACTION-LINE.

       BP999.
           EXIT.

      *
      * All movements stopped with reason SN. A block already
      * standing is widened and takes the sanctions reason, the
      * narrative keeping the reason it had
      *
       PLACE-SANCTIONS-BLOCK SECTION.
       PS010.
           MOVE ACCOUNT-NUMBER TO BLK-ACCOUNT-NUMBER.
           READ ACCTBLK
              KEY IS BLK-ACCOUNT-NUMBER
           END-READ.

           IF ACCTBLK-STATUS NOT = '00' AND ACCTBLK-STATUS NOT = '23'
              DISPLAY 'SANCMNT - error reading block for account '
                      ACCOUNT-NUMBER ' status=' ACCTBLK-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE ACCOUNT-NUMBER TO WS-RPT-ACCT-NO.
           MOVE SPACES TO WS-RPT-ACTION-DETAIL.

           EVALUATE TRUE
              WHEN ACCTBLK-STATUS = '00' AND BLK-STATUS-ACTIVE AND
                   BLK-TYPE-ALL AND BLK-REASON-SANCTIONS
                 MOVE 'ALREADY BLOCKED FOR SANCTIONS                '
                    TO WS-RPT-ACTION-TEXT
                 MOVE BLK-NARRATIVE TO WS-RPT-ACTION-DETAIL
              WHEN ACCTBLK-STATUS = '00' AND BLK-STATUS-ACTIVE
                 MOVE BLK-REASON-CODE TO WS-OLD-REASON
                 MOVE 'A'             TO BLK-TYPE
                 MOVE 'SN'            TO BLK-REASON-CODE
                 MOVE SPACES          TO BLK-NARRATIVE
                 STRING 'SANCTIONS ' REV-ENTRY-ID ' WAS '
                        WS-OLD-REASON
                        DELIMITED BY SIZE INTO BLK-NARRATIVE
                 MOVE CARD-DECIDED-BY TO BLK-PLACED-BY
                 MOVE WS-RUN-DATE     TO BLK-PLACED-DATE
                 REWRITE BLOCK-RECORD
                 PERFORM CHECK-BLOCK-WRITE
                 ADD 1 TO WS-BLOCKED-CNT
                 MOVE 'EXISTING BLOCK WIDENED TO SANCTIONS          '
                    TO WS-RPT-ACTION-TEXT
                 MOVE BLK-NARRATIVE TO WS-RPT-ACTION-DETAIL
              WHEN OTHER
                 MOVE SPACES          TO BLOCK-RECORD
                 MOVE ACCOUNT-NUMBER  TO BLK-ACCOUNT-NUMBER
                 MOVE 'A'             TO BLK-TYPE
                 MOVE 'SN'            TO BLK-REASON-CODE
                 STRING 'SANCTIONS ' REV-ENTRY-ID
                        DELIMITED BY SIZE INTO BLK-NARRATIVE
                 MOVE CARD-DECIDED-BY TO BLK-PLACED-BY
                 MOVE WS-RUN-DATE     TO BLK-PLACED-DATE
                 MOVE 'A'             TO BLK-STATUS
                 MOVE 0               TO BLK-STOP-COUNT
                 IF ACCTBLK-STATUS = '00'
                    REWRITE BLOCK-RECORD
                 ELSE
                    WRITE BLOCK-RECORD
                 END-IF
                 PERFORM CHECK-BLOCK-WRITE
                 ADD 1 TO WS-BLOCKED-CNT
                 MOVE 'ALL MOVEMENTS BLOCKED - SANCTIONS            '
                    TO WS-RPT-ACTION-TEXT
                 MOVE BLK-NARRATIVE TO WS-RPT-ACTION-DETAIL
           END-EVALUATE.
           WRITE SANCM-PRINT-RECORD FROM WS-RPT-ACTION-LINE.

       PS999.
           EXIT.

       CHECK-BLOCK-WRITE SECTION.
       CW010.
           IF ACCTBLK-STATUS NOT = '00'
              DISPLAY 'SANCMNT - error writing block for account '
                      BLK-ACCOUNT-NUMBER ' status=' ACCTBLK-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CW999.
           EXIT.

       REJECT-CARD SECTION.
       RJ010.
           ADD 1 TO WS-REJECTED-CNT.
           WRITE SANCM-PRINT-RECORD FROM WS-RPT-CARD.

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
              DISPLAY 'SANCMNT - business date unavailable, using '
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
           CLOSE SANCCARD.
           CLOSE SANCREVW.
           CLOSE ACCTFILE.
           CLOSE ACCTHLDR.
           CLOSE ACCTBLK.
           CLOSE PAYEMST.
           CLOSE SANCMRPT.

       CF999.
           EXIT.
