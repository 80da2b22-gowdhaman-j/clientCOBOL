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
      * Amount hold and lien maintenance, card-driven. Places and
      * releases HOLDS entries for court orders, disputed cheques
      * and fraud. Each HOLDCARD is:
      *   col 1      action - P place, R release
      *   cols 2-12  account number
      *   cols 13-16 hold sequence (R only - P assigns the next)
      *   cols 17-28 amount 9(10)V99                     (P)
      *   cols 29-30 reason - CO court order, DC disputed
      *              cheque, FR fraud, OT other          (P)
      *   cols 31-38 id of the person placing/releasing
      *   cols 39-48 expiry date YYYY-MM-DD, or spaces for
      *              a hold that stands until released   (P)
      *   cols 49-78 narrative - order number, cheque etc (P)
      * A hold is placed only on an open account, for a positive
      * amount, with a valid reason, and never with an expiry
      * already past. Every card's outcome goes to HOLDRPT.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMNT.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDCARD
                  ASSIGN TO HOLDCARD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS HOLDCARD-STATUS.

           SELECT HOLDS
                  ASSIGN TO HOLDS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS HOLD-KEY
                  FILE STATUS  IS HOLDS-STATUS.

           SELECT ACCTFILE
                  ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT HOLDRPT
                  ASSIGN TO HOLDRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS HOLDRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  HOLDCARD.
       01  HOLD-CARD.
           05 CARD-ACTION                  PIC X.
           05 CARD-ACCOUNT-NUMBER          PIC 9(11).
           05 CARD-SEQUENCE                PIC 9(4).
           05 CARD-AMOUNT                  PIC 9(10)V99.
           05 CARD-REASON-CODE             PIC X(2).
           05 CARD-REQUESTED-BY            PIC X(8).
           05 CARD-EXPIRY-DATE             PIC X(10).
           05 CARD-NARRATIVE               PIC X(30).
           05 FILLER                       PIC X(2).

       FD  HOLDS.
       01  HOLD-RECORD.
       COPY HOLDS.

       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  HOLDRPT.
       01  HOLD-PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  HOLDCARD-STATUS.
           05 HOLDCARD-STATUS1             PIC X.
           05 HOLDCARD-STATUS2             PIC X.

       01  HOLDS-STATUS.
           05 HOLDS-STATUS1                PIC X.
           05 HOLDS-STATUS2                PIC X.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  HOLDRPT-STATUS.
           05 HOLDRPT-STATUS1              PIC X.
           05 HOLDRPT-STATUS2              PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.
       01 WS-BROWSE-EXIT                   PIC X.

       01 WS-CARD-CNT                      PIC 9(5) VALUE 0.
       01 WS-PLACED-CNT                    PIC 9(5) VALUE 0.
       01 WS-RELEASED-CNT                  PIC 9(5) VALUE 0.
       01 WS-REJECTED-CNT                  PIC 9(5) VALUE 0.

       01 WS-NEXT-SEQUENCE                 PIC 9(4).

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
                 VALUE 'HOLDMNT AMOUNT HOLD MAINTENANCE   '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(88) VALUE SPACES.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-ACTION                PIC X.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-ACCT-NO               PIC 9(11).
           05 FILLER                       PIC X    VALUE '/'.
           05 WS-RPT-SEQUENCE              PIC 9(4).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-AMOUNT                PIC -(9)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-REASON                PIC X(2).
           05 FILLER                       PIC X(4) VALUE ' BY '.
           05 WS-RPT-REQUESTER             PIC X(8).
           05 FILLER                       PIC X(8) VALUE ' EXPIRY '.
           05 WS-RPT-EXPIRY                PIC X(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-OUTCOME               PIC X(45).
           05 FILLER                       PIC X(17) VALUE SPACES.

       01 WS-RPT-TOTALS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(7) VALUE 'CARDS  '.
           05 WS-RPT-TOT-CARDS             PIC Z(4)9.
           05 FILLER                       PIC X(9)
                 VALUE '  PLACED '.
           05 WS-RPT-TOT-PLACED            PIC Z(4)9.
           05 FILLER                       PIC X(11)
                 VALUE '  RELEASED '.
           05 WS-RPT-TOT-RELEASED          PIC Z(4)9.
           05 FILLER                       PIC X(11)
                 VALUE '  REJECTED '.
           05 WS-RPT-TOT-REJECTED          PIC Z(4)9.
           05 FILLER                       PIC X(74) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'HOLDMNT '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started HOLDMNT.'.

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

           WRITE HOLD-PRINT-RECORD FROM WS-RPT-HEADER.

           READ HOLDCARD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-CARD-CNT
              PERFORM APPLY-ONE-CARD
              READ HOLDCARD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE WS-CARD-CNT     TO WS-RPT-TOT-CARDS.
           MOVE WS-PLACED-CNT   TO WS-RPT-TOT-PLACED.
           MOVE WS-RELEASED-CNT TO WS-RPT-TOT-RELEASED.
           MOVE WS-REJECTED-CNT TO WS-RPT-TOT-REJECTED.
           WRITE HOLD-PRINT-RECORD FROM WS-RPT-TOTALS.

           DISPLAY 'HOLDMNT processed ' WS-CARD-CNT
                   ' cards, placed ' WS-PLACED-CNT
                   ', released ' WS-RELEASED-CNT
                   ', rejected ' WS-REJECTED-CNT '.'.

           IF WS-REJECTED-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT HOLDCARD.
           IF HOLDCARD-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening HOLDCARD file, status='
                       HOLDCARD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O HOLDS.
           IF HOLDS-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening HOLDS file, status='
                       HOLDS-STATUS
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

           OPEN OUTPUT HOLDRPT.
           IF HOLDRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening HOLDRPT file, status='
                       HOLDRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

       APPLY-ONE-CARD SECTION.
       AC010.
           MOVE CARD-ACTION       TO WS-RPT-ACTION.
           MOVE CARD-REASON-CODE  TO WS-RPT-REASON.
           MOVE CARD-REQUESTED-BY TO WS-RPT-REQUESTER.
           MOVE CARD-EXPIRY-DATE  TO WS-RPT-EXPIRY.
           IF CARD-ACCOUNT-NUMBER NUMERIC
              MOVE CARD-ACCOUNT-NUMBER TO WS-RPT-ACCT-NO
           ELSE
              MOVE 0 TO WS-RPT-ACCT-NO
           END-IF.
           IF CARD-SEQUENCE NUMERIC
              MOVE CARD-SEQUENCE TO WS-RPT-SEQUENCE
           ELSE
              MOVE 0 TO WS-RPT-SEQUENCE
           END-IF.
           IF CARD-AMOUNT NUMERIC
              MOVE CARD-AMOUNT TO WS-RPT-AMOUNT
           ELSE
              MOVE 0 TO WS-RPT-AMOUNT
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
              WHEN 'P'
                 PERFORM PLACE-HOLD
              WHEN 'R'
                 PERFORM RELEASE-HOLD
              WHEN OTHER
                 MOVE 'REJECTED - ACTION MUST BE P OR R             '
                    TO WS-RPT-OUTCOME
                 PERFORM REJECT-CARD
           END-EVALUATE.

       AC999.
           EXIT.

       PLACE-HOLD SECTION.
       PH010.
           IF CARD-AMOUNT NOT NUMERIC OR CARD-AMOUNT = 0
              MOVE 'REJECTED - AMOUNT MUST BE NUMERIC AND NOT 0  '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO PH999
           END-IF.

           MOVE CARD-REASON-CODE TO HOLD-REASON-CODE.
           IF NOT HOLD-REASON-VALID
              MOVE 'REJECTED - REASON MUST BE CO, DC, FR OR OT   '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO PH999
           END-IF.

           IF CARD-EXPIRY-DATE NOT = SPACES
              IF CARD-EXPIRY-DATE(1:4) NOT NUMERIC OR
                 CARD-EXPIRY-DATE(5:1) NOT = '-' OR
                 CARD-EXPIRY-DATE(6:2) NOT NUMERIC OR
                 CARD-EXPIRY-DATE(8:1) NOT = '-' OR
                 CARD-EXPIRY-DATE(9:2) NOT NUMERIC
                 MOVE 'REJECTED - EXPIRY MUST BE YYYY-MM-DD OR BLANK'
                    TO WS-RPT-OUTCOME
                 PERFORM REJECT-CARD
                 GO TO PH999
              END-IF
              IF CARD-EXPIRY-DATE < WS-RUN-DATE
                 MOVE 'REJECTED - EXPIRY DATE ALREADY PAST          '
                    TO WS-RPT-OUTCOME
                 PERFORM REJECT-CARD
                 GO TO PH999
              END-IF
           END-IF.

           MOVE CARD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
           END-READ.

           IF ACCTFILE-STATUS NOT = '00' OR ACCOUNT-STATUS-CLOSED
              MOVE 'REJECTED - ACCOUNT NOT ON FILE OR CLOSED     '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO PH999
           END-IF.

           PERFORM FIND-NEXT-SEQUENCE.

           MOVE CARD-ACCOUNT-NUMBER TO HOLD-ACCOUNT-NUMBER.
           MOVE WS-NEXT-SEQUENCE    TO HOLD-SEQUENCE.
           MOVE CARD-AMOUNT         TO HOLD-AMOUNT.
           MOVE CARD-REASON-CODE    TO HOLD-REASON-CODE.
           MOVE CARD-REQUESTED-BY   TO HOLD-PLACED-BY.
           MOVE WS-RUN-DATE         TO HOLD-PLACED-DATE.
           MOVE CARD-EXPIRY-DATE    TO HOLD-EXPIRY-DATE.
           MOVE 'A'                 TO HOLD-STATUS.
           MOVE SPACES              TO HOLD-RELEASED-BY.
           MOVE SPACES              TO HOLD-RELEASED-DATE.
           MOVE CARD-NARRATIVE      TO HOLD-NARRATIVE.
           MOVE SPACES              TO HOLD-RECORD(102:20).

           WRITE HOLD-RECORD.
           IF HOLDS-STATUS NOT = '00'
              DISPLAY 'HOLDMNT - error writing hold for account '
                      CARD-ACCOUNT-NUMBER ' status=' HOLDS-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-PLACED-CNT.
           MOVE WS-NEXT-SEQUENCE TO WS-RPT-SEQUENCE.
           MOVE 'PLACED                                       '
              TO WS-RPT-OUTCOME.
           WRITE HOLD-PRINT-RECORD FROM WS-RPT-DETAIL.

       PH999.
           EXIT.

      *
      * The next hold number is one past the highest on file for
      * the account - released and expired holds keep their numbers
      *
       FIND-NEXT-SEQUENCE SECTION.
       FN010.
           MOVE 1 TO WS-NEXT-SEQUENCE.
           MOVE 'N' TO WS-BROWSE-EXIT.

           MOVE CARD-ACCOUNT-NUMBER TO HOLD-ACCOUNT-NUMBER.
           MOVE 0 TO HOLD-SEQUENCE.
           START HOLDS KEY IS NOT LESS THAN HOLD-KEY
              INVALID KEY MOVE 'Y' TO WS-BROWSE-EXIT
           END-START.

           PERFORM UNTIL WS-BROWSE-EXIT = 'Y'
              READ HOLDS NEXT RECORD
                AT END MOVE 'Y' TO WS-BROWSE-EXIT
              END-READ
              IF WS-BROWSE-EXIT NOT = 'Y'
                 IF HOLD-ACCOUNT-NUMBER = CARD-ACCOUNT-NUMBER
                    COMPUTE WS-NEXT-SEQUENCE = HOLD-SEQUENCE + 1
                 ELSE
                    MOVE 'Y' TO WS-BROWSE-EXIT
                 END-IF
              END-IF
           END-PERFORM.

       FN999.
           EXIT.

       RELEASE-HOLD SECTION.
       RH010.
           IF CARD-SEQUENCE NOT NUMERIC
              MOVE 'REJECTED - HOLD SEQUENCE NOT NUMERIC         '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO RH999
           END-IF.

           MOVE CARD-ACCOUNT-NUMBER TO HOLD-ACCOUNT-NUMBER.
           MOVE CARD-SEQUENCE       TO HOLD-SEQUENCE.
           READ HOLDS
              KEY IS HOLD-KEY
           END-READ.

           IF HOLDS-STATUS NOT = '00'
              MOVE 'REJECTED - HOLD NOT ON FILE                  '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO RH999
           END-IF.

           IF NOT HOLD-STATUS-ACTIVE
              MOVE 'REJECTED - HOLD ALREADY RELEASED OR EXPIRED  '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO RH999
           END-IF.

           MOVE 'R'               TO HOLD-STATUS.
           MOVE CARD-REQUESTED-BY TO HOLD-RELEASED-BY.
           MOVE WS-RUN-DATE       TO HOLD-RELEASED-DATE.

           REWRITE HOLD-RECORD.
           IF HOLDS-STATUS NOT = '00'
              DISPLAY 'HOLDMNT - error rewriting hold '
                      HOLD-KEY ' status=' HOLDS-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-RELEASED-CNT.
           MOVE HOLD-AMOUNT      TO WS-RPT-AMOUNT.
           MOVE HOLD-REASON-CODE TO WS-RPT-REASON.
           MOVE HOLD-EXPIRY-DATE TO WS-RPT-EXPIRY.
           MOVE 'RELEASED                                     '
              TO WS-RPT-OUTCOME.
           WRITE HOLD-PRINT-RECORD FROM WS-RPT-DETAIL.

       RH999.
           EXIT.

       REJECT-CARD SECTION.
       RJ010.
           ADD 1 TO WS-REJECTED-CNT.
           WRITE HOLD-PRINT-RECORD FROM WS-RPT-DETAIL.

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
              DISPLAY 'HOLDMNT - business date unavailable, using '
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
           CLOSE HOLDCARD.
           CLOSE HOLDS.
           CLOSE ACCTFILE.
           CLOSE HOLDRPT.

       CF999.
           EXIT.
