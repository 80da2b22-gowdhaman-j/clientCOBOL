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
      * Customer alert preferences maintenance, card-driven. Sets
      * up, changes and stops the texts and emails ALRTRUN sends
      * about an account. Each ALRTCARD is:
      *   col 1      action - A add, C change, D delete
      *   cols 2-12  account number
      *   col 13     channel - T text, E email            (A)
      *   cols 14-25 large debit level, pounds and pence
      *              with no point (000000010000 = 100.00);
      *              zeros for no large payment alerts
      *   col 26     low balance alert wanted - Y or N
      *   cols 27-38 low balance level, as the debit level
      *   col 39     '-' if the low balance level is
      *              overdrawn, otherwise blank
      *   cols 40-47 id of the person making the change
      * On a C card a blank field leaves that setting as it is;
      * on an A card a blank level means none and a blank col 26
      * means N. A low balance alert needs a level. The account
      * must be open on ACCTFILE. D removes the preferences, so
      * nothing more is sent. Every card's outcome, with the
      * preferences as they now stand, goes to ALRTMRPT.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTMNT.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALRTCARD
                  ASSIGN TO ALRTCARD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS ALRTCARD-STATUS.

           SELECT ALRTPREF
                  ASSIGN TO ALRTPREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ALP-ACCOUNT-NUMBER
                  FILE STATUS  IS ALRTPREF-STATUS.

           SELECT ACCTFILE
                  ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT ALRTMRPT
                  ASSIGN TO ALRTMRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS ALRTMRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  ALRTCARD.
       01  ALERT-CARD.
           05 CARD-ACTION                  PIC X.
           05 CARD-ACCOUNT-NUMBER          PIC X(11).
           05 CARD-ACCOUNT-NUMBER-N REDEFINES CARD-ACCOUNT-NUMBER
                                           PIC 9(11).
           05 CARD-CHANNEL                 PIC X.
           05 CARD-LARGE-DEBIT             PIC X(12).
           05 CARD-LARGE-DEBIT-N REDEFINES CARD-LARGE-DEBIT
                                           PIC 9(10)V99.
           05 CARD-LOW-BALANCE-ON          PIC X.
           05 CARD-LOW-BALANCE             PIC X(12).
           05 CARD-LOW-BALANCE-N REDEFINES CARD-LOW-BALANCE
                                           PIC 9(10)V99.
           05 CARD-LOW-BALANCE-SIGN        PIC X.
           05 CARD-CHANGED-BY              PIC X(8).
           05 FILLER                       PIC X(33).

       FD  ALRTPREF.
       01  ALERT-PREFERENCE-RECORD.
       COPY ALRTPREF.

       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  ALRTMRPT.
       01  ALRM-PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  ALRTCARD-STATUS.
           05 ALRTCARD-STATUS1             PIC X.
           05 ALRTCARD-STATUS2             PIC X.

       01  ALRTPREF-STATUS.
           05 ALRTPREF-STATUS1             PIC X.
           05 ALRTPREF-STATUS2             PIC X.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  ALRTMRPT-STATUS.
           05 ALRTMRPT-STATUS1             PIC X.
           05 ALRTMRPT-STATUS2             PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.

       01 WS-CARD-CNT                      PIC 9(5) VALUE 0.
       01 WS-ADDED-CNT                     PIC 9(5) VALUE 0.
       01 WS-CHANGED-CNT                   PIC 9(5) VALUE 0.
       01 WS-DELETED-CNT                   PIC 9(5) VALUE 0.
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
                 VALUE 'ALRTMNT ALERT PREFERENCES          '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(87) VALUE SPACES.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-ACTION                PIC X.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-ACCOUNT               PIC X(11).
           05 FILLER                       PIC X(4) VALUE ' CH '.
           05 WS-RPT-CHANNEL               PIC X.
           05 FILLER                       PIC X(12)
                 VALUE ' LARGE DEBIT'.
           05 WS-RPT-LARGE-DEBIT           PIC -(10)9.99.
           05 FILLER                       PIC X(5) VALUE ' LOW '.
           05 WS-RPT-LOW-ON                PIC X.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-LOW-BALANCE           PIC -(10)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-OUTCOME               PIC X(45).
           05 FILLER                       PIC X(19) VALUE SPACES.

       01 WS-RPT-TOTALS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(7) VALUE 'CARDS  '.
           05 WS-RPT-TOT-CARDS             PIC Z(4)9.
           05 FILLER                       PIC X(8) VALUE '  ADDED '.
           05 WS-RPT-TOT-ADDED             PIC Z(4)9.
           05 FILLER                       PIC X(10)
                 VALUE '  CHANGED '.
           05 WS-RPT-TOT-CHANGED           PIC Z(4)9.
           05 FILLER                       PIC X(10)
                 VALUE '  DELETED '.
           05 WS-RPT-TOT-DELETED           PIC Z(4)9.
           05 FILLER                       PIC X(11)
                 VALUE '  REJECTED '.
           05 WS-RPT-TOT-REJECTED          PIC Z(4)9.
           05 FILLER                       PIC X(61) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'ALRTMNT '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started ALRTMNT.'.

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

           WRITE ALRM-PRINT-RECORD FROM WS-RPT-HEADER.

           READ ALRTCARD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-CARD-CNT
              PERFORM APPLY-ONE-CARD
              READ ALRTCARD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE WS-CARD-CNT      TO WS-RPT-TOT-CARDS.
           MOVE WS-ADDED-CNT     TO WS-RPT-TOT-ADDED.
           MOVE WS-CHANGED-CNT   TO WS-RPT-TOT-CHANGED.
           MOVE WS-DELETED-CNT   TO WS-RPT-TOT-DELETED.
           MOVE WS-REJECTED-CNT  TO WS-RPT-TOT-REJECTED.
           WRITE ALRM-PRINT-RECORD FROM WS-RPT-TOTALS.

           DISPLAY 'ALRTMNT processed ' WS-CARD-CNT
                   ' cards, added ' WS-ADDED-CNT
                   ', changed ' WS-CHANGED-CNT
                   ', deleted ' WS-DELETED-CNT
                   ', rejected ' WS-REJECTED-CNT '.'.

           IF WS-REJECTED-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT ALRTCARD.
           IF ALRTCARD-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ALRTCARD file, status='
                       ALRTCARD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O ALRTPREF.
           IF ALRTPREF-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ALRTPREF file, status='
                       ALRTPREF-STATUS
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

           OPEN OUTPUT ALRTMRPT.
           IF ALRTMRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ALRTMRPT file, status='
                       ALRTMRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

       APPLY-ONE-CARD SECTION.
       AC010.
           MOVE CARD-ACTION         TO WS-RPT-ACTION.
           MOVE CARD-ACCOUNT-NUMBER TO WS-RPT-ACCOUNT.
           MOVE CARD-CHANNEL        TO WS-RPT-CHANNEL.
           MOVE 0                   TO WS-RPT-LARGE-DEBIT
                                       WS-RPT-LOW-BALANCE.
           MOVE CARD-LOW-BALANCE-ON TO WS-RPT-LOW-ON.

           IF CARD-ACCOUNT-NUMBER NOT NUMERIC
              MOVE 'REJECTED - ACCOUNT NUMBER NOT NUMERIC        '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           IF CARD-CHANGED-BY = SPACES
              MOVE 'REJECTED - NO ID OF WHO IS CHANGING IT       '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           EVALUATE CARD-ACTION
              WHEN 'A'
                 PERFORM ADD-PREFERENCES
              WHEN 'C'
                 PERFORM CHANGE-PREFERENCES
              WHEN 'D'
                 PERFORM DELETE-PREFERENCES
              WHEN OTHER
                 MOVE 'REJECTED - ACTION MUST BE A, C OR D          '
                    TO WS-RPT-OUTCOME
                 PERFORM REJECT-CARD
           END-EVALUATE.

       AC999.
           EXIT.

      *
      * Only an open account can have alerts set up on it
      *
       ADD-PREFERENCES SECTION.
       AP010.
           MOVE CARD-ACCOUNT-NUMBER-N TO ACCOUNT-NUMBER.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
           END-READ.

           IF ACCTFILE-STATUS = '23'
              MOVE 'REJECTED - ACCOUNT NOT ON FILE               '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AP999
           END-IF.
           IF ACCTFILE-STATUS NOT = '00'
              DISPLAY 'ALRTMNT - error reading account '
                      CARD-ACCOUNT-NUMBER ' status=' ACCTFILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF ACCOUNT-STATUS-CLOSED
              MOVE 'REJECTED - ACCOUNT IS CLOSED                 '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AP999
           END-IF.

           IF CARD-CHANNEL = SPACE
              MOVE 'REJECTED - ADD NEEDS A CHANNEL               '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AP999
           END-IF.

           MOVE SPACES                TO ALERT-PREFERENCE-RECORD.
           MOVE CARD-ACCOUNT-NUMBER-N TO ALP-ACCOUNT-NUMBER.
           MOVE 0                     TO ALP-LARGE-DEBIT
                                         ALP-LOW-BALANCE.
           MOVE 'N'                   TO ALP-LOW-BALANCE-ON.
           PERFORM LAY-CARD-OVER-PREFERENCES.
           IF WS-RPT-OUTCOME NOT = SPACES
              PERFORM REJECT-CARD
              GO TO AP999
           END-IF.

           WRITE ALERT-PREFERENCE-RECORD.

           IF ALRTPREF-STATUS = '22'
              MOVE 'REJECTED - ACCOUNT ALREADY HAS PREFERENCES   '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AP999
           END-IF.
           PERFORM CHECK-PREFERENCES-WRITE.

           ADD 1 TO WS-ADDED-CNT.
           MOVE 'ADDED                                        '
              TO WS-RPT-OUTCOME.
           PERFORM REPORT-PREFERENCES.

       AP999.
           EXIT.

       CHANGE-PREFERENCES SECTION.
       CP010.
           MOVE CARD-ACCOUNT-NUMBER-N TO ALP-ACCOUNT-NUMBER.
           READ ALRTPREF
              KEY IS ALP-ACCOUNT-NUMBER
           END-READ.

           IF ALRTPREF-STATUS = '23'
              MOVE 'REJECTED - NO PREFERENCES FOR THE ACCOUNT    '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO CP999
           END-IF.
           PERFORM CHECK-PREFERENCES-READ.

           PERFORM LAY-CARD-OVER-PREFERENCES.
           IF WS-RPT-OUTCOME NOT = SPACES
              PERFORM REJECT-CARD
              GO TO CP999
           END-IF.

           REWRITE ALERT-PREFERENCE-RECORD.
           PERFORM CHECK-PREFERENCES-WRITE.

           ADD 1 TO WS-CHANGED-CNT.
           MOVE 'CHANGED                                      '
              TO WS-RPT-OUTCOME.
           PERFORM REPORT-PREFERENCES.

       CP999.
           EXIT.

       DELETE-PREFERENCES SECTION.
       DP010.
           MOVE CARD-ACCOUNT-NUMBER-N TO ALP-ACCOUNT-NUMBER.
           READ ALRTPREF
              KEY IS ALP-ACCOUNT-NUMBER
           END-READ.

           IF ALRTPREF-STATUS = '23'
              MOVE 'REJECTED - NO PREFERENCES FOR THE ACCOUNT    '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO DP999
           END-IF.
           PERFORM CHECK-PREFERENCES-READ.

           DELETE ALRTPREF RECORD.
           PERFORM CHECK-PREFERENCES-WRITE.

           ADD 1 TO WS-DELETED-CNT.
           MOVE 'DELETED - NO MORE ALERTS                     '
              TO WS-RPT-OUTCOME.
           PERFORM REPORT-PREFERENCES.

       DP999.
           EXIT.

      *
      * Every non-blank card field onto the preferences, each one
      * checked; a bad field leaves its reason in WS-RPT-OUTCOME
      * and the record is not written back
      *
       LAY-CARD-OVER-PREFERENCES SECTION.
       LC010.
           MOVE SPACES TO WS-RPT-OUTCOME.

           IF CARD-CHANNEL NOT = SPACE
              MOVE CARD-CHANNEL TO ALP-CHANNEL
              IF NOT ALP-CHANNEL-VALID
                 MOVE 'REJECTED - CHANNEL MUST BE T OR E            '
                    TO WS-RPT-OUTCOME
                 GO TO LC999
              END-IF
           END-IF.

           IF CARD-LARGE-DEBIT NOT = SPACES
              IF CARD-LARGE-DEBIT NOT NUMERIC
                 MOVE 'REJECTED - LARGE DEBIT LEVEL NOT NUMERIC     '
                    TO WS-RPT-OUTCOME
                 GO TO LC999
              END-IF
              MOVE CARD-LARGE-DEBIT-N TO ALP-LARGE-DEBIT
           END-IF.

           IF CARD-LOW-BALANCE NOT = SPACES
              IF CARD-LOW-BALANCE NOT NUMERIC
                 MOVE 'REJECTED - LOW BALANCE LEVEL NOT NUMERIC     '
                    TO WS-RPT-OUTCOME
                 GO TO LC999
              END-IF
              IF CARD-LOW-BALANCE-SIGN NOT = SPACE AND
                 CARD-LOW-BALANCE-SIGN NOT = '-'
                 MOVE 'REJECTED - LOW BALANCE SIGN NOT - OR BLANK   '
                    TO WS-RPT-OUTCOME
                 GO TO LC999
              END-IF
              IF CARD-LOW-BALANCE-SIGN = '-'
                 COMPUTE ALP-LOW-BALANCE = 0 - CARD-LOW-BALANCE-N
              ELSE
                 MOVE CARD-LOW-BALANCE-N TO ALP-LOW-BALANCE
              END-IF
           END-IF.

           IF CARD-LOW-BALANCE-ON NOT = SPACE
              IF CARD-LOW-BALANCE-ON NOT = 'Y' AND
                 CARD-LOW-BALANCE-ON NOT = 'N'
                 MOVE 'REJECTED - LOW BALANCE ALERT MUST BE Y OR N  '
                    TO WS-RPT-OUTCOME
                 GO TO LC999
              END-IF
              IF CARD-LOW-BALANCE-ON = 'Y' AND
                 CARD-LOW-BALANCE = SPACES AND
                 NOT ALP-LOW-BALANCE-WANTED
                 MOVE 'REJECTED - LOW BALANCE ALERT NEEDS A LEVEL   '
                    TO WS-RPT-OUTCOME
                 GO TO LC999
              END-IF
              MOVE CARD-LOW-BALANCE-ON TO ALP-LOW-BALANCE-ON
           END-IF.

      *
      * A new or moved level starts afresh, so a balance already
      * below it is told about on the next night's run
      *
           IF CARD-LOW-BALANCE NOT = SPACES OR
              NOT ALP-LOW-BALANCE-WANTED
              MOVE SPACE TO ALP-LOW-STATE
           END-IF.

           MOVE CARD-CHANGED-BY TO ALP-CHANGED-BY.
           MOVE WS-RUN-DATE     TO ALP-CHANGED-DATE.

       LC999.
           EXIT.

       CHECK-PREFERENCES-READ SECTION.
       CR010.
           IF ALRTPREF-STATUS NOT = '00'
              DISPLAY 'ALRTMNT - error reading preferences for '
                      CARD-ACCOUNT-NUMBER ' status=' ALRTPREF-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CR999.
           EXIT.

       CHECK-PREFERENCES-WRITE SECTION.
       CW010.
           IF ALRTPREF-STATUS NOT = '00'
              DISPLAY 'ALRTMNT - error writing preferences for '
                      CARD-ACCOUNT-NUMBER ' status=' ALRTPREF-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CW999.
           EXIT.

      *
      * The preferences as they now stand
      *
       REPORT-PREFERENCES SECTION.
       RP010.
           MOVE ALP-CHANNEL         TO WS-RPT-CHANNEL.
           MOVE ALP-LARGE-DEBIT     TO WS-RPT-LARGE-DEBIT.
           MOVE ALP-LOW-BALANCE-ON  TO WS-RPT-LOW-ON.
           MOVE ALP-LOW-BALANCE     TO WS-RPT-LOW-BALANCE.
           WRITE ALRM-PRINT-RECORD FROM WS-RPT-DETAIL.

       RP999.
           EXIT.

       REJECT-CARD SECTION.
       RJ010.
           ADD 1 TO WS-REJECTED-CNT.
           WRITE ALRM-PRINT-RECORD FROM WS-RPT-DETAIL.

       RJ999.
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
              DISPLAY 'ALRTMNT - business date unavailable, using '
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
           CLOSE ALRTCARD.
           CLOSE ALRTPREF.
           CLOSE ACCTFILE.
           CLOSE ALRTMRPT.

       CF999.
           EXIT.
