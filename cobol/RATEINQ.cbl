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
      * Batch interest rate inquiry against the RATEHIST rate
      * history. Each INQCARD request card names an account and an
      * as-at date (blank for the business date):
      *   cols 1-11   account number
      *   cols 12-21  as-at date YYYY-MM-DD
      *
      * The report prints the account's whole rate timeline - every
      * change with the date it took effect, the rate before and
      * after, the program that made it, the date it was recorded
      * and its reference - with the change in force at the as-at
      * date marked '*', then the rate the account was on at that
      * date. Before the first recorded change the account was on
      * that change's old rate; an account with no history has
      * never been changed and is on its current rate. The current
      * rate comes from the ACCOUNT file, so a disputed year's
      * interest can be answered without the old RATERPT registers.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEINQ.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQCARD
                  ASSIGN TO INQCARD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS INQCARD-STATUS.

           SELECT ACCTFILE
                  ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT RATEHIST
                  ASSIGN TO RATEHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RTH-KEY
                  FILE STATUS  IS RATEHIST-STATUS.

           SELECT INQRPT
                  ASSIGN TO INQRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS INQRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  INQCARD.
       01  INQUIRY-CARD.
           05 INQ-ACCOUNT-NUMBER           PIC 9(11).
           05 INQ-AS-AT-DATE               PIC X(10).
           05 FILLER                       PIC X(59).

       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  RATEHIST.
       01  RATE-HISTORY-RECORD.
       COPY RATEHIST.

       FD  INQRPT.
       01  INQ-PRINT-RECORD                PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  INQCARD-STATUS.
           05 INQCARD-STATUS1              PIC X.
           05 INQCARD-STATUS2              PIC X.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  RATEHIST-STATUS.
           05 RATEHIST-STATUS1             PIC X.
           05 RATEHIST-STATUS2             PIC X.

       01  INQRPT-STATUS.
           05 INQRPT-STATUS1               PIC X.
           05 INQRPT-STATUS2               PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.
       01 WS-HIST-EXIT                     PIC X.

       01 WS-CARD-CNT                      PIC 9(5) VALUE 0.
       01 WS-REJECTED-CNT                  PIC 9(5) VALUE 0.
       01 WS-CHANGE-CNT                    PIC 9(7) VALUE 0.

       01 WS-AS-AT-DATE                    PIC X(10).

      *
      * What the first pass of the account's history found: how
      * many changes, the first change's old rate, and the change
      * in force at the as-at date
      *
       01 WS-ACCOUNT-ON-FILE               PIC X.
       01 WS-CURRENT-RATE                  PIC S9(4)V99 COMP-3.
       01 WS-HIST-CNT                      PIC 9(5).
       01 WS-FIRST-OLD-RATE                PIC S9(4)V99 COMP-3.
       01 WS-IN-FORCE-FOUND                PIC X.
       01 WS-IN-FORCE-KEY                  PIC X(23).
       01 WS-IN-FORCE-RATE                 PIC S9(4)V99 COMP-3.
       01 WS-IN-FORCE-DATE                 PIC X(10).

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
           05 FILLER                       PIC X(38)
                 VALUE 'RATEINQ INTEREST RATE HISTORY INQUIRY '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(84) VALUE SPACES.

       01 WS-RPT-REQUEST.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(8) VALUE 'ACCOUNT '.
           05 WS-RPT-REQ-ACCT              PIC 9(11).
           05 FILLER                       PIC X(7) VALUE '  TYPE '.
           05 WS-RPT-REQ-TYPE              PIC X(8).
           05 FILLER                       PIC X(15)
                 VALUE '  CURRENT RATE '.
           05 WS-RPT-REQ-CURRENT           PIC ZZZ9.99.
           05 FILLER                       PIC X(8) VALUE '  AS AT '.
           05 WS-RPT-REQ-AS-AT             PIC X(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-REQ-NOTE              PIC X(20).
           05 FILLER                       PIC X(36) VALUE SPACES.

       01 WS-RPT-COLUMNS.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(44) VALUE
                 '  EFFECTIVE SEQ OLD RATE NEW RATE SOURCE    '.
           05 FILLER                       PIC X(41) VALUE
                 'RECORDED    REFERENCE                    '.
           05 FILLER                       PIC X(47) VALUE SPACES.

       01 WS-RPT-CHANGE.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-CHG-MARK              PIC X.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-CHG-DATE              PIC X(10).
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-CHG-SEQ               PIC Z9.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-CHG-OLD               PIC ZZZ9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-CHG-NEW               PIC ZZZ9.99.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-CHG-SOURCE            PIC X(8).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-CHG-RECORDED          PIC X(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-CHG-REFERENCE         PIC X(30).
           05 FILLER                       PIC X(46) VALUE SPACES.

       01 WS-RPT-ANSWER.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(8) VALUE 'RATE ON '.
           05 WS-RPT-ANS-DATE              PIC X(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-ANS-RATE              PIC ZZZ9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-ANS-NOTE              PIC X(40).
           05 FILLER                       PIC X(63) VALUE SPACES.

       01 WS-RPT-REJECT.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(8) VALUE 'REQUEST '.
           05 WS-RPT-REJ-CARD              PIC X(21).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-REJ-REASON            PIC X(40).
           05 FILLER                       PIC X(61) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'RATEINQ '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started RATEINQ.'.

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

           WRITE INQ-PRINT-RECORD FROM WS-RPT-HEADER.

           READ INQCARD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-CARD-CNT
              PERFORM ANSWER-ONE-REQUEST
              READ INQCARD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           DISPLAY 'RATEINQ answered ' WS-CARD-CNT ' requests, '
                   'rejected ' WS-REJECTED-CNT ', listing '
                   WS-CHANGE-CNT ' rate changes.'.

           IF WS-REJECTED-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT INQCARD.
           IF INQCARD-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening INQCARD file, status='
                       INQCARD-STATUS
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

           OPEN INPUT RATEHIST.
           IF RATEHIST-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening RATEHIST file, status='
                       RATEHIST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT INQRPT.
           IF INQRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening INQRPT file, status='
                       INQRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * One request: the account heading, the timeline with the
      * change in force marked, then the answer
      *
       ANSWER-ONE-REQUEST SECTION.
       AR010.
           IF INQ-ACCOUNT-NUMBER NOT NUMERIC
              ADD 1 TO WS-REJECTED-CNT
              MOVE INQUIRY-CARD(1:21) TO WS-RPT-REJ-CARD
              MOVE 'REJECTED - ACCOUNT NUMBER NOT NUMERIC   '
                 TO WS-RPT-REJ-REASON
              WRITE INQ-PRINT-RECORD FROM WS-RPT-REJECT
              GO TO AR999
           END-IF.

           IF INQ-AS-AT-DATE = SPACES
              MOVE WS-RUN-DATE TO WS-AS-AT-DATE
           ELSE
              IF INQ-AS-AT-DATE(1:4) NOT NUMERIC OR
                 INQ-AS-AT-DATE(5:1) NOT = '-' OR
                 INQ-AS-AT-DATE(6:2) NOT NUMERIC OR
                 INQ-AS-AT-DATE(8:1) NOT = '-' OR
                 INQ-AS-AT-DATE(9:2) NOT NUMERIC
                 ADD 1 TO WS-REJECTED-CNT
                 MOVE INQUIRY-CARD(1:21) TO WS-RPT-REJ-CARD
                 MOVE 'REJECTED - AS-AT DATE NOT YYYY-MM-DD    '
                    TO WS-RPT-REJ-REASON
                 WRITE INQ-PRINT-RECORD FROM WS-RPT-REJECT
                 GO TO AR999
              END-IF
              MOVE INQ-AS-AT-DATE TO WS-AS-AT-DATE
           END-IF.

           MOVE INQ-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
                                      WS-RPT-REQ-ACCT.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
           END-READ.

           IF ACCTFILE-STATUS = '00'
              MOVE 'Y'                   TO WS-ACCOUNT-ON-FILE
              MOVE ACCOUNT-INTEREST-RATE TO WS-CURRENT-RATE
                                            WS-RPT-REQ-CURRENT
              MOVE ACCOUNT-TYPE          TO WS-RPT-REQ-TYPE
              MOVE SPACES                TO WS-RPT-REQ-NOTE
           ELSE
              MOVE 'N'                   TO WS-ACCOUNT-ON-FILE
              MOVE 0                     TO WS-CURRENT-RATE
                                            WS-RPT-REQ-CURRENT
              MOVE SPACES                TO WS-RPT-REQ-TYPE
              MOVE 'ACCOUNT NOT ON FILE ' TO WS-RPT-REQ-NOTE
           END-IF.

           MOVE WS-AS-AT-DATE TO WS-RPT-REQ-AS-AT.
           WRITE INQ-PRINT-RECORD FROM WS-RPT-REQUEST.

           PERFORM FIND-RATE-IN-FORCE.

           IF WS-HIST-CNT > 0
              WRITE INQ-PRINT-RECORD FROM WS-RPT-COLUMNS
              PERFORM PRINT-RATE-TIMELINE
           END-IF.

           MOVE WS-AS-AT-DATE TO WS-RPT-ANS-DATE.
           EVALUATE TRUE
              WHEN WS-IN-FORCE-FOUND = 'Y'
                 MOVE WS-IN-FORCE-RATE TO WS-RPT-ANS-RATE
                 MOVE SPACES TO WS-RPT-ANS-NOTE
                 STRING 'FROM THE CHANGE EFFECTIVE '
                        WS-IN-FORCE-DATE
                    DELIMITED BY SIZE INTO WS-RPT-ANS-NOTE
                 END-STRING
              WHEN WS-HIST-CNT > 0
                 MOVE WS-FIRST-OLD-RATE TO WS-RPT-ANS-RATE
                 MOVE 'BEFORE THE FIRST RECORDED CHANGE        '
                    TO WS-RPT-ANS-NOTE
              WHEN WS-ACCOUNT-ON-FILE = 'Y'
                 MOVE WS-CURRENT-RATE TO WS-RPT-ANS-RATE
                 MOVE 'NO CHANGES RECORDED - THE CURRENT RATE  '
                    TO WS-RPT-ANS-NOTE
              WHEN OTHER
                 MOVE 0 TO WS-RPT-ANS-RATE
                 MOVE 'NO CHANGES RECORDED - RATE NOT KNOWN    '
                    TO WS-RPT-ANS-NOTE
           END-EVALUATE.
           WRITE INQ-PRINT-RECORD FROM WS-RPT-ANSWER.

       AR999.
           EXIT.

      *
      * First pass of the account's history: count the changes,
      * keep the first change's old rate, and keep the last change
      * effective on or before the as-at date
      *
       FIND-RATE-IN-FORCE SECTION.
       FR010.
           MOVE 0   TO WS-HIST-CNT.
           MOVE 'N' TO WS-IN-FORCE-FOUND.

           PERFORM START-ACCOUNT-HISTORY.

           PERFORM UNTIL WS-HIST-EXIT = 'Y'
              READ RATEHIST NEXT RECORD
                AT END MOVE 'Y' TO WS-HIST-EXIT
              END-READ
              IF WS-HIST-EXIT = 'N'
                 IF RTH-ACCOUNT-NUMBER NOT = INQ-ACCOUNT-NUMBER
                    MOVE 'Y' TO WS-HIST-EXIT
                 ELSE
                    ADD 1 TO WS-HIST-CNT
                    IF WS-HIST-CNT = 1
                       MOVE RTH-OLD-RATE TO WS-FIRST-OLD-RATE
                    END-IF
                    IF RTH-EFFECTIVE-DATE NOT > WS-AS-AT-DATE
                       MOVE 'Y'                TO WS-IN-FORCE-FOUND
                       MOVE RTH-KEY            TO WS-IN-FORCE-KEY
                       MOVE RTH-NEW-RATE       TO WS-IN-FORCE-RATE
                       MOVE RTH-EFFECTIVE-DATE TO WS-IN-FORCE-DATE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       FR999.
           EXIT.

      *
      * Second pass: every change in effective-date order, the one
      * in force at the as-at date marked
      *
       PRINT-RATE-TIMELINE SECTION.
       PT010.
           PERFORM START-ACCOUNT-HISTORY.

           PERFORM UNTIL WS-HIST-EXIT = 'Y'
              READ RATEHIST NEXT RECORD
                AT END MOVE 'Y' TO WS-HIST-EXIT
              END-READ
              IF WS-HIST-EXIT = 'N'
                 IF RTH-ACCOUNT-NUMBER NOT = INQ-ACCOUNT-NUMBER
                    MOVE 'Y' TO WS-HIST-EXIT
                 ELSE
                    PERFORM PRINT-ONE-CHANGE
                 END-IF
              END-IF
           END-PERFORM.

       PT999.
           EXIT.

       START-ACCOUNT-HISTORY SECTION.
       SH010.
           MOVE INQ-ACCOUNT-NUMBER TO RTH-ACCOUNT-NUMBER.
           MOVE LOW-VALUES         TO RTH-EFFECTIVE-DATE.
           MOVE 0                  TO RTH-SEQUENCE.

           MOVE 'N' TO WS-HIST-EXIT.
           START RATEHIST KEY NOT < RTH-KEY
             INVALID KEY
               MOVE 'Y' TO WS-HIST-EXIT
           END-START.

       SH999.
           EXIT.

       PRINT-ONE-CHANGE SECTION.
       PC010.
           IF WS-IN-FORCE-FOUND = 'Y' AND
              RTH-KEY = WS-IN-FORCE-KEY
              MOVE '*' TO WS-RPT-CHG-MARK
           ELSE
              MOVE ' ' TO WS-RPT-CHG-MARK
           END-IF.

           MOVE RTH-EFFECTIVE-DATE TO WS-RPT-CHG-DATE.
           MOVE RTH-SEQUENCE       TO WS-RPT-CHG-SEQ.
           MOVE RTH-OLD-RATE       TO WS-RPT-CHG-OLD.
           MOVE RTH-NEW-RATE       TO WS-RPT-CHG-NEW.
           MOVE RTH-SOURCE         TO WS-RPT-CHG-SOURCE.
           MOVE RTH-RECORDED-DATE  TO WS-RPT-CHG-RECORDED.
           MOVE RTH-REFERENCE      TO WS-RPT-CHG-REFERENCE.
           WRITE INQ-PRINT-RECORD FROM WS-RPT-CHANGE.

           ADD 1 TO WS-CHANGE-CNT.

       PC999.
           EXIT.

      *
      * The default as-at date is the shop's business date from the
      * BUSDATE control, not the clock
      *
       GET-BUSINESS-DATE SECTION.
       GBD10.
           MOVE 'GET  ' TO WS-BDP-FUNCTION.
           CALL 'GETBDATE' USING WS-BDATE-PARM.
           IF WS-BDP-STATUS = SPACE
              MOVE WS-BDP-DATE TO WS-RUN-DATE
           ELSE
              DISPLAY 'RATEINQ - business date unavailable, using '
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
           CLOSE INQCARD.
           CLOSE ACCTFILE.
           CLOSE RATEHIST.
           CLOSE INQRPT.

       CF999.
           EXIT.
