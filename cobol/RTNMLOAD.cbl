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
      * Returned-mail loader for the post room. Each RTNCARD is one
      * envelope the post office brought back undelivered, keyed
      * from the customer key MAILCONS prints on the envelope:
      *   cols 1-16  CUSTOMER-KEY (sortcode then customer number)
      *   cols 17-23 envelope number, blank if it cannot be read
      *   cols 24-25 why it came back - GA gone away, NK not known
      *              at this address, NS no such address, AI
      *              address incomplete
      *   cols 26-35 date it came back YYYY-MM-DD, blank for today
      *   cols 36-43 id of the person recording it
      * For each return:
      *  - a customer not yet on the GONEAWAY register is flagged
      *    gone away there, with the address on file at the time,
      *    and a gone-away entry (G) goes on CUSTHIST,
      *  - a customer already flagged has the return counted and
      *    the latest date and reason kept - nothing new to record,
      *  - a customer whose flag has been cleared by an address
      *    change is flagged again, unless the envelope came back on
      *    or before the day of the change: that one was addressed
      *    to the old address and proves nothing about the new.
      * While the flag is set STMTRUN, COLLETR and TAXCERT hold the
      * customer's post and list it for the branch to trace, and
      * MKTGEXT does not select them. Every card's outcome goes to
      * RTNMRPT.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNMLOAD.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTNCARD
                  ASSIGN TO RTNCARD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS RTNCARD-STATUS.

           SELECT CUSTFILE
                  ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CUSTOMER-KEY
                  FILE STATUS  IS CUSTFILE-STATUS.

           SELECT GONEAWAY
                  ASSIGN TO GONEAWAY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS GONE-CUSTOMER-KEY
                  FILE STATUS  IS GONEAWAY-STATUS.

           SELECT CUSTHIST
                  ASSIGN TO CUSTHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CHIST-KEY
                  FILE STATUS  IS CUSTHIST-STATUS.

           SELECT RTNMRPT
                  ASSIGN TO RTNMRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS RTNMRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  RTNCARD.
       01  RETURNED-MAIL-CARD.
           05 CARD-CUSTOMER-KEY.
              10 CARD-SORTCODE             PIC 9(6).
              10 CARD-CUSTOMER-NUMBER      PIC 9(10).
           05 CARD-ENVELOPE-NUMBER         PIC X(7).
           05 CARD-REASON                  PIC X(2).
              88 CARD-REASON-VALID         VALUE 'GA' 'NK' 'NS' 'AI'.
           05 CARD-RETURNED-DATE           PIC X(10).
           05 CARD-RECORDED-BY             PIC X(8).
           05 FILLER                       PIC X(37).

       FD  CUSTFILE.
       01  VSAM-RECORD.
       COPY CUSTOMER.

       FD  GONEAWAY.
       01  GONE-AWAY-RECORD.
       COPY GONEAWAY.

       FD  CUSTHIST.
       01  HISTORY-RECORD.
       COPY CUSTHIST.

       FD  RTNMRPT.
       01  RTNM-PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  RTNCARD-STATUS.
           05 RTNCARD-STATUS1              PIC X.
           05 RTNCARD-STATUS2              PIC X.

       01  CUSTFILE-STATUS.
           05 CUSTFILE-STATUS1             PIC X.
           05 CUSTFILE-STATUS2             PIC X.

       01  GONEAWAY-STATUS.
           05 GONEAWAY-STATUS1             PIC X.
           05 GONEAWAY-STATUS2             PIC X.

       01  CUSTHIST-STATUS.
           05 CUSTHIST-STATUS1             PIC X.
           05 CUSTHIST-STATUS2             PIC X.

       01  RTNMRPT-STATUS.
           05 RTNMRPT-STATUS1              PIC X.
           05 RTNMRPT-STATUS2              PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.

       01 WS-CARD-CNT                      PIC 9(5) VALUE 0.
       01 WS-FLAGGED-CNT                   PIC 9(5) VALUE 0.
       01 WS-REFLAGGED-CNT                 PIC 9(5) VALUE 0.
       01 WS-REPEAT-CNT                    PIC 9(5) VALUE 0.
       01 WS-STALE-CNT                     PIC 9(5) VALUE 0.
       01 WS-REJECTED-CNT                  PIC 9(5) VALUE 0.

       01 WS-RETURNED-DATE                 PIC X(10).
       01 WS-ENVELOPE-NUMBER               PIC 9(7).
       01 WS-RUN-TIME-RAW                  PIC 9(8).
       01 WS-HIST-TRIES                    PIC 9(2).

       01 WS-DN-DATE                       PIC X(10).
       01 WS-DN-DAYS                       PIC S9(9) COMP.

       01 WS-WORK-DATE                     PIC X(10).
       01 WS-WORK-DATE-SPLIT REDEFINES WS-WORK-DATE.
           05 WS-WD-YEAR                   PIC X(4).
           05 WS-WD-DASH1                  PIC X.
           05 WS-WD-MONTH                  PIC X(2).
           05 WS-WD-DASH2                  PIC X.
           05 WS-WD-DAY                    PIC X(2).

       01 WS-DATE-YYYYMMDD                 PIC 9(8).
       01 WS-DATE-SPLIT REDEFINES WS-DATE-YYYYMMDD.
           05 WS-DS-YEAR                   PIC 9(4).
           05 WS-DS-MONTH                  PIC 99.
           05 WS-DS-DAY                    PIC 99.

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
                 VALUE 'RTNMLOAD RETURNED MAIL             '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(87) VALUE SPACES.

       01 WS-RPT-CARD.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-SORTCODE              PIC X(6).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-RPT-CUSTOMER              PIC X(10).
           05 FILLER                       PIC X(5) VALUE ' ENV '.
           05 WS-RPT-ENVELOPE              PIC X(7).
           05 FILLER                       PIC X(8) VALUE ' REASON '.
           05 WS-RPT-REASON                PIC X(2).
           05 FILLER                       PIC X(10)
                 VALUE ' RETURNED '.
           05 WS-RPT-RETURNED              PIC X(10).
           05 FILLER                       PIC X(4) VALUE ' BY '.
           05 WS-RPT-RECORDED-BY           PIC X(8).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-OUTCOME               PIC X(45).
           05 FILLER                       PIC X(14) VALUE SPACES.

       01 WS-RPT-ADDRESS.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(18) VALUE SPACES.
           05 WS-RPT-NAME                  PIC X(40).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-ADDR                  PIC X(72).

       01 WS-RPT-TOTALS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(6) VALUE 'CARDS '.
           05 WS-RPT-TOT-CARDS             PIC Z(4)9.
           05 FILLER                       PIC X(10)
                 VALUE '  FLAGGED '.
           05 WS-RPT-TOT-FLAGGED           PIC Z(4)9.
           05 FILLER                       PIC X(12)
                 VALUE '  REFLAGGED '.
           05 WS-RPT-TOT-REFLAGGED         PIC Z(4)9.
           05 FILLER                       PIC X(18)
                 VALUE '  ALREADY FLAGGED '.
           05 WS-RPT-TOT-REPEAT            PIC Z(4)9.
           05 FILLER                       PIC X(22)
                 VALUE '  BEFORE ADDR CHANGE  '.
           05 WS-RPT-TOT-STALE             PIC Z(4)9.
           05 FILLER                       PIC X(11)
                 VALUE '  REJECTED '.
           05 WS-RPT-TOT-REJECTED          PIC Z(4)9.
           05 FILLER                       PIC X(23) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'RTNMLOAD'.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started RTNMLOAD.'.

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

           WRITE RTNM-PRINT-RECORD FROM WS-RPT-HEADER.

           READ RTNCARD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-CARD-CNT
              PERFORM APPLY-ONE-CARD
              READ RTNCARD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE WS-CARD-CNT      TO WS-RPT-TOT-CARDS.
           MOVE WS-FLAGGED-CNT   TO WS-RPT-TOT-FLAGGED.
           MOVE WS-REFLAGGED-CNT TO WS-RPT-TOT-REFLAGGED.
           MOVE WS-REPEAT-CNT    TO WS-RPT-TOT-REPEAT.
           MOVE WS-STALE-CNT     TO WS-RPT-TOT-STALE.
           MOVE WS-REJECTED-CNT  TO WS-RPT-TOT-REJECTED.
           WRITE RTNM-PRINT-RECORD FROM WS-RPT-TOTALS.

           DISPLAY 'RTNMLOAD processed ' WS-CARD-CNT
                   ' returns, flagged ' WS-FLAGGED-CNT
                   ', flagged again ' WS-REFLAGGED-CNT
                   ', already flagged ' WS-REPEAT-CNT
                   ', from before an address change ' WS-STALE-CNT
                   ', rejected ' WS-REJECTED-CNT '.'.

           IF WS-REJECTED-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT RTNCARD.
           IF RTNCARD-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening RTNCARD file, status='
                       RTNCARD-STATUS
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

           OPEN I-O GONEAWAY.
           IF GONEAWAY-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening GONEAWAY file, status='
                       GONEAWAY-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O CUSTHIST.
           IF CUSTHIST-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening CUSTHIST file, status='
                       CUSTHIST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT RTNMRPT.
           IF RTNMRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening RTNMRPT file, status='
                       RTNMRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

       APPLY-ONE-CARD SECTION.
       AC010.
           MOVE CARD-CUSTOMER-KEY(1:6)  TO WS-RPT-SORTCODE.
           MOVE CARD-CUSTOMER-KEY(7:10) TO WS-RPT-CUSTOMER.
           MOVE CARD-ENVELOPE-NUMBER    TO WS-RPT-ENVELOPE.
           MOVE CARD-REASON             TO WS-RPT-REASON.
           MOVE CARD-RECORDED-BY        TO WS-RPT-RECORDED-BY.

           IF CARD-RETURNED-DATE = SPACES
              MOVE WS-RUN-DATE TO WS-RETURNED-DATE
           ELSE
              MOVE CARD-RETURNED-DATE TO WS-RETURNED-DATE
           END-IF.
           MOVE WS-RETURNED-DATE TO WS-RPT-RETURNED.

           IF CARD-CUSTOMER-KEY NOT NUMERIC
              MOVE 'REJECTED - CUSTOMER KEY NOT NUMERIC          '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           IF NOT CARD-REASON-VALID
              MOVE 'REJECTED - REASON NOT GA, NK, NS OR AI       '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           IF CARD-RECORDED-BY = SPACES
              MOVE 'REJECTED - NO RECORDER ID                    '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           IF CARD-ENVELOPE-NUMBER = SPACES
              MOVE 0 TO WS-ENVELOPE-NUMBER
           ELSE
              IF CARD-ENVELOPE-NUMBER NOT NUMERIC
                 MOVE 'REJECTED - ENVELOPE NUMBER NOT NUMERIC       '
                    TO WS-RPT-OUTCOME
                 PERFORM REJECT-CARD
                 GO TO AC999
              END-IF
              MOVE CARD-ENVELOPE-NUMBER TO WS-ENVELOPE-NUMBER
           END-IF.

           MOVE WS-RETURNED-DATE TO WS-DN-DATE.
           PERFORM DAY-NUMBER.
           IF WS-DN-DAYS = 0
              MOVE 'REJECTED - DATE RETURNED NOT A VALID DATE    '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           IF WS-RETURNED-DATE > WS-RUN-DATE
              MOVE 'REJECTED - DATE RETURNED IN THE FUTURE       '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           MOVE CARD-SORTCODE        TO CUSTOMER-SORTCODE.
           MOVE CARD-CUSTOMER-NUMBER TO CUSTOMER-NUMBER.
           READ CUSTFILE
              KEY IS CUSTOMER-KEY
           END-READ.

           IF CUSTFILE-STATUS NOT = '00'
              MOVE 'REJECTED - CUSTOMER NOT ON FILE              '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           MOVE CARD-CUSTOMER-KEY TO GONE-CUSTOMER-KEY.
           READ GONEAWAY
              KEY IS GONE-CUSTOMER-KEY
           END-READ.

           EVALUATE TRUE
              WHEN GONEAWAY-STATUS = '23'
                 PERFORM FLAG-NEW-CUSTOMER
              WHEN GONEAWAY-STATUS NOT = '00'
                 DISPLAY 'RTNMLOAD - error reading gone-away register '
                         'for ' CARD-CUSTOMER-KEY ' status='
                         GONEAWAY-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              WHEN GONE-AWAY
                 PERFORM COUNT-REPEAT-RETURN
              WHEN WS-RETURNED-DATE NOT > GONE-CLEARED-DATE
                 ADD 1 TO WS-STALE-CNT
                 MOVE 'NOT FLAGGED - RETURNED BEFORE ADDRESS CHANGE '
                    TO WS-RPT-OUTCOME
                 WRITE RTNM-PRINT-RECORD FROM WS-RPT-CARD
              WHEN OTHER
                 PERFORM FLAG-CLEARED-CUSTOMER
           END-EVALUATE.

       AC999.
           EXIT.

      *
      * First return for this customer - on to the register, and
      * the change of status evidenced on CUSTHIST
      *
       FLAG-NEW-CUSTOMER SECTION.
       FN010.
           MOVE CARD-CUSTOMER-KEY  TO GONE-CUSTOMER-KEY.
           PERFORM SET-GONE-AWAY.

           WRITE GONE-AWAY-RECORD.
           IF GONEAWAY-STATUS NOT = '00'
              DISPLAY 'RTNMLOAD - error writing gone-away register '
                      'for ' CARD-CUSTOMER-KEY ' status='
                      GONEAWAY-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM WRITE-CHANGE-HISTORY.

           ADD 1 TO WS-FLAGGED-CNT.
           MOVE 'FLAGGED GONE AWAY                            '
              TO WS-RPT-OUTCOME.
           PERFORM REPORT-FLAGGED.

       FN999.
           EXIT.

      *
      * Flagged before and cleared by an address change - the new
      * address has now failed too
      *
       FLAG-CLEARED-CUSTOMER SECTION.
       FC010.
           PERFORM SET-GONE-AWAY.

           REWRITE GONE-AWAY-RECORD.
           IF GONEAWAY-STATUS NOT = '00'
              DISPLAY 'RTNMLOAD - error rewriting gone-away register '
                      'for ' CARD-CUSTOMER-KEY ' status='
                      GONEAWAY-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM WRITE-CHANGE-HISTORY.

           ADD 1 TO WS-REFLAGGED-CNT.
           MOVE 'FLAGGED GONE AWAY AGAIN AFTER ADDRESS CHANGE '
              TO WS-RPT-OUTCOME.
           PERFORM REPORT-FLAGGED.

       FC999.
           EXIT.

       SET-GONE-AWAY SECTION.
       SG010.
           SET GONE-AWAY              TO TRUE.
           MOVE WS-RETURNED-DATE      TO GONE-FLAGGED-DATE
                                         GONE-LAST-RETURNED-DATE.
           MOVE 1                     TO GONE-RETURN-COUNT.
           MOVE CARD-REASON           TO GONE-RETURN-REASON.
           MOVE WS-ENVELOPE-NUMBER    TO GONE-ENVELOPE-NUMBER.
           MOVE CARD-RECORDED-BY      TO GONE-RECORDED-BY.
           MOVE CUSTOMER-ADDRESS      TO GONE-ADDRESS.
           MOVE SPACES                TO GONE-CLEARED-DATE
                                         GONE-CLEARED-BY.
           MOVE SPACES TO GONE-AWAY-RECORD(236:20).

       SG999.
           EXIT.

      *
      * Already gone away - the return is counted, the latest kept
      *
       COUNT-REPEAT-RETURN SECTION.
       CR010.
           IF GONE-RETURN-COUNT < 999
              ADD 1 TO GONE-RETURN-COUNT
           END-IF.
           IF WS-RETURNED-DATE > GONE-LAST-RETURNED-DATE
              MOVE WS-RETURNED-DATE   TO GONE-LAST-RETURNED-DATE
              MOVE CARD-REASON        TO GONE-RETURN-REASON
              MOVE WS-ENVELOPE-NUMBER TO GONE-ENVELOPE-NUMBER
           END-IF.

           REWRITE GONE-AWAY-RECORD.
           IF GONEAWAY-STATUS NOT = '00'
              DISPLAY 'RTNMLOAD - error rewriting gone-away register '
                      'for ' CARD-CUSTOMER-KEY ' status='
                      GONEAWAY-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-REPEAT-CNT.
           MOVE 'ALREADY GONE AWAY - RETURN COUNTED           '
              TO WS-RPT-OUTCOME.
           WRITE RTNM-PRINT-RECORD FROM WS-RPT-CARD.

       CR999.
           EXIT.

      *
      * A gone-away (type G) entry: nothing on the customer record
      * changes, so every field carries its unchanged value and the
      * address is the one the post came back from
      *
       WRITE-CHANGE-HISTORY SECTION.
       WH010.
           MOVE CUSTOMER-SORTCODE  TO CHIST-SORTCODE.
           MOVE CUSTOMER-NUMBER    TO CHIST-CUSTOMER-NUMBER.
           MOVE WS-RUN-DATE        TO CHIST-DATE.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO CHIST-TIME.
           MOVE 1                  TO CHIST-SEQUENCE.
           MOVE CARD-RECORDED-BY   TO CHIST-CHANGED-BY.
           MOVE 'RTNMLOAD'         TO CHIST-SOURCE.
           MOVE CUSTOMER-TELNO     TO CHIST-OLD-TELNO
                                      CHIST-NEW-TELNO.
           MOVE CUSTOMER-EMAIL     TO CHIST-OLD-EMAIL
                                      CHIST-NEW-EMAIL.
           MOVE CUSTOMER-MRKT-PREF TO CHIST-OLD-MRKT-PREF
                                      CHIST-NEW-MRKT-PREF.
           SET CHIST-TYPE-GONE-AWAY TO TRUE.
           MOVE SPACES TO HISTORY-RECORD(173:9).
           MOVE CUSTOMER-NAME      TO CHIST-OLD-NAME
                                      CHIST-NEW-NAME.
           MOVE CUSTOMER-ADDRESS   TO CHIST-OLD-ADDRESS
                                      CHIST-NEW-ADDRESS.
           MOVE CUSTOMER-CREDIT-SCORE TO CHIST-OLD-SCORE
                                         CHIST-NEW-SCORE.
           MOVE SPACES TO HISTORY-RECORD(628:13).

           MOVE 0 TO WS-HIST-TRIES.

       WH020.
           WRITE HISTORY-RECORD.

           IF CUSTHIST-STATUS = '22' AND WS-HIST-TRIES < 10
              ADD 1 TO WS-HIST-TRIES
              ADD 1 TO CHIST-SEQUENCE
              GO TO WH020
           END-IF.

           IF CUSTHIST-STATUS NOT = '00'
              DISPLAY 'RTNMLOAD - history write failed for customer '
                      CHIST-SORTCODE '-' CHIST-CUSTOMER-NUMBER
                      ' status=' CUSTHIST-STATUS
           END-IF.

       WH999.
           EXIT.

      *
      * A newly flagged customer is shown with the address the post
      * came back from - where the branch's trace starts
      *
       REPORT-FLAGGED SECTION.
       RP010.
           WRITE RTNM-PRINT-RECORD FROM WS-RPT-CARD.

           MOVE CUSTOMER-NAME(1:40)    TO WS-RPT-NAME.
           MOVE CUSTOMER-ADDRESS(1:72) TO WS-RPT-ADDR.
           WRITE RTNM-PRINT-RECORD FROM WS-RPT-ADDRESS.

       RP999.
           EXIT.

       REJECT-CARD SECTION.
       RJ010.
           ADD 1 TO WS-REJECTED-CNT.
           WRITE RTNM-PRINT-RECORD FROM WS-RPT-CARD.

       RJ999.
           EXIT.

      *
      * Day number of a YYYY-MM-DD date, zero when it is not a real
      * date
      *
       DAY-NUMBER SECTION.
       DN010.
           MOVE 0 TO WS-DN-DAYS.
           MOVE WS-DN-DATE TO WS-WORK-DATE.

           IF WS-WD-YEAR NOT NUMERIC OR WS-WD-MONTH NOT NUMERIC OR
              WS-WD-DAY NOT NUMERIC OR WS-WD-DASH1 NOT = '-' OR
              WS-WD-DASH2 NOT = '-'
              GO TO DN999
           END-IF.

           MOVE WS-WD-YEAR  TO WS-DS-YEAR.
           MOVE WS-WD-MONTH TO WS-DS-MONTH.
           MOVE WS-WD-DAY   TO WS-DS-DAY.

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-YYYYMMDD) NOT = 0
              GO TO DN999
           END-IF.

           COMPUTE WS-DN-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD).

       DN999.
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
              DISPLAY 'RTNMLOAD - business date unavailable, using '
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
           CLOSE RTNCARD.
           CLOSE CUSTFILE.
           CLOSE GONEAWAY.
           CLOSE CUSTHIST.
           CLOSE RTNMRPT.

       CF999.
           EXIT.
