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
      * Nightly save of every account's closing balances to the
      * permanent BALHIST history. The ACCTCLOS snapshot EODPROOF
      * writes is only ever last night's opening position; this
      * step keeps one record per account per business date, the
      * actual and the available balance, for good.
      *
      * It runs straight after EODPROOF with EODPROOF as its
      * SCHEDDEF predecessor, so a night whose proof failed never
      * reaches it - the history only holds proved balances. The
      * date is the business date; a rerun for an earlier night
      * passes PARM='YYYY-MM-DD' as EODPROOF does, and a rerun of
      * a night already saved simply rewrites that night's
      * records. Accounts closed before the date are not saved.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALHSAVE.
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

           SELECT BALHIST
                  ASSIGN TO BALHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BALH-KEY
                  FILE STATUS  IS BALHIST-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  BALHIST.
       01  BALANCE-HISTORY-RECORD.
       COPY BALHIST.

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  BALHIST-STATUS.
           05 BALHIST-STATUS1              PIC X.
           05 BALHIST-STATUS2              PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.

       01 WS-HIST-DATE                     PIC X(10).

       01 WS-ACCOUNT-CNT                   PIC 9(7) VALUE 0.
       01 WS-SAVED-CNT                     PIC 9(7) VALUE 0.
       01 WS-RESAVED-CNT                   PIC 9(7) VALUE 0.
       01 WS-CLOSED-CNT                    PIC 9(7) VALUE 0.

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

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'BALHSAVE'.
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
           DISPLAY 'Started BALHSAVE.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           PERFORM GET-BUSINESS-DATE.

           IF PARM-LENGTH >= 10
              MOVE PARM-DATA(1:10) TO WS-HIST-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-HIST-DATE
           END-IF.

           PERFORM OPEN-FILES.

           READ ACCTFILE
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-ACCOUNT-CNT
              PERFORM SAVE-ONE-ACCOUNT
              READ ACCTFILE
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           DISPLAY 'BALHSAVE ' WS-HIST-DATE ': accounts '
                   WS-ACCOUNT-CNT ' saved ' WS-SAVED-CNT
                   ' resaved ' WS-RESAVED-CNT ' closed earlier '
                   WS-CLOSED-CNT '.'.

           PERFORM PROGRAM-DONE.

       P999.
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

           OPEN I-O BALHIST.
           IF BALHIST-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening BALHIST file, status='
                       BALHIST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

       SAVE-ONE-ACCOUNT SECTION.
       SA010.
           IF ACCOUNT-STATUS-CLOSED AND
              ACCOUNT-CLOSED-DATE < WS-HIST-DATE
              ADD 1 TO WS-CLOSED-CNT
              GO TO SA999
           END-IF.

           MOVE SPACES                    TO BALANCE-HISTORY-RECORD.
           MOVE ACCOUNT-NUMBER            TO BALH-ACCOUNT-NUMBER.
           MOVE WS-HIST-DATE              TO BALH-DATE.
           MOVE ACCOUNT-SORTCODE          TO BALH-SORTCODE.
           MOVE ACCOUNT-CUSTOMER-NUMBER   TO BALH-CUSTOMER-NUMBER.
           MOVE ACCOUNT-TYPE              TO BALH-ACCOUNT-TYPE.
           IF ACCOUNT-CURRENCY-CODE = SPACES
              MOVE 'GBP' TO BALH-CURRENCY
           ELSE
              MOVE ACCOUNT-CURRENCY-CODE TO BALH-CURRENCY
           END-IF.
           MOVE ACCOUNT-ACTUAL-BALANCE    TO BALH-ACTUAL-BALANCE.
           MOVE ACCOUNT-AVAILABLE-BALANCE TO BALH-AVAILABLE-BALANCE.

           WRITE BALANCE-HISTORY-RECORD.

           IF BALHIST-STATUS = '22'
              REWRITE BALANCE-HISTORY-RECORD
              IF BALHIST-STATUS = '00'
                 ADD 1 TO WS-RESAVED-CNT
              END-IF
           ELSE
              IF BALHIST-STATUS = '00'
                 ADD 1 TO WS-SAVED-CNT
              END-IF
           END-IF.

           IF BALHIST-STATUS NOT = '00'
              DISPLAY 'BALHSAVE - error saving account '
                      ACCOUNT-NUMBER ', status=' BALHIST-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       SA999.
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
              DISPLAY 'BALHSAVE - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-SAVED-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE ACCTFILE.
           CLOSE BALHIST.

       CF999.
           EXIT.
