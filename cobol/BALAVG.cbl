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
      * Monthly average balance report from the BALHIST daily
      * balance history (PARM='YYYY-MM', default the month before
      * the business date). An account's average is over calendar
      * days: each night's closing balance stands until the next
      * night saved, so a weekend carries Friday's balance, and
      * the balance from before the month opens it until the
      * first night inside it. An account opened in the month
      * counts only the days from its first night; an account
      * with no night inside the month is left out.
      *
      * The BALARPT report lists every account by sortcode,
      * currency and customer with its average actual and average
      * available balance, then totals per customer and per
      * sortcode and currency. The same averages go one record
      * per account to AVGOUT for product pricing.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALAVG.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALHIST
                  ASSIGN TO BALHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BALH-KEY
                  FILE STATUS  IS BALHIST-STATUS.

           SELECT AVGOUT
                  ASSIGN TO AVGOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS AVGOUT-STATUS.

           SELECT BALARPT
                  ASSIGN TO BALARPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS BALARPT-STATUS.

           SELECT SORT-WORK
                  ASSIGN TO SORTWK01.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  BALHIST.
       01  BALANCE-HISTORY-RECORD.
       COPY BALHIST.

       FD  AVGOUT.
       01  AVERAGE-RECORD.
           05 AVG-PERIOD                   PIC X(7).
           05 AVG-ACCOUNT-NUMBER           PIC 9(11).
           05 AVG-SORTCODE                 PIC 9(6).
           05 AVG-CUSTOMER-NUMBER          PIC 9(10).
           05 AVG-ACCOUNT-TYPE             PIC X(8).
           05 AVG-CURRENCY                 PIC X(3).
           05 AVG-DAYS                     PIC 9(2).
           05 AVG-ACTUAL-BALANCE           PIC S9(10)V99 COMP-3.
           05 AVG-AVAILABLE-BALANCE        PIC S9(10)V99 COMP-3.
           05 FILLER                       PIC X(19).

       FD  BALARPT.
       01  BALA-PRINT-RECORD               PIC X(133).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SRT-KEY.
              10 SRT-SORTCODE              PIC 9(6).
              10 SRT-CURRENCY              PIC X(3).
              10 SRT-CUSTOMER-NUMBER       PIC 9(10).
              10 SRT-ACCOUNT-NUMBER        PIC 9(11).
           05 SRT-ACCOUNT-TYPE             PIC X(8).
           05 SRT-DAYS                     PIC 9(2).
           05 SRT-AVG-ACTUAL               PIC S9(10)V99 COMP-3.
           05 SRT-AVG-AVAILABLE            PIC S9(10)V99 COMP-3.

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  BALHIST-STATUS.
           05 BALHIST-STATUS1              PIC X.
           05 BALHIST-STATUS2              PIC X.

       01  AVGOUT-STATUS.
           05 AVGOUT-STATUS1               PIC X.
           05 AVGOUT-STATUS2               PIC X.

       01  BALARPT-STATUS.
           05 BALARPT-STATUS1              PIC X.
           05 BALARPT-STATUS2              PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.
       01 WS-SORT-EXIT                     PIC X    VALUE 'N'.

       01 WS-PERIOD.
           05 WS-PERIOD-YEAR               PIC 9(4).
           05 WS-PERIOD-DASH               PIC X    VALUE '-'.
           05 WS-PERIOD-MONTH              PIC 99.

       01 WS-MONTH-DAYS                    PIC 9(2).
       01 WS-LEAP-WORK                     PIC 9(4).
       01 WS-LEAP-REM                      PIC 9(4).
       01 WS-DAYS-TABLE                    PIC X(24)
                 VALUE '312831303130313130313031'.
       01 FILLER REDEFINES WS-DAYS-TABLE.
           05 WS-DAYS-IN                   PIC 99 OCCURS 12 TIMES.

       01 WS-HIST-CNT                      PIC 9(9) VALUE 0.
       01 WS-AVG-CNT                       PIC 9(7) VALUE 0.

      *
      * The account in hand on the history pass - the balance
      * standing since WS-FROM-DAY and the day-weighted sums
      *
       01 WS-CUR-ACCOUNT                   PIC 9(11) VALUE 0.
       01 WS-CUR-SORTCODE                  PIC 9(6).
       01 WS-CUR-CUSTOMER                  PIC 9(10).
       01 WS-CUR-TYPE                      PIC X(8).
       01 WS-CUR-CURRENCY                  PIC X(3).
       01 WS-HAVE-BALANCE                  PIC X.
       01 WS-IN-MONTH                      PIC X.
       01 WS-FROM-DAY                      PIC 9(2).
       01 WS-THIS-DAY                      PIC 9(2).
       01 WS-SPAN                          PIC 9(2).
       01 WS-DAYS                          PIC 9(2).
       01 WS-STAND-ACTUAL                  PIC S9(10)V99 COMP-3.
       01 WS-STAND-AVAILABLE               PIC S9(10)V99 COMP-3.
       01 WS-SUM-ACTUAL                    PIC S9(13)V99 COMP-3.
       01 WS-SUM-AVAILABLE                 PIC S9(13)V99 COMP-3.

      *
      * Control-break totals for the report
      *
       01 WS-BRK-SORTCODE                  PIC 9(6).
       01 WS-BRK-CURRENCY                  PIC X(3)  VALUE SPACES.
       01 WS-BRK-CUSTOMER                  PIC 9(10).
       01 WS-CUS-ACTUAL                    PIC S9(13)V99 COMP-3.
       01 WS-CUS-AVAILABLE                 PIC S9(13)V99 COMP-3.
       01 WS-CUS-ACCOUNTS                  PIC 9(5).
       01 WS-SC-ACTUAL                     PIC S9(13)V99 COMP-3.
       01 WS-SC-AVAILABLE                  PIC S9(13)V99 COMP-3.
       01 WS-SC-ACCOUNTS                   PIC 9(5).

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
           05 FILLER                       PIC X(31)
                 VALUE 'BALAVG AVERAGE BALANCES FOR    '.
           05 WS-RPT-HDR-PERIOD            PIC X(7).
           05 FILLER                       PIC X(94) VALUE SPACES.

       01 WS-RPT-COLUMNS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(48)
                 VALUE 'SORTCD  CCY  CUSTOMER    ACCOUNT      TYPE'.
           05 FILLER                       PIC X(6)
                 VALUE 'DAYS'.
           05 FILLER                       PIC X(17)
                 VALUE ' AVERAGE ACTUAL'.
           05 FILLER                       PIC X(61)
                 VALUE '  AVG AVAILABLE'.

       01 WS-RPT-DETAIL.
           05 WS-RPT-CC                    PIC X    VALUE ' '.
           05 WS-RPT-SORTCODE              PIC X(6).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-CURRENCY              PIC X(3).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-CUSTOMER              PIC X(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-ACCOUNT               PIC X(11).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-TYPE                  PIC X(8).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-DAYS                  PIC X(4).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-AVG-ACTUAL            PIC -(11)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-AVG-AVAILABLE         PIC -(11)9.99.
           05 FILLER                       PIC X(46) VALUE SPACES.

       01 WS-RPT-DAYS-EDIT                 PIC ZZZ9.
       01 WS-RPT-COUNT-EDIT                PIC ZZZ9.

       01 WS-RPT-SUMMARY.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(26)
                 VALUE 'ACCOUNTS AVERAGED         '.
           05 WS-RPT-SUM-ACCOUNTS          PIC Z(6)9.
           05 FILLER                       PIC X(26)
                 VALUE '   FROM HISTORY RECORDS   '.
           05 WS-RPT-SUM-HISTORY           PIC Z(8)9.
           05 FILLER                       PIC X(64) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'BALAVG  '.
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
           DISPLAY 'Started BALAVG.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           PERFORM GET-BUSINESS-DATE.

           PERFORM SET-PERIOD.

           PERFORM OPEN-FILES.

           WRITE BALA-PRINT-RECORD FROM WS-RPT-HEADER.
           WRITE BALA-PRINT-RECORD FROM WS-RPT-COLUMNS.

           SORT SORT-WORK
              ON ASCENDING KEY SRT-KEY
              INPUT PROCEDURE IS AVERAGE-ACCOUNTS
              OUTPUT PROCEDURE IS REPORT-AVERAGES.

           MOVE WS-AVG-CNT  TO WS-RPT-SUM-ACCOUNTS.
           MOVE WS-HIST-CNT TO WS-RPT-SUM-HISTORY.
           WRITE BALA-PRINT-RECORD FROM WS-RPT-SUMMARY.

           DISPLAY 'BALAVG ' WS-PERIOD ': ' WS-AVG-CNT
                   ' accounts averaged from ' WS-HIST-CNT
                   ' history records.'.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

      *
      * The month to average, and how many days it has
      *
       SET-PERIOD SECTION.
       SP010.
           IF PARM-LENGTH >= 7
              MOVE PARM-DATA(1:7) TO WS-PERIOD
           ELSE
              MOVE WS-RUN-YEAR  TO WS-PERIOD-YEAR
              MOVE WS-RUN-MONTH TO WS-PERIOD-MONTH
              IF WS-PERIOD-MONTH = 1
                 MOVE 12 TO WS-PERIOD-MONTH
                 SUBTRACT 1 FROM WS-PERIOD-YEAR
              ELSE
                 SUBTRACT 1 FROM WS-PERIOD-MONTH
              END-IF
           END-IF.

           IF WS-PERIOD-YEAR NOT NUMERIC OR
              WS-PERIOD-MONTH NOT NUMERIC OR
              WS-PERIOD-DASH NOT = '-' OR
              WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
              DISPLAY 'BALAVG - period must be YYYY-MM, got '
                      WS-PERIOD
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE WS-DAYS-IN(WS-PERIOD-MONTH) TO WS-MONTH-DAYS.
           IF WS-PERIOD-MONTH = 2
              DIVIDE WS-PERIOD-YEAR BY 4 GIVING WS-LEAP-WORK
                 REMAINDER WS-LEAP-REM
              IF WS-LEAP-REM = 0
                 MOVE 29 TO WS-MONTH-DAYS
                 DIVIDE WS-PERIOD-YEAR BY 100 GIVING WS-LEAP-WORK
                    REMAINDER WS-LEAP-REM
                 IF WS-LEAP-REM = 0
                    DIVIDE WS-PERIOD-YEAR BY 400 GIVING WS-LEAP-WORK
                       REMAINDER WS-LEAP-REM
                    IF WS-LEAP-REM NOT = 0
                       MOVE 28 TO WS-MONTH-DAYS
                    END-IF
                 END-IF
              END-IF
           END-IF.

           MOVE WS-PERIOD TO WS-RPT-HDR-PERIOD.

       SP999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT BALHIST.
           IF BALHIST-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening BALHIST file, status='
                       BALHIST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT AVGOUT.
           IF AVGOUT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening AVGOUT file, status='
                       AVGOUT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT BALARPT.
           IF BALARPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening BALARPT file, status='
                       BALARPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * The history is in account then date order, so each
      * account's nights arrive together and in sequence
      *
       AVERAGE-ACCOUNTS SECTION.
       AA010.
           MOVE 'N' TO WS-HAVE-BALANCE WS-IN-MONTH.

           READ BALHIST
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-HIST-CNT
              IF BALH-ACCOUNT-NUMBER NOT = WS-CUR-ACCOUNT
                 PERFORM FINISH-ACCOUNT
                 MOVE BALH-ACCOUNT-NUMBER TO WS-CUR-ACCOUNT
              END-IF
              PERFORM TAKE-ONE-NIGHT
              READ BALHIST
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           PERFORM FINISH-ACCOUNT.

       AA999.
           EXIT.

      *
      * A night before the month sets the balance the month opens
      * on; a night inside it closes off the days the previous
      * balance stood for and starts its own
      *
       TAKE-ONE-NIGHT SECTION.
       TN010.
           IF BALH-DATE(1:7) > WS-PERIOD
              GO TO TN999
           END-IF.

           MOVE BALH-SORTCODE        TO WS-CUR-SORTCODE.
           MOVE BALH-CUSTOMER-NUMBER TO WS-CUR-CUSTOMER.
           MOVE BALH-ACCOUNT-TYPE    TO WS-CUR-TYPE.
           MOVE BALH-CURRENCY        TO WS-CUR-CURRENCY.

           IF BALH-DATE(1:7) < WS-PERIOD
              MOVE 'Y' TO WS-HAVE-BALANCE
              MOVE 1   TO WS-FROM-DAY
              MOVE BALH-ACTUAL-BALANCE    TO WS-STAND-ACTUAL
              MOVE BALH-AVAILABLE-BALANCE TO WS-STAND-AVAILABLE
              GO TO TN999
           END-IF.

           MOVE BALH-DATE(9:2) TO WS-THIS-DAY.
           MOVE 'Y' TO WS-IN-MONTH.

           IF WS-HAVE-BALANCE = 'Y'
              COMPUTE WS-SPAN = WS-THIS-DAY - WS-FROM-DAY
              PERFORM ADD-STANDING-DAYS
           END-IF.

           MOVE 'Y' TO WS-HAVE-BALANCE.
           MOVE WS-THIS-DAY TO WS-FROM-DAY.
           MOVE BALH-ACTUAL-BALANCE    TO WS-STAND-ACTUAL.
           MOVE BALH-AVAILABLE-BALANCE TO WS-STAND-AVAILABLE.

       TN999.
           EXIT.

       ADD-STANDING-DAYS SECTION.
       AS010.
           COMPUTE WS-SUM-ACTUAL =
              WS-SUM-ACTUAL + WS-STAND-ACTUAL * WS-SPAN.
           COMPUTE WS-SUM-AVAILABLE =
              WS-SUM-AVAILABLE + WS-STAND-AVAILABLE * WS-SPAN.
           ADD WS-SPAN TO WS-DAYS.

       AS999.
           EXIT.

      *
      * The last balance stands to the month end, then the
      * account's averages go to the sort
      *
       FINISH-ACCOUNT SECTION.
       FA010.
           IF WS-IN-MONTH = 'Y'
              COMPUTE WS-SPAN = WS-MONTH-DAYS + 1 - WS-FROM-DAY
              PERFORM ADD-STANDING-DAYS
              MOVE WS-CUR-SORTCODE TO SRT-SORTCODE
              MOVE WS-CUR-CURRENCY TO SRT-CURRENCY
              MOVE WS-CUR-CUSTOMER TO SRT-CUSTOMER-NUMBER
              MOVE WS-CUR-ACCOUNT  TO SRT-ACCOUNT-NUMBER
              MOVE WS-CUR-TYPE     TO SRT-ACCOUNT-TYPE
              MOVE WS-DAYS         TO SRT-DAYS
              COMPUTE SRT-AVG-ACTUAL ROUNDED =
                 WS-SUM-ACTUAL / WS-DAYS
              COMPUTE SRT-AVG-AVAILABLE ROUNDED =
                 WS-SUM-AVAILABLE / WS-DAYS
              RELEASE SORT-RECORD
           END-IF.

           MOVE 'N' TO WS-HAVE-BALANCE WS-IN-MONTH.
           MOVE 0 TO WS-SUM-ACTUAL WS-SUM-AVAILABLE WS-DAYS.

       FA999.
           EXIT.

      *
      * Accounts in sortcode, currency and customer order, with a
      * total as each customer and each sortcode-currency ends
      *
       REPORT-AVERAGES SECTION.
       RA010.
           RETURN SORT-WORK
             AT END MOVE 'Y' TO WS-SORT-EXIT
           END-RETURN.

           PERFORM UNTIL WS-SORT-EXIT = 'Y'
              IF WS-BRK-CURRENCY NOT = SPACES AND
                 (SRT-SORTCODE NOT = WS-BRK-SORTCODE OR
                  SRT-CURRENCY NOT = WS-BRK-CURRENCY OR
                  SRT-CUSTOMER-NUMBER NOT = WS-BRK-CUSTOMER)
                 PERFORM WRITE-CUSTOMER-TOTAL
              END-IF
              IF WS-BRK-CURRENCY NOT = SPACES AND
                 (SRT-SORTCODE NOT = WS-BRK-SORTCODE OR
                  SRT-CURRENCY NOT = WS-BRK-CURRENCY)
                 PERFORM WRITE-SORTCODE-TOTAL
              END-IF
              MOVE SRT-SORTCODE        TO WS-BRK-SORTCODE
              MOVE SRT-CURRENCY        TO WS-BRK-CURRENCY
              MOVE SRT-CUSTOMER-NUMBER TO WS-BRK-CUSTOMER
              PERFORM REPORT-ONE-ACCOUNT
              RETURN SORT-WORK
                AT END MOVE 'Y' TO WS-SORT-EXIT
              END-RETURN
           END-PERFORM.

           IF WS-BRK-CURRENCY NOT = SPACES
              PERFORM WRITE-CUSTOMER-TOTAL
              PERFORM WRITE-SORTCODE-TOTAL
           END-IF.

       RA999.
           EXIT.

       REPORT-ONE-ACCOUNT SECTION.
       RO010.
           ADD 1 TO WS-AVG-CNT.

           MOVE ' '                 TO WS-RPT-CC.
           MOVE SRT-SORTCODE        TO WS-RPT-SORTCODE.
           MOVE SRT-CURRENCY        TO WS-RPT-CURRENCY.
           MOVE SRT-CUSTOMER-NUMBER TO WS-RPT-CUSTOMER.
           MOVE SRT-ACCOUNT-NUMBER  TO WS-RPT-ACCOUNT.
           MOVE SRT-ACCOUNT-TYPE    TO WS-RPT-TYPE.
           MOVE SRT-DAYS            TO WS-RPT-DAYS-EDIT.
           MOVE WS-RPT-DAYS-EDIT    TO WS-RPT-DAYS.
           MOVE SRT-AVG-ACTUAL      TO WS-RPT-AVG-ACTUAL.
           MOVE SRT-AVG-AVAILABLE   TO WS-RPT-AVG-AVAILABLE.
           WRITE BALA-PRINT-RECORD FROM WS-RPT-DETAIL.

           MOVE SPACES              TO AVERAGE-RECORD.
           MOVE WS-PERIOD           TO AVG-PERIOD.
           MOVE SRT-ACCOUNT-NUMBER  TO AVG-ACCOUNT-NUMBER.
           MOVE SRT-SORTCODE        TO AVG-SORTCODE.
           MOVE SRT-CUSTOMER-NUMBER TO AVG-CUSTOMER-NUMBER.
           MOVE SRT-ACCOUNT-TYPE    TO AVG-ACCOUNT-TYPE.
           MOVE SRT-CURRENCY        TO AVG-CURRENCY.
           MOVE SRT-DAYS            TO AVG-DAYS.
           MOVE SRT-AVG-ACTUAL      TO AVG-ACTUAL-BALANCE.
           MOVE SRT-AVG-AVAILABLE   TO AVG-AVAILABLE-BALANCE.
           WRITE AVERAGE-RECORD.

           ADD SRT-AVG-ACTUAL    TO WS-CUS-ACTUAL WS-SC-ACTUAL.
           ADD SRT-AVG-AVAILABLE TO WS-CUS-AVAILABLE WS-SC-AVAILABLE.
           ADD 1 TO WS-CUS-ACCOUNTS WS-SC-ACCOUNTS.

       RO999.
           EXIT.

       WRITE-CUSTOMER-TOTAL SECTION.
       WU010.
           MOVE ' '                 TO WS-RPT-CC.
           MOVE SPACES              TO WS-RPT-SORTCODE.
           MOVE WS-BRK-CURRENCY     TO WS-RPT-CURRENCY.
           MOVE WS-BRK-CUSTOMER     TO WS-RPT-CUSTOMER.
           MOVE 'CUST TOTAL '       TO WS-RPT-ACCOUNT.
           MOVE WS-CUS-ACCOUNTS     TO WS-RPT-COUNT-EDIT.
           MOVE 'ACCOUNTS'          TO WS-RPT-TYPE.
           MOVE WS-RPT-COUNT-EDIT   TO WS-RPT-DAYS.
           MOVE WS-CUS-ACTUAL       TO WS-RPT-AVG-ACTUAL.
           MOVE WS-CUS-AVAILABLE    TO WS-RPT-AVG-AVAILABLE.
           WRITE BALA-PRINT-RECORD FROM WS-RPT-DETAIL.

           MOVE 0 TO WS-CUS-ACTUAL WS-CUS-AVAILABLE WS-CUS-ACCOUNTS.

       WU999.
           EXIT.

       WRITE-SORTCODE-TOTAL SECTION.
       WS010.
           MOVE '0'                 TO WS-RPT-CC.
           MOVE WS-BRK-SORTCODE     TO WS-RPT-SORTCODE.
           MOVE WS-BRK-CURRENCY     TO WS-RPT-CURRENCY.
           MOVE 'SORTCODE  '        TO WS-RPT-CUSTOMER.
           MOVE 'TOTAL      '       TO WS-RPT-ACCOUNT.
           MOVE WS-SC-ACCOUNTS      TO WS-RPT-COUNT-EDIT.
           MOVE 'ACCOUNTS'          TO WS-RPT-TYPE.
           MOVE WS-RPT-COUNT-EDIT   TO WS-RPT-DAYS.
           MOVE WS-SC-ACTUAL        TO WS-RPT-AVG-ACTUAL.
           MOVE WS-SC-AVAILABLE     TO WS-RPT-AVG-AVAILABLE.
           WRITE BALA-PRINT-RECORD FROM WS-RPT-DETAIL.

           MOVE SPACES TO BALA-PRINT-RECORD.
           WRITE BALA-PRINT-RECORD.

           MOVE 0 TO WS-SC-ACTUAL WS-SC-AVAILABLE WS-SC-ACCOUNTS.

       WS999.
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
              DISPLAY 'BALAVG - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-AVG-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE BALHIST.
           CLOSE AVGOUT.
           CLOSE BALARPT.

       CF999.
           EXIT.
