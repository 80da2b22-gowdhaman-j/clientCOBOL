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
      * Monthly branch MI pack (PARM='YYYY-MM', default the month
      * before the business date). For every sortcode on BRNMAST
      * the pack shows:
      *   - accounts opened and closed in the month by ACCOUNT-TYPE,
      *     from ACCOUNT-OPENED-DATE and ACCOUNT-CLOSED-DATE
      *   - open accounts and their balances in sterling, valued at
      *     the current CCYRATE rate the way FXREVAL values them,
      *     and the net balance growth on last month
      *   - customers on CUSTFILE, and the new customers - those
      *     numbered above last month's highest customer number, as
      *     ONBOARD and ACCTOPEN both draw numbers from the one
      *     counter
      *   - accounts the DORMANT run holds as dormant on DORMREG
      *   - fee income in sterling from the month's FEERUN
      *     maintenance fee and ODFEE overdraft fee legs on
      *     TXNJRNL, less any refunded
      *   - loans DELINQ has in an arrears bucket on ARREARS and the
      *     arrears they carry
      * and sets each figure against last month and the same month
      * last year from the BRNMIH history, to which this month's
      * figures are written. A shop total page comes first. A
      * retired branch gets a page only while it still has
      * something to show.
      *
      * Open accounts, balances, customers, dormancy and arrears
      * are as the run finds them, so the pack runs on the first
      * night after the month end, after that night's DORMANT and
      * DELINQ. An account in a currency with no usable rate is
      * counted but its money is left out, and the run ends RC 4.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRNMI.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRNMAST
                  ASSIGN TO BRNMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BRN-SORTCODE
                  FILE STATUS  IS BRNMAST-STATUS.

           SELECT ACCTFILE
                  ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT JRNLIN
                  ASSIGN TO JRNLIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS JRNL-KEY
                  FILE STATUS  IS JRNLIN-STATUS.

           SELECT CUSTFILE
                  ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CUSTOMER-KEY
                  FILE STATUS  IS CUSTFILE-STATUS.

           SELECT CCYRATE
                  ASSIGN TO CCYRATE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CCY-CODE
                  FILE STATUS  IS CCYRATE-STATUS.

           SELECT DORMREG
                  ASSIGN TO DORMREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS DORM-ACCOUNT-NUMBER
                  FILE STATUS  IS DORMREG-STATUS.

           SELECT ARREARS
                  ASSIGN TO ARREARS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ARR-LOAN-NUMBER
                  FILE STATUS  IS ARREARS-STATUS.

           SELECT BRNMIH
                  ASSIGN TO BRNMIH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BMI-KEY OF MI-HISTORY-RECORD
                  FILE STATUS  IS BRNMIH-STATUS.

           SELECT BRNMIRPT
                  ASSIGN TO BRNMIRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS BRNMIRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  BRNMAST.
       01  BRANCH-RECORD.
       COPY BRNMAST.

       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  JRNLIN.
       01  JOURNAL-RECORD.
       COPY TXNJRNL.

       FD  CUSTFILE.
       01  CUSTOMER-RECORD.
       COPY CUSTOMER.

       FD  CCYRATE.
       01  CURRENCY-RATE-RECORD.
       COPY CCYRATE.

       FD  DORMREG.
       01  DORMANCY-RECORD.
           05 DORM-ACCOUNT-NUMBER          PIC 9(11).
           05 DORM-STATUS                  PIC X.
              88 DORM-STATUS-ACTIVE        VALUE 'A'.
              88 DORM-STATUS-INACTIVE      VALUE 'I'.
              88 DORM-STATUS-DORMANT       VALUE 'D'.
           05 DORM-LAST-MOVEMENT-DATE      PIC X(10).
           05 DORM-CLASSIFIED-DATE         PIC X(10).
           05 FILLER                       PIC X(8).

       FD  ARREARS.
       01  ARREARS-RECORD.
           05 ARR-LOAN-NUMBER              PIC 9(8).
           05 ARR-PERIODS-DUE              PIC 9(3).
           05 ARR-EXPECTED-TO-DATE         PIC S9(11)V99 COMP-3.
           05 ARR-RECEIVED-TO-DATE         PIC S9(11)V99 COMP-3.
           05 ARR-ARREARS-AMOUNT           PIC S9(11)V99 COMP-3.
           05 ARR-BUCKET                   PIC X(3).
           05 FILLER                       PIC X(45).

       FD  BRNMIH.
       01  MI-HISTORY-RECORD.
       COPY BRNMIH.

       FD  BRNMIRPT.
       01  MI-PRINT-RECORD                 PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  BRNMAST-STATUS.
           05 BRNMAST-STATUS1              PIC X.
           05 BRNMAST-STATUS2              PIC X.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  JRNLIN-STATUS.
           05 JRNLIN-STATUS1               PIC X.
           05 JRNLIN-STATUS2               PIC X.

       01  CUSTFILE-STATUS.
           05 CUSTFILE-STATUS1             PIC X.
           05 CUSTFILE-STATUS2             PIC X.

       01  CCYRATE-STATUS.
           05 CCYRATE-STATUS1              PIC X.
           05 CCYRATE-STATUS2              PIC X.

       01  DORMREG-STATUS.
           05 DORMREG-STATUS1              PIC X.
           05 DORMREG-STATUS2              PIC X.

       01  ARREARS-STATUS.
           05 ARREARS-STATUS1              PIC X.
           05 ARREARS-STATUS2              PIC X.

       01  BRNMIH-STATUS.
           05 BRNMIH-STATUS1               PIC X.
           05 BRNMIH-STATUS2               PIC X.

       01  BRNMIRPT-STATUS.
           05 BRNMIRPT-STATUS1             PIC X.
           05 BRNMIRPT-STATUS2             PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.

       01 WS-BRANCH-CNT                    PIC 9(7) VALUE 0.
       01 WS-ACCOUNT-CNT                   PIC 9(7) VALUE 0.
       01 WS-CUSTOMER-CNT                  PIC 9(7) VALUE 0.
       01 WS-LEG-CNT                       PIC 9(9) VALUE 0.
       01 WS-NORATE-CNT                    PIC 9(7) VALUE 0.
       01 WS-PAGE-CNT                      PIC 9(5) VALUE 0.
       01 WS-HIST-CNT                      PIC 9(5) VALUE 0.

       01 WS-PERIOD.
           05 WS-PERIOD-YEAR               PIC 9(4).
           05 WS-PERIOD-DASH               PIC X    VALUE '-'.
           05 WS-PERIOD-MONTH              PIC 99.
       01 WS-PREV-PERIOD.
           05 WS-PREV-YEAR                 PIC 9(4).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-PREV-MONTH                PIC 99.
       01 WS-YEAR-PERIOD.
           05 WS-YEAR-YEAR                 PIC 9(4).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-YEAR-MONTH                PIC 99.

      *
      * Last month's highest customer number, from its shop
      * total record; none means no new customers can be told
      *
       01 WS-PRIOR-FOUND                   PIC X    VALUE 'N'.
       01 WS-PRIOR-HIGH                    PIC 9(10) VALUE 0.
       01 WS-HIGH-CUSTOMER                 PIC 9(10) VALUE 0.

      *
      * The journal group read-ahead: the month's fee legs of the
      * next account on the journal, in the account's currency
      *
       01 WS-HIGH-ACCOUNT                  PIC 9(11) VALUE 99999999999.
       01 WS-JG-ACCOUNT                    PIC 9(11).
       01 WS-LEG-TELLER                    PIC X(8).
       01 WS-JG-MAINT-FEES                 PIC S9(11)V99 COMP-3.
       01 WS-JG-OD-FEES                    PIC S9(11)V99 COMP-3.

       01 WS-ACCT-CCY                      PIC X(3).
       01 WS-ACCT-RATED                    PIC X.
       01 WS-ACCT-RATE                     PIC S9(3)V9(6) COMP-3.
       01 WS-GBP-AMOUNT                    PIC S9(13)V99 COMP-3.

      *
      * The month's figures by sortcode, in ascending sortcode
      * order - BRNMAST's branches first, then any sortcode met on
      * an account or customer that is not on the branch master
      *
       01 WS-SC-TABLE.
           05 WS-SC-MAX                    PIC 9(3) COMP VALUE 300.
           05 WS-SC-USED                   PIC 9(3) COMP VALUE 0.
           05 WS-SC-ENTRY OCCURS 300 TIMES.
              10 WS-SC-SORTCODE            PIC 9(6).
              10 WS-SC-NAME                PIC X(30).
              10 WS-SC-BRN-STATUS          PIC X.
              10 WS-SC-ACTIVITY            PIC X.
              10 WS-SC-OPEN-ACCOUNTS       PIC 9(7).
              10 WS-SC-BALANCE             PIC S9(13)V99 COMP-3.
              10 WS-SC-CUSTOMERS           PIC 9(7).
              10 WS-SC-NEW-CUSTOMERS       PIC 9(7).
              10 WS-SC-DORMANT             PIC 9(7).
              10 WS-SC-MAINT-FEES          PIC S9(11)V99 COMP-3.
              10 WS-SC-OD-FEES             PIC S9(11)V99 COMP-3.
              10 WS-SC-ARREARS-LOANS       PIC 9(7).
              10 WS-SC-ARREARS-AMOUNT      PIC S9(11)V99 COMP-3.
              10 WS-SC-TYPE-USED           PIC 9(2).
              10 WS-SC-TYPE OCCURS 20 TIMES.
                 15 WS-SC-ACCOUNT-TYPE     PIC X(8).
                 15 WS-SC-OPENED           PIC 9(5).
                 15 WS-SC-CLOSED           PIC 9(5).
       01 WS-SC-SUB                        PIC 9(3) COMP.
       01 WS-SC-SHIFT                      PIC S9(4) COMP.
       01 WS-FIND-SORTCODE                 PIC 9(6).

       01 WS-TYPE-MAX                      PIC 9(2) COMP VALUE 20.
       01 WS-TY                            PIC 9(2) COMP.
       01 WS-TY2                           PIC 9(2) COMP.
       01 WS-FIND-TYPE                     PIC X(8).

      *
      * The page's figures - this month, last month and the same
      * month last year - and the shop total built from the
      * branches
      *
       01 WS-MI-THIS.
       COPY BRNMIH.
       01 WS-MI-LAST.
       COPY BRNMIH.
       01 WS-MI-YEAR.
       COPY BRNMIH.
       01 WS-MI-SHOP.
       COPY BRNMIH.
       01 WS-LAST-FOUND                    PIC X.
       01 WS-YEAR-FOUND                    PIC X.
       01 WS-PAGE-SORTCODE                 PIC X(6).
       01 WS-PAGE-NAME                     PIC X(30).

      *
      * Every account type on any of the page's three months
      *
       01 WS-PG-TYPE-TABLE.
           05 WS-PG-USED                   PIC 9(2) COMP.
           05 WS-PG-TYPE                   PIC X(8) OCCURS 60 TIMES.
       01 WS-PG                            PIC 9(2) COMP.
       01 WS-PG-WHICH                      PIC X.
           88 WS-PG-OPENED                 VALUE 'O'.
           88 WS-PG-CLOSED                 VALUE 'C'.

      *
      * One row of the page: what it is, a count or money, and its
      * three figures with whether each can be shown
      *
       01 WS-ROW-KIND                      PIC X.
           88 WS-ROW-COUNT                 VALUE 'C'.
           88 WS-ROW-MONEY                 VALUE 'M'.
       01 WS-ROW-FIGURES.
           05 WS-ROW-FIGURE OCCURS 3 TIMES.
              10 WS-ROW-VALUE              PIC S9(13)V99 COMP-3.
              10 WS-ROW-SHOWN              PIC X.
       01 WS-COL                           PIC 9    COMP.

       01 WS-ED-MONEY                      PIC -(15)9.99.
       01 WS-ED-COUNT-AREA.
           05 WS-ED-COUNT                  PIC Z(15)9.
           05 FILLER                       PIC X(3) VALUE SPACES.

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
           05 FILLER                       PIC X(25)
                 VALUE 'BRNMI BRANCH MI PACK FOR '.
           05 WS-RPT-HDR-PERIOD            PIC X(7).
           05 FILLER                       PIC X(11)
                 VALUE '  SORTCODE '.
           05 WS-RPT-HDR-SORTCODE          PIC X(6).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-HDR-NAME              PIC X(30).
           05 FILLER                       PIC X(9)
                 VALUE '  RUN ON '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(32) VALUE SPACES.

       01 WS-RPT-COLUMNS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(42) VALUE SPACES.
           05 FILLER                       PIC X(20)
                 VALUE '          THIS MONTH'.
           05 FILLER                       PIC X(20)
                 VALUE '          LAST MONTH'.
           05 FILLER                       PIC X(20)
                 VALUE 'SAME MONTH LAST YEAR'.
           05 FILLER                       PIC X(30) VALUE SPACES.

       01 WS-RPT-PERIODS.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(55) VALUE SPACES.
           05 WS-RPT-PER-THIS              PIC X(7).
           05 FILLER                       PIC X(13) VALUE SPACES.
           05 WS-RPT-PER-LAST              PIC X(7).
           05 FILLER                       PIC X(13) VALUE SPACES.
           05 WS-RPT-PER-YEAR              PIC X(7).
           05 FILLER                       PIC X(30) VALUE SPACES.

       01 WS-RPT-ROW.
           05 WS-RPT-CC                    PIC X.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-LABEL                 PIC X(40).
           05 WS-RPT-COLUMN                PIC X(20) OCCURS 3 TIMES.
           05 FILLER                       PIC X(30) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'BRNMI   '.
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
           DISPLAY 'Started BRNMI.'.

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

           PERFORM LOAD-BRANCHES.
           PERFORM GET-PRIOR-HIGH.

           READ JRNLIN
             AT END CONTINUE
           END-READ.
           PERFORM GET-JOURNAL-GROUP.

           READ ACCTFILE
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-ACCOUNT-CNT
              PERFORM COUNT-ONE-ACCOUNT
              READ ACCTFILE
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EXIT.
           READ CUSTFILE
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-CUSTOMER-CNT
              PERFORM COUNT-ONE-CUSTOMER
              READ CUSTFILE
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

      *
      * The shop total page first, then a page for each branch
      *
           INITIALIZE WS-MI-SHOP.
           PERFORM VARYING WS-SC-SUB FROM 1 BY 1
              UNTIL WS-SC-SUB > WS-SC-USED
              IF WS-SC-BRN-STATUS(WS-SC-SUB) = 'A' OR
                 WS-SC-ACTIVITY(WS-SC-SUB) = 'Y'
                 PERFORM BUILD-BRANCH-FIGURES
                 PERFORM ADD-TO-SHOP
              END-IF
           END-PERFORM.

           MOVE WS-MI-SHOP     TO WS-MI-THIS.
           MOVE WS-PERIOD      TO BMI-PERIOD OF WS-MI-THIS.
           MOVE 0              TO BMI-SORTCODE OF WS-MI-THIS.
           MOVE WS-HIGH-CUSTOMER
              TO BMI-HIGH-CUSTOMER-NUMBER OF WS-MI-THIS.
           MOVE 'ALL   '       TO WS-PAGE-SORTCODE.
           MOVE 'SHOP TOTAL'   TO WS-PAGE-NAME.
           PERFORM REPORT-ONE-PAGE.

           PERFORM VARYING WS-SC-SUB FROM 1 BY 1
              UNTIL WS-SC-SUB > WS-SC-USED
              IF WS-SC-BRN-STATUS(WS-SC-SUB) = 'A' OR
                 WS-SC-ACTIVITY(WS-SC-SUB) = 'Y'
                 PERFORM BUILD-BRANCH-FIGURES
                 MOVE WS-SC-SORTCODE(WS-SC-SUB) TO WS-PAGE-SORTCODE
                 MOVE WS-SC-NAME(WS-SC-SUB)     TO WS-PAGE-NAME
                 PERFORM REPORT-ONE-PAGE
              END-IF
           END-PERFORM.

           DISPLAY 'BRNMI ' WS-PERIOD ': ' WS-PAGE-CNT ' pages from '
                   WS-BRANCH-CNT ' branches, ' WS-ACCOUNT-CNT
                   ' accounts, ' WS-CUSTOMER-CNT ' customers and '
                   WS-LEG-CNT ' fee legs (' WS-NORATE-CNT
                   ' accounts without a rate), ' WS-HIST-CNT
                   ' history records.'.

           IF WS-PRIOR-FOUND NOT = 'Y'
              DISPLAY 'BRNMI - no history for ' WS-PREV-PERIOD
                      ', balance growth and new customers not shown'
           END-IF.

           IF WS-NORATE-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

      *
      * The month reported, the month before it and the same month
      * a year earlier
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
              DISPLAY 'BRNMI - period must be YYYY-MM, got '
                      WS-PERIOD
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE WS-PERIOD-YEAR TO WS-PREV-YEAR.
           IF WS-PERIOD-MONTH = 1
              SUBTRACT 1 FROM WS-PREV-YEAR
              MOVE 12 TO WS-PREV-MONTH
           ELSE
              COMPUTE WS-PREV-MONTH = WS-PERIOD-MONTH - 1
           END-IF.

           COMPUTE WS-YEAR-YEAR = WS-PERIOD-YEAR - 1.
           MOVE WS-PERIOD-MONTH TO WS-YEAR-MONTH.

           MOVE WS-PERIOD      TO WS-RPT-HDR-PERIOD WS-RPT-PER-THIS.
           MOVE WS-PREV-PERIOD TO WS-RPT-PER-LAST.
           MOVE WS-YEAR-PERIOD TO WS-RPT-PER-YEAR.
           MOVE WS-RUN-DATE    TO WS-RPT-HDR-DATE.

       SP999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT BRNMAST.
           IF BRNMAST-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening BRNMAST file, status='
                       BRNMAST-STATUS
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

           OPEN INPUT JRNLIN.
           IF JRNLIN-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening JRNLIN file, status='
                       JRNLIN-STATUS
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

           OPEN INPUT CCYRATE.
           IF CCYRATE-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening CCYRATE file, status='
                       CCYRATE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT DORMREG.
           IF DORMREG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening DORMREG file, status='
                       DORMREG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT ARREARS.
           IF ARREARS-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ARREARS file, status='
                       ARREARS-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O BRNMIH.
           IF BRNMIH-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening BRNMIH file, status='
                       BRNMIH-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT BRNMIRPT.
           IF BRNMIRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening BRNMIRPT file, status='
                       BRNMIRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * Every branch on the master, in sortcode order
      *
       LOAD-BRANCHES SECTION.
       LB010.
           MOVE 'N' TO WS-EXIT.
           READ BRNMAST NEXT RECORD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-BRANCH-CNT
              MOVE BRN-SORTCODE TO WS-FIND-SORTCODE
              PERFORM FIND-SORTCODE
              MOVE BRN-NAME   TO WS-SC-NAME(WS-SC-SUB)
              MOVE BRN-STATUS TO WS-SC-BRN-STATUS(WS-SC-SUB)
              READ BRNMAST NEXT RECORD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EXIT.

       LB999.
           EXIT.

       GET-PRIOR-HIGH SECTION.
       GH010.
           MOVE WS-PREV-PERIOD TO BMI-PERIOD OF MI-HISTORY-RECORD.
           MOVE 0              TO BMI-SORTCODE OF MI-HISTORY-RECORD.
           READ BRNMIH
              KEY IS BMI-KEY OF MI-HISTORY-RECORD
           END-READ.

           IF BRNMIH-STATUS = '00'
              MOVE 'Y' TO WS-PRIOR-FOUND
              MOVE BMI-HIGH-CUSTOMER-NUMBER OF MI-HISTORY-RECORD
                 TO WS-PRIOR-HIGH
           ELSE
              IF BRNMIH-STATUS NOT = '23'
                 DISPLAY 'BRNMI - error reading BRNMIH, status='
                         BRNMIH-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
           END-IF.

       GH999.
           EXIT.

      *
      * One account: opened or closed in the month by type, and
      * if open its balance, dormancy and arrears; its fee legs
      * for the month come off the journal read-ahead, which walks
      * in step with the ascending account read
      *
       COUNT-ONE-ACCOUNT SECTION.
       CA010.
           MOVE ACCOUNT-SORTCODE TO WS-FIND-SORTCODE.
           PERFORM FIND-SORTCODE.

           IF ACCOUNT-OPENED-DATE(1:7) = WS-PERIOD
              PERFORM FIND-TYPE
              ADD 1 TO WS-SC-OPENED(WS-SC-SUB, WS-TY)
              MOVE 'Y' TO WS-SC-ACTIVITY(WS-SC-SUB)
           END-IF.

           IF ACCOUNT-STATUS-CLOSED AND
              ACCOUNT-CLOSED-DATE(1:7) = WS-PERIOD
              PERFORM FIND-TYPE
              ADD 1 TO WS-SC-CLOSED(WS-SC-SUB, WS-TY)
              MOVE 'Y' TO WS-SC-ACTIVITY(WS-SC-SUB)
           END-IF.

           PERFORM UNTIL WS-JG-ACCOUNT NOT < ACCOUNT-NUMBER
              PERFORM GET-JOURNAL-GROUP
           END-PERFORM.

           IF WS-JG-ACCOUNT NOT = ACCOUNT-NUMBER AND
              ACCOUNT-STATUS-CLOSED
              GO TO CA999
           END-IF.

           PERFORM GET-ACCOUNT-RATE.

           IF WS-JG-ACCOUNT = ACCOUNT-NUMBER
              IF WS-ACCT-RATED = 'Y'
                 COMPUTE WS-GBP-AMOUNT ROUNDED =
                    WS-JG-MAINT-FEES * WS-ACCT-RATE
                 ADD WS-GBP-AMOUNT TO WS-SC-MAINT-FEES(WS-SC-SUB)
                 COMPUTE WS-GBP-AMOUNT ROUNDED =
                    WS-JG-OD-FEES * WS-ACCT-RATE
                 ADD WS-GBP-AMOUNT TO WS-SC-OD-FEES(WS-SC-SUB)
                 MOVE 'Y' TO WS-SC-ACTIVITY(WS-SC-SUB)
              END-IF
              PERFORM GET-JOURNAL-GROUP
           END-IF.

           IF ACCOUNT-STATUS-CLOSED
              GO TO CA999
           END-IF.

           ADD 1 TO WS-SC-OPEN-ACCOUNTS(WS-SC-SUB).
           MOVE 'Y' TO WS-SC-ACTIVITY(WS-SC-SUB).
           IF WS-ACCT-RATED = 'Y'
              COMPUTE WS-GBP-AMOUNT ROUNDED =
                 ACCOUNT-ACTUAL-BALANCE * WS-ACCT-RATE
              ADD WS-GBP-AMOUNT TO WS-SC-BALANCE(WS-SC-SUB)
           END-IF.

           MOVE ACCOUNT-NUMBER TO DORM-ACCOUNT-NUMBER.
           READ DORMREG
              KEY IS DORM-ACCOUNT-NUMBER
           END-READ.
           IF DORMREG-STATUS = '00'
              IF DORM-STATUS-DORMANT
                 ADD 1 TO WS-SC-DORMANT(WS-SC-SUB)
              END-IF
           ELSE
              IF DORMREG-STATUS NOT = '23'
                 DISPLAY 'BRNMI - error reading DORMREG for '
                         ACCOUNT-NUMBER ' status=' DORMREG-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
           END-IF.

      *
      * A loan DELINQ has in any bucket but current is in arrears
      *
           IF ACCOUNT-NUMBER > 99999999
              GO TO CA999
           END-IF.

           PERFORM GET-PRODUCT.
           IF NOT PROD-CLASS-LOAN
              GO TO CA999
           END-IF.

           MOVE ACCOUNT-NUMBER TO ARR-LOAN-NUMBER.
           READ ARREARS
              KEY IS ARR-LOAN-NUMBER
           END-READ.
           IF ARREARS-STATUS = '00'
              IF ARR-BUCKET NOT = 'CUR'
                 ADD 1 TO WS-SC-ARREARS-LOANS(WS-SC-SUB)
                 IF WS-ACCT-RATED = 'Y'
                    COMPUTE WS-GBP-AMOUNT ROUNDED =
                       ARR-ARREARS-AMOUNT * WS-ACCT-RATE
                    ADD WS-GBP-AMOUNT
                       TO WS-SC-ARREARS-AMOUNT(WS-SC-SUB)
                 END-IF
              END-IF
           ELSE
              IF ARREARS-STATUS NOT = '23'
                 DISPLAY 'BRNMI - error reading ARREARS for '
                         ACCOUNT-NUMBER ' status=' ARREARS-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
           END-IF.

       CA999.
           EXIT.

      *
      * Sterling is rate 1; another currency takes the CCYRATE
      * rate, and one without a usable rate leaves the account's
      * money out
      *
       GET-ACCOUNT-RATE SECTION.
       AR010.
           MOVE 'Y' TO WS-ACCT-RATED.
           MOVE 1   TO WS-ACCT-RATE.

           MOVE ACCOUNT-CURRENCY-CODE TO WS-ACCT-CCY.
           IF WS-ACCT-CCY = SPACES OR WS-ACCT-CCY = 'GBP'
              GO TO AR999
           END-IF.

           MOVE WS-ACCT-CCY TO CCY-CODE.
           READ CCYRATE
              KEY IS CCY-CODE
           END-READ.

           IF CCYRATE-STATUS NOT = '00' OR CCY-RATE-TO-GBP = 0
              DISPLAY 'BRNMI - no rate for ' WS-ACCT-CCY
                      ', account ' ACCOUNT-NUMBER ' money left out'
              ADD 1 TO WS-NORATE-CNT
              MOVE 'N' TO WS-ACCT-RATED
           ELSE
              MOVE CCY-RATE-TO-GBP TO WS-ACCT-RATE
           END-IF.

       AR999.
           EXIT.

      *
      * One customer counted at its sortcode, and as new if it was
      * numbered after last month's highest
      *
       COUNT-ONE-CUSTOMER SECTION.
       CC010.
           MOVE CUSTOMER-SORTCODE TO WS-FIND-SORTCODE.
           PERFORM FIND-SORTCODE.

           ADD 1 TO WS-SC-CUSTOMERS(WS-SC-SUB).
           MOVE 'Y' TO WS-SC-ACTIVITY(WS-SC-SUB).

           IF WS-PRIOR-FOUND = 'Y' AND
              CUSTOMER-NUMBER > WS-PRIOR-HIGH
              ADD 1 TO WS-SC-NEW-CUSTOMERS(WS-SC-SUB)
           END-IF.

           IF CUSTOMER-NUMBER > WS-HIGH-CUSTOMER
              MOVE CUSTOMER-NUMBER TO WS-HIGH-CUSTOMER
           END-IF.

       CC999.
           EXIT.

      *
      * The sortcode's entry, added in its place if it is new
      *
       FIND-SORTCODE SECTION.
       FS010.
           PERFORM VARYING WS-SC-SUB FROM 1 BY 1
              UNTIL WS-SC-SUB > WS-SC-USED
                 OR WS-SC-SORTCODE(WS-SC-SUB) NOT < WS-FIND-SORTCODE
              CONTINUE
           END-PERFORM.

           IF WS-SC-SUB NOT > WS-SC-USED
              IF WS-SC-SORTCODE(WS-SC-SUB) = WS-FIND-SORTCODE
                 GO TO FS999
              END-IF
           END-IF.

           IF WS-SC-USED NOT < WS-SC-MAX
              DISPLAY 'BRNMI - sortcode table full at '
                      WS-SC-MAX ', run stopped'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM VARYING WS-SC-SHIFT FROM WS-SC-USED BY -1
              UNTIL WS-SC-SHIFT < WS-SC-SUB
              MOVE WS-SC-ENTRY(WS-SC-SHIFT)
                 TO WS-SC-ENTRY(WS-SC-SHIFT + 1)
           END-PERFORM.

           ADD 1 TO WS-SC-USED.
           INITIALIZE WS-SC-ENTRY(WS-SC-SUB).
           MOVE WS-FIND-SORTCODE TO WS-SC-SORTCODE(WS-SC-SUB).
           MOVE 'NOT ON BRANCH MASTER' TO WS-SC-NAME(WS-SC-SUB).
           MOVE 'N' TO WS-SC-ACTIVITY(WS-SC-SUB).

       FS999.
           EXIT.

      *
      * The account type's entry at the sortcode, added if new
      *
       FIND-TYPE SECTION.
       FT010.
           PERFORM VARYING WS-TY FROM 1 BY 1
              UNTIL WS-TY > WS-SC-TYPE-USED(WS-SC-SUB)
                 OR WS-SC-ACCOUNT-TYPE(WS-SC-SUB, WS-TY) = ACCOUNT-TYPE
              CONTINUE
           END-PERFORM.

           IF WS-TY NOT > WS-SC-TYPE-USED(WS-SC-SUB)
              GO TO FT999
           END-IF.

           IF WS-SC-TYPE-USED(WS-SC-SUB) NOT < WS-TYPE-MAX
              DISPLAY 'BRNMI - more than ' WS-TYPE-MAX
                      ' account types at sortcode '
                      WS-SC-SORTCODE(WS-SC-SUB) ', run stopped'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-SC-TYPE-USED(WS-SC-SUB).
           MOVE ACCOUNT-TYPE TO WS-SC-ACCOUNT-TYPE(WS-SC-SUB, WS-TY).
           MOVE 0 TO WS-SC-OPENED(WS-SC-SUB, WS-TY)
                     WS-SC-CLOSED(WS-SC-SUB, WS-TY).

       FT999.
           EXIT.

      *
      * This month's history record for the sortcode's entry
      *
       BUILD-BRANCH-FIGURES SECTION.
       BB010.
           INITIALIZE WS-MI-THIS.
           MOVE WS-PERIOD TO BMI-PERIOD OF WS-MI-THIS.
           MOVE WS-SC-SORTCODE(WS-SC-SUB)
              TO BMI-SORTCODE OF WS-MI-THIS.
           MOVE WS-SC-OPEN-ACCOUNTS(WS-SC-SUB)
              TO BMI-OPEN-ACCOUNTS OF WS-MI-THIS.
           MOVE WS-SC-BALANCE(WS-SC-SUB)
              TO BMI-BALANCE OF WS-MI-THIS.
           MOVE WS-SC-CUSTOMERS(WS-SC-SUB)
              TO BMI-CUSTOMERS OF WS-MI-THIS.
           MOVE WS-SC-NEW-CUSTOMERS(WS-SC-SUB)
              TO BMI-NEW-CUSTOMERS OF WS-MI-THIS.
           MOVE WS-SC-DORMANT(WS-SC-SUB)
              TO BMI-DORMANT-ACCOUNTS OF WS-MI-THIS.
           MOVE WS-SC-MAINT-FEES(WS-SC-SUB)
              TO BMI-MAINT-FEES OF WS-MI-THIS.
           MOVE WS-SC-OD-FEES(WS-SC-SUB)
              TO BMI-OD-FEES OF WS-MI-THIS.
           MOVE WS-SC-ARREARS-LOANS(WS-SC-SUB)
              TO BMI-ARREARS-LOANS OF WS-MI-THIS.
           MOVE WS-SC-ARREARS-AMOUNT(WS-SC-SUB)
              TO BMI-ARREARS-AMOUNT OF WS-MI-THIS.
           MOVE WS-SC-TYPE-USED(WS-SC-SUB)
              TO BMI-TYPE-USED OF WS-MI-THIS.
           PERFORM VARYING WS-TY FROM 1 BY 1
              UNTIL WS-TY > WS-SC-TYPE-USED(WS-SC-SUB)
              MOVE WS-SC-ACCOUNT-TYPE(WS-SC-SUB, WS-TY)
                 TO BMI-ACCOUNT-TYPE OF WS-MI-THIS(WS-TY)
              MOVE WS-SC-OPENED(WS-SC-SUB, WS-TY)
                 TO BMI-OPENED OF WS-MI-THIS(WS-TY)
              MOVE WS-SC-CLOSED(WS-SC-SUB, WS-TY)
                 TO BMI-CLOSED OF WS-MI-THIS(WS-TY)
           END-PERFORM.

       BB999.
           EXIT.

      *
      * The branch's figures into the shop total, type by type
      *
       ADD-TO-SHOP SECTION.
       AS010.
           ADD BMI-OPEN-ACCOUNTS OF WS-MI-THIS
              TO BMI-OPEN-ACCOUNTS OF WS-MI-SHOP.
           ADD BMI-BALANCE OF WS-MI-THIS
              TO BMI-BALANCE OF WS-MI-SHOP.
           ADD BMI-CUSTOMERS OF WS-MI-THIS
              TO BMI-CUSTOMERS OF WS-MI-SHOP.
           ADD BMI-NEW-CUSTOMERS OF WS-MI-THIS
              TO BMI-NEW-CUSTOMERS OF WS-MI-SHOP.
           ADD BMI-DORMANT-ACCOUNTS OF WS-MI-THIS
              TO BMI-DORMANT-ACCOUNTS OF WS-MI-SHOP.
           ADD BMI-MAINT-FEES OF WS-MI-THIS
              TO BMI-MAINT-FEES OF WS-MI-SHOP.
           ADD BMI-OD-FEES OF WS-MI-THIS
              TO BMI-OD-FEES OF WS-MI-SHOP.
           ADD BMI-ARREARS-LOANS OF WS-MI-THIS
              TO BMI-ARREARS-LOANS OF WS-MI-SHOP.
           ADD BMI-ARREARS-AMOUNT OF WS-MI-THIS
              TO BMI-ARREARS-AMOUNT OF WS-MI-SHOP.

           PERFORM VARYING WS-TY FROM 1 BY 1
              UNTIL WS-TY > BMI-TYPE-USED OF WS-MI-THIS
              PERFORM VARYING WS-TY2 FROM 1 BY 1
                 UNTIL WS-TY2 > BMI-TYPE-USED OF WS-MI-SHOP
                    OR BMI-ACCOUNT-TYPE OF WS-MI-SHOP(WS-TY2) =
                       BMI-ACCOUNT-TYPE OF WS-MI-THIS(WS-TY)
                 CONTINUE
              END-PERFORM
              IF WS-TY2 > BMI-TYPE-USED OF WS-MI-SHOP
                 IF BMI-TYPE-USED OF WS-MI-SHOP NOT < WS-TYPE-MAX
                    DISPLAY 'BRNMI - more than ' WS-TYPE-MAX
                            ' account types in the shop, run stopped'
                    MOVE 12 TO RETURN-CODE
                    PERFORM PROGRAM-DONE
                 END-IF
                 ADD 1 TO BMI-TYPE-USED OF WS-MI-SHOP
                 MOVE BMI-ACCOUNT-TYPE OF WS-MI-THIS(WS-TY)
                    TO BMI-ACCOUNT-TYPE OF WS-MI-SHOP(WS-TY2)
                 MOVE 0 TO BMI-OPENED OF WS-MI-SHOP(WS-TY2)
                           BMI-CLOSED OF WS-MI-SHOP(WS-TY2)
              END-IF
              ADD BMI-OPENED OF WS-MI-THIS(WS-TY)
                 TO BMI-OPENED OF WS-MI-SHOP(WS-TY2)
              ADD BMI-CLOSED OF WS-MI-THIS(WS-TY)
                 TO BMI-CLOSED OF WS-MI-SHOP(WS-TY2)
           END-PERFORM.

       AS999.
           EXIT.

      *
      * One page: last month's and last year's records for the
      * sortcode, the balance growth on last month, this month's
      * record on to the history, then the figures
      *
       REPORT-ONE-PAGE SECTION.
       RP010.
           MOVE WS-PREV-PERIOD TO BMI-PERIOD OF MI-HISTORY-RECORD.
           MOVE BMI-SORTCODE OF WS-MI-THIS
              TO BMI-SORTCODE OF MI-HISTORY-RECORD.
           PERFORM READ-HISTORY.
           MOVE WS-EXIT TO WS-LAST-FOUND.
           MOVE MI-HISTORY-RECORD TO WS-MI-LAST.

           MOVE WS-YEAR-PERIOD TO BMI-PERIOD OF MI-HISTORY-RECORD.
           MOVE BMI-SORTCODE OF WS-MI-THIS
              TO BMI-SORTCODE OF MI-HISTORY-RECORD.
           PERFORM READ-HISTORY.
           MOVE WS-EXIT TO WS-YEAR-FOUND.
           MOVE MI-HISTORY-RECORD TO WS-MI-YEAR.
           MOVE 'N' TO WS-EXIT.

      *
      * A branch with no record last month had nothing then
      *
           IF WS-PRIOR-FOUND = 'Y'
              MOVE 'Y' TO BMI-PRIOR-SWITCH OF WS-MI-THIS
              IF WS-LAST-FOUND = 'Y'
                 COMPUTE BMI-BALANCE-GROWTH OF WS-MI-THIS =
                    BMI-BALANCE OF WS-MI-THIS -
                    BMI-BALANCE OF WS-MI-LAST
              ELSE
                 MOVE BMI-BALANCE OF WS-MI-THIS
                    TO BMI-BALANCE-GROWTH OF WS-MI-THIS
              END-IF
           ELSE
              MOVE 'N' TO BMI-PRIOR-SWITCH OF WS-MI-THIS
              MOVE 0   TO BMI-BALANCE-GROWTH OF WS-MI-THIS
           END-IF.
           MOVE WS-RUN-DATE TO BMI-RUN-DATE OF WS-MI-THIS.

           PERFORM WRITE-HISTORY.

           MOVE WS-PAGE-SORTCODE TO WS-RPT-HDR-SORTCODE.
           MOVE WS-PAGE-NAME     TO WS-RPT-HDR-NAME.
           WRITE MI-PRINT-RECORD FROM WS-RPT-HEADER.
           WRITE MI-PRINT-RECORD FROM WS-RPT-COLUMNS.
           WRITE MI-PRINT-RECORD FROM WS-RPT-PERIODS.
           ADD 1 TO WS-PAGE-CNT.
           MOVE '0' TO WS-RPT-CC.

           PERFORM COLLECT-PAGE-TYPES.

           SET WS-PG-OPENED TO TRUE.
           PERFORM REPORT-TYPE-ROWS.
           MOVE 'ACCOUNTS OPENED - ALL TYPES' TO WS-RPT-LABEL.
           PERFORM SUM-TYPE-ROW.
           MOVE '0' TO WS-RPT-CC.

           SET WS-PG-CLOSED TO TRUE.
           PERFORM REPORT-TYPE-ROWS.
           MOVE 'ACCOUNTS CLOSED - ALL TYPES' TO WS-RPT-LABEL.
           PERFORM SUM-TYPE-ROW.
           MOVE '0' TO WS-RPT-CC.

           SET WS-ROW-COUNT TO TRUE.
           MOVE 'OPEN ACCOUNTS' TO WS-RPT-LABEL.
           MOVE BMI-OPEN-ACCOUNTS OF WS-MI-THIS TO WS-ROW-VALUE(1).
           MOVE BMI-OPEN-ACCOUNTS OF WS-MI-LAST TO WS-ROW-VALUE(2).
           MOVE BMI-OPEN-ACCOUNTS OF WS-MI-YEAR TO WS-ROW-VALUE(3).
           PERFORM WRITE-ROW.

           SET WS-ROW-MONEY TO TRUE.
           MOVE 'BALANCES IN GBP' TO WS-RPT-LABEL.
           MOVE BMI-BALANCE OF WS-MI-THIS TO WS-ROW-VALUE(1).
           MOVE BMI-BALANCE OF WS-MI-LAST TO WS-ROW-VALUE(2).
           MOVE BMI-BALANCE OF WS-MI-YEAR TO WS-ROW-VALUE(3).
           PERFORM WRITE-ROW.

           MOVE 'NET BALANCE GROWTH IN GBP' TO WS-RPT-LABEL.
           MOVE BMI-BALANCE-GROWTH OF WS-MI-THIS TO WS-ROW-VALUE(1).
           MOVE BMI-BALANCE-GROWTH OF WS-MI-LAST TO WS-ROW-VALUE(2).
           MOVE BMI-BALANCE-GROWTH OF WS-MI-YEAR TO WS-ROW-VALUE(3).
           PERFORM WRITE-PRIOR-ROW.
           MOVE '0' TO WS-RPT-CC.

           SET WS-ROW-COUNT TO TRUE.
           MOVE 'CUSTOMERS' TO WS-RPT-LABEL.
           MOVE BMI-CUSTOMERS OF WS-MI-THIS TO WS-ROW-VALUE(1).
           MOVE BMI-CUSTOMERS OF WS-MI-LAST TO WS-ROW-VALUE(2).
           MOVE BMI-CUSTOMERS OF WS-MI-YEAR TO WS-ROW-VALUE(3).
           PERFORM WRITE-ROW.

           MOVE 'NEW CUSTOMERS' TO WS-RPT-LABEL.
           MOVE BMI-NEW-CUSTOMERS OF WS-MI-THIS TO WS-ROW-VALUE(1).
           MOVE BMI-NEW-CUSTOMERS OF WS-MI-LAST TO WS-ROW-VALUE(2).
           MOVE BMI-NEW-CUSTOMERS OF WS-MI-YEAR TO WS-ROW-VALUE(3).
           PERFORM WRITE-PRIOR-ROW.

           MOVE 'DORMANT ACCOUNTS' TO WS-RPT-LABEL.
           MOVE BMI-DORMANT-ACCOUNTS OF WS-MI-THIS TO WS-ROW-VALUE(1).
           MOVE BMI-DORMANT-ACCOUNTS OF WS-MI-LAST TO WS-ROW-VALUE(2).
           MOVE BMI-DORMANT-ACCOUNTS OF WS-MI-YEAR TO WS-ROW-VALUE(3).
           PERFORM WRITE-ROW.
           MOVE '0' TO WS-RPT-CC.

           SET WS-ROW-MONEY TO TRUE.
           MOVE 'MAINTENANCE FEE INCOME IN GBP' TO WS-RPT-LABEL.
           MOVE BMI-MAINT-FEES OF WS-MI-THIS TO WS-ROW-VALUE(1).
           MOVE BMI-MAINT-FEES OF WS-MI-LAST TO WS-ROW-VALUE(2).
           MOVE BMI-MAINT-FEES OF WS-MI-YEAR TO WS-ROW-VALUE(3).
           PERFORM WRITE-ROW.

           MOVE 'OVERDRAFT FEE INCOME IN GBP' TO WS-RPT-LABEL.
           MOVE BMI-OD-FEES OF WS-MI-THIS TO WS-ROW-VALUE(1).
           MOVE BMI-OD-FEES OF WS-MI-LAST TO WS-ROW-VALUE(2).
           MOVE BMI-OD-FEES OF WS-MI-YEAR TO WS-ROW-VALUE(3).
           PERFORM WRITE-ROW.

           MOVE 'TOTAL FEE INCOME IN GBP' TO WS-RPT-LABEL.
           COMPUTE WS-ROW-VALUE(1) = BMI-MAINT-FEES OF WS-MI-THIS +
                                     BMI-OD-FEES OF WS-MI-THIS.
           COMPUTE WS-ROW-VALUE(2) = BMI-MAINT-FEES OF WS-MI-LAST +
                                     BMI-OD-FEES OF WS-MI-LAST.
           COMPUTE WS-ROW-VALUE(3) = BMI-MAINT-FEES OF WS-MI-YEAR +
                                     BMI-OD-FEES OF WS-MI-YEAR.
           PERFORM WRITE-ROW.
           MOVE '0' TO WS-RPT-CC.

           SET WS-ROW-COUNT TO TRUE.
           MOVE 'LOANS IN ARREARS' TO WS-RPT-LABEL.
           MOVE BMI-ARREARS-LOANS OF WS-MI-THIS TO WS-ROW-VALUE(1).
           MOVE BMI-ARREARS-LOANS OF WS-MI-LAST TO WS-ROW-VALUE(2).
           MOVE BMI-ARREARS-LOANS OF WS-MI-YEAR TO WS-ROW-VALUE(3).
           PERFORM WRITE-ROW.

           SET WS-ROW-MONEY TO TRUE.
           MOVE 'ARREARS OUTSTANDING IN GBP' TO WS-RPT-LABEL.
           MOVE BMI-ARREARS-AMOUNT OF WS-MI-THIS TO WS-ROW-VALUE(1).
           MOVE BMI-ARREARS-AMOUNT OF WS-MI-LAST TO WS-ROW-VALUE(2).
           MOVE BMI-ARREARS-AMOUNT OF WS-MI-YEAR TO WS-ROW-VALUE(3).
           PERFORM WRITE-ROW.

       RP999.
           EXIT.

      *
      * The history record for the key set up, WS-EXIT saying
      * whether it was there; one not there reads as all zero
      *
       READ-HISTORY SECTION.
       RH010.
           READ BRNMIH
              KEY IS BMI-KEY OF MI-HISTORY-RECORD
           END-READ.

           IF BRNMIH-STATUS = '00'
              MOVE 'Y' TO WS-EXIT
              GO TO RH999
           END-IF.

           IF BRNMIH-STATUS NOT = '23'
              DISPLAY 'BRNMI - error reading BRNMIH for '
                      BMI-KEY OF MI-HISTORY-RECORD
                      ' status=' BRNMIH-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'N' TO WS-EXIT.
           INITIALIZE MI-HISTORY-RECORD.

       RH999.
           EXIT.

      *
      * This month's record, replacing one an earlier run of the
      * month wrote
      *
       WRITE-HISTORY SECTION.
       WH010.
           MOVE BMI-KEY OF WS-MI-THIS TO BMI-KEY OF MI-HISTORY-RECORD.
           READ BRNMIH
              KEY IS BMI-KEY OF MI-HISTORY-RECORD
           END-READ.

           IF BRNMIH-STATUS = '00'
              MOVE WS-MI-THIS TO MI-HISTORY-RECORD
              REWRITE MI-HISTORY-RECORD
           ELSE
              MOVE WS-MI-THIS TO MI-HISTORY-RECORD
              WRITE MI-HISTORY-RECORD
           END-IF.

           IF BRNMIH-STATUS NOT = '00'
              DISPLAY 'BRNMI - error writing BRNMIH for '
                      BMI-KEY OF MI-HISTORY-RECORD
                      ' status=' BRNMIH-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-HIST-CNT.

       WH999.
           EXIT.

      *
      * Every account type on this month, last month or last
      * year, so a type that stopped selling still shows
      *
       COLLECT-PAGE-TYPES SECTION.
       CT010.
           MOVE 0 TO WS-PG-USED.

           PERFORM VARYING WS-TY FROM 1 BY 1
              UNTIL WS-TY > BMI-TYPE-USED OF WS-MI-THIS
              MOVE BMI-ACCOUNT-TYPE OF WS-MI-THIS(WS-TY)
                 TO WS-FIND-TYPE
              PERFORM ADD-PAGE-TYPE
           END-PERFORM.

           PERFORM VARYING WS-TY FROM 1 BY 1
              UNTIL WS-TY > BMI-TYPE-USED OF WS-MI-LAST
              MOVE BMI-ACCOUNT-TYPE OF WS-MI-LAST(WS-TY)
                 TO WS-FIND-TYPE
              PERFORM ADD-PAGE-TYPE
           END-PERFORM.

           PERFORM VARYING WS-TY FROM 1 BY 1
              UNTIL WS-TY > BMI-TYPE-USED OF WS-MI-YEAR
              MOVE BMI-ACCOUNT-TYPE OF WS-MI-YEAR(WS-TY)
                 TO WS-FIND-TYPE
              PERFORM ADD-PAGE-TYPE
           END-PERFORM.

       CT999.
           EXIT.

       ADD-PAGE-TYPE SECTION.
       AP010.
           PERFORM VARYING WS-PG FROM 1 BY 1
              UNTIL WS-PG > WS-PG-USED
                 OR WS-PG-TYPE(WS-PG) = WS-FIND-TYPE
              CONTINUE
           END-PERFORM.

           IF WS-PG > WS-PG-USED
              ADD 1 TO WS-PG-USED
              MOVE WS-FIND-TYPE TO WS-PG-TYPE(WS-PG-USED)
           END-IF.

       AP999.
           EXIT.

      *
      * A row for each type opened (or closed) in any of the
      * three months
      *
       REPORT-TYPE-ROWS SECTION.
       RT010.
           SET WS-ROW-COUNT TO TRUE.

           PERFORM VARYING WS-PG FROM 1 BY 1 UNTIL WS-PG > WS-PG-USED
              MOVE WS-PG-TYPE(WS-PG) TO WS-FIND-TYPE
              PERFORM GET-TYPE-FIGURES
              IF WS-ROW-VALUE(1) NOT = 0 OR
                 WS-ROW-VALUE(2) NOT = 0 OR
                 WS-ROW-VALUE(3) NOT = 0
                 MOVE SPACES TO WS-RPT-LABEL
                 IF WS-PG-OPENED
                    STRING 'OPENED - ' WS-FIND-TYPE
                       DELIMITED BY SIZE INTO WS-RPT-LABEL
                    END-STRING
                 ELSE
                    STRING 'CLOSED - ' WS-FIND-TYPE
                       DELIMITED BY SIZE INTO WS-RPT-LABEL
                    END-STRING
                 END-IF
                 PERFORM WRITE-ROW
              END-IF
           END-PERFORM.

       RT999.
           EXIT.

      *
      * The type's opened (or closed) count in each of the three
      * months
      *
       GET-TYPE-FIGURES SECTION.
       GT010.
           MOVE 0 TO WS-ROW-VALUE(1) WS-ROW-VALUE(2) WS-ROW-VALUE(3).

           PERFORM VARYING WS-TY FROM 1 BY 1
              UNTIL WS-TY > BMI-TYPE-USED OF WS-MI-THIS
              IF BMI-ACCOUNT-TYPE OF WS-MI-THIS(WS-TY) = WS-FIND-TYPE
                 IF WS-PG-OPENED
                    MOVE BMI-OPENED OF WS-MI-THIS(WS-TY)
                       TO WS-ROW-VALUE(1)
                 ELSE
                    MOVE BMI-CLOSED OF WS-MI-THIS(WS-TY)
                       TO WS-ROW-VALUE(1)
                 END-IF
              END-IF
           END-PERFORM.

           PERFORM VARYING WS-TY FROM 1 BY 1
              UNTIL WS-TY > BMI-TYPE-USED OF WS-MI-LAST
              IF BMI-ACCOUNT-TYPE OF WS-MI-LAST(WS-TY) = WS-FIND-TYPE
                 IF WS-PG-OPENED
                    MOVE BMI-OPENED OF WS-MI-LAST(WS-TY)
                       TO WS-ROW-VALUE(2)
                 ELSE
                    MOVE BMI-CLOSED OF WS-MI-LAST(WS-TY)
                       TO WS-ROW-VALUE(2)
                 END-IF
              END-IF
           END-PERFORM.

           PERFORM VARYING WS-TY FROM 1 BY 1
              UNTIL WS-TY > BMI-TYPE-USED OF WS-MI-YEAR
              IF BMI-ACCOUNT-TYPE OF WS-MI-YEAR(WS-TY) = WS-FIND-TYPE
                 IF WS-PG-OPENED
                    MOVE BMI-OPENED OF WS-MI-YEAR(WS-TY)
                       TO WS-ROW-VALUE(3)
                 ELSE
                    MOVE BMI-CLOSED OF WS-MI-YEAR(WS-TY)
                       TO WS-ROW-VALUE(3)
                 END-IF
              END-IF
           END-PERFORM.

       GT999.
           EXIT.

      *
      * All types together, opened (or closed)
      *
       SUM-TYPE-ROW SECTION.
       ST010.
           SET WS-ROW-COUNT TO TRUE.
           MOVE 0 TO WS-ROW-VALUE(1) WS-ROW-VALUE(2) WS-ROW-VALUE(3).

           PERFORM VARYING WS-TY FROM 1 BY 1
              UNTIL WS-TY > BMI-TYPE-USED OF WS-MI-THIS
              IF WS-PG-OPENED
                 ADD BMI-OPENED OF WS-MI-THIS(WS-TY) TO WS-ROW-VALUE(1)
              ELSE
                 ADD BMI-CLOSED OF WS-MI-THIS(WS-TY) TO WS-ROW-VALUE(1)
              END-IF
           END-PERFORM.

           PERFORM VARYING WS-TY FROM 1 BY 1
              UNTIL WS-TY > BMI-TYPE-USED OF WS-MI-LAST
              IF WS-PG-OPENED
                 ADD BMI-OPENED OF WS-MI-LAST(WS-TY) TO WS-ROW-VALUE(2)
              ELSE
                 ADD BMI-CLOSED OF WS-MI-LAST(WS-TY) TO WS-ROW-VALUE(2)
              END-IF
           END-PERFORM.

           PERFORM VARYING WS-TY FROM 1 BY 1
              UNTIL WS-TY > BMI-TYPE-USED OF WS-MI-YEAR
              IF WS-PG-OPENED
                 ADD BMI-OPENED OF WS-MI-YEAR(WS-TY) TO WS-ROW-VALUE(3)
              ELSE
                 ADD BMI-CLOSED OF WS-MI-YEAR(WS-TY) TO WS-ROW-VALUE(3)
              END-IF
           END-PERFORM.

           PERFORM WRITE-ROW.

       ST999.
           EXIT.

      *
      * A row whose figures are there wherever the month's record
      * is there
      *
       WRITE-ROW SECTION.
       WR010.
           MOVE 'Y'           TO WS-ROW-SHOWN(1).
           MOVE WS-LAST-FOUND TO WS-ROW-SHOWN(2).
           MOVE WS-YEAR-FOUND TO WS-ROW-SHOWN(3).
           PERFORM FORMAT-ROW.

       WR999.
           EXIT.

      *
      * A row worked from the month before, so only there where
      * that month's record had its own month before
      *
       WRITE-PRIOR-ROW SECTION.
       WP010.
           MOVE BMI-PRIOR-SWITCH OF WS-MI-THIS TO WS-ROW-SHOWN(1).
           MOVE 'N' TO WS-ROW-SHOWN(2) WS-ROW-SHOWN(3).
           IF WS-LAST-FOUND = 'Y' AND BMI-PRIOR-FOUND OF WS-MI-LAST
              MOVE 'Y' TO WS-ROW-SHOWN(2)
           END-IF.
           IF WS-YEAR-FOUND = 'Y' AND BMI-PRIOR-FOUND OF WS-MI-YEAR
              MOVE 'Y' TO WS-ROW-SHOWN(3)
           END-IF.
           PERFORM FORMAT-ROW.

       WP999.
           EXIT.

       FORMAT-ROW SECTION.
       FR010.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 3
              MOVE SPACES TO WS-RPT-COLUMN(WS-COL)
              IF WS-ROW-SHOWN(WS-COL) NOT = 'Y'
                 MOVE '         NO HISTORY'
                    TO WS-RPT-COLUMN(WS-COL)(2:19)
              ELSE
                 IF WS-ROW-MONEY
                    MOVE WS-ROW-VALUE(WS-COL) TO WS-ED-MONEY
                    MOVE WS-ED-MONEY TO WS-RPT-COLUMN(WS-COL)(2:19)
                 ELSE
                    MOVE WS-ROW-VALUE(WS-COL) TO WS-ED-COUNT
                    MOVE WS-ED-COUNT-AREA
                       TO WS-RPT-COLUMN(WS-COL)(2:19)
                 END-IF
              END-IF
           END-PERFORM.

           WRITE MI-PRINT-RECORD FROM WS-RPT-ROW.
           MOVE ' ' TO WS-RPT-CC.

       FR999.
           EXIT.

      *
      * The next account's fee legs for the month, maintenance and
      * overdraft fees apart, a fee credited back being a refund.
      * A BATREV reversal leg counts with the run it reverses.
      *
       GET-JOURNAL-GROUP SECTION.
       GJ010.
           MOVE 0 TO WS-JG-MAINT-FEES WS-JG-OD-FEES.

           IF JRNLIN-STATUS NOT = '00'
              MOVE WS-HIGH-ACCOUNT TO WS-JG-ACCOUNT
              GO TO GJ999
           END-IF.

           MOVE JRNL-ACCOUNT-NUMBER TO WS-JG-ACCOUNT.

           PERFORM UNTIL JRNLIN-STATUS NOT = '00' OR
                         JRNL-ACCOUNT-NUMBER NOT = WS-JG-ACCOUNT
              MOVE JRNL-TELLER TO WS-LEG-TELLER
              IF JRNL-TELLER = 'BATREV  '
                 MOVE JRNL-SUPERVISOR TO WS-LEG-TELLER
              END-IF
              IF JRNL-DATE(1:7) = WS-PERIOD
                 EVALUATE WS-LEG-TELLER
                    WHEN 'FEERUN  '
                       ADD 1 TO WS-LEG-CNT
                       IF JRNL-DEBIT
                          ADD JRNL-AMOUNT TO WS-JG-MAINT-FEES
                       ELSE
                          SUBTRACT JRNL-AMOUNT FROM WS-JG-MAINT-FEES
                       END-IF
                    WHEN 'ODFEE   '
                       ADD 1 TO WS-LEG-CNT
                       IF JRNL-DEBIT
                          ADD JRNL-AMOUNT TO WS-JG-OD-FEES
                       ELSE
                          SUBTRACT JRNL-AMOUNT FROM WS-JG-OD-FEES
                       END-IF
                 END-EVALUATE
              END-IF
              READ JRNLIN
                AT END CONTINUE
              END-READ
           END-PERFORM.

       GJ999.
           EXIT.

       GET-PRODUCT SECTION.
       GP010.
           MOVE 'GET  '      TO WS-PIP-FUNCTION.
           MOVE ACCOUNT-TYPE TO WS-PIP-ACCOUNT-TYPE.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

           IF WS-PIP-STATUS = 'E'
              DISPLAY 'BRNMI - product master unavailable, run '
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
              DISPLAY 'BRNMI - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-ACCOUNT-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE BRNMAST.
           CLOSE ACCTFILE.
           CLOSE JRNLIN.
           CLOSE CUSTFILE.
           CLOSE CCYRATE.
           CLOSE DORMREG.
           CLOSE ARREARS.
           CLOSE BRNMIH.
           CLOSE BRNMIRPT.

           MOVE 'CLOSE' TO WS-PIP-FUNCTION.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

       CF999.
           EXIT.
