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
      * Customer profitability for a month (PARM='YYYY-MM', default
      * the month before the business date). What each customer
      * brought in and cost over the month is taken from the
      * journal legs on TXNJRNL:
      *   - interest: the INTACCR legs, with any INTADJ correction;
      *     an account's net credit is interest paid to the
      *     customer and its net debit is loan or overdraft
      *     interest earned from them
      *   - maintenance fees from the FEERUN legs and unauthorised
      *     overdraft fees from the ODFEE legs, less any refunded
      * and the account's average balance comes from the AVGOUT
      * extract BALAVG writes for the same month, so BALAVG runs
      * first.
      *
      * Every figure is valued in sterling at the current CCYRATE
      * rate the way FXREVAL values a balance. A joint account's
      * figures are split evenly between its primary customer and
      * the other holders on ACCTHLDR, any odd penny staying with
      * the primary. An account with no rate on CCYRATE is left
      * out and counted.
      *
      * A customer's net contribution is interest earned plus fees
      * less interest paid. The PROFRPT report ranks customers by
      * net contribution within their sortcode, with a total per
      * sortcode, and the same figures go one record per customer
      * to PROFOUT for the relationship managers.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPROF.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNLIN
                  ASSIGN TO JRNLIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS JRNL-KEY
                  FILE STATUS  IS JRNLIN-STATUS.

           SELECT AVGOUT
                  ASSIGN TO AVGOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS AVGOUT-STATUS.

           SELECT ACCTFILE
                  ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT ACCTHLDR
                  ASSIGN TO ACCTHLDR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS AHLD-KEY
                  FILE STATUS  IS ACCTHLDR-STATUS.

           SELECT CCYRATE
                  ASSIGN TO CCYRATE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CCY-CODE
                  FILE STATUS  IS CCYRATE-STATUS.

           SELECT CUSTFILE
                  ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CUSTOMER-KEY
                  FILE STATUS  IS CUSTFILE-STATUS.

           SELECT PROFWK
                  ASSIGN TO PROFWK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS PROFWK-STATUS.

           SELECT PROFOUT
                  ASSIGN TO PROFOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS PROFOUT-STATUS.

           SELECT PROFRPT
                  ASSIGN TO PROFRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS PROFRPT-STATUS.

           SELECT SORT-WORK
                  ASSIGN TO SORTWK01.

           SELECT RANK-WORK
                  ASSIGN TO SORTWK02.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  JRNLIN.
       01  JOURNAL-RECORD.
       COPY TXNJRNL.

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

       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  ACCTHLDR.
       01  HOLDER-RECORD.
       COPY ACCTHLDR.

       FD  CCYRATE.
       01  CURRENCY-RECORD.
       COPY CCYRATE.

       FD  CUSTFILE.
       01  VSAM-RECORD.
       COPY CUSTOMER.

      *
      * One customer's month, between the two sorts
      *
       FD  PROFWK.
       01  PROFIT-WORK-RECORD.
           05 PWK-SORTCODE                 PIC 9(6).
           05 PWK-CUSTOMER-NUMBER          PIC 9(10).
           05 PWK-ACCOUNTS                 PIC 9(5).
           05 PWK-INTEREST-PAID            PIC S9(11)V99 COMP-3.
           05 PWK-INTEREST-EARNED          PIC S9(11)V99 COMP-3.
           05 PWK-MAINT-FEES               PIC S9(11)V99 COMP-3.
           05 PWK-OD-FEES                  PIC S9(11)V99 COMP-3.
           05 PWK-NET                      PIC S9(11)V99 COMP-3.
           05 PWK-AVG-BALANCE              PIC S9(11)V99 COMP-3.

       FD  PROFOUT.
       01  PROFIT-RECORD.
           05 PRF-PERIOD                   PIC X(7).
           05 PRF-SORTCODE                 PIC 9(6).
           05 PRF-CUSTOMER-NUMBER          PIC 9(10).
           05 PRF-RANK                     PIC 9(5).
           05 PRF-ACCOUNTS                 PIC 9(5).
           05 PRF-INTEREST-PAID            PIC S9(11)V99 COMP-3.
           05 PRF-INTEREST-EARNED          PIC S9(11)V99 COMP-3.
           05 PRF-MAINT-FEES               PIC S9(11)V99 COMP-3.
           05 PRF-OD-FEES                  PIC S9(11)V99 COMP-3.
           05 PRF-NET-CONTRIBUTION         PIC S9(11)V99 COMP-3.
           05 PRF-AVG-BALANCE              PIC S9(11)V99 COMP-3.
           05 PRF-CUSTOMER-NAME            PIC X(60).
           05 FILLER                       PIC X(15).

       FD  PROFRPT.
       01  PROF-PRINT-RECORD               PIC X(133).

      *
      * One holder's share of one account's figures
      *
       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SRT-CUSTOMER-KEY.
              10 SRT-SORTCODE              PIC 9(6).
              10 SRT-CUSTOMER-NUMBER       PIC 9(10).
           05 SRT-ACCOUNT-NUMBER           PIC 9(11).
           05 SRT-ACCOUNTS                 PIC 9.
           05 SRT-INTEREST-PAID            PIC S9(10)V99 COMP-3.
           05 SRT-INTEREST-EARNED          PIC S9(10)V99 COMP-3.
           05 SRT-MAINT-FEES               PIC S9(10)V99 COMP-3.
           05 SRT-OD-FEES                  PIC S9(10)V99 COMP-3.
           05 SRT-AVG-BALANCE              PIC S9(10)V99 COMP-3.

       SD  RANK-WORK.
       01  RANK-RECORD.
           05 RNK-SORTCODE                 PIC 9(6).
           05 RNK-CUSTOMER-NUMBER          PIC 9(10).
           05 RNK-ACCOUNTS                 PIC 9(5).
           05 RNK-INTEREST-PAID            PIC S9(11)V99 COMP-3.
           05 RNK-INTEREST-EARNED          PIC S9(11)V99 COMP-3.
           05 RNK-MAINT-FEES               PIC S9(11)V99 COMP-3.
           05 RNK-OD-FEES                  PIC S9(11)V99 COMP-3.
           05 RNK-NET                      PIC S9(11)V99 COMP-3.
           05 RNK-AVG-BALANCE              PIC S9(11)V99 COMP-3.

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  JRNLIN-STATUS.
           05 JRNLIN-STATUS1               PIC X.
           05 JRNLIN-STATUS2               PIC X.

       01  AVGOUT-STATUS.
           05 AVGOUT-STATUS1               PIC X.
           05 AVGOUT-STATUS2               PIC X.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  ACCTHLDR-STATUS.
           05 ACCTHLDR-STATUS1             PIC X.
           05 ACCTHLDR-STATUS2             PIC X.

       01  CCYRATE-STATUS.
           05 CCYRATE-STATUS1              PIC X.
           05 CCYRATE-STATUS2              PIC X.

       01  CUSTFILE-STATUS.
           05 CUSTFILE-STATUS1             PIC X.
           05 CUSTFILE-STATUS2             PIC X.

       01  PROFWK-STATUS.
           05 PROFWK-STATUS1               PIC X.
           05 PROFWK-STATUS2               PIC X.

       01  PROFOUT-STATUS.
           05 PROFOUT-STATUS1              PIC X.
           05 PROFOUT-STATUS2              PIC X.

       01  PROFRPT-STATUS.
           05 PROFRPT-STATUS1              PIC X.
           05 PROFRPT-STATUS2              PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.
       01 WS-SORT-EXIT                     PIC X    VALUE 'N'.
       01 WS-SCAN-EXIT                     PIC X    VALUE 'N'.

       01 WS-PERIOD.
           05 WS-PERIOD-YEAR               PIC 9(4).
           05 WS-PERIOD-DASH               PIC X    VALUE '-'.
           05 WS-PERIOD-MONTH              PIC 99.

       01 WS-JRNL-CNT                      PIC 9(9) VALUE 0.
       01 WS-LEG-CNT                       PIC 9(9) VALUE 0.
       01 WS-AVG-CNT                       PIC 9(7) VALUE 0.
       01 WS-OTHER-PERIOD-CNT              PIC 9(7) VALUE 0.
       01 WS-SHARED-CNT                    PIC 9(7) VALUE 0.
       01 WS-JOINT-CNT                     PIC 9(7) VALUE 0.
       01 WS-NORATE-CNT                    PIC 9(7) VALUE 0.
       01 WS-NOACCT-CNT                    PIC 9(7) VALUE 0.
       01 WS-CUST-CNT                      PIC 9(7) VALUE 0.

      *
      * The account in hand on the journal pass, and the figures
      * for whichever account is being shared out
      *
       01 WS-CUR-ACCOUNT                   PIC 9(11) VALUE 0.
       01 WS-LEG-TELLER                    PIC X(8).
       01 WS-CUR-ACTIVE                    PIC X    VALUE 'N'.
       01 WS-CUR-INTEREST                  PIC S9(10)V99 COMP-3
                                                    VALUE 0.
       01 WS-CUR-MAINT-FEES                PIC S9(10)V99 COMP-3
                                                    VALUE 0.
       01 WS-CUR-OD-FEES                   PIC S9(10)V99 COMP-3
                                                    VALUE 0.

       01 WS-ACCT-NUMBER                   PIC 9(11).
       01 WS-ACCT-COUNTED                  PIC 9.
       01 WS-ACCT-CCY                      PIC X(3).
       01 WS-ACCT-FIGURES.
           05 WS-ACCT-FIGURE               PIC S9(10)V99 COMP-3
                                           OCCURS 5 TIMES.
       01 FILLER REDEFINES WS-ACCT-FIGURES.
           05 WS-ACCT-INTEREST-PAID        PIC S9(10)V99 COMP-3.
           05 WS-ACCT-INTEREST-EARNED      PIC S9(10)V99 COMP-3.
           05 WS-ACCT-MAINT-FEES           PIC S9(10)V99 COMP-3.
           05 WS-ACCT-OD-FEES              PIC S9(10)V99 COMP-3.
           05 WS-ACCT-AVG-BALANCE          PIC S9(10)V99 COMP-3.

      *
      * Each holder's share, and what is left for the primary
      *
       01 WS-SHARE-FIGURES.
           05 WS-SHARE-FIGURE              PIC S9(10)V99 COMP-3
                                           OCCURS 5 TIMES.
       01 WS-PRIMARY-FIGURES.
           05 WS-PRIMARY-FIGURE            PIC S9(10)V99 COMP-3
                                           OCCURS 5 TIMES.
       01 WS-FIG-SUB                       PIC 9(2) COMP.

       01 WS-HOLDER-TABLE.
           05 WS-HOLDER-MAX                PIC 9(2) COMP VALUE 20.
           05 WS-HOLDER-USED               PIC 9(2) COMP VALUE 0.
           05 WS-HOLDER OCCURS 20 TIMES.
              10 WS-HLD-SORTCODE           PIC 9(6).
              10 WS-HLD-CUSTOMER           PIC 9(10).
       01 WS-HOLDER-SUB                    PIC 9(2) COMP.

      *
      * Customer totals off the first sort
      *
       01 WS-BRK-CUSTOMER-KEY.
           05 WS-BRK-SORTCODE              PIC 9(6).
           05 WS-BRK-CUSTOMER              PIC 9(10).
       01 WS-HAVE-CUSTOMER                 PIC X    VALUE 'N'.

      *
      * Ranking and sortcode totals on the second
      *
       01 WS-RANK-SORTCODE                 PIC 9(6).
       01 WS-HAVE-SORTCODE                 PIC X    VALUE 'N'.
       01 WS-RANK                          PIC 9(5).
       01 WS-SC-ACCOUNTS                   PIC 9(5).
       01 WS-SC-INTEREST-PAID              PIC S9(11)V99 COMP-3.
       01 WS-SC-INTEREST-EARNED            PIC S9(11)V99 COMP-3.
       01 WS-SC-MAINT-FEES                 PIC S9(11)V99 COMP-3.
       01 WS-SC-OD-FEES                    PIC S9(11)V99 COMP-3.
       01 WS-SC-NET                        PIC S9(11)V99 COMP-3.
       01 WS-SC-AVG-BALANCE                PIC S9(11)V99 COMP-3.

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
                 VALUE 'CUSTPROF CUSTOMER PROFITABILITY FOR  '.
           05 WS-RPT-HDR-PERIOD            PIC X(7).
           05 FILLER                       PIC X(88)
                 VALUE '  (STERLING, RANKED BY NET CONTRIBUTION)'.

       01 WS-RPT-COLUMNS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(24)
                 VALUE 'RANK  SORTCD CUSTOMER   '.
           05 FILLER                       PIC X(24)
                 VALUE 'NAME               ACCTS'.
           05 FILLER                       PIC X(13)
                 VALUE '     INT PAID'.
           05 FILLER                       PIC X(13)
                 VALUE '   INT EARNED'.
           05 FILLER                       PIC X(13)
                 VALUE '   MAINT FEES'.
           05 FILLER                       PIC X(13)
                 VALUE '      OD FEES'.
           05 FILLER                       PIC X(13)
                 VALUE '    NET CONTR'.
           05 FILLER                       PIC X(19)
                 VALUE '  AVG BALANCE'.

       01 WS-RPT-DETAIL.
           05 WS-RPT-CC                    PIC X    VALUE ' '.
           05 WS-RPT-RANK                  PIC X(5).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-SORTCODE              PIC X(6).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-CUSTOMER              PIC X(10).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-NAME                  PIC X(18).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-ACCOUNTS              PIC ZZZZ9.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-INTEREST-PAID         PIC -(8)9.99.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-INTEREST-EARNED       PIC -(8)9.99.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-MAINT-FEES            PIC -(8)9.99.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-OD-FEES               PIC -(8)9.99.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-NET                   PIC -(8)9.99.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-AVG-BALANCE           PIC -(8)9.99.
           05 FILLER                       PIC X(6) VALUE SPACES.

       01 WS-RPT-RANK-EDIT                 PIC ZZZZ9.

       01 WS-RPT-TOTAL-NAME.
           05 FILLER                       PIC X(6) VALUE 'TOTAL '.
           05 WS-RPT-TOTAL-CUSTS           PIC ZZZZ9.
           05 FILLER                       PIC X(7) VALUE ' CUSTS '.

       01 WS-RPT-SUMMARY-1.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(26)
                 VALUE 'JOURNAL LEGS READ         '.
           05 WS-RPT-SUM-JOURNAL           PIC Z(8)9.
           05 FILLER                       PIC X(26)
                 VALUE '   IN THE MONTH           '.
           05 WS-RPT-SUM-LEGS              PIC Z(8)9.
           05 FILLER                       PIC X(26)
                 VALUE '   AVERAGE BALANCES       '.
           05 WS-RPT-SUM-AVERAGES          PIC Z(6)9.
           05 FILLER                       PIC X(29) VALUE SPACES.

       01 WS-RPT-SUMMARY-2.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(26)
                 VALUE 'CUSTOMERS RANKED          '.
           05 WS-RPT-SUM-CUSTOMERS         PIC Z(8)9.
           05 FILLER                       PIC X(26)
                 VALUE '   JOINT ACCOUNTS SHARED  '.
           05 WS-RPT-SUM-JOINT             PIC Z(8)9.
           05 FILLER                       PIC X(26)
                 VALUE '   LEFT OUT - NO RATE     '.
           05 WS-RPT-SUM-NORATE            PIC Z(6)9.
           05 FILLER                       PIC X(26)
                 VALUE '   NOT ON ACCOUNT FILE    '.
           05 WS-RPT-SUM-NOACCT            PIC Z(2)9.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'CUSTPROF'.
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
           DISPLAY 'Started CUSTPROF.'.

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

           WRITE PROF-PRINT-RECORD FROM WS-RPT-HEADER.
           WRITE PROF-PRINT-RECORD FROM WS-RPT-COLUMNS.

           SORT SORT-WORK
              ON ASCENDING KEY SRT-CUSTOMER-KEY
              INPUT PROCEDURE IS SHARE-ACCOUNTS
              OUTPUT PROCEDURE IS TOTAL-CUSTOMERS.

           SORT RANK-WORK
              ON ASCENDING KEY RNK-SORTCODE
                 DESCENDING KEY RNK-NET
                 ASCENDING KEY RNK-CUSTOMER-NUMBER
              USING PROFWK
              OUTPUT PROCEDURE IS RANK-CUSTOMERS.

           MOVE WS-JRNL-CNT   TO WS-RPT-SUM-JOURNAL.
           MOVE WS-LEG-CNT    TO WS-RPT-SUM-LEGS.
           MOVE WS-AVG-CNT    TO WS-RPT-SUM-AVERAGES.
           WRITE PROF-PRINT-RECORD FROM WS-RPT-SUMMARY-1.
           MOVE WS-CUST-CNT   TO WS-RPT-SUM-CUSTOMERS.
           MOVE WS-JOINT-CNT  TO WS-RPT-SUM-JOINT.
           MOVE WS-NORATE-CNT TO WS-RPT-SUM-NORATE.
           MOVE WS-NOACCT-CNT TO WS-RPT-SUM-NOACCT.
           WRITE PROF-PRINT-RECORD FROM WS-RPT-SUMMARY-2.

           DISPLAY 'CUSTPROF ' WS-PERIOD ': ' WS-CUST-CNT
                   ' customers ranked from ' WS-LEG-CNT
                   ' legs and ' WS-AVG-CNT ' average balances ('
                   WS-NORATE-CNT ' accounts without a rate).'.

      *
      * No averages for the month means BALAVG has not been run
      * for it; an account left out for want of a rate is
      * understated. Either way the report wants looking at
      *
           IF WS-AVG-CNT = 0
              DISPLAY 'CUSTPROF - no AVGOUT balances for '
                      WS-PERIOD ', run BALAVG for the month first'
              MOVE 4 TO RETURN-CODE
           END-IF.

           IF WS-NORATE-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

      *
      * The month to report on
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
              DISPLAY 'CUSTPROF - period must be YYYY-MM, got '
                      WS-PERIOD
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE WS-PERIOD TO WS-RPT-HDR-PERIOD.

       SP999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT JRNLIN.
           IF JRNLIN-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening JRNLIN file, status='
                       JRNLIN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT AVGOUT.
           IF AVGOUT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening AVGOUT file, status='
                       AVGOUT-STATUS
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

           OPEN INPUT CCYRATE.
           IF CCYRATE-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening CCYRATE file, status='
                       CCYRATE-STATUS
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

           OPEN OUTPUT PROFOUT.
           IF PROFOUT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening PROFOUT file, status='
                       PROFOUT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT PROFRPT.
           IF PROFRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening PROFRPT file, status='
                       PROFRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * The journal is in account order, so each account's legs
      * for the month arrive together; then each account's average
      * balance. Both are shared out between the account's holders
      *
       SHARE-ACCOUNTS SECTION.
       SA010.
           READ JRNLIN
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-JRNL-CNT
              IF JRNL-ACCOUNT-NUMBER NOT = WS-CUR-ACCOUNT
                 PERFORM FINISH-JOURNAL-ACCOUNT
                 MOVE JRNL-ACCOUNT-NUMBER TO WS-CUR-ACCOUNT
              END-IF
              IF JRNL-DATE(1:7) = WS-PERIOD
                 PERFORM TAKE-ONE-LEG
              END-IF
              READ JRNLIN
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           PERFORM FINISH-JOURNAL-ACCOUNT.

           MOVE 'N' TO WS-EXIT.
           READ AVGOUT
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              IF AVG-PERIOD = WS-PERIOD
                 ADD 1 TO WS-AVG-CNT
                 MOVE 0 TO WS-ACCT-INTEREST-PAID
                           WS-ACCT-INTEREST-EARNED
                           WS-ACCT-MAINT-FEES WS-ACCT-OD-FEES
                 MOVE AVG-ACTUAL-BALANCE TO WS-ACCT-AVG-BALANCE
                 MOVE AVG-ACCOUNT-NUMBER TO WS-ACCT-NUMBER
                 MOVE 1 TO WS-ACCT-COUNTED
                 PERFORM SHARE-ONE-ACCOUNT
              ELSE
                 ADD 1 TO WS-OTHER-PERIOD-CNT
              END-IF
              READ AVGOUT
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

       SA999.
           EXIT.

      *
      * Interest legs net to what was paid or charged; a fee
      * credited back is a refund of the fee. A BATREV reversal leg
      * counts with the run it reverses.
      *
       TAKE-ONE-LEG SECTION.
       TL010.
           MOVE JRNL-TELLER TO WS-LEG-TELLER.
           IF JRNL-TELLER = 'BATREV  '
              MOVE JRNL-SUPERVISOR TO WS-LEG-TELLER
           END-IF.

           EVALUATE WS-LEG-TELLER
              WHEN 'INTACCR '
              WHEN 'INTADJ  '
                 IF JRNL-CREDIT
                    ADD JRNL-AMOUNT TO WS-CUR-INTEREST
                 ELSE
                    SUBTRACT JRNL-AMOUNT FROM WS-CUR-INTEREST
                 END-IF
              WHEN 'FEERUN  '
                 IF JRNL-DEBIT
                    ADD JRNL-AMOUNT TO WS-CUR-MAINT-FEES
                 ELSE
                    SUBTRACT JRNL-AMOUNT FROM WS-CUR-MAINT-FEES
                 END-IF
              WHEN 'ODFEE   '
                 IF JRNL-DEBIT
                    ADD JRNL-AMOUNT TO WS-CUR-OD-FEES
                 ELSE
                    SUBTRACT JRNL-AMOUNT FROM WS-CUR-OD-FEES
                 END-IF
              WHEN OTHER
                 GO TO TL999
           END-EVALUATE.

           ADD 1 TO WS-LEG-CNT.
           MOVE 'Y' TO WS-CUR-ACTIVE.

       TL999.
           EXIT.

       FINISH-JOURNAL-ACCOUNT SECTION.
       FJ010.
           IF WS-CUR-ACTIVE = 'Y'
              IF WS-CUR-INTEREST > 0
                 MOVE WS-CUR-INTEREST TO WS-ACCT-INTEREST-PAID
                 MOVE 0 TO WS-ACCT-INTEREST-EARNED
              ELSE
                 MOVE 0 TO WS-ACCT-INTEREST-PAID
                 COMPUTE WS-ACCT-INTEREST-EARNED =
                    0 - WS-CUR-INTEREST
              END-IF
              MOVE WS-CUR-MAINT-FEES TO WS-ACCT-MAINT-FEES
              MOVE WS-CUR-OD-FEES    TO WS-ACCT-OD-FEES
              MOVE 0                 TO WS-ACCT-AVG-BALANCE
              MOVE WS-CUR-ACCOUNT    TO WS-ACCT-NUMBER
              MOVE 0                 TO WS-ACCT-COUNTED
              PERFORM SHARE-ONE-ACCOUNT
           END-IF.

           MOVE 'N' TO WS-CUR-ACTIVE.
           MOVE 0 TO WS-CUR-INTEREST WS-CUR-MAINT-FEES
                     WS-CUR-OD-FEES.

       FJ999.
           EXIT.

      *
      * One account's figures, in sterling, split between its
      * holders. Only the average balance line counts the account
      * towards the customer's number of accounts
      *
       SHARE-ONE-ACCOUNT SECTION.
       SO010.
           MOVE WS-ACCT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
           END-READ.

           IF ACCTFILE-STATUS NOT = '00'
              IF ACCTFILE-STATUS NOT = '23'
                 DISPLAY 'CUSTPROF - error reading account '
                         WS-ACCT-NUMBER ' status=' ACCTFILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
              ADD 1 TO WS-NOACCT-CNT
              GO TO SO999
           END-IF.

           MOVE ACCOUNT-CURRENCY-CODE TO WS-ACCT-CCY.
           IF WS-ACCT-CCY = SPACES
              MOVE 'GBP' TO WS-ACCT-CCY
           END-IF.

           IF WS-ACCT-CCY NOT = 'GBP'
              MOVE WS-ACCT-CCY TO CCY-CODE
              READ CCYRATE
                 KEY IS CCY-CODE
              END-READ
              IF CCYRATE-STATUS NOT = '00' OR CCY-RATE-TO-GBP = 0
                 DISPLAY 'CUSTPROF - no rate for ' WS-ACCT-CCY
                         ', account ' WS-ACCT-NUMBER ' left out'
                 ADD 1 TO WS-NORATE-CNT
                 GO TO SO999
              END-IF
              PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
                      UNTIL WS-FIG-SUB > 5
                 COMPUTE WS-ACCT-FIGURE(WS-FIG-SUB) ROUNDED =
                    WS-ACCT-FIGURE(WS-FIG-SUB) * CCY-RATE-TO-GBP
              END-PERFORM
           END-IF.

           PERFORM GET-HOLDERS.

           IF WS-HOLDER-USED > 1 AND WS-ACCT-COUNTED = 1
              ADD 1 TO WS-JOINT-CNT
           END-IF.

           PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
                   UNTIL WS-FIG-SUB > 5
              DIVIDE WS-ACCT-FIGURE(WS-FIG-SUB) BY WS-HOLDER-USED
                 GIVING WS-SHARE-FIGURE(WS-FIG-SUB)
              COMPUTE WS-PRIMARY-FIGURE(WS-FIG-SUB) =
                 WS-ACCT-FIGURE(WS-FIG-SUB) -
                 WS-SHARE-FIGURE(WS-FIG-SUB) * (WS-HOLDER-USED - 1)
           END-PERFORM.

           MOVE WS-ACCT-NUMBER  TO SRT-ACCOUNT-NUMBER.
           MOVE WS-ACCT-COUNTED TO SRT-ACCOUNTS.

           MOVE WS-HLD-SORTCODE(1)      TO SRT-SORTCODE.
           MOVE WS-HLD-CUSTOMER(1)      TO SRT-CUSTOMER-NUMBER.
           MOVE WS-PRIMARY-FIGURE(1)    TO SRT-INTEREST-PAID.
           MOVE WS-PRIMARY-FIGURE(2)    TO SRT-INTEREST-EARNED.
           MOVE WS-PRIMARY-FIGURE(3)    TO SRT-MAINT-FEES.
           MOVE WS-PRIMARY-FIGURE(4)    TO SRT-OD-FEES.
           MOVE WS-PRIMARY-FIGURE(5)    TO SRT-AVG-BALANCE.
           RELEASE SORT-RECORD.

           PERFORM VARYING WS-HOLDER-SUB FROM 2 BY 1
                   UNTIL WS-HOLDER-SUB > WS-HOLDER-USED
              MOVE WS-HLD-SORTCODE(WS-HOLDER-SUB) TO SRT-SORTCODE
              MOVE WS-HLD-CUSTOMER(WS-HOLDER-SUB)
                 TO SRT-CUSTOMER-NUMBER
              MOVE WS-SHARE-FIGURE(1)   TO SRT-INTEREST-PAID
              MOVE WS-SHARE-FIGURE(2)   TO SRT-INTEREST-EARNED
              MOVE WS-SHARE-FIGURE(3)   TO SRT-MAINT-FEES
              MOVE WS-SHARE-FIGURE(4)   TO SRT-OD-FEES
              MOVE WS-SHARE-FIGURE(5)   TO SRT-AVG-BALANCE
              RELEASE SORT-RECORD
           END-PERFORM.

           ADD 1 TO WS-SHARED-CNT.

       SO999.
           EXIT.

      *
      * The primary customer, then the other holders on ACCTHLDR
      *
       GET-HOLDERS SECTION.
       GH010.
           MOVE 1 TO WS-HOLDER-USED.
           MOVE ACCOUNT-SORTCODE        TO WS-HLD-SORTCODE(1).
           MOVE ACCOUNT-CUSTOMER-NUMBER TO WS-HLD-CUSTOMER(1).

           MOVE ACCOUNT-NUMBER TO AHLD-ACCOUNT-NUMBER.
           MOVE 0 TO AHLD-SORTCODE AHLD-CUSTOMER-NUMBER.

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
                 IF AHLD-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                    MOVE 'Y' TO WS-SCAN-EXIT
                 ELSE
                    IF AHLD-SORTCODE NOT = ACCOUNT-SORTCODE OR
                       AHLD-CUSTOMER-NUMBER NOT =
                          ACCOUNT-CUSTOMER-NUMBER
                       PERFORM ADD-HOLDER
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       GH999.
           EXIT.

       ADD-HOLDER SECTION.
       AH010.
           IF WS-HOLDER-USED NOT < WS-HOLDER-MAX
              DISPLAY 'CUSTPROF - more than ' WS-HOLDER-MAX
                      ' holders on account ' ACCOUNT-NUMBER
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-HOLDER-USED.
           MOVE AHLD-SORTCODE        TO WS-HLD-SORTCODE(WS-HOLDER-USED).
           MOVE AHLD-CUSTOMER-NUMBER TO WS-HLD-CUSTOMER(WS-HOLDER-USED).

       AH999.
           EXIT.

      *
      * The shares in customer order, totalled to one work record
      * per customer for the ranking sort
      *
       TOTAL-CUSTOMERS SECTION.
       TC010.
           OPEN OUTPUT PROFWK.
           IF PROFWK-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening PROFWK file, status='
                       PROFWK-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           RETURN SORT-WORK
             AT END MOVE 'Y' TO WS-SORT-EXIT
           END-RETURN.

           PERFORM UNTIL WS-SORT-EXIT = 'Y'
              IF WS-HAVE-CUSTOMER = 'Y' AND
                 SRT-CUSTOMER-KEY NOT = WS-BRK-CUSTOMER-KEY
                 PERFORM WRITE-CUSTOMER-TOTAL
              END-IF
              IF WS-HAVE-CUSTOMER = 'N'
                 MOVE 'Y' TO WS-HAVE-CUSTOMER
                 MOVE SRT-CUSTOMER-KEY TO WS-BRK-CUSTOMER-KEY
                 MOVE SRT-SORTCODE        TO PWK-SORTCODE
                 MOVE SRT-CUSTOMER-NUMBER TO PWK-CUSTOMER-NUMBER
                 MOVE 0 TO PWK-ACCOUNTS PWK-INTEREST-PAID
                           PWK-INTEREST-EARNED PWK-MAINT-FEES
                           PWK-OD-FEES PWK-NET PWK-AVG-BALANCE
              END-IF
              ADD SRT-ACCOUNTS        TO PWK-ACCOUNTS
              ADD SRT-INTEREST-PAID   TO PWK-INTEREST-PAID
              ADD SRT-INTEREST-EARNED TO PWK-INTEREST-EARNED
              ADD SRT-MAINT-FEES      TO PWK-MAINT-FEES
              ADD SRT-OD-FEES         TO PWK-OD-FEES
              ADD SRT-AVG-BALANCE     TO PWK-AVG-BALANCE
              RETURN SORT-WORK
                AT END MOVE 'Y' TO WS-SORT-EXIT
              END-RETURN
           END-PERFORM.

           IF WS-HAVE-CUSTOMER = 'Y'
              PERFORM WRITE-CUSTOMER-TOTAL
           END-IF.

           CLOSE PROFWK.

       TC999.
           EXIT.

       WRITE-CUSTOMER-TOTAL SECTION.
       WC010.
           COMPUTE PWK-NET =
              PWK-INTEREST-EARNED + PWK-MAINT-FEES + PWK-OD-FEES
              - PWK-INTEREST-PAID.

           WRITE PROFIT-WORK-RECORD.
           IF PROFWK-STATUS NOT = '00'
              DISPLAY 'CUSTPROF - error writing PROFWK, status='
                      PROFWK-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'N' TO WS-HAVE-CUSTOMER.

       WC999.
           EXIT.

      *
      * Customers in sortcode order, best contribution first, each
      * named from the customer file and numbered within its
      * sortcode
      *
       RANK-CUSTOMERS SECTION.
       RK010.
           MOVE 'N' TO WS-SORT-EXIT.
           RETURN RANK-WORK
             AT END MOVE 'Y' TO WS-SORT-EXIT
           END-RETURN.

           PERFORM UNTIL WS-SORT-EXIT = 'Y'
              IF WS-HAVE-SORTCODE = 'Y' AND
                 RNK-SORTCODE NOT = WS-RANK-SORTCODE
                 PERFORM WRITE-SORTCODE-TOTAL
              END-IF
              IF WS-HAVE-SORTCODE = 'N'
                 MOVE 'Y' TO WS-HAVE-SORTCODE
                 MOVE RNK-SORTCODE TO WS-RANK-SORTCODE
                 MOVE 0 TO WS-RANK WS-SC-ACCOUNTS
                           WS-SC-INTEREST-PAID WS-SC-INTEREST-EARNED
                           WS-SC-MAINT-FEES WS-SC-OD-FEES WS-SC-NET
                           WS-SC-AVG-BALANCE
              END-IF
              PERFORM REPORT-ONE-CUSTOMER
              RETURN RANK-WORK
                AT END MOVE 'Y' TO WS-SORT-EXIT
              END-RETURN
           END-PERFORM.

           IF WS-HAVE-SORTCODE = 'Y'
              PERFORM WRITE-SORTCODE-TOTAL
           END-IF.

       RK999.
           EXIT.

       REPORT-ONE-CUSTOMER SECTION.
       RC010.
           ADD 1 TO WS-RANK WS-CUST-CNT.

           MOVE RNK-SORTCODE        TO CUSTOMER-SORTCODE.
           MOVE RNK-CUSTOMER-NUMBER TO CUSTOMER-NUMBER.
           READ CUSTFILE
              KEY IS CUSTOMER-KEY
           END-READ.
           IF CUSTFILE-STATUS NOT = '00'
              MOVE '*** NOT ON CUSTOMER FILE ***' TO CUSTOMER-NAME
           END-IF.

           MOVE ' '                 TO WS-RPT-CC.
           MOVE WS-RANK             TO WS-RPT-RANK-EDIT.
           MOVE WS-RPT-RANK-EDIT    TO WS-RPT-RANK.
           MOVE RNK-SORTCODE        TO WS-RPT-SORTCODE.
           MOVE RNK-CUSTOMER-NUMBER TO WS-RPT-CUSTOMER.
           MOVE CUSTOMER-NAME       TO WS-RPT-NAME.
           MOVE RNK-ACCOUNTS        TO WS-RPT-ACCOUNTS.
           MOVE RNK-INTEREST-PAID   TO WS-RPT-INTEREST-PAID.
           MOVE RNK-INTEREST-EARNED TO WS-RPT-INTEREST-EARNED.
           MOVE RNK-MAINT-FEES      TO WS-RPT-MAINT-FEES.
           MOVE RNK-OD-FEES         TO WS-RPT-OD-FEES.
           MOVE RNK-NET             TO WS-RPT-NET.
           MOVE RNK-AVG-BALANCE     TO WS-RPT-AVG-BALANCE.
           WRITE PROF-PRINT-RECORD FROM WS-RPT-DETAIL.

           MOVE SPACES              TO PROFIT-RECORD.
           MOVE WS-PERIOD           TO PRF-PERIOD.
           MOVE RNK-SORTCODE        TO PRF-SORTCODE.
           MOVE RNK-CUSTOMER-NUMBER TO PRF-CUSTOMER-NUMBER.
           MOVE WS-RANK             TO PRF-RANK.
           MOVE RNK-ACCOUNTS        TO PRF-ACCOUNTS.
           MOVE RNK-INTEREST-PAID   TO PRF-INTEREST-PAID.
           MOVE RNK-INTEREST-EARNED TO PRF-INTEREST-EARNED.
           MOVE RNK-MAINT-FEES      TO PRF-MAINT-FEES.
           MOVE RNK-OD-FEES         TO PRF-OD-FEES.
           MOVE RNK-NET             TO PRF-NET-CONTRIBUTION.
           MOVE RNK-AVG-BALANCE     TO PRF-AVG-BALANCE.
           MOVE CUSTOMER-NAME       TO PRF-CUSTOMER-NAME.
           WRITE PROFIT-RECORD.
           IF PROFOUT-STATUS NOT = '00'
              DISPLAY 'CUSTPROF - error writing PROFOUT, status='
                      PROFOUT-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD RNK-ACCOUNTS        TO WS-SC-ACCOUNTS.
           ADD RNK-INTEREST-PAID   TO WS-SC-INTEREST-PAID.
           ADD RNK-INTEREST-EARNED TO WS-SC-INTEREST-EARNED.
           ADD RNK-MAINT-FEES      TO WS-SC-MAINT-FEES.
           ADD RNK-OD-FEES         TO WS-SC-OD-FEES.
           ADD RNK-NET             TO WS-SC-NET.
           ADD RNK-AVG-BALANCE     TO WS-SC-AVG-BALANCE.

       RC999.
           EXIT.

       WRITE-SORTCODE-TOTAL SECTION.
       WS010.
           MOVE '0'                 TO WS-RPT-CC.
           MOVE SPACES              TO WS-RPT-RANK.
           MOVE WS-RANK-SORTCODE    TO WS-RPT-SORTCODE.
           MOVE 'SORTCODE  '        TO WS-RPT-CUSTOMER.
           MOVE WS-RANK             TO WS-RPT-TOTAL-CUSTS.
           MOVE WS-RPT-TOTAL-NAME   TO WS-RPT-NAME.
           MOVE WS-SC-ACCOUNTS      TO WS-RPT-ACCOUNTS.
           MOVE WS-SC-INTEREST-PAID   TO WS-RPT-INTEREST-PAID.
           MOVE WS-SC-INTEREST-EARNED TO WS-RPT-INTEREST-EARNED.
           MOVE WS-SC-MAINT-FEES    TO WS-RPT-MAINT-FEES.
           MOVE WS-SC-OD-FEES       TO WS-RPT-OD-FEES.
           MOVE WS-SC-NET           TO WS-RPT-NET.
           MOVE WS-SC-AVG-BALANCE   TO WS-RPT-AVG-BALANCE.
           WRITE PROF-PRINT-RECORD FROM WS-RPT-DETAIL.

           MOVE SPACES TO PROF-PRINT-RECORD.
           WRITE PROF-PRINT-RECORD.

           MOVE 'N' TO WS-HAVE-SORTCODE.

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
              DISPLAY 'CUSTPROF - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-CUST-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE JRNLIN.
           CLOSE AVGOUT.
           CLOSE ACCTFILE.
           CLOSE ACCTHLDR.
           CLOSE CCYRATE.
           CLOSE CUSTFILE.
           CLOSE PROFOUT.
           CLOSE PROFRPT.

       CF999.
           EXIT.
