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
      * Nightly control-account reconciliation of the general
      * ledger against the ACCOUNT sub-ledger. The CULI customer
      * liability line GLPOST keeps on GLSUM, summed over every
      * day up to the business date, must equal the sum of
      * ACCOUNT-ACTUAL-BALANCE over the accounts of the same
      * sortcode in the same currency (spaces taken as GBP on both
      * sides - GLSUM lines written before the currency joined the
      * key carry spaces there, and were all sterling) -
      * every balance movement is journalled and every journal leg
      * posts CULI, so the two can only part company if something
      * moved a balance without a leg, or a leg without a balance.
      *
      * Interest INTACCR has accrued but not yet posted sits on
      * the ACCRUAL file and is on neither side. It is carried as
      * the known reconciling item: shown against each line, so
      * the tie-out shows the whole amount owed to customers, but
      * never counted as a difference.
      *
      * A transfer keyed after its cut-off is value-dated the next
      * business day but moves the balance when it is keyed, so
      * its legs (JRNL-DATE after the business date) are in
      * tonight's ledger balances while GLPOST will not book them
      * to CULI until the value date. They are read from TXNJRNL,
      * netted by the account's sortcode and the leg currency the
      * way GLPOST will post them, and shown as the second
      * reconciling item: GL CULI plus the value-dated-ahead net
      * must equal the ledger.
      *
      * The GLRCRPT report lists every sortcode and currency in
      * currency order with a total per currency. Each line that
      * does not agree raises an ACTION alert through ALERTSUB and
      * the run ends RC 4.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECON.
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

           SELECT GLSUM
                  ASSIGN TO GLSUM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS GLS-KEY
                  FILE STATUS  IS GLSUM-STATUS.

           SELECT ACCTFILE
                  ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT ACCRUAL
                  ASSIGN TO ACCRUAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACCR-ACCOUNT-NUMBER
                  FILE STATUS  IS ACCRUAL-STATUS.

           SELECT GLRCRPT
                  ASSIGN TO GLRCRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS GLRCRPT-STATUS.

           SELECT SORT-WORK
                  ASSIGN TO SORTWK01.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  JRNLIN.
       01  JOURNAL-RECORD.
       COPY TXNJRNL.

       FD  GLSUM.
       01  GL-SUMMARY-RECORD.
       COPY GLSUM.

       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  ACCRUAL.
       01  ACCRUAL-RECORD.
           05 ACCR-ACCOUNT-NUMBER          PIC 9(11).
           05 ACCR-SORTCODE                PIC 9(6).
           05 ACCR-ACCRUED-AMOUNT          PIC S9(10)V99 COMP-3.
           05 ACCR-LAST-ACCRUAL-DATE       PIC X(10).
           05 ACCR-LAST-POSTED-DATE        PIC X(10).
           05 FILLER                       PIC X(16).

       FD  GLRCRPT.
       01  GLRC-PRINT-RECORD               PIC X(133).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SRT-KEY.
              10 SRT-CURRENCY              PIC X(3).
              10 SRT-SORTCODE              PIC 9(6).
           05 SRT-GL-AMOUNT                PIC S9(13)V99 COMP-3.
           05 SRT-LEDGER-AMOUNT            PIC S9(13)V99 COMP-3.
           05 SRT-ACCRUED-AMOUNT           PIC S9(13)V99 COMP-3.
           05 SRT-AHEAD-AMOUNT             PIC S9(13)V99 COMP-3.
           05 SRT-ACCOUNT-CNT              PIC 9(7).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  JRNLIN-STATUS.
           05 JRNLIN-STATUS1               PIC X.
           05 JRNLIN-STATUS2               PIC X.

       01  GLSUM-STATUS.
           05 GLSUM-STATUS1                PIC X.
           05 GLSUM-STATUS2                PIC X.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  ACCRUAL-STATUS.
           05 ACCRUAL-STATUS1              PIC X.
           05 ACCRUAL-STATUS2              PIC X.

       01  GLRCRPT-STATUS.
           05 GLRCRPT-STATUS1              PIC X.
           05 GLRCRPT-STATUS2              PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.
       01 WS-SORT-EXIT                     PIC X    VALUE 'N'.

       01 WS-GL-LINE-CNT                   PIC 9(7) VALUE 0.
       01 WS-ACCT-CNT                      PIC 9(7) VALUE 0.
       01 WS-ACCRUAL-CNT                   PIC 9(7) VALUE 0.
       01 WS-AHEAD-LEG-CNT                 PIC 9(7) VALUE 0.
       01 WS-NOACCT-CNT                    PIC 9(7) VALUE 0.
       01 WS-AGREED-CNT                    PIC 9(5) VALUE 0.
       01 WS-DIFFER-CNT                    PIC 9(5) VALUE 0.

       01 WS-FIND-SORTCODE                 PIC 9(6).
       01 WS-FIND-CURRENCY                 PIC X(3).
       01 WS-DIFFERENCE                    PIC S9(13)V99 COMP-3.
       01 WS-SIGNED-AMOUNT                 PIC S9(13)V99 COMP-3.

       01 WS-LAST-ACCOUNT                  PIC 9(11) VALUE 0.
       01 WS-LAST-FOUND                    PIC X    VALUE 'N'.
       01 WS-LAST-SORTCODE                 PIC 9(6) VALUE 0.

      *
      * One line per sortcode and currency, both sides gathered
      * here and sorted into currency order for the report
      *
       01 WS-RCN-TABLE.
           05 WS-RCN-MAX                   PIC 9(3) COMP VALUE 500.
           05 WS-RCN-USED                  PIC 9(3) COMP VALUE 0.
           05 WS-RCN-ENTRY OCCURS 500 TIMES
                 INDEXED BY RCN-NDX.
              10 WS-RCN-SORTCODE           PIC 9(6).
              10 WS-RCN-CURRENCY           PIC X(3).
              10 WS-RCN-GL-AMOUNT          PIC S9(13)V99 COMP-3.
              10 WS-RCN-LEDGER-AMOUNT      PIC S9(13)V99 COMP-3.
              10 WS-RCN-ACCRUED-AMOUNT     PIC S9(13)V99 COMP-3.
              10 WS-RCN-AHEAD-AMOUNT       PIC S9(13)V99 COMP-3.
              10 WS-RCN-ACCOUNT-CNT        PIC 9(7).

      *
      * Running totals for the currency in hand
      *
       01 WS-CCY-TOTALS.
           05 WS-CCY-CURRENCY              PIC X(3) VALUE SPACES.
           05 WS-CCY-GL-AMOUNT             PIC S9(14)V99 COMP-3.
           05 WS-CCY-LEDGER-AMOUNT         PIC S9(14)V99 COMP-3.
           05 WS-CCY-DIFFERENCE            PIC S9(14)V99 COMP-3.
           05 WS-CCY-ACCRUED-AMOUNT        PIC S9(14)V99 COMP-3.
           05 WS-CCY-AHEAD-AMOUNT          PIC S9(14)V99 COMP-3.
           05 WS-CCY-ACCOUNT-CNT           PIC 9(7).

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

       01 WS-ALERT-PARM.
           05 WS-ALERT-SEVERITY            PIC X(6).
           05 WS-ALERT-PROGRAM             PIC X(8)
                                               VALUE 'GLRECON '.
           05 WS-ALERT-MESSAGE             PIC X(72).

       01 WS-ALERT-TEXT.
           05 FILLER                       PIC X(18)
                 VALUE 'GLRECON: SORTCODE '.
           05 WS-AT-SORTCODE               PIC 9(6).
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-AT-CURRENCY               PIC X(3).
           05 FILLER                       PIC X(26)
                 VALUE ' CULI DIFFERS FROM LEDGER '.
           05 WS-AT-DIFFERENCE             PIC -(13)9.99.
           05 FILLER                       PIC X    VALUE ' '.

       01 WS-RPT-HEADER.
           05 FILLER                       PIC X    VALUE '1'.
           05 FILLER                       PIC X(40)
                 VALUE 'GLRECON CULI CONTROL RECONCILIATION FOR '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(82) VALUE SPACES.

       01 WS-RPT-COLUMNS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(13)
                 VALUE 'SORTCD  CCY'.
           05 FILLER                       PIC X(19)
                 VALUE '          GL CULI'.
           05 FILLER                       PIC X(19)
                 VALUE '  LEDGER BALANCES'.
           05 FILLER                       PIC X(19)
                 VALUE '       DIFFERENCE'.
           05 FILLER                       PIC X(19)
                 VALUE ' ACCRUED UNPOSTED'.
           05 FILLER                       PIC X(19)
                 VALUE 'VALUE-DATED AHEAD'.
           05 FILLER                       PIC X(9)
                 VALUE 'ACCOUNTS'.
           05 FILLER                       PIC X(15)
                 VALUE 'VERDICT'.

       01 WS-RPT-DETAIL.
           05 WS-RPT-CC                    PIC X    VALUE ' '.
           05 WS-RPT-SORTCODE              PIC X(6).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-CURRENCY              PIC X(3).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-GL-AMOUNT             PIC -(13)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-LEDGER-AMOUNT         PIC -(13)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-DIFFERENCE            PIC -(13)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-ACCRUED-AMOUNT        PIC -(13)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-AHEAD-AMOUNT          PIC -(13)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-ACCOUNT-CNT           PIC Z(6)9.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-VERDICT               PIC X(15).

       01 WS-RPT-SUMMARY.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(24)
                 VALUE 'SORTCODE LINES AGREED   '.
           05 WS-RPT-SUM-AGREED            PIC Z(4)9.
           05 FILLER                       PIC X(24)
                 VALUE '   WITH A DIFFERENCE    '.
           05 WS-RPT-SUM-DIFFER            PIC Z(4)9.
           05 FILLER                       PIC X(74) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'GLRECON '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started GLRECON.'.

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

           WRITE GLRC-PRINT-RECORD FROM WS-RPT-HEADER.
           WRITE GLRC-PRINT-RECORD FROM WS-RPT-COLUMNS.

           PERFORM GATHER-GL-SIDE.

           PERFORM GATHER-LEDGER-SIDE.

           PERFORM GATHER-VALUE-DATED-AHEAD.

           SORT SORT-WORK
              ON ASCENDING KEY SRT-KEY
              INPUT PROCEDURE IS RELEASE-LINES
              OUTPUT PROCEDURE IS REPORT-LINES.

           MOVE WS-AGREED-CNT TO WS-RPT-SUM-AGREED.
           MOVE WS-DIFFER-CNT TO WS-RPT-SUM-DIFFER.
           WRITE GLRC-PRINT-RECORD FROM WS-RPT-SUMMARY.

           DISPLAY 'GLRECON read ' WS-GL-LINE-CNT ' CULI lines and '
                   WS-ACCT-CNT ' accounts (' WS-ACCRUAL-CNT
                   ' with unposted accrual), ' WS-AHEAD-LEG-CNT
                   ' legs value-dated ahead (' WS-NOACCT-CNT
                   ' without an account record): ' WS-AGREED-CNT
                   ' sortcode lines agreed, ' WS-DIFFER-CNT
                   ' with a difference.'.

           IF WS-DIFFER-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
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

           OPEN INPUT GLSUM.
           IF GLSUM-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening GLSUM file, status='
                       GLSUM-STATUS
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

           OPEN INPUT ACCRUAL.
           IF ACCRUAL-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ACCRUAL file, status='
                       ACCRUAL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT GLRCRPT.
           IF GLRCRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening GLRCRPT file, status='
                       GLRCRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * The GL side - every CULI line up to the business date
      *
       GATHER-GL-SIDE SECTION.
       GG010.
           MOVE 'N' TO WS-EXIT.
           READ GLSUM
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              IF GLS-DATE > WS-RUN-DATE
                 MOVE 'Y' TO WS-EXIT
              ELSE
                 IF GLS-GL-CODE = 'CULI'
                    ADD 1 TO WS-GL-LINE-CNT
                    MOVE GLS-SORTCODE TO WS-FIND-SORTCODE
                    IF GLS-CURRENCY = SPACES
                       MOVE 'GBP' TO WS-FIND-CURRENCY
                    ELSE
                       MOVE GLS-CURRENCY TO WS-FIND-CURRENCY
                    END-IF
                    PERFORM FIND-RECON-LINE
                    ADD GLS-AMOUNT TO WS-RCN-GL-AMOUNT(RCN-NDX)
                 END-IF
                 READ GLSUM
                   AT END MOVE 'Y' TO WS-EXIT
                 END-READ
              END-IF
           END-PERFORM.

       GG999.
           EXIT.

      *
      * The sub-ledger side - every account's actual balance, and
      * its unposted accrual as the reconciling item
      *
       GATHER-LEDGER-SIDE SECTION.
       GL010.
           MOVE 'N' TO WS-EXIT.
           READ ACCTFILE NEXT RECORD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-ACCT-CNT
              PERFORM TAKE-ONE-ACCOUNT
              READ ACCTFILE NEXT RECORD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

       GL999.
           EXIT.

       TAKE-ONE-ACCOUNT SECTION.
       TA010.
           MOVE ACCOUNT-SORTCODE TO WS-FIND-SORTCODE.
           IF ACCOUNT-CURRENCY-CODE = SPACES
              MOVE 'GBP' TO WS-FIND-CURRENCY
           ELSE
              MOVE ACCOUNT-CURRENCY-CODE TO WS-FIND-CURRENCY
           END-IF.
           PERFORM FIND-RECON-LINE.

           ADD ACCOUNT-ACTUAL-BALANCE TO WS-RCN-LEDGER-AMOUNT(RCN-NDX).
           ADD 1 TO WS-RCN-ACCOUNT-CNT(RCN-NDX).

           MOVE ACCOUNT-NUMBER TO ACCR-ACCOUNT-NUMBER.
           READ ACCRUAL
              KEY IS ACCR-ACCOUNT-NUMBER
           END-READ.

           IF ACCRUAL-STATUS = '00' AND ACCR-ACCRUED-AMOUNT NOT = 0
              ADD 1 TO WS-ACCRUAL-CNT
              ADD ACCR-ACCRUED-AMOUNT
                 TO WS-RCN-ACCRUED-AMOUNT(RCN-NDX)
           END-IF.

       TA999.
           EXIT.

      *
      * Legs value-dated after the business date - in the ledger
      * balances already, on CULI only once GLPOST reaches their
      * value date. A credit leg raised the balance, a debit leg
      * lowered it, the same sign GLPOST gives the CULI line.
      *
       GATHER-VALUE-DATED-AHEAD SECTION.
       GV010.
           MOVE 'N' TO WS-EXIT.
           READ JRNLIN
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              IF JRNL-DATE > WS-RUN-DATE
                 PERFORM TAKE-ONE-AHEAD-LEG
              END-IF
              READ JRNLIN
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

       GV999.
           EXIT.

       TAKE-ONE-AHEAD-LEG SECTION.
       TL010.
           IF JRNL-ACCOUNT-NUMBER NOT = WS-LAST-ACCOUNT OR
              WS-LAST-FOUND NOT = 'Y'
              MOVE JRNL-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
                                          WS-LAST-ACCOUNT
              READ ACCTFILE
                 KEY IS ACCOUNT-NUMBER
              END-READ
              IF ACCTFILE-STATUS = '00'
                 MOVE 'Y' TO WS-LAST-FOUND
                 MOVE ACCOUNT-SORTCODE TO WS-LAST-SORTCODE
              ELSE
                 MOVE 'N' TO WS-LAST-FOUND
                 MOVE 0 TO WS-LAST-SORTCODE
              END-IF
           END-IF.

      *
      * A leg with no account moved no ledger balance, and GLPOST
      * posts it to sortcode zero - leave it to show there
      *
           IF WS-LAST-FOUND NOT = 'Y'
              ADD 1 TO WS-NOACCT-CNT
              GO TO TL999
           END-IF.

           ADD 1 TO WS-AHEAD-LEG-CNT.

           IF JRNL-CREDIT
              MOVE JRNL-AMOUNT TO WS-SIGNED-AMOUNT
           ELSE
              COMPUTE WS-SIGNED-AMOUNT = 0 - JRNL-AMOUNT
           END-IF.

           MOVE WS-LAST-SORTCODE TO WS-FIND-SORTCODE.
           IF JRNL-CURRENCY-CODE = SPACES
              MOVE 'GBP' TO WS-FIND-CURRENCY
           ELSE
              MOVE JRNL-CURRENCY-CODE TO WS-FIND-CURRENCY
           END-IF.
           PERFORM FIND-RECON-LINE.

           ADD WS-SIGNED-AMOUNT TO WS-RCN-AHEAD-AMOUNT(RCN-NDX).

       TL999.
           EXIT.

       FIND-RECON-LINE SECTION.
       FR010.
           SET RCN-NDX TO 1.
           SEARCH WS-RCN-ENTRY
              AT END
                 DISPLAY 'GLRECON - reconciliation table full, run '
                         'refused'
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              WHEN RCN-NDX > WS-RCN-USED
                 ADD 1 TO WS-RCN-USED
                 MOVE WS-FIND-SORTCODE TO WS-RCN-SORTCODE(RCN-NDX)
                 MOVE WS-FIND-CURRENCY TO WS-RCN-CURRENCY(RCN-NDX)
                 MOVE 0 TO WS-RCN-GL-AMOUNT(RCN-NDX)
                           WS-RCN-LEDGER-AMOUNT(RCN-NDX)
                           WS-RCN-ACCRUED-AMOUNT(RCN-NDX)
                           WS-RCN-AHEAD-AMOUNT(RCN-NDX)
                           WS-RCN-ACCOUNT-CNT(RCN-NDX)
              WHEN WS-RCN-SORTCODE(RCN-NDX) = WS-FIND-SORTCODE AND
                   WS-RCN-CURRENCY(RCN-NDX) = WS-FIND-CURRENCY
                 CONTINUE
           END-SEARCH.

       FR999.
           EXIT.

       RELEASE-LINES SECTION.
       RL010.
           PERFORM VARYING RCN-NDX FROM 1 BY 1
              UNTIL RCN-NDX > WS-RCN-USED
              MOVE WS-RCN-CURRENCY(RCN-NDX)  TO SRT-CURRENCY
              MOVE WS-RCN-SORTCODE(RCN-NDX)  TO SRT-SORTCODE
              MOVE WS-RCN-GL-AMOUNT(RCN-NDX) TO SRT-GL-AMOUNT
              MOVE WS-RCN-LEDGER-AMOUNT(RCN-NDX)
                                             TO SRT-LEDGER-AMOUNT
              MOVE WS-RCN-ACCRUED-AMOUNT(RCN-NDX)
                                             TO SRT-ACCRUED-AMOUNT
              MOVE WS-RCN-AHEAD-AMOUNT(RCN-NDX)
                                             TO SRT-AHEAD-AMOUNT
              MOVE WS-RCN-ACCOUNT-CNT(RCN-NDX)
                                             TO SRT-ACCOUNT-CNT
              RELEASE SORT-RECORD
           END-PERFORM.

       RL999.
           EXIT.

      *
      * One line per sortcode and currency, a total line as each
      * currency ends
      *
       REPORT-LINES SECTION.
       RP010.
           RETURN SORT-WORK
             AT END MOVE 'Y' TO WS-SORT-EXIT
           END-RETURN.

           PERFORM UNTIL WS-SORT-EXIT = 'Y'
              IF SRT-CURRENCY NOT = WS-CCY-CURRENCY
                 IF WS-CCY-CURRENCY NOT = SPACES
                    PERFORM WRITE-CURRENCY-TOTAL
                 END-IF
                 MOVE SRT-CURRENCY TO WS-CCY-CURRENCY
                 MOVE 0 TO WS-CCY-GL-AMOUNT WS-CCY-LEDGER-AMOUNT
                           WS-CCY-DIFFERENCE WS-CCY-ACCRUED-AMOUNT
                           WS-CCY-AHEAD-AMOUNT WS-CCY-ACCOUNT-CNT
              END-IF
              PERFORM REPORT-ONE-LINE
              RETURN SORT-WORK
                AT END MOVE 'Y' TO WS-SORT-EXIT
              END-RETURN
           END-PERFORM.

           IF WS-CCY-CURRENCY NOT = SPACES
              PERFORM WRITE-CURRENCY-TOTAL
           END-IF.

       RP999.
           EXIT.

       REPORT-ONE-LINE SECTION.
       RO010.
           COMPUTE WS-DIFFERENCE =
              SRT-GL-AMOUNT + SRT-AHEAD-AMOUNT - SRT-LEDGER-AMOUNT.

           MOVE ' '                TO WS-RPT-CC.
           MOVE SRT-SORTCODE       TO WS-RPT-SORTCODE.
           MOVE SRT-CURRENCY       TO WS-RPT-CURRENCY.
           MOVE SRT-GL-AMOUNT      TO WS-RPT-GL-AMOUNT.
           MOVE SRT-LEDGER-AMOUNT  TO WS-RPT-LEDGER-AMOUNT.
           MOVE WS-DIFFERENCE      TO WS-RPT-DIFFERENCE.
           MOVE SRT-ACCRUED-AMOUNT TO WS-RPT-ACCRUED-AMOUNT.
           MOVE SRT-AHEAD-AMOUNT   TO WS-RPT-AHEAD-AMOUNT.
           MOVE SRT-ACCOUNT-CNT    TO WS-RPT-ACCOUNT-CNT.

           IF WS-DIFFERENCE = 0
              ADD 1 TO WS-AGREED-CNT
              MOVE 'AGREED'         TO WS-RPT-VERDICT
           ELSE
              ADD 1 TO WS-DIFFER-CNT
              MOVE 'DIFF - ALERTED' TO WS-RPT-VERDICT
              MOVE SRT-SORTCODE  TO WS-AT-SORTCODE
              MOVE SRT-CURRENCY  TO WS-AT-CURRENCY
              MOVE WS-DIFFERENCE TO WS-AT-DIFFERENCE
              MOVE 'ACTION' TO WS-ALERT-SEVERITY
              MOVE WS-ALERT-TEXT TO WS-ALERT-MESSAGE
              CALL 'ALERTSUB' USING WS-ALERT-PARM
           END-IF.

           WRITE GLRC-PRINT-RECORD FROM WS-RPT-DETAIL.

           ADD SRT-GL-AMOUNT      TO WS-CCY-GL-AMOUNT.
           ADD SRT-LEDGER-AMOUNT  TO WS-CCY-LEDGER-AMOUNT.
           ADD WS-DIFFERENCE      TO WS-CCY-DIFFERENCE.
           ADD SRT-ACCRUED-AMOUNT TO WS-CCY-ACCRUED-AMOUNT.
           ADD SRT-AHEAD-AMOUNT   TO WS-CCY-AHEAD-AMOUNT.
           ADD SRT-ACCOUNT-CNT    TO WS-CCY-ACCOUNT-CNT.

       RO999.
           EXIT.

       WRITE-CURRENCY-TOTAL SECTION.
       WC010.
           MOVE '0'                   TO WS-RPT-CC.
           MOVE 'TOTAL '              TO WS-RPT-SORTCODE.
           MOVE WS-CCY-CURRENCY       TO WS-RPT-CURRENCY.
           MOVE WS-CCY-GL-AMOUNT      TO WS-RPT-GL-AMOUNT.
           MOVE WS-CCY-LEDGER-AMOUNT  TO WS-RPT-LEDGER-AMOUNT.
           MOVE WS-CCY-DIFFERENCE     TO WS-RPT-DIFFERENCE.
           MOVE WS-CCY-ACCRUED-AMOUNT TO WS-RPT-ACCRUED-AMOUNT.
           MOVE WS-CCY-AHEAD-AMOUNT   TO WS-RPT-AHEAD-AMOUNT.
           MOVE WS-CCY-ACCOUNT-CNT    TO WS-RPT-ACCOUNT-CNT.
           IF WS-CCY-DIFFERENCE = 0
              MOVE 'AGREED'     TO WS-RPT-VERDICT
           ELSE
              MOVE 'DIFFERENCE' TO WS-RPT-VERDICT
           END-IF.
           WRITE GLRC-PRINT-RECORD FROM WS-RPT-DETAIL.

           MOVE SPACES TO GLRC-PRINT-RECORD.
           WRITE GLRC-PRINT-RECORD.

       WC999.
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
              DISPLAY 'GLRECON - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-ACCT-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE JRNLIN.
           CLOSE GLSUM.
           CLOSE ACCTFILE.
           CLOSE ACCRUAL.
           CLOSE GLRCRPT.

       CF999.
           EXIT.
