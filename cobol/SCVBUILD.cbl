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
      * FSCS Single Customer View. Run on demand when the regulator
      * asks for the SCV. Every account on the ACCOUNT file goes
      * either to the SCV or to the SCVEXCL exclusions file, with
      * the reason:
      *
      *   CL  closed account
      *   LN  lending account - a product of class L on the PRODMST
      *       product master, a debt to the bank, not a deposit
      *   DR  debit balance - an overdrawn account holds no deposit
      *   NR  a currency with no usable CCYRATE rate - the account
      *       cannot be valued in sterling (run ends RC 8)
      *
      * An eligible account's actual balance and its interest
      * accrued but not yet posted (ACCRUAL) are valued in sterling
      * and split equally between the account's holders - the
      * ACCOUNT-CUSTOMER-NUMBER and any other holders on ACCTHLDR.
      * The odd pence of an uneven split stay with the primary
      * holder so the shares always add back to the account.
      *
      * The shares are sorted by customer and written as one SCVOUT
      * record per depositor: name and address from CUSTOMER, the
      * aggregate balance and accrued interest, the total, and the
      * amount covered up to WS-FSCS-LIMIT shown apart from the
      * amount above it. A customer on the ERASEREG register is
      * flagged - their details are scrubbed, so FSCS must contact
      * them through the bank - and a holder missing from CUSTOMER
      * is flagged and ends the run RC 8.
      *
      * SCVRPT is the control report. It proves, for balances and
      * for accrued interest, that the total read from the ACCOUNT
      * file equals the SCV total plus the excluded total. An
      * unvalued NR account is carried at face value on both sides
      * of the proof. A proof that does not balance ends RC 12.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCVBUILD.
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

           SELECT ACCTHLDR
                  ASSIGN TO ACCTHLDR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS AHLD-KEY
                  FILE STATUS  IS ACCTHLDR-STATUS.

           SELECT ACCRUAL
                  ASSIGN TO ACCRUAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACCR-ACCOUNT-NUMBER
                  FILE STATUS  IS ACCRUAL-STATUS.

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

           SELECT ERASEREG
                  ASSIGN TO ERASEREG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS ERASEREG-STATUS.

           SELECT SCVOUT
                  ASSIGN TO SCVOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS SCVOUT-STATUS.

           SELECT SCVEXCL
                  ASSIGN TO SCVEXCL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS SCVEXCL-STATUS.

           SELECT SCVRPT
                  ASSIGN TO SCVRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS SCVRPT-STATUS.

           SELECT SORT-WORK
                  ASSIGN TO SORTWK01.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  ACCTHLDR.
       01  HOLDER-RECORD.
       COPY ACCTHLDR.

       FD  ACCRUAL.
       01  ACCRUAL-RECORD.
           05 ACCR-ACCOUNT-NUMBER          PIC 9(11).
           05 ACCR-SORTCODE                PIC 9(6).
           05 ACCR-ACCRUED-AMOUNT          PIC S9(10)V99 COMP-3.
           05 ACCR-LAST-ACCRUAL-DATE       PIC X(10).
           05 ACCR-LAST-POSTED-DATE        PIC X(10).
           05 FILLER                       PIC X(16).

       FD  CCYRATE.
       01  CCY-RATE-RECORD.
       COPY CCYRATE.

       FD  CUSTFILE.
       01  VSAM-RECORD.
       COPY CUSTOMER.

       FD  ERASEREG.
       01  ERASURE-RECORD.
           05 ERAS-SORTCODE                PIC 9(6).
           05 ERAS-CUSTOMER-NUMBER         PIC 9(10).
           05 ERAS-DATE                    PIC X(10).
           05 FILLER                       PIC X(14).

      *
      * One Single Customer View record per depositor, amounts in
      * sterling
      *
       FD  SCVOUT.
       01  SCV-RECORD.
           05 SCV-CUSTOMER-KEY.
              10 SCV-SORTCODE              PIC 9(6).
              10 SCV-CUSTOMER-NUMBER       PIC 9(10).
           05 SCV-NAME                     PIC X(60).
           05 SCV-ADDRESS                  PIC X(160).
           05 SCV-DATE-OF-BIRTH            PIC 9(8).
           05 SCV-ACCOUNT-COUNT            PIC 9(3).
           05 SCV-JOINT-COUNT              PIC 9(3).
           05 SCV-BALANCE                  PIC S9(11)V99 COMP-3.
           05 SCV-ACCRUED-INTEREST         PIC S9(11)V99 COMP-3.
           05 SCV-TOTAL                    PIC S9(11)V99 COMP-3.
           05 SCV-COVERED                  PIC S9(11)V99 COMP-3.
           05 SCV-ABOVE-LIMIT              PIC S9(11)V99 COMP-3.
           05 SCV-ERASED-FLAG              PIC X.
              88 SCV-CUSTOMER-ERASED       VALUE 'Y'.
           05 SCV-ON-FILE-FLAG             PIC X.
              88 SCV-CUSTOMER-NOT-ON-FILE  VALUE 'N'.
           05 SCV-RUN-DATE                 PIC X(10).
           05 FILLER                       PIC X(20).

      *
      * One record per account kept out of the SCV, amounts in
      * sterling (face value for reason NR)
      *
       FD  SCVEXCL.
       01  EXCLUSION-RECORD.
           05 EXC-ACCOUNT-NUMBER           PIC 9(11).
           05 EXC-SORTCODE                 PIC 9(6).
           05 EXC-CUSTOMER-NUMBER          PIC 9(10).
           05 EXC-ACCOUNT-TYPE             PIC X(8).
           05 EXC-CURRENCY-CODE            PIC X(3).
           05 EXC-REASON-CODE              PIC X(2).
           05 EXC-REASON-TEXT              PIC X(20).
           05 EXC-BALANCE                  PIC S9(11)V99 COMP-3.
           05 EXC-ACCRUED-INTEREST         PIC S9(11)V99 COMP-3.
           05 EXC-RUN-DATE                 PIC X(10).
           05 FILLER                       PIC X(20).

       FD  SCVRPT.
       01  SCV-PRINT-RECORD                PIC X(133).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SRT-CUSTOMER-KEY.
              10 SRT-SORTCODE              PIC 9(6).
              10 SRT-CUSTOMER-NUMBER       PIC 9(10).
           05 SRT-ACCOUNT-NUMBER           PIC 9(11).
           05 SRT-JOINT-FLAG               PIC X.
           05 SRT-BALANCE                  PIC S9(11)V99 COMP-3.
           05 SRT-ACCRUED                  PIC S9(11)V99 COMP-3.

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  ACCTHLDR-STATUS.
           05 ACCTHLDR-STATUS1             PIC X.
           05 ACCTHLDR-STATUS2             PIC X.

       01  ACCRUAL-STATUS.
           05 ACCRUAL-STATUS1              PIC X.
           05 ACCRUAL-STATUS2              PIC X.

       01  CCYRATE-STATUS.
           05 CCYRATE-STATUS1              PIC X.
           05 CCYRATE-STATUS2              PIC X.

       01  CUSTFILE-STATUS.
           05 CUSTFILE-STATUS1             PIC X.
           05 CUSTFILE-STATUS2             PIC X.

       01  ERASEREG-STATUS.
           05 ERASEREG-STATUS1             PIC X.
           05 ERASEREG-STATUS2             PIC X.

       01  SCVOUT-STATUS.
           05 SCVOUT-STATUS1               PIC X.
           05 SCVOUT-STATUS2               PIC X.

       01  SCVEXCL-STATUS.
           05 SCVEXCL-STATUS1              PIC X.
           05 SCVEXCL-STATUS2              PIC X.

       01  SCVRPT-STATUS.
           05 SCVRPT-STATUS1               PIC X.
           05 SCVRPT-STATUS2               PIC X.

      *
      * The FSCS deposit compensation limit per depositor
      *
       01 WS-FSCS-LIMIT                    PIC S9(9)V99 COMP-3
                                               VALUE 120000.00.

       01 WS-ACCT-EXIT                     PIC X    VALUE 'N'.
       01 WS-SORT-EXIT                     PIC X    VALUE 'N'.
       01 WS-HOLDER-EXIT                   PIC X.

       01 WS-READ-CNT                      PIC 9(7) VALUE 0.
       01 WS-ELIGIBLE-CNT                  PIC 9(7) VALUE 0.
       01 WS-EXCLUDED-CNT                  PIC 9(7) VALUE 0.
       01 WS-SHARE-CNT                     PIC 9(7) VALUE 0.
       01 WS-SCV-CNT                       PIC 9(7) VALUE 0.
       01 WS-ERASED-CNT                    PIC 9(7) VALUE 0.
       01 WS-NOT-ON-FILE-CNT               PIC 9(7) VALUE 0.
       01 WS-OVER-LIMIT-CNT                PIC 9(7) VALUE 0.

      *
      * The control totals - read from the ACCOUNT file, written to
      * the SCV, and written to the exclusions
      *
       01 WS-IN-BALANCE                    PIC S9(13)V99 COMP-3
                                               VALUE 0.
       01 WS-IN-ACCRUED                    PIC S9(13)V99 COMP-3
                                               VALUE 0.
       01 WS-SCV-BALANCE                   PIC S9(13)V99 COMP-3
                                               VALUE 0.
       01 WS-SCV-ACCRUED                   PIC S9(13)V99 COMP-3
                                               VALUE 0.
       01 WS-SCV-COVERED                   PIC S9(13)V99 COMP-3
                                               VALUE 0.
       01 WS-SCV-ABOVE                     PIC S9(13)V99 COMP-3
                                               VALUE 0.
       01 WS-EXC-BALANCE                   PIC S9(13)V99 COMP-3
                                               VALUE 0.
       01 WS-EXC-ACCRUED                   PIC S9(13)V99 COMP-3
                                               VALUE 0.
       01 WS-DIFFERENCE                    PIC S9(13)V99 COMP-3.
       01 WS-PROOF-SWITCH                  PIC X    VALUE 'Y'.
           88 WS-PROOF-BALANCES                     VALUE 'Y'.

      *
      * Exclusion reasons, counted and totalled for the report
      *
       01 WS-REASON-VALUES.
           05 FILLER                       PIC X(22)
                 VALUE 'CLCLOSED ACCOUNT      '.
           05 FILLER                       PIC X(22)
                 VALUE 'LNLOAN ACCOUNT        '.
           05 FILLER                       PIC X(22)
                 VALUE 'DRDEBIT BALANCE       '.
           05 FILLER                       PIC X(22)
                 VALUE 'NRNO CURRENCY RATE    '.
       01 WS-REASON-NAMES REDEFINES WS-REASON-VALUES.
           05 WS-REASON-NAME OCCURS 4 TIMES.
              10 WS-RN-CODE                PIC X(2).
              10 WS-RN-TEXT                PIC X(20).
       01 WS-REASON-TOTALS.
           05 WS-REASON-TOTAL OCCURS 4 TIMES.
              10 WS-RT-COUNT               PIC 9(7).
              10 WS-RT-BALANCE             PIC S9(13)V99 COMP-3.
              10 WS-RT-ACCRUED             PIC S9(13)V99 COMP-3.
       01 WS-REASON-SUB                    PIC 9(2) COMP.

      *
      * The account being read, in sterling
      *
       01 WS-ACCT-CCY                      PIC X(3).
       01 WS-ACCT-BALANCE                  PIC S9(11)V99 COMP-3.
       01 WS-ACCT-ACCRUED                  PIC S9(11)V99 COMP-3.
       01 WS-SHARE-BALANCE                 PIC S9(11)V99 COMP-3.
       01 WS-SHARE-ACCRUED                 PIC S9(11)V99 COMP-3.
       01 WS-ODD-BALANCE                   PIC S9(11)V99 COMP-3.
       01 WS-ODD-ACCRUED                   PIC S9(11)V99 COMP-3.

      *
      * The account's holders - the primary first, then the other
      * holders from ACCTHLDR
      *
       01 WS-HOLDER-TABLE.
           05 WS-HOLDER-MAX                PIC 9(3) COMP VALUE 20.
           05 WS-HOLDER-USED               PIC 9(3) COMP VALUE 0.
           05 WS-HOLDER-ENTRY OCCURS 20 TIMES
                 INDEXED BY HL-NDX.
              10 WS-HL-KEY.
                 15 WS-HL-SORTCODE         PIC 9(6).
                 15 WS-HL-CUSTOMER         PIC 9(10).

      *
      * The depositor being built from the sorted shares
      *
       01 WS-CUST-SWITCH                   PIC X    VALUE 'N'.
       01 WS-CUST-KEY.
           05 WS-CUST-SORTCODE             PIC 9(6).
           05 WS-CUST-NUMBER               PIC 9(10).
       01 WS-CUST-ACCOUNTS                 PIC 9(3).
       01 WS-CUST-JOINT                    PIC 9(3).
       01 WS-CUST-BALANCE                  PIC S9(11)V99 COMP-3.
       01 WS-CUST-ACCRUED                  PIC S9(11)V99 COMP-3.

      *
      * The erased-customer keys loaded from ERASEREG
      *
       01 WS-ERASED-TABLE.
           05 WS-ERASED-MAX                PIC 9(5) COMP VALUE 5000.
           05 WS-ERASED-USED               PIC 9(5) COMP VALUE 0.
           05 WS-ERASED-ENTRY OCCURS 5000 TIMES
                 INDEXED BY ER-NDX.
              10 WS-ER-KEY.
                 15 WS-ER-SORTCODE         PIC 9(6).
                 15 WS-ER-CUSTOMER         PIC 9(10).

       01 WS-ERASED-SWITCH                 PIC X.
           88 WS-KEY-IS-ERASED                      VALUE 'Y'.
       01 WS-CHECK-KEY.
           05 WS-CHECK-SORTCODE            PIC 9(6).
           05 WS-CHECK-CUSTOMER            PIC 9(10).

       01 WS-RUN-DATE.
           05 WS-RUN-YEAR                  PIC 9(4).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-RUN-MONTH                 PIC 99.
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-RUN-DAY                   PIC 99.

       01 WS-PRODINF-PARM.
           03 WS-PIP-FUNCTION              PIC X(5).
           03 WS-PIP-ACCOUNT-TYPE          PIC X(8).
           03 WS-PIP-PRODUCT.
       COPY PRODMST.
           03 WS-PIP-STATUS                PIC X.

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
           05 FILLER                       PIC X(45) VALUE
                 'SCVBUILD FSCS SINGLE CUSTOMER VIEW CONTROL   '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(77) VALUE SPACES.

       01 WS-RPT-SUBHEAD.
           05 FILLER                       PIC X    VALUE '0'.
           05 WS-RPT-SUBHEAD-TEXT          PIC X(60).
           05 FILLER                       PIC X(72) VALUE SPACES.

       01 WS-RPT-COUNT-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-CL-LABEL              PIC X(40).
           05 WS-RPT-CL-COUNT              PIC Z(6)9.
           05 FILLER                       PIC X(85) VALUE SPACES.

       01 WS-RPT-REASON-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-RL-CODE               PIC X(2).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-RL-TEXT               PIC X(20).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-RL-COUNT              PIC Z(6)9.
           05 FILLER                       PIC X(11)
                 VALUE '  BALANCE  '.
           05 WS-RPT-RL-BALANCE            PIC -(12)9.99.
           05 FILLER                       PIC X(11)
                 VALUE '  ACCRUED  '.
           05 WS-RPT-RL-ACCRUED            PIC -(12)9.99.
           05 FILLER                       PIC X(45) VALUE SPACES.

       01 WS-RPT-PROOF-HEAD.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(40) VALUE SPACES.
           05 FILLER                       PIC X(17)
                 VALUE '          BALANCE'.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 FILLER                       PIC X(17)
                 VALUE '  ACCRUED INTRST.'.
           05 FILLER                       PIC X(56) VALUE SPACES.

       01 WS-RPT-PROOF-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-PL-LABEL              PIC X(40).
           05 WS-RPT-PL-BALANCE            PIC -(13)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-PL-ACCRUED            PIC -(13)9.99.
           05 FILLER                       PIC X(56) VALUE SPACES.

       01 WS-RPT-RESULT-LINE.
           05 FILLER                       PIC X    VALUE '0'.
           05 WS-RPT-RESULT                PIC X(60).
           05 FILLER                       PIC X(72) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'SCVBUILD'.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started SCVBUILD.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE.

           INITIALIZE WS-REASON-TOTALS.

           PERFORM OPEN-FILES.
           PERFORM LOAD-ERASED-KEYS.

           SORT SORT-WORK
              ON ASCENDING KEY SRT-CUSTOMER-KEY
                               SRT-ACCOUNT-NUMBER
              INPUT PROCEDURE IS RELEASE-SHARES
              OUTPUT PROCEDURE IS BUILD-SCV.

           PERFORM WRITE-CONTROL-REPORT.

           DISPLAY 'SCVBUILD read ' WS-READ-CNT ' accounts, '
                   WS-ELIGIBLE-CNT ' eligible, ' WS-EXCLUDED-CNT
                   ' excluded; wrote ' WS-SCV-CNT ' SCV records ('
                   WS-ERASED-CNT ' erased, ' WS-NOT-ON-FILE-CNT
                   ' not on CUSTFILE).'.

           IF NOT WS-PROOF-BALANCES
              DISPLAY 'SCVBUILD - control proof does not balance'
              MOVE 12 TO RETURN-CODE
           ELSE
              IF WS-RT-COUNT(4) > 0 OR WS-NOT-ON-FILE-CNT > 0
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

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

           OPEN INPUT ACCTHLDR.
           IF ACCTHLDR-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ACCTHLDR file, status='
                       ACCTHLDR-STATUS
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

           OPEN OUTPUT SCVOUT.
           IF SCVOUT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening SCVOUT file, status='
                       SCVOUT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT SCVEXCL.
           IF SCVEXCL-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening SCVEXCL file, status='
                       SCVEXCL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT SCVRPT.
           IF SCVRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening SCVRPT file, status='
                       SCVRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * Every account is valued and either excluded or shared out
      * between its holders
      *
       RELEASE-SHARES SECTION.
       RS010.
           READ ACCTFILE
             AT END MOVE 'Y' TO WS-ACCT-EXIT
           END-READ.

           PERFORM UNTIL WS-ACCT-EXIT = 'Y'
              ADD 1 TO WS-READ-CNT
              PERFORM VALUE-ONE-ACCOUNT
              READ ACCTFILE
                AT END MOVE 'Y' TO WS-ACCT-EXIT
              END-READ
           END-PERFORM.

       RS999.
           EXIT.

       VALUE-ONE-ACCOUNT SECTION.
       VA010.
           MOVE 0 TO WS-REASON-SUB.

           MOVE ACCOUNT-ACTUAL-BALANCE TO WS-ACCT-BALANCE.
           MOVE 0 TO WS-ACCT-ACCRUED.
           MOVE ACCOUNT-NUMBER TO ACCR-ACCOUNT-NUMBER.
           READ ACCRUAL
              KEY IS ACCR-ACCOUNT-NUMBER
           END-READ.
           IF ACCRUAL-STATUS = '00'
              MOVE ACCR-ACCRUED-AMOUNT TO WS-ACCT-ACCRUED
           END-IF.

           MOVE ACCOUNT-CURRENCY-CODE TO WS-ACCT-CCY.
           IF WS-ACCT-CCY = SPACES
              MOVE 'GBP' TO WS-ACCT-CCY
           END-IF.

      *
      * A foreign currency deposit is valued at the current
      * CCYRATE rate the way FXREVAL values it
      *
           IF WS-ACCT-CCY NOT = 'GBP'
              MOVE WS-ACCT-CCY TO CCY-CODE
              READ CCYRATE
                 KEY IS CCY-CODE
              END-READ
              IF CCYRATE-STATUS NOT = '00' OR CCY-RATE-TO-GBP = 0
                 MOVE 4 TO WS-REASON-SUB
              ELSE
                 COMPUTE WS-ACCT-BALANCE ROUNDED =
                    ACCOUNT-ACTUAL-BALANCE * CCY-RATE-TO-GBP
                 COMPUTE WS-ACCT-ACCRUED ROUNDED =
                    WS-ACCT-ACCRUED * CCY-RATE-TO-GBP
              END-IF
           END-IF.

           ADD WS-ACCT-BALANCE TO WS-IN-BALANCE.
           ADD WS-ACCT-ACCRUED TO WS-IN-ACCRUED.

           PERFORM GET-PRODUCT.

           EVALUATE TRUE
              WHEN ACCOUNT-STATUS-CLOSED
                 MOVE 1 TO WS-REASON-SUB
              WHEN PROD-CLASS-LOAN
                 MOVE 2 TO WS-REASON-SUB
              WHEN WS-REASON-SUB = 4
                 CONTINUE
              WHEN WS-ACCT-BALANCE < 0
                 MOVE 3 TO WS-REASON-SUB
           END-EVALUATE.

           IF WS-REASON-SUB > 0
              PERFORM WRITE-EXCLUSION
              GO TO VA999
           END-IF.

           ADD 1 TO WS-ELIGIBLE-CNT.
           PERFORM FIND-HOLDERS.
           PERFORM RELEASE-HOLDER-SHARES.

       VA999.
           EXIT.

      *
      * How the account's product behaves, from the product master
      *
       GET-PRODUCT SECTION.
       GP010.
           MOVE 'GET  '      TO WS-PIP-FUNCTION.
           MOVE ACCOUNT-TYPE TO WS-PIP-ACCOUNT-TYPE.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

           IF WS-PIP-STATUS = 'E'
              DISPLAY 'SCVBUILD - product master unavailable, run '
                      'stopped'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       GP999.
           EXIT.

       WRITE-EXCLUSION SECTION.
       WE010.
           MOVE SPACES                     TO EXCLUSION-RECORD.
           MOVE ACCOUNT-NUMBER             TO EXC-ACCOUNT-NUMBER.
           MOVE ACCOUNT-SORTCODE           TO EXC-SORTCODE.
           MOVE ACCOUNT-CUSTOMER-NUMBER    TO EXC-CUSTOMER-NUMBER.
           MOVE ACCOUNT-TYPE               TO EXC-ACCOUNT-TYPE.
           MOVE WS-ACCT-CCY                TO EXC-CURRENCY-CODE.
           MOVE WS-RN-CODE(WS-REASON-SUB)  TO EXC-REASON-CODE.
           MOVE WS-RN-TEXT(WS-REASON-SUB)  TO EXC-REASON-TEXT.
           MOVE WS-ACCT-BALANCE            TO EXC-BALANCE.
           MOVE WS-ACCT-ACCRUED            TO EXC-ACCRUED-INTEREST.
           MOVE WS-RUN-DATE                TO EXC-RUN-DATE.

           WRITE EXCLUSION-RECORD.
           IF SCVEXCL-STATUS NOT = '00'
              DISPLAY 'SCVBUILD - error writing SCVEXCL for account '
                      ACCOUNT-NUMBER ' status=' SCVEXCL-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-EXCLUDED-CNT.
           ADD 1 TO WS-RT-COUNT(WS-REASON-SUB).
           ADD WS-ACCT-BALANCE TO WS-RT-BALANCE(WS-REASON-SUB)
                                  WS-EXC-BALANCE.
           ADD WS-ACCT-ACCRUED TO WS-RT-ACCRUED(WS-REASON-SUB)
                                  WS-EXC-ACCRUED.

       WE999.
           EXIT.

      *
      * The primary holder, then every other holder on ACCTHLDR -
      * browsed the way STMTRUN finds a joint account's holders
      *
       FIND-HOLDERS SECTION.
       FH010.
           MOVE 1 TO WS-HOLDER-USED.
           SET HL-NDX TO 1.
           MOVE ACCOUNT-SORTCODE        TO WS-HL-SORTCODE(HL-NDX).
           MOVE ACCOUNT-CUSTOMER-NUMBER TO WS-HL-CUSTOMER(HL-NDX).

           MOVE ACCOUNT-NUMBER TO AHLD-ACCOUNT-NUMBER.
           MOVE 0 TO AHLD-SORTCODE AHLD-CUSTOMER-NUMBER.

           MOVE 'N' TO WS-HOLDER-EXIT.
           START ACCTHLDR KEY NOT < AHLD-KEY
             INVALID KEY
               MOVE 'Y' TO WS-HOLDER-EXIT
           END-START.

           PERFORM UNTIL WS-HOLDER-EXIT = 'Y'
              READ ACCTHLDR NEXT RECORD
                AT END MOVE 'Y' TO WS-HOLDER-EXIT
              END-READ
              IF WS-HOLDER-EXIT = 'N'
                 IF AHLD-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                    MOVE 'Y' TO WS-HOLDER-EXIT
                 ELSE
                    IF AHLD-SORTCODE NOT = ACCOUNT-SORTCODE OR
                       AHLD-CUSTOMER-NUMBER NOT =
                          ACCOUNT-CUSTOMER-NUMBER
                       PERFORM ADD-HOLDER
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       FH999.
           EXIT.

      *
      * A holder table too small would split the balance wrongly
      * across the depositors - the run is refused instead
      *
       ADD-HOLDER SECTION.
       AH010.
           IF WS-HOLDER-USED NOT < WS-HOLDER-MAX
              DISPLAY 'SCVBUILD - more than ' WS-HOLDER-MAX
                      ' holders on account ' ACCOUNT-NUMBER
                      ', run refused'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-HOLDER-USED.
           SET HL-NDX TO WS-HOLDER-USED.
           MOVE AHLD-SORTCODE        TO WS-HL-SORTCODE(HL-NDX).
           MOVE AHLD-CUSTOMER-NUMBER TO WS-HL-CUSTOMER(HL-NDX).

       AH999.
           EXIT.

      *
      * Equal shares to the penny; the odd pence go to the primary
      *
       RELEASE-HOLDER-SHARES SECTION.
       RH010.
           COMPUTE WS-SHARE-BALANCE = WS-ACCT-BALANCE / WS-HOLDER-USED.
           COMPUTE WS-SHARE-ACCRUED = WS-ACCT-ACCRUED / WS-HOLDER-USED.
           COMPUTE WS-ODD-BALANCE =
              WS-ACCT-BALANCE - (WS-SHARE-BALANCE * WS-HOLDER-USED).
           COMPUTE WS-ODD-ACCRUED =
              WS-ACCT-ACCRUED - (WS-SHARE-ACCRUED * WS-HOLDER-USED).

           PERFORM VARYING HL-NDX FROM 1 BY 1
                   UNTIL HL-NDX > WS-HOLDER-USED
              MOVE WS-HL-KEY(HL-NDX) TO SRT-CUSTOMER-KEY
              MOVE ACCOUNT-NUMBER    TO SRT-ACCOUNT-NUMBER
              MOVE WS-SHARE-BALANCE  TO SRT-BALANCE
              MOVE WS-SHARE-ACCRUED  TO SRT-ACCRUED
              IF WS-HOLDER-USED > 1
                 MOVE 'Y' TO SRT-JOINT-FLAG
              ELSE
                 MOVE 'N' TO SRT-JOINT-FLAG
              END-IF
              IF HL-NDX = 1
                 ADD WS-ODD-BALANCE TO SRT-BALANCE
                 ADD WS-ODD-ACCRUED TO SRT-ACCRUED
              END-IF
              RELEASE SORT-RECORD
              ADD 1 TO WS-SHARE-CNT
           END-PERFORM.

       RH999.
           EXIT.

      *
      * The sorted shares, one depositor at a time
      *
       BUILD-SCV SECTION.
       BS010.
           RETURN SORT-WORK
             AT END MOVE 'Y' TO WS-SORT-EXIT
           END-RETURN.

           PERFORM UNTIL WS-SORT-EXIT = 'Y'
              IF WS-CUST-SWITCH = 'Y' AND
                 SRT-CUSTOMER-KEY NOT = WS-CUST-KEY
                 PERFORM WRITE-SCV-RECORD
              END-IF
              IF WS-CUST-SWITCH = 'N'
                 MOVE 'Y'              TO WS-CUST-SWITCH
                 MOVE SRT-CUSTOMER-KEY TO WS-CUST-KEY
                 MOVE 0 TO WS-CUST-ACCOUNTS WS-CUST-JOINT
                           WS-CUST-BALANCE WS-CUST-ACCRUED
              END-IF
              ADD 1 TO WS-CUST-ACCOUNTS
              IF SRT-JOINT-FLAG = 'Y'
                 ADD 1 TO WS-CUST-JOINT
              END-IF
              ADD SRT-BALANCE TO WS-CUST-BALANCE
              ADD SRT-ACCRUED TO WS-CUST-ACCRUED
              RETURN SORT-WORK
                AT END MOVE 'Y' TO WS-SORT-EXIT
              END-RETURN
           END-PERFORM.

           IF WS-CUST-SWITCH = 'Y'
              PERFORM WRITE-SCV-RECORD
           END-IF.

       BS999.
           EXIT.

       WRITE-SCV-RECORD SECTION.
       WS010.
           MOVE SPACES          TO SCV-RECORD.
           MOVE WS-CUST-KEY     TO SCV-CUSTOMER-KEY.
           MOVE WS-CUST-ACCOUNTS TO SCV-ACCOUNT-COUNT.
           MOVE WS-CUST-JOINT   TO SCV-JOINT-COUNT.
           MOVE WS-CUST-BALANCE TO SCV-BALANCE.
           MOVE WS-CUST-ACCRUED TO SCV-ACCRUED-INTEREST.
           COMPUTE SCV-TOTAL = WS-CUST-BALANCE + WS-CUST-ACCRUED.

           IF SCV-TOTAL > WS-FSCS-LIMIT
              MOVE WS-FSCS-LIMIT TO SCV-COVERED
              ADD 1 TO WS-OVER-LIMIT-CNT
           ELSE
              MOVE SCV-TOTAL TO SCV-COVERED
           END-IF.
           COMPUTE SCV-ABOVE-LIMIT = SCV-TOTAL - SCV-COVERED.

           MOVE WS-CUST-SORTCODE TO CUSTOMER-SORTCODE.
           MOVE WS-CUST-NUMBER   TO CUSTOMER-NUMBER.
           READ CUSTFILE
              KEY IS CUSTOMER-KEY
           END-READ.
           IF CUSTFILE-STATUS = '00'
              MOVE 'Y'                    TO SCV-ON-FILE-FLAG
              MOVE CUSTOMER-NAME          TO SCV-NAME
              MOVE CUSTOMER-ADDRESS       TO SCV-ADDRESS
              MOVE CUSTOMER-DATE-OF-BIRTH TO SCV-DATE-OF-BIRTH
           ELSE
              MOVE 'N' TO SCV-ON-FILE-FLAG
              MOVE 0   TO SCV-DATE-OF-BIRTH
              ADD 1 TO WS-NOT-ON-FILE-CNT
              DISPLAY 'SCVBUILD - depositor ' WS-CUST-SORTCODE '-'
                      WS-CUST-NUMBER ' not on CUSTFILE'
           END-IF.

           MOVE WS-CUST-KEY TO WS-CHECK-KEY.
           PERFORM CHECK-ERASED-KEY.
           IF WS-KEY-IS-ERASED
              MOVE 'Y' TO SCV-ERASED-FLAG
              ADD 1 TO WS-ERASED-CNT
           ELSE
              MOVE 'N' TO SCV-ERASED-FLAG
           END-IF.

           MOVE WS-RUN-DATE TO SCV-RUN-DATE.

           WRITE SCV-RECORD.
           IF SCVOUT-STATUS NOT = '00'
              DISPLAY 'SCVBUILD - error writing SCVOUT for depositor '
                      WS-CUST-SORTCODE '-' WS-CUST-NUMBER
                      ' status=' SCVOUT-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-SCV-CNT.
           ADD WS-CUST-BALANCE TO WS-SCV-BALANCE.
           ADD WS-CUST-ACCRUED TO WS-SCV-ACCRUED.
           ADD SCV-COVERED     TO WS-SCV-COVERED.
           ADD SCV-ABOVE-LIMIT TO WS-SCV-ABOVE.

           MOVE 'N' TO WS-CUST-SWITCH.

       WS999.
           EXIT.

      *
      * Counts, exclusions by reason, and the proof that what was
      * read is what was written
      *
       WRITE-CONTROL-REPORT SECTION.
       WC010.
           WRITE SCV-PRINT-RECORD FROM WS-RPT-HEADER.

           MOVE 'ACCOUNTS AND DEPOSITORS' TO WS-RPT-SUBHEAD-TEXT.
           WRITE SCV-PRINT-RECORD FROM WS-RPT-SUBHEAD.

           MOVE 'ACCOUNTS READ' TO WS-RPT-CL-LABEL.
           MOVE WS-READ-CNT TO WS-RPT-CL-COUNT.
           WRITE SCV-PRINT-RECORD FROM WS-RPT-COUNT-LINE.
           MOVE 'ACCOUNTS ELIGIBLE' TO WS-RPT-CL-LABEL.
           MOVE WS-ELIGIBLE-CNT TO WS-RPT-CL-COUNT.
           WRITE SCV-PRINT-RECORD FROM WS-RPT-COUNT-LINE.
           MOVE 'ACCOUNTS EXCLUDED' TO WS-RPT-CL-LABEL.
           MOVE WS-EXCLUDED-CNT TO WS-RPT-CL-COUNT.
           WRITE SCV-PRINT-RECORD FROM WS-RPT-COUNT-LINE.
           MOVE 'HOLDER SHARES' TO WS-RPT-CL-LABEL.
           MOVE WS-SHARE-CNT TO WS-RPT-CL-COUNT.
           WRITE SCV-PRINT-RECORD FROM WS-RPT-COUNT-LINE.
           MOVE 'SCV RECORDS WRITTEN' TO WS-RPT-CL-LABEL.
           MOVE WS-SCV-CNT TO WS-RPT-CL-COUNT.
           WRITE SCV-PRINT-RECORD FROM WS-RPT-COUNT-LINE.
           MOVE 'DEPOSITORS ABOVE THE LIMIT' TO WS-RPT-CL-LABEL.
           MOVE WS-OVER-LIMIT-CNT TO WS-RPT-CL-COUNT.
           WRITE SCV-PRINT-RECORD FROM WS-RPT-COUNT-LINE.
           MOVE 'DEPOSITORS FLAGGED ERASED' TO WS-RPT-CL-LABEL.
           MOVE WS-ERASED-CNT TO WS-RPT-CL-COUNT.
           WRITE SCV-PRINT-RECORD FROM WS-RPT-COUNT-LINE.
           MOVE 'DEPOSITORS NOT ON CUSTFILE' TO WS-RPT-CL-LABEL.
           MOVE WS-NOT-ON-FILE-CNT TO WS-RPT-CL-COUNT.
           WRITE SCV-PRINT-RECORD FROM WS-RPT-COUNT-LINE.

           MOVE 'EXCLUSIONS BY REASON' TO WS-RPT-SUBHEAD-TEXT.
           WRITE SCV-PRINT-RECORD FROM WS-RPT-SUBHEAD.

           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > 4
              MOVE WS-RN-CODE(WS-REASON-SUB)    TO WS-RPT-RL-CODE
              MOVE WS-RN-TEXT(WS-REASON-SUB)    TO WS-RPT-RL-TEXT
              MOVE WS-RT-COUNT(WS-REASON-SUB)   TO WS-RPT-RL-COUNT
              MOVE WS-RT-BALANCE(WS-REASON-SUB) TO WS-RPT-RL-BALANCE
              MOVE WS-RT-ACCRUED(WS-REASON-SUB) TO WS-RPT-RL-ACCRUED
              WRITE SCV-PRINT-RECORD FROM WS-RPT-REASON-LINE
           END-PERFORM.

           WRITE SCV-PRINT-RECORD FROM WS-RPT-PROOF-HEAD.

           MOVE 'READ FROM ACCOUNT FILE' TO WS-RPT-PL-LABEL.
           MOVE WS-IN-BALANCE TO WS-RPT-PL-BALANCE.
           MOVE WS-IN-ACCRUED TO WS-RPT-PL-ACCRUED.
           WRITE SCV-PRINT-RECORD FROM WS-RPT-PROOF-LINE.

           MOVE 'SINGLE CUSTOMER VIEW TOTAL' TO WS-RPT-PL-LABEL.
           MOVE WS-SCV-BALANCE TO WS-RPT-PL-BALANCE.
           MOVE WS-SCV-ACCRUED TO WS-RPT-PL-ACCRUED.
           WRITE SCV-PRINT-RECORD FROM WS-RPT-PROOF-LINE.

           MOVE 'EXCLUDED TOTAL' TO WS-RPT-PL-LABEL.
           MOVE WS-EXC-BALANCE TO WS-RPT-PL-BALANCE.
           MOVE WS-EXC-ACCRUED TO WS-RPT-PL-ACCRUED.
           WRITE SCV-PRINT-RECORD FROM WS-RPT-PROOF-LINE.

           MOVE 'DIFFERENCE' TO WS-RPT-PL-LABEL.
           COMPUTE WS-DIFFERENCE =
              WS-IN-BALANCE - WS-SCV-BALANCE - WS-EXC-BALANCE.
           MOVE WS-DIFFERENCE TO WS-RPT-PL-BALANCE.
           IF WS-DIFFERENCE NOT = 0
              MOVE 'N' TO WS-PROOF-SWITCH
           END-IF.
           COMPUTE WS-DIFFERENCE =
              WS-IN-ACCRUED - WS-SCV-ACCRUED - WS-EXC-ACCRUED.
           MOVE WS-DIFFERENCE TO WS-RPT-PL-ACCRUED.
           IF WS-DIFFERENCE NOT = 0
              MOVE 'N' TO WS-PROOF-SWITCH
           END-IF.
           WRITE SCV-PRINT-RECORD FROM WS-RPT-PROOF-LINE.

           MOVE 'SCV TOTAL COVERED' TO WS-RPT-PL-LABEL.
           MOVE WS-SCV-COVERED TO WS-RPT-PL-BALANCE.
           MOVE 0 TO WS-RPT-PL-ACCRUED.
           WRITE SCV-PRINT-RECORD FROM WS-RPT-PROOF-LINE.

           MOVE 'SCV TOTAL ABOVE THE LIMIT' TO WS-RPT-PL-LABEL.
           MOVE WS-SCV-ABOVE TO WS-RPT-PL-BALANCE.
           WRITE SCV-PRINT-RECORD FROM WS-RPT-PROOF-LINE.

           IF WS-PROOF-BALANCES
              MOVE 'PROOF BALANCES - ACCOUNTS READ = SCV + EXCLUDED'
                 TO WS-RPT-RESULT
           ELSE
              MOVE '*** PROOF DOES NOT BALANCE - SCV NOT TO BE SENT ***'
                 TO WS-RPT-RESULT
           END-IF.
           WRITE SCV-PRINT-RECORD FROM WS-RPT-RESULT-LINE.

       WC999.
           EXIT.

      *
      * A missing ERASEREG means nobody has been erased yet
      *
       LOAD-ERASED-KEYS SECTION.
       LE010.
           OPEN INPUT ERASEREG.
           IF ERASEREG-STATUS NOT = '00'
              DISPLAY 'SCVBUILD - no ERASEREG register (status='
                      ERASEREG-STATUS ') - no depositors flagged'
              GO TO LE999
           END-IF.

       LE020.
           READ ERASEREG
             AT END
               CLOSE ERASEREG
               DISPLAY 'SCVBUILD loaded ' WS-ERASED-USED
                       ' erased customer keys.'
               GO TO LE999
           END-READ.

           IF WS-ERASED-USED NOT < WS-ERASED-MAX
              DISPLAY 'SCVBUILD - erased-key table full, run refused '
                      'rather than build an SCV missing its flags'
              CLOSE ERASEREG
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-ERASED-USED.
           SET ER-NDX TO WS-ERASED-USED.
           MOVE ERAS-SORTCODE        TO WS-ER-SORTCODE(ER-NDX).
           MOVE ERAS-CUSTOMER-NUMBER TO WS-ER-CUSTOMER(ER-NDX).
           GO TO LE020.

       LE999.
           EXIT.

       CHECK-ERASED-KEY SECTION.
       CK010.
           MOVE 'N' TO WS-ERASED-SWITCH.

           IF WS-ERASED-USED = 0
              GO TO CK999
           END-IF.

           SET ER-NDX TO 1.
           SEARCH WS-ERASED-ENTRY
              AT END CONTINUE
              WHEN ER-NDX > WS-ERASED-USED
                 CONTINUE
              WHEN WS-ER-KEY(ER-NDX) = WS-CHECK-KEY
                 MOVE 'Y' TO WS-ERASED-SWITCH
           END-SEARCH.

       CK999.
           EXIT.

      *
      * The run date is the shop's business date from the BUSDATE
      * control, not the clock
      *
       GET-BUSINESS-DATE SECTION.
       GBD10.
           MOVE 'GET  ' TO WS-BDP-FUNCTION.
           CALL 'GETBDATE' USING WS-BDATE-PARM.
           IF WS-BDP-STATUS = SPACE
              MOVE WS-BDP-DATE TO WS-RUN-DATE
           ELSE
              DISPLAY 'SCVBUILD - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-READ-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE ACCTFILE.
           CLOSE ACCTHLDR.
           CLOSE ACCRUAL.
           CLOSE CCYRATE.
           CLOSE CUSTFILE.
           CLOSE SCVOUT.
           CLOSE SCVEXCL.
           CLOSE SCVRPT.

           MOVE 'CLOSE' TO WS-PIP-FUNCTION.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

       CF999.
           EXIT.
