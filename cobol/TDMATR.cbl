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
      * Nightly term deposit maturity run, after INTACCR has
      * capitalised the final interest on each deposit reaching its
      * maturity date. Every active deposit on the TDREG register
      * whose maturity date has come is acted on by its instruction:
      *
      *   R  rolled over - a new term of the same number of months
      *      from the old maturity date, at the TDRATE card's
      *      current rate for the term, on the whole balance
      *      including the interest just capitalised
      *   P  paid away - the whole balance moves to the nominated
      *      account and the deposit account is closed
      *   S  to savings - the same, to the nominated SAVINGS account
      *
      * A deposit broken through TDMNT is paid away less its break
      * penalty, which is journalled as its own debit leg under the
      * TDBREAK teller id so GLPOST takes it to fee income. The
      * payment legs are journalled to TXNJRNL under TDMATR.
      *
      * A payment out waits, held on the register and reported,
      * while an ACCTBLK block stops the deposit's debits or the
      * nominated account's credits, while an amount hold stands on
      * the deposit, or while the nominated account is missing,
      * closed or held in another currency. A roll over waits while
      * the term has no TDRATE card.
      *
      * An active deposit maturing within the next 14 days is sent
      * one reminder letter to TDLTR, saying what will happen at
      * maturity and asking for any change before then.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDMATR.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDREG
                  ASSIGN TO TDREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS TD-ACCOUNT-NUMBER
                  FILE STATUS  IS TDREG-STATUS.

           SELECT TDRATE
                  ASSIGN TO TDRATE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS TDRATE-STATUS.

           SELECT ACCTFILE
                  ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT CUSTFILE
                  ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CUSTOMER-KEY
                  FILE STATUS  IS CUSTFILE-STATUS.

           SELECT JRNLOUT
                  ASSIGN TO JRNLOUT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS JRNL-KEY
                  FILE STATUS  IS JRNLOUT-STATUS.

           SELECT TDMATRPT
                  ASSIGN TO TDMATRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS TDMATRPT-STATUS.

           SELECT TDLTR
                  ASSIGN TO TDLTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS TDLTR-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  TDREG.
       01  TERM-DEPOSIT-RECORD.
       COPY TERMDEP.

       FD  TDRATE.
       01  TDRATE-CARD.
           05 TDRT-TERM-MONTHS             PIC 9(3).
           05 TDRT-RATE                    PIC 9(4)V99.
           05 FILLER                       PIC X(71).

       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  CUSTFILE.
       01  VSAM-RECORD.
       COPY CUSTOMER.

       FD  JRNLOUT.
       01  JOURNAL-RECORD.
       COPY TXNJRNL.

       FD  TDMATRPT.
       01  TDR-PRINT-RECORD                PIC X(133).

       FD  TDLTR.
       01  LTR-PRINT-RECORD                PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  TDREG-STATUS.
           05 TDREG-STATUS1                PIC X.
           05 TDREG-STATUS2                PIC X.

       01  TDRATE-STATUS.
           05 TDRATE-STATUS1               PIC X.
           05 TDRATE-STATUS2               PIC X.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  CUSTFILE-STATUS.
           05 CUSTFILE-STATUS1             PIC X.
           05 CUSTFILE-STATUS2             PIC X.

       01  JRNLOUT-STATUS.
           05 JRNLOUT-STATUS1              PIC X.
           05 JRNLOUT-STATUS2              PIC X.

       01  TDMATRPT-STATUS.
           05 TDMATRPT-STATUS1             PIC X.
           05 TDMATRPT-STATUS2             PIC X.

       01  TDLTR-STATUS.
           05 TDLTR-STATUS1                PIC X.
           05 TDLTR-STATUS2                PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.

       01 WS-READ-CNT                      PIC 9(7) VALUE 0.
       01 WS-ROLLED-CNT                    PIC 9(7) VALUE 0.
       01 WS-PAID-CNT                      PIC 9(7) VALUE 0.
       01 WS-BROKEN-CNT                    PIC 9(7) VALUE 0.
       01 WS-HELD-CNT                      PIC 9(7) VALUE 0.
       01 WS-REMINDED-CNT                  PIC 9(7) VALUE 0.

      *
      * Days ahead of maturity the reminder letter goes out
      *
       01 WS-REMINDER-DAYS                 PIC 9(3) VALUE 14.

      *
      * The current rate for each term, from the TDRATE card
      *
       01 WS-TDRATE-TABLE.
           05 WS-TDRATE-MAX                PIC 9(3) COMP VALUE 30.
           05 WS-TDRATE-USED               PIC 9(3) COMP VALUE 0.
           05 WS-TDRATE-ENTRY OCCURS 30 TIMES
                 INDEXED BY RT-NDX.
              10 WS-RT-TERM                PIC 9(3).
              10 WS-RT-RATE                PIC S9(4)V99 COMP-3.

       01 WS-RATE-FOUND                    PIC X.
       01 WS-TERM-RATE                     PIC S9(4)V99 COMP-3.

      *
      * The deposit being paid out
      *
       01 WS-DEP-SORTCODE                  PIC 9(6).
       01 WS-DEP-CCY                       PIC X(3).
       01 WS-DEP-BALANCE                   PIC S9(10)V99 COMP-3.
       01 WS-PAY-CCY                       PIC X(3).
       01 WS-PENALTY                       PIC S9(10)V99 COMP-3.
       01 WS-PAYOUT                        PIC S9(10)V99 COMP-3.
       01 WS-DISPOSITION                   PIC X(10).

       01 WS-RUN-TIME-RAW                  PIC 9(8).
       01 WS-JOURNAL-TRIES                 PIC 9(2).

      *
      * Start date plus the term in months - a day past the end of
      * the maturity month falls back to the month's last day
      *
       01 WS-TERM-DATE.
           05 WS-TM-YEAR                   PIC 9(4).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-TM-MONTH                  PIC 99.
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-TM-DAY                    PIC 99.
       01 WS-TERM-MONTHS                   PIC 9(3).
       01 WS-MONTH-TOTAL                   PIC 9(5).
       01 WS-YEARS-ADDED                   PIC 9(4).
       01 WS-MONTH-REM                     PIC 99.
       01 WS-MONTH-DAYS                    PIC 99.
       01 WS-LEAP-QUOT                     PIC 9(4).
       01 WS-LEAP-REM4                     PIC 9(3).
       01 WS-LEAP-REM100                   PIC 9(3).
       01 WS-LEAP-REM400                   PIC 9(3).
       01 WS-DAYS-IN-MONTHS                PIC X(24)
                 VALUE '312831303130313130313031'.
       01 WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTHS.
           05 WS-DIM                       PIC 99 OCCURS 12 TIMES.

      *
      * The date the reminder for the deposit being read falls due
      *
       01 WS-DATE-INTEGER                  PIC 9(8).
       01 WS-DATE-YYYYMMDD                 PIC 9(8).
       01 WS-DATE-SPLIT REDEFINES WS-DATE-YYYYMMDD.
           05 WS-DS-YEAR                   PIC 9(4).
           05 WS-DS-MONTH                  PIC 99.
           05 WS-DS-DAY                    PIC 99.
       01 WS-REMIND-FROM.
           05 WS-RF-YEAR                   PIC 9(4).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-RF-MONTH                  PIC 99.
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-RF-DAY                    PIC 99.

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

       01 WS-HOLDSUM-PARM.
           05 WS-HSP-FUNCTION              PIC X(5).
           05 WS-HSP-ACCOUNT-NUMBER        PIC 9(11).
           05 WS-HSP-AS-OF-DATE            PIC X(10).
           05 WS-HSP-HELD-AMOUNT           PIC S9(10)V99 COMP-3.
           05 WS-HSP-HOLD-COUNT            PIC 9(4).
           05 WS-HSP-STATUS                PIC X.

       01 WS-BLKCHK-PARM.
           05 WS-BCP-FUNCTION              PIC X(5).
           05 WS-BCP-ACCOUNT-NUMBER        PIC 9(11).
           05 WS-BCP-AS-OF-DATE            PIC X(10).
           05 WS-BCP-BLOCKED               PIC X.
           05 WS-BCP-REASON-CODE           PIC X(2).
           05 WS-BCP-STATUS                PIC X.

       01 WS-RPT-HEADER.
           05 FILLER                       PIC X    VALUE '1'.
           05 FILLER                       PIC X(35)
                 VALUE 'TDMATR TERM DEPOSIT MATURITY RUN   '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(87) VALUE SPACES.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-ACCT-NO               PIC 9(11).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-DISPOSITION           PIC X(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-INSTRUCTION           PIC X.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-PAY-SORT              PIC 9(6).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-RPT-PAY-ACCT              PIC 9(11).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-MATURITY              PIC X(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-AMOUNT                PIC -(9)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-PENALTY               PIC -(7)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-NOTE                  PIC X(40).
           05 FILLER                       PIC X(4) VALUE SPACES.

       01 WS-RPT-TOTALS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(7) VALUE 'READ   '.
           05 WS-RPT-TOT-READ              PIC Z(6)9.
           05 FILLER                       PIC X(9)
                 VALUE '  ROLLED '.
           05 WS-RPT-TOT-ROLLED            PIC Z(6)9.
           05 FILLER                       PIC X(7) VALUE '  PAID '.
           05 WS-RPT-TOT-PAID              PIC Z(6)9.
           05 FILLER                       PIC X(9)
                 VALUE '  BROKEN '.
           05 WS-RPT-TOT-BROKEN            PIC Z(6)9.
           05 FILLER                       PIC X(7) VALUE '  HELD '.
           05 WS-RPT-TOT-HELD              PIC Z(6)9.
           05 FILLER                       PIC X(11)
                 VALUE '  REMINDED '.
           05 WS-RPT-TOT-REMINDED          PIC Z(6)9.
           05 FILLER                       PIC X(40) VALUE SPACES.

       01 WS-LTR-HEADER.
           05 FILLER                       PIC X    VALUE '1'.
           05 FILLER                       PIC X(30)
                 VALUE 'CBSA BANK SAVINGS SERVICE     '.
           05 WS-LTR-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(92) VALUE SPACES.

       01 WS-LTR-NAME-LINE.
           05 FILLER                       PIC X    VALUE '0'.
           05 WS-LTR-NAME                  PIC X(60).
           05 FILLER                       PIC X(72) VALUE SPACES.

       01 WS-LTR-ADDR-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-LTR-ADDR                  PIC X(132).

       01 WS-LTR-DEPOSIT-LINE.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(28)
                 VALUE 'YOUR TERM DEPOSIT - ACCOUNT '.
           05 WS-LTR-SORTCODE              PIC 9(6).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-LTR-ACCT-NO               PIC 9(11).
           05 FILLER                       PIC X(12)
                 VALUE ' MATURES ON '.
           05 WS-LTR-MATURITY              PIC X(10).
           05 FILLER                       PIC X(64) VALUE SPACES.

       01 WS-LTR-TERMS-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(12)
                 VALUE 'BALANCE NOW '.
           05 WS-LTR-BALANCE               PIC -(9)9.99.
           05 FILLER                       PIC X(8) VALUE '  TERM  '.
           05 WS-LTR-TERM                  PIC ZZ9.
           05 FILLER                       PIC X(14)
                 VALUE ' MONTHS  RATE '.
           05 WS-LTR-RATE                  PIC ZZZ9.99.
           05 FILLER                       PIC X    VALUE '%'.
           05 FILLER                       PIC X(74) VALUE SPACES.

       01 WS-LTR-BODY-LINE.
           05 FILLER                       PIC X    VALUE '0'.
           05 WS-LTR-BODY                  PIC X(100).
           05 FILLER                       PIC X(32) VALUE SPACES.

       01 WS-LTR-PAY-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(20)
                 VALUE 'NOMINATED ACCOUNT   '.
           05 WS-LTR-PAY-SORT              PIC 9(6).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-LTR-PAY-ACCT              PIC 9(11).
           05 FILLER                       PIC X(94) VALUE SPACES.

       01 WS-BODY-ROLLOVER                 PIC X(100) VALUE
           'AT MATURITY THE BALANCE WILL BE RENEWED FOR THE SAME TERM AT
      -    ' OUR RATE FOR THAT TERM ON THE DAY.'.
       01 WS-BODY-PAY-AWAY                 PIC X(100) VALUE
           'AT MATURITY THE BALANCE WITH ITS INTEREST WILL BE PAID TO TH
      -    'E ACCOUNT YOU NOMINATED BELOW.'.
       01 WS-BODY-TO-SAVINGS               PIC X(100) VALUE
           'AT MATURITY THE BALANCE WITH ITS INTEREST WILL BE MOVED TO T
      -    'HE SAVINGS ACCOUNT YOU NOMINATED BELOW.'.
       01 WS-BODY-CHANGE                   PIC X(100) VALUE
           'TO CHANGE THESE INSTRUCTIONS PLEASE CONTACT YOUR BRANCH BEFO
      -    'RE THE MATURITY DATE.'.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'TDMATR  '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started TDMATR.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE WS-LTR-HDR-DATE.

           PERFORM OPEN-FILES.
           PERFORM LOAD-TERM-RATES.

           WRITE TDR-PRINT-RECORD FROM WS-RPT-HEADER.

           READ TDREG NEXT RECORD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-READ-CNT
              IF TD-STATUS-ACTIVE
                 IF TD-MATURITY-DATE NOT > WS-RUN-DATE
                    PERFORM MATURE-DEPOSIT
                 ELSE
                    IF TD-REMINDER-DATE = SPACES
                       PERFORM CHECK-REMINDER
                    END-IF
                 END-IF
              END-IF
              READ TDREG NEXT RECORD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE WS-READ-CNT     TO WS-RPT-TOT-READ.
           MOVE WS-ROLLED-CNT   TO WS-RPT-TOT-ROLLED.
           MOVE WS-PAID-CNT     TO WS-RPT-TOT-PAID.
           MOVE WS-BROKEN-CNT   TO WS-RPT-TOT-BROKEN.
           MOVE WS-HELD-CNT     TO WS-RPT-TOT-HELD.
           MOVE WS-REMINDED-CNT TO WS-RPT-TOT-REMINDED.
           WRITE TDR-PRINT-RECORD FROM WS-RPT-TOTALS.

           DISPLAY 'TDMATR read ' WS-READ-CNT ' deposits, rolled '
                   WS-ROLLED-CNT ', paid ' WS-PAID-CNT ', broken '
                   WS-BROKEN-CNT ', held ' WS-HELD-CNT
                   ', reminded ' WS-REMINDED-CNT '.'.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN I-O TDREG.
           IF TDREG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening TDREG file, status='
                       TDREG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O ACCTFILE.
           IF ACCTFILE-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ACCTFILE file, status='
                       ACCTFILE-STATUS
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

           OPEN I-O JRNLOUT.
           IF JRNLOUT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening JRNLOUT file, status='
                       JRNLOUT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT TDMATRPT.
           IF TDMATRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening TDMATRPT file, status='
                       TDMATRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT TDLTR.
           IF TDLTR-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening TDLTR file, status='
                       TDLTR-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * The current rate for each term offered. No TDRATE card
      * dataset means every roll over waits for one.
      *
       LOAD-TERM-RATES SECTION.
       LR010.
           OPEN INPUT TDRATE.
           IF TDRATE-STATUS NOT = '00'
              DISPLAY 'TDMATR - no TDRATE card file (status='
                      TDRATE-STATUS ') - roll overs will be held'
              GO TO LR999
           END-IF.

       LR020.
           READ TDRATE
             AT END
               CLOSE TDRATE
               DISPLAY 'TDMATR loaded ' WS-TDRATE-USED ' term rates.'
               GO TO LR999
           END-READ.

           IF TDRT-TERM-MONTHS NOT NUMERIC OR
              TDRT-TERM-MONTHS = 0 OR
              TDRT-RATE NOT NUMERIC
              DISPLAY 'TDMATR - bad TDRATE card ignored: '
                      TDRATE-CARD(1:9)
              GO TO LR020
           END-IF.

           IF WS-TDRATE-USED NOT < WS-TDRATE-MAX
              DISPLAY 'TDMATR - term rate table full, remaining '
                      'cards ignored'
              CLOSE TDRATE
              GO TO LR999
           END-IF.

           ADD 1 TO WS-TDRATE-USED.
           SET RT-NDX TO WS-TDRATE-USED.
           MOVE TDRT-TERM-MONTHS TO WS-RT-TERM(RT-NDX).
           MOVE TDRT-RATE        TO WS-RT-RATE(RT-NDX).
           GO TO LR020.

       LR999.
           EXIT.

      *
      * The deposit has reached its maturity date - INTACCR has
      * already capitalised its interest tonight
      *
       MATURE-DEPOSIT SECTION.
       MD010.
           MOVE TD-ACCOUNT-NUMBER TO WS-RPT-ACCT-NO.
           MOVE TD-INSTRUCTION    TO WS-RPT-INSTRUCTION.
           MOVE TD-PAY-SORTCODE   TO WS-RPT-PAY-SORT.
           MOVE TD-PAY-ACCOUNT    TO WS-RPT-PAY-ACCT.
           MOVE TD-MATURITY-DATE  TO WS-RPT-MATURITY.
           MOVE 0 TO WS-RPT-AMOUNT WS-RPT-PENALTY.
           MOVE SPACES TO WS-RPT-NOTE.

           MOVE TD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
           END-READ.

           IF ACCTFILE-STATUS NOT = '00' OR ACCOUNT-STATUS-CLOSED
              MOVE 'DEPOSIT ACCOUNT MISSING OR CLOSED' TO WS-RPT-NOTE
              PERFORM HOLD-DEPOSIT
              GO TO MD999
           END-IF.

           MOVE ACCOUNT-ACTUAL-BALANCE TO WS-RPT-AMOUNT.

           IF TD-ROLLOVER AND NOT TD-BREAK-REQUESTED
              PERFORM ROLL-OVER-DEPOSIT
           ELSE
              PERFORM PAY-OUT-DEPOSIT
           END-IF.

       MD999.
           EXIT.

      *
      * A new term of the same length from the old maturity date,
      * at today's rate for the term, on the whole balance
      *
       ROLL-OVER-DEPOSIT SECTION.
       RO010.
           MOVE 'N' TO WS-RATE-FOUND.
           PERFORM FIND-TERM-RATE.
           IF WS-RATE-FOUND NOT = 'Y'
              MOVE 'NO TDRATE CARD FOR THE TERM' TO WS-RPT-NOTE
              PERFORM HOLD-DEPOSIT
              GO TO RO999
           END-IF.

           MOVE WS-TERM-RATE TO ACCOUNT-INTEREST-RATE.
           REWRITE ACCOUNT-RECORD.
           IF ACCTFILE-STATUS NOT = '00'
              DISPLAY 'TDMATR - error rewriting account '
                      ACCOUNT-NUMBER ' status=' ACCTFILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE TD-MATURITY-DATE       TO TD-START-DATE.
           MOVE TD-MATURITY-DATE       TO WS-TERM-DATE.
           MOVE TD-TERM-MONTHS         TO WS-TERM-MONTHS.
           PERFORM ADD-TERM-MONTHS.
           MOVE WS-TERM-DATE           TO TD-MATURITY-DATE.
           MOVE WS-TERM-RATE           TO TD-RATE.
           MOVE ACCOUNT-ACTUAL-BALANCE TO TD-PRINCIPAL.
           MOVE SPACES                 TO TD-REMINDER-DATE.
           ADD 1                       TO TD-ROLLOVER-COUNT.
           MOVE WS-RUN-DATE            TO TD-LAST-ACTION-DATE.
           MOVE 'TDMATR  '             TO TD-LAST-ACTION-BY.
           PERFORM REWRITE-DEPOSIT.

           ADD 1 TO WS-ROLLED-CNT.
           MOVE 'ROLLED    ' TO WS-RPT-DISPOSITION.
           MOVE SPACES TO WS-RPT-NOTE.
           STRING 'NEW TERM TO ' TD-MATURITY-DATE
                  ' AT ' DELIMITED BY SIZE
                  INTO WS-RPT-NOTE.
           MOVE TD-RATE TO WS-LTR-RATE.
           MOVE WS-LTR-RATE TO WS-RPT-NOTE(27:7).
           WRITE TDR-PRINT-RECORD FROM WS-RPT-DETAIL.

       RO999.
           EXIT.

      *
      * The whole balance, less any break penalty, to the nominated
      * account; the deposit account closes
      *
       PAY-OUT-DEPOSIT SECTION.
       PO010.
           MOVE ACCOUNT-SORTCODE       TO WS-DEP-SORTCODE.
           MOVE ACCOUNT-ACTUAL-BALANCE TO WS-DEP-BALANCE.
           MOVE ACCOUNT-CURRENCY-CODE  TO WS-DEP-CCY.
           IF WS-DEP-CCY = SPACES
              MOVE 'GBP' TO WS-DEP-CCY
           END-IF.

           MOVE 'DEBIT'           TO WS-BCP-FUNCTION.
           MOVE TD-ACCOUNT-NUMBER TO WS-BCP-ACCOUNT-NUMBER.
           PERFORM CHECK-BLOCK.
           IF WS-BCP-BLOCKED = 'Y'
              STRING 'BLK ' WS-BCP-REASON-CODE
                     ' DEPOSIT BLOCKED'
                 DELIMITED BY SIZE INTO WS-RPT-NOTE
              PERFORM HOLD-DEPOSIT
              GO TO PO999
           END-IF.

           PERFORM GET-HELD-AMOUNT.
           IF WS-HSP-HELD-AMOUNT > 0
              MOVE 'AMOUNT HOLD ON THE DEPOSIT' TO WS-RPT-NOTE
              PERFORM HOLD-DEPOSIT
              GO TO PO999
           END-IF.

           MOVE TD-PAY-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
           END-READ.

           IF ACCTFILE-STATUS NOT = '00' OR ACCOUNT-STATUS-CLOSED OR
              ACCOUNT-SORTCODE NOT = TD-PAY-SORTCODE
              MOVE 'NOMINATED ACCOUNT MISSING OR CLOSED'
                 TO WS-RPT-NOTE
              PERFORM HOLD-DEPOSIT
              GO TO PO999
           END-IF.

           MOVE ACCOUNT-CURRENCY-CODE TO WS-PAY-CCY.
           IF WS-PAY-CCY = SPACES
              MOVE 'GBP' TO WS-PAY-CCY
           END-IF.
           IF WS-PAY-CCY NOT = WS-DEP-CCY
              MOVE 'NOMINATED ACCOUNT IN ANOTHER CURRENCY'
                 TO WS-RPT-NOTE
              PERFORM HOLD-DEPOSIT
              GO TO PO999
           END-IF.

           MOVE 'CREDT'        TO WS-BCP-FUNCTION.
           MOVE TD-PAY-ACCOUNT TO WS-BCP-ACCOUNT-NUMBER.
           PERFORM CHECK-BLOCK.
           IF WS-BCP-BLOCKED = 'Y'
              STRING 'BLK ' WS-BCP-REASON-CODE
                     ' NOMINATED ACCOUNT BLOCKED'
                 DELIMITED BY SIZE INTO WS-RPT-NOTE
              PERFORM HOLD-DEPOSIT
              GO TO PO999
           END-IF.

      *
      * A break penalty never takes more than the deposit holds
      *
           MOVE 0 TO WS-PENALTY.
           IF TD-BREAK-REQUESTED
              MOVE TD-BREAK-PENALTY TO WS-PENALTY
              IF WS-PENALTY > WS-DEP-BALANCE
                 MOVE WS-DEP-BALANCE TO WS-PENALTY
              END-IF
              IF WS-PENALTY < 0
                 MOVE 0 TO WS-PENALTY
              END-IF
           END-IF.
           COMPUTE WS-PAYOUT = WS-DEP-BALANCE - WS-PENALTY.

           IF WS-PAYOUT > 0
              ADD WS-PAYOUT TO ACCOUNT-ACTUAL-BALANCE
                               ACCOUNT-AVAILABLE-BALANCE
              REWRITE ACCOUNT-RECORD
              IF ACCTFILE-STATUS NOT = '00'
                 DISPLAY 'TDMATR - error rewriting nominated account '
                         TD-PAY-ACCOUNT ' status=' ACCTFILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
           END-IF.

      *
      * The deposit is emptied and closed the way ACCTCLSE closes
      * an account, with its final statement due tonight
      *
           MOVE TD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
           END-READ.
           IF ACCTFILE-STATUS = '00'
              SUBTRACT WS-DEP-BALANCE FROM ACCOUNT-ACTUAL-BALANCE
                                           ACCOUNT-AVAILABLE-BALANCE
              MOVE 'C'         TO ACCOUNT-STATUS
              MOVE WS-RUN-DATE TO ACCOUNT-CLOSED-DATE
              MOVE WS-RUN-DATE TO ACCOUNT-NEXT-STMT-DATE
              REWRITE ACCOUNT-RECORD
           END-IF.
           IF ACCTFILE-STATUS NOT = '00'
              DISPLAY 'TDMATR - error closing deposit account '
                      TD-ACCOUNT-NUMBER ' status=' ACCTFILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM JOURNAL-PAY-OUT.

           IF TD-BREAK-REQUESTED
              MOVE 'B' TO TD-STATUS
              ADD 1 TO WS-BROKEN-CNT
              MOVE 'BROKEN    ' TO WS-RPT-DISPOSITION
              MOVE 'PAID LESS PENALTY, ACCOUNT CLOSED'
                 TO WS-RPT-NOTE
           ELSE
              MOVE 'M' TO TD-STATUS
              ADD 1 TO WS-PAID-CNT
              MOVE 'PAID      ' TO WS-RPT-DISPOSITION
              MOVE 'PAID AWAY, ACCOUNT CLOSED' TO WS-RPT-NOTE
           END-IF.
           MOVE WS-RUN-DATE TO TD-LAST-ACTION-DATE.
           MOVE 'TDMATR  '  TO TD-LAST-ACTION-BY.
           PERFORM REWRITE-DEPOSIT.

           MOVE WS-PAYOUT  TO WS-RPT-AMOUNT.
           MOVE WS-PENALTY TO WS-RPT-PENALTY.
           WRITE TDR-PRINT-RECORD FROM WS-RPT-DETAIL.

       PO999.
           EXIT.

      *
      * The maturity cannot go ahead tonight - it stays active and
      * due, and is tried again on the next run
      *
       HOLD-DEPOSIT SECTION.
       HD010.
           ADD 1 TO WS-HELD-CNT.
           MOVE 'HELD      ' TO WS-RPT-DISPOSITION.
           WRITE TDR-PRINT-RECORD FROM WS-RPT-DETAIL.

       HD999.
           EXIT.

      *
      * Penalty leg under TDBREAK - GLPOST takes it to fee income -
      * then both payment legs under TDMATR, the same way XFRFUN
      * journals a transfer
      *
       JOURNAL-PAY-OUT SECTION.
       JP010.
           MOVE WS-RUN-DATE   TO JRNL-DATE.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO JRNL-TIME.
           MOVE 'BTCH'        TO JRNL-TERMINAL.
           MOVE 'N'           TO JRNL-CONFIRM-PASS.
           MOVE WS-DEP-CCY    TO JRNL-CURRENCY-CODE.
           MOVE WS-DEP-CCY    TO JRNL-CONVERTED-CCY.
           MOVE SPACES        TO JRNL-SUPERVISOR.
           MOVE SPACES        TO JRNL-REASON-CODE.

           IF WS-PENALTY > 0
              MOVE TD-ACCOUNT-NUMBER TO JRNL-ACCOUNT-NUMBER
              MOVE 'D'               TO JRNL-DR-CR
              MOVE WS-DEP-SORTCODE   TO JRNL-COUNTERPARTY-SORTCODE
              MOVE 0                 TO JRNL-COUNTERPARTY-ACCOUNT
              MOVE WS-PENALTY        TO JRNL-AMOUNT
                                        JRNL-CONVERTED-AMOUNT
              MOVE 'TDBREAK '        TO JRNL-TELLER
              PERFORM WRITE-JOURNAL-LEG
           END-IF.

           IF WS-PAYOUT NOT > 0
              GO TO JP999
           END-IF.

           MOVE WS-PAYOUT  TO JRNL-AMOUNT JRNL-CONVERTED-AMOUNT.
           MOVE 'TDMATR  ' TO JRNL-TELLER.

           MOVE TD-ACCOUNT-NUMBER TO JRNL-ACCOUNT-NUMBER.
           MOVE 'D'               TO JRNL-DR-CR.
           MOVE TD-PAY-SORTCODE   TO JRNL-COUNTERPARTY-SORTCODE.
           MOVE TD-PAY-ACCOUNT    TO JRNL-COUNTERPARTY-ACCOUNT.
           PERFORM WRITE-JOURNAL-LEG.

           MOVE TD-PAY-ACCOUNT    TO JRNL-ACCOUNT-NUMBER.
           MOVE 'C'               TO JRNL-DR-CR.
           MOVE WS-DEP-SORTCODE   TO JRNL-COUNTERPARTY-SORTCODE.
           MOVE TD-ACCOUNT-NUMBER TO JRNL-COUNTERPARTY-ACCOUNT.
           PERFORM WRITE-JOURNAL-LEG.

       JP999.
           EXIT.

       WRITE-JOURNAL-LEG SECTION.
       WL010.
           MOVE 1 TO JRNL-SEQUENCE.
           MOVE 0 TO WS-JOURNAL-TRIES.

       WL020.
           WRITE JOURNAL-RECORD.

           IF JRNLOUT-STATUS = '22' AND WS-JOURNAL-TRIES < 10
              ADD 1 TO WS-JOURNAL-TRIES
              ADD 1 TO JRNL-SEQUENCE
              GO TO WL020
           END-IF.

           IF JRNLOUT-STATUS NOT = '00'
              DISPLAY 'TDMATR - journal write failed for account '
                      JRNL-ACCOUNT-NUMBER ' status=' JRNLOUT-STATUS
           END-IF.

       WL999.
           EXIT.

      *
      * One reminder per term, once the maturity date is no more
      * than WS-REMINDER-DAYS away
      *
       CHECK-REMINDER SECTION.
       CR010.
           MOVE TD-MATURITY-DATE(1:4) TO WS-DS-YEAR.
           MOVE TD-MATURITY-DATE(6:2) TO WS-DS-MONTH.
           MOVE TD-MATURITY-DATE(9:2) TO WS-DS-DAY.
           COMPUTE WS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
                 - WS-REMINDER-DAYS.
           COMPUTE WS-DATE-YYYYMMDD =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           MOVE WS-DS-YEAR  TO WS-RF-YEAR.
           MOVE WS-DS-MONTH TO WS-RF-MONTH.
           MOVE WS-DS-DAY   TO WS-RF-DAY.

           IF WS-RUN-DATE < WS-REMIND-FROM
              GO TO CR999
           END-IF.

           MOVE TD-ACCOUNT-NUMBER TO WS-RPT-ACCT-NO.
           MOVE TD-INSTRUCTION    TO WS-RPT-INSTRUCTION.
           MOVE TD-PAY-SORTCODE   TO WS-RPT-PAY-SORT.
           MOVE TD-PAY-ACCOUNT    TO WS-RPT-PAY-ACCT.
           MOVE TD-MATURITY-DATE  TO WS-RPT-MATURITY.
           MOVE 0 TO WS-RPT-AMOUNT WS-RPT-PENALTY.

           MOVE TD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
           END-READ.
           IF ACCTFILE-STATUS = '00'
              MOVE ACCOUNT-ACTUAL-BALANCE TO WS-RPT-AMOUNT
                                             WS-LTR-BALANCE
           ELSE
              MOVE TD-PRINCIPAL TO WS-RPT-AMOUNT WS-LTR-BALANCE
           END-IF.

           MOVE TD-SORTCODE        TO CUSTOMER-SORTCODE.
           MOVE TD-CUSTOMER-NUMBER TO CUSTOMER-NUMBER.
           READ CUSTFILE
              KEY IS CUSTOMER-KEY
           END-READ.

      *
      * No customer to write to - tried again tomorrow
      *
           IF CUSTFILE-STATUS NOT = '00'
              MOVE 'NO REMIND' TO WS-RPT-DISPOSITION
              MOVE 'CUSTOMER NOT ON FILE - NO LETTER' TO WS-RPT-NOTE
              WRITE TDR-PRINT-RECORD FROM WS-RPT-DETAIL
              GO TO CR999
           END-IF.

           PERFORM WRITE-REMINDER-LETTER.

           MOVE WS-RUN-DATE TO TD-REMINDER-DATE.
           PERFORM REWRITE-DEPOSIT.

           ADD 1 TO WS-REMINDED-CNT.
           MOVE 'REMINDED  ' TO WS-RPT-DISPOSITION.
           MOVE 'MATURITY REMINDER LETTER SENT' TO WS-RPT-NOTE.
           WRITE TDR-PRINT-RECORD FROM WS-RPT-DETAIL.

       CR999.
           EXIT.

       WRITE-REMINDER-LETTER SECTION.
       RL010.
           WRITE LTR-PRINT-RECORD FROM WS-LTR-HEADER.

           MOVE CUSTOMER-NAME TO WS-LTR-NAME.
           WRITE LTR-PRINT-RECORD FROM WS-LTR-NAME-LINE.

           MOVE CUSTOMER-ADDRESS(1:132) TO WS-LTR-ADDR.
           WRITE LTR-PRINT-RECORD FROM WS-LTR-ADDR-LINE.

           MOVE TD-SORTCODE       TO WS-LTR-SORTCODE.
           MOVE TD-ACCOUNT-NUMBER TO WS-LTR-ACCT-NO.
           MOVE TD-MATURITY-DATE  TO WS-LTR-MATURITY.
           WRITE LTR-PRINT-RECORD FROM WS-LTR-DEPOSIT-LINE.

           MOVE TD-TERM-MONTHS TO WS-LTR-TERM.
           MOVE TD-RATE        TO WS-LTR-RATE.
           WRITE LTR-PRINT-RECORD FROM WS-LTR-TERMS-LINE.

           EVALUATE TRUE
              WHEN TD-ROLLOVER
                 MOVE WS-BODY-ROLLOVER TO WS-LTR-BODY
              WHEN TD-TO-SAVINGS
                 MOVE WS-BODY-TO-SAVINGS TO WS-LTR-BODY
              WHEN OTHER
                 MOVE WS-BODY-PAY-AWAY TO WS-LTR-BODY
           END-EVALUATE.
           WRITE LTR-PRINT-RECORD FROM WS-LTR-BODY-LINE.

           IF NOT TD-ROLLOVER
              MOVE TD-PAY-SORTCODE TO WS-LTR-PAY-SORT
              MOVE TD-PAY-ACCOUNT  TO WS-LTR-PAY-ACCT
              WRITE LTR-PRINT-RECORD FROM WS-LTR-PAY-LINE
           END-IF.

           MOVE WS-BODY-CHANGE TO WS-LTR-BODY.
           WRITE LTR-PRINT-RECORD FROM WS-LTR-BODY-LINE.

       RL999.
           EXIT.

       REWRITE-DEPOSIT SECTION.
       RD010.
           REWRITE TERM-DEPOSIT-RECORD.
           IF TDREG-STATUS NOT = '00'
              DISPLAY 'TDMATR - error rewriting deposit for account '
                      TD-ACCOUNT-NUMBER ' status=' TDREG-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RD999.
           EXIT.

       FIND-TERM-RATE SECTION.
       FR010.
           SET RT-NDX TO 1.
           SEARCH WS-TDRATE-ENTRY
              AT END
                 CONTINUE
              WHEN RT-NDX > WS-TDRATE-USED
                 CONTINUE
              WHEN WS-RT-TERM(RT-NDX) = TD-TERM-MONTHS
                 MOVE 'Y' TO WS-RATE-FOUND
                 MOVE WS-RT-RATE(RT-NDX) TO WS-TERM-RATE
           END-SEARCH.

       FR999.
           EXIT.

      *
      * WS-TERM-DATE plus WS-TERM-MONTHS months, the day held back
      * to the last day of a shorter month
      *
       ADD-TERM-MONTHS SECTION.
       AT010.
           COMPUTE WS-MONTH-TOTAL = WS-TM-MONTH - 1 + WS-TERM-MONTHS.
           DIVIDE WS-MONTH-TOTAL BY 12
              GIVING WS-YEARS-ADDED REMAINDER WS-MONTH-REM.
           ADD WS-YEARS-ADDED TO WS-TM-YEAR.
           COMPUTE WS-TM-MONTH = WS-MONTH-REM + 1.

           MOVE WS-DIM(WS-TM-MONTH) TO WS-MONTH-DAYS.
           IF WS-TM-MONTH = 2
              DIVIDE WS-TM-YEAR BY 4
                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM4
              DIVIDE WS-TM-YEAR BY 100
                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM100
              DIVIDE WS-TM-YEAR BY 400
                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM400
              IF WS-LEAP-REM4 = 0 AND
                 (WS-LEAP-REM100 NOT = 0 OR WS-LEAP-REM400 = 0)
                 MOVE 29 TO WS-MONTH-DAYS
              END-IF
           END-IF.

           IF WS-TM-DAY > WS-MONTH-DAYS
              MOVE WS-MONTH-DAYS TO WS-TM-DAY
           END-IF.

       AT999.
           EXIT.

       GET-HELD-AMOUNT SECTION.
       GHA10.
           MOVE 'SUM  '           TO WS-HSP-FUNCTION.
           MOVE TD-ACCOUNT-NUMBER TO WS-HSP-ACCOUNT-NUMBER.
           MOVE WS-RUN-DATE       TO WS-HSP-AS-OF-DATE.
           CALL 'HOLDSUM' USING WS-HOLDSUM-PARM.
           IF WS-HSP-STATUS NOT = SPACE
              DISPLAY 'TDMATR - HOLDS unreadable for account '
                      TD-ACCOUNT-NUMBER
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       GHA99.
           EXIT.

      *
      * Ask BLKCHK whether the ACCTBLK register stops this movement.
      * The caller sets DEBIT or CREDT and the account. A register
      * that cannot be read stops the run rather than post past a
      * block nobody could see
      *
       CHECK-BLOCK SECTION.
       CB010.
           MOVE WS-RUN-DATE TO WS-BCP-AS-OF-DATE.
           CALL 'BLKCHK' USING WS-BLKCHK-PARM.
           IF WS-BCP-STATUS NOT = SPACE
              DISPLAY 'TDMATR - ACCTBLK unreadable for account '
                      WS-BCP-ACCOUNT-NUMBER
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CB999.
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
              DISPLAY 'TDMATR - business date unavailable, using '
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
           MOVE 'CLOSE' TO WS-BCP-FUNCTION.
           CALL 'BLKCHK' USING WS-BLKCHK-PARM.
           MOVE 'CLOSE' TO WS-HSP-FUNCTION.
           CALL 'HOLDSUM' USING WS-HOLDSUM-PARM.
           CLOSE TDREG.
           CLOSE ACCTFILE.
           CLOSE CUSTFILE.
           CLOSE JRNLOUT.
           CLOSE TDMATRPT.
           CLOSE TDLTR.

       CF999.
           EXIT.
