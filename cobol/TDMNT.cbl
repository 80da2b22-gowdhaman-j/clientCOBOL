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
      * Term deposit maintenance, card-driven, for the savings desk.
      * Registers, amends and breaks deposits on the TDREG register.
      * Each TDCARD is:
      *   col 1      action - N new deposit, I change instruction,
      *              B break before maturity
      *   cols 2-12  account number of the TERMDEP account
      *   cols 13-15 term in months                          (N)
      *   col 16     maturity instruction - R roll over for the
      *              same term, P pay to the nominated account,
      *              S transfer to a nominated SAVINGS account (N I)
      *   cols 17-22 nominated sortcode                  (N I B)
      *   cols 23-33 nominated account number            (N I B)
      *   cols 34-41 id of the person keying the card
      *
      * A new deposit must be an open, funded TERMDEP account with
      * no active deposit; its balance is the principal, its rate
      * is the TDRATE card rate for the term (also set as the
      * account's ACCOUNT-INTEREST-RATE for INTACCR) and it matures
      * the term's number of months after the business date. A
      * nominated account must be on file and open, and a SAVINGS
      * account for instruction S; a roll over needs none. Which
      * products are term deposits (class T) and which are savings
      * (class S, not an ISA) is read from the PRODMST product
      * master.
      *
      * A break brings the maturity date forward to the business
      * date, so that night's INTACCR capitalises the interest to
      * date and TDMATR pays the deposit out to the nominated
      * account - the one on the card, or the one already held -
      * less the break penalty of WS-PENALTY-DAYS days' interest
      * on the principal at the deposit rate, which goes to fee
      * income. Every card's outcome goes to TDMRPT.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDMNT.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDCARD
                  ASSIGN TO TDCARD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS TDCARD-STATUS.

           SELECT TDRATE
                  ASSIGN TO TDRATE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS TDRATE-STATUS.

           SELECT TDREG
                  ASSIGN TO TDREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS TD-ACCOUNT-NUMBER
                  FILE STATUS  IS TDREG-STATUS.

           SELECT ACCTFILE
                  ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT TDMRPT
                  ASSIGN TO TDMRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS TDMRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  TDCARD.
       01  DEPOSIT-CARD.
           05 CARD-ACTION                  PIC X.
           05 CARD-ACCOUNT-NUMBER          PIC 9(11).
           05 CARD-TERM-MONTHS             PIC 9(3).
           05 CARD-INSTRUCTION             PIC X.
              88 CARD-INSTR-ROLLOVER       VALUE 'R'.
              88 CARD-INSTR-SAVINGS        VALUE 'S'.
              88 CARD-INSTR-VALID          VALUE 'R' 'P' 'S'.
           05 CARD-PAY-SORTCODE            PIC 9(6).
           05 CARD-PAY-ACCOUNT             PIC 9(11).
           05 CARD-REQUESTED-BY            PIC X(8).
           05 FILLER                       PIC X(39).

       FD  TDRATE.
       01  TDRATE-CARD.
           05 TDRT-TERM-MONTHS             PIC 9(3).
           05 TDRT-RATE                    PIC 9(4)V99.
           05 FILLER                       PIC X(71).

       FD  TDREG.
       01  TERM-DEPOSIT-RECORD.
       COPY TERMDEP.

       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  TDMRPT.
       01  TDM-PRINT-RECORD                PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  TDCARD-STATUS.
           05 TDCARD-STATUS1               PIC X.
           05 TDCARD-STATUS2               PIC X.

       01  TDRATE-STATUS.
           05 TDRATE-STATUS1               PIC X.
           05 TDRATE-STATUS2               PIC X.

       01  TDREG-STATUS.
           05 TDREG-STATUS1                PIC X.
           05 TDREG-STATUS2                PIC X.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  TDMRPT-STATUS.
           05 TDMRPT-STATUS1               PIC X.
           05 TDMRPT-STATUS2               PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.

       01 WS-CARD-CNT                      PIC 9(5) VALUE 0.
       01 WS-NEW-CNT                       PIC 9(5) VALUE 0.
       01 WS-CHANGED-CNT                   PIC 9(5) VALUE 0.
       01 WS-BROKEN-CNT                    PIC 9(5) VALUE 0.
       01 WS-REJECTED-CNT                  PIC 9(5) VALUE 0.

      *
      * Days of interest on the principal charged for a break
      *
       01 WS-PENALTY-DAYS                  PIC 9(3) VALUE 90.

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
      * The deposit account and the nominated account being checked
      *
       01 WS-DEP-SORTCODE                  PIC 9(6).
       01 WS-DEP-CUSTOMER                  PIC 9(10).
       01 WS-DEP-BALANCE                   PIC S9(10)V99 COMP-3.
       01 WS-DEP-ON-FILE                   PIC XX.
       01 WS-NOM-REQUIRED                  PIC X.
       01 WS-NOM-INSTRUCTION               PIC X.
       01 WS-NOM-OK                        PIC X.
       01 WS-NOM-SORTCODE                  PIC 9(6).
       01 WS-NOM-ACCOUNT                   PIC 9(11).

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
           05 FILLER                       PIC X(35)
                 VALUE 'TDMNT TERM DEPOSIT MAINTENANCE     '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(87) VALUE SPACES.

       01 WS-RPT-COLUMNS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(43)
                 VALUE 'A ACCOUNT      TRM  I  NOMINATED ACCOUNT   '.
           05 FILLER                       PIC X(45)
                 VALUE 'BY        MATURES       RATE          AMOUNT '.
           05 FILLER                       PIC X(44)
                 VALUE ' OUTCOME                                    '.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-ACTION                PIC X.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-ACCT-NO               PIC 9(11).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-TERM                  PIC ZZ9.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-INSTRUCTION           PIC X.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-PAY-SORTCODE          PIC 9(6).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-PAY-ACCOUNT           PIC 9(11).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-REQUESTER             PIC X(8).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-MATURITY              PIC X(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-RATE                  PIC ZZZ9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-AMOUNT                PIC -(9)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-OUTCOME               PIC X(35).
           05 FILLER                       PIC X(8) VALUE SPACES.

       01 WS-RPT-TOTALS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(7) VALUE 'CARDS  '.
           05 WS-RPT-TOT-CARDS             PIC Z(4)9.
           05 FILLER                       PIC X(6) VALUE '  NEW '.
           05 WS-RPT-TOT-NEW               PIC Z(4)9.
           05 FILLER                       PIC X(10)
                 VALUE '  CHANGED '.
           05 WS-RPT-TOT-CHANGED           PIC Z(4)9.
           05 FILLER                       PIC X(9)
                 VALUE '  BROKEN '.
           05 WS-RPT-TOT-BROKEN            PIC Z(4)9.
           05 FILLER                       PIC X(11)
                 VALUE '  REJECTED '.
           05 WS-RPT-TOT-REJECTED          PIC Z(4)9.
           05 FILLER                       PIC X(64) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'TDMNT   '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started TDMNT.'.

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
           PERFORM LOAD-TERM-RATES.

           WRITE TDM-PRINT-RECORD FROM WS-RPT-HEADER.
           WRITE TDM-PRINT-RECORD FROM WS-RPT-COLUMNS.

           READ TDCARD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-CARD-CNT
              PERFORM APPLY-ONE-CARD
              READ TDCARD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE WS-CARD-CNT     TO WS-RPT-TOT-CARDS.
           MOVE WS-NEW-CNT      TO WS-RPT-TOT-NEW.
           MOVE WS-CHANGED-CNT  TO WS-RPT-TOT-CHANGED.
           MOVE WS-BROKEN-CNT   TO WS-RPT-TOT-BROKEN.
           MOVE WS-REJECTED-CNT TO WS-RPT-TOT-REJECTED.
           WRITE TDM-PRINT-RECORD FROM WS-RPT-TOTALS.

           DISPLAY 'TDMNT processed ' WS-CARD-CNT
                   ' cards, new ' WS-NEW-CNT
                   ', changed ' WS-CHANGED-CNT
                   ', broken ' WS-BROKEN-CNT
                   ', rejected ' WS-REJECTED-CNT '.'.

           IF WS-REJECTED-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT TDCARD.
           IF TDCARD-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening TDCARD file, status='
                       TDCARD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

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

           OPEN OUTPUT TDMRPT.
           IF TDMRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening TDMRPT file, status='
                       TDMRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * The current rate for each term offered. No TDRATE card
      * dataset means no term can be opened this run.
      *
       LOAD-TERM-RATES SECTION.
       LR010.
           OPEN INPUT TDRATE.
           IF TDRATE-STATUS NOT = '00'
              DISPLAY 'TDMNT - no TDRATE card file (status='
                      TDRATE-STATUS ') - no new deposit can be opened'
              GO TO LR999
           END-IF.

       LR020.
           READ TDRATE
             AT END
               CLOSE TDRATE
               DISPLAY 'TDMNT loaded ' WS-TDRATE-USED ' term rates.'
               GO TO LR999
           END-READ.

           IF TDRT-TERM-MONTHS NOT NUMERIC OR
              TDRT-TERM-MONTHS = 0 OR
              TDRT-RATE NOT NUMERIC
              DISPLAY 'TDMNT - bad TDRATE card ignored: '
                      TDRATE-CARD(1:9)
              GO TO LR020
           END-IF.

           IF WS-TDRATE-USED NOT < WS-TDRATE-MAX
              DISPLAY 'TDMNT - term rate table full, remaining '
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

       APPLY-ONE-CARD SECTION.
       AC010.
           MOVE CARD-ACTION       TO WS-RPT-ACTION.
           MOVE CARD-INSTRUCTION  TO WS-RPT-INSTRUCTION.
           MOVE CARD-REQUESTED-BY TO WS-RPT-REQUESTER.
           MOVE SPACES            TO WS-RPT-MATURITY.
           MOVE 0 TO WS-RPT-ACCT-NO WS-RPT-TERM WS-RPT-PAY-SORTCODE
                     WS-RPT-PAY-ACCOUNT WS-RPT-RATE WS-RPT-AMOUNT.
           IF CARD-ACCOUNT-NUMBER NUMERIC
              MOVE CARD-ACCOUNT-NUMBER TO WS-RPT-ACCT-NO
           END-IF.
           IF CARD-TERM-MONTHS NUMERIC
              MOVE CARD-TERM-MONTHS TO WS-RPT-TERM
           END-IF.
           IF CARD-PAY-SORTCODE NUMERIC
              MOVE CARD-PAY-SORTCODE TO WS-RPT-PAY-SORTCODE
           END-IF.
           IF CARD-PAY-ACCOUNT NUMERIC
              MOVE CARD-PAY-ACCOUNT TO WS-RPT-PAY-ACCOUNT
           END-IF.

           IF CARD-ACCOUNT-NUMBER NOT NUMERIC
              MOVE 'REJECTED - ACCOUNT NOT NUMERIC     '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           IF CARD-REQUESTED-BY = SPACES
              MOVE 'REJECTED - NO REQUESTER ID         '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           EVALUATE CARD-ACTION
              WHEN 'N'
                 PERFORM NEW-DEPOSIT
              WHEN 'I'
                 PERFORM CHANGE-INSTRUCTION
              WHEN 'B'
                 PERFORM BREAK-DEPOSIT
              WHEN OTHER
                 MOVE 'REJECTED - ACTION MUST BE N, I OR B'
                    TO WS-RPT-OUTCOME
                 PERFORM REJECT-CARD
           END-EVALUATE.

       AC999.
           EXIT.

      *
      * Register a deposit on a funded TERMDEP account at the
      * current rate for its term
      *
       NEW-DEPOSIT SECTION.
       ND010.
           MOVE 'N' TO WS-RATE-FOUND.
           IF CARD-TERM-MONTHS NUMERIC
              PERFORM FIND-TERM-RATE
           END-IF.

           IF WS-RATE-FOUND NOT = 'Y'
              MOVE 'REJECTED - TERM NOT ON TDRATE CARD '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO ND999
           END-IF.

           IF NOT CARD-INSTR-VALID
              MOVE 'REJECTED - INSTRUCTION NOT R, P, S '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO ND999
           END-IF.

           MOVE CARD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
           END-READ.

           IF ACCTFILE-STATUS = '00'
              PERFORM GET-PRODUCT
           END-IF.

           IF ACCTFILE-STATUS NOT = '00' OR ACCOUNT-STATUS-CLOSED OR
              NOT PROD-CLASS-TERM-DEPOSIT
              MOVE 'REJECTED - NOT AN OPEN TERMDEP ACCT'
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO ND999
           END-IF.

           IF ACCOUNT-ACTUAL-BALANCE NOT > 0
              MOVE 'REJECTED - DEPOSIT NOT FUNDED      '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO ND999
           END-IF.

           MOVE ACCOUNT-SORTCODE        TO WS-DEP-SORTCODE.
           MOVE ACCOUNT-CUSTOMER-NUMBER TO WS-DEP-CUSTOMER.
           MOVE ACCOUNT-ACTUAL-BALANCE  TO WS-DEP-BALANCE.

           IF CARD-INSTR-ROLLOVER
              MOVE 'N' TO WS-NOM-REQUIRED
           ELSE
              MOVE 'Y' TO WS-NOM-REQUIRED
           END-IF.
           MOVE CARD-INSTRUCTION TO WS-NOM-INSTRUCTION.
           PERFORM CHECK-NOMINATED-ACCOUNT.
           IF WS-NOM-OK NOT = 'Y'
              PERFORM REJECT-CARD
              GO TO ND999
           END-IF.

           MOVE CARD-ACCOUNT-NUMBER TO TD-ACCOUNT-NUMBER.
           READ TDREG
              KEY IS TD-ACCOUNT-NUMBER
           END-READ.

           IF TDREG-STATUS = '00' AND TD-STATUS-ACTIVE
              MOVE 'REJECTED - DEPOSIT ALREADY ACTIVE  '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO ND999
           END-IF.

           IF TDREG-STATUS NOT = '00' AND TDREG-STATUS NOT = '23'
              DISPLAY 'TDMNT - error reading deposit for account '
                      CARD-ACCOUNT-NUMBER ' status=' TDREG-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

      *
      * A deposit that has matured or been broken is overwritten
      *
           MOVE TDREG-STATUS TO WS-DEP-ON-FILE.

           MOVE SPACES              TO TERM-DEPOSIT-RECORD.
           MOVE CARD-ACCOUNT-NUMBER TO TD-ACCOUNT-NUMBER.
           MOVE WS-DEP-SORTCODE     TO TD-SORTCODE.
           MOVE WS-DEP-CUSTOMER     TO TD-CUSTOMER-NUMBER.
           MOVE CARD-TERM-MONTHS    TO TD-TERM-MONTHS.
           MOVE WS-RUN-DATE         TO TD-START-DATE.
           MOVE WS-RUN-DATE         TO WS-TERM-DATE.
           MOVE CARD-TERM-MONTHS    TO WS-TERM-MONTHS.
           PERFORM ADD-TERM-MONTHS.
           MOVE WS-TERM-DATE        TO TD-MATURITY-DATE.
           MOVE WS-TERM-RATE        TO TD-RATE.
           MOVE WS-DEP-BALANCE      TO TD-PRINCIPAL.
           MOVE CARD-INSTRUCTION    TO TD-INSTRUCTION.
           MOVE WS-NOM-SORTCODE     TO TD-PAY-SORTCODE.
           MOVE WS-NOM-ACCOUNT      TO TD-PAY-ACCOUNT.
           MOVE 'A'                 TO TD-STATUS.
           MOVE 'N'                 TO TD-BREAK-FLAG.
           MOVE 0                   TO TD-BREAK-PENALTY
                                       TD-ROLLOVER-COUNT.
           MOVE WS-RUN-DATE         TO TD-LAST-ACTION-DATE.
           MOVE CARD-REQUESTED-BY   TO TD-LAST-ACTION-BY.

           IF WS-DEP-ON-FILE = '00'
              REWRITE TERM-DEPOSIT-RECORD
           ELSE
              WRITE TERM-DEPOSIT-RECORD
           END-IF.
           PERFORM CHECK-DEPOSIT-WRITE.

      *
      * INTACCR accrues the deposit at the account's own rate
      *
           MOVE CARD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
           END-READ.
           IF ACCTFILE-STATUS = '00'
              MOVE WS-TERM-RATE TO ACCOUNT-INTEREST-RATE
              REWRITE ACCOUNT-RECORD
           END-IF.
           IF ACCTFILE-STATUS NOT = '00'
              DISPLAY 'TDMNT - error setting rate on account '
                      CARD-ACCOUNT-NUMBER ' status=' ACCTFILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-NEW-CNT.
           MOVE TD-MATURITY-DATE TO WS-RPT-MATURITY.
           MOVE TD-RATE          TO WS-RPT-RATE.
           MOVE TD-PRINCIPAL     TO WS-RPT-AMOUNT.
           MOVE 'REGISTERED                         '
              TO WS-RPT-OUTCOME.
           WRITE TDM-PRINT-RECORD FROM WS-RPT-DETAIL.

       ND999.
           EXIT.

      *
      * A new maturity instruction, or a new nominated account,
      * for an active deposit not already being broken
      *
       CHANGE-INSTRUCTION SECTION.
       CI010.
           IF NOT CARD-INSTR-VALID
              MOVE 'REJECTED - INSTRUCTION NOT R, P, S '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO CI999
           END-IF.

           PERFORM READ-ACTIVE-DEPOSIT.
           IF TDREG-STATUS NOT = '00'
              GO TO CI999
           END-IF.

           IF CARD-INSTR-ROLLOVER
              MOVE 'N' TO WS-NOM-REQUIRED
           ELSE
              MOVE 'Y' TO WS-NOM-REQUIRED
           END-IF.
           MOVE CARD-INSTRUCTION TO WS-NOM-INSTRUCTION.
           PERFORM CHECK-NOMINATED-ACCOUNT.
           IF WS-NOM-OK NOT = 'Y'
              PERFORM REJECT-CARD
              GO TO CI999
           END-IF.

           MOVE CARD-INSTRUCTION  TO TD-INSTRUCTION.
           MOVE WS-NOM-SORTCODE   TO TD-PAY-SORTCODE.
           MOVE WS-NOM-ACCOUNT    TO TD-PAY-ACCOUNT.
           MOVE WS-RUN-DATE       TO TD-LAST-ACTION-DATE.
           MOVE CARD-REQUESTED-BY TO TD-LAST-ACTION-BY.

           REWRITE TERM-DEPOSIT-RECORD.
           PERFORM CHECK-DEPOSIT-WRITE.

           ADD 1 TO WS-CHANGED-CNT.
           MOVE TD-TERM-MONTHS   TO WS-RPT-TERM.
           MOVE TD-MATURITY-DATE TO WS-RPT-MATURITY.
           MOVE TD-RATE          TO WS-RPT-RATE.
           MOVE TD-PRINCIPAL     TO WS-RPT-AMOUNT.
           MOVE 'INSTRUCTION CHANGED                '
              TO WS-RPT-OUTCOME.
           WRITE TDM-PRINT-RECORD FROM WS-RPT-DETAIL.

       CI999.
           EXIT.

      *
      * Break before maturity: mature the deposit tonight, paid to
      * the nominated account less the penalty
      *
       BREAK-DEPOSIT SECTION.
       BD010.
           PERFORM READ-ACTIVE-DEPOSIT.
           IF TDREG-STATUS NOT = '00'
              GO TO BD999
           END-IF.

           IF WS-RUN-DATE NOT < TD-MATURITY-DATE
              MOVE 'REJECTED - DEPOSIT ALREADY MATURED '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO BD999
           END-IF.

      *
      * A card that names no account pays to the one already held;
      * a roll over holds none, so the card must name one
      *
           IF CARD-PAY-ACCOUNT NUMERIC AND CARD-PAY-ACCOUNT > 0
              MOVE 'Y' TO WS-NOM-REQUIRED
              MOVE 'P' TO WS-NOM-INSTRUCTION
              PERFORM CHECK-NOMINATED-ACCOUNT
              IF WS-NOM-OK NOT = 'Y'
                 PERFORM REJECT-CARD
                 GO TO BD999
              END-IF
              MOVE WS-NOM-SORTCODE TO TD-PAY-SORTCODE
              MOVE WS-NOM-ACCOUNT  TO TD-PAY-ACCOUNT
           ELSE
              IF TD-ROLLOVER
                 MOVE 'REJECTED - BREAK NEEDS PAY ACCOUNT '
                    TO WS-RPT-OUTCOME
                 PERFORM REJECT-CARD
                 GO TO BD999
              END-IF
           END-IF.

           COMPUTE TD-BREAK-PENALTY ROUNDED =
              TD-PRINCIPAL * TD-RATE / 100 * WS-PENALTY-DAYS / 365.
           MOVE 'P'               TO TD-INSTRUCTION.
           MOVE 'Y'               TO TD-BREAK-FLAG.
           MOVE WS-RUN-DATE       TO TD-MATURITY-DATE.
           MOVE WS-RUN-DATE       TO TD-LAST-ACTION-DATE.
           MOVE CARD-REQUESTED-BY TO TD-LAST-ACTION-BY.

           REWRITE TERM-DEPOSIT-RECORD.
           PERFORM CHECK-DEPOSIT-WRITE.

           ADD 1 TO WS-BROKEN-CNT.
           MOVE TD-TERM-MONTHS   TO WS-RPT-TERM.
           MOVE TD-INSTRUCTION   TO WS-RPT-INSTRUCTION.
           MOVE TD-PAY-SORTCODE  TO WS-RPT-PAY-SORTCODE.
           MOVE TD-PAY-ACCOUNT   TO WS-RPT-PAY-ACCOUNT.
           MOVE TD-MATURITY-DATE TO WS-RPT-MATURITY.
           MOVE TD-RATE          TO WS-RPT-RATE.
           MOVE TD-BREAK-PENALTY TO WS-RPT-AMOUNT.
           MOVE 'BROKEN - PENALTY, PAYS OUT TONIGHT '
              TO WS-RPT-OUTCOME.
           WRITE TDM-PRINT-RECORD FROM WS-RPT-DETAIL.

       BD999.
           EXIT.

      *
      * The card's deposit must be active and not already being
      * broken; anything else rejects the card and leaves
      * TDREG-STATUS other than '00'
      *
       READ-ACTIVE-DEPOSIT SECTION.
       RA010.
           MOVE CARD-ACCOUNT-NUMBER TO TD-ACCOUNT-NUMBER.
           READ TDREG
              KEY IS TD-ACCOUNT-NUMBER
           END-READ.

           IF TDREG-STATUS NOT = '00' AND TDREG-STATUS NOT = '23'
              DISPLAY 'TDMNT - error reading deposit for account '
                      CARD-ACCOUNT-NUMBER ' status=' TDREG-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF TDREG-STATUS = '23' OR NOT TD-STATUS-ACTIVE
              MOVE '23' TO TDREG-STATUS
              MOVE 'REJECTED - NO ACTIVE DEPOSIT       '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO RA999
           END-IF.

           IF TD-BREAK-REQUESTED
              MOVE '23' TO TDREG-STATUS
              MOVE 'REJECTED - BREAK ALREADY BOOKED    '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO RA999
           END-IF.

       RA999.
           EXIT.

      *
      * The nominated account on the card: optional for a roll
      * over, otherwise on file, open, not the deposit itself, and
      * a SAVINGS account for instruction S. WS-NOM-OK comes back
      * N with the reject outcome set.
      *
       CHECK-NOMINATED-ACCOUNT SECTION.
       NA010.
           MOVE 'Y' TO WS-NOM-OK.
           MOVE 0 TO WS-NOM-SORTCODE WS-NOM-ACCOUNT.

           IF CARD-PAY-ACCOUNT NOT NUMERIC OR CARD-PAY-ACCOUNT = 0
              IF WS-NOM-REQUIRED = 'Y'
                 MOVE 'N' TO WS-NOM-OK
                 MOVE 'REJECTED - NO NOMINATED ACCOUNT    '
                    TO WS-RPT-OUTCOME
              END-IF
              GO TO NA999
           END-IF.

           IF CARD-PAY-SORTCODE NOT NUMERIC OR
              CARD-PAY-ACCOUNT = CARD-ACCOUNT-NUMBER
              MOVE 'N' TO WS-NOM-OK
              MOVE 'REJECTED - NOMINATED ACCT INVALID  '
                 TO WS-RPT-OUTCOME
              GO TO NA999
           END-IF.

           MOVE CARD-PAY-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
           END-READ.

           IF ACCTFILE-STATUS NOT = '00' OR ACCOUNT-STATUS-CLOSED OR
              ACCOUNT-SORTCODE NOT = CARD-PAY-SORTCODE
              MOVE 'N' TO WS-NOM-OK
              MOVE 'REJECTED - NOMINATED ACCT INVALID  '
                 TO WS-RPT-OUTCOME
              GO TO NA999
           END-IF.

           PERFORM GET-PRODUCT.

           IF WS-NOM-INSTRUCTION = 'S' AND
              (NOT PROD-CLASS-SAVINGS OR PROD-IS-ISA)
              MOVE 'N' TO WS-NOM-OK
              MOVE 'REJECTED - NOMINATED NOT SAVINGS   '
                 TO WS-RPT-OUTCOME
              GO TO NA999
           END-IF.

           MOVE CARD-PAY-SORTCODE TO WS-NOM-SORTCODE.
           MOVE CARD-PAY-ACCOUNT  TO WS-NOM-ACCOUNT.

       NA999.
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
              DISPLAY 'TDMNT - product master unavailable, run '
                      'stopped'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       GP999.
           EXIT.

       FIND-TERM-RATE SECTION.
       FR010.
           SET RT-NDX TO 1.
           SEARCH WS-TDRATE-ENTRY
              AT END
                 CONTINUE
              WHEN RT-NDX > WS-TDRATE-USED
                 CONTINUE
              WHEN WS-RT-TERM(RT-NDX) = CARD-TERM-MONTHS
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

       CHECK-DEPOSIT-WRITE SECTION.
       CW010.
           IF TDREG-STATUS NOT = '00'
              DISPLAY 'TDMNT - error writing deposit for account '
                      TD-ACCOUNT-NUMBER ' status=' TDREG-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CW999.
           EXIT.

       REJECT-CARD SECTION.
       RJ010.
           ADD 1 TO WS-REJECTED-CNT.
           WRITE TDM-PRINT-RECORD FROM WS-RPT-DETAIL.

       RJ999.
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
              DISPLAY 'TDMNT - business date unavailable, using '
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
           CLOSE TDCARD.
           CLOSE TDREG.
           CLOSE ACCTFILE.
           CLOSE TDMRPT.

           MOVE 'CLOSE' TO WS-PIP-FUNCTION.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

       CF999.
           EXIT.
