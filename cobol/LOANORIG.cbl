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
      * Loan origination. The lending desk's LOANAPP carries one
      * application per record - the customer, the lending product,
      * the amount, the rate agreed, the term in months and the
      * customer's own current account the money is to be paid
      * into. Each application is decided on the customer's credit
      * standing:
      *   - the CUSTOMER-CREDIT-SCORE must have been reviewed in
      *     the year to the run date and be at least WS-MIN-SCORE
      *   - what the customer already owes the bank - the debit
      *     balance of every open account they hold, loans and
      *     overdrawn accounts alike - plus the new loan may not
      *     pass the lending ceiling for the score's band
      * An application the desk has made out wrongly - a customer
      * not on file, a type that is not an available lending
      * product (class L on the PRODMST product master), or a
      * nominated account that is not the customer's own open
      * sterling current account, or is blocked to credits - is
      * rejected back to the desk and not decided.
      *
      * An approved loan is opened on ACCTFILE with the next
      * account number from the NUMCTL counter, exactly as ONBOARD
      * opens accounts - so the two must never run together, and
      * operations resynchronizes the named counters from NUMCTL
      * after the run; OPENSYNC runs first, so NUMCTL is already
      * past the day's on-line openings. The principal is paid out
      * at once: the loan account is debited (a loan's book balance
      * is what is owed, carried negative) and the nominated
      * current account credited, and both legs are journalled on
      * TXNJRNL under the batch teller id LOANORIG.
      *
      * The contractual schedule goes to LOANSKED in the AMORSKED
      * shape with the WCA4ZCOB arithmetic - a 'LOAN nnnnnnnn'
      * header, the heading line, then one line per month. New
      * loan numbers are always above the existing ones, so the
      * loan desk adds LOANSKED to the end of EXPECTIN and DELINQ
      * takes the loan up from its next cycle. DELINQ carries the
      * loan number in eight digits, so the run stops rather than
      * open an account the counter has taken past 99999999.
      *
      * Each loan opened also gets a repayment instruction on
      * RPYINST so LOANCOLL collects it from the nominated account,
      * due each month on the day of the month the loan was opened
      * (the 28th at the latest) from the month after opening.
      *
      * A declined customer is written to on LOANLTR giving the
      * reason. LOANRPT lists every application with its outcome
      * and closes with the control equation
      * opened + declined + rejected = applications read.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANORIG.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANAPP
                  ASSIGN TO LOANAPP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS LOANAPP-STATUS.

           SELECT CUSTFILE
                  ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CUSTOMER-KEY
                  FILE STATUS  IS CUSTFILE-STATUS.

           SELECT ACCTFILE
                  ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT NUMCTL
                  ASSIGN TO NUMCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS NUMCTL-STATUS.

           SELECT JRNLOUT
                  ASSIGN TO JRNLOUT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS JRNL-KEY
                  FILE STATUS  IS JRNLOUT-STATUS.

           SELECT RPYINST
                  ASSIGN TO RPYINST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS RPI-LOAN-NUMBER
                  FILE STATUS  IS RPYINST-STATUS.

           SELECT LOANSKED
                  ASSIGN TO LOANSKED
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS LOANSKED-STATUS.

           SELECT LOANLTR
                  ASSIGN TO LOANLTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS LOANLTR-STATUS.

           SELECT LOANRPT
                  ASSIGN TO LOANRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS LOANRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  LOANAPP.
       01  LOAN-APPLICATION-RECORD.
           05 LAP-SORTCODE                 PIC 9(6).
           05 LAP-CUSTOMER-NUMBER          PIC 9(10).
           05 LAP-LOAN-TYPE                PIC X(8).
           05 LAP-AMOUNT                   PIC 9(7)V99.
           05 LAP-RATE                     PIC 9(3)V99.
           05 LAP-TERM                     PIC 9(3).
           05 LAP-NOMINATED-ACCOUNT        PIC 9(11).
           05 LAP-REFERENCE                PIC X(10).
           05 FILLER                       PIC X(18).

       FD  CUSTFILE.
       01  VSAM-RECORD.
       COPY CUSTOMER.

       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  NUMCTL.
       01  NUMBER-CONTROL-RECORD.
           05 NUM-NEXT-CUSTOMER            PIC 9(10).
           05 NUM-NEXT-ACCOUNT             PIC 9(11).
           05 FILLER                       PIC X(59).

       FD  JRNLOUT.
       01  JOURNAL-RECORD.
       COPY TXNJRNL.

       FD  RPYINST.
       01  REPAYMENT-INSTRUCTION-RECORD.
       COPY RPYINST.

       FD  LOANSKED.
       01  SKED-RECORD                     PIC X(80).

       FD  LOANLTR.
       01  LTR-PRINT-RECORD                PIC X(133).

       FD  LOANRPT.
       01  LOAN-PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  LOANAPP-STATUS.
           05 LOANAPP-STATUS1              PIC X.
           05 LOANAPP-STATUS2              PIC X.

       01  CUSTFILE-STATUS.
           05 CUSTFILE-STATUS1             PIC X.
           05 CUSTFILE-STATUS2             PIC X.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  NUMCTL-STATUS.
           05 NUMCTL-STATUS1               PIC X.
           05 NUMCTL-STATUS2               PIC X.

       01  JRNLOUT-STATUS.
           05 JRNLOUT-STATUS1              PIC X.
           05 JRNLOUT-STATUS2              PIC X.

       01  RPYINST-STATUS.
           05 RPYINST-STATUS1              PIC X.
           05 RPYINST-STATUS2              PIC X.

       01  LOANSKED-STATUS.
           05 LOANSKED-STATUS1             PIC X.
           05 LOANSKED-STATUS2             PIC X.

       01  LOANLTR-STATUS.
           05 LOANLTR-STATUS1              PIC X.
           05 LOANLTR-STATUS2              PIC X.

       01  LOANRPT-STATUS.
           05 LOANRPT-STATUS1              PIC X.
           05 LOANRPT-STATUS2              PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.
       01 WS-SCAN-EXIT                     PIC X    VALUE 'N'.

      *
      * The credit policy. A score must have been reviewed within
      * the year and be at least WS-MIN-SCORE; the ceilings are the
      * most, in pounds, a customer in each band may owe the bank
      * once the new loan is paid out
      *
       01 WS-MIN-SCORE                     PIC 9(3) VALUE 561.
       01 WS-HIGH-BAND-SCORE               PIC 9(3) VALUE 881.
       01 WS-MID-BAND-SCORE                PIC 9(3) VALUE 721.
       01 WS-HIGH-BAND-CEILING             PIC 9(9)V99 VALUE 75000.
       01 WS-MID-BAND-CEILING              PIC 9(9)V99 VALUE 40000.
       01 WS-LOW-BAND-CEILING              PIC 9(9)V99 VALUE 15000.
       01 WS-MAX-TERM                      PIC 9(3) VALUE 360.

      *
      * The highest account number a loan can be given - DELINQ
      * and the AMORSKED header carry loan numbers in eight digits
      *
       01 WS-MAX-LOAN-NUMBER               PIC 9(11) VALUE 99999999.

       01 WS-APPL-CNT                      PIC 9(5) VALUE 0.
       01 WS-OPENED-CNT                    PIC 9(5) VALUE 0.
       01 WS-DECLINED-CNT                  PIC 9(5) VALUE 0.
       01 WS-REJECTED-CNT                  PIC 9(5) VALUE 0.
       01 WS-LETTER-CNT                    PIC 9(5) VALUE 0.
       01 WS-EQUATION-TOTAL                PIC 9(5).
       01 WS-LENT-TOTAL                    PIC 9(11)V99 VALUE 0.

       01 WS-NEXT-CUSTOMER                 PIC 9(10).
       01 WS-NEXT-ACCOUNT                  PIC 9(11).
       01 WS-NUMCTL-DUE                    PIC X    VALUE 'N'.

       01 WS-LOAN-NUMBER                   PIC 9(11).
       01 WS-NOM-SORTCODE                  PIC 9(6).
       01 WS-CREDIT-SCORE                  PIC 9(3).
       01 WS-SCORE-STALE                   PIC X.
       01 WS-SCORE-CUTOFF                  PIC 9(8).
       01 WS-REVIEW-YYYYMMDD               PIC 9(8).
       01 WS-CEILING                       PIC 9(9)V99.
       01 WS-NEW-EXPOSURE                  PIC 9(11)V99.
       01 WS-DECLINE-REASON                PIC X(60).

      *
      * What each applying customer already owes the bank, taken
      * from one pass of ACCTFILE before any application is
      * decided, and added to as this run's loans are paid out
      *
       01 WS-EXP-MAX                       PIC 9(5) VALUE 1000.
       01 WS-EXP-USED                      PIC 9(5) VALUE 0.
       01 WS-EXP-NDX                       PIC 9(5).
       01 WS-EXP-FOUND                     PIC 9(5).
       01 WS-EXP-SORTCODE                  PIC 9(6).
       01 WS-EXP-CUSTOMER                  PIC 9(10).
       01 WS-EXPOSURE-TABLE.
           05 WS-EXP-ENTRY OCCURS 1000 TIMES.
              10 WS-EXP-ENT-SORTCODE       PIC 9(6).
              10 WS-EXP-ENT-CUSTOMER       PIC 9(10).
              10 WS-EXP-ENT-OWED           PIC S9(11)V99 COMP-3.

       01 WS-PRODINF-PARM.
           03 WS-PIP-FUNCTION              PIC X(5).
           03 WS-PIP-ACCOUNT-TYPE          PIC X(8).
           03 WS-PIP-PRODUCT.
       COPY PRODMST.
           03 WS-PIP-STATUS                PIC X.

       01 WS-BLKCHK-PARM.
           05 WS-BCP-FUNCTION              PIC X(5).
           05 WS-BCP-ACCOUNT-NUMBER        PIC 9(11).
           05 WS-BCP-AS-OF-DATE            PIC X(10).
           05 WS-BCP-BLOCKED               PIC X.
           05 WS-BCP-REASON-CODE           PIC X(2).
           05 WS-BCP-STATUS                PIC X.

       01 WS-RUN-TIME-RAW                  PIC 9(8).
       01 WS-JOURNAL-TRIES                 PIC 9(2).

       01 WS-AMOR-PERIOD                   PIC 9(3).
       01 WS-AMOR-OPENING-BAL              PIC 9(9)V99.
       01 WS-AMOR-INTEREST                 PIC 9(9)V99.
       01 WS-AMOR-PRINCIPAL                PIC 9(9)V99.
       01 WS-AMOR-CLOSING-BAL              PIC 9(9)V99.

      *
      * Same line shapes WCA4ZCOB writes and DELINQ parses
      *
       01 WS-SKED-HEADER.
           05 FILLER                       PIC X(5) VALUE 'LOAN '.
           05 WS-SKH-LOAN                  PIC 9(8).
           05 FILLER                       PIC X(67) VALUE SPACES.

       01 WS-AMOR-LINE.
           05 AMOR-PERIOD                  PIC ZZ9.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 AMOR-OPENING                 PIC ZZZZZZZZ9.99.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 AMOR-INTEREST                PIC ZZZZZZZZ9.99.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 AMOR-PRINCIPAL               PIC ZZZZZZZZ9.99.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 AMOR-CLOSING                 PIC ZZZZZZZZ9.99.
           05 FILLER                       PIC X(15) VALUE SPACES.

       01 WS-AMOR-HEADING-LINE             PIC X(80) VALUE
           'PER  OPENING BAL   INTEREST  PRINCIPAL  CLOSING BAL'.

       01 WS-NEXT-STMT-DATE.
           05 WS-NEXT-YEAR                 PIC 9(4).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-NEXT-MONTH                PIC 99.
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-NEXT-DAY                  PIC 99.

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
           05 FILLER                       PIC X(30)
                 VALUE 'LOANORIG LOAN APPLICATIONS    '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(92) VALUE SPACES.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-SEQ                   PIC 9(5).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-REFERENCE             PIC X(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-CUSTOMER              PIC 9(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-TYPE                  PIC X(8).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-AMOUNT                PIC Z(6)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-TERM                  PIC ZZ9.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-OUTCOME               PIC X(8).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-LOAN                  PIC X(11).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-NOTE                  PIC X(45).
           05 FILLER                       PIC X(6) VALUE SPACES.

       01 WS-RPT-TOTALS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(13)
                 VALUE 'APPLICATIONS '.
           05 WS-RPT-TOT-APPL              PIC Z(4)9.
           05 FILLER                       PIC X(9) VALUE '  OPENED '.
           05 WS-RPT-TOT-OPENED            PIC Z(4)9.
           05 FILLER                       PIC X(11)
                 VALUE '  DECLINED '.
           05 WS-RPT-TOT-DECLINED          PIC Z(4)9.
           05 FILLER                       PIC X(11)
                 VALUE '  REJECTED '.
           05 WS-RPT-TOT-REJECTED          PIC Z(4)9.
           05 FILLER                       PIC X(10)
                 VALUE '  LETTERS '.
           05 WS-RPT-TOT-LETTERS           PIC Z(4)9.
           05 FILLER                       PIC X(12)
                 VALUE '  PAID OUT  '.
           05 WS-RPT-TOT-LENT              PIC Z(10)9.99.
           05 FILLER                       PIC X(27) VALUE SPACES.

       01 WS-LTR-HEADER.
           05 FILLER                       PIC X    VALUE '1'.
           05 FILLER                       PIC X(26)
                 VALUE 'CBSA BANK LENDING SERVICE '.
           05 WS-LTR-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(96) VALUE SPACES.

       01 WS-LTR-NAME-LINE.
           05 FILLER                       PIC X    VALUE '0'.
           05 WS-LTR-NAME                  PIC X(60).
           05 FILLER                       PIC X(72) VALUE SPACES.

       01 WS-LTR-ADDR-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-LTR-ADDR                  PIC X(132).

       01 WS-LTR-APPLICATION-LINE.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(30)
                 VALUE 'YOUR APPLICATION FOR A LOAN OF'.
           05 WS-LTR-AMOUNT                PIC Z(6)9.99.
           05 FILLER                       PIC X(15)
                 VALUE ' POUNDS OVER   '.
           05 WS-LTR-TERM                  PIC ZZ9.
           05 FILLER                       PIC X(7) VALUE ' MONTHS'.
           05 FILLER                       PIC X(67) VALUE SPACES.

       01 WS-LTR-BODY-LINE.
           05 FILLER                       PIC X    VALUE '0'.
           05 WS-LTR-BODY                  PIC X(100).
           05 FILLER                       PIC X(32) VALUE SPACES.

       01 WS-LTR-REASON-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(4) VALUE SPACES.
           05 WS-LTR-REASON                PIC X(60).
           05 FILLER                       PIC X(68) VALUE SPACES.

       01 WS-BODY-DECLINE                  PIC X(100) VALUE
           'WE ARE SORRY THAT WE ARE NOT ABLE TO OFFER YOU THIS LOAN. TH
      -    'E REASON FOR OUR DECISION IS:'.
       01 WS-BODY-CONTACT                  PIC X(100) VALUE
           'IF YOU WOULD LIKE TO DISCUSS THIS, PLEASE CONTACT YOUR BRANC
      -    'H.'.

      *
      * The reasons a customer is given, as the letter prints them
      *
       01 WS-REASON-STALE                  PIC X(60) VALUE
           'WE HAVE NO CREDIT ASSESSMENT FOR YOU FROM THE LAST YEAR'.
       01 WS-REASON-SCORE                  PIC X(60) VALUE
           'YOUR CREDIT SCORE IS BELOW WHAT WE REQUIRE FOR LENDING'.
       01 WS-REASON-EXPOSURE               PIC X(60) VALUE
           'YOUR BORROWING WITH US WOULD BE MORE THAN WE CAN LEND'.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'LOANORIG'.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started LOANORIG.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE WS-LTR-HDR-DATE.

           COMPUTE WS-SCORE-CUTOFF =
              (WS-RUN-YEAR - 1) * 10000 + WS-RUN-MONTH * 100 +
              WS-RUN-DAY.

           PERFORM OPEN-FILES.
           PERFORM READ-NUMBER-CONTROL.

           WRITE LOAN-PRINT-RECORD FROM WS-RPT-HEADER.

      *
      * Pass one: who is applying, and what they already owe
      *
           PERFORM LIST-APPLICANTS.
           PERFORM TAKE-EXPOSURE.

      *
      * Pass two: decide each application
      *
           OPEN INPUT LOANAPP.
           IF LOANAPP-STATUS NOT EQUAL '00'
               DISPLAY 'Error reopening LOANAPP file, status='
                       LOANAPP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'N' TO WS-EXIT.
           READ LOANAPP
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-APPL-CNT
              PERFORM DECIDE-ONE-APPLICATION
              READ LOANAPP
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           IF WS-NUMCTL-DUE = 'Y'
              PERFORM WRITE-NUMBER-CONTROL
           END-IF.

           MOVE WS-APPL-CNT     TO WS-RPT-TOT-APPL.
           MOVE WS-OPENED-CNT   TO WS-RPT-TOT-OPENED.
           MOVE WS-DECLINED-CNT TO WS-RPT-TOT-DECLINED.
           MOVE WS-REJECTED-CNT TO WS-RPT-TOT-REJECTED.
           MOVE WS-LETTER-CNT   TO WS-RPT-TOT-LETTERS.
           MOVE WS-LENT-TOTAL   TO WS-RPT-TOT-LENT.
           WRITE LOAN-PRINT-RECORD FROM WS-RPT-TOTALS.

           COMPUTE WS-EQUATION-TOTAL =
              WS-OPENED-CNT + WS-DECLINED-CNT + WS-REJECTED-CNT.

           DISPLAY 'LOANORIG read ' WS-APPL-CNT ' applications: '
                   'opened ' WS-OPENED-CNT ', declined '
                   WS-DECLINED-CNT ', rejected ' WS-REJECTED-CNT
                   '.'.

           IF WS-EQUATION-TOTAL NOT = WS-APPL-CNT
              DISPLAY 'LOANORIG CONTROL EQUATION FAILED - opened + '
                      'declined + rejected ' WS-EQUATION-TOTAL
                      ' of ' WS-APPL-CNT ' read'
              MOVE 12 TO RETURN-CODE
           ELSE
              DISPLAY 'LOANORIG control equation holds: opened + '
                      'declined + rejected = applications read.'
              IF WS-REJECTED-CNT > 0
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT LOANAPP.
           IF LOANAPP-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening LOANAPP file, status='
                       LOANAPP-STATUS
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

           OPEN I-O ACCTFILE.
           IF ACCTFILE-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ACCTFILE file, status='
                       ACCTFILE-STATUS
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

           OPEN I-O RPYINST.
           IF RPYINST-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening RPYINST file, status='
                       RPYINST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT LOANSKED.
           IF LOANSKED-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening LOANSKED file, status='
                       LOANSKED-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT LOANLTR.
           IF LOANLTR-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening LOANLTR file, status='
                       LOANLTR-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT LOANRPT.
           IF LOANRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening LOANRPT file, status='
                       LOANRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * The counter record is the batch mirror of the named
      * counters - refusing to run without it is what stops two
      * accounts getting the same number
      *
       READ-NUMBER-CONTROL SECTION.
       RN010.
           OPEN INPUT NUMCTL.
           IF NUMCTL-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening NUMCTL file, status='
                       NUMCTL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           READ NUMCTL
             AT END
               DISPLAY 'LOANORIG - NUMCTL counter record missing, '
                       'run refused'
               CLOSE NUMCTL
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-READ.

           IF NUM-NEXT-CUSTOMER NOT NUMERIC OR
              NUM-NEXT-ACCOUNT NOT NUMERIC
              DISPLAY 'LOANORIG - NUMCTL counters not numeric, '
                      'run refused'
              CLOSE NUMCTL
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE NUM-NEXT-CUSTOMER TO WS-NEXT-CUSTOMER.
           MOVE NUM-NEXT-ACCOUNT  TO WS-NEXT-ACCOUNT.
           CLOSE NUMCTL.

       RN999.
           EXIT.

      *
      * Written back once the run is over - or on the way out of a
      * run stopped part way, so the accounts it did open are never
      * handed out again
      *
       WRITE-NUMBER-CONTROL SECTION.
       WN010.
           MOVE 'N' TO WS-NUMCTL-DUE.

           OPEN OUTPUT NUMCTL.
           IF NUMCTL-STATUS NOT EQUAL '00'
               DISPLAY 'Error reopening NUMCTL file, status='
                       NUMCTL-STATUS
               DISPLAY 'LOANORIG - next account number is now '
                       WS-NEXT-ACCOUNT
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           MOVE WS-NEXT-CUSTOMER TO NUM-NEXT-CUSTOMER.
           MOVE WS-NEXT-ACCOUNT  TO NUM-NEXT-ACCOUNT.
           MOVE SPACES TO NUMBER-CONTROL-RECORD(22:59).
           WRITE NUMBER-CONTROL-RECORD.
           CLOSE NUMCTL.

       WN999.
           EXIT.

      *
      * One exposure entry per customer applying
      *
       LIST-APPLICANTS SECTION.
       LA010.
           MOVE 'N' TO WS-EXIT.
           READ LOANAPP
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              IF LAP-SORTCODE NUMERIC AND
                 LAP-CUSTOMER-NUMBER NUMERIC
                 MOVE LAP-SORTCODE        TO WS-EXP-SORTCODE
                 MOVE LAP-CUSTOMER-NUMBER TO WS-EXP-CUSTOMER
                 PERFORM FIND-EXPOSURE
                 IF WS-EXP-FOUND = 0
                    PERFORM ADD-EXPOSURE
                 END-IF
              END-IF
              READ LOANAPP
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           CLOSE LOANAPP.

       LA999.
           EXIT.

       ADD-EXPOSURE SECTION.
       AE010.
           IF WS-EXP-USED NOT < WS-EXP-MAX
              DISPLAY 'LOANORIG - more than ' WS-EXP-MAX
                      ' customers applying, run refused'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-EXP-USED.
           MOVE WS-EXP-SORTCODE TO WS-EXP-ENT-SORTCODE(WS-EXP-USED).
           MOVE WS-EXP-CUSTOMER TO WS-EXP-ENT-CUSTOMER(WS-EXP-USED).
           MOVE 0               TO WS-EXP-ENT-OWED(WS-EXP-USED).

       AE999.
           EXIT.

       FIND-EXPOSURE SECTION.
       FE010.
           MOVE 0 TO WS-EXP-FOUND.

           PERFORM VARYING WS-EXP-NDX FROM 1 BY 1
              UNTIL WS-EXP-NDX > WS-EXP-USED OR WS-EXP-FOUND > 0
              IF WS-EXP-ENT-SORTCODE(WS-EXP-NDX) = WS-EXP-SORTCODE AND
                 WS-EXP-ENT-CUSTOMER(WS-EXP-NDX) = WS-EXP-CUSTOMER
                 MOVE WS-EXP-NDX TO WS-EXP-FOUND
              END-IF
           END-PERFORM.

       FE999.
           EXIT.

      *
      * Every open account in debit belonging to an applicant adds
      * what is owed on it to the applicant's exposure
      *
       TAKE-EXPOSURE SECTION.
       TE010.
           MOVE 'N' TO WS-SCAN-EXIT.
           READ ACCTFILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-EXIT
           END-READ.

           PERFORM UNTIL WS-SCAN-EXIT = 'Y'
              IF ACCOUNT-STATUS-OPEN AND
                 ACCOUNT-ACTUAL-BALANCE < 0
                 MOVE ACCOUNT-SORTCODE        TO WS-EXP-SORTCODE
                 MOVE ACCOUNT-CUSTOMER-NUMBER TO WS-EXP-CUSTOMER
                 PERFORM FIND-EXPOSURE
                 IF WS-EXP-FOUND > 0
                    SUBTRACT ACCOUNT-ACTUAL-BALANCE
                       FROM WS-EXP-ENT-OWED(WS-EXP-FOUND)
                 END-IF
              END-IF
              READ ACCTFILE NEXT RECORD
                AT END MOVE 'Y' TO WS-SCAN-EXIT
              END-READ
           END-PERFORM.

       TE999.
           EXIT.

       DECIDE-ONE-APPLICATION SECTION.
       DA010.
           MOVE WS-APPL-CNT   TO WS-RPT-SEQ.
           MOVE LAP-REFERENCE TO WS-RPT-REFERENCE.
           MOVE SPACES        TO WS-RPT-LOAN WS-RPT-NOTE.
           MOVE 0 TO WS-RPT-CUSTOMER WS-RPT-AMOUNT WS-RPT-TERM.
           MOVE LAP-LOAN-TYPE TO WS-RPT-TYPE.

           IF LAP-SORTCODE NOT NUMERIC OR
              LAP-CUSTOMER-NUMBER NOT NUMERIC OR
              LAP-AMOUNT NOT NUMERIC OR
              LAP-AMOUNT = 0 OR
              LAP-RATE NOT NUMERIC OR
              LAP-TERM NOT NUMERIC OR
              LAP-TERM = 0 OR
              LAP-TERM > WS-MAX-TERM OR
              LAP-NOMINATED-ACCOUNT NOT NUMERIC
              MOVE 'APPLICATION FIELDS BAD                       '
                 TO WS-RPT-NOTE
              PERFORM REJECT-APPLICATION
              GO TO DA999
           END-IF.

           MOVE LAP-CUSTOMER-NUMBER TO WS-RPT-CUSTOMER.
           MOVE LAP-AMOUNT          TO WS-RPT-AMOUNT.
           MOVE LAP-TERM            TO WS-RPT-TERM.

           MOVE LAP-SORTCODE        TO CUSTOMER-SORTCODE.
           MOVE LAP-CUSTOMER-NUMBER TO CUSTOMER-NUMBER.
           READ CUSTFILE
              KEY IS CUSTOMER-KEY
           END-READ.
           IF CUSTFILE-STATUS NOT = '00'
              MOVE 'CUSTOMER NOT ON FILE                         '
                 TO WS-RPT-NOTE
              PERFORM REJECT-APPLICATION
              GO TO DA999
           END-IF.

      *
      * The money goes only to the customer's own open sterling
      * current account, and not to one blocked to credits
      *
           MOVE LAP-NOMINATED-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
           END-READ.
           IF ACCTFILE-STATUS = '00'
              PERFORM GET-PRODUCT
           END-IF.

           IF ACCTFILE-STATUS NOT = '00' OR
              ACCOUNT-STATUS-CLOSED OR
              ACCOUNT-SORTCODE NOT = LAP-SORTCODE OR
              ACCOUNT-CUSTOMER-NUMBER NOT = LAP-CUSTOMER-NUMBER OR
              NOT PROD-CLASS-CURRENT OR
              (ACCOUNT-CURRENCY-CODE NOT = SPACES AND
               ACCOUNT-CURRENCY-CODE NOT = 'GBP')
              MOVE 'NOMINATED ACCOUNT NOT AN OWN CURRENT ACCOUNT '
                 TO WS-RPT-NOTE
              PERFORM REJECT-APPLICATION
              GO TO DA999
           END-IF.

           MOVE ACCOUNT-SORTCODE TO WS-NOM-SORTCODE.

           MOVE 'CREDT'               TO WS-BCP-FUNCTION.
           MOVE LAP-NOMINATED-ACCOUNT TO WS-BCP-ACCOUNT-NUMBER.
           PERFORM CHECK-BLOCK.
           IF WS-BCP-BLOCKED = 'Y'
              STRING 'BLK ' WS-BCP-REASON-CODE
                     ' NOMINATED ACCOUNT BLOCKED'
                 DELIMITED BY SIZE INTO WS-RPT-NOTE
              PERFORM REJECT-APPLICATION
              GO TO DA999
           END-IF.

           MOVE LAP-LOAN-TYPE TO ACCOUNT-TYPE.
           PERFORM GET-PRODUCT.
           IF WS-PIP-STATUS NOT = SPACE OR
              NOT PROD-CLASS-LOAN OR
              PROD-STATUS-WITHDRAWN
              MOVE 'NOT AN AVAILABLE LENDING PRODUCT             '
                 TO WS-RPT-NOTE
              PERFORM REJECT-APPLICATION
              GO TO DA999
           END-IF.

      *
      * The credit decision
      *
           PERFORM CHECK-CREDIT-SCORE.

           IF WS-SCORE-STALE = 'Y'
              MOVE WS-REASON-STALE TO WS-DECLINE-REASON
              MOVE 'CREDIT SCORE NOT REVIEWED IN THE YEAR        '
                 TO WS-RPT-NOTE
              PERFORM DECLINE-APPLICATION
              GO TO DA999
           END-IF.

           IF WS-CREDIT-SCORE < WS-MIN-SCORE
              MOVE WS-REASON-SCORE TO WS-DECLINE-REASON
              MOVE 'CREDIT SCORE BELOW LENDING MINIMUM           '
                 TO WS-RPT-NOTE
              PERFORM DECLINE-APPLICATION
              GO TO DA999
           END-IF.

           EVALUATE TRUE
              WHEN WS-CREDIT-SCORE NOT < WS-HIGH-BAND-SCORE
                 MOVE WS-HIGH-BAND-CEILING TO WS-CEILING
              WHEN WS-CREDIT-SCORE NOT < WS-MID-BAND-SCORE
                 MOVE WS-MID-BAND-CEILING  TO WS-CEILING
              WHEN OTHER
                 MOVE WS-LOW-BAND-CEILING  TO WS-CEILING
           END-EVALUATE.

           MOVE LAP-SORTCODE        TO WS-EXP-SORTCODE.
           MOVE LAP-CUSTOMER-NUMBER TO WS-EXP-CUSTOMER.
           PERFORM FIND-EXPOSURE.
           COMPUTE WS-NEW-EXPOSURE =
              WS-EXP-ENT-OWED(WS-EXP-FOUND) + LAP-AMOUNT.

           IF WS-NEW-EXPOSURE > WS-CEILING
              MOVE WS-REASON-EXPOSURE TO WS-DECLINE-REASON
              MOVE 'EXPOSURE WOULD PASS CEILING FOR SCORE BAND   '
                 TO WS-RPT-NOTE
              PERFORM DECLINE-APPLICATION
              GO TO DA999
           END-IF.

           PERFORM OPEN-LOAN.

           ADD LAP-AMOUNT TO WS-EXP-ENT-OWED(WS-EXP-FOUND).

       DA999.
           EXIT.

      *
      * Never reviewed, or last reviewed over a year before the
      * run date, is out of date
      *
       CHECK-CREDIT-SCORE SECTION.
       CS010.
           MOVE 'N' TO WS-SCORE-STALE.
           MOVE CUSTOMER-CREDIT-SCORE TO WS-CREDIT-SCORE.

           IF CUSTOMER-CS-REVIEW-DATE = 0 OR
              CUSTOMER-CS-REVIEW-DATE NOT NUMERIC
              MOVE 'Y' TO WS-SCORE-STALE
              GO TO CS999
           END-IF.

           COMPUTE WS-REVIEW-YYYYMMDD =
              CUSTOMER-CS-REVIEW-YEAR * 10000 +
              CUSTOMER-CS-REVIEW-MONTH * 100 +
              CUSTOMER-CS-REVIEW-DAY.
           IF WS-REVIEW-YYYYMMDD < WS-SCORE-CUTOFF
              MOVE 'Y' TO WS-SCORE-STALE
           END-IF.

       CS999.
           EXIT.

      *
      * Open the loan on the next account number, pay the
      * principal into the nominated account and write the
      * schedule
      *
       OPEN-LOAN SECTION.
       OL010.
           IF WS-NEXT-ACCOUNT > WS-MAX-LOAN-NUMBER
              DISPLAY 'LOANORIG - next account number '
                      WS-NEXT-ACCOUNT ' will not fit a loan number, '
                      'run stopped'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE WS-NEXT-ACCOUNT TO WS-LOAN-NUMBER.

           MOVE 'ACCT'              TO ACCOUNT-EYECATCHER.
           MOVE LAP-CUSTOMER-NUMBER TO ACCOUNT-CUSTOMER-NUMBER.
           MOVE LAP-SORTCODE        TO ACCOUNT-SORTCODE.
           MOVE WS-LOAN-NUMBER      TO ACCOUNT-NUMBER.
           MOVE LAP-LOAN-TYPE       TO ACCOUNT-TYPE.
           MOVE LAP-RATE            TO ACCOUNT-INTEREST-RATE.
           MOVE WS-RUN-DATE         TO ACCOUNT-OPENED-DATE.
           MOVE 0                   TO ACCOUNT-OVERDRAFT-LIMIT.
           MOVE WS-RUN-DATE         TO ACCOUNT-LAST-STMT-DATE.
           PERFORM ROLL-STATEMENT-DATE.
           MOVE WS-NEXT-STMT-DATE   TO ACCOUNT-NEXT-STMT-DATE.
           COMPUTE ACCOUNT-ACTUAL-BALANCE = 0 - LAP-AMOUNT.
           MOVE ACCOUNT-ACTUAL-BALANCE TO ACCOUNT-AVAILABLE-BALANCE.
           MOVE SPACE               TO ACCOUNT-STATUS.
           MOVE SPACES              TO ACCOUNT-CLOSED-DATE.
           MOVE 'GBP'               TO ACCOUNT-CURRENCY-CODE.
           MOVE SPACES              TO ACCOUNT-RECORD(106:6).

           WRITE ACCOUNT-RECORD.
           IF ACCTFILE-STATUS NOT = '00'
              DISPLAY 'LOANORIG - error writing account '
                      ACCOUNT-NUMBER ' status=' ACCTFILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-NEXT-ACCOUNT.
           MOVE 'Y' TO WS-NUMCTL-DUE.

           MOVE LAP-NOMINATED-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
           END-READ.
           IF ACCTFILE-STATUS NOT = '00'
              DISPLAY 'LOANORIG - error reading account '
                      ACCOUNT-NUMBER ' status=' ACCTFILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD LAP-AMOUNT TO ACCOUNT-AVAILABLE-BALANCE
                             ACCOUNT-ACTUAL-BALANCE.
           REWRITE ACCOUNT-RECORD.
           IF ACCTFILE-STATUS NOT = '00'
              DISPLAY 'LOANORIG - error rewriting account '
                      ACCOUNT-NUMBER ' status=' ACCTFILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM JOURNAL-BOTH-LEGS.
           PERFORM WRITE-SCHEDULE.
           PERFORM WRITE-INSTRUCTION.

           ADD 1 TO WS-OPENED-CNT.
           ADD LAP-AMOUNT TO WS-LENT-TOTAL.
           MOVE WS-LOAN-NUMBER TO WS-RPT-LOAN.
           MOVE 'OPENED  ' TO WS-RPT-OUTCOME.
           WRITE LOAN-PRINT-RECORD FROM WS-RPT-DETAIL.

       OL999.
           EXIT.

      *
      * Collected from the nominated account from next month, on
      * the same day of the month as the next statement
      *
       WRITE-INSTRUCTION SECTION.
       WI010.
           MOVE SPACES                TO REPAYMENT-INSTRUCTION-RECORD.
           MOVE WS-LOAN-NUMBER        TO RPI-LOAN-NUMBER.
           MOVE LAP-NOMINATED-ACCOUNT TO RPI-REPAY-ACCOUNT.
           MOVE WS-NEXT-DAY           TO RPI-DUE-DAY.
           MOVE 'A'                   TO RPI-STATUS.
           MOVE WS-RUN-DATE           TO RPI-SET-UP-DATE
                                         RPI-CHANGED-DATE.
           MOVE WS-NEXT-STMT-DATE(1:7) TO RPI-FIRST-MONTH.
           MOVE 'LOANORIG'            TO RPI-CHANGED-BY.
           MOVE 0                     TO RPI-CYCLE-PERIOD
                                         RPI-CYCLE-DUE
                                         RPI-CYCLE-COLLECTED.

           WRITE REPAYMENT-INSTRUCTION-RECORD.
           IF RPYINST-STATUS NOT = '00'
              DISPLAY 'LOANORIG - error writing instruction for '
                      'loan ' WS-LOAN-NUMBER ' status='
                      RPYINST-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WI999.
           EXIT.

      *
      * Journal both legs the way XFRFUN does on-line, under the
      * batch teller id so history shows where the money came from
      *
       JOURNAL-BOTH-LEGS SECTION.
       JB010.
           MOVE WS-RUN-DATE   TO JRNL-DATE.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO JRNL-TIME.
           MOVE LAP-AMOUNT    TO JRNL-AMOUNT.
           MOVE 'BTCH'        TO JRNL-TERMINAL.
           MOVE 'LOANORIG'    TO JRNL-TELLER.
           MOVE 'N'           TO JRNL-CONFIRM-PASS.
           MOVE 'GBP'         TO JRNL-CURRENCY-CODE.
           MOVE LAP-AMOUNT    TO JRNL-CONVERTED-AMOUNT.
           MOVE 'GBP'         TO JRNL-CONVERTED-CCY.
           MOVE SPACES        TO JRNL-SUPERVISOR.
           MOVE SPACES        TO JRNL-REASON-CODE.

           MOVE WS-LOAN-NUMBER        TO JRNL-ACCOUNT-NUMBER.
           MOVE 'D'                   TO JRNL-DR-CR.
           MOVE WS-NOM-SORTCODE       TO JRNL-COUNTERPARTY-SORTCODE.
           MOVE LAP-NOMINATED-ACCOUNT TO JRNL-COUNTERPARTY-ACCOUNT.
           PERFORM WRITE-JOURNAL-LEG.

           MOVE LAP-NOMINATED-ACCOUNT TO JRNL-ACCOUNT-NUMBER.
           MOVE 'C'                   TO JRNL-DR-CR.
           MOVE LAP-SORTCODE          TO JRNL-COUNTERPARTY-SORTCODE.
           MOVE WS-LOAN-NUMBER        TO JRNL-COUNTERPARTY-ACCOUNT.
           PERFORM WRITE-JOURNAL-LEG.

       JB999.
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
              DISPLAY 'LOANORIG - journal write failed for account '
                      JRNL-ACCOUNT-NUMBER ' status=' JRNLOUT-STATUS
           END-IF.

       WL999.
           EXIT.

      *
      * The WCA4ZCOB arithmetic: straight-line principal, interest
      * on the opening balance at rate over twelve, last period
      * clears whatever is left
      *
       WRITE-SCHEDULE SECTION.
       WS010.
           MOVE WS-LOAN-NUMBER TO WS-SKH-LOAN.
           WRITE SKED-RECORD FROM WS-SKED-HEADER.
           WRITE SKED-RECORD FROM WS-AMOR-HEADING-LINE.

           MOVE LAP-AMOUNT TO WS-AMOR-OPENING-BAL.
           COMPUTE WS-AMOR-PRINCIPAL ROUNDED =
              LAP-AMOUNT / LAP-TERM.

           PERFORM VARYING WS-AMOR-PERIOD FROM 1 BY 1
              UNTIL WS-AMOR-PERIOD > LAP-TERM
              COMPUTE WS-AMOR-INTEREST ROUNDED =
                 WS-AMOR-OPENING-BAL * LAP-RATE / 100 / 12
              IF WS-AMOR-PERIOD = LAP-TERM
                 MOVE WS-AMOR-OPENING-BAL TO WS-AMOR-PRINCIPAL
              END-IF
              COMPUTE WS-AMOR-CLOSING-BAL =
                 WS-AMOR-OPENING-BAL - WS-AMOR-PRINCIPAL
              MOVE WS-AMOR-PERIOD      TO AMOR-PERIOD
              MOVE WS-AMOR-OPENING-BAL TO AMOR-OPENING
              MOVE WS-AMOR-INTEREST    TO AMOR-INTEREST
              MOVE WS-AMOR-PRINCIPAL   TO AMOR-PRINCIPAL
              MOVE WS-AMOR-CLOSING-BAL TO AMOR-CLOSING
              WRITE SKED-RECORD FROM WS-AMOR-LINE
              MOVE WS-AMOR-CLOSING-BAL TO WS-AMOR-OPENING-BAL
           END-PERFORM.

           IF LOANSKED-STATUS NOT = '00'
              DISPLAY 'LOANORIG - error writing schedule for loan '
                      WS-LOAN-NUMBER ' status=' LOANSKED-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WS999.
           EXIT.

      *
      * First statement one month on, day pinned to the 28th the
      * way STMTRUN rolls
      *
       ROLL-STATEMENT-DATE SECTION.
       RS010.
           MOVE WS-RUN-YEAR  TO WS-NEXT-YEAR.
           MOVE WS-RUN-MONTH TO WS-NEXT-MONTH.
           MOVE WS-RUN-DAY   TO WS-NEXT-DAY.

           IF WS-NEXT-MONTH = 12
              MOVE 01 TO WS-NEXT-MONTH
              ADD 1 TO WS-NEXT-YEAR
           ELSE
              ADD 1 TO WS-NEXT-MONTH
           END-IF.

           IF WS-NEXT-DAY > 28
              MOVE 28 TO WS-NEXT-DAY
           END-IF.

       RS999.
           EXIT.

      *
      * Declined on credit grounds - the customer is told why
      *
       DECLINE-APPLICATION SECTION.
       DC010.
           ADD 1 TO WS-DECLINED-CNT.
           MOVE 'DECLINED' TO WS-RPT-OUTCOME.

           WRITE LTR-PRINT-RECORD FROM WS-LTR-HEADER.

           MOVE CUSTOMER-NAME TO WS-LTR-NAME.
           WRITE LTR-PRINT-RECORD FROM WS-LTR-NAME-LINE.

           MOVE CUSTOMER-ADDRESS(1:132) TO WS-LTR-ADDR.
           WRITE LTR-PRINT-RECORD FROM WS-LTR-ADDR-LINE.

           MOVE LAP-AMOUNT TO WS-LTR-AMOUNT.
           MOVE LAP-TERM   TO WS-LTR-TERM.
           WRITE LTR-PRINT-RECORD FROM WS-LTR-APPLICATION-LINE.

           MOVE WS-BODY-DECLINE TO WS-LTR-BODY.
           WRITE LTR-PRINT-RECORD FROM WS-LTR-BODY-LINE.

           MOVE WS-DECLINE-REASON TO WS-LTR-REASON.
           WRITE LTR-PRINT-RECORD FROM WS-LTR-REASON-LINE.

           MOVE WS-BODY-CONTACT TO WS-LTR-BODY.
           WRITE LTR-PRINT-RECORD FROM WS-LTR-BODY-LINE.

           ADD 1 TO WS-LETTER-CNT.

           WRITE LOAN-PRINT-RECORD FROM WS-RPT-DETAIL.

       DC999.
           EXIT.

      *
      * Made out wrongly - back to the lending desk, not decided
      *
       REJECT-APPLICATION SECTION.
       RA010.
           ADD 1 TO WS-REJECTED-CNT.
           MOVE 'REJECTED' TO WS-RPT-OUTCOME.
           WRITE LOAN-PRINT-RECORD FROM WS-RPT-DETAIL.

       RA999.
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
              DISPLAY 'LOANORIG - product master unavailable, run '
                      'stopped'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       GP999.
           EXIT.

      *
      * Ask BLKCHK whether the ACCTBLK register stops this movement
      *
       CHECK-BLOCK SECTION.
       CB010.
           MOVE WS-RUN-DATE TO WS-BCP-AS-OF-DATE.
           CALL 'BLKCHK' USING WS-BLKCHK-PARM.
           IF WS-BCP-STATUS NOT = SPACE
              DISPLAY 'LOANORIG - ACCTBLK unreadable for account '
                      WS-BCP-ACCOUNT-NUMBER
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CB999.
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
              DISPLAY 'LOANORIG - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           IF WS-NUMCTL-DUE = 'Y'
              PERFORM WRITE-NUMBER-CONTROL
           END-IF.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-APPL-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE LOANAPP.
           CLOSE CUSTFILE.
           CLOSE ACCTFILE.
           CLOSE JRNLOUT.
           CLOSE RPYINST.
           CLOSE LOANSKED.
           CLOSE LOANLTR.
           CLOSE LOANRPT.

           MOVE 'CLOSE' TO WS-PIP-FUNCTION.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

           MOVE 'CLOSE' TO WS-BCP-FUNCTION.
           CALL 'BLKCHK' USING WS-BLKCHK-PARM.

       CF999.
           EXIT.
