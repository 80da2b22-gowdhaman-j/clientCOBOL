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
      * Bereavement notification, card-driven, for the bereavement
      * team. Each DECDCARD notifies the death of one customer:
      *   cols 1-16  CUSTOMER-KEY (sortcode then customer number)
      *   cols 17-26 date of death YYYY-MM-DD
      *   cols 27-56 name of the person who told us
      *   cols 57-71 their relationship - EXECUTOR, SPOUSE etc
      *   cols 72-79 id of the person recording the notification
      * For each notification:
      *  - every open account the customer is the named holder of
      *    is looked up on ACCTHLDR. One with a surviving holder
      *    passes to the survivor, who becomes the named customer
      *    and the primary holder, and the deceased's holder entry
      *    is removed. One with nobody else on it is a sole account
      *    and gets an ACCTBLK debit block, reason DC,
      *  - every account the customer holds jointly under someone
      *    else's name carries on with that holder, and the
      *    deceased's holder entry is removed,
      *  - STORDMST standing orders and DDMAND mandates paying out
      *    of the sole accounts are cancelled; a joint account's
      *    instructions carry on for the survivor,
      *  - an estate balance letter goes to ESTLTR addressed to the
      *    informant, showing every account's balance and the
      *    interest earned on it as at the date of death. Journal
      *    movements after the date of death are taken back off the
      *    balance, and the interest is the ACCRUAL amount, or the
      *    INTACCR posting that paid the period, apportioned by days
      *    to the date of death. Only sole accounts make up the
      *    estate total,
      *  - the DECDREG register records who told us and when, who
      *    recorded it and what was done; MKTGEXT and CSREVIEW stop
      *    selecting a customer once they are on the register.
      * Every card's outcome and every action goes to DECDRPT.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECDNOTE.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECDCARD
                  ASSIGN TO DECDCARD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS DECDCARD-STATUS.

           SELECT CUSTFILE
                  ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CUSTOMER-KEY
                  FILE STATUS  IS CUSTFILE-STATUS.

           SELECT DECDREG
                  ASSIGN TO DECDREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS DECD-CUSTOMER-KEY
                  FILE STATUS  IS DECDREG-STATUS.

           SELECT ACCTFILE
                  ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT ACCTHLDR
                  ASSIGN TO ACCTHLDR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS AHLD-KEY
                  FILE STATUS  IS ACCTHLDR-STATUS.

           SELECT ACCTBLK
                  ASSIGN TO ACCTBLK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BLK-ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTBLK-STATUS.

           SELECT STORDMST
                  ASSIGN TO STORDMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS STO-ORDER-NUMBER
                  FILE STATUS  IS STORDMST-STATUS.

           SELECT DDMAND
                  ASSIGN TO DDMAND
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DDM-KEY
                  FILE STATUS  IS DDMAND-STATUS.

           SELECT ACCRUAL
                  ASSIGN TO ACCRUAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACCR-ACCOUNT-NUMBER
                  FILE STATUS  IS ACCRUAL-STATUS.

           SELECT JRNLIN
                  ASSIGN TO JRNLIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS JRNL-KEY
                  FILE STATUS  IS JRNLIN-STATUS.

           SELECT DECDRPT
                  ASSIGN TO DECDRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS DECDRPT-STATUS.

           SELECT ESTLTR
                  ASSIGN TO ESTLTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS ESTLTR-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  DECDCARD.
       01  DECEASED-CARD.
           05 CARD-CUSTOMER-KEY.
              10 CARD-SORTCODE             PIC 9(6).
              10 CARD-CUSTOMER-NUMBER      PIC 9(10).
           05 CARD-DATE-OF-DEATH           PIC X(10).
           05 CARD-INFORMANT-NAME          PIC X(30).
           05 CARD-INFORMANT-RELATION      PIC X(15).
           05 CARD-RECORDED-BY             PIC X(8).
           05 FILLER                       PIC X.

       FD  CUSTFILE.
       01  VSAM-RECORD.
       COPY CUSTOMER.

       FD  DECDREG.
       01  DECEASED-REGISTER-RECORD.
       COPY DECDREG.

       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  ACCTHLDR.
       01  HOLDER-RECORD.
       COPY ACCTHLDR.

       FD  ACCTBLK.
       01  BLOCK-RECORD.
       COPY ACCTBLK.

       FD  STORDMST.
       01  STANDING-ORDER-RECORD.
       COPY STORDMST.

       FD  DDMAND.
       01  MANDATE-RECORD.
       COPY DDMAND.

       FD  ACCRUAL.
       01  ACCRUAL-RECORD.
           05 ACCR-ACCOUNT-NUMBER          PIC 9(11).
           05 ACCR-SORTCODE                PIC 9(6).
           05 ACCR-ACCRUED-AMOUNT          PIC S9(10)V99 COMP-3.
           05 ACCR-LAST-ACCRUAL-DATE       PIC X(10).
           05 ACCR-LAST-POSTED-DATE        PIC X(10).
           05 FILLER                       PIC X(16).

       FD  JRNLIN.
       01  JOURNAL-RECORD.
       COPY TXNJRNL.

       FD  DECDRPT.
       01  DECD-PRINT-RECORD               PIC X(133).

       FD  ESTLTR.
       01  LTR-PRINT-RECORD                PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  DECDCARD-STATUS.
           05 DECDCARD-STATUS1             PIC X.
           05 DECDCARD-STATUS2             PIC X.

       01  CUSTFILE-STATUS.
           05 CUSTFILE-STATUS1             PIC X.
           05 CUSTFILE-STATUS2             PIC X.

       01  DECDREG-STATUS.
           05 DECDREG-STATUS1              PIC X.
           05 DECDREG-STATUS2              PIC X.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  ACCTHLDR-STATUS.
           05 ACCTHLDR-STATUS1             PIC X.
           05 ACCTHLDR-STATUS2             PIC X.

       01  ACCTBLK-STATUS.
           05 ACCTBLK-STATUS1              PIC X.
           05 ACCTBLK-STATUS2              PIC X.

       01  STORDMST-STATUS.
           05 STORDMST-STATUS1             PIC X.
           05 STORDMST-STATUS2             PIC X.

       01  DDMAND-STATUS.
           05 DDMAND-STATUS1               PIC X.
           05 DDMAND-STATUS2               PIC X.

       01  ACCRUAL-STATUS.
           05 ACCRUAL-STATUS1              PIC X.
           05 ACCRUAL-STATUS2              PIC X.

       01  JRNLIN-STATUS.
           05 JRNLIN-STATUS1               PIC X.
           05 JRNLIN-STATUS2               PIC X.

       01  DECDRPT-STATUS.
           05 DECDRPT-STATUS1              PIC X.
           05 DECDRPT-STATUS2              PIC X.

       01  ESTLTR-STATUS.
           05 ESTLTR-STATUS1               PIC X.
           05 ESTLTR-STATUS2               PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.
       01 WS-SCAN-EXIT                     PIC X    VALUE 'N'.
       01 WS-HOLDER-EXIT                   PIC X    VALUE 'N'.
       01 WS-JRNL-EXIT                     PIC X    VALUE 'N'.

       01 WS-CARD-CNT                      PIC 9(5) VALUE 0.
       01 WS-REGISTERED-CNT                PIC 9(5) VALUE 0.
       01 WS-REJECTED-CNT                  PIC 9(5) VALUE 0.
       01 WS-BLOCKED-CNT                   PIC 9(5) VALUE 0.
       01 WS-PASSED-CNT                    PIC 9(5) VALUE 0.
       01 WS-ORDERS-CNT                    PIC 9(5) VALUE 0.
       01 WS-MANDATES-CNT                  PIC 9(5) VALUE 0.

      *
      * What this notification did, for the register record
      *
       01 WS-CARD-BLOCKED                  PIC 9(3) VALUE 0.
       01 WS-CARD-PASSED                   PIC 9(3) VALUE 0.
       01 WS-CARD-ORDERS                   PIC 9(3) VALUE 0.
       01 WS-CARD-MANDATES                 PIC 9(3) VALUE 0.
       01 WS-ESTATE-TOTAL                  PIC S9(11)V99 COMP-3
                                                    VALUE 0.

      *
      * The sole accounts blocked for this notification, walked for
      * the standing orders and mandates that pay out of them
      *
       01 WS-SOLE-TABLE.
           05 WS-SOLE-MAX                  PIC 9(3) COMP VALUE 100.
           05 WS-SOLE-USED                 PIC 9(3) COMP VALUE 0.
           05 WS-SOLE-ENTRY OCCURS 100 TIMES
                 INDEXED BY SOLE-NDX.
              10 WS-SOLE-ACCOUNT-ENTRY     PIC 9(11).

       01 WS-SOLE-SWITCH                   PIC X.
           88 WS-SOLE-ACCOUNT                       VALUE 'Y'.

      *
      * The other holders of the account being looked at
      *
       01 WS-SURVIVOR-FOUND                PIC X.
       01 WS-SURVIVOR-KEY.
           05 WS-SURVIVOR-SORTCODE         PIC 9(6).
           05 WS-SURVIVOR-CUSTOMER         PIC 9(10).
       01 WS-SURVIVOR-ROLE                 PIC X.
       01 WS-DECEASED-ENTRY                PIC X.

       01 WS-NAMED-SORTCODE                PIC 9(6).
       01 WS-NAMED-CUSTOMER                PIC 9(10).

      *
      * Balance and interest as at the date of death
      *
       01 WS-DOD-BALANCE                   PIC S9(10)V99 COMP-3.
       01 WS-DOD-INTEREST                  PIC S9(10)V99 COMP-3.
       01 WS-DOD-TOTAL                     PIC S9(11)V99 COMP-3.
       01 WS-PERIOD-INTEREST               PIC S9(10)V99 COMP-3.
       01 WS-PERIOD-START                  PIC X(10).
       01 WS-PERIOD-END                    PIC X(10).
       01 WS-POSTED-AFTER                  PIC X.
       01 WS-ESTATE-NOTE                   PIC X(30).

       01 WS-DOD-DAYS                      PIC S9(9) COMP.
       01 WS-START-DAYS                    PIC S9(9) COMP.
       01 WS-END-DAYS                      PIC S9(9) COMP.

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
                 VALUE 'DECDNOTE BEREAVEMENT NOTIFICATIONS '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(87) VALUE SPACES.

       01 WS-RPT-CARD.
           05 FILLER                       PIC X    VALUE '0'.
           05 WS-RPT-SORTCODE              PIC X(6).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-RPT-CUSTOMER              PIC X(10).
           05 FILLER                       PIC X(5) VALUE ' DOD '.
           05 WS-RPT-DOD                   PIC X(10).
           05 FILLER                       PIC X(11)
                 VALUE ' INFORMANT '.
           05 WS-RPT-INFORMANT             PIC X(30).
           05 FILLER                       PIC X(4) VALUE ' BY '.
           05 WS-RPT-RECORDED-BY           PIC X(8).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-OUTCOME               PIC X(45).

       01 WS-RPT-ACTION.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(6) VALUE SPACES.
           05 FILLER                       PIC X(8) VALUE 'ACCOUNT '.
           05 WS-RPT-ACCT-NO               PIC 9(11).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-ACTION-TEXT           PIC X(45).
           05 WS-RPT-ACTION-DETAIL         PIC X(60).

       01 WS-RPT-TOTALS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(6) VALUE 'CARDS '.
           05 WS-RPT-TOT-CARDS             PIC Z(4)9.
           05 FILLER                       PIC X(13)
                 VALUE '  REGISTERED '.
           05 WS-RPT-TOT-REGISTERED        PIC Z(4)9.
           05 FILLER                       PIC X(11)
                 VALUE '  REJECTED '.
           05 WS-RPT-TOT-REJECTED          PIC Z(4)9.
           05 FILLER                       PIC X(10)
                 VALUE '  BLOCKED '.
           05 WS-RPT-TOT-BLOCKED           PIC Z(4)9.
           05 FILLER                       PIC X(9)
                 VALUE '  PASSED '.
           05 WS-RPT-TOT-PASSED            PIC Z(4)9.
           05 FILLER                       PIC X(9)
                 VALUE '  ORDERS '.
           05 WS-RPT-TOT-ORDERS            PIC Z(4)9.
           05 FILLER                       PIC X(11)
                 VALUE '  MANDATES '.
           05 WS-RPT-TOT-MANDATES          PIC Z(4)9.
           05 FILLER                       PIC X(28) VALUE SPACES.

       01 WS-LTR-HEADER.
           05 FILLER                       PIC X    VALUE '1'.
           05 FILLER                       PIC X(30)
                 VALUE 'CBSA BANK BEREAVEMENT SERVICE '.
           05 WS-LTR-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(92) VALUE SPACES.

       01 WS-LTR-TO-LINE.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(21)
                 VALUE 'FOR THE ATTENTION OF '.
           05 WS-LTR-INFORMANT             PIC X(30).
           05 FILLER                       PIC X(2) VALUE ' ('.
           05 WS-LTR-RELATION              PIC X(15).
           05 FILLER                       PIC X    VALUE ')'.
           05 FILLER                       PIC X(63) VALUE SPACES.

       01 WS-LTR-ESTATE-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(19)
                 VALUE 'ESTATE OF THE LATE '.
           05 WS-LTR-NAME                  PIC X(60).
           05 FILLER                       PIC X(53) VALUE SPACES.

       01 WS-LTR-ADDR-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-LTR-ADDR                  PIC X(132).

       01 WS-LTR-DOD-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(14)
                 VALUE 'DATE OF DEATH '.
           05 WS-LTR-DOD                   PIC X(10).
           05 FILLER                       PIC X(12)
                 VALUE '   CUSTOMER '.
           05 WS-LTR-SORTCODE              PIC 9(6).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-LTR-CUSTOMER              PIC 9(10).
           05 FILLER                       PIC X(79) VALUE SPACES.

       01 WS-LTR-BODY-LINE.
           05 FILLER                       PIC X    VALUE '0'.
           05 WS-LTR-BODY                  PIC X(100).
           05 FILLER                       PIC X(32) VALUE SPACES.

       01 WS-BODY-INTRO                    PIC X(100) VALUE
           'THE ACCOUNTS BELOW ARE SHOWN AS AT THE DATE OF DEATH, WIT
      -    'H THE INTEREST EARNED UP TO THAT DATE.'.
       01 WS-BODY-JOINT                    PIC X(100) VALUE
           'JOINT ACCOUNTS PASS TO THE SURVIVING HOLDER AND DO NOT FO
      -    'RM PART OF THE ESTATE TOTAL.'.
       01 WS-BODY-CANCELLED                PIC X(100) VALUE
           'PAYMENTS OUT OF SOLE ACCOUNTS ARE STOPPED AND THEIR STAND
      -    'ING ORDERS AND DIRECT DEBITS CANCELLED.'.
       01 WS-BODY-NONE                     PIC X(100) VALUE
           'WE HOLD NO OPEN ACCOUNTS IN THIS NAME.'.

       01 WS-LTR-COLUMN-LINE.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(11)
                 VALUE 'ACCOUNT    '.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 FILLER                       PIC X(8) VALUE 'TYPE    '.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 FILLER                       PIC X(14)
                 VALUE '       BALANCE'.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 FILLER                       PIC X(12)
                 VALUE '    INTEREST'.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 FILLER                       PIC X(14)
                 VALUE '         TOTAL'.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 FILLER                       PIC X(30) VALUE 'NOTE'.
           05 FILLER                       PIC X(33) VALUE SPACES.

       01 WS-LTR-ACCOUNT-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-LTR-ACCT-NO               PIC 9(11).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-LTR-ACCT-TYPE             PIC X(8).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-LTR-BALANCE               PIC -(10)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-LTR-INTEREST              PIC -(8)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-LTR-TOTAL                 PIC -(10)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-LTR-NOTE                  PIC X(30).
           05 FILLER                       PIC X(33) VALUE SPACES.

       01 WS-LTR-ESTATE-TOTAL.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(53)
                 VALUE 'ESTATE TOTAL'.
           05 WS-LTR-ESTATE-AMOUNT         PIC -(10)9.99.
           05 FILLER                       PIC X(65) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'DECDNOTE'.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started DECDNOTE.'.

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

           WRITE DECD-PRINT-RECORD FROM WS-RPT-HEADER.

           READ DECDCARD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-CARD-CNT
              PERFORM APPLY-ONE-CARD
              READ DECDCARD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE WS-CARD-CNT       TO WS-RPT-TOT-CARDS.
           MOVE WS-REGISTERED-CNT TO WS-RPT-TOT-REGISTERED.
           MOVE WS-REJECTED-CNT   TO WS-RPT-TOT-REJECTED.
           MOVE WS-BLOCKED-CNT    TO WS-RPT-TOT-BLOCKED.
           MOVE WS-PASSED-CNT     TO WS-RPT-TOT-PASSED.
           MOVE WS-ORDERS-CNT     TO WS-RPT-TOT-ORDERS.
           MOVE WS-MANDATES-CNT   TO WS-RPT-TOT-MANDATES.
           WRITE DECD-PRINT-RECORD FROM WS-RPT-TOTALS.

           DISPLAY 'DECDNOTE processed ' WS-CARD-CNT
                   ' cards, registered ' WS-REGISTERED-CNT
                   ', rejected ' WS-REJECTED-CNT
                   ', accounts blocked ' WS-BLOCKED-CNT
                   ', passed to survivor ' WS-PASSED-CNT
                   ', orders cancelled ' WS-ORDERS-CNT
                   ', mandates cancelled ' WS-MANDATES-CNT '.'.

           IF WS-REJECTED-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT DECDCARD.
           IF DECDCARD-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening DECDCARD file, status='
                       DECDCARD-STATUS
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

           OPEN I-O DECDREG.
           IF DECDREG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening DECDREG file, status='
                       DECDREG-STATUS
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

           OPEN I-O ACCTHLDR.
           IF ACCTHLDR-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ACCTHLDR file, status='
                       ACCTHLDR-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O ACCTBLK.
           IF ACCTBLK-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ACCTBLK file, status='
                       ACCTBLK-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O STORDMST.
           IF STORDMST-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening STORDMST file, status='
                       STORDMST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O DDMAND.
           IF DDMAND-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening DDMAND file, status='
                       DDMAND-STATUS
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

           OPEN INPUT JRNLIN.
           IF JRNLIN-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening JRNLIN file, status='
                       JRNLIN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT DECDRPT.
           IF DECDRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening DECDRPT file, status='
                       DECDRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT ESTLTR.
           IF ESTLTR-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ESTLTR file, status='
                       ESTLTR-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

       APPLY-ONE-CARD SECTION.
       AC010.
           MOVE CARD-CUSTOMER-KEY(1:6)  TO WS-RPT-SORTCODE.
           MOVE CARD-CUSTOMER-KEY(7:10) TO WS-RPT-CUSTOMER.
           MOVE CARD-DATE-OF-DEATH      TO WS-RPT-DOD.
           MOVE CARD-INFORMANT-NAME     TO WS-RPT-INFORMANT.
           MOVE CARD-RECORDED-BY        TO WS-RPT-RECORDED-BY.

           IF CARD-CUSTOMER-KEY NOT NUMERIC
              MOVE 'REJECTED - CUSTOMER KEY NOT NUMERIC          '
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

           IF CARD-INFORMANT-NAME = SPACES
              MOVE 'REJECTED - NO INFORMANT NAME                 '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           MOVE CARD-DATE-OF-DEATH TO WS-DN-DATE.
           PERFORM DAY-NUMBER.
           IF WS-DN-DAYS = 0
              MOVE 'REJECTED - DATE OF DEATH NOT A VALID DATE    '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.
           MOVE WS-DN-DAYS TO WS-DOD-DAYS.

           IF CARD-DATE-OF-DEATH > WS-RUN-DATE
              MOVE 'REJECTED - DATE OF DEATH IN THE FUTURE       '
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

           MOVE CARD-CUSTOMER-KEY TO DECD-CUSTOMER-KEY.
           READ DECDREG
              KEY IS DECD-CUSTOMER-KEY
           END-READ.

           IF DECDREG-STATUS = '00'
              MOVE 'REJECTED - ALREADY ON THE DECEASED REGISTER  '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           IF DECDREG-STATUS NOT = '23'
              DISPLAY 'DECDNOTE - error reading deceased register for '
                      CARD-CUSTOMER-KEY ' status=' DECDREG-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'REGISTERED                                   '
              TO WS-RPT-OUTCOME.
           WRITE DECD-PRINT-RECORD FROM WS-RPT-CARD.

           MOVE 0 TO WS-CARD-BLOCKED WS-CARD-PASSED
                     WS-CARD-ORDERS WS-CARD-MANDATES
                     WS-ESTATE-TOTAL WS-SOLE-USED.

           PERFORM START-ESTATE-LETTER.
           PERFORM SWEEP-NAMED-ACCOUNTS.
           PERFORM SWEEP-JOINT-HOLDINGS.
           PERFORM CANCEL-STANDING-ORDERS.
           PERFORM CANCEL-MANDATES.
           PERFORM FINISH-ESTATE-LETTER.
           PERFORM WRITE-REGISTER.

           ADD 1 TO WS-REGISTERED-CNT.

       AC999.
           EXIT.

       START-ESTATE-LETTER SECTION.
       SL010.
           WRITE LTR-PRINT-RECORD FROM WS-LTR-HEADER.

           MOVE CARD-INFORMANT-NAME     TO WS-LTR-INFORMANT.
           MOVE CARD-INFORMANT-RELATION TO WS-LTR-RELATION.
           WRITE LTR-PRINT-RECORD FROM WS-LTR-TO-LINE.

           MOVE CUSTOMER-NAME TO WS-LTR-NAME.
           WRITE LTR-PRINT-RECORD FROM WS-LTR-ESTATE-LINE.

           MOVE CUSTOMER-ADDRESS(1:132) TO WS-LTR-ADDR.
           WRITE LTR-PRINT-RECORD FROM WS-LTR-ADDR-LINE.

           MOVE CARD-DATE-OF-DEATH   TO WS-LTR-DOD.
           MOVE CARD-SORTCODE        TO WS-LTR-SORTCODE.
           MOVE CARD-CUSTOMER-NUMBER TO WS-LTR-CUSTOMER.
           WRITE LTR-PRINT-RECORD FROM WS-LTR-DOD-LINE.

           MOVE WS-BODY-INTRO TO WS-LTR-BODY.
           WRITE LTR-PRINT-RECORD FROM WS-LTR-BODY-LINE.

           WRITE LTR-PRINT-RECORD FROM WS-LTR-COLUMN-LINE.

       SL999.
           EXIT.

      *
      * Open accounts in the deceased's own name: passed on where
      * somebody else holds them too, blocked where nobody does
      *
       SWEEP-NAMED-ACCOUNTS SECTION.
       SN010.
           MOVE 0 TO ACCOUNT-NUMBER.

           MOVE 'N' TO WS-SCAN-EXIT.
           START ACCTFILE KEY NOT < ACCOUNT-NUMBER
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-EXIT
           END-START.

           PERFORM UNTIL WS-SCAN-EXIT = 'Y'
              READ ACCTFILE NEXT RECORD
                AT END MOVE 'Y' TO WS-SCAN-EXIT
              END-READ
              IF WS-SCAN-EXIT = 'N'
                 IF ACCOUNT-SORTCODE = CARD-SORTCODE AND
                    ACCOUNT-CUSTOMER-NUMBER = CARD-CUSTOMER-NUMBER AND
                    ACCOUNT-STATUS-OPEN
                    PERFORM TAKE-NAMED-ACCOUNT
                 END-IF
              END-IF
           END-PERFORM.

       SN999.
           EXIT.

       TAKE-NAMED-ACCOUNT SECTION.
       TN010.
           PERFORM WORK-OUT-DOD-POSITION.
           PERFORM FIND-SURVIVOR.

           IF WS-SURVIVOR-FOUND = 'Y'
              PERFORM PASS-TO-SURVIVOR
           ELSE
              PERFORM BLOCK-SOLE-ACCOUNT
           END-IF.

       TN999.
           EXIT.

      *
      * Browse the account's holders. A surviving primary is taken
      * in preference to a joint; the deceased's own entry is noted
      * so it can be removed when the account is passed on
      *
       FIND-SURVIVOR SECTION.
       FS010.
           MOVE 'N' TO WS-SURVIVOR-FOUND WS-DECEASED-ENTRY.

           MOVE ACCOUNT-NUMBER TO AHLD-ACCOUNT-NUMBER.
           MOVE 0 TO AHLD-SORTCODE AHLD-CUSTOMER-NUMBER.

           MOVE 'N' TO WS-HOLDER-EXIT.
           START ACCTHLDR KEY NOT < AHLD-KEY
             INVALID KEY
               GO TO FS999
           END-START.

           PERFORM UNTIL WS-HOLDER-EXIT = 'Y'
              READ ACCTHLDR NEXT RECORD
                AT END MOVE 'Y' TO WS-HOLDER-EXIT
              END-READ
              IF WS-HOLDER-EXIT = 'N'
                 IF AHLD-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                    MOVE 'Y' TO WS-HOLDER-EXIT
                 ELSE
                    IF AHLD-SORTCODE = CARD-SORTCODE AND
                       AHLD-CUSTOMER-NUMBER = CARD-CUSTOMER-NUMBER
                       MOVE 'Y' TO WS-DECEASED-ENTRY
                    ELSE
                       IF WS-SURVIVOR-FOUND = 'N' OR
                          AHLD-ROLE-PRIMARY
                          MOVE 'Y'           TO WS-SURVIVOR-FOUND
                          MOVE AHLD-SORTCODE TO WS-SURVIVOR-SORTCODE
                          MOVE AHLD-CUSTOMER-NUMBER
                             TO WS-SURVIVOR-CUSTOMER
                          MOVE AHLD-ROLE     TO WS-SURVIVOR-ROLE
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       FS999.
           EXIT.

       PASS-TO-SURVIVOR SECTION.
       PS010.
           MOVE WS-SURVIVOR-CUSTOMER TO ACCOUNT-CUSTOMER-NUMBER.
           REWRITE ACCOUNT-RECORD.
           IF ACCTFILE-STATUS NOT = '00'
              DISPLAY 'DECDNOTE - error rewriting account '
                      ACCOUNT-NUMBER ' status=' ACCTFILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF WS-SURVIVOR-ROLE NOT = 'P'
              MOVE ACCOUNT-NUMBER       TO AHLD-ACCOUNT-NUMBER
              MOVE WS-SURVIVOR-SORTCODE TO AHLD-SORTCODE
              MOVE WS-SURVIVOR-CUSTOMER TO AHLD-CUSTOMER-NUMBER
              READ ACCTHLDR
                 KEY IS AHLD-KEY
              END-READ
              IF ACCTHLDR-STATUS = '00'
                 MOVE 'P' TO AHLD-ROLE
                 REWRITE HOLDER-RECORD
              END-IF
              PERFORM CHECK-HOLDER-UPDATE
           END-IF.

           IF WS-DECEASED-ENTRY = 'Y'
              MOVE ACCOUNT-NUMBER       TO AHLD-ACCOUNT-NUMBER
              MOVE CARD-SORTCODE        TO AHLD-SORTCODE
              MOVE CARD-CUSTOMER-NUMBER TO AHLD-CUSTOMER-NUMBER
              DELETE ACCTHLDR RECORD
              PERFORM CHECK-HOLDER-UPDATE
           END-IF.

           ADD 1 TO WS-CARD-PASSED WS-PASSED-CNT.

           MOVE ACCOUNT-NUMBER TO WS-RPT-ACCT-NO.
           MOVE 'PASSED TO SURVIVING HOLDER                   '
              TO WS-RPT-ACTION-TEXT.
           MOVE SPACES TO WS-RPT-ACTION-DETAIL.
           STRING 'NOW NAMED TO ' WS-SURVIVOR-SORTCODE '-'
                  WS-SURVIVOR-CUSTOMER
                  DELIMITED BY SIZE INTO WS-RPT-ACTION-DETAIL.
           WRITE DECD-PRINT-RECORD FROM WS-RPT-ACTION.

           MOVE 'JOINT - PASSES TO SURVIVOR    ' TO WS-ESTATE-NOTE.
           PERFORM WRITE-ESTATE-LINE.

       PS999.
           EXIT.

      *
      * A sole account has its debits stopped. A block already
      * stopping debits - a court order, say - is left as it
      * stands; a credits-only block is widened to stop both
      *
       BLOCK-SOLE-ACCOUNT SECTION.
       BS010.
           MOVE ACCOUNT-NUMBER TO BLK-ACCOUNT-NUMBER.
           READ ACCTBLK
              KEY IS BLK-ACCOUNT-NUMBER
           END-READ.

           IF ACCTBLK-STATUS NOT = '00' AND ACCTBLK-STATUS NOT = '23'
              DISPLAY 'DECDNOTE - error reading block for account '
                      ACCOUNT-NUMBER ' status=' ACCTBLK-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE ACCOUNT-NUMBER TO WS-RPT-ACCT-NO.
           MOVE SPACES TO WS-RPT-ACTION-DETAIL.

           EVALUATE TRUE
              WHEN ACCTBLK-STATUS = '00' AND BLK-STATUS-ACTIVE AND
                   BLK-STOPS-DEBITS
                 MOVE 'DEBITS ALREADY BLOCKED                       '
                    TO WS-RPT-ACTION-TEXT
                 STRING 'EXISTING BLOCK TYPE ' BLK-TYPE
                        ' REASON ' BLK-REASON-CODE ' KEPT'
                        DELIMITED BY SIZE INTO WS-RPT-ACTION-DETAIL
              WHEN ACCTBLK-STATUS = '00' AND BLK-STATUS-ACTIVE
                 MOVE 'A' TO BLK-TYPE
                 REWRITE BLOCK-RECORD
                 PERFORM CHECK-BLOCK-WRITE
                 MOVE 'CREDIT BLOCK WIDENED TO ALL MOVEMENTS        '
                    TO WS-RPT-ACTION-TEXT
                 STRING 'REASON ' BLK-REASON-CODE ' KEPT'
                        DELIMITED BY SIZE INTO WS-RPT-ACTION-DETAIL
              WHEN OTHER
                 PERFORM PLACE-DECEASED-BLOCK
                 MOVE 'DEBITS BLOCKED - SOLE ACCOUNT                '
                    TO WS-RPT-ACTION-TEXT
                 MOVE BLK-NARRATIVE TO WS-RPT-ACTION-DETAIL
           END-EVALUATE.
           WRITE DECD-PRINT-RECORD FROM WS-RPT-ACTION.

           ADD 1 TO WS-CARD-BLOCKED WS-BLOCKED-CNT.
           IF WS-SOLE-USED < WS-SOLE-MAX
              ADD 1 TO WS-SOLE-USED
              SET SOLE-NDX TO WS-SOLE-USED
              MOVE ACCOUNT-NUMBER TO WS-SOLE-ACCOUNT-ENTRY(SOLE-NDX)
           ELSE
              DISPLAY 'DECDNOTE - sole account table full, orders '
                      'and mandates on account ' ACCOUNT-NUMBER
                      ' must be cancelled by hand'
              MOVE 4 TO RETURN-CODE
           END-IF.

           ADD WS-DOD-TOTAL TO WS-ESTATE-TOTAL.
           MOVE 'SOLE - DEBITS STOPPED         ' TO WS-ESTATE-NOTE.
           PERFORM WRITE-ESTATE-LINE.

       BS999.
           EXIT.

      *
      * A new block, or one over a lifted block
      *
       PLACE-DECEASED-BLOCK SECTION.
       DB010.
           MOVE SPACES             TO BLOCK-RECORD.
           MOVE ACCOUNT-NUMBER     TO BLK-ACCOUNT-NUMBER.
           MOVE 'D'                TO BLK-TYPE.
           MOVE 'DC'               TO BLK-REASON-CODE.
           STRING 'DECEASED DOD ' CARD-DATE-OF-DEATH
                  DELIMITED BY SIZE INTO BLK-NARRATIVE.
           MOVE CARD-RECORDED-BY   TO BLK-PLACED-BY.
           MOVE WS-RUN-DATE        TO BLK-PLACED-DATE.
           MOVE 'A'                TO BLK-STATUS.
           MOVE 0                  TO BLK-STOP-COUNT.

           IF ACCTBLK-STATUS = '00'
              REWRITE BLOCK-RECORD
           ELSE
              WRITE BLOCK-RECORD
           END-IF.
           PERFORM CHECK-BLOCK-WRITE.

       DB999.
           EXIT.

      *
      * Accounts held jointly under another customer's name stay
      * with that customer; the deceased simply comes off them
      *
       SWEEP-JOINT-HOLDINGS SECTION.
       SJ010.
           MOVE 0 TO AHLD-ACCOUNT-NUMBER AHLD-SORTCODE
                     AHLD-CUSTOMER-NUMBER.

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
                 IF AHLD-SORTCODE = CARD-SORTCODE AND
                    AHLD-CUSTOMER-NUMBER = CARD-CUSTOMER-NUMBER
                    PERFORM TAKE-JOINT-HOLDING
                 END-IF
              END-IF
           END-PERFORM.

       SJ999.
           EXIT.

       TAKE-JOINT-HOLDING SECTION.
       TJ010.
           MOVE AHLD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
           END-READ.

           IF ACCTFILE-STATUS NOT = '00'
              DISPLAY 'DECDNOTE - holder entry for account '
                      AHLD-ACCOUNT-NUMBER ' has no ACCOUNT record'
              GO TO TJ999
           END-IF.

      *
      * The deceased's entry on a sole account of their own stays;
      * the account was dealt with on the named account sweep
      *
           IF ACCOUNT-SORTCODE = CARD-SORTCODE AND
              ACCOUNT-CUSTOMER-NUMBER = CARD-CUSTOMER-NUMBER
              GO TO TJ999
           END-IF.

           IF ACCOUNT-STATUS-CLOSED
              GO TO TJ999
           END-IF.

           MOVE ACCOUNT-SORTCODE        TO WS-NAMED-SORTCODE.
           MOVE ACCOUNT-CUSTOMER-NUMBER TO WS-NAMED-CUSTOMER.

           DELETE ACCTHLDR RECORD.
           PERFORM CHECK-HOLDER-UPDATE.

           PERFORM WORK-OUT-DOD-POSITION.

           ADD 1 TO WS-CARD-PASSED WS-PASSED-CNT.

           MOVE ACCOUNT-NUMBER TO WS-RPT-ACCT-NO.
           MOVE 'JOINT HOLDING ENDED - STAYS WITH NAMED HOLDER'
              TO WS-RPT-ACTION-TEXT.
           MOVE SPACES TO WS-RPT-ACTION-DETAIL.
           STRING 'NAMED TO ' WS-NAMED-SORTCODE '-'
                  WS-NAMED-CUSTOMER
                  DELIMITED BY SIZE INTO WS-RPT-ACTION-DETAIL.
           WRITE DECD-PRINT-RECORD FROM WS-RPT-ACTION.

           MOVE 'JOINT - PASSES TO SURVIVOR    ' TO WS-ESTATE-NOTE.
           PERFORM WRITE-ESTATE-LINE.

       TJ999.
           EXIT.

      *
      * The balance at the date of death is today's balance with
      * every journal movement since then taken back off. The
      * interest is for the period running up to the date of death:
      * if INTACCR has posted since, the first posting after the
      * date of death paid that period and is apportioned by days;
      * otherwise it is still accruing, and the ACCRUAL amount is
      * apportioned the same way
      *
       WORK-OUT-DOD-POSITION SECTION.
       WD010.
           MOVE ACCOUNT-ACTUAL-BALANCE TO WS-DOD-BALANCE.
           MOVE 0 TO WS-DOD-INTEREST WS-PERIOD-INTEREST.
           MOVE SPACES TO WS-PERIOD-START WS-PERIOD-END.
           MOVE 'N' TO WS-POSTED-AFTER.

           MOVE ACCOUNT-NUMBER TO JRNL-ACCOUNT-NUMBER.
           MOVE LOW-VALUES TO JRNL-DATE.
           MOVE 0 TO JRNL-TIME JRNL-SEQUENCE.

           MOVE 'N' TO WS-JRNL-EXIT.
           START JRNLIN KEY NOT < JRNL-KEY
             INVALID KEY
               MOVE 'Y' TO WS-JRNL-EXIT
           END-START.

           PERFORM UNTIL WS-JRNL-EXIT = 'Y'
              READ JRNLIN NEXT RECORD
                AT END MOVE 'Y' TO WS-JRNL-EXIT
              END-READ
              IF WS-JRNL-EXIT = 'N'
                 IF JRNL-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                    MOVE 'Y' TO WS-JRNL-EXIT
                 ELSE
                    PERFORM TAKE-ONE-JOURNAL-LEG
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-POSTED-AFTER NOT = 'Y'
              MOVE ACCOUNT-NUMBER TO ACCR-ACCOUNT-NUMBER
              READ ACCRUAL
                 KEY IS ACCR-ACCOUNT-NUMBER
              END-READ
              IF ACCRUAL-STATUS = '00'
                 MOVE ACCR-ACCRUED-AMOUNT TO WS-PERIOD-INTEREST
                 IF ACCR-LAST-POSTED-DATE NOT = SPACES
                    MOVE ACCR-LAST-POSTED-DATE TO WS-PERIOD-START
                 END-IF
                 MOVE ACCR-LAST-ACCRUAL-DATE TO WS-PERIOD-END
              END-IF
           END-IF.

           IF WS-PERIOD-START = SPACES
              MOVE ACCOUNT-OPENED-DATE TO WS-PERIOD-START
           END-IF.

           PERFORM APPORTION-INTEREST.

           COMPUTE WS-DOD-TOTAL = WS-DOD-BALANCE + WS-DOD-INTEREST.

       WD999.
           EXIT.

       TAKE-ONE-JOURNAL-LEG SECTION.
       TL010.
           IF JRNL-DATE NOT > CARD-DATE-OF-DEATH
              IF JRNL-TELLER = 'INTACCR '
                 MOVE JRNL-DATE TO WS-PERIOD-START
              END-IF
              GO TO TL999
           END-IF.

           IF JRNL-CREDIT
              SUBTRACT JRNL-AMOUNT FROM WS-DOD-BALANCE
           ELSE
              ADD JRNL-AMOUNT TO WS-DOD-BALANCE
           END-IF.

           IF JRNL-TELLER = 'INTACCR ' AND WS-POSTED-AFTER NOT = 'Y'
              MOVE 'Y' TO WS-POSTED-AFTER
              MOVE JRNL-DATE TO WS-PERIOD-END
              IF JRNL-CREDIT
                 MOVE JRNL-AMOUNT TO WS-PERIOD-INTEREST
              ELSE
                 COMPUTE WS-PERIOD-INTEREST = 0 - JRNL-AMOUNT
              END-IF
           END-IF.

       TL999.
           EXIT.

      *
      * Days from the start of the period to the date of death over
      * days in the period. A period that ended on or before the
      * date of death, or whose dates cannot be read, counts whole
      *
       APPORTION-INTEREST SECTION.
       AI010.
           MOVE WS-PERIOD-INTEREST TO WS-DOD-INTEREST.

           IF WS-PERIOD-INTEREST = 0
              GO TO AI999
           END-IF.

           MOVE WS-PERIOD-START TO WS-DN-DATE.
           PERFORM DAY-NUMBER.
           MOVE WS-DN-DAYS TO WS-START-DAYS.

           MOVE WS-PERIOD-END TO WS-DN-DATE.
           PERFORM DAY-NUMBER.
           MOVE WS-DN-DAYS TO WS-END-DAYS.

           IF WS-START-DAYS = 0 OR WS-END-DAYS = 0 OR
              WS-END-DAYS NOT > WS-START-DAYS OR
              WS-END-DAYS NOT > WS-DOD-DAYS
              GO TO AI999
           END-IF.

           IF WS-DOD-DAYS NOT > WS-START-DAYS
              MOVE 0 TO WS-DOD-INTEREST
              GO TO AI999
           END-IF.

           COMPUTE WS-DOD-INTEREST ROUNDED =
              WS-PERIOD-INTEREST * (WS-DOD-DAYS - WS-START-DAYS)
                 / (WS-END-DAYS - WS-START-DAYS).

       AI999.
           EXIT.

      *
      * YYYY-MM-DD to a day number; zero when it is not a date
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

       WRITE-ESTATE-LINE SECTION.
       EL010.
           MOVE ACCOUNT-NUMBER  TO WS-LTR-ACCT-NO.
           MOVE ACCOUNT-TYPE    TO WS-LTR-ACCT-TYPE.
           MOVE WS-DOD-BALANCE  TO WS-LTR-BALANCE.
           MOVE WS-DOD-INTEREST TO WS-LTR-INTEREST.
           MOVE WS-DOD-TOTAL    TO WS-LTR-TOTAL.
           MOVE WS-ESTATE-NOTE  TO WS-LTR-NOTE.
           WRITE LTR-PRINT-RECORD FROM WS-LTR-ACCOUNT-LINE.

       EL999.
           EXIT.

      *
      * Standing orders paying out of a blocked sole account
      *
       CANCEL-STANDING-ORDERS SECTION.
       CO010.
           IF WS-SOLE-USED = 0
              GO TO CO999
           END-IF.

           MOVE 0 TO STO-ORDER-NUMBER.

           MOVE 'N' TO WS-SCAN-EXIT.
           START STORDMST KEY NOT < STO-ORDER-NUMBER
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-EXIT
           END-START.

           PERFORM UNTIL WS-SCAN-EXIT = 'Y'
              READ STORDMST NEXT RECORD
                AT END MOVE 'Y' TO WS-SCAN-EXIT
              END-READ
              IF WS-SCAN-EXIT = 'N' AND NOT STO-STATUS-CANCELLED
                 MOVE STO-FROM-ACCOUNT TO WS-RPT-ACCT-NO
                 PERFORM CHECK-SOLE-ACCOUNT
                 IF WS-SOLE-ACCOUNT
                    PERFORM CANCEL-ONE-ORDER
                 END-IF
              END-IF
           END-PERFORM.

       CO999.
           EXIT.

       CANCEL-ONE-ORDER SECTION.
       CN010.
           MOVE 'C' TO STO-STATUS.
           REWRITE STANDING-ORDER-RECORD.
           IF STORDMST-STATUS NOT = '00'
              DISPLAY 'DECDNOTE - error cancelling standing order '
                      STO-ORDER-NUMBER ' status=' STORDMST-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-CARD-ORDERS WS-ORDERS-CNT.

           MOVE 'STANDING ORDER CANCELLED                     '
              TO WS-RPT-ACTION-TEXT.
           MOVE SPACES TO WS-RPT-ACTION-DETAIL.
           STRING 'ORDER ' STO-ORDER-NUMBER ' TO ' STO-TO-SORTCODE
                  '-' STO-TO-ACCOUNT
                  DELIMITED BY SIZE INTO WS-RPT-ACTION-DETAIL.
           WRITE DECD-PRINT-RECORD FROM WS-RPT-ACTION.

       CN999.
           EXIT.

      *
      * Direct debit mandates collected from a blocked sole account
      *
       CANCEL-MANDATES SECTION.
       CM010.
           IF WS-SOLE-USED = 0
              GO TO CM999
           END-IF.

           MOVE 0 TO DDM-ORIGINATOR-ID DDM-ACCOUNT-NUMBER.
           MOVE LOW-VALUES TO DDM-REFERENCE.

           MOVE 'N' TO WS-SCAN-EXIT.
           START DDMAND KEY NOT < DDM-KEY
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-EXIT
           END-START.

           PERFORM UNTIL WS-SCAN-EXIT = 'Y'
              READ DDMAND NEXT RECORD
                AT END MOVE 'Y' TO WS-SCAN-EXIT
              END-READ
              IF WS-SCAN-EXIT = 'N' AND NOT DDM-STATUS-CANCELLED
                 MOVE DDM-ACCOUNT-NUMBER TO WS-RPT-ACCT-NO
                 PERFORM CHECK-SOLE-ACCOUNT
                 IF WS-SOLE-ACCOUNT
                    PERFORM CANCEL-ONE-MANDATE
                 END-IF
              END-IF
           END-PERFORM.

       CM999.
           EXIT.

       CANCEL-ONE-MANDATE SECTION.
       CD010.
           MOVE 'C' TO DDM-STATUS.
           REWRITE MANDATE-RECORD.
           IF DDMAND-STATUS NOT = '00'
              DISPLAY 'DECDNOTE - error cancelling mandate '
                      DDM-ORIGINATOR-ID '/' DDM-REFERENCE
                      ' status=' DDMAND-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-CARD-MANDATES WS-MANDATES-CNT.

           MOVE 'DIRECT DEBIT MANDATE CANCELLED               '
              TO WS-RPT-ACTION-TEXT.
           MOVE SPACES TO WS-RPT-ACTION-DETAIL.
           STRING 'ORIGINATOR ' DDM-ORIGINATOR-ID ' REFERENCE '
                  DDM-REFERENCE
                  DELIMITED BY SIZE INTO WS-RPT-ACTION-DETAIL.
           WRITE DECD-PRINT-RECORD FROM WS-RPT-ACTION.

       CD999.
           EXIT.

       CHECK-SOLE-ACCOUNT SECTION.
       CS010.
           MOVE 'N' TO WS-SOLE-SWITCH.

           SET SOLE-NDX TO 1.
           SEARCH WS-SOLE-ENTRY
              AT END CONTINUE
              WHEN SOLE-NDX > WS-SOLE-USED
                 CONTINUE
              WHEN WS-SOLE-ACCOUNT-ENTRY(SOLE-NDX) = WS-RPT-ACCT-NO
                 MOVE 'Y' TO WS-SOLE-SWITCH
           END-SEARCH.

       CS999.
           EXIT.

       FINISH-ESTATE-LETTER SECTION.
       FL010.
           IF WS-CARD-BLOCKED = 0 AND WS-CARD-PASSED = 0
              MOVE WS-BODY-NONE TO WS-LTR-BODY
              WRITE LTR-PRINT-RECORD FROM WS-LTR-BODY-LINE
              GO TO FL999
           END-IF.

           MOVE WS-ESTATE-TOTAL TO WS-LTR-ESTATE-AMOUNT.
           WRITE LTR-PRINT-RECORD FROM WS-LTR-ESTATE-TOTAL.

           IF WS-CARD-PASSED > 0
              MOVE WS-BODY-JOINT TO WS-LTR-BODY
              WRITE LTR-PRINT-RECORD FROM WS-LTR-BODY-LINE
           END-IF.

           IF WS-CARD-BLOCKED > 0
              MOVE WS-BODY-CANCELLED TO WS-LTR-BODY
              WRITE LTR-PRINT-RECORD FROM WS-LTR-BODY-LINE
           END-IF.

       FL999.
           EXIT.

       WRITE-REGISTER SECTION.
       WR010.
           MOVE SPACES                  TO DECEASED-REGISTER-RECORD.
           MOVE CARD-CUSTOMER-KEY       TO DECD-CUSTOMER-KEY.
           MOVE CARD-DATE-OF-DEATH      TO DECD-DATE-OF-DEATH.
           MOVE WS-RUN-DATE             TO DECD-NOTIFIED-DATE.
           MOVE CARD-INFORMANT-NAME     TO DECD-INFORMANT-NAME.
           MOVE CARD-INFORMANT-RELATION TO DECD-INFORMANT-RELATION.
           MOVE CARD-RECORDED-BY        TO DECD-RECORDED-BY.
           MOVE WS-CARD-BLOCKED         TO DECD-SOLE-BLOCKED.
           MOVE WS-CARD-PASSED          TO DECD-JOINT-PASSED.
           MOVE WS-CARD-ORDERS          TO DECD-ORDERS-CANCELLED.
           MOVE WS-CARD-MANDATES        TO DECD-MANDATES-CANCELLED.
           MOVE WS-ESTATE-TOTAL         TO DECD-ESTATE-TOTAL.

           WRITE DECEASED-REGISTER-RECORD.
           IF DECDREG-STATUS NOT = '00'
              DISPLAY 'DECDNOTE - error writing deceased register for '
                      CARD-CUSTOMER-KEY ' status=' DECDREG-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WR999.
           EXIT.

       CHECK-HOLDER-UPDATE SECTION.
       CH010.
           IF ACCTHLDR-STATUS NOT = '00'
              DISPLAY 'DECDNOTE - error updating holders of account '
                      AHLD-ACCOUNT-NUMBER ' status=' ACCTHLDR-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CH999.
           EXIT.

       CHECK-BLOCK-WRITE SECTION.
       CW010.
           IF ACCTBLK-STATUS NOT = '00'
              DISPLAY 'DECDNOTE - error writing block for account '
                      BLK-ACCOUNT-NUMBER ' status=' ACCTBLK-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CW999.
           EXIT.

       REJECT-CARD SECTION.
       RJ010.
           ADD 1 TO WS-REJECTED-CNT.
           WRITE DECD-PRINT-RECORD FROM WS-RPT-CARD.

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
              DISPLAY 'DECDNOTE - business date unavailable, using '
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
           CLOSE DECDCARD.
           CLOSE CUSTFILE.
           CLOSE DECDREG.
           CLOSE ACCTFILE.
           CLOSE ACCTHLDR.
           CLOSE ACCTBLK.
           CLOSE STORDMST.
           CLOSE DDMAND.
           CLOSE ACCRUAL.
           CLOSE JRNLIN.
           CLOSE DECDRPT.
           CLOSE ESTLTR.

       CF999.
           EXIT.
