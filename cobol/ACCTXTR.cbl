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
      * Nightly single-pass account extract. ACCOUNT is browsed once,
      * early in the night, and written to ACCTEXT as a sequential
      * extract in account number order (layout ACCTXTR) with the
      * joins the read-only sweeps need already made: the account's
      * DORMREG class, the interest accrued and not yet posted on
      * ACCRUAL, and its customer's contact fields from CUSTOMER.
      * ODSWEEP, DORMANT, FXREVAL and CUSTXCHK read the extract in
      * place of their own ACCOUNT browses; the programs that update
      * ACCOUNT - FEERUN, INTACCR and STMTRUN - keep their own keyed
      * access.
      *
      * The extract opens with a header carrying the business date
      * it was taken for, so a reader can refuse a stale one, and a
      * complete run closes it with a trailer counting the accounts
      * written. An account whose customer cannot be found still
      * goes out, flagged, for the readers to deal with as they
      * always have. A lookup failing for any reason other than
      * not-found stops the run RC 12 - the extract would be wrong.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTXTR.
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

           SELECT DORMREG
                  ASSIGN TO DORMREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS DORM-ACCOUNT-NUMBER
                  FILE STATUS  IS DORMREG-STATUS.

           SELECT ACCRUAL
                  ASSIGN TO ACCRUAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACCR-ACCOUNT-NUMBER
                  FILE STATUS  IS ACCRUAL-STATUS.

           SELECT CUSTFILE
                  ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CUSTOMER-KEY
                  FILE STATUS  IS CUSTFILE-STATUS.

           SELECT ACCTEXT
                  ASSIGN TO ACCTEXT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS ACCTEXT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

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

       FD  ACCRUAL.
       01  ACCRUAL-RECORD.
           05 ACCR-ACCOUNT-NUMBER          PIC 9(11).
           05 ACCR-SORTCODE                PIC 9(6).
           05 ACCR-ACCRUED-AMOUNT          PIC S9(10)V99 COMP-3.
           05 ACCR-LAST-ACCRUAL-DATE       PIC X(10).
           05 ACCR-LAST-POSTED-DATE        PIC X(10).
           05 FILLER                       PIC X(16).

       FD  CUSTFILE.
       01  VSAM-RECORD.
       COPY CUSTOMER.

       FD  ACCTEXT.
       01  ACCOUNT-EXTRACT-RECORD.
       COPY ACCTXTR.
           03 AXT-ACCOUNT-RECORD           PIC X(111).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  DORMREG-STATUS.
           05 DORMREG-STATUS1              PIC X.
           05 DORMREG-STATUS2              PIC X.

       01  ACCRUAL-STATUS.
           05 ACCRUAL-STATUS1              PIC X.
           05 ACCRUAL-STATUS2              PIC X.

       01  CUSTFILE-STATUS.
           05 CUSTFILE-STATUS1             PIC X.
           05 CUSTFILE-STATUS2             PIC X.

       01  ACCTEXT-STATUS.
           05 ACCTEXT-STATUS1              PIC X.
           05 ACCTEXT-STATUS2              PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.

       01 WS-READ-CNT                      PIC 9(9) VALUE 0.
       01 WS-WRITTEN-CNT                   PIC 9(9) VALUE 0.
       01 WS-REGISTERED-CNT                PIC 9(9) VALUE 0.
       01 WS-ACCRUING-CNT                  PIC 9(9) VALUE 0.
       01 WS-NO-CUSTOMER-CNT               PIC 9(9) VALUE 0.

       01 WS-RUN-DATE                      PIC X(10).

       01 WS-CURRENT-DATE-DATA.
           05 WS-CD-YEAR                   PIC 9(4).
           05 WS-CD-MONTH                  PIC 99.
           05 WS-CD-DAY                    PIC 99.
           05 FILLER                       PIC X(13).

       01 WS-SYSTEM-DATE.
           05 WS-SD-YEAR                   PIC 9(4).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-SD-MONTH                  PIC 99.
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-SD-DAY                    PIC 99.

       01 WS-BDATE-PARM.
           05 WS-BDP-FUNCTION              PIC X(5).
           05 WS-BDP-DATE                  PIC X(10).
           05 WS-BDP-STATUS                PIC X.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'ACCTXTR '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started ACCTXTR.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           PERFORM GET-BUSINESS-DATE.

           PERFORM OPEN-FILES.

           PERFORM WRITE-EXTRACT-HEADER.

           READ ACCTFILE
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-READ-CNT
              PERFORM EXTRACT-ONE-ACCOUNT
              READ ACCTFILE
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           PERFORM WRITE-EXTRACT-TRAILER.

           DISPLAY 'ACCTXTR extracted ' WS-WRITTEN-CNT
                   ' accounts for business date ' WS-RUN-DATE '.'.
           DISPLAY 'ACCTXTR on the dormancy register '
                   WS-REGISTERED-CNT ', with interest accrued '
                   WS-ACCRUING-CNT ', with no customer '
                   WS-NO-CUSTOMER-CNT '.'.

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

           OPEN INPUT DORMREG.
           IF DORMREG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening DORMREG file, status='
                       DORMREG-STATUS
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

           OPEN INPUT CUSTFILE.
           IF CUSTFILE-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening CUSTFILE file, status='
                       CUSTFILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT ACCTEXT.
           IF ACCTEXT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ACCTEXT file, status='
                       ACCTEXT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * The account as it stands, with its register class, accrual
      * and customer contact fields alongside
      *
       EXTRACT-ONE-ACCOUNT SECTION.
       EA010.
           MOVE SPACES         TO ACCOUNT-EXTRACT-RECORD.
           SET AXT-ACCOUNT     TO TRUE.
           MOVE WS-RUN-DATE    TO AXT-BUSINESS-DATE.
           MOVE ACCOUNT-RECORD TO AXT-ACCOUNT-RECORD.
           MOVE 0              TO AXT-ACCRUED-AMOUNT
                                  AXT-CUSTOMER-TELNO.

           MOVE ACCOUNT-NUMBER TO DORM-ACCOUNT-NUMBER.
           READ DORMREG
              KEY IS DORM-ACCOUNT-NUMBER
           END-READ.
           EVALUATE DORMREG-STATUS
              WHEN '00'
                 ADD 1 TO WS-REGISTERED-CNT
                 MOVE DORM-STATUS             TO AXT-DORM-STATUS
                 MOVE DORM-LAST-MOVEMENT-DATE TO AXT-DORM-LAST-MOVEMENT
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ACCTXTR - error reading DORMREG for account '
                         ACCOUNT-NUMBER ' status=' DORMREG-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
           END-EVALUATE.

           MOVE ACCOUNT-NUMBER TO ACCR-ACCOUNT-NUMBER.
           READ ACCRUAL
              KEY IS ACCR-ACCOUNT-NUMBER
           END-READ.
           EVALUATE ACCRUAL-STATUS
              WHEN '00'
                 IF ACCR-ACCRUED-AMOUNT NOT = 0
                    ADD 1 TO WS-ACCRUING-CNT
                 END-IF
                 MOVE ACCR-ACCRUED-AMOUNT    TO AXT-ACCRUED-AMOUNT
                 MOVE ACCR-LAST-ACCRUAL-DATE TO AXT-LAST-ACCRUAL-DATE
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ACCTXTR - error reading ACCRUAL for account '
                         ACCOUNT-NUMBER ' status=' ACCRUAL-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
           END-EVALUATE.

           MOVE ACCOUNT-SORTCODE        TO CUSTOMER-SORTCODE.
           MOVE ACCOUNT-CUSTOMER-NUMBER TO CUSTOMER-NUMBER.
           READ CUSTFILE
              KEY IS CUSTOMER-KEY
           END-READ.
           EVALUATE CUSTFILE-STATUS
              WHEN '00'
                 MOVE 'Y'                TO AXT-CUSTOMER-FOUND
                 MOVE CUSTOMER-NAME      TO AXT-CUSTOMER-NAME
                 MOVE CUSTOMER-ADDRESS   TO AXT-CUSTOMER-ADDRESS
                 MOVE CUSTOMER-TELNO     TO AXT-CUSTOMER-TELNO
                 MOVE CUSTOMER-EMAIL     TO AXT-CUSTOMER-EMAIL
                 MOVE CUSTOMER-MRKT-PREF TO AXT-CUSTOMER-MRKT-PREF
              WHEN '23'
                 ADD 1 TO WS-NO-CUSTOMER-CNT
                 MOVE 'N' TO AXT-CUSTOMER-FOUND
              WHEN OTHER
                 DISPLAY 'ACCTXTR - error reading CUSTFILE for account '
                         ACCOUNT-NUMBER ' status=' CUSTFILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
           END-EVALUATE.

           PERFORM PUT-EXTRACT-RECORD.
           ADD 1 TO WS-WRITTEN-CNT.

       EA999.
           EXIT.

       WRITE-EXTRACT-HEADER SECTION.
       WH010.
           MOVE SPACES      TO ACCOUNT-EXTRACT-RECORD.
           SET AXT-HEADER   TO TRUE.
           MOVE WS-RUN-DATE TO AXT-BUSINESS-DATE.
           PERFORM PUT-EXTRACT-RECORD.

       WH999.
           EXIT.

      *
      * Only a run that reaches the end writes the trailer, so the
      * readers can tell a complete extract from a cut-short one
      *
       WRITE-EXTRACT-TRAILER SECTION.
       WT010.
           MOVE SPACES         TO ACCOUNT-EXTRACT-RECORD.
           SET AXT-TRAILER     TO TRUE.
           MOVE WS-RUN-DATE    TO AXT-BUSINESS-DATE.
           MOVE WS-WRITTEN-CNT TO AXT-ACCOUNT-COUNT.
           ACCEPT AXT-ENDED-TIME FROM TIME.
           PERFORM PUT-EXTRACT-RECORD.

       WT999.
           EXIT.

       PUT-EXTRACT-RECORD SECTION.
       PU010.
           WRITE ACCOUNT-EXTRACT-RECORD.
           IF ACCTEXT-STATUS NOT = '00'
              DISPLAY 'ACCTXTR - error writing ACCTEXT, status='
                      ACCTEXT-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       PU999.
           EXIT.

      *
      * The extract is stamped with the shop's business date from
      * the BUSDATE control, not the clock - a night running past
      * midnight stays on its own date
      *
       GET-BUSINESS-DATE SECTION.
       GBD10.
           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-SD-YEAR.
           MOVE WS-CD-MONTH TO WS-SD-MONTH.
           MOVE WS-CD-DAY   TO WS-SD-DAY.
           MOVE WS-SYSTEM-DATE TO WS-RUN-DATE.

           MOVE 'GET  ' TO WS-BDP-FUNCTION.
           CALL 'GETBDATE' USING WS-BDATE-PARM.
           IF WS-BDP-STATUS = SPACE
              MOVE WS-BDP-DATE TO WS-RUN-DATE
           ELSE
              DISPLAY 'ACCTXTR - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-WRITTEN-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE ACCTFILE.
           CLOSE DORMREG.
           CLOSE ACCRUAL.
           CLOSE CUSTFILE.
           CLOSE ACCTEXT.

       CF999.
           EXIT.
