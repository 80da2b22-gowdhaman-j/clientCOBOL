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
      * Nightly customer alerts. For every account on ALRTPREF the
      * business date's TXNJRNL legs and the account's closing
      * balance are checked against the levels the customer set:
      *   - each debit leg of the large debit level or more is a
      *     large payment alert
      *   - a closing balance below the low balance level is a low
      *     balance alert, sent the night it first falls below and
      *     not again until it has been back at or above it
      * An alert is addressed to the account's customer by text to
      * CUSTOMER-TELNO or by email to CUSTOMER-EMAIL as the
      * preferences say, and written to NOTIFY for the messaging
      * gateway. A customer whose number is still the 00000000000
      * placeholder, whose email is blank, or who is not on the
      * customer file cannot be reached: the alert is listed on
      * ALRTRPT as undeliverable rather than sent. Preferences on a
      * closed account are passed over.
      *
      * Runs after the night's postings; a rerun for an earlier
      * night passes PARM='YYYY-MM-DD' as EODPROOF does.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTRUN.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALRTPREF
                  ASSIGN TO ALRTPREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ALP-ACCOUNT-NUMBER
                  FILE STATUS  IS ALRTPREF-STATUS.

           SELECT JRNLIN
                  ASSIGN TO JRNLIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS JRNL-KEY
                  FILE STATUS  IS JRNLIN-STATUS.

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

           SELECT NOTIFY
                  ASSIGN TO NOTIFY
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS NOTIFY-STATUS.

           SELECT ALRTRPT
                  ASSIGN TO ALRTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS ALRTRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  ALRTPREF.
       01  ALERT-PREFERENCE-RECORD.
       COPY ALRTPREF.

       FD  JRNLIN.
       01  JOURNAL-RECORD.
       COPY TXNJRNL.

       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  CUSTFILE.
       01  VSAM-RECORD.
       COPY CUSTOMER.

       FD  NOTIFY.
       01  NOTIFICATION-RECORD.
       COPY NOTIFY.

       FD  ALRTRPT.
       01  ALRT-PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  ALRTPREF-STATUS.
           05 ALRTPREF-STATUS1             PIC X.
           05 ALRTPREF-STATUS2             PIC X.

       01  JRNLIN-STATUS.
           05 JRNLIN-STATUS1               PIC X.
           05 JRNLIN-STATUS2               PIC X.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  CUSTFILE-STATUS.
           05 CUSTFILE-STATUS1             PIC X.
           05 CUSTFILE-STATUS2             PIC X.

       01  NOTIFY-STATUS.
           05 NOTIFY-STATUS1               PIC X.
           05 NOTIFY-STATUS2               PIC X.

       01  ALRTRPT-STATUS.
           05 ALRTRPT-STATUS1              PIC X.
           05 ALRTRPT-STATUS2              PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.
       01 WS-SCAN-EXIT                     PIC X    VALUE 'N'.
       01 WS-ALERT-DATE                    PIC X(10).

       01 WS-PREF-CNT                      PIC 9(7) VALUE 0.
       01 WS-CLOSED-CNT                    PIC 9(7) VALUE 0.
       01 WS-TEXT-CNT                      PIC 9(7) VALUE 0.
       01 WS-EMAIL-CNT                     PIC 9(7) VALUE 0.
       01 WS-UNDELIVERABLE-CNT             PIC 9(7) VALUE 0.

      *
      * Where the account's customer can be reached, if anywhere
      *
       01 WS-ACCT-CCY                      PIC X(3).
       01 WS-ACCT-DISPLAY                  PIC 9(11).
       01 WS-PREF-CHANGED                  PIC X.
       01 WS-DELIVERABLE                   PIC X.
       01 WS-ADDRESS                       PIC X(40).
       01 WS-TELNO-DISPLAY                 PIC 9(11).
       01 WS-UNDELIVERABLE-REASON          PIC X(30).

      *
      * The alert in hand and its wording
      *
       01 WS-ALERT-TYPE                    PIC X(2).
       01 WS-ALERT-AMOUNT                  PIC S9(10)V99 COMP-3.
       01 WS-MESSAGE                       PIC X(100).
       01 WS-AMOUNT-EDIT                   PIC -(10)9.99.
       01 WS-AMOUNT-TEXT                   PIC X(14).
       01 WS-LEVEL-TEXT                    PIC X(14).
       01 WS-LEAD                          PIC 9(2) COMP.

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
                 VALUE 'ALRTRUN CUSTOMER ALERTS FOR        '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(87) VALUE SPACES.

       01 WS-RPT-COLUMNS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(35)
                 VALUE 'ACCOUNT      SORTCD  CUSTOMER    AL'.
           05 FILLER                       PIC X(23)
                 VALUE '  C  CCY         AMOUNT'.
           05 FILLER                       PIC X(74)
                 VALUE '  OUTCOME'.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-ACCOUNT               PIC X(11).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-SORTCODE              PIC X(6).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-CUSTOMER              PIC X(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-TYPE                  PIC X(2).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-CHANNEL               PIC X.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-CURRENCY              PIC X(3).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-AMOUNT                PIC -(10)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-OUTCOME               PIC X(40).
           05 FILLER                       PIC X(32) VALUE SPACES.

       01 WS-RPT-SUMMARY.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(22)
                 VALUE 'ACCOUNTS WATCHED      '.
           05 WS-RPT-SUM-PREFS             PIC Z(6)9.
           05 FILLER                       PIC X(12)
                 VALUE '   TEXTS    '.
           05 WS-RPT-SUM-TEXTS             PIC Z(6)9.
           05 FILLER                       PIC X(12)
                 VALUE '   EMAILS   '.
           05 WS-RPT-SUM-EMAILS            PIC Z(6)9.
           05 FILLER                       PIC X(19)
                 VALUE '   UNDELIVERABLE   '.
           05 WS-RPT-SUM-UNDELIVERABLE     PIC Z(6)9.
           05 FILLER                       PIC X(19)
                 VALUE '   CLOSED, SKIPPED '.
           05 WS-RPT-SUM-CLOSED            PIC Z(6)9.
           05 FILLER                       PIC X(13) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'ALRTRUN '.
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
           DISPLAY 'Started ALRTRUN.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           PERFORM GET-BUSINESS-DATE.

           IF PARM-LENGTH >= 10
              MOVE PARM-DATA(1:10) TO WS-ALERT-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-ALERT-DATE
           END-IF.
           MOVE WS-ALERT-DATE TO WS-RPT-HDR-DATE.

           PERFORM OPEN-FILES.

           WRITE ALRT-PRINT-RECORD FROM WS-RPT-HEADER.
           WRITE ALRT-PRINT-RECORD FROM WS-RPT-COLUMNS.

           READ ALRTPREF NEXT RECORD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-PREF-CNT
              PERFORM CHECK-ONE-ACCOUNT
              READ ALRTPREF NEXT RECORD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE WS-PREF-CNT          TO WS-RPT-SUM-PREFS.
           MOVE WS-TEXT-CNT          TO WS-RPT-SUM-TEXTS.
           MOVE WS-EMAIL-CNT         TO WS-RPT-SUM-EMAILS.
           MOVE WS-UNDELIVERABLE-CNT TO WS-RPT-SUM-UNDELIVERABLE.
           MOVE WS-CLOSED-CNT        TO WS-RPT-SUM-CLOSED.
           WRITE ALRT-PRINT-RECORD FROM WS-RPT-SUMMARY.

           DISPLAY 'ALRTRUN ' WS-ALERT-DATE ': ' WS-PREF-CNT
                   ' accounts watched, ' WS-TEXT-CNT ' texts and '
                   WS-EMAIL-CNT ' emails sent, '
                   WS-UNDELIVERABLE-CNT ' undeliverable.'.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN I-O ALRTPREF.
           IF ALRTPREF-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ALRTPREF file, status='
                       ALRTPREF-STATUS
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

           OPEN INPUT ACCTFILE.
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

           OPEN OUTPUT NOTIFY.
           IF NOTIFY-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening NOTIFY file, status='
                       NOTIFY-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT ALRTRPT.
           IF ALRTRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ALRTRPT file, status='
                       ALRTRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

       CHECK-ONE-ACCOUNT SECTION.
       CO010.
           MOVE ALP-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
           END-READ.

           IF ACCTFILE-STATUS = '23'
              ADD 1 TO WS-CLOSED-CNT
              GO TO CO999
           END-IF.
           IF ACCTFILE-STATUS NOT = '00'
              DISPLAY 'ALRTRUN - error reading account '
                      ALP-ACCOUNT-NUMBER ' status=' ACCTFILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF ACCOUNT-STATUS-CLOSED
              ADD 1 TO WS-CLOSED-CNT
              GO TO CO999
           END-IF.

           MOVE ACCOUNT-CURRENCY-CODE TO WS-ACCT-CCY.
           IF WS-ACCT-CCY = SPACES
              MOVE 'GBP' TO WS-ACCT-CCY
           END-IF.

           PERFORM FIND-ADDRESS.

           IF ALP-LARGE-DEBIT > 0
              PERFORM CHECK-LARGE-DEBITS
           END-IF.

           MOVE 'N' TO WS-PREF-CHANGED.
           IF ALP-LOW-BALANCE-WANTED
              PERFORM CHECK-LOW-BALANCE
           END-IF.

           IF WS-PREF-CHANGED = 'Y'
              REWRITE ALERT-PREFERENCE-RECORD
              IF ALRTPREF-STATUS NOT = '00'
                 DISPLAY 'ALRTRUN - error rewriting preferences for '
                         ALP-ACCOUNT-NUMBER ' status='
                         ALRTPREF-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
           END-IF.

       CO999.
           EXIT.

      *
      * The account's own customer, and their number or address
      * for the channel chosen. A number of all zeros is the
      * placeholder EXTDCUST left on a customer without one
      *
       FIND-ADDRESS SECTION.
       FN010.
           MOVE 'N'    TO WS-DELIVERABLE.
           MOVE SPACES TO WS-ADDRESS.

           MOVE ACCOUNT-SORTCODE        TO CUSTOMER-SORTCODE.
           MOVE ACCOUNT-CUSTOMER-NUMBER TO CUSTOMER-NUMBER.
           READ CUSTFILE
              KEY IS CUSTOMER-KEY
           END-READ.

           IF CUSTFILE-STATUS NOT = '00'
              MOVE 'UNDELIVERABLE - NOT ON CUSTFILE'
                 TO WS-UNDELIVERABLE-REASON
              GO TO FN999
           END-IF.

           IF ALP-CHANNEL-TEXT
              IF CUSTOMER-TELNO = 0
                 MOVE 'UNDELIVERABLE - NO MOBILE NO. '
                    TO WS-UNDELIVERABLE-REASON
                 GO TO FN999
              END-IF
              MOVE CUSTOMER-TELNO   TO WS-TELNO-DISPLAY
              MOVE WS-TELNO-DISPLAY TO WS-ADDRESS
           ELSE
              IF CUSTOMER-EMAIL = SPACES
                 MOVE 'UNDELIVERABLE - NO EMAIL       '
                    TO WS-UNDELIVERABLE-REASON
                 GO TO FN999
              END-IF
              MOVE CUSTOMER-EMAIL TO WS-ADDRESS
           END-IF.

           MOVE 'Y' TO WS-DELIVERABLE.

       FN999.
           EXIT.

      *
      * The account's legs for the night, in time order
      *
       CHECK-LARGE-DEBITS SECTION.
       CL010.
           MOVE ALP-ACCOUNT-NUMBER TO JRNL-ACCOUNT-NUMBER.
           MOVE WS-ALERT-DATE      TO JRNL-DATE.
           MOVE 0                  TO JRNL-TIME JRNL-SEQUENCE.

           MOVE 'N' TO WS-SCAN-EXIT.
           START JRNLIN KEY NOT < JRNL-KEY
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-EXIT
           END-START.

           PERFORM UNTIL WS-SCAN-EXIT = 'Y'
              READ JRNLIN NEXT RECORD
                AT END MOVE 'Y' TO WS-SCAN-EXIT
              END-READ
              IF WS-SCAN-EXIT = 'N'
                 IF JRNL-ACCOUNT-NUMBER NOT = ALP-ACCOUNT-NUMBER OR
                    JRNL-DATE NOT = WS-ALERT-DATE
                    MOVE 'Y' TO WS-SCAN-EXIT
                 ELSE
                    IF JRNL-DEBIT AND
                       JRNL-AMOUNT NOT < ALP-LARGE-DEBIT
                       MOVE 'LD'        TO WS-ALERT-TYPE
                       MOVE JRNL-AMOUNT TO WS-ALERT-AMOUNT
                       PERFORM RAISE-ALERT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       CL999.
           EXIT.

      *
      * Told once as the balance falls below the level; the state
      * clears when it is back at or above it
      *
       CHECK-LOW-BALANCE SECTION.
       CB010.
           IF ACCOUNT-ACTUAL-BALANCE < ALP-LOW-BALANCE
              IF NOT ALP-LOW-STATE-BELOW
                 MOVE 'LB'                   TO WS-ALERT-TYPE
                 MOVE ACCOUNT-ACTUAL-BALANCE TO WS-ALERT-AMOUNT
                 PERFORM RAISE-ALERT
                 MOVE 'B'           TO ALP-LOW-STATE
                 MOVE WS-ALERT-DATE TO ALP-LOW-ALERT-DATE
                 MOVE 'Y'           TO WS-PREF-CHANGED
              END-IF
           ELSE
              IF ALP-LOW-STATE-BELOW
                 MOVE SPACE TO ALP-LOW-STATE
                 MOVE 'Y'   TO WS-PREF-CHANGED
              END-IF
           END-IF.

       CB999.
           EXIT.

      *
      * Word the alert, then send it or list it as undeliverable
      *
       RAISE-ALERT SECTION.
       RA010.
           MOVE WS-ALERT-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE 0 TO WS-LEAD.
           INSPECT WS-AMOUNT-EDIT TALLYING WS-LEAD FOR LEADING SPACES.
           MOVE WS-AMOUNT-EDIT(WS-LEAD + 1:) TO WS-AMOUNT-TEXT.

           MOVE ALP-ACCOUNT-NUMBER TO WS-ACCT-DISPLAY.
           MOVE SPACES TO WS-MESSAGE.

           IF WS-ALERT-TYPE = 'LD'
              STRING 'A PAYMENT OF ' DELIMITED BY SIZE
                     WS-ACCT-CCY ' ' DELIMITED BY SIZE
                     WS-AMOUNT-TEXT DELIMITED BY SPACE
                     ' LEFT YOUR ACCOUNT ENDING ' DELIMITED BY SIZE
                     WS-ACCT-DISPLAY(8:4) DELIMITED BY SIZE
                     ' ON ' WS-ALERT-DATE DELIMITED BY SIZE
                     '. NOT YOU? CALL US NOW.' DELIMITED BY SIZE
                INTO WS-MESSAGE
              END-STRING
           ELSE
              MOVE ALP-LOW-BALANCE TO WS-AMOUNT-EDIT
              MOVE 0 TO WS-LEAD
              INSPECT WS-AMOUNT-EDIT
                 TALLYING WS-LEAD FOR LEADING SPACES
              MOVE WS-AMOUNT-EDIT(WS-LEAD + 1:) TO WS-LEVEL-TEXT
              STRING 'YOUR ACCOUNT ENDING ' DELIMITED BY SIZE
                     WS-ACCT-DISPLAY(8:4) DELIMITED BY SIZE
                     ' HAS A BALANCE OF ' DELIMITED BY SIZE
                     WS-ACCT-CCY ' ' DELIMITED BY SIZE
                     WS-AMOUNT-TEXT DELIMITED BY SPACE
                     ', BELOW YOUR ALERT LEVEL OF ' DELIMITED BY SIZE
                     WS-LEVEL-TEXT DELIMITED BY SPACE
                     '.' DELIMITED BY SIZE
                INTO WS-MESSAGE
              END-STRING
           END-IF.

           MOVE ALP-ACCOUNT-NUMBER      TO WS-RPT-ACCOUNT.
           MOVE ACCOUNT-SORTCODE        TO WS-RPT-SORTCODE.
           MOVE ACCOUNT-CUSTOMER-NUMBER TO WS-RPT-CUSTOMER.
           MOVE WS-ALERT-TYPE           TO WS-RPT-TYPE.
           MOVE ALP-CHANNEL             TO WS-RPT-CHANNEL.
           MOVE WS-ACCT-CCY             TO WS-RPT-CURRENCY.
           MOVE WS-ALERT-AMOUNT         TO WS-RPT-AMOUNT.

           IF WS-DELIVERABLE NOT = 'Y'
              ADD 1 TO WS-UNDELIVERABLE-CNT
              MOVE WS-UNDELIVERABLE-REASON TO WS-RPT-OUTCOME
              WRITE ALRT-PRINT-RECORD FROM WS-RPT-DETAIL
              GO TO RA999
           END-IF.

           MOVE SPACES                  TO NOTIFICATION-RECORD.
           MOVE ALP-CHANNEL             TO NTF-CHANNEL.
           MOVE WS-ADDRESS              TO NTF-ADDRESS.
           MOVE ACCOUNT-SORTCODE        TO NTF-SORTCODE.
           MOVE ACCOUNT-CUSTOMER-NUMBER TO NTF-CUSTOMER-NUMBER.
           MOVE ALP-ACCOUNT-NUMBER      TO NTF-ACCOUNT-NUMBER.
           MOVE WS-ALERT-TYPE           TO NTF-ALERT-TYPE.
           MOVE WS-ALERT-DATE           TO NTF-DATE.
           MOVE WS-ACCT-CCY             TO NTF-CURRENCY.
           MOVE WS-ALERT-AMOUNT         TO NTF-AMOUNT.
           MOVE WS-MESSAGE              TO NTF-MESSAGE.
           WRITE NOTIFICATION-RECORD.
           IF NOTIFY-STATUS NOT = '00'
              DISPLAY 'ALRTRUN - error writing NOTIFY, status='
                      NOTIFY-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF ALP-CHANNEL-TEXT
              ADD 1 TO WS-TEXT-CNT
              MOVE 'SENT BY TEXT' TO WS-RPT-OUTCOME
           ELSE
              ADD 1 TO WS-EMAIL-CNT
              MOVE 'SENT BY EMAIL' TO WS-RPT-OUTCOME
           END-IF.
           WRITE ALRT-PRINT-RECORD FROM WS-RPT-DETAIL.

       RA999.
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
              DISPLAY 'ALRTRUN - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           COMPUTE WS-RLOGP-RECORD-COUNT = WS-TEXT-CNT + WS-EMAIL-CNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE ALRTPREF.
           CLOSE JRNLIN.
           CLOSE ACCTFILE.
           CLOSE CUSTFILE.
           CLOSE NOTIFY.
           CLOSE ALRTRPT.

       CF999.
           EXIT.
