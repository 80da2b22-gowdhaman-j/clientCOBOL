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
      * Inbound returns from the external clearing scheme. A payment
      * EXTPOUT sent that the other bank could not apply - account
      * closed, no such account, refused - comes back on RTNIN as
      * an 'ERTN' record carrying the payment reference EXTPOUT
      * sent (the EXTPAY key), the amount and the scheme's four
      * character reason code. The file is closed by a 'CTRL'
      * trailer with the record count and amount hash, and is
      * balanced against it in a first pass before any money moves,
      * the way BULKPOST gates its files - a short or doctored
      * returns file re-credits nothing.
      *
      * A return must match a payment on EXTPAY that was sent and
      * not already returned, for the amount sent. The customer's
      * account is re-credited (both balances), the credit leg is
      * journalled on TXNJRNL under the batch teller id EXTRTN with
      * the return reason in JRNL-REASON-CODE, and the EXTPAY record
      * is marked returned with the date and reason, so a rerun of
      * the same file credits nothing twice. A return whose account
      * is now closed, missing or blocked for credits is not posted:
      * it is reported REFER and the money stays in external
      * clearing suspense for the branch to deal with. EXTRRPT lists
      * every return under its branch sortcode with the reason, and
      * the run ends with the control equation returned + referred
      * + rejected = trailer count.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRTN.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTNIN
                  ASSIGN TO RTNIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS RTNIN-STATUS.

           SELECT EXTPAY
                  ASSIGN TO EXTPAY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS EXTP-KEY
                  FILE STATUS  IS EXTPAY-STATUS.

           SELECT ACCTFILE
                  ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT JRNLOUT
                  ASSIGN TO JRNLOUT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS JRNL-KEY
                  FILE STATUS  IS JRNLOUT-STATUS.

           SELECT EXTRRPT
                  ASSIGN TO EXTRRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS EXTRRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  RTNIN.
       01  RETURN-INPUT-RECORD.
           05 ERTN-ID                      PIC X(4).
           05 ERTN-FILE-DATE               PIC 9(6).
           05 ERTN-REFERENCE               PIC X(30).
           05 ERTN-DEST-SORTCODE           PIC 9(6).
           05 ERTN-DEST-ACCOUNT            PIC 9(11).
           05 ERTN-AMOUNT                  PIC 9(11)V99.
           05 ERTN-REASON                  PIC X(4).
           05 FILLER                       PIC X(86).
       01  RETURN-CONTROL-TRAILER REDEFINES RETURN-INPUT-RECORD.
           05 RCTL-ID                      PIC X(4).
           05 RCTL-RECORD-COUNT            PIC 9(7).
           05 RCTL-HASH-TOTAL              PIC 9(13)V99.
           05 RCTL-FILE-DATE               PIC 9(6).
           05 FILLER                       PIC X(128).

       FD  EXTPAY.
       01  EXTERNAL-PAYMENT-RECORD.
       COPY EXTPAY.

       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  JRNLOUT.
       01  JOURNAL-RECORD.
       COPY TXNJRNL.

       FD  EXTRRPT.
       01  EXTR-PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  RTNIN-STATUS.
           05 RTNIN-STATUS1                PIC X.
           05 RTNIN-STATUS2                PIC X.

       01  EXTPAY-STATUS.
           05 EXTPAY-STATUS1               PIC X.
           05 EXTPAY-STATUS2               PIC X.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  JRNLOUT-STATUS.
           05 JRNLOUT-STATUS1              PIC X.
           05 JRNLOUT-STATUS2              PIC X.

       01  EXTRRPT-STATUS.
           05 EXTRRPT-STATUS1              PIC X.
           05 EXTRRPT-STATUS2              PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.
       01 WS-GATE-FAILED                   PIC X    VALUE 'N'.

       01 WS-DETAIL-CNT                    PIC 9(7) VALUE 0.
       01 WS-TRAILER-CNT                   PIC 9(3) VALUE 0.
       01 WS-HASH-TOTAL                    PIC 9(13)V99 VALUE 0.
       01 WS-CTRL-COUNT                    PIC 9(7) VALUE 0.
       01 WS-CTRL-HASH                     PIC 9(13)V99 VALUE 0.

       01 WS-RETURNED-CNT                  PIC 9(7) VALUE 0.
       01 WS-REFERRED-CNT                  PIC 9(7) VALUE 0.
       01 WS-REJECTED-CNT                  PIC 9(7) VALUE 0.
       01 WS-EQUATION-TOTAL                PIC 9(7).
       01 WS-RETURNED-TOTAL                PIC S9(13)V99 COMP-3
                                                VALUE 0.
       01 WS-REFERRED-TOTAL                PIC S9(13)V99 COMP-3
                                                VALUE 0.

       01 WS-ACCOUNT-CCY                   PIC X(3).
       01 WS-RUN-TIME-RAW                  PIC 9(8).
       01 WS-JOURNAL-TRIES                 PIC 9(2).

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
                 VALUE 'EXTRTN EXTERNAL PAYMENT RETURNS    '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(87) VALUE SPACES.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(7) VALUE 'BRANCH '.
           05 WS-RPT-ORIGIN-SORT           PIC 9(6).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-ORIGIN-ACCT           PIC 9(11).
           05 FILLER                       PIC X(4) VALUE ' TO '.
           05 WS-RPT-DEST-SORT             PIC 9(6).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-RPT-DEST-ACCT             PIC 9(11).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-AMOUNT                PIC Z(9)9.99.
           05 FILLER                       PIC X(5) VALUE ' RSN '.
           05 WS-RPT-REASON                PIC X(4).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-REFERENCE             PIC X(30).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-OUTCOME               PIC X(30).

       01 WS-RPT-TOTALS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(9) VALUE 'RETURNED '.
           05 WS-RPT-TOT-RETURNED          PIC Z(6)9.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-TOT-RETURNED-AMT      PIC Z(12)9.99.
           05 FILLER                       PIC X(11)
                 VALUE '  REFERRED '.
           05 WS-RPT-TOT-REFERRED          PIC Z(6)9.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-TOT-REFERRED-AMT      PIC Z(12)9.99.
           05 FILLER                       PIC X(11)
                 VALUE '  REJECTED '.
           05 WS-RPT-TOT-REJECTED          PIC Z(6)9.
           05 FILLER                       PIC X(46) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'EXTRTN  '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started EXTRTN.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE.

      *
      * Pass one: balance the file against its trailer before any
      * money moves
      *
           PERFORM BALANCE-THE-FILE.
           IF WS-GATE-FAILED = 'Y'
              MOVE 16 TO RETURN-CODE
              MOVE 'END  ' TO WS-RLOGP-FUNCTION
              MOVE WS-DETAIL-CNT TO WS-RLOGP-RECORD-COUNT
              CALL 'RUNLOG' USING WS-RUNLOG-PARM
              GOBACK
           END-IF.

      *
      * Pass two: re-credit the balanced returns
      *
           PERFORM OPEN-FILES.

           WRITE EXTR-PRINT-RECORD FROM WS-RPT-HEADER.

           READ RTNIN
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              IF ERTN-ID = 'ERTN'
                 PERFORM RETURN-ONE-PAYMENT
              END-IF
              READ RTNIN
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE WS-RETURNED-CNT   TO WS-RPT-TOT-RETURNED.
           MOVE WS-RETURNED-TOTAL TO WS-RPT-TOT-RETURNED-AMT.
           MOVE WS-REFERRED-CNT   TO WS-RPT-TOT-REFERRED.
           MOVE WS-REFERRED-TOTAL TO WS-RPT-TOT-REFERRED-AMT.
           MOVE WS-REJECTED-CNT   TO WS-RPT-TOT-REJECTED.
           WRITE EXTR-PRINT-RECORD FROM WS-RPT-TOTALS.

           COMPUTE WS-EQUATION-TOTAL =
              WS-RETURNED-CNT + WS-REFERRED-CNT + WS-REJECTED-CNT.

           DISPLAY 'EXTRTN returned ' WS-RETURNED-CNT ' ('
                   WS-RETURNED-TOTAL '), referred ' WS-REFERRED-CNT
                   ' (' WS-REFERRED-TOTAL '), rejected '
                   WS-REJECTED-CNT '.'.

           IF WS-EQUATION-TOTAL NOT = WS-CTRL-COUNT
              DISPLAY 'EXTRTN CONTROL EQUATION FAILED - returned + '
                      'referred + rejected ' WS-EQUATION-TOTAL
                      ' but trailer said ' WS-CTRL-COUNT
              MOVE 12 TO RETURN-CODE
           ELSE
              DISPLAY 'EXTRTN control equation holds: returned + '
                      'referred + rejected = trailer count.'
           END-IF.

           IF (WS-REFERRED-CNT > 0 OR WS-REJECTED-CNT > 0) AND
              RETURN-CODE = 0
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

      *
      * Recount and rehash the file the way PAYMGATE gates the PAYM
      * stream - a file that does not balance re-credits nothing
      *
       BALANCE-THE-FILE SECTION.
       BF010.
           OPEN INPUT RTNIN.
           IF RTNIN-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening RTNIN file, status='
                       RTNIN-STATUS
               MOVE 'Y' TO WS-GATE-FAILED
               GO TO BF999
           END-IF.

       BF020.
           READ RTNIN
             AT END
               GO TO BF030
           END-READ.

           IF ERTN-ID = 'CTRL'
              ADD 1 TO WS-TRAILER-CNT
              MOVE RCTL-RECORD-COUNT TO WS-CTRL-COUNT
              MOVE RCTL-HASH-TOTAL   TO WS-CTRL-HASH
           ELSE
              IF ERTN-ID = 'ERTN'
                 ADD 1 TO WS-DETAIL-CNT
                 IF ERTN-AMOUNT NUMERIC
                    ADD ERTN-AMOUNT TO WS-HASH-TOTAL
                 END-IF
              END-IF
           END-IF.
           GO TO BF020.

       BF030.
           CLOSE RTNIN.

           IF WS-TRAILER-CNT NOT = 1
              DISPLAY 'EXTRTN - trailer missing or duplicated ('
                      WS-TRAILER-CNT ') - nothing re-credited'
              MOVE 'Y' TO WS-GATE-FAILED
              GO TO BF999
           END-IF.

           IF WS-DETAIL-CNT NOT = WS-CTRL-COUNT
              DISPLAY 'EXTRTN - record count mismatch: counted '
                      WS-DETAIL-CNT ' trailer said ' WS-CTRL-COUNT
                      ' - nothing re-credited'
              MOVE 'Y' TO WS-GATE-FAILED
              GO TO BF999
           END-IF.

           IF WS-HASH-TOTAL NOT = WS-CTRL-HASH
              DISPLAY 'EXTRTN - amount hash mismatch: hashed '
                      WS-HASH-TOTAL ' trailer said ' WS-CTRL-HASH
                      ' - nothing re-credited'
              MOVE 'Y' TO WS-GATE-FAILED
              GO TO BF999
           END-IF.

           DISPLAY 'EXTRTN file balances: ' WS-DETAIL-CNT
                   ' returns, hash ' WS-HASH-TOTAL '.'.

       BF999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT RTNIN.
           IF RTNIN-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening RTNIN file, status='
                       RTNIN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O EXTPAY.
           IF EXTPAY-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening EXTPAY file, status='
                       EXTPAY-STATUS
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

           OPEN OUTPUT EXTRRPT.
           IF EXTRRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening EXTRRPT file, status='
                       EXTRRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * Match one return to the payment it sends back and re-credit
      * the customer. A return that matches nothing we sent, or
      * that we have already credited, is rejected; one whose
      * account cannot take the credit is referred to the branch
      *
       RETURN-ONE-PAYMENT SECTION.
       RP010.
           MOVE 0 TO WS-RPT-ORIGIN-SORT WS-RPT-ORIGIN-ACCT.
           MOVE ERTN-REASON    TO WS-RPT-REASON.
           MOVE ERTN-REFERENCE TO WS-RPT-REFERENCE.
           IF ERTN-DEST-SORTCODE NUMERIC
              MOVE ERTN-DEST-SORTCODE TO WS-RPT-DEST-SORT
           ELSE
              MOVE 0 TO WS-RPT-DEST-SORT
           END-IF.
           IF ERTN-DEST-ACCOUNT NUMERIC
              MOVE ERTN-DEST-ACCOUNT TO WS-RPT-DEST-ACCT
           ELSE
              MOVE 0 TO WS-RPT-DEST-ACCT
           END-IF.
           IF ERTN-AMOUNT NUMERIC
              MOVE ERTN-AMOUNT TO WS-RPT-AMOUNT
           ELSE
              MOVE 0 TO WS-RPT-AMOUNT
           END-IF.

           IF ERTN-REFERENCE = SPACES OR
              ERTN-AMOUNT NOT NUMERIC OR
              ERTN-AMOUNT = 0
              MOVE 'REJECTED - BAD RECORD        ' TO WS-RPT-OUTCOME
              PERFORM REJECT-RETURN
              GO TO RP999
           END-IF.

           MOVE ERTN-REFERENCE TO EXTP-KEY.
           READ EXTPAY
              KEY IS EXTP-KEY
           END-READ.

           IF EXTPAY-STATUS NOT = '00'
              MOVE 'REJECTED - NO SUCH PAYMENT   ' TO WS-RPT-OUTCOME
              PERFORM REJECT-RETURN
              GO TO RP999
           END-IF.

           MOVE EXTP-ORIGIN-SORTCODE TO WS-RPT-ORIGIN-SORT.
           MOVE EXTP-ORIGIN-ACCOUNT  TO WS-RPT-ORIGIN-ACCT.

           IF EXTP-STATUS-RETURNED
              MOVE 'REJECTED - ALREADY RETURNED  ' TO WS-RPT-OUTCOME
              PERFORM REJECT-RETURN
              GO TO RP999
           END-IF.

           IF NOT EXTP-STATUS-SENT
              MOVE 'REJECTED - NEVER SENT        ' TO WS-RPT-OUTCOME
              PERFORM REJECT-RETURN
              GO TO RP999
           END-IF.

           IF ERTN-AMOUNT NOT = EXTP-AMOUNT
              MOVE 'REJECTED - AMOUNT NOT AS SENT' TO WS-RPT-OUTCOME
              PERFORM REJECT-RETURN
              GO TO RP999
           END-IF.

      *
      * The customer's account must still be able to take the
      * money back
      *
           MOVE EXTP-ORIGIN-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
           END-READ.

           IF ACCTFILE-STATUS NOT = '00'
              MOVE 'REFER - ACCOUNT NOT ON FILE  ' TO WS-RPT-OUTCOME
              PERFORM REFER-RETURN
              GO TO RP999
           END-IF.

           IF ACCOUNT-STATUS-CLOSED
              MOVE 'REFER - ACCOUNT CLOSED       ' TO WS-RPT-OUTCOME
              PERFORM REFER-RETURN
              GO TO RP999
           END-IF.

           MOVE 'CREDT'             TO WS-BCP-FUNCTION.
           MOVE EXTP-ORIGIN-ACCOUNT TO WS-BCP-ACCOUNT-NUMBER.
           PERFORM CHECK-BLOCK.
           IF WS-BCP-BLOCKED = 'Y'
              MOVE SPACES TO WS-RPT-OUTCOME
              STRING 'REFER - BLK ' WS-BCP-REASON-CODE
                     ' CREDITS BLOCKED'
                 DELIMITED BY SIZE INTO WS-RPT-OUTCOME
              PERFORM REFER-RETURN
              GO TO RP999
           END-IF.

           ADD EXTP-AMOUNT TO ACCOUNT-AVAILABLE-BALANCE
                              ACCOUNT-ACTUAL-BALANCE.
           REWRITE ACCOUNT-RECORD.
           IF ACCTFILE-STATUS NOT = '00'
              DISPLAY 'EXTRTN - error rewriting account '
                      ACCOUNT-NUMBER ' status=' ACCTFILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM JOURNAL-CREDIT-LEG.

           MOVE 'R'         TO EXTP-STATUS.
           MOVE WS-RUN-DATE TO EXTP-RETURN-DATE.
           MOVE ERTN-REASON TO EXTP-RETURN-REASON.
           REWRITE EXTERNAL-PAYMENT-RECORD.
           IF EXTPAY-STATUS NOT = '00'
              DISPLAY 'EXTRTN - error marking EXTPAY returned for '
                      EXTP-KEY ' status=' EXTPAY-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-RETURNED-CNT.
           ADD EXTP-AMOUNT TO WS-RETURNED-TOTAL.
           MOVE 'RETURNED - RE-CREDITED       ' TO WS-RPT-OUTCOME.
           WRITE EXTR-PRINT-RECORD FROM WS-RPT-DETAIL.

       RP999.
           EXIT.

      *
      * Left in external clearing suspense - the branch contacts
      * the customer and moves the money by hand
      *
       REFER-RETURN SECTION.
       RF010.
           ADD 1 TO WS-REFERRED-CNT.
           ADD EXTP-AMOUNT TO WS-REFERRED-TOTAL.
           WRITE EXTR-PRINT-RECORD FROM WS-RPT-DETAIL.

       RF999.
           EXIT.

       REJECT-RETURN SECTION.
       RJ010.
           ADD 1 TO WS-REJECTED-CNT.
           WRITE EXTR-PRINT-RECORD FROM WS-RPT-DETAIL.

       RJ999.
           EXIT.

      *
      * The credit leg under the customer's account, counterparty
      * the other bank's sortcode and account the payment was sent
      * to, carrying the scheme's reason code. The matching debit
      * sits in external clearing suspense, not on our book
      *
       JOURNAL-CREDIT-LEG SECTION.
       JC010.
           MOVE ACCOUNT-CURRENCY-CODE TO WS-ACCOUNT-CCY.
           IF WS-ACCOUNT-CCY = SPACES
              MOVE 'GBP' TO WS-ACCOUNT-CCY
           END-IF.

           MOVE WS-RUN-DATE          TO JRNL-DATE.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO JRNL-TIME.
           MOVE EXTP-ORIGIN-ACCOUNT  TO JRNL-ACCOUNT-NUMBER.
           MOVE 'C'                  TO JRNL-DR-CR.
           MOVE EXTP-DEST-SORTCODE   TO JRNL-COUNTERPARTY-SORTCODE.
           MOVE EXTP-DEST-ACCOUNT    TO JRNL-COUNTERPARTY-ACCOUNT.
           MOVE EXTP-AMOUNT          TO JRNL-AMOUNT.
           MOVE 'BTCH'               TO JRNL-TERMINAL.
           MOVE 'EXTRTN  '           TO JRNL-TELLER.
           MOVE 'N'                  TO JRNL-CONFIRM-PASS.
           MOVE WS-ACCOUNT-CCY       TO JRNL-CURRENCY-CODE.
           MOVE EXTP-AMOUNT          TO JRNL-CONVERTED-AMOUNT.
           MOVE WS-ACCOUNT-CCY       TO JRNL-CONVERTED-CCY.
           MOVE SPACES               TO JRNL-SUPERVISOR.
           MOVE ERTN-REASON          TO JRNL-REASON-CODE.

           MOVE 1 TO JRNL-SEQUENCE.
           MOVE 0 TO WS-JOURNAL-TRIES.

       JC020.
           WRITE JOURNAL-RECORD.

           IF JRNLOUT-STATUS = '22' AND WS-JOURNAL-TRIES < 10
              ADD 1 TO WS-JOURNAL-TRIES
              ADD 1 TO JRNL-SEQUENCE
              GO TO JC020
           END-IF.

           IF JRNLOUT-STATUS NOT = '00'
              DISPLAY 'EXTRTN - journal write failed for account '
                      JRNL-ACCOUNT-NUMBER ' status=' JRNLOUT-STATUS
           END-IF.

       JC999.
           EXIT.

      *
      * Ask BLKCHK whether the ACCTBLK register stops this movement.
      * A register that cannot be read stops the run rather than
      * post past a block nobody could see
      *
       CHECK-BLOCK SECTION.
       CB010.
           MOVE WS-RUN-DATE TO WS-BCP-AS-OF-DATE.
           CALL 'BLKCHK' USING WS-BLKCHK-PARM.
           IF WS-BCP-STATUS NOT = SPACE
              DISPLAY 'EXTRTN - ACCTBLK unreadable for account '
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
              DISPLAY 'EXTRTN - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-DETAIL-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           MOVE 'CLOSE' TO WS-BCP-FUNCTION.
           CALL 'BLKCHK' USING WS-BLKCHK-PARM.
           CLOSE RTNIN.
           CLOSE EXTPAY.
           CLOSE ACCTFILE.
           CLOSE JRNLOUT.
           CLOSE EXTRRPT.

       CF999.
           EXIT.
