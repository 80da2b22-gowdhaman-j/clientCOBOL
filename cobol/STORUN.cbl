      * order master and puts every order due on or before the run
      * date through the same overdraft rule XFRFUN applies on-line:
      * an order whose debit would take the from-account's available
      * balance, less its active HOLDS, below its overdraft limit is
      * not posted, and neither is an order from an account whose
      * debits, or to an account whose credits, are blocked on the
      * ACCTBLK register - a blocked order waits, unparked, until
      * the block is lifted.
      *
      * An executed order debits the from-account, credits the
      * to-account, journals both legs to TXNJRNL and rolls the
      * anchored to the 1st however many weekends it crosses.
      * Every order that waits or pays off its due date is
      * reported on STORPT with the reason.
      *
      * An order whose destination sortcode is not on BRNMAST pays
      * another bank: the debit posts to the from-account as usual,
      * an EXTPAY record puts the money in external clearing
      * suspense for the EXTPOUT outbound file, and only the debit
      * leg is journalled. External clearing settles sterling only,
      * so a foreign-currency order of that kind is rejected and
      * marked failed.
      *
      * The first run of an order over WS-COOLING-AMOUNT to one of
      * the from-account customer's saved payees added less than
      * WS-COOLING-HOURS ago - the same terms XFRFUN holds a counter
      * payment on - does not post. It is written HELD to PENDXFR
      * for the branch to call the customer back and release or
      * cancel it through COOLREV, audited to COOLAUD under teller
      * STORUN, and the order's cycle moves on as if it had paid so
      * the next run is not held again.
      ******************************************************************

       IDENTIFICATION DIVISION.
                  RECORD KEY   IS JRNL-KEY
                  FILE STATUS  IS JRNLOUT-STATUS.

           SELECT BRNMAST
                  ASSIGN TO BRNMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BRN-SORTCODE
                  FILE STATUS  IS BRNMAST-STATUS.

           SELECT EXTPAY
                  ASSIGN TO EXTPAY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS EXTP-KEY
                  FILE STATUS  IS EXTPAY-STATUS.

           SELECT PAYEMST
                  ASSIGN TO PAYEMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PAYE-KEY
                  FILE STATUS  IS PAYEMST-STATUS.

           SELECT PENDXFR
                  ASSIGN TO PENDXFR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PEND-KEY
                  FILE STATUS  IS PENDXFR-STATUS.

           SELECT COOLAUD
                  ASSIGN TO COOLAUD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CLA-KEY
                  FILE STATUS  IS COOLAUD-STATUS.

           SELECT STORPT
                  ASSIGN TO STORPT
                  ORGANIZATION IS SEQUENTIAL
       01  JOURNAL-RECORD.
       COPY TXNJRNL.

       FD  BRNMAST.
       01  BRANCH-RECORD.
       COPY BRNMAST.

       FD  EXTPAY.
       01  EXTERNAL-PAYMENT-RECORD.
       COPY EXTPAY.

       FD  PAYEMST.
       01  PAYEE-RECORD.
       COPY PAYEMST.

       FD  PENDXFR.
       01  PENDING-RECORD.
       COPY PENDXFR.

       FD  COOLAUD.
       01  COOLING-AUDIT-RECORD.
       COPY COOLAUD.

       FD  STORPT.
       01  STO-PRINT-RECORD                PIC X(133).

           05 JRNLOUT-STATUS1              PIC X.
           05 JRNLOUT-STATUS2              PIC X.

       01  BRNMAST-STATUS.
           05 BRNMAST-STATUS1              PIC X.
           05 BRNMAST-STATUS2              PIC X.

       01  EXTPAY-STATUS.
           05 EXTPAY-STATUS1               PIC X.
           05 EXTPAY-STATUS2               PIC X.

       01  PAYEMST-STATUS.
           05 PAYEMST-STATUS1              PIC X.
           05 PAYEMST-STATUS2              PIC X.

       01  PENDXFR-STATUS.
           05 PENDXFR-STATUS1              PIC X.
           05 PENDXFR-STATUS2              PIC X.

       01  COOLAUD-STATUS.
           05 COOLAUD-STATUS1              PIC X.
           05 COOLAUD-STATUS2              PIC X.

       01  STORPT-STATUS.
           05 STORPT-STATUS1               PIC X.
           05 STORPT-STATUS2               PIC X.
       01 WS-PARKED-CNT                    PIC 9(7) VALUE 0.
       01 WS-FAILED-CNT                    PIC 9(7) VALUE 0.
       01 WS-REJECTED-CNT                  PIC 9(7) VALUE 0.
       01 WS-BLOCKED-CNT                   PIC 9(7) VALUE 0.

      *
      * An order parked this many times in a row is marked failed
      *
       01 WS-MAX-PARKS                     PIC 9(2) VALUE 3.

      *
      * A first run over GBP 1,000 to a payee saved less than 24
      * hours ago is held for a call-back, as XFRFUN holds one
      *
       01 WS-COOLING-AMOUNT                PIC 9(8)V99 COMP-3
                                               VALUE 1000.
       01 WS-COOLING-HOURS                 PIC 9(3) VALUE 24.
       01 WS-HELD-CNT                      PIC 9(7) VALUE 0.
       01 WS-COOLING-FLAG                  PIC X    VALUE 'N'.
          88 WS-COOLING-HOLD                        VALUE 'Y'.
       01 WS-PAYEE-FOUND                   PIC X.
       01 WS-PAYEE-EXIT                    PIC X.
       01 WS-PEND-TRIES                    PIC 9(2).
       01 WS-COOL-DATE-YYYYMMDD            PIC 9(8).
       01 WS-COOL-DATE-SPLIT REDEFINES WS-COOL-DATE-YYYYMMDD.
           05 WS-COOL-YEAR                 PIC 9(4).
           05 WS-COOL-MONTH                PIC 99.
           05 WS-COOL-DAY                  PIC 99.
       01 WS-COOL-TIME                     PIC 9(6).
       01 WS-COOL-TIME-SPLIT REDEFINES WS-COOL-TIME.
           05 WS-COOL-HH                   PIC 99.
           05 WS-COOL-MM                   PIC 99.
           05 WS-COOL-SS                   PIC 99.
       01 WS-PAYEE-MINUTES                 PIC 9(11) COMP-3.
       01 WS-NOW-MINUTES                   PIC 9(11) COMP-3.

       01 WS-MOVED-CNT                     PIC 9(7) VALUE 0.
       01 WS-EARLY-CNT                     PIC 9(7) VALUE 0.
       01 WS-IS-BUSINESS                   PIC X.
       01 WS-ORDER-CCY                     PIC X(3).
       01 WS-TO-CCY                        PIC X(3).
       01 WS-DISPOSITION                   PIC X(8).
       01 WS-EXTERNAL-FLAG                 PIC X    VALUE 'N'.
          88 WS-EXTERNAL-ORDER                      VALUE 'Y'.
       01 WS-EXTERNAL-CNT                  PIC 9(7) VALUE 0.
       01 WS-EXTERNAL-TRIES                PIC 9(2).

       01 WS-RUN-TIME-RAW                  PIC 9(8).
       01 WS-JOURNAL-TRIES                 PIC 9(2).
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
           05 FILLER                       PIC X(27)
           DISPLAY 'STORUN read ' WS-READ-CNT ' orders, ' WS-DUE-CNT
                   ' due, executed ' WS-EXECUTED-CNT ', parked '
                   WS-PARKED-CNT ', failed ' WS-FAILED-CNT
                   ', rejected ' WS-REJECTED-CNT
                   ', blocked ' WS-BLOCKED-CNT
                   ', external ' WS-EXTERNAL-CNT
                   ', held for call-back ' WS-HELD-CNT '.'.
           DISPLAY 'STORUN calendar: ' WS-MOVED-CNT
                   ' waiting for a business day, ' WS-EARLY-CNT
                   ' paid early (roll back).'.
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT BRNMAST.
           IF BRNMAST-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening BRNMAST file, status='
                       BRNMAST-STATUS
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

           OPEN INPUT PAYEMST.
           IF PAYEMST-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening PAYEMST file, status='
                       PAYEMST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O PENDXFR.
           IF PENDXFR-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening PENDXFR file, status='
                       PENDXFR-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O COOLAUD.
           IF COOLAUD-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening COOLAUD file, status='
                       COOLAUD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT STORPT.
           IF STORPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening STORPT file, status='
              MOVE 'GBP' TO WS-ORDER-CCY
           END-IF.

      *
      * A destination sortcode BRNMAST has never heard of is
      * another bank's - the order goes out through external
      * clearing, which only settles sterling
      *
           PERFORM CHECK-DEST-BRANCH.

           IF WS-EXTERNAL-ORDER AND WS-ORDER-CCY NOT = 'GBP'
              ADD 1 TO WS-REJECTED-CNT
              MOVE 'REJECTED' TO WS-DISPOSITION
              MOVE 'EXTERNAL PAYMENT MUST BE GBP  ' TO WS-RPT-NOTE
              MOVE 'F' TO STO-STATUS
              REWRITE STANDING-ORDER-RECORD
              PERFORM REPORT-ORDER
              GO TO EO999
           END-IF.

      *
      * A block on either side holds the order back without
      * counting as a park - it stays due and goes out on the
      * first run after the block is lifted
      *
           MOVE 'DEBIT'          TO WS-BCP-FUNCTION.
           MOVE STO-FROM-ACCOUNT TO WS-BCP-ACCOUNT-NUMBER.
           PERFORM CHECK-BLOCK.
           IF WS-BCP-BLOCKED = 'Y'
              MOVE SPACES TO WS-RPT-NOTE
              STRING 'BLK ' WS-BCP-REASON-CODE
                     ' FROM-ACCOUNT BLOCKED'
                 DELIMITED BY SIZE INTO WS-RPT-NOTE
              PERFORM BLOCK-ORDER
              GO TO EO999
           END-IF.

           IF WS-EXTERNAL-ORDER
              GO TO EO020
           END-IF.

           MOVE 'CREDT'          TO WS-BCP-FUNCTION.
           MOVE STO-TO-ACCOUNT   TO WS-BCP-ACCOUNT-NUMBER.
           PERFORM CHECK-BLOCK.
           IF WS-BCP-BLOCKED = 'Y'
              MOVE SPACES TO WS-RPT-NOTE
              STRING 'BLK ' WS-BCP-REASON-CODE
                     ' TO-ACCOUNT BLOCKED'
                 DELIMITED BY SIZE INTO WS-RPT-NOTE
              PERFORM BLOCK-ORDER
              GO TO EO999
           END-IF.

       EO020.

      *
      * A first run to a payee saved only hours ago waits for the
      * branch's call-back instead of posting
      *
           IF STO-LAST-RUN-DATE = SPACES
              PERFORM CHECK-COOLING-OFF
              IF WS-COOLING-HOLD
                 PERFORM HOLD-FIRST-RUN
                 GO TO EO999
              END-IF
           END-IF.

      *
      * The same rule as XFRFUN's VALIDATE-OVERDRAFT: the debit may
      * not take available balance, less any active holds, below
      * the overdraft limit
      *
           PERFORM GET-HELD-AMOUNT.
           COMPUTE WS-POST-XFER-AVAIL =
              ACCOUNT-AVAILABLE-BALANCE - WS-HSP-HELD-AMOUNT
                 - STO-AMOUNT.

           IF WS-POST-XFER-AVAIL < ACCOUNT-OVERDRAFT-LIMIT
              PERFORM PARK-ORDER
              PERFORM PROGRAM-DONE
           END-IF.

           IF WS-EXTERNAL-ORDER
              PERFORM SEND-EXTERNAL
              GO TO EO030
           END-IF.

           MOVE STO-TO-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER

           PERFORM JOURNAL-BOTH-LEGS.

       EO030.
           MOVE WS-RUN-DATE TO STO-LAST-RUN-DATE.
           PERFORM ROLL-NEXT-RUN-DATE.
           MOVE 'A' TO STO-STATUS.
       EO999.
           EXIT.

      *
      * Blocked - report it and leave the order as it is
      *
       BLOCK-ORDER SECTION.
       BO010.
           ADD 1 TO WS-BLOCKED-CNT.
           MOVE 'BLOCKED ' TO WS-DISPOSITION.
           PERFORM REPORT-ORDER.

       BO999.
           EXIT.

      *
      * Is the order over WS-COOLING-AMOUNT and paying one of the
      * customer's saved payees added less than WS-COOLING-HOURS
      * ago, by the clock? A payee saved before the time was kept
      * counts from the end of its day; one the branch has cleared
      * through COOLREV is not held.
      *
       CHECK-COOLING-OFF SECTION.
       CO010.
           MOVE 'N' TO WS-COOLING-FLAG.

           IF STO-AMOUNT NOT > WS-COOLING-AMOUNT
              GO TO CO999
           END-IF.

           PERFORM FIND-ORDER-PAYEE.

           IF WS-PAYEE-FOUND = 'N' OR PAYE-COOLING-IS-CLEARED
              GO TO CO999
           END-IF.

           IF PAYE-CREATED-DATE(1:4) NOT NUMERIC OR
              PAYE-CREATED-DATE(6:2) NOT NUMERIC OR
              PAYE-CREATED-DATE(9:2) NOT NUMERIC
              GO TO CO999
           END-IF.

           MOVE PAYE-CREATED-DATE(1:4) TO WS-COOL-YEAR.
           MOVE PAYE-CREATED-DATE(6:2) TO WS-COOL-MONTH.
           MOVE PAYE-CREATED-DATE(9:2) TO WS-COOL-DAY.
           IF PAYE-CREATED-TIME IS NUMERIC
              MOVE PAYE-CREATED-TIME TO WS-COOL-TIME
           ELSE
              MOVE 235959 TO WS-COOL-TIME
           END-IF.
           COMPUTE WS-PAYEE-MINUTES =
              FUNCTION INTEGER-OF-DATE(WS-COOL-DATE-YYYYMMDD) * 1440
                 + WS-COOL-HH * 60 + WS-COOL-MM.

           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR   TO WS-COOL-YEAR.
           MOVE WS-CD-MONTH  TO WS-COOL-MONTH.
           MOVE WS-CD-DAY    TO WS-COOL-DAY.
           COMPUTE WS-NOW-MINUTES =
              FUNCTION INTEGER-OF-DATE(WS-COOL-DATE-YYYYMMDD) * 1440
                 + WS-CD-HOURS * 60 + WS-CD-MINUTE.

           IF WS-NOW-MINUTES < WS-PAYEE-MINUTES + WS-COOLING-HOURS * 60
              MOVE 'Y' TO WS-COOLING-FLAG
           END-IF.

       CO999.
           EXIT.

      *
      * Browse the from-account customer's saved payees for one
      * paying the order's destination
      *
       FIND-ORDER-PAYEE SECTION.
       FP010.
           MOVE 'N' TO WS-PAYEE-FOUND.
           MOVE 'N' TO WS-PAYEE-EXIT.
           MOVE ACCOUNT-SORTCODE        TO PAYE-SORTCODE.
           MOVE ACCOUNT-CUSTOMER-NUMBER TO PAYE-CUSTOMER-NUMBER.
           MOVE 0                       TO PAYE-NUMBER.

           START PAYEMST KEY NOT < PAYE-KEY
             INVALID KEY
               MOVE 'Y' TO WS-PAYEE-EXIT
           END-START.

           PERFORM UNTIL WS-PAYEE-EXIT = 'Y'
              READ PAYEMST NEXT RECORD
                AT END MOVE 'Y' TO WS-PAYEE-EXIT
              END-READ
              IF WS-PAYEE-EXIT = 'N'
                 IF PAYE-SORTCODE NOT = ACCOUNT-SORTCODE OR
                    PAYE-CUSTOMER-NUMBER NOT = ACCOUNT-CUSTOMER-NUMBER
                    MOVE 'Y' TO WS-PAYEE-EXIT
                 ELSE
                    IF PAYE-DEST-SORTCODE = STO-TO-SORTCODE AND
                       PAYE-DEST-ACCOUNT = STO-TO-ACCOUNT
                       MOVE 'Y' TO WS-PAYEE-FOUND
                       MOVE 'Y' TO WS-PAYEE-EXIT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       FP999.
           EXIT.

      *
      * Write the first run HELD to PENDXFR for COOLREV - XFRRLSE
      * pays it once the branch releases it - audit the hold, and
      * move the order's cycle on as an executed run would
      *
       HOLD-FIRST-RUN SECTION.
       HF010.
           MOVE WS-RUN-DATE          TO PEND-EXEC-DATE.
           MOVE STO-FROM-ACCOUNT     TO PEND-FROM-ACCOUNT.
           MOVE STO-TO-SORTCODE      TO PEND-TO-SORTCODE.
           MOVE STO-TO-ACCOUNT       TO PEND-TO-ACCOUNT.
           MOVE STO-AMOUNT           TO PEND-AMOUNT.
           MOVE 'H'                  TO PEND-STATUS.
           MOVE WS-RUN-DATE          TO PEND-QUEUED-DATE.
           MOVE 'STORUN  '           TO PEND-TELLER.
           MOVE 'BTCH'               TO PEND-TERMINAL.
           MOVE 'N'                  TO PEND-CONFIRM-PASS.
           MOVE SPACES               TO PEND-SUPERVISOR.
           MOVE WS-EXTERNAL-FLAG     TO PEND-EXTERNAL.
           MOVE STO-ORDER-NUMBER     TO PEND-ORDER-NUMBER.
           MOVE PAYE-SORTCODE        TO PEND-PAYEE-SORTCODE.
           MOVE PAYE-CUSTOMER-NUMBER TO PEND-PAYEE-CUSTOMER.
           MOVE PAYE-NUMBER          TO PEND-PAYEE-NUMBER.
           MOVE SPACES               TO PENDING-RECORD(109:10).
           MOVE 1 TO PEND-SEQUENCE.
           MOVE 0 TO WS-PEND-TRIES.

       HF020.
           WRITE PENDING-RECORD.

           IF PENDXFR-STATUS = '22' AND WS-PEND-TRIES < 10
              ADD 1 TO WS-PEND-TRIES
              ADD 1 TO PEND-SEQUENCE
              GO TO HF020
           END-IF.

           IF PENDXFR-STATUS NOT = '00'
              DISPLAY 'STORUN - error writing PENDXFR for order '
                      STO-ORDER-NUMBER ' status=' PENDXFR-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE PEND-KEY             TO CLA-PEND-KEY.
           MOVE 'H'                  TO CLA-EVENT.
           MOVE WS-RUN-DATE          TO CLA-EVENT-DATE.
           MOVE WS-RUN-TIME-RAW(1:6) TO CLA-EVENT-TIME.
           MOVE 'STORUN  '           TO CLA-TELLER.
           MOVE 'BTCH'               TO CLA-TERMINAL.
           MOVE STO-AMOUNT           TO CLA-AMOUNT.
           MOVE STO-TO-SORTCODE      TO CLA-TO-SORTCODE.
           MOVE STO-TO-ACCOUNT       TO CLA-TO-ACCOUNT.
           MOVE STO-ORDER-NUMBER     TO CLA-ORDER-NUMBER.
           MOVE PAYE-SORTCODE        TO CLA-PAYEE-SORTCODE.
           MOVE PAYE-CUSTOMER-NUMBER TO CLA-PAYEE-CUSTOMER.
           MOVE PAYE-NUMBER          TO CLA-PAYEE-NUMBER.
           MOVE PAYE-CREATED-DATE    TO CLA-PAYEE-CREATED-DATE.
           IF PAYE-CREATED-TIME IS NUMERIC
              MOVE PAYE-CREATED-TIME TO CLA-PAYEE-CREATED-TIME
           ELSE
              MOVE 0                 TO CLA-PAYEE-CREATED-TIME
           END-IF.
           MOVE 'HELD ON FIRST RUN - NEW PAYEE'
                                     TO CLA-NARRATIVE.
           MOVE SPACES               TO COOLING-AUDIT-RECORD(151:10).
           WRITE COOLING-AUDIT-RECORD.
           IF COOLAUD-STATUS NOT = '00'
              DISPLAY 'STORUN - error writing COOLAUD for order '
                      STO-ORDER-NUMBER ' status=' COOLAUD-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE WS-RUN-DATE TO STO-LAST-RUN-DATE.
           PERFORM ROLL-NEXT-RUN-DATE.
           MOVE 'A' TO STO-STATUS.
           MOVE 0 TO STO-PARK-COUNT.
           REWRITE STANDING-ORDER-RECORD.

           ADD 1 TO WS-HELD-CNT.
           MOVE 'HELD    ' TO WS-DISPOSITION.
           MOVE 'NEW PAYEE - HELD FOR CALL-BACK' TO WS-RPT-NOTE.
           PERFORM REPORT-ORDER.

       HF999.
           EXIT.

      *
      * Not enough headroom - park for tomorrow, or mark failed
      * after the third consecutive park

      *
      * Journal both legs the same way XFRFUN does on-line, under
      * the batch teller id so history shows who moved the money.
      * An external order has no credit leg here - the other bank
      * posts that.
      *
       JOURNAL-BOTH-LEGS SECTION.
       JB010.
           MOVE STO-AMOUNT    TO JRNL-CONVERTED-AMOUNT.
           MOVE WS-ORDER-CCY  TO JRNL-CONVERTED-CCY.
           MOVE SPACES        TO JRNL-SUPERVISOR.
           MOVE SPACES        TO JRNL-REASON-CODE.

           MOVE STO-FROM-ACCOUNT TO JRNL-ACCOUNT-NUMBER.
           MOVE 'D'              TO JRNL-DR-CR.
           MOVE STO-TO-ACCOUNT   TO JRNL-COUNTERPARTY-ACCOUNT.
           PERFORM WRITE-JOURNAL-LEG.

           IF WS-EXTERNAL-ORDER
              GO TO JB999
           END-IF.

           MOVE STO-TO-ACCOUNT   TO JRNL-ACCOUNT-NUMBER.
           MOVE 'C'              TO JRNL-DR-CR.
           MOVE WS-FROM-SORTCODE TO JRNL-COUNTERPARTY-SORTCODE.
       JB999.
           EXIT.

      *
      * Is the destination sortcode one of ours? Only a sortcode
      * that is not on BRNMAST at all counts as another bank; a
      * branch master that cannot be read stops the run rather
      * than guess which
      *
       CHECK-DEST-BRANCH SECTION.
       CD010.
           MOVE 'N' TO WS-EXTERNAL-FLAG.
           MOVE STO-TO-SORTCODE TO BRN-SORTCODE.
           READ BRNMAST
              KEY IS BRN-SORTCODE
           END-READ.

           IF BRNMAST-STATUS NOT = '00' AND NOT = '23'
              DISPLAY 'STORUN - error reading BRNMAST for order '
                      STO-ORDER-NUMBER ' status=' BRNMAST-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF BRNMAST-STATUS = '23'
              MOVE 'Y' TO WS-EXTERNAL-FLAG
           END-IF.

       CD999.
           EXIT.

      *
      * The debit is already posted - put the payment in external
      * clearing suspense for EXTPOUT and journal the debit leg.
      * Without the EXTPAY record the money would never leave, so
      * a failure to write it stops the run.
      *
       SEND-EXTERNAL SECTION.
       SE010.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-DATE          TO EXTP-DATE.
           MOVE WS-RUN-TIME-RAW(1:6) TO EXTP-TIME.
           MOVE STO-FROM-ACCOUNT     TO EXTP-ORIGIN-ACCOUNT.
           MOVE 1                    TO EXTP-SEQUENCE.
           MOVE WS-FROM-SORTCODE     TO EXTP-ORIGIN-SORTCODE.
           MOVE STO-TO-SORTCODE      TO EXTP-DEST-SORTCODE.
           MOVE STO-TO-ACCOUNT       TO EXTP-DEST-ACCOUNT.
           MOVE STO-AMOUNT           TO EXTP-AMOUNT.
           MOVE 'STORUN  '           TO EXTP-ORIGINATOR.
           MOVE 'O'                  TO EXTP-STATUS.
           MOVE SPACES               TO EXTP-SENT-DATE
                                        EXTP-RETURN-DATE
                                        EXTP-RETURN-REASON.
           MOVE 0 TO WS-EXTERNAL-TRIES.

       SE020.
           WRITE EXTERNAL-PAYMENT-RECORD.

           IF EXTPAY-STATUS = '22' AND WS-EXTERNAL-TRIES < 10
              ADD 1 TO WS-EXTERNAL-TRIES
              ADD 1 TO EXTP-SEQUENCE
              GO TO SE020
           END-IF.

           IF EXTPAY-STATUS NOT = '00'
              DISPLAY 'STORUN - error writing EXTPAY for order '
                      STO-ORDER-NUMBER ' status=' EXTPAY-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM JOURNAL-BOTH-LEGS.

           ADD 1 TO WS-EXTERNAL-CNT.
           IF WS-RPT-NOTE = SPACES
              MOVE 'SENT TO EXTERNAL CLEARING     ' TO WS-RPT-NOTE
           END-IF.

       SE999.
           EXIT.

       WRITE-JOURNAL-LEG SECTION.
       WL010.
           MOVE 1 TO JRNL-SEQUENCE.
       RO999.
           EXIT.

      *
      * Total of the account's active holds from HOLDSUM. A HOLDS
      * file that cannot be read stops the run rather than post
      * past a hold nobody could see
      *
       GET-HELD-AMOUNT SECTION.
       GHA10.
           MOVE 'SUM  '        TO WS-HSP-FUNCTION.
           MOVE ACCOUNT-NUMBER TO WS-HSP-ACCOUNT-NUMBER.
           MOVE WS-RUN-DATE    TO WS-HSP-AS-OF-DATE.
           CALL 'HOLDSUM' USING WS-HOLDSUM-PARM.
           IF WS-HSP-STATUS NOT = SPACE
              DISPLAY 'STORUN - HOLDS unreadable for account '
                      ACCOUNT-NUMBER
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
              DISPLAY 'STORUN - ACCTBLK unreadable for account '
                      WS-BCP-ACCOUNT-NUMBER
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CB999.
           EXIT.

      *
      * The processing date is the shop's business date from the
      * BUSDATE control, not the clock - a night running past

       CLOSE-FILE SECTION.
       CF010.
           MOVE 'CLOSE' TO WS-BCP-FUNCTION.
           CALL 'BLKCHK' USING WS-BLKCHK-PARM.
           MOVE 'CLOSE' TO WS-HSP-FUNCTION.
           CALL 'HOLDSUM' USING WS-HOLDSUM-PARM.
           CLOSE STORDMST.
           CLOSE ACCTFILE.
           CLOSE JRNLOUT.
           CLOSE BRNMAST.
           CLOSE EXTPAY.
           CLOSE PAYEMST.
           CLOSE PENDXFR.
           CLOSE COOLAUD.
           CLOSE STORPT.

       CF999.
