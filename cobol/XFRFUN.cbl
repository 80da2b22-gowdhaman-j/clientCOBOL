      * alongside JRNL-CONFIRM-PASS, so the teller proof and any
      * dispute show exactly who authorized what.
      *
      * Money under an active hold on the HOLDS file (court order,
      * disputed cheque, fraud) comes off the available balance
      * before the overdraft rule is applied.
      *
      * An active block on the ACCTBLK register stops the transfer
      * at the counter: a from-account whose debits are blocked, or
      * a to-account inside the book whose credits are blocked. The
      * refusal is counted on the block for the BLKRPT daily report.
      * A term deposit on the TDREG register cannot be drawn on
      * until its maturity date.
      *
      * A suspended TELLAUTH authority (maintained on BNK1TAM by
      * TAUTHMNT) stops that teller posting any transfer at all,
      * and a suspended supervisor cannot authorize one.
      *
      * A payee number keyed in PAYESEL resolves the destination
      * from the from-account customer's PAYEMST saved payees, so
      * the teller stops re-keying sortcodes and accounts for
      * cross-currency future date is declined at the counter
      * rather than failing on a batch report days later. A blank
      * date keeps the immediate behaviour unchanged.
      *
      * A destination sortcode that is not on BRNMAST at all belongs
      * to another bank: the debit posts locally to external
      * clearing suspense and an EXTPAY record is written for the
      * nightly EXTPOUT outbound file. Only the debit leg is
      * journalled. External clearing settles sterling only and
      * cannot hold a payment for a later date, so a non-sterling
      * or future-dated external payment is declined at the
      * counter. A sortcode that IS on BRNMAST but retired is still
      * declined - that money would never arrive.
      *
      * Each transfer type - local, inter-branch, external - has a
      * cut-off time on the XFRCTL control record. A transfer keyed
      * after the cut-off on the business date, or after the
      * business date has passed, is accepted but value-dated the
      * next business day, and the teller is shown the value date.
      * The journal legs and the INTRCLR or EXTPAY record carry the
      * value date, so INTRNET, INTRSETL, EXTPOUT and the EODPROOF
      * proof all treat the transfer as that day's business. XFRCUT
      * sets the record's dates every night from BUSDATE and the
      * GENLDAT2 calendar; if the record cannot be read the clock
      * date is the value date, as it always was.
      *
      * A payment over WS-COOLING-AMOUNT to a saved payee added less
      * than WS-COOLING-HOURS ago does not go out: once the usual
      * checks and CONFIRM are through it is written HELD to
      * PENDXFR, and to the COOLAUD audit under the teller who
      * keyed it, for the branch to call the customer back and
      * release or cancel it through COOLREV. A payee the branch
      * has already cleared that way is not held again. A held
      * payment to another bank is released through EXTPAY by
      * XFRRLSE like any other.
      *
      * When someone other than a holder is giving the instruction
      * - an attorney or added signatory - the teller keys their
      * customer key in ACTSORT and ACTCUST, and the transfer only
      * goes through if the AUTHREG register (maintained by
      * AUTHMNT) holds an authority for them on the from-account
      * that is in force today. A view-only authority cannot move
      * money, and a transfers-up-to-a-limit authority cannot move
      * more than its limit in one transfer; a supervisor cannot
      * override either, since the limit is the one the customer
      * granted, not the bank's. Blank fields mean a holder is
      * instructing, as before.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-CONFIRM-LIMIT              PIC 9(8)V99 COMP-3
                                            VALUE 500000.

      *
      * Payments over GBP 1,000 to a payee saved less than 24 hours
      * ago are held for a call-back - STORUN holds the first run of
      * a standing order on the same terms
      *
       01 WS-COOLING-AMOUNT             PIC 9(8)V99 COMP-3
                                            VALUE 1000.
       01 WS-COOLING-HOURS              PIC 9(3) VALUE 24.

       01 WS-AMOUNT-NUM                 PIC S9(9)V99.
       01 WS-FROM-AVAIL-NUM             PIC S9(9)V99.
       01 WS-POST-XFER-AVAIL            PIC S9(9)V99.
       01 WS-DEST-SORTCODE              PIC 9(6).
       01 WS-SETTLE-TRIES               PIC 9(2).

       01 WS-EXTERNAL-FLAG              PIC X VALUE 'N'.
          88 WS-EXTERNAL-PAYMENT            VALUE 'Y'.
       01 WS-EXTERNAL-RECORD.
           COPY EXTPAY.

       01 WS-BRANCH-RECORD.
           COPY BRNMAST.

       01 WS-PAYEE-BROWSE-DONE          PIC X.
       01 WS-DEST-SORT-CHECK            PIC 9(6).
       01 WS-DEST-ACCT-CHECK            PIC 9(11).
       01 WS-PAYEE-MATCHED              PIC X VALUE 'N'.

       01 WS-COOLING-FLAG               PIC X VALUE 'N'.
          88 WS-COOLING-HOLD                VALUE 'Y'.
       01 WS-COOL-DATE-YYYYMMDD         PIC 9(8).
       01 WS-COOL-DATE-SPLIT REDEFINES WS-COOL-DATE-YYYYMMDD.
           05 WS-COOL-YEAR              PIC 9(4).
           05 WS-COOL-MONTH             PIC 99.
           05 WS-COOL-DAY               PIC 99.
       01 WS-COOL-TIME                  PIC 9(6).
       01 WS-COOL-TIME-SPLIT REDEFINES WS-COOL-TIME.
           05 WS-COOL-HH                PIC 99.
           05 WS-COOL-MM                PIC 99.
           05 WS-COOL-SS                PIC 99.
       01 WS-PAYEE-MINUTES              PIC 9(11) COMP-3.
       01 WS-NOW-MINUTES                PIC 9(11) COMP-3.

       01 WS-COOL-AUDIT-RECORD.
           COPY COOLAUD.

       01 WS-TELLER-AUTH-RECORD.
           COPY TELLAUTH.

       01 WS-HAS-LIMIT-FLAG             PIC X VALUE 'N'.
       01 WS-NEEDS-SUPERVISOR           PIC X VALUE 'N'.
          88 WS-FUTURE-DATED               VALUE 'Y'.
       01 WS-EXEC-DATE                  PIC X(10).
       01 WS-TODAY-DATE                 PIC X(10).

       01 WS-HOLD-RECORD.
           COPY HOLDS.

       01 WS-HELD-AMOUNT                PIC S9(10)V99 COMP-3
                                            VALUE 0.
       01 WS-HOLDS-UNREADABLE           PIC X VALUE 'N'.
       01 WS-PEND-TRIES                 PIC 9(2).

       01 WS-BLOCK-RECORD.
           COPY ACCTBLK.

       01 WS-BLOCK-FOUND                PIC X VALUE 'N'.

       01 WS-AUTHORITY-RECORD.
           COPY AUTHREG.

       01 WS-TERM-DEPOSIT-RECORD.
           COPY TERMDEP.

       01 WS-PENDING-RECORD.
           COPY PENDXFR.

       01 WS-CUTOFF-CONTROL.
           COPY XFRCTL.

       01 WS-VALUE-DATE                 PIC X(10).
       01 WS-CLOCK-DATE                 PIC X(10).
       01 WS-CLOCK-TIME                 PIC 9(6).
       01 WS-TRANSFER-TYPE              PIC X.
       01 WS-CUT-SUB                    PIC 9(2) COMP.
       01 WS-AFTER-CUTOFF               PIC X VALUE 'N'.
          88 WS-KEYED-AFTER-CUTOFF          VALUE 'Y'.
       01 WS-DONE-TEXT                  PIC X(50).

       01 WS-CTL-ERR-LINE.
           05 FILLER                    PIC X(32)
                 VALUE 'XFRFUN CUT-OFF CONTROL UNREADABL'.
           05 FILLER                    PIC X(6)
                 VALUE 'E RESP'.
           05 FILLER                    PIC X
                 VALUE '='.
           05 WS-CTL-ERR-RESP           PIC 9(8).

       01 WS-AUDIT-ERR-LINE.
           05 FILLER                    PIC X(25)
                 VALUE 'XFRFUN COOLAUD WRITE FAIL'.
           05 FILLER                    PIC X(9)
                 VALUE ' ACCOUNT='.
           05 WS-AUDIT-ERR-ACCOUNT      PIC 9(11).
           05 FILLER                    PIC X(6)
                 VALUE ' RESP='.
           05 WS-AUDIT-ERR-RESP         PIC 9(8).

       01 WS-JRNL-ERR-LINE.
           05 FILLER                    PIC X(25)
                 VALUE 'XFRFUN JOURNAL WRITE FAIL'.
           PERFORM RESOLVE-PAYEE.
           PERFORM VALIDATE-EXEC-DATE.
           PERFORM VALIDATE-OVERDRAFT.
           PERFORM CHECK-ACCOUNT-BLOCKS.
           PERFORM CHECK-ACTING-AUTHORITY.
           PERFORM CHECK-NEW-PAYEE.
           PERFORM CHECK-COOLING-OFF.
           PERFORM CHECK-TELLER-AUTHORITY.
           PERFORM CHECK-CONFIRMATION.
           PERFORM GET-ME-OUT-OF-HERE.
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE ACCOUNT-AVAILABLE-BALANCE OF ACCOUNT-RECORD
              TO WS-FROM-AVAIL-NUM.

           COMPUTE WS-POST-XFER-AVAIL =
              WS-FROM-AVAIL-NUM - WS-AMOUNT-NUM.

           MOVE WS-POST-XFER-AVAIL TO TAVBALO.

           IF WS-POST-XFER-AVAIL < ACCOUNT-OVERDRAFT-LIMIT OF
              ACCOUNT-RECORD
              MOVE 'Transfer declined - exceeds overdraft limit'
                 TO MESSAGEO
              MOVE FACNO1I TO FACNO1O
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

      *
      * Money under an active hold is not there to spend
      *
           PERFORM SUM-ACTIVE-HOLDS.

           IF WS-HOLDS-UNREADABLE = 'Y'
              MOVE 'Transfer declined - hold register unavailable'
                 TO MESSAGEO
              PERFORM DECLINE-BLOCKED
           END-IF.

           IF WS-HELD-AMOUNT > 0 AND
              WS-POST-XFER-AVAIL - WS-HELD-AMOUNT <
                 ACCOUNT-OVERDRAFT-LIMIT OF ACCOUNT-RECORD
              MOVE 'Transfer declined - funds are held on the from-acc
      -          'ount' TO MESSAGEO
              MOVE FACNO1I TO FACNO1O
              MOVE TACCNOI TO TACCNOO
              MOVE AMTI TO AMTO
              EXEC CICS SEND MAP('BNK1CHM')
                 MAPSET('BNK1CHM')
                 DATAONLY
                 CURSOR
              END-EXEC
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

      *
      * A destination sortcode different from the from-account's own
      * makes this an inter-branch transfer. A keyed sortcode that
           MOVE TACCNOI TO XFRFUN-PEND-TACCNO TACCNOO.
           MOVE AMTI TO XFRFUN-PEND-AMT AMTO.
           MOVE EXDATEI TO EXDATEO.
           MOVE ACTSORTI TO ACTSORTO.
           MOVE ACTCUSTI TO ACTCUSTO.
           EVALUATE TRUE
              WHEN WS-NEEDS-SUPERVISOR = 'Y'
                 MOVE 'Above your authority - supervisor key SUPV ID
       CN010.

           MOVE 'N' TO WS-NEW-PAYEE.
           MOVE 'N' TO WS-PAYEE-MATCHED.

           IF WS-PAYEE-SELECTED = 'Y'
              MOVE 'Y' TO WS-PAYEE-MATCHED
              GO TO CN999
           END-IF.

              IF PAYE-DEST-SORTCODE = WS-DEST-SORT-CHECK AND
                 PAYE-DEST-ACCOUNT = WS-DEST-ACCT-CHECK
                 MOVE 'N' TO WS-NEW-PAYEE
                 MOVE 'Y' TO WS-PAYEE-MATCHED
              ELSE
                 GO TO CN020
              END-IF
       CN999.
           EXIT.

      *
      * A payment over WS-COOLING-AMOUNT to a saved payee - picked
      * by number or matched from the raw keys - that was added
      * less than WS-COOLING-HOURS ago is held for a call-back
      * instead of posted. The age is worked in minutes from the
      * payee's saved date and time to the clock; a payee saved
      * before the time was kept counts from the end of its day.
      * A payee the branch has cleared through COOLREV is not held.
      *
       CHECK-COOLING-OFF SECTION.
       CO010.

           MOVE 'N' TO WS-COOLING-FLAG.

           IF WS-PAYEE-MATCHED NOT = 'Y' OR
              PAYE-COOLING-IS-CLEARED OR
              WS-AMOUNT-NUM NOT > WS-COOLING-AMOUNT
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

           EXEC CICS ASKTIME
              ABSTIME(WS-JOURNAL-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
              ABSTIME(WS-JOURNAL-ABSTIME)
              YYYYMMDD(WS-CLOCK-DATE)
              DATESEP('-')
              TIME(WS-CLOCK-TIME)
           END-EXEC.

           MOVE WS-CLOCK-DATE(1:4) TO WS-COOL-YEAR.
           MOVE WS-CLOCK-DATE(6:2) TO WS-COOL-MONTH.
           MOVE WS-CLOCK-DATE(9:2) TO WS-COOL-DAY.
           MOVE WS-CLOCK-TIME TO WS-COOL-TIME.
           COMPUTE WS-NOW-MINUTES =
              FUNCTION INTEGER-OF-DATE(WS-COOL-DATE-YYYYMMDD) * 1440
                 + WS-COOL-HH * 60 + WS-COOL-MM.

           IF WS-NOW-MINUTES < WS-PAYEE-MINUTES + WS-COOLING-HOURS * 60
              MOVE 'Y' TO WS-COOLING-FLAG
           END-IF.

       CO999.
           EXIT.

      *
      * The teller's own authority: a TELLAUTH record caps what
      * this teller may move alone. No record means no personal
      * cap - only the amount CONFIRM rule applies. A suspended
      * authority refuses the transfer outright.
      *
       CHECK-TELLER-AUTHORITY SECTION.
       CA010.
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NORMAL) AND
              TAUTH-STATUS-SUSPENDED
              MOVE 'Transfer refused - your transfer authority is susp
      -          'ended' TO MESSAGEO
              EXEC CICS SEND MAP('BNK1CHM')
                 MAPSET('BNK1CHM')
                 DATAONLY
                 CURSOR
              END-EXEC
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF WS-CICS-RESP = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-HAS-LIMIT-FLAG
              MOVE TAUTH-TRANSFER-LIMIT TO WS-TELLER-LIMIT
       CA999.
           EXIT.

      *
      * Total the from-account's active HOLDS into WS-HELD-AMOUNT.
      * A hold counts while it is status A and today is not past
      * its expiry date - spaces never expire. The commit paths
      * take the same total off again on their re-read. A register
      * that cannot be read sets WS-HOLDS-UNREADABLE and the
      * transfer is declined rather than post past a hold nobody
      * could see.
      *
       SUM-ACTIVE-HOLDS SECTION.
       SH010.

           MOVE 0 TO WS-HELD-AMOUNT.
           MOVE 'N' TO WS-HOLDS-UNREADABLE.

           EXEC CICS ASKTIME
              ABSTIME(WS-JOURNAL-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
              ABSTIME(WS-JOURNAL-ABSTIME)
              YYYYMMDD(WS-TODAY-DATE)
              DATESEP('-')
           END-EXEC.

           MOVE ACCOUNT-NUMBER OF ACCOUNT-RECORD
              TO HOLD-ACCOUNT-NUMBER.
           MOVE 0 TO HOLD-SEQUENCE.

           EXEC CICS STARTBR FILE('HOLDS')
              RIDFLD(HOLD-KEY)
              GTEQ
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NOTFND)
              GO TO SH999
           END-IF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-HOLDS-UNREADABLE
              GO TO SH999
           END-IF.

       SH020.

           EXEC CICS READNEXT FILE('HOLDS')
              INTO(WS-HOLD-RECORD)
              RIDFLD(HOLD-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NORMAL) AND
              HOLD-ACCOUNT-NUMBER = ACCOUNT-NUMBER OF ACCOUNT-RECORD
              IF HOLD-STATUS-ACTIVE AND
                 (HOLD-EXPIRY-DATE = SPACES OR
                  HOLD-EXPIRY-DATE NOT < WS-TODAY-DATE)
                 ADD HOLD-AMOUNT TO WS-HELD-AMOUNT
              END-IF
              GO TO SH020
           END-IF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) AND
              WS-CICS-RESP NOT = DFHRESP(ENDFILE)
              MOVE 'Y' TO WS-HOLDS-UNREADABLE
           END-IF.

           EXEC CICS ENDBR FILE('HOLDS')
              RESP(WS-CICS-RESP)
           END-EXEC.

       SH999.
           EXIT.

      *
      * Refuse a movement the ACCTBLK register stops - the from-
      * account's debits, and the to-account's credits when it is
      * inside the book (an inter-branch credit is checked by the
      * receiving branch's INTRSETL run). Every refusal is counted
      * on the block record against today's date.
      *
       CHECK-ACCOUNT-BLOCKS SECTION.
       AB010.

           MOVE ACCOUNT-NUMBER OF ACCOUNT-RECORD
              TO BLK-ACCOUNT-NUMBER.
           PERFORM READ-ACCOUNT-BLOCK.

           IF WS-BLOCK-FOUND = 'Y' AND BLK-STOPS-DEBITS
              PERFORM COUNT-BLOCK-STOP
              MOVE 'Transfer declined - from-account is blocked'
                 TO MESSAGEO
              PERFORM DECLINE-BLOCKED
           END-IF.

           PERFORM CHECK-TERM-DEPOSIT.

           IF WS-INTERBRANCH-TRANSFER
              GO TO AB999
           END-IF.

           COMPUTE WS-TO-ACCT-NUM = FUNCTION NUMVAL(TACCNOI).
           MOVE WS-TO-ACCT-NUM TO BLK-ACCOUNT-NUMBER.
           PERFORM READ-ACCOUNT-BLOCK.

           IF WS-BLOCK-FOUND = 'Y' AND BLK-STOPS-CREDITS
              PERFORM COUNT-BLOCK-STOP
              MOVE 'Transfer declined - to-account is blocked'
                 TO MESSAGEO
              PERFORM DECLINE-BLOCKED
           END-IF.

       AB999.
           EXIT.

      *
      * An active term deposit cannot be drawn on before its
      * maturity date - TDMATR pays it out on the maturity night
      *
       CHECK-TERM-DEPOSIT SECTION.
       TD010.

           MOVE ACCOUNT-NUMBER OF ACCOUNT-RECORD
              TO TD-ACCOUNT-NUMBER.

           EXEC CICS READ FILE('TDREG')
              INTO(WS-TERM-DEPOSIT-RECORD)
              RIDFLD(TD-ACCOUNT-NUMBER)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NOTFND)
              GO TO TD999
           END-IF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Transfer declined - term deposit register unavai
      -          'lable' TO MESSAGEO
              PERFORM DECLINE-BLOCKED
           END-IF.

           IF TD-STATUS-ACTIVE AND
              WS-TODAY-DATE < TD-MATURITY-DATE
              MOVE 'Transfer declined - term deposit has not matured'
                 TO MESSAGEO
              PERFORM DECLINE-BLOCKED
           END-IF.

       TD999.
           EXIT.

      *
      * WS-BLOCK-FOUND is Y only for an active block. A register
      * that cannot be read declines the transfer rather than post
      * past a block nobody could see
      *
       READ-ACCOUNT-BLOCK SECTION.
       RB010.

           MOVE 'N' TO WS-BLOCK-FOUND.

           EXEC CICS READ FILE('ACCTBLK')
              INTO(WS-BLOCK-RECORD)
              RIDFLD(BLK-ACCOUNT-NUMBER)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NOTFND)
              GO TO RB999
           END-IF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Transfer declined - account block register unava
      -          'ilable' TO MESSAGEO
              PERFORM DECLINE-BLOCKED
           END-IF.

           IF BLK-STATUS-ACTIVE
              MOVE 'Y' TO WS-BLOCK-FOUND
           END-IF.

       RB999.
           EXIT.

       COUNT-BLOCK-STOP SECTION.
       BS010.

           EXEC CICS READ FILE('ACCTBLK')
              INTO(WS-BLOCK-RECORD)
              RIDFLD(BLK-ACCOUNT-NUMBER)
              UPDATE
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              GO TO BS999
           END-IF.

           IF BLK-STOP-DATE NOT = WS-TODAY-DATE
              MOVE WS-TODAY-DATE TO BLK-STOP-DATE
              MOVE 0 TO BLK-STOP-COUNT
           END-IF.
           ADD 1 TO BLK-STOP-COUNT.

           EXEC CICS REWRITE FILE('ACCTBLK')
              FROM(WS-BLOCK-RECORD)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

       BS999.
           EXIT.

      *
      * A third party acting on the from-account needs an AUTHREG
      * authority in force today - status A, started, and not past
      * its end date - whose scope covers this transfer
      *
       CHECK-ACTING-AUTHORITY SECTION.
       AA010.

           IF (ACTSORTI = SPACES OR ACTSORTI = LOW-VALUES) AND
              (ACTCUSTI = SPACES OR ACTCUSTI = LOW-VALUES)
              GO TO AA999
           END-IF.

           IF ACTSORTI NOT NUMERIC OR ACTCUSTI NOT NUMERIC
              MOVE 'Transfer refused - acting person sortcode and cus
      -          'tomer number not valid' TO MESSAGEO
              PERFORM DECLINE-BLOCKED
           END-IF.

           MOVE ACCOUNT-NUMBER OF ACCOUNT-RECORD
              TO ATHR-ACCOUNT-NUMBER.
           MOVE ACTSORTI TO ATHR-SORTCODE.
           MOVE ACTCUSTI TO ATHR-CUSTOMER-NUMBER.

           EXEC CICS READ FILE('AUTHREG')
              INTO(WS-AUTHORITY-RECORD)
              RIDFLD(ATHR-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) AND
              WS-CICS-RESP NOT = DFHRESP(NOTFND)
              MOVE 'Transfer declined - authority register unavailab
      -          'le' TO MESSAGEO
              PERFORM DECLINE-BLOCKED
           END-IF.

           IF WS-CICS-RESP = DFHRESP(NOTFND) OR
              NOT ATHR-STATUS-ACTIVE OR
              ATHR-START-DATE > WS-TODAY-DATE OR
              (ATHR-END-DATE NOT = SPACES AND
               ATHR-END-DATE < WS-TODAY-DATE)
              MOVE 'Transfer refused - acting person has no authority
      -          ' in force on this account' TO MESSAGEO
              PERFORM DECLINE-BLOCKED
           END-IF.

           IF ATHR-SCOPE-VIEW
              MOVE 'Transfer refused - acting person has view-only au
      -          'thority' TO MESSAGEO
              PERFORM DECLINE-BLOCKED
           END-IF.

           IF ATHR-SCOPE-TRANSFER AND
              WS-AMOUNT-NUM > ATHR-TRANSFER-LIMIT
              MOVE 'Transfer refused - over the acting person''s auth
      -          'ority limit' TO MESSAGEO
              PERFORM DECLINE-BLOCKED
           END-IF.

       AA999.
           EXIT.

       DECLINE-BLOCKED SECTION.
       DB010.

           MOVE FACNO1I TO FACNO1O.
           MOVE TACCNOI TO TACCNOO.
           MOVE AMTI TO AMTO.
           EXEC CICS SEND MAP('BNK1CHM')
              MAPSET('BNK1CHM')
              DATAONLY
              CURSOR
           END-EXEC.
           PERFORM GET-ME-OUT-OF-HERE.

       DB999.
           EXIT.

      *
      * The supervisor must be a TELLAUTH record flagged as one,
      * not suspended, and agreeing with yourself does not count
      *
       VALIDATE-SUPERVISOR SECTION.
       VS010.
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) OR
              NOT TAUTH-IS-SUPERVISOR OR
              TAUTH-STATUS-SUSPENDED
              MOVE 'Transfer refused - supervisor id is not a superv
      -          'isor' TO MESSAGEO
              EXEC CICS SEND MAP('BNK1CHM')
           PERFORM WORK-OUT-CREDIT-AMOUNT.

           COMPUTE WS-POST-XFER-AVAIL =
              ACCOUNT-AVAILABLE-BALANCE OF ACCOUNT-RECORD -
                 WS-HELD-AMOUNT - WS-AMOUNT-NUM.

           IF WS-POST-XFER-AVAIL < ACCOUNT-OVERDRAFT-LIMIT OF
              ACCOUNT-RECORD
              MOVE 'Transfer declined - exceeds overdraft limit'
                 TO MESSAGEO
              EXEC CICS SEND MAP('BNK1CHM')

           PERFORM WRITE-JOURNAL.

           MOVE 'Transfer complete' TO WS-DONE-TEXT.
           PERFORM SHOW-VALUE-DATE.

           EXEC CICS SEND MAP('BNK1CHM')
              MAPSET('BNK1CHM')
              TIME(WS-JOURNAL-TIME)
           END-EXEC.

           MOVE WS-VALUE-DATE     TO JRNL-DATE.
           MOVE WS-JOURNAL-TIME   TO JRNL-TIME.
           MOVE EIBTRMID          TO JRNL-TERMINAL.
           MOVE WS-JOURNAL-USERID TO JRNL-TELLER.
           MOVE WS-CONFIRMED-PASS-FLAG TO JRNL-CONFIRM-PASS.
           MOVE WS-SUPERVISOR TO JRNL-SUPERVISOR.
           MOVE SPACES        TO JRNL-REASON-CODE.

           MOVE WS-FROM-ACCT-NUM  TO JRNL-ACCOUNT-NUMBER.
           MOVE 'D'               TO JRNL-DR-CR.
      *
      * The destination sortcode of an inter-branch transfer must
      * be a live branch on the BRNMAST branch master - a settlement
      * routed to a retired branch is how money gets lost between
      * branches. A sortcode BRNMAST has never heard of is another
      * bank's, and goes out through external clearing instead.
      *
       VALIDATE-DEST-BRANCH SECTION.
       VB010.
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NOTFND)
              PERFORM ACCEPT-EXTERNAL-DEST
              GO TO VB999
           END-IF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) OR
              NOT BRN-STATUS-ACTIVE
              MOVE 'Transfer declined - destination sortcode not on b
       VB999.
           EXIT.

      *
      * External clearing settles in sterling on the day it is sent,
      * so a foreign-currency account or an execution date cannot
      * go out that way
      *
       ACCEPT-EXTERNAL-DEST SECTION.
       AX010.

           MOVE 'Y' TO WS-EXTERNAL-FLAG.

           IF ACCOUNT-CURRENCY-CODE OF ACCOUNT-RECORD NOT = SPACES AND
              ACCOUNT-CURRENCY-CODE OF ACCOUNT-RECORD NOT = 'GBP'
              MOVE 'Transfer declined - external payments must be GBP'
                 TO MESSAGEO
              MOVE FACNO1I TO FACNO1O
              MOVE TACCNOI TO TACCNOO
              MOVE AMTI TO AMTO
              EXEC CICS SEND MAP('BNK1CHM')
                 MAPSET('BNK1CHM')
                 DATAONLY
                 CURSOR
              END-EXEC
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF WS-FUTURE-DATED
              MOVE 'Transfer declined - external payments cannot be da
      -          'ted ahead' TO MESSAGEO
              MOVE FACNO1I TO FACNO1O
              MOVE TACCNOI TO TACCNOO
              MOVE AMTI TO AMTO
              EXEC CICS SEND MAP('BNK1CHM')
                 MAPSET('BNK1CHM')
                 DATAONLY
                 CURSOR
              END-EXEC
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       AX999.
           EXIT.

      *
      * One place decides whether a checked, confirmed transfer
      * posts now, queues for its execution date, or goes out
       POST-TRANSFER SECTION.
       PT010.

           IF WS-FUTURE-DATED OR WS-COOLING-HOLD
              PERFORM QUEUE-TRANSFER
           ELSE
              PERFORM SET-VALUE-DATE
              IF WS-INTERBRANCH-TRANSFER
                 PERFORM COMMIT-INTERBRANCH
              ELSE
      * cross-currency (or dead) destination is declined here,
      * while the teller is still at the counter - not days later
      * on a batch report.
      * A cooling-off hold is queued the same way but HELD, due on
      * its execution date or today, and audited to COOLAUD; it
      * waits there until COOLREV releases or cancels it.
      *
       QUEUE-TRANSFER SECTION.
       QT010.
              USERID(WS-JOURNAL-USERID)
           END-EXEC.

           IF NOT WS-FUTURE-DATED
              MOVE WS-CLOCK-DATE TO WS-EXEC-DATE WS-TODAY-DATE
           END-IF.

           MOVE WS-EXEC-DATE      TO PEND-EXEC-DATE.
           MOVE WS-FROM-ACCT-NUM  TO PEND-FROM-ACCOUNT.
           IF WS-INTERBRANCH-TRANSFER
           MOVE EIBTRMID          TO PEND-TERMINAL.
           MOVE WS-CONFIRMED-PASS-FLAG TO PEND-CONFIRM-PASS.
           MOVE WS-SUPERVISOR TO PEND-SUPERVISOR.
           MOVE WS-EXTERNAL-FLAG TO PEND-EXTERNAL.
           MOVE 0 TO PEND-ORDER-NUMBER.
           MOVE 0 TO PEND-PAYEE-SORTCODE PEND-PAYEE-CUSTOMER
                     PEND-PAYEE-NUMBER.
           MOVE SPACES TO WS-PENDING-RECORD(109:10).
           IF WS-COOLING-HOLD
              MOVE 'H'                  TO PEND-STATUS
              MOVE PAYE-SORTCODE        TO PEND-PAYEE-SORTCODE
              MOVE PAYE-CUSTOMER-NUMBER TO PEND-PAYEE-CUSTOMER
              MOVE PAYE-NUMBER          TO PEND-PAYEE-NUMBER
           END-IF.

           MOVE 1 TO PEND-SEQUENCE.
           MOVE 0 TO WS-PEND-TRIES.
           END-IF.

           MOVE SPACES TO MESSAGEO.
           IF WS-COOLING-HOLD
              PERFORM AUDIT-COOLING-HOLD
              MOVE 'Transfer HELD - new payee, branch must call the cu
      -          'stomer back before it is released' TO MESSAGEO
           ELSE
              STRING 'Transfer queued for execution on ' WS-EXEC-DATE
                 DELIMITED BY SIZE INTO MESSAGEO
           END-IF.

           EXEC CICS SEND MAP('BNK1CHM')
              MAPSET('BNK1CHM')
       QT999.
           EXIT.

      *
      * The hold is audited under the teller who keyed it. The
      * instruction is already safely held, so an audit write that
      * fails is reported to CSMT rather than undo it.
      *
       AUDIT-COOLING-HOLD SECTION.
       AH010.

           MOVE PEND-KEY              TO CLA-PEND-KEY.
           MOVE 'H'                   TO CLA-EVENT.
           MOVE WS-CLOCK-DATE         TO CLA-EVENT-DATE.
           MOVE WS-CLOCK-TIME         TO CLA-EVENT-TIME.
           MOVE WS-JOURNAL-USERID     TO CLA-TELLER.
           MOVE EIBTRMID              TO CLA-TERMINAL.
           MOVE PEND-AMOUNT           TO CLA-AMOUNT.
           MOVE PEND-TO-SORTCODE      TO CLA-TO-SORTCODE.
           MOVE PEND-TO-ACCOUNT       TO CLA-TO-ACCOUNT.
           MOVE 0                     TO CLA-ORDER-NUMBER.
           MOVE PAYE-SORTCODE         TO CLA-PAYEE-SORTCODE.
           MOVE PAYE-CUSTOMER-NUMBER  TO CLA-PAYEE-CUSTOMER.
           MOVE PAYE-NUMBER           TO CLA-PAYEE-NUMBER.
           MOVE PAYE-CREATED-DATE     TO CLA-PAYEE-CREATED-DATE.
           IF PAYE-CREATED-TIME IS NUMERIC
              MOVE PAYE-CREATED-TIME  TO CLA-PAYEE-CREATED-TIME
           ELSE
              MOVE 0                  TO CLA-PAYEE-CREATED-TIME
           END-IF.
           MOVE 'HELD AT COUNTER - NEW PAYEE'
                                      TO CLA-NARRATIVE.
           MOVE SPACES TO WS-COOL-AUDIT-RECORD(151:10).

           EXEC CICS WRITE FILE('COOLAUD')
              FROM(WS-COOL-AUDIT-RECORD)
              RIDFLD(CLA-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE PEND-FROM-ACCOUNT TO WS-AUDIT-ERR-ACCOUNT
              MOVE WS-CICS-RESP      TO WS-AUDIT-ERR-RESP
              EXEC CICS WRITEQ TD
                 QUEUE('CSMT')
                 FROM(WS-AUDIT-ERR-LINE)
                 LENGTH(LENGTH OF WS-AUDIT-ERR-LINE)
              END-EXEC
           END-IF.

       AH999.
           EXIT.

      *
      * A local future-dated destination must exist, be open and
      * hold the same currency as the from-account - everything
      * and re-check the overdraft exactly as the local path does -
      * then write the settlement record the receiving branch's
      * INTRSETL run will apply, and journal the debit leg only.
      * An external payment takes the same path but writes its
      * EXTPAY suspense record for EXTPOUT instead.
      *
       COMMIT-INTERBRANCH SECTION.
       CI010.

           COMPUTE WS-POST-XFER-AVAIL =
              ACCOUNT-AVAILABLE-BALANCE OF ACCOUNT-RECORD -
                 WS-HELD-AMOUNT - WS-AMOUNT-NUM.

           IF WS-POST-XFER-AVAIL < ACCOUNT-OVERDRAFT-LIMIT OF
              ACCOUNT-RECORD
              MOVE 'GBP' TO WS-FROM-CCY
           END-IF.

           EXEC CICS ASSIGN
              USERID(WS-JOURNAL-USERID)
           END-EXEC.

           IF WS-EXTERNAL-PAYMENT
              PERFORM WRITE-EXTERNAL-PAYMENT
           ELSE
              PERFORM WRITE-SETTLEMENT
           END-IF.

           MOVE WS-VALUE-DATE     TO JRNL-DATE.
           MOVE WS-JOURNAL-TIME   TO JRNL-TIME.
           MOVE WS-AMOUNT-NUM     TO JRNL-AMOUNT.
           MOVE EIBTRMID          TO JRNL-TERMINAL.
           MOVE WS-AMOUNT-NUM     TO JRNL-CONVERTED-AMOUNT.
           MOVE WS-FROM-CCY       TO JRNL-CONVERTED-CCY.
           MOVE WS-SUPERVISOR TO JRNL-SUPERVISOR.
           MOVE SPACES        TO JRNL-REASON-CODE.

           MOVE WS-FROM-ACCT-NUM  TO JRNL-ACCOUNT-NUMBER.
           MOVE 'D'               TO JRNL-DR-CR.
           MOVE WS-TO-ACCT-NUM    TO JRNL-COUNTERPARTY-ACCOUNT.
           PERFORM WRITE-JOURNAL-LEG.

           IF WS-EXTERNAL-PAYMENT
              MOVE 'Payment accepted for external clearing'
                 TO WS-DONE-TEXT
           ELSE
              MOVE 'Transfer accepted for inter-branch settlement'
                 TO WS-DONE-TEXT
           END-IF.
           PERFORM SHOW-VALUE-DATE.

           EXEC CICS SEND MAP('BNK1CHM')
              MAPSET('BNK1CHM')
           END-EXEC.

           MOVE WS-DEST-SORTCODE  TO ICLR-DEST-SORTCODE.
           MOVE WS-VALUE-DATE     TO ICLR-DATE.
           MOVE WS-JOURNAL-TIME   TO ICLR-TIME.
           MOVE 1                 TO ICLR-SEQUENCE.
           MOVE WS-TO-ACCT-NUM    TO ICLR-DEST-ACCOUNT.
       WS999.
           EXIT.

      *
      * The EXTPAY record is all EXTPOUT sends to the other bank, so
      * like the settlement record a failure to write it must back
      * out the debit
      *
       WRITE-EXTERNAL-PAYMENT SECTION.
       WX010.

           EXEC CICS ASKTIME
              ABSTIME(WS-JOURNAL-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
              ABSTIME(WS-JOURNAL-ABSTIME)
              YYYYMMDD(WS-JOURNAL-DATE)
              DATESEP('-')
              TIME(WS-JOURNAL-TIME)
           END-EXEC.

           MOVE WS-VALUE-DATE     TO EXTP-DATE.
           MOVE WS-JOURNAL-TIME   TO EXTP-TIME.
           MOVE WS-FROM-ACCT-NUM  TO EXTP-ORIGIN-ACCOUNT.
           MOVE 1                 TO EXTP-SEQUENCE.
           MOVE ACCOUNT-SORTCODE OF ACCOUNT-RECORD
                                  TO EXTP-ORIGIN-SORTCODE.
           MOVE WS-DEST-SORTCODE  TO EXTP-DEST-SORTCODE.
           MOVE WS-TO-ACCT-NUM    TO EXTP-DEST-ACCOUNT.
           MOVE WS-AMOUNT-NUM     TO EXTP-AMOUNT.
           MOVE WS-JOURNAL-USERID TO EXTP-ORIGINATOR.
           MOVE 'O'               TO EXTP-STATUS.
           MOVE SPACES            TO EXTP-SENT-DATE
                                     EXTP-RETURN-DATE
                                     EXTP-RETURN-REASON.
           MOVE SPACES TO WS-EXTERNAL-RECORD(94:7).

           MOVE 0 TO WS-SETTLE-TRIES.

       WX020.

           EXEC CICS WRITE FILE('EXTPAY')
              FROM(WS-EXTERNAL-RECORD)
              RIDFLD(EXTP-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(DUPREC) AND
              WS-SETTLE-TRIES < 10
              ADD 1 TO WS-SETTLE-TRIES
              ADD 1 TO EXTP-SEQUENCE
              GO TO WX020
           END-IF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'Payment failed - external clearing record not writ
      -          'ten' TO MESSAGEO
              EXEC CICS SEND MAP('BNK1CHM')
                 MAPSET('BNK1CHM')
                 DATAONLY
              END-EXEC
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       WX999.
           EXIT.

      *
      * The value date of a transfer posting now. A transfer keyed
      * before the business date has caught up with the clock
      * belongs to the new business date; one keyed on the business
      * date is same-day value up to its type's cut-off time and
      * next-day value after it; one keyed once the business date
      * has gone by - past midnight, or over a weekend - is next-
      * day value.
      *
       SET-VALUE-DATE SECTION.
       SV010.

           MOVE 'N' TO WS-AFTER-CUTOFF.

           EXEC CICS ASKTIME
              ABSTIME(WS-JOURNAL-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
              ABSTIME(WS-JOURNAL-ABSTIME)
              YYYYMMDD(WS-CLOCK-DATE)
              DATESEP('-')
              TIME(WS-CLOCK-TIME)
           END-EXEC.

           MOVE WS-CLOCK-DATE TO WS-VALUE-DATE.

           EVALUATE TRUE
              WHEN WS-EXTERNAL-PAYMENT
                 MOVE 'X' TO WS-TRANSFER-TYPE
              WHEN WS-INTERBRANCH-TRANSFER
                 MOVE 'I' TO WS-TRANSFER-TYPE
              WHEN OTHER
                 MOVE 'L' TO WS-TRANSFER-TYPE
           END-EVALUATE.

           MOVE 'XFRCUT  ' TO XCTL-KEY.

           EXEC CICS READ FILE('XFRCTL')
              INTO(WS-CUTOFF-CONTROL)
              RIDFLD(XCTL-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-CICS-RESP TO WS-CTL-ERR-RESP
              EXEC CICS WRITEQ TD
                 QUEUE('CSMT')
                 FROM(WS-CTL-ERR-LINE)
                 LENGTH(LENGTH OF WS-CTL-ERR-LINE)
              END-EXEC
              GO TO SV999
           END-IF.

           IF WS-CLOCK-DATE < XCTL-BUSINESS-DATE
              MOVE XCTL-SAME-DAY-VALUE TO WS-VALUE-DATE
              GO TO SV999
           END-IF.

           IF WS-CLOCK-DATE > XCTL-BUSINESS-DATE
              MOVE 'Y' TO WS-AFTER-CUTOFF
              MOVE XCTL-NEXT-DAY-VALUE TO WS-VALUE-DATE
              GO TO SV999
           END-IF.

           MOVE XCTL-SAME-DAY-VALUE TO WS-VALUE-DATE.

           PERFORM VARYING WS-CUT-SUB FROM 1 BY 1
              UNTIL WS-CUT-SUB > 3
              IF XCTL-TRANSFER-TYPE(WS-CUT-SUB) = WS-TRANSFER-TYPE AND
                 WS-CLOCK-TIME > XCTL-CUTOFF-TIME(WS-CUT-SUB)
                 MOVE 'Y' TO WS-AFTER-CUTOFF
                 MOVE XCTL-NEXT-DAY-VALUE TO WS-VALUE-DATE
              END-IF
           END-PERFORM.

       SV999.
           EXIT.

      *
      * The confirmation tells the teller the value date, and says
      * so when the transfer missed the day's cut-off
      *
       SHOW-VALUE-DATE SECTION.
       SD010.

           MOVE WS-VALUE-DATE TO VALDTEO.
           MOVE SPACES TO MESSAGEO.

           IF WS-KEYED-AFTER-CUTOFF
              STRING WS-DONE-TEXT DELIMITED BY '  '
                     ' - after cut-off, value ' DELIMITED BY SIZE
                     WS-VALUE-DATE DELIMITED BY SIZE
                 INTO MESSAGEO
           ELSE
              STRING WS-DONE-TEXT DELIMITED BY '  '
                     ' - value date ' DELIMITED BY SIZE
                     WS-VALUE-DATE DELIMITED BY SIZE
                 INTO MESSAGEO
           END-IF.

       SD999.
           EXIT.

       GET-ME-OUT-OF-HERE SECTION.
       GMOFH010.

