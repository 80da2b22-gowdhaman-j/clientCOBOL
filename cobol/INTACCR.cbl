      * Nightly interest accrual and posting run. Every account on the
      * ACCOUNT file earns (or, for a LOAN, is charged) one day of
      * interest at ACCOUNT-INTEREST-RATE, accumulated on the INTACCR
      * accrual file keyed by account number. The day count is the
      * product's, from the PRODMST product master through PRODINF:
      * LOAN accounts accrue on a 360-day year, the deposit products
      * on a 365-day year. A type not on the master accrues on 365
      * and is counted on the run summary so it can be set up.
      *
      * On the cycle date the job is run with PARM='POST': the
      * accumulated accrual plus today's accrual is posted to
      * negative balances, accrue at the flat rate as before. The
      * posting register shows the band breakdown under each tiered
      * account so the branch can answer an interest query from the
      * report. The rate of the top band a banded account's balance
      * reaches is kept on the RATEHIST rate history: when it is
      * not the rate the account's last history record left it on -
      * the balance has crossed into another band, or the product's
      * bands have been changed on the card - a record is written
      * effective from the run date. An account with no history yet
      * is measured against its flat rate.
      *
      * Customers on the TAXSTAT withholding card have tax deducted
      * from credit interest on the posting pass: the gross accrual
      * id - a credit for interest earned, a debit for a LOAN
      * charge - so the balance movement is journalled like every
      * other movement and the proof and GL runs see it.
      *
      * A term deposit (a product of class T, TERMDEP) is never
      * posted on the cycle date. Its
      * deposit on the TDREG register accrues from the night after
      * it started up to its maturity night, and the whole accrual
      * is posted by the same rules - tax, journal leg, register
      * line - on the first run on or after the maturity date, POST
      * or not, ready for the TDMATR maturity run that follows. A
      * TERMDEP account with no active deposit accrues nothing.
      *
      * Neither the accrual nor the posting of an account can be
      * repeated, so the run commits each account to the shared
      * CHKPOINT file as it finishes it, with the run's counts,
      * totals and sortcode table. A run that abends is rerun with
      * PARM='RESTART' (PARM='POST,RESTART' on the cycle date): the
      * browse resumes after the last committed account with the
      * totals intact, and the register (DISP=MOD) carries on from
      * where it stopped. A restart in the other mode from the run
      * it resumes is refused.
      ******************************************************************

       IDENTIFICATION DIVISION.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS RATETIER-STATUS.

           SELECT RATEHIST
                  ASSIGN TO RATEHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RTH-KEY
                  FILE STATUS  IS RATEHIST-STATUS.

           SELECT TAXSTAT
                  ASSIGN TO TAXSTAT
                  ORGANIZATION IS SEQUENTIAL
                  RECORD KEY   IS JRNL-KEY
                  FILE STATUS  IS JRNLOUT-STATUS.

           SELECT TDREG
                  ASSIGN TO TDREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS TD-ACCOUNT-NUMBER
                  FILE STATUS  IS TDREG-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
           05 TIER-RATE                    PIC 9(4)V99.
           05 FILLER                       PIC X(56).

       FD  RATEHIST.
       01  RATE-HISTORY-RECORD.
       COPY RATEHIST.

       FD  TAXSTAT.
       01  TAX-STATUS-CARD.
           05 TAXC-SORTCODE                PIC 9(6).
       01  JOURNAL-RECORD.
       COPY TXNJRNL.

       FD  TDREG.
       01  TERM-DEPOSIT-RECORD.
       COPY TERMDEP.

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
           05 ACCRRPT-STATUS1              PIC X.
           05 ACCRRPT-STATUS2              PIC X.

       01  RATEHIST-STATUS.
           05 RATEHIST-STATUS1             PIC X.
           05 RATEHIST-STATUS2             PIC X.

       01  RATETIER-STATUS.
           05 RATETIER-STATUS1             PIC X.
           05 RATETIER-STATUS2             PIC X.
           05 JRNLOUT-STATUS1              PIC X.
           05 JRNLOUT-STATUS2              PIC X.

       01  TDREG-STATUS.
           05 TDREG-STATUS1                PIC X.
           05 TDREG-STATUS2                PIC X.

       01 WS-ACCOUNT-CCY                   PIC X(3).
       01 WS-JRNL-ABS-AMOUNT               PIC S9(10)V99 COMP-3.
       01 WS-RUN-TIME-RAW                  PIC 9(8).
       01 WS-EXIT                          PIC X    VALUE 'N'.
       01 WS-POSTING-SWITCH                PIC X    VALUE 'N'.
           88 WS-POSTING-MODE                       VALUE 'Y'.
       01 WS-RESTART-SWITCH                PIC X    VALUE 'N'.
           88 WS-RESTART-MODE                       VALUE 'Y'.

      *
      * An account is committed to CHKPOINT every WS-CHECKPOINT-FREQ
      * accounts - every one, since none can be accrued twice
      *
       01 WS-CHECKPOINT-FREQ               PIC 9(5) VALUE 1.
       01 WS-SINCE-CHECKPOINT              PIC 9(5) VALUE 0.
       01 WS-CHECKPOINT-CNT                PIC 9(7) VALUE 0.
       01 WS-LAST-ACCOUNT                  PIC 9(11).
       01 WS-REGISTER-SWITCH               PIC X    VALUE 'N'.
           88 WS-REGISTER-NEEDED                    VALUE 'Y'.

      *
      * Term deposits: how many are due their maturity posting
      * tonight, and what the deposit being accrued is due
      *
       01 WS-TD-EXIT                       PIC X.
       01 WS-TD-DUE-CNT                    PIC 9(7) VALUE 0.
       01 WS-TD-MATURED-CNT                PIC 9(7) VALUE 0.
       01 WS-TD-ACCOUNT                    PIC X.
       01 WS-TD-ACCRUES                    PIC X.
       01 WS-TD-MATURES                    PIC X.

       01 WS-READ-CNT                      PIC 9(7) VALUE 0.
       01 WS-ACCRUED-CNT                   PIC 9(7) VALUE 0.
       01 WS-ZERO-RATE-CNT                 PIC 9(7) VALUE 0.

       01 WS-DAY-COUNT                     PIC 9(3).
       01 WS-UNLISTED-CNT                  PIC 9(7) VALUE 0.
       01 WS-DAILY-INTEREST                PIC S9(10)V99 COMP-3.
       01 WS-TIERED-CNT                    PIC 9(7) VALUE 0.
       01 WS-TIER-EXIT                     PIC X.
       01 WS-BAND-PORTION                  PIC S9(10)V99 COMP-3.
       01 WS-BAND-INTEREST                 PIC S9(10)V99 COMP-3.

      *
      * The top band the balance reached today, and the rate the
      * account's rate history last left it on
      *
       01 WS-TOP-BAND-UPPER                PIC S9(10)V99 COMP-3.
       01 WS-TOP-BAND-RATE                 PIC S9(4)V99 COMP-3.
       01 WS-HIST-RATE                     PIC S9(4)V99 COMP-3.
       01 WS-HIST-EXIT                     PIC X.
       01 WS-HIST-UPPER                    PIC Z(9)9.
       01 WS-RATE-CHANGE-CNT               PIC 9(7) VALUE 0.

      *
      * The banded rates loaded from RATETIER, in card order: each
      * type's bands ascending, the last band catching everything
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
           05 WS-BDP-DATE                  PIC X(10).
           05 WS-BDP-STATUS                PIC X.

      *
      * The checkpoint: last account committed and the run's totals
      * as they stood when it was
      *
       01 WS-CHKPOINT-PARM.
           05 WS-CKP-FUNCTION              PIC X(5).
           05 WS-CKP-PROGRAM               PIC X(8)
                                               VALUE 'INTACCR '.
           05 WS-CKP-STATUS                PIC X.
           05 WS-CKP-LAST-KEY              PIC X(30).
           05 WS-CKP-RECORD-COUNT          PIC 9(9).
           05 WS-CKP-ACCUMULATORS          PIC X(2000).
           05 WS-CKP-TOTALS REDEFINES WS-CKP-ACCUMULATORS.
              10 WS-CKT-POSTING-SWITCH     PIC X.
              10 WS-CKT-READ-CNT           PIC 9(7).
              10 WS-CKT-ACCRUED-CNT        PIC 9(7).
              10 WS-CKT-POSTED-CNT         PIC 9(7).
              10 WS-CKT-ZERO-RATE-CNT      PIC 9(7).
              10 WS-CKT-UNLISTED-CNT       PIC 9(7).
              10 WS-CKT-TIERED-CNT         PIC 9(7).
              10 WS-CKT-TD-MATURED-CNT     PIC 9(7).
              10 WS-CKT-TAXED-CNT          PIC 9(7).
              10 WS-CKT-TOTAL-ACCRUED      PIC S9(11)V99 COMP-3.
              10 WS-CKT-TOTAL-POSTED       PIC S9(11)V99 COMP-3.
              10 WS-CKT-TOTAL-TAX          PIC S9(11)V99 COMP-3.
              10 WS-CKT-SORTCODE-TABLE     PIC X(1004).
              10 WS-CKT-RATE-CHANGE-CNT    PIC 9(7).

       01 WS-RPT-HEADER.
           05 FILLER                       PIC X    VALUE '1'.
           05 FILLER                       PIC X(34)
                       'interest will be posted to the accounts.'
           END-IF.

           IF PARM-LENGTH > 0 AND
              (PARM-DATA(1:7) = 'RESTART' OR
               PARM-DATA(6:7) = 'RESTART')
               SET WS-RESTART-MODE TO TRUE
               DISPLAY 'INTACCR running in RESTART mode.'
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           PERFORM OPEN-FILES.
           PERFORM LOAD-RATE-TIERS.

           IF WS-TIER-USED > 0
              OPEN I-O RATEHIST
              IF RATEHIST-STATUS NOT EQUAL '00'
                 DISPLAY 'Error opening RATEHIST file, status='
                         RATEHIST-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
           END-IF.

           IF WS-REGISTER-NEEDED
              PERFORM LOAD-TAX-STATUS
              PERFORM WORK-OUT-TAX-YEAR
              IF NOT WS-RESTART-MODE
                 WRITE ACCR-PRINT-RECORD FROM WS-RPT-HEADER
              END-IF
           END-IF.

           PERFORM POSITION-BROWSE.

           IF WS-EXIT NOT = 'Y'
              READ ACCTFILE NEXT RECORD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-IF.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-READ-CNT
              PERFORM ACCRUE-ONE-ACCOUNT
              MOVE ACCOUNT-NUMBER TO WS-LAST-ACCOUNT
              ADD 1 TO WS-SINCE-CHECKPOINT
              IF WS-SINCE-CHECKPOINT NOT < WS-CHECKPOINT-FREQ
                 PERFORM TAKE-CHECKPOINT
              END-IF
              READ ACCTFILE NEXT RECORD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           IF WS-SINCE-CHECKPOINT > 0
              PERFORM TAKE-CHECKPOINT
           END-IF.

           IF WS-REGISTER-NEEDED
              PERFORM WRITE-SORTCODE-TOTALS
           END-IF.

                   WS-ACCRUED-CNT ' (' WS-TIERED-CNT
                   ' on banded rates), posted ' WS-POSTED-CNT
                   ', zero-rate ' WS-ZERO-RATE-CNT '.'.
           IF WS-TIER-USED > 0
              DISPLAY 'INTACCR recorded ' WS-RATE-CHANGE-CNT
                      ' banded rate changes on RATEHIST.'
           END-IF.
           DISPLAY 'INTACCR capitalised ' WS-TD-MATURED-CNT
                   ' maturing term deposits.'.
           IF WS-UNLISTED-CNT > 0
              DISPLAY 'INTACCR - ' WS-UNLISTED-CNT ' accounts of a '
                      'type not on PRODMST accrued on 365 days'
           END-IF.
           DISPLAY 'INTACCR total accrued today ' WS-TOTAL-ACCRUED
                   ' total posted ' WS-TOTAL-POSTED '.'.
           IF WS-REGISTER-NEEDED
              DISPLAY 'INTACCR withheld tax on ' WS-TAXED-CNT
                      ' postings, total withheld ' WS-TOTAL-TAX
                      ' for tax year ' WS-TAX-YEAR '.'
           END-IF.
           DISPLAY 'INTACCR took ' WS-CHECKPOINT-CNT ' checkpoints.'.

           MOVE 'DONE ' TO WS-CKP-FUNCTION.
           PERFORM SAVE-CHECKPOINT-TOTALS.
           CALL 'CHKPOINT' USING WS-CHKPOINT-PARM.

           PERFORM PROGRAM-DONE.

               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT TDREG.
           IF TDREG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening TDREG file, status='
                       TDREG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           PERFORM COUNT-DUE-DEPOSITS.
           IF WS-POSTING-MODE OR WS-TD-DUE-CNT > 0
              SET WS-REGISTER-NEEDED TO TRUE
           END-IF.

           IF WS-REGISTER-NEEDED
              OPEN I-O TAXREG
              IF TAXREG-STATUS NOT EQUAL '00'
                 DISPLAY 'Error opening TAXREG file, status='
           EXIT.

      *
      * One day of interest for the account just read, over the
      * product's year - 360 days for a LOAN, 365 otherwise. A zero
      * interest rate is counted but accrues nothing - unless the
      * account's type is on the tier card, which takes precedence.
      *
       ACCRUE-ONE-ACCOUNT SECTION.
       AO010.
           MOVE 'N' TO WS-TD-ACCOUNT WS-TD-ACCRUES WS-TD-MATURES.
           PERFORM GET-PRODUCT.
           IF PROD-CLASS-TERM-DEPOSIT
              MOVE 'Y' TO WS-TD-ACCOUNT
              PERFORM CHECK-TERM-DEPOSIT
              IF WS-TD-ACCRUES NOT = 'Y'
                 IF WS-TD-MATURES = 'Y'
                    PERFORM POST-ZERO-RATE-RESIDUAL
                 END-IF
                 GO TO AO999
              END-IF
           END-IF.

           PERFORM CHECK-TIERED-TYPE.

           IF WS-TIERED-ACCOUNT NOT = 'Y' AND
              ACCOUNT-INTEREST-RATE = 0
              ADD 1 TO WS-ZERO-RATE-CNT
              IF (WS-POSTING-MODE AND WS-TD-ACCOUNT = 'N') OR
                 WS-TD-MATURES = 'Y'
                 PERFORM POST-ZERO-RATE-RESIDUAL
              END-IF
              GO TO AO999
           END-IF.

           MOVE PROD-DAY-COUNT TO WS-DAY-COUNT.

           IF WS-TIERED-ACCOUNT = 'Y'
              ADD 1 TO WS-TIERED-CNT
              PERFORM COMPUTE-TIERED-INTEREST
              PERFORM CHECK-BANDED-RATE-CHANGE
           ELSE
              COMPUTE WS-DAILY-INTEREST ROUNDED =
                 ACCOUNT-ACTUAL-BALANCE * ACCOUNT-INTEREST-RATE
           MOVE WS-RUN-DATE TO ACCR-LAST-ACCRUAL-DATE.
           ADD 1 TO WS-ACCRUED-CNT.

           IF (WS-POSTING-MODE AND WS-TD-ACCOUNT = 'N') OR
              WS-TD-MATURES = 'Y'
              PERFORM POST-ACCRUED-INTEREST
           END-IF.

      * An account whose rate has been cut to zero can still be
      * carrying an unposted accrual from when it earned interest -
      * on the cycle date that residual is posted and cleared rather
      * than stranded on the accrual file. A term deposit due its
      * maturity posting with no accrual of its own tonight is
      * posted the same way.
      *
       POST-ZERO-RATE-RESIDUAL SECTION.
       PZ010.

           ADD WS-POST-AMOUNT TO WS-TOTAL-POSTED.
           ADD 1 TO WS-POSTED-CNT.
           IF WS-TD-MATURES = 'Y'
              ADD 1 TO WS-TD-MATURED-CNT
           END-IF.

           IF WS-TAX-AMOUNT NOT = 0
              PERFORM UPDATE-TAX-REGISTER
       PA999.
           EXIT.

      *
      * Count the deposits due their maturity posting tonight, so
      * the tax and journal files are opened on a night that is not
      * a cycle date but has deposits maturing
      *
       COUNT-DUE-DEPOSITS SECTION.
       CDD10.
           MOVE 'N' TO WS-TD-EXIT.
           MOVE LOW-VALUES TO TD-ACCOUNT-NUMBER.
           START TDREG KEY IS NOT LESS THAN TD-ACCOUNT-NUMBER
              INVALID KEY MOVE 'Y' TO WS-TD-EXIT
           END-START.

           PERFORM UNTIL WS-TD-EXIT = 'Y'
              READ TDREG NEXT RECORD
                AT END MOVE 'Y' TO WS-TD-EXIT
              END-READ
              IF WS-TD-EXIT NOT = 'Y'
                 PERFORM TEST-DEPOSIT-DUE
                 IF WS-TD-MATURES = 'Y'
                    ADD 1 TO WS-TD-DUE-CNT
                 END-IF
              END-IF
           END-PERFORM.

           DISPLAY 'INTACCR ' WS-TD-DUE-CNT
                   ' term deposits due their maturity posting.'.

       CDD99.
           EXIT.

      *
      * The TERMDEP account just read: its deposit accrues from the
      * night after it started up to and including its maturity
      * night, and is due its maturity posting from then on
      *
      *
      * How the account's product behaves, from the product master
      *
       GET-PRODUCT SECTION.
       GP010.
           MOVE 'GET  '      TO WS-PIP-FUNCTION.
           MOVE ACCOUNT-TYPE TO WS-PIP-ACCOUNT-TYPE.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

           IF WS-PIP-STATUS = 'E'
              DISPLAY 'INTACCR - product master unavailable, run '
                      'stopped'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF WS-PIP-STATUS = 'N'
              ADD 1 TO WS-UNLISTED-CNT
           END-IF.

       GP999.
           EXIT.

       CHECK-TERM-DEPOSIT SECTION.
       CTD10.
           MOVE ACCOUNT-NUMBER TO TD-ACCOUNT-NUMBER.

           READ TDREG
              KEY IS TD-ACCOUNT-NUMBER
           END-READ.

           IF TDREG-STATUS = '23'
              GO TO CTD99
           END-IF.

           IF TDREG-STATUS NOT = '00'
              DISPLAY 'INTACCR - error reading term deposit for '
                      'account ' ACCOUNT-NUMBER ' status='
                      TDREG-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF NOT TD-STATUS-ACTIVE
              GO TO CTD99
           END-IF.

           IF WS-RUN-DATE > TD-START-DATE AND
              WS-RUN-DATE NOT > TD-MATURITY-DATE
              MOVE 'Y' TO WS-TD-ACCRUES
           END-IF.

           PERFORM TEST-DEPOSIT-DUE.

       CTD99.
           EXIT.

      *
      * An active deposit is due its maturity posting once the
      * maturity date is reached, until the accrual file shows it
      * posted on or after that date
      *
       TEST-DEPOSIT-DUE SECTION.
       TDD10.
           MOVE 'N' TO WS-TD-MATURES.

           IF NOT TD-STATUS-ACTIVE OR
              WS-RUN-DATE < TD-MATURITY-DATE
              GO TO TDD99
           END-IF.

           MOVE TD-ACCOUNT-NUMBER TO ACCR-ACCOUNT-NUMBER.
           READ ACCRUAL
              KEY IS ACCR-ACCOUNT-NUMBER
           END-READ.

           IF ACCRUAL-STATUS = '00' AND
              ACCR-LAST-POSTED-DATE NOT = SPACES AND
              ACCR-LAST-POSTED-DATE NOT < TD-MATURITY-DATE
              GO TO TDD99
           END-IF.

           MOVE 'Y' TO WS-TD-MATURES.

       TDD99.
           EXIT.

      *
      * Pull the banded rates off the RATETIER card file. No card
      * dataset (or an empty one) simply means every account accrues
           MOVE 0 TO WS-DAILY-INTEREST.
           MOVE 0 TO WS-BW-USED.
           MOVE 0 TO WS-PREV-UPPER.
           MOVE 0 TO WS-TOP-BAND-UPPER WS-TOP-BAND-RATE.

           PERFORM VARYING TR-NDX FROM 1 BY 1
              UNTIL TR-NDX > WS-TIER-USED
                 WS-BAND-PORTION * WS-TR-RATE(TR-NDX)
                    / 100 / WS-DAY-COUNT
              ADD WS-BAND-INTEREST TO WS-DAILY-INTEREST
              MOVE WS-TR-UPPER(TR-NDX) TO WS-TOP-BAND-UPPER
              MOVE WS-TR-RATE(TR-NDX)  TO WS-TOP-BAND-RATE
              IF WS-BW-USED < 10
                 ADD 1 TO WS-BW-USED
                 MOVE WS-TR-UPPER(TR-NDX) TO WS-BW-UPPER(WS-BW-USED)
       SB999.
           EXIT.

      *
      * The rate a banded account is on is the rate of the top band
      * its balance reaches. Browse the account's rate history to
      * its last record; if that left the account on another rate
      * the move is recorded from tonight. With no history yet the
      * account is measured against its flat rate. A rerun night
      * finds its own record and writes nothing.
      *
       CHECK-BANDED-RATE-CHANGE SECTION.
       BR010.
           MOVE ACCOUNT-INTEREST-RATE TO WS-HIST-RATE.

           MOVE ACCOUNT-NUMBER TO RTH-ACCOUNT-NUMBER.
           MOVE LOW-VALUES     TO RTH-EFFECTIVE-DATE.
           MOVE 0              TO RTH-SEQUENCE.

           MOVE 'N' TO WS-HIST-EXIT.
           START RATEHIST KEY NOT < RTH-KEY
             INVALID KEY
               MOVE 'Y' TO WS-HIST-EXIT
           END-START.

           PERFORM UNTIL WS-HIST-EXIT = 'Y'
              READ RATEHIST NEXT RECORD
                AT END MOVE 'Y' TO WS-HIST-EXIT
              END-READ
              IF WS-HIST-EXIT = 'N'
                 IF RTH-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                    MOVE 'Y' TO WS-HIST-EXIT
                 ELSE
                    MOVE RTH-NEW-RATE TO WS-HIST-RATE
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-TOP-BAND-RATE = WS-HIST-RATE
              GO TO BR999
           END-IF.

           MOVE SPACES            TO RATE-HISTORY-RECORD.
           MOVE ACCOUNT-NUMBER    TO RTH-ACCOUNT-NUMBER.
           MOVE WS-RUN-DATE       TO RTH-EFFECTIVE-DATE
                                     RTH-RECORDED-DATE.
           MOVE 1                 TO RTH-SEQUENCE.
           MOVE WS-HIST-RATE      TO RTH-OLD-RATE.
           MOVE WS-TOP-BAND-RATE  TO RTH-NEW-RATE.
           MOVE 'INTACCR'         TO RTH-SOURCE.
           MOVE WS-TOP-BAND-UPPER TO WS-HIST-UPPER.
           STRING ACCOUNT-TYPE ' BAND TO ' WS-HIST-UPPER
              DELIMITED BY SIZE INTO RTH-REFERENCE
           END-STRING.

           WRITE RATE-HISTORY-RECORD.
           PERFORM UNTIL RATEHIST-STATUS NOT = '22' OR
                         RTH-SEQUENCE = 99
              ADD 1 TO RTH-SEQUENCE
              WRITE RATE-HISTORY-RECORD
           END-PERFORM.

           IF RATEHIST-STATUS NOT = '00'
              DISPLAY 'INTACCR - error writing rate history for '
                      'account ' ACCOUNT-NUMBER
                      ' status=' RATEHIST-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-RATE-CHANGE-CNT.

       BR999.
           EXIT.

      *
      * Pull the withholding customers off the TAXSTAT card file.
      * No card dataset means nobody is withheld this run.
           MOVE WS-JRNL-ABS-AMOUNT   TO JRNL-CONVERTED-AMOUNT.
           MOVE WS-ACCOUNT-CCY       TO JRNL-CONVERTED-CCY.
           MOVE SPACES               TO JRNL-SUPERVISOR.
           MOVE SPACES               TO JRNL-REASON-CODE.

           MOVE 1 TO JRNL-SEQUENCE.
           MOVE 0 TO WS-JOURNAL-TRIES.
       WT999.
           EXIT.

      *
      * A fresh run lays down a new checkpoint. In RESTART mode the
      * checkpoint tells us the last account committed; the browse
      * is repositioned past it and the totals carried forward so
      * the end-of-run figures and sortcode totals cover the whole
      * book, not just the restarted tail.
      *
       POSITION-BROWSE SECTION.
       PB010.
           PERFORM SAVE-CHECKPOINT-TOTALS.

           IF NOT WS-RESTART-MODE
              MOVE 'START' TO WS-CKP-FUNCTION
              CALL 'CHKPOINT' USING WS-CHKPOINT-PARM
              IF WS-CKP-STATUS NOT = SPACE
                 DISPLAY 'INTACCR - checkpoint file unavailable, '
                         'run stopped before any account'
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
              GO TO PB999
           END-IF.

           MOVE 'GET  ' TO WS-CKP-FUNCTION.
           CALL 'CHKPOINT' USING WS-CHKPOINT-PARM.
           IF WS-CKP-STATUS NOT = SPACE
              DISPLAY 'INTACCR - RESTART requested but there is no '
                      'checkpoint to resume from'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF WS-CKT-POSTING-SWITCH NOT = WS-POSTING-SWITCH
              DISPLAY 'INTACCR - RESTART refused, the run being '
                      'resumed was in the other mode - POST must '
                      'match'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE WS-CKT-READ-CNT       TO WS-READ-CNT.
           MOVE WS-CKT-ACCRUED-CNT    TO WS-ACCRUED-CNT.
           MOVE WS-CKT-POSTED-CNT     TO WS-POSTED-CNT.
           MOVE WS-CKT-ZERO-RATE-CNT  TO WS-ZERO-RATE-CNT.
           MOVE WS-CKT-UNLISTED-CNT   TO WS-UNLISTED-CNT.
           MOVE WS-CKT-TIERED-CNT     TO WS-TIERED-CNT.
           MOVE WS-CKT-TD-MATURED-CNT TO WS-TD-MATURED-CNT.
           MOVE WS-CKT-TAXED-CNT      TO WS-TAXED-CNT.
           MOVE WS-CKT-TOTAL-ACCRUED  TO WS-TOTAL-ACCRUED.
           MOVE WS-CKT-TOTAL-POSTED   TO WS-TOTAL-POSTED.
           MOVE WS-CKT-TOTAL-TAX      TO WS-TOTAL-TAX.
           MOVE WS-CKT-SORTCODE-TABLE TO WS-SORTCODE-TABLE.
           MOVE WS-CKT-RATE-CHANGE-CNT TO WS-RATE-CHANGE-CNT.

           IF WS-CKP-LAST-KEY = SPACES
              DISPLAY 'INTACCR - no account was committed before '
                      'the failure, restarting from the top'
              GO TO PB999
           END-IF.

           MOVE WS-CKP-LAST-KEY(1:11) TO ACCOUNT-NUMBER.
           START ACCTFILE KEY > ACCOUNT-NUMBER
             INVALID KEY
               DISPLAY 'INTACCR - no accounts beyond checkpoint '
                       WS-CKP-LAST-KEY(1:11) ', nothing left to do'
               MOVE 'Y' TO WS-EXIT
           END-START.

           DISPLAY 'INTACCR restarted after account '
                   WS-CKP-LAST-KEY(1:11) '.'.

       PB999.
           EXIT.

      *
      * Commit the account just finished with the totals to date
      *
       TAKE-CHECKPOINT SECTION.
       TC010.
           MOVE 'TAKE ' TO WS-CKP-FUNCTION.
           MOVE WS-LAST-ACCOUNT TO WS-CKP-LAST-KEY.
           PERFORM SAVE-CHECKPOINT-TOTALS.
           CALL 'CHKPOINT' USING WS-CHKPOINT-PARM.
           IF WS-CKP-STATUS NOT = SPACE
              DISPLAY 'INTACCR - checkpoint not taken after account '
                      WS-LAST-ACCOUNT ', run stopped - restart it'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-CHECKPOINT-CNT.
           MOVE 0 TO WS-SINCE-CHECKPOINT.

       TC999.
           EXIT.

       SAVE-CHECKPOINT-TOTALS SECTION.
       ST010.
           MOVE LOW-VALUES            TO WS-CKP-ACCUMULATORS.
           MOVE WS-POSTING-SWITCH     TO WS-CKT-POSTING-SWITCH.
           MOVE WS-READ-CNT           TO WS-CKT-READ-CNT
                                         WS-CKP-RECORD-COUNT.
           MOVE WS-ACCRUED-CNT        TO WS-CKT-ACCRUED-CNT.
           MOVE WS-POSTED-CNT         TO WS-CKT-POSTED-CNT.
           MOVE WS-ZERO-RATE-CNT      TO WS-CKT-ZERO-RATE-CNT.
           MOVE WS-UNLISTED-CNT       TO WS-CKT-UNLISTED-CNT.
           MOVE WS-TIERED-CNT         TO WS-CKT-TIERED-CNT.
           MOVE WS-TD-MATURED-CNT     TO WS-CKT-TD-MATURED-CNT.
           MOVE WS-TAXED-CNT          TO WS-CKT-TAXED-CNT.
           MOVE WS-TOTAL-ACCRUED      TO WS-CKT-TOTAL-ACCRUED.
           MOVE WS-TOTAL-POSTED       TO WS-CKT-TOTAL-POSTED.
           MOVE WS-TOTAL-TAX          TO WS-CKT-TOTAL-TAX.
           MOVE WS-SORTCODE-TABLE     TO WS-CKT-SORTCODE-TABLE.
           MOVE WS-RATE-CHANGE-CNT    TO WS-CKT-RATE-CHANGE-CNT.

       ST999.
           EXIT.

      *
      * The processing date is the shop's business date from the
      * BUSDATE control, not the clock - a night running past
           CLOSE ACCTFILE.
           CLOSE ACCRUAL.
           CLOSE ACCRRPT.
           CLOSE TDREG.
           IF WS-TIER-USED > 0
              CLOSE RATEHIST
           END-IF.
           IF WS-REGISTER-NEEDED
              CLOSE TAXREG
              CLOSE JRNLOUT
           END-IF.

           MOVE 'CLOSE' TO WS-PIP-FUNCTION.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

       CF999.
           EXIT.
