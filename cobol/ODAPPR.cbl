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
      * Overdraft limit decisions, card-driven. Credit committee
      * approves or rejects the limits ODREVIEW has proposed on
      * ODPROP. Each ODCARD is:
      *   col 1      action - A approve, R reject
      *   cols 2-12  account number
      *   cols 13-20 limit approved in whole pounds the account
      *              may go overdrawn, if committee amends the
      *              proposal; blank takes the proposed limit
      *   cols 21-28 id of the committee member deciding
      * Only a proposal awaiting a decision can be approved, and
      * only while the account is open with the limit it had at
      * the review. An increase is applied to the account at once.
      * A decrease gives the customer WS-NOTICE-DAYS notice: it
      * is held on ODPROP, status N, and applied by the first run
      * on or after its effective date, which every run checks
      * for before reading its cards. A decrease still serving its
      * notice can be rejected, and the limit stays as it is.
      *
      * Every limit changed is recorded on LIMHIST with the limit
      * before and after, who approved it and the review's reason.
      * The customer is written to on ODLTR when a limit is
      * increased, when a decrease is approved - giving the date
      * it takes effect - and when a decrease is called off.
      * Every card's outcome and every decrease applied goes to
      * ODARPT.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODAPPR.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ODCARD
                  ASSIGN TO ODCARD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS ODCARD-STATUS.

           SELECT ODPROP
                  ASSIGN TO ODPROP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ODP-ACCOUNT-NUMBER
                  FILE STATUS  IS ODPROP-STATUS.

           SELECT ACCTFILE
                  ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT LIMHIST
                  ASSIGN TO LIMHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS LMH-KEY
                  FILE STATUS  IS LIMHIST-STATUS.

           SELECT CUSTFILE
                  ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CUSTOMER-KEY
                  FILE STATUS  IS CUSTFILE-STATUS.

           SELECT ODLTR
                  ASSIGN TO ODLTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS ODLTR-STATUS.

           SELECT ODARPT
                  ASSIGN TO ODARPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS ODARPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  ODCARD.
       01  DECISION-CARD.
           05 CARD-ACTION                  PIC X.
           05 CARD-ACCOUNT-NUMBER          PIC X(11).
           05 CARD-ACCOUNT-NUMBER-N REDEFINES CARD-ACCOUNT-NUMBER
                                           PIC 9(11).
           05 CARD-LIMIT                   PIC X(8).
           05 CARD-LIMIT-N REDEFINES CARD-LIMIT
                                           PIC 9(8).
           05 CARD-DECIDED-BY              PIC X(8).
           05 FILLER                       PIC X(52).

       FD  ODPROP.
       01  OD-PROPOSAL-RECORD.
       COPY ODPROP.

       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  LIMHIST.
       01  LIMIT-HISTORY-RECORD.
       COPY LIMHIST.

       FD  CUSTFILE.
       01  VSAM-RECORD.
       COPY CUSTOMER.

       FD  ODLTR.
       01  LTR-PRINT-RECORD                PIC X(133).

       FD  ODARPT.
       01  ODA-PRINT-RECORD                PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  ODCARD-STATUS.
           05 ODCARD-STATUS1               PIC X.
           05 ODCARD-STATUS2               PIC X.

       01  ODPROP-STATUS.
           05 ODPROP-STATUS1               PIC X.
           05 ODPROP-STATUS2               PIC X.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  LIMHIST-STATUS.
           05 LIMHIST-STATUS1              PIC X.
           05 LIMHIST-STATUS2              PIC X.

       01  CUSTFILE-STATUS.
           05 CUSTFILE-STATUS1             PIC X.
           05 CUSTFILE-STATUS2             PIC X.

       01  ODLTR-STATUS.
           05 ODLTR-STATUS1                PIC X.
           05 ODLTR-STATUS2                PIC X.

       01  ODARPT-STATUS.
           05 ODARPT-STATUS1               PIC X.
           05 ODARPT-STATUS2               PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.
       01 WS-SCAN-EXIT                     PIC X    VALUE 'N'.

      *
      * Days' notice the customer is given of a lower limit
      *
       01 WS-NOTICE-DAYS                   PIC 9(3) VALUE 30.

       01 WS-CARD-CNT                      PIC 9(5) VALUE 0.
       01 WS-INCREASED-CNT                 PIC 9(5) VALUE 0.
       01 WS-NOTICE-CNT                    PIC 9(5) VALUE 0.
       01 WS-DECLINED-CNT                  PIC 9(5) VALUE 0.
       01 WS-REJECTED-CNT                  PIC 9(5) VALUE 0.
       01 WS-APPLIED-CNT                   PIC 9(5) VALUE 0.
       01 WS-LETTER-CNT                    PIC 9(5) VALUE 0.

       01 WS-APPROVED-LIMIT                PIC S9(8) COMP.
       01 WS-OLD-LIMIT                     PIC S9(8) COMP.
       01 WS-LETTER-TYPE                   PIC X.
          88 WS-LETTER-INCREASE            VALUE 'I'.
          88 WS-LETTER-DECREASE            VALUE 'D'.
          88 WS-LETTER-KEPT                VALUE 'K'.

       01 WS-DATE-INTEGER                  PIC 9(8).
       01 WS-DATE-YYYYMMDD                 PIC 9(8).
       01 WS-DATE-SPLIT REDEFINES WS-DATE-YYYYMMDD.
           05 WS-DS-YEAR                   PIC 9(4).
           05 WS-DS-MONTH                  PIC 99.
           05 WS-DS-DAY                    PIC 99.

       01 WS-EFFECTIVE-DATE.
           05 WS-EFF-YEAR                  PIC 9(4).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-EFF-MONTH                 PIC 99.
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-EFF-DAY                   PIC 99.

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
                 VALUE 'ODAPPR OVERDRAFT LIMIT DECISIONS   '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(87)
                 VALUE '  (LIMITS IN POUNDS OVERDRAWN ALLOWED)'.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-ACTION                PIC X.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-ACCOUNT               PIC X(11).
           05 FILLER                       PIC X(7) VALUE '  FROM '.
           05 WS-RPT-OLD-LIMIT             PIC Z(7)9.
           05 FILLER                       PIC X(4) VALUE ' TO '.
           05 WS-RPT-NEW-LIMIT             PIC Z(7)9.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-EFFECTIVE             PIC X(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-BY                    PIC X(8).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-OUTCOME               PIC X(45).
           05 FILLER                       PIC X(22) VALUE SPACES.

       01 WS-RPT-TOTALS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(7) VALUE 'CARDS  '.
           05 WS-RPT-TOT-CARDS             PIC Z(4)9.
           05 FILLER                       PIC X(12)
                 VALUE '  INCREASED '.
           05 WS-RPT-TOT-INCREASED         PIC Z(4)9.
           05 FILLER                       PIC X(17)
                 VALUE '  NOTICES GIVEN  '.
           05 WS-RPT-TOT-NOTICE            PIC Z(4)9.
           05 FILLER                       PIC X(11)
                 VALUE '  DECLINED '.
           05 WS-RPT-TOT-DECLINED          PIC Z(4)9.
           05 FILLER                       PIC X(11)
                 VALUE '  REJECTED '.
           05 WS-RPT-TOT-REJECTED          PIC Z(4)9.
           05 FILLER                       PIC X(20)
                 VALUE '  DECREASES APPLIED '.
           05 WS-RPT-TOT-APPLIED           PIC Z(4)9.
           05 FILLER                       PIC X(10)
                 VALUE '  LETTERS '.
           05 WS-RPT-TOT-LETTERS           PIC Z(4)9.
           05 FILLER                       PIC X(9) VALUE SPACES.

       01 WS-LTR-HEADER.
           05 FILLER                       PIC X    VALUE '1'.
           05 FILLER                       PIC X(34)
                 VALUE 'CBSA BANK CURRENT ACCOUNT SERVICE '.
           05 WS-LTR-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(88) VALUE SPACES.

       01 WS-LTR-NAME-LINE.
           05 FILLER                       PIC X    VALUE '0'.
           05 WS-LTR-NAME                  PIC X(60).
           05 FILLER                       PIC X(72) VALUE SPACES.

       01 WS-LTR-ADDR-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-LTR-ADDR                  PIC X(132).

       01 WS-LTR-ACCOUNT-LINE.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(21)
                 VALUE 'YOUR CURRENT ACCOUNT '.
           05 WS-LTR-SORTCODE              PIC 9(6).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-LTR-ACCT-NO               PIC 9(11).
           05 FILLER                       PIC X(93) VALUE SPACES.

       01 WS-LTR-LIMIT-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(29)
                 VALUE 'ARRANGED OVERDRAFT LIMIT NOW '.
           05 WS-LTR-OLD-LIMIT             PIC Z(7)9.
           05 FILLER                       PIC X(19)
                 VALUE ' POUNDS, NEW LIMIT '.
           05 WS-LTR-NEW-LIMIT             PIC Z(7)9.
           05 FILLER                       PIC X(13)
                 VALUE ' POUNDS FROM '.
           05 WS-LTR-EFFECTIVE             PIC X(10).
           05 FILLER                       PIC X(45) VALUE SPACES.

       01 WS-LTR-BODY-LINE.
           05 FILLER                       PIC X    VALUE '0'.
           05 WS-LTR-BODY                  PIC X(100).
           05 FILLER                       PIC X(32) VALUE SPACES.

       01 WS-LTR-NOTICE-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(31)
                 VALUE 'THE NEW LIMIT APPLIES FROM THE '.
           05 FILLER                       PIC X(29)
                 VALUE 'DATE SHOWN ABOVE, GIVING YOU '.
           05 WS-LTR-NOTICE-DAYS           PIC ZZ9.
           05 FILLER                       PIC X(27)
                 VALUE ' DAYS NOTICE OF THE CHANGE.'.
           05 FILLER                       PIC X(42) VALUE SPACES.

       01 WS-BODY-INCREASE                 PIC X(100) VALUE
           'WE HAVE REVIEWED HOW YOUR ACCOUNT HAS BEEN RUN AND HAVE INCR
      -    'EASED YOUR ARRANGED OVERDRAFT LIMIT.'.
       01 WS-BODY-DECREASE                 PIC X(100) VALUE
           'WE HAVE REVIEWED HOW YOUR ACCOUNT HAS BEEN RUN AND WILL REDU
      -    'CE YOUR ARRANGED OVERDRAFT LIMIT.'.
       01 WS-BODY-KEPT                     PIC X(100) VALUE
           'WE WILL NOT NOW REDUCE YOUR ARRANGED OVERDRAFT LIMIT. IT STA
      -    'YS AS IT IS.'.
       01 WS-BODY-CONTACT                  PIC X(100) VALUE
           'IF YOU WOULD LIKE TO DISCUSS THIS, PLEASE CONTACT YOUR BRANC
      -    'H.'.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'ODAPPR  '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started ODAPPR.'.

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

           WRITE ODA-PRINT-RECORD FROM WS-RPT-HEADER.

           PERFORM APPLY-DUE-DECREASES.

           READ ODCARD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-CARD-CNT
              PERFORM APPLY-ONE-CARD
              READ ODCARD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE WS-CARD-CNT      TO WS-RPT-TOT-CARDS.
           MOVE WS-INCREASED-CNT TO WS-RPT-TOT-INCREASED.
           MOVE WS-NOTICE-CNT    TO WS-RPT-TOT-NOTICE.
           MOVE WS-DECLINED-CNT  TO WS-RPT-TOT-DECLINED.
           MOVE WS-REJECTED-CNT  TO WS-RPT-TOT-REJECTED.
           MOVE WS-APPLIED-CNT   TO WS-RPT-TOT-APPLIED.
           MOVE WS-LETTER-CNT    TO WS-RPT-TOT-LETTERS.
           WRITE ODA-PRINT-RECORD FROM WS-RPT-TOTALS.

           DISPLAY 'ODAPPR processed ' WS-CARD-CNT
                   ' cards, increased ' WS-INCREASED-CNT
                   ', notices given ' WS-NOTICE-CNT
                   ', declined ' WS-DECLINED-CNT
                   ', rejected ' WS-REJECTED-CNT
                   ', decreases applied ' WS-APPLIED-CNT '.'.

           IF WS-REJECTED-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT ODCARD.
           IF ODCARD-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ODCARD file, status='
                       ODCARD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O ODPROP.
           IF ODPROP-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ODPROP file, status='
                       ODPROP-STATUS
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

           OPEN I-O LIMHIST.
           IF LIMHIST-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening LIMHIST file, status='
                       LIMHIST-STATUS
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

           OPEN OUTPUT ODLTR.
           IF ODLTR-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ODLTR file, status='
                       ODLTR-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT ODARPT.
           IF ODARPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ODARPT file, status='
                       ODARPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * Decreases whose notice has run out are applied before any
      * card is read, so a card deciding the next review's proposal
      * always finds the account on its new limit
      *
       APPLY-DUE-DECREASES SECTION.
       AD010.
           MOVE 0 TO ODP-ACCOUNT-NUMBER.
           MOVE 'N' TO WS-SCAN-EXIT.
           START ODPROP KEY NOT < ODP-ACCOUNT-NUMBER
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-EXIT
           END-START.

           PERFORM UNTIL WS-SCAN-EXIT = 'Y'
              READ ODPROP NEXT RECORD
                AT END MOVE 'Y' TO WS-SCAN-EXIT
              END-READ
              IF WS-SCAN-EXIT = 'N'
                 IF ODP-STATUS-NOTICE AND
                    ODP-EFFECTIVE-DATE NOT > WS-RUN-DATE
                    PERFORM APPLY-ONE-DECREASE
                 END-IF
              END-IF
           END-PERFORM.

       AD999.
           EXIT.

       APPLY-ONE-DECREASE SECTION.
       AO010.
           MOVE SPACE              TO WS-RPT-ACTION.
           MOVE ODP-ACCOUNT-NUMBER TO WS-RPT-ACCOUNT.
           COMPUTE WS-RPT-OLD-LIMIT = 0 - ODP-CURRENT-LIMIT.
           COMPUTE WS-RPT-NEW-LIMIT = 0 - ODP-APPROVED-LIMIT.
           MOVE ODP-EFFECTIVE-DATE TO WS-RPT-EFFECTIVE.
           MOVE ODP-DECIDED-BY     TO WS-RPT-BY.

           MOVE ODP-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
           END-READ.
           IF ACCTFILE-STATUS NOT = '00' AND ACCTFILE-STATUS NOT = '23'
              PERFORM CHECK-ACCOUNT-READ
           END-IF.

      *
      * An account closed during its notice has no limit to cut
      *
           IF ACCTFILE-STATUS = '23' OR ACCOUNT-STATUS-CLOSED
              MOVE 'R' TO ODP-STATUS
              PERFORM REWRITE-PROPOSAL
              MOVE 'NOT APPLIED - ACCOUNT CLOSED OR NOT ON FILE  '
                 TO WS-RPT-OUTCOME
              WRITE ODA-PRINT-RECORD FROM WS-RPT-DETAIL
              GO TO AO999
           END-IF.

           COMPUTE WS-RPT-OLD-LIMIT = 0 - ACCOUNT-OVERDRAFT-LIMIT.
           MOVE ODP-APPROVED-LIMIT TO WS-APPROVED-LIMIT.
           PERFORM CHANGE-LIMIT.

           MOVE 'A' TO ODP-STATUS.
           PERFORM REWRITE-PROPOSAL.

           ADD 1 TO WS-APPLIED-CNT.
           MOVE 'DECREASE APPLIED, NOTICE RUN OUT             '
              TO WS-RPT-OUTCOME.
           WRITE ODA-PRINT-RECORD FROM WS-RPT-DETAIL.

       AO999.
           EXIT.

       APPLY-ONE-CARD SECTION.
       AC010.
           MOVE CARD-ACTION         TO WS-RPT-ACTION.
           MOVE CARD-ACCOUNT-NUMBER TO WS-RPT-ACCOUNT.
           MOVE 0                   TO WS-RPT-OLD-LIMIT
                                       WS-RPT-NEW-LIMIT.
           MOVE SPACES              TO WS-RPT-EFFECTIVE.
           MOVE CARD-DECIDED-BY     TO WS-RPT-BY.

           IF CARD-ACCOUNT-NUMBER NOT NUMERIC
              MOVE 'REJECTED - ACCOUNT NUMBER NOT NUMERIC        '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           IF CARD-DECIDED-BY = SPACES
              MOVE 'REJECTED - NO ID OF WHO IS DECIDING IT       '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           MOVE CARD-ACCOUNT-NUMBER-N TO ODP-ACCOUNT-NUMBER.
           READ ODPROP
              KEY IS ODP-ACCOUNT-NUMBER
           END-READ.

           IF ODPROP-STATUS = '23'
              MOVE 'REJECTED - NO PROPOSAL FOR THE ACCOUNT       '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.
           PERFORM CHECK-PROPOSAL-READ.

           COMPUTE WS-RPT-OLD-LIMIT = 0 - ODP-CURRENT-LIMIT.
           COMPUTE WS-RPT-NEW-LIMIT = 0 - ODP-PROPOSED-LIMIT.

           EVALUATE CARD-ACTION
              WHEN 'A'
                 PERFORM APPROVE-PROPOSAL
              WHEN 'R'
                 PERFORM DECLINE-PROPOSAL
              WHEN OTHER
                 MOVE 'REJECTED - ACTION MUST BE A OR R             '
                    TO WS-RPT-OUTCOME
                 PERFORM REJECT-CARD
           END-EVALUATE.

       AC999.
           EXIT.

      *
      * The proposed limit, or committee's own, on to an account
      * still as the review found it
      *
       APPROVE-PROPOSAL SECTION.
       AP010.
           IF NOT ODP-STATUS-PROPOSED
              MOVE 'REJECTED - PROPOSAL ALREADY DECIDED          '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AP999
           END-IF.

           IF CARD-LIMIT = SPACES
              MOVE ODP-PROPOSED-LIMIT TO WS-APPROVED-LIMIT
           ELSE
              IF CARD-LIMIT NOT NUMERIC
                 MOVE 'REJECTED - LIMIT NOT NUMERIC                 '
                    TO WS-RPT-OUTCOME
                 PERFORM REJECT-CARD
                 GO TO AP999
              END-IF
              COMPUTE WS-APPROVED-LIMIT = 0 - CARD-LIMIT-N
           END-IF.
           COMPUTE WS-RPT-NEW-LIMIT = 0 - WS-APPROVED-LIMIT.

           MOVE ODP-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
           END-READ.

           IF ACCTFILE-STATUS = '23'
              MOVE 'REJECTED - ACCOUNT NOT ON FILE               '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AP999
           END-IF.
           PERFORM CHECK-ACCOUNT-READ.

           IF ACCOUNT-STATUS-CLOSED
              MOVE 'REJECTED - ACCOUNT IS CLOSED                 '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AP999
           END-IF.

           IF ACCOUNT-OVERDRAFT-LIMIT NOT = ODP-CURRENT-LIMIT
              MOVE 'REJECTED - LIMIT CHANGED SINCE THE REVIEW    '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AP999
           END-IF.

           IF WS-APPROVED-LIMIT = ACCOUNT-OVERDRAFT-LIMIT
              MOVE 'REJECTED - APPROVED LIMIT IS THE CURRENT ONE '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AP999
           END-IF.

           MOVE WS-APPROVED-LIMIT TO ODP-APPROVED-LIMIT.
           MOVE CARD-DECIDED-BY   TO ODP-DECIDED-BY.
           MOVE WS-RUN-DATE       TO ODP-DECIDED-DATE.

      *
      * More headroom is the customer's at once; less waits out
      * the notice period
      *
           IF WS-APPROVED-LIMIT < ACCOUNT-OVERDRAFT-LIMIT
              PERFORM CHANGE-LIMIT
              MOVE 'A'         TO ODP-STATUS
              MOVE WS-RUN-DATE TO ODP-EFFECTIVE-DATE
              MOVE 'I'         TO WS-LETTER-TYPE
              ADD 1 TO WS-INCREASED-CNT
              MOVE 'APPROVED - LIMIT INCREASED                   '
                 TO WS-RPT-OUTCOME
           ELSE
              PERFORM SET-EFFECTIVE-DATE
              MOVE 'N'               TO ODP-STATUS
              MOVE WS-EFFECTIVE-DATE TO ODP-EFFECTIVE-DATE
              MOVE 'D'               TO WS-LETTER-TYPE
              ADD 1 TO WS-NOTICE-CNT
              MOVE 'APPROVED - DECREASE NOTIFIED                 '
                 TO WS-RPT-OUTCOME
           END-IF.

           PERFORM REWRITE-PROPOSAL.
           MOVE ODP-EFFECTIVE-DATE TO WS-RPT-EFFECTIVE.

           PERFORM WRITE-LIMIT-LETTER.
           WRITE ODA-PRINT-RECORD FROM WS-RPT-DETAIL.

       AP999.
           EXIT.

      *
      * Committee turns a proposal down, or calls off a decrease
      * the customer has already been told of
      *
       DECLINE-PROPOSAL SECTION.
       DP010.
           IF NOT ODP-STATUS-PROPOSED AND NOT ODP-STATUS-NOTICE
              MOVE 'REJECTED - PROPOSAL ALREADY DECIDED          '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO DP999
           END-IF.

           IF ODP-STATUS-NOTICE
              MOVE 'K' TO WS-LETTER-TYPE
              MOVE 'DECLINED - DECREASE CALLED OFF               '
                 TO WS-RPT-OUTCOME
           ELSE
              MOVE SPACE TO WS-LETTER-TYPE
              MOVE 'DECLINED - LIMIT STAYS AS IT IS              '
                 TO WS-RPT-OUTCOME
           END-IF.

           MOVE 'R'             TO ODP-STATUS.
           MOVE CARD-DECIDED-BY TO ODP-DECIDED-BY.
           MOVE WS-RUN-DATE     TO ODP-DECIDED-DATE.
           PERFORM REWRITE-PROPOSAL.

           ADD 1 TO WS-DECLINED-CNT.

           IF WS-LETTER-KEPT
              MOVE ODP-CURRENT-LIMIT TO WS-APPROVED-LIMIT
              COMPUTE WS-RPT-NEW-LIMIT = 0 - ODP-CURRENT-LIMIT
              MOVE WS-RUN-DATE TO WS-RPT-EFFECTIVE
              PERFORM WRITE-LIMIT-LETTER
           END-IF.
           WRITE ODA-PRINT-RECORD FROM WS-RPT-DETAIL.

       DP999.
           EXIT.

      *
      * The new limit on to the account, and on to its history
      *
       CHANGE-LIMIT SECTION.
       CL010.
           MOVE ACCOUNT-OVERDRAFT-LIMIT TO WS-OLD-LIMIT.
           MOVE WS-APPROVED-LIMIT       TO ACCOUNT-OVERDRAFT-LIMIT.
           REWRITE ACCOUNT-RECORD.
           IF ACCTFILE-STATUS NOT = '00'
              DISPLAY 'ODAPPR - error rewriting account '
                      ACCOUNT-NUMBER ' status=' ACCTFILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE SPACES                  TO LIMIT-HISTORY-RECORD.
           MOVE ACCOUNT-NUMBER          TO LMH-ACCOUNT-NUMBER.
           MOVE WS-RUN-DATE             TO LMH-CHANGE-DATE.
           MOVE 1                       TO LMH-SEQUENCE.
           MOVE WS-OLD-LIMIT            TO LMH-OLD-LIMIT.
           MOVE WS-APPROVED-LIMIT       TO LMH-NEW-LIMIT.
           MOVE 'ODREVIEW'              TO LMH-SOURCE.
           MOVE ODP-DECIDED-BY          TO LMH-APPROVED-BY.
           MOVE ODP-DECIDED-DATE        TO LMH-APPROVED-DATE.
           MOVE ODP-REASON              TO LMH-REASON.

      *
      * A second change to the account the same day takes the
      * next sequence
      *
           WRITE LIMIT-HISTORY-RECORD.
           PERFORM UNTIL LIMHIST-STATUS NOT = '22' OR
                         LMH-SEQUENCE = 99
              ADD 1 TO LMH-SEQUENCE
              WRITE LIMIT-HISTORY-RECORD
           END-PERFORM.

           IF LIMHIST-STATUS NOT = '00'
              DISPLAY 'ODAPPR - error writing limit history for '
                      'account ' ACCOUNT-NUMBER
                      ' status=' LIMHIST-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CL999.
           EXIT.

      *
      * The run date plus the notice period
      *
       SET-EFFECTIVE-DATE SECTION.
       SE010.
           MOVE WS-RUN-YEAR  TO WS-DS-YEAR.
           MOVE WS-RUN-MONTH TO WS-DS-MONTH.
           MOVE WS-RUN-DAY   TO WS-DS-DAY.
           COMPUTE WS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD).
           ADD WS-NOTICE-DAYS TO WS-DATE-INTEGER.
           COMPUTE WS-DATE-YYYYMMDD =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           MOVE WS-DS-YEAR  TO WS-EFF-YEAR.
           MOVE WS-DS-MONTH TO WS-EFF-MONTH.
           MOVE WS-DS-DAY   TO WS-EFF-DAY.

       SE999.
           EXIT.

      *
      * To the account's primary customer. One missing from the
      * customer file cannot be written to; the report says so
      *
       WRITE-LIMIT-LETTER SECTION.
       WL010.
           MOVE ODP-SORTCODE        TO CUSTOMER-SORTCODE.
           MOVE ODP-CUSTOMER-NUMBER TO CUSTOMER-NUMBER.
           READ CUSTFILE
              KEY IS CUSTOMER-KEY
           END-READ.
           IF CUSTFILE-STATUS NOT = '00'
              MOVE 'NO LETTER SENT' TO WS-RPT-OUTCOME(32:14)
              GO TO WL999
           END-IF.

           WRITE LTR-PRINT-RECORD FROM WS-LTR-HEADER.

           MOVE CUSTOMER-NAME TO WS-LTR-NAME.
           WRITE LTR-PRINT-RECORD FROM WS-LTR-NAME-LINE.

           MOVE CUSTOMER-ADDRESS(1:132) TO WS-LTR-ADDR.
           WRITE LTR-PRINT-RECORD FROM WS-LTR-ADDR-LINE.

           MOVE ODP-SORTCODE       TO WS-LTR-SORTCODE.
           MOVE ODP-ACCOUNT-NUMBER TO WS-LTR-ACCT-NO.
           WRITE LTR-PRINT-RECORD FROM WS-LTR-ACCOUNT-LINE.

           COMPUTE WS-LTR-OLD-LIMIT = 0 - ODP-CURRENT-LIMIT.
           COMPUTE WS-LTR-NEW-LIMIT = 0 - WS-APPROVED-LIMIT.
           MOVE WS-RPT-EFFECTIVE   TO WS-LTR-EFFECTIVE.
           WRITE LTR-PRINT-RECORD FROM WS-LTR-LIMIT-LINE.

           EVALUATE TRUE
              WHEN WS-LETTER-INCREASE
                 MOVE WS-BODY-INCREASE TO WS-LTR-BODY
              WHEN WS-LETTER-DECREASE
                 MOVE WS-BODY-DECREASE TO WS-LTR-BODY
              WHEN OTHER
                 MOVE WS-BODY-KEPT TO WS-LTR-BODY
           END-EVALUATE.
           WRITE LTR-PRINT-RECORD FROM WS-LTR-BODY-LINE.

           IF WS-LETTER-DECREASE
              MOVE WS-NOTICE-DAYS TO WS-LTR-NOTICE-DAYS
              WRITE LTR-PRINT-RECORD FROM WS-LTR-NOTICE-LINE
           END-IF.

           MOVE WS-BODY-CONTACT TO WS-LTR-BODY.
           WRITE LTR-PRINT-RECORD FROM WS-LTR-BODY-LINE.

           ADD 1 TO WS-LETTER-CNT.

       WL999.
           EXIT.

       REWRITE-PROPOSAL SECTION.
       RW010.
           REWRITE OD-PROPOSAL-RECORD.
           IF ODPROP-STATUS NOT = '00'
              DISPLAY 'ODAPPR - error rewriting proposal for account '
                      ODP-ACCOUNT-NUMBER ' status=' ODPROP-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RW999.
           EXIT.

       CHECK-PROPOSAL-READ SECTION.
       CP010.
           IF ODPROP-STATUS NOT = '00'
              DISPLAY 'ODAPPR - error reading proposal for account '
                      CARD-ACCOUNT-NUMBER ' status=' ODPROP-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CP999.
           EXIT.

       CHECK-ACCOUNT-READ SECTION.
       CR010.
           IF ACCTFILE-STATUS NOT = '00'
              DISPLAY 'ODAPPR - error reading account '
                      ACCOUNT-NUMBER ' status=' ACCTFILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CR999.
           EXIT.

       REJECT-CARD SECTION.
       RJ010.
           ADD 1 TO WS-REJECTED-CNT.
           WRITE ODA-PRINT-RECORD FROM WS-RPT-DETAIL.

       RJ999.
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
              DISPLAY 'ODAPPR - business date unavailable, using '
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
           CLOSE ODCARD.
           CLOSE ODPROP.
           CLOSE ACCTFILE.
           CLOSE LIMHIST.
           CLOSE CUSTFILE.
           CLOSE ODLTR.
           CLOSE ODARPT.

       CF999.
           EXIT.
