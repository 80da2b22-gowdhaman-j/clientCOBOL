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
      * Monthly connected-party large exposure report. Customers
      * are gathered into connected groups two ways:
      *   - every holder of a joint account on the ACCTHLDR
      *     cross-reference is connected to the account's named
      *     customer, and so to its other holders
      *   - bank customers CUSTPOLM or XREFWB link on CUSTXREF to
      *     the same insurance-side customer are connected
      * and the connections are followed through, so a customer
      * joint with one party and linked to another brings all
      * three into the one group. A customer connected to nobody
      * is a group of one.
      *
      * Each group's exposure, in sterling at the current CCYRATE
      * rate, is what its open LOAN accounts (class L on PRODMST)
      * owe plus, on its other open accounts, the overdraft drawn
      * (a debit balance) and the overdraft still undrawn (what
      * is left of ACCOUNT-OVERDRAFT-LIMIT). An account counts to
      * the group of its named customer.
      *
      * The LECTL control card sets the levels as percentages of
      * the bank's capital:
      *   cols  1-15 capital, whole pounds
      *   cols 16-20 limit, percentage to two places with no point
      *              (02500 = 25.00%), above 0 and at most 100
      *   cols 21-25 warning level, likewise, above 0 and below
      *              the limit
      * A group over the limit is reported first, then each group
      * at or above the warning level, every member listed with
      * its exposure and how it is connected. A group over the
      * limit, or an account in a currency with no usable rate
      * (counted but its money left out), ends the run RC 4.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LRGEXPO.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LECTL
                  ASSIGN TO LECTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS LECTL-STATUS.

           SELECT CUSTXREF
                  ASSIGN TO CUSTXREF
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS CUSTXREF-STATUS.

           SELECT ACCTFILE
                  ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT ACCTHLDR
                  ASSIGN TO ACCTHLDR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS AHLD-KEY
                  FILE STATUS  IS ACCTHLDR-STATUS.

           SELECT CUSTFILE
                  ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CUSTOMER-KEY
                  FILE STATUS  IS CUSTFILE-STATUS.

           SELECT CCYRATE
                  ASSIGN TO CCYRATE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CCY-CODE
                  FILE STATUS  IS CCYRATE-STATUS.

           SELECT LEXPRPT
                  ASSIGN TO LEXPRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS LEXPRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  LECTL.
       01  LE-CONTROL-CARD.
           05 LEC-CAPITAL                  PIC 9(15).
           05 LEC-LIMIT-PCT                PIC 9(3)V99.
           05 LEC-WARN-PCT                 PIC 9(3)V99.
           05 FILLER                       PIC X(55).

       FD  CUSTXREF.
       01  XREF-RECORD.
           05 XREF-BANK-SORTCODE           PIC 9(6).
           05 XREF-BANK-CUSTOMER           PIC 9(10).
           05 XREF-POLICY-CUSTOMER         PIC 9(10).
           05 XREF-NAME                    PIC X(40).
           05 XREF-MATCH-SOURCE            PIC X.
              88 XREF-MATCHED-AUTO         VALUE 'A'.
              88 XREF-MATCHED-MANUAL       VALUE 'M'.
           05 FILLER                       PIC X(13).

       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  ACCTHLDR.
       01  HOLDER-RECORD.
       COPY ACCTHLDR.

       FD  CUSTFILE.
       01  VSAM-RECORD.
       COPY CUSTOMER.

       FD  CCYRATE.
       01  CURRENCY-RATE-RECORD.
       COPY CCYRATE.

       FD  LEXPRPT.
       01  LE-PRINT-RECORD                 PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  LECTL-STATUS.
           05 LECTL-STATUS1                PIC X.
           05 LECTL-STATUS2                PIC X.

       01  CUSTXREF-STATUS.
           05 CUSTXREF-STATUS1             PIC X.
           05 CUSTXREF-STATUS2             PIC X.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  ACCTHLDR-STATUS.
           05 ACCTHLDR-STATUS1             PIC X.
           05 ACCTHLDR-STATUS2             PIC X.

       01  CUSTFILE-STATUS.
           05 CUSTFILE-STATUS1             PIC X.
           05 CUSTFILE-STATUS2             PIC X.

       01  CCYRATE-STATUS.
           05 CCYRATE-STATUS1              PIC X.
           05 CCYRATE-STATUS2              PIC X.

       01  LEXPRPT-STATUS.
           05 LEXPRPT-STATUS1              PIC X.
           05 LEXPRPT-STATUS2              PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.
       01 WS-HOLDER-EXIT                   PIC X    VALUE 'N'.
       01 WS-CARD-BAD                      PIC X    VALUE 'N'.

       01 WS-XREF-CNT                      PIC 9(7) VALUE 0.
       01 WS-ACCOUNT-CNT                   PIC 9(7) VALUE 0.
       01 WS-HOLDER-CNT                    PIC 9(7) VALUE 0.
       01 WS-EXPOSED-CNT                   PIC 9(7) VALUE 0.
       01 WS-NORATE-CNT                    PIC 9(7) VALUE 0.
       01 WS-GROUP-CNT                     PIC 9(7) VALUE 0.
       01 WS-BREACH-CNT                    PIC 9(5) VALUE 0.
       01 WS-WARNING-CNT                   PIC 9(5) VALUE 0.

      *
      * The levels in pounds, from the card
      *
       01 WS-CAPITAL                       PIC 9(15).
       01 WS-LIMIT-PCT                     PIC 9(3)V99.
       01 WS-WARN-PCT                      PIC 9(3)V99.
       01 WS-LIMIT-AMOUNT                  PIC S9(15)V99 COMP-3.
       01 WS-WARN-AMOUNT                   PIC S9(15)V99 COMP-3.

      *
      * Every customer with a connection or an exposure. Each
      * points at another in its group, the group's first
      * customer pointing at itself, so following the pointers
      * from any member ends at the group's first customer; the
      * group totals are kept on that entry.
      *
       01 WS-CP-TABLE.
           05 WS-CP-MAX                    PIC 9(5) COMP VALUE 5000.
           05 WS-CP-USED                   PIC 9(5) COMP VALUE 0.
           05 WS-CP-ENTRY OCCURS 5000 TIMES.
              10 WS-CP-SORTCODE            PIC 9(6).
              10 WS-CP-CUSTOMER            PIC 9(10).
              10 WS-CP-PARENT              PIC 9(5) COMP.
              10 WS-CP-VIA-JOINT           PIC X.
              10 WS-CP-VIA-XREF            PIC X.
              10 WS-CP-ACCOUNTS            PIC 9(5) COMP.
              10 WS-CP-LOANS               PIC S9(13)V99 COMP-3.
              10 WS-CP-DRAWN               PIC S9(13)V99 COMP-3.
              10 WS-CP-UNDRAWN             PIC S9(13)V99 COMP-3.
              10 WS-CP-GROUP-MEMBERS       PIC 9(5) COMP.
              10 WS-CP-GROUP-TOTAL         PIC S9(15)V99 COMP-3.
       01 WS-CP-SUB                        PIC 9(5) COMP.
       01 WS-CP-SUB2                       PIC 9(5) COMP.
       01 WS-FIND-SORTCODE                 PIC 9(6).
       01 WS-FIND-CUSTOMER                 PIC 9(10).
       01 WS-ROOT                          PIC 9(5) COMP.
       01 WS-ROOT-A                        PIC 9(5) COMP.
       01 WS-ROOT-B                        PIC 9(5) COMP.
       01 WS-NAMED-SUB                     PIC 9(5) COMP.
       01 WS-GROUP-SUB                     PIC 9(5) COMP.

      *
      * The insurance-side customers met on CUSTXREF, each with
      * the first bank customer linked to it
      *
       01 WS-PL-TABLE.
           05 WS-PL-MAX                    PIC 9(5) COMP VALUE 5000.
           05 WS-PL-USED                   PIC 9(5) COMP VALUE 0.
           05 WS-PL-ENTRY OCCURS 5000 TIMES.
              10 WS-PL-POLICY-CUSTOMER     PIC 9(10).
              10 WS-PL-CP-SUB              PIC 9(5) COMP.
       01 WS-PL-SUB                        PIC 9(5) COMP.

      *
      * One account's exposure, in its own currency then sterling
      *
       01 WS-ACCT-LOAN                     PIC S9(13)V99 COMP-3.
       01 WS-ACCT-DRAWN                    PIC S9(13)V99 COMP-3.
       01 WS-ACCT-UNDRAWN                  PIC S9(13)V99 COMP-3.
       01 WS-ACCT-CCY                      PIC X(3).
       01 WS-ACCT-RATED                    PIC X.
       01 WS-ACCT-RATE                     PIC S9(3)V9(6) COMP-3.
       01 WS-GBP-AMOUNT                    PIC S9(13)V99 COMP-3.
       01 WS-MEMBER-TOTAL                  PIC S9(15)V99 COMP-3.
       01 WS-PCT-OF-CAPITAL                PIC 9(5)V99.

       01 WS-PRINT-PASS                    PIC X.
           88 WS-PRINTING-BREACHES         VALUE 'B'.
           88 WS-PRINTING-WARNINGS         VALUE 'W'.

       01 WS-PRODINF-PARM.
           03 WS-PIP-FUNCTION              PIC X(5).
           03 WS-PIP-ACCOUNT-TYPE          PIC X(8).
           03 WS-PIP-PRODUCT.
       COPY PRODMST.
           03 WS-PIP-STATUS                PIC X.

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
           05 FILLER                       PIC X(45)
                 VALUE 'LRGEXPO CONNECTED-PARTY LARGE EXPOSURES AT '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(10)
                 VALUE '  CAPITAL '.
           05 WS-RPT-HDR-CAPITAL           PIC Z(14)9.
           05 FILLER                       PIC X(8)
                 VALUE '  LIMIT '.
           05 WS-RPT-HDR-LIMIT             PIC ZZ9.99.
           05 FILLER                       PIC X(11)
                 VALUE '%  WARNING '.
           05 WS-RPT-HDR-WARN              PIC ZZ9.99.
           05 FILLER                       PIC X(1)  VALUE '%'.
           05 FILLER                       PIC X(20) VALUE SPACES.

       01 WS-RPT-LEVELS.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(18)
                 VALUE 'LIMIT IN GBP      '.
           05 WS-RPT-LV-LIMIT              PIC Z(14)9.99.
           05 FILLER                       PIC X(4) VALUE SPACES.
           05 FILLER                       PIC X(18)
                 VALUE 'WARNING IN GBP    '.
           05 WS-RPT-LV-WARN               PIC Z(14)9.99.
           05 FILLER                       PIC X(56) VALUE SPACES.

       01 WS-RPT-GROUP.
           05 FILLER                       PIC X    VALUE '0'.
           05 WS-RPT-GR-STATUS             PIC X(10).
           05 FILLER                       PIC X(8)
                 VALUE '  GROUP '.
           05 WS-RPT-GR-NUMBER             PIC Z(4)9.
           05 FILLER                       PIC X(10)
                 VALUE '  MEMBERS '.
           05 WS-RPT-GR-MEMBERS            PIC Z(4)9.
           05 FILLER                       PIC X(15)
                 VALUE '  EXPOSURE GBP '.
           05 WS-RPT-GR-TOTAL              PIC Z(14)9.99.
           05 FILLER                       PIC X(3)  VALUE ' = '.
           05 WS-RPT-GR-PCT                PIC Z(4)9.99.
           05 FILLER                       PIC X(12)
                 VALUE '% OF CAPITAL'.
           05 FILLER                       PIC X(38) VALUE SPACES.

       01 WS-RPT-MEMBER-HEADING.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(53)
                 VALUE '    SORTCODE  CUSTOMER  NAME'.
           05 FILLER                       PIC X(16)
                 VALUE '      LOANS OWED'.
           05 FILLER                       PIC X(16)
                 VALUE ' OVERDRAFT DRAWN'.
           05 FILLER                       PIC X(16)
                 VALUE '      UNDRAWN OD'.
           05 FILLER                       PIC X(16)
                 VALUE '           TOTAL'.
           05 FILLER                       PIC X(15)
                 VALUE '  CONNECTED BY '.

       01 WS-RPT-MEMBER.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(4) VALUE SPACES.
           05 WS-RPT-MB-SORTCODE           PIC 9(6).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-MB-CUSTOMER           PIC 9(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-MB-NAME               PIC X(29).
           05 WS-RPT-MB-LOANS              PIC -(12)9.99.
           05 WS-RPT-MB-DRAWN              PIC -(12)9.99.
           05 WS-RPT-MB-UNDRAWN            PIC -(12)9.99.
           05 WS-RPT-MB-TOTAL              PIC -(12)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-MB-VIA                PIC X(13).

       01 WS-RPT-NONE.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(50)
                 VALUE 'NO GROUP AT OR ABOVE THE WARNING LEVEL'.
           05 FILLER                       PIC X(82) VALUE SPACES.

       01 WS-RPT-TOTALS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(18)
                 VALUE 'GROUPS OVER LIMIT '.
           05 WS-RPT-TL-BREACH             PIC Z(4)9.
           05 FILLER                       PIC X(12)
                 VALUE '  WARNINGS  '.
           05 WS-RPT-TL-WARNING            PIC Z(4)9.
           05 FILLER                       PIC X(19)
                 VALUE '  GROUPS EXPOSED   '.
           05 WS-RPT-TL-GROUPS             PIC Z(6)9.
           05 FILLER                       PIC X(24)
                 VALUE '  ACCOUNTS WITHOUT RATE '.
           05 WS-RPT-TL-NORATE             PIC Z(6)9.
           05 FILLER                       PIC X(35) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'LRGEXPO '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started LRGEXPO.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           PERFORM GET-BUSINESS-DATE.

           PERFORM READ-CONTROL-CARD.

           PERFORM OPEN-FILES.

           MOVE WS-RUN-DATE      TO WS-RPT-HDR-DATE.
           MOVE WS-CAPITAL       TO WS-RPT-HDR-CAPITAL.
           MOVE WS-LIMIT-PCT     TO WS-RPT-HDR-LIMIT.
           MOVE WS-WARN-PCT      TO WS-RPT-HDR-WARN.
           MOVE WS-LIMIT-AMOUNT  TO WS-RPT-LV-LIMIT.
           MOVE WS-WARN-AMOUNT   TO WS-RPT-LV-WARN.
           WRITE LE-PRINT-RECORD FROM WS-RPT-HEADER.
           WRITE LE-PRINT-RECORD FROM WS-RPT-LEVELS.

      *
      * The cross-system links first, then the joint holdings and
      * exposures off the one pass of the accounts
      *
           READ CUSTXREF
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-XREF-CNT
              PERFORM TAKE-ONE-LINK
              READ CUSTXREF
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EXIT.
           READ ACCTHLDR
             AT END MOVE 'Y' TO WS-HOLDER-EXIT
           END-READ.

           READ ACCTFILE
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-ACCOUNT-CNT
              PERFORM TAKE-ONE-ACCOUNT
              READ ACCTFILE
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           PERFORM TOTAL-GROUPS.

           SET WS-PRINTING-BREACHES TO TRUE.
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
              UNTIL WS-GROUP-SUB > WS-CP-USED
              IF WS-CP-PARENT(WS-GROUP-SUB) = WS-GROUP-SUB AND
                 WS-CP-GROUP-TOTAL(WS-GROUP-SUB) > WS-LIMIT-AMOUNT
                 ADD 1 TO WS-BREACH-CNT
                 MOVE 'OVER LIMIT' TO WS-RPT-GR-STATUS
                 PERFORM REPORT-ONE-GROUP
              END-IF
           END-PERFORM.

           SET WS-PRINTING-WARNINGS TO TRUE.
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
              UNTIL WS-GROUP-SUB > WS-CP-USED
              IF WS-CP-PARENT(WS-GROUP-SUB) = WS-GROUP-SUB AND
                 WS-CP-GROUP-TOTAL(WS-GROUP-SUB) NOT > WS-LIMIT-AMOUNT
                 AND WS-CP-GROUP-TOTAL(WS-GROUP-SUB)
                    NOT < WS-WARN-AMOUNT
                 ADD 1 TO WS-WARNING-CNT
                 MOVE 'WARNING   ' TO WS-RPT-GR-STATUS
                 PERFORM REPORT-ONE-GROUP
              END-IF
           END-PERFORM.

           IF WS-BREACH-CNT = 0 AND WS-WARNING-CNT = 0
              WRITE LE-PRINT-RECORD FROM WS-RPT-NONE
           END-IF.

           MOVE WS-BREACH-CNT  TO WS-RPT-TL-BREACH.
           MOVE WS-WARNING-CNT TO WS-RPT-TL-WARNING.
           MOVE WS-GROUP-CNT   TO WS-RPT-TL-GROUPS.
           MOVE WS-NORATE-CNT  TO WS-RPT-TL-NORATE.
           WRITE LE-PRINT-RECORD FROM WS-RPT-TOTALS.

           DISPLAY 'LRGEXPO: ' WS-XREF-CNT ' links, ' WS-HOLDER-CNT
                   ' joint holdings, ' WS-ACCOUNT-CNT ' accounts ('
                   WS-EXPOSED-CNT ' exposed, ' WS-NORATE-CNT
                   ' without a rate), ' WS-GROUP-CNT
                   ' groups exposed, ' WS-BREACH-CNT ' over limit, '
                   WS-WARNING-CNT ' warnings.'.

           IF WS-BREACH-CNT > 0 OR WS-NORATE-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

      *
      * Capital in whole pounds, and a limit and a lower warning
      * level each a percentage of it
      *
       READ-CONTROL-CARD SECTION.
       RC010.
           OPEN INPUT LECTL.
           IF LECTL-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening LECTL file, status='
                       LECTL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           READ LECTL
             AT END
               DISPLAY 'LRGEXPO - control card missing, run refused'
               CLOSE LECTL
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-READ.

           IF LEC-CAPITAL NOT NUMERIC OR
              LEC-LIMIT-PCT NOT NUMERIC OR
              LEC-WARN-PCT NOT NUMERIC
              MOVE 'Y' TO WS-CARD-BAD
           ELSE
              IF LEC-CAPITAL = 0 OR
                 LEC-LIMIT-PCT = 0 OR LEC-LIMIT-PCT > 100 OR
                 LEC-WARN-PCT = 0 OR LEC-WARN-PCT NOT < LEC-LIMIT-PCT
                 MOVE 'Y' TO WS-CARD-BAD
              END-IF
           END-IF.

           IF WS-CARD-BAD = 'Y'
              DISPLAY 'LRGEXPO - control card bad, run refused: '
                      LE-CONTROL-CARD(1:25)
              CLOSE LECTL
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE LEC-CAPITAL   TO WS-CAPITAL.
           MOVE LEC-LIMIT-PCT TO WS-LIMIT-PCT.
           MOVE LEC-WARN-PCT  TO WS-WARN-PCT.
           CLOSE LECTL.

           COMPUTE WS-LIMIT-AMOUNT ROUNDED =
              WS-CAPITAL * WS-LIMIT-PCT / 100.
           COMPUTE WS-WARN-AMOUNT ROUNDED =
              WS-CAPITAL * WS-WARN-PCT / 100.

           DISPLAY 'LRGEXPO capital ' WS-CAPITAL ' limit '
                   WS-LIMIT-PCT ' warning ' WS-WARN-PCT.

       RC999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT CUSTXREF.
           IF CUSTXREF-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening CUSTXREF file, status='
                       CUSTXREF-STATUS
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

           OPEN INPUT ACCTHLDR.
           IF ACCTHLDR-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ACCTHLDR file, status='
                       ACCTHLDR-STATUS
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

           OPEN INPUT CCYRATE.
           IF CCYRATE-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening CCYRATE file, status='
                       CCYRATE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT LEXPRPT.
           IF LEXPRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening LEXPRPT file, status='
                       LEXPRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * A bank customer linked to an insurance-side customer
      * another bank customer is already linked to joins that
      * customer's group
      *
       TAKE-ONE-LINK SECTION.
       TL010.
           MOVE XREF-BANK-SORTCODE TO WS-FIND-SORTCODE.
           MOVE XREF-BANK-CUSTOMER TO WS-FIND-CUSTOMER.
           PERFORM FIND-CUSTOMER.

           PERFORM VARYING WS-PL-SUB FROM 1 BY 1
              UNTIL WS-PL-SUB > WS-PL-USED
                 OR WS-PL-POLICY-CUSTOMER(WS-PL-SUB) =
                    XREF-POLICY-CUSTOMER
              CONTINUE
           END-PERFORM.

           IF WS-PL-SUB > WS-PL-USED
              IF WS-PL-USED NOT < WS-PL-MAX
                 DISPLAY 'LRGEXPO - link table full at ' WS-PL-MAX
                         ', run stopped'
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
              ADD 1 TO WS-PL-USED
              MOVE XREF-POLICY-CUSTOMER
                 TO WS-PL-POLICY-CUSTOMER(WS-PL-USED)
              MOVE WS-CP-SUB TO WS-PL-CP-SUB(WS-PL-USED)
              GO TO TL999
           END-IF.

           IF WS-PL-CP-SUB(WS-PL-SUB) = WS-CP-SUB
              GO TO TL999
           END-IF.

           MOVE 'Y' TO WS-CP-VIA-XREF(WS-CP-SUB).
           MOVE 'Y' TO WS-CP-VIA-XREF(WS-PL-CP-SUB(WS-PL-SUB)).
           MOVE WS-CP-SUB TO WS-CP-SUB2.
           MOVE WS-PL-CP-SUB(WS-PL-SUB) TO WS-CP-SUB.
           PERFORM JOIN-GROUPS.

       TL999.
           EXIT.

      *
      * One account: its other holders joined to its named
      * customer's group, and if open what it exposes the bank to
      * added to that customer
      *
       TAKE-ONE-ACCOUNT SECTION.
       TA010.
           PERFORM UNTIL WS-HOLDER-EXIT = 'Y' OR
                         AHLD-ACCOUNT-NUMBER NOT < ACCOUNT-NUMBER
              READ ACCTHLDR
                AT END MOVE 'Y' TO WS-HOLDER-EXIT
              END-READ
           END-PERFORM.

           MOVE 0 TO WS-NAMED-SUB.
           PERFORM UNTIL WS-HOLDER-EXIT = 'Y' OR
                         AHLD-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
              IF ACCOUNT-STATUS-OPEN AND
                 (AHLD-SORTCODE NOT = ACCOUNT-SORTCODE OR
                  AHLD-CUSTOMER-NUMBER NOT = ACCOUNT-CUSTOMER-NUMBER)
                 PERFORM TAKE-ONE-HOLDER
              END-IF
              READ ACCTHLDR
                AT END MOVE 'Y' TO WS-HOLDER-EXIT
              END-READ
           END-PERFORM.

           IF ACCOUNT-STATUS-CLOSED
              GO TO TA999
           END-IF.

           MOVE 0 TO WS-ACCT-LOAN WS-ACCT-DRAWN WS-ACCT-UNDRAWN.

           PERFORM GET-PRODUCT.
           IF PROD-CLASS-LOAN
              IF ACCOUNT-ACTUAL-BALANCE < 0
                 COMPUTE WS-ACCT-LOAN = 0 - ACCOUNT-ACTUAL-BALANCE
              END-IF
           ELSE
              IF ACCOUNT-ACTUAL-BALANCE < 0
                 COMPUTE WS-ACCT-DRAWN = 0 - ACCOUNT-ACTUAL-BALANCE
              END-IF
              IF ACCOUNT-OVERDRAFT-LIMIT > WS-ACCT-DRAWN
                 COMPUTE WS-ACCT-UNDRAWN =
                    ACCOUNT-OVERDRAFT-LIMIT - WS-ACCT-DRAWN
              END-IF
           END-IF.

           IF WS-ACCT-LOAN = 0 AND WS-ACCT-DRAWN = 0 AND
              WS-ACCT-UNDRAWN = 0
              GO TO TA999
           END-IF.

           ADD 1 TO WS-EXPOSED-CNT.
           PERFORM GET-ACCOUNT-RATE.
           IF WS-ACCT-RATED NOT = 'Y'
              GO TO TA999
           END-IF.

           MOVE ACCOUNT-SORTCODE        TO WS-FIND-SORTCODE.
           MOVE ACCOUNT-CUSTOMER-NUMBER TO WS-FIND-CUSTOMER.
           PERFORM FIND-CUSTOMER.

           ADD 1 TO WS-CP-ACCOUNTS(WS-CP-SUB).
           COMPUTE WS-GBP-AMOUNT ROUNDED = WS-ACCT-LOAN * WS-ACCT-RATE.
           ADD WS-GBP-AMOUNT TO WS-CP-LOANS(WS-CP-SUB).
           COMPUTE WS-GBP-AMOUNT ROUNDED =
              WS-ACCT-DRAWN * WS-ACCT-RATE.
           ADD WS-GBP-AMOUNT TO WS-CP-DRAWN(WS-CP-SUB).
           COMPUTE WS-GBP-AMOUNT ROUNDED =
              WS-ACCT-UNDRAWN * WS-ACCT-RATE.
           ADD WS-GBP-AMOUNT TO WS-CP-UNDRAWN(WS-CP-SUB).

       TA999.
           EXIT.

      *
      * A joint holder and the account's named customer, one group
      *
       TAKE-ONE-HOLDER SECTION.
       TH010.
           ADD 1 TO WS-HOLDER-CNT.

           IF WS-NAMED-SUB = 0
              MOVE ACCOUNT-SORTCODE        TO WS-FIND-SORTCODE
              MOVE ACCOUNT-CUSTOMER-NUMBER TO WS-FIND-CUSTOMER
              PERFORM FIND-CUSTOMER
              MOVE WS-CP-SUB TO WS-NAMED-SUB
              MOVE 'Y' TO WS-CP-VIA-JOINT(WS-NAMED-SUB)
           END-IF.

           MOVE AHLD-SORTCODE        TO WS-FIND-SORTCODE.
           MOVE AHLD-CUSTOMER-NUMBER TO WS-FIND-CUSTOMER.
           PERFORM FIND-CUSTOMER.
           MOVE 'Y' TO WS-CP-VIA-JOINT(WS-CP-SUB).

           MOVE WS-NAMED-SUB TO WS-CP-SUB2.
           PERFORM JOIN-GROUPS.

       TH999.
           EXIT.

      *
      * The customer's entry, added as a group of its own if new
      *
       FIND-CUSTOMER SECTION.
       FC010.
           PERFORM VARYING WS-CP-SUB FROM 1 BY 1
              UNTIL WS-CP-SUB > WS-CP-USED
                 OR (WS-CP-SORTCODE(WS-CP-SUB) = WS-FIND-SORTCODE AND
                     WS-CP-CUSTOMER(WS-CP-SUB) = WS-FIND-CUSTOMER)
              CONTINUE
           END-PERFORM.

           IF WS-CP-SUB NOT > WS-CP-USED
              GO TO FC999
           END-IF.

           IF WS-CP-USED NOT < WS-CP-MAX
              DISPLAY 'LRGEXPO - customer table full at ' WS-CP-MAX
                      ', run stopped'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-CP-USED.
           MOVE WS-CP-USED TO WS-CP-SUB.
           INITIALIZE WS-CP-ENTRY(WS-CP-SUB).
           MOVE WS-FIND-SORTCODE TO WS-CP-SORTCODE(WS-CP-SUB).
           MOVE WS-FIND-CUSTOMER TO WS-CP-CUSTOMER(WS-CP-SUB).
           MOVE WS-CP-SUB        TO WS-CP-PARENT(WS-CP-SUB).
           MOVE 'N'              TO WS-CP-VIA-JOINT(WS-CP-SUB)
                                    WS-CP-VIA-XREF(WS-CP-SUB).

       FC999.
           EXIT.

      *
      * The first customer of the group WS-ROOT's customer is in
      *
       FIND-GROUP SECTION.
       FG010.
           PERFORM UNTIL WS-CP-PARENT(WS-ROOT) = WS-ROOT
              MOVE WS-CP-PARENT(WS-ROOT) TO WS-ROOT
           END-PERFORM.

       FG999.
           EXIT.

      *
      * The groups of WS-CP-SUB's and WS-CP-SUB2's customers made
      * one, under whichever came first
      *
       JOIN-GROUPS SECTION.
       JG010.
           MOVE WS-CP-SUB TO WS-ROOT.
           PERFORM FIND-GROUP.
           MOVE WS-ROOT TO WS-ROOT-A.

           MOVE WS-CP-SUB2 TO WS-ROOT.
           PERFORM FIND-GROUP.
           MOVE WS-ROOT TO WS-ROOT-B.

           IF WS-ROOT-A < WS-ROOT-B
              MOVE WS-ROOT-A TO WS-CP-PARENT(WS-ROOT-B)
           ELSE
              MOVE WS-ROOT-B TO WS-CP-PARENT(WS-ROOT-A)
           END-IF.

      *
      * Both members pointed straight at the group's first
      * customer keeps the chains short
      *
           MOVE WS-CP-PARENT(WS-ROOT-A) TO WS-CP-PARENT(WS-CP-SUB)
                                          WS-CP-PARENT(WS-CP-SUB2).

       JG999.
           EXIT.

      *
      * Every member's exposure on to its group's first customer
      *
       TOTAL-GROUPS SECTION.
       TG010.
           PERFORM VARYING WS-CP-SUB FROM 1 BY 1
              UNTIL WS-CP-SUB > WS-CP-USED
              MOVE WS-CP-SUB TO WS-ROOT
              PERFORM FIND-GROUP
              MOVE WS-ROOT TO WS-CP-PARENT(WS-CP-SUB)
              ADD 1 TO WS-CP-GROUP-MEMBERS(WS-ROOT)
              ADD WS-CP-LOANS(WS-CP-SUB) WS-CP-DRAWN(WS-CP-SUB)
                  WS-CP-UNDRAWN(WS-CP-SUB)
                 TO WS-CP-GROUP-TOTAL(WS-ROOT)
           END-PERFORM.

           PERFORM VARYING WS-CP-SUB FROM 1 BY 1
              UNTIL WS-CP-SUB > WS-CP-USED
              IF WS-CP-PARENT(WS-CP-SUB) = WS-CP-SUB AND
                 WS-CP-GROUP-TOTAL(WS-CP-SUB) > 0
                 ADD 1 TO WS-GROUP-CNT
              END-IF
           END-PERFORM.

       TG999.
           EXIT.

      *
      * The group at WS-GROUP-SUB and each of its members
      *
       REPORT-ONE-GROUP SECTION.
       RG010.
           MOVE WS-GROUP-SUB TO WS-RPT-GR-NUMBER.
           MOVE WS-CP-GROUP-MEMBERS(WS-GROUP-SUB)
              TO WS-RPT-GR-MEMBERS.
           MOVE WS-CP-GROUP-TOTAL(WS-GROUP-SUB) TO WS-RPT-GR-TOTAL.
           COMPUTE WS-PCT-OF-CAPITAL ROUNDED =
              WS-CP-GROUP-TOTAL(WS-GROUP-SUB) * 100 / WS-CAPITAL.
           MOVE WS-PCT-OF-CAPITAL TO WS-RPT-GR-PCT.
           WRITE LE-PRINT-RECORD FROM WS-RPT-GROUP.
           WRITE LE-PRINT-RECORD FROM WS-RPT-MEMBER-HEADING.

           PERFORM VARYING WS-CP-SUB FROM 1 BY 1
              UNTIL WS-CP-SUB > WS-CP-USED
              IF WS-CP-PARENT(WS-CP-SUB) = WS-GROUP-SUB
                 PERFORM REPORT-ONE-MEMBER
              END-IF
           END-PERFORM.

       RG999.
           EXIT.

       REPORT-ONE-MEMBER SECTION.
       RM010.
           MOVE WS-CP-SORTCODE(WS-CP-SUB) TO WS-RPT-MB-SORTCODE
                                             CUSTOMER-SORTCODE.
           MOVE WS-CP-CUSTOMER(WS-CP-SUB) TO WS-RPT-MB-CUSTOMER
                                             CUSTOMER-NUMBER.
           READ CUSTFILE
              KEY IS CUSTOMER-KEY
           END-READ.
           IF CUSTFILE-STATUS = '00'
              MOVE CUSTOMER-NAME TO WS-RPT-MB-NAME
           ELSE
              MOVE '*** NOT ON CUSTOMER FILE ***' TO WS-RPT-MB-NAME
           END-IF.

           MOVE WS-CP-LOANS(WS-CP-SUB)   TO WS-RPT-MB-LOANS.
           MOVE WS-CP-DRAWN(WS-CP-SUB)   TO WS-RPT-MB-DRAWN.
           MOVE WS-CP-UNDRAWN(WS-CP-SUB) TO WS-RPT-MB-UNDRAWN.
           COMPUTE WS-MEMBER-TOTAL = WS-CP-LOANS(WS-CP-SUB) +
                                     WS-CP-DRAWN(WS-CP-SUB) +
                                     WS-CP-UNDRAWN(WS-CP-SUB).
           MOVE WS-MEMBER-TOTAL TO WS-RPT-MB-TOTAL.

           EVALUATE TRUE
              WHEN WS-CP-VIA-JOINT(WS-CP-SUB) = 'Y' AND
                   WS-CP-VIA-XREF(WS-CP-SUB) = 'Y'
                 MOVE 'JOINT + XREF ' TO WS-RPT-MB-VIA
              WHEN WS-CP-VIA-JOINT(WS-CP-SUB) = 'Y'
                 MOVE 'JOINT ACCOUNT' TO WS-RPT-MB-VIA
              WHEN WS-CP-VIA-XREF(WS-CP-SUB) = 'Y'
                 MOVE 'XREF LINK    ' TO WS-RPT-MB-VIA
              WHEN OTHER
                 MOVE 'ALONE        ' TO WS-RPT-MB-VIA
           END-EVALUATE.

           WRITE LE-PRINT-RECORD FROM WS-RPT-MEMBER.

       RM999.
           EXIT.

      *
      * Sterling is rate 1; another currency takes the CCYRATE
      * rate, and one without a usable rate leaves the account's
      * money out
      *
       GET-ACCOUNT-RATE SECTION.
       AR010.
           MOVE 'Y' TO WS-ACCT-RATED.
           MOVE 1   TO WS-ACCT-RATE.

           MOVE ACCOUNT-CURRENCY-CODE TO WS-ACCT-CCY.
           IF WS-ACCT-CCY = SPACES OR WS-ACCT-CCY = 'GBP'
              GO TO AR999
           END-IF.

           MOVE WS-ACCT-CCY TO CCY-CODE.
           READ CCYRATE
              KEY IS CCY-CODE
           END-READ.

           IF CCYRATE-STATUS NOT = '00' OR CCY-RATE-TO-GBP = 0
              DISPLAY 'LRGEXPO - no rate for ' WS-ACCT-CCY
                      ', account ' ACCOUNT-NUMBER ' left out'
              ADD 1 TO WS-NORATE-CNT
              MOVE 'N' TO WS-ACCT-RATED
           ELSE
              MOVE CCY-RATE-TO-GBP TO WS-ACCT-RATE
           END-IF.

       AR999.
           EXIT.

       GET-PRODUCT SECTION.
       GP010.
           MOVE 'GET  '      TO WS-PIP-FUNCTION.
           MOVE ACCOUNT-TYPE TO WS-PIP-ACCOUNT-TYPE.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

           IF WS-PIP-STATUS = 'E'
              DISPLAY 'LRGEXPO - product master unavailable, run '
                      'stopped'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       GP999.
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
              DISPLAY 'LRGEXPO - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-ACCOUNT-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE CUSTXREF.
           CLOSE ACCTFILE.
           CLOSE ACCTHLDR.
           CLOSE CUSTFILE.
           CLOSE CCYRATE.
           CLOSE LEXPRPT.

           MOVE 'CLOSE' TO WS-PIP-FUNCTION.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

       CF999.
           EXIT.
