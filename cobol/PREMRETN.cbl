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
      * Premium collection returns, run after DDCOLL. Feeds the
      * outcome of the insurer's direct debit premiums back to the
      * policy side on the PREMARR unpaid premium register.
      *
      * PREMCOL is the collection file DDCOLL read and DDRETN the
      * returns it wrote; only the insurer's originator id is looked
      * at on either. A premium that came back is unpaid: the policy
      * named in the first 10 characters of the reference is added
      * to PREMARR if it is not there yet, with the policyholder from
      * the policy database, and its unpaid count and amount and its
      * run of consecutive failed collections go up. A premium that
      * was presented and did not come back was collected, and ends
      * the policy's run of failures; the money already unpaid stays
      * on the register for the insurance side to chase.
      *
      * A policy whose run reaches two consecutive failed
      * collections, or goes on past it, is listed on the LAPSRPT
      * lapse-warning report for the insurance side to write to the
      * policyholder before the cover lapses, and the run ends RC 4.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREMRETN.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREMCOL
                  ASSIGN TO PREMCOL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS PREMCOL-STATUS.

           SELECT DDRETN
                  ASSIGN TO DDRETN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS DDRETN-STATUS.

           SELECT PREMARR
                  ASSIGN TO PREMARR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PARR-POLICY-NUMBER
                  FILE STATUS  IS PREMARR-STATUS.

           SELECT LAPSRPT
                  ASSIGN TO LAPSRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS LAPSRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  PREMCOL.
       01  COLLECTION-RECORD.
           05 COLL-ORIGINATOR-ID           PIC 9(6).
           05 COLL-ACCOUNT-NUMBER          PIC 9(11).
           05 COLL-REFERENCE               PIC X(18).
           05 COLL-AMOUNT                  PIC 9(9)V99.
           05 FILLER                       PIC X(34).

       FD  DDRETN.
       01  RETURN-RECORD.
           05 RETN-ORIGINAL                PIC X(80).
           05 RETN-REASON                  PIC X(3).

       FD  PREMARR.
       01  ARREARS-RECORD.
       COPY PREMARR.

       FD  LAPSRPT.
       01  LAPS-PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  PREMCOL-STATUS.
           05 PREMCOL-STATUS1              PIC X.
           05 PREMCOL-STATUS2              PIC X.

       01  DDRETN-STATUS.
           05 DDRETN-STATUS1               PIC X.
           05 DDRETN-STATUS2               PIC X.

       01  PREMARR-STATUS.
           05 PREMARR-STATUS1              PIC X.
           05 PREMARR-STATUS2              PIC X.

       01  LAPSRPT-STATUS.
           05 LAPSRPT-STATUS1              PIC X.
           05 LAPSRPT-STATUS2              PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.

      *
      * The insurer's own originator id for collecting premiums,
      * as PREMCOLL extracts under
      *
       01 WS-INSURER-ORIGINATOR            PIC 9(6) VALUE 999002.

      *
      * Lapse warning once this many collections in a row have failed
      *
       01 WS-LAPSE-FAILURES                PIC 9(3) VALUE 2.

       01 WS-PRESENTED-CNT                 PIC 9(7) VALUE 0.
       01 WS-COLLECTED-CNT                 PIC 9(7) VALUE 0.
       01 WS-UNPAID-CNT                    PIC 9(7) VALUE 0.
       01 WS-UNMATCHED-CNT                 PIC 9(7) VALUE 0.
       01 WS-UNUSABLE-CNT                  PIC 9(7) VALUE 0.
       01 WS-NEW-ARREARS-CNT               PIC 9(7) VALUE 0.
       01 WS-LAPSE-CNT                     PIC 9(7) VALUE 0.
       01 WS-UNPAID-TOTAL                  PIC S9(13)V99 COMP-3
                                                VALUE 0.

      *
      * The insurer's returns, each matched off against the item
      * presented for it
      *
       01 WS-RETN-MAX                      PIC 9(5) COMP VALUE 5000.
       01 WS-RETN-TABLE.
           05 WS-RETN-USED                 PIC 9(5) COMP VALUE 0.
           05 WS-RETN-ENTRY OCCURS 5000 TIMES.
              10 WS-RT-ORIGINAL            PIC X(80).
              10 WS-RT-REASON              PIC X(3).
              10 WS-RT-MATCHED             PIC X.
       01 WS-RETN-NDX                      PIC 9(5) COMP.
       01 WS-RETN-FOUND                    PIC 9(5) COMP.

      *
      * The item being fed back, presented or returned
      *
       01 WS-ITEM.
           05 WS-ITEM-ORIGINATOR-ID        PIC 9(6).
           05 WS-ITEM-ACCOUNT-NUMBER       PIC 9(11).
           05 WS-ITEM-REFERENCE            PIC X(18).
           05 WS-ITEM-POLICY-NUMBER REDEFINES WS-ITEM-REFERENCE.
              10 WS-ITEM-POLICY-NO         PIC X(10).
              10 FILLER                    PIC X(8).
           05 WS-ITEM-AMOUNT               PIC 9(9)V99.
           05 FILLER                       PIC X(34).
       01 WS-ITEM-REASON                   PIC X(3).
       01 WS-ITEM-PREMIUM                  PIC S9(9)V99 COMP-3.
       01 WS-ARREARS-FOUND                 PIC X.

       01 WS-SQL-POLICY-NO                 PIC S9(9) COMP.
       01 WS-SQL-CUSTOMER                  PIC S9(9) COMP.
       01 WS-SQL-FIRSTNAME                 PIC X(10).
       01 WS-SQL-LASTNAME                  PIC X(20).
       01 WS-HOLDER-NAME                   PIC X(31).

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
                 VALUE 'PREMRETN PREMIUM LAPSE WARNINGS    '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(87) VALUE SPACES.

       01 WS-RPT-COLUMNS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(36) VALUE
              'POLICY      CUSTOMER    POLICYHOLDER'.
           05 FILLER                       PIC X(24) VALUE SPACES.
           05 FILLER                       PIC X(52) VALUE
              'ACCOUNT       LAST PREMIUM RSN  FAILS  UNPAID TOTAL'.
           05 FILLER                       PIC X(20) VALUE SPACES.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-POLICY-NO             PIC 9(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-CUSTOMER              PIC 9(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-NAME                  PIC X(31).
           05 FILLER                       PIC X(5) VALUE SPACES.
           05 WS-RPT-ACCT-NO               PIC 9(11).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-PREMIUM               PIC -(9)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-REASON                PIC X(3).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-FAILURES              PIC ZZ9.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-UNPAID                PIC -(11)9.99.
           05 FILLER                       PIC X(19) VALUE SPACES.

       01 WS-RPT-TOTAL.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(22)
                 VALUE 'LAPSE WARNINGS        '.
           05 WS-RPT-TOT-CNT               PIC ZZZZZZ9.
           05 FILLER                       PIC X(103) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'PREMRETN'.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

            EXEC SQL
             INCLUDE SQLCA
            END-EXEC.

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started PREMRETN.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE.

           PERFORM OPEN-FILES.

           WRITE LAPS-PRINT-RECORD FROM WS-RPT-HEADER.
           WRITE LAPS-PRINT-RECORD FROM WS-RPT-COLUMNS.

           PERFORM LOAD-INSURER-RETURNS.

           READ PREMCOL
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              IF COLL-ORIGINATOR-ID = WS-INSURER-ORIGINATOR
                 ADD 1 TO WS-PRESENTED-CNT
                 PERFORM FEED-BACK-ONE-ITEM
              END-IF
              READ PREMCOL
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

      *
      * A return with no presented item to match still says the
      * premium was not collected
      *
           PERFORM VARYING WS-RETN-NDX FROM 1 BY 1
                   UNTIL WS-RETN-NDX > WS-RETN-USED
              IF WS-RT-MATCHED(WS-RETN-NDX) = 'N'
                 ADD 1 TO WS-UNMATCHED-CNT
                 MOVE WS-RT-ORIGINAL(WS-RETN-NDX) TO WS-ITEM
                 MOVE WS-RT-REASON(WS-RETN-NDX)   TO WS-ITEM-REASON
                 PERFORM RECORD-UNPAID-PREMIUM
              END-IF
           END-PERFORM.

           MOVE WS-LAPSE-CNT TO WS-RPT-TOT-CNT.
           WRITE LAPS-PRINT-RECORD FROM WS-RPT-TOTAL.

           DISPLAY 'PREMRETN presented ' WS-PRESENTED-CNT
                   ': collected ' WS-COLLECTED-CNT ', unpaid '
                   WS-UNPAID-CNT ' for ' WS-UNPAID-TOTAL
                   ' (' WS-UNMATCHED-CNT ' not on PREMCOL, '
                   WS-UNUSABLE-CNT ' naming no policy), new on '
                   'PREMARR ' WS-NEW-ARREARS-CNT ', lapse warnings '
                   WS-LAPSE-CNT '.'.

           IF WS-LAPSE-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT PREMCOL.
           IF PREMCOL-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening PREMCOL file, status='
                       PREMCOL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT DDRETN.
           IF DDRETN-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening DDRETN file, status='
                       DDRETN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O PREMARR.
           IF PREMARR-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening PREMARR file, status='
                       PREMARR-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT LAPSRPT.
           IF LAPSRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening LAPSRPT file, status='
                       LAPSRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * Hold every return made against the insurer. A table too
      * small to hold them stops the run rather than count an unpaid
      * premium as collected
      *
       LOAD-INSURER-RETURNS SECTION.
       LR010.
           MOVE 'N' TO WS-EXIT.
           READ DDRETN
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              MOVE RETN-ORIGINAL TO WS-ITEM
              IF WS-ITEM-ORIGINATOR-ID = WS-INSURER-ORIGINATOR
                 IF WS-RETN-USED NOT < WS-RETN-MAX
                    DISPLAY 'PREMRETN - more than ' WS-RETN-MAX
                            ' insurer returns, run refused'
                    MOVE 12 TO RETURN-CODE
                    PERFORM PROGRAM-DONE
                 END-IF
                 ADD 1 TO WS-RETN-USED
                 MOVE RETN-ORIGINAL TO WS-RT-ORIGINAL(WS-RETN-USED)
                 MOVE RETN-REASON   TO WS-RT-REASON(WS-RETN-USED)
                 MOVE 'N'           TO WS-RT-MATCHED(WS-RETN-USED)
              END-IF
              READ DDRETN
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EXIT.

       LR999.
           EXIT.

      *
      * A presented item is unpaid if a return was made for it, and
      * collected if not
      *
       FEED-BACK-ONE-ITEM SECTION.
       FB010.
           MOVE 0 TO WS-RETN-FOUND.

           PERFORM VARYING WS-RETN-NDX FROM 1 BY 1
                   UNTIL WS-RETN-NDX > WS-RETN-USED OR
                         WS-RETN-FOUND NOT = 0
              IF WS-RT-MATCHED(WS-RETN-NDX) = 'N' AND
                 WS-RT-ORIGINAL(WS-RETN-NDX) = COLLECTION-RECORD
                 MOVE WS-RETN-NDX TO WS-RETN-FOUND
              END-IF
           END-PERFORM.

           MOVE COLLECTION-RECORD TO WS-ITEM.

           IF WS-RETN-FOUND = 0
              PERFORM RECORD-COLLECTED-PREMIUM
           ELSE
              MOVE 'Y' TO WS-RT-MATCHED(WS-RETN-FOUND)
              MOVE WS-RT-REASON(WS-RETN-FOUND) TO WS-ITEM-REASON
              PERFORM RECORD-UNPAID-PREMIUM
           END-IF.

       FB999.
           EXIT.

      *
      * Collected: the policy's run of failures is over. A policy
      * that never failed has nothing on PREMARR to change
      *
       RECORD-COLLECTED-PREMIUM SECTION.
       RC010.
           ADD 1 TO WS-COLLECTED-CNT.

           IF WS-ITEM-POLICY-NO NOT NUMERIC
              GO TO RC999
           END-IF.

           MOVE WS-ITEM-POLICY-NO TO PARR-POLICY-NUMBER.
           READ PREMARR
              KEY IS PARR-POLICY-NUMBER
           END-READ.

           IF PREMARR-STATUS = '23'
              GO TO RC999
           END-IF.

           IF PREMARR-STATUS NOT = '00'
              DISPLAY 'PREMRETN - error reading PREMARR for policy '
                      PARR-POLICY-NUMBER ' status=' PREMARR-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 0           TO PARR-CONSEC-FAILURES.
           MOVE WS-RUN-DATE TO PARR-LAST-PAID-DATE.
           MOVE WS-ITEM-ACCOUNT-NUMBER TO PARR-ACCOUNT-NUMBER.
           MOVE WS-ITEM-REFERENCE      TO PARR-REFERENCE.

           REWRITE ARREARS-RECORD.
           IF PREMARR-STATUS NOT = '00'
              DISPLAY 'PREMRETN - error rewriting PREMARR for policy '
                      PARR-POLICY-NUMBER ' status=' PREMARR-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RC999.
           EXIT.

      *
      * Returned: the premium is unpaid on the policy side
      *
       RECORD-UNPAID-PREMIUM SECTION.
       RU010.
           IF WS-ITEM-POLICY-NO NOT NUMERIC
              ADD 1 TO WS-UNUSABLE-CNT
              DISPLAY 'PREMRETN - return names no policy, reference '
                      WS-ITEM-REFERENCE ' reason ' WS-ITEM-REASON
              GO TO RU999
           END-IF.

           IF WS-ITEM-AMOUNT NUMERIC
              MOVE WS-ITEM-AMOUNT TO WS-ITEM-PREMIUM
           ELSE
              MOVE 0 TO WS-ITEM-PREMIUM
           END-IF.

           ADD 1 TO WS-UNPAID-CNT.
           ADD WS-ITEM-PREMIUM TO WS-UNPAID-TOTAL.

           MOVE WS-ITEM-POLICY-NO TO PARR-POLICY-NUMBER.
           READ PREMARR
              KEY IS PARR-POLICY-NUMBER
           END-READ.

           EVALUATE PREMARR-STATUS
              WHEN '00'
                 MOVE 'Y' TO WS-ARREARS-FOUND
              WHEN '23'
                 MOVE 'N' TO WS-ARREARS-FOUND
                 PERFORM START-ARREARS-RECORD
              WHEN OTHER
                 DISPLAY 'PREMRETN - error reading PREMARR for policy '
                         PARR-POLICY-NUMBER ' status=' PREMARR-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
           END-EVALUATE.

           ADD 1 TO PARR-CONSEC-FAILURES.
           ADD 1 TO PARR-UNPAID-COUNT.
           ADD WS-ITEM-PREMIUM TO PARR-UNPAID-AMOUNT.
           MOVE WS-RUN-DATE            TO PARR-LAST-FAIL-DATE.
           MOVE WS-ITEM-REASON         TO PARR-LAST-FAIL-REASON.
           MOVE WS-ITEM-PREMIUM        TO PARR-LAST-FAIL-AMOUNT.
           MOVE WS-ITEM-ACCOUNT-NUMBER TO PARR-ACCOUNT-NUMBER.
           MOVE WS-ITEM-REFERENCE      TO PARR-REFERENCE.

           IF PARR-CONSEC-FAILURES NOT < WS-LAPSE-FAILURES
              PERFORM WARN-OF-LAPSE
           END-IF.

           IF WS-ARREARS-FOUND = 'Y'
              REWRITE ARREARS-RECORD
           ELSE
              WRITE ARREARS-RECORD
              ADD 1 TO WS-NEW-ARREARS-CNT
           END-IF.

           IF PREMARR-STATUS NOT = '00'
              DISPLAY 'PREMRETN - error writing PREMARR for policy '
                      PARR-POLICY-NUMBER ' status=' PREMARR-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RU999.
           EXIT.

      *
      * A policy's first unpaid premium opens its register record,
      * with the policyholder the policy database holds
      *
       START-ARREARS-RECORD SECTION.
       SA010.
           INITIALIZE ARREARS-RECORD.
           MOVE WS-ITEM-POLICY-NO TO PARR-POLICY-NUMBER.
           MOVE SPACES TO PARR-LAST-FAIL-DATE
                          PARR-LAST-PAID-DATE
                          PARR-LAPSE-WARNED-DATE.

           PERFORM GET-POLICYHOLDER.
           MOVE WS-SQL-CUSTOMER TO PARR-POLICY-CUSTOMER.

       SA999.
           EXIT.

       WARN-OF-LAPSE SECTION.
       WL010.
           PERFORM GET-POLICYHOLDER.

           MOVE PARR-POLICY-NUMBER     TO WS-RPT-POLICY-NO.
           MOVE PARR-POLICY-CUSTOMER   TO WS-RPT-CUSTOMER.
           MOVE WS-HOLDER-NAME         TO WS-RPT-NAME.
           MOVE PARR-ACCOUNT-NUMBER    TO WS-RPT-ACCT-NO.
           MOVE PARR-LAST-FAIL-AMOUNT  TO WS-RPT-PREMIUM.
           MOVE PARR-LAST-FAIL-REASON  TO WS-RPT-REASON.
           MOVE PARR-CONSEC-FAILURES   TO WS-RPT-FAILURES.
           MOVE PARR-UNPAID-AMOUNT     TO WS-RPT-UNPAID.
           WRITE LAPS-PRINT-RECORD FROM WS-RPT-DETAIL.

           MOVE WS-RUN-DATE TO PARR-LAPSE-WARNED-DATE.
           ADD 1 TO WS-LAPSE-CNT.

       WL999.
           EXIT.

      *
      * The policyholder's customer number and name. A policy gone
      * from the database is still warned of, under customer zero
      *
       GET-POLICYHOLDER SECTION.
       GH010.
           MOVE PARR-POLICY-NUMBER TO WS-SQL-POLICY-NO.

           EXEC SQL
              SELECT P.CUSTOMERNUMBER, C.FIRSTNAME, C.LASTNAME
              INTO :WS-SQL-CUSTOMER,
                   :WS-SQL-FIRSTNAME,
                   :WS-SQL-LASTNAME
              FROM POLICY P, CUSTOMER C
              WHERE P.POLICYNUMBER   = :WS-SQL-POLICY-NO
                AND C.CUSTOMERNUMBER = P.CUSTOMERNUMBER
           END-EXEC.

           IF SQLCODE = 100
              MOVE 0 TO WS-SQL-CUSTOMER
              MOVE 'POLICY NOT ON DATABASE' TO WS-HOLDER-NAME
              GO TO GH999
           END-IF.

           IF SQLCODE NOT = 0
              DISPLAY 'PREMRETN - policyholder select failed, '
                      'SQLCODE=' SQLCODE
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE SPACES TO WS-HOLDER-NAME.
           STRING WS-SQL-FIRSTNAME DELIMITED BY '  '
                  ' '              DELIMITED BY SIZE
                  WS-SQL-LASTNAME  DELIMITED BY '  '
              INTO WS-HOLDER-NAME
           END-STRING.

       GH999.
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
              DISPLAY 'PREMRETN - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-PRESENTED-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE PREMCOL.
           CLOSE DDRETN.
           CLOSE PREMARR.
           CLOSE LAPSRPT.

       CF999.
           EXIT.
