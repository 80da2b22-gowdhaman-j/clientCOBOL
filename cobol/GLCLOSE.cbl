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
      * Month-end and year-end general ledger close. GLPOST leaves
      * one GLSUM line per day, sortcode and GL code; this run
      * rolls a month of them (PARM='YYYY-MM', default the month
      * before the business date) into the GLPBAL period balances:
      * the previous period's closing balance is the opening, the
      * month's GLSUM lines are the movement, and the two make the
      * closing balance. The very first close has no previous
      * period, so every GLSUM line before the month is taken as
      * the opening instead.
      *
      * Closing a December is the year end - the INTX interest,
      * FEEI fee income, IMPX impairment charge and RECV written-off
      * recoveries lines are profit and loss, so each sortcode's
      * year-to-date balance on them is cleared into RETE retained
      * earnings, currency by currency, and the new year opens
      * them at zero. The PROV loan-loss provision ECLPROV posts
      * against IMPX, and that LOANWOFF write-offs are charged to,
      * is a balance sheet line and carries forward.
      *
      * GLSUM lines and GLPBAL balances written before the currency
      * joined their keys carry spaces there; they were all
      * sterling and are taken as GBP, so every balance this run
      * writes is keyed by a real currency.
      *
      * The GLCRPT report is the monthly trial balance, every line
      * marked balance sheet or profit and loss, with the two
      * totals of the split. When the month's movement and the
      * closing balances both foot to zero the period is written
      * closed on GLPERIOD, and from then on GLPOST and INTADJ
      * refuse any date in it. An out-of-balance month is left
      * open and ends RC 16. A month already closed, or one whose
      * previous month is still open, is refused RC 8.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCLOSE.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLSUM
                  ASSIGN TO GLSUM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS GLS-KEY
                  FILE STATUS  IS GLSUM-STATUS.

           SELECT GLPBAL
                  ASSIGN TO GLPBAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS GLB-KEY
                  FILE STATUS  IS GLPBAL-STATUS.

           SELECT GLPERIOD
                  ASSIGN TO GLPERIOD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS GLP-PERIOD
                  FILE STATUS  IS GLPERIOD-STATUS.

           SELECT GLCRPT
                  ASSIGN TO GLCRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS GLCRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  GLSUM.
       01  GL-SUMMARY-RECORD.
       COPY GLSUM.

       FD  GLPBAL.
       01  GL-PERIOD-BALANCE-RECORD.
       COPY GLPBAL.

       FD  GLPERIOD.
       01  GL-PERIOD-RECORD.
       COPY GLPERIOD.

       FD  GLCRPT.
       01  GLC-PRINT-RECORD                PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  GLSUM-STATUS.
           05 GLSUM-STATUS1                PIC X.
           05 GLSUM-STATUS2                PIC X.

       01  GLPBAL-STATUS.
           05 GLPBAL-STATUS1               PIC X.
           05 GLPBAL-STATUS2               PIC X.

       01  GLPERIOD-STATUS.
           05 GLPERIOD-STATUS1             PIC X.
           05 GLPERIOD-STATUS2             PIC X.

       01  GLCRPT-STATUS.
           05 GLCRPT-STATUS1               PIC X.
           05 GLCRPT-STATUS2               PIC X.

       01 WS-SCAN-EXIT                     PIC X.
       01 WS-FIRST-CLOSE                   PIC X    VALUE 'N'.

       01 WS-PERIOD.
           05 WS-PERIOD-YEAR               PIC 9(4).
           05 WS-PERIOD-DASH               PIC X    VALUE '-'.
           05 WS-PERIOD-MONTH              PIC 99.

       01 WS-PRIOR-PERIOD.
           05 WS-PRIOR-YEAR                PIC 9(4).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-PRIOR-MONTH               PIC 99.

       01 WS-SUM-LINE-CNT                  PIC 9(7) VALUE 0.
       01 WS-EARLIER-LINE-CNT              PIC 9(7) VALUE 0.

       01 WS-MOVE-TOTAL                    PIC S9(14)V99 COMP-3
                                                VALUE 0.
       01 WS-BS-TOTAL                      PIC S9(14)V99 COMP-3
                                                VALUE 0.
       01 WS-PL-TOTAL                      PIC S9(14)V99 COMP-3
                                                VALUE 0.
       01 WS-YE-TOTAL                      PIC S9(14)V99 COMP-3
                                                VALUE 0.
       01 WS-TRIAL-TOTAL                   PIC S9(14)V99 COMP-3
                                                VALUE 0.
       01 WS-CLEAR-AMOUNT                  PIC S9(13)V99 COMP-3.

       01 WS-FIND-SORTCODE                 PIC 9(6).
       01 WS-FIND-CODE                     PIC X(4).
          88 WS-FIND-CODE-INCOME           VALUE 'INTX' 'FEEI'
                                                 'IMPX' 'RECV'.
       01 WS-FIND-CURRENCY                 PIC X(3).

      *
      * One line per sortcode, GL code and currency for the period
      * being closed, built up in storage and written to GLPBAL at
      * end
      *
       01 WS-BAL-TABLE.
           05 WS-BAL-MAX                   PIC 9(3) COMP VALUE 500.
           05 WS-BAL-USED                  PIC 9(3) COMP VALUE 0.
           05 WS-BAL-ENTRY OCCURS 500 TIMES
                 INDEXED BY BAL-NDX FND-NDX.
              10 WS-BAL-SORTCODE           PIC 9(6).
              10 WS-BAL-CODE               PIC X(4).
                 88 WS-BAL-CODE-INCOME     VALUE 'INTX' 'FEEI'
                                                 'IMPX' 'RECV'.
              10 WS-BAL-CURRENCY           PIC X(3).
              10 WS-BAL-OPENING            PIC S9(13)V99 COMP-3.
              10 WS-BAL-MOVEMENT           PIC S9(13)V99 COMP-3.
              10 WS-BAL-YEAR-END           PIC S9(13)V99 COMP-3.
              10 WS-BAL-CLOSING            PIC S9(13)V99 COMP-3.

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
           05 FILLER                       PIC X(33)
                 VALUE 'GLCLOSE PERIOD TRIAL BALANCE FOR '.
           05 WS-RPT-HDR-PERIOD            PIC X(7).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-HDR-YEAR-END          PIC X(20).
           05 FILLER                       PIC X(70) VALUE SPACES.

       01 WS-RPT-COLUMNS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(45)
                 VALUE 'SORTCD  CODE  CCY  NAME'.
           05 FILLER                       PIC X(15)
                 VALUE 'CLASS'.
           05 FILLER                       PIC X(18)
                 VALUE '         OPENING'.
           05 FILLER                       PIC X(18)
                 VALUE '        MOVEMENT'.
           05 FILLER                       PIC X(18)
                 VALUE '        YEAR END'.
           05 FILLER                       PIC X(18)
                 VALUE '         CLOSING'.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-SORTCODE              PIC 9(6).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-GL-CODE               PIC X(4).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-CURRENCY              PIC X(3).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-GL-NAME               PIC X(24).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-CLASS                 PIC X(13).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-OPENING               PIC -(12)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-MOVEMENT              PIC -(12)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-YEAR-END              PIC -(12)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-CLOSING               PIC -(12)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.

       01 WS-RPT-TOTAL.
           05 WS-RPT-TOT-CC                PIC X.
           05 WS-RPT-TOT-LABEL             PIC X(22).
           05 WS-RPT-TOT-AMOUNT            PIC -(13)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-TOT-VERDICT           PIC X(20).
           05 FILLER                       PIC X(71) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'GLCLOSE '.
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
           DISPLAY 'Started GLCLOSE.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           PERFORM GET-BUSINESS-DATE.

           PERFORM SET-PERIOD.

           PERFORM OPEN-FILES.

           PERFORM CHECK-PERIOD-STATE.

           IF WS-FIRST-CLOSE = 'N'
              PERFORM LOAD-OPENING-BALANCES
           END-IF.

           PERFORM ADD-MONTH-MOVEMENT.

           PERFORM CLOSE-BALANCES.

           PERFORM WRITE-PERIOD-BALANCES.

           PERFORM PRINT-TRIAL-BALANCE.

           DISPLAY 'GLCLOSE rolled ' WS-SUM-LINE-CNT ' GLSUM lines '
                   'for ' WS-PERIOD ' (' WS-EARLIER-LINE-CNT
                   ' earlier lines taken as opening) into '
                   WS-BAL-USED ' period balances.'.

           IF WS-MOVE-TOTAL = 0 AND WS-TRIAL-TOTAL = 0
              PERFORM LOCK-PERIOD
              DISPLAY 'GLCLOSE period ' WS-PERIOD
                      ' PROVES - closed and locked.'
           ELSE
              DISPLAY 'GLCLOSE PERIOD ' WS-PERIOD ' OUT BY '
                      WS-TRIAL-TOTAL ', MOVEMENT OUT BY '
                      WS-MOVE-TOTAL ' - LEFT OPEN'
              MOVE 16 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

      *
      * The month to close, and the month before it
      *
       SET-PERIOD SECTION.
       SP010.
           IF PARM-LENGTH >= 7
              MOVE PARM-DATA(1:7) TO WS-PERIOD
           ELSE
              MOVE WS-RUN-YEAR  TO WS-PERIOD-YEAR
              MOVE WS-RUN-MONTH TO WS-PERIOD-MONTH
              IF WS-PERIOD-MONTH = 1
                 MOVE 12 TO WS-PERIOD-MONTH
                 SUBTRACT 1 FROM WS-PERIOD-YEAR
              ELSE
                 SUBTRACT 1 FROM WS-PERIOD-MONTH
              END-IF
           END-IF.

           IF WS-PERIOD-YEAR NOT NUMERIC OR
              WS-PERIOD-MONTH NOT NUMERIC OR
              WS-PERIOD-DASH NOT = '-' OR
              WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
              DISPLAY 'GLCLOSE - period must be YYYY-MM, got '
                      WS-PERIOD
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE WS-PERIOD-YEAR  TO WS-PRIOR-YEAR.
           MOVE WS-PERIOD-MONTH TO WS-PRIOR-MONTH.
           IF WS-PRIOR-MONTH = 1
              MOVE 12 TO WS-PRIOR-MONTH
              SUBTRACT 1 FROM WS-PRIOR-YEAR
           ELSE
              SUBTRACT 1 FROM WS-PRIOR-MONTH
           END-IF.

           MOVE WS-PERIOD TO WS-RPT-HDR-PERIOD.
           IF WS-PERIOD-MONTH = 12
              MOVE 'YEAR-END CLOSE      ' TO WS-RPT-HDR-YEAR-END
           ELSE
              MOVE SPACES TO WS-RPT-HDR-YEAR-END
           END-IF.

       SP999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT GLSUM.
           IF GLSUM-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening GLSUM file, status='
                       GLSUM-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O GLPBAL.
           IF GLPBAL-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening GLPBAL file, status='
                       GLPBAL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O GLPERIOD.
           IF GLPERIOD-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening GLPERIOD file, status='
                       GLPERIOD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT GLCRPT.
           IF GLCRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening GLCRPT file, status='
                       GLCRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * Periods close in order: a closed month is never closed
      * again, and a month closes only once the month before it
      * has - unless nothing has ever been closed, which makes
      * this the first close
      *
       CHECK-PERIOD-STATE SECTION.
       CS010.
           MOVE WS-PERIOD TO GLP-PERIOD.
           READ GLPERIOD
              KEY IS GLP-PERIOD
           END-READ.

           IF GLPERIOD-STATUS = '00' AND GLP-STATUS-CLOSED
              DISPLAY 'GLCLOSE - period ' WS-PERIOD ' is already '
                      'closed, run refused'
              MOVE 8 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE WS-PRIOR-PERIOD TO GLP-PERIOD.
           READ GLPERIOD
              KEY IS GLP-PERIOD
           END-READ.

           IF GLPERIOD-STATUS = '00' AND GLP-STATUS-CLOSED
              GO TO CS999
           END-IF.

           MOVE LOW-VALUES TO GLP-PERIOD.
           START GLPERIOD KEY NOT < GLP-PERIOD
             INVALID KEY
               MOVE 'Y' TO WS-FIRST-CLOSE
           END-START.

           IF WS-FIRST-CLOSE = 'N'
              READ GLPERIOD NEXT RECORD
                AT END MOVE 'Y' TO WS-FIRST-CLOSE
              END-READ
           END-IF.

           IF WS-FIRST-CLOSE = 'N'
              DISPLAY 'GLCLOSE - previous period ' WS-PRIOR-PERIOD
                      ' is not closed, run refused'
              MOVE 8 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           DISPLAY 'GLCLOSE - no period closed before, ' WS-PERIOD
                   ' is the first close'.

       CS999.
           EXIT.

      *
      * The previous period's closing balances open this one
      *
       LOAD-OPENING-BALANCES SECTION.
       LO010.
           MOVE WS-PRIOR-PERIOD TO GLB-PERIOD.
           MOVE 0               TO GLB-SORTCODE.
           MOVE LOW-VALUES      TO GLB-GL-CODE GLB-CURRENCY.

           MOVE 'N' TO WS-SCAN-EXIT.
           START GLPBAL KEY NOT < GLB-KEY
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-EXIT
           END-START.

           PERFORM UNTIL WS-SCAN-EXIT = 'Y'
              READ GLPBAL NEXT RECORD
                AT END MOVE 'Y' TO WS-SCAN-EXIT
              END-READ
              IF WS-SCAN-EXIT = 'N'
                 IF GLB-PERIOD NOT = WS-PRIOR-PERIOD
                    MOVE 'Y' TO WS-SCAN-EXIT
                 ELSE
                    MOVE GLB-SORTCODE TO WS-FIND-SORTCODE
                    MOVE GLB-GL-CODE  TO WS-FIND-CODE
                    IF GLB-CURRENCY = SPACES
                       MOVE 'GBP' TO WS-FIND-CURRENCY
                    ELSE
                       MOVE GLB-CURRENCY TO WS-FIND-CURRENCY
                    END-IF
                    PERFORM FIND-BALANCE-LINE
                    ADD GLB-CLOSING TO WS-BAL-OPENING(FND-NDX)
                 END-IF
              END-IF
           END-PERFORM.

       LO999.
           EXIT.

      *
      * The month's GLSUM lines are the movement. On the first
      * close every earlier line is opening balance instead, with
      * income from earlier years already in retained earnings
      *
       ADD-MONTH-MOVEMENT SECTION.
       AM010.
           IF WS-FIRST-CLOSE = 'Y'
              MOVE LOW-VALUES TO GLS-KEY
           ELSE
              MOVE WS-PERIOD  TO GLS-DATE
              MOVE '-01'      TO GLS-DATE(8:3)
              MOVE 0          TO GLS-SORTCODE
              MOVE LOW-VALUES TO GLS-GL-CODE GLS-CURRENCY
           END-IF.

           MOVE 'N' TO WS-SCAN-EXIT.
           START GLSUM KEY NOT < GLS-KEY
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-EXIT
           END-START.

           PERFORM UNTIL WS-SCAN-EXIT = 'Y'
              READ GLSUM NEXT RECORD
                AT END MOVE 'Y' TO WS-SCAN-EXIT
              END-READ
              IF WS-SCAN-EXIT = 'N'
                 IF GLS-DATE(1:7) > WS-PERIOD
                    MOVE 'Y' TO WS-SCAN-EXIT
                 ELSE
                    PERFORM TAKE-ONE-SUMMARY-LINE
                 END-IF
              END-IF
           END-PERFORM.

       AM999.
           EXIT.

       TAKE-ONE-SUMMARY-LINE SECTION.
       TS010.
           MOVE GLS-SORTCODE TO WS-FIND-SORTCODE.
           MOVE GLS-GL-CODE  TO WS-FIND-CODE.
           IF GLS-CURRENCY = SPACES
              MOVE 'GBP' TO WS-FIND-CURRENCY
           ELSE
              MOVE GLS-CURRENCY TO WS-FIND-CURRENCY
           END-IF.

           IF GLS-DATE(1:7) = WS-PERIOD
              ADD 1 TO WS-SUM-LINE-CNT
              PERFORM FIND-BALANCE-LINE
              ADD GLS-AMOUNT TO WS-BAL-MOVEMENT(FND-NDX)
                                WS-MOVE-TOTAL
              GO TO TS999
           END-IF.

           ADD 1 TO WS-EARLIER-LINE-CNT.
           IF WS-FIND-CODE-INCOME AND
              GLS-DATE(1:4) < WS-PERIOD(1:4)
              MOVE 'RETE' TO WS-FIND-CODE
           END-IF.
           PERFORM FIND-BALANCE-LINE.
           ADD GLS-AMOUNT TO WS-BAL-OPENING(FND-NDX).

       TS999.
           EXIT.

       FIND-BALANCE-LINE SECTION.
       FB010.
           SET FND-NDX TO 1.
           SEARCH WS-BAL-ENTRY VARYING FND-NDX
              AT END
                 DISPLAY 'GLCLOSE - period balance table full, run '
                         'refused'
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              WHEN FND-NDX > WS-BAL-USED
                 ADD 1 TO WS-BAL-USED
                 MOVE WS-FIND-SORTCODE TO WS-BAL-SORTCODE(FND-NDX)
                 MOVE WS-FIND-CODE     TO WS-BAL-CODE(FND-NDX)
                 MOVE WS-FIND-CURRENCY TO WS-BAL-CURRENCY(FND-NDX)
                 MOVE 0 TO WS-BAL-OPENING(FND-NDX)
                           WS-BAL-MOVEMENT(FND-NDX)
                           WS-BAL-YEAR-END(FND-NDX)
                           WS-BAL-CLOSING(FND-NDX)
              WHEN WS-BAL-SORTCODE(FND-NDX) = WS-FIND-SORTCODE AND
                   WS-BAL-CODE(FND-NDX) = WS-FIND-CODE AND
                   WS-BAL-CURRENCY(FND-NDX) = WS-FIND-CURRENCY
                 CONTINUE
           END-SEARCH.

       FB999.
           EXIT.

      *
      * Opening plus movement is the closing balance and the split
      * between balance sheet and profit and loss. A December close
      * then clears each income line into the sortcode's retained
      * earnings
      *
       CLOSE-BALANCES SECTION.
       CB010.
           PERFORM VARYING BAL-NDX FROM 1 BY 1
              UNTIL BAL-NDX > WS-BAL-USED
              COMPUTE WS-BAL-CLOSING(BAL-NDX) =
                 WS-BAL-OPENING(BAL-NDX) + WS-BAL-MOVEMENT(BAL-NDX)
              IF WS-BAL-CODE-INCOME(BAL-NDX)
                 ADD WS-BAL-CLOSING(BAL-NDX) TO WS-PL-TOTAL
              ELSE
                 ADD WS-BAL-CLOSING(BAL-NDX) TO WS-BS-TOTAL
              END-IF
              ADD WS-BAL-CLOSING(BAL-NDX) TO WS-TRIAL-TOTAL
           END-PERFORM.

           IF WS-PERIOD-MONTH NOT = 12
              GO TO CB999
           END-IF.

           PERFORM VARYING BAL-NDX FROM 1 BY 1
              UNTIL BAL-NDX > WS-BAL-USED
              IF WS-BAL-CODE-INCOME(BAL-NDX) AND
                 WS-BAL-CLOSING(BAL-NDX) NOT = 0
                 MOVE WS-BAL-CLOSING(BAL-NDX) TO WS-CLEAR-AMOUNT
                 COMPUTE WS-BAL-YEAR-END(BAL-NDX) =
                    0 - WS-CLEAR-AMOUNT
                 MOVE 0 TO WS-BAL-CLOSING(BAL-NDX)
                 MOVE WS-BAL-SORTCODE(BAL-NDX) TO WS-FIND-SORTCODE
                 MOVE 'RETE' TO WS-FIND-CODE
                 MOVE WS-BAL-CURRENCY(BAL-NDX) TO WS-FIND-CURRENCY
                 PERFORM FIND-BALANCE-LINE
                 ADD WS-CLEAR-AMOUNT TO WS-BAL-YEAR-END(FND-NDX)
                                        WS-BAL-CLOSING(FND-NDX)
                                        WS-YE-TOTAL
              END-IF
           END-PERFORM.

       CB999.
           EXIT.

      *
      * The period's balances replace whatever an earlier attempt
      * at the same close left on GLPBAL - until the period is
      * locked a rerun simply rewrites them
      *
       WRITE-PERIOD-BALANCES SECTION.
       WP010.
           PERFORM VARYING BAL-NDX FROM 1 BY 1
              UNTIL BAL-NDX > WS-BAL-USED
              MOVE WS-PERIOD                TO GLB-PERIOD
              MOVE WS-BAL-SORTCODE(BAL-NDX) TO GLB-SORTCODE
              MOVE WS-BAL-CODE(BAL-NDX)     TO GLB-GL-CODE
              MOVE WS-BAL-CURRENCY(BAL-NDX) TO GLB-CURRENCY
              READ GLPBAL
                 KEY IS GLB-KEY
              END-READ
              IF GLPBAL-STATUS NOT = '00'
                 MOVE SPACES TO GL-PERIOD-BALANCE-RECORD
                 MOVE WS-PERIOD                TO GLB-PERIOD
                 MOVE WS-BAL-SORTCODE(BAL-NDX) TO GLB-SORTCODE
                 MOVE WS-BAL-CODE(BAL-NDX)     TO GLB-GL-CODE
                 MOVE WS-BAL-CURRENCY(BAL-NDX) TO GLB-CURRENCY
              END-IF
              MOVE WS-BAL-OPENING(BAL-NDX)  TO GLB-OPENING
              MOVE WS-BAL-MOVEMENT(BAL-NDX) TO GLB-MOVEMENT
              MOVE WS-BAL-YEAR-END(BAL-NDX) TO GLB-YEAR-END
              MOVE WS-BAL-CLOSING(BAL-NDX)  TO GLB-CLOSING
              IF GLPBAL-STATUS = '00'
                 REWRITE GL-PERIOD-BALANCE-RECORD
              ELSE
                 WRITE GL-PERIOD-BALANCE-RECORD
              END-IF
              IF GLPBAL-STATUS NOT = '00'
                 DISPLAY 'GLCLOSE - error writing period balance, '
                         'status=' GLPBAL-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
           END-PERFORM.

       WP999.
           EXIT.

      *
      * The trial balance comes back off GLPBAL so it prints in
      * sortcode and GL code order
      *
       PRINT-TRIAL-BALANCE SECTION.
       PT010.
           WRITE GLC-PRINT-RECORD FROM WS-RPT-HEADER.
           WRITE GLC-PRINT-RECORD FROM WS-RPT-COLUMNS.

           MOVE WS-PERIOD  TO GLB-PERIOD.
           MOVE 0          TO GLB-SORTCODE.
           MOVE LOW-VALUES TO GLB-GL-CODE GLB-CURRENCY.

           MOVE 'N' TO WS-SCAN-EXIT.
           START GLPBAL KEY NOT < GLB-KEY
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-EXIT
           END-START.

           PERFORM UNTIL WS-SCAN-EXIT = 'Y'
              READ GLPBAL NEXT RECORD
                AT END MOVE 'Y' TO WS-SCAN-EXIT
              END-READ
              IF WS-SCAN-EXIT = 'N'
                 IF GLB-PERIOD NOT = WS-PERIOD
                    MOVE 'Y' TO WS-SCAN-EXIT
                 ELSE
                    PERFORM PRINT-ONE-BALANCE
                 END-IF
              END-IF
           END-PERFORM.

           MOVE '0'                      TO WS-RPT-TOT-CC.
           MOVE 'MONTH MOVEMENT TOTAL  ' TO WS-RPT-TOT-LABEL.
           MOVE WS-MOVE-TOTAL            TO WS-RPT-TOT-AMOUNT.
           MOVE SPACES                   TO WS-RPT-TOT-VERDICT.
           WRITE GLC-PRINT-RECORD FROM WS-RPT-TOTAL.

           MOVE ' '                      TO WS-RPT-TOT-CC.
           MOVE 'BALANCE SHEET TOTAL   ' TO WS-RPT-TOT-LABEL.
           MOVE WS-BS-TOTAL              TO WS-RPT-TOT-AMOUNT.
           WRITE GLC-PRINT-RECORD FROM WS-RPT-TOTAL.

           MOVE 'PROFIT AND LOSS TOTAL ' TO WS-RPT-TOT-LABEL.
           MOVE WS-PL-TOTAL              TO WS-RPT-TOT-AMOUNT.
           WRITE GLC-PRINT-RECORD FROM WS-RPT-TOTAL.

           IF WS-PERIOD-MONTH = 12
              MOVE 'TO RETAINED EARNINGS  ' TO WS-RPT-TOT-LABEL
              MOVE WS-YE-TOTAL              TO WS-RPT-TOT-AMOUNT
              WRITE GLC-PRINT-RECORD FROM WS-RPT-TOTAL
           END-IF.

           MOVE '0'                      TO WS-RPT-TOT-CC.
           MOVE 'TRIAL BALANCE TOTAL   ' TO WS-RPT-TOT-LABEL.
           MOVE WS-TRIAL-TOTAL           TO WS-RPT-TOT-AMOUNT.
           IF WS-MOVE-TOTAL = 0 AND WS-TRIAL-TOTAL = 0
              MOVE 'PROVES - LOCKED     ' TO WS-RPT-TOT-VERDICT
           ELSE
              MOVE 'OUT OF BALANCE      ' TO WS-RPT-TOT-VERDICT
           END-IF.
           WRITE GLC-PRINT-RECORD FROM WS-RPT-TOTAL.

       PT999.
           EXIT.

       PRINT-ONE-BALANCE SECTION.
       PO010.
           MOVE GLB-SORTCODE TO WS-RPT-SORTCODE.
           MOVE GLB-GL-CODE  TO WS-RPT-GL-CODE.
           MOVE GLB-CURRENCY TO WS-RPT-CURRENCY.

           EVALUATE GLB-GL-CODE
              WHEN 'CULI'
                 MOVE 'CUSTOMER LIABILITY      ' TO WS-RPT-GL-NAME
              WHEN 'INTX'
                 MOVE 'INTEREST                ' TO WS-RPT-GL-NAME
              WHEN 'FEEI'
                 MOVE 'FEE INCOME              ' TO WS-RPT-GL-NAME
              WHEN 'RETE'
                 MOVE 'RETAINED EARNINGS       ' TO WS-RPT-GL-NAME
              WHEN 'PROV'
                 MOVE 'LOAN LOSS PROVISION     ' TO WS-RPT-GL-NAME
              WHEN 'IMPX'
                 MOVE 'IMPAIRMENT CHARGE       ' TO WS-RPT-GL-NAME
              WHEN 'RECV'
                 MOVE 'WRITTEN-OFF RECOVERIES  ' TO WS-RPT-GL-NAME
              WHEN OTHER
                 MOVE 'CLEARING AND EXTERNAL   ' TO WS-RPT-GL-NAME
           END-EVALUATE.

           IF GLB-GL-CODE = 'INTX' OR GLB-GL-CODE = 'FEEI' OR
              GLB-GL-CODE = 'IMPX' OR GLB-GL-CODE = 'RECV'
              MOVE 'PROFIT + LOSS' TO WS-RPT-CLASS
           ELSE
              MOVE 'BALANCE SHEET' TO WS-RPT-CLASS
           END-IF.

           MOVE GLB-OPENING  TO WS-RPT-OPENING.
           MOVE GLB-MOVEMENT TO WS-RPT-MOVEMENT.
           MOVE GLB-YEAR-END TO WS-RPT-YEAR-END.
           MOVE GLB-CLOSING  TO WS-RPT-CLOSING.
           WRITE GLC-PRINT-RECORD FROM WS-RPT-DETAIL.

       PO999.
           EXIT.

      *
      * A proven period is written closed - GLPCHK reads this
      * record to refuse postings into it
      *
       LOCK-PERIOD SECTION.
       LP010.
           MOVE SPACES       TO GL-PERIOD-RECORD.
           MOVE WS-PERIOD    TO GLP-PERIOD.
           MOVE 'C'          TO GLP-STATUS.
           MOVE WS-RUN-DATE  TO GLP-CLOSED-DATE.
           MOVE WS-BAL-USED  TO GLP-LINE-COUNT.
           IF WS-PERIOD-MONTH = 12
              MOVE 'Y' TO GLP-YEAR-END
           ELSE
              MOVE 'N' TO GLP-YEAR-END
           END-IF.

           WRITE GL-PERIOD-RECORD.

           IF GLPERIOD-STATUS = '22'
              REWRITE GL-PERIOD-RECORD
           END-IF.

           IF GLPERIOD-STATUS NOT = '00'
              DISPLAY 'GLCLOSE - error locking period, status='
                      GLPERIOD-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       LP999.
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
              DISPLAY 'GLCLOSE - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-SUM-LINE-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE GLSUM.
           CLOSE GLPBAL.
           CLOSE GLPERIOD.
           CLOSE GLCRPT.

       CF999.
           EXIT.
