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
      * Nightly amount hold expiry. Reads the whole HOLDS file and
      * releases every active hold whose expiry date is before the
      * business date - it is marked E with HOLDEXP and the date as
      * released-by and released-date, and listed on HOLDXRPT so
      * the branch can tell the customer the money is free. Holds
      * with no expiry date stand until HOLDMNT releases them. The
      * posting paths stop counting a lapsed hold on the day after
      * its expiry whether or not this run has marked it yet; this
      * run keeps the file and the overview screen honest.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDEXP.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDS
                  ASSIGN TO HOLDS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS HOLD-KEY
                  FILE STATUS  IS HOLDS-STATUS.

           SELECT HOLDXRPT
                  ASSIGN TO HOLDXRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS HOLDXRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  HOLDS.
       01  HOLD-RECORD.
       COPY HOLDS.

       FD  HOLDXRPT.
       01  HOLDX-PRINT-RECORD              PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  HOLDS-STATUS.
           05 HOLDS-STATUS1                PIC X.
           05 HOLDS-STATUS2                PIC X.

       01  HOLDXRPT-STATUS.
           05 HOLDXRPT-STATUS1             PIC X.
           05 HOLDXRPT-STATUS2             PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.

       01 WS-READ-CNT                      PIC 9(7) VALUE 0.
       01 WS-ACTIVE-CNT                    PIC 9(7) VALUE 0.
       01 WS-EXPIRED-CNT                   PIC 9(7) VALUE 0.
       01 WS-EXPIRED-TOTAL                 PIC S9(11)V99 COMP-3
                                               VALUE 0.

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
           05 FILLER                       PIC X(36)
                 VALUE 'HOLDEXP LAPSED AMOUNT HOLDS RELEASED'.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(84) VALUE SPACES.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-ACCT-NO               PIC 9(11).
           05 FILLER                       PIC X    VALUE '/'.
           05 WS-RPT-SEQUENCE              PIC 9(4).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-AMOUNT                PIC -(9)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-REASON                PIC X(2).
           05 FILLER                       PIC X(8) VALUE ' PLACED '.
           05 WS-RPT-PLACED-DATE           PIC X(10).
           05 FILLER                       PIC X(4) VALUE ' BY '.
           05 WS-RPT-PLACED-BY             PIC X(8).
           05 FILLER                       PIC X(9) VALUE ' EXPIRED '.
           05 WS-RPT-EXPIRY                PIC X(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-NARRATIVE             PIC X(30).
           05 FILLER                       PIC X(16) VALUE SPACES.

       01 WS-RPT-TOTALS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(6) VALUE 'HOLDS '.
           05 WS-RPT-TOT-READ              PIC Z(6)9.
           05 FILLER                       PIC X(9)
                 VALUE '  ACTIVE '.
           05 WS-RPT-TOT-ACTIVE            PIC Z(6)9.
           05 FILLER                       PIC X(10)
                 VALUE '  EXPIRED '.
           05 WS-RPT-TOT-EXPIRED           PIC Z(6)9.
           05 FILLER                       PIC X(8)
                 VALUE '  TOTAL '.
           05 WS-RPT-TOT-AMOUNT            PIC -(11)9.99.
           05 FILLER                       PIC X(63) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'HOLDEXP '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started HOLDEXP.'.

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

           WRITE HOLDX-PRINT-RECORD FROM WS-RPT-HEADER.

           READ HOLDS NEXT RECORD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-READ-CNT
              IF HOLD-STATUS-ACTIVE
                 PERFORM CHECK-ONE-HOLD
              END-IF
              READ HOLDS NEXT RECORD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE WS-READ-CNT      TO WS-RPT-TOT-READ.
           MOVE WS-ACTIVE-CNT    TO WS-RPT-TOT-ACTIVE.
           MOVE WS-EXPIRED-CNT   TO WS-RPT-TOT-EXPIRED.
           MOVE WS-EXPIRED-TOTAL TO WS-RPT-TOT-AMOUNT.
           WRITE HOLDX-PRINT-RECORD FROM WS-RPT-TOTALS.

           DISPLAY 'HOLDEXP read ' WS-READ-CNT ' holds, '
                   WS-EXPIRED-CNT ' expired, ' WS-ACTIVE-CNT
                   ' still active.'.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN I-O HOLDS.
           IF HOLDS-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening HOLDS file, status='
                       HOLDS-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT HOLDXRPT.
           IF HOLDXRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening HOLDXRPT file, status='
                       HOLDXRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * A hold is good through its expiry date - it lapses the
      * day after
      *
       CHECK-ONE-HOLD SECTION.
       CH010.
           IF HOLD-EXPIRY-DATE = SPACES OR
              HOLD-EXPIRY-DATE NOT < WS-RUN-DATE
              ADD 1 TO WS-ACTIVE-CNT
              GO TO CH999
           END-IF.

           MOVE 'E'         TO HOLD-STATUS.
           MOVE 'HOLDEXP '  TO HOLD-RELEASED-BY.
           MOVE WS-RUN-DATE TO HOLD-RELEASED-DATE.

           REWRITE HOLD-RECORD.
           IF HOLDS-STATUS NOT = '00'
              DISPLAY 'HOLDEXP - error rewriting hold '
                      HOLD-KEY ' status=' HOLDS-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-EXPIRED-CNT.
           ADD HOLD-AMOUNT TO WS-EXPIRED-TOTAL.

           MOVE HOLD-ACCOUNT-NUMBER TO WS-RPT-ACCT-NO.
           MOVE HOLD-SEQUENCE       TO WS-RPT-SEQUENCE.
           MOVE HOLD-AMOUNT         TO WS-RPT-AMOUNT.
           MOVE HOLD-REASON-CODE    TO WS-RPT-REASON.
           MOVE HOLD-PLACED-DATE    TO WS-RPT-PLACED-DATE.
           MOVE HOLD-PLACED-BY      TO WS-RPT-PLACED-BY.
           MOVE HOLD-EXPIRY-DATE    TO WS-RPT-EXPIRY.
           MOVE HOLD-NARRATIVE      TO WS-RPT-NARRATIVE.
           WRITE HOLDX-PRINT-RECORD FROM WS-RPT-DETAIL.

       CH999.
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
              DISPLAY 'HOLDEXP - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-READ-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE HOLDS.
           CLOSE HOLDXRPT.

       CF999.
           EXIT.
