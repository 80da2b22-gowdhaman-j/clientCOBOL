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
      * Written-off loan recoveries report for the credit committee.
      * Lists every loan on the WOFFREG written-off register with
      * what was written off, what has been recovered against it
      * since through BULKPOST and DDCOLL, what is still
      * outstanding, and what came in during the month - the
      * receipts for the month from the WOFFRCV recovery history.
      * The month is PARM='YYYY-MM', default the month of the
      * business date. Totals at the foot are for sterling loans;
      * a loan in another currency is listed but only counted.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCVRPT.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WOFFREG
                  ASSIGN TO WOFFREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WOFF-LOAN-NUMBER
                  FILE STATUS  IS WOFFREG-STATUS.

           SELECT WOFFRCV
                  ASSIGN TO WOFFRCV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS WOFR-KEY
                  FILE STATUS  IS WOFFRCV-STATUS.

           SELECT RCVRPT
                  ASSIGN TO RCVRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS RCVRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  WOFFREG.
       01  WRITE-OFF-RECORD.
       COPY WOFFREG.

       FD  WOFFRCV.
       01  RECOVERY-RECORD.
       COPY WOFFRCV.

       FD  RCVRPT.
       01  RCV-PRINT-RECORD                PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  WOFFREG-STATUS.
           05 WOFFREG-STATUS1              PIC X.
           05 WOFFREG-STATUS2              PIC X.

       01  WOFFRCV-STATUS.
           05 WOFFRCV-STATUS1              PIC X.
           05 WOFFRCV-STATUS2              PIC X.

       01  RCVRPT-STATUS.
           05 RCVRPT-STATUS1               PIC X.
           05 RCVRPT-STATUS2               PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.
       01 WS-RCV-EOF                       PIC X    VALUE 'N'.

       01 WS-READ-CNT                      PIC 9(7) VALUE 0.
       01 WS-GBP-CNT                       PIC 9(7) VALUE 0.
       01 WS-NOT-GBP-CNT                   PIC 9(7) VALUE 0.
       01 WS-MONTH-WOFF-CNT                PIC 9(7) VALUE 0.
       01 WS-RECOVERED-CNT                 PIC 9(7) VALUE 0.

       01 WS-PERIOD.
           05 WS-PER-YEAR                  PIC 9(4).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-PER-MONTH                 PIC 99.

       01 WS-OUTSTANDING                   PIC S9(11)V99 COMP-3.
       01 WS-THIS-MONTH                    PIC S9(11)V99 COMP-3.
       01 WS-TOT-WRITTEN-OFF               PIC S9(13)V99 COMP-3
                                                VALUE 0.
       01 WS-TOT-RECOVERED                 PIC S9(13)V99 COMP-3
                                                VALUE 0.
       01 WS-TOT-OUTSTANDING               PIC S9(13)V99 COMP-3
                                                VALUE 0.
       01 WS-TOT-THIS-MONTH                PIC S9(13)V99 COMP-3
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
           05 FILLER                       PIC X(39)
                 VALUE 'RCVRPT WRITTEN-OFF LOAN RECOVERIES FOR '.
           05 WS-RPT-HDR-PERIOD            PIC X(7).
           05 FILLER                       PIC X(8) VALUE ' RUN ON '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(68) VALUE SPACES.

       01 WS-RPT-COLUMNS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(44) VALUE
                 'LOAN        CUSTOMER   SORTCD CCY W/O DATE  '.
           05 FILLER                       PIC X(44) VALUE
                 '    WRITTEN OFF      RECOVERED    OUTSTANDIN'.
           05 FILLER                       PIC X(44) VALUE
                 'G     THIS MONTH LAST RCVRY STATUS          '.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-LOAN                  PIC 9(11).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-CUSTOMER              PIC 9(10).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-SORTCODE              PIC 9(6).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-CURRENCY              PIC X(3).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-WOFF-DATE             PIC X(10).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-WRITTEN-OFF           PIC -(10)9.99.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-RECOVERED             PIC -(10)9.99.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-OUTSTANDING           PIC -(10)9.99.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-THIS-MONTH            PIC -(10)9.99.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-LAST-RECOVERY         PIC X(10).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-STATUS                PIC X(9).
           05 FILLER                       PIC X(7)  VALUE SPACES.

       01 WS-RPT-TOTALS-1.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(15)
                 VALUE 'STERLING LOANS '.
           05 WS-RPT-TOT-LOANS             PIC Z(6)9.
           05 FILLER                       PIC X(14)
                 VALUE '  WRITTEN OFF '.
           05 WS-RPT-TOT-WRITTEN-OFF       PIC -(10)9.99.
           05 FILLER                       PIC X(12)
                 VALUE '  RECOVERED '.
           05 WS-RPT-TOT-RECOVERED         PIC -(10)9.99.
           05 FILLER                       PIC X(14)
                 VALUE '  OUTSTANDING '.
           05 WS-RPT-TOT-OUTSTANDING       PIC -(10)9.99.
           05 FILLER                       PIC X(13)
                 VALUE '  THIS MONTH '.
           05 WS-RPT-TOT-THIS-MONTH        PIC -(10)9.99.
           05 FILLER                       PIC X    VALUE SPACE.

       01 WS-RPT-TOTALS-2.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(21)
                 VALUE 'WRITTEN OFF IN MONTH '.
           05 WS-RPT-TOT-MONTH-WOFF        PIC Z(6)9.
           05 FILLER                       PIC X(20)
                 VALUE '  RECOVERED IN FULL '.
           05 WS-RPT-TOT-RECOVERED-CNT     PIC Z(6)9.
           05 FILLER                       PIC X(15)
                 VALUE '  NOT STERLING '.
           05 WS-RPT-TOT-NOT-GBP           PIC Z(6)9.
           05 FILLER                       PIC X(55) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'RCVRPT  '.
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
           DISPLAY 'Started RCVRPT.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           PERFORM GET-BUSINESS-DATE.

           IF PARM-LENGTH >= 7
              IF PARM-DATA(1:4) NOT NUMERIC OR
                 PARM-DATA(5:1) NOT = '-' OR
                 PARM-DATA(6:2) NOT NUMERIC
                 DISPLAY 'RCVRPT - PARM month ' PARM-DATA(1:7)
                         ' not YYYY-MM, run refused'
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
              MOVE PARM-DATA(1:4) TO WS-PER-YEAR
              MOVE PARM-DATA(6:2) TO WS-PER-MONTH
           ELSE
              MOVE WS-RUN-YEAR  TO WS-PER-YEAR
              MOVE WS-RUN-MONTH TO WS-PER-MONTH
           END-IF.

           IF WS-PER-MONTH < 1 OR WS-PER-MONTH > 12
              DISPLAY 'RCVRPT - PARM month ' WS-PERIOD
                      ' not a month, run refused'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE WS-PERIOD   TO WS-RPT-HDR-PERIOD.
           MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE.

           PERFORM OPEN-FILES.

           WRITE RCV-PRINT-RECORD FROM WS-RPT-HEADER.
           WRITE RCV-PRINT-RECORD FROM WS-RPT-COLUMNS.

           READ WOFFREG NEXT RECORD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-READ-CNT
              PERFORM REPORT-ONE-LOAN
              READ WOFFREG NEXT RECORD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE WS-GBP-CNT          TO WS-RPT-TOT-LOANS.
           MOVE WS-TOT-WRITTEN-OFF  TO WS-RPT-TOT-WRITTEN-OFF.
           MOVE WS-TOT-RECOVERED    TO WS-RPT-TOT-RECOVERED.
           MOVE WS-TOT-OUTSTANDING  TO WS-RPT-TOT-OUTSTANDING.
           MOVE WS-TOT-THIS-MONTH   TO WS-RPT-TOT-THIS-MONTH.
           WRITE RCV-PRINT-RECORD FROM WS-RPT-TOTALS-1.
           MOVE WS-MONTH-WOFF-CNT   TO WS-RPT-TOT-MONTH-WOFF.
           MOVE WS-RECOVERED-CNT    TO WS-RPT-TOT-RECOVERED-CNT.
           MOVE WS-NOT-GBP-CNT      TO WS-RPT-TOT-NOT-GBP.
           WRITE RCV-PRINT-RECORD FROM WS-RPT-TOTALS-2.

           DISPLAY 'RCVRPT listed ' WS-READ-CNT ' written-off loans '
                   'for ' WS-PERIOD ', ' WS-RECOVERED-CNT
                   ' recovered in full.'.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT WOFFREG.
           IF WOFFREG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening WOFFREG file, status='
                       WOFFREG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT WOFFRCV.
           IF WOFFRCV-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening WOFFRCV file, status='
                       WOFFRCV-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT RCVRPT.
           IF RCVRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening RCVRPT file, status='
                       RCVRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

       REPORT-ONE-LOAN SECTION.
       RL010.
           PERFORM GET-MONTH-RECOVERIES.

           COMPUTE WS-OUTSTANDING =
              WOFF-AMOUNT - WOFF-RECOVERED-TO-DATE.
           IF WS-OUTSTANDING < 0
              MOVE 0 TO WS-OUTSTANDING
           END-IF.

           MOVE WOFF-LOAN-NUMBER        TO WS-RPT-LOAN.
           MOVE WOFF-CUSTOMER-NUMBER    TO WS-RPT-CUSTOMER.
           MOVE WOFF-SORTCODE           TO WS-RPT-SORTCODE.
           MOVE WOFF-CURRENCY           TO WS-RPT-CURRENCY.
           IF WOFF-CURRENCY = SPACES
              MOVE 'GBP' TO WS-RPT-CURRENCY
           END-IF.
           MOVE WOFF-DATE               TO WS-RPT-WOFF-DATE.
           MOVE WOFF-AMOUNT             TO WS-RPT-WRITTEN-OFF.
           MOVE WOFF-RECOVERED-TO-DATE  TO WS-RPT-RECOVERED.
           MOVE WS-OUTSTANDING          TO WS-RPT-OUTSTANDING.
           MOVE WS-THIS-MONTH           TO WS-RPT-THIS-MONTH.
           MOVE WOFF-LAST-RECOVERY-DATE TO WS-RPT-LAST-RECOVERY.
           IF WOFF-STATUS-RECOVERED
              MOVE 'RECOVERED' TO WS-RPT-STATUS
              ADD 1 TO WS-RECOVERED-CNT
           ELSE
              MOVE 'OPEN'      TO WS-RPT-STATUS
           END-IF.
           WRITE RCV-PRINT-RECORD FROM WS-RPT-DETAIL.

           IF WOFF-DATE(1:7) = WS-PERIOD
              ADD 1 TO WS-MONTH-WOFF-CNT
           END-IF.

           IF WS-RPT-CURRENCY NOT = 'GBP'
              ADD 1 TO WS-NOT-GBP-CNT
              GO TO RL999
           END-IF.

           ADD 1                      TO WS-GBP-CNT.
           ADD WOFF-AMOUNT            TO WS-TOT-WRITTEN-OFF.
           ADD WOFF-RECOVERED-TO-DATE TO WS-TOT-RECOVERED.
           ADD WS-OUTSTANDING         TO WS-TOT-OUTSTANDING.
           ADD WS-THIS-MONTH          TO WS-TOT-THIS-MONTH.

       RL999.
           EXIT.

      *
      * The loan's receipts dated in the month, from its run of
      * the recovery history
      *
       GET-MONTH-RECOVERIES SECTION.
       GM010.
           MOVE 0 TO WS-THIS-MONTH.
           IF WOFF-RECOVERY-COUNT = 0
              GO TO GM999
           END-IF.

           MOVE LOW-VALUES       TO WOFR-KEY.
           MOVE WOFF-LOAN-NUMBER TO WOFR-LOAN-NUMBER.
           START WOFFRCV KEY IS NOT LESS THAN WOFR-KEY
           END-START.
           IF WOFFRCV-STATUS NOT = '00'
              GO TO GM999
           END-IF.

           MOVE 'N' TO WS-RCV-EOF.
           READ WOFFRCV NEXT RECORD
             AT END MOVE 'Y' TO WS-RCV-EOF
           END-READ.

           PERFORM UNTIL WS-RCV-EOF = 'Y'
              OR WOFR-LOAN-NUMBER NOT = WOFF-LOAN-NUMBER
              IF WOFR-DATE(1:7) = WS-PERIOD
                 ADD WOFR-AMOUNT TO WS-THIS-MONTH
              END-IF
              READ WOFFRCV NEXT RECORD
                AT END MOVE 'Y' TO WS-RCV-EOF
              END-READ
           END-PERFORM.

       GM999.
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
              DISPLAY 'RCVRPT - business date unavailable, using '
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
           CLOSE WOFFREG.
           CLOSE WOFFRCV.
           CLOSE RCVRPT.

       CF999.
           EXIT.
