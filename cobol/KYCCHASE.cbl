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
      * Monthly KYC due-diligence refresh chase list. Every customer
      * on the KYCREG risk register whose next review date has
      * passed is listed, with the risk band that set the review
      * cycle and how many months late the review is. The register
      * is keyed sortcode-first like the CUSTOMER file, so the list
      * runs a branch at a time - a section heading and per-band
      * branch totals are printed at every change of sortcode so
      * each branch can tear off its own sheet. High-risk customers
      * are the ones to chase first.
      *
      * A customer on the DECDREG deceased register is not chased
      * and is left off the list. KYCMNT records a completed review.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCCHASE.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KYCREG
                  ASSIGN TO KYCREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS KYC-CUSTOMER-KEY
                  FILE STATUS  IS KYCREG-STATUS.

           SELECT CUSTFILE
                  ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CUSTOMER-KEY
                  FILE STATUS  IS CUSTFILE-STATUS.

           SELECT DECDREG
                  ASSIGN TO DECDREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS DECD-CUSTOMER-KEY
                  FILE STATUS  IS DECDREG-STATUS.

           SELECT KYCCRPT
                  ASSIGN TO KYCCRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS KYCCRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  KYCREG.
       01  KYC-REGISTER-RECORD.
       COPY KYCREG.

       FD  CUSTFILE.
       01  VSAM-RECORD.
       COPY CUSTOMER.

       FD  DECDREG.
       01  DECEASED-REGISTER-RECORD.
       COPY DECDREG.

       FD  KYCCRPT.
       01  KYCC-PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  KYCREG-STATUS.
           05 KYCREG-STATUS1               PIC X.
           05 KYCREG-STATUS2               PIC X.

       01  CUSTFILE-STATUS.
           05 CUSTFILE-STATUS1             PIC X.
           05 CUSTFILE-STATUS2             PIC X.

       01  DECDREG-STATUS.
           05 DECDREG-STATUS1              PIC X.
           05 DECDREG-STATUS2              PIC X.

       01  KYCCRPT-STATUS.
           05 KYCCRPT-STATUS1              PIC X.
           05 KYCCRPT-STATUS2              PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.

       01 WS-READ-CNT                      PIC 9(7) VALUE 0.
       01 WS-OVERDUE-CNT                   PIC 9(7) VALUE 0.
       01 WS-DECEASED-CNT                  PIC 9(7) VALUE 0.

       01 WS-MONTHS-OVERDUE                PIC S9(5) COMP-3.

       01 WS-CURRENT-SORTCODE              PIC 9(6) VALUE 0.
       01 WS-FIRST-SECTION                 PIC X    VALUE 'Y'.
       01 WS-DECEASED-SWITCH               PIC X    VALUE 'N'.

       01 WS-BRANCH-BAND-CNT.
           05 WS-BR-HIGH                   PIC 9(5) VALUE 0.
           05 WS-BR-MEDIUM                 PIC 9(5) VALUE 0.
           05 WS-BR-LOW                    PIC 9(5) VALUE 0.

       01 WS-TOTAL-BAND-CNT.
           05 WS-TOT-HIGH                  PIC 9(7) VALUE 0.
           05 WS-TOT-MEDIUM                PIC 9(7) VALUE 0.
           05 WS-TOT-LOW                   PIC 9(7) VALUE 0.

       01 WS-DUE-DATE.
           05 WS-DUE-YEAR                  PIC 9(4).
           05 FILLER                       PIC X.
           05 WS-DUE-MONTH                 PIC 99.
           05 FILLER                       PIC X.
           05 WS-DUE-DAY                   PIC 99.

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
           05 FILLER                       PIC X(40) VALUE
                 'KYCCHASE KYC REFRESH REVIEW CHASE LIST  '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(82) VALUE SPACES.

       01 WS-RPT-SECTION.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(18)
                 VALUE 'BRANCH SORTCODE   '.
           05 WS-RPT-SEC-SORTCODE          PIC 9(6).
           05 FILLER                       PIC X(108) VALUE SPACES.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(5) VALUE 'RISK '.
           05 WS-RPT-BAND                  PIC X.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-CUSTOMER              PIC 9(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-NAME                  PIC X(40).
           05 FILLER                       PIC X(8)
                 VALUE ' SCORE  '.
           05 WS-RPT-SCORE                 PIC ZZ9.
           05 FILLER                       PIC X(14)
                 VALUE ' LAST REVIEW  '.
           05 WS-RPT-LAST-REVIEW           PIC X(10).
           05 FILLER                       PIC X(6) VALUE ' DUE  '.
           05 WS-RPT-DUE-DATE              PIC X(10).
           05 FILLER                       PIC X(9)
                 VALUE ' MONTHS  '.
           05 WS-RPT-MONTHS                PIC ZZZZ9.
           05 FILLER                       PIC X(7) VALUE SPACES.

       01 WS-RPT-BRANCH-TOTAL.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(16)
                 VALUE 'BRANCH TOTALS   '.
           05 FILLER                       PIC X(5) VALUE 'HIGH '.
           05 WS-RPT-BT-HIGH               PIC Z(4)9.
           05 FILLER                       PIC X(9)
                 VALUE '  MEDIUM '.
           05 WS-RPT-BT-MEDIUM             PIC Z(4)9.
           05 FILLER                       PIC X(6) VALUE '  LOW '.
           05 WS-RPT-BT-LOW                PIC Z(4)9.
           05 FILLER                       PIC X(81) VALUE SPACES.

       01 WS-RPT-GRAND-TOTAL.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(16)
                 VALUE 'ALL BRANCHES    '.
           05 FILLER                       PIC X(5) VALUE 'HIGH '.
           05 WS-RPT-GT-HIGH               PIC Z(6)9.
           05 FILLER                       PIC X(9)
                 VALUE '  MEDIUM '.
           05 WS-RPT-GT-MEDIUM             PIC Z(6)9.
           05 FILLER                       PIC X(6) VALUE '  LOW '.
           05 WS-RPT-GT-LOW                PIC Z(6)9.
           05 FILLER                       PIC X(75) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'KYCCHASE'.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started KYCCHASE.'.

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

           WRITE KYCC-PRINT-RECORD FROM WS-RPT-HEADER.

           READ KYCREG
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-READ-CNT
              PERFORM AGE-ONE-CUSTOMER
              READ KYCREG
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           IF WS-FIRST-SECTION NOT = 'Y'
              PERFORM WRITE-BRANCH-TOTALS
           END-IF.

           MOVE WS-TOT-HIGH   TO WS-RPT-GT-HIGH.
           MOVE WS-TOT-MEDIUM TO WS-RPT-GT-MEDIUM.
           MOVE WS-TOT-LOW    TO WS-RPT-GT-LOW.
           WRITE KYCC-PRINT-RECORD FROM WS-RPT-GRAND-TOTAL.

           DISPLAY 'KYCCHASE read ' WS-READ-CNT ' ratings, '
                   WS-OVERDUE-CNT ' overdue reviews, '
                   WS-DECEASED-CNT ' deceased left off.'.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT KYCREG.
           IF KYCREG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening KYCREG file, status='
                       KYCREG-STATUS
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

           OPEN INPUT DECDREG.
           IF DECDREG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening DECDREG file, status='
                       DECDREG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT KYCCRPT.
           IF KYCCRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening KYCCRPT file, status='
                       KYCCRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * A review due earlier in the run month counts as less than a
      * month late - it is listed, at zero months
      *
       AGE-ONE-CUSTOMER SECTION.
       AG010.
           IF KYC-NEXT-REVIEW-DATE NOT < WS-RUN-DATE
              GO TO AG999
           END-IF.

           PERFORM CHECK-DECEASED.
           IF WS-DECEASED-SWITCH = 'Y'
              ADD 1 TO WS-DECEASED-CNT
              GO TO AG999
           END-IF.

           MOVE KYC-NEXT-REVIEW-DATE TO WS-DUE-DATE.
           COMPUTE WS-MONTHS-OVERDUE =
              (WS-RUN-YEAR * 12 + WS-RUN-MONTH) -
              (WS-DUE-YEAR * 12 + WS-DUE-MONTH).
           IF WS-RUN-DAY < WS-DUE-DAY AND WS-MONTHS-OVERDUE > 0
              SUBTRACT 1 FROM WS-MONTHS-OVERDUE
           END-IF.

           IF KYC-SORTCODE NOT = WS-CURRENT-SORTCODE OR
              WS-FIRST-SECTION = 'Y'
              IF WS-FIRST-SECTION = 'Y'
                 MOVE 'N' TO WS-FIRST-SECTION
              ELSE
                 PERFORM WRITE-BRANCH-TOTALS
              END-IF
              MOVE KYC-SORTCODE TO WS-CURRENT-SORTCODE
              MOVE KYC-SORTCODE TO WS-RPT-SEC-SORTCODE
              WRITE KYCC-PRINT-RECORD FROM WS-RPT-SECTION
           END-IF.

           ADD 1 TO WS-OVERDUE-CNT.

           EVALUATE TRUE
              WHEN KYC-BAND-HIGH
                 ADD 1 TO WS-BR-HIGH WS-TOT-HIGH
              WHEN KYC-BAND-MEDIUM
                 ADD 1 TO WS-BR-MEDIUM WS-TOT-MEDIUM
              WHEN OTHER
                 ADD 1 TO WS-BR-LOW WS-TOT-LOW
           END-EVALUATE.

           MOVE KYC-CUSTOMER-KEY TO CUSTOMER-KEY.
           READ CUSTFILE
              KEY IS CUSTOMER-KEY
           END-READ.
           IF CUSTFILE-STATUS = '00'
              MOVE CUSTOMER-NAME(1:40) TO WS-RPT-NAME
           ELSE
              MOVE '*** NOT ON CUSTOMER FILE ***' TO WS-RPT-NAME
           END-IF.

           MOVE KYC-RISK-BAND        TO WS-RPT-BAND.
           MOVE KYC-CUSTOMER-NUMBER  TO WS-RPT-CUSTOMER.
           MOVE KYC-RISK-SCORE       TO WS-RPT-SCORE.
           MOVE KYC-LAST-REVIEW-DATE TO WS-RPT-LAST-REVIEW.
           MOVE KYC-NEXT-REVIEW-DATE TO WS-RPT-DUE-DATE.
           MOVE WS-MONTHS-OVERDUE    TO WS-RPT-MONTHS.
           WRITE KYCC-PRINT-RECORD FROM WS-RPT-DETAIL.

       AG999.
           EXIT.

       CHECK-DECEASED SECTION.
       CK010.
           MOVE 'N' TO WS-DECEASED-SWITCH.

           MOVE KYC-CUSTOMER-KEY TO DECD-CUSTOMER-KEY.
           READ DECDREG
              KEY IS DECD-CUSTOMER-KEY
           END-READ.

           IF DECDREG-STATUS = '00'
              MOVE 'Y' TO WS-DECEASED-SWITCH
              GO TO CK999
           END-IF.

           IF DECDREG-STATUS NOT = '23'
              DISPLAY 'KYCCHASE - error reading deceased register, '
                      'status=' DECDREG-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CK999.
           EXIT.

       WRITE-BRANCH-TOTALS SECTION.
       WB010.
           MOVE WS-BR-HIGH   TO WS-RPT-BT-HIGH.
           MOVE WS-BR-MEDIUM TO WS-RPT-BT-MEDIUM.
           MOVE WS-BR-LOW    TO WS-RPT-BT-LOW.
           WRITE KYCC-PRINT-RECORD FROM WS-RPT-BRANCH-TOTAL.

           MOVE 0 TO WS-BR-HIGH WS-BR-MEDIUM WS-BR-LOW.

       WB999.
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
              DISPLAY 'KYCCHASE - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-OVERDUE-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE KYCREG.
           CLOSE CUSTFILE.
           CLOSE DECDREG.
           CLOSE KYCCRPT.

       CF999.
           EXIT.
