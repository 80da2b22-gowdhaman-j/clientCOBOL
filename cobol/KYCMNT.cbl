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
      * KYC due-diligence review maintenance, card-driven, for the
      * branches and the financial crime team. Records a completed
      * refresh review against the customer's KYCREG risk rating
      * and moves the next review on by the band's review cycle.
      * Each KYCCARD is:
      *   cols 1-6   customer sortcode
      *   cols 7-16  customer number
      *   cols 17-26 date the review was done, YYYY-MM-DD - blank
      *              means today
      *   cols 27-34 id of the reviewer
      *   cols 35-64 narrative - outcome, case reference etc
      * The customer must already have been rated by KYCRATE. A
      * review may not be dated in the future or before the review
      * already recorded. Every card's outcome goes to KYCMRPT.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCMNT.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KYCCARD
                  ASSIGN TO KYCCARD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS KYCCARD-STATUS.

           SELECT KYCREG
                  ASSIGN TO KYCREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS KYC-CUSTOMER-KEY
                  FILE STATUS  IS KYCREG-STATUS.

           SELECT KYCMRPT
                  ASSIGN TO KYCMRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS KYCMRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  KYCCARD.
       01  KYC-CARD.
           05 CARD-CUSTOMER-KEY.
              10 CARD-SORTCODE             PIC 9(6).
              10 CARD-CUSTOMER-NUMBER      PIC 9(10).
           05 CARD-REVIEW-DATE             PIC X(10).
           05 CARD-REVIEWED-BY             PIC X(8).
           05 CARD-NARRATIVE               PIC X(30).
           05 FILLER                       PIC X(16).

       FD  KYCREG.
       01  KYC-REGISTER-RECORD.
       COPY KYCREG.

       FD  KYCMRPT.
       01  KYCM-PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  KYCCARD-STATUS.
           05 KYCCARD-STATUS1              PIC X.
           05 KYCCARD-STATUS2              PIC X.

       01  KYCREG-STATUS.
           05 KYCREG-STATUS1               PIC X.
           05 KYCREG-STATUS2               PIC X.

       01  KYCMRPT-STATUS.
           05 KYCMRPT-STATUS1              PIC X.
           05 KYCMRPT-STATUS2              PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.

       01 WS-CARD-CNT                      PIC 9(5) VALUE 0.
       01 WS-RECORDED-CNT                  PIC 9(5) VALUE 0.
       01 WS-REJECTED-CNT                  PIC 9(5) VALUE 0.

       01 WS-REVIEW-DATE                   PIC X(10).

       01 WS-WORK-DATE                     PIC X(10).
       01 WS-WORK-DATE-SPLIT REDEFINES WS-WORK-DATE.
           05 WS-WD-YEAR                   PIC X(4).
           05 WS-WD-DASH1                  PIC X.
           05 WS-WD-MONTH                  PIC X(2).
           05 WS-WD-DASH2                  PIC X.
           05 WS-WD-DAY                    PIC X(2).

       01 WS-DATE-YYYYMMDD                 PIC 9(8).
       01 WS-DATE-SPLIT REDEFINES WS-DATE-YYYYMMDD.
           05 WS-DS-YEAR                   PIC 9(4).
           05 WS-DS-MONTH                  PIC 99.
           05 WS-DS-DAY                    PIC 99.

       01 WS-DATE-VALID                    PIC X.

      *
      * Review date rolled on by the band's review years
      *
       01 WS-NEXT-DATE.
           05 WS-ND-YEAR                   PIC 9(4).
           05 FILLER                       PIC X.
           05 WS-ND-MONTH                  PIC X(2).
           05 FILLER                       PIC X.
           05 WS-ND-DAY                    PIC X(2).

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
                 VALUE 'KYCMNT KYC REVIEW MAINTENANCE      '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(87) VALUE SPACES.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-CUSTOMER-KEY          PIC X(16).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-REVIEW-DATE           PIC X(10).
           05 FILLER                       PIC X(4) VALUE ' BY '.
           05 WS-RPT-REVIEWER              PIC X(8).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-NARRATIVE             PIC X(30).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-OUTCOME               PIC X(45).
           05 FILLER                       PIC X(6) VALUE ' NEXT '.
           05 WS-RPT-NEXT-REVIEW           PIC X(10).

       01 WS-RPT-TOTALS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(7) VALUE 'CARDS  '.
           05 WS-RPT-TOT-CARDS             PIC Z(4)9.
           05 FILLER                       PIC X(11)
                 VALUE '  RECORDED '.
           05 WS-RPT-TOT-RECORDED          PIC Z(4)9.
           05 FILLER                       PIC X(11)
                 VALUE '  REJECTED '.
           05 WS-RPT-TOT-REJECTED          PIC Z(4)9.
           05 FILLER                       PIC X(88) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'KYCMNT  '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started KYCMNT.'.

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

           WRITE KYCM-PRINT-RECORD FROM WS-RPT-HEADER.

           READ KYCCARD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-CARD-CNT
              PERFORM APPLY-ONE-CARD
              READ KYCCARD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE WS-CARD-CNT     TO WS-RPT-TOT-CARDS.
           MOVE WS-RECORDED-CNT TO WS-RPT-TOT-RECORDED.
           MOVE WS-REJECTED-CNT TO WS-RPT-TOT-REJECTED.
           WRITE KYCM-PRINT-RECORD FROM WS-RPT-TOTALS.

           DISPLAY 'KYCMNT processed ' WS-CARD-CNT
                   ' cards, recorded ' WS-RECORDED-CNT
                   ', rejected ' WS-REJECTED-CNT '.'.

           IF WS-REJECTED-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT KYCCARD.
           IF KYCCARD-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening KYCCARD file, status='
                       KYCCARD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O KYCREG.
           IF KYCREG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening KYCREG file, status='
                       KYCREG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT KYCMRPT.
           IF KYCMRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening KYCMRPT file, status='
                       KYCMRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

       APPLY-ONE-CARD SECTION.
       AC010.
           MOVE CARD-CUSTOMER-KEY TO WS-RPT-CUSTOMER-KEY.
           MOVE CARD-REVIEWED-BY  TO WS-RPT-REVIEWER.
           MOVE CARD-NARRATIVE    TO WS-RPT-NARRATIVE.
           MOVE SPACES            TO WS-RPT-NEXT-REVIEW.

           IF CARD-REVIEW-DATE = SPACES
              MOVE WS-RUN-DATE TO WS-REVIEW-DATE
           ELSE
              MOVE CARD-REVIEW-DATE TO WS-REVIEW-DATE
           END-IF.
           MOVE WS-REVIEW-DATE TO WS-RPT-REVIEW-DATE.

           IF CARD-CUSTOMER-KEY NOT NUMERIC
              MOVE 'REJECTED - CUSTOMER KEY NOT NUMERIC          '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           IF CARD-REVIEWED-BY = SPACES
              MOVE 'REJECTED - NO REVIEWER ID                    '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           PERFORM CHECK-REVIEW-DATE.
           IF WS-DATE-VALID = 'N'
              MOVE 'REJECTED - REVIEW DATE NOT A VALID DATE      '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           IF WS-REVIEW-DATE > WS-RUN-DATE
              MOVE 'REJECTED - REVIEW DATE IN THE FUTURE         '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           MOVE CARD-CUSTOMER-KEY TO KYC-CUSTOMER-KEY.
           READ KYCREG
              KEY IS KYC-CUSTOMER-KEY
           END-READ.

           IF KYCREG-STATUS = '23'
              MOVE 'REJECTED - CUSTOMER NOT YET RATED            '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           IF KYCREG-STATUS NOT = '00'
              DISPLAY 'KYCMNT - error reading register for '
                      CARD-CUSTOMER-KEY ' status=' KYCREG-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF WS-REVIEW-DATE < KYC-LAST-REVIEW-DATE
              MOVE 'REJECTED - EARLIER THAN REVIEW ON RECORD     '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           MOVE WS-REVIEW-DATE   TO KYC-LAST-REVIEW-DATE.
           MOVE CARD-REVIEWED-BY TO KYC-REVIEWED-BY.
           MOVE CARD-NARRATIVE   TO KYC-REVIEW-NOTE.

           MOVE WS-REVIEW-DATE TO WS-NEXT-DATE.
           ADD KYC-REVIEW-YEARS TO WS-ND-YEAR.
           IF WS-ND-MONTH = '02' AND WS-ND-DAY = '29'
              MOVE '28' TO WS-ND-DAY
           END-IF.
           MOVE WS-NEXT-DATE TO KYC-NEXT-REVIEW-DATE.

           REWRITE KYC-REGISTER-RECORD.
           IF KYCREG-STATUS NOT = '00'
              DISPLAY 'KYCMNT - error writing register for '
                      CARD-CUSTOMER-KEY ' status=' KYCREG-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-RECORDED-CNT.
           MOVE KYC-NEXT-REVIEW-DATE TO WS-RPT-NEXT-REVIEW.
           MOVE 'REVIEW RECORDED                              '
              TO WS-RPT-OUTCOME.
           WRITE KYCM-PRINT-RECORD FROM WS-RPT-DETAIL.

       AC999.
           EXIT.

       CHECK-REVIEW-DATE SECTION.
       CD010.
           MOVE 'N' TO WS-DATE-VALID.
           MOVE WS-REVIEW-DATE TO WS-WORK-DATE.

           IF WS-WD-YEAR NOT NUMERIC OR WS-WD-MONTH NOT NUMERIC OR
              WS-WD-DAY NOT NUMERIC OR WS-WD-DASH1 NOT = '-' OR
              WS-WD-DASH2 NOT = '-'
              GO TO CD999
           END-IF.

           MOVE WS-WD-YEAR  TO WS-DS-YEAR.
           MOVE WS-WD-MONTH TO WS-DS-MONTH.
           MOVE WS-WD-DAY   TO WS-DS-DAY.

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-YYYYMMDD) NOT = 0
              GO TO CD999
           END-IF.

           MOVE 'Y' TO WS-DATE-VALID.

       CD999.
           EXIT.

       REJECT-CARD SECTION.
       RJ010.
           ADD 1 TO WS-REJECTED-CNT.
           WRITE KYCM-PRINT-RECORD FROM WS-RPT-DETAIL.

       RJ999.
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
              DISPLAY 'KYCMNT - business date unavailable, using '
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
           CLOSE KYCCARD.
           CLOSE KYCREG.
           CLOSE KYCMRPT.

       CF999.
           EXIT.
