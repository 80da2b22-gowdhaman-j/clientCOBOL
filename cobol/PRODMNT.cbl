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
      * Product master maintenance, card-driven. Adds products to
      * PRODMST, changes how they behave and withdraws them from
      * sale. Each PRODCARD is:
      *   col 1      action - A add, C change, W withdraw
      *   cols 2-9   account type - the ACCOUNT-TYPE value
      *   cols 10-39 product name                         (A)
      *   col 40     class - C current, S savings, L lending,
      *              T term deposit                       (A)
      *   cols 41-43 interest year, 360 or 365 days       (A)
      *   col 44     ISA - Y or N                         (A)
      *   col 45     may go overdrawn - Y or N            (A)
      *   cols 46-48 KYC risk points 000-100              (A)
      *   cols 49-56 id of the person making the change
      * On a C card a blank field leaves that attribute as it is.
      * Only a savings product can be an ISA. Withdrawing never
      * deletes: existing accounts of the product keep running on
      * its attributes, ONBOARD simply stops opening new ones. A W
      * card against a withdrawn product puts it back on sale.
      * Every card's outcome, with the product as it now stands,
      * goes to PRODRPT. A changed product takes effect in the
      * nightly programs from their next run.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODMNT.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODCARD
                  ASSIGN TO PRODCARD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS PRODCARD-STATUS.

           SELECT PRODMST
                  ASSIGN TO PRODMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PROD-ACCOUNT-TYPE
                  FILE STATUS  IS PRODMST-STATUS.

           SELECT PRODRPT
                  ASSIGN TO PRODRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS PRODRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  PRODCARD.
       01  PRODUCT-CARD.
           05 CARD-ACTION                  PIC X.
           05 CARD-ACCOUNT-TYPE            PIC X(8).
           05 CARD-NAME                    PIC X(30).
           05 CARD-CLASS                   PIC X.
           05 CARD-DAY-COUNT               PIC X(3).
           05 CARD-DAY-COUNT-N REDEFINES CARD-DAY-COUNT
                                           PIC 9(3).
           05 CARD-ISA-FLAG                PIC X.
           05 CARD-OVERDRAFT-FLAG          PIC X.
           05 CARD-KYC-POINTS              PIC X(3).
           05 CARD-KYC-POINTS-N REDEFINES CARD-KYC-POINTS
                                           PIC 9(3).
           05 CARD-CHANGED-BY              PIC X(8).
           05 FILLER                       PIC X(24).

       FD  PRODMST.
       01  PRODUCT-RECORD.
       COPY PRODMST.

       FD  PRODRPT.
       01  PROD-PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  PRODCARD-STATUS.
           05 PRODCARD-STATUS1             PIC X.
           05 PRODCARD-STATUS2             PIC X.

       01  PRODMST-STATUS.
           05 PRODMST-STATUS1              PIC X.
           05 PRODMST-STATUS2              PIC X.

       01  PRODRPT-STATUS.
           05 PRODRPT-STATUS1              PIC X.
           05 PRODRPT-STATUS2              PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.

       01 WS-CARD-CNT                      PIC 9(5) VALUE 0.
       01 WS-ADDED-CNT                     PIC 9(5) VALUE 0.
       01 WS-CHANGED-CNT                   PIC 9(5) VALUE 0.
       01 WS-WITHDRAWN-CNT                 PIC 9(5) VALUE 0.
       01 WS-REJECTED-CNT                  PIC 9(5) VALUE 0.

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
                 VALUE 'PRODMNT PRODUCT MASTER MAINTENANCE '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(87) VALUE SPACES.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-ACTION                PIC X.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-TYPE                  PIC X(8).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-NAME                  PIC X(30).
           05 FILLER                       PIC X(4) VALUE ' ST '.
           05 WS-RPT-STATUS                PIC X.
           05 FILLER                       PIC X(4) VALUE ' CL '.
           05 WS-RPT-CLASS                 PIC X.
           05 FILLER                       PIC X(5) VALUE ' DAY '.
           05 WS-RPT-DAY-COUNT             PIC X(3).
           05 FILLER                       PIC X(5) VALUE ' ISA '.
           05 WS-RPT-ISA                   PIC X.
           05 FILLER                       PIC X(4) VALUE ' OD '.
           05 WS-RPT-OVERDRAFT             PIC X.
           05 FILLER                       PIC X(5) VALUE ' KYC '.
           05 WS-RPT-KYC                   PIC X(3).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-OUTCOME               PIC X(45).
           05 FILLER                       PIC X(5) VALUE SPACES.

       01 WS-RPT-TOTALS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(7) VALUE 'CARDS  '.
           05 WS-RPT-TOT-CARDS             PIC Z(4)9.
           05 FILLER                       PIC X(8) VALUE '  ADDED '.
           05 WS-RPT-TOT-ADDED             PIC Z(4)9.
           05 FILLER                       PIC X(10)
                 VALUE '  CHANGED '.
           05 WS-RPT-TOT-CHANGED           PIC Z(4)9.
           05 FILLER                       PIC X(12)
                 VALUE '  WITHDRAWN '.
           05 WS-RPT-TOT-WITHDRAWN         PIC Z(4)9.
           05 FILLER                       PIC X(11)
                 VALUE '  REJECTED '.
           05 WS-RPT-TOT-REJECTED          PIC Z(4)9.
           05 FILLER                       PIC X(59) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'PRODMNT '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started PRODMNT.'.

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

           WRITE PROD-PRINT-RECORD FROM WS-RPT-HEADER.

           READ PRODCARD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-CARD-CNT
              PERFORM APPLY-ONE-CARD
              READ PRODCARD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE WS-CARD-CNT      TO WS-RPT-TOT-CARDS.
           MOVE WS-ADDED-CNT     TO WS-RPT-TOT-ADDED.
           MOVE WS-CHANGED-CNT   TO WS-RPT-TOT-CHANGED.
           MOVE WS-WITHDRAWN-CNT TO WS-RPT-TOT-WITHDRAWN.
           MOVE WS-REJECTED-CNT  TO WS-RPT-TOT-REJECTED.
           WRITE PROD-PRINT-RECORD FROM WS-RPT-TOTALS.

           DISPLAY 'PRODMNT processed ' WS-CARD-CNT
                   ' cards, added ' WS-ADDED-CNT
                   ', changed ' WS-CHANGED-CNT
                   ', withdrawn ' WS-WITHDRAWN-CNT
                   ', rejected ' WS-REJECTED-CNT '.'.

           IF WS-REJECTED-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT PRODCARD.
           IF PRODCARD-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening PRODCARD file, status='
                       PRODCARD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O PRODMST.
           IF PRODMST-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening PRODMST file, status='
                       PRODMST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT PRODRPT.
           IF PRODRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening PRODRPT file, status='
                       PRODRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

       APPLY-ONE-CARD SECTION.
       AC010.
           MOVE CARD-ACTION         TO WS-RPT-ACTION.
           MOVE CARD-ACCOUNT-TYPE   TO WS-RPT-TYPE.
           MOVE CARD-NAME           TO WS-RPT-NAME.
           MOVE SPACE               TO WS-RPT-STATUS.
           MOVE CARD-CLASS          TO WS-RPT-CLASS.
           MOVE CARD-DAY-COUNT      TO WS-RPT-DAY-COUNT.
           MOVE CARD-ISA-FLAG       TO WS-RPT-ISA.
           MOVE CARD-OVERDRAFT-FLAG TO WS-RPT-OVERDRAFT.
           MOVE CARD-KYC-POINTS     TO WS-RPT-KYC.

           IF CARD-ACCOUNT-TYPE = SPACES
              MOVE 'REJECTED - NO ACCOUNT TYPE                   '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           IF CARD-CHANGED-BY = SPACES
              MOVE 'REJECTED - NO ID OF WHO IS CHANGING IT       '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           EVALUATE CARD-ACTION
              WHEN 'A'
                 PERFORM ADD-PRODUCT
              WHEN 'C'
                 PERFORM CHANGE-PRODUCT
              WHEN 'W'
                 PERFORM WITHDRAW-PRODUCT
              WHEN OTHER
                 MOVE 'REJECTED - ACTION MUST BE A, C OR W          '
                    TO WS-RPT-OUTCOME
                 PERFORM REJECT-CARD
           END-EVALUATE.

       AC999.
           EXIT.

      *
      * An add must carry every attribute - there is no safe
      * default for how a product behaves
      *
       ADD-PRODUCT SECTION.
       AP010.
           IF CARD-NAME = SPACES OR CARD-CLASS = SPACE OR
              CARD-DAY-COUNT = SPACES OR CARD-ISA-FLAG = SPACE OR
              CARD-OVERDRAFT-FLAG = SPACE OR CARD-KYC-POINTS = SPACES
              MOVE 'REJECTED - ADD NEEDS EVERY ATTRIBUTE         '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AP999
           END-IF.

           MOVE SPACES            TO PRODUCT-RECORD.
           MOVE CARD-ACCOUNT-TYPE TO PROD-ACCOUNT-TYPE.
           MOVE 'A'               TO PROD-STATUS.
           PERFORM LAY-CARD-OVER-PRODUCT.
           IF WS-RPT-OUTCOME NOT = SPACES
              PERFORM REJECT-CARD
              GO TO AP999
           END-IF.

           WRITE PRODUCT-RECORD.

           IF PRODMST-STATUS = '22'
              MOVE 'REJECTED - TYPE ALREADY ON THE MASTER        '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AP999
           END-IF.
           PERFORM CHECK-PRODUCT-WRITE.

           ADD 1 TO WS-ADDED-CNT.
           MOVE 'ADDED                                        '
              TO WS-RPT-OUTCOME.
           PERFORM REPORT-PRODUCT.

       AP999.
           EXIT.

       CHANGE-PRODUCT SECTION.
       CP010.
           MOVE CARD-ACCOUNT-TYPE TO PROD-ACCOUNT-TYPE.
           READ PRODMST
              KEY IS PROD-ACCOUNT-TYPE
           END-READ.

           IF PRODMST-STATUS = '23'
              MOVE 'REJECTED - TYPE NOT ON THE MASTER            '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO CP999
           END-IF.
           PERFORM CHECK-PRODUCT-READ.

           PERFORM LAY-CARD-OVER-PRODUCT.
           IF WS-RPT-OUTCOME NOT = SPACES
              PERFORM REJECT-CARD
              GO TO CP999
           END-IF.

           REWRITE PRODUCT-RECORD.
           PERFORM CHECK-PRODUCT-WRITE.

           ADD 1 TO WS-CHANGED-CNT.
           MOVE 'CHANGED                                      '
              TO WS-RPT-OUTCOME.
           PERFORM REPORT-PRODUCT.

       CP999.
           EXIT.

      *
      * Withdrawn from sale, or back on sale if it already was
      *
       WITHDRAW-PRODUCT SECTION.
       WP010.
           MOVE CARD-ACCOUNT-TYPE TO PROD-ACCOUNT-TYPE.
           READ PRODMST
              KEY IS PROD-ACCOUNT-TYPE
           END-READ.

           IF PRODMST-STATUS = '23'
              MOVE 'REJECTED - TYPE NOT ON THE MASTER            '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO WP999
           END-IF.
           PERFORM CHECK-PRODUCT-READ.

           IF PROD-STATUS-WITHDRAWN
              MOVE 'A' TO PROD-STATUS
              MOVE 'BACK ON SALE                                 '
                 TO WS-RPT-OUTCOME
           ELSE
              MOVE 'W' TO PROD-STATUS
              MOVE 'WITHDRAWN FROM SALE                          '
                 TO WS-RPT-OUTCOME
           END-IF.
           MOVE CARD-CHANGED-BY TO PROD-CHANGED-BY.
           MOVE WS-RUN-DATE     TO PROD-CHANGED-DATE.

           REWRITE PRODUCT-RECORD.
           PERFORM CHECK-PRODUCT-WRITE.

           ADD 1 TO WS-WITHDRAWN-CNT.
           PERFORM REPORT-PRODUCT.

       WP999.
           EXIT.

      *
      * Every non-blank card field onto the product record, each
      * one checked; a bad field leaves its reason in
      * WS-RPT-OUTCOME and the record is not written back
      *
       LAY-CARD-OVER-PRODUCT SECTION.
       LC010.
           MOVE SPACES TO WS-RPT-OUTCOME.

           IF CARD-NAME NOT = SPACES
              MOVE CARD-NAME TO PROD-NAME
           END-IF.

           IF CARD-CLASS NOT = SPACE
              MOVE CARD-CLASS TO PROD-CLASS
              IF NOT PROD-CLASS-VALID
                 MOVE 'REJECTED - CLASS MUST BE C, S, L OR T        '
                    TO WS-RPT-OUTCOME
                 GO TO LC999
              END-IF
           END-IF.

           IF CARD-DAY-COUNT NOT = SPACES
              IF CARD-DAY-COUNT NOT NUMERIC
                 MOVE 'REJECTED - DAY COUNT MUST BE 360 OR 365      '
                    TO WS-RPT-OUTCOME
                 GO TO LC999
              END-IF
              MOVE CARD-DAY-COUNT-N TO PROD-DAY-COUNT
              IF NOT PROD-DAY-COUNT-VALID
                 MOVE 'REJECTED - DAY COUNT MUST BE 360 OR 365      '
                    TO WS-RPT-OUTCOME
                 GO TO LC999
              END-IF
           END-IF.

           IF CARD-ISA-FLAG NOT = SPACE
              IF CARD-ISA-FLAG NOT = 'Y' AND CARD-ISA-FLAG NOT = 'N'
                 MOVE 'REJECTED - ISA FLAG MUST BE Y OR N           '
                    TO WS-RPT-OUTCOME
                 GO TO LC999
              END-IF
              MOVE CARD-ISA-FLAG TO PROD-ISA-FLAG
           END-IF.

           IF CARD-OVERDRAFT-FLAG NOT = SPACE
              IF CARD-OVERDRAFT-FLAG NOT = 'Y' AND
                 CARD-OVERDRAFT-FLAG NOT = 'N'
                 MOVE 'REJECTED - OVERDRAFT FLAG MUST BE Y OR N     '
                    TO WS-RPT-OUTCOME
                 GO TO LC999
              END-IF
              MOVE CARD-OVERDRAFT-FLAG TO PROD-OVERDRAFT-FLAG
           END-IF.

           IF CARD-KYC-POINTS NOT = SPACES
              IF CARD-KYC-POINTS NOT NUMERIC OR
                 CARD-KYC-POINTS-N > 100
                 MOVE 'REJECTED - KYC POINTS MUST BE 000 TO 100     '
                    TO WS-RPT-OUTCOME
                 GO TO LC999
              END-IF
              MOVE CARD-KYC-POINTS-N TO PROD-KYC-POINTS
           END-IF.

           IF PROD-IS-ISA AND NOT PROD-CLASS-SAVINGS
              MOVE 'REJECTED - ONLY A SAVINGS PRODUCT CAN BE ISA '
                 TO WS-RPT-OUTCOME
              GO TO LC999
           END-IF.

           MOVE CARD-CHANGED-BY TO PROD-CHANGED-BY.
           MOVE WS-RUN-DATE     TO PROD-CHANGED-DATE.

       LC999.
           EXIT.

       CHECK-PRODUCT-READ SECTION.
       CR010.
           IF PRODMST-STATUS NOT = '00'
              DISPLAY 'PRODMNT - error reading product '
                      CARD-ACCOUNT-TYPE ' status=' PRODMST-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CR999.
           EXIT.

       CHECK-PRODUCT-WRITE SECTION.
       CW010.
           IF PRODMST-STATUS NOT = '00'
              DISPLAY 'PRODMNT - error writing product '
                      CARD-ACCOUNT-TYPE ' status=' PRODMST-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CW999.
           EXIT.

      *
      * The product as it now stands
      *
       REPORT-PRODUCT SECTION.
       RP010.
           MOVE PROD-NAME           TO WS-RPT-NAME.
           MOVE PROD-STATUS         TO WS-RPT-STATUS.
           MOVE PROD-CLASS          TO WS-RPT-CLASS.
           MOVE PROD-DAY-COUNT      TO WS-RPT-DAY-COUNT.
           MOVE PROD-ISA-FLAG       TO WS-RPT-ISA.
           MOVE PROD-OVERDRAFT-FLAG TO WS-RPT-OVERDRAFT.
           MOVE PROD-KYC-POINTS     TO WS-RPT-KYC.
           WRITE PROD-PRINT-RECORD FROM WS-RPT-DETAIL.

       RP999.
           EXIT.

       REJECT-CARD SECTION.
       RJ010.
           ADD 1 TO WS-REJECTED-CNT.
           WRITE PROD-PRINT-RECORD FROM WS-RPT-DETAIL.

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
              DISPLAY 'PRODMNT - business date unavailable, using '
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
           CLOSE PRODCARD.
           CLOSE PRODMST.
           CLOSE PRODRPT.

       CF999.
           EXIT.
