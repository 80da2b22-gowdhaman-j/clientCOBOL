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
      * Cooling-off review, card-driven, for the branch working the
      * payments XFRFUN and STORUN hold because they are a large
      * first payment to a payee the customer saved only hours
      * before. The branch calls the customer back on the number it
      * already holds and decides each held PENDXFR instruction with
      * one COOLCARD:
      *   col 1      action - R release the payment, C cancel it
      *   cols 2-25  the instruction key as printed on the review
      *              list - execution date, from-account, sequence
      *   cols 26-33 id of the teller deciding
      *   cols 34-63 narrative - the outcome of the call-back
      * A released instruction goes back to QUEUED and XFRRLSE pays
      * it on its next run, through the usual overdraft and block
      * rules; its payee is marked cleared so later payments to it
      * are not held again. A cancelled instruction is marked C and
      * the money never moves. Every release and cancellation is
      * written to the COOLAUD audit with the teller on the card,
      * beside the hold XFRFUN or STORUN wrote there.
      *
      * After the cards the run lists every instruction still held
      * - the branch's worklist for the next call-backs - with the
      * payee, when it was saved and who keyed the payment. Every
      * card's outcome and the list go to COOLRPT.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COOLREV.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COOLCARD
                  ASSIGN TO COOLCARD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS COOLCARD-STATUS.

           SELECT PENDXFR
                  ASSIGN TO PENDXFR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PEND-KEY
                  FILE STATUS  IS PENDXFR-STATUS.

           SELECT PAYEMST
                  ASSIGN TO PAYEMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PAYE-KEY
                  FILE STATUS  IS PAYEMST-STATUS.

           SELECT COOLAUD
                  ASSIGN TO COOLAUD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CLA-KEY
                  FILE STATUS  IS COOLAUD-STATUS.

           SELECT COOLRPT
                  ASSIGN TO COOLRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS COOLRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  COOLCARD.
       01  COOLING-CARD.
           05 CARD-ACTION                  PIC X.
           05 CARD-PEND-KEY.
              10 CARD-EXEC-DATE            PIC X(10).
              10 CARD-FROM-ACCOUNT         PIC X(11).
              10 CARD-SEQUENCE             PIC X(3).
           05 CARD-DECIDED-BY              PIC X(8).
           05 CARD-NARRATIVE               PIC X(30).
           05 FILLER                       PIC X(17).

       FD  PENDXFR.
       01  PENDING-RECORD.
       COPY PENDXFR.

       FD  PAYEMST.
       01  PAYEE-RECORD.
       COPY PAYEMST.

       FD  COOLAUD.
       01  COOLING-AUDIT-RECORD.
       COPY COOLAUD.

       FD  COOLRPT.
       01  COOL-PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  COOLCARD-STATUS.
           05 COOLCARD-STATUS1             PIC X.
           05 COOLCARD-STATUS2             PIC X.

       01  PENDXFR-STATUS.
           05 PENDXFR-STATUS1              PIC X.
           05 PENDXFR-STATUS2              PIC X.

       01  PAYEMST-STATUS.
           05 PAYEMST-STATUS1              PIC X.
           05 PAYEMST-STATUS2              PIC X.

       01  COOLAUD-STATUS.
           05 COOLAUD-STATUS1              PIC X.
           05 COOLAUD-STATUS2              PIC X.

       01  COOLRPT-STATUS.
           05 COOLRPT-STATUS1              PIC X.
           05 COOLRPT-STATUS2              PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.
       01 WS-SCAN-EXIT                     PIC X    VALUE 'N'.

       01 WS-CARD-CNT                      PIC 9(5) VALUE 0.
       01 WS-RELEASED-CNT                  PIC 9(5) VALUE 0.
       01 WS-CANCELLED-CNT                 PIC 9(5) VALUE 0.
       01 WS-REJECTED-CNT                  PIC 9(5) VALUE 0.
       01 WS-STILL-HELD-CNT                PIC 9(5) VALUE 0.

       01 WS-PAYEE-FOUND                   PIC X.
       01 WS-RUN-TIME-RAW                  PIC 9(8).

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
                 VALUE 'COOLREV COOLING-OFF HOLD REVIEW    '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(87) VALUE SPACES.

       01 WS-RPT-CARD.
           05 FILLER                       PIC X    VALUE '0'.
           05 WS-RPT-ACTION                PIC X.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-PEND-KEY              PIC X(24).
           05 FILLER                       PIC X(4) VALUE ' BY '.
           05 WS-RPT-DECIDED-BY            PIC X(8).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-OUTCOME               PIC X(45).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-NARRATIVE             PIC X(30).
           05 FILLER                       PIC X(14) VALUE SPACES.

       01 WS-RPT-LIST-TITLE.
           05 FILLER                       PIC X    VALUE '-'.
           05 FILLER                       PIC X(24)
                 VALUE 'STILL HELD FOR CALL-BACK'.
           05 FILLER                       PIC X(108) VALUE SPACES.

       01 WS-RPT-LIST-HEADER.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(26)
                 VALUE 'CARD KEY                  '.
           05 FILLER                       PIC X(20)
                 VALUE 'DESTINATION         '.
           05 FILLER                       PIC X(15)
                 VALUE '       AMOUNT  '.
           05 FILLER                       PIC X(27)
                 VALUE 'PAYEE                      '.
           05 FILLER                       PIC X(20)
                 VALUE 'SAVED               '.
           05 FILLER                       PIC X(13)
                 VALUE 'KEYED BY     '.
           05 FILLER                       PIC X(8)
                 VALUE '   ORDER'.
           05 FILLER                       PIC X(3) VALUE SPACES.

       01 WS-RPT-LIST-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-LST-PEND-KEY              PIC X(24).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-LST-TO-SORT               PIC 9(6).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-LST-TO-ACCT               PIC 9(11).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-LST-AMOUNT                PIC -(9)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-LST-PAYEE-NAME            PIC X(20).
           05 FILLER                       PIC X(7) VALUE ' SAVED '.
           05 WS-LST-SAVED-DATE            PIC X(10).
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-LST-SAVED-HH              PIC 99.
           05 FILLER                       PIC X    VALUE ':'.
           05 WS-LST-SAVED-MM              PIC 99.
           05 FILLER                       PIC X(4) VALUE ' BY '.
           05 WS-LST-TELLER                PIC X(8).
           05 FILLER                       PIC X(5) VALUE ' STO '.
           05 WS-LST-ORDER-NO              PIC Z(8).
           05 FILLER                       PIC X(3) VALUE SPACES.

       01 WS-SAVED-TIME                    PIC 9(6).
       01 WS-SAVED-TIME-SPLIT REDEFINES WS-SAVED-TIME.
           05 WS-SAVED-HH                  PIC 99.
           05 WS-SAVED-MM                  PIC 99.
           05 WS-SAVED-SS                  PIC 99.

       01 WS-RPT-TOTALS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(6) VALUE 'CARDS '.
           05 WS-RPT-TOT-CARDS             PIC Z(4)9.
           05 FILLER                       PIC X(11)
                 VALUE '  RELEASED '.
           05 WS-RPT-TOT-RELEASED          PIC Z(4)9.
           05 FILLER                       PIC X(12)
                 VALUE '  CANCELLED '.
           05 WS-RPT-TOT-CANCELLED         PIC Z(4)9.
           05 FILLER                       PIC X(11)
                 VALUE '  REJECTED '.
           05 WS-RPT-TOT-REJECTED          PIC Z(4)9.
           05 FILLER                       PIC X(13)
                 VALUE '  STILL HELD '.
           05 WS-RPT-TOT-STILL-HELD        PIC Z(4)9.
           05 FILLER                       PIC X(54) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'COOLREV '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started COOLREV.'.

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

           WRITE COOL-PRINT-RECORD FROM WS-RPT-HEADER.

           READ COOLCARD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-CARD-CNT
              PERFORM APPLY-ONE-CARD
              READ COOLCARD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           PERFORM LIST-STILL-HELD.

           MOVE WS-CARD-CNT       TO WS-RPT-TOT-CARDS.
           MOVE WS-RELEASED-CNT   TO WS-RPT-TOT-RELEASED.
           MOVE WS-CANCELLED-CNT  TO WS-RPT-TOT-CANCELLED.
           MOVE WS-REJECTED-CNT   TO WS-RPT-TOT-REJECTED.
           MOVE WS-STILL-HELD-CNT TO WS-RPT-TOT-STILL-HELD.
           WRITE COOL-PRINT-RECORD FROM WS-RPT-TOTALS.

           DISPLAY 'COOLREV processed ' WS-CARD-CNT
                   ' cards, released ' WS-RELEASED-CNT
                   ', cancelled ' WS-CANCELLED-CNT
                   ', rejected ' WS-REJECTED-CNT
                   ', still held ' WS-STILL-HELD-CNT '.'.

           IF WS-REJECTED-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT COOLCARD.
           IF COOLCARD-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening COOLCARD file, status='
                       COOLCARD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O PENDXFR.
           IF PENDXFR-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening PENDXFR file, status='
                       PENDXFR-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O PAYEMST.
           IF PAYEMST-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening PAYEMST file, status='
                       PAYEMST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O COOLAUD.
           IF COOLAUD-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening COOLAUD file, status='
                       COOLAUD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT COOLRPT.
           IF COOLRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening COOLRPT file, status='
                       COOLRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

       APPLY-ONE-CARD SECTION.
       AC010.
           MOVE CARD-ACTION     TO WS-RPT-ACTION.
           MOVE CARD-PEND-KEY   TO WS-RPT-PEND-KEY.
           MOVE CARD-DECIDED-BY TO WS-RPT-DECIDED-BY.
           MOVE CARD-NARRATIVE  TO WS-RPT-NARRATIVE.

           IF CARD-ACTION NOT = 'R' AND CARD-ACTION NOT = 'C'
              MOVE 'REJECTED - ACTION MUST BE R OR C             '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           IF CARD-DECIDED-BY = SPACES
              MOVE 'REJECTED - NO TELLER ID                      '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           IF CARD-NARRATIVE = SPACES
              MOVE 'REJECTED - NO OUTCOME OF THE CALL-BACK       '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           IF CARD-FROM-ACCOUNT NOT NUMERIC OR
              CARD-SEQUENCE NOT NUMERIC
              MOVE 'REJECTED - KEY IS NOT AS PRINTED ON THE LIST '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           MOVE CARD-EXEC-DATE    TO PEND-EXEC-DATE.
           MOVE CARD-FROM-ACCOUNT TO PEND-FROM-ACCOUNT.
           MOVE CARD-SEQUENCE     TO PEND-SEQUENCE.
           READ PENDXFR
              KEY IS PEND-KEY
           END-READ.

           IF PENDXFR-STATUS = '23'
              MOVE 'REJECTED - NO SUCH INSTRUCTION ON PENDXFR    '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           IF PENDXFR-STATUS NOT = '00'
              DISPLAY 'COOLREV - error reading PENDXFR for '
                      PEND-KEY ' status=' PENDXFR-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF NOT PEND-STATUS-HELD
              MOVE 'REJECTED - INSTRUCTION IS NOT HELD           '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           MOVE CARD-ACTION TO PEND-STATUS.
           IF CARD-ACTION = 'R'
              MOVE 'Q' TO PEND-STATUS
           END-IF.
           REWRITE PENDING-RECORD.
           IF PENDXFR-STATUS NOT = '00'
              DISPLAY 'COOLREV - error rewriting PENDXFR for '
                      PEND-KEY ' status=' PENDXFR-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM READ-HELD-PAYEE.

      *
      * A release clears the payee - the customer has confirmed it -
      * so its later payments are not held again
      *
           IF CARD-ACTION = 'R' AND WS-PAYEE-FOUND = 'Y'
              MOVE 'Y' TO PAYE-COOLING-CLEARED
              REWRITE PAYEE-RECORD
              IF PAYEMST-STATUS NOT = '00'
                 DISPLAY 'COOLREV - error rewriting PAYEMST for '
                         PAYE-KEY ' status=' PAYEMST-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
           END-IF.

           PERFORM AUDIT-DECISION.

           IF CARD-ACTION = 'R'
              ADD 1 TO WS-RELEASED-CNT
              MOVE 'RELEASED - PAYS ON THE NEXT XFRRLSE RUN      '
                 TO WS-RPT-OUTCOME
           ELSE
              ADD 1 TO WS-CANCELLED-CNT
              MOVE 'CANCELLED - THE MONEY DOES NOT MOVE          '
                 TO WS-RPT-OUTCOME
           END-IF.
           WRITE COOL-PRINT-RECORD FROM WS-RPT-CARD.

       AC999.
           EXIT.

      *
      * The saved payee the held instruction pays. One deleted since
      * the hold is simply not found
      *
       READ-HELD-PAYEE SECTION.
       RH010.
           MOVE 'N' TO WS-PAYEE-FOUND.
           MOVE PEND-PAYEE-SORTCODE TO PAYE-SORTCODE.
           MOVE PEND-PAYEE-CUSTOMER TO PAYE-CUSTOMER-NUMBER.
           MOVE PEND-PAYEE-NUMBER   TO PAYE-NUMBER.
           READ PAYEMST
              KEY IS PAYE-KEY
           END-READ.

           IF PAYEMST-STATUS = '00'
              MOVE 'Y' TO WS-PAYEE-FOUND
           END-IF.

       RH999.
           EXIT.

      *
      * The release or cancellation goes to COOLAUD beside the hold,
      * under the teller on the card
      *
       AUDIT-DECISION SECTION.
       AD010.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE PEND-KEY             TO CLA-PEND-KEY.
           MOVE CARD-ACTION          TO CLA-EVENT.
           MOVE WS-RUN-DATE          TO CLA-EVENT-DATE.
           MOVE WS-RUN-TIME-RAW(1:6) TO CLA-EVENT-TIME.
           MOVE CARD-DECIDED-BY      TO CLA-TELLER.
           MOVE 'BTCH'               TO CLA-TERMINAL.
           MOVE PEND-AMOUNT          TO CLA-AMOUNT.
           MOVE PEND-TO-SORTCODE     TO CLA-TO-SORTCODE.
           MOVE PEND-TO-ACCOUNT      TO CLA-TO-ACCOUNT.
           MOVE PEND-ORDER-NUMBER    TO CLA-ORDER-NUMBER.
           MOVE PEND-PAYEE-SORTCODE  TO CLA-PAYEE-SORTCODE.
           MOVE PEND-PAYEE-CUSTOMER  TO CLA-PAYEE-CUSTOMER.
           MOVE PEND-PAYEE-NUMBER    TO CLA-PAYEE-NUMBER.
           MOVE SPACES               TO CLA-PAYEE-CREATED-DATE.
           MOVE 0                    TO CLA-PAYEE-CREATED-TIME.
           IF WS-PAYEE-FOUND = 'Y'
              MOVE PAYE-CREATED-DATE TO CLA-PAYEE-CREATED-DATE
              IF PAYE-CREATED-TIME IS NUMERIC
                 MOVE PAYE-CREATED-TIME TO CLA-PAYEE-CREATED-TIME
              END-IF
           END-IF.
           MOVE CARD-NARRATIVE       TO CLA-NARRATIVE.
           MOVE SPACES               TO COOLING-AUDIT-RECORD(151:10).

           WRITE COOLING-AUDIT-RECORD.
           IF COOLAUD-STATUS NOT = '00'
              DISPLAY 'COOLREV - error writing COOLAUD for '
                      CLA-KEY ' status=' COOLAUD-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       AD999.
           EXIT.

      *
      * The worklist: every instruction still held once the cards
      * are applied, oldest execution date first
      *
       LIST-STILL-HELD SECTION.
       LH010.
           WRITE COOL-PRINT-RECORD FROM WS-RPT-LIST-TITLE.
           WRITE COOL-PRINT-RECORD FROM WS-RPT-LIST-HEADER.

           MOVE LOW-VALUES TO PEND-KEY.
           MOVE 'N' TO WS-SCAN-EXIT.
           START PENDXFR KEY NOT < PEND-KEY
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-EXIT
           END-START.

           PERFORM UNTIL WS-SCAN-EXIT = 'Y'
              READ PENDXFR NEXT RECORD
                AT END MOVE 'Y' TO WS-SCAN-EXIT
              END-READ
              IF WS-SCAN-EXIT = 'N' AND PEND-STATUS-HELD
                 PERFORM LIST-ONE-HELD
              END-IF
           END-PERFORM.

       LH999.
           EXIT.

       LIST-ONE-HELD SECTION.
       LO010.
           ADD 1 TO WS-STILL-HELD-CNT.
           PERFORM READ-HELD-PAYEE.

           MOVE PEND-KEY          TO WS-LST-PEND-KEY.
           MOVE PEND-TO-SORTCODE  TO WS-LST-TO-SORT.
           MOVE PEND-TO-ACCOUNT   TO WS-LST-TO-ACCT.
           MOVE PEND-AMOUNT       TO WS-LST-AMOUNT.
           MOVE PEND-TELLER       TO WS-LST-TELLER.
           MOVE PEND-ORDER-NUMBER TO WS-LST-ORDER-NO.

           IF WS-PAYEE-FOUND = 'Y'
              MOVE PAYE-NAME         TO WS-LST-PAYEE-NAME
              MOVE PAYE-CREATED-DATE TO WS-LST-SAVED-DATE
              IF PAYE-CREATED-TIME IS NUMERIC
                 MOVE PAYE-CREATED-TIME TO WS-SAVED-TIME
              ELSE
                 MOVE 0 TO WS-SAVED-TIME
              END-IF
           ELSE
              MOVE 'PAYEE SINCE DELETED ' TO WS-LST-PAYEE-NAME
              MOVE SPACES TO WS-LST-SAVED-DATE
              MOVE 0 TO WS-SAVED-TIME
           END-IF.
           MOVE WS-SAVED-HH TO WS-LST-SAVED-HH.
           MOVE WS-SAVED-MM TO WS-LST-SAVED-MM.

           WRITE COOL-PRINT-RECORD FROM WS-RPT-LIST-LINE.

       LO999.
           EXIT.

       REJECT-CARD SECTION.
       RJ010.
           ADD 1 TO WS-REJECTED-CNT.
           WRITE COOL-PRINT-RECORD FROM WS-RPT-CARD.

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
              DISPLAY 'COOLREV - business date unavailable, using '
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
           CLOSE COOLCARD.
           CLOSE PENDXFR.
           CLOSE PAYEMST.
           CLOSE COOLAUD.
           CLOSE COOLRPT.

       CF999.
           EXIT.
