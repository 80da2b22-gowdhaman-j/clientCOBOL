      * concatenation the DELINQ cycle ages against, so arrears
      * stop being measured against the old rate. REAMRPT shows
      * each loan's old and new first installment and the delta
      * for the borrower notification. A card is only taken for an
      * open account of a lending product - class L on the PRODMST
      * product master. Every loan reamortized is entered on the
      * REAMREG register, which ECLPROV provides against, and the
      * schedule's move from the old rate to the new is recorded on
      * the RATEHIST rate history effective from the run date.
      ******************************************************************

       IDENTIFICATION DIVISION.
                  RECORD KEY   IS ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT REAMREG
                  ASSIGN TO REAMREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS REAM-LOAN-NUMBER
                  FILE STATUS  IS REAMREG-STATUS.

           SELECT RATEHIST
                  ASSIGN TO RATEHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS RTH-KEY
                  FILE STATUS  IS RATEHIST-STATUS.

           SELECT NEWSKED
                  ASSIGN TO NEWSKED
                  ORGANIZATION IS SEQUENTIAL
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  REAMREG.
       01  REAMORTIZATION-RECORD.
       COPY REAMREG.

       FD  RATEHIST.
       01  RATE-HISTORY-RECORD.
       COPY RATEHIST.

       FD  NEWSKED.
       01  SKED-RECORD                     PIC X(80).

           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  REAMREG-STATUS.
           05 REAMREG-STATUS1              PIC X.
           05 REAMREG-STATUS2              PIC X.

       01  RATEHIST-STATUS.
           05 RATEHIST-STATUS1             PIC X.
           05 RATEHIST-STATUS2             PIC X.

       01  NEWSKED-STATUS.
           05 NEWSKED-STATUS1              PIC X.
           05 NEWSKED-STATUS2              PIC X.
       01 WS-NEW-INSTALLMENT               PIC 9(9)V99.
       01 WS-DELTA                         PIC S9(9)V99.

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

       01 WS-PRODINF-PARM.
           03 WS-PIP-FUNCTION              PIC X(5).
           03 WS-PIP-ACCOUNT-TYPE          PIC X(8).
           03 WS-PIP-PRODUCT.
       COPY PRODMST.
           03 WS-PIP-STATUS                PIC X.

       01 WS-AMOR-PERIOD                   PIC 9(3).
       01 WS-AMOR-OPENING-BAL              PIC 9(9)V99.
       01 WS-AMOR-INTEREST                 PIC 9(9)V99.
       P010.
           DISPLAY 'Started REAMORT.'.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           PERFORM GET-BUSINESS-DATE.

           PERFORM OPEN-FILES.

           READ REAMCARD
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O REAMREG.
           IF REAMREG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening REAMREG file, status='
                       REAMREG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O RATEHIST.
           IF RATEHIST-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening RATEHIST file, status='
                       RATEHIST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT NEWSKED.
           IF NEWSKED-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening NEWSKED file, status='
              KEY IS ACCOUNT-NUMBER
           END-READ.

           IF ACCTFILE-STATUS = '00'
              PERFORM GET-PRODUCT
           END-IF.

           IF ACCTFILE-STATUS NOT = '00' OR
              NOT PROD-CLASS-LOAN OR
              ACCOUNT-STATUS-CLOSED
              ADD 1 TO WS-REJECTED-CNT
              MOVE CARD-LOAN-NUMBER TO WS-RPT-REJ-LOAN
           MOVE WS-DELTA           TO WS-RPT-DELTA.
           WRITE REAM-PRINT-RECORD FROM WS-RPT-DETAIL.

           PERFORM REGISTER-REAMORTIZATION.
           PERFORM RECORD-RATE-HISTORY.

           ADD 1 TO WS-REGEN-CNT.

       RG999.
           EXIT.

      *
      * The loan goes on, or stays on, the reamortization register
      *
       REGISTER-REAMORTIZATION SECTION.
       RR010.
           MOVE CARD-LOAN-NUMBER TO REAM-LOAN-NUMBER.
           READ REAMREG
              KEY IS REAM-LOAN-NUMBER
           END-READ.

           IF REAMREG-STATUS = '23'
              MOVE SPACES           TO REAMORTIZATION-RECORD
              MOVE CARD-LOAN-NUMBER TO REAM-LOAN-NUMBER
              MOVE WS-RUN-DATE      TO REAM-FIRST-DATE
              MOVE 0                TO REAM-COUNT
           ELSE
              IF REAMREG-STATUS NOT = '00'
                 DISPLAY 'REAMORT - error reading REAMREG for loan '
                         CARD-LOAN-NUMBER ' status=' REAMREG-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
           END-IF.

           MOVE WS-RUN-DATE   TO REAM-LAST-DATE.
           MOVE CARD-OLD-RATE TO REAM-LAST-OLD-RATE.
           MOVE WS-NEW-RATE   TO REAM-LAST-NEW-RATE.
           IF REAM-COUNT < 999
              ADD 1 TO REAM-COUNT
           END-IF.

           IF REAMREG-STATUS = '23'
              WRITE REAMORTIZATION-RECORD
           ELSE
              REWRITE REAMORTIZATION-RECORD
           END-IF.

           IF REAMREG-STATUS NOT = '00'
              DISPLAY 'REAMORT - error writing REAMREG for loan '
                      CARD-LOAN-NUMBER ' status=' REAMREG-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RR999.
           EXIT.

      *
      * The rate the loan's repayments are now worked on goes on
      * the rate history from today, the old rate being the one the
      * dead schedule was built on. A second change the same day
      * takes the next sequence.
      *
       RECORD-RATE-HISTORY SECTION.
       RH010.
           MOVE SPACES            TO RATE-HISTORY-RECORD.
           MOVE CARD-LOAN-NUMBER  TO RTH-ACCOUNT-NUMBER.
           MOVE WS-RUN-DATE       TO RTH-EFFECTIVE-DATE
                                     RTH-RECORDED-DATE.
           MOVE 1                 TO RTH-SEQUENCE.
           MOVE CARD-OLD-RATE     TO RTH-OLD-RATE.
           MOVE WS-NEW-RATE       TO RTH-NEW-RATE.
           MOVE 'REAMORT'         TO RTH-SOURCE.
           STRING 'SCHEDULE REBUILT ' CARD-REMAINING-TERM ' MONTHS'
              DELIMITED BY SIZE INTO RTH-REFERENCE
           END-STRING.

           WRITE RATE-HISTORY-RECORD.
           PERFORM UNTIL RATEHIST-STATUS NOT = '22' OR
                         RTH-SEQUENCE = 99
              ADD 1 TO RTH-SEQUENCE
              WRITE RATE-HISTORY-RECORD
           END-PERFORM.

           IF RATEHIST-STATUS NOT = '00'
              DISPLAY 'REAMORT - error writing rate history for loan '
                      CARD-LOAN-NUMBER ' status=' RATEHIST-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RH999.
           EXIT.

      *
      * How the account's product behaves, from the product master
      *
       GET-PRODUCT SECTION.
       GP010.
           MOVE 'GET  '      TO WS-PIP-FUNCTION.
           MOVE ACCOUNT-TYPE TO WS-PIP-ACCOUNT-TYPE.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

           IF WS-PIP-STATUS = 'E'
              DISPLAY 'REAMORT - product master unavailable, run '
                      'stopped'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       GP999.
           EXIT.

      *
      * The WCA4ZCOB arithmetic: straight-line principal, interest
      * on the opening balance at rate over twelve, last period
       WN999.
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
              DISPLAY 'REAMORT - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

       CF010.
           CLOSE REAMCARD.
           CLOSE ACCTFILE.
           CLOSE REAMREG.
           CLOSE RATEHIST.
           CLOSE NEWSKED.
           CLOSE REAMRPT.

           MOVE 'CLOSE' TO WS-PIP-FUNCTION.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

       CF999.
           EXIT.
