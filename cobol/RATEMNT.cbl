      * thinks it is needs a person, not a batch job. The RATERPT
      * register shows every change and rejection plus changed /
      * rejected / skipped counts per account type for sign-off.
      *
      * Every rate changed is also recorded on the RATEHIST rate
      * history KSDS, effective on the card's effective date, with
      * the rate before and after, so the rate an account was on at
      * any past date can still be answered once the account's
      * rate has moved on.
      ******************************************************************

       IDENTIFICATION DIVISION.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS RATERPT-STATUS.

           SELECT RATEHIST
                  ASSIGN TO RATEHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS RTH-KEY
                  FILE STATUS  IS RATEHIST-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
       FD  RATERPT.
       01  RATE-PRINT-RECORD               PIC X(133).

       FD  RATEHIST.
       01  RATE-HISTORY-RECORD.
       COPY RATEHIST.

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
           05 RATERPT-STATUS1              PIC X.
           05 RATERPT-STATUS2              PIC X.

       01  RATEHIST-STATUS.
           05 RATEHIST-STATUS1             PIC X.
           05 RATEHIST-STATUS2             PIC X.

       01 WS-CARD-EXIT                     PIC X    VALUE 'N'.
       01 WS-ACCT-EXIT                     PIC X    VALUE 'N'.

       01 WS-READ-CNT                      PIC 9(7) VALUE 0.

       01 WS-OLD-RATE                      PIC S9(4)V99 COMP-3.

      *
      * The rate card table - a rate change run is a handful of
      * cards, one per product being repriced
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O RATEHIST.
           IF RATEHIST-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening RATEHIST file, status='
                       RATEHIST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.


           IF ACCOUNT-INTEREST-RATE = WS-RT-OLD-RATE(RT-NDX)
              MOVE ACCOUNT-INTEREST-RATE TO WS-RPT-BEFORE
                                            WS-OLD-RATE
              MOVE WS-RT-NEW-RATE(RT-NDX)
                 TO ACCOUNT-INTEREST-RATE
              REWRITE ACCOUNT-RECORD
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
              PERFORM RECORD-RATE-HISTORY
              ADD 1 TO WS-RT-CHANGED(RT-NDX)
              MOVE 'CHANGED ' TO WS-RPT-ACTION
              MOVE ACCOUNT-INTEREST-RATE TO WS-RPT-AFTER
       AP999.
           EXIT.

      *
      * The change goes on the rate history effective on the card's
      * date. A second change to the account effective the same day
      * takes the next sequence.
      *
       RECORD-RATE-HISTORY SECTION.
       RH010.
           MOVE SPACES                  TO RATE-HISTORY-RECORD.
           MOVE ACCOUNT-NUMBER          TO RTH-ACCOUNT-NUMBER.
           MOVE WS-RT-EFFECTIVE(RT-NDX) TO RTH-EFFECTIVE-DATE.
           MOVE 1                       TO RTH-SEQUENCE.
           MOVE WS-OLD-RATE             TO RTH-OLD-RATE.
           MOVE ACCOUNT-INTEREST-RATE   TO RTH-NEW-RATE.
           MOVE 'RATEMNT'               TO RTH-SOURCE.
           MOVE WS-RUN-DATE             TO RTH-RECORDED-DATE.
           STRING 'RATE CARD FOR TYPE ' ACCOUNT-TYPE
              DELIMITED BY SIZE INTO RTH-REFERENCE
           END-STRING.

           WRITE RATE-HISTORY-RECORD.
           PERFORM UNTIL RATEHIST-STATUS NOT = '22' OR
                         RTH-SEQUENCE = 99
              ADD 1 TO RTH-SEQUENCE
              WRITE RATE-HISTORY-RECORD
           END-PERFORM.

           IF RATEHIST-STATUS NOT = '00'
              DISPLAY 'RATEMNT - error writing rate history for '
                      'account ' ACCOUNT-NUMBER
                      ' status=' RATEHIST-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RH999.
           EXIT.

       WRITE-TYPE-TOTALS SECTION.
       WT010.
           IF WS-RATE-USED = 0
           CLOSE RATECARD.
           CLOSE ACCTFILE.
           CLOSE RATERPT.
           CLOSE RATEHIST.

       CF999.
           EXIT.
