      * is sent the same letter twice.
      *
      * The borrower's name and address come through the loan's
      * ACCOUNT record to the CUSTOMER file. Letters go to LTRPRT
      * in the common mail item format (MAILITEM) for MAILCONS to
      * envelope with the night's other letters; the run closes
      * the file with a trailer whose control line carries the
      * letters produced per rung for the credit committee pack.
      *
      * A borrower flagged gone away on the GONEAWAY register is
      * sent nothing: the letter is listed to HELDPOST for the
      * branch to trace, and LTRREG is not moved on, so the rung
      * that was held is the one sent once the address is put
      * right.
      ******************************************************************

       IDENTIFICATION DIVISION.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS LTRPRT-STATUS.

           SELECT GONEAWAY
                  ASSIGN TO GONEAWAY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS GONE-CUSTOMER-KEY
                  FILE STATUS  IS GONEAWAY-STATUS.

           SELECT HELDPOST
                  ASSIGN TO HELDPOST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS HELDPOST-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
       COPY CUSTOMER.

       FD  LTRPRT.
       01  MAIL-ITEM-RECORD.
       COPY MAILITEM.

       FD  GONEAWAY.
       01  GONE-AWAY-RECORD.
       COPY GONEAWAY.

       FD  HELDPOST.
       01  HELD-PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           05 LTRPRT-STATUS1               PIC X.
           05 LTRPRT-STATUS2               PIC X.

       01  GONEAWAY-STATUS.
           05 GONEAWAY-STATUS1             PIC X.
           05 GONEAWAY-STATUS2             PIC X.

       01  HELDPOST-STATUS.
           05 HELDPOST-STATUS1             PIC X.
           05 HELDPOST-STATUS2             PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.

       01 WS-READ-CNT                      PIC 9(7) VALUE 0.
       01 WS-SEND-STAGE                    PIC 9(2).
       01 WS-REGISTER-FOUND                PIC X.

      *
      * Mail items written to LTRPRT - the item in hand and the
      * running counts for the trailer
      *
       01 WS-MAIL-ITEM-CNT                 PIC 9(7) VALUE 0.
       01 WS-MAIL-LINE-CNT                 PIC 9(9) VALUE 0.
       01 WS-MAIL-LINE-NUMBER              PIC 9(5).
       01 WS-MAIL-PRINT-LINE               PIC X(133).
       01 WS-MAIL-CONTROL-LINE             PIC X(133) VALUE SPACES.

      *
      * Post held for customers on the GONEAWAY register, listed to
      * HELDPOST for the branch to trace
      *
       01 WS-GONEAWAY-SWITCH               PIC X.
           88 WS-CUSTOMER-GONE-AWAY                 VALUE 'Y'.
       01 WS-HELD-CNT                      PIC 9(7) VALUE 0.

       01 WS-HELD-HEADER.
           05 FILLER                       PIC X    VALUE '1'.
           05 FILLER                       PIC X(50)
                 VALUE 'COLLETR LETTERS HELD - GONE AWAY, TO TRACE'.
           05 WS-HELD-HDR-DATE             PIC X(10).
           05 FILLER                       PIC X(72) VALUE SPACES.

       01 WS-HELD-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-HELD-SORTCODE             PIC 9(6).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-HELD-CUSTOMER             PIC 9(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-HELD-NAME                 PIC X(40).
           05 FILLER                       PIC X(8) VALUE '  SINCE '.
           05 WS-HELD-SINCE                PIC X(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-HELD-ITEM                 PIC X(50).
           05 FILLER                       PIC X(3) VALUE SPACES.

       01 WS-HELD-TOTAL.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(30)
                 VALUE 'ITEMS HELD FOR TRACING'.
           05 WS-HELD-TOT-COUNT            PIC Z(6)9.
           05 FILLER                       PIC X(95) VALUE SPACES.

       01 WS-RUN-DATE.
           05 WS-RUN-YEAR                  PIC 9(4).
           05 FILLER                       PIC X    VALUE '-'.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           MOVE WS-RUN-DATE TO WS-LTR-HDR-DATE WS-HELD-HDR-DATE.

           PERFORM OPEN-FILES.

           MOVE WS-LTR-30-CNT TO WS-RPT-SUM-30.
           MOVE WS-LTR-60-CNT TO WS-RPT-SUM-60.
           MOVE WS-LTR-90-CNT TO WS-RPT-SUM-90.
           MOVE WS-RPT-SUMMARY TO WS-MAIL-CONTROL-LINE.
           PERFORM WRITE-MAIL-TRAILER.
           PERFORM WRITE-HELD-TOTAL.

           DISPLAY 'COLLETR read ' WS-READ-CNT ' loans: letters 30='
                   WS-LTR-30-CNT ' 60=' WS-LTR-60-CNT ' 90+='
                   WS-LTR-90-CNT ', already at stage '
                   WS-UPTODATE-CNT ', no account/customer link '
                   WS-NOLINK-CNT ', held for gone-away borrowers '
                   WS-HELD-CNT '.'.

           IF WS-NOLINK-CNT > 0
              MOVE 8 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT GONEAWAY.
           IF GONEAWAY-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening GONEAWAY file, status='
                       GONEAWAY-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT HELDPOST.
           IF HELDPOST-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening HELDPOST file, status='
                       HELDPOST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           WRITE HELD-PRINT-RECORD FROM WS-HELD-HEADER.

       OF999.
           EXIT.

              GO TO PL999
           END-IF.

      *
      * A borrower flagged gone away gets no letter: it is listed
      * for the branch and the register is left alone, so the same
      * rung is sent once the address is put right
      *
           PERFORM CHECK-GONE-AWAY.
           IF WS-CUSTOMER-GONE-AWAY
              MOVE SPACES TO WS-HELD-ITEM
              STRING 'COLLECTIONS LETTER ' WS-SEND-STAGE
                     ' - LOAN ' ARR-LOAN-NUMBER
                 DELIMITED BY SIZE INTO WS-HELD-ITEM
              END-STRING
              PERFORM HOLD-POST
              GO TO PL999
           END-IF.

           PERFORM START-MAIL-ITEM.

           MOVE WS-LTR-HEADER TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           MOVE CUSTOMER-NAME TO WS-LTR-NAME.
           MOVE WS-LTR-NAME-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           MOVE CUSTOMER-ADDRESS(1:132) TO WS-LTR-ADDR.
           MOVE WS-LTR-ADDR-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           MOVE ARR-LOAN-NUMBER    TO WS-LTR-LOAN.
           MOVE ARR-ARREARS-AMOUNT TO WS-LTR-ARREARS.
           MOVE WS-LTR-LOAN-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           EVALUATE WS-SEND-STAGE
              WHEN 30
                 MOVE WS-BODY-90 TO WS-LTR-BODY
                 ADD 1 TO WS-LTR-90-CNT
           END-EVALUATE.
           MOVE WS-LTR-BODY-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           PERFORM UPDATE-LETTER-REGISTER.

       UL999.
           EXIT.

      *
      * Each letter is one mail item: a header carrying the
      * addressee, then its print lines numbered from 1
      *
       START-MAIL-ITEM SECTION.
       SM010.
           ADD 1 TO WS-MAIL-ITEM-CNT.
           MOVE 0 TO WS-MAIL-LINE-NUMBER.

           MOVE SPACES           TO MAIL-ITEM-RECORD.
           MOVE 0                TO MAIL-ENVELOPE-NUMBER.
           MOVE 'COLLETR '       TO MAIL-SOURCE.
           MOVE WS-MAIL-ITEM-CNT TO MAIL-ITEM-NUMBER.
           SET MAIL-ITEM-HEADER  TO TRUE.
           MOVE 0                TO MAIL-LINE-NUMBER.
           MOVE CUSTOMER-NAME    TO MAIL-NAME.
           MOVE CUSTOMER-ADDRESS TO MAIL-ADDRESS.
           MOVE CUSTOMER-KEY     TO MAIL-CUSTOMER-KEY.
           PERFORM PUT-MAIL-RECORD.

       SM999.
           EXIT.

       WRITE-MAIL-LINE SECTION.
       WM010.
           ADD 1 TO WS-MAIL-LINE-NUMBER.
           ADD 1 TO WS-MAIL-LINE-CNT.

           MOVE SPACES              TO MAIL-ITEM-RECORD.
           MOVE 0                   TO MAIL-ENVELOPE-NUMBER.
           MOVE 'COLLETR '          TO MAIL-SOURCE.
           MOVE WS-MAIL-ITEM-CNT    TO MAIL-ITEM-NUMBER.
           SET MAIL-ITEM-LINE       TO TRUE.
           MOVE WS-MAIL-LINE-NUMBER TO MAIL-LINE-NUMBER.
           MOVE WS-MAIL-PRINT-LINE  TO MAIL-PRINT-LINE.
           PERFORM PUT-MAIL-RECORD.

       WM999.
           EXIT.

      *
      * Only a run that reaches the end writes the trailer, so
      * MAILCONS can tell a complete file from a cut-short one
      *
       WRITE-MAIL-TRAILER SECTION.
       WT010.
           MOVE SPACES           TO MAIL-ITEM-RECORD.
           MOVE 0                TO MAIL-ENVELOPE-NUMBER.
           MOVE 'COLLETR '       TO MAIL-SOURCE.
           MOVE 0                TO MAIL-ITEM-NUMBER.
           SET MAIL-TRAILER      TO TRUE.
           MOVE 0                TO MAIL-LINE-NUMBER.
           MOVE WS-MAIL-ITEM-CNT TO MAIL-ITEM-COUNT.
           MOVE WS-MAIL-LINE-CNT TO MAIL-LINE-COUNT.
           MOVE WS-MAIL-CONTROL-LINE TO MAIL-CONTROL-LINE.
           PERFORM PUT-MAIL-RECORD.

       WT999.
           EXIT.

       PUT-MAIL-RECORD SECTION.
       PU010.
           WRITE MAIL-ITEM-RECORD.
           IF LTRPRT-STATUS NOT = '00'
              DISPLAY 'COLLETR - error writing LTRPRT, status='
                      LTRPRT-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       PU999.
           EXIT.

      *
      * A customer flagged gone away on the GONEAWAY register - a
      * cleared flag, or no register record at all, is not
      *
       CHECK-GONE-AWAY SECTION.
       CG010.
           MOVE 'N' TO WS-GONEAWAY-SWITCH.

           MOVE CUSTOMER-KEY TO GONE-CUSTOMER-KEY.
           READ GONEAWAY
              KEY IS GONE-CUSTOMER-KEY
           END-READ.

           IF GONEAWAY-STATUS = '00'
              IF GONE-AWAY
                 MOVE 'Y' TO WS-GONEAWAY-SWITCH
              END-IF
              GO TO CG999
           END-IF.

           IF GONEAWAY-STATUS NOT = '23'
              DISPLAY 'COLLETR - error reading gone-away register, '
                      'status=' GONEAWAY-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CG999.
           EXIT.

      *
      * One line per item held, WS-HELD-ITEM saying what it was
      *
       HOLD-POST SECTION.
       HP010.
           MOVE CUSTOMER-SORTCODE   TO WS-HELD-SORTCODE.
           MOVE CUSTOMER-NUMBER     TO WS-HELD-CUSTOMER.
           MOVE CUSTOMER-NAME(1:40) TO WS-HELD-NAME.
           MOVE GONE-FLAGGED-DATE   TO WS-HELD-SINCE.
           WRITE HELD-PRINT-RECORD FROM WS-HELD-DETAIL.
           IF HELDPOST-STATUS NOT = '00'
              DISPLAY 'COLLETR - error writing HELDPOST, status='
                      HELDPOST-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-HELD-CNT.

       HP999.
           EXIT.

       WRITE-HELD-TOTAL SECTION.
       HT010.
           MOVE WS-HELD-CNT TO WS-HELD-TOT-COUNT.
           WRITE HELD-PRINT-RECORD FROM WS-HELD-TOTAL.

       HT999.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           CLOSE ACCTFILE.
           CLOSE CUSTFILE.
           CLOSE LTRPRT.
           CLOSE GONEAWAY.
           CLOSE HELDPOST.

       CF999.
           EXIT.
