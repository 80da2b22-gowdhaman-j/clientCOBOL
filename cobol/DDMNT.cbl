      *   cols 2-7   originator id
      *   cols 8-18  account number
      *   cols 19-36 originator's reference
      * An add validates the account (on file and open) and writes
      * an advance notice to DDNOTICE addressed to the customer, so
      * the customer is told before the first collection is ever
      * taken. DDNOTICE is in the common mail item format (MAILITEM)
      * for MAILCONS to envelope with the night's other letters; a
      * complete run closes it with a trailer. A customer who cannot
      * be read for the address gets no notice - the account is
      * displayed and the run ends RC 8 for the branch to write.
      * Every card's outcome goes to the DDMRPT register.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01  DDM-PRINT-RECORD                PIC X(133).

       FD  DDNOTICE.
       01  MAIL-ITEM-RECORD.
       COPY MAILITEM.

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
       01 WS-APPLIED-CNT                   PIC 9(5) VALUE 0.
       01 WS-REJECTED-CNT                  PIC 9(5) VALUE 0.
       01 WS-NOTICE-CNT                    PIC 9(5) VALUE 0.
       01 WS-NONOTICE-CNT                  PIC 9(5) VALUE 0.

      *
      * Mail items written to DDNOTICE - the item in hand and the
      * running counts for the trailer
      *
       01 WS-MAIL-ITEM-CNT                 PIC 9(7) VALUE 0.
       01 WS-MAIL-LINE-CNT                 PIC 9(9) VALUE 0.
       01 WS-MAIL-LINE-NUMBER              PIC 9(5).
       01 WS-MAIL-PRINT-LINE               PIC X(133).
       01 WS-MAIL-CONTROL-LINE             PIC X(133) VALUE SPACES.

       01 WS-RUN-DATE.
           05 WS-RUN-YEAR                  PIC 9(4).
           05 WS-RPT-OUTCOME               PIC X(45).
           05 FILLER                       PIC X(43) VALUE SPACES.

      *
      * Advance notice lines
      *
       01 WS-NOTICE-HEADER.
           05 FILLER                       PIC X    VALUE '1'.
           05 FILLER                       PIC X(40)
                 VALUE 'CBSA BANK  DIRECT DEBIT ADVANCE NOTICE  '.
           05 WS-NOT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(82) VALUE SPACES.

       01 WS-NOTICE-NAME-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-NOT-NAME                  PIC X(60).
           05 FILLER                       PIC X(72) VALUE SPACES.

       01 WS-NOTICE-ADDR-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-NOT-ADDR                  PIC X(132).

       01 WS-NOTICE-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(24)
                 VALUE 'NEW DIRECT DEBIT        '.
           05 FILLER                       PIC X(6) VALUE ' ACCT '.
           05 WS-NOT-ACCT                  PIC 9(11).
           05 FILLER                       PIC X(6) VALUE ' ORIG '.
           05 WS-NOT-ORIGINATOR            PIC 9(6).
           05 FILLER                       PIC X(5) VALUE ' REF '.
           05 WS-NOT-REFERENCE             PIC X(18).
           05 FILLER                       PIC X(56) VALUE SPACES.

       01 WS-NOTICE-BODY-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(90) VALUE
                 'A NEW DIRECT DEBIT HAS BEEN SET UP ON YOUR ACCOUNT.'.
           05 FILLER                       PIC X(42) VALUE SPACES.

      *****************************************************************
      *** Main Processing                                           ***
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           MOVE WS-RUN-DATE TO WS-NOT-HDR-DATE.

           PERFORM OPEN-FILES.


           DISPLAY 'DDMNT processed ' WS-CARD-CNT ' cards, applied '
                   WS-APPLIED-CNT ', rejected ' WS-REJECTED-CNT
                   ', advance notices ' WS-NOTICE-CNT
                   ', notices not addressed ' WS-NONOTICE-CNT '.'.

           IF WS-REJECTED-CNT > 0 OR WS-NONOTICE-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM WRITE-MAIL-TRAILER.

           PERFORM PROGRAM-DONE.

       P999.
              KEY IS CUSTOMER-KEY
           END-READ.

           IF CUSTFILE-STATUS NOT = '00'
              ADD 1 TO WS-NONOTICE-CNT
              DISPLAY 'DDMNT - no customer ' ACCOUNT-CUSTOMER-NUMBER
                      ' for account ' CARD-ACCOUNT-NUMBER
                      ', advance notice not produced'
              GO TO WN999
           END-IF.

           PERFORM START-MAIL-ITEM.

           MOVE WS-NOTICE-HEADER TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           MOVE CUSTOMER-NAME TO WS-NOT-NAME.
           MOVE WS-NOTICE-NAME-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           MOVE CUSTOMER-ADDRESS(1:132) TO WS-NOT-ADDR.
           MOVE WS-NOTICE-ADDR-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           MOVE CARD-ACCOUNT-NUMBER TO WS-NOT-ACCT.
           MOVE CARD-ORIGINATOR-ID  TO WS-NOT-ORIGINATOR.
           MOVE CARD-REFERENCE      TO WS-NOT-REFERENCE.
           MOVE WS-NOTICE-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           MOVE WS-NOTICE-BODY-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           ADD 1 TO WS-NOTICE-CNT.

       RP999.
           EXIT.

      *
      * Each advance notice is one mail item: a header carrying
      * the addressee, then its print lines numbered from 1
      *
       START-MAIL-ITEM SECTION.
       SM010.
           ADD 1 TO WS-MAIL-ITEM-CNT.
           MOVE 0 TO WS-MAIL-LINE-NUMBER.

           MOVE SPACES           TO MAIL-ITEM-RECORD.
           MOVE 0                TO MAIL-ENVELOPE-NUMBER.
           MOVE 'DDMNT   '       TO MAIL-SOURCE.
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
           MOVE 'DDMNT   '          TO MAIL-SOURCE.
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
           MOVE 'DDMNT   '       TO MAIL-SOURCE.
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
           IF DDNOTICE-STATUS NOT = '00'
              DISPLAY 'DDMNT - error writing DDNOTICE, status='
                      DDNOTICE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       PU999.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

