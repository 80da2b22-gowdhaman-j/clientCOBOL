      * A register record whose customer cannot be read is reported
      * and counted rather than silently skipped - the tax team must
      * chase it, not discover it missing in an audit.
      *
      * TAXPRT is written in the common mail item format (MAILITEM)
      * for MAILCONS to envelope with the night's other letters,
      * each certificate an item headed by the customer's name and
      * address, and a complete run closes it with a trailer.
      *
      * A customer flagged gone away on the GONEAWAY register is
      * not posted a certificate: it is listed to HELDPOST for the
      * branch to trace and issue, and left out of the run's
      * certificate count and totals.
      ******************************************************************

       IDENTIFICATION DIVISION.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS TAXPRT-STATUS.

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

       FD  TAXPRT.
       01  MAIL-ITEM-RECORD.
       COPY MAILITEM.

       FD  GONEAWAY.
       01  GONE-AWAY-RECORD.
       COPY GONEAWAY.

       FD  HELDPOST.
       01  HELD-PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           05 TAXPRT-STATUS1               PIC X.
           05 TAXPRT-STATUS2               PIC X.

       01  GONEAWAY-STATUS.
           05 GONEAWAY-STATUS1             PIC X.
           05 GONEAWAY-STATUS2             PIC X.

       01  HELDPOST-STATUS.
           05 HELDPOST-STATUS1             PIC X.
           05 HELDPOST-STATUS2             PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.
       01 WS-WANTED-YEAR                   PIC 9(4).

       01 WS-NOCUST-CNT                    PIC 9(7) VALUE 0.

       01 WS-NET-INTEREST                  PIC S9(10)V99 COMP-3.

      *
      * Mail items written to TAXPRT - the item in hand and the
      * running counts for the trailer
      *
       01 WS-MAIL-ITEM-CNT                 PIC 9(7) VALUE 0.
       01 WS-MAIL-LINE-CNT                 PIC 9(9) VALUE 0.
       01 WS-MAIL-LINE-NUMBER              PIC 9(5).
       01 WS-MAIL-PRINT-LINE               PIC X(133).
       01 WS-MAIL-CONTROL-LINE             PIC X(133) VALUE SPACES.
       01 WS-TOTAL-GROSS                   PIC S9(11)V99 COMP-3
                                                VALUE 0.
       01 WS-TOTAL-TAX                     PIC S9(11)V99 COMP-3
                                                VALUE 0.

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
                 VALUE 'TAXCERT CERTIFICATES HELD - GONE AWAY, TRACE'.
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

       01 WS-CERT-HEADER.
           05 FILLER                       PIC X    VALUE '1'.
           05 FILLER                       PIC X(42)
           MOVE PARM-DATA(1:4) TO WS-WANTED-YEAR.
           MOVE WS-WANTED-YEAR TO WS-HDR-YEAR.
           COMPUTE WS-HDR-YEAR2 = WS-WANTED-YEAR + 1.
           MOVE SPACES TO WS-HELD-HDR-DATE.
           STRING 'YEAR ' WS-WANTED-YEAR
              DELIMITED BY SIZE INTO WS-HELD-HDR-DATE
           END-STRING.

           PERFORM OPEN-FILES.

           DISPLAY 'TAXCERT read ' WS-READ-CNT ' register records, '
                   'printed ' WS-CERT-CNT ' certificates, '
                   WS-OTHER-YEAR-CNT ' for other years, '
                   WS-NOCUST-CNT ' with no customer record, '
                   WS-HELD-CNT ' held for gone-away customers.'.
           DISPLAY 'TAXCERT totals: gross ' WS-TOTAL-GROSS
                   ' tax withheld ' WS-TOTAL-TAX '.'.

              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM WRITE-MAIL-TRAILER.
           PERFORM WRITE-HELD-TOTAL.

           PERFORM PROGRAM-DONE.

       P999.
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

              GO TO PC999
           END-IF.

      *
      * A customer flagged gone away gets no certificate in the
      * post - it is listed for the branch to issue once traced
      *
           PERFORM CHECK-GONE-AWAY.
           IF WS-CUSTOMER-GONE-AWAY
              MOVE SPACES TO WS-HELD-ITEM
              STRING 'TAX CERTIFICATE ' WS-HDR-YEAR '/' WS-HDR-YEAR2
                 DELIMITED BY SIZE INTO WS-HELD-ITEM
              END-STRING
              PERFORM HOLD-POST
              GO TO PC999
           END-IF.

           PERFORM START-MAIL-ITEM.

           MOVE WS-CERT-HEADER TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           MOVE CUSTOMER-NAME TO WS-CERT-NAME.
           MOVE WS-CERT-NAME-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           MOVE CUSTOMER-ADDRESS(1:132) TO WS-CERT-ADDR.
           MOVE WS-CERT-ADDR-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           MOVE TAXR-CUSTOMER-NUMBER TO WS-CERT-CUST-NO.
           MOVE TAXR-SORTCODE        TO WS-CERT-SORTCODE.
           MOVE WS-CERT-CUST-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           COMPUTE WS-NET-INTEREST =
              TAXR-GROSS-INTEREST - TAXR-TAX-WITHHELD.
           MOVE TAXR-GROSS-INTEREST TO WS-CERT-GROSS.
           MOVE TAXR-TAX-WITHHELD   TO WS-CERT-TAX.
           MOVE WS-NET-INTEREST     TO WS-CERT-NET.
           MOVE WS-CERT-AMT-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           ADD TAXR-GROSS-INTEREST TO WS-TOTAL-GROSS.
           ADD TAXR-TAX-WITHHELD   TO WS-TOTAL-TAX.
       PC999.
           EXIT.

      *
      * Each certificate is one mail item: a header carrying the
      * addressee, then its print lines numbered from 1
      *
       START-MAIL-ITEM SECTION.
       SM010.
           ADD 1 TO WS-MAIL-ITEM-CNT.
           MOVE 0 TO WS-MAIL-LINE-NUMBER.

           MOVE SPACES           TO MAIL-ITEM-RECORD.
           MOVE 0                TO MAIL-ENVELOPE-NUMBER.
           MOVE 'TAXCERT '       TO MAIL-SOURCE.
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
           MOVE 'TAXCERT '          TO MAIL-SOURCE.
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
           MOVE 'TAXCERT '       TO MAIL-SOURCE.
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
           IF TAXPRT-STATUS NOT = '00'
              DISPLAY 'TAXCERT - error writing TAXPRT, status='
                      TAXPRT-STATUS
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
              DISPLAY 'TAXCERT - error reading gone-away register, '
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
              DISPLAY 'TAXCERT - error writing HELDPOST, status='
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

           CLOSE TAXREG.
           CLOSE CUSTFILE.
           CLOSE TAXPRT.
           CLOSE GONEAWAY.
           CLOSE HELDPOST.

       CF999.
           EXIT.
