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
      * Nightly outbound external payments file. Every payment
      * XFRFUN or STORUN has put in external clearing suspense on
      * EXTPAY - a payment to a sortcode that is not one of ours -
      * goes to the clearing scheme on EXTPOUT as one 'EPAY' record,
      * and the file is closed by a 'CTRL' trailer carrying the
      * record count, the amount hash and the file date, the same
      * shape PROVPAY gives its payment instructions. The EXTPAY
      * key travels as the payment reference, so a payment the
      * other bank sends back can be matched by EXTRTN.
      *
      * Each payment sent is marked sent with the business date.
      * A rerun of the night rebuilds the same file: payments
      * already marked sent on this business date go out again
      * with the ones still outstanding. EXTPRPT lists every
      * payment on the file under its originating branch with the
      * trailer totals.
      *
      * A payment keyed after the external cut-off is value-dated
      * the next business day on EXTP-DATE; it is held back and
      * counted until the night of its value date.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTPOUT.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTPAY
                  ASSIGN TO EXTPAY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS EXTP-KEY
                  FILE STATUS  IS EXTPAY-STATUS.

           SELECT EXTPOUT
                  ASSIGN TO EXTPOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS EXTPOUT-STATUS.

           SELECT EXTPRPT
                  ASSIGN TO EXTPRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS EXTPRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  EXTPAY.
       01  EXTERNAL-PAYMENT-RECORD.
       COPY EXTPAY.

       FD  EXTPOUT.
       01  OUTBOUND-PAYMENT-RECORD.
           05 EPAY-ID                      PIC X(4).
           05 EPAY-FILE-DATE               PIC 9(6).
           05 EPAY-REFERENCE               PIC X(30).
           05 EPAY-ORIGIN-SORTCODE         PIC 9(6).
           05 EPAY-ORIGIN-ACCOUNT          PIC 9(11).
           05 EPAY-DEST-SORTCODE           PIC 9(6).
           05 EPAY-DEST-ACCOUNT            PIC 9(11).
           05 EPAY-AMOUNT                  PIC S9(11)V99.
           05 FILLER                       PIC X(73).
       01  OUTBOUND-CONTROL-TRAILER REDEFINES OUTBOUND-PAYMENT-RECORD.
           05 ECTL-ID                      PIC X(4).
           05 ECTL-RECORD-COUNT            PIC 9(7).
           05 ECTL-HASH-TOTAL              PIC 9(13)V99.
           05 ECTL-FILE-DATE               PIC 9(6).
           05 FILLER                       PIC X(128).

       FD  EXTPRPT.
       01  EXTP-PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  EXTPAY-STATUS.
           05 EXTPAY-STATUS1               PIC X.
           05 EXTPAY-STATUS2               PIC X.

       01  EXTPOUT-STATUS.
           05 EXTPOUT-STATUS1              PIC X.
           05 EXTPOUT-STATUS2              PIC X.

       01  EXTPRPT-STATUS.
           05 EXTPRPT-STATUS1              PIC X.
           05 EXTPRPT-STATUS2              PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.

       01 WS-READ-CNT                      PIC 9(7) VALUE 0.
       01 WS-SENT-CNT                      PIC 9(7) VALUE 0.
       01 WS-RESENT-CNT                    PIC 9(7) VALUE 0.
       01 WS-HELD-CNT                      PIC 9(7) VALUE 0.
       01 WS-HASH-TOTAL                    PIC 9(13)V99 VALUE 0.

       01 WS-FILE-DATE.
           05 WS-FD-YY                     PIC 99.
           05 WS-FD-MM                     PIC 99.
           05 WS-FD-DD                     PIC 99.
       01 WS-FILE-DATE-N REDEFINES WS-FILE-DATE
                                           PIC 9(6).

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
                 VALUE 'EXTPOUT OUTBOUND EXTERNAL PAYMENTS '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(87) VALUE SPACES.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(7) VALUE 'BRANCH '.
           05 WS-RPT-ORIGIN-SORT           PIC 9(6).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-ORIGIN-ACCT           PIC 9(11).
           05 FILLER                       PIC X(4) VALUE ' TO '.
           05 WS-RPT-DEST-SORT             PIC 9(6).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-RPT-DEST-ACCT             PIC 9(11).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-AMOUNT                PIC Z(9)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-REFERENCE             PIC X(30).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-ORIGINATOR            PIC X(8).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-NOTE                  PIC X(8).
           05 FILLER                       PIC X(17) VALUE SPACES.

       01 WS-RPT-TOTALS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(14)
                 VALUE 'TRAILER COUNT '.
           05 WS-RPT-TOT-COUNT             PIC Z(6)9.
           05 FILLER                       PIC X(7) VALUE '  HASH '.
           05 WS-RPT-TOT-HASH              PIC Z(12)9.99.
           05 FILLER                       PIC X(12)
                 VALUE '  FILE DATE '.
           05 WS-RPT-TOT-FILE-DATE         PIC 9(6).
           05 FILLER                       PIC X(10)
                 VALUE '  RESENT  '.
           05 WS-RPT-TOT-RESENT            PIC Z(6)9.
           05 FILLER                       PIC X(53) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'EXTPOUT '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started EXTPOUT.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE.

           MOVE WS-RUN-DATE(3:2) TO WS-FD-YY.
           MOVE WS-RUN-MONTH     TO WS-FD-MM.
           MOVE WS-RUN-DAY       TO WS-FD-DD.

           PERFORM OPEN-FILES.

           WRITE EXTP-PRINT-RECORD FROM WS-RPT-HEADER.

           READ EXTPAY NEXT RECORD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-READ-CNT
              IF EXTP-STATUS-OUTSTANDING AND EXTP-DATE > WS-RUN-DATE
                 ADD 1 TO WS-HELD-CNT
              ELSE
                 IF EXTP-STATUS-OUTSTANDING OR
                    (EXTP-STATUS-SENT AND
                     EXTP-SENT-DATE = WS-RUN-DATE)
                    PERFORM SEND-ONE-PAYMENT
                 END-IF
              END-IF
              READ EXTPAY NEXT RECORD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           PERFORM WRITE-TRAILER.

           MOVE WS-SENT-CNT    TO WS-RPT-TOT-COUNT.
           MOVE WS-HASH-TOTAL  TO WS-RPT-TOT-HASH.
           MOVE WS-FILE-DATE-N TO WS-RPT-TOT-FILE-DATE.
           MOVE WS-RESENT-CNT  TO WS-RPT-TOT-RESENT.
           WRITE EXTP-PRINT-RECORD FROM WS-RPT-TOTALS.

           DISPLAY 'EXTPOUT read ' WS-READ-CNT
                   ' suspense records, sent ' WS-SENT-CNT
                   ' (' WS-RESENT-CNT ' again on rerun), hash '
                   WS-HASH-TOTAL ', held for value date '
                   WS-HELD-CNT '.'.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN I-O EXTPAY.
           IF EXTPAY-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening EXTPAY file, status='
                       EXTPAY-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT EXTPOUT.
           IF EXTPOUT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening EXTPOUT file, status='
                       EXTPOUT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT EXTPRPT.
           IF EXTPRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening EXTPRPT file, status='
                       EXTPRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * One payment on to the outbound file, marked sent. A payment
      * that cannot be marked would go out again tomorrow, so a
      * failed rewrite stops the run
      *
       SEND-ONE-PAYMENT SECTION.
       SP010.
           MOVE SPACES               TO OUTBOUND-PAYMENT-RECORD.
           MOVE 'EPAY'               TO EPAY-ID.
           MOVE WS-FILE-DATE-N       TO EPAY-FILE-DATE.
           MOVE EXTP-KEY             TO EPAY-REFERENCE.
           MOVE EXTP-ORIGIN-SORTCODE TO EPAY-ORIGIN-SORTCODE.
           MOVE EXTP-ORIGIN-ACCOUNT  TO EPAY-ORIGIN-ACCOUNT.
           MOVE EXTP-DEST-SORTCODE   TO EPAY-DEST-SORTCODE.
           MOVE EXTP-DEST-ACCOUNT    TO EPAY-DEST-ACCOUNT.
           MOVE EXTP-AMOUNT          TO EPAY-AMOUNT.
           WRITE OUTBOUND-PAYMENT-RECORD.
           IF EXTPOUT-STATUS NOT = '00'
              DISPLAY 'EXTPOUT - error writing EXTPOUT, status='
                      EXTPOUT-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-SENT-CNT.
           ADD EXTP-AMOUNT TO WS-HASH-TOTAL.

           IF EXTP-STATUS-SENT
              ADD 1 TO WS-RESENT-CNT
              MOVE 'RESENT  ' TO WS-RPT-NOTE
           ELSE
              MOVE 'S' TO EXTP-STATUS
              MOVE WS-RUN-DATE TO EXTP-SENT-DATE
              REWRITE EXTERNAL-PAYMENT-RECORD
              IF EXTPAY-STATUS NOT = '00'
                 DISPLAY 'EXTPOUT - error marking EXTPAY sent for '
                         EXTP-KEY ' status=' EXTPAY-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
              MOVE 'SENT    ' TO WS-RPT-NOTE
           END-IF.

           MOVE EXTP-ORIGIN-SORTCODE TO WS-RPT-ORIGIN-SORT.
           MOVE EXTP-ORIGIN-ACCOUNT  TO WS-RPT-ORIGIN-ACCT.
           MOVE EXTP-DEST-SORTCODE   TO WS-RPT-DEST-SORT.
           MOVE EXTP-DEST-ACCOUNT    TO WS-RPT-DEST-ACCT.
           MOVE EXTP-AMOUNT          TO WS-RPT-AMOUNT.
           MOVE EXTP-KEY             TO WS-RPT-REFERENCE.
           MOVE EXTP-ORIGINATOR      TO WS-RPT-ORIGINATOR.
           WRITE EXTP-PRINT-RECORD FROM WS-RPT-DETAIL.

       SP999.
           EXIT.

      *
      * The trailer is written even on a night with nothing to
      * send - the scheme expects a file, and a zero trailer says
      * so
      *
       WRITE-TRAILER SECTION.
       WT010.
           MOVE SPACES         TO OUTBOUND-PAYMENT-RECORD.
           MOVE 'CTRL'         TO ECTL-ID.
           MOVE WS-SENT-CNT    TO ECTL-RECORD-COUNT.
           MOVE WS-HASH-TOTAL  TO ECTL-HASH-TOTAL.
           MOVE WS-FILE-DATE-N TO ECTL-FILE-DATE.
           WRITE OUTBOUND-PAYMENT-RECORD.
           IF EXTPOUT-STATUS NOT = '00'
              DISPLAY 'EXTPOUT - error writing trailer, status='
                      EXTPOUT-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WT999.
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
              DISPLAY 'EXTPOUT - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-SENT-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE EXTPAY.
           CLOSE EXTPOUT.
           CLOSE EXTPRPT.

       CF999.
           EXIT.
