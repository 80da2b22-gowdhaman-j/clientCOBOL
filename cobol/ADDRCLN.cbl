      * rewritten in their standardised form so the whole book
      * converges on one shape; failures are reported for the
      * branch to chase, never guessed at.
      *
      * An address rewritten standardised for a customer flagged
      * gone away on the GONEAWAY register clears the flag - the
      * post held for tracing was addressed from the old form - and
      * the register record is marked cleared by ADDRCLN.
      ******************************************************************

       IDENTIFICATION DIVISION.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS ADDCRPT-STATUS.

           SELECT GONEAWAY
                  ASSIGN TO GONEAWAY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS GONE-CUSTOMER-KEY
                  FILE STATUS  IS GONEAWAY-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
       FD  ADDCRPT.
       01  ADDC-PRINT-RECORD               PIC X(133).

       FD  GONEAWAY.
       01  GONE-AWAY-RECORD.
       COPY GONEAWAY.

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
           05 ADDCRPT-STATUS1              PIC X.
           05 ADDCRPT-STATUS2              PIC X.

       01  GONEAWAY-STATUS.
           05 GONEAWAY-STATUS1             PIC X.
           05 GONEAWAY-STATUS2             PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.

       01 WS-READ-CNT                      PIC 9(7) VALUE 0.
       01 WS-STANDARDISED-CNT              PIC 9(7) VALUE 0.
       01 WS-REVIEW-CNT                    PIC 9(7) VALUE 0.
       01 WS-NOCODE-CNT                    PIC 9(7) VALUE 0.
       01 WS-GONE-CLEARED-CNT              PIC 9(7) VALUE 0.

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
           05 FILLER                       PIC X(9).

       01 WS-ADDR-PARM.
           05 WS-AP-ADDRESS                PIC X(160).
       P010.
           DISPLAY 'Started ADDRCLN.'.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.

           PERFORM OPEN-FILES.

           WRITE ADDC-PRINT-RECORD FROM WS-RPT-HEADER.
                   WS-MATCHED-CNT ' matched ('
                   WS-STANDARDISED-CNT ' rewritten standardised), '
                   WS-REVIEW-CNT ' postcodes not on reference, '
                   WS-NOCODE-CNT ' with no postcode at all, '
                   WS-GONE-CLEARED-CNT ' gone-away flags cleared.'.

           IF WS-REVIEW-CNT > 0 OR WS-NOCODE-CNT > 0
              MOVE 4 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O GONEAWAY.
           IF GONEAWAY-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening GONEAWAY file, status='
                       GONEAWAY-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

                       PERFORM PROGRAM-DONE
                    END-IF
                    ADD 1 TO WS-STANDARDISED-CNT
                    PERFORM CLEAR-GONE-AWAY
                 END-IF
              WHEN 'R'
                 ADD 1 TO WS-REVIEW-CNT
       RF999.
           EXIT.

      *
      * The standardised address replaces the one the returned post
      * was addressed to, so a gone-away flag no longer stands
      *
       CLEAR-GONE-AWAY SECTION.
       CG010.
           MOVE CUSTOMER-KEY TO GONE-CUSTOMER-KEY.
           READ GONEAWAY
              KEY IS GONE-CUSTOMER-KEY
           END-READ.

           IF GONEAWAY-STATUS = '23'
              GO TO CG999
           END-IF.

           IF GONEAWAY-STATUS NOT = '00'
              DISPLAY 'ADDRCLN - error reading GONEAWAY for customer '
                      CUSTOMER-NUMBER ' status=' GONEAWAY-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF NOT GONE-AWAY
              GO TO CG999
           END-IF.

           SET GONE-CLEARED TO TRUE.
           MOVE WS-RUN-DATE TO GONE-CLEARED-DATE.
           MOVE 'ADDRCLN'   TO GONE-CLEARED-BY.

           REWRITE GONE-AWAY-RECORD.
           IF GONEAWAY-STATUS NOT = '00'
              DISPLAY 'ADDRCLN - error rewriting GONEAWAY for customer '
                      CUSTOMER-NUMBER ' status=' GONEAWAY-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-GONE-CLEARED-CNT.

       CG999.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

       CF010.
           CLOSE CUSTFILE.
           CLOSE ADDCRPT.
           CLOSE GONEAWAY.

       CF999.
           EXIT.
