      * email-quality picture tells the truth; an opt-out moves
      * CUSTOMER-MRKT-PREF to POST. Both are evidenced to CUSTHIST
      * with the old and new values under source CAMPRESP, exactly
      * as CRMLOAD evidences the feed's changes. An opt-out also
      * withdraws the customer's email consent on the CONSREG
      * consent register, referenced to the campaign that carried
      * it, so the next MKTGEXT selection leaves them out. The run
      * closes with the per-campaign outcome report - selected,
      * delivered, responded, bounced, opted out - from the whole
      * CAMPREG.
      *
      * Before a bounce or opt-out touches the customer record the
      * key is checked against the ERASEREG register: a response
                  RECORD KEY   IS CHIST-KEY
                  FILE STATUS  IS CUSTHIST-STATUS.

           SELECT CONSREG
                  ASSIGN TO CONSREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CNS-KEY
                  FILE STATUS  IS CONSREG-STATUS.

           SELECT CAMPREG
                  ASSIGN TO CAMPREG
                  ORGANIZATION IS INDEXED
       01  HISTORY-RECORD.
       COPY CUSTHIST.

       FD  CONSREG.
       01  CONSENT-RECORD.
       COPY CONSREG.

       FD  CAMPREG.
       01  CAMPAIGN-REGISTER-RECORD.
       COPY CAMPREG.
           05 CUSTHIST-STATUS1             PIC X.
           05 CUSTHIST-STATUS2             PIC X.

       01  CONSREG-STATUS.
           05 CONSREG-STATUS1              PIC X.
           05 CONSREG-STATUS2              PIC X.

       01  CAMPREG-STATUS.
           05 CAMPREG-STATUS1              PIC X.
           05 CAMPREG-STATUS2              PIC X.
       01 WS-OLD-MRKT-PREF                 PIC X(9).
       01 WS-RUN-TIME-RAW                  PIC 9(8).
       01 WS-HIST-TRIES                    PIC 9(2).
       01 WS-CONS-TRIES                    PIC 9(2).

       01 WS-RUN-DATE.
           05 WS-RUN-YEAR                  PIC 9(4).
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O CONSREG.
           IF CONSREG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening CONSREG file, status='
                       CONSREG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O CAMPREG.
           IF CAMPREG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening CAMPREG file, status='

           PERFORM WRITE-CHANGE-HISTORY.

           IF RESP-OPTED-OUT
              PERFORM WITHDRAW-EMAIL-CONSENT
           END-IF.

       UC999.
           EXIT.

       WH999.
           EXIT.

      *
      * The opt-out is the customer's withdrawal of email consent,
      * evidenced on the register against the campaign it came back
      * on
      *
       WITHDRAW-EMAIL-CONSENT SECTION.
       WE010.
           MOVE CUSTOMER-SORTCODE  TO CNS-SORTCODE.
           MOVE CUSTOMER-NUMBER    TO CNS-CUSTOMER-NUMBER.
           MOVE 'E'                TO CNS-CHANNEL.
           MOVE WS-RUN-DATE        TO CNS-DATE.
           MOVE CHIST-TIME         TO CNS-TIME.
           MOVE 1                  TO CNS-SEQUENCE.
           MOVE 'W'                TO CNS-CONSENT.
           MOVE 'CAMPRESP'         TO CNS-SOURCE.
           MOVE SPACES             TO CNS-WORDING-VERSION.
           MOVE 'BATCH   '         TO CNS-RECORDED-BY.
           MOVE SPACES             TO CNS-REFERENCE.
           STRING 'OPTED OUT ON CAMPAIGN ' RESP-CAMPAIGN-ID
              DELIMITED BY SIZE INTO CNS-REFERENCE
           END-STRING.
           MOVE SPACES TO CONSENT-RECORD(92:19).

           MOVE 0 TO WS-CONS-TRIES.

       WE020.
           WRITE CONSENT-RECORD.

           IF CONSREG-STATUS = '22' AND WS-CONS-TRIES < 10
              ADD 1 TO WS-CONS-TRIES
              ADD 1 TO CNS-SEQUENCE
              GO TO WE020
           END-IF.

           IF CONSREG-STATUS NOT = '00'
              DISPLAY 'CAMPRESP - consent write failed for customer '
                      CNS-SORTCODE '-' CNS-CUSTOMER-NUMBER
                      ' status=' CONSREG-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WE999.
           EXIT.

      *
      * A missing ERASEREG means nobody has been erased yet - the
      * responses load normally
           CLOSE RESPIN.
           CLOSE CUSTFILE.
           CLOSE CUSTHIST.
           CLOSE CONSREG.
           CLOSE CAMPREG.
           CLOSE CAMPRPT.

