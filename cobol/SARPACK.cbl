      *  - every ACCOUNT carrying that customer number and sortcode,
      *  - the TXNJRNL transfer journal entries for those accounts,
      *  - the CUSTHIST contact change history for the customer,
      *  - the customer's whole CONSREG marketing consent history,
      *    every channel, given and withdrawn, with its source and
      *    wording version,
      * and closes with a completeness checklist page showing what
      * was found where, so the pack itself evidences that every
      * source was searched.
                  RECORD KEY   IS CHIST-KEY
                  FILE STATUS  IS CUSTHIST-STATUS.

           SELECT CONSREG
                  ASSIGN TO CONSREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CNS-KEY
                  FILE STATUS  IS CONSREG-STATUS.

           SELECT SARRPT
                  ASSIGN TO SARRPT
                  ORGANIZATION IS SEQUENTIAL
       01  HISTORY-RECORD.
       COPY CUSTHIST.

       FD  CONSREG.
       01  CONSENT-RECORD.
       COPY CONSREG.

       FD  SARRPT.
       01  SAR-PRINT-RECORD                PIC X(133).

           05 CUSTHIST-STATUS1             PIC X.
           05 CUSTHIST-STATUS2             PIC X.

       01  CONSREG-STATUS.
           05 CONSREG-STATUS1              PIC X.
           05 CONSREG-STATUS2              PIC X.

       01  SARRPT-STATUS.
           05 SARRPT-STATUS1               PIC X.
           05 SARRPT-STATUS2               PIC X.
       01 WS-ACCOUNT-CNT                   PIC 9(5) VALUE 0.
       01 WS-JOURNAL-CNT                   PIC 9(7) VALUE 0.
       01 WS-HISTORY-CNT                   PIC 9(5) VALUE 0.
       01 WS-CONSENT-CNT                   PIC 9(5) VALUE 0.

      *
      * The customer's account numbers, collected on the account
           05 WS-HF-NEW-SCORE              PIC 9(3).
           05 FILLER                       PIC X(44) VALUE SPACES.

       01 WS-CONS-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(8) VALUE 'CONSENT '.
           05 WS-CL-CHANNEL                PIC X(5).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-CL-DATE                   PIC X(10).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-CL-TIME                   PIC 9(6).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-CL-CONSENT                PIC X(9).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-CL-SOURCE                 PIC X(8).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-CL-WORDING                PIC X(8).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-CL-BY                     PIC X(8).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-CL-REFERENCE              PIC X(30).
           05 FILLER                       PIC X(33) VALUE SPACES.

       01 WS-CHECK-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-CK-ITEM                   PIC X(44).
           PERFORM PRINT-ACCOUNT-SECTION.
           PERFORM PRINT-JOURNAL-SECTION.
           PERFORM PRINT-HISTORY-SECTION.
           PERFORM PRINT-CONSENT-SECTION.
           PERFORM PRINT-CHECKLIST-PAGE.

           DISPLAY 'SARPACK for ' WS-WANTED-SORTCODE '-'
                   WS-WANTED-CUSTOMER ': customer found '
                   WS-CUSTOMER-FOUND ', accounts ' WS-ACCOUNT-CNT
                   ', journal entries ' WS-JOURNAL-CNT
                   ', history entries ' WS-HISTORY-CNT
                   ', consent entries ' WS-CONSENT-CNT '.'.

           IF WS-CUSTOMER-FOUND NOT = 'Y'
              MOVE 8 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT CONSREG.
           IF CONSREG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening CONSREG file, status='
                       CONSREG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT SARRPT.
           IF SARRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening SARRPT file, status='
       PH999.
           EXIT.

      *
      * Every consent entry for the customer, channel by channel in
      * the order given and withdrawn - the register keeps them all
      *
       PRINT-CONSENT-SECTION SECTION.
       PN010.
           MOVE 'MARKETING CONSENT   ' TO WS-HDR-SECTION.
           WRITE SAR-PRINT-RECORD FROM WS-PAGE-HEADER.

           MOVE WS-WANTED-SORTCODE TO CNS-SORTCODE.
           MOVE WS-WANTED-CUSTOMER TO CNS-CUSTOMER-NUMBER.
           MOVE LOW-VALUES TO CNS-CHANNEL CNS-DATE.
           MOVE 0 TO CNS-TIME CNS-SEQUENCE.

           START CONSREG KEY NOT < CNS-KEY
             INVALID KEY
               GO TO PN999
           END-START.

           MOVE 'N' TO WS-EXIT.
           READ CONSREG NEXT RECORD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y' OR
                 CNS-SORTCODE NOT = WS-WANTED-SORTCODE OR
                 CNS-CUSTOMER-NUMBER NOT = WS-WANTED-CUSTOMER
              ADD 1 TO WS-CONSENT-CNT
              EVALUATE TRUE
                 WHEN CNS-CHANNEL-EMAIL
                    MOVE 'EMAIL' TO WS-CL-CHANNEL
                 WHEN CNS-CHANNEL-POST
                    MOVE 'POST ' TO WS-CL-CHANNEL
                 WHEN CNS-CHANNEL-PHONE
                    MOVE 'PHONE' TO WS-CL-CHANNEL
                 WHEN CNS-CHANNEL-SMS
                    MOVE 'SMS  ' TO WS-CL-CHANNEL
                 WHEN OTHER
                    MOVE CNS-CHANNEL TO WS-CL-CHANNEL
              END-EVALUATE
              MOVE CNS-DATE TO WS-CL-DATE
              MOVE CNS-TIME TO WS-CL-TIME
              IF CNS-CONSENT-GIVEN
                 MOVE 'GIVEN    ' TO WS-CL-CONSENT
              ELSE
                 MOVE 'WITHDRAWN' TO WS-CL-CONSENT
              END-IF
              MOVE CNS-SOURCE          TO WS-CL-SOURCE
              MOVE CNS-WORDING-VERSION TO WS-CL-WORDING
              MOVE CNS-RECORDED-BY     TO WS-CL-BY
              MOVE CNS-REFERENCE       TO WS-CL-REFERENCE
              WRITE SAR-PRINT-RECORD FROM WS-CONS-LINE
              READ CONSREG NEXT RECORD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

       PN999.
           EXIT.

       PRINT-CHECKLIST-PAGE SECTION.
       PK010.
           MOVE 'COMPLETENESS        ' TO WS-HDR-SECTION.
           MOVE WS-CK-COUNT-ED TO WS-CK-RESULT.
           WRITE SAR-PRINT-RECORD FROM WS-CHECK-LINE.

           MOVE 'MARKETING CONSENT HISTORY (CONSREG)         '
              TO WS-CK-ITEM.
           MOVE WS-CONSENT-CNT TO WS-CK-COUNT-ED.
           MOVE WS-CK-COUNT-ED TO WS-CK-RESULT.
           WRITE SAR-PRINT-RECORD FROM WS-CHECK-LINE.

       PK999.
           EXIT.

           CLOSE ACCTHLDR.
           CLOSE JRNLIN.
           CLOSE CUSTHIST.
           CLOSE CONSREG.
           CLOSE SARRPT.

       CF999.
