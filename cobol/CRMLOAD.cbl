      * suppression report instead of applied, so the feed can
      * never quietly undo an erasure we certified. The rejection
      * line itself is the evidence the control fired.
      *
      * The extract also carries the marketing consent the call
      * centre captured for each channel - G given, W withdrawn,
      * blank not asked - and the version of the consent script
      * the agent read. A flag that differs from the consent in
      * force on the CONSREG consent register is added to it under
      * source CRMLOAD; one that repeats what the register already
      * says adds nothing, so the same extract re-sent, or re-read
      * on a restart, leaves no second entry.
      ******************************************************************

       IDENTIFICATION DIVISION.
                  RECORD KEY   IS CHIST-KEY
                  FILE STATUS  IS CUSTHIST-STATUS.

           SELECT CONSREG
                  ASSIGN TO CONSREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CNS-KEY
                  FILE STATUS  IS CONSREG-STATUS.

           SELECT ERASEREG
                  ASSIGN TO ERASEREG
                  ORGANIZATION IS SEQUENTIAL
           05 CRM-CUSTOMER-NUMBER              PIC 9(10).
           05 CRM-TELNO                        PIC 9(11).
           05 CRM-EMAIL                        PIC X(40).
           05 CRM-CONSENT-EMAIL                PIC X.
           05 CRM-CONSENT-POST                 PIC X.
           05 CRM-CONSENT-PHONE                PIC X.
           05 CRM-CONSENT-SMS                  PIC X.
           05 CRM-WORDING-VERSION              PIC X(8).
           05 FILLER                           PIC X.

       FD  CUSTFILE.
       01  VSAM-RECORD.
       01  HISTORY-RECORD.
       COPY CUSTHIST.

       FD  CONSREG.
       01  CONSENT-RECORD.
       COPY CONSREG.

       FD  ERASEREG.
       01  ERASURE-RECORD.
           05 ERAS-SORTCODE                PIC 9(6).
           05 CUSTHIST-STATUS1             PIC X.
           05 CUSTHIST-STATUS2             PIC X.

       01  CONSREG-STATUS.
           05 CONSREG-STATUS1              PIC X.
           05 CONSREG-STATUS2              PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.
       01 WS-READ-CNT                      PIC 9(7) VALUE 0.
       01 WS-UPDATE-CNT                    PIC 9(7) VALUE 0.
       01 WS-SKIPPED-CNT                   PIC 9(7) VALUE 0.
       01 WS-SUPPRESSED-CNT                PIC 9(7) VALUE 0.
       01 WS-RECONCILED                    PIC 9(7).
       01 WS-CONSENT-CNT                   PIC 9(7) VALUE 0.

      *
      * One channel's consent from the extract against the consent
      * in force on the register
      *
       01 WS-CONS-CHANNEL                  PIC X.
       01 WS-CONS-FEED                     PIC X.
       01 WS-CONS-CURRENT                  PIC X.
       01 WS-CONS-EXIT                     PIC X.
       01 WS-CONS-TRIES                    PIC 9(2).

      *
      * The erased-customer keys loaded from ERASEREG - an erased
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O CONSREG.
           IF CONSREG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening CONSREG file, status='
                       CONSREG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT SUPPRPT.
           IF SUPPRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening SUPPRPT file, status='
                   WS-SKIPPED-CNT ' already applied, '
                   WS-SUPPRESSED-CNT ' suppressed (erased), '
                   WS-NOTFOUND-CNT ' not found, '
                   WS-FAILED-CNT ' failed, '
                   WS-CONSENT-CNT ' consent changes registered.'.

      *
      *    The reconciliation: every record read must be accounted
              IF CUSTFILE-STATUS = '00'
                 ADD 1 TO WS-UPDATE-CNT
                 PERFORM WRITE-CHANGE-HISTORY
                 PERFORM RECORD-CRM-CONSENTS
              ELSE
                 ADD 1 TO WS-FAILED-CNT
                 DISPLAY 'CRMLOAD - error rewriting customer '
       WH999.
           EXIT.

      *
      * Each channel the call centre asked about goes to the
      * consent register if it changes what the register says
      *
       RECORD-CRM-CONSENTS SECTION.
       RK010.
           MOVE 'E' TO WS-CONS-CHANNEL.
           MOVE CRM-CONSENT-EMAIL TO WS-CONS-FEED.
           PERFORM RECORD-ONE-CONSENT.

           MOVE 'P' TO WS-CONS-CHANNEL.
           MOVE CRM-CONSENT-POST TO WS-CONS-FEED.
           PERFORM RECORD-ONE-CONSENT.

           MOVE 'T' TO WS-CONS-CHANNEL.
           MOVE CRM-CONSENT-PHONE TO WS-CONS-FEED.
           PERFORM RECORD-ONE-CONSENT.

           MOVE 'S' TO WS-CONS-CHANNEL.
           MOVE CRM-CONSENT-SMS TO WS-CONS-FEED.
           PERFORM RECORD-ONE-CONSENT.

       RK999.
           EXIT.

       RECORD-ONE-CONSENT SECTION.
       RN010.
           IF WS-CONS-FEED NOT = 'G' AND WS-CONS-FEED NOT = 'W'
              GO TO RN999
           END-IF.

           PERFORM FIND-CURRENT-CONSENT.
           IF WS-CONS-CURRENT = WS-CONS-FEED
              GO TO RN999
           END-IF.

           MOVE CUSTOMER-SORTCODE   TO CNS-SORTCODE.
           MOVE CUSTOMER-NUMBER     TO CNS-CUSTOMER-NUMBER.
           MOVE WS-CONS-CHANNEL     TO CNS-CHANNEL.
           MOVE WS-RUN-DATE         TO CNS-DATE.
           MOVE CHIST-TIME          TO CNS-TIME.
           MOVE 1                   TO CNS-SEQUENCE.
           MOVE WS-CONS-FEED        TO CNS-CONSENT.
           MOVE 'CRMLOAD '          TO CNS-SOURCE.
           MOVE CRM-WORDING-VERSION TO CNS-WORDING-VERSION.
           MOVE 'BATCH   '          TO CNS-RECORDED-BY.
           MOVE 'CALL CENTRE CRM EXTRACT' TO CNS-REFERENCE.
           MOVE SPACES TO CONSENT-RECORD(92:19).

           MOVE 0 TO WS-CONS-TRIES.

       RN020.
           WRITE CONSENT-RECORD.

           IF CONSREG-STATUS = '22' AND WS-CONS-TRIES < 10
              ADD 1 TO WS-CONS-TRIES
              ADD 1 TO CNS-SEQUENCE
              GO TO RN020
           END-IF.

           IF CONSREG-STATUS = '00'
              ADD 1 TO WS-CONSENT-CNT
           ELSE
              DISPLAY 'CRMLOAD - consent write failed for customer '
                      CNS-SORTCODE '-' CNS-CUSTOMER-NUMBER
                      ' status=' CONSREG-STATUS
           END-IF.

       RN999.
           EXIT.

      *
      * The consent in force is the last register entry for the
      * customer and channel - blank when there is none
      *
       FIND-CURRENT-CONSENT SECTION.
       FC010.
           MOVE SPACE TO WS-CONS-CURRENT.

           MOVE CUSTOMER-SORTCODE TO CNS-SORTCODE.
           MOVE CUSTOMER-NUMBER   TO CNS-CUSTOMER-NUMBER.
           MOVE WS-CONS-CHANNEL   TO CNS-CHANNEL.
           MOVE LOW-VALUES        TO CNS-DATE.
           MOVE 0                 TO CNS-TIME CNS-SEQUENCE.

           START CONSREG KEY NOT < CNS-KEY
             INVALID KEY
               GO TO FC999
           END-START.

           MOVE 'N' TO WS-CONS-EXIT.
           READ CONSREG NEXT RECORD
             AT END MOVE 'Y' TO WS-CONS-EXIT
           END-READ.

           PERFORM UNTIL WS-CONS-EXIT = 'Y' OR
                 CNS-SORTCODE NOT = CUSTOMER-SORTCODE OR
                 CNS-CUSTOMER-NUMBER NOT = CUSTOMER-NUMBER OR
                 CNS-CHANNEL NOT = WS-CONS-CHANNEL
              MOVE CNS-CONSENT TO WS-CONS-CURRENT
              READ CONSREG NEXT RECORD
                AT END MOVE 'Y' TO WS-CONS-EXIT
              END-READ
           END-PERFORM.

       FC999.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           CLOSE CRMIN.
           CLOSE CUSTFILE.
           CLOSE CUSTHIST.
           CLOSE CONSREG.
           CLOSE SUPPRPT.

       CF999.
