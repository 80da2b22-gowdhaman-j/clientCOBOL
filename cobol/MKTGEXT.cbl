      ******************************************************************

      ******************************************************************
      * Marketing campaign selection. Customers with a non-blank
      * CUSTOMER-EMAIL whose email consent on the CONSREG consent
      * register stands as given - the last entry for the customer
      * and the email channel is a G - are extracted to the
      * CAMPAIGN file. CUSTOMER-MRKT-PREF only routes service mail
      * such as statements; a customer with no register entry for
      * email has not consented and is counted, not selected. The
      * selected records are sorted on email address so duplicate
      * emails across customer records are extracted once only (the
      * lowest customer key wins), and a suppression list read from
      * SUPPLIST - one email per record - is honoured before
      * anything is written. Selected, suppressed, deduplicated and
      * no-consent counts are displayed for the run log.
      *
      * Every extract is stamped with the campaign identifier from
      * PARM (default ADHOC when none is given) on each CAMPAIGN
      * the CAMPREG outcome register so the CAMPRESP response
      * loader can tell the rest of the campaign's story against
      * the same identifier.
      *
      * A customer on the DECDREG deceased register is never a
      * candidate, whatever the consent register still says.
      *
      * Nor is a customer flagged gone away on the GONEAWAY
      * register - contact details that have stopped reaching the
      * customer by post are not trusted for marketing either. They
      * are listed to HELDPOST for the branch to trace.
      ******************************************************************

       IDENTIFICATION DIVISION.
                  RECORD KEY   IS CAMR-CAMPAIGN-ID
                  FILE STATUS  IS CAMPREG-STATUS.

           SELECT DECDREG
                  ASSIGN TO DECDREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS DECD-CUSTOMER-KEY
                  FILE STATUS  IS DECDREG-STATUS.

           SELECT CONSREG
                  ASSIGN TO CONSREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CNS-KEY
                  FILE STATUS  IS CONSREG-STATUS.

           SELECT SORT-WORK
                  ASSIGN TO SORTWK01.

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
       01  CAMPAIGN-REGISTER-RECORD.
       COPY CAMPREG.

       FD  DECDREG.
       01  DECEASED-REGISTER-RECORD.
       COPY DECDREG.

       FD  CONSREG.
       01  CONSENT-RECORD.
       COPY CONSREG.

       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SRT-EMAIL                    PIC X(40).
              10 SRT-CUSTOMER-NUMBER       PIC 9(10).
           05 SRT-NAME                     PIC X(60).

       FD  GONEAWAY.
       01  GONE-AWAY-RECORD.
       COPY GONEAWAY.

       FD  HELDPOST.
       01  HELD-PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
           05 CAMPREG-STATUS1              PIC X.
           05 CAMPREG-STATUS2              PIC X.

       01  DECDREG-STATUS.
           05 DECDREG-STATUS1              PIC X.
           05 DECDREG-STATUS2              PIC X.

       01  CONSREG-STATUS.
           05 CONSREG-STATUS1              PIC X.
           05 CONSREG-STATUS2              PIC X.

       01  GONEAWAY-STATUS.
           05 GONEAWAY-STATUS1             PIC X.
           05 GONEAWAY-STATUS2             PIC X.

       01  HELDPOST-STATUS.
           05 HELDPOST-STATUS1             PIC X.
           05 HELDPOST-STATUS2             PIC X.

       01 WS-CUST-EXIT                     PIC X    VALUE 'N'.
       01 WS-SUPP-EXIT                     PIC X    VALUE 'N'.
       01 WS-SORT-EXIT                     PIC X    VALUE 'N'.
       01 WS-SELECTED-CNT                  PIC 9(7) VALUE 0.
       01 WS-SUPPRESSED-CNT                PIC 9(7) VALUE 0.
       01 WS-DEDUPED-CNT                   PIC 9(7) VALUE 0.
       01 WS-DECEASED-CNT                  PIC 9(7) VALUE 0.
       01 WS-NOCONSENT-CNT                 PIC 9(7) VALUE 0.

       01 WS-PREV-EMAIL                    PIC X(40).
       01 WS-CAMPAIGN-ID                   PIC X(8)
       01 WS-SUPPRESSED-SWITCH             PIC X.
           88 WS-EMAIL-SUPPRESSED                   VALUE 'Y'.

       01 WS-DECEASED-SWITCH               PIC X.
           88 WS-CUSTOMER-DECEASED                  VALUE 'Y'.

      *
      * The email consent in force for the customer being read
      *
       01 WS-CONSENT-SWITCH                PIC X.
           88 WS-EMAIL-CONSENT-GIVEN                VALUE 'G'.
       01 WS-CONS-EXIT                     PIC X.

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
                 VALUE 'MKTGEXT NOT SELECTED - GONE AWAY, TO TRACE'.
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

      *****************************************************************
      *** Linkage Storage                                           ***
      *****************************************************************
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           MOVE WS-RUN-DATE TO WS-HELD-HDR-DATE.

           PERFORM OPEN-FILES.
           PERFORM LOAD-SUPPRESSION-LIST.
           DISPLAY 'MKTGEXT read ' WS-READ-CNT ' customers, '
                   WS-CANDIDATE-CNT ' candidates, selected '
                   WS-SELECTED-CNT ', suppressed ' WS-SUPPRESSED-CNT
                   ', deduped ' WS-DEDUPED-CNT
                   ', deceased ' WS-DECEASED-CNT
                   ', no email consent ' WS-NOCONSENT-CNT
                   ', gone away ' WS-HELD-CNT '.'.

           PERFORM WRITE-HELD-TOTAL.

           PERFORM PROGRAM-DONE.

               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT DECDREG.
           IF DECDREG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening DECDREG file, status='
                       DECDREG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT CONSREG.
           IF CONSREG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening CONSREG file, status='
                       CONSREG-STATUS
               MOVE 12 TO RETURN-CODE
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

           EXIT.

      *
      * Candidates are customers with a real email whose email
      * consent stands as given on the register, who are not on the
      * deceased register and not flagged gone away
      *
       RELEASE-CANDIDATES SECTION.
       RC010.

           PERFORM UNTIL WS-CUST-EXIT = 'Y'
              ADD 1 TO WS-READ-CNT
              MOVE SPACE TO WS-CONSENT-SWITCH
              IF CUSTOMER-EMAIL NOT = SPACES
                 PERFORM CHECK-EMAIL-CONSENT
                 IF NOT WS-EMAIL-CONSENT-GIVEN
                    ADD 1 TO WS-NOCONSENT-CNT
                 END-IF
              END-IF
              IF WS-EMAIL-CONSENT-GIVEN
                 PERFORM CHECK-DECEASED
                 MOVE 'N' TO WS-GONEAWAY-SWITCH
                 IF NOT WS-CUSTOMER-DECEASED
                    PERFORM CHECK-GONE-AWAY
                 END-IF
                 EVALUATE TRUE
                    WHEN WS-CUSTOMER-DECEASED
                       ADD 1 TO WS-DECEASED-CNT
                    WHEN WS-CUSTOMER-GONE-AWAY
                       MOVE SPACES TO WS-HELD-ITEM
                       STRING 'CAMPAIGN ' WS-CAMPAIGN-ID
                              ' - NOT SELECTED'
                          DELIMITED BY SIZE INTO WS-HELD-ITEM
                       END-STRING
                       PERFORM HOLD-POST
                    WHEN OTHER
                       ADD 1 TO WS-CANDIDATE-CNT
                       MOVE CUSTOMER-EMAIL    TO SRT-EMAIL
                       MOVE CUSTOMER-SORTCODE TO SRT-SORTCODE
                       MOVE CUSTOMER-NUMBER   TO SRT-CUSTOMER-NUMBER
                       MOVE CUSTOMER-NAME     TO SRT-NAME
                       RELEASE SORT-RECORD
                 END-EVALUATE
              END-IF
              READ CUSTFILE
                AT END MOVE 'Y' TO WS-CUST-EXIT
       RC999.
           EXIT.

      *
      * The last register entry for the customer's email channel
      * is the consent in force; with no entry there is none
      *
       CHECK-EMAIL-CONSENT SECTION.
       CE010.
           MOVE SPACE TO WS-CONSENT-SWITCH.

           MOVE CUSTOMER-SORTCODE TO CNS-SORTCODE.
           MOVE CUSTOMER-NUMBER   TO CNS-CUSTOMER-NUMBER.
           MOVE 'E'               TO CNS-CHANNEL.
           MOVE LOW-VALUES        TO CNS-DATE.
           MOVE 0                 TO CNS-TIME CNS-SEQUENCE.

           START CONSREG KEY NOT < CNS-KEY
             INVALID KEY
               GO TO CE999
           END-START.

           MOVE 'N' TO WS-CONS-EXIT.
           READ CONSREG NEXT RECORD
             AT END MOVE 'Y' TO WS-CONS-EXIT
           END-READ.

           PERFORM UNTIL WS-CONS-EXIT = 'Y' OR
                 CNS-SORTCODE NOT = CUSTOMER-SORTCODE OR
                 CNS-CUSTOMER-NUMBER NOT = CUSTOMER-NUMBER OR
                 NOT CNS-CHANNEL-EMAIL
              MOVE CNS-CONSENT TO WS-CONSENT-SWITCH
              READ CONSREG NEXT RECORD
                AT END MOVE 'Y' TO WS-CONS-EXIT
              END-READ
           END-PERFORM.

       CE999.
           EXIT.

      *
      * Sorted by email, so duplicates are adjacent: the first
      * record for each email wins, the rest are dedup drops
       CS999.
           EXIT.

       CHECK-DECEASED SECTION.
       CK010.
           MOVE 'N' TO WS-DECEASED-SWITCH.

           MOVE CUSTOMER-KEY TO DECD-CUSTOMER-KEY.
           READ DECDREG
              KEY IS DECD-CUSTOMER-KEY
           END-READ.

           IF DECDREG-STATUS = '00'
              MOVE 'Y' TO WS-DECEASED-SWITCH
              GO TO CK999
           END-IF.

           IF DECDREG-STATUS NOT = '23'
              DISPLAY 'MKTGEXT - error reading deceased register, '
                      'status=' DECDREG-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CK999.
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
              DISPLAY 'MKTGEXT - error reading gone-away register, '
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
              DISPLAY 'MKTGEXT - error writing HELDPOST, status='
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

           CLOSE SUPPLIST.
           CLOSE CAMPAIGN.
           CLOSE CAMPREG.
           CLOSE DECDREG.
           CLOSE CONSREG.
           CLOSE GONEAWAY.
           CLOSE HELDPOST.

       CF999.
           EXIT.
