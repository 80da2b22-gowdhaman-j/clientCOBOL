      * ACCOUNT-NUMBER values come from the NUMCTL counter record,
      * the batch mirror of the CBSACUST/CBSAACCT named counters
      * the on-line side draws from - operations resynchronizes
      * the named counters from NUMCTL after the run, and OPENSYNC
      * has first moved NUMCTL past the numbers the branches
      * issued through ACCTOPEN during the day. Sortcodes
      * are validated against BRNMAST and account types against
      * the PRODMST product master through PRODINF - a type not on
      * the master, or a withdrawn product, fails the application.
      * Each application's address goes through the ADDRVAL
      * postcode validation and is stored standardised - an
      * unmatchable postcode flags the application for review on
      * the report but never blocks the opening.
      *
      * Before a customer is created the applicant's name and date
      * of birth are screened against the SANCLIST sanctions list
      * through SANCMTCH. A possible match is raised open on the
      * SANCREVW review worklist and the application is held - no
      * customer is created - for the financial crime team to
      * decide with SANCMNT. A pair they have dismissed does not
      * hold the application again unless the list entry has
      * changed since. The ONBRPT report shows created,
      * rejected-duplicate, failed and sanctions-held applications
      * and closes with the control equation
      * created + duplicates + failed + held = applications read.
      *
      * The application form's marketing consent boxes - email,
      * post, phone and SMS, Y ticked to consent and N ticked to
      * refuse - are entered on the CONSREG consent register for
      * each customer created, under source ONBOARD with the
      * version of the form's consent wording. A box left blank
      * records nothing, and the customer is not marketed on that
      * channel until consent is given.
      ******************************************************************

       IDENTIFICATION DIVISION.
                  RECORD KEY   IS BRN-SORTCODE
                  FILE STATUS  IS BRNMAST-STATUS.

           SELECT SANCREVW
                  ASSIGN TO SANCREVW
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS REV-KEY
                  FILE STATUS  IS SANCREVW-STATUS.

           SELECT CONSREG
                  ASSIGN TO CONSREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CNS-KEY
                  FILE STATUS  IS CONSREG-STATUS.

           SELECT NUMCTL
                  ASSIGN TO NUMCTL
                  ORGANIZATION IS SEQUENTIAL
           05 APPL-ACCOUNT-TYPE            PIC X(8).
           05 APPL-TELNO                   PIC 9(11).
           05 APPL-EMAIL                   PIC X(40).
           05 APPL-CONSENT-EMAIL           PIC X.
           05 APPL-CONSENT-POST            PIC X.
           05 APPL-CONSENT-PHONE           PIC X.
           05 APPL-CONSENT-SMS             PIC X.
           05 FILLER                       PIC X(3).

       FD  CUSTFILE.
       01  VSAM-RECORD.
       01  BRANCH-RECORD.
       COPY BRNMAST.

       FD  SANCREVW.
       01  REVIEW-RECORD.
       COPY SANCREVW.

       FD  CONSREG.
       01  CONSENT-RECORD.
       COPY CONSREG.

       FD  NUMCTL.
       01  NUMBER-CONTROL-RECORD.
           05 NUM-NEXT-CUSTOMER            PIC 9(10).
           05 BRNMAST-STATUS1              PIC X.
           05 BRNMAST-STATUS2              PIC X.

       01  SANCREVW-STATUS.
           05 SANCREVW-STATUS1             PIC X.
           05 SANCREVW-STATUS2             PIC X.

       01  CONSREG-STATUS.
           05 CONSREG-STATUS1              PIC X.
           05 CONSREG-STATUS2              PIC X.

       01  NUMCTL-STATUS.
           05 NUMCTL-STATUS1               PIC X.
           05 NUMCTL-STATUS2               PIC X.
       01 WS-CREATED-CNT                   PIC 9(5) VALUE 0.
       01 WS-DUP-CNT                       PIC 9(5) VALUE 0.
       01 WS-FAILED-CNT                    PIC 9(5) VALUE 0.
       01 WS-HELD-CNT                      PIC 9(5) VALUE 0.
       01 WS-EQUATION-TOTAL                PIC 9(5).
       01 WS-APPL-SEQ                      PIC 9(5) VALUE 0.

       01 WS-CONSENT-CNT                   PIC 9(5) VALUE 0.

       01 WS-NEXT-CUSTOMER                 PIC 9(10).

      *
      * The consent statement printed on the current application
      * form, and one box from it being entered
      *
       01 WS-CONSENT-WORDING               PIC X(8) VALUE 'APPFORM1'.
       01 WS-CONS-CHANNEL                  PIC X.
       01 WS-CONS-BOX                      PIC X.
       01 WS-CONS-TIME-RAW                 PIC 9(8).
       01 WS-NEXT-ACCOUNT                  PIC 9(11).

       01 WS-ADDR-PARM.
           05 WS-AP-POSTCODE               PIC X(8).
           05 WS-AP-STATUS                 PIC X.

      *
      * Sanctions screening of the application being judged. The
      * review key is the date of birth then the start of the name
      *
       01 WS-APPL-HELD                     PIC X.
       01 WS-HIT-NDX                       PIC 9(2).
       01 WS-APPL-REVIEW-KEY.
           05 WS-ARK-DOB                   PIC 9(8).
           05 WS-ARK-NAME                  PIC X(22).

       01 WS-SANCMTCH-PARM.
           05 WS-SMP-FUNCTION              PIC X(5).
           05 WS-SMP-SINCE-DATE            PIC X(10).
           05 WS-SMP-NAME                  PIC X(60).
           05 WS-SMP-DOB                   PIC 9(8).
           05 WS-SMP-HIT-COUNT             PIC 9(2).
           05 WS-SMP-HIT OCCURS 10 TIMES.
              10 WS-SMP-HIT-ENTRY-ID       PIC X(10).
              10 WS-SMP-HIT-ENTRY-NAME     PIC X(60).
              10 WS-SMP-HIT-ENTRY-DOB      PIC 9(8).
              10 WS-SMP-HIT-CHANGED        PIC X(10).
              10 WS-SMP-HIT-SCORE          PIC 9(3).
              10 WS-SMP-HIT-STRENGTH       PIC X(6).
           05 WS-SMP-STATUS                PIC X.

       01 WS-PRODINF-PARM.
           03 WS-PIP-FUNCTION              PIC X(5).
           03 WS-PIP-ACCOUNT-TYPE          PIC X(8).
           03 WS-PIP-PRODUCT.
       COPY PRODMST.
           03 WS-PIP-STATUS                PIC X.

      *
      * One flag per application: D = duplicate, space = create
      *
           PERFORM WRITE-NUMBER-CONTROL.

           COMPUTE WS-EQUATION-TOTAL =
              WS-CREATED-CNT + WS-DUP-CNT + WS-FAILED-CNT +
              WS-HELD-CNT.

           DISPLAY 'ONBOARD read ' WS-APPL-CNT ' applications: '
                   'created ' WS-CREATED-CNT ', duplicates '
                   WS-DUP-CNT ', failed ' WS-FAILED-CNT
                   ', held for sanctions review ' WS-HELD-CNT
                   ', consents registered ' WS-CONSENT-CNT '.'.

           IF WS-EQUATION-TOTAL NOT = WS-APPL-CNT
              DISPLAY 'ONBOARD CONTROL EQUATION FAILED - created + '
                      'duplicates + failed + held ' WS-EQUATION-TOTAL
                      ' of ' WS-APPL-CNT ' read'
              MOVE 12 TO RETURN-CODE
           ELSE
              DISPLAY 'ONBOARD control equation holds: created + '
                      'duplicates + failed + held = applications '
                      'read.'
           END-IF.

           PERFORM PROGRAM-DONE.
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O SANCREVW.
           IF SANCREVW-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening SANCREVW file, status='
                       SANCREVW-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O CONSREG.
           IF CONSREG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening CONSREG file, status='
                       CONSREG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT ONBRPT.
           IF ONBRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ONBRPT file, status='
              GO TO JA999
           END-IF.

           MOVE 'GET  '           TO WS-PIP-FUNCTION.
           MOVE APPL-ACCOUNT-TYPE TO WS-PIP-ACCOUNT-TYPE.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

           IF WS-PIP-STATUS = 'E'
              DISPLAY 'ONBOARD - product master unavailable, run '
                      'stopped'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF WS-PIP-STATUS NOT = SPACE OR PROD-STATUS-WITHDRAWN
              ADD 1 TO WS-FAILED-CNT
              MOVE 'FAILED    ' TO WS-RPT-OUTCOME
              MOVE 'ACCOUNT TYPE NOT ON SALE      ' TO WS-RPT-NOTE
              WRITE ONB-PRINT-RECORD FROM WS-RPT-DETAIL
              GO TO JA999
           END-IF.

           PERFORM SCREEN-APPLICATION.

           IF WS-APPL-HELD = 'Y'
              ADD 1 TO WS-HELD-CNT
              MOVE 'SANCTIONS ' TO WS-RPT-OUTCOME
              MOVE 'HELD FOR SANCTIONS REVIEW     ' TO WS-RPT-NOTE
              WRITE ONB-PRINT-RECORD FROM WS-RPT-DETAIL
              GO TO JA999
           END-IF.

           PERFORM CREATE-CUSTOMER-RECORD.
           PERFORM CREATE-ACCOUNT-RECORD.

       JA999.
           EXIT.

      *
      * The applicant against the whole sanctions list. Nobody is
      * created unscreened - a SANCMTCH failure stops the run
      *
       SCREEN-APPLICATION SECTION.
       SA010.
           MOVE 'N' TO WS-APPL-HELD.

           MOVE 'MATCH'   TO WS-SMP-FUNCTION.
           MOVE SPACES    TO WS-SMP-SINCE-DATE.
           MOVE APPL-NAME TO WS-SMP-NAME.
           MOVE APPL-DOB  TO WS-SMP-DOB.
           CALL 'SANCMTCH' USING WS-SANCMTCH-PARM.

           IF WS-SMP-STATUS NOT = SPACE
              DISPLAY 'ONBOARD - SANCMTCH could not screen '
                      'application ' WS-APPL-SEQ ', run stopped'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE APPL-DOB        TO WS-ARK-DOB.
           MOVE APPL-NAME(1:22) TO WS-ARK-NAME.

           PERFORM RAISE-APPLICATION-REVIEW
              VARYING WS-HIT-NDX FROM 1 BY 1
              UNTIL WS-HIT-NDX > WS-SMP-HIT-COUNT.

       SA999.
           EXIT.

      *
      * A new or open pair holds the application, as does one
      * already confirmed. A dismissed pair holds it only if the
      * list entry has changed since the dismissal
      *
       RAISE-APPLICATION-REVIEW SECTION.
       RA010.
           MOVE 'A'                TO REV-SUBJECT-TYPE.
           MOVE WS-APPL-REVIEW-KEY TO REV-SUBJECT-KEY.
           MOVE WS-SMP-HIT-ENTRY-ID(WS-HIT-NDX) TO REV-ENTRY-ID.
           READ SANCREVW
              KEY IS REV-KEY
           END-READ.

           IF SANCREVW-STATUS NOT = '00' AND SANCREVW-STATUS NOT = '23'
              DISPLAY 'ONBOARD - error reading review for '
                      REV-KEY ' status=' SANCREVW-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF SANCREVW-STATUS = '00'
              IF REV-STATUS-CONFIRMED
                 MOVE 'Y' TO WS-APPL-HELD
                 GO TO RA999
              END-IF
              IF REV-STATUS-DISMISSED AND
                 WS-SMP-HIT-CHANGED(WS-HIT-NDX) NOT > REV-DECIDED-DATE
                 GO TO RA999
              END-IF
           END-IF.

           MOVE 'Y' TO WS-APPL-HELD.

           IF SANCREVW-STATUS = '23'
              MOVE SPACES TO REVIEW-RECORD
              MOVE 'A'                TO REV-SUBJECT-TYPE
              MOVE WS-APPL-REVIEW-KEY TO REV-SUBJECT-KEY
              MOVE WS-SMP-HIT-ENTRY-ID(WS-HIT-NDX) TO REV-ENTRY-ID
              MOVE WS-RUN-DATE        TO REV-RAISED-DATE
           END-IF.

           IF NOT REV-STATUS-OPEN
              MOVE WS-RUN-DATE TO REV-RAISED-DATE
              MOVE 'O'         TO REV-STATUS
           END-IF.

           MOVE APPL-NAME   TO REV-SUBJECT-NAME.
           MOVE APPL-DOB    TO REV-SUBJECT-DOB.
           MOVE WS-SMP-HIT-ENTRY-NAME(WS-HIT-NDX) TO REV-ENTRY-NAME.
           MOVE WS-SMP-HIT-ENTRY-DOB(WS-HIT-NDX)  TO REV-ENTRY-DOB.
           MOVE WS-SMP-HIT-SCORE(WS-HIT-NDX)      TO REV-SCORE.
           MOVE WS-SMP-HIT-STRENGTH(WS-HIT-NDX)   TO REV-STRENGTH.
           MOVE WS-RUN-DATE TO REV-LAST-SEEN-DATE.

           IF SANCREVW-STATUS = '23'
              WRITE REVIEW-RECORD
           ELSE
              REWRITE REVIEW-RECORD
           END-IF.

           IF SANCREVW-STATUS NOT = '00'
              DISPLAY 'ONBOARD - error writing review for '
                      REV-KEY ' status=' SANCREVW-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RA999.
           EXIT.

       CREATE-CUSTOMER-RECORD SECTION.
       CC010.
           MOVE 'CUST'              TO CUSTOMER-EYECATCHER.
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM RECORD-APPLICATION-CONSENTS.

           MOVE WS-NEXT-CUSTOMER TO WS-RPT-CUST-NO.
           ADD 1 TO WS-NEXT-CUSTOMER.

       CC999.
           EXIT.

      *
      * A new customer has no register entries yet, so each ticked
      * box is simply added
      *
       RECORD-APPLICATION-CONSENTS SECTION.
       RC010.
           ACCEPT WS-CONS-TIME-RAW FROM TIME.

           MOVE 'E' TO WS-CONS-CHANNEL.
           MOVE APPL-CONSENT-EMAIL TO WS-CONS-BOX.
           PERFORM RECORD-ONE-CONSENT.

           MOVE 'P' TO WS-CONS-CHANNEL.
           MOVE APPL-CONSENT-POST TO WS-CONS-BOX.
           PERFORM RECORD-ONE-CONSENT.

           MOVE 'T' TO WS-CONS-CHANNEL.
           MOVE APPL-CONSENT-PHONE TO WS-CONS-BOX.
           PERFORM RECORD-ONE-CONSENT.

           MOVE 'S' TO WS-CONS-CHANNEL.
           MOVE APPL-CONSENT-SMS TO WS-CONS-BOX.
           PERFORM RECORD-ONE-CONSENT.

       RC999.
           EXIT.

       RECORD-ONE-CONSENT SECTION.
       RG010.
           IF WS-CONS-BOX NOT = 'Y' AND WS-CONS-BOX NOT = 'N'
              GO TO RG999
           END-IF.

           MOVE CUSTOMER-SORTCODE   TO CNS-SORTCODE.
           MOVE CUSTOMER-NUMBER     TO CNS-CUSTOMER-NUMBER.
           MOVE WS-CONS-CHANNEL     TO CNS-CHANNEL.
           MOVE WS-RUN-DATE         TO CNS-DATE.
           MOVE WS-CONS-TIME-RAW(1:6) TO CNS-TIME.
           MOVE 1                   TO CNS-SEQUENCE.
           IF WS-CONS-BOX = 'Y'
              MOVE 'G' TO CNS-CONSENT
           ELSE
              MOVE 'W' TO CNS-CONSENT
           END-IF.
           MOVE 'ONBOARD '          TO CNS-SOURCE.
           MOVE WS-CONSENT-WORDING  TO CNS-WORDING-VERSION.
           MOVE 'BATCH   '          TO CNS-RECORDED-BY.
           MOVE 'APPLICATION FORM' TO CNS-REFERENCE.
           MOVE SPACES TO CONSENT-RECORD(92:19).

           WRITE CONSENT-RECORD.
           IF CONSREG-STATUS NOT = '00'
              DISPLAY 'ONBOARD - error writing consent for customer '
                      CNS-CUSTOMER-NUMBER ' status=' CONSREG-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-CONSENT-CNT.

       RG999.
           EXIT.

       CREATE-ACCOUNT-RECORD SECTION.
       CA010.
           MOVE 'ACCT'              TO ACCOUNT-EYECATCHER.
           CLOSE CUSTFILE.
           CLOSE ACCTFILE.
           CLOSE BRNMAST.
           CLOSE SANCREVW.
           CLOSE CONSREG.
           CLOSE ONBRPT.

           MOVE 'CLOSE' TO WS-SMP-FUNCTION.
           CALL 'SANCMTCH' USING WS-SANCMTCH-PARM.

           MOVE 'CLOSE' TO WS-PIP-FUNCTION.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

       CF999.
           EXIT.
