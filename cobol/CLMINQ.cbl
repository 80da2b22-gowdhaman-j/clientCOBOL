       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMINQ.
       AUTHOR.
       DATE-WRITTEN.  OCT, 2026
       DATE-COMPILED.
      ******************************************************************
      *    PAYM CLAIM STATUS INQUIRY.                                 *
      *                                                               *
      *    ANSWERS "WHAT HAPPENED TO MY CLAIM" FOR THE CLAIMS CALL    *
      *    CENTRE IN ONE PLACE. EACH INQCARD ASKS FOR ONE CLAIM OR    *
      *    FOR ONE PROVIDER'S CLAIMS OVER A RANGE OF ADVICE DATES:    *
      *       COL 1     C  - COLS 2-13 PAYM-PMT-ID                    *
      *       COL 1     P  - COLS 2-11 PAYM-PROVIDER-NO, COLS 12-17   *
      *                      FROM AND 18-23 TO, YYMMDD                *
      *    AND EVERY CLAIM ASKED FOR IS TRACED THROUGH THE STREAM:    *
      *       RECEIVED   - CLMHIST, FIRST RUN AND TIMES SEEN, AND     *
      *                    WHETHER PAYMDUP REJECTED A RESEND          *
      *       SUSPENSE   - ON THE SUSPENSE FILE, WHO PUT IT THERE     *
      *                    AND ITS SUSPREPR DISPOSITION               *
      *       OVRVALID   - ON THE OVREXCP EXCEPTION FILE              *
      *       ADVICE     - EACH REMITADV RUN IT APPEARED ON (THE      *
      *                    REMITCLM INDEX) AND HOW IT WAS TREATED     *
      *       PAYREG     - THE INSTRUCTION THAT RUN WAS PAID UNDER    *
      *       VOID       - MATCHED ON THE SAME RUN (VOIDEXT) OR       *
      *                    RAISED AS OWED BACK (PROVRCV)              *
      *    THE KEYED FILES ARE READ FOR EACH CLAIM; THE SEQUENTIAL    *
      *    ONES ARE PASSED ONCE AGAINST THE WHOLE SET OF CLAIMS ASKED *
      *    FOR. A BAD CARD, OR A PROVIDER CARD THAT FINDS NOTHING,    *
      *    ENDS THE RUN RC 4.                                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.  C01 IS TOP-OF-FORM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT INQUIRY-CARDS      ASSIGN TO UT-S-INQCARD.
            SELECT CLMHIST-FILE       ASSIGN TO DA-CLMHIST
                ACCESS IS RANDOM
                ORGANIZATION IS INDEXED
                RECORD KEY IS CLMH-PMT-ID
                FILE STATUS IS CLMHIST-STATUS.
            SELECT REMITCLM-FILE      ASSIGN TO DA-REMITCLM
                ACCESS IS DYNAMIC
                ORGANIZATION IS INDEXED
                RECORD KEY IS RCLM-KEY
                FILE STATUS IS REMITCLM-STATUS.
            SELECT PAYREG-FILE        ASSIGN TO DA-PAYREG
                ACCESS IS RANDOM
                ORGANIZATION IS INDEXED
                RECORD KEY IS PAYR-KEY
                FILE STATUS IS PAYREG-STATUS.
            SELECT PROVRCV-FILE       ASSIGN TO DA-PROVRCV
                ACCESS IS DYNAMIC
                ORGANIZATION IS INDEXED
                RECORD KEY IS RCV-KEY
                FILE STATUS IS PROVRCV-STATUS.
            SELECT SUSPENSE-FILE      ASSIGN TO UT-S-SUSPNS.
            SELECT EXCEPTION-FILE     ASSIGN TO UT-S-OVREXCP.
            SELECT VOID-EXTRACT       ASSIGN TO UT-S-VOIDEXT.
            SELECT CLMINQ-RPT         ASSIGN TO UT-S-SYSPRT.
       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-CARDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  INQUIRY-CARD.
           05  CARD-TYPE                   PIC X.
               88  CARD-BY-CLAIM                 VALUE 'C'.
               88  CARD-BY-PROVIDER              VALUE 'P'.
           05  CARD-PMT-ID                 PIC X(12).
           05  FILLER                      PIC X(67).
       01  INQUIRY-PROVIDER-CARD REDEFINES INQUIRY-CARD.
           05  FILLER                      PIC X.
           05  CARD-PROVIDER-NO            PIC X(10).
           05  CARD-FROM-DATE              PIC X(6).
           05  CARD-TO-DATE                PIC X(6).
           05  FILLER                      PIC X(57).

       FD  CLMHIST-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CLAIM-HISTORY-RECORD.
           05 CLMH-PMT-ID             PIC X(12).
           05 CLMH-FIRST-RUN-DATE     PIC 9(6).
           05 CLMH-TIMES-SEEN         PIC 9(3).
           05 FILLER                  PIC X(19).

       FD  REMITCLM-FILE
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REMITCLM-RECORD.
           COPY REMITCLM.

       FD  PAYREG-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PAYMENT-REGISTER-RECORD.
           05 PAYR-KEY.
              10 PAYR-PROVIDER-NO  PIC X(10).
              10 PAYR-RUN-DATE     PIC 9(6).
           05 PAYR-PAY-METHOD      PIC X.
           05 PAYR-AMOUNT          PIC S9(11)V99 COMP-3.
           05 PAYR-ROUTE           PIC X.
           05 FILLER               PIC X(55).

       FD  PROVRCV-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PROVRCV-RECORD.
           COPY PROVRCV.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-RECORD.
           COPY SUSPREC.

       FD  EXCEPTION-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-RECORD.
           05 EXC-OFFENDING-CODE   PIC X.
           05 EXC-SLOT             PIC 9(2).
           05 EXC-PMT-ID           PIC X(12).
           05 FILLER               PIC X(5).
           05 EXC-PAYM-DATA        PIC X(12178).

       FD  VOID-EXTRACT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  VOID-EXTRACT-RECORD.
           05 VEXT-PMT-ID           PIC X(12).
           05 VEXT-PROVIDER-NO      PIC X(10).
           05 VEXT-RUN-DATE         PIC 9(6).
           05 VEXT-PAID-AMOUNT      PIC S9(11)V99 COMP-3.
           05 FILLER                PIC X(5).

       FD  CLMINQ-RPT
           RECORD CONTAINS 133 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CLMINQ-RPT-RECORD.
           05 RPT-CARRIAGE-CONTROL   PIC X.
           05 RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-END-CARDS             PIC X VALUE ZEROS.
           88  END-OF-CARDS               VALUE '1'.
       01  WS-END-SEQ-FILE          PIC X VALUE ZEROS.
           88  END-OF-SEQ-FILE            VALUE '1'.
       01  WS-END-BROWSE            PIC X VALUE ZEROS.
           88  END-OF-BROWSE              VALUE '1'.
       01  WS-FOUND-SW              PIC X VALUE ZEROS.
           88  WS-FOUND                   VALUE '1'.
           88  WS-NOT-FOUND               VALUE '0'.

       01  CLMHIST-STATUS           PIC XX VALUE 'ZZ'.
       01  REMITCLM-STATUS          PIC XX VALUE 'ZZ'.
       01  PAYREG-STATUS            PIC XX VALUE 'ZZ'.
       01  PROVRCV-STATUS           PIC XX VALUE 'ZZ'.

       01  WS-DATA-AREA.
           05   WS-CARD-CNT         PIC 9(05) VALUE 0.
           05   WS-BAD-CARD-CNT     PIC 9(05) VALUE 0.
           05   WS-CARD-NO          PIC 9(05).
           05   WS-EMPTY-PROV-CNT   PIC 9(05) VALUE 0.
           05   WS-TABLE-FULL-CNT   PIC 9(05) VALUE 0.
           05   WS-ADVICE-CNT       PIC 9(03).
           05   WS-VOID-CNT         PIC 9(03).
           05   WS-RUN-YYYYMMDD     PIC 9(08).
           05   WS-PMT-ID           PIC X(12).
           05   WS-OWED             PIC S9(11)V99 COMP-3.
           05   WS-OWED-ED          PIC -(10)9.99.
           05   WS-RPT-DATE         PIC 9(06).
           05   WS-DATE-CONV        PIC 9(08).
           05   WS-DATE-CONV-R REDEFINES WS-DATE-CONV.
               15  WS-DC-YYYY       PIC 9(04).
               15  WS-DC-MM         PIC 99.
               15  WS-DC-DD         PIC 99.
           05   WS-DATE-SPLIT.
               15  WS-DS-YY         PIC 99.
               15  WS-DS-MM         PIC 99.
               15  WS-DS-DD         PIC 99.

      *
      * Provider cards, each with its advice date range windowed
      * to YYYYMMDD so a range can straddle the century
      *
       01  WS-PROVIDER-TABLE.
           05  WS-PT-MAX            PIC 9(03) COMP VALUE 50.
           05  WS-PT-USED           PIC 9(03) COMP VALUE 0.
           05  WS-PT-ENTRY OCCURS 50 TIMES
                  INDEXED BY PT-NDX.
               10  WS-PT-PROVIDER   PIC X(10).
               10  WS-PT-FROM       PIC 9(08).
               10  WS-PT-TO         PIC 9(08).
               10  WS-PT-CARD-NO    PIC 9(05).
               10  WS-PT-CLAIMS     PIC 9(05).

      *
      * Every claim asked for, in card order, with what the passes
      * over the sequential files found for it
      *
       01  WS-CLAIM-TABLE.
           05  WS-CT-MAX            PIC 9(04) COMP VALUE 2000.
           05  WS-CT-USED           PIC 9(04) COMP VALUE 0.
           05  WS-CT-ENTRY OCCURS 2000 TIMES
                  INDEXED BY CT-NDX.
               10  WS-CT-PMT-ID     PIC X(12).
               10  WS-CT-CARD-NO    PIC 9(05).
               10  WS-CT-PROVIDER   PIC X(10).
               10  WS-CT-SUSP-CNT   PIC 9(03).
               10  WS-CT-SUSP-DISP  PIC X.
                   88  WS-CT-SUSP-NEW           VALUE 'N'.
                   88  WS-CT-SUSP-CORRECTED     VALUE 'C'.
                   88  WS-CT-SUSP-RESUBMITTED   VALUE 'R'.
                   88  WS-CT-SUSP-WRITTEN-OFF   VALUE 'W'.
                   88  WS-CT-SUSP-DUPLICATE     VALUE 'D'.
                   88  WS-CT-SUSP-INELIGIBLE    VALUE 'G'.
               10  WS-CT-SUSP-DATE  PIC 9(06).
               10  WS-CT-SUSP-RESUB PIC 9(02).
               10  WS-CT-DUP-SEEN   PIC X.
               10  WS-CT-OVR-CNT    PIC 9(03).
               10  WS-CT-OVR-CODE   PIC X.
               10  WS-CT-OVR-SLOT   PIC 9(02).
               10  WS-CT-VEXT-CNT   PIC 9(03).
               10  WS-CT-VEXT-DATE  PIC 9(06).
               10  WS-CT-VEXT-AMT   PIC S9(11)V99 COMP-3.

       01  WS-RPT-HDG1.
           05   FILLER          PIC X(11) VALUE 'CLMINQ RUN '.
           05   WS-RPT-HDG-DATE PIC 9(6).
           05   FILLER          PIC X(29)
                   VALUE '  PAYM CLAIM STATUS INQUIRY  '.
           05   FILLER          PIC X(86) VALUE SPACES.

       01  WS-RPT-CLAIM-HDG.
           05   FILLER          PIC X(7)  VALUE 'PMT-ID '.
           05   WS-RPT-PMT-ID   PIC X(12).
           05   FILLER          PIC X(7)  VALUE '  CARD '.
           05   WS-RPT-CARD-NO  PIC ZZZZ9.
           05   FILLER          PIC X(101) VALUE SPACES.

       01  WS-RPT-EVENT.
           05   FILLER          PIC X(4)  VALUE SPACES.
           05   WS-EV-STAGE     PIC X(10).
           05   FILLER          PIC X(2)  VALUE SPACES.
           05   WS-EV-DATE      PIC X(6).
           05   FILLER          PIC X(2)  VALUE SPACES.
           05   WS-EV-TEXT      PIC X(45).
           05   FILLER          PIC X(2)  VALUE SPACES.
           05   WS-EV-AMOUNT    PIC -(10)9.99.
           05   WS-EV-AMOUNT-X REDEFINES WS-EV-AMOUNT
                                PIC X(14).
           05   FILLER          PIC X(2)  VALUE SPACES.
           05   WS-EV-EXTRA     PIC X(45).

       01  WS-RPT-CARD-MSG.
           05   FILLER          PIC X(5)  VALUE 'CARD '.
           05   WS-RPT-MSG-CARD PIC ZZZZ9.
           05   FILLER          PIC X(2)  VALUE SPACES.
           05   WS-RPT-MSG-TEXT PIC X(50).
           05   FILLER          PIC X(2)  VALUE SPACES.
           05   WS-RPT-MSG-DATA PIC X(23).
           05   FILLER          PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       01000-MAINLINE.
           ACCEPT WS-RPT-DATE FROM DATE.

           OPEN INPUT  CLMHIST-FILE
                       REMITCLM-FILE
                       PAYREG-FILE
                       PROVRCV-FILE.
           IF CLMHIST-STATUS NOT = '00' AND CLMHIST-STATUS NOT = '97'
              DISPLAY 'CLMINQ - CLMHIST OPEN FAILED, STATUS '
                      CLMHIST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK.
           IF REMITCLM-STATUS NOT = '00' AND REMITCLM-STATUS NOT = '97'
              DISPLAY 'CLMINQ - REMITCLM OPEN FAILED, STATUS '
                      REMITCLM-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK.
           IF PAYREG-STATUS NOT = '00' AND PAYREG-STATUS NOT = '97'
              DISPLAY 'CLMINQ - PAYREG OPEN FAILED, STATUS '
                      PAYREG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK.
           IF PROVRCV-STATUS NOT = '00' AND PROVRCV-STATUS NOT = '97'
              DISPLAY 'CLMINQ - PROVRCV OPEN FAILED, STATUS '
                      PROVRCV-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK.
           OPEN INPUT  INQUIRY-CARDS
                OUTPUT CLMINQ-RPT.

           MOVE WS-RPT-DATE TO WS-RPT-HDG-DATE.
           MOVE WS-RPT-HDG1 TO RPT-LINE.
           WRITE CLMINQ-RPT-RECORD
              AFTER ADVANCING TOP-OF-FORM.
           MOVE SPACES TO RPT-LINE.
           WRITE CLMINQ-RPT-RECORD
              AFTER ADVANCING 1 LINES.

           PERFORM 10000-LOAD-ONE-CARD THRU 10000-EXIT
               UNTIL END-OF-CARDS.

           IF WS-PT-USED > 0
              PERFORM 15000-EXPAND-PROVIDERS THRU 15000-EXIT.

           PERFORM 20000-SCAN-SUSPENSE THRU 20000-EXIT.
           PERFORM 22000-SCAN-EXCEPTIONS THRU 22000-EXIT.
           PERFORM 24000-SCAN-VOIDEXT THRU 24000-EXIT.

           PERFORM 30000-TRACE-ONE-CLAIM THRU 30000-EXIT
               VARYING CT-NDX FROM 1 BY 1
               UNTIL CT-NDX > WS-CT-USED.

           DISPLAY 'CLMINQ CARDS ' WS-CARD-CNT ' BAD ' WS-BAD-CARD-CNT
                   ', CLAIMS TRACED ' WS-CT-USED
                   ', PROVIDER CARDS WITH NO CLAIMS '
                   WS-EMPTY-PROV-CNT.

           IF WS-BAD-CARD-CNT > 0 OR WS-EMPTY-PROV-CNT > 0
              OR WS-TABLE-FULL-CNT > 0
              MOVE 4 TO RETURN-CODE.

           CLOSE INQUIRY-CARDS CLMHIST-FILE REMITCLM-FILE
                 PAYREG-FILE PROVRCV-FILE CLMINQ-RPT.
           GOBACK.

       10000-LOAD-ONE-CARD.
           READ INQUIRY-CARDS
               AT END
                  SET END-OF-CARDS TO TRUE
                  GO TO 10000-EXIT.

           ADD 1 TO WS-CARD-CNT.

           IF CARD-BY-CLAIM
              IF CARD-PMT-ID = SPACES
                 MOVE 'NO PMT-ID ON CLAIM CARD' TO WS-RPT-MSG-TEXT
                 PERFORM 19000-BAD-CARD THRU 19000-EXIT
                 GO TO 10000-EXIT
              ELSE
                 MOVE CARD-PMT-ID TO WS-PMT-ID
                 MOVE WS-CARD-CNT TO WS-CARD-NO
                 PERFORM 12000-ADD-CLAIM THRU 12000-EXIT
                 GO TO 10000-EXIT.

           IF NOT CARD-BY-PROVIDER
              MOVE 'CARD TYPE MUST BE C OR P' TO WS-RPT-MSG-TEXT
              PERFORM 19000-BAD-CARD THRU 19000-EXIT
              GO TO 10000-EXIT.

           IF CARD-PROVIDER-NO = SPACES
              OR CARD-FROM-DATE NOT NUMERIC
              OR CARD-TO-DATE NOT NUMERIC
              MOVE 'PROVIDER CARD NEEDS PROVIDER, FROM AND TO DATES'
                 TO WS-RPT-MSG-TEXT
              PERFORM 19000-BAD-CARD THRU 19000-EXIT
              GO TO 10000-EXIT.

           IF WS-PT-USED NOT < WS-PT-MAX
              MOVE 'TOO MANY PROVIDER CARDS - CARD IGNORED'
                 TO WS-RPT-MSG-TEXT
              PERFORM 19000-BAD-CARD THRU 19000-EXIT
              GO TO 10000-EXIT.

           ADD 1 TO WS-PT-USED.
           SET PT-NDX TO WS-PT-USED.
           MOVE CARD-PROVIDER-NO TO WS-PT-PROVIDER (PT-NDX).
           MOVE WS-CARD-CNT      TO WS-PT-CARD-NO (PT-NDX).
           MOVE 0                TO WS-PT-CLAIMS (PT-NDX).
           MOVE CARD-FROM-DATE TO WS-DATE-SPLIT.
           PERFORM 60000-WINDOW-DATE THRU 60000-EXIT.
           MOVE WS-DATE-CONV   TO WS-PT-FROM (PT-NDX).
           MOVE CARD-TO-DATE   TO WS-DATE-SPLIT.
           PERFORM 60000-WINDOW-DATE THRU 60000-EXIT.
           MOVE WS-DATE-CONV   TO WS-PT-TO (PT-NDX).

       10000-EXIT.
           EXIT.

       12000-ADD-CLAIM.
      *    ADD WS-PMT-ID TO THE CLAIM TABLE UNLESS IT IS THERE ALREADY.
      *    LEAVES CT-NDX ON THE ENTRY AND WS-FOUND SET WHEN IT WAS
      *    ADDED.
           SET WS-NOT-FOUND TO TRUE.
           SET CT-NDX TO 1.
           SEARCH WS-CT-ENTRY
               AT END
                  CONTINUE
               WHEN CT-NDX > WS-CT-USED
                  CONTINUE
               WHEN WS-CT-PMT-ID (CT-NDX) = WS-PMT-ID
                  GO TO 12000-EXIT
           END-SEARCH.

           IF WS-CT-USED NOT < WS-CT-MAX
              ADD 1 TO WS-TABLE-FULL-CNT
              DISPLAY 'CLMINQ - CLAIM TABLE FULL, ' WS-PMT-ID
                      ' NOT TRACED'
              GO TO 12000-EXIT.

           ADD 1 TO WS-CT-USED.
           SET CT-NDX TO WS-CT-USED.
           MOVE WS-PMT-ID   TO WS-CT-PMT-ID (CT-NDX).
           MOVE WS-CARD-NO  TO WS-CT-CARD-NO (CT-NDX).
           MOVE SPACES      TO WS-CT-PROVIDER (CT-NDX)
                               WS-CT-SUSP-DISP (CT-NDX)
                               WS-CT-DUP-SEEN (CT-NDX)
                               WS-CT-OVR-CODE (CT-NDX).
           MOVE 0           TO WS-CT-SUSP-CNT (CT-NDX)
                               WS-CT-SUSP-DATE (CT-NDX)
                               WS-CT-SUSP-RESUB (CT-NDX)
                               WS-CT-OVR-CNT (CT-NDX)
                               WS-CT-OVR-SLOT (CT-NDX)
                               WS-CT-VEXT-CNT (CT-NDX)
                               WS-CT-VEXT-DATE (CT-NDX)
                               WS-CT-VEXT-AMT (CT-NDX).
           SET WS-FOUND TO TRUE.

       12000-EXIT.
           EXIT.

       15000-EXPAND-PROVIDERS.
      ******************************************************************
      *    ONE PASS OF THE REMITCLM INDEX TURNS EACH PROVIDER CARD    *
      *    INTO THE CLAIMS ON THAT PROVIDER'S ADVICES IN ITS RANGE    *
      ******************************************************************
           MOVE LOW-VALUES TO RCLM-KEY.
           MOVE ZEROS TO WS-END-BROWSE.
           START REMITCLM-FILE KEY IS NOT LESS THAN RCLM-KEY
               INVALID KEY
                  SET END-OF-BROWSE TO TRUE
           END-START.

           PERFORM 16000-MATCH-ONE-INDEX-ENTRY THRU 16000-EXIT
               UNTIL END-OF-BROWSE.

           PERFORM VARYING PT-NDX FROM 1 BY 1
                   UNTIL PT-NDX > WS-PT-USED
              IF WS-PT-CLAIMS (PT-NDX) = 0
                 ADD 1 TO WS-EMPTY-PROV-CNT
                 MOVE WS-PT-CARD-NO (PT-NDX) TO WS-RPT-MSG-CARD
                 MOVE 'NO CLAIMS ON ANY ADVICE IN THE RANGE FOR'
                    TO WS-RPT-MSG-TEXT
                 MOVE WS-PT-PROVIDER (PT-NDX) TO WS-RPT-MSG-DATA
                 MOVE WS-RPT-CARD-MSG TO RPT-LINE
                 WRITE CLMINQ-RPT-RECORD
                    AFTER ADVANCING 1 LINES
              END-IF
           END-PERFORM.

       15000-EXIT.
           EXIT.

       16000-MATCH-ONE-INDEX-ENTRY.
           READ REMITCLM-FILE NEXT RECORD
               AT END
                  SET END-OF-BROWSE TO TRUE
                  GO TO 16000-EXIT.

           MOVE RCLM-RUN-DATE TO WS-DATE-SPLIT.
           PERFORM 60000-WINDOW-DATE THRU 60000-EXIT.

           PERFORM VARYING PT-NDX FROM 1 BY 1
                   UNTIL PT-NDX > WS-PT-USED
              IF RCLM-PROVIDER-NO = WS-PT-PROVIDER (PT-NDX)
                 AND WS-DATE-CONV NOT < WS-PT-FROM (PT-NDX)
                 AND WS-DATE-CONV NOT > WS-PT-TO (PT-NDX)
                 MOVE RCLM-PMT-ID TO WS-PMT-ID
                 MOVE WS-PT-CARD-NO (PT-NDX) TO WS-CARD-NO
                 ADD 1 TO WS-PT-CLAIMS (PT-NDX)
                 PERFORM 12000-ADD-CLAIM THRU 12000-EXIT
                 IF WS-FOUND
                    MOVE RCLM-PROVIDER-NO TO WS-CT-PROVIDER (CT-NDX)
                 END-IF
              END-IF
           END-PERFORM.

       16000-EXIT.
           EXIT.

       19000-BAD-CARD.
           ADD 1 TO WS-BAD-CARD-CNT.
           MOVE WS-CARD-CNT TO WS-RPT-MSG-CARD.
           MOVE INQUIRY-CARD(1:23) TO WS-RPT-MSG-DATA.
           MOVE WS-RPT-CARD-MSG TO RPT-LINE.
           WRITE CLMINQ-RPT-RECORD
              AFTER ADVANCING 1 LINES.

       19000-EXIT.
           EXIT.

       20000-SCAN-SUSPENSE.
      ******************************************************************
      *    THE SUSPENSE FILE AS SUSPREPR LAST LEFT IT - THE LATEST    *
      *    RECORD FOR A CLAIM CARRIES ITS CURRENT DISPOSITION         *
      ******************************************************************
           OPEN INPUT SUSPENSE-FILE.
           MOVE ZEROS TO WS-END-SEQ-FILE.
           PERFORM 21000-TAKE-ONE-SUSPENSE THRU 21000-EXIT
               UNTIL END-OF-SEQ-FILE.
           CLOSE SUSPENSE-FILE.

       20000-EXIT.
           EXIT.

       21000-TAKE-ONE-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                  SET END-OF-SEQ-FILE TO TRUE
                  GO TO 21000-EXIT.

           MOVE SUSP-PAYM-DATA(21:12) TO WS-PMT-ID.
           PERFORM 29000-FIND-CLAIM THRU 29000-EXIT.
           IF WS-NOT-FOUND
              GO TO 21000-EXIT.

           ADD 1 TO WS-CT-SUSP-CNT (CT-NDX).
           MOVE SUSP-DISP-CODE    TO WS-CT-SUSP-DISP (CT-NDX).
           MOVE SUSP-DATE-ADDED   TO WS-CT-SUSP-DATE (CT-NDX).
           MOVE SUSP-RESUBMIT-CNT TO WS-CT-SUSP-RESUB (CT-NDX).
           IF SUSP-DISP-DUPLICATE
              MOVE 'Y' TO WS-CT-DUP-SEEN (CT-NDX).
           IF WS-CT-PROVIDER (CT-NDX) = SPACES
              MOVE SUSP-PAYM-DATA(33:10) TO WS-CT-PROVIDER (CT-NDX).

       21000-EXIT.
           EXIT.

       22000-SCAN-EXCEPTIONS.
           OPEN INPUT EXCEPTION-FILE.
           MOVE ZEROS TO WS-END-SEQ-FILE.
           PERFORM 23000-TAKE-ONE-EXCEPTION THRU 23000-EXIT
               UNTIL END-OF-SEQ-FILE.
           CLOSE EXCEPTION-FILE.

       22000-EXIT.
           EXIT.

       23000-TAKE-ONE-EXCEPTION.
           READ EXCEPTION-FILE
               AT END
                  SET END-OF-SEQ-FILE TO TRUE
                  GO TO 23000-EXIT.

           MOVE EXC-PMT-ID TO WS-PMT-ID.
           PERFORM 29000-FIND-CLAIM THRU 29000-EXIT.
           IF WS-NOT-FOUND
              GO TO 23000-EXIT.

           ADD 1 TO WS-CT-OVR-CNT (CT-NDX).
           IF WS-CT-OVR-CNT (CT-NDX) = 1
              MOVE EXC-OFFENDING-CODE TO WS-CT-OVR-CODE (CT-NDX)
              MOVE EXC-SLOT           TO WS-CT-OVR-SLOT (CT-NDX).

       23000-EXIT.
           EXIT.

       24000-SCAN-VOIDEXT.
           OPEN INPUT VOID-EXTRACT.
           MOVE ZEROS TO WS-END-SEQ-FILE.
           PERFORM 25000-TAKE-ONE-VOID THRU 25000-EXIT
               UNTIL END-OF-SEQ-FILE.
           CLOSE VOID-EXTRACT.

       24000-EXIT.
           EXIT.

       25000-TAKE-ONE-VOID.
           READ VOID-EXTRACT
               AT END
                  SET END-OF-SEQ-FILE TO TRUE
                  GO TO 25000-EXIT.

           MOVE VEXT-PMT-ID TO WS-PMT-ID.
           PERFORM 29000-FIND-CLAIM THRU 29000-EXIT.
           IF WS-NOT-FOUND
              GO TO 25000-EXIT.

           ADD 1 TO WS-CT-VEXT-CNT (CT-NDX).
           MOVE VEXT-RUN-DATE    TO WS-CT-VEXT-DATE (CT-NDX).
           MOVE VEXT-PAID-AMOUNT TO WS-CT-VEXT-AMT (CT-NDX).

       25000-EXIT.
           EXIT.

       29000-FIND-CLAIM.
           SET WS-NOT-FOUND TO TRUE.
           SET CT-NDX TO 1.
           SEARCH WS-CT-ENTRY
               AT END
                  CONTINUE
               WHEN CT-NDX > WS-CT-USED
                  CONTINUE
               WHEN WS-CT-PMT-ID (CT-NDX) = WS-PMT-ID
                  SET WS-FOUND TO TRUE
           END-SEARCH.

       29000-EXIT.
           EXIT.

       30000-TRACE-ONE-CLAIM.
           MOVE SPACES TO WS-EV-AMOUNT-X.
           MOVE WS-CT-PMT-ID (CT-NDX)  TO WS-RPT-PMT-ID.
           MOVE WS-CT-CARD-NO (CT-NDX) TO WS-RPT-CARD-NO.
           MOVE WS-RPT-CLAIM-HDG TO RPT-LINE.
           WRITE CLMINQ-RPT-RECORD
              AFTER ADVANCING 2 LINES.

           PERFORM 32000-RECEIVED THRU 32000-EXIT.
           PERFORM 34000-SUSPENSE THRU 34000-EXIT.
           PERFORM 36000-ADVICES THRU 36000-EXIT.
           PERFORM 38000-VOIDS THRU 38000-EXIT.

       30000-EXIT.
           EXIT.

       32000-RECEIVED.
           MOVE 'RECEIVED  ' TO WS-EV-STAGE.
           MOVE WS-CT-PMT-ID (CT-NDX) TO CLMH-PMT-ID.
           READ CLMHIST-FILE
               INVALID KEY
                  MOVE SPACES TO WS-EV-DATE
                  MOVE 'NOT ON CLMHIST - NEVER REACHED PAYMDUP'
                     TO WS-EV-TEXT
                  MOVE SPACES TO WS-EV-EXTRA
                  PERFORM 50000-WRITE-EVENT THRU 50000-EXIT
                  GO TO 32000-EXIT
           END-READ.

           MOVE CLMH-FIRST-RUN-DATE TO WS-EV-DATE.
           MOVE 'FIRST PROCESSED BY PAYMDUP' TO WS-EV-TEXT.
           MOVE SPACES TO WS-EV-EXTRA.
           MOVE 'TIMES SEEN' TO WS-EV-EXTRA.
           MOVE CLMH-TIMES-SEEN TO WS-EV-EXTRA(12:3).
           PERFORM 50000-WRITE-EVENT THRU 50000-EXIT.

           IF WS-CT-DUP-SEEN (CT-NDX) = 'Y'
              MOVE 'DUPLICATE ' TO WS-EV-STAGE
              MOVE WS-CT-SUSP-DATE (CT-NDX) TO WS-EV-DATE
              MOVE 'A RESEND WAS REJECTED BY PAYMDUP AS DUPLICATE'
                 TO WS-EV-TEXT
              MOVE SPACES TO WS-EV-EXTRA
              PERFORM 50000-WRITE-EVENT THRU 50000-EXIT
           ELSE
              IF CLMH-TIMES-SEEN > 1
                 MOVE 'DUPLICATE ' TO WS-EV-STAGE
                 MOVE SPACES TO WS-EV-DATE
                 MOVE 'PMT-ID SEEN AGAIN - A VOID OR CLEARED RESEND'
                    TO WS-EV-TEXT
                 MOVE SPACES TO WS-EV-EXTRA
                 PERFORM 50000-WRITE-EVENT THRU 50000-EXIT.

       32000-EXIT.
           EXIT.

       34000-SUSPENSE.
           MOVE SPACES TO WS-EV-EXTRA.
           IF WS-CT-SUSP-CNT (CT-NDX) = 0
              MOVE 'SUSPENSE  ' TO WS-EV-STAGE
              MOVE SPACES TO WS-EV-DATE
              MOVE 'NOT ON SUSPENSE' TO WS-EV-TEXT
              PERFORM 50000-WRITE-EVENT THRU 50000-EXIT
           ELSE
              MOVE 'SUSPENSE  ' TO WS-EV-STAGE
              MOVE WS-CT-SUSP-DATE (CT-NDX) TO WS-EV-DATE
              EVALUATE TRUE
                 WHEN WS-CT-SUSP-NEW (CT-NDX)
                    MOVE 'SUSPENDED BY XFOOT - AWAITING SUSPREPR'
                       TO WS-EV-TEXT
                 WHEN WS-CT-SUSP-CORRECTED (CT-NDX)
                    MOVE 'CORRECTED BY SUSPREPR' TO WS-EV-TEXT
                 WHEN WS-CT-SUSP-RESUBMITTED (CT-NDX)
                    MOVE 'RESUBMITTED BY SUSPREPR' TO WS-EV-TEXT
                    MOVE 'RESUBMISSIONS' TO WS-EV-EXTRA
                    MOVE WS-CT-SUSP-RESUB (CT-NDX)
                       TO WS-EV-EXTRA(15:2)
                 WHEN WS-CT-SUSP-WRITTEN-OFF (CT-NDX)
                    MOVE 'WRITTEN OFF BY SUSPREPR' TO WS-EV-TEXT
                 WHEN WS-CT-SUSP-DUPLICATE (CT-NDX)
                    MOVE 'SUSPENDED BY PAYMDUP AS A DUPLICATE'
                       TO WS-EV-TEXT
                 WHEN WS-CT-SUSP-INELIGIBLE (CT-NDX)
                    MOVE 'SUSPENDED BY PAYMELIG - GROUP INELIGIBLE'
                       TO WS-EV-TEXT
                 WHEN OTHER
                    MOVE 'ON SUSPENSE, DISPOSITION' TO WS-EV-TEXT
                    MOVE WS-CT-SUSP-DISP (CT-NDX) TO WS-EV-TEXT(26:1)
              END-EVALUATE
              PERFORM 50000-WRITE-EVENT THRU 50000-EXIT.

           IF WS-CT-OVR-CNT (CT-NDX) > 0
              MOVE 'OVRVALID  ' TO WS-EV-STAGE
              MOVE SPACES TO WS-EV-DATE
              MOVE 'EXCEPTION - UNKNOWN OVERRIDE CODE' TO WS-EV-TEXT
              MOVE WS-CT-OVR-CODE (CT-NDX) TO WS-EV-TEXT(35:1)
              MOVE 'SLOT' TO WS-EV-EXTRA
              MOVE WS-CT-OVR-SLOT (CT-NDX) TO WS-EV-EXTRA(6:2)
              PERFORM 50000-WRITE-EVENT THRU 50000-EXIT.

       34000-EXIT.
           EXIT.

       36000-ADVICES.
      ******************************************************************
      *    EVERY REMITADV RUN THE CLAIM APPEARED ON, AND FOR EACH THE *
      *    PAYREG INSTRUCTION PROVPAY ISSUED FOR THE PROVIDER THAT DAY*
      ******************************************************************
           MOVE 0 TO WS-ADVICE-CNT.
           MOVE WS-CT-PMT-ID (CT-NDX) TO RCLM-PMT-ID.
           MOVE 0 TO RCLM-RUN-DATE.
           MOVE ZEROS TO WS-END-BROWSE.
           START REMITCLM-FILE KEY IS NOT LESS THAN RCLM-KEY
               INVALID KEY
                  SET END-OF-BROWSE TO TRUE
           END-START.

           PERFORM 37000-ONE-ADVICE THRU 37000-EXIT
               UNTIL END-OF-BROWSE.

           IF WS-ADVICE-CNT = 0
              MOVE 'ADVICE    ' TO WS-EV-STAGE
              MOVE SPACES TO WS-EV-DATE WS-EV-EXTRA
              MOVE 'NOT ON ANY REMITTANCE ADVICE' TO WS-EV-TEXT
              PERFORM 50000-WRITE-EVENT THRU 50000-EXIT.

       36000-EXIT.
           EXIT.

       37000-ONE-ADVICE.
           READ REMITCLM-FILE NEXT RECORD
               AT END
                  SET END-OF-BROWSE TO TRUE
                  GO TO 37000-EXIT.

           IF RCLM-PMT-ID NOT = WS-CT-PMT-ID (CT-NDX)
              SET END-OF-BROWSE TO TRUE
              GO TO 37000-EXIT.

           ADD 1 TO WS-ADVICE-CNT.
           MOVE RCLM-PROVIDER-NO TO WS-CT-PROVIDER (CT-NDX).
           MOVE 'ADVICE    ' TO WS-EV-STAGE.
           MOVE RCLM-RUN-DATE TO WS-EV-DATE.
           EVALUATE TRUE
              WHEN RCLM-PAID
                 MOVE 'PAID ON THE ADVICE' TO WS-EV-TEXT
              WHEN RCLM-NETTED
                 MOVE 'VOID NETTED OFF THE ADVICE' TO WS-EV-TEXT
              WHEN RCLM-TO-LEDGER
                 MOVE 'VOID OF AN EARLIER PAYMENT - LEFT TO PROVRCV'
                    TO WS-EV-TEXT
              WHEN RCLM-ORIG-SKIPPED
                 MOVE 'VOID-MARKED ORIGINAL - NOT PAID' TO WS-EV-TEXT
              WHEN OTHER
                 MOVE 'ON THE ADVICE' TO WS-EV-TEXT
           END-EVALUATE.
           MOVE RCLM-PAID-AMOUNT TO WS-EV-AMOUNT.
           MOVE 'PROVIDER' TO WS-EV-EXTRA.
           MOVE RCLM-PROVIDER-NO TO WS-EV-EXTRA(10:10).
           PERFORM 50000-WRITE-EVENT THRU 50000-EXIT.

           IF NOT RCLM-PAID
              GO TO 37000-EXIT.

           MOVE 'PAYREG    ' TO WS-EV-STAGE.
           MOVE RCLM-PROVIDER-NO TO PAYR-PROVIDER-NO.
           MOVE RCLM-RUN-DATE    TO PAYR-RUN-DATE.
           READ PAYREG-FILE
               INVALID KEY
                  MOVE 'NO INSTRUCTION - PROVIDER HELD BY PROVPAY'
                     TO WS-EV-TEXT
                  MOVE SPACES TO WS-EV-EXTRA
                  PERFORM 50000-WRITE-EVENT THRU 50000-EXIT
                  GO TO 37000-EXIT
           END-READ.

           MOVE 'PAID UNDER THE PROVIDER INSTRUCTION' TO WS-EV-TEXT.
           MOVE PAYR-AMOUNT TO WS-EV-AMOUNT.
           MOVE 'METHOD' TO WS-EV-EXTRA.
           MOVE PAYR-PAY-METHOD TO WS-EV-EXTRA(8:1).
           IF PAYR-ROUTE = 'O'
              MOVE 'ON-US VIA BULKPOST' TO WS-EV-EXTRA(11:18)
           ELSE
              MOVE 'EXTERNAL' TO WS-EV-EXTRA(11:8).
           PERFORM 50000-WRITE-EVENT THRU 50000-EXIT.

       37000-EXIT.
           EXIT.

       38000-VOIDS.
           MOVE 0 TO WS-VOID-CNT.
           MOVE SPACES TO WS-EV-EXTRA.
           IF WS-CT-VEXT-CNT (CT-NDX) > 0
              ADD 1 TO WS-VOID-CNT
              MOVE 'VOID      ' TO WS-EV-STAGE
              MOVE WS-CT-VEXT-DATE (CT-NDX) TO WS-EV-DATE
              MOVE 'MATCHED BY VOIDMTCH - NETTED ON THE SAME RUN'
                 TO WS-EV-TEXT
              MOVE WS-CT-VEXT-AMT (CT-NDX) TO WS-EV-AMOUNT
              PERFORM 50000-WRITE-EVENT THRU 50000-EXIT.

           IF WS-CT-PROVIDER (CT-NDX) NOT = SPACES
              MOVE WS-CT-PROVIDER (CT-NDX) TO RCV-PROVIDER-NO
              MOVE 0 TO RCV-RAISED-DATE
              MOVE LOW-VALUES TO RCV-PMT-ID
              MOVE ZEROS TO WS-END-BROWSE
              START PROVRCV-FILE KEY IS NOT LESS THAN RCV-KEY
                  INVALID KEY
                     SET END-OF-BROWSE TO TRUE
              END-START
              PERFORM 39000-ONE-RECEIVABLE THRU 39000-EXIT
                  UNTIL END-OF-BROWSE.

           IF WS-VOID-CNT = 0
              MOVE 'VOID      ' TO WS-EV-STAGE
              MOVE SPACES TO WS-EV-DATE WS-EV-EXTRA
              MOVE 'NO MATCHED VOID' TO WS-EV-TEXT
              PERFORM 50000-WRITE-EVENT THRU 50000-EXIT.

       38000-EXIT.
           EXIT.

       39000-ONE-RECEIVABLE.
           READ PROVRCV-FILE NEXT RECORD
               AT END
                  SET END-OF-BROWSE TO TRUE
                  GO TO 39000-EXIT.

           IF RCV-PROVIDER-NO NOT = WS-CT-PROVIDER (CT-NDX)
              SET END-OF-BROWSE TO TRUE
              GO TO 39000-EXIT.

           IF RCV-PMT-ID NOT = WS-CT-PMT-ID (CT-NDX)
              GO TO 39000-EXIT.

           ADD 1 TO WS-VOID-CNT.
           MOVE 'VOID      ' TO WS-EV-STAGE.
           MOVE RCV-RAISED-DATE TO WS-EV-DATE.
           MOVE 'VOID OF A PAID CLAIM - OWED BACK ON PROVRCV'
              TO WS-EV-TEXT.
           MOVE RCV-AMOUNT TO WS-EV-AMOUNT.
           IF RCV-STATUS-CLEARED
              MOVE 'RECOVERED IN FULL' TO WS-EV-EXTRA
           ELSE
              COMPUTE WS-OWED = RCV-AMOUNT - RCV-RECOVERED
              MOVE 'STILL OWED' TO WS-EV-EXTRA
              MOVE WS-OWED TO WS-OWED-ED
              MOVE WS-OWED-ED TO WS-EV-EXTRA(12:14)
              MOVE RCV-AMOUNT TO WS-EV-AMOUNT.
           PERFORM 50000-WRITE-EVENT THRU 50000-EXIT.

       39000-EXIT.
           EXIT.

       50000-WRITE-EVENT.
           MOVE WS-RPT-EVENT TO RPT-LINE.
           WRITE CLMINQ-RPT-RECORD
              AFTER ADVANCING 1 LINES.
           MOVE SPACES TO WS-EV-AMOUNT-X.

       50000-EXIT.
           EXIT.

       60000-WINDOW-DATE.
      ******************************************************************
      *    YYMMDD TO YYYYMMDD - THE SHOP WINDOWS TWO-DIGIT YEARS AT   *
      *    SEVENTY, SAME AS THE RENOVATED Y2000 CODE DID              *
      ******************************************************************
           IF WS-DS-YY < 70
              COMPUTE WS-DC-YYYY = 2000 + WS-DS-YY
           ELSE
              COMPUTE WS-DC-YYYY = 1900 + WS-DS-YY
           END-IF
           MOVE WS-DS-MM TO WS-DC-MM
           MOVE WS-DS-DD TO WS-DC-DD.

       60000-EXIT.
           EXIT.
