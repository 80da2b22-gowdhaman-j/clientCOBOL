       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMGEN.
       AUTHOR.
       DATE-WRITTEN.  OCT, 2026
       DATE-COMPILED.
      ******************************************************************
      *    SYNTHETIC PAYM CLAIM FILE GENERATOR FOR CLAIMS-STREAM      *
      *    REGRESSION.                                                *
      *                                                               *
      *    THE CLAIMS-SIDE COUNTERPART OF TESTGEN: BUILDS A PROVIDER  *
      *    MASTER AND A PAYM FILE WITH NO PRODUCTION DATA IN THEM,    *
      *    OFF THE SAME SEEDED LEHMER GENERATOR, SO TWO RUNS WITH THE *
      *    SAME GENCTL CARD PRODUCE IDENTICAL FILES. THE CARD:        *
      *       COLS 1-6    CLAIMS TO GENERATE                          *
      *       COLS 7-10   SEED                                        *
      *       COLS 11-13  PROVIDERS ON THE GENERATED PROVMST          *
      *       COLS 14-15  PERCENT OF CLAIMS THAT FAIL TO CROSS-FOOT   *
      *       COLS 16-17  PERCENT CARRYING AN UNKNOWN OVERRIDE CODE   *
      *       COLS 18-19  PERCENT RESENT UNDER A USED PAYM-PMT-ID     *
      *       COLS 20-21  PERCENT VOIDED IN THE FILE (AN ORIGINAL     *
      *                   AND ITS SUBSEQUENT VOID, TWO RECORDS)       *
      *       COLS 22-23  PERCENT ORPHAN SUBSEQUENT VOIDS             *
      *       COLS 24-29  FILE DATE YYMMDD, SPACES FOR TODAY          *
      *       COLS 30-37  PAYM-GROUP-NO - AN ACTIVE TEST GROUP ON THE *
      *                   GROUP MASTER, SO PAYMELIG PASSES THE FILE   *
      *    THE REST OF THE CLAIMS FOOT TO THE PENNY AND CARRY ONLY    *
      *    OVERRIDE CODES LOADED FROM THE MCTF 'OVR' SECTION, THE     *
      *    SAME WAY OVRVALID LOADS THEM; THE UNKNOWN CODE IS THE      *
      *    FIRST CANDIDATE NOT IN THAT SECTION. SLOT 1 IS LEFT BLANK  *
      *    SO NO CLAIM IS PENDED PAST XFOOT. PAYM-PMT-ID IS THE FILE  *
      *    DATE PLUS A SIX-DIGIT SEQUENCE.                            *
      *                                                               *
      *    OUTPUTS:                                                   *
      *       PROVOUT  - PROVMST LAYOUT, ALL ACTIVE, HALF PAID BY     *
      *                  BANK UNDER THE TESTGEN TEST SORTCODE         *
      *       PAYMGEN  - THE PAYM FILE, CLOSED BY THE CTRL TRAILER    *
      *                  PAYMGATE PROVES                              *
      *       GENEXP   - EXPECTED RESULTS, ONE COUNTER PER RECORD:    *
      *                  PROGRAM, COUNTER NAME, VALUE - WHAT EACH     *
      *                  PROGRAM SHOULD REPORT WHEN THE FILE RUNS     *
      *                  THROUGH PAYMGATE, THEN PAYMDUP AGAINST AN    *
      *                  EMPTY CLMHIST, AND PAYMDUP'S PAYMOUT FEEDS   *
      *                  OVRVALID, XFOOT, VOIDMTCH (AS BOTH PAYMIN    *
      *                  AND PAYMDAY), REMITADV AND PROVPAY AGAINST   *
      *                  THE GENERATED PROVMST AND AN EMPTY PROVRCV.  *
      *    A BAD CARD, OR AN MCTF WITH NO OVR SECTION, IS RC 16.      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT GENCTL-CARD        ASSIGN TO UT-S-GENCTL.
            SELECT PROVMST-FILE       ASSIGN TO DA-PROVOUT
                ACCESS IS SEQUENTIAL
                ORGANIZATION IS INDEXED
                RECORD KEY IS PROV-NUMBER
                FILE STATUS IS PROVMST-STATUS.
            SELECT MEDICAL-FILE       ASSIGN TO UT-S-PAYMGEN.
            SELECT EXPECTED-FILE      ASSIGN TO UT-S-GENEXP.
       DATA DIVISION.
       FILE SECTION.
       FD  GENCTL-CARD
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GENCTL-RECORD.
           05 GCTL-VOLUME          PIC 9(6).
           05 GCTL-SEED            PIC 9(4).
           05 GCTL-PROVIDERS       PIC 9(3).
           05 GCTL-UNFOOTED-PCT    PIC 9(2).
           05 GCTL-BAD-OVR-PCT     PIC 9(2).
           05 GCTL-DUPLICATE-PCT   PIC 9(2).
           05 GCTL-VOIDED-PCT      PIC 9(2).
           05 GCTL-ORPHAN-PCT      PIC 9(2).
           05 GCTL-FILE-DATE       PIC X(6).
           05 GCTL-GROUP-NO        PIC 9(8).
           05 FILLER               PIC X(43).

       FD  PROVMST-FILE
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PROVMST-RECORD.
           COPY PROVMST.

       FD  MEDICAL-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS V
           LABEL RECORDS ARE STANDARD.
       01  MEDICAL-RECORD.
           05 MEDICAL-HEADER.
              10 MEDICAL-ID        PIC  X(4).
              10 FILLER            PIC  X(1481).
           05 MEDICAL-LINE-COUNT   PIC S9(2)    COMP.
           05 MEDICAL-OTHER-DATA   PIC X(221).
           05 MEDICAL-LINE OCCURS 1 TO 15 TIMES
                           DEPENDING ON MEDICAL-LINE-COUNT.
              10 MEDICAL-LINE-DATA PIC X(698).
       01  CONTROL-TRAILER.
           05 CTRL-ID              PIC X(4).
           05 CTRL-RECORD-COUNT    PIC 9(7).
           05 CTRL-HASH-TOTAL      PIC 9(13)V99.
           05 CTRL-FILE-DATE       PIC 9(6).
           05 FILLER               PIC X(1453).

       FD  EXPECTED-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EXPECTED-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-END-MCT-88            PIC X VALUE ZEROS.
           88  END-OF-MCT                 VALUE '1'.

       01  PROVMST-STATUS           PIC XX VALUE 'ZZ'.

       01  WS-DATA-AREA.
           05   WS-SUB              PIC 9(03).
           05   WS-LINE-SUB         PIC 9(03).
           05   WS-CLAIM-NDX        PIC 9(07).
           05   WS-PROV-NDX         PIC 9(03).
           05   WS-PMT-SEQ          PIC 9(06) VALUE 0.
           05   WS-FILE-DATE        PIC 9(06).
           05   WS-PAID-AMOUNT      PIC S9(11)V99 COMP-3.
           05   WS-CHARGE           PIC 9(9)V99.
           05   WS-TAX-ID           PIC 9(09).
           05   WS-PCT-TOTAL        PIC 9(03).
           05   WS-UNKNOWN-CODE     PIC X.
           05   WS-CANDIDATE-CODES  PIC X(20)
                   VALUE '#@$ZYXWVUTSRQ9876543'.
           05   WS-HAVE-LAST-SW     PIC X VALUE 'N'.
               88  WS-HAVE-LAST-CLAIM     VALUE 'Y'.
           05   WS-KIND             PIC X.
               88  WS-KIND-CLEAN          VALUE 'C'.
               88  WS-KIND-UNFOOTED       VALUE 'F'.
               88  WS-KIND-BAD-OVR        VALUE 'U'.
               88  WS-KIND-DUPLICATE      VALUE 'D'.
               88  WS-KIND-VOIDED         VALUE 'V'.
               88  WS-KIND-ORPHAN         VALUE 'O'.

      *
      * WHAT WAS PLANTED, AND SO WHAT THE STREAM SHOULD REPORT
      *
       01  WS-TALLIES.
           05   WS-PAYM-CNT         PIC 9(07) VALUE 0.
           05   WS-HASH-TOTAL       PIC 9(13)V99 VALUE 0.
           05   WS-CLEAN-CNT        PIC 9(07) VALUE 0.
           05   WS-UNFOOTED-CNT     PIC 9(07) VALUE 0.
           05   WS-BAD-OVR-CNT      PIC 9(07) VALUE 0.
           05   WS-DUPLICATE-CNT    PIC 9(07) VALUE 0.
           05   WS-VOIDED-CNT       PIC 9(07) VALUE 0.
           05   WS-ORPHAN-CNT       PIC 9(07) VALUE 0.
           05   WS-PAID-CLAIM-CNT   PIC 9(07) VALUE 0.
           05   WS-XFOOT-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
           05   WS-NET-PAID-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.
           05   WS-ADVICE-PROV-CNT  PIC 9(07) VALUE 0.
           05   WS-INSTRUCTED-CNT   PIC 9(07) VALUE 0.
           05   WS-HELD-CNT         PIC 9(07) VALUE 0.
           05   WS-INSTRUCTED-HASH  PIC S9(11)V99 COMP-3 VALUE 0.

      *
      * PER-PROVIDER NET PAYABLE, AS REMITADV WILL SUMMARISE IT
      *
       01  WS-PROVIDER-TABLE.
           05  WS-PT-ENTRY OCCURS 500 TIMES
                  INDEXED BY PT-NDX.
               10  WS-PT-CLAIMS     PIC 9(07).
               10  WS-PT-NET-PAID   PIC S9(11)V99 COMP-3.

      *
      * THE MCTFSEQ SUBROUTINE PARAMETER SET
      *
       01  MCTF-PARAMETERS.
           05  F-R-CODE            PIC X(001).
           05  MCTF-KEY.
               10  MCTF-TABLE-ID   PIC X(003).
               10  MCTF-CODE-ID    PIC X(012).
           05  MCTF-DATA           PIC X(195).

      *
      * THE LOADED OVERRIDE CODES
      *
       01  WS-CODE-TABLE.
           05  WS-CODE-MAX         PIC 9(03) COMP VALUE 100.
           05  WS-CODE-USED        PIC 9(03) COMP VALUE 0.
           05  WS-CODE-ENTRY OCCURS 100 TIMES
                  INDEXED BY CD-NDX.
               10  WS-CD-CODE      PIC X.

      *
      * MULTIPLICATIVE CONGRUENTIAL GENERATOR, AS TESTGEN
      *
       01  WS-RANDOM-SEED           PIC 9(9) COMP VALUE 4731.
       01  WS-RANDOM-WORK           PIC 9(18) COMP.
       01  WS-DRAW-RANGE            PIC 9(4).
       01  WS-DRAW-RESULT           PIC 9(4).

       01  WS-PROVIDER-NUMBER.
           05   FILLER              PIC X(2) VALUE 'TP'.
           05   WS-PN-SEQ           PIC 9(8).

       01  WS-PROVIDER-NAME.
           05   FILLER              PIC X(14) VALUE 'TEST PROVIDER '.
           05   WS-PNAME-SEQ        PIC 9(3).
           05   FILLER              PIC X(13) VALUE SPACES.

       01  WS-PMT-ID.
           05   WS-PMT-DATE         PIC 9(6).
           05   WS-PMT-NUMBER       PIC 9(6).

      *
      * ONE EXPECTED RESULT - PROGRAM, COUNTER, VALUE
      *
       01  WS-EXPECTED-LINE.
           05 EXP-PROGRAM          PIC X(8).
           05 FILLER               PIC X     VALUE SPACE.
           05 EXP-COUNTER          PIC X(30).
           05 FILLER               PIC X     VALUE SPACE.
           05 EXP-VALUE            PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05 FILLER               PIC X(24) VALUE SPACES.

       01  WS-LAST-LINE-COUNT       PIC S9(2) COMP.
       01  WS-LAST-CLAIM            PIC X(12178).

      *
      * THE TESTGEN TEST SORTCODE - SYNTHETIC MONEY NEVER REACHES A
      * REAL BRANCH
      *
       01  WS-TEST-SORTCODE         PIC 9(6) VALUE 987654.

       COPY CHPMED.

       PROCEDURE DIVISION.
       01000-MAINLINE.
           PERFORM 10000-READ-CONTROL-CARD THRU 10000-EXIT.
           PERFORM 12000-LOAD-OVERRIDE-CODES THRU 12000-EXIT.

           OPEN OUTPUT PROVMST-FILE.
           IF PROVMST-STATUS NOT = '00' AND PROVMST-STATUS NOT = '97'
              DISPLAY 'PAYMGEN - PROVOUT OPEN FAILED, STATUS '
                      PROVMST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT MEDICAL-FILE
                       EXPECTED-FILE.

           PERFORM 15000-WRITE-ONE-PROVIDER THRU 15000-EXIT
               VARYING WS-PROV-NDX FROM 1 BY 1
               UNTIL WS-PROV-NDX > GCTL-PROVIDERS.

           PERFORM 20000-GENERATE-ONE-CLAIM THRU 20000-EXIT
               VARYING WS-CLAIM-NDX FROM 1 BY 1
               UNTIL WS-CLAIM-NDX > GCTL-VOLUME.

           PERFORM 50000-WRITE-TRAILER THRU 50000-EXIT.
           PERFORM 55000-WRITE-EXPECTED THRU 55000-EXIT.

           DISPLAY 'PAYMGEN WROTE ' WS-PAYM-CNT ' PAYM RECORDS FOR '
                   GCTL-PROVIDERS ' PROVIDERS, HASH ' WS-HASH-TOTAL.
           DISPLAY 'PAYMGEN CLEAN ' WS-CLEAN-CNT ' UNFOOTED '
                   WS-UNFOOTED-CNT ' UNKNOWN OVERRIDE ' WS-BAD-OVR-CNT
                   ' CODE ' WS-UNKNOWN-CODE.
           DISPLAY 'PAYMGEN DUPLICATES ' WS-DUPLICATE-CNT ' VOIDED '
                   WS-VOIDED-CNT ' ORPHAN VOIDS ' WS-ORPHAN-CNT.

           CLOSE GENCTL-CARD PROVMST-FILE MEDICAL-FILE EXPECTED-FILE.
           GOBACK.

       10000-READ-CONTROL-CARD.
           OPEN INPUT GENCTL-CARD.
           READ GENCTL-CARD
              AT END
                 DISPLAY 'PAYMGEN - GENCTL CARD MISSING, RUN REFUSED'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-READ.

           IF GCTL-VOLUME NOT NUMERIC OR GCTL-VOLUME = 0
              OR GCTL-SEED NOT NUMERIC OR GCTL-SEED = 0
              OR GCTL-PROVIDERS NOT NUMERIC OR GCTL-PROVIDERS = 0
              OR GCTL-UNFOOTED-PCT NOT NUMERIC
              OR GCTL-BAD-OVR-PCT NOT NUMERIC
              OR GCTL-DUPLICATE-PCT NOT NUMERIC
              OR GCTL-VOIDED-PCT NOT NUMERIC
              OR GCTL-ORPHAN-PCT NOT NUMERIC
              OR GCTL-GROUP-NO NOT NUMERIC
              DISPLAY 'PAYMGEN - GENCTL CARD BAD, RUN REFUSED'
              MOVE 16 TO RETURN-CODE
              GOBACK.

           COMPUTE WS-PCT-TOTAL = GCTL-UNFOOTED-PCT + GCTL-BAD-OVR-PCT
                                + GCTL-DUPLICATE-PCT + GCTL-VOIDED-PCT
                                + GCTL-ORPHAN-PCT.
           IF WS-PCT-TOTAL > 100
              DISPLAY 'PAYMGEN - GENCTL PERCENTAGES EXCEED 100, '
                      'RUN REFUSED'
              MOVE 16 TO RETURN-CODE
              GOBACK.

           IF GCTL-FILE-DATE = SPACES
              ACCEPT WS-FILE-DATE FROM DATE
           ELSE
              IF GCTL-FILE-DATE NOT NUMERIC
                 DISPLAY 'PAYMGEN - GENCTL FILE DATE BAD, RUN REFUSED'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              ELSE
                 MOVE GCTL-FILE-DATE TO WS-FILE-DATE.

           MOVE GCTL-SEED TO WS-RANDOM-SEED.

       10000-EXIT.
           EXIT.

       12000-LOAD-OVERRIDE-CODES.
      ******************************************************************
      *    THE VALID CODES ARE WHATEVER THE MCTF 'OVR' SECTION HOLDS  *
      *    TODAY, LOADED AS OVRVALID LOADS THEM; THE UNKNOWN CODE IS  *
      *    THE FIRST CANDIDATE THAT IS NOT AMONG THEM                 *
      ******************************************************************
           MOVE 'O' TO F-R-CODE
           CALL 'MCTFSEQ' USING MCTF-PARAMETERS
           IF F-R-CODE NOT = '0'
              DISPLAY 'PAYMGEN - MCTF OPEN FAILED, CODE ' F-R-CODE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE 'S' TO F-R-CODE
           MOVE 'OVR' TO MCTF-TABLE-ID
           MOVE LOW-VALUES TO MCTF-CODE-ID
           CALL 'MCTFSEQ' USING MCTF-PARAMETERS
           IF F-R-CODE NOT = '0'
              DISPLAY 'PAYMGEN - NO OVR SECTION ON MCTF, CODE '
                      F-R-CODE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM
              UNTIL END-OF-MCT
                MOVE 'R' TO F-R-CODE
                CALL 'MCTFSEQ' USING MCTF-PARAMETERS
                IF F-R-CODE NOT = '0'
                   SET END-OF-MCT TO TRUE
                ELSE
                   IF MCTF-TABLE-ID NOT = 'OVR'
                      SET END-OF-MCT TO TRUE
                   ELSE
                      IF WS-CODE-USED < WS-CODE-MAX
                         ADD 1 TO WS-CODE-USED
                         SET CD-NDX TO WS-CODE-USED
                         MOVE MCTF-CODE-ID(1:1)
                            TO WS-CD-CODE(CD-NDX)
                      END-IF
                   END-IF
                END-IF
           END-PERFORM

           MOVE 'C' TO F-R-CODE
           CALL 'MCTFSEQ' USING MCTF-PARAMETERS

           IF WS-CODE-USED = 0
              DISPLAY 'PAYMGEN - OVR SECTION EMPTY, NO VALID CODES '
                      'TO PLANT'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE SPACE TO WS-UNKNOWN-CODE
           PERFORM
           VARYING WS-SUB FROM 1 BY 1
           UNTIL   WS-SUB > 20
              OR   WS-UNKNOWN-CODE NOT = SPACE
              SET CD-NDX TO 1
              SEARCH WS-CODE-ENTRY
                 AT END
                    MOVE WS-CANDIDATE-CODES(WS-SUB:1)
                       TO WS-UNKNOWN-CODE
                 WHEN CD-NDX > WS-CODE-USED
                    MOVE WS-CANDIDATE-CODES(WS-SUB:1)
                       TO WS-UNKNOWN-CODE
                 WHEN WS-CD-CODE(CD-NDX)
                      = WS-CANDIDATE-CODES(WS-SUB:1)
                    CONTINUE
              END-SEARCH
           END-PERFORM

           IF WS-UNKNOWN-CODE = SPACE
              DISPLAY 'PAYMGEN - NO CODE LEFT THAT OVRVALID WOULD '
                      'REJECT'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       12000-EXIT.
           EXIT.

       15000-WRITE-ONE-PROVIDER.
           MOVE SPACES TO PROVMST-RECORD.
           MOVE WS-PROV-NDX TO WS-PN-SEQ WS-PNAME-SEQ.
           MOVE WS-PROVIDER-NUMBER TO PROV-NUMBER.
           MOVE WS-PROVIDER-NAME   TO PROV-NAME.
           MOVE '1 SYNTHETIC ROAD, TESTTON' TO PROV-REMIT-ADDRESS.
           SET PROV-STATUS-ACTIVE TO TRUE.

           MOVE 2 TO WS-DRAW-RANGE.
           PERFORM 80000-DRAW-A-NUMBER THRU 80000-EXIT.
           IF WS-DRAW-RESULT = 1
              SET PROV-PAY-CHEQUE TO TRUE
              MOVE 0 TO PROV-BANK-SORTCODE PROV-BANK-ACCOUNT
           ELSE
              SET PROV-PAY-BANK TO TRUE
              MOVE WS-TEST-SORTCODE TO PROV-BANK-SORTCODE
              COMPUTE PROV-BANK-ACCOUNT = 90000000000 + WS-PROV-NDX
           END-IF.

           COMPUTE WS-TAX-ID = 900000000 + WS-PROV-NDX.
           MOVE WS-TAX-ID TO PROV-TAX-ID.

           WRITE PROVMST-RECORD.
           IF PROVMST-STATUS NOT = '00'
              DISPLAY 'PAYMGEN - PROVOUT WRITE FAILED FOR '
                      PROV-NUMBER ' STATUS ' PROVMST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK.

           SET PT-NDX TO WS-PROV-NDX.
           MOVE 0 TO WS-PT-CLAIMS (PT-NDX)
                     WS-PT-NET-PAID (PT-NDX).

       15000-EXIT.
           EXIT.

       20000-GENERATE-ONE-CLAIM.
      ******************************************************************
      *    ONE DRAW OF 1-100 AGAINST THE CARD'S PERCENTAGES DECIDES   *
      *    WHAT THIS CLAIM IS; WHAT IS LEFT OVER IS A CLEAN CLAIM. A  *
      *    RESEND NEEDS A CLAIM TO COPY, SO THE FIRST IS ALWAYS NEW   *
      ******************************************************************
           MOVE 100 TO WS-DRAW-RANGE.
           PERFORM 80000-DRAW-A-NUMBER THRU 80000-EXIT.
           SET WS-KIND-CLEAN TO TRUE.
           EVALUATE TRUE
              WHEN WS-DRAW-RESULT NOT > GCTL-UNFOOTED-PCT
                 SET WS-KIND-UNFOOTED TO TRUE
              WHEN WS-DRAW-RESULT NOT > GCTL-UNFOOTED-PCT
                                      + GCTL-BAD-OVR-PCT
                 SET WS-KIND-BAD-OVR TO TRUE
              WHEN WS-DRAW-RESULT NOT > GCTL-UNFOOTED-PCT
                                      + GCTL-BAD-OVR-PCT
                                      + GCTL-DUPLICATE-PCT
                 IF WS-HAVE-LAST-CLAIM
                    SET WS-KIND-DUPLICATE TO TRUE
                 END-IF
              WHEN WS-DRAW-RESULT NOT > GCTL-UNFOOTED-PCT
                                      + GCTL-BAD-OVR-PCT
                                      + GCTL-DUPLICATE-PCT
                                      + GCTL-VOIDED-PCT
                 SET WS-KIND-VOIDED TO TRUE
              WHEN WS-DRAW-RESULT NOT > WS-PCT-TOTAL
                 SET WS-KIND-ORPHAN TO TRUE
           END-EVALUATE.

           IF WS-KIND-DUPLICATE
              ADD 1 TO WS-DUPLICATE-CNT
              MOVE WS-LAST-LINE-COUNT TO PAYM-LINE-COUNT
              MOVE WS-LAST-CLAIM      TO PAYM-PAYMENT-RECORD
              PERFORM 30000-WRITE-CLAIM THRU 30000-EXIT
              GO TO 20000-EXIT.

           PERFORM 22000-BUILD-CLAIM THRU 22000-EXIT.

           EVALUATE TRUE
              WHEN WS-KIND-VOIDED
      *          THE VOID-MARKED ORIGINAL, THEN ITS SUBSEQUENT VOID
                 ADD 1 TO WS-VOIDED-CNT
                 SET PAYM-VOID-ORIG TO TRUE
                 PERFORM 30000-WRITE-CLAIM THRU 30000-EXIT
                 SET PAYM-VOID-SUBSEQ TO TRUE
                 PERFORM 30000-WRITE-CLAIM THRU 30000-EXIT
                 SUBTRACT WS-PAID-AMOUNT FROM WS-PT-NET-PAID (PT-NDX)
                 ADD 1 TO WS-PT-CLAIMS (PT-NDX)
              WHEN WS-KIND-ORPHAN
                 ADD 1 TO WS-ORPHAN-CNT
                 SET PAYM-VOID-SUBSEQ TO TRUE
                 PERFORM 30000-WRITE-CLAIM THRU 30000-EXIT
              WHEN OTHER
                 EVALUATE TRUE
                    WHEN WS-KIND-UNFOOTED
                       ADD 1 TO WS-UNFOOTED-CNT
                    WHEN WS-KIND-BAD-OVR
                       ADD 1 TO WS-BAD-OVR-CNT
                    WHEN OTHER
                       ADD 1 TO WS-CLEAN-CNT
                 END-EVALUATE
                 PERFORM 30000-WRITE-CLAIM THRU 30000-EXIT
                 ADD 1 TO WS-PAID-CLAIM-CNT
                 ADD WS-PAID-AMOUNT TO WS-PT-NET-PAID (PT-NDX)
                 ADD 1 TO WS-PT-CLAIMS (PT-NDX)
                 PERFORM
                 VARYING WS-LINE-SUB FROM 1 BY 1
                 UNTIL   WS-LINE-SUB > PAYM-LINE-COUNT
                    ADD PAYM-CHARGE (WS-LINE-SUB) TO WS-XFOOT-TOTAL
                 END-PERFORM
                 MOVE PAYM-LINE-COUNT     TO WS-LAST-LINE-COUNT
                 MOVE PAYM-PAYMENT-RECORD TO WS-LAST-CLAIM
                 SET WS-HAVE-LAST-CLAIM TO TRUE
           END-EVALUATE.

       20000-EXIT.
           EXIT.

       22000-BUILD-CLAIM.
           MOVE 1 TO PAYM-LINE-COUNT.
           MOVE SPACES TO PAYM-PAYMENT-RECORD.
           MOVE 'PAYM' TO PAYM-ID.

           ADD 1 TO WS-PMT-SEQ.
           MOVE WS-FILE-DATE TO WS-PMT-DATE.
           MOVE WS-PMT-SEQ   TO WS-PMT-NUMBER.
           MOVE WS-PMT-ID    TO PAYM-PMT-ID.

           MOVE GCTL-PROVIDERS TO WS-DRAW-RANGE.
           PERFORM 80000-DRAW-A-NUMBER THRU 80000-EXIT.
           MOVE WS-DRAW-RESULT TO WS-PN-SEQ.
           MOVE WS-PROVIDER-NUMBER TO PAYM-PROVIDER-NO.
           SET PT-NDX TO WS-DRAW-RESULT.

           MOVE GCTL-GROUP-NO TO PAYM-GROUP-NO.

      *    ONE CLAIM IN FOUR CARRIES A VALID OVERRIDE; AN UNKNOWN
      *    ONE REPLACES IT ON THE CLAIMS PLANTED TO FAIL OVRVALID
           MOVE 4 TO WS-DRAW-RANGE.
           PERFORM 80000-DRAW-A-NUMBER THRU 80000-EXIT.
           IF WS-DRAW-RESULT = 1 OR WS-KIND-BAD-OVR
              MOVE 14 TO WS-DRAW-RANGE
              PERFORM 80000-DRAW-A-NUMBER THRU 80000-EXIT
              COMPUTE WS-SUB = WS-DRAW-RESULT + 1
              IF WS-KIND-BAD-OVR
                 MOVE WS-UNKNOWN-CODE TO PAYM-OVR-CD (WS-SUB)
              ELSE
                 MOVE WS-CODE-USED TO WS-DRAW-RANGE
                 PERFORM 80000-DRAW-A-NUMBER THRU 80000-EXIT
                 SET CD-NDX TO WS-DRAW-RESULT
                 MOVE WS-CD-CODE (CD-NDX) TO PAYM-OVR-CD (WS-SUB)
              END-IF
           END-IF.

           MOVE 5 TO WS-DRAW-RANGE.
           PERFORM 80000-DRAW-A-NUMBER THRU 80000-EXIT.
           MOVE WS-DRAW-RESULT TO PAYM-LINE-COUNT.
           MOVE 0 TO WS-PAID-AMOUNT.
           PERFORM 24000-BUILD-ONE-LINE THRU 24000-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > PAYM-LINE-COUNT.

      *    A PLANTED FOOTING FAILURE IS A WHOLE POUND OUT ON LINE 1,
      *    WELL PAST XFOOT'S HALF-PENNY TOLERANCE
           IF WS-KIND-UNFOOTED
              ADD 1.00 TO PAYM-CHARGE (1).

       22000-EXIT.
           EXIT.

       24000-BUILD-ONE-LINE.
           MOVE SPACES TO PAYM-LINE (WS-LINE-SUB).
           MOVE 0 TO PAYM-MM-DED-AMT (WS-LINE-SUB)
                     PAYM-A-COINS-MM-LN (WS-LINE-SUB)
                     PAYM-BASE-COIN-PEN-AMT (WS-LINE-SUB)
                     PAYM-MM-COIN-PEN-AMT (WS-LINE-SUB).

           MOVE 9999 TO WS-DRAW-RANGE.
           PERFORM 80000-DRAW-A-NUMBER THRU 80000-EXIT.
           COMPUTE PAYM-BASE-AMT (WS-LINE-SUB) = WS-DRAW-RESULT / 10.
           MOVE 2000 TO WS-DRAW-RANGE.
           PERFORM 80000-DRAW-A-NUMBER THRU 80000-EXIT.
           COMPUTE PAYM-MM-AMT (WS-LINE-SUB) = WS-DRAW-RESULT / 10.
           MOVE 500 TO WS-DRAW-RANGE.
           PERFORM 80000-DRAW-A-NUMBER THRU 80000-EXIT.
           COMPUTE PAYM-NC-AMT (WS-LINE-SUB) = WS-DRAW-RESULT / 10.
           PERFORM 80000-DRAW-A-NUMBER THRU 80000-EXIT.
           COMPUTE PAYM-BASE-DED-AMT (WS-LINE-SUB)
                 = WS-DRAW-RESULT / 10.
           PERFORM 80000-DRAW-A-NUMBER THRU 80000-EXIT.
           COMPUTE PAYM-A-COINS-BASE-LN (WS-LINE-SUB)
                 = WS-DRAW-RESULT / 10.
           PERFORM 80000-DRAW-A-NUMBER THRU 80000-EXIT.
           COMPUTE PAYM-A-NEGOT-DISC (WS-LINE-SUB)
                 = WS-DRAW-RESULT / 10.

           COMPUTE WS-CHARGE = PAYM-NC-AMT (WS-LINE-SUB)
                             + PAYM-BASE-DED-AMT (WS-LINE-SUB)
                             + PAYM-MM-DED-AMT (WS-LINE-SUB)
                             + PAYM-A-COINS-BASE-LN (WS-LINE-SUB)
                             + PAYM-A-COINS-MM-LN (WS-LINE-SUB)
                             + PAYM-BASE-COIN-PEN-AMT (WS-LINE-SUB)
                             + PAYM-MM-COIN-PEN-AMT (WS-LINE-SUB)
                             + PAYM-BASE-AMT (WS-LINE-SUB)
                             + PAYM-MM-AMT (WS-LINE-SUB)
                             + PAYM-A-NEGOT-DISC (WS-LINE-SUB).
           MOVE WS-CHARGE TO PAYM-CHARGE (WS-LINE-SUB).

           ADD PAYM-BASE-AMT (WS-LINE-SUB) TO WS-PAID-AMOUNT.
           ADD PAYM-MM-AMT (WS-LINE-SUB)   TO WS-PAID-AMOUNT.

       24000-EXIT.
           EXIT.

       30000-WRITE-CLAIM.
           ADD 1 TO WS-PAYM-CNT.
           PERFORM
           VARYING WS-LINE-SUB FROM 1 BY 1
           UNTIL   WS-LINE-SUB > PAYM-LINE-COUNT
              ADD PAYM-CHARGE (WS-LINE-SUB) TO WS-HASH-TOTAL
           END-PERFORM.

           MOVE PAYM-LINE-COUNT     TO MEDICAL-LINE-COUNT.
           MOVE PAYM-PAYMENT-RECORD TO MEDICAL-RECORD.
           WRITE MEDICAL-RECORD.

       30000-EXIT.
           EXIT.

       50000-WRITE-TRAILER.
           MOVE SPACES TO CONTROL-TRAILER.
           MOVE 'CTRL'        TO CTRL-ID.
           MOVE WS-PAYM-CNT   TO CTRL-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO CTRL-HASH-TOTAL.
           MOVE WS-FILE-DATE  TO CTRL-FILE-DATE.
           WRITE CONTROL-TRAILER.

       50000-EXIT.
           EXIT.

       55000-WRITE-EXPECTED.
      ******************************************************************
      *    THE COUNTERS EACH PROGRAM DISPLAYS OR PRINTS, AS THEY      *
      *    SHOULD COME OUT FOR THIS FILE. PAYMDUP TAKES THE RESENDS   *
      *    OUT, SO EVERYTHING DOWNSTREAM OF IT SEES ONLY THE CLAIMS   *
      *    AND VOIDS; XFOOT ALSO SEES THE CTRL TRAILER PAYMDUP PASSES *
      *    ON AND PARKS IT ON SUSPENSE AS A NON-PAYM RECORD           *
      ******************************************************************
           PERFORM
           VARYING PT-NDX FROM 1 BY 1
           UNTIL   PT-NDX > GCTL-PROVIDERS
              IF WS-PT-CLAIMS (PT-NDX) > 0
                 ADD 1 TO WS-ADVICE-PROV-CNT
                 ADD WS-PT-NET-PAID (PT-NDX) TO WS-NET-PAID-TOTAL
                 IF WS-PT-NET-PAID (PT-NDX) > 0
                    ADD 1 TO WS-INSTRUCTED-CNT
                    ADD WS-PT-NET-PAID (PT-NDX) TO WS-INSTRUCTED-HASH
                 ELSE
                    ADD 1 TO WS-HELD-CNT
                 END-IF
              END-IF
           END-PERFORM.

           MOVE 'PAYMGATE' TO EXP-PROGRAM.
           MOVE 'PAYM RECORDS' TO EXP-COUNTER.
           MOVE WS-PAYM-CNT TO EXP-VALUE.
           PERFORM 56000-WRITE-ONE-EXPECTED THRU 56000-EXIT.
           MOVE 'CHARGE HASH' TO EXP-COUNTER.
           MOVE WS-HASH-TOTAL TO EXP-VALUE.
           PERFORM 56000-WRITE-ONE-EXPECTED THRU 56000-EXIT.

           MOVE 'PAYMDUP ' TO EXP-PROGRAM.
           MOVE 'CLAIMS READ' TO EXP-COUNTER.
           MOVE WS-PAYM-CNT TO EXP-VALUE.
           PERFORM 56000-WRITE-ONE-EXPECTED THRU 56000-EXIT.
           MOVE 'PASSED' TO EXP-COUNTER.
           COMPUTE EXP-VALUE = WS-PAYM-CNT - WS-DUPLICATE-CNT.
           PERFORM 56000-WRITE-ONE-EXPECTED THRU 56000-EXIT.
           MOVE 'VOIDS' TO EXP-COUNTER.
           MOVE WS-VOIDED-CNT TO EXP-VALUE.
           PERFORM 56000-WRITE-ONE-EXPECTED THRU 56000-EXIT.
           MOVE 'DUPLICATES' TO EXP-COUNTER.
           MOVE WS-DUPLICATE-CNT TO EXP-VALUE.
           PERFORM 56000-WRITE-ONE-EXPECTED THRU 56000-EXIT.

           MOVE 'OVRVALID' TO EXP-PROGRAM.
           MOVE 'PAYMENTS READ' TO EXP-COUNTER.
           COMPUTE EXP-VALUE = WS-PAYM-CNT - WS-DUPLICATE-CNT.
           PERFORM 56000-WRITE-ONE-EXPECTED THRU 56000-EXIT.
           MOVE 'WITH UNKNOWN OVERRIDE CODES' TO EXP-COUNTER.
           MOVE WS-BAD-OVR-CNT TO EXP-VALUE.
           PERFORM 56000-WRITE-ONE-EXPECTED THRU 56000-EXIT.

           MOVE 'XFOOT   ' TO EXP-PROGRAM.
           MOVE 'CLAIMS CROSS-FOOTED' TO EXP-COUNTER.
           COMPUTE EXP-VALUE = WS-PAYM-CNT - WS-DUPLICATE-CNT + 1.
           PERFORM 56000-WRITE-ONE-EXPECTED THRU 56000-EXIT.
           MOVE 'OUT-OF-TOLERANCE' TO EXP-COUNTER.
           MOVE WS-UNFOOTED-CNT TO EXP-VALUE.
           PERFORM 56000-WRITE-ONE-EXPECTED THRU 56000-EXIT.
           MOVE 'SUSPENSE' TO EXP-COUNTER.
           MOVE 1 TO EXP-VALUE.
           PERFORM 56000-WRITE-ONE-EXPECTED THRU 56000-EXIT.
           MOVE 'GRAND TOTAL' TO EXP-COUNTER.
           MOVE WS-XFOOT-TOTAL TO EXP-VALUE.
           PERFORM 56000-WRITE-ONE-EXPECTED THRU 56000-EXIT.

           MOVE 'VOIDMTCH' TO EXP-PROGRAM.
           MOVE 'ORIG VOIDS' TO EXP-COUNTER.
           MOVE WS-VOIDED-CNT TO EXP-VALUE.
           PERFORM 56000-WRITE-ONE-EXPECTED THRU 56000-EXIT.
           MOVE 'SUBSEQ VOIDS' TO EXP-COUNTER.
           COMPUTE EXP-VALUE = WS-VOIDED-CNT + WS-ORPHAN-CNT.
           PERFORM 56000-WRITE-ONE-EXPECTED THRU 56000-EXIT.
           MOVE 'UNMATCHED' TO EXP-COUNTER.
           MOVE WS-ORPHAN-CNT TO EXP-VALUE.
           PERFORM 56000-WRITE-ONE-EXPECTED THRU 56000-EXIT.
           MOVE 'MULTI-VOIDED' TO EXP-COUNTER.
           MOVE 0 TO EXP-VALUE.
           PERFORM 56000-WRITE-ONE-EXPECTED THRU 56000-EXIT.
           MOVE 'TO VOIDEXT' TO EXP-COUNTER.
           MOVE WS-VOIDED-CNT TO EXP-VALUE.
           PERFORM 56000-WRITE-ONE-EXPECTED THRU 56000-EXIT.

           MOVE 'REMITADV' TO EXP-PROGRAM.
           MOVE 'CLAIMS READ' TO EXP-COUNTER.
           COMPUTE EXP-VALUE = WS-PAID-CLAIM-CNT + WS-VOIDED-CNT
                             + WS-ORPHAN-CNT.
           PERFORM 56000-WRITE-ONE-EXPECTED THRU 56000-EXIT.
           MOVE 'PROVIDERS' TO EXP-COUNTER.
           MOVE WS-ADVICE-PROV-CNT TO EXP-VALUE.
           PERFORM 56000-WRITE-ONE-EXPECTED THRU 56000-EXIT.
           MOVE 'VOIDS NETTED OFF' TO EXP-COUNTER.
           MOVE WS-VOIDED-CNT TO EXP-VALUE.
           PERFORM 56000-WRITE-ONE-EXPECTED THRU 56000-EXIT.
           MOVE 'VOIDS LEFT TO THE LEDGER' TO EXP-COUNTER.
           MOVE WS-ORPHAN-CNT TO EXP-VALUE.
           PERFORM 56000-WRITE-ONE-EXPECTED THRU 56000-EXIT.
           MOVE 'NOT ON MASTER' TO EXP-COUNTER.
           MOVE 0 TO EXP-VALUE.
           PERFORM 56000-WRITE-ONE-EXPECTED THRU 56000-EXIT.
           MOVE 'NET PAYABLE' TO EXP-COUNTER.
           MOVE WS-NET-PAID-TOTAL TO EXP-VALUE.
           PERFORM 56000-WRITE-ONE-EXPECTED THRU 56000-EXIT.

           MOVE 'PROVPAY ' TO EXP-PROGRAM.
           MOVE 'PROVIDER TOTALS READ' TO EXP-COUNTER.
           MOVE WS-ADVICE-PROV-CNT TO EXP-VALUE.
           PERFORM 56000-WRITE-ONE-EXPECTED THRU 56000-EXIT.
           MOVE 'INSTRUCTED' TO EXP-COUNTER.
           MOVE WS-INSTRUCTED-CNT TO EXP-VALUE.
           PERFORM 56000-WRITE-ONE-EXPECTED THRU 56000-EXIT.
           MOVE 'HELD' TO EXP-COUNTER.
           MOVE WS-HELD-CNT TO EXP-VALUE.
           PERFORM 56000-WRITE-ONE-EXPECTED THRU 56000-EXIT.
           MOVE 'HASH' TO EXP-COUNTER.
           MOVE WS-INSTRUCTED-HASH TO EXP-VALUE.
           PERFORM 56000-WRITE-ONE-EXPECTED THRU 56000-EXIT.

       55000-EXIT.
           EXIT.

       56000-WRITE-ONE-EXPECTED.
           WRITE EXPECTED-RECORD FROM WS-EXPECTED-LINE.
           MOVE SPACES TO EXP-COUNTER.

       56000-EXIT.
           EXIT.

       80000-DRAW-A-NUMBER.
      ******************************************************************
      *    LEHMER GENERATOR ON THE 2**31-1 MODULUS, AS TESTGEN; THE   *
      *    DRAW COMES BACK IN 1..WS-DRAW-RANGE                        *
      ******************************************************************
           COMPUTE WS-RANDOM-WORK =
              WS-RANDOM-SEED * 16807.
           COMPUTE WS-RANDOM-SEED =
              FUNCTION MOD(WS-RANDOM-WORK, 2147483647).
           COMPUTE WS-DRAW-RESULT =
              FUNCTION MOD(WS-RANDOM-SEED, WS-DRAW-RANGE) + 1.

       80000-EXIT.
           EXIT.
