       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVCOLL.
       AUTHOR.
       DATE-WRITTEN.  OCT, 2026
       DATE-COMPILED.
      ******************************************************************
      *    PROVIDER RECEIVABLES COLLECTIONS REPORT.                   *
      *                                                               *
      *    READS THE PROVRCV RECEIVABLES LEDGER THAT VOIDMTCH RAISES  *
      *    AND PROVPAY RECOVERS AGAINST, AND LISTS EVERY OPEN DEBT    *
      *    OLDER THAN THE COLLECTIONS AGE ON THE RCVCTL CONTROL CARD  *
      *    (COLS 4-6, DAYS) - THE SAME CARD WHOSE COLS 1-3 GIVE       *
      *    REMITADV ITS RECOVERY PERCENTAGE. A DEBT THAT OLD IS NOT   *
      *    COMING BACK OUT OF THE PROVIDER'S REMITTANCES FAST ENOUGH  *
      *    AND GOES TO COLLECTIONS. EACH LINE CARRIES THE PROVIDER'S  *
      *    NAME FROM PROVMST, THE VOIDED PAYMENT, WHEN IT WAS RAISED, *
      *    HOW MUCH HAS BEEN RECOVERED AND WHAT IS STILL OWED, WITH   *
      *    A TOTAL PER PROVIDER. ANY DEBT LISTED ENDS THE RUN RC 4.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.  C01 IS TOP-OF-FORM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PROVRCV-FILE       ASSIGN TO DA-PROVRCV
                ACCESS IS SEQUENTIAL
                ORGANIZATION IS INDEXED
                RECORD KEY IS RCV-KEY
                FILE STATUS IS PROVRCV-STATUS.
            SELECT PROVMST-FILE       ASSIGN TO DA-PROVMST
                ACCESS IS RANDOM
                ORGANIZATION IS INDEXED
                RECORD KEY IS PROV-NUMBER
                FILE STATUS IS PROVMST-STATUS.
            SELECT RCVCTL-CARD        ASSIGN TO UT-S-RCVCTL.
            SELECT PROVCOLL-RPT       ASSIGN TO UT-S-SYSPRT.
       DATA DIVISION.
       FILE SECTION.
       FD  PROVRCV-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PROVRCV-RECORD.
           COPY PROVRCV.

       FD  PROVMST-FILE
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PROVIDER-RECORD.
           COPY PROVMST.

       FD  RCVCTL-CARD
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RCVCTL-RECORD.
           05 RCTL-RECOVERY-PCT    PIC 9(3).
           05 RCTL-COLLECT-DAYS    PIC 9(3).
           05 FILLER               PIC X(74).

       FD  PROVCOLL-RPT
           RECORD CONTAINS 133 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PROVCOLL-RPT-RECORD.
           05 RPT-CARRIAGE-CONTROL   PIC X.
           05 RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-END-PROVRCV           PIC X VALUE ZEROS.
           88  END-OF-PROVRCV             VALUE '1'.

       01  PROVRCV-STATUS           PIC XX VALUE 'ZZ'.
       01  PROVMST-STATUS           PIC XX VALUE 'ZZ'.

       01  WS-DATA-AREA.
           05   WS-READ-CNT         PIC 9(07) VALUE 0.
           05   WS-OPEN-CNT         PIC 9(07) VALUE 0.
           05   WS-OPEN-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
           05   WS-LISTED-CNT       PIC 9(07) VALUE 0.
           05   WS-LISTED-TOTAL     PIC S9(13)V99 COMP-3 VALUE 0.
           05   WS-PROVIDER-CNT     PIC 9(05) VALUE 0.
           05   WS-COLLECT-DAYS     PIC 9(03).
           05   WS-AGE-DAYS         PIC S9(07).
           05   WS-OWED             PIC S9(11)V99 COMP-3.
           05   WS-CUR-PROVIDER     PIC X(10) VALUE SPACES.
           05   WS-CUR-NAME         PIC X(30).
           05   WS-CUR-CNT          PIC 9(05).
           05   WS-CUR-TOTAL        PIC S9(13)V99 COMP-3.
           05   WS-RPT-DATE.
               15   WS-RPT-YY       PIC 99.
               15   WS-RPT-MM       PIC 99.
               15   WS-RPT-DD       PIC 99.
           05   WS-RUN-INT          PIC 9(08).
           05   WS-RAISED-INT       PIC 9(08).
           05   WS-DATE-CONV        PIC 9(08).
           05   WS-DATE-CONV-R REDEFINES WS-DATE-CONV.
               15  WS-DC-YYYY       PIC 9(04).
               15  WS-DC-MM         PIC 99.
               15  WS-DC-DD         PIC 99.
           05   WS-DATE-SPLIT.
               15  WS-DS-YY         PIC 99.
               15  WS-DS-MM         PIC 99.
               15  WS-DS-DD         PIC 99.

       01  WS-RPT-HDG1.
           05   FILLER          PIC X(13) VALUE 'PROVCOLL RUN '.
           05   WS-RPT-HDG-DATE PIC 9(6).
           05   FILLER          PIC X(33)
                   VALUE '  RECEIVABLES OPEN LONGER THAN   '.
           05   WS-RPT-HDG-DAYS PIC ZZ9.
           05   FILLER          PIC X(5)  VALUE ' DAYS'.
           05   FILLER          PIC X(72) VALUE SPACES.

       01  WS-RPT-HDG2.
           05   FILLER          PIC X(44) VALUE
                'PROVIDER    NAME                            '.
           05   FILLER          PIC X(44) VALUE
                'PMT-ID        RAISED    AGE       AMOUNT    '.
           05   FILLER          PIC X(44) VALUE
                'RECOVERED         OWED                      '.

       01  WS-RPT-DETAIL.
           05   WS-RPT-PROV     PIC X(10).
           05   FILLER          PIC X(2)  VALUE SPACES.
           05   WS-RPT-NAME     PIC X(30).
           05   FILLER          PIC X(2)  VALUE SPACES.
           05   WS-RPT-PMT-ID   PIC X(12).
           05   FILLER          PIC X(2)  VALUE SPACES.
           05   WS-RPT-RAISED   PIC 9(6).
           05   FILLER          PIC X(2)  VALUE SPACES.
           05   WS-RPT-AGE      PIC ZZZZ9.
           05   FILLER          PIC X(1)  VALUE SPACES.
           05   WS-RPT-AMOUNT   PIC Z,ZZZ,ZZ9.99.
           05   FILLER          PIC X(1)  VALUE SPACES.
           05   WS-RPT-RECOVERED PIC Z,ZZZ,ZZ9.99.
           05   FILLER          PIC X(1)  VALUE SPACES.
           05   WS-RPT-OWED     PIC Z,ZZZ,ZZ9.99.
           05   FILLER          PIC X(22) VALUE SPACES.

       01  WS-RPT-PROV-TOTAL.
           05   FILLER          PIC X(12) VALUE SPACES.
           05   FILLER          PIC X(20) VALUE 'PROVIDER TOTAL      '.
           05   WS-RPT-PT-CNT   PIC Z(4)9.
           05   FILLER          PIC X(11) VALUE ' DEBTS OWED'.
           05   FILLER          PIC X(46) VALUE SPACES.
           05   WS-RPT-PT-OWED  PIC Z,ZZZ,ZZZ,ZZ9.99.
           05   FILLER          PIC X(22) VALUE SPACES.

       01  WS-RPT-SUMMARY.
           05   FILLER          PIC X(14) VALUE 'OPEN DEBTS    '.
           05   WS-RPT-SUM-OPEN PIC Z(6)9.
           05   FILLER          PIC X(2)  VALUE SPACES.
           05   WS-RPT-SUM-OAMT PIC Z,ZZZ,ZZZ,ZZ9.99.
           05   FILLER          PIC X(16) VALUE '  TO COLLECTIONS'.
           05   WS-RPT-SUM-LIST PIC Z(6)9.
           05   FILLER          PIC X(2)  VALUE SPACES.
           05   WS-RPT-SUM-LAMT PIC Z,ZZZ,ZZZ,ZZ9.99.
           05   FILLER          PIC X(12) VALUE '  PROVIDERS '.
           05   WS-RPT-SUM-PROV PIC Z(4)9.
           05   FILLER          PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
       01000-MAINLINE.
           OPEN INPUT  RCVCTL-CARD.
           READ RCVCTL-CARD
               AT END
                  DISPLAY 'PROVCOLL - RCVCTL CARD MISSING, RUN REFUSED'
                  MOVE 16 TO RETURN-CODE
                  GOBACK.
           IF RCTL-COLLECT-DAYS NOT NUMERIC
              DISPLAY 'PROVCOLL - RCVCTL CARD BAD, RUN REFUSED'
              MOVE 16 TO RETURN-CODE
              GOBACK.
           MOVE RCTL-COLLECT-DAYS TO WS-COLLECT-DAYS.
           CLOSE RCVCTL-CARD.

           ACCEPT WS-RPT-DATE FROM DATE.
           MOVE WS-RPT-DATE TO WS-DATE-SPLIT.
           PERFORM 60000-DATE-TO-INTEGER THRU 60000-EXIT.
           COMPUTE WS-RUN-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-CONV).

           OPEN INPUT  PROVRCV-FILE
                       PROVMST-FILE
                OUTPUT PROVCOLL-RPT.
           IF PROVRCV-STATUS NOT = '00' AND PROVRCV-STATUS NOT = '97'
              DISPLAY 'PROVCOLL - PROVRCV OPEN FAILED, STATUS '
                      PROVRCV-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK.
           IF PROVMST-STATUS NOT = '00' AND PROVMST-STATUS NOT = '97'
              DISPLAY 'PROVCOLL - PROVMST OPEN FAILED, STATUS '
                      PROVMST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK.

           MOVE WS-RPT-DATE     TO WS-RPT-HDG-DATE.
           MOVE WS-COLLECT-DAYS TO WS-RPT-HDG-DAYS.
           MOVE WS-RPT-HDG1 TO RPT-LINE.
           WRITE PROVCOLL-RPT-RECORD
              AFTER ADVANCING TOP-OF-FORM.
           MOVE WS-RPT-HDG2 TO RPT-LINE.
           WRITE PROVCOLL-RPT-RECORD
              AFTER ADVANCING 2 LINES.

           PERFORM 20000-TAKE-ONE-RECEIVABLE THRU 20000-EXIT
               UNTIL END-OF-PROVRCV.

           PERFORM 35000-PROVIDER-TOTAL THRU 35000-EXIT.
           PERFORM 40000-WRITE-SUMMARY THRU 40000-EXIT.

           DISPLAY 'PROVCOLL READ ' WS-READ-CNT ' RECEIVABLES, OPEN '
                   WS-OPEN-CNT ', TO COLLECTIONS ' WS-LISTED-CNT
                   ' FOR ' WS-PROVIDER-CNT ' PROVIDERS'.

           IF WS-LISTED-CNT > 0
              MOVE 4 TO RETURN-CODE.

           CLOSE PROVRCV-FILE PROVMST-FILE PROVCOLL-RPT.
           GOBACK.

       20000-TAKE-ONE-RECEIVABLE.
           READ PROVRCV-FILE
               AT END
                  SET END-OF-PROVRCV TO TRUE
                  GO TO 20000-EXIT.

           ADD 1 TO WS-READ-CNT.
           IF NOT RCV-STATUS-OPEN
              GO TO 20000-EXIT.

           COMPUTE WS-OWED = RCV-AMOUNT - RCV-RECOVERED.
           IF WS-OWED NOT > 0
              GO TO 20000-EXIT.
           ADD 1 TO WS-OPEN-CNT.
           ADD WS-OWED TO WS-OPEN-TOTAL.

           MOVE RCV-RAISED-DATE TO WS-DATE-SPLIT.
           PERFORM 60000-DATE-TO-INTEGER THRU 60000-EXIT.
           COMPUTE WS-RAISED-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-CONV).
           COMPUTE WS-AGE-DAYS = WS-RUN-INT - WS-RAISED-INT.
           IF WS-AGE-DAYS NOT > WS-COLLECT-DAYS
              GO TO 20000-EXIT.

           IF RCV-PROVIDER-NO NOT = WS-CUR-PROVIDER
              PERFORM 35000-PROVIDER-TOTAL THRU 35000-EXIT
              PERFORM 30000-NEW-PROVIDER THRU 30000-EXIT.

           ADD 1 TO WS-LISTED-CNT WS-CUR-CNT.
           ADD WS-OWED TO WS-LISTED-TOTAL WS-CUR-TOTAL.

           MOVE RCV-PROVIDER-NO TO WS-RPT-PROV.
           MOVE WS-CUR-NAME     TO WS-RPT-NAME.
           MOVE RCV-PMT-ID      TO WS-RPT-PMT-ID.
           MOVE RCV-RAISED-DATE TO WS-RPT-RAISED.
           MOVE WS-AGE-DAYS     TO WS-RPT-AGE.
           MOVE RCV-AMOUNT      TO WS-RPT-AMOUNT.
           MOVE RCV-RECOVERED   TO WS-RPT-RECOVERED.
           MOVE WS-OWED         TO WS-RPT-OWED.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE PROVCOLL-RPT-RECORD
              AFTER ADVANCING 1 LINES.

       20000-EXIT.
           EXIT.

       30000-NEW-PROVIDER.
           ADD 1 TO WS-PROVIDER-CNT.
           MOVE RCV-PROVIDER-NO TO WS-CUR-PROVIDER.
           MOVE 0 TO WS-CUR-CNT WS-CUR-TOTAL.
           MOVE RCV-PROVIDER-NO TO PROV-NUMBER.
           READ PROVMST-FILE
               INVALID KEY
                  MOVE '*** NOT ON PROVIDER MASTER' TO WS-CUR-NAME
                  GO TO 30000-EXIT
           END-READ.
           MOVE PROV-NAME TO WS-CUR-NAME.

       30000-EXIT.
           EXIT.

       35000-PROVIDER-TOTAL.
           IF WS-CUR-PROVIDER = SPACES
              GO TO 35000-EXIT.
           MOVE WS-CUR-CNT   TO WS-RPT-PT-CNT.
           MOVE WS-CUR-TOTAL TO WS-RPT-PT-OWED.
           MOVE WS-RPT-PROV-TOTAL TO RPT-LINE.
           WRITE PROVCOLL-RPT-RECORD
              AFTER ADVANCING 1 LINES.
           MOVE SPACES TO RPT-LINE.
           WRITE PROVCOLL-RPT-RECORD
              AFTER ADVANCING 1 LINES.
           MOVE SPACES TO WS-CUR-PROVIDER.

       35000-EXIT.
           EXIT.

       40000-WRITE-SUMMARY.
           MOVE WS-OPEN-CNT     TO WS-RPT-SUM-OPEN.
           MOVE WS-OPEN-TOTAL   TO WS-RPT-SUM-OAMT.
           MOVE WS-LISTED-CNT   TO WS-RPT-SUM-LIST.
           MOVE WS-LISTED-TOTAL TO WS-RPT-SUM-LAMT.
           MOVE WS-PROVIDER-CNT TO WS-RPT-SUM-PROV.
           MOVE WS-RPT-SUMMARY TO RPT-LINE.
           WRITE PROVCOLL-RPT-RECORD
              AFTER ADVANCING 2 LINES.

       40000-EXIT.
           EXIT.

       60000-DATE-TO-INTEGER.
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
