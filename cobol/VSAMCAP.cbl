000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    VSAMCAP.
000300 AUTHOR. R THORNTON
000400*REMARKS. NIGHTLY CAPACITY AND GROWTH MONITOR FOR THE BANKING
000500*         KSDS CLUSTERS, SO A CLUSTER RUNNING OUT OF ROOM IS
000600*         REORGANISED OR RESIZED BEFORE IT ABENDS THE BATCH.
000700*         THE STEP BEFORE RUNS IDCAMS LISTCAT ENTRIES(...) ALL
000800*         WITH OUTFILE(LISTCAT); THIS PROGRAM READS THAT LISTING
000900*         AND, FOR EVERY CLUSTER ON THE CAPCTL CONTROL FILE, TAKES
001000*         FROM ITS DATA COMPONENT THE RECORD COUNT, CI AND CA
001100*         SPLITS, FREE SPACE, EXTENTS AND THE HIGH-USED AND
001200*         HIGH-ALLOCATED RBAS.
001300*
001400*         CAPCTL CARDS - '*' IN COL 1 IS A COMMENT:
001500*           COLS  1-44  CLUSTER NAME
001600*           COLS 45-47  WARN DAYS   (ZERO OR BLANK - 030)
001700*           COLS 48-50  ACTION DAYS (ZERO OR BLANK - 007)
001800*           COLS 51-59  CEILING IN KB - THE MOST THE CLUSTER CAN
001900*                       GROW TO WITH ITS SECONDARIES; ZERO OR
002000*                       BLANK MEANS THE SPACE IT HAS NOW
002100*
002200*         EACH NIGHT'S FIGURES ARE APPENDED TO CAPHIST. THE
002300*         GROWTH RATE IS THE HIGH-USED RBA NOW AGAINST THE
002400*         EARLIEST CAPHIST ENTRY WITHIN THE LOOKBACK WINDOW
002500*         (PARM='NNN' DAYS, DEFAULT 030), AND THE DAYS TO FILL
002600*         ARE THE ROOM LEFT UNDER THE CEILING AT THAT RATE -
002700*         99999 WHEN THE CLUSTER IS NOT GROWING. A CLUSTER DUE
002800*         TO FILL WITHIN ITS ACTION DAYS RAISES AN ACTION ALERT
002900*         THROUGH ALERTSUB, WITHIN ITS WARN DAYS A WARN ALERT; A
003000*         CLUSTER MISSING FROM THE LISTING IS A WARN. EVERY
003100*         CLUSTER PRINTS ON CAPRPT. RC 4 WHEN ANY ALERT WENT OUT,
003200*         16 WHEN THERE WAS NO CONTROL FILE OR NO LISTING.
003300*
003400*MODIFICATION HISTORY.
003500*    OCT2026 RT  NEW PROGRAM.
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CONTROL-FILE ASSIGN TO CAPCTL.
004100     SELECT LISTCAT-FILE ASSIGN TO LISTCAT.
004200     SELECT HISTORY-FILE ASSIGN TO CAPHIST.
004300     SELECT REPORT-FILE  ASSIGN TO CAPRPT.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  CONTROL-FILE
004700     RECORDING MODE IS F
004800     RECORD CONTAINS 80 CHARACTERS
004900     LABEL RECORDS ARE STANDARD.
005000 01  CONTROL-CARD.
005100     05  CTL-CLUSTER             PIC X(44).
005200     05  CTL-WARN-DAYS           PIC 9(3).
005300     05  CTL-ACTION-DAYS         PIC 9(3).
005400     05  CTL-CEILING-KB          PIC 9(9).
005500     05  FILLER                  PIC X(21).
005600
005700 FD  LISTCAT-FILE
005800     RECORDING MODE IS V
005900     RECORD IS VARYING IN SIZE FROM 1 TO 121 CHARACTERS
006000         DEPENDING ON LCAT-LENGTH
006100     LABEL RECORDS ARE STANDARD.
006200 01  LISTCAT-RECORD              PIC X(121).
006300
006400 FD  HISTORY-FILE
006500     RECORDING MODE IS F
006600     RECORD CONTAINS 120 CHARACTERS
006700     LABEL RECORDS ARE STANDARD.
006800 01  HISTORY-RECORD.
006900     COPY CAPHIST.
007000
007100 FD  REPORT-FILE
007200     RECORDING MODE IS F
007300     RECORD CONTAINS 133 CHARACTERS
007400     LABEL RECORDS ARE STANDARD.
007500 01  REPORT-RECORD.
007600     05  RPT-CC                  PIC X.
007700     05  RPT-LINE                PIC X(132).
007800
007900 WORKING-STORAGE SECTION.
008000 77  FILLER PIC X(36)  VALUE
008100     "VSAMCAP  WORKING STORAGE BEGINS HERE".
008200 01  END-CTL-SW                  PIC X VALUE 'N'.
008300     88  END-OF-CONTROL                VALUE 'Y'.
008400 01  END-CAT-SW                  PIC X VALUE 'N'.
008500     88  END-OF-LISTCAT                VALUE 'Y'.
008600 01  END-HIST-SW                 PIC X VALUE 'N'.
008700     88  END-OF-HISTORY                VALUE 'Y'.
008800 01  IN-DATA-SW                  PIC X VALUE 'N'.
008900     88  IN-DATA-COMPONENT             VALUE 'Y'.
009000 01  COUNTERS.
009100     05  LISTCAT-LINES           PIC 9(7) VALUE 0.
009200     05  HISTORY-READ            PIC 9(7) VALUE 0.
009300     05  MEASURED-CNT            PIC 9(5) VALUE 0.
009400     05  MISSING-CNT             PIC 9(5) VALUE 0.
009500     05  WARN-CNT                PIC 9(5) VALUE 0.
009600     05  ACTION-CNT              PIC 9(5) VALUE 0.
009700 01  RUN-FIELDS.
009800     05  RUN-DATE                PIC 9(6).
009900     05  RUN-DAYS                PIC 9(7).
010000     05  LOOKBACK-DAYS           PIC 9(3) VALUE 30.
010100     05  EARLIEST-DAYS           PIC S9(7).
010200 01  CLUSTER-LIMITS.
010300     05  CAP-MAX                 PIC 9(3) COMP VALUE 50.
010400     05  CAP-USED                PIC 9(3) COMP VALUE 0.
010500     05  CAP-CUR                 PIC 9(3) COMP VALUE 0.
010600     05  CAP-SUB                 PIC 9(3) COMP VALUE 0.
010700 01  CLUSTER-TABLE.
010800     05  CAP-ENTRY OCCURS 50 TIMES
010900            INDEXED BY CAP-NDX.
011000         10  CAP-CLUSTER         PIC X(44).
011100         10  CAP-WARN-DAYS       PIC 9(3).
011200         10  CAP-ACTION-DAYS     PIC 9(3).
011300         10  CAP-CEILING-KB      PIC 9(9).
011400         10  CAP-CATALOGED-SW    PIC X.
011500             88  CAP-CATALOGED         VALUE 'Y'.
011600         10  CAP-TAKEN           PIC X(7).
011700         10  CAP-REC-TOTAL       PIC 9(11).
011800         10  CAP-HI-U-RBA        PIC 9(12).
011900         10  CAP-HI-A-RBA        PIC 9(12).
012000         10  CAP-CI-SPLITS       PIC 9(7).
012100         10  CAP-CA-SPLITS       PIC 9(7).
012200         10  CAP-FREESPC         PIC 9(12).
012300         10  CAP-EXTENTS         PIC 9(3).
012400         10  CAP-BASE-DAYS       PIC 9(7).
012500         10  CAP-BASE-HI-U-RBA   PIC 9(12).
012600*
012700*    LISTCAT KEYWORDS TAKEN FROM THE DATA COMPONENT, WITH THEIR
012800*    LENGTHS. ONLY THE FIRST OF EACH COUNTS - THE VOLUME SECTION
012900*    REPEATS THE RBAS PER VOLUME.
013000*
013100 01  KEYWORD-VALUES.
013200     05  FILLER                  PIC X(11) VALUE 'REC-TOTAL09'.
013300     05  FILLER                  PIC X(11) VALUE 'SPLITS-CI09'.
013400     05  FILLER                  PIC X(11) VALUE 'SPLITS-CA09'.
013500     05  FILLER                  PIC X(11) VALUE 'FREESPC  07'.
013600     05  FILLER                  PIC X(11) VALUE 'HI-A-RBA 08'.
013700     05  FILLER                  PIC X(11) VALUE 'HI-U-RBA 08'.
013800     05  FILLER                  PIC X(11) VALUE 'EXTENTS  07'.
013900 01  KEYWORD-TABLE REDEFINES KEYWORD-VALUES.
014000     05  KW-ENTRY OCCURS 7 TIMES.
014100         10  KW-TEXT             PIC X(9).
014200         10  KW-LENGTH           PIC 9(2).
014300 01  KEYWORD-FIELDS.
014400     05  KW-MAX                  PIC 9(3) COMP VALUE 7.
014500     05  KW-SUB                  PIC 9(3) COMP VALUE 0.
014600     05  KW-POS                  PIC 9(3) COMP VALUE 0.
014700     05  SCAN-POS                PIC 9(3) COMP VALUE 0.
014800     05  FIELD-VALUE             PIC 9(12).
014900     05  DIGIT-X                 PIC X.
015000     05  DIGIT-N REDEFINES DIGIT-X
015100                                 PIC 9.
015200 01  LISTCAT-FIELDS.
015300     05  LCAT-LENGTH             PIC 9(3) COMP.
015400     05  LCAT-TEXT               PIC X(120).
015500     05  LCAT-WORDS              PIC X(120).
015600     05  LEAD-CNT                PIC 9(3) COMP.
015700     05  TOKEN-1                 PIC X(12).
015800     05  TOKEN-2                 PIC X(12).
015900     05  TOKEN-3                 PIC X(44).
016000*
016100*    DAY NUMBERS FOR YYMMDD DATES - DAYS SINCE THE START OF 2000
016200*
016300 01  CUM-DAY-VALUES              PIC X(36) VALUE
016400     '000031059090120151181212243273304334'.
016500 01  CUM-DAY-TABLE REDEFINES CUM-DAY-VALUES.
016600     05  CUM-DAYS                PIC 9(3) OCCURS 12 TIMES.
016700 01  DAY-NUMBER-FIELDS.
016800     05  DN-DATE                 PIC 9(6).
016900     05  DN-DATE-PARTS REDEFINES DN-DATE.
017000         10  DN-YY               PIC 9(2).
017100         10  DN-MM               PIC 9(2).
017200         10  DN-DD               PIC 9(2).
017300     05  DN-DAYS                 PIC 9(7).
017400     05  DN-LEAP-DAYS            PIC 9(3).
017500     05  DN-QUOTIENT             PIC 9(3).
017600     05  DN-REMAINDER            PIC 9(3).
017700 01  PROJECTION-FIELDS.
017800     05  CAPACITY-BYTES          PIC 9(13).
017900     05  USED-PCT                PIC 9(3).
018000     05  ELAPSED-DAYS            PIC 9(7).
018100     05  GROWTH-BYTES            PIC S9(13).
018200     05  GROWTH-PER-DAY          PIC S9(13).
018300     05  DAYS-TO-FILL            PIC 9(5).
018400     05  DAYS-EDIT               PIC Z(4)9.
018500     05  PCT-EDIT                PIC ZZ9.
018600 01  ALERT-PARM.
018700     05  ALERT-SEVERITY          PIC X(6).
018800     05  ALERT-PROGRAM           PIC X(8) VALUE 'VSAMCAP '.
018900     05  ALERT-MESSAGE           PIC X(72).
019000 01  TITLE-LINE.
019100     05  FILLER                  PIC X(39) VALUE
019200         'VSAM CLUSTER CAPACITY AND GROWTH - RUN '.
019300     05  TL-RUN-DATE             PIC 9(6).
019400     05  FILLER                  PIC X(20) VALUE
019500         '  LOOKBACK DAYS '.
019600     05  TL-LOOKBACK             PIC ZZ9.
019700     05  FILLER                  PIC X(64) VALUE SPACES.
019800 01  COLUMN-LINE.
019900     05  FILLER                  PIC X(45) VALUE 'CLUSTER'.
020000     05  FILLER                  PIC X(12) VALUE '    RECORDS '.
020100     05  FILLER                  PIC X(11) VALUE '   USED KB '.
020200     05  FILLER                  PIC X(11) VALUE '  ALLOC KB '.
020300     05  FILLER                  PIC X(4)  VALUE 'PCT '.
020400     05  FILLER                  PIC X(8)  VALUE 'CI SPLT '.
020500     05  FILLER                  PIC X(8)  VALUE 'CA SPLT '.
020600     05  FILLER                  PIC X(11) VALUE '   FREE KB '.
020700     05  FILLER                  PIC X(10) VALUE '   KB/DAY '.
020800     05  FILLER                  PIC X(6)  VALUE ' DAYS '.
020900     05  FILLER                  PIC X(6)  VALUE 'ALERT '.
021000 01  DETAIL-LINE.
021100     05  DL-CLUSTER              PIC X(44).
021200     05  FILLER                  PIC X VALUE SPACE.
021300     05  DL-RECORDS              PIC Z(10)9.
021400     05  FILLER                  PIC X VALUE SPACE.
021500     05  DL-USED-KB              PIC Z(9)9.
021600     05  FILLER                  PIC X VALUE SPACE.
021700     05  DL-ALLOC-KB             PIC Z(9)9.
021800     05  FILLER                  PIC X VALUE SPACE.
021900     05  DL-PCT                  PIC ZZ9.
022000     05  FILLER                  PIC X VALUE SPACE.
022100     05  DL-CI-SPLITS            PIC Z(6)9.
022200     05  FILLER                  PIC X VALUE SPACE.
022300     05  DL-CA-SPLITS            PIC Z(6)9.
022400     05  FILLER                  PIC X VALUE SPACE.
022500     05  DL-FREE-KB              PIC Z(9)9.
022600     05  FILLER                  PIC X VALUE SPACE.
022700     05  DL-GROWTH-KB            PIC -(8)9.
022800     05  FILLER                  PIC X VALUE SPACE.
022900     05  DL-DAYS                 PIC Z(4)9.
023000     05  FILLER                  PIC X VALUE SPACE.
023100     05  DL-FLAG                 PIC X(6).
023200
023300 LINKAGE SECTION.
023400 01  PARM-FIELD.
023500     05  PARM-LENGTH             PIC S9(4) COMP.
023600     05  PARM-DATA               PIC X(20).
023700
023800 PROCEDURE DIVISION USING PARM-FIELD.
023900 A100-EXECUTIVE-CONTROL.
024000     IF PARM-LENGTH >= 3
024100         IF PARM-DATA(1:3) IS NUMERIC AND PARM-DATA(1:3) > '000'
024200             MOVE PARM-DATA(1:3) TO LOOKBACK-DAYS
024300         ELSE
024400             DISPLAY 'VSAMCAP: PARM "' PARM-DATA(1:3)
024500                     '" NOT A DAY COUNT - LOOKBACK STAYS 030'.
024600     ACCEPT RUN-DATE FROM DATE.
024700     MOVE RUN-DATE TO DN-DATE.
024800     PERFORM K100-DAY-NUMBER THRU K100-EXIT.
024900     MOVE DN-DAYS TO RUN-DAYS.
025000     COMPUTE EARLIEST-DAYS = RUN-DAYS - LOOKBACK-DAYS.
025100
025200     OPEN INPUT CONTROL-FILE LISTCAT-FILE HISTORY-FILE
025300          OUTPUT REPORT-FILE.
025400     PERFORM B100-LOAD-CONTROL THRU B100-EXIT
025500         UNTIL END-OF-CONTROL.
025600     IF CAP-USED = 0
025700         DISPLAY 'VSAMCAP: NO CLUSTERS ON CAPCTL'
025800         MOVE 16 TO RETURN-CODE
025900         GO TO A100-CLOSE.
026000     PERFORM C100-READ-LISTCAT THRU C100-EXIT
026100         UNTIL END-OF-LISTCAT.
026200     IF LISTCAT-LINES = 0
026300         DISPLAY 'VSAMCAP: LISTCAT OUTPUT IS EMPTY'
026400         MOVE 16 TO RETURN-CODE
026500         GO TO A100-CLOSE.
026600     PERFORM D100-READ-HISTORY THRU D100-EXIT
026700         UNTIL END-OF-HISTORY.
026800     CLOSE HISTORY-FILE.
026900     OPEN EXTEND HISTORY-FILE.
027000
027100     MOVE RUN-DATE TO TL-RUN-DATE.
027200     MOVE LOOKBACK-DAYS TO TL-LOOKBACK.
027300     MOVE '1' TO RPT-CC.
027400     MOVE TITLE-LINE TO RPT-LINE.
027500     WRITE REPORT-RECORD.
027600     MOVE '0' TO RPT-CC.
027700     MOVE COLUMN-LINE TO RPT-LINE.
027800     WRITE REPORT-RECORD.
027900     PERFORM E100-PROJECT-CLUSTER THRU E100-EXIT
028000         VARYING CAP-SUB FROM 1 BY 1 UNTIL CAP-SUB > CAP-USED.
028100
028200     DISPLAY 'VSAMCAP CLUSTERS ' CAP-USED ' MEASURED '
028300             MEASURED-CNT ' MISSING ' MISSING-CNT
028400             ' WARN ' WARN-CNT ' ACTION ' ACTION-CNT.
028500     IF MISSING-CNT > 0 OR WARN-CNT > 0 OR ACTION-CNT > 0
028600         MOVE 4 TO RETURN-CODE.
028700 A100-CLOSE.
028800     CLOSE CONTROL-FILE LISTCAT-FILE HISTORY-FILE REPORT-FILE.
028900     GOBACK.
029000
029100 B100-LOAD-CONTROL.
029200     READ CONTROL-FILE
029300         AT END MOVE 'Y' TO END-CTL-SW
029400                GO TO B100-EXIT.
029500     IF CTL-CLUSTER(1:1) = '*' OR CTL-CLUSTER = SPACES
029600         GO TO B100-EXIT.
029700     IF CAP-USED NOT < CAP-MAX
029800         DISPLAY 'VSAMCAP: MORE THAN 50 CLUSTERS, IGNORED '
029900                 CTL-CLUSTER
030000         GO TO B100-EXIT.
030100     ADD 1 TO CAP-USED.
030200     INITIALIZE CAP-ENTRY(CAP-USED).
030300     MOVE CTL-CLUSTER TO CAP-CLUSTER(CAP-USED).
030400     MOVE 'NNNNNNN' TO CAP-TAKEN(CAP-USED).
030500     MOVE 30 TO CAP-WARN-DAYS(CAP-USED).
030600     MOVE 7 TO CAP-ACTION-DAYS(CAP-USED).
030700     IF CTL-WARN-DAYS IS NUMERIC AND CTL-WARN-DAYS > 0
030800         MOVE CTL-WARN-DAYS TO CAP-WARN-DAYS(CAP-USED).
030900     IF CTL-ACTION-DAYS IS NUMERIC AND CTL-ACTION-DAYS > 0
031000         MOVE CTL-ACTION-DAYS TO CAP-ACTION-DAYS(CAP-USED).
031100     IF CTL-CEILING-KB IS NUMERIC
031200         MOVE CTL-CEILING-KB TO CAP-CEILING-KB(CAP-USED).
031300 B100-EXIT.
031400     EXIT.
031500
031600 C100-READ-LISTCAT.
031700     READ LISTCAT-FILE
031800         AT END MOVE 'Y' TO END-CAT-SW
031900                GO TO C100-EXIT.
032000     ADD 1 TO LISTCAT-LINES.
032100     MOVE SPACES TO LCAT-TEXT.
032200     IF LCAT-LENGTH > 1
032300         MOVE LISTCAT-RECORD(2:LCAT-LENGTH - 1) TO LCAT-TEXT.
032400     MOVE 0 TO LEAD-CNT.
032500     INSPECT LCAT-TEXT TALLYING LEAD-CNT FOR LEADING SPACES.
032600     IF LEAD-CNT NOT < 120
032700         GO TO C100-EXIT.
032800     MOVE LCAT-TEXT(LEAD-CNT + 1:) TO LCAT-WORDS.
032900     MOVE SPACES TO TOKEN-1 TOKEN-2 TOKEN-3.
033000     UNSTRING LCAT-WORDS DELIMITED BY ALL SPACE
033100         INTO TOKEN-1 TOKEN-2 TOKEN-3.
033200*
033300*    AN ENTRY LINE IS 'TYPE ---- NAME'. A CLUSTER STARTS A NEW
033400*    CLUSTER, ITS DATA COMPONENT IS WHERE THE FIGURES ARE TAKEN,
033500*    AND ANY OTHER ENTRY ENDS THEM.
033600*
033700     IF TOKEN-2(1:3) = '---' AND TOKEN-1 NOT = 'IN-CAT'
033800         MOVE 'N' TO IN-DATA-SW
033900         IF TOKEN-1 = 'CLUSTER'
034000             PERFORM C200-NEW-CLUSTER THRU C200-EXIT
034100             GO TO C100-EXIT
034200         ELSE
034300             IF TOKEN-1 = 'DATA' AND CAP-CUR > 0
034400                 MOVE 'Y' TO IN-DATA-SW
034500                 GO TO C100-EXIT
034600             ELSE
034700                 IF TOKEN-1 NOT = 'INDEX'
034800                     MOVE 0 TO CAP-CUR.
034900     IF IN-DATA-COMPONENT
035000         PERFORM C300-SCAN-KEYWORD THRU C300-EXIT
035100             VARYING KW-SUB FROM 1 BY 1 UNTIL KW-SUB > KW-MAX.
035200 C100-EXIT.
035300     EXIT.
035400
035500 C200-NEW-CLUSTER.
035600     MOVE 0 TO CAP-CUR.
035700     SET CAP-NDX TO 1.
035800     SEARCH CAP-ENTRY
035900         AT END
036000             CONTINUE
036100         WHEN CAP-NDX > CAP-USED
036200             CONTINUE
036300         WHEN CAP-CLUSTER(CAP-NDX) = TOKEN-3
036400             SET CAP-CUR TO CAP-NDX
036500             MOVE 'Y' TO CAP-CATALOGED-SW(CAP-NDX)
036600     END-SEARCH.
036700 C200-EXIT.
036800     EXIT.
036900
037000 C300-SCAN-KEYWORD.
037100     IF CAP-TAKEN(CAP-CUR)(KW-SUB:1) = 'Y'
037200         GO TO C300-EXIT.
037300     MOVE 0 TO KW-POS.
037400     INSPECT LCAT-TEXT TALLYING KW-POS FOR CHARACTERS
037500         BEFORE INITIAL KW-TEXT(KW-SUB)(1:KW-LENGTH(KW-SUB)).
037600     IF KW-POS NOT < 120
037700         GO TO C300-EXIT.
037800     COMPUTE SCAN-POS = KW-POS + KW-LENGTH(KW-SUB) + 1.
037900     MOVE 0 TO FIELD-VALUE.
038000     PERFORM C400-SKIP-DASHES THRU C400-EXIT.
038100     PERFORM C500-TAKE-DIGITS THRU C500-EXIT.
038200     MOVE 'Y' TO CAP-TAKEN(CAP-CUR)(KW-SUB:1).
038300     IF KW-SUB = 1
038400         MOVE FIELD-VALUE TO CAP-REC-TOTAL(CAP-CUR).
038500     IF KW-SUB = 2
038600         MOVE FIELD-VALUE TO CAP-CI-SPLITS(CAP-CUR).
038700     IF KW-SUB = 3
038800         MOVE FIELD-VALUE TO CAP-CA-SPLITS(CAP-CUR).
038900     IF KW-SUB = 4
039000         MOVE FIELD-VALUE TO CAP-FREESPC(CAP-CUR).
039100     IF KW-SUB = 5
039200         MOVE FIELD-VALUE TO CAP-HI-A-RBA(CAP-CUR).
039300     IF KW-SUB = 6
039400         MOVE FIELD-VALUE TO CAP-HI-U-RBA(CAP-CUR).
039500     IF KW-SUB = 7
039600         MOVE FIELD-VALUE TO CAP-EXTENTS(CAP-CUR).
039700 C300-EXIT.
039800     EXIT.
039900
040000 C400-SKIP-DASHES.
040100     IF SCAN-POS > 120
040200         GO TO C400-EXIT.
040300     IF LCAT-TEXT(SCAN-POS:1) NOT = '-'
040400         GO TO C400-EXIT.
040500     ADD 1 TO SCAN-POS.
040600     GO TO C400-SKIP-DASHES.
040700 C400-EXIT.
040800     EXIT.
040900
041000 C500-TAKE-DIGITS.
041100     IF SCAN-POS > 120
041200         GO TO C500-EXIT.
041300     MOVE LCAT-TEXT(SCAN-POS:1) TO DIGIT-X.
041400     IF DIGIT-X NOT NUMERIC
041500         GO TO C500-EXIT.
041600     COMPUTE FIELD-VALUE = FIELD-VALUE * 10 + DIGIT-N.
041700     ADD 1 TO SCAN-POS.
041800     GO TO C500-TAKE-DIGITS.
041900 C500-EXIT.
042000     EXIT.
042100
042200 D100-READ-HISTORY.
042300     READ HISTORY-FILE
042400         AT END MOVE 'Y' TO END-HIST-SW
042500                GO TO D100-EXIT.
042600     ADD 1 TO HISTORY-READ.
042700     MOVE CAPH-DATE TO DN-DATE.
042800     PERFORM K100-DAY-NUMBER THRU K100-EXIT.
042900     IF DN-DAYS NOT < RUN-DAYS OR DN-DAYS < EARLIEST-DAYS
043000         GO TO D100-EXIT.
043100     SET CAP-NDX TO 1.
043200     SEARCH CAP-ENTRY
043300         AT END
043400             CONTINUE
043500         WHEN CAP-NDX > CAP-USED
043600             CONTINUE
043700         WHEN CAP-CLUSTER(CAP-NDX) = CAPH-CLUSTER
043800             IF CAP-BASE-DAYS(CAP-NDX) = 0
043900                 OR DN-DAYS < CAP-BASE-DAYS(CAP-NDX)
044000                 MOVE DN-DAYS TO CAP-BASE-DAYS(CAP-NDX)
044100                 MOVE CAPH-HI-U-RBA
044200                     TO CAP-BASE-HI-U-RBA(CAP-NDX)
044300             END-IF
044400     END-SEARCH.
044500 D100-EXIT.
044600     EXIT.
044700
044800 E100-PROJECT-CLUSTER.
044900     MOVE SPACES TO DL-FLAG.
045000     MOVE CAP-CLUSTER(CAP-SUB) TO DL-CLUSTER.
045100     IF NOT CAP-CATALOGED(CAP-SUB)
045200         ADD 1 TO MISSING-CNT
045300         MOVE 0 TO DL-RECORDS DL-USED-KB DL-ALLOC-KB DL-PCT
045400                   DL-CI-SPLITS DL-CA-SPLITS DL-FREE-KB
045500                   DL-GROWTH-KB DL-DAYS
045600         MOVE 'NOCAT ' TO DL-FLAG
045700         MOVE 'WARN  ' TO ALERT-SEVERITY
045800         MOVE SPACES TO ALERT-MESSAGE
045900         STRING CAP-CLUSTER(CAP-SUB) DELIMITED BY SPACE
046000                ' NOT IN LISTCAT - NOT MEASURED'
046100                    DELIMITED BY SIZE
046200             INTO ALERT-MESSAGE
046300         CALL 'ALERTSUB' USING ALERT-PARM
046400         GO TO E100-PRINT.
046500     ADD 1 TO MEASURED-CNT.
046600
046700     IF CAP-CEILING-KB(CAP-SUB) > 0
046800         COMPUTE CAPACITY-BYTES = CAP-CEILING-KB(CAP-SUB) * 1024
046900     ELSE
047000         MOVE CAP-HI-A-RBA(CAP-SUB) TO CAPACITY-BYTES.
047100     MOVE 0 TO USED-PCT.
047200     IF CAPACITY-BYTES > 0
047300         COMPUTE USED-PCT = CAP-HI-U-RBA(CAP-SUB) * 100
047400                          / CAPACITY-BYTES
047500             ON SIZE ERROR MOVE 999 TO USED-PCT.
047600     MOVE 99999 TO DAYS-TO-FILL.
047700     MOVE 0 TO GROWTH-PER-DAY.
047800     IF CAP-HI-U-RBA(CAP-SUB) NOT < CAPACITY-BYTES
047900         MOVE 0 TO DAYS-TO-FILL
048000         GO TO E100-ALERT.
048100     IF CAP-BASE-DAYS(CAP-SUB) = 0
048200         MOVE 'NOHIST' TO DL-FLAG
048300         GO TO E100-HISTORY.
048400
048500     COMPUTE ELAPSED-DAYS = RUN-DAYS - CAP-BASE-DAYS(CAP-SUB).
048600     COMPUTE GROWTH-BYTES = CAP-HI-U-RBA(CAP-SUB)
048700                          - CAP-BASE-HI-U-RBA(CAP-SUB).
048800     COMPUTE GROWTH-PER-DAY = GROWTH-BYTES / ELAPSED-DAYS.
048900     IF GROWTH-BYTES NOT > 0
049000         GO TO E100-HISTORY.
049100     COMPUTE DAYS-TO-FILL =
049200         (CAPACITY-BYTES - CAP-HI-U-RBA(CAP-SUB)) * ELAPSED-DAYS
049300         / GROWTH-BYTES
049400         ON SIZE ERROR MOVE 99999 TO DAYS-TO-FILL.
049500
049600 E100-ALERT.
049700     IF DAYS-TO-FILL > CAP-WARN-DAYS(CAP-SUB)
049800         GO TO E100-HISTORY.
049900     MOVE DAYS-TO-FILL TO DAYS-EDIT.
050000     MOVE USED-PCT TO PCT-EDIT.
050100     IF DAYS-TO-FILL > CAP-ACTION-DAYS(CAP-SUB)
050200         ADD 1 TO WARN-CNT
050300         MOVE 'WARN  ' TO ALERT-SEVERITY
050400     ELSE
050500         ADD 1 TO ACTION-CNT
050600         MOVE 'ACTION' TO ALERT-SEVERITY.
050700     MOVE ALERT-SEVERITY TO DL-FLAG.
050800     MOVE SPACES TO ALERT-MESSAGE.
050900     STRING CAP-CLUSTER(CAP-SUB) DELIMITED BY SPACE
051000            ' FULL IN ' DAYS-EDIT ' DAYS, ' PCT-EDIT '% USED'
051100                DELIMITED BY SIZE
051200         INTO ALERT-MESSAGE.
051300     CALL 'ALERTSUB' USING ALERT-PARM.
051400
051500 E100-HISTORY.
051600     MOVE RUN-DATE TO CAPH-DATE.
051700     MOVE CAP-CLUSTER(CAP-SUB) TO CAPH-CLUSTER.
051800     MOVE CAP-REC-TOTAL(CAP-SUB) TO CAPH-REC-TOTAL.
051900     MOVE CAP-HI-U-RBA(CAP-SUB) TO CAPH-HI-U-RBA.
052000     MOVE CAP-HI-A-RBA(CAP-SUB) TO CAPH-HI-A-RBA.
052100     MOVE CAP-CI-SPLITS(CAP-SUB) TO CAPH-CI-SPLITS.
052200     MOVE CAP-CA-SPLITS(CAP-SUB) TO CAPH-CA-SPLITS.
052300     MOVE CAP-FREESPC(CAP-SUB) TO CAPH-FREESPC.
052400     MOVE CAP-EXTENTS(CAP-SUB) TO CAPH-EXTENTS.
052500     MOVE DAYS-TO-FILL TO CAPH-DAYS-TO-FILL.
052600     WRITE HISTORY-RECORD.
052700
052800     MOVE CAP-REC-TOTAL(CAP-SUB) TO DL-RECORDS.
052900     COMPUTE DL-USED-KB = CAP-HI-U-RBA(CAP-SUB) / 1024.
053000     COMPUTE DL-ALLOC-KB = CAPACITY-BYTES / 1024.
053100     MOVE USED-PCT TO DL-PCT.
053200     MOVE CAP-CI-SPLITS(CAP-SUB) TO DL-CI-SPLITS.
053300     MOVE CAP-CA-SPLITS(CAP-SUB) TO DL-CA-SPLITS.
053400     COMPUTE DL-FREE-KB = CAP-FREESPC(CAP-SUB) / 1024.
053500     COMPUTE DL-GROWTH-KB = GROWTH-PER-DAY / 1024.
053600     MOVE DAYS-TO-FILL TO DL-DAYS.
053700 E100-PRINT.
053800     MOVE SPACE TO RPT-CC.
053900     MOVE DETAIL-LINE TO RPT-LINE.
054000     WRITE REPORT-RECORD.
054100 E100-EXIT.
054200     EXIT.
054300
054400*
054500*    DN-DATE (YYMMDD) TO DN-DAYS, DAYS SINCE 31 DEC 1999. GOOD
054600*    FOR 2000 TO 2099, WHERE EVERY FOURTH YEAR IS A LEAP YEAR;
054700*    ZERO WHEN THE DATE IS NOT A DATE.
054800*
054900 K100-DAY-NUMBER.
055000     MOVE 0 TO DN-DAYS.
055100     IF DN-DATE NOT NUMERIC OR DN-MM < 1 OR DN-MM > 12
055200         GO TO K100-EXIT.
055300     COMPUTE DN-LEAP-DAYS = (DN-YY + 3) / 4.
055400     COMPUTE DN-DAYS = DN-YY * 365 + DN-LEAP-DAYS
055500                     + CUM-DAYS(DN-MM) + DN-DD.
055600     DIVIDE DN-YY BY 4 GIVING DN-QUOTIENT
055700         REMAINDER DN-REMAINDER.
055800     IF DN-REMAINDER = 0 AND DN-MM > 2
055900         ADD 1 TO DN-DAYS.
056000 K100-EXIT.
056100     EXIT.
