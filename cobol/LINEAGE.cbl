000100 ID DIVISION.
000200 PROGRAM-ID. LINEAGE.
000300**********************************************************************
000400* LINEAGE BUILDS THE DATASET LINEAGE MAP - EVERY JOB STEP THAT       *
000500* READS OR WRITES EACH DATASET - FROM A MONTH OF TIOTSNAP            *
000600* SNAPSHOTS. SNAPIN IS THE CONCATENATION OF THE MONTH'S SNAPSHOT     *
000700* GENERATIONS; RUNLOG SUPPLIES THE PROGRAM THAT RAN IN EACH STEP     *
000800* (A STEP WHOSE PROGRAM DOES NOT CALL RUNLOG SHOWS NONE). THE MAP    *
000900* HAS ONE ENTRY PER DATASET, JOB STEP AND DD WITH HOW THE STEP       *
001000* HELD IT - READ FOR SHR, WRITE FOR NEW OR MOD, R/W FOR OLD, ? FOR   *
001100* SNAPSHOTS TAKEN BEFORE THE DISPOSITION WAS RECORDED - AND THE      *
001200* FIRST AND LAST NIGHTS AND NUMBER OF NIGHTS IT WAS SEEN. IT IS      *
001300* WRITTEN TO LINMAP AND PRINTED ON LINRPT BOTH WAYS: DATASET TO      *
001400* STEPS, THEN STEP TO DATASETS. TEMPORARY DATASETS AND JES SPOOL     *
001500* DDS ARE LEFT OUT. TIOTRPT STILL ANSWERS THE ONE-OFF QUESTIONS.     *
001600**********************************************************************
001700*MODIFICATION HISTORY.
001800*    OCT2026 RT  NEW PROGRAM.
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT SNAPSHOT-FILE ASSIGN TO SNAPIN.
002300     SELECT RUNLOG-FILE   ASSIGN TO RUNLOG
002400         ACCESS IS DYNAMIC
002500         ORGANIZATION IS INDEXED
002600         RECORD KEY IS RLOG-KEY
002700         FILE STATUS IS RUNLOG-STATUS.
002800     SELECT SORT-FILE     ASSIGN TO SORTWK01.
002900     SELECT MAP-FILE      ASSIGN TO LINMAP.
003000     SELECT REPORT-FILE   ASSIGN TO LINRPT.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  SNAPSHOT-FILE
003400     RECORDING MODE IS F
003500     RECORD CONTAINS 80 CHARACTERS
003600     LABEL RECORDS ARE STANDARD.
003700 01  SNAPSHOT-RECORD.
003800     05  SNAP-DATE               PIC 9(6).
003900     05  FILLER                  PIC X.
004000     05  SNAP-JOBNAME            PIC X(8).
004100     05  FILLER                  PIC X.
004200     05  SNAP-STEPNAME           PIC X(8).
004300     05  FILLER                  PIC X.
004400     05  SNAP-DDNAME             PIC X(8).
004500     05  FILLER                  PIC X.
004600     05  SNAP-DATASET-NAME       PIC X(44).
004700     05  SNAP-DISPOSITION        PIC X.
004800     05  FILLER                  PIC X.
004900 FD  RUNLOG-FILE
005000     RECORD CONTAINS 80 CHARACTERS
005100     LABEL RECORDS ARE STANDARD.
005200 01  RUNLOG-RECORD.
005300     COPY RUNLOG.
005400 SD  SORT-FILE.
005500 01  SORT-RECORD.
005600     COPY LINMAP.
005700 FD  MAP-FILE
005800     RECORDING MODE IS F
005900     RECORD CONTAINS 100 CHARACTERS
006000     LABEL RECORDS ARE STANDARD.
006100 01  MAP-RECORD                  PIC X(100).
006200 FD  REPORT-FILE
006300     RECORDING MODE IS F
006400     RECORD CONTAINS 133 CHARACTERS
006500     LABEL RECORDS ARE STANDARD.
006600 01  REPORT-RECORD.
006700     05  RPT-CC                  PIC X.
006800     05  RPT-LINE                PIC X(132).
006900 WORKING-STORAGE SECTION.
007000 77  FILLER PIC X(35)  VALUE
007100     'LINEAGE WORKING STORAGE BEGINS HERE'.
007200 01  RUNLOG-STATUS               PIC XX VALUE 'ZZ'.
007300 01  RUNLOG-OPEN-SW              PIC X VALUE 'N'.
007400     88  RUNLOG-IS-OPEN                VALUE 'Y'.
007500 01  END-SNAP-SW                 PIC X VALUE 'N'.
007600     88  END-OF-SNAPSHOTS              VALUE 'Y'.
007700 01  END-SORT-SW                 PIC X VALUE 'N'.
007800     88  END-OF-SORT                   VALUE 'Y'.
007900 01  ENTRY-SW                    PIC X VALUE 'N'.
008000     88  ENTRY-IN-HAND                 VALUE 'Y'.
008100 01  COUNTERS.
008200     05  READ-CNT                PIC 9(7) VALUE 0.
008300     05  SKIPPED-CNT             PIC 9(7) VALUE 0.
008400     05  LOOKUP-CNT              PIC 9(7) VALUE 0.
008500     05  MAP-CNT                 PIC 9(7) VALUE 0.
008600     05  DATASET-CNT             PIC 9(7) VALUE 0.
008700     05  STEP-CNT                PIC 9(7) VALUE 0.
008800 01  LOOKUP-FIELDS.
008900     05  LAST-LOOKUP-DATE        PIC 9(6) VALUE 0.
009000     05  LAST-LOOKUP-JOBNAME     PIC X(8) VALUE SPACES.
009100     05  LAST-LOOKUP-STEPNAME    PIC X(8) VALUE SPACES.
009200     05  LAST-LOOKUP-PROGRAM     PIC X(8) VALUE SPACES.
009300 01  BREAK-FIELDS.
009400     05  LAST-DATASET            PIC X(44) VALUE SPACES.
009500     05  LAST-JOBNAME            PIC X(8) VALUE SPACES.
009600     05  LAST-STEPNAME           PIC X(8) VALUE SPACES.
009700 01  MAP-ENTRY.
009800     COPY LINMAP.
009900 01  ACCESS-WORD                 PIC X(5).
010000 01  HEADING-LINE.
010100     05  HL-TITLE                PIC X(40).
010200     05  FILLER                  PIC X(92) VALUE SPACES.
010300 01  DATASET-COLUMNS.
010400     05  FILLER                  PIC X(45) VALUE 'DATASET'.
010500     05  FILLER                  PIC X(27) VALUE
010600         'JOB      STEP     PROGRAM  '.
010700     05  FILLER                  PIC X(35) VALUE
010800         'DD NAME  USE   FIRST  LAST   NIGHTS'.
010900     05  FILLER                  PIC X(25) VALUE SPACES.
011000 01  STEP-COLUMNS.
011100     05  FILLER                  PIC X(27) VALUE
011200         'JOB      STEP     PROGRAM  '.
011300     05  FILLER                  PIC X(45) VALUE 'DATASET'.
011400     05  FILLER                  PIC X(35) VALUE
011500         'DD NAME  USE   FIRST  LAST   NIGHTS'.
011600     05  FILLER                  PIC X(25) VALUE SPACES.
011700 01  DATASET-LINE.
011800     05  DSL-DATASET             PIC X(44).
011900     05  FILLER                  PIC X VALUE SPACE.
012000     05  DSL-JOBNAME             PIC X(8).
012100     05  FILLER                  PIC X VALUE SPACE.
012200     05  DSL-STEPNAME            PIC X(8).
012300     05  FILLER                  PIC X VALUE SPACE.
012400     05  DSL-PROGRAM             PIC X(8).
012500     05  FILLER                  PIC X VALUE SPACE.
012600     05  DSL-DDNAME              PIC X(8).
012700     05  FILLER                  PIC X VALUE SPACE.
012800     05  DSL-ACCESS              PIC X(5).
012900     05  FILLER                  PIC X VALUE SPACE.
013000     05  DSL-FIRST-DATE          PIC 9(6).
013100     05  FILLER                  PIC X VALUE SPACE.
013200     05  DSL-LAST-DATE           PIC 9(6).
013300     05  FILLER                  PIC X VALUE SPACE.
013400     05  DSL-NIGHTS              PIC Z(4)9.
013500     05  FILLER                  PIC X(26) VALUE SPACES.
013600 01  STEP-LINE.
013700     05  STL-JOBNAME             PIC X(8).
013800     05  FILLER                  PIC X VALUE SPACE.
013900     05  STL-STEPNAME            PIC X(8).
014000     05  FILLER                  PIC X VALUE SPACE.
014100     05  STL-PROGRAM             PIC X(8).
014200     05  FILLER                  PIC X VALUE SPACE.
014300     05  STL-DATASET             PIC X(44).
014400     05  FILLER                  PIC X VALUE SPACE.
014500     05  STL-DDNAME              PIC X(8).
014600     05  FILLER                  PIC X VALUE SPACE.
014700     05  STL-ACCESS              PIC X(5).
014800     05  FILLER                  PIC X VALUE SPACE.
014900     05  STL-FIRST-DATE          PIC 9(6).
015000     05  FILLER                  PIC X VALUE SPACE.
015100     05  STL-LAST-DATE           PIC 9(6).
015200     05  FILLER                  PIC X VALUE SPACE.
015300     05  STL-NIGHTS              PIC Z(4)9.
015400     05  FILLER                  PIC X(26) VALUE SPACES.
015500 PROCEDURE DIVISION.
015600 A100-EXECUTIVE-CONTROL.
015700     OPEN INPUT SNAPSHOT-FILE RUNLOG-FILE
015800          OUTPUT MAP-FILE REPORT-FILE.
015900     IF RUNLOG-STATUS = '00' OR RUNLOG-STATUS = '97'
016000         MOVE 'Y' TO RUNLOG-OPEN-SW
016100     ELSE
016200         DISPLAY 'LINEAGE: RUNLOG OPEN FAILED, STATUS '
016300                 RUNLOG-STATUS ' - NO PROGRAM NAMES'
016400         MOVE 4 TO RETURN-CODE.
016500     MOVE 'DATASET TO STEPS' TO HL-TITLE.
016600     MOVE '1' TO RPT-CC.
016700     MOVE HEADING-LINE TO RPT-LINE.
016800     WRITE REPORT-RECORD.
016900     MOVE '0' TO RPT-CC.
017000     MOVE DATASET-COLUMNS TO RPT-LINE.
017100     WRITE REPORT-RECORD.
017200     SORT SORT-FILE
017300         ON ASCENDING KEY LMAP-KEY OF SORT-RECORD
017400                          LMAP-FIRST-DATE OF SORT-RECORD
017500         INPUT PROCEDURE IS B100-RELEASE-SNAPSHOTS
017600                       THRU B100-EXIT
017700         OUTPUT PROCEDURE IS C100-BUILD-MAP
017800                       THRU C100-EXIT.
017900     CLOSE SNAPSHOT-FILE MAP-FILE.
018000     IF RUNLOG-IS-OPEN
018100         CLOSE RUNLOG-FILE.
018200
018300     MOVE 'STEP TO DATASETS' TO HL-TITLE.
018400     MOVE '1' TO RPT-CC.
018500     MOVE HEADING-LINE TO RPT-LINE.
018600     WRITE REPORT-RECORD.
018700     MOVE '0' TO RPT-CC.
018800     MOVE STEP-COLUMNS TO RPT-LINE.
018900     WRITE REPORT-RECORD.
019000     MOVE 'N' TO END-SORT-SW.
019100     SORT SORT-FILE
019200         ON ASCENDING KEY LMAP-JOBNAME OF SORT-RECORD
019300                          LMAP-STEPNAME OF SORT-RECORD
019400                          LMAP-DATASET OF SORT-RECORD
019500                          LMAP-DDNAME OF SORT-RECORD
019600         USING MAP-FILE
019700         OUTPUT PROCEDURE IS D100-PRINT-STEPS
019800                       THRU D100-EXIT.
019900     DISPLAY 'LINEAGE: ' READ-CNT ' ALLOCATIONS READ, '
020000             SKIPPED-CNT ' LEFT OUT, ' LOOKUP-CNT
020100             ' RUNLOG LOOKUPS'.
020200     DISPLAY 'LINEAGE: ' MAP-CNT ' MAP ENTRIES FOR '
020300             DATASET-CNT ' DATASETS AND ' STEP-CNT ' JOB STEPS'.
020400     CLOSE REPORT-FILE.
020500     GOBACK.
020600*
020700 B100-RELEASE-SNAPSHOTS.
020800     READ SNAPSHOT-FILE
020900         AT END MOVE 'Y' TO END-SNAP-SW
021000                GO TO B100-EXIT.
021100     ADD 1 TO READ-CNT.
021200*    TEMPORARY DATASETS (SYSYYDDD.T...) AND JES SPOOL ARE NOT
021300*    PART OF THE LINEAGE
021400     IF SNAP-DATASET-NAME = SPACES OR LOW-VALUES
021500        OR SNAP-DDNAME(1:3) = 'JES'
021600        OR (SNAP-DATASET-NAME(1:3) = 'SYS'
021700            AND SNAP-DATASET-NAME(4:5) IS NUMERIC)
021800         ADD 1 TO SKIPPED-CNT
021900         GO TO B100-RELEASE-SNAPSHOTS.
022000     MOVE SPACES TO SORT-RECORD.
022100     MOVE SNAP-DATASET-NAME TO LMAP-DATASET OF SORT-RECORD.
022200     MOVE SNAP-JOBNAME      TO LMAP-JOBNAME OF SORT-RECORD.
022300     MOVE SNAP-STEPNAME     TO LMAP-STEPNAME OF SORT-RECORD.
022400     MOVE SNAP-DDNAME       TO LMAP-DDNAME OF SORT-RECORD.
022500     PERFORM B200-FIND-PROGRAM THRU B200-EXIT.
022600     MOVE LAST-LOOKUP-PROGRAM TO LMAP-PROGRAM OF SORT-RECORD.
022700     IF SNAP-DISPOSITION = 'S'
022800         MOVE 'R ' TO LMAP-ACCESS OF SORT-RECORD
022900     ELSE
023000         IF SNAP-DISPOSITION = 'N' OR SNAP-DISPOSITION = 'M'
023100             MOVE 'W ' TO LMAP-ACCESS OF SORT-RECORD
023200         ELSE
023300             IF SNAP-DISPOSITION = 'O'
023400                 MOVE 'RW' TO LMAP-ACCESS OF SORT-RECORD
023500             ELSE
023600                 MOVE '? ' TO LMAP-ACCESS OF SORT-RECORD.
023700     MOVE SNAP-DATE TO LMAP-FIRST-DATE OF SORT-RECORD
023800                       LMAP-LAST-DATE OF SORT-RECORD.
023900     MOVE 1 TO LMAP-NIGHTS OF SORT-RECORD.
024000     RELEASE SORT-RECORD.
024100     GO TO B100-RELEASE-SNAPSHOTS.
024200 B100-EXIT.
024300     EXIT.
024400*
024500*    THE PROGRAM FOR A DATE, JOB AND STEP IS THE FIRST RUNLOG
024600*    ENTRY UNDER THEM. A STEP'S DDS ARE SNAPPED TOGETHER, SO THE
024700*    LAST ANSWER IS KEPT.
024800*
024900 B200-FIND-PROGRAM.
025000     IF SNAP-DATE = LAST-LOOKUP-DATE
025100        AND SNAP-JOBNAME = LAST-LOOKUP-JOBNAME
025200        AND SNAP-STEPNAME = LAST-LOOKUP-STEPNAME
025300         GO TO B200-EXIT.
025400     MOVE SNAP-DATE TO LAST-LOOKUP-DATE.
025500     MOVE SNAP-JOBNAME TO LAST-LOOKUP-JOBNAME.
025600     MOVE SNAP-STEPNAME TO LAST-LOOKUP-STEPNAME.
025700     MOVE SPACES TO LAST-LOOKUP-PROGRAM.
025800     IF NOT RUNLOG-IS-OPEN
025900         GO TO B200-EXIT.
026000     ADD 1 TO LOOKUP-CNT.
026100     MOVE SNAP-DATE TO RLOG-DATE.
026200     MOVE SNAP-JOBNAME TO RLOG-JOBNAME.
026300     MOVE SNAP-STEPNAME TO RLOG-STEPNAME.
026400     MOVE 0 TO RLOG-START-TIME.
026500     START RUNLOG-FILE KEY IS NOT LESS THAN RLOG-KEY
026600         INVALID KEY GO TO B200-EXIT.
026700     READ RUNLOG-FILE NEXT RECORD
026800         AT END GO TO B200-EXIT.
026900     IF RLOG-DATE = SNAP-DATE
027000        AND RLOG-JOBNAME = SNAP-JOBNAME
027100        AND RLOG-STEPNAME = SNAP-STEPNAME
027200         MOVE RLOG-PROGRAM TO LAST-LOOKUP-PROGRAM.
027300 B200-EXIT.
027400     EXIT.
027500*
027600 C100-BUILD-MAP.
027700     RETURN SORT-FILE
027800         AT END MOVE 'Y' TO END-SORT-SW
027900                GO TO C100-FLUSH.
028000     IF ENTRY-IN-HAND
028100        AND LMAP-KEY OF SORT-RECORD = LMAP-KEY OF MAP-ENTRY
028200         PERFORM C200-MERGE-ALLOCATION THRU C200-EXIT
028300         GO TO C100-BUILD-MAP.
028400     IF ENTRY-IN-HAND
028500         PERFORM C300-WRITE-ENTRY THRU C300-EXIT.
028600     MOVE SORT-RECORD TO MAP-ENTRY.
028700     MOVE 'Y' TO ENTRY-SW.
028800     GO TO C100-BUILD-MAP.
028900 C100-FLUSH.
029000     IF ENTRY-IN-HAND
029100         PERFORM C300-WRITE-ENTRY THRU C300-EXIT.
029200 C100-EXIT.
029300     EXIT.
029400*
029500*    ANOTHER NIGHT'S ALLOCATION OF THE SAME DATASET BY THE SAME
029600*    STEP AND DD - THE SORT HAS THE NIGHTS IN DATE ORDER
029700*
029800 C200-MERGE-ALLOCATION.
029900     IF LMAP-FIRST-DATE OF SORT-RECORD NOT =
030000        LMAP-LAST-DATE OF MAP-ENTRY
030100         ADD 1 TO LMAP-NIGHTS OF MAP-ENTRY
030200         MOVE LMAP-FIRST-DATE OF SORT-RECORD
030300             TO LMAP-LAST-DATE OF MAP-ENTRY.
030400     IF LMAP-PROGRAM OF MAP-ENTRY = SPACES
030500         MOVE LMAP-PROGRAM OF SORT-RECORD
030600             TO LMAP-PROGRAM OF MAP-ENTRY.
030700     IF LMAP-ACCESS OF SORT-RECORD = LMAP-ACCESS OF MAP-ENTRY
030800        OR LMAP-NOT-KNOWN OF SORT-RECORD
030900         GO TO C200-EXIT.
031000     IF LMAP-NOT-KNOWN OF MAP-ENTRY
031100         MOVE LMAP-ACCESS OF SORT-RECORD
031200             TO LMAP-ACCESS OF MAP-ENTRY
031300     ELSE
031400         MOVE 'RW' TO LMAP-ACCESS OF MAP-ENTRY.
031500 C200-EXIT.
031600     EXIT.
031700*
031800 C300-WRITE-ENTRY.
031900     WRITE MAP-RECORD FROM MAP-ENTRY.
032000     ADD 1 TO MAP-CNT.
032100     PERFORM E100-ACCESS-WORD THRU E100-EXIT.
032200     MOVE SPACES TO DSL-DATASET.
032300     IF LMAP-DATASET OF MAP-ENTRY NOT = LAST-DATASET
032400         ADD 1 TO DATASET-CNT
032500         MOVE LMAP-DATASET OF MAP-ENTRY TO DSL-DATASET
032600                                           LAST-DATASET
032700         MOVE '0' TO RPT-CC
032800     ELSE
032900         MOVE SPACE TO RPT-CC.
033000     MOVE LMAP-JOBNAME OF MAP-ENTRY    TO DSL-JOBNAME.
033100     MOVE LMAP-STEPNAME OF MAP-ENTRY   TO DSL-STEPNAME.
033200     MOVE LMAP-PROGRAM OF MAP-ENTRY    TO DSL-PROGRAM.
033300     MOVE LMAP-DDNAME OF MAP-ENTRY     TO DSL-DDNAME.
033400     MOVE ACCESS-WORD                  TO DSL-ACCESS.
033500     MOVE LMAP-FIRST-DATE OF MAP-ENTRY TO DSL-FIRST-DATE.
033600     MOVE LMAP-LAST-DATE OF MAP-ENTRY  TO DSL-LAST-DATE.
033700     MOVE LMAP-NIGHTS OF MAP-ENTRY     TO DSL-NIGHTS.
033800     MOVE DATASET-LINE TO RPT-LINE.
033900     WRITE REPORT-RECORD.
034000 C300-EXIT.
034100     EXIT.
034200*
034300 D100-PRINT-STEPS.
034400     RETURN SORT-FILE INTO MAP-ENTRY
034500         AT END MOVE 'Y' TO END-SORT-SW
034600                GO TO D100-EXIT.
034700     PERFORM E100-ACCESS-WORD THRU E100-EXIT.
034800     MOVE SPACES TO STL-JOBNAME STL-STEPNAME STL-PROGRAM.
034900     IF LMAP-JOBNAME OF MAP-ENTRY NOT = LAST-JOBNAME
035000        OR LMAP-STEPNAME OF MAP-ENTRY NOT = LAST-STEPNAME
035100         ADD 1 TO STEP-CNT
035200         MOVE LMAP-JOBNAME OF MAP-ENTRY TO STL-JOBNAME
035300                                           LAST-JOBNAME
035400         MOVE LMAP-STEPNAME OF MAP-ENTRY TO STL-STEPNAME
035500                                            LAST-STEPNAME
035600         MOVE LMAP-PROGRAM OF MAP-ENTRY TO STL-PROGRAM
035700         MOVE '0' TO RPT-CC
035800     ELSE
035900         MOVE SPACE TO RPT-CC.
036000     MOVE LMAP-DATASET OF MAP-ENTRY    TO STL-DATASET.
036100     MOVE LMAP-DDNAME OF MAP-ENTRY     TO STL-DDNAME.
036200     MOVE ACCESS-WORD                  TO STL-ACCESS.
036300     MOVE LMAP-FIRST-DATE OF MAP-ENTRY TO STL-FIRST-DATE.
036400     MOVE LMAP-LAST-DATE OF MAP-ENTRY  TO STL-LAST-DATE.
036500     MOVE LMAP-NIGHTS OF MAP-ENTRY     TO STL-NIGHTS.
036600     MOVE STEP-LINE TO RPT-LINE.
036700     WRITE REPORT-RECORD.
036800     GO TO D100-PRINT-STEPS.
036900 D100-EXIT.
037000     EXIT.
037100*
037200 E100-ACCESS-WORD.
037300     IF LMAP-READ OF MAP-ENTRY
037400         MOVE 'READ ' TO ACCESS-WORD
037500         GO TO E100-EXIT.
037600     IF LMAP-WRITE OF MAP-ENTRY
037700         MOVE 'WRITE' TO ACCESS-WORD
037800         GO TO E100-EXIT.
037900     IF LMAP-READ-WRITE OF MAP-ENTRY
038000         MOVE 'R/W  ' TO ACCESS-WORD
038100         GO TO E100-EXIT.
038200     MOVE '?    ' TO ACCESS-WORD.
038300 E100-EXIT.
038400     EXIT.
