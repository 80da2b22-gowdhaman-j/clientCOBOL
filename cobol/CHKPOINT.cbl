000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CHKPOINT.
000300 AUTHOR. R THORNTON
000400*REMARKS. SHOP-WIDE CHECKPOINT/RESTART SUBROUTINE FOR THE LONG
000500*         NIGHTLY SWEEPS, KEPT THE WAY RUNLOG KEEPS THE RUN LOG:
000600*
000700*            CALL 'CHKPOINT' USING CHKPOINT-PARM
000800*
000900*         WHERE THE PARM IS FUNCTION X(5), A PROGRAM NAME X(8), A
001000*         STATUS X, THE LAST COMMITTED KEY X(30), A RECORD COUNT
001100*         9(9) AND THE CALLER'S ACCUMULATORS X(2000), LAID OUT AS
001200*         THE CALLER PLEASES. THE JOB AND STEP COME FROM GETJOBN,
001300*         SO ONE CHKPOINT VSAM SERVES EVERY JOB AND STEP.
001400*
001500*         'START' - A FRESH RUN. ANY CHECKPOINT A FAILED EARLIER
001600*                   RUN OF THE STEP LEFT IS DISCARDED (AND SAID
001700*                   SO) AND A RUNNING RECORD WITH NO KEY IS LAID
001800*                   DOWN.
001900*         'GET  ' - A RESTART. THE LAST KEY, COUNT AND
002000*                   ACCUMULATORS OF THE STEP'S UNFINISHED RUN COME
002100*                   BACK WITH STATUS BLANK; STATUS 'N' MEANS THERE
002200*                   IS NOTHING TO RESUME - THE LAST RUN FINISHED,
002300*                   NEVER RAN HERE, OR WAS ANOTHER PROGRAM.
002400*         'TAKE ' - COMMIT THE KEY AND ACCUMULATORS PASSED.
002500*         'DONE ' - THE RUN FINISHED; THE RECORD IS MARKED
002600*                   COMPLETE SO IT CANNOT BE RESTARTED.
002700*
002800*         THE FILE STAYS OPEN FROM START OR GET UNTIL DONE SO A
002900*         TAKE IS ONE REWRITE. STATUS 'E' MEANS THE CHECKPOINT
003000*         FILE FAILED - THE CALLER DECIDES WHETHER TO GO ON.
003100*
003200*MODIFICATION HISTORY.
003300*    OCT2026 RT  NEW PROGRAM.
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CHKPOINT-FILE ASSIGN TO CHKPOINT
003900         ACCESS IS RANDOM
004000         ORGANIZATION IS INDEXED
004100         RECORD KEY IS CHKP-KEY
004200         FILE STATUS IS CHKPOINT-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  CHKPOINT-FILE
004600     RECORD CONTAINS 2120 CHARACTERS
004700     LABEL RECORDS ARE STANDARD.
004800 01  CHKPOINT-RECORD.
004900     COPY CHKPOINT.
005000
005100 WORKING-STORAGE SECTION.
005200 77  FILLER PIC X(36)  VALUE
005300     "CHKPOINT WORKING STORAGE BEGINS HERE".
005400 01  CHKPOINT-STATUS             PIC XX VALUE 'ZZ'.
005500 01  SAVED-KEY                   PIC X(16).
005600 01  FILE-OPEN-SW                PIC X VALUE 'N'.
005700     88  FILE-IS-OPEN                  VALUE 'Y'.
005800 01  JOBNAME-FIELD               PIC X(8).
005900 01  STEPNAME-FIELD              PIC X(8).
006000 01  PROCSTEP-FIELD              PIC X(8).
006100 LINKAGE SECTION.
006200 01  CHKPOINT-PARM.
006300     05  CHKP-FUNCTION           PIC X(5).
006400     05  CHKP-CALLER             PIC X(8).
006500     05  CHKP-RESULT             PIC X.
006600         88  CHKP-OK                   VALUE ' '.
006700         88  CHKP-NOTHING-TO-RESUME    VALUE 'N'.
006800         88  CHKP-ERROR                VALUE 'E'.
006900     05  CHKP-PARM-LAST-KEY      PIC X(30).
007000     05  CHKP-PARM-RECORD-COUNT  PIC 9(9).
007100     05  CHKP-PARM-ACCUMULATORS  PIC X(2000).
007200 PROCEDURE DIVISION USING CHKPOINT-PARM.
007300 A100-EXECUTIVE-CONTROL.
007400     MOVE SPACE TO CHKP-RESULT.
007500     IF CHKP-FUNCTION = 'START'
007600         PERFORM B100-FRESH-RUN THRU B100-EXIT
007700         GOBACK.
007800     IF CHKP-FUNCTION = 'GET  '
007900         PERFORM C100-GET-CHECKPOINT THRU C100-EXIT
008000         GOBACK.
008100     IF CHKP-FUNCTION = 'TAKE '
008200         PERFORM D100-TAKE-CHECKPOINT THRU D100-EXIT
008300         GOBACK.
008400     IF CHKP-FUNCTION = 'DONE '
008500         PERFORM E100-RUN-DONE THRU E100-EXIT
008600         GOBACK.
008700     DISPLAY 'CHKPOINT: FUNCTION MUST BE START, GET, TAKE OR '
008800             'DONE, GOT ' CHKP-FUNCTION.
008900     MOVE 'E' TO CHKP-RESULT.
009000     GOBACK.
009100
009200 B100-FRESH-RUN.
009300     PERFORM X100-OPEN-FILE THRU X100-EXIT.
009400     IF CHKP-ERROR
009500         GO TO B100-EXIT.
009600     MOVE SAVED-KEY TO CHKP-KEY.
009700     READ CHKPOINT-FILE
009800         INVALID KEY
009900             MOVE SPACES TO CHKPOINT-RECORD
010000             MOVE SAVED-KEY TO CHKP-KEY.
010100     IF CHKPOINT-STATUS = '00' AND CHKP-STATUS-RUNNING
010200         DISPLAY 'CHKPOINT: ' CHKP-PROGRAM ' IN STEP '
010300                 STEPNAME-FIELD ' DID NOT FINISH ITS LAST RUN - '
010400                 'ITS CHECKPOINT AFTER ' CHKP-LAST-KEY
010500                 ' IS DISCARDED, THIS RUN STARTS FROM THE TOP'.
010600     MOVE CHKP-CALLER TO CHKP-PROGRAM.
010700     MOVE 'R' TO CHKP-STATUS.
010800     ACCEPT CHKP-STARTED-DATE FROM DATE.
010900     ACCEPT CHKP-STARTED-TIME FROM TIME.
011000     MOVE CHKP-STARTED-DATE TO CHKP-TAKEN-DATE.
011100     MOVE CHKP-STARTED-TIME TO CHKP-TAKEN-TIME.
011200     MOVE 0 TO CHKP-CHECKPOINT-CNT.
011300     MOVE SPACES TO CHKP-LAST-KEY.
011400     MOVE CHKP-PARM-RECORD-COUNT TO CHKP-RECORD-COUNT.
011500     MOVE CHKP-PARM-ACCUMULATORS TO CHKP-ACCUMULATORS.
011600     MOVE SPACES TO CHKPOINT-RECORD(2100:21).
011700     IF CHKPOINT-STATUS = '00'
011800         REWRITE CHKPOINT-RECORD
011900     ELSE
012000         WRITE CHKPOINT-RECORD.
012100     IF CHKPOINT-STATUS NOT = '00'
012200         DISPLAY 'CHKPOINT: START ENTRY NOT WRITTEN, STATUS '
012300                 CHKPOINT-STATUS
012400         MOVE 'E' TO CHKP-RESULT.
012500 B100-EXIT.
012600     EXIT.
012700
012800 C100-GET-CHECKPOINT.
012900     PERFORM X100-OPEN-FILE THRU X100-EXIT.
013000     IF CHKP-ERROR
013100         GO TO C100-EXIT.
013200     MOVE SAVED-KEY TO CHKP-KEY.
013300     READ CHKPOINT-FILE
013400         INVALID KEY
013500             DISPLAY 'CHKPOINT: NO CHECKPOINT FOR STEP '
013600                     STEPNAME-FIELD ' OF JOB ' JOBNAME-FIELD
013700             MOVE 'N' TO CHKP-RESULT
013800             GO TO C100-EXIT.
013900     IF CHKPOINT-STATUS NOT = '00'
014000         DISPLAY 'CHKPOINT: READ FAILED, STATUS ' CHKPOINT-STATUS
014100         MOVE 'E' TO CHKP-RESULT
014200         GO TO C100-EXIT.
014300     IF CHKP-PROGRAM NOT = CHKP-CALLER
014400         DISPLAY 'CHKPOINT: STEP ' STEPNAME-FIELD ' LAST RAN '
014500                 CHKP-PROGRAM ', NOT ' CHKP-CALLER
014600         MOVE 'N' TO CHKP-RESULT
014700         GO TO C100-EXIT.
014800     IF CHKP-STATUS-COMPLETE
014900         DISPLAY 'CHKPOINT: ' CHKP-PROGRAM ' IN STEP '
015000                 STEPNAME-FIELD ' FINISHED ITS LAST RUN - '
015100                 'NOTHING TO RESUME'
015200         MOVE 'N' TO CHKP-RESULT
015300         GO TO C100-EXIT.
015400     MOVE CHKP-LAST-KEY TO CHKP-PARM-LAST-KEY.
015500     MOVE CHKP-RECORD-COUNT TO CHKP-PARM-RECORD-COUNT.
015600     MOVE CHKP-ACCUMULATORS TO CHKP-PARM-ACCUMULATORS.
015700 C100-EXIT.
015800     EXIT.
015900
016000 D100-TAKE-CHECKPOINT.
016100     IF NOT FILE-IS-OPEN
016200         DISPLAY 'CHKPOINT: TAKE CALLED WITH NO START OR GET'
016300         MOVE 'E' TO CHKP-RESULT
016400         GO TO D100-EXIT.
016500     MOVE SAVED-KEY TO CHKP-KEY.
016600     READ CHKPOINT-FILE
016700         INVALID KEY
016800             DISPLAY 'CHKPOINT: CHECKPOINT ENTRY LOST, STATUS '
016900                     CHKPOINT-STATUS
017000             MOVE 'E' TO CHKP-RESULT
017100             GO TO D100-EXIT.
017200     ACCEPT CHKP-TAKEN-DATE FROM DATE.
017300     ACCEPT CHKP-TAKEN-TIME FROM TIME.
017400     ADD 1 TO CHKP-CHECKPOINT-CNT.
017500     MOVE CHKP-PARM-LAST-KEY TO CHKP-LAST-KEY.
017600     MOVE CHKP-PARM-RECORD-COUNT TO CHKP-RECORD-COUNT.
017700     MOVE CHKP-PARM-ACCUMULATORS TO CHKP-ACCUMULATORS.
017800     REWRITE CHKPOINT-RECORD
017900         INVALID KEY
018000             DISPLAY 'CHKPOINT: CHECKPOINT NOT REWRITTEN, STATUS '
018100                     CHKPOINT-STATUS
018200             MOVE 'E' TO CHKP-RESULT.
018300 D100-EXIT.
018400     EXIT.
018500
018600 E100-RUN-DONE.
018700     IF NOT FILE-IS-OPEN
018800         GO TO E100-EXIT.
018900     MOVE SAVED-KEY TO CHKP-KEY.
019000     READ CHKPOINT-FILE
019100         INVALID KEY
019200             DISPLAY 'CHKPOINT: CHECKPOINT ENTRY LOST, STATUS '
019300                     CHKPOINT-STATUS
019400             MOVE 'E' TO CHKP-RESULT
019500             GO TO E100-CLOSE.
019600     ACCEPT CHKP-TAKEN-DATE FROM DATE.
019700     ACCEPT CHKP-TAKEN-TIME FROM TIME.
019800     MOVE CHKP-PARM-RECORD-COUNT TO CHKP-RECORD-COUNT.
019900     MOVE CHKP-PARM-ACCUMULATORS TO CHKP-ACCUMULATORS.
020000     MOVE 'C' TO CHKP-STATUS.
020100     REWRITE CHKPOINT-RECORD
020200         INVALID KEY
020300             DISPLAY 'CHKPOINT: END ENTRY NOT REWRITTEN, STATUS '
020400                     CHKPOINT-STATUS
020500             MOVE 'E' TO CHKP-RESULT.
020600 E100-CLOSE.
020700     CLOSE CHKPOINT-FILE.
020800     MOVE 'N' TO FILE-OPEN-SW.
020900 E100-EXIT.
021000     EXIT.
021100
021200*    THE FILE IS OPENED ONCE PER RUN AND THE JOB/STEP KEY FIXED
021300 X100-OPEN-FILE.
021400     IF FILE-IS-OPEN
021500         GO TO X100-EXIT.
021600     OPEN I-O CHKPOINT-FILE.
021700     IF CHKPOINT-STATUS NOT = '00' AND CHKPOINT-STATUS NOT = '97'
021800         DISPLAY 'CHKPOINT: OPEN FAILED, STATUS ' CHKPOINT-STATUS
021900         MOVE 'E' TO CHKP-RESULT
022000         GO TO X100-EXIT.
022100     MOVE 'Y' TO FILE-OPEN-SW.
022200     CALL 'GETJOBN' USING JOBNAME-FIELD, STEPNAME-FIELD,
022300                          PROCSTEP-FIELD.
022400     MOVE JOBNAME-FIELD  TO SAVED-KEY(1:8).
022500     MOVE STEPNAME-FIELD TO SAVED-KEY(9:8).
022600 X100-EXIT.
022700     EXIT.
