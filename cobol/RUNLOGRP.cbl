000470*         UP HERE BEFORE THE DAY SHIFT FEELS IT. ENTRIES STILL
000480*         MARKED RUNNING ARE FLAGGED TOO: A JOB THAT NEVER
000490*         CALLED ITS END IS EITHER LOOPING OR ABENDED.
000491*
000492*         A SECOND SECTION COMPARES THE NIGHTLY ACCOUNT SWEEPS
000493*         BEFORE AND AFTER THE ACCTXTR SINGLE-PASS EXTRACT: A
000494*         RUNLOG DATE ON WHICH ACCTXTR ENDED IS AN AFTER NIGHT,
000495*         ANY OTHER IS A BEFORE NIGHT. EACH SWEEP PROGRAM SHOWS
000496*         ITS AVERAGE ELAPSED SECONDS BOTH WAYS, AND THE NIGHT'S
000497*         SWEEPS TOGETHER - ACCTXTR ITSELF INCLUDED AFTER - SHOW
000498*         WHAT THE BATCH WINDOW GAINED.
000500*
000510*MODIFICATION HISTORY.
000520*    AUG2026 RT  NEW PROGRAM.
000530*    OCT2026 RT  SWEEP ELAPSED BEFORE AND AFTER ACCTXTR.
000600 ENVIRONMENT DIVISION.
000700 CONFIGURATION SECTION.
000800 INPUT-OUTPUT SECTION.
002400 01  WORK-FIELDS.
002410     05  THIS-WINDOW             PIC 9(7).
002420     05  NINETY-PERCENT          PIC 9(7).
002421 01  SWEEP-NAME-VALUES.
002422     05  FILLER                  PIC X(8) VALUE 'ACCTXTR '.
002423     05  FILLER                  PIC X(8) VALUE 'ODSWEEP '.
002424     05  FILLER                  PIC X(8) VALUE 'DORMANT '.
002425     05  FILLER                  PIC X(8) VALUE 'FXREVAL '.
002426     05  FILLER                  PIC X(8) VALUE 'CUSTXCHK'.
002427     05  FILLER                  PIC X(8) VALUE 'FEERUN  '.
002428     05  FILLER                  PIC X(8) VALUE 'INTACCR '.
002429     05  FILLER                  PIC X(8) VALUE 'STMTRUN '.
002430 01  SWEEP-NAME-TABLE REDEFINES SWEEP-NAME-VALUES.
002431     05  SWP-NAME                PIC X(8) OCCURS 8 TIMES
002432            INDEXED BY SWP-NDX.
002433 01  SWEEP-LIMITS.
002434     05  SWP-MAX                 PIC 9(3) COMP VALUE 8.
002435     05  SWP-SUB                 PIC 9(3) COMP VALUE 0.
002436 01  SWEEP-TABLE.
002437     05  SWP-ENTRY OCCURS 8 TIMES.
002438         10  SWP-NIGHT-SECS      PIC 9(7).
002439         10  SWP-NIGHT-RAN       PIC X.
002440         10  SWP-BEFORE-NIGHTS   PIC 9(5).
002441         10  SWP-BEFORE-SECS     PIC 9(9).
002442         10  SWP-AFTER-NIGHTS    PIC 9(5).
002443         10  SWP-AFTER-SECS      PIC 9(9).
002444 01  NIGHT-FIELDS.
002445     05  NIGHT-DATE              PIC 9(6) VALUE 0.
002446     05  NIGHT-EXTRACT-SW        PIC X VALUE 'N'.
002447         88  NIGHT-HAD-EXTRACT         VALUE 'Y'.
002448     05  NIGHT-SWEEP-SW          PIC X VALUE 'N'.
002449         88  NIGHT-HAD-SWEEPS          VALUE 'Y'.
002450     05  NIGHT-SWEEP-SECS        PIC 9(7).
002451     05  ALL-BEFORE-NIGHTS       PIC 9(5) VALUE 0.
002452     05  ALL-BEFORE-SECS         PIC 9(9) VALUE 0.
002453     05  ALL-AFTER-NIGHTS        PIC 9(5) VALUE 0.
002454     05  ALL-AFTER-SECS          PIC 9(9) VALUE 0.
002455     05  LINE-BEFORE-NIGHTS      PIC 9(5).
002456     05  LINE-AFTER-NIGHTS       PIC 9(5).
002457     05  BEFORE-AVERAGE          PIC 9(7).
002458     05  AFTER-AVERAGE           PIC 9(7).
002459 01  SWEEP-HEADING.
002460     05  FILLER                  PIC X(40) VALUE
002461         'ACCOUNT SWEEPS - AVERAGE ELAPSED SECONDS'.
002462     05  FILLER                  PIC X(48) VALUE
002463         ' A NIGHT BEFORE AND AFTER THE ACCTXTR EXTRACT'.
002464     05  FILLER                  PIC X(44) VALUE SPACES.
002465 01  SWEEP-LINE.
002466     05  SL-PROGRAM              PIC X(10).
002467     05  FILLER                  PIC X(8) VALUE ' BEFORE '.
002468     05  SL-BEFORE-NIGHTS        PIC Z(4)9.
002469     05  FILLER                  PIC X(9) VALUE ' NIGHTS, '.
002470     05  SL-BEFORE-AVG           PIC Z(6)9.
002471     05  FILLER                  PIC X(14)
002472             VALUE ' SECS   AFTER '.
002473     05  SL-AFTER-NIGHTS         PIC Z(4)9.
002474     05  FILLER                  PIC X(9) VALUE ' NIGHTS, '.
002475     05  SL-AFTER-AVG            PIC Z(6)9.
002476     05  FILLER                  PIC X(15)
002477             VALUE ' SECS   CHANGE '.
002478     05  SL-CHANGE               PIC -(6)9.
002479     05  FILLER                  PIC X(2) VALUE SPACES.
002480     05  SL-FLAG                 PIC X(12).
002481     05  FILLER                  PIC X(22) VALUE SPACES.
002500 01  DETAIL-LINE.
002510     05  DL-JOBNAME              PIC X(8).
002520     05  FILLER                  PIC X VALUE SPACE.
002760                 RUNLOG-STATUS
002770         MOVE 16 TO RETURN-CODE
002780         GOBACK.
002785     INITIALIZE SWEEP-TABLE.
002790     PERFORM B100-LOAD-WINDOWS THRU B100-EXIT.
002800     PERFORM C100-REPORT-ONE-ENTRY THRU C100-EXIT
002810         UNTIL END-OF-LOG.
002811     PERFORM F100-FOLD-NIGHT THRU F100-EXIT.
002812     PERFORM G100-PRINT-SWEEPS THRU G100-EXIT.
002820     DISPLAY 'RUNLOGRP ENTRIES ' ENTRIES-READ
002830             ' OVER ' OVER-CNT ' TRENDING ' TRENDING-CNT
002840             ' STILL RUNNING ' RUNNING-CNT.
003120         AT END MOVE 'Y' TO END-LOG-SW
003130                GO TO C100-EXIT.
003140     ADD 1 TO ENTRIES-READ.
003141     PERFORM E100-TRACK-SWEEP THRU E100-EXIT.
003150     MOVE RLOG-JOBNAME  TO DL-JOBNAME.
003160     MOVE RLOG-STEPNAME TO DL-STEPNAME.
003170     MOVE RLOG-PROGRAM  TO DL-PROGRAM.
003550     WRITE REPORT-RECORD.
003560 C100-EXIT.
003570     EXIT.
003600
003610 E100-TRACK-SWEEP.
003620     IF RLOG-DATE NOT = NIGHT-DATE
003630         PERFORM F100-FOLD-NIGHT THRU F100-EXIT
003640         MOVE RLOG-DATE TO NIGHT-DATE.
003650     IF NOT RLOG-STATUS-ENDED
003660         GO TO E100-EXIT.
003670     IF RLOG-PROGRAM = 'ACCTXTR '
003680         MOVE 'Y' TO NIGHT-EXTRACT-SW.
003690     SET SWP-NDX TO 1.
003700     SEARCH SWP-NAME
003710         AT END
003720             GO TO E100-EXIT
003730         WHEN SWP-NAME(SWP-NDX) = RLOG-PROGRAM
003740             SET SWP-SUB TO SWP-NDX
003750     END-SEARCH.
003760     ADD RLOG-ELAPSED-SECS TO SWP-NIGHT-SECS(SWP-SUB).
003770     MOVE 'Y' TO SWP-NIGHT-RAN(SWP-SUB).
003780 E100-EXIT.
003790     EXIT.
003800
003810 F100-FOLD-NIGHT.
003820     IF NIGHT-DATE = 0
003830         GO TO F100-EXIT.
003840     MOVE 0 TO NIGHT-SWEEP-SECS.
003850     MOVE 'N' TO NIGHT-SWEEP-SW.
003860     PERFORM F200-FOLD-ONE-SWEEP THRU F200-EXIT
003870         VARYING SWP-SUB FROM 1 BY 1 UNTIL SWP-SUB > SWP-MAX.
003880     IF NIGHT-HAD-SWEEPS
003890         IF NIGHT-HAD-EXTRACT
003900             ADD 1 TO ALL-AFTER-NIGHTS
003910             ADD NIGHT-SWEEP-SECS TO ALL-AFTER-SECS
003920         ELSE
003930             ADD 1 TO ALL-BEFORE-NIGHTS
003940             ADD NIGHT-SWEEP-SECS TO ALL-BEFORE-SECS.
003950     MOVE 'N' TO NIGHT-EXTRACT-SW.
003960 F100-EXIT.
003970     EXIT.
003980
003990 F200-FOLD-ONE-SWEEP.
004000     IF SWP-NIGHT-RAN(SWP-SUB) NOT = 'Y'
004010         GO TO F200-EXIT.
004020     MOVE 'Y' TO NIGHT-SWEEP-SW.
004030     ADD SWP-NIGHT-SECS(SWP-SUB) TO NIGHT-SWEEP-SECS.
004040     IF NIGHT-HAD-EXTRACT
004050         ADD 1 TO SWP-AFTER-NIGHTS(SWP-SUB)
004060         ADD SWP-NIGHT-SECS(SWP-SUB) TO SWP-AFTER-SECS(SWP-SUB)
004070     ELSE
004080         ADD 1 TO SWP-BEFORE-NIGHTS(SWP-SUB)
004090         ADD SWP-NIGHT-SECS(SWP-SUB) TO SWP-BEFORE-SECS(SWP-SUB).
004100     MOVE 0 TO SWP-NIGHT-SECS(SWP-SUB).
004110     MOVE 'N' TO SWP-NIGHT-RAN(SWP-SUB).
004120 F200-EXIT.
004130     EXIT.
004140
004150 G100-PRINT-SWEEPS.
004160     MOVE '0' TO RPT-CC.
004170     MOVE SWEEP-HEADING TO RPT-LINE.
004180     WRITE REPORT-RECORD.
004190     PERFORM G200-PRINT-ONE-SWEEP THRU G200-EXIT
004200         VARYING SWP-SUB FROM 1 BY 1 UNTIL SWP-SUB > SWP-MAX.
004210     MOVE 'ALL SWEEPS' TO SL-PROGRAM.
004220     MOVE ALL-BEFORE-NIGHTS TO LINE-BEFORE-NIGHTS.
004230     MOVE ALL-AFTER-NIGHTS TO LINE-AFTER-NIGHTS.
004240     MOVE 0 TO BEFORE-AVERAGE AFTER-AVERAGE.
004250     IF ALL-BEFORE-NIGHTS > 0
004260         COMPUTE BEFORE-AVERAGE =
004270             ALL-BEFORE-SECS / ALL-BEFORE-NIGHTS.
004280     IF ALL-AFTER-NIGHTS > 0
004290         COMPUTE AFTER-AVERAGE =
004300             ALL-AFTER-SECS / ALL-AFTER-NIGHTS.
004310     PERFORM G300-PRINT-SWEEP-LINE THRU G300-EXIT.
004320     DISPLAY 'RUNLOGRP SWEEP NIGHTS BEFORE ' ALL-BEFORE-NIGHTS
004330             ' AVERAGE ' BEFORE-AVERAGE ' AFTER ' ALL-AFTER-NIGHTS
004340             ' AVERAGE ' AFTER-AVERAGE.
004350 G100-EXIT.
004360     EXIT.
004370
004380 G200-PRINT-ONE-SWEEP.
004390     MOVE SWP-NAME(SWP-SUB) TO SL-PROGRAM.
004400     MOVE SWP-BEFORE-NIGHTS(SWP-SUB) TO LINE-BEFORE-NIGHTS.
004410     MOVE SWP-AFTER-NIGHTS(SWP-SUB) TO LINE-AFTER-NIGHTS.
004420     MOVE 0 TO BEFORE-AVERAGE AFTER-AVERAGE.
004430     IF SWP-BEFORE-NIGHTS(SWP-SUB) > 0
004440         COMPUTE BEFORE-AVERAGE = SWP-BEFORE-SECS(SWP-SUB)
004450             / SWP-BEFORE-NIGHTS(SWP-SUB).
004460     IF SWP-AFTER-NIGHTS(SWP-SUB) > 0
004470         COMPUTE AFTER-AVERAGE = SWP-AFTER-SECS(SWP-SUB)
004480             / SWP-AFTER-NIGHTS(SWP-SUB).
004490     PERFORM G300-PRINT-SWEEP-LINE THRU G300-EXIT.
004500 G200-EXIT.
004510     EXIT.
004520
004530 G300-PRINT-SWEEP-LINE.
004540     MOVE LINE-BEFORE-NIGHTS TO SL-BEFORE-NIGHTS.
004550     MOVE LINE-AFTER-NIGHTS TO SL-AFTER-NIGHTS.
004560     MOVE BEFORE-AVERAGE TO SL-BEFORE-AVG.
004570     MOVE AFTER-AVERAGE TO SL-AFTER-AVG.
004580     MOVE 0 TO SL-CHANGE.
004590     MOVE SPACES TO SL-FLAG.
004600     IF LINE-BEFORE-NIGHTS = 0
004610         MOVE 'NO BEFORE   ' TO SL-FLAG
004620         GO TO G300-PRINT.
004630     IF LINE-AFTER-NIGHTS = 0
004640         MOVE 'NO AFTER    ' TO SL-FLAG
004650         GO TO G300-PRINT.
004660     COMPUTE SL-CHANGE = AFTER-AVERAGE - BEFORE-AVERAGE.
004670 G300-PRINT.
004680     MOVE SPACE TO RPT-CC.
004690     MOVE SWEEP-LINE TO RPT-LINE.
004700     WRITE REPORT-RECORD.
004710 G300-EXIT.
004720     EXIT.
