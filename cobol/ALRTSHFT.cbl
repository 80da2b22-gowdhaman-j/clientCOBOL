000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ALRTSHFT.
000300 AUTHOR. R THORNTON
000400*REMARKS. DAILY TIME-TO-ACKNOWLEDGE REPORT FOR ACTION ALERTS, BY
000500*         OPERATOR SHIFT, FROM THE ALRTREG REGISTER. THE REPORT
000600*         DAY RUNS 06:00 TO 06:00 SO THE NIGHT SHIFT IS NOT SPLIT
000700*         - PARM='YYMMDD', DEFAULT YESTERDAY - AND AN ALERT
000800*         BELONGS TO THE SHIFT ON WHEN IT WAS RAISED:
000900*           EARLY  06:00 - 13:59
001000*           LATE   14:00 - 21:59
001100*           NIGHT  22:00 - 05:59
001200*         EVERY ALERT RAISED IN THE DAY PRINTS ON ACKRPT WITH WHO
001300*         ACKNOWLEDGED IT AND IN HOW MANY MINUTES (OPEN IF NO ONE
001400*         HAS) AND HOW MANY TIMES ALRTESC RE-RAISED IT; EACH SHIFT
001500*         THEN SHOWS ITS ALERTS RAISED, ACKNOWLEDGED, STILL OPEN
001600*         AND ESCALATED, AND ITS AVERAGE AND LONGEST MINUTES TO
001700*         ACKNOWLEDGE. RC 4 WHEN ANY OF THE DAY'S ALERTS IS OPEN.
001800*
001900*MODIFICATION HISTORY.
002000*    OCT2026 RT  NEW PROGRAM.
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT ALERT-REGISTER ASSIGN TO ALRTREG
002600         ACCESS IS DYNAMIC
002700         ORGANIZATION IS INDEXED
002800         RECORD KEY IS ARG-KEY
002900         FILE STATUS IS REGISTER-STATUS.
003000     SELECT REPORT-FILE  ASSIGN TO ACKRPT.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  ALERT-REGISTER
003400     RECORD CONTAINS 200 CHARACTERS
003500     LABEL RECORDS ARE STANDARD.
003600 01  ALERT-REGISTER-RECORD.
003700     COPY ALRTREG.
003800
003900 FD  REPORT-FILE
004000     RECORDING MODE IS F
004100     RECORD CONTAINS 133 CHARACTERS
004200     LABEL RECORDS ARE STANDARD.
004300 01  REPORT-RECORD.
004400     05  RPT-CC                  PIC X.
004500     05  RPT-LINE                PIC X(132).
004600
004700 WORKING-STORAGE SECTION.
004800 77  FILLER PIC X(36)  VALUE
004900     "ALRTSHFT WORKING STORAGE BEGINS HERE".
005000 01  REGISTER-STATUS             PIC XX VALUE 'ZZ'.
005100 01  END-REG-SW                  PIC X VALUE 'N'.
005200     88  END-OF-REGISTER               VALUE 'Y'.
005300 01  RUN-FIELDS.
005400     05  REPORT-DATE             PIC 9(6).
005500     05  WINDOW-START            PIC 9(9).
005600     05  WINDOW-END              PIC 9(9).
005700     05  RAISED-MINUTES          PIC 9(9).
005800     05  ACK-MINUTES             PIC 9(9).
005900     05  TAKEN-MINUTES           PIC 9(7).
006000     05  RAISED-HHMM             PIC 9(4).
006100     05  AVERAGE-MINUTES         PIC 9(7).
006200*
006300*    THE SHIFTS, AND A FOURTH ENTRY FOR THE WHOLE DAY
006400*
006500 01  SHIFT-NAME-VALUES.
006600     05  FILLER                  PIC X(6) VALUE 'EARLY '.
006700     05  FILLER                  PIC X(6) VALUE 'LATE  '.
006800     05  FILLER                  PIC X(6) VALUE 'NIGHT '.
006900     05  FILLER                  PIC X(6) VALUE 'DAY   '.
007000 01  SHIFT-NAME-TABLE REDEFINES SHIFT-NAME-VALUES.
007100     05  SHF-NAME                PIC X(6) OCCURS 4 TIMES.
007200 01  SHIFT-LIMITS.
007300     05  SHF-MAX                 PIC 9(3) COMP VALUE 4.
007400     05  SHF-SUB                 PIC 9(3) COMP VALUE 0.
007500     05  SHF-ALL                 PIC 9(3) COMP VALUE 4.
007600     05  LATE-STARTS             PIC 9(4) VALUE 1400.
007700     05  NIGHT-STARTS            PIC 9(4) VALUE 2200.
007800     05  EARLY-STARTS            PIC 9(4) VALUE 0600.
007900 01  SHIFT-TABLE.
008000     05  SHF-ENTRY OCCURS 4 TIMES.
008100         10  SHF-RAISED          PIC 9(5).
008200         10  SHF-ACKED           PIC 9(5).
008300         10  SHF-OPEN            PIC 9(5).
008400         10  SHF-ESCALATED       PIC 9(5).
008500         10  SHF-TOTAL-MINUTES   PIC 9(9).
008600         10  SHF-LONGEST         PIC 9(7).
008700*
008800*    DAY NUMBERS FOR YYMMDD DATES - DAYS SINCE THE START OF 2000
008900*
009000 01  CUM-DAY-VALUES              PIC X(36) VALUE
009100     '000031059090120151181212243273304334'.
009200 01  CUM-DAY-TABLE REDEFINES CUM-DAY-VALUES.
009300     05  CUM-DAYS                PIC 9(3) OCCURS 12 TIMES.
009400 01  DAY-NUMBER-FIELDS.
009500     05  DN-DATE                 PIC 9(6).
009600     05  DN-DATE-PARTS REDEFINES DN-DATE.
009700         10  DN-YY               PIC 9(2).
009800         10  DN-MM               PIC 9(2).
009900         10  DN-DD               PIC 9(2).
010000     05  DN-TIME                 PIC 9(8).
010100     05  DN-TIME-PARTS REDEFINES DN-TIME.
010200         10  DN-HH               PIC 9(2).
010300         10  DN-MI               PIC 9(2).
010400         10  FILLER              PIC 9(4).
010500     05  DN-DAYS                 PIC 9(7).
010600     05  DN-MINUTES              PIC 9(9).
010700     05  DN-LEAP-DAYS            PIC 9(3).
010800     05  DN-QUOTIENT             PIC 9(3).
010900     05  DN-REMAINDER            PIC 9(3).
011000 01  TITLE-LINE.
011100     05  FILLER                  PIC X(44) VALUE
011200         'ACTION ALERT TIME TO ACKNOWLEDGE BY SHIFT - '.
011300     05  FILLER                  PIC X(4) VALUE 'DAY '.
011400     05  TL-REPORT-DATE          PIC 9(6).
011500     05  FILLER                  PIC X(19) VALUE
011600         ' 06:00 TO 06:00'.
011700     05  FILLER                  PIC X(59) VALUE SPACES.
011800 01  DETAIL-COLUMNS.
011900     05  FILLER                  PIC X(30) VALUE
012000         'ALERT ID       PROGRAM  SHIFT '.
012100     05  FILLER                  PIC X(30) VALUE
012200         ' ESC ACK BY   ACK AT      MINU'.
012300     05  FILLER                  PIC X(72) VALUE
012400         'TES  MESSAGE'.
012500 01  DETAIL-LINE.
012600     05  DL-ALERT-ID             PIC 9(14).
012700     05  FILLER                  PIC X VALUE SPACE.
012800     05  DL-PROGRAM              PIC X(8).
012900     05  FILLER                  PIC X VALUE SPACE.
013000     05  DL-SHIFT                PIC X(6).
013100     05  FILLER                  PIC X VALUE SPACE.
013200     05  DL-LEVEL                PIC 9.
013300     05  FILLER                  PIC X(3) VALUE SPACES.
013400     05  DL-ACK-OPERATOR         PIC X(8).
013500     05  FILLER                  PIC X VALUE SPACE.
013600     05  DL-ACK-DATE             PIC 9(6).
013700     05  FILLER                  PIC X VALUE SPACE.
013800     05  DL-ACK-HHMM             PIC 9(4).
013900     05  FILLER                  PIC X VALUE SPACE.
014000     05  DL-MINUTES              PIC Z(6)9.
014100     05  DL-MINUTES-X REDEFINES DL-MINUTES
014200                                 PIC X(7).
014300     05  FILLER                  PIC X(2) VALUE SPACES.
014400     05  DL-MESSAGE              PIC X(66).
014500 01  SHIFT-COLUMNS.
014600     05  FILLER                  PIC X(35) VALUE
014700         'SHIFT   RAISED  ACKED   OPEN  ESCAL'.
014800     05  FILLER                  PIC X(19) VALUE
014900         '  AVG MINS  LONGEST'.
015000     05  FILLER                  PIC X(78) VALUE SPACES.
015100 01  SHIFT-LINE.
015200     05  SL-SHIFT                PIC X(6).
015300     05  FILLER                  PIC X VALUE SPACE.
015400     05  SL-RAISED               PIC Z(6)9.
015500     05  SL-ACKED                PIC Z(6)9.
015600     05  SL-OPEN                 PIC Z(6)9.
015700     05  SL-ESCALATED            PIC Z(6)9.
015800     05  FILLER                  PIC X VALUE SPACE.
015900     05  SL-AVERAGE              PIC Z(8)9.
016000     05  SL-LONGEST              PIC Z(8)9.
016100     05  FILLER                  PIC X(68) VALUE SPACES.
016200
016300 LINKAGE SECTION.
016400 01  PARM-FIELD.
016500     05  PARM-LENGTH             PIC S9(4) COMP.
016600     05  PARM-DATA               PIC X(20).
016700
016800 PROCEDURE DIVISION USING PARM-FIELD.
016900 A100-EXECUTIVE-CONTROL.
017000     IF PARM-LENGTH >= 6 AND PARM-DATA(1:6) IS NUMERIC
017100         MOVE PARM-DATA(1:6) TO REPORT-DATE
017200     ELSE
017300         ACCEPT REPORT-DATE FROM DATE
017400         PERFORM K200-DAY-BEFORE THRU K200-EXIT.
017500     MOVE REPORT-DATE TO DN-DATE.
017600     MOVE 06000000 TO DN-TIME.
017700     PERFORM K100-MINUTE-NUMBER THRU K100-EXIT.
017800     IF DN-MINUTES = 0
017900         DISPLAY 'ALRTSHFT: PARM "' PARM-DATA(1:6)
018000                 '" IS NOT A YYMMDD DATE'
018100         MOVE 16 TO RETURN-CODE
018200         GOBACK.
018300     MOVE DN-MINUTES TO WINDOW-START.
018400     COMPUTE WINDOW-END = WINDOW-START + 1440.
018500     INITIALIZE SHIFT-TABLE.
018600
018700     OPEN INPUT ALERT-REGISTER
018800          OUTPUT REPORT-FILE.
018900     IF REGISTER-STATUS NOT = '00' AND REGISTER-STATUS NOT = '97'
019000         DISPLAY 'ALRTSHFT: ALRTREG OPEN FAILED, STATUS '
019100                 REGISTER-STATUS
019200         MOVE 16 TO RETURN-CODE
019300         CLOSE REPORT-FILE
019400         GOBACK.
019500     MOVE REPORT-DATE TO TL-REPORT-DATE.
019600     MOVE '1' TO RPT-CC.
019700     MOVE TITLE-LINE TO RPT-LINE.
019800     WRITE REPORT-RECORD.
019900     MOVE '0' TO RPT-CC.
020000     MOVE DETAIL-COLUMNS TO RPT-LINE.
020100     WRITE REPORT-RECORD.
020200
020300     MOVE REPORT-DATE TO ARG-RAISED-DATE.
020400     MOVE 06000000 TO ARG-RAISED-TIME.
020500     START ALERT-REGISTER KEY IS NOT LESS THAN ARG-KEY
020600         INVALID KEY MOVE 'Y' TO END-REG-SW.
020700     PERFORM B100-REPORT-ONE-ALERT THRU B100-EXIT
020800         UNTIL END-OF-REGISTER.
020900
021000     MOVE '0' TO RPT-CC.
021100     MOVE SHIFT-COLUMNS TO RPT-LINE.
021200     WRITE REPORT-RECORD.
021300     PERFORM C100-PRINT-SHIFT THRU C100-EXIT
021400         VARYING SHF-SUB FROM 1 BY 1 UNTIL SHF-SUB > SHF-MAX.
021500     DISPLAY 'ALRTSHFT DAY ' REPORT-DATE ' RAISED '
021600             SHF-RAISED(SHF-ALL) ' ACKNOWLEDGED '
021700             SHF-ACKED(SHF-ALL) ' OPEN ' SHF-OPEN(SHF-ALL)
021800             ' ESCALATED ' SHF-ESCALATED(SHF-ALL).
021900     IF SHF-OPEN(SHF-ALL) > 0
022000         MOVE 4 TO RETURN-CODE.
022100     CLOSE ALERT-REGISTER REPORT-FILE.
022200     GOBACK.
022300
022400 B100-REPORT-ONE-ALERT.
022500     READ ALERT-REGISTER NEXT RECORD
022600         AT END MOVE 'Y' TO END-REG-SW
022700                GO TO B100-EXIT.
022800     MOVE ARG-RAISED-DATE TO DN-DATE.
022900     MOVE ARG-RAISED-TIME TO DN-TIME.
023000     PERFORM K100-MINUTE-NUMBER THRU K100-EXIT.
023100     MOVE DN-MINUTES TO RAISED-MINUTES.
023200     IF RAISED-MINUTES NOT < WINDOW-END
023300         MOVE 'Y' TO END-REG-SW
023400         GO TO B100-EXIT.
023500     MOVE ARG-RAISED-TIME(1:4) TO RAISED-HHMM.
023600     MOVE 1 TO SHF-SUB.
023700     IF RAISED-HHMM NOT < LATE-STARTS
023800         MOVE 2 TO SHF-SUB.
023900     IF RAISED-HHMM NOT < NIGHT-STARTS
024000        OR RAISED-HHMM < EARLY-STARTS
024100         MOVE 3 TO SHF-SUB.
024200
024300     MOVE ARG-ALERT-ID TO DL-ALERT-ID.
024400     MOVE ARG-PROGRAM TO DL-PROGRAM.
024500     MOVE SHF-NAME(SHF-SUB) TO DL-SHIFT.
024600     MOVE ARG-ESCALATION-LEVEL TO DL-LEVEL.
024700     MOVE ARG-ACK-OPERATOR TO DL-ACK-OPERATOR.
024800     MOVE ARG-ACK-DATE TO DL-ACK-DATE.
024900     MOVE ARG-ACK-TIME(1:4) TO DL-ACK-HHMM.
025000     MOVE ARG-MESSAGE TO DL-MESSAGE.
025100     ADD 1 TO SHF-RAISED(SHF-SUB) SHF-RAISED(SHF-ALL).
025200     IF ARG-ESCALATION-LEVEL > 0
025300         ADD 1 TO SHF-ESCALATED(SHF-SUB) SHF-ESCALATED(SHF-ALL).
025400     IF NOT ARG-ACKNOWLEDGED
025500         ADD 1 TO SHF-OPEN(SHF-SUB) SHF-OPEN(SHF-ALL)
025600         MOVE '   OPEN' TO DL-MINUTES-X
025700         GO TO B100-PRINT.
025800
025900     MOVE ARG-ACK-DATE TO DN-DATE.
026000     MOVE ARG-ACK-TIME TO DN-TIME.
026100     PERFORM K100-MINUTE-NUMBER THRU K100-EXIT.
026200     MOVE DN-MINUTES TO ACK-MINUTES.
026300     MOVE 0 TO TAKEN-MINUTES.
026400     IF ACK-MINUTES > RAISED-MINUTES
026500         COMPUTE TAKEN-MINUTES = ACK-MINUTES - RAISED-MINUTES.
026600     MOVE TAKEN-MINUTES TO DL-MINUTES.
026700     ADD 1 TO SHF-ACKED(SHF-SUB) SHF-ACKED(SHF-ALL).
026800     ADD TAKEN-MINUTES TO SHF-TOTAL-MINUTES(SHF-SUB)
026900                          SHF-TOTAL-MINUTES(SHF-ALL).
027000     IF TAKEN-MINUTES > SHF-LONGEST(SHF-SUB)
027100         MOVE TAKEN-MINUTES TO SHF-LONGEST(SHF-SUB).
027200     IF TAKEN-MINUTES > SHF-LONGEST(SHF-ALL)
027300         MOVE TAKEN-MINUTES TO SHF-LONGEST(SHF-ALL).
027400 B100-PRINT.
027500     MOVE SPACE TO RPT-CC.
027600     MOVE DETAIL-LINE TO RPT-LINE.
027700     WRITE REPORT-RECORD.
027800 B100-EXIT.
027900     EXIT.
028000
028100 C100-PRINT-SHIFT.
028200     MOVE SHF-NAME(SHF-SUB) TO SL-SHIFT.
028300     MOVE SHF-RAISED(SHF-SUB) TO SL-RAISED.
028400     MOVE SHF-ACKED(SHF-SUB) TO SL-ACKED.
028500     MOVE SHF-OPEN(SHF-SUB) TO SL-OPEN.
028600     MOVE SHF-ESCALATED(SHF-SUB) TO SL-ESCALATED.
028700     MOVE 0 TO AVERAGE-MINUTES.
028800     IF SHF-ACKED(SHF-SUB) > 0
028900         COMPUTE AVERAGE-MINUTES = SHF-TOTAL-MINUTES(SHF-SUB)
029000                                 / SHF-ACKED(SHF-SUB).
029100     MOVE AVERAGE-MINUTES TO SL-AVERAGE.
029200     MOVE SHF-LONGEST(SHF-SUB) TO SL-LONGEST.
029300     MOVE SPACE TO RPT-CC.
029400     MOVE SHIFT-LINE TO RPT-LINE.
029500     WRITE REPORT-RECORD.
029600 C100-EXIT.
029700     EXIT.
029800
029900*
030000*    DN-DATE (YYMMDD) AND DN-TIME (HHMMSSHH) TO DN-MINUTES, THE
030100*    MINUTES SINCE 31 DEC 1999. GOOD FOR 2000 TO 2099, WHERE
030200*    EVERY FOURTH YEAR IS A LEAP YEAR; ZERO WHEN THE DATE IS NOT
030300*    A DATE.
030400*
030500 K100-MINUTE-NUMBER.
030600     MOVE 0 TO DN-DAYS DN-MINUTES.
030700     IF DN-DATE NOT NUMERIC OR DN-MM < 1 OR DN-MM > 12
030800         GO TO K100-EXIT.
030900     COMPUTE DN-LEAP-DAYS = (DN-YY + 3) / 4.
031000     COMPUTE DN-DAYS = DN-YY * 365 + DN-LEAP-DAYS
031100                     + CUM-DAYS(DN-MM) + DN-DD.
031200     DIVIDE DN-YY BY 4 GIVING DN-QUOTIENT
031300         REMAINDER DN-REMAINDER.
031400     IF DN-REMAINDER = 0 AND DN-MM > 2
031500         ADD 1 TO DN-DAYS.
031600     COMPUTE DN-MINUTES = DN-DAYS * 1440 + DN-HH * 60 + DN-MI.
031700 K100-EXIT.
031800     EXIT.
031900
032000*
032100*    REPORT-DATE BACK ONE DAY
032200*
032300 K200-DAY-BEFORE.
032400     MOVE REPORT-DATE TO DN-DATE.
032500     IF DN-DD > 1
032600         SUBTRACT 1 FROM DN-DD
032700         GO TO K200-DONE.
032800     IF DN-MM = 1
032900         SUBTRACT 1 FROM DN-YY
033000         MOVE 12 TO DN-MM
033100         MOVE 31 TO DN-DD
033200         GO TO K200-DONE.
033300     SUBTRACT 1 FROM DN-MM.
033400     IF DN-MM = 12
033500         MOVE 31 TO DN-DD
033600     ELSE
033700         COMPUTE DN-DD = CUM-DAYS(DN-MM + 1) - CUM-DAYS(DN-MM).
033800     DIVIDE DN-YY BY 4 GIVING DN-QUOTIENT
033900         REMAINDER DN-REMAINDER.
034000     IF DN-MM = 2 AND DN-REMAINDER = 0
034100         ADD 1 TO DN-DD.
034200 K200-DONE.
034300     MOVE DN-DATE TO REPORT-DATE.
034400 K200-EXIT.
034500     EXIT.
