000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ALRTESC.
000300 AUTHOR. R THORNTON
000400*REMARKS. PERIODIC RE-ESCALATION SCAN OVER THE ALRTREG REGISTER
000500*         OF ACTION ALERTS, SCHEDULED EVERY FEW MINUTES. AN ALERT
000600*         STILL UNACKNOWLEDGED THE PARM'S NUMBER OF MINUTES AFTER
000700*         IT WAS LAST RAISED (PARM='MMM', DEFAULT 030) IS RAISED
000800*         AGAIN ONE LEVEL HIGHER THROUGH ALERTSUB AS SEVERITY
000900*         'ESCAL1' TO 'ESCAL9', WHICH ALERTSUB SENDS TO THE SHIFT
001000*         LEAD'S CONSOLE ROUTE; LEVEL 9 GOES ON BEING RE-RAISED
001100*         AT LEVEL 9. THE MESSAGE CARRIES THE ALERT ID AND THE
001200*         MINUTES IT HAS BEEN OPEN. RC 4 WHEN ANY WAS RE-RAISED.
001300*
001400*MODIFICATION HISTORY.
001500*    OCT2026 RT  NEW PROGRAM.
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
001800 INPUT-OUTPUT SECTION.
001900 FILE-CONTROL.
002000     SELECT ALERT-REGISTER ASSIGN TO ALRTREG
002100         ACCESS IS SEQUENTIAL
002200         ORGANIZATION IS INDEXED
002300         RECORD KEY IS ARG-KEY
002400         FILE STATUS IS REGISTER-STATUS.
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD  ALERT-REGISTER
002800     RECORD CONTAINS 200 CHARACTERS
002900     LABEL RECORDS ARE STANDARD.
003000 01  ALERT-REGISTER-RECORD.
003100     COPY ALRTREG.
003200
003300 WORKING-STORAGE SECTION.
003400 77  FILLER PIC X(36)  VALUE
003500     "ALRTESC  WORKING STORAGE BEGINS HERE".
003600 01  REGISTER-STATUS             PIC XX VALUE 'ZZ'.
003700 01  END-REG-SW                  PIC X VALUE 'N'.
003800     88  END-OF-REGISTER               VALUE 'Y'.
003900 01  COUNTERS.
004000     05  ALERTS-READ             PIC 9(7) VALUE 0.
004100     05  OPEN-CNT                PIC 9(7) VALUE 0.
004200     05  RERAISED-CNT            PIC 9(7) VALUE 0.
004300 01  RUN-FIELDS.
004400     05  ESCALATE-MINUTES        PIC 9(3) VALUE 30.
004500     05  NOW-DATE                PIC 9(6).
004600     05  NOW-TIME                PIC 9(8).
004700     05  NOW-MINUTES             PIC 9(9).
004800     05  RAISED-MINUTES          PIC 9(9).
004900     05  LAST-MINUTES            PIC 9(9).
005000     05  OPEN-MINUTES            PIC 9(9).
005100     05  MINUTES-EDIT            PIC Z(4)9.
005200*
005300*    DAY NUMBERS FOR YYMMDD DATES - DAYS SINCE THE START OF 2000
005400*
005500 01  CUM-DAY-VALUES              PIC X(36) VALUE
005600     '000031059090120151181212243273304334'.
005700 01  CUM-DAY-TABLE REDEFINES CUM-DAY-VALUES.
005800     05  CUM-DAYS                PIC 9(3) OCCURS 12 TIMES.
005900 01  DAY-NUMBER-FIELDS.
006000     05  DN-DATE                 PIC 9(6).
006100     05  DN-DATE-PARTS REDEFINES DN-DATE.
006200         10  DN-YY               PIC 9(2).
006300         10  DN-MM               PIC 9(2).
006400         10  DN-DD               PIC 9(2).
006500     05  DN-TIME                 PIC 9(8).
006600     05  DN-TIME-PARTS REDEFINES DN-TIME.
006700         10  DN-HH               PIC 9(2).
006800         10  DN-MI               PIC 9(2).
006900         10  FILLER              PIC 9(4).
007000     05  DN-DAYS                 PIC 9(7).
007100     05  DN-MINUTES              PIC 9(9).
007200     05  DN-LEAP-DAYS            PIC 9(3).
007300     05  DN-QUOTIENT             PIC 9(3).
007400     05  DN-REMAINDER            PIC 9(3).
007500 01  ALERT-PARM.
007600     05  ALERT-SEVERITY          PIC X(6).
007700     05  ALERT-PROGRAM           PIC X(8) VALUE 'ALRTESC '.
007800     05  ALERT-MESSAGE           PIC X(72).
007900
008000 LINKAGE SECTION.
008100 01  PARM-FIELD.
008200     05  PARM-LENGTH             PIC S9(4) COMP.
008300     05  PARM-DATA               PIC X(20).
008400
008500 PROCEDURE DIVISION USING PARM-FIELD.
008600 A100-EXECUTIVE-CONTROL.
008700     IF PARM-LENGTH >= 3
008800         IF PARM-DATA(1:3) IS NUMERIC AND PARM-DATA(1:3) > '000'
008900             MOVE PARM-DATA(1:3) TO ESCALATE-MINUTES
009000         ELSE
009100             DISPLAY 'ALRTESC: PARM "' PARM-DATA(1:3)
009200                     '" NOT A MINUTE COUNT - STAYS 030'.
009300     ACCEPT NOW-DATE FROM DATE.
009400     ACCEPT NOW-TIME FROM TIME.
009500     MOVE NOW-DATE TO DN-DATE.
009600     MOVE NOW-TIME TO DN-TIME.
009700     PERFORM K100-MINUTE-NUMBER THRU K100-EXIT.
009800     MOVE DN-MINUTES TO NOW-MINUTES.
009900
010000     OPEN I-O ALERT-REGISTER.
010100     IF REGISTER-STATUS NOT = '00' AND REGISTER-STATUS NOT = '97'
010200         DISPLAY 'ALRTESC: ALRTREG OPEN FAILED, STATUS '
010300                 REGISTER-STATUS
010400         MOVE 16 TO RETURN-CODE
010500         GOBACK.
010600     PERFORM B100-SCAN-ONE-ALERT THRU B100-EXIT
010700         UNTIL END-OF-REGISTER.
010800     DISPLAY 'ALRTESC ALERTS ' ALERTS-READ ' OPEN ' OPEN-CNT
010900             ' RE-RAISED ' RERAISED-CNT
011000             ' AFTER ' ESCALATE-MINUTES ' MINUTES'.
011100     IF RERAISED-CNT > 0
011200         MOVE 4 TO RETURN-CODE.
011300     CLOSE ALERT-REGISTER.
011400     GOBACK.
011500
011600 B100-SCAN-ONE-ALERT.
011700     READ ALERT-REGISTER NEXT RECORD
011800         AT END MOVE 'Y' TO END-REG-SW
011900                GO TO B100-EXIT.
012000     ADD 1 TO ALERTS-READ.
012100     IF NOT ARG-OPEN
012200         GO TO B100-EXIT.
012300     ADD 1 TO OPEN-CNT.
012400     MOVE ARG-LAST-RAISED-DATE TO DN-DATE.
012500     MOVE ARG-LAST-RAISED-TIME TO DN-TIME.
012600     PERFORM K100-MINUTE-NUMBER THRU K100-EXIT.
012700     MOVE DN-MINUTES TO LAST-MINUTES.
012800     IF NOW-MINUTES < LAST-MINUTES + ESCALATE-MINUTES
012900         GO TO B100-EXIT.
013000     MOVE ARG-RAISED-DATE TO DN-DATE.
013100     MOVE ARG-RAISED-TIME TO DN-TIME.
013200     PERFORM K100-MINUTE-NUMBER THRU K100-EXIT.
013300     MOVE DN-MINUTES TO RAISED-MINUTES.
013400     MOVE 0 TO OPEN-MINUTES.
013500     IF NOW-MINUTES > RAISED-MINUTES
013600         COMPUTE OPEN-MINUTES = NOW-MINUTES - RAISED-MINUTES.
013700
013800     IF ARG-ESCALATION-LEVEL < 9
013900         ADD 1 TO ARG-ESCALATION-LEVEL.
014000     MOVE NOW-DATE TO ARG-LAST-RAISED-DATE.
014100     MOVE NOW-TIME TO ARG-LAST-RAISED-TIME.
014200     REWRITE ALERT-REGISTER-RECORD
014300         INVALID KEY
014400             DISPLAY 'ALRTESC: ' ARG-ALERT-ID
014500                     ' NOT RE-RAISED, REWRITE STATUS '
014600                     REGISTER-STATUS
014700             GO TO B100-EXIT.
014800     ADD 1 TO RERAISED-CNT.
014900     MOVE 'ESCAL ' TO ALERT-SEVERITY.
015000     MOVE ARG-ESCALATION-LEVEL TO ALERT-SEVERITY(6:1).
015100     MOVE OPEN-MINUTES TO MINUTES-EDIT.
015200     MOVE SPACES TO ALERT-MESSAGE.
015300     STRING 'ID ' ARG-ALERT-ID ' OPEN ' MINUTES-EDIT ' MIN '
015400            ARG-PROGRAM ' ' ARG-MESSAGE
015500                DELIMITED BY SIZE
015600         INTO ALERT-MESSAGE.
015700     CALL 'ALERTSUB' USING ALERT-PARM.
015800 B100-EXIT.
015900     EXIT.
016000
016100*
016200*    DN-DATE (YYMMDD) AND DN-TIME (HHMMSSHH) TO DN-MINUTES, THE
016300*    MINUTES SINCE 31 DEC 1999. GOOD FOR 2000 TO 2099, WHERE
016400*    EVERY FOURTH YEAR IS A LEAP YEAR; ZERO WHEN THE DATE IS NOT
016500*    A DATE.
016600*
016700 K100-MINUTE-NUMBER.
016800     MOVE 0 TO DN-DAYS DN-MINUTES.
016900     IF DN-DATE NOT NUMERIC OR DN-MM < 1 OR DN-MM > 12
017000         GO TO K100-EXIT.
017100     COMPUTE DN-LEAP-DAYS = (DN-YY + 3) / 4.
017200     COMPUTE DN-DAYS = DN-YY * 365 + DN-LEAP-DAYS
017300                     + CUM-DAYS(DN-MM) + DN-DD.
017400     DIVIDE DN-YY BY 4 GIVING DN-QUOTIENT
017500         REMAINDER DN-REMAINDER.
017600     IF DN-REMAINDER = 0 AND DN-MM > 2
017700         ADD 1 TO DN-DAYS.
017800     COMPUTE DN-MINUTES = DN-DAYS * 1440 + DN-HH * 60 + DN-MI.
017900 K100-EXIT.
018000     EXIT.
