000490*         AGAINST; ACTION-LEVEL ALERTS ALSO GO TO THE CONSOLE
000500*         THROUGH WTOPGMR, THE SAME ROUTE CALLWTO USES.
000510*
000511*         EVERY ACTION ALERT IS ALSO REGISTERED ON ALRTREG UNDER
000512*         AN ALERT ID - THE DATE AND TIME IT WAS RAISED - WHICH A
000513*         SECOND CONSOLE LINE GIVES THE OPERATOR TO ACKNOWLEDGE
000514*         IT WITH ALRTACK. ALRTESC RE-RAISES ONE LEFT OPEN WITH
000515*         SEVERITY 'ESCAL1' TO 'ESCAL9'; THOSE ARE LOGGED AND GO
000516*         TO THE CONSOLE AS MESSAGE ALRESCN, WHICH THE CONSOLE
000517*         AUTOMATION ROUTES TO THE SHIFT LEAD'S CONSOLE.
000518*
000520*MODIFICATION HISTORY.
000530*    AUG2026 RT  NEW PROGRAM.
000540*    OCT2026 RT  ACTION ALERTS REGISTERED FOR ACKNOWLEDGEMENT;
000550*                ESCALATION SEVERITIES AND CONSOLE ROUTE.
000600 ENVIRONMENT DIVISION.
000700 CONFIGURATION SECTION.
000800 INPUT-OUTPUT SECTION.
000900 FILE-CONTROL.
000910     SELECT ALERT-LOG ASSIGN TO ALERTLOG.
000911     SELECT ALERT-REGISTER ASSIGN TO ALRTREG
000912         ACCESS IS RANDOM
000913         ORGANIZATION IS INDEXED
000914         RECORD KEY IS ARG-KEY
000915         FILE STATUS IS REGISTER-STATUS.
001000 DATA DIVISION.
001100 FILE SECTION.
001200 FD  ALERT-LOG
001530     05  ALOG-SEVERITY           PIC X(6).
001540     05  ALOG-PROGRAM            PIC X(8).
001550     05  ALOG-MESSAGE            PIC X(72).
001551
001552 FD  ALERT-REGISTER
001553     RECORD CONTAINS 200 CHARACTERS
001554     LABEL RECORDS ARE STANDARD.
001555 01  ALERT-REGISTER-RECORD.
001556     COPY ALRTREG.
001600
001700 WORKING-STORAGE SECTION.
001800 77  FILLER PIC X(36)  VALUE
001900     "ALERTSUB WORKING STORAGE BEGINS HERE".
002000 01  WTO-TEXT                    PIC X(72).
002010 01  REGISTER-STATUS             PIC XX VALUE 'ZZ'.
002020 01  RETRY-CNT                   PIC 9(3) COMP VALUE 0.
002030 01  ID-TEXT.
002040     05  FILLER                  PIC X(25) VALUE
002050         'ALERTSUB ACTION ALERT ID '.
002060     05  IDT-ALERT-ID            PIC 9(14).
002070     05  FILLER                  PIC X(33) VALUE
002080         ' - ACKNOWLEDGE WITH ALRTACK'.
002090 01  ESCALATION-TEXT.
002091     05  FILLER                  PIC X(6) VALUE 'ALRESC'.
002092     05  ESC-LEVEL               PIC X.
002093     05  FILLER                  PIC X VALUE SPACE.
002094     05  ESC-MESSAGE             PIC X(64).
002100 LINKAGE SECTION.
002200 01  ALERT-PARM.
002210     05  ALERT-SEVERITY          PIC X(6).
002220         88  ALERT-INFO              VALUE 'INFO  '.
002230         88  ALERT-WARN              VALUE 'WARN  '.
002240         88  ALERT-ACTION            VALUE 'ACTION'.
002241         88  ALERT-ESCALATION        VALUE 'ESCAL1' THRU 'ESCAL9'.
002250     05  ALERT-PROGRAM           PIC X(8).
002260     05  ALERT-MESSAGE           PIC X(72).
002300 PROCEDURE DIVISION USING ALERT-PARM.
002400 A100-EXECUTIVE-CONTROL.
002410     IF NOT ALERT-INFO AND NOT ALERT-WARN
002420         AND NOT ALERT-ACTION AND NOT ALERT-ESCALATION
002430         DISPLAY 'ALERTSUB: BAD SEVERITY "' ALERT-SEVERITY
002440                 '" FROM ' ALERT-PROGRAM ' - TREATED AS WARN'
002450         MOVE 'WARN  ' TO ALERT-SEVERITY.
002610             ALOG-MESSAGE.
002700     IF ALERT-ACTION
002710         MOVE ALERT-MESSAGE TO WTO-TEXT
002720         CALL 'WTOPGMR' USING WTO-TEXT
002730         PERFORM B100-REGISTER-ALERT THRU B100-EXIT.
002740     IF ALERT-ESCALATION
002750         MOVE ALERT-SEVERITY(6:1) TO ESC-LEVEL
002760         MOVE ALERT-MESSAGE TO ESC-MESSAGE
002770         MOVE ESCALATION-TEXT TO WTO-TEXT
002780         CALL 'WTOPGMR' USING WTO-TEXT.
002800     GOBACK.
002810
002900 B100-REGISTER-ALERT.
002910     OPEN I-O ALERT-REGISTER.
002920     IF REGISTER-STATUS NOT = '00' AND REGISTER-STATUS NOT = '97'
002930         DISPLAY 'ALERTSUB: ALRTREG OPEN FAILED, STATUS '
002940                 REGISTER-STATUS ' - ALERT NOT REGISTERED'
002950         GO TO B100-EXIT.
002960     MOVE SPACES TO ALERT-REGISTER-RECORD.
002970     MOVE ALOG-DATE TO ARG-RAISED-DATE ARG-LAST-RAISED-DATE.
002980     MOVE ALOG-TIME TO ARG-RAISED-TIME.
002990     MOVE ALERT-PROGRAM TO ARG-PROGRAM.
003000     MOVE ALERT-MESSAGE TO ARG-MESSAGE.
003010     MOVE 'O' TO ARG-STATUS.
003020     MOVE 0 TO ARG-ESCALATION-LEVEL ARG-ACK-DATE ARG-ACK-TIME
003030               RETRY-CNT.
003040*    TWO ACTION ALERTS IN ONE HUNDREDTH OF A SECOND - THE
003050*    SECOND TAKES THE NEXT HUNDREDTH AS ITS ID
003060 B100-WRITE.
003070     MOVE ARG-RAISED-TIME TO ARG-LAST-RAISED-TIME.
003080     WRITE ALERT-REGISTER-RECORD
003090         INVALID KEY
003100             IF REGISTER-STATUS = '22' AND RETRY-CNT < 10
003110                 ADD 1 TO RETRY-CNT ARG-RAISED-TIME
003120                 GO TO B100-WRITE
003130             ELSE
003140                 DISPLAY 'ALERTSUB: ALERT NOT REGISTERED, STATUS '
003150                         REGISTER-STATUS
003160                 CLOSE ALERT-REGISTER
003170                 GO TO B100-EXIT.
003180     CLOSE ALERT-REGISTER.
003190     MOVE ARG-ALERT-ID TO IDT-ALERT-ID.
003200     MOVE ID-TEXT TO WTO-TEXT.
003210     CALL 'WTOPGMR' USING WTO-TEXT.
003220     DISPLAY ID-TEXT.
003230 B100-EXIT.
003240     EXIT.
