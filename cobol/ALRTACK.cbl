000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ALRTACK.
000300 AUTHOR. R THORNTON
000400*REMARKS. ACKNOWLEDGES ACTION ALERTS ON THE ALRTREG REGISTER
000500*         ALERTSUB KEEPS. THE OPERATOR WHO HAS DEALT WITH AN
000600*         ALERT SUBMITS ONE ACKCARD PER ALERT:
000700*           COLS  1-14  ALERT ID FROM THE CONSOLE MESSAGE
000800*           COLS 16-23  OPERATOR ID
000900*           COLS 25-64  NOTE - WHAT WAS DONE (OPTIONAL)
001000*         '*' IN COL 1 IS A COMMENT. THE ALERT IS MARKED
001100*         ACKNOWLEDGED BY THAT OPERATOR AT THE TIME THE CARD IS
001200*         PROCESSED, WHICH STOPS ALRTESC RE-RAISING IT. A CARD
001300*         FOR AN UNKNOWN OR ALREADY ACKNOWLEDGED ALERT IS
001400*         REJECTED AND SAID SO; RC 4 WHEN ANY CARD WAS REJECTED.
001500*
001600*MODIFICATION HISTORY.
001700*    OCT2026 RT  NEW PROGRAM.
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT ACK-CARDS ASSIGN TO ACKCARD.
002300     SELECT ALERT-REGISTER ASSIGN TO ALRTREG
002400         ACCESS IS RANDOM
002500         ORGANIZATION IS INDEXED
002600         RECORD KEY IS ARG-KEY
002700         FILE STATUS IS REGISTER-STATUS.
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD  ACK-CARDS
003100     RECORDING MODE IS F
003200     RECORD CONTAINS 80 CHARACTERS
003300     LABEL RECORDS ARE STANDARD.
003400 01  ACK-CARD.
003500     05  ACK-ALERT-ID            PIC 9(14).
003600     05  FILLER                  PIC X.
003700     05  ACK-OPERATOR            PIC X(8).
003800     05  FILLER                  PIC X.
003900     05  ACK-NOTE                PIC X(40).
004000     05  FILLER                  PIC X(16).
004100
004200 FD  ALERT-REGISTER
004300     RECORD CONTAINS 200 CHARACTERS
004400     LABEL RECORDS ARE STANDARD.
004500 01  ALERT-REGISTER-RECORD.
004600     COPY ALRTREG.
004700
004800 WORKING-STORAGE SECTION.
004900 77  FILLER PIC X(36)  VALUE
005000     "ALRTACK  WORKING STORAGE BEGINS HERE".
005100 01  REGISTER-STATUS             PIC XX VALUE 'ZZ'.
005200 01  END-CARD-SW                 PIC X VALUE 'N'.
005300     88  END-OF-CARDS                  VALUE 'Y'.
005400 01  COUNTERS.
005500     05  CARDS-READ              PIC 9(5) VALUE 0.
005600     05  ACKED-CNT               PIC 9(5) VALUE 0.
005700     05  REJECTED-CNT            PIC 9(5) VALUE 0.
005800 01  REJECT-REASON               PIC X(40).
005900
006000 PROCEDURE DIVISION.
006100 A100-EXECUTIVE-CONTROL.
006200     OPEN INPUT ACK-CARDS
006300          I-O ALERT-REGISTER.
006400     IF REGISTER-STATUS NOT = '00' AND REGISTER-STATUS NOT = '97'
006500         DISPLAY 'ALRTACK: ALRTREG OPEN FAILED, STATUS '
006600                 REGISTER-STATUS
006700         MOVE 16 TO RETURN-CODE
006800         CLOSE ACK-CARDS
006900         GOBACK.
007000     PERFORM B100-ACK-ONE-ALERT THRU B100-EXIT
007100         UNTIL END-OF-CARDS.
007200     DISPLAY 'ALRTACK CARDS ' CARDS-READ ' ACKNOWLEDGED '
007300             ACKED-CNT ' REJECTED ' REJECTED-CNT.
007400     IF REJECTED-CNT > 0
007500         MOVE 4 TO RETURN-CODE.
007600     CLOSE ACK-CARDS ALERT-REGISTER.
007700     GOBACK.
007800
007900 B100-ACK-ONE-ALERT.
008000     READ ACK-CARDS
008100         AT END MOVE 'Y' TO END-CARD-SW
008200                GO TO B100-EXIT.
008300     IF ACK-CARD(1:1) = '*'
008400         GO TO B100-EXIT.
008500     ADD 1 TO CARDS-READ.
008600     IF ACK-ALERT-ID NOT NUMERIC
008700         MOVE 'ALERT ID NOT NUMERIC' TO REJECT-REASON
008800         GO TO B100-REJECT.
008900     IF ACK-OPERATOR = SPACES
009000         MOVE 'NO OPERATOR ID' TO REJECT-REASON
009100         GO TO B100-REJECT.
009200     MOVE ACK-ALERT-ID TO ARG-ALERT-ID.
009300     READ ALERT-REGISTER
009400         INVALID KEY
009500             MOVE 'NO SUCH ALERT ON ALRTREG' TO REJECT-REASON
009600             GO TO B100-REJECT.
009700     IF ARG-ACKNOWLEDGED
009800         MOVE SPACES TO REJECT-REASON
009900         STRING 'ALREADY ACKNOWLEDGED BY ' ARG-ACK-OPERATOR
010000                DELIMITED BY SIZE
010100             INTO REJECT-REASON
010200         GO TO B100-REJECT.
010300     ACCEPT ARG-ACK-DATE FROM DATE.
010400     ACCEPT ARG-ACK-TIME FROM TIME.
010500     MOVE ACK-OPERATOR TO ARG-ACK-OPERATOR.
010600     MOVE ACK-NOTE TO ARG-ACK-NOTE.
010700     MOVE 'A' TO ARG-STATUS.
010800     REWRITE ALERT-REGISTER-RECORD
010900         INVALID KEY
011000             MOVE SPACES TO REJECT-REASON
011100             STRING 'REWRITE FAILED, STATUS ' REGISTER-STATUS
011200                    DELIMITED BY SIZE
011300                 INTO REJECT-REASON
011400             GO TO B100-REJECT.
011500     ADD 1 TO ACKED-CNT.
011600     DISPLAY 'ALRTACK: ' ACK-ALERT-ID ' ' ARG-PROGRAM
011700             ' ACKNOWLEDGED BY ' ACK-OPERATOR
011800             ' ESCALATIONS ' ARG-ESCALATION-LEVEL.
011900     GO TO B100-EXIT.
012000 B100-REJECT.
012100     ADD 1 TO REJECTED-CNT.
012200     DISPLAY 'ALRTACK: ' ACK-CARD(1:23) ' REJECTED - '
012300             REJECT-REASON.
012400 B100-EXIT.
012500     EXIT.
