000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HOLDSUM.
000300 AUTHOR. R THORNTON
000400*REMARKS. SHOP-WIDE AMOUNT-HOLD SUBROUTINE FOR THE BATCH
000410*         POSTING PATHS. EVERY PROGRAM THAT DEBITS AN ACCOUNT
000420*         CALLS IT BEFORE APPLYING THE OVERDRAFT RULE:
000430*
000440*            CALL 'HOLDSUM' USING HOLDSUM-PARM
000450*
000460*         WITH FUNCTION X(5) 'SUM  ', THE ACCOUNT NUMBER 9(11)
000470*         AND THE AS-OF BUSINESS DATE X(10). THE TOTAL OF THE
000480*         ACCOUNT'S ACTIVE HOLDS COMES BACK IN HSUM-HELD-AMOUNT
000490*         S9(10)V99 COMP-3 WITH THEIR COUNT IN HSUM-HOLD-COUNT
000500*         9(4). A HOLD IS ACTIVE WHILE ITS STATUS IS A AND THE
000510*         AS-OF DATE IS NOT PAST ITS EXPIRY DATE (SPACES NEVER
000520*         EXPIRE), SO A HOLD THAT LAPSED TODAY STOPS COUNTING
000530*         EVEN BEFORE THE HOLDEXP RUN HAS MARKED IT.
000540*
000550*         HOLDS IS OPENED ON THE FIRST CALL AND KEPT OPEN FOR
000560*         THE STEP; FUNCTION 'CLOSE' CLOSES IT. A HOLDS FILE
000570*         THAT WILL NOT OPEN OR READ RETURNS HSUM-STATUS 'E':
000580*         THE CALLER MUST STOP, NOT POST - A COURT ORDER THAT
000590*         COULD NOT BE READ IS STILL A COURT ORDER.
000600*
000610*MODIFICATION HISTORY.
000620*    OCT2026 RT  NEW PROGRAM.
000700 ENVIRONMENT DIVISION.
000800 CONFIGURATION SECTION.
000900 INPUT-OUTPUT SECTION.
001000 FILE-CONTROL.
001010     SELECT HOLDS-FILE ASSIGN TO HOLDS
001020         ACCESS IS DYNAMIC
001030         ORGANIZATION IS INDEXED
001040         RECORD KEY IS HOLD-KEY
001050         FILE STATUS IS HOLDS-STATUS.
001100 DATA DIVISION.
001200 FILE SECTION.
001300 FD  HOLDS-FILE
001310     RECORD CONTAINS 121 CHARACTERS
001400     LABEL RECORDS ARE STANDARD.
001500 01  HOLDS-RECORD.
001510     COPY HOLDS.
001600
001700 WORKING-STORAGE SECTION.
001800 77  FILLER PIC X(35)  VALUE
001900     "HOLDSUM WORKING STORAGE BEGINS HERE".
002000 01  HOLDS-STATUS                PIC XX VALUE 'ZZ'.
002010 01  HOLDS-OPEN-SW               PIC X VALUE 'N'.
002020     88  HOLDS-OPEN                    VALUE 'Y'.
002030 01  BROWSE-DONE-SW              PIC X VALUE 'N'.
002040     88  BROWSE-DONE                   VALUE 'Y'.
002100 LINKAGE SECTION.
002200 01  HOLDSUM-PARM.
002210     05  HSUM-FUNCTION           PIC X(5).
002220     05  HSUM-ACCOUNT-NUMBER     PIC 9(11).
002230     05  HSUM-AS-OF-DATE         PIC X(10).
002240     05  HSUM-HELD-AMOUNT        PIC S9(10)V99 COMP-3.
002250     05  HSUM-HOLD-COUNT         PIC 9(4).
002260     05  HSUM-STATUS             PIC X.
002270         88  HSUM-OK                 VALUE ' '.
002280         88  HSUM-ERROR              VALUE 'E'.
002300 PROCEDURE DIVISION USING HOLDSUM-PARM.
002400 A100-EXECUTIVE-CONTROL.
002410     MOVE SPACE TO HSUM-STATUS.
002420     MOVE 0 TO HSUM-HELD-AMOUNT HSUM-HOLD-COUNT.
002430     IF HSUM-FUNCTION = 'SUM  '
002440         PERFORM B100-SUM-HOLDS THRU B100-EXIT
002450         GOBACK.
002460     IF HSUM-FUNCTION = 'CLOSE'
002470         IF HOLDS-OPEN
002480             CLOSE HOLDS-FILE
002490             MOVE 'N' TO HOLDS-OPEN-SW
002500         END-IF
002510         GOBACK.
002520     DISPLAY 'HOLDSUM: FUNCTION MUST BE SUM OR CLOSE, GOT '
002530             HSUM-FUNCTION.
002540     MOVE 'E' TO HSUM-STATUS.
002550     GOBACK.
002600
002700 B100-SUM-HOLDS.
002710     IF NOT HOLDS-OPEN
002720         OPEN INPUT HOLDS-FILE
002730         IF HOLDS-STATUS NOT = '00' AND HOLDS-STATUS NOT = '97'
002740             DISPLAY 'HOLDSUM: HOLDS WOULD NOT OPEN, STATUS '
002750                     HOLDS-STATUS
002760             MOVE 'E' TO HSUM-STATUS
002770             GO TO B100-EXIT
002780         END-IF
002790         MOVE 'Y' TO HOLDS-OPEN-SW
002800     END-IF.
002810     MOVE HSUM-ACCOUNT-NUMBER TO HOLD-ACCOUNT-NUMBER.
002820     MOVE 0 TO HOLD-SEQUENCE.
002830     MOVE 'N' TO BROWSE-DONE-SW.
002840     START HOLDS-FILE KEY IS NOT LESS THAN HOLD-KEY
002850         INVALID KEY
002860             GO TO B100-EXIT.
002870     PERFORM C100-ADD-ONE-HOLD THRU C100-EXIT
002880         UNTIL BROWSE-DONE.
002900 B100-EXIT.
002910     EXIT.
002920
003000 C100-ADD-ONE-HOLD.
003010     READ HOLDS-FILE NEXT RECORD
003020         AT END
003030             MOVE 'Y' TO BROWSE-DONE-SW
003040             GO TO C100-EXIT.
003050     IF HOLDS-STATUS NOT = '00'
003060         DISPLAY 'HOLDSUM: HOLDS READ FAILED, STATUS '
003070                 HOLDS-STATUS
003080         MOVE 'E' TO HSUM-STATUS
003090         MOVE 'Y' TO BROWSE-DONE-SW
003100         GO TO C100-EXIT.
003110     IF HOLD-ACCOUNT-NUMBER NOT = HSUM-ACCOUNT-NUMBER
003120         MOVE 'Y' TO BROWSE-DONE-SW
003130         GO TO C100-EXIT.
003140     IF HOLD-STATUS-ACTIVE
003150         AND (HOLD-EXPIRY-DATE = SPACES
003160              OR HOLD-EXPIRY-DATE NOT < HSUM-AS-OF-DATE)
003170         ADD HOLD-AMOUNT TO HSUM-HELD-AMOUNT
003180         ADD 1 TO HSUM-HOLD-COUNT.
003200 C100-EXIT.
003210     EXIT.
