000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BLKCHK.
000300 AUTHOR. R THORNTON
000400*REMARKS. SHOP-WIDE ACCOUNT BLOCK CHECK FOR THE BATCH POSTING
000410*         PATHS. EVERY PROGRAM THAT MOVES MONEY ON AN ACCOUNT
000420*         CALLS IT FOR EACH SIDE IT IS ABOUT TO POST:
000430*
000440*            CALL 'BLKCHK' USING BLKCHK-PARM
000450*
000460*         WITH FUNCTION X(5) 'DEBIT' OR 'CREDT', THE ACCOUNT
000470*         NUMBER 9(11) AND THE BUSINESS DATE X(10). BCHK-BLOCKED
000480*         COMES BACK 'Y' WITH THE BLOCK'S REASON CODE WHEN AN
000490*         ACTIVE ACCTBLK BLOCK STOPS THAT DIRECTION, OTHERWISE
000500*         'N'. A STOPPED MOVEMENT IS COUNTED ON THE BLOCK RECORD
000510*         AGAINST THE BUSINESS DATE FOR THE BLKRPT DAILY REPORT,
000520*         SO THE CALLER MUST REFUSE OR DIVERT EVERY MOVEMENT IT
000530*         IS TOLD IS BLOCKED.
000540*
000550*         ACCTBLK IS OPENED ON THE FIRST CALL AND KEPT OPEN FOR
000560*         THE STEP; FUNCTION 'CLOSE' CLOSES IT. A REGISTER THAT
000570*         WILL NOT OPEN OR READ RETURNS BCHK-STATUS 'E': THE
000580*         CALLER MUST STOP, NOT POST.
000581*
000582*         A DEBIT ON AN ACTIVE TERM DEPOSIT ON THE TDREG
000583*         REGISTER IS BLOCKED WITH REASON 'TD' UNTIL ITS
000584*         MATURITY DATE, WHETHER OR NOT THE ACCOUNT HAS AN
000585*         ACCTBLK BLOCK. THERE IS NO BLOCK RECORD TO COUNT THE
000586*         STOP ON. TDREG IS OPENED ON THE FIRST DEBIT CHECK AND
000587*         CLOSED WITH ACCTBLK.
000590*
000600*MODIFICATION HISTORY.
000610*    OCT2026 RT  NEW PROGRAM.
000620*    OCT2026 RT  REFUSE DEBITS ON UNMATURED TERM DEPOSITS.
000700 ENVIRONMENT DIVISION.
000800 CONFIGURATION SECTION.
000900 INPUT-OUTPUT SECTION.
001000 FILE-CONTROL.
001010     SELECT ACCTBLK-FILE ASSIGN TO ACCTBLK
001020         ACCESS IS RANDOM
001030         ORGANIZATION IS INDEXED
001040         RECORD KEY IS BLK-ACCOUNT-NUMBER
001050         FILE STATUS IS ACCTBLK-STATUS.
001060     SELECT TDREG-FILE ASSIGN TO TDREG
001070         ACCESS IS RANDOM
001080         ORGANIZATION IS INDEXED
001090         RECORD KEY IS TD-ACCOUNT-NUMBER
001095         FILE STATUS IS TDREG-STATUS.
001100 DATA DIVISION.
001200 FILE SECTION.
001300 FD  ACCTBLK-FILE
001310     RECORD CONTAINS 116 CHARACTERS
001400     LABEL RECORDS ARE STANDARD.
001500 01  ACCTBLK-RECORD.
001510     COPY ACCTBLK.
001520 FD  TDREG-FILE
001530     RECORD CONTAINS 140 CHARACTERS
001540     LABEL RECORDS ARE STANDARD.
001550 01  TDREG-RECORD.
001560     COPY TERMDEP.
001600
001700 WORKING-STORAGE SECTION.
001800 77  FILLER PIC X(34)  VALUE
001900     "BLKCHK WORKING STORAGE BEGINS HERE".
002000 01  ACCTBLK-STATUS              PIC XX VALUE 'ZZ'.
002010 01  ACCTBLK-OPEN-SW             PIC X VALUE 'N'.
002020     88  ACCTBLK-OPEN                  VALUE 'Y'.
002030 01  TDREG-STATUS                PIC XX VALUE 'ZZ'.
002040 01  TDREG-OPEN-SW               PIC X VALUE 'N'.
002050     88  TDREG-OPEN                    VALUE 'Y'.
002100 LINKAGE SECTION.
002200 01  BLKCHK-PARM.
002210     05  BCHK-FUNCTION           PIC X(5).
002220     05  BCHK-ACCOUNT-NUMBER     PIC 9(11).
002230     05  BCHK-AS-OF-DATE         PIC X(10).
002240     05  BCHK-BLOCKED            PIC X.
002250         88  BCHK-IS-BLOCKED         VALUE 'Y'.
002260     05  BCHK-REASON-CODE        PIC X(2).
002270     05  BCHK-STATUS             PIC X.
002280         88  BCHK-OK                 VALUE ' '.
002290         88  BCHK-ERROR              VALUE 'E'.
002300 PROCEDURE DIVISION USING BLKCHK-PARM.
002400 A100-EXECUTIVE-CONTROL.
002410     MOVE SPACE TO BCHK-STATUS.
002420     MOVE 'N' TO BCHK-BLOCKED.
002430     MOVE SPACES TO BCHK-REASON-CODE.
002440     IF BCHK-FUNCTION = 'DEBIT' OR BCHK-FUNCTION = 'CREDT'
002450         PERFORM B100-CHECK-BLOCK THRU B100-EXIT
002451         IF BCHK-OK AND NOT BCHK-IS-BLOCKED
002452            AND BCHK-FUNCTION = 'DEBIT'
002453             PERFORM D100-CHECK-TERM-DEPOSIT THRU D100-EXIT
002454         END-IF
002460         GOBACK.
002470     IF BCHK-FUNCTION = 'CLOSE'
002480         IF ACCTBLK-OPEN
002490             CLOSE ACCTBLK-FILE
002500             MOVE 'N' TO ACCTBLK-OPEN-SW
002510         END-IF
002511         IF TDREG-OPEN
002512             CLOSE TDREG-FILE
002513             MOVE 'N' TO TDREG-OPEN-SW
002514         END-IF
002520         GOBACK.
002530     DISPLAY 'BLKCHK: FUNCTION MUST BE DEBIT, CREDT OR CLOSE, '
002540             'GOT ' BCHK-FUNCTION.
002550     MOVE 'E' TO BCHK-STATUS.
002560     GOBACK.
002600
002700 B100-CHECK-BLOCK.
002710     IF NOT ACCTBLK-OPEN
002720         OPEN I-O ACCTBLK-FILE
002730         IF ACCTBLK-STATUS NOT = '00'
002740            AND ACCTBLK-STATUS NOT = '97'
002750             DISPLAY 'BLKCHK: ACCTBLK WOULD NOT OPEN, STATUS '
002760                     ACCTBLK-STATUS
002770             MOVE 'E' TO BCHK-STATUS
002780             GO TO B100-EXIT
002790         END-IF
002800         MOVE 'Y' TO ACCTBLK-OPEN-SW
002810     END-IF.
002820     MOVE BCHK-ACCOUNT-NUMBER TO BLK-ACCOUNT-NUMBER.
002830     READ ACCTBLK-FILE.
002840     IF ACCTBLK-STATUS = '23'
002850         GO TO B100-EXIT.
002860     IF ACCTBLK-STATUS NOT = '00'
002870         DISPLAY 'BLKCHK: ACCTBLK READ FAILED, STATUS '
002880                 ACCTBLK-STATUS
002890         MOVE 'E' TO BCHK-STATUS
002900         GO TO B100-EXIT.
002910     IF NOT BLK-STATUS-ACTIVE
002920         GO TO B100-EXIT.
002930     IF BCHK-FUNCTION = 'DEBIT' AND NOT BLK-STOPS-DEBITS
002940         GO TO B100-EXIT.
002950     IF BCHK-FUNCTION = 'CREDT' AND NOT BLK-STOPS-CREDITS
002960         GO TO B100-EXIT.
002970     MOVE 'Y' TO BCHK-BLOCKED.
002980     MOVE BLK-REASON-CODE TO BCHK-REASON-CODE.
002990     PERFORM C100-COUNT-STOP THRU C100-EXIT.
003000 B100-EXIT.
003010     EXIT.
003020
003100 C100-COUNT-STOP.
003110     IF BLK-STOP-DATE NOT = BCHK-AS-OF-DATE
003120         MOVE BCHK-AS-OF-DATE TO BLK-STOP-DATE
003130         MOVE 0 TO BLK-STOP-COUNT.
003140     ADD 1 TO BLK-STOP-COUNT.
003150     REWRITE ACCTBLK-RECORD.
003160     IF ACCTBLK-STATUS NOT = '00'
003170         DISPLAY 'BLKCHK: STOP COUNT NOT SAVED FOR ACCOUNT '
003180                 BLK-ACCOUNT-NUMBER ' STATUS ' ACCTBLK-STATUS.
003200 C100-EXIT.
003210     EXIT.
003300
003400 D100-CHECK-TERM-DEPOSIT.
003410     IF NOT TDREG-OPEN
003420         OPEN INPUT TDREG-FILE
003430         IF TDREG-STATUS NOT = '00'
003440            AND TDREG-STATUS NOT = '97'
003450             DISPLAY 'BLKCHK: TDREG WOULD NOT OPEN, STATUS '
003460                     TDREG-STATUS
003470             MOVE 'E' TO BCHK-STATUS
003480             GO TO D100-EXIT
003490         END-IF
003500         MOVE 'Y' TO TDREG-OPEN-SW
003510     END-IF.
003520     MOVE BCHK-ACCOUNT-NUMBER TO TD-ACCOUNT-NUMBER.
003530     READ TDREG-FILE.
003540     IF TDREG-STATUS = '23'
003550         GO TO D100-EXIT.
003560     IF TDREG-STATUS NOT = '00'
003570         DISPLAY 'BLKCHK: TDREG READ FAILED, STATUS '
003580                 TDREG-STATUS
003590         MOVE 'E' TO BCHK-STATUS
003600         GO TO D100-EXIT.
003610     IF TD-STATUS-ACTIVE
003620        AND BCHK-AS-OF-DATE < TD-MATURITY-DATE
003630         MOVE 'Y' TO BCHK-BLOCKED
003640         MOVE 'TD' TO BCHK-REASON-CODE.
003700 D100-EXIT.
003710     EXIT.
