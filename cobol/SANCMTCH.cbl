000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    SANCMTCH.
000120 AUTHOR. R THORNTON
000130*REMARKS. SHOP-WIDE SANCTIONS LIST NAME MATCH. SANCSCRN CALLS IT
000140*         FOR EVERY CUSTOMER AND SAVED PAYEE IT SCREENS, ONBOARD
000150*         FOR EVERY APPLICATION BEFORE THE CUSTOMER IS CREATED:
000160*
000170*            CALL 'SANCMTCH' USING SANCMTCH-PARM
000180*
000190*         WITH FUNCTION X(5) 'MATCH', THE NAME X(60) AND DATE OF
000200*         BIRTH 9(8) DDMMYYYY (ZERO IF NOT KNOWN) TO SCREEN, AND
000210*         A SINCE DATE X(10). SPACES SCREEN AGAINST EVERY ACTIVE
000220*         LIST ENTRY; A DATE SCREENS ONLY AGAINST ENTRIES ADDED
000230*         OR CHANGED AFTER IT - THE NIGHTLY DELTA. UP TO TEN
000240*         POSSIBLE MATCHES COME BACK IN SMT-HIT, EACH WITH ITS
000250*         SCORE 0-100 AND STRENGTH; BEYOND TEN THE WEAKEST IS
000260*         DROPPED FOR A STRONGER ONE.
000270*
000280*         NAMES ARE COMPARED WORD BY WORD, IN ANY ORDER, AFTER
000290*         FOLDING TO UPPER CASE, TURNING PUNCTUATION TO SPACES
000300*         AND DROPPING TITLES. EACH LIST WORD FOUND IN THE NAME
000310*         SCORES ITS SHARE OF 70; EACH WORD OF THE NAME NOT ON
000320*         THE ENTRY TAKES 5 OFF. A LIST ENTRY OF TWO OR MORE
000330*         WORDS NEEDS AT LEAST TWO OF THEM FOUND. WHERE BOTH
000340*         DATES OF BIRTH ARE KNOWN THE SAME DATE ADDS 30, THE
000350*         SAME YEAR 10, AND A DIFFERENT YEAR TAKES 20 OFF. 50
000360*         OR MORE IS A POSSIBLE MATCH: 85 AND OVER STRONG, 65
000370*         AND OVER MEDIUM, BELOW THAT WEAK.
000380*
000390*         SANCLIST IS LOADED INTO STORAGE ON THE FIRST CALL;
000400*         FUNCTION 'CLOSE' RELEASES IT. A LIST THAT WILL NOT
000410*         OPEN, READ OR FIT RETURNS SMT-STATUS 'E': THE CALLER
000420*         MUST STOP - A NAME NOBODY SCREENED IS NOT A CLEAR ONE.
000430*
000440*MODIFICATION HISTORY.
000450*    OCT2026 RT  NEW PROGRAM.
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT SANCLIST-FILE ASSIGN TO SANCLIST
000510         ACCESS IS SEQUENTIAL
000520         ORGANIZATION IS INDEXED
000530         RECORD KEY IS SANC-ENTRY-ID
000540         FILE STATUS IS SANCLIST-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  SANCLIST-FILE
000580     RECORD CONTAINS 169 CHARACTERS
000590     LABEL RECORDS ARE STANDARD.
000600 01  SANCLIST-RECORD.
000610     COPY SANCLIST.
000620
000630 WORKING-STORAGE SECTION.
000640 77  FILLER PIC X(36)  VALUE
000650     "SANCMTCH WORKING STORAGE BEGINS HERE".
000660 01  SANCLIST-STATUS             PIC XX VALUE 'ZZ'.
000670 01  LIST-LOADED-SW              PIC X VALUE 'N'.
000680     88  LIST-LOADED                   VALUE 'Y'.
000690 01  LOAD-DONE-SW                PIC X VALUE 'N'.
000700     88  LOAD-DONE                     VALUE 'Y'.
000710*
000720*    THE ACTIVE LIST, EACH NAME ALREADY SPLIT INTO WORDS
000730*
000740 01  ENTRY-TABLE.
000750     05  ENTRY-MAX               PIC 9(5) COMP VALUE 5000.
000760     05  ENTRY-USED              PIC 9(5) COMP VALUE 0.
000770     05  ENTRY-ROW OCCURS 5000 TIMES INDEXED BY EN-NDX.
000780         10  EN-ID               PIC X(10).
000790         10  EN-NAME             PIC X(60).
000800         10  EN-DOB              PIC 9(8).
000810         10  EN-ADDED-DATE       PIC X(10).
000820         10  EN-CHANGED-DATE     PIC X(10).
000830         10  EN-WORD-CNT         PIC 9(2) COMP.
000840         10  EN-WORD             PIC X(20) OCCURS 8 TIMES.
000850*
000860*    THE NAME BEING SPLIT, AND THE SCREENED NAME'S OWN WORDS
000870*
000880 01  SPLIT-NAME                  PIC X(60).
000890 01  SPLIT-WORD                  PIC X(20).
000900 01  SPLIT-PTR                   PIC 9(3) COMP.
000910 01  SPLIT-PASSES                PIC 9(3) COMP.
000920 01  SPLIT-CNT                   PIC 9(2) COMP.
000930 01  SPLIT-WORDS.
000940     05  SPLIT-OUT               PIC X(20) OCCURS 8 TIMES.
000950 01  SUBJ-CNT                    PIC 9(2) COMP.
000960 01  SUBJ-WORDS.
000970     05  SUBJ-WORD               PIC X(20) OCCURS 8 TIMES.
000980 01  SUBJ-USED-FLAGS.
000990     05  SUBJ-USED               PIC X OCCURS 8 TIMES.
001000 01  LOWER-CASE                  PIC X(26) VALUE
001010     'abcdefghijklmnopqrstuvwxyz'.
001020 01  UPPER-CASE                  PIC X(26) VALUE
001030     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001040 01  PUNCTUATION                 PIC X(10) VALUE
001050     '.,''-/()&;:'.
001060 01  PUNCT-SPACES                PIC X(10) VALUE SPACES.
001070*
001080*    SCORING WORK FIELDS
001090*
001100 01  WORD-I                      PIC 9(2) COMP.
001110 01  WORD-J                      PIC 9(2) COMP.
001120 01  WORDS-FOUND                 PIC 9(2) COMP.
001130 01  WORDS-EXTRA                 PIC 9(2) COMP.
001140 01  NAME-SCORE                  PIC S9(3) COMP.
001150 01  MATCH-SCORE                 PIC S9(3) COMP.
001160 01  HIT-I                       PIC 9(2) COMP.
001170 01  WEAKEST-I                   PIC 9(2) COMP.
001180 01  ENTRY-SINCE                 PIC X(10).
001190 01  SUBJ-DOB-X                  PIC X(8).
001200 01  ENTRY-DOB-X                 PIC X(8).
001210 LINKAGE SECTION.
001220 01  SANCMTCH-PARM.
001230     05  SMT-FUNCTION            PIC X(5).
001240     05  SMT-SINCE-DATE          PIC X(10).
001250     05  SMT-NAME                PIC X(60).
001260     05  SMT-DOB                 PIC 9(8).
001270     05  SMT-HIT-COUNT           PIC 9(2).
001280     05  SMT-HIT OCCURS 10 TIMES.
001290         10  SMT-HIT-ENTRY-ID    PIC X(10).
001300         10  SMT-HIT-ENTRY-NAME  PIC X(60).
001310         10  SMT-HIT-ENTRY-DOB   PIC 9(8).
001320         10  SMT-HIT-CHANGED     PIC X(10).
001330         10  SMT-HIT-SCORE       PIC 9(3).
001340         10  SMT-HIT-STRENGTH    PIC X(6).
001350     05  SMT-STATUS              PIC X.
001360         88  SMT-OK                  VALUE ' '.
001370         88  SMT-ERROR               VALUE 'E'.
001380 PROCEDURE DIVISION USING SANCMTCH-PARM.
001390 A100-EXECUTIVE-CONTROL.
001400     MOVE SPACE TO SMT-STATUS.
001410     MOVE 0 TO SMT-HIT-COUNT.
001420     IF SMT-FUNCTION = 'MATCH'
001430         PERFORM B100-SCREEN-NAME THRU B100-EXIT
001440         GOBACK.
001450     IF SMT-FUNCTION = 'CLOSE'
001460         MOVE 'N' TO LIST-LOADED-SW
001470         MOVE 0 TO ENTRY-USED
001480         GOBACK.
001490     DISPLAY 'SANCMTCH: FUNCTION MUST BE MATCH OR CLOSE, GOT '
001500             SMT-FUNCTION.
001510     MOVE 'E' TO SMT-STATUS.
001520     GOBACK.
001530
001540 B100-SCREEN-NAME.
001550     IF NOT LIST-LOADED
001560         PERFORM C100-LOAD-LIST THRU C100-EXIT
001570         IF SMT-ERROR
001580             GO TO B100-EXIT
001590         END-IF
001600     END-IF.
001610     MOVE SMT-NAME TO SPLIT-NAME.
001620     PERFORM D100-SPLIT-NAME THRU D100-EXIT.
001630     MOVE SPLIT-WORDS TO SUBJ-WORDS.
001640     MOVE SPLIT-CNT TO SUBJ-CNT.
001650     IF SUBJ-CNT = 0
001660         GO TO B100-EXIT.
001670     PERFORM E100-SCORE-ONE-ENTRY THRU E100-EXIT
001680         VARYING EN-NDX FROM 1 BY 1
001690         UNTIL EN-NDX > ENTRY-USED.
001700 B100-EXIT.
001710     EXIT.
001720
001730 C100-LOAD-LIST.
001740     MOVE 0 TO ENTRY-USED.
001750     OPEN INPUT SANCLIST-FILE.
001760     IF SANCLIST-STATUS NOT = '00'
001770         DISPLAY 'SANCMTCH: SANCLIST WOULD NOT OPEN, STATUS '
001780                 SANCLIST-STATUS
001790         MOVE 'E' TO SMT-STATUS
001800         GO TO C100-EXIT.
001810     MOVE 'N' TO LOAD-DONE-SW.
001820     PERFORM C200-LOAD-ONE-ENTRY THRU C200-EXIT
001830         UNTIL LOAD-DONE.
001840     CLOSE SANCLIST-FILE.
001850     IF SMT-OK
001860         MOVE 'Y' TO LIST-LOADED-SW
001870         DISPLAY 'SANCMTCH: ' ENTRY-USED
001880                 ' ACTIVE SANCTIONS LIST ENTRIES LOADED'.
001890 C100-EXIT.
001900     EXIT.
001910
001920 C200-LOAD-ONE-ENTRY.
001930     READ SANCLIST-FILE NEXT RECORD
001940         AT END
001950             MOVE 'Y' TO LOAD-DONE-SW
001960             GO TO C200-EXIT.
001970     IF SANCLIST-STATUS NOT = '00'
001980         DISPLAY 'SANCMTCH: SANCLIST READ FAILED, STATUS '
001990                 SANCLIST-STATUS
002000         MOVE 'E' TO SMT-STATUS
002010         MOVE 'Y' TO LOAD-DONE-SW
002020         GO TO C200-EXIT.
002030     IF NOT SANC-STATUS-ACTIVE
002040         GO TO C200-EXIT.
002050     IF ENTRY-USED NOT < ENTRY-MAX
002060         DISPLAY 'SANCMTCH: LIST TABLE FULL AT ' ENTRY-MAX
002070                 ' ENTRIES - SCREENING REFUSED'
002080         MOVE 'E' TO SMT-STATUS
002090         MOVE 'Y' TO LOAD-DONE-SW
002100         GO TO C200-EXIT.
002110     ADD 1 TO ENTRY-USED.
002120     SET EN-NDX TO ENTRY-USED.
002130     MOVE SANC-ENTRY-ID     TO EN-ID (EN-NDX).
002140     MOVE SANC-NAME         TO EN-NAME (EN-NDX).
002150     IF SANC-DOB NUMERIC
002160         MOVE SANC-DOB TO EN-DOB (EN-NDX)
002170     ELSE
002180         MOVE 0 TO EN-DOB (EN-NDX)
002190     END-IF.
002200     MOVE SANC-ADDED-DATE   TO EN-ADDED-DATE (EN-NDX).
002210     MOVE SANC-CHANGED-DATE TO EN-CHANGED-DATE (EN-NDX).
002220     MOVE SANC-NAME TO SPLIT-NAME.
002230     PERFORM D100-SPLIT-NAME THRU D100-EXIT.
002240     MOVE SPLIT-CNT TO EN-WORD-CNT (EN-NDX).
002250     PERFORM VARYING WORD-I FROM 1 BY 1 UNTIL WORD-I > 8
002260         MOVE SPLIT-OUT (WORD-I) TO EN-WORD (EN-NDX, WORD-I)
002270     END-PERFORM.
002280 C200-EXIT.
002290     EXIT.
002300
002310*
002320*    SPLIT-NAME INTO UP TO EIGHT UPPER-CASE WORDS, TITLES DROPPED
002330*
002340 D100-SPLIT-NAME.
002350     MOVE SPACES TO SPLIT-WORDS.
002360     MOVE 0 TO SPLIT-CNT SPLIT-PASSES.
002370     INSPECT SPLIT-NAME CONVERTING LOWER-CASE TO UPPER-CASE.
002380     INSPECT SPLIT-NAME CONVERTING PUNCTUATION TO PUNCT-SPACES.
002390     MOVE 1 TO SPLIT-PTR.
002400     PERFORM D200-TAKE-ONE-WORD THRU D200-EXIT
002410         UNTIL SPLIT-PTR > 60 OR SPLIT-CNT = 8
002420            OR SPLIT-PASSES > 60.
002430 D100-EXIT.
002440     EXIT.
002450
002460 D200-TAKE-ONE-WORD.
002470     ADD 1 TO SPLIT-PASSES.
002480     MOVE SPACES TO SPLIT-WORD.
002490     UNSTRING SPLIT-NAME DELIMITED BY ALL SPACE
002500         INTO SPLIT-WORD
002510         WITH POINTER SPLIT-PTR.
002520     IF SPLIT-WORD = SPACES
002530         GO TO D200-EXIT.
002540     IF SPLIT-WORD = 'MR' OR 'MRS' OR 'MS' OR 'MISS' OR 'DR'
002550                  OR 'SIR' OR 'MX'
002560         GO TO D200-EXIT.
002570     ADD 1 TO SPLIT-CNT.
002580     MOVE SPLIT-WORD TO SPLIT-OUT (SPLIT-CNT).
002590 D200-EXIT.
002600     EXIT.
002610
002620*
002630*    SCORE THE SCREENED NAME AGAINST ONE LIST ENTRY
002640*
002650 E100-SCORE-ONE-ENTRY.
002660     IF EN-WORD-CNT (EN-NDX) = 0
002670         GO TO E100-EXIT.
002680     IF SMT-SINCE-DATE NOT = SPACES
002690         IF EN-ADDED-DATE (EN-NDX) NOT > SMT-SINCE-DATE
002700            AND EN-CHANGED-DATE (EN-NDX) NOT > SMT-SINCE-DATE
002710             GO TO E100-EXIT
002720         END-IF
002730     END-IF.
002740     MOVE SPACES TO SUBJ-USED-FLAGS.
002750     MOVE 0 TO WORDS-FOUND.
002760     PERFORM E200-FIND-ONE-WORD THRU E200-EXIT
002770         VARYING WORD-I FROM 1 BY 1
002780         UNTIL WORD-I > EN-WORD-CNT (EN-NDX).
002790     IF WORDS-FOUND = 0
002800         GO TO E100-EXIT.
002810     IF EN-WORD-CNT (EN-NDX) > 1 AND WORDS-FOUND < 2
002820         GO TO E100-EXIT.
002830     COMPUTE NAME-SCORE =
002840         (WORDS-FOUND * 70) / EN-WORD-CNT (EN-NDX).
002850     COMPUTE WORDS-EXTRA = SUBJ-CNT - WORDS-FOUND.
002860     COMPUTE NAME-SCORE = NAME-SCORE - (WORDS-EXTRA * 5).
002870     MOVE NAME-SCORE TO MATCH-SCORE.
002880     IF SMT-DOB NUMERIC AND SMT-DOB > 0
002890        AND EN-DOB (EN-NDX) > 0
002900         MOVE SMT-DOB TO SUBJ-DOB-X
002910         MOVE EN-DOB (EN-NDX) TO ENTRY-DOB-X
002920         IF SUBJ-DOB-X = ENTRY-DOB-X
002930             ADD 30 TO MATCH-SCORE
002940         ELSE
002950             IF SUBJ-DOB-X (5:4) = ENTRY-DOB-X (5:4)
002960                 ADD 10 TO MATCH-SCORE
002970             ELSE
002980                 SUBTRACT 20 FROM MATCH-SCORE
002990             END-IF
003000         END-IF
003010     END-IF.
003020     IF MATCH-SCORE < 50
003030         GO TO E100-EXIT.
003040     PERFORM F100-KEEP-HIT THRU F100-EXIT.
003050 E100-EXIT.
003060     EXIT.
003070
003080 E200-FIND-ONE-WORD.
003090     PERFORM VARYING WORD-J FROM 1 BY 1 UNTIL WORD-J > SUBJ-CNT
003100         IF SUBJ-USED (WORD-J) = SPACE
003110            AND SUBJ-WORD (WORD-J) = EN-WORD (EN-NDX, WORD-I)
003120             MOVE 'Y' TO SUBJ-USED (WORD-J)
003130             ADD 1 TO WORDS-FOUND
003140             MOVE 9 TO WORD-J
003150         END-IF
003160     END-PERFORM.
003170 E200-EXIT.
003180     EXIT.
003190
003200*
003210*    TEN HITS ARE KEPT; A STRONGER ELEVENTH REPLACES THE WEAKEST
003220*
003230 F100-KEEP-HIT.
003240     IF SMT-HIT-COUNT < 10
003250         ADD 1 TO SMT-HIT-COUNT
003260         MOVE SMT-HIT-COUNT TO HIT-I
003270     ELSE
003280         MOVE 1 TO WEAKEST-I
003290         PERFORM VARYING HIT-I FROM 2 BY 1 UNTIL HIT-I > 10
003300             IF SMT-HIT-SCORE (HIT-I) < SMT-HIT-SCORE (WEAKEST-I)
003310                 MOVE HIT-I TO WEAKEST-I
003320             END-IF
003330         END-PERFORM
003340         IF SMT-HIT-SCORE (WEAKEST-I) NOT < MATCH-SCORE
003350             GO TO F100-EXIT
003360         END-IF
003370         MOVE WEAKEST-I TO HIT-I
003380     END-IF.
003390     MOVE EN-ID (EN-NDX)     TO SMT-HIT-ENTRY-ID (HIT-I).
003400     MOVE EN-NAME (EN-NDX)   TO SMT-HIT-ENTRY-NAME (HIT-I).
003410     MOVE EN-DOB (EN-NDX)    TO SMT-HIT-ENTRY-DOB (HIT-I).
003420     IF EN-CHANGED-DATE (EN-NDX) > EN-ADDED-DATE (EN-NDX)
003430         MOVE EN-CHANGED-DATE (EN-NDX) TO SMT-HIT-CHANGED (HIT-I)
003440     ELSE
003450         MOVE EN-ADDED-DATE (EN-NDX) TO SMT-HIT-CHANGED (HIT-I)
003460     END-IF.
003470     MOVE MATCH-SCORE        TO SMT-HIT-SCORE (HIT-I).
003480     IF MATCH-SCORE NOT < 85
003490         MOVE 'STRONG' TO SMT-HIT-STRENGTH (HIT-I)
003500     ELSE
003510         IF MATCH-SCORE NOT < 65
003520             MOVE 'MEDIUM' TO SMT-HIT-STRENGTH (HIT-I)
003530         ELSE
003540             MOVE 'WEAK  ' TO SMT-HIT-STRENGTH (HIT-I)
003550         END-IF
003560     END-IF.
003570 F100-EXIT.
003580     EXIT.
