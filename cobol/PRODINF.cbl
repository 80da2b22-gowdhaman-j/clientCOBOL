000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    PRODINF.
000120 AUTHOR. R THORNTON
000130*REMARKS. SHOP-WIDE PRODUCT LOOKUP. THE BATCH PROGRAMS THAT
000140*         BEHAVE DIFFERENTLY BY ACCOUNT-TYPE ASK IT FOR THE
000150*         PRODUCT'S PRODMST RECORD INSTEAD OF TESTING LITERALS:
000160*
000170*            CALL 'PRODINF' USING PRODINF-PARM
000180*
000190*         WITH FUNCTION X(5) 'GET  ' AND THE ACCOUNT-TYPE X(8).
000200*         THE PRODUCT'S RECORD COMES BACK IN PRI-PRODUCT, LAID
000210*         OUT AS COPYBOOK PRODMST, WITH PRI-STATUS SPACE.
000220*
000230*         A TYPE NOT ON THE MASTER RETURNS PRI-STATUS 'N' AND A
000240*         FALLBACK RECORD THAT BEHAVES AS AN UNLISTED TYPE
000250*         ALWAYS HAS - NO CLASS, A 365-DAY YEAR, NOT AN ISA,
000260*         OVERDRAFT AS THE ACCOUNT'S OWN LIMIT ALLOWS, 10 KYC
000270*         POINTS - SO THE CALLER CAN CARRY ON AND REPORT IT.
000280*
000290*         PRODMST IS LOADED INTO STORAGE ON THE FIRST CALL;
000300*         FUNCTION 'CLOSE' RELEASES IT. A MASTER THAT WILL NOT
000310*         OPEN, READ OR FIT RETURNS PRI-STATUS 'E': THE CALLER
000320*         MUST STOP RATHER THAN GUESS HOW A PRODUCT BEHAVES.
000330*
000340*MODIFICATION HISTORY.
000350*    OCT2026 RT  NEW PROGRAM.
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT PRODMST-FILE ASSIGN TO PRODMST
000410         ACCESS IS SEQUENTIAL
000420         ORGANIZATION IS INDEXED
000430         RECORD KEY IS PROD-ACCOUNT-TYPE
000440         FILE STATUS IS PRODMST-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  PRODMST-FILE
000480     RECORD CONTAINS 100 CHARACTERS
000490     LABEL RECORDS ARE STANDARD.
000500 01  PRODMST-RECORD.
000510     COPY PRODMST.
000520
000530 WORKING-STORAGE SECTION.
000540 77  FILLER PIC X(35)  VALUE
000550     "PRODINF WORKING STORAGE BEGINS HERE".
000560 01  PRODMST-STATUS              PIC XX VALUE 'ZZ'.
000570 01  MASTER-LOADED-SW            PIC X VALUE 'N'.
000580     88  MASTER-LOADED                 VALUE 'Y'.
000590 01  LOAD-DONE-SW                PIC X VALUE 'N'.
000600     88  LOAD-DONE                     VALUE 'Y'.
000610*
000620*    THE WHOLE MASTER, IN KEY ORDER
000630*
000640 01  PRODUCT-TABLE.
000650     05  PRODUCT-MAX             PIC 9(3) COMP VALUE 200.
000660     05  PRODUCT-USED            PIC 9(3) COMP VALUE 0.
000670     05  PRODUCT-ROW OCCURS 200 TIMES INDEXED BY PR-NDX.
000680         10  PR-TYPE             PIC X(8).
000690         10  PR-RECORD           PIC X(100).
000700*
000710*    WHAT AN UNLISTED TYPE HAS ALWAYS MEANT
000720*
000730 01  FALLBACK-PRODUCT.
000740     05  FB-ACCOUNT-TYPE         PIC X(8).
000750     05  FB-NAME                 PIC X(30) VALUE
000760         '*** NOT ON PRODUCT MASTER ***'.
000770     05  FB-STATUS               PIC X VALUE SPACE.
000780     05  FB-CLASS                PIC X VALUE SPACE.
000790     05  FB-DAY-COUNT            PIC 9(3) VALUE 365.
000800     05  FB-ISA-FLAG             PIC X VALUE 'N'.
000810     05  FB-OVERDRAFT-FLAG       PIC X VALUE 'Y'.
000820     05  FB-KYC-POINTS           PIC 9(3) VALUE 10.
000830     05  FILLER                  PIC X(52) VALUE SPACES.
000840 LINKAGE SECTION.
000850 01  PRODINF-PARM.
000860     05  PRI-FUNCTION            PIC X(5).
000870     05  PRI-ACCOUNT-TYPE        PIC X(8).
000880     05  PRI-PRODUCT             PIC X(100).
000890     05  PRI-STATUS              PIC X.
000900         88  PRI-OK                  VALUE ' '.
000910         88  PRI-NOT-FOUND           VALUE 'N'.
000920         88  PRI-ERROR               VALUE 'E'.
000930 PROCEDURE DIVISION USING PRODINF-PARM.
000940 A100-EXECUTIVE-CONTROL.
000950     MOVE SPACE TO PRI-STATUS.
000960     IF PRI-FUNCTION = 'GET  '
000970         PERFORM B100-GET-PRODUCT THRU B100-EXIT
000980         GOBACK.
000990     IF PRI-FUNCTION = 'CLOSE'
001000         MOVE 'N' TO MASTER-LOADED-SW
001010         MOVE 0 TO PRODUCT-USED
001020         GOBACK.
001030     DISPLAY 'PRODINF: FUNCTION MUST BE GET OR CLOSE, GOT '
001040             PRI-FUNCTION.
001050     MOVE 'E' TO PRI-STATUS.
001060     GOBACK.
001070
001080 B100-GET-PRODUCT.
001090     IF NOT MASTER-LOADED
001100         PERFORM C100-LOAD-MASTER THRU C100-EXIT
001110         IF PRI-ERROR
001120             GO TO B100-EXIT
001130         END-IF
001140     END-IF.
001150     SET PR-NDX TO 1.
001160     SEARCH PRODUCT-ROW
001170         AT END
001180             MOVE PRI-ACCOUNT-TYPE TO FB-ACCOUNT-TYPE
001190             MOVE FALLBACK-PRODUCT TO PRI-PRODUCT
001200             MOVE 'N' TO PRI-STATUS
001210         WHEN PR-NDX > PRODUCT-USED
001220             MOVE PRI-ACCOUNT-TYPE TO FB-ACCOUNT-TYPE
001230             MOVE FALLBACK-PRODUCT TO PRI-PRODUCT
001240             MOVE 'N' TO PRI-STATUS
001250         WHEN PR-TYPE (PR-NDX) = PRI-ACCOUNT-TYPE
001260             MOVE PR-RECORD (PR-NDX) TO PRI-PRODUCT.
001270 B100-EXIT.
001280     EXIT.
001290
001300 C100-LOAD-MASTER.
001310     MOVE 0 TO PRODUCT-USED.
001320     OPEN INPUT PRODMST-FILE.
001330     IF PRODMST-STATUS NOT = '00'
001340         DISPLAY 'PRODINF: PRODMST WOULD NOT OPEN, STATUS '
001350                 PRODMST-STATUS
001360         MOVE 'E' TO PRI-STATUS
001370         GO TO C100-EXIT.
001380     MOVE 'N' TO LOAD-DONE-SW.
001390     PERFORM C200-LOAD-ONE-PRODUCT THRU C200-EXIT
001400         UNTIL LOAD-DONE.
001410     CLOSE PRODMST-FILE.
001420     IF PRI-OK
001430         MOVE 'Y' TO MASTER-LOADED-SW
001440         DISPLAY 'PRODINF: ' PRODUCT-USED
001450                 ' PRODUCTS LOADED FROM PRODMST'.
001460 C100-EXIT.
001470     EXIT.
001480
001490 C200-LOAD-ONE-PRODUCT.
001500     READ PRODMST-FILE NEXT RECORD
001510         AT END
001520             MOVE 'Y' TO LOAD-DONE-SW
001530             GO TO C200-EXIT.
001540     IF PRODMST-STATUS NOT = '00'
001550         DISPLAY 'PRODINF: PRODMST READ FAILED, STATUS '
001560                 PRODMST-STATUS
001570         MOVE 'E' TO PRI-STATUS
001580         MOVE 'Y' TO LOAD-DONE-SW
001590         GO TO C200-EXIT.
001600     IF PRODUCT-USED NOT < PRODUCT-MAX
001610         DISPLAY 'PRODINF: PRODUCT TABLE FULL AT ' PRODUCT-MAX
001620                 ' PRODUCTS'
001630         MOVE 'E' TO PRI-STATUS
001640         MOVE 'Y' TO LOAD-DONE-SW
001650         GO TO C200-EXIT.
001660     ADD 1 TO PRODUCT-USED.
001670     SET PR-NDX TO PRODUCT-USED.
001680     MOVE PROD-ACCOUNT-TYPE TO PR-TYPE (PR-NDX).
001690     MOVE PRODMST-RECORD    TO PR-RECORD (PR-NDX).
001700 C200-EXIT.
001710     EXIT.
