000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    GLPCHK.
000120 AUTHOR. R THORNTON
000130*REMARKS. SHOP-WIDE ACCOUNTING PERIOD LOCK CHECK. ONCE GLCLOSE
000140*         HAS CLOSED A MONTH ITS FIGURES HAVE BEEN REPORTED, SO
000150*         NOTHING MAY POST INTO IT AGAIN. A PROGRAM ABOUT TO
000160*         POST GL OR INTEREST FOR A DATE ASKS FIRST:
000170*
000180*            CALL 'GLPCHK' USING GLPCHK-PARM
000190*
000200*         WITH FUNCTION X(5) 'CHECK' AND THE POSTING DATE X(10)
000210*         AS YYYY-MM-DD. GPC-STATUS COMES BACK SPACE WHEN THE
000220*         DATE'S PERIOD IS OPEN AND 'L' WHEN IT IS CLOSED AND
000230*         LOCKED - THE CALLER REFUSES THE RUN. A GLPERIOD FILE
000240*         THAT WILL NOT OPEN OR READ RETURNS 'E': THE CALLER
000250*         MUST STOP, SINCE IT CANNOT PROVE THE MONTH IS OPEN.
000260*
000270*MODIFICATION HISTORY.
000280*    OCT2026 RT  NEW PROGRAM.
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT GLPERIOD-FILE ASSIGN TO GLPERIOD
000340         ACCESS IS RANDOM
000350         ORGANIZATION IS INDEXED
000360         RECORD KEY IS GLP-PERIOD
000370         FILE STATUS IS GLPERIOD-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  GLPERIOD-FILE
000410     RECORD CONTAINS 40 CHARACTERS
000420     LABEL RECORDS ARE STANDARD.
000430 01  GLPERIOD-RECORD.
000440     COPY GLPERIOD.
000450
000460 WORKING-STORAGE SECTION.
000470 77  FILLER PIC X(34)  VALUE
000480     "GLPCHK WORKING STORAGE BEGINS HERE".
000490 01  GLPERIOD-STATUS             PIC XX VALUE 'ZZ'.
000500 LINKAGE SECTION.
000510 01  GLPCHK-PARM.
000520     05  GPC-FUNCTION            PIC X(5).
000530     05  GPC-DATE                PIC X(10).
000540     05  GPC-STATUS              PIC X.
000550         88  GPC-OPEN                VALUE ' '.
000560         88  GPC-LOCKED              VALUE 'L'.
000570         88  GPC-ERROR               VALUE 'E'.
000580 PROCEDURE DIVISION USING GLPCHK-PARM.
000590 A100-EXECUTIVE-CONTROL.
000600     MOVE SPACE TO GPC-STATUS.
000610     IF GPC-FUNCTION NOT = 'CHECK'
000620         DISPLAY 'GLPCHK: FUNCTION MUST BE CHECK, GOT '
000630                 GPC-FUNCTION
000640         MOVE 'E' TO GPC-STATUS
000650         GOBACK.
000660     PERFORM B100-CHECK-PERIOD THRU B100-EXIT.
000670     GOBACK.
000680
000690 B100-CHECK-PERIOD.
000700     OPEN INPUT GLPERIOD-FILE.
000710     IF GLPERIOD-STATUS NOT = '00'
000720         DISPLAY 'GLPCHK: GLPERIOD WOULD NOT OPEN, STATUS '
000730                 GLPERIOD-STATUS
000740         MOVE 'E' TO GPC-STATUS
000750         GO TO B100-EXIT.
000760     MOVE GPC-DATE (1:7) TO GLP-PERIOD.
000770     READ GLPERIOD-FILE
000780         INVALID KEY
000790             MOVE '23' TO GLPERIOD-STATUS.
000800     IF GLPERIOD-STATUS = '00'
000810         IF GLP-STATUS-CLOSED
000820             MOVE 'L' TO GPC-STATUS
000830         END-IF
000840     ELSE
000850         IF GLPERIOD-STATUS NOT = '23'
000860             DISPLAY 'GLPCHK: GLPERIOD READ FAILED, STATUS '
000870                     GLPERIOD-STATUS
000880             MOVE 'E' TO GPC-STATUS
000890         END-IF
000900     END-IF.
000910     CLOSE GLPERIOD-FILE.
000920 B100-EXIT.
000930     EXIT.
