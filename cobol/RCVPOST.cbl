000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    RCVPOST.
000120 AUTHOR. R THORNTON
000130*REMARKS. SHOP-WIDE POSTING OF MONEY RECEIVED AGAINST A LOAN
000140*         THAT LOANWOFF HAS WRITTEN OFF. THE LOAN ACCOUNT IS
000150*         CLOSED, SO NOTHING MAY POST TO IT; A POSTING PATH
000160*         THAT FINDS A CLOSED ACCOUNT ASKS FIRST WHETHER IT IS
000170*         A WRITTEN-OFF LOAN, AND IF SO POSTS THE MONEY HERE AS
000180*         A RECOVERY INSTEAD OF REFUSING IT:
000190*
000200*            CALL 'RCVPOST' USING RCVPOST-PARM
000210*
000220*         WITH FUNCTION X(5) 'CHECK' AND THE LOAN NUMBER 9(11):
000230*         RCVP-WRITTEN-OFF COMES BACK 'Y' WHEN THE LOAN IS ON
000240*         THE WOFFREG REGISTER, OTHERWISE 'N'. FUNCTION 'RECOV'
000250*         WITH THE LOAN, THE BUSINESS DATE X(10), THE AMOUNT,
000260*         THE POSTING PROGRAM'S NAME X(8) AND ITS REFERENCE
000270*         X(20) ADDS THE AMOUNT TO THE REGISTER'S RECOVERED
000280*         TOTAL - MARKING THE LOAN RECOVERED ONCE THE WHOLE
000290*         WRITTEN-OFF DEBT IS BACK - AND KEEPS THE RECEIPT ON
000300*         THE WOFFRCV HISTORY, WHICH GLPOST POSTS TO THE LEDGER
000310*         AND RCVRPT REPORTS. NO BALANCE MOVES AND NO JOURNAL
000320*         LEG IS WRITTEN.
000330*
000340*         BOTH FILES ARE OPENED ON THE FIRST CALL AND KEPT OPEN
000350*         FOR THE STEP; FUNCTION 'CLOSE' CLOSES THEM. A FILE
000360*         THAT WILL NOT OPEN, READ OR WRITE, OR A 'RECOV' FOR A
000370*         LOAN NOT ON THE REGISTER, RETURNS RCVP-STATUS 'E': THE
000380*         CALLER MUST STOP, NOT POST.
000390*
000400*MODIFICATION HISTORY.
000410*    OCT2026 RT  NEW PROGRAM.
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT WOFFREG-FILE ASSIGN TO WOFFREG
000470         ACCESS IS RANDOM
000480         ORGANIZATION IS INDEXED
000490         RECORD KEY IS WOFF-LOAN-NUMBER
000500         FILE STATUS IS WOFFREG-STATUS.
000510     SELECT WOFFRCV-FILE ASSIGN TO WOFFRCV
000520         ACCESS IS RANDOM
000530         ORGANIZATION IS INDEXED
000540         RECORD KEY IS WOFR-KEY
000550         FILE STATUS IS WOFFRCV-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  WOFFREG-FILE
000590     RECORD CONTAINS 160 CHARACTERS
000600     LABEL RECORDS ARE STANDARD.
000610 01  WOFFREG-RECORD.
000620     COPY WOFFREG.
000630 FD  WOFFRCV-FILE
000640     RECORD CONTAINS 80 CHARACTERS
000650     LABEL RECORDS ARE STANDARD.
000660 01  WOFFRCV-RECORD.
000670     COPY WOFFRCV.
000680
000690 WORKING-STORAGE SECTION.
000700 77  FILLER PIC X(35)  VALUE
000710     "RCVPOST WORKING STORAGE BEGINS HERE".
000720 01  WOFFREG-STATUS              PIC XX VALUE 'ZZ'.
000730 01  WOFFRCV-STATUS              PIC XX VALUE 'ZZ'.
000740 01  RCV-FILES-OPEN-SW           PIC X VALUE 'N'.
000750     88  RCV-FILES-OPEN                VALUE 'Y'.
000760 01  RCV-TIME-RAW                PIC 9(8).
000770 01  RCV-WRITE-TRIES             PIC 9(2).
000780 LINKAGE SECTION.
000790 01  RCVPOST-PARM.
000800     05  RCVP-FUNCTION           PIC X(5).
000810     05  RCVP-LOAN-NUMBER        PIC 9(11).
000820     05  RCVP-DATE               PIC X(10).
000830     05  RCVP-AMOUNT             PIC S9(10)V99 COMP-3.
000840     05  RCVP-SOURCE             PIC X(8).
000850     05  RCVP-REFERENCE          PIC X(20).
000860     05  RCVP-WRITTEN-OFF        PIC X.
000870         88  RCVP-IS-WRITTEN-OFF     VALUE 'Y'.
000880     05  RCVP-STATUS             PIC X.
000890         88  RCVP-OK                 VALUE ' '.
000900         88  RCVP-ERROR              VALUE 'E'.
000910 PROCEDURE DIVISION USING RCVPOST-PARM.
000920 A100-EXECUTIVE-CONTROL.
000930     MOVE SPACE TO RCVP-STATUS.
000940     MOVE 'N' TO RCVP-WRITTEN-OFF.
000950     IF RCVP-FUNCTION = 'CHECK' OR RCVP-FUNCTION = 'RECOV'
000960         PERFORM B100-READ-REGISTER THRU B100-EXIT
000970         IF RCVP-OK AND RCVP-FUNCTION = 'RECOV'
000980             PERFORM C100-POST-RECOVERY THRU C100-EXIT
000990         END-IF
001000         GOBACK.
001010     IF RCVP-FUNCTION = 'CLOSE'
001020         IF RCV-FILES-OPEN
001030             CLOSE WOFFREG-FILE
001040             CLOSE WOFFRCV-FILE
001050             MOVE 'N' TO RCV-FILES-OPEN-SW
001060         END-IF
001070         GOBACK.
001080     DISPLAY 'RCVPOST: FUNCTION MUST BE CHECK, RECOV OR CLOSE, '
001090             'GOT ' RCVP-FUNCTION.
001100     MOVE 'E' TO RCVP-STATUS.
001110     GOBACK.
001120
001130 B100-READ-REGISTER.
001140     IF NOT RCV-FILES-OPEN
001150         OPEN I-O WOFFREG-FILE
001160         IF WOFFREG-STATUS NOT = '00'
001170            AND WOFFREG-STATUS NOT = '97'
001180             DISPLAY 'RCVPOST: WOFFREG WOULD NOT OPEN, STATUS '
001190                     WOFFREG-STATUS
001200             MOVE 'E' TO RCVP-STATUS
001210             GO TO B100-EXIT
001220         END-IF
001230         OPEN I-O WOFFRCV-FILE
001240         IF WOFFRCV-STATUS NOT = '00'
001250            AND WOFFRCV-STATUS NOT = '97'
001260             DISPLAY 'RCVPOST: WOFFRCV WOULD NOT OPEN, STATUS '
001270                     WOFFRCV-STATUS
001280             CLOSE WOFFREG-FILE
001290             MOVE 'E' TO RCVP-STATUS
001300             GO TO B100-EXIT
001310         END-IF
001320         MOVE 'Y' TO RCV-FILES-OPEN-SW
001330     END-IF.
001340     MOVE RCVP-LOAN-NUMBER TO WOFF-LOAN-NUMBER.
001350     READ WOFFREG-FILE.
001360     IF WOFFREG-STATUS = '23'
001370         IF RCVP-FUNCTION = 'RECOV'
001380             DISPLAY 'RCVPOST: LOAN ' RCVP-LOAN-NUMBER
001390                     ' NOT ON WOFFREG, RECOVERY NOT POSTED'
001400             MOVE 'E' TO RCVP-STATUS
001410         END-IF
001420         GO TO B100-EXIT.
001430     IF WOFFREG-STATUS NOT = '00'
001440         DISPLAY 'RCVPOST: WOFFREG READ FAILED, STATUS '
001450                 WOFFREG-STATUS
001460         MOVE 'E' TO RCVP-STATUS
001470         GO TO B100-EXIT.
001480     MOVE 'Y' TO RCVP-WRITTEN-OFF.
001490 B100-EXIT.
001500     EXIT.
001510
001520 C100-POST-RECOVERY.
001530     ADD RCVP-AMOUNT TO WOFF-RECOVERED-TO-DATE.
001540     IF WOFF-RECOVERY-COUNT < 99999
001550         ADD 1 TO WOFF-RECOVERY-COUNT.
001560     MOVE RCVP-DATE TO WOFF-LAST-RECOVERY-DATE.
001570     IF WOFF-RECOVERED-TO-DATE NOT < WOFF-AMOUNT
001580         MOVE 'R' TO WOFF-STATUS.
001590     REWRITE WOFFREG-RECORD.
001600     IF WOFFREG-STATUS NOT = '00'
001610         DISPLAY 'RCVPOST: WOFFREG REWRITE FAILED FOR LOAN '
001620                 WOFF-LOAN-NUMBER ' STATUS ' WOFFREG-STATUS
001630         MOVE 'E' TO RCVP-STATUS
001640         GO TO C100-EXIT.
001650
001660     MOVE SPACES             TO WOFFRCV-RECORD.
001670     MOVE RCVP-LOAN-NUMBER   TO WOFR-LOAN-NUMBER.
001680     MOVE RCVP-DATE          TO WOFR-DATE.
001690     ACCEPT RCV-TIME-RAW FROM TIME.
001700     MOVE RCV-TIME-RAW (1:6) TO WOFR-TIME.
001710     MOVE WOFF-SORTCODE      TO WOFR-SORTCODE.
001720     MOVE WOFF-CURRENCY      TO WOFR-CURRENCY.
001730     IF WOFR-CURRENCY = SPACES
001740         MOVE 'GBP' TO WOFR-CURRENCY.
001750     MOVE RCVP-AMOUNT        TO WOFR-AMOUNT.
001760     MOVE RCVP-SOURCE        TO WOFR-SOURCE.
001770     MOVE RCVP-REFERENCE     TO WOFR-REFERENCE.
001780     MOVE 1 TO WOFR-SEQUENCE.
001790     MOVE 0 TO RCV-WRITE-TRIES.
001800 C100-WRITE.
001810     WRITE WOFFRCV-RECORD.
001820     IF WOFFRCV-STATUS = '22' AND RCV-WRITE-TRIES < 10
001830         ADD 1 TO RCV-WRITE-TRIES
001840         ADD 1 TO WOFR-SEQUENCE
001850         GO TO C100-WRITE.
001860     IF WOFFRCV-STATUS NOT = '00'
001870         DISPLAY 'RCVPOST: WOFFRCV WRITE FAILED FOR LOAN '
001880                 WOFR-LOAN-NUMBER ' STATUS ' WOFFRCV-STATUS
001890         MOVE 'E' TO RCVP-STATUS.
001900 C100-EXIT.
001910     EXIT.
