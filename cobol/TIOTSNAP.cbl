000340* ADDRESSED DIRECTLY FROM THE TIOT ENTRY'S SWA POINTER, WHICH HOLDS  *
000350* ON THIS SYSTEM BECAUSE THE SCHEDULER WORK AREA IS BELOW THE LINE;  *
000360* A SWA-ABOVE-THE-BAR SYSTEM WOULD NEED THE SWAREQ SERVICE INSTEAD.  *
000361* THE DISPOSITION FROM THE JFCB GOES ON THE RECORD TOO - S FOR SHR,  *
000362* O FOR OLD, M FOR MOD, N FOR NEW - SO LINEAGE CAN TELL A STEP THAT  *
000363* ONLY READ A DATASET FROM ONE THAT WROTE IT.                        *
000370**********************************************************************
000380*MODIFICATION HISTORY.
000390*    AUG2026 RT  NEW PROGRAM - GREW OUT OF THE DIAGPTRS WALK.
000391*    OCT2026 RT  DISPOSITION CARRIED ON THE SNAPSHOT RECORD.
000400 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000866     05  SNAP-DDNAME             PIC X(8).
000867     05  FILLER                  PIC X VALUE SPACE.
000868     05  SNAP-DATASET-NAME       PIC X(44).
000869     05  SNAP-DISPOSITION        PIC X.
000870     05  FILLER                  PIC X VALUE SPACE.
000900 WORKING-STORAGE SECTION.
001000 01  WS-POINTER.
001100     05  LOCATION-ZERO           POINTER.
001140                                 PIC 9(9) COMP.
001150 01  ENTRY-LENGTH-NUM            PIC 9(3) COMP.
001160 01  DD-COUNT                    PIC 9(3) VALUE 0.
001161 01  DISP-FIELDS.
001162     05  DISP-BITS               PIC 9(3) COMP.
001163     05  DISP-HIGH               PIC 9(3) COMP.
001164     05  DISP-LOW                PIC 9(3) COMP.
001170*
001200 LINKAGE SECTION.
001201 01  PSA.
001850     05  TIOEJFCB                POINTER.
001900 01  JFCB.
001910     05  JFCBDSNM                PIC X(44).
001920     05  FILLER                  PIC X(43).
001930     05  JFCBIND2                PIC X.
002000 PROCEDURE DIVISION.
002100     MOVE X'00000000' TO WS-POINTER.
002200     SET ADDRESS OF PSA TO LOCATION-ZERO.
003810         MOVE TIOEDDNM TO SNAP-DDNAME.
003900     SET ADDRESS OF JFCB TO TIOEJFCB.
004000     MOVE JFCBDSNM TO SNAP-DATASET-NAME.
004010*    JFCBIND2 - X'08' IS SHR; OTHERWISE THE TOP TWO BITS ARE
004020*    NEW (X'C0'), MOD (X'80') OR OLD (X'40')
004030     COMPUTE DISP-BITS = FUNCTION ORD(JFCBIND2) - 1.
004040     DIVIDE DISP-BITS BY 16 GIVING DISP-HIGH
004050         REMAINDER DISP-LOW.
004060     IF DISP-LOW >= 8
004070         MOVE 'S' TO SNAP-DISPOSITION
004080     ELSE
004081         IF DISP-HIGH >= 12
004082             MOVE 'N' TO SNAP-DISPOSITION
004083         ELSE
004084             IF DISP-HIGH >= 8
004085                 MOVE 'M' TO SNAP-DISPOSITION
004086             ELSE
004087                 IF DISP-HIGH >= 4
004088                     MOVE 'O' TO SNAP-DISPOSITION
004089                 ELSE
004090                     MOVE SPACE TO SNAP-DISPOSITION.
004100     WRITE SNAPSHOT-RECORD.
004200     ADD 1 TO DD-COUNT.
004300*    BUMP TO THE NEXT ENTRY BY THIS ENTRY'S OWN LENGTH
