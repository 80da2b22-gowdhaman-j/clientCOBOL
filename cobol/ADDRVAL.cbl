000550*         ADDR-POSTCODE. THE REFERENCE FILE OPENS ON THE
000560*         FIRST CALL AND STAYS OPEN, THE WAY GENLDAT2 KEEPS
000570*         ITS CALENDAR.
000571*
000572*         AN ON-LINE CALLER, WHICH CANNOT HAVE THE REFERENCE
000573*         FILE OPENED UNDER IT, PASSES ADDR-STATUS 'P': THE
000574*         ADDRESS IS STANDARDISED AND THE POSTCODE EXTRACTED
000575*         AS BEFORE BUT THE FILE IS NOT TOUCHED - ADDR-STATUS
000576*         COMES BACK BLANK OR 'E' AND THE CALLER LOOKS
000577*         ADDR-POSTCODE UP ON PSTCODE ITSELF.
000580*
000590*MODIFICATION HISTORY.
000600*    SEP2026 RT  NEW PROGRAM.
000610*    OCT2026 RT  PARSE-ONLY CALL FOR ON-LINE CALLERS.
000700 ENVIRONMENT DIVISION.
000800 CONFIGURATION SECTION.
000900 INPUT-OUTPUT SECTION.
002150     05  INCODE-FOUND-SW         PIC X.
002160         88  INCODE-FOUND            VALUE 'Y'.
002170     05  WORK-POSTCODE           PIC X(8).
002180 01  PARSE-ONLY-SW               PIC X.
002190     88  PARSE-ONLY                  VALUE 'P'.
002200 LINKAGE SECTION.
002300 01  ADDR-PARM.
002310     05  ADDR-ADDRESS            PIC X(160).
002340         88  ADDR-MATCHED            VALUE ' '.
002350         88  ADDR-REVIEW             VALUE 'R'.
002360         88  ADDR-NO-POSTCODE        VALUE 'E'.
002370         88  ADDR-PARSE-ONLY         VALUE 'P'.
002400 PROCEDURE DIVISION USING ADDR-PARM.
002500 A100-EXECUTIVE-CONTROL.
002505     MOVE ADDR-STATUS TO PARSE-ONLY-SW.
002510     MOVE SPACE TO ADDR-STATUS.
002520     MOVE SPACES TO ADDR-POSTCODE.
002530*    STANDARDISE: THE WHOLE ADDRESS GOES UPPER CASE
002610     IF NOT INCODE-FOUND
002620         MOVE 'E' TO ADDR-STATUS
002630         GOBACK.
002640     IF PARSE-ONLY
002650         GOBACK.
002700     PERFORM C100-CHECK-REFERENCE THRU C100-EXIT.
002710     GOBACK.
002800
