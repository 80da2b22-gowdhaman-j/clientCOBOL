      *    FROM THE MASTER, OR MARKED INACTIVE ON IT, IS FLAGGED ON   *
      *    ITS ADVICE AND COUNTED, AND THE RUN ENDS RC 4 SO THE      *
      *    PAYMENT STEP BEHIND REMITEXT KNOWS TO LOOK.                *
      *                                                               *
      *    ONLY A SUBSEQUENT VOID WHOSE ORIGINAL IS IN THE SAME RUN   *
      *    NETS OFF THE ADVICE. ONE WHOSE ORIGINAL WAS PAID IN AN     *
      *    EARLIER RUN IS LEFT TO VOIDMTCH, WHICH RAISES IT ON THE    *
      *    PROVRCV RECEIVABLES LEDGER. EACH ADVICE THEN RECOVERS THE  *
      *    PROVIDER'S OUTSTANDING RECEIVABLES FROM ITS PAYABLE        *
      *    AMOUNT, UP TO THE PERCENTAGE ON THE RCVCTL CONTROL CARD,   *
      *    PRINTS THE RECOVERY, AND PASSES IT ON REMITEXT FOR         *
      *    PROVPAY TO DEDUCT AND CLEAR ON THE LEDGER. NO RECOVERY IS  *
      *    TAKEN FROM A PROVIDER FLAGGED OFF THE MASTER.              *
      *                                                               *
      *    EVERY CLAIM READ IS INDEXED ON REMITCLM BY PMT-ID AND RUN  *
      *    DATE WITH HOW THE ADVICE TREATED IT - PAID, NETTED OFF AS  *
      *    A VOID, LEFT TO THE LEDGER, OR A VOID-MARKED ORIGINAL NOT  *
      *    PAID - SO CLMINQ CAN TRACE A CLAIM TO ITS ADVICE AND ITS   *
      *    PAYREG INSTRUCTION.                                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                ORGANIZATION IS INDEXED
                RECORD KEY IS PROV-NUMBER
                FILE STATUS IS PROVMST-STATUS.
            SELECT PROVRCV-FILE       ASSIGN TO DA-PROVRCV
                ACCESS IS DYNAMIC
                ORGANIZATION IS INDEXED
                RECORD KEY IS RCV-KEY
                FILE STATUS IS PROVRCV-STATUS.
            SELECT RCVCTL-CARD        ASSIGN TO UT-S-RCVCTL.
            SELECT REMITCLM-FILE      ASSIGN TO DA-REMITCLM
                ACCESS IS RANDOM
                ORGANIZATION IS INDEXED
                RECORD KEY IS RCLM-KEY
                FILE STATUS IS REMITCLM-STATUS.
            SELECT REMIT-PRINT        ASSIGN TO UT-S-REMITPRT.
            SELECT REMIT-EXTRACT      ASSIGN TO UT-S-REMITEXT.
            SELECT SORT-WORK          ASSIGN TO SORTWK01.
       01  PROVIDER-RECORD.
           COPY PROVMST.

       FD  PROVRCV-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PROVRCV-RECORD.
           COPY PROVRCV.

       FD  RCVCTL-CARD
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RCVCTL-RECORD.
           05 RCTL-RECOVERY-PCT    PIC 9(3).
           05 RCTL-COLLECT-DAYS    PIC 9(3).
           05 FILLER               PIC X(74).

       FD  REMITCLM-FILE
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REMITCLM-RECORD.
           COPY REMITCLM.

       FD  REMIT-PRINT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           05 EXT-COINS-MM         PIC S9(11)V99.
           05 EXT-PAID-BASE        PIC S9(11)V99.
           05 EXT-PAID-MM          PIC S9(11)V99.
           05 EXT-RECOVERY         PIC S9(11)V99.
           05 FILLER               PIC X(10).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SRT-PROVIDER-NO      PIC X(10).
           05 SRT-PMT-ID           PIC X(12).
           05 SRT-VOID-SW          PIC X.
           05 SRT-SIGN             PIC S9 COMP-3.
           05 SRT-CHARGE           PIC S9(11)V99 COMP-3.
           05 SRT-NON-COVERED      PIC S9(11)V99 COMP-3.
           88  END-OF-SORT-FILE           VALUE '1'.

       01  PROVMST-STATUS           PIC XX VALUE 'ZZ'.
       01  PROVRCV-STATUS           PIC XX VALUE 'ZZ'.
       01  REMITCLM-STATUS          PIC XX VALUE 'ZZ'.

       01  WS-PROV-FLAGGED          PIC X VALUE 'N'.
           88  PROV-FLAGGED               VALUE 'Y'.
       01  WS-END-PROVRCV           PIC X VALUE 'N'.
           88  END-OF-PROVRCV             VALUE 'Y'.

       01  WS-DATA-AREA.
           05   WS-SUB              PIC 9(03).
           05   WS-VOID-NETTED-CNT  PIC 9(07) VALUE 0.
           05   WS-NOMASTER-CNT     PIC 9(05) VALUE 0.
           05   WS-INACTIVE-CNT     PIC 9(05) VALUE 0.
           05   WS-VOID-LEDGER-CNT  PIC 9(07) VALUE 0.
           05   WS-INDEXED-CNT      PIC 9(07) VALUE 0.
           05   WS-RECOVERY-CNT     PIC 9(05) VALUE 0.
           05   WS-RECOVERY-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.
           05   WS-RECOVERY-PCT     PIC 9(03).
           05   WS-LAST-ORIG-ID     PIC X(12).
           05   WS-PAYABLE          PIC S9(11)V99 COMP-3.
           05   WS-OUTSTANDING      PIC S9(11)V99 COMP-3.
           05   WS-RECOVERY-CAP     PIC S9(11)V99 COMP-3.
           05   WS-RECOVERY         PIC S9(11)V99 COMP-3.

           05   WS-RPT-DATE.
               15   WS-RPT-YY       PIC 99.
           05   WS-RPT-PAIDM    PIC -(10)9.99.
           05   FILLER          PIC X(40) VALUE SPACES.

       01  WS-RPT-RECOVERY-LINE.
           05   FILLER          PIC X(9)  VALUE ' OWED    '.
           05   WS-RPT-OWED     PIC -(10)9.99.
           05   FILLER          PIC X(9)  VALUE ' RECOVER '.
           05   WS-RPT-RECOVER  PIC -(10)9.99.
           05   FILLER          PIC X(10) VALUE ' NET PAY  '.
           05   WS-RPT-NETPAY   PIC -(10)9.99.
           05   FILLER          PIC X(62) VALUE SPACES.

       COPY CHPMED.

       PROCEDURE DIVISION.
       01000-MAINLINE.
           OPEN INPUT  MEDICAL-FILE
                       PROVMST-FILE
                       PROVRCV-FILE
                       RCVCTL-CARD
                OUTPUT REMIT-PRINT
                       REMIT-EXTRACT
                I-O    REMITCLM-FILE

           IF PROVMST-STATUS NOT = '00' AND PROVMST-STATUS NOT = '97'
              DISPLAY 'REMITADV - PROVMST OPEN FAILED, STATUS '
              GOBACK
           END-IF

           IF PROVRCV-STATUS NOT = '00' AND PROVRCV-STATUS NOT = '97'
              DISPLAY 'REMITADV - PROVRCV OPEN FAILED, STATUS '
                      PROVRCV-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           IF REMITCLM-STATUS NOT = '00' AND REMITCLM-STATUS NOT = '97'
              DISPLAY 'REMITADV - REMITCLM OPEN FAILED, STATUS '
                      REMITCLM-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           READ RCVCTL-CARD
              AT END
                 DISPLAY 'REMITADV - RCVCTL CARD MISSING, RUN REFUSED'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-READ
           IF RCTL-RECOVERY-PCT NOT NUMERIC
              OR RCTL-RECOVERY-PCT > 100
              DISPLAY 'REMITADV - RCVCTL CARD BAD, RUN REFUSED'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE RCTL-RECOVERY-PCT TO WS-RECOVERY-PCT

           ACCEPT WS-RPT-DATE FROM DATE
           MOVE WS-RPT-MM TO WS-RPT-HDG-MM
           MOVE WS-RPT-DD TO WS-RPT-HDG-DD

           SORT SORT-WORK
              ON ASCENDING KEY SRT-PROVIDER-NO
                               SRT-PMT-ID
                               SRT-VOID-SW
              INPUT PROCEDURE IS 10000-RELEASE-CLAIMS
              OUTPUT PROCEDURE IS 20000-SUMMARISE-PROVIDERS

                   WS-VOID-NETTED-CNT ' VOIDS NETTED OFF, '
                   WS-NOMASTER-CNT ' NOT ON MASTER, '
                   WS-INACTIVE-CNT ' INACTIVE'
           DISPLAY 'REMITADV ' WS-VOID-LEDGER-CNT
                   ' VOIDS LEFT TO THE LEDGER, '
                   WS-RECOVERY-CNT ' RECOVERIES TOTAL '
                   WS-RECOVERY-TOTAL ' AT ' WS-RECOVERY-PCT ' PCT'
           DISPLAY 'REMITADV ' WS-INDEXED-CNT ' CLAIMS INDEXED ON '
                   'REMITCLM'

           IF WS-NOMASTER-CNT > 0 OR WS-INACTIVE-CNT > 0
              MOVE 4 TO RETURN-CODE

           CLOSE MEDICAL-FILE
                 PROVMST-FILE
                 PROVRCV-FILE
                 RCVCTL-CARD
                 REMITCLM-FILE
                 REMIT-PRINT
                 REMIT-EXTRACT
           GOBACK.

       15000-RELEASE-ONE-CLAIM.
      ******************************************************************
      *    A VOID-MARKED ORIGINAL IS RELEASED WITH A ZERO SIGN AND    *
      *    NO AMOUNTS, ONLY SO ITS SUBSEQUENT VOID KNOWS IT IS IN     *
      *    THE SAME RUN; A SUBSEQUENT VOID IS RELEASED WITH A         *
      *    NEGATIVE SIGN SO IT NETS OFF IN THE PROVIDER SUMMARY       *
      ******************************************************************
           MOVE PAYM-PROVIDER-NO TO SRT-PROVIDER-NO
           MOVE PAYM-PMT-ID      TO SRT-PMT-ID
           MOVE PAYM-VOID-SW     TO SRT-VOID-SW
           MOVE 0 TO SRT-CHARGE SRT-NON-COVERED
                     SRT-DED-BASE SRT-DED-MM
                     SRT-COINS-BASE SRT-COINS-MM
                     SRT-PAID-BASE SRT-PAID-MM

           IF PAYM-VOID-ORIG
              MOVE 0 TO SRT-SIGN
              RELEASE SORT-RECORD
              GO TO 15000-EXIT
           END-IF

           ADD 1 TO WS-READ-CNT

           IF PAYM-VOID-SUBSEQ
              MOVE -1 TO SRT-SIGN
           ELSE
              MOVE +1 TO SRT-SIGN
           END-IF

           PERFORM
           VARYING WS-SUB FROM 1 BY 1
           UNTIL   WS-SUB > PAYM-LINE-COUNT
           PERFORM
              UNTIL END-OF-SORT-FILE
                MOVE SRT-PROVIDER-NO TO WS-GT-PROVIDER
                MOVE SPACES TO WS-LAST-ORIG-ID
                MOVE 0 TO WS-GT-CLAIMS
                MOVE 0 TO WS-GT-CHARGE WS-GT-NON-COVERED
                          WS-GT-DED-BASE WS-GT-DED-MM
                PERFORM
                   UNTIL END-OF-SORT-FILE
                      OR SRT-PROVIDER-NO NOT = WS-GT-PROVIDER
                   PERFORM 25000-ACCUMULATE THRU 25000-EXIT
                   RETURN SORT-WORK
                     AT END SET END-OF-SORT-FILE TO TRUE
                   END-RETURN
                END-PERFORM
                IF WS-GT-CLAIMS > 0
                   ADD 1 TO WS-PROVIDER-CNT
                   PERFORM 30000-WRITE-PROVIDER THRU 30000-EXIT
                END-IF
           END-PERFORM.

       20000-EXIT.
           EXIT.

       25000-ACCUMULATE.
      ******************************************************************
      *    SORTED BY PMT-ID THEN VOID-SW, SO A SAME-RUN ORIGINAL      *
      *    ('O') ARRIVES JUST BEFORE ITS SUBSEQUENT VOID ('S'). A     *
      *    SUBSEQUENT VOID WITHOUT ONE WAS PAID EARLIER AND IS ON     *
      *    THE RECEIVABLES LEDGER INSTEAD                             *
      ******************************************************************
           IF SRT-SIGN = 0
              MOVE SRT-PMT-ID TO WS-LAST-ORIG-ID
              MOVE 'O' TO RCLM-TREATMENT
              PERFORM 27000-INDEX-CLAIM THRU 27000-EXIT
              GO TO 25000-EXIT
           END-IF

           IF SRT-SIGN < 0 AND SRT-PMT-ID NOT = WS-LAST-ORIG-ID
              ADD 1 TO WS-VOID-LEDGER-CNT
              MOVE 'L' TO RCLM-TREATMENT
              PERFORM 27000-INDEX-CLAIM THRU 27000-EXIT
              GO TO 25000-EXIT
           END-IF

           ADD 1 TO WS-GT-CLAIMS

           IF SRT-SIGN < 0
              MOVE 'N' TO RCLM-TREATMENT
           ELSE
              MOVE 'P' TO RCLM-TREATMENT
           END-IF
           PERFORM 27000-INDEX-CLAIM THRU 27000-EXIT

           IF SRT-SIGN < 0
              ADD 1 TO WS-VOID-NETTED-CNT
              SUBTRACT SRT-CHARGE      FROM WS-GT-CHARGE
              SUBTRACT SRT-NON-COVERED FROM WS-GT-NON-COVERED
              SUBTRACT SRT-DED-BASE    FROM WS-GT-DED-BASE
       25000-EXIT.
           EXIT.

       27000-INDEX-CLAIM.
      ******************************************************************
      *    ONE REMITCLM ENTRY PER CLAIM PER RUN. A RERUN OF THE SAME  *
      *    DAY FINDS ITS ENTRIES ALREADY THERE AND LEAVES THEM        *
      ******************************************************************
           MOVE SRT-PMT-ID      TO RCLM-PMT-ID
           MOVE WS-RPT-DATE     TO RCLM-RUN-DATE
           MOVE SRT-PROVIDER-NO TO RCLM-PROVIDER-NO
           MOVE SRT-VOID-SW     TO RCLM-VOID-SW
           COMPUTE RCLM-PAID-AMOUNT = SRT-PAID-BASE + SRT-PAID-MM
           MOVE SPACES TO REMITCLM-RECORD(38:13)
           WRITE REMITCLM-RECORD
               INVALID KEY
                   GO TO 27000-EXIT
           END-WRITE
           ADD 1 TO WS-INDEXED-CNT.

       27000-EXIT.
           EXIT.

       30000-WRITE-PROVIDER.
           MOVE WS-GT-PROVIDER TO WS-RPT-PROV-NO
           MOVE WS-GT-CLAIMS   TO WS-RPT-CLAIMS
           WRITE REMIT-PRINT-RECORD
              AFTER ADVANCING 1 LINES

           PERFORM 37000-SET-RECOVERY THRU 37000-EXIT

           MOVE WS-GT-PROVIDER    TO EXT-PROVIDER-NO
           MOVE WS-RPT-DATE       TO EXT-RUN-DATE
           MOVE WS-GT-CLAIMS      TO EXT-CLAIM-COUNT
           MOVE WS-GT-COINS-MM    TO EXT-COINS-MM
           MOVE WS-GT-PAID-BASE   TO EXT-PAID-BASE
           MOVE WS-GT-PAID-MM     TO EXT-PAID-MM
           MOVE WS-RECOVERY       TO EXT-RECOVERY
           MOVE SPACES TO REMIT-EXTRACT-RECORD(141:10)
           WRITE REMIT-EXTRACT-RECORD.

       30000-EXIT.
      *    LINE INSTEAD - THE ADVICE STILL GOES OUT, THE PAYMENT      *
      *    STEP DOWNSTREAM DECIDES WHAT TO HOLD.                      *
      ******************************************************************
           MOVE 'N' TO WS-PROV-FLAGGED.
           MOVE WS-GT-PROVIDER TO PROV-NUMBER.
           READ PROVMST-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-PROV-FLAGGED
                   ADD 1 TO WS-NOMASTER-CNT
                   MOVE ' PROVIDER NOT ON THE PROVIDER MASTER         '
                      TO WS-RPT-FLAG-TEXT
              AFTER ADVANCING 1 LINES.

           IF PROV-STATUS-INACTIVE
              MOVE 'Y' TO WS-PROV-FLAGGED
              ADD 1 TO WS-INACTIVE-CNT
              MOVE ' PROVIDER IS INACTIVE ON THE MASTER          '
                 TO WS-RPT-FLAG-TEXT

       35000-EXIT.
           EXIT.

       37000-SET-RECOVERY.
      ******************************************************************
      *    TOTAL THE PROVIDER'S OPEN RECEIVABLES AND TAKE BACK AS     *
      *    MUCH AS THE CONTROL CARD'S PERCENTAGE OF TODAY'S PAYABLE   *
      *    ALLOWS. THE LEDGER ITSELF IS CLEARED BY PROVPAY WHEN THE   *
      *    REDUCED PAYMENT IS ACTUALLY MADE                           *
      ******************************************************************
           MOVE 0 TO WS-OUTSTANDING WS-RECOVERY.
           COMPUTE WS-PAYABLE = WS-GT-PAID-BASE + WS-GT-PAID-MM.

           MOVE WS-GT-PROVIDER TO RCV-PROVIDER-NO.
           MOVE 0              TO RCV-RAISED-DATE.
           MOVE LOW-VALUES     TO RCV-PMT-ID.
           MOVE 'N' TO WS-END-PROVRCV.
           START PROVRCV-FILE KEY IS NOT LESS THAN RCV-KEY
               INVALID KEY
                   GO TO 37000-EXIT
           END-START.

           PERFORM 38000-ADD-OUTSTANDING THRU 38000-EXIT
               UNTIL END-OF-PROVRCV.

           IF WS-OUTSTANDING NOT > 0
              GO TO 37000-EXIT
           END-IF.

           IF WS-PAYABLE > 0 AND NOT PROV-FLAGGED
              COMPUTE WS-RECOVERY-CAP =
                 WS-PAYABLE * WS-RECOVERY-PCT / 100
              IF WS-OUTSTANDING < WS-RECOVERY-CAP
                 MOVE WS-OUTSTANDING  TO WS-RECOVERY
              ELSE
                 MOVE WS-RECOVERY-CAP TO WS-RECOVERY
              END-IF
           END-IF.

           IF WS-RECOVERY > 0
              ADD 1 TO WS-RECOVERY-CNT
              ADD WS-RECOVERY TO WS-RECOVERY-TOTAL
           END-IF.

           MOVE WS-OUTSTANDING TO WS-RPT-OWED.
           MOVE WS-RECOVERY    TO WS-RPT-RECOVER.
           COMPUTE WS-RPT-NETPAY = WS-PAYABLE - WS-RECOVERY.
           MOVE WS-RPT-RECOVERY-LINE TO RPT-LINE.
           WRITE REMIT-PRINT-RECORD
              AFTER ADVANCING 1 LINES.

       37000-EXIT.
           EXIT.

       38000-ADD-OUTSTANDING.
           READ PROVRCV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-PROVRCV
                   GO TO 38000-EXIT
           END-READ.

           IF RCV-PROVIDER-NO NOT = WS-GT-PROVIDER
              MOVE 'Y' TO WS-END-PROVRCV
              GO TO 38000-EXIT
           END-IF.

           IF RCV-STATUS-OPEN
              COMPUTE WS-OUTSTANDING =
                 WS-OUTSTANDING + RCV-AMOUNT - RCV-RECOVERED
           END-IF.

       38000-EXIT.
           EXIT.
