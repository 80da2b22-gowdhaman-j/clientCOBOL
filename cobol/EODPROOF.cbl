      *
      * The proof date defaults to the business date; a rerun for
      * an earlier day passes PARM='YYYY-MM-DD'. Journal legs for
      * earlier dates are counted but not applied.
      *
      * A transfer keyed after its cut-off is value-dated the next
      * business day but moves the balance when it is keyed, so its
      * forward-valued legs (dated after the proof date) are part
      * of tonight's actual balance. They are added to the expected
      * figure and taken back off the closing snapshot, so the
      * proof on the value date applies them against an opening
      * balance that never held them.
      *
      * Every account that fails the proof is also written to the
      * machine-readable BREAKOUT file - account, opening, net
       01 WS-FAILED-CNT                    PIC 9(7) VALUE 0.
       01 WS-LEG-APPLIED-CNT               PIC 9(7) VALUE 0.
       01 WS-LEG-OTHERDAY-CNT              PIC 9(7) VALUE 0.
       01 WS-LEG-FORWARD-CNT               PIC 9(7) VALUE 0.
       01 WS-ORPHAN-JRNL-CNT               PIC 9(7) VALUE 0.
       01 WS-ORPHAN-OPEN-CNT               PIC 9(7) VALUE 0.

       01 WS-JG-ACCOUNT                    PIC 9(11).
       01 WS-JG-NET                        PIC S9(11)V99 COMP-3.
       01 WS-JG-LEGS                       PIC 9(5).
       01 WS-JG-FORWARD                    PIC S9(11)V99 COMP-3.
       01 WS-JG-FORWARD-LEGS               PIC 9(5).
       01 WS-JG-MOVEMENT                   PIC S9(11)V99 COMP-3.

      *
      * Read-ahead for the current opening snapshot record
                   ' failed ' WS-FAILED-CNT '.'.
           DISPLAY 'EODPROOF legs applied ' WS-LEG-APPLIED-CNT
                   ' other-day ' WS-LEG-OTHERDAY-CNT
                   ' forward-valued ' WS-LEG-FORWARD-CNT
                   ' orphan journal groups ' WS-ORPHAN-JRNL-CNT
                   ' orphan snapshots ' WS-ORPHAN-OPEN-CNT '.'.

              PERFORM GET-OPENING-RECORD
           END-IF.

           MOVE ACCOUNT-ACTUAL-BALANCE TO CLOS-BALANCE.

           IF WS-JG-ACCOUNT = ACCOUNT-NUMBER
              ADD 1 TO WS-TOUCHED-CNT
              COMPUTE WS-JG-MOVEMENT = WS-JG-NET + WS-JG-FORWARD
              COMPUTE WS-WORK-EXPECTED =
                 WS-WORK-OPENING + WS-JG-MOVEMENT
              SUBTRACT WS-JG-FORWARD FROM CLOS-BALANCE
              IF WS-WORK-EXPECTED = ACCOUNT-ACTUAL-BALANCE
                 ADD 1 TO WS-PROVED-CNT
              ELSE
                 ADD 1 TO WS-FAILED-CNT
                 MOVE ACCOUNT-NUMBER    TO WS-RPT-ACCT-NO
                 MOVE WS-WORK-OPENING   TO WS-RPT-OPENING
                 MOVE WS-JG-MOVEMENT    TO WS-RPT-NET
                 MOVE WS-WORK-EXPECTED  TO WS-RPT-EXPECTED
                 MOVE ACCOUNT-ACTUAL-BALANCE TO WS-RPT-ACTUAL
                 WRITE PROOF-PRINT-RECORD FROM WS-RPT-MISMATCH
                 MOVE ACCOUNT-NUMBER    TO BRK-ACCOUNT-NUMBER
                 MOVE WS-PROOF-DATE     TO BRK-PROOF-DATE
                 MOVE WS-WORK-OPENING   TO BRK-OPENING
                 MOVE WS-JG-MOVEMENT    TO BRK-NET-MOVEMENT
                 MOVE WS-WORK-EXPECTED  TO BRK-EXPECTED
                 MOVE ACCOUNT-ACTUAL-BALANCE TO BRK-ACTUAL
                 MOVE SPACES TO BREAK-RECORD(50:10)
           END-IF.

           MOVE ACCOUNT-NUMBER         TO CLOS-ACCOUNT-NUMBER.
           MOVE SPACES                 TO CLOSING-RECORD(19:22).
           WRITE CLOSING-RECORD.


      *
      * Accumulate the next account's journal legs into the group
      * read-ahead. Legs dated on the proof date are applied, and
      * forward-valued legs dated after it are totalled apart; the
      * account's earlier-day legs are consumed and counted. A
      * debit leg reduces the account, a credit leg increases it.
      *
       GET-JOURNAL-GROUP SECTION.

           MOVE JRNL-ACCOUNT-NUMBER TO WS-JG-ACCOUNT.
           MOVE 0 TO WS-JG-NET WS-JG-LEGS.
           MOVE 0 TO WS-JG-FORWARD WS-JG-FORWARD-LEGS.

           PERFORM UNTIL JRNLIN-STATUS NOT = '00' OR
                         JRNL-ACCOUNT-NUMBER NOT = WS-JG-ACCOUNT
                 ELSE
                    ADD JRNL-AMOUNT TO WS-JG-NET
                 END-IF
              END-IF
              IF JRNL-DATE > WS-PROOF-DATE
                 ADD 1 TO WS-JG-FORWARD-LEGS
                 ADD 1 TO WS-LEG-FORWARD-CNT
                 IF JRNL-DEBIT
                    SUBTRACT JRNL-AMOUNT FROM WS-JG-FORWARD
                 ELSE
                    ADD JRNL-AMOUNT TO WS-JG-FORWARD
                 END-IF
              END-IF
              IF JRNL-DATE < WS-PROOF-DATE
                 ADD 1 TO WS-LEG-OTHERDAY-CNT
              END-IF
              READ JRNLIN
           END-PERFORM.

      *
      * A group where every leg was for an earlier day proves
      * nothing - hand back an empty group by fetching the next one
      *
           IF WS-JG-LEGS = 0 AND WS-JG-FORWARD-LEGS = 0
              GO TO GJ010
           END-IF.

