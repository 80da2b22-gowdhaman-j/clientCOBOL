      * TXNJRNL, and is marked applied. A settlement whose
      * destination account is not on the file is marked unmatched
      * and reported - the unmatched section of SETLRPT is the
      * nothing-gets-lost-between-branches control. A settlement
      * for an account whose credits are blocked on the ACCTBLK
      * register is reported BLOCKED and left outstanding until the
      * block is lifted.
      *
      * The run date is the business date from the BUSDATE control.
      * A transfer keyed after its cut-off is value-dated the next
      * business day; its settlement is reported NOT DUE and left
      * outstanding until the run for its value date.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-APPLIED-CNT                   PIC 9(7) VALUE 0.
       01 WS-UNMATCHED-CNT                 PIC 9(7) VALUE 0.
       01 WS-ALREADY-DONE-CNT              PIC 9(7) VALUE 0.
       01 WS-BLOCKED-CNT                   PIC 9(7) VALUE 0.
       01 WS-NOT-DUE-CNT                   PIC 9(7) VALUE 0.
       01 WS-APPLIED-AMOUNT                PIC S9(11)V99 COMP-3
                                                VALUE 0.

           05 WS-CD-DAY                    PIC 99.
           05 FILLER                       PIC X(13).

       01 WS-BDATE-PARM.
           05 WS-BDP-FUNCTION              PIC X(5).
           05 WS-BDP-DATE                  PIC X(10).
           05 WS-BDP-STATUS                PIC X.

       01 WS-BLKCHK-PARM.
           05 WS-BCP-FUNCTION              PIC X(5).
           05 WS-BCP-ACCOUNT-NUMBER        PIC 9(11).
           05 WS-BCP-AS-OF-DATE            PIC X(10).
           05 WS-BCP-BLOCKED               PIC X.
           05 WS-BCP-REASON-CODE           PIC X(2).
           05 WS-BCP-STATUS                PIC X.

       01 WS-RPT-HEADER.
           05 FILLER                       PIC X    VALUE '1'.
           05 FILLER                       PIC X(36) VALUE
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           PERFORM GET-BUSINESS-DATE.

           PERFORM OPEN-FILES.

           DISPLAY 'INTRSETL read ' WS-READ-CNT ' settlements, '
                   'applied ' WS-APPLIED-CNT ', unmatched '
                   WS-UNMATCHED-CNT ', previously done '
                   WS-ALREADY-DONE-CNT ', blocked '
                   WS-BLOCKED-CNT ', not yet due '
                   WS-NOT-DUE-CNT '.'.

           IF WS-UNMATCHED-CNT > 0 OR WS-BLOCKED-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

      * Credit the destination account for one outstanding
      * settlement. Already-applied records are rerun-safe noise;
      * unmatched records stay unmatched until someone fixes the
      * account and reruns. A settlement value-dated after the run
      * date waits for its own day's run.
      *
       APPLY-ONE-SETTLEMENT SECTION.
       AP010.
              GO TO AP999
           END-IF.

           IF ICLR-DATE > WS-RUN-DATE
              ADD 1 TO WS-NOT-DUE-CNT
              MOVE 'NOT DUE   ' TO WS-RPT-TAG
              PERFORM REPORT-SETTLEMENT
              GO TO AP999
           END-IF.

           MOVE ICLR-DEST-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
              GO TO AP999
           END-IF.

      *
      * A destination whose credits are blocked is not credited -
      * the settlement stays outstanding, so the rerun after the
      * block is lifted applies it
      *
           MOVE 'CREDT'           TO WS-BCP-FUNCTION.
           MOVE ICLR-DEST-ACCOUNT TO WS-BCP-ACCOUNT-NUMBER.
           PERFORM CHECK-BLOCK.
           IF WS-BCP-BLOCKED = 'Y'
              ADD 1 TO WS-BLOCKED-CNT
              MOVE 'BLOCKED   ' TO WS-RPT-TAG
              PERFORM REPORT-SETTLEMENT
              GO TO AP999
           END-IF.

           ADD ICLR-AMOUNT TO ACCOUNT-ACTUAL-BALANCE
                              ACCOUNT-AVAILABLE-BALANCE.

           MOVE ICLR-AMOUNT        TO JRNL-CONVERTED-AMOUNT.
           MOVE WS-SETL-CCY        TO JRNL-CONVERTED-CCY.
           MOVE SPACES             TO JRNL-SUPERVISOR.
           MOVE SPACES             TO JRNL-REASON-CODE.

           MOVE 1 TO JRNL-SEQUENCE.
           MOVE 0 TO WS-JOURNAL-TRIES.
       RS999.
           EXIT.

      *
      * Ask BLKCHK whether the ACCTBLK register stops this movement.
      * The caller sets DEBIT or CREDT and the account. A register
      * that cannot be read stops the run rather than post past a
      * block nobody could see
      *
       CHECK-BLOCK SECTION.
       CB010.
           MOVE WS-RUN-DATE TO WS-BCP-AS-OF-DATE.
           CALL 'BLKCHK' USING WS-BLKCHK-PARM.
           IF WS-BCP-STATUS NOT = SPACE
              DISPLAY 'INTRSETL - ACCTBLK unreadable for account '
                      WS-BCP-ACCOUNT-NUMBER
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CB999.
           EXIT.

      *
      * The processing date is the shop's business date from the
      * BUSDATE control, not the clock - a night running past
      * midnight stays on its own date
      *
       GET-BUSINESS-DATE SECTION.
       GBD10.
           MOVE 'GET  ' TO WS-BDP-FUNCTION.
           CALL 'GETBDATE' USING WS-BDATE-PARM.
           IF WS-BDP-STATUS = SPACE
              MOVE WS-BDP-DATE TO WS-RUN-DATE
           ELSE
              DISPLAY 'INTRSETL - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.


       CLOSE-FILE SECTION.
       CF010.
           MOVE 'CLOSE' TO WS-BCP-FUNCTION.
           CALL 'BLKCHK' USING WS-BLKCHK-PARM.
           CLOSE INTRCLR.
           CLOSE ACCTFILE.
           CLOSE JRNLOUT.
