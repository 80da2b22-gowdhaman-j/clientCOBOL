       CBL
      ******************************************************************
      *                                                                *
      * Licensed Materials - Property of IBM                           *
      *                                                                *
      * (c) Copyright IBM Corp. 2020.                                  *
      *                                                                *
      * US Government Users Restricted Rights - Use, duplication       *
      * or disclosure restricted by GSA ADP Schedule Contract          *
      * with IBM Corp.                                                 *
      *                                                                *
      ******************************************************************



      ******************************************************************
      * Whole-batch reversal. When a batch run has posted wrongly -
      * a bulk file posted twice, FEERUN charging from the wrong
      * card - every TXNJRNL leg that run wrote is reversed in one
      * controlled step instead of account by account. The batch
      * is named by one REVCARD:
      *
      *    cols 1-8    batch teller id the run journals under,
      *                e.g. BULKPOST, FEERUN
      *    cols 10-19  business date of the run YYYY-MM-DD
      *    cols 21-27  leg count from the dry-run listing
      *    cols 29-42  amount hash from the dry-run listing, in
      *                pence, zero filled
      *    cols 44-51  id of the person approving the reversal
      *
      * With cols 21-51 blank the run is a dry run: the batch's legs
      * are found and listed on REVRPT with their count and amount
      * hash, and nothing moves. Only a card carrying that count,
      * that hash and an approver reverses the batch, and only if
      * the journal still holds exactly what was listed.
      *
      * A batch leg is one journalled from a batch terminal under
      * the batch teller id and dated the batch's business date.
      * Each is reversed by an exact opposite leg under the same
      * account, dated the business date, under teller id BATREV
      * with the batch teller id in JRNL-SUPERVISOR so the ledger
      * and the MI still book it with the run it reverses; both
      * balances move by the amount. Every leg reversed is written
      * to the REVREG register with the key of its reversal leg,
      * the cross-reference between the two. A batch already on
      * REVREG is refused, as is a batch with any leg whose account
      * is missing or closed - a batch reverses whole or not at all.
      * The REVRPT control totals prove the original debits and
      * credits equal the reversed credits and debits.
      *
      * Only the journal and the account balances are reversed;
      * anything else the run touched - a clearing record, a
      * register - is put right by its own maintenance.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATREV.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVCARD
                  ASSIGN TO REVCARD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS REVCARD-STATUS.

           SELECT JRNLFILE
                  ASSIGN TO JRNLFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS JRNL-KEY
                  FILE STATUS  IS JRNLFILE-STATUS.

           SELECT ACCTFILE
                  ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT REVREG
                  ASSIGN TO REVREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REV-KEY
                  FILE STATUS  IS REVREG-STATUS.

           SELECT REVWORK
                  ASSIGN TO REVWORK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS REVWORK-STATUS.

           SELECT REVRPT
                  ASSIGN TO REVRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS REVRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  REVCARD.
       01  REVERSAL-CARD.
           05 RCD-BATCH-TELLER             PIC X(8).
           05 FILLER                       PIC X.
           05 RCD-BATCH-DATE               PIC X(10).
           05 FILLER                       PIC X.
           05 RCD-APPROVAL.
              10 RCD-LEG-COUNT             PIC 9(7).
              10 FILLER                    PIC X.
              10 RCD-HASH                  PIC 9(12)V99.
              10 FILLER                    PIC X.
              10 RCD-APPROVED-BY           PIC X(8).
           05 FILLER                       PIC X(29).

       FD  JRNLFILE.
       01  JOURNAL-RECORD.
       COPY TXNJRNL.

       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  REVREG.
       01  REVERSAL-RECORD.
       COPY REVREG.

      *
      * The batch's legs as found, held for the posting pass so the
      * journal is never written while it is being browsed
      *
       FD  REVWORK.
       01  WORK-LEG-RECORD.
       COPY TXNJRNL.

       FD  REVRPT.
       01  REV-PRINT-RECORD                PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  REVCARD-STATUS.
           05 REVCARD-STATUS1              PIC X.
           05 REVCARD-STATUS2              PIC X.

       01  JRNLFILE-STATUS.
           05 JRNLFILE-STATUS1             PIC X.
           05 JRNLFILE-STATUS2             PIC X.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  REVREG-STATUS.
           05 REVREG-STATUS1               PIC X.
           05 REVREG-STATUS2               PIC X.

       01  REVWORK-STATUS.
           05 REVWORK-STATUS1              PIC X.
           05 REVWORK-STATUS2              PIC X.

       01  REVRPT-STATUS.
           05 REVRPT-STATUS1               PIC X.
           05 REVRPT-STATUS2               PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.
       01 WS-DRY-RUN                       PIC X    VALUE 'Y'.
       01 WS-FILES-OPEN                    PIC X    VALUE 'N'.

       01 WS-BATCH-TELLER                  PIC X(8).
       01 WS-BATCH-DATE                    PIC X(10).
       01 WS-APPROVED-BY                   PIC X(8).
       01 WS-REVERSAL-TELLER               PIC X(8) VALUE 'BATREV  '.

      *
      * What the batch was, as found on the journal
      *
       01 WS-READ-CNT                      PIC 9(9) VALUE 0.
       01 WS-LEG-CNT                       PIC 9(7) VALUE 0.
       01 WS-EXCEPTION-CNT                 PIC 9(7) VALUE 0.
       01 WS-ORIG-DEBITS                   PIC S9(12)V99 COMP-3
                                                VALUE 0.
       01 WS-ORIG-CREDITS                  PIC S9(12)V99 COMP-3
                                                VALUE 0.
       01 WS-ORIG-HASH                     PIC S9(12)V99 COMP-3
                                                VALUE 0.

      *
      * What was posted against it
      *
       01 WS-REVERSED-CNT                  PIC 9(7) VALUE 0.
       01 WS-REV-DEBITS                    PIC S9(12)V99 COMP-3
                                                VALUE 0.
       01 WS-REV-CREDITS                   PIC S9(12)V99 COMP-3
                                                VALUE 0.
       01 WS-REV-HASH                      PIC S9(12)V99 COMP-3
                                                VALUE 0.

       01 WS-RUN-TIME-RAW                  PIC 9(8).
       01 WS-JOURNAL-TRIES                 PIC 9(3).

       01 WS-CURRENT-DATE-DATA.
           05 WS-CD-YEAR                   PIC 9(4).
           05 WS-CD-MONTH                  PIC 99.
           05 WS-CD-DAY                    PIC 99.
           05 FILLER                       PIC X(13).

       01 WS-RUN-DATE.
           05 WS-RUN-YEAR                  PIC 9(4).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-RUN-MONTH                 PIC 99.
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-RUN-DAY                   PIC 99.

       01 WS-BDATE-PARM.
           05 WS-BDP-FUNCTION              PIC X(5).
           05 WS-BDP-DATE                  PIC X(10).
           05 WS-BDP-STATUS                PIC X.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'BATREV  '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

       01 WS-RPT-HEADER.
           05 FILLER                       PIC X    VALUE '1'.
           05 FILLER                       PIC X(25)
                 VALUE 'BATREV BATCH REVERSAL OF '.
           05 WS-RPT-HDR-TELLER            PIC X(8).
           05 FILLER                       PIC X(7) VALUE ' DATED '.
           05 WS-RPT-HDR-BATCH-DATE        PIC X(10).
           05 FILLER                       PIC X(5) VALUE ' RUN '.
           05 WS-RPT-HDR-RUN-DATE          PIC X(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-HDR-MODE              PIC X(12).
           05 WS-RPT-HDR-APPROVER          PIC X(8).
           05 FILLER                       PIC X(45) VALUE SPACES.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-TAG                   PIC X(12).
           05 FILLER                       PIC X(8) VALUE 'ACCOUNT '.
           05 WS-RPT-ACCT                  PIC 9(11).
           05 FILLER                       PIC X(5) VALUE ' LEG '.
           05 WS-RPT-LEG-DATE              PIC X(10).
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-LEG-TIME              PIC 9(6).
           05 FILLER                       PIC X    VALUE '/'.
           05 WS-RPT-LEG-SEQ               PIC 9(3).
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-DR-CR                 PIC X.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-AMOUNT                PIC -(9)9.99.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-CCY                   PIC X(3).
           05 FILLER                       PIC X(55) VALUE SPACES.

       01 WS-RPT-TOTAL.
           05 FILLER                       PIC X    VALUE '0'.
           05 WS-RPT-TOT-TEXT              PIC X(40).
           05 WS-RPT-TOT-COUNT             PIC Z(6)9.
           05 FILLER                       PIC X(8) VALUE ' DEBITS '.
           05 WS-RPT-TOT-DEBITS            PIC -(12)9.99.
           05 FILLER                       PIC X(9) VALUE ' CREDITS '.
           05 WS-RPT-TOT-CREDITS           PIC -(12)9.99.
           05 FILLER                       PIC X(6) VALUE ' HASH '.
           05 WS-RPT-TOT-HASH              PIC Z(11)9.99.
           05 FILLER                       PIC X(15) VALUE SPACES.

       01 WS-RPT-MESSAGE.
           05 FILLER                       PIC X    VALUE '0'.
           05 WS-RPT-MSG-TEXT              PIC X(132).

       01 WS-MSG-COUNT                     PIC Z(6)9.
       01 WS-MSG-HASH                      PIC 9(12)V99.

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started BATREV.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           PERFORM GET-BUSINESS-DATE.

           PERFORM READ-REVERSAL-CARD.
           PERFORM OPEN-FILES.

           MOVE WS-BATCH-TELLER TO WS-RPT-HDR-TELLER.
           MOVE WS-BATCH-DATE   TO WS-RPT-HDR-BATCH-DATE.
           MOVE WS-RUN-DATE     TO WS-RPT-HDR-RUN-DATE.
           IF WS-DRY-RUN = 'Y'
              MOVE 'DRY RUN     ' TO WS-RPT-HDR-MODE
              MOVE SPACES         TO WS-RPT-HDR-APPROVER
           ELSE
              MOVE 'APPROVED BY ' TO WS-RPT-HDR-MODE
              MOVE WS-APPROVED-BY TO WS-RPT-HDR-APPROVER
           END-IF.
           WRITE REV-PRINT-RECORD FROM WS-RPT-HEADER.

           PERFORM CHECK-NOT-REVERSED.
           PERFORM FIND-BATCH-LEGS.

           MOVE 'BATCH AS JOURNALLED' TO WS-RPT-TOT-TEXT.
           MOVE WS-LEG-CNT      TO WS-RPT-TOT-COUNT.
           MOVE WS-ORIG-DEBITS  TO WS-RPT-TOT-DEBITS.
           MOVE WS-ORIG-CREDITS TO WS-RPT-TOT-CREDITS.
           MOVE WS-ORIG-HASH    TO WS-RPT-TOT-HASH.
           WRITE REV-PRINT-RECORD FROM WS-RPT-TOTAL.

           PERFORM CHECK-BATCH-REVERSIBLE.

           IF WS-DRY-RUN = 'Y'
              PERFORM WRITE-APPROVAL-FIGURES
              DISPLAY 'BATREV dry run of ' WS-BATCH-TELLER ' '
                      WS-BATCH-DATE ': ' WS-LEG-CNT
                      ' legs listed, nothing posted.'
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM CHECK-APPROVAL.
           PERFORM POST-REVERSALS.
           PERFORM PROVE-REVERSAL.

           DISPLAY 'BATREV reversed ' WS-BATCH-TELLER ' '
                   WS-BATCH-DATE ': ' WS-REVERSED-CNT ' of '
                   WS-LEG-CNT ' legs, approved by '
                   WS-APPROVED-BY '.'.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

      *
      * One card names the batch; a dry run leaves the approval
      * columns blank, an approval fills every one of them
      *
       READ-REVERSAL-CARD SECTION.
       RC010.
           OPEN INPUT REVCARD.
           IF REVCARD-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening REVCARD file, status='
                       REVCARD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           READ REVCARD
             AT END
               DISPLAY 'BATREV - no reversal card, run refused'
               CLOSE REVCARD
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-READ.

           CLOSE REVCARD.

           MOVE RCD-BATCH-TELLER TO WS-BATCH-TELLER.
           MOVE RCD-BATCH-DATE   TO WS-BATCH-DATE.

           IF WS-BATCH-TELLER = SPACES OR
              WS-BATCH-TELLER = WS-REVERSAL-TELLER
              PERFORM REFUSE-CARD
           END-IF.

           IF WS-BATCH-DATE(1:4) NOT NUMERIC OR
              WS-BATCH-DATE(5:1) NOT = '-' OR
              WS-BATCH-DATE(6:2) NOT NUMERIC OR
              WS-BATCH-DATE(8:1) NOT = '-' OR
              WS-BATCH-DATE(9:2) NOT NUMERIC OR
              WS-BATCH-DATE > WS-RUN-DATE
              PERFORM REFUSE-CARD
           END-IF.

           IF RCD-APPROVAL = SPACES
              MOVE 'Y' TO WS-DRY-RUN
              GO TO RC999
           END-IF.

           IF RCD-LEG-COUNT NOT NUMERIC OR
              RCD-HASH NOT NUMERIC OR
              RCD-APPROVED-BY = SPACES
              PERFORM REFUSE-CARD
           END-IF.

           MOVE 'N' TO WS-DRY-RUN.
           MOVE RCD-APPROVED-BY TO WS-APPROVED-BY.

       RC999.
           EXIT.

       REFUSE-CARD SECTION.
       RF010.
           DISPLAY 'BATREV - control card bad, run refused: '
                   REVERSAL-CARD(1:51).
           MOVE 12 TO RETURN-CODE.
           PERFORM PROGRAM-DONE.

       RF999.
           EXIT.

      *
      * A dry run only reads the journal and the accounts; they are
      * opened for update on an approved run
      *
       OPEN-FILES SECTION.
       OF010.
           MOVE 'Y' TO WS-FILES-OPEN.

           IF WS-DRY-RUN = 'Y'
              OPEN INPUT JRNLFILE
           ELSE
              OPEN I-O JRNLFILE
           END-IF.
           IF JRNLFILE-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening JRNLFILE file, status='
                       JRNLFILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           IF WS-DRY-RUN = 'Y'
              OPEN INPUT ACCTFILE
           ELSE
              OPEN I-O ACCTFILE
           END-IF.
           IF ACCTFILE-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ACCTFILE file, status='
                       ACCTFILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O REVREG.
           IF REVREG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening REVREG file, status='
                       REVREG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT REVWORK.
           IF REVWORK-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening REVWORK file, status='
                       REVWORK-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT REVRPT.
           IF REVRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening REVRPT file, status='
                       REVRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * Any register record for the batch means it has been
      * reversed already, in whole or - if a run failed part way -
      * in part; either way it is not reversed again
      *
       CHECK-NOT-REVERSED SECTION.
       CN010.
           MOVE LOW-VALUES      TO REV-KEY.
           MOVE WS-BATCH-TELLER TO REV-BATCH-TELLER.
           MOVE WS-BATCH-DATE   TO REV-BATCH-DATE.

           START REVREG KEY NOT < REV-KEY
             INVALID KEY
               GO TO CN999
           END-START.

           READ REVREG NEXT RECORD
             AT END
               GO TO CN999
           END-READ.

           IF REV-BATCH-TELLER = WS-BATCH-TELLER AND
              REV-BATCH-DATE = WS-BATCH-DATE
              MOVE 'BATCH ALREADY REVERSED - RUN REFUSED'
                 TO WS-RPT-MSG-TEXT
              WRITE REV-PRINT-RECORD FROM WS-RPT-MESSAGE
              DISPLAY 'BATREV - ' WS-BATCH-TELLER ' '
                      WS-BATCH-DATE ' already reversed on '
                      REV-REVERSAL-DATE ', run refused'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CN999.
           EXIT.

      *
      * The journal is keyed by account, so the whole of it is read
      * to find the batch's legs. Each one is listed, checked
      * against its account and held on REVWORK.
      *
       FIND-BATCH-LEGS SECTION.
       FB010.
           READ JRNLFILE NEXT RECORD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-READ-CNT
              IF JRNL-TELLER OF JOURNAL-RECORD = WS-BATCH-TELLER AND
                 JRNL-DATE OF JOURNAL-RECORD = WS-BATCH-DATE AND
                 JRNL-TERMINAL OF JOURNAL-RECORD = 'BTCH'
                 PERFORM TAKE-ONE-LEG
              END-IF
              READ JRNLFILE NEXT RECORD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           CLOSE REVWORK.

       FB999.
           EXIT.

       TAKE-ONE-LEG SECTION.
       TL010.
           ADD 1 TO WS-LEG-CNT.
           ADD JRNL-AMOUNT OF JOURNAL-RECORD TO WS-ORIG-HASH.
           IF JRNL-DEBIT OF JOURNAL-RECORD
              ADD JRNL-AMOUNT OF JOURNAL-RECORD TO WS-ORIG-DEBITS
           ELSE
              ADD JRNL-AMOUNT OF JOURNAL-RECORD TO WS-ORIG-CREDITS
           END-IF.

           WRITE WORK-LEG-RECORD FROM JOURNAL-RECORD.
           IF REVWORK-STATUS NOT = '00'
              DISPLAY 'BATREV - error writing REVWORK, status='
                      REVWORK-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE JRNL-ACCOUNT-NUMBER OF JOURNAL-RECORD
              TO ACCOUNT-NUMBER.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
           END-READ.

           EVALUATE TRUE
              WHEN ACCTFILE-STATUS NOT = '00'
                 ADD 1 TO WS-EXCEPTION-CNT
                 MOVE 'NO ACCOUNT  ' TO WS-RPT-TAG
              WHEN ACCOUNT-STATUS-CLOSED
                 ADD 1 TO WS-EXCEPTION-CNT
                 MOVE 'CLOSED      ' TO WS-RPT-TAG
              WHEN OTHER
                 MOVE 'TO REVERSE  ' TO WS-RPT-TAG
           END-EVALUATE.

           PERFORM REPORT-LEG.

       TL999.
           EXIT.

      *
      * Nothing found, or a leg whose account cannot take its
      * reversal, refuses the batch whole - dry run or approved
      *
       CHECK-BATCH-REVERSIBLE SECTION.
       CR010.
           IF WS-LEG-CNT = 0
              MOVE 'NO LEGS FOUND FOR THIS BATCH - NOTHING TO REVERSE'
                 TO WS-RPT-MSG-TEXT
              WRITE REV-PRINT-RECORD FROM WS-RPT-MESSAGE
              DISPLAY 'BATREV - no legs found for ' WS-BATCH-TELLER
                      ' ' WS-BATCH-DATE ', run refused'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF WS-EXCEPTION-CNT > 0
              MOVE WS-EXCEPTION-CNT TO WS-MSG-COUNT
              MOVE SPACES TO WS-RPT-MSG-TEXT
              STRING 'BATCH CANNOT BE REVERSED WHOLE - '
                     WS-MSG-COUNT
                     ' LEGS ON MISSING OR CLOSED ACCOUNTS'
                 DELIMITED BY SIZE INTO WS-RPT-MSG-TEXT
              END-STRING
              WRITE REV-PRINT-RECORD FROM WS-RPT-MESSAGE
              DISPLAY 'BATREV - ' WS-EXCEPTION-CNT
                      ' legs on missing or closed accounts, '
                      'run refused'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CR999.
           EXIT.

      *
      * The dry run ends with the figures the approval card must
      * carry
      *
       WRITE-APPROVAL-FIGURES SECTION.
       WA010.
           MOVE WS-LEG-CNT   TO WS-MSG-COUNT.
           MOVE WS-ORIG-HASH TO WS-MSG-HASH.
           MOVE SPACES TO WS-RPT-MSG-TEXT.
           STRING 'DRY RUN - NOTHING POSTED. TO REVERSE, APPROVAL '
                  'CARD COLS 21-27 ' DELIMITED BY SIZE
                  WS-LEG-CNT DELIMITED BY SIZE
                  ' COLS 29-42 ' DELIMITED BY SIZE
                  WS-MSG-HASH DELIMITED BY SIZE
                  ' COLS 44-51 APPROVER ID' DELIMITED BY SIZE
              INTO WS-RPT-MSG-TEXT
           END-STRING.
           WRITE REV-PRINT-RECORD FROM WS-RPT-MESSAGE.

       WA999.
           EXIT.

      *
      * The approval is for the batch as it was listed; a journal
      * that has changed since needs a fresh dry run
      *
       CHECK-APPROVAL SECTION.
       CA010.
           IF RCD-LEG-COUNT = WS-LEG-CNT AND
              RCD-HASH = WS-ORIG-HASH
              GO TO CA999
           END-IF.

           MOVE 'APPROVAL CARD DOES NOT MATCH THE BATCH - RUN REFUSED'
              TO WS-RPT-MSG-TEXT.
           WRITE REV-PRINT-RECORD FROM WS-RPT-MESSAGE.
           DISPLAY 'BATREV - approval card count ' RCD-LEG-COUNT
                   ' hash ' RCD-HASH ' does not match the batch: '
                   WS-LEG-CNT ' legs, hash ' WS-ORIG-HASH
                   ' - run refused'.
           MOVE 12 TO RETURN-CODE.
           PERFORM PROGRAM-DONE.

       CA999.
           EXIT.

      *
      * Second pass: every held leg is reversed on its account and
      * its reversal leg and register record written
      *
       POST-REVERSALS SECTION.
       PV010.
           OPEN INPUT REVWORK.
           IF REVWORK-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening REVWORK file, status='
                       REVWORK-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'N' TO WS-EXIT.
           READ REVWORK
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              PERFORM REVERSE-ONE-LEG
              READ REVWORK
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

       PV999.
           EXIT.

      *
      * The opposite movement on the account, then the opposite
      * leg. An account or journal that cannot be written stops
      * the run; REVREG then shows exactly which legs were done.
      *
       REVERSE-ONE-LEG SECTION.
       RL010.
           MOVE JRNL-ACCOUNT-NUMBER OF WORK-LEG-RECORD
              TO ACCOUNT-NUMBER.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
           END-READ.
           IF ACCTFILE-STATUS NOT = '00'
              DISPLAY 'BATREV - error reading account '
                      ACCOUNT-NUMBER ' status=' ACCTFILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF JRNL-DEBIT OF WORK-LEG-RECORD
              ADD JRNL-AMOUNT OF WORK-LEG-RECORD
                 TO ACCOUNT-ACTUAL-BALANCE
                    ACCOUNT-AVAILABLE-BALANCE
           ELSE
              SUBTRACT JRNL-AMOUNT OF WORK-LEG-RECORD
                 FROM ACCOUNT-ACTUAL-BALANCE
                      ACCOUNT-AVAILABLE-BALANCE
           END-IF.

           REWRITE ACCOUNT-RECORD.
           IF ACCTFILE-STATUS NOT = '00'
              DISPLAY 'BATREV - error rewriting account '
                      ACCOUNT-NUMBER ' status=' ACCTFILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM JOURNAL-REVERSAL-LEG.
           PERFORM REGISTER-REVERSAL.

           ADD 1 TO WS-REVERSED-CNT.
           ADD JRNL-AMOUNT OF JOURNAL-RECORD TO WS-REV-HASH.
           IF JRNL-DEBIT OF JOURNAL-RECORD
              ADD JRNL-AMOUNT OF JOURNAL-RECORD TO WS-REV-DEBITS
           ELSE
              ADD JRNL-AMOUNT OF JOURNAL-RECORD TO WS-REV-CREDITS
           END-IF.

           MOVE 'REVERSAL    ' TO WS-RPT-TAG.
           PERFORM REPORT-LEG.

       RL999.
           EXIT.

      *
      * The exact opposite of the original leg, today's business
      * date, the reversal teller id and the batch teller id in
      * the supervisor field
      *
       JOURNAL-REVERSAL-LEG SECTION.
       JR010.
           MOVE WORK-LEG-RECORD    TO JOURNAL-RECORD.
           MOVE WS-RUN-DATE        TO JRNL-DATE OF JOURNAL-RECORD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO JRNL-TIME OF JOURNAL-RECORD.
           IF JRNL-DEBIT OF WORK-LEG-RECORD
              MOVE 'C' TO JRNL-DR-CR OF JOURNAL-RECORD
           ELSE
              MOVE 'D' TO JRNL-DR-CR OF JOURNAL-RECORD
           END-IF.
           MOVE 'BTCH'             TO JRNL-TERMINAL OF JOURNAL-RECORD.
           MOVE WS-REVERSAL-TELLER TO JRNL-TELLER OF JOURNAL-RECORD.
           MOVE 'N'            TO JRNL-CONFIRM-PASS OF JOURNAL-RECORD.
           MOVE WS-BATCH-TELLER TO JRNL-SUPERVISOR OF JOURNAL-RECORD.
           MOVE SPACES         TO JRNL-REASON-CODE OF JOURNAL-RECORD.

           MOVE 1 TO JRNL-SEQUENCE OF JOURNAL-RECORD.
           MOVE 0 TO WS-JOURNAL-TRIES.

       JR020.
           WRITE JOURNAL-RECORD.

           IF JRNLFILE-STATUS = '22' AND WS-JOURNAL-TRIES < 998
              ADD 1 TO WS-JOURNAL-TRIES
              ADD 1 TO JRNL-SEQUENCE OF JOURNAL-RECORD
              GO TO JR020
           END-IF.

           IF JRNLFILE-STATUS NOT = '00'
              DISPLAY 'BATREV - journal write failed for account '
                      JRNL-ACCOUNT-NUMBER OF JOURNAL-RECORD
                      ' status=' JRNLFILE-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       JR999.
           EXIT.

       REGISTER-REVERSAL SECTION.
       RG010.
           MOVE SPACES TO REVERSAL-RECORD.
           MOVE WS-BATCH-TELLER TO REV-BATCH-TELLER.
           MOVE WS-BATCH-DATE   TO REV-BATCH-DATE.
           MOVE JRNL-ACCOUNT-NUMBER OF WORK-LEG-RECORD
              TO REV-ORIG-ACCOUNT-NUMBER.
           MOVE JRNL-DATE OF WORK-LEG-RECORD     TO REV-ORIG-DATE.
           MOVE JRNL-TIME OF WORK-LEG-RECORD     TO REV-ORIG-TIME.
           MOVE JRNL-SEQUENCE OF WORK-LEG-RECORD TO REV-ORIG-SEQUENCE.
           MOVE JRNL-DR-CR OF WORK-LEG-RECORD    TO REV-ORIG-DR-CR.
           MOVE JRNL-AMOUNT OF WORK-LEG-RECORD   TO REV-AMOUNT.
           MOVE JRNL-CURRENCY-CODE OF WORK-LEG-RECORD
              TO REV-CURRENCY-CODE.
           MOVE JRNL-DATE OF JOURNAL-RECORD     TO REV-REVERSAL-DATE.
           MOVE JRNL-TIME OF JOURNAL-RECORD     TO REV-REVERSAL-TIME.
           MOVE JRNL-SEQUENCE OF JOURNAL-RECORD
              TO REV-REVERSAL-SEQUENCE.
           MOVE WS-APPROVED-BY  TO REV-APPROVED-BY.

           WRITE REVERSAL-RECORD.
           IF REVREG-STATUS NOT = '00'
              DISPLAY 'BATREV - error writing REVREG for account '
                      REV-ORIG-ACCOUNT-NUMBER ' status='
                      REVREG-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RG999.
           EXIT.

      *
      * The control equation: the batch's debits came back as
      * credits and its credits as debits, leg for leg
      *
       PROVE-REVERSAL SECTION.
       PR010.
           MOVE 'REVERSAL POSTED'  TO WS-RPT-TOT-TEXT.
           MOVE WS-REVERSED-CNT    TO WS-RPT-TOT-COUNT.
           MOVE WS-REV-DEBITS      TO WS-RPT-TOT-DEBITS.
           MOVE WS-REV-CREDITS     TO WS-RPT-TOT-CREDITS.
           MOVE WS-REV-HASH        TO WS-RPT-TOT-HASH.
           WRITE REV-PRINT-RECORD FROM WS-RPT-TOTAL.

           IF WS-REVERSED-CNT = WS-LEG-CNT AND
              WS-REV-CREDITS = WS-ORIG-DEBITS AND
              WS-REV-DEBITS = WS-ORIG-CREDITS AND
              WS-REV-HASH = WS-ORIG-HASH
              MOVE 'PROVED - ORIGINAL TOTAL EQUALS REVERSED TOTAL'
                 TO WS-RPT-MSG-TEXT
           ELSE
              MOVE 'NOT PROVED - ORIGINAL AND REVERSED TOTALS DIFFER'
                 TO WS-RPT-MSG-TEXT
              MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE REV-PRINT-RECORD FROM WS-RPT-MESSAGE.

       PR999.
           EXIT.

      *
      * One leg on the listing - the batch's own leg as found, or
      * the reversal leg posted against it
      *
       REPORT-LEG SECTION.
       RO010.
           MOVE JRNL-ACCOUNT-NUMBER OF JOURNAL-RECORD TO WS-RPT-ACCT.
           MOVE JRNL-DATE OF JOURNAL-RECORD     TO WS-RPT-LEG-DATE.
           MOVE JRNL-TIME OF JOURNAL-RECORD     TO WS-RPT-LEG-TIME.
           MOVE JRNL-SEQUENCE OF JOURNAL-RECORD TO WS-RPT-LEG-SEQ.
           MOVE JRNL-DR-CR OF JOURNAL-RECORD    TO WS-RPT-DR-CR.
           MOVE JRNL-AMOUNT OF JOURNAL-RECORD   TO WS-RPT-AMOUNT.
           MOVE JRNL-CURRENCY-CODE OF JOURNAL-RECORD TO WS-RPT-CCY.
           WRITE REV-PRINT-RECORD FROM WS-RPT-DETAIL.

       RO999.
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
              DISPLAY 'BATREV - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-REVERSED-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           IF WS-FILES-OPEN = 'Y'
              CLOSE JRNLFILE
              CLOSE ACCTFILE
              CLOSE REVREG
              CLOSE REVWORK
              CLOSE REVRPT
           END-IF.

       CF999.
           EXIT.
