      *       COL  132      PAY METHOD C/B   ALONE)                   *
      *       COLS 133-138  BANK SORTCODE                             *
      *       COLS 139-149  BANK ACCOUNT                              *
      *       COLS 150-158  TAX ID, NINE DIGITS (A AND C)             *
      *    EVERY UPDATE JOURNALS ITS BEFORE AND AFTER IMAGES TO       *
      *    PROVJRNL AND PRINTS ON THE UPDATE REGISTER, THE WAY        *
      *    MCTFMNT KEEPS THE CODE TABLES AUDITABLE.                   *
           05  CARD-PAY-METHOD             PIC X.
           05  CARD-BANK-SORTCODE          PIC X(6).
           05  CARD-BANK-ACCOUNT           PIC X(11).
           05  CARD-TAX-ID                 PIC X(9).
           05  FILLER                      PIC X(2).

       FD  UPDATE-JOURNAL
           RECORD CONTAINS 328 CHARACTERS
              PERFORM 60000-WRITE-REGISTER THRU 60000-EXIT
              GO TO 20000-EXIT.

           IF CARD-TAX-ID NOT = SPACES AND CARD-TAX-ID NOT NUMERIC
              ADD 1 TO WS-REJECTED-CNT
              MOVE 'REJECTED - TAX ID MUST BE NINE DIGITS        '
                 TO WS-RPT-OUTCOME
              PERFORM 60000-WRITE-REGISTER THRU 60000-EXIT
              GO TO 20000-EXIT.

           IF CARD-ACTION = 'A'
              PERFORM 30000-ADD-PROVIDER THRU 30000-EXIT
              GO TO 20000-EXIT.
              MOVE CARD-BANK-ACCOUNT TO PROV-BANK-ACCOUNT
           ELSE
              MOVE 0 TO PROV-BANK-ACCOUNT.
           MOVE CARD-TAX-ID      TO PROV-TAX-ID.

           WRITE PROVIDER-RECORD
               INVALID KEY
              MOVE CARD-BANK-SORTCODE TO PROV-BANK-SORTCODE.
           IF CARD-BANK-ACCOUNT NUMERIC
              MOVE CARD-BANK-ACCOUNT TO PROV-BANK-ACCOUNT.
           IF CARD-TAX-ID NOT = SPACES
              MOVE CARD-TAX-ID TO PROV-TAX-ID.

           REWRITE PROVIDER-RECORD.

