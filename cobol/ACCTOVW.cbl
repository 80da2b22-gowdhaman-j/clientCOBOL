      *   - the dormancy classification from the DORMREG register
      *   - accrued-but-unposted interest from the INTACCR
      *     ACCRUAL file
      *   - for a lending product (class L on the PRODMST product
      *     master), the arrears bucket and amount from the DELINQ
      *     ARREARS register
      *   - the total of the account's active HOLDS - money on
      *     the balance that cannot be spent
      *
      * A side file with no entry for the account shows as NONE
      * rather than blank, so "no record" and "not looked at" can
      * never be confused on the phone.
      *
      * The screen can also be started from the BNK1CSR customer
      * search (CUSTSRCH), which passes the selected customer's
      * first open account in the commarea; that account is shown
      * straight away and the teller can key any other from there.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 ACCOUNT-RECORD.
           COPY ACCOUNT.

       01 WS-PRODUCT-RECORD.
           COPY PRODMST.

       01 WS-DORMANCY-RECORD.
           05 DORM-ACCOUNT-NUMBER        PIC 9(11).
           05 DORM-STATUS                PIC X.
           05 ARR-BUCKET                 PIC X(3).
           05 FILLER                     PIC X(45).

       01 WS-HOLD-RECORD.
           COPY HOLDS.

       01 WS-HELD-AMOUNT                PIC S9(10)V99 COMP-3.
       01 WS-HOLD-COUNT                 PIC 9(4).
       01 WS-ABSTIME                    PIC S9(15) COMP-3.
       01 WS-TODAY-DATE                 PIC X(10).

       01 WS-ACCT-NUM                   PIC 9(11).
       01 WS-LOAN-NUM                   PIC 9(8).
       01 WS-EDIT-AMOUNT                PIC -(10)9.99.
       01 WS-EDIT-LIMIT                 PIC -(7)9.
       01 WS-SEND-FULL                  PIC X VALUE 'N'.

       01 WS-COMMAREA-OUT.
           05 WS-CA-MODE                 PIC X VALUE SPACE.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 ACCTOVW-MODE               PIC X.
             88 ACCTOVW-FROM-SEARCH          VALUE 'S'.
          05 ACCTOVW-SEL-ACCOUNT        PIC 9(11).
          05 ACCTOVW-SEL-COUNT          PIC 9(3).
          05 ACCTOVW-SEL-CUSTOMER       PIC X(16).

       PROCEDURE DIVISION.
       AV-MAINLINE SECTION.
              PERFORM RETURN-FRESH
           END-IF.

           IF EIBCALEN > 1 AND ACCTOVW-FROM-SEARCH
              PERFORM TAKE-SEARCH-SELECTION
              GO TO AV020
           END-IF.

           EXEC CICS RECEIVE MAP('BNK1AOV')
              MAPSET('BNK1AOV')
              RESP(WS-CICS-RESP)
           END-IF.
           MOVE AVACCTI TO WS-ACCT-NUM.

       AV020.

           PERFORM SHOW-ACCOUNT-POSITION.
           PERFORM SHOW-DORMANCY.
           PERFORM SHOW-ACCRUAL.
           PERFORM SHOW-ARREARS.
           PERFORM SHOW-HOLDS.

           IF WS-SEND-FULL = 'Y' AND ACCTOVW-SEL-COUNT > 1
              MOVE 'First of the customer''s open accounts - key another
      -          ' to view' TO AVMSGO
           ELSE
              MOVE 'Account position assembled' TO AVMSGO
           END-IF.
           PERFORM SEND-DATAONLY.
           PERFORM RETURN-FRESH.

       SI999.
           EXIT.

      *
      * Straight after the search the BNK1AOV map is not on the
      * screen yet, so the first send is the whole map
      *
       SEND-DATAONLY SECTION.
       SD010.

           IF WS-SEND-FULL = 'Y'
              EXEC CICS SEND MAP('BNK1AOV')
                 MAPSET('BNK1AOV')
                 ERASE
                 CURSOR
              END-EXEC
              GO TO SD999
           END-IF.

           EXEC CICS SEND MAP('BNK1AOV')
              MAPSET('BNK1AOV')
              DATAONLY
       SD999.
           EXIT.

      *
      * The account the customer search selected, as though keyed
      *
       TAKE-SEARCH-SELECTION SECTION.
       TS010.

           MOVE LOW-VALUES TO BNK1AVO.
           MOVE 'Y' TO WS-SEND-FULL.
           MOVE ACCTOVW-SEL-ACCOUNT TO WS-ACCT-NUM.
           MOVE WS-ACCT-NUM TO AVACCTO.

       TS999.
           EXIT.

       SHOW-ACCOUNT-POSITION SECTION.
       SA010.

           EXIT.

      *
      * Arrears only mean anything for a lending product; the
      * register is keyed on the eight-digit loan number. A type
      * not on the product master is not treated as a loan
      *
       SHOW-ARREARS SECTION.
       SR010.

           MOVE ACCOUNT-TYPE TO PROD-ACCOUNT-TYPE.

           EXEC CICS READ FILE('PRODMST')
              INTO(WS-PRODUCT-RECORD)
              RIDFLD(PROD-ACCOUNT-TYPE)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) OR
              NOT PROD-CLASS-LOAN
              MOVE 'N/A' TO AVARRBO
              MOVE SPACES TO AVARRAO
              GO TO SR999
       SR999.
           EXIT.

      *
      * Total of the active holds - status A and not past expiry,
      * the same test every posting path applies
      *
       SHOW-HOLDS SECTION.
       SH010.

           MOVE 0 TO WS-HELD-AMOUNT WS-HOLD-COUNT.

           EXEC CICS ASKTIME
              ABSTIME(WS-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
              ABSTIME(WS-ABSTIME)
              YYYYMMDD(WS-TODAY-DATE)
              DATESEP('-')
           END-EXEC.

           MOVE WS-ACCT-NUM TO HOLD-ACCOUNT-NUMBER.
           MOVE 0 TO HOLD-SEQUENCE.

           EXEC CICS STARTBR FILE('HOLDS')
              RIDFLD(HOLD-KEY)
              GTEQ
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              GO TO SH030
           END-IF.

       SH020.

           EXEC CICS READNEXT FILE('HOLDS')
              INTO(WS-HOLD-RECORD)
              RIDFLD(HOLD-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NORMAL) AND
              HOLD-ACCOUNT-NUMBER = WS-ACCT-NUM
              IF HOLD-STATUS-ACTIVE AND
                 (HOLD-EXPIRY-DATE = SPACES OR
                  HOLD-EXPIRY-DATE NOT < WS-TODAY-DATE)
                 ADD HOLD-AMOUNT TO WS-HELD-AMOUNT
                 ADD 1 TO WS-HOLD-COUNT
              END-IF
              GO TO SH020
           END-IF.

           EXEC CICS ENDBR FILE('HOLDS')
              RESP(WS-CICS-RESP)
           END-EXEC.

       SH030.

           IF WS-HOLD-COUNT = 0
              MOVE 'NONE' TO AVHELDO
           ELSE
              MOVE WS-HELD-AMOUNT TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO AVHELDO
           END-IF.

       SH999.
           EXIT.

       RETURN-FRESH SECTION.
       RF010.

