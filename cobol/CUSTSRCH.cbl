       CBL CICS('SP,EDF')
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
      * Drives the BNK1CSR customer search screen, for the customer
      * who comes to the counter without a card. The teller keys the
      * leading part of the name as it is held on the CUSTOMER file
      * together with a postcode, a date of birth (DDMMYYYY) or both,
      * and the matches are listed eight to a page - sortcode,
      * customer number, name, first line of the address and the
      * number of open accounts the customer holds.
      *
      * The CUSTOMER file is browsed through the CUSTNAME path, an
      * alternate index on CUSTOMER-NAME; the accounts are counted
      * through the ACCTCUST path, an alternate index on the
      * ACCOUNT file's customer number and sortcode. ENTER again
      * with the search unchanged shows the next page. Keying a
      * line number in the selection field carries the customer's
      * first open account into the BNK1AOV account overview.
      *
      * The postcode is matched anywhere in the address, in the
      * outcode-space-incode form the address is held in, so it may
      * be keyed with or without the space. A page stops after
      * WS-SCAN-MAX names so that a short name cannot hold the
      * region on a long browse; ENTER carries on from there.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSRCH.
       AUTHOR. OGRADYJ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.

       01 WS-CICS-RESP                  PIC S9(8) BINARY.
       01 WS-CICS-RESP2                 PIC S9(8) BINARY.

       01 CUSTOMER-RECORD.
           COPY CUSTOMER.

       01 ACCOUNT-RECORD.
           COPY ACCOUNT.

       01 WS-SRCH-NAME                  PIC X(20).
       01 WS-SRCH-PCODE                 PIC X(8).
       01 WS-SRCH-DOB                   PIC X(8).
       01 WS-SRCH-DOB-NUM               PIC 9(8).
       01 WS-NAME-LEN                   PIC 9(2).
       01 WS-PCODE-LEN                  PIC 9(2).
       01 WS-PCODE-SPACES               PIC 9(2).
       01 WS-PCODE-WORK                 PIC X(8).
       01 WS-PCODE-HITS                 PIC 9(3).
       01 WS-ADDRESS-UPPER              PIC X(160).
       01 WS-MATCHED                    PIC X.

      *
      * The browse position on the CUSTNAME path. The alternate key
      * is not unique, so a page resumes at the last name read and
      * passes over as many records under that name as were read
      * before
      *
       01 WS-BROWSE-NAME                PIC X(60).
       01 WS-RESUME-NAME                PIC X(60).
       01 WS-RESUME-SKIP                PIC 9(4).
       01 WS-LAST-NAME                  PIC X(60).
       01 WS-SAME-COUNT                 PIC 9(4).
       01 WS-SCAN-COUNT                 PIC 9(4).
       01 WS-SCAN-MAX                   PIC 9(4) VALUE 500.
       01 WS-BROWSE-DONE                PIC X.

       01 WS-ACCT-ALT-KEY.
           05 WS-AAK-CUSTOMER-NUMBER     PIC 9(10).
           05 WS-AAK-SORTCODE            PIC 9(6).
       01 WS-ACCOUNT-COUNT              PIC 9(3).
       01 WS-FIRST-ACCOUNT              PIC 9(11).

       01 WS-LINE-NDX                   PIC 9(2).
       01 WS-SEL-NUM                    PIC 9.

       01 WS-RESULT-LINE.
           05 WS-RL-LINE-NO              PIC 9.
           05 FILLER                     PIC X     VALUE SPACE.
           05 WS-RL-SORTCODE             PIC 9(6).
           05 FILLER                     PIC X     VALUE SPACE.
           05 WS-RL-CUSTOMER             PIC 9(10).
           05 FILLER                     PIC X     VALUE SPACE.
           05 WS-RL-NAME                 PIC X(28).
           05 FILLER                     PIC X     VALUE SPACE.
           05 WS-RL-ADDRESS              PIC X(24).
           05 FILLER                     PIC X     VALUE SPACE.
           05 WS-RL-ACCOUNTS             PIC ZZ9.

      *
      * Outbound commarea - the search as keyed, where the browse
      * stopped and the customer keys of the lines on the screen,
      * so the next ENTER can page on or select
      *
       01 WS-COMMAREA-OUT.
           05 WS-CA-MODE                 PIC X VALUE SPACE.
           05 WS-CA-NAME                 PIC X(20).
           05 WS-CA-PCODE                PIC X(8).
           05 WS-CA-DOB                  PIC X(8).
           05 WS-CA-RESUME-NAME          PIC X(60).
           05 WS-CA-RESUME-SKIP          PIC 9(4).
           05 WS-CA-MORE                 PIC X.
           05 WS-CA-LINE-COUNT           PIC 9.
           05 WS-CA-LINE-KEY             PIC X(16) OCCURS 8 TIMES.

      *
      * What the account overview is started with on a selection
      *
       01 WS-OVERVIEW-COMMAREA.
           05 WS-OV-MODE                 PIC X VALUE 'S'.
           05 WS-OV-ACCOUNT              PIC 9(11).
           05 WS-OV-ACCOUNT-COUNT        PIC 9(3).
           05 WS-OV-CUSTOMER-KEY         PIC X(16).

       COPY BNK1CSR.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 CUSTSRCH-MODE              PIC X.
             88 CUSTSRCH-LISTED              VALUE 'L'.
          05 FILLER                     PIC X(230).

       PROCEDURE DIVISION.
       CS-MAINLINE SECTION.
       CS010.

           IF EIBCALEN = 0
              PERFORM SEND-INITIAL-MAP
              PERFORM RETURN-FRESH
           END-IF.

           IF EIBCALEN = LENGTH OF WS-COMMAREA-OUT
              MOVE DFHCOMMAREA TO WS-COMMAREA-OUT
           ELSE
              MOVE SPACE TO WS-CA-MODE
           END-IF.

           EXEC CICS RECEIVE MAP('BNK1CSR')
              MAPSET('BNK1CSR')
              RESP(WS-CICS-RESP)
           END-EXEC.

           PERFORM GET-SEARCH-FIELDS.

           IF WS-CA-MODE = 'L' AND
              WS-SRCH-NAME  = WS-CA-NAME AND
              WS-SRCH-PCODE = WS-CA-PCODE AND
              WS-SRCH-DOB   = WS-CA-DOB
              IF SRSELI NOT = SPACES AND SRSELI NOT = LOW-VALUES
                 PERFORM SELECT-CUSTOMER
              END-IF
              IF WS-CA-MORE NOT = 'Y'
                 MOVE 'No more matches - change the search to restart'
                    TO SRMSGO
                 PERFORM SEND-DATAONLY
                 PERFORM RETURN-LISTED
              END-IF
              MOVE WS-CA-RESUME-NAME TO WS-RESUME-NAME
              MOVE WS-CA-RESUME-SKIP TO WS-RESUME-SKIP
           ELSE
              PERFORM VALIDATE-SEARCH
              MOVE WS-SRCH-NAME TO WS-RESUME-NAME
              MOVE 0 TO WS-RESUME-SKIP
           END-IF.

           PERFORM LIST-MATCHES.
           PERFORM RETURN-LISTED.

       CS999.
           EXIT.

       SEND-INITIAL-MAP SECTION.
       SI010.

           EXEC CICS SEND MAP('BNK1CSR')
              MAPSET('BNK1CSR')
              ERASE
           END-EXEC.

       SI999.
           EXIT.

       SEND-DATAONLY SECTION.
       SD010.

           EXEC CICS SEND MAP('BNK1CSR')
              MAPSET('BNK1CSR')
              DATAONLY
              CURSOR
           END-EXEC.

       SD999.
           EXIT.

      *
      * Unkeyed fields arrive as low-values; the postcode is
      * upper-cased and given its space before the inward code
      *
       GET-SEARCH-FIELDS SECTION.
       GS010.

           MOVE SRNAMEI  TO WS-SRCH-NAME.
           MOVE SRPCODEI TO WS-PCODE-WORK.
           MOVE SRDOBI   TO WS-SRCH-DOB.
           INSPECT WS-SRCH-NAME  REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-PCODE-WORK REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-SRCH-DOB   REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-PCODE-WORK CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           PERFORM VARYING WS-NAME-LEN FROM 20 BY -1
              UNTIL WS-NAME-LEN = 0
                 OR WS-SRCH-NAME(WS-NAME-LEN:1) NOT = SPACE
              CONTINUE
           END-PERFORM.

           PERFORM VARYING WS-PCODE-LEN FROM 8 BY -1
              UNTIL WS-PCODE-LEN = 0
                 OR WS-PCODE-WORK(WS-PCODE-LEN:1) NOT = SPACE
              CONTINUE
           END-PERFORM.

           MOVE 0 TO WS-PCODE-SPACES.
           IF WS-PCODE-LEN > 0
              INSPECT WS-PCODE-WORK(1:WS-PCODE-LEN)
                 TALLYING WS-PCODE-SPACES FOR ALL SPACE
           END-IF.

           MOVE WS-PCODE-WORK TO WS-SRCH-PCODE.
           IF WS-PCODE-SPACES = 0 AND WS-PCODE-LEN > 4 AND
              WS-PCODE-LEN < 8
              MOVE SPACES TO WS-SRCH-PCODE
              MOVE WS-PCODE-WORK(1:WS-PCODE-LEN - 3)
                 TO WS-SRCH-PCODE
              MOVE WS-PCODE-WORK(WS-PCODE-LEN - 2:3)
                 TO WS-SRCH-PCODE(WS-PCODE-LEN - 1:3)
              ADD 1 TO WS-PCODE-LEN
           END-IF.

       GS999.
           EXIT.

      *
      * A new search needs a name and something to narrow it
      *
       VALIDATE-SEARCH SECTION.
       VS010.

           MOVE SPACE TO WS-CA-MODE.

           IF WS-NAME-LEN < 2
              MOVE 'Key at least the first two letters of the name'
                 TO SRMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

           IF WS-SRCH-PCODE = SPACES AND WS-SRCH-DOB = SPACES
              MOVE 'Key a postcode or a date of birth with the name'
                 TO SRMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

           IF WS-SRCH-DOB NOT = SPACES
              IF WS-SRCH-DOB NOT NUMERIC
                 MOVE 'Date of birth must be keyed DDMMYYYY'
                    TO SRMSGO
                 PERFORM SEND-DATAONLY
                 PERFORM RETURN-FRESH
              END-IF
              MOVE WS-SRCH-DOB TO WS-SRCH-DOB-NUM
           END-IF.

           MOVE WS-SRCH-NAME  TO WS-CA-NAME.
           MOVE WS-SRCH-PCODE TO WS-CA-PCODE.
           MOVE WS-SRCH-DOB   TO WS-CA-DOB.

       VS999.
           EXIT.

      *
      * Browse the CUSTNAME path from the resume point while the
      * names still start with what was keyed, listing the ones
      * that pass the postcode and date of birth tests
      *
       LIST-MATCHES SECTION.
       LM010.

           MOVE SPACES TO SRLIN1O SRLIN2O SRLIN3O SRLIN4O
                          SRLIN5O SRLIN6O SRLIN7O SRLIN8O.
           MOVE 0 TO WS-CA-LINE-COUNT WS-SCAN-COUNT WS-SAME-COUNT.
           MOVE 'N' TO WS-CA-MORE.
           MOVE 'N' TO WS-BROWSE-DONE.
           MOVE WS-RESUME-NAME TO WS-LAST-NAME.
           MOVE WS-RESUME-NAME TO WS-BROWSE-NAME.
           IF WS-SRCH-DOB NOT = SPACES
              MOVE WS-SRCH-DOB TO WS-SRCH-DOB-NUM
           END-IF.

           EXEC CICS STARTBR FILE('CUSTNAME')
              RIDFLD(WS-BROWSE-NAME)
              GTEQ
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              GO TO LM030
           END-IF.

       LM020.

           EXEC CICS READNEXT FILE('CUSTNAME')
              INTO(CUSTOMER-RECORD)
              RIDFLD(WS-BROWSE-NAME)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) AND
              WS-CICS-RESP NOT = DFHRESP(DUPKEY)
              MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
              IF CUSTOMER-NAME(1:WS-NAME-LEN) NOT =
                 WS-SRCH-NAME(1:WS-NAME-LEN)
                 MOVE 'Y' TO WS-BROWSE-DONE
              END-IF
           END-IF.

           IF WS-BROWSE-DONE = 'N'
              IF CUSTOMER-NAME = WS-LAST-NAME
                 ADD 1 TO WS-SAME-COUNT
              ELSE
                 MOVE CUSTOMER-NAME TO WS-LAST-NAME
                 MOVE 1 TO WS-SAME-COUNT
              END-IF
              IF CUSTOMER-NAME = WS-RESUME-NAME AND
                 WS-SAME-COUNT NOT > WS-RESUME-SKIP
                 GO TO LM020
              END-IF
              ADD 1 TO WS-SCAN-COUNT
              PERFORM CHECK-CRITERIA
              IF WS-MATCHED = 'Y'
                 PERFORM ADD-RESULT-LINE
              END-IF
              IF WS-CA-LINE-COUNT = 8 OR
                 WS-SCAN-COUNT NOT < WS-SCAN-MAX
                 MOVE 'Y' TO WS-CA-MORE
              ELSE
                 GO TO LM020
              END-IF
           END-IF.

           EXEC CICS ENDBR FILE('CUSTNAME')
              RESP(WS-CICS-RESP)
           END-EXEC.

       LM030.

           MOVE WS-LAST-NAME  TO WS-CA-RESUME-NAME.
           MOVE WS-SAME-COUNT TO WS-CA-RESUME-SKIP.
           MOVE 'L' TO WS-CA-MODE.

           EVALUATE TRUE
              WHEN WS-CA-MORE = 'Y' AND WS-CA-LINE-COUNT = 8
                 MOVE 'Key a line number to select, ENTER for more'
                    TO SRMSGO
              WHEN WS-CA-MORE = 'Y'
                 MOVE 'Still searching - ENTER to carry on' TO SRMSGO
              WHEN WS-CA-LINE-COUNT > 0
                 MOVE 'End of matches - key a line number to select'
                    TO SRMSGO
              WHEN OTHER
                 MOVE 'No more customers match the search' TO SRMSGO
           END-EVALUATE.

           MOVE SPACES TO SRSELO.
           PERFORM SEND-DATAONLY.

       LM999.
           EXIT.

      *
      * Postcode anywhere in the address, upper-cased for the test;
      * date of birth exactly
      *
       CHECK-CRITERIA SECTION.
       CC010.

           MOVE 'N' TO WS-MATCHED.

           IF WS-SRCH-DOB NOT = SPACES AND
              CUSTOMER-DATE-OF-BIRTH NOT = WS-SRCH-DOB-NUM
              GO TO CC999
           END-IF.

           IF WS-SRCH-PCODE NOT = SPACES
              MOVE CUSTOMER-ADDRESS TO WS-ADDRESS-UPPER
              INSPECT WS-ADDRESS-UPPER CONVERTING
                 'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
              MOVE 0 TO WS-PCODE-HITS
              INSPECT WS-ADDRESS-UPPER TALLYING WS-PCODE-HITS
                 FOR ALL WS-SRCH-PCODE(1:WS-PCODE-LEN)
              IF WS-PCODE-HITS = 0
                 GO TO CC999
              END-IF
           END-IF.

           MOVE 'Y' TO WS-MATCHED.

       CC999.
           EXIT.

       ADD-RESULT-LINE SECTION.
       AR010.

           ADD 1 TO WS-CA-LINE-COUNT.
           MOVE CUSTOMER-KEY TO WS-CA-LINE-KEY(WS-CA-LINE-COUNT).
           MOVE CUSTOMER-NUMBER   TO WS-AAK-CUSTOMER-NUMBER.
           MOVE CUSTOMER-SORTCODE TO WS-AAK-SORTCODE.
           PERFORM COUNT-ACCOUNTS.

           MOVE WS-CA-LINE-COUNT  TO WS-RL-LINE-NO.
           MOVE CUSTOMER-SORTCODE TO WS-RL-SORTCODE.
           MOVE CUSTOMER-NUMBER   TO WS-RL-CUSTOMER.
           MOVE CUSTOMER-NAME     TO WS-RL-NAME.
           MOVE CUSTOMER-ADDRESS  TO WS-RL-ADDRESS.
           MOVE WS-ACCOUNT-COUNT  TO WS-RL-ACCOUNTS.

           EVALUATE WS-CA-LINE-COUNT
              WHEN 1
                 MOVE WS-RESULT-LINE TO SRLIN1O
              WHEN 2
                 MOVE WS-RESULT-LINE TO SRLIN2O
              WHEN 3
                 MOVE WS-RESULT-LINE TO SRLIN3O
              WHEN 4
                 MOVE WS-RESULT-LINE TO SRLIN4O
              WHEN 5
                 MOVE WS-RESULT-LINE TO SRLIN5O
              WHEN 6
                 MOVE WS-RESULT-LINE TO SRLIN6O
              WHEN 7
                 MOVE WS-RESULT-LINE TO SRLIN7O
              WHEN 8
                 MOVE WS-RESULT-LINE TO SRLIN8O
           END-EVALUATE.

       AR999.
           EXIT.

      *
      * Open accounts held under the customer, through the ACCTCUST
      * path, keeping the lowest account number for the overview
      *
       COUNT-ACCOUNTS SECTION.
       CA010.

           MOVE 0 TO WS-ACCOUNT-COUNT WS-FIRST-ACCOUNT.

           EXEC CICS STARTBR FILE('ACCTCUST')
              RIDFLD(WS-ACCT-ALT-KEY)
              GTEQ
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              GO TO CA999
           END-IF.

       CA020.

           EXEC CICS READNEXT FILE('ACCTCUST')
              INTO(ACCOUNT-RECORD)
              RIDFLD(WS-ACCT-ALT-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF (WS-CICS-RESP = DFHRESP(NORMAL) OR
               WS-CICS-RESP = DFHRESP(DUPKEY)) AND
              ACCOUNT-CUSTOMER-NUMBER = WS-AAK-CUSTOMER-NUMBER AND
              ACCOUNT-SORTCODE = WS-AAK-SORTCODE
              IF ACCOUNT-STATUS-OPEN
                 IF WS-ACCOUNT-COUNT < 999
                    ADD 1 TO WS-ACCOUNT-COUNT
                 END-IF
                 IF WS-FIRST-ACCOUNT = 0 OR
                    ACCOUNT-NUMBER < WS-FIRST-ACCOUNT
                    MOVE ACCOUNT-NUMBER TO WS-FIRST-ACCOUNT
                 END-IF
              END-IF
              GO TO CA020
           END-IF.

           EXEC CICS ENDBR FILE('ACCTCUST')
              RESP(WS-CICS-RESP)
           END-EXEC.

       CA999.
           EXIT.

      *
      * A line from the page on the screen; its customer's first
      * open account goes to the overview
      *
       SELECT-CUSTOMER SECTION.
       SC010.

           IF SRSELI NOT NUMERIC
              MOVE 'Selection must be a line number from the list'
                 TO SRMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-LISTED
           END-IF.

           MOVE SRSELI TO WS-SEL-NUM.
           IF WS-SEL-NUM = 0 OR WS-SEL-NUM > WS-CA-LINE-COUNT
              MOVE 'Selection must be a line number from the list'
                 TO SRMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-LISTED
           END-IF.

           MOVE WS-CA-LINE-KEY(WS-SEL-NUM) TO CUSTOMER-KEY.
           MOVE CUSTOMER-NUMBER   TO WS-AAK-CUSTOMER-NUMBER.
           MOVE CUSTOMER-SORTCODE TO WS-AAK-SORTCODE.
           PERFORM COUNT-ACCOUNTS.

           IF WS-ACCOUNT-COUNT = 0
              MOVE 'Customer has no open accounts to show'
                 TO SRMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-LISTED
           END-IF.

           MOVE 'S'              TO WS-OV-MODE.
           MOVE WS-FIRST-ACCOUNT TO WS-OV-ACCOUNT.
           MOVE WS-ACCOUNT-COUNT TO WS-OV-ACCOUNT-COUNT.
           MOVE CUSTOMER-KEY     TO WS-OV-CUSTOMER-KEY.

           EXEC CICS XCTL PROGRAM('ACCTOVW')
              COMMAREA(WS-OVERVIEW-COMMAREA)
              LENGTH(LENGTH OF WS-OVERVIEW-COMMAREA)
              RESP(WS-CICS-RESP)
           END-EXEC.

           MOVE 'Account overview unavailable' TO SRMSGO.
           PERFORM SEND-DATAONLY.
           PERFORM RETURN-LISTED.

       SC999.
           EXIT.

      *
      * Return keeping the list, so the next ENTER pages on or
      * selects from it
      *
       RETURN-LISTED SECTION.
       RL010.

           EXEC CICS RETURN
              TRANSID(EIBTRNID)
              COMMAREA(WS-COMMAREA-OUT)
              LENGTH(LENGTH OF WS-COMMAREA-OUT)
           END-EXEC.

       RL999.
           EXIT.

      *
      * Return with a blank-mode commarea so the next ENTER is
      * treated as a new search
      *
       RETURN-FRESH SECTION.
       RF010.

           MOVE SPACE TO WS-CA-MODE.

           EXEC CICS RETURN
              TRANSID(EIBTRNID)
              COMMAREA(WS-COMMAREA-OUT)
              LENGTH(LENGTH OF WS-COMMAREA-OUT)
           END-EXEC.

       RF999.
           EXIT.
