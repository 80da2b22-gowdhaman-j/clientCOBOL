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
      * Drives the BNK1OAM branch account opening screen, so a
      * customer who wants an account today gets it today instead of
      * waiting for the night's ONBOARD run. The teller keys the
      * branch sortcode and the account type, and then either the
      * customer number of an existing customer at that branch or
      * the new customer's name, address, date of birth (DDMMYYYY),
      * telephone number and email.
      *
      * The first ENTER runs the checks ONBOARD applies to an
      * application: the sortcode must be an active branch on
      * BRNMAST and the account type a product on sale on PRODMST
      * (loans and term deposits have their own opening paths). An
      * existing customer must be on the CUSTOMER file, and is shown
      * for the teller to confirm. A new customer must not already
      * be on the book under the same name and date of birth - the
      * DUPCUST test, made here through the CUSTNAME path - and the
      * address is standardised by ADDRVAL and its postcode looked
      * up on the PSTCODE reference file; a postcode not on the
      * reference is flagged but never blocks the opening. The
      * second ENTER with nothing changed runs the checks again and
      * opens: the customer number comes from NEWCUSNO and the
      * account number from NEWACCNO, against the live CBSACUST and
      * CBSAACCT named counters, and the CUSTOMER and ACCOUNT
      * records are written with the defaults ONBOARD gives them.
      *
      * Every opening is logged on the OPENLOG same-day openings
      * file, which the night's OPENSYNC and CUSTXCHK read. An
      * opening that cannot be completed - counter, either record or
      * the log entry - is backed out whole: records written are
      * deleted and the counters rolled back, which NEWCUSNO and
      * NEWACCNO allow safely because each holds its counter
      * enqueued from the number being issued until the task ends.
      *
      * Sanctions screening of a customer created here is left to
      * the SANCSCRN run, as for any customer created on-line.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTOPEN.
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

       01 WS-BRANCH-RECORD.
           COPY BRNMAST.

       01 WS-PRODUCT-RECORD.
           COPY PRODMST.

       01 WS-OPENING-RECORD.
           COPY OPENLOG.

       01 WS-PSTCODE-RECORD.
           05 WS-PST-POSTCODE            PIC X(8).
           05 WS-PST-TOWN                PIC X(28).
           05 FILLER                     PIC X(4).

       01 NEWCUSNO-COMMAREA.
           COPY NEWCUSNO.

       01 NEWACCNO-COMMAREA.
           COPY NEWACCNO.

      *
      * ADDRVAL is called parse-only - the PSTCODE lookup is made
      * here through CICS
      *
       01 WS-ADDR-PARM.
           05 WS-AP-ADDRESS              PIC X(160).
           05 WS-AP-POSTCODE             PIC X(8).
           05 WS-AP-STATUS               PIC X.

      *
      * The opening as keyed. For an existing customer only the
      * key, the sortcode and the account type count - the
      * customer's details shown on the screen are not input
      *
       01 WS-KEYED.
           05 WS-KEY-SORT                PIC X(6).
           05 WS-KEY-SORT-NUM REDEFINES WS-KEY-SORT
                                         PIC 9(6).
           05 WS-KEY-CUST                PIC X(10).
           05 WS-KEY-CUST-NUM REDEFINES WS-KEY-CUST
                                         PIC 9(10).
           05 WS-KEY-NAME                PIC X(60).
           05 WS-KEY-ADDRESS.
              10 WS-KEY-ADR1             PIC X(40).
              10 WS-KEY-ADR2             PIC X(40).
              10 WS-KEY-ADR3             PIC X(40).
              10 WS-KEY-ADR4             PIC X(40).
           05 WS-KEY-DOB                 PIC X(8).
           05 WS-KEY-DOB-NUM REDEFINES WS-KEY-DOB
                                         PIC 9(8).
           05 WS-KEY-DOB-GROUP REDEFINES WS-KEY-DOB.
              10 WS-KEY-DOB-DAY          PIC 99.
              10 WS-KEY-DOB-MONTH        PIC 99.
              10 WS-KEY-DOB-YEAR         PIC 9999.
           05 WS-KEY-TEL                 PIC X(11).
           05 WS-KEY-TEL-NUM REDEFINES WS-KEY-TEL
                                         PIC 9(11).
           05 WS-KEY-EMAIL               PIC X(40).
           05 WS-KEY-TYPE                PIC X(8).

       01 WS-NEW-CUSTOMER               PIC X.
       01 WS-ADDRESS-STATUS             PIC X.
       01 WS-AT-SIGN-COUNT              PIC 9(2).
       01 WS-DUP-NAME                   PIC X(60).
       01 WS-DUP-FOUND                  PIC X.
       01 WS-DUP-KEY.
           05 WS-DUP-SORTCODE            PIC 9(6).
           05 FILLER                     PIC X     VALUE '-'.
           05 WS-DUP-NUMBER              PIC 9(10).

      *
      * What has been done so far, so a failure part way through
      * backs out exactly that
      *
       01 WS-CUSNO-TAKEN                PIC X.
       01 WS-ACCNO-TAKEN                PIC X.
       01 WS-CUST-WRITTEN               PIC X.
       01 WS-ACCT-WRITTEN               PIC X.

       01 WS-OPEN-USERID                PIC X(8).
       01 WS-OPEN-ABSTIME               PIC S9(15) COMP-3.
       01 WS-OPEN-TIME                  PIC 9(6).
       01 WS-OPEN-DATE.
           05 WS-OPEN-YEAR               PIC 9(4).
           05 FILLER                     PIC X.
           05 WS-OPEN-MONTH              PIC 99.
           05 FILLER                     PIC X.
           05 WS-OPEN-DAY                PIC 99.

       01 WS-NEXT-STMT-DATE.
           05 WS-NEXT-YEAR               PIC 9(4).
           05 FILLER                     PIC X     VALUE '-'.
           05 WS-NEXT-MONTH              PIC 99.
           05 FILLER                     PIC X     VALUE '-'.
           05 WS-NEXT-DAY                PIC 99.

      *
      * Outbound commarea - after a first ENTER that passed the
      * checks, the opening as keyed, so the next ENTER opens only
      * if nothing has been changed in between
      *
       01 WS-COMMAREA-OUT.
           05 WS-CA-MODE                 PIC X VALUE SPACE.
           05 WS-CA-KEYED                PIC X(303).

       COPY BNK1OAM.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 ACCTOPEN-MODE              PIC X.
             88 ACCTOPEN-CHECKED             VALUE 'V'.
          05 FILLER                     PIC X(303).

       PROCEDURE DIVISION.
       AO-MAINLINE SECTION.
       AO010.

           IF EIBCALEN = 0
              PERFORM SEND-INITIAL-MAP
              PERFORM RETURN-FRESH
           END-IF.

           IF EIBCALEN = LENGTH OF WS-COMMAREA-OUT
              MOVE DFHCOMMAREA TO WS-COMMAREA-OUT
           ELSE
              MOVE SPACE TO WS-CA-MODE
           END-IF.

           EXEC CICS RECEIVE MAP('BNK1OAM')
              MAPSET('BNK1OAM')
              RESP(WS-CICS-RESP)
           END-EXEC.

           PERFORM GET-OPENING-FIELDS.
           PERFORM VALIDATE-OPENING.

           IF WS-CA-MODE = 'V' AND WS-CA-KEYED = WS-KEYED
              PERFORM OPEN-THE-ACCOUNT
              PERFORM RETURN-FRESH
           END-IF.

           EVALUATE TRUE
              WHEN WS-NEW-CUSTOMER = 'N'
                 MOVE 'Existing customer shown - ENTER again to open'
                    TO OAMSGO
              WHEN WS-ADDRESS-STATUS = 'R'
                 MOVE 'Postcode not on reference - ENTER again to open'
                    TO OAMSGO
              WHEN WS-ADDRESS-STATUS = 'E'
                 MOVE 'No postcode in the address - ENTER again to open'
                    TO OAMSGO
              WHEN OTHER
                 MOVE 'Checks passed - press ENTER again to open'
                    TO OAMSGO
           END-EVALUATE.

           MOVE 'V'      TO WS-CA-MODE.
           MOVE WS-KEYED TO WS-CA-KEYED.
           PERFORM SEND-DATAONLY.

           EXEC CICS RETURN
              TRANSID(EIBTRNID)
              COMMAREA(WS-COMMAREA-OUT)
              LENGTH(LENGTH OF WS-COMMAREA-OUT)
           END-EXEC.

       AO999.
           EXIT.

       SEND-INITIAL-MAP SECTION.
       SI010.

           EXEC CICS SEND MAP('BNK1OAM')
              MAPSET('BNK1OAM')
              ERASE
           END-EXEC.

       SI999.
           EXIT.

       SEND-DATAONLY SECTION.
       SD010.

           EXEC CICS SEND MAP('BNK1OAM')
              MAPSET('BNK1OAM')
              DATAONLY
              CURSOR
           END-EXEC.

       SD999.
           EXIT.

      *
      * Unkeyed fields arrive as low-values. With a customer number
      * keyed the new-customer fields are not part of the opening
      *
       GET-OPENING-FIELDS SECTION.
       GF010.

           MOVE OASORTI  TO WS-KEY-SORT.
           MOVE OACUSTI  TO WS-KEY-CUST.
           MOVE OANAMEI  TO WS-KEY-NAME.
           MOVE OAADR1I  TO WS-KEY-ADR1.
           MOVE OAADR2I  TO WS-KEY-ADR2.
           MOVE OAADR3I  TO WS-KEY-ADR3.
           MOVE OAADR4I  TO WS-KEY-ADR4.
           MOVE OADOBI   TO WS-KEY-DOB.
           MOVE OATELI   TO WS-KEY-TEL.
           MOVE OAEMAILI TO WS-KEY-EMAIL.
           MOVE OATYPEI  TO WS-KEY-TYPE.
           INSPECT WS-KEYED REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-KEY-TYPE CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           IF WS-KEY-CUST NOT = SPACES
              MOVE 'N' TO WS-NEW-CUSTOMER
              MOVE SPACES TO WS-KEY-NAME WS-KEY-ADDRESS WS-KEY-DOB
                             WS-KEY-TEL WS-KEY-EMAIL
           ELSE
              MOVE 'Y' TO WS-NEW-CUSTOMER
           END-IF.

           MOVE SPACE TO WS-ADDRESS-STATUS.

       GF999.
           EXIT.

      *
      * The ONBOARD checks, made again on the ENTER that opens in
      * case the book has moved on since the first
      *
       VALIDATE-OPENING SECTION.
       VO010.

           IF WS-KEY-SORT NOT NUMERIC
              MOVE 'Key the six-digit branch sortcode' TO OAMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

           IF WS-KEY-TYPE = SPACES
              MOVE 'Key the account type to open' TO OAMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

           MOVE WS-KEY-SORT-NUM TO BRN-SORTCODE.

           EXEC CICS READ FILE('BRNMAST')
              INTO(WS-BRANCH-RECORD)
              RIDFLD(BRN-SORTCODE)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) OR
              NOT BRN-STATUS-ACTIVE
              MOVE 'Sortcode is not an active branch' TO OAMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

           MOVE WS-KEY-TYPE TO PROD-ACCOUNT-TYPE.

           EXEC CICS READ FILE('PRODMST')
              INTO(WS-PRODUCT-RECORD)
              RIDFLD(PROD-ACCOUNT-TYPE)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) OR
              PROD-STATUS-WITHDRAWN
              MOVE 'Account type is not on sale' TO OAMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

           IF PROD-CLASS-LOAN OR PROD-CLASS-TERM-DEPOSIT
              MOVE 'Loans and term deposits are not opened here'
                 TO OAMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

           IF WS-NEW-CUSTOMER = 'N'
              PERFORM CHECK-EXISTING-CUSTOMER
           ELSE
              PERFORM CHECK-NEW-CUSTOMER
           END-IF.

       VO999.
           EXIT.

      *
      * The account goes under the customer's own branch, so the
      * customer is read under the sortcode keyed
      *
       CHECK-EXISTING-CUSTOMER SECTION.
       CE010.

           IF WS-KEY-CUST NOT NUMERIC
              MOVE 'Customer number must be all digits' TO OAMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

           MOVE WS-KEY-SORT-NUM TO CUSTOMER-SORTCODE.
           MOVE WS-KEY-CUST-NUM TO CUSTOMER-NUMBER OF CUSTOMER-RECORD.

           EXEC CICS READ FILE('CUSTFILE')
              INTO(CUSTOMER-RECORD)
              RIDFLD(CUSTOMER-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Customer not found under that sortcode' TO OAMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

           MOVE CUSTOMER-NAME           TO OANAMEO.
           MOVE CUSTOMER-ADDRESS(1:40)   TO OAADR1O.
           MOVE CUSTOMER-ADDRESS(41:40)  TO OAADR2O.
           MOVE CUSTOMER-ADDRESS(81:40)  TO OAADR3O.
           MOVE CUSTOMER-ADDRESS(121:40) TO OAADR4O.
           MOVE CUSTOMER-DATE-OF-BIRTH  TO OADOBO.

       CE999.
           EXIT.

       CHECK-NEW-CUSTOMER SECTION.
       CN010.

           IF WS-KEY-NAME = SPACES
              MOVE 'Key a customer number, or the new customer name'
                 TO OAMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

           IF WS-KEY-ADDRESS = SPACES
              MOVE 'Key the customer address' TO OAMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

           IF WS-KEY-DOB NOT NUMERIC OR
              WS-KEY-DOB-DAY < 1 OR WS-KEY-DOB-DAY > 31 OR
              WS-KEY-DOB-MONTH < 1 OR WS-KEY-DOB-MONTH > 12
              MOVE 'Date of birth must be keyed DDMMYYYY' TO OAMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

           IF WS-KEY-TEL NOT = SPACES AND WS-KEY-TEL NOT NUMERIC
              MOVE 'Telephone number must be all digits' TO OAMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

           MOVE 0 TO WS-AT-SIGN-COUNT.
           INSPECT WS-KEY-EMAIL TALLYING WS-AT-SIGN-COUNT FOR ALL '@'.

           IF WS-KEY-EMAIL NOT = SPACES AND WS-AT-SIGN-COUNT NOT = 1
              MOVE 'Email address must contain a single @' TO OAMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

           PERFORM CHECK-DUPLICATE.
           PERFORM CHECK-ADDRESS.

       CN999.
           EXIT.

      *
      * Same name and date of birth already on the book - the
      * CUSTNAME path holds every customer of the name together
      *
       CHECK-DUPLICATE SECTION.
       CD010.

           MOVE 'N' TO WS-DUP-FOUND.
           MOVE WS-KEY-NAME TO WS-DUP-NAME.

           EXEC CICS STARTBR FILE('CUSTNAME')
              RIDFLD(WS-DUP-NAME)
              GTEQ
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              GO TO CD999
           END-IF.

       CD020.

           EXEC CICS READNEXT FILE('CUSTNAME')
              INTO(CUSTOMER-RECORD)
              RIDFLD(WS-DUP-NAME)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF (WS-CICS-RESP = DFHRESP(NORMAL) OR
               WS-CICS-RESP = DFHRESP(DUPKEY)) AND
              CUSTOMER-NAME = WS-KEY-NAME
              IF CUSTOMER-DATE-OF-BIRTH = WS-KEY-DOB-NUM
                 MOVE 'Y' TO WS-DUP-FOUND
              ELSE
                 GO TO CD020
              END-IF
           END-IF.

           EXEC CICS ENDBR FILE('CUSTNAME')
              RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-DUP-FOUND = 'Y'
              MOVE CUSTOMER-SORTCODE TO WS-DUP-SORTCODE
              MOVE CUSTOMER-NUMBER OF CUSTOMER-RECORD
                 TO WS-DUP-NUMBER
              MOVE SPACES TO OAMSGO
              STRING 'Name and date of birth already on file as '
                     'customer ' WS-DUP-KEY
                     DELIMITED BY SIZE INTO OAMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

       CD999.
           EXIT.

      *
      * The address is stored standardised and goes back on the
      * screen that way. A postcode the reference does not know,
      * or no postcode at all, is remembered for the log
      *
       CHECK-ADDRESS SECTION.
       CA010.

           MOVE WS-KEY-ADDRESS TO WS-AP-ADDRESS.
           MOVE 'P' TO WS-AP-STATUS.
           CALL 'ADDRVAL' USING WS-ADDR-PARM.
           MOVE WS-AP-ADDRESS TO WS-KEY-ADDRESS.
           MOVE WS-AP-STATUS  TO WS-ADDRESS-STATUS.

           MOVE WS-KEY-ADR1 TO OAADR1O.
           MOVE WS-KEY-ADR2 TO OAADR2O.
           MOVE WS-KEY-ADR3 TO OAADR3O.
           MOVE WS-KEY-ADR4 TO OAADR4O.

           IF WS-ADDRESS-STATUS NOT = SPACE
              GO TO CA999
           END-IF.

           EXEC CICS READ FILE('PSTCODE')
              INTO(WS-PSTCODE-RECORD)
              RIDFLD(WS-AP-POSTCODE)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'R' TO WS-ADDRESS-STATUS
           END-IF.

       CA999.
           EXIT.

      *
      * Customer if new, then account, then the log entry. Any
      * failure backs out what has been done and says so
      *
       OPEN-THE-ACCOUNT SECTION.
       OT010.

           MOVE 'N' TO WS-CUSNO-TAKEN WS-ACCNO-TAKEN
                       WS-CUST-WRITTEN WS-ACCT-WRITTEN.

           EXEC CICS ASSIGN
              USERID(WS-OPEN-USERID)
           END-EXEC.

           EXEC CICS ASKTIME
              ABSTIME(WS-OPEN-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
              ABSTIME(WS-OPEN-ABSTIME)
              YYYYMMDD(WS-OPEN-DATE)
              DATESEP('-')
              TIME(WS-OPEN-TIME)
           END-EXEC.

           IF WS-NEW-CUSTOMER = 'Y'
              PERFORM CREATE-CUSTOMER-RECORD
           END-IF.

           PERFORM CREATE-ACCOUNT-RECORD.
           PERFORM WRITE-OPENING-LOG.

           MOVE LOW-VALUES TO BNK1OAO.
           MOVE CUSTOMER-SORTCODE TO OASORTO.
           MOVE CUSTOMER-NUMBER OF CUSTOMER-RECORD TO OACUSTO.
           MOVE ACCOUNT-NUMBER OF ACCOUNT-RECORD   TO OAACCTO.
           MOVE WS-KEY-TYPE       TO OATYPEO.

           EVALUATE TRUE
              WHEN WS-ADDRESS-STATUS NOT = SPACE
                 MOVE 'Account opened - the address is to be checked'
                    TO OAMSGO
              WHEN WS-NEW-CUSTOMER = 'Y'
                 MOVE 'Customer and account opened' TO OAMSGO
              WHEN OTHER
                 MOVE 'Account opened for the existing customer'
                    TO OAMSGO
           END-EVALUATE.

           PERFORM SEND-INITIAL-MAP.

       OT999.
           EXIT.

       CREATE-CUSTOMER-RECORD SECTION.
       CC010.

           MOVE LOW-VALUES TO NEWCUSNO-COMMAREA.
           SET NEWCUSNO-FUNCTION-GETNEW TO TRUE.

           EXEC CICS LINK
              PROGRAM('NEWCUSNO')
              COMMAREA(NEWCUSNO-COMMAREA)
              LENGTH(LENGTH OF NEWCUSNO-COMMAREA)
              RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) OR
              NOT NEWCUSNO-SUCCESS-TRUE
              MOVE 'No customer number available - nothing opened'
                 TO OAMSGO
              PERFORM BACK-OUT-OPENING
           END-IF.

           MOVE 'Y' TO WS-CUSNO-TAKEN.

           MOVE 'CUST'              TO CUSTOMER-EYECATCHER.
           MOVE WS-KEY-SORT-NUM     TO CUSTOMER-SORTCODE.
           MOVE CUSTOMER-NUMBER OF NEWCUSNO-COMMAREA
                                    TO CUSTOMER-NUMBER
                                          OF CUSTOMER-RECORD.
           MOVE WS-KEY-NAME         TO CUSTOMER-NAME.
           MOVE WS-KEY-ADDRESS      TO CUSTOMER-ADDRESS.
           MOVE WS-KEY-DOB-NUM      TO CUSTOMER-DATE-OF-BIRTH.
           MOVE 0                   TO CUSTOMER-CREDIT-SCORE.
           MOVE WS-OPEN-DAY         TO CUSTOMER-CS-REVIEW-DAY.
           MOVE WS-OPEN-MONTH       TO CUSTOMER-CS-REVIEW-MONTH.
           MOVE WS-OPEN-YEAR        TO CUSTOMER-CS-REVIEW-YEAR.
           IF WS-KEY-TEL NUMERIC
              MOVE WS-KEY-TEL-NUM TO CUSTOMER-TELNO
           ELSE
              MOVE 0 TO CUSTOMER-TELNO
           END-IF.
           MOVE WS-KEY-EMAIL        TO CUSTOMER-EMAIL.
           MOVE 'POST     '         TO CUSTOMER-MRKT-PREF.

           EXEC CICS WRITE FILE('CUSTFILE')
              FROM(CUSTOMER-RECORD)
              RIDFLD(CUSTOMER-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Customer record not written - nothing opened'
                 TO OAMSGO
              PERFORM BACK-OUT-OPENING
           END-IF.

           MOVE 'Y' TO WS-CUST-WRITTEN.

       CC999.
           EXIT.

       CREATE-ACCOUNT-RECORD SECTION.
       CR010.

           MOVE LOW-VALUES TO NEWACCNO-COMMAREA.
           SET NEWACCNO-FUNCTION-GETNEW TO TRUE.

           EXEC CICS LINK
              PROGRAM('NEWACCNO')
              COMMAREA(NEWACCNO-COMMAREA)
              LENGTH(LENGTH OF NEWACCNO-COMMAREA)
              RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) OR
              NOT NEWACCNO-SUCCESS-TRUE
              MOVE 'No account number available - nothing opened'
                 TO OAMSGO
              PERFORM BACK-OUT-OPENING
           END-IF.

           MOVE 'Y' TO WS-ACCNO-TAKEN.

           MOVE 'ACCT'              TO ACCOUNT-EYECATCHER.
           MOVE CUSTOMER-NUMBER OF CUSTOMER-RECORD
                                    TO ACCOUNT-CUSTOMER-NUMBER.
           MOVE CUSTOMER-SORTCODE   TO ACCOUNT-SORTCODE.
           MOVE ACCOUNT-NUMBER OF NEWACCNO-COMMAREA
                                    TO ACCOUNT-NUMBER
                                          OF ACCOUNT-RECORD.
           MOVE WS-KEY-TYPE         TO ACCOUNT-TYPE.
           MOVE 0                   TO ACCOUNT-INTEREST-RATE.
           MOVE WS-OPEN-DATE        TO ACCOUNT-OPENED-DATE.
           MOVE 0                   TO ACCOUNT-OVERDRAFT-LIMIT.
           MOVE WS-OPEN-DATE        TO ACCOUNT-LAST-STMT-DATE.
           PERFORM ROLL-STATEMENT-DATE.
           MOVE WS-NEXT-STMT-DATE   TO ACCOUNT-NEXT-STMT-DATE.
           MOVE 0                   TO ACCOUNT-ACTUAL-BALANCE
                                       ACCOUNT-AVAILABLE-BALANCE.
           MOVE SPACE               TO ACCOUNT-STATUS.
           MOVE SPACES              TO ACCOUNT-CLOSED-DATE.
           MOVE 'GBP'               TO ACCOUNT-CURRENCY-CODE.
           MOVE SPACES              TO ACCOUNT-RECORD(106:6).

           EXEC CICS WRITE FILE('ACCOUNT')
              FROM(ACCOUNT-RECORD)
              RIDFLD(ACCOUNT-NUMBER OF ACCOUNT-RECORD)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Account record not written - nothing opened'
                 TO OAMSGO
              PERFORM BACK-OUT-OPENING
           END-IF.

           MOVE 'Y' TO WS-ACCT-WRITTEN.

       CR999.
           EXIT.

      *
      * An opening the night cannot see is an opening the night
      * can issue the same numbers over - no log entry, no opening
      *
       WRITE-OPENING-LOG SECTION.
       WL010.

           MOVE SPACES TO WS-OPENING-RECORD.
           MOVE ACCOUNT-NUMBER OF ACCOUNT-RECORD
                                    TO OPEN-ACCOUNT-NUMBER.
           MOVE CUSTOMER-SORTCODE   TO OPEN-SORTCODE.
           MOVE CUSTOMER-NUMBER OF CUSTOMER-RECORD
                                    TO OPEN-CUSTOMER-NUMBER.
           MOVE WS-NEW-CUSTOMER     TO OPEN-NEW-CUSTOMER.
           MOVE WS-KEY-TYPE         TO OPEN-ACCOUNT-TYPE.
           MOVE WS-OPEN-DATE        TO OPEN-DATE.
           MOVE WS-OPEN-TIME        TO OPEN-TIME.
           MOVE WS-OPEN-USERID      TO OPEN-USERID.
           MOVE EIBTRMID            TO OPEN-TERMID.
           MOVE WS-ADDRESS-STATUS   TO OPEN-ADDRESS-STATUS.

           EXEC CICS WRITE FILE('OPENLOG')
              FROM(WS-OPENING-RECORD)
              RIDFLD(OPEN-ACCOUNT-NUMBER)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Openings log not written - nothing opened'
                 TO OAMSGO
              PERFORM BACK-OUT-OPENING
           END-IF.

       WL999.
           EXIT.

      *
      * Undo in reverse order. Each counter is still enqueued by
      * this task, so rolling it back cannot undo a number issued
      * to anyone else
      *
       BACK-OUT-OPENING SECTION.
       BO010.

           IF WS-ACCT-WRITTEN = 'Y'
              EXEC CICS DELETE FILE('ACCOUNT')
                 RIDFLD(ACCOUNT-NUMBER OF ACCOUNT-RECORD)
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
              END-EXEC
           END-IF.

           IF WS-ACCNO-TAKEN = 'Y'
              SET NEWACCNO-FUNCTION-ROLLBACK TO TRUE
              EXEC CICS LINK
                 PROGRAM('NEWACCNO')
                 COMMAREA(NEWACCNO-COMMAREA)
                 LENGTH(LENGTH OF NEWACCNO-COMMAREA)
                 RESP(WS-CICS-RESP)
              END-EXEC
           END-IF.

           IF WS-CUST-WRITTEN = 'Y'
              EXEC CICS DELETE FILE('CUSTFILE')
                 RIDFLD(CUSTOMER-KEY)
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
              END-EXEC
           END-IF.

           IF WS-CUSNO-TAKEN = 'Y'
              SET NEWCUSNO-FUNCTION-ROLLBACK TO TRUE
              EXEC CICS LINK
                 PROGRAM('NEWCUSNO')
                 COMMAREA(NEWCUSNO-COMMAREA)
                 LENGTH(LENGTH OF NEWCUSNO-COMMAREA)
                 RESP(WS-CICS-RESP)
              END-EXEC
           END-IF.

           PERFORM SEND-DATAONLY.
           PERFORM RETURN-FRESH.

       BO999.
           EXIT.

      *
      * First statement one month on, day pinned to the 28th the
      * way STMTRUN rolls
      *
       ROLL-STATEMENT-DATE SECTION.
       RS010.

           MOVE WS-OPEN-YEAR  TO WS-NEXT-YEAR.
           MOVE WS-OPEN-MONTH TO WS-NEXT-MONTH.
           MOVE WS-OPEN-DAY   TO WS-NEXT-DAY.

           IF WS-NEXT-MONTH = 12
              MOVE 01 TO WS-NEXT-MONTH
              ADD 1 TO WS-NEXT-YEAR
           ELSE
              ADD 1 TO WS-NEXT-MONTH
           END-IF.

           IF WS-NEXT-DAY > 28
              MOVE 28 TO WS-NEXT-DAY
           END-IF.

       RS999.
           EXIT.

      *
      * Return with a blank-mode commarea so the next ENTER is
      * checked afresh
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
