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
      * Third-party authority register maintenance, card-driven.
      * AUTHREG holds the powers of attorney and added signatories
      * that let someone other than a holder act on an account.
      * Each AUTHCARD is:
      *   col 1       action - A add, C amend, R revoke
      *   cols 2-12   account number
      *   cols 13-18  authorised person's sortcode
      *   cols 19-28  authorised person's customer number
      *   col 29      type - A attorney, S signatory       (A and C)
      *   col 30      scope - V view only, T transfers up
      *               to the limit, F full                 (A and C)
      *   cols 31-41  per-transfer limit 9(9)V99, scope T  (A and C)
      *   cols 42-51  start date YYYY-MM-DD, blank for the
      *               business date                        (A and C)
      *   cols 52-61  end date YYYY-MM-DD, blank for none  (A and C)
      *   cols 62-69  id of the person keying the change
      *   cols 70-77  id of the approving supervisor
      * Every card needs both ids, and the approver must be an
      * active TELLAUTH supervisor other than the person keying
      * it - the same rule XFRFUN applies to a transfer above a
      * teller's limit. The authorised person must be on the
      * customer file and must not be the account's own holder.
      * An add over an entry already revoked or expired replaces
      * it; a revoke ends the authority on the business date.
      * Every card's outcome goes to AUTHRPT.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHMNT.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHCARD
                  ASSIGN TO AUTHCARD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS AUTHCARD-STATUS.

           SELECT AUTHREG
                  ASSIGN TO AUTHREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ATHR-KEY
                  FILE STATUS  IS AUTHREG-STATUS.

           SELECT ACCTFILE
                  ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT CUSTFILE
                  ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CUSTOMER-KEY
                  FILE STATUS  IS CUSTFILE-STATUS.

           SELECT TELLAUTH
                  ASSIGN TO TELLAUTH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS TAUTH-TELLER-ID
                  FILE STATUS  IS TELLAUTH-STATUS.

           SELECT AUTHRPT
                  ASSIGN TO AUTHRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS AUTHRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  AUTHCARD.
       01  AUTHORITY-CARD.
           05 CARD-ACTION                  PIC X.
           05 CARD-ACCOUNT-NUMBER          PIC 9(11).
           05 CARD-SORTCODE                PIC 9(6).
           05 CARD-CUSTOMER-NUMBER         PIC 9(10).
           05 CARD-TYPE                    PIC X.
           05 CARD-SCOPE                   PIC X.
           05 CARD-LIMIT                   PIC 9(9)V99.
           05 CARD-START-DATE              PIC X(10).
           05 CARD-END-DATE                PIC X(10).
           05 CARD-ENTERED-BY              PIC X(8).
           05 CARD-APPROVED-BY             PIC X(8).
           05 FILLER                       PIC X(3).

       FD  AUTHREG.
       01  AUTHORITY-RECORD.
       COPY AUTHREG.

       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  CUSTFILE.
       01  VSAM-RECORD.
       COPY CUSTOMER.

       FD  TELLAUTH.
       01  TELLER-AUTH-RECORD.
       COPY TELLAUTH.

       FD  AUTHRPT.
       01  AUTH-PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  AUTHCARD-STATUS.
           05 AUTHCARD-STATUS1             PIC X.
           05 AUTHCARD-STATUS2             PIC X.

       01  AUTHREG-STATUS.
           05 AUTHREG-STATUS1              PIC X.
           05 AUTHREG-STATUS2              PIC X.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  CUSTFILE-STATUS.
           05 CUSTFILE-STATUS1             PIC X.
           05 CUSTFILE-STATUS2             PIC X.

       01  TELLAUTH-STATUS.
           05 TELLAUTH-STATUS1             PIC X.
           05 TELLAUTH-STATUS2             PIC X.

       01  AUTHRPT-STATUS.
           05 AUTHRPT-STATUS1              PIC X.
           05 AUTHRPT-STATUS2              PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.

       01 WS-CARD-CNT                      PIC 9(5) VALUE 0.
       01 WS-ADDED-CNT                     PIC 9(5) VALUE 0.
       01 WS-AMENDED-CNT                   PIC 9(5) VALUE 0.
       01 WS-REVOKED-CNT                   PIC 9(5) VALUE 0.
       01 WS-REJECTED-CNT                  PIC 9(5) VALUE 0.

       01 WS-CARD-VALID                    PIC X.
       01 WS-ENTRY-EXISTS                  PIC X.
       01 WS-START-DATE                    PIC X(10).
       01 WS-CHECK-DATE                    PIC X(10).

       01 WS-RUN-DATE.
           05 WS-RUN-YEAR                  PIC 9(4).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-RUN-MONTH                 PIC 99.
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-RUN-DAY                   PIC 99.

       01 WS-CURRENT-DATE-DATA.
           05 WS-CD-YEAR                   PIC 9(4).
           05 WS-CD-MONTH                  PIC 99.
           05 WS-CD-DAY                    PIC 99.
           05 FILLER                       PIC X(13).

       01 WS-BDATE-PARM.
           05 WS-BDP-FUNCTION              PIC X(5).
           05 WS-BDP-DATE                  PIC X(10).
           05 WS-BDP-STATUS                PIC X.

       01 WS-RPT-HEADER.
           05 FILLER                       PIC X    VALUE '1'.
           05 FILLER                       PIC X(40)
                 VALUE 'AUTHMNT THIRD-PARTY AUTHORITY REGISTER  '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(82) VALUE SPACES.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-ACTION                PIC X.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-ACCT-NO               PIC 9(11).
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-SORTCODE              PIC 9(6).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-RPT-CUSTOMER              PIC 9(10).
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-TYPE                  PIC X.
           05 WS-RPT-SCOPE                 PIC X.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-OUTCOME               PIC X(45).
           05 FILLER                       PIC X(7) VALUE ' LIMIT '.
           05 WS-RPT-LIMIT                 PIC -(9)9.99.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-START                 PIC X(10).
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-END                   PIC X(10).
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-APPROVER              PIC X(8).

       01 WS-RPT-TOTALS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(7) VALUE 'CARDS  '.
           05 WS-RPT-TOT-CARDS             PIC Z(4)9.
           05 FILLER                       PIC X(8) VALUE '  ADDED '.
           05 WS-RPT-TOT-ADDED             PIC Z(4)9.
           05 FILLER                       PIC X(10)
                 VALUE '  AMENDED '.
           05 WS-RPT-TOT-AMENDED           PIC Z(4)9.
           05 FILLER                       PIC X(10)
                 VALUE '  REVOKED '.
           05 WS-RPT-TOT-REVOKED           PIC Z(4)9.
           05 FILLER                       PIC X(11)
                 VALUE '  REJECTED '.
           05 WS-RPT-TOT-REJECTED          PIC Z(4)9.
           05 FILLER                       PIC X(61) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'AUTHMNT '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started AUTHMNT.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE.

           PERFORM OPEN-FILES.

           WRITE AUTH-PRINT-RECORD FROM WS-RPT-HEADER.

           READ AUTHCARD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-CARD-CNT
              PERFORM APPLY-ONE-CARD
              READ AUTHCARD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE WS-CARD-CNT     TO WS-RPT-TOT-CARDS.
           MOVE WS-ADDED-CNT    TO WS-RPT-TOT-ADDED.
           MOVE WS-AMENDED-CNT  TO WS-RPT-TOT-AMENDED.
           MOVE WS-REVOKED-CNT  TO WS-RPT-TOT-REVOKED.
           MOVE WS-REJECTED-CNT TO WS-RPT-TOT-REJECTED.
           WRITE AUTH-PRINT-RECORD FROM WS-RPT-TOTALS.

           DISPLAY 'AUTHMNT processed ' WS-CARD-CNT ' cards: added '
                   WS-ADDED-CNT ', amended ' WS-AMENDED-CNT
                   ', revoked ' WS-REVOKED-CNT
                   ', rejected ' WS-REJECTED-CNT '.'.

           IF WS-REJECTED-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT AUTHCARD.
           IF AUTHCARD-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening AUTHCARD file, status='
                       AUTHCARD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O AUTHREG.
           IF AUTHREG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening AUTHREG file, status='
                       AUTHREG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT ACCTFILE.
           IF ACCTFILE-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ACCTFILE file, status='
                       ACCTFILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT CUSTFILE.
           IF CUSTFILE-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening CUSTFILE file, status='
                       CUSTFILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT TELLAUTH.
           IF TELLAUTH-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening TELLAUTH file, status='
                       TELLAUTH-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT AUTHRPT.
           IF AUTHRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening AUTHRPT file, status='
                       AUTHRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

       APPLY-ONE-CARD SECTION.
       AC010.
           MOVE CARD-ACTION      TO WS-RPT-ACTION.
           MOVE 0 TO WS-RPT-ACCT-NO WS-RPT-SORTCODE
                     WS-RPT-CUSTOMER WS-RPT-LIMIT.
           MOVE CARD-TYPE        TO WS-RPT-TYPE.
           MOVE CARD-SCOPE       TO WS-RPT-SCOPE.
           MOVE CARD-START-DATE  TO WS-RPT-START.
           MOVE CARD-END-DATE    TO WS-RPT-END.
           MOVE CARD-APPROVED-BY TO WS-RPT-APPROVER.

           IF CARD-ACCOUNT-NUMBER NOT NUMERIC OR
              CARD-SORTCODE NOT NUMERIC OR
              CARD-CUSTOMER-NUMBER NOT NUMERIC
              MOVE 'REJECTED - KEYS NOT NUMERIC                  '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           MOVE CARD-ACCOUNT-NUMBER  TO WS-RPT-ACCT-NO.
           MOVE CARD-SORTCODE        TO WS-RPT-SORTCODE.
           MOVE CARD-CUSTOMER-NUMBER TO WS-RPT-CUSTOMER.

           IF CARD-ENTERED-BY = SPACES
              MOVE 'REJECTED - NO ENTERED-BY ID                  '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           IF CARD-APPROVED-BY = SPACES
              MOVE 'REJECTED - NO SUPERVISOR APPROVAL            '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           IF CARD-APPROVED-BY = CARD-ENTERED-BY
              MOVE 'REJECTED - APPROVER CANNOT APPROVE OWN CARD  '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AC999
           END-IF.

           PERFORM CHECK-APPROVER.
           IF WS-CARD-VALID NOT = 'Y'
              GO TO AC999
           END-IF.

           EVALUATE CARD-ACTION
              WHEN 'A'
                 PERFORM ADD-AUTHORITY
              WHEN 'C'
                 PERFORM AMEND-AUTHORITY
              WHEN 'R'
                 PERFORM REVOKE-AUTHORITY
              WHEN OTHER
                 MOVE 'REJECTED - ACTION MUST BE A, C OR R          '
                    TO WS-RPT-OUTCOME
                 PERFORM REJECT-CARD
           END-EVALUATE.

       AC999.
           EXIT.

      *
      * The approver must be a TELLAUTH supervisor whose own
      * authority is not suspended
      *
       CHECK-APPROVER SECTION.
       CK010.
           MOVE 'N' TO WS-CARD-VALID.

           MOVE CARD-APPROVED-BY TO TAUTH-TELLER-ID.
           READ TELLAUTH
              KEY IS TAUTH-TELLER-ID
           END-READ.

           IF TELLAUTH-STATUS NOT = '00' OR
              NOT TAUTH-IS-SUPERVISOR OR
              TAUTH-STATUS-SUSPENDED
              MOVE 'REJECTED - APPROVER IS NOT A SUPERVISOR      '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO CK999
           END-IF.

           MOVE 'Y' TO WS-CARD-VALID.

       CK999.
           EXIT.

      *
      * Add and amend carry the full set of authority fields
      *
       VALIDATE-CARD-FIELDS SECTION.
       VC010.
           MOVE 'N' TO WS-CARD-VALID.

           IF CARD-TYPE NOT = 'A' AND CARD-TYPE NOT = 'S'
              MOVE 'REJECTED - TYPE MUST BE A OR S               '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO VC999
           END-IF.

           IF CARD-SCOPE NOT = 'V' AND CARD-SCOPE NOT = 'T' AND
              CARD-SCOPE NOT = 'F'
              MOVE 'REJECTED - SCOPE MUST BE V, T OR F           '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO VC999
           END-IF.

           IF CARD-SCOPE = 'T'
              IF CARD-LIMIT NOT NUMERIC
                 MOVE 'REJECTED - LIMIT NOT NUMERIC                 '
                    TO WS-RPT-OUTCOME
                 PERFORM REJECT-CARD
                 GO TO VC999
              END-IF
              IF CARD-LIMIT = 0
                 MOVE 'REJECTED - SCOPE T NEEDS A TRANSFER LIMIT    '
                    TO WS-RPT-OUTCOME
                 PERFORM REJECT-CARD
                 GO TO VC999
              END-IF
              MOVE CARD-LIMIT TO WS-RPT-LIMIT
           END-IF.

           IF CARD-START-DATE = SPACES
              MOVE WS-RUN-DATE TO WS-START-DATE
           ELSE
              MOVE CARD-START-DATE TO WS-CHECK-DATE
              PERFORM CHECK-DATE-FORMAT
              IF WS-CARD-VALID NOT = 'Y'
                 MOVE 'REJECTED - START MUST BE YYYY-MM-DD OR BLANK '
                    TO WS-RPT-OUTCOME
                 PERFORM REJECT-CARD
                 GO TO VC999
              END-IF
              MOVE CARD-START-DATE TO WS-START-DATE
              MOVE 'N' TO WS-CARD-VALID
           END-IF.
           MOVE WS-START-DATE TO WS-RPT-START.

           IF CARD-END-DATE NOT = SPACES
              MOVE CARD-END-DATE TO WS-CHECK-DATE
              PERFORM CHECK-DATE-FORMAT
              IF WS-CARD-VALID NOT = 'Y'
                 MOVE 'REJECTED - END MUST BE YYYY-MM-DD OR BLANK   '
                    TO WS-RPT-OUTCOME
                 PERFORM REJECT-CARD
                 GO TO VC999
              END-IF
              MOVE 'N' TO WS-CARD-VALID
              IF CARD-END-DATE < WS-RUN-DATE
                 MOVE 'REJECTED - END DATE ALREADY PAST             '
                    TO WS-RPT-OUTCOME
                 PERFORM REJECT-CARD
                 GO TO VC999
              END-IF
              IF CARD-END-DATE < WS-START-DATE
                 MOVE 'REJECTED - END DATE BEFORE START DATE        '
                    TO WS-RPT-OUTCOME
                 PERFORM REJECT-CARD
                 GO TO VC999
              END-IF
           END-IF.

           MOVE 'Y' TO WS-CARD-VALID.

       VC999.
           EXIT.

       CHECK-DATE-FORMAT SECTION.
       DF010.
           MOVE 'N' TO WS-CARD-VALID.

           IF WS-CHECK-DATE(1:4) NOT NUMERIC OR
              WS-CHECK-DATE(5:1) NOT = '-' OR
              WS-CHECK-DATE(6:2) NOT NUMERIC OR
              WS-CHECK-DATE(8:1) NOT = '-' OR
              WS-CHECK-DATE(9:2) NOT NUMERIC
              GO TO DF999
           END-IF.

           MOVE 'Y' TO WS-CARD-VALID.

       DF999.
           EXIT.

       ADD-AUTHORITY SECTION.
       AA010.
           PERFORM VALIDATE-CARD-FIELDS.
           IF WS-CARD-VALID NOT = 'Y'
              GO TO AA999
           END-IF.

           MOVE CARD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER
           END-READ.
           IF ACCTFILE-STATUS NOT = '00'
              MOVE 'REJECTED - ACCOUNT NOT ON FILE               '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AA999
           END-IF.

           IF ACCOUNT-SORTCODE = CARD-SORTCODE AND
              ACCOUNT-CUSTOMER-NUMBER = CARD-CUSTOMER-NUMBER
              MOVE 'REJECTED - PERSON IS THE ACCOUNT HOLDER      '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AA999
           END-IF.

           MOVE CARD-SORTCODE        TO CUSTOMER-SORTCODE.
           MOVE CARD-CUSTOMER-NUMBER TO CUSTOMER-NUMBER.
           READ CUSTFILE
              KEY IS CUSTOMER-KEY
           END-READ.
           IF CUSTFILE-STATUS NOT = '00'
              MOVE 'REJECTED - PERSON NOT ON CUSTOMER FILE       '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AA999
           END-IF.

           PERFORM READ-AUTHORITY.

           IF WS-ENTRY-EXISTS = 'Y' AND ATHR-STATUS-ACTIVE
              MOVE 'REJECTED - AUTHORITY ALREADY IN FORCE        '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AA999
           END-IF.

           MOVE CARD-ACCOUNT-NUMBER  TO ATHR-ACCOUNT-NUMBER.
           MOVE CARD-SORTCODE        TO ATHR-SORTCODE.
           MOVE CARD-CUSTOMER-NUMBER TO ATHR-CUSTOMER-NUMBER.
           MOVE ACCOUNT-SORTCODE     TO ATHR-ACCOUNT-SORTCODE.
           MOVE SPACES TO AUTHORITY-RECORD(89:12).
           PERFORM SET-AUTHORITY-FIELDS.

           IF WS-ENTRY-EXISTS = 'Y'
              REWRITE AUTHORITY-RECORD
           ELSE
              WRITE AUTHORITY-RECORD
           END-IF.

           IF AUTHREG-STATUS NOT = '00'
              DISPLAY 'AUTHMNT - error writing authority, status='
                      AUTHREG-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-ADDED-CNT.
           IF WS-ENTRY-EXISTS = 'Y'
              MOVE 'ADDED - REPLACES A LAPSED AUTHORITY          '
                 TO WS-RPT-OUTCOME
           ELSE
              MOVE 'ADDED                                        '
                 TO WS-RPT-OUTCOME
           END-IF.
           PERFORM REPORT-CARD.

       AA999.
           EXIT.

       AMEND-AUTHORITY SECTION.
       AM010.
           PERFORM VALIDATE-CARD-FIELDS.
           IF WS-CARD-VALID NOT = 'Y'
              GO TO AM999
           END-IF.

           PERFORM READ-AUTHORITY.
           IF WS-ENTRY-EXISTS NOT = 'Y' OR NOT ATHR-STATUS-ACTIVE
              MOVE 'REJECTED - NO AUTHORITY IN FORCE TO AMEND    '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO AM999
           END-IF.

           PERFORM SET-AUTHORITY-FIELDS.

           REWRITE AUTHORITY-RECORD.
           IF AUTHREG-STATUS NOT = '00'
              DISPLAY 'AUTHMNT - error rewriting authority, status='
                      AUTHREG-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-AMENDED-CNT.
           MOVE 'AMENDED                                      '
              TO WS-RPT-OUTCOME.
           PERFORM REPORT-CARD.

       AM999.
           EXIT.

      *
      * A revoke ends the authority today; an end date already
      * earlier than today is left as it was
      *
       REVOKE-AUTHORITY SECTION.
       RV010.
           PERFORM READ-AUTHORITY.
           IF WS-ENTRY-EXISTS NOT = 'Y' OR NOT ATHR-STATUS-ACTIVE
              MOVE 'REJECTED - NO AUTHORITY IN FORCE TO REVOKE   '
                 TO WS-RPT-OUTCOME
              PERFORM REJECT-CARD
              GO TO RV999
           END-IF.

           IF ATHR-END-DATE = SPACES OR
              ATHR-END-DATE > WS-RUN-DATE
              MOVE WS-RUN-DATE TO ATHR-END-DATE
           END-IF.
           MOVE 'R'              TO ATHR-STATUS.
           MOVE CARD-ENTERED-BY  TO ATHR-ENTERED-BY.
           MOVE CARD-APPROVED-BY TO ATHR-APPROVED-BY.
           MOVE WS-RUN-DATE      TO ATHR-CHANGED-DATE.

           REWRITE AUTHORITY-RECORD.
           IF AUTHREG-STATUS NOT = '00'
              DISPLAY 'AUTHMNT - error rewriting authority, status='
                      AUTHREG-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-REVOKED-CNT.
           MOVE ATHR-TYPE           TO WS-RPT-TYPE.
           MOVE ATHR-SCOPE          TO WS-RPT-SCOPE.
           MOVE ATHR-TRANSFER-LIMIT TO WS-RPT-LIMIT.
           MOVE ATHR-START-DATE     TO WS-RPT-START.
           MOVE ATHR-END-DATE       TO WS-RPT-END.
           MOVE 'REVOKED                                      '
              TO WS-RPT-OUTCOME.
           PERFORM REPORT-CARD.

       RV999.
           EXIT.

      *
      * WS-ENTRY-EXISTS is Y when the account already has an
      * entry for this person, in force or not
      *
       READ-AUTHORITY SECTION.
       RD010.
           MOVE 'N' TO WS-ENTRY-EXISTS.

           MOVE CARD-ACCOUNT-NUMBER  TO ATHR-ACCOUNT-NUMBER.
           MOVE CARD-SORTCODE        TO ATHR-SORTCODE.
           MOVE CARD-CUSTOMER-NUMBER TO ATHR-CUSTOMER-NUMBER.
           READ AUTHREG
              KEY IS ATHR-KEY
           END-READ.

           IF AUTHREG-STATUS = '00'
              MOVE 'Y' TO WS-ENTRY-EXISTS
              GO TO RD999
           END-IF.

           IF AUTHREG-STATUS NOT = '23'
              DISPLAY 'AUTHMNT - error reading authority, status='
                      AUTHREG-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RD999.
           EXIT.

       SET-AUTHORITY-FIELDS SECTION.
       SF010.
           MOVE CARD-TYPE        TO ATHR-TYPE.
           MOVE CARD-SCOPE       TO ATHR-SCOPE.
           IF CARD-SCOPE = 'T'
              MOVE CARD-LIMIT    TO ATHR-TRANSFER-LIMIT
           ELSE
              MOVE 0             TO ATHR-TRANSFER-LIMIT
           END-IF.
           MOVE WS-START-DATE    TO ATHR-START-DATE.
           MOVE CARD-END-DATE    TO ATHR-END-DATE.
           MOVE 'A'              TO ATHR-STATUS.
           MOVE CARD-ENTERED-BY  TO ATHR-ENTERED-BY.
           MOVE CARD-APPROVED-BY TO ATHR-APPROVED-BY.
           MOVE WS-RUN-DATE      TO ATHR-CHANGED-DATE.

       SF999.
           EXIT.

       REJECT-CARD SECTION.
       RJ010.
           ADD 1 TO WS-REJECTED-CNT.
           PERFORM REPORT-CARD.

       RJ999.
           EXIT.

       REPORT-CARD SECTION.
       RP010.
           WRITE AUTH-PRINT-RECORD FROM WS-RPT-DETAIL.

       RP999.
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
              DISPLAY 'AUTHMNT - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-CARD-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE AUTHCARD.
           CLOSE AUTHREG.
           CLOSE ACCTFILE.
           CLOSE CUSTFILE.
           CLOSE TELLAUTH.
           CLOSE AUTHRPT.

       CF999.
           EXIT.
