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
      * Premium collection extract. The insurance side collects the
      * premiums of linked customers by direct debit from their
      * bank accounts, under the insurer's own originator id on
      * DDMAND, instead of billing them separately.
      *
      * The insurer's mandates are set up through DDMNT like any
      * originator's, one per policy, with the policy number in the
      * first 10 characters of the mandate reference. Every ACTIVE
      * one is loaded first. Each CUSTXREF link CUSTPOLM built then
      * has its policies read from the policy database - those in
      * force on the business date - and a policy is collected when
      * one of its mandates is on an account held by the linked bank
      * customer. The collection goes to PREMCOL in the DDCOLIN
      * layout, carrying the mandate's reference and the policy's
      * PAYMENT, to go through DUPGATE into the normal DDCOLL run.
      * A policy with no such mandate is left to be billed as
      * before. Every policy looked at is listed on PREMRPT.
      *
      * DDCOLL's returns for the insurer are fed back to the policy
      * side by PREMRETN.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREMCOLL.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTXREF
                  ASSIGN TO CUSTXREF
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS CUSTXREF-STATUS.

           SELECT DDMAND
                  ASSIGN TO DDMAND
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DDM-KEY
                  FILE STATUS  IS DDMAND-STATUS.

           SELECT ACCTFILE
                  ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT PREMCOL
                  ASSIGN TO PREMCOL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS PREMCOL-STATUS.

           SELECT PREMRPT
                  ASSIGN TO PREMRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS PREMRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  CUSTXREF.
       01  XREF-RECORD.
           05 XREF-BANK-SORTCODE           PIC 9(6).
           05 XREF-BANK-CUSTOMER           PIC 9(10).
           05 XREF-POLICY-CUSTOMER         PIC 9(10).
           05 XREF-NAME                    PIC X(40).
           05 XREF-MATCH-SOURCE            PIC X.
              88 XREF-MATCHED-AUTO         VALUE 'A'.
              88 XREF-MATCHED-MANUAL       VALUE 'M'.
           05 FILLER                       PIC X(13).

       FD  DDMAND.
       01  MANDATE-RECORD.
       COPY DDMAND.

       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  PREMCOL.
       01  COLLECTION-RECORD.
           05 COLL-ORIGINATOR-ID           PIC 9(6).
           05 COLL-ACCOUNT-NUMBER          PIC 9(11).
           05 COLL-REFERENCE               PIC X(18).
           05 COLL-AMOUNT                  PIC 9(9)V99.
           05 FILLER                       PIC X(34).

       FD  PREMRPT.
       01  PREM-PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  CUSTXREF-STATUS.
           05 CUSTXREF-STATUS1             PIC X.
           05 CUSTXREF-STATUS2             PIC X.

       01  DDMAND-STATUS.
           05 DDMAND-STATUS1               PIC X.
           05 DDMAND-STATUS2               PIC X.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  PREMCOL-STATUS.
           05 PREMCOL-STATUS1              PIC X.
           05 PREMCOL-STATUS2              PIC X.

       01  PREMRPT-STATUS.
           05 PREMRPT-STATUS1              PIC X.
           05 PREMRPT-STATUS2              PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.
       01 WS-SCAN-EXIT                     PIC X    VALUE 'N'.
       01 WS-POL-EXIT                      PIC X    VALUE 'N'.

      *
      * The insurer's own originator id for collecting premiums
      *
       01 WS-INSURER-ORIGINATOR            PIC 9(6) VALUE 999002.

       01 WS-LINK-CNT                      PIC 9(7) VALUE 0.
       01 WS-POLICY-CNT                    PIC 9(7) VALUE 0.
       01 WS-EXTRACTED-CNT                 PIC 9(7) VALUE 0.
       01 WS-NO-MANDATE-CNT                PIC 9(7) VALUE 0.
       01 WS-NO-PREMIUM-CNT                PIC 9(7) VALUE 0.
       01 WS-EXTRACTED-TOTAL               PIC S9(13)V99 COMP-3
                                                VALUE 0.

      *
      * The insurer's active mandates, in DDMAND key order
      *
       01 WS-MAND-MAX                      PIC 9(5) COMP VALUE 20000.
       01 WS-MAND-TABLE.
           05 WS-MAND-USED                 PIC 9(5) COMP VALUE 0.
           05 WS-MAND-ENTRY OCCURS 20000 TIMES.
              10 WS-MT-ACCOUNT-NUMBER      PIC 9(11).
              10 WS-MT-REFERENCE           PIC X(18).
       01 WS-MAND-NDX                      PIC 9(5) COMP.
       01 WS-MAND-FOUND                    PIC 9(5) COMP.

       01 WS-POLICY-CUSTOMER               PIC S9(9) COMP.
       01 WS-POLICY-AS-OF                  PIC X(10).
       01 WS-WANTED-POLICY                 PIC 9(10).

       01 WS-POLICY-FETCH.
           05 WS-PF-POLICY-NO              PIC S9(9) COMP.
           05 WS-PF-POLICY-TYPE            PIC X(10).
           05 WS-PF-PAYMENT                PIC S9(7)V99 COMP-3.

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
           05 FILLER                       PIC X(35)
                 VALUE 'PREMCOLL PREMIUM COLLECTION EXTRACT'.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(14)
                 VALUE '  ORIGINATOR  '.
           05 WS-RPT-HDR-ORIGINATOR        PIC 9(6).
           05 FILLER                       PIC X(66) VALUE SPACES.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-POLICY-NO             PIC 9(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-POLICY-TYPE           PIC X(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-SORTCODE              PIC 9(6).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-RPT-BANK-CUST             PIC 9(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-ACCT-NO               PIC 9(11).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-PREMIUM               PIC -(7)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-OUTCOME               PIC X(30).
           05 FILLER                       PIC X(33) VALUE SPACES.

       01 WS-RPT-TOTAL.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(22)
                 VALUE 'PREMIUMS EXTRACTED    '.
           05 WS-RPT-TOT-CNT               PIC ZZZZZZ9.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-TOT-AMOUNT            PIC -(11)9.99.
           05 FILLER                       PIC X(86) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'PREMCOLL'.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

            EXEC SQL
             INCLUDE SQLCA
            END-EXEC.

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started PREMCOLL.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-RUN-DATE           TO WS-RPT-HDR-DATE.
           MOVE WS-RUN-DATE           TO WS-POLICY-AS-OF.
           MOVE WS-INSURER-ORIGINATOR TO WS-RPT-HDR-ORIGINATOR.

           PERFORM OPEN-FILES.

           WRITE PREM-PRINT-RECORD FROM WS-RPT-HEADER.

           PERFORM LOAD-INSURER-MANDATES.

           READ CUSTXREF
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-LINK-CNT
              PERFORM COLLECT-FOR-ONE-LINK
              READ CUSTXREF
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE WS-EXTRACTED-CNT   TO WS-RPT-TOT-CNT.
           MOVE WS-EXTRACTED-TOTAL TO WS-RPT-TOT-AMOUNT.
           WRITE PREM-PRINT-RECORD FROM WS-RPT-TOTAL.

           DISPLAY 'PREMCOLL links ' WS-LINK-CNT ', mandates '
                   WS-MAND-USED ', policies ' WS-POLICY-CNT
                   ': extracted ' WS-EXTRACTED-CNT ' for '
                   WS-EXTRACTED-TOTAL ', no mandate '
                   WS-NO-MANDATE-CNT ', no premium '
                   WS-NO-PREMIUM-CNT '.'.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT CUSTXREF.
           IF CUSTXREF-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening CUSTXREF file, status='
                       CUSTXREF-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT DDMAND.
           IF DDMAND-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening DDMAND file, status='
                       DDMAND-STATUS
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

           OPEN OUTPUT PREMCOL.
           IF PREMCOL-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening PREMCOL file, status='
                       PREMCOL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT PREMRPT.
           IF PREMRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening PREMRPT file, status='
                       PREMRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * Browse the insurer's stretch of DDMAND and keep every ACTIVE
      * mandate that names a policy. A table too small to hold them
      * stops the run rather than leave premiums uncollected
      *
       LOAD-INSURER-MANDATES SECTION.
       LM010.
           MOVE WS-INSURER-ORIGINATOR TO DDM-ORIGINATOR-ID.
           MOVE 0                     TO DDM-ACCOUNT-NUMBER.
           MOVE LOW-VALUES            TO DDM-REFERENCE.

           MOVE 'N' TO WS-SCAN-EXIT.
           START DDMAND KEY NOT < DDM-KEY
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-EXIT
           END-START.

           PERFORM UNTIL WS-SCAN-EXIT = 'Y'
              READ DDMAND NEXT RECORD
                AT END MOVE 'Y' TO WS-SCAN-EXIT
              END-READ
              IF WS-SCAN-EXIT = 'N' AND
                 DDM-ORIGINATOR-ID NOT = WS-INSURER-ORIGINATOR
                 MOVE 'Y' TO WS-SCAN-EXIT
              END-IF
              IF WS-SCAN-EXIT = 'N' AND
                 DDM-STATUS-ACTIVE AND
                 DDM-REFERENCE(1:10) NUMERIC
                 IF WS-MAND-USED NOT < WS-MAND-MAX
                    DISPLAY 'PREMCOLL - more than ' WS-MAND-MAX
                            ' insurer mandates, run refused'
                    MOVE 12 TO RETURN-CODE
                    PERFORM PROGRAM-DONE
                 END-IF
                 ADD 1 TO WS-MAND-USED
                 MOVE DDM-ACCOUNT-NUMBER
                    TO WS-MT-ACCOUNT-NUMBER(WS-MAND-USED)
                 MOVE DDM-REFERENCE
                    TO WS-MT-REFERENCE(WS-MAND-USED)
              END-IF
           END-PERFORM.

       LM999.
           EXIT.

      *
      * The linked customer's policies in force on the business
      * date, from the same policy database the CUSTPOLM match reads
      *
       COLLECT-FOR-ONE-LINK SECTION.
       CL010.
           MOVE XREF-POLICY-CUSTOMER TO WS-POLICY-CUSTOMER.

           EXEC SQL
              DECLARE PREMPOL-CSR CURSOR FOR
              SELECT POLICYNUMBER, POLICYTYPE, PAYMENT
              FROM POLICY
              WHERE CUSTOMERNUMBER = :WS-POLICY-CUSTOMER
                AND ISSUEDATE     <= :WS-POLICY-AS-OF
                AND EXPIRYDATE    >= :WS-POLICY-AS-OF
              ORDER BY POLICYNUMBER
           END-EXEC.

           EXEC SQL
              OPEN PREMPOL-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'PREMCOLL - policy cursor open failed, '
                      'SQLCODE=' SQLCODE
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'N' TO WS-POL-EXIT.
           PERFORM UNTIL WS-POL-EXIT = 'Y'
              EXEC SQL
                 FETCH PREMPOL-CSR
                 INTO :WS-PF-POLICY-NO,
                      :WS-PF-POLICY-TYPE,
                      :WS-PF-PAYMENT
              END-EXEC
              IF SQLCODE = 100
                 MOVE 'Y' TO WS-POL-EXIT
              ELSE
                 IF SQLCODE NOT = 0
                    DISPLAY 'PREMCOLL - fetch failed, SQLCODE='
                            SQLCODE
                    MOVE 12 TO RETURN-CODE
                    PERFORM PROGRAM-DONE
                 END-IF
                 ADD 1 TO WS-POLICY-CNT
                 PERFORM COLLECT-ONE-POLICY
              END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE PREMPOL-CSR
           END-EXEC.

       CL999.
           EXIT.

       COLLECT-ONE-POLICY SECTION.
       CP010.
           MOVE WS-PF-POLICY-NO    TO WS-WANTED-POLICY.
           MOVE WS-WANTED-POLICY   TO WS-RPT-POLICY-NO.
           MOVE WS-PF-POLICY-TYPE  TO WS-RPT-POLICY-TYPE.
           MOVE XREF-BANK-SORTCODE TO WS-RPT-SORTCODE.
           MOVE XREF-BANK-CUSTOMER TO WS-RPT-BANK-CUST.
           MOVE WS-PF-PAYMENT      TO WS-RPT-PREMIUM.
           MOVE 0                  TO WS-RPT-ACCT-NO.

           IF WS-PF-PAYMENT NOT > 0
              ADD 1 TO WS-NO-PREMIUM-CNT
              MOVE 'NO PREMIUM DUE                ' TO WS-RPT-OUTCOME
              WRITE PREM-PRINT-RECORD FROM WS-RPT-DETAIL
              GO TO CP999
           END-IF.

           PERFORM FIND-POLICY-MANDATE.

           IF WS-MAND-FOUND = 0
              ADD 1 TO WS-NO-MANDATE-CNT
              MOVE 'NO ACTIVE MANDATE - BILLED    ' TO WS-RPT-OUTCOME
              WRITE PREM-PRINT-RECORD FROM WS-RPT-DETAIL
              GO TO CP999
           END-IF.

           MOVE SPACES                TO COLLECTION-RECORD.
           MOVE WS-INSURER-ORIGINATOR TO COLL-ORIGINATOR-ID.
           MOVE WS-MT-ACCOUNT-NUMBER(WS-MAND-FOUND)
              TO COLL-ACCOUNT-NUMBER.
           MOVE WS-MT-REFERENCE(WS-MAND-FOUND)
              TO COLL-REFERENCE.
           MOVE WS-PF-PAYMENT         TO COLL-AMOUNT.
           WRITE COLLECTION-RECORD.
           IF PREMCOL-STATUS NOT = '00'
              DISPLAY 'PREMCOLL - error writing PREMCOL, status='
                      PREMCOL-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-EXTRACTED-CNT.
           ADD WS-PF-PAYMENT TO WS-EXTRACTED-TOTAL.

           MOVE COLL-ACCOUNT-NUMBER TO WS-RPT-ACCT-NO.
           MOVE 'EXTRACTED FOR COLLECTION      ' TO WS-RPT-OUTCOME.
           WRITE PREM-PRINT-RECORD FROM WS-RPT-DETAIL.

       CP999.
           EXIT.

      *
      * The first active mandate naming the policy whose account is
      * held by the linked bank customer - a mandate on somebody
      * else's account is not this link's to use
      *
       FIND-POLICY-MANDATE SECTION.
       FM010.
           MOVE 0 TO WS-MAND-FOUND.

           PERFORM VARYING WS-MAND-NDX FROM 1 BY 1
                   UNTIL WS-MAND-NDX > WS-MAND-USED OR
                         WS-MAND-FOUND NOT = 0
              IF WS-MT-REFERENCE(WS-MAND-NDX)(1:10) =
                 WS-WANTED-POLICY
                 MOVE WS-MT-ACCOUNT-NUMBER(WS-MAND-NDX)
                    TO ACCOUNT-NUMBER
                 READ ACCTFILE
                    KEY IS ACCOUNT-NUMBER
                 END-READ
                 IF ACCTFILE-STATUS = '00' AND
                    ACCOUNT-SORTCODE = XREF-BANK-SORTCODE AND
                    ACCOUNT-CUSTOMER-NUMBER = XREF-BANK-CUSTOMER
                    MOVE WS-MAND-NDX TO WS-MAND-FOUND
                 END-IF
              END-IF
           END-PERFORM.

       FM999.
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
              DISPLAY 'PREMCOLL - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-EXTRACTED-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE CUSTXREF.
           CLOSE DDMAND.
           CLOSE ACCTFILE.
           CLOSE PREMCOL.
           CLOSE PREMRPT.

       CF999.
           EXIT.
