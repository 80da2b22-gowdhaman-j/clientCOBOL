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
      * Know-your-customer risk rating, run monthly ahead of the
      * KYCCHASE chase list. Every customer is rated on the KYCREG
      * register from five sets of points:
      *   products  - the riskiest product held, named or joint,
      *               at the product's KYC points on the PRODMST
      *               product master (a type not on the master
      *               counts 10); five or more open accounts add 5
      *   AML       - AMLFLAG flags on any of their accounts over
      *               the last year: one 25, two or more 50
      *   sanctions - SANCREVW review items on the customer: one
      *               confirmed 100, one still open 50, dismissed
      *               matches 10
      *   balances  - credit balances across their accounts of
      *               50,000 or more 10, of 250,000 or more 20
      *   address   - no contact address on file 25
      * A score of 50 or more is high risk, reviewed every year;
      * 25 or more medium, every three years; below that low,
      * every five years. The next review falls due that many years
      * after the last one, so a customer moving up a band can fall
      * overdue at once. A customer never reviewed counts from the
      * opening of their earliest open account.
      *
      * The account side is gathered first: a SORT of every open
      * account on customer key, one record for the named holder
      * and one for each other ACCTHLDR holder, each carrying its
      * flag count. The sorted stream is then matched against the
      * CUSTOMER file, which is in the same key order. KYCRRPT
      * lists every new rating and band change, and closes with the
      * counts by band.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCRATE.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTFILE
                  ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CUSTOMER-KEY
                  FILE STATUS  IS CUSTFILE-STATUS.

           SELECT ACCTFILE
                  ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT ACCTHLDR
                  ASSIGN TO ACCTHLDR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS AHLD-KEY
                  FILE STATUS  IS ACCTHLDR-STATUS.

           SELECT AMLFLAG
                  ASSIGN TO AMLFLAG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS AMLF-KEY
                  FILE STATUS  IS AMLFLAG-STATUS.

           SELECT SANCREVW
                  ASSIGN TO SANCREVW
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REV-KEY
                  FILE STATUS  IS SANCREVW-STATUS.

           SELECT KYCREG
                  ASSIGN TO KYCREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS KYC-CUSTOMER-KEY
                  FILE STATUS  IS KYCREG-STATUS.

           SELECT KYCRRPT
                  ASSIGN TO KYCRRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS KYCRRPT-STATUS.

           SELECT SORT-WORK
                  ASSIGN TO SORTWK01.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  CUSTFILE.
       01  VSAM-RECORD.
       COPY CUSTOMER.

       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  ACCTHLDR.
       01  HOLDER-RECORD.
       COPY ACCTHLDR.

       FD  AMLFLAG.
       01  AML-FLAG-RECORD.
       COPY AMLFLAG.

       FD  SANCREVW.
       01  REVIEW-RECORD.
       COPY SANCREVW.

       FD  KYCREG.
       01  KYC-REGISTER-RECORD.
       COPY KYCREG.

       FD  KYCRRPT.
       01  KYCR-PRINT-RECORD               PIC X(133).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SRT-CUSTOMER-KEY.
              10 SRT-SORTCODE              PIC 9(6).
              10 SRT-CUSTOMER-NUMBER       PIC 9(10).
           05 SRT-ACCOUNT-NUMBER           PIC 9(11).
           05 SRT-OPENED-DATE              PIC X(10).
           05 SRT-BALANCE                  PIC S9(10)V99 COMP-3.
           05 SRT-AML-FLAGS                PIC 9(3).
           05 SRT-PRODUCT-POINTS           PIC 9(3).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  CUSTFILE-STATUS.
           05 CUSTFILE-STATUS1             PIC X.
           05 CUSTFILE-STATUS2             PIC X.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  ACCTHLDR-STATUS.
           05 ACCTHLDR-STATUS1             PIC X.
           05 ACCTHLDR-STATUS2             PIC X.

       01  AMLFLAG-STATUS.
           05 AMLFLAG-STATUS1              PIC X.
           05 AMLFLAG-STATUS2              PIC X.

       01  SANCREVW-STATUS.
           05 SANCREVW-STATUS1             PIC X.
           05 SANCREVW-STATUS2             PIC X.

       01  KYCREG-STATUS.
           05 KYCREG-STATUS1               PIC X.
           05 KYCREG-STATUS2               PIC X.

       01  KYCRRPT-STATUS.
           05 KYCRRPT-STATUS1              PIC X.
           05 KYCRRPT-STATUS2              PIC X.

       01 WS-ACCT-EXIT                     PIC X    VALUE 'N'.
       01 WS-CUST-EXIT                     PIC X    VALUE 'N'.
       01 WS-SORT-EXIT                     PIC X    VALUE 'N'.
       01 WS-SCAN-EXIT                     PIC X    VALUE 'N'.

       01 WS-ACCOUNT-CNT                   PIC 9(7) VALUE 0.
       01 WS-RATED-CNT                     PIC 9(7) VALUE 0.
       01 WS-NEW-CNT                       PIC 9(7) VALUE 0.
       01 WS-UP-CNT                        PIC 9(7) VALUE 0.
       01 WS-DOWN-CNT                      PIC 9(7) VALUE 0.
       01 WS-HIGH-CNT                      PIC 9(7) VALUE 0.
       01 WS-MEDIUM-CNT                    PIC 9(7) VALUE 0.
       01 WS-LOW-CNT                       PIC 9(7) VALUE 0.
       01 WS-ORPHAN-CNT                    PIC 9(7) VALUE 0.

      *
      * The account being released and its flag count
      *
       01 WS-ACCT-FLAGS                    PIC 9(3).
       01 WS-YEAR-AGO                      PIC X(10).

      *
      * What the customer being rated holds
      *
       01 WS-CUST-ACCOUNTS                 PIC 9(5).
       01 WS-CUST-PRODUCT-MAX              PIC 9(3).
       01 WS-CUST-AML-FLAGS                PIC 9(5).
       01 WS-CUST-CREDIT                   PIC S9(13)V99 COMP-3.
       01 WS-CUST-FIRST-OPENED             PIC X(10).
       01 WS-SANC-CONFIRMED                PIC 9(3).
       01 WS-SANC-OPEN                     PIC 9(3).
       01 WS-SANC-DISMISSED                PIC 9(3).

       01 WS-NEW-SCORE                     PIC 9(3).
       01 WS-NEW-BAND                      PIC X.
       01 WS-NEW-YEARS                     PIC 9.
       01 WS-OLD-BAND                      PIC X.
       01 WS-ON-REGISTER                   PIC X.

      *
      * Last review date rolled on by the band's review years
      *
       01 WS-NEXT-DATE.
           05 WS-ND-YEAR                   PIC 9(4).
           05 WS-ND-REST.
              10 FILLER                    PIC X.
              10 WS-ND-MONTH               PIC X(2).
              10 FILLER                    PIC X.
              10 WS-ND-DAY                 PIC X(2).

       01 WS-RUN-DATE.
           05 WS-RUN-YEAR                  PIC 9(4).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-RUN-MONTH                 PIC 99.
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-RUN-DAY                   PIC 99.

       01 WS-PRODINF-PARM.
           03 WS-PIP-FUNCTION              PIC X(5).
           03 WS-PIP-ACCOUNT-TYPE          PIC X(8).
           03 WS-PIP-PRODUCT.
       COPY PRODMST.
           03 WS-PIP-STATUS                PIC X.

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
                 VALUE 'KYCRATE CUSTOMER KYC RISK RATING   '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(87) VALUE SPACES.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-SORTCODE              PIC 9(6).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-RPT-CUSTOMER              PIC 9(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-NAME                  PIC X(30).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 FILLER                       PIC X(4) VALUE 'WAS '.
           05 WS-RPT-PREV-BAND             PIC X.
           05 FILLER                       PIC X(5) VALUE ' NOW '.
           05 WS-RPT-BAND                  PIC X.
           05 FILLER                       PIC X(8) VALUE '  SCORE '.
           05 WS-RPT-SCORE                 PIC ZZ9.
           05 FILLER                       PIC X(7) VALUE '  PRD '.
           05 WS-RPT-PRODUCT               PIC ZZ9.
           05 FILLER                       PIC X(5) VALUE ' AML '.
           05 WS-RPT-AML                   PIC ZZ9.
           05 FILLER                       PIC X(5) VALUE ' SAN '.
           05 WS-RPT-SANCTIONS             PIC ZZ9.
           05 FILLER                       PIC X(5) VALUE ' BAL '.
           05 WS-RPT-BALANCE               PIC ZZ9.
           05 FILLER                       PIC X(5) VALUE ' ADR '.
           05 WS-RPT-ADDRESS               PIC ZZ9.
           05 FILLER                       PIC X(7) VALUE '  NEXT '.
           05 WS-RPT-NEXT-REVIEW           PIC X(10).

       01 WS-RPT-TOTALS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(6) VALUE 'RATED '.
           05 WS-RPT-TOT-RATED             PIC Z(6)9.
           05 FILLER                       PIC X(6) VALUE '  NEW '.
           05 WS-RPT-TOT-NEW               PIC Z(6)9.
           05 FILLER                       PIC X(5) VALUE '  UP '.
           05 WS-RPT-TOT-UP                PIC Z(6)9.
           05 FILLER                       PIC X(7) VALUE '  DOWN '.
           05 WS-RPT-TOT-DOWN              PIC Z(6)9.
           05 FILLER                       PIC X(7) VALUE '  HIGH '.
           05 WS-RPT-TOT-HIGH              PIC Z(6)9.
           05 FILLER                       PIC X(9) VALUE '  MEDIUM '.
           05 WS-RPT-TOT-MEDIUM            PIC Z(6)9.
           05 FILLER                       PIC X(6) VALUE '  LOW '.
           05 WS-RPT-TOT-LOW               PIC Z(6)9.
           05 FILLER                       PIC X(14)
                 VALUE '  NO CUSTOMER '.
           05 WS-RPT-TOT-ORPHAN            PIC Z(6)9.
           05 FILLER                       PIC X(16) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'KYCRATE '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started KYCRATE.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE.

           MOVE WS-RUN-DATE TO WS-NEXT-DATE.
           SUBTRACT 1 FROM WS-ND-YEAR.
           MOVE WS-NEXT-DATE TO WS-YEAR-AGO.

           PERFORM OPEN-FILES.

           WRITE KYCR-PRINT-RECORD FROM WS-RPT-HEADER.

           SORT SORT-WORK
              ON ASCENDING KEY SRT-CUSTOMER-KEY
                               SRT-ACCOUNT-NUMBER
              INPUT PROCEDURE IS RELEASE-HOLDINGS
              OUTPUT PROCEDURE IS RATE-CUSTOMERS.

           MOVE WS-RATED-CNT  TO WS-RPT-TOT-RATED.
           MOVE WS-NEW-CNT    TO WS-RPT-TOT-NEW.
           MOVE WS-UP-CNT     TO WS-RPT-TOT-UP.
           MOVE WS-DOWN-CNT   TO WS-RPT-TOT-DOWN.
           MOVE WS-HIGH-CNT   TO WS-RPT-TOT-HIGH.
           MOVE WS-MEDIUM-CNT TO WS-RPT-TOT-MEDIUM.
           MOVE WS-LOW-CNT    TO WS-RPT-TOT-LOW.
           MOVE WS-ORPHAN-CNT TO WS-RPT-TOT-ORPHAN.
           WRITE KYCR-PRINT-RECORD FROM WS-RPT-TOTALS.

           DISPLAY 'KYCRATE rated ' WS-RATED-CNT ' customers from '
                   WS-ACCOUNT-CNT ' open accounts: new '
                   WS-NEW-CNT ', up ' WS-UP-CNT ', down '
                   WS-DOWN-CNT ', high ' WS-HIGH-CNT ', medium '
                   WS-MEDIUM-CNT ', low ' WS-LOW-CNT '.'.

           IF WS-ORPHAN-CNT > 0
              DISPLAY 'KYCRATE - ' WS-ORPHAN-CNT ' holdings name a '
                      'customer not on CUSTFILE'
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT CUSTFILE.
           IF CUSTFILE-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening CUSTFILE file, status='
                       CUSTFILE-STATUS
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

           OPEN INPUT ACCTHLDR.
           IF ACCTHLDR-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ACCTHLDR file, status='
                       ACCTHLDR-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT AMLFLAG.
           IF AMLFLAG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening AMLFLAG file, status='
                       AMLFLAG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT SANCREVW.
           IF SANCREVW-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening SANCREVW file, status='
                       SANCREVW-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O KYCREG.
           IF KYCREG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening KYCREG file, status='
                       KYCREG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT KYCRRPT.
           IF KYCRRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening KYCRRPT file, status='
                       KYCRRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * One sort record per holder of every open account
      *
       RELEASE-HOLDINGS SECTION.
       RH010.
           READ ACCTFILE NEXT RECORD
             AT END MOVE 'Y' TO WS-ACCT-EXIT
           END-READ.

           PERFORM UNTIL WS-ACCT-EXIT = 'Y'
              IF ACCOUNT-STATUS-OPEN
                 ADD 1 TO WS-ACCOUNT-CNT
                 PERFORM COUNT-ACCOUNT-FLAGS
                 PERFORM GET-PRODUCT
                 MOVE ACCOUNT-SORTCODE        TO SRT-SORTCODE
                 MOVE ACCOUNT-CUSTOMER-NUMBER TO SRT-CUSTOMER-NUMBER
                 PERFORM RELEASE-ONE-HOLDING
                 PERFORM RELEASE-OTHER-HOLDERS
              END-IF
              READ ACCTFILE NEXT RECORD
                AT END MOVE 'Y' TO WS-ACCT-EXIT
              END-READ
           END-PERFORM.

       RH999.
           EXIT.

       RELEASE-ONE-HOLDING SECTION.
       RO010.
           MOVE ACCOUNT-NUMBER         TO SRT-ACCOUNT-NUMBER.
           MOVE ACCOUNT-OPENED-DATE    TO SRT-OPENED-DATE.
           MOVE ACCOUNT-ACTUAL-BALANCE TO SRT-BALANCE.
           MOVE WS-ACCT-FLAGS          TO SRT-AML-FLAGS.
           MOVE PROD-KYC-POINTS        TO SRT-PRODUCT-POINTS.
           RELEASE SORT-RECORD.

       RO999.
           EXIT.

      *
      * The account's joint holders hold the product too
      *
       RELEASE-OTHER-HOLDERS SECTION.
       RT010.
           MOVE ACCOUNT-NUMBER TO AHLD-ACCOUNT-NUMBER.
           MOVE 0 TO AHLD-SORTCODE AHLD-CUSTOMER-NUMBER.

           MOVE 'N' TO WS-SCAN-EXIT.
           START ACCTHLDR KEY NOT < AHLD-KEY
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-EXIT
           END-START.

           PERFORM UNTIL WS-SCAN-EXIT = 'Y'
              READ ACCTHLDR NEXT RECORD
                AT END MOVE 'Y' TO WS-SCAN-EXIT
              END-READ
              IF WS-SCAN-EXIT = 'N'
                 IF AHLD-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                    MOVE 'Y' TO WS-SCAN-EXIT
                 ELSE
                    IF AHLD-SORTCODE NOT = ACCOUNT-SORTCODE OR
                       AHLD-CUSTOMER-NUMBER NOT =
                          ACCOUNT-CUSTOMER-NUMBER
                       MOVE AHLD-SORTCODE        TO SRT-SORTCODE
                       MOVE AHLD-CUSTOMER-NUMBER
                          TO SRT-CUSTOMER-NUMBER
                       PERFORM RELEASE-ONE-HOLDING
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       RT999.
           EXIT.

      *
      * How the account's product behaves, from the product master
      *
       GET-PRODUCT SECTION.
       GP010.
           MOVE 'GET  '      TO WS-PIP-FUNCTION.
           MOVE ACCOUNT-TYPE TO WS-PIP-ACCOUNT-TYPE.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

           IF WS-PIP-STATUS = 'E'
              DISPLAY 'KYCRATE - product master unavailable, run '
                      'stopped'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       GP999.
           EXIT.

      *
      * Flags on the account over the year to the run date
      *
       COUNT-ACCOUNT-FLAGS SECTION.
       CA010.
           MOVE 0 TO WS-ACCT-FLAGS.
           MOVE ACCOUNT-NUMBER TO AMLF-ACCOUNT-NUMBER.
           MOVE WS-YEAR-AGO    TO AMLF-SCAN-DATE.

           MOVE 'N' TO WS-SCAN-EXIT.
           START AMLFLAG KEY NOT < AMLF-KEY
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-EXIT
           END-START.

           PERFORM UNTIL WS-SCAN-EXIT = 'Y'
              READ AMLFLAG NEXT RECORD
                AT END MOVE 'Y' TO WS-SCAN-EXIT
              END-READ
              IF WS-SCAN-EXIT = 'N'
                 IF AMLF-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                    MOVE 'Y' TO WS-SCAN-EXIT
                 ELSE
                    IF WS-ACCT-FLAGS < 999
                       ADD 1 TO WS-ACCT-FLAGS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       CA999.
           EXIT.

      *
      * The sorted holdings against the customer file, both in
      * customer key order. Holdings keyed below the customer in
      * hand name nobody on file
      *
       RATE-CUSTOMERS SECTION.
       RC010.
           RETURN SORT-WORK
             AT END MOVE 'Y' TO WS-SORT-EXIT
           END-RETURN.

           READ CUSTFILE NEXT RECORD
             AT END MOVE 'Y' TO WS-CUST-EXIT
           END-READ.

           PERFORM UNTIL WS-CUST-EXIT = 'Y'
              MOVE 0 TO WS-CUST-ACCOUNTS WS-CUST-PRODUCT-MAX
                        WS-CUST-AML-FLAGS WS-CUST-CREDIT
              MOVE SPACES TO WS-CUST-FIRST-OPENED
              PERFORM UNTIL WS-SORT-EXIT = 'Y' OR
                            SRT-CUSTOMER-KEY > CUSTOMER-KEY
                 IF SRT-CUSTOMER-KEY = CUSTOMER-KEY
                    PERFORM TAKE-ONE-HOLDING
                 ELSE
                    ADD 1 TO WS-ORPHAN-CNT
                 END-IF
                 RETURN SORT-WORK
                   AT END MOVE 'Y' TO WS-SORT-EXIT
                 END-RETURN
              END-PERFORM
              PERFORM RATE-ONE-CUSTOMER
              READ CUSTFILE NEXT RECORD
                AT END MOVE 'Y' TO WS-CUST-EXIT
              END-READ
           END-PERFORM.

           PERFORM UNTIL WS-SORT-EXIT = 'Y'
              ADD 1 TO WS-ORPHAN-CNT
              RETURN SORT-WORK
                AT END MOVE 'Y' TO WS-SORT-EXIT
              END-RETURN
           END-PERFORM.

       RC999.
           EXIT.

       TAKE-ONE-HOLDING SECTION.
       TH010.
           ADD 1 TO WS-CUST-ACCOUNTS.
           ADD SRT-AML-FLAGS TO WS-CUST-AML-FLAGS.

           IF SRT-BALANCE > 0
              ADD SRT-BALANCE TO WS-CUST-CREDIT
           END-IF.

           IF WS-CUST-FIRST-OPENED = SPACES OR
              SRT-OPENED-DATE < WS-CUST-FIRST-OPENED
              MOVE SRT-OPENED-DATE TO WS-CUST-FIRST-OPENED
           END-IF.

           IF SRT-PRODUCT-POINTS > WS-CUST-PRODUCT-MAX
              MOVE SRT-PRODUCT-POINTS TO WS-CUST-PRODUCT-MAX
           END-IF.

       TH999.
           EXIT.

       RATE-ONE-CUSTOMER SECTION.
       RR010.
           PERFORM COUNT-SANCTIONS-ITEMS.

           MOVE CUSTOMER-KEY TO KYC-CUSTOMER-KEY.
           READ KYCREG
              KEY IS KYC-CUSTOMER-KEY
           END-READ.

           IF KYCREG-STATUS = '00'
              MOVE 'Y' TO WS-ON-REGISTER
              MOVE KYC-RISK-BAND TO WS-OLD-BAND
           ELSE
              IF KYCREG-STATUS NOT = '23'
                 DISPLAY 'KYCRATE - error reading register for '
                         CUSTOMER-KEY ' status=' KYCREG-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
              MOVE 'N' TO WS-ON-REGISTER
              MOVE SPACE TO WS-OLD-BAND
              MOVE SPACES TO KYC-REGISTER-RECORD
              MOVE CUSTOMER-KEY TO KYC-CUSTOMER-KEY
              IF WS-CUST-FIRST-OPENED = SPACES
                 MOVE WS-RUN-DATE TO KYC-LAST-REVIEW-DATE
              ELSE
                 MOVE WS-CUST-FIRST-OPENED TO KYC-LAST-REVIEW-DATE
              END-IF
              MOVE 'OPENING ' TO KYC-REVIEWED-BY
           END-IF.

           MOVE WS-CUST-PRODUCT-MAX TO KYC-PRODUCT-POINTS.
           IF WS-CUST-ACCOUNTS NOT < 5
              ADD 5 TO KYC-PRODUCT-POINTS
           END-IF.

           EVALUATE TRUE
              WHEN WS-CUST-AML-FLAGS > 1
                 MOVE 50 TO KYC-AML-POINTS
              WHEN WS-CUST-AML-FLAGS = 1
                 MOVE 25 TO KYC-AML-POINTS
              WHEN OTHER
                 MOVE 0 TO KYC-AML-POINTS
           END-EVALUATE.

           EVALUATE TRUE
              WHEN WS-SANC-CONFIRMED > 0
                 MOVE 100 TO KYC-SANCTIONS-POINTS
              WHEN WS-SANC-OPEN > 0
                 MOVE 50 TO KYC-SANCTIONS-POINTS
              WHEN WS-SANC-DISMISSED > 0
                 MOVE 10 TO KYC-SANCTIONS-POINTS
              WHEN OTHER
                 MOVE 0 TO KYC-SANCTIONS-POINTS
           END-EVALUATE.

           EVALUATE TRUE
              WHEN WS-CUST-CREDIT NOT < 250000
                 MOVE 20 TO KYC-BALANCE-POINTS
              WHEN WS-CUST-CREDIT NOT < 50000
                 MOVE 10 TO KYC-BALANCE-POINTS
              WHEN OTHER
                 MOVE 0 TO KYC-BALANCE-POINTS
           END-EVALUATE.

           IF CUSTOMER-ADDRESS = SPACES
              MOVE 25 TO KYC-ADDRESS-POINTS
           ELSE
              MOVE 0 TO KYC-ADDRESS-POINTS
           END-IF.

           COMPUTE WS-NEW-SCORE =
              KYC-PRODUCT-POINTS + KYC-AML-POINTS +
              KYC-SANCTIONS-POINTS + KYC-BALANCE-POINTS +
              KYC-ADDRESS-POINTS
              ON SIZE ERROR MOVE 999 TO WS-NEW-SCORE
           END-COMPUTE.

           EVALUATE TRUE
              WHEN WS-NEW-SCORE NOT < 50
                 MOVE 'H' TO WS-NEW-BAND
                 MOVE 1   TO WS-NEW-YEARS
                 ADD 1 TO WS-HIGH-CNT
              WHEN WS-NEW-SCORE NOT < 25
                 MOVE 'M' TO WS-NEW-BAND
                 MOVE 3   TO WS-NEW-YEARS
                 ADD 1 TO WS-MEDIUM-CNT
              WHEN OTHER
                 MOVE 'L' TO WS-NEW-BAND
                 MOVE 5   TO WS-NEW-YEARS
                 ADD 1 TO WS-LOW-CNT
           END-EVALUATE.

           MOVE WS-NEW-SCORE TO KYC-RISK-SCORE.
           MOVE WS-NEW-YEARS TO KYC-REVIEW-YEARS.
           MOVE WS-RUN-DATE  TO KYC-RATED-DATE.
           IF WS-NEW-BAND NOT = WS-OLD-BAND
              MOVE WS-OLD-BAND TO KYC-PREVIOUS-BAND
              MOVE WS-RUN-DATE TO KYC-BAND-CHANGED-DATE
           END-IF.
           MOVE WS-NEW-BAND  TO KYC-RISK-BAND.

           MOVE KYC-LAST-REVIEW-DATE TO WS-NEXT-DATE.
           ADD WS-NEW-YEARS TO WS-ND-YEAR.
           IF WS-ND-MONTH = '02' AND WS-ND-DAY = '29'
              MOVE '28' TO WS-ND-DAY
           END-IF.
           MOVE WS-NEXT-DATE TO KYC-NEXT-REVIEW-DATE.

           IF WS-ON-REGISTER = 'Y'
              REWRITE KYC-REGISTER-RECORD
           ELSE
              WRITE KYC-REGISTER-RECORD
           END-IF.
           IF KYCREG-STATUS NOT = '00'
              DISPLAY 'KYCRATE - error writing register for '
                      CUSTOMER-KEY ' status=' KYCREG-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-RATED-CNT.

           IF WS-NEW-BAND = WS-OLD-BAND
              GO TO RR999
           END-IF.

           EVALUATE TRUE
              WHEN WS-ON-REGISTER = 'N'
                 ADD 1 TO WS-NEW-CNT
              WHEN WS-NEW-BAND = 'H' OR
                   (WS-NEW-BAND = 'M' AND WS-OLD-BAND = 'L')
                 ADD 1 TO WS-UP-CNT
              WHEN OTHER
                 ADD 1 TO WS-DOWN-CNT
           END-EVALUATE.

           MOVE CUSTOMER-SORTCODE    TO WS-RPT-SORTCODE.
           MOVE CUSTOMER-NUMBER      TO WS-RPT-CUSTOMER.
           MOVE CUSTOMER-NAME(1:30)  TO WS-RPT-NAME.
           MOVE WS-OLD-BAND          TO WS-RPT-PREV-BAND.
           MOVE WS-NEW-BAND          TO WS-RPT-BAND.
           MOVE WS-NEW-SCORE         TO WS-RPT-SCORE.
           MOVE KYC-PRODUCT-POINTS   TO WS-RPT-PRODUCT.
           MOVE KYC-AML-POINTS       TO WS-RPT-AML.
           MOVE KYC-SANCTIONS-POINTS TO WS-RPT-SANCTIONS.
           MOVE KYC-BALANCE-POINTS   TO WS-RPT-BALANCE.
           MOVE KYC-ADDRESS-POINTS   TO WS-RPT-ADDRESS.
           MOVE KYC-NEXT-REVIEW-DATE TO WS-RPT-NEXT-REVIEW.
           WRITE KYCR-PRINT-RECORD FROM WS-RPT-DETAIL.

       RR999.
           EXIT.

      *
      * The customer's own sanctions review items, by outcome
      *
       COUNT-SANCTIONS-ITEMS SECTION.
       CS010.
           MOVE 0 TO WS-SANC-CONFIRMED WS-SANC-OPEN WS-SANC-DISMISSED.

           MOVE 'C'          TO REV-SUBJECT-TYPE.
           MOVE CUSTOMER-KEY TO REV-SUBJECT-KEY.
           MOVE LOW-VALUES   TO REV-ENTRY-ID.

           MOVE 'N' TO WS-SCAN-EXIT.
           START SANCREVW KEY NOT < REV-KEY
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-EXIT
           END-START.

           PERFORM UNTIL WS-SCAN-EXIT = 'Y'
              READ SANCREVW NEXT RECORD
                AT END MOVE 'Y' TO WS-SCAN-EXIT
              END-READ
              IF WS-SCAN-EXIT = 'N'
                 IF NOT REV-SUBJECT-CUSTOMER OR
                    REV-SUBJECT-KEY(1:16) NOT = CUSTOMER-KEY
                    MOVE 'Y' TO WS-SCAN-EXIT
                 ELSE
                    EVALUATE TRUE
                       WHEN REV-STATUS-CONFIRMED
                          ADD 1 TO WS-SANC-CONFIRMED
                       WHEN REV-STATUS-OPEN
                          ADD 1 TO WS-SANC-OPEN
                       WHEN OTHER
                          ADD 1 TO WS-SANC-DISMISSED
                    END-EVALUATE
                 END-IF
              END-IF
           END-PERFORM.

       CS999.
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
              DISPLAY 'KYCRATE - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-RATED-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE CUSTFILE.
           CLOSE ACCTFILE.
           CLOSE ACCTHLDR.
           CLOSE AMLFLAG.
           CLOSE SANCREVW.
           CLOSE KYCREG.
           CLOSE KYCRRPT.

           MOVE 'CLOSE' TO WS-PIP-FUNCTION.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

       CF999.
           EXIT.
