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
      * Monthly policy renewal run. Every policy on the policy
      * database expiring in the 60 days after the business date is
      * priced for renewal, sent a renewal notice and offered to the
      * policy system on RNWOFFER.
      *
      * The renewal premium comes from the policy's current PAYMENT
      * and the average of its cell on the PREMSTAT breakdown
      * GETAAVG writes - policy type and the first two characters of
      * the policyholder's postcode. A policy below its cell average
      * is brought up to the average, but by no more than the
      * maximum increase on the RNWCARD control card:
      *   cols 1-5   maximum increase percentage, 999V99
      * A policy at or above its cell average, or in no cell at all,
      * renews at its current premium; one with no cell is also
      * listed so it can be priced by hand, and ends the run RC 4.
      *
      * The notice is addressed from the bank's CUSTOMER record when
      * the policyholder is linked to a bank customer on CUSTXREF
      * and that customer is not flagged gone away on GONEAWAY, and
      * from the policy database's own address otherwise. Notices
      * go to RNWMAIL in the common mail item format (MAILITEM) for
      * MAILCONS, closed with a trailer.
      *
      * The offer register RNWREG remembers each policy and expiry
      * date offered, so a policy falling in two runs' windows gets
      * one offer and one notice. Every offer made is listed on the
      * RNWRPT pricing report.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENEWRUN.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RNWCARD
                  ASSIGN TO RNWCARD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS RNWCARD-STATUS.

           SELECT PREMSTAT
                  ASSIGN TO PREMSTAT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS PREMSTAT-STATUS.

           SELECT CUSTXREF
                  ASSIGN TO CUSTXREF
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS CUSTXREF-STATUS.

           SELECT CUSTFILE
                  ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CUSTOMER-KEY
                  FILE STATUS  IS CUSTFILE-STATUS.

           SELECT GONEAWAY
                  ASSIGN TO GONEAWAY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS GONE-CUSTOMER-KEY
                  FILE STATUS  IS GONEAWAY-STATUS.

           SELECT RNWREG
                  ASSIGN TO RNWREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS RNWO-KEY OF RNWREG-RECORD
                  FILE STATUS  IS RNWREG-STATUS.

           SELECT RNWOFFER
                  ASSIGN TO RNWOFFER
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS RNWOFFER-STATUS.

           SELECT RNWMAIL
                  ASSIGN TO RNWMAIL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS RNWMAIL-STATUS.

           SELECT RNWRPT
                  ASSIGN TO RNWRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS RNWRPT-STATUS.

           SELECT SORT-WORK
                  ASSIGN TO SORTWK01.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  RNWCARD.
       01  RENEWAL-CARD.
           05 CARD-MAX-INCREASE-PCT        PIC 9(3)V99.
           05 FILLER                       PIC X(75).

       FD  PREMSTAT.
       01  PREMSTAT-RECORD.
           05 STAT-POLICY-TYPE             PIC X(01).
           05 STAT-REGION                  PIC X(02).
           05 STAT-COUNT                   PIC 9(07).
           05 STAT-TOTAL                   PIC 9(11).
           05 STAT-AVERAGE                 PIC 9(09).
           05 STAT-MINIMUM                 PIC 9(09).
           05 STAT-MAXIMUM                 PIC 9(09).
           05 FILLER                       PIC X(32).

       FD  CUSTXREF.
       01  XREF-RECORD.
           05 XREF-BANK-SORTCODE           PIC 9(6).
           05 XREF-BANK-CUSTOMER           PIC 9(10).
           05 XREF-POLICY-CUSTOMER         PIC 9(10).
           05 XREF-NAME                    PIC X(40).
           05 XREF-MATCH-SOURCE            PIC X.
           05 FILLER                       PIC X(13).

       FD  CUSTFILE.
       01  VSAM-RECORD.
       COPY CUSTOMER.

       FD  GONEAWAY.
       01  GONE-AWAY-RECORD.
       COPY GONEAWAY.

       FD  RNWREG.
       01  RNWREG-RECORD.
       COPY RNWOFFER.

       FD  RNWOFFER.
       01  RNWOFFER-RECORD.
       COPY RNWOFFER.

       FD  RNWMAIL.
       01  MAIL-ITEM-RECORD.
       COPY MAILITEM.

       FD  RNWRPT.
       01  RNW-PRINT-RECORD                PIC X(133).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SRT-BANK-SORTCODE            PIC 9(6).
           05 SRT-BANK-CUSTOMER            PIC 9(10).
           05 SRT-POLICY-CUSTOMER          PIC 9(10).
           05 SRT-NAME                     PIC X(40).
           05 SRT-MATCH-SOURCE             PIC X.
           05 FILLER                       PIC X(13).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  RNWCARD-STATUS.
           05 RNWCARD-STATUS1              PIC X.
           05 RNWCARD-STATUS2              PIC X.

       01  PREMSTAT-STATUS.
           05 PREMSTAT-STATUS1             PIC X.
           05 PREMSTAT-STATUS2             PIC X.

       01  CUSTXREF-STATUS.
           05 CUSTXREF-STATUS1             PIC X.
           05 CUSTXREF-STATUS2             PIC X.

       01  CUSTFILE-STATUS.
           05 CUSTFILE-STATUS1             PIC X.
           05 CUSTFILE-STATUS2             PIC X.

       01  GONEAWAY-STATUS.
           05 GONEAWAY-STATUS1             PIC X.
           05 GONEAWAY-STATUS2             PIC X.

       01  RNWREG-STATUS.
           05 RNWREG-STATUS1               PIC X.
           05 RNWREG-STATUS2               PIC X.

       01  RNWOFFER-STATUS.
           05 RNWOFFER-STATUS1             PIC X.
           05 RNWOFFER-STATUS2             PIC X.

       01  RNWMAIL-STATUS.
           05 RNWMAIL-STATUS1              PIC X.
           05 RNWMAIL-STATUS2              PIC X.

       01  RNWRPT-STATUS.
           05 RNWRPT-STATUS1               PIC X.
           05 RNWRPT-STATUS2               PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.
       01 WS-POL-EXIT                      PIC X    VALUE 'N'.
       01 WS-XREF-EXIT                     PIC X    VALUE 'N'.

       01 WS-MAX-INCREASE-PCT              PIC 9(3)V99.

       01 WS-SELECTED-CNT                  PIC 9(7) VALUE 0.
       01 WS-ALREADY-CNT                   PIC 9(7) VALUE 0.
       01 WS-OFFERED-CNT                   PIC 9(7) VALUE 0.
       01 WS-AVERAGE-CNT                   PIC 9(7) VALUE 0.
       01 WS-CAPPED-CNT                    PIC 9(7) VALUE 0.
       01 WS-HELD-CNT                      PIC 9(7) VALUE 0.
       01 WS-NO-CELL-CNT                   PIC 9(7) VALUE 0.
       01 WS-BANK-ADDR-CNT                 PIC 9(7) VALUE 0.
       01 WS-POLICY-ADDR-CNT               PIC 9(7) VALUE 0.

      *
      * The PREMSTAT cells, one per policy type and region
      *
       01 WS-CELL-MAX                      PIC 9(5) COMP VALUE 2000.
       01 WS-CELL-TABLE.
           05 WS-CELL-USED                 PIC 9(5) COMP VALUE 0.
           05 WS-CELL-ENTRY OCCURS 2000 TIMES.
              10 WS-CE-POLICY-TYPE         PIC X.
              10 WS-CE-REGION              PIC X(2).
              10 WS-CE-COUNT               PIC 9(7).
              10 WS-CE-AVERAGE             PIC 9(9).
       01 WS-CELL-NDX                      PIC 9(5) COMP.
       01 WS-CELL-FOUND                    PIC 9(5) COMP.

       01 WS-AS-OF-DATE                    PIC X(10).

       01 WS-POLICY-FETCH.
           05 WS-PF-POLICY-NO              PIC S9(9) COMP.
           05 WS-PF-CUSTOMER               PIC S9(9) COMP.
           05 WS-PF-POLICY-TYPE            PIC X(1).
           05 WS-PF-PAYMENT                PIC S9(7)V99 COMP-3.
           05 WS-PF-EXPIRY                 PIC X(10).
           05 WS-PF-REGION                 PIC X(2).
           05 WS-PF-FIRSTNAME              PIC X(10).
           05 WS-PF-LASTNAME               PIC X(20).
           05 WS-PF-HOUSENUMBER            PIC X(4).
           05 WS-PF-HOUSENAME              PIC X(20).
           05 WS-PF-POSTCODE               PIC X(8).

       01 WS-LINKED                        PIC X.
       01 WS-CURRENT-PREMIUM               PIC S9(9)V99 COMP-3.
       01 WS-CAP-PREMIUM                   PIC S9(9)V99 COMP-3.
       01 WS-RENEWAL-PREMIUM               PIC S9(9)V99 COMP-3.
       01 WS-INCREASE-PCT                  PIC S9(5)V99 COMP-3.
       01 WS-BASIS                         PIC X.

      *
      * The addressee of the notice being written
      *
       01 WS-ADDRESSEE.
           05 WS-AD-NAME                   PIC X(60).
           05 WS-AD-ADDRESS                PIC X(160).
           05 WS-AD-POSTCODE               PIC X(8).
           05 WS-AD-CUSTOMER-KEY.
              10 WS-AD-SORTCODE            PIC 9(6).
              10 WS-AD-CUSTOMER            PIC 9(10).
           05 WS-AD-SOURCE                 PIC X.

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

       01 WS-MAIL-ITEM-CNT                 PIC 9(7) VALUE 0.
       01 WS-MAIL-LINE-CNT                 PIC 9(9) VALUE 0.
       01 WS-MAIL-LINE-NUMBER              PIC 9(5).
       01 WS-MAIL-PRINT-LINE               PIC X(133).
       01 WS-MAIL-CONTROL-LINE             PIC X(133) VALUE SPACES.
       01 WS-ADDR-SUB                      PIC 9(3) COMP.

      *
      * The renewal notice
      *
       01 WS-NTC-HEADER.
           05 FILLER                       PIC X    VALUE '1'.
           05 FILLER                       PIC X(35)
                 VALUE 'POLICY RENEWAL NOTICE              '.
           05 WS-NTC-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(87) VALUE SPACES.

       01 WS-NTC-NAME-LINE.
           05 FILLER                       PIC X    VALUE '0'.
           05 WS-NTC-NAME                  PIC X(60).
           05 FILLER                       PIC X(72) VALUE SPACES.

       01 WS-NTC-ADDR-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-NTC-ADDR                  PIC X(40).
           05 FILLER                       PIC X(92) VALUE SPACES.

       01 WS-NTC-POLICY-LINE.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(14)
                 VALUE 'POLICY NUMBER '.
           05 WS-NTC-POLICY-NO             PIC 9(10).
           05 FILLER                       PIC X(8) VALUE '  TYPE '.
           05 WS-NTC-POLICY-TYPE           PIC X.
           05 FILLER                       PIC X(18)
                 VALUE '  COVER RENEWS ON '.
           05 WS-NTC-EXPIRY                PIC X(10).
           05 FILLER                       PIC X(71) VALUE SPACES.

       01 WS-NTC-PREMIUM-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(16)
                 VALUE 'CURRENT PREMIUM '.
           05 WS-NTC-CURRENT               PIC Z(6)9.99.
           05 FILLER                       PIC X(20)
                 VALUE '    RENEWAL PREMIUM '.
           05 WS-NTC-RENEWAL               PIC Z(6)9.99.
           05 FILLER                       PIC X(76) VALUE SPACES.

       01 WS-NTC-BODY-LINE.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(45) VALUE
              'YOUR COVER WILL RENEW AT THE RENEWAL PREMIUM '.
           05 FILLER                       PIC X(50) VALUE
              'SHOWN UNLESS YOU TELL US BEFORE THE RENEWAL DATE.'.
           05 FILLER                       PIC X(37) VALUE SPACES.

      *
      * The pricing report
      *
       01 WS-RPT-HEADER.
           05 FILLER                       PIC X    VALUE '1'.
           05 FILLER                       PIC X(35)
                 VALUE 'RENEWRUN POLICY RENEWAL PRICING    '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(18)
                 VALUE '  MAX INCREASE % '.
           05 WS-RPT-HDR-PCT               PIC ZZ9.99.
           05 FILLER                       PIC X(63) VALUE SPACES.

       01 WS-RPT-COLUMNS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(53) VALUE
              'POLICY      T RG  EXPIRES        CURRENT   CELL AVG'.
           05 FILLER                       PIC X(31) VALUE
              'IN CELL     RENEWAL   INC % B A'.
           05 FILLER                       PIC X(48) VALUE SPACES.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-POLICY-NO             PIC 9(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-POLICY-TYPE           PIC X.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-REGION                PIC X(2).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-EXPIRY                PIC X(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-CURRENT               PIC Z(6)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-AVERAGE               PIC Z(8)9.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-CELL-COUNT            PIC Z(6)9.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-RENEWAL               PIC Z(6)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-INCREASE              PIC ZZ9.99.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-BASIS                 PIC X.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-ADDR-SOURCE           PIC X.
           05 FILLER                       PIC X(48) VALUE SPACES.

       01 WS-RPT-SUMMARY.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(8) VALUE 'OFFERED '.
           05 WS-RPT-SUM-OFFERED           PIC ZZZZZZ9.
           05 FILLER                       PIC X(10) VALUE ' AVERAGE '.
           05 WS-RPT-SUM-AVERAGE           PIC ZZZZZZ9.
           05 FILLER                       PIC X(8) VALUE ' CAPPED '.
           05 WS-RPT-SUM-CAPPED            PIC ZZZZZZ9.
           05 FILLER                       PIC X(6) VALUE ' HELD '.
           05 WS-RPT-SUM-HELD              PIC ZZZZZZ9.
           05 FILLER                       PIC X(9) VALUE ' NO CELL '.
           05 WS-RPT-SUM-NO-CELL           PIC ZZZZZZ9.
           05 FILLER                       PIC X(17)
                 VALUE ' ALREADY OFFERED '.
           05 WS-RPT-SUM-ALREADY           PIC ZZZZZZ9.
           05 FILLER                       PIC X(32) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'RENEWRUN'.
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
           DISPLAY 'Started RENEWRUN.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-AS-OF-DATE
                               WS-NTC-HDR-DATE
                               WS-RPT-HDR-DATE.

           PERFORM READ-CONTROL-CARD.
           MOVE WS-MAX-INCREASE-PCT TO WS-RPT-HDR-PCT.

           PERFORM OPEN-FILES.

           WRITE RNW-PRINT-RECORD FROM WS-RPT-HEADER.
           WRITE RNW-PRINT-RECORD FROM WS-RPT-COLUMNS.

           PERFORM LOAD-PREMSTAT-CELLS.
           PERFORM OPEN-RENEWAL-CURSOR.

           SORT SORT-WORK
              ON ASCENDING KEY SRT-POLICY-CUSTOMER
              USING CUSTXREF
              OUTPUT PROCEDURE IS PRICE-THE-RENEWALS.

           EXEC SQL
              CLOSE RNWPOL-CSR
           END-EXEC.

           MOVE WS-OFFERED-CNT TO WS-RPT-SUM-OFFERED.
           MOVE WS-AVERAGE-CNT TO WS-RPT-SUM-AVERAGE.
           MOVE WS-CAPPED-CNT  TO WS-RPT-SUM-CAPPED.
           MOVE WS-HELD-CNT    TO WS-RPT-SUM-HELD.
           MOVE WS-NO-CELL-CNT TO WS-RPT-SUM-NO-CELL.
           MOVE WS-ALREADY-CNT TO WS-RPT-SUM-ALREADY.
           WRITE RNW-PRINT-RECORD FROM WS-RPT-SUMMARY.

           MOVE WS-RPT-SUMMARY TO WS-MAIL-CONTROL-LINE.
           PERFORM WRITE-MAIL-TRAILER.

           DISPLAY 'RENEWRUN expiring ' WS-SELECTED-CNT
                   ': offered ' WS-OFFERED-CNT ' (average '
                   WS-AVERAGE-CNT ', capped ' WS-CAPPED-CNT
                   ', held ' WS-HELD-CNT ', no cell ' WS-NO-CELL-CNT
                   '), already offered ' WS-ALREADY-CNT
                   ', notices to bank address ' WS-BANK-ADDR-CNT
                   ', to policy address ' WS-POLICY-ADDR-CNT '.'.

           IF WS-NO-CELL-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       READ-CONTROL-CARD SECTION.
       RC010.
           OPEN INPUT RNWCARD.
           IF RNWCARD-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening RNWCARD file, status='
                       RNWCARD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           READ RNWCARD
             AT END
               DISPLAY 'RENEWRUN - control card missing, run refused'
               CLOSE RNWCARD
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-READ.

           IF CARD-MAX-INCREASE-PCT NOT NUMERIC
              DISPLAY 'RENEWRUN - control card bad, run refused'
              CLOSE RNWCARD
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE CARD-MAX-INCREASE-PCT TO WS-MAX-INCREASE-PCT.
           CLOSE RNWCARD.

       RC999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT PREMSTAT.
           IF PREMSTAT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening PREMSTAT file, status='
                       PREMSTAT-STATUS
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

           OPEN INPUT GONEAWAY.
           IF GONEAWAY-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening GONEAWAY file, status='
                       GONEAWAY-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O RNWREG.
           IF RNWREG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening RNWREG file, status='
                       RNWREG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT RNWOFFER.
           IF RNWOFFER-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening RNWOFFER file, status='
                       RNWOFFER-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT RNWMAIL.
           IF RNWMAIL-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening RNWMAIL file, status='
                       RNWMAIL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT RNWRPT.
           IF RNWRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening RNWRPT file, status='
                       RNWRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * Every PREMSTAT cell into the table. A table too small to
      * hold them stops the run rather than price policies as if
      * their cell did not exist
      *
       LOAD-PREMSTAT-CELLS SECTION.
       LC010.
           MOVE 'N' TO WS-EXIT.
           READ PREMSTAT
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              IF WS-CELL-USED NOT < WS-CELL-MAX
                 DISPLAY 'RENEWRUN - more than ' WS-CELL-MAX
                         ' PREMSTAT cells, run refused'
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
              ADD 1 TO WS-CELL-USED
              MOVE STAT-POLICY-TYPE TO WS-CE-POLICY-TYPE(WS-CELL-USED)
              MOVE STAT-REGION      TO WS-CE-REGION(WS-CELL-USED)
              MOVE STAT-COUNT       TO WS-CE-COUNT(WS-CELL-USED)
              MOVE STAT-AVERAGE     TO WS-CE-AVERAGE(WS-CELL-USED)
              READ PREMSTAT
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

       LC999.
           EXIT.

      *
      * Policies expiring after the business date and within the
      * next 60 days, with the policyholder's own name and address,
      * in policyholder order to match the sorted links against
      *
       OPEN-RENEWAL-CURSOR SECTION.
       OC010.

           EXEC SQL
              DECLARE RNWPOL-CSR CURSOR FOR
              SELECT P.POLICYNUMBER, P.CUSTOMERNUMBER,
                     P.POLICYTYPE, P.PAYMENT,
                     CHAR(P.EXPIRYDATE, ISO),
                     SUBSTR(C.POSTCODE, 1, 2),
                     C.FIRSTNAME, C.LASTNAME,
                     C.HOUSENUMBER, C.HOUSENAME, C.POSTCODE
              FROM POLICY P
              INNER JOIN CUSTOMER C
              ON C.CUSTOMERNUMBER = P.CUSTOMERNUMBER
              WHERE P.EXPIRYDATE >  DATE(:WS-AS-OF-DATE)
                AND P.EXPIRYDATE <= DATE(:WS-AS-OF-DATE) + 60 DAYS
              ORDER BY P.CUSTOMERNUMBER, P.POLICYNUMBER
           END-EXEC.

           EXEC SQL
              OPEN RNWPOL-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'RENEWRUN - policy cursor open failed, '
                      'SQLCODE=' SQLCODE
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       OC999.
           EXIT.

      *
      * Two-stream match: the cursor's policies against the links
      * sorted into policyholder order
      *
       PRICE-THE-RENEWALS SECTION.
       PR010.
           MOVE 'N' TO WS-XREF-EXIT.
           RETURN SORT-WORK
             AT END MOVE 'Y' TO WS-XREF-EXIT
           END-RETURN.

           PERFORM FETCH-ONE-RENEWAL.

           PERFORM UNTIL WS-POL-EXIT = 'Y'
              ADD 1 TO WS-SELECTED-CNT
              PERFORM FIND-THE-LINK
              PERFORM PRICE-ONE-RENEWAL
              PERFORM FETCH-ONE-RENEWAL
           END-PERFORM.

       PR999.
           EXIT.

       FETCH-ONE-RENEWAL SECTION.
       FR010.

           EXEC SQL
              FETCH RNWPOL-CSR
              INTO :WS-PF-POLICY-NO,
                   :WS-PF-CUSTOMER,
                   :WS-PF-POLICY-TYPE,
                   :WS-PF-PAYMENT,
                   :WS-PF-EXPIRY,
                   :WS-PF-REGION,
                   :WS-PF-FIRSTNAME,
                   :WS-PF-LASTNAME,
                   :WS-PF-HOUSENUMBER,
                   :WS-PF-HOUSENAME,
                   :WS-PF-POSTCODE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-POL-EXIT
              GO TO FR999
           END-IF.

           IF SQLCODE NOT = 0
              DISPLAY 'RENEWRUN - fetch failed, SQLCODE=' SQLCODE
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       FR999.
           EXIT.

      *
      * Step the links up to this policyholder; linked when one
      * lands on it
      *
       FIND-THE-LINK SECTION.
       FL010.
           MOVE 'N' TO WS-LINKED.

           PERFORM UNTIL WS-XREF-EXIT = 'Y' OR
                         SRT-POLICY-CUSTOMER NOT < WS-PF-CUSTOMER
              RETURN SORT-WORK
                AT END MOVE 'Y' TO WS-XREF-EXIT
              END-RETURN
           END-PERFORM.

           IF WS-XREF-EXIT = 'N'
              IF SRT-POLICY-CUSTOMER = WS-PF-CUSTOMER
                 MOVE 'Y' TO WS-LINKED
              END-IF
           END-IF.

       FL999.
           EXIT.

       PRICE-ONE-RENEWAL SECTION.
       PO010.
           MOVE WS-PF-POLICY-NO TO RNWO-POLICY-NUMBER OF RNWREG-RECORD.
           MOVE WS-PF-EXPIRY    TO RNWO-EXPIRY-DATE OF RNWREG-RECORD.
           READ RNWREG
              KEY IS RNWO-KEY OF RNWREG-RECORD
           END-READ.

           IF RNWREG-STATUS = '00'
              ADD 1 TO WS-ALREADY-CNT
              GO TO PO999
           END-IF.

           IF RNWREG-STATUS NOT = '23'
              DISPLAY 'RENEWRUN - error reading RNWREG, status='
                      RNWREG-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM FIND-PREMSTAT-CELL.
           PERFORM SET-RENEWAL-PREMIUM.
           PERFORM SET-ADDRESSEE.

           INITIALIZE RNWOFFER-RECORD.
           MOVE WS-PF-POLICY-NO
              TO RNWO-POLICY-NUMBER OF RNWOFFER-RECORD.
           MOVE WS-PF-EXPIRY
              TO RNWO-EXPIRY-DATE OF RNWOFFER-RECORD.
           MOVE WS-PF-CUSTOMER
              TO RNWO-POLICY-CUSTOMER OF RNWOFFER-RECORD.
           MOVE WS-PF-POLICY-TYPE
              TO RNWO-POLICY-TYPE OF RNWOFFER-RECORD.
           MOVE WS-PF-REGION
              TO RNWO-REGION OF RNWOFFER-RECORD.
           MOVE WS-CURRENT-PREMIUM
              TO RNWO-CURRENT-PREMIUM OF RNWOFFER-RECORD.
           IF WS-CELL-FOUND NOT = 0
              MOVE WS-CE-AVERAGE(WS-CELL-FOUND)
                 TO RNWO-CELL-AVERAGE OF RNWOFFER-RECORD
              MOVE WS-CE-COUNT(WS-CELL-FOUND)
                 TO RNWO-CELL-COUNT OF RNWOFFER-RECORD
           END-IF.
           MOVE WS-RENEWAL-PREMIUM
              TO RNWO-RENEWAL-PREMIUM OF RNWOFFER-RECORD.
           MOVE WS-INCREASE-PCT
              TO RNWO-INCREASE-PCT OF RNWOFFER-RECORD.
           MOVE WS-BASIS
              TO RNWO-BASIS OF RNWOFFER-RECORD.
           MOVE WS-AD-SOURCE
              TO RNWO-ADDRESS-SOURCE OF RNWOFFER-RECORD.
           IF WS-LINKED = 'Y'
              MOVE SRT-BANK-SORTCODE
                 TO RNWO-BANK-SORTCODE OF RNWOFFER-RECORD
              MOVE SRT-BANK-CUSTOMER
                 TO RNWO-BANK-CUSTOMER OF RNWOFFER-RECORD
           END-IF.
           MOVE WS-RUN-DATE
              TO RNWO-OFFER-DATE OF RNWOFFER-RECORD.

           PERFORM WRITE-RENEWAL-NOTICE.

           MOVE RNWOFFER-RECORD TO RNWREG-RECORD.
           WRITE RNWREG-RECORD.
           IF RNWREG-STATUS NOT = '00'
              DISPLAY 'RENEWRUN - error writing RNWREG, status='
                      RNWREG-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           WRITE RNWOFFER-RECORD.
           IF RNWOFFER-STATUS NOT = '00'
              DISPLAY 'RENEWRUN - error writing RNWOFFER, status='
                      RNWOFFER-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-OFFERED-CNT.
           PERFORM REPORT-ONE-OFFER.

       PO999.
           EXIT.

       FIND-PREMSTAT-CELL SECTION.
       FC010.
           MOVE 0 TO WS-CELL-FOUND.

           PERFORM VARYING WS-CELL-NDX FROM 1 BY 1
                   UNTIL WS-CELL-NDX > WS-CELL-USED OR
                         WS-CELL-FOUND NOT = 0
              IF WS-CE-POLICY-TYPE(WS-CELL-NDX) = WS-PF-POLICY-TYPE AND
                 WS-CE-REGION(WS-CELL-NDX) = WS-PF-REGION
                 MOVE WS-CELL-NDX TO WS-CELL-FOUND
              END-IF
           END-PERFORM.

       FC999.
           EXIT.

      *
      * Up to the cell average, no more than the maximum increase
      * above the current premium. A policy with no current premium
      * has nothing to cap from and takes the average
      *
       SET-RENEWAL-PREMIUM SECTION.
       SR010.
           MOVE WS-PF-PAYMENT TO WS-CURRENT-PREMIUM.
           MOVE WS-CURRENT-PREMIUM TO WS-RENEWAL-PREMIUM.
           MOVE 0 TO WS-INCREASE-PCT.

           IF WS-CELL-FOUND = 0
              MOVE 'N' TO WS-BASIS
              ADD 1 TO WS-NO-CELL-CNT
              DISPLAY 'RENEWRUN - policy ' WS-PF-POLICY-NO
                      ' type ' WS-PF-POLICY-TYPE ' region '
                      WS-PF-REGION ' has no PREMSTAT cell, '
                      'renewal at current premium'
              GO TO SR999
           END-IF.

           IF WS-CE-AVERAGE(WS-CELL-FOUND) NOT > WS-CURRENT-PREMIUM
              MOVE 'H' TO WS-BASIS
              ADD 1 TO WS-HELD-CNT
              GO TO SR999
           END-IF.

           MOVE WS-CE-AVERAGE(WS-CELL-FOUND) TO WS-RENEWAL-PREMIUM.
           MOVE 'A' TO WS-BASIS.

           IF WS-CURRENT-PREMIUM > 0
              COMPUTE WS-CAP-PREMIUM ROUNDED =
                 WS-CURRENT-PREMIUM * (100 + WS-MAX-INCREASE-PCT) / 100
              IF WS-RENEWAL-PREMIUM > WS-CAP-PREMIUM
                 MOVE WS-CAP-PREMIUM TO WS-RENEWAL-PREMIUM
                 MOVE 'C' TO WS-BASIS
              END-IF
              COMPUTE WS-INCREASE-PCT ROUNDED =
                 (WS-RENEWAL-PREMIUM - WS-CURRENT-PREMIUM) * 100
                    / WS-CURRENT-PREMIUM
           END-IF.

           IF WS-BASIS = 'C'
              ADD 1 TO WS-CAPPED-CNT
           ELSE
              ADD 1 TO WS-AVERAGE-CNT
           END-IF.

       SR999.
           EXIT.

      *
      * The bank's address for a linked policyholder, unless the
      * bank has had post for them come back; the policy database's
      * own address otherwise
      *
       SET-ADDRESSEE SECTION.
       SD010.
           IF WS-LINKED = 'Y'
              MOVE SRT-BANK-SORTCODE TO CUSTOMER-SORTCODE
              MOVE SRT-BANK-CUSTOMER TO CUSTOMER-NUMBER
              READ CUSTFILE
                 KEY IS CUSTOMER-KEY
              END-READ
              IF CUSTFILE-STATUS = '00'
                 MOVE CUSTOMER-KEY TO GONE-CUSTOMER-KEY
                 READ GONEAWAY
                    KEY IS GONE-CUSTOMER-KEY
                 END-READ
                 IF GONEAWAY-STATUS NOT = '00' AND
                    GONEAWAY-STATUS NOT = '23'
                    DISPLAY 'RENEWRUN - error reading gone-away '
                            'register, status=' GONEAWAY-STATUS
                    MOVE 12 TO RETURN-CODE
                    PERFORM PROGRAM-DONE
                 END-IF
                 IF GONEAWAY-STATUS = '23' OR NOT GONE-AWAY
                    MOVE CUSTOMER-NAME    TO WS-AD-NAME
                    MOVE CUSTOMER-ADDRESS TO WS-AD-ADDRESS
                    MOVE SPACES           TO WS-AD-POSTCODE
                    MOVE CUSTOMER-KEY     TO WS-AD-CUSTOMER-KEY
                    MOVE 'B'              TO WS-AD-SOURCE
                    ADD 1 TO WS-BANK-ADDR-CNT
                    GO TO SD999
                 END-IF
              END-IF
           END-IF.

           MOVE SPACES TO WS-AD-NAME.
           STRING WS-PF-FIRSTNAME DELIMITED BY '  '
                  ' '             DELIMITED BY SIZE
                  WS-PF-LASTNAME  DELIMITED BY '  '
              INTO WS-AD-NAME
           END-STRING.

           MOVE SPACES TO WS-AD-ADDRESS.
           STRING WS-PF-HOUSENUMBER DELIMITED BY '  '
                  ' '               DELIMITED BY SIZE
                  WS-PF-HOUSENAME   DELIMITED BY '  '
              INTO WS-AD-ADDRESS(1:40)
           END-STRING.
           MOVE WS-PF-POSTCODE TO WS-AD-ADDRESS(41:8).
           MOVE WS-PF-POSTCODE TO WS-AD-POSTCODE.
           MOVE 0              TO WS-AD-SORTCODE WS-AD-CUSTOMER.
           MOVE 'P'            TO WS-AD-SOURCE.
           ADD 1 TO WS-POLICY-ADDR-CNT.

       SD999.
           EXIT.

       WRITE-RENEWAL-NOTICE SECTION.
       WN010.
           PERFORM START-MAIL-ITEM.

           MOVE WS-NTC-HEADER TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           MOVE WS-AD-NAME TO WS-NTC-NAME.
           MOVE WS-NTC-NAME-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           PERFORM VARYING WS-ADDR-SUB FROM 1 BY 40
                   UNTIL WS-ADDR-SUB > 121
              IF WS-AD-ADDRESS(WS-ADDR-SUB:40) NOT = SPACES
                 MOVE WS-AD-ADDRESS(WS-ADDR-SUB:40) TO WS-NTC-ADDR
                 MOVE WS-NTC-ADDR-LINE TO WS-MAIL-PRINT-LINE
                 PERFORM WRITE-MAIL-LINE
              END-IF
           END-PERFORM.

           MOVE WS-PF-POLICY-NO   TO WS-NTC-POLICY-NO.
           MOVE WS-PF-POLICY-TYPE TO WS-NTC-POLICY-TYPE.
           MOVE WS-PF-EXPIRY      TO WS-NTC-EXPIRY.
           MOVE WS-NTC-POLICY-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           MOVE WS-CURRENT-PREMIUM TO WS-NTC-CURRENT.
           MOVE WS-RENEWAL-PREMIUM TO WS-NTC-RENEWAL.
           MOVE WS-NTC-PREMIUM-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           MOVE WS-NTC-BODY-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

       WN999.
           EXIT.

       REPORT-ONE-OFFER SECTION.
       RO010.
           MOVE WS-PF-POLICY-NO    TO WS-RPT-POLICY-NO.
           MOVE WS-PF-POLICY-TYPE  TO WS-RPT-POLICY-TYPE.
           MOVE WS-PF-REGION       TO WS-RPT-REGION.
           MOVE WS-PF-EXPIRY       TO WS-RPT-EXPIRY.
           MOVE WS-CURRENT-PREMIUM TO WS-RPT-CURRENT.
           IF WS-CELL-FOUND = 0
              MOVE 0 TO WS-RPT-AVERAGE WS-RPT-CELL-COUNT
           ELSE
              MOVE WS-CE-AVERAGE(WS-CELL-FOUND) TO WS-RPT-AVERAGE
              MOVE WS-CE-COUNT(WS-CELL-FOUND)   TO WS-RPT-CELL-COUNT
           END-IF.
           MOVE WS-RENEWAL-PREMIUM TO WS-RPT-RENEWAL.
           MOVE WS-INCREASE-PCT    TO WS-RPT-INCREASE.
           MOVE WS-BASIS           TO WS-RPT-BASIS.
           MOVE WS-AD-SOURCE       TO WS-RPT-ADDR-SOURCE.
           WRITE RNW-PRINT-RECORD FROM WS-RPT-DETAIL.

       RO999.
           EXIT.

       START-MAIL-ITEM SECTION.
       SM010.
           ADD 1 TO WS-MAIL-ITEM-CNT.
           MOVE 0 TO WS-MAIL-LINE-NUMBER.

           MOVE SPACES             TO MAIL-ITEM-RECORD.
           MOVE 0                  TO MAIL-ENVELOPE-NUMBER.
           MOVE 'RENEWRUN'         TO MAIL-SOURCE.
           MOVE WS-MAIL-ITEM-CNT   TO MAIL-ITEM-NUMBER.
           SET MAIL-ITEM-HEADER    TO TRUE.
           MOVE 0                  TO MAIL-LINE-NUMBER.
           MOVE WS-AD-NAME         TO MAIL-NAME.
           MOVE WS-AD-ADDRESS      TO MAIL-ADDRESS.
           MOVE WS-AD-POSTCODE     TO MAIL-POSTCODE.
           MOVE WS-AD-CUSTOMER-KEY TO MAIL-CUSTOMER-KEY.
           PERFORM PUT-MAIL-RECORD.

       SM999.
           EXIT.

       WRITE-MAIL-LINE SECTION.
       WM010.
           ADD 1 TO WS-MAIL-LINE-NUMBER.
           ADD 1 TO WS-MAIL-LINE-CNT.

           MOVE SPACES              TO MAIL-ITEM-RECORD.
           MOVE 0                   TO MAIL-ENVELOPE-NUMBER.
           MOVE 'RENEWRUN'          TO MAIL-SOURCE.
           MOVE WS-MAIL-ITEM-CNT    TO MAIL-ITEM-NUMBER.
           SET MAIL-ITEM-LINE       TO TRUE.
           MOVE WS-MAIL-LINE-NUMBER TO MAIL-LINE-NUMBER.
           MOVE WS-MAIL-PRINT-LINE  TO MAIL-PRINT-LINE.
           PERFORM PUT-MAIL-RECORD.

       WM999.
           EXIT.

      *
      * Closes a complete run's notices with their counts, so
      * MAILCONS can tell a complete file from a cut-short one
      *
       WRITE-MAIL-TRAILER SECTION.
       WT010.
           MOVE SPACES           TO MAIL-ITEM-RECORD.
           MOVE 0                TO MAIL-ENVELOPE-NUMBER.
           MOVE 'RENEWRUN'       TO MAIL-SOURCE.
           MOVE 0                TO MAIL-ITEM-NUMBER.
           SET MAIL-TRAILER      TO TRUE.
           MOVE 0                TO MAIL-LINE-NUMBER.
           MOVE WS-MAIL-ITEM-CNT TO MAIL-ITEM-COUNT.
           MOVE WS-MAIL-LINE-CNT TO MAIL-LINE-COUNT.
           MOVE WS-MAIL-CONTROL-LINE TO MAIL-CONTROL-LINE.
           PERFORM PUT-MAIL-RECORD.

       WT999.
           EXIT.

       PUT-MAIL-RECORD SECTION.
       PU010.
           WRITE MAIL-ITEM-RECORD.
           IF RNWMAIL-STATUS NOT = '00'
              DISPLAY 'RENEWRUN - error writing RNWMAIL, status='
                      RNWMAIL-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       PU999.
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
              DISPLAY 'RENEWRUN - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-OFFERED-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE PREMSTAT.
           CLOSE CUSTFILE.
           CLOSE GONEAWAY.
           CLOSE RNWREG.
           CLOSE RNWOFFER.
           CLOSE RNWMAIL.
           CLOSE RNWRPT.

       CF999.
           EXIT.
