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
      * Month-end expected credit loss provisioning for the loan
      * book. Every open LOAN account (class L on the PRODMST
      * product master) that still owes is provided against at a
      * rate from the ECLCTL control card, applied to what it owes.
      * The rate depends on the loan's ARREARS bucket as DELINQ
      * last set it - CUR, 30, 60 or 90+, a loan DELINQ has not
      * taken up yet counting as CUR - and on whether the loan is
      * reamortized (on REAMORT's REAMREG register) or in dispute
      * (a DISPREG dispute on the loan still raised or
      * provisionally credited). The card carries a standard,
      * a reamortized and a disputed rate for each bucket; a loan
      * that is both is provided at the higher of the two.
      *
      * The month's provision by sortcode and bucket is kept on
      * the ECLHIST history, and ECLRPT sets each one against the
      * month before with the movement. The change in each
      * sortcode's provision is posted straight to the GLSUM
      * general ledger summary on the run date (PARM='YYYY-MM-DD',
      * default the business date), both sides in sterling - the
      * PROV loan-loss provision line and its exact-negative IMPX
      * impairment charge - so the book still balances and
      * GLCLOSE carries both into the month's trial balance. A
      * month already provided, or one GLCLOSE has closed, is
      * refused before anything posts. A loan not in sterling is
      * left out, listed, and ends the run RC 4.
      *
      * A loan LOANWOFF has written off since last month's run
      * has already been charged to PROV at its full balance, so
      * each sortcode's write-offs in sterling from the WOFFREG
      * register are shown on a W/O line as provision used up:
      * they come off last month's provision, and the movement
      * posted puts that much back.
      *
      * ECLCTL is one card of twelve rates, each a percentage to
      * two places with no point (00150 = 1.50%), at or below 100:
      *   cols  1-20 standard rates    CUR, 30, 60, 90+
      *   cols 21-40 reamortized rates CUR, 30, 60, 90+
      *   cols 41-60 disputed rates    CUR, 30, 60, 90+
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECLPROV.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECLCTL
                  ASSIGN TO ECLCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS ECLCTL-STATUS.

           SELECT ACCTFILE
                  ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT ARREARS
                  ASSIGN TO ARREARS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ARR-LOAN-NUMBER
                  FILE STATUS  IS ARREARS-STATUS.

           SELECT REAMREG
                  ASSIGN TO REAMREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS REAM-LOAN-NUMBER
                  FILE STATUS  IS REAMREG-STATUS.

           SELECT DISPREG
                  ASSIGN TO DISPREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DISP-KEY
                  FILE STATUS  IS DISPREG-STATUS.

           SELECT ECLHIST
                  ASSIGN TO ECLHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ECLH-KEY
                  FILE STATUS  IS ECLHIST-STATUS.

           SELECT WOFFREG
                  ASSIGN TO WOFFREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WOFF-LOAN-NUMBER
                  FILE STATUS  IS WOFFREG-STATUS.

           SELECT GLSUM
                  ASSIGN TO GLSUM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS GLS-KEY
                  FILE STATUS  IS GLSUM-STATUS.

           SELECT ECLRPT
                  ASSIGN TO ECLRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS ECLRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  ECLCTL.
       01  ECL-CONTROL-CARD.
           05 ECC-RATES.
              10 ECC-RATE-SET OCCURS 3 TIMES.
                 15 ECC-RATE               PIC 9(3)V99
                                           OCCURS 4 TIMES.
           05 FILLER                       PIC X(20).

       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  ARREARS.
       01  ARREARS-RECORD.
           05 ARR-LOAN-NUMBER              PIC 9(8).
           05 ARR-PERIODS-DUE              PIC 9(3).
           05 ARR-EXPECTED-TO-DATE         PIC S9(11)V99 COMP-3.
           05 ARR-RECEIVED-TO-DATE         PIC S9(11)V99 COMP-3.
           05 ARR-ARREARS-AMOUNT           PIC S9(11)V99 COMP-3.
           05 ARR-BUCKET                   PIC X(3).
           05 FILLER                       PIC X(45).

       FD  REAMREG.
       01  REAMORTIZATION-RECORD.
       COPY REAMREG.

       FD  DISPREG.
       01  DISPUTE-RECORD.
       COPY DISPREG.

       FD  ECLHIST.
       01  PROVISION-HISTORY-RECORD.
       COPY ECLHIST.

       FD  WOFFREG.
       01  WRITE-OFF-RECORD.
       COPY WOFFREG.

       FD  GLSUM.
       01  GL-SUMMARY-RECORD.
       COPY GLSUM.

       FD  ECLRPT.
       01  ECL-PRINT-RECORD                PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  ECLCTL-STATUS.
           05 ECLCTL-STATUS1               PIC X.
           05 ECLCTL-STATUS2               PIC X.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  ARREARS-STATUS.
           05 ARREARS-STATUS1              PIC X.
           05 ARREARS-STATUS2              PIC X.

       01  REAMREG-STATUS.
           05 REAMREG-STATUS1              PIC X.
           05 REAMREG-STATUS2              PIC X.

       01  DISPREG-STATUS.
           05 DISPREG-STATUS1              PIC X.
           05 DISPREG-STATUS2              PIC X.

       01  ECLHIST-STATUS.
           05 ECLHIST-STATUS1              PIC X.
           05 ECLHIST-STATUS2              PIC X.

       01  WOFFREG-STATUS.
           05 WOFFREG-STATUS1              PIC X.
           05 WOFFREG-STATUS2              PIC X.

       01  GLSUM-STATUS.
           05 GLSUM-STATUS1                PIC X.
           05 GLSUM-STATUS2                PIC X.

       01  ECLRPT-STATUS.
           05 ECLRPT-STATUS1               PIC X.
           05 ECLRPT-STATUS2               PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.
       01 WS-HIST-EOF                      PIC X    VALUE 'N'.
       01 WS-DISP-EOF                      PIC X    VALUE 'N'.
       01 WS-WOFF-EOF                      PIC X    VALUE 'N'.

       01 WS-ACCOUNT-CNT                   PIC 9(7) VALUE 0.
       01 WS-LOAN-CNT                      PIC 9(7) VALUE 0.
       01 WS-REAM-CNT                      PIC 9(7) VALUE 0.
       01 WS-DISP-CNT                      PIC 9(7) VALUE 0.
       01 WS-NOT-GBP-CNT                   PIC 9(7) VALUE 0.
       01 WS-HIST-CNT                      PIC 9(7) VALUE 0.
       01 WS-WOFF-CNT                      PIC 9(7) VALUE 0.
       01 WS-GL-LINE-CNT                   PIC 9(5) VALUE 0.

       01 WS-GL-DATE                       PIC X(10).
       01 WS-PERIOD.
           05 WS-PER-YEAR                  PIC 9(4).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-PER-MONTH                 PIC 99.
       01 WS-PREV-PERIOD.
           05 WS-PREV-YEAR                 PIC 9(4).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-PREV-MONTH                PIC 99.
       01 WS-LAST-RUN-DATE                 PIC X(10) VALUE LOW-VALUES.

      *
      * The card's rates - set 1 standard, 2 reamortized,
      * 3 disputed; bucket 1 CUR, 2 30, 3 60, 4 90+
      *
       01 WS-RATE-TABLE.
           05 WS-RATE-SET OCCURS 3 TIMES.
              10 WS-RATE                   PIC 9(3)V99
                                           OCCURS 4 TIMES.
       01 WS-SET                           PIC 9    COMP.
       01 WS-BKT                           PIC 9    COMP.
       01 WS-CARD-BAD                      PIC X    VALUE 'N'.

       01 WS-BUCKET-NAMES                  PIC X(12)
                                           VALUE 'CUR30 60 90+'.
       01 WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05 WS-BUCKET-NAME               PIC X(3) OCCURS 4 TIMES.

       01 WS-OWED                          PIC S9(11)V99 COMP-3.
       01 WS-LOAN-RATE                     PIC 9(3)V99.
       01 WS-LOAN-PROVISION                PIC S9(11)V99 COMP-3.
       01 WS-LOAN-REAM                     PIC X.
       01 WS-LOAN-DISP                     PIC X.

      *
      * The month's position by sortcode, kept in ascending
      * sortcode order as sortcodes are met, with last month's
      * provision and the write-offs since alongside
      *
       01 WS-SC-TABLE.
           05 WS-SC-MAX                    PIC 9(3) COMP VALUE 300.
           05 WS-SC-USED                   PIC 9(3) COMP VALUE 0.
           05 WS-SC-ENTRY OCCURS 300 TIMES.
              10 WS-SC-SORTCODE            PIC 9(6).
              10 WS-SC-WOFF-COUNT          PIC 9(7).
              10 WS-SC-WOFF-AMOUNT         PIC S9(11)V99 COMP-3.
              10 WS-SC-BUCKET OCCURS 4 TIMES.
                 15 WS-SC-COUNT            PIC 9(7).
                 15 WS-SC-OUTSTANDING      PIC S9(11)V99 COMP-3.
                 15 WS-SC-PROVISION        PIC S9(11)V99 COMP-3.
                 15 WS-SC-LAST             PIC S9(11)V99 COMP-3.
       01 WS-SC-SUB                        PIC 9(3) COMP.
       01 WS-SC-SHIFT                      PIC S9(4) COMP.
       01 WS-FIND-SORTCODE                 PIC 9(6).

       01 WS-SUM-COUNT                     PIC 9(7).
       01 WS-SUM-OUTSTANDING               PIC S9(13)V99 COMP-3.
       01 WS-SUM-PROVISION                 PIC S9(13)V99 COMP-3.
       01 WS-SUM-LAST                      PIC S9(13)V99 COMP-3.
       01 WS-TOT-COUNT                     PIC 9(7) VALUE 0.
       01 WS-TOT-OUTSTANDING               PIC S9(13)V99 COMP-3
                                                VALUE 0.
       01 WS-TOT-PROVISION                 PIC S9(13)V99 COMP-3
                                                VALUE 0.
       01 WS-TOT-LAST                      PIC S9(13)V99 COMP-3
                                                VALUE 0.
       01 WS-MOVEMENT                      PIC S9(13)V99 COMP-3.

       01 WS-POST-SORTCODE                 PIC 9(6).
       01 WS-POST-CODE                     PIC X(4).
       01 WS-POST-AMOUNT                   PIC S9(13)V99 COMP-3.

       01 WS-PRODINF-PARM.
           03 WS-PIP-FUNCTION              PIC X(5).
           03 WS-PIP-ACCOUNT-TYPE          PIC X(8).
           03 WS-PIP-PRODUCT.
       COPY PRODMST.
           03 WS-PIP-STATUS                PIC X.

       01 WS-GLPCHK-PARM.
           05 WS-GPC-FUNCTION              PIC X(5).
           05 WS-GPC-DATE                  PIC X(10).
           05 WS-GPC-STATUS                PIC X.

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
           05 FILLER                       PIC X(32)
                 VALUE 'ECLPROV LOAN LOSS PROVISION FOR '.
           05 WS-RPT-HDR-PERIOD            PIC X(7).
           05 FILLER                       PIC X(11)
                 VALUE ' POSTED ON '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(72) VALUE SPACES.

       01 WS-RPT-DETAIL.
           05 WS-RPT-CC                    PIC X.
           05 WS-RPT-SORTCODE              PIC X(6).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-BUCKET                PIC X(3).
           05 FILLER                       PIC X(7) VALUE ' LOANS '.
           05 WS-RPT-COUNT                 PIC Z(6)9.
           05 FILLER                       PIC X(6) VALUE ' OWED '.
           05 WS-RPT-OUTSTANDING           PIC -(11)9.99.
           05 FILLER                       PIC X(11)
                 VALUE ' PROVISION '.
           05 WS-RPT-PROVISION             PIC -(11)9.99.
           05 FILLER                       PIC X(12)
                 VALUE ' LAST MONTH '.
           05 WS-RPT-LAST                  PIC -(11)9.99.
           05 FILLER                       PIC X(10)
                 VALUE ' MOVEMENT '.
           05 WS-RPT-MOVEMENT              PIC -(11)9.99.
           05 FILLER                       PIC X(8) VALUE SPACES.

       01 WS-RPT-NOT-GBP.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(5) VALUE 'LOAN '.
           05 WS-RPT-NG-ACCOUNT            PIC 9(11).
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-NG-CURRENCY           PIC X(3).
           05 FILLER                       PIC X(38)
                 VALUE ' NOT STERLING - LEFT OUT OF PROVISION '.
           05 FILLER                       PIC X(74) VALUE SPACES.

       01 WS-RPT-COUNTS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(15)
                 VALUE 'LOANS PROVIDED '.
           05 WS-RPT-CNT-LOANS             PIC Z(6)9.
           05 FILLER                       PIC X(14)
                 VALUE '  REAMORTIZED '.
           05 WS-RPT-CNT-REAM              PIC Z(6)9.
           05 FILLER                       PIC X(13)
                 VALUE '  IN DISPUTE '.
           05 WS-RPT-CNT-DISP              PIC Z(6)9.
           05 FILLER                       PIC X(15)
                 VALUE '  NOT STERLING '.
           05 WS-RPT-CNT-NOT-GBP           PIC Z(6)9.
           05 FILLER                       PIC X(14)
                 VALUE '  GL POSTINGS '.
           05 WS-RPT-CNT-GL                PIC Z(4)9.
           05 FILLER                       PIC X(28) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'ECLPROV '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Linkage Storage                                           ***
      *****************************************************************
       LINKAGE SECTION.
       01 PARM-FIELD.
           05 PARM-LENGTH                  PIC S9(4) COMP.
           05 PARM-DATA                    PIC X(20).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION USING PARM-FIELD.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started ECLPROV.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           PERFORM GET-BUSINESS-DATE.

           IF PARM-LENGTH >= 10
              MOVE PARM-DATA(1:10) TO WS-GL-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-GL-DATE
           END-IF.

           IF WS-GL-DATE(1:4) NOT NUMERIC OR
              WS-GL-DATE(6:2) NOT NUMERIC
              DISPLAY 'ECLPROV - PARM date ' WS-GL-DATE
                      ' not YYYY-MM-DD, run refused'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE WS-GL-DATE(1:4) TO WS-PER-YEAR.
           MOVE WS-GL-DATE(6:2) TO WS-PER-MONTH.
           MOVE WS-PER-YEAR     TO WS-PREV-YEAR.
           IF WS-PER-MONTH = 1
              SUBTRACT 1 FROM WS-PREV-YEAR
              MOVE 12 TO WS-PREV-MONTH
           ELSE
              COMPUTE WS-PREV-MONTH = WS-PER-MONTH - 1
           END-IF.
           MOVE WS-PERIOD  TO WS-RPT-HDR-PERIOD.
           MOVE WS-GL-DATE TO WS-RPT-HDR-DATE.

           PERFORM READ-CONTROL-CARD.
           PERFORM CHECK-PERIOD-OPEN.

           PERFORM OPEN-FILES.

           PERFORM CHECK-NOT-PROVIDED.
           PERFORM LOAD-LAST-MONTH.
           PERFORM LOAD-WRITE-OFFS.

           WRITE ECL-PRINT-RECORD FROM WS-RPT-HEADER.

           READ ACCTFILE NEXT RECORD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-ACCOUNT-CNT
              PERFORM PROVIDE-ONE-ACCOUNT
              READ ACCTFILE NEXT RECORD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           PERFORM VARYING WS-SC-SUB FROM 1 BY 1
              UNTIL WS-SC-SUB > WS-SC-USED
              PERFORM REPORT-AND-POST-SORTCODE
           END-PERFORM.

           MOVE '0'                TO WS-RPT-CC.
           MOVE 'TOTAL '           TO WS-RPT-SORTCODE.
           MOVE 'ALL'              TO WS-RPT-BUCKET.
           MOVE WS-TOT-COUNT       TO WS-RPT-COUNT.
           MOVE WS-TOT-OUTSTANDING TO WS-RPT-OUTSTANDING.
           MOVE WS-TOT-PROVISION   TO WS-RPT-PROVISION.
           MOVE WS-TOT-LAST        TO WS-RPT-LAST.
           COMPUTE WS-MOVEMENT = WS-TOT-PROVISION - WS-TOT-LAST.
           MOVE WS-MOVEMENT        TO WS-RPT-MOVEMENT.
           WRITE ECL-PRINT-RECORD FROM WS-RPT-DETAIL.

           MOVE WS-LOAN-CNT        TO WS-RPT-CNT-LOANS.
           MOVE WS-REAM-CNT        TO WS-RPT-CNT-REAM.
           MOVE WS-DISP-CNT        TO WS-RPT-CNT-DISP.
           MOVE WS-NOT-GBP-CNT     TO WS-RPT-CNT-NOT-GBP.
           MOVE WS-GL-LINE-CNT     TO WS-RPT-CNT-GL.
           WRITE ECL-PRINT-RECORD FROM WS-RPT-COUNTS.

           DISPLAY 'ECLPROV read ' WS-ACCOUNT-CNT ' accounts, '
                   'provided ' WS-LOAN-CNT ' loans for ' WS-PERIOD
                   ' (' WS-REAM-CNT ' reamortized, ' WS-DISP-CNT
                   ' in dispute, ' WS-NOT-GBP-CNT ' not sterling), '
                   WS-HIST-CNT ' history records, '
                   WS-WOFF-CNT ' write-offs since last month, '
                   WS-GL-LINE-CNT ' GL lines.'.

           IF WS-NOT-GBP-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

      *
      * Twelve rates, each a percentage no more than 100
      *
       READ-CONTROL-CARD SECTION.
       RC010.
           OPEN INPUT ECLCTL.
           IF ECLCTL-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ECLCTL file, status='
                       ECLCTL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           READ ECLCTL
             AT END
               DISPLAY 'ECLPROV - control card missing, run refused'
               CLOSE ECLCTL
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-READ.

           PERFORM VARYING WS-SET FROM 1 BY 1 UNTIL WS-SET > 3
              PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4
                 IF ECC-RATE(WS-SET, WS-BKT) NOT NUMERIC
                    MOVE 'Y' TO WS-CARD-BAD
                 ELSE
                    IF ECC-RATE(WS-SET, WS-BKT) > 100
                       MOVE 'Y' TO WS-CARD-BAD
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.

           IF WS-CARD-BAD = 'Y'
              DISPLAY 'ECLPROV - control card bad, run refused: '
                      ECC-RATES
              CLOSE ECLCTL
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE ECC-RATES TO WS-RATE-TABLE.
           CLOSE ECLCTL.

           DISPLAY 'ECLPROV rates standard ' WS-RATE-SET(1)
                   ' reamortized ' WS-RATE-SET(2)
                   ' disputed ' WS-RATE-SET(3).

       RC999.
           EXIT.

      *
      * The provision moves the ledger, so the date must be in an
      * accounting period GLCLOSE has not yet closed
      *
       CHECK-PERIOD-OPEN SECTION.
       CP010.
           MOVE 'CHECK'    TO WS-GPC-FUNCTION.
           MOVE WS-GL-DATE TO WS-GPC-DATE.
           CALL 'GLPCHK' USING WS-GLPCHK-PARM.

           IF WS-GPC-STATUS = 'L'
              DISPLAY 'ECLPROV - ' WS-GL-DATE ' is in a closed '
                      'accounting period, run refused'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF WS-GPC-STATUS NOT = SPACE
              DISPLAY 'ECLPROV - accounting period control '
                      'unavailable, run stopped'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CP999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT ACCTFILE.
           IF ACCTFILE-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ACCTFILE file, status='
                       ACCTFILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT ARREARS.
           IF ARREARS-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ARREARS file, status='
                       ARREARS-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT REAMREG.
           IF REAMREG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening REAMREG file, status='
                       REAMREG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT DISPREG.
           IF DISPREG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening DISPREG file, status='
                       DISPREG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O ECLHIST.
           IF ECLHIST-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ECLHIST file, status='
                       ECLHIST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT WOFFREG.
           IF WOFFREG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening WOFFREG file, status='
                       WOFFREG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O GLSUM.
           IF GLSUM-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening GLSUM file, status='
                       GLSUM-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT ECLRPT.
           IF ECLRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ECLRPT file, status='
                       ECLRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * A month is provided once - a second run would post the
      * movement to the ledger twice
      *
       CHECK-NOT-PROVIDED SECTION.
       CN010.
           MOVE LOW-VALUES TO ECLH-KEY.
           MOVE WS-PERIOD  TO ECLH-PERIOD.
           START ECLHIST KEY IS NOT LESS THAN ECLH-KEY
           END-START.
           IF ECLHIST-STATUS NOT = '00'
              GO TO CN999
           END-IF.

           READ ECLHIST NEXT RECORD
             AT END GO TO CN999
           END-READ.

           IF ECLH-PERIOD = WS-PERIOD
              DISPLAY 'ECLPROV - ' WS-PERIOD ' already provided, '
                      'run refused'
              MOVE 8 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CN999.
           EXIT.

      *
      * Last month's provision by sortcode and bucket, for the
      * movement, and the date it was run
      *
       LOAD-LAST-MONTH SECTION.
       LL010.
           MOVE LOW-VALUES     TO ECLH-KEY.
           MOVE WS-PREV-PERIOD TO ECLH-PERIOD.
           START ECLHIST KEY IS NOT LESS THAN ECLH-KEY
           END-START.
           IF ECLHIST-STATUS NOT = '00'
              GO TO LL999
           END-IF.

           MOVE 'N' TO WS-HIST-EOF.
           READ ECLHIST NEXT RECORD
             AT END MOVE 'Y' TO WS-HIST-EOF
           END-READ.

           PERFORM UNTIL WS-HIST-EOF = 'Y'
              OR ECLH-PERIOD NOT = WS-PREV-PERIOD
              MOVE ECLH-SORTCODE TO WS-FIND-SORTCODE
              PERFORM FIND-SORTCODE
              PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4
                 IF WS-BUCKET-NAME(WS-BKT) = ECLH-BUCKET
                    ADD ECLH-PROVISION
                       TO WS-SC-LAST(WS-SC-SUB, WS-BKT)
                 END-IF
              END-PERFORM
              IF ECLH-RUN-DATE > WS-LAST-RUN-DATE
                 MOVE ECLH-RUN-DATE TO WS-LAST-RUN-DATE
              END-IF
              READ ECLHIST NEXT RECORD
                AT END MOVE 'Y' TO WS-HIST-EOF
              END-READ
           END-PERFORM.

       LL999.
           EXIT.

      *
      * Sterling write-offs after last month's run and up to this
      * one, by sortcode - all of them if last month was not run
      *
       LOAD-WRITE-OFFS SECTION.
       LW010.
           READ WOFFREG NEXT RECORD
             AT END MOVE 'Y' TO WS-WOFF-EOF
           END-READ.

           PERFORM UNTIL WS-WOFF-EOF = 'Y'
              IF WOFF-DATE > WS-LAST-RUN-DATE AND
                 WOFF-DATE NOT > WS-GL-DATE AND
                 (WOFF-CURRENCY = SPACES OR WOFF-CURRENCY = 'GBP')
                 ADD 1 TO WS-WOFF-CNT
                 MOVE WOFF-SORTCODE TO WS-FIND-SORTCODE
                 PERFORM FIND-SORTCODE
                 ADD 1 TO WS-SC-WOFF-COUNT(WS-SC-SUB)
                 ADD WOFF-AMOUNT TO WS-SC-WOFF-AMOUNT(WS-SC-SUB)
              END-IF
              READ WOFFREG NEXT RECORD
                AT END MOVE 'Y' TO WS-WOFF-EOF
              END-READ
           END-PERFORM.

       LW999.
           EXIT.

       PROVIDE-ONE-ACCOUNT SECTION.
       PA010.
           IF ACCOUNT-STATUS-CLOSED OR ACCOUNT-ACTUAL-BALANCE NOT < 0
              GO TO PA999
           END-IF.

           PERFORM GET-PRODUCT.
           IF NOT PROD-CLASS-LOAN
              GO TO PA999
           END-IF.

           IF ACCOUNT-CURRENCY-CODE NOT = SPACES AND
              ACCOUNT-CURRENCY-CODE NOT = 'GBP'
              ADD 1 TO WS-NOT-GBP-CNT
              MOVE ACCOUNT-NUMBER        TO WS-RPT-NG-ACCOUNT
              MOVE ACCOUNT-CURRENCY-CODE TO WS-RPT-NG-CURRENCY
              WRITE ECL-PRINT-RECORD FROM WS-RPT-NOT-GBP
              GO TO PA999
           END-IF.

           ADD 1 TO WS-LOAN-CNT.
           COMPUTE WS-OWED = 0 - ACCOUNT-ACTUAL-BALANCE.

      *
      * DELINQ's bucket; a loan it has not taken up yet is current
      *
           MOVE 1 TO WS-BKT.
           IF ACCOUNT-NUMBER NOT > 99999999
              MOVE ACCOUNT-NUMBER TO ARR-LOAN-NUMBER
              READ ARREARS
                 KEY IS ARR-LOAN-NUMBER
              END-READ
              IF ARREARS-STATUS = '00'
                 PERFORM VARYING WS-SET FROM 1 BY 1 UNTIL WS-SET > 4
                    IF WS-BUCKET-NAME(WS-SET) = ARR-BUCKET
                       MOVE WS-SET TO WS-BKT
                    END-IF
                 END-PERFORM
              ELSE
                 IF ARREARS-STATUS NOT = '23'
                    DISPLAY 'ECLPROV - error reading ARREARS for '
                            ACCOUNT-NUMBER ' status=' ARREARS-STATUS
                    MOVE 12 TO RETURN-CODE
                    PERFORM PROGRAM-DONE
                 END-IF
              END-IF
           END-IF.

           MOVE 'N' TO WS-LOAN-REAM.
           MOVE ACCOUNT-NUMBER TO REAM-LOAN-NUMBER.
           READ REAMREG
              KEY IS REAM-LOAN-NUMBER
           END-READ.
           IF REAMREG-STATUS = '00'
              MOVE 'Y' TO WS-LOAN-REAM
              ADD 1 TO WS-REAM-CNT
           ELSE
              IF REAMREG-STATUS NOT = '23'
                 DISPLAY 'ECLPROV - error reading REAMREG for '
                         ACCOUNT-NUMBER ' status=' REAMREG-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
           END-IF.

           PERFORM CHECK-DISPUTE.
           IF WS-LOAN-DISP = 'Y'
              ADD 1 TO WS-DISP-CNT
           END-IF.

      *
      * The standard rate, or the reamortized or disputed rate
      * where that is higher
      *
           MOVE WS-RATE(1, WS-BKT) TO WS-LOAN-RATE.
           IF WS-LOAN-REAM = 'Y' AND WS-RATE(2, WS-BKT) > WS-LOAN-RATE
              MOVE WS-RATE(2, WS-BKT) TO WS-LOAN-RATE
           END-IF.
           IF WS-LOAN-DISP = 'Y' AND WS-RATE(3, WS-BKT) > WS-LOAN-RATE
              MOVE WS-RATE(3, WS-BKT) TO WS-LOAN-RATE
           END-IF.

           COMPUTE WS-LOAN-PROVISION ROUNDED =
              WS-OWED * WS-LOAN-RATE / 100.

           MOVE ACCOUNT-SORTCODE TO WS-FIND-SORTCODE.
           PERFORM FIND-SORTCODE.
           ADD 1                 TO WS-SC-COUNT(WS-SC-SUB, WS-BKT).
           ADD WS-OWED           TO WS-SC-OUTSTANDING(WS-SC-SUB,
                                                      WS-BKT).
           ADD WS-LOAN-PROVISION TO WS-SC-PROVISION(WS-SC-SUB,
                                                    WS-BKT).

       PA999.
           EXIT.

      *
      * In dispute while any DISPREG entry on the loan is still
      * raised or provisionally credited
      *
       CHECK-DISPUTE SECTION.
       CD010.
           MOVE 'N' TO WS-LOAN-DISP.
           MOVE LOW-VALUES     TO DISP-KEY.
           MOVE ACCOUNT-NUMBER TO DISP-ACCOUNT-NUMBER.
           START DISPREG KEY IS NOT LESS THAN DISP-KEY
           END-START.
           IF DISPREG-STATUS NOT = '00'
              GO TO CD999
           END-IF.

           MOVE 'N' TO WS-DISP-EOF.
           READ DISPREG NEXT RECORD
             AT END MOVE 'Y' TO WS-DISP-EOF
           END-READ.

           PERFORM UNTIL WS-DISP-EOF = 'Y' OR WS-LOAN-DISP = 'Y'
              OR DISP-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
              IF DISP-STATUS-RAISED OR DISP-STATUS-PROVISIONAL
                 MOVE 'Y' TO WS-LOAN-DISP
              ELSE
                 READ DISPREG NEXT RECORD
                   AT END MOVE 'Y' TO WS-DISP-EOF
                 END-READ
              END-IF
           END-PERFORM.

       CD999.
           EXIT.

      *
      * The sortcode's entry, added in its place if it is new
      *
       FIND-SORTCODE SECTION.
       FS010.
           PERFORM VARYING WS-SC-SUB FROM 1 BY 1
              UNTIL WS-SC-SUB > WS-SC-USED
                 OR WS-SC-SORTCODE(WS-SC-SUB) NOT < WS-FIND-SORTCODE
              CONTINUE
           END-PERFORM.

           IF WS-SC-SUB NOT > WS-SC-USED
              IF WS-SC-SORTCODE(WS-SC-SUB) = WS-FIND-SORTCODE
                 GO TO FS999
              END-IF
           END-IF.

           IF WS-SC-USED NOT < WS-SC-MAX
              DISPLAY 'ECLPROV - sortcode table full at '
                      WS-SC-MAX ', run stopped'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           PERFORM VARYING WS-SC-SHIFT FROM WS-SC-USED BY -1
              UNTIL WS-SC-SHIFT < WS-SC-SUB
              MOVE WS-SC-ENTRY(WS-SC-SHIFT)
                 TO WS-SC-ENTRY(WS-SC-SHIFT + 1)
           END-PERFORM.

           ADD 1 TO WS-SC-USED.
           INITIALIZE WS-SC-ENTRY(WS-SC-SUB).
           MOVE WS-FIND-SORTCODE TO WS-SC-SORTCODE(WS-SC-SUB).

       FS999.
           EXIT.

      *
      * One sortcode: its buckets against last month, the month's
      * history, and the movement in its provision to the ledger
      *
       REPORT-AND-POST-SORTCODE SECTION.
       RS010.
           MOVE 0 TO WS-SUM-COUNT WS-SUM-OUTSTANDING
                     WS-SUM-PROVISION WS-SUM-LAST.
           MOVE ' ' TO WS-RPT-CC.

           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4
              IF WS-SC-COUNT(WS-SC-SUB, WS-BKT) > 0 OR
                 WS-SC-LAST(WS-SC-SUB, WS-BKT) NOT = 0
                 PERFORM REPORT-ONE-BUCKET
              END-IF
              IF WS-SC-COUNT(WS-SC-SUB, WS-BKT) > 0
                 PERFORM WRITE-HISTORY
              END-IF
           END-PERFORM.

      *
      * Write-offs since last month used that much of its
      * provision up
      *
           IF WS-SC-WOFF-COUNT(WS-SC-SUB) > 0
              MOVE WS-SC-SORTCODE(WS-SC-SUB) TO WS-RPT-SORTCODE
              MOVE 'W/O'              TO WS-RPT-BUCKET
              MOVE WS-SC-WOFF-COUNT(WS-SC-SUB) TO WS-RPT-COUNT
              MOVE WS-SC-WOFF-AMOUNT(WS-SC-SUB)
                 TO WS-RPT-OUTSTANDING
              MOVE 0                  TO WS-RPT-PROVISION
              COMPUTE WS-MOVEMENT = 0 - WS-SC-WOFF-AMOUNT(WS-SC-SUB)
              MOVE WS-MOVEMENT        TO WS-RPT-LAST
              MOVE WS-SC-WOFF-AMOUNT(WS-SC-SUB) TO WS-RPT-MOVEMENT
              WRITE ECL-PRINT-RECORD FROM WS-RPT-DETAIL
              MOVE ' ' TO WS-RPT-CC
              ADD WS-MOVEMENT         TO WS-SUM-LAST
           END-IF.

           MOVE WS-SC-SORTCODE(WS-SC-SUB) TO WS-RPT-SORTCODE.
           MOVE 'ALL'              TO WS-RPT-BUCKET.
           MOVE WS-SUM-COUNT       TO WS-RPT-COUNT.
           MOVE WS-SUM-OUTSTANDING TO WS-RPT-OUTSTANDING.
           MOVE WS-SUM-PROVISION   TO WS-RPT-PROVISION.
           MOVE WS-SUM-LAST        TO WS-RPT-LAST.
           COMPUTE WS-MOVEMENT = WS-SUM-PROVISION - WS-SUM-LAST.
           MOVE WS-MOVEMENT        TO WS-RPT-MOVEMENT.
           WRITE ECL-PRINT-RECORD FROM WS-RPT-DETAIL.
           MOVE '0' TO WS-RPT-CC.

           ADD WS-SUM-COUNT       TO WS-TOT-COUNT.
           ADD WS-SUM-OUTSTANDING TO WS-TOT-OUTSTANDING.
           ADD WS-SUM-PROVISION   TO WS-TOT-PROVISION.
           ADD WS-SUM-LAST        TO WS-TOT-LAST.

      *
      * A provision is a credit balance: more provision credits
      * PROV and charges IMPX the same amount
      *
           IF WS-MOVEMENT NOT = 0
              MOVE WS-SC-SORTCODE(WS-SC-SUB) TO WS-POST-SORTCODE
              MOVE 'PROV'      TO WS-POST-CODE
              MOVE WS-MOVEMENT TO WS-POST-AMOUNT
              PERFORM POST-GL-LINE
              MOVE 'IMPX'      TO WS-POST-CODE
              COMPUTE WS-POST-AMOUNT = 0 - WS-MOVEMENT
              PERFORM POST-GL-LINE
           END-IF.

       RS999.
           EXIT.

       REPORT-ONE-BUCKET SECTION.
       RB010.
           MOVE WS-SC-SORTCODE(WS-SC-SUB) TO WS-RPT-SORTCODE.
           MOVE WS-BUCKET-NAME(WS-BKT)    TO WS-RPT-BUCKET.
           MOVE WS-SC-COUNT(WS-SC-SUB, WS-BKT) TO WS-RPT-COUNT.
           MOVE WS-SC-OUTSTANDING(WS-SC-SUB, WS-BKT)
              TO WS-RPT-OUTSTANDING.
           MOVE WS-SC-PROVISION(WS-SC-SUB, WS-BKT)
              TO WS-RPT-PROVISION.
           MOVE WS-SC-LAST(WS-SC-SUB, WS-BKT) TO WS-RPT-LAST.
           COMPUTE WS-MOVEMENT =
              WS-SC-PROVISION(WS-SC-SUB, WS-BKT) -
              WS-SC-LAST(WS-SC-SUB, WS-BKT).
           MOVE WS-MOVEMENT TO WS-RPT-MOVEMENT.
           WRITE ECL-PRINT-RECORD FROM WS-RPT-DETAIL.
           MOVE ' ' TO WS-RPT-CC.

           ADD WS-SC-COUNT(WS-SC-SUB, WS-BKT)       TO WS-SUM-COUNT.
           ADD WS-SC-OUTSTANDING(WS-SC-SUB, WS-BKT)
              TO WS-SUM-OUTSTANDING.
           ADD WS-SC-PROVISION(WS-SC-SUB, WS-BKT)
              TO WS-SUM-PROVISION.
           ADD WS-SC-LAST(WS-SC-SUB, WS-BKT)        TO WS-SUM-LAST.

       RB999.
           EXIT.

       WRITE-HISTORY SECTION.
       WH010.
           MOVE SPACES                    TO PROVISION-HISTORY-RECORD.
           MOVE WS-PERIOD                 TO ECLH-PERIOD.
           MOVE WS-SC-SORTCODE(WS-SC-SUB) TO ECLH-SORTCODE.
           MOVE WS-BUCKET-NAME(WS-BKT)    TO ECLH-BUCKET.
           MOVE WS-SC-COUNT(WS-SC-SUB, WS-BKT) TO ECLH-LOAN-COUNT.
           MOVE WS-SC-OUTSTANDING(WS-SC-SUB, WS-BKT)
              TO ECLH-OUTSTANDING.
           MOVE WS-SC-PROVISION(WS-SC-SUB, WS-BKT)
              TO ECLH-PROVISION.
           MOVE WS-GL-DATE                TO ECLH-RUN-DATE.

           WRITE PROVISION-HISTORY-RECORD.
           IF ECLHIST-STATUS NOT = '00'
              DISPLAY 'ECLPROV - error writing ECLHIST for '
                      ECLH-KEY ' status=' ECLHIST-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-HIST-CNT.

       WH999.
           EXIT.

      *
      * On to the GLSUM line for the date, as GLPOST posts its own
      *
       POST-GL-LINE SECTION.
       PG010.
           MOVE WS-GL-DATE       TO GLS-DATE.
           MOVE WS-POST-SORTCODE TO GLS-SORTCODE.
           MOVE WS-POST-CODE     TO GLS-GL-CODE.
           MOVE 'GBP'            TO GLS-CURRENCY.

           READ GLSUM
              KEY IS GLS-KEY
           END-READ.

           IF GLSUM-STATUS = '00'
              ADD WS-POST-AMOUNT TO GLS-AMOUNT
              REWRITE GL-SUMMARY-RECORD
           ELSE
              MOVE WS-GL-DATE       TO GLS-DATE
              MOVE WS-POST-SORTCODE TO GLS-SORTCODE
              MOVE WS-POST-CODE     TO GLS-GL-CODE
              MOVE 'GBP'            TO GLS-CURRENCY
              MOVE WS-POST-AMOUNT   TO GLS-AMOUNT
              MOVE SPACES TO GL-SUMMARY-RECORD(32:9)
              WRITE GL-SUMMARY-RECORD
           END-IF.

           IF GLSUM-STATUS NOT = '00'
              DISPLAY 'ECLPROV - error posting GL summary, status='
                      GLSUM-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-GL-LINE-CNT.

       PG999.
           EXIT.

       GET-PRODUCT SECTION.
       GP010.
           MOVE 'GET  '      TO WS-PIP-FUNCTION.
           MOVE ACCOUNT-TYPE TO WS-PIP-ACCOUNT-TYPE.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

           IF WS-PIP-STATUS = 'E'
              DISPLAY 'ECLPROV - product master unavailable, run '
                      'stopped'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       GP999.
           EXIT.

      *
      * The processing date is the shop's business date from the
      * BUSDATE control, not the clock
      *
       GET-BUSINESS-DATE SECTION.
       GBD10.
           MOVE 'GET  ' TO WS-BDP-FUNCTION.
           CALL 'GETBDATE' USING WS-BDATE-PARM.
           IF WS-BDP-STATUS = SPACE
              MOVE WS-BDP-DATE TO WS-RUN-DATE
           ELSE
              DISPLAY 'ECLPROV - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-LOAN-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE ACCTFILE.
           CLOSE ARREARS.
           CLOSE REAMREG.
           CLOSE DISPREG.
           CLOSE ECLHIST.
           CLOSE WOFFREG.
           CLOSE GLSUM.
           CLOSE ECLRPT.

           MOVE 'CLOSE' TO WS-PIP-FUNCTION.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

       CF999.
           EXIT.
