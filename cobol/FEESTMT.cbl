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
      * Annual statement of fees and interest (PARM='YYYY', the
      * calendar year). Every account open at any time in the year
      * gets a statement of the year's totals by fee type and its
      * credit and debit interest, from the year's journal legs on
      * the live TXNJRNL and the JRNLARCH archive generations the
      * JCL concatenates on ARCHIN, told apart by the batch teller
      * id that wrote them:
      *   FEERUN   maintenance fees
      *   ODFEE    unauthorised overdraft fees
      *   INTACCR  interest - a credit paid to the customer, a
      *            debit charged
      *   INTADJ   interest corrections, set against the debit
      *            interest of an account now overdrawn and the
      *            credit interest of any other, the way INTADJ
      *            works the correction from the current balance
      * A fee credited back is a refund and comes off the fee.
      *
      * The statement is addressed to the account's named customer
      * and lists every holder on the ACCTHLDR cross-reference. It
      * is written to FEEPRT in the common mail item format
      * (MAILITEM) for MAILCONS to envelope; a customer flagged
      * gone away on GONEAWAY is listed to HELDPOST instead.
      *
      * FEERPT is the control report: the year's fee income by
      * currency from the fee legs, with the term deposit break
      * penalties TDBREAK also books as fee income, reconciled to
      * the year's FEEI lines on GLSUM. A currency that does not
      * reconcile, or an account whose named customer cannot be
      * read, ends the run RC 8; fee or interest legs for an
      * account no longer on ACCTFILE are counted in the control
      * total, listed, and end the run RC 4.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEESTMT.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNLIN
                  ASSIGN TO JRNLIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS JRNL-KEY
                  FILE STATUS  IS JRNLIN-STATUS.

           SELECT ARCHIN
                  ASSIGN TO ARCHIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS ARCHIN-STATUS.

           SELECT ACCTFILE
                  ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT ACCTHLDR
                  ASSIGN TO ACCTHLDR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS AHLD-KEY
                  FILE STATUS  IS ACCTHLDR-STATUS.

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

           SELECT GLSUM
                  ASSIGN TO GLSUM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS GLS-KEY
                  FILE STATUS  IS GLSUM-STATUS.

           SELECT FEEPRT
                  ASSIGN TO FEEPRT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FEEPRT-STATUS.

           SELECT HELDPOST
                  ASSIGN TO HELDPOST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS HELDPOST-STATUS.

           SELECT FEERPT
                  ASSIGN TO FEERPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FEERPT-STATUS.

           SELECT SORT-WORK
                  ASSIGN TO SORTWK01.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  JRNLIN.
       01  JOURNAL-RECORD.
       COPY TXNJRNL.

       FD  ARCHIN
           RECORD IS VARYING IN SIZE FROM 89 TO 93 CHARACTERS
              DEPENDING ON WS-ARCHIN-LENGTH.
       01  ARCHIVE-RECORD                  PIC X(93).

       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  ACCTHLDR.
       01  HOLDER-RECORD.
       COPY ACCTHLDR.

       FD  CUSTFILE.
       01  VSAM-RECORD.
       COPY CUSTOMER.

       FD  GONEAWAY.
       01  GONE-AWAY-RECORD.
       COPY GONEAWAY.

       FD  GLSUM.
       01  GL-SUMMARY-RECORD.
       COPY GLSUM.

       FD  FEEPRT.
       01  MAIL-ITEM-RECORD.
       COPY MAILITEM.

       FD  HELDPOST.
       01  HELD-PRINT-RECORD               PIC X(133).

       FD  FEERPT.
       01  FEE-PRINT-RECORD                PIC X(133).

      *
      * One fee or interest leg of the year, in account order
      *
       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SRT-ACCOUNT-NUMBER           PIC 9(11).
           05 SRT-KIND                     PIC X.
              88 SRT-MAINT-FEE             VALUE 'M'.
              88 SRT-OD-FEE                VALUE 'O'.
              88 SRT-INTEREST              VALUE 'I'.
              88 SRT-INTEREST-CORRECTION   VALUE 'A'.
           05 SRT-DR-CR                    PIC X.
              88 SRT-DEBIT                 VALUE 'D'.
              88 SRT-CREDIT                VALUE 'C'.
           05 SRT-AMOUNT                   PIC S9(10)V99 COMP-3.
           05 SRT-CURRENCY                 PIC X(3).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  JRNLIN-STATUS.
           05 JRNLIN-STATUS1               PIC X.
           05 JRNLIN-STATUS2               PIC X.

       01  ARCHIN-STATUS.
           05 ARCHIN-STATUS1               PIC X.
           05 ARCHIN-STATUS2               PIC X.

       01 WS-ARCHIN-LENGTH                 PIC 9(4) COMP.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  ACCTHLDR-STATUS.
           05 ACCTHLDR-STATUS1             PIC X.
           05 ACCTHLDR-STATUS2             PIC X.

       01  CUSTFILE-STATUS.
           05 CUSTFILE-STATUS1             PIC X.
           05 CUSTFILE-STATUS2             PIC X.

       01  GONEAWAY-STATUS.
           05 GONEAWAY-STATUS1             PIC X.
           05 GONEAWAY-STATUS2             PIC X.

       01  GLSUM-STATUS.
           05 GLSUM-STATUS1                PIC X.
           05 GLSUM-STATUS2                PIC X.

       01  FEEPRT-STATUS.
           05 FEEPRT-STATUS1               PIC X.
           05 FEEPRT-STATUS2               PIC X.

       01  HELDPOST-STATUS.
           05 HELDPOST-STATUS1             PIC X.
           05 HELDPOST-STATUS2             PIC X.

       01  FEERPT-STATUS.
           05 FEERPT-STATUS1               PIC X.
           05 FEERPT-STATUS2               PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.
       01 WS-SORT-EXIT                     PIC X    VALUE 'N'.
       01 WS-HOLDER-EXIT                   PIC X    VALUE 'N'.
       01 WS-WANTED-YEAR                   PIC 9(4).
       01 WS-YEAR-START                    PIC X(10).
       01 WS-YEAR-END                      PIC X(10).

       01 WS-LIVE-CNT                      PIC 9(9) VALUE 0.
       01 WS-ARCH-CNT                      PIC 9(9) VALUE 0.
       01 WS-LEG-CNT                       PIC 9(9) VALUE 0.
       01 WS-ACCOUNT-CNT                   PIC 9(7) VALUE 0.
       01 WS-STMT-CNT                      PIC 9(7) VALUE 0.
       01 WS-NOCUST-CNT                    PIC 9(7) VALUE 0.
       01 WS-ORPHAN-CNT                    PIC 9(7) VALUE 0.
       01 WS-GL-LINE-CNT                   PIC 9(7) VALUE 0.

      *
      * The account in hand - its year's fees and interest in its
      * own currency, and its holders' names
      *
       01 WS-ACCT-CCY                      PIC X(3).
       01 WS-ACCT-HAS-LEGS                 PIC X.
       01 WS-ACCT-MAINT-FEES               PIC S9(11)V99 COMP-3.
       01 WS-ACCT-OD-FEES                  PIC S9(11)V99 COMP-3.
       01 WS-ACCT-CREDIT-INT               PIC S9(11)V99 COMP-3.
       01 WS-ACCT-DEBIT-INT                PIC S9(11)V99 COMP-3.
       01 WS-ACCT-INT-CORRECTION           PIC S9(11)V99 COMP-3.
       01 WS-ACCT-TOTAL-FEES               PIC S9(11)V99 COMP-3.

       01 WS-HOLDER-TABLE.
           05 WS-HOLDER-MAX                PIC 9(2) COMP VALUE 10.
           05 WS-HOLDER-USED               PIC 9(2) COMP VALUE 0.
           05 WS-HOLDER-MORE               PIC 9(3) VALUE 0.
           05 WS-HOLDER-NAME               PIC X(60) OCCURS 10 TIMES.
       01 WS-HOLDER-SUB                    PIC 9(2) COMP.

      *
      * The year's fee income by currency - from the legs, from
      * the term deposit break penalties, and on GLSUM's FEEI lines
      *
       01 WS-CCY-TABLE.
           05 WS-CCY-MAX                   PIC 9(2) COMP VALUE 20.
           05 WS-CCY-USED                  PIC 9(2) COMP VALUE 0.
           05 WS-CCY-ENTRY OCCURS 20 TIMES.
              10 WS-CCY-CODE               PIC X(3).
              10 WS-CCY-FEES               PIC S9(13)V99 COMP-3.
              10 WS-CCY-TDBREAK            PIC S9(13)V99 COMP-3.
              10 WS-CCY-GL-FEEI            PIC S9(13)V99 COMP-3.
       01 WS-CCY-SUB                       PIC 9(2) COMP.
       01 WS-FIND-CCY                      PIC X(3).
       01 WS-LEG-TELLER                    PIC X(8).
       01 WS-FEE-INCOME                    PIC S9(13)V99 COMP-3.
       01 WS-DIFFERENCE                    PIC S9(13)V99 COMP-3.
       01 WS-RECONCILED                    PIC X    VALUE 'Y'.

      *
      * Mail items written to FEEPRT - the item in hand and the
      * running counts for the trailer
      *
       01 WS-MAIL-ITEM-CNT                 PIC 9(7) VALUE 0.
       01 WS-MAIL-LINE-CNT                 PIC 9(9) VALUE 0.
       01 WS-MAIL-LINE-NUMBER              PIC 9(5).
       01 WS-MAIL-PRINT-LINE               PIC X(133).
       01 WS-MAIL-CONTROL-LINE             PIC X(133) VALUE SPACES.

      *
      * Post held for customers on the GONEAWAY register, listed to
      * HELDPOST for the branch to trace
      *
       01 WS-GONEAWAY-SWITCH               PIC X.
           88 WS-CUSTOMER-GONE-AWAY                 VALUE 'Y'.
       01 WS-HELD-CNT                      PIC 9(7) VALUE 0.

       01 WS-HELD-HEADER.
           05 FILLER                       PIC X    VALUE '1'.
           05 FILLER                       PIC X(50)
                 VALUE 'FEESTMT STATEMENTS HELD - GONE AWAY, TRACE'.
           05 WS-HELD-HDR-DATE             PIC X(10).
           05 FILLER                       PIC X(72) VALUE SPACES.

       01 WS-HELD-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-HELD-SORTCODE             PIC 9(6).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-HELD-CUSTOMER             PIC 9(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-HELD-NAME                 PIC X(40).
           05 FILLER                       PIC X(8) VALUE '  SINCE '.
           05 WS-HELD-SINCE                PIC X(10).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-HELD-ITEM                 PIC X(50).
           05 FILLER                       PIC X(3) VALUE SPACES.

       01 WS-HELD-TOTAL.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(30)
                 VALUE 'ITEMS HELD FOR TRACING'.
           05 WS-HELD-TOT-COUNT            PIC Z(6)9.
           05 FILLER                       PIC X(95) VALUE SPACES.

      *
      * The statement
      *
       01 WS-STMT-HEADER.
           05 FILLER                       PIC X    VALUE '1'.
           05 FILLER                       PIC X(42)
                 VALUE 'CBSA BANK  ANNUAL STATEMENT OF FEES -     '.
           05 WS-STMT-HDR-YEAR             PIC 9(4).
           05 FILLER                       PIC X(86) VALUE SPACES.

       01 WS-STMT-NAME-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-STMT-NAME                 PIC X(60).
           05 FILLER                       PIC X(72) VALUE SPACES.

       01 WS-STMT-ADDR-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-STMT-ADDR                 PIC X(132).

       01 WS-STMT-ACCT-LINE.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(8)  VALUE 'ACCOUNT '.
           05 WS-STMT-ACCOUNT              PIC 9(11).
           05 FILLER                       PIC X(12)
                 VALUE '  SORTCODE  '.
           05 WS-STMT-SORTCODE             PIC 9(6).
           05 FILLER                       PIC X(8)  VALUE '  TYPE  '.
           05 WS-STMT-TYPE                 PIC X(8).
           05 FILLER                       PIC X(12)
                 VALUE '  CURRENCY  '.
           05 WS-STMT-CCY                  PIC X(3).
           05 FILLER                       PIC X(64) VALUE SPACES.

       01 WS-STMT-HOLDER-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-STMT-HOLDER-LABEL         PIC X(17).
           05 WS-STMT-HOLDER-NAME          PIC X(60).
           05 FILLER                       PIC X(55) VALUE SPACES.

       01 WS-STMT-SECTION-LINE.
           05 FILLER                       PIC X    VALUE '0'.
           05 WS-STMT-SECTION              PIC X(40).
           05 FILLER                       PIC X(92) VALUE SPACES.

       01 WS-STMT-AMT-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(4) VALUE SPACES.
           05 WS-STMT-LABEL                PIC X(40).
           05 WS-STMT-AMOUNT               PIC -(10)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-STMT-AMT-CCY              PIC X(3).
           05 FILLER                       PIC X(69) VALUE SPACES.

      *
      * The control report
      *
       01 WS-RPT-HEADER.
           05 FILLER                       PIC X    VALUE '1'.
           05 FILLER                       PIC X(44)
                 VALUE 'FEESTMT ANNUAL FEE STATEMENT CONTROL - YEAR '.
           05 WS-RPT-HDR-YEAR              PIC 9(4).
           05 FILLER                       PIC X(84) VALUE SPACES.

       01 WS-RPT-COLUMNS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(5)  VALUE 'CCY  '.
           05 FILLER                       PIC X(18)
                 VALUE '      FEES ON LEGS'.
           05 FILLER                       PIC X(18)
                 VALUE '     TD BREAK FEES'.
           05 FILLER                       PIC X(18)
                 VALUE '        FEE INCOME'.
           05 FILLER                       PIC X(18)
                 VALUE '        GLSUM FEEI'.
           05 FILLER                       PIC X(18)
                 VALUE '        DIFFERENCE'.
           05 FILLER                       PIC X(37) VALUE SPACES.

       01 WS-RPT-CCY-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-CCY                   PIC X(3).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-FEES                  PIC -(14)9.99.
           05 WS-RPT-TDBREAK               PIC -(14)9.99.
           05 WS-RPT-INCOME                PIC -(14)9.99.
           05 WS-RPT-GL                    PIC -(14)9.99.
           05 WS-RPT-DIFF                  PIC -(14)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-VERDICT               PIC X(14).
           05 FILLER                       PIC X(21) VALUE SPACES.

       01 WS-RPT-ORPHAN.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(40)
                 VALUE 'LEGS FOR AN ACCOUNT NOT ON ACCTFILE    '.
           05 WS-RPT-OR-ACCOUNT            PIC 9(11).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-OR-AMOUNT             PIC -(10)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-OR-CCY                PIC X(3).
           05 FILLER                       PIC X(60) VALUE SPACES.

       01 WS-RPT-COUNTS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(12)
                 VALUE 'STATEMENTS '.
           05 WS-RPT-CT-STMTS              PIC Z(6)9.
           05 FILLER                       PIC X(8)  VALUE '  HELD '.
           05 WS-RPT-CT-HELD               PIC Z(6)9.
           05 FILLER                       PIC X(15)
                 VALUE '  NO CUSTOMER '.
           05 WS-RPT-CT-NOCUST             PIC Z(6)9.
           05 FILLER                       PIC X(7)  VALUE '  LEGS '.
           05 WS-RPT-CT-LEGS               PIC Z(8)9.
           05 FILLER                       PIC X(15)
                 VALUE '  NOT ON FILE  '.
           05 WS-RPT-CT-ORPHAN             PIC Z(6)9.
           05 FILLER                       PIC X(38) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'FEESTMT '.
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
           DISPLAY 'Started FEESTMT.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           IF PARM-LENGTH < 4 OR PARM-DATA(1:4) NOT NUMERIC
              DISPLAY 'FEESTMT - PARM must name the year, '
                      'for example PARM=''2025'''
              MOVE 16 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.
           MOVE PARM-DATA(1:4) TO WS-WANTED-YEAR.
           MOVE WS-WANTED-YEAR TO WS-STMT-HDR-YEAR WS-RPT-HDR-YEAR.
           STRING WS-WANTED-YEAR '-01-01'
              DELIMITED BY SIZE INTO WS-YEAR-START
           END-STRING.
           STRING WS-WANTED-YEAR '-12-31'
              DELIMITED BY SIZE INTO WS-YEAR-END
           END-STRING.
           MOVE SPACES TO WS-HELD-HDR-DATE.
           STRING 'YEAR ' WS-WANTED-YEAR
              DELIMITED BY SIZE INTO WS-HELD-HDR-DATE
           END-STRING.

           PERFORM OPEN-FILES.

           SORT SORT-WORK
              ON ASCENDING KEY SRT-ACCOUNT-NUMBER
              INPUT PROCEDURE IS RELEASE-LEGS
              OUTPUT PROCEDURE IS PRODUCE-STATEMENTS.

           PERFORM LOAD-GL-FEE-INCOME.
           PERFORM WRITE-CONTROL-REPORT.

           DISPLAY 'FEESTMT ' WS-WANTED-YEAR ': ' WS-LEG-CNT
                   ' legs from ' WS-LIVE-CNT ' live and ' WS-ARCH-CNT
                   ' archived, ' WS-STMT-CNT ' statements for '
                   WS-ACCOUNT-CNT ' accounts, ' WS-HELD-CNT
                   ' held for gone-away customers, ' WS-NOCUST-CNT
                   ' with no customer record, ' WS-ORPHAN-CNT
                   ' legs for accounts not on file.'.

           IF WS-RECONCILED = 'Y'
              MOVE 'FEE INCOME RECONCILED TO GLSUM FEEI'
                 TO WS-MAIL-CONTROL-LINE
           ELSE
              DISPLAY 'FEESTMT - fee income does not reconcile to '
                      'GLSUM, see FEERPT'
              MOVE 'FEE INCOME DOES NOT RECONCILE TO GLSUM FEEI'
                 TO WS-MAIL-CONTROL-LINE
           END-IF.

           EVALUATE TRUE
              WHEN WS-RECONCILED NOT = 'Y' OR WS-NOCUST-CNT > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-ORPHAN-CNT > 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-MAIL-TRAILER.
           PERFORM WRITE-HELD-TOTAL.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT JRNLIN.
           IF JRNLIN-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening JRNLIN file, status='
                       JRNLIN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT ARCHIN.
           IF ARCHIN-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ARCHIN file, status='
                       ARCHIN-STATUS
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

           OPEN INPUT GLSUM.
           IF GLSUM-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening GLSUM file, status='
                       GLSUM-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT FEEPRT.
           IF FEEPRT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening FEEPRT file, status='
                       FEEPRT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT HELDPOST.
           IF HELDPOST-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening HELDPOST file, status='
                       HELDPOST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT FEERPT.
           IF FEERPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening FEERPT file, status='
                       FEERPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           WRITE HELD-PRINT-RECORD FROM WS-HELD-HEADER.
           WRITE FEE-PRINT-RECORD FROM WS-RPT-HEADER.

       OF999.
           EXIT.

      *
      * The year's legs off the archive generations and then the
      * live journal
      *
       RELEASE-LEGS SECTION.
       RL010.
           READ ARCHIN INTO JOURNAL-RECORD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-ARCH-CNT
              IF WS-ARCHIN-LENGTH < 93
                 MOVE SPACES TO JRNL-REASON-CODE
              END-IF
              PERFORM TAKE-ONE-LEG
              READ ARCHIN INTO JOURNAL-RECORD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EXIT.
           READ JRNLIN
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-LIVE-CNT
              PERFORM TAKE-ONE-LEG
              READ JRNLIN
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EXIT.

       RL999.
           EXIT.

      *
      * A fee or interest leg of the year goes to the sort; every
      * fee leg, and each term deposit break penalty, counts to the
      * year's fee income in its currency as GLPOST books it - a
      * debit to the customer is income, a credit gives it back. A
      * BATREV reversal leg counts with the run it reverses.
      *
       TAKE-ONE-LEG SECTION.
       TL010.
           IF JRNL-DATE(1:4) NOT = WS-WANTED-YEAR
              GO TO TL999
           END-IF.

           MOVE JRNL-TELLER TO WS-LEG-TELLER.
           IF JRNL-TELLER = 'BATREV  '
              MOVE JRNL-SUPERVISOR TO WS-LEG-TELLER
           END-IF.

           EVALUATE WS-LEG-TELLER
              WHEN 'FEERUN  '
                 SET SRT-MAINT-FEE TO TRUE
              WHEN 'ODFEE   '
                 SET SRT-OD-FEE TO TRUE
              WHEN 'INTACCR '
                 SET SRT-INTEREST TO TRUE
              WHEN 'INTADJ  '
                 SET SRT-INTEREST-CORRECTION TO TRUE
              WHEN 'TDBREAK '
                 CONTINUE
              WHEN OTHER
                 GO TO TL999
           END-EVALUATE.

           IF JRNL-CURRENCY-CODE = SPACES
              MOVE 'GBP' TO WS-FIND-CCY
           ELSE
              MOVE JRNL-CURRENCY-CODE TO WS-FIND-CCY
           END-IF.

           IF WS-LEG-TELLER = 'FEERUN  ' OR
              WS-LEG-TELLER = 'ODFEE   ' OR
              WS-LEG-TELLER = 'TDBREAK '
              PERFORM FIND-CURRENCY
              IF JRNL-DEBIT
                 MOVE JRNL-AMOUNT TO WS-FEE-INCOME
              ELSE
                 COMPUTE WS-FEE-INCOME = 0 - JRNL-AMOUNT
              END-IF
              IF WS-LEG-TELLER = 'TDBREAK '
                 ADD WS-FEE-INCOME TO WS-CCY-TDBREAK(WS-CCY-SUB)
                 GO TO TL999
              END-IF
              ADD WS-FEE-INCOME TO WS-CCY-FEES(WS-CCY-SUB)
           END-IF.

           MOVE JRNL-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER.
           MOVE JRNL-DR-CR          TO SRT-DR-CR.
           MOVE JRNL-AMOUNT         TO SRT-AMOUNT.
           MOVE WS-FIND-CCY         TO SRT-CURRENCY.
           RELEASE SORT-RECORD.
           ADD 1 TO WS-LEG-CNT.

       TL999.
           EXIT.

      *
      * The sorted legs come back in account order and are taken
      * in step with the accounts and their holders
      *
       PRODUCE-STATEMENTS SECTION.
       PR010.
           RETURN SORT-WORK
             AT END MOVE 'Y' TO WS-SORT-EXIT
           END-RETURN.

           READ ACCTHLDR
             AT END MOVE 'Y' TO WS-HOLDER-EXIT
           END-READ.

           READ ACCTFILE
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-ACCOUNT-CNT
              PERFORM STATE-ONE-ACCOUNT
              READ ACCTFILE
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           PERFORM UNTIL WS-SORT-EXIT = 'Y'
              PERFORM REPORT-ORPHAN-LEG
           END-PERFORM.

       PR999.
           EXIT.

      *
      * One account: its legs totalled, and if it was open at any
      * time in the year or has legs in it, its statement
      *
       STATE-ONE-ACCOUNT SECTION.
       SA010.
           PERFORM UNTIL WS-SORT-EXIT = 'Y' OR
                         SRT-ACCOUNT-NUMBER NOT < ACCOUNT-NUMBER
              PERFORM REPORT-ORPHAN-LEG
           END-PERFORM.

           IF ACCOUNT-CURRENCY-CODE = SPACES
              MOVE 'GBP' TO WS-ACCT-CCY
           ELSE
              MOVE ACCOUNT-CURRENCY-CODE TO WS-ACCT-CCY
           END-IF.

           MOVE 'N' TO WS-ACCT-HAS-LEGS.
           MOVE 0 TO WS-ACCT-MAINT-FEES WS-ACCT-OD-FEES
                     WS-ACCT-CREDIT-INT WS-ACCT-DEBIT-INT
                     WS-ACCT-INT-CORRECTION.

           PERFORM UNTIL WS-SORT-EXIT = 'Y' OR
                         SRT-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
              PERFORM ADD-ONE-LEG
              RETURN SORT-WORK
                AT END MOVE 'Y' TO WS-SORT-EXIT
              END-RETURN
           END-PERFORM.

      *
      * A correction is to the interest the account's balance
      * side earns or is charged
      *
           IF ACCOUNT-ACTUAL-BALANCE < 0
              SUBTRACT WS-ACCT-INT-CORRECTION FROM WS-ACCT-DEBIT-INT
           ELSE
              ADD WS-ACCT-INT-CORRECTION TO WS-ACCT-CREDIT-INT
           END-IF.

           PERFORM COLLECT-HOLDERS.

           IF WS-ACCT-HAS-LEGS NOT = 'Y'
              IF ACCOUNT-OPENED-DATE > WS-YEAR-END
                 GO TO SA999
              END-IF
              IF ACCOUNT-STATUS-CLOSED AND
                 ACCOUNT-CLOSED-DATE < WS-YEAR-START
                 GO TO SA999
              END-IF
           END-IF.

           PERFORM PRINT-ONE-STATEMENT.

       SA999.
           EXIT.

       ADD-ONE-LEG SECTION.
       AL010.
           MOVE 'Y' TO WS-ACCT-HAS-LEGS.

           EVALUATE TRUE
              WHEN SRT-MAINT-FEE
                 IF SRT-DEBIT
                    ADD SRT-AMOUNT TO WS-ACCT-MAINT-FEES
                 ELSE
                    SUBTRACT SRT-AMOUNT FROM WS-ACCT-MAINT-FEES
                 END-IF
              WHEN SRT-OD-FEE
                 IF SRT-DEBIT
                    ADD SRT-AMOUNT TO WS-ACCT-OD-FEES
                 ELSE
                    SUBTRACT SRT-AMOUNT FROM WS-ACCT-OD-FEES
                 END-IF
              WHEN SRT-INTEREST
                 IF SRT-CREDIT
                    ADD SRT-AMOUNT TO WS-ACCT-CREDIT-INT
                 ELSE
                    ADD SRT-AMOUNT TO WS-ACCT-DEBIT-INT
                 END-IF
              WHEN SRT-INTEREST-CORRECTION
                 IF SRT-CREDIT
                    ADD SRT-AMOUNT TO WS-ACCT-INT-CORRECTION
                 ELSE
                    SUBTRACT SRT-AMOUNT FROM WS-ACCT-INT-CORRECTION
                 END-IF
           END-EVALUATE.

       AL999.
           EXIT.

      *
      * Legs for an account no longer on ACCTFILE have no one to
      * send a statement to - listed for the control report
      *
       REPORT-ORPHAN-LEG SECTION.
       RO010.
           ADD 1 TO WS-ORPHAN-CNT.
           MOVE SRT-ACCOUNT-NUMBER TO WS-RPT-OR-ACCOUNT.
           IF SRT-DEBIT
              COMPUTE WS-RPT-OR-AMOUNT = 0 - SRT-AMOUNT
           ELSE
              MOVE SRT-AMOUNT TO WS-RPT-OR-AMOUNT
           END-IF.
           MOVE SRT-CURRENCY TO WS-RPT-OR-CCY.
           WRITE FEE-PRINT-RECORD FROM WS-RPT-ORPHAN.

           RETURN SORT-WORK
             AT END MOVE 'Y' TO WS-SORT-EXIT
           END-RETURN.

       RO999.
           EXIT.

      *
      * The account's named customer first, then every other
      * holder ACCTHLDR has for it
      *
       COLLECT-HOLDERS SECTION.
       CH010.
           MOVE 0 TO WS-HOLDER-USED WS-HOLDER-MORE.

           PERFORM UNTIL WS-HOLDER-EXIT = 'Y' OR
                         AHLD-ACCOUNT-NUMBER NOT < ACCOUNT-NUMBER
              READ ACCTHLDR
                AT END MOVE 'Y' TO WS-HOLDER-EXIT
              END-READ
           END-PERFORM.

           PERFORM UNTIL WS-HOLDER-EXIT = 'Y' OR
                         AHLD-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
              IF AHLD-SORTCODE NOT = ACCOUNT-SORTCODE OR
                 AHLD-CUSTOMER-NUMBER NOT = ACCOUNT-CUSTOMER-NUMBER
                 MOVE AHLD-SORTCODE        TO CUSTOMER-SORTCODE
                 MOVE AHLD-CUSTOMER-NUMBER TO CUSTOMER-NUMBER
                 READ CUSTFILE
                    KEY IS CUSTOMER-KEY
                 END-READ
                 IF CUSTFILE-STATUS = '00'
                    IF WS-HOLDER-USED < WS-HOLDER-MAX
                       ADD 1 TO WS-HOLDER-USED
                       MOVE CUSTOMER-NAME
                          TO WS-HOLDER-NAME(WS-HOLDER-USED)
                    ELSE
                       ADD 1 TO WS-HOLDER-MORE
                    END-IF
                 END-IF
              END-IF
              READ ACCTHLDR
                AT END MOVE 'Y' TO WS-HOLDER-EXIT
              END-READ
           END-PERFORM.

       CH999.
           EXIT.

      *
      * The statement as one mail item to the named customer
      *
       PRINT-ONE-STATEMENT SECTION.
       PS010.
           MOVE ACCOUNT-SORTCODE        TO CUSTOMER-SORTCODE.
           MOVE ACCOUNT-CUSTOMER-NUMBER TO CUSTOMER-NUMBER.

           READ CUSTFILE
              KEY IS CUSTOMER-KEY
           END-READ.

           IF CUSTFILE-STATUS NOT = '00'
              ADD 1 TO WS-NOCUST-CNT
              DISPLAY 'FEESTMT - no customer '
                      ACCOUNT-CUSTOMER-NUMBER ' at sortcode '
                      ACCOUNT-SORTCODE ' for account ' ACCOUNT-NUMBER
                      ', statement not produced'
              GO TO PS999
           END-IF.

           PERFORM CHECK-GONE-AWAY.
           IF WS-CUSTOMER-GONE-AWAY
              MOVE SPACES TO WS-HELD-ITEM
              STRING 'FEE STATEMENT ' WS-WANTED-YEAR ' ACCOUNT '
                     ACCOUNT-NUMBER
                 DELIMITED BY SIZE INTO WS-HELD-ITEM
              END-STRING
              PERFORM HOLD-POST
              GO TO PS999
           END-IF.

           PERFORM START-MAIL-ITEM.

           MOVE WS-STMT-HEADER TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           MOVE CUSTOMER-NAME TO WS-STMT-NAME.
           MOVE WS-STMT-NAME-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           MOVE CUSTOMER-ADDRESS(1:132) TO WS-STMT-ADDR.
           MOVE WS-STMT-ADDR-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           MOVE ACCOUNT-NUMBER   TO WS-STMT-ACCOUNT.
           MOVE ACCOUNT-SORTCODE TO WS-STMT-SORTCODE.
           MOVE ACCOUNT-TYPE     TO WS-STMT-TYPE.
           MOVE WS-ACCT-CCY      TO WS-STMT-CCY.
           MOVE WS-STMT-ACCT-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           MOVE 'ACCOUNT HOLDERS  ' TO WS-STMT-HOLDER-LABEL.
           MOVE CUSTOMER-NAME       TO WS-STMT-HOLDER-NAME.
           MOVE WS-STMT-HOLDER-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           MOVE SPACES TO WS-STMT-HOLDER-LABEL.
           PERFORM VARYING WS-HOLDER-SUB FROM 1 BY 1
              UNTIL WS-HOLDER-SUB > WS-HOLDER-USED
              MOVE WS-HOLDER-NAME(WS-HOLDER-SUB)
                 TO WS-STMT-HOLDER-NAME
              MOVE WS-STMT-HOLDER-LINE TO WS-MAIL-PRINT-LINE
              PERFORM WRITE-MAIL-LINE
           END-PERFORM.

           IF WS-HOLDER-MORE > 0
              MOVE SPACES TO WS-STMT-HOLDER-NAME
              STRING 'AND ' WS-HOLDER-MORE ' MORE'
                 DELIMITED BY SIZE INTO WS-STMT-HOLDER-NAME
              END-STRING
              MOVE WS-STMT-HOLDER-LINE TO WS-MAIL-PRINT-LINE
              PERFORM WRITE-MAIL-LINE
           END-IF.

           MOVE 'FEES CHARGED' TO WS-STMT-SECTION.
           MOVE WS-STMT-SECTION-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           MOVE 'ACCOUNT MAINTENANCE FEES' TO WS-STMT-LABEL.
           MOVE WS-ACCT-MAINT-FEES TO WS-STMT-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.

           MOVE 'UNAUTHORISED OVERDRAFT FEES' TO WS-STMT-LABEL.
           MOVE WS-ACCT-OD-FEES TO WS-STMT-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.

           COMPUTE WS-ACCT-TOTAL-FEES =
              WS-ACCT-MAINT-FEES + WS-ACCT-OD-FEES.
           MOVE 'TOTAL FEES' TO WS-STMT-LABEL.
           MOVE WS-ACCT-TOTAL-FEES TO WS-STMT-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.

           MOVE 'INTEREST' TO WS-STMT-SECTION.
           MOVE WS-STMT-SECTION-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

           MOVE 'CREDIT INTEREST PAID TO YOU' TO WS-STMT-LABEL.
           MOVE WS-ACCT-CREDIT-INT TO WS-STMT-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.

           MOVE 'DEBIT INTEREST CHARGED TO YOU' TO WS-STMT-LABEL.
           MOVE WS-ACCT-DEBIT-INT TO WS-STMT-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.

           ADD 1 TO WS-STMT-CNT.

       PS999.
           EXIT.

       WRITE-AMOUNT-LINE SECTION.
       WA010.
           MOVE WS-ACCT-CCY TO WS-STMT-AMT-CCY.
           MOVE WS-STMT-AMT-LINE TO WS-MAIL-PRINT-LINE.
           PERFORM WRITE-MAIL-LINE.

       WA999.
           EXIT.

      *
      * The currency's fee income entry, added if new
      *
       FIND-CURRENCY SECTION.
       FY010.
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
              UNTIL WS-CCY-SUB > WS-CCY-USED
                 OR WS-CCY-CODE(WS-CCY-SUB) = WS-FIND-CCY
              CONTINUE
           END-PERFORM.

           IF WS-CCY-SUB NOT > WS-CCY-USED
              GO TO FY999
           END-IF.

           IF WS-CCY-USED NOT < WS-CCY-MAX
              DISPLAY 'FEESTMT - more than ' WS-CCY-MAX
                      ' currencies, run stopped'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-CCY-USED.
           MOVE WS-CCY-USED TO WS-CCY-SUB.
           MOVE WS-FIND-CCY TO WS-CCY-CODE(WS-CCY-SUB).
           MOVE 0 TO WS-CCY-FEES(WS-CCY-SUB)
                     WS-CCY-TDBREAK(WS-CCY-SUB)
                     WS-CCY-GL-FEEI(WS-CCY-SUB).

       FY999.
           EXIT.

      *
      * The year's FEEI lines across every sortcode, by currency
      * (spaces on lines older than the currency key are GBP);
      * GLSUM is in date order, so the year ends the browse
      *
       LOAD-GL-FEE-INCOME SECTION.
       LG010.
           MOVE 'N' TO WS-EXIT.
           READ GLSUM
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              IF GLS-DATE > WS-YEAR-END
                 MOVE 'Y' TO WS-EXIT
              ELSE
                 IF GLS-DATE NOT < WS-YEAR-START AND
                    GLS-GL-CODE = 'FEEI'
                    ADD 1 TO WS-GL-LINE-CNT
                    IF GLS-CURRENCY = SPACES
                       MOVE 'GBP' TO WS-FIND-CCY
                    ELSE
                       MOVE GLS-CURRENCY TO WS-FIND-CCY
                    END-IF
                    PERFORM FIND-CURRENCY
                    ADD GLS-AMOUNT TO WS-CCY-GL-FEEI(WS-CCY-SUB)
                 END-IF
                 READ GLSUM
                   AT END MOVE 'Y' TO WS-EXIT
                 END-READ
              END-IF
           END-PERFORM.

       LG999.
           EXIT.

      *
      * Fee income by currency against the ledger, then the counts
      *
       WRITE-CONTROL-REPORT SECTION.
       WC010.
           WRITE FEE-PRINT-RECORD FROM WS-RPT-COLUMNS.

           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
              UNTIL WS-CCY-SUB > WS-CCY-USED
              MOVE WS-CCY-CODE(WS-CCY-SUB)    TO WS-RPT-CCY
              MOVE WS-CCY-FEES(WS-CCY-SUB)    TO WS-RPT-FEES
              MOVE WS-CCY-TDBREAK(WS-CCY-SUB) TO WS-RPT-TDBREAK
              COMPUTE WS-FEE-INCOME = WS-CCY-FEES(WS-CCY-SUB) +
                                      WS-CCY-TDBREAK(WS-CCY-SUB)
              MOVE WS-FEE-INCOME              TO WS-RPT-INCOME
              MOVE WS-CCY-GL-FEEI(WS-CCY-SUB) TO WS-RPT-GL
              COMPUTE WS-DIFFERENCE =
                 WS-FEE-INCOME - WS-CCY-GL-FEEI(WS-CCY-SUB)
              MOVE WS-DIFFERENCE              TO WS-RPT-DIFF
              IF WS-DIFFERENCE = 0
                 MOVE 'RECONCILED    ' TO WS-RPT-VERDICT
              ELSE
                 MOVE 'NOT RECONCILED' TO WS-RPT-VERDICT
                 MOVE 'N' TO WS-RECONCILED
              END-IF
              WRITE FEE-PRINT-RECORD FROM WS-RPT-CCY-LINE
           END-PERFORM.

           MOVE WS-STMT-CNT   TO WS-RPT-CT-STMTS.
           MOVE WS-HELD-CNT   TO WS-RPT-CT-HELD.
           MOVE WS-NOCUST-CNT TO WS-RPT-CT-NOCUST.
           MOVE WS-LEG-CNT    TO WS-RPT-CT-LEGS.
           MOVE WS-ORPHAN-CNT TO WS-RPT-CT-ORPHAN.
           WRITE FEE-PRINT-RECORD FROM WS-RPT-COUNTS.

       WC999.
           EXIT.

      *
      * Each statement is one mail item: a header carrying the
      * addressee, then its print lines numbered from 1
      *
       START-MAIL-ITEM SECTION.
       SM010.
           ADD 1 TO WS-MAIL-ITEM-CNT.
           MOVE 0 TO WS-MAIL-LINE-NUMBER.

           MOVE SPACES           TO MAIL-ITEM-RECORD.
           MOVE 0                TO MAIL-ENVELOPE-NUMBER.
           MOVE 'FEESTMT '       TO MAIL-SOURCE.
           MOVE WS-MAIL-ITEM-CNT TO MAIL-ITEM-NUMBER.
           SET MAIL-ITEM-HEADER  TO TRUE.
           MOVE 0                TO MAIL-LINE-NUMBER.
           MOVE CUSTOMER-NAME    TO MAIL-NAME.
           MOVE CUSTOMER-ADDRESS TO MAIL-ADDRESS.
           MOVE CUSTOMER-KEY     TO MAIL-CUSTOMER-KEY.
           PERFORM PUT-MAIL-RECORD.

       SM999.
           EXIT.

       WRITE-MAIL-LINE SECTION.
       WM010.
           ADD 1 TO WS-MAIL-LINE-NUMBER.
           ADD 1 TO WS-MAIL-LINE-CNT.

           MOVE SPACES              TO MAIL-ITEM-RECORD.
           MOVE 0                   TO MAIL-ENVELOPE-NUMBER.
           MOVE 'FEESTMT '          TO MAIL-SOURCE.
           MOVE WS-MAIL-ITEM-CNT    TO MAIL-ITEM-NUMBER.
           SET MAIL-ITEM-LINE       TO TRUE.
           MOVE WS-MAIL-LINE-NUMBER TO MAIL-LINE-NUMBER.
           MOVE WS-MAIL-PRINT-LINE  TO MAIL-PRINT-LINE.
           PERFORM PUT-MAIL-RECORD.

       WM999.
           EXIT.

      *
      * Only a run that reaches the end writes the trailer, so
      * MAILCONS can tell a complete file from a cut-short one
      *
       WRITE-MAIL-TRAILER SECTION.
       WT010.
           MOVE SPACES           TO MAIL-ITEM-RECORD.
           MOVE 0                TO MAIL-ENVELOPE-NUMBER.
           MOVE 'FEESTMT '       TO MAIL-SOURCE.
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
           IF FEEPRT-STATUS NOT = '00'
              DISPLAY 'FEESTMT - error writing FEEPRT, status='
                      FEEPRT-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       PU999.
           EXIT.

      *
      * A customer flagged gone away on the GONEAWAY register - a
      * cleared flag, or no register record at all, is not
      *
       CHECK-GONE-AWAY SECTION.
       CG010.
           MOVE 'N' TO WS-GONEAWAY-SWITCH.

           MOVE CUSTOMER-KEY TO GONE-CUSTOMER-KEY.
           READ GONEAWAY
              KEY IS GONE-CUSTOMER-KEY
           END-READ.

           IF GONEAWAY-STATUS = '00'
              IF GONE-AWAY
                 MOVE 'Y' TO WS-GONEAWAY-SWITCH
              END-IF
              GO TO CG999
           END-IF.

           IF GONEAWAY-STATUS NOT = '23'
              DISPLAY 'FEESTMT - error reading gone-away register, '
                      'status=' GONEAWAY-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CG999.
           EXIT.

      *
      * One line per item held, WS-HELD-ITEM saying what it was
      *
       HOLD-POST SECTION.
       HP010.
           MOVE CUSTOMER-SORTCODE   TO WS-HELD-SORTCODE.
           MOVE CUSTOMER-NUMBER     TO WS-HELD-CUSTOMER.
           MOVE CUSTOMER-NAME(1:40) TO WS-HELD-NAME.
           MOVE GONE-FLAGGED-DATE   TO WS-HELD-SINCE.
           WRITE HELD-PRINT-RECORD FROM WS-HELD-DETAIL.
           IF HELDPOST-STATUS NOT = '00'
              DISPLAY 'FEESTMT - error writing HELDPOST, status='
                      HELDPOST-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-HELD-CNT.

       HP999.
           EXIT.

       WRITE-HELD-TOTAL SECTION.
       HT010.
           MOVE WS-HELD-CNT TO WS-HELD-TOT-COUNT.
           WRITE HELD-PRINT-RECORD FROM WS-HELD-TOTAL.

       HT999.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-LEG-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE JRNLIN.
           CLOSE ARCHIN.
           CLOSE ACCTFILE.
           CLOSE ACCTHLDR.
           CLOSE CUSTFILE.
           CLOSE GONEAWAY.
           CLOSE GLSUM.
           CLOSE FEEPRT.
           CLOSE HELDPOST.
           CLOSE FEERPT.

       CF999.
           EXIT.
