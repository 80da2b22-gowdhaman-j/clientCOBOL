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
      * Nightly third-party authority expiry. Reads the whole
      * AUTHREG register and marks E every authority still in force
      * whose end date is before the business date, listing each on
      * AUTHXRPT under the sortcode of the branch that holds the
      * account, so the branch can contact the holder or arrange a
      * renewal. Authorities with no end date stand until AUTHMNT
      * revokes them. XFRFUN stops honouring a lapsed authority the
      * day after its end date whether or not this run has marked
      * it yet; this run keeps the register honest and tells the
      * branch.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHEXP.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHREG
                  ASSIGN TO AUTHREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ATHR-KEY
                  FILE STATUS  IS AUTHREG-STATUS.

           SELECT AUTHXRPT
                  ASSIGN TO AUTHXRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS AUTHXRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  AUTHREG.
       01  AUTHORITY-RECORD.
       COPY AUTHREG.

       FD  AUTHXRPT.
       01  AUTHX-PRINT-RECORD              PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  AUTHREG-STATUS.
           05 AUTHREG-STATUS1              PIC X.
           05 AUTHREG-STATUS2              PIC X.

       01  AUTHXRPT-STATUS.
           05 AUTHXRPT-STATUS1             PIC X.
           05 AUTHXRPT-STATUS2             PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.

       01 WS-READ-CNT                      PIC 9(7) VALUE 0.
       01 WS-ACTIVE-CNT                    PIC 9(7) VALUE 0.
       01 WS-EXPIRED-CNT                   PIC 9(7) VALUE 0.

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
                 VALUE 'AUTHEXP LAPSED THIRD-PARTY AUTHORITIES  '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(82) VALUE SPACES.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(7) VALUE 'BRANCH '.
           05 WS-RPT-BRANCH                PIC 9(6).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-ACCT-NO               PIC 9(11).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-SORTCODE              PIC 9(6).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-RPT-CUSTOMER              PIC 9(10).
           05 FILLER                       PIC X(6) VALUE ' TYPE '.
           05 WS-RPT-TYPE                  PIC X.
           05 FILLER                       PIC X(7) VALUE ' SCOPE '.
           05 WS-RPT-SCOPE                 PIC X.
           05 FILLER                       PIC X(6) VALUE ' FROM '.
           05 WS-RPT-START                 PIC X(10).
           05 FILLER                       PIC X(7) VALUE ' ENDED '.
           05 WS-RPT-END                   PIC X(10).
           05 FILLER                       PIC X(13)
                 VALUE ' APPROVED BY '.
           05 WS-RPT-APPROVER              PIC X(8).
           05 FILLER                       PIC X(18) VALUE SPACES.

       01 WS-RPT-TOTALS.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(12)
                 VALUE 'AUTHORITIES '.
           05 WS-RPT-TOT-READ              PIC Z(6)9.
           05 FILLER                       PIC X(12)
                 VALUE '  IN FORCE '.
           05 WS-RPT-TOT-ACTIVE            PIC Z(6)9.
           05 FILLER                       PIC X(10)
                 VALUE '  EXPIRED '.
           05 WS-RPT-TOT-EXPIRED           PIC Z(6)9.
           05 FILLER                       PIC X(77) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'AUTHEXP '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started AUTHEXP.'.

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

           WRITE AUTHX-PRINT-RECORD FROM WS-RPT-HEADER.

           READ AUTHREG NEXT RECORD
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-READ-CNT
              IF ATHR-STATUS-ACTIVE
                 PERFORM CHECK-ONE-AUTHORITY
              END-IF
              READ AUTHREG NEXT RECORD
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           MOVE WS-READ-CNT    TO WS-RPT-TOT-READ.
           MOVE WS-ACTIVE-CNT  TO WS-RPT-TOT-ACTIVE.
           MOVE WS-EXPIRED-CNT TO WS-RPT-TOT-EXPIRED.
           WRITE AUTHX-PRINT-RECORD FROM WS-RPT-TOTALS.

           DISPLAY 'AUTHEXP read ' WS-READ-CNT ' authorities, '
                   WS-EXPIRED-CNT ' expired, ' WS-ACTIVE-CNT
                   ' still in force.'.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN I-O AUTHREG.
           IF AUTHREG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening AUTHREG file, status='
                       AUTHREG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT AUTHXRPT.
           IF AUTHXRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening AUTHXRPT file, status='
                       AUTHXRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * An authority is good through its end date - it lapses the
      * day after
      *
       CHECK-ONE-AUTHORITY SECTION.
       CA010.
           IF ATHR-END-DATE = SPACES OR
              ATHR-END-DATE NOT < WS-RUN-DATE
              ADD 1 TO WS-ACTIVE-CNT
              GO TO CA999
           END-IF.

           MOVE 'E'         TO ATHR-STATUS.
           MOVE WS-RUN-DATE TO ATHR-CHANGED-DATE.

           REWRITE AUTHORITY-RECORD.
           IF AUTHREG-STATUS NOT = '00'
              DISPLAY 'AUTHEXP - error rewriting authority '
                      ATHR-KEY ' status=' AUTHREG-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-EXPIRED-CNT.

           MOVE ATHR-ACCOUNT-SORTCODE TO WS-RPT-BRANCH.
           MOVE ATHR-ACCOUNT-NUMBER   TO WS-RPT-ACCT-NO.
           MOVE ATHR-SORTCODE         TO WS-RPT-SORTCODE.
           MOVE ATHR-CUSTOMER-NUMBER  TO WS-RPT-CUSTOMER.
           MOVE ATHR-TYPE             TO WS-RPT-TYPE.
           MOVE ATHR-SCOPE            TO WS-RPT-SCOPE.
           MOVE ATHR-START-DATE       TO WS-RPT-START.
           MOVE ATHR-END-DATE         TO WS-RPT-END.
           MOVE ATHR-APPROVED-BY      TO WS-RPT-APPROVER.
           WRITE AUTHX-PRINT-RECORD FROM WS-RPT-DETAIL.

       CA999.
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
              DISPLAY 'AUTHEXP - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-READ-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE AUTHREG.
           CLOSE AUTHXRPT.

       CF999.
           EXIT.
