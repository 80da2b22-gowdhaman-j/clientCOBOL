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
      * Nightly changed-data extract of CUSTOMER and ACCOUNT for the
      * data warehouse. Tonight's files are compared, key by key,
      * against last night's snapshots (CUSTOLD and ACCTOLD) and one
      * delimited DWDELTA record is written for every row inserted,
      * updated or deleted since:
      *
      *   I  on tonight's file, not on the snapshot
      *   U  on both, but the record has changed
      *   D  on the snapshot, gone from tonight's file - the key
      *      alone is sent, never the old values
      *
      * Fields are fixed width and separated by '|'. Each record
      * starts with the operation code, the business date and the
      * table name (CUST or ACCT). A closing TRLR record carries the
      * count of each operation for each table and the total number
      * of detail records, so the warehouse can prove the load.
      *
      * Tonight's files are copied record for record to CUSTNEW and
      * ACCTNEW as they are read; they become tomorrow's snapshots.
      * The first night runs against empty snapshots and sends every
      * row as an insert.
      *
      * A customer on the ERASEREG register never goes out with the
      * personal details the bank held before the erasure. An
      * insert or update of an erased customer is sent with the
      * CUSTANON scrubbed values in place of the name, address,
      * telephone, e-mail and marketing preference, and a customer
      * erased on the business date is always sent as a scrubbed
      * update even if CUSTFILE has not changed since last night.
      *
      * DWDRPT is the control report. The customer and account
      * proofs are checked at the end: tonight's rows read must
      * equal the snapshot rows plus inserts less deletes. A proof
      * that does not balance ends RC 12.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DWDELTA.
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

           SELECT CUSTOLD
                  ASSIGN TO CUSTOLD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS CUSTOLD-STATUS.

           SELECT CUSTNEW
                  ASSIGN TO CUSTNEW
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS CUSTNEW-STATUS.

           SELECT ACCTFILE
                  ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ACCOUNT-NUMBER
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT ACCTOLD
                  ASSIGN TO ACCTOLD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS ACCTOLD-STATUS.

           SELECT ACCTNEW
                  ASSIGN TO ACCTNEW
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS ACCTNEW-STATUS.

           SELECT ERASEREG
                  ASSIGN TO ERASEREG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS ERASEREG-STATUS.

           SELECT DWDELTA
                  ASSIGN TO DWDELTA
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS DWDELTA-STATUS.

           SELECT DWDRPT
                  ASSIGN TO DWDRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS DWDRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  CUSTFILE.
       01  CUSTOMER-RECORD.
       COPY CUSTOMER.

      *
      * Last night's and tonight's CUSTOMER snapshots - whole
      * CUSTOMER records in key order
      *
       FD  CUSTOLD.
       01  CUSTOLD-RECORD.
           05 FILLER                       PIC X(4).
           05 CUSTOLD-KEY                  PIC X(16).
           05 FILLER                       PIC X(299).

       FD  CUSTNEW.
       01  CUSTNEW-RECORD                  PIC X(319).

       FD  ACCTFILE.
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

      *
      * Last night's and tonight's ACCOUNT snapshots - whole
      * ACCOUNT records in account number order
      *
       FD  ACCTOLD.
       01  ACCTOLD-RECORD.
           05 FILLER                       PIC X(14).
           05 ACCTOLD-SORTCODE             PIC 9(6).
           05 ACCTOLD-NUMBER               PIC X(11).
           05 FILLER                       PIC X(80).

       FD  ACCTNEW.
       01  ACCTNEW-RECORD                  PIC X(111).

       FD  ERASEREG.
       01  ERASURE-RECORD.
           05 ERAS-SORTCODE                PIC 9(6).
           05 ERAS-CUSTOMER-NUMBER         PIC 9(10).
           05 ERAS-DATE                    PIC X(10).
           05 FILLER                       PIC X(14).

      *
      * One '|' delimited record per changed row, and the trailer
      *
       FD  DWDELTA.
       01  DELTA-RECORD                    PIC X(400).

       FD  DWDRPT.
       01  DWD-PRINT-RECORD                PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  CUSTFILE-STATUS.
           05 CUSTFILE-STATUS1             PIC X.
           05 CUSTFILE-STATUS2             PIC X.

       01  CUSTOLD-STATUS.
           05 CUSTOLD-STATUS1              PIC X.
           05 CUSTOLD-STATUS2              PIC X.

       01  CUSTNEW-STATUS.
           05 CUSTNEW-STATUS1              PIC X.
           05 CUSTNEW-STATUS2              PIC X.

       01  ACCTFILE-STATUS.
           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  ACCTOLD-STATUS.
           05 ACCTOLD-STATUS1              PIC X.
           05 ACCTOLD-STATUS2              PIC X.

       01  ACCTNEW-STATUS.
           05 ACCTNEW-STATUS1              PIC X.
           05 ACCTNEW-STATUS2              PIC X.

       01  ERASEREG-STATUS.
           05 ERASEREG-STATUS1             PIC X.
           05 ERASEREG-STATUS2             PIC X.

       01  DWDELTA-STATUS.
           05 DWDELTA-STATUS1              PIC X.
           05 DWDELTA-STATUS2              PIC X.

       01  DWDRPT-STATUS.
           05 DWDRPT-STATUS1               PIC X.
           05 DWDRPT-STATUS2               PIC X.

       01 WS-CUST-EXIT                     PIC X    VALUE 'N'.
       01 WS-ACCT-EXIT                     PIC X    VALUE 'N'.

      *
      * The snapshot record in hand, and its key - HIGH-VALUES once
      * the snapshot is exhausted so every remaining key on
      * tonight's file sorts below it
      *
       01 WS-OLD-CUSTOMER                  PIC X(319).
       01 WS-OLD-CUST-KEY                  PIC X(16).
       01 WS-OLD-ACCOUNT                   PIC X(111).
       01 WS-OLD-ACCT-KEY                  PIC X(11).
       01 WS-OLD-ACCT-SORTCODE             PIC 9(6).

       01 WS-OPERATION                     PIC X.

      *
      * Counts for each table - read tonight, read from the
      * snapshot, unchanged, and one per operation
      *
       01 WS-CUST-READ-CNT                 PIC 9(9) VALUE 0.
       01 WS-CUST-OLD-CNT                  PIC 9(9) VALUE 0.
       01 WS-CUST-SAME-CNT                 PIC 9(9) VALUE 0.
       01 WS-CUST-INS-CNT                  PIC 9(9) VALUE 0.
       01 WS-CUST-UPD-CNT                  PIC 9(9) VALUE 0.
       01 WS-CUST-DEL-CNT                  PIC 9(9) VALUE 0.
       01 WS-CUST-SCRUB-CNT                PIC 9(9) VALUE 0.
       01 WS-ACCT-READ-CNT                 PIC 9(9) VALUE 0.
       01 WS-ACCT-OLD-CNT                  PIC 9(9) VALUE 0.
       01 WS-ACCT-SAME-CNT                 PIC 9(9) VALUE 0.
       01 WS-ACCT-INS-CNT                  PIC 9(9) VALUE 0.
       01 WS-ACCT-UPD-CNT                  PIC 9(9) VALUE 0.
       01 WS-ACCT-DEL-CNT                  PIC 9(9) VALUE 0.
       01 WS-DELTA-CNT                     PIC 9(9) VALUE 0.
       01 WS-PROOF-TOTAL                   PIC 9(9).
       01 WS-PROOF-SWITCH                  PIC X    VALUE 'Y'.
           88 WS-PROOF-BALANCES                     VALUE 'Y'.

      *
      * The values CUSTANON leaves on an erased customer
      *
       01 WS-SCRUB-TEXT                    PIC X(30) VALUE
                 'REDACTED UNDER ERASURE REQUEST'.
       01 WS-SCRUB-MRKT-PREF               PIC X(9) VALUE 'POST'.

      *
      * Signed amounts edited for the delimited record
      *
       01 WS-ED-RATE                       PIC -(4)9.99.
       01 WS-ED-LIMIT                      PIC -(8)9.
       01 WS-ED-AVAILABLE                  PIC -(10)9.99.
       01 WS-ED-ACTUAL                     PIC -(10)9.99.

       01 WS-DELTA-TRAILER.
           05 FILLER                       PIC X(5) VALUE 'TRLR|'.
           05 WS-DT-DATE                   PIC X(10).
           05 FILLER                       PIC X(6) VALUE '|CUST|'.
           05 WS-DT-CUST-INS               PIC 9(9).
           05 FILLER                       PIC X    VALUE '|'.
           05 WS-DT-CUST-UPD               PIC 9(9).
           05 FILLER                       PIC X    VALUE '|'.
           05 WS-DT-CUST-DEL               PIC 9(9).
           05 FILLER                       PIC X(6) VALUE '|ACCT|'.
           05 WS-DT-ACCT-INS               PIC 9(9).
           05 FILLER                       PIC X    VALUE '|'.
           05 WS-DT-ACCT-UPD               PIC 9(9).
           05 FILLER                       PIC X    VALUE '|'.
           05 WS-DT-ACCT-DEL               PIC 9(9).
           05 FILLER                       PIC X    VALUE '|'.
           05 WS-DT-TOTAL                  PIC 9(9).

      *
      * The erased-customer keys loaded from ERASEREG, with the
      * date each was erased
      *
       01 WS-ERASED-TABLE.
           05 WS-ERASED-MAX                PIC 9(5) COMP VALUE 5000.
           05 WS-ERASED-USED               PIC 9(5) COMP VALUE 0.
           05 WS-ERASED-ENTRY OCCURS 5000 TIMES
                 INDEXED BY ER-NDX.
              10 WS-ER-KEY.
                 15 WS-ER-SORTCODE         PIC 9(6).
                 15 WS-ER-CUSTOMER         PIC 9(10).
              10 WS-ER-DATE                PIC X(10).

       01 WS-ERASED-SWITCH                 PIC X.
           88 WS-KEY-IS-ERASED                      VALUE 'Y'.
       01 WS-ERASED-ON                     PIC X(10).
       01 WS-CHECK-KEY.
           05 WS-CHECK-SORTCODE            PIC 9(6).
           05 WS-CHECK-CUSTOMER            PIC 9(10).

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
           05 FILLER                       PIC X(45) VALUE
                 'DWDELTA DATA WAREHOUSE CHANGED-DATA CONTROL  '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(77) VALUE SPACES.

       01 WS-RPT-SUBHEAD.
           05 FILLER                       PIC X    VALUE '0'.
           05 WS-RPT-SUBHEAD-TEXT          PIC X(60).
           05 FILLER                       PIC X(72) VALUE SPACES.

       01 WS-RPT-COUNT-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-CL-LABEL              PIC X(40).
           05 WS-RPT-CL-COUNT              PIC Z(8)9.
           05 FILLER                       PIC X(83) VALUE SPACES.

       01 WS-RPT-RESULT-LINE.
           05 FILLER                       PIC X    VALUE '0'.
           05 WS-RPT-RESULT                PIC X(60).
           05 FILLER                       PIC X(72) VALUE SPACES.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'DWDELTA '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started DWDELTA.'.

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
           PERFORM LOAD-ERASED-KEYS.

           PERFORM CUSTOMER-DELTA.
           PERFORM ACCOUNT-DELTA.

           MOVE WS-RUN-DATE     TO WS-DT-DATE.
           MOVE WS-CUST-INS-CNT TO WS-DT-CUST-INS.
           MOVE WS-CUST-UPD-CNT TO WS-DT-CUST-UPD.
           MOVE WS-CUST-DEL-CNT TO WS-DT-CUST-DEL.
           MOVE WS-ACCT-INS-CNT TO WS-DT-ACCT-INS.
           MOVE WS-ACCT-UPD-CNT TO WS-DT-ACCT-UPD.
           MOVE WS-ACCT-DEL-CNT TO WS-DT-ACCT-DEL.
           MOVE WS-DELTA-CNT    TO WS-DT-TOTAL.
           WRITE DELTA-RECORD FROM WS-DELTA-TRAILER.

           PERFORM WRITE-CONTROL-REPORT.

           DISPLAY 'DWDELTA customers read ' WS-CUST-READ-CNT
                   ', inserted ' WS-CUST-INS-CNT
                   ', updated ' WS-CUST-UPD-CNT
                   ', deleted ' WS-CUST-DEL-CNT
                   ' (' WS-CUST-SCRUB-CNT ' scrubbed).'.
           DISPLAY 'DWDELTA accounts read ' WS-ACCT-READ-CNT
                   ', inserted ' WS-ACCT-INS-CNT
                   ', updated ' WS-ACCT-UPD-CNT
                   ', deleted ' WS-ACCT-DEL-CNT '.'.

           IF NOT WS-PROOF-BALANCES
              DISPLAY 'DWDELTA - control proof does not balance'
              MOVE 12 TO RETURN-CODE
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

           OPEN INPUT CUSTOLD.
           IF CUSTOLD-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening CUSTOLD file, status='
                       CUSTOLD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT CUSTNEW.
           IF CUSTNEW-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening CUSTNEW file, status='
                       CUSTNEW-STATUS
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

           OPEN INPUT ACCTOLD.
           IF ACCTOLD-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ACCTOLD file, status='
                       ACCTOLD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT ACCTNEW.
           IF ACCTNEW-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ACCTNEW file, status='
                       ACCTNEW-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT DWDELTA.
           IF DWDELTA-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening DWDELTA file, status='
                       DWDELTA-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT DWDRPT.
           IF DWDRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening DWDRPT file, status='
                       DWDRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * Merge CUSTFILE against last night's snapshot. Each customer
      * is copied to tonight's snapshot before anything is scrubbed
      * for the extract, so the snapshot always matches CUSTFILE.
      *
       CUSTOMER-DELTA SECTION.
       CD010.
           PERFORM GET-OLD-CUSTOMER.

           READ CUSTFILE
             AT END MOVE 'Y' TO WS-CUST-EXIT
           END-READ.

           PERFORM UNTIL WS-CUST-EXIT = 'Y'
              ADD 1 TO WS-CUST-READ-CNT
              WRITE CUSTNEW-RECORD FROM CUSTOMER-RECORD
              PERFORM DELTA-ONE-CUSTOMER
              READ CUSTFILE
                AT END MOVE 'Y' TO WS-CUST-EXIT
              END-READ
           END-PERFORM.

      *
      * Anything left on the snapshot has gone from CUSTFILE
      *
           PERFORM UNTIL WS-OLD-CUST-KEY = HIGH-VALUES
              PERFORM SEND-CUSTOMER-DELETE
              PERFORM GET-OLD-CUSTOMER
           END-PERFORM.

       CD999.
           EXIT.

       DELTA-ONE-CUSTOMER SECTION.
       DC010.
           PERFORM UNTIL WS-OLD-CUST-KEY NOT < CUSTOMER-KEY
              PERFORM SEND-CUSTOMER-DELETE
              PERFORM GET-OLD-CUSTOMER
           END-PERFORM.

           MOVE CUSTOMER-KEY TO WS-CHECK-KEY.
           PERFORM CHECK-ERASED-KEY.

           IF WS-OLD-CUST-KEY NOT = CUSTOMER-KEY
              MOVE 'I' TO WS-OPERATION
              ADD 1 TO WS-CUST-INS-CNT
              PERFORM SEND-CUSTOMER
              GO TO DC999
           END-IF.

      *
      * On both - unchanged unless the customer was erased today
      *
           IF WS-OLD-CUSTOMER = CUSTOMER-RECORD
              AND NOT (WS-KEY-IS-ERASED
                       AND WS-ERASED-ON = WS-RUN-DATE)
              ADD 1 TO WS-CUST-SAME-CNT
           ELSE
              MOVE 'U' TO WS-OPERATION
              ADD 1 TO WS-CUST-UPD-CNT
              PERFORM SEND-CUSTOMER
           END-IF.

           PERFORM GET-OLD-CUSTOMER.

       DC999.
           EXIT.

       SEND-CUSTOMER SECTION.
       SC010.
           IF WS-KEY-IS-ERASED
              MOVE WS-SCRUB-TEXT      TO CUSTOMER-NAME
              MOVE WS-SCRUB-TEXT      TO CUSTOMER-ADDRESS
              MOVE 0                  TO CUSTOMER-TELNO
              MOVE SPACES             TO CUSTOMER-EMAIL
              MOVE WS-SCRUB-MRKT-PREF TO CUSTOMER-MRKT-PREF
              ADD 1 TO WS-CUST-SCRUB-CNT
           END-IF.

           MOVE SPACES TO DELTA-RECORD.
           STRING WS-OPERATION '|' WS-RUN-DATE '|CUST|'
                  CUSTOMER-SORTCODE '|' CUSTOMER-NUMBER '|'
                  CUSTOMER-NAME '|' CUSTOMER-ADDRESS '|'
                  CUSTOMER-DATE-OF-BIRTH '|'
                  CUSTOMER-CREDIT-SCORE '|'
                  CUSTOMER-CS-REVIEW-DATE '|'
                  CUSTOMER-TELNO '|' CUSTOMER-EMAIL '|'
                  CUSTOMER-MRKT-PREF
              DELIMITED BY SIZE INTO DELTA-RECORD
           END-STRING.
           WRITE DELTA-RECORD.
           ADD 1 TO WS-DELTA-CNT.

       SC999.
           EXIT.

      *
      * A deleted customer goes out as its key and empty fields
      *
       SEND-CUSTOMER-DELETE SECTION.
       SD010.
           ADD 1 TO WS-CUST-DEL-CNT.

           MOVE SPACES TO DELTA-RECORD.
           STRING 'D|' WS-RUN-DATE '|CUST|'
                  WS-OLD-CUST-KEY(1:6) '|' WS-OLD-CUST-KEY(7:10)
                  '||||||||'
              DELIMITED BY SIZE INTO DELTA-RECORD
           END-STRING.
           WRITE DELTA-RECORD.
           ADD 1 TO WS-DELTA-CNT.

       SD999.
           EXIT.

       GET-OLD-CUSTOMER SECTION.
       GC010.
           READ CUSTOLD
             AT END
               MOVE HIGH-VALUES TO WS-OLD-CUST-KEY
               GO TO GC999
           END-READ.

           ADD 1 TO WS-CUST-OLD-CNT.
           MOVE CUSTOLD-RECORD TO WS-OLD-CUSTOMER.
           MOVE CUSTOLD-KEY    TO WS-OLD-CUST-KEY.

       GC999.
           EXIT.

      *
      * Merge ACCTFILE against last night's snapshot
      *
       ACCOUNT-DELTA SECTION.
       AD010.
           PERFORM GET-OLD-ACCOUNT.

           READ ACCTFILE
             AT END MOVE 'Y' TO WS-ACCT-EXIT
           END-READ.

           PERFORM UNTIL WS-ACCT-EXIT = 'Y'
              ADD 1 TO WS-ACCT-READ-CNT
              WRITE ACCTNEW-RECORD FROM ACCOUNT-RECORD
              PERFORM DELTA-ONE-ACCOUNT
              READ ACCTFILE
                AT END MOVE 'Y' TO WS-ACCT-EXIT
              END-READ
           END-PERFORM.

           PERFORM UNTIL WS-OLD-ACCT-KEY = HIGH-VALUES
              PERFORM SEND-ACCOUNT-DELETE
              PERFORM GET-OLD-ACCOUNT
           END-PERFORM.

       AD999.
           EXIT.

       DELTA-ONE-ACCOUNT SECTION.
       DA010.
           PERFORM UNTIL WS-OLD-ACCT-KEY NOT < ACCOUNT-NUMBER
              PERFORM SEND-ACCOUNT-DELETE
              PERFORM GET-OLD-ACCOUNT
           END-PERFORM.

           IF WS-OLD-ACCT-KEY NOT = ACCOUNT-NUMBER
              MOVE 'I' TO WS-OPERATION
              ADD 1 TO WS-ACCT-INS-CNT
              PERFORM SEND-ACCOUNT
              GO TO DA999
           END-IF.

           IF WS-OLD-ACCOUNT = ACCOUNT-RECORD
              ADD 1 TO WS-ACCT-SAME-CNT
           ELSE
              MOVE 'U' TO WS-OPERATION
              ADD 1 TO WS-ACCT-UPD-CNT
              PERFORM SEND-ACCOUNT
           END-IF.

           PERFORM GET-OLD-ACCOUNT.

       DA999.
           EXIT.

       SEND-ACCOUNT SECTION.
       SA010.
           MOVE ACCOUNT-INTEREST-RATE   TO WS-ED-RATE.
           MOVE ACCOUNT-OVERDRAFT-LIMIT TO WS-ED-LIMIT.
           MOVE ACCOUNT-AVAILABLE-BALANCE TO WS-ED-AVAILABLE.
           MOVE ACCOUNT-ACTUAL-BALANCE  TO WS-ED-ACTUAL.

           MOVE SPACES TO DELTA-RECORD.
           STRING WS-OPERATION '|' WS-RUN-DATE '|ACCT|'
                  ACCOUNT-SORTCODE '|' ACCOUNT-NUMBER '|'
                  ACCOUNT-CUSTOMER-NUMBER '|' ACCOUNT-TYPE '|'
                  WS-ED-RATE '|' ACCOUNT-OPENED-DATE '|'
                  WS-ED-LIMIT '|' ACCOUNT-LAST-STMT-DATE '|'
                  ACCOUNT-NEXT-STMT-DATE '|'
                  WS-ED-AVAILABLE '|' WS-ED-ACTUAL '|'
                  ACCOUNT-STATUS '|' ACCOUNT-CLOSED-DATE '|'
                  ACCOUNT-CURRENCY-CODE
              DELIMITED BY SIZE INTO DELTA-RECORD
           END-STRING.
           WRITE DELTA-RECORD.
           ADD 1 TO WS-DELTA-CNT.

       SA999.
           EXIT.

      *
      * A deleted account goes out as its sort code and number and
      * empty fields
      *
       SEND-ACCOUNT-DELETE SECTION.
       SX010.
           ADD 1 TO WS-ACCT-DEL-CNT.

           MOVE SPACES TO DELTA-RECORD.
           STRING 'D|' WS-RUN-DATE '|ACCT|'
                  WS-OLD-ACCT-SORTCODE '|' WS-OLD-ACCT-KEY
                  '||||||||||||'
              DELIMITED BY SIZE INTO DELTA-RECORD
           END-STRING.
           WRITE DELTA-RECORD.
           ADD 1 TO WS-DELTA-CNT.

       SX999.
           EXIT.

       GET-OLD-ACCOUNT SECTION.
       GA010.
           READ ACCTOLD
             AT END
               MOVE HIGH-VALUES TO WS-OLD-ACCT-KEY
               GO TO GA999
           END-READ.

           ADD 1 TO WS-ACCT-OLD-CNT.
           MOVE ACCTOLD-RECORD   TO WS-OLD-ACCOUNT.
           MOVE ACCTOLD-NUMBER   TO WS-OLD-ACCT-KEY.
           MOVE ACCTOLD-SORTCODE TO WS-OLD-ACCT-SORTCODE.

       GA999.
           EXIT.

      *
      * Tonight's rows must equal last night's plus the inserts
      * less the deletes, for each table
      *
       WRITE-CONTROL-REPORT SECTION.
       WR010.
           WRITE DWD-PRINT-RECORD FROM WS-RPT-HEADER.

           MOVE 'CUSTOMER' TO WS-RPT-SUBHEAD-TEXT.
           WRITE DWD-PRINT-RECORD FROM WS-RPT-SUBHEAD.
           MOVE 'Rows on last night''s snapshot' TO WS-RPT-CL-LABEL.
           MOVE WS-CUST-OLD-CNT TO WS-RPT-CL-COUNT.
           WRITE DWD-PRINT-RECORD FROM WS-RPT-COUNT-LINE.
           MOVE 'Rows on CUSTFILE tonight' TO WS-RPT-CL-LABEL.
           MOVE WS-CUST-READ-CNT TO WS-RPT-CL-COUNT.
           WRITE DWD-PRINT-RECORD FROM WS-RPT-COUNT-LINE.
           MOVE 'Unchanged' TO WS-RPT-CL-LABEL.
           MOVE WS-CUST-SAME-CNT TO WS-RPT-CL-COUNT.
           WRITE DWD-PRINT-RECORD FROM WS-RPT-COUNT-LINE.
           MOVE 'Inserted (I)' TO WS-RPT-CL-LABEL.
           MOVE WS-CUST-INS-CNT TO WS-RPT-CL-COUNT.
           WRITE DWD-PRINT-RECORD FROM WS-RPT-COUNT-LINE.
           MOVE 'Updated (U)' TO WS-RPT-CL-LABEL.
           MOVE WS-CUST-UPD-CNT TO WS-RPT-CL-COUNT.
           WRITE DWD-PRINT-RECORD FROM WS-RPT-COUNT-LINE.
           MOVE 'Deleted (D)' TO WS-RPT-CL-LABEL.
           MOVE WS-CUST-DEL-CNT TO WS-RPT-CL-COUNT.
           WRITE DWD-PRINT-RECORD FROM WS-RPT-COUNT-LINE.
           MOVE 'Sent scrubbed - erased customers' TO WS-RPT-CL-LABEL.
           MOVE WS-CUST-SCRUB-CNT TO WS-RPT-CL-COUNT.
           WRITE DWD-PRINT-RECORD FROM WS-RPT-COUNT-LINE.

           COMPUTE WS-PROOF-TOTAL = WS-CUST-OLD-CNT
                                  + WS-CUST-INS-CNT
                                  - WS-CUST-DEL-CNT.
           IF WS-PROOF-TOTAL NOT = WS-CUST-READ-CNT
              MOVE 'N' TO WS-PROOF-SWITCH
           END-IF.

           MOVE 'ACCOUNT' TO WS-RPT-SUBHEAD-TEXT.
           WRITE DWD-PRINT-RECORD FROM WS-RPT-SUBHEAD.
           MOVE 'Rows on last night''s snapshot' TO WS-RPT-CL-LABEL.
           MOVE WS-ACCT-OLD-CNT TO WS-RPT-CL-COUNT.
           WRITE DWD-PRINT-RECORD FROM WS-RPT-COUNT-LINE.
           MOVE 'Rows on ACCTFILE tonight' TO WS-RPT-CL-LABEL.
           MOVE WS-ACCT-READ-CNT TO WS-RPT-CL-COUNT.
           WRITE DWD-PRINT-RECORD FROM WS-RPT-COUNT-LINE.
           MOVE 'Unchanged' TO WS-RPT-CL-LABEL.
           MOVE WS-ACCT-SAME-CNT TO WS-RPT-CL-COUNT.
           WRITE DWD-PRINT-RECORD FROM WS-RPT-COUNT-LINE.
           MOVE 'Inserted (I)' TO WS-RPT-CL-LABEL.
           MOVE WS-ACCT-INS-CNT TO WS-RPT-CL-COUNT.
           WRITE DWD-PRINT-RECORD FROM WS-RPT-COUNT-LINE.
           MOVE 'Updated (U)' TO WS-RPT-CL-LABEL.
           MOVE WS-ACCT-UPD-CNT TO WS-RPT-CL-COUNT.
           WRITE DWD-PRINT-RECORD FROM WS-RPT-COUNT-LINE.
           MOVE 'Deleted (D)' TO WS-RPT-CL-LABEL.
           MOVE WS-ACCT-DEL-CNT TO WS-RPT-CL-COUNT.
           WRITE DWD-PRINT-RECORD FROM WS-RPT-COUNT-LINE.

           COMPUTE WS-PROOF-TOTAL = WS-ACCT-OLD-CNT
                                  + WS-ACCT-INS-CNT
                                  - WS-ACCT-DEL-CNT.
           IF WS-PROOF-TOTAL NOT = WS-ACCT-READ-CNT
              MOVE 'N' TO WS-PROOF-SWITCH
           END-IF.

           MOVE SPACES TO WS-RPT-SUBHEAD-TEXT.
           WRITE DWD-PRINT-RECORD FROM WS-RPT-SUBHEAD.
           MOVE 'Records written to DWDELTA' TO WS-RPT-CL-LABEL.
           MOVE WS-DELTA-CNT TO WS-RPT-CL-COUNT.
           WRITE DWD-PRINT-RECORD FROM WS-RPT-COUNT-LINE.

           IF WS-PROOF-BALANCES
              MOVE 'CONTROL PROOF BALANCES' TO WS-RPT-RESULT
           ELSE
              MOVE '*** CONTROL PROOF DOES NOT BALANCE ***'
                TO WS-RPT-RESULT
           END-IF.
           WRITE DWD-PRINT-RECORD FROM WS-RPT-RESULT-LINE.

       WR999.
           EXIT.

       LOAD-ERASED-KEYS SECTION.
       LE010.
           OPEN INPUT ERASEREG.
           IF ERASEREG-STATUS NOT = '00'
              DISPLAY 'DWDELTA - no ERASEREG register (status='
                      ERASEREG-STATUS ') - no customers scrubbed'
              GO TO LE999
           END-IF.

       LE020.
           READ ERASEREG
             AT END
               CLOSE ERASEREG
               DISPLAY 'DWDELTA loaded ' WS-ERASED-USED
                       ' erased customer keys.'
               GO TO LE999
           END-READ.

           IF WS-ERASED-USED NOT < WS-ERASED-MAX
              DISPLAY 'DWDELTA - erased-key table full, run refused '
                      'rather than send unscrubbed customers'
              CLOSE ERASEREG
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-ERASED-USED.
           SET ER-NDX TO WS-ERASED-USED.
           MOVE ERAS-SORTCODE        TO WS-ER-SORTCODE(ER-NDX).
           MOVE ERAS-CUSTOMER-NUMBER TO WS-ER-CUSTOMER(ER-NDX).
           MOVE ERAS-DATE            TO WS-ER-DATE(ER-NDX).
           GO TO LE020.

       LE999.
           EXIT.

       CHECK-ERASED-KEY SECTION.
       CK010.
           MOVE 'N' TO WS-ERASED-SWITCH.
           MOVE SPACES TO WS-ERASED-ON.

           IF WS-ERASED-USED = 0
              GO TO CK999
           END-IF.

           SET ER-NDX TO 1.
           SEARCH WS-ERASED-ENTRY
              AT END CONTINUE
              WHEN ER-NDX > WS-ERASED-USED
                 CONTINUE
              WHEN WS-ER-KEY(ER-NDX) = WS-CHECK-KEY
                 MOVE 'Y' TO WS-ERASED-SWITCH
                 MOVE WS-ER-DATE(ER-NDX) TO WS-ERASED-ON
           END-SEARCH.

       CK999.
           EXIT.

      *
      * The run date is the shop's business date from the BUSDATE
      * control, not the clock
      *
       GET-BUSINESS-DATE SECTION.
       GBD10.
           MOVE 'GET  ' TO WS-BDP-FUNCTION.
           CALL 'GETBDATE' USING WS-BDATE-PARM.
           IF WS-BDP-STATUS = SPACE
              MOVE WS-BDP-DATE TO WS-RUN-DATE
           ELSE
              DISPLAY 'DWDELTA - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-DELTA-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE CUSTFILE.
           CLOSE CUSTOLD.
           CLOSE CUSTNEW.
           CLOSE ACCTFILE.
           CLOSE ACCTOLD.
           CLOSE ACCTNEW.
           CLOSE DWDELTA.
           CLOSE DWDRPT.

       CF999.
           EXIT.
