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
      * Cross-day duplicate gate for the bank's bulk input files,
      * run ahead of the posting run it guards:
      *
      *    PARM='BULK ,<file reference>,<originator>'  ahead of
      *                                                 BULKPOST
      *    PARM='DDCOL,<file reference>'               ahead of
      *                                                 DDCOLL
      *
      * cols 1-5 of the PARM are the stream, cols 7-26 the reference
      * the file arrived under, and for a bulk file cols 28-33 the
      * originator's id; a collection file names its originator on
      * every record, and the first record's is the file's.
      *
      * PAYMDUP does this job for the PAYM stream from one claim
      * history. Here the FILEHIST history remembers every file let
      * through - stream, originator, file reference, record count
      * and amount hash - and a file presenting all five again is
      * rejected whole: DUPOUT is left empty, the file's items are
      * not looked at, and the run ends RC 8 so the posting run is
      * not started. A bulk file must balance to its own trailer
      * before it is looked at, as BULKPOST demands.
      *
      * The ITEMHIST history remembers every item - originator,
      * account, reference and amount. An item in an otherwise new
      * file that was seen within WS-REPEAT-DAYS days of its last
      * sighting, in an earlier file or earlier in this one, is
      * diverted to the DUPREV review file with the date it was
      * last seen instead of going to DUPOUT; an item seen again
      * after the window is the next week's or month's genuine
      * payment and passes. A diverted item found good on review is
      * resubmitted on a file of its own. The items that pass go to
      * DUPOUT for the posting run; a bulk file's trailer is
      * rewritten to their count and hash so BULKPOST still
      * balances it. Diverted items end the run RC 4.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPGATE.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPIN
                  ASSIGN TO DUPIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS DUPIN-STATUS.

           SELECT DUPOUT
                  ASSIGN TO DUPOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS DUPOUT-STATUS.

           SELECT DUPREV
                  ASSIGN TO DUPREV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS DUPREV-STATUS.

           SELECT FILEHIST
                  ASSIGN TO FILEHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FHST-KEY
                  FILE STATUS  IS FILEHIST-STATUS.

           SELECT ITEMHIST
                  ASSIGN TO ITEMHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS IHST-KEY
                  FILE STATUS  IS ITEMHIST-STATUS.

           SELECT DUPRPT
                  ASSIGN TO DUPRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS DUPRPT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
      *
      * The incoming file, in BULKPOST's BULKIN layout or DDCOLL's
      * DDCOLIN layout as the stream says
      *
       FD  DUPIN.
       01  BULK-INPUT-RECORD.
           05 BULK-RECORD-ID               PIC X(4).
           05 BULK-DIRECTION               PIC X.
           05 BULK-ACCOUNT-NUMBER          PIC 9(11).
           05 BULK-SORTCODE                PIC 9(6).
           05 BULK-AMOUNT                  PIC 9(9)V99.
           05 BULK-REFERENCE               PIC X(20).
           05 FILLER                       PIC X(27).
       01  BULK-CONTROL-TRAILER REDEFINES BULK-INPUT-RECORD.
           05 BCTL-ID                      PIC X(4).
           05 BCTL-RECORD-COUNT            PIC 9(7).
           05 BCTL-HASH-TOTAL              PIC 9(13)V99.
           05 BCTL-FILE-DATE               PIC 9(6).
           05 FILLER                       PIC X(48).
       01  COLLECTION-RECORD REDEFINES BULK-INPUT-RECORD.
           05 COLL-ORIGINATOR-ID           PIC 9(6).
           05 COLL-ACCOUNT-NUMBER          PIC 9(11).
           05 COLL-REFERENCE               PIC X(18).
           05 COLL-AMOUNT                  PIC 9(9)V99.
           05 FILLER                       PIC X(34).

       FD  DUPOUT.
       01  DUPOUT-RECORD                   PIC X(80).

       FD  DUPREV.
       01  DUP-REVIEW-RECORD.
           05 DREV-ORIGINAL                PIC X(80).
           05 DREV-REASON                  PIC X(3).
           05 DREV-LAST-SEEN-DATE          PIC X(10).
           05 DREV-LAST-FILE-REFERENCE     PIC X(20).

       FD  FILEHIST.
       01  FILE-HISTORY-RECORD.
       COPY FILEHIST.

       FD  ITEMHIST.
       01  ITEM-HISTORY-RECORD.
       COPY ITEMHIST.

       FD  DUPRPT.
       01  DUP-PRINT-RECORD                PIC X(133).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  DUPIN-STATUS.
           05 DUPIN-STATUS1                PIC X.
           05 DUPIN-STATUS2                PIC X.

       01  DUPOUT-STATUS.
           05 DUPOUT-STATUS1               PIC X.
           05 DUPOUT-STATUS2               PIC X.

       01  DUPREV-STATUS.
           05 DUPREV-STATUS1               PIC X.
           05 DUPREV-STATUS2               PIC X.

       01  FILEHIST-STATUS.
           05 FILEHIST-STATUS1             PIC X.
           05 FILEHIST-STATUS2             PIC X.

       01  ITEMHIST-STATUS.
           05 ITEMHIST-STATUS1             PIC X.
           05 ITEMHIST-STATUS2             PIC X.

       01  DUPRPT-STATUS.
           05 DUPRPT-STATUS1               PIC X.
           05 DUPRPT-STATUS2               PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.

       01 WS-STREAM                        PIC X(5).
          88 WS-BULK-STREAM                VALUE 'BULK '.
          88 WS-DDCOL-STREAM               VALUE 'DDCOL'.
       01 WS-FILE-REFERENCE                PIC X(20).
       01 WS-FILE-ORIGINATOR               PIC X(6).

      *
      * An item is a repeat if last seen this many days ago or less
      *
       01 WS-REPEAT-DAYS                   PIC 9(3) VALUE 5.

      *
      * The file as received
      *
       01 WS-DETAIL-CNT                    PIC 9(7) VALUE 0.
       01 WS-HASH-TOTAL                    PIC 9(13)V99 VALUE 0.
       01 WS-TRAILER-CNT                   PIC 9(3) VALUE 0.
       01 WS-CTRL-COUNT                    PIC 9(7) VALUE 0.
       01 WS-CTRL-HASH                     PIC 9(13)V99 VALUE 0.
       01 WS-CTRL-FILE-DATE                PIC 9(6) VALUE 0.

      *
      * What the gate let through and held back
      *
       01 WS-PASSED-CNT                    PIC 9(7) VALUE 0.
       01 WS-PASSED-HASH                   PIC 9(13)V99 VALUE 0.
       01 WS-DIVERTED-CNT                  PIC 9(7) VALUE 0.
       01 WS-DIVERTED-HASH                 PIC 9(13)V99 VALUE 0.

      *
      * The item in hand, whichever layout it came in
      *
       01 WS-ITEM-ORIGINATOR               PIC X(6).
       01 WS-ITEM-ACCOUNT                  PIC 9(11).
       01 WS-ITEM-REFERENCE                PIC X(20).
       01 WS-ITEM-AMOUNT                   PIC 9(9)V99.
       01 WS-ITEM-FOUND                    PIC X.

       01 WS-DATE-YYYYMMDD                 PIC 9(8).
       01 WS-RUN-INTEGER                   PIC 9(7).
       01 WS-SEEN-INTEGER                  PIC 9(7).
       01 WS-DAYS-SINCE                    PIC S9(7) COMP-3.

       01 WS-RUN-TIME-RAW                  PIC 9(8).

       01 WS-CURRENT-DATE-DATA.
           05 WS-CD-YEAR                   PIC 9(4).
           05 WS-CD-MONTH                  PIC 99.
           05 WS-CD-DAY                    PIC 99.
           05 FILLER                       PIC X(13).

       01 WS-RUN-DATE.
           05 WS-RUN-YEAR                  PIC 9(4).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-RUN-MONTH                 PIC 99.
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-RUN-DAY                   PIC 99.

       01 WS-BDATE-PARM.
           05 WS-BDP-FUNCTION              PIC X(5).
           05 WS-BDP-DATE                  PIC X(10).
           05 WS-BDP-STATUS                PIC X.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'DUPGATE '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

       01 WS-RPT-HEADER.
           05 FILLER                       PIC X    VALUE '1'.
           05 FILLER                       PIC X(20)
                 VALUE 'DUPGATE DUPLICATE GA'.
           05 FILLER                       PIC X(9)
                 VALUE 'TE FOR   '.
           05 WS-RPT-HDR-STREAM            PIC X(5).
           05 FILLER                       PIC X(6) VALUE ' FILE '.
           05 WS-RPT-HDR-FILE-REF          PIC X(20).
           05 FILLER                       PIC X(12)
                 VALUE ' ORIGINATOR '.
           05 WS-RPT-HDR-ORIGINATOR        PIC X(6).
           05 FILLER                       PIC X(6) VALUE ' DATE '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(38) VALUE SPACES.

       01 WS-RPT-DETAIL.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(9) VALUE 'DIVERTED '.
           05 WS-RPT-ORIGINATOR            PIC X(6).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-ACCT-NO               PIC 9(11).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-REFERENCE             PIC X(20).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-AMOUNT                PIC -(9)9.99.
           05 FILLER                       PIC X(11)
                 VALUE ' LAST SEEN '.
           05 WS-RPT-LAST-SEEN             PIC X(10).
           05 FILLER                       PIC X(9) VALUE ' IN FILE '.
           05 WS-RPT-LAST-FILE             PIC X(20).
           05 FILLER                       PIC X(17) VALUE SPACES.

       01 WS-RPT-TOTAL.
           05 FILLER                       PIC X    VALUE '0'.
           05 WS-RPT-TOT-TEXT              PIC X(30).
           05 WS-RPT-TOT-COUNT             PIC Z(6)9.
           05 FILLER                       PIC X(6) VALUE ' HASH '.
           05 WS-RPT-TOT-HASH              PIC Z(12)9.99.
           05 FILLER                       PIC X(73) VALUE SPACES.

       01 WS-RPT-MESSAGE.
           05 FILLER                       PIC X    VALUE '0'.
           05 WS-RPT-MSG-TEXT              PIC X(132).

      *****************************************************************
      *** Linkage Storage                                           ***
      *****************************************************************
       LINKAGE SECTION.
       01 PARM-FIELD.
           05 PARM-LENGTH                  PIC S9(4) COMP.
           05 PARM-DATA                    PIC X(40).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION USING PARM-FIELD.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started DUPGATE.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           PERFORM GET-BUSINESS-DATE.

           MOVE WS-RUN-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4).
           MOVE WS-RUN-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2).
           MOVE WS-RUN-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2).
           COMPUTE WS-RUN-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD).

           PERFORM TAKE-PARM.

      *
      * Pass one: what the file is, before anything is decided
      *
           PERFORM MEASURE-THE-FILE.

           PERFORM OPEN-FILES.

           MOVE WS-STREAM          TO WS-RPT-HDR-STREAM.
           MOVE WS-FILE-REFERENCE  TO WS-RPT-HDR-FILE-REF.
           MOVE WS-FILE-ORIGINATOR TO WS-RPT-HDR-ORIGINATOR.
           MOVE WS-RUN-DATE        TO WS-RPT-HDR-DATE.
           WRITE DUP-PRINT-RECORD FROM WS-RPT-HEADER.

           MOVE 'FILE AS RECEIVED' TO WS-RPT-TOT-TEXT.
           MOVE WS-DETAIL-CNT      TO WS-RPT-TOT-COUNT.
           MOVE WS-HASH-TOTAL      TO WS-RPT-TOT-HASH.
           WRITE DUP-PRINT-RECORD FROM WS-RPT-TOTAL.

           PERFORM CHECK-FILE-HISTORY.

      *
      * Pass two: the file is new, so each item is looked at
      *
           OPEN INPUT DUPIN.
           IF DUPIN-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening DUPIN file, status='
                       DUPIN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'N' TO WS-EXIT.
           READ DUPIN
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              IF WS-DDCOL-STREAM OR BULK-RECORD-ID = 'BPST'
                 PERFORM GATE-ONE-ITEM
              END-IF
              READ DUPIN
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           IF WS-BULK-STREAM
              PERFORM WRITE-NEW-TRAILER
           END-IF.

           PERFORM RECORD-THE-FILE.

           MOVE 'PASSED TO POSTING RUN' TO WS-RPT-TOT-TEXT.
           MOVE WS-PASSED-CNT      TO WS-RPT-TOT-COUNT.
           MOVE WS-PASSED-HASH     TO WS-RPT-TOT-HASH.
           WRITE DUP-PRINT-RECORD FROM WS-RPT-TOTAL.
           MOVE 'DIVERTED TO REVIEW' TO WS-RPT-TOT-TEXT.
           MOVE WS-DIVERTED-CNT    TO WS-RPT-TOT-COUNT.
           MOVE WS-DIVERTED-HASH   TO WS-RPT-TOT-HASH.
           WRITE DUP-PRINT-RECORD FROM WS-RPT-TOTAL.

           DISPLAY 'DUPGATE ' WS-STREAM ' file ' WS-FILE-REFERENCE
                   ': ' WS-DETAIL-CNT ' items, passed '
                   WS-PASSED-CNT ', diverted to review '
                   WS-DIVERTED-CNT '.'.

           IF WS-DIVERTED-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       TAKE-PARM SECTION.
       TP010.
           IF PARM-LENGTH < 7
              DISPLAY 'DUPGATE - PARM must name the stream and the '
                      'file reference'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE PARM-DATA(1:5)  TO WS-STREAM.
           MOVE SPACES          TO WS-FILE-REFERENCE
                                   WS-FILE-ORIGINATOR.
           IF PARM-LENGTH > 6
              MOVE PARM-DATA(7:PARM-LENGTH - 6) TO WS-FILE-REFERENCE
           END-IF.
           IF PARM-LENGTH > 27
              MOVE PARM-DATA(28:PARM-LENGTH - 27)
                 TO WS-FILE-ORIGINATOR
           END-IF.

           IF NOT WS-BULK-STREAM AND NOT WS-DDCOL-STREAM
              DISPLAY 'DUPGATE - stream must be BULK or DDCOL: '
                      WS-STREAM
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           IF WS-FILE-REFERENCE = SPACES OR
              (WS-BULK-STREAM AND WS-FILE-ORIGINATOR = SPACES)
              DISPLAY 'DUPGATE - PARM missing the file reference or '
                      'the originator: ' PARM-DATA
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       TP999.
           EXIT.

      *
      * Count and hash the file. A bulk file must balance to its
      * trailer the way BULKPOST proves it - a file that does not
      * is refused here with nothing remembered
      *
       MEASURE-THE-FILE SECTION.
       MF010.
           OPEN INPUT DUPIN.
           IF DUPIN-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening DUPIN file, status='
                       DUPIN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       MF020.
           READ DUPIN
             AT END
               GO TO MF030
           END-READ.

           IF WS-DDCOL-STREAM
              ADD 1 TO WS-DETAIL-CNT
              IF WS-DETAIL-CNT = 1
                 MOVE COLL-ORIGINATOR-ID TO WS-FILE-ORIGINATOR
              END-IF
              IF COLL-AMOUNT NUMERIC
                 ADD COLL-AMOUNT TO WS-HASH-TOTAL
              END-IF
              GO TO MF020
           END-IF.

           IF BULK-RECORD-ID = 'CTRL'
              ADD 1 TO WS-TRAILER-CNT
              MOVE BCTL-RECORD-COUNT TO WS-CTRL-COUNT
              MOVE BCTL-HASH-TOTAL   TO WS-CTRL-HASH
              MOVE BCTL-FILE-DATE    TO WS-CTRL-FILE-DATE
           ELSE
              IF BULK-RECORD-ID = 'BPST'
                 ADD 1 TO WS-DETAIL-CNT
                 IF BULK-AMOUNT NUMERIC
                    ADD BULK-AMOUNT TO WS-HASH-TOTAL
                 END-IF
              END-IF
           END-IF.
           GO TO MF020.

       MF030.
           CLOSE DUPIN.

           IF WS-DDCOL-STREAM
              GO TO MF999
           END-IF.

           IF WS-TRAILER-CNT NOT = 1 OR
              WS-DETAIL-CNT NOT = WS-CTRL-COUNT OR
              WS-HASH-TOTAL NOT = WS-CTRL-HASH
              DISPLAY 'DUPGATE - bulk file does not balance to its '
                      'trailer: ' WS-TRAILER-CNT ' trailers, counted '
                      WS-DETAIL-CNT ' hashed ' WS-HASH-TOTAL
                      ' - nothing passed'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       MF999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN OUTPUT DUPOUT.
           IF DUPOUT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening DUPOUT file, status='
                       DUPOUT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT DUPREV.
           IF DUPREV-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening DUPREV file, status='
                       DUPREV-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O FILEHIST.
           IF FILEHIST-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening FILEHIST file, status='
                       FILEHIST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O ITEMHIST.
           IF ITEMHIST-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ITEMHIST file, status='
                       ITEMHIST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT DUPRPT.
           IF DUPRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening DUPRPT file, status='
                       DUPRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * A file already on the history is rejected whole - DUPOUT
      * stays empty and the run stops the posting run behind it
      *
       CHECK-FILE-HISTORY SECTION.
       CH010.
           MOVE WS-STREAM          TO FHST-STREAM.
           MOVE WS-FILE-ORIGINATOR TO FHST-ORIGINATOR.
           MOVE WS-FILE-REFERENCE  TO FHST-FILE-REFERENCE.
           MOVE WS-DETAIL-CNT      TO FHST-RECORD-COUNT.
           MOVE WS-HASH-TOTAL      TO FHST-HASH-TOTAL.

           READ FILEHIST
              KEY IS FHST-KEY
           END-READ.

           IF FILEHIST-STATUS = '23'
              GO TO CH999
           END-IF.

           IF FILEHIST-STATUS NOT = '00'
              DISPLAY 'DUPGATE - error reading FILEHIST, status='
                      FILEHIST-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO FHST-TIMES-PRESENTED.
           MOVE WS-RUN-DATE TO FHST-LAST-PRESENTED-DATE.
           REWRITE FILE-HISTORY-RECORD.

           MOVE SPACES TO WS-RPT-MSG-TEXT.
           STRING 'DUPLICATE FILE - REJECTED WHOLE, FIRST RECEIVED '
                  FHST-RECEIVED-DATE
                  ', NOTHING PASSED TO THE POSTING RUN'
              DELIMITED BY SIZE INTO WS-RPT-MSG-TEXT
           END-STRING.
           WRITE DUP-PRINT-RECORD FROM WS-RPT-MESSAGE.

           DISPLAY 'DUPGATE - ' WS-STREAM ' file ' WS-FILE-REFERENCE
                   ' from ' WS-FILE-ORIGINATOR ' was received on '
                   FHST-RECEIVED-DATE ' - duplicate file rejected'.
           MOVE 8 TO RETURN-CODE.
           PERFORM PROGRAM-DONE.

       CH999.
           EXIT.

      *
      * An item seen within the repeat window goes to review; any
      * other goes on to the posting run and is remembered
      *
       GATE-ONE-ITEM SECTION.
       GI010.
      *
      * A malformed item is the posting run's to reject, not ours
      *
           IF WS-DDCOL-STREAM
              IF COLL-ACCOUNT-NUMBER NOT NUMERIC OR
                 COLL-AMOUNT NOT NUMERIC
                 MOVE 0 TO WS-ITEM-AMOUNT
                 PERFORM PASS-ONE-ITEM
                 GO TO GI999
              END-IF
           ELSE
              IF BULK-ACCOUNT-NUMBER NOT NUMERIC OR
                 BULK-AMOUNT NOT NUMERIC
                 MOVE 0 TO WS-ITEM-AMOUNT
                 PERFORM PASS-ONE-ITEM
                 GO TO GI999
              END-IF
           END-IF.

           IF WS-DDCOL-STREAM
              MOVE COLL-ORIGINATOR-ID  TO WS-ITEM-ORIGINATOR
              MOVE COLL-ACCOUNT-NUMBER TO WS-ITEM-ACCOUNT
              MOVE COLL-REFERENCE      TO WS-ITEM-REFERENCE
              MOVE COLL-AMOUNT         TO WS-ITEM-AMOUNT
           ELSE
              MOVE WS-FILE-ORIGINATOR  TO WS-ITEM-ORIGINATOR
              MOVE BULK-ACCOUNT-NUMBER TO WS-ITEM-ACCOUNT
              MOVE BULK-REFERENCE      TO WS-ITEM-REFERENCE
              MOVE BULK-AMOUNT         TO WS-ITEM-AMOUNT
           END-IF.

           MOVE WS-STREAM          TO IHST-STREAM.
           MOVE WS-ITEM-ORIGINATOR TO IHST-ORIGINATOR.
           MOVE WS-ITEM-ACCOUNT    TO IHST-ACCOUNT-NUMBER.
           MOVE WS-ITEM-REFERENCE  TO IHST-REFERENCE.
           MOVE WS-ITEM-AMOUNT     TO IHST-AMOUNT.

           READ ITEMHIST
              KEY IS IHST-KEY
           END-READ.

           EVALUATE ITEMHIST-STATUS
              WHEN '00'
                 MOVE 'Y' TO WS-ITEM-FOUND
              WHEN '23'
                 MOVE 'N' TO WS-ITEM-FOUND
              WHEN OTHER
                 DISPLAY 'DUPGATE - error reading ITEMHIST, status='
                         ITEMHIST-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
           END-EVALUATE.

           IF WS-ITEM-FOUND = 'N'
              MOVE SPACES            TO ITEM-HISTORY-RECORD
              MOVE WS-STREAM         TO IHST-STREAM
              MOVE WS-ITEM-ORIGINATOR TO IHST-ORIGINATOR
              MOVE WS-ITEM-ACCOUNT   TO IHST-ACCOUNT-NUMBER
              MOVE WS-ITEM-REFERENCE TO IHST-REFERENCE
              MOVE WS-ITEM-AMOUNT    TO IHST-AMOUNT
              MOVE WS-RUN-DATE       TO IHST-FIRST-SEEN-DATE
              MOVE WS-RUN-DATE       TO IHST-LAST-SEEN-DATE
              MOVE WS-FILE-REFERENCE TO IHST-LAST-FILE-REFERENCE
              MOVE 1                 TO IHST-TIMES-SEEN
              MOVE 0                 TO IHST-TIMES-DIVERTED
              WRITE ITEM-HISTORY-RECORD
              PERFORM CHECK-ITEMHIST-WRITE
              PERFORM PASS-ONE-ITEM
              GO TO GI999
           END-IF.

           MOVE IHST-LAST-SEEN-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4).
           MOVE IHST-LAST-SEEN-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2).
           MOVE IHST-LAST-SEEN-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2).
           COMPUTE WS-SEEN-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD).
           COMPUTE WS-DAYS-SINCE = WS-RUN-INTEGER - WS-SEEN-INTEGER.

           IF WS-DAYS-SINCE > WS-REPEAT-DAYS
              MOVE WS-RUN-DATE       TO IHST-LAST-SEEN-DATE
              MOVE WS-FILE-REFERENCE TO IHST-LAST-FILE-REFERENCE
              ADD 1 TO IHST-TIMES-SEEN
              REWRITE ITEM-HISTORY-RECORD
              PERFORM CHECK-ITEMHIST-WRITE
              PERFORM PASS-ONE-ITEM
              GO TO GI999
           END-IF.

           PERFORM DIVERT-ONE-ITEM.

           ADD 1 TO IHST-TIMES-DIVERTED.
           REWRITE ITEM-HISTORY-RECORD.
           PERFORM CHECK-ITEMHIST-WRITE.

       GI999.
           EXIT.

       CHECK-ITEMHIST-WRITE SECTION.
       CW010.
           IF ITEMHIST-STATUS NOT = '00'
              DISPLAY 'DUPGATE - error writing ITEMHIST for account '
                      IHST-ACCOUNT-NUMBER ' status=' ITEMHIST-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       CW999.
           EXIT.

       PASS-ONE-ITEM SECTION.
       PI010.
           WRITE DUPOUT-RECORD FROM BULK-INPUT-RECORD.
           IF DUPOUT-STATUS NOT = '00'
              DISPLAY 'DUPGATE - error writing DUPOUT, status='
                      DUPOUT-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-PASSED-CNT.
           ADD WS-ITEM-AMOUNT TO WS-PASSED-HASH.

       PI999.
           EXIT.

      *
      * The whole item goes to review with when and in which file
      * it was last seen, so the reviewer can pull both up
      *
       DIVERT-ONE-ITEM SECTION.
       DI010.
           MOVE BULK-INPUT-RECORD        TO DREV-ORIGINAL.
           MOVE 'DUP'                    TO DREV-REASON.
           MOVE IHST-LAST-SEEN-DATE      TO DREV-LAST-SEEN-DATE.
           MOVE IHST-LAST-FILE-REFERENCE TO DREV-LAST-FILE-REFERENCE.
           WRITE DUP-REVIEW-RECORD.
           IF DUPREV-STATUS NOT = '00'
              DISPLAY 'DUPGATE - error writing DUPREV, status='
                      DUPREV-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-DIVERTED-CNT.
           ADD WS-ITEM-AMOUNT TO WS-DIVERTED-HASH.

           MOVE WS-ITEM-ORIGINATOR       TO WS-RPT-ORIGINATOR.
           MOVE WS-ITEM-ACCOUNT          TO WS-RPT-ACCT-NO.
           MOVE WS-ITEM-REFERENCE        TO WS-RPT-REFERENCE.
           MOVE WS-ITEM-AMOUNT           TO WS-RPT-AMOUNT.
           MOVE IHST-LAST-SEEN-DATE      TO WS-RPT-LAST-SEEN.
           MOVE IHST-LAST-FILE-REFERENCE TO WS-RPT-LAST-FILE.
           WRITE DUP-PRINT-RECORD FROM WS-RPT-DETAIL.

       DI999.
           EXIT.

      *
      * The bulk file goes on with a trailer for what passed, so
      * BULKPOST balances the file it is actually given
      *
       WRITE-NEW-TRAILER SECTION.
       WT010.
           MOVE SPACES             TO BULK-CONTROL-TRAILER.
           MOVE 'CTRL'             TO BCTL-ID.
           MOVE WS-PASSED-CNT      TO BCTL-RECORD-COUNT.
           MOVE WS-PASSED-HASH     TO BCTL-HASH-TOTAL.
           MOVE WS-CTRL-FILE-DATE  TO BCTL-FILE-DATE.
           WRITE DUPOUT-RECORD FROM BULK-CONTROL-TRAILER.
           IF DUPOUT-STATUS NOT = '00'
              DISPLAY 'DUPGATE - error writing DUPOUT trailer, '
                      'status=' DUPOUT-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WT999.
           EXIT.

      *
      * The file is remembered once it has been let through
      *
       RECORD-THE-FILE SECTION.
       RF010.
           MOVE SPACES             TO FILE-HISTORY-RECORD.
           MOVE WS-STREAM          TO FHST-STREAM.
           MOVE WS-FILE-ORIGINATOR TO FHST-ORIGINATOR.
           MOVE WS-FILE-REFERENCE  TO FHST-FILE-REFERENCE.
           MOVE WS-DETAIL-CNT      TO FHST-RECORD-COUNT.
           MOVE WS-HASH-TOTAL      TO FHST-HASH-TOTAL.
           MOVE WS-RUN-DATE        TO FHST-RECEIVED-DATE.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO FHST-RECEIVED-TIME.
           MOVE WS-PASSED-CNT      TO FHST-PASSED-CNT.
           MOVE WS-DIVERTED-CNT    TO FHST-DIVERTED-CNT.
           MOVE 1                  TO FHST-TIMES-PRESENTED.
           MOVE WS-RUN-DATE        TO FHST-LAST-PRESENTED-DATE.

           WRITE FILE-HISTORY-RECORD.
           IF FILEHIST-STATUS NOT = '00'
              DISPLAY 'DUPGATE - error writing FILEHIST, status='
                      FILEHIST-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       RF999.
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
              DISPLAY 'DUPGATE - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-PASSED-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE DUPIN.
           CLOSE DUPOUT.
           CLOSE DUPREV.
           CLOSE FILEHIST.
           CLOSE ITEMHIST.
           CLOSE DUPRPT.

       CF999.
           EXIT.
