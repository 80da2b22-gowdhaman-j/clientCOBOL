      * proves the relationship: every ACCOUNT-CUSTOMER-NUMBER must
      * exist on the CUSTOMER file.
      *
      * The accounts come from the ACCTXTR single-pass extract taken
      * early in the night rather than a browse of ACCOUNT; the
      * extract must be tonight's and complete (header and trailer)
      * or the run stops RC 12. It is in account number order, so
      * its records are first sorted into customer-key order
      * (sortcode then customer number) and then merged against a
      * sequential read of the CUSTOMER file. The merge reports
      * orphan accounts (customer missing), childless customers,
      * and an account count per customer, with control totals
      * operations can sign off: accounts read = matched +
      * orphaned, customers read = with accounts + childless.
      *
      * A second pass validates the ACCTHLDR holders
      * cross-reference both ways: every holder entry must point
      * at an ACCOUNT record that exists and at a CUSTOMER record
      * that exists. An entry failing either way is reported as a
      * broken holder link, and the pass signs off with
      * entries read = sound + broken. This pass and the next look
      * accounts up on ACCOUNT itself.
      *
      * A third pass proves the day's on-line openings from the
      * OPENLOG same-day openings file ACCTOPEN writes: every
      * account opened must be on the ACCOUNT file under the
      * customer it was logged against, and that customer must be
      * on the CUSTOMER file. An opening failing either way is
      * reported as a broken opening, and the pass signs off with
      * openings read = sound + broken.
      ******************************************************************

       IDENTIFICATION DIVISION.
           SELECT ACCTFILE
                  ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACCOUNT-NUMBER OF ACCOUNT-RECORD
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT ACCTEXT
                  ASSIGN TO ACCTEXT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS ACCTEXT-STATUS.

           SELECT CUSTFILE
                  ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  RECORD KEY   IS AHLD-KEY
                  FILE STATUS  IS ACCTHLDR-STATUS.

           SELECT OPENLOG
                  ASSIGN TO OPENLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS OPEN-ACCOUNT-NUMBER
                  FILE STATUS  IS OPENLOG-STATUS.

           SELECT XCHKRPT
                  ASSIGN TO XCHKRPT
                  ORGANIZATION IS SEQUENTIAL
       01  ACCOUNT-RECORD.
       COPY ACCOUNT.

       FD  ACCTEXT.
       01  ACCOUNT-EXTRACT-RECORD.
       COPY ACCTXTR.
           03 EXTRACT-ACCOUNT.
       COPY ACCOUNT.

       FD  CUSTFILE.
       01  VSAM-RECORD.
       COPY CUSTOMER.
       01  HOLDER-RECORD.
       COPY ACCTHLDR.

       FD  OPENLOG.
       01  OPENING-RECORD.
       COPY OPENLOG.

       FD  XCHKRPT.
       01  XCHK-PRINT-RECORD               PIC X(133).

           05 ACCTFILE-STATUS1             PIC X.
           05 ACCTFILE-STATUS2             PIC X.

       01  ACCTEXT-STATUS.
           05 ACCTEXT-STATUS1              PIC X.
           05 ACCTEXT-STATUS2              PIC X.

       01  CUSTFILE-STATUS.
           05 CUSTFILE-STATUS1             PIC X.
           05 CUSTFILE-STATUS2             PIC X.

       01 WS-ACCOUNT-CNT                   PIC 9(7) VALUE 0.
       01 WS-CUSTOMER-CNT                  PIC 9(7) VALUE 0.
       01 WS-EXTRACT-READ-CNT              PIC 9(9) VALUE 0.
       01 WS-MATCHED-ACCT-CNT              PIC 9(7) VALUE 0.
       01 WS-ORPHAN-ACCT-CNT               PIC 9(7) VALUE 0.
       01 WS-CUST-WITH-ACCTS-CNT           PIC 9(7) VALUE 0.
           05 ACCTHLDR-STATUS1             PIC X.
           05 ACCTHLDR-STATUS2             PIC X.

       01  OPENLOG-STATUS.
           05 OPENLOG-STATUS1              PIC X.
           05 OPENLOG-STATUS2              PIC X.

       01 WS-OPEN-READ-CNT                 PIC 9(7) VALUE 0.
       01 WS-OPEN-SOUND-CNT                PIC 9(7) VALUE 0.
       01 WS-OPEN-BROKEN-CNT               PIC 9(7) VALUE 0.
       01 WS-OPEN-EXIT                     PIC X    VALUE 'N'.

       01 WS-RPT-HOLDER-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(20)
           05 WS-RH-REASON                 PIC X(24).
           05 FILLER                       PIC X(58) VALUE SPACES.

       01 WS-RPT-OPENING-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(20)
                 VALUE 'BROKEN OPENING      '.
           05 WS-RO-ACCOUNT                PIC 9(11).
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RO-SORTCODE               PIC 9(6).
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-RO-CUSTOMER               PIC 9(10).
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RO-REASON                 PIC X(24).
           05 FILLER                       PIC X(58) VALUE SPACES.

       01 WS-CHILDLESS-CUST-CNT            PIC 9(7) VALUE 0.

       01 WS-GROUP-KEY.

       01 WS-CUST-KEY-HOLD                 PIC X(16).

       01 WS-BDATE-PARM.
           05 WS-BDP-FUNCTION              PIC X(5).
           05 WS-BDP-DATE                  PIC X(10).
           05 WS-BDP-STATUS                PIC X.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'CUSTXCHK'.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

       01 WS-RPT-HEADER.
           05 FILLER                       PIC X    VALUE '1'.
           05 FILLER                       PIC X(42) VALUE
       P010.
           DISPLAY 'Started CUSTXCHK.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           PERFORM OPEN-FILES.

           PERFORM CHECK-EXTRACT-HEADER.

           WRITE XCHK-PRINT-RECORD FROM WS-RPT-HEADER.

           SORT SORT-WORK

           PERFORM WRITE-TOTALS.
           PERFORM CHECK-HOLDER-LINKS.
           PERFORM CHECK-DAYS-OPENINGS.

           DISPLAY 'CUSTXCHK accounts ' WS-ACCOUNT-CNT ' matched '
                   WS-MATCHED-ACCT-CNT ' orphaned '
                   ' sound ' WS-HLDR-SOUND-CNT ' broken '
                   WS-HLDR-BROKEN-CNT '.'.

           DISPLAY 'CUSTXCHK on-line openings ' WS-OPEN-READ-CNT
                   ' sound ' WS-OPEN-SOUND-CNT ' broken '
                   WS-OPEN-BROKEN-CNT '.'.

           IF WS-ORPHAN-ACCT-CNT > 0 OR WS-HLDR-BROKEN-CNT > 0 OR
              WS-OPEN-BROKEN-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT ACCTEXT.
           IF ACCTEXT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening ACCTEXT file, status='
                       ACCTEXT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT CUSTFILE.
           IF CUSTFILE-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening CUSTFILE file, status='
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN INPUT OPENLOG.
           IF OPENLOG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening OPENLOG file, status='
                       OPENLOG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT XCHKRPT.
           IF XCHKRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening XCHKRPT file, status='
      *
       RELEASE-ACCOUNTS SECTION.
       RA010.
           PERFORM READ-EXTRACT.

           PERFORM UNTIL WS-ACCT-EXIT = 'Y'
              ADD 1 TO WS-ACCOUNT-CNT
              MOVE ACCOUNT-SORTCODE OF EXTRACT-ACCOUNT
                                           TO SRT-SORTCODE
              MOVE ACCOUNT-CUSTOMER-NUMBER OF EXTRACT-ACCOUNT
                                           TO SRT-CUSTOMER-NUMBER
              MOVE ACCOUNT-NUMBER OF EXTRACT-ACCOUNT
                                           TO SRT-ACCOUNT-NUMBER
              RELEASE SORT-RECORD
              PERFORM READ-EXTRACT
           END-PERFORM.

       RA999.
           EXIT.

      *
      * The next account off the extract. The trailer ends it and
      * must count every account record read; running out without
      * one means ACCTXTR did not finish
      *
       READ-EXTRACT SECTION.
       RD010.
           READ ACCTEXT
             AT END
               DISPLAY 'CUSTXCHK - account extract ended without its '
                       'trailer, rerun ACCTXTR'
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-READ.

           IF AXT-TRAILER
              MOVE 'Y' TO WS-ACCT-EXIT
              IF AXT-ACCOUNT-COUNT NOT = WS-EXTRACT-READ-CNT
                 DISPLAY 'CUSTXCHK - account extract trailer counts '
                         AXT-ACCOUNT-COUNT ' accounts, '
                         WS-EXTRACT-READ-CNT ' were read'
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF
              GO TO RD999
           END-IF.

           ADD 1 TO WS-EXTRACT-READ-CNT.

       RD999.
           EXIT.

      *
      * The ACCTXTR extract stands in for the ACCOUNT browse. It
      * must open with its header, and must have been taken for
      * tonight's business date - yesterday's left in place would
      * sweep yesterday's book
      *
       CHECK-EXTRACT-HEADER SECTION.
       EH010.
           READ ACCTEXT
             AT END
               DISPLAY 'CUSTXCHK - account extract is empty, rerun '
                       'ACCTXTR'
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-READ.

           IF NOT AXT-HEADER
              DISPLAY 'CUSTXCHK - account extract has no header, '
                      'rerun ACCTXTR'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'GET  ' TO WS-BDP-FUNCTION.
           CALL 'GETBDATE' USING WS-BDATE-PARM.
           IF WS-BDP-STATUS NOT = SPACE
              DISPLAY 'CUSTXCHK - business date unavailable, '
                      'account extract date not checked'
              GO TO EH999
           END-IF.

           IF AXT-BUSINESS-DATE NOT = WS-BDP-DATE
              DISPLAY 'CUSTXCHK - account extract was taken for '
                      AXT-BUSINESS-DATE ', not ' WS-BDP-DATE
                      ', rerun ACCTXTR'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       EH999.
           EXIT.

      *
      * Merge the customer-ordered accounts one record at a time
      * against the CUSTOMER file, which the KSDS hands back already

       CHECK-ONE-HOLDER SECTION.
       CO010.
           MOVE AHLD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER OF ACCOUNT-RECORD.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER OF ACCOUNT-RECORD
           END-READ.
           IF ACCTFILE-STATUS NOT = '00'
              ADD 1 TO WS-HLDR-BROKEN-CNT
       CO999.
           EXIT.

      *
      * Each on-line opening must have reached both files, and the
      * account must sit under the customer it was opened for
      *
       CHECK-DAYS-OPENINGS SECTION.
       CD010.
           READ OPENLOG
             AT END MOVE 'Y' TO WS-OPEN-EXIT
           END-READ.

           PERFORM UNTIL WS-OPEN-EXIT = 'Y'
              ADD 1 TO WS-OPEN-READ-CNT
              PERFORM CHECK-ONE-OPENING
              READ OPENLOG
                AT END MOVE 'Y' TO WS-OPEN-EXIT
              END-READ
           END-PERFORM.

           MOVE 'ON-LINE OPENINGS READ         ' TO WS-RPT-TOT-TEXT.
           MOVE WS-OPEN-READ-CNT TO WS-RPT-TOT-VALUE.
           WRITE XCHK-PRINT-RECORD FROM WS-RPT-TOTAL.

           MOVE 'ON-LINE OPENINGS SOUND        ' TO WS-RPT-TOT-TEXT.
           MOVE WS-OPEN-SOUND-CNT TO WS-RPT-TOT-VALUE.
           WRITE XCHK-PRINT-RECORD FROM WS-RPT-TOTAL.

           MOVE 'ON-LINE OPENINGS BROKEN       ' TO WS-RPT-TOT-TEXT.
           MOVE WS-OPEN-BROKEN-CNT TO WS-RPT-TOT-VALUE.
           WRITE XCHK-PRINT-RECORD FROM WS-RPT-TOTAL.

       CD999.
           EXIT.

       CHECK-ONE-OPENING SECTION.
       CG010.
           MOVE OPEN-ACCOUNT-NUMBER  TO WS-RO-ACCOUNT.
           MOVE OPEN-SORTCODE        TO WS-RO-SORTCODE.
           MOVE OPEN-CUSTOMER-NUMBER TO WS-RO-CUSTOMER.

           MOVE OPEN-ACCOUNT-NUMBER TO ACCOUNT-NUMBER OF ACCOUNT-RECORD.
           READ ACCTFILE
              KEY IS ACCOUNT-NUMBER OF ACCOUNT-RECORD
           END-READ.
           IF ACCTFILE-STATUS NOT = '00'
              ADD 1 TO WS-OPEN-BROKEN-CNT
              MOVE 'ACCOUNT NOT ON FILE     ' TO WS-RO-REASON
              WRITE XCHK-PRINT-RECORD FROM WS-RPT-OPENING-LINE
              GO TO CG999
           END-IF.

           IF ACCOUNT-SORTCODE OF ACCOUNT-RECORD NOT = OPEN-SORTCODE OR
              ACCOUNT-CUSTOMER-NUMBER OF ACCOUNT-RECORD NOT =
                 OPEN-CUSTOMER-NUMBER
              ADD 1 TO WS-OPEN-BROKEN-CNT
              MOVE 'ACCOUNT UNDER OTHER CUST' TO WS-RO-REASON
              WRITE XCHK-PRINT-RECORD FROM WS-RPT-OPENING-LINE
              GO TO CG999
           END-IF.

           MOVE OPEN-SORTCODE        TO CUSTOMER-SORTCODE.
           MOVE OPEN-CUSTOMER-NUMBER TO CUSTOMER-NUMBER.
           READ CUSTFILE
              KEY IS CUSTOMER-KEY
           END-READ.
           IF CUSTFILE-STATUS NOT = '00'
              ADD 1 TO WS-OPEN-BROKEN-CNT
              MOVE 'CUSTOMER NOT ON FILE    ' TO WS-RO-REASON
              WRITE XCHK-PRINT-RECORD FROM WS-RPT-OPENING-LINE
              GO TO CG999
           END-IF.

           ADD 1 TO WS-OPEN-SOUND-CNT.

       CG999.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-ACCOUNT-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
       CLOSE-FILE SECTION.
       CF010.
           CLOSE ACCTFILE.
           CLOSE ACCTEXT.
           CLOSE CUSTFILE.
           CLOSE ACCTHLDR.
           CLOSE OPENLOG.
           CLOSE XCHKRPT.

       CF999.
