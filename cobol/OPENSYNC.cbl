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
      * Moves the NUMCTL counter record on past the numbers the
      * branches issued on-line during the day. ACCTOPEN draws its
      * customer and account numbers from the live CBSACUST and
      * CBSAACCT named counters, while ONBOARD and LOANORIG draw
      * theirs from NUMCTL, the batch mirror that operations
      * resynchronizes the named counters from after the night's
      * run. Left alone, NUMCTL would hand the night the same
      * numbers the day has already used.
      *
      * Reads every entry on the OPENLOG same-day openings file and
      * finds the highest account number opened and the highest
      * customer number created there. Where NUMCTL's next number
      * is not above it, NUMCTL is rewritten to carry on from the
      * number after; a NUMCTL already clear of the day's openings
      * is left as it stands. Runs before ONBOARD and LOANORIG -
      * neither takes a number from NUMCTL until it has.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPENSYNC.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPENLOG
                  ASSIGN TO OPENLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS OPEN-ACCOUNT-NUMBER
                  FILE STATUS  IS OPENLOG-STATUS.

           SELECT NUMCTL
                  ASSIGN TO NUMCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS NUMCTL-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  OPENLOG.
       01  OPENING-RECORD.
       COPY OPENLOG.

       FD  NUMCTL.
       01  NUMBER-CONTROL-RECORD.
           05 NUM-NEXT-CUSTOMER            PIC 9(10).
           05 NUM-NEXT-ACCOUNT             PIC 9(11).
           05 FILLER                       PIC X(59).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  OPENLOG-STATUS.
           05 OPENLOG-STATUS1              PIC X.
           05 OPENLOG-STATUS2              PIC X.

       01  NUMCTL-STATUS.
           05 NUMCTL-STATUS1               PIC X.
           05 NUMCTL-STATUS2               PIC X.

       01 WS-OPEN-EXIT                     PIC X    VALUE 'N'.
       01 WS-OPENING-CNT                   PIC 9(7) VALUE 0.
       01 WS-CREATED-CNT                   PIC 9(7) VALUE 0.
       01 WS-HIGH-CUSTOMER                 PIC 9(10) VALUE 0.
       01 WS-HIGH-ACCOUNT                  PIC 9(11) VALUE 0.
       01 WS-NEXT-CUSTOMER                 PIC 9(10).
       01 WS-NEXT-ACCOUNT                  PIC 9(11).
       01 WS-OLD-CUSTOMER                  PIC 9(10).
       01 WS-OLD-ACCOUNT                   PIC 9(11).
       01 WS-NUMCTL-DUE                    PIC X    VALUE 'N'.

       01 WS-RUNLOG-PARM.
           05 WS-RLOGP-FUNCTION            PIC X(5).
           05 WS-RLOGP-PROGRAM             PIC X(8)
                                               VALUE 'OPENSYNC'.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started OPENSYNC.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           PERFORM READ-OPENINGS.
           PERFORM READ-NUMBER-CONTROL.

           MOVE WS-NEXT-CUSTOMER TO WS-OLD-CUSTOMER.
           MOVE WS-NEXT-ACCOUNT  TO WS-OLD-ACCOUNT.

           IF WS-CREATED-CNT > 0 AND
              WS-HIGH-CUSTOMER NOT < WS-NEXT-CUSTOMER
              COMPUTE WS-NEXT-CUSTOMER = WS-HIGH-CUSTOMER + 1
              MOVE 'Y' TO WS-NUMCTL-DUE
           END-IF.

           IF WS-OPENING-CNT > 0 AND
              WS-HIGH-ACCOUNT NOT < WS-NEXT-ACCOUNT
              COMPUTE WS-NEXT-ACCOUNT = WS-HIGH-ACCOUNT + 1
              MOVE 'Y' TO WS-NUMCTL-DUE
           END-IF.

           DISPLAY 'OPENSYNC openings ' WS-OPENING-CNT
                   ' customers created ' WS-CREATED-CNT '.'.

           IF WS-NUMCTL-DUE = 'Y'
              PERFORM WRITE-NUMBER-CONTROL
              DISPLAY 'OPENSYNC NUMCTL next customer '
                      WS-OLD-CUSTOMER ' now ' WS-NEXT-CUSTOMER '.'
              DISPLAY 'OPENSYNC NUMCTL next account  '
                      WS-OLD-ACCOUNT ' now ' WS-NEXT-ACCOUNT '.'
           ELSE
              DISPLAY 'OPENSYNC NUMCTL already clear of the day''s '
                      'openings, not rewritten.'
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

      *
      * The highest numbers the day issued. A customer number only
      * counts where the opening created the customer - an
      * existing customer's number was issued before today
      *
       READ-OPENINGS SECTION.
       RO010.
           OPEN INPUT OPENLOG.
           IF OPENLOG-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening OPENLOG file, status='
                       OPENLOG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           READ OPENLOG
             AT END MOVE 'Y' TO WS-OPEN-EXIT
           END-READ.

           PERFORM UNTIL WS-OPEN-EXIT = 'Y'
              ADD 1 TO WS-OPENING-CNT
              IF OPEN-ACCOUNT-NUMBER > WS-HIGH-ACCOUNT
                 MOVE OPEN-ACCOUNT-NUMBER TO WS-HIGH-ACCOUNT
              END-IF
              IF OPEN-CUSTOMER-CREATED
                 ADD 1 TO WS-CREATED-CNT
                 IF OPEN-CUSTOMER-NUMBER > WS-HIGH-CUSTOMER
                    MOVE OPEN-CUSTOMER-NUMBER TO WS-HIGH-CUSTOMER
                 END-IF
              END-IF
              READ OPENLOG
                AT END MOVE 'Y' TO WS-OPEN-EXIT
              END-READ
           END-PERFORM.

           CLOSE OPENLOG.

       RO999.
           EXIT.

      *
      * No counter record, no run - the same rule ONBOARD keeps
      *
       READ-NUMBER-CONTROL SECTION.
       RN010.
           OPEN INPUT NUMCTL.
           IF NUMCTL-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening NUMCTL file, status='
                       NUMCTL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           READ NUMCTL
             AT END
               DISPLAY 'OPENSYNC - NUMCTL counter record missing, '
                       'run refused'
               CLOSE NUMCTL
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-READ.

           IF NUM-NEXT-CUSTOMER NOT NUMERIC OR
              NUM-NEXT-ACCOUNT NOT NUMERIC
              DISPLAY 'OPENSYNC - NUMCTL counters not numeric, '
                      'run refused'
              CLOSE NUMCTL
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE NUM-NEXT-CUSTOMER TO WS-NEXT-CUSTOMER.
           MOVE NUM-NEXT-ACCOUNT  TO WS-NEXT-ACCOUNT.
           CLOSE NUMCTL.

       RN999.
           EXIT.

       WRITE-NUMBER-CONTROL SECTION.
       WN010.
           OPEN OUTPUT NUMCTL.
           IF NUMCTL-STATUS NOT EQUAL '00'
               DISPLAY 'Error reopening NUMCTL file, status='
                       NUMCTL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           MOVE WS-NEXT-CUSTOMER TO NUM-NEXT-CUSTOMER.
           MOVE WS-NEXT-ACCOUNT  TO NUM-NEXT-ACCOUNT.
           MOVE SPACES TO NUMBER-CONTROL-RECORD(22:59).
           WRITE NUMBER-CONTROL-RECORD.
           CLOSE NUMCTL.

       WN999.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-OPENING-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.
