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
      * Copies the VSAM TXNJRNL journal one record at a time from
      * the 89-byte layout to a new TXNJRNL cluster defined
      * RECORDSIZE(93 93), following the pattern EXTDACCT set for
      * the ACCOUNT file. Every migrated leg comes across with
      * JRNL-REASON-CODE set to spaces - no leg written before
      * EXTRTN carried a returned-payment reason.
      *
      * Run it with the online region and the batch closed to the
      * journal, then rename the new cluster over the old one. The
      * JRNLARCH archive generations are not copied; their readers
      * take the 89-byte legs as they are.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTDJRNL.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSAMIN
                  ASSIGN TO VSAMIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OLD-JRNL-KEY
                  FILE STATUS IS VSAMIN-STATUS.

           SELECT VSAMOUT
                  ASSIGN TO VSAMOUT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS JRNL-KEY
                  FILE STATUS  IS VSAMOUT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  VSAMIN.
       01  OLD-JOURNAL-RECORD.
           05 OLD-JRNL-KEY.
              10 OLD-JRNL-ACCOUNT-NUMBER     PIC 9(11).
              10 OLD-JRNL-DATE               PIC X(10).
              10 OLD-JRNL-TIME               PIC 9(6).
              10 OLD-JRNL-SEQUENCE           PIC 9(3).
           05 OLD-JRNL-DR-CR                 PIC X.
           05 OLD-JRNL-COUNTERPARTY-SORTCODE PIC 9(6).
           05 OLD-JRNL-COUNTERPARTY-ACCOUNT  PIC 9(11).
           05 OLD-JRNL-AMOUNT                PIC S9(10)V99 COMP-3.
           05 OLD-JRNL-TERMINAL              PIC X(4).
           05 OLD-JRNL-TELLER                PIC X(8).
           05 OLD-JRNL-CONFIRM-PASS          PIC X.
           05 OLD-JRNL-CURRENCY-CODE         PIC X(3).
           05 OLD-JRNL-CONVERTED-AMOUNT      PIC S9(10)V99 COMP-3.
           05 OLD-JRNL-CONVERTED-CCY         PIC X(3).
           05 OLD-JRNL-SUPERVISOR            PIC X(8).

       FD  VSAMOUT.
       01  JOURNAL-RECORD.
       COPY TXNJRNL.

      *****************************************************************
      *** Working storage                                           ***
      *****************************************************************
       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  VSAMIN-STATUS.
           05 VSAMIN-STATUS1               PIC X.
           05 VSAMIN-STATUS2               PIC X.

       01  VSAMOUT-STATUS.
           05 VSAMOUT-STATUS1              PIC X.
           05 VSAMOUT-STATUS2              PIC X.

       01 WS-EXIT                          PIC X    VALUE 'N'.
       01 WS-CNT                           PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started EXTDJRNL.'.

           OPEN INPUT VSAMIN.
           IF VSAMIN-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening VSAM IN file, status='
                       VSAMIN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT VSAMOUT.
           IF VSAMOUT-STATUS NOT EQUAL '00' AND
              VSAMOUT-STATUS NOT EQUAL '97'
               DISPLAY 'Error opening VSAM OUT file, status='
                       VSAMOUT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           READ VSAMIN
             AT END MOVE 'Y' TO WS-EXIT
           END-READ.

           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-CNT
              MOVE OLD-JRNL-ACCOUNT-NUMBER TO JRNL-ACCOUNT-NUMBER
              MOVE OLD-JRNL-DATE TO JRNL-DATE
              MOVE OLD-JRNL-TIME TO JRNL-TIME
              MOVE OLD-JRNL-SEQUENCE TO JRNL-SEQUENCE
              MOVE OLD-JRNL-DR-CR TO JRNL-DR-CR
              MOVE OLD-JRNL-COUNTERPARTY-SORTCODE
                 TO JRNL-COUNTERPARTY-SORTCODE
              MOVE OLD-JRNL-COUNTERPARTY-ACCOUNT
                 TO JRNL-COUNTERPARTY-ACCOUNT
              MOVE OLD-JRNL-AMOUNT TO JRNL-AMOUNT
              MOVE OLD-JRNL-TERMINAL TO JRNL-TERMINAL
              MOVE OLD-JRNL-TELLER TO JRNL-TELLER
              MOVE OLD-JRNL-CONFIRM-PASS TO JRNL-CONFIRM-PASS
              MOVE OLD-JRNL-CURRENCY-CODE TO JRNL-CURRENCY-CODE
              MOVE OLD-JRNL-CONVERTED-AMOUNT
                 TO JRNL-CONVERTED-AMOUNT
              MOVE OLD-JRNL-CONVERTED-CCY TO JRNL-CONVERTED-CCY
              MOVE OLD-JRNL-SUPERVISOR TO JRNL-SUPERVISOR
              MOVE SPACES TO JRNL-REASON-CODE

              WRITE JOURNAL-RECORD

              IF VSAMOUT-STATUS NOT EQUAL '00'
                 DISPLAY 'Error writing to VSAM out file, status='
                         VSAMOUT-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-DONE
              END-IF

              READ VSAMIN
                AT END MOVE 'Y' TO WS-EXIT
              END-READ
           END-PERFORM.

           DISPLAY 'EXTDJRNL copied ' WS-CNT ' journal legs on to the '
                   'extended layout.'.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE VSAMIN.
           CLOSE VSAMOUT.

       CF999.
           EXIT.
