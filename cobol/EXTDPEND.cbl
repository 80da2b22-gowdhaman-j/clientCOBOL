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
      * Copies the VSAM PENDXFR pending-transfer file one record at
      * a time from the 80-byte layout to a new PENDXFR cluster
      * defined RECORDSIZE(118 118), following the pattern EXTDACCT
      * set for the ACCOUNT file. Every instruction already queued
      * was keyed at the counter to one of our own accounts, so it
      * comes across internal (PEND-EXTERNAL 'N'), with no standing
      * order or saved payee - those numbers are zero - and spaces
      * in the filler.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTDPEND.
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
                  RECORD KEY IS OLD-PEND-KEY
                  FILE STATUS IS VSAMIN-STATUS.

           SELECT VSAMOUT
                  ASSIGN TO VSAMOUT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS PEND-KEY
                  FILE STATUS  IS VSAMOUT-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  VSAMIN.
       01  OLD-PENDING-RECORD.
           05 OLD-PEND-KEY.
              10 OLD-PEND-EXEC-DATE         PIC X(10).
              10 OLD-PEND-FROM-ACCOUNT      PIC 9(11).
              10 OLD-PEND-SEQUENCE          PIC 9(3).
           05 OLD-PEND-TO-SORTCODE          PIC 9(6).
           05 OLD-PEND-TO-ACCOUNT           PIC 9(11).
           05 OLD-PEND-AMOUNT               PIC S9(10)V99 COMP-3.
           05 OLD-PEND-STATUS               PIC X.
           05 OLD-PEND-QUEUED-DATE          PIC X(10).
           05 OLD-PEND-TELLER               PIC X(8).
           05 OLD-PEND-TERMINAL             PIC X(4).
           05 OLD-PEND-CONFIRM-PASS         PIC X.
           05 OLD-PEND-SUPERVISOR           PIC X(8).

       FD  VSAMOUT.
       01  PENDING-RECORD.
       COPY PENDXFR.

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
       01 WS-CNT                           PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started EXTDPEND.'.

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
              MOVE OLD-PEND-EXEC-DATE TO PEND-EXEC-DATE
              MOVE OLD-PEND-FROM-ACCOUNT TO PEND-FROM-ACCOUNT
              MOVE OLD-PEND-SEQUENCE TO PEND-SEQUENCE
              MOVE OLD-PEND-TO-SORTCODE TO PEND-TO-SORTCODE
              MOVE OLD-PEND-TO-ACCOUNT TO PEND-TO-ACCOUNT
              MOVE OLD-PEND-AMOUNT TO PEND-AMOUNT
              MOVE OLD-PEND-STATUS TO PEND-STATUS
              MOVE OLD-PEND-QUEUED-DATE TO PEND-QUEUED-DATE
              MOVE OLD-PEND-TELLER TO PEND-TELLER
              MOVE OLD-PEND-TERMINAL TO PEND-TERMINAL
              MOVE OLD-PEND-CONFIRM-PASS TO PEND-CONFIRM-PASS
              MOVE OLD-PEND-SUPERVISOR TO PEND-SUPERVISOR
              MOVE 'N' TO PEND-EXTERNAL
              MOVE 0 TO PEND-ORDER-NUMBER
                        PEND-PAYEE-SORTCODE
                        PEND-PAYEE-CUSTOMER
                        PEND-PAYEE-NUMBER
              MOVE SPACES TO PENDING-RECORD(109:10)

              WRITE PENDING-RECORD

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

           DISPLAY 'EXTDPEND copied ' WS-CNT ' pending transfers on to '
                   'the extended layout.'.

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
