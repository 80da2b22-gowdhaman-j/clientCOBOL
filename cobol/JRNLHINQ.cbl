      * Live legs are fetched by keyed browse per request; the
      * archive concatenation is read once, every record checked
      * against every request, so one run answers a whole batch of
      * inquiries with a single pass of the archives. Generations
      * offloaded before TXNJRNL carried JRNL-REASON-CODE hold
      * 89-byte legs, so ARCHIN is read as 89 to 93 bytes and a
      * short leg's reason code is taken as spaces.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01  JOURNAL-RECORD.
       COPY TXNJRNL.

       FD  ARCHIN
           RECORD IS VARYING IN SIZE FROM 89 TO 93 CHARACTERS
              DEPENDING ON WS-ARCHIN-LENGTH.
       01  ARCHIVE-RECORD                  PIC X(93).

       FD  INQRPT.
       01  INQ-PRINT-RECORD                PIC X(133).
           05 ARCHIN-STATUS1               PIC X.
           05 ARCHIN-STATUS2               PIC X.

       01 WS-ARCHIN-LENGTH                 PIC 9(4) COMP.

       01  INQRPT-STATUS.
           05 INQRPT-STATUS1               PIC X.
           05 INQRPT-STATUS2               PIC X.
           PERFORM UNTIL WS-ARCH-EXIT = 'Y'
              ADD 1 TO WS-ARCH-READ-CNT
              MOVE ARCHIVE-RECORD TO WS-ARCH-LEG
              IF WS-ARCHIN-LENGTH < 93
                 MOVE SPACES TO JRNL-REASON-CODE OF WS-ARCH-LEG
              END-IF
              PERFORM MATCH-ARCHIVE-LEG
              READ ARCHIN
                AT END MOVE 'Y' TO WS-ARCH-EXIT
