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
      * Transfer cut-off control refresh. Runs every night straight
      * after the SCHEDRVR CYCLE step has advanced BUSDATE, and sets
      * the dates on the one XFRCTL record XFRFUN reads for every
      * transfer it posts:
      *
      *    XCTL-BUSINESS-DATE   the new business date from BUSDATE
      *    XCTL-SAME-DAY-VALUE  that date, rolled forward to a
      *                         business day on the GENLDAT2 calendar
      *    XCTL-NEXT-DAY-VALUE  the business day after it - the value
      *                         date of a transfer keyed after the
      *                         cut-off for its type
      *
      * The cut-off times per transfer type change only through the
      * XFRCARD control cards, one per type to change:
      *
      *    cols 1     transfer type - L local, I inter-branch,
      *                               X external
      *    cols 3-6   new cut-off time HHMM
      *
      * XFRCARD is usually empty (DD DUMMY); a type with no card
      * keeps its time from the record. The record is created on
      * first run with the standard times - local 20:00, inter-
      * branch 17:00, external 15:30. A bad card refuses the run
      * with nothing changed, as does a business date that cannot
      * be had: XFRFUN would rather value-date on yesterday's
      * record than on a guess.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFRCUT.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XFRCARD
                  ASSIGN TO XFRCARD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS XFRCARD-STATUS.

           SELECT XFRCTL
                  ASSIGN TO XFRCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS XCTL-KEY
                  FILE STATUS  IS XFRCTL-STATUS.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  XFRCARD.
       01  XFR-CONTROL-CARD.
           05 XCC-TRANSFER-TYPE            PIC X.
           05 FILLER                       PIC X.
           05 XCC-CUTOFF.
              10 XCC-CUTOFF-HH             PIC 99.
              10 XCC-CUTOFF-MM             PIC 99.
           05 FILLER                       PIC X(74).

       FD  XFRCTL.
       01  XFR-CONTROL-RECORD.
       COPY XFRCTL.

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  XFRCARD-STATUS.
           05 XFRCARD-STATUS1              PIC X.
           05 XFRCARD-STATUS2              PIC X.

       01  XFRCTL-STATUS.
           05 XFRCTL-STATUS1               PIC X.
           05 XFRCTL-STATUS2               PIC X.

       01 WS-CARD-EXIT                     PIC X    VALUE 'N'.
       01 WS-CARD-BAD                      PIC X    VALUE 'N'.
       01 WS-CARD-CNT                      PIC 9(3) VALUE 0.
       01 WS-RECORD-FOUND                  PIC X    VALUE 'N'.

      *
      * The cut-off table, standard times until the record or a
      * card says otherwise
      *
       01 WS-CUTOFF-VALUES.
           05 FILLER                       PIC X(7) VALUE 'L200000'.
           05 FILLER                       PIC X(7) VALUE 'I170000'.
           05 FILLER                       PIC X(7) VALUE 'X153000'.
       01 WS-CUTOFF-TABLE REDEFINES WS-CUTOFF-VALUES.
           05 WS-CUTOFF-ENTRY OCCURS 3 TIMES.
              10 WS-CUTOFF-TYPE            PIC X.
              10 WS-CUTOFF-TIME            PIC 9(6).
       01 WS-CUT-SUB                       PIC 9(2) COMP.
       01 WS-CUT-FOUND                     PIC X.

       01 WS-BUSINESS-DATE                 PIC X(10).
       01 WS-SAME-DAY-VALUE                PIC X(10).
       01 WS-NEXT-DAY-VALUE                PIC X(10).

      *
      * Date arithmetic - the day after a date goes through its
      * day number
      *
       01 WS-CAND-DATE                     PIC X(10).
       01 WS-ADJ-DATE                      PIC X(10).
       01 WS-DATE-YYYYMMDD                 PIC 9(8).
       01 WS-DATE-INTEGER                  PIC 9(7).

      *
      * Local copy of the GENLDAT2 parameter layout, the same way
      * GENLDAT2's other callers carry it
      *
       01 CALENDAR-PARM.
           05 CAL-DATE-TYPE                PIC X(01).
           05 CAL-DATE-ERROR               PIC X(01).
              88 CAL-NO-DATE-ERROR         VALUE SPACE.
              88 CAL-YES-DATE-ERROR        VALUE 'E'.
           05 CAL-DAY-OF-WEEK              PIC 9(01).
           05 CAL-HOLIDAY-INDICATOR        PIC X(01).
           05 CAL-YEAR-TYPE                PIC X(01).
           05 CAL-JULIAN-DATE              PIC 9(07) COMP-3.
           05 CAL-GREGORIAN-MDY-DATE       PIC 9(08).
           05 CAL-GREGORIAN-YMD-DATE.
              10 CAL-YMD-YEAR              PIC 9(4).
              10 CAL-YMD-MONTH             PIC 99.
              10 CAL-YMD-DAY               PIC 99.
           05 CAL-LITERAL-DATE             PIC X(18).
           05 CAL-JULIAN-SLASH             PIC X(08).
           05 CAL-GREGORIAN-SLASH          PIC X(10).

       01 WS-CURRENT-DATE-DATA.
           05 WS-CD-YEAR                   PIC 9(4).
           05 WS-CD-MONTH                  PIC 99.
           05 WS-CD-DAY                    PIC 99.
           05 WS-CD-TIME                   PIC 9(6).
           05 FILLER                       PIC X(7).

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
                                               VALUE 'XFRCUT  '.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started XFRCUT.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.

           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           PERFORM READ-CONTROL-RECORD.
           PERFORM READ-CONTROL-CARDS.
           PERFORM WORK-OUT-VALUE-DATES.
           PERFORM WRITE-CONTROL-RECORD.

           DISPLAY 'XFRCUT business date ' WS-BUSINESS-DATE
                   ', same-day value ' WS-SAME-DAY-VALUE
                   ', next-day value ' WS-NEXT-DAY-VALUE '.'.
           PERFORM VARYING WS-CUT-SUB FROM 1 BY 1
              UNTIL WS-CUT-SUB > 3
              DISPLAY 'XFRCUT cut-off for type '
                      WS-CUTOFF-TYPE(WS-CUT-SUB) ' is '
                      WS-CUTOFF-TIME(WS-CUT-SUB)(1:2) ':'
                      WS-CUTOFF-TIME(WS-CUT-SUB)(3:2)
           END-PERFORM.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT XFRCARD.
           IF XFRCARD-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening XFRCARD file, status='
                       XFRCARD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN I-O XFRCTL.
           IF XFRCTL-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening XFRCTL file, status='
                       XFRCTL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * The cut-off times already on file replace the standard
      * ones; no record yet means this is the first run
      *
       READ-CONTROL-RECORD SECTION.
       RR010.
           MOVE 'XFRCUT  ' TO XCTL-KEY.
           READ XFRCTL
              KEY IS XCTL-KEY
           END-READ.

           IF XFRCTL-STATUS = '23'
              DISPLAY 'XFRCUT - no control record, created with the '
                      'standard cut-off times'
              GO TO RR999
           END-IF.

           IF XFRCTL-STATUS NOT = '00'
              DISPLAY 'XFRCUT - error reading XFRCTL, status='
                      XFRCTL-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE 'Y' TO WS-RECORD-FOUND.
           PERFORM VARYING WS-CUT-SUB FROM 1 BY 1
              UNTIL WS-CUT-SUB > 3
              MOVE XCTL-CUTOFF-ENTRY(WS-CUT-SUB)
                 TO WS-CUTOFF-ENTRY(WS-CUT-SUB)
           END-PERFORM.

       RR999.
           EXIT.

      *
      * Each card changes one type's cut-off. Nothing is written
      * until every card has been read, so a bad card refuses the
      * run with the record as it was.
      *
       READ-CONTROL-CARDS SECTION.
       RC010.
           READ XFRCARD
             AT END MOVE 'Y' TO WS-CARD-EXIT
           END-READ.

           PERFORM UNTIL WS-CARD-EXIT = 'Y'
              ADD 1 TO WS-CARD-CNT
              PERFORM TAKE-ONE-CARD
              READ XFRCARD
                AT END MOVE 'Y' TO WS-CARD-EXIT
              END-READ
           END-PERFORM.

           CLOSE XFRCARD.

       RC999.
           EXIT.

       TAKE-ONE-CARD SECTION.
       TC010.
           MOVE 'N' TO WS-CUT-FOUND.
           PERFORM VARYING WS-CUT-SUB FROM 1 BY 1
              UNTIL WS-CUT-SUB > 3 OR WS-CUT-FOUND = 'Y'
              IF WS-CUTOFF-TYPE(WS-CUT-SUB) = XCC-TRANSFER-TYPE
                 MOVE 'Y' TO WS-CUT-FOUND
              END-IF
           END-PERFORM.

           IF WS-CUT-FOUND NOT = 'Y' OR
              XCC-CUTOFF NOT NUMERIC
              MOVE 'Y' TO WS-CARD-BAD
           ELSE
              IF XCC-CUTOFF-HH > 23 OR XCC-CUTOFF-MM > 59
                 MOVE 'Y' TO WS-CARD-BAD
              END-IF
           END-IF.

           IF WS-CARD-BAD = 'Y'
              DISPLAY 'XFRCUT - control card bad, run refused: '
                      XFR-CONTROL-CARD(1:6)
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           SUBTRACT 1 FROM WS-CUT-SUB.
           COMPUTE WS-CUTOFF-TIME(WS-CUT-SUB) =
              XCC-CUTOFF-HH * 10000 + XCC-CUTOFF-MM * 100.
           DISPLAY 'XFRCUT - cut-off for type ' XCC-TRANSFER-TYPE
                   ' set to ' XCC-CUTOFF-HH ':' XCC-CUTOFF-MM.

       TC999.
           EXIT.

      *
      * The same-day value date is the business date itself when
      * that is a business day, else the next one; the next-day
      * value date is the first business day after that
      *
       WORK-OUT-VALUE-DATES SECTION.
       WV010.
           MOVE WS-BUSINESS-DATE TO WS-CAND-DATE.
           PERFORM NEXT-BUSINESS-DAY.
           MOVE WS-ADJ-DATE TO WS-SAME-DAY-VALUE.

           MOVE WS-SAME-DAY-VALUE(1:4) TO WS-DATE-YYYYMMDD(1:4).
           MOVE WS-SAME-DAY-VALUE(6:2) TO WS-DATE-YYYYMMDD(5:2).
           MOVE WS-SAME-DAY-VALUE(9:2) TO WS-DATE-YYYYMMDD(7:2).
           COMPUTE WS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD) + 1.
           COMPUTE WS-DATE-YYYYMMDD =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           MOVE SPACES TO WS-CAND-DATE.
           STRING WS-DATE-YYYYMMDD(1:4) '-' WS-DATE-YYYYMMDD(5:2) '-'
                  WS-DATE-YYYYMMDD(7:2)
              DELIMITED BY SIZE INTO WS-CAND-DATE
           END-STRING.
           PERFORM NEXT-BUSINESS-DAY.
           MOVE WS-ADJ-DATE TO WS-NEXT-DAY-VALUE.

       WV999.
           EXIT.

      *
      * Next business day on or after WS-CAND-DATE, straight from
      * the calendar's own roll-forward function. A date the
      * calendar cannot take stops the run - the value dates would
      * be a guess.
      *
       NEXT-BUSINESS-DAY SECTION.
       NB010.
           MOVE SPACES TO CALENDAR-PARM.
           MOVE 'N' TO CAL-DATE-TYPE.
           MOVE WS-CAND-DATE(1:4)  TO CAL-YMD-YEAR.
           MOVE WS-CAND-DATE(6:2)  TO CAL-YMD-MONTH.
           MOVE WS-CAND-DATE(9:2)  TO CAL-YMD-DAY.

           CALL 'GENLDAT2' USING CALENDAR-PARM.

           IF CAL-YES-DATE-ERROR
              DISPLAY 'XFRCUT - calendar rejected date ' WS-CAND-DATE
                      ', run refused'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           MOVE WS-CAND-DATE TO WS-ADJ-DATE.
           MOVE CAL-YMD-YEAR  TO WS-ADJ-DATE(1:4).
           MOVE CAL-YMD-MONTH TO WS-ADJ-DATE(6:2).
           MOVE CAL-YMD-DAY   TO WS-ADJ-DATE(9:2).

       NB999.
           EXIT.

       WRITE-CONTROL-RECORD SECTION.
       WC010.
           MOVE SPACES            TO XFR-CONTROL-RECORD.
           MOVE 'XFRCUT  '        TO XCTL-KEY.
           MOVE WS-BUSINESS-DATE  TO XCTL-BUSINESS-DATE.
           MOVE WS-SAME-DAY-VALUE TO XCTL-SAME-DAY-VALUE.
           MOVE WS-NEXT-DAY-VALUE TO XCTL-NEXT-DAY-VALUE.
           PERFORM VARYING WS-CUT-SUB FROM 1 BY 1
              UNTIL WS-CUT-SUB > 3
              MOVE WS-CUTOFF-ENTRY(WS-CUT-SUB)
                 TO XCTL-CUTOFF-ENTRY(WS-CUT-SUB)
           END-PERFORM.
           MOVE WS-RUN-DATE       TO XCTL-REFRESHED-DATE.
           MOVE WS-CD-TIME        TO XCTL-REFRESHED-TIME.

           IF WS-RECORD-FOUND = 'Y'
              REWRITE XFR-CONTROL-RECORD
           ELSE
              WRITE XFR-CONTROL-RECORD
           END-IF.

           IF XFRCTL-STATUS NOT = '00'
              DISPLAY 'XFRCUT - error writing XFRCTL, status='
                      XFRCTL-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       WC999.
           EXIT.

      *
      * The business date must come from the BUSDATE control - the
      * clock is no substitute for a date the online day runs on
      *
       GET-BUSINESS-DATE SECTION.
       GBD10.
           MOVE 'GET  ' TO WS-BDP-FUNCTION.
           CALL 'GETBDATE' USING WS-BDATE-PARM.
           IF WS-BDP-STATUS NOT = SPACE
              DISPLAY 'XFRCUT - business date unavailable, run '
                      'refused'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.
           MOVE WS-BDP-DATE TO WS-BUSINESS-DATE.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-CARD-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE XFRCARD.
           CLOSE XFRCTL.

       CF999.
           EXIT.
