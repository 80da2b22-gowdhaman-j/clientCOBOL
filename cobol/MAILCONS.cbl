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
      * Nightly mail consolidation. MAILIN is the night's paper
      * output from every letter-producing run, concatenated - the
      * STMTRUN statements, COLLETR collections letters, DDMNT
      * advance notices, TAXCERT certificates, FEESTMT annual fee
      * statements, DORMANT contact letters and RENEWRUN policy
      * renewal notices - all in the common mail item format
      * (MAILITEM).
      *
      * Every item is addressed by its header. The address goes
      * through ADDRVAL (parse only - the reference file is not
      * needed) for its standard form and its postcode, and items
      * for the same name at the same standardised address are put
      * in one envelope, so a household with three accounts gets
      * one envelope, not three. The envelopes are sorted by
      * postcode for the postage discount; an address with no
      * recognisable postcode sorts to the end and is counted.
      *
      * MAILOUT is the print room's file, in the same format: an
      * envelope record (E) carrying the envelope number and the
      * address, then each item's header and lines as the producing
      * run wrote them, and a trailer counting the items and lines
      * with the number of envelopes. The envelope record carries
      * the customer key of its first item for the print room to
      * put on the envelope - RTNMLOAD keys returned mail from it.
      *
      * MAILRPT is the manifest. For each source it shows the items
      * and lines its trailer says it wrote, the items and lines
      * read, and the items and lines put in envelopes. A source
      * that wrote items but no trailer was cut short; one whose
      * counts differ has lost or gained something on the way. A
      * source with nothing at all tonight is shown as not
      * supplied. Any source that does not agree, a line with no
      * item header in front of it, or a record that is not a mail
      * item record fails the proof and ends the run RC 12 - the
      * print room must not post an incomplete night.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILCONS.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAILIN
                  ASSIGN TO MAILIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS MAILIN-STATUS.

           SELECT MAILOUT
                  ASSIGN TO MAILOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS MAILOUT-STATUS.

           SELECT MAILRPT
                  ASSIGN TO MAILRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS MAILRPT-STATUS.

           SELECT SORT-WORK
                  ASSIGN TO SORTWK01.

       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  MAILIN.
       01  MAIL-IN-RECORD                  PIC X(276).

       FD  MAILOUT.
       01  MAIL-OUT-RECORD                 PIC X(276).

       FD  MAILRPT.
       01  MAIL-PRINT-RECORD               PIC X(133).

      *
      * Every item record carries its envelope key - the postcode,
      * the standardised address and the name - then the order of
      * the items inside the envelope
      *
       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SRT-ENVELOPE-KEY.
              10 SRT-NO-POSTCODE           PIC X.
              10 SRT-POSTCODE              PIC X(8).
              10 SRT-ADDRESS               PIC X(160).
              10 SRT-NAME                  PIC X(60).
           05 SRT-SOURCE                   PIC X(8).
           05 SRT-ITEM-SEQUENCE            PIC 9(9).
           05 SRT-LINE-NUMBER              PIC 9(5).
           05 SRT-MAIL-RECORD              PIC X(276).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(80) VALUE
           'Licensed Materials - Property of IBM'.
       77 FILLER PIC X(80) VALUE
           '(c) Copyright IBM Corp. 2020. All Rights Reserved.'.

       01  MAILIN-STATUS.
           05 MAILIN-STATUS1               PIC X.
           05 MAILIN-STATUS2               PIC X.

       01  MAILOUT-STATUS.
           05 MAILOUT-STATUS1              PIC X.
           05 MAILOUT-STATUS2              PIC X.

       01  MAILRPT-STATUS.
           05 MAILRPT-STATUS1              PIC X.
           05 MAILRPT-STATUS2              PIC X.

       01 WS-MAILIN-EXIT                   PIC X    VALUE 'N'.
       01 WS-SORT-EXIT                     PIC X    VALUE 'N'.

      *
      * The mail item record - read into on the way in, built and
      * written from on the way out
      *
       01 MAIL-ITEM-RECORD.
       COPY MAILITEM.

      *
      * The item in hand on the way in - its envelope key and where
      * it came from
      *
       01 WS-ITEM-IN-HAND                  PIC X    VALUE 'N'.
           88 WS-HAVE-ITEM                          VALUE 'Y'.
       01 WS-ITEM-SOURCE                   PIC X(8).
       01 WS-ITEM-NUMBER                   PIC 9(7).
       01 WS-ITEM-ENVELOPE-KEY             PIC X(229).
       01 WS-ITEM-SEQUENCE                 PIC 9(9) VALUE 0.

       01 WS-ADDR-PARM.
           05 WS-AP-ADDRESS                PIC X(160).
           05 WS-AP-POSTCODE               PIC X(8).
           05 WS-AP-STATUS                 PIC X.

      *
      * The envelope being filled on the way out
      *
       01 WS-ENVELOPE-KEY                  PIC X(229) VALUE LOW-VALUES.
       01 WS-ENVELOPE-ITEMS                PIC 9(5)   VALUE 0.
       01 WS-ENVELOPE-CUSTOMER             PIC X(16).

      *
      * The sources the manifest always shows, in print order; any
      * other source found on MAILIN is added after them
      *
       01 WS-SOURCE-VALUES.
           05 FILLER                       PIC X(8) VALUE 'STMTRUN '.
           05 FILLER                       PIC X(8) VALUE 'COLLETR '.
           05 FILLER                       PIC X(8) VALUE 'DDMNT   '.
           05 FILLER                       PIC X(8) VALUE 'TAXCERT '.
           05 FILLER                       PIC X(8) VALUE 'DORMANT '.
       01 WS-SOURCE-NAMES REDEFINES WS-SOURCE-VALUES.
           05 WS-SOURCE-NAME OCCURS 5 TIMES PIC X(8).

       01 WS-SOURCE-TABLE.
           05 WS-SOURCE-MAX                PIC 9(3) COMP VALUE 20.
           05 WS-SOURCE-USED               PIC 9(3) COMP VALUE 0.
           05 WS-SOURCE-ENTRY OCCURS 20 TIMES
                 INDEXED BY SR-NDX.
              10 WS-SR-NAME                PIC X(8).
              10 WS-SR-TRAILERS            PIC 9(3).
              10 WS-SR-TRAILER-ITEMS       PIC 9(7).
              10 WS-SR-TRAILER-LINES       PIC 9(9).
              10 WS-SR-ITEMS-READ          PIC 9(7).
              10 WS-SR-LINES-READ          PIC 9(9).
              10 WS-SR-ITEMS-MAILED        PIC 9(7).
              10 WS-SR-LINES-MAILED        PIC 9(9).
              10 WS-SR-CONTROL-LINE        PIC X(133).
       01 WS-SOURCE-SUB                    PIC 9(3) COMP.
       01 WS-FIND-SOURCE                   PIC X(8).

       01 WS-RECORD-CNT                    PIC 9(9) VALUE 0.
       01 WS-ITEMS-READ-CNT                PIC 9(9) VALUE 0.
       01 WS-LINES-READ-CNT                PIC 9(9) VALUE 0.
       01 WS-ITEMS-MAILED-CNT              PIC 9(9) VALUE 0.
       01 WS-LINES-MAILED-CNT              PIC 9(9) VALUE 0.
       01 WS-ENVELOPE-CNT                  PIC 9(7) VALUE 0.
       01 WS-HOUSEHOLD-CNT                 PIC 9(7) VALUE 0.
       01 WS-SAVED-CNT                     PIC 9(9) VALUE 0.
       01 WS-NOPOSTCODE-CNT                PIC 9(7) VALUE 0.
       01 WS-ORPHAN-CNT                    PIC 9(7) VALUE 0.
       01 WS-INVALID-CNT                   PIC 9(7) VALUE 0.

       01 WS-PROOF-SWITCH                  PIC X    VALUE 'Y'.
           88 WS-PROOF-BALANCES                     VALUE 'Y'.

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
                 'MAILCONS CONSOLIDATED MAIL MANIFEST          '.
           05 WS-RPT-HDR-DATE              PIC X(10).
           05 FILLER                       PIC X(77) VALUE SPACES.

       01 WS-RPT-COLUMN-HEAD.
           05 FILLER                       PIC X    VALUE '0'.
           05 FILLER                       PIC X(10) VALUE 'SOURCE'.
           05 FILLER                       PIC X(11) VALUE '   TRAILER'.
           05 FILLER                       PIC X(11) VALUE '      READ'.
           05 FILLER                       PIC X(11) VALUE '    MAILED'.
           05 FILLER                       PIC X(11) VALUE '   TRAILER'.
           05 FILLER                       PIC X(11) VALUE '      READ'.
           05 FILLER                       PIC X(11) VALUE '    MAILED'.
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(14) VALUE 'RESULT'.
           05 FILLER                       PIC X(40) VALUE SPACES.

       01 WS-RPT-COLUMN-HEAD2.
           05 FILLER                       PIC X    VALUE ' '.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                       PIC X(11) VALUE '     ITEMS'.
           05 FILLER                       PIC X(11) VALUE '     ITEMS'.
           05 FILLER                       PIC X(11) VALUE '     ITEMS'.
           05 FILLER                       PIC X(11) VALUE '     LINES'.
           05 FILLER                       PIC X(11) VALUE '     LINES'.
           05 FILLER                       PIC X(11) VALUE '     LINES'.
           05 FILLER                       PIC X(56) VALUE SPACES.

       01 WS-RPT-SOURCE-LINE.
           05 FILLER                       PIC X    VALUE ' '.
           05 WS-RPT-SL-SOURCE             PIC X(8).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RPT-SL-TRL-ITEMS          PIC Z(9)9.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-SL-ITEMS-READ         PIC Z(9)9.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-SL-ITEMS-MAILED       PIC Z(9)9.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-SL-TRL-LINES          PIC Z(9)9.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-SL-LINES-READ         PIC Z(9)9.
           05 FILLER                       PIC X    VALUE SPACE.
           05 WS-RPT-SL-LINES-MAILED       PIC Z(9)9.
           05 FILLER                       PIC X(3) VALUE SPACES.
           05 WS-RPT-SL-RESULT             PIC X(14).
           05 FILLER                       PIC X(40) VALUE SPACES.

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
                                               VALUE 'MAILCONS'.
           05 WS-RLOGP-RECORD-COUNT        PIC 9(9).

      *****************************************************************
      *** Main Processing                                           ***
      *****************************************************************
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'Started MAILCONS.'.

           MOVE 'START' TO WS-RLOGP-FUNCTION.
           MOVE 0 TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           MOVE FUNCTION CURRENT-DATE(1:17) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CD-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CD-MONTH TO WS-RUN-MONTH.
           MOVE WS-CD-DAY   TO WS-RUN-DAY.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE.

           PERFORM LOAD-SOURCES.

           PERFORM OPEN-FILES.

           SORT SORT-WORK
              ON ASCENDING KEY SRT-ENVELOPE-KEY
                               SRT-SOURCE
                               SRT-ITEM-SEQUENCE
                               SRT-LINE-NUMBER
              INPUT PROCEDURE IS RELEASE-ITEMS
              OUTPUT PROCEDURE IS BUILD-ENVELOPES.

           PERFORM WRITE-MANIFEST.

           DISPLAY 'MAILCONS read ' WS-ITEMS-READ-CNT ' items, '
                   'mailed ' WS-ITEMS-MAILED-CNT ' items in '
                   WS-ENVELOPE-CNT ' envelopes (' WS-HOUSEHOLD-CNT
                   ' householded, ' WS-NOPOSTCODE-CNT
                   ' with no postcode).'.

           IF NOT WS-PROOF-BALANCES
              DISPLAY 'MAILCONS - manifest proof does not balance'
              MOVE 12 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-DONE.

       P999.
           EXIT.

       LOAD-SOURCES SECTION.
       LS010.
           INITIALIZE WS-SOURCE-TABLE
              REPLACING ALPHANUMERIC DATA BY SPACES
                        NUMERIC DATA BY ZERO.
           MOVE 20 TO WS-SOURCE-MAX.

           PERFORM VARYING WS-SOURCE-SUB FROM 1 BY 1
                   UNTIL WS-SOURCE-SUB > 5
              MOVE WS-SOURCE-NAME(WS-SOURCE-SUB)
                TO WS-SR-NAME(WS-SOURCE-SUB)
           END-PERFORM.
           MOVE 5 TO WS-SOURCE-USED.

       LS999.
           EXIT.

       OPEN-FILES SECTION.
       OF010.
           OPEN INPUT MAILIN.
           IF MAILIN-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening MAILIN file, status='
                       MAILIN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT MAILOUT.
           IF MAILOUT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening MAILOUT file, status='
                       MAILOUT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

           OPEN OUTPUT MAILRPT.
           IF MAILRPT-STATUS NOT EQUAL '00'
               DISPLAY 'Error opening MAILRPT file, status='
                       MAILRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM PROGRAM-DONE
           END-IF.

       OF999.
           EXIT.

      *
      * Every item header and line is released with its envelope
      * key; the trailers are tallied against their source
      *
       RELEASE-ITEMS SECTION.
       RI010.
           READ MAILIN INTO MAIL-ITEM-RECORD
             AT END MOVE 'Y' TO WS-MAILIN-EXIT
           END-READ.

           PERFORM UNTIL WS-MAILIN-EXIT = 'Y'
              ADD 1 TO WS-RECORD-CNT
              EVALUATE TRUE
                 WHEN MAIL-ITEM-HEADER
                    PERFORM RELEASE-ITEM-HEADER
                 WHEN MAIL-ITEM-LINE
                    PERFORM RELEASE-ITEM-LINE
                 WHEN MAIL-TRAILER
                    PERFORM TALLY-TRAILER
                 WHEN OTHER
                    ADD 1 TO WS-INVALID-CNT
                    DISPLAY 'MAILCONS - record ' WS-RECORD-CNT
                            ' is not a mail item record, type='
                            MAIL-RECORD-TYPE
              END-EVALUATE
              READ MAILIN INTO MAIL-ITEM-RECORD
                AT END MOVE 'Y' TO WS-MAILIN-EXIT
              END-READ
           END-PERFORM.

       RI999.
           EXIT.

       RELEASE-ITEM-HEADER SECTION.
       RH010.
           MOVE MAIL-SOURCE TO WS-FIND-SOURCE.
           PERFORM FIND-SOURCE.
           ADD 1 TO WS-SR-ITEMS-READ(SR-NDX).
           ADD 1 TO WS-ITEMS-READ-CNT.
           ADD 1 TO WS-ITEM-SEQUENCE.

           MOVE MAIL-ADDRESS TO WS-AP-ADDRESS.
           MOVE 'P' TO WS-AP-STATUS.
           CALL 'ADDRVAL' USING WS-ADDR-PARM.

           MOVE SPACES TO SORT-RECORD.
           IF WS-AP-STATUS = 'E'
              MOVE '1'    TO SRT-NO-POSTCODE
              MOVE SPACES TO SRT-POSTCODE
           ELSE
              MOVE '0'            TO SRT-NO-POSTCODE
              MOVE WS-AP-POSTCODE TO SRT-POSTCODE
           END-IF.
           MOVE WS-AP-ADDRESS TO SRT-ADDRESS.
           MOVE MAIL-NAME    TO SRT-NAME.

           MOVE 'Y'              TO WS-ITEM-IN-HAND.
           MOVE MAIL-SOURCE     TO WS-ITEM-SOURCE.
           MOVE MAIL-ITEM-NUMBER TO WS-ITEM-NUMBER.
           MOVE SRT-ENVELOPE-KEY TO WS-ITEM-ENVELOPE-KEY.

           MOVE SRT-POSTCODE     TO MAIL-POSTCODE.
           MOVE MAIL-SOURCE     TO SRT-SOURCE.
           MOVE WS-ITEM-SEQUENCE TO SRT-ITEM-SEQUENCE.
           MOVE 0                TO SRT-LINE-NUMBER.
           MOVE MAIL-ITEM-RECORD TO SRT-MAIL-RECORD.
           RELEASE SORT-RECORD.

       RH999.
           EXIT.

      *
      * A line belongs to the item header in front of it. One
      * that does not is counted and held back - it cannot be
      * addressed.
      *
       RELEASE-ITEM-LINE SECTION.
       RL010.
           IF NOT WS-HAVE-ITEM
              OR MAIL-SOURCE NOT = WS-ITEM-SOURCE
              OR MAIL-ITEM-NUMBER NOT = WS-ITEM-NUMBER
              ADD 1 TO WS-ORPHAN-CNT
              DISPLAY 'MAILCONS - line ' MAIL-LINE-NUMBER
                      ' of ' MAIL-SOURCE ' item '
                      MAIL-ITEM-NUMBER ' has no item header'
              GO TO RL999
           END-IF.

           MOVE MAIL-SOURCE TO WS-FIND-SOURCE.
           PERFORM FIND-SOURCE.
           ADD 1 TO WS-SR-LINES-READ(SR-NDX).
           ADD 1 TO WS-LINES-READ-CNT.

           MOVE WS-ITEM-ENVELOPE-KEY TO SRT-ENVELOPE-KEY.
           MOVE MAIL-SOURCE         TO SRT-SOURCE.
           MOVE WS-ITEM-SEQUENCE     TO SRT-ITEM-SEQUENCE.
           MOVE MAIL-LINE-NUMBER    TO SRT-LINE-NUMBER.
           MOVE MAIL-ITEM-RECORD     TO SRT-MAIL-RECORD.
           RELEASE SORT-RECORD.

       RL999.
           EXIT.

       TALLY-TRAILER SECTION.
       TT010.
           MOVE 'N' TO WS-ITEM-IN-HAND.

           MOVE MAIL-SOURCE TO WS-FIND-SOURCE.
           PERFORM FIND-SOURCE.
           ADD 1                  TO WS-SR-TRAILERS(SR-NDX).
           ADD MAIL-ITEM-COUNT   TO WS-SR-TRAILER-ITEMS(SR-NDX).
           ADD MAIL-LINE-COUNT   TO WS-SR-TRAILER-LINES(SR-NDX).
           IF MAIL-CONTROL-LINE NOT = SPACES
              MOVE MAIL-CONTROL-LINE TO WS-SR-CONTROL-LINE(SR-NDX)
           END-IF.

       TT999.
           EXIT.

      *
      * Point SR-NDX at the source's entry, adding it if this is a
      * source the table has not seen
      *
       FIND-SOURCE SECTION.
       FS010.
           SET SR-NDX TO 1.
           SEARCH WS-SOURCE-ENTRY
              AT END CONTINUE
              WHEN SR-NDX > WS-SOURCE-USED
                 CONTINUE
              WHEN WS-SR-NAME(SR-NDX) = WS-FIND-SOURCE
                 GO TO FS999
           END-SEARCH.

           IF WS-SOURCE-USED NOT < WS-SOURCE-MAX
              DISPLAY 'MAILCONS - more than ' WS-SOURCE-MAX
                      ' mail sources, run refused'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

           ADD 1 TO WS-SOURCE-USED.
           SET SR-NDX TO WS-SOURCE-USED.
           MOVE WS-FIND-SOURCE TO WS-SR-NAME(SR-NDX).

       FS999.
           EXIT.

      *
      * The sorted items come back envelope by envelope. Each new
      * envelope key opens an envelope record ahead of its items.
      *
       BUILD-ENVELOPES SECTION.
       BE010.
           RETURN SORT-WORK
             AT END MOVE 'Y' TO WS-SORT-EXIT
           END-RETURN.

           PERFORM UNTIL WS-SORT-EXIT = 'Y'
              IF SRT-ENVELOPE-KEY NOT = WS-ENVELOPE-KEY
                 PERFORM CLOSE-ENVELOPE
                 PERFORM OPEN-ENVELOPE
              END-IF
              PERFORM WRITE-ENVELOPE-ITEM
              RETURN SORT-WORK
                AT END MOVE 'Y' TO WS-SORT-EXIT
              END-RETURN
           END-PERFORM.

           PERFORM CLOSE-ENVELOPE.

           MOVE SPACES              TO MAIL-ITEM-RECORD.
           MOVE WS-ENVELOPE-CNT     TO MAIL-ENVELOPE-NUMBER.
           MOVE 'MAILCONS'          TO MAIL-SOURCE.
           MOVE 0                   TO MAIL-ITEM-NUMBER.
           SET MAIL-TRAILER         TO TRUE.
           MOVE 0                   TO MAIL-LINE-NUMBER.
           MOVE WS-ITEMS-MAILED-CNT TO MAIL-ITEM-COUNT.
           MOVE WS-LINES-MAILED-CNT TO MAIL-LINE-COUNT.
           PERFORM PUT-MAIL-RECORD.

       BE999.
           EXIT.

       OPEN-ENVELOPE SECTION.
       OE010.
           MOVE SRT-ENVELOPE-KEY TO WS-ENVELOPE-KEY.
           MOVE 0 TO WS-ENVELOPE-ITEMS.
           ADD 1 TO WS-ENVELOPE-CNT.
           IF SRT-NO-POSTCODE = '1'
              ADD 1 TO WS-NOPOSTCODE-CNT
           END-IF.

      *
      * The envelope's first record is its first item's header -
      * that item's customer key goes on the envelope
      *
           MOVE SRT-MAIL-RECORD   TO MAIL-ITEM-RECORD.
           MOVE MAIL-CUSTOMER-KEY TO WS-ENVELOPE-CUSTOMER.

           MOVE SPACES          TO MAIL-ITEM-RECORD.
           MOVE WS-ENVELOPE-CNT TO MAIL-ENVELOPE-NUMBER.
           MOVE 'MAILCONS'      TO MAIL-SOURCE.
           MOVE 0               TO MAIL-ITEM-NUMBER.
           SET MAIL-ENVELOPE-HEADER TO TRUE.
           MOVE 0               TO MAIL-LINE-NUMBER.
           MOVE SRT-NAME        TO MAIL-NAME.
           MOVE SRT-ADDRESS     TO MAIL-ADDRESS.
           MOVE SRT-POSTCODE    TO MAIL-POSTCODE.
           MOVE WS-ENVELOPE-CUSTOMER TO MAIL-CUSTOMER-KEY.
           PERFORM PUT-MAIL-RECORD.

       OE999.
           EXIT.

      *
      * An envelope holding more than one item is a household that
      * would otherwise have had an envelope for each
      *
       CLOSE-ENVELOPE SECTION.
       CE010.
           IF WS-ENVELOPE-ITEMS > 1
              ADD 1 TO WS-HOUSEHOLD-CNT
           END-IF.

       CE999.
           EXIT.

       WRITE-ENVELOPE-ITEM SECTION.
       WE010.
           MOVE SRT-SOURCE TO WS-FIND-SOURCE.
           PERFORM FIND-SOURCE.

           MOVE SRT-MAIL-RECORD TO MAIL-ITEM-RECORD.
           MOVE WS-ENVELOPE-CNT TO MAIL-ENVELOPE-NUMBER.

           IF MAIL-ITEM-HEADER
              ADD 1 TO WS-ENVELOPE-ITEMS
              ADD 1 TO WS-SR-ITEMS-MAILED(SR-NDX)
              ADD 1 TO WS-ITEMS-MAILED-CNT
           ELSE
              ADD 1 TO WS-SR-LINES-MAILED(SR-NDX)
              ADD 1 TO WS-LINES-MAILED-CNT
           END-IF.

           PERFORM PUT-MAIL-RECORD.

       WE999.
           EXIT.

       PUT-MAIL-RECORD SECTION.
       PU010.
           WRITE MAIL-OUT-RECORD FROM MAIL-ITEM-RECORD.
           IF MAILOUT-STATUS NOT = '00'
              DISPLAY 'MAILCONS - error writing MAILOUT, status='
                      MAILOUT-STATUS
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       PU999.
           EXIT.

      *
      * The manifest: each source's trailer against what was read
      * and what went into envelopes, then the night's totals
      *
       WRITE-MANIFEST SECTION.
       WM010.
           WRITE MAIL-PRINT-RECORD FROM WS-RPT-HEADER.
           WRITE MAIL-PRINT-RECORD FROM WS-RPT-COLUMN-HEAD.
           WRITE MAIL-PRINT-RECORD FROM WS-RPT-COLUMN-HEAD2.

           PERFORM VARYING WS-SOURCE-SUB FROM 1 BY 1
                   UNTIL WS-SOURCE-SUB > WS-SOURCE-USED
              PERFORM WRITE-SOURCE-LINE
           END-PERFORM.

      *
      * Any control line a source asked to have carried through
      *
           PERFORM VARYING WS-SOURCE-SUB FROM 1 BY 1
                   UNTIL WS-SOURCE-SUB > WS-SOURCE-USED
              IF WS-SR-CONTROL-LINE(WS-SOURCE-SUB) NOT = SPACES
                 MOVE SPACES TO WS-RPT-SUBHEAD-TEXT
                 STRING 'CONTROL LINE FROM '
                        WS-SR-NAME(WS-SOURCE-SUB)
                    DELIMITED BY SIZE INTO WS-RPT-SUBHEAD-TEXT
                 END-STRING
                 WRITE MAIL-PRINT-RECORD FROM WS-RPT-SUBHEAD
                 WRITE MAIL-PRINT-RECORD
                    FROM WS-SR-CONTROL-LINE(WS-SOURCE-SUB)
              END-IF
           END-PERFORM.

           MOVE 'TOTALS' TO WS-RPT-SUBHEAD-TEXT.
           WRITE MAIL-PRINT-RECORD FROM WS-RPT-SUBHEAD.
           MOVE 'Items read' TO WS-RPT-CL-LABEL.
           MOVE WS-ITEMS-READ-CNT TO WS-RPT-CL-COUNT.
           WRITE MAIL-PRINT-RECORD FROM WS-RPT-COUNT-LINE.
           MOVE 'Items mailed' TO WS-RPT-CL-LABEL.
           MOVE WS-ITEMS-MAILED-CNT TO WS-RPT-CL-COUNT.
           WRITE MAIL-PRINT-RECORD FROM WS-RPT-COUNT-LINE.
           MOVE 'Envelopes' TO WS-RPT-CL-LABEL.
           MOVE WS-ENVELOPE-CNT TO WS-RPT-CL-COUNT.
           WRITE MAIL-PRINT-RECORD FROM WS-RPT-COUNT-LINE.
           MOVE 'Envelopes holding more than one item' TO
                WS-RPT-CL-LABEL.
           MOVE WS-HOUSEHOLD-CNT TO WS-RPT-CL-COUNT.
           WRITE MAIL-PRINT-RECORD FROM WS-RPT-COUNT-LINE.
           IF WS-ITEMS-MAILED-CNT > WS-ENVELOPE-CNT
              COMPUTE WS-SAVED-CNT =
                 WS-ITEMS-MAILED-CNT - WS-ENVELOPE-CNT
           END-IF.
           MOVE 'Envelopes saved by householding' TO WS-RPT-CL-LABEL.
           MOVE WS-SAVED-CNT TO WS-RPT-CL-COUNT.
           WRITE MAIL-PRINT-RECORD FROM WS-RPT-COUNT-LINE.
           MOVE 'Envelopes with no postcode - full rate' TO
                WS-RPT-CL-LABEL.
           MOVE WS-NOPOSTCODE-CNT TO WS-RPT-CL-COUNT.
           WRITE MAIL-PRINT-RECORD FROM WS-RPT-COUNT-LINE.
           MOVE 'Lines with no item header' TO WS-RPT-CL-LABEL.
           MOVE WS-ORPHAN-CNT TO WS-RPT-CL-COUNT.
           WRITE MAIL-PRINT-RECORD FROM WS-RPT-COUNT-LINE.
           MOVE 'Records not in mail item format' TO WS-RPT-CL-LABEL.
           MOVE WS-INVALID-CNT TO WS-RPT-CL-COUNT.
           WRITE MAIL-PRINT-RECORD FROM WS-RPT-COUNT-LINE.

           IF WS-ITEMS-READ-CNT NOT = WS-ITEMS-MAILED-CNT
              OR WS-LINES-READ-CNT NOT = WS-LINES-MAILED-CNT
              OR WS-ORPHAN-CNT > 0
              OR WS-INVALID-CNT > 0
              MOVE 'N' TO WS-PROOF-SWITCH
           END-IF.

           IF WS-PROOF-BALANCES
              MOVE 'MANIFEST PROOF BALANCES - EVERY SOURCE AGREED'
                TO WS-RPT-RESULT
           ELSE
              MOVE '*** MANIFEST PROOF DOES NOT BALANCE ***'
                TO WS-RPT-RESULT
           END-IF.
           WRITE MAIL-PRINT-RECORD FROM WS-RPT-RESULT-LINE.

       WM999.
           EXIT.

       WRITE-SOURCE-LINE SECTION.
       WS010.
           MOVE WS-SR-NAME(WS-SOURCE-SUB)   TO WS-RPT-SL-SOURCE.
           MOVE WS-SR-TRAILER-ITEMS(WS-SOURCE-SUB)
             TO WS-RPT-SL-TRL-ITEMS.
           MOVE WS-SR-ITEMS-READ(WS-SOURCE-SUB)
             TO WS-RPT-SL-ITEMS-READ.
           MOVE WS-SR-ITEMS-MAILED(WS-SOURCE-SUB)
             TO WS-RPT-SL-ITEMS-MAILED.
           MOVE WS-SR-TRAILER-LINES(WS-SOURCE-SUB)
             TO WS-RPT-SL-TRL-LINES.
           MOVE WS-SR-LINES-READ(WS-SOURCE-SUB)
             TO WS-RPT-SL-LINES-READ.
           MOVE WS-SR-LINES-MAILED(WS-SOURCE-SUB)
             TO WS-RPT-SL-LINES-MAILED.

           EVALUATE TRUE
              WHEN WS-SR-TRAILERS(WS-SOURCE-SUB) = 0
               AND WS-SR-ITEMS-READ(WS-SOURCE-SUB) = 0
               AND WS-SR-LINES-READ(WS-SOURCE-SUB) = 0
                 MOVE 'NOT SUPPLIED' TO WS-RPT-SL-RESULT
              WHEN WS-SR-TRAILERS(WS-SOURCE-SUB) = 0
                 MOVE 'NO TRAILER' TO WS-RPT-SL-RESULT
                 MOVE 'N' TO WS-PROOF-SWITCH
              WHEN WS-SR-TRAILER-ITEMS(WS-SOURCE-SUB) NOT =
                      WS-SR-ITEMS-READ(WS-SOURCE-SUB)
                OR WS-SR-TRAILER-LINES(WS-SOURCE-SUB) NOT =
                      WS-SR-LINES-READ(WS-SOURCE-SUB)
                OR WS-SR-ITEMS-MAILED(WS-SOURCE-SUB) NOT =
                      WS-SR-ITEMS-READ(WS-SOURCE-SUB)
                OR WS-SR-LINES-MAILED(WS-SOURCE-SUB) NOT =
                      WS-SR-LINES-READ(WS-SOURCE-SUB)
                 MOVE 'COUNTS DIFFER' TO WS-RPT-SL-RESULT
                 MOVE 'N' TO WS-PROOF-SWITCH
              WHEN OTHER
                 MOVE 'AGREED' TO WS-RPT-SL-RESULT
           END-EVALUATE.

           WRITE MAIL-PRINT-RECORD FROM WS-RPT-SOURCE-LINE.

       WS999.
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
              DISPLAY 'MAILCONS - business date unavailable, using '
                      'the system date'
           END-IF.

       GBD99.
           EXIT.

       PROGRAM-DONE SECTION.
       PD010.

           PERFORM CLOSE-FILE.

           MOVE 'END  ' TO WS-RLOGP-FUNCTION.
           MOVE WS-ITEMS-MAILED-CNT TO WS-RLOGP-RECORD-COUNT.
           CALL 'RUNLOG' USING WS-RUNLOG-PARM.

           GOBACK.

       PD999.
           EXIT.

       CLOSE-FILE SECTION.
       CF010.
           CLOSE MAILIN.
           CLOSE MAILOUT.
           CLOSE MAILRPT.

       CF999.
           EXIT.
