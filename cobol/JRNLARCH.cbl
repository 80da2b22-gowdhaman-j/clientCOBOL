      * proven. Each moved leg is written to the archive before it
      * is deleted, and the run ends with the control equation
      * read = archived + kept, with archived = deleted.
      *
      * Each leg goes to the archive whole, 93 bytes since TXNJRNL
      * gained JRNL-REASON-CODE. Generations written before that
      * hold 89-byte legs and are kept as they are - no reformat is
      * run over them. The readers of a concatenation (JRNLHINQ and
      * FEESTMT) declare ARCHIN as varying from 89 to 93 bytes and
      * take the reason code of an 89-byte leg as spaces, which is
      * what every leg of that age would have carried.
      ******************************************************************

       IDENTIFICATION DIVISION.
       COPY TXNJRNL.

       FD  JRNLARCH.
       01  ARCHIVE-RECORD                  PIC X(93).

       FD  SCHEDCTL.
       01  CONTROL-RECORD.
