       01  ACCT-TEST-RECORD                PIC X(111).

       FD  JRNLTEST.
       01  JRNL-TEST-RECORD                PIC X(93).

       FD  HISTTEST.
       01  HIST-TEST-RECORD                PIC X(640).
