               10  PAYM-OVR-CD              PIC X OCCURS 15 TIMES.
               10  PAYM-PMT-ID              PIC X(12).
               10  PAYM-PROVIDER-NO         PIC X(10).
               10  PAYM-GROUP-NO            PIC 9(8).
               10  PAYM-ELIG-FLAG           PIC X.
                   88  PAYM-ELIG-GRACE            VALUE 'G'.
               10  FILLER                   PIC X(1434).
           05  PAYM-LINE-COUNT              PIC S9(2)    COMP.
           05  PAYM-OTHER-DATA              PIC X(221).
           05  PAYM-LINE OCCURS 1 TO 15 TIMES
