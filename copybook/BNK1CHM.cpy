             03 PAYESELA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  PAYESELI  PIC X(3).
           02  VALDTEL    COMP  PIC  S9(4).
           02  VALDTEF    PICTURE X.
           02  FILLER REDEFINES VALDTEF.
             03 VALDTEA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  VALDTEI  PIC X(10).
           02  ACTSORTL    COMP  PIC  S9(4).
           02  ACTSORTF    PICTURE X.
           02  FILLER REDEFINES ACTSORTF.
             03 ACTSORTA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  ACTSORTI  PIC X(6).
           02  ACTCUSTL    COMP  PIC  S9(4).
           02  ACTCUSTF    PICTURE X.
           02  FILLER REDEFINES ACTCUSTF.
             03 ACTCUSTA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  ACTCUSTI  PIC X(10).
           02  DUMMYL    COMP  PIC  S9(4).
           02  DUMMYF    PICTURE X.
           02  FILLER REDEFINES DUMMYF.
           02  PAYESELM    PICTURE X.
           02  PAYESELO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  VALDTEC    PICTURE X.
           02  VALDTEP    PICTURE X.
           02  VALDTEH    PICTURE X.
           02  VALDTEV    PICTURE X.
           02  VALDTEU    PICTURE X.
           02  VALDTEM    PICTURE X.
           02  VALDTEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  ACTSORTC    PICTURE X.
           02  ACTSORTP    PICTURE X.
           02  ACTSORTH    PICTURE X.
           02  ACTSORTV    PICTURE X.
           02  ACTSORTU    PICTURE X.
           02  ACTSORTM    PICTURE X.
           02  ACTSORTO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  ACTCUSTC    PICTURE X.
           02  ACTCUSTP    PICTURE X.
           02  ACTCUSTH    PICTURE X.
           02  ACTCUSTV    PICTURE X.
           02  ACTCUSTU    PICTURE X.
           02  ACTCUSTM    PICTURE X.
           02  ACTCUSTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  DUMMYC    PICTURE X.
           02  DUMMYP    PICTURE X.
           02  DUMMYH    PICTURE X.
