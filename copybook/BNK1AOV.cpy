      * screen driven by ACCTOVW: the account number input, the
      * assembled position fields (type, status, balances,
      * overdraft limit, next statement date, dormancy class,
      * accrued interest, arrears bucket and amount, total amount
      * held), a message line and the dummy field.
      *
       01  BNK1AVI.
           02  FILLER PIC X(12).
             03 AVARRAA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  AVARRAI  PIC X(14).
           02  AVHELDL    COMP  PIC  S9(4).
           02  AVHELDF    PICTURE X.
           02  FILLER REDEFINES AVHELDF.
             03 AVHELDA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  AVHELDI  PIC X(14).
           02  AVMSGL    COMP  PIC  S9(4).
           02  AVMSGF    PICTURE X.
           02  FILLER REDEFINES AVMSGF.
           02  AVARRAM    PICTURE X.
           02  AVARRAO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  AVHELDC    PICTURE X.
           02  AVHELDP    PICTURE X.
           02  AVHELDH    PICTURE X.
           02  AVHELDV    PICTURE X.
           02  AVHELDU    PICTURE X.
           02  AVHELDM    PICTURE X.
           02  AVHELDO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  AVMSGC    PICTURE X.
           02  AVMSGP    PICTURE X.
           02  AVMSGH    PICTURE X.
