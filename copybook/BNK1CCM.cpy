      * Symbolic map for the BNK1CCM customer contact maintenance
      * screen driven by CUSTMNT: the customer key (sortcode and
      * customer number), the customer's name for eyeballing, the
      * three maintainable contact fields, the customer's marketing
      * consent for each channel (email, post, phone and SMS - Y
      * given, N withdrawn, blank never recorded), the customer
      * address (four lines), a message line and the dummy field.
      *
       01  BNK1CCI.
           02  FILLER PIC X(12).
             03 CPREFA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  CPREFI  PIC X(9).
           02  CCONEL    COMP  PIC  S9(4).
           02  CCONEF    PICTURE X.
           02  FILLER REDEFINES CCONEF.
             03 CCONEA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  CCONEI  PIC X(1).
           02  CCONPL    COMP  PIC  S9(4).
           02  CCONPF    PICTURE X.
           02  FILLER REDEFINES CCONPF.
             03 CCONPA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  CCONPI  PIC X(1).
           02  CCONTL    COMP  PIC  S9(4).
           02  CCONTF    PICTURE X.
           02  FILLER REDEFINES CCONTF.
             03 CCONTA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  CCONTI  PIC X(1).
           02  CCONSL    COMP  PIC  S9(4).
           02  CCONSF    PICTURE X.
           02  FILLER REDEFINES CCONSF.
             03 CCONSA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  CCONSI  PIC X(1).
           02  CADR1L    COMP  PIC  S9(4).
           02  CADR1F    PICTURE X.
           02  FILLER REDEFINES CADR1F.
             03 CADR1A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  CADR1I  PIC X(40).
           02  CADR2L    COMP  PIC  S9(4).
           02  CADR2F    PICTURE X.
           02  FILLER REDEFINES CADR2F.
             03 CADR2A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  CADR2I  PIC X(40).
           02  CADR3L    COMP  PIC  S9(4).
           02  CADR3F    PICTURE X.
           02  FILLER REDEFINES CADR3F.
             03 CADR3A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  CADR3I  PIC X(40).
           02  CADR4L    COMP  PIC  S9(4).
           02  CADR4F    PICTURE X.
           02  FILLER REDEFINES CADR4F.
             03 CADR4A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  CADR4I  PIC X(40).
           02  CMSGL    COMP  PIC  S9(4).
           02  CMSGF    PICTURE X.
           02  FILLER REDEFINES CMSGF.
           02  CPREFM    PICTURE X.
           02  CPREFO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  CCONEC    PICTURE X.
           02  CCONEP    PICTURE X.
           02  CCONEH    PICTURE X.
           02  CCONEV    PICTURE X.
           02  CCONEU    PICTURE X.
           02  CCONEM    PICTURE X.
           02  CCONEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CCONPC    PICTURE X.
           02  CCONPP    PICTURE X.
           02  CCONPH    PICTURE X.
           02  CCONPV    PICTURE X.
           02  CCONPU    PICTURE X.
           02  CCONPM    PICTURE X.
           02  CCONPO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CCONTC    PICTURE X.
           02  CCONTP    PICTURE X.
           02  CCONTH    PICTURE X.
           02  CCONTV    PICTURE X.
           02  CCONTU    PICTURE X.
           02  CCONTM    PICTURE X.
           02  CCONTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CCONSC    PICTURE X.
           02  CCONSP    PICTURE X.
           02  CCONSH    PICTURE X.
           02  CCONSV    PICTURE X.
           02  CCONSU    PICTURE X.
           02  CCONSM    PICTURE X.
           02  CCONSO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CADR1C    PICTURE X.
           02  CADR1P    PICTURE X.
           02  CADR1H    PICTURE X.
           02  CADR1V    PICTURE X.
           02  CADR1U    PICTURE X.
           02  CADR1M    PICTURE X.
           02  CADR1O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  CADR2C    PICTURE X.
           02  CADR2P    PICTURE X.
           02  CADR2H    PICTURE X.
           02  CADR2V    PICTURE X.
           02  CADR2U    PICTURE X.
           02  CADR2M    PICTURE X.
           02  CADR2O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  CADR3C    PICTURE X.
           02  CADR3P    PICTURE X.
           02  CADR3H    PICTURE X.
           02  CADR3V    PICTURE X.
           02  CADR3U    PICTURE X.
           02  CADR3M    PICTURE X.
           02  CADR3O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  CADR4C    PICTURE X.
           02  CADR4P    PICTURE X.
           02  CADR4H    PICTURE X.
           02  CADR4V    PICTURE X.
           02  CADR4U    PICTURE X.
           02  CADR4M    PICTURE X.
           02  CADR4O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  CMSGC    PICTURE X.
           02  CMSGP    PICTURE X.
           02  CMSGH    PICTURE X.
