      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2020.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Symbolic map for the BNK1CSR customer search screen driven
      * by CUSTSRCH: the partial name, postcode and date of birth
      * search fields, the line selection field, eight result
      * lines, a message line and the dummy field.
      *
       01  BNK1CSI.
           02  FILLER PIC X(12).
           02  SRNAMEL    COMP  PIC  S9(4).
           02  SRNAMEF    PICTURE X.
           02  FILLER REDEFINES SRNAMEF.
             03 SRNAMEA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  SRNAMEI  PIC X(20).
           02  SRPCODEL    COMP  PIC  S9(4).
           02  SRPCODEF    PICTURE X.
           02  FILLER REDEFINES SRPCODEF.
             03 SRPCODEA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  SRPCODEI  PIC X(8).
           02  SRDOBL    COMP  PIC  S9(4).
           02  SRDOBF    PICTURE X.
           02  FILLER REDEFINES SRDOBF.
             03 SRDOBA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  SRDOBI  PIC X(8).
           02  SRSELL    COMP  PIC  S9(4).
           02  SRSELF    PICTURE X.
           02  FILLER REDEFINES SRSELF.
             03 SRSELA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  SRSELI  PIC X(1).
           02  SRLIN1L    COMP  PIC  S9(4).
           02  SRLIN1F    PICTURE X.
           02  FILLER REDEFINES SRLIN1F.
             03 SRLIN1A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  SRLIN1I  PIC X(77).
           02  SRLIN2L    COMP  PIC  S9(4).
           02  SRLIN2F    PICTURE X.
           02  FILLER REDEFINES SRLIN2F.
             03 SRLIN2A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  SRLIN2I  PIC X(77).
           02  SRLIN3L    COMP  PIC  S9(4).
           02  SRLIN3F    PICTURE X.
           02  FILLER REDEFINES SRLIN3F.
             03 SRLIN3A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  SRLIN3I  PIC X(77).
           02  SRLIN4L    COMP  PIC  S9(4).
           02  SRLIN4F    PICTURE X.
           02  FILLER REDEFINES SRLIN4F.
             03 SRLIN4A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  SRLIN4I  PIC X(77).
           02  SRLIN5L    COMP  PIC  S9(4).
           02  SRLIN5F    PICTURE X.
           02  FILLER REDEFINES SRLIN5F.
             03 SRLIN5A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  SRLIN5I  PIC X(77).
           02  SRLIN6L    COMP  PIC  S9(4).
           02  SRLIN6F    PICTURE X.
           02  FILLER REDEFINES SRLIN6F.
             03 SRLIN6A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  SRLIN6I  PIC X(77).
           02  SRLIN7L    COMP  PIC  S9(4).
           02  SRLIN7F    PICTURE X.
           02  FILLER REDEFINES SRLIN7F.
             03 SRLIN7A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  SRLIN7I  PIC X(77).
           02  SRLIN8L    COMP  PIC  S9(4).
           02  SRLIN8F    PICTURE X.
           02  FILLER REDEFINES SRLIN8F.
             03 SRLIN8A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  SRLIN8I  PIC X(77).
           02  SRMSGL    COMP  PIC  S9(4).
           02  SRMSGF    PICTURE X.
           02  FILLER REDEFINES SRMSGF.
             03 SRMSGA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  SRMSGI  PIC X(79).
           02  SRDUMMYL    COMP  PIC  S9(4).
           02  SRDUMMYF    PICTURE X.
           02  FILLER REDEFINES SRDUMMYF.
             03 SRDUMMYA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  SRDUMMYI  PIC X(1).
       01  BNK1CSO REDEFINES BNK1CSI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  SRNAMEC    PICTURE X.
           02  SRNAMEP    PICTURE X.
           02  SRNAMEH    PICTURE X.
           02  SRNAMEV    PICTURE X.
           02  SRNAMEU    PICTURE X.
           02  SRNAMEM    PICTURE X.
           02  SRNAMEO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  SRPCODEC    PICTURE X.
           02  SRPCODEP    PICTURE X.
           02  SRPCODEH    PICTURE X.
           02  SRPCODEV    PICTURE X.
           02  SRPCODEU    PICTURE X.
           02  SRPCODEM    PICTURE X.
           02  SRPCODEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  SRDOBC    PICTURE X.
           02  SRDOBP    PICTURE X.
           02  SRDOBH    PICTURE X.
           02  SRDOBV    PICTURE X.
           02  SRDOBU    PICTURE X.
           02  SRDOBM    PICTURE X.
           02  SRDOBO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  SRSELC    PICTURE X.
           02  SRSELP    PICTURE X.
           02  SRSELH    PICTURE X.
           02  SRSELV    PICTURE X.
           02  SRSELU    PICTURE X.
           02  SRSELM    PICTURE X.
           02  SRSELO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  SRLIN1C    PICTURE X.
           02  SRLIN1P    PICTURE X.
           02  SRLIN1H    PICTURE X.
           02  SRLIN1V    PICTURE X.
           02  SRLIN1U    PICTURE X.
           02  SRLIN1M    PICTURE X.
           02  SRLIN1O  PIC X(77).
           02  FILLER PICTURE X(3).
           02  SRLIN2C    PICTURE X.
           02  SRLIN2P    PICTURE X.
           02  SRLIN2H    PICTURE X.
           02  SRLIN2V    PICTURE X.
           02  SRLIN2U    PICTURE X.
           02  SRLIN2M    PICTURE X.
           02  SRLIN2O  PIC X(77).
           02  FILLER PICTURE X(3).
           02  SRLIN3C    PICTURE X.
           02  SRLIN3P    PICTURE X.
           02  SRLIN3H    PICTURE X.
           02  SRLIN3V    PICTURE X.
           02  SRLIN3U    PICTURE X.
           02  SRLIN3M    PICTURE X.
           02  SRLIN3O  PIC X(77).
           02  FILLER PICTURE X(3).
           02  SRLIN4C    PICTURE X.
           02  SRLIN4P    PICTURE X.
           02  SRLIN4H    PICTURE X.
           02  SRLIN4V    PICTURE X.
           02  SRLIN4U    PICTURE X.
           02  SRLIN4M    PICTURE X.
           02  SRLIN4O  PIC X(77).
           02  FILLER PICTURE X(3).
           02  SRLIN5C    PICTURE X.
           02  SRLIN5P    PICTURE X.
           02  SRLIN5H    PICTURE X.
           02  SRLIN5V    PICTURE X.
           02  SRLIN5U    PICTURE X.
           02  SRLIN5M    PICTURE X.
           02  SRLIN5O  PIC X(77).
           02  FILLER PICTURE X(3).
           02  SRLIN6C    PICTURE X.
           02  SRLIN6P    PICTURE X.
           02  SRLIN6H    PICTURE X.
           02  SRLIN6V    PICTURE X.
           02  SRLIN6U    PICTURE X.
           02  SRLIN6M    PICTURE X.
           02  SRLIN6O  PIC X(77).
           02  FILLER PICTURE X(3).
           02  SRLIN7C    PICTURE X.
           02  SRLIN7P    PICTURE X.
           02  SRLIN7H    PICTURE X.
           02  SRLIN7V    PICTURE X.
           02  SRLIN7U    PICTURE X.
           02  SRLIN7M    PICTURE X.
           02  SRLIN7O  PIC X(77).
           02  FILLER PICTURE X(3).
           02  SRLIN8C    PICTURE X.
           02  SRLIN8P    PICTURE X.
           02  SRLIN8H    PICTURE X.
           02  SRLIN8V    PICTURE X.
           02  SRLIN8U    PICTURE X.
           02  SRLIN8M    PICTURE X.
           02  SRLIN8O  PIC X(77).
           02  FILLER PICTURE X(3).
           02  SRMSGC    PICTURE X.
           02  SRMSGP    PICTURE X.
           02  SRMSGH    PICTURE X.
           02  SRMSGV    PICTURE X.
           02  SRMSGU    PICTURE X.
           02  SRMSGM    PICTURE X.
           02  SRMSGO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  SRDUMMYC    PICTURE X.
           02  SRDUMMYP    PICTURE X.
           02  SRDUMMYH    PICTURE X.
           02  SRDUMMYV    PICTURE X.
           02  SRDUMMYU    PICTURE X.
           02  SRDUMMYM    PICTURE X.
           02  SRDUMMYO  PIC X(1).
