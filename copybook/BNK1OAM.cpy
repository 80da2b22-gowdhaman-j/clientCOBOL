      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2020.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Symbolic map for the BNK1OAM branch account opening screen
      * driven by ACCTOPEN: the branch sortcode, the customer number
      * of an existing customer, the new customer's name, address
      * (four lines), date of birth, telephone number and email, the
      * account type, the account number issued, a message line and
      * the dummy field.
      *
       01  BNK1OAI.
           02  FILLER PIC X(12).
           02  OASORTL    COMP  PIC  S9(4).
           02  OASORTF    PICTURE X.
           02  FILLER REDEFINES OASORTF.
             03 OASORTA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  OASORTI  PIC X(6).
           02  OACUSTL    COMP  PIC  S9(4).
           02  OACUSTF    PICTURE X.
           02  FILLER REDEFINES OACUSTF.
             03 OACUSTA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  OACUSTI  PIC X(10).
           02  OANAMEL    COMP  PIC  S9(4).
           02  OANAMEF    PICTURE X.
           02  FILLER REDEFINES OANAMEF.
             03 OANAMEA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  OANAMEI  PIC X(60).
           02  OAADR1L    COMP  PIC  S9(4).
           02  OAADR1F    PICTURE X.
           02  FILLER REDEFINES OAADR1F.
             03 OAADR1A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  OAADR1I  PIC X(40).
           02  OAADR2L    COMP  PIC  S9(4).
           02  OAADR2F    PICTURE X.
           02  FILLER REDEFINES OAADR2F.
             03 OAADR2A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  OAADR2I  PIC X(40).
           02  OAADR3L    COMP  PIC  S9(4).
           02  OAADR3F    PICTURE X.
           02  FILLER REDEFINES OAADR3F.
             03 OAADR3A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  OAADR3I  PIC X(40).
           02  OAADR4L    COMP  PIC  S9(4).
           02  OAADR4F    PICTURE X.
           02  FILLER REDEFINES OAADR4F.
             03 OAADR4A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  OAADR4I  PIC X(40).
           02  OADOBL    COMP  PIC  S9(4).
           02  OADOBF    PICTURE X.
           02  FILLER REDEFINES OADOBF.
             03 OADOBA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  OADOBI  PIC X(8).
           02  OATELL    COMP  PIC  S9(4).
           02  OATELF    PICTURE X.
           02  FILLER REDEFINES OATELF.
             03 OATELA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  OATELI  PIC X(11).
           02  OAEMAILL    COMP  PIC  S9(4).
           02  OAEMAILF    PICTURE X.
           02  FILLER REDEFINES OAEMAILF.
             03 OAEMAILA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  OAEMAILI  PIC X(40).
           02  OATYPEL    COMP  PIC  S9(4).
           02  OATYPEF    PICTURE X.
           02  FILLER REDEFINES OATYPEF.
             03 OATYPEA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  OATYPEI  PIC X(8).
           02  OAACCTL    COMP  PIC  S9(4).
           02  OAACCTF    PICTURE X.
           02  FILLER REDEFINES OAACCTF.
             03 OAACCTA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  OAACCTI  PIC X(11).
           02  OAMSGL    COMP  PIC  S9(4).
           02  OAMSGF    PICTURE X.
           02  FILLER REDEFINES OAMSGF.
             03 OAMSGA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  OAMSGI  PIC X(79).
           02  OADUMMYL    COMP  PIC  S9(4).
           02  OADUMMYF    PICTURE X.
           02  FILLER REDEFINES OADUMMYF.
             03 OADUMMYA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  OADUMMYI  PIC X(1).
       01  BNK1OAO REDEFINES BNK1OAI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  OASORTC    PICTURE X.
           02  OASORTP    PICTURE X.
           02  OASORTH    PICTURE X.
           02  OASORTV    PICTURE X.
           02  OASORTU    PICTURE X.
           02  OASORTM    PICTURE X.
           02  OASORTO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  OACUSTC    PICTURE X.
           02  OACUSTP    PICTURE X.
           02  OACUSTH    PICTURE X.
           02  OACUSTV    PICTURE X.
           02  OACUSTU    PICTURE X.
           02  OACUSTM    PICTURE X.
           02  OACUSTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  OANAMEC    PICTURE X.
           02  OANAMEP    PICTURE X.
           02  OANAMEH    PICTURE X.
           02  OANAMEV    PICTURE X.
           02  OANAMEU    PICTURE X.
           02  OANAMEM    PICTURE X.
           02  OANAMEO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  OAADR1C    PICTURE X.
           02  OAADR1P    PICTURE X.
           02  OAADR1H    PICTURE X.
           02  OAADR1V    PICTURE X.
           02  OAADR1U    PICTURE X.
           02  OAADR1M    PICTURE X.
           02  OAADR1O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  OAADR2C    PICTURE X.
           02  OAADR2P    PICTURE X.
           02  OAADR2H    PICTURE X.
           02  OAADR2V    PICTURE X.
           02  OAADR2U    PICTURE X.
           02  OAADR2M    PICTURE X.
           02  OAADR2O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  OAADR3C    PICTURE X.
           02  OAADR3P    PICTURE X.
           02  OAADR3H    PICTURE X.
           02  OAADR3V    PICTURE X.
           02  OAADR3U    PICTURE X.
           02  OAADR3M    PICTURE X.
           02  OAADR3O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  OAADR4C    PICTURE X.
           02  OAADR4P    PICTURE X.
           02  OAADR4H    PICTURE X.
           02  OAADR4V    PICTURE X.
           02  OAADR4U    PICTURE X.
           02  OAADR4M    PICTURE X.
           02  OAADR4O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  OADOBC    PICTURE X.
           02  OADOBP    PICTURE X.
           02  OADOBH    PICTURE X.
           02  OADOBV    PICTURE X.
           02  OADOBU    PICTURE X.
           02  OADOBM    PICTURE X.
           02  OADOBO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  OATELC    PICTURE X.
           02  OATELP    PICTURE X.
           02  OATELH    PICTURE X.
           02  OATELV    PICTURE X.
           02  OATELU    PICTURE X.
           02  OATELM    PICTURE X.
           02  OATELO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  OAEMAILC    PICTURE X.
           02  OAEMAILP    PICTURE X.
           02  OAEMAILH    PICTURE X.
           02  OAEMAILV    PICTURE X.
           02  OAEMAILU    PICTURE X.
           02  OAEMAILM    PICTURE X.
           02  OAEMAILO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  OATYPEC    PICTURE X.
           02  OATYPEP    PICTURE X.
           02  OATYPEH    PICTURE X.
           02  OATYPEV    PICTURE X.
           02  OATYPEU    PICTURE X.
           02  OATYPEM    PICTURE X.
           02  OATYPEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  OAACCTC    PICTURE X.
           02  OAACCTP    PICTURE X.
           02  OAACCTH    PICTURE X.
           02  OAACCTV    PICTURE X.
           02  OAACCTU    PICTURE X.
           02  OAACCTM    PICTURE X.
           02  OAACCTO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  OAMSGC    PICTURE X.
           02  OAMSGP    PICTURE X.
           02  OAMSGH    PICTURE X.
           02  OAMSGV    PICTURE X.
           02  OAMSGU    PICTURE X.
           02  OAMSGM    PICTURE X.
           02  OAMSGO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  OADUMMYC    PICTURE X.
           02  OADUMMYP    PICTURE X.
           02  OADUMMYH    PICTURE X.
           02  OADUMMYV    PICTURE X.
           02  OADUMMYU    PICTURE X.
           02  OADUMMYM    PICTURE X.
           02  OADUMMYO  PIC X(1).
