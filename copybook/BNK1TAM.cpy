      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2020.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Symbolic map for the BNK1TAM teller authority maintenance
      * screen driven by TAUTHMNT: the teller id and function, the
      * authority fields, the status and last-confirmed date, a
      * message line and the dummy field.
      *
       01  BNK1TAI.
           02  FILLER PIC X(12).
           02  TATELLL    COMP  PIC  S9(4).
           02  TATELLF    PICTURE X.
           02  FILLER REDEFINES TATELLF.
             03 TATELLA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TATELLI  PIC X(8).
           02  TAFUNCL    COMP  PIC  S9(4).
           02  TAFUNCF    PICTURE X.
           02  FILLER REDEFINES TAFUNCF.
             03 TAFUNCA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TAFUNCI  PIC X(6).
           02  TALIMITL    COMP  PIC  S9(4).
           02  TALIMITF    PICTURE X.
           02  FILLER REDEFINES TALIMITF.
             03 TALIMITA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TALIMITI  PIC X(13).
           02  TASUPVL    COMP  PIC  S9(4).
           02  TASUPVF    PICTURE X.
           02  FILLER REDEFINES TASUPVF.
             03 TASUPVA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TASUPVI  PIC X(1).
           02  TASORTL    COMP  PIC  S9(4).
           02  TASORTF    PICTURE X.
           02  FILLER REDEFINES TASORTF.
             03 TASORTA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TASORTI  PIC X(6).
           02  TASTATL    COMP  PIC  S9(4).
           02  TASTATF    PICTURE X.
           02  FILLER REDEFINES TASTATF.
             03 TASTATA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TASTATI  PIC X(1).
           02  TACONFL    COMP  PIC  S9(4).
           02  TACONFF    PICTURE X.
           02  FILLER REDEFINES TACONFF.
             03 TACONFA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TACONFI  PIC X(10).
           02  TAMSGL    COMP  PIC  S9(4).
           02  TAMSGF    PICTURE X.
           02  FILLER REDEFINES TAMSGF.
             03 TAMSGA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TAMSGI  PIC X(79).
           02  TADUML    COMP  PIC  S9(4).
           02  TADUMF    PICTURE X.
           02  FILLER REDEFINES TADUMF.
             03 TADUMA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TADUMI  PIC X(1).
       01  BNK1TAO REDEFINES BNK1TAI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TATELLC    PICTURE X.
           02  TATELLP    PICTURE X.
           02  TATELLH    PICTURE X.
           02  TATELLV    PICTURE X.
           02  TATELLU    PICTURE X.
           02  TATELLM    PICTURE X.
           02  TATELLO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  TAFUNCC    PICTURE X.
           02  TAFUNCP    PICTURE X.
           02  TAFUNCH    PICTURE X.
           02  TAFUNCV    PICTURE X.
           02  TAFUNCU    PICTURE X.
           02  TAFUNCM    PICTURE X.
           02  TAFUNCO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  TALIMITC    PICTURE X.
           02  TALIMITP    PICTURE X.
           02  TALIMITH    PICTURE X.
           02  TALIMITV    PICTURE X.
           02  TALIMITU    PICTURE X.
           02  TALIMITM    PICTURE X.
           02  TALIMITO  PIC X(13).
           02  FILLER PICTURE X(3).
           02  TASUPVC    PICTURE X.
           02  TASUPVP    PICTURE X.
           02  TASUPVH    PICTURE X.
           02  TASUPVV    PICTURE X.
           02  TASUPVU    PICTURE X.
           02  TASUPVM    PICTURE X.
           02  TASUPVO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  TASORTC    PICTURE X.
           02  TASORTP    PICTURE X.
           02  TASORTH    PICTURE X.
           02  TASORTV    PICTURE X.
           02  TASORTU    PICTURE X.
           02  TASORTM    PICTURE X.
           02  TASORTO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  TASTATC    PICTURE X.
           02  TASTATP    PICTURE X.
           02  TASTATH    PICTURE X.
           02  TASTATV    PICTURE X.
           02  TASTATU    PICTURE X.
           02  TASTATM    PICTURE X.
           02  TASTATO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  TACONFC    PICTURE X.
           02  TACONFP    PICTURE X.
           02  TACONFH    PICTURE X.
           02  TACONFV    PICTURE X.
           02  TACONFU    PICTURE X.
           02  TACONFM    PICTURE X.
           02  TACONFO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  TAMSGC    PICTURE X.
           02  TAMSGP    PICTURE X.
           02  TAMSGH    PICTURE X.
           02  TAMSGV    PICTURE X.
           02  TAMSGU    PICTURE X.
           02  TAMSGM    PICTURE X.
           02  TAMSGO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  TADUMC    PICTURE X.
           02  TADUMP    PICTURE X.
           02  TADUMH    PICTURE X.
           02  TADUMV    PICTURE X.
           02  TADUMU    PICTURE X.
           02  TADUMM    PICTURE X.
           02  TADUMO  PIC X(1).
