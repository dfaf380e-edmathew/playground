      *----------------------------------------------------------------
      * FZBONLM - symbolic map of mapset FZBONLM (bms/FZBONLM.bms),
      * the screens of the online transaction FZBO (program FZBONL).
      * Produced by assembling the mapset TYPE=DSECT - change the
      * mapset and reassemble, never this member by hand.
      *----------------------------------------------------------------
       01  FZBOM1I.
           02  FILLER PIC X(12).
           02  SCURDTL    COMP  PIC  S9(4).
           02  SCURDTF    PICTURE X.
           02  FILLER REDEFINES SCURDTF.
             03 SCURDTA    PICTURE X.
           02  SCURDTI  PIC X(8).
           02  SSETL    COMP  PIC  S9(4).
           02  SSETF    PICTURE X.
           02  FILLER REDEFINES SSETF.
             03 SSETA    PICTURE X.
           02  SSETI  PIC X(4).
           02  SFROML    COMP  PIC  S9(4).
           02  SFROMF    PICTURE X.
           02  FILLER REDEFINES SFROMF.
             03 SFROMA    PICTURE X.
           02  SFROMI  PIC X(8).
           02  DFHMS1 OCCURS 12 TIMES.
             03  SLINEL    COMP  PIC  S9(4).
             03  SLINEF    PICTURE X.
             03  SLINEI  PIC X(79).
           02  SACTL    COMP  PIC  S9(4).
           02  SACTF    PICTURE X.
           02  FILLER REDEFINES SACTF.
             03 SACTA    PICTURE X.
           02  SACTI  PIC X(1).
           02  SADATEL    COMP  PIC  S9(4).
           02  SADATEF    PICTURE X.
           02  FILLER REDEFINES SADATEF.
             03 SADATEA    PICTURE X.
           02  SADATEI  PIC X(8).
           02  SASETL    COMP  PIC  S9(4).
           02  SASETF    PICTURE X.
           02  FILLER REDEFINES SASETF.
             03 SASETA    PICTURE X.
           02  SASETI  PIC X(4).
           02  SMSGL    COMP  PIC  S9(4).
           02  SMSGF    PICTURE X.
           02  FILLER REDEFINES SMSGF.
             03 SMSGA    PICTURE X.
           02  SMSGI  PIC X(79).
       01  FZBOM1O REDEFINES FZBOM1I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  SCURDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  SSETO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  SFROMO  PIC X(8).
           02  DFHMS2 OCCURS 12 TIMES.
             03  FILLER PICTURE X(2).
             03  SLINEA    PICTURE X.
             03  SLINEO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  SACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  SADATEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  SASETO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  SMSGO  PIC X(79).
       01  FZBOM2I.
           02  FILLER PIC X(12).
           02  DCURDTL    COMP  PIC  S9(4).
           02  DCURDTF    PICTURE X.
           02  FILLER REDEFINES DCURDTF.
             03 DCURDTA    PICTURE X.
           02  DCURDTI  PIC X(8).
           02  DDATEL    COMP  PIC  S9(4).
           02  DDATEF    PICTURE X.
           02  FILLER REDEFINES DDATEF.
             03 DDATEA    PICTURE X.
           02  DDATEI  PIC X(8).
           02  DSETL    COMP  PIC  S9(4).
           02  DSETF    PICTURE X.
           02  FILLER REDEFINES DSETF.
             03 DSETA    PICTURE X.
           02  DSETI  PIC X(4).
           02  DCTRL    COMP  PIC  S9(4).
           02  DCTRF    PICTURE X.
           02  FILLER REDEFINES DCTRF.
             03 DCTRA    PICTURE X.
           02  DCTRI  PIC X(7).
           02  DFHMS3 OCCURS 15 TIMES.
             03  DLINEL    COMP  PIC  S9(4).
             03  DLINEF    PICTURE X.
             03  DLINEI  PIC X(79).
           02  DMSGL    COMP  PIC  S9(4).
           02  DMSGF    PICTURE X.
           02  FILLER REDEFINES DMSGF.
             03 DMSGA    PICTURE X.
           02  DMSGI  PIC X(79).
       01  FZBOM2O REDEFINES FZBOM2I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  DCURDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DDATEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DSETO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  DCTRO  PIC X(7).
           02  DFHMS4 OCCURS 15 TIMES.
             03  FILLER PICTURE X(2).
             03  DLINEA    PICTURE X.
             03  DLINEO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  DMSGO  PIC X(79).
       01  FZBOM3I.
           02  FILLER PIC X(12).
           02  MCURDTL    COMP  PIC  S9(4).
           02  MCURDTF    PICTURE X.
           02  FILLER REDEFINES MCURDTF.
             03 MCURDTA    PICTURE X.
           02  MCURDTI  PIC X(8).
           02  MFROML    COMP  PIC  S9(4).
           02  MFROMF    PICTURE X.
           02  FILLER REDEFINES MFROMF.
             03 MFROMA    PICTURE X.
           02  MFROMI  PIC X(6).
           02  DFHMS5 OCCURS 12 TIMES.
             03  MLINEL    COMP  PIC  S9(4).
             03  MLINEF    PICTURE X.
             03  MLINEI  PIC X(79).
           02  MMSGL    COMP  PIC  S9(4).
           02  MMSGF    PICTURE X.
           02  FILLER REDEFINES MMSGF.
             03 MMSGA    PICTURE X.
           02  MMSGI  PIC X(79).
       01  FZBOM3O REDEFINES FZBOM3I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  MCURDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MFROMO  PIC X(6).
           02  DFHMS6 OCCURS 12 TIMES.
             03  FILLER PICTURE X(2).
             03  MLINEA    PICTURE X.
             03  MLINEO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  MMSGO  PIC X(79).
