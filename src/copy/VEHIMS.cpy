      *> Symbolic map for mapset VEHIMS (src/bms/VEHIMS.bms), map
      *> VEHIMAP - the VINQ vehicle inquiry/maintenance screen.
       01  VEHIMAPI.
           02  FILLER PIC X(12).
           02  RUNDTL    COMP  PIC  S9(4).
           02  RUNDTF    PICTURE X.
           02  FILLER REDEFINES RUNDTF.
             03 RUNDTA    PICTURE X.
           02  RUNDTI  PIC X(10).
           02  VINL    COMP  PIC  S9(4).
           02  VINF    PICTURE X.
           02  FILLER REDEFINES VINF.
             03 VINA    PICTURE X.
           02  VINI  PIC X(17).
           02  VYEARL    COMP  PIC  S9(4).
           02  VYEARF    PICTURE X.
           02  FILLER REDEFINES VYEARF.
             03 VYEARA    PICTURE X.
           02  VYEARI  PIC X(4).
           02  MAKEL    COMP  PIC  S9(4).
           02  MAKEF    PICTURE X.
           02  FILLER REDEFINES MAKEF.
             03 MAKEA    PICTURE X.
           02  MAKEI  PIC X(20).
           02  MODELL    COMP  PIC  S9(4).
           02  MODELF    PICTURE X.
           02  FILLER REDEFINES MODELF.
             03 MODELA    PICTURE X.
           02  MODELI  PIC X(20).
           02  VDESCL    COMP  PIC  S9(4).
           02  VDESCF    PICTURE X.
           02  FILLER REDEFINES VDESCF.
             03 VDESCA    PICTURE X.
           02  VDESCI  PIC X(50).
           02  VSTATL    COMP  PIC  S9(4).
           02  VSTATF    PICTURE X.
           02  FILLER REDEFINES VSTATF.
             03 VSTATA    PICTURE X.
           02  VSTATI  PIC X(1).
           02  VLOCL    COMP  PIC  S9(4).
           02  VLOCF    PICTURE X.
           02  FILLER REDEFINES VLOCF.
             03 VLOCA    PICTURE X.
           02  VLOCI  PIC X(4).
           02  ACQCSTL    COMP  PIC  S9(4).
           02  ACQCSTF    PICTURE X.
           02  FILLER REDEFINES ACQCSTF.
             03 ACQCSTA    PICTURE X.
           02  ACQCSTI  PIC X(13).
           02  BOOKVALL    COMP  PIC  S9(4).
           02  BOOKVALF    PICTURE X.
           02  FILLER REDEFINES BOOKVALF.
             03 BOOKVALA    PICTURE X.
           02  BOOKVALI  PIC X(13).
           02  MKTVALL    COMP  PIC  S9(4).
           02  MKTVALF    PICTURE X.
           02  FILLER REDEFINES MKTVALF.
             03 MKTVALA    PICTURE X.
           02  MKTVALI  PIC X(13).
           02  PAGENOL    COMP  PIC  S9(4).
           02  PAGENOF    PICTURE X.
           02  FILLER REDEFINES PAGENOF.
             03 PAGENOA    PICTURE X.
           02  PAGENOI  PIC X(24).
           02  HISTD OCCURS 10 TIMES.
             03  HISTL    COMP  PIC  S9(4).
             03  HISTF    PICTURE X.
             03  HISTI  PIC X(79).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  MSGI  PIC X(78).
       01  VEHIMAPO REDEFINES VEHIMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  RUNDTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  VINO  PIC X(17).
           02  FILLER PICTURE X(3).
           02  VYEARO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  MAKEO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  MODELO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  VDESCO  PIC X(50).
           02  FILLER PICTURE X(3).
           02  VSTATO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VLOCO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  ACQCSTO  PIC X(13).
           02  FILLER PICTURE X(3).
           02  BOOKVALO  PIC X(13).
           02  FILLER PICTURE X(3).
           02  MKTVALO  PIC X(13).
           02  FILLER PICTURE X(3).
           02  PAGENOO  PIC X(24).
           02  DFHMS1 OCCURS 10 TIMES.
             03  FILLER PICTURE X(2).
             03  HISTA    PICTURE X.
             03  HISTO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  MSGO  PIC X(78).
