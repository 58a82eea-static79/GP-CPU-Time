       01  GPHIMAPI.
           02  FILLER PIC X(12).
           02  DATUML    COMP  PIC  S9(4).
           02  DATUMF    PICTURE X.
           02  FILLER REDEFINES DATUMF.
             03 DATUMA    PICTURE X.
           02  DATUMI  PIC X(10).
           02  JOBNL    COMP  PIC  S9(4).
           02  JOBNF    PICTURE X.
           02  FILLER REDEFINES JOBNF.
             03 JOBNA    PICTURE X.
           02  JOBNI  PIC X(8).
           02  VONL    COMP  PIC  S9(4).
           02  VONF    PICTURE X.
           02  FILLER REDEFINES VONF.
             03 VONA    PICTURE X.
           02  VONI  PIC X(8).
           02  BISL    COMP  PIC  S9(4).
           02  BISF    PICTURE X.
           02  FILLER REDEFINES BISF.
             03 BISA    PICTURE X.
           02  BISI  PIC X(8).
           02  SEITEL    COMP  PIC  S9(4).
           02  SEITEF    PICTURE X.
           02  FILLER REDEFINES SEITEF.
             03 SEITEA    PICTURE X.
           02  SEITEI  PIC X(3).
           02  ZEILE01L    COMP  PIC  S9(4).
           02  ZEILE01F    PICTURE X.
           02  FILLER REDEFINES ZEILE01F.
             03 ZEILE01A    PICTURE X.
           02  ZEILE01I  PIC X(78).
           02  ZEILE02L    COMP  PIC  S9(4).
           02  ZEILE02F    PICTURE X.
           02  FILLER REDEFINES ZEILE02F.
             03 ZEILE02A    PICTURE X.
           02  ZEILE02I  PIC X(78).
           02  ZEILE03L    COMP  PIC  S9(4).
           02  ZEILE03F    PICTURE X.
           02  FILLER REDEFINES ZEILE03F.
             03 ZEILE03A    PICTURE X.
           02  ZEILE03I  PIC X(78).
           02  ZEILE04L    COMP  PIC  S9(4).
           02  ZEILE04F    PICTURE X.
           02  FILLER REDEFINES ZEILE04F.
             03 ZEILE04A    PICTURE X.
           02  ZEILE04I  PIC X(78).
           02  ZEILE05L    COMP  PIC  S9(4).
           02  ZEILE05F    PICTURE X.
           02  FILLER REDEFINES ZEILE05F.
             03 ZEILE05A    PICTURE X.
           02  ZEILE05I  PIC X(78).
           02  ZEILE06L    COMP  PIC  S9(4).
           02  ZEILE06F    PICTURE X.
           02  FILLER REDEFINES ZEILE06F.
             03 ZEILE06A    PICTURE X.
           02  ZEILE06I  PIC X(78).
           02  ZEILE07L    COMP  PIC  S9(4).
           02  ZEILE07F    PICTURE X.
           02  FILLER REDEFINES ZEILE07F.
             03 ZEILE07A    PICTURE X.
           02  ZEILE07I  PIC X(78).
           02  ZEILE08L    COMP  PIC  S9(4).
           02  ZEILE08F    PICTURE X.
           02  FILLER REDEFINES ZEILE08F.
             03 ZEILE08A    PICTURE X.
           02  ZEILE08I  PIC X(78).
           02  ZEILE09L    COMP  PIC  S9(4).
           02  ZEILE09F    PICTURE X.
           02  FILLER REDEFINES ZEILE09F.
             03 ZEILE09A    PICTURE X.
           02  ZEILE09I  PIC X(78).
           02  ZEILE10L    COMP  PIC  S9(4).
           02  ZEILE10F    PICTURE X.
           02  FILLER REDEFINES ZEILE10F.
             03 ZEILE10A    PICTURE X.
           02  ZEILE10I  PIC X(78).
           02  ZEILE11L    COMP  PIC  S9(4).
           02  ZEILE11F    PICTURE X.
           02  FILLER REDEFINES ZEILE11F.
             03 ZEILE11A    PICTURE X.
           02  ZEILE11I  PIC X(78).
           02  ZEILE12L    COMP  PIC  S9(4).
           02  ZEILE12F    PICTURE X.
           02  FILLER REDEFINES ZEILE12F.
             03 ZEILE12A    PICTURE X.
           02  ZEILE12I  PIC X(78).
           02  ZEILE13L    COMP  PIC  S9(4).
           02  ZEILE13F    PICTURE X.
           02  FILLER REDEFINES ZEILE13F.
             03 ZEILE13A    PICTURE X.
           02  ZEILE13I  PIC X(78).
           02  ZEILE14L    COMP  PIC  S9(4).
           02  ZEILE14F    PICTURE X.
           02  FILLER REDEFINES ZEILE14F.
             03 ZEILE14A    PICTURE X.
           02  ZEILE14I  PIC X(78).
           02  MELDL    COMP  PIC  S9(4).
           02  MELDF    PICTURE X.
           02  FILLER REDEFINES MELDF.
             03 MELDA    PICTURE X.
           02  MELDI  PIC X(78).
       01  GPHIMAPO REDEFINES GPHIMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  DATUMO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  JOBNO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VONO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  BISO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  SEITEO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  ZEILE01O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ZEILE02O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ZEILE03O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ZEILE04O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ZEILE05O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ZEILE06O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ZEILE07O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ZEILE08O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ZEILE09O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ZEILE10O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ZEILE11O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ZEILE12O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ZEILE13O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ZEILE14O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  MELDO  PIC X(78).
