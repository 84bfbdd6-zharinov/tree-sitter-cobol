      *> CUSTAMAP - Symbolic map for the CUSTAPR1 map, mapset
      *> CUSTAMAP. Generated by BMS assembly of CUSTAPRV.BMS; do not
      *> hand-edit the field layout without re-running the map
      *> assembly. The APR-ROW-TABLE / APRO-ROW-TABLE overlays are
      *> hand-maintained REDEFINES of the generated ACT01-DTL10
      *> fields so CUSTAPRV can address the ten held items with a
      *> subscript; they must be kept in step with the generated
      *> layout.
       01  CUSTAPR1I.
           05  FILLER                  PIC X(12).
           05  SACCTL                  PIC S9(4) COMP.
           05  SACCTF                  PIC X.
           05  FILLER REDEFINES SACCTF.
               10  SACCTA              PIC X.
           05  SACCTI                  PIC X(7).
           05  APR-FIELDS.
               10  ACT01L              PIC S9(4) COMP.
               10  ACT01F              PIC X.
               10  ACT01I              PIC X(1).
               10  DTL01L              PIC S9(4) COMP.
               10  DTL01F              PIC X.
               10  DTL01I              PIC X(75).
               10  ACT02L              PIC S9(4) COMP.
               10  ACT02F              PIC X.
               10  ACT02I              PIC X(1).
               10  DTL02L              PIC S9(4) COMP.
               10  DTL02F              PIC X.
               10  DTL02I              PIC X(75).
               10  ACT03L              PIC S9(4) COMP.
               10  ACT03F              PIC X.
               10  ACT03I              PIC X(1).
               10  DTL03L              PIC S9(4) COMP.
               10  DTL03F              PIC X.
               10  DTL03I              PIC X(75).
               10  ACT04L              PIC S9(4) COMP.
               10  ACT04F              PIC X.
               10  ACT04I              PIC X(1).
               10  DTL04L              PIC S9(4) COMP.
               10  DTL04F              PIC X.
               10  DTL04I              PIC X(75).
               10  ACT05L              PIC S9(4) COMP.
               10  ACT05F              PIC X.
               10  ACT05I              PIC X(1).
               10  DTL05L              PIC S9(4) COMP.
               10  DTL05F              PIC X.
               10  DTL05I              PIC X(75).
               10  ACT06L              PIC S9(4) COMP.
               10  ACT06F              PIC X.
               10  ACT06I              PIC X(1).
               10  DTL06L              PIC S9(4) COMP.
               10  DTL06F              PIC X.
               10  DTL06I              PIC X(75).
               10  ACT07L              PIC S9(4) COMP.
               10  ACT07F              PIC X.
               10  ACT07I              PIC X(1).
               10  DTL07L              PIC S9(4) COMP.
               10  DTL07F              PIC X.
               10  DTL07I              PIC X(75).
               10  ACT08L              PIC S9(4) COMP.
               10  ACT08F              PIC X.
               10  ACT08I              PIC X(1).
               10  DTL08L              PIC S9(4) COMP.
               10  DTL08F              PIC X.
               10  DTL08I              PIC X(75).
               10  ACT09L              PIC S9(4) COMP.
               10  ACT09F              PIC X.
               10  ACT09I              PIC X(1).
               10  DTL09L              PIC S9(4) COMP.
               10  DTL09F              PIC X.
               10  DTL09I              PIC X(75).
               10  ACT10L              PIC S9(4) COMP.
               10  ACT10F              PIC X.
               10  ACT10I              PIC X(1).
               10  DTL10L              PIC S9(4) COMP.
               10  DTL10F              PIC X.
               10  DTL10I              PIC X(75).
           05  APR-ROW-TABLE REDEFINES APR-FIELDS.
               10  APR-ROW OCCURS 10 TIMES.
                   15  APR-ACTL        PIC S9(4) COMP.
                   15  APR-ACTF        PIC X.
                   15  APR-ACTI        PIC X(1).
                   15  APR-DTLL        PIC S9(4) COMP.
                   15  APR-DTLF        PIC X.
                   15  APR-DTLI        PIC X(75).
           05  AMSGOUTL                PIC S9(4) COMP.
           05  AMSGOUTF                PIC X.
           05  FILLER REDEFINES AMSGOUTF.
               10  AMSGOUTA            PIC X.
           05  AMSGOUTI                PIC X(79).

       01  CUSTAPR1O REDEFINES CUSTAPR1I.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  SACCTO                  PIC X(7).
           05  APRO-FIELDS.
               10  FILLER              PIC X(3).
               10  ACT01O              PIC X(1).
               10  FILLER              PIC X(3).
               10  DTL01O              PIC X(75).
               10  FILLER              PIC X(3).
               10  ACT02O              PIC X(1).
               10  FILLER              PIC X(3).
               10  DTL02O              PIC X(75).
               10  FILLER              PIC X(3).
               10  ACT03O              PIC X(1).
               10  FILLER              PIC X(3).
               10  DTL03O              PIC X(75).
               10  FILLER              PIC X(3).
               10  ACT04O              PIC X(1).
               10  FILLER              PIC X(3).
               10  DTL04O              PIC X(75).
               10  FILLER              PIC X(3).
               10  ACT05O              PIC X(1).
               10  FILLER              PIC X(3).
               10  DTL05O              PIC X(75).
               10  FILLER              PIC X(3).
               10  ACT06O              PIC X(1).
               10  FILLER              PIC X(3).
               10  DTL06O              PIC X(75).
               10  FILLER              PIC X(3).
               10  ACT07O              PIC X(1).
               10  FILLER              PIC X(3).
               10  DTL07O              PIC X(75).
               10  FILLER              PIC X(3).
               10  ACT08O              PIC X(1).
               10  FILLER              PIC X(3).
               10  DTL08O              PIC X(75).
               10  FILLER              PIC X(3).
               10  ACT09O              PIC X(1).
               10  FILLER              PIC X(3).
               10  DTL09O              PIC X(75).
               10  FILLER              PIC X(3).
               10  ACT10O              PIC X(1).
               10  FILLER              PIC X(3).
               10  DTL10O              PIC X(75).
           05  APRO-ROW-TABLE REDEFINES APRO-FIELDS.
               10  APRO-ROW OCCURS 10 TIMES.
                   15  FILLER          PIC X(3).
                   15  APR-ACTO        PIC X(1).
                   15  FILLER          PIC X(3).
                   15  APR-DTLO        PIC X(75).
           05  FILLER                  PIC X(3).
           05  AMSGOUTO                PIC X(79).
