      *> CUSTNMAP - Symbolic map for the CUSTNMP1 map, mapset
      *> CUSTNMAP. Generated by BMS assembly of CUSTOPEN.BMS; do
      *> not hand-edit the field layout without re-running the map
      *> assembly.
       01  CUSTNMP1I.
           05  FILLER                  PIC X(12).
           05  NACCTL                  PIC S9(4) COMP.
           05  NACCTF                  PIC X.
           05  FILLER REDEFINES NACCTF.
               10  NACCTA              PIC X.
           05  NACCTI                  PIC X(7).
           05  NNAMEL                  PIC S9(4) COMP.
           05  NNAMEF                  PIC X.
           05  FILLER REDEFINES NNAMEF.
               10  NNAMEA              PIC X.
           05  NNAMEI                  PIC X(30).
           05  NADDRL                  PIC S9(4) COMP.
           05  NADDRF                  PIC X.
           05  FILLER REDEFINES NADDRF.
               10  NADDRA              PIC X.
           05  NADDRI                  PIC X(30).
           05  NCITYL                  PIC S9(4) COMP.
           05  NCITYF                  PIC X.
           05  FILLER REDEFINES NCITYF.
               10  NCITYA              PIC X.
           05  NCITYI                  PIC X(20).
           05  NSTATEL                 PIC S9(4) COMP.
           05  NSTATEF                 PIC X.
           05  FILLER REDEFINES NSTATEF.
               10  NSTATEA             PIC X.
           05  NSTATEI                 PIC X(2).
           05  NZIPL                   PIC S9(4) COMP.
           05  NZIPF                   PIC X.
           05  FILLER REDEFINES NZIPF.
               10  NZIPA               PIC X.
           05  NZIPI                   PIC X(9).
           05  NBALL                   PIC S9(4) COMP.
           05  NBALF                   PIC X.
           05  FILLER REDEFINES NBALF.
               10  NBALA               PIC X.
           05  NBALI                   PIC X(11).
           05  NSIGNL                  PIC S9(4) COMP.
           05  NSIGNF                  PIC X.
           05  FILLER REDEFINES NSIGNF.
               10  NSIGNA              PIC X.
           05  NSIGNI                  PIC X(1).
           05  NSTATL                  PIC S9(4) COMP.
           05  NSTATF                  PIC X.
           05  FILLER REDEFINES NSTATF.
               10  NSTATA              PIC X.
           05  NSTATI                  PIC X(1).
           05  NMSGL                   PIC S9(4) COMP.
           05  NMSGF                   PIC X.
           05  FILLER REDEFINES NMSGF.
               10  NMSGA               PIC X.
           05  NMSGI                   PIC X(79).

       01  CUSTNMP1O REDEFINES CUSTNMP1I.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  NACCTO                  PIC X(7).
           05  FILLER                  PIC X(3).
           05  NNAMEO                  PIC X(30).
           05  FILLER                  PIC X(3).
           05  NADDRO                  PIC X(30).
           05  FILLER                  PIC X(3).
           05  NCITYO                  PIC X(20).
           05  FILLER                  PIC X(3).
           05  NSTATEO                 PIC X(2).
           05  FILLER                  PIC X(3).
           05  NZIPO                   PIC X(9).
           05  FILLER                  PIC X(3).
           05  NBALO                   PIC X(11).
           05  FILLER                  PIC X(3).
           05  NSIGNO                  PIC X(1).
           05  FILLER                  PIC X(3).
           05  NSTATO                  PIC X(1).
           05  FILLER                  PIC X(3).
           05  NMSGO                   PIC X(79).
