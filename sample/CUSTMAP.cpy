           05  FILLER REDEFINES CITYF.
               10  CITYA               PIC X.
           05  CITYI                   PIC X(20).
           05  STATEL                  PIC S9(4) COMP.
           05  STATEF                  PIC X.
           05  FILLER REDEFINES STATEF.
               10  STATEA              PIC X.
           05  STATEI                  PIC X(2).
           05  ZIPL                    PIC S9(4) COMP.
           05  ZIPF                    PIC X.
           05  FILLER REDEFINES ZIPF.
               10  ZIPA                PIC X.
           05  ZIPI                    PIC X(9).
           05  RISKL                   PIC S9(4) COMP.
           05  RISKF                   PIC X.
           05  FILLER REDEFINES RISKF.
               10  RISKA               PIC X.
           05  RISKI                   PIC X(1).
           05  LIMINFOL                PIC S9(4) COMP.
           05  LIMINFOF                PIC X.
           05  FILLER REDEFINES LIMINFOF.
               10  LIMINFOA            PIC X.
           05  LIMINFOI                PIC X(43).
           05  CRLIML                  PIC S9(4) COMP.
           05  CRLIMF                  PIC X.
           05  FILLER REDEFINES CRLIMF.
               10  CRLIMA              PIC X.
           05  CRLIMI                  PIC X(11).
           05  MSGOUTL                 PIC S9(4) COMP.
           05  MSGOUTF                 PIC X.
           05  FILLER REDEFINES MSGOUTF.
           05  FILLER                  PIC X(3).
           05  CITYO                   PIC X(20).
           05  FILLER                  PIC X(3).
           05  STATEO                  PIC X(2).
           05  FILLER                  PIC X(3).
           05  ZIPO                    PIC X(9).
           05  FILLER                  PIC X(3).
           05  RISKO                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  LIMINFOO                PIC X(43).
           05  FILLER                  PIC X(3).
           05  CRLIMO                  PIC X(11).
           05  FILLER                  PIC X(3).
           05  MSGOUTO                 PIC X(79).
