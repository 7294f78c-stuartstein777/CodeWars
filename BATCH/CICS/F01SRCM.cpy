004498     05  FILLER REDEFINES SFMTF.
004499         10  SFMTA                  PIC X(01).
004499     05  SFMTI                      PIC X(01).
004499     05  SCLSL                      PIC S9(04) COMP.
004499     05  SCLSF                      PIC X(01).
004499     05  FILLER REDEFINES SCLSF.
004499         10  SCLSA                  PIC X(01).
004499     05  SCLSI                      PIC X(01).
004499     05  SDWNL                      PIC S9(04) COMP.
004499     05  SDWNF                      PIC X(01).
004499     05  FILLER REDEFINES SDWNF.
004499         10  SDWNA                  PIC X(01).
004499     05  SDWNI                      PIC X(03).
004499     05  SDOPL                      PIC S9(04) COMP.
004499     05  SDOPF                      PIC X(01).
004499     05  FILLER REDEFINES SDOPF.
004499         10  SDOPA                  PIC X(01).
004499     05  SDOPI                      PIC X(01).
004499     05  SAOPL                      PIC S9(04) COMP.
004499     05  SAOPF                      PIC X(01).
004499     05  FILLER REDEFINES SAOPF.
004499         10  SAOPA                  PIC X(01).
004499     05  SAOPI                      PIC X(01).
004499     05  SAFRL                      PIC S9(04) COMP.
004499     05  SAFRF                      PIC X(01).
004499     05  FILLER REDEFINES SAFRF.
004499         10  SAFRA                  PIC X(01).
004499     05  SAFRI                      PIC X(08).
004499     05  SATOL                      PIC S9(04) COMP.
004499     05  SATOF                      PIC X(01).
004499     05  FILLER REDEFINES SATOF.
004499         10  SATOA                  PIC X(01).
004499     05  SATOI                      PIC X(08).
004499     05  SAU1L                      PIC S9(04) COMP.
004499     05  SAU1F                      PIC X(01).
004499     05  FILLER REDEFINES SAU1F.
004499         10  SAU1A                  PIC X(01).
004499     05  SAU1I                      PIC X(60).
004499     05  SAU2L                      PIC S9(04) COMP.
004499     05  SAU2F                      PIC X(01).
004499     05  FILLER REDEFINES SAU2F.
004499         10  SAU2A                  PIC X(01).
004499     05  SAU2I                      PIC X(60).
004499     05  SAU3L                      PIC S9(04) COMP.
004499     05  SAU3F                      PIC X(01).
004499     05  FILLER REDEFINES SAU3F.
004499         10  SAU3A                  PIC X(01).
004499     05  SAU3I                      PIC X(60).
004499     05  SAU4L                      PIC S9(04) COMP.
004499     05  SAU4F                      PIC X(01).
004499     05  FILLER REDEFINES SAU4F.
004499         10  SAU4A                  PIC X(01).
004499     05  SAU4I                      PIC X(60).
004499     05  SAU5L                      PIC S9(04) COMP.
004499     05  SAU5F                      PIC X(01).
004499     05  FILLER REDEFINES SAU5F.
004499         10  SAU5A                  PIC X(01).
004499     05  SAU5I                      PIC X(60).
004500     05  SMSGL                      PIC S9(04) COMP.
004600     05  SMSGF                      PIC X(01).
004700     05  FILLER REDEFINES SMSGF.
006640     05  SLIMO                      PIC X(14).
006650     05  FILLER                     PIC X(03).
006660     05  SFMTO                      PIC X(01).
006670     05  FILLER                     PIC X(03).
006680     05  SCLSO                      PIC X(01).
006680     05  FILLER                     PIC X(03).
006680     05  SDWNO                      PIC X(03).
006680     05  FILLER                     PIC X(03).
006680     05  SDOPO                      PIC X(01).
006680     05  FILLER                     PIC X(03).
006680     05  SAOPO                      PIC X(01).
006680     05  FILLER                     PIC X(03).
006680     05  SAFRO                      PIC X(08).
006680     05  FILLER                     PIC X(03).
006680     05  SATOO                      PIC X(08).
006680     05  FILLER                     PIC X(03).
006680     05  SAU1O                      PIC X(60).
006680     05  FILLER                     PIC X(03).
006680     05  SAU2O                      PIC X(60).
006680     05  FILLER                     PIC X(03).
006680     05  SAU3O                      PIC X(60).
006680     05  FILLER                     PIC X(03).
006680     05  SAU4O                      PIC X(60).
006680     05  FILLER                     PIC X(03).
006680     05  SAU5O                      PIC X(60).
006700     05  FILLER                     PIC X(03).
006800     05  SMSGO                      PIC X(79).
