005700     05  FILLER REDEFINES USTATF.
005800         10  USTATA                 PIC X(01).
005900     05  USTATI                     PIC X(08).
005900     05  UHRSNL                     PIC S9(04) COMP.
005900     05  UHRSNF                     PIC X(01).
005900     05  FILLER REDEFINES UHRSNF.
005900         10  UHRSNA                 PIC X(01).
005900     05  UHRSNI                     PIC X(20).
006000     05  UMSGL                      PIC S9(04) COMP.
006100     05  UMSGF                      PIC X(01).
006200     05  FILLER REDEFINES UMSGF.
008500     05  UPDTEO                     PIC X(10).
008600     05  FILLER                     PIC X(03).
008700     05  USTATO                     PIC X(08).
008700     05  FILLER                     PIC X(03).
008700     05  UHRSNO                     PIC X(20).
008800     05  FILLER                     PIC X(03).
008900     05  UMSGO                      PIC X(79).
