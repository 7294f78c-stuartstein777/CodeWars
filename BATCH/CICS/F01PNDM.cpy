000100*----------------------------------------------------------------
000200* F01PNDM - SYMBOLIC MAP FOR MAP F01PNDM IN MAPSET F01MULTS
000300*
000400* GENERATED BY THE BMS MAP TRANSLATOR FROM F01MULTS.bms.  COPIED
000500* INTO F01PNDI.cbl.  DO NOT HAND-MAINTAIN THIS LAYOUT - CHANGE
000600* THE MAP SOURCE AND RE-TRANSLATE INSTEAD.
000700*----------------------------------------------------------------
000800 01  F01PNDMI.
000900     05  FILLER                     PIC X(12).
001000     05  PSRCL                      PIC S9(04) COMP.
001100     05  PSRCF                      PIC X(01).
001200     05  FILLER REDEFINES PSRCF.
001300         10  PSRCA                  PIC X(01).
001400     05  PSRCI                      PIC X(08).
001500     05  PFDTEL                     PIC S9(04) COMP.
001600     05  PFDTEF                     PIC X(01).
001700     05  FILLER REDEFINES PFDTEF.
001800         10  PFDTEA                 PIC X(01).
001900     05  PFDTEI                     PIC X(08).
002000     05  PDSRCL                     PIC S9(04) COMP.
002100     05  PDSRCF                     PIC X(01).
002200     05  FILLER REDEFINES PDSRCF.
002300         10  PDSRCA                 PIC X(01).
002400     05  PDSRCI                     PIC X(08).
002500     05  PTIDL                      PIC S9(04) COMP.
002600     05  PTIDF                      PIC X(01).
002700     05  FILLER REDEFINES PTIDF.
002800         10  PTIDA                  PIC X(01).
002900     05  PTIDI                      PIC X(12).
003000     05  PRELDL                     PIC S9(04) COMP.
003100     05  PRELDF                     PIC X(01).
003200     05  FILLER REDEFINES PRELDF.
003300         10  PRELDA                 PIC X(01).
003400     05  PRELDI                     PIC X(10).
003500     05  POPL                       PIC S9(04) COMP.
003600     05  POPF                       PIC X(01).
003700     05  FILLER REDEFINES POPF.
003800         10  POPA                   PIC X(01).
003900     05  POPI                       PIC X(01).
004000     05  PNUM1L                     PIC S9(04) COMP.
004100     05  PNUM1F                     PIC X(01).
004200     05  FILLER REDEFINES PNUM1F.
004300         10  PNUM1A                 PIC X(01).
004400     05  PNUM1I                     PIC X(04).
004500     05  PNUM2L                     PIC S9(04) COMP.
004600     05  PNUM2F                     PIC X(01).
004700     05  FILLER REDEFINES PNUM2F.
004800         10  PNUM2A                 PIC X(01).
004900     05  PNUM2I                     PIC X(04).
005000     05  PPDTEL                     PIC S9(04) COMP.
005100     05  PPDTEF                     PIC X(01).
005200     05  FILLER REDEFINES PPDTEF.
005300         10  PPDTEA                 PIC X(01).
005400     05  PPDTEI                     PIC X(10).
005500     05  PSTATL                     PIC S9(04) COMP.
005600     05  PSTATF                     PIC X(01).
005700     05  FILLER REDEFINES PSTATF.
005800         10  PSTATA                 PIC X(01).
005900     05  PSTATI                     PIC X(09).
006000     05  PCBYL                      PIC S9(04) COMP.
006100     05  PCBYF                      PIC X(01).
006200     05  FILLER REDEFINES PCBYF.
006300         10  PCBYA                  PIC X(01).
006400     05  PCBYI                      PIC X(08).
006500     05  PCDTEL                     PIC S9(04) COMP.
006600     05  PCDTEF                     PIC X(01).
006700     05  FILLER REDEFINES PCDTEF.
006800         10  PCDTEA                 PIC X(01).
006900     05  PCDTEI                     PIC X(10).
007000     05  PCTIML                     PIC S9(04) COMP.
007100     05  PCTIMF                     PIC X(01).
007200     05  FILLER REDEFINES PCTIMF.
007300         10  PCTIMA                 PIC X(01).
007400     05  PCTIMI                     PIC X(08).
007500     05  PMSGL                      PIC S9(04) COMP.
007600     05  PMSGF                      PIC X(01).
007700     05  FILLER REDEFINES PMSGF.
007800         10  PMSGA                  PIC X(01).
007900     05  PMSGI                      PIC X(79).
008000
008100 01  F01PNDMO REDEFINES F01PNDMI.
008200     05  FILLER                     PIC X(12).
008300     05  FILLER                     PIC X(03).
008400     05  PSRCO                      PIC X(08).
008500     05  FILLER                     PIC X(03).
008600     05  PFDTEO                     PIC X(08).
008700     05  FILLER                     PIC X(03).
008800     05  PDSRCO                     PIC X(08).
008900     05  FILLER                     PIC X(03).
009000     05  PTIDO                      PIC X(12).
009100     05  FILLER                     PIC X(03).
009200     05  PRELDO                     PIC X(10).
009300     05  FILLER                     PIC X(03).
009400     05  POPO                       PIC X(01).
009500     05  FILLER                     PIC X(03).
009600     05  PNUM1O                     PIC X(04).
009700     05  FILLER                     PIC X(03).
009800     05  PNUM2O                     PIC X(04).
009900     05  FILLER                     PIC X(03).
010000     05  PPDTEO                     PIC X(10).
010100     05  FILLER                     PIC X(03).
010200     05  PSTATO                     PIC X(09).
010300     05  FILLER                     PIC X(03).
010400     05  PCBYO                      PIC X(08).
010500     05  FILLER                     PIC X(03).
010600     05  PCDTEO                     PIC X(10).
010700     05  FILLER                     PIC X(03).
010800     05  PCTIMO                     PIC X(08).
010900     05  FILLER                     PIC X(03).
011000     05  PMSGO                      PIC X(79).
