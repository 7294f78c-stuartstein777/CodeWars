000100*----------------------------------------------------------------
000200* PRDCREC - ACCOUNTING PERIOD CONTROL RECORD LAYOUT
000300*
000400* SHARED BY F01PRDCL (THE MONTH-END PERIOD CLOSE, WHICH APPENDS
000500* THE RECORDS) AND F01MULTB (WHICH READS THEM TO LEARN THE LAST
000600* CLOSED MONTH).  PROD.F01MULT.PERIODCT IS A CUMULATIVE
000700* SEQUENTIAL DATASET, LRECL 120, ONE SET OF RECORDS APPENDED
000800* PER CLOSE, OLDEST MONTH FIRST:
000900*
001000*     'S'  ONE PER SOURCE - THAT SOURCE'S STATEMENT FIGURES FOR
001100*          THE MONTH AND ITS RUNNING CUMULATIVE COUNT AND NET
001200*          RESULT, WHICH THE NEXT MONTH'S STATEMENT BRINGS
001300*          FORWARD.
001400*     'T'  ONE CLOSING CONTROL RECORD, WRITTEN LAST - THE SAME
001500*          FIGURES FOR ALL SOURCES TOGETHER.  THE PERIOD ON THE
001600*          LAST 'T' RECORD IS THE LATEST CLOSED MONTH; EVERY
001700*          MONTH UP TO AND INCLUDING IT IS LOCKED.  A SET OF 'S'
001800*          RECORDS WITH NO 'T' BEHIND IT IS AN INTERRUPTED
001900*          CLOSE AND DOES NOT COUNT.
002000*
002100* INCLUDE WITH A REPLACING PHRASE NAMING THE LEVEL NUMBER TO
002200* GENERATE AND A PREFIX FOR EACH DATA NAME, THE SAME WAY
002300* TRANXREC IS INCLUDED, E.G.
002400*
002500*     01  PERIOD-RECORD.
002600*         COPY PRDCREC REPLACING PCX-LEVEL BY 05
002700*                                PCX-PERIOD BY PC-PERIOD
002800*                                PCX-RECORD-TYPE BY PC-RECORD-TYPE
002900*                                PCX-SOURCE-STATEMENT
003000*                                   BY PC-SOURCE-STATEMENT
003100*                                PCX-CLOSING-CONTROL
003200*                                   BY PC-CLOSING-CONTROL
003300*                                ...
003400*
003500* THE CALLER SUPPLIES THE ENCLOSING 01 AND ONE BYTE OF FILLER.
003600*
003700* PERIOD IS YYYYMM.  CLOSE-DATE IS THE PROCESSING DATE THE
003800* CLOSE RAN UNDER.  MONTH COUNT AND TOTAL ARE THE POSTINGS ON
003900* THE HISTORY MASTER EFFECTIVE IN THE MONTH; THE REVERSAL AND
004000* SUSPENSE-RELEASE FIGURES ARE THOSE THAT LANDED (RAN) IN THE
004100* MONTH.  CUM-NET-TOTAL IS SIGNED - EVERY MONTH'S POSTINGS LESS
004200* EVERY MONTH'S REVERSALS, FROM THE FIRST CLOSE ON.
004300*----------------------------------------------------------------
004400 PCX-LEVEL  PCX-PERIOD                PIC 9(06).
004500 PCX-LEVEL  PCX-RECORD-TYPE           PIC X(01).
004600     88  PCX-SOURCE-STATEMENT                   VALUE 'S'.
004700     88  PCX-CLOSING-CONTROL                    VALUE 'T'.
004800 PCX-LEVEL  PCX-SOURCE-SYSTEM         PIC X(08).
004900 PCX-LEVEL  PCX-CLOSE-DATE            PIC 9(08).
005000 PCX-LEVEL  PCX-MONTH-COUNT           PIC 9(09).
005100 PCX-LEVEL  PCX-MONTH-TOTAL           PIC 9(11)V9(04).
005200 PCX-LEVEL  PCX-REVERSAL-COUNT        PIC 9(09).
005300 PCX-LEVEL  PCX-REVERSAL-TOTAL        PIC 9(11)V9(04).
005400 PCX-LEVEL  PCX-SUSP-RELEASE-COUNT    PIC 9(09).
005500 PCX-LEVEL  PCX-SUSP-RELEASE-TOTAL    PIC 9(11)V9(04).
005600 PCX-LEVEL  PCX-CUM-COUNT             PIC 9(09).
005700 PCX-LEVEL  PCX-CUM-NET-TOTAL         PIC S9(11)V9(04).
