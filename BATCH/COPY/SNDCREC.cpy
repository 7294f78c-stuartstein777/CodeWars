000100*----------------------------------------------------------------
000200* SNDCREC - SENDER FEED CONTROL RECORD LAYOUT (FIXED FORMAT)
000300*
000400* EVERY INBOUND FEED IS BRACKETED BY A SENDER HEADER AND A
000500* SENDER TRAILER, WHICH F01FDCK1 CHECKS BEFORE ANY OF THE FEED
000600* IS RELEASED TO THE NIGHT.  THIS IS THE LAYOUT OF THE TWO
000700* RECORDS IN A FIXED-FORMAT (80-BYTE TRANXREC) FEED - THE
000800* HEADER IS THE FIRST RECORD, THE TRAILER THE LAST, AND THE
000900* RECORD ID OCCUPIES THE FIRST FOUR BYTES OF WHAT WOULD BE THE
001000* TRANSACTION-ID (SO NO TRANSACTION-ID MAY BEGIN '*').
001100*
001200* INCLUDE WITH A REPLACING PHRASE NAMING THE LEVEL NUMBER TO
001300* GENERATE AND A PREFIX FOR EACH DATA NAME, THE SAME WAY
001400* TRANXREC IS INCLUDED, E.G.
001500*
001600*     01  WS-SENDER-CONTROL.
001700*         COPY SNDCREC REPLACING SCX-LEVEL BY 05
001800*                                SCX-RECORD-ID BY SC-RECORD-ID
001900*                                SCX-HEADER BY SC-HEADER
002000*                                SCX-TRAILER BY SC-TRAILER
002100*                                ...
002200*
002300* THE CALLER SUPPLIES THE ENCLOSING 01 AND 19 BYTES OF FILLER.
002400*
002500* SENDER-ID IS THE SOURCE-SYSTEM FOR A ONE-SOURCE FEED, OR THE
002600* AGREED SENDER NAME OF A FEED CARRYING SEVERAL SOURCES (THE
002700* COMBINED TRANXIN FEED SENDS 'TRANXIN').  FEED-DATE IS THE
002800* SENDER'S EXTRACT DATE, YYYYMMDD.  FEED-SEQUENCE RUNS UP BY
002900* ONE WITH EVERY FEED THE SENDER SENDS (999999 WRAPS TO 1) AND
003000* IS NEVER REUSED FOR A DIFFERENT FEED.  ON THE HEADER ONLY THE
003100* ID, SENDER, DATE, AND SEQUENCE ARE LOOKED AT; THE TRAILER
003200* REPEATS THEM AND ADDS THE NUMBER OF TRANSACTIONS BETWEEN THE
003300* TWO AND THE SUMS OF THEIR NUM-1 AND NUM-2 FIELDS.
003400*
003500* DELIMITED AND TAGGED FEEDS CARRY THE SAME FIGURES IN THEIR
003600* OWN FORMAT (SEE THE F01FDCK1 REMARKS):
003700*     *HDR,SENDER,DATE,SEQ
003800*     *TRL,SENDER,DATE,SEQ,COUNT,NUM1HASH,NUM2HASH
003900*     CONTROL=HEADER / CONTROL=TRAILER BLOCKS CLOSED BY END.
004000*----------------------------------------------------------------
004100 SCX-LEVEL  SCX-RECORD-ID             PIC X(04).
004200     88  SCX-HEADER                             VALUE '*HDR'.
004300     88  SCX-TRAILER                            VALUE '*TRL'.
004400 SCX-LEVEL  SCX-SENDER-ID             PIC X(08).
004500 SCX-LEVEL  SCX-FEED-DATE             PIC 9(08).
004600 SCX-LEVEL  SCX-FEED-SEQUENCE         PIC 9(06).
004700 SCX-LEVEL  SCX-RECORD-COUNT          PIC 9(09).
004800 SCX-LEVEL  SCX-NUM-1-HASH            PIC 9(13).
004900 SCX-LEVEL  SCX-NUM-2-HASH            PIC 9(13).
