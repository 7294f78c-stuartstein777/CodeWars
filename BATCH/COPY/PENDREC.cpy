000100*----------------------------------------------------------------
000200* PENDREC - PENDING MASTER RECORD LAYOUT
000300*
000400* A VALID TRANSACTION DATED AFTER THE PROCESSING DATE IS HELD
000500* BY F01MULTB ON ITS PENDOUT FILE INSTEAD OF BEING PROCESSED
000600* EARLY.  F01PNDLD POSTS EACH NIGHT'S PENDOUT ONTO THIS KEYED
000700* MASTER; F01PNDRL RELEASES THE ITEMS WHOSE DATE HAS ARRIVED
000800* INTO THE FRONT-END SORT; AN OPERATOR BROWSES THE HELD ITEMS
000900* AND CANCELS ONE THROUGH THE F01P SCREEN (F01PNDI), WHICH
001000* STAMPS WHO CANCELLED IT AND WHEN.  F01PNDAG REPORTS THE
001100* ITEMS HELD FURTHEST AHEAD, AND F01RTN01 RETURNS EVERY HELD
001200* ITEM TO ITS SOURCE AS PENDED.
001300*
001400* THE PENDING MASTER IS A KSDS - KEYS(20 0) RECORDSIZE
001500* (100 100), KEY = SOURCE-SYSTEM + TRANSACTION-ID, THE SAME
001600* KEY THE SUSPENSE AND HISTORY MASTERS CARRY.  A NONUNIQUE
001700* ALTERNATE INDEX OVER RELEASE-DATE - KEYS(8 20) - GIVES THE
001800* F01P SCREEN ITS BROWSE BY DATE.
001900*
002000* RELEASE-DATE IS THE TRANSACTION'S EFFECTIVE DATE, THE NIGHT
002100* IT IS DUE TO RUN.  PENDED-DATE IS THE PROCESSING DATE OF THE
002200* NIGHT IT WAS FIRST HELD.  STATUS -
002300*     'H' HELD      - WAITING FOR ITS DATE.
002400*     'R' RELEASED  - FED INTO TONIGHT'S SORT BY F01PNDRL,
002500*                     RELEASED-ON TONIGHT.  F01PNDLD PURGES IT
002600*                     ONCE THE DRIVER HAS RUN, SO A NIGHT RERUN
002700*                     FROM THE TOP RELEASES IT AGAIN.
002800*     'X' CANCELLED - WITHDRAWN ON THE F01P SCREEN, STAMPED
002900*                     WITH THE OPERATOR, DATE, AND TIME.  NEVER
003000*                     RELEASED; F01PNDRL DROPS IT (AND LISTS
003100*                     THE STAMP) THE NIGHT ITS DATE ARRIVES.
003200*
003300* SHARED BY F01PNDLD, F01PNDRL, F01PNDAG, F01RTN01, AND
003400* F01PNDI.  INCLUDE WITH REPLACING PHRASES NAMING THE TWO
003500* LEVEL NUMBERS TO GENERATE (GROUP AND ELEMENTARY) AND A
003600* PREFIX FOR EACH DATA NAME, THE SAME WAY SUSPREC IS INCLUDED.
003700* THE CALLER SUPPLIES THE ENCLOSING 01 AND 24 BYTES OF FILLER.
003800*----------------------------------------------------------------
003900 PNX-LEVEL  PNX-KEY.
004000 PNX-KEY-LEVEL  PNX-SOURCE-SYSTEM     PIC X(08).
004100 PNX-KEY-LEVEL  PNX-TRANSACTION-ID    PIC X(12).
004200 PNX-LEVEL  PNX-RELEASE-DATE          PIC 9(08).
004300 PNX-LEVEL  PNX-OPERATION-CODE        PIC X(01).
004400 PNX-LEVEL  PNX-NUM-1                 PIC 9(04).
004500 PNX-LEVEL  PNX-NUM-2                 PIC 9(04).
004600 PNX-LEVEL  PNX-PENDED-DATE           PIC 9(08).
004700 PNX-LEVEL  PNX-STATUS-FLAG           PIC X(01).
004800     88  PNX-PEND-HELD                          VALUE 'H'.
004900     88  PNX-PEND-RELEASED                      VALUE 'R'.
005000     88  PNX-PEND-CANCELLED                     VALUE 'X'.
005100 PNX-LEVEL  PNX-RELEASED-ON           PIC 9(08).
005200 PNX-LEVEL  PNX-CANCELLED-BY          PIC X(08).
005300 PNX-LEVEL  PNX-CANCEL-DATE           PIC 9(08).
005400 PNX-LEVEL  PNX-CANCEL-TIME           PIC 9(06).
