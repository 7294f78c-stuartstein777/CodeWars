000100*----------------------------------------------------------------
000200* SAUREC - SOURCE OPERATION AUTHORIZATION RECORD LAYOUT
000300*
000400* ONE ENTRY PER SOURCE SYSTEM PER OPERATION CODE THE SOURCE IS
000500* ALLOWED TO SEND, WITH THE DATES THE PERMISSION RUNS FROM AND
000600* TO (BOTH INCLUSIVE).  F01MULTB REJECTS (OPNA) A TRANSACTION
000700* WHOSE SOURCE HAS NO ENTRY FOR ITS OPERATION, OR WHOSE ENTRY
000800* DOES NOT COVER THE PROCESSING DATE - SO AN OPERATION IS
000900* SWITCHED ON FOR ONE SOURCE WITHOUT OPENING IT TO EVERYBODY,
001000* AND WITHDRAWN BY ENDING THE WINDOW RATHER THAN DELETING THE
001100* ENTRY.  EFFECTIVE-TO 99999999 IS OPEN-ENDED.
001200*
001300* THE AUTHORIZATIONS ARE A KSDS - KEYS(9 0) RECORDSIZE(40 40),
001400* KEY = SOURCE-SYSTEM + OPERATION-CODE - SEEDED ONCE BY F01OPML
001500* AND MAINTAINED ON-LINE THROUGH F01S (F01SRCI), WHICH AUDITS
001600* EVERY GRANT AND CHANGE TO SRCAUDIT ALONGSIDE THE SOURCE
001700* MASTER'S OWN CHANGES.  THE OPERATION ITSELF MUST ALSO BE
001800* ACTIVE ON THE OPERATION MASTER (SEE OPMREC).
001900*
002000* INCLUDE WITH REPLACING PHRASES NAMING THE TWO LEVEL NUMBERS
002100* TO GENERATE (GROUP AND ELEMENTARY) AND A PREFIX FOR EACH DATA
002200* NAME, THE SAME WAY PENDREC IS INCLUDED.  THE CALLER SUPPLIES
002300* THE ENCLOSING 01 AND 15 BYTES OF FILLER.
002400*----------------------------------------------------------------
002500 SAX-LEVEL  SAX-KEY.
002600 SAX-KEY-LEVEL  SAX-SOURCE-SYSTEM     PIC X(08).
002700 SAX-KEY-LEVEL  SAX-OPERATION-CODE    PIC X(01).
002800 SAX-LEVEL  SAX-EFFECTIVE-FROM        PIC 9(08).
002900 SAX-LEVEL  SAX-EFFECTIVE-TO          PIC 9(08).
