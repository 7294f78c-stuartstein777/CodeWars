000100*----------------------------------------------------------------
000200* NDUPREC - SUSPECTED NEAR-DUPLICATE RECORD LAYOUT
000300*
000400* THE DUPLICATE MASTER ONLY STOPS THE SAME TRANSACTION-ID
000500* COMING TWICE FROM THE SAME SOURCE.  A SOURCE THAT RE-KEYS A
000600* TRANSACTION UNDER A NEW ID GETS PAST IT AND IS BILLED TWICE.
000700* F01MULTB THEREFORE LOOKS EACH ACCEPTED DETAIL UP ON TRANHIST
000800* THROUGH ITS OPERATION/NUMBERS ALTERNATE INDEX, AND A POSTING
000900* FROM AN EARLIER NIGHT FOR THE SAME SOURCE, OPERATION, NUM-1
001000* AND NUM-2, UNDER A DIFFERENT ID, NOT REVERSED, WHOSE
001100* EFFECTIVE DATE IS WITHIN THE SOURCE'S NEAR-DUP WINDOW OF THIS
001200* ONE'S (SRCMREC DUP-WINDOW-DAYS, EITHER SIDE) MAKES IT A
001300* SUSPECT.  ONE RECORD PER SUSPECT GOES TO NDUPOUT, PAIRING
001400* THE NEW ID AND TONIGHT'S DATE WITH THE ID AND RUN DATE IT
001500* MATCHED; F01NDRPT PRINTS THEM AFTER THE DRIVER STEP.
001600*
001700* ACTION SAYS WHAT THE DRIVER DID WITH THE SUSPECT -
001800*     'P' PASSED      - SOURCE OPTION R: COMPUTED AND WRITTEN TO
001900*                       RESULTOT AS USUAL, REPORTED ONLY.
002000*     'H' HELD        - SOURCE OPTION H: HELD ON SUSPMAST, HOLD
002100*                       REASON N, FOR REVIEW ON THE F01U SCREEN.
002200*     'L' LIMIT-HELD  - OPTION R, BUT HELD ON SUSPMAST ANYWAY
002300*                       FOR BEING OVER THE SOURCE RESULT LIMIT.
002400*
002500* NDUPOUT IS FIXED 100 (LRECL=100).  SHARED BY F01MULTB AND
002600* F01NDRPT.  INCLUDE WITH A REPLACING PHRASE NAMING THE LEVEL
002700* NUMBER AND A PREFIX FOR EACH DATA NAME, THE SAME WAY SUSPREC
002800* IS INCLUDED.  THE CALLER SUPPLIES THE ENCLOSING 01 AND 12
002900* BYTES OF FILLER.
003000*----------------------------------------------------------------
003100 NDX-LEVEL  NDX-SOURCE-SYSTEM         PIC X(08).
003200 NDX-LEVEL  NDX-TRANSACTION-ID        PIC X(12).
003300 NDX-LEVEL  NDX-EFFECTIVE-DATE        PIC 9(08).
003400 NDX-LEVEL  NDX-OPERATION-CODE        PIC X(01).
003500 NDX-LEVEL  NDX-NUM-1                 PIC 9(04).
003600 NDX-LEVEL  NDX-NUM-2                 PIC 9(04).
003700 NDX-LEVEL  NDX-RESULT                PIC 9(10)V9(04).
003800 NDX-LEVEL  NDX-PROCESS-DATE          PIC 9(08).
003900 NDX-LEVEL  NDX-MATCH-ID              PIC X(12).
004000 NDX-LEVEL  NDX-MATCH-EFF-DATE        PIC 9(08).
004100 NDX-LEVEL  NDX-MATCH-RUN-DATE        PIC 9(08).
004200 NDX-LEVEL  NDX-ACTION                PIC X(01).
004300     88  NDX-PASSED                             VALUE 'P'.
004400     88  NDX-HELD                               VALUE 'H'.
004500     88  NDX-LIMIT-HELD                         VALUE 'L'.
