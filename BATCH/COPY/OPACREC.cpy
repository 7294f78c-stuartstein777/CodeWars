000100*----------------------------------------------------------------
000200* OPACREC - OPERATOR ACTION RECORD LAYOUT
000300*
000400* ONE ON-LINE ACTION BY ONE OPERATOR, IN A SINGLE SHAPE WHICHEVER
000500* SCREEN IT WAS TAKEN ON.  EACH SCREEN STAMPS ITS OWN FILE WITH
000600* WHO ACTED AND WHEN - F01S WRITES SRCAUDIT, F01R MARKS THE
000700* REJECT ON REJMAST, F01U MARKS THE ITEM ON SUSPMAST, AND F01P
000800* MARKS THE ITEM ON PNDMAST - BUT THE SUSPENSE AND PENDING
000900* RECORDS ARE DELETED ONCE THE NIGHT HAS ACTED ON THEM.  THE
001000* NIGHTLY STEPS THAT DELETE THEM (F01SUSR1, F01PNDRL) THEREFORE
001100* FIRST APPEND THE DECISION IN THIS LAYOUT TO THE CUMULATIVE
001200* OPERATOR ACTION LOG (OPACTLOG).  F01OPAUD GATHERS THE LOG AND
001300* THE STAMPS STILL ON THE MASTERS FOR A DATE RANGE INTO ONE
001400* FILE OF THESE RECORDS, AND F01OPRPT PRINTS IT BY OPERATOR.
001500*
001600* SCREEN IS THE CICS TRANSACTION THE ACTION WAS TAKEN ON, AND
001700* ACTION SAYS WHAT WAS DONE -
001800*     F01S  'A' SOURCE ADDED        'C' SOURCE CHANGED
001900*           'L' SOURCE CHANGED, RESULT LIMIT RAISED
002000*           'D' SOURCE DEACTIVATED  'P' OPERATION AUTHORIZATION
002100*     F01R  'K' REJECT CLAIMED      'F' REJECT REPAIRED
002200*     F01U  'R' SUSPENSE RELEASED   'X' SUSPENSE REJECTED
002300*     F01P  'N' PENDING ITEM CANCELLED
002400* ITEM-ID AND ITEM-DATE NAME THE TRANSACTION ACTED ON AND THE
002500* DATE IT REJECTED, SUSPENDED, OR WAS DUE (SPACES/ZERO FOR A
002600* SOURCE MASTER ACTION).  REASON IS THE REJECT REASON, THE
002700* HOLD REASON (LIMT OVER THE RESULT LIMIT, NDUP SUSPECTED
002800* NEAR-DUPLICATE), OR THE OPERATION CODE AUTHORIZED.  THE TWO
002900* AMOUNTS ARE THE RESULT LIMIT BEFORE AND AFTER A SOURCE
003000* CHANGE, OR THE LIMIT A SUSPENSE ITEM WAS HELD AGAINST AND ITS
003100* HELD RESULT.
003200*
003300* CONFLICT IS SET BY F01OPAUD, NEVER ON THE LOG -
003400*     'L' A RELEASE BY AN OPERATOR WHO HAD RAISED THAT SOURCE'S
003500*         RESULT LIMIT ON OR BEFORE THE RELEASE
003600*     'M' A REJECT CLAIM OR REPAIR BY AN OPERATOR WHO HAD
003700*         CHANGED THAT SOURCE'S MASTER ON OR BEFORE THE DAY IT
003800*         REJECTED
003900* WITH CONFLICT-DATE THE FIRST SUCH CHANGE.
004000*
004100* FIXED 100 (LRECL=100).  INCLUDE WITH REPLACING PHRASES NAMING
004200* THE TWO LEVEL NUMBERS TO GENERATE (GROUP AND ELEMENTARY) AND
004300* A PREFIX FOR EACH DATA NAME, THE SAME WAY SUSPREC IS
004400* INCLUDED.  THE CALLER SUPPLIES THE ENCLOSING 01 AND FOUR
004500* BYTES OF FILLER.
004600*----------------------------------------------------------------
004700 OPX-LEVEL  OPX-OPERATOR-ID           PIC X(08).
004800 OPX-LEVEL  OPX-ACTION-DATE           PIC 9(08).
004900 OPX-LEVEL  OPX-ACTION-TIME           PIC 9(06).
005000 OPX-LEVEL  OPX-SOURCE-SYSTEM         PIC X(08).
005100 OPX-LEVEL  OPX-SCREEN                PIC X(04).
005200 OPX-LEVEL  OPX-ACTION                PIC X(01).
005300     88  OPX-SOURCE-ADD                         VALUE 'A'.
005400     88  OPX-SOURCE-CHANGE                      VALUE 'C'.
005500     88  OPX-LIMIT-RAISE                        VALUE 'L'.
005600     88  OPX-SOURCE-DEACTIVATE                  VALUE 'D'.
005700     88  OPX-SOURCE-PERMIT                      VALUE 'P'.
005800     88  OPX-REJECT-CLAIM                       VALUE 'K'.
005900     88  OPX-REJECT-REPAIR                      VALUE 'F'.
006000     88  OPX-SUSP-RELEASE                       VALUE 'R'.
006100     88  OPX-SUSP-REJECT                        VALUE 'X'.
006200     88  OPX-PEND-CANCEL                        VALUE 'N'.
006300 OPX-LEVEL  OPX-ITEM-ID               PIC X(12).
006400 OPX-LEVEL  OPX-ITEM-DATE             PIC 9(08).
006500 OPX-LEVEL  OPX-REASON                PIC X(04).
006600 OPX-LEVEL  OPX-AMOUNTS.
006700 OPX-SUB-LEVEL  OPX-LIMIT-BEFORE      PIC 9(10)V9(04).
006800 OPX-SUB-LEVEL  OPX-LIMIT-AFTER       PIC 9(10)V9(04).
006900 OPX-LEVEL  OPX-HELD-AMOUNTS REDEFINES OPX-AMOUNTS.
007000 OPX-SUB-LEVEL  OPX-HELD-LIMIT        PIC 9(10)V9(04).
007100 OPX-SUB-LEVEL  OPX-HELD-RESULT       PIC 9(10)V9(04).
007200 OPX-LEVEL  OPX-CONFLICT              PIC X(01).
007300     88  OPX-NO-CONFLICT                        VALUE SPACE.
007400     88  OPX-CONFLICT-LIMIT                     VALUE 'L'.
007500     88  OPX-CONFLICT-MASTER                    VALUE 'M'.
007600 OPX-LEVEL  OPX-CONFLICT-DATE         PIC 9(08).
