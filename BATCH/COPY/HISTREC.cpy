001000* THE VSAM KEY IS THE HSX-KEY GROUP - SOURCE-SYSTEM THEN
001100* TRANSACTION-ID, 20 BYTES - SO ONE SOURCE'S TRANSACTIONS
001200* CLUSTER TOGETHER.  THE CLUSTER IS KEYS(20 0) RECORDSIZE
001300* (84 84); THE CALLER SUPPLIES ONLY THE ENCLOSING 01 - THESE
001309* FIELDS FILL THE RECORD EXACTLY.
001313*
001318* RUN-TYPE SAYS WHICH KIND OF RUN POSTED THE RECORD: 'N' THE
001322* NIGHTLY STREAM, 'E' AN INTRADAY EXPEDITE RUN (SEE F01MULTE).
001327* A SPACE IS A RECORD POSTED BEFORE THE FIELD EXISTED - TREAT
001331* IT AS NIGHTLY.
001336*
001340* REVERSAL-FLAG IS SET BY F01HSTLD WHEN A REVERSAL ('V') OF THE
001345* TRANSACTION POSTS: 'R' REVERSED, WITH REVERSAL-DATE THE RUN
001350* DATE THE REVERSAL POSTED AND REVERSED-RESULT THE RESULT IT
001354* TOOK BACK.  A CORRECTED REPLACEMENT SENT UNDER THE SAME
001359* TRANSACTION-ID AFTER THE REVERSAL OVERLAYS THE RECORD AND
001363* LEAVES 'C' (REVERSED, THEN CORRECTED), KEEPING REVERSAL-DATE
001368* AND REVERSED-RESULT - RESULT IS THEN THE REPLACEMENT'S.
001372* SPACE/ZERO IS A RECORD NEVER REVERSED.
001377*
001381* SUSP-RELEASE-FLAG IS 'S' WHEN THE POSTING IS THE REDRIVE OF A
001386* RESULT THAT WAS HELD ON THE SUSPENSE MASTER AND RELEASED BY A
001390* SUPERVISOR (F01U) - THE RUN-DATE IS THE NIGHT THE RELEASE
001395* LANDED.  F01PRDCL COUNTS THESE ON THE MONTHLY STATEMENT.
001400*
001500* INCLUDE WITH REPLACING PHRASES NAMING THE TWO LEVEL NUMBERS
001600* TO GENERATE (GROUP AND ELEMENTARY) AND A PREFIX FOR EACH
002500 HSX-LEVEL  HSX-RESULT                PIC 9(10)V9(04).
002600 HSX-LEVEL  HSX-RUN-DATE              PIC 9(08).
002700 HSX-LEVEL  HSX-RUN-TYPE              PIC X(01).
002800 HSX-LEVEL  HSX-REVERSAL-FLAG         PIC X(01).
002810     88  HSX-NOT-REVERSED                       VALUE SPACE.
002820     88  HSX-REVERSED                           VALUE 'R'.
002830     88  HSX-REVERSED-CORRECTED                 VALUE 'C'.
002900 HSX-LEVEL  HSX-REVERSAL-DATE         PIC 9(08).
003000 HSX-LEVEL  HSX-SUSP-RELEASE-FLAG     PIC X(01).
003010     88  HSX-NOT-SUSP-RELEASE                   VALUE SPACE.
003020     88  HSX-SUSP-RELEASED                      VALUE 'S'.
003100 HSX-LEVEL  HSX-REVERSED-RESULT       PIC 9(10)V9(04).
