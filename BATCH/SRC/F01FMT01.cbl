002570*               BOUNCES AS FTID INSTEAD OF BEING SILENTLY
002580*               TRUNCATED TO A DIFFERENT, POSSIBLY COLLIDING
002590*               ID.
002591* 10/15/26 RH   SRCMREC NOW CARRIES THE SOURCE'S CLOSED-PERIOD
002592*               OPTION (SEE F01PRDCL).  LAYOUT RESYNC ONLY HERE:
002593*               THE FILLER SHRANK BY ONE BYTE.
002594* 10/15/26 RH   SRCMREC NOW CARRIES THE SOURCE'S NEAR-DUPLICATE
002595*               WINDOW AND OPTION (SEE F01NDRPT).  LAYOUT RESYNC
002596*               ONLY HERE: THE FILLER SHRANK BY FOUR BYTES.
002600*----------------------------------------------------------------
002700* REMARKS.
002800*     PARM='SSSSSSSS' NAMES THE FEED'S SOURCE-SYSTEM.  THE
008800         SMX-STREAM-NUMBER BY SM-STREAM-NUMBER
008900         SMX-RETENTION-DAYS BY SM-RETENTION-DAYS
009000         SMX-RESULT-LIMIT BY SM-RESULT-LIMIT
009100         SMX-FORMAT-CODE BY SM-FORMAT-CODE
009100         SMX-CLOSED-PERIOD-OPTION BY SM-CLOSED-PERIOD-OPTION
009100         SMX-CLOSED-REJECT BY SM-CLOSED-REJECT
009100         SMX-CLOSED-REDATE BY SM-CLOSED-REDATE
009100         SMX-DUP-WINDOW-DAYS BY SM-DUP-WINDOW-DAYS
009100         SMX-DUP-OPTION BY SM-DUP-OPTION
009100         SMX-DUP-REPORT BY SM-DUP-REPORT
009100         SMX-DUP-HOLD BY SM-DUP-HOLD.
009200     05  FILLER                     PIC X(17).
009300
009400 FD  TRANX-OUT-FILE
009500     RECORDING MODE IS F.
