002491*               FOLDED IN ONLY ONCE THE NEXT RECORD SHOWS IT
002492*               WAS NOT SUPERSEDED - A RESTART REPLACES THE
002493*               RECORD IT FOLLOWS, RETURN CODE AND ALL.
002494* 10/15/26 RH   RUNLREC NOW CARRIES THE MASTER BACKUP SET THE RUN
002495*               STARTED FROM.  LAYOUT RESYNC ONLY HERE: THE
002496*               SEVEN BYTES OF FILLER ARE GONE.
002500*----------------------------------------------------------------
002600* REMARKS.
002700*     RUN AS THE LAST REPORTING STEP OF THE STREAM.  RC=0 ALL
006900         RLX-RECORDS-CACHE-HIT BY RL-RECORDS-CACHE-HIT
007000         RLX-HASH-TOTAL BY RL-HASH-TOTAL
007050         RLX-RECORDS-SUSP BY RL-RECORDS-SUSP
007100         RLX-RETURN-CODE BY RL-RETURN-CODE
007100         RLX-BACKUP-SET BY RL-BACKUP-SET.
007300
007400 FD  RESULT-IN-FILE
007500     RECORDING MODE IS F.
