001760*               PER-SOURCE HISTORY RETENTION (SEE SRCMREC AND
001770*               F01HSTAR).  THIS PROGRAM IGNORES THE NEW FIELD;
001780*               ONLY THE FD FILLER CHANGED.
001781* 10/15/26 RH   SRCMREC NOW CARRIES THE SOURCE'S CLOSED-PERIOD
001782*               OPTION (SEE F01PRDCL).  LAYOUT RESYNC ONLY HERE:
001783*               THE FILLER SHRANK BY ONE BYTE.
001784* 10/15/26 RH   SRCMREC NOW CARRIES THE SOURCE'S NEAR-DUPLICATE
001785*               WINDOW AND OPTION (SEE F01NDRPT).  LAYOUT RESYNC
001786*               ONLY HERE: THE FILLER SHRANK BY FOUR BYTES.
001800*----------------------------------------------------------------
001900* REMARKS.
002000*     THE STREAM ASSIGNMENT LIVES ON THE MASTER, NOT IN CODE,
007280         SMX-STREAM-NUMBER BY SM-STREAM-NUMBER
007290         SMX-RETENTION-DAYS BY SM-RETENTION-DAYS
007295         SMX-RESULT-LIMIT BY SM-RESULT-LIMIT
007296         SMX-FORMAT-CODE BY SM-FORMAT-CODE
007296         SMX-CLOSED-PERIOD-OPTION BY SM-CLOSED-PERIOD-OPTION
007296         SMX-CLOSED-REJECT BY SM-CLOSED-REJECT
007296         SMX-CLOSED-REDATE BY SM-CLOSED-REDATE
007296         SMX-DUP-WINDOW-DAYS BY SM-DUP-WINDOW-DAYS
007296         SMX-DUP-OPTION BY SM-DUP-OPTION
007296         SMX-DUP-REPORT BY SM-DUP-REPORT
007296         SMX-DUP-HOLD BY SM-DUP-HOLD.
007700     05  FILLER                     PIC X(17).
007800
007900 FD  STREAM1-FILE
008000     RECORDING MODE IS F.
