002600* REASON CODES:
002700*     NSRC  SOURCE-SYSTEM NOT ON THE SOURCE MASTER
002800*     ISRC  SOURCE-SYSTEM INACTIVE ON THE SOURCE MASTER
002900*     OPCD  OPERATION CODE NOT ACTIVE ON THE OPERATION MASTER
002910*           (SEE OPMREC), OR NOT ONE WE DISPATCH ON
002920*     OPNA  OPERATION NOT AUTHORIZED FOR THE SOURCE ON THE
002930*           PROCESSING DATE (SEE SAUREC)
003000*     NNUM  NUM-1 OR NUM-2 NOT NUMERIC
003050*     ZDIV  ZERO NUM-2 DIVISOR ON A DIVIDE OR REMAINDER
003060*           OPERATION
003170*     TOLR  RESULT OVER THE SOURCE'S PLAUSIBLE-RESULT LIMIT,
003180*           HELD ON SUSPENSE AND REJECTED BY THE SUPERVISOR
003190*           (WRITTEN BY F01SUSR1, NOT THE DRIVER)
003191*     RVNF  REVERSAL NAMES A TRANSACTION NOT ON THE HISTORY
003192*           MASTER (NEVER POSTED, OR NOT POSTED YET)
003193*     RVDN  REVERSAL OF A TRANSACTION ALREADY REVERSED
003194*     CLSD  EFFECTIVE DATE IN AN ACCOUNTING MONTH ALREADY CLOSED
003195*           BY F01PRDCL, FROM A SOURCE WHOSE CLOSED-PERIOD
003196*           OPTION IS REJECT (SEE SRCMREC)
003197*     NDUP  SUSPECTED NEAR-DUPLICATE (A RE-KEY UNDER A NEW ID OF
003198*           A TRANSACTION ALREADY ON TRANHIST), HELD ON SUSPENSE
003199*           AND REJECTED BY THE SUPERVISOR (WRITTEN BY F01SUSR1)
003200*----------------------------------------------------------------
003300 RJX-LEVEL  RJX-REJECT-DATE           PIC 9(08).
003400 RJX-LEVEL  RJX-REASON-CODE           PIC X(04).
