002560*               ONE MALFORMED ACK RECORD ABENDED THE VERY JOB
002570*               BUILT TO CATCH GL'S MISTAKES.  A NON-NUMERIC
002580*               AMOUNT REPORTS AS ITS OWN DISCREPANCY LINE.
002581* 10/15/26 RH   HISTREC NOW CARRIES A REVERSAL FLAG AND DATE, SET
002582*               WHEN A REVERSAL ('V') OF THE TRANSACTION POSTS.
002583*               LAYOUT RESYNC ONLY HERE: THE FILLER SHRANK TO ONE
002584*               BYTE.
002585* 10/15/26 RH   HISTREC NOW CARRIES A SUSPENSE-RELEASE FLAG ('S'
002586*               ON THE REDRIVE OF A SUPERVISOR-RELEASED SUSPENSE).
002587*               LAYOUT RESYNC ONLY HERE: THE LAST FILLER BYTE IS
002588*               GONE.
002589* 10/15/26 RH   HISTREC NOW CARRIES THE REVERSED RESULT (WHAT A
002590*               REVERSAL TOOK BACK) - THE RECORD IS 84 BYTES.
002591*               LAYOUT RESYNC ONLY HERE.
002600*----------------------------------------------------------------
002700* REMARKS.
002800*     RUN AFTER GL DELIVERS THE ACKNOWLEDGMENT FILE FOR THE
003100*     DATED WITH TONIGHT'S PROCESSING DATE, SO AGE COUNTS
003200*     NIGHTS SINCE WE FIRST EXPECTED THE POSTING.  THE JCL
003300*     SWAPS THE REBUILT OUTSTANDING FILE OVER THE OLD ONE, THE
003400*     SAME PATTERN THE OLD FLAT PENDING FILE USED.
003500*
003600*     ACKNOWLEDGMENT RECORD (LRECL 80):
003700*         COLS  1-12  TRANSACTION-ID
012600         HSX-NUM-2 BY HIST-NUM-2
012700         HSX-RESULT BY HIST-RESULT
012800         HSX-RUN-DATE BY HIST-RUN-DATE
012800         HSX-RUN-TYPE BY HIST-RUN-TYPE
012800         HSX-REVERSAL-FLAG BY HIST-REVERSAL-FLAG
012800         HSX-NOT-REVERSED BY HIST-NOT-REVERSED
012800         HSX-REVERSED BY HIST-REVERSED
012800         HSX-REVERSED-CORRECTED BY HIST-REVERSED-CORRECTED
012800         HSX-REVERSAL-DATE BY HIST-REVERSAL-DATE
012800         HSX-SUSP-RELEASE-FLAG BY HIST-SUSP-RELEASE-FLAG
012800         HSX-NOT-SUSP-RELEASE BY HIST-NOT-SUSP-RELEASE
012800         HSX-SUSP-RELEASED BY HIST-SUSP-RELEASED
012800         HSX-REVERSED-RESULT BY HIST-REVERSED-RESULT.
013000
013100 FD  CAL-FILE
013200     RECORDING MODE IS F.
