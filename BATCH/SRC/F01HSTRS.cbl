001800*               THE SAME RULE THE NIGHTLY LOAD (F01HSTLD) USES.
001900*               RESTORED RECORDS ARE PICKED UP AGAIN BY THE
002000*               NEXT F01HSTAR RUN ONCE AUDIT IS DONE WITH THEM.
002001* 10/15/26 RH   HISTREC NOW CARRIES A REVERSAL FLAG AND DATE, SET
002002*               WHEN A REVERSAL ('V') OF THE TRANSACTION POSTS.
002003*               LAYOUT RESYNC ONLY HERE: THE FILLER SHRANK TO ONE
002004*               BYTE.
002005* 10/15/26 RH   HISTREC NOW CARRIES A SUSPENSE-RELEASE FLAG ('S'
002006*               ON THE REDRIVE OF A SUPERVISOR-RELEASED SUSPENSE).
002007*               LAYOUT RESYNC ONLY HERE: THE LAST FILLER BYTE IS
002008*               GONE.
002009* 10/15/26 RH   HISTREC NOW CARRIES THE REVERSED RESULT (WHAT A
002010*               REVERSAL TOOK BACK) - THE RECORD, AND SO THE
002011*               ARCHIVE RECORD, IS 84 BYTES.  AN ARCHIVE
002012*               GENERATION WRITTEN UNDER THE 70-BYTE LAYOUT IS
002013*               CONVERTED BEFORE IT IS RESTORED (SEE THE JCL).
002100*----------------------------------------------------------------
002200* REMARKS.
002300*     PARM='SSSSSSSSFFFFFFFFTTTTTTTT' - SOURCE-SYSTEM (8
005700         HSX-NUM-2 BY AR-NUM-2
005800         HSX-RESULT BY AR-RESULT
005900         HSX-RUN-DATE BY AR-RUN-DATE
005900         HSX-RUN-TYPE BY AR-RUN-TYPE
005900         HSX-REVERSAL-FLAG BY AR-REVERSAL-FLAG
005900         HSX-NOT-REVERSED BY AR-NOT-REVERSED
005900         HSX-REVERSED BY AR-REVERSED
005900         HSX-REVERSED-CORRECTED BY AR-REVERSED-CORRECTED
005900         HSX-REVERSAL-DATE BY AR-REVERSAL-DATE
005900         HSX-SUSP-RELEASE-FLAG BY AR-SUSP-RELEASE-FLAG
005900         HSX-NOT-SUSP-RELEASE BY AR-NOT-SUSP-RELEASE
005900         HSX-SUSP-RELEASED BY AR-SUSP-RELEASED
005900         HSX-REVERSED-RESULT BY AR-REVERSED-RESULT.
006100
006200 FD  TRANHIST-FILE.
006300 01  TRANHIST-RECORD.
007300         HSX-NUM-2 BY HIST-NUM-2
007400         HSX-RESULT BY HIST-RESULT
007500         HSX-RUN-DATE BY HIST-RUN-DATE
007500         HSX-RUN-TYPE BY HIST-RUN-TYPE
007500         HSX-REVERSAL-FLAG BY HIST-REVERSAL-FLAG
007500         HSX-NOT-REVERSED BY HIST-NOT-REVERSED
007500         HSX-REVERSED BY HIST-REVERSED
007500         HSX-REVERSED-CORRECTED BY HIST-REVERSED-CORRECTED
007500         HSX-REVERSAL-DATE BY HIST-REVERSAL-DATE
007500         HSX-SUSP-RELEASE-FLAG BY HIST-SUSP-RELEASE-FLAG
007500         HSX-NOT-SUSP-RELEASE BY HIST-NOT-SUSP-RELEASE
007500         HSX-SUSP-RELEASED BY HIST-SUSP-RELEASED
007500         HSX-REVERSED-RESULT BY HIST-REVERSED-RESULT.
007700
007800 WORKING-STORAGE SECTION.
007900*----------------------------------------------------------------
