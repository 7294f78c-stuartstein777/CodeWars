001880*               'E' INTRADAY EXPEDITE - SEE F01MULTE).  LAYOUT
001890*               RESYNC ONLY HERE: THE FIELD IS CARRIED, NOT
001895*               DISPLAYED, AND THE FILLER SHRANK TO TEN BYTES.
001896* 10/15/26 RH   HISTREC NOW CARRIES A REVERSAL FLAG AND DATE, SET
001897*               WHEN A REVERSAL ('V') OF THE TRANSACTION POSTS.
001898*               LAYOUT RESYNC ONLY HERE: THE FILLER SHRANK TO ONE
001899*               BYTE.
001900* 10/15/26 RH   HISTREC NOW CARRIES A SUSPENSE-RELEASE FLAG ('S'
001901*               ON THE REDRIVE OF A SUPERVISOR-RELEASED SUSPENSE).
001902*               LAYOUT RESYNC ONLY HERE: THE LAST FILLER BYTE IS
001903*               GONE.
001904* 10/15/26 RH   HISTREC NOW CARRIES THE REVERSED RESULT (WHAT A
001905*               REVERSAL TOOK BACK) - THE RECORD IS 84 BYTES.
001906*               LAYOUT RESYNC ONLY HERE.
001900*----------------------------------------------------------------
002000* REMARKS.
002100*     FILES (FCT):  TRANHIST IS THE HISTORY MASTER BASE CLUSTER
008800         HSX-NUM-2 BY HIST-NUM-2
008900         HSX-RESULT BY HIST-RESULT
009000         HSX-RUN-DATE BY HIST-RUN-DATE
009000         HSX-RUN-TYPE BY HIST-RUN-TYPE
009000         HSX-REVERSAL-FLAG BY HIST-REVERSAL-FLAG
009000         HSX-NOT-REVERSED BY HIST-NOT-REVERSED
009000         HSX-REVERSED BY HIST-REVERSED
009000         HSX-REVERSED-CORRECTED BY HIST-REVERSED-CORRECTED
009000         HSX-REVERSAL-DATE BY HIST-REVERSAL-DATE
009000         HSX-SUSP-RELEASE-FLAG BY HIST-SUSP-RELEASE-FLAG
009000         HSX-NOT-SUSP-RELEASE BY HIST-NOT-SUSP-RELEASE
009000         HSX-SUSP-RELEASED BY HIST-SUSP-RELEASED
009000         HSX-REVERSED-RESULT BY HIST-REVERSED-RESULT.
009200
009300 01  WS-READ-KEY.
009400     05  WS-READ-SOURCE-SYSTEM      PIC X(08).
