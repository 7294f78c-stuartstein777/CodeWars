002610* 09/01/26 RH   CALNDR IS NOW A REAL BUSINESS-DAY CALENDAR
002620*               (CALREC LAYOUT).  THE RUN DATE IS THE RECORD
002630*               FLAGGED CURRENT, NOT THE FIRST RECORD.
002631* 10/15/26 RH   HISTREC NOW CARRIES A REVERSAL FLAG AND DATE, SET
002632*               WHEN A REVERSAL ('V') OF THE TRANSACTION POSTS.
002633*               LAYOUT RESYNC ONLY HERE: THE FILLER SHRANK TO ONE
002634*               BYTE.
002635* 10/15/26 RH   HISTREC NOW CARRIES A SUSPENSE-RELEASE FLAG ('S'
002636*               ON THE REDRIVE OF A SUPERVISOR-RELEASED SUSPENSE)
002637*               AND SRCMREC A CLOSED-PERIOD OPTION.  LAYOUT
002638*               RESYNC ONLY HERE.
002639* 10/15/26 RH   SRCMREC NOW CARRIES THE SOURCE'S NEAR-DUPLICATE
002640*               WINDOW AND OPTION (SEE F01NDRPT).  LAYOUT RESYNC
002641*               ONLY HERE: THE FILLER SHRANK BY FOUR BYTES.
002642* 10/15/26 RH   HISTREC NOW CARRIES THE REVERSED RESULT (WHAT A
002643*               REVERSAL TOOK BACK) - THE RECORD, AND SO THE
002644*               ARCHIVE RECORD, IS 84 BYTES.
002700*----------------------------------------------------------------
002800* REMARKS.
002900*     RUN PERIODICALLY (SEE F01HSTAR JCL), OUTSIDE THE CICS
007200         HSX-NUM-2 BY HIST-NUM-2
007300         HSX-RESULT BY HIST-RESULT
007400         HSX-RUN-DATE BY HIST-RUN-DATE
007400         HSX-RUN-TYPE BY HIST-RUN-TYPE
007400         HSX-REVERSAL-FLAG BY HIST-REVERSAL-FLAG
007400         HSX-NOT-REVERSED BY HIST-NOT-REVERSED
007400         HSX-REVERSED BY HIST-REVERSED
007400         HSX-REVERSED-CORRECTED BY HIST-REVERSED-CORRECTED
007400         HSX-REVERSAL-DATE BY HIST-REVERSAL-DATE
007400         HSX-SUSP-RELEASE-FLAG BY HIST-SUSP-RELEASE-FLAG
007400         HSX-NOT-SUSP-RELEASE BY HIST-NOT-SUSP-RELEASE
007400         HSX-SUSP-RELEASED BY HIST-SUSP-RELEASED
007400         HSX-REVERSED-RESULT BY HIST-REVERSED-RESULT.
007600
007700 FD  SRCMAST-FILE.
007800 01  SRCMAST-RECORD.
008800         SMX-STREAM-NUMBER BY SM-STREAM-NUMBER
008900         SMX-RETENTION-DAYS BY SM-RETENTION-DAYS
008950         SMX-RESULT-LIMIT BY SM-RESULT-LIMIT
008960         SMX-FORMAT-CODE BY SM-FORMAT-CODE
008960         SMX-CLOSED-PERIOD-OPTION BY SM-CLOSED-PERIOD-OPTION
008960         SMX-CLOSED-REJECT BY SM-CLOSED-REJECT
008960         SMX-CLOSED-REDATE BY SM-CLOSED-REDATE
008960         SMX-DUP-WINDOW-DAYS BY SM-DUP-WINDOW-DAYS
008960         SMX-DUP-OPTION BY SM-DUP-OPTION
008960         SMX-DUP-REPORT BY SM-DUP-REPORT
008960         SMX-DUP-HOLD BY SM-DUP-HOLD.
009000     05  FILLER                     PIC X(17).
009100
009200 FD  CAL-FILE
009300     RECORDING MODE IS F.
009700
009800 FD  ARCH-OUT-FILE
009900     RECORDING MODE IS F.
010000 01  ARCH-OUT-RECORD                PIC X(84).
010100
010200 WORKING-STORAGE SECTION.
010300*----------------------------------------------------------------
