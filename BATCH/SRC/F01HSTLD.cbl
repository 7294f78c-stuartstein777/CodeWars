001999*               THEIR SOURCE'S PLAUSIBLE-RESULT LIMIT (SEE
001999*               SUSPREC) - LAYOUT CHANGE ONLY HERE; SUSPENDED
001999*               RESULTS NEVER REACH THIS FILE.
002000* 10/15/26 RH   A REVERSAL DETAIL ('V') POSTS NO RECORD OF ITS
002001*               OWN - IT MARKS ITS ORIGINAL REVERSED WITH THE
002002*               RUN DATE.  A LATER DETAIL UNDER A REVERSED KEY
002003*               (THE CORRECTED REPLACEMENT) OVERLAYS IT FLAGGED
002004*               'C'.  REVERSALS COUNT TOWARD THE BALANCE CHECK.
002005* 10/15/26 RH   A RESULTOT DETAIL FLAGGED AS THE REDRIVE OF A
002006*               SUPERVISOR-RELEASED SUSPENSE NOW POSTS WITH ITS
002007*               SUSPENSE-RELEASE FLAG SET ('S'), SO THE MONTH-END
002008*               STATEMENT (F01PRDCL) CAN COUNT RELEASES.
002009* 10/15/26 RH   A REVERSAL NOW ALSO SAVES THE RESULT IT TOOK BACK
002009*               IN REVERSED-RESULT, AND A CORRECTED REPLACEMENT
002009*               CARRIES IT FORWARD, SO THE MONTH-END REVERSAL
002009*               TOTAL IS THE AMOUNT REVERSED, NOT THE AMOUNT OF
002009*               THE REPLACEMENT THAT OVERLAID IT.
002010* 10/15/26 RH   THE REVERSED RESULT IS TAKEN FROM THE REVERSAL
002010*               DETAIL (WHICH CARRIES THE ORIGINAL'S RESULT), NOT
002010*               FROM THE MASTER, SO A RERUN OVER A NIGHT THAT ALSO
002010*               POSTED THE REPLACEMENT DOES NOT SAVE THE
002010*               REPLACEMENT'S RESULT.
002100*----------------------------------------------------------------
002200* REMARKS.
002300*     RUN AFTER THE DRIVER STEP, AGAINST THE SAME GENERATION OF
006000             TRX-NUM-1 BY RI-NUM-1
006100             TRX-NUM-2 BY RI-NUM-2
006200             TRX-RESULT BY RI-RESULT.
006210         10  RI-SUSP-RELEASE-FLAG   PIC X(01).
006220             88  RI-SUSP-RELEASED       VALUE 'S'.
006300         10  FILLER                 PIC X(27).
006400     05  RI-TRAILER-DATA REDEFINES RI-DETAIL-DATA.
006500         10  RI-TRL-RECORD-COUNT    PIC 9(09).
006600         10  RI-TRL-HASH-TOTAL      PIC 9(11)V9(04).
008600         HSX-NUM-2 BY HIST-NUM-2
008700         HSX-RESULT BY HIST-RESULT
008800         HSX-RUN-DATE BY HIST-RUN-DATE
008800         HSX-RUN-TYPE BY HIST-RUN-TYPE
008800         HSX-REVERSAL-FLAG BY HIST-REVERSAL-FLAG
008800         HSX-NOT-REVERSED BY HIST-NOT-REVERSED
008800         HSX-REVERSED BY HIST-REVERSED
008800         HSX-REVERSED-CORRECTED BY HIST-REVERSED-CORRECTED
008800         HSX-REVERSAL-DATE BY HIST-REVERSAL-DATE
008800         HSX-SUSP-RELEASE-FLAG BY HIST-SUSP-RELEASE-FLAG
008800         HSX-NOT-SUSP-RELEASE BY HIST-NOT-SUSP-RELEASE
008800         HSX-SUSP-RELEASED BY HIST-SUSP-RELEASED
008800         HSX-REVERSED-RESULT BY HIST-REVERSED-RESULT.
008900
009000 WORKING-STORAGE SECTION.
009100*----------------------------------------------------------------
010600 77  WS-DETAILS-READ             PIC 9(09) COMP VALUE ZERO.
010700 77  WS-RECORDS-ADDED            PIC 9(09) COMP VALUE ZERO.
010800 77  WS-RECORDS-REPLACED         PIC 9(09) COMP VALUE ZERO.
010810 77  WS-RECORDS-REVERSED         PIC 9(09) COMP VALUE ZERO.
010900
011000*----------------------------------------------------------------
011100* RUN DATE FROM THE CALNDR CONTROL FILE
011340*     PARM SAYS THIS IS AN EXPEDITE LOAD
011350*----------------------------------------------------------------
011360 77  WS-RUN-TYPE                 PIC X(01)   VALUE 'N'.
011370
011371*----------------------------------------------------------------
011372* REVERSAL STATE OF THE MASTER RECORD A DETAIL IS ABOUT TO
011373*     OVERLAY
011374*----------------------------------------------------------------
011375 77  WS-PRIOR-REVERSAL-FLAG      PIC X(01)   VALUE SPACE.
011376 77  WS-PRIOR-REVERSAL-DATE      PIC 9(08)   VALUE ZERO.
011377 77  WS-PRIOR-REVERSED-RESULT    PIC 9(10)V9(04) VALUE ZERO.
011400
011410 LINKAGE SECTION.
011420*----------------------------------------------------------------
017400*----------------------------------------------------------------
017500* 2200-POST-HISTORY - WRITE ONE DETAIL TO THE MASTER.  A KEY
017600*     ALREADY THERE (A RERUN, OR A LOAD RUN TWICE) IS REWRITTEN
017700*     WITH THE LATEST DETAIL.  A REVERSAL ONLY MARKS ITS
017710*     ORIGINAL; A CORRECTED REPLACEMENT OF A REVERSED
017720*     TRANSACTION KEEPS THE REVERSAL DATE AND THE REVERSED
017730*     RESULT AND IS FLAGGED 'C'
017800*----------------------------------------------------------------
017900 2200-POST-HISTORY.
018000     ADD 1 TO WS-DETAILS-READ.
018010     IF RI-OPERATION-CODE = 'V'
018020         PERFORM 2300-POST-REVERSAL
018030             THRU 2300-POST-REVERSAL-EXIT
018040         GO TO 2200-POST-HISTORY-EXIT
018050     END-IF.
018060     MOVE RI-SOURCE-SYSTEM  TO HIST-SOURCE-SYSTEM.
018070     MOVE RI-TRANSACTION-ID TO HIST-TRANSACTION-ID.
018080     READ TRANHIST-FILE
018090         INVALID KEY
018091             MOVE SPACE TO WS-PRIOR-REVERSAL-FLAG
018092             MOVE ZERO  TO WS-PRIOR-REVERSAL-DATE
018092             MOVE ZERO  TO WS-PRIOR-REVERSED-RESULT
018093         NOT INVALID KEY
018094             MOVE HIST-REVERSAL-FLAG TO WS-PRIOR-REVERSAL-FLAG
018095             MOVE HIST-REVERSAL-DATE TO WS-PRIOR-REVERSAL-DATE
018095             MOVE HIST-REVERSED-RESULT
018095                 TO WS-PRIOR-REVERSED-RESULT
018096     END-READ.
018100     MOVE RI-SOURCE-SYSTEM  TO HIST-SOURCE-SYSTEM.
018200     MOVE RI-TRANSACTION-ID TO HIST-TRANSACTION-ID.
018300     MOVE RI-EFFECTIVE-DATE TO HIST-EFFECTIVE-DATE.
018700     MOVE RI-RESULT         TO HIST-RESULT.
018800     MOVE WS-RUN-DATE       TO HIST-RUN-DATE.
018810     MOVE WS-RUN-TYPE       TO HIST-RUN-TYPE.
018815     IF RI-SUSP-RELEASED
018816         SET HIST-SUSP-RELEASED TO TRUE
018817     ELSE
018818         SET HIST-NOT-SUSP-RELEASE TO TRUE
018819     END-IF.
018820     IF WS-PRIOR-REVERSAL-FLAG = 'R' OR 'C'
018830         SET HIST-REVERSED-CORRECTED TO TRUE
018840         MOVE WS-PRIOR-REVERSAL-DATE TO HIST-REVERSAL-DATE
018845         MOVE WS-PRIOR-REVERSED-RESULT TO HIST-REVERSED-RESULT
018850     ELSE
018860         SET HIST-NOT-REVERSED TO TRUE
018870         MOVE ZERO TO HIST-REVERSAL-DATE
018875         MOVE ZERO TO HIST-REVERSED-RESULT
018880     END-IF.
018900     WRITE TRANHIST-RECORD
019000         INVALID KEY
019100             REWRITE TRANHIST-RECORD
020200     END-WRITE.
020300 2200-POST-HISTORY-EXIT.
020400     EXIT.
020410*----------------------------------------------------------------
020420* 2300-POST-REVERSAL - MARK THE ORIGINAL TRANSACTION REVERSED AS
020430*     OF TONIGHT.  ITS COMPUTED VALUES STAY ON THE MASTER, AND
020435*     ITS RESULT, AS CARRIED ON THE REVERSAL DETAIL, IS SAVED AS
020436*     THE REVERSED RESULT, WHICH OUTLIVES A LATER CORRECTED
020437*     REPLACEMENT - NOT THE RESULT ON THE MASTER, WHICH ON A
020438*     RERUN MAY ALREADY BE THE REPLACEMENT'S.  AN ORIGINAL NOT
020440*     THERE LEAVES THE DETAIL UNPOSTED AND THE LOAD OUT OF
020450*     BALANCE
020460*----------------------------------------------------------------
020470 2300-POST-REVERSAL.
020480     MOVE RI-SOURCE-SYSTEM  TO HIST-SOURCE-SYSTEM.
020490     MOVE RI-TRANSACTION-ID TO HIST-TRANSACTION-ID.
020491     READ TRANHIST-FILE
020492         INVALID KEY
020493             DISPLAY 'F01HSTLD REVERSAL HAS NO ORIGINAL ON THE '
020494                 'MASTER - KEY=' HIST-KEY
020495             GO TO 2300-POST-REVERSAL-EXIT
020496     END-READ.
020497     SET HIST-REVERSED TO TRUE.
020498     MOVE WS-RUN-DATE TO HIST-REVERSAL-DATE.
020498     MOVE RI-RESULT TO HIST-REVERSED-RESULT.
020499     REWRITE TRANHIST-RECORD
020500         INVALID KEY
020501             DISPLAY 'F01HSTLD MASTER REWRITE FAILED - '
020502                 'KEY=' HIST-KEY
020503                 ' STATUS=' WS-HIST-STATUS
020504             MOVE 16 TO RETURN-CODE
020505             GOBACK
020506     END-REWRITE.
020507     ADD 1 TO WS-RECORDS-REVERSED.
020508 2300-POST-REVERSAL-EXIT.
020509     EXIT.
020500*----------------------------------------------------------------
020600* 3000-TERMINATE - CLOSE FILES, REPORT, SET RETURN CODE
020700*----------------------------------------------------------------
021200     DISPLAY 'F01HSTLD DETAILS READ     = ' WS-DETAILS-READ.
021300     DISPLAY 'F01HSTLD RECORDS ADDED    = ' WS-RECORDS-ADDED.
021400     DISPLAY 'F01HSTLD RECORDS REPLACED = ' WS-RECORDS-REPLACED.
021405     DISPLAY 'F01HSTLD RECORDS REVERSED = ' WS-RECORDS-REVERSED.
021410     IF WS-DETAILS-READ NOT =
021420        WS-RECORDS-ADDED + WS-RECORDS-REPLACED
021425            + WS-RECORDS-REVERSED
021430         DISPLAY 'F01HSTLD *** NOT EVERY DETAIL REACHED THE '
021440             'MASTER ***'
021450         SET WS-OUT-OF-BALANCE TO TRUE
