002350*               TOLR REJECT COMING BACK THROUGH THE RECYCLE
002360*               WAS SUPPRESSED AS DUPL AND COULD NEVER BE
002370*               REPROCESSED UNDER ITS OWN ID.
002371* 10/15/26 RH   THE SUSPENSE MASTER NOW ALSO HOLDS SUSPECTED
002372*               NEAR-DUPLICATES (SUSPREC HOLD-REASON 'N').  A
002373*               REJECTED NEAR-DUPLICATE IS WRITTEN WITH THE NEW
002374*               NDUP REASON INSTEAD OF TOLR, AND COUNTED
002375*               SEPARATELY.
002376* 10/15/26 RH   EVERY RELEASE AND REJECT ACTED ON IS NOW ALSO
002377*               APPENDED TO THE OPERATOR ACTION LOG (OPACTLOG,
002378*               OPACREC LAYOUT) UNDER ITS REVIEWER AND REVIEW
002379*               DATE - THE SUSPENSE RECORD, AND WITH IT THE
002380*               REVIEWER'S STAMP, IS GONE ONCE THE ITEM HAS BEEN
002381*               ACTED ON, AND F01OPAUD NEEDS IT FOR THE OPERATOR
002382*               ACTIVITY REPORT.  A RELEASED ITEM STILL ON THE
002383*               MASTER AFTER A FAILED NIGHT IS LOGGED AGAIN ON
002384*               THE RERUN; F01OPAUD'S SORT DROPS THE REPEAT.
002400*----------------------------------------------------------------
002500* REMARKS.
002600*     RUN AT THE FRONT OF THE NIGHTLY STREAM, AHEAD OF THE
005140         ACCESS MODE IS RANDOM
005150         RECORD KEY IS DUP-KEY
005160         FILE STATUS IS WS-DUP-STATUS.
005170
005180     SELECT OPACT-LOG-FILE ASSIGN TO OPACTLOG
005190         ORGANIZATION IS SEQUENTIAL.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  SUSP-FILE.
007100         SPX-SUSP-RELEASED BY SUSP-RELEASED
007200         SPX-SUSP-REJECTED BY SUSP-REJECTED
007300         SPX-REVIEWER BY SUSP-REVIEWER
007400         SPX-REVIEW-DATE BY SUSP-REVIEW-DATE
007400         SPX-HOLD-REASON BY SUSP-HOLD-REASON
007400         SPX-HOLD-OVER-LIMIT BY SUSP-HOLD-OVER-LIMIT
007400         SPX-HOLD-NEAR-DUP BY SUSP-HOLD-NEAR-DUP.
007500     05  FILLER                     PIC X(09).
007600
007700 FD  TRANX-OUT-FILE
007800     RECORDING MODE IS F.
011460     05  DUP-PROCESS-DATE           PIC 9(08).
011470     05  DUP-RECORD-NUMBER          PIC 9(09).
011480     05  FILLER                     PIC X(13).
011481
011482 FD  OPACT-LOG-FILE
011483     RECORDING MODE IS F.
011484 01  OPACT-LOG-RECORD.
011485     COPY OPACREC
011486         REPLACING OPX-LEVEL BY 05
011487         OPX-SUB-LEVEL BY 10
011488         OPX-OPERATOR-ID BY OL-OPERATOR-ID
011489         OPX-ACTION-DATE BY OL-ACTION-DATE
011490         OPX-ACTION-TIME BY OL-ACTION-TIME
011491         OPX-SOURCE-SYSTEM BY OL-SOURCE-SYSTEM
011492         OPX-SCREEN BY OL-SCREEN
011493         OPX-ACTION BY OL-ACTION
011494         OPX-SOURCE-ADD BY OL-SOURCE-ADD
011495         OPX-SOURCE-CHANGE BY OL-SOURCE-CHANGE
011496         OPX-LIMIT-RAISE BY OL-LIMIT-RAISE
011497         OPX-SOURCE-DEACTIVATE BY OL-SOURCE-DEACTIVATE
011498         OPX-SOURCE-PERMIT BY OL-SOURCE-PERMIT
011499         OPX-REJECT-CLAIM BY OL-REJECT-CLAIM
011499         OPX-REJECT-REPAIR BY OL-REJECT-REPAIR
011499         OPX-SUSP-RELEASE BY OL-SUSP-RELEASE
011499         OPX-SUSP-REJECT BY OL-SUSP-REJECT
011499         OPX-PEND-CANCEL BY OL-PEND-CANCEL
011499         OPX-ITEM-ID BY OL-ITEM-ID
011499         OPX-ITEM-DATE BY OL-ITEM-DATE
011499         OPX-REASON BY OL-REASON
011499         OPX-AMOUNTS BY OL-AMOUNTS
011499         OPX-LIMIT-BEFORE BY OL-LIMIT-BEFORE
011499         OPX-LIMIT-AFTER BY OL-LIMIT-AFTER
011499         OPX-HELD-AMOUNTS BY OL-HELD-AMOUNTS
011499         OPX-HELD-LIMIT BY OL-HELD-LIMIT
011499         OPX-HELD-RESULT BY OL-HELD-RESULT
011499         OPX-CONFLICT BY OL-CONFLICT
011499         OPX-NO-CONFLICT BY OL-NO-CONFLICT
011499         OPX-CONFLICT-LIMIT BY OL-CONFLICT-LIMIT
011499         OPX-CONFLICT-MASTER BY OL-CONFLICT-MASTER
011499         OPX-CONFLICT-DATE BY OL-CONFLICT-DATE.
011499     05  FILLER                     PIC X(04).
011490
011500 WORKING-STORAGE SECTION.
011600*----------------------------------------------------------------
013200 77  WS-RECORDS-REJECTED         PIC 9(09) COMP VALUE ZERO.
013300 77  WS-RECORDS-HELD             PIC 9(09) COMP VALUE ZERO.
013310 77  WS-DUP-CLEARED              PIC 9(09) COMP VALUE ZERO.
013310 77  WS-RECORDS-REJ-NDUP         PIC 9(09) COMP VALUE ZERO.
013310 77  WS-DECISIONS-LOGGED         PIC 9(09) COMP VALUE ZERO.
013400
013500*----------------------------------------------------------------
013600* PROCESSING DATE FROM THE CALENDAR - STAMPED ON TOLR/NDUP
013600*     REJECTS
013700*----------------------------------------------------------------
013800 77  WS-PROCESS-DATE             PIC 9(08)   VALUE ZERO.
013900
018400     OPEN I-O    SUSP-FILE
018450          I-O    DUPMAST-FILE
018500          OUTPUT TRANX-OUT-FILE
018600          EXTEND REJECT-OUT-FILE
018600          EXTEND OPACT-LOG-FILE.
018700     PERFORM 8000-READ-SUSPENSE
018800         THRU 8000-READ-SUSPENSE-EXIT.
018900 1000-INITIALIZE-EXIT.
023700     MOVE ZERO                TO TO-RESULT.
023800     WRITE TRANX-OUT-RECORD.
023900     ADD 1 TO WS-RECORDS-RELEASED.
023900     PERFORM 2300-LOG-DECISION
023900         THRU 2300-LOG-DECISION-EXIT.
024000 2100-FEED-RELEASED-EXIT.
024100     EXIT.
024200*----------------------------------------------------------------
024300* 2200-REJECT-ITEM - THE SUPERVISOR SAID NO.  WRITE A TOLR
024310*     REJECT (NDUP FOR A SUSPECTED NEAR-DUPLICATE HOLD)
024400*     CARRYING THE REBUILT TRANSACTION (REPAIRABLE
024500*     THROUGH THE WORKBENCH), DELETE THE SUSPENSE RECORD, AND
024510*     CLEAR THE ID'S DUPLICATE-MASTER ENTRY - POSTED THE NIGHT
024520*     IT SUSPENDED - SO THE REPAIRED REJECT CAN COME BACK
025300     MOVE SUSP-NUM-2          TO OR-NUM-2.
025400     MOVE SUSP-RESULT         TO OR-RESULT.
025500     MOVE WS-PROCESS-DATE     TO RJ-REJECT-DATE.
025600     IF SUSP-HOLD-NEAR-DUP
025600         MOVE 'NDUP'          TO RJ-REASON-CODE
025600         ADD 1 TO WS-RECORDS-REJ-NDUP
025600     ELSE
025600         MOVE 'TOLR'          TO RJ-REASON-CODE
025600     END-IF.
025700     MOVE SUSP-PROCESS-DATE   TO RJ-FIRST-PROCESS-DATE.
025800     MOVE WS-ORIG-RECORD      TO RJ-ORIGINAL-RECORD.
025900     WRITE REJECT-OUT-RECORD.
025900     PERFORM 2300-LOG-DECISION
025900         THRU 2300-LOG-DECISION-EXIT.
026000     DELETE SUSP-FILE.
026010     MOVE SUSP-TRANSACTION-ID TO DUP-TRANSACTION-ID.
026020     MOVE SUSP-SOURCE-SYSTEM  TO DUP-SOURCE-SYSTEM.
026100     ADD 1 TO WS-RECORDS-REJECTED.
026200 2200-REJECT-ITEM-EXIT.
026300     EXIT.
026310*----------------------------------------------------------------
026320* 2300-LOG-DECISION - APPEND THE REVIEWER'S DECISION TO THE
026330*     OPERATOR ACTION LOG.  THE SCREEN STAMPS A DATE BUT NO TIME
026340*----------------------------------------------------------------
026350 2300-LOG-DECISION.
026360     MOVE SPACES              TO OPACT-LOG-RECORD.
026370     MOVE SUSP-REVIEWER       TO OL-OPERATOR-ID.
026380     MOVE SUSP-REVIEW-DATE    TO OL-ACTION-DATE.
026390     MOVE ZERO                TO OL-ACTION-TIME.
026391     MOVE SUSP-SOURCE-SYSTEM  TO OL-SOURCE-SYSTEM.
026392     MOVE 'F01U'              TO OL-SCREEN.
026393     IF SUSP-RELEASED
026394         SET OL-SUSP-RELEASE  TO TRUE
026395     ELSE
026396         SET OL-SUSP-REJECT   TO TRUE
026397     END-IF.
026398     MOVE SUSP-TRANSACTION-ID TO OL-ITEM-ID.
026399     MOVE SUSP-PROCESS-DATE   TO OL-ITEM-DATE.
026400     IF SUSP-HOLD-NEAR-DUP
026401         MOVE 'NDUP'          TO OL-REASON
026402     ELSE
026403         MOVE 'LIMT'          TO OL-REASON
026404     END-IF.
026405     MOVE SUSP-RESULT-LIMIT   TO OL-HELD-LIMIT.
026406     MOVE SUSP-RESULT         TO OL-HELD-RESULT.
026407     SET OL-NO-CONFLICT       TO TRUE.
026408     MOVE ZERO                TO OL-CONFLICT-DATE.
026409     WRITE OPACT-LOG-RECORD.
026410     ADD 1 TO WS-DECISIONS-LOGGED.
026411 2300-LOG-DECISION-EXIT.
026412     EXIT.
026400*----------------------------------------------------------------
026500* 3000-TERMINATE - CLOSE FILES AND REPORT THE COUNTS
026600*----------------------------------------------------------------
026800     CLOSE SUSP-FILE
026850           DUPMAST-FILE
026900           TRANX-OUT-FILE
027000           REJECT-OUT-FILE
027000           OPACT-LOG-FILE.
027100     DISPLAY 'F01SUSR1 SUSPENSE RECORDS READ = '
027200         WS-RECORDS-READ.
027300     DISPLAY 'F01SUSR1 RELEASED TO STREAM    = '
027400         WS-RECORDS-RELEASED.
027500     DISPLAY 'F01SUSR1 REJECTED (TOLR/NDUP)  = '
027600         WS-RECORDS-REJECTED.
027600     DISPLAY 'F01SUSR1   OF WHICH NDUP       = '
027600         WS-RECORDS-REJ-NDUP.
027700     DISPLAY 'F01SUSR1 STILL HELD FOR REVIEW = '
027800         WS-RECORDS-HELD.
027810     DISPLAY 'F01SUSR1 DUPMAST IDS CLEARED   = '
027820         WS-DUP-CLEARED.
027830     DISPLAY 'F01SUSR1 DECISIONS LOGGED      = '
027840         WS-DECISIONS-LOGGED.
027900     IF WS-RECORDS-READ NOT = WS-RECORDS-RELEASED
028000                            + WS-RECORDS-REJECTED
028100                            + WS-RECORDS-HELD
