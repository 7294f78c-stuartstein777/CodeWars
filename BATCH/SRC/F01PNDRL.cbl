000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. F01PNDRL.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. BATCH SUPPORT - MULTIPLY SUBSYSTEM.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26 RH   INITIAL VERSION.  NIGHTLY PENDING RELEASE.  READS
001100*               THE KEYED PENDING MASTER (PENDREC) AND FEEDS
001200*               EVERY HELD ITEM WHOSE RELEASE DATE HAS ARRIVED
001300*               INTO TONIGHT'S TRANSACTION STREAM (TRANXPND,
001400*               CONCATENATED INTO THE FRONT-END SORT), MARKING
001500*               IT RELEASED.  THE WHOLE FLAT PENDING FILE NO
001600*               LONGER GOES ROUND THE SORT EVERY NIGHT - ONLY
001700*               WHAT IS DUE.  A CANCELLED ITEM WHOSE DATE HAS
001800*               ARRIVED IS DROPPED FROM THE MASTER AND LISTED
001900*               WITH ITS CANCEL STAMP.
001910* 10/15/26 RH   A DROPPED CANCELLED ITEM'S STAMP IS NOW ALSO
001920*               APPENDED TO THE OPERATOR ACTION LOG (OPACTLOG,
001930*               OPACREC LAYOUT), WHERE F01OPAUD PICKS IT UP FOR
001940*               THE OPERATOR ACTIVITY REPORT - THE STEP LISTING
001950*               IS NOT KEPT LONG ENOUGH FOR A QUARTERLY AUDIT.
002000*----------------------------------------------------------------
002100* REMARKS.
002200*     RUN AT THE FRONT OF THE NIGHTLY STREAM, AHEAD OF THE
002300*     SORT, THE SAME WAY THE SUSPENSE DRAIN (F01SUSR1) IS.  THE
002400*     TRANSACTION RECORD IS REBUILT FROM THE MASTER FIELDS WITH
002500*     A ZERO RESULT AND GOES THROUGH THE FULL EDIT/COMPUTE PATH
002600*     LIKE ANY OTHER RECORD.
002700*
002800*     A RELEASED ITEM STAYS ON THE MASTER, MARKED 'R', UNTIL
002900*     F01PNDLD PURGES IT AFTER THE DRIVER HAS RUN.  AN ITEM
003000*     STILL MARKED 'R' WHEN THIS STEP RUNS BELONGS TO A NIGHT
003100*     THAT NEVER REACHED THE DRIVER'S END AND IS BEING RERUN
003200*     FROM THE TOP, SO IT IS RELEASED AGAIN - NOTHING DUE IS
003300*     LOST BY A RERUN.
003400*
003500*     RC=0 NORMAL; RC=8 THE COUNTS DO NOT ACCOUNT FOR EVERY
003600*     RECORD READ; RC=16 NO CURRENT-DATE FLAG ON THE CALENDAR.
003700*----------------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-370.
004100 OBJECT-COMPUTER. IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT PNDMAST-FILE ASSIGN TO PNDMAST
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS PEND-KEY
004800         FILE STATUS IS WS-PEND-STATUS.
004900
005000     SELECT TRANX-OUT-FILE ASSIGN TO TRANXPND
005100         ORGANIZATION IS SEQUENTIAL.
005200
005300     SELECT CAL-FILE ASSIGN TO CALNDR
005400         ORGANIZATION IS SEQUENTIAL.
005410
005420     SELECT OPACT-LOG-FILE ASSIGN TO OPACTLOG
005430         ORGANIZATION IS SEQUENTIAL.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  PNDMAST-FILE.
005800 01  PEND-RECORD.
005900     COPY PENDREC
006000         REPLACING PNX-LEVEL BY 05
006100         PNX-KEY-LEVEL BY 10
006200         PNX-KEY BY PEND-KEY
006300         PNX-SOURCE-SYSTEM BY PEND-SOURCE-SYSTEM
006400         PNX-TRANSACTION-ID BY PEND-TRANSACTION-ID
006500         PNX-RELEASE-DATE BY PEND-RELEASE-DATE
006600         PNX-OPERATION-CODE BY PEND-OPERATION-CODE
006700         PNX-NUM-1 BY PEND-NUM-1
006800         PNX-NUM-2 BY PEND-NUM-2
006900         PNX-PENDED-DATE BY PEND-PENDED-DATE
007000         PNX-STATUS-FLAG BY PEND-STATUS-FLAG
007100         PNX-PEND-HELD BY PEND-HELD
007200         PNX-PEND-RELEASED BY PEND-RELEASED
007300         PNX-PEND-CANCELLED BY PEND-CANCELLED
007400         PNX-RELEASED-ON BY PEND-RELEASED-ON
007500         PNX-CANCELLED-BY BY PEND-CANCELLED-BY
007600         PNX-CANCEL-DATE BY PEND-CANCEL-DATE
007700         PNX-CANCEL-TIME BY PEND-CANCEL-TIME.
007800     05  FILLER                     PIC X(24).
007900
008000 FD  TRANX-OUT-FILE
008100     RECORDING MODE IS F.
008200 01  TRANX-OUT-RECORD.
008300     COPY TRANXREC
008400         REPLACING TRX-LEVEL BY 05
008500         TRX-TRANSACTION-ID BY TO-TRANSACTION-ID
008600         TRX-SOURCE-SYSTEM BY TO-SOURCE-SYSTEM
008700         TRX-EFFECTIVE-DATE BY TO-EFFECTIVE-DATE
008800         TRX-OPERATION-CODE BY TO-OPERATION-CODE
008900         TRX-NUM-1 BY TO-NUM-1
009000         TRX-NUM-2 BY TO-NUM-2
009100         TRX-RESULT BY TO-RESULT.
009200     05  FILLER                     PIC X(29).
009300
009400 FD  CAL-FILE
009500     RECORDING MODE IS F.
009600 01  CAL-RECORD.
009700     COPY CALREC
009800         REPLACING CAX-LEVEL BY 05
009900         CAX-CAL-DATE BY CAL-DATE
010000         CAX-DAY-TYPE BY CAL-DAY-TYPE
010100         CAX-BUSINESS-DAY BY CAL-BUSINESS-DAY
010200         CAX-WEEKEND-DAY BY CAL-WEEKEND-DAY
010300         CAX-HOLIDAY BY CAL-HOLIDAY
010400         CAX-CURRENT-FLAG BY CAL-CURRENT-FLAG
010500         CAX-CURRENT-DATE BY CAL-CURRENT-DATE.
010600     05  FILLER                     PIC X(70).
010700
010710 FD  OPACT-LOG-FILE
010720     RECORDING MODE IS F.
010730 01  OPACT-LOG-RECORD.
010740     COPY OPACREC
010750         REPLACING OPX-LEVEL BY 05
010760         OPX-SUB-LEVEL BY 10
010770         OPX-OPERATOR-ID BY OL-OPERATOR-ID
010780         OPX-ACTION-DATE BY OL-ACTION-DATE
010790         OPX-ACTION-TIME BY OL-ACTION-TIME
010791         OPX-SOURCE-SYSTEM BY OL-SOURCE-SYSTEM
010792         OPX-SCREEN BY OL-SCREEN
010793         OPX-ACTION BY OL-ACTION
010794         OPX-SOURCE-ADD BY OL-SOURCE-ADD
010795         OPX-SOURCE-CHANGE BY OL-SOURCE-CHANGE
010796         OPX-LIMIT-RAISE BY OL-LIMIT-RAISE
010797         OPX-SOURCE-DEACTIVATE BY OL-SOURCE-DEACTIVATE
010798         OPX-SOURCE-PERMIT BY OL-SOURCE-PERMIT
010799         OPX-REJECT-CLAIM BY OL-REJECT-CLAIM
010799         OPX-REJECT-REPAIR BY OL-REJECT-REPAIR
010799         OPX-SUSP-RELEASE BY OL-SUSP-RELEASE
010799         OPX-SUSP-REJECT BY OL-SUSP-REJECT
010799         OPX-PEND-CANCEL BY OL-PEND-CANCEL
010799         OPX-ITEM-ID BY OL-ITEM-ID
010799         OPX-ITEM-DATE BY OL-ITEM-DATE
010799         OPX-REASON BY OL-REASON
010799         OPX-AMOUNTS BY OL-AMOUNTS
010799         OPX-LIMIT-BEFORE BY OL-LIMIT-BEFORE
010799         OPX-LIMIT-AFTER BY OL-LIMIT-AFTER
010799         OPX-HELD-AMOUNTS BY OL-HELD-AMOUNTS
010799         OPX-HELD-LIMIT BY OL-HELD-LIMIT
010799         OPX-HELD-RESULT BY OL-HELD-RESULT
010799         OPX-CONFLICT BY OL-CONFLICT
010799         OPX-NO-CONFLICT BY OL-NO-CONFLICT
010799         OPX-CONFLICT-LIMIT BY OL-CONFLICT-LIMIT
010799         OPX-CONFLICT-MASTER BY OL-CONFLICT-MASTER
010799         OPX-CONFLICT-DATE BY OL-CONFLICT-DATE.
010799     05  FILLER                     PIC X(04).
010799
010800 WORKING-STORAGE SECTION.
010900*----------------------------------------------------------------
011000* SWITCHES
011100*----------------------------------------------------------------
011200 77  WS-EOF-SWITCH               PIC X(01)   VALUE 'N'.
011300     88  WS-END-OF-FILE                      VALUE 'Y'.
011400
011500 77  WS-CAL-EOF-SWITCH           PIC X(01)   VALUE 'N'.
011600     88  WS-CAL-END-OF-FILE                  VALUE 'Y'.
011700
011800 77  WS-PEND-STATUS              PIC X(02)   VALUE '00'.
011900
012000*----------------------------------------------------------------
012100* COUNTERS
012200*----------------------------------------------------------------
012300 77  WS-RECORDS-READ             PIC 9(09) COMP VALUE ZERO.
012400 77  WS-RECORDS-RELEASED         PIC 9(09) COMP VALUE ZERO.
012500 77  WS-RECORDS-RERELEASED       PIC 9(09) COMP VALUE ZERO.
012600 77  WS-RECORDS-DROPPED          PIC 9(09) COMP VALUE ZERO.
012700 77  WS-RECORDS-HELD             PIC 9(09) COMP VALUE ZERO.
012800 77  WS-RECORDS-CANCEL-HELD      PIC 9(09) COMP VALUE ZERO.
012900
013000*----------------------------------------------------------------
013100* PROCESSING DATE FROM THE CALENDAR - WHAT IS DUE TONIGHT
013200*----------------------------------------------------------------
013300 77  WS-PROCESS-DATE             PIC 9(08)   VALUE ZERO.
013400
013500 PROCEDURE DIVISION.
013600*----------------------------------------------------------------
013700* 0000-MAINLINE
013800*----------------------------------------------------------------
013900 0000-MAINLINE.
014000     PERFORM 1000-INITIALIZE
014100         THRU 1000-INITIALIZE-EXIT.
014200     PERFORM 2000-RELEASE-RECORD
014300         THRU 2000-RELEASE-RECORD-EXIT
014400         UNTIL WS-END-OF-FILE.
014500     PERFORM 3000-TERMINATE
014600         THRU 3000-TERMINATE-EXIT.
014700     GOBACK.
014800*----------------------------------------------------------------
014900* 1000-INITIALIZE - CALENDAR, OPEN FILES, PRIME THE READ
015000*----------------------------------------------------------------
015100 1000-INITIALIZE.
015200     OPEN INPUT CAL-FILE.
015300     PERFORM 1100-SCAN-CALENDAR
015400         THRU 1100-SCAN-CALENDAR-EXIT
015500         UNTIL WS-CAL-END-OF-FILE
015600            OR WS-PROCESS-DATE > ZERO.
015700     CLOSE CAL-FILE.
015800     IF WS-PROCESS-DATE = ZERO
015900         DISPLAY 'F01PNDRL NO CURRENT-DATE FLAG ON THE CALNDR '
016000             'CALENDAR - SEE F01CALBD/F01CALRL'
016100         MOVE 16 TO RETURN-CODE
016200         GOBACK
016300     END-IF.
016400     OPEN I-O    PNDMAST-FILE
016500          OUTPUT TRANX-OUT-FILE
016500          EXTEND OPACT-LOG-FILE.
016600     PERFORM 8000-READ-MASTER
016700         THRU 8000-READ-MASTER-EXIT.
016800 1000-INITIALIZE-EXIT.
016900     EXIT.
017000*----------------------------------------------------------------
017100* 1100-SCAN-CALENDAR - ONE CALENDAR RECORD, LOOKING FOR THE
017200*     CURRENT-DATE FLAG
017300*----------------------------------------------------------------
017400 1100-SCAN-CALENDAR.
017500     READ CAL-FILE
017600         AT END
017700             SET WS-CAL-END-OF-FILE TO TRUE
017800             GO TO 1100-SCAN-CALENDAR-EXIT
017900     END-READ.
018000     IF CAL-CURRENT-DATE
018100        AND CAL-DATE NUMERIC
018200         MOVE CAL-DATE TO WS-PROCESS-DATE
018300     END-IF.
018400 1100-SCAN-CALENDAR-EXIT.
018500     EXIT.
018600*----------------------------------------------------------------
018700* 2000-RELEASE-RECORD - ACT ON ONE PENDING MASTER RECORD BY ITS
018800*     STATUS AND RELEASE DATE
018900*----------------------------------------------------------------
019000 2000-RELEASE-RECORD.
019100     EVALUATE TRUE
019200         WHEN PEND-RELEASED
019300             PERFORM 2100-FEED-ITEM
019400                 THRU 2100-FEED-ITEM-EXIT
019500             ADD 1 TO WS-RECORDS-RERELEASED
019600         WHEN PEND-HELD
019700          AND PEND-RELEASE-DATE NOT > WS-PROCESS-DATE
019800             PERFORM 2100-FEED-ITEM
019900                 THRU 2100-FEED-ITEM-EXIT
020000             SET PEND-RELEASED     TO TRUE
020100             MOVE WS-PROCESS-DATE  TO PEND-RELEASED-ON
020200             REWRITE PEND-RECORD
020300             ADD 1 TO WS-RECORDS-RELEASED
020400         WHEN PEND-CANCELLED
020500          AND PEND-RELEASE-DATE NOT > WS-PROCESS-DATE
020600             PERFORM 2200-DROP-CANCELLED
020700                 THRU 2200-DROP-CANCELLED-EXIT
020800         WHEN PEND-CANCELLED
020900             ADD 1 TO WS-RECORDS-CANCEL-HELD
021000         WHEN OTHER
021100             ADD 1 TO WS-RECORDS-HELD
021200     END-EVALUATE.
021300     PERFORM 8000-READ-MASTER
021400         THRU 8000-READ-MASTER-EXIT.
021500 2000-RELEASE-RECORD-EXIT.
021600     EXIT.
021700*----------------------------------------------------------------
021800* 2100-FEED-ITEM - REBUILD THE TRANSACTION AND FEED IT INTO
021900*     TONIGHT'S STREAM
022000*----------------------------------------------------------------
022100 2100-FEED-ITEM.
022200     MOVE SPACES              TO TRANX-OUT-RECORD.
022300     MOVE PEND-TRANSACTION-ID TO TO-TRANSACTION-ID.
022400     MOVE PEND-SOURCE-SYSTEM  TO TO-SOURCE-SYSTEM.
022500     MOVE PEND-RELEASE-DATE   TO TO-EFFECTIVE-DATE.
022600     MOVE PEND-OPERATION-CODE TO TO-OPERATION-CODE.
022700     MOVE PEND-NUM-1          TO TO-NUM-1.
022800     MOVE PEND-NUM-2          TO TO-NUM-2.
022900     MOVE ZERO                TO TO-RESULT.
023000     WRITE TRANX-OUT-RECORD.
023100 2100-FEED-ITEM-EXIT.
023200     EXIT.
023300*----------------------------------------------------------------
023400* 2200-DROP-CANCELLED - A CANCELLED ITEM WHOSE DATE HAS COME.
023500*     IT WILL NEVER RUN, SO IT COMES OFF THE MASTER; THE CANCEL
023600*     STAMP GOES TO THE STEP LISTING AND THE OPERATOR ACTION
023610*     LOG AS THE LASTING RECORD
023700*----------------------------------------------------------------
023800 2200-DROP-CANCELLED.
023900     DISPLAY 'F01PNDRL CANCELLED ITEM DROPPED - SOURCE='
024000         PEND-SOURCE-SYSTEM
024100         ' ID=' PEND-TRANSACTION-ID
024200         ' DUE ' PEND-RELEASE-DATE
024300         ' CANCELLED BY ' PEND-CANCELLED-BY
024400         ' ON ' PEND-CANCEL-DATE
024500         ' AT ' PEND-CANCEL-TIME.
024510     MOVE SPACES              TO OPACT-LOG-RECORD.
024520     MOVE PEND-CANCELLED-BY   TO OL-OPERATOR-ID.
024530     MOVE PEND-CANCEL-DATE    TO OL-ACTION-DATE.
024540     MOVE PEND-CANCEL-TIME    TO OL-ACTION-TIME.
024550     MOVE PEND-SOURCE-SYSTEM  TO OL-SOURCE-SYSTEM.
024560     MOVE 'F01P'              TO OL-SCREEN.
024570     SET OL-PEND-CANCEL       TO TRUE.
024580     MOVE PEND-TRANSACTION-ID TO OL-ITEM-ID.
024590     MOVE PEND-RELEASE-DATE   TO OL-ITEM-DATE.
024591     MOVE ZERO                TO OL-LIMIT-BEFORE
024592                                 OL-LIMIT-AFTER
024593                                 OL-CONFLICT-DATE.
024594     SET OL-NO-CONFLICT       TO TRUE.
024595     WRITE OPACT-LOG-RECORD.
024600     DELETE PNDMAST-FILE RECORD.
024700     ADD 1 TO WS-RECORDS-DROPPED.
024800 2200-DROP-CANCELLED-EXIT.
024900     EXIT.
025000*----------------------------------------------------------------
025100* 3000-TERMINATE - CLOSE FILES AND REPORT THE COUNTS
025200*----------------------------------------------------------------
025300 3000-TERMINATE.
025400     CLOSE PNDMAST-FILE
025500           TRANX-OUT-FILE
025500           OPACT-LOG-FILE.
025600     DISPLAY 'F01PNDRL PENDING RECORDS READ  = '
025700         WS-RECORDS-READ.
025800     DISPLAY 'F01PNDRL RELEASED TO STREAM    = '
025900         WS-RECORDS-RELEASED.
026000     DISPLAY 'F01PNDRL RELEASED AGAIN (RERUN)= '
026100         WS-RECORDS-RERELEASED.
026200     DISPLAY 'F01PNDRL CANCELLED AND DROPPED = '
026300         WS-RECORDS-DROPPED.
026400     DISPLAY 'F01PNDRL CANCELLED, NOT YET DUE= '
026500         WS-RECORDS-CANCEL-HELD.
026600     DISPLAY 'F01PNDRL STILL HELD            = '
026700         WS-RECORDS-HELD.
026800     IF WS-RECORDS-READ NOT = WS-RECORDS-RELEASED
026900                            + WS-RECORDS-RERELEASED
027000                            + WS-RECORDS-DROPPED
027100                            + WS-RECORDS-CANCEL-HELD
027200                            + WS-RECORDS-HELD
027300         DISPLAY 'F01PNDRL *** RELEASE DOES NOT ACCOUNT FOR '
027400             'EVERY RECORD READ ***'
027500         MOVE 8 TO RETURN-CODE
027600     ELSE
027700         MOVE 0 TO RETURN-CODE
027800     END-IF.
027900 3000-TERMINATE-EXIT.
028000     EXIT.
028100*----------------------------------------------------------------
028200* 8000-READ-MASTER - READ THE NEXT PENDING MASTER RECORD
028300*----------------------------------------------------------------
028400 8000-READ-MASTER.
028500     READ PNDMAST-FILE NEXT
028600         AT END
028700             SET WS-END-OF-FILE TO TRUE
028800             GO TO 8000-READ-MASTER-EXIT
028900     END-READ.
029000     ADD 1 TO WS-RECORDS-READ.
029100 8000-READ-MASTER-EXIT.
029200     EXIT.
029300 END PROGRAM F01PNDRL.
