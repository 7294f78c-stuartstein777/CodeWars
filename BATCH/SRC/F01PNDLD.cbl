000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. F01PNDLD.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. BATCH SUPPORT - MULTIPLY SUBSYSTEM.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26 RH   INITIAL VERSION.  PENDING MASTER LOAD.  THE
001100*               FUTURE-DATED WORK F01MULTB HOLDS USED TO LIVE ON
001200*               A FLAT FILE THAT WAS RE-SORTED INTO EVERY NIGHT
001300*               AND SWAPPED BACK OUT AT STEP060, SO NOBODY COULD
001400*               SEE WHAT WAS HELD OR TAKE ONE ITEM BACK.  THIS
001500*               STEP NOW TAKES THE PLACE OF THE SWAP: IT PURGES
001600*               THE ITEMS F01PNDRL RELEASED INTO TONIGHT'S SORT
001700*               AND POSTS THE NIGHT'S NEWLY PENDED ITEMS
001800*               (PENDOUT, TRANXREC LAYOUT) ONTO THE KEYED
001900*               PENDING MASTER (PENDREC), WHERE THE F01P SCREEN
002000*               CAN BROWSE AND CANCEL THEM.
002100*----------------------------------------------------------------
002200* REMARKS.
002300*     RUN AFTER THE DRIVER (F01MULTN STEP060, F01MULTC STEP060
002400*     OVER THE FOUR STREAMS' PENDING FILES CONCATENATED, AND
002500*     F01MULTE STEP060 FOR AN EXPEDITE).  THE PENDED-DATE ON A
002600*     NEW ITEM IS THE CALENDAR'S CURRENT DATE - STILL TONIGHT,
002700*     THE CALENDAR ROLLS LATER IN THE STREAM.
002800*
002900*     AN ITEM ALREADY HELD UNDER THE SAME KEY (A RESEND, OR A
003000*     RE-POST AFTER A RESTART) IS REFRESHED WITH THE NEW
003100*     FIELDS AND KEEPS ITS FIRST PENDED-DATE.  AN ITEM ALREADY
003200*     CANCELLED ON THE SCREEN STAYS CANCELLED - THE NEW COPY IS
003300*     LISTED AND NOT HELD, AND THE STEP ENDS RC=4 SO SOMEONE
003400*     ASKS THE SOURCE WHY IT CAME BACK.
003500*
003600*     PARM='EXPEDITE' (F01MULTE) ONLY POSTS.  RELEASED ITEMS ARE
003700*     LEFT FOR THE NEXT NIGHTLY STEP060 - IF A NIGHT FAILED
003800*     BEFORE ITS OWN STEP060, ITS RERUN STILL NEEDS THEM.
003900*
004000*     THE SAME PROGRAM LOADS THE OLD FLAT PENDING FILE ONTO THE
004100*     MASTER ONCE AT CONVERSION - POINT PENDNEXT AT IT.
004200*
004300*     RC=0 LOADED; RC=4 A CANCELLED ITEM WAS SENT AGAIN; RC=8
004400*     THE COUNTS DO NOT ACCOUNT FOR EVERY RECORD READ; RC=16
004500*     NO CURRENT-DATE FLAG ON THE CALENDAR.
004600*----------------------------------------------------------------
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER. IBM-370.
005000 OBJECT-COMPUTER. IBM-370.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT PEND-IN-FILE ASSIGN TO PENDNEXT
005400         ORGANIZATION IS SEQUENTIAL.
005500
005600     SELECT PNDMAST-FILE ASSIGN TO PNDMAST
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS PEND-KEY
006000         FILE STATUS IS WS-PEND-STATUS.
006100
006200     SELECT CAL-FILE ASSIGN TO CALNDR
006300         ORGANIZATION IS SEQUENTIAL.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  PEND-IN-FILE
006700     RECORDING MODE IS F.
006800 01  PEND-IN-RECORD.
006900     COPY TRANXREC
007000         REPLACING TRX-LEVEL BY 05
007100         TRX-TRANSACTION-ID BY TI-TRANSACTION-ID
007200         TRX-SOURCE-SYSTEM BY TI-SOURCE-SYSTEM
007300         TRX-EFFECTIVE-DATE BY TI-EFFECTIVE-DATE
007400         TRX-OPERATION-CODE BY TI-OPERATION-CODE
007500         TRX-NUM-1 BY TI-NUM-1
007600         TRX-NUM-2 BY TI-NUM-2
007700         TRX-RESULT BY TI-RESULT.
007800     05  FILLER                     PIC X(29).
007900
008000 FD  PNDMAST-FILE.
008100 01  PEND-RECORD.
008200     COPY PENDREC
008300         REPLACING PNX-LEVEL BY 05
008400         PNX-KEY-LEVEL BY 10
008500         PNX-KEY BY PEND-KEY
008600         PNX-SOURCE-SYSTEM BY PEND-SOURCE-SYSTEM
008700         PNX-TRANSACTION-ID BY PEND-TRANSACTION-ID
008800         PNX-RELEASE-DATE BY PEND-RELEASE-DATE
008900         PNX-OPERATION-CODE BY PEND-OPERATION-CODE
009000         PNX-NUM-1 BY PEND-NUM-1
009100         PNX-NUM-2 BY PEND-NUM-2
009200         PNX-PENDED-DATE BY PEND-PENDED-DATE
009300         PNX-STATUS-FLAG BY PEND-STATUS-FLAG
009400         PNX-PEND-HELD BY PEND-HELD
009500         PNX-PEND-RELEASED BY PEND-RELEASED
009600         PNX-PEND-CANCELLED BY PEND-CANCELLED
009700         PNX-RELEASED-ON BY PEND-RELEASED-ON
009800         PNX-CANCELLED-BY BY PEND-CANCELLED-BY
009900         PNX-CANCEL-DATE BY PEND-CANCEL-DATE
010000         PNX-CANCEL-TIME BY PEND-CANCEL-TIME.
010100     05  FILLER                     PIC X(24).
010200
010300 FD  CAL-FILE
010400     RECORDING MODE IS F.
010500 01  CAL-RECORD.
010600     COPY CALREC
010700         REPLACING CAX-LEVEL BY 05
010800         CAX-CAL-DATE BY CAL-DATE
010900         CAX-DAY-TYPE BY CAL-DAY-TYPE
011000         CAX-BUSINESS-DAY BY CAL-BUSINESS-DAY
011100         CAX-WEEKEND-DAY BY CAL-WEEKEND-DAY
011200         CAX-HOLIDAY BY CAL-HOLIDAY
011300         CAX-CURRENT-FLAG BY CAL-CURRENT-FLAG
011400         CAX-CURRENT-DATE BY CAL-CURRENT-DATE.
011500     05  FILLER                     PIC X(70).
011600
011700 WORKING-STORAGE SECTION.
011800*----------------------------------------------------------------
011900* SWITCHES
012000*----------------------------------------------------------------
012100 77  WS-EOF-SWITCH               PIC X(01)   VALUE 'N'.
012200     88  WS-END-OF-FILE                      VALUE 'Y'.
012300
012400 77  WS-MAST-EOF-SWITCH          PIC X(01)   VALUE 'N'.
012500     88  WS-MAST-END-OF-FILE                 VALUE 'Y'.
012600
012700 77  WS-CAL-EOF-SWITCH           PIC X(01)   VALUE 'N'.
012800     88  WS-CAL-END-OF-FILE                  VALUE 'Y'.
012900
013000 77  WS-PEND-STATUS              PIC X(02)   VALUE '00'.
013100
013200*----------------------------------------------------------------
013300* COUNTERS
013400*----------------------------------------------------------------
013500 77  WS-RECORDS-PURGED           PIC 9(09) COMP VALUE ZERO.
013600 77  WS-RECORDS-READ             PIC 9(09) COMP VALUE ZERO.
013700 77  WS-RECORDS-ADDED            PIC 9(09) COMP VALUE ZERO.
013800 77  WS-RECORDS-REFRESHED        PIC 9(09) COMP VALUE ZERO.
013900 77  WS-RECORDS-CANCELLED        PIC 9(09) COMP VALUE ZERO.
014000
014100*----------------------------------------------------------------
014200* PROCESSING DATE FROM THE CALENDAR - STAMPED AS PENDED-DATE
014300*----------------------------------------------------------------
014400 77  WS-PROCESS-DATE             PIC 9(08)   VALUE ZERO.
014500
014600*----------------------------------------------------------------
014700* PURGE SWITCH - OFF FOR AN EXPEDITE, WHICH ONLY POSTS
014800*----------------------------------------------------------------
014900 77  WS-PURGE-SWITCH             PIC X(01)   VALUE 'Y'.
015000     88  WS-PURGE-RELEASED                   VALUE 'Y'.
015100
015200 LINKAGE SECTION.
015300*----------------------------------------------------------------
015400* JCL PARM AREA - PARM='EXPEDITE' POSTS THE EXPEDITE'S PENDED
015500*     ITEMS AND LEAVES RELEASED ITEMS ON THE MASTER FOR THE
015600*     NIGHT THAT RELEASED THEM; NO PARM IS THE NIGHTLY LOAD
015700*----------------------------------------------------------------
015800 01  RP-PARM-AREA.
015900     05  RP-PARM-LENGTH           PIC S9(04) COMP.
016000     05  RP-PARM-TEXT             PIC X(08).
016100
016200 PROCEDURE DIVISION USING RP-PARM-AREA.
016300*----------------------------------------------------------------
016400* 0000-MAINLINE
016500*----------------------------------------------------------------
016600 0000-MAINLINE.
016700     PERFORM 1000-INITIALIZE
016800         THRU 1000-INITIALIZE-EXIT.
016900     IF WS-PURGE-RELEASED
017000         PERFORM 2000-PURGE-RELEASED
017100             THRU 2000-PURGE-RELEASED-EXIT
017200             UNTIL WS-MAST-END-OF-FILE
017300     END-IF.
017400     PERFORM 8100-READ-PEND-IN
017500         THRU 8100-READ-PEND-IN-EXIT.
017600     PERFORM 3000-POST-PENDED
017700         THRU 3000-POST-PENDED-EXIT
017800         UNTIL WS-END-OF-FILE.
017900     PERFORM 9000-TERMINATE
018000         THRU 9000-TERMINATE-EXIT.
018100     GOBACK.
018200*----------------------------------------------------------------
018300* 1000-INITIALIZE - CALENDAR, OPEN FILES, PRIME THE MASTER READ
018400*----------------------------------------------------------------
018500 1000-INITIALIZE.
018600     IF RP-PARM-LENGTH >= 8
018700        AND RP-PARM-TEXT = 'EXPEDITE'
018800         MOVE 'N' TO WS-PURGE-SWITCH
018900     END-IF.
019000     OPEN INPUT CAL-FILE.
019100     PERFORM 1100-SCAN-CALENDAR
019200         THRU 1100-SCAN-CALENDAR-EXIT
019300         UNTIL WS-CAL-END-OF-FILE
019400            OR WS-PROCESS-DATE > ZERO.
019500     CLOSE CAL-FILE.
019600     IF WS-PROCESS-DATE = ZERO
019700         DISPLAY 'F01PNDLD NO CURRENT-DATE FLAG ON THE CALNDR '
019800             'CALENDAR - SEE F01CALBD/F01CALRL'
019900         MOVE 16 TO RETURN-CODE
020000         GOBACK
020100     END-IF.
020200     OPEN I-O    PNDMAST-FILE
020300          INPUT  PEND-IN-FILE.
020400     IF WS-PURGE-RELEASED
020500         PERFORM 8000-READ-MASTER
020600             THRU 8000-READ-MASTER-EXIT
020700     END-IF.
020800 1000-INITIALIZE-EXIT.
020900     EXIT.
021000*----------------------------------------------------------------
021100* 1100-SCAN-CALENDAR - ONE CALENDAR RECORD, LOOKING FOR THE
021200*     CURRENT-DATE FLAG
021300*----------------------------------------------------------------
021400 1100-SCAN-CALENDAR.
021500     READ CAL-FILE
021600         AT END
021700             SET WS-CAL-END-OF-FILE TO TRUE
021800             GO TO 1100-SCAN-CALENDAR-EXIT
021900     END-READ.
022000     IF CAL-CURRENT-DATE
022100        AND CAL-DATE NUMERIC
022200         MOVE CAL-DATE TO WS-PROCESS-DATE
022300     END-IF.
022400 1100-SCAN-CALENDAR-EXIT.
022500     EXIT.
022600*----------------------------------------------------------------
022700* 2000-PURGE-RELEASED - ONE MASTER RECORD.  AN ITEM F01PNDRL
022800*     RELEASED INTO THE SORT HAS NOW BEEN THROUGH THE DRIVER,
022900*     SO IT COMES OFF THE MASTER
023000*----------------------------------------------------------------
023100 2000-PURGE-RELEASED.
023200     IF PEND-RELEASED
023300         DELETE PNDMAST-FILE RECORD
023400         ADD 1 TO WS-RECORDS-PURGED
023500     END-IF.
023600     PERFORM 8000-READ-MASTER
023700         THRU 8000-READ-MASTER-EXIT.
023800 2000-PURGE-RELEASED-EXIT.
023900     EXIT.
024000*----------------------------------------------------------------
024100* 3000-POST-PENDED - ONE RECORD THE DRIVER PENDED TONIGHT.  NEW
024200*     KEYS ARE ADDED HELD; A HELD KEY IS REFRESHED; A CANCELLED
024300*     KEY IS LEFT ALONE AND LISTED
024400*----------------------------------------------------------------
024500 3000-POST-PENDED.
024600     MOVE TI-SOURCE-SYSTEM   TO PEND-SOURCE-SYSTEM.
024700     MOVE TI-TRANSACTION-ID  TO PEND-TRANSACTION-ID.
024800     READ PNDMAST-FILE
024900         INVALID KEY
025000             PERFORM 3100-ADD-ITEM
025100                 THRU 3100-ADD-ITEM-EXIT
025200             GO TO 3000-POST-PENDED-NEXT
025300     END-READ.
025400     IF PEND-CANCELLED
025500         ADD 1 TO WS-RECORDS-CANCELLED
025600         DISPLAY 'F01PNDLD CANCELLED ITEM SENT AGAIN - NOT '
025700             'HELD - SOURCE=' TI-SOURCE-SYSTEM
025800             ' ID=' TI-TRANSACTION-ID
025900             ' CANCELLED BY ' PEND-CANCELLED-BY
026000             ' ON ' PEND-CANCEL-DATE
026100         GO TO 3000-POST-PENDED-NEXT
026200     END-IF.
026300     PERFORM 3200-MOVE-FIELDS
026400         THRU 3200-MOVE-FIELDS-EXIT.
026500     REWRITE PEND-RECORD.
026600     ADD 1 TO WS-RECORDS-REFRESHED.
026700 3000-POST-PENDED-NEXT.
026800     PERFORM 8100-READ-PEND-IN
026900         THRU 8100-READ-PEND-IN-EXIT.
027000 3000-POST-PENDED-EXIT.
027100     EXIT.
027200*----------------------------------------------------------------
027300* 3100-ADD-ITEM - A KEY NOT YET ON THE MASTER: HOLD IT
027400*----------------------------------------------------------------
027500 3100-ADD-ITEM.
027600     MOVE SPACES TO PEND-RECORD.
027700     MOVE TI-SOURCE-SYSTEM   TO PEND-SOURCE-SYSTEM.
027800     MOVE TI-TRANSACTION-ID  TO PEND-TRANSACTION-ID.
027900     MOVE WS-PROCESS-DATE    TO PEND-PENDED-DATE.
028000     MOVE ZERO               TO PEND-CANCEL-DATE.
028100     MOVE ZERO               TO PEND-CANCEL-TIME.
028200     PERFORM 3200-MOVE-FIELDS
028300         THRU 3200-MOVE-FIELDS-EXIT.
028400     WRITE PEND-RECORD.
028500     ADD 1 TO WS-RECORDS-ADDED.
028600 3100-ADD-ITEM-EXIT.
028700     EXIT.
028800*----------------------------------------------------------------
028900* 3200-MOVE-FIELDS - THE TRANSACTION FIELDS ONTO THE MASTER
029000*     RECORD, HELD
029100*----------------------------------------------------------------
029200 3200-MOVE-FIELDS.
029300     MOVE TI-EFFECTIVE-DATE  TO PEND-RELEASE-DATE.
029400     MOVE TI-OPERATION-CODE  TO PEND-OPERATION-CODE.
029500     MOVE TI-NUM-1           TO PEND-NUM-1.
029600     MOVE TI-NUM-2           TO PEND-NUM-2.
029700     SET PEND-HELD           TO TRUE.
029800     MOVE ZERO               TO PEND-RELEASED-ON.
029900 3200-MOVE-FIELDS-EXIT.
030000     EXIT.
030100*----------------------------------------------------------------
030200* 8000-READ-MASTER - NEXT PENDING MASTER RECORD IN KEY ORDER
030300*----------------------------------------------------------------
030400 8000-READ-MASTER.
030500     READ PNDMAST-FILE NEXT RECORD
030600         AT END
030700             SET WS-MAST-END-OF-FILE TO TRUE
030800     END-READ.
030900 8000-READ-MASTER-EXIT.
031000     EXIT.
031100*----------------------------------------------------------------
031200* 8100-READ-PEND-IN - NEXT RECORD THE DRIVER PENDED
031300*----------------------------------------------------------------
031400 8100-READ-PEND-IN.
031500     READ PEND-IN-FILE
031600         AT END
031700             SET WS-END-OF-FILE TO TRUE
031800             GO TO 8100-READ-PEND-IN-EXIT
031900     END-READ.
032000     ADD 1 TO WS-RECORDS-READ.
032100 8100-READ-PEND-IN-EXIT.
032200     EXIT.
032300*----------------------------------------------------------------
032400* 9000-TERMINATE - CLOSE FILES, REPORT THE COUNTS, SET THE RC
032500*----------------------------------------------------------------
032600 9000-TERMINATE.
032700     CLOSE PNDMAST-FILE
032800           PEND-IN-FILE.
032900     DISPLAY 'F01PNDLD RELEASED ITEMS PURGED = '
033000         WS-RECORDS-PURGED.
033100     DISPLAY 'F01PNDLD PENDED RECORDS READ   = '
033200         WS-RECORDS-READ.
033300     DISPLAY 'F01PNDLD ADDED TO THE MASTER   = '
033400         WS-RECORDS-ADDED.
033500     DISPLAY 'F01PNDLD HELD ITEMS REFRESHED  = '
033600         WS-RECORDS-REFRESHED.
033700     DISPLAY 'F01PNDLD CANCELLED, NOT HELD   = '
033800         WS-RECORDS-CANCELLED.
033900     IF WS-RECORDS-READ NOT = WS-RECORDS-ADDED
034000                            + WS-RECORDS-REFRESHED
034100                            + WS-RECORDS-CANCELLED
034200         DISPLAY 'F01PNDLD *** LOAD DOES NOT ACCOUNT FOR '
034300             'EVERY RECORD READ ***'
034400         MOVE 8 TO RETURN-CODE
034500     ELSE
034600         IF WS-RECORDS-CANCELLED > ZERO
034700             MOVE 4 TO RETURN-CODE
034800         ELSE
034900             MOVE 0 TO RETURN-CODE
035000         END-IF
035100     END-IF.
035200 9000-TERMINATE-EXIT.
035300     EXIT.
035400 END PROGRAM F01PNDLD.
