000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. F01NDRPT.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. BATCH SUPPORT - MULTIPLY SUBSYSTEM.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26 RH   INITIAL VERSION.  SUSPECTED NEAR-DUPLICATE
001100*               REPORT.  PRINTS THE NIGHT'S NDUPOUT FROM F01MULTB
001200*               - EACH DETAIL THAT MATCHED AN EARLIER POSTING ON
001300*               TRANHIST FROM THE SAME SOURCE, WITH THE SAME
001400*               OPERATION AND NUMBERS, UNDER ANOTHER ID - PAIRING
001500*               THE NEW ID AND RUN DATE WITH THE OLD ONES, SO A
001600*               TRANSACTION RE-KEYED UNDER A NEW ID IS CAUGHT
001700*               BEFORE THE SOURCE IS BILLED FOR IT TWICE.
001800*----------------------------------------------------------------
001900* REMARKS.
002000*     INPUT (NDUPIN) IS NDUPOUT SORTED ON SOURCE-SYSTEM AND NEW
002100*     TRANSACTION-ID WITH DUPLICATES DROPPED - A RESTARTED DRIVER
002200*     EXTENDS NDUPOUT AND WRITES AGAIN THE SUSPECTS IT REPLAYS.
002300*     ON A PARALLEL NIGHT THE FOUR STREAMS' FILES ARE SORTED
002400*     TOGETHER.  THE PROCESSING DATE FOR THE HEADING COMES FROM
002500*     THE CALNDR CALENDAR'S CURRENT-DATE FLAG.
002600*
002700*     THE ACTION COLUMN IS WHAT THE DRIVER DID WITH THE SUSPECT -
002800*     PASSED (COMPUTED AND SENT ON; THE BUSINESS REVERSES IT
002900*     THROUGH THE SOURCE IF IT IS A RE-KEY), HELD FOR REVIEW ON
003000*     THE F01U SCREEN (SOURCE OPTION H), OR HELD OVER THE RESULT
003100*     LIMIT, WHICH IS REVIEWED THERE ANYWAY.
003200*
003300*     RC=0 NO SUSPECTS; RC=4 ONE OR MORE SUSPECTS LISTED; RC=16
003400*     NO CURRENT-DATE FLAG ON THE CALENDAR.
003500*----------------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-370.
003900 OBJECT-COMPUTER. IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT NDUP-IN-FILE ASSIGN TO NDUPIN
004300         ORGANIZATION IS SEQUENTIAL.
004400
004500     SELECT CAL-FILE ASSIGN TO CALNDR
004600         ORGANIZATION IS SEQUENTIAL.
004700
004800     SELECT NDUP-RPT ASSIGN TO NDUPRPT
004900         ORGANIZATION IS SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  NDUP-IN-FILE
005300     RECORDING MODE IS F.
005400 01  NDUP-IN-RECORD.
005500     COPY NDUPREC
005600         REPLACING NDX-LEVEL BY 05
005700         NDX-SOURCE-SYSTEM BY ND-SOURCE-SYSTEM
005800         NDX-TRANSACTION-ID BY ND-TRANSACTION-ID
005900         NDX-EFFECTIVE-DATE BY ND-EFFECTIVE-DATE
006000         NDX-OPERATION-CODE BY ND-OPERATION-CODE
006100         NDX-NUM-1 BY ND-NUM-1
006200         NDX-NUM-2 BY ND-NUM-2
006300         NDX-RESULT BY ND-RESULT
006400         NDX-PROCESS-DATE BY ND-PROCESS-DATE
006500         NDX-MATCH-ID BY ND-MATCH-ID
006600         NDX-MATCH-EFF-DATE BY ND-MATCH-EFF-DATE
006700         NDX-MATCH-RUN-DATE BY ND-MATCH-RUN-DATE
006800         NDX-ACTION BY ND-ACTION
006900         NDX-PASSED BY ND-PASSED
007000         NDX-HELD BY ND-HELD
007100         NDX-LIMIT-HELD BY ND-LIMIT-HELD.
007200     05  FILLER                     PIC X(12).
007300
007400 FD  CAL-FILE
007500     RECORDING MODE IS F.
007600 01  CAL-RECORD.
007700     COPY CALREC
007800         REPLACING CAX-LEVEL BY 05
007900         CAX-CAL-DATE BY CAL-DATE
008000         CAX-DAY-TYPE BY CAL-DAY-TYPE
008100         CAX-BUSINESS-DAY BY CAL-BUSINESS-DAY
008200         CAX-WEEKEND-DAY BY CAL-WEEKEND-DAY
008300         CAX-HOLIDAY BY CAL-HOLIDAY
008400         CAX-CURRENT-FLAG BY CAL-CURRENT-FLAG
008500         CAX-CURRENT-DATE BY CAL-CURRENT-DATE.
008600     05  FILLER                     PIC X(70).
008700
008800 FD  NDUP-RPT
008900     RECORDING MODE IS F.
009000 01  NDUP-LINE.
009100     05  NL-PRINT-AREA              PIC X(133).
009200
009300 WORKING-STORAGE SECTION.
009400*----------------------------------------------------------------
009500* SWITCHES
009600*----------------------------------------------------------------
009700 77  WS-EOF-SWITCH               PIC X(01)   VALUE 'N'.
009800     88  WS-END-OF-FILE                      VALUE 'Y'.
009900
010000 77  WS-CAL-EOF-SWITCH           PIC X(01)   VALUE 'N'.
010100     88  WS-CAL-END-OF-FILE                  VALUE 'Y'.
010200
010300*----------------------------------------------------------------
010400* PAGE CONTROL
010500*----------------------------------------------------------------
010600 77  WS-PAGE-NUMBER              PIC 9(04) COMP VALUE ZERO.
010700 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE 99.
010800 77  WS-MAX-LINES-PER-PAGE       PIC 9(03) COMP VALUE 50.
010900
011000*----------------------------------------------------------------
011100* COUNTERS
011200*----------------------------------------------------------------
011300 77  WS-RECORDS-READ             PIC 9(09) COMP VALUE ZERO.
011400 77  WS-RECORDS-PASSED           PIC 9(09) COMP VALUE ZERO.
011500 77  WS-RECORDS-HELD             PIC 9(09) COMP VALUE ZERO.
011600 77  WS-RECORDS-LIMIT-HELD       PIC 9(09) COMP VALUE ZERO.
011700
011800*----------------------------------------------------------------
011900* PROCESSING DATE AND THE SOURCE BEING PRINTED
012000*----------------------------------------------------------------
012100 77  WS-PROCESS-DATE             PIC 9(08)   VALUE ZERO.
012200 77  WS-PREV-SOURCE              PIC X(08)   VALUE LOW-VALUES.
012300
012400*----------------------------------------------------------------
012500* HEADING AND DETAIL PRINT LINES
012600*----------------------------------------------------------------
012700 01  WS-HEADING-LINE-1.
012800     05  FILLER                  PIC X(10)  VALUE 'F01NDRPT  '.
012900     05  FILLER                  PIC X(40)  VALUE
013000         'SUSPECTED NEAR-DUPLICATE TRANSACTIONS   '.
013100     05  FILLER                  PIC X(11)  VALUE 'RUN DATE  '.
013200     05  HL1-RUN-DATE            PIC 9999/99/99.
013300     05  FILLER                  PIC X(10)  VALUE '  PAGE    '.
013400     05  HL1-PAGE-NUMBER         PIC ZZZ9.
013500
013600 01  WS-HEADING-LINE-2.
013700     05  FILLER                  PIC X(09)  VALUE SPACES.
013800     05  FILLER                  PIC X(40)  VALUE
013900         '-------------- NEW TRANSACTION ---------'.
014000     05  FILLER                  PIC X(25)  VALUE SPACES.
014100     05  FILLER                  PIC X(36)  VALUE
014200         '------ EARLIER POSTING MATCHED -----'.
014300
014400 01  WS-HEADING-LINE-3.
014500     05  FILLER                  PIC X(09)  VALUE 'SOURCE   '.
014600     05  FILLER                  PIC X(13)  VALUE 'NEW-ID'.
014700     05  FILLER                  PIC X(12)  VALUE 'EFF-DATE'.
014800     05  FILLER                  PIC X(02)  VALUE 'OP'.
014900     05  FILLER                  PIC X(05)  VALUE 'NUM1'.
015000     05  FILLER                  PIC X(05)  VALUE 'NUM2'.
015100     05  FILLER                  PIC X(16)  VALUE
015200         '         RESULT'.
015300     05  FILLER                  PIC X(12)  VALUE 'RUN-DATE'.
015400     05  FILLER                  PIC X(13)  VALUE 'OLD-ID'.
015500     05  FILLER                  PIC X(11)  VALUE 'EFF-DATE'.
015600     05  FILLER                  PIC X(12)  VALUE 'RUN-DATE'.
015700     05  FILLER                  PIC X(12)  VALUE 'ACTION'.
015800
015900 01  WS-DETAIL-LINE.
016000     05  DL-SOURCE-SYSTEM        PIC X(08).
016100     05  FILLER                  PIC X(01)  VALUE SPACES.
016200     05  DL-TRANSACTION-ID       PIC X(12).
016300     05  FILLER                  PIC X(01)  VALUE SPACES.
016400     05  DL-EFFECTIVE-DATE       PIC 9999/99/99.
016500     05  FILLER                  PIC X(02)  VALUE SPACES.
016600     05  DL-OPERATION-CODE       PIC X(01).
016700     05  FILLER                  PIC X(01)  VALUE SPACES.
016800     05  DL-NUM-1                PIC 9(04).
016900     05  FILLER                  PIC X(01)  VALUE SPACES.
017000     05  DL-NUM-2                PIC 9(04).
017100     05  FILLER                  PIC X(01)  VALUE SPACES.
017200     05  DL-RESULT               PIC ZZZZZZZZZ9.9999.
017300     05  FILLER                  PIC X(01)  VALUE SPACES.
017400     05  DL-PROCESS-DATE         PIC 9999/99/99.
017500     05  FILLER                  PIC X(02)  VALUE SPACES.
017600     05  DL-MATCH-ID             PIC X(12).
017700     05  FILLER                  PIC X(01)  VALUE SPACES.
017800     05  DL-MATCH-EFF-DATE       PIC 9999/99/99.
017900     05  FILLER                  PIC X(01)  VALUE SPACES.
018000     05  DL-MATCH-RUN-DATE       PIC 9999/99/99.
018100     05  FILLER                  PIC X(02)  VALUE SPACES.
018200     05  DL-ACTION               PIC X(12).
018300
018400 01  WS-TOTALS-LINE-1.
018500     05  FILLER                  PIC X(28)  VALUE
018600         'SUSPECTED NEAR-DUPLICATES   '.
018700     05  TL1-RECORDS-READ        PIC ZZZZZZZZ9.
018800
018900 01  WS-TOTALS-LINE-2.
019000     05  FILLER                  PIC X(28)  VALUE
019100         'PASSED TO RESULTOT          '.
019200     05  TL2-RECORDS-PASSED      PIC ZZZZZZZZ9.
019300
019400 01  WS-TOTALS-LINE-3.
019500     05  FILLER                  PIC X(28)  VALUE
019600         'HELD FOR REVIEW             '.
019700     05  TL3-RECORDS-HELD        PIC ZZZZZZZZ9.
019800
019900 01  WS-TOTALS-LINE-4.
020000     05  FILLER                  PIC X(28)  VALUE
020100         'HELD OVER RESULT LIMIT      '.
020200     05  TL4-RECORDS-LIMIT-HELD  PIC ZZZZZZZZ9.
020300
020400 01  WS-NONE-LINE.
020500     05  FILLER                  PIC X(40)  VALUE
020600         'NO SUSPECTED NEAR-DUPLICATES TONIGHT    '.
020700
020800 PROCEDURE DIVISION.
020900*----------------------------------------------------------------
021000* 0000-MAINLINE
021100*----------------------------------------------------------------
021200 0000-MAINLINE.
021300     PERFORM 1000-INITIALIZE
021400         THRU 1000-INITIALIZE-EXIT.
021500     PERFORM 2000-PROCESS-SUSPECT
021600         THRU 2000-PROCESS-SUSPECT-EXIT
021700         UNTIL WS-END-OF-FILE.
021800     PERFORM 3000-TERMINATE
021900         THRU 3000-TERMINATE-EXIT.
022000     GOBACK.
022100*----------------------------------------------------------------
022200* 1000-INITIALIZE - PROCESSING DATE, OPEN, FIRST READ
022300*----------------------------------------------------------------
022400 1000-INITIALIZE.
022500     OPEN INPUT  CAL-FILE.
022600     PERFORM 1150-READ-CALENDAR
022700         THRU 1150-READ-CALENDAR-EXIT
022800         UNTIL WS-CAL-END-OF-FILE.
022900     CLOSE CAL-FILE.
023000     IF WS-PROCESS-DATE = ZERO
023100         DISPLAY 'F01NDRPT NO CURRENT-DATE FLAG ON THE CALNDR '
023200             'CALENDAR - SEE F01CALBD/F01CALRL'
023300         MOVE 16 TO RETURN-CODE
023400         GOBACK
023500     END-IF.
023600     OPEN INPUT  NDUP-IN-FILE
023700          OUTPUT NDUP-RPT.
023800     PERFORM 8100-WRITE-HEADING
023900         THRU 8100-WRITE-HEADING-EXIT.
024000     PERFORM 8000-READ-SUSPECT
024100         THRU 8000-READ-SUSPECT-EXIT.
024200 1000-INITIALIZE-EXIT.
024300     EXIT.
024400*----------------------------------------------------------------
024500* 1150-READ-CALENDAR - PICK UP THE CURRENT-DATE FLAG
024600*----------------------------------------------------------------
024700 1150-READ-CALENDAR.
024800     READ CAL-FILE
024900         AT END
025000             SET WS-CAL-END-OF-FILE TO TRUE
025100             GO TO 1150-READ-CALENDAR-EXIT
025200     END-READ.
025300     IF CAL-CURRENT-DATE
025400        AND CAL-DATE NUMERIC
025500         MOVE CAL-DATE TO WS-PROCESS-DATE
025600     END-IF.
025700 1150-READ-CALENDAR-EXIT.
025800     EXIT.
025900*----------------------------------------------------------------
026000* 2000-PROCESS-SUSPECT - PRINT AND COUNT ONE SUSPECT.  A NEW
026100*     SOURCE STARTS WITH A BLANK LINE SO EACH SOURCE'S SUSPECTS
026200*     READ AS A BLOCK
026300*----------------------------------------------------------------
026400 2000-PROCESS-SUSPECT.
026500     EVALUATE TRUE
026600         WHEN ND-HELD
026700             ADD 1 TO WS-RECORDS-HELD
026800             MOVE 'HELD-REVIEW ' TO DL-ACTION
026900         WHEN ND-LIMIT-HELD
027000             ADD 1 TO WS-RECORDS-LIMIT-HELD
027100             MOVE 'HELD-LIMIT  ' TO DL-ACTION
027200         WHEN OTHER
027300             ADD 1 TO WS-RECORDS-PASSED
027400             MOVE 'PASSED      ' TO DL-ACTION
027500     END-EVALUATE.
027600     IF ND-SOURCE-SYSTEM NOT = WS-PREV-SOURCE
027700        AND WS-PREV-SOURCE NOT = LOW-VALUES
027800        AND WS-LINE-COUNT < WS-MAX-LINES-PER-PAGE
027900         MOVE SPACES TO NDUP-LINE
028000         WRITE NDUP-LINE
028100             AFTER ADVANCING 1 LINE
028200         ADD 1 TO WS-LINE-COUNT
028300     END-IF.
028400     MOVE ND-SOURCE-SYSTEM   TO WS-PREV-SOURCE.
028500     MOVE ND-SOURCE-SYSTEM   TO DL-SOURCE-SYSTEM.
028600     MOVE ND-TRANSACTION-ID  TO DL-TRANSACTION-ID.
028700     MOVE ND-EFFECTIVE-DATE  TO DL-EFFECTIVE-DATE.
028800     MOVE ND-OPERATION-CODE  TO DL-OPERATION-CODE.
028900     MOVE ND-NUM-1           TO DL-NUM-1.
029000     MOVE ND-NUM-2           TO DL-NUM-2.
029100     MOVE ND-RESULT          TO DL-RESULT.
029200     MOVE ND-PROCESS-DATE    TO DL-PROCESS-DATE.
029300     MOVE ND-MATCH-ID        TO DL-MATCH-ID.
029400     MOVE ND-MATCH-EFF-DATE  TO DL-MATCH-EFF-DATE.
029500     MOVE ND-MATCH-RUN-DATE  TO DL-MATCH-RUN-DATE.
029600     PERFORM 8200-WRITE-DETAIL-LINE
029700         THRU 8200-WRITE-DETAIL-LINE-EXIT.
029800     PERFORM 8000-READ-SUSPECT
029900         THRU 8000-READ-SUSPECT-EXIT.
030000 2000-PROCESS-SUSPECT-EXIT.
030100     EXIT.
030200*----------------------------------------------------------------
030300* 3000-TERMINATE - TOTALS, CLOSE, AND RETURN CODE
030400*----------------------------------------------------------------
030500 3000-TERMINATE.
030600     IF WS-LINE-COUNT + 6 > WS-MAX-LINES-PER-PAGE
030700         PERFORM 8100-WRITE-HEADING
030800             THRU 8100-WRITE-HEADING-EXIT
030900     END-IF.
031000     IF WS-RECORDS-READ = ZERO
031100         WRITE NDUP-LINE FROM WS-NONE-LINE
031200             AFTER ADVANCING 2 LINES
031300     END-IF.
031400     MOVE WS-RECORDS-READ       TO TL1-RECORDS-READ.
031500     WRITE NDUP-LINE FROM WS-TOTALS-LINE-1
031600         AFTER ADVANCING 2 LINES.
031700     MOVE WS-RECORDS-PASSED     TO TL2-RECORDS-PASSED.
031800     WRITE NDUP-LINE FROM WS-TOTALS-LINE-2
031900         AFTER ADVANCING 1 LINE.
032000     MOVE WS-RECORDS-HELD       TO TL3-RECORDS-HELD.
032100     WRITE NDUP-LINE FROM WS-TOTALS-LINE-3
032200         AFTER ADVANCING 1 LINE.
032300     MOVE WS-RECORDS-LIMIT-HELD TO TL4-RECORDS-LIMIT-HELD.
032400     WRITE NDUP-LINE FROM WS-TOTALS-LINE-4
032500         AFTER ADVANCING 1 LINE.
032600     CLOSE NDUP-IN-FILE
032700           NDUP-RPT.
032800     DISPLAY 'F01NDRPT SUSPECTS LISTED     = ' WS-RECORDS-READ.
032900     DISPLAY 'F01NDRPT PASSED              = ' WS-RECORDS-PASSED.
033000     DISPLAY 'F01NDRPT HELD FOR REVIEW     = ' WS-RECORDS-HELD.
033100     DISPLAY 'F01NDRPT HELD OVER LIMIT     = '
033200         WS-RECORDS-LIMIT-HELD.
033300     IF WS-RECORDS-READ > ZERO
033400         MOVE 4 TO RETURN-CODE
033500     ELSE
033600         MOVE 0 TO RETURN-CODE
033700     END-IF.
033800 3000-TERMINATE-EXIT.
033900     EXIT.
034000*----------------------------------------------------------------
034100* 8000-READ-SUSPECT - READ THE NEXT SUSPECT
034200*----------------------------------------------------------------
034300 8000-READ-SUSPECT.
034400     READ NDUP-IN-FILE
034500         AT END
034600             SET WS-END-OF-FILE TO TRUE
034700             GO TO 8000-READ-SUSPECT-EXIT
034800     END-READ.
034900     ADD 1 TO WS-RECORDS-READ.
035000 8000-READ-SUSPECT-EXIT.
035100     EXIT.
035200*----------------------------------------------------------------
035300* 8100-WRITE-HEADING - START A NEW PAGE
035400*----------------------------------------------------------------
035500 8100-WRITE-HEADING.
035600     ADD 1 TO WS-PAGE-NUMBER.
035700     MOVE WS-PROCESS-DATE    TO HL1-RUN-DATE.
035800     MOVE WS-PAGE-NUMBER     TO HL1-PAGE-NUMBER.
035900     WRITE NDUP-LINE FROM WS-HEADING-LINE-1
036000         AFTER ADVANCING PAGE.
036100     WRITE NDUP-LINE FROM WS-HEADING-LINE-2
036200         AFTER ADVANCING 2 LINES.
036300     WRITE NDUP-LINE FROM WS-HEADING-LINE-3
036400         AFTER ADVANCING 1 LINE.
036500     MOVE ZERO TO WS-LINE-COUNT.
036600 8100-WRITE-HEADING-EXIT.
036700     EXIT.
036800*----------------------------------------------------------------
036900* 8200-WRITE-DETAIL-LINE - PRINT ONE SUSPECT, BREAKING TO A NEW
037000*     PAGE WHEN THE PAGE IS FULL
037100*----------------------------------------------------------------
037200 8200-WRITE-DETAIL-LINE.
037300     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
037400         PERFORM 8100-WRITE-HEADING
037500             THRU 8100-WRITE-HEADING-EXIT
037600     END-IF.
037700     WRITE NDUP-LINE FROM WS-DETAIL-LINE
037800         AFTER ADVANCING 1 LINE.
037900     ADD 1 TO WS-LINE-COUNT.
038000 8200-WRITE-DETAIL-LINE-EXIT.
038100     EXIT.
038200 END PROGRAM F01NDRPT.
