000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. F01OPRPT.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. BATCH SUPPORT - MULTIPLY SUBSYSTEM.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26 RH   INITIAL VERSION.  OPERATOR ACTIVITY AUDIT
001100*               REPORT.  PRINTS THE F01OPAUD EXTRACT, SORTED BY
001200*               OPERATOR, DATE, AND TIME - ONE LINE PER ACTION
001300*               WITH WHAT WAS DONE TO WHICH SOURCE OR ITEM, AND
001400*               A SECOND LINE UNDER ANY ACTION F01OPAUD FLAGGED
001500*               AS A SEGREGATION OF DUTIES CONFLICT - THEN A
001600*               SUMMARY PAGE OF ACTION COUNTS BY OPERATOR.
001700*----------------------------------------------------------------
001800* REMARKS.
001900*     PARM='YYYYMMDDYYYYMMDD' OR NO PARM, EXACTLY AS GIVEN TO
002000*     F01OPAUD - IT ONLY SETS THE RANGE SHOWN IN THE HEADING.
002100*     THE ACTIONS PRINTED ARE WHATEVER THE EXTRACT HOLDS.
002200*
002300*     RC=0 NO CONFLICTS; RC=4 AT LEAST ONE CONFLICT PRINTED -
002400*     THE REPORT GOES TO AUDIT EITHER WAY, THE RC ONLY MAKES
002500*     THE CONFLICT PAGES HARD TO MISS; RC=16 BAD PARM, NO
002600*     CURRENT-DATE FLAG ON THE CALENDAR, OR THE OPERATOR TABLE
002700*     IS FULL.
002800*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPACT-IN-FILE ASSIGN TO OPACTIN
003600         ORGANIZATION IS SEQUENTIAL.
003700
003800     SELECT CAL-FILE ASSIGN TO CALNDR
003900         ORGANIZATION IS SEQUENTIAL.
004000
004100     SELECT AUDIT-RPT ASSIGN TO OPAUDRPT
004200         ORGANIZATION IS SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  OPACT-IN-FILE
004600     RECORDING MODE IS F.
004700 01  OPACT-IN-RECORD.
004800     COPY OPACREC
004900         REPLACING OPX-LEVEL BY 05
005000         OPX-SUB-LEVEL BY 10
005100         OPX-OPERATOR-ID BY OI-OPERATOR-ID
005200         OPX-ACTION-DATE BY OI-ACTION-DATE
005300         OPX-ACTION-TIME BY OI-ACTION-TIME
005400         OPX-SOURCE-SYSTEM BY OI-SOURCE-SYSTEM
005500         OPX-SCREEN BY OI-SCREEN
005600         OPX-ACTION BY OI-ACTION
005700         OPX-SOURCE-ADD BY OI-SOURCE-ADD
005800         OPX-SOURCE-CHANGE BY OI-SOURCE-CHANGE
005900         OPX-LIMIT-RAISE BY OI-LIMIT-RAISE
006000         OPX-SOURCE-DEACTIVATE BY OI-SOURCE-DEACTIVATE
006100         OPX-SOURCE-PERMIT BY OI-SOURCE-PERMIT
006200         OPX-REJECT-CLAIM BY OI-REJECT-CLAIM
006300         OPX-REJECT-REPAIR BY OI-REJECT-REPAIR
006400         OPX-SUSP-RELEASE BY OI-SUSP-RELEASE
006500         OPX-SUSP-REJECT BY OI-SUSP-REJECT
006600         OPX-PEND-CANCEL BY OI-PEND-CANCEL
006700         OPX-ITEM-ID BY OI-ITEM-ID
006800         OPX-ITEM-DATE BY OI-ITEM-DATE
006900         OPX-REASON BY OI-REASON
007000         OPX-AMOUNTS BY OI-AMOUNTS
007100         OPX-LIMIT-BEFORE BY OI-LIMIT-BEFORE
007200         OPX-LIMIT-AFTER BY OI-LIMIT-AFTER
007300         OPX-HELD-AMOUNTS BY OI-HELD-AMOUNTS
007400         OPX-HELD-LIMIT BY OI-HELD-LIMIT
007500         OPX-HELD-RESULT BY OI-HELD-RESULT
007600         OPX-CONFLICT BY OI-CONFLICT
007700         OPX-NO-CONFLICT BY OI-NO-CONFLICT
007800         OPX-CONFLICT-LIMIT BY OI-CONFLICT-LIMIT
007900         OPX-CONFLICT-MASTER BY OI-CONFLICT-MASTER
008000         OPX-CONFLICT-DATE BY OI-CONFLICT-DATE.
008100     05  FILLER                     PIC X(04).
008200
008300 FD  CAL-FILE
008400     RECORDING MODE IS F.
008500 01  CAL-RECORD.
008600     COPY CALREC
008700         REPLACING CAX-LEVEL BY 05
008800         CAX-CAL-DATE BY CAL-DATE
008900         CAX-DAY-TYPE BY CAL-DAY-TYPE
009000         CAX-BUSINESS-DAY BY CAL-BUSINESS-DAY
009100         CAX-WEEKEND-DAY BY CAL-WEEKEND-DAY
009200         CAX-HOLIDAY BY CAL-HOLIDAY
009300         CAX-CURRENT-FLAG BY CAL-CURRENT-FLAG
009400         CAX-CURRENT-DATE BY CAL-CURRENT-DATE.
009500     05  FILLER                     PIC X(70).
009600
009700 FD  AUDIT-RPT
009800     RECORDING MODE IS F.
009900 01  AUDIT-LINE.
010000     05  AL-PRINT-AREA              PIC X(133).
010100
010200 WORKING-STORAGE SECTION.
010300*----------------------------------------------------------------
010400* SWITCHES
010500*----------------------------------------------------------------
010600 77  WS-EOF-SWITCH               PIC X(01)   VALUE 'N'.
010700     88  WS-END-OF-FILE                      VALUE 'Y'.
010800
010900 77  WS-CAL-EOF-SWITCH           PIC X(01)   VALUE 'N'.
011000     88  WS-CAL-END-OF-FILE                  VALUE 'Y'.
011100
011200 77  WS-PAGE-TYPE-SWITCH         PIC X(01)   VALUE 'D'.
011300     88  WS-DETAIL-PAGE                      VALUE 'D'.
011400     88  WS-SUMMARY-PAGE                     VALUE 'S'.
011500
011600*----------------------------------------------------------------
011700* PAGE CONTROL
011800*----------------------------------------------------------------
011900 77  WS-PAGE-NUMBER              PIC 9(04) COMP VALUE ZERO.
012000 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE 99.
012100 77  WS-MAX-LINES-PER-PAGE       PIC 9(03) COMP VALUE 50.
012200
012300*----------------------------------------------------------------
012400* COUNTERS
012500*----------------------------------------------------------------
012600 77  WS-RECORDS-READ             PIC 9(09) COMP VALUE ZERO.
012700 77  WS-CONFLICT-COUNT           PIC 9(09) COMP VALUE ZERO.
012800
012900*----------------------------------------------------------------
013000* THE PARM, TAKEN APART, AND THE RANGE OF ACTION DATES
013100*----------------------------------------------------------------
013200 01  WS-PARM-RANGE.
013300     05  WS-PARM-FROM-X             PIC X(08).
013400     05  WS-PARM-TO-X               PIC X(08).
013500 77  WS-RANGE-FROM               PIC 9(08)   VALUE ZERO.
013600 77  WS-RANGE-TO                 PIC 9(08)   VALUE ZERO.
013700
013800*----------------------------------------------------------------
013900* PROCESSING DATE, AND THE WORK AREA THE DEFAULT QUARTER IS
014000*     BUILT IN (SAME RULE AS F01OPAUD)
014100*----------------------------------------------------------------
014200 77  WS-PROCESS-DATE             PIC 9(08)   VALUE ZERO.
014300 01  WS-QUARTER-WORK.
014400     05  WS-QTR-YYYY                PIC 9(04).
014500     05  WS-QTR-MM                  PIC 9(02).
014600     05  WS-QTR-DD                  PIC 9(02).
014700 01  WS-QUARTER-DATE REDEFINES WS-QUARTER-WORK
014800                                 PIC 9(08).
014900
015000*----------------------------------------------------------------
015100* OPERATOR TABLE - ONE ENTRY PER OPERATOR, IN THE ORDER THE
015200*     SORTED EXTRACT PRESENTS THEM, WITH A COUNT PER KIND OF
015300*     ACTION.
015400*----------------------------------------------------------------
015500 77  WS-OPS-MAX-ENTRIES          PIC 9(04) COMP VALUE 500.
015600 77  WS-OPS-COUNT                PIC 9(04) COMP VALUE ZERO.
015700 77  WS-OPS-CURRENT              PIC 9(04) COMP VALUE ZERO.
015800 77  WS-OPS-IX                   PIC 9(04) COMP VALUE ZERO.
015900 77  WS-PREV-OPERATOR            PIC X(08)   VALUE LOW-VALUES.
016000 01  WS-OPERATOR-TABLE.
016100     05  WS-OPS-ENTRY OCCURS 500 TIMES.
016200         10  WS-OPS-OPERATOR-ID     PIC X(08).
016300         10  WS-OPS-CHANGES         PIC 9(07) COMP.
016400         10  WS-OPS-RAISES          PIC 9(07) COMP.
016500         10  WS-OPS-PERMITS         PIC 9(07) COMP.
016600         10  WS-OPS-CLAIMS          PIC 9(07) COMP.
016700         10  WS-OPS-REPAIRS         PIC 9(07) COMP.
016800         10  WS-OPS-RELEASES        PIC 9(07) COMP.
016900         10  WS-OPS-SUSP-REJECTS    PIC 9(07) COMP.
017000         10  WS-OPS-CANCELS         PIC 9(07) COMP.
017100         10  WS-OPS-TOTAL           PIC 9(07) COMP.
017200         10  WS-OPS-CONFLICTS       PIC 9(07) COMP.
017300
017400 01  WS-GRAND-TOTALS.
017500     05  WS-GT-CHANGES              PIC 9(07) COMP VALUE ZERO.
017600     05  WS-GT-RAISES               PIC 9(07) COMP VALUE ZERO.
017700     05  WS-GT-PERMITS              PIC 9(07) COMP VALUE ZERO.
017800     05  WS-GT-CLAIMS               PIC 9(07) COMP VALUE ZERO.
017900     05  WS-GT-REPAIRS              PIC 9(07) COMP VALUE ZERO.
018000     05  WS-GT-RELEASES             PIC 9(07) COMP VALUE ZERO.
018100     05  WS-GT-SUSP-REJECTS         PIC 9(07) COMP VALUE ZERO.
018200     05  WS-GT-CANCELS              PIC 9(07) COMP VALUE ZERO.
018300     05  WS-GT-TOTAL                PIC 9(07) COMP VALUE ZERO.
018400     05  WS-GT-CONFLICTS            PIC 9(07) COMP VALUE ZERO.
018500
018600*----------------------------------------------------------------
018700* HEADING, DETAIL, CONFLICT, AND SUMMARY PRINT LINES
018800*----------------------------------------------------------------
018900 01  WS-HEADING-LINE-1.
019000     05  FILLER                  PIC X(10)  VALUE 'F01OPRPT  '.
019100     05  FILLER                  PIC X(30)  VALUE
019200         'OPERATOR ACTIVITY AUDIT      '.
019300     05  FILLER                  PIC X(11)  VALUE 'RUN DATE  '.
019400     05  HL1-RUN-DATE            PIC 9999/99/99.
019500     05  FILLER                  PIC X(10)  VALUE '  PAGE    '.
019600     05  HL1-PAGE-NUMBER         PIC ZZZ9.
019700
019800 01  WS-HEADING-LINE-2.
019900     05  FILLER                  PIC X(18)  VALUE
020000         'ACTIONS TAKEN FROM'.
020100     05  FILLER                  PIC X(01)  VALUE SPACE.
020200     05  HL2-RANGE-FROM          PIC 9999/99/99.
020300     05  FILLER                  PIC X(09)  VALUE ' THROUGH '.
020400     05  HL2-RANGE-TO            PIC 9999/99/99.
020500
020600 01  WS-HEADING-LINE-3.
020700     05  FILLER                  PIC X(10)  VALUE 'OPERATOR'.
020800     05  FILLER                  PIC X(12)  VALUE 'DATE'.
020900     05  FILLER                  PIC X(08)  VALUE 'HHMMSS'.
021000     05  FILLER                  PIC X(06)  VALUE 'SCRN'.
021100     05  FILLER                  PIC X(10)  VALUE 'SOURCE'.
021200     05  FILLER                  PIC X(20)  VALUE 'ACTION'.
021300     05  FILLER                  PIC X(14)  VALUE
021400         'TRANSACTION-ID'.
021500     05  FILLER                  PIC X(12)  VALUE 'ITEM-DATE'.
021600     05  FILLER                  PIC X(06)  VALUE 'RSN'.
021700     05  FILLER                  PIC X(17)  VALUE
021800         'LIMIT BEFORE/HELD'.
021900     05  FILLER                  PIC X(17)  VALUE
022000         ' LIMIT AFTER/RSLT'.
022100
022200 01  WS-DETAIL-LINE.
022300     05  DL-OPERATOR-ID          PIC X(08).
022400     05  FILLER                  PIC X(02)  VALUE SPACES.
022500     05  DL-ACTION-DATE          PIC 9999/99/99.
022600     05  FILLER                  PIC X(02)  VALUE SPACES.
022700     05  DL-ACTION-TIME          PIC 9(06)  BLANK WHEN ZERO.
022800     05  FILLER                  PIC X(02)  VALUE SPACES.
022900     05  DL-SCREEN               PIC X(04).
023000     05  FILLER                  PIC X(02)  VALUE SPACES.
023100     05  DL-SOURCE-SYSTEM        PIC X(08).
023200     05  FILLER                  PIC X(02)  VALUE SPACES.
023300     05  DL-ACTION-TEXT          PIC X(18).
023400     05  FILLER                  PIC X(02)  VALUE SPACES.
023500     05  DL-ITEM-ID              PIC X(12).
023600     05  FILLER                  PIC X(02)  VALUE SPACES.
023700     05  DL-ITEM-DATE            PIC 9999/99/99 BLANK WHEN ZERO.
023800     05  FILLER                  PIC X(02)  VALUE SPACES.
023900     05  DL-REASON               PIC X(04).
024000     05  FILLER                  PIC X(02)  VALUE SPACES.
024100     05  DL-AMOUNT-1             PIC ZZZZZZZZZ9.9999
024200                                 BLANK WHEN ZERO.
024300     05  FILLER                  PIC X(02)  VALUE SPACES.
024400     05  DL-AMOUNT-2             PIC ZZZZZZZZZ9.9999
024500                                 BLANK WHEN ZERO.
024600
024700 01  WS-CONFLICT-LINE.
024800     05  FILLER                  PIC X(10)  VALUE SPACES.
024900     05  FILLER                  PIC X(31)  VALUE
025000         '*** SEGREGATION OF DUTIES - '.
025100     05  CL-CONFLICT-TEXT        PIC X(44).
025200     05  CL-CONFLICT-DATE        PIC 9999/99/99.
025300     05  FILLER                  PIC X(04)  VALUE ' ***'.
025400
025500 01  WS-EMPTY-LINE.
025600     05  FILLER                  PIC X(40)  VALUE
025700         'NO OPERATOR ACTIONS IN THE RANGE'.
025800
025900 01  WS-SUMMARY-HEADING.
026000     05  FILLER                  PIC X(10)  VALUE 'OPERATOR'.
026100     05  FILLER                  PIC X(10)  VALUE '  CHANGES'.
026200     05  FILLER                  PIC X(10)  VALUE '   RAISES'.
026300     05  FILLER                  PIC X(10)  VALUE '    AUTHS'.
026400     05  FILLER                  PIC X(10)  VALUE '   CLAIMS'.
026500     05  FILLER                  PIC X(10)  VALUE '  REPAIRS'.
026600     05  FILLER                  PIC X(10)  VALUE ' RELEASES'.
026700     05  FILLER                  PIC X(10)  VALUE ' SUSP-REJ'.
026800     05  FILLER                  PIC X(10)  VALUE '  CANCELS'.
026900     05  FILLER                  PIC X(10)  VALUE '    TOTAL'.
027000     05  FILLER                  PIC X(10)  VALUE 'CONFLICTS'.
027100
027200 01  WS-SUMMARY-LINE.
027300     05  SL-OPERATOR-ID          PIC X(08).
027400     05  FILLER                  PIC X(03)  VALUE SPACES.
027500     05  SL-CHANGES              PIC ZZZZZZ9.
027600     05  FILLER                  PIC X(03)  VALUE SPACES.
027700     05  SL-RAISES               PIC ZZZZZZ9.
027800     05  FILLER                  PIC X(03)  VALUE SPACES.
027900     05  SL-PERMITS              PIC ZZZZZZ9.
028000     05  FILLER                  PIC X(03)  VALUE SPACES.
028100     05  SL-CLAIMS               PIC ZZZZZZ9.
028200     05  FILLER                  PIC X(03)  VALUE SPACES.
028300     05  SL-REPAIRS              PIC ZZZZZZ9.
028400     05  FILLER                  PIC X(03)  VALUE SPACES.
028500     05  SL-RELEASES             PIC ZZZZZZ9.
028600     05  FILLER                  PIC X(03)  VALUE SPACES.
028700     05  SL-SUSP-REJECTS         PIC ZZZZZZ9.
028800     05  FILLER                  PIC X(03)  VALUE SPACES.
028900     05  SL-CANCELS              PIC ZZZZZZ9.
029000     05  FILLER                  PIC X(03)  VALUE SPACES.
029100     05  SL-TOTAL                PIC ZZZZZZ9.
029200     05  FILLER                  PIC X(03)  VALUE SPACES.
029300     05  SL-CONFLICTS            PIC ZZZZZZ9.
029400
029500 LINKAGE SECTION.
029600*----------------------------------------------------------------
029700* JCL PARM AREA - FROM AND TO DATES, OR NOTHING
029800*----------------------------------------------------------------
029900 01  RP-PARM-AREA.
030000     05  RP-PARM-LENGTH           PIC S9(04) COMP.
030100     05  RP-PARM-TEXT             PIC X(16).
030200 PROCEDURE DIVISION USING RP-PARM-AREA.
030300*----------------------------------------------------------------
030400* 0000-MAINLINE
030500*----------------------------------------------------------------
030600 0000-MAINLINE.
030700     PERFORM 1000-INITIALIZE
030800         THRU 1000-INITIALIZE-EXIT.
030900     PERFORM 2000-PROCESS-ACTION
031000         THRU 2000-PROCESS-ACTION-EXIT
031100         UNTIL WS-END-OF-FILE.
031200     PERFORM 3000-TERMINATE
031300         THRU 3000-TERMINATE-EXIT.
031400     GOBACK.
031500*----------------------------------------------------------------
031600* 1000-INITIALIZE - PARM, PROCESSING DATE, DATE RANGE, OPEN,
031700*     FIRST READ
031800*----------------------------------------------------------------
031900 1000-INITIALIZE.
032000     PERFORM 1050-EDIT-PARM
032100         THRU 1050-EDIT-PARM-EXIT.
032200     OPEN INPUT CAL-FILE.
032300     PERFORM 1100-SCAN-CALENDAR
032400         THRU 1100-SCAN-CALENDAR-EXIT
032500         UNTIL WS-CAL-END-OF-FILE
032600            OR WS-PROCESS-DATE > ZERO.
032700     CLOSE CAL-FILE.
032800     IF WS-PROCESS-DATE = ZERO
032900         DISPLAY 'F01OPRPT NO CURRENT-DATE FLAG ON THE CALNDR '
033000             'CALENDAR - SEE F01CALBD/F01CALRL'
033100         MOVE 16 TO RETURN-CODE
033200         GOBACK
033300     END-IF.
033400     IF WS-RANGE-FROM = ZERO
033500         PERFORM 1200-DEFAULT-QUARTER
033600             THRU 1200-DEFAULT-QUARTER-EXIT
033700     END-IF.
033800     OPEN INPUT  OPACT-IN-FILE
033900          OUTPUT AUDIT-RPT.
034000     PERFORM 8100-WRITE-HEADING
034100         THRU 8100-WRITE-HEADING-EXIT.
034200     PERFORM 8000-READ-ACTION
034300         THRU 8000-READ-ACTION-EXIT.
034400 1000-INITIALIZE-EXIT.
034500     EXIT.
034600*----------------------------------------------------------------
034700* 1050-EDIT-PARM - TAKE THE DATE RANGE APART.  NO PARM LEAVES
034800*     THE RANGE ZERO FOR THE DEFAULT QUARTER; ANYTHING NOT
034900*     UNDERSTOOD STOPS THE RUN RC=16 BEFORE A FILE IS OPENED
035000*----------------------------------------------------------------
035100 1050-EDIT-PARM.
035200     IF RP-PARM-LENGTH < 1
035300      OR RP-PARM-TEXT = SPACES
035400         GO TO 1050-EDIT-PARM-EXIT
035500     END-IF.
035600     IF RP-PARM-LENGTH NOT = 16
035700         GO TO 1050-EDIT-PARM-BAD
035800     END-IF.
035900     MOVE RP-PARM-TEXT TO WS-PARM-RANGE.
036000     IF WS-PARM-FROM-X NOT NUMERIC
036100      OR WS-PARM-TO-X NOT NUMERIC
036200         GO TO 1050-EDIT-PARM-BAD
036300     END-IF.
036400     MOVE WS-PARM-FROM-X TO WS-RANGE-FROM.
036500     MOVE WS-PARM-TO-X   TO WS-RANGE-TO.
036600     IF WS-RANGE-FROM = ZERO
036700      OR WS-RANGE-FROM > WS-RANGE-TO
036800         GO TO 1050-EDIT-PARM-BAD
036900     END-IF.
037000     GO TO 1050-EDIT-PARM-EXIT.
037100 1050-EDIT-PARM-BAD.
037200     DISPLAY 'F01OPRPT PARM NOT RECOGNIZED - '
037300         RP-PARM-TEXT.
037400     DISPLAY 'F01OPRPT USE YYYYMMDDYYYYMMDD (FROM, TO), OR NO '
037500         'PARM FOR THE PREVIOUS QUARTER'.
037600     MOVE 16 TO RETURN-CODE.
037700     GOBACK.
037800 1050-EDIT-PARM-EXIT.
037900     EXIT.
038000*----------------------------------------------------------------
038100* 1100-SCAN-CALENDAR - ONE CALENDAR RECORD, LOOKING FOR THE
038200*     CURRENT-DATE FLAG
038300*----------------------------------------------------------------
038400 1100-SCAN-CALENDAR.
038500     READ CAL-FILE
038600         AT END
038700             SET WS-CAL-END-OF-FILE TO TRUE
038800             GO TO 1100-SCAN-CALENDAR-EXIT
038900     END-READ.
039000     IF CAL-CURRENT-DATE
039100        AND CAL-DATE NUMERIC
039200         MOVE CAL-DATE TO WS-PROCESS-DATE
039300     END-IF.
039400 1100-SCAN-CALENDAR-EXIT.
039500     EXIT.
039600*----------------------------------------------------------------
039700* 1200-DEFAULT-QUARTER - THE WHOLE CALENDAR QUARTER BEFORE THE
039800*     ONE THE PROCESSING DATE FALLS IN
039900*----------------------------------------------------------------
040000 1200-DEFAULT-QUARTER.
040100     MOVE WS-PROCESS-DATE TO WS-QUARTER-DATE.
040200     EVALUATE TRUE
040300         WHEN WS-QTR-MM < 04
040400             SUBTRACT 1 FROM WS-QTR-YYYY
040500             MOVE 10 TO WS-QTR-MM
040600             MOVE 01 TO WS-QTR-DD
040700             MOVE WS-QUARTER-DATE TO WS-RANGE-FROM
040800             MOVE 12 TO WS-QTR-MM
040900             MOVE 31 TO WS-QTR-DD
041000         WHEN WS-QTR-MM < 07
041100             MOVE 01 TO WS-QTR-MM
041200             MOVE 01 TO WS-QTR-DD
041300             MOVE WS-QUARTER-DATE TO WS-RANGE-FROM
041400             MOVE 03 TO WS-QTR-MM
041500             MOVE 31 TO WS-QTR-DD
041600         WHEN WS-QTR-MM < 10
041700             MOVE 04 TO WS-QTR-MM
041800             MOVE 01 TO WS-QTR-DD
041900             MOVE WS-QUARTER-DATE TO WS-RANGE-FROM
042000             MOVE 06 TO WS-QTR-MM
042100             MOVE 30 TO WS-QTR-DD
042200         WHEN OTHER
042300             MOVE 07 TO WS-QTR-MM
042400             MOVE 01 TO WS-QTR-DD
042500             MOVE WS-QUARTER-DATE TO WS-RANGE-FROM
042600             MOVE 09 TO WS-QTR-MM
042700             MOVE 30 TO WS-QTR-DD
042800     END-EVALUATE.
042900     MOVE WS-QUARTER-DATE TO WS-RANGE-TO.
043000 1200-DEFAULT-QUARTER-EXIT.
043100     EXIT.
043200*----------------------------------------------------------------
043300* 2000-PROCESS-ACTION - ONE ACTION: A BLANK LINE AND A NEW
043400*     TABLE ENTRY AT EACH CHANGE OF OPERATOR, THEN THE DETAIL
043500*     LINE, THE CONFLICT LINE IF FLAGGED, AND THE COUNTS
043600*----------------------------------------------------------------
043700 2000-PROCESS-ACTION.
043800     IF OI-OPERATOR-ID NOT = WS-PREV-OPERATOR
043900         PERFORM 2100-NEW-OPERATOR
044000             THRU 2100-NEW-OPERATOR-EXIT
044100     END-IF.
044200     MOVE OI-OPERATOR-ID     TO DL-OPERATOR-ID.
044300     MOVE OI-ACTION-DATE     TO DL-ACTION-DATE.
044400     MOVE OI-ACTION-TIME     TO DL-ACTION-TIME.
044500     MOVE OI-SCREEN          TO DL-SCREEN.
044600     MOVE OI-SOURCE-SYSTEM   TO DL-SOURCE-SYSTEM.
044700     MOVE OI-ITEM-ID         TO DL-ITEM-ID.
044800     MOVE OI-ITEM-DATE       TO DL-ITEM-DATE.
044900     MOVE OI-REASON          TO DL-REASON.
045000     MOVE OI-LIMIT-BEFORE    TO DL-AMOUNT-1.
045100     MOVE OI-LIMIT-AFTER     TO DL-AMOUNT-2.
045200     PERFORM 2200-COUNT-ACTION
045300         THRU 2200-COUNT-ACTION-EXIT.
045400     PERFORM 8200-WRITE-DETAIL-LINE
045500         THRU 8200-WRITE-DETAIL-LINE-EXIT.
045600     IF NOT OI-NO-CONFLICT
045700         PERFORM 2300-WRITE-CONFLICT
045800             THRU 2300-WRITE-CONFLICT-EXIT
045900     END-IF.
046000     PERFORM 8000-READ-ACTION
046100         THRU 8000-READ-ACTION-EXIT.
046200 2000-PROCESS-ACTION-EXIT.
046300     EXIT.
046400*----------------------------------------------------------------
046500* 2100-NEW-OPERATOR - OPEN A TABLE ENTRY FOR THE NEXT OPERATOR,
046600*     BLOWING UP CLEANLY WHEN THE TABLE IS FULL, AND SEPARATE
046700*     THEIR LINES FROM THE PREVIOUS OPERATOR'S
046800*----------------------------------------------------------------
046900 2100-NEW-OPERATOR.
047000     IF WS-OPS-COUNT >= WS-OPS-MAX-ENTRIES
047100         DISPLAY 'F01OPRPT OPERATOR TABLE FULL - MORE THAN '
047200             WS-OPS-MAX-ENTRIES ' OPERATORS'
047300         MOVE 16 TO RETURN-CODE
047400         GOBACK
047500     END-IF.
047600     IF WS-OPS-COUNT > ZERO
047700        AND WS-LINE-COUNT > ZERO
047800         MOVE SPACES TO AUDIT-LINE
047900         WRITE AUDIT-LINE
048000             AFTER ADVANCING 1 LINE
048100         ADD 1 TO WS-LINE-COUNT
048200     END-IF.
048300     ADD 1 TO WS-OPS-COUNT.
048400     MOVE WS-OPS-COUNT TO WS-OPS-CURRENT.
048500     MOVE OI-OPERATOR-ID TO WS-PREV-OPERATOR.
048600     MOVE OI-OPERATOR-ID
048700         TO WS-OPS-OPERATOR-ID (WS-OPS-CURRENT).
048800     MOVE ZERO TO WS-OPS-CHANGES (WS-OPS-CURRENT)
048900                  WS-OPS-RAISES (WS-OPS-CURRENT)
049000                  WS-OPS-PERMITS (WS-OPS-CURRENT)
049100                  WS-OPS-CLAIMS (WS-OPS-CURRENT)
049200                  WS-OPS-REPAIRS (WS-OPS-CURRENT)
049300                  WS-OPS-RELEASES (WS-OPS-CURRENT)
049400                  WS-OPS-SUSP-REJECTS (WS-OPS-CURRENT)
049500                  WS-OPS-CANCELS (WS-OPS-CURRENT)
049600                  WS-OPS-TOTAL (WS-OPS-CURRENT)
049700                  WS-OPS-CONFLICTS (WS-OPS-CURRENT).
049800 2100-NEW-OPERATOR-EXIT.
049900     EXIT.
050000*----------------------------------------------------------------
050100* 2200-COUNT-ACTION - SAY WHAT THE ACTION WAS AND COUNT IT
050200*     AGAINST THE OPERATOR
050300*----------------------------------------------------------------
050400 2200-COUNT-ACTION.
050500     EVALUATE TRUE
050600         WHEN OI-SOURCE-ADD
050700             MOVE 'SOURCE ADDED'       TO DL-ACTION-TEXT
050800             ADD 1 TO WS-OPS-CHANGES (WS-OPS-CURRENT)
050900         WHEN OI-SOURCE-CHANGE
051000             MOVE 'SOURCE CHANGED'     TO DL-ACTION-TEXT
051100             ADD 1 TO WS-OPS-CHANGES (WS-OPS-CURRENT)
051200         WHEN OI-LIMIT-RAISE
051300             MOVE 'LIMIT RAISED'       TO DL-ACTION-TEXT
051400             ADD 1 TO WS-OPS-RAISES (WS-OPS-CURRENT)
051500         WHEN OI-SOURCE-DEACTIVATE
051600             MOVE 'SOURCE DEACTIVATED' TO DL-ACTION-TEXT
051700             ADD 1 TO WS-OPS-CHANGES (WS-OPS-CURRENT)
051800         WHEN OI-SOURCE-PERMIT
051900             MOVE 'OPERATION AUTH'     TO DL-ACTION-TEXT
052000             ADD 1 TO WS-OPS-PERMITS (WS-OPS-CURRENT)
052100         WHEN OI-REJECT-CLAIM
052200             MOVE 'REJECT CLAIMED'     TO DL-ACTION-TEXT
052300             ADD 1 TO WS-OPS-CLAIMS (WS-OPS-CURRENT)
052400         WHEN OI-REJECT-REPAIR
052500             MOVE 'REJECT REPAIRED'    TO DL-ACTION-TEXT
052600             ADD 1 TO WS-OPS-REPAIRS (WS-OPS-CURRENT)
052700         WHEN OI-SUSP-RELEASE
052800             MOVE 'SUSPENSE RELEASED'  TO DL-ACTION-TEXT
052900             ADD 1 TO WS-OPS-RELEASES (WS-OPS-CURRENT)
053000         WHEN OI-SUSP-REJECT
053100             MOVE 'SUSPENSE REJECTED'  TO DL-ACTION-TEXT
053200             ADD 1 TO WS-OPS-SUSP-REJECTS (WS-OPS-CURRENT)
053300         WHEN OI-PEND-CANCEL
053400             MOVE 'PENDING CANCELLED'  TO DL-ACTION-TEXT
053500             ADD 1 TO WS-OPS-CANCELS (WS-OPS-CURRENT)
053600         WHEN OTHER
053700             MOVE 'UNKNOWN ACTION'     TO DL-ACTION-TEXT
053800             MOVE OI-ACTION            TO DL-ACTION-TEXT (16:1)
053900     END-EVALUATE.
054000     ADD 1 TO WS-OPS-TOTAL (WS-OPS-CURRENT).
054100 2200-COUNT-ACTION-EXIT.
054200     EXIT.
054300*----------------------------------------------------------------
054400* 2300-WRITE-CONFLICT - THE SECOND LINE UNDER A FLAGGED ACTION,
054500*     GIVING THE OPERATOR'S OWN EARLIER CHANGE IT CONFLICTS WITH
054600*----------------------------------------------------------------
054700 2300-WRITE-CONFLICT.
054800     IF OI-CONFLICT-LIMIT
054900         MOVE 'RELEASED AFTER OWN LIMIT RAISE OF'
055000             TO CL-CONFLICT-TEXT
055100     ELSE
055200         MOVE 'WORKED A REJECT AFTER OWN MASTER CHANGE OF'
055300             TO CL-CONFLICT-TEXT
055400     END-IF.
055500     MOVE OI-CONFLICT-DATE TO CL-CONFLICT-DATE.
055600     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
055700         PERFORM 8100-WRITE-HEADING
055800             THRU 8100-WRITE-HEADING-EXIT
055900     END-IF.
056000     WRITE AUDIT-LINE FROM WS-CONFLICT-LINE
056100         AFTER ADVANCING 1 LINE.
056200     ADD 1 TO WS-LINE-COUNT.
056300     ADD 1 TO WS-OPS-CONFLICTS (WS-OPS-CURRENT).
056400     ADD 1 TO WS-CONFLICT-COUNT.
056500 2300-WRITE-CONFLICT-EXIT.
056600     EXIT.
056700*----------------------------------------------------------------
056800* 3000-TERMINATE - SUMMARY PAGE, CLOSE, AND RETURN CODE
056900*----------------------------------------------------------------
057000 3000-TERMINATE.
057100     IF WS-RECORDS-READ = ZERO
057200         WRITE AUDIT-LINE FROM WS-EMPTY-LINE
057300             AFTER ADVANCING 2 LINES
057400     END-IF.
057500     SET WS-SUMMARY-PAGE TO TRUE.
057600     PERFORM 8100-WRITE-HEADING
057700         THRU 8100-WRITE-HEADING-EXIT.
057800     PERFORM 3100-WRITE-OPERATOR-SUMMARY
057900         THRU 3100-WRITE-OPERATOR-SUMMARY-EXIT
058000         VARYING WS-OPS-IX FROM 1 BY 1
058100         UNTIL WS-OPS-IX > WS-OPS-COUNT.
058200     MOVE 'ALL'              TO SL-OPERATOR-ID.
058300     MOVE WS-GT-CHANGES      TO SL-CHANGES.
058400     MOVE WS-GT-RAISES       TO SL-RAISES.
058500     MOVE WS-GT-PERMITS      TO SL-PERMITS.
058600     MOVE WS-GT-CLAIMS       TO SL-CLAIMS.
058700     MOVE WS-GT-REPAIRS      TO SL-REPAIRS.
058800     MOVE WS-GT-RELEASES     TO SL-RELEASES.
058900     MOVE WS-GT-SUSP-REJECTS TO SL-SUSP-REJECTS.
059000     MOVE WS-GT-CANCELS      TO SL-CANCELS.
059100     MOVE WS-GT-TOTAL        TO SL-TOTAL.
059200     MOVE WS-GT-CONFLICTS    TO SL-CONFLICTS.
059300     IF WS-LINE-COUNT + 2 > WS-MAX-LINES-PER-PAGE
059400         PERFORM 8100-WRITE-HEADING
059500             THRU 8100-WRITE-HEADING-EXIT
059600     END-IF.
059700     WRITE AUDIT-LINE FROM WS-SUMMARY-LINE
059800         AFTER ADVANCING 2 LINES.
059900     CLOSE OPACT-IN-FILE
060000           AUDIT-RPT.
060100     DISPLAY 'F01OPRPT ACTIONS READ         = ' WS-RECORDS-READ.
060200     DISPLAY 'F01OPRPT OPERATORS            = ' WS-OPS-COUNT.
060300     DISPLAY 'F01OPRPT SOD CONFLICTS        = '
060400         WS-CONFLICT-COUNT.
060500     IF WS-CONFLICT-COUNT > ZERO
060600         MOVE 4 TO RETURN-CODE
060700     ELSE
060800         MOVE 0 TO RETURN-CODE
060900     END-IF.
061000 3000-TERMINATE-EXIT.
061100     EXIT.
061200*----------------------------------------------------------------
061300* 3100-WRITE-OPERATOR-SUMMARY - ONE OPERATOR'S COUNTS, ADDED
061400*     INTO THE GRAND TOTALS
061500*----------------------------------------------------------------
061600 3100-WRITE-OPERATOR-SUMMARY.
061700     MOVE WS-OPS-OPERATOR-ID (WS-OPS-IX)  TO SL-OPERATOR-ID.
061800     MOVE WS-OPS-CHANGES (WS-OPS-IX)      TO SL-CHANGES.
061900     MOVE WS-OPS-RAISES (WS-OPS-IX)       TO SL-RAISES.
062000     MOVE WS-OPS-PERMITS (WS-OPS-IX)      TO SL-PERMITS.
062100     MOVE WS-OPS-CLAIMS (WS-OPS-IX)       TO SL-CLAIMS.
062200     MOVE WS-OPS-REPAIRS (WS-OPS-IX)      TO SL-REPAIRS.
062300     MOVE WS-OPS-RELEASES (WS-OPS-IX)     TO SL-RELEASES.
062400     MOVE WS-OPS-SUSP-REJECTS (WS-OPS-IX) TO SL-SUSP-REJECTS.
062500     MOVE WS-OPS-CANCELS (WS-OPS-IX)      TO SL-CANCELS.
062600     MOVE WS-OPS-TOTAL (WS-OPS-IX)        TO SL-TOTAL.
062700     MOVE WS-OPS-CONFLICTS (WS-OPS-IX)    TO SL-CONFLICTS.
062800     ADD WS-OPS-CHANGES (WS-OPS-IX)      TO WS-GT-CHANGES.
062900     ADD WS-OPS-RAISES (WS-OPS-IX)       TO WS-GT-RAISES.
063000     ADD WS-OPS-PERMITS (WS-OPS-IX)      TO WS-GT-PERMITS.
063100     ADD WS-OPS-CLAIMS (WS-OPS-IX)       TO WS-GT-CLAIMS.
063200     ADD WS-OPS-REPAIRS (WS-OPS-IX)      TO WS-GT-REPAIRS.
063300     ADD WS-OPS-RELEASES (WS-OPS-IX)     TO WS-GT-RELEASES.
063400     ADD WS-OPS-SUSP-REJECTS (WS-OPS-IX) TO WS-GT-SUSP-REJECTS.
063500     ADD WS-OPS-CANCELS (WS-OPS-IX)      TO WS-GT-CANCELS.
063600     ADD WS-OPS-TOTAL (WS-OPS-IX)        TO WS-GT-TOTAL.
063700     ADD WS-OPS-CONFLICTS (WS-OPS-IX)    TO WS-GT-CONFLICTS.
063800     PERFORM 8200-WRITE-DETAIL-LINE
063900         THRU 8200-WRITE-DETAIL-LINE-EXIT.
064000 3100-WRITE-OPERATOR-SUMMARY-EXIT.
064100     EXIT.
064200*----------------------------------------------------------------
064300* 8000-READ-ACTION - READ THE NEXT ACTION FROM THE EXTRACT
064400*----------------------------------------------------------------
064500 8000-READ-ACTION.
064600     READ OPACT-IN-FILE
064700         AT END
064800             SET WS-END-OF-FILE TO TRUE
064900             GO TO 8000-READ-ACTION-EXIT
065000     END-READ.
065100     ADD 1 TO WS-RECORDS-READ.
065200 8000-READ-ACTION-EXIT.
065300     EXIT.
065400*----------------------------------------------------------------
065500* 8100-WRITE-HEADING - START A NEW PAGE, WITH THE COLUMN
065600*     HEADINGS FOR THE ACTION LINES OR THE SUMMARY
065700*----------------------------------------------------------------
065800 8100-WRITE-HEADING.
065900     ADD 1 TO WS-PAGE-NUMBER.
066000     MOVE WS-PROCESS-DATE    TO HL1-RUN-DATE.
066100     MOVE WS-PAGE-NUMBER     TO HL1-PAGE-NUMBER.
066200     MOVE WS-RANGE-FROM      TO HL2-RANGE-FROM.
066300     MOVE WS-RANGE-TO        TO HL2-RANGE-TO.
066400     WRITE AUDIT-LINE FROM WS-HEADING-LINE-1
066500         AFTER ADVANCING PAGE.
066600     WRITE AUDIT-LINE FROM WS-HEADING-LINE-2
066700         AFTER ADVANCING 1 LINE.
066800     IF WS-SUMMARY-PAGE
066900         WRITE AUDIT-LINE FROM WS-SUMMARY-HEADING
067000             AFTER ADVANCING 2 LINES
067100     ELSE
067200         WRITE AUDIT-LINE FROM WS-HEADING-LINE-3
067300             AFTER ADVANCING 2 LINES
067400     END-IF.
067500     MOVE ZERO TO WS-LINE-COUNT.
067600 8100-WRITE-HEADING-EXIT.
067700     EXIT.
067800*----------------------------------------------------------------
067900* 8200-WRITE-DETAIL-LINE - PRINT ONE ACTION OR ONE OPERATOR'S
068000*     SUMMARY, BREAKING TO A NEW PAGE WHEN THE PAGE IS FULL
068100*----------------------------------------------------------------
068200 8200-WRITE-DETAIL-LINE.
068300     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
068400         PERFORM 8100-WRITE-HEADING
068500             THRU 8100-WRITE-HEADING-EXIT
068600     END-IF.
068700     IF WS-SUMMARY-PAGE
068800         WRITE AUDIT-LINE FROM WS-SUMMARY-LINE
068900             AFTER ADVANCING 1 LINE
069000     ELSE
069100         WRITE AUDIT-LINE FROM WS-DETAIL-LINE
069200             AFTER ADVANCING 1 LINE
069300     END-IF.
069400     ADD 1 TO WS-LINE-COUNT.
069500 8200-WRITE-DETAIL-LINE-EXIT.
069600     EXIT.
069700 END PROGRAM F01OPRPT.
