000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. F01PRDCL.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. BATCH SUPPORT - MULTIPLY SUBSYSTEM.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26 RH   INITIAL VERSION.  MONTH-END ACCOUNTING PERIOD
001100*               CLOSE.  ON THE LAST BUSINESS DAY OF THE MONTH
001200*               (THE CALNDR CALENDAR SAYS WHEN) THE MONTH IS
001300*               CLOSED: EVERY SOURCE GETS A MONTHLY STATEMENT
001400*               FROM THE TRANSACTION HISTORY MASTER - COUNTS AND
001500*               RESULT TOTALS BY OPERATION CODE, NIGHTLY VERSUS
001600*               EXPEDITE RUNS, AND THE REVERSALS AND SUSPENSE
001700*               RELEASES THAT LANDED IN THE MONTH - AND THE
001800*               STATEMENT FIGURES PLUS A CLOSING CONTROL RECORD
001900*               ARE APPENDED TO PERIODCT.  THE DRIVER READS THE
002000*               LAST CLOSING CONTROL RECORD AND LOCKS EVERY
002100*               MONTH UP TO IT; NEXT MONTH'S STATEMENT BRINGS
002200*               ITS CUMULATIVE FIGURES FORWARD FROM HERE.
002210* 10/15/26 RH   THE REVERSAL TOTAL IS NOW THE HISTORY RECORD'S
002220*               REVERSED RESULT - WHAT THE REVERSAL TOOK BACK -
002230*               NOT ITS RESULT, WHICH ON A RECORD FLAGGED 'C' IS
002240*               THE CORRECTED REPLACEMENT'S.
002300*----------------------------------------------------------------
002400* REMARKS.
002500*     RUN IN THE NIGHTLY STREAM AFTER THE HISTORY LOAD AND
002600*     BEFORE THE CALENDAR ROLL.  ON ANY NIGHT THAT IS NOT THE
002700*     LAST BUSINESS DAY OF ITS MONTH IT SAYS SO AND ENDS RC=0
002800*     WITHOUT TOUCHING ANYTHING.  A MISSED CLOSE IS CAUGHT UP
002900*     BY RUNNING THE STEP WITH PARM='YYYYMM'; MONTHS CLOSE
003000*     STRICTLY IN ORDER.
003100*
003200*     RETURN CODES -
003300*         0   MONTH CLOSED, OR NOT MONTH END TONIGHT
003400*         4   THE MONTH WAS ALREADY CLOSED - NOTHING WRITTEN
003500*         8   MONTH CANNOT BE CLOSED: OUT OF ORDER, NOT OVER
003600*             YET, OR NO BUSINESS DAY LEFT ON THE CALENDAR
003700*        16   NO CURRENT-DATE FLAG ON THE CALENDAR, OR A TABLE
003800*             OVERFLOWED
003900*
004000*     STATEMENT MONTHS ARE BY EFFECTIVE DATE - A POSTING
004100*     BELONGS TO THE MONTH IT IS EFFECTIVE IN, WHICHEVER NIGHT
004200*     IT RAN.  A REVERSAL OR A SUSPENSE RELEASE BELONGS TO THE
004300*     MONTH IT LANDED IN (REVERSAL DATE / RUN DATE).  THE NET
004400*     RESULT IS THE POSTINGS LESS THE REVERSALS, EACH REVERSAL
004410*     AT THE RESULT IT REVERSED.
004500*----------------------------------------------------------------
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER. IBM-370.
004900 OBJECT-COMPUTER. IBM-370.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT CAL-FILE ASSIGN TO CALNDR
005300         ORGANIZATION IS SEQUENTIAL.
005400
005500     SELECT TRANHIST-FILE ASSIGN TO TRANHIST
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS HIST-KEY
005900         FILE STATUS IS WS-HIST-STATUS.
006000
006100     SELECT PERIOD-FILE ASSIGN TO PERIODCT
006200         ORGANIZATION IS SEQUENTIAL.
006300
006400     SELECT STATEMENT-RPT ASSIGN TO STMTRPT
006500         ORGANIZATION IS SEQUENTIAL.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  CAL-FILE
006900     RECORDING MODE IS F.
007000 01  CAL-RECORD.
007100     COPY CALREC
007200         REPLACING CAX-LEVEL BY 05
007300         CAX-CAL-DATE BY CAL-DATE
007400         CAX-DAY-TYPE BY CAL-DAY-TYPE
007500         CAX-BUSINESS-DAY BY CAL-BUSINESS-DAY
007600         CAX-WEEKEND-DAY BY CAL-WEEKEND-DAY
007700         CAX-HOLIDAY BY CAL-HOLIDAY
007800         CAX-CURRENT-FLAG BY CAL-CURRENT-FLAG
007900         CAX-CURRENT-DATE BY CAL-CURRENT-DATE.
008000     05  FILLER                     PIC X(70).
008100
008200 FD  TRANHIST-FILE.
008300 01  TRANHIST-RECORD.
008400     COPY HISTREC
008500         REPLACING HSX-LEVEL BY 05
008600         HSX-KEY-LEVEL BY 10
008700         HSX-KEY BY HIST-KEY
008800         HSX-SOURCE-SYSTEM BY HIST-SOURCE-SYSTEM
008900         HSX-TRANSACTION-ID BY HIST-TRANSACTION-ID
009000         HSX-EFFECTIVE-DATE BY HIST-EFFECTIVE-DATE
009100         HSX-OPERATION-CODE BY HIST-OPERATION-CODE
009200         HSX-NUM-1 BY HIST-NUM-1
009300         HSX-NUM-2 BY HIST-NUM-2
009400         HSX-RESULT BY HIST-RESULT
009500         HSX-RUN-DATE BY HIST-RUN-DATE
009600         HSX-RUN-TYPE BY HIST-RUN-TYPE
009700         HSX-REVERSAL-FLAG BY HIST-REVERSAL-FLAG
009800         HSX-NOT-REVERSED BY HIST-NOT-REVERSED
009900         HSX-REVERSED BY HIST-REVERSED
010000         HSX-REVERSED-CORRECTED BY HIST-REVERSED-CORRECTED
010100         HSX-REVERSAL-DATE BY HIST-REVERSAL-DATE
010200         HSX-SUSP-RELEASE-FLAG BY HIST-SUSP-RELEASE-FLAG
010300         HSX-NOT-SUSP-RELEASE BY HIST-NOT-SUSP-RELEASE
010400         HSX-SUSP-RELEASED BY HIST-SUSP-RELEASED
010400         HSX-REVERSED-RESULT BY HIST-REVERSED-RESULT.
010500
010600 FD  PERIOD-FILE
010700     RECORDING MODE IS F.
010800 01  PERIOD-RECORD.
010900     COPY PRDCREC
011000         REPLACING PCX-LEVEL BY 05
011100         PCX-PERIOD BY PC-PERIOD
011200         PCX-RECORD-TYPE BY PC-RECORD-TYPE
011300         PCX-SOURCE-STATEMENT BY PC-SOURCE-STATEMENT
011400         PCX-CLOSING-CONTROL BY PC-CLOSING-CONTROL
011500         PCX-SOURCE-SYSTEM BY PC-SOURCE-SYSTEM
011600         PCX-CLOSE-DATE BY PC-CLOSE-DATE
011700         PCX-MONTH-COUNT BY PC-MONTH-COUNT
011800         PCX-MONTH-TOTAL BY PC-MONTH-TOTAL
011900         PCX-REVERSAL-COUNT BY PC-REVERSAL-COUNT
012000         PCX-REVERSAL-TOTAL BY PC-REVERSAL-TOTAL
012100         PCX-SUSP-RELEASE-COUNT BY PC-SUSP-RELEASE-COUNT
012200         PCX-SUSP-RELEASE-TOTAL BY PC-SUSP-RELEASE-TOTAL
012300         PCX-CUM-COUNT BY PC-CUM-COUNT
012400         PCX-CUM-NET-TOTAL BY PC-CUM-NET-TOTAL.
012500     05  FILLER                     PIC X(01).
012600
012700 FD  STATEMENT-RPT
012800     RECORDING MODE IS F.
012900 01  STATEMENT-LINE.
013000     05  SL-PRINT-AREA              PIC X(133).
013100
013200 WORKING-STORAGE SECTION.
013300*----------------------------------------------------------------
013400* SWITCHES
013500*----------------------------------------------------------------
013600 77  WS-CAL-EOF-SWITCH           PIC X(01)   VALUE 'N'.
013700     88  WS-CAL-END-OF-FILE                  VALUE 'Y'.
013800
013900 77  WS-CURRENT-SWITCH           PIC X(01)   VALUE 'N'.
014000     88  WS-CURRENT-FOUND                    VALUE 'Y'.
014100
014200 77  WS-NEXT-SWITCH              PIC X(01)   VALUE 'N'.
014300     88  WS-NEXT-FOUND                       VALUE 'Y'.
014400
014500 77  WS-PRD-EOF-SWITCH           PIC X(01)   VALUE 'N'.
014600     88  WS-PRD-END-OF-FILE                  VALUE 'Y'.
014700
014800 77  WS-HIST-EOF-SWITCH          PIC X(01)   VALUE 'N'.
014900     88  WS-HIST-END-OF-FILE                 VALUE 'Y'.
015000
015100 77  WS-PARM-SWITCH              PIC X(01)   VALUE 'N'.
015200     88  WS-CATCH-UP-CLOSE                   VALUE 'Y'.
015300
015400 77  WS-HIST-STATUS              PIC X(02)   VALUE '00'.
015500
015600*----------------------------------------------------------------
015700* PAGE CONTROL
015800*----------------------------------------------------------------
015900 77  WS-PAGE-NUMBER              PIC 9(04) COMP VALUE ZERO.
016000
016100*----------------------------------------------------------------
016200* THE DATES AND MONTHS (YYYYMM) THE CLOSE WORKS WITH - TONIGHT,
016300*     THE NEXT BUSINESS DAY, THE MONTH BEING CLOSED, AND THE
016400*     LATEST MONTH ALREADY CLOSED ON PERIODCT
016500*----------------------------------------------------------------
016600 77  WS-CURRENT-DATE             PIC 9(08)   VALUE ZERO.
016700 77  WS-NEXT-DATE                PIC 9(08)   VALUE ZERO.
016800 77  WS-CURRENT-PERIOD           PIC 9(06)   VALUE ZERO.
016900 77  WS-NEXT-PERIOD              PIC 9(06)   VALUE ZERO.
017000 77  WS-LAST-CLOSED              PIC 9(06)   VALUE ZERO.
017100 77  WS-SET-PERIOD               PIC 9(06)   VALUE ZERO.
017200 01  WS-CLOSE-PERIOD             PIC 9(06)   VALUE ZERO.
017300 01  WS-CLOSE-PERIOD-R REDEFINES WS-CLOSE-PERIOD.
017400     05  WS-CLOSE-YYYY           PIC 9(04).
017500     05  WS-CLOSE-MM             PIC 9(02).
017600 01  WS-EXPECT-PERIOD            PIC 9(06)   VALUE ZERO.
017700 01  WS-EXPECT-PERIOD-R REDEFINES WS-EXPECT-PERIOD.
017800     05  WS-EXPECT-YYYY          PIC 9(04).
017900     05  WS-EXPECT-MM            PIC 9(02).
018000 01  WS-WORK-DATE                PIC 9(08)   VALUE ZERO.
018100 01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
018200     05  WS-WORK-PERIOD          PIC 9(06).
018300     05  WS-WORK-DD              PIC 9(02).
018400
018500*----------------------------------------------------------------
018600* COUNTERS
018700*----------------------------------------------------------------
018800 77  WS-HIST-READ                PIC 9(09) COMP VALUE ZERO.
018900 77  WS-STATEMENTS-WRITTEN       PIC 9(09) COMP VALUE ZERO.
019000
019100*----------------------------------------------------------------
019200* PER-SOURCE STATEMENT TABLE - ONE ENTRY PER SOURCE, KEPT IN
019300*     SOURCE ORDER.  PRIMED FROM THE LAST CLOSE'S STATEMENT
019400*     RECORDS (SO A SOURCE WITH A QUIET MONTH STILL CARRIES ITS
019500*     CUMULATIVE FIGURES FORWARD) AND EXTENDED BY ANY NEW
019600*     SOURCE FOUND ON THE HISTORY MASTER.  THE OPERATION
019700*     BUCKETS RUN M, B, D, R IN THAT ORDER.  ONE SPARE ENTRY
019800*     PAST THE LAST SOURCE TAKES A COPY OF THE GRAND TOTALS
019900*     FOR THE SUMMARY PAGE AND THE CLOSING CONTROL RECORD
020000*----------------------------------------------------------------
020100 77  WS-SRC-MAX-ENTRIES          PIC 9(04) COMP VALUE 50.
020200 77  WS-SRC-COUNT                PIC 9(04) COMP VALUE ZERO.
020300 77  WS-SRC-IX                   PIC 9(04) COMP VALUE ZERO.
020400 77  WS-SRC-FOUND-IX             PIC 9(04) COMP VALUE ZERO.
020500 77  WS-INSERT-IX                PIC 9(04) COMP VALUE ZERO.
020600 77  WS-SHIFT-IX                 PIC 9(04) COMP VALUE ZERO.
020700 77  WS-OP-IX                    PIC 9(04) COMP VALUE ZERO.
020800 77  WS-OP-SCAN-IX               PIC 9(04) COMP VALUE ZERO.
020900 77  WS-FIND-SOURCE              PIC X(08)   VALUE SPACES.
021000 01  WS-SOURCE-TABLE.
021100     05  WS-SRC-ENTRY OCCURS 51 TIMES.
021200         10  WS-SRC-SYSTEM            PIC X(08).
021300         10  WS-SRC-BF-COUNT          PIC 9(09) COMP.
021400         10  WS-SRC-BF-NET            PIC S9(11)V9(04) COMP.
021500         10  WS-SRC-OP-ENTRY OCCURS 4 TIMES.
021600             15  WS-SRC-OP-COUNT      PIC 9(09) COMP.
021700             15  WS-SRC-OP-TOTAL      PIC 9(11)V9(04) COMP.
021800         10  WS-SRC-MONTH-COUNT       PIC 9(09) COMP.
021900         10  WS-SRC-MONTH-TOTAL       PIC 9(11)V9(04) COMP.
022000         10  WS-SRC-NIGHT-COUNT       PIC 9(09) COMP.
022100         10  WS-SRC-NIGHT-TOTAL       PIC 9(11)V9(04) COMP.
022200         10  WS-SRC-EXPED-COUNT       PIC 9(09) COMP.
022300         10  WS-SRC-EXPED-TOTAL       PIC 9(11)V9(04) COMP.
022400         10  WS-SRC-REV-COUNT         PIC 9(09) COMP.
022500         10  WS-SRC-REV-TOTAL         PIC 9(11)V9(04) COMP.
022600         10  WS-SRC-REL-COUNT         PIC 9(09) COMP.
022700         10  WS-SRC-REL-TOTAL         PIC 9(11)V9(04) COMP.
022800         10  WS-SRC-CF-COUNT          PIC 9(09) COMP.
022900         10  WS-SRC-CF-NET            PIC S9(11)V9(04) COMP.
023000
023100*----------------------------------------------------------------
023200* THE GRAND TOTALS ACROSS EVERY SOURCE, SAME SHAPE AS ONE
023300*     SOURCE ENTRY SO THE SAME PRINT PARAGRAPH SERVES BOTH
023400*----------------------------------------------------------------
023500 01  WS-GRAND-ENTRY.
023600     05  WS-GRD-SYSTEM                PIC X(08).
023700     05  WS-GRD-BF-COUNT              PIC 9(09) COMP.
023800     05  WS-GRD-BF-NET                PIC S9(11)V9(04) COMP.
023900     05  WS-GRD-OP-ENTRY OCCURS 4 TIMES.
024000         10  WS-GRD-OP-COUNT          PIC 9(09) COMP.
024100         10  WS-GRD-OP-TOTAL          PIC 9(11)V9(04) COMP.
024200     05  WS-GRD-MONTH-COUNT           PIC 9(09) COMP.
024300     05  WS-GRD-MONTH-TOTAL           PIC 9(11)V9(04) COMP.
024400     05  WS-GRD-NIGHT-COUNT           PIC 9(09) COMP.
024500     05  WS-GRD-NIGHT-TOTAL           PIC 9(11)V9(04) COMP.
024600     05  WS-GRD-EXPED-COUNT           PIC 9(09) COMP.
024700     05  WS-GRD-EXPED-TOTAL           PIC 9(11)V9(04) COMP.
024800     05  WS-GRD-REV-COUNT             PIC 9(09) COMP.
024900     05  WS-GRD-REV-TOTAL             PIC 9(11)V9(04) COMP.
025000     05  WS-GRD-REL-COUNT             PIC 9(09) COMP.
025100     05  WS-GRD-REL-TOTAL             PIC 9(11)V9(04) COMP.
025200     05  WS-GRD-CF-COUNT              PIC 9(09) COMP.
025300     05  WS-GRD-CF-NET                PIC S9(11)V9(04) COMP.
025400
025500*----------------------------------------------------------------
025600* THE STATEMENT RECORDS OF THE CLOSE NOW BEING READ OFF
025700*     PERIODCT, HELD UNTIL ITS CLOSING CONTROL RECORD PROVES
025800*     THE SET COMPLETE - ONLY THEN DO THEY BECOME THE FIGURES
025900*     BROUGHT FORWARD
026000*----------------------------------------------------------------
026100 77  WS-SET-COUNT                PIC 9(04) COMP VALUE ZERO.
026200 77  WS-BF-COUNT                 PIC 9(04) COMP VALUE ZERO.
026300 77  WS-BF-IX                    PIC 9(04) COMP VALUE ZERO.
026400 01  WS-SET-TABLE.
026500     05  WS-SET-ENTRY OCCURS 50 TIMES.
026600         10  WS-SET-SYSTEM            PIC X(08).
026700         10  WS-SET-CUM-COUNT         PIC 9(09) COMP.
026800         10  WS-SET-CUM-NET           PIC S9(11)V9(04) COMP.
026900 01  WS-BF-TABLE.
027000     05  WS-BF-ENTRY OCCURS 50 TIMES.
027100         10  WS-BF-SYSTEM             PIC X(08).
027200         10  WS-BF-CUM-COUNT          PIC 9(09) COMP.
027300         10  WS-BF-CUM-NET            PIC S9(11)V9(04) COMP.
027400
027500*----------------------------------------------------------------
027600* OPERATION CODES IN BUCKET ORDER, AND THEIR STATEMENT LABELS
027700*----------------------------------------------------------------
027800 01  WS-OP-LABEL-DATA.
027900     05  FILLER                  PIC X(28)  VALUE
028000         'MMULTIPLY (M)               '.
028100     05  FILLER                  PIC X(28)  VALUE
028200         'BBLOOD-MOON (B)             '.
028300     05  FILLER                  PIC X(28)  VALUE
028400         'DDIVIDE (D)                 '.
028500     05  FILLER                  PIC X(28)  VALUE
028600         'RREMAINDER (R)              '.
028700 01  WS-OP-LABEL-R REDEFINES WS-OP-LABEL-DATA.
028800     05  WS-OP-LABEL-ENTRY OCCURS 4 TIMES.
028900         10  WS-OP-CODE          PIC X(01).
029000         10  WS-OP-LABEL         PIC X(27).
029100
029200*----------------------------------------------------------------
029300* HEADING AND STATEMENT PRINT LINES
029400*----------------------------------------------------------------
029500 01  WS-HEADING-LINE-1.
029600     05  FILLER                  PIC X(10)  VALUE 'F01PRDCL  '.
029700     05  FILLER                  PIC X(26)  VALUE
029800         'MONTHLY SOURCE STATEMENT  '.
029900     05  FILLER                  PIC X(07)  VALUE 'SOURCE '.
030000     05  HL1-SOURCE-SYSTEM       PIC X(08).
030100     05  FILLER                  PIC X(02)  VALUE SPACES.
030200     05  FILLER                  PIC X(07)  VALUE 'PERIOD '.
030300     05  HL1-PERIOD              PIC 9999/99.
030400     05  FILLER                  PIC X(02)  VALUE SPACES.
030500     05  FILLER                  PIC X(09)  VALUE 'RUN DATE '.
030600     05  HL1-RUN-DATE            PIC 9999/99/99.
030700     05  FILLER                  PIC X(07)  VALUE '  PAGE '.
030800     05  HL1-PAGE-NUMBER         PIC ZZZ9.
030900
031000 01  WS-HEADING-LINE-2.
031100     05  FILLER                  PIC X(28)  VALUE SPACES.
031200     05  FILLER                  PIC X(09)  VALUE '    COUNT'.
031300     05  FILLER                  PIC X(04)  VALUE SPACES.
031400     05  FILLER                  PIC X(18)  VALUE
031500         '      RESULT TOTAL'.
031600
031700 01  WS-STATEMENT-LINE.
031800     05  STL-LABEL               PIC X(28).
031900     05  STL-COUNT               PIC ZZZZZZZZ9.
032000     05  FILLER                  PIC X(04)  VALUE SPACES.
032100     05  STL-TOTAL               PIC -(11)9.9(04).
032200
032300 01  WS-RULE-LINE.
032400     05  FILLER                  PIC X(28)  VALUE SPACES.
032500     05  FILLER                  PIC X(31)  VALUE ALL '-'.
032600
032700 LINKAGE SECTION.
032800*----------------------------------------------------------------
032900* JCL PARM AREA - PARM='YYYYMM' CLOSES THAT MONTH (A CATCH-UP
033000*     CLOSE OF A MISSED MONTH END).  NO PARM CLOSES TONIGHT'S
033100*     MONTH IF TONIGHT IS ITS LAST BUSINESS DAY
033200*----------------------------------------------------------------
033300 01  RP-PARM-AREA.
033400     05  RP-PARM-LENGTH           PIC S9(04) COMP.
033500     05  RP-PARM-TEXT             PIC X(06).
033600 PROCEDURE DIVISION USING RP-PARM-AREA.
033700*----------------------------------------------------------------
033800* 0000-MAINLINE
033900*----------------------------------------------------------------
034000 0000-MAINLINE.
034100     PERFORM 1000-INITIALIZE
034200         THRU 1000-INITIALIZE-EXIT.
034300     PERFORM 2000-SCAN-HISTORY
034400         THRU 2000-SCAN-HISTORY-EXIT.
034500     PERFORM 3000-TERMINATE
034600         THRU 3000-TERMINATE-EXIT.
034700     GOBACK.
034800*----------------------------------------------------------------
034900* 1000-INITIALIZE - DECIDE WHICH MONTH (IF ANY) CLOSES TONIGHT
035000*     AND PROVE IT IS THE NEXT ONE DUE
035100*----------------------------------------------------------------
035200 1000-INITIALIZE.
035300     IF RP-PARM-LENGTH = 6
035400        AND RP-PARM-TEXT NUMERIC
035500         SET WS-CATCH-UP-CLOSE TO TRUE
035600         MOVE RP-PARM-TEXT TO WS-CLOSE-PERIOD
035700     END-IF.
035800     PERFORM 1100-FIND-DATES
035900         THRU 1100-FIND-DATES-EXIT.
036000     PERFORM 1200-SELECT-PERIOD
036100         THRU 1200-SELECT-PERIOD-EXIT.
036200     PERFORM 1300-LOAD-PERIOD-CONTROL
036300         THRU 1300-LOAD-PERIOD-CONTROL-EXIT.
036400     PERFORM 1400-CHECK-SEQUENCE
036500         THRU 1400-CHECK-SEQUENCE-EXIT.
036600     PERFORM 1500-PRIME-SOURCE-TABLE
036700         THRU 1500-PRIME-SOURCE-TABLE-EXIT
036800         VARYING WS-BF-IX FROM 1 BY 1
036900         UNTIL WS-BF-IX > WS-BF-COUNT.
037000 1000-INITIALIZE-EXIT.
037100     EXIT.
037200*----------------------------------------------------------------
037300* 1100-FIND-DATES - THE CURRENT-FLAGGED DATE AND THE FIRST
037400*     BUSINESS DAY AFTER IT, THE SAME WAY F01CALRL FINDS THEM.
037500*     NO CURRENT DATE IS FATAL
037600*----------------------------------------------------------------
037700 1100-FIND-DATES.
037800     OPEN INPUT CAL-FILE.
037900     PERFORM 1150-SCAN-CALENDAR
038000         THRU 1150-SCAN-CALENDAR-EXIT
038100         UNTIL WS-CAL-END-OF-FILE
038200            OR WS-NEXT-FOUND.
038300     CLOSE CAL-FILE.
038400     IF NOT WS-CURRENT-FOUND
038500         DISPLAY 'F01PRDCL NO CURRENT-DATE FLAG ON THE CALNDR '
038600             'CALENDAR - SEE F01CALBD/F01CALRL'
038700         MOVE 16 TO RETURN-CODE
038800         GOBACK
038900     END-IF.
039000     MOVE WS-CURRENT-DATE TO WS-WORK-DATE.
039100     MOVE WS-WORK-PERIOD  TO WS-CURRENT-PERIOD.
039200     MOVE WS-NEXT-DATE    TO WS-WORK-DATE.
039300     MOVE WS-WORK-PERIOD  TO WS-NEXT-PERIOD.
039400 1100-FIND-DATES-EXIT.
039500     EXIT.
039600*----------------------------------------------------------------
039700* 1150-SCAN-CALENDAR - ONE CALENDAR RECORD
039800*----------------------------------------------------------------
039900 1150-SCAN-CALENDAR.
040000     READ CAL-FILE
040100         AT END
040200             SET WS-CAL-END-OF-FILE TO TRUE
040300             GO TO 1150-SCAN-CALENDAR-EXIT
040400     END-READ.
040500     IF CAL-DATE NOT NUMERIC
040600         GO TO 1150-SCAN-CALENDAR-EXIT
040700     END-IF.
040800     IF CAL-CURRENT-DATE
040900         SET WS-CURRENT-FOUND TO TRUE
041000         MOVE CAL-DATE TO WS-CURRENT-DATE
041100         GO TO 1150-SCAN-CALENDAR-EXIT
041200     END-IF.
041300     IF WS-CURRENT-FOUND
041400        AND CAL-BUSINESS-DAY
041500         SET WS-NEXT-FOUND TO TRUE
041600         MOVE CAL-DATE TO WS-NEXT-DATE
041700     END-IF.
041800 1150-SCAN-CALENDAR-EXIT.
041900     EXIT.
042000*----------------------------------------------------------------
042100* 1200-SELECT-PERIOD - WITH NO PARM, TONIGHT'S MONTH CLOSES
042200*     ONLY WHEN THE NEXT BUSINESS DAY FALLS IN A LATER MONTH.
042300*     A CATCH-UP MONTH MUST ALREADY BE OVER - TONIGHT'S MONTH
042400*     QUALIFIES ONLY ON ITS LAST BUSINESS DAY, A LATER MONTH
042500*     NEVER
042600*----------------------------------------------------------------
042700 1200-SELECT-PERIOD.
042800     IF WS-CATCH-UP-CLOSE
042900         IF WS-CLOSE-PERIOD < WS-CURRENT-PERIOD
043000             GO TO 1200-SELECT-PERIOD-EXIT
043100         END-IF
043200         IF WS-CLOSE-PERIOD > WS-CURRENT-PERIOD
043300             DISPLAY 'F01PRDCL PERIOD ' WS-CLOSE-PERIOD
043400                 ' IS AFTER THE PROCESSING DATE '
043500                 WS-CURRENT-DATE ' - CANNOT CLOSE A MONTH '
043600                 'NOT YET OVER'
043700             MOVE 8 TO RETURN-CODE
043800             GOBACK
043900         END-IF
044000     END-IF.
044100     IF NOT WS-NEXT-FOUND
044200         DISPLAY 'F01PRDCL NO BUSINESS DAY LEFT AFTER '
044300             WS-CURRENT-DATE ' - BUILD NEXT YEAR''S CALENDAR '
044400             '(F01CALBD).  NOTHING CLOSED.'
044500         MOVE 8 TO RETURN-CODE
044600         GOBACK
044700     END-IF.
044800     IF WS-NEXT-PERIOD = WS-CURRENT-PERIOD
044900         IF WS-CATCH-UP-CLOSE
045000             DISPLAY 'F01PRDCL PERIOD ' WS-CLOSE-PERIOD
045100                 ' IS NOT OVER - ITS LAST BUSINESS DAY IS '
045200                 'STILL TO COME'
045300             MOVE 8 TO RETURN-CODE
045400         ELSE
045500             DISPLAY 'F01PRDCL ' WS-CURRENT-DATE
045600                 ' IS NOT THE LAST BUSINESS DAY OF ITS MONTH'
045700                 ' - NO CLOSE TONIGHT'
045800             MOVE 0 TO RETURN-CODE
045900         END-IF
046000         GOBACK
046100     END-IF.
046200     MOVE WS-CURRENT-PERIOD TO WS-CLOSE-PERIOD.
046300 1200-SELECT-PERIOD-EXIT.
046400     EXIT.
046500*----------------------------------------------------------------
046600* 1300-LOAD-PERIOD-CONTROL - READ PERIODCT FOR THE LATEST
046700*     COMPLETED CLOSE AND ITS STATEMENT RECORDS
046800*----------------------------------------------------------------
046900 1300-LOAD-PERIOD-CONTROL.
047000     OPEN INPUT PERIOD-FILE.
047100     PERFORM 1350-READ-PERIOD-RECORD
047200         THRU 1350-READ-PERIOD-RECORD-EXIT
047300         UNTIL WS-PRD-END-OF-FILE.
047400     CLOSE PERIOD-FILE.
047500 1300-LOAD-PERIOD-CONTROL-EXIT.
047600     EXIT.
047700*----------------------------------------------------------------
047800* 1350-READ-PERIOD-RECORD - ONE PERIODCT RECORD.  STATEMENT
047900*     RECORDS COLLECT INTO THE SET TABLE (A NEW PERIOD STARTS
048000*     A NEW SET); A CLOSING CONTROL RECORD MAKES THE SET THE
048100*     FIGURES BROUGHT FORWARD
048200*----------------------------------------------------------------
048300 1350-READ-PERIOD-RECORD.
048400     READ PERIOD-FILE
048500         AT END
048600             SET WS-PRD-END-OF-FILE TO TRUE
048700             GO TO 1350-READ-PERIOD-RECORD-EXIT
048800     END-READ.
048900     IF PC-PERIOD NOT NUMERIC
049000         GO TO 1350-READ-PERIOD-RECORD-EXIT
049100     END-IF.
049200     IF PC-PERIOD NOT = WS-SET-PERIOD
049300         MOVE ZERO      TO WS-SET-COUNT
049400         MOVE PC-PERIOD TO WS-SET-PERIOD
049500     END-IF.
049600     IF PC-SOURCE-STATEMENT
049700         IF WS-SET-COUNT >= WS-SRC-MAX-ENTRIES
049800             DISPLAY 'F01PRDCL PERIODCT CARRIES MORE THAN '
049900                 WS-SRC-MAX-ENTRIES ' SOURCES FOR PERIOD '
050000                 PC-PERIOD
050100             MOVE 16 TO RETURN-CODE
050200             GOBACK
050300         END-IF
050400         ADD 1 TO WS-SET-COUNT
050500         MOVE PC-SOURCE-SYSTEM
050600             TO WS-SET-SYSTEM (WS-SET-COUNT)
050700         MOVE PC-CUM-COUNT
050800             TO WS-SET-CUM-COUNT (WS-SET-COUNT)
050900         MOVE PC-CUM-NET-TOTAL
051000             TO WS-SET-CUM-NET (WS-SET-COUNT)
051100     END-IF.
051200     IF PC-CLOSING-CONTROL
051300         MOVE PC-PERIOD     TO WS-LAST-CLOSED
051400         MOVE WS-SET-TABLE  TO WS-BF-TABLE
051500         MOVE WS-SET-COUNT  TO WS-BF-COUNT
051600         MOVE ZERO          TO WS-SET-COUNT
051700         MOVE ZERO          TO WS-SET-PERIOD
051800     END-IF.
051900 1350-READ-PERIOD-RECORD-EXIT.
052000     EXIT.
052100*----------------------------------------------------------------
052200* 1400-CHECK-SEQUENCE - THE MONTH MUST NOT BE CLOSED ALREADY,
052300*     AND MUST BE THE MONTH RIGHT AFTER THE LATEST CLOSE - A
052400*     SKIPPED MONTH WOULD NEVER BE LOCKED OR STATED.  THE VERY
052500*     FIRST CLOSE MAY BE ANY MONTH
052600*----------------------------------------------------------------
052700 1400-CHECK-SEQUENCE.
052800     IF WS-LAST-CLOSED = ZERO
052900         GO TO 1400-CHECK-SEQUENCE-EXIT
053000     END-IF.
053100     IF WS-CLOSE-PERIOD NOT > WS-LAST-CLOSED
053200         DISPLAY 'F01PRDCL PERIOD ' WS-CLOSE-PERIOD
053300             ' IS ALREADY CLOSED (LATEST CLOSE '
053400             WS-LAST-CLOSED ') - NOTHING WRITTEN'
053500         MOVE 4 TO RETURN-CODE
053600         GOBACK
053700     END-IF.
053800     MOVE WS-LAST-CLOSED TO WS-EXPECT-PERIOD.
053900     IF WS-EXPECT-MM = 12
054000         ADD 1 TO WS-EXPECT-YYYY
054100         MOVE 01 TO WS-EXPECT-MM
054200     ELSE
054300         ADD 1 TO WS-EXPECT-MM
054400     END-IF.
054500     IF WS-CLOSE-PERIOD NOT = WS-EXPECT-PERIOD
054600         DISPLAY 'F01PRDCL PERIOD ' WS-CLOSE-PERIOD
054700             ' IS OUT OF ORDER - LATEST CLOSE IS '
054800             WS-LAST-CLOSED ', SO ' WS-EXPECT-PERIOD
054900             ' MUST CLOSE FIRST (PARM=''YYYYMM'')'
055000         MOVE 8 TO RETURN-CODE
055100         GOBACK
055200     END-IF.
055300 1400-CHECK-SEQUENCE-EXIT.
055400     EXIT.
055500*----------------------------------------------------------------
055600* 1500-PRIME-SOURCE-TABLE - ONE SOURCE FROM THE LAST CLOSE,
055700*     WITH ITS CUMULATIVE FIGURES AS THIS MONTH'S BROUGHT
055800*     FORWARD
055900*----------------------------------------------------------------
056000 1500-PRIME-SOURCE-TABLE.
056100     MOVE WS-BF-SYSTEM (WS-BF-IX) TO WS-FIND-SOURCE.
056200     PERFORM 2100-FIND-SOURCE
056300         THRU 2100-FIND-SOURCE-EXIT.
056400     MOVE WS-BF-CUM-COUNT (WS-BF-IX)
056500         TO WS-SRC-BF-COUNT (WS-SRC-FOUND-IX).
056600     MOVE WS-BF-CUM-NET (WS-BF-IX)
056700         TO WS-SRC-BF-NET (WS-SRC-FOUND-IX).
056800 1500-PRIME-SOURCE-TABLE-EXIT.
056900     EXIT.
057000*----------------------------------------------------------------
057100* 2000-SCAN-HISTORY - ONE SEQUENTIAL PASS OF THE HISTORY MASTER
057200*----------------------------------------------------------------
057300 2000-SCAN-HISTORY.
057400     OPEN INPUT TRANHIST-FILE.
057500     PERFORM 2050-READ-HISTORY
057600         THRU 2050-READ-HISTORY-EXIT.
057700     PERFORM 2200-ACCUMULATE
057800         THRU 2200-ACCUMULATE-EXIT
057900         UNTIL WS-HIST-END-OF-FILE.
058000     CLOSE TRANHIST-FILE.
058100 2000-SCAN-HISTORY-EXIT.
058200     EXIT.
058300*----------------------------------------------------------------
058400* 2050-READ-HISTORY - READ THE NEXT HISTORY RECORD
058500*----------------------------------------------------------------
058600 2050-READ-HISTORY.
058700     READ TRANHIST-FILE NEXT RECORD
058800         AT END
058900             SET WS-HIST-END-OF-FILE TO TRUE
059000             GO TO 2050-READ-HISTORY-EXIT
059100     END-READ.
059200     ADD 1 TO WS-HIST-READ.
059300 2050-READ-HISTORY-EXIT.
059400     EXIT.
059500*----------------------------------------------------------------
059600* 2100-FIND-SOURCE - FIND WS-FIND-SOURCE IN THE STATEMENT
059700*     TABLE, INSERTING A ZEROED ENTRY IN SOURCE ORDER WHEN IT
059800*     IS NOT THERE YET
059900*----------------------------------------------------------------
060000 2100-FIND-SOURCE.
060100     MOVE ZERO TO WS-SRC-FOUND-IX.
060200     MOVE ZERO TO WS-INSERT-IX.
060300     PERFORM 2110-SCAN-SOURCE-TABLE
060400         THRU 2110-SCAN-SOURCE-TABLE-EXIT
060500         VARYING WS-SRC-IX FROM 1 BY 1
060600         UNTIL WS-SRC-IX > WS-SRC-COUNT
060700            OR WS-SRC-FOUND-IX > ZERO
060800            OR WS-INSERT-IX > ZERO.
060900     IF WS-SRC-FOUND-IX > ZERO
061000         GO TO 2100-FIND-SOURCE-EXIT
061100     END-IF.
061200     IF WS-SRC-COUNT >= WS-SRC-MAX-ENTRIES
061300         DISPLAY 'F01PRDCL SOURCE TABLE FULL - MORE THAN '
061400             WS-SRC-MAX-ENTRIES ' SOURCE SYSTEMS'
061500         MOVE 16 TO RETURN-CODE
061600         GOBACK
061700     END-IF.
061800     IF WS-INSERT-IX = ZERO
061900         COMPUTE WS-INSERT-IX = WS-SRC-COUNT + 1
062000     ELSE
062100         PERFORM 2120-SHIFT-ENTRY
062200             THRU 2120-SHIFT-ENTRY-EXIT
062300             VARYING WS-SHIFT-IX FROM WS-SRC-COUNT BY -1
062400             UNTIL WS-SHIFT-IX < WS-INSERT-IX
062500     END-IF.
062600     ADD 1 TO WS-SRC-COUNT.
062700     MOVE WS-INSERT-IX TO WS-SRC-FOUND-IX.
062800     INITIALIZE WS-SRC-ENTRY (WS-SRC-FOUND-IX).
062900     MOVE WS-FIND-SOURCE TO WS-SRC-SYSTEM (WS-SRC-FOUND-IX).
063000 2100-FIND-SOURCE-EXIT.
063100     EXIT.
063200*----------------------------------------------------------------
063300* 2110-SCAN-SOURCE-TABLE - ONE PROBE: A MATCH, OR THE FIRST
063400*     ENTRY SORTING AFTER THE SOURCE (WHERE IT GOES IN)
063500*----------------------------------------------------------------
063600 2110-SCAN-SOURCE-TABLE.
063700     IF WS-SRC-SYSTEM (WS-SRC-IX) = WS-FIND-SOURCE
063800         MOVE WS-SRC-IX TO WS-SRC-FOUND-IX
063900         GO TO 2110-SCAN-SOURCE-TABLE-EXIT
064000     END-IF.
064100     IF WS-SRC-SYSTEM (WS-SRC-IX) > WS-FIND-SOURCE
064200         MOVE WS-SRC-IX TO WS-INSERT-IX
064300     END-IF.
064400 2110-SCAN-SOURCE-TABLE-EXIT.
064500     EXIT.
064600*----------------------------------------------------------------
064700* 2120-SHIFT-ENTRY - MOVE ONE ENTRY UP A SLOT TO OPEN THE GAP
064800*----------------------------------------------------------------
064900 2120-SHIFT-ENTRY.
065000     MOVE WS-SRC-ENTRY (WS-SHIFT-IX)
065100         TO WS-SRC-ENTRY (WS-SHIFT-IX + 1).
065200 2120-SHIFT-ENTRY-EXIT.
065300     EXIT.
065400*----------------------------------------------------------------
065500* 2200-ACCUMULATE - ADD ONE HISTORY RECORD TO ITS SOURCE'S
065600*     STATEMENT: A POSTING EFFECTIVE IN THE MONTH BY OPERATION
065700*     AND RUN TYPE, A REVERSAL THAT LANDED IN THE MONTH, AND A
065800*     SUSPENSE RELEASE THAT LANDED IN THE MONTH
065900*----------------------------------------------------------------
066000 2200-ACCUMULATE.
066100     MOVE HIST-SOURCE-SYSTEM TO WS-FIND-SOURCE.
066200     PERFORM 2100-FIND-SOURCE
066300         THRU 2100-FIND-SOURCE-EXIT.
066400     MOVE HIST-EFFECTIVE-DATE TO WS-WORK-DATE.
066500     IF WS-WORK-PERIOD = WS-CLOSE-PERIOD
066600         PERFORM 2300-ADD-POSTING
066700             THRU 2300-ADD-POSTING-EXIT
066800     END-IF.
066900     IF HIST-REVERSED OR HIST-REVERSED-CORRECTED
067000         MOVE HIST-REVERSAL-DATE TO WS-WORK-DATE
067100         IF WS-WORK-PERIOD = WS-CLOSE-PERIOD
067200             ADD 1 TO WS-SRC-REV-COUNT (WS-SRC-FOUND-IX)
067300             ADD HIST-REVERSED-RESULT
067400                 TO WS-SRC-REV-TOTAL (WS-SRC-FOUND-IX)
067500         END-IF
067600     END-IF.
067700     IF HIST-SUSP-RELEASED
067800         MOVE HIST-RUN-DATE TO WS-WORK-DATE
067900         IF WS-WORK-PERIOD = WS-CLOSE-PERIOD
068000             ADD 1 TO WS-SRC-REL-COUNT (WS-SRC-FOUND-IX)
068100             ADD HIST-RESULT
068200                 TO WS-SRC-REL-TOTAL (WS-SRC-FOUND-IX)
068300         END-IF
068400     END-IF.
068500     PERFORM 2050-READ-HISTORY
068600         THRU 2050-READ-HISTORY-EXIT.
068700 2200-ACCUMULATE-EXIT.
068800     EXIT.
068900*----------------------------------------------------------------
069000* 2300-ADD-POSTING - ONE POSTING EFFECTIVE IN THE MONTH
069100*----------------------------------------------------------------
069200 2300-ADD-POSTING.
069300     ADD 1 TO WS-SRC-MONTH-COUNT (WS-SRC-FOUND-IX).
069400     ADD HIST-RESULT TO WS-SRC-MONTH-TOTAL (WS-SRC-FOUND-IX).
069500     MOVE ZERO TO WS-OP-IX.
069600     PERFORM 2310-MATCH-OP-CODE
069700         THRU 2310-MATCH-OP-CODE-EXIT
069800         VARYING WS-OP-SCAN-IX FROM 1 BY 1
069900         UNTIL WS-OP-SCAN-IX > 4
070000            OR WS-OP-IX > ZERO.
070100     IF WS-OP-IX > ZERO
070200         ADD 1 TO WS-SRC-OP-COUNT (WS-SRC-FOUND-IX, WS-OP-IX)
070300         ADD HIST-RESULT
070400             TO WS-SRC-OP-TOTAL (WS-SRC-FOUND-IX, WS-OP-IX)
070500     END-IF.
070600     IF HIST-RUN-TYPE = 'E'
070700         ADD 1 TO WS-SRC-EXPED-COUNT (WS-SRC-FOUND-IX)
070800         ADD HIST-RESULT TO WS-SRC-EXPED-TOTAL (WS-SRC-FOUND-IX)
070900     ELSE
071000         ADD 1 TO WS-SRC-NIGHT-COUNT (WS-SRC-FOUND-IX)
071100         ADD HIST-RESULT TO WS-SRC-NIGHT-TOTAL (WS-SRC-FOUND-IX)
071200     END-IF.
071300 2300-ADD-POSTING-EXIT.
071400     EXIT.
071500*----------------------------------------------------------------
071600* 2310-MATCH-OP-CODE - ONE PROBE OF THE OPERATION CODE LIST
071700*----------------------------------------------------------------
071800 2310-MATCH-OP-CODE.
071900     IF WS-OP-CODE (WS-OP-SCAN-IX) = HIST-OPERATION-CODE
072000         MOVE WS-OP-SCAN-IX TO WS-OP-IX
072100     END-IF.
072200 2310-MATCH-OP-CODE-EXIT.
072300     EXIT.
072400*----------------------------------------------------------------
072500* 3000-TERMINATE - FINISH EACH SOURCE'S FIGURES, PRINT THE
072600*     STATEMENTS AND THE SUMMARY PAGE, AND APPEND THE CLOSE TO
072700*     PERIODCT - STATEMENT RECORDS FIRST, THE CLOSING CONTROL
072800*     RECORD LAST, SO AN INTERRUPTED CLOSE NEVER LOCKS A MONTH
072900*----------------------------------------------------------------
073000 3000-TERMINATE.
073100     INITIALIZE WS-GRAND-ENTRY.
073200     MOVE 'ALL' TO WS-GRD-SYSTEM.
073300     OPEN OUTPUT STATEMENT-RPT.
073400     PERFORM 3100-STATE-SOURCE
073500         THRU 3100-STATE-SOURCE-EXIT
073600         VARYING WS-SRC-IX FROM 1 BY 1
073700         UNTIL WS-SRC-IX > WS-SRC-COUNT.
073800     MOVE WS-GRAND-ENTRY TO WS-SRC-ENTRY (WS-SRC-COUNT + 1).
073900     COMPUTE WS-SRC-IX = WS-SRC-COUNT + 1.
074000     PERFORM 3200-PRINT-STATEMENT
074100         THRU 3200-PRINT-STATEMENT-EXIT.
074200     CLOSE STATEMENT-RPT.
074300     OPEN OUTPUT PERIOD-FILE.
074400     PERFORM 3300-WRITE-STATEMENT-RECORD
074500         THRU 3300-WRITE-STATEMENT-RECORD-EXIT
074600         VARYING WS-SRC-IX FROM 1 BY 1
074700         UNTIL WS-SRC-IX > WS-SRC-COUNT.
074800     COMPUTE WS-SRC-IX = WS-SRC-COUNT + 1.
074900     PERFORM 3300-WRITE-STATEMENT-RECORD
075000         THRU 3300-WRITE-STATEMENT-RECORD-EXIT.
075100     CLOSE PERIOD-FILE.
075200     DISPLAY 'F01PRDCL PERIOD ' WS-CLOSE-PERIOD ' CLOSED ON '
075300         WS-CURRENT-DATE.
075400     DISPLAY 'F01PRDCL HISTORY RECORDS READ = ' WS-HIST-READ.
075500     DISPLAY 'F01PRDCL SOURCE STATEMENTS    = '
075600         WS-STATEMENTS-WRITTEN.
075700     DISPLAY 'F01PRDCL POSTINGS IN MONTH    = '
075800         WS-GRD-MONTH-COUNT.
075900     DISPLAY 'F01PRDCL REVERSALS IN MONTH   = '
076000         WS-GRD-REV-COUNT.
076100     DISPLAY 'F01PRDCL SUSP RELEASES        = '
076200         WS-GRD-REL-COUNT.
076300     MOVE 0 TO RETURN-CODE.
076400 3000-TERMINATE-EXIT.
076500     EXIT.
076600*----------------------------------------------------------------
076700* 3100-STATE-SOURCE - CARRY ONE SOURCE'S FIGURES FORWARD, ADD
076800*     THEM TO THE GRAND TOTALS, AND PRINT ITS STATEMENT
076900*----------------------------------------------------------------
077000 3100-STATE-SOURCE.
077100     COMPUTE WS-SRC-CF-COUNT (WS-SRC-IX)
077200         = WS-SRC-BF-COUNT (WS-SRC-IX)
077300         + WS-SRC-MONTH-COUNT (WS-SRC-IX).
077400     COMPUTE WS-SRC-CF-NET (WS-SRC-IX)
077500         = WS-SRC-BF-NET (WS-SRC-IX)
077600         + WS-SRC-MONTH-TOTAL (WS-SRC-IX)
077700         - WS-SRC-REV-TOTAL (WS-SRC-IX).
077800     ADD WS-SRC-BF-COUNT (WS-SRC-IX)    TO WS-GRD-BF-COUNT.
077900     ADD WS-SRC-BF-NET (WS-SRC-IX)      TO WS-GRD-BF-NET.
078000     PERFORM 3110-ADD-GRAND-OP
078100         THRU 3110-ADD-GRAND-OP-EXIT
078200         VARYING WS-OP-IX FROM 1 BY 1
078300         UNTIL WS-OP-IX > 4.
078400     ADD WS-SRC-MONTH-COUNT (WS-SRC-IX) TO WS-GRD-MONTH-COUNT.
078500     ADD WS-SRC-MONTH-TOTAL (WS-SRC-IX) TO WS-GRD-MONTH-TOTAL.
078600     ADD WS-SRC-NIGHT-COUNT (WS-SRC-IX) TO WS-GRD-NIGHT-COUNT.
078700     ADD WS-SRC-NIGHT-TOTAL (WS-SRC-IX) TO WS-GRD-NIGHT-TOTAL.
078800     ADD WS-SRC-EXPED-COUNT (WS-SRC-IX) TO WS-GRD-EXPED-COUNT.
078900     ADD WS-SRC-EXPED-TOTAL (WS-SRC-IX) TO WS-GRD-EXPED-TOTAL.
079000     ADD WS-SRC-REV-COUNT (WS-SRC-IX)   TO WS-GRD-REV-COUNT.
079100     ADD WS-SRC-REV-TOTAL (WS-SRC-IX)   TO WS-GRD-REV-TOTAL.
079200     ADD WS-SRC-REL-COUNT (WS-SRC-IX)   TO WS-GRD-REL-COUNT.
079300     ADD WS-SRC-REL-TOTAL (WS-SRC-IX)   TO WS-GRD-REL-TOTAL.
079400     ADD WS-SRC-CF-COUNT (WS-SRC-IX)    TO WS-GRD-CF-COUNT.
079500     ADD WS-SRC-CF-NET (WS-SRC-IX)      TO WS-GRD-CF-NET.
079600     PERFORM 3200-PRINT-STATEMENT
079700         THRU 3200-PRINT-STATEMENT-EXIT.
079800 3100-STATE-SOURCE-EXIT.
079900     EXIT.
080000*----------------------------------------------------------------
080100* 3110-ADD-GRAND-OP - ONE OPERATION BUCKET INTO THE GRAND TOTAL
080200*----------------------------------------------------------------
080300 3110-ADD-GRAND-OP.
080400     ADD WS-SRC-OP-COUNT (WS-SRC-IX, WS-OP-IX)
080500         TO WS-GRD-OP-COUNT (WS-OP-IX).
080600     ADD WS-SRC-OP-TOTAL (WS-SRC-IX, WS-OP-IX)
080700         TO WS-GRD-OP-TOTAL (WS-OP-IX).
080800 3110-ADD-GRAND-OP-EXIT.
080900     EXIT.
081000*----------------------------------------------------------------
081100* 3200-PRINT-STATEMENT - ONE STATEMENT PAGE FOR TABLE ENTRY
081200*     WS-SRC-IX (THE ENTRY PAST THE LAST SOURCE HOLDS THE GRAND
081300*     TOTALS FOR THE SUMMARY PAGE)
081400*----------------------------------------------------------------
081500 3200-PRINT-STATEMENT.
081600     MOVE WS-SRC-SYSTEM (WS-SRC-IX) TO HL1-SOURCE-SYSTEM.
081700     PERFORM 8100-WRITE-HEADING
081800         THRU 8100-WRITE-HEADING-EXIT.
081900     MOVE 'BROUGHT FORWARD (NET)      ' TO STL-LABEL.
082000     MOVE WS-SRC-BF-COUNT (WS-SRC-IX)    TO STL-COUNT.
082100     MOVE WS-SRC-BF-NET (WS-SRC-IX)      TO STL-TOTAL.
082200     WRITE STATEMENT-LINE FROM WS-STATEMENT-LINE
082300         AFTER ADVANCING 2 LINES.
082400     WRITE STATEMENT-LINE FROM WS-RULE-LINE
082500         AFTER ADVANCING 1 LINE.
082600     PERFORM 3210-PRINT-OP-LINE
082700         THRU 3210-PRINT-OP-LINE-EXIT
082800         VARYING WS-OP-IX FROM 1 BY 1
082900         UNTIL WS-OP-IX > 4.
083000     WRITE STATEMENT-LINE FROM WS-RULE-LINE
083100         AFTER ADVANCING 1 LINE.
083200     MOVE 'POSTED IN MONTH            ' TO STL-LABEL.
083300     MOVE WS-SRC-MONTH-COUNT (WS-SRC-IX) TO STL-COUNT.
083400     MOVE WS-SRC-MONTH-TOTAL (WS-SRC-IX) TO STL-TOTAL.
083500     PERFORM 8200-WRITE-STATEMENT-LINE
083600         THRU 8200-WRITE-STATEMENT-LINE-EXIT.
083700     MOVE '  NIGHTLY RUNS (N)         ' TO STL-LABEL.
083800     MOVE WS-SRC-NIGHT-COUNT (WS-SRC-IX) TO STL-COUNT.
083900     MOVE WS-SRC-NIGHT-TOTAL (WS-SRC-IX) TO STL-TOTAL.
084000     PERFORM 8200-WRITE-STATEMENT-LINE
084100         THRU 8200-WRITE-STATEMENT-LINE-EXIT.
084200     MOVE '  EXPEDITE RUNS (E)        ' TO STL-LABEL.
084300     MOVE WS-SRC-EXPED-COUNT (WS-SRC-IX) TO STL-COUNT.
084400     MOVE WS-SRC-EXPED-TOTAL (WS-SRC-IX) TO STL-TOTAL.
084500     PERFORM 8200-WRITE-STATEMENT-LINE
084600         THRU 8200-WRITE-STATEMENT-LINE-EXIT.
084700     MOVE 'REVERSALS LANDED           ' TO STL-LABEL.
084800     MOVE WS-SRC-REV-COUNT (WS-SRC-IX)   TO STL-COUNT.
084900     MOVE WS-SRC-REV-TOTAL (WS-SRC-IX)   TO STL-TOTAL.
085000     PERFORM 8200-WRITE-STATEMENT-LINE
085100         THRU 8200-WRITE-STATEMENT-LINE-EXIT.
085200     MOVE 'SUSPENSE RELEASES LANDED   ' TO STL-LABEL.
085300     MOVE WS-SRC-REL-COUNT (WS-SRC-IX)   TO STL-COUNT.
085400     MOVE WS-SRC-REL-TOTAL (WS-SRC-IX)   TO STL-TOTAL.
085500     PERFORM 8200-WRITE-STATEMENT-LINE
085600         THRU 8200-WRITE-STATEMENT-LINE-EXIT.
085700     WRITE STATEMENT-LINE FROM WS-RULE-LINE
085800         AFTER ADVANCING 1 LINE.
085900     MOVE 'CARRIED FORWARD (NET)      ' TO STL-LABEL.
086000     MOVE WS-SRC-CF-COUNT (WS-SRC-IX)    TO STL-COUNT.
086100     MOVE WS-SRC-CF-NET (WS-SRC-IX)      TO STL-TOTAL.
086200     PERFORM 8200-WRITE-STATEMENT-LINE
086300         THRU 8200-WRITE-STATEMENT-LINE-EXIT.
086400 3200-PRINT-STATEMENT-EXIT.
086500     EXIT.
086600*----------------------------------------------------------------
086700* 3210-PRINT-OP-LINE - ONE OPERATION CODE'S LINE
086800*----------------------------------------------------------------
086900 3210-PRINT-OP-LINE.
087000     MOVE WS-OP-LABEL (WS-OP-IX) TO STL-LABEL.
087100     MOVE WS-SRC-OP-COUNT (WS-SRC-IX, WS-OP-IX) TO STL-COUNT.
087200     MOVE WS-SRC-OP-TOTAL (WS-SRC-IX, WS-OP-IX) TO STL-TOTAL.
087300     PERFORM 8200-WRITE-STATEMENT-LINE
087400         THRU 8200-WRITE-STATEMENT-LINE-EXIT.
087500 3210-PRINT-OP-LINE-EXIT.
087600     EXIT.
087700*----------------------------------------------------------------
087800* 3300-WRITE-STATEMENT-RECORD - APPEND ONE PERIODCT RECORD FOR
087900*     TABLE ENTRY WS-SRC-IX - A SOURCE STATEMENT RECORD, OR THE
088000*     CLOSING CONTROL RECORD FOR THE GRAND-TOTAL ENTRY
088100*----------------------------------------------------------------
088200 3300-WRITE-STATEMENT-RECORD.
088300     MOVE SPACES TO PERIOD-RECORD.
088400     MOVE WS-CLOSE-PERIOD TO PC-PERIOD.
088500     IF WS-SRC-IX > WS-SRC-COUNT
088600         SET PC-CLOSING-CONTROL TO TRUE
088700         MOVE SPACES TO PC-SOURCE-SYSTEM
088800     ELSE
088900         SET PC-SOURCE-STATEMENT TO TRUE
089000         MOVE WS-SRC-SYSTEM (WS-SRC-IX) TO PC-SOURCE-SYSTEM
089100         ADD 1 TO WS-STATEMENTS-WRITTEN
089200     END-IF.
089300     MOVE WS-CURRENT-DATE                TO PC-CLOSE-DATE.
089400     MOVE WS-SRC-MONTH-COUNT (WS-SRC-IX) TO PC-MONTH-COUNT.
089500     MOVE WS-SRC-MONTH-TOTAL (WS-SRC-IX) TO PC-MONTH-TOTAL.
089600     MOVE WS-SRC-REV-COUNT (WS-SRC-IX)   TO PC-REVERSAL-COUNT.
089700     MOVE WS-SRC-REV-TOTAL (WS-SRC-IX)   TO PC-REVERSAL-TOTAL.
089800     MOVE WS-SRC-REL-COUNT (WS-SRC-IX)
089900         TO PC-SUSP-RELEASE-COUNT.
090000     MOVE WS-SRC-REL-TOTAL (WS-SRC-IX)
090100         TO PC-SUSP-RELEASE-TOTAL.
090200     MOVE WS-SRC-CF-COUNT (WS-SRC-IX)    TO PC-CUM-COUNT.
090300     MOVE WS-SRC-CF-NET (WS-SRC-IX)      TO PC-CUM-NET-TOTAL.
090400     WRITE PERIOD-RECORD.
090500 3300-WRITE-STATEMENT-RECORD-EXIT.
090600     EXIT.
090700*----------------------------------------------------------------
090800* 8100-WRITE-HEADING - START A NEW PAGE
090900*----------------------------------------------------------------
091000 8100-WRITE-HEADING.
091100     ADD 1 TO WS-PAGE-NUMBER.
091200     MOVE WS-CLOSE-PERIOD TO HL1-PERIOD.
091300     MOVE WS-CURRENT-DATE TO HL1-RUN-DATE.
091400     MOVE WS-PAGE-NUMBER  TO HL1-PAGE-NUMBER.
091500     WRITE STATEMENT-LINE FROM WS-HEADING-LINE-1
091600         AFTER ADVANCING PAGE.
091700     WRITE STATEMENT-LINE FROM WS-HEADING-LINE-2
091800         AFTER ADVANCING 2 LINES.
091900 8100-WRITE-HEADING-EXIT.
092000     EXIT.
092100*----------------------------------------------------------------
092200* 8200-WRITE-STATEMENT-LINE - PRINT ONE STATEMENT LINE.  A
092300*     STATEMENT IS A FIXED DOZEN LINES, SO IT NEVER BREAKS A
092400*     PAGE
092500*----------------------------------------------------------------
092600 8200-WRITE-STATEMENT-LINE.
092700     WRITE STATEMENT-LINE FROM WS-STATEMENT-LINE
092800         AFTER ADVANCING 1 LINE.
092900 8200-WRITE-STATEMENT-LINE-EXIT.
093000     EXIT.
093100 END PROGRAM F01PRDCL.
