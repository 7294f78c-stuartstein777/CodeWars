000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. F01PNDAG.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. BATCH SUPPORT - MULTIPLY SUBSYSTEM.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26 RH   INITIAL VERSION.  PENDING AGING REPORT.  READS
001100*               THE KEYED PENDING MASTER (PENDREC) AND PRINTS
001200*               EVERY ITEM STILL HELD WHOSE RELEASE DATE IS MORE
001300*               THAN THE THRESHOLD (JCL PARM, DEFAULT 10)
001400*               BUSINESS DAYS AHEAD OF THE PROCESSING DATE,
001500*               WITH THE DATE IT WAS FIRST HELD.  AN ITEM THAT
001600*               FAR OUT IS USUALLY A KEYING ERROR IN THE YEAR
001700*               OR MONTH, AND THE SOONER THE SOURCE HEARS THE
001800*               SOONER IT IS CANCELLED ON THE F01P SCREEN AND
001900*               RESENT.
002000*----------------------------------------------------------------
002100* REMARKS.
002200*     BUSINESS DAYS AHEAD ARE COUNTED FROM THE CALNDR CALENDAR:
002300*     DATES AFTER THE PROCESSING DATE, UP TO AND INCLUDING THE
002400*     RELEASE DATE, FLAGGED B - THE SAME RULE F01RJAGE AGES
002500*     REJECTS BY, LOOKING FORWARD INSTEAD OF BACK.  A RELEASE
002600*     DATE PAST THE CALENDAR'S LAST DATE FALLS BACK TO THE RAW
002700*     DAY COUNT AND IS MARKED - ANYTHING THAT FAR OUT IS OVER
002800*     THE THRESHOLD EITHER WAY.
002900*
003000*     THE REPORT IS INFORMATIONAL - RC=0 WHATEVER IT LISTS;
003100*     RC=16 NO CURRENT-DATE FLAG ON THE CALENDAR OR THE
003200*     CALENDAR TABLE IS FULL.
003300*----------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-370.
003700 OBJECT-COMPUTER. IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT PNDMAST-FILE ASSIGN TO PNDMAST
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS PEND-KEY
004400         FILE STATUS IS WS-PEND-STATUS.
004500
004600     SELECT CAL-FILE ASSIGN TO CALNDR
004700         ORGANIZATION IS SEQUENTIAL.
004800
004900     SELECT AGING-RPT ASSIGN TO PNDAGRPT
005000         ORGANIZATION IS SEQUENTIAL.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  PNDMAST-FILE.
005400 01  PEND-RECORD.
005500     COPY PENDREC
005600         REPLACING PNX-LEVEL BY 05
005700         PNX-KEY-LEVEL BY 10
005800         PNX-KEY BY PEND-KEY
005900         PNX-SOURCE-SYSTEM BY PEND-SOURCE-SYSTEM
006000         PNX-TRANSACTION-ID BY PEND-TRANSACTION-ID
006100         PNX-RELEASE-DATE BY PEND-RELEASE-DATE
006200         PNX-OPERATION-CODE BY PEND-OPERATION-CODE
006300         PNX-NUM-1 BY PEND-NUM-1
006400         PNX-NUM-2 BY PEND-NUM-2
006500         PNX-PENDED-DATE BY PEND-PENDED-DATE
006600         PNX-STATUS-FLAG BY PEND-STATUS-FLAG
006700         PNX-PEND-HELD BY PEND-HELD
006800         PNX-PEND-RELEASED BY PEND-RELEASED
006900         PNX-PEND-CANCELLED BY PEND-CANCELLED
007000         PNX-RELEASED-ON BY PEND-RELEASED-ON
007100         PNX-CANCELLED-BY BY PEND-CANCELLED-BY
007200         PNX-CANCEL-DATE BY PEND-CANCEL-DATE
007300         PNX-CANCEL-TIME BY PEND-CANCEL-TIME.
007400     05  FILLER                     PIC X(24).
007500
007600 FD  CAL-FILE
007700     RECORDING MODE IS F.
007800 01  CAL-RECORD.
007900     COPY CALREC
008000         REPLACING CAX-LEVEL BY 05
008100         CAX-CAL-DATE BY CAL-DATE
008200         CAX-DAY-TYPE BY CAL-DAY-TYPE
008300         CAX-BUSINESS-DAY BY CAL-BUSINESS-DAY
008400         CAX-WEEKEND-DAY BY CAL-WEEKEND-DAY
008500         CAX-HOLIDAY BY CAL-HOLIDAY
008600         CAX-CURRENT-FLAG BY CAL-CURRENT-FLAG
008700         CAX-CURRENT-DATE BY CAL-CURRENT-DATE.
008800     05  FILLER                     PIC X(70).
008900
009000 FD  AGING-RPT
009100     RECORDING MODE IS F.
009200 01  AGING-LINE.
009300     05  AL-PRINT-AREA              PIC X(133).
009400
009500 WORKING-STORAGE SECTION.
009600*----------------------------------------------------------------
009700* SWITCHES
009800*----------------------------------------------------------------
009900 77  WS-EOF-SWITCH               PIC X(01)   VALUE 'N'.
010000     88  WS-END-OF-FILE                      VALUE 'Y'.
010100
010200 77  WS-CAL-EOF-SWITCH           PIC X(01)   VALUE 'N'.
010300     88  WS-CAL-END-OF-FILE                  VALUE 'Y'.
010400
010500 77  WS-PEND-STATUS              PIC X(02)   VALUE '00'.
010600
010700*----------------------------------------------------------------
010800* PAGE CONTROL
010900*----------------------------------------------------------------
011000 77  WS-PAGE-NUMBER              PIC 9(04) COMP VALUE ZERO.
011100 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE 99.
011200 77  WS-MAX-LINES-PER-PAGE       PIC 9(03) COMP VALUE 50.
011300
011400*----------------------------------------------------------------
011500* COUNTERS
011600*----------------------------------------------------------------
011700 77  WS-RECORDS-READ             PIC 9(09) COMP VALUE ZERO.
011800 77  WS-RECORDS-HELD             PIC 9(09) COMP VALUE ZERO.
011900 77  WS-RECORDS-FAR-AHEAD        PIC 9(09) COMP VALUE ZERO.
012000 77  WS-RECORDS-RELEASED         PIC 9(09) COMP VALUE ZERO.
012100 77  WS-RECORDS-CANCELLED        PIC 9(09) COMP VALUE ZERO.
012200
012300*----------------------------------------------------------------
012400* AHEAD THRESHOLD IN BUSINESS DAYS - FROM THE JCL PARM,
012500*     DEFAULT 10
012600*----------------------------------------------------------------
012700 77  WS-AHEAD-THRESHOLD          PIC 9(03)   VALUE 10.
012800
012900*----------------------------------------------------------------
013000* PROCESSING DATE AND THE DATE-TO-DAYS WORK AREAS
013100*----------------------------------------------------------------
013200 77  WS-PROCESS-DATE             PIC 9(08)   VALUE ZERO.
013300 77  WS-PROCESS-DAYS             PIC 9(09) COMP VALUE ZERO.
013400 77  WS-RELEASE-DAYS             PIC 9(09) COMP VALUE ZERO.
013500 77  WS-AHEAD-DAYS               PIC S9(09) COMP VALUE ZERO.
013600 77  WS-CONVERT-DAYS             PIC 9(09) COMP VALUE ZERO.
013700 77  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
013800 77  WS-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
013900 77  WS-LEAP-DAYS                PIC 9(04) COMP VALUE ZERO.
014000 77  WS-PRIOR-YYYY               PIC 9(04) COMP VALUE ZERO.
014100 01  WS-CONVERT-DATE             PIC 9(08).
014200 01  WS-CONVERT-DATE-R REDEFINES WS-CONVERT-DATE.
014300     05  WS-CONVERT-YYYY         PIC 9(04).
014400     05  WS-CONVERT-MM           PIC 9(02).
014500     05  WS-CONVERT-DD           PIC 9(02).
014600 01  WS-MONTH-OFFSET-DATA        PIC X(36)   VALUE
014700     '000031059090120151181212243273304334'.
014800 01  WS-MONTH-OFFSET-R REDEFINES WS-MONTH-OFFSET-DATA.
014900     05  WS-MONTH-OFFSET         OCCURS 12 TIMES
015000                                 PIC 9(03).
015100
015200*----------------------------------------------------------------
015300* THE CALENDAR ITSELF, TABLED SO EACH ITEM'S LEAD CAN BE
015400*     COUNTED IN BUSINESS DAYS - DATES AFTER THE PROCESSING
015500*     DATE, UP TO AND INCLUDING THE RELEASE DATE, FLAGGED B
015600*----------------------------------------------------------------
015700 77  WS-CDT-MAX-ENTRIES          PIC 9(04) COMP VALUE 400.
015800 77  WS-CDT-COUNT                PIC 9(04) COMP VALUE ZERO.
015900 77  WS-CDT-IX                   PIC 9(04) COMP VALUE ZERO.
016000 77  WS-CAL-LAST-DATE            PIC 9(08)   VALUE ZERO.
016100 77  WS-BUS-DAY-COUNT            PIC 9(09) COMP VALUE ZERO.
016200 01  WS-CALENDAR-TABLE.
016300     05  WS-CDT-ENTRY OCCURS 400 TIMES.
016400         10  WS-CDT-DATE            PIC 9(08).
016500         10  WS-CDT-TYPE            PIC X(01).
016600             88  WS-CDT-BUSINESS        VALUE 'B'.
016700
016800*----------------------------------------------------------------
016900* HEADING AND DETAIL PRINT LINES
017000*----------------------------------------------------------------
017100 01  WS-HEADING-LINE-1.
017200     05  FILLER                  PIC X(10)  VALUE 'F01PNDAG  '.
017300     05  FILLER                  PIC X(30)  VALUE
017400         'PENDING AGING REPORT         '.
017500     05  FILLER                  PIC X(11)  VALUE 'RUN DATE  '.
017600     05  HL1-RUN-DATE            PIC 9999/99/99.
017700     05  FILLER                  PIC X(10)  VALUE '  PAGE    '.
017800     05  HL1-PAGE-NUMBER         PIC ZZZ9.
017900
018000 01  WS-HEADING-LINE-2.
018100     05  FILLER                  PIC X(40)  VALUE
018200         'HELD ITEMS MORE THAN                    '.
018300     05  HL2-THRESHOLD           PIC ZZ9.
018400     05  FILLER                  PIC X(30)  VALUE
018500         ' BUSINESS DAYS AHEAD'.
018600
018700 01  WS-HEADING-LINE-3.
018800     05  FILLER              PIC X(14) VALUE 'TRANSACTION-ID'.
018900     05  FILLER                  PIC X(03)  VALUE SPACES.
019000     05  FILLER                  PIC X(08)  VALUE 'SOURCE  '.
019100     05  FILLER                  PIC X(03)  VALUE SPACES.
019200     05  FILLER                  PIC X(02)  VALUE 'OP'.
019300     05  FILLER                  PIC X(03)  VALUE SPACES.
019400     05  FILLER                  PIC X(12)  VALUE 'RELEASE-DATE'.
019500     05  FILLER                  PIC X(02)  VALUE SPACES.
019600     05  FILLER                  PIC X(10)  VALUE 'HELD-SINCE'.
019700     05  FILLER                  PIC X(04)  VALUE SPACES.
019800     05  FILLER                  PIC X(10)  VALUE 'AHEAD-BDAY'.
019900
020000 01  WS-DETAIL-LINE.
020100     05  DL-TRANSACTION-ID       PIC X(12).
020200     05  FILLER                  PIC X(05)  VALUE SPACES.
020300     05  DL-SOURCE-SYSTEM        PIC X(08).
020400     05  FILLER                  PIC X(04)  VALUE SPACES.
020500     05  DL-OPERATION-CODE       PIC X(01).
020600     05  FILLER                  PIC X(04)  VALUE SPACES.
020700     05  DL-RELEASE-DATE         PIC 9999/99/99.
020800     05  FILLER                  PIC X(04)  VALUE SPACES.
020900     05  DL-PENDED-DATE          PIC 9999/99/99.
021000     05  FILLER                  PIC X(04)  VALUE SPACES.
021100     05  DL-AHEAD-DAYS           PIC ZZZZZZZZ9.
021200     05  FILLER                  PIC X(03)  VALUE SPACES.
021300     05  DL-BEYOND-FLAG          PIC X(24).
021400
021500 01  WS-TOTALS-LINE-1.
021600     05  FILLER                  PIC X(28)  VALUE
021700         'PENDING MASTER RECORDS      '.
021800     05  TL1-RECORDS-READ        PIC ZZZZZZZZ9.
021900
022000 01  WS-TOTALS-LINE-2.
022100     05  FILLER                  PIC X(28)  VALUE
022200         'HELD                        '.
022300     05  TL2-RECORDS-HELD        PIC ZZZZZZZZ9.
022400
022500 01  WS-TOTALS-LINE-3.
022600     05  FILLER                  PIC X(28)  VALUE
022700         'HELD PAST THE THRESHOLD     '.
022800     05  TL3-RECORDS-FAR-AHEAD   PIC ZZZZZZZZ9.
022900
023000 01  WS-TOTALS-LINE-4.
023100     05  FILLER                  PIC X(28)  VALUE
023200         'CANCELLED, NOT YET DUE      '.
023300     05  TL4-RECORDS-CANCELLED   PIC ZZZZZZZZ9.
023400
023500 01  WS-TOTALS-LINE-5.
023600     05  FILLER                  PIC X(28)  VALUE
023700         'RELEASED, AWAITING PURGE    '.
023800     05  TL5-RECORDS-RELEASED    PIC ZZZZZZZZ9.
023900
024000 LINKAGE SECTION.
024100*----------------------------------------------------------------
024200* JCL PARM AREA - PARM='NNN' SETS THE AHEAD THRESHOLD IN
024300*     BUSINESS DAYS.  NO PARM LEAVES THE DEFAULT OF 10.
024400*----------------------------------------------------------------
024500 01  RP-PARM-AREA.
024600     05  RP-PARM-LENGTH           PIC S9(04) COMP.
024700     05  RP-PARM-TEXT             PIC X(03).
024800 PROCEDURE DIVISION USING RP-PARM-AREA.
024900*----------------------------------------------------------------
025000* 0000-MAINLINE
025100*----------------------------------------------------------------
025200 0000-MAINLINE.
025300     PERFORM 1000-INITIALIZE
025400         THRU 1000-INITIALIZE-EXIT.
025500     PERFORM 2000-PROCESS-PENDING
025600         THRU 2000-PROCESS-PENDING-EXIT
025700         UNTIL WS-END-OF-FILE.
025800     PERFORM 3000-TERMINATE
025900         THRU 3000-TERMINATE-EXIT.
026000     GOBACK.
026100*----------------------------------------------------------------
026200* 1000-INITIALIZE - PARM, CALENDAR, FIRST READ
026300*----------------------------------------------------------------
026400 1000-INITIALIZE.
026500     IF RP-PARM-LENGTH > ZERO
026600        AND RP-PARM-TEXT NUMERIC
026700         MOVE RP-PARM-TEXT TO WS-AHEAD-THRESHOLD
026800     END-IF.
026900     OPEN INPUT  PNDMAST-FILE
027000          INPUT  CAL-FILE
027100          OUTPUT AGING-RPT.
027200     PERFORM 1150-LOAD-CALENDAR
027300         THRU 1150-LOAD-CALENDAR-EXIT
027400         UNTIL WS-CAL-END-OF-FILE.
027500     IF WS-PROCESS-DATE = ZERO
027600         DISPLAY 'F01PNDAG NO CURRENT-DATE FLAG ON THE CALNDR '
027700             'CALENDAR - SEE F01CALBD/F01CALRL'
027800         MOVE 16 TO RETURN-CODE
027900         GOBACK
028000     END-IF.
028100     MOVE WS-PROCESS-DATE  TO WS-CONVERT-DATE.
028200     PERFORM 8300-DATE-TO-DAYS
028300         THRU 8300-DATE-TO-DAYS-EXIT.
028400     MOVE WS-CONVERT-DAYS TO WS-PROCESS-DAYS.
028500     PERFORM 8100-WRITE-HEADING
028600         THRU 8100-WRITE-HEADING-EXIT.
028700     PERFORM 8000-READ-MASTER
028800         THRU 8000-READ-MASTER-EXIT.
028900 1000-INITIALIZE-EXIT.
029000     EXIT.
029100*----------------------------------------------------------------
029200* 1150-LOAD-CALENDAR - TABLE ONE CALENDAR RECORD AND PICK UP
029300*     THE CURRENT-DATE FLAG ON THE WAY THROUGH
029400*----------------------------------------------------------------
029500 1150-LOAD-CALENDAR.
029600     READ CAL-FILE
029700         AT END
029800             SET WS-CAL-END-OF-FILE TO TRUE
029900             GO TO 1150-LOAD-CALENDAR-EXIT
030000     END-READ.
030100     IF CAL-DATE NOT NUMERIC
030200         GO TO 1150-LOAD-CALENDAR-EXIT
030300     END-IF.
030400     IF WS-CDT-COUNT >= WS-CDT-MAX-ENTRIES
030500         DISPLAY 'F01PNDAG CALENDAR TABLE FULL - MORE THAN '
030600             WS-CDT-MAX-ENTRIES ' CALENDAR RECORDS'
030700         MOVE 16 TO RETURN-CODE
030800         GOBACK
030900     END-IF.
031000     ADD 1 TO WS-CDT-COUNT.
031100     MOVE CAL-DATE     TO WS-CDT-DATE (WS-CDT-COUNT).
031200     MOVE CAL-DAY-TYPE TO WS-CDT-TYPE (WS-CDT-COUNT).
031300     MOVE CAL-DATE     TO WS-CAL-LAST-DATE.
031400     IF CAL-CURRENT-DATE
031500         MOVE CAL-DATE TO WS-PROCESS-DATE
031600     END-IF.
031700 1150-LOAD-CALENDAR-EXIT.
031800     EXIT.
031900*----------------------------------------------------------------
032000* 2000-PROCESS-PENDING - ONE PENDING MASTER RECORD.  ONLY HELD
032100*     ITEMS ARE AGED; CANCELLED AND RELEASED ONES ARE COUNTED
032200*----------------------------------------------------------------
032300 2000-PROCESS-PENDING.
032400     EVALUATE TRUE
032500         WHEN PEND-HELD
032600             ADD 1 TO WS-RECORDS-HELD
032700             PERFORM 2200-AGE-HELD
032800                 THRU 2200-AGE-HELD-EXIT
032900         WHEN PEND-CANCELLED
033000             ADD 1 TO WS-RECORDS-CANCELLED
033100         WHEN OTHER
033200             ADD 1 TO WS-RECORDS-RELEASED
033300     END-EVALUATE.
033400     PERFORM 8000-READ-MASTER
033500         THRU 8000-READ-MASTER-EXIT.
033600 2000-PROCESS-PENDING-EXIT.
033700     EXIT.
033800*----------------------------------------------------------------
033900* 2200-AGE-HELD - COUNT HOW FAR AHEAD ONE HELD ITEM IS AND
034000*     PRINT IT WHEN IT IS PAST THE THRESHOLD
034100*----------------------------------------------------------------
034200 2200-AGE-HELD.
034300     MOVE SPACES TO DL-BEYOND-FLAG.
034400     IF PEND-RELEASE-DATE > WS-CAL-LAST-DATE
034500         MOVE PEND-RELEASE-DATE TO WS-CONVERT-DATE
034600         PERFORM 8300-DATE-TO-DAYS
034700             THRU 8300-DATE-TO-DAYS-EXIT
034800         MOVE WS-CONVERT-DAYS TO WS-RELEASE-DAYS
034900         COMPUTE WS-AHEAD-DAYS = WS-RELEASE-DAYS
035000                               - WS-PROCESS-DAYS
035100         MOVE '*** BEYOND CALENDAR ***' TO DL-BEYOND-FLAG
035200     ELSE
035300         MOVE ZERO TO WS-BUS-DAY-COUNT
035400         PERFORM 2300-COUNT-BUSINESS-DAY
035500             THRU 2300-COUNT-BUSINESS-DAY-EXIT
035600             VARYING WS-CDT-IX FROM 1 BY 1
035700             UNTIL WS-CDT-IX > WS-CDT-COUNT
035800         MOVE WS-BUS-DAY-COUNT TO WS-AHEAD-DAYS
035900     END-IF.
036000     IF WS-AHEAD-DAYS < ZERO
036100         MOVE ZERO TO WS-AHEAD-DAYS
036200     END-IF.
036300     IF WS-AHEAD-DAYS NOT > WS-AHEAD-THRESHOLD
036400         GO TO 2200-AGE-HELD-EXIT
036500     END-IF.
036600     ADD 1 TO WS-RECORDS-FAR-AHEAD.
036700     MOVE PEND-TRANSACTION-ID TO DL-TRANSACTION-ID.
036800     MOVE PEND-SOURCE-SYSTEM  TO DL-SOURCE-SYSTEM.
036900     MOVE PEND-OPERATION-CODE TO DL-OPERATION-CODE.
037000     MOVE PEND-RELEASE-DATE   TO DL-RELEASE-DATE.
037100     MOVE PEND-PENDED-DATE    TO DL-PENDED-DATE.
037200     MOVE WS-AHEAD-DAYS       TO DL-AHEAD-DAYS.
037300     PERFORM 8200-WRITE-DETAIL-LINE
037400         THRU 8200-WRITE-DETAIL-LINE-EXIT.
037500 2200-AGE-HELD-EXIT.
037600     EXIT.
037700*----------------------------------------------------------------
037800* 2300-COUNT-BUSINESS-DAY - ONE CALENDAR TABLE ENTRY: COUNT IT
037900*     WHEN IT IS A BUSINESS DAY AFTER THE PROCESSING DATE, UP
038000*     TO AND INCLUDING THE RELEASE DATE
038100*----------------------------------------------------------------
038200 2300-COUNT-BUSINESS-DAY.
038300     IF WS-CDT-BUSINESS (WS-CDT-IX)
038400        AND WS-CDT-DATE (WS-CDT-IX) > WS-PROCESS-DATE
038500        AND WS-CDT-DATE (WS-CDT-IX) NOT > PEND-RELEASE-DATE
038600         ADD 1 TO WS-BUS-DAY-COUNT
038700     END-IF.
038800 2300-COUNT-BUSINESS-DAY-EXIT.
038900     EXIT.
039000*----------------------------------------------------------------
039100* 3000-TERMINATE - TOTALS, CLOSE, AND RETURN CODE
039200*----------------------------------------------------------------
039300 3000-TERMINATE.
039400     IF WS-LINE-COUNT + 7 > WS-MAX-LINES-PER-PAGE
039500         PERFORM 8100-WRITE-HEADING
039600             THRU 8100-WRITE-HEADING-EXIT
039700     END-IF.
039800     MOVE WS-RECORDS-READ       TO TL1-RECORDS-READ.
039900     WRITE AGING-LINE FROM WS-TOTALS-LINE-1
040000         AFTER ADVANCING 2 LINES.
040100     MOVE WS-RECORDS-HELD       TO TL2-RECORDS-HELD.
040200     WRITE AGING-LINE FROM WS-TOTALS-LINE-2
040300         AFTER ADVANCING 1 LINE.
040400     MOVE WS-RECORDS-FAR-AHEAD  TO TL3-RECORDS-FAR-AHEAD.
040500     WRITE AGING-LINE FROM WS-TOTALS-LINE-3
040600         AFTER ADVANCING 1 LINE.
040700     MOVE WS-RECORDS-CANCELLED  TO TL4-RECORDS-CANCELLED.
040800     WRITE AGING-LINE FROM WS-TOTALS-LINE-4
040900         AFTER ADVANCING 1 LINE.
041000     MOVE WS-RECORDS-RELEASED   TO TL5-RECORDS-RELEASED.
041100     WRITE AGING-LINE FROM WS-TOTALS-LINE-5
041200         AFTER ADVANCING 1 LINE.
041300     CLOSE PNDMAST-FILE
041400           CAL-FILE
041500           AGING-RPT.
041600     DISPLAY 'F01PNDAG PENDING RECORDS READ = ' WS-RECORDS-READ.
041700     DISPLAY 'F01PNDAG HELD                 = ' WS-RECORDS-HELD.
041800     DISPLAY 'F01PNDAG HELD PAST THRESHOLD  = '
041900         WS-RECORDS-FAR-AHEAD.
042000     DISPLAY 'F01PNDAG CANCELLED            = '
042100         WS-RECORDS-CANCELLED.
042200     MOVE 0 TO RETURN-CODE.
042300 3000-TERMINATE-EXIT.
042400     EXIT.
042500*----------------------------------------------------------------
042600* 8000-READ-MASTER - READ THE NEXT PENDING MASTER RECORD
042700*----------------------------------------------------------------
042800 8000-READ-MASTER.
042900     READ PNDMAST-FILE NEXT
043000         AT END
043100             SET WS-END-OF-FILE TO TRUE
043200             GO TO 8000-READ-MASTER-EXIT
043300     END-READ.
043400     ADD 1 TO WS-RECORDS-READ.
043500 8000-READ-MASTER-EXIT.
043600     EXIT.
043700*----------------------------------------------------------------
043800* 8100-WRITE-HEADING - START A NEW PAGE
043900*----------------------------------------------------------------
044000 8100-WRITE-HEADING.
044100     ADD 1 TO WS-PAGE-NUMBER.
044200     MOVE WS-PROCESS-DATE    TO HL1-RUN-DATE.
044300     MOVE WS-PAGE-NUMBER     TO HL1-PAGE-NUMBER.
044400     MOVE WS-AHEAD-THRESHOLD TO HL2-THRESHOLD.
044500     WRITE AGING-LINE FROM WS-HEADING-LINE-1
044600         AFTER ADVANCING PAGE.
044700     WRITE AGING-LINE FROM WS-HEADING-LINE-2
044800         AFTER ADVANCING 1 LINE.
044900     WRITE AGING-LINE FROM WS-HEADING-LINE-3
045000         AFTER ADVANCING 2 LINES.
045100     MOVE ZERO TO WS-LINE-COUNT.
045200 8100-WRITE-HEADING-EXIT.
045300     EXIT.
045400*----------------------------------------------------------------
045500* 8200-WRITE-DETAIL-LINE - PRINT ONE HELD ITEM, BREAKING TO A
045600*     NEW PAGE WHEN THE PAGE IS FULL
045700*----------------------------------------------------------------
045800 8200-WRITE-DETAIL-LINE.
045900     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
046000         PERFORM 8100-WRITE-HEADING
046100             THRU 8100-WRITE-HEADING-EXIT
046200     END-IF.
046300     WRITE AGING-LINE FROM WS-DETAIL-LINE
046400         AFTER ADVANCING 1 LINE.
046500     ADD 1 TO WS-LINE-COUNT.
046600 8200-WRITE-DETAIL-LINE-EXIT.
046700     EXIT.
046800*----------------------------------------------------------------
046900* 8300-DATE-TO-DAYS - CONVERT WS-CONVERT-DATE (YYYYMMDD) TO A
047000*     DAY COUNT: YEAR DAYS PLUS LEAP DAYS ACCUMULATED THROUGH
047100*     THE PRIOR YEAR PLUS DAYS BEFORE THE MONTH PLUS DAY OF
047200*     MONTH, WITH ONE MORE WHEN THE DATE IS PAST FEBRUARY OF A
047300*     LEAP YEAR (SAME ROUTINE AS F01RJAGE)
047400*----------------------------------------------------------------
047500 8300-DATE-TO-DAYS.
047600     COMPUTE WS-PRIOR-YYYY = WS-CONVERT-YYYY - 1.
047700     COMPUTE WS-CONVERT-DAYS = WS-CONVERT-YYYY * 365.
047800     DIVIDE WS-PRIOR-YYYY BY 4
047900         GIVING WS-LEAP-DAYS.
048000     ADD WS-LEAP-DAYS TO WS-CONVERT-DAYS.
048100     DIVIDE WS-PRIOR-YYYY BY 100
048200         GIVING WS-LEAP-DAYS.
048300     SUBTRACT WS-LEAP-DAYS FROM WS-CONVERT-DAYS.
048400     DIVIDE WS-PRIOR-YYYY BY 400
048500         GIVING WS-LEAP-DAYS.
048600     ADD WS-LEAP-DAYS TO WS-CONVERT-DAYS.
048700     ADD WS-MONTH-OFFSET (WS-CONVERT-MM) TO WS-CONVERT-DAYS.
048800     ADD WS-CONVERT-DD TO WS-CONVERT-DAYS.
048900     IF WS-CONVERT-MM > 02
049000         DIVIDE WS-CONVERT-YYYY BY 4
049100             GIVING WS-LEAP-QUOTIENT
049200             REMAINDER WS-LEAP-REMAINDER
049300         IF WS-LEAP-REMAINDER = ZERO
049400             DIVIDE WS-CONVERT-YYYY BY 100
049500                 GIVING WS-LEAP-QUOTIENT
049600                 REMAINDER WS-LEAP-REMAINDER
049700             IF WS-LEAP-REMAINDER NOT = ZERO
049800                 ADD 1 TO WS-CONVERT-DAYS
049900             ELSE
050000                 DIVIDE WS-CONVERT-YYYY BY 400
050100                     GIVING WS-LEAP-QUOTIENT
050200                     REMAINDER WS-LEAP-REMAINDER
050300                 IF WS-LEAP-REMAINDER = ZERO
050400                     ADD 1 TO WS-CONVERT-DAYS
050500                 END-IF
050600             END-IF
050700         END-IF
050800     END-IF.
050900 8300-DATE-TO-DAYS-EXIT.
051000     EXIT.
051100 END PROGRAM F01PNDAG.
