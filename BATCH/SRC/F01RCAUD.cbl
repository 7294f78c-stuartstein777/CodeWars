000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. F01RCAUD.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. BATCH SUPPORT - MULTIPLY SUBSYSTEM.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26 RH   INITIAL VERSION.  RECOMPUTE AUDIT OF THE RESULT
001100*               CACHE AND THE TRANSACTION HISTORY MASTER.  THE
001200*               DRIVER TRUSTS A CACHED RESULT FOREVER - A WRONG
001300*               ENTRY, WHETHER LEFT BY THE OLD CACHE LAYOUT OR
001400*               BY A ROUNDING CHANGE IN F01-MULT OR BLOOD-MOON,
001500*               IS HANDED OUT FOR EVERY REPEAT OF ITS KEY EVERY
001600*               NIGHT, AND NOTHING ON THE HISTORY SIDE WOULD
001700*               EVER NOTICE.  THIS JOB WALKS ONE CACHEFIL FRONT
001800*               TO BACK AND A SAMPLE OR RUN-DATE RANGE OF
001900*               TRANHIST, RECOMPUTES EVERY RESULT BY CALLING
002000*               THE REAL SUBROUTINES (OR THE DRIVER'S OWN
002100*               DIVIDE/REMAINDER ARITHMETIC), PRINTS EVERY
002200*               MISMATCH WITH ITS KEY, STORED VALUE, AND
002300*               RECOMPUTED VALUE, AND OPTIONALLY PURGES THE BAD
002400*               CACHE ENTRIES.  RUN WEEKLY AND AFTER ANY CHANGE
002500*               TO A CALCULATION SUBROUTINE.
002510* 10/15/26 RH   HISTREC NOW CARRIES THE REVERSED RESULT (WHAT A
002520*               REVERSAL TOOK BACK) - THE RECORD IS 84 BYTES.
002530*               LAYOUT RESYNC ONLY HERE.
002600*----------------------------------------------------------------
002700* REMARKS.
002800*     PARM='SELECTION[,PURGE]' - SELECTION SAYS WHICH HISTORY
002900*     RECORDS ARE RECOMPUTED:
003000*         SNNNNN            EVERY NNNNN-TH MASTER RECORD IN KEY
003100*                           ORDER (S00001 = EVERY RECORD)
003200*         DYYYYMMDDYYYYMMDD EVERY RECORD WHOSE RUN DATE FALLS IN
003300*                           THE RANGE, BOTH DATES INCLUSIVE
003400*         N                 NO HISTORY - THE CACHE ONLY (THE
003500*                           TRANHIST DD MAY THEN BE LEFT OUT)
003600*     NO PARM IS S00100 WITHOUT PURGE.  THE CACHE IS ALWAYS
003700*     WALKED IN FULL.  PURGE DELETES EVERY CACHE ENTRY THAT
003800*     DISAGREES WITH ITS RECOMPUTED RESULT OR CANNOT BE
003900*     RECOMPUTED AT ALL; THE NEXT TRANSACTION WITH THAT KEY IS
004000*     THEN COMPUTED AFRESH AND RE-CACHED BY THE DRIVER.  THE
004100*     HISTORY MASTER IS THE SYSTEM OF RECORD AND IS NEVER
004200*     CHANGED HERE - A HISTORY MISMATCH IS FOR THE BUSINESS TO
004300*     DECIDE (A REVERSAL AND A CORRECTED RESEND, USUALLY).
004400*
004500*     RECOMPUTATION DISPATCHES ON THE OPERATION CODE EXACTLY AS
004600*     F01MULTB 2200-CALL-AND-CACHE DOES: B TO BLOOD-MOON WITH
004700*     NUM-1 AS THE RADIUS, D AND R BY THE SAME DIVIDE
004800*     STATEMENTS, M TO F01-MULT.  ANY OTHER CODE, A NON-NUMERIC
004900*     NUMBER, OR A ZERO DIVISOR CANNOT HAVE BEEN COMPUTED BY
005000*     THE CURRENT DRIVER, SO SUCH AN ENTRY IS REPORTED AS BAD.
005100*     THE DRIVER NEVER CACHES A REVERSAL AND TRANHIST NEVER
005200*     HOLDS ONE, SO NEITHER SHOULD EVER BE SEEN.
005300*
005400*     RC=0  EVERY RESULT RECOMPUTED AND AGREED.
005500*     RC=8  AT LEAST ONE MISMATCH OR BAD ENTRY (PURGED OR NOT) -
005600*           THE SCHEDULER ALERTS ON THIS.
005700*     RC=16 BAD PARM, NO CURRENT-DATE FLAG ON THE CALENDAR, OR
005800*           A FILE WOULD NOT OPEN - NOTHING WAS AUDITED.
005900*----------------------------------------------------------------
006000 ENVIRONMENT DIVISION.
006100 CONFIGURATION SECTION.
006200 SOURCE-COMPUTER. IBM-370.
006300 OBJECT-COMPUTER. IBM-370.
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT CACHE-FILE ASSIGN TO CACHEFIL
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS SEQUENTIAL
006900         RECORD KEY IS CACHE-KEY
007000         FILE STATUS IS WS-CACHE-STATUS.
007100
007200     SELECT TRANHIST-FILE ASSIGN TO TRANHIST
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS SEQUENTIAL
007500         RECORD KEY IS HIST-KEY
007600         FILE STATUS IS WS-HIST-STATUS.
007700
007800     SELECT CAL-FILE ASSIGN TO CALNDR
007900         ORGANIZATION IS SEQUENTIAL.
008000
008100     SELECT AUDIT-RPT ASSIGN TO RCAUDRPT
008200         ORGANIZATION IS SEQUENTIAL.
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  CACHE-FILE.
008600 01  CACHE-RECORD.
008700     05  CACHE-KEY.
008800         10  CACHE-OP-CODE          PIC X(01).
008900         10  CACHE-NUM-1            PIC 9(04).
009000         10  CACHE-NUM-2            PIC 9(04).
009100     05  CACHE-RESULT               PIC 9(10)V9(04).
009200
009300 FD  TRANHIST-FILE.
009400 01  TRANHIST-RECORD.
009500     COPY HISTREC
009600         REPLACING HSX-LEVEL BY 05
009700         HSX-KEY-LEVEL BY 10
009800         HSX-KEY BY HIST-KEY
009900         HSX-SOURCE-SYSTEM BY HIST-SOURCE-SYSTEM
010000         HSX-TRANSACTION-ID BY HIST-TRANSACTION-ID
010100         HSX-EFFECTIVE-DATE BY HIST-EFFECTIVE-DATE
010200         HSX-OPERATION-CODE BY HIST-OPERATION-CODE
010300         HSX-NUM-1 BY HIST-NUM-1
010400         HSX-NUM-2 BY HIST-NUM-2
010500         HSX-RESULT BY HIST-RESULT
010600         HSX-RUN-DATE BY HIST-RUN-DATE
010700         HSX-RUN-TYPE BY HIST-RUN-TYPE
010800         HSX-REVERSAL-FLAG BY HIST-REVERSAL-FLAG
010900         HSX-NOT-REVERSED BY HIST-NOT-REVERSED
011000         HSX-REVERSED BY HIST-REVERSED
011100         HSX-REVERSED-CORRECTED BY HIST-REVERSED-CORRECTED
011200         HSX-REVERSAL-DATE BY HIST-REVERSAL-DATE
011300         HSX-SUSP-RELEASE-FLAG BY HIST-SUSP-RELEASE-FLAG
011400         HSX-NOT-SUSP-RELEASE BY HIST-NOT-SUSP-RELEASE
011500         HSX-SUSP-RELEASED BY HIST-SUSP-RELEASED
011500         HSX-REVERSED-RESULT BY HIST-REVERSED-RESULT.
011600
011700 FD  CAL-FILE
011800     RECORDING MODE IS F.
011900 01  CAL-RECORD.
012000     COPY CALREC
012100         REPLACING CAX-LEVEL BY 05
012200         CAX-CAL-DATE BY CAL-DATE
012300         CAX-DAY-TYPE BY CAL-DAY-TYPE
012400         CAX-BUSINESS-DAY BY CAL-BUSINESS-DAY
012500         CAX-WEEKEND-DAY BY CAL-WEEKEND-DAY
012600         CAX-HOLIDAY BY CAL-HOLIDAY
012700         CAX-CURRENT-FLAG BY CAL-CURRENT-FLAG
012800         CAX-CURRENT-DATE BY CAL-CURRENT-DATE.
012900     05  FILLER                     PIC X(70).
013000
013100 FD  AUDIT-RPT
013200     RECORDING MODE IS F.
013300 01  AUDIT-LINE.
013400     05  AL-PRINT-AREA              PIC X(133).
013500
013600 WORKING-STORAGE SECTION.
013700*----------------------------------------------------------------
013800* SWITCHES AND FILE STATUS
013900*----------------------------------------------------------------
014000 77  WS-CACHE-EOF-SWITCH         PIC X(01)   VALUE 'N'.
014100     88  WS-CACHE-END-OF-FILE                VALUE 'Y'.
014200
014300 77  WS-HIST-EOF-SWITCH          PIC X(01)   VALUE 'N'.
014400     88  WS-HIST-END-OF-FILE                 VALUE 'Y'.
014500
014600 77  WS-CAL-EOF-SWITCH           PIC X(01)   VALUE 'N'.
014700     88  WS-CAL-END-OF-FILE                  VALUE 'Y'.
014800
014900 77  WS-PURGE-SWITCH             PIC X(01)   VALUE 'N'.
015000     88  WS-PURGE-REQUESTED                  VALUE 'Y'.
015100
015200 77  WS-RECOMPUTE-SWITCH         PIC X(01)   VALUE 'Y'.
015300     88  WS-RECOMPUTE-OK                     VALUE 'Y'.
015400     88  WS-RECOMPUTE-FAILED                 VALUE 'N'.
015500
015600 77  WS-CACHE-STATUS             PIC X(02)   VALUE '00'.
015700 77  WS-HIST-STATUS              PIC X(02)   VALUE '00'.
015800
015900*----------------------------------------------------------------
016000* THE PARM, TAKEN APART.  THE SELECTION IS VIEWED AS A SAMPLE
016100*     INTERVAL OR A RUN-DATE RANGE DEPENDING ON ITS FIRST BYTE
016200*----------------------------------------------------------------
016300 01  WS-PARM-SELECTION.
016400     05  WS-SEL-MODE                PIC X(01)   VALUE 'S'.
016500         88  WS-SEL-SAMPLE                      VALUE 'S'.
016600         88  WS-SEL-DATE-RANGE                  VALUE 'D'.
016700         88  WS-SEL-NO-HISTORY                  VALUE 'N'.
016800     05  WS-SEL-DETAIL              PIC X(16)   VALUE '00100'.
016900     05  WS-SEL-SAMPLE-VIEW REDEFINES WS-SEL-DETAIL.
017000         10  WS-SEL-INTERVAL-X      PIC X(05).
017100         10  FILLER                 PIC X(11).
017200     05  WS-SEL-RANGE-VIEW REDEFINES WS-SEL-DETAIL.
017300         10  WS-SEL-FROM-X          PIC X(08).
017400         10  WS-SEL-TO-X            PIC X(08).
017500 77  WS-PARM-OPTION              PIC X(08)   VALUE SPACES.
017600
017700 77  WS-SAMPLE-INTERVAL          PIC 9(05)   VALUE 100.
017800 77  WS-SAMPLE-COUNT             PIC 9(05) COMP VALUE ZERO.
017900 77  WS-RANGE-FROM               PIC 9(08)   VALUE ZERO.
018000 77  WS-RANGE-TO                 PIC 9(08)   VALUE ZERO.
018100
018200*----------------------------------------------------------------
018300* PROCESSING DATE - FOR THE REPORT HEADING ONLY
018400*----------------------------------------------------------------
018500 77  WS-PROCESS-DATE             PIC 9(08)   VALUE ZERO.
018600
018700*----------------------------------------------------------------
018800* PAGE CONTROL
018900*----------------------------------------------------------------
019000 77  WS-PAGE-NUMBER              PIC 9(04) COMP VALUE ZERO.
019100 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE 99.
019200 77  WS-MAX-LINES-PER-PAGE       PIC 9(03) COMP VALUE 50.
019300
019400*----------------------------------------------------------------
019500* COUNTERS
019600*----------------------------------------------------------------
019700 77  WS-CACHE-READ               PIC 9(09) COMP VALUE ZERO.
019800 77  WS-CACHE-AGREED             PIC 9(09) COMP VALUE ZERO.
019900 77  WS-CACHE-MISMATCHED         PIC 9(09) COMP VALUE ZERO.
020000 77  WS-CACHE-BAD-ENTRY          PIC 9(09) COMP VALUE ZERO.
020100 77  WS-CACHE-PURGED             PIC 9(09) COMP VALUE ZERO.
020200 77  WS-CACHE-PURGE-FAILED       PIC 9(09) COMP VALUE ZERO.
020300 77  WS-HIST-READ                PIC 9(09) COMP VALUE ZERO.
020400 77  WS-HIST-SELECTED            PIC 9(09) COMP VALUE ZERO.
020500 77  WS-HIST-AGREED              PIC 9(09) COMP VALUE ZERO.
020600 77  WS-HIST-MISMATCHED          PIC 9(09) COMP VALUE ZERO.
020700 77  WS-HIST-BAD-ENTRY           PIC 9(09) COMP VALUE ZERO.
020800
020900*----------------------------------------------------------------
021000* THE RESULT TO BE RECOMPUTED - WHICHEVER FILE IT CAME FROM -
021100*     AND THE REASON IT COULD NOT BE, WHEN IT COULD NOT
021200*----------------------------------------------------------------
021300 77  WS-OPERATION-CODE           PIC X(01)   VALUE SPACE.
021400     88  WS-OP-MULTIPLY                      VALUE 'M'.
021500     88  WS-OP-BLOOD-MOON                    VALUE 'B'.
021600     88  WS-OP-DIVIDE                        VALUE 'D'.
021700     88  WS-OP-REMAINDER                     VALUE 'R'.
021800     88  WS-OP-DIVISION                      VALUE 'D' 'R'.
021900 77  WS-AUDIT-NUM-1              PIC X(04)   VALUE ZEROS.
022000 77  WS-AUDIT-NUM-2              PIC X(04)   VALUE ZEROS.
022100 77  WS-BAD-REASON               PIC X(16)   VALUE SPACES.
022200
022300*----------------------------------------------------------------
022400* LINKAGE WORK AREAS FOR THE CALLS TO F01-MULT AND BLOOD-MOON,
022500*     THE SAME PICTURES F01MULTB PASSES, AND THE UNIFIED
022600*     DECIMAL RESULT THE STORED VALUE IS COMPARED WITH
022700*----------------------------------------------------------------
022800 77  WS-CALL-NUM-1                PIC 9(04).
022900 77  WS-CALL-NUM-2                PIC 9(04).
023000 77  WS-CALL-RADIUS               PIC 9(05).
023100 77  WS-CALL-RESULT               PIC 9(08).
023200 77  WS-CALL-BM-RESULT            PIC 9(10)V9(04).
023300 77  WS-DIV-QUOTIENT              PIC 9(04).
023400 77  WS-DIV-REMAINDER             PIC 9(04).
023500 77  WS-CALC-RESULT               PIC 9(10)V9(04).
023600
023700*----------------------------------------------------------------
023800* HEADING AND DETAIL PRINT LINES
023900*----------------------------------------------------------------
024000 01  WS-HEADING-LINE-1.
024100     05  FILLER                  PIC X(10)  VALUE 'F01RCAUD  '.
024200     05  FILLER                  PIC X(30)  VALUE
024300         'RESULT RECOMPUTE AUDIT       '.
024400     05  FILLER                  PIC X(11)  VALUE 'RUN DATE  '.
024500     05  HL1-RUN-DATE            PIC 9999/99/99.
024600     05  FILLER                  PIC X(10)  VALUE '  PAGE    '.
024700     05  HL1-PAGE-NUMBER         PIC ZZZ9.
024800
024900 01  WS-HEADING-LINE-2.
025000     05  FILLER                  PIC X(10)  VALUE 'HISTORY - '.
025100     05  HL2-SELECTION           PIC X(50).
025200     05  FILLER                  PIC X(10)  VALUE 'CACHE -   '.
025300     05  HL2-CACHE-ACTION        PIC X(30).
025400
025500 01  WS-HEADING-LINE-3.
025600     05  FILLER                  PIC X(05)  VALUE 'FILE '.
025700     05  FILLER                  PIC X(02)  VALUE SPACES.
025800     05  FILLER                  PIC X(08)  VALUE 'SOURCE  '.
025900     05  FILLER                  PIC X(02)  VALUE SPACES.
026000     05  FILLER              PIC X(14) VALUE 'TRANSACTION-ID'.
026100     05  FILLER                  PIC X(10)  VALUE '  RUN-DATE'.
026200     05  FILLER                  PIC X(02)  VALUE SPACES.
026300     05  FILLER                  PIC X(02)  VALUE 'OP'.
026400     05  FILLER                  PIC X(02)  VALUE SPACES.
026500     05  FILLER                  PIC X(05)  VALUE 'NUM-1'.
026600     05  FILLER                  PIC X(02)  VALUE SPACES.
026700     05  FILLER                  PIC X(05)  VALUE 'NUM-2'.
026800     05  FILLER                  PIC X(05)  VALUE SPACES.
026900     05  FILLER                  PIC X(12)  VALUE 'STORED      '.
027000     05  FILLER                  PIC X(07)  VALUE SPACES.
027100     05  FILLER                  PIC X(12)  VALUE 'RECOMPUTED  '.
027200     05  FILLER                  PIC X(06)  VALUE SPACES.
027300     05  FILLER                  PIC X(06)  VALUE 'ACTION'.
027400
027500 01  WS-DETAIL-LINE.
027600     05  DL-FILE                 PIC X(05).
027700     05  FILLER                  PIC X(02)  VALUE SPACES.
027800     05  DL-SOURCE-SYSTEM        PIC X(08).
027900     05  FILLER                  PIC X(02)  VALUE SPACES.
028000     05  DL-TRANSACTION-ID       PIC X(12).
028100     05  FILLER                  PIC X(02)  VALUE SPACES.
028200     05  DL-RUN-DATE-AREA        PIC X(10).
028300     05  DL-RUN-DATE REDEFINES DL-RUN-DATE-AREA
028400                                 PIC 9999/99/99.
028500     05  FILLER                  PIC X(03)  VALUE SPACES.
028600     05  DL-OPERATION-CODE       PIC X(01).
028700     05  FILLER                  PIC X(03)  VALUE SPACES.
028800     05  DL-NUM-1                PIC X(04).
028900     05  FILLER                  PIC X(03)  VALUE SPACES.
029000     05  DL-NUM-2                PIC X(04).
029100     05  FILLER                  PIC X(02)  VALUE SPACES.
029200     05  DL-STORED-RESULT        PIC ZZZZZZZZZ9.9999.
029300     05  FILLER                  PIC X(02)  VALUE SPACES.
029400     05  DL-RECOMPUTED-AREA      PIC X(16).
029500     05  DL-RECOMPUTED-RESULT REDEFINES DL-RECOMPUTED-AREA
029600                                 PIC ZZZZZZZZZ9.9999B.
029700     05  FILLER                  PIC X(02)  VALUE SPACES.
029800     05  DL-ACTION               PIC X(14).
029900
030000 01  WS-TOTALS-LINE.
030100     05  TL-LABEL                PIC X(32).
030200     05  TL-COUNT                PIC ZZZZZZZZ9.
030300
030400 LINKAGE SECTION.
030500*----------------------------------------------------------------
030600* JCL PARM AREA - THE HISTORY SELECTION, OPTIONALLY ',PURGE'
030700*----------------------------------------------------------------
030800 01  RP-PARM-AREA.
030900     05  RP-PARM-LENGTH           PIC S9(04) COMP.
031000     05  RP-PARM-TEXT             PIC X(24).
031100 PROCEDURE DIVISION USING RP-PARM-AREA.
031200*----------------------------------------------------------------
031300* 0000-MAINLINE
031400*----------------------------------------------------------------
031500 0000-MAINLINE.
031600     PERFORM 1000-INITIALIZE
031700         THRU 1000-INITIALIZE-EXIT.
031800     PERFORM 2000-AUDIT-CACHE
031900         THRU 2000-AUDIT-CACHE-EXIT
032000         UNTIL WS-CACHE-END-OF-FILE.
032100     IF NOT WS-SEL-NO-HISTORY
032200         PERFORM 2500-AUDIT-HISTORY
032300             THRU 2500-AUDIT-HISTORY-EXIT
032400             UNTIL WS-HIST-END-OF-FILE
032500     END-IF.
032600     PERFORM 3000-TERMINATE
032700         THRU 3000-TERMINATE-EXIT.
032800     GOBACK.
032900*----------------------------------------------------------------
033000* 1000-INITIALIZE - PARM, PROCESSING DATE, OPEN, FIRST READS
033100*----------------------------------------------------------------
033200 1000-INITIALIZE.
033300     PERFORM 1050-EDIT-PARM
033400         THRU 1050-EDIT-PARM-EXIT.
033500     OPEN INPUT CAL-FILE.
033600     PERFORM 1100-SCAN-CALENDAR
033700         THRU 1100-SCAN-CALENDAR-EXIT
033800         UNTIL WS-CAL-END-OF-FILE
033900            OR WS-PROCESS-DATE > ZERO.
034000     CLOSE CAL-FILE.
034100     IF WS-PROCESS-DATE = ZERO
034200         DISPLAY 'F01RCAUD NO CURRENT-DATE FLAG ON THE CALNDR '
034300             'CALENDAR - SEE F01CALBD/F01CALRL'
034400         MOVE 16 TO RETURN-CODE
034500         GOBACK
034600     END-IF.
034700     IF WS-PURGE-REQUESTED
034800         OPEN I-O CACHE-FILE
034900     ELSE
035000         OPEN INPUT CACHE-FILE
035100     END-IF.
035200     IF WS-CACHE-STATUS NOT = '00'
035300         DISPLAY 'F01RCAUD CACHEFIL WOULD NOT OPEN - STATUS='
035400             WS-CACHE-STATUS
035500         MOVE 16 TO RETURN-CODE
035600         GOBACK
035700     END-IF.
035800     IF NOT WS-SEL-NO-HISTORY
035900         OPEN INPUT TRANHIST-FILE
036000         IF WS-HIST-STATUS NOT = '00'
036100             DISPLAY 'F01RCAUD TRANHIST WOULD NOT OPEN - STATUS='
036200                 WS-HIST-STATUS
036300             CLOSE CACHE-FILE
036400             MOVE 16 TO RETURN-CODE
036500             GOBACK
036600         END-IF
036700     END-IF.
036800     OPEN OUTPUT AUDIT-RPT.
036900     PERFORM 8100-WRITE-HEADING
037000         THRU 8100-WRITE-HEADING-EXIT.
037100     PERFORM 8000-READ-CACHE
037200         THRU 8000-READ-CACHE-EXIT.
037300     IF NOT WS-SEL-NO-HISTORY
037400         PERFORM 8050-READ-HISTORY
037500             THRU 8050-READ-HISTORY-EXIT
037600     END-IF.
037700 1000-INITIALIZE-EXIT.
037800     EXIT.
037900*----------------------------------------------------------------
038000* 1050-EDIT-PARM - TAKE THE PARM APART AND EDIT IT.  ANYTHING
038100*     NOT UNDERSTOOD STOPS THE RUN RC=16 BEFORE A FILE IS
038200*     OPENED - A PURGE RUN ON A MISKEYED PARM IS NOT A RISK
038300*     WORTH TAKING
038400*----------------------------------------------------------------
038500 1050-EDIT-PARM.
038600     IF RP-PARM-LENGTH < 1
038700      OR RP-PARM-TEXT = SPACES
038800         MOVE 'EVERY 00100-TH MASTER RECORD' TO HL2-SELECTION
038900         GO TO 1050-EDIT-PARM-EXIT
039000     END-IF.
039100     IF RP-PARM-LENGTH > 24
039200         GO TO 1050-EDIT-PARM-BAD
039300     END-IF.
039400     MOVE SPACES TO WS-PARM-SELECTION.
039500     UNSTRING RP-PARM-TEXT (1:RP-PARM-LENGTH)
039600         DELIMITED BY ','
039700         INTO WS-PARM-SELECTION
039800              WS-PARM-OPTION
039900     END-UNSTRING.
040000     IF WS-PARM-OPTION = 'PURGE'
040100         SET WS-PURGE-REQUESTED TO TRUE
040200     ELSE
040300         IF WS-PARM-OPTION NOT = SPACES
040400             GO TO 1050-EDIT-PARM-BAD
040500         END-IF
040600     END-IF.
040700     EVALUATE TRUE
040800         WHEN WS-SEL-SAMPLE
040900             IF WS-SEL-INTERVAL-X NOT NUMERIC
041000                 GO TO 1050-EDIT-PARM-BAD
041100             END-IF
041200             MOVE WS-SEL-INTERVAL-X TO WS-SAMPLE-INTERVAL
041300             IF WS-SAMPLE-INTERVAL = ZERO
041400                 GO TO 1050-EDIT-PARM-BAD
041500             END-IF
041600             STRING 'EVERY ' DELIMITED BY SIZE
041700                    WS-SEL-INTERVAL-X DELIMITED BY SIZE
041800                    '-TH MASTER RECORD' DELIMITED BY SIZE
041900                 INTO HL2-SELECTION
042000             END-STRING
042100         WHEN WS-SEL-DATE-RANGE
042200             IF WS-SEL-FROM-X NOT NUMERIC
042300              OR WS-SEL-TO-X NOT NUMERIC
042400                 GO TO 1050-EDIT-PARM-BAD
042500             END-IF
042600             MOVE WS-SEL-FROM-X TO WS-RANGE-FROM
042700             MOVE WS-SEL-TO-X   TO WS-RANGE-TO
042800             IF WS-RANGE-FROM > WS-RANGE-TO
042900                 GO TO 1050-EDIT-PARM-BAD
043000             END-IF
043100             STRING 'RUN DATES ' DELIMITED BY SIZE
043200                    WS-SEL-FROM-X DELIMITED BY SIZE
043300                    ' THROUGH ' DELIMITED BY SIZE
043400                    WS-SEL-TO-X DELIMITED BY SIZE
043500                 INTO HL2-SELECTION
043600             END-STRING
043700         WHEN WS-SEL-NO-HISTORY
043800             MOVE 'NOT CHECKED THIS RUN' TO HL2-SELECTION
043900         WHEN OTHER
044000             GO TO 1050-EDIT-PARM-BAD
044100     END-EVALUATE.
044200     GO TO 1050-EDIT-PARM-EXIT.
044300 1050-EDIT-PARM-BAD.
044400     DISPLAY 'F01RCAUD PARM NOT RECOGNIZED - '
044500         RP-PARM-TEXT.
044600     DISPLAY 'F01RCAUD USE SNNNNN, DYYYYMMDDYYYYMMDD, OR N, '
044700         'OPTIONALLY FOLLOWED BY ,PURGE'.
044800     MOVE 16 TO RETURN-CODE.
044900     GOBACK.
045000 1050-EDIT-PARM-EXIT.
045100     EXIT.
045200*----------------------------------------------------------------
045300* 1100-SCAN-CALENDAR - ONE CALENDAR RECORD, LOOKING FOR THE
045400*     CURRENT-DATE FLAG
045500*----------------------------------------------------------------
045600 1100-SCAN-CALENDAR.
045700     READ CAL-FILE
045800         AT END
045900             SET WS-CAL-END-OF-FILE TO TRUE
046000             GO TO 1100-SCAN-CALENDAR-EXIT
046100     END-READ.
046200     IF CAL-CURRENT-DATE
046300        AND CAL-DATE NUMERIC
046400         MOVE CAL-DATE TO WS-PROCESS-DATE
046500     END-IF.
046600 1100-SCAN-CALENDAR-EXIT.
046700     EXIT.
046800*----------------------------------------------------------------
046900* 2000-AUDIT-CACHE - RECOMPUTE ONE CACHE ENTRY AND COMPARE.  A
047000*     MISMATCH OR AN ENTRY THAT CANNOT BE RECOMPUTED IS PRINTED
047100*     AND, ON A PURGE RUN, DELETED
047200*----------------------------------------------------------------
047300 2000-AUDIT-CACHE.
047400     MOVE CACHE-OP-CODE TO WS-OPERATION-CODE.
047500     MOVE CACHE-NUM-1 TO WS-AUDIT-NUM-1.
047600     MOVE CACHE-NUM-2 TO WS-AUDIT-NUM-2.
047700     PERFORM 8600-RECOMPUTE
047800         THRU 8600-RECOMPUTE-EXIT.
047900     IF WS-RECOMPUTE-OK
048000        AND CACHE-RESULT NUMERIC
048100        AND WS-CALC-RESULT = CACHE-RESULT
048200         ADD 1 TO WS-CACHE-AGREED
048300         GO TO 2000-READ-NEXT
048400     END-IF.
048500     IF WS-RECOMPUTE-OK
048600         ADD 1 TO WS-CACHE-MISMATCHED
048700     ELSE
048800         ADD 1 TO WS-CACHE-BAD-ENTRY
048900     END-IF.
049000     MOVE 'CACHE'          TO DL-FILE.
049100     MOVE SPACES           TO DL-SOURCE-SYSTEM.
049200     MOVE SPACES           TO DL-TRANSACTION-ID.
049300     MOVE SPACES           TO DL-RUN-DATE-AREA.
049400     IF CACHE-RESULT NUMERIC
049500         MOVE CACHE-RESULT TO DL-STORED-RESULT
049600     ELSE
049700         MOVE ZERO         TO DL-STORED-RESULT
049800     END-IF.
049900     IF WS-PURGE-REQUESTED
050000         PERFORM 2100-PURGE-ENTRY
050100             THRU 2100-PURGE-ENTRY-EXIT
050200     ELSE
050300         MOVE 'REPORTED ONLY' TO DL-ACTION
050400     END-IF.
050500     PERFORM 2900-FORMAT-MISMATCH
050600         THRU 2900-FORMAT-MISMATCH-EXIT.
050700 2000-READ-NEXT.
050800     PERFORM 8000-READ-CACHE
050900         THRU 8000-READ-CACHE-EXIT.
051000 2000-AUDIT-CACHE-EXIT.
051100     EXIT.
051200*----------------------------------------------------------------
051300* 2100-PURGE-ENTRY - DELETE THE CACHE ENTRY JUST READ.  THE
051400*     DRIVER RECOMPUTES AND RE-CACHES THE KEY THE NEXT TIME A
051500*     TRANSACTION CARRIES IT
051600*----------------------------------------------------------------
051700 2100-PURGE-ENTRY.
051800     DELETE CACHE-FILE.
051900     IF WS-CACHE-STATUS = '00'
052000         ADD 1 TO WS-CACHE-PURGED
052100         MOVE 'PURGED'        TO DL-ACTION
052200     ELSE
052300         ADD 1 TO WS-CACHE-PURGE-FAILED
052400         MOVE 'PURGE FAILED'  TO DL-ACTION
052500         DISPLAY 'F01RCAUD CACHE DELETE FAILED - KEY='
052600             CACHE-KEY ' STATUS=' WS-CACHE-STATUS
052700     END-IF.
052800 2100-PURGE-ENTRY-EXIT.
052900     EXIT.
053000*----------------------------------------------------------------
053100* 2500-AUDIT-HISTORY - ONE HISTORY MASTER RECORD.  SELECT IT BY
053200*     SAMPLE OR RUN-DATE RANGE, RECOMPUTE, AND COMPARE.  THE
053300*     MASTER IS ONLY EVER REPORTED ON, NEVER CHANGED
053400*----------------------------------------------------------------
053500 2500-AUDIT-HISTORY.
053600     IF WS-SEL-SAMPLE
053700         ADD 1 TO WS-SAMPLE-COUNT
053800         IF WS-SAMPLE-COUNT < WS-SAMPLE-INTERVAL
053900             GO TO 2500-READ-NEXT
054000         END-IF
054100         MOVE ZERO TO WS-SAMPLE-COUNT
054200     ELSE
054300         IF HIST-RUN-DATE NOT NUMERIC
054400          OR HIST-RUN-DATE < WS-RANGE-FROM
054500          OR HIST-RUN-DATE > WS-RANGE-TO
054600             GO TO 2500-READ-NEXT
054700         END-IF
054800     END-IF.
054900     ADD 1 TO WS-HIST-SELECTED.
055000     MOVE HIST-OPERATION-CODE TO WS-OPERATION-CODE.
055100     MOVE HIST-NUM-1 TO WS-AUDIT-NUM-1.
055200     MOVE HIST-NUM-2 TO WS-AUDIT-NUM-2.
055300     PERFORM 8600-RECOMPUTE
055400         THRU 8600-RECOMPUTE-EXIT.
055500     IF WS-RECOMPUTE-OK
055600        AND HIST-RESULT NUMERIC
055700        AND WS-CALC-RESULT = HIST-RESULT
055800         ADD 1 TO WS-HIST-AGREED
055900         GO TO 2500-READ-NEXT
056000     END-IF.
056100     IF WS-RECOMPUTE-OK
056200         ADD 1 TO WS-HIST-MISMATCHED
056300     ELSE
056400         ADD 1 TO WS-HIST-BAD-ENTRY
056500     END-IF.
056600     MOVE 'HIST'              TO DL-FILE.
056700     MOVE HIST-SOURCE-SYSTEM  TO DL-SOURCE-SYSTEM.
056800     MOVE HIST-TRANSACTION-ID TO DL-TRANSACTION-ID.
056900     IF HIST-RUN-DATE NUMERIC
057000         MOVE HIST-RUN-DATE   TO DL-RUN-DATE
057100     ELSE
057200         MOVE SPACES          TO DL-RUN-DATE-AREA
057300     END-IF.
057400     IF HIST-RESULT NUMERIC
057500         MOVE HIST-RESULT     TO DL-STORED-RESULT
057600     ELSE
057700         MOVE ZERO            TO DL-STORED-RESULT
057800     END-IF.
057900     MOVE 'REPORTED ONLY'     TO DL-ACTION.
058000     PERFORM 2900-FORMAT-MISMATCH
058100         THRU 2900-FORMAT-MISMATCH-EXIT.
058200 2500-READ-NEXT.
058300     PERFORM 8050-READ-HISTORY
058400         THRU 8050-READ-HISTORY-EXIT.
058500 2500-AUDIT-HISTORY-EXIT.
058600     EXIT.
058700*----------------------------------------------------------------
058800* 2900-FORMAT-MISMATCH - THE FIELDS COMMON TO BOTH FILES, THEN
058900*     PRINT.  THE RECOMPUTED COLUMN CARRIES THE REASON WHEN NO
059000*     RESULT COULD BE RECOMPUTED
059100*----------------------------------------------------------------
059200 2900-FORMAT-MISMATCH.
059300     MOVE WS-OPERATION-CODE TO DL-OPERATION-CODE.
059400     MOVE WS-AUDIT-NUM-1    TO DL-NUM-1.
059500     MOVE WS-AUDIT-NUM-2    TO DL-NUM-2.
059600     IF WS-RECOMPUTE-OK
059700         MOVE WS-CALC-RESULT TO DL-RECOMPUTED-RESULT
059800     ELSE
059900         MOVE WS-BAD-REASON  TO DL-RECOMPUTED-AREA
060000     END-IF.
060100     PERFORM 8200-WRITE-DETAIL-LINE
060200         THRU 8200-WRITE-DETAIL-LINE-EXIT.
060300 2900-FORMAT-MISMATCH-EXIT.
060400     EXIT.
060500*----------------------------------------------------------------
060600* 3000-TERMINATE - TOTALS, CLOSE, AND THE RETURN CODE
060700*----------------------------------------------------------------
060800 3000-TERMINATE.
060900     IF WS-LINE-COUNT + 14 > WS-MAX-LINES-PER-PAGE
061000         PERFORM 8100-WRITE-HEADING
061100             THRU 8100-WRITE-HEADING-EXIT
061200     END-IF.
061300     MOVE 'CACHE ENTRIES READ'       TO TL-LABEL.
061400     MOVE WS-CACHE-READ              TO TL-COUNT.
061500     WRITE AUDIT-LINE FROM WS-TOTALS-LINE
061600         AFTER ADVANCING 2 LINES.
061700     MOVE '  AGREED'                 TO TL-LABEL.
061800     MOVE WS-CACHE-AGREED            TO TL-COUNT.
061900     PERFORM 8300-WRITE-TOTAL-LINE
062000         THRU 8300-WRITE-TOTAL-LINE-EXIT.
062100     MOVE '  MISMATCHED'             TO TL-LABEL.
062200     MOVE WS-CACHE-MISMATCHED        TO TL-COUNT.
062300     PERFORM 8300-WRITE-TOTAL-LINE
062400         THRU 8300-WRITE-TOTAL-LINE-EXIT.
062500     MOVE '  BAD ENTRIES'            TO TL-LABEL.
062600     MOVE WS-CACHE-BAD-ENTRY         TO TL-COUNT.
062700     PERFORM 8300-WRITE-TOTAL-LINE
062800         THRU 8300-WRITE-TOTAL-LINE-EXIT.
062900     MOVE '  PURGED'                 TO TL-LABEL.
063000     MOVE WS-CACHE-PURGED            TO TL-COUNT.
063100     PERFORM 8300-WRITE-TOTAL-LINE
063200         THRU 8300-WRITE-TOTAL-LINE-EXIT.
063300     MOVE '  PURGE FAILED'           TO TL-LABEL.
063400     MOVE WS-CACHE-PURGE-FAILED      TO TL-COUNT.
063500     PERFORM 8300-WRITE-TOTAL-LINE
063600         THRU 8300-WRITE-TOTAL-LINE-EXIT.
063700     IF NOT WS-SEL-NO-HISTORY
063800         MOVE 'HISTORY RECORDS READ'     TO TL-LABEL
063900         MOVE WS-HIST-READ               TO TL-COUNT
064000         WRITE AUDIT-LINE FROM WS-TOTALS-LINE
064100             AFTER ADVANCING 2 LINES
064200         MOVE '  SELECTED AND RECOMPUTED' TO TL-LABEL
064300         MOVE WS-HIST-SELECTED           TO TL-COUNT
064400         PERFORM 8300-WRITE-TOTAL-LINE
064500             THRU 8300-WRITE-TOTAL-LINE-EXIT
064600         MOVE '  AGREED'                 TO TL-LABEL
064700         MOVE WS-HIST-AGREED             TO TL-COUNT
064800         PERFORM 8300-WRITE-TOTAL-LINE
064900             THRU 8300-WRITE-TOTAL-LINE-EXIT
065000         MOVE '  MISMATCHED'             TO TL-LABEL
065100         MOVE WS-HIST-MISMATCHED         TO TL-COUNT
065200         PERFORM 8300-WRITE-TOTAL-LINE
065300             THRU 8300-WRITE-TOTAL-LINE-EXIT
065400         MOVE '  BAD ENTRIES'            TO TL-LABEL
065500         MOVE WS-HIST-BAD-ENTRY          TO TL-COUNT
065600         PERFORM 8300-WRITE-TOTAL-LINE
065700             THRU 8300-WRITE-TOTAL-LINE-EXIT
065800         CLOSE TRANHIST-FILE
065900     END-IF.
066000     CLOSE CACHE-FILE
066100           AUDIT-RPT.
066200     DISPLAY 'F01RCAUD CACHE ENTRIES READ     = ' WS-CACHE-READ.
066300     DISPLAY 'F01RCAUD CACHE MISMATCHED       = '
066400         WS-CACHE-MISMATCHED.
066500     DISPLAY 'F01RCAUD CACHE BAD ENTRIES      = '
066600         WS-CACHE-BAD-ENTRY.
066700     DISPLAY 'F01RCAUD CACHE ENTRIES PURGED   = '
066800         WS-CACHE-PURGED.
066900     DISPLAY 'F01RCAUD HISTORY RECOMPUTED     = '
067000         WS-HIST-SELECTED.
067100     DISPLAY 'F01RCAUD HISTORY MISMATCHED     = '
067200         WS-HIST-MISMATCHED.
067300     DISPLAY 'F01RCAUD HISTORY BAD ENTRIES    = '
067400         WS-HIST-BAD-ENTRY.
067500     IF WS-CACHE-MISMATCHED = ZERO
067600        AND WS-CACHE-BAD-ENTRY = ZERO
067700        AND WS-HIST-MISMATCHED = ZERO
067800        AND WS-HIST-BAD-ENTRY = ZERO
067900         DISPLAY 'F01RCAUD EVERY RESULT RECOMPUTED AND AGREED'
068000         MOVE 0 TO RETURN-CODE
068100     ELSE
068200         DISPLAY 'F01RCAUD *** STORED RESULTS DISAGREE WITH '
068300             'THE CALCULATION ROUTINES - SEE RCAUDRPT ***'
068400         MOVE 8 TO RETURN-CODE
068500     END-IF.
068600 3000-TERMINATE-EXIT.
068700     EXIT.
068800*----------------------------------------------------------------
068900* 8000-READ-CACHE - READ THE NEXT CACHE ENTRY IN KEY ORDER
069000*----------------------------------------------------------------
069100 8000-READ-CACHE.
069200     READ CACHE-FILE NEXT
069300         AT END
069400             SET WS-CACHE-END-OF-FILE TO TRUE
069500             GO TO 8000-READ-CACHE-EXIT
069600     END-READ.
069700     ADD 1 TO WS-CACHE-READ.
069800 8000-READ-CACHE-EXIT.
069900     EXIT.
070000*----------------------------------------------------------------
070100* 8050-READ-HISTORY - READ THE NEXT HISTORY RECORD IN KEY ORDER
070200*----------------------------------------------------------------
070300 8050-READ-HISTORY.
070400     READ TRANHIST-FILE NEXT
070500         AT END
070600             SET WS-HIST-END-OF-FILE TO TRUE
070700             GO TO 8050-READ-HISTORY-EXIT
070800     END-READ.
070900     ADD 1 TO WS-HIST-READ.
071000 8050-READ-HISTORY-EXIT.
071100     EXIT.
071200*----------------------------------------------------------------
071300* 8100-WRITE-HEADING - START A NEW PAGE
071400*----------------------------------------------------------------
071500 8100-WRITE-HEADING.
071600     ADD 1 TO WS-PAGE-NUMBER.
071700     MOVE WS-PROCESS-DATE    TO HL1-RUN-DATE.
071800     MOVE WS-PAGE-NUMBER     TO HL1-PAGE-NUMBER.
071900     IF WS-PURGE-REQUESTED
072000         MOVE 'MISMATCHES AND BAD ENTRIES PURGED'
072100                             TO HL2-CACHE-ACTION
072200     ELSE
072300         MOVE 'REPORT ONLY, NOTHING PURGED'
072400                             TO HL2-CACHE-ACTION
072500     END-IF.
072600     WRITE AUDIT-LINE FROM WS-HEADING-LINE-1
072700         AFTER ADVANCING PAGE.
072800     WRITE AUDIT-LINE FROM WS-HEADING-LINE-2
072900         AFTER ADVANCING 1 LINE.
073000     WRITE AUDIT-LINE FROM WS-HEADING-LINE-3
073100         AFTER ADVANCING 2 LINES.
073200     MOVE ZERO TO WS-LINE-COUNT.
073300 8100-WRITE-HEADING-EXIT.
073400     EXIT.
073500*----------------------------------------------------------------
073600* 8200-WRITE-DETAIL-LINE - PRINT ONE MISMATCH, BREAKING TO A
073700*     NEW PAGE WHEN THE PAGE IS FULL
073800*----------------------------------------------------------------
073900 8200-WRITE-DETAIL-LINE.
074000     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
074100         PERFORM 8100-WRITE-HEADING
074200             THRU 8100-WRITE-HEADING-EXIT
074300     END-IF.
074400     WRITE AUDIT-LINE FROM WS-DETAIL-LINE
074500         AFTER ADVANCING 1 LINE.
074600     ADD 1 TO WS-LINE-COUNT.
074700 8200-WRITE-DETAIL-LINE-EXIT.
074800     EXIT.
074900*----------------------------------------------------------------
075000* 8300-WRITE-TOTAL-LINE - ONE LINE OF THE CLOSING TOTALS
075100*----------------------------------------------------------------
075200 8300-WRITE-TOTAL-LINE.
075300     WRITE AUDIT-LINE FROM WS-TOTALS-LINE
075400         AFTER ADVANCING 1 LINE.
075500 8300-WRITE-TOTAL-LINE-EXIT.
075600     EXIT.
075700*----------------------------------------------------------------
075800* 8600-RECOMPUTE - RECOMPUTE THE RESULT FOR WS-OPERATION-CODE
075900*     AND THE TWO NUMBERS INTO WS-CALC-RESULT, DISPATCHING
076000*     EXACTLY AS F01MULTB 2200-CALL-AND-CACHE DOES.  AN ENTRY
076100*     THE DRIVER COULD NOT HAVE COMPUTED IS FLAGGED WITH ITS
076200*     REASON INSTEAD
076300*----------------------------------------------------------------
076400 8600-RECOMPUTE.
076500     SET WS-RECOMPUTE-OK TO TRUE.
076600     MOVE SPACES TO WS-BAD-REASON.
076700     MOVE ZERO   TO WS-CALC-RESULT.
076800     IF WS-AUDIT-NUM-1 NOT NUMERIC
076900      OR WS-AUDIT-NUM-2 NOT NUMERIC
077000         SET WS-RECOMPUTE-FAILED TO TRUE
077100         MOVE 'NUMS NOT NUMERIC' TO WS-BAD-REASON
077200         GO TO 8600-RECOMPUTE-EXIT
077300     END-IF.
077400     MOVE WS-AUDIT-NUM-1 TO WS-CALL-NUM-1.
077500     MOVE WS-AUDIT-NUM-2 TO WS-CALL-NUM-2.
077600     IF WS-OP-DIVISION
077700        AND WS-CALL-NUM-2 = ZERO
077800         SET WS-RECOMPUTE-FAILED TO TRUE
077900         MOVE 'ZERO DIVISOR'     TO WS-BAD-REASON
078000         GO TO 8600-RECOMPUTE-EXIT
078100     END-IF.
078200     EVALUATE TRUE
078300         WHEN WS-OP-BLOOD-MOON
078400             MOVE WS-CALL-NUM-1 TO WS-CALL-RADIUS
078500             CALL 'BLOOD-MOON' USING WS-CALL-RADIUS
078600                                     WS-CALL-BM-RESULT
078700             MOVE WS-CALL-BM-RESULT TO WS-CALC-RESULT
078800         WHEN WS-OP-DIVIDE
078900             DIVIDE WS-CALL-NUM-1 BY WS-CALL-NUM-2
079000                 GIVING WS-CALC-RESULT ROUNDED
079100         WHEN WS-OP-REMAINDER
079200             DIVIDE WS-CALL-NUM-1 BY WS-CALL-NUM-2
079300                 GIVING WS-DIV-QUOTIENT
079400                 REMAINDER WS-DIV-REMAINDER
079500             MOVE WS-DIV-REMAINDER TO WS-CALC-RESULT
079600         WHEN WS-OP-MULTIPLY
079700             CALL 'F01-MULT' USING WS-CALL-NUM-1
079800                                   WS-CALL-NUM-2
079900                                   WS-CALL-RESULT
080000             MOVE WS-CALL-RESULT TO WS-CALC-RESULT
080100         WHEN OTHER
080200             SET WS-RECOMPUTE-FAILED TO TRUE
080300             MOVE 'UNKNOWN OP CODE'  TO WS-BAD-REASON
080400     END-EVALUATE.
080500 8600-RECOMPUTE-EXIT.
080600     EXIT.
080700 END PROGRAM F01RCAUD.
