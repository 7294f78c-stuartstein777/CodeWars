000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. F01OPAUD.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. BATCH SUPPORT - MULTIPLY SUBSYSTEM.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26 RH   INITIAL VERSION.  OPERATOR ACTIVITY EXTRACT.
001100*               EVERY ON-LINE SCREEN STAMPS WHO ACTED AND WHEN,
001200*               BUT EACH IN ITS OWN PLACE, AND THE AUDITORS'
001300*               QUARTERLY REQUEST FOR ONE VIEW WAS ASSEMBLED BY
001400*               HAND.  THIS STEP GATHERS EVERY OPERATOR ACTION IN
001500*               A DATE RANGE INTO ONE FILE OF OPACREC RECORDS -
001600*               SOURCE MASTER CHANGES FROM SRCAUDIT (F01S),
001700*               REJECT CLAIMS AND REPAIRS FROM REJMAST (F01R),
001800*               PENDING CANCELS STILL ON PNDMAST (F01P), AND THE
001900*               SUSPENSE DECISIONS (F01U) AND DROPPED PENDING
002000*               CANCELS THE NIGHTLY STEPS APPENDED TO THE
002100*               OPERATOR ACTION LOG - AND FLAGS THE SEGREGATION
002200*               OF DUTIES CONFLICTS F01OPRPT PRINTS.
002300*----------------------------------------------------------------
002400* REMARKS.
002500*     PARM='YYYYMMDDYYYYMMDD' - THE FIRST AND LAST ACTION DATES
002600*     TO GATHER, BOTH INCLUSIVE.  NO PARM IS THE CALENDAR
002700*     QUARTER BEFORE THE ONE THE CALNDR PROCESSING DATE FALLS
002800*     IN, SO THE QUARTERLY RUN NEEDS NO PARM AT ALL.  GIVE
002900*     F01OPRPT THE SAME PARM SO ITS HEADING AGREES.
003000*
003100*     CONFLICTS ARE JUDGED AGAINST THE WHOLE SRCAUDIT TRAIL UP
003200*     TO THE END OF THE RANGE, NOT ONLY THE RANGE ITSELF - A
003300*     LIMIT RAISED LAST QUARTER AND A RELEASE THIS QUARTER IS
003400*     STILL ONE PERSON DOING BOTH.  SRCAUDIT IS READ FIRST, IN
003500*     KEY ORDER (SOURCE, THEN DATE AND TIME), SO THE FIRST
003600*     CHANGE SEEN FOR A SOURCE AND OPERATOR IS THE EARLIEST -
003700*         L  A SUSPENSE RELEASE BY AN OPERATOR WHO RAISED THAT
003800*            SOURCE'S RESULT LIMIT ON OR BEFORE THE RELEASE DATE.
003900*         M  A REJECT CLAIM OR REPAIR BY AN OPERATOR WHO CHANGED
004000*            THAT SOURCE'S MASTER (ANY F01S ACTION) ON OR BEFORE
004100*            THE DATE IT REJECTED - THE CHANGE MAY HAVE CAUSED
004200*            THE REJECT THE SAME PERSON THEN REPAIRED.
004300*
004400*     OPACTOUT IS UNSORTED.  THE JOB SORTS IT ON OPERATOR, DATE,
004500*     AND TIME AND DROPS EXACT REPEATS - A RELEASED SUSPENSE
004600*     ITEM STILL ON THE MASTER AFTER A FAILED NIGHT IS LOGGED
004700*     AGAIN WHEN THE NIGHT IS RERUN - SO THE COUNTS DISPLAYED
004800*     HERE MAY RUN A LITTLE AHEAD OF THE REPORT'S.
004900*
005000*     RC=0 NORMAL; RC=16 BAD PARM, NO CURRENT-DATE FLAG ON THE
005100*     CALENDAR, A FILE WOULD NOT OPEN, OR THE CHANGER TABLE IS
005200*     FULL - NOTHING USABLE WAS WRITTEN.
005300*----------------------------------------------------------------
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER. IBM-370.
005700 OBJECT-COMPUTER. IBM-370.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT SRCAUDIT-FILE ASSIGN TO SRCAUDIT
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS SEQUENTIAL
006300         RECORD KEY IS SA-KEY
006400         FILE STATUS IS WS-SAUD-STATUS.
006500
006600     SELECT REJMAST-FILE ASSIGN TO REJMAST
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS SEQUENTIAL
006900         RECORD KEY IS RM-KEY
007000         FILE STATUS IS WS-REJM-STATUS.
007100
007200     SELECT PNDMAST-FILE ASSIGN TO PNDMAST
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS SEQUENTIAL
007500         RECORD KEY IS PEND-KEY
007600         FILE STATUS IS WS-PEND-STATUS.
007700
007800     SELECT OPACT-LOG-FILE ASSIGN TO OPACTLOG
007900         ORGANIZATION IS SEQUENTIAL.
008000
008100     SELECT CAL-FILE ASSIGN TO CALNDR
008200         ORGANIZATION IS SEQUENTIAL.
008300
008400     SELECT OPACT-OUT-FILE ASSIGN TO OPACTOUT
008500         ORGANIZATION IS SEQUENTIAL.
008600 DATA DIVISION.
008700 FILE SECTION.
008800*----------------------------------------------------------------
008900* SOURCE MASTER AUDIT TRAIL - THE LAYOUT F01SRCI WRITES
009000*----------------------------------------------------------------
009100 FD  SRCAUDIT-FILE.
009200 01  SRCAUDIT-RECORD.
009300     05  SA-KEY.
009400         10  SA-SOURCE-SYSTEM       PIC X(08).
009500         10  SA-CHANGE-DATE         PIC 9(08).
009600         10  SA-CHANGE-TIME         PIC 9(06).
009700         10  SA-OPERATOR-ID         PIC X(08).
009800     05  SA-ACTION                  PIC X(01).
009900         88  SA-ACTION-ADD              VALUE 'A'.
010000         88  SA-ACTION-CHANGE           VALUE 'C'.
010100         88  SA-ACTION-DEACTIVATE       VALUE 'D'.
010200         88  SA-ACTION-PERMIT           VALUE 'P'.
010300     05  SA-BEFORE-IMAGE.
010400         10  SA-BEF-ACTIVE-FLAG     PIC X(01).
010500         10  SA-BEF-THRESHOLD       PIC 9(09).
010600         10  SA-BEF-VOLUME-MIN      PIC 9(09).
010700         10  SA-BEF-VOLUME-MAX      PIC 9(09).
010800         10  SA-BEF-STREAM          PIC 9(02).
010900         10  SA-BEF-RETENTION       PIC 9(05).
011000         10  SA-BEF-RESULT-LIMIT    PIC 9(10)V9(04).
011100         10  SA-BEF-FORMAT-CODE     PIC X(01).
011200         10  SA-BEF-CLOSED-OPTION   PIC X(01).
011300         10  SA-BEF-DUP-WINDOW      PIC 9(03).
011400         10  SA-BEF-DUP-OPTION      PIC X(01).
011500     05  SA-BEF-AUTH-IMAGE REDEFINES SA-BEFORE-IMAGE.
011600         10  SA-BEF-AUTH-OPERATION  PIC X(01).
011700         10  SA-BEF-AUTH-FROM       PIC 9(08).
011800         10  SA-BEF-AUTH-TO         PIC 9(08).
011900         10  FILLER                 PIC X(38).
012000     05  SA-AFTER-IMAGE.
012100         10  SA-AFT-ACTIVE-FLAG     PIC X(01).
012200         10  SA-AFT-THRESHOLD       PIC 9(09).
012300         10  SA-AFT-VOLUME-MIN      PIC 9(09).
012400         10  SA-AFT-VOLUME-MAX      PIC 9(09).
012500         10  SA-AFT-STREAM          PIC 9(02).
012600         10  SA-AFT-RETENTION       PIC 9(05).
012700         10  SA-AFT-RESULT-LIMIT    PIC 9(10)V9(04).
012800         10  SA-AFT-FORMAT-CODE     PIC X(01).
012900         10  SA-AFT-CLOSED-OPTION   PIC X(01).
013000         10  SA-AFT-DUP-WINDOW      PIC 9(03).
013100         10  SA-AFT-DUP-OPTION      PIC X(01).
013200     05  SA-AFT-AUTH-IMAGE REDEFINES SA-AFTER-IMAGE.
013300         10  SA-AFT-AUTH-OPERATION  PIC X(01).
013400         10  SA-AFT-AUTH-FROM       PIC 9(08).
013500         10  SA-AFT-AUTH-TO         PIC 9(08).
013600         10  FILLER                 PIC X(38).
013700     05  FILLER                     PIC X(09).
013800
013900*----------------------------------------------------------------
014000* REJECT REPAIR WORKBENCH - THE LAYOUT F01RJLD LOADS
014100*----------------------------------------------------------------
014200 FD  REJMAST-FILE.
014300 01  REJMAST-RECORD.
014400     05  RM-KEY.
014500         10  RM-REASON-CODE         PIC X(04).
014600         10  RM-REJECT-DATE         PIC 9(08).
014700         10  RM-SOURCE-SYSTEM       PIC X(08).
014800         10  RM-TRANSACTION-ID      PIC X(12).
014900     05  RM-CLAIM-FLAG              PIC X(01).
015000         88  RM-CLAIM-OPEN              VALUE ' '.
015100         88  RM-CLAIM-CLAIMED           VALUE 'C'.
015200         88  RM-CLAIM-REPAIRED          VALUE 'R'.
015300     05  RM-CLAIM-OPERATOR          PIC X(08).
015400     05  RM-CLAIM-DATE              PIC 9(08).
015500     05  RM-CLAIM-TIME              PIC 9(06).
015600     05  RM-REJECT-RECORD           PIC X(100).
015700     05  FILLER                     PIC X(05).
015800
015900 FD  PNDMAST-FILE.
016000 01  PEND-RECORD.
016100     COPY PENDREC
016200         REPLACING PNX-LEVEL BY 05
016300         PNX-KEY-LEVEL BY 10
016400         PNX-KEY BY PEND-KEY
016500         PNX-SOURCE-SYSTEM BY PEND-SOURCE-SYSTEM
016600         PNX-TRANSACTION-ID BY PEND-TRANSACTION-ID
016700         PNX-RELEASE-DATE BY PEND-RELEASE-DATE
016800         PNX-OPERATION-CODE BY PEND-OPERATION-CODE
016900         PNX-NUM-1 BY PEND-NUM-1
017000         PNX-NUM-2 BY PEND-NUM-2
017100         PNX-PENDED-DATE BY PEND-PENDED-DATE
017200         PNX-STATUS-FLAG BY PEND-STATUS-FLAG
017300         PNX-PEND-HELD BY PEND-HELD
017400         PNX-PEND-RELEASED BY PEND-RELEASED
017500         PNX-PEND-CANCELLED BY PEND-CANCELLED
017600         PNX-RELEASED-ON BY PEND-RELEASED-ON
017700         PNX-CANCELLED-BY BY PEND-CANCELLED-BY
017800         PNX-CANCEL-DATE BY PEND-CANCEL-DATE
017900         PNX-CANCEL-TIME BY PEND-CANCEL-TIME.
018000     05  FILLER                     PIC X(24).
018100
018200 FD  OPACT-LOG-FILE
018300     RECORDING MODE IS F.
018400 01  OPACT-LOG-RECORD.
018500     COPY OPACREC
018600         REPLACING OPX-LEVEL BY 05
018700         OPX-SUB-LEVEL BY 10
018800         OPX-OPERATOR-ID BY OL-OPERATOR-ID
018900         OPX-ACTION-DATE BY OL-ACTION-DATE
019000         OPX-ACTION-TIME BY OL-ACTION-TIME
019100         OPX-SOURCE-SYSTEM BY OL-SOURCE-SYSTEM
019200         OPX-SCREEN BY OL-SCREEN
019300         OPX-ACTION BY OL-ACTION
019400         OPX-SOURCE-ADD BY OL-SOURCE-ADD
019500         OPX-SOURCE-CHANGE BY OL-SOURCE-CHANGE
019600         OPX-LIMIT-RAISE BY OL-LIMIT-RAISE
019700         OPX-SOURCE-DEACTIVATE BY OL-SOURCE-DEACTIVATE
019800         OPX-SOURCE-PERMIT BY OL-SOURCE-PERMIT
019900         OPX-REJECT-CLAIM BY OL-REJECT-CLAIM
020000         OPX-REJECT-REPAIR BY OL-REJECT-REPAIR
020100         OPX-SUSP-RELEASE BY OL-SUSP-RELEASE
020200         OPX-SUSP-REJECT BY OL-SUSP-REJECT
020300         OPX-PEND-CANCEL BY OL-PEND-CANCEL
020400         OPX-ITEM-ID BY OL-ITEM-ID
020500         OPX-ITEM-DATE BY OL-ITEM-DATE
020600         OPX-REASON BY OL-REASON
020700         OPX-AMOUNTS BY OL-AMOUNTS
020800         OPX-LIMIT-BEFORE BY OL-LIMIT-BEFORE
020900         OPX-LIMIT-AFTER BY OL-LIMIT-AFTER
021000         OPX-HELD-AMOUNTS BY OL-HELD-AMOUNTS
021100         OPX-HELD-LIMIT BY OL-HELD-LIMIT
021200         OPX-HELD-RESULT BY OL-HELD-RESULT
021300         OPX-CONFLICT BY OL-CONFLICT
021400         OPX-NO-CONFLICT BY OL-NO-CONFLICT
021500         OPX-CONFLICT-LIMIT BY OL-CONFLICT-LIMIT
021600         OPX-CONFLICT-MASTER BY OL-CONFLICT-MASTER
021700         OPX-CONFLICT-DATE BY OL-CONFLICT-DATE.
021800     05  FILLER                     PIC X(04).
021900
022000 FD  CAL-FILE
022100     RECORDING MODE IS F.
022200 01  CAL-RECORD.
022300     COPY CALREC
022400         REPLACING CAX-LEVEL BY 05
022500         CAX-CAL-DATE BY CAL-DATE
022600         CAX-DAY-TYPE BY CAL-DAY-TYPE
022700         CAX-BUSINESS-DAY BY CAL-BUSINESS-DAY
022800         CAX-WEEKEND-DAY BY CAL-WEEKEND-DAY
022900         CAX-HOLIDAY BY CAL-HOLIDAY
023000         CAX-CURRENT-FLAG BY CAL-CURRENT-FLAG
023100         CAX-CURRENT-DATE BY CAL-CURRENT-DATE.
023200     05  FILLER                     PIC X(70).
023300
023400 FD  OPACT-OUT-FILE
023500     RECORDING MODE IS F.
023600 01  OPACT-OUT-RECORD.
023700     COPY OPACREC
023800         REPLACING OPX-LEVEL BY 05
023900         OPX-SUB-LEVEL BY 10
024000         OPX-OPERATOR-ID BY OA-OPERATOR-ID
024100         OPX-ACTION-DATE BY OA-ACTION-DATE
024200         OPX-ACTION-TIME BY OA-ACTION-TIME
024300         OPX-SOURCE-SYSTEM BY OA-SOURCE-SYSTEM
024400         OPX-SCREEN BY OA-SCREEN
024500         OPX-ACTION BY OA-ACTION
024600         OPX-SOURCE-ADD BY OA-SOURCE-ADD
024700         OPX-SOURCE-CHANGE BY OA-SOURCE-CHANGE
024800         OPX-LIMIT-RAISE BY OA-LIMIT-RAISE
024900         OPX-SOURCE-DEACTIVATE BY OA-SOURCE-DEACTIVATE
025000         OPX-SOURCE-PERMIT BY OA-SOURCE-PERMIT
025100         OPX-REJECT-CLAIM BY OA-REJECT-CLAIM
025200         OPX-REJECT-REPAIR BY OA-REJECT-REPAIR
025300         OPX-SUSP-RELEASE BY OA-SUSP-RELEASE
025400         OPX-SUSP-REJECT BY OA-SUSP-REJECT
025500         OPX-PEND-CANCEL BY OA-PEND-CANCEL
025600         OPX-ITEM-ID BY OA-ITEM-ID
025700         OPX-ITEM-DATE BY OA-ITEM-DATE
025800         OPX-REASON BY OA-REASON
025900         OPX-AMOUNTS BY OA-AMOUNTS
026000         OPX-LIMIT-BEFORE BY OA-LIMIT-BEFORE
026100         OPX-LIMIT-AFTER BY OA-LIMIT-AFTER
026200         OPX-HELD-AMOUNTS BY OA-HELD-AMOUNTS
026300         OPX-HELD-LIMIT BY OA-HELD-LIMIT
026400         OPX-HELD-RESULT BY OA-HELD-RESULT
026500         OPX-CONFLICT BY OA-CONFLICT
026600         OPX-NO-CONFLICT BY OA-NO-CONFLICT
026700         OPX-CONFLICT-LIMIT BY OA-CONFLICT-LIMIT
026800         OPX-CONFLICT-MASTER BY OA-CONFLICT-MASTER
026900         OPX-CONFLICT-DATE BY OA-CONFLICT-DATE.
027000     05  FILLER                     PIC X(04).
027100
027200 WORKING-STORAGE SECTION.
027300*----------------------------------------------------------------
027400* SWITCHES
027500*----------------------------------------------------------------
027600 77  WS-SAUD-EOF-SWITCH          PIC X(01)   VALUE 'N'.
027700     88  WS-SAUD-END-OF-FILE                 VALUE 'Y'.
027800
027900 77  WS-REJM-EOF-SWITCH          PIC X(01)   VALUE 'N'.
028000     88  WS-REJM-END-OF-FILE                 VALUE 'Y'.
028100
028200 77  WS-PEND-EOF-SWITCH          PIC X(01)   VALUE 'N'.
028300     88  WS-PEND-END-OF-FILE                 VALUE 'Y'.
028400
028500 77  WS-LOG-EOF-SWITCH           PIC X(01)   VALUE 'N'.
028600     88  WS-LOG-END-OF-FILE                  VALUE 'Y'.
028700
028800 77  WS-CAL-EOF-SWITCH           PIC X(01)   VALUE 'N'.
028900     88  WS-CAL-END-OF-FILE                  VALUE 'Y'.
029000
029100 77  WS-RAISE-SWITCH             PIC X(01)   VALUE 'N'.
029200     88  WS-LIMIT-RAISED                     VALUE 'Y'.
029300
029400 77  WS-SAUD-STATUS              PIC X(02)   VALUE '00'.
029500 77  WS-REJM-STATUS              PIC X(02)   VALUE '00'.
029600 77  WS-PEND-STATUS              PIC X(02)   VALUE '00'.
029700
029800*----------------------------------------------------------------
029900* COUNTERS
030000*----------------------------------------------------------------
030100 77  WS-SAUD-READ                PIC 9(09) COMP VALUE ZERO.
030200 77  WS-SAUD-SELECTED            PIC 9(09) COMP VALUE ZERO.
030300 77  WS-LIMIT-RAISES             PIC 9(09) COMP VALUE ZERO.
030400 77  WS-REJM-READ                PIC 9(09) COMP VALUE ZERO.
030500 77  WS-REJM-SELECTED            PIC 9(09) COMP VALUE ZERO.
030600 77  WS-PEND-READ                PIC 9(09) COMP VALUE ZERO.
030700 77  WS-PEND-SELECTED            PIC 9(09) COMP VALUE ZERO.
030800 77  WS-LOG-READ                 PIC 9(09) COMP VALUE ZERO.
030900 77  WS-LOG-SELECTED             PIC 9(09) COMP VALUE ZERO.
031000 77  WS-CONFLICTS-LIMIT          PIC 9(09) COMP VALUE ZERO.
031100 77  WS-CONFLICTS-MASTER         PIC 9(09) COMP VALUE ZERO.
031200 77  WS-RECORDS-WRITTEN          PIC 9(09) COMP VALUE ZERO.
031300
031400*----------------------------------------------------------------
031500* THE PARM, TAKEN APART, AND THE RANGE OF ACTION DATES
031600*----------------------------------------------------------------
031700 01  WS-PARM-RANGE.
031800     05  WS-PARM-FROM-X             PIC X(08).
031900     05  WS-PARM-TO-X               PIC X(08).
032000 77  WS-RANGE-FROM               PIC 9(08)   VALUE ZERO.
032100 77  WS-RANGE-TO                 PIC 9(08)   VALUE ZERO.
032200
032300*----------------------------------------------------------------
032400* PROCESSING DATE, AND THE WORK AREA THE DEFAULT QUARTER IS
032500*     BUILT IN
032600*----------------------------------------------------------------
032700 77  WS-PROCESS-DATE             PIC 9(08)   VALUE ZERO.
032800 01  WS-QUARTER-WORK.
032900     05  WS-QTR-YYYY                PIC 9(04).
033000     05  WS-QTR-MM                  PIC 9(02).
033100     05  WS-QTR-DD                  PIC 9(02).
033200 01  WS-QUARTER-DATE REDEFINES WS-QUARTER-WORK
033300                                 PIC 9(08).
033400
033500*----------------------------------------------------------------
033600* CHANGER TABLE - ONE ENTRY PER SOURCE AND OPERATOR THAT HAS
033700*     ANY F01S ACTION ON SRCAUDIT UP TO THE END OF THE RANGE,
033800*     WITH THE DATE OF THE FIRST ACTION AND OF THE FIRST RESULT
033900*     LIMIT RAISE (ZERO IF NEVER)
034000*----------------------------------------------------------------
034100 77  WS-CHG-MAX-ENTRIES          PIC 9(05) COMP VALUE 2000.
034200 77  WS-CHG-COUNT                PIC 9(05) COMP VALUE ZERO.
034300 77  WS-CHG-IX                   PIC 9(05) COMP VALUE ZERO.
034400 77  WS-CHG-FOUND-IX             PIC 9(05) COMP VALUE ZERO.
034500 77  WS-LOOK-SOURCE              PIC X(08)   VALUE SPACES.
034600 77  WS-LOOK-OPERATOR            PIC X(08)   VALUE SPACES.
034700 01  WS-CHANGER-TABLE.
034800     05  WS-CHG-ENTRY OCCURS 2000 TIMES.
034900         10  WS-CHG-SOURCE-SYSTEM   PIC X(08).
035000         10  WS-CHG-OPERATOR-ID     PIC X(08).
035100         10  WS-CHG-FIRST-CHANGE    PIC 9(08).
035200         10  WS-CHG-FIRST-RAISE     PIC 9(08).
035300
035400 LINKAGE SECTION.
035500*----------------------------------------------------------------
035600* JCL PARM AREA - FROM AND TO DATES, OR NOTHING
035700*----------------------------------------------------------------
035800 01  RP-PARM-AREA.
035900     05  RP-PARM-LENGTH           PIC S9(04) COMP.
036000     05  RP-PARM-TEXT             PIC X(16).
036100 PROCEDURE DIVISION USING RP-PARM-AREA.
036200*----------------------------------------------------------------
036300* 0000-MAINLINE
036400*----------------------------------------------------------------
036500 0000-MAINLINE.
036600     PERFORM 1000-INITIALIZE
036700         THRU 1000-INITIALIZE-EXIT.
036800     PERFORM 2000-SCAN-SRCAUDIT
036900         THRU 2000-SCAN-SRCAUDIT-EXIT
037000         UNTIL WS-SAUD-END-OF-FILE.
037100     PERFORM 2300-SCAN-REJMAST
037200         THRU 2300-SCAN-REJMAST-EXIT
037300         UNTIL WS-REJM-END-OF-FILE.
037400     PERFORM 2400-SCAN-PNDMAST
037500         THRU 2400-SCAN-PNDMAST-EXIT
037600         UNTIL WS-PEND-END-OF-FILE.
037700     PERFORM 2500-SCAN-ACTION-LOG
037800         THRU 2500-SCAN-ACTION-LOG-EXIT
037900         UNTIL WS-LOG-END-OF-FILE.
038000     PERFORM 3000-TERMINATE
038100         THRU 3000-TERMINATE-EXIT.
038200     GOBACK.
038300*----------------------------------------------------------------
038400* 1000-INITIALIZE - PARM, PROCESSING DATE, DATE RANGE, OPEN,
038500*     FIRST READS
038600*----------------------------------------------------------------
038700 1000-INITIALIZE.
038800     PERFORM 1050-EDIT-PARM
038900         THRU 1050-EDIT-PARM-EXIT.
039000     OPEN INPUT CAL-FILE.
039100     PERFORM 1100-SCAN-CALENDAR
039200         THRU 1100-SCAN-CALENDAR-EXIT
039300         UNTIL WS-CAL-END-OF-FILE
039400            OR WS-PROCESS-DATE > ZERO.
039500     CLOSE CAL-FILE.
039600     IF WS-PROCESS-DATE = ZERO
039700         DISPLAY 'F01OPAUD NO CURRENT-DATE FLAG ON THE CALNDR '
039800             'CALENDAR - SEE F01CALBD/F01CALRL'
039900         MOVE 16 TO RETURN-CODE
040000         GOBACK
040100     END-IF.
040200     IF WS-RANGE-FROM = ZERO
040300         PERFORM 1200-DEFAULT-QUARTER
040400             THRU 1200-DEFAULT-QUARTER-EXIT
040500     END-IF.
040600     DISPLAY 'F01OPAUD ACTIONS FROM ' WS-RANGE-FROM
040700         ' THROUGH ' WS-RANGE-TO.
040800     OPEN INPUT SRCAUDIT-FILE.
040900     IF WS-SAUD-STATUS NOT = '00'
041000         DISPLAY 'F01OPAUD SRCAUDIT WOULD NOT OPEN - STATUS='
041100             WS-SAUD-STATUS
041200         MOVE 16 TO RETURN-CODE
041300         GOBACK
041400     END-IF.
041500     OPEN INPUT REJMAST-FILE.
041600     IF WS-REJM-STATUS NOT = '00'
041700         DISPLAY 'F01OPAUD REJMAST WOULD NOT OPEN - STATUS='
041800             WS-REJM-STATUS
041900         CLOSE SRCAUDIT-FILE
042000         MOVE 16 TO RETURN-CODE
042100         GOBACK
042200     END-IF.
042300     OPEN INPUT PNDMAST-FILE.
042400     IF WS-PEND-STATUS NOT = '00'
042500         DISPLAY 'F01OPAUD PNDMAST WOULD NOT OPEN - STATUS='
042600             WS-PEND-STATUS
042700         CLOSE SRCAUDIT-FILE
042800               REJMAST-FILE
042900         MOVE 16 TO RETURN-CODE
043000         GOBACK
043100     END-IF.
043200     OPEN INPUT  OPACT-LOG-FILE
043300          OUTPUT OPACT-OUT-FILE.
043400     PERFORM 8000-READ-SRCAUDIT
043500         THRU 8000-READ-SRCAUDIT-EXIT.
043600     PERFORM 8100-READ-REJMAST
043700         THRU 8100-READ-REJMAST-EXIT.
043800     PERFORM 8200-READ-PNDMAST
043900         THRU 8200-READ-PNDMAST-EXIT.
044000     PERFORM 8300-READ-ACTION-LOG
044100         THRU 8300-READ-ACTION-LOG-EXIT.
044200 1000-INITIALIZE-EXIT.
044300     EXIT.
044400*----------------------------------------------------------------
044500* 1050-EDIT-PARM - TAKE THE DATE RANGE APART.  NO PARM LEAVES
044600*     THE RANGE ZERO FOR THE DEFAULT QUARTER; ANYTHING NOT
044700*     UNDERSTOOD STOPS THE RUN RC=16 BEFORE A FILE IS OPENED
044800*----------------------------------------------------------------
044900 1050-EDIT-PARM.
045000     IF RP-PARM-LENGTH < 1
045100      OR RP-PARM-TEXT = SPACES
045200         GO TO 1050-EDIT-PARM-EXIT
045300     END-IF.
045400     IF RP-PARM-LENGTH NOT = 16
045500         GO TO 1050-EDIT-PARM-BAD
045600     END-IF.
045700     MOVE RP-PARM-TEXT TO WS-PARM-RANGE.
045800     IF WS-PARM-FROM-X NOT NUMERIC
045900      OR WS-PARM-TO-X NOT NUMERIC
046000         GO TO 1050-EDIT-PARM-BAD
046100     END-IF.
046200     MOVE WS-PARM-FROM-X TO WS-RANGE-FROM.
046300     MOVE WS-PARM-TO-X   TO WS-RANGE-TO.
046400     IF WS-RANGE-FROM = ZERO
046500      OR WS-RANGE-FROM > WS-RANGE-TO
046600         GO TO 1050-EDIT-PARM-BAD
046700     END-IF.
046800     GO TO 1050-EDIT-PARM-EXIT.
046900 1050-EDIT-PARM-BAD.
047000     DISPLAY 'F01OPAUD PARM NOT RECOGNIZED - '
047100         RP-PARM-TEXT.
047200     DISPLAY 'F01OPAUD USE YYYYMMDDYYYYMMDD (FROM, TO), OR NO '
047300         'PARM FOR THE PREVIOUS QUARTER'.
047400     MOVE 16 TO RETURN-CODE.
047500     GOBACK.
047600 1050-EDIT-PARM-EXIT.
047700     EXIT.
047800*----------------------------------------------------------------
047900* 1100-SCAN-CALENDAR - ONE CALENDAR RECORD, LOOKING FOR THE
048000*     CURRENT-DATE FLAG
048100*----------------------------------------------------------------
048200 1100-SCAN-CALENDAR.
048300     READ CAL-FILE
048400         AT END
048500             SET WS-CAL-END-OF-FILE TO TRUE
048600             GO TO 1100-SCAN-CALENDAR-EXIT
048700     END-READ.
048800     IF CAL-CURRENT-DATE
048900        AND CAL-DATE NUMERIC
049000         MOVE CAL-DATE TO WS-PROCESS-DATE
049100     END-IF.
049200 1100-SCAN-CALENDAR-EXIT.
049300     EXIT.
049400*----------------------------------------------------------------
049500* 1200-DEFAULT-QUARTER - THE WHOLE CALENDAR QUARTER BEFORE THE
049600*     ONE THE PROCESSING DATE FALLS IN
049700*----------------------------------------------------------------
049800 1200-DEFAULT-QUARTER.
049900     MOVE WS-PROCESS-DATE TO WS-QUARTER-DATE.
050000     EVALUATE TRUE
050100         WHEN WS-QTR-MM < 04
050200             SUBTRACT 1 FROM WS-QTR-YYYY
050300             MOVE 10 TO WS-QTR-MM
050400             MOVE 01 TO WS-QTR-DD
050500             MOVE WS-QUARTER-DATE TO WS-RANGE-FROM
050600             MOVE 12 TO WS-QTR-MM
050700             MOVE 31 TO WS-QTR-DD
050800         WHEN WS-QTR-MM < 07
050900             MOVE 01 TO WS-QTR-MM
051000             MOVE 01 TO WS-QTR-DD
051100             MOVE WS-QUARTER-DATE TO WS-RANGE-FROM
051200             MOVE 03 TO WS-QTR-MM
051300             MOVE 31 TO WS-QTR-DD
051400         WHEN WS-QTR-MM < 10
051500             MOVE 04 TO WS-QTR-MM
051600             MOVE 01 TO WS-QTR-DD
051700             MOVE WS-QUARTER-DATE TO WS-RANGE-FROM
051800             MOVE 06 TO WS-QTR-MM
051900             MOVE 30 TO WS-QTR-DD
052000         WHEN OTHER
052100             MOVE 07 TO WS-QTR-MM
052200             MOVE 01 TO WS-QTR-DD
052300             MOVE WS-QUARTER-DATE TO WS-RANGE-FROM
052400             MOVE 09 TO WS-QTR-MM
052500             MOVE 30 TO WS-QTR-DD
052600     END-EVALUATE.
052700     MOVE WS-QUARTER-DATE TO WS-RANGE-TO.
052800 1200-DEFAULT-QUARTER-EXIT.
052900     EXIT.
053000*----------------------------------------------------------------
053100* 2000-SCAN-SRCAUDIT - ONE SOURCE MASTER AUDIT RECORD.  EVERY
053200*     ACTION UP TO THE END OF THE RANGE GOES INTO THE CHANGER
053300*     TABLE; THOSE INSIDE THE RANGE ARE ALSO WRITTEN OUT
053400*----------------------------------------------------------------
053500 2000-SCAN-SRCAUDIT.
053600     IF SA-CHANGE-DATE > WS-RANGE-TO
053700         GO TO 2000-SCAN-SRCAUDIT-NEXT
053800     END-IF.
053900     MOVE 'N' TO WS-RAISE-SWITCH.
054000     IF SA-ACTION-CHANGE
054100        AND SA-BEF-RESULT-LIMIT NUMERIC
054200        AND SA-AFT-RESULT-LIMIT NUMERIC
054300        AND SA-AFT-RESULT-LIMIT > SA-BEF-RESULT-LIMIT
054400         SET WS-LIMIT-RAISED TO TRUE
054500     END-IF.
054600     PERFORM 2100-NOTE-CHANGER
054700         THRU 2100-NOTE-CHANGER-EXIT.
054800     IF SA-CHANGE-DATE NOT < WS-RANGE-FROM
054900         PERFORM 2200-WRITE-MASTER-ACTION
055000             THRU 2200-WRITE-MASTER-ACTION-EXIT
055100     END-IF.
055200 2000-SCAN-SRCAUDIT-NEXT.
055300     PERFORM 8000-READ-SRCAUDIT
055400         THRU 8000-READ-SRCAUDIT-EXIT.
055500 2000-SCAN-SRCAUDIT-EXIT.
055600     EXIT.
055700*----------------------------------------------------------------
055800* 2100-NOTE-CHANGER - RECORD THAT THIS OPERATOR HAS ACTED ON
055900*     THIS SOURCE'S MASTER, AND WHEN THEY FIRST RAISED ITS LIMIT
056000*----------------------------------------------------------------
056100 2100-NOTE-CHANGER.
056200     MOVE SA-SOURCE-SYSTEM TO WS-LOOK-SOURCE.
056300     MOVE SA-OPERATOR-ID   TO WS-LOOK-OPERATOR.
056400     PERFORM 8500-FIND-CHANGER
056500         THRU 8500-FIND-CHANGER-EXIT.
056600     IF WS-CHG-FOUND-IX = ZERO
056700         PERFORM 8600-ADD-CHANGER
056800             THRU 8600-ADD-CHANGER-EXIT
056900         MOVE WS-CHG-COUNT     TO WS-CHG-FOUND-IX
057000         MOVE SA-SOURCE-SYSTEM
057100             TO WS-CHG-SOURCE-SYSTEM (WS-CHG-FOUND-IX)
057200         MOVE SA-OPERATOR-ID
057300             TO WS-CHG-OPERATOR-ID (WS-CHG-FOUND-IX)
057400         MOVE SA-CHANGE-DATE
057500             TO WS-CHG-FIRST-CHANGE (WS-CHG-FOUND-IX)
057600         MOVE ZERO
057700             TO WS-CHG-FIRST-RAISE (WS-CHG-FOUND-IX)
057800     END-IF.
057900     IF WS-LIMIT-RAISED
058000        AND WS-CHG-FIRST-RAISE (WS-CHG-FOUND-IX) = ZERO
058100         MOVE SA-CHANGE-DATE
058200             TO WS-CHG-FIRST-RAISE (WS-CHG-FOUND-IX)
058300     END-IF.
058400 2100-NOTE-CHANGER-EXIT.
058500     EXIT.
058600*----------------------------------------------------------------
058700* 2200-WRITE-MASTER-ACTION - ONE F01S ACTION INSIDE THE RANGE.
058800*     A CHANGE THAT RAISED THE RESULT LIMIT IS WRITTEN AS 'L'
058900*----------------------------------------------------------------
059000 2200-WRITE-MASTER-ACTION.
059100     MOVE SPACES             TO OPACT-OUT-RECORD.
059200     MOVE SA-OPERATOR-ID     TO OA-OPERATOR-ID.
059300     MOVE SA-CHANGE-DATE     TO OA-ACTION-DATE.
059400     MOVE SA-CHANGE-TIME     TO OA-ACTION-TIME.
059500     MOVE SA-SOURCE-SYSTEM   TO OA-SOURCE-SYSTEM.
059600     MOVE 'F01S'             TO OA-SCREEN.
059700     MOVE ZERO               TO OA-ITEM-DATE
059800                                OA-LIMIT-BEFORE
059900                                OA-LIMIT-AFTER
060000                                OA-CONFLICT-DATE.
060100     IF WS-LIMIT-RAISED
060200         SET OA-LIMIT-RAISE  TO TRUE
060300         ADD 1 TO WS-LIMIT-RAISES
060400     ELSE
060500         MOVE SA-ACTION      TO OA-ACTION
060600     END-IF.
060700     IF SA-ACTION-PERMIT
060800         MOVE SA-AFT-AUTH-OPERATION TO OA-REASON
060900     ELSE
061000         IF SA-BEF-RESULT-LIMIT NUMERIC
061100             MOVE SA-BEF-RESULT-LIMIT TO OA-LIMIT-BEFORE
061200         END-IF
061300         IF SA-AFT-RESULT-LIMIT NUMERIC
061400             MOVE SA-AFT-RESULT-LIMIT TO OA-LIMIT-AFTER
061500         END-IF
061600     END-IF.
061700     ADD 1 TO WS-SAUD-SELECTED.
061800     PERFORM 8700-WRITE-ACTION
061900         THRU 8700-WRITE-ACTION-EXIT.
062000 2200-WRITE-MASTER-ACTION-EXIT.
062100     EXIT.
062200*----------------------------------------------------------------
062300* 2300-SCAN-REJMAST - ONE WORKBENCH REJECT.  A CLAIM OR REPAIR
062400*     STAMPED INSIDE THE RANGE IS WRITTEN, FLAGGED 'M' WHEN THE
062500*     SAME OPERATOR HAD CHANGED THE SOURCE'S MASTER ON OR
062600*     BEFORE THE DAY THE ITEM REJECTED
062700*----------------------------------------------------------------
062800 2300-SCAN-REJMAST.
062900     IF RM-CLAIM-OPEN
063000      OR RM-CLAIM-DATE < WS-RANGE-FROM
063100      OR RM-CLAIM-DATE > WS-RANGE-TO
063200         GO TO 2300-SCAN-REJMAST-NEXT
063300     END-IF.
063400     MOVE SPACES             TO OPACT-OUT-RECORD.
063500     MOVE RM-CLAIM-OPERATOR  TO OA-OPERATOR-ID.
063600     MOVE RM-CLAIM-DATE      TO OA-ACTION-DATE.
063700     MOVE RM-CLAIM-TIME      TO OA-ACTION-TIME.
063800     MOVE RM-SOURCE-SYSTEM   TO OA-SOURCE-SYSTEM.
063900     MOVE 'F01R'             TO OA-SCREEN.
064000     IF RM-CLAIM-REPAIRED
064100         SET OA-REJECT-REPAIR TO TRUE
064200     ELSE
064300         SET OA-REJECT-CLAIM  TO TRUE
064400     END-IF.
064500     MOVE RM-TRANSACTION-ID  TO OA-ITEM-ID.
064600     MOVE RM-REJECT-DATE     TO OA-ITEM-DATE.
064700     MOVE RM-REASON-CODE     TO OA-REASON.
064800     MOVE ZERO               TO OA-LIMIT-BEFORE
064900                                OA-LIMIT-AFTER
065000                                OA-CONFLICT-DATE.
065100     MOVE RM-SOURCE-SYSTEM   TO WS-LOOK-SOURCE.
065200     MOVE RM-CLAIM-OPERATOR  TO WS-LOOK-OPERATOR.
065300     PERFORM 8500-FIND-CHANGER
065400         THRU 8500-FIND-CHANGER-EXIT.
065500     IF WS-CHG-FOUND-IX > ZERO
065600         IF WS-CHG-FIRST-CHANGE (WS-CHG-FOUND-IX)
065700                NOT > RM-REJECT-DATE
065800             SET OA-CONFLICT-MASTER TO TRUE
065900             MOVE WS-CHG-FIRST-CHANGE (WS-CHG-FOUND-IX)
066000                 TO OA-CONFLICT-DATE
066100             ADD 1 TO WS-CONFLICTS-MASTER
066200         END-IF
066300     END-IF.
066400     ADD 1 TO WS-REJM-SELECTED.
066500     PERFORM 8700-WRITE-ACTION
066600         THRU 8700-WRITE-ACTION-EXIT.
066700 2300-SCAN-REJMAST-NEXT.
066800     PERFORM 8100-READ-REJMAST
066900         THRU 8100-READ-REJMAST-EXIT.
067000 2300-SCAN-REJMAST-EXIT.
067100     EXIT.
067200*----------------------------------------------------------------
067300* 2400-SCAN-PNDMAST - ONE PENDING ITEM.  A CANCEL STAMPED INSIDE
067400*     THE RANGE IS WRITTEN.  ONCE ITS DATE ARRIVES F01PNDRL
067500*     DROPS IT AND LOGS THE CANCEL INSTEAD, SO NONE IS SEEN TWICE
067600*----------------------------------------------------------------
067700 2400-SCAN-PNDMAST.
067800     IF NOT PEND-CANCELLED
067900      OR PEND-CANCEL-DATE < WS-RANGE-FROM
068000      OR PEND-CANCEL-DATE > WS-RANGE-TO
068100         GO TO 2400-SCAN-PNDMAST-NEXT
068200     END-IF.
068300     MOVE SPACES              TO OPACT-OUT-RECORD.
068400     MOVE PEND-CANCELLED-BY   TO OA-OPERATOR-ID.
068500     MOVE PEND-CANCEL-DATE    TO OA-ACTION-DATE.
068600     MOVE PEND-CANCEL-TIME    TO OA-ACTION-TIME.
068700     MOVE PEND-SOURCE-SYSTEM  TO OA-SOURCE-SYSTEM.
068800     MOVE 'F01P'              TO OA-SCREEN.
068900     SET OA-PEND-CANCEL       TO TRUE.
069000     MOVE PEND-TRANSACTION-ID TO OA-ITEM-ID.
069100     MOVE PEND-RELEASE-DATE   TO OA-ITEM-DATE.
069200     MOVE ZERO                TO OA-LIMIT-BEFORE
069300                                 OA-LIMIT-AFTER
069400                                 OA-CONFLICT-DATE.
069500     ADD 1 TO WS-PEND-SELECTED.
069600     PERFORM 8700-WRITE-ACTION
069700         THRU 8700-WRITE-ACTION-EXIT.
069800 2400-SCAN-PNDMAST-NEXT.
069900     PERFORM 8200-READ-PNDMAST
070000         THRU 8200-READ-PNDMAST-EXIT.
070100 2400-SCAN-PNDMAST-EXIT.
070200     EXIT.
070300*----------------------------------------------------------------
070400* 2500-SCAN-ACTION-LOG - ONE LOGGED SUSPENSE DECISION OR DROPPED
070500*     PENDING CANCEL.  A RELEASE INSIDE THE RANGE IS FLAGGED 'L'
070600*     WHEN THE SAME OPERATOR HAD RAISED THE SOURCE'S RESULT
070700*     LIMIT ON OR BEFORE THE RELEASE
070800*----------------------------------------------------------------
070900 2500-SCAN-ACTION-LOG.
071000     IF OL-ACTION-DATE < WS-RANGE-FROM
071100      OR OL-ACTION-DATE > WS-RANGE-TO
071200         GO TO 2500-SCAN-ACTION-LOG-NEXT
071300     END-IF.
071400     MOVE OPACT-LOG-RECORD   TO OPACT-OUT-RECORD.
071500     SET OA-NO-CONFLICT      TO TRUE.
071600     MOVE ZERO               TO OA-CONFLICT-DATE.
071700     IF OA-SUSP-RELEASE
071800         MOVE OA-SOURCE-SYSTEM TO WS-LOOK-SOURCE
071900         MOVE OA-OPERATOR-ID   TO WS-LOOK-OPERATOR
072000         PERFORM 8500-FIND-CHANGER
072100             THRU 8500-FIND-CHANGER-EXIT
072200         IF WS-CHG-FOUND-IX > ZERO
072300             IF WS-CHG-FIRST-RAISE (WS-CHG-FOUND-IX) > ZERO
072400                AND WS-CHG-FIRST-RAISE (WS-CHG-FOUND-IX)
072500                    NOT > OA-ACTION-DATE
072600                 SET OA-CONFLICT-LIMIT TO TRUE
072700                 MOVE WS-CHG-FIRST-RAISE (WS-CHG-FOUND-IX)
072800                     TO OA-CONFLICT-DATE
072900                 ADD 1 TO WS-CONFLICTS-LIMIT
073000             END-IF
073100         END-IF
073200     END-IF.
073300     ADD 1 TO WS-LOG-SELECTED.
073400     PERFORM 8700-WRITE-ACTION
073500         THRU 8700-WRITE-ACTION-EXIT.
073600 2500-SCAN-ACTION-LOG-NEXT.
073700     PERFORM 8300-READ-ACTION-LOG
073800         THRU 8300-READ-ACTION-LOG-EXIT.
073900 2500-SCAN-ACTION-LOG-EXIT.
074000     EXIT.
074100*----------------------------------------------------------------
074200* 3000-TERMINATE - CLOSE FILES AND REPORT THE COUNTS
074300*----------------------------------------------------------------
074400 3000-TERMINATE.
074500     CLOSE SRCAUDIT-FILE
074600           REJMAST-FILE
074700           PNDMAST-FILE
074800           OPACT-LOG-FILE
074900           OPACT-OUT-FILE.
075000     DISPLAY 'F01OPAUD SRCAUDIT RECORDS READ  = ' WS-SAUD-READ.
075100     DISPLAY 'F01OPAUD   F01S ACTIONS IN RANGE = '
075200         WS-SAUD-SELECTED.
075300     DISPLAY 'F01OPAUD   OF WHICH LIMIT RAISES = '
075400         WS-LIMIT-RAISES.
075500     DISPLAY 'F01OPAUD REJMAST RECORDS READ   = ' WS-REJM-READ.
075600     DISPLAY 'F01OPAUD   F01R ACTIONS IN RANGE = '
075700         WS-REJM-SELECTED.
075800     DISPLAY 'F01OPAUD PNDMAST RECORDS READ   = ' WS-PEND-READ.
075900     DISPLAY 'F01OPAUD   F01P CANCELS IN RANGE = '
076000         WS-PEND-SELECTED.
076100     DISPLAY 'F01OPAUD ACTION LOG RECORDS READ= ' WS-LOG-READ.
076200     DISPLAY 'F01OPAUD   LOGGED IN RANGE       = '
076300         WS-LOG-SELECTED.
076400     DISPLAY 'F01OPAUD SOURCE/OPERATOR PAIRS  = ' WS-CHG-COUNT.
076500     DISPLAY 'F01OPAUD CONFLICTS - OWN LIMIT  = '
076600         WS-CONFLICTS-LIMIT.
076700     DISPLAY 'F01OPAUD CONFLICTS - OWN MASTER = '
076800         WS-CONFLICTS-MASTER.
076900     DISPLAY 'F01OPAUD ACTIONS WRITTEN        = '
077000         WS-RECORDS-WRITTEN.
077100     MOVE 0 TO RETURN-CODE.
077200 3000-TERMINATE-EXIT.
077300     EXIT.
077400*----------------------------------------------------------------
077500* 8000-READ-SRCAUDIT - READ THE NEXT SOURCE MASTER AUDIT RECORD
077600*----------------------------------------------------------------
077700 8000-READ-SRCAUDIT.
077800     READ SRCAUDIT-FILE NEXT
077900         AT END
078000             SET WS-SAUD-END-OF-FILE TO TRUE
078100             GO TO 8000-READ-SRCAUDIT-EXIT
078200     END-READ.
078300     ADD 1 TO WS-SAUD-READ.
078400 8000-READ-SRCAUDIT-EXIT.
078500     EXIT.
078600*----------------------------------------------------------------
078700* 8100-READ-REJMAST - READ THE NEXT WORKBENCH REJECT
078800*----------------------------------------------------------------
078900 8100-READ-REJMAST.
079000     READ REJMAST-FILE NEXT
079100         AT END
079200             SET WS-REJM-END-OF-FILE TO TRUE
079300             GO TO 8100-READ-REJMAST-EXIT
079400     END-READ.
079500     ADD 1 TO WS-REJM-READ.
079600 8100-READ-REJMAST-EXIT.
079700     EXIT.
079800*----------------------------------------------------------------
079900* 8200-READ-PNDMAST - READ THE NEXT PENDING ITEM
080000*----------------------------------------------------------------
080100 8200-READ-PNDMAST.
080200     READ PNDMAST-FILE NEXT
080300         AT END
080400             SET WS-PEND-END-OF-FILE TO TRUE
080500             GO TO 8200-READ-PNDMAST-EXIT
080600     END-READ.
080700     ADD 1 TO WS-PEND-READ.
080800 8200-READ-PNDMAST-EXIT.
080900     EXIT.
081000*----------------------------------------------------------------
081100* 8300-READ-ACTION-LOG - READ THE NEXT LOGGED ACTION
081200*----------------------------------------------------------------
081300 8300-READ-ACTION-LOG.
081400     READ OPACT-LOG-FILE
081500         AT END
081600             SET WS-LOG-END-OF-FILE TO TRUE
081700             GO TO 8300-READ-ACTION-LOG-EXIT
081800     END-READ.
081900     ADD 1 TO WS-LOG-READ.
082000 8300-READ-ACTION-LOG-EXIT.
082100     EXIT.
082200*----------------------------------------------------------------
082300* 8500-FIND-CHANGER - LOOK UP THE SOURCE AND OPERATOR IN THE
082400*     CHANGER TABLE.  WS-CHG-FOUND-IX IS ZERO IF NOT THERE
082500*----------------------------------------------------------------
082600 8500-FIND-CHANGER.
082700     MOVE ZERO TO WS-CHG-FOUND-IX.
082800     PERFORM 8550-SCAN-CHANGER
082900         THRU 8550-SCAN-CHANGER-EXIT
083000         VARYING WS-CHG-IX FROM 1 BY 1
083100         UNTIL WS-CHG-IX > WS-CHG-COUNT
083200            OR WS-CHG-FOUND-IX > ZERO.
083300 8500-FIND-CHANGER-EXIT.
083400     EXIT.
083500*----------------------------------------------------------------
083600* 8550-SCAN-CHANGER - ONE PROBE OF THE CHANGER TABLE
083700*----------------------------------------------------------------
083800 8550-SCAN-CHANGER.
083900     IF WS-CHG-SOURCE-SYSTEM (WS-CHG-IX) = WS-LOOK-SOURCE
084000        AND WS-CHG-OPERATOR-ID (WS-CHG-IX) = WS-LOOK-OPERATOR
084100         MOVE WS-CHG-IX TO WS-CHG-FOUND-IX
084200     END-IF.
084300 8550-SCAN-CHANGER-EXIT.
084400     EXIT.
084500*----------------------------------------------------------------
084600* 8600-ADD-CHANGER - CLAIM THE NEXT TABLE SLOT, BLOWING UP
084700*     CLEANLY WHEN THE TABLE IS FULL
084800*----------------------------------------------------------------
084900 8600-ADD-CHANGER.
085000     IF WS-CHG-COUNT >= WS-CHG-MAX-ENTRIES
085100         DISPLAY 'F01OPAUD CHANGER TABLE FULL - MORE THAN '
085200             WS-CHG-MAX-ENTRIES ' SOURCE/OPERATOR PAIRS'
085300         MOVE 16 TO RETURN-CODE
085400         GOBACK
085500     END-IF.
085600     ADD 1 TO WS-CHG-COUNT.
085700 8600-ADD-CHANGER-EXIT.
085800     EXIT.
085900*----------------------------------------------------------------
086000* 8700-WRITE-ACTION - WRITE ONE ACTION TO THE EXTRACT
086100*----------------------------------------------------------------
086200 8700-WRITE-ACTION.
086300     WRITE OPACT-OUT-RECORD.
086400     ADD 1 TO WS-RECORDS-WRITTEN.
086500 8700-WRITE-ACTION-EXIT.
086600     EXIT.
086700 END PROGRAM F01OPAUD.
