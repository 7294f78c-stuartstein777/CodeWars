000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. F01RTN01.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. BATCH SUPPORT - MULTIPLY SUBSYSTEM.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26 RH   INITIAL VERSION.  PER-SOURCE RESULT RETURN
001100*               FEED.  THE UPSTREAM TEAMS HAVE NEVER HAD THEIR
001200*               RESULTS SENT BACK - THEY PHONE, OR SCRAPE THE
001300*               F01H HISTORY INQUIRY.  THIS STEP RUNS ONCE PER
001400*               SOURCE AFTER THE NIGHTLY STREAM AND GIVES EVERY
001500*               TRANSACTION THE SOURCE SENT A STATUS FOR THE
001600*               NIGHT - COMPUTED (WITH THE RESULT) FROM THE
001700*               NIGHT'S RESULTS GENERATION, REJECTED (WITH THE
001800*               REASON) FROM THE NIGHT'S REJECTS, SUSPENDED
001900*               FROM THE SUSPENSE MASTER, AND PENDED FROM THE
002000*               PENDING MASTER - IN THE SOURCE'S OWN FEED FORMAT
002100*               FROM SRCMAST (THE REVERSE OF F01FMT01), CLOSED
002200*               BY A CONTROL TRAILER THE SOURCE CAN BALANCE TO.
002201* 10/15/26 RH   PENDED ITEMS NOW COME FROM THE KEYED PENDING
002202*               MASTER (PNDMAST, PENDREC) INSTEAD OF THE FLAT
002203*               80-BYTE PENDING FILE.  ONLY ITEMS STILL HELD ARE
002204*               RETURNED - AN ITEM CANCELLED ON THE F01P SCREEN IS
002205*               NOT.
002206* 10/15/26 RH   SRCMREC NOW CARRIES THE SOURCE'S NEAR-DUPLICATE
002207*               WINDOW AND OPTION, AND SUSPREC A HOLD REASON.
002208*               LAYOUT RESYNC ONLY HERE: BOTH FILLERS SHRANK.  A
002209*               NEAR-DUPLICATE HOLD IS RETURNED AS SUSPENDED LIKE
002210*               ANY OTHER.
002211* 10/15/26 RH   RUNLREC NOW CARRIES THE MASTER BACKUP SET THE RUN
002212*               STARTED FROM.  LAYOUT RESYNC ONLY HERE: THE
002213*               SEVEN BYTES OF FILLER ARE GONE.
002214* 10/15/26 RH   SUSPENDED ITEMS NOW COME FROM THE FOUR STREAM
002215*               SUSPENSE MASTERS (DD SUSPMS1-SUSPMS4) THE
002216*               PARALLEL NIGHT SUSPENDS TO, READ ONE AFTER THE
002217*               OTHER; A FALLBACK NIGHT POINTS SUSPMS1 AT THE
002218*               SHARED MASTER.  ALL FOUR ARE OPTIONAL, SO A DD
002219*               LEFT DUMMY OR A MASTER NEVER WRITTEN TO READS AS
002220*               EMPTY.
002300*----------------------------------------------------------------
002400* REMARKS.
002500*     PARM='SSSSSSSS' NAMES THE SOURCE-SYSTEM TO RETURN TO.
002600*
002700*     "TONIGHT" IS THE NEWEST RUN DATE ON THE RUN LOG, THE SAME
002800*     RULE F01NITE1 USES (ON PARALLEL NIGHTS POINT RUNLOG AT THE
002900*     FOUR STREAM LOGS CONCATENATED).  THE CALENDAR CANNOT SAY -
003000*     A CLEAN NIGHT HAS ALREADY ROLLED IT BY THE TIME THIS RUNS.
003100*
003200*     WHAT EACH STATUS IS BUILT FROM -
003300*       'C' COMPUTED   - EVERY DETAIL FOR THE SOURCE ON THE
003400*                        NIGHT'S RESULTS GENERATION, REVERSALS
003500*                        ('V') AND RELEASED SUSPENSE INCLUDED.
003600*       'R' REJECTED   - EVERY REJECT ON THE CUMULATIVE REJECT
003700*                        FILE DATED TONIGHT WHOSE EMBEDDED
003800*                        RECORD IS THE SOURCE'S, WITH ITS
003900*                        REASON CODE (SEE RJCTREC).
004000*       'S' SUSPENDED  - EVERY ITEM ON THE SUSPENSE MASTERS
004100*                        STILL HELD THAT WAS SUSPENDED TONIGHT.
004110*                        THE RESULT IS NOT RETURNED UNTIL THE
004120*                        SUPERVISOR RELEASES IT.  SUSPMS1-
004130*                        SUSPMS4 ARE THE FOUR STREAMS' MASTERS
004140*                        ON A PARALLEL NIGHT; ON A FALLBACK
004150*                        NIGHT SUSPMS1 IS THE SHARED MASTER AND
004160*                        THE OTHER THREE ARE DUMMY.
004400*       'P' PENDED     - EVERY ITEM ON THE KEYED PENDING
004500*                        MASTER (PENDREC) STILL HELD - A
004600*                        FUTURE-DATED ITEM IS RETURNED AS
004700*                        PENDED EVERY NIGHT IT IS STILL HELD,
004800*                        UNTIL ITS DATE ARRIVES AND IT IS
004810*                        RETURNED WITH A FINAL STATUS.  AN
004820*                        ITEM CANCELLED ON THE F01P SCREEN IS
004830*                        NO LONGER RETURNED.
004900*     ONLY A COMPUTED ITEM CARRIES A RESULT; THE OTHERS CARRY
005000*     ZERO.  NUMBERS ARE RETURNED EXACTLY AS THEY ARRIVED, SO A
005100*     REJECTED RECORD'S BAD FIELDS COME BACK AS SENT.
005200*
005300*     FORMATS (SM-FORMAT-CODE ON SRCMAST), ALL 80-BYTE RECORDS -
005400*       'F' OR BLANK - FIXED.  A DETAIL IS RECORD TYPE 'D' AND
005500*           THE TRANXREC FIELDS WITH THE RESULT FILLED IN, THEN
005600*           STATUS, REASON, AND TONIGHT'S DATE (SEE
005700*           RTN-FIXED-RECORD BELOW).  THE TRAILER IS RECORD
005800*           TYPE 'T'.
005900*       'D' - DELIMITED.  TRANID,EFFDATE,OP,NUM1,NUM2,STATUS,
006000*           REASON,RESULT - THE FIVE FIELDS THE SOURCE SENT,
006100*           THEN OURS.  THE TRAILER IS *TRL,SOURCE,DATE,COUNT,
006200*           COMPUTED,REJECTED,SUSPENDED,PENDED,RESULTHASH.
006300*       'T' - TAGGED.  TRANID=, EFFDATE=, OP=, NUM1=, NUM2=,
006400*           STATUS=, REASON= (REJECTS ONLY), RESULT=, THEN END.
006500*           THE TRAILER IS A CONTROL=TRAILER BLOCK CARRYING
006600*           SOURCE=, DATE=, COUNT=, COMPUTED=, REJECTED=,
006700*           SUSPENDED=, PENDED=, RESULTHASH=, THEN END.
006800*     RESULT IS 9999999999.9999 AND RESULTHASH (THE SUM OF THE
006900*     COMPUTED RESULTS) 99999999999.9999, ZERO-PADDED.
007000*
007100*     RC=0 FEED WRITTEN (AN EMPTY NIGHT IS JUST A TRAILER);
007200*     RC=16 PARM MISSING, SOURCE NOT ON THE MASTER OR WITHOUT A
007300*     USABLE FORMAT CODE, OR AN EMPTY RUN LOG.
007400*----------------------------------------------------------------
007500 ENVIRONMENT DIVISION.
007600 CONFIGURATION SECTION.
007700 SOURCE-COMPUTER. IBM-370.
007800 OBJECT-COMPUTER. IBM-370.
007900 INPUT-OUTPUT SECTION.
008000 FILE-CONTROL.
008100     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
008200         ORGANIZATION IS SEQUENTIAL.
008300
008400     SELECT SRCMAST-FILE ASSIGN TO SRCMAST
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS RANDOM
008700         RECORD KEY IS SM-SOURCE-SYSTEM
008800         FILE STATUS IS WS-SRCM-STATUS.
008900
009000     SELECT RESULT-IN-FILE ASSIGN TO RESULTOT
009100         ORGANIZATION IS SEQUENTIAL.
009200
009300     SELECT REJECT-IN-FILE ASSIGN TO REJECTRP
009400         ORGANIZATION IS SEQUENTIAL.
009500
009600     SELECT OPTIONAL SUSP-FILE-1 ASSIGN TO SUSPMS1
009700         ORGANIZATION IS INDEXED
009800         ACCESS MODE IS SEQUENTIAL
009900         RECORD KEY IS SUSP1-KEY
010000         FILE STATUS IS WS-SUSP-STATUS.
010010
010020     SELECT OPTIONAL SUSP-FILE-2 ASSIGN TO SUSPMS2
010030         ORGANIZATION IS INDEXED
010040         ACCESS MODE IS SEQUENTIAL
010050         RECORD KEY IS SUSP2-KEY
010060         FILE STATUS IS WS-SUSP-STATUS.
010070
010080     SELECT OPTIONAL SUSP-FILE-3 ASSIGN TO SUSPMS3
010082         ORGANIZATION IS INDEXED
010084         ACCESS MODE IS SEQUENTIAL
010086         RECORD KEY IS SUSP3-KEY
010088         FILE STATUS IS WS-SUSP-STATUS.
010090
010091     SELECT OPTIONAL SUSP-FILE-4 ASSIGN TO SUSPMS4
010092         ORGANIZATION IS INDEXED
010093         ACCESS MODE IS SEQUENTIAL
010094         RECORD KEY IS SUSP4-KEY
010095         FILE STATUS IS WS-SUSP-STATUS.
010100
010200     SELECT PEND-FILE ASSIGN TO PNDMAST
010210         ORGANIZATION IS INDEXED
010220         ACCESS MODE IS SEQUENTIAL
010230         RECORD KEY IS PEND-KEY
010300         FILE STATUS IS WS-PEND-STATUS.
010400
010500     SELECT RETURN-OUT-FILE ASSIGN TO RTNOUT
010600         ORGANIZATION IS SEQUENTIAL.
010700 DATA DIVISION.
010800 FILE SECTION.
010900 FD  RUNLOG-FILE
011000     RECORDING MODE IS F.
011100 01  RUNLOG-RECORD.
011200     COPY RUNLREC
011300         REPLACING RLX-LEVEL BY 05
011400         RLX-RUN-DATE BY RL-RUN-DATE
011500         RLX-RUN-TIME BY RL-RUN-TIME
011600         RLX-RUN-MODE BY RL-RUN-MODE
011700         RLX-RECORDS-READ BY RL-RECORDS-READ
011800         RLX-RECORDS-WRITTEN BY RL-RECORDS-WRITTEN
011900         RLX-RECORDS-REJECTED BY RL-RECORDS-REJECTED
012000         RLX-RECORDS-PENDED BY RL-RECORDS-PENDED
012100         RLX-RECORDS-DUP BY RL-RECORDS-DUP
012200         RLX-RECORDS-CACHE-HIT BY RL-RECORDS-CACHE-HIT
012300         RLX-HASH-TOTAL BY RL-HASH-TOTAL
012400         RLX-RECORDS-SUSP BY RL-RECORDS-SUSP
012500         RLX-RETURN-CODE BY RL-RETURN-CODE
012500         RLX-BACKUP-SET BY RL-BACKUP-SET.
012700
012800 FD  SRCMAST-FILE.
012900 01  SRCMAST-RECORD.
013000     COPY SRCMREC
013100         REPLACING SMX-LEVEL BY 05
013200         SMX-SOURCE-SYSTEM BY SM-SOURCE-SYSTEM
013300         SMX-ACTIVE-FLAG BY SM-ACTIVE-FLAG
013400         SMX-SOURCE-ACTIVE BY SM-SOURCE-ACTIVE
013500         SMX-SOURCE-INACTIVE BY SM-SOURCE-INACTIVE
013600         SMX-REJECT-THRESHOLD BY SM-REJECT-THRESHOLD
013700         SMX-VOLUME-MIN BY SM-VOLUME-MIN
013800         SMX-VOLUME-MAX BY SM-VOLUME-MAX
013900         SMX-STREAM-NUMBER BY SM-STREAM-NUMBER
014000         SMX-RETENTION-DAYS BY SM-RETENTION-DAYS
014100         SMX-RESULT-LIMIT BY SM-RESULT-LIMIT
014200         SMX-FORMAT-CODE BY SM-FORMAT-CODE
014300         SMX-CLOSED-PERIOD-OPTION BY SM-CLOSED-PERIOD-OPTION
014400         SMX-CLOSED-REJECT BY SM-CLOSED-REJECT
014500         SMX-CLOSED-REDATE BY SM-CLOSED-REDATE
014500         SMX-DUP-WINDOW-DAYS BY SM-DUP-WINDOW-DAYS
014500         SMX-DUP-OPTION BY SM-DUP-OPTION
014500         SMX-DUP-REPORT BY SM-DUP-REPORT
014500         SMX-DUP-HOLD BY SM-DUP-HOLD.
014600     05  FILLER                     PIC X(17).
014700
014800 FD  RESULT-IN-FILE
014900     RECORDING MODE IS F.
015000 01  RESULT-IN-RECORD.
015100     05  RI-RECORD-TYPE             PIC X(01).
015200         88  RI-TYPE-DETAIL             VALUE 'D'.
015300         88  RI-TYPE-TRAILER            VALUE 'T'.
015400     05  RI-DETAIL-DATA.
015500         COPY TRANXREC
015600         REPLACING TRX-LEVEL BY 10
015700         TRX-TRANSACTION-ID BY RI-TRANSACTION-ID
015800         TRX-SOURCE-SYSTEM BY RI-SOURCE-SYSTEM
015900         TRX-EFFECTIVE-DATE BY RI-EFFECTIVE-DATE
016000         TRX-OPERATION-CODE BY RI-OPERATION-CODE
016100         TRX-NUM-1 BY RI-NUM-1
016200         TRX-NUM-2 BY RI-NUM-2
016300         TRX-RESULT BY RI-RESULT.
016400         10  FILLER                 PIC X(28).
016500
016600 FD  REJECT-IN-FILE
016700     RECORDING MODE IS F.
016800 01  REJECT-IN-RECORD.
016900     COPY RJCTREC
017000         REPLACING RJX-LEVEL BY 05
017100         RJX-REJECT-DATE BY RJ-REJECT-DATE
017200         RJX-REASON-CODE BY RJ-REASON-CODE
017300         RJX-FIRST-PROCESS-DATE BY RJ-FIRST-PROCESS-DATE
017400         RJX-ORIGINAL-RECORD BY RJ-ORIGINAL-RECORD.
017500
017600*    THE FOUR SUSPENSE MASTERS ARE READ INTO SUSP-RECORD IN
017610*    WORKING-STORAGE - ONLY THE KEY IS NAMED HERE
017620 FD  SUSP-FILE-1.
017630 01  SUSP1-RECORD.
017640     05  SUSP1-KEY                  PIC X(20).
017650     05  FILLER                     PIC X(80).
017660
017670 FD  SUSP-FILE-2.
017680 01  SUSP2-RECORD.
017690     05  SUSP2-KEY                  PIC X(20).
017700     05  FILLER                     PIC X(80).
017710
017720 FD  SUSP-FILE-3.
017730 01  SUSP3-RECORD.
017740     05  SUSP3-KEY                  PIC X(20).
017750     05  FILLER                     PIC X(80).
017760
017770 FD  SUSP-FILE-4.
017780 01  SUSP4-RECORD.
017790     05  SUSP4-KEY                  PIC X(20).
017800     05  FILLER                     PIC X(80).
019800
019900 FD  PEND-FILE.
020000 01  PEND-RECORD.
020010     COPY PENDREC
020020         REPLACING PNX-LEVEL BY 05
020030         PNX-KEY-LEVEL BY 10
020040         PNX-KEY BY PEND-KEY
020050         PNX-SOURCE-SYSTEM BY PEND-SOURCE-SYSTEM
020060         PNX-TRANSACTION-ID BY PEND-TRANSACTION-ID
020070         PNX-RELEASE-DATE BY PEND-RELEASE-DATE
020080         PNX-OPERATION-CODE BY PEND-OPERATION-CODE
020090         PNX-NUM-1 BY PEND-NUM-1
020091         PNX-NUM-2 BY PEND-NUM-2
020092         PNX-PENDED-DATE BY PEND-PENDED-DATE
020093         PNX-STATUS-FLAG BY PEND-STATUS-FLAG
020094         PNX-PEND-HELD BY PEND-HELD
020095         PNX-PEND-RELEASED BY PEND-RELEASED
020096         PNX-PEND-CANCELLED BY PEND-CANCELLED
020097         PNX-RELEASED-ON BY PEND-RELEASED-ON
020098         PNX-CANCELLED-BY BY PEND-CANCELLED-BY
020099         PNX-CANCEL-DATE BY PEND-CANCEL-DATE
020100         PNX-CANCEL-TIME BY PEND-CANCEL-TIME.
020110     05  FILLER                     PIC X(24).
020200
020300 FD  RETURN-OUT-FILE
020400     RECORDING MODE IS F.
020500 01  RETURN-OUT-RECORD              PIC X(80).
020600
020700 WORKING-STORAGE SECTION.
020800*----------------------------------------------------------------
020900* SWITCHES
021000*----------------------------------------------------------------
021100 77  WS-LOG-EOF-SWITCH           PIC X(01)   VALUE 'N'.
021200     88  WS-LOG-END-OF-FILE                  VALUE 'Y'.
021300
021400 77  WS-RESULT-EOF-SWITCH        PIC X(01)   VALUE 'N'.
021500     88  WS-RESULT-END-OF-FILE               VALUE 'Y'.
021600
021700 77  WS-REJECT-EOF-SWITCH        PIC X(01)   VALUE 'N'.
021800     88  WS-REJECT-END-OF-FILE               VALUE 'Y'.
021900
022000 77  WS-SUSP-EOF-SWITCH          PIC X(01)   VALUE 'N'.
022100     88  WS-SUSP-END-OF-FILE                 VALUE 'Y'.
022200
022300 77  WS-PEND-EOF-SWITCH          PIC X(01)   VALUE 'N'.
022400     88  WS-PEND-END-OF-FILE                 VALUE 'Y'.
022500
022600 77  WS-SRCM-STATUS              PIC X(02)   VALUE '00'.
022700 77  WS-SUSP-STATUS              PIC X(02)   VALUE '00'.
022705 77  WS-SUSP-FILE-IX             PIC 9(04) COMP VALUE 1.
022710 77  WS-PEND-STATUS              PIC X(02)   VALUE '00'.
022800
022900*----------------------------------------------------------------
023000* THE SOURCE'S FORMAT CODE FROM THE MASTER
023100*----------------------------------------------------------------
023200 77  WS-FORMAT-CODE              PIC X(01)   VALUE SPACE.
023300     88  WS-FMT-FIXED                        VALUE 'F' ' '.
023400     88  WS-FMT-DELIMITED                    VALUE 'D'.
023500     88  WS-FMT-TAGGED                       VALUE 'T'.
023600
023700*----------------------------------------------------------------
023800* THE SOURCE FROM THE PARM, AND TONIGHT FROM THE RUN LOG
023900*----------------------------------------------------------------
024000 77  WS-RETURN-SOURCE            PIC X(08)   VALUE SPACES.
024100 77  WS-TONIGHT-DATE             PIC 9(08)   VALUE ZERO.
024200
024300*----------------------------------------------------------------
024400* COUNTERS AND THE RESULT HASH FOR THE TRAILER
024500*----------------------------------------------------------------
024600 77  WS-RETURNED-COUNT           PIC 9(09) COMP VALUE ZERO.
024700 77  WS-COMPUTED-COUNT           PIC 9(09) COMP VALUE ZERO.
024800 77  WS-REJECTED-COUNT           PIC 9(09) COMP VALUE ZERO.
024900 77  WS-SUSPENDED-COUNT          PIC 9(09) COMP VALUE ZERO.
025000 77  WS-PENDED-COUNT             PIC 9(09) COMP VALUE ZERO.
025100 77  WS-RECORDS-WRITTEN          PIC 9(09) COMP VALUE ZERO.
025200 77  WS-RESULT-HASH              PIC 9(11)V9(04) VALUE ZERO.
025300
025400*----------------------------------------------------------------
025500* THE TRANSACTION BEING RETURNED, WHICHEVER FILE IT CAME FROM.
025600*     NUMBERS ARE HELD AS THE CHARACTERS THAT ARRIVED
025700*----------------------------------------------------------------
025800 01  WS-RETURN-ITEM.
025900     05  WS-RTN-TRANSACTION-ID      PIC X(12).
026000     05  WS-RTN-EFFECTIVE-DATE      PIC X(08).
026100     05  WS-RTN-OPERATION-CODE      PIC X(01).
026200     05  WS-RTN-NUM-1               PIC X(04).
026300     05  WS-RTN-NUM-2               PIC X(04).
026400     05  WS-RTN-RESULT              PIC 9(10)V9(04).
026500     05  WS-RTN-STATUS              PIC X(01).
026600         88  WS-RTN-COMPUTED            VALUE 'C'.
026700         88  WS-RTN-REJECTED            VALUE 'R'.
026800         88  WS-RTN-SUSPENDED           VALUE 'S'.
026900         88  WS-RTN-PENDED              VALUE 'P'.
027000     05  WS-RTN-REASON-CODE         PIC X(04).
027100
027110*----------------------------------------------------------------
027120* THE SUSPENSE MASTER RECORD BEING RETURNED, WHICHEVER OF THE
027130*     FOUR MASTERS IT WAS READ FROM
027140*----------------------------------------------------------------
027141 01  SUSP-RECORD.
027142     COPY SUSPREC
027143         REPLACING SPX-LEVEL BY 05
027144         SPX-KEY-LEVEL BY 10
027145         SPX-KEY BY SUSP-KEY
027146         SPX-SOURCE-SYSTEM BY SUSP-SOURCE-SYSTEM
027147         SPX-TRANSACTION-ID BY SUSP-TRANSACTION-ID
027148         SPX-EFFECTIVE-DATE BY SUSP-EFFECTIVE-DATE
027149         SPX-OPERATION-CODE BY SUSP-OPERATION-CODE
027150         SPX-NUM-1 BY SUSP-NUM-1
027151         SPX-NUM-2 BY SUSP-NUM-2
027152         SPX-RESULT BY SUSP-RESULT
027153         SPX-RESULT-LIMIT BY SUSP-RESULT-LIMIT
027154         SPX-PROCESS-DATE BY SUSP-PROCESS-DATE
027155         SPX-STATUS-FLAG BY SUSP-STATUS-FLAG
027156         SPX-SUSP-HELD BY SUSP-HELD
027157         SPX-SUSP-RELEASED BY SUSP-RELEASED
027158         SPX-SUSP-REJECTED BY SUSP-REJECTED
027159         SPX-REVIEWER BY SUSP-REVIEWER
027160         SPX-REVIEW-DATE BY SUSP-REVIEW-DATE
027161         SPX-HOLD-REASON BY SUSP-HOLD-REASON
027162         SPX-HOLD-OVER-LIMIT BY SUSP-HOLD-OVER-LIMIT
027163         SPX-HOLD-NEAR-DUP BY SUSP-HOLD-NEAR-DUP.
027164     05  FILLER                     PIC X(09).
027190
027200*----------------------------------------------------------------
027300* A REJECT'S EMBEDDED TRANSACTION RECORD
027400*----------------------------------------------------------------
027500 01  WS-TRANX-RECORD.
027600     COPY TRANXREC
027700         REPLACING TRX-LEVEL BY 05
027800         TRX-TRANSACTION-ID BY TX-TRANSACTION-ID
027900         TRX-SOURCE-SYSTEM BY TX-SOURCE-SYSTEM
028000         TRX-EFFECTIVE-DATE BY TX-EFFECTIVE-DATE
028100         TRX-OPERATION-CODE BY TX-OPERATION-CODE
028200         TRX-NUM-1 BY TX-NUM-1
028300         TRX-NUM-2 BY TX-NUM-2
028400         TRX-RESULT BY TX-RESULT.
028500     05  FILLER                     PIC X(29).
028600 01  WS-TRANX-RECORD-X REDEFINES WS-TRANX-RECORD.
028700     05  TX-TRANSACTION-ID-X        PIC X(12).
028800     05  TX-SOURCE-SYSTEM-X         PIC X(08).
028900     05  TX-EFFECTIVE-DATE-X        PIC X(08).
029000     05  TX-OPERATION-CODE-X        PIC X(01).
029100     05  TX-NUM-1-X                 PIC X(04).
029200     05  TX-NUM-2-X                 PIC X(04).
029300     05  FILLER                     PIC X(43).
029400
029500*----------------------------------------------------------------
029600* FIXED-FORMAT RETURN RECORD ('F' SOURCES).  THE DETAIL IS THE
029700*     TRANXREC THE SOURCE SENT, RESULT FILLED IN, BEHIND A
029800*     RECORD TYPE, WITH THE STATUS IN WHAT WAS FILLER
029900*----------------------------------------------------------------
030000 01  RTN-FIXED-RECORD.
030100     05  RF-RECORD-TYPE             PIC X(01).
030200         88  RF-TYPE-DETAIL             VALUE 'D'.
030300         88  RF-TYPE-TRAILER            VALUE 'T'.
030400     05  RF-DETAIL-DATA.
030500         10  RF-TRANSACTION-ID      PIC X(12).
030600         10  RF-SOURCE-SYSTEM       PIC X(08).
030700         10  RF-EFFECTIVE-DATE      PIC X(08).
030800         10  RF-OPERATION-CODE      PIC X(01).
030900         10  RF-NUM-1               PIC X(04).
031000         10  RF-NUM-2               PIC X(04).
031100         10  RF-RESULT              PIC 9(10)V9(04).
031200         10  RF-STATUS              PIC X(01).
031300         10  RF-REASON-CODE         PIC X(04).
031400         10  RF-RUN-DATE            PIC 9(08).
031500         10  FILLER                 PIC X(15).
031600     05  RF-TRAILER-DATA REDEFINES RF-DETAIL-DATA.
031700         10  RF-TRL-SOURCE-SYSTEM   PIC X(08).
031800         10  RF-TRL-RUN-DATE        PIC 9(08).
031900         10  RF-TRL-RECORD-COUNT    PIC 9(09).
032000         10  RF-TRL-COMPUTED        PIC 9(09).
032100         10  RF-TRL-REJECTED        PIC 9(09).
032200         10  RF-TRL-SUSPENDED       PIC 9(09).
032300         10  RF-TRL-PENDED          PIC 9(09).
032400         10  RF-TRL-RESULT-HASH     PIC 9(11)V9(04).
032500         10  FILLER                 PIC X(03).
032600
032700*----------------------------------------------------------------
032800* DELIMITED/TAGGED BUILD AREAS - EDITED NUMBERS AND ONE TAG
032900*----------------------------------------------------------------
033000 77  WS-RESULT-ED                PIC 9(10).9(04).
033100 77  WS-HASH-ED                  PIC 9(11).9(04).
033200 77  WS-COUNT-ED                 PIC 9(09).
033300 77  WS-COMPUTED-ED              PIC 9(09).
033400 77  WS-REJECTED-ED              PIC 9(09).
033500 77  WS-SUSPENDED-ED             PIC 9(09).
033600 77  WS-PENDED-ED                PIC 9(09).
033700 77  WS-TAG-LABEL                PIC X(10)   VALUE SPACES.
033800 77  WS-TAG-VALUE                PIC X(16)   VALUE SPACES.
033900
034000 LINKAGE SECTION.
034100*----------------------------------------------------------------
034200* JCL PARM AREA - THE SOURCE-SYSTEM TO RETURN TO
034300*----------------------------------------------------------------
034400 01  RP-PARM-AREA.
034500     05  RP-PARM-LENGTH           PIC S9(04) COMP.
034600     05  RP-PARM-TEXT             PIC X(08).
034700 PROCEDURE DIVISION USING RP-PARM-AREA.
034800*----------------------------------------------------------------
034900* 0000-MAINLINE
035000*----------------------------------------------------------------
035100 0000-MAINLINE.
035200     PERFORM 1000-INITIALIZE
035300         THRU 1000-INITIALIZE-EXIT.
035400     PERFORM 2000-RETURN-COMPUTED
035500         THRU 2000-RETURN-COMPUTED-EXIT
035600         UNTIL WS-RESULT-END-OF-FILE.
035700     PERFORM 3000-RETURN-REJECTED
035800         THRU 3000-RETURN-REJECTED-EXIT
035900         UNTIL WS-REJECT-END-OF-FILE.
036000     PERFORM 4000-RETURN-SUSPENDED
036100         THRU 4000-RETURN-SUSPENDED-EXIT
036200         UNTIL WS-SUSP-END-OF-FILE.
036300     PERFORM 5000-RETURN-PENDED
036400         THRU 5000-RETURN-PENDED-EXIT
036500         UNTIL WS-PEND-END-OF-FILE.
036600     PERFORM 6000-WRITE-TRAILER
036700         THRU 6000-WRITE-TRAILER-EXIT.
036800     PERFORM 9000-TERMINATE
036900         THRU 9000-TERMINATE-EXIT.
037000     GOBACK.
037100*----------------------------------------------------------------
037200* 1000-INITIALIZE - PARM, MASTER LOOKUP, TONIGHT'S DATE, OPEN
037300*     FILES
037400*----------------------------------------------------------------
037500 1000-INITIALIZE.
037600     IF RP-PARM-LENGTH < 1
037700      OR RP-PARM-TEXT = SPACES
037800         DISPLAY 'F01RTN01 PARM MUST NAME THE SOURCE-SYSTEM TO '
037900             'RETURN TO'
038000         MOVE 16 TO RETURN-CODE
038100         GOBACK
038200     END-IF.
038300     MOVE RP-PARM-TEXT TO WS-RETURN-SOURCE.
038400     OPEN INPUT SRCMAST-FILE.
038500     MOVE WS-RETURN-SOURCE TO SM-SOURCE-SYSTEM.
038600     READ SRCMAST-FILE
038700         INVALID KEY
038800             DISPLAY 'F01RTN01 SOURCE ' WS-RETURN-SOURCE
038900                 ' IS NOT ON THE SOURCE MASTER'
039000             MOVE 16 TO RETURN-CODE
039100             GOBACK
039200         NOT INVALID KEY
039300             MOVE SM-FORMAT-CODE TO WS-FORMAT-CODE
039400     END-READ.
039500     CLOSE SRCMAST-FILE.
039600     IF NOT WS-FMT-FIXED
039700        AND NOT WS-FMT-DELIMITED
039800        AND NOT WS-FMT-TAGGED
039900         DISPLAY 'F01RTN01 SOURCE ' WS-RETURN-SOURCE
040000             ' HAS NO USABLE FORMAT CODE (' WS-FORMAT-CODE
040100             ') - SEE SRCMREC'
040200         MOVE 16 TO RETURN-CODE
040300         GOBACK
040400     END-IF.
040500     OPEN INPUT RUNLOG-FILE.
040600     PERFORM 1100-FIND-TONIGHT
040700         THRU 1100-FIND-TONIGHT-EXIT
040800         UNTIL WS-LOG-END-OF-FILE.
040900     CLOSE RUNLOG-FILE.
041000     IF WS-TONIGHT-DATE = ZERO
041100         DISPLAY 'F01RTN01 RUN LOG IS EMPTY - NO NIGHT TO '
041200             'RETURN'
041300         MOVE 16 TO RETURN-CODE
041400         GOBACK
041500     END-IF.
041600     OPEN INPUT  RESULT-IN-FILE
041700          INPUT  REJECT-IN-FILE
041800          INPUT  SUSP-FILE-1
041810          INPUT  SUSP-FILE-2
041820          INPUT  SUSP-FILE-3
041830          INPUT  SUSP-FILE-4
041900          INPUT  PEND-FILE
042000          OUTPUT RETURN-OUT-FILE.
042100     PERFORM 8000-READ-RESULT
042200         THRU 8000-READ-RESULT-EXIT.
042300     PERFORM 8100-READ-REJECT
042400         THRU 8100-READ-REJECT-EXIT.
042500     PERFORM 8200-READ-SUSP
042600         THRU 8200-READ-SUSP-EXIT.
042700     PERFORM 8300-READ-PEND
042800         THRU 8300-READ-PEND-EXIT.
042900 1000-INITIALIZE-EXIT.
043000     EXIT.
043100*----------------------------------------------------------------
043200* 1100-FIND-TONIGHT - THE NEWEST DATE ON THE RUN LOG
043300*----------------------------------------------------------------
043400 1100-FIND-TONIGHT.
043500     READ RUNLOG-FILE
043600         AT END
043700             SET WS-LOG-END-OF-FILE TO TRUE
043800             GO TO 1100-FIND-TONIGHT-EXIT
043900     END-READ.
044000     IF RL-RUN-DATE NUMERIC
044100        AND RL-RUN-DATE > WS-TONIGHT-DATE
044200         MOVE RL-RUN-DATE TO WS-TONIGHT-DATE
044300     END-IF.
044400 1100-FIND-TONIGHT-EXIT.
044500     EXIT.
044600*----------------------------------------------------------------
044700* 2000-RETURN-COMPUTED - ONE RESULTS RECORD.  EVERY DETAIL FOR
044800*     THE SOURCE GOES BACK COMPUTED, WITH ITS RESULT
044900*----------------------------------------------------------------
045000 2000-RETURN-COMPUTED.
045100     IF NOT RI-TYPE-DETAIL
045200      OR RI-SOURCE-SYSTEM NOT = WS-RETURN-SOURCE
045300         GO TO 2000-RETURN-COMPUTED-NEXT
045400     END-IF.
045500     MOVE RI-TRANSACTION-ID  TO WS-RTN-TRANSACTION-ID.
045600     MOVE RI-EFFECTIVE-DATE  TO WS-RTN-EFFECTIVE-DATE.
045700     MOVE RI-OPERATION-CODE  TO WS-RTN-OPERATION-CODE.
045800     MOVE RI-NUM-1           TO WS-RTN-NUM-1.
045900     MOVE RI-NUM-2           TO WS-RTN-NUM-2.
046000     MOVE RI-RESULT          TO WS-RTN-RESULT.
046100     SET WS-RTN-COMPUTED     TO TRUE.
046200     MOVE SPACES             TO WS-RTN-REASON-CODE.
046300     ADD 1 TO WS-COMPUTED-COUNT.
046400     ADD RI-RESULT TO WS-RESULT-HASH.
046500     PERFORM 7000-WRITE-RETURN
046600         THRU 7000-WRITE-RETURN-EXIT.
046700 2000-RETURN-COMPUTED-NEXT.
046800     PERFORM 8000-READ-RESULT
046900         THRU 8000-READ-RESULT-EXIT.
047000 2000-RETURN-COMPUTED-EXIT.
047100     EXIT.
047200*----------------------------------------------------------------
047300* 3000-RETURN-REJECTED - ONE CUMULATIVE REJECT.  ONLY TONIGHT'S,
047400*     AND ONLY THE SOURCE'S, GO BACK - WITH THE REASON
047500*----------------------------------------------------------------
047600 3000-RETURN-REJECTED.
047700     IF RJ-REJECT-DATE NOT = WS-TONIGHT-DATE
047800         GO TO 3000-RETURN-REJECTED-NEXT
047900     END-IF.
048000     MOVE RJ-ORIGINAL-RECORD TO WS-TRANX-RECORD.
048100     IF TX-SOURCE-SYSTEM-X NOT = WS-RETURN-SOURCE
048200         GO TO 3000-RETURN-REJECTED-NEXT
048300     END-IF.
048400     PERFORM 3100-LOAD-EMBEDDED
048500         THRU 3100-LOAD-EMBEDDED-EXIT.
048600     SET WS-RTN-REJECTED     TO TRUE.
048700     MOVE RJ-REASON-CODE     TO WS-RTN-REASON-CODE.
048800     ADD 1 TO WS-REJECTED-COUNT.
048900     PERFORM 7000-WRITE-RETURN
049000         THRU 7000-WRITE-RETURN-EXIT.
049100 3000-RETURN-REJECTED-NEXT.
049200     PERFORM 8100-READ-REJECT
049300         THRU 8100-READ-REJECT-EXIT.
049400 3000-RETURN-REJECTED-EXIT.
049500     EXIT.
049600*----------------------------------------------------------------
049700* 3100-LOAD-EMBEDDED - AN EMBEDDED TRANSACTION RECORD INTO THE
049800*     RETURN ITEM, FIELDS AS THEY ARRIVED, NO RESULT
049900*----------------------------------------------------------------
050000 3100-LOAD-EMBEDDED.
050100     MOVE TX-TRANSACTION-ID-X TO WS-RTN-TRANSACTION-ID.
050200     MOVE TX-EFFECTIVE-DATE-X TO WS-RTN-EFFECTIVE-DATE.
050300     MOVE TX-OPERATION-CODE-X TO WS-RTN-OPERATION-CODE.
050400     MOVE TX-NUM-1-X          TO WS-RTN-NUM-1.
050500     MOVE TX-NUM-2-X          TO WS-RTN-NUM-2.
050600     MOVE ZERO                TO WS-RTN-RESULT.
050700     MOVE SPACES              TO WS-RTN-REASON-CODE.
050800 3100-LOAD-EMBEDDED-EXIT.
050900     EXIT.
051000*----------------------------------------------------------------
051100* 4000-RETURN-SUSPENDED - ONE SUSPENSE MASTER RECORD, FROM
051200*     WHICHEVER MASTER 8200 IS ON.  ONLY THE SOURCE'S ITEMS
051210*     SUSPENDED TONIGHT AND STILL HELD
051300*----------------------------------------------------------------
051400 4000-RETURN-SUSPENDED.
051500     IF SUSP-SOURCE-SYSTEM NOT = WS-RETURN-SOURCE
051600      OR SUSP-PROCESS-DATE NOT = WS-TONIGHT-DATE
051700      OR NOT SUSP-HELD
051800         GO TO 4000-RETURN-SUSPENDED-NEXT
051900     END-IF.
052000     MOVE SUSP-TRANSACTION-ID TO WS-RTN-TRANSACTION-ID.
052100     MOVE SUSP-EFFECTIVE-DATE TO WS-RTN-EFFECTIVE-DATE.
052200     MOVE SUSP-OPERATION-CODE TO WS-RTN-OPERATION-CODE.
052300     MOVE SUSP-NUM-1          TO WS-RTN-NUM-1.
052400     MOVE SUSP-NUM-2          TO WS-RTN-NUM-2.
052500     MOVE ZERO                TO WS-RTN-RESULT.
052600     SET WS-RTN-SUSPENDED     TO TRUE.
052700     MOVE SPACES              TO WS-RTN-REASON-CODE.
052800     ADD 1 TO WS-SUSPENDED-COUNT.
052900     PERFORM 7000-WRITE-RETURN
053000         THRU 7000-WRITE-RETURN-EXIT.
053100 4000-RETURN-SUSPENDED-NEXT.
053200     PERFORM 8200-READ-SUSP
053300         THRU 8200-READ-SUSP-EXIT.
053400 4000-RETURN-SUSPENDED-EXIT.
053500     EXIT.
053600*----------------------------------------------------------------
053700* 5000-RETURN-PENDED - ONE PENDING MASTER RECORD.  ONLY THE
053710*     SOURCE'S ITEMS STILL HELD - A CANCELLED ITEM WILL NEVER
053720*     RUN AND A RELEASED ONE IS IN TONIGHT'S RESULTS OR REJECTS
053800*----------------------------------------------------------------
053900 5000-RETURN-PENDED.
054000     IF PEND-SOURCE-SYSTEM NOT = WS-RETURN-SOURCE
054100      OR NOT PEND-HELD
054200         GO TO 5000-RETURN-PENDED-NEXT
054300     END-IF.
054400     MOVE PEND-TRANSACTION-ID TO WS-RTN-TRANSACTION-ID.
054410     MOVE PEND-RELEASE-DATE   TO WS-RTN-EFFECTIVE-DATE.
054420     MOVE PEND-OPERATION-CODE TO WS-RTN-OPERATION-CODE.
054430     MOVE PEND-NUM-1          TO WS-RTN-NUM-1.
054440     MOVE PEND-NUM-2          TO WS-RTN-NUM-2.
054450     MOVE ZERO                TO WS-RTN-RESULT.
054500     MOVE SPACES              TO WS-RTN-REASON-CODE.
054600     SET WS-RTN-PENDED        TO TRUE.
054700     ADD 1 TO WS-PENDED-COUNT.
054800     PERFORM 7000-WRITE-RETURN
054900         THRU 7000-WRITE-RETURN-EXIT.
055000 5000-RETURN-PENDED-NEXT.
055100     PERFORM 8300-READ-PEND
055200         THRU 8300-READ-PEND-EXIT.
055300 5000-RETURN-PENDED-EXIT.
055400     EXIT.
055500*----------------------------------------------------------------
055600* 6000-WRITE-TRAILER - THE CONTROL TRAILER, IN THE SOURCE'S
055700*     FORMAT
055800*----------------------------------------------------------------
055900 6000-WRITE-TRAILER.
056000     EVALUATE TRUE
056100         WHEN WS-FMT-DELIMITED
056200             PERFORM 6200-TRAILER-DELIMITED
056300                 THRU 6200-TRAILER-DELIMITED-EXIT
056400         WHEN WS-FMT-TAGGED
056500             PERFORM 6300-TRAILER-TAGGED
056600                 THRU 6300-TRAILER-TAGGED-EXIT
056700         WHEN OTHER
056800             PERFORM 6100-TRAILER-FIXED
056900                 THRU 6100-TRAILER-FIXED-EXIT
057000     END-EVALUATE.
057100 6000-WRITE-TRAILER-EXIT.
057200     EXIT.
057300*----------------------------------------------------------------
057400* 6100-TRAILER-FIXED - RECORD TYPE 'T'
057500*----------------------------------------------------------------
057600 6100-TRAILER-FIXED.
057700     MOVE SPACES             TO RTN-FIXED-RECORD.
057800     SET RF-TYPE-TRAILER     TO TRUE.
057900     MOVE WS-RETURN-SOURCE   TO RF-TRL-SOURCE-SYSTEM.
058000     MOVE WS-TONIGHT-DATE    TO RF-TRL-RUN-DATE.
058100     MOVE WS-RETURNED-COUNT  TO RF-TRL-RECORD-COUNT.
058200     MOVE WS-COMPUTED-COUNT  TO RF-TRL-COMPUTED.
058300     MOVE WS-REJECTED-COUNT  TO RF-TRL-REJECTED.
058400     MOVE WS-SUSPENDED-COUNT TO RF-TRL-SUSPENDED.
058500     MOVE WS-PENDED-COUNT    TO RF-TRL-PENDED.
058600     MOVE WS-RESULT-HASH     TO RF-TRL-RESULT-HASH.
058700     MOVE RTN-FIXED-RECORD   TO RETURN-OUT-RECORD.
058800     PERFORM 8900-WRITE-RETURN-OUT
058900         THRU 8900-WRITE-RETURN-OUT-EXIT.
059000 6100-TRAILER-FIXED-EXIT.
059100     EXIT.
059200*----------------------------------------------------------------
059300* 6200-TRAILER-DELIMITED - *TRL,SOURCE,DATE,COUNT,COMPUTED,
059400*     REJECTED,SUSPENDED,PENDED,RESULTHASH
059500*----------------------------------------------------------------
059600 6200-TRAILER-DELIMITED.
059700     PERFORM 6900-EDIT-TRAILER
059800         THRU 6900-EDIT-TRAILER-EXIT.
059900     MOVE SPACES TO RETURN-OUT-RECORD.
060000     STRING '*TRL,'              DELIMITED BY SIZE
060100            WS-RETURN-SOURCE     DELIMITED BY SPACE
060200            ','                  DELIMITED BY SIZE
060300            WS-TONIGHT-DATE      DELIMITED BY SIZE
060400            ','                  DELIMITED BY SIZE
060500            WS-COUNT-ED          DELIMITED BY SIZE
060600            ','                  DELIMITED BY SIZE
060700            WS-COMPUTED-ED       DELIMITED BY SIZE
060800            ','                  DELIMITED BY SIZE
060900            WS-REJECTED-ED       DELIMITED BY SIZE
061000            ','                  DELIMITED BY SIZE
061100            WS-SUSPENDED-ED      DELIMITED BY SIZE
061200            ','                  DELIMITED BY SIZE
061300            WS-PENDED-ED         DELIMITED BY SIZE
061400            ','                  DELIMITED BY SIZE
061500            WS-HASH-ED           DELIMITED BY SIZE
061600         INTO RETURN-OUT-RECORD
061700     END-STRING.
061800     PERFORM 8900-WRITE-RETURN-OUT
061900         THRU 8900-WRITE-RETURN-OUT-EXIT.
062000 6200-TRAILER-DELIMITED-EXIT.
062100     EXIT.
062200*----------------------------------------------------------------
062300* 6300-TRAILER-TAGGED - A CONTROL=TRAILER BLOCK CLOSED BY END
062400*----------------------------------------------------------------
062500 6300-TRAILER-TAGGED.
062600     PERFORM 6900-EDIT-TRAILER
062700         THRU 6900-EDIT-TRAILER-EXIT.
062800     MOVE 'CONTROL'          TO WS-TAG-LABEL.
062900     MOVE 'TRAILER'          TO WS-TAG-VALUE.
063000     PERFORM 7350-WRITE-TAG
063100         THRU 7350-WRITE-TAG-EXIT.
063200     MOVE 'SOURCE'           TO WS-TAG-LABEL.
063300     MOVE WS-RETURN-SOURCE   TO WS-TAG-VALUE.
063400     PERFORM 7350-WRITE-TAG
063500         THRU 7350-WRITE-TAG-EXIT.
063600     MOVE 'DATE'             TO WS-TAG-LABEL.
063700     MOVE WS-TONIGHT-DATE    TO WS-TAG-VALUE.
063800     PERFORM 7350-WRITE-TAG
063900         THRU 7350-WRITE-TAG-EXIT.
064000     MOVE 'COUNT'            TO WS-TAG-LABEL.
064100     MOVE WS-COUNT-ED        TO WS-TAG-VALUE.
064200     PERFORM 7350-WRITE-TAG
064300         THRU 7350-WRITE-TAG-EXIT.
064400     MOVE 'COMPUTED'         TO WS-TAG-LABEL.
064500     MOVE WS-COMPUTED-ED     TO WS-TAG-VALUE.
064600     PERFORM 7350-WRITE-TAG
064700         THRU 7350-WRITE-TAG-EXIT.
064800     MOVE 'REJECTED'         TO WS-TAG-LABEL.
064900     MOVE WS-REJECTED-ED     TO WS-TAG-VALUE.
065000     PERFORM 7350-WRITE-TAG
065100         THRU 7350-WRITE-TAG-EXIT.
065200     MOVE 'SUSPENDED'        TO WS-TAG-LABEL.
065300     MOVE WS-SUSPENDED-ED    TO WS-TAG-VALUE.
065400     PERFORM 7350-WRITE-TAG
065500         THRU 7350-WRITE-TAG-EXIT.
065600     MOVE 'PENDED'           TO WS-TAG-LABEL.
065700     MOVE WS-PENDED-ED       TO WS-TAG-VALUE.
065800     PERFORM 7350-WRITE-TAG
065900         THRU 7350-WRITE-TAG-EXIT.
066000     MOVE 'RESULTHASH'       TO WS-TAG-LABEL.
066100     MOVE WS-HASH-ED         TO WS-TAG-VALUE.
066200     PERFORM 7350-WRITE-TAG
066300         THRU 7350-WRITE-TAG-EXIT.
066400     MOVE 'END'              TO RETURN-OUT-RECORD.
066500     PERFORM 8900-WRITE-RETURN-OUT
066600         THRU 8900-WRITE-RETURN-OUT-EXIT.
066700 6300-TRAILER-TAGGED-EXIT.
066800     EXIT.
066900*----------------------------------------------------------------
067000* 6900-EDIT-TRAILER - THE TRAILER FIGURES AS PRINTABLE DIGITS
067100*----------------------------------------------------------------
067200 6900-EDIT-TRAILER.
067300     MOVE WS-RETURNED-COUNT  TO WS-COUNT-ED.
067400     MOVE WS-COMPUTED-COUNT  TO WS-COMPUTED-ED.
067500     MOVE WS-REJECTED-COUNT  TO WS-REJECTED-ED.
067600     MOVE WS-SUSPENDED-COUNT TO WS-SUSPENDED-ED.
067700     MOVE WS-PENDED-COUNT    TO WS-PENDED-ED.
067800     MOVE WS-RESULT-HASH     TO WS-HASH-ED.
067900 6900-EDIT-TRAILER-EXIT.
068000     EXIT.
068100*----------------------------------------------------------------
068200* 7000-WRITE-RETURN - THE RETURN ITEM IN HAND, IN THE SOURCE'S
068300*     FORMAT
068400*----------------------------------------------------------------
068500 7000-WRITE-RETURN.
068600     ADD 1 TO WS-RETURNED-COUNT.
068700     EVALUATE TRUE
068800         WHEN WS-FMT-DELIMITED
068900             PERFORM 7200-RETURN-DELIMITED
069000                 THRU 7200-RETURN-DELIMITED-EXIT
069100         WHEN WS-FMT-TAGGED
069200             PERFORM 7300-RETURN-TAGGED
069300                 THRU 7300-RETURN-TAGGED-EXIT
069400         WHEN OTHER
069500             PERFORM 7100-RETURN-FIXED
069600                 THRU 7100-RETURN-FIXED-EXIT
069700     END-EVALUATE.
069800 7000-WRITE-RETURN-EXIT.
069900     EXIT.
070000*----------------------------------------------------------------
070100* 7100-RETURN-FIXED - RECORD TYPE 'D'
070200*----------------------------------------------------------------
070300 7100-RETURN-FIXED.
070400     MOVE SPACES                TO RTN-FIXED-RECORD.
070500     SET RF-TYPE-DETAIL         TO TRUE.
070600     MOVE WS-RTN-TRANSACTION-ID TO RF-TRANSACTION-ID.
070700     MOVE WS-RETURN-SOURCE      TO RF-SOURCE-SYSTEM.
070800     MOVE WS-RTN-EFFECTIVE-DATE TO RF-EFFECTIVE-DATE.
070900     MOVE WS-RTN-OPERATION-CODE TO RF-OPERATION-CODE.
071000     MOVE WS-RTN-NUM-1          TO RF-NUM-1.
071100     MOVE WS-RTN-NUM-2          TO RF-NUM-2.
071200     MOVE WS-RTN-RESULT         TO RF-RESULT.
071300     MOVE WS-RTN-STATUS         TO RF-STATUS.
071400     MOVE WS-RTN-REASON-CODE    TO RF-REASON-CODE.
071500     MOVE WS-TONIGHT-DATE       TO RF-RUN-DATE.
071600     MOVE RTN-FIXED-RECORD      TO RETURN-OUT-RECORD.
071700     PERFORM 8900-WRITE-RETURN-OUT
071800         THRU 8900-WRITE-RETURN-OUT-EXIT.
071900 7100-RETURN-FIXED-EXIT.
072000     EXIT.
072100*----------------------------------------------------------------
072200* 7200-RETURN-DELIMITED - TRANID,EFFDATE,OP,NUM1,NUM2,STATUS,
072300*     REASON,RESULT
072400*----------------------------------------------------------------
072500 7200-RETURN-DELIMITED.
072600     MOVE WS-RTN-RESULT TO WS-RESULT-ED.
072700     MOVE SPACES TO RETURN-OUT-RECORD.
072800     STRING WS-RTN-TRANSACTION-ID DELIMITED BY SPACE
072900            ','                   DELIMITED BY SIZE
073000            WS-RTN-EFFECTIVE-DATE DELIMITED BY SIZE
073100            ','                   DELIMITED BY SIZE
073200            WS-RTN-OPERATION-CODE DELIMITED BY SIZE
073300            ','                   DELIMITED BY SIZE
073400            WS-RTN-NUM-1          DELIMITED BY SIZE
073500            ','                   DELIMITED BY SIZE
073600            WS-RTN-NUM-2          DELIMITED BY SIZE
073700            ','                   DELIMITED BY SIZE
073800            WS-RTN-STATUS         DELIMITED BY SIZE
073900            ','                   DELIMITED BY SIZE
074000            WS-RTN-REASON-CODE    DELIMITED BY SPACE
074100            ','                   DELIMITED BY SIZE
074200            WS-RESULT-ED          DELIMITED BY SIZE
074300         INTO RETURN-OUT-RECORD
074400     END-STRING.
074500     PERFORM 8900-WRITE-RETURN-OUT
074600         THRU 8900-WRITE-RETURN-OUT-EXIT.
074700 7200-RETURN-DELIMITED-EXIT.
074800     EXIT.
074900*----------------------------------------------------------------
075000* 7300-RETURN-TAGGED - ONE LABEL=VALUE PER RECORD, THEN END.
075100*     REASON IS WRITTEN FOR A REJECT ONLY
075200*----------------------------------------------------------------
075300 7300-RETURN-TAGGED.
075400     MOVE WS-RTN-RESULT TO WS-RESULT-ED.
075500     MOVE 'TRANID'              TO WS-TAG-LABEL.
075600     MOVE WS-RTN-TRANSACTION-ID TO WS-TAG-VALUE.
075700     PERFORM 7350-WRITE-TAG
075800         THRU 7350-WRITE-TAG-EXIT.
075900     MOVE 'EFFDATE'             TO WS-TAG-LABEL.
076000     MOVE WS-RTN-EFFECTIVE-DATE TO WS-TAG-VALUE.
076100     PERFORM 7350-WRITE-TAG
076200         THRU 7350-WRITE-TAG-EXIT.
076300     MOVE 'OP'                  TO WS-TAG-LABEL.
076400     MOVE WS-RTN-OPERATION-CODE TO WS-TAG-VALUE.
076500     PERFORM 7350-WRITE-TAG
076600         THRU 7350-WRITE-TAG-EXIT.
076700     MOVE 'NUM1'                TO WS-TAG-LABEL.
076800     MOVE WS-RTN-NUM-1          TO WS-TAG-VALUE.
076900     PERFORM 7350-WRITE-TAG
077000         THRU 7350-WRITE-TAG-EXIT.
077100     MOVE 'NUM2'                TO WS-TAG-LABEL.
077200     MOVE WS-RTN-NUM-2          TO WS-TAG-VALUE.
077300     PERFORM 7350-WRITE-TAG
077400         THRU 7350-WRITE-TAG-EXIT.
077500     MOVE 'STATUS'              TO WS-TAG-LABEL.
077600     MOVE WS-RTN-STATUS         TO WS-TAG-VALUE.
077700     PERFORM 7350-WRITE-TAG
077800         THRU 7350-WRITE-TAG-EXIT.
077900     IF WS-RTN-REJECTED
078000         MOVE 'REASON'           TO WS-TAG-LABEL
078100         MOVE WS-RTN-REASON-CODE TO WS-TAG-VALUE
078200         PERFORM 7350-WRITE-TAG
078300             THRU 7350-WRITE-TAG-EXIT
078400     END-IF.
078500     MOVE 'RESULT'              TO WS-TAG-LABEL.
078600     MOVE WS-RESULT-ED          TO WS-TAG-VALUE.
078700     PERFORM 7350-WRITE-TAG
078800         THRU 7350-WRITE-TAG-EXIT.
078900     MOVE 'END'                 TO RETURN-OUT-RECORD.
079000     PERFORM 8900-WRITE-RETURN-OUT
079100         THRU 8900-WRITE-RETURN-OUT-EXIT.
079200 7300-RETURN-TAGGED-EXIT.
079300     EXIT.
079400*----------------------------------------------------------------
079500* 7350-WRITE-TAG - ONE LABEL=VALUE RECORD
079600*----------------------------------------------------------------
079700 7350-WRITE-TAG.
079800     MOVE SPACES TO RETURN-OUT-RECORD.
079900     STRING WS-TAG-LABEL DELIMITED BY SPACE
080000            '='          DELIMITED BY SIZE
080100            WS-TAG-VALUE DELIMITED BY SIZE
080200         INTO RETURN-OUT-RECORD
080300     END-STRING.
080400     PERFORM 8900-WRITE-RETURN-OUT
080500         THRU 8900-WRITE-RETURN-OUT-EXIT.
080600 7350-WRITE-TAG-EXIT.
080700     EXIT.
080800*----------------------------------------------------------------
080900* 8000-READ-RESULT - NEXT RECORD OF THE NIGHT'S RESULTS
081000*----------------------------------------------------------------
081100 8000-READ-RESULT.
081200     READ RESULT-IN-FILE
081300         AT END
081400             SET WS-RESULT-END-OF-FILE TO TRUE
081500     END-READ.
081600 8000-READ-RESULT-EXIT.
081700     EXIT.
081800*----------------------------------------------------------------
081900* 8100-READ-REJECT - NEXT RECORD OF THE CUMULATIVE REJECTS
082000*----------------------------------------------------------------
082100 8100-READ-REJECT.
082200     READ REJECT-IN-FILE
082300         AT END
082400             SET WS-REJECT-END-OF-FILE TO TRUE
082500     END-READ.
082600 8100-READ-REJECT-EXIT.
082700     EXIT.
082800*----------------------------------------------------------------
082900* 8200-READ-SUSP - NEXT SUSPENSE MASTER RECORD IN KEY ORDER.
082910*     AT THE END OF ONE MASTER GO ON TO THE NEXT; THE END OF
082920*     THE FOURTH IS THE END OF THE SUSPENDED ITEMS
083000*----------------------------------------------------------------
083100 8200-READ-SUSP.
083110     EVALUATE WS-SUSP-FILE-IX
083120         WHEN 1
083130             READ SUSP-FILE-1 NEXT RECORD INTO SUSP-RECORD
083140                 AT END
083150                     ADD 1 TO WS-SUSP-FILE-IX
083160                     GO TO 8200-READ-SUSP
083170             END-READ
083180         WHEN 2
083190             READ SUSP-FILE-2 NEXT RECORD INTO SUSP-RECORD
083200                 AT END
083210                     ADD 1 TO WS-SUSP-FILE-IX
083220                     GO TO 8200-READ-SUSP
083230             END-READ
083240         WHEN 3
083250             READ SUSP-FILE-3 NEXT RECORD INTO SUSP-RECORD
083260                 AT END
083270                     ADD 1 TO WS-SUSP-FILE-IX
083280                     GO TO 8200-READ-SUSP
083290             END-READ
083300         WHEN 4
083310             READ SUSP-FILE-4 NEXT RECORD INTO SUSP-RECORD
083320                 AT END
083330                     ADD 1 TO WS-SUSP-FILE-IX
083340                     GO TO 8200-READ-SUSP
083350             END-READ
083360         WHEN OTHER
083370             SET WS-SUSP-END-OF-FILE TO TRUE
083380     END-EVALUATE.
083600 8200-READ-SUSP-EXIT.
083700     EXIT.
083800*----------------------------------------------------------------
083900* 8300-READ-PEND - NEXT PENDING MASTER RECORD
084000*----------------------------------------------------------------
084100 8300-READ-PEND.
084200     READ PEND-FILE NEXT RECORD
084300         AT END
084400             SET WS-PEND-END-OF-FILE TO TRUE
084500     END-READ.
084600 8300-READ-PEND-EXIT.
084700     EXIT.
084800*----------------------------------------------------------------
084900* 8900-WRITE-RETURN-OUT - ONE RECORD TO THE RETURN FEED
085000*----------------------------------------------------------------
085100 8900-WRITE-RETURN-OUT.
085200     WRITE RETURN-OUT-RECORD.
085300     ADD 1 TO WS-RECORDS-WRITTEN.
085400 8900-WRITE-RETURN-OUT-EXIT.
085500     EXIT.
085600*----------------------------------------------------------------
085700* 9000-TERMINATE - CLOSE, REPORT
085800*----------------------------------------------------------------
085900 9000-TERMINATE.
086000     CLOSE RESULT-IN-FILE
086100           REJECT-IN-FILE
086200           SUSP-FILE-1
086210           SUSP-FILE-2
086220           SUSP-FILE-3
086230           SUSP-FILE-4
086300           PEND-FILE
086400           RETURN-OUT-FILE.
086500     DISPLAY 'F01RTN01 RETURN TO ' WS-RETURN-SOURCE
086600         ' FORMAT ' WS-FORMAT-CODE ' FOR ' WS-TONIGHT-DATE.
086700     DISPLAY 'F01RTN01 COMPUTED           = '
086800         WS-COMPUTED-COUNT.
086900     DISPLAY 'F01RTN01 REJECTED           = '
087000         WS-REJECTED-COUNT.
087100     DISPLAY 'F01RTN01 SUSPENDED          = '
087200         WS-SUSPENDED-COUNT.
087300     DISPLAY 'F01RTN01 PENDED             = '
087400         WS-PENDED-COUNT.
087500     DISPLAY 'F01RTN01 TRANSACTIONS       = '
087600         WS-RETURNED-COUNT.
087700     DISPLAY 'F01RTN01 FEED RECORDS WRITTEN = '
087800         WS-RECORDS-WRITTEN.
087900     MOVE 0 TO RETURN-CODE.
088000 9000-TERMINATE-EXIT.
088100     EXIT.
088200 END PROGRAM F01RTN01.
