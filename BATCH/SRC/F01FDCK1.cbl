000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. F01FDCK1.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. BATCH SUPPORT - MULTIPLY SUBSYSTEM.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26 RH   INITIAL VERSION.  SENDER CONTROL-TOTAL CHECK.
001100*               A FEED THAT ARRIVED HALF-WRITTEN, OR THE SAME
001200*               FEED SENT TWICE, USED TO GO STRAIGHT INTO THE
001300*               NIGHTLY SORT - NOBODY KNEW UNTIL THE SOURCE
001400*               RANG ABOUT MISSING OR DOUBLED RESULTS.  EVERY
001500*               FEED NOW CARRIES A SENDER HEADER AND TRAILER
001600*               (SEE SNDCREC).  THIS STEP RUNS ONCE PER FEED
001700*               AHEAD OF THE SORT (AND AHEAD OF F01FMT01 FOR A
001800*               FOREIGN-FORMAT FEED), BALANCES THE TRAILER'S
001900*               COUNT AND NUM-1/NUM-2 HASH TOTALS TO THE
002000*               DETAIL, PROVES THE FEED SEQUENCE AGAINST THE
002100*               LAST ONE ACCEPTED FROM THE SENDER (FEEDCTL),
002200*               AND EITHER RELEASES THE DETAIL TO THE NIGHT OR
002300*               QUARANTINES THE WHOLE FEED.  ONE PAGE PER FEED
002400*               GOES TO THE ARRIVAL AND BALANCING REPORT.
002401* 10/15/26 RH   SRCMREC NOW CARRIES THE SOURCE'S NEAR-DUPLICATE
002402*               WINDOW AND OPTION (SEE F01NDRPT).  LAYOUT RESYNC
002403*               ONLY HERE: THE FILLER SHRANK BY FOUR BYTES.
002500*----------------------------------------------------------------
002600* REMARKS.
002700*     PARM='SSSSSSSS' NAMES THE SENDER - THE SOURCE-SYSTEM OF A
002800*     ONE-SOURCE FEED, OR THE AGREED SENDER NAME OF A FEED THAT
002900*     CARRIES SEVERAL SOURCES ('TRANXIN' FOR THE COMBINED FIXED
003000*     FEED).  PARM='SSSSSSSS,RESET' ACCEPTS THE FEED'S SEQUENCE
003100*     AS THE SENDER'S NEW BASE - FOR USE ONLY AFTER THE SENDER
003200*     HAS CONFIRMED A RENUMBERING OR A DELIBERATELY SKIPPED
003300*     FEED.  THE FEED MUST STILL BALANCE.
003400*
003500*     THE FEED IS READ IN THE FORMAT SRCMAST DECLARES FOR THE
003600*     SENDER (SM-FORMAT-CODE, AS IN F01FMT01).  A SENDER THAT IS
003700*     NOT A SOURCE ON THE MASTER SENDS FIXED TRANXREC RECORDS.
003800*       'F' OR BLANK - FIRST RECORD *HDR, LAST RECORD *TRL, IN
003900*           THE SNDCREC LAYOUT.
004000*       'D' - FIRST RECORD *HDR,SENDER,DATE,SEQ AND LAST RECORD
004100*           *TRL,SENDER,DATE,SEQ,COUNT,NUM1HASH,NUM2HASH.
004200*       'T' - THE FEED OPENS WITH A CONTROL=HEADER BLOCK AND
004300*           CLOSES WITH A CONTROL=TRAILER BLOCK, EACH CARRYING
004400*           SOURCE= (THE SENDER), DATE=, AND SEQ=, THE TRAILER
004500*           ALSO COUNT=, NUM1HASH=, AND NUM2HASH=, EACH BLOCK
004600*           CLOSED BY END LIKE A TRANSACTION.
004700*     COUNT IS THE NUMBER OF TRANSACTIONS BETWEEN THE HEADER AND
004800*     THE TRAILER; THE HASHES ARE THE SUMS OF THEIR NUM-1 AND
004900*     NUM-2.  A NUMBER THAT CANNOT BE READ ADDS ZERO TO OUR HASH
005000*     (THE RECORD ITSELF IS LEFT FOR F01FMT01/F01MULTB TO
005100*     REJECT), SO A FEED THE SENDER HASHED DIFFERENTLY WILL NOT
005200*     BALANCE.
005300*
005400*     QUARANTINE REASONS (THE WHOLE FEED IS HELD BACK) -
005500*       NOHD  THE FEED DOES NOT OPEN WITH A SENDER HEADER (AN
005600*             EMPTY FEED INCLUDED).
005700*       NOTR  THE FEED DOES NOT CLOSE WITH A SENDER TRAILER -
005800*             TYPICALLY A FEED CUT SHORT IN TRANSMISSION.
005900*       HDTL  HEADER OR TRAILER UNREADABLE, OUT OF PLACE, OR
006000*             DISAGREEING WITH EACH OTHER OR WITH THE PARM ON
006100*             SENDER, FEED DATE, OR SEQUENCE.
006200*       CBAL  TRANSACTION COUNT DOES NOT BALANCE TO THE TRAILER.
006300*       HBAL  NUM-1 OR NUM-2 HASH DOES NOT BALANCE.
006400*       DSEQ  DUPLICATE - SEQUENCE AT OR BELOW THE LAST ONE
006500*             ACCEPTED FROM THE SENDER.
006600*       SSEQ  SKIPPED - SEQUENCE PAST THE NEXT ONE EXPECTED.
006700*     THE FIRST FEED EVER ACCEPTED FROM A SENDER SETS ITS BASE
006800*     AT WHATEVER SEQUENCE IT CARRIES.  A RERUN OF A NIGHT THAT
006900*     ALREADY ACCEPTED A FEED (SAME SEQUENCE AND FEED DATE,
007000*     ACCEPTED ON THE SAME PROCESSING DATE) IS ACCEPTED AGAIN
007100*     RATHER THAN CALLED A DUPLICATE.
007200*
007300*     AN ACCEPTED FEED'S TRANSACTIONS (HEADER AND TRAILER
007400*     STRIPPED) ARE COPIED TO FEEDOUT FOR THE SORT OR FOR
007500*     F01FMT01.  A QUARANTINED FEED LEAVES FEEDOUT EMPTY AND THE
007600*     NIGHT CARRIES ON WITHOUT IT; THE JOB COPIES THE RAW FEED
007700*     TO THE SENDER'S QUARANTINE GENERATION.  FEEDCTL RECORDS
007800*     EVERY ARRIVAL; THE SEQUENCE ADVANCES ONLY ON ACCEPTANCE.
007900*
008000*     RC=0 ACCEPTED; RC=4 QUARANTINED (REVIEW FDCKRPT AND CALL
008100*     THE SENDER); RC=16 PARM MISSING, NO CURRENT DATE ON THE
008200*     CALENDAR, OR FEEDCTL UNUSABLE - NOTHING WAS RELEASED.
008300*----------------------------------------------------------------
008400 ENVIRONMENT DIVISION.
008500 CONFIGURATION SECTION.
008600 SOURCE-COMPUTER. IBM-370.
008700 OBJECT-COMPUTER. IBM-370.
008800 INPUT-OUTPUT SECTION.
008900 FILE-CONTROL.
009000     SELECT FEED-IN-FILE ASSIGN TO FEEDIN
009100         ORGANIZATION IS SEQUENTIAL.
009200
009300     SELECT FEED-OUT-FILE ASSIGN TO FEEDOUT
009400         ORGANIZATION IS SEQUENTIAL.
009500
009600     SELECT SRCMAST-FILE ASSIGN TO SRCMAST
009700         ORGANIZATION IS INDEXED
009800         ACCESS MODE IS RANDOM
009900         RECORD KEY IS SM-SOURCE-SYSTEM
010000         FILE STATUS IS WS-SRCM-STATUS.
010100
010200     SELECT FEEDCTL-FILE ASSIGN TO FEEDCTL
010300         ORGANIZATION IS INDEXED
010400         ACCESS MODE IS RANDOM
010500         RECORD KEY IS FC-SENDER-ID
010600         FILE STATUS IS WS-FCTL-STATUS.
010700
010800     SELECT CAL-FILE ASSIGN TO CALNDR
010900         ORGANIZATION IS SEQUENTIAL.
011000
011100     SELECT CHECK-RPT ASSIGN TO FDCKRPT
011200         ORGANIZATION IS SEQUENTIAL.
011300 DATA DIVISION.
011400 FILE SECTION.
011500 FD  FEED-IN-FILE
011600     RECORDING MODE IS F.
011700 01  FEED-IN-RECORD                 PIC X(80).
011800
011900 FD  FEED-OUT-FILE
012000     RECORDING MODE IS F.
012100 01  FEED-OUT-RECORD                PIC X(80).
012200
012300 FD  SRCMAST-FILE.
012400 01  SRCMAST-RECORD.
012500     COPY SRCMREC
012600         REPLACING SMX-LEVEL BY 05
012700         SMX-SOURCE-SYSTEM BY SM-SOURCE-SYSTEM
012800         SMX-ACTIVE-FLAG BY SM-ACTIVE-FLAG
012900         SMX-SOURCE-ACTIVE BY SM-SOURCE-ACTIVE
013000         SMX-SOURCE-INACTIVE BY SM-SOURCE-INACTIVE
013100         SMX-REJECT-THRESHOLD BY SM-REJECT-THRESHOLD
013200         SMX-VOLUME-MIN BY SM-VOLUME-MIN
013300         SMX-VOLUME-MAX BY SM-VOLUME-MAX
013400         SMX-STREAM-NUMBER BY SM-STREAM-NUMBER
013500         SMX-RETENTION-DAYS BY SM-RETENTION-DAYS
013600         SMX-RESULT-LIMIT BY SM-RESULT-LIMIT
013700         SMX-FORMAT-CODE BY SM-FORMAT-CODE
013800         SMX-CLOSED-PERIOD-OPTION BY SM-CLOSED-PERIOD-OPTION
013900         SMX-CLOSED-REJECT BY SM-CLOSED-REJECT
014000         SMX-CLOSED-REDATE BY SM-CLOSED-REDATE
014000         SMX-DUP-WINDOW-DAYS BY SM-DUP-WINDOW-DAYS
014000         SMX-DUP-OPTION BY SM-DUP-OPTION
014000         SMX-DUP-REPORT BY SM-DUP-REPORT
014000         SMX-DUP-HOLD BY SM-DUP-HOLD.
014100     05  FILLER                     PIC X(17).
014200
014300*----------------------------------------------------------------
014400* FEED CONTROL MASTER - ONE RECORD PER SENDER, KEYED BY SENDER.
014500*     LAST-SEQUENCE/FEED-DATE/ACCEPT-DATE DESCRIBE THE LAST
014600*     FEED ACCEPTED (ACCEPT-DATE ZERO = NONE YET); ARRIVAL-DATE,
014700*     STATUS ('ACPT' OR THE QUARANTINE REASON), AND RECORD-COUNT
014800*     DESCRIBE THE LATEST ARRIVAL, WHATEVER BECAME OF IT
014900*----------------------------------------------------------------
015000 FD  FEEDCTL-FILE.
015100 01  FEEDCTL-RECORD.
015200     05  FC-SENDER-ID               PIC X(08).
015300     05  FC-LAST-SEQUENCE           PIC 9(06).
015400     05  FC-LAST-FEED-DATE          PIC 9(08).
015500     05  FC-LAST-ACCEPT-DATE        PIC 9(08).
015600     05  FC-LAST-ARRIVAL-DATE       PIC 9(08).
015700     05  FC-LAST-STATUS             PIC X(04).
015800         88  FC-LAST-ACCEPTED           VALUE 'ACPT'.
015900     05  FC-LAST-RECORD-COUNT       PIC 9(09).
016000     05  FC-QUARANTINE-COUNT        PIC 9(05).
016100     05  FILLER                     PIC X(04).
016200
016300 FD  CAL-FILE
016400     RECORDING MODE IS F.
016500 01  CAL-RECORD.
016600     COPY CALREC
016700         REPLACING CAX-LEVEL BY 05
016800         CAX-CAL-DATE BY CAL-DATE
016900         CAX-DAY-TYPE BY CAL-DAY-TYPE
017000         CAX-BUSINESS-DAY BY CAL-BUSINESS-DAY
017100         CAX-WEEKEND-DAY BY CAL-WEEKEND-DAY
017200         CAX-HOLIDAY BY CAL-HOLIDAY
017300         CAX-CURRENT-FLAG BY CAL-CURRENT-FLAG
017400         CAX-CURRENT-DATE BY CAL-CURRENT-DATE.
017500     05  FILLER                     PIC X(70).
017600
017700 FD  CHECK-RPT
017800     RECORDING MODE IS F.
017900 01  CHECK-LINE.
018000     05  CL-PRINT-AREA              PIC X(133).
018100
018200 WORKING-STORAGE SECTION.
018300*----------------------------------------------------------------
018400* SWITCHES
018500*----------------------------------------------------------------
018600 77  WS-FEED-EOF-SWITCH          PIC X(01)   VALUE 'N'.
018700     88  WS-FEED-END-OF-FILE                 VALUE 'Y'.
018800
018900 77  WS-CAL-EOF-SWITCH           PIC X(01)   VALUE 'N'.
019000     88  WS-CAL-END-OF-FILE                  VALUE 'Y'.
019100
019200 77  WS-CURRENT-SWITCH           PIC X(01)   VALUE 'N'.
019300     88  WS-CURRENT-FOUND                    VALUE 'Y'.
019400
019500 77  WS-SRCM-STATUS              PIC X(02)   VALUE '00'.
019600 77  WS-FCTL-STATUS              PIC X(02)   VALUE '00'.
019700
019800 77  WS-FCTL-FOUND-SWITCH        PIC X(01)   VALUE 'N'.
019900     88  WS-FCTL-FOUND                       VALUE 'Y'.
020000
020100 77  WS-RESET-SWITCH             PIC X(01)   VALUE 'N'.
020200     88  WS-RESET-REQUESTED                  VALUE 'Y'.
020300
020400 77  WS-RERUN-SWITCH             PIC X(01)   VALUE 'N'.
020500     88  WS-RERUN-OF-ACCEPTED                VALUE 'Y'.
020600
020700 77  WS-FIRST-FEED-SWITCH        PIC X(01)   VALUE 'N'.
020800     88  WS-FIRST-FEED                       VALUE 'Y'.
020900
021000 77  WS-TOKEN-SWITCH             PIC X(01)   VALUE 'Y'.
021100     88  WS-TOKEN-VALID                      VALUE 'Y'.
021200     88  WS-TOKEN-INVALID                    VALUE 'N'.
021300
021400 77  WS-TOKEN-DONE-SWITCH        PIC X(01)   VALUE 'N'.
021500     88  WS-TOKEN-DONE                       VALUE 'Y'.
021600
021700*----------------------------------------------------------------
021800* THE SHAPE OF THE FEED AS PASS ONE FOUND IT
021900*----------------------------------------------------------------
022000 77  WS-HEADER-SWITCH            PIC X(01)   VALUE 'N'.
022100     88  WS-HEADER-SEEN                      VALUE 'Y'.
022200
022300 77  WS-TRAILER-SWITCH           PIC X(01)   VALUE 'N'.
022400     88  WS-TRAILER-SEEN                     VALUE 'Y'.
022500
022600 77  WS-TRAILER-CLOSED-SWITCH    PIC X(01)   VALUE 'N'.
022700     88  WS-TRAILER-CLOSED                   VALUE 'Y'.
022800
022900 77  WS-PAST-TRAILER-SWITCH      PIC X(01)   VALUE 'N'.
023000     88  WS-RECORDS-PAST-TRAILER             VALUE 'Y'.
023100
023200 77  WS-CONTROL-BAD-SWITCH       PIC X(01)   VALUE 'N'.
023300     88  WS-CONTROL-BAD                      VALUE 'Y'.
023400
023500*    TAGGED FEEDS ONLY - WHICH KIND OF BLOCK IS OPEN
023600 77  WS-BLOCK-TYPE               PIC X(01)   VALUE SPACE.
023700     88  WS-NO-BLOCK-OPEN                    VALUE SPACE.
023800     88  WS-HEADER-BLOCK                     VALUE 'H'.
023900     88  WS-TRAILER-BLOCK                    VALUE 'T'.
024000     88  WS-DETAIL-BLOCK                     VALUE 'D'.
024100
024200*----------------------------------------------------------------
024300* THE FEED'S FORMAT CODE FROM THE MASTER
024400*----------------------------------------------------------------
024500 77  WS-FORMAT-CODE              PIC X(01)   VALUE SPACE.
024600     88  WS-FMT-FIXED                        VALUE 'F' ' '.
024700     88  WS-FMT-DELIMITED                    VALUE 'D'.
024800     88  WS-FMT-TAGGED                       VALUE 'T'.
024900
025000*----------------------------------------------------------------
025100* THE SENDER AND OPTION FROM THE PARM, THE PROCESSING DATE, AND
025200*     THE VERDICT - SPACES FOR ACCEPTED, OTHERWISE THE REASON
025300*----------------------------------------------------------------
025400 77  WS-SENDER-ID                PIC X(08)   VALUE SPACES.
025500 77  WS-PARM-OPTION              PIC X(08)   VALUE SPACES.
025600 77  WS-PROCESS-DATE             PIC 9(08)   VALUE ZERO.
025700 77  WS-QUARANTINE-REASON        PIC X(04)   VALUE SPACES.
025800     88  WS-FEED-ACCEPTED                    VALUE SPACES.
025900 77  WS-REASON-TEXT              PIC X(50)   VALUE SPACES.
026000 77  WS-EXPECTED-SEQUENCE        PIC 9(06)   VALUE ZERO.
026100
026200*----------------------------------------------------------------
026300* THE SENDER'S LAST ACCEPTED FEED AS FEEDCTL HAD IT BEFORE THIS
026400*     ARRIVAL (ACCEPT-DATE ZERO = NONE YET)
026500*----------------------------------------------------------------
026600 77  WS-PRIOR-SEQUENCE           PIC 9(06)   VALUE ZERO.
026700 77  WS-PRIOR-FEED-DATE          PIC 9(08)   VALUE ZERO.
026800 77  WS-PRIOR-ACCEPT-DATE        PIC 9(08)   VALUE ZERO.
026900
027000*----------------------------------------------------------------
027100* COUNTERS AND RECORD POSITIONS.  THE TRANSACTIONS RELEASED ARE
027200*     RECORDS BODY-FIRST THROUGH BODY-LAST
027300*----------------------------------------------------------------
027400 77  WS-RECORDS-READ             PIC 9(09) COMP VALUE ZERO.
027500 77  WS-RECORDS-RELEASED         PIC 9(09) COMP VALUE ZERO.
027600 77  WS-DETAIL-COUNT             PIC 9(09) COMP VALUE ZERO.
027700 77  WS-UNREADABLE-COUNT         PIC 9(09) COMP VALUE ZERO.
027800 77  WS-BODY-FIRST               PIC 9(09) COMP VALUE ZERO.
027900 77  WS-BODY-LAST                PIC 9(09) COMP VALUE ZERO.
028000 77  WS-NUM-1-HASH               PIC 9(13) COMP VALUE ZERO.
028100 77  WS-NUM-2-HASH               PIC 9(13) COMP VALUE ZERO.
028200 77  WS-PAGE-NUMBER              PIC 9(04) COMP VALUE ZERO.
028300
028400*----------------------------------------------------------------
028500* WHAT THE SENDER'S HEADER AND TRAILER SAID
028600*----------------------------------------------------------------
028700 01  WS-HEADER-FIGURES.
028800     05  WS-HDR-SENDER           PIC X(08).
028900     05  WS-HDR-FEED-DATE        PIC 9(08).
029000     05  WS-HDR-SEQUENCE         PIC 9(06).
029100
029200 01  WS-TRAILER-FIGURES.
029300     05  WS-TRL-SENDER           PIC X(08).
029400     05  WS-TRL-FEED-DATE        PIC 9(08).
029500     05  WS-TRL-SEQUENCE         PIC 9(06).
029600     05  WS-TRL-RECORD-COUNT     PIC 9(09).
029700     05  WS-TRL-NUM-1-HASH       PIC 9(13).
029800     05  WS-TRL-NUM-2-HASH       PIC 9(13).
029900
030000*----------------------------------------------------------------
030100* A FIXED-FORMAT CONTROL RECORD, AND A FIXED-FORMAT DETAIL
030200*----------------------------------------------------------------
030300 01  WS-SENDER-CONTROL.
030400     COPY SNDCREC
030500         REPLACING SCX-LEVEL BY 05
030600         SCX-RECORD-ID BY SC-RECORD-ID
030700         SCX-HEADER BY SC-HEADER
030800         SCX-TRAILER BY SC-TRAILER
030900         SCX-SENDER-ID BY SC-SENDER-ID
031000         SCX-FEED-DATE BY SC-FEED-DATE
031100         SCX-FEED-SEQUENCE BY SC-FEED-SEQUENCE
031200         SCX-RECORD-COUNT BY SC-RECORD-COUNT
031300         SCX-NUM-1-HASH BY SC-NUM-1-HASH
031400         SCX-NUM-2-HASH BY SC-NUM-2-HASH.
031500     05  FILLER                     PIC X(19).
031600
031700 01  WS-FIXED-RECORD.
031800     COPY TRANXREC
031900         REPLACING TRX-LEVEL BY 05
032000         TRX-TRANSACTION-ID BY FX-TRANSACTION-ID
032100         TRX-SOURCE-SYSTEM BY FX-SOURCE-SYSTEM
032200         TRX-EFFECTIVE-DATE BY FX-EFFECTIVE-DATE
032300         TRX-OPERATION-CODE BY FX-OPERATION-CODE
032400         TRX-NUM-1 BY FX-NUM-1
032500         TRX-NUM-2 BY FX-NUM-2
032600         TRX-RESULT BY FX-RESULT.
032700     05  FILLER                     PIC X(29).
032800
032900*----------------------------------------------------------------
033000* DELIMITED/TAGGED PARSE WORK AREAS AND THE TOKEN CONVERTER
033100*     (THE SAME CONVERTER AS F01FMT01 - '12' AND '0012' ALIKE).
033200*     A CONTROL FIGURE OVER ITS LIMIT IS AS BAD AS AN
033300*     UNREADABLE ONE
033400*----------------------------------------------------------------
033500 77  WS-FIELD-COUNT              PIC 9(04) COMP VALUE ZERO.
033600 77  WS-TOK-1                    PIC X(14)   VALUE SPACES.
033700 77  WS-TOK-2                    PIC X(14)   VALUE SPACES.
033800 77  WS-TOK-3                    PIC X(14)   VALUE SPACES.
033900 77  WS-TOK-4                    PIC X(14)   VALUE SPACES.
034000 77  WS-TOK-5                    PIC X(14)   VALUE SPACES.
034100 77  WS-TOK-6                    PIC X(14)   VALUE SPACES.
034200 77  WS-TOK-7                    PIC X(14)   VALUE SPACES.
034300 77  WS-TOK-EXTRA                PIC X(14)   VALUE SPACES.
034400 77  WS-TOKEN                    PIC X(14)   VALUE SPACES.
034500 77  WS-TOKEN-VALUE              PIC 9(14) COMP VALUE ZERO.
034600 77  WS-CONTROL-LIMIT            PIC 9(14) COMP VALUE ZERO.
034700 77  WS-TOK-IX                   PIC 9(04) COMP VALUE ZERO.
034800 77  WS-DIGITS-SEEN              PIC 9(04) COMP VALUE ZERO.
034900 01  WS-DIGIT-X                  PIC X(01).
035000 01  WS-DIGIT-9 REDEFINES WS-DIGIT-X
035100                                 PIC 9(01).
035200 77  WS-TAG-LABEL                PIC X(08)   VALUE SPACES.
035300 77  WS-TAG-VALUE                PIC X(14)   VALUE SPACES.
035400
035500*----------------------------------------------------------------
035600* REPORT LINES
035700*----------------------------------------------------------------
035800 01  WS-HEADING-LINE-1.
035900     05  FILLER                  PIC X(10)  VALUE 'F01FDCK1  '.
036000     05  FILLER                  PIC X(35)  VALUE
036100         'SENDER FEED ARRIVAL AND BALANCING  '.
036200     05  FILLER                  PIC X(07)  VALUE 'SENDER '.
036300     05  HL1-SENDER-ID           PIC X(08).
036400     05  FILLER                  PIC X(09)  VALUE '  FORMAT '.
036500     05  HL1-FORMAT-CODE         PIC X(01).
036600     05  FILLER                  PIC X(18)  VALUE
036700         '  PROCESSING DATE '.
036800     05  HL1-PROCESS-DATE        PIC 9999/99/99.
036900     05  FILLER                  PIC X(07)  VALUE '  PAGE '.
037000     05  HL1-PAGE-NUMBER         PIC ZZZ9.
037100
037200 01  WS-HEADING-LINE-2.
037300     05  FILLER                  PIC X(28)  VALUE SPACES.
037400     05  FILLER                  PIC X(15)  VALUE
037500         '         HEADER'.
037600     05  FILLER                  PIC X(02)  VALUE SPACES.
037700     05  FILLER                  PIC X(15)  VALUE
037800         '        TRAILER'.
037900     05  FILLER                  PIC X(02)  VALUE SPACES.
038000     05  FILLER                  PIC X(15)  VALUE
038100         '        COUNTED'.
038200
038300 01  WS-CHECK-DETAIL-LINE.
038400     05  CDL-LABEL               PIC X(28).
038500     05  CDL-HEADER              PIC Z(14)9.
038600     05  CDL-HEADER-X REDEFINES CDL-HEADER
038700                                 PIC X(15).
038800     05  FILLER                  PIC X(02)  VALUE SPACES.
038900     05  CDL-TRAILER             PIC Z(14)9.
039000     05  CDL-TRAILER-X REDEFINES CDL-TRAILER
039100                                 PIC X(15).
039200     05  FILLER                  PIC X(02)  VALUE SPACES.
039300     05  CDL-COUNTED             PIC Z(14)9.
039400     05  CDL-COUNTED-X REDEFINES CDL-COUNTED
039500                                 PIC X(15).
039600     05  FILLER                  PIC X(02)  VALUE SPACES.
039700     05  CDL-NOTE                PIC X(40).
039800
039900 01  WS-CHECK-TEXT-LINE.
040000     05  CTL-LABEL               PIC X(28).
040100     05  CTL-TEXT                PIC X(90).
040200
040300 77  WS-SEQUENCE-ED              PIC 9(06).
040400 77  WS-DATE-ED                  PIC 9999/99/99.
040500 77  WS-ACCEPT-DATE-ED           PIC 9999/99/99.
040600 77  WS-RELEASED-ED              PIC ZZZZZZZZ9.
040700
040800 LINKAGE SECTION.
040900*----------------------------------------------------------------
041000* JCL PARM AREA - THE SENDER, OPTIONALLY ',RESET'
041100*----------------------------------------------------------------
041200 01  RP-PARM-AREA.
041300     05  RP-PARM-LENGTH           PIC S9(04) COMP.
041400     05  RP-PARM-TEXT             PIC X(14).
041500 PROCEDURE DIVISION USING RP-PARM-AREA.
041600*----------------------------------------------------------------
041700* 0000-MAINLINE
041800*----------------------------------------------------------------
041900 0000-MAINLINE.
042000     PERFORM 1000-INITIALIZE
042100         THRU 1000-INITIALIZE-EXIT.
042200     PERFORM 2000-EXAMINE-RECORD
042300         THRU 2000-EXAMINE-RECORD-EXIT
042400         UNTIL WS-FEED-END-OF-FILE.
042500     CLOSE FEED-IN-FILE.
042600     PERFORM 3000-DECIDE
042700         THRU 3000-DECIDE-EXIT.
042800     IF WS-FEED-ACCEPTED
042900         PERFORM 4000-RELEASE-FEED
043000             THRU 4000-RELEASE-FEED-EXIT
043100     END-IF.
043200     PERFORM 5000-UPDATE-FEED-CONTROL
043300         THRU 5000-UPDATE-FEED-CONTROL-EXIT.
043400     PERFORM 6000-PRINT-REPORT
043500         THRU 6000-PRINT-REPORT-EXIT.
043600     PERFORM 9000-TERMINATE
043700         THRU 9000-TERMINATE-EXIT.
043800     GOBACK.
043900*----------------------------------------------------------------
044000* 1000-INITIALIZE - FEEDOUT FIRST (SO IT IS A GOOD EMPTY FILE
044100*     WHATEVER HAPPENS NEXT), PARM, PROCESSING DATE, THE
044200*     SENDER'S FORMAT AND FEED CONTROL RECORD
044300*----------------------------------------------------------------
044400 1000-INITIALIZE.
044500     OPEN OUTPUT FEED-OUT-FILE.
044600     IF RP-PARM-LENGTH < 1
044700      OR RP-PARM-TEXT = SPACES
044800         DISPLAY 'F01FDCK1 PARM MUST NAME THE FEED''S SENDER'
044900         CLOSE FEED-OUT-FILE
045000         MOVE 16 TO RETURN-CODE
045100         GOBACK
045200     END-IF.
045300     UNSTRING RP-PARM-TEXT (1:RP-PARM-LENGTH)
045400         DELIMITED BY ','
045500         INTO WS-SENDER-ID
045600              WS-PARM-OPTION
045700     END-UNSTRING.
045800     IF WS-PARM-OPTION = 'RESET'
045900         SET WS-RESET-REQUESTED TO TRUE
046000     END-IF.
046100     PERFORM 1100-FIND-PROCESS-DATE
046200         THRU 1100-FIND-PROCESS-DATE-EXIT.
046300     OPEN INPUT SRCMAST-FILE.
046400     MOVE WS-SENDER-ID TO SM-SOURCE-SYSTEM.
046500     READ SRCMAST-FILE
046600         INVALID KEY
046700             MOVE 'F' TO WS-FORMAT-CODE
046800         NOT INVALID KEY
046900             MOVE SM-FORMAT-CODE TO WS-FORMAT-CODE
047000     END-READ.
047100     CLOSE SRCMAST-FILE.
047200     IF NOT WS-FMT-FIXED
047300        AND NOT WS-FMT-DELIMITED
047400        AND NOT WS-FMT-TAGGED
047500         DISPLAY 'F01FDCK1 SENDER ' WS-SENDER-ID
047600             ' HAS NO USABLE FORMAT CODE (' WS-FORMAT-CODE
047700             ') - SEE SRCMREC'
047800         CLOSE FEED-OUT-FILE
047900         MOVE 16 TO RETURN-CODE
048000         GOBACK
048100     END-IF.
048200     OPEN I-O FEEDCTL-FILE.
048300     IF WS-FCTL-STATUS NOT = '00'
048400         DISPLAY 'F01FDCK1 FEEDCTL OPEN FAILED - STATUS='
048500             WS-FCTL-STATUS
048600         CLOSE FEED-OUT-FILE
048700         MOVE 16 TO RETURN-CODE
048800         GOBACK
048900     END-IF.
049000     MOVE WS-SENDER-ID TO FC-SENDER-ID.
049100     READ FEEDCTL-FILE
049200         INVALID KEY
049300             MOVE 'N' TO WS-FCTL-FOUND-SWITCH
049400         NOT INVALID KEY
049500             SET WS-FCTL-FOUND TO TRUE
049600             MOVE FC-LAST-SEQUENCE    TO WS-PRIOR-SEQUENCE
049700             MOVE FC-LAST-FEED-DATE   TO WS-PRIOR-FEED-DATE
049800             MOVE FC-LAST-ACCEPT-DATE TO WS-PRIOR-ACCEPT-DATE
049900     END-READ.
050000     IF WS-PRIOR-ACCEPT-DATE > ZERO
050100         IF WS-PRIOR-SEQUENCE = 999999
050200             MOVE 1 TO WS-EXPECTED-SEQUENCE
050300         ELSE
050400             COMPUTE WS-EXPECTED-SEQUENCE = WS-PRIOR-SEQUENCE + 1
050500         END-IF
050600     END-IF.
050700     MOVE SPACES TO WS-HDR-SENDER.
050800     MOVE ZERO   TO WS-HDR-FEED-DATE.
050900     MOVE ZERO   TO WS-HDR-SEQUENCE.
051000     MOVE SPACES TO WS-TRL-SENDER.
051100     MOVE ZERO   TO WS-TRL-FEED-DATE.
051200     MOVE ZERO   TO WS-TRL-SEQUENCE.
051300     MOVE ZERO   TO WS-TRL-RECORD-COUNT.
051400     MOVE ZERO   TO WS-TRL-NUM-1-HASH.
051500     MOVE ZERO   TO WS-TRL-NUM-2-HASH.
051600     OPEN INPUT  FEED-IN-FILE
051700          OUTPUT CHECK-RPT.
051800     PERFORM 8000-READ-FEED-IN
051900         THRU 8000-READ-FEED-IN-EXIT.
052000 1000-INITIALIZE-EXIT.
052100     EXIT.
052200*----------------------------------------------------------------
052300* 1100-FIND-PROCESS-DATE - THE CURRENT-FLAGGED CALENDAR DATE IS
052400*     THE ARRIVAL DATE.  NO CURRENT DATE IS FATAL
052500*----------------------------------------------------------------
052600 1100-FIND-PROCESS-DATE.
052700     OPEN INPUT CAL-FILE.
052800     PERFORM 1150-SCAN-CALENDAR
052900         THRU 1150-SCAN-CALENDAR-EXIT
053000         UNTIL WS-CAL-END-OF-FILE
053100            OR WS-CURRENT-FOUND.
053200     CLOSE CAL-FILE.
053300     IF NOT WS-CURRENT-FOUND
053400         DISPLAY 'F01FDCK1 NO CURRENT-DATE FLAG ON THE CALNDR '
053500             'CALENDAR - SEE F01CALBD/F01CALRL'
053600         CLOSE FEED-OUT-FILE
053700         MOVE 16 TO RETURN-CODE
053800         GOBACK
053900     END-IF.
054000 1100-FIND-PROCESS-DATE-EXIT.
054100     EXIT.
054200*----------------------------------------------------------------
054300* 1150-SCAN-CALENDAR - ONE CALENDAR RECORD
054400*----------------------------------------------------------------
054500 1150-SCAN-CALENDAR.
054600     READ CAL-FILE
054700         AT END
054800             SET WS-CAL-END-OF-FILE TO TRUE
054900             GO TO 1150-SCAN-CALENDAR-EXIT
055000     END-READ.
055100     IF CAL-DATE NOT NUMERIC
055200         GO TO 1150-SCAN-CALENDAR-EXIT
055300     END-IF.
055400     IF CAL-CURRENT-DATE
055500         SET WS-CURRENT-FOUND TO TRUE
055600         MOVE CAL-DATE TO WS-PROCESS-DATE
055700     END-IF.
055800 1150-SCAN-CALENDAR-EXIT.
055900     EXIT.
056000*----------------------------------------------------------------
056100* 2000-EXAMINE-RECORD - PASS ONE, ONE FEED RECORD.  NOTHING IS
056200*     RELEASED YET; THE FEED IS ONLY MEASURED
056300*----------------------------------------------------------------
056400 2000-EXAMINE-RECORD.
056500     IF WS-TRAILER-CLOSED
056600         SET WS-RECORDS-PAST-TRAILER TO TRUE
056700     END-IF.
056800     EVALUATE TRUE
056900         WHEN WS-FMT-DELIMITED
057000             PERFORM 2200-EXAMINE-DELIMITED
057100                 THRU 2200-EXAMINE-DELIMITED-EXIT
057200         WHEN WS-FMT-TAGGED
057300             PERFORM 2300-EXAMINE-TAGGED
057400                 THRU 2300-EXAMINE-TAGGED-EXIT
057500         WHEN OTHER
057600             PERFORM 2100-EXAMINE-FIXED
057700                 THRU 2100-EXAMINE-FIXED-EXIT
057800     END-EVALUATE.
057900     PERFORM 8000-READ-FEED-IN
058000         THRU 8000-READ-FEED-IN-EXIT.
058100 2000-EXAMINE-RECORD-EXIT.
058200     EXIT.
058300*----------------------------------------------------------------
058400* 2100-EXAMINE-FIXED - *HDR / *TRL IN THE SNDCREC LAYOUT, OR A
058500*     TRANXREC DETAIL
058600*----------------------------------------------------------------
058700 2100-EXAMINE-FIXED.
058800     MOVE FEED-IN-RECORD TO WS-SENDER-CONTROL.
058900     IF SC-HEADER
059000         PERFORM 2500-HEADER-ARRIVED
059100             THRU 2500-HEADER-ARRIVED-EXIT
059200         MOVE SC-SENDER-ID TO WS-HDR-SENDER
059300         IF SC-FEED-DATE NUMERIC
059400            AND SC-FEED-SEQUENCE NUMERIC
059500             MOVE SC-FEED-DATE     TO WS-HDR-FEED-DATE
059600             MOVE SC-FEED-SEQUENCE TO WS-HDR-SEQUENCE
059700         ELSE
059800             SET WS-CONTROL-BAD TO TRUE
059900         END-IF
060000         GO TO 2100-EXAMINE-FIXED-EXIT
060100     END-IF.
060200     IF SC-TRAILER
060300         PERFORM 2600-TRAILER-ARRIVED
060400             THRU 2600-TRAILER-ARRIVED-EXIT
060500         SET WS-TRAILER-CLOSED TO TRUE
060600         MOVE SC-SENDER-ID TO WS-TRL-SENDER
060700         IF SC-FEED-DATE NUMERIC
060800            AND SC-FEED-SEQUENCE NUMERIC
060900            AND SC-RECORD-COUNT NUMERIC
061000            AND SC-NUM-1-HASH NUMERIC
061100            AND SC-NUM-2-HASH NUMERIC
061200             MOVE SC-FEED-DATE     TO WS-TRL-FEED-DATE
061300             MOVE SC-FEED-SEQUENCE TO WS-TRL-SEQUENCE
061400             MOVE SC-RECORD-COUNT  TO WS-TRL-RECORD-COUNT
061500             MOVE SC-NUM-1-HASH    TO WS-TRL-NUM-1-HASH
061600             MOVE SC-NUM-2-HASH    TO WS-TRL-NUM-2-HASH
061700         ELSE
061800             SET WS-CONTROL-BAD TO TRUE
061900         END-IF
062000         GO TO 2100-EXAMINE-FIXED-EXIT
062100     END-IF.
062200     ADD 1 TO WS-DETAIL-COUNT.
062300     MOVE FEED-IN-RECORD TO WS-FIXED-RECORD.
062400     IF FX-NUM-1 NUMERIC
062500         ADD FX-NUM-1 TO WS-NUM-1-HASH
062600     ELSE
062700         ADD 1 TO WS-UNREADABLE-COUNT
062800     END-IF.
062900     IF FX-NUM-2 NUMERIC
063000         ADD FX-NUM-2 TO WS-NUM-2-HASH
063100     ELSE
063200         ADD 1 TO WS-UNREADABLE-COUNT
063300     END-IF.
063400 2100-EXAMINE-FIXED-EXIT.
063500     EXIT.
063600*----------------------------------------------------------------
063700* 2200-EXAMINE-DELIMITED - *HDR,SENDER,DATE,SEQ OR *TRL,SENDER,
063800*     DATE,SEQ,COUNT,NUM1HASH,NUM2HASH, OR A FIVE-FIELD DETAIL
063900*     (TRANID,EFFDATE,OP,NUM1,NUM2)
064000*----------------------------------------------------------------
064100 2200-EXAMINE-DELIMITED.
064200     MOVE SPACES TO WS-TOK-1.
064300     MOVE SPACES TO WS-TOK-2.
064400     MOVE SPACES TO WS-TOK-3.
064500     MOVE SPACES TO WS-TOK-4.
064600     MOVE SPACES TO WS-TOK-5.
064700     MOVE SPACES TO WS-TOK-6.
064800     MOVE SPACES TO WS-TOK-7.
064900     MOVE SPACES TO WS-TOK-EXTRA.
065000     MOVE ZERO   TO WS-FIELD-COUNT.
065100     UNSTRING FEED-IN-RECORD
065200         DELIMITED BY ','
065300         INTO WS-TOK-1
065400              WS-TOK-2
065500              WS-TOK-3
065600              WS-TOK-4
065700              WS-TOK-5
065800              WS-TOK-6
065900              WS-TOK-7
066000              WS-TOK-EXTRA
066100         TALLYING IN WS-FIELD-COUNT
066200     END-UNSTRING.
066300     IF WS-TOK-1 = '*HDR'
066400         PERFORM 2500-HEADER-ARRIVED
066500             THRU 2500-HEADER-ARRIVED-EXIT
066600         IF WS-FIELD-COUNT NOT = 4
066700             SET WS-CONTROL-BAD TO TRUE
066800         END-IF
066900         MOVE WS-TOK-2 TO WS-HDR-SENDER
067000         MOVE 99999999 TO WS-CONTROL-LIMIT
067100         MOVE WS-TOK-3 TO WS-TOKEN
067200         PERFORM 8650-CONVERT-CONTROL
067300             THRU 8650-CONVERT-CONTROL-EXIT
067400         MOVE WS-TOKEN-VALUE TO WS-HDR-FEED-DATE
067500         MOVE 999999 TO WS-CONTROL-LIMIT
067600         MOVE WS-TOK-4 TO WS-TOKEN
067700         PERFORM 8650-CONVERT-CONTROL
067800             THRU 8650-CONVERT-CONTROL-EXIT
067900         MOVE WS-TOKEN-VALUE TO WS-HDR-SEQUENCE
068000         GO TO 2200-EXAMINE-DELIMITED-EXIT
068100     END-IF.
068200     IF WS-TOK-1 = '*TRL'
068300         PERFORM 2600-TRAILER-ARRIVED
068400             THRU 2600-TRAILER-ARRIVED-EXIT
068500         SET WS-TRAILER-CLOSED TO TRUE
068600         IF WS-FIELD-COUNT NOT = 7
068700             SET WS-CONTROL-BAD TO TRUE
068800         END-IF
068900         MOVE WS-TOK-2 TO WS-TRL-SENDER
069000         MOVE 99999999 TO WS-CONTROL-LIMIT
069100         MOVE WS-TOK-3 TO WS-TOKEN
069200         PERFORM 8650-CONVERT-CONTROL
069300             THRU 8650-CONVERT-CONTROL-EXIT
069400         MOVE WS-TOKEN-VALUE TO WS-TRL-FEED-DATE
069500         MOVE 999999 TO WS-CONTROL-LIMIT
069600         MOVE WS-TOK-4 TO WS-TOKEN
069700         PERFORM 8650-CONVERT-CONTROL
069800             THRU 8650-CONVERT-CONTROL-EXIT
069900         MOVE WS-TOKEN-VALUE TO WS-TRL-SEQUENCE
070000         MOVE 999999999 TO WS-CONTROL-LIMIT
070100         MOVE WS-TOK-5 TO WS-TOKEN
070200         PERFORM 8650-CONVERT-CONTROL
070300             THRU 8650-CONVERT-CONTROL-EXIT
070400         MOVE WS-TOKEN-VALUE TO WS-TRL-RECORD-COUNT
070500         MOVE 9999999999999 TO WS-CONTROL-LIMIT
070600         MOVE WS-TOK-6 TO WS-TOKEN
070700         PERFORM 8650-CONVERT-CONTROL
070800             THRU 8650-CONVERT-CONTROL-EXIT
070900         MOVE WS-TOKEN-VALUE TO WS-TRL-NUM-1-HASH
071000         MOVE WS-TOK-7 TO WS-TOKEN
071100         PERFORM 8650-CONVERT-CONTROL
071200             THRU 8650-CONVERT-CONTROL-EXIT
071300         MOVE WS-TOKEN-VALUE TO WS-TRL-NUM-2-HASH
071400         GO TO 2200-EXAMINE-DELIMITED-EXIT
071500     END-IF.
071600     ADD 1 TO WS-DETAIL-COUNT.
071700     MOVE WS-TOK-4 TO WS-TOKEN.
071800     PERFORM 2700-HASH-NUM-1
071900         THRU 2700-HASH-NUM-1-EXIT.
072000     MOVE WS-TOK-5 TO WS-TOKEN.
072100     PERFORM 2750-HASH-NUM-2
072200         THRU 2750-HASH-NUM-2-EXIT.
072300 2200-EXAMINE-DELIMITED-EXIT.
072400     EXIT.
072500*----------------------------------------------------------------
072600* 2300-EXAMINE-TAGGED - ONE LABEL=VALUE RECORD, A CONTROL=
072700*     RECORD OPENING A HEADER OR TRAILER BLOCK, OR THE END
072800*     CLOSING WHICHEVER BLOCK IS OPEN
072900*----------------------------------------------------------------
073000 2300-EXAMINE-TAGGED.
073100     IF FEED-IN-RECORD (1:4) = 'END '
073200         PERFORM 2350-CLOSE-BLOCK
073300             THRU 2350-CLOSE-BLOCK-EXIT
073400         GO TO 2300-EXAMINE-TAGGED-EXIT
073500     END-IF.
073600     MOVE SPACES TO WS-TAG-LABEL.
073700     MOVE SPACES TO WS-TAG-VALUE.
073800     UNSTRING FEED-IN-RECORD
073900         DELIMITED BY '='
074000         INTO WS-TAG-LABEL
074100              WS-TAG-VALUE
074200     END-UNSTRING.
074300     IF WS-TAG-LABEL = 'CONTROL '
074400         PERFORM 2320-OPEN-CONTROL-BLOCK
074500             THRU 2320-OPEN-CONTROL-BLOCK-EXIT
074600         GO TO 2300-EXAMINE-TAGGED-EXIT
074700     END-IF.
074800     IF WS-HEADER-BLOCK
074900      OR WS-TRAILER-BLOCK
075000         PERFORM 2340-CONTROL-FIELD
075100             THRU 2340-CONTROL-FIELD-EXIT
075200         GO TO 2300-EXAMINE-TAGGED-EXIT
075300     END-IF.
075400     SET WS-DETAIL-BLOCK TO TRUE.
075500     MOVE WS-TAG-VALUE TO WS-TOKEN.
075600     EVALUATE WS-TAG-LABEL
075700         WHEN 'NUM1    '
075800             PERFORM 2700-HASH-NUM-1
075900                 THRU 2700-HASH-NUM-1-EXIT
076000         WHEN 'NUM2    '
076100             PERFORM 2750-HASH-NUM-2
076200                 THRU 2750-HASH-NUM-2-EXIT
076300         WHEN OTHER
076400             CONTINUE
076500     END-EVALUATE.
076600 2300-EXAMINE-TAGGED-EXIT.
076700     EXIT.
076800*----------------------------------------------------------------
076900* 2320-OPEN-CONTROL-BLOCK - CONTROL=HEADER OR CONTROL=TRAILER.
077000*     A CONTROL RECORD INSIDE AN OPEN BLOCK IS OUT OF PLACE
077100*----------------------------------------------------------------
077200 2320-OPEN-CONTROL-BLOCK.
077300     IF NOT WS-NO-BLOCK-OPEN
077400         SET WS-CONTROL-BAD TO TRUE
077500     END-IF.
077600     EVALUATE WS-TAG-VALUE
077700         WHEN 'HEADER'
077800             PERFORM 2500-HEADER-ARRIVED
077900                 THRU 2500-HEADER-ARRIVED-EXIT
078000             SET WS-HEADER-BLOCK TO TRUE
078100         WHEN 'TRAILER'
078200             PERFORM 2600-TRAILER-ARRIVED
078300                 THRU 2600-TRAILER-ARRIVED-EXIT
078400             SET WS-TRAILER-BLOCK TO TRUE
078500         WHEN OTHER
078600             SET WS-CONTROL-BAD TO TRUE
078700     END-EVALUATE.
078800 2320-OPEN-CONTROL-BLOCK-EXIT.
078900     EXIT.
079000*----------------------------------------------------------------
079100* 2340-CONTROL-FIELD - ONE FIELD OF THE OPEN HEADER OR TRAILER
079200*     BLOCK.  THE HEADER NEEDS ONLY SOURCE, DATE, AND SEQ
079300*----------------------------------------------------------------
079400 2340-CONTROL-FIELD.
079500     MOVE WS-TAG-VALUE TO WS-TOKEN.
079600     EVALUATE WS-TAG-LABEL
079700         WHEN 'SOURCE  '
079800             IF WS-HEADER-BLOCK
079900                 MOVE WS-TAG-VALUE TO WS-HDR-SENDER
080000             ELSE
080100                 MOVE WS-TAG-VALUE TO WS-TRL-SENDER
080200             END-IF
080300         WHEN 'DATE    '
080400             MOVE 99999999 TO WS-CONTROL-LIMIT
080500             PERFORM 8650-CONVERT-CONTROL
080600                 THRU 8650-CONVERT-CONTROL-EXIT
080700             IF WS-HEADER-BLOCK
080800                 MOVE WS-TOKEN-VALUE TO WS-HDR-FEED-DATE
080900             ELSE
081000                 MOVE WS-TOKEN-VALUE TO WS-TRL-FEED-DATE
081100             END-IF
081200         WHEN 'SEQ     '
081300             MOVE 999999 TO WS-CONTROL-LIMIT
081400             PERFORM 8650-CONVERT-CONTROL
081500                 THRU 8650-CONVERT-CONTROL-EXIT
081600             IF WS-HEADER-BLOCK
081700                 MOVE WS-TOKEN-VALUE TO WS-HDR-SEQUENCE
081800             ELSE
081900                 MOVE WS-TOKEN-VALUE TO WS-TRL-SEQUENCE
082000             END-IF
082100         WHEN 'COUNT   '
082200             MOVE 999999999 TO WS-CONTROL-LIMIT
082300             PERFORM 8650-CONVERT-CONTROL
082400                 THRU 8650-CONVERT-CONTROL-EXIT
082500             IF WS-TRAILER-BLOCK
082600                 MOVE WS-TOKEN-VALUE TO WS-TRL-RECORD-COUNT
082700             END-IF
082800         WHEN 'NUM1HASH'
082900             MOVE 9999999999999 TO WS-CONTROL-LIMIT
083000             PERFORM 8650-CONVERT-CONTROL
083100                 THRU 8650-CONVERT-CONTROL-EXIT
083200             IF WS-TRAILER-BLOCK
083300                 MOVE WS-TOKEN-VALUE TO WS-TRL-NUM-1-HASH
083400             END-IF
083500         WHEN 'NUM2HASH'
083600             MOVE 9999999999999 TO WS-CONTROL-LIMIT
083700             PERFORM 8650-CONVERT-CONTROL
083800                 THRU 8650-CONVERT-CONTROL-EXIT
083900             IF WS-TRAILER-BLOCK
084000                 MOVE WS-TOKEN-VALUE TO WS-TRL-NUM-2-HASH
084100             END-IF
084200         WHEN OTHER
084300             SET WS-CONTROL-BAD TO TRUE
084400     END-EVALUATE.
084500 2340-CONTROL-FIELD-EXIT.
084600     EXIT.
084700*----------------------------------------------------------------
084800* 2350-CLOSE-BLOCK - 'END'.  THE HEADER BLOCK ENDING MARKS WHERE
084900*     THE TRANSACTIONS START, THE TRAILER BLOCK ENDING CLOSES
085000*     THE FEED, A DETAIL BLOCK ENDING IS ONE TRANSACTION
085100*----------------------------------------------------------------
085200 2350-CLOSE-BLOCK.
085300     EVALUATE TRUE
085400         WHEN WS-HEADER-BLOCK
085500             COMPUTE WS-BODY-FIRST = WS-RECORDS-READ + 1
085600         WHEN WS-TRAILER-BLOCK
085700             SET WS-TRAILER-CLOSED TO TRUE
085800         WHEN OTHER
085900             ADD 1 TO WS-DETAIL-COUNT
086000     END-EVALUATE.
086100     SET WS-NO-BLOCK-OPEN TO TRUE.
086200 2350-CLOSE-BLOCK-EXIT.
086300     EXIT.
086400*----------------------------------------------------------------
086500* 2500-HEADER-ARRIVED - A HEADER COUNTS ONLY AS THE VERY FIRST
086600*     RECORD; ANYWHERE ELSE (TWO FEEDS RUN TOGETHER, SAY) IT IS
086700*     OUT OF PLACE
086800*----------------------------------------------------------------
086900 2500-HEADER-ARRIVED.
087000     IF WS-RECORDS-READ = 1
087100         SET WS-HEADER-SEEN TO TRUE
087200         MOVE 2 TO WS-BODY-FIRST
087300     ELSE
087400         SET WS-CONTROL-BAD TO TRUE
087500     END-IF.
087600 2500-HEADER-ARRIVED-EXIT.
087700     EXIT.
087800*----------------------------------------------------------------
087900* 2600-TRAILER-ARRIVED - THE TRANSACTIONS END ON THE RECORD
088000*     BEFORE.  A SECOND TRAILER IS OUT OF PLACE
088100*----------------------------------------------------------------
088200 2600-TRAILER-ARRIVED.
088300     IF WS-TRAILER-SEEN
088400         SET WS-CONTROL-BAD TO TRUE
088500         GO TO 2600-TRAILER-ARRIVED-EXIT
088600     END-IF.
088700     SET WS-TRAILER-SEEN TO TRUE.
088800     COMPUTE WS-BODY-LAST = WS-RECORDS-READ - 1.
088900 2600-TRAILER-ARRIVED-EXIT.
089000     EXIT.
089100*----------------------------------------------------------------
089200* 2700-HASH-NUM-1 / 2750-HASH-NUM-2 - ADD THE NUMBER IN WS-TOKEN
089300*     TO ITS HASH.  ONE THAT CANNOT BE READ ADDS ZERO
089400*----------------------------------------------------------------
089500 2700-HASH-NUM-1.
089600     PERFORM 8600-CONVERT-NUMBER
089700         THRU 8600-CONVERT-NUMBER-EXIT.
089800     IF WS-TOKEN-VALID
089900        AND WS-TOKEN-VALUE NOT > 9999
090000         ADD WS-TOKEN-VALUE TO WS-NUM-1-HASH
090100     ELSE
090200         ADD 1 TO WS-UNREADABLE-COUNT
090300     END-IF.
090400 2700-HASH-NUM-1-EXIT.
090500     EXIT.
090600
090700 2750-HASH-NUM-2.
090800     PERFORM 8600-CONVERT-NUMBER
090900         THRU 8600-CONVERT-NUMBER-EXIT.
091000     IF WS-TOKEN-VALID
091100        AND WS-TOKEN-VALUE NOT > 9999
091200         ADD WS-TOKEN-VALUE TO WS-NUM-2-HASH
091300     ELSE
091400         ADD 1 TO WS-UNREADABLE-COUNT
091500     END-IF.
091600 2750-HASH-NUM-2-EXIT.
091700     EXIT.
091800*----------------------------------------------------------------
091900* 3000-DECIDE - THE VERDICT ON THE FEED, FIRST FAILURE WINS.
092000*     SHAPE, THEN HEADER/TRAILER AGREEMENT, THEN BALANCE, THEN
092100*     SEQUENCE
092200*----------------------------------------------------------------
092300 3000-DECIDE.
092400     IF NOT WS-HEADER-SEEN
092500         MOVE 'NOHD' TO WS-QUARANTINE-REASON
092600         GO TO 3000-DECIDE-EXIT
092700     END-IF.
092800     IF NOT WS-TRAILER-CLOSED
092900      OR WS-RECORDS-PAST-TRAILER
093000         MOVE 'NOTR' TO WS-QUARANTINE-REASON
093100         GO TO 3000-DECIDE-EXIT
093200     END-IF.
093300     IF WS-CONTROL-BAD
093400      OR WS-HDR-SENDER    NOT = WS-SENDER-ID
093500      OR WS-TRL-SENDER    NOT = WS-SENDER-ID
093600      OR WS-HDR-FEED-DATE NOT = WS-TRL-FEED-DATE
093700      OR WS-HDR-SEQUENCE  NOT = WS-TRL-SEQUENCE
093800      OR WS-HDR-FEED-DATE = ZERO
093900      OR WS-HDR-SEQUENCE  = ZERO
094000         MOVE 'HDTL' TO WS-QUARANTINE-REASON
094100         GO TO 3000-DECIDE-EXIT
094200     END-IF.
094300     IF WS-TRL-RECORD-COUNT NOT = WS-DETAIL-COUNT
094400         MOVE 'CBAL' TO WS-QUARANTINE-REASON
094500         GO TO 3000-DECIDE-EXIT
094600     END-IF.
094700     IF WS-TRL-NUM-1-HASH NOT = WS-NUM-1-HASH
094800      OR WS-TRL-NUM-2-HASH NOT = WS-NUM-2-HASH
094900         MOVE 'HBAL' TO WS-QUARANTINE-REASON
095000         GO TO 3000-DECIDE-EXIT
095100     END-IF.
095200     PERFORM 3100-CHECK-SEQUENCE
095300         THRU 3100-CHECK-SEQUENCE-EXIT.
095400 3000-DECIDE-EXIT.
095500     EXIT.
095600*----------------------------------------------------------------
095700* 3100-CHECK-SEQUENCE - AGAINST THE LAST FEED ACCEPTED FROM THE
095800*     SENDER.  THE NEXT ONE EXPECTED IS ONE ON (999999 WRAPS TO
095900*     1 - SET UP IN 1000-INITIALIZE)
096000*----------------------------------------------------------------
096100 3100-CHECK-SEQUENCE.
096200     IF WS-PRIOR-ACCEPT-DATE = ZERO
096300         SET WS-FIRST-FEED TO TRUE
096400         GO TO 3100-CHECK-SEQUENCE-EXIT
096500     END-IF.
096600     IF WS-RESET-REQUESTED
096700      OR WS-HDR-SEQUENCE = WS-EXPECTED-SEQUENCE
096800         GO TO 3100-CHECK-SEQUENCE-EXIT
096900     END-IF.
097000     IF WS-HDR-SEQUENCE  = WS-PRIOR-SEQUENCE
097100        AND WS-HDR-FEED-DATE = WS-PRIOR-FEED-DATE
097200        AND WS-PRIOR-ACCEPT-DATE = WS-PROCESS-DATE
097300         SET WS-RERUN-OF-ACCEPTED TO TRUE
097400         GO TO 3100-CHECK-SEQUENCE-EXIT
097500     END-IF.
097600     IF WS-HDR-SEQUENCE NOT > WS-PRIOR-SEQUENCE
097700         MOVE 'DSEQ' TO WS-QUARANTINE-REASON
097800     ELSE
097900         MOVE 'SSEQ' TO WS-QUARANTINE-REASON
098000     END-IF.
098100 3100-CHECK-SEQUENCE-EXIT.
098200     EXIT.
098300*----------------------------------------------------------------
098400* 4000-RELEASE-FEED - PASS TWO.  THE ACCEPTED FEED IS READ AGAIN
098500*     AND ITS TRANSACTIONS, HEADER AND TRAILER STRIPPED, GO TO
098600*     FEEDOUT
098700*----------------------------------------------------------------
098800 4000-RELEASE-FEED.
098900     MOVE ZERO TO WS-RECORDS-READ.
099000     MOVE 'N'  TO WS-FEED-EOF-SWITCH.
099100     OPEN INPUT FEED-IN-FILE.
099200     PERFORM 8000-READ-FEED-IN
099300         THRU 8000-READ-FEED-IN-EXIT.
099400     PERFORM 4100-RELEASE-RECORD
099500         THRU 4100-RELEASE-RECORD-EXIT
099600         UNTIL WS-FEED-END-OF-FILE.
099700     CLOSE FEED-IN-FILE.
099800 4000-RELEASE-FEED-EXIT.
099900     EXIT.
100000*----------------------------------------------------------------
100100* 4100-RELEASE-RECORD - ONE RECORD OF THE ACCEPTED FEED
100200*----------------------------------------------------------------
100300 4100-RELEASE-RECORD.
100400     IF WS-RECORDS-READ NOT < WS-BODY-FIRST
100500        AND WS-RECORDS-READ NOT > WS-BODY-LAST
100600         WRITE FEED-OUT-RECORD FROM FEED-IN-RECORD
100700         ADD 1 TO WS-RECORDS-RELEASED
100800     END-IF.
100900     PERFORM 8000-READ-FEED-IN
101000         THRU 8000-READ-FEED-IN-EXIT.
101100 4100-RELEASE-RECORD-EXIT.
101200     EXIT.
101300*----------------------------------------------------------------
101400* 5000-UPDATE-FEED-CONTROL - RECORD THE ARRIVAL.  THE SEQUENCE
101500*     MOVES ONLY WHEN A NEW FEED IS ACCEPTED
101600*----------------------------------------------------------------
101700 5000-UPDATE-FEED-CONTROL.
101800     IF NOT WS-FCTL-FOUND
101900         MOVE SPACES       TO FEEDCTL-RECORD
102000         MOVE WS-SENDER-ID TO FC-SENDER-ID
102100         MOVE ZERO         TO FC-LAST-SEQUENCE
102200         MOVE ZERO         TO FC-LAST-FEED-DATE
102300         MOVE ZERO         TO FC-LAST-ACCEPT-DATE
102400         MOVE ZERO         TO FC-QUARANTINE-COUNT
102500     END-IF.
102600     MOVE WS-PROCESS-DATE TO FC-LAST-ARRIVAL-DATE.
102700     MOVE WS-DETAIL-COUNT TO FC-LAST-RECORD-COUNT.
102800     IF WS-FEED-ACCEPTED
102900         SET FC-LAST-ACCEPTED TO TRUE
103000         IF NOT WS-RERUN-OF-ACCEPTED
103100             MOVE WS-HDR-SEQUENCE  TO FC-LAST-SEQUENCE
103200             MOVE WS-HDR-FEED-DATE TO FC-LAST-FEED-DATE
103300             MOVE WS-PROCESS-DATE  TO FC-LAST-ACCEPT-DATE
103400         END-IF
103500     ELSE
103600         MOVE WS-QUARANTINE-REASON TO FC-LAST-STATUS
103700         ADD 1 TO FC-QUARANTINE-COUNT
103800     END-IF.
103900     IF WS-FCTL-FOUND
104000         REWRITE FEEDCTL-RECORD
104100             INVALID KEY
104200                 DISPLAY 'F01FDCK1 FEEDCTL REWRITE FAILED - '
104300                     'KEY=' FC-SENDER-ID
104400                     ' STATUS=' WS-FCTL-STATUS
104500                 MOVE 16 TO RETURN-CODE
104600                 GOBACK
104700         END-REWRITE
104800     ELSE
104900         WRITE FEEDCTL-RECORD
105000             INVALID KEY
105100                 DISPLAY 'F01FDCK1 FEEDCTL WRITE FAILED - '
105200                     'KEY=' FC-SENDER-ID
105300                     ' STATUS=' WS-FCTL-STATUS
105400                 MOVE 16 TO RETURN-CODE
105500                 GOBACK
105600         END-WRITE
105700     END-IF.
105800 5000-UPDATE-FEED-CONTROL-EXIT.
105900     EXIT.
106000*----------------------------------------------------------------
106100* 6000-PRINT-REPORT - ONE PAGE FOR THE FEED: WHAT THE SENDER
106200*     SAID AGAINST WHAT ARRIVED, THE SEQUENCE, AND THE VERDICT
106300*----------------------------------------------------------------
106400 6000-PRINT-REPORT.
106500     PERFORM 8100-WRITE-HEADING
106600         THRU 8100-WRITE-HEADING-EXIT.
106700     MOVE SPACES TO WS-CHECK-TEXT-LINE.
106800     MOVE 'SENDER ON HEADER/TRAILER'   TO CTL-LABEL.
106900     STRING WS-HDR-SENDER               DELIMITED BY SIZE
107000            ' / '                       DELIMITED BY SIZE
107100            WS-TRL-SENDER               DELIMITED BY SIZE
107200         INTO CTL-TEXT
107300     END-STRING.
107400     PERFORM 8300-WRITE-TEXT-LINE
107500         THRU 8300-WRITE-TEXT-LINE-EXIT.
107600     PERFORM 6100-CLEAR-DETAIL
107700         THRU 6100-CLEAR-DETAIL-EXIT.
107800     MOVE 'FEED DATE'                  TO CDL-LABEL.
107900     MOVE WS-HDR-FEED-DATE             TO CDL-HEADER.
108000     MOVE WS-TRL-FEED-DATE             TO CDL-TRAILER.
108100     PERFORM 8200-WRITE-DETAIL-LINE
108200         THRU 8200-WRITE-DETAIL-LINE-EXIT.
108300     PERFORM 6100-CLEAR-DETAIL
108400         THRU 6100-CLEAR-DETAIL-EXIT.
108500     MOVE 'FEED SEQUENCE'              TO CDL-LABEL.
108600     MOVE WS-HDR-SEQUENCE              TO CDL-HEADER.
108700     MOVE WS-TRL-SEQUENCE              TO CDL-TRAILER.
108800     PERFORM 6200-SEQUENCE-NOTE
108900         THRU 6200-SEQUENCE-NOTE-EXIT.
109000     PERFORM 8200-WRITE-DETAIL-LINE
109100         THRU 8200-WRITE-DETAIL-LINE-EXIT.
109200     PERFORM 6100-CLEAR-DETAIL
109300         THRU 6100-CLEAR-DETAIL-EXIT.
109400     MOVE 'TRANSACTIONS'               TO CDL-LABEL.
109500     MOVE WS-TRL-RECORD-COUNT          TO CDL-TRAILER.
109600     MOVE WS-DETAIL-COUNT              TO CDL-COUNTED.
109700     IF WS-TRL-RECORD-COUNT NOT = WS-DETAIL-COUNT
109800         MOVE 'OUT OF BALANCE'         TO CDL-NOTE
109900     END-IF.
110000     PERFORM 8200-WRITE-DETAIL-LINE
110100         THRU 8200-WRITE-DETAIL-LINE-EXIT.
110200     PERFORM 6100-CLEAR-DETAIL
110300         THRU 6100-CLEAR-DETAIL-EXIT.
110400     MOVE 'NUM-1 HASH TOTAL'           TO CDL-LABEL.
110500     MOVE WS-TRL-NUM-1-HASH            TO CDL-TRAILER.
110600     MOVE WS-NUM-1-HASH                TO CDL-COUNTED.
110700     IF WS-TRL-NUM-1-HASH NOT = WS-NUM-1-HASH
110800         MOVE 'OUT OF BALANCE'         TO CDL-NOTE
110900     END-IF.
111000     PERFORM 8200-WRITE-DETAIL-LINE
111100         THRU 8200-WRITE-DETAIL-LINE-EXIT.
111200     PERFORM 6100-CLEAR-DETAIL
111300         THRU 6100-CLEAR-DETAIL-EXIT.
111400     MOVE 'NUM-2 HASH TOTAL'           TO CDL-LABEL.
111500     MOVE WS-TRL-NUM-2-HASH            TO CDL-TRAILER.
111600     MOVE WS-NUM-2-HASH                TO CDL-COUNTED.
111700     IF WS-TRL-NUM-2-HASH NOT = WS-NUM-2-HASH
111800         MOVE 'OUT OF BALANCE'         TO CDL-NOTE
111900     END-IF.
112000     PERFORM 8200-WRITE-DETAIL-LINE
112100         THRU 8200-WRITE-DETAIL-LINE-EXIT.
112200     PERFORM 6100-CLEAR-DETAIL
112300         THRU 6100-CLEAR-DETAIL-EXIT.
112400     MOVE 'NUMBERS HASHED AS ZERO'     TO CDL-LABEL.
112500     MOVE WS-UNREADABLE-COUNT          TO CDL-COUNTED.
112600     IF WS-UNREADABLE-COUNT > ZERO
112700         MOVE 'NOT NUMERIC - WILL REJECT AS NNUM/FNUM'
112800                                       TO CDL-NOTE
112900     END-IF.
113000     PERFORM 8200-WRITE-DETAIL-LINE
113100         THRU 8200-WRITE-DETAIL-LINE-EXIT.
113200     PERFORM 6100-CLEAR-DETAIL
113300         THRU 6100-CLEAR-DETAIL-EXIT.
113400     MOVE 'FEED RECORDS ARRIVED'       TO CDL-LABEL.
113500     MOVE WS-RECORDS-READ              TO CDL-COUNTED.
113600     IF WS-FEED-ACCEPTED
113700         MOVE WS-RECORDS-RELEASED      TO WS-RELEASED-ED
113800         STRING WS-RELEASED-ED         DELIMITED BY SIZE
113900                ' RELEASED'            DELIMITED BY SIZE
114000             INTO CDL-NOTE
114100         END-STRING
114200     END-IF.
114300     PERFORM 8200-WRITE-DETAIL-LINE
114400         THRU 8200-WRITE-DETAIL-LINE-EXIT.
114500     PERFORM 6300-LAST-ACCEPTED
114600         THRU 6300-LAST-ACCEPTED-EXIT.
114700     PERFORM 6400-VERDICT
114800         THRU 6400-VERDICT-EXIT.
114900 6000-PRINT-REPORT-EXIT.
115000     EXIT.
115100*----------------------------------------------------------------
115200* 6100-CLEAR-DETAIL - A BLANK DETAIL LINE, FIGURE COLUMNS EMPTY
115300*     UNTIL SOMETHING IS MOVED TO THEM
115400*----------------------------------------------------------------
115500 6100-CLEAR-DETAIL.
115600     MOVE SPACES TO CDL-LABEL.
115700     MOVE SPACES TO CDL-HEADER-X.
115800     MOVE SPACES TO CDL-TRAILER-X.
115900     MOVE SPACES TO CDL-COUNTED-X.
116000     MOVE SPACES TO CDL-NOTE.
116100 6100-CLEAR-DETAIL-EXIT.
116200     EXIT.
116300*----------------------------------------------------------------
116400* 6200-SEQUENCE-NOTE - WHAT SEQUENCE WAS EXPECTED, OR WHY NONE
116500*     WAS
116600*----------------------------------------------------------------
116700 6200-SEQUENCE-NOTE.
116800     EVALUATE TRUE
116900         WHEN WS-FIRST-FEED
117000             MOVE 'FIRST FEED ACCEPTED FROM THIS SENDER'
117100                                       TO CDL-NOTE
117200         WHEN WS-RERUN-OF-ACCEPTED
117300             MOVE 'RERUN - ALREADY ACCEPTED TODAY'
117400                                       TO CDL-NOTE
117500         WHEN WS-EXPECTED-SEQUENCE > ZERO
117600             MOVE WS-EXPECTED-SEQUENCE TO WS-SEQUENCE-ED
117700             IF WS-RESET-REQUESTED
117800                AND WS-HDR-SEQUENCE NOT = WS-EXPECTED-SEQUENCE
117900                 STRING 'RESET - EXPECTED '  DELIMITED BY SIZE
118000                        WS-SEQUENCE-ED       DELIMITED BY SIZE
118100                     INTO CDL-NOTE
118200                 END-STRING
118300             ELSE
118400                 STRING 'EXPECTED '          DELIMITED BY SIZE
118500                        WS-SEQUENCE-ED       DELIMITED BY SIZE
118600                     INTO CDL-NOTE
118700                 END-STRING
118800             END-IF
118900         WHEN OTHER
119000             CONTINUE
119100     END-EVALUATE.
119200 6200-SEQUENCE-NOTE-EXIT.
119300     EXIT.
119400*----------------------------------------------------------------
119500* 6300-LAST-ACCEPTED - THE SENDER'S LAST ACCEPTED FEED BEFORE
119600*     THIS ONE, FROM FEEDCTL AS IT WAS READ
119700*----------------------------------------------------------------
119800 6300-LAST-ACCEPTED.
119900     MOVE SPACES TO WS-CHECK-TEXT-LINE.
120000     MOVE 'LAST ACCEPTED BEFORE THIS'  TO CTL-LABEL.
120100     IF WS-PRIOR-ACCEPT-DATE = ZERO
120200         MOVE 'NONE' TO CTL-TEXT
120300     ELSE
120400         MOVE WS-PRIOR-SEQUENCE    TO WS-SEQUENCE-ED
120500         MOVE WS-PRIOR-FEED-DATE   TO WS-DATE-ED
120600         MOVE WS-PRIOR-ACCEPT-DATE TO WS-ACCEPT-DATE-ED
120700         STRING 'SEQUENCE '          DELIMITED BY SIZE
120800                WS-SEQUENCE-ED       DELIMITED BY SIZE
120900                '  FEED DATE '       DELIMITED BY SIZE
121000                WS-DATE-ED           DELIMITED BY SIZE
121100                '  ACCEPTED '        DELIMITED BY SIZE
121200                WS-ACCEPT-DATE-ED    DELIMITED BY SIZE
121300             INTO CTL-TEXT
121400         END-STRING
121500     END-IF.
121600     PERFORM 8300-WRITE-TEXT-LINE
121700         THRU 8300-WRITE-TEXT-LINE-EXIT.
121800 6300-LAST-ACCEPTED-EXIT.
121900     EXIT.
122000*----------------------------------------------------------------
122100* 6400-VERDICT - ACCEPTED, OR QUARANTINED WITH THE REASON
122200*----------------------------------------------------------------
122300 6400-VERDICT.
122400     MOVE SPACES TO WS-CHECK-TEXT-LINE.
122500     MOVE 'RESULT'                     TO CTL-LABEL.
122600     IF WS-FEED-ACCEPTED
122700         MOVE 'ACCEPTED - TRANSACTIONS RELEASED TO THE NIGHT'
122800                                       TO CTL-TEXT
122900     ELSE
123000         EVALUATE WS-QUARANTINE-REASON
123100             WHEN 'NOHD'
123200                 MOVE 'NO SENDER HEADER AT THE START OF THE FEED'
123300                                       TO WS-REASON-TEXT
123400             WHEN 'NOTR'
123500                 MOVE 'NO SENDER TRAILER AT THE END OF THE FEED'
123600                                       TO WS-REASON-TEXT
123700             WHEN 'HDTL'
123800                 MOVE 'HEADER/TRAILER UNREADABLE OR DISAGREE'
123900                                       TO WS-REASON-TEXT
124000             WHEN 'CBAL'
124100                 MOVE 'TRANSACTION COUNT OUT OF BALANCE'
124200                                       TO WS-REASON-TEXT
124300             WHEN 'HBAL'
124400                 MOVE 'NUM-1/NUM-2 HASH TOTAL OUT OF BALANCE'
124500                                       TO WS-REASON-TEXT
124600             WHEN 'DSEQ'
124700                 MOVE 'DUPLICATE FEED SEQUENCE'
124800                                       TO WS-REASON-TEXT
124900             WHEN 'SSEQ'
125000                 MOVE 'SKIPPED FEED SEQUENCE'
125100                                       TO WS-REASON-TEXT
125200         END-EVALUATE
125300         STRING 'QUARANTINED ('         DELIMITED BY SIZE
125400                WS-QUARANTINE-REASON    DELIMITED BY SIZE
125500                ') - '                  DELIMITED BY SIZE
125600                WS-REASON-TEXT          DELIMITED BY SIZE
125700             INTO CTL-TEXT
125800         END-STRING
125900     END-IF.
126000     WRITE CHECK-LINE FROM WS-CHECK-TEXT-LINE
126100         AFTER ADVANCING 2 LINES.
126200 6400-VERDICT-EXIT.
126300     EXIT.
126400*----------------------------------------------------------------
126500* 8000-READ-FEED-IN - NEXT FEED RECORD, COUNTING POSITION
126600*----------------------------------------------------------------
126700 8000-READ-FEED-IN.
126800     READ FEED-IN-FILE
126900         AT END
127000             SET WS-FEED-END-OF-FILE TO TRUE
127100             GO TO 8000-READ-FEED-IN-EXIT
127200     END-READ.
127300     ADD 1 TO WS-RECORDS-READ.
127400 8000-READ-FEED-IN-EXIT.
127500     EXIT.
127600*----------------------------------------------------------------
127700* 8100-WRITE-HEADING - START A NEW PAGE
127800*----------------------------------------------------------------
127900 8100-WRITE-HEADING.
128000     ADD 1 TO WS-PAGE-NUMBER.
128100     MOVE WS-SENDER-ID    TO HL1-SENDER-ID.
128200     MOVE WS-FORMAT-CODE  TO HL1-FORMAT-CODE.
128300     MOVE WS-PROCESS-DATE TO HL1-PROCESS-DATE.
128400     MOVE WS-PAGE-NUMBER  TO HL1-PAGE-NUMBER.
128500     WRITE CHECK-LINE FROM WS-HEADING-LINE-1
128600         AFTER ADVANCING PAGE.
128700     WRITE CHECK-LINE FROM WS-HEADING-LINE-2
128800         AFTER ADVANCING 2 LINES.
128900 8100-WRITE-HEADING-EXIT.
129000     EXIT.
129100*----------------------------------------------------------------
129200* 8200-WRITE-DETAIL-LINE / 8300-WRITE-TEXT-LINE - ONE REPORT
129300*     LINE.  A FEED IS A FIXED DOZEN LINES, SO IT NEVER BREAKS
129400*     A PAGE
129500*----------------------------------------------------------------
129600 8200-WRITE-DETAIL-LINE.
129700     WRITE CHECK-LINE FROM WS-CHECK-DETAIL-LINE
129800         AFTER ADVANCING 1 LINE.
129900 8200-WRITE-DETAIL-LINE-EXIT.
130000     EXIT.
130100
130200 8300-WRITE-TEXT-LINE.
130300     WRITE CHECK-LINE FROM WS-CHECK-TEXT-LINE
130400         AFTER ADVANCING 1 LINE.
130500 8300-WRITE-TEXT-LINE-EXIT.
130600     EXIT.
130700*----------------------------------------------------------------
130800* 8600-CONVERT-NUMBER - TURN THE TOKEN IN WS-TOKEN INTO A
130900*     NUMERIC VALUE.  LEADING SPACES ARE SKIPPED, TRAILING
131000*     SPACES END THE NUMBER, ANYTHING ELSE NON-NUMERIC MAKES
131100*     THE TOKEN INVALID
131200*----------------------------------------------------------------
131300 8600-CONVERT-NUMBER.
131400     MOVE ZERO TO WS-TOKEN-VALUE.
131500     MOVE ZERO TO WS-DIGITS-SEEN.
131600     SET WS-TOKEN-VALID TO TRUE.
131700     MOVE 'N' TO WS-TOKEN-DONE-SWITCH.
131800     PERFORM 8610-CONVERT-DIGIT
131900         THRU 8610-CONVERT-DIGIT-EXIT
132000         VARYING WS-TOK-IX FROM 1 BY 1
132100         UNTIL WS-TOK-IX > 14
132200            OR WS-TOKEN-DONE
132300            OR WS-TOKEN-INVALID.
132400     IF WS-DIGITS-SEEN = ZERO
132500         SET WS-TOKEN-INVALID TO TRUE
132600     END-IF.
132700 8600-CONVERT-NUMBER-EXIT.
132800     EXIT.
132900*----------------------------------------------------------------
133000* 8610-CONVERT-DIGIT - ONE CHARACTER OF THE TOKEN
133100*----------------------------------------------------------------
133200 8610-CONVERT-DIGIT.
133300     MOVE WS-TOKEN (WS-TOK-IX:1) TO WS-DIGIT-X.
133400     IF WS-DIGIT-X = SPACE
133500         IF WS-DIGITS-SEEN > ZERO
133600             SET WS-TOKEN-DONE TO TRUE
133700         END-IF
133800         GO TO 8610-CONVERT-DIGIT-EXIT
133900     END-IF.
134000     IF WS-DIGIT-X NOT NUMERIC
134100         SET WS-TOKEN-INVALID TO TRUE
134200         GO TO 8610-CONVERT-DIGIT-EXIT
134300     END-IF.
134400     COMPUTE WS-TOKEN-VALUE
134500         = WS-TOKEN-VALUE * 10 + WS-DIGIT-9.
134600     ADD 1 TO WS-DIGITS-SEEN.
134700 8610-CONVERT-DIGIT-EXIT.
134800     EXIT.
134900*----------------------------------------------------------------
135000* 8650-CONVERT-CONTROL - A HEADER/TRAILER FIGURE IN WS-TOKEN.
135100*     UNREADABLE OR OVER WS-CONTROL-LIMIT MARKS THE CONTROL
135200*     RECORDS BAD AND YIELDS ZERO
135300*----------------------------------------------------------------
135400 8650-CONVERT-CONTROL.
135500     PERFORM 8600-CONVERT-NUMBER
135600         THRU 8600-CONVERT-NUMBER-EXIT.
135700     IF WS-TOKEN-INVALID
135800      OR WS-TOKEN-VALUE > WS-CONTROL-LIMIT
135900         SET WS-CONTROL-BAD TO TRUE
136000         MOVE ZERO TO WS-TOKEN-VALUE
136100     END-IF.
136200 8650-CONVERT-CONTROL-EXIT.
136300     EXIT.
136400*----------------------------------------------------------------
136500* 9000-TERMINATE - CLOSE, REPORT, SET THE RETURN CODE
136600*----------------------------------------------------------------
136700 9000-TERMINATE.
136800     CLOSE FEED-OUT-FILE
136900           FEEDCTL-FILE
137000           CHECK-RPT.
137100     DISPLAY 'F01FDCK1 SENDER ' WS-SENDER-ID
137200         ' FORMAT ' WS-FORMAT-CODE
137300         ' SEQUENCE ' WS-HDR-SEQUENCE
137400         ' FEED DATE ' WS-HDR-FEED-DATE.
137500     DISPLAY 'F01FDCK1 FEED RECORDS READ    = '
137600         WS-RECORDS-READ.
137700     DISPLAY 'F01FDCK1 TRANSACTIONS COUNTED = '
137800         WS-DETAIL-COUNT.
137900     DISPLAY 'F01FDCK1 TRANSACTIONS RELEASED = '
138000         WS-RECORDS-RELEASED.
138100     IF WS-FEED-ACCEPTED
138200         DISPLAY 'F01FDCK1 FEED ACCEPTED'
138300         MOVE 0 TO RETURN-CODE
138400     ELSE
138500         DISPLAY 'F01FDCK1 FEED QUARANTINED - REASON '
138600             WS-QUARANTINE-REASON
138700         MOVE 4 TO RETURN-CODE
138800     END-IF.
138900 9000-TERMINATE-EXIT.
139000     EXIT.
139100 END PROGRAM F01FDCK1.
