000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. F01BKCTL.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. BATCH SUPPORT - MULTIPLY SUBSYSTEM.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26 RH   INITIAL VERSION.  POINT-IN-TIME BACKUP AND
001100*               RECOVERY CONTROL FOR THE VSAM MASTERS THE NIGHT
001200*               UPDATES IN PLACE - TRANHIST, SRCMAST, DUPMAST,
001300*               CACHEFIL, AND SUSPMAST.  THE CHECKPOINT RESTART
001400*               IN F01MULTB REPOSITIONS THE SEQUENTIAL FILES BUT
001500*               CANNOT UNDO A KEYED UPDATE, SO A NIGHT THAT HAS
001600*               TO BE ABANDONED RATHER THAN RESTARTED (A BAD
001700*               TRANXIN BACKED OUT) HAD ITS DUPMAST AND TRANHIST
001800*               ENTRIES FOUND AND DELETED BY HAND.  THE NIGHTLY
001900*               BACKUP STEP NOW COPIES EACH MASTER TO THE NEXT
002000*               GENERATION OF ITS BACKUP GDG AND RECORDS THE
002100*               COUNTS UNDER A NUMBERED BACKUP SET; THE RECOVERY
002200*               JOB PROVES A SET'S COPIES BEFORE IT RESTORES
002300*               THEM AND PROVES THE RESTORED MASTERS AFTER.
002310* 10/15/26 RH   TRANHIST IS NOW 84 BYTES (HISTREC CARRIES THE
002320*               REVERSED RESULT) - ITS RECORD AND BACKUP COPY
002330*               ARE RESIZED TO MATCH.
002400*----------------------------------------------------------------
002500* REMARKS.
002600*     PARM='FUNCTION,SCOPE[,SET]':
002700*         BACKUP,SCOPE      COPY EVERY MASTER IN THE SCOPE TO ITS
002800*                           BACKUP DD AND WRITE ONE CONTROL
002900*                           RECORD (BKUPREC) PER MASTER TO
003000*                           BKUPCTL AND TO THE END OF BKUPLOG
003100*         CHECK,SCOPE,SET   BEFORE A RESTORE - PROVE THAT BKUPCTL
003200*                           IS THE CONTROL GENERATION OF THAT
003300*                           SET AND SCOPE, COMPLETE, AND THAT
003400*                           EACH BACKUP DD HOLDS THE NUMBER OF
003500*                           RECORDS IT SAYS
003600*         VERIFY,SCOPE,SET  AFTER A RESTORE - COUNT EACH RESTORED
003700*                           MASTER AGAINST THE SAME CONTROL
003800*                           GENERATION
003900*     SCOPE SAYS WHICH MASTERS:
004000*         ALL      ALL FIVE (THE SINGLE-STREAM NIGHT, F01MULTN)
004100*         SHARED   TRANHIST AND SRCMAST (THE PARALLEL NIGHT'S
004200*                  SHARED MASTERS, F01MULTP)
004300*         S1-S4    THAT PARALLEL STREAM'S DUPMAST, CACHEFIL, AND
004400*                  SUSPMAST
004500*     SET IS THE BACKUP SET NUMBER, SEVEN DIGITS, AS LISTED ON
004600*     BKUPLOG AND ON THE RUN-LOG REPORT.
004700*
004800*     A BACKUP WITH SCOPE ALL OR SHARED OPENS A NEW SET - ONE
004900*     MORE THAN THE LAST SET ON BKUPLOG.  A STREAM BACKUP JOINS
005000*     THE LAST SET, WHICH MUST BE A SHARED BACKUP TAKEN FOR THE
005100*     SAME PROCESSING DATE - SO ALL FIVE PARTS OF A PARALLEL
005200*     NIGHT'S BACKUP CARRY ONE SET NUMBER.
005300*
005400*     THE MASTERS ARE SELECTED OPTIONAL: A CLUSTER THAT HAS
005500*     NEVER HELD A RECORD (A QUIET SUSPENSE MASTER, OR ONE
005600*     RESTORED FROM AN EMPTY COPY) CANNOT BE OPENED INPUT
005700*     OTHERWISE.  IT OPENS WITH STATUS 05 AND COUNTS ZERO.
005800*
005900*     RC=0  BACKUP TAKEN / SET PROVEN / RESTORE VERIFIED.
006000*     RC=8  VERIFY ONLY - A RESTORED MASTER'S COUNT DIFFERS FROM
006100*           ITS BACKUP.  THE RESTORE IS NOT TO BE TRUSTED.
006200*     RC=16 BAD PARM, NO CURRENT-DATE FLAG, A MASTER WOULD NOT
006300*           OPEN, NO SHARED SET FOR A STREAM TO JOIN, OR (CHECK)
006400*           ANY DISAGREEMENT AT ALL - NOTHING IS TO BE RESTORED.
006500*----------------------------------------------------------------
006600 ENVIRONMENT DIVISION.
006700 CONFIGURATION SECTION.
006800 SOURCE-COMPUTER. IBM-370.
006900 OBJECT-COMPUTER. IBM-370.
007000 INPUT-OUTPUT SECTION.
007100 FILE-CONTROL.
007200     SELECT OPTIONAL TRANHIST-FILE ASSIGN TO TRANHIST
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS SEQUENTIAL
007500         RECORD KEY IS HIST-KEY
007600         FILE STATUS IS WS-HIST-STATUS.
007700
007800     SELECT OPTIONAL SRCMAST-FILE ASSIGN TO SRCMAST
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS SEQUENTIAL
008100         RECORD KEY IS SM-SOURCE-SYSTEM
008200         FILE STATUS IS WS-SRCM-STATUS.
008300
008400     SELECT OPTIONAL DUPMAST-FILE ASSIGN TO DUPMAST
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS SEQUENTIAL
008700         RECORD KEY IS DUP-KEY
008800         FILE STATUS IS WS-DUPM-STATUS.
008900
009000     SELECT OPTIONAL CACHE-FILE ASSIGN TO CACHEFIL
009100         ORGANIZATION IS INDEXED
009200         ACCESS MODE IS SEQUENTIAL
009300         RECORD KEY IS CACHE-KEY
009400         FILE STATUS IS WS-CACHE-STATUS.
009500
009600     SELECT OPTIONAL SUSP-FILE ASSIGN TO SUSPMAST
009700         ORGANIZATION IS INDEXED
009800         ACCESS MODE IS SEQUENTIAL
009900         RECORD KEY IS SUSP-KEY
010000         FILE STATUS IS WS-SUSP-STATUS.
010100
010200     SELECT TRANHIST-BKUP ASSIGN TO TRANBKUP
010300         ORGANIZATION IS SEQUENTIAL.
010400
010500     SELECT SRCMAST-BKUP ASSIGN TO SRCMBKUP
010600         ORGANIZATION IS SEQUENTIAL.
010700
010800     SELECT DUPMAST-BKUP ASSIGN TO DUPMBKUP
010900         ORGANIZATION IS SEQUENTIAL.
011000
011100     SELECT CACHE-BKUP ASSIGN TO CACHBKUP
011200         ORGANIZATION IS SEQUENTIAL.
011300
011400     SELECT SUSP-BKUP ASSIGN TO SUSPBKUP
011500         ORGANIZATION IS SEQUENTIAL.
011600
011700     SELECT BKUP-CTL-FILE ASSIGN TO BKUPCTL
011800         ORGANIZATION IS SEQUENTIAL.
011900
012000     SELECT BKUP-LOG-FILE ASSIGN TO BKUPLOG
012100         ORGANIZATION IS SEQUENTIAL.
012200
012300     SELECT CAL-FILE ASSIGN TO CALNDR
012400         ORGANIZATION IS SEQUENTIAL.
012500 DATA DIVISION.
012600 FILE SECTION.
012700*----------------------------------------------------------------
012800* THE MASTERS ARE COPIED WHOLE, SO ONLY THEIR KEYS ARE LAID OUT
012900*     HERE - THE REST OF EACH RECORD GOES ACROSS AS IT STANDS
013000*----------------------------------------------------------------
013100 FD  TRANHIST-FILE.
013200 01  TRANHIST-RECORD.
013300     05  HIST-KEY                   PIC X(20).
013400     05  FILLER                     PIC X(64).
013500
013600 FD  SRCMAST-FILE.
013700 01  SRCMAST-RECORD.
013800     05  SM-SOURCE-SYSTEM           PIC X(08).
013900     05  FILLER                     PIC X(72).
014000
014100 FD  DUPMAST-FILE.
014200 01  DUPMAST-RECORD.
014300     05  DUP-KEY                    PIC X(20).
014400     05  FILLER                     PIC X(30).
014500
014600 FD  CACHE-FILE.
014700 01  CACHE-RECORD.
014800     05  CACHE-KEY                  PIC X(09).
014900     05  FILLER                     PIC X(14).
015000
015100 FD  SUSP-FILE.
015200 01  SUSP-RECORD.
015300     05  SUSP-KEY                   PIC X(20).
015400     05  FILLER                     PIC X(80).
015500
015600 FD  TRANHIST-BKUP
015700     RECORDING MODE IS F.
015800 01  TRANHIST-BKUP-RECORD           PIC X(84).
015900
016000 FD  SRCMAST-BKUP
016100     RECORDING MODE IS F.
016200 01  SRCMAST-BKUP-RECORD            PIC X(80).
016300
016400 FD  DUPMAST-BKUP
016500     RECORDING MODE IS F.
016600 01  DUPMAST-BKUP-RECORD            PIC X(50).
016700
016800 FD  CACHE-BKUP
016900     RECORDING MODE IS F.
017000 01  CACHE-BKUP-RECORD              PIC X(23).
017100
017200 FD  SUSP-BKUP
017300     RECORDING MODE IS F.
017400 01  SUSP-BKUP-RECORD               PIC X(100).
017500
017600 FD  BKUP-CTL-FILE
017700     RECORDING MODE IS F.
017800 01  BKUP-CTL-RECORD.
017900     COPY BKUPREC
018000         REPLACING BKX-LEVEL BY 05
018100         BKX-SET-NUMBER BY BC-SET-NUMBER
018200         BKX-PROCESS-DATE BY BC-PROCESS-DATE
018300         BKX-BACKUP-DATE BY BC-BACKUP-DATE
018400         BKX-BACKUP-TIME BY BC-BACKUP-TIME
018500         BKX-SCOPE BY BC-SCOPE
018600         BKX-MASTER BY BC-MASTER
018700         BKX-RECORD-COUNT BY BC-RECORD-COUNT.
018800     05  FILLER                     PIC X(28).
018900
019000 FD  BKUP-LOG-FILE
019100     RECORDING MODE IS F.
019200 01  BKUP-LOG-RECORD.
019300     COPY BKUPREC
019400         REPLACING BKX-LEVEL BY 05
019500         BKX-SET-NUMBER BY BL-SET-NUMBER
019600         BKX-PROCESS-DATE BY BL-PROCESS-DATE
019700         BKX-BACKUP-DATE BY BL-BACKUP-DATE
019800         BKX-BACKUP-TIME BY BL-BACKUP-TIME
019900         BKX-SCOPE BY BL-SCOPE
020000         BKX-MASTER BY BL-MASTER
020100         BKX-RECORD-COUNT BY BL-RECORD-COUNT.
020200     05  FILLER                     PIC X(28).
020300
020400 FD  CAL-FILE
020500     RECORDING MODE IS F.
020600 01  CAL-RECORD.
020700     COPY CALREC
020800         REPLACING CAX-LEVEL BY 05
020900         CAX-CAL-DATE BY CAL-DATE
021000         CAX-DAY-TYPE BY CAL-DAY-TYPE
021100         CAX-BUSINESS-DAY BY CAL-BUSINESS-DAY
021200         CAX-WEEKEND-DAY BY CAL-WEEKEND-DAY
021300         CAX-HOLIDAY BY CAL-HOLIDAY
021400         CAX-CURRENT-FLAG BY CAL-CURRENT-FLAG
021500         CAX-CURRENT-DATE BY CAL-CURRENT-DATE.
021600     05  FILLER                     PIC X(70).
021700
021800 WORKING-STORAGE SECTION.
021900*----------------------------------------------------------------
022000* SWITCHES AND FILE STATUS
022100*----------------------------------------------------------------
022200 77  WS-EOF-SWITCH               PIC X(01)   VALUE 'N'.
022300     88  WS-END-OF-FILE                      VALUE 'Y'.
022400
022500 77  WS-CTL-EOF-SWITCH           PIC X(01)   VALUE 'N'.
022600     88  WS-CTL-END-OF-FILE                  VALUE 'Y'.
022700
022800 77  WS-LOG-EOF-SWITCH           PIC X(01)   VALUE 'N'.
022900     88  WS-LOG-END-OF-FILE                  VALUE 'Y'.
023000
023100 77  WS-CAL-EOF-SWITCH           PIC X(01)   VALUE 'N'.
023200     88  WS-CAL-END-OF-FILE                  VALUE 'Y'.
023300
023400 77  WS-SHARED-SWITCH            PIC X(01)   VALUE 'N'.
023500     88  WS-SCOPE-HAS-SHARED                 VALUE 'Y'.
023600
023700 77  WS-STREAM-SWITCH            PIC X(01)   VALUE 'N'.
023800     88  WS-SCOPE-HAS-STREAM                 VALUE 'Y'.
023900
024000 77  WS-LAST-SHARED-SWITCH       PIC X(01)   VALUE 'N'.
024100     88  WS-LAST-SET-HAS-SHARED              VALUE 'Y'.
024200
024300 77  WS-CHECK-SWITCH             PIC X(01)   VALUE 'N'.
024400     88  WS-CHECK-FAILED                     VALUE 'Y'.
024500
024600 77  WS-COUNT-SWITCH             PIC X(01)   VALUE 'N'.
024700     88  WS-COUNT-MISMATCH                   VALUE 'Y'.
024800
024900 77  WS-HIST-STATUS              PIC X(02)   VALUE '00'.
025000 77  WS-SRCM-STATUS              PIC X(02)   VALUE '00'.
025100 77  WS-DUPM-STATUS              PIC X(02)   VALUE '00'.
025200 77  WS-CACHE-STATUS             PIC X(02)   VALUE '00'.
025300 77  WS-SUSP-STATUS              PIC X(02)   VALUE '00'.
025400 77  WS-OPEN-STATUS              PIC X(02)   VALUE '00'.
025500
025600*----------------------------------------------------------------
025700* THE PARM, TAKEN APART
025800*----------------------------------------------------------------
025900 77  WS-PARM-FUNCTION            PIC X(08)   VALUE SPACES.
026000     88  WS-FUNC-BACKUP                      VALUE 'BACKUP'.
026100     88  WS-FUNC-CHECK                       VALUE 'CHECK'.
026200     88  WS-FUNC-VERIFY                      VALUE 'VERIFY'.
026300 77  WS-PARM-SCOPE               PIC X(06)   VALUE SPACES.
026400     88  WS-SCOPE-ALL                        VALUE 'ALL'.
026500     88  WS-SCOPE-SHARED                     VALUE 'SHARED'.
026600     88  WS-SCOPE-STREAM                     VALUE 'S1' 'S2'
026700                                                   'S3' 'S4'.
026800 77  WS-PARM-SET-X               PIC X(08)   VALUE SPACES.
026900 77  WS-PARM-EXTRA               PIC X(08)   VALUE SPACES.
027000
027100*----------------------------------------------------------------
027200* DATES, THE SET BEING TAKEN OR PROVEN, AND THE LAST SET ON THE
027300*     BACKUP LOG
027400*----------------------------------------------------------------
027500 77  WS-PROCESS-DATE             PIC 9(08)   VALUE ZERO.
027600 77  WS-BACKUP-DATE              PIC 9(08)   VALUE ZERO.
027700 01  WS-TIME-RAW                 PIC 9(08)   VALUE ZERO.
027800 01  WS-TIME-PARTS REDEFINES WS-TIME-RAW.
027900     05  WS-BACKUP-TIME          PIC 9(06).
028000     05  FILLER                  PIC 9(02).
028100 77  WS-SET-NUMBER               PIC 9(07)   VALUE ZERO.
028200 77  WS-LAST-SET                 PIC 9(07)   VALUE ZERO.
028300 77  WS-LAST-SET-DATE            PIC 9(08)   VALUE ZERO.
028400
028500*----------------------------------------------------------------
028600* THE MASTER IN HAND AND ITS COUNT.  A MASTER'S SEEN SWITCH IS
028700*     SET WHEN ITS CONTROL RECORD TURNS UP IN BKUPCTL
028800*----------------------------------------------------------------
028900 77  WS-CURRENT-MASTER           PIC X(08)   VALUE SPACES.
029000 77  WS-RECORD-COUNT             PIC 9(09) COMP VALUE ZERO.
029100 77  WS-COUNT-DISPLAY            PIC 9(09)   VALUE ZERO.
029200 77  WS-MASTERS-DONE             PIC 9(02) COMP VALUE ZERO.
029300
029400*----------------------------------------------------------------
029500* A BACKUP'S CONTROL RECORDS, HELD UNTIL EVERY MASTER HAS BEEN
029600*     COPIED - A BACKUP THAT FAILS PART WAY LEAVES NOTHING ON
029700*     THE BACKUP LOG, SO F01MULTB WILL NOT START FROM IT
029800*----------------------------------------------------------------
029900 01  WS-CONTROL-TABLE.
030000     05  WS-CTL-ENTRY            PIC X(80)
030100                                 OCCURS 5 TIMES
030200                                 INDEXED BY WS-CTL-IX.
030300
030400 77  WS-HIST-SEEN-SWITCH         PIC X(01)   VALUE 'N'.
030500     88  WS-HIST-SEEN                        VALUE 'Y'.
030600 77  WS-SRCM-SEEN-SWITCH         PIC X(01)   VALUE 'N'.
030700     88  WS-SRCM-SEEN                        VALUE 'Y'.
030800 77  WS-DUPM-SEEN-SWITCH         PIC X(01)   VALUE 'N'.
030900     88  WS-DUPM-SEEN                        VALUE 'Y'.
031000 77  WS-CACHE-SEEN-SWITCH        PIC X(01)   VALUE 'N'.
031100     88  WS-CACHE-SEEN                       VALUE 'Y'.
031200 77  WS-SUSP-SEEN-SWITCH         PIC X(01)   VALUE 'N'.
031300     88  WS-SUSP-SEEN                        VALUE 'Y'.
031400
031500 LINKAGE SECTION.
031600*----------------------------------------------------------------
031700* JCL PARM AREA - FUNCTION, SCOPE, AND (CHECK/VERIFY) THE SET
031800*----------------------------------------------------------------
031900 01  RP-PARM-AREA.
032000     05  RP-PARM-LENGTH           PIC S9(04) COMP.
032100     05  RP-PARM-TEXT             PIC X(24).
032200 PROCEDURE DIVISION USING RP-PARM-AREA.
032300*----------------------------------------------------------------
032400* 0000-MAINLINE
032500*----------------------------------------------------------------
032600 0000-MAINLINE.
032700     PERFORM 1000-INITIALIZE
032800         THRU 1000-INITIALIZE-EXIT.
032900     IF WS-FUNC-BACKUP
033000         PERFORM 2000-TAKE-BACKUP
033100             THRU 2000-TAKE-BACKUP-EXIT
033200     ELSE
033300         PERFORM 3000-PROVE-SET
033400             THRU 3000-PROVE-SET-EXIT
033500     END-IF.
033600     PERFORM 9000-TERMINATE
033700         THRU 9000-TERMINATE-EXIT.
033800     GOBACK.
033900*----------------------------------------------------------------
034000* 1000-INITIALIZE - PARM, AND FOR A BACKUP THE PROCESSING DATE
034100*     AND THE WALL CLOCK
034200*----------------------------------------------------------------
034300 1000-INITIALIZE.
034400     PERFORM 1050-EDIT-PARM
034500         THRU 1050-EDIT-PARM-EXIT.
034600     IF WS-SCOPE-ALL
034700         SET WS-SCOPE-HAS-SHARED TO TRUE
034800         SET WS-SCOPE-HAS-STREAM TO TRUE
034900     END-IF.
035000     IF WS-SCOPE-SHARED
035100         SET WS-SCOPE-HAS-SHARED TO TRUE
035200     END-IF.
035300     IF WS-SCOPE-STREAM
035400         SET WS-SCOPE-HAS-STREAM TO TRUE
035500     END-IF.
035600     IF NOT WS-FUNC-BACKUP
035700         GO TO 1000-INITIALIZE-EXIT
035800     END-IF.
035900     OPEN INPUT CAL-FILE.
036000     PERFORM 1100-SCAN-CALENDAR
036100         THRU 1100-SCAN-CALENDAR-EXIT
036200         UNTIL WS-CAL-END-OF-FILE
036300            OR WS-PROCESS-DATE > ZERO.
036400     CLOSE CAL-FILE.
036500     IF WS-PROCESS-DATE = ZERO
036600         DISPLAY 'F01BKCTL NO CURRENT-DATE FLAG ON THE CALNDR '
036700             'CALENDAR - SEE F01CALBD/F01CALRL'
036800         MOVE 16 TO RETURN-CODE
036900         GOBACK
037000     END-IF.
037100     ACCEPT WS-BACKUP-DATE FROM DATE YYYYMMDD.
037200     ACCEPT WS-TIME-RAW FROM TIME.
037300 1000-INITIALIZE-EXIT.
037400     EXIT.
037500*----------------------------------------------------------------
037600* 1050-EDIT-PARM - TAKE THE PARM APART AND EDIT IT.  ANYTHING
037700*     NOT UNDERSTOOD STOPS THE RUN RC=16 BEFORE A FILE IS OPENED
037800*----------------------------------------------------------------
037900 1050-EDIT-PARM.
038000     IF RP-PARM-LENGTH < 1
038100      OR RP-PARM-LENGTH > 24
038200         GO TO 1050-EDIT-PARM-BAD
038300     END-IF.
038400     UNSTRING RP-PARM-TEXT (1:RP-PARM-LENGTH)
038500         DELIMITED BY ','
038600         INTO WS-PARM-FUNCTION
038700              WS-PARM-SCOPE
038800              WS-PARM-SET-X
038900              WS-PARM-EXTRA
039000     END-UNSTRING.
039100     IF WS-PARM-EXTRA NOT = SPACES
039200         GO TO 1050-EDIT-PARM-BAD
039300     END-IF.
039400     IF NOT WS-SCOPE-ALL
039500      AND NOT WS-SCOPE-SHARED
039600      AND NOT WS-SCOPE-STREAM
039700         GO TO 1050-EDIT-PARM-BAD
039800     END-IF.
039900     EVALUATE TRUE
040000         WHEN WS-FUNC-BACKUP
040100             IF WS-PARM-SET-X NOT = SPACES
040200                 GO TO 1050-EDIT-PARM-BAD
040300             END-IF
040400         WHEN WS-FUNC-CHECK
040500         WHEN WS-FUNC-VERIFY
040600             IF WS-PARM-SET-X (1:7) NOT NUMERIC
040700              OR WS-PARM-SET-X (8:1) NOT = SPACE
040800                 GO TO 1050-EDIT-PARM-BAD
040900             END-IF
041000             MOVE WS-PARM-SET-X (1:7) TO WS-SET-NUMBER
041100             IF WS-SET-NUMBER = ZERO
041200                 GO TO 1050-EDIT-PARM-BAD
041300             END-IF
041400         WHEN OTHER
041500             GO TO 1050-EDIT-PARM-BAD
041600     END-EVALUATE.
041700     GO TO 1050-EDIT-PARM-EXIT.
041800 1050-EDIT-PARM-BAD.
041900     DISPLAY 'F01BKCTL PARM NOT RECOGNIZED - '
042000         RP-PARM-TEXT.
042100     DISPLAY 'F01BKCTL USE BACKUP,SCOPE OR CHECK,SCOPE,NNNNNNN '
042200         'OR VERIFY,SCOPE,NNNNNNN - SCOPE ALL, SHARED, OR S1-S4'.
042300     MOVE 16 TO RETURN-CODE.
042400     GOBACK.
042500 1050-EDIT-PARM-EXIT.
042600     EXIT.
042700*----------------------------------------------------------------
042800* 1100-SCAN-CALENDAR - ONE CALENDAR RECORD, LOOKING FOR THE
042900*     CURRENT-DATE FLAG
043000*----------------------------------------------------------------
043100 1100-SCAN-CALENDAR.
043200     READ CAL-FILE
043300         AT END
043400             SET WS-CAL-END-OF-FILE TO TRUE
043500             GO TO 1100-SCAN-CALENDAR-EXIT
043600     END-READ.
043700     IF CAL-CURRENT-DATE
043800        AND CAL-DATE NUMERIC
043900         MOVE CAL-DATE TO WS-PROCESS-DATE
044000     END-IF.
044100 1100-SCAN-CALENDAR-EXIT.
044200     EXIT.
044300*----------------------------------------------------------------
044400* 2000-TAKE-BACKUP - SETTLE THE SET NUMBER FROM THE BACKUP LOG,
044500*     THEN COPY EACH MASTER IN THE SCOPE AND LOG ITS COUNT
044600*----------------------------------------------------------------
044700 2000-TAKE-BACKUP.
044800     OPEN INPUT BKUP-LOG-FILE.
044900     PERFORM 2050-READ-BACKUP-LOG
045000         THRU 2050-READ-BACKUP-LOG-EXIT
045100         UNTIL WS-LOG-END-OF-FILE.
045200     CLOSE BKUP-LOG-FILE.
045300     IF WS-SCOPE-STREAM
045400         IF WS-LAST-SET = ZERO
045500          OR WS-LAST-SET-DATE NOT = WS-PROCESS-DATE
045600          OR NOT WS-LAST-SET-HAS-SHARED
045700             DISPLAY 'F01BKCTL NO SHARED BACKUP SET FOR '
045800                 'PROCESSING DATE ' WS-PROCESS-DATE
045900                 ' FOR STREAM ' WS-PARM-SCOPE ' TO JOIN - '
046000                 'RUN THE SHARED BACKUP FIRST'
046100             MOVE 16 TO RETURN-CODE
046200             GOBACK
046300         END-IF
046400         MOVE WS-LAST-SET TO WS-SET-NUMBER
046500     ELSE
046600         ADD 1 WS-LAST-SET GIVING WS-SET-NUMBER
046700     END-IF.
046800     DISPLAY 'F01BKCTL BACKUP SET ' WS-SET-NUMBER
046900         ' SCOPE ' WS-PARM-SCOPE
047000         ' FOR PROCESSING DATE ' WS-PROCESS-DATE.
047100     OPEN OUTPUT BKUP-CTL-FILE.
047200     IF WS-SCOPE-HAS-SHARED
047300         PERFORM 2100-BACKUP-TRANHIST
047400             THRU 2100-BACKUP-TRANHIST-EXIT
047500         PERFORM 2200-BACKUP-SRCMAST
047600             THRU 2200-BACKUP-SRCMAST-EXIT
047700     END-IF.
047800     IF WS-SCOPE-HAS-STREAM
047900         PERFORM 2300-BACKUP-DUPMAST
048000             THRU 2300-BACKUP-DUPMAST-EXIT
048100         PERFORM 2400-BACKUP-CACHEFIL
048200             THRU 2400-BACKUP-CACHEFIL-EXIT
048300         PERFORM 2500-BACKUP-SUSPMAST
048400             THRU 2500-BACKUP-SUSPMAST-EXIT
048500     END-IF.
048600     CLOSE BKUP-CTL-FILE.
048700     OPEN EXTEND BKUP-LOG-FILE.
048800     PERFORM 2950-WRITE-LOG-ENTRY
048900         THRU 2950-WRITE-LOG-ENTRY-EXIT
049000         VARYING WS-CTL-IX FROM 1 BY 1
049100         UNTIL WS-CTL-IX > WS-MASTERS-DONE.
049200     CLOSE BKUP-LOG-FILE.
049300 2000-TAKE-BACKUP-EXIT.
049400     EXIT.
049500*----------------------------------------------------------------
049600* 2050-READ-BACKUP-LOG - ONE BACKUP LOG RECORD.  THE LAST SET
049700*     READ WINS, WITH ITS PROCESSING DATE AND WHETHER IT HOLDS
049800*     A SHARED BACKUP FOR A STREAM TO JOIN
049900*----------------------------------------------------------------
050000 2050-READ-BACKUP-LOG.
050100     READ BKUP-LOG-FILE
050200         AT END
050300             SET WS-LOG-END-OF-FILE TO TRUE
050400             GO TO 2050-READ-BACKUP-LOG-EXIT
050500     END-READ.
050600     IF BL-SET-NUMBER NOT NUMERIC
050700      OR BL-PROCESS-DATE NOT NUMERIC
050800         GO TO 2050-READ-BACKUP-LOG-EXIT
050900     END-IF.
051000     IF BL-SET-NUMBER NOT = WS-LAST-SET
051100         MOVE BL-SET-NUMBER   TO WS-LAST-SET
051200         MOVE BL-PROCESS-DATE TO WS-LAST-SET-DATE
051300         MOVE 'N' TO WS-LAST-SHARED-SWITCH
051400     END-IF.
051500     IF BL-SCOPE = 'SHARED'
051600         SET WS-LAST-SET-HAS-SHARED TO TRUE
051700     END-IF.
051800 2050-READ-BACKUP-LOG-EXIT.
051900     EXIT.
052000*----------------------------------------------------------------
052100* 2100-BACKUP-TRANHIST - COPY THE TRANSACTION HISTORY MASTER
052200*----------------------------------------------------------------
052300 2100-BACKUP-TRANHIST.
052400     MOVE 'TRANHIST' TO WS-CURRENT-MASTER.
052500     OPEN INPUT TRANHIST-FILE.
052600     MOVE WS-HIST-STATUS TO WS-OPEN-STATUS.
052700     PERFORM 8900-CHECK-OPEN
052800         THRU 8900-CHECK-OPEN-EXIT.
052900     OPEN OUTPUT TRANHIST-BKUP.
053000     MOVE ZERO TO WS-RECORD-COUNT.
053100     MOVE 'N' TO WS-EOF-SWITCH.
053200     PERFORM 7100-READ-TRANHIST
053300         THRU 7100-READ-TRANHIST-EXIT
053400         UNTIL WS-END-OF-FILE.
053500     CLOSE TRANHIST-FILE
053600           TRANHIST-BKUP.
053700     PERFORM 2900-WRITE-CONTROL
053800         THRU 2900-WRITE-CONTROL-EXIT.
053900 2100-BACKUP-TRANHIST-EXIT.
054000     EXIT.
054100*----------------------------------------------------------------
054200* 2200-BACKUP-SRCMAST - COPY THE SOURCE SYSTEM MASTER
054300*----------------------------------------------------------------
054400 2200-BACKUP-SRCMAST.
054500     MOVE 'SRCMAST' TO WS-CURRENT-MASTER.
054600     OPEN INPUT SRCMAST-FILE.
054700     MOVE WS-SRCM-STATUS TO WS-OPEN-STATUS.
054800     PERFORM 8900-CHECK-OPEN
054900         THRU 8900-CHECK-OPEN-EXIT.
055000     OPEN OUTPUT SRCMAST-BKUP.
055100     MOVE ZERO TO WS-RECORD-COUNT.
055200     MOVE 'N' TO WS-EOF-SWITCH.
055300     PERFORM 7200-READ-SRCMAST
055400         THRU 7200-READ-SRCMAST-EXIT
055500         UNTIL WS-END-OF-FILE.
055600     CLOSE SRCMAST-FILE
055700           SRCMAST-BKUP.
055800     PERFORM 2900-WRITE-CONTROL
055900         THRU 2900-WRITE-CONTROL-EXIT.
056000 2200-BACKUP-SRCMAST-EXIT.
056100     EXIT.
056200*----------------------------------------------------------------
056300* 2300-BACKUP-DUPMAST - COPY THE DUPLICATE-CHECK MASTER
056400*----------------------------------------------------------------
056500 2300-BACKUP-DUPMAST.
056600     MOVE 'DUPMAST' TO WS-CURRENT-MASTER.
056700     OPEN INPUT DUPMAST-FILE.
056800     MOVE WS-DUPM-STATUS TO WS-OPEN-STATUS.
056900     PERFORM 8900-CHECK-OPEN
057000         THRU 8900-CHECK-OPEN-EXIT.
057100     OPEN OUTPUT DUPMAST-BKUP.
057200     MOVE ZERO TO WS-RECORD-COUNT.
057300     MOVE 'N' TO WS-EOF-SWITCH.
057400     PERFORM 7300-READ-DUPMAST
057500         THRU 7300-READ-DUPMAST-EXIT
057600         UNTIL WS-END-OF-FILE.
057700     CLOSE DUPMAST-FILE
057800           DUPMAST-BKUP.
057900     PERFORM 2900-WRITE-CONTROL
058000         THRU 2900-WRITE-CONTROL-EXIT.
058100 2300-BACKUP-DUPMAST-EXIT.
058200     EXIT.
058300*----------------------------------------------------------------
058400* 2400-BACKUP-CACHEFIL - COPY THE RESULT CACHE
058500*----------------------------------------------------------------
058600 2400-BACKUP-CACHEFIL.
058700     MOVE 'CACHEFIL' TO WS-CURRENT-MASTER.
058800     OPEN INPUT CACHE-FILE.
058900     MOVE WS-CACHE-STATUS TO WS-OPEN-STATUS.
059000     PERFORM 8900-CHECK-OPEN
059100         THRU 8900-CHECK-OPEN-EXIT.
059200     OPEN OUTPUT CACHE-BKUP.
059300     MOVE ZERO TO WS-RECORD-COUNT.
059400     MOVE 'N' TO WS-EOF-SWITCH.
059500     PERFORM 7400-READ-CACHEFIL
059600         THRU 7400-READ-CACHEFIL-EXIT
059700         UNTIL WS-END-OF-FILE.
059800     CLOSE CACHE-FILE
059900           CACHE-BKUP.
060000     PERFORM 2900-WRITE-CONTROL
060100         THRU 2900-WRITE-CONTROL-EXIT.
060200 2400-BACKUP-CACHEFIL-EXIT.
060300     EXIT.
060400*----------------------------------------------------------------
060500* 2500-BACKUP-SUSPMAST - COPY THE RESULT SUSPENSE MASTER
060600*----------------------------------------------------------------
060700 2500-BACKUP-SUSPMAST.
060800     MOVE 'SUSPMAST' TO WS-CURRENT-MASTER.
060900     OPEN INPUT SUSP-FILE.
061000     MOVE WS-SUSP-STATUS TO WS-OPEN-STATUS.
061100     PERFORM 8900-CHECK-OPEN
061200         THRU 8900-CHECK-OPEN-EXIT.
061300     OPEN OUTPUT SUSP-BKUP.
061400     MOVE ZERO TO WS-RECORD-COUNT.
061500     MOVE 'N' TO WS-EOF-SWITCH.
061600     PERFORM 7500-READ-SUSPMAST
061700         THRU 7500-READ-SUSPMAST-EXIT
061800         UNTIL WS-END-OF-FILE.
061900     CLOSE SUSP-FILE
062000           SUSP-BKUP.
062100     PERFORM 2900-WRITE-CONTROL
062200         THRU 2900-WRITE-CONTROL-EXIT.
062300 2500-BACKUP-SUSPMAST-EXIT.
062400     EXIT.
062500*----------------------------------------------------------------
062600* 2900-WRITE-CONTROL - THE CONTROL RECORD FOR THE MASTER JUST
062700*     COPIED, TO THE CONTROL GENERATION AND THE TABLE FOR THE
062800*     BACKUP LOG
062900*----------------------------------------------------------------
063000 2900-WRITE-CONTROL.
063100     MOVE SPACES                TO BKUP-CTL-RECORD.
063200     MOVE WS-SET-NUMBER         TO BC-SET-NUMBER.
063300     MOVE WS-PROCESS-DATE       TO BC-PROCESS-DATE.
063400     MOVE WS-BACKUP-DATE        TO BC-BACKUP-DATE.
063500     MOVE WS-BACKUP-TIME        TO BC-BACKUP-TIME.
063600     MOVE WS-PARM-SCOPE         TO BC-SCOPE.
063700     MOVE WS-CURRENT-MASTER     TO BC-MASTER.
063800     MOVE WS-RECORD-COUNT       TO BC-RECORD-COUNT.
063900     WRITE BKUP-CTL-RECORD.
064000     ADD 1 TO WS-MASTERS-DONE.
064100     MOVE BKUP-CTL-RECORD TO WS-CTL-ENTRY (WS-MASTERS-DONE).
064200     MOVE WS-RECORD-COUNT TO WS-COUNT-DISPLAY.
064300     DISPLAY 'F01BKCTL ' WS-CURRENT-MASTER ' BACKED UP - '
064400         WS-COUNT-DISPLAY ' RECORDS'.
064500 2900-WRITE-CONTROL-EXIT.
064600     EXIT.
064700*----------------------------------------------------------------
064800* 2950-WRITE-LOG-ENTRY - ONE HELD CONTROL RECORD TO THE END OF
064900*     THE BACKUP LOG
065000*----------------------------------------------------------------
065100 2950-WRITE-LOG-ENTRY.
065200     WRITE BKUP-LOG-RECORD FROM WS-CTL-ENTRY (WS-CTL-IX).
065300 2950-WRITE-LOG-ENTRY-EXIT.
065400     EXIT.
065500*----------------------------------------------------------------
065600* 3000-PROVE-SET - CHECK OR VERIFY: WALK THE CONTROL GENERATION
065700*     AND COUNT EACH MASTER'S BACKUP (CHECK) OR THE RESTORED
065800*     MASTER (VERIFY) AGAINST IT, THEN MAKE SURE NO MASTER IN
065900*     THE SCOPE WAS MISSING FROM IT
066000*----------------------------------------------------------------
066100 3000-PROVE-SET.
066200     DISPLAY 'F01BKCTL ' WS-PARM-FUNCTION ' BACKUP SET '
066300         WS-SET-NUMBER ' SCOPE ' WS-PARM-SCOPE.
066400     OPEN INPUT BKUP-CTL-FILE.
066500     PERFORM 3100-PROVE-MASTER
066600         THRU 3100-PROVE-MASTER-EXIT
066700         UNTIL WS-CTL-END-OF-FILE.
066800     CLOSE BKUP-CTL-FILE.
066900     IF WS-SCOPE-HAS-SHARED
067000         IF NOT WS-HIST-SEEN
067100             MOVE 'TRANHIST' TO WS-CURRENT-MASTER
067200             PERFORM 3900-REPORT-MISSING
067300                 THRU 3900-REPORT-MISSING-EXIT
067400         END-IF
067500         IF NOT WS-SRCM-SEEN
067600             MOVE 'SRCMAST' TO WS-CURRENT-MASTER
067700             PERFORM 3900-REPORT-MISSING
067800                 THRU 3900-REPORT-MISSING-EXIT
067900         END-IF
068000     END-IF.
068100     IF WS-SCOPE-HAS-STREAM
068200         IF NOT WS-DUPM-SEEN
068300             MOVE 'DUPMAST' TO WS-CURRENT-MASTER
068400             PERFORM 3900-REPORT-MISSING
068500                 THRU 3900-REPORT-MISSING-EXIT
068600         END-IF
068700         IF NOT WS-CACHE-SEEN
068800             MOVE 'CACHEFIL' TO WS-CURRENT-MASTER
068900             PERFORM 3900-REPORT-MISSING
069000                 THRU 3900-REPORT-MISSING-EXIT
069100         END-IF
069200         IF NOT WS-SUSP-SEEN
069300             MOVE 'SUSPMAST' TO WS-CURRENT-MASTER
069400             PERFORM 3900-REPORT-MISSING
069500                 THRU 3900-REPORT-MISSING-EXIT
069600         END-IF
069700     END-IF.
069800 3000-PROVE-SET-EXIT.
069900     EXIT.
070000*----------------------------------------------------------------
070100* 3100-PROVE-MASTER - ONE CONTROL RECORD.  IT MUST BELONG TO THE
070200*     REQUESTED SET AND SCOPE AND NAME A MASTER OF THE SCOPE NOT
070300*     ALREADY SEEN; THEN THAT MASTER'S COUNT IS TAKEN AND
070400*     COMPARED
070500*----------------------------------------------------------------
070600 3100-PROVE-MASTER.
070700     READ BKUP-CTL-FILE
070800         AT END
070900             SET WS-CTL-END-OF-FILE TO TRUE
071000             GO TO 3100-PROVE-MASTER-EXIT
071100     END-READ.
071200     MOVE BC-MASTER TO WS-CURRENT-MASTER.
071300     IF BC-SET-NUMBER NOT = WS-SET-NUMBER
071400      OR BC-SCOPE NOT = WS-PARM-SCOPE
071500         DISPLAY 'F01BKCTL BKUPCTL HOLDS SET ' BC-SET-NUMBER
071600             ' SCOPE ' BC-SCOPE ' (' BC-MASTER
071700             ') - NOT THE SET REQUESTED.  WRONG GENERATION?'
071800         SET WS-CHECK-FAILED TO TRUE
071900         GO TO 3100-PROVE-MASTER-EXIT
072000     END-IF.
072100     EVALUATE TRUE
072200         WHEN BC-MASTER = 'TRANHIST'
072300          AND WS-SCOPE-HAS-SHARED
072400          AND NOT WS-HIST-SEEN
072500             SET WS-HIST-SEEN TO TRUE
072600             PERFORM 4100-COUNT-TRANHIST
072700                 THRU 4100-COUNT-TRANHIST-EXIT
072800         WHEN BC-MASTER = 'SRCMAST'
072900          AND WS-SCOPE-HAS-SHARED
073000          AND NOT WS-SRCM-SEEN
073100             SET WS-SRCM-SEEN TO TRUE
073200             PERFORM 4200-COUNT-SRCMAST
073300                 THRU 4200-COUNT-SRCMAST-EXIT
073400         WHEN BC-MASTER = 'DUPMAST'
073500          AND WS-SCOPE-HAS-STREAM
073600          AND NOT WS-DUPM-SEEN
073700             SET WS-DUPM-SEEN TO TRUE
073800             PERFORM 4300-COUNT-DUPMAST
073900                 THRU 4300-COUNT-DUPMAST-EXIT
074000         WHEN BC-MASTER = 'CACHEFIL'
074100          AND WS-SCOPE-HAS-STREAM
074200          AND NOT WS-CACHE-SEEN
074300             SET WS-CACHE-SEEN TO TRUE
074400             PERFORM 4400-COUNT-CACHEFIL
074500                 THRU 4400-COUNT-CACHEFIL-EXIT
074600         WHEN BC-MASTER = 'SUSPMAST'
074700          AND WS-SCOPE-HAS-STREAM
074800          AND NOT WS-SUSP-SEEN
074900             SET WS-SUSP-SEEN TO TRUE
075000             PERFORM 4500-COUNT-SUSPMAST
075100                 THRU 4500-COUNT-SUSPMAST-EXIT
075200         WHEN OTHER
075300             DISPLAY 'F01BKCTL BKUPCTL RECORD FOR ' BC-MASTER
075400                 ' IS UNEXPECTED OR REPEATED IN SCOPE '
075500                 WS-PARM-SCOPE
075600             SET WS-CHECK-FAILED TO TRUE
075700             GO TO 3100-PROVE-MASTER-EXIT
075800     END-EVALUATE.
075900     ADD 1 TO WS-MASTERS-DONE.
076000     MOVE WS-RECORD-COUNT TO WS-COUNT-DISPLAY.
076100     IF WS-COUNT-DISPLAY = BC-RECORD-COUNT
076200         DISPLAY 'F01BKCTL ' BC-MASTER ' BACKED UP '
076300             BC-RECORD-COUNT ' COUNTED ' WS-COUNT-DISPLAY
076400             ' - AGREES'
076500     ELSE
076600         DISPLAY 'F01BKCTL ' BC-MASTER ' BACKED UP '
076700             BC-RECORD-COUNT ' COUNTED ' WS-COUNT-DISPLAY
076800             ' - *** DOES NOT AGREE ***'
076900         SET WS-COUNT-MISMATCH TO TRUE
077000     END-IF.
077100 3100-PROVE-MASTER-EXIT.
077200     EXIT.
077300*----------------------------------------------------------------
077400* 3900-REPORT-MISSING - A MASTER OF THE SCOPE HAD NO CONTROL
077500*     RECORD IN THE GENERATION - THE BACKUP STEP DID NOT FINISH
077600*----------------------------------------------------------------
077700 3900-REPORT-MISSING.
077800     DISPLAY 'F01BKCTL NO CONTROL RECORD FOR ' WS-CURRENT-MASTER
077900         ' IN BKUPCTL - INCOMPLETE BACKUP'.
078000     SET WS-CHECK-FAILED TO TRUE.
078100 3900-REPORT-MISSING-EXIT.
078200     EXIT.
078300*----------------------------------------------------------------
078400* 4100-COUNT-TRANHIST - COUNT THE TRANHIST BACKUP (CHECK) OR THE
078500*     RESTORED TRANHIST (VERIFY)
078600*----------------------------------------------------------------
078700 4100-COUNT-TRANHIST.
078800     MOVE ZERO TO WS-RECORD-COUNT.
078900     MOVE 'N' TO WS-EOF-SWITCH.
079000     IF WS-FUNC-CHECK
079100         OPEN INPUT TRANHIST-BKUP
079200         PERFORM 7600-READ-TRANHIST-BKUP
079300             THRU 7600-READ-TRANHIST-BKUP-EXIT
079400             UNTIL WS-END-OF-FILE
079500         CLOSE TRANHIST-BKUP
079600     ELSE
079700         OPEN INPUT TRANHIST-FILE
079800         MOVE WS-HIST-STATUS TO WS-OPEN-STATUS
079900         PERFORM 8900-CHECK-OPEN
080000             THRU 8900-CHECK-OPEN-EXIT
080100         PERFORM 7100-READ-TRANHIST
080200             THRU 7100-READ-TRANHIST-EXIT
080300             UNTIL WS-END-OF-FILE
080400         CLOSE TRANHIST-FILE
080500     END-IF.
080600 4100-COUNT-TRANHIST-EXIT.
080700     EXIT.
080800*----------------------------------------------------------------
080900* 4200-COUNT-SRCMAST - COUNT THE SRCMAST BACKUP (CHECK) OR THE
081000*     RESTORED SRCMAST (VERIFY)
081100*----------------------------------------------------------------
081200 4200-COUNT-SRCMAST.
081300     MOVE ZERO TO WS-RECORD-COUNT.
081400     MOVE 'N' TO WS-EOF-SWITCH.
081500     IF WS-FUNC-CHECK
081600         OPEN INPUT SRCMAST-BKUP
081700         PERFORM 7700-READ-SRCMAST-BKUP
081800             THRU 7700-READ-SRCMAST-BKUP-EXIT
081900             UNTIL WS-END-OF-FILE
082000         CLOSE SRCMAST-BKUP
082100     ELSE
082200         OPEN INPUT SRCMAST-FILE
082300         MOVE WS-SRCM-STATUS TO WS-OPEN-STATUS
082400         PERFORM 8900-CHECK-OPEN
082500             THRU 8900-CHECK-OPEN-EXIT
082600         PERFORM 7200-READ-SRCMAST
082700             THRU 7200-READ-SRCMAST-EXIT
082800             UNTIL WS-END-OF-FILE
082900         CLOSE SRCMAST-FILE
083000     END-IF.
083100 4200-COUNT-SRCMAST-EXIT.
083200     EXIT.
083300*----------------------------------------------------------------
083400* 4300-COUNT-DUPMAST - COUNT THE DUPMAST BACKUP (CHECK) OR THE
083500*     RESTORED DUPMAST (VERIFY)
083600*----------------------------------------------------------------
083700 4300-COUNT-DUPMAST.
083800     MOVE ZERO TO WS-RECORD-COUNT.
083900     MOVE 'N' TO WS-EOF-SWITCH.
084000     IF WS-FUNC-CHECK
084100         OPEN INPUT DUPMAST-BKUP
084200         PERFORM 7800-READ-DUPMAST-BKUP
084300             THRU 7800-READ-DUPMAST-BKUP-EXIT
084400             UNTIL WS-END-OF-FILE
084500         CLOSE DUPMAST-BKUP
084600     ELSE
084700         OPEN INPUT DUPMAST-FILE
084800         MOVE WS-DUPM-STATUS TO WS-OPEN-STATUS
084900         PERFORM 8900-CHECK-OPEN
085000             THRU 8900-CHECK-OPEN-EXIT
085100         PERFORM 7300-READ-DUPMAST
085200             THRU 7300-READ-DUPMAST-EXIT
085300             UNTIL WS-END-OF-FILE
085400         CLOSE DUPMAST-FILE
085500     END-IF.
085600 4300-COUNT-DUPMAST-EXIT.
085700     EXIT.
085800*----------------------------------------------------------------
085900* 4400-COUNT-CACHEFIL - COUNT THE CACHEFIL BACKUP (CHECK) OR THE
086000*     RESTORED CACHEFIL (VERIFY)
086100*----------------------------------------------------------------
086200 4400-COUNT-CACHEFIL.
086300     MOVE ZERO TO WS-RECORD-COUNT.
086400     MOVE 'N' TO WS-EOF-SWITCH.
086500     IF WS-FUNC-CHECK
086600         OPEN INPUT CACHE-BKUP
086700         PERFORM 7900-READ-CACHE-BKUP
086800             THRU 7900-READ-CACHE-BKUP-EXIT
086900             UNTIL WS-END-OF-FILE
087000         CLOSE CACHE-BKUP
087100     ELSE
087200         OPEN INPUT CACHE-FILE
087300         MOVE WS-CACHE-STATUS TO WS-OPEN-STATUS
087400         PERFORM 8900-CHECK-OPEN
087500             THRU 8900-CHECK-OPEN-EXIT
087600         PERFORM 7400-READ-CACHEFIL
087700             THRU 7400-READ-CACHEFIL-EXIT
087800             UNTIL WS-END-OF-FILE
087900         CLOSE CACHE-FILE
088000     END-IF.
088100 4400-COUNT-CACHEFIL-EXIT.
088200     EXIT.
088300*----------------------------------------------------------------
088400* 4500-COUNT-SUSPMAST - COUNT THE SUSPMAST BACKUP (CHECK) OR THE
088500*     RESTORED SUSPMAST (VERIFY)
088600*----------------------------------------------------------------
088700 4500-COUNT-SUSPMAST.
088800     MOVE ZERO TO WS-RECORD-COUNT.
088900     MOVE 'N' TO WS-EOF-SWITCH.
089000     IF WS-FUNC-CHECK
089100         OPEN INPUT SUSP-BKUP
089200         PERFORM 7950-READ-SUSP-BKUP
089300             THRU 7950-READ-SUSP-BKUP-EXIT
089400             UNTIL WS-END-OF-FILE
089500         CLOSE SUSP-BKUP
089600     ELSE
089700         OPEN INPUT SUSP-FILE
089800         MOVE WS-SUSP-STATUS TO WS-OPEN-STATUS
089900         PERFORM 8900-CHECK-OPEN
090000             THRU 8900-CHECK-OPEN-EXIT
090100         PERFORM 7500-READ-SUSPMAST
090200             THRU 7500-READ-SUSPMAST-EXIT
090300             UNTIL WS-END-OF-FILE
090400         CLOSE SUSP-FILE
090500     END-IF.
090600 4500-COUNT-SUSPMAST-EXIT.
090700     EXIT.
090800*----------------------------------------------------------------
090900* 7100-7500 - ONE RECORD FROM A MASTER, COUNTED, AND ON A
091000*     BACKUP WRITTEN TO THE MASTER'S BACKUP DD
091100*----------------------------------------------------------------
091200 7100-READ-TRANHIST.
091300     READ TRANHIST-FILE
091400         AT END
091500             SET WS-END-OF-FILE TO TRUE
091600             GO TO 7100-READ-TRANHIST-EXIT
091700     END-READ.
091800     ADD 1 TO WS-RECORD-COUNT.
091900     IF WS-FUNC-BACKUP
092000         WRITE TRANHIST-BKUP-RECORD FROM TRANHIST-RECORD
092100     END-IF.
092200 7100-READ-TRANHIST-EXIT.
092300     EXIT.
092400
092500 7200-READ-SRCMAST.
092600     READ SRCMAST-FILE
092700         AT END
092800             SET WS-END-OF-FILE TO TRUE
092900             GO TO 7200-READ-SRCMAST-EXIT
093000     END-READ.
093100     ADD 1 TO WS-RECORD-COUNT.
093200     IF WS-FUNC-BACKUP
093300         WRITE SRCMAST-BKUP-RECORD FROM SRCMAST-RECORD
093400     END-IF.
093500 7200-READ-SRCMAST-EXIT.
093600     EXIT.
093700
093800 7300-READ-DUPMAST.
093900     READ DUPMAST-FILE
094000         AT END
094100             SET WS-END-OF-FILE TO TRUE
094200             GO TO 7300-READ-DUPMAST-EXIT
094300     END-READ.
094400     ADD 1 TO WS-RECORD-COUNT.
094500     IF WS-FUNC-BACKUP
094600         WRITE DUPMAST-BKUP-RECORD FROM DUPMAST-RECORD
094700     END-IF.
094800 7300-READ-DUPMAST-EXIT.
094900     EXIT.
095000
095100 7400-READ-CACHEFIL.
095200     READ CACHE-FILE
095300         AT END
095400             SET WS-END-OF-FILE TO TRUE
095500             GO TO 7400-READ-CACHEFIL-EXIT
095600     END-READ.
095700     ADD 1 TO WS-RECORD-COUNT.
095800     IF WS-FUNC-BACKUP
095900         WRITE CACHE-BKUP-RECORD FROM CACHE-RECORD
096000     END-IF.
096100 7400-READ-CACHEFIL-EXIT.
096200     EXIT.
096300
096400 7500-READ-SUSPMAST.
096500     READ SUSP-FILE
096600         AT END
096700             SET WS-END-OF-FILE TO TRUE
096800             GO TO 7500-READ-SUSPMAST-EXIT
096900     END-READ.
097000     ADD 1 TO WS-RECORD-COUNT.
097100     IF WS-FUNC-BACKUP
097200         WRITE SUSP-BKUP-RECORD FROM SUSP-RECORD
097300     END-IF.
097400 7500-READ-SUSPMAST-EXIT.
097500     EXIT.
097600*----------------------------------------------------------------
097700* 7600-7950 - ONE RECORD FROM A BACKUP DD, COUNTED
097800*----------------------------------------------------------------
097900 7600-READ-TRANHIST-BKUP.
098000     READ TRANHIST-BKUP
098100         AT END
098200             SET WS-END-OF-FILE TO TRUE
098300             GO TO 7600-READ-TRANHIST-BKUP-EXIT
098400     END-READ.
098500     ADD 1 TO WS-RECORD-COUNT.
098600 7600-READ-TRANHIST-BKUP-EXIT.
098700     EXIT.
098800
098900 7700-READ-SRCMAST-BKUP.
099000     READ SRCMAST-BKUP
099100         AT END
099200             SET WS-END-OF-FILE TO TRUE
099300             GO TO 7700-READ-SRCMAST-BKUP-EXIT
099400     END-READ.
099500     ADD 1 TO WS-RECORD-COUNT.
099600 7700-READ-SRCMAST-BKUP-EXIT.
099700     EXIT.
099800
099900 7800-READ-DUPMAST-BKUP.
100000     READ DUPMAST-BKUP
100100         AT END
100200             SET WS-END-OF-FILE TO TRUE
100300             GO TO 7800-READ-DUPMAST-BKUP-EXIT
100400     END-READ.
100500     ADD 1 TO WS-RECORD-COUNT.
100600 7800-READ-DUPMAST-BKUP-EXIT.
100700     EXIT.
100800
100900 7900-READ-CACHE-BKUP.
101000     READ CACHE-BKUP
101100         AT END
101200             SET WS-END-OF-FILE TO TRUE
101300             GO TO 7900-READ-CACHE-BKUP-EXIT
101400     END-READ.
101500     ADD 1 TO WS-RECORD-COUNT.
101600 7900-READ-CACHE-BKUP-EXIT.
101700     EXIT.
101800
101900 7950-READ-SUSP-BKUP.
102000     READ SUSP-BKUP
102100         AT END
102200             SET WS-END-OF-FILE TO TRUE
102300             GO TO 7950-READ-SUSP-BKUP-EXIT
102400     END-READ.
102500     ADD 1 TO WS-RECORD-COUNT.
102600 7950-READ-SUSP-BKUP-EXIT.
102700     EXIT.
102800*----------------------------------------------------------------
102900* 8900-CHECK-OPEN - A MASTER MUST OPEN CLEAN (00) OR AS A
103000*     CLUSTER THAT HAS NEVER HELD A RECORD (05).  ANYTHING ELSE
103100*     ENDS THE RUN RC=16 - A BACKUP WITH A MASTER MISSING IS
103200*     NO BACKUP, AND A RESTORE THAT LEFT ONE UNOPENABLE HAS
103300*     FAILED
103400*----------------------------------------------------------------
103500 8900-CHECK-OPEN.
103600     IF WS-OPEN-STATUS = '05'
103700         DISPLAY 'F01BKCTL ' WS-CURRENT-MASTER
103800             ' HAS NEVER HELD A RECORD - COUNTED AS EMPTY'
103900         GO TO 8900-CHECK-OPEN-EXIT
104000     END-IF.
104100     IF WS-OPEN-STATUS NOT = '00'
104200         DISPLAY 'F01BKCTL ' WS-CURRENT-MASTER
104300             ' WOULD NOT OPEN - STATUS=' WS-OPEN-STATUS
104400         MOVE 16 TO RETURN-CODE
104500         GOBACK
104600     END-IF.
104700 8900-CHECK-OPEN-EXIT.
104800     EXIT.
104900*----------------------------------------------------------------
105000* 9000-TERMINATE - SETTLE THE RETURN CODE
105100*----------------------------------------------------------------
105200 9000-TERMINATE.
105300     EVALUATE TRUE
105400         WHEN WS-FUNC-BACKUP
105500             DISPLAY 'F01BKCTL BACKUP SET ' WS-SET-NUMBER
105600                 ' COMPLETE - ' WS-MASTERS-DONE ' MASTER(S)'
105700             MOVE ZERO TO RETURN-CODE
105800         WHEN WS-CHECK-FAILED
105900             DISPLAY 'F01BKCTL SET ' WS-SET-NUMBER
106000                 ' DOES NOT MATCH ITS CONTROL GENERATION - '
106100                 'SEE THE MESSAGES ABOVE'
106200             MOVE 16 TO RETURN-CODE
106300         WHEN WS-COUNT-MISMATCH
106400          AND WS-FUNC-CHECK
106500             DISPLAY 'F01BKCTL SET ' WS-SET-NUMBER
106600                 ' BACKUP COUNTS DO NOT AGREE - '
106700                 'NOTHING IS TO BE RESTORED'
106800             MOVE 16 TO RETURN-CODE
106900         WHEN WS-COUNT-MISMATCH
107000             DISPLAY 'F01BKCTL SET ' WS-SET-NUMBER
107100                 ' RESTORED COUNTS DO NOT AGREE - '
107200                 'THE RESTORE IS NOT TO BE TRUSTED'
107300             MOVE 8 TO RETURN-CODE
107400         WHEN WS-FUNC-CHECK
107500             DISPLAY 'F01BKCTL SET ' WS-SET-NUMBER
107600                 ' PROVEN - ' WS-MASTERS-DONE
107700                 ' MASTER(S) READY TO RESTORE'
107800             MOVE ZERO TO RETURN-CODE
107900         WHEN OTHER
108000             DISPLAY 'F01BKCTL SET ' WS-SET-NUMBER
108100                 ' RESTORE VERIFIED - ' WS-MASTERS-DONE
108200                 ' MASTER(S)'
108300             MOVE ZERO TO RETURN-CODE
108400     END-EVALUATE.
108500 9000-TERMINATE-EXIT.
108600     EXIT.
