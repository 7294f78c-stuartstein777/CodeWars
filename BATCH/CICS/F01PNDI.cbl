000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. F01PNDI.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. BATCH SUPPORT - MULTIPLY SUBSYSTEM.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26 RH   INITIAL VERSION.  PSEUDO-CONVERSATIONAL CICS
001100*               TRANSACTION (F01P) ON MAP F01PNDM - THE PENDING
001200*               ITEM BROWSE.  A TRANSACTION DATED AFTER THE
001300*               PROCESSING DATE IS HELD ON THE PENDING MASTER
001400*               (PENDREC) UNTIL ITS DATE ARRIVES.  AN OPERATOR
001500*               PAGES THROUGH THE HELD ITEMS HERE BY SOURCE OR
001600*               BY RELEASE DATE, SEES EACH ITEM'S FIELDS, AND
001700*               CANCELS (PF5) ONE THAT SHOULD NEVER RUN,
001800*               STAMPED WITH THE OPERATOR, DATE, AND TIME.  THE
001900*               NIGHTLY RELEASE (F01PNDRL) NEVER FEEDS A
002000*               CANCELLED ITEM.
002100*----------------------------------------------------------------
002200* REMARKS.
002300*     FILES (FCT):  PNDMAST IS THE PENDING MASTER KSDS (KEY =
002400*     SOURCE-SYSTEM + TRANSACTION-ID, 20 BYTES - SEE PENDREC).
002500*     PNDMASTA IS THE PATH OVER ITS NONUNIQUE ALTERNATE INDEX
002600*     ON RELEASE-DATE.
002700*
002800*     WHO MAY CANCEL IS A TRANSACTION-SECURITY DECISION - F01P
002900*     IS RESTRICTED IN THE CICS SECURITY DEFINITIONS, NOT IN
003000*     THIS PROGRAM.
003100*
003200*     FIRST ENTRY (EIBCALEN = 0) SENDS THE MAP BLANK.  ENTER
003300*     STARTS A BROWSE FROM WHAT WAS KEYED -
003400*         SOURCE ONLY     - THAT SOURCE'S ITEMS IN TRAN-ID ORDER
003500*         FROM-DATE ONLY  - EVERY SOURCE'S ITEMS DUE ON OR
003600*                           AFTER THE DATE, IN RELEASE-DATE
003700*                           ORDER, VIA THE PNDMASTA PATH
003800*         BOTH            - THAT SOURCE'S ITEMS DUE ON OR
003900*                           AFTER THE DATE
004000*         NEITHER         - THE WHOLE MASTER IN KEY ORDER
004100*     PF8 PAGES FORWARD; PF5 CANCELS THE ITEM ON THE SCREEN;
004200*     CLEAR ENDS THE TRANSACTION.  CANCELLED AND RELEASED
004300*     ITEMS ARE SHOWN WITH THEIR STATUS BUT ONLY A HELD ITEM
004400*     CAN BE CANCELLED.
004500*----------------------------------------------------------------
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER. IBM-370.
004900 OBJECT-COMPUTER. IBM-370.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 WORKING-STORAGE SECTION.
005300*----------------------------------------------------------------
005400* SYMBOLIC MAP
005500*----------------------------------------------------------------
005600 COPY F01PNDM.
005700
005800*----------------------------------------------------------------
005900* CICS-SUPPLIED ATTENTION-IDENTIFIER VALUES
006000*----------------------------------------------------------------
006100 COPY DFHAID.
006200
006300*----------------------------------------------------------------
006400* MAP AND MAPSET NAMES, TRANSACTION ID
006500*----------------------------------------------------------------
006600 77  WS-MAPSET                  PIC X(08) VALUE 'F01MULTS'.
006700 77  WS-MAPNAME                 PIC X(08) VALUE 'F01PNDM'.
006800 77  WS-TRANSID                 PIC X(04) VALUE 'F01P'.
006900
007000*----------------------------------------------------------------
007100* SWITCHES
007200*----------------------------------------------------------------
007300 77  WS-END-SWITCH               PIC X(01)   VALUE 'N'.
007400     88  WS-END-CONVERSATION                  VALUE 'Y'.
007500
007600 77  WS-BROWSE-SWITCH            PIC X(01)   VALUE 'N'.
007700     88  WS-BROWSE-DONE                       VALUE 'Y'.
007800
007900 77  WS-FOUND-SWITCH             PIC X(01)   VALUE 'N'.
008000     88  WS-ITEM-FOUND                        VALUE 'Y'.
008100
008200*----------------------------------------------------------------
008300* RESPONSE CODE AND THE SAME-DATE SKIP COUNTER
008400*----------------------------------------------------------------
008500 77  WS-RESP-CODE                PIC S9(08) COMP VALUE ZERO.
008600 77  WS-SKIP-COUNT               PIC S9(04) COMP VALUE ZERO.
008700
008800*----------------------------------------------------------------
008900* PENDING MASTER RECORD (SEE PENDREC)
009000*----------------------------------------------------------------
009100 01  WS-PEND-RECORD.
009200     COPY PENDREC
009300         REPLACING PNX-LEVEL BY 05
009400         PNX-KEY-LEVEL BY 10
009500         PNX-KEY BY PEND-KEY
009600         PNX-SOURCE-SYSTEM BY PEND-SOURCE-SYSTEM
009700         PNX-TRANSACTION-ID BY PEND-TRANSACTION-ID
009800         PNX-RELEASE-DATE BY PEND-RELEASE-DATE
009900         PNX-OPERATION-CODE BY PEND-OPERATION-CODE
010000         PNX-NUM-1 BY PEND-NUM-1
010100         PNX-NUM-2 BY PEND-NUM-2
010200         PNX-PENDED-DATE BY PEND-PENDED-DATE
010300         PNX-STATUS-FLAG BY PEND-STATUS-FLAG
010400         PNX-PEND-HELD BY PEND-HELD
010500         PNX-PEND-RELEASED BY PEND-RELEASED
010600         PNX-PEND-CANCELLED BY PEND-CANCELLED
010700         PNX-RELEASED-ON BY PEND-RELEASED-ON
010800         PNX-CANCELLED-BY BY PEND-CANCELLED-BY
010900         PNX-CANCEL-DATE BY PEND-CANCEL-DATE
011000         PNX-CANCEL-TIME BY PEND-CANCEL-TIME.
011100     05  FILLER                     PIC X(24).
011200
011300 77  WS-BROWSE-KEY               PIC X(20) VALUE LOW-VALUES.
011400 77  WS-AIX-KEY                  PIC 9(08) VALUE ZERO.
011500
011600*----------------------------------------------------------------
011700* TIMESTAMP AND OPERATOR WORK AREAS FOR THE CANCEL STAMP
011800*----------------------------------------------------------------
011900 77  WS-ABSTIME                  PIC S9(15) COMP-3 VALUE ZERO.
012000 77  WS-CANCEL-DATE-X            PIC X(08) VALUE SPACES.
012100 77  WS-CANCEL-TIME-X            PIC X(06) VALUE SPACES.
012200 77  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
012300
012400*----------------------------------------------------------------
012500* DISPLAY EDIT FIELDS
012600*----------------------------------------------------------------
012700 77  WS-EDIT-DATE                PIC 9999/99/99.
012800 01  WS-EDIT-TIME.
012900     05  WS-EDIT-HH              PIC X(02).
013000     05  FILLER                  PIC X(01) VALUE ':'.
013100     05  WS-EDIT-MN              PIC X(02).
013200     05  FILLER                  PIC X(01) VALUE ':'.
013300     05  WS-EDIT-SS              PIC X(02).
013400 01  WS-CANCEL-TIME-N            PIC 9(06).
013500 01  WS-CANCEL-TIME-R REDEFINES WS-CANCEL-TIME-N.
013600     05  WS-CANCEL-HH            PIC X(02).
013700     05  WS-CANCEL-MN            PIC X(02).
013800     05  WS-CANCEL-SS            PIC X(02).
013900
014000*----------------------------------------------------------------
014100* COMMAREA - WHAT IS BEING BROWSED AND WHERE THE SCREEN IS.
014200*     CA-PEND-KEY IS THE ITEM ON THE SCREEN; ON A DATE BROWSE
014300*     CA-AIX-DATE IS ITS RELEASE DATE AND CA-SAME-DATE-COUNT
014400*     IS HOW MANY ITEMS ON THAT DATE HAVE BEEN SHOWN
014500*----------------------------------------------------------------
014600 01  WS-COMMAREA.
014700     05  CA-BROWSE-MODE             PIC X(01) VALUE SPACE.
014800         88  CA-BY-KEY                        VALUE 'K'.
014900         88  CA-BY-DATE                       VALUE 'D'.
015000     05  CA-SELECT-SOURCE           PIC X(08) VALUE SPACES.
015100     05  CA-SELECT-DATE             PIC 9(08) VALUE ZERO.
015200     05  CA-PEND-KEY.
015300         10  CA-SOURCE-SYSTEM       PIC X(08) VALUE SPACES.
015400         10  CA-TRANSACTION-ID      PIC X(12) VALUE SPACES.
015500     05  CA-AIX-DATE                PIC 9(08) VALUE ZERO.
015600     05  CA-SAME-DATE-COUNT         PIC S9(04) COMP VALUE ZERO.
015700
015800*----------------------------------------------------------------
015900* MESSAGE LITERALS
016000*----------------------------------------------------------------
016100 77  WS-MSG-ENTER                PIC X(40) VALUE
016200     'KEY A SOURCE AND/OR DATE, PRESS ENTER'.
016300 77  WS-MSG-BAD-DATE             PIC X(40) VALUE
016400     'FROM-DATE MUST BE YYYYMMDD - RE-KEY'.
016500 77  WS-MSG-NONE                 PIC X(40) VALUE
016600     'NOTHING PENDING FOR THAT SELECTION'.
016700 77  WS-MSG-NO-MORE              PIC X(40) VALUE
016800     'NO MORE PENDING ITEMS'.
016900 77  WS-MSG-SHOWN                PIC X(40) VALUE
017000     'PF5 CANCEL, PF8 NEXT, CLEAR TO END'.
017100 77  WS-MSG-NOTHING              PIC X(40) VALUE
017200     'NOTHING ON THE SCREEN TO CANCEL'.
017300 77  WS-MSG-GONE                 PIC X(40) VALUE
017400     'ITEM NO LONGER ON THE PENDING MASTER'.
017500 77  WS-MSG-NOT-HELD             PIC X(40) VALUE
017600     'NOT HELD - ONLY A HELD ITEM CANCELS'.
017700 77  WS-MSG-CANCELLED            PIC X(40) VALUE
017800     'CANCELLED - WILL NOT BE RELEASED'.
017900 77  WS-MSG-GOODBYE              PIC X(40) VALUE
018000     'F01P TRANSACTION ENDED'.
018100
018200 LINKAGE SECTION.
018300 01  DFHCOMMAREA.
018400     05  LK-COMMAREA                PIC X(47).
018500
018600 PROCEDURE DIVISION.
018700*----------------------------------------------------------------
018800* 0000-MAINLINE
018900*----------------------------------------------------------------
019000 0000-MAINLINE.
019100     IF EIBCALEN = ZERO
019200         PERFORM 1000-FIRST-ENTRY
019300             THRU 1000-FIRST-ENTRY-EXIT
019400     ELSE
019500         MOVE LK-COMMAREA TO WS-COMMAREA
019600         EVALUATE EIBAID
019700             WHEN DFHCLEAR
019800                 PERFORM 1900-CLEAR-KEY
019900                     THRU 1900-CLEAR-KEY-EXIT
020000             WHEN DFHPF8
020100                 PERFORM 2500-BROWSE-NEXT
020200                     THRU 2500-BROWSE-NEXT-EXIT
020300                 PERFORM 8100-SEND-MAP-DATAONLY
020400                     THRU 8100-SEND-MAP-DATAONLY-EXIT
020500             WHEN DFHPF5
020600                 PERFORM 3000-CANCEL-ITEM
020700                     THRU 3000-CANCEL-ITEM-EXIT
020800                 PERFORM 8100-SEND-MAP-DATAONLY
020900                     THRU 8100-SEND-MAP-DATAONLY-EXIT
021000             WHEN OTHER
021100                 PERFORM 2000-PROCESS-INPUT
021200                     THRU 2000-PROCESS-INPUT-EXIT
021300         END-EVALUATE
021400     END-IF.
021500     IF WS-END-CONVERSATION
021600         EXEC CICS RETURN
021700         END-EXEC
021800     ELSE
021900         EXEC CICS RETURN
022000             TRANSID(WS-TRANSID)
022100             COMMAREA(WS-COMMAREA)
022200         END-EXEC
022300     END-IF.
022400     GOBACK.
022500*----------------------------------------------------------------
022600* 1000-FIRST-ENTRY - FIRST TIME IN, SEND THE MAP BLANK
022700*----------------------------------------------------------------
022800 1000-FIRST-ENTRY.
022900     MOVE SPACES       TO F01PNDMO.
023000     MOVE WS-MSG-ENTER TO PMSGO.
023100     EXEC CICS SEND MAP(WS-MAPNAME)
023200         MAPSET(WS-MAPSET)
023300         FROM(F01PNDMO)
023400         ERASE
023500     END-EXEC.
023600 1000-FIRST-ENTRY-EXIT.
023700     EXIT.
023800*----------------------------------------------------------------
023900* 1900-CLEAR-KEY - OPERATOR PRESSED CLEAR, END THE CONVERSATION
024000*----------------------------------------------------------------
024100 1900-CLEAR-KEY.
024200     EXEC CICS SEND TEXT
024300         FROM(WS-MSG-GOODBYE)
024400         LENGTH(LENGTH OF WS-MSG-GOODBYE)
024500         ERASE
024600     END-EXEC.
024700     SET WS-END-CONVERSATION TO TRUE.
024800 1900-CLEAR-KEY-EXIT.
024900     EXIT.
025000*----------------------------------------------------------------
025100* 2000-PROCESS-INPUT - RECEIVE THE SELECTION AND START A NEW
025200*     BROWSE FROM THE TOP OF IT
025300*----------------------------------------------------------------
025400 2000-PROCESS-INPUT.
025500     EXEC CICS RECEIVE MAP(WS-MAPNAME)
025600         MAPSET(WS-MAPSET)
025700         INTO(F01PNDMI)
025800         RESP(WS-RESP-CODE)
025900     END-EXEC.
026000     IF WS-RESP-CODE = DFHRESP(MAPFAIL)
026100         MOVE SPACES TO PSRCI
026200         MOVE SPACES TO PFDTEI
026300     ELSE
026400         INSPECT PSRCI  REPLACING ALL LOW-VALUE BY SPACE
026500         INSPECT PFDTEI REPLACING ALL LOW-VALUE BY SPACE
026600     END-IF.
026700     IF PFDTEI NOT = SPACES
026800        AND PFDTEI NOT NUMERIC
026900         PERFORM 8200-CLEAR-DISPLAY-FIELDS
027000             THRU 8200-CLEAR-DISPLAY-FIELDS-EXIT
027100         MOVE WS-MSG-BAD-DATE TO PMSGO
027200         PERFORM 8100-SEND-MAP-DATAONLY
027300             THRU 8100-SEND-MAP-DATAONLY-EXIT
027400         GO TO 2000-PROCESS-INPUT-EXIT
027500     END-IF.
027600     MOVE PSRCI TO CA-SELECT-SOURCE.
027700     IF PFDTEI = SPACES
027800         MOVE ZERO   TO CA-SELECT-DATE
027900     ELSE
028000         MOVE PFDTEI TO CA-SELECT-DATE
028100     END-IF.
028200     IF CA-SELECT-SOURCE = SPACES
028300        AND CA-SELECT-DATE NOT = ZERO
028400         SET CA-BY-DATE TO TRUE
028500     ELSE
028600         SET CA-BY-KEY TO TRUE
028700     END-IF.
028800     MOVE CA-SELECT-SOURCE TO CA-SOURCE-SYSTEM.
028900     MOVE LOW-VALUES       TO CA-TRANSACTION-ID.
029000     MOVE CA-SELECT-DATE   TO CA-AIX-DATE.
029100     MOVE ZERO             TO CA-SAME-DATE-COUNT.
029200     PERFORM 2500-BROWSE-NEXT
029300         THRU 2500-BROWSE-NEXT-EXIT.
029400     PERFORM 8100-SEND-MAP-DATAONLY
029500         THRU 8100-SEND-MAP-DATAONLY-EXIT.
029600 2000-PROCESS-INPUT-EXIT.
029700     EXIT.
029800*----------------------------------------------------------------
029900* 2500-BROWSE-NEXT - SHOW THE NEXT ITEM AFTER THE ONE ON THE
030000*     SCREEN.  A PSEUDO-CONVERSATIONAL TASK CANNOT HOLD A
030100*     BROWSE POSITION ACROSS RETURN TRANSID, SO EACH CALL
030200*     STARTS OVER FROM THE COMMAREA AND READS FORWARD - ON THE
030300*     BASE KEY PAST THE ITEM SHOWN, ON THE DATE PATH PAST THE
030400*     ITEMS ALREADY SHOWN FOR THE SAME DATE
030500*----------------------------------------------------------------
030600 2500-BROWSE-NEXT.
030700     IF NOT CA-BY-KEY
030800        AND NOT CA-BY-DATE
030900         PERFORM 8200-CLEAR-DISPLAY-FIELDS
031000             THRU 8200-CLEAR-DISPLAY-FIELDS-EXIT
031100         MOVE WS-MSG-ENTER TO PMSGO
031200         GO TO 2500-BROWSE-NEXT-EXIT
031300     END-IF.
031400     MOVE 'N' TO WS-BROWSE-SWITCH.
031500     MOVE 'N' TO WS-FOUND-SWITCH.
031600     MOVE ZERO TO WS-SKIP-COUNT.
031700     IF CA-BY-DATE
031800         MOVE CA-AIX-DATE TO WS-AIX-KEY
031900         EXEC CICS STARTBR FILE('PNDMASTA')
032000             RIDFLD(WS-AIX-KEY)
032100             GTEQ
032200             RESP(WS-RESP-CODE)
032300         END-EXEC
032400     ELSE
032500         MOVE CA-PEND-KEY TO WS-BROWSE-KEY
032600         EXEC CICS STARTBR FILE('PNDMAST')
032700             RIDFLD(WS-BROWSE-KEY)
032800             GTEQ
032900             RESP(WS-RESP-CODE)
033000         END-EXEC
033100     END-IF.
033200     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
033300         PERFORM 8200-CLEAR-DISPLAY-FIELDS
033400             THRU 8200-CLEAR-DISPLAY-FIELDS-EXIT
033500         MOVE WS-MSG-NONE TO PMSGO
033600         GO TO 2500-BROWSE-NEXT-EXIT
033700     END-IF.
033800     IF CA-BY-DATE
033900         PERFORM 2600-READ-NEXT-BY-DATE
034000             THRU 2600-READ-NEXT-BY-DATE-EXIT
034100             UNTIL WS-BROWSE-DONE
034200                OR WS-ITEM-FOUND
034300     ELSE
034400         PERFORM 2650-READ-NEXT-BY-KEY
034500             THRU 2650-READ-NEXT-BY-KEY-EXIT
034600             UNTIL WS-BROWSE-DONE
034700                OR WS-ITEM-FOUND
034800     END-IF.
034900     IF WS-ITEM-FOUND
035000         PERFORM 2700-FORMAT-RECORD
035100             THRU 2700-FORMAT-RECORD-EXIT
035200         IF PEND-RELEASE-DATE = CA-AIX-DATE
035300             ADD 1 TO CA-SAME-DATE-COUNT
035400         ELSE
035500             MOVE PEND-RELEASE-DATE TO CA-AIX-DATE
035600             MOVE 1 TO CA-SAME-DATE-COUNT
035700         END-IF
035800         MOVE PEND-KEY TO CA-PEND-KEY
035900         MOVE WS-MSG-SHOWN TO PMSGO
036000     ELSE
036100         PERFORM 8200-CLEAR-DISPLAY-FIELDS
036200             THRU 8200-CLEAR-DISPLAY-FIELDS-EXIT
036300         IF CA-TRANSACTION-ID = LOW-VALUES
036400             MOVE WS-MSG-NONE TO PMSGO
036500         ELSE
036600             MOVE WS-MSG-NO-MORE TO PMSGO
036700         END-IF
036800     END-IF.
036900     IF CA-BY-DATE
037000         EXEC CICS ENDBR FILE('PNDMASTA')
037100             RESP(WS-RESP-CODE)
037200         END-EXEC
037300     ELSE
037400         EXEC CICS ENDBR FILE('PNDMAST')
037500             RESP(WS-RESP-CODE)
037600         END-EXEC
037700     END-IF.
037800 2500-BROWSE-NEXT-EXIT.
037900     EXIT.
038000*----------------------------------------------------------------
038100* 2600-READ-NEXT-BY-DATE - ONE READNEXT ALONG THE RELEASE-DATE
038200*     PATH; SKIPS THE ITEMS ON THE SAME DATE ALREADY SHOWN
038300*----------------------------------------------------------------
038400 2600-READ-NEXT-BY-DATE.
038500     EXEC CICS READNEXT FILE('PNDMASTA')
038600         INTO(WS-PEND-RECORD)
038700         RIDFLD(WS-AIX-KEY)
038800         RESP(WS-RESP-CODE)
038900     END-EXEC.
039000     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
039100        AND WS-RESP-CODE NOT = DFHRESP(DUPKEY)
039200         SET WS-BROWSE-DONE TO TRUE
039300         GO TO 2600-READ-NEXT-BY-DATE-EXIT
039400     END-IF.
039500     IF PEND-RELEASE-DATE = CA-AIX-DATE
039600        AND WS-SKIP-COUNT < CA-SAME-DATE-COUNT
039700         ADD 1 TO WS-SKIP-COUNT
039800         GO TO 2600-READ-NEXT-BY-DATE-EXIT
039900     END-IF.
040000     SET WS-ITEM-FOUND TO TRUE.
040100 2600-READ-NEXT-BY-DATE-EXIT.
040200     EXIT.
040300*----------------------------------------------------------------
040400* 2650-READ-NEXT-BY-KEY - ONE READNEXT ON THE BASE KEY; DONE AT
040500*     END OF FILE OR WHEN THE SELECTED SOURCE RUNS OUT, AND
040600*     SKIPS THE ITEM SHOWN AND ANY DUE BEFORE THE FROM-DATE
040700*----------------------------------------------------------------
040800 2650-READ-NEXT-BY-KEY.
040900     EXEC CICS READNEXT FILE('PNDMAST')
041000         INTO(WS-PEND-RECORD)
041100         RIDFLD(WS-BROWSE-KEY)
041200         RESP(WS-RESP-CODE)
041300     END-EXEC.
041400     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
041500         SET WS-BROWSE-DONE TO TRUE
041600         GO TO 2650-READ-NEXT-BY-KEY-EXIT
041700     END-IF.
041800     IF CA-SELECT-SOURCE NOT = SPACES
041900        AND PEND-SOURCE-SYSTEM NOT = CA-SELECT-SOURCE
042000         SET WS-BROWSE-DONE TO TRUE
042100         GO TO 2650-READ-NEXT-BY-KEY-EXIT
042200     END-IF.
042300     IF PEND-KEY = CA-PEND-KEY
042400         GO TO 2650-READ-NEXT-BY-KEY-EXIT
042500     END-IF.
042600     IF PEND-RELEASE-DATE < CA-SELECT-DATE
042700         GO TO 2650-READ-NEXT-BY-KEY-EXIT
042800     END-IF.
042900     SET WS-ITEM-FOUND TO TRUE.
043000 2650-READ-NEXT-BY-KEY-EXIT.
043100     EXIT.
043200*----------------------------------------------------------------
043300* 2700-FORMAT-RECORD - MOVE THE PENDING RECORD TO THE MAP
043400*----------------------------------------------------------------
043500 2700-FORMAT-RECORD.
043600     MOVE PEND-SOURCE-SYSTEM  TO PDSRCO.
043700     MOVE PEND-TRANSACTION-ID TO PTIDO.
043800     MOVE PEND-RELEASE-DATE   TO WS-EDIT-DATE.
043900     MOVE WS-EDIT-DATE        TO PRELDO.
044000     MOVE PEND-OPERATION-CODE TO POPO.
044100     MOVE PEND-NUM-1          TO PNUM1O.
044200     MOVE PEND-NUM-2          TO PNUM2O.
044300     MOVE PEND-PENDED-DATE    TO WS-EDIT-DATE.
044400     MOVE WS-EDIT-DATE        TO PPDTEO.
044500     EVALUATE TRUE
044600         WHEN PEND-HELD
044700             MOVE 'HELD     ' TO PSTATO
044800         WHEN PEND-RELEASED
044900             MOVE 'RELEASED ' TO PSTATO
045000         WHEN PEND-CANCELLED
045100             MOVE 'CANCELLED' TO PSTATO
045200         WHEN OTHER
045300             MOVE PEND-STATUS-FLAG TO PSTATO
045400     END-EVALUATE.
045500     IF PEND-CANCELLED
045600         MOVE PEND-CANCELLED-BY TO PCBYO
045700         MOVE PEND-CANCEL-DATE  TO WS-EDIT-DATE
045800         MOVE WS-EDIT-DATE      TO PCDTEO
045900         MOVE PEND-CANCEL-TIME  TO WS-CANCEL-TIME-N
046000         MOVE WS-CANCEL-HH      TO WS-EDIT-HH
046100         MOVE WS-CANCEL-MN      TO WS-EDIT-MN
046200         MOVE WS-CANCEL-SS      TO WS-EDIT-SS
046300         MOVE WS-EDIT-TIME      TO PCTIMO
046400     ELSE
046500         MOVE SPACES TO PCBYO
046600         MOVE SPACES TO PCDTEO
046700         MOVE SPACES TO PCTIMO
046800     END-IF.
046900 2700-FORMAT-RECORD-EXIT.
047000     EXIT.
047100*----------------------------------------------------------------
047200* 3000-CANCEL-ITEM - PF5.  RE-READ THE ITEM FOR UPDATE, PROVE
047300*     IT IS STILL HELD, AND STAMP THE CANCEL WITH THE OPERATOR,
047400*     DATE, AND TIME.  THE NIGHTLY RELEASE DOES THE REST
047500*----------------------------------------------------------------
047600 3000-CANCEL-ITEM.
047700     IF CA-TRANSACTION-ID = SPACES
047800      OR CA-TRANSACTION-ID = LOW-VALUES
047900         MOVE WS-MSG-NOTHING TO PMSGO
048000         GO TO 3000-CANCEL-ITEM-EXIT
048100     END-IF.
048200     MOVE CA-PEND-KEY TO WS-BROWSE-KEY.
048300     EXEC CICS READ FILE('PNDMAST')
048400         INTO(WS-PEND-RECORD)
048500         RIDFLD(WS-BROWSE-KEY)
048600         UPDATE
048700         RESP(WS-RESP-CODE)
048800     END-EXEC.
048900     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
049000         PERFORM 8200-CLEAR-DISPLAY-FIELDS
049100             THRU 8200-CLEAR-DISPLAY-FIELDS-EXIT
049200         MOVE WS-MSG-GONE TO PMSGO
049300         GO TO 3000-CANCEL-ITEM-EXIT
049400     END-IF.
049500     IF NOT PEND-HELD
049600         EXEC CICS UNLOCK FILE('PNDMAST')
049700         END-EXEC
049800         PERFORM 2700-FORMAT-RECORD
049900             THRU 2700-FORMAT-RECORD-EXIT
050000         MOVE WS-MSG-NOT-HELD TO PMSGO
050100         GO TO 3000-CANCEL-ITEM-EXIT
050200     END-IF.
050300     EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
050400     END-EXEC.
050500     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
050600     END-EXEC.
050700     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
050800         YYYYMMDD(WS-CANCEL-DATE-X)
050900         TIME(WS-CANCEL-TIME-X)
051000     END-EXEC.
051100     SET PEND-CANCELLED TO TRUE.
051200     MOVE WS-OPERATOR-ID   TO PEND-CANCELLED-BY.
051300     MOVE WS-CANCEL-DATE-X TO PEND-CANCEL-DATE.
051400     MOVE WS-CANCEL-TIME-X TO PEND-CANCEL-TIME.
051500     EXEC CICS REWRITE FILE('PNDMAST')
051600         FROM(WS-PEND-RECORD)
051700     END-EXEC.
051800     PERFORM 2700-FORMAT-RECORD
051900         THRU 2700-FORMAT-RECORD-EXIT.
052000     MOVE WS-MSG-CANCELLED TO PMSGO.
052100 3000-CANCEL-ITEM-EXIT.
052200     EXIT.
052300*----------------------------------------------------------------
052400* 8100-SEND-MAP-DATAONLY - RE-SEND THE MAP WITH THE CURRENT
052500*     DISPLAY FIELDS AND MESSAGE
052600*----------------------------------------------------------------
052700 8100-SEND-MAP-DATAONLY.
052800     EXEC CICS SEND MAP(WS-MAPNAME)
052900         MAPSET(WS-MAPSET)
053000         FROM(F01PNDMO)
053100         DATAONLY
053200     END-EXEC.
053300 8100-SEND-MAP-DATAONLY-EXIT.
053400     EXIT.
053500*----------------------------------------------------------------
053600* 8200-CLEAR-DISPLAY-FIELDS - BLANK THE RECORD DISPLAY AREA
053700*----------------------------------------------------------------
053800 8200-CLEAR-DISPLAY-FIELDS.
053900     MOVE SPACES TO PDSRCO.
054000     MOVE SPACES TO PTIDO.
054100     MOVE SPACES TO PRELDO.
054200     MOVE SPACES TO POPO.
054300     MOVE SPACES TO PNUM1O.
054400     MOVE SPACES TO PNUM2O.
054500     MOVE SPACES TO PPDTEO.
054600     MOVE SPACES TO PSTATO.
054700     MOVE SPACES TO PCBYO.
054800     MOVE SPACES TO PCDTEO.
054900     MOVE SPACES TO PCTIMO.
055000 8200-CLEAR-DISPLAY-FIELDS-EXIT.
055100     EXIT.
055200 END PROGRAM F01PNDI.
