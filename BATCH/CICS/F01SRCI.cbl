002498*               SOURCE'S RAW FEED UNDER (F/D/T).  THE SCREEN
002499*               SHOWS AND MAINTAINS IT, AND THE AUDIT IMAGES
002499*               CARRY IT.
002500* 10/15/26 RH   THE MASTER NOW ALSO CARRIES THE CLOSED-PERIOD
002501*               OPTION - WHETHER THE DRIVER REJECTS (R) OR
002502*               RE-DATES (D) A TRANSACTION DATED IN A MONTH
002503*               F01PRDCL HAS CLOSED.  THE SCREEN SHOWS AND
002504*               MAINTAINS IT, AND THE AUDIT IMAGES CARRY IT.
002505* 10/15/26 RH   ACTION P GRANTS, CHANGES, OR ENDS A SOURCE'S
002506*               PERMISSION TO SEND AN OPERATION CODE (SRCAUTH, SEE
002507*               SAUREC) WITH ITS EFFECTIVE FROM/TO DATES.  THE
002508*               OPERATION MUST BE ON THE OPERATION MASTER
002509*               (OPMAST).  EVERY PERMIT IS AUDITED TO SRCAUDIT AS
002510*               ACTION P, THE BEFORE/AFTER IMAGES CARRYING THE
002511*               OPERATION AND ITS DATES, AND BACKED OUT LIKE ANY
002512*               OTHER CHANGE IF THE AUDIT CANNOT BE WRITTEN.
002513*               INQUIRE, BROWSE, AND EVERY ACTION NOW ALSO LIST
002514*               THE SOURCE'S FIRST FIVE AUTHORIZATIONS AS CURRENT,
002515*               ENDED, OR FUTURE.
002516* 10/15/26 RH   THE MASTER NOW ALSO CARRIES THE NEAR-DUPLICATE
002517*               WINDOW (DAYS, 0 = NO CHECK) AND OPTION - REPORT
002518*               (R) OR ALSO HOLD FOR REVIEW (H) - THAT F01MULTB
002519*               CHECKS RE-KEYED TRANSACTIONS UNDER.  THE SCREEN
002520*               SHOWS AND MAINTAINS BOTH, AND THE AUDIT IMAGES
002521*               CARRY THEM.
002500*----------------------------------------------------------------
002600* REMARKS.
002700*     FILES (FCT):  SRCMAST IS THE SOURCE-SYSTEM MASTER KSDS
003100*     BYTES, DEFINED IN F01SRCML STEP010) CARRYING THE ACTION
003200*     CODE AND THE COMPLETE BEFORE AND AFTER FIELD IMAGES, SO
003300*     AUDIT CAN SEE WHO MOVED A SOURCE BETWEEN STREAMS AND WHEN.
003300*     SRCAUTH IS THE SOURCE OPERATION AUTHORIZATION KSDS (KEY =
003300*     SOURCE-SYSTEM + OPERATION CODE, 9 BYTES - SEE SAUREC AND
003300*     F01OPML) AND OPMAST THE OPERATION MASTER (KEY = OPERATION
003300*     CODE - SEE OPMREC), READ HERE ONLY FOR THE DESCRIPTIONS AND
003300*     TO REFUSE A GRANT FOR A CODE THAT DOES NOT EXIST.  SRCAUTH
003300*     MUST BE DEFINED RECOVERABLE IN THE FCT, THE SAME AS SRCMAST,
003300*     SO A PERMIT WHOSE AUDIT FAILS IS ROLLED BACK WITH IT.
003400*
003500*     WHO MAY RUN THIS IS A TRANSACTION-SECURITY DECISION -
003600*     F01S IS RESTRICTED TO THE OPERATIONS GROUP IN THE CICS
004300*
004400*     FIRST ENTRY (EIBCALEN = 0) SENDS THE MAP BLANK.  ENTER
004500*     RUNS THE KEYED ACTION (I=INQUIRE, A=ADD, C=CHANGE,
004600*     D=DEACTIVATE, P=PERMIT AN OPERATION); PF8 BROWSES FORWARD
004700*     FROM THE LAST SOURCE SHOWN; CLEAR ENDS THE TRANSACTION.
004700*
004700*     A PERMIT TAKES AUTH-OP, FROM, AND TO (BLANK TO = OPEN-
004700*     ENDED, 99999999).  IT ADDS THE AUTHORIZATION IF THE SOURCE
004700*     HAS NONE FOR THAT OPERATION AND REPLACES THE DATES IF IT
004700*     HAS.  A PERMISSION IS WITHDRAWN BY ENDING ITS WINDOW, NEVER
004700*     BY DELETING IT, SO ITS HISTORY STAYS READABLE.
004800*----------------------------------------------------------------
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
010600         SMX-STREAM-NUMBER BY SM-STREAM-NUMBER
010610         SMX-RETENTION-DAYS BY SM-RETENTION-DAYS
010620         SMX-RESULT-LIMIT BY SM-RESULT-LIMIT
010630         SMX-FORMAT-CODE BY SM-FORMAT-CODE
010630         SMX-CLOSED-PERIOD-OPTION BY SM-CLOSED-PERIOD-OPTION
010630         SMX-CLOSED-REJECT BY SM-CLOSED-REJECT
010630         SMX-CLOSED-REDATE BY SM-CLOSED-REDATE
010630         SMX-DUP-WINDOW-DAYS BY SM-DUP-WINDOW-DAYS
010630         SMX-DUP-OPTION BY SM-DUP-OPTION
010630         SMX-DUP-REPORT BY SM-DUP-REPORT
010630         SMX-DUP-HOLD BY SM-DUP-HOLD.
010700     05  FILLER                     PIC X(17).
010800
010900 77  WS-READ-SOURCE              PIC X(08) VALUE SPACES.
011000 77  WS-BROWSE-KEY               PIC X(08) VALUE SPACES.
011000
011000*----------------------------------------------------------------
011000* OPERATION MASTER AND SOURCE AUTHORIZATION RECORDS, THE
011000*     AUTHORIZATION KEY, AND THE PERMIT DATES AS EDITED
011000*----------------------------------------------------------------
011000 01  WS-OPM-RECORD.
011000     COPY OPMREC
011000         REPLACING OPX-LEVEL BY 05
011000         OPX-OPERATION-CODE BY OP-OPERATION-CODE
011000         OPX-DESCRIPTION BY OP-DESCRIPTION
011000         OPX-ACTIVE-FLAG BY OP-ACTIVE-FLAG
011000         OPX-OP-ACTIVE BY OP-OP-ACTIVE
011000         OPX-OP-INACTIVE BY OP-OP-INACTIVE
011000         OPX-DISPATCH-PROGRAM BY OP-DISPATCH-PROGRAM.
011000     05  FILLER                     PIC X(18).
011000
011000 01  WS-SAUTH-RECORD.
011000     COPY SAUREC
011000         REPLACING SAX-LEVEL BY 05
011000         SAX-KEY-LEVEL BY 10
011000         SAX-KEY BY SA-KEY
011000         SAX-SOURCE-SYSTEM BY SA-SOURCE-SYSTEM
011000         SAX-OPERATION-CODE BY SA-OPERATION-CODE
011000         SAX-EFFECTIVE-FROM BY SA-EFFECTIVE-FROM
011000         SAX-EFFECTIVE-TO BY SA-EFFECTIVE-TO.
011000     05  FILLER                     PIC X(15).
011000
011000 01  WS-AUTH-KEY.
011000     05  WS-AUTH-SOURCE             PIC X(08) VALUE SPACES.
011000     05  WS-AUTH-OPERATION          PIC X(01) VALUE SPACES.
011000
011000 77  WS-PERMIT-FROM              PIC 9(08) VALUE ZERO.
011000 77  WS-PERMIT-TO                PIC 9(08) VALUE ZERO.
011000
011000*----------------------------------------------------------------
011000* A KEYED DATE TAKEN APART FOR THE MONTH AND DAY EDITS
011000*----------------------------------------------------------------
011000 01  WS-DATE-WORK-X              PIC X(08) VALUE ZEROS.
011000 01  WS-DATE-WORK-9 REDEFINES WS-DATE-WORK-X.
011000     05  WS-DATE-WORK-CCYY          PIC 9(04).
011000     05  WS-DATE-WORK-MM            PIC 9(02).
011000     05  WS-DATE-WORK-DD            PIC 9(02).
011000
011000*----------------------------------------------------------------
011000* ONE AUTHORIZATION ROW OF THE SCREEN, TODAY'S DATE TO GRADE IT
011000*     AGAINST, AND THE ROW COUNT.  THE MAP HOLDS FIVE ROWS - MORE
011000*     THAN THE OPERATION CODES IN SERVICE
011000*----------------------------------------------------------------
011000 01  WS-AUTH-LINE.
011000     05  WS-AL-OPERATION-CODE       PIC X(01).
011000     05  FILLER                     PIC X(02) VALUE SPACES.
011000     05  WS-AL-DESCRIPTION          PIC X(30).
011000     05  FILLER                     PIC X(01) VALUE SPACES.
011000     05  WS-AL-FROM                 PIC X(08).
011000     05  FILLER                     PIC X(01) VALUE SPACES.
011000     05  WS-AL-TO                   PIC X(08).
011000     05  FILLER                     PIC X(01) VALUE SPACES.
011000     05  WS-AL-STATUS               PIC X(08).
011000
011000 01  WS-TODAY-X                  PIC X(08) VALUE ZEROS.
011000 01  WS-TODAY-9 REDEFINES WS-TODAY-X
011000                                 PIC 9(08).
011000
011000 77  WS-AUTH-ROWS                PIC S9(04) COMP VALUE ZERO.
011000 77  WS-AUTH-MAX-ROWS            PIC S9(04) COMP VALUE +5.
011000
011000 77  WS-AUTH-SWITCH              PIC X(01)   VALUE 'N'.
011000     88  WS-AUTH-LIST-DONE                    VALUE 'Y'.
011000     88  WS-AUTH-LIST-MORE                    VALUE 'N'.
011100
011200*----------------------------------------------------------------
011300* AUDIT RECORD FOR THE SRCAUDIT FILE - ONE PER ADD, CHANGE, OR
011400*     DEACTIVATE, CARRYING THE FIELD IMAGES BEFORE AND AFTER.
011500*     ON AN ADD THE BEFORE IMAGE IS SPACES/ZEROS.  ON A PERMIT
011500*     (ACTION P) BOTH IMAGES ARE THE AUTHORIZATION INSTEAD -
011500*     OPERATION CODE, FROM, AND TO - AND THE BEFORE IMAGE IS
011500*     SPACES/ZEROS WHEN THE GRANT IS NEW
011600*----------------------------------------------------------------
011700 01  WS-AUDIT-RECORD.
011800     05  AUD-KEY.
012400         88  AUD-ACTION-ADD             VALUE 'A'.
012500         88  AUD-ACTION-CHANGE          VALUE 'C'.
012600         88  AUD-ACTION-DEACTIVATE      VALUE 'D'.
012600         88  AUD-ACTION-PERMIT          VALUE 'P'.
012700     05  AUD-BEFORE-IMAGE.
012800         10  AUD-BEF-ACTIVE-FLAG    PIC X(01).
012900         10  AUD-BEF-THRESHOLD      PIC 9(09).
013210         10  AUD-BEF-RETENTION      PIC 9(05).
013220         10  AUD-BEF-RESULT-LIMIT   PIC 9(10)V9(04).
013230         10  AUD-BEF-FORMAT-CODE    PIC X(01).
013240         10  AUD-BEF-CLOSED-OPTION  PIC X(01).
013240         10  AUD-BEF-DUP-WINDOW     PIC 9(03).
013240         10  AUD-BEF-DUP-OPTION     PIC X(01).
013240     05  AUD-BEF-AUTH-IMAGE REDEFINES AUD-BEFORE-IMAGE.
013240         10  AUD-BEF-AUTH-OPERATION PIC X(01).
013240         10  AUD-BEF-AUTH-FROM      PIC 9(08).
013240         10  AUD-BEF-AUTH-TO        PIC 9(08).
013240         10  FILLER                 PIC X(38).
013300     05  AUD-AFTER-IMAGE.
013400         10  AUD-AFT-ACTIVE-FLAG    PIC X(01).
013500         10  AUD-AFT-THRESHOLD      PIC 9(09).
013810         10  AUD-AFT-RETENTION      PIC 9(05).
013820         10  AUD-AFT-RESULT-LIMIT   PIC 9(10)V9(04).
013830         10  AUD-AFT-FORMAT-CODE    PIC X(01).
013840         10  AUD-AFT-CLOSED-OPTION  PIC X(01).
013840         10  AUD-AFT-DUP-WINDOW     PIC 9(03).
013840         10  AUD-AFT-DUP-OPTION     PIC X(01).
013840     05  AUD-AFT-AUTH-IMAGE REDEFINES AUD-AFTER-IMAGE.
013840         10  AUD-AFT-AUTH-OPERATION PIC X(01).
013840         10  AUD-AFT-AUTH-FROM      PIC 9(08).
013840         10  AUD-AFT-AUTH-TO        PIC 9(08).
013840         10  FILLER                 PIC X(38).
013900     05  FILLER                     PIC X(09).
014000
014100*----------------------------------------------------------------
014200* TIMESTAMP AND OPERATOR WORK AREAS FOR THE AUDIT KEY
017400 77  WS-MSG-EXISTS               PIC X(40) VALUE
017500     'SOURCE ALREADY ON THE MASTER'.
017600 77  WS-MSG-BAD-ACTION           PIC X(40) VALUE
017700     'ACTION MUST BE I, A, C, D, OR P'.
017800 77  WS-MSG-BAD-FIELDS           PIC X(40) VALUE
017900     'ACTIVE A/I, COUNTS NUMERIC, STREAM 01-04'.
018000 77  WS-MSG-NO-FIELDS            PIC X(40) VALUE
018300     'AUDIT WRITE FAILED - CHANGE BACKED OUT'.
018310 77  WS-MSG-WRITE-FAIL           PIC X(40) VALUE
018320     'MASTER WRITE FAILED - NOTHING ADDED'.
018320 77  WS-MSG-PERMITTED            PIC X(40) VALUE
018320     'AUTHORIZATION SET AND AUDITED'.
018320 77  WS-MSG-BAD-PERMIT           PIC X(40) VALUE
018320     'NEED AUTH-OP; DATES YYYYMMDD, FROM<=TO'.
018320 77  WS-MSG-NO-OPERATION         PIC X(40) VALUE
018320     'OPERATION NOT ON THE OPERATION MASTER'.
018320 77  WS-MSG-AUTH-FAIL            PIC X(40) VALUE
018320     'AUTHORIZATION WRITE FAILED - NO CHANGE'.
018400 77  WS-MSG-GOODBYE              PIC X(40) VALUE
018500     'F01S TRANSACTION ENDED'.
018600
027900         WHEN 'D'
028000             PERFORM 2400-DEACTIVATE-SOURCE
028100                 THRU 2400-DEACTIVATE-SOURCE-EXIT
028100         WHEN 'P'
028100             PERFORM 2600-PERMIT-OPERATION
028100                 THRU 2600-PERMIT-OPERATION-EXIT
028200         WHEN OTHER
028300             MOVE WS-MSG-BAD-ACTION TO SMSGO
028400     END-EVALUATE.
033790        AND SFMTI NOT = LOW-VALUE
033791         SET WS-INPUT-INVALID TO TRUE
033792     END-IF.
033793     IF SCLSI NOT = 'R' AND SCLSI NOT = 'D'
033794        AND SCLSI NOT = SPACE AND SCLSI NOT = LOW-VALUE
033795         SET WS-INPUT-INVALID TO TRUE
033796     END-IF.
033796     IF SDWNI NOT NUMERIC
033796        AND SDWNI NOT = SPACES AND SDWNI NOT = LOW-VALUES
033796         SET WS-INPUT-INVALID TO TRUE
033796     END-IF.
033796     IF SDOPI NOT = 'R' AND SDOPI NOT = 'H'
033796        AND SDOPI NOT = SPACE AND SDOPI NOT = LOW-VALUE
033796         SET WS-INPUT-INVALID TO TRUE
033796     END-IF.
033800 2150-EDIT-ADD-FIELDS-EXIT.
033900     EXIT.
034000*----------------------------------------------------------------
036150     ELSE
036160         MOVE SFMTI TO SM-FORMAT-CODE
036170     END-IF.
036180     IF SCLSI = LOW-VALUE
036185         MOVE SPACE TO SM-CLOSED-PERIOD-OPTION
036190     ELSE
036195         MOVE SCLSI TO SM-CLOSED-PERIOD-OPTION
036198     END-IF.
036198     IF SDWNI NUMERIC
036198         MOVE SDWNI TO SM-DUP-WINDOW-DAYS
036198     ELSE
036198         MOVE ZERO  TO SM-DUP-WINDOW-DAYS
036198     END-IF.
036198     IF SDOPI = LOW-VALUE
036198         MOVE SPACE TO SM-DUP-OPTION
036198     ELSE
036198         MOVE SDOPI TO SM-DUP-OPTION
036198     END-IF.
036200     EXEC CICS WRITE FILE('SRCMAST')
036300         FROM(WS-SRCM-RECORD)
036400         RIDFLD(SM-SOURCE-SYSTEM)
037510     MOVE ZERO  TO AUD-BEF-RETENTION.
037520     MOVE ZERO  TO AUD-BEF-RESULT-LIMIT.
037530     MOVE SPACE TO AUD-BEF-FORMAT-CODE.
037540     MOVE SPACE TO AUD-BEF-CLOSED-OPTION.
037540     MOVE ZERO  TO AUD-BEF-DUP-WINDOW.
037540     MOVE SPACE TO AUD-BEF-DUP-OPTION.
037600     MOVE 'A'   TO AUD-ACTION.
037700     PERFORM 8300-WRITE-AUDIT
037800         THRU 8300-WRITE-AUDIT-EXIT.
045598             SET WS-INPUT-INVALID TO TRUE
045598         END-IF
045599     END-IF.
045599     IF SCLSI NOT = SPACES AND SCLSI NOT = LOW-VALUES
045599         IF SCLSI = 'R' OR SCLSI = 'D'
045599             MOVE SCLSI TO SM-CLOSED-PERIOD-OPTION
045599             ADD 1 TO WS-FIELDS-KEYED
045599         ELSE
045599             SET WS-INPUT-INVALID TO TRUE
045599         END-IF
045599     END-IF.
045599     IF SDWNI NOT = SPACES AND SDWNI NOT = LOW-VALUES
045599         IF SDWNI NUMERIC
045599             MOVE SDWNI TO SM-DUP-WINDOW-DAYS
045599             ADD 1 TO WS-FIELDS-KEYED
045599         ELSE
045599             SET WS-INPUT-INVALID TO TRUE
045599         END-IF
045599     END-IF.
045599     IF SDOPI NOT = SPACES AND SDOPI NOT = LOW-VALUES
045599         IF SDOPI = 'R' OR SDOPI = 'H'
045599             MOVE SDOPI TO SM-DUP-OPTION
045599             ADD 1 TO WS-FIELDS-KEYED
045599         ELSE
045599             SET WS-INPUT-INVALID TO TRUE
045599         END-IF
045599     END-IF.
045600     IF WS-INPUT-INVALID
045700         EXEC CICS UNLOCK FILE('SRCMAST')
045800         END-EXEC
056900     END-EXEC.
057000 2500-BROWSE-NEXT-EXIT.
057100     EXIT.
057100*----------------------------------------------------------------
057100* 2600-PERMIT-OPERATION - GRANT, CHANGE, OR END THE SOURCE'S
057100*     PERMISSION TO SEND THE KEYED OPERATION.  THE SOURCE MUST BE
057100*     ON THE MASTER AND THE OPERATION ON THE OPERATION MASTER.  AN
057100*     EXISTING AUTHORIZATION IS READ FOR UPDATE AND ITS DATES
057100*     REPLACED; A NEW ONE IS WRITTEN.  EITHER WAY THE BEFORE AND
057100*     AFTER AUTHORIZATION IMAGES ARE AUDITED AS ACTION P
057100*----------------------------------------------------------------
057100 2600-PERMIT-OPERATION.
057100     IF SSRCI = SPACES
057100         MOVE WS-MSG-NO-SOURCE TO SMSGO
057100         GO TO 2600-PERMIT-OPERATION-EXIT
057100     END-IF.
057100     MOVE SSRCI TO WS-READ-SOURCE.
057100     EXEC CICS READ FILE('SRCMAST')
057100         INTO(WS-SRCM-RECORD)
057100         RIDFLD(WS-READ-SOURCE)
057100         RESP(WS-RESP-CODE)
057100     END-EXEC.
057100     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
057100         PERFORM 8200-CLEAR-DISPLAY-FIELDS
057100             THRU 8200-CLEAR-DISPLAY-FIELDS-EXIT
057100         MOVE WS-MSG-NOT-FOUND TO SMSGO
057100         GO TO 2600-PERMIT-OPERATION-EXIT
057100     END-IF.
057100     MOVE SM-SOURCE-SYSTEM TO CA-LAST-SOURCE.
057100     PERFORM 2650-EDIT-PERMIT-FIELDS
057100         THRU 2650-EDIT-PERMIT-FIELDS-EXIT.
057100     IF WS-INPUT-INVALID
057100         PERFORM 2700-FORMAT-RECORD
057100             THRU 2700-FORMAT-RECORD-EXIT
057100         MOVE WS-MSG-BAD-PERMIT TO SMSGO
057100         GO TO 2600-PERMIT-OPERATION-EXIT
057100     END-IF.
057100     EXEC CICS READ FILE('OPMAST')
057100         INTO(WS-OPM-RECORD)
057100         RIDFLD(SAOPI)
057100         RESP(WS-RESP-CODE)
057100     END-EXEC.
057100     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
057100         PERFORM 2700-FORMAT-RECORD
057100             THRU 2700-FORMAT-RECORD-EXIT
057100         MOVE WS-MSG-NO-OPERATION TO SMSGO
057100         GO TO 2600-PERMIT-OPERATION-EXIT
057100     END-IF.
057100     MOVE SPACES TO AUD-BEFORE-IMAGE.
057100     MOVE SPACES TO AUD-AFTER-IMAGE.
057100     MOVE SM-SOURCE-SYSTEM TO WS-AUTH-SOURCE.
057100     MOVE OP-OPERATION-CODE TO WS-AUTH-OPERATION.
057100     EXEC CICS READ FILE('SRCAUTH')
057100         INTO(WS-SAUTH-RECORD)
057100         RIDFLD(WS-AUTH-KEY)
057100         UPDATE
057100         RESP(WS-RESP-CODE)
057100     END-EXEC.
057100     IF WS-RESP-CODE = DFHRESP(NORMAL)
057100         IF SA-EFFECTIVE-FROM = WS-PERMIT-FROM
057100            AND SA-EFFECTIVE-TO = WS-PERMIT-TO
057100             EXEC CICS UNLOCK FILE('SRCAUTH')
057100             END-EXEC
057100             PERFORM 2700-FORMAT-RECORD
057100                 THRU 2700-FORMAT-RECORD-EXIT
057100             MOVE WS-MSG-NO-FIELDS TO SMSGO
057100             GO TO 2600-PERMIT-OPERATION-EXIT
057100         END-IF
057100         MOVE SA-OPERATION-CODE TO AUD-BEF-AUTH-OPERATION
057100         MOVE SA-EFFECTIVE-FROM TO AUD-BEF-AUTH-FROM
057100         MOVE SA-EFFECTIVE-TO   TO AUD-BEF-AUTH-TO
057100         MOVE WS-PERMIT-FROM    TO SA-EFFECTIVE-FROM
057100         MOVE WS-PERMIT-TO      TO SA-EFFECTIVE-TO
057100         EXEC CICS REWRITE FILE('SRCAUTH')
057100             FROM(WS-SAUTH-RECORD)
057100             RESP(WS-RESP-CODE)
057100         END-EXEC
057100     ELSE
057100         IF WS-RESP-CODE = DFHRESP(NOTFND)
057100             MOVE ZERO TO AUD-BEF-AUTH-FROM
057100             MOVE ZERO TO AUD-BEF-AUTH-TO
057100             MOVE SPACES            TO WS-SAUTH-RECORD
057100             MOVE WS-AUTH-SOURCE    TO SA-SOURCE-SYSTEM
057100             MOVE WS-AUTH-OPERATION TO SA-OPERATION-CODE
057100             MOVE WS-PERMIT-FROM    TO SA-EFFECTIVE-FROM
057100             MOVE WS-PERMIT-TO      TO SA-EFFECTIVE-TO
057100             EXEC CICS WRITE FILE('SRCAUTH')
057100                 FROM(WS-SAUTH-RECORD)
057100                 RIDFLD(SA-KEY)
057100                 RESP(WS-RESP-CODE)
057100             END-EXEC
057100         END-IF
057100     END-IF.
057100*    A FAILED READ, REWRITE, OR WRITE CHANGED NOTHING, SO NOTHING
057100*    MAY BE AUDITED OR CONFIRMED
057100     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
057100         PERFORM 2700-FORMAT-RECORD
057100             THRU 2700-FORMAT-RECORD-EXIT
057100         MOVE WS-MSG-AUTH-FAIL TO SMSGO
057100         GO TO 2600-PERMIT-OPERATION-EXIT
057100     END-IF.
057100     MOVE SA-OPERATION-CODE TO AUD-AFT-AUTH-OPERATION.
057100     MOVE SA-EFFECTIVE-FROM TO AUD-AFT-AUTH-FROM.
057100     MOVE SA-EFFECTIVE-TO   TO AUD-AFT-AUTH-TO.
057100     MOVE 'P' TO AUD-ACTION.
057100     PERFORM 8300-WRITE-AUDIT
057100         THRU 8300-WRITE-AUDIT-EXIT.
057100     IF WS-AUDIT-FAILED
057100         GO TO 2600-PERMIT-OPERATION-EXIT
057100     END-IF.
057100     PERFORM 2700-FORMAT-RECORD
057100         THRU 2700-FORMAT-RECORD-EXIT.
057100     MOVE WS-MSG-PERMITTED TO SMSGO.
057100 2600-PERMIT-OPERATION-EXIT.
057100     EXIT.
057100*----------------------------------------------------------------
057100* 2650-EDIT-PERMIT-FIELDS - A PERMIT NEEDS THE OPERATION AND A
057100*     FROM DATE; A BLANK TO DATE MEANS OPEN-ENDED (99999999).
057100*     BOTH DATES MUST BE YYYYMMDD WITH A REAL MONTH AND DAY, AND
057100*     FROM MAY NOT FALL AFTER TO.  TO ENDS A PERMISSION WHEN IT
057100*     IS SET TO THE LAST DAY THE SOURCE MAY STILL SEND IT
057100*----------------------------------------------------------------
057100 2650-EDIT-PERMIT-FIELDS.
057100     SET WS-INPUT-VALID TO TRUE.
057100     IF SAOPI = SPACE OR SAOPI = LOW-VALUE
057100         SET WS-INPUT-INVALID TO TRUE
057100         GO TO 2650-EDIT-PERMIT-FIELDS-EXIT
057100     END-IF.
057100     MOVE SAFRI TO WS-DATE-WORK-X.
057100     PERFORM 2660-EDIT-DATE
057100         THRU 2660-EDIT-DATE-EXIT.
057100     IF WS-INPUT-INVALID
057100         GO TO 2650-EDIT-PERMIT-FIELDS-EXIT
057100     END-IF.
057100     MOVE WS-DATE-WORK-9 TO WS-PERMIT-FROM.
057100     IF SATOI = SPACES OR SATOI = LOW-VALUES
057100         MOVE 99999999 TO WS-PERMIT-TO
057100     ELSE
057100         IF SATOI = '99999999'
057100             MOVE 99999999 TO WS-PERMIT-TO
057100         ELSE
057100             MOVE SATOI TO WS-DATE-WORK-X
057100             PERFORM 2660-EDIT-DATE
057100                 THRU 2660-EDIT-DATE-EXIT
057100             MOVE WS-DATE-WORK-9 TO WS-PERMIT-TO
057100         END-IF
057100     END-IF.
057100     IF WS-INPUT-VALID
057100        AND WS-PERMIT-FROM > WS-PERMIT-TO
057100         SET WS-INPUT-INVALID TO TRUE
057100     END-IF.
057100 2650-EDIT-PERMIT-FIELDS-EXIT.
057100     EXIT.
057100*----------------------------------------------------------------
057100* 2660-EDIT-DATE - THE KEYED DATE IN WS-DATE-WORK-X MUST BE EIGHT
057100*     DIGITS, MONTH 01-12, DAY 01-31
057100*----------------------------------------------------------------
057100 2660-EDIT-DATE.
057100     IF WS-DATE-WORK-X NOT NUMERIC
057100         SET WS-INPUT-INVALID TO TRUE
057100         GO TO 2660-EDIT-DATE-EXIT
057100     END-IF.
057100     IF WS-DATE-WORK-MM < 01 OR WS-DATE-WORK-MM > 12
057100      OR WS-DATE-WORK-DD < 01 OR WS-DATE-WORK-DD > 31
057100         SET WS-INPUT-INVALID TO TRUE
057100     END-IF.
057100 2660-EDIT-DATE-EXIT.
057100     EXIT.
057200*----------------------------------------------------------------
057300* 2700-FORMAT-RECORD - MOVE THE MASTER RECORD TO THE MAP'S
057400*     DISPLAY FIELDS, AND LIST THE SOURCE'S AUTHORIZATIONS
057500*----------------------------------------------------------------
057600 2700-FORMAT-RECORD.
057700     MOVE SM-SOURCE-SYSTEM    TO SSRCO.
058220     MOVE SM-RESULT-LIMIT     TO WS-LIMIT-WORK-9.
058230     MOVE WS-LIMIT-WORK-X     TO SLIMO.
058230     MOVE SM-FORMAT-CODE      TO SFMTO.
058240     MOVE SM-CLOSED-PERIOD-OPTION
058250                              TO SCLSO.
058250     MOVE SM-DUP-WINDOW-DAYS  TO SDWNO.
058250     MOVE SM-DUP-OPTION       TO SDOPO.
058250     PERFORM 2800-FORMAT-AUTHORIZATIONS
058250         THRU 2800-FORMAT-AUTHORIZATIONS-EXIT.
058300 2700-FORMAT-RECORD-EXIT.
058400     EXIT.
058400*----------------------------------------------------------------
058400* 2800-FORMAT-AUTHORIZATIONS - LIST THE SOURCE'S AUTHORIZATIONS,
058400*     IN OPERATION-CODE ORDER, IN THE FIVE PROTECTED ROWS.  EACH
058400*     IS GRADED AGAINST TODAY: FUTURE (NOT YET IN FORCE), ENDED
058400*     (WINDOW CLOSED), OR CURRENT.  AN OPERATION NOW INACTIVE ON
058400*     THE OPERATION MASTER SHOWS OP-INACT WHATEVER ITS DATES,
058400*     SINCE THE DRIVER REJECTS IT FROM EVERY SOURCE
058400*----------------------------------------------------------------
058400 2800-FORMAT-AUTHORIZATIONS.
058400     MOVE SPACES TO SAU1O.
058400     MOVE SPACES TO SAU2O.
058400     MOVE SPACES TO SAU3O.
058400     MOVE SPACES TO SAU4O.
058400     MOVE SPACES TO SAU5O.
058400     MOVE ZERO TO WS-AUTH-ROWS.
058400     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
058400     END-EXEC.
058400     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
058400         YYYYMMDD(WS-TODAY-X)
058400     END-EXEC.
058400     MOVE SM-SOURCE-SYSTEM TO WS-AUTH-SOURCE.
058400     MOVE LOW-VALUE TO WS-AUTH-OPERATION.
058400     EXEC CICS STARTBR FILE('SRCAUTH')
058400         RIDFLD(WS-AUTH-KEY)
058400         GTEQ
058400         RESP(WS-RESP-CODE)
058400     END-EXEC.
058400     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
058400         GO TO 2800-FORMAT-AUTHORIZATIONS-EXIT
058400     END-IF.
058400     SET WS-AUTH-LIST-MORE TO TRUE.
058400     PERFORM 2810-NEXT-AUTHORIZATION
058400         THRU 2810-NEXT-AUTHORIZATION-EXIT
058400         UNTIL WS-AUTH-LIST-DONE.
058400     EXEC CICS ENDBR FILE('SRCAUTH')
058400         RESP(WS-RESP-CODE)
058400     END-EXEC.
058400 2800-FORMAT-AUTHORIZATIONS-EXIT.
058400     EXIT.
058400*----------------------------------------------------------------
058400* 2810-NEXT-AUTHORIZATION - READ THE NEXT AUTHORIZATION AND, IF
058400*     IT IS STILL THIS SOURCE'S AND A ROW IS FREE, SHOW IT
058400*----------------------------------------------------------------
058400 2810-NEXT-AUTHORIZATION.
058400     EXEC CICS READNEXT FILE('SRCAUTH')
058400         INTO(WS-SAUTH-RECORD)
058400         RIDFLD(WS-AUTH-KEY)
058400         RESP(WS-RESP-CODE)
058400     END-EXEC.
058400     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
058400      OR SA-SOURCE-SYSTEM NOT = SM-SOURCE-SYSTEM
058400         SET WS-AUTH-LIST-DONE TO TRUE
058400         GO TO 2810-NEXT-AUTHORIZATION-EXIT
058400     END-IF.
058400     ADD 1 TO WS-AUTH-ROWS.
058400     PERFORM 2820-FORMAT-AUTH-LINE
058400         THRU 2820-FORMAT-AUTH-LINE-EXIT.
058400     EVALUATE WS-AUTH-ROWS
058400         WHEN 1
058400             MOVE WS-AUTH-LINE TO SAU1O
058400         WHEN 2
058400             MOVE WS-AUTH-LINE TO SAU2O
058400         WHEN 3
058400             MOVE WS-AUTH-LINE TO SAU3O
058400         WHEN 4
058400             MOVE WS-AUTH-LINE TO SAU4O
058400         WHEN OTHER
058400             MOVE WS-AUTH-LINE TO SAU5O
058400     END-EVALUATE.
058400     IF WS-AUTH-ROWS NOT < WS-AUTH-MAX-ROWS
058400         SET WS-AUTH-LIST-DONE TO TRUE
058400     END-IF.
058400 2810-NEXT-AUTHORIZATION-EXIT.
058400     EXIT.
058400*----------------------------------------------------------------
058400* 2820-FORMAT-AUTH-LINE - BUILD ONE AUTHORIZATION ROW
058400*----------------------------------------------------------------
058400 2820-FORMAT-AUTH-LINE.
058400     MOVE SA-OPERATION-CODE TO WS-AL-OPERATION-CODE.
058400     MOVE SA-EFFECTIVE-FROM TO WS-AL-FROM.
058400     IF SA-EFFECTIVE-TO = 99999999
058400         MOVE 'OPEN'          TO WS-AL-TO
058400     ELSE
058400         MOVE SA-EFFECTIVE-TO TO WS-AL-TO
058400     END-IF.
058400     EXEC CICS READ FILE('OPMAST')
058400         INTO(WS-OPM-RECORD)
058400         RIDFLD(SA-OPERATION-CODE)
058400         RESP(WS-RESP-CODE)
058400     END-EXEC.
058400     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
058400         MOVE '** NOT ON OPERATION MASTER **'
058400                                TO WS-AL-DESCRIPTION
058400         MOVE 'OP-INACT'        TO WS-AL-STATUS
058400         GO TO 2820-FORMAT-AUTH-LINE-EXIT
058400     END-IF.
058400     MOVE OP-DESCRIPTION TO WS-AL-DESCRIPTION.
058400     IF NOT OP-OP-ACTIVE
058400         MOVE 'OP-INACT'        TO WS-AL-STATUS
058400     ELSE
058400         IF SA-EFFECTIVE-FROM > WS-TODAY-9
058400             MOVE 'FUTURE'      TO WS-AL-STATUS
058400         ELSE
058400             IF SA-EFFECTIVE-TO < WS-TODAY-9
058400                 MOVE 'ENDED'   TO WS-AL-STATUS
058400             ELSE
058400                 MOVE 'CURRENT' TO WS-AL-STATUS
058400             END-IF
058400         END-IF
058400     END-IF.
058400 2820-FORMAT-AUTH-LINE-EXIT.
058400     EXIT.
058500*----------------------------------------------------------------
058600* 8100-SEND-MAP-DATAONLY - RE-SEND THE MAP WITH THE CURRENT
058700*     DISPLAY FIELDS AND MESSAGE
060510     MOVE SPACES TO SRETO.
060520     MOVE SPACES TO SLIMO.
060530     MOVE SPACES TO SFMTO.
060540     MOVE SPACES TO SCLSO.
060540     MOVE SPACES TO SDWNO.
060540     MOVE SPACES TO SDOPO.
060540     MOVE SPACES TO SAU1O.
060540     MOVE SPACES TO SAU2O.
060540     MOVE SPACES TO SAU3O.
060540     MOVE SPACES TO SAU4O.
060540     MOVE SPACES TO SAU5O.
060600 8200-CLEAR-DISPLAY-FIELDS-EXIT.
060700     EXIT.
060800*----------------------------------------------------------------
061100*     RECORD AS REWRITTEN; THE CALLER SET THE BEFORE IMAGE AND
061200*     ACTION.  TWO CHANGES TO THE SAME SOURCE BY THE SAME
061300*     OPERATOR IN THE SAME SECOND COLLIDE ON THE KEY - THE
061400*     RETRY BUMPS THE TIME BY A SECOND ONCE.  A PERMIT'S
061400*     CALLER HAS BUILT BOTH AUTHORIZATION IMAGES ALREADY, SO
061400*     THE MASTER FIELDS ARE NOT MOVED OVER THEM.  IF THE AUDIT
061500*     STILL CANNOT BE WRITTEN THE WHOLE UNIT OF WORK IS ROLLED
061600*     BACK, SO THE MASTER IS NEVER CHANGED WITHOUT ITS AUDIT
061700*----------------------------------------------------------------
062900     MOVE WS-AUDIT-DATE-X     TO AUD-CHANGE-DATE.
063000     MOVE WS-AUDIT-TIME-X     TO AUD-CHANGE-TIME.
063100     MOVE WS-OPERATOR-ID      TO AUD-OPERATOR-ID.
063100     IF AUD-ACTION-PERMIT
063100         GO TO 8300-WRITE-AUDIT-RECORD
063100     END-IF.
063200     MOVE SM-ACTIVE-FLAG      TO AUD-AFT-ACTIVE-FLAG.
063300     MOVE SM-REJECT-THRESHOLD TO AUD-AFT-THRESHOLD.
063400     MOVE SM-VOLUME-MIN       TO AUD-AFT-VOLUME-MIN.
063610     MOVE SM-RETENTION-DAYS   TO AUD-AFT-RETENTION.
063620     MOVE SM-RESULT-LIMIT     TO AUD-AFT-RESULT-LIMIT.
063630     MOVE SM-FORMAT-CODE      TO AUD-AFT-FORMAT-CODE.
063640     MOVE SM-CLOSED-PERIOD-OPTION
063650                              TO AUD-AFT-CLOSED-OPTION.
063650     MOVE SM-DUP-WINDOW-DAYS  TO AUD-AFT-DUP-WINDOW.
063650     MOVE SM-DUP-OPTION       TO AUD-AFT-DUP-OPTION.
063650 8300-WRITE-AUDIT-RECORD.
063700     EXEC CICS WRITE FILE('SRCAUDIT')
063800         FROM(WS-AUDIT-RECORD)
063900         RIDFLD(AUD-KEY)
066710     MOVE SM-RETENTION-DAYS   TO AUD-BEF-RETENTION.
066720     MOVE SM-RESULT-LIMIT     TO AUD-BEF-RESULT-LIMIT.
066730     MOVE SM-FORMAT-CODE      TO AUD-BEF-FORMAT-CODE.
066740     MOVE SM-CLOSED-PERIOD-OPTION
066750                              TO AUD-BEF-CLOSED-OPTION.
066750     MOVE SM-DUP-WINDOW-DAYS  TO AUD-BEF-DUP-WINDOW.
066750     MOVE SM-DUP-OPTION       TO AUD-BEF-DUP-OPTION.
066800 8400-SAVE-BEFORE-IMAGE-EXIT.
066900     EXIT.
067000 END PROGRAM F01SRCI.
