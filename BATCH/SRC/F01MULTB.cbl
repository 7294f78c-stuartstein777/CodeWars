001299*               AS ITS RECORD N LEFT THE NIGHTLY'S RECORD N OF
001299*               THE SAME ID LOOKING LIKE A PRE-ABEND WRITE,
001299*               LETTING A TRUE DUPLICATE DOUBLE-POST.
001300* 10/15/26 RH   NEW OPERATION CODE 'V' - REVERSAL.  THE RECORD
001301*               NAMES THE ORIGINAL BY ITS OWN TRANSACTION-ID AND
001302*               SOURCE; THE ORIGINAL MUST BE ON TRANHIST (NOW
001303*               OPENED HERE, INPUT) AND NOT ALREADY REVERSED, ELSE
001304*               REJECT RVNF / RVDN.  AN ACCEPTED REVERSAL SKIPS
001305*               THE CACHE AND LIMIT CHECKS AND WRITES A RESULTOT
001306*               DETAIL CARRYING THE ORIGINAL'S NUMBERS AND RESULT,
001307*               FOR THE EXTRACT TO OFFSET AND F01HSTLD TO MARK.
001308*               IT ALSO FLAGS THE ORIGINAL'S DUPMAST ENTRY
001309*               REVERSED, AND A LATER RECORD UNDER THAT KEY (THE
001310*               CORRECTED REPLACEMENT) PASSES THE DUPLICATE CHECK
001311*               ONCE.
001312* 10/15/26 RH   ACCOUNTING PERIOD LOCK.  THE LATEST MONTH CLOSED
001313*               BY F01PRDCL IS READ FROM PERIODCT AT START-UP; AN
001314*               EFFECTIVE DATE IN A CLOSED MONTH REJECTS CLSD, OR
001315*               IS RE-DATED TO THE PROCESSING DATE WHEN THE
001316*               SOURCE'S MASTER CLOSED-PERIOD OPTION IS 'D'.  A
001317*               RUN WHOSE OWN PROCESSING DATE IS IN A CLOSED
001318*               MONTH IS REFUSED.  RESULTOT DETAILS NOW FLAG A
001319*               RELEASED-SUSPENSE REDRIVE ('S') SO F01HSTLD CAN
001320*               MARK IT ON TRANHIST FOR THE MONTHLY STATEMENT.
001321* 10/15/26 RH   PENDOUT IS NOW POSTED TO THE KEYED PENDING MASTER
001322*               (PNDMAST) BY F01PNDLD AND RELEASED BY F01PNDRL;
001323*               COMMENTS ONLY.
001324* 10/15/26 RH   PER-SOURCE OPERATION AUTHORIZATION.  THE VALID
001325*               OPERATION CODES NOW COME FROM THE OPERATION MASTER
001326*               (OPMAST, SEE OPMREC) LOADED AT START-UP - A CODE
001327*               NOT ACTIVE THERE REJECTS OPCD - AND EACH SOURCE
001328*               MAY SEND ONLY THE OPERATIONS SRCAUTH (SEE SAUREC)
001329*               AUTHORIZES IT FOR ON THE PROCESSING DATE; ANYTHING
001330*               ELSE REJECTS WITH THE NEW REASON OPNA.  NO ACTIVE
001331*               OPERATION ON THE MASTER ENDS THE RUN RC=16.
001332* 10/15/26 RH   NEAR-DUPLICATE CHECK.  EACH ACCEPTED DETAIL FROM A
001333*               SOURCE WITH A NEAR-DUP WINDOW ON ITS MASTER IS
001334*               LOOKED UP ON TRANHIST THROUGH THE NEW
001335*               OPERATION/NUMBERS ALTERNATE INDEX (DD TRANHIS1);
001336*               AN EARLIER POSTING FROM THE SAME SOURCE UNDER
001337*               ANOTHER ID, WITH THE SAME NUMBERS AND AN EFFECTIVE
001338*               DATE WITHIN THE WINDOW, MAKES IT A SUSPECT,
001339*               WRITTEN TO THE NEW NDUPOUT FILE FOR F01NDRPT.  A
001340*               SOURCE WHOSE OPTION IS 'H' HAS ITS SUSPECTS HELD
001341*               ON SUSPMAST WITH HOLD REASON N INSTEAD OF GOING TO
001342*               RESULTOT.
001343* 10/15/26 RH   A NORMAL OR RESTART RUN NOW STARTS ONLY FROM A
001344*               MASTER BACKUP: THE BACKUP LOG (BKUPLOG, WRITTEN
001345*               BY THE F01BKCTL BACKUP STEP AHEAD OF THE FIRST
001346*               MASTER UPDATE OF THE NIGHT) MUST HOLD A SET FOR
001347*               TONIGHT'S PROCESSING DATE, OR THE RUN IS REFUSED
001348*               RC=16 BEFORE ANY MASTER IS TOUCHED.  THE SET IS
001349*               WRITTEN TO THE NEW RUN-LOG BACKUP-SET FIELD, SO
001350*               THE RUN LOG SAYS WHICH SET TO RESTORE TO UNDO THE
001351*               NIGHT.  AN EXPEDITE RUN TAKES NO BACKUP, READS NO
001352*               BKUPLOG, AND LOGS SET ZERO.
001353* 10/15/26 RH   HISTREC NOW CARRIES THE REVERSED RESULT (WHAT A
001354*               REVERSAL TOOK BACK) - THE RECORD IS 84 BYTES.
001355*               LAYOUT RESYNC ONLY HERE.
001356* 10/15/26 RH   AN OPMAST ENTRY WHOSE DISPATCH PROGRAM IS NOT THE
001357*               ROUTINE THIS PROGRAM USES FOR THE CODE (F01-MULT
001358*               FOR M, BLOOD-MOON FOR B, F01MULTB FOR D/R/V) IS
001359*               NOW LISTED AND TREATED AS INACTIVE, NOT RUN
001360*               THROUGH F01-MULT.  THE NEAR-DUPLICATE MATCH VIEW
001361*               OF THE HISTORY RECORD NOW SPANS ALL 84 BYTES.
001300*----------------------------------------------------------------
001400* REMARKS.
001500*     THIS PROGRAM REPLACES THE AD-HOC, ONE-PAIR-AT-A-TIME CALLS
003026     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
003028         ORGANIZATION IS SEQUENTIAL.
003030
003030     SELECT BKUP-LOG-FILE ASSIGN TO BKUPLOG
003030         ORGANIZATION IS SEQUENTIAL.
003030
003032     SELECT SUSP-FILE ASSIGN TO SUSPMAST
003034         ORGANIZATION IS INDEXED
003036         ACCESS MODE IS RANDOM
003038         RECORD KEY IS SUSP-KEY
003040         FILE STATUS IS WS-SUSP-STATUS.
003041
003042     SELECT TRANHIST-FILE ASSIGN TO TRANHIST
003043         ORGANIZATION IS INDEXED
003044         ACCESS MODE IS DYNAMIC
003045         RECORD KEY IS HIST-KEY
003045         ALTERNATE RECORD KEY IS HIST-MATCH-KEY
003045             WITH DUPLICATES
003046         FILE STATUS IS WS-HIST-STATUS.
003047
003048     SELECT PERIOD-FILE ASSIGN TO PERIODCT
003049         ORGANIZATION IS SEQUENTIAL.
003049
003049     SELECT OPMAST-FILE ASSIGN TO OPMAST
003049         ORGANIZATION IS INDEXED
003049         ACCESS MODE IS SEQUENTIAL
003049         RECORD KEY IS OP-OPERATION-CODE
003049         FILE STATUS IS WS-OPM-STATUS.
003049
003049     SELECT SAUTH-FILE ASSIGN TO SRCAUTH
003049         ORGANIZATION IS INDEXED
003049         ACCESS MODE IS RANDOM
003049         RECORD KEY IS SA-KEY
003049         FILE STATUS IS WS-SAUTH-STATUS.
003049
003049     SELECT NDUP-OUT-FILE ASSIGN TO NDUPOUT
003049         ORGANIZATION IS SEQUENTIAL.
003030 DATA DIVISION.
003100 FILE SECTION.
003200 FD  TRANX-IN-FILE
004155         TRX-NUM-1 BY RO-NUM-1
004156         TRX-NUM-2 BY RO-NUM-2
004157         TRX-RESULT BY RO-RESULT.
004405         10  RO-SUSP-RELEASE-FLAG   PIC X(01).
004406             88  RO-SUSP-RELEASED       VALUE 'S'.
004410         10  FILLER                 PIC X(27).
004420     05  RO-TRAILER-DATA REDEFINES RO-DETAIL-DATA.
004430         10  RO-TRL-RECORD-COUNT    PIC 9(09).
004440         10  RO-TRL-HASH-TOTAL      PIC 9(11)V9(04).
004629         SMX-STREAM-NUMBER BY SM-STREAM-NUMBER
004629         SMX-RETENTION-DAYS BY SM-RETENTION-DAYS
004629         SMX-RESULT-LIMIT BY SM-RESULT-LIMIT
004629         SMX-FORMAT-CODE BY SM-FORMAT-CODE
004629         SMX-CLOSED-PERIOD-OPTION BY SM-CLOSED-PERIOD-OPTION
004629         SMX-CLOSED-REJECT BY SM-CLOSED-REJECT
004629         SMX-CLOSED-REDATE BY SM-CLOSED-REDATE
004629         SMX-DUP-WINDOW-DAYS BY SM-DUP-WINDOW-DAYS
004629         SMX-DUP-OPTION BY SM-DUP-OPTION
004629         SMX-DUP-REPORT BY SM-DUP-REPORT
004629         SMX-DUP-HOLD BY SM-DUP-HOLD.
004630     05  FILLER                     PIC X(17).
004630
004630 FD  OPMAST-FILE.
004630 01  OPMAST-RECORD.
004630     COPY OPMREC
004630         REPLACING OPX-LEVEL BY 05
004630         OPX-OPERATION-CODE BY OP-OPERATION-CODE
004630         OPX-DESCRIPTION BY OP-DESCRIPTION
004630         OPX-ACTIVE-FLAG BY OP-ACTIVE-FLAG
004630         OPX-OP-ACTIVE BY OP-OP-ACTIVE
004630         OPX-OP-INACTIVE BY OP-OP-INACTIVE
004630         OPX-DISPATCH-PROGRAM BY OP-DISPATCH-PROGRAM.
004630     05  FILLER                     PIC X(18).
004630
004630 FD  SAUTH-FILE.
004630 01  SAUTH-RECORD.
004630     COPY SAUREC
004630         REPLACING SAX-LEVEL BY 05
004630         SAX-KEY-LEVEL BY 10
004630         SAX-KEY BY SA-KEY
004630         SAX-SOURCE-SYSTEM BY SA-SOURCE-SYSTEM
004630         SAX-OPERATION-CODE BY SA-OPERATION-CODE
004630         SAX-EFFECTIVE-FROM BY SA-EFFECTIVE-FROM
004630         SAX-EFFECTIVE-TO BY SA-EFFECTIVE-TO.
004630     05  FILLER                     PIC X(15).
004629
004630 FD  CAL-FILE
004631     RECORDING MODE IS F.
004640         10  DUP-SOURCE-SYSTEM      PIC X(08).
004641     05  DUP-PROCESS-DATE           PIC 9(08).
004642     05  DUP-RECORD-NUMBER          PIC 9(09).
004643     05  DUP-REVERSAL-FLAG          PIC X(01).
004643         88  DUP-REVERSED               VALUE 'R'.
004643     05  FILLER                     PIC X(12).
004644
004645 FD  PEND-OUT-FILE
004646     RECORDING MODE IS F.
004675         RLX-RECORDS-CACHE-HIT BY RL-RECORDS-CACHE-HIT
004676         RLX-HASH-TOTAL BY RL-HASH-TOTAL
004676         RLX-RECORDS-SUSP BY RL-RECORDS-SUSP
004677         RLX-RETURN-CODE BY RL-RETURN-CODE
004677         RLX-BACKUP-SET BY RL-BACKUP-SET.
004679
004679 FD  BKUP-LOG-FILE
004679     RECORDING MODE IS F.
004679 01  BKUP-LOG-RECORD.
004679     COPY BKUPREC
004679         REPLACING BKX-LEVEL BY 05
004679         BKX-SET-NUMBER BY BL-SET-NUMBER
004679         BKX-PROCESS-DATE BY BL-PROCESS-DATE
004679         BKX-BACKUP-DATE BY BL-BACKUP-DATE
004679         BKX-BACKUP-TIME BY BL-BACKUP-TIME
004679         BKX-SCOPE BY BL-SCOPE
004679         BKX-MASTER BY BL-MASTER
004679         BKX-RECORD-COUNT BY BL-RECORD-COUNT.
004679     05  FILLER                     PIC X(28).
004679
004680 FD  SUSP-FILE.
004681 01  SUSP-RECORD.
004697         SPX-SUSP-RELEASED BY SUSP-RELEASED
004698         SPX-SUSP-REJECTED BY SUSP-REJECTED
004699         SPX-REVIEWER BY SUSP-REVIEWER
004700         SPX-REVIEW-DATE BY SUSP-REVIEW-DATE
004700         SPX-HOLD-REASON BY SUSP-HOLD-REASON
004700         SPX-HOLD-OVER-LIMIT BY SUSP-HOLD-OVER-LIMIT
004700         SPX-HOLD-NEAR-DUP BY SUSP-HOLD-NEAR-DUP.
004701     05  FILLER                     PIC X(09).
004702
004703 FD  TRANHIST-FILE.
004704 01  TRANHIST-RECORD.
004705     COPY HISTREC
004706         REPLACING HSX-LEVEL BY 05
004707         HSX-KEY-LEVEL BY 10
004708         HSX-KEY BY HIST-KEY
004709         HSX-SOURCE-SYSTEM BY HIST-SOURCE-SYSTEM
004710         HSX-TRANSACTION-ID BY HIST-TRANSACTION-ID
004711         HSX-EFFECTIVE-DATE BY HIST-EFFECTIVE-DATE
004712         HSX-OPERATION-CODE BY HIST-OPERATION-CODE
004713         HSX-NUM-1 BY HIST-NUM-1
004714         HSX-NUM-2 BY HIST-NUM-2
004715         HSX-RESULT BY HIST-RESULT
004716         HSX-RUN-DATE BY HIST-RUN-DATE
004717         HSX-RUN-TYPE BY HIST-RUN-TYPE
004718         HSX-REVERSAL-FLAG BY HIST-REVERSAL-FLAG
004719         HSX-NOT-REVERSED BY HIST-NOT-REVERSED
004720         HSX-REVERSED BY HIST-REVERSED
004721         HSX-REVERSED-CORRECTED BY HIST-REVERSED-CORRECTED
004722         HSX-REVERSAL-DATE BY HIST-REVERSAL-DATE
004722         HSX-SUSP-RELEASE-FLAG BY HIST-SUSP-RELEASE-FLAG
004722         HSX-NOT-SUSP-RELEASE BY HIST-NOT-SUSP-RELEASE
004722         HSX-SUSP-RELEASED BY HIST-SUSP-RELEASED
004722         HSX-REVERSED-RESULT BY HIST-REVERSED-RESULT.
004722*    THE SAME RECORD AS THE OPERATION/NUMBERS ALTERNATE INDEX
004722*    SEES IT - THE NEAR-DUPLICATE LOOK-UP STARTS ON THIS KEY
004722 01  TRANHIST-MATCH-VIEW.
004722     05  FILLER                     PIC X(28).
004722     05  HIST-MATCH-KEY.
004722         10  HIST-MATCH-OP-CODE     PIC X(01).
004722         10  HIST-MATCH-NUM-1       PIC 9(04).
004722         10  HIST-MATCH-NUM-2       PIC 9(04).
004722     05  FILLER                     PIC X(47).
004723
004724 FD  PERIOD-FILE
004725     RECORDING MODE IS F.
004726 01  PERIOD-RECORD.
004727     COPY PRDCREC
004728         REPLACING PCX-LEVEL BY 05
004729         PCX-PERIOD BY PC-PERIOD
004730         PCX-RECORD-TYPE BY PC-RECORD-TYPE
004731         PCX-SOURCE-STATEMENT BY PC-SOURCE-STATEMENT
004732         PCX-CLOSING-CONTROL BY PC-CLOSING-CONTROL
004733         PCX-SOURCE-SYSTEM BY PC-SOURCE-SYSTEM
004734         PCX-CLOSE-DATE BY PC-CLOSE-DATE
004735         PCX-MONTH-COUNT BY PC-MONTH-COUNT
004736         PCX-MONTH-TOTAL BY PC-MONTH-TOTAL
004737         PCX-REVERSAL-COUNT BY PC-REVERSAL-COUNT
004738         PCX-REVERSAL-TOTAL BY PC-REVERSAL-TOTAL
004739         PCX-SUSP-RELEASE-COUNT BY PC-SUSP-RELEASE-COUNT
004740         PCX-SUSP-RELEASE-TOTAL BY PC-SUSP-RELEASE-TOTAL
004741         PCX-CUM-COUNT BY PC-CUM-COUNT
004742         PCX-CUM-NET-TOTAL BY PC-CUM-NET-TOTAL.
004743     05  FILLER                     PIC X(01).
004744
004744 FD  NDUP-OUT-FILE
004744     RECORDING MODE IS F.
004744 01  NDUP-OUT-RECORD.
004744     COPY NDUPREC
004744         REPLACING NDX-LEVEL BY 05
004744         NDX-SOURCE-SYSTEM BY ND-SOURCE-SYSTEM
004744         NDX-TRANSACTION-ID BY ND-TRANSACTION-ID
004744         NDX-EFFECTIVE-DATE BY ND-EFFECTIVE-DATE
004744         NDX-OPERATION-CODE BY ND-OPERATION-CODE
004744         NDX-NUM-1 BY ND-NUM-1
004744         NDX-NUM-2 BY ND-NUM-2
004744         NDX-RESULT BY ND-RESULT
004744         NDX-PROCESS-DATE BY ND-PROCESS-DATE
004744         NDX-MATCH-ID BY ND-MATCH-ID
004744         NDX-MATCH-EFF-DATE BY ND-MATCH-EFF-DATE
004744         NDX-MATCH-RUN-DATE BY ND-MATCH-RUN-DATE
004744         NDX-ACTION BY ND-ACTION
004744         NDX-PASSED BY ND-PASSED
004744         NDX-HELD BY ND-HELD
004744         NDX-LIMIT-HELD BY ND-LIMIT-HELD.
004744     05  FILLER                     PIC X(12).
004744
004700 WORKING-STORAGE SECTION.
004800*----------------------------------------------------------------
004900* SWITCHES
005299
005299 77  WS-REDRIVE-SWITCH           PIC X(01)   VALUE 'N'.
005299     88  WS-RELEASED-REDRIVE                  VALUE 'Y'.
005299
005299 77  WS-HIST-STATUS              PIC X(02)   VALUE '00'.
005299
005299 77  WS-NEAR-DUP-SWITCH          PIC X(01)   VALUE 'N'.
005299     88  WS-RECORD-NEAR-DUP                   VALUE 'Y'.
005299
005299 77  WS-MATCH-END-SWITCH         PIC X(01)   VALUE 'N'.
005299     88  WS-MATCH-SCAN-DONE                   VALUE 'Y'.
005299
005299*----------------------------------------------------------------
005299* WHY A RECORD IS BEING HELD ON SUSPMAST - SET BEFORE EACH
005299*     PERFORM OF 2350, WRITTEN TO THE HOLD BY 2360
005299*----------------------------------------------------------------
005299 77  WS-HOLD-REASON              PIC X(01)   VALUE SPACE.
005299
005299 77  WS-OPM-STATUS               PIC X(02)   VALUE '00'.
005299 77  WS-OPM-EOF-SWITCH           PIC X(01)   VALUE 'N'.
005299     88  WS-OPM-END-OF-FILE                  VALUE 'Y'.
005299
005299 77  WS-SAUTH-STATUS             PIC X(02)   VALUE '00'.
005297
005298 77  WS-OPERATION-CODE           PIC X(01)   VALUE SPACE.
005299     88  WS-OP-MULTIPLY                       VALUE 'M'.
005299     88  WS-OP-BLOOD-MOON                     VALUE 'B'.
005299     88  WS-OP-DIVIDE                         VALUE 'D'.
005299     88  WS-OP-REMAINDER                      VALUE 'R'.
005299     88  WS-OP-REVERSAL                       VALUE 'V'.
005299     88  WS-OP-VALID                          VALUE 'M' 'B'
005299                                                    'D' 'R'
005299                                                    'V'.
005299     88  WS-OP-DIVISION                       VALUE 'D' 'R'.
005300
005400*----------------------------------------------------------------
005846 77  WS-RECORDS-DUP              PIC 9(09) COMP VALUE ZERO.
005846 77  WS-RECORDS-SUSPENDED        PIC 9(09) COMP VALUE ZERO.
005846 77  WS-REJECT-FILE-COUNT        PIC 9(09) COMP VALUE ZERO.
005846 77  WS-RECORDS-REDATED          PIC 9(09) COMP VALUE ZERO.
005846 77  WS-RECORDS-NEAR-DUP         PIC 9(09) COMP VALUE ZERO.
005847 77  WS-HASH-TOTAL               PIC 9(11)V9(04) COMP VALUE ZERO.
005848
005849*----------------------------------------------------------------
005853 77  WS-PROCESS-DATE             PIC 9(08)   VALUE ZERO.
005853
005853*----------------------------------------------------------------
005853* ACCOUNTING PERIOD LOCK - THE LATEST MONTH (YYYYMM) CLOSED BY
005853*     F01PRDCL, FROM THE LAST CLOSING CONTROL RECORD ON
005853*     PERIODCT, AND THE PROCESSING DATE'S OWN MONTH.  ZERO
005853*     MEANS NOTHING HAS BEEN CLOSED YET
005853*----------------------------------------------------------------
005853 77  WS-CLOSED-PERIOD            PIC 9(06)   VALUE ZERO.
005853 77  WS-PROCESS-PERIOD           PIC 9(06)   VALUE ZERO.
005853 77  WS-PRD-EOF-SWITCH           PIC X(01)   VALUE 'N'.
005853     88  WS-PRD-END-OF-FILE                  VALUE 'Y'.
005853
005853*----------------------------------------------------------------
005853* RUN-LOG WORK AREAS - THE TIME STAMP FOR TONIGHT'S LOG RECORD
005853*     AND THE RING OF RECENT INPUT VOLUMES USED FOR THE
005853*     LIGHT/HEAVY ANOMALY CHECK
005853 77  WS-GUARD-EOF-SWITCH         PIC X(01)   VALUE 'N'.
005853     88  WS-GUARD-END-OF-FILE                VALUE 'Y'.
005853 77  WS-LAST-RUN-DATE            PIC 9(08)   VALUE ZERO.
005853 77  WS-BKLOG-EOF-SWITCH         PIC X(01)   VALUE 'N'.
005853     88  WS-BKLOG-END-OF-FILE                VALUE 'Y'.
005853 77  WS-BACKUP-SET               PIC 9(07)   VALUE ZERO.
005853 77  WS-VOL-RING-SIZE            PIC 9(04) COMP VALUE 7.
005853 77  WS-VOL-SLOT                 PIC 9(04) COMP VALUE ZERO.
005853 77  WS-VOL-RUNS-SEEN            PIC 9(09) COMP VALUE ZERO.
005856     05  WS-EDIT-YYYY            PIC 9(04).
005857     05  WS-EDIT-MM              PIC 9(02).
005858     05  WS-EDIT-DD              PIC 9(02).
005858 01  WS-EDIT-DATE-P REDEFINES WS-EDIT-DATE.
005858     05  WS-EDIT-PERIOD          PIC 9(06).
005858     05  FILLER                  PIC 9(02).
005859 77  WS-MONTH-END-DD             PIC 9(02)   VALUE ZERO.
005860 77  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
005861 77  WS-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
005864 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-DATA.
005865     05  WS-MONTH-DAYS           OCCURS 12 TIMES
005866                                 PIC 9(02).
005866
005866*----------------------------------------------------------------
005866* NEAR-DUPLICATE LOOK-UP - THE OPERATION/NUMBERS KEY BEING
005866*     MATCHED ON TRANHIST, THE EARLIER POSTING IT MATCHED, AND
005866*     THE DAY COUNTS THE EFFECTIVE-DATE WINDOW IS MEASURED IN
005866*     (8500-DATE-TO-DAYS, THE SAME ROUTINE AS F01HSTAR)
005866*----------------------------------------------------------------
005866 01  WS-NDUP-KEY.
005866     05  WS-NDUP-OP-CODE         PIC X(01).
005866     05  WS-NDUP-NUM-1           PIC 9(04).
005866     05  WS-NDUP-NUM-2           PIC 9(04).
005866 77  WS-NDUP-MATCH-ID            PIC X(12)   VALUE SPACES.
005866 77  WS-NDUP-MATCH-EFF-DATE      PIC 9(08)   VALUE ZERO.
005866 77  WS-NDUP-MATCH-RUN-DATE      PIC 9(08)   VALUE ZERO.
005866 77  WS-NDUP-TRAN-DAYS           PIC 9(09) COMP VALUE ZERO.
005866 77  WS-NDUP-GAP-DAYS            PIC S9(09) COMP VALUE ZERO.
005866 77  WS-CONVERT-DAYS             PIC 9(09) COMP VALUE ZERO.
005866 77  WS-LEAP-DAYS                PIC 9(04) COMP VALUE ZERO.
005866 77  WS-PRIOR-YYYY               PIC 9(04) COMP VALUE ZERO.
005866 01  WS-CONVERT-DATE             PIC 9(08).
005866 01  WS-CONVERT-DATE-R REDEFINES WS-CONVERT-DATE.
005866     05  WS-CONVERT-YYYY         PIC 9(04).
005866     05  WS-CONVERT-MM           PIC 9(02).
005866     05  WS-CONVERT-DD           PIC 9(02).
005866 01  WS-MONTH-OFFSET-DATA        PIC X(36)   VALUE
005866     '000031059090120151181212243273304334'.
005866 01  WS-MONTH-OFFSET-R REDEFINES WS-MONTH-OFFSET-DATA.
005866     05  WS-MONTH-OFFSET         OCCURS 12 TIMES
005866                                 PIC 9(03).
005900
005901*----------------------------------------------------------------
005902* PER-SOURCE-SYSTEM TABLE - ONE ENTRY PER SOURCE SEEN THIS RUN,
005922         10  WS-SRC-VOLUME-MIN        PIC 9(09) COMP.
005923         10  WS-SRC-VOLUME-MAX        PIC 9(09) COMP.
005923         10  WS-SRC-RESULT-LIMIT      PIC 9(10)V9(04) COMP.
005923         10  WS-SRC-CLOSED-OPTION     PIC X(01).
005923             88  WS-SRC-CLOSED-REDATE     VALUE 'D'.
005923         10  WS-SRC-DUP-WINDOW        PIC 9(03) COMP.
005923         10  WS-SRC-DUP-OPTION        PIC X(01).
005923             88  WS-SRC-DUP-HOLD          VALUE 'H'.
005924         10  WS-SRC-RECORDS-READ      PIC 9(09) COMP.
005925         10  WS-SRC-RECORDS-REJECTED  PIC 9(09) COMP.
005926         10  WS-SRC-RECORDS-DUP       PIC 9(09) COMP.
005927         10  WS-SRC-RECORDS-WRITTEN   PIC 9(09) COMP.
005928         10  WS-SRC-RECORDS-CACHE-HIT PIC 9(09) COMP.
005929         10  WS-SRC-RECORDS-SUSP      PIC 9(09) COMP.
005929         10  WS-SRC-AUTH-FLAG         OCCURS 20 TIMES
005929                                      PIC X(01).
005929             88  WS-SRC-OP-AUTHORIZED     VALUE 'Y'.
005926
005926*----------------------------------------------------------------
005926* OPERATION TABLE - THE OPERATION MASTER (OPMAST), LOADED AT
005926*     START-UP.  ONLY CODES THAT ARE ACTIVE THERE, THAT THIS
005926*     PROGRAM HAS A ROUTINE FOR, AND WHOSE DISPATCH PROGRAM NAMES
005926*     THAT ROUTINE ARE TAKEN; EACH SOURCE'S ENTRY
005926*     ABOVE CARRIES ONE AUTHORIZATION FLAG PER TABLE SLOT, PRIMED
005926*     FROM SRCAUTH THE FIRST TIME THE SOURCE APPEARS
005926*----------------------------------------------------------------
005926 77  WS-OPT-MAX-ENTRIES          PIC 9(04) COMP VALUE 20.
005926 77  WS-OPT-COUNT                PIC 9(04) COMP VALUE ZERO.
005926 77  WS-OPT-IX                   PIC 9(04) COMP VALUE ZERO.
005926 77  WS-OPT-FOUND-IX             PIC 9(04) COMP VALUE ZERO.
005926 77  WS-OPT-ROUTINE              PIC X(10) VALUE SPACES.
005926 01  WS-OPERATION-TABLE.
005926     05  WS-OPT-ENTRY OCCURS 20 TIMES.
005926         10  WS-OPT-CODE              PIC X(01).
005926         10  WS-OPT-DISPATCH-PROGRAM  PIC X(10).
006000*----------------------------------------------------------------
006100* LINKAGE WORK AREAS FOR THE CALLS TO F01-MULT AND BLOOD-MOON.
006110*     EACH SUBROUTINE GETS A RESULT FIELD MATCHING ITS OWN
006512 77  WS-DIV-QUOTIENT              PIC 9(04).
006514 77  WS-DIV-REMAINDER             PIC 9(04).
006520 77  WS-CALC-RESULT               PIC 9(10)V9(04).
006521
006522*----------------------------------------------------------------
006523* THE ORIGINAL TRANSACTION A REVERSAL NAMES, AS POSTED ON THE
006524*     TRANHIST MASTER - ITS NUMBERS AND RESULT ARE WHAT THE
006525*     REVERSAL'S RESULTOT DETAIL CARRIES, SO THE EXTRACT CAN
006526*     POST THE EXACT OFFSET
006527*----------------------------------------------------------------
006528 77  WS-REV-NUM-1                 PIC 9(04)   VALUE ZERO.
006529 77  WS-REV-NUM-2                 PIC 9(04)   VALUE ZERO.
006510 LINKAGE SECTION.
006520*----------------------------------------------------------------
006530* JCL PARM AREA - THE SYSTEM SUPPLIES A BINARY PARM LENGTH
008298         PERFORM 1400-REPOSITION-PEND-OUT
008298             THRU 1400-REPOSITION-PEND-OUT-EXIT
008298             WS-RECORDS-PENDED TIMES
008298*        NDUPOUT HAS NO COUNT ON THE CHECKPOINT TO REPOSITION
008298*        BY - IT IS EXTENDED, AND THE SUSPECTS REPLAYED SINCE
008298*        THE LAST CHECKPOINT ARE DROPPED BY THE SORT AHEAD OF
008298*        F01NDRPT (ONE RECORD PER SOURCE AND ID)
008298         OPEN EXTEND NDUP-OUT-FILE
008298         PERFORM 9100-SKIP-TRANX-RECORD
008299             THRU 9100-SKIP-TRANX-RECORD-EXIT
008300             WS-SKIP-COUNT TIMES
008303         OPEN OUTPUT RESULT-OUT-FILE
008304         OPEN OUTPUT REJECT-OUT-FILE
008305         OPEN OUTPUT PEND-OUT-FILE
008305         OPEN OUTPUT NDUP-OUT-FILE
008306     END-IF.
008310     OPEN I-O CACHE-FILE.
008315     OPEN I-O DUPMAST-FILE.
008316     OPEN I-O SUSP-FILE.
008317     OPEN INPUT TRANHIST-FILE.
008320     OPEN INPUT SRCMAST-FILE.
008320     OPEN INPUT SAUTH-FILE.
008325     PERFORM 1500-LOAD-OPERATIONS
008325         THRU 1500-LOAD-OPERATIONS-EXIT.
008330     PERFORM 1050-READ-CALENDAR
008340         THRU 1050-READ-CALENDAR-EXIT.
008350     PERFORM 1090-READ-PERIOD-CONTROL
008360         THRU 1090-READ-PERIOD-CONTROL-EXIT.
008500     PERFORM 8000-READ-TRANX-IN
008600         THRU 8000-READ-TRANX-IN-EXIT.
008700 1000-INITIALIZE-EXIT.
008824         PERFORM 1070-CHECK-RUN-GUARD
008825             THRU 1070-CHECK-RUN-GUARD-EXIT
008826     END-IF.
008826     IF NOT WS-EXPEDITE-RUN
008826         PERFORM 1085-FIND-BACKUP-SET
008826             THRU 1085-FIND-BACKUP-SET-EXIT
008826     END-IF.
008826 1050-READ-CALENDAR-EXIT.
008827     EXIT.
008828*----------------------------------------------------------------
008879     END-IF.
008880 1080-READ-GUARD-LOG-EXIT.
008881     EXIT.
008881*----------------------------------------------------------------
008881* 1085-FIND-BACKUP-SET - THE MASTER BACKUP SET TONIGHT STARTS
008881*     FROM: THE LAST SET ON THE BACKUP LOG TAKEN FOR TONIGHT'S
008881*     PROCESSING DATE.  NONE MEANS THE BACKUP STEP DID NOT RUN
008881*     OR DID NOT FINISH, AND THE MASTERS ARE NOT TO BE UPDATED
008881*     WITHOUT A WAY BACK - RUN REFUSED.  A RESTART FINDS THE
008881*     SAME SET THE FAILED RUN STARTED FROM
008881*----------------------------------------------------------------
008881 1085-FIND-BACKUP-SET.
008881     OPEN INPUT BKUP-LOG-FILE.
008881     PERFORM 1087-READ-BACKUP-LOG
008881         THRU 1087-READ-BACKUP-LOG-EXIT
008881         UNTIL WS-BKLOG-END-OF-FILE.
008881     CLOSE BKUP-LOG-FILE.
008881     IF WS-BACKUP-SET = ZERO
008881         DISPLAY 'F01MULTB NO MASTER BACKUP ON BKUPLOG FOR '
008881             'PROCESSING DATE ' WS-PROCESS-DATE
008881             ' - BACKUP STEP NOT RUN?  RUN REFUSED'
008881         MOVE 16 TO RETURN-CODE
008881         GOBACK
008881     END-IF.
008881     DISPLAY 'F01MULTB STARTING FROM MASTER BACKUP SET '
008881         WS-BACKUP-SET.
008881 1085-FIND-BACKUP-SET-EXIT.
008881     EXIT.
008881*----------------------------------------------------------------
008881* 1087-READ-BACKUP-LOG - ONE BACKUP LOG RECORD; THE LAST SET
008881*     READ FOR TONIGHT'S PROCESSING DATE WINS
008881*----------------------------------------------------------------
008881 1087-READ-BACKUP-LOG.
008881     READ BKUP-LOG-FILE
008881         AT END
008881             SET WS-BKLOG-END-OF-FILE TO TRUE
008881             GO TO 1087-READ-BACKUP-LOG-EXIT
008881     END-READ.
008881     IF BL-SET-NUMBER NUMERIC
008881        AND BL-PROCESS-DATE NUMERIC
008881        AND BL-PROCESS-DATE = WS-PROCESS-DATE
008881         MOVE BL-SET-NUMBER TO WS-BACKUP-SET
008881     END-IF.
008881 1087-READ-BACKUP-LOG-EXIT.
008881     EXIT.
008882*----------------------------------------------------------------
008883* 1090-READ-PERIOD-CONTROL - LEARN THE LATEST CLOSED MONTH FROM
008884*     THE PERIODCT CONTROL FILE.  THE PROCESSING DATE ITSELF
008885*     MUST FALL AFTER IT - A CLOSED MONTH TAKES NO MORE WORK,
008886*     AND A RUN DATED INSIDE ONE MEANS THE CALENDAR AND THE
008887*     CLOSE ARE OUT OF STEP
008888*----------------------------------------------------------------
008889 1090-READ-PERIOD-CONTROL.
008890     OPEN INPUT PERIOD-FILE.
008891     PERFORM 1095-READ-PERIOD-RECORD
008892         THRU 1095-READ-PERIOD-RECORD-EXIT
008893         UNTIL WS-PRD-END-OF-FILE.
008894     CLOSE PERIOD-FILE.
008895     DIVIDE WS-PROCESS-DATE BY 100 GIVING WS-PROCESS-PERIOD.
008896     IF WS-CLOSED-PERIOD > ZERO
008897        AND WS-PROCESS-PERIOD NOT > WS-CLOSED-PERIOD
008898         DISPLAY 'F01MULTB PROCESSING DATE ' WS-PROCESS-DATE
008899             ' FALLS IN CLOSED PERIOD ' WS-CLOSED-PERIOD
008900             ' - CALENDAR NOT ROLLED?  RUN REFUSED'
008901         MOVE 16 TO RETURN-CODE
008902         GOBACK
008903     END-IF.
008904 1090-READ-PERIOD-CONTROL-EXIT.
008905     EXIT.
008906*----------------------------------------------------------------
008907* 1095-READ-PERIOD-RECORD - ONE PERIOD CONTROL RECORD; THE LAST
008908*     CLOSING CONTROL RECORD READ WINS
008909*----------------------------------------------------------------
008910 1095-READ-PERIOD-RECORD.
008911     READ PERIOD-FILE
008912         AT END
008913             SET WS-PRD-END-OF-FILE TO TRUE
008914             GO TO 1095-READ-PERIOD-RECORD-EXIT
008915     END-READ.
008916     IF PC-CLOSING-CONTROL
008917        AND PC-PERIOD NUMERIC
008918         MOVE PC-PERIOD TO WS-CLOSED-PERIOD
008919     END-IF.
008920 1095-READ-PERIOD-RECORD-EXIT.
008921     EXIT.
008810*----------------------------------------------------------------
008820* 1100-RESTART-SETUP - READ THE CHECKPOINT FILE AND PRIME THE
008830*     COUNTERS, HASH TOTAL, AND SKIP COUNT FOR A RESTARTED RUN
009032     END-READ.
009033 1400-REPOSITION-PEND-OUT-EXIT.
009034     EXIT.
009034*----------------------------------------------------------------
009034* 1500-LOAD-OPERATIONS - LOAD THE OPERATION MASTER INTO THE
009034*     OPERATION TABLE.  NO ACTIVE OPERATION AT ALL IS FATAL -
009034*     EVERY RECORD WOULD REJECT, SO THE MASTER HAS NOT BEEN
009034*     LOADED
009034*----------------------------------------------------------------
009034 1500-LOAD-OPERATIONS.
009034     OPEN INPUT OPMAST-FILE.
009034     PERFORM 1510-READ-OPERATION
009034         THRU 1510-READ-OPERATION-EXIT
009034         UNTIL WS-OPM-END-OF-FILE.
009034     CLOSE OPMAST-FILE.
009034     IF WS-OPT-COUNT = ZERO
009034         DISPLAY 'F01MULTB NO ACTIVE OPERATION ON THE OPMAST '
009034             'OPERATION MASTER - SEE F01OPML'
009034         MOVE 16 TO RETURN-CODE
009034         GOBACK
009034     END-IF.
009034 1500-LOAD-OPERATIONS-EXIT.
009034     EXIT.
009034*----------------------------------------------------------------
009034* 1510-READ-OPERATION - ONE OPERATION MASTER RECORD.  AN ACTIVE
009034*     CODE THIS PROGRAM HAS NO ROUTINE FOR, OR WHOSE DISPATCH
009034*     PROGRAM ON THE MASTER IS NOT THE ROUTINE 2200 USES FOR
009034*     IT, IS LISTED AND LEFT OUT OF THE TABLE, SO IT REJECTS
009034*     OPCD LIKE AN INACTIVE ONE
009034*----------------------------------------------------------------
009034 1510-READ-OPERATION.
009034     READ OPMAST-FILE
009034         AT END
009034             SET WS-OPM-END-OF-FILE TO TRUE
009034             GO TO 1510-READ-OPERATION-EXIT
009034     END-READ.
009034     IF NOT OP-OP-ACTIVE
009034         GO TO 1510-READ-OPERATION-EXIT
009034     END-IF.
009034     MOVE OP-OPERATION-CODE TO WS-OPERATION-CODE.
009034     IF NOT WS-OP-VALID
009034         DISPLAY 'F01MULTB OPERATION ' OP-OPERATION-CODE
009034             ' IS ACTIVE ON OPMAST BUT HAS NO ROUTINE HERE - '
009034             'TREATED AS INACTIVE'
009034         GO TO 1510-READ-OPERATION-EXIT
009034     END-IF.
009034     EVALUATE TRUE
009034         WHEN WS-OP-MULTIPLY
009034             MOVE 'F01-MULT'   TO WS-OPT-ROUTINE
009034         WHEN WS-OP-BLOOD-MOON
009034             MOVE 'BLOOD-MOON' TO WS-OPT-ROUTINE
009034         WHEN OTHER
009034             MOVE 'F01MULTB'   TO WS-OPT-ROUTINE
009034     END-EVALUATE.
009034     IF OP-DISPATCH-PROGRAM NOT = WS-OPT-ROUTINE
009034         DISPLAY 'F01MULTB OPERATION ' OP-OPERATION-CODE
009034             ' DISPATCH PROGRAM ' OP-DISPATCH-PROGRAM
009034             ' ON OPMAST IS NOT ' WS-OPT-ROUTINE
009034             ' - TREATED AS INACTIVE'
009034         GO TO 1510-READ-OPERATION-EXIT
009034     END-IF.
009034     IF WS-OPT-COUNT >= WS-OPT-MAX-ENTRIES
009034         DISPLAY 'F01MULTB OPERATION TABLE FULL - MORE THAN '
009034             WS-OPT-MAX-ENTRIES ' ACTIVE OPERATIONS ON OPMAST'
009034         MOVE 16 TO RETURN-CODE
009034         GOBACK
009034     END-IF.
009034     ADD 1 TO WS-OPT-COUNT.
009034     MOVE OP-OPERATION-CODE
009034         TO WS-OPT-CODE (WS-OPT-COUNT).
009034     MOVE OP-DISPATCH-PROGRAM
009034         TO WS-OPT-DISPATCH-PROGRAM (WS-OPT-COUNT).
009034     DISPLAY 'F01MULTB OPERATION ' OP-OPERATION-CODE ' '
009034         OP-DESCRIPTION ' ACTIVE - ' OP-DISPATCH-PROGRAM.
009034 1510-READ-OPERATION-EXIT.
009034     EXIT.
009035*----------------------------------------------------------------
009100* 2000-PROCESS-RECORD - VALIDATE, CALL F01-MULT, WRITE THE RESULT
009110*----------------------------------------------------------------
009257             THRU 8300-WRITE-PENDING-EXIT
009258         GO TO 2000-READ-NEXT
009259     END-IF.
009259     IF WS-OP-REVERSAL
009259         PERFORM 2085-CHECK-REVERSAL-DUP
009259             THRU 2085-CHECK-REVERSAL-DUP-EXIT
009259         IF WS-RECORD-INVALID
009259             GO TO 2000-READ-NEXT
009259         END-IF
009259         GO TO 2000-WRITE-RESULT
009259     END-IF.
009260     PERFORM 2080-CHECK-DUPLICATE
009261         THRU 2080-CHECK-DUPLICATE-EXIT.
009262     IF WS-RECORD-DUPLICATE
009392             ADD 1 TO WS-SRC-RECORDS-CACHE-HIT
009394                 (WS-SRC-FOUND-IX)
009395     END-READ.
009396     MOVE 'N' TO WS-NEAR-DUP-SWITCH.
009396     IF WS-SRC-DUP-WINDOW (WS-SRC-FOUND-IX) > ZERO
009396        AND NOT WS-RELEASED-REDRIVE
009396         PERFORM 2400-CHECK-NEAR-DUP
009396             THRU 2400-CHECK-NEAR-DUP-EXIT
009396     END-IF.
009396     IF WS-RECORD-NEAR-DUP
009396        AND WS-SRC-DUP-HOLD (WS-SRC-FOUND-IX)
009396         MOVE 'N' TO WS-HOLD-REASON
009396         PERFORM 2350-CHECK-SUSPENSE
009396             THRU 2350-CHECK-SUSPENSE-EXIT
009396         IF WS-RECORD-SUSPENDED
009396             SET ND-HELD TO TRUE
009396             PERFORM 8400-WRITE-NEAR-DUP
009396                 THRU 8400-WRITE-NEAR-DUP-EXIT
009396             GO TO 2000-READ-NEXT
009396         END-IF
009396     END-IF.
009400     IF WS-SRC-RESULT-LIMIT (WS-SRC-FOUND-IX) > ZERO
009410        AND WS-CALC-RESULT
009420            > WS-SRC-RESULT-LIMIT (WS-SRC-FOUND-IX)
009425         MOVE 'L' TO WS-HOLD-REASON
009430         PERFORM 2350-CHECK-SUSPENSE
009440             THRU 2350-CHECK-SUSPENSE-EXIT
009450         IF WS-RECORD-SUSPENDED
009455             IF WS-RECORD-NEAR-DUP
009455                 SET ND-LIMIT-HELD TO TRUE
009455                 PERFORM 8400-WRITE-NEAR-DUP
009455                     THRU 8400-WRITE-NEAR-DUP-EXIT
009455             END-IF
009460             GO TO 2000-READ-NEXT
009470         END-IF
009480     END-IF.
009490     IF WS-RECORD-NEAR-DUP
009490         SET ND-PASSED TO TRUE
009490         PERFORM 8400-WRITE-NEAR-DUP
009490             THRU 8400-WRITE-NEAR-DUP-EXIT
009490     END-IF.
009795 2000-WRITE-RESULT.
009800     SET RO-TYPE-DETAIL       TO TRUE.
009805     MOVE TI-TRANSACTION-ID   TO RO-TRANSACTION-ID.
009806     MOVE TI-SOURCE-SYSTEM    TO RO-SOURCE-SYSTEM.
009807     MOVE TI-EFFECTIVE-DATE   TO RO-EFFECTIVE-DATE.
009808     MOVE TI-OPERATION-CODE   TO RO-OPERATION-CODE.
009809*    A REVERSAL CARRIES ITS ORIGINAL'S NUMBERS AND RESULT
009809     IF WS-OP-REVERSAL
009809         MOVE WS-REV-NUM-1    TO RO-NUM-1
009809         MOVE WS-REV-NUM-2    TO RO-NUM-2
009809     ELSE
009810         MOVE TI-NUM-1        TO RO-NUM-1
009900         MOVE TI-NUM-2        TO RO-NUM-2
009901     END-IF.
010000     MOVE WS-CALC-RESULT      TO RO-RESULT.
010010     IF WS-RELEASED-REDRIVE
010020         SET RO-SUSP-RELEASED TO TRUE
010030     ELSE
010040         MOVE SPACE TO RO-SUSP-RELEASE-FLAG
010050     END-IF.
010100     WRITE RESULT-OUT-RECORD.
010200     ADD 1 TO WS-RECORDS-WRITTEN.
010205     ADD 1 TO WS-SRC-RECORDS-WRITTEN (WS-SRC-FOUND-IX).
010646             MOVE ZERO TO WS-SRC-VOLUME-MIN (WS-SRC-FOUND-IX)
010647             MOVE ZERO TO WS-SRC-VOLUME-MAX (WS-SRC-FOUND-IX)
010647             MOVE ZERO TO WS-SRC-RESULT-LIMIT (WS-SRC-FOUND-IX)
010647             MOVE 'R' TO WS-SRC-CLOSED-OPTION (WS-SRC-FOUND-IX)
010647             MOVE ZERO TO WS-SRC-DUP-WINDOW (WS-SRC-FOUND-IX)
010647             MOVE 'R' TO WS-SRC-DUP-OPTION (WS-SRC-FOUND-IX)
010648         NOT INVALID KEY
010649             MOVE 'Y' TO WS-SRC-KNOWN-FLAG (WS-SRC-FOUND-IX)
010650             MOVE SM-ACTIVE-FLAG
010657                 MOVE ZERO
010657                     TO WS-SRC-RESULT-LIMIT (WS-SRC-FOUND-IX)
010657             END-IF
010657             MOVE SM-CLOSED-PERIOD-OPTION
010657                 TO WS-SRC-CLOSED-OPTION (WS-SRC-FOUND-IX)
010657             IF SM-DUP-WINDOW-DAYS NUMERIC
010657                 MOVE SM-DUP-WINDOW-DAYS
010657                     TO WS-SRC-DUP-WINDOW (WS-SRC-FOUND-IX)
010657             ELSE
010657                 MOVE ZERO
010657                     TO WS-SRC-DUP-WINDOW (WS-SRC-FOUND-IX)
010657             END-IF
010657             MOVE SM-DUP-OPTION
010657                 TO WS-SRC-DUP-OPTION (WS-SRC-FOUND-IX)
010658     END-READ.
010658     PERFORM 2075-PRIME-AUTHORIZATION
010658         THRU 2075-PRIME-AUTHORIZATION-EXIT
010658         VARYING WS-OPT-IX FROM 1 BY 1
010658         UNTIL WS-OPT-IX > WS-OPT-COUNT.
010659 2070-ADD-SOURCE-ENTRY-EXIT.
010660     EXIT.
010660*----------------------------------------------------------------
010660* 2075-PRIME-AUTHORIZATION - MAY THIS SOURCE SEND THE OPERATION
010660*     IN THIS TABLE SLOT TONIGHT?  ONLY WHEN SRCAUTH HOLDS AN
010660*     ENTRY FOR THE PAIR WHOSE WINDOW COVERS THE PROCESSING DATE
010660*----------------------------------------------------------------
010660 2075-PRIME-AUTHORIZATION.
010660     MOVE 'N' TO WS-SRC-AUTH-FLAG (WS-SRC-FOUND-IX, WS-OPT-IX).
010660     MOVE TI-SOURCE-SYSTEM        TO SA-SOURCE-SYSTEM.
010660     MOVE WS-OPT-CODE (WS-OPT-IX) TO SA-OPERATION-CODE.
010660     READ SAUTH-FILE
010660         INVALID KEY
010660             GO TO 2075-PRIME-AUTHORIZATION-EXIT
010660     END-READ.
010660     IF SA-EFFECTIVE-FROM NOT > WS-PROCESS-DATE
010660        AND SA-EFFECTIVE-TO NOT < WS-PROCESS-DATE
010660         MOVE 'Y' TO WS-SRC-AUTH-FLAG (WS-SRC-FOUND-IX, WS-OPT-IX)
010660     END-IF.
010660 2075-PRIME-AUTHORIZATION-EXIT.
010660     EXIT.
010661*----------------------------------------------------------------
010662* 2080-CHECK-DUPLICATE - HAS THIS TRANSACTION-ID FROM THIS
010663*     SOURCE BEEN PROCESSED BEFORE, TONIGHT OR ON ANY EARLIER
010678             MOVE TI-SOURCE-SYSTEM  TO DUP-SOURCE-SYSTEM
010679             MOVE WS-PROCESS-DATE   TO DUP-PROCESS-DATE
010680             MOVE WS-RECORDS-READ   TO DUP-RECORD-NUMBER
010680             MOVE SPACE             TO DUP-REVERSAL-FLAG
010681             WRITE DUPMAST-RECORD
010682                 INVALID KEY
010683                     DISPLAY 'F01MULTB DUPMAST WRITE INVALID '
010690                AND DUP-RECORD-NUMBER = WS-RECORDS-READ
010691                 CONTINUE
010692             ELSE
010692                 IF DUP-REVERSED
010692                     PERFORM 2087-ACCEPT-REPLACEMENT
010692                         THRU 2087-ACCEPT-REPLACEMENT-EXIT
010692                     GO TO 2080-CHECK-DUPLICATE-EXIT
010692                 END-IF
010692                 PERFORM 2090-CHECK-RELEASED
010692                     THRU 2090-CHECK-RELEASED-EXIT
010692                 IF WS-RELEASED-REDRIVE
010698 2080-CHECK-DUPLICATE-EXIT.
010699     EXIT.
010699*----------------------------------------------------------------
010699* 2085-CHECK-REVERSAL-DUP - A REVERSAL CLAIMS ITS ORIGINAL'S
010699*     DUPLICATE MASTER ENTRY BY FLAGGING IT REVERSED, WITH
010699*     TONIGHT'S DATE AND THIS RECORD'S INPUT POSITION, SO THE
010699*     CORRECTED REPLACEMENT CAN LATER PASS THE DUPLICATE CHECK
010699*     UNDER THE SAME ID.  AN ENTRY ALREADY FLAGGED MEANS A
010699*     SECOND REVERSAL OF THE SAME TRANSACTION (RVDN) - UNLESS
010699*     IT IS OUR OWN WRITE FROM THE ABENDED RUN A RESTART IS
010699*     REDRIVING.  AN ORIGINAL WITH NO ENTRY (POSTED BEFORE THE
010699*     MASTER WAS LOADED) GETS ONE
010699*----------------------------------------------------------------
010699 2085-CHECK-REVERSAL-DUP.
010699     MOVE 'N' TO WS-REDRIVE-SWITCH.
010699     MOVE TI-TRANSACTION-ID TO DUP-TRANSACTION-ID.
010699     MOVE TI-SOURCE-SYSTEM  TO DUP-SOURCE-SYSTEM.
010699     READ DUPMAST-FILE
010699         INVALID KEY
010699             MOVE TI-TRANSACTION-ID TO DUP-TRANSACTION-ID
010699             MOVE TI-SOURCE-SYSTEM  TO DUP-SOURCE-SYSTEM
010699             MOVE WS-PROCESS-DATE   TO DUP-PROCESS-DATE
010699             MOVE WS-RECORDS-READ   TO DUP-RECORD-NUMBER
010699             SET DUP-REVERSED       TO TRUE
010699             WRITE DUPMAST-RECORD
010699                 INVALID KEY
010699                     DISPLAY 'F01MULTB DUPMAST WRITE INVALID '
010699                         'KEY - ID=' TI-TRANSACTION-ID
010699                         ' SOURCE=' TI-SOURCE-SYSTEM
010699                         ' STATUS=' WS-DUP-STATUS
010699             END-WRITE
010699             GO TO 2085-CHECK-REVERSAL-DUP-EXIT
010699     END-READ.
010699     IF DUP-REVERSED
010699         IF WS-RESTART-RUN
010699            AND DUP-PROCESS-DATE = WS-PROCESS-DATE
010699            AND DUP-RECORD-NUMBER = WS-RECORDS-READ
010699             CONTINUE
010699         ELSE
010699             MOVE 'RVDN' TO WS-REJECT-REASON
010699             SET WS-RECORD-INVALID TO TRUE
010699             PERFORM 8100-WRITE-REJECT
010699                 THRU 8100-WRITE-REJECT-EXIT
010699         END-IF
010699         GO TO 2085-CHECK-REVERSAL-DUP-EXIT
010699     END-IF.
010699     MOVE WS-PROCESS-DATE   TO DUP-PROCESS-DATE.
010699     MOVE WS-RECORDS-READ   TO DUP-RECORD-NUMBER.
010699     SET DUP-REVERSED       TO TRUE.
010699     REWRITE DUPMAST-RECORD
010699         INVALID KEY
010699             DISPLAY 'F01MULTB DUPMAST REWRITE INVALID '
010699                 'KEY - ID=' TI-TRANSACTION-ID
010699                 ' SOURCE=' TI-SOURCE-SYSTEM
010699                 ' STATUS=' WS-DUP-STATUS
010699     END-REWRITE.
010699 2085-CHECK-REVERSAL-DUP-EXIT.
010699     EXIT.
010699*----------------------------------------------------------------
010699* 2087-ACCEPT-REPLACEMENT - THE KEY IS ON THE MASTER FLAGGED
010699*     REVERSED, SO THIS IS THE CORRECTED REPLACEMENT THE SOURCE
010699*     SENDS UNDER THE REVERSED ID.  THE ENTRY GOES BACK TO A
010699*     NORMAL ONE FOR THIS RECORD - ANY LATER COPY OF THE ID IS
010699*     A DUPLICATE AGAIN - AND THE RECORD GOES THROUGH
010699*----------------------------------------------------------------
010699 2087-ACCEPT-REPLACEMENT.
010699     MOVE WS-PROCESS-DATE   TO DUP-PROCESS-DATE.
010699     MOVE WS-RECORDS-READ   TO DUP-RECORD-NUMBER.
010699     MOVE SPACE             TO DUP-REVERSAL-FLAG.
010699     REWRITE DUPMAST-RECORD
010699         INVALID KEY
010699             DISPLAY 'F01MULTB DUPMAST REWRITE INVALID '
010699                 'KEY - ID=' TI-TRANSACTION-ID
010699                 ' SOURCE=' TI-SOURCE-SYSTEM
010699                 ' STATUS=' WS-DUP-STATUS
010699     END-REWRITE.
010699 2087-ACCEPT-REPLACEMENT-EXIT.
010699     EXIT.
010699*----------------------------------------------------------------
010699* 2090-CHECK-RELEASED - THE DUPLICATE MASTER KNOWS THIS KEY,
010699*     BUT A RELEASED SUSPENSE RECORD MEANS THIS IS THE
010699*     SUPERVISOR-APPROVED REDRIVE OF A RESULT THAT SUSPENDED
010699     EXIT.
010700*----------------------------------------------------------------
010620* 2100-VALIDATE-TRANX - SOURCE-SYSTEM MUST BE ON THE MASTER AND
010621*     ACTIVE, THE OPERATION CODE MUST BE ACTIVE ON THE
010621*     OPERATION MASTER (OPCD) AND AUTHORIZED FOR THE SOURCE ON
010621*     THE PROCESSING DATE (OPNA), AND BOTH NUMBERS MUST BE
010622*     NUMERIC WHATEVER THE OPERATION - BLOOD-MOON IGNORES
010624*     NUM-2'S VALUE BUT EVERY NUMERIC FIELD ON RESULTOT MUST
010626*     STAY NUMERIC FOR THE REGISTER AND THE EXTRACT.  A
010628*     DIVIDE OR REMAINDER
010629*     OPERATION ADDITIONALLY REJECTS A ZERO NUM-2 DIVISOR, AND
010629*     A REVERSAL MUST NAME A LIVE POSTING ON THE HISTORY MASTER.
010629*     AN EFFECTIVE DATE IN A CLOSED MONTH REJECTS (CLSD) OR IS
010629*     RE-DATED TO THE PROCESSING DATE, AS THE SOURCE'S MASTER
010629*     CLOSED-PERIOD OPTION SAYS
010630*----------------------------------------------------------------
010640 2100-VALIDATE-TRANX.
010650     SET WS-RECORD-VALID TO TRUE.
010651         GO TO 2100-VALIDATE-TRANX-EXIT
010651     END-IF.
010652     MOVE TI-OPERATION-CODE TO WS-OPERATION-CODE.
010653     MOVE ZERO TO WS-OPT-FOUND-IX.
010653     PERFORM 2110-FIND-OPERATION
010653         THRU 2110-FIND-OPERATION-EXIT
010653         VARYING WS-OPT-IX FROM 1 BY 1
010653         UNTIL WS-OPT-IX > WS-OPT-COUNT
010653            OR WS-OPT-FOUND-IX > ZERO.
010654     IF WS-OPT-FOUND-IX = ZERO
010654         MOVE 'OPCD' TO WS-REJECT-REASON
010655         SET WS-RECORD-INVALID TO TRUE
010656         PERFORM 8100-WRITE-REJECT
010657             THRU 8100-WRITE-REJECT-EXIT
010658         GO TO 2100-VALIDATE-TRANX-EXIT
010659     END-IF.
010659     IF NOT WS-SRC-OP-AUTHORIZED
010659                (WS-SRC-FOUND-IX, WS-OPT-FOUND-IX)
010659         MOVE 'OPNA' TO WS-REJECT-REASON
010659         SET WS-RECORD-INVALID TO TRUE
010659         PERFORM 8100-WRITE-REJECT
010659             THRU 8100-WRITE-REJECT-EXIT
010659         GO TO 2100-VALIDATE-TRANX-EXIT
010659     END-IF.
010660     IF TI-NUM-1 NOT NUMERIC OR TI-NUM-2 NOT NUMERIC
010665         MOVE 'NNUM' TO WS-REJECT-REASON
010670         SET WS-RECORD-INVALID TO TRUE
010704         SET WS-RECORD-INVALID TO TRUE
010705         PERFORM 8100-WRITE-REJECT
010706             THRU 8100-WRITE-REJECT-EXIT
010706         GO TO 2100-VALIDATE-TRANX-EXIT
010707     END-IF.
010707     IF WS-CLOSED-PERIOD > ZERO
010707        AND WS-EDIT-PERIOD NOT > WS-CLOSED-PERIOD
010707         IF WS-SRC-CLOSED-REDATE (WS-SRC-FOUND-IX)
010707             DISPLAY 'F01MULTB CLOSED PERIOD RE-DATED - ID='
010707                 TI-TRANSACTION-ID ' SOURCE=' TI-SOURCE-SYSTEM
010707                 ' EFFECTIVE ' TI-EFFECTIVE-DATE ' TO '
010707                 WS-PROCESS-DATE
010707             MOVE WS-PROCESS-DATE TO TI-EFFECTIVE-DATE
010707             ADD 1 TO WS-RECORDS-REDATED
010707         ELSE
010707             MOVE 'CLSD' TO WS-REJECT-REASON
010707             SET WS-RECORD-INVALID TO TRUE
010707             PERFORM 8100-WRITE-REJECT
010707                 THRU 8100-WRITE-REJECT-EXIT
010707             GO TO 2100-VALIDATE-TRANX-EXIT
010707         END-IF
010707     END-IF.
010708     IF WS-OP-REVERSAL
010708         PERFORM 2120-VALIDATE-REVERSAL
010708             THRU 2120-VALIDATE-REVERSAL-EXIT
010708     END-IF.
010710 2100-VALIDATE-TRANX-EXIT.
010720     EXIT.
010720*----------------------------------------------------------------
010720* 2110-FIND-OPERATION - ONE PROBE OF THE OPERATION TABLE
010720*----------------------------------------------------------------
010720 2110-FIND-OPERATION.
010720     IF WS-OPT-CODE (WS-OPT-IX) = WS-OPERATION-CODE
010720         MOVE WS-OPT-IX TO WS-OPT-FOUND-IX
010720     END-IF.
010720 2110-FIND-OPERATION-EXIT.
010720     EXIT.
010721*----------------------------------------------------------------
010721* 2120-VALIDATE-REVERSAL - THE TRANSACTION A REVERSAL NAMES MUST
010721*     BE ON THE HISTORY MASTER (RVNF) AND NOT ALREADY REVERSED
010721*     THERE (RVDN).  A CORRECTED REPLACEMENT ('C') IS A LIVE
010721*     POSTING AGAIN AND MAY ITSELF BE REVERSED.  THE ORIGINAL'S
010721*     NUMBERS AND RESULT ARE KEPT FOR THE RESULTOT DETAIL
010721*----------------------------------------------------------------
010721 2120-VALIDATE-REVERSAL.
010721     MOVE TI-SOURCE-SYSTEM  TO HIST-SOURCE-SYSTEM.
010721     MOVE TI-TRANSACTION-ID TO HIST-TRANSACTION-ID.
010721     READ TRANHIST-FILE
010721         INVALID KEY
010721             MOVE 'RVNF' TO WS-REJECT-REASON
010721             SET WS-RECORD-INVALID TO TRUE
010721             PERFORM 8100-WRITE-REJECT
010721                 THRU 8100-WRITE-REJECT-EXIT
010721             GO TO 2120-VALIDATE-REVERSAL-EXIT
010721     END-READ.
010721     IF HIST-REVERSED
010721         MOVE 'RVDN' TO WS-REJECT-REASON
010721         SET WS-RECORD-INVALID TO TRUE
010721         PERFORM 8100-WRITE-REJECT
010721             THRU 8100-WRITE-REJECT-EXIT
010721         GO TO 2120-VALIDATE-REVERSAL-EXIT
010721     END-IF.
010721     MOVE HIST-NUM-1  TO WS-REV-NUM-1.
010721     MOVE HIST-NUM-2  TO WS-REV-NUM-2.
010721     MOVE HIST-RESULT TO WS-CALC-RESULT.
010721 2120-VALIDATE-REVERSAL-EXIT.
010721     EXIT.
010721*----------------------------------------------------------------
010722* 2150-EDIT-EFFECTIVE-DATE - STRUCTURAL EDIT OF THE EFFECTIVE
010723*     DATE.  A DATE THAT COULD NEVER EXIST ON ANY CALENDAR -
010735                 REMAINDER WS-DIV-REMAINDER
010735             MOVE WS-DIV-REMAINDER TO WS-CALC-RESULT
010736         WHEN OTHER
010736*            MULTIPLY - 1510 TOOK IT ONLY WITH F01-MULT NAMED
010737             MOVE TI-NUM-1 TO WS-CALL-NUM-1
010738             MOVE TI-NUM-2 TO WS-CALL-NUM-2
010739             CALL 'F01-MULT' USING WS-CALL-NUM-1
010755 2200-CALL-AND-CACHE-EXIT.
010756     EXIT.
010757*----------------------------------------------------------------
010758* 2350-CHECK-SUSPENSE - THE RESULT IS OVER ITS SOURCE'S LIMIT,
010758*     OR IS A SUSPECTED NEAR-DUPLICATE FROM A SOURCE THAT HOLDS
010758*     THEM (WS-HOLD-REASON SAYS WHICH).
010759*     A RELEASED SUSPENSE RECORD IS THE SUPERVISOR SAYING THE
010760*     RESULT IS LEGITIMATE - DELETE IT AND LET THE RESULT
010761*     THROUGH.  ANYTHING ELSE HOLDS: A FRESH HOLD IS WRITTEN,
010762*     A HOLD ALREADY THERE IS LEFT FOR THE REVIEWER
010763*----------------------------------------------------------------
010783 2350-CHECK-SUSPENSE-EXIT.
010784     EXIT.
010785*----------------------------------------------------------------
010786* 2360-WRITE-SUSPENSE - HOLD THE RESULT FOR REVIEW
010787*----------------------------------------------------------------
010788 2360-WRITE-SUSPENSE.
010789     MOVE TI-SOURCE-SYSTEM   TO SUSP-SOURCE-SYSTEM.
010799     SET SUSP-HELD           TO TRUE.
010800     MOVE SPACES             TO SUSP-REVIEWER.
010801     MOVE ZERO               TO SUSP-REVIEW-DATE.
010801     MOVE WS-HOLD-REASON     TO SUSP-HOLD-REASON.
010802     WRITE SUSP-RECORD
010803         INVALID KEY
010804             DISPLAY 'F01MULTB SUSPMAST WRITE INVALID KEY - '
010814         ' RESULT=' WS-CALC-RESULT.
010815 2360-WRITE-SUSPENSE-EXIT.
010816     EXIT.
010816*----------------------------------------------------------------
010816* 2400-CHECK-NEAR-DUP - HAS THIS SOURCE SENT THE SAME OPERATION
010816*     AND NUMBERS BEFORE UNDER ANOTHER ID?  TRANHIST IS READ
010816*     THROUGH ITS OPERATION/NUMBERS ALTERNATE INDEX FROM THE
010816*     FIRST POSTING WITH THIS RECORD'S KEY; THE FIRST ONE FROM
010816*     THE SAME SOURCE, UNDER A DIFFERENT ID, NOT REVERSED, AND
010816*     WITH AN EFFECTIVE DATE WITHIN THE SOURCE'S WINDOW OF THIS
010816*     ONE'S (EITHER SIDE) MAKES THIS RECORD A SUSPECT.  ONLY
010816*     EARLIER NIGHTS ARE ON TRANHIST - TONIGHT'S RESULTS ARE
010816*     POSTED AFTER THIS STEP
010816*----------------------------------------------------------------
010816 2400-CHECK-NEAR-DUP.
010816     MOVE TI-EFFECTIVE-DATE TO WS-CONVERT-DATE.
010816     PERFORM 8500-DATE-TO-DAYS
010816         THRU 8500-DATE-TO-DAYS-EXIT.
010816     MOVE WS-CONVERT-DAYS   TO WS-NDUP-TRAN-DAYS.
010816     MOVE TI-OPERATION-CODE TO WS-NDUP-OP-CODE.
010816     MOVE TI-NUM-1          TO WS-NDUP-NUM-1.
010816     MOVE TI-NUM-2          TO WS-NDUP-NUM-2.
010816     MOVE WS-NDUP-KEY       TO HIST-MATCH-KEY.
010816     MOVE 'N' TO WS-MATCH-END-SWITCH.
010816     START TRANHIST-FILE
010816         KEY IS EQUAL TO HIST-MATCH-KEY
010816         INVALID KEY
010816             GO TO 2400-CHECK-NEAR-DUP-EXIT
010816     END-START.
010816     PERFORM 2410-READ-MATCH
010816         THRU 2410-READ-MATCH-EXIT
010816         UNTIL WS-MATCH-SCAN-DONE.
010816 2400-CHECK-NEAR-DUP-EXIT.
010816     EXIT.
010816*----------------------------------------------------------------
010816* 2410-READ-MATCH - NEXT POSTING ON THE ALTERNATE INDEX.  THE
010816*     SCAN ENDS AT THE FIRST SUSPECT OR WHEN THE KEY CHANGES
010816*----------------------------------------------------------------
010816 2410-READ-MATCH.
010816     READ TRANHIST-FILE NEXT RECORD
010816         AT END
010816             SET WS-MATCH-SCAN-DONE TO TRUE
010816             GO TO 2410-READ-MATCH-EXIT
010816     END-READ.
010816     IF HIST-MATCH-KEY NOT = WS-NDUP-KEY
010816         SET WS-MATCH-SCAN-DONE TO TRUE
010816         GO TO 2410-READ-MATCH-EXIT
010816     END-IF.
010816     IF HIST-SOURCE-SYSTEM NOT = TI-SOURCE-SYSTEM
010816        OR HIST-TRANSACTION-ID = TI-TRANSACTION-ID
010816        OR HIST-REVERSED
010816        OR HIST-EFFECTIVE-DATE NOT NUMERIC
010816         GO TO 2410-READ-MATCH-EXIT
010816     END-IF.
010816     MOVE HIST-EFFECTIVE-DATE TO WS-CONVERT-DATE.
010816     IF WS-CONVERT-MM < 01 OR WS-CONVERT-MM > 12
010816         GO TO 2410-READ-MATCH-EXIT
010816     END-IF.
010816     PERFORM 8500-DATE-TO-DAYS
010816         THRU 8500-DATE-TO-DAYS-EXIT.
010816     COMPUTE WS-NDUP-GAP-DAYS = WS-CONVERT-DAYS
010816                              - WS-NDUP-TRAN-DAYS.
010816     IF WS-NDUP-GAP-DAYS < ZERO
010816         COMPUTE WS-NDUP-GAP-DAYS = ZERO - WS-NDUP-GAP-DAYS
010816     END-IF.
010816     IF WS-NDUP-GAP-DAYS > WS-SRC-DUP-WINDOW (WS-SRC-FOUND-IX)
010816         GO TO 2410-READ-MATCH-EXIT
010816     END-IF.
010816     SET WS-RECORD-NEAR-DUP TO TRUE.
010816     SET WS-MATCH-SCAN-DONE TO TRUE.
010816     MOVE HIST-TRANSACTION-ID TO WS-NDUP-MATCH-ID.
010816     MOVE HIST-EFFECTIVE-DATE TO WS-NDUP-MATCH-EFF-DATE.
010816     MOVE HIST-RUN-DATE       TO WS-NDUP-MATCH-RUN-DATE.
010816 2410-READ-MATCH-EXIT.
010816     EXIT.
010754*----------------------------------------------------------------
010800* 3000-TERMINATE - CLOSE FILES
010900*----------------------------------------------------------------
011180           CACHE-FILE
011185           DUPMAST-FILE
011187           SUSP-FILE
011188           TRANHIST-FILE
011188           NDUP-OUT-FILE
011189           SAUTH-FILE
011190           SRCMAST-FILE.
011300     DISPLAY 'F01MULTB RECORDS READ     = ' WS-RECORDS-READ.
011400     DISPLAY 'F01MULTB RECORDS WRITTEN  = ' WS-RECORDS-WRITTEN.
011418     DISPLAY 'F01MULTB RESULTS SUSPENDED= '
011419         WS-RECORDS-SUSPENDED.
011420     DISPLAY 'F01MULTB CACHE HITS       = ' WS-RECORDS-CACHE-HIT.
011425     DISPLAY 'F01MULTB CLOSED-PD REDATED= ' WS-RECORDS-REDATED.
011425     DISPLAY 'F01MULTB NEAR-DUPS SUSPECT= ' WS-RECORDS-NEAR-DUP.
011430     DISPLAY ' '.
011440     DISPLAY 'F01MULTB BALANCING REPORT'.
011450     DISPLAY '  INPUT RECORDS READ     = ' WS-RECORDS-READ.
011742     MOVE WS-RECORDS-SUSPENDED  TO RL-RECORDS-SUSP.
011743     MOVE WS-HASH-TOTAL         TO RL-HASH-TOTAL.
011744     MOVE RETURN-CODE           TO RL-RETURN-CODE.
011744     MOVE WS-BACKUP-SET         TO RL-BACKUP-SET.
011745     WRITE RUNLOG-RECORD.
011746     CLOSE RUNLOG-FILE.
011747 3500-WRITE-RUN-LOG-EXIT.
012931     EXIT.
012911*----------------------------------------------------------------
012912* 8300-WRITE-PENDING - HOLD A VALID BUT FUTURE-DATED TRANSACTION
012913*     ON THE PENDING FILE, UNCHANGED.  F01PNDLD POSTS IT TO THE
012914*     KEYED PENDING MASTER AND F01PNDRL FEEDS IT BACK IN THE
012915*     NIGHT ITS EFFECTIVE DATE ARRIVES
012916*----------------------------------------------------------------
012917 8300-WRITE-PENDING.
012918     WRITE PEND-OUT-RECORD FROM TRANX-IN-RECORD.
013070     CLOSE CKPT-FILE.
013080 8200-WRITE-CHECKPOINT-EXIT.
013090     EXIT.
013090*----------------------------------------------------------------
013090* 8400-WRITE-NEAR-DUP - RECORD ONE SUSPECTED NEAR-DUPLICATE,
013090*     PAIRED WITH THE EARLIER POSTING IT MATCHED, FOR F01NDRPT.
013090*     THE CALLER SETS ND-ACTION
013090*----------------------------------------------------------------
013090 8400-WRITE-NEAR-DUP.
013090     MOVE TI-SOURCE-SYSTEM       TO ND-SOURCE-SYSTEM.
013090     MOVE TI-TRANSACTION-ID      TO ND-TRANSACTION-ID.
013090     MOVE TI-EFFECTIVE-DATE      TO ND-EFFECTIVE-DATE.
013090     MOVE TI-OPERATION-CODE      TO ND-OPERATION-CODE.
013090     MOVE TI-NUM-1               TO ND-NUM-1.
013090     MOVE TI-NUM-2               TO ND-NUM-2.
013090     MOVE WS-CALC-RESULT         TO ND-RESULT.
013090     MOVE WS-PROCESS-DATE        TO ND-PROCESS-DATE.
013090     MOVE WS-NDUP-MATCH-ID       TO ND-MATCH-ID.
013090     MOVE WS-NDUP-MATCH-EFF-DATE TO ND-MATCH-EFF-DATE.
013090     MOVE WS-NDUP-MATCH-RUN-DATE TO ND-MATCH-RUN-DATE.
013090     WRITE NDUP-OUT-RECORD.
013090     ADD 1 TO WS-RECORDS-NEAR-DUP.
013090     DISPLAY 'F01MULTB SUSPECTED NEAR-DUP - ID='
013090         TI-TRANSACTION-ID ' SOURCE=' TI-SOURCE-SYSTEM
013090         ' MATCHES ID=' WS-NDUP-MATCH-ID
013090         ' ACTION=' ND-ACTION.
013090 8400-WRITE-NEAR-DUP-EXIT.
013090     EXIT.
013090*----------------------------------------------------------------
013090* 8500-DATE-TO-DAYS - CONVERT WS-CONVERT-DATE (YYYYMMDD) TO A
013090*     DAY COUNT: YEAR DAYS PLUS LEAP DAYS ACCUMULATED THROUGH
013090*     THE PRIOR YEAR PLUS DAYS BEFORE THE MONTH PLUS DAY OF
013090*     MONTH, WITH ONE MORE WHEN THE DATE IS PAST FEBRUARY OF A
013090*     LEAP YEAR (SAME ROUTINE AS F01HSTAR)
013090*----------------------------------------------------------------
013090 8500-DATE-TO-DAYS.
013090     COMPUTE WS-PRIOR-YYYY = WS-CONVERT-YYYY - 1.
013090     COMPUTE WS-CONVERT-DAYS = WS-CONVERT-YYYY * 365.
013090     DIVIDE WS-PRIOR-YYYY BY 4
013090         GIVING WS-LEAP-DAYS.
013090     ADD WS-LEAP-DAYS TO WS-CONVERT-DAYS.
013090     DIVIDE WS-PRIOR-YYYY BY 100
013090         GIVING WS-LEAP-DAYS.
013090     SUBTRACT WS-LEAP-DAYS FROM WS-CONVERT-DAYS.
013090     DIVIDE WS-PRIOR-YYYY BY 400
013090         GIVING WS-LEAP-DAYS.
013090     ADD WS-LEAP-DAYS TO WS-CONVERT-DAYS.
013090     ADD WS-MONTH-OFFSET (WS-CONVERT-MM) TO WS-CONVERT-DAYS.
013090     ADD WS-CONVERT-DD TO WS-CONVERT-DAYS.
013090     IF WS-CONVERT-MM > 02
013090         DIVIDE WS-CONVERT-YYYY BY 4
013090             GIVING WS-LEAP-QUOTIENT
013090             REMAINDER WS-LEAP-REMAINDER
013090         IF WS-LEAP-REMAINDER = ZERO
013090             DIVIDE WS-CONVERT-YYYY BY 100
013090                 GIVING WS-LEAP-QUOTIENT
013090                 REMAINDER WS-LEAP-REMAINDER
013090             IF WS-LEAP-REMAINDER NOT = ZERO
013090                 ADD 1 TO WS-CONVERT-DAYS
013090             ELSE
013090                 DIVIDE WS-CONVERT-YYYY BY 400
013090                     GIVING WS-LEAP-QUOTIENT
013090                     REMAINDER WS-LEAP-REMAINDER
013090                 IF WS-LEAP-REMAINDER = ZERO
013090                     ADD 1 TO WS-CONVERT-DAYS
013090                 END-IF
013090             END-IF
013090         END-IF
013090     END-IF.
013090 8500-DATE-TO-DAYS-EXIT.
013090     EXIT.
013100*----------------------------------------------------------------
013110* 9100-SKIP-TRANX-RECORD - ADVANCE PAST A PREVIOUSLY PROCESSED
013120*     RECORD ON A RESTARTED RUN WITHOUT REPROCESSING IT
