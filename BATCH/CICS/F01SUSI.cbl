001900*               DRAIN (F01SUSR1) FEEDS RELEASED ITEMS BACK INTO
002000*               THE STREAM AND TURNS REJECTED ITEMS INTO TOLR
002100*               REJECTS.
002101* 10/15/26 RH   THE SUSPENSE MASTER NOW ALSO HOLDS SUSPECTED
002102*               NEAR-DUPLICATES FOR SOURCES WHOSE MASTER OPTION
002103*               SAYS SO.  THE SCREEN SHOWS WHY EACH ITEM WAS HELD
002104*               (SUSPREC HOLD-REASON); A REJECTED NEAR-DUPLICATE
002105*               BECOMES AN NDUP REJECT.
002200*----------------------------------------------------------------
002300* REMARKS.
002400*     FILES (FCT):  SUSPMAST IS THE SUSPENSE MASTER KSDS (KEY =
010000         SPX-SUSP-RELEASED BY SUSP-RELEASED
010100         SPX-SUSP-REJECTED BY SUSP-REJECTED
010200         SPX-REVIEWER BY SUSP-REVIEWER
010300         SPX-REVIEW-DATE BY SUSP-REVIEW-DATE
010300         SPX-HOLD-REASON BY SUSP-HOLD-REASON
010300         SPX-HOLD-OVER-LIMIT BY SUSP-HOLD-OVER-LIMIT
010300         SPX-HOLD-NEAR-DUP BY SUSP-HOLD-NEAR-DUP.
010400     05  FILLER                     PIC X(09).
010500
010600 77  WS-BROWSE-KEY               PIC X(20) VALUE LOW-VALUES.
010700
031600         WHEN OTHER
031700             MOVE SUSP-STATUS-FLAG TO USTATO
031800     END-EVALUATE.
031800     IF SUSP-HOLD-NEAR-DUP
031800         MOVE 'SUSPECTED NEAR-DUP  ' TO UHRSNO
031800     ELSE
031800         MOVE 'OVER RESULT LIMIT   ' TO UHRSNO
031800     END-IF.
031900 2700-FORMAT-RECORD-EXIT.
032000     EXIT.
032100*----------------------------------------------------------------
040200     MOVE SPACES TO ULIMO.
040300     MOVE SPACES TO UPDTEO.
040400     MOVE SPACES TO USTATO.
040400     MOVE SPACES TO UHRSNO.
040500 8200-CLEAR-DISPLAY-FIELDS-EXIT.
040600     EXIT.
040700 END PROGRAM F01SUSI.
