001000* (F01SUSR1) FEEDS RELEASED ITEMS BACK INTO THE STREAM, WHERE
001100* THE DRIVER LETS THEM THROUGH AND DELETES THE SUSPENSE RECORD,
001200* AND TURNS REJECTED ITEMS INTO TOLR REJECTS.
001210*
001220* A SUSPECTED NEAR-DUPLICATE - A RE-KEY OF A TRANSACTION ALREADY
001230* ON TRANHIST UNDER ANOTHER ID - IS HELD HERE THE SAME WAY WHEN
001240* ITS SOURCE'S MASTER NEAR-DUPLICATE OPTION IS 'H'.  HOLD-REASON
001250* SAYS WHICH CHECK HELD THE ITEM: 'L' (OR SPACE, ON RECORDS HELD
001260* BEFORE THE FIELD EXISTED) OVER THE RESULT LIMIT, 'N' SUSPECTED
001270* NEAR-DUPLICATE.  A REJECTED NEAR-DUPLICATE BECOMES AN NDUP
001280* REJECT INSTEAD OF TOLR.
001300*
001400* THE SUSPENSE MASTER IS A KSDS - KEYS(20 0) RECORDSIZE
001500* (100 100), KEY = SOURCE-SYSTEM + TRANSACTION-ID, THE SAME KEY
001900* REPLACING PHRASES NAMING THE TWO LEVEL NUMBERS TO GENERATE
002000* (GROUP AND ELEMENTARY) AND A PREFIX FOR EACH DATA NAME, THE
002100* SAME WAY HISTREC IS INCLUDED.  THE CALLER SUPPLIES THE
002200* ENCLOSING 01 AND NINE BYTES OF FILLER.
002300*----------------------------------------------------------------
002400 SPX-LEVEL  SPX-KEY.
002500 SPX-KEY-LEVEL  SPX-SOURCE-SYSTEM     PIC X(08).
003700     88  SPX-SUSP-REJECTED                      VALUE 'X'.
003800 SPX-LEVEL  SPX-REVIEWER              PIC X(08).
003900 SPX-LEVEL  SPX-REVIEW-DATE           PIC 9(08).
004000 SPX-LEVEL  SPX-HOLD-REASON           PIC X(01).
004010     88  SPX-HOLD-OVER-LIMIT                    VALUE 'L' SPACE.
004020     88  SPX-HOLD-NEAR-DUP                      VALUE 'N'.
