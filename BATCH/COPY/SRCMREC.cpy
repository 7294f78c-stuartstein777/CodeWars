002730*                                SMX-RESULT-LIMIT
002740*                                   BY SM-RESULT-LIMIT
002750*                                SMX-FORMAT-CODE
002760*                                   BY SM-FORMAT-CODE
002770*                                SMX-CLOSED-PERIOD-OPTION
002780*                                   BY SM-CLOSED-PERIOD-OPTION
002790*                                SMX-CLOSED-REJECT
002791*                                   BY SM-CLOSED-REJECT
002792*                                SMX-CLOSED-REDATE
002793*                                   BY SM-CLOSED-REDATE
002794*                                SMX-DUP-WINDOW-DAYS
002795*                                   BY SM-DUP-WINDOW-DAYS
002796*                                SMX-DUP-OPTION BY SM-DUP-OPTION
002797*                                SMX-DUP-REPORT BY SM-DUP-REPORT
002798*                                SMX-DUP-HOLD BY SM-DUP-HOLD.
002800*
002900* THE CALLER SUPPLIES THE ENCLOSING 01 AND THE FILLER THAT PADS
003000* TO THE 80-BYTE RECORD SIZE.
003094* F01FMT01 FRONT-END CONVERTER: 'F' (OR SPACE) FIXED 80-BYTE
003096* TRANXREC, 'D' COMMA-DELIMITED, 'T' TAGGED LABEL=VALUE.  ONLY
003097* F01FMT01 READS IT - THE NIGHTLY STREAM ALWAYS SEES CANONICAL
003098* TRANXREC RECORDS - AND F01RTN01, WHICH WRITES THE SOURCE'S
003098* NIGHTLY RESULT RETURN FILE IN THE SAME FORMAT.
003099*
003100* CLOSED-PERIOD-OPTION SAYS WHAT F01MULTB DOES WITH A
003101* TRANSACTION WHOSE EFFECTIVE DATE FALLS IN AN ACCOUNTING MONTH
003102* F01PRDCL HAS ALREADY CLOSED (SEE PRDCREC): 'R' (OR SPACE)
003103* REJECTS IT UNDER REASON CLSD, 'D' RE-DATES IT TO THE
003104* PROCESSING DATE SO IT LANDS IN THE OPEN MONTH.
003105*
003106* DUP-WINDOW-DAYS TURNS ON THE NEAR-DUPLICATE CHECK FOR THE
003107* SOURCE: A TRANSACTION WHOSE OPERATION, NUM-1, AND NUM-2 MATCH
003108* A LIVE POSTING OF THE SAME SOURCE ON TRANHIST UNDER ANOTHER
003109* ID, WITH EFFECTIVE DATES NO MORE THAN THIS MANY DAYS APART,
003110* IS A SUSPECTED RE-KEY AND IS LISTED ON THE SUSPECTED-
003111* DUPLICATE REPORT (F01NDRPT).  ZERO MEANS NO CHECK.
003112* DUP-OPTION SAYS WHAT F01MULTB DOES WITH A SUSPECT: 'R' (OR
003113* SPACE) REPORTS IT AND LETS IT THROUGH, 'H' ALSO HOLDS IT ON
003114* THE SUSPENSE MASTER FOR REVIEW THROUGH F01U, THE SAME WAY AN
003115* OVER-LIMIT RESULT IS HELD.
003100*----------------------------------------------------------------
003200 SMX-LEVEL  SMX-SOURCE-SYSTEM         PIC X(08).
003300 SMX-LEVEL  SMX-ACTIVE-FLAG           PIC X(01).
004000 SMX-LEVEL  SMX-RETENTION-DAYS        PIC 9(05).
004100 SMX-LEVEL  SMX-RESULT-LIMIT          PIC 9(10)V9(04).
004200 SMX-LEVEL  SMX-FORMAT-CODE           PIC X(01).
004300 SMX-LEVEL  SMX-CLOSED-PERIOD-OPTION  PIC X(01).
004310     88  SMX-CLOSED-REJECT                      VALUE 'R' SPACE.
004320     88  SMX-CLOSED-REDATE                      VALUE 'D'.
004400 SMX-LEVEL  SMX-DUP-WINDOW-DAYS       PIC 9(03).
004500 SMX-LEVEL  SMX-DUP-OPTION            PIC X(01).
004510     88  SMX-DUP-REPORT                         VALUE 'R' SPACE.
004520     88  SMX-DUP-HOLD                           VALUE 'H'.
