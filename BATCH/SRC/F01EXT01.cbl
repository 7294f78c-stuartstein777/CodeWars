001999*               THEIR SOURCE'S PLAUSIBLE-RESULT LIMIT (SEE
001999*               SUSPREC) - LAYOUT CHANGE ONLY HERE; SUSPENDED
001999*               RESULTS NEVER REACH THIS FILE.
002000* 10/15/26 RH   THE EXTRACT NOW CARRIES A SIGN BYTE AFTER THE
002001*               RESULT (FROM THE FILLER): '-' ON A REVERSAL ('V'),
002002*               WHICH CARRIES ITS ORIGINAL'S RESULT SO GL POSTS
002003*               THE EXACT OFFSET, '+' ON EVERYTHING ELSE.  THE
002004*               HASH TOTAL STAYS UNSIGNED TO TIE TO THE TRAILER; A
002005*               NET TOTAL AND REVERSAL COUNT ARE REPORTED
002006*               ALONGSIDE IT.
001700*----------------------------------------------------------------
001800* REMARKS.
001900*     THE EXTRACT IS BUILT FROM THE SAME RECORD COUNT AND HASH
006700         TRX-NUM-1 BY EX-NUM-1
006800         TRX-NUM-2 BY EX-NUM-2
006900         TRX-RESULT BY EX-RESULT.
006950     05  EX-RESULT-SIGN             PIC X(01).
006960         88  EX-RESULT-DEBIT            VALUE '+'.
006970         88  EX-RESULT-CREDIT           VALUE '-'.
007000     05  FILLER                     PIC X(28).
007100
007200 WORKING-STORAGE SECTION.
007300*----------------------------------------------------------------
008500*----------------------------------------------------------------
008600 77  WS-EXTRACT-RECORD-COUNT     PIC 9(09)   COMP VALUE ZERO.
008700 77  WS-EXTRACT-HASH-TOTAL       PIC 9(11)V9(04) COMP VALUE ZERO.
008710*     THE HASH TOTAL ADDS EVERY RESULT UNSIGNED, THE SAME WAY
008720*     F01MULTB BUILDS ITS TRAILER; THE NET TOTAL IS WHAT GL
008730*     ACTUALLY POSTS, WITH REVERSALS TAKEN OFF
008740 77  WS-EXTRACT-NET-TOTAL        PIC S9(11)V9(04) COMP VALUE ZERO.
008750 77  WS-EXTRACT-REVERSAL-COUNT   PIC 9(09)   COMP VALUE ZERO.
008800
008900 PROCEDURE DIVISION.
009000*----------------------------------------------------------------
014100     EXIT.
014200*----------------------------------------------------------------
014300* 2200-WRITE-EXTRACT - MOVE A DETAIL RECORD TO THE EXTRACT LAYOUT
014400*     AND ACCUMULATE THE RUNNING CONTROL TOTALS.  A REVERSAL
014410*     ('V') CARRIES ITS ORIGINAL'S RESULT AND GOES OUT SIGNED
014420*     '-' SO GL POSTS THE OFFSETTING ENTRY
014500*----------------------------------------------------------------
014600 2200-WRITE-EXTRACT.
014700     MOVE XI-TRANSACTION-ID TO EX-TRANSACTION-ID.
015000     MOVE XI-NUM-1          TO EX-NUM-1.
015100     MOVE XI-NUM-2          TO EX-NUM-2.
015200     MOVE XI-RESULT         TO EX-RESULT.
015210     IF XI-OPERATION-CODE = 'V'
015220         SET EX-RESULT-CREDIT TO TRUE
015230         SUBTRACT XI-RESULT FROM WS-EXTRACT-NET-TOTAL
015240         ADD 1 TO WS-EXTRACT-REVERSAL-COUNT
015250     ELSE
015260         SET EX-RESULT-DEBIT TO TRUE
015270         ADD XI-RESULT TO WS-EXTRACT-NET-TOTAL
015280     END-IF.
015300     WRITE EXTRACT-RECORD.
015400     ADD 1 TO WS-EXTRACT-RECORD-COUNT.
015500     ADD XI-RESULT TO WS-EXTRACT-HASH-TOTAL.
016500     DISPLAY 'F01EXT01 RECONCILIATION REPORT'.
016600     DISPLAY 'EXTRACT RECORD COUNT    = ' WS-EXTRACT-RECORD-COUNT.
016700     DISPLAY 'EXTRACT HASH TOTAL      = ' WS-EXTRACT-HASH-TOTAL.
016710     DISPLAY 'REVERSALS EXTRACTED     = '
016720         WS-EXTRACT-REVERSAL-COUNT.
016730     DISPLAY 'EXTRACT NET TOTAL       = ' WS-EXTRACT-NET-TOTAL.
016800     IF WS-OUT-OF-BALANCE
016900         DISPLAY 'RECONCILIATION FAILED - EXTRACT DOES NOT TIE '
017000             'OUT TO THE BATCH RUN''S CONTROL TOTALS'
