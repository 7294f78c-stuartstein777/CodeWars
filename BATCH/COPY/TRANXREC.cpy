002142*     'D'  DIVIDE - THE QUOTIENT OF NUM-1 / NUM-2, ROUNDED TO
002143*          THE FOUR DECIMAL PLACES RESULT CARRIES
002144*     'R'  REMAINDER - THE INTEGER REMAINDER OF NUM-1 / NUM-2
002144*     'V'  REVERSAL - BACKS OUT A TRANSACTION ALREADY POSTED.
002144*          TRANSACTION-ID AND SOURCE-SYSTEM NAME THE ORIGINAL
002144*          (IT MUST BE ON TRANHIST AND NOT ALREADY REVERSED);
002144*          NUM-1 AND NUM-2 ARE NOT USED - SEND ZEROS.  THE
002144*          DRIVER FILLS IN THE ORIGINAL'S NUMBERS AND RESULT,
002144*          THE EXTRACT POSTS THE RESULT NEGATIVE, AND A
002144*          CORRECTED REPLACEMENT MAY THEN BE SENT UNDER THE
002144*          SAME TRANSACTION-ID.  THE NIGHTLY SORT RUNS
002144*          REVERSALS AHEAD OF EVERYTHING ELSE SO A SAME-NIGHT
002144*          REPLACEMENT FINDS ITS ID ALREADY RELEASED.
002145* A ZERO NUM-2 UNDER 'D' OR 'R' REJECTS (REASON ZDIV) - SEE
002146* RJCTREC.  RESULT IS WIDE
002150* ENOUGH FOR BLOOD-MOON'S DECIMAL RESULT; F01-MULT, REMAINDER,
