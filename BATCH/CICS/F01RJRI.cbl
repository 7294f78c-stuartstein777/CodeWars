002630*               FILLED THIS TASK - IT IS NOW CLEARED TO
002640*               LOW-VALUES ON THAT PATH SO UNDEFINED STORAGE
002650*               CANNOT BE APPLIED AS "CORRECTIONS".
002651* 10/15/26 RH   A REPAIR MAY NOW SET OPERATION CODE 'V' (REVERSAL)
002652*               - AN RVNF REVERSAL SENT AHEAD OF ITS ORIGINAL'S
002653*               POSTING IS REPAIRED BY RECYCLING IT UNCHANGED ONCE
002654*               THE ORIGINAL IS ON HISTORY.
002700*----------------------------------------------------------------
002800* REMARKS.
002900*     FILES (FCT):  REJMAST IS THE WORKBENCH KSDS (KEY = REASON
050700     END-IF.
050800     IF QOPI NOT = SPACES AND QOPI NOT = LOW-VALUES
050900         IF QOPI = 'M' OR QOPI = 'B' OR QOPI = 'D'
051000            OR QOPI = 'R' OR QOPI = 'V'
051100             MOVE QOPI TO OR-OPERATION-CODE
051200         ELSE
051300             SET WS-INPUT-INVALID TO TRUE
