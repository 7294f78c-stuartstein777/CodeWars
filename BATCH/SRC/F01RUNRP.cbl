001710* 09/02/26 RH   THE RUN LOG NOW CARRIES THE SUSPENDED-RESULT
001720*               COUNT (SEE SUSPREC; RUNLREC IS LRECL 110) AND
001730*               THE REPORT GAINED A SUSP COLUMN.
001740* 10/15/26 RH   THE RUN LOG NOW CARRIES THE MASTER BACKUP SET THE
001750*               RUN STARTED FROM (RUNLREC TAKES THE LAST SEVEN
001760*               BYTES) - PRINTED IN A NEW BKUP SET COLUMN, SO
001770*               THE SET TO RESTORE TO UNDO A NIGHT IS ON THE
001780*               REPORT.  BLANK FOR RUNS LOGGED BEFORE THE FIELD,
001790*               NONE FOR AN EXPEDITE RUN.
001800*----------------------------------------------------------------
001900* REMARKS.
002000*     THE WHOLE LOG IS READ FORWARD AND ONLY THE LAST N RUNS
005000         RLX-RECORDS-CACHE-HIT BY RL-RECORDS-CACHE-HIT
005100         RLX-HASH-TOTAL BY RL-HASH-TOTAL
005150         RLX-RECORDS-SUSP BY RL-RECORDS-SUSP
005200         RLX-RETURN-CODE BY RL-RETURN-CODE
005200         RLX-BACKUP-SET BY RL-BACKUP-SET.
005400
005500 FD  RUNLOG-RPT
005600     RECORDING MODE IS F.
010300     05  FILLER                  PIC X(17)  VALUE
010400         '       HASH TOTAL'.
010500     05  FILLER                  PIC X(04)  VALUE '  RC'.
010510     05  FILLER                  PIC X(10)  VALUE '  BKUP SET'.
010600
010700 01  WS-DETAIL-LINE.
010800     05  DL-RUN-DATE             PIC 9999/99/99.
012400     05  DL-HASH-TOTAL           PIC Z(10)9.9(04).
012500     05  FILLER                  PIC X(02)  VALUE SPACES.
012600     05  DL-RETURN-CODE          PIC ZZZ9.
012610     05  FILLER                  PIC X(03)  VALUE SPACES.
012620     05  DL-BACKUP-SET           PIC X(07).
012700
012800*----------------------------------------------------------------
012900* THE TABLED RUN RE-MAPPED FOR PRINTING
014200         RLX-RECORDS-CACHE-HIT BY HR-RECORDS-CACHE-HIT
014300         RLX-HASH-TOTAL BY HR-HASH-TOTAL
014350         RLX-RECORDS-SUSP BY HR-RECORDS-SUSP
014400         RLX-RETURN-CODE BY HR-RETURN-CODE
014400         RLX-BACKUP-SET BY HR-BACKUP-SET.
014600
014700 LINKAGE SECTION.
014800*----------------------------------------------------------------
024710     MOVE HR-RECORDS-SUSP        TO DL-RECORDS-SUSP.
024800     MOVE HR-HASH-TOTAL          TO DL-HASH-TOTAL.
024900     MOVE HR-RETURN-CODE         TO DL-RETURN-CODE.
024910     EVALUATE TRUE
024920         WHEN HR-BACKUP-SET NOT NUMERIC
024930             MOVE SPACES         TO DL-BACKUP-SET
024940         WHEN HR-BACKUP-SET = ZERO
024950             MOVE 'NONE'         TO DL-BACKUP-SET
024960         WHEN OTHER
024970             MOVE HR-BACKUP-SET  TO DL-BACKUP-SET
024980     END-EVALUATE.
025000     WRITE RUNLOG-LINE FROM WS-DETAIL-LINE
025100         AFTER ADVANCING 1 LINE.
025200 3100-PRINT-RUN-EXIT.
