000600* SAY, BUT SOMEWHERE THAT SURVIVES THE OUTPUT CLASS BEING
000700* PURGED.  READ BACK BY F01MULTB ITSELF (TO COMPARE TONIGHT'S
000800* VOLUME AGAINST THE RECENT AVERAGE) AND BY THE RUN-LOG REPORT
000900* (F01RUNRP).  THE RUN-LOG FILES ARE LRECL 110 - EXACTLY THESE
001000* FIELDS; THE CALLER SUPPLIES NO FILLER.
001010*
001020* BACKUP-SET IS THE MASTER BACKUP SET (BKUPREC) THE RUN STARTED
001030* FROM - THE ONE TO RESTORE TO UNDO IT.  ZERO ON AN EXPEDITE
001040* RUN, WHICH TAKES NO BACKUP; SPACES ON RECORDS LOGGED BEFORE
001050* THE FIELD EXISTED, SO TEST IT NUMERIC BEFORE USE.
001100*
001200* INCLUDE WITH A REPLACING PHRASE NAMING THE LEVEL NUMBER TO
001300* GENERATE AND A PREFIX FOR EACH DATA NAME, THE SAME WAY
002450 RLX-LEVEL  RLX-RECORDS-SUSP          PIC 9(09).
002500 RLX-LEVEL  RLX-HASH-TOTAL            PIC 9(11)V9(04).
002600 RLX-LEVEL  RLX-RETURN-CODE           PIC 9(04).
002700 RLX-LEVEL  RLX-BACKUP-SET            PIC 9(07).
