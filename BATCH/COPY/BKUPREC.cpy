000100*----------------------------------------------------------------
000200* BKUPREC - MASTER BACKUP CONTROL RECORD LAYOUT
000300*
000400* ONE RECORD PER VSAM MASTER COPIED BY A NIGHTLY BACKUP STEP
000500* (F01BKCTL), GIVING THE RECORD COUNT OF THE COPY.  THE RECORDS
000600* OF ONE STEP GO TO THE NEXT GENERATION OF THAT STEP'S BACKUP
000700* CONTROL GDG, ALONGSIDE THE GENERATIONS OF THE MASTER COPIES
000800* THEMSELVES, AND ARE ALSO APPENDED TO THE CUMULATIVE BACKUP LOG
000900* (BKUPLOG) - THE LIST OPERATIONS USE TO FIND A NIGHT'S BACKUP,
001000* AND WHERE F01MULTB LOOKS UP THE SET IT STARTED FROM FOR THE
001100* RUN LOG.  THE RECOVERY JOB CHECKS THE COPIES AGAINST THESE
001200* COUNTS BEFORE IT RESTORES, AND THE RESTORED MASTERS AFTER.
001300*
001400* SET-NUMBER IDENTIFIES ONE NIGHT'S BACKUP ACROSS EVERY STEP
001500* THAT TOOK PART IN IT - A SINGLE-STREAM NIGHT IS ONE STEP
001600* (SCOPE ALL); A PARALLEL NIGHT IS THE SHARED STEP, WHICH OPENS
001700* THE SET, AND ONE STEP PER STREAM (S1-S4), WHICH JOIN IT.
001800* PROCESS-DATE IS THE CALNDR PROCESSING DATE OF THE NIGHT THE
001900* BACKUP PROTECTS; BACKUP-DATE/TIME ARE THE WALL CLOCK.  MASTER
002000* IS THE DD NAME OF THE MASTER COPIED (TRANHIST, SRCMAST,
002100* DUPMAST, CACHEFIL, SUSPMAST).
002200*
002300* FIXED 80 (LRECL=80).  INCLUDE WITH A REPLACING PHRASE NAMING
002400* THE LEVEL NUMBER TO GENERATE AND A PREFIX FOR EACH DATA NAME,
002500* THE SAME WAY RUNLREC IS INCLUDED.  THE CALLER SUPPLIES THE
002600* ENCLOSING 01 AND TWENTY-EIGHT BYTES OF FILLER.
002700*----------------------------------------------------------------
002800 BKX-LEVEL  BKX-SET-NUMBER            PIC 9(07).
002900 BKX-LEVEL  BKX-PROCESS-DATE          PIC 9(08).
003000 BKX-LEVEL  BKX-BACKUP-DATE           PIC 9(08).
003100 BKX-LEVEL  BKX-BACKUP-TIME           PIC 9(06).
003200 BKX-LEVEL  BKX-SCOPE                 PIC X(06).
003300 BKX-LEVEL  BKX-MASTER                PIC X(08).
003400 BKX-LEVEL  BKX-RECORD-COUNT          PIC 9(09).
