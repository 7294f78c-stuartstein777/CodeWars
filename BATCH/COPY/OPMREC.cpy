000100*----------------------------------------------------------------
000200* OPMREC - OPERATION MASTER RECORD LAYOUT
000300*
000400* ONE ENTRY PER OPERATION CODE A TRANSACTION MAY CARRY - ITS
000500* DESCRIPTION, WHETHER IT IS OPEN FOR BUSINESS AT ALL, AND THE
000600* ROUTINE THAT PRODUCES ITS RESULT.  F01MULTB LOADS THE MASTER
000700* AT THE START OF EVERY RUN AND REJECTS (OPCD) ANY CODE THAT IS
000800* NOT ON IT OR NOT ACTIVE; WHICH SOURCES MAY SEND AN ACTIVE
000900* OPERATION IS THEN UP TO THE PER-SOURCE AUTHORIZATIONS (SEE
001000* SAUREC).  F01SRCI SHOWS THE DESCRIPTIONS BESIDE A SOURCE'S
001100* AUTHORIZATIONS.
001200*
001300* THE MASTER IS A KSDS - KEYS(1 0) RECORDSIZE(60 60) - LOADED
001400* IN BULK BY F01OPML.  IT CHANGES ONLY WHEN AN OPERATION IS
001500* ADDED OR WITHDRAWN, SO THERE IS NO ON-LINE MAINTENANCE.
001600*
001700* DISPATCH-PROGRAM NAMES THE ROUTINE THE DRIVER HANDS THE
001800* NUMBERS TO: A CALLED SUBPROGRAM (F01-MULT, BLOOD-MOON), OR
001900* F01MULTB ITSELF FOR THE ARITHMETIC IT DOES IN LINE (DIVIDE,
002000* REMAINDER) AND FOR A REVERSAL, WHICH CARRIES ITS ORIGINAL'S
002100* POSTED RESULT.  THE DRIVER DOES NOT CALL THE NAME GIVEN HERE -
002130* EACH ROUTINE TAKES ITS OWN PARAMETERS, SO THE ROUTINE FOR A
002160* CODE IS FIXED IN F01MULTB (M F01-MULT, B BLOOD-MOON, D/R/V
002200* F01MULTB).  AT START-UP THE DRIVER CHECKS THIS FIELD AGAINST
002230* THAT ROUTINE: A CODE IT HAS NO ROUTINE FOR, OR WHOSE DISPATCH
002260* PROGRAM HERE IS NOT THAT ROUTINE, IS LISTED ON THE JOB LOG AND
002270* TREATED AS INACTIVE WHATEVER THE MASTER SAYS - ADDING AN
002300* OPERATION IS A PROGRAM CHANGE FIRST AND A MASTER ENTRY SECOND.
002400*
002500* INCLUDE WITH A REPLACING PHRASE NAMING THE LEVEL NUMBER TO
002600* GENERATE AND A PREFIX FOR EACH DATA NAME, THE SAME WAY
002700* SRCMREC IS INCLUDED.  THE CALLER SUPPLIES THE ENCLOSING 01
002800* AND 18 BYTES OF FILLER.
002900*----------------------------------------------------------------
003000 OPX-LEVEL  OPX-OPERATION-CODE        PIC X(01).
003100 OPX-LEVEL  OPX-DESCRIPTION           PIC X(30).
003200 OPX-LEVEL  OPX-ACTIVE-FLAG           PIC X(01).
003300     88  OPX-OP-ACTIVE                          VALUE 'A'.
003400     88  OPX-OP-INACTIVE                        VALUE 'I'.
003500 OPX-LEVEL  OPX-DISPATCH-PROGRAM      PIC X(10).
