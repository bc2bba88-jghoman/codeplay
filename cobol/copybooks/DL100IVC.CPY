000010*****************************************************************
000020*    COPYBOOK.    DL100IVC.
000030*    DESCRIPTION. DL100-ITMVAR CONTROL CARD, READ ONCE FROM
000040*                 SYSIN.  THE RUN DATE TO EXAMINE, THE NUMBER OF
000050*                 BUSINESS DAYS BEFORE IT THE TRAILING AVERAGE
000060*                 IS TAKEN OVER, AND THE TOLERANCE PERCENTAGE
000070*                 EITHER SIDE OF THAT AVERAGE.  ZERO OR BLANK
000080*                 FIELDS TAKE THE PROGRAM'S DEFAULTS.
000090*
000100*    MODIFICATION HISTORY.
000110*    DATE       INIT DESCRIPTION
000120*    ---------- ---- --------------------------------------------
000130*    2026-10-15 JGH  ORIGINAL COPYBOOK.
000140*****************************************************************
000150 01  DL100-IVC-CARD.
000160     05  DL100-IVC-RUN-DATE          PIC 9(08).
000170     05  DL100-IVC-WINDOW-DAYS       PIC 9(03).
000180     05  DL100-IVC-TOLERANCE-PCT     PIC 9(03).
000190     05  FILLER                      PIC X(66).
