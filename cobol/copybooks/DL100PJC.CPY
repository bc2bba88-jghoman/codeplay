000010*****************************************************************
000020*    COPYBOOK.    DL100PJC.
000030*    DESCRIPTION. DL100-PRJIMP CONTROL CARD, READ ONCE FROM
000040*                 SYSIN.  THE REPORT DATE (VALUES EFFECTIVE
000050*                 AFTER IT ARE PENDING), THE NUMBER OF BUSINESS
000060*                 DAYS BEFORE IT THE RECENT VOLUME IS TAKEN
000070*                 OVER, AND THE NUMBER OF BUSINESS DAYS IN A
000080*                 MONTH THE VOLUME IS SCALED TO.  ZERO OR BLANK
000090*                 FIELDS TAKE THE PROGRAM'S DEFAULTS.
000100*
000110*    MODIFICATION HISTORY.
000120*    DATE       INIT DESCRIPTION
000130*    ---------- ---- --------------------------------------------
000140*    2026-10-15 JGH  ORIGINAL COPYBOOK.
000150*****************************************************************
000160 01  DL100-PJC-CARD.
000170     05  DL100-PJC-REPORT-DATE       PIC 9(08).
000180     05  DL100-PJC-WINDOW-DAYS       PIC 9(03).
000190     05  DL100-PJC-MONTH-DAYS        PIC 9(02).
000200     05  FILLER                      PIC X(67).
