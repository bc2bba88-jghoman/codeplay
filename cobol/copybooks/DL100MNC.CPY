000010*****************************************************************
000020*    COPYBOOK.    DL100MNC.
000030*    DESCRIPTION. DL100-MAINT CONTROL CARD, READ ONCE FROM
000040*                 SYSIN.  THE AGE LIMIT IS HOW MANY BUSINESS
000050*                 DAYS OF THE PROCESSING CALENDAR A PENDING
000060*                 CHANGE MAY WAIT FOR APPROVAL AFTER THE DAY IT
000070*                 WAS SUBMITTED; BLANK OR ZERO TAKES THE
000080*                 DEFAULT.
000090*
000100*    MODIFICATION HISTORY.
000110*    DATE       INIT DESCRIPTION
000120*    ---------- ---- --------------------------------------------
000130*    2026-10-15 JGH  ORIGINAL COPYBOOK.
000140*****************************************************************
000150 01  DL100-MNC-CARD.
000160     05  DL100-MNC-AGE-LIMIT         PIC 9(03).
000170     05  FILLER                      PIC X(77).
