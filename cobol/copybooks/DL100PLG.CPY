000010*****************************************************************
000020*    COPYBOOK.    DL100PLG.
000030*    DESCRIPTION. PERIOD LOG RECORD APPENDED BY DL100-PERCLS FOR
000040*                 EVERY CLOSE AND REOPEN APPLIED - THE ACTION,
000050*                 THE PERIOD, THE APPLY DATE AND TIME, THE
000060*                 OPERATOR, THE REASON GIVEN AND THE PERIOD
000070*                 CONTROL RECORD AS IT STOOD AFTERWARDS, SO
000080*                 EVERY REOPENING OF A CLOSED MONTH IS ON
000090*                 RECORD WITH WHO ASKED FOR IT AND WHY.
000100*
000110*    MODIFICATION HISTORY.
000120*    DATE       INIT DESCRIPTION
000130*    ---------- ---- --------------------------------------------
000140*    2026-10-15 JGH  ORIGINAL COPYBOOK.
000150*****************************************************************
000160 01  DL100-PLG-RECORD.
000170     05  DL100-PLG-ACTION            PIC X(01).
000180     05  DL100-PLG-PERIOD            PIC 9(06).
000190     05  DL100-PLG-APPLY-DATE        PIC 9(08).
000200     05  DL100-PLG-APPLY-TIME        PIC 9(08).
000210     05  DL100-PLG-USER-ID           PIC X(08).
000220     05  DL100-PLG-REASON            PIC X(50).
000230     05  DL100-PLG-AFTER-IMAGE       PIC X(80).
000240     05  FILLER                      PIC X(39).
