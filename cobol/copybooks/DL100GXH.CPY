000010*****************************************************************
000020*    COPYBOOK.    DL100GXH.
000030*    DESCRIPTION. CHANGE HISTORY RECORD APPENDED BY DL100-GLXMNT
000040*                 FOR EVERY A/C/D ACTION APPLIED TO THE GL
000050*                 ACCOUNT CROSS-REFERENCE - THE TRANSACTION
000060*                 CODE, THE KEY, THE APPLY DATE AND TIME, AND
000070*                 THE FULL BEFORE AND AFTER RECORD IMAGES
000080*                 (SPACES WHERE NO IMAGE EXISTED), IN THE MOLD
000090*                 OF DL100CHG, SO A DISPUTED ACCOUNT CODING
000100*                 TRACES CARD BY CARD.
000110*
000120*    MODIFICATION HISTORY.
000130*    DATE       INIT DESCRIPTION
000140*    ---------- ---- --------------------------------------------
000150*    2026-10-15 JGH  ORIGINAL COPYBOOK.
000160*****************************************************************
000170 01  DL100-GXH-RECORD.
000180     05  DL100-GXH-TRANS-CODE        PIC X(01).
000190     05  DL100-GXH-KEY.
000200         10  DL100-GXH-KEY-TYPE      PIC X(01).
000210         10  DL100-GXH-KEY-CODE      PIC X(06).
000220     05  DL100-GXH-APPLY-DATE        PIC 9(08).
000230     05  DL100-GXH-APPLY-TIME        PIC 9(08).
000240     05  DL100-GXH-BEFORE-IMAGE      PIC X(80).
000250     05  DL100-GXH-AFTER-IMAGE       PIC X(80).
000260     05  FILLER                      PIC X(16).
