000010*****************************************************************
000020*    COPYBOOK.    DL100GAX.
000030*    DESCRIPTION. GL ACCOUNT CROSS-REFERENCE RECORD, KEYED ON AN
000040*                 INDEXED FILE BY KEY TYPE PLUS CODE.  AN 'I'
000050*                 KEY MAPS ONE DL100 ITEM CODE, A 'T' KEY MAPS
000060*                 THE REVERSAL ('R') OR ADJUSTMENT ('J')
000070*                 TRANSACTION TYPE, TO THE DEBIT AND CREDIT GL
000080*                 ACCOUNTS AND THE COST CENTRE DL100-GLEXT
000090*                 JOURNALS THE RESULT TO.  MAINTAINED BY
000100*                 DL100-GLXMNT.
000110*
000120*    MODIFICATION HISTORY.
000130*    DATE       INIT DESCRIPTION
000140*    ---------- ---- --------------------------------------------
000150*    2026-10-15 JGH  ORIGINAL COPYBOOK.
000160*****************************************************************
000170 01  DL100-GAX-RECORD.
000180     05  DL100-GAX-KEY.
000190         10  DL100-GAX-KEY-TYPE      PIC X(01).
000200             88  DL100-GAX-ITEM-KEY              VALUE 'I'.
000210             88  DL100-GAX-TYPE-KEY              VALUE 'T'.
000220         10  DL100-GAX-KEY-CODE      PIC X(06).
000230     05  DL100-GAX-DEBIT-ACCOUNT     PIC X(10).
000240     05  DL100-GAX-CREDIT-ACCOUNT    PIC X(10).
000250     05  DL100-GAX-COST-CENTRE       PIC X(06).
000260     05  DL100-GAX-DESCRIPTION       PIC X(30).
000270     05  DL100-GAX-LAST-UPDATED      PIC 9(08).
000280     05  FILLER                      PIC X(09).
