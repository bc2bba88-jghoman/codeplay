000010*****************************************************************
000020*    COPYBOOK.    DL100RPC.
000030*    DESCRIPTION. DL100-REPRICE CONTROL CARD, READ ONCE FROM
000040*                 SYSIN.  NAMES THE ITEM WHOSE STANDARD VALUE
000050*                 WAS CORRECTED AND THE RANGE OF RUN DATES THE
000060*                 CORRECTION REACHES BACK OVER.  ALL THREE
000070*                 FIELDS ARE REQUIRED.
000080*
000090*    MODIFICATION HISTORY.
000100*    DATE       INIT DESCRIPTION
000110*    ---------- ---- --------------------------------------------
000120*    2026-10-15 JGH  ORIGINAL COPYBOOK.
000130*****************************************************************
000140 01  DL100-RPC-CARD.
000150     05  DL100-RPC-ITEM-CODE         PIC X(06).
000160     05  DL100-RPC-FROM-DATE         PIC 9(08).
000170     05  DL100-RPC-THRU-DATE         PIC 9(08).
000180     05  FILLER                      PIC X(58).
