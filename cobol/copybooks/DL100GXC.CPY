000010*****************************************************************
000020*    COPYBOOK.    DL100GXC.
000030*    DESCRIPTION. GL ACCOUNT CROSS-REFERENCE MAINTENANCE CARD
000040*                 FOR DL100-GLXMNT.  ONE CARD ADDS ('A'),
000050*                 CHANGES ('C'), DELETES ('D') OR INQUIRES ON
000060*                 ('I') ONE MAPPING - KEY TYPE 'I' WITH A DL100
000070*                 ITEM CODE, OR KEY TYPE 'T' WITH THE
000080*                 TRANSACTION TYPE 'R' OR 'J' IN THE CODE.
000090*
000100*    MODIFICATION HISTORY.
000110*    DATE       INIT DESCRIPTION
000120*    ---------- ---- --------------------------------------------
000130*    2026-10-15 JGH  ORIGINAL COPYBOOK.
000140*****************************************************************
000150 01  DL100-GXC-CARD.
000160     05  DL100-GXC-TRANS-CODE        PIC X(01).
000170         88  DL100-GXC-ADD                       VALUE 'A'.
000180         88  DL100-GXC-CHANGE                    VALUE 'C'.
000190         88  DL100-GXC-DELETE                    VALUE 'D'.
000200         88  DL100-GXC-INQUIRE                   VALUE 'I'.
000210     05  DL100-GXC-KEY.
000220         10  DL100-GXC-KEY-TYPE      PIC X(01).
000230             88  DL100-GXC-ITEM-KEY              VALUE 'I'.
000240             88  DL100-GXC-TYPE-KEY              VALUE 'T'.
000250         10  DL100-GXC-KEY-CODE      PIC X(06).
000260             88  DL100-GXC-MAPPED-TYPE           VALUES 'R',
000270                                                        'J'.
000280     05  DL100-GXC-DEBIT-ACCOUNT     PIC X(10).
000290     05  DL100-GXC-CREDIT-ACCOUNT    PIC X(10).
000300     05  DL100-GXC-COST-CENTRE       PIC X(06).
000310     05  DL100-GXC-DESCRIPTION       PIC X(30).
000320     05  FILLER                      PIC X(16).
