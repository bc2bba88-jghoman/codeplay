000010*****************************************************************
000020*    COPYBOOK.    DL100PCC.
000030*    DESCRIPTION. PERIOD CONTROL CARD FOR DL100-PERCLS.  ONE
000040*                 CARD CLOSES ('C'), REOPENS ('R') OR INQUIRES
000050*                 ON ('I') ONE ACCOUNTING PERIOD (CCYYMM).  A
000060*                 CLOSE OR REOPEN MUST CARRY THE OPERATOR'S
000070*                 USER ID; A REOPEN MUST ALSO CARRY THE REASON,
000080*                 WHICH IS KEPT ON THE PERIOD LOG.
000090*
000100*    MODIFICATION HISTORY.
000110*    DATE       INIT DESCRIPTION
000120*    ---------- ---- --------------------------------------------
000130*    2026-10-15 JGH  ORIGINAL COPYBOOK.
000140*****************************************************************
000150 01  DL100-PCC-CARD.
000160     05  DL100-PCC-ACTION            PIC X(01).
000170         88  DL100-PCC-CLOSE                     VALUE 'C'.
000180         88  DL100-PCC-REOPEN                    VALUE 'R'.
000190         88  DL100-PCC-INQUIRE                   VALUE 'I'.
000200     05  DL100-PCC-PERIOD            PIC 9(06).
000210     05  DL100-PCC-PERIOD-X REDEFINES DL100-PCC-PERIOD.
000220         10  DL100-PCC-CCYY          PIC 9(04).
000230         10  DL100-PCC-MM            PIC 9(02).
000240     05  DL100-PCC-USER-ID           PIC X(08).
000250     05  DL100-PCC-REASON            PIC X(50).
000260     05  FILLER                      PIC X(15).
