000120*    DATE       INIT DESCRIPTION
000130*    ---------- ---- --------------------------------------------
000140*    2026-09-02 JGH  ORIGINAL COPYBOOK.
000143*    2026-10-15 JGH  ADDED THE FEED'S CYCLE NUMBER (COL 17).
000146*    2026-10-15 JGH  BLANK OR ZERO IS CYCLE 1.
000150*****************************************************************
000160 01  DL100-GAC-CARD.
000170     05  DL100-GAC-RUN-DATE          PIC 9(08).
000180     05  DL100-GAC-CUTOFF-DATE       PIC 9(08).
000190     05  DL100-GAC-CYCLE-IND         PIC X(01).
000200     05  DL100-GAC-CYCLE REDEFINES DL100-GAC-CYCLE-IND
000210                                     PIC 9(01).
000220     05  FILLER                      PIC X(63).
