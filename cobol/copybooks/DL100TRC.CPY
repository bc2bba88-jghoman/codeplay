000010*****************************************************************
000020*    COPYBOOK.    DL100TRC.
000030*    DESCRIPTION. DL100-TRCINQ SELECTION CARD, READ ONCE FROM
000040*                 SYSIN.  NAMES A SOURCE SYSTEM AND/OR BATCH ID
000050*                 AS STAMPED ON THE TRANSACTIONS BY DL100-EDIT,
000060*                 AND/OR A RUN DATE RANGE.  A BLANK SOURCE OR
000070*                 BATCH MEANS EVERY ONE; BLANK OR ZERO DATES MEAN
000080*                 NO LIMIT.  AT LEAST ONE OF SOURCE, BATCH OR
000090*                 FROM DATE MUST BE GIVEN.
000100*
000110*    MODIFICATION HISTORY.
000120*    DATE       INIT DESCRIPTION
000130*    ---------- ---- --------------------------------------------
000140*    2026-10-15 JGH  ORIGINAL COPYBOOK.
000150*****************************************************************
000160 01  DL100-TRC-CARD.
000170     05  DL100-TRC-SOURCE-SYSTEM     PIC X(08).
000180     05  DL100-TRC-BATCH-ID          PIC X(08).
000190     05  DL100-TRC-FROM-DATE-X       PIC X(08).
000200     05  DL100-TRC-FROM-DATE REDEFINES DL100-TRC-FROM-DATE-X
000210                                     PIC 9(08).
000220     05  DL100-TRC-THRU-DATE-X       PIC X(08).
000230     05  DL100-TRC-THRU-DATE REDEFINES DL100-TRC-THRU-DATE-X
000240                                     PIC 9(08).
000250     05  FILLER                      PIC X(48).
