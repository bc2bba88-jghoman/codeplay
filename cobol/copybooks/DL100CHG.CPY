000080*                 IMAGES (SPACES WHERE NO IMAGE EXISTED, I.E.
000090*                 BEFORE AN ADD OR AFTER A DELETE), SO A
000100*                 DISPUTED STANDARD VALUE CAN BE TRACED CARD BY
000110*                 CARD.  THE APPROVE USER ID IS THE SECOND USER
000113*                 WHO RELEASED THE CHANGE (THE SUBMITTER IS ON
000116*                 THE MASTER IMAGES).  READ BY DL100-CHGINQ.
000120*
000130*    MODIFICATION HISTORY.
000140*    DATE       INIT DESCRIPTION
000150*    ---------- ---- --------------------------------------------
000160*    2026-09-02 JGH  ORIGINAL COPYBOOK.
000165*    2026-10-15 JGH  ADDED THE APPROVE USER ID OUT OF THE FILLER.
000170*****************************************************************
000180 01  DL100-CHG-RECORD.
000190     05  DL100-CHG-TRANS-CODE        PIC X(01).
000230     05  DL100-CHG-APPLY-TIME        PIC 9(08).
000240     05  DL100-CHG-BEFORE-IMAGE      PIC X(80).
000250     05  DL100-CHG-AFTER-IMAGE       PIC X(80).
000260     05  DL100-CHG-APPROVE-ID        PIC X(08).
000270     05  FILLER                      PIC X(01).
