000010*****************************************************************
000020*    COPYBOOK.    DL100LRC.
000030*    DESCRIPTION. LOCK RELEASE CARD FOR DL100-LCKREL.  'L' LISTS
000040*                 EVERY LOCK ON FILE.  'R' RELEASES THE LOCKS OF
000050*                 THE JOB NAMED - ONE RESOURCE, OR EVERY RESOURCE
000060*                 THE JOB HOLDS WHEN THE RESOURCE IS LEFT BLANK -
000070*                 AND MUST CARRY THE OPERATOR'S USER ID AND THE
000080*                 REASON, WHICH ARE KEPT ON THE LOCK LOG.
000090*
000100*    MODIFICATION HISTORY.
000110*    DATE       INIT DESCRIPTION
000120*    ---------- ---- --------------------------------------------
000130*    2026-10-15 JGH  ORIGINAL COPYBOOK.
000140*****************************************************************
000150 01  DL100-LRC-CARD.
000160     05  DL100-LRC-ACTION            PIC X(01).
000170         88  DL100-LRC-LIST                      VALUE 'L'.
000180         88  DL100-LRC-RELEASE                   VALUE 'R'.
000190     05  DL100-LRC-RESOURCE          PIC X(08).
000200     05  DL100-LRC-JOB               PIC X(08).
000210     05  DL100-LRC-USER-ID           PIC X(08).
000220     05  DL100-LRC-REASON            PIC X(40).
000230     05  FILLER                      PIC X(15).
