000120*    DATE       INIT DESCRIPTION
000130*    ---------- ---- --------------------------------------------
000140*    2026-09-02 JGH  ORIGINAL COPYBOOK.
000143*    2026-10-15 JGH  ADDED THE FEED'S CYCLE NUMBER.  A SPACE (AN
000146*    2026-10-15 JGH  ACK FROM BEFORE CYCLES) READS AS CYCLE 1.
000150*****************************************************************
000160 01  DL100-ACK-RECORD.
000170     05  DL100-ACK-RUN-DATE          PIC 9(08).
000180     05  DL100-ACK-COUNT             PIC 9(07).
000190     05  DL100-ACK-HASH              PIC S9(13)V99 COMP-3.
000200     05  DL100-ACK-POSTED-DATE       PIC 9(08).
000210     05  DL100-ACK-CYCLE-IND         PIC X(01).
000220     05  DL100-ACK-CYCLE REDEFINES DL100-ACK-CYCLE-IND
000230                                     PIC 9(01).
000240     05  FILLER                      PIC X(48).
