000226*    2026-08-22 JGH  ITS RUN DATE AND AUDIT RECORD NUMBER, 'J'
000228*    2026-08-22 JGH  APPLIES THE SIGNED DELTA CARRIED IN
000230*    2026-08-22 JGH  OPERAND-1, BLANK/'A' IS THE NORMAL ADD.
000231*    2026-10-15 JGH  ADDED THE ORIGINAL'S CYCLE NUMBER TO THE
000232*    2026-10-15 JGH  DETAIL VIEW.  BLANK NAMES CYCLE 1.
000233*    2026-10-15 JGH  ADDED THE SOURCE SYSTEM AND BATCH ID THE
000234*    2026-10-15 JGH  DETAIL ARRIVED IN, AND ITS SUSPENSE HISTORY,
000235*    2026-10-15 JGH  TO THE DETAIL VIEW.  THE SOURCE SENDS THEM
000236*    2026-10-15 JGH  BLANK - DL100-EDIT STAMPS THEM, SO THEY
000237*    2026-10-15 JGH  FOLLOW THE DETAIL THROUGH SUSPENSE AND
000238*    2026-10-15 JGH  RECYCLING ONTO THE AUDIT TRAIL.
000239*****************************************************************
000240 01  DL100-TRAN-RECORD.
000250     05  DL100-TRAN-REC-TYPE         PIC X(01).
000260         88  DL100-TRAN-BATCH-HEADER             VALUE 'H'.
000324                                     PIC 9(08).
000326         10  DL100-TRAN-ORIG-RECORD-NO
000328                                     PIC 9(05).
000330         10  DL100-TRAN-ORIG-CYCLE-IND
000331                                     PIC X(01).
000332         10  DL100-TRAN-ORIG-CYCLE REDEFINES
000333                 DL100-TRAN-ORIG-CYCLE-IND
000334                                     PIC 9(01).
000335*        STAMPED BY DL100-EDIT - THE BATCH THE DETAIL FIRST CAME
000336*        IN, AND (ONCE RECYCLED) THE DATE IT FIRST WENT TO
000337*        SUSPENSE AND HOW MANY TIMES IT HAS BEEN SUSPENDED.
000338*        ZERO SUSPENSE FIELDS MEAN IT NEVER WAS.
000339         10  DL100-TRAN-FROM-SOURCE  PIC X(08).
000340         10  DL100-TRAN-FROM-BATCH-ID
000341                                     PIC X(08).
000342         10  DL100-TRAN-SUSP-DATE    PIC 9(08).
000343         10  DL100-TRAN-SUSP-BOUNCES PIC 9(03).
000344         10  FILLER                  PIC X(21).
000345     05  DL100-TRAN-HEADER-DATA REDEFINES DL100-TRAN-DETAIL-DATA.
000350         10  DL100-TRAN-BATCH-ID     PIC X(08).
000360         10  DL100-TRAN-SOURCE-SYSTEM
000370                                     PIC X(08).
