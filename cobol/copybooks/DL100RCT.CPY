000060*                 SUCCESSFULLY COMPLETED RUN SO A RESUBMITTED
000070*                 JOB FOR THE SAME DATE CAN BE STOPPED BEFORE
000080*                 IT APPENDS THE DAY TO THE AUDIT TRAIL TWICE.
000083*                 THE KEY CARRIES THE PROCESSING CYCLE, SO EACH
000086*                 CYCLE OF A DATE HAS ITS OWN RECORD.
000090*
000100*    MODIFICATION HISTORY.
000110*    DATE       INIT DESCRIPTION
000120*    ---------- ---- --------------------------------------------
000130*    2026-08-22 JGH  ORIGINAL COPYBOOK.
000135*    2026-10-15 JGH  KEY IS NOW RUN DATE PLUS CYCLE NUMBER.
000140*****************************************************************
000150 01  DL100-RCT-RECORD.
000160     05  DL100-RCT-KEY.
000163         10  DL100-RCT-RUN-DATE      PIC 9(08).
000166         10  DL100-RCT-CYCLE         PIC 9(01).
000170     05  DL100-RCT-RUN-TIME          PIC 9(08).
000180     05  DL100-RCT-RECORD-COUNT      PIC 9(05).
000190     05  DL100-RCT-FINAL-TOTAL       PIC S9(09)V99 COMP-3.
000200     05  DL100-RCT-STATUS            PIC X(10).
000210     05  FILLER                      PIC X(42).
