000100*                 SO PURCHASING CAN SEE WHICH REFERENCE ITEMS
000110*                 DROVE A CONTROL TOTAL MOVE WITHOUT HAND-
000120*                 TALLYING THE DAILY REPORT'S DETAIL LINES.
000122*                 THE KEY ENDS WITH THE PROCESSING CYCLE, SO A
000124*                 DATE RUN IN SEVERAL CYCLES HAS ONE RECORD PER
000126*                 CYCLE; READERS ADD THE CYCLES OF A DATE.
000130*
000140*    MODIFICATION HISTORY.
000150*    DATE       INIT DESCRIPTION
000160*    ---------- ---- --------------------------------------------
000170*    2026-09-02 JGH  ORIGINAL COPYBOOK.
000175*    2026-10-15 JGH  ADDED THE CYCLE NUMBER TO THE KEY.
000180*****************************************************************
000190 01  DL100-ITA-RECORD.
000200     05  DL100-ITA-KEY.
000210         10  DL100-ITA-ITEM-CODE     PIC X(06).
000220         10  DL100-ITA-RUN-DATE      PIC 9(08).
000225         10  DL100-ITA-CYCLE         PIC 9(01).
000230     05  DL100-ITA-TRAN-COUNT        PIC 9(05).
000240     05  DL100-ITA-RESULT-TOTAL      PIC S9(09)V99 COMP-3.
000250     05  DL100-ITA-EFF-VALUE         PIC S9(07)V99 COMP-3.
000260     05  FILLER                      PIC X(49).
