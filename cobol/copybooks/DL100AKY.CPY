000110*                 FRONT-TO-BACK SCAN OF THE WHOLE TRAIL.
000120*                 DL100-AUDIDX REBUILDS THE FILE FROM THE FLAT
000130*                 TRAIL IF IT IS EVER LOST.
000131*                 THE REVERSED-BY FIELDS ARE STAMPED ON AN
000132*                 ORIGINAL WHEN A REVERSAL BACKS IT OUT; THE
000133*                 REPRICED FIELDS ARE STAMPED BY DL100-REPRICE
000134*                 WITH THE CORRECTED VALUE THE DETAIL WAS LAST
000135*                 ADJUSTED TO, SO A SECOND REPRICING OF THE SAME
000136*                 DATES ADJUSTS ONLY BY THE FURTHER DIFFERENCE.
000137*                 THE KEY CARRIES THE PROCESSING CYCLE BETWEEN
000138*                 THE RUN DATE AND THE RECORD NUMBER, SINCE EACH
000139*                 CYCLE OF A DATE NUMBERS ITS DETAILS FROM 1.
000140*                 THE REVERSED-BY AND REPRICED FIELDS ARE GROUPED
000141*                 AS THE MARKS, WHICH A FORCED RERUN CARRIES OVER
000142*                 FROM THE RECORD IT REWRITES.
000143*
000150*    MODIFICATION HISTORY.
000160*    DATE       INIT DESCRIPTION
000170*    ---------- ---- --------------------------------------------
000180*    2026-09-02 JGH  ORIGINAL COPYBOOK.
000181*    2026-10-15 JGH  ADDED THE ITEM CODE, THE REVERSED-BY RUN
000182*    2026-10-15 JGH  DATE AND RECORD NUMBER, AND THE REPRICED
000183*    2026-10-15 JGH  SWITCH AND VALUE FOR DL100-REPRICE.
000184*    2026-10-15 JGH  ADDED THE CYCLE NUMBER TO THE KEY AND TO THE
000185*    2026-10-15 JGH  REVERSED-BY FIELDS.
000186*    2026-10-15 JGH  GROUPED THE REVERSED-BY AND REPRICED FIELDS
000187*    2026-10-15 JGH  AS DL100-AKY-MARKS.
000190*****************************************************************
000200 01  DL100-AKY-RECORD.
000210     05  DL100-AKY-KEY.
000220         10  DL100-AKY-RUN-DATE      PIC 9(08).
000225         10  DL100-AKY-CYCLE         PIC 9(01).
000230         10  DL100-AKY-RECORD-NO     PIC 9(05).
000240     05  DL100-AKY-RESULT            PIC S9(09)V99 COMP-3.
000250     05  DL100-AKY-RUN-TIME          PIC 9(08).
000260     05  DL100-AKY-TRAN-TYPE         PIC X(01).
000270     05  DL100-AKY-ITEM-CODE         PIC X(06).
000280*    REVERSED-BY FIELDS ARE SPACES UNTIL A REVERSAL NAMES THE
000290*    RECORD.
000300     05  DL100-AKY-MARKS.
000310         10  DL100-AKY-REVERSED-RUN-DATE
000320                                     PIC 9(08).
000330         10  DL100-AKY-REVERSED-CYCLE PIC 9(01).
000340         10  DL100-AKY-REVERSED-RECORD-NO
000350                                     PIC 9(05).
000360         10  DL100-AKY-REPRICED-SWITCH
000370                                     PIC X(01).
000380             88  DL100-AKY-REPRICED              VALUE 'Y'.
000390         10  DL100-AKY-REPRICED-VALUE PIC S9(07)V99 COMP-3.
000400     05  FILLER                      PIC X(25).
