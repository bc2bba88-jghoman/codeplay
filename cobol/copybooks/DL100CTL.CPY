000138*    2026-09-02 JGH  SO OPERATIONS CAN DELIBERATELY RUN PAST A
000139*    2026-09-02 JGH  SKIPPED BUSINESS DAY THE CALENDAR CHECK
000140*    2026-09-02 JGH  WOULD OTHERWISE STOP WITH RC 20.
000142*    2026-10-15 JGH  ADDED THE PROCESSING CYCLE NUMBER (COL 22)
000144*    2026-10-15 JGH  SO A BUSINESS DATE CAN BE RUN MORE THAN ONCE
000146*    2026-10-15 JGH  AS SEPARATE CYCLES.  BLANK OR 0 IS CYCLE 1.
000148*****************************************************************
000150 01  DL100-CTL-RECORD.
000160     05  DL100-CTL-RUN-DATE          PIC 9(08).
000170     05  DL100-CTL-CONTROL-TOTAL     PIC S9(09)V99.
000174         88  DL100-CTL-FORCE-RERUN               VALUE 'F'.
000176     05  DL100-CTL-OVERRIDE-IND      PIC X(01).
000178         88  DL100-CTL-GAP-OVERRIDE              VALUE 'O'.
000180     05  DL100-CTL-CYCLE-IND         PIC X(01).
000190     05  DL100-CTL-CYCLE REDEFINES DL100-CTL-CYCLE-IND
000200                                     PIC 9(01).
000210     05  FILLER                      PIC X(58).
