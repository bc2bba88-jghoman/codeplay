000080*                 CONSUMER PICKS THE VALUE IN FORCE FOR ITS RUN
000090*                 DATE.  EFFECTIVE DATE 00000000 IS THE BASE
000100*                 VALUE AN ITEM HAS CARRIED SINCE BEFORE DATES
000110*                 WENT IN.  THE SUBMIT AND APPROVE USER IDS ARE
000113*                 THE TWO PEOPLE WHO PUT THE RECORD IN ITS
000116*                 CURRENT FORM THROUGH DL100-MAINT.
000120*
000130*    MODIFICATION HISTORY.
000140*    DATE       INIT DESCRIPTION
000210*    2026-08-22 JGH  ITEM CAN CARRY MULTIPLE DATED STANDARD
000220*    2026-08-22 JGH  VALUES AND A RERUN FOR A PRIOR DATE PICKS
000230*    2026-08-22 JGH  UP THE VALUE IN FORCE THAT DAY.
000233*    2026-10-15 JGH  ADDED THE SUBMIT AND APPROVE USER IDS OUT
000236*    2026-10-15 JGH  OF THE FILLER FOR DUAL CONTROL.
000240*****************************************************************
000250 01  DL100-MASTER-RECORD.
000260     05  DL100-MST-KEY.
000300     05  DL100-MST-DESCRIPTION       PIC X(30).
000310     05  DL100-MST-STD-VALUE         PIC S9(07)V99 COMP-3.
000320     05  DL100-MST-LAST-UPDATED      PIC 9(08).
000330     05  DL100-MST-SUBMIT-ID         PIC X(08).
000340     05  DL100-MST-APPROVE-ID        PIC X(08).
000350     05  FILLER                      PIC X(07).
