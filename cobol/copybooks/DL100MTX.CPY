000060*                 ('E') OR RETIRES ('R') A FUTURE-DATED STANDARD
000070*                 VALUE.  A BLANK OR ZERO EFFECTIVE DATE ON
000080*                 A/C/D/I MEANS THE ITEM'S BASE VALUE RECORD
000090*                 (EFFECTIVE DATE 00000000).  A/C/D/E/R CARDS
000091*                 CARRY THE SUBMITTER'S USER ID AND ARE HELD AS
000092*                 PENDING CHANGES; A 'V' CARD FROM A SECOND USER
000093*                 APPROVES AND APPLIES THE CHANGE PENDING ON THE
000094*                 ITEM CODE AND EFFECTIVE DATE, AND AN 'X' CARD
000095*                 REJECTS IT.
000100*
000110*    MODIFICATION HISTORY.
000120*    DATE       INIT DESCRIPTION
000170*    2026-08-09 JGH  CURRENCY PRECISION.
000180*    2026-08-22 JGH  ADDED THE EFFECTIVE DATE AND THE 'E' ADD /
000190*    2026-08-22 JGH  'R' RETIRE TYPES FOR FUTURE-DATED VALUES.
000193*    2026-10-15 JGH  ADDED THE USER ID AND THE 'V' APPROVE /
000196*    2026-10-15 JGH  'X' REJECT TYPES FOR DUAL CONTROL.
000200*****************************************************************
000210 01  DL100-MTX-RECORD.
000220     05  DL100-MTX-TRANS-CODE        PIC X(01).
000260         88  DL100-MTX-INQUIRE                   VALUE 'I'.
000270         88  DL100-MTX-ADD-EFFECTIVE             VALUE 'E'.
000280         88  DL100-MTX-RETIRE                    VALUE 'R'.
000282         88  DL100-MTX-APPROVE                   VALUE 'V'.
000284         88  DL100-MTX-REJECT                    VALUE 'X'.
000286         88  DL100-MTX-UPDATE                    VALUE 'A' 'C'
000288                                                 'D' 'E' 'R'.
000290     05  DL100-MTX-ITEM-CODE         PIC X(06).
000300     05  DL100-MTX-EFFECTIVE-DATE    PIC 9(08).
000310     05  DL100-MTX-DESCRIPTION       PIC X(30).
000320     05  DL100-MTX-STD-VALUE         PIC S9(07)V99 COMP-3.
000330     05  DL100-MTX-USER-ID           PIC X(08).
000340     05  FILLER                      PIC X(22).
