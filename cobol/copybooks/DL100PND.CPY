000010*****************************************************************
000020*    COPYBOOK.    DL100PND.
000030*    DESCRIPTION. PENDING MASTER CHANGE RECORD, KEYED BY ITEM
000040*                 CODE PLUS EFFECTIVE DATE ON AN INDEXED FILE -
000050*                 THE SAME KEY AS THE DL100 MASTER RECORD THE
000060*                 CHANGE WILL TOUCH, SO ONE CHANGE AT A TIME CAN
000070*                 WAIT ON ANY MASTER KEY.  DL100-MAINT HOLDS
000080*                 EVERY A/C/D/E/R CARD HERE WITH ITS SUBMITTER'S
000090*                 USER ID AND THE DATE AND TIME OF THE RUN THAT
000100*                 TOOK IT IN; A LATER RUN APPLIES THE HELD CARD
000110*                 IMAGE WHEN A SECOND USER APPROVES IT, AND
000120*                 DROPS IT WHEN IT IS REJECTED OR HAS WAITED
000130*                 PAST THE AGE LIMIT.
000140*
000150*    MODIFICATION HISTORY.
000160*    DATE       INIT DESCRIPTION
000170*    ---------- ---- --------------------------------------------
000180*    2026-10-15 JGH  ORIGINAL COPYBOOK.
000190*****************************************************************
000200 01  DL100-PND-RECORD.
000210     05  DL100-PND-KEY.
000220         10  DL100-PND-ITEM-CODE     PIC X(06).
000230         10  DL100-PND-EFFECTIVE-DATE
000240                                     PIC 9(08).
000250     05  DL100-PND-TRANS-CODE        PIC X(01).
000260     05  DL100-PND-SUBMIT-ID         PIC X(08).
000270     05  DL100-PND-SUBMIT-DATE       PIC 9(08).
000280     05  DL100-PND-SUBMIT-TIME       PIC 9(08).
000290     05  DL100-PND-CARD-IMAGE        PIC X(80).
000300     05  FILLER                      PIC X(01).
