000010*****************************************************************
000020*    COPYBOOK.    DL100LCK.
000030*    DESCRIPTION. SUBSYSTEM LOCK RECORD - ONE PER SHARED DL100
000040*                 DATASET PER JOB USING IT, KEYED ON THE
000050*                 RESOURCE NAME AND THE JOB NAME.  EVERY DL100
000060*                 PROGRAM REGISTERS THE RESOURCES IT USES BEFORE
000070*                 IT OPENS ANY FILE AND DELETES ITS OWN RECORDS
000080*                 WHEN IT ENDS, SO A RECORD STILL ON FILE WHEN NO
000090*                 JOB IS RUNNING IS A STALE LOCK LEFT BY AN ABEND
000100*                 (RELEASED BY DL100-LCKREL).  THE MODE SAYS HOW
000110*                 THE HOLDER USES THE RESOURCE:
000120*                   'X' EXCLUSIVE - REPLACES OR REBUILDS IT;
000130*                       CLASHES WITH EVERY OTHER JOB.
000140*                   'U' UPDATE    - CHANGES IT IN PLACE; CLASHES
000150*                       WITH ANOTHER UPDATER OR AN EXCLUSIVE USER.
000160*                   'S' SHARED    - READS IT; CLASHES ONLY WITH AN
000170*                       EXCLUSIVE USER.
000180*                 TWO STEPS OF THE SAME JOB NEVER CLASH.
000190*
000200*    MODIFICATION HISTORY.
000210*    DATE       INIT DESCRIPTION
000220*    ---------- ---- --------------------------------------------
000230*    2026-10-15 JGH  ORIGINAL COPYBOOK.
000240*****************************************************************
000250 01  DL100-LCK-RECORD.
000260     05  DL100-LCK-KEY.
000270         10  DL100-LCK-RESOURCE      PIC X(08).
000280         10  DL100-LCK-JOB           PIC X(08).
000290     05  DL100-LCK-MODE              PIC X(01).
000300         88  DL100-LCK-EXCLUSIVE                 VALUE 'X'.
000310         88  DL100-LCK-UPDATE                    VALUE 'U'.
000320         88  DL100-LCK-SHARED                    VALUE 'S'.
000330     05  DL100-LCK-PROGRAM           PIC X(16).
000340     05  DL100-LCK-DATE              PIC 9(08).
000350     05  DL100-LCK-TIME              PIC 9(08).
000360     05  FILLER                      PIC X(31).
