000010*****************************************************************
000020*    COPYBOOK.    DL100LLG.
000030*    DESCRIPTION. LOCK LOG RECORD APPENDED FOR EVERY LOCK TAKEN,
000040*                 EVERY LOCK GIVEN UP AT THE END OF A STEP, EVERY
000050*                 STEP REFUSED BECAUSE ANOTHER JOB HELD A
000060*                 RESOURCE IT NEEDED, AND EVERY STALE LOCK AN
000070*                 OPERATOR RELEASED WITH DL100-LCKREL.  THE LOCK
000080*                 IMAGE IS THE LOCK RECORD CONCERNED - ON A
000090*                 REFUSAL, THE OTHER JOB'S LOCK THAT BLOCKED IT.
000100*                 THE USER ID AND REASON ARE FILLED ONLY FOR AN
000110*                 OPERATOR RELEASE.
000120*
000130*    MODIFICATION HISTORY.
000140*    DATE       INIT DESCRIPTION
000150*    ---------- ---- --------------------------------------------
000160*    2026-10-15 JGH  ORIGINAL COPYBOOK.
000170*****************************************************************
000180 01  DL100-LLG-RECORD.
000190     05  DL100-LLG-ACTION            PIC X(01).
000200         88  DL100-LLG-LOCKED                    VALUE 'L'.
000210         88  DL100-LLG-FREED                     VALUE 'F'.
000220         88  DL100-LLG-REFUSED                   VALUE 'C'.
000230         88  DL100-LLG-OPER-RELEASE              VALUE 'O'.
000240     05  DL100-LLG-LOG-DATE          PIC 9(08).
000250     05  DL100-LLG-LOG-TIME          PIC 9(08).
000260     05  DL100-LLG-REQ-JOB           PIC X(08).
000270     05  DL100-LLG-REQ-PROGRAM       PIC X(16).
000280     05  DL100-LLG-USER-ID           PIC X(08).
000290     05  DL100-LLG-REASON            PIC X(40).
000300     05  DL100-LLG-LOCK-IMAGE        PIC X(80).
000310     05  FILLER                      PIC X(31).
