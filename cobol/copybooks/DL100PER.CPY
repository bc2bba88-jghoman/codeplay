000010*****************************************************************
000020*    COPYBOOK.    DL100PER.
000030*    DESCRIPTION. ACCOUNTING PERIOD CONTROL RECORD - ONE PER
000040*                 CALENDAR MONTH THAT HAS EVER BEEN CLOSED,
000050*                 KEYED ON THE MONTH (CCYYMM).  WRITTEN BY
000060*                 DL100-PERCLS WHEN EVERY BUSINESS DAY OF THE
000070*                 MONTH HAS A CLEAN RUN AND EVERY GL FEED OF
000080*                 THE MONTH IS POSTED; REWRITTEN WHEN THE MONTH
000090*                 IS REOPENED.  HELLO-WORLD, DL100-GLEXT,
000100*                 DL100-MTHEND AND DL100-MAINT READ IT AND
000110*                 REFUSE ANY MONTH STANDING CLOSED.  NO RECORD,
000120*                 OR NO FILE AT ALL, MEANS THE MONTH IS OPEN.
000130*
000140*    MODIFICATION HISTORY.
000150*    DATE       INIT DESCRIPTION
000160*    ---------- ---- --------------------------------------------
000170*    2026-10-15 JGH  ORIGINAL COPYBOOK.
000180*****************************************************************
000190 01  DL100-PER-RECORD.
000200     05  DL100-PER-PERIOD            PIC 9(06).
000210     05  DL100-PER-STATUS            PIC X(08).
000220         88  DL100-PER-CLOSED                    VALUE 'CLOSED'.
000230         88  DL100-PER-REOPENED                  VALUE 'REOPENED'.
000240     05  DL100-PER-CLOSE-DATE        PIC 9(08).
000250     05  DL100-PER-CLOSE-TIME        PIC 9(08).
000260     05  DL100-PER-CLOSE-ID          PIC X(08).
000270     05  DL100-PER-DAY-COUNT         PIC 9(03).
000280     05  DL100-PER-RUN-COUNT         PIC 9(03).
000290     05  DL100-PER-REOPEN-COUNT      PIC 9(03).
000300     05  DL100-PER-REOPEN-DATE       PIC 9(08).
000310     05  DL100-PER-REOPEN-ID         PIC X(08).
000320     05  FILLER                      PIC X(17).
