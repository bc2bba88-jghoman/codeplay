000080*                 DOES NOT), AND CHASES ANY FEED STILL UNPOSTED
000090*                 PAST ITS GRACE PERIOD - SO A FEED SITTING
000100*                 UNPOSTED SURFACES THE NEXT MORNING INSTEAD OF
000110*                 AT MONTH-END CLOSE.  THE KEY CARRIES THE
000115*                 PROCESSING CYCLE - EACH CYCLE IS ITS OWN FEED.
000120*
000130*    MODIFICATION HISTORY.
000140*    DATE       INIT DESCRIPTION
000150*    ---------- ---- --------------------------------------------
000160*    2026-09-02 JGH  ORIGINAL COPYBOOK.
000165*    2026-10-15 JGH  KEY IS NOW RUN DATE PLUS CYCLE NUMBER.
000170*****************************************************************
000180 01  DL100-GLS-RECORD.
000190     05  DL100-GLS-KEY.
000193         10  DL100-GLS-RUN-DATE      PIC 9(08).
000196         10  DL100-GLS-CYCLE         PIC 9(01).
000200     05  DL100-GLS-SENT-DATE         PIC 9(08).
000210     05  DL100-GLS-FEED-COUNT        PIC 9(07).
000220     05  DL100-GLS-FEED-HASH         PIC S9(13)V99 COMP-3.
000250         88  DL100-GLS-POSTED                    VALUE 'POSTED'.
000260         88  DL100-GLS-MISMATCHED                VALUE 'MISMATCH'.
000270     05  DL100-GLS-POSTED-DATE       PIC 9(08).
000280     05  FILLER                      PIC X(30).
