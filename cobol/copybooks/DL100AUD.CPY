000186*    2026-08-22 JGH  THE RECORD IT BACKS OUT AND CORRECTIONS
000188*    2026-08-22 JGH  STAY VISIBLE ON THE TRAIL.  FIELDS WERE
000190*    2026-08-22 JGH  ADDED AT THE END SO OLD OFFSETS STAND.
000191*    2026-10-15 JGH  APPENDED THE ITEM CODE SO DL100-GLEXT CAN
000192*    2026-10-15 JGH  CODE EACH DETAIL TO ITS GL ACCOUNTS FROM
000193*    2026-10-15 JGH  THE TRAIL ALONE.  OLD RECORDS CARRY SPACES.
000194*    2026-10-15 JGH  APPENDED THE PROCESSING CYCLE NUMBER.  OLD
000195*    2026-10-15 JGH  RECORDS CARRY A SPACE, READ AS CYCLE 1.
000196*    2026-10-15 JGH  APPENDED THE SOURCE SYSTEM AND BATCH ID THE
000197*    2026-10-15 JGH  DETAIL CAME IN AND THE DATE IT FIRST WENT TO
000198*    2026-10-15 JGH  SUSPENSE (ZERO WHEN IT NEVER DID), SO A
000199*    2026-10-15 JGH  SOURCE BATCH CAN BE TRACED BY DL100-TRCINQ.
000200*    2026-10-15 JGH  OLD RECORDS CARRY SPACES.
000201*****************************************************************
000202 01  DL100-AUDIT-RECORD.
000210     05  DL100-AUD-REC-TYPE          PIC X(01).
000220         88  DL100-AUD-DETAIL                    VALUE 'D'.
000230         88  DL100-AUD-SUMMARY                   VALUE 'S'.
000290     05  DL100-AUD-STATUS            PIC X(10).
000292     05  DL100-AUD-RECORD-NO         PIC 9(05).
000294     05  DL100-AUD-TRAN-TYPE         PIC X(01).
000300     05  DL100-AUD-ITEM-CODE         PIC X(06).
000310     05  DL100-AUD-CYCLE-IND         PIC X(01).
000320     05  DL100-AUD-CYCLE REDEFINES DL100-AUD-CYCLE-IND
000330                                     PIC 9(01).
000340     05  DL100-AUD-SOURCE-SYSTEM     PIC X(08).
000350     05  DL100-AUD-BATCH-ID          PIC X(08).
000360     05  DL100-AUD-SUSP-DATE         PIC 9(08).
