000070*                 ROUNDED RESULT, AND ONE 'T' TRAILER WITH THE
000080*                 RECORD COUNT AND A HASH TOTAL OF THE RESULTS
000090*                 FOR THE GL SIDE TO VERIFY ON RECEIPT.
000092*                 EACH DETAIL ALSO CARRIES THE DEBIT AND CREDIT
000094*                 ACCOUNTS AND COST CENTRE FROM THE GL ACCOUNT
000096*                 CROSS-REFERENCE, AND 'J' JOURNAL LINES AHEAD
000098*                 OF THE TRAILER SUMMARIZE THE DAY BY ACCOUNT.
000100*
000110*    MODIFICATION HISTORY.
000120*    DATE       INIT DESCRIPTION
000144*    2026-08-22 JGH  THE TRAILER COUNT - AT 9(05) THE SEQUENCE
000146*    2026-08-22 JGH  WRAPPED PAST 99,999 DETAILS WHILE THE
000148*    2026-08-22 JGH  COUNT KEPT GOING.
000149*    2026-10-15 JGH  ADDED THE ACCOUNT CODING TO THE DETAIL, THE
000150*    2026-10-15 JGH  'J' JOURNAL LINE (ONE PER ACCOUNT AND COST
000151*    2026-10-15 JGH  CENTRE, NETTED TO A DEBIT OR CREDIT) AND
000152*    2026-10-15 JGH  THE JOURNAL LINE COUNT AND DEBIT AND CREDIT
000153*    2026-10-15 JGH  TOTALS ON THE TRAILER.  THE TRAILER COUNT
000154*    2026-10-15 JGH  AND HASH STILL COVER THE 'D' RECORDS ONLY.
000155*    2026-10-15 JGH  ADDED THE PROCESSING CYCLE NUMBER TO THE
000156*    2026-10-15 JGH  HEADER, DETAIL AND JOURNAL LINES - EACH CYCLE
000157*    2026-10-15 JGH  OF A DATE IS ITS OWN FEED.
000158*    2026-10-15 JGH  ADDED THE AUDIT RECORD NUMBER, SOURCE SYSTEM
000159*    2026-10-15 JGH  AND BATCH ID TO THE DETAIL SO EVERY FED
000160*    2026-10-15 JGH  TRANSACTION TRACES BACK TO ITS SOURCE BATCH.
000161*****************************************************************
000162 01  DL100-GLF-RECORD.
000170     05  DL100-GLF-REC-TYPE          PIC X(01).
000180         88  DL100-GLF-HEADER                    VALUE 'H'.
000190         88  DL100-GLF-DETAIL                    VALUE 'D'.
000200         88  DL100-GLF-TRAILER                   VALUE 'T'.
000205         88  DL100-GLF-JOURNAL                   VALUE 'J'.
000210     05  DL100-GLF-HEADER-DATA.
000220         10  DL100-GLF-HDR-RUN-DATE  PIC 9(08).
000230         10  DL100-GLF-HDR-EXT-DATE  PIC 9(08).
000240         10  DL100-GLF-HDR-EXT-TIME  PIC 9(08).
000250         10  DL100-GLF-HDR-CYCLE     PIC 9(01).
000255         10  FILLER                  PIC X(54).
000260     05  DL100-GLF-DETAIL-DATA REDEFINES DL100-GLF-HEADER-DATA.
000270         10  DL100-GLF-DTL-RUN-DATE  PIC 9(08).
000280         10  DL100-GLF-DTL-SEQ       PIC 9(07).
000290         10  DL100-GLF-DTL-RESULT    PIC S9(09)V99 COMP-3.
000300         10  DL100-GLF-DTL-DEBIT-ACCOUNT
000301                                     PIC X(10).
000302         10  DL100-GLF-DTL-CREDIT-ACCOUNT
000303                                     PIC X(10).
000304         10  DL100-GLF-DTL-COST-CENTRE
000305                                     PIC X(06).
000306         10  DL100-GLF-DTL-CYCLE     PIC 9(01).
000307         10  DL100-GLF-DTL-RECORD-NO PIC 9(05).
000308         10  DL100-GLF-DTL-SOURCE-SYSTEM
000309                                     PIC X(08).
000310         10  DL100-GLF-DTL-BATCH-ID  PIC X(08).
000311         10  FILLER                  PIC X(10).
000312     05  DL100-GLF-TRAILER-DATA REDEFINES
000320             DL100-GLF-HEADER-DATA.
000330         10  DL100-GLF-TRL-COUNT     PIC 9(07).
000340         10  DL100-GLF-TRL-HASH      PIC S9(13)V99 COMP-3.
000350         10  DL100-GLF-TRL-JNL-COUNT PIC 9(05).
000360         10  DL100-GLF-TRL-JNL-DEBITS
000370                                     PIC S9(13)V99 COMP-3.
000380         10  DL100-GLF-TRL-JNL-CREDITS
000390                                     PIC S9(13)V99 COMP-3.
000400         10  FILLER                  PIC X(43).
000410     05  DL100-GLF-JOURNAL-DATA REDEFINES
000420             DL100-GLF-HEADER-DATA.
000430         10  DL100-GLF-JNL-RUN-DATE  PIC 9(08).
000440         10  DL100-GLF-JNL-LINE-NO   PIC 9(05).
000450         10  DL100-GLF-JNL-ACCOUNT   PIC X(10).
000460         10  DL100-GLF-JNL-COST-CENTRE
000470                                     PIC X(06).
000480         10  DL100-GLF-JNL-DR-CR     PIC X(01).
000490             88  DL100-GLF-JNL-DEBIT             VALUE 'D'.
000500             88  DL100-GLF-JNL-CREDIT            VALUE 'C'.
000510         10  DL100-GLF-JNL-AMOUNT    PIC S9(11)V99 COMP-3.
000520         10  DL100-GLF-JNL-CYCLE     PIC 9(01).
000530         10  FILLER                  PIC X(41).
