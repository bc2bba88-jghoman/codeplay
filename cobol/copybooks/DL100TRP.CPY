000010*****************************************************************
000020*    COPYBOOK.    DL100TRP.
000030*    DESCRIPTION. DL100-TRCINQ TRANSACTION TRACE REPORT LINE
000040*                 LAYOUTS - HEADER, SELECTION ECHO, COLUMN
000050*                 HEADINGS, TWO LINES PER POSTED TRANSACTION (WHAT
000060*                 HAPPENED TO IT, THEN ITS SUSPENSE, REVERSAL AND
000070*                 GL FEED HISTORY), ONE LINE PER TRANSACTION STILL
000080*                 IN SUSPENSE AND A FOOTER.  COPIED INTO
000090*                 WORKING-STORAGE AND WRITTEN FROM.
000100*
000110*    MODIFICATION HISTORY.
000120*    DATE       INIT DESCRIPTION
000130*    ---------- ---- --------------------------------------------
000140*    2026-10-15 JGH  ORIGINAL COPYBOOK.
000150*****************************************************************
000160 01  DL100-TRP-HEADER-LINE.
000170     05  FILLER                      PIC X(01) VALUE SPACE.
000180     05  FILLER                      PIC X(26)
000190             VALUE 'DL100 TRANSACTION TRACE'.
000200     05  FILLER                      PIC X(09)
000210             VALUE 'PRINTED: '.
000220     05  DL100-TRP-HDR-DATE          PIC X(10).
000230     05  FILLER                      PIC X(05) VALUE 'PAGE '.
000240     05  DL100-TRP-HDR-PAGE          PIC ZZ9.
000250     05  FILLER                      PIC X(26) VALUE SPACES.
000260*
000270 01  DL100-TRP-SELECT-LINE.
000280     05  FILLER                      PIC X(09) VALUE ' SOURCE: '.
000290     05  DL100-TRP-SEL-SOURCE        PIC X(08).
000300     05  FILLER                      PIC X(09) VALUE '  BATCH: '.
000310     05  DL100-TRP-SEL-BATCH         PIC X(08).
000320     05  FILLER                      PIC X(13)
000330             VALUE '  RUN DATES: '.
000340     05  DL100-TRP-SEL-FROM          PIC X(10).
000350     05  FILLER                      PIC X(04) VALUE ' TO '.
000360     05  DL100-TRP-SEL-THRU          PIC X(10).
000370     05  FILLER                      PIC X(09) VALUE SPACES.
000380*
000390 01  DL100-TRP-COLUMN-LINE.
000400     05  FILLER                      PIC X(20)
000410             VALUE ' RUN DATE   C RECNO '.
000420     05  FILLER                      PIC X(25)
000430             VALUE 'ITEM   T          RESULT'.
000440     05  FILLER                      PIC X(35)
000450             VALUE 'STATUS     SOURCE   BATCH'.
000460*
000470*    LINE ONE OF A POSTED TRANSACTION - THE RUN THAT TOOK IT, ITS
000480*    AUDIT RECORD NUMBER AND RESULT, AND THE BATCH IT CAME IN ON.
000490 01  DL100-TRP-TRAN-LINE.
000500     05  FILLER                      PIC X(01) VALUE SPACE.
000510     05  DL100-TRP-TRN-RUN-DATE      PIC X(10).
000520     05  FILLER                      PIC X(01) VALUE SPACE.
000530     05  DL100-TRP-TRN-CYCLE         PIC 9(01).
000540     05  FILLER                      PIC X(01) VALUE SPACE.
000550     05  DL100-TRP-TRN-RECORD-NO     PIC 9(05).
000560     05  FILLER                      PIC X(01) VALUE SPACE.
000570     05  DL100-TRP-TRN-ITEM-CODE     PIC X(06).
000580     05  FILLER                      PIC X(01) VALUE SPACE.
000590     05  DL100-TRP-TRN-TYPE          PIC X(01).
000600     05  FILLER                      PIC X(01) VALUE SPACE.
000610     05  DL100-TRP-TRN-RESULT        PIC -ZZZ,ZZZ,ZZ9.99.
000620     05  FILLER                      PIC X(01) VALUE SPACE.
000630     05  DL100-TRP-TRN-STATUS        PIC X(10).
000640     05  FILLER                      PIC X(01) VALUE SPACE.
000650     05  DL100-TRP-TRN-SOURCE        PIC X(08).
000660     05  FILLER                      PIC X(01) VALUE SPACE.
000670     05  DL100-TRP-TRN-BATCH-ID      PIC X(08).
000680     05  FILLER                      PIC X(07) VALUE SPACES.
000690*
000700*    LINE TWO - FIRST SUSPENDED AND RECYCLED DATES (BLANK IF IT
000710*    NEVER SAT IN SUSPENSE), THE REVERSAL THAT BACKED IT OUT AS
000720*    RUN DATE/CYCLE/RECORD, AND THE GL FEED LINE THAT CARRIED IT
000730*    WITH THAT FEED'S STATUS.
000740 01  DL100-TRP-HIST-LINE.
000750     05  FILLER                      PIC X(08) VALUE '   SUSP '.
000760     05  DL100-TRP-HST-SUSP-DATE     PIC X(10).
000770     05  FILLER                      PIC X(07) VALUE ' RECYC '.
000780     05  DL100-TRP-HST-RECYC-DATE    PIC X(10).
000790     05  FILLER                      PIC X(05) VALUE ' REV '.
000800     05  DL100-TRP-HST-REVERSED      PIC X(18).
000810     05  FILLER                      PIC X(04) VALUE ' GL '.
000820     05  DL100-TRP-HST-FEED-SEQ      PIC Z(07).
000830     05  FILLER                      PIC X(01) VALUE SPACE.
000840     05  DL100-TRP-HST-FEED-STATUS   PIC X(10).
000850*
000860 01  DL100-TRP-SUS-HEAD-LINE.
000870     05  FILLER                      PIC X(40)
000880             VALUE ' STILL IN SUSPENSE - CURRENT GENERATION'.
000890     05  FILLER                      PIC X(40) VALUE SPACES.
000900*
000910 01  DL100-TRP-SUS-LINE.
000920     05  FILLER                      PIC X(08) VALUE ' REASON '.
000930     05  DL100-TRP-SUS-REASON        PIC X(02).
000940     05  FILLER                      PIC X(01) VALUE SPACE.
000950     05  DL100-TRP-SUS-ITEM-CODE     PIC X(06).
000960     05  FILLER                      PIC X(01) VALUE SPACE.
000970     05  DL100-TRP-SUS-TYPE          PIC X(01).
000980     05  FILLER                      PIC X(07) VALUE ' SINCE '.
000990     05  DL100-TRP-SUS-FIRST-DATE    PIC X(10).
001000     05  FILLER                      PIC X(09) VALUE ' BOUNCES '.
001010     05  DL100-TRP-SUS-BOUNCES       PIC ZZ9.
001020     05  FILLER                      PIC X(01) VALUE SPACE.
001030     05  DL100-TRP-SUS-SOURCE        PIC X(08).
001040     05  FILLER                      PIC X(01) VALUE SPACE.
001050     05  DL100-TRP-SUS-BATCH-ID      PIC X(08).
001060     05  FILLER                      PIC X(14) VALUE SPACES.
001070*
001080 01  DL100-TRP-FULL-LINE.
001090     05  FILLER                      PIC X(33)
001100             VALUE ' *** TABLE FULL - ONLY THE FIRST '.
001110     05  DL100-TRP-FUL-LIMIT         PIC ZZZZ9.
001120     05  FILLER                      PIC X(42)
001130             VALUE ' TRANSACTIONS LISTED - NARROW THE CARD ***'.
001140*
001150 01  DL100-TRP-FOOTER-LINE.
001160     05  FILLER                      PIC X(01) VALUE SPACE.
001170     05  FILLER                      PIC X(20)
001180             VALUE '*** END OF TRACE ***'.
001190     05  FILLER                      PIC X(16)
001200             VALUE '  TRANSACTIONS: '.
001210     05  DL100-TRP-FTR-TRANS         PIC ZZZZ9.
001220     05  FILLER                      PIC X(15)
001230             VALUE '  IN SUSPENSE: '.
001240     05  DL100-TRP-FTR-SUSPENDED     PIC ZZZZ9.
001250     05  FILLER                      PIC X(18) VALUE SPACES.
