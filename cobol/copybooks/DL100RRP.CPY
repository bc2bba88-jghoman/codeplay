000010*****************************************************************
000020*    COPYBOOK.    DL100RRP.
000030*    DESCRIPTION. DL100-REPRICE REPRICING REGISTER LINE LAYOUTS -
000040*                 HEADER, SELECTION LINE, COLUMN HEADINGS, ONE
000050*                 LINE PER AFFECTED DETAIL WITH THE VALUE IT WAS
000060*                 PRICED AT, THE CORRECTED VALUE, THE ADJUSTMENT
000070*                 RAISED AND THE ACTION TAKEN, AND THE FOOTER
000080*                 COUNT AND TOTAL LINES.  COPIED INTO WORKING-
000090*                 STORAGE AND WRITTEN FROM.
000100*
000110*    MODIFICATION HISTORY.
000120*    DATE       INIT DESCRIPTION
000130*    ---------- ---- --------------------------------------------
000140*    2026-10-15 JGH  ORIGINAL COPYBOOK.
000150*****************************************************************
000160 01  DL100-RRP-HEADER-LINE.
000170     05  FILLER                      PIC X(01) VALUE SPACE.
000180     05  FILLER                      PIC X(26)
000190             VALUE 'DL100 REPRICING REGISTER'.
000200     05  FILLER                      PIC X(09)
000210             VALUE 'PRINTED: '.
000220     05  DL100-RRP-HDR-DATE          PIC X(10).
000230     05  FILLER                      PIC X(05) VALUE 'PAGE '.
000240     05  DL100-RRP-HDR-PAGE          PIC ZZ9.
000250     05  FILLER                      PIC X(26) VALUE SPACES.
000260*
000270 01  DL100-RRP-SELECT-LINE.
000280     05  FILLER                      PIC X(01) VALUE SPACE.
000290     05  FILLER                      PIC X(05) VALUE 'ITEM '.
000300     05  DL100-RRP-SEL-ITEM          PIC X(06).
000310     05  FILLER                      PIC X(13)
000320             VALUE '  RUN DATES  '.
000330     05  DL100-RRP-SEL-FROM          PIC X(10).
000340     05  FILLER                      PIC X(06) VALUE ' THRU '.
000350     05  DL100-RRP-SEL-THRU          PIC X(10).
000360     05  FILLER                      PIC X(08)
000370             VALUE '  BATCH '.
000380     05  DL100-RRP-SEL-BATCH         PIC X(08).
000390     05  FILLER                      PIC X(13) VALUE SPACES.
000400*
000410 01  DL100-RRP-COLUMN-LINE.
000420     05  FILLER                      PIC X(01) VALUE SPACE.
000430     05  FILLER                      PIC X(10)
000440             VALUE 'RUN DATE'.
000450     05  FILLER                      PIC X(06)
000460             VALUE ' RECNO'.
000470     05  FILLER                      PIC X(14)
000480             VALUE '     PRICED AT'.
000490     05  FILLER                      PIC X(14)
000500             VALUE '  CORRECTED TO'.
000510     05  FILLER                      PIC X(14)
000520             VALUE '    ADJUSTMENT'.
000530     05  FILLER                      PIC X(13)
000540             VALUE ' ACTION'.
000550     05  FILLER                      PIC X(08) VALUE SPACES.
000560*
000570 01  DL100-RRP-DETAIL-LINE.
000580     05  FILLER                      PIC X(01) VALUE SPACE.
000590     05  DL100-RRP-DTL-DATE          PIC X(10).
000600     05  FILLER                      PIC X(01) VALUE SPACE.
000610     05  DL100-RRP-DTL-RECNO         PIC ZZZZ9.
000620     05  FILLER                      PIC X(01) VALUE SPACE.
000630     05  DL100-RRP-DTL-OLD-VALUE     PIC -Z,ZZZ,ZZ9.99.
000640     05  FILLER                      PIC X(01) VALUE SPACE.
000650     05  DL100-RRP-DTL-NEW-VALUE     PIC -Z,ZZZ,ZZ9.99.
000660     05  FILLER                      PIC X(01) VALUE SPACE.
000670     05  DL100-RRP-DTL-ADJUSTMENT    PIC -Z,ZZZ,ZZ9.99.
000680     05  FILLER                      PIC X(01) VALUE SPACE.
000690     05  DL100-RRP-DTL-ACTION        PIC X(12).
000700     05  FILLER                      PIC X(08) VALUE SPACES.
000710*
000720 01  DL100-RRP-COUNT-LINE.
000730     05  FILLER                      PIC X(01) VALUE SPACE.
000740     05  DL100-RRP-CNT-LABEL         PIC X(30).
000750     05  DL100-RRP-CNT-VALUE         PIC ZZ,ZZ9.
000760     05  FILLER                      PIC X(43) VALUE SPACES.
000770*
000780 01  DL100-RRP-TOTAL-LINE.
000790     05  FILLER                      PIC X(01) VALUE SPACE.
000800     05  DL100-RRP-TOT-LABEL         PIC X(30).
000810     05  DL100-RRP-TOT-VALUE         PIC -ZZZ,ZZZ,ZZ9.99.
000820     05  FILLER                      PIC X(34) VALUE SPACES.
000830*
000840 01  DL100-RRP-FOOTER-LINE.
000850     05  FILLER                      PIC X(01) VALUE SPACE.
000860     05  FILLER                      PIC X(23)
000870             VALUE '*** END OF REGISTER ***'.
000880     05  FILLER                      PIC X(56) VALUE SPACES.
