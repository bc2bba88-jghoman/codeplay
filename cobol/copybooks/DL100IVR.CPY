000010*****************************************************************
000020*    COPYBOOK.    DL100IVR.
000030*    DESCRIPTION. DL100-ITMVAR ITEM ACTIVITY VARIANCE REPORT
000040*                 LINE LAYOUTS - HEADER, PARAMETER LINE, COLUMN
000050*                 HEADINGS, ONE LINE PER EXCEPTION ITEM WITH ITS
000060*                 RUN DATE COUNT AND TOTAL, THE TRAILING AVERAGE
000070*                 AND THE PERCENTAGE VARIANCE, AND THE FOOTER
000080*                 COUNT LINES.  COPIED INTO WORKING-STORAGE AND
000090*                 WRITTEN FROM.
000100*
000110*    MODIFICATION HISTORY.
000120*    DATE       INIT DESCRIPTION
000130*    ---------- ---- --------------------------------------------
000140*    2026-10-15 JGH  ORIGINAL COPYBOOK.
000150*****************************************************************
000160 01  DL100-IVR-HEADER-LINE.
000170     05  FILLER                      PIC X(01) VALUE SPACE.
000180     05  FILLER                      PIC X(30)
000190             VALUE 'DL100 ITEM ACTIVITY VARIANCE'.
000200     05  FILLER                      PIC X(10)
000210             VALUE 'RUN DATE: '.
000220     05  DL100-IVR-HDR-DATE          PIC X(10).
000230     05  FILLER                      PIC X(02) VALUE SPACES.
000240     05  FILLER                      PIC X(05) VALUE 'PAGE '.
000250     05  DL100-IVR-HDR-PAGE          PIC ZZ9.
000260     05  FILLER                      PIC X(19) VALUE SPACES.
000270*
000280 01  DL100-IVR-PARM-LINE.
000290     05  FILLER                      PIC X(01) VALUE SPACE.
000300     05  FILLER                      PIC X(18)
000310             VALUE 'TRAILING AVERAGE: '.
000320     05  DL100-IVR-PRM-DAYS          PIC ZZ9.
000330     05  FILLER                      PIC X(15)
000340             VALUE ' BUSINESS DAYS '.
000350     05  FILLER                      PIC X(06) VALUE 'SINCE '.
000360     05  DL100-IVR-PRM-OLDEST        PIC X(10).
000370     05  FILLER                      PIC X(15)
000380             VALUE '  TOLERANCE +/-'.
000390     05  DL100-IVR-PRM-TOLERANCE     PIC ZZ9.
000400     05  FILLER                      PIC X(01) VALUE '%'.
000410     05  FILLER                      PIC X(08) VALUE SPACES.
000420*
000430 01  DL100-IVR-COLUMN-LINE.
000440     05  FILLER                      PIC X(01) VALUE SPACE.
000450     05  FILLER                      PIC X(07) VALUE 'ITEM'.
000460     05  FILLER                      PIC X(10) VALUE 'EXCEPTION'.
000470     05  FILLER                      PIC X(06) VALUE 'TRANS'.
000480     05  FILLER                      PIC X(06) VALUE '  AVG'.
000490     05  FILLER                      PIC X(08) VALUE '   VAR%'.
000500     05  FILLER                      PIC X(16)
000510             VALUE '          TOTAL'.
000520     05  FILLER                      PIC X(16)
000530             VALUE '      AVG TOTAL'.
000540     05  FILLER                      PIC X(07) VALUE '   VAR%'.
000550     05  FILLER                      PIC X(03) VALUE SPACES.
000560*
000570 01  DL100-IVR-DETAIL-LINE.
000580     05  FILLER                      PIC X(01) VALUE SPACE.
000590     05  DL100-IVR-DTL-ITEM          PIC X(06).
000600     05  FILLER                      PIC X(01) VALUE SPACE.
000610     05  DL100-IVR-DTL-FLAG          PIC X(09).
000620     05  FILLER                      PIC X(01) VALUE SPACE.
000630     05  DL100-IVR-DTL-COUNT         PIC ZZZZ9.
000640     05  FILLER                      PIC X(01) VALUE SPACE.
000650     05  DL100-IVR-DTL-AVG-COUNT     PIC ZZZZ9.
000660     05  FILLER                      PIC X(01) VALUE SPACE.
000670     05  DL100-IVR-DTL-COUNT-PCT     PIC -ZZZ9.9.
000680     05  FILLER                      PIC X(01) VALUE SPACE.
000690     05  DL100-IVR-DTL-TOTAL         PIC -ZZZ,ZZZ,ZZ9.99.
000700     05  FILLER                      PIC X(01) VALUE SPACE.
000710     05  DL100-IVR-DTL-AVG-TOTAL     PIC -ZZZ,ZZZ,ZZ9.99.
000720     05  FILLER                      PIC X(01) VALUE SPACE.
000730     05  DL100-IVR-DTL-TOTAL-PCT     PIC -ZZZ9.9.
000740     05  FILLER                      PIC X(03) VALUE SPACES.
000750*
000760 01  DL100-IVR-COUNT-LINE.
000770     05  FILLER                      PIC X(01) VALUE SPACE.
000780     05  DL100-IVR-CNT-LABEL         PIC X(30).
000790     05  DL100-IVR-CNT-VALUE         PIC ZZ,ZZ9.
000800     05  FILLER                      PIC X(43) VALUE SPACES.
000810*
000820 01  DL100-IVR-FOOTER-LINE.
000830     05  FILLER                      PIC X(01) VALUE SPACE.
000840     05  FILLER                      PIC X(23)
000850             VALUE '*** END OF VARIANCE ***'.
000860     05  FILLER                      PIC X(56) VALUE SPACES.
