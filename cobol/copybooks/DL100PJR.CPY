000010*****************************************************************
000020*    COPYBOOK.    DL100PJR.
000030*    DESCRIPTION. DL100-PRJIMP PROJECTED IMPACT REPORT LINE
000040*                 LAYOUTS - HEADER, PARAMETER LINE, COLUMN
000050*                 HEADINGS, ONE LINE PER PENDING FUTURE-DATED
000060*                 STANDARD VALUE, AN ITEM TOTAL LINE, THE
000070*                 OVERALL TOTAL LINES AND A FOOTER.  COPIED INTO
000080*                 WORKING-STORAGE AND WRITTEN FROM.
000090*
000100*    MODIFICATION HISTORY.
000110*    DATE       INIT DESCRIPTION
000120*    ---------- ---- --------------------------------------------
000130*    2026-10-15 JGH  ORIGINAL COPYBOOK.
000140*****************************************************************
000150 01  DL100-PJR-HEADER-LINE.
000160     05  FILLER                      PIC X(01) VALUE SPACE.
000170     05  FILLER                      PIC X(30)
000180             VALUE 'DL100 PROJECTED IMPACT'.
000190     05  FILLER                      PIC X(07) VALUE 'AS OF: '.
000200     05  DL100-PJR-HDR-DATE          PIC X(10).
000210     05  FILLER                      PIC X(02) VALUE SPACES.
000220     05  FILLER                      PIC X(05) VALUE 'PAGE '.
000230     05  DL100-PJR-HDR-PAGE          PIC ZZ9.
000240     05  FILLER                      PIC X(22) VALUE SPACES.
000250*
000260 01  DL100-PJR-PARM-LINE.
000270     05  FILLER                      PIC X(01) VALUE SPACE.
000280     05  FILLER                      PIC X(08) VALUE 'VOLUME: '.
000290     05  DL100-PJR-PRM-DAYS          PIC ZZ9.
000300     05  FILLER                      PIC X(21)
000310             VALUE ' BUSINESS DAYS SINCE '.
000320     05  DL100-PJR-PRM-OLDEST        PIC X(10).
000330     05  FILLER                      PIC X(14)
000340             VALUE '  SCALED TO A '.
000350     05  DL100-PJR-PRM-MONTH         PIC Z9.
000360     05  FILLER                      PIC X(15)
000370             VALUE '-DAY MONTH'.
000380     05  FILLER                      PIC X(06) VALUE SPACES.
000390*
000400 01  DL100-PJR-COLUMN-LINE.
000410     05  FILLER                      PIC X(01) VALUE SPACE.
000420     05  FILLER                      PIC X(07) VALUE 'ITEM'.
000430     05  FILLER                      PIC X(11) VALUE 'EFFECTIVE'.
000440     05  FILLER                      PIC X(12)
000450             VALUE '    CURRENT'.
000460     05  FILLER                      PIC X(12)
000470             VALUE '        NEW'.
000480     05  FILLER                      PIC X(12)
000490             VALUE '     CHANGE'.
000500     05  FILLER                      PIC X(07) VALUE 'MTHVOL'.
000510     05  FILLER                      PIC X(15)
000520             VALUE 'MONTHLY EFFECT'.
000530     05  FILLER                      PIC X(03) VALUE SPACES.
000540*
000550 01  DL100-PJR-DETAIL-LINE.
000560     05  FILLER                      PIC X(01) VALUE SPACE.
000570     05  DL100-PJR-DTL-ITEM          PIC X(06).
000580     05  FILLER                      PIC X(01) VALUE SPACE.
000590     05  DL100-PJR-DTL-EFF-DATE      PIC X(10).
000600     05  FILLER                      PIC X(01) VALUE SPACE.
000610     05  DL100-PJR-DTL-CURRENT       PIC -ZZZZZZ9.99.
000620     05  FILLER                      PIC X(01) VALUE SPACE.
000630     05  DL100-PJR-DTL-NEW           PIC -ZZZZZZ9.99.
000640     05  FILLER                      PIC X(01) VALUE SPACE.
000650     05  DL100-PJR-DTL-CHANGE        PIC -ZZZZZZ9.99.
000660     05  FILLER                      PIC X(01) VALUE SPACE.
000670     05  DL100-PJR-DTL-VOLUME        PIC ZZZZZ9.
000680     05  FILLER                      PIC X(01) VALUE SPACE.
000690     05  DL100-PJR-DTL-EFFECT        PIC -ZZZZZZZZZ9.99.
000700     05  FILLER                      PIC X(01) VALUE SPACE.
000710     05  DL100-PJR-DTL-FLAG          PIC X(03).
000720*
000730 01  DL100-PJR-ITEM-TOTAL-LINE.
000740     05  FILLER                      PIC X(08) VALUE SPACES.
000750     05  FILLER                      PIC X(05) VALUE 'ITEM '.
000760     05  DL100-PJR-ITT-ITEM          PIC X(06).
000770     05  FILLER                      PIC X(43)
000780             VALUE ' NET MONTHLY EFFECT ONCE ALL IN FORCE'.
000790     05  DL100-PJR-ITT-EFFECT        PIC -ZZZZZZZZZ9.99.
000800     05  FILLER                      PIC X(04) VALUE SPACES.
000810*
000820 01  DL100-PJR-TOTAL-LINE.
000830     05  FILLER                      PIC X(01) VALUE SPACE.
000840     05  DL100-PJR-TOT-LABEL         PIC X(30).
000850     05  DL100-PJR-TOT-COUNT         PIC ZZ,ZZ9.
000860     05  FILLER                      PIC X(25) VALUE SPACES.
000870     05  DL100-PJR-TOT-EFFECT        PIC -ZZZZZZZZZ9.99.
000880     05  FILLER                      PIC X(04) VALUE SPACES.
000890*
000900 01  DL100-PJR-FOOTER-LINE.
000910     05  FILLER                      PIC X(01) VALUE SPACE.
000920     05  FILLER                      PIC X(31)
000930             VALUE '*** END OF PROJECTED IMPACT ***'.
000940     05  FILLER                      PIC X(48) VALUE SPACES.
