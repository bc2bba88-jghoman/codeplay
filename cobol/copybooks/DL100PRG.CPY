000010*****************************************************************
000020*    COPYBOOK.    DL100PRG.
000030*    DESCRIPTION. DL100-MAINT PENDING CHANGE REGISTER LINE
000040*                 LAYOUTS - HEADER, AGE LIMIT LINE, COLUMN
000050*                 HEADINGS, ONE LINE PER CARD SUBMITTED,
000060*                 APPROVED, REFUSED, REJECTED OR FAILED AND PER
000070*                 CHANGE EXPIRED OR STILL PENDING, AND THE
000080*                 FOOTER COUNT LINES.  COPIED INTO WORKING-
000090*                 STORAGE AND WRITTEN FROM.
000100*
000110*    MODIFICATION HISTORY.
000120*    DATE       INIT DESCRIPTION
000130*    ---------- ---- --------------------------------------------
000140*    2026-10-15 JGH  ORIGINAL COPYBOOK.
000150*****************************************************************
000160 01  DL100-PRG-HEADER-LINE.
000170     05  FILLER                      PIC X(01) VALUE SPACE.
000180     05  FILLER                      PIC X(30)
000190             VALUE 'DL100 PENDING CHANGE REGISTER'.
000200     05  FILLER                      PIC X(10)
000210             VALUE 'RUN DATE: '.
000220     05  DL100-PRG-HDR-DATE          PIC X(10).
000230     05  FILLER                      PIC X(02) VALUE SPACES.
000240     05  FILLER                      PIC X(05) VALUE 'PAGE '.
000250     05  DL100-PRG-HDR-PAGE          PIC ZZ9.
000260     05  FILLER                      PIC X(19) VALUE SPACES.
000270*
000280 01  DL100-PRG-PARM-LINE.
000290     05  FILLER                      PIC X(01) VALUE SPACE.
000300     05  FILLER                      PIC X(11)
000310             VALUE 'AGE LIMIT: '.
000320     05  DL100-PRG-PRM-DAYS          PIC ZZ9.
000330     05  FILLER                      PIC X(37)
000340             VALUE ' BUSINESS DAYS - SUBMITTED BEFORE '.
000350     05  DL100-PRG-PRM-CUTOFF        PIC X(10).
000360     05  FILLER                      PIC X(08) VALUE ' EXPIRES'.
000370     05  FILLER                      PIC X(10) VALUE SPACES.
000380*
000390 01  DL100-PRG-COLUMN-LINE.
000400     05  FILLER                      PIC X(01) VALUE SPACE.
000410     05  FILLER                      PIC X(11) VALUE 'ACTION'.
000420     05  FILLER                      PIC X(03) VALUE 'CD'.
000430     05  FILLER                      PIC X(07) VALUE 'ITEM'.
000440     05  FILLER                      PIC X(11) VALUE 'EFF DATE'.
000450     05  FILLER                      PIC X(09) VALUE 'SUBMIT'.
000460     05  FILLER                      PIC X(09) VALUE 'APPROVER'.
000470     05  FILLER                      PIC X(11) VALUE 'SUBMITTED'.
000480     05  FILLER                      PIC X(18) VALUE 'NOTE'.
000490*
000500 01  DL100-PRG-DETAIL-LINE.
000510     05  FILLER                      PIC X(01) VALUE SPACE.
000520     05  DL100-PRG-DTL-ACTION        PIC X(10).
000530     05  FILLER                      PIC X(01) VALUE SPACE.
000540     05  DL100-PRG-DTL-CODE          PIC X(01).
000550     05  FILLER                      PIC X(02) VALUE SPACES.
000560     05  DL100-PRG-DTL-ITEM          PIC X(06).
000570     05  FILLER                      PIC X(01) VALUE SPACE.
000580     05  DL100-PRG-DTL-EFF-DATE      PIC X(10).
000590     05  FILLER                      PIC X(01) VALUE SPACE.
000600     05  DL100-PRG-DTL-SUBMIT-ID     PIC X(08).
000610     05  FILLER                      PIC X(01) VALUE SPACE.
000620     05  DL100-PRG-DTL-APPROVE-ID    PIC X(08).
000630     05  FILLER                      PIC X(01) VALUE SPACE.
000640     05  DL100-PRG-DTL-SUBMIT-DATE   PIC X(10).
000650     05  FILLER                      PIC X(01) VALUE SPACE.
000660     05  DL100-PRG-DTL-NOTE          PIC X(18).
000670*
000680 01  DL100-PRG-COUNT-LINE.
000690     05  FILLER                      PIC X(01) VALUE SPACE.
000700     05  DL100-PRG-CNT-LABEL         PIC X(30).
000710     05  DL100-PRG-CNT-VALUE         PIC ZZ,ZZ9.
000720     05  FILLER                      PIC X(43) VALUE SPACES.
000730*
000740 01  DL100-PRG-FOOTER-LINE.
000750     05  FILLER                      PIC X(01) VALUE SPACE.
000760     05  FILLER                      PIC X(40)
000770             VALUE '*** END OF PENDING CHANGE REGISTER ***'.
000780     05  FILLER                      PIC X(39) VALUE SPACES.
