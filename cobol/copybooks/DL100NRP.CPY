000110*    DATE       INIT DESCRIPTION
000120*    ---------- ---- --------------------------------------------
000130*    2026-09-02 JGH  ORIGINAL COPYBOOK.
000135*    2026-10-15 JGH  ADDED THE CYCLE NUMBER TO THE HEADER.
000140*****************************************************************
000150 01  DL100-NRP-HEADER-LINE.
000160     05  FILLER                      PIC X(01) VALUE SPACE.
000190     05  FILLER                      PIC X(10)
000200             VALUE 'RUN DATE: '.
000210     05  DL100-NRP-HDR-DATE          PIC X(10).
000212     05  FILLER                      PIC X(08) VALUE '  CYCLE '.
000214     05  DL100-NRP-HDR-CYCLE         PIC 9(01).
000216     05  FILLER                      PIC X(02) VALUE SPACES.
000220     05  FILLER                      PIC X(05) VALUE 'PAGE '.
000230     05  DL100-NRP-HDR-PAGE          PIC ZZ9.
000240     05  FILLER                      PIC X(18) VALUE SPACES.
000250*
000260 01  DL100-NRP-LEG-LINE.
000270     05  FILLER                      PIC X(01) VALUE SPACE.
