000010*****************************************************************
000020*    PROGRAM-ID.  DL100-ITMVAR.
000030*    AUTHOR.      J. HOMAN.
000040*    INSTALLATION. DAILY TOTALS BATCH SUBSYSTEM.
000050*    DATE-WRITTEN. 2026-10-15.
000060*    DATE-COMPILED. 2026-10-15.
000070*    DESCRIPTION.
000080*        ITEM ACTIVITY VARIANCE AND TREND EXCEPTION REPORT.
000090*        READS THE KEYED ITEM ACTIVITY FILE HELLO-WORLD CUTS
000096*        (ONE RECORD PER ITEM PER RUN DATE AND CYCLE, THE CYCLES
000102*        OF A DATE ADDED TOGETHER HERE) AND COMPARES EACH
000110*        ITEM'S TRANSACTION COUNT AND RESULT TOTAL FOR THE RUN
000120*        DATE WITH ITS TRAILING AVERAGE OVER THE PRECEDING N
000130*        BUSINESS DAYS OF THE PROCESSING CALENDAR.  A BUSINESS
000140*        DAY THE ITEM DID NOT MOVE COUNTS AS ZERO IN THE
000150*        AVERAGE.  ONLY EXCEPTIONS ARE PRINTED:
000160*
000170*          VARIANCE  - COUNT OR TOTAL OUTSIDE THE TOLERANCE
000180*                      PERCENTAGE EITHER SIDE OF THE AVERAGE.
000190*          QUIET     - NO ACTIVITY ON THE RUN DATE FROM AN ITEM
000200*                      AVERAGING AT LEAST ONE TRANSACTION A DAY.
000210*          NEW ITEM  - ACTIVITY ON THE RUN DATE AND NONE EVER
000220*                      BEFORE IT.
000230*          REVIVED   - ACTIVITY ON THE RUN DATE, NONE IN THE
000240*                      WINDOW, BUT SOME BEFORE IT.
000250*
000260*        THE SYSIN CARD CARRIES THE RUN DATE, THE WINDOW IN
000270*        BUSINESS DAYS (DEFAULT 20, AT MOST 60) AND THE
000280*        TOLERANCE PERCENTAGE (DEFAULT 50).  NO CARD MEANS
000290*        TODAY WITH THE DEFAULTS.
000300*
000310*        RETURN CODES - 0 NO EXCEPTIONS, 4 EXCEPTIONS LISTED,
000320*        16 RUN ABORTED, 18 RUN DATE NOT A BUSINESS DAY.
000330*
000331*        THE SHARED DATASETS IT USES ARE REGISTERED ON THE
000332*        SUBSYSTEM LOCK FILE BEFORE ANY FILE IS OPENED.  A
000333*        CLASH WITH ANOTHER JOB'S LOCK ENDS THE RUN RC 24, THE
000334*        HOLDING JOB NAMED ON SYSOUT.
000335*
000340*    MODIFICATION HISTORY.
000350*    DATE       INIT DESCRIPTION
000360*    ---------- ---- --------------------------------------------
000370*    2026-10-15 JGH  ORIGINAL PROGRAM.
000373*    2026-10-15 JGH  A RUN DATE'S CYCLES ADDED TOGETHER FOR
000376*    2026-10-15 JGH  TODAY'S FIGURES.
000378*    2026-10-15 JGH  REGISTERS ITS SHARED DATASETS ON THE NEW
000380*    2026-10-15 JGH  SUBSYSTEM LOCK FILE BEFORE OPENING ANYTHING
000382*    2026-10-15 JGH  AND LOGS EVERY LOCK TAKEN AND GIVEN UP; A
000384*    2026-10-15 JGH  CLASH WITH ANOTHER JOB ENDS THE RUN RC 24.
000386*****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. DL100-ITMVAR.
000410 AUTHOR. J. HOMAN.
000420 INSTALLATION. DAILY TOTALS BATCH SUBSYSTEM.
000430 DATE-WRITTEN. 2026-10-15.
000440 DATE-COMPILED. 2026-10-15.
000450*
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT DL100-CARD-FILE ASSIGN TO "SYSIN"
000500         ORGANIZATION IS SEQUENTIAL.
000510     SELECT DL100-ITMACT-FILE ASSIGN TO "ITEMACT"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS DL100-ITA-KEY
000550         FILE STATUS IS DL100-ITV-ITMACT-STATUS.
000560     SELECT DL100-CAL-FILE ASSIGN TO "CALFILE"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS DL100-CAL-DATE
000600         FILE STATUS IS DL100-ITV-CAL-STATUS.
000610     SELECT DL100-IVR-FILE ASSIGN TO "RPTFILE"
000620         ORGANIZATION IS SEQUENTIAL.
000621     SELECT DL100-LOCK-FILE ASSIGN TO "LOCKFILE"
000622         ORGANIZATION IS INDEXED
000623         ACCESS MODE IS DYNAMIC
000624         RECORD KEY IS DL100-LCK-KEY
000625         FILE STATUS IS DL100-ITV-LOCK-STATUS.
000626     SELECT DL100-LOCKLOG-FILE ASSIGN TO "LOCKLOG"
000627         ORGANIZATION IS SEQUENTIAL.
000630*
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  DL100-CARD-FILE
000670     RECORDING MODE IS F.
000680     COPY DL100IVC.
000690*
000700 FD  DL100-ITMACT-FILE.
000710     COPY DL100ITA.
000720*
000730 FD  DL100-CAL-FILE.
000740     COPY DL100CAL.
000750*
000760 FD  DL100-IVR-FILE
000770     RECORDING MODE IS F.
000780 01  DL100-IVR-RECORD                PIC X(80).
000790*
000791 FD  DL100-LOCK-FILE.
000792     COPY DL100LCK.
000793*
000794 FD  DL100-LOCKLOG-FILE
000795     RECORDING MODE IS F.
000796 01  DL100-LLGOUT-RECORD             PIC X(200).
000797*
000800 WORKING-STORAGE SECTION.
000810 01  DL100-ITV-ITMACT-STATUS         PIC X(02).
000820     88  DL100-ITV-ITA-OK                        VALUE '00'.
000830*
000840 01  DL100-ITV-CAL-STATUS            PIC X(02).
000850     88  DL100-ITV-CAL-OK                        VALUE '00'.
000860     88  DL100-ITV-CAL-NOTFND                    VALUE '23'.
000870*
000880 01  DL100-ITV-SWITCHES.
000890     05  DL100-ITV-EOF-SWITCH        PIC X(01) VALUE 'N'.
000900         88  DL100-ITV-EOF-YES                   VALUE 'Y'.
000910         88  DL100-ITV-EOF-NO                    VALUE 'N'.
000920     05  DL100-ITV-CAL-SCAN-SWITCH   PIC X(01) VALUE 'N'.
000930         88  DL100-ITV-CAL-SCAN-DONE             VALUE 'Y'.
000940         88  DL100-ITV-CAL-SCAN-MORE             VALUE 'N'.
000950     05  DL100-ITV-TODAY-SWITCH      PIC X(01) VALUE 'N'.
000960         88  DL100-ITV-TODAY-FOUND               VALUE 'Y'.
000970         88  DL100-ITV-TODAY-MISSING             VALUE 'N'.
000980     05  DL100-ITV-PRIOR-SWITCH      PIC X(01) VALUE 'N'.
000990         88  DL100-ITV-PRIOR-FOUND               VALUE 'Y'.
001000         88  DL100-ITV-PRIOR-MISSING             VALUE 'N'.
001010     05  DL100-ITV-FLAG-SWITCH       PIC X(01) VALUE 'N'.
001020         88  DL100-ITV-FLAGGED                   VALUE 'Y'.
001030         88  DL100-ITV-NOT-FLAGGED               VALUE 'N'.
001040*
001050 01  DL100-ITV-PARAMETERS.
001060     05  DL100-ITV-RUN-DATE          PIC 9(08) VALUE ZERO.
001070     05  DL100-ITV-WINDOW-MAX        PIC 9(03) COMP VALUE 60.
001080     05  DL100-ITV-WINDOW-REQUEST    PIC 9(03) COMP VALUE 20.
001090     05  DL100-ITV-TOLERANCE         PIC 9(03) VALUE 50.
001100*
001110*    THE CALENDAR IS READ FORWARD UP TO THE RUN DATE, EACH
001120*    BUSINESS DATE GOING INTO THE NEXT SLOT ROUND A RING OF
001130*    WINDOW-REQUEST SLOTS, SO AT THE END THE RING HOLDS THE
001140*    LAST N BUSINESS DATES AND THE SLOT AFTER THE LAST ONE
001150*    WRITTEN IS THE OLDEST OF THEM.
001160 01  DL100-ITV-WINDOW-TABLE.
001170     05  DL100-ITV-WIN-SUB           PIC 9(03) COMP VALUE ZERO.
001180     05  DL100-ITV-WIN-DAYS          PIC 9(03) COMP VALUE ZERO.
001190     05  DL100-ITV-CAL-SEEN          PIC 9(07) COMP VALUE ZERO.
001200     05  DL100-ITV-OLDEST-DATE       PIC 9(08) VALUE ZERO.
001210     05  DL100-ITV-WIN-DATE          PIC 9(08)
001220                                     OCCURS 60 TIMES.
001230*
001240 01  DL100-ITV-ITEM-FIELDS.
001250     05  DL100-ITV-CUR-ITEM          PIC X(06) VALUE SPACES.
001260     05  DL100-ITV-TODAY-COUNT       PIC 9(05) COMP VALUE ZERO.
001270     05  DL100-ITV-TODAY-TOTAL       PIC S9(09)V99 COMP-3
001280                                         VALUE ZERO.
001290     05  DL100-ITV-WIN-COUNT         PIC 9(07) COMP VALUE ZERO.
001300     05  DL100-ITV-WIN-TOTAL         PIC S9(11)V99 COMP-3
001310                                         VALUE ZERO.
001320     05  DL100-ITV-AVG-COUNT         PIC S9(05)V99 COMP-3
001330                                         VALUE ZERO.
001340     05  DL100-ITV-AVG-TOTAL         PIC S9(09)V99 COMP-3
001350                                         VALUE ZERO.
001360     05  DL100-ITV-AVG-BASE          PIC S9(09)V99 COMP-3
001370                                         VALUE ZERO.
001380     05  DL100-ITV-COUNT-PCT         PIC S9(04)V9 COMP-3
001390                                         VALUE ZERO.
001400     05  DL100-ITV-TOTAL-PCT         PIC S9(04)V9 COMP-3
001410                                         VALUE ZERO.
001420     05  DL100-ITV-ABS-PCT           PIC S9(04)V9 COMP-3
001430                                         VALUE ZERO.
001440*
001450 01  DL100-ITV-COUNTERS.
001460     05  DL100-ITV-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
001470     05  DL100-ITV-ITEM-COUNT        PIC 9(05) COMP VALUE ZERO.
001480     05  DL100-ITV-VARIANCE-COUNT    PIC 9(05) COMP VALUE ZERO.
001490     05  DL100-ITV-QUIET-COUNT       PIC 9(05) COMP VALUE ZERO.
001500     05  DL100-ITV-NEW-COUNT         PIC 9(05) COMP VALUE ZERO.
001510     05  DL100-ITV-REVIVED-COUNT     PIC 9(05) COMP VALUE ZERO.
001520     05  DL100-ITV-EXCEPTION-COUNT   PIC 9(05) COMP VALUE ZERO.
001530*
001540 01  DL100-ITV-EDIT-FIELDS.
001550     05  DL100-ITV-DATE-NUM          PIC 9(08).
001560     05  DL100-ITV-DATE-X REDEFINES DL100-ITV-DATE-NUM.
001570         10  DL100-ITV-DATE-CCYY     PIC 9(04).
001580         10  DL100-ITV-DATE-MM       PIC 9(02).
001590         10  DL100-ITV-DATE-DD       PIC 9(02).
001600     05  DL100-ITV-DATE-RPT          PIC X(10).
001610*
001620     COPY DL100IVR.
001630*
001631*    THE SHARED DATASETS THIS PROGRAM REGISTERS ON THE
001632*    SUBSYSTEM LOCK FILE BEFORE IT OPENS ANYTHING, AND HOW IT
001633*    USES EACH - 'X' EXCLUSIVE, 'U' UPDATE, 'S' SHARED READ.
001634*    THE JOB NAME IS THAT OF THE JOB THIS PROGRAM RUNS UNDER.
001635 01  DL100-ITV-LOCK-LIST.
001636     05  FILLER                      PIC X(09) VALUE 'ITEMACT S'.
001637     05  FILLER                      PIC X(09) VALUE 'CALENDARS'.
001638 01  DL100-ITV-LOCK-TABLE REDEFINES DL100-ITV-LOCK-LIST.
001639     05  DL100-ITV-LOCK-ENTRY        OCCURS 2 TIMES.
001640         10  DL100-ITV-LOCK-RESOURCE PIC X(08).
001641         10  DL100-ITV-LOCK-MODE     PIC X(01).
001642             88  DL100-ITV-LOCK-WANT-EXCL       VALUE 'X'.
001643             88  DL100-ITV-LOCK-WANT-SHARED     VALUE 'S'.
001644*
001645 01  DL100-ITV-LOCK-FIELDS.
001646     05  DL100-ITV-LOCK-COUNT        PIC 9(02) COMP VALUE 2.
001647     05  DL100-ITV-LOCK-SUB          PIC 9(02) COMP VALUE ZERO.
001648     05  DL100-ITV-LOCK-JOB          PIC X(08) VALUE 'HELLOJOB'.
001649     05  DL100-ITV-LOCK-PROGRAM      PIC X(16)
001650                                     VALUE 'DL100-ITMVAR'.
001651     05  DL100-ITV-LOCK-DATE         PIC 9(08) VALUE ZERO.
001652     05  DL100-ITV-LOCK-TIME         PIC 9(08) VALUE ZERO.
001653     05  DL100-ITV-LOCK-ACTION       PIC X(01) VALUE SPACE.
001654     05  DL100-ITV-LOCK-HELD-SWITCH  PIC X(01) VALUE 'N'.
001655         88  DL100-ITV-LOCKS-HELD               VALUE 'Y'.
001656         88  DL100-ITV-LOCKS-FREE               VALUE 'N'.
001657     05  DL100-ITV-LOCK-SCAN-SWITCH  PIC X(01) VALUE 'N'.
001658         88  DL100-ITV-LOCK-SCAN-DONE           VALUE 'Y'.
001659         88  DL100-ITV-LOCK-SCAN-MORE           VALUE 'N'.
001660     05  DL100-ITV-LOCK-CLASH-SWITCH PIC X(01) VALUE 'N'.
001661         88  DL100-ITV-LOCK-CLASH               VALUE 'Y'.
001662         88  DL100-ITV-LOCK-NO-CLASH            VALUE 'N'.
001663*
001664 01  DL100-ITV-LOCK-STATUS           PIC X(02).
001665     88  DL100-ITV-LKF-OK                       VALUE '00'.
001666     88  DL100-ITV-LKF-NOTFND                   VALUE '23'.
001667     88  DL100-ITV-LKF-DUPKEY                   VALUE '22'.
001668     88  DL100-ITV-LKF-NOFILE                   VALUE '35'.
001669*
001670     COPY DL100LLG.
001671*
001672 PROCEDURE DIVISION.
001673*
001674*    ------------------------------------------------------------
001675*    0000-MAINLINE-CONTROL - TOP LEVEL FLOW ONLY.
001680*    ------------------------------------------------------------
001690 0000-MAINLINE-CONTROL.
001700     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
001710     PERFORM 2000-PROCESS-ACTIVITY THRU 2000-EXIT
001720         UNTIL DL100-ITV-EOF-YES.
001730     IF DL100-ITV-CUR-ITEM NOT = SPACES
001740         PERFORM 3000-EVALUATE-ITEM THRU 3000-EXIT
001750     END-IF.
001760     PERFORM 9000-TERMINATION THRU 9000-EXIT.
001770     IF DL100-ITV-EXCEPTION-COUNT NOT = ZERO
001780         MOVE 4 TO RETURN-CODE
001790     END-IF.
001795     PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT.
001800     STOP RUN.
001810*
001820*    ------------------------------------------------------------
001830*    1000-INITIALIZATION - PICK UP THE CARD, CHECK THE RUN DATE
001840*    IS A BUSINESS DAY, FIND THE WINDOW ON THE CALENDAR, OPEN
001850*    THE ACTIVITY FILE AND WRITE THE REPORT HEADINGS.
001860*    ------------------------------------------------------------
001870 1000-INITIALIZATION.
001875     PERFORM 8500-ACQUIRE-LOCKS THRU 8500-EXIT.
001880     ACCEPT DL100-ITV-RUN-DATE FROM DATE YYYYMMDD.
001890     OPEN INPUT DL100-CARD-FILE.
001900     READ DL100-CARD-FILE
001910         AT END
001920             DISPLAY 'DL100-ITMVAR - NO CONTROL CARD - TODAY '
001930                 'WITH THE DEFAULT WINDOW AND TOLERANCE'
001940         NOT AT END
001950             PERFORM 1100-EDIT-CONTROL-CARD THRU 1100-EXIT
001960     END-READ.
001970     CLOSE DL100-CARD-FILE.
001980     OPEN INPUT DL100-CAL-FILE.
001990     IF NOT DL100-ITV-CAL-OK
002000         DISPLAY 'DL100-ITMVAR - CALENDAR OPEN FAILED, STATUS '
002010             DL100-ITV-CAL-STATUS ' - RUN ABORTED'
002020         MOVE 16 TO RETURN-CODE
002025         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
002030         STOP RUN
002040     END-IF.
002050     MOVE DL100-ITV-RUN-DATE TO DL100-CAL-DATE.
002060     READ DL100-CAL-FILE
002070         INVALID KEY
002080             DISPLAY 'DL100-ITMVAR - RUN DATE '
002090                 DL100-ITV-RUN-DATE ' IS NOT ON THE '
002100                 'PROCESSING CALENDAR - RUN ABORTED'
002110             CLOSE DL100-CAL-FILE
002120             MOVE 18 TO RETURN-CODE
002125             PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
002130             STOP RUN
002140     END-READ.
002150     PERFORM 1200-BUILD-WINDOW THRU 1200-EXIT.
002160     CLOSE DL100-CAL-FILE.
002170     OPEN INPUT DL100-ITMACT-FILE.
002180     IF NOT DL100-ITV-ITA-OK
002190         DISPLAY 'DL100-ITMVAR - ITEM ACTIVITY OPEN FAILED, '
002200             'STATUS ' DL100-ITV-ITMACT-STATUS ' - RUN ABORTED'
002210         MOVE 16 TO RETURN-CODE
002215         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
002220         STOP RUN
002230     END-IF.
002240     OPEN OUTPUT DL100-IVR-FILE.
002250     MOVE DL100-ITV-RUN-DATE TO DL100-ITV-DATE-NUM.
002260     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT.
002270     MOVE DL100-ITV-DATE-RPT TO DL100-IVR-HDR-DATE.
002280     MOVE 1 TO DL100-IVR-HDR-PAGE.
002290     WRITE DL100-IVR-RECORD FROM DL100-IVR-HEADER-LINE.
002300     MOVE DL100-ITV-WIN-DAYS TO DL100-IVR-PRM-DAYS.
002310     MOVE DL100-ITV-OLDEST-DATE TO DL100-ITV-DATE-NUM.
002320     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT.
002330     MOVE DL100-ITV-DATE-RPT TO DL100-IVR-PRM-OLDEST.
002340     MOVE DL100-ITV-TOLERANCE TO DL100-IVR-PRM-TOLERANCE.
002350     WRITE DL100-IVR-RECORD FROM DL100-IVR-PARM-LINE.
002360     WRITE DL100-IVR-RECORD FROM DL100-IVR-COLUMN-LINE.
002370     PERFORM 2100-READ-ACTIVITY-FILE THRU 2100-EXIT.
002380 1000-EXIT.
002390     EXIT.
002400*
002410*    ------------------------------------------------------------
002420*    1100-EDIT-CONTROL-CARD - NON-NUMERIC OR ZERO FIELDS KEEP
002430*    THEIR DEFAULTS; A WINDOW LONGER THAN THE RING HOLDS IS
002440*    CUT BACK TO IT.
002450*    ------------------------------------------------------------
002460 1100-EDIT-CONTROL-CARD.
002470     IF DL100-IVC-RUN-DATE NUMERIC
002480         AND DL100-IVC-RUN-DATE NOT = ZERO
002490         MOVE DL100-IVC-RUN-DATE TO DL100-ITV-RUN-DATE
002500     END-IF.
002510     IF DL100-IVC-WINDOW-DAYS NUMERIC
002520         AND DL100-IVC-WINDOW-DAYS NOT = ZERO
002530         MOVE DL100-IVC-WINDOW-DAYS TO DL100-ITV-WINDOW-REQUEST
002540     END-IF.
002550     IF DL100-ITV-WINDOW-REQUEST > DL100-ITV-WINDOW-MAX
002560         DISPLAY 'DL100-ITMVAR - WINDOW OF '
002570             DL100-IVC-WINDOW-DAYS ' DAYS CUT BACK TO '
002580             DL100-ITV-WINDOW-MAX
002590         MOVE DL100-ITV-WINDOW-MAX TO DL100-ITV-WINDOW-REQUEST
002600     END-IF.
002610     IF DL100-IVC-TOLERANCE-PCT NUMERIC
002620         AND DL100-IVC-TOLERANCE-PCT NOT = ZERO
002630         MOVE DL100-IVC-TOLERANCE-PCT TO DL100-ITV-TOLERANCE
002640     END-IF.
002650 1100-EXIT.
002660     EXIT.
002670*
002680*    ------------------------------------------------------------
002690*    1200-BUILD-WINDOW - RING THE BUSINESS DATES BEFORE THE RUN
002700*    DATE AND PICK OUT THE OLDEST ONE THE AVERAGE REACHES BACK
002710*    TO.  A SHORT CALENDAR GIVES A SHORTER WINDOW; NO PRIOR
002720*    BUSINESS DAY AT ALL GIVES AN EMPTY ONE.
002730*    ------------------------------------------------------------
002740 1200-BUILD-WINDOW.
002750     SET DL100-ITV-CAL-SCAN-MORE TO TRUE.
002760     MOVE ZERO TO DL100-CAL-DATE.
002770     START DL100-CAL-FILE KEY NOT < DL100-CAL-DATE
002780         INVALID KEY
002790             SET DL100-ITV-CAL-SCAN-DONE TO TRUE
002800     END-START.
002810     PERFORM 1210-SCAN-CALENDAR THRU 1210-EXIT
002820         UNTIL DL100-ITV-CAL-SCAN-DONE.
002830     IF DL100-ITV-CAL-SEEN < DL100-ITV-WINDOW-REQUEST
002840         MOVE DL100-ITV-CAL-SEEN TO DL100-ITV-WIN-DAYS
002850         MOVE 1 TO DL100-ITV-WIN-SUB
002860     ELSE
002870         MOVE DL100-ITV-WINDOW-REQUEST TO DL100-ITV-WIN-DAYS
002880         ADD 1 TO DL100-ITV-WIN-SUB
002890         IF DL100-ITV-WIN-SUB > DL100-ITV-WINDOW-REQUEST
002900             MOVE 1 TO DL100-ITV-WIN-SUB
002910         END-IF
002920     END-IF.
002930     IF DL100-ITV-WIN-DAYS = ZERO
002940         MOVE DL100-ITV-RUN-DATE TO DL100-ITV-OLDEST-DATE
002950     ELSE
002960         MOVE DL100-ITV-WIN-DATE (DL100-ITV-WIN-SUB)
002970             TO DL100-ITV-OLDEST-DATE
002980     END-IF.
002990 1200-EXIT.
003000     EXIT.
003010*
003020 1210-SCAN-CALENDAR.
003030     READ DL100-CAL-FILE NEXT
003040         AT END
003050             SET DL100-ITV-CAL-SCAN-DONE TO TRUE
003060             GO TO 1210-EXIT
003070     END-READ.
003080     IF DL100-CAL-DATE NOT < DL100-ITV-RUN-DATE
003090         SET DL100-ITV-CAL-SCAN-DONE TO TRUE
003100         GO TO 1210-EXIT
003110     END-IF.
003120     ADD 1 TO DL100-ITV-CAL-SEEN.
003130     ADD 1 TO DL100-ITV-WIN-SUB.
003140     IF DL100-ITV-WIN-SUB > DL100-ITV-WINDOW-REQUEST
003150         MOVE 1 TO DL100-ITV-WIN-SUB
003160     END-IF.
003170     MOVE DL100-CAL-DATE
003175         TO DL100-ITV-WIN-DATE (DL100-ITV-WIN-SUB).
003180 1210-EXIT.
003190     EXIT.
003200*
003210*    ------------------------------------------------------------
003220*    2000-PROCESS-ACTIVITY - THE FILE IS IN ITEM THEN RUN DATE
003230*    ORDER.  A CHANGE OF ITEM EVALUATES THE ONE JUST FINISHED.
003233*    A DATE RUN IN MORE THAN ONE CYCLE HAS A RECORD PER CYCLE,
003236*    SO EVERY FIGURE IS ADDED IN, NEVER MOVED.
003240*    RECORDS AFTER THE RUN DATE (A REPORT RERUN FOR A PAST
003250*    DATE) ARE IGNORED; RECORDS BEFORE THE WINDOW ONLY PROVE
003260*    THE ITEM IS NOT NEW.
003270*    ------------------------------------------------------------
003280 2000-PROCESS-ACTIVITY.
003290     IF DL100-ITA-ITEM-CODE NOT = DL100-ITV-CUR-ITEM
003300         IF DL100-ITV-CUR-ITEM NOT = SPACES
003310             PERFORM 3000-EVALUATE-ITEM THRU 3000-EXIT
003320         END-IF
003330         PERFORM 2200-START-ITEM THRU 2200-EXIT
003340     END-IF.
003350     EVALUATE TRUE
003360         WHEN DL100-ITA-RUN-DATE > DL100-ITV-RUN-DATE
003370             CONTINUE
003380         WHEN DL100-ITA-RUN-DATE = DL100-ITV-RUN-DATE
003390             SET DL100-ITV-TODAY-FOUND TO TRUE
003400             ADD DL100-ITA-TRAN-COUNT TO DL100-ITV-TODAY-COUNT
003410             ADD DL100-ITA-RESULT-TOTAL
003420                 TO DL100-ITV-TODAY-TOTAL
003430         WHEN DL100-ITA-RUN-DATE < DL100-ITV-OLDEST-DATE
003440             SET DL100-ITV-PRIOR-FOUND TO TRUE
003450         WHEN OTHER
003460             SET DL100-ITV-PRIOR-FOUND TO TRUE
003470             ADD DL100-ITA-TRAN-COUNT TO DL100-ITV-WIN-COUNT
003480             ADD DL100-ITA-RESULT-TOTAL TO DL100-ITV-WIN-TOTAL
003490     END-EVALUATE.
003500     PERFORM 2100-READ-ACTIVITY-FILE THRU 2100-EXIT.
003510 2000-EXIT.
003520     EXIT.
003530*
003540 2100-READ-ACTIVITY-FILE.
003550     READ DL100-ITMACT-FILE
003560         AT END
003570             SET DL100-ITV-EOF-YES TO TRUE
003580         NOT AT END
003590             ADD 1 TO DL100-ITV-READ-COUNT
003600     END-READ.
003610 2100-EXIT.
003620     EXIT.
003630*
003640 2200-START-ITEM.
003650     MOVE DL100-ITA-ITEM-CODE TO DL100-ITV-CUR-ITEM.
003660     SET DL100-ITV-TODAY-MISSING TO TRUE.
003670     SET DL100-ITV-PRIOR-MISSING TO TRUE.
003680     MOVE ZERO TO DL100-ITV-TODAY-COUNT DL100-ITV-TODAY-TOTAL
003690         DL100-ITV-WIN-COUNT DL100-ITV-WIN-TOTAL.
003700 2200-EXIT.
003710     EXIT.
003720*
003730*    ------------------------------------------------------------
003740*    3000-EVALUATE-ITEM - CLASSIFY THE ITEM JUST FINISHED AND
003750*    PRINT IT IF IT IS AN EXCEPTION.  AN ITEM WITH NO ACTIVITY
003760*    ON THE RUN DATE OR IN THE WINDOW IS NOT EXAMINED.
003770*    ------------------------------------------------------------
003780 3000-EVALUATE-ITEM.
003790     IF DL100-ITV-TODAY-MISSING AND DL100-ITV-WIN-COUNT = ZERO
003800         GO TO 3000-EXIT
003810     END-IF.
003820     ADD 1 TO DL100-ITV-ITEM-COUNT.
003830     SET DL100-ITV-NOT-FLAGGED TO TRUE.
003840     MOVE ZERO TO DL100-ITV-AVG-COUNT DL100-ITV-AVG-TOTAL
003850         DL100-ITV-COUNT-PCT DL100-ITV-TOTAL-PCT.
003860     MOVE SPACES TO DL100-IVR-DTL-FLAG.
003870     IF DL100-ITV-WIN-DAYS NOT = ZERO
003880         COMPUTE DL100-ITV-AVG-COUNT ROUNDED =
003890             DL100-ITV-WIN-COUNT / DL100-ITV-WIN-DAYS
003900         COMPUTE DL100-ITV-AVG-TOTAL ROUNDED =
003910             DL100-ITV-WIN-TOTAL / DL100-ITV-WIN-DAYS
003920     END-IF.
003930     EVALUATE TRUE
003940         WHEN DL100-ITV-TODAY-FOUND AND DL100-ITV-PRIOR-MISSING
003950             MOVE 'NEW ITEM' TO DL100-IVR-DTL-FLAG
003960             ADD 1 TO DL100-ITV-NEW-COUNT
003970             SET DL100-ITV-FLAGGED TO TRUE
003980         WHEN DL100-ITV-TODAY-FOUND
003990             AND DL100-ITV-WIN-COUNT = ZERO
004000             MOVE 'REVIVED' TO DL100-IVR-DTL-FLAG
004010             ADD 1 TO DL100-ITV-REVIVED-COUNT
004020             SET DL100-ITV-FLAGGED TO TRUE
004030         WHEN DL100-ITV-TODAY-MISSING
004040             IF DL100-ITV-WIN-COUNT NOT < DL100-ITV-WIN-DAYS
004050                 MOVE 'QUIET' TO DL100-IVR-DTL-FLAG
004060                 MOVE -100 TO DL100-ITV-COUNT-PCT
004070                 ADD 1 TO DL100-ITV-QUIET-COUNT
004080                 SET DL100-ITV-FLAGGED TO TRUE
004090             END-IF
004100         WHEN OTHER
004110             PERFORM 3100-TEST-VARIANCE THRU 3100-EXIT
004120     END-EVALUATE.
004130     IF DL100-ITV-NOT-FLAGGED
004140         GO TO 3000-EXIT
004150     END-IF.
004160     ADD 1 TO DL100-ITV-EXCEPTION-COUNT.
004170     MOVE DL100-ITV-CUR-ITEM TO DL100-IVR-DTL-ITEM.
004180     MOVE DL100-ITV-TODAY-COUNT TO DL100-IVR-DTL-COUNT.
004190     MOVE DL100-ITV-AVG-COUNT TO DL100-IVR-DTL-AVG-COUNT.
004200     MOVE DL100-ITV-COUNT-PCT TO DL100-IVR-DTL-COUNT-PCT.
004210     MOVE DL100-ITV-TODAY-TOTAL TO DL100-IVR-DTL-TOTAL.
004220     MOVE DL100-ITV-AVG-TOTAL TO DL100-IVR-DTL-AVG-TOTAL.
004230     MOVE DL100-ITV-TOTAL-PCT TO DL100-IVR-DTL-TOTAL-PCT.
004240     WRITE DL100-IVR-RECORD FROM DL100-IVR-DETAIL-LINE.
004250 3000-EXIT.
004260     EXIT.
004270*
004280*    ------------------------------------------------------------
004290*    3100-TEST-VARIANCE - PERCENTAGE VARIANCE OF THE RUN DATE
004300*    FROM THE TRAILING AVERAGE, FOR THE COUNT AND THE TOTAL.
004310*    THE TOTAL IS MEASURED AGAINST THE SIZE OF ITS AVERAGE SO
004320*    A CREDIT-HEAVY ITEM MOVES THE RIGHT WAY; AN AVERAGE TOTAL
004330*    OF ZERO IS NOT TESTED.  A VARIANCE TOO WIDE TO PRINT IS
004340*    PINNED AT 9999.9.
004350*    ------------------------------------------------------------
004360 3100-TEST-VARIANCE.
004370     IF DL100-ITV-AVG-COUNT NOT = ZERO
004380         COMPUTE DL100-ITV-COUNT-PCT ROUNDED =
004390             (DL100-ITV-TODAY-COUNT - DL100-ITV-AVG-COUNT)
004400             * 100 / DL100-ITV-AVG-COUNT
004410             ON SIZE ERROR
004420                 MOVE 9999.9 TO DL100-ITV-COUNT-PCT
004430         END-COMPUTE
004440     END-IF.
004450     IF DL100-ITV-AVG-TOTAL NOT = ZERO
004460         IF DL100-ITV-AVG-TOTAL < ZERO
004470             COMPUTE DL100-ITV-AVG-BASE =
004480                 ZERO - DL100-ITV-AVG-TOTAL
004490         ELSE
004500             MOVE DL100-ITV-AVG-TOTAL TO DL100-ITV-AVG-BASE
004510         END-IF
004520         COMPUTE DL100-ITV-TOTAL-PCT ROUNDED =
004530             (DL100-ITV-TODAY-TOTAL - DL100-ITV-AVG-TOTAL)
004540             * 100 / DL100-ITV-AVG-BASE
004550             ON SIZE ERROR
004560                 IF DL100-ITV-TODAY-TOTAL < DL100-ITV-AVG-TOTAL
004570                     MOVE -9999.9 TO DL100-ITV-TOTAL-PCT
004580                 ELSE
004590                     MOVE 9999.9 TO DL100-ITV-TOTAL-PCT
004600                 END-IF
004610         END-COMPUTE
004620     END-IF.
004630     MOVE DL100-ITV-COUNT-PCT TO DL100-ITV-ABS-PCT.
004640     IF DL100-ITV-ABS-PCT < ZERO
004650         COMPUTE DL100-ITV-ABS-PCT = ZERO - DL100-ITV-ABS-PCT
004660     END-IF.
004670     IF DL100-ITV-ABS-PCT > DL100-ITV-TOLERANCE
004680         SET DL100-ITV-FLAGGED TO TRUE
004690     END-IF.
004700     MOVE DL100-ITV-TOTAL-PCT TO DL100-ITV-ABS-PCT.
004710     IF DL100-ITV-ABS-PCT < ZERO
004720         COMPUTE DL100-ITV-ABS-PCT = ZERO - DL100-ITV-ABS-PCT
004730     END-IF.
004740     IF DL100-ITV-ABS-PCT > DL100-ITV-TOLERANCE
004750         SET DL100-ITV-FLAGGED TO TRUE
004760     END-IF.
004770     IF DL100-ITV-FLAGGED
004780         MOVE 'VARIANCE' TO DL100-IVR-DTL-FLAG
004790         ADD 1 TO DL100-ITV-VARIANCE-COUNT
004800     END-IF.
004810 3100-EXIT.
004820     EXIT.
004830*
004840 8000-FORMAT-DATE.
004850     STRING DL100-ITV-DATE-CCYY '-' DL100-ITV-DATE-MM '-'
004860             DL100-ITV-DATE-DD
004870         DELIMITED BY SIZE INTO DL100-ITV-DATE-RPT.
004880 8000-EXIT.
004890     EXIT.
004900*
004910*    ------------------------------------------------------------
004920*    9000-TERMINATION - FOOTER COUNTS AND CLOSE.
004930*    ------------------------------------------------------------
004940 9000-TERMINATION.
004950     MOVE 'ITEMS EXAMINED' TO DL100-IVR-CNT-LABEL.
004960     MOVE DL100-ITV-ITEM-COUNT TO DL100-IVR-CNT-VALUE.
004970     WRITE DL100-IVR-RECORD FROM DL100-IVR-COUNT-LINE.
004980     MOVE 'OUTSIDE TOLERANCE' TO DL100-IVR-CNT-LABEL.
004990     MOVE DL100-ITV-VARIANCE-COUNT TO DL100-IVR-CNT-VALUE.
005000     WRITE DL100-IVR-RECORD FROM DL100-IVR-COUNT-LINE.
005010     MOVE 'WENT QUIET' TO DL100-IVR-CNT-LABEL.
005020     MOVE DL100-ITV-QUIET-COUNT TO DL100-IVR-CNT-VALUE.
005030     WRITE DL100-IVR-RECORD FROM DL100-IVR-COUNT-LINE.
005040     MOVE 'NEW ITEMS' TO DL100-IVR-CNT-LABEL.
005050     MOVE DL100-ITV-NEW-COUNT TO DL100-IVR-CNT-VALUE.
005060     WRITE DL100-IVR-RECORD FROM DL100-IVR-COUNT-LINE.
005070     MOVE 'REVIVED AFTER THE WINDOW' TO DL100-IVR-CNT-LABEL.
005080     MOVE DL100-ITV-REVIVED-COUNT TO DL100-IVR-CNT-VALUE.
005090     WRITE DL100-IVR-RECORD FROM DL100-IVR-COUNT-LINE.
005100     WRITE DL100-IVR-RECORD FROM DL100-IVR-FOOTER-LINE.
005110     CLOSE DL100-ITMACT-FILE DL100-IVR-FILE.
005120     DISPLAY 'DL100-ITMVAR - ACTIVITY RECORDS READ '
005130         DL100-ITV-READ-COUNT.
005140     DISPLAY 'DL100-ITMVAR - ITEMS EXAMINED        '
005150         DL100-ITV-ITEM-COUNT.
005160     DISPLAY 'DL100-ITMVAR - EXCEPTIONS LISTED     '
005170         DL100-ITV-EXCEPTION-COUNT.
005180 9000-EXIT.
005190     EXIT.
005200*
005210*    ------------------------------------------------------------
005220*    8500-ACQUIRE-LOCKS - BEFORE ANY FILE IS OPENED, CHECK EVERY
005230*    SHARED DATASET THIS PROGRAM USES AGAINST THE SUBSYSTEM LOCK
005240*    FILE.  A LOCK ANOTHER JOB HOLDS THAT CLASHES WITH OURS ENDS
005250*    THE STEP RC 24 WITH THE HOLDER NAMED AND NOTHING OPENED.  A
005260*    LOCK HELD UNDER OUR OWN JOB NAME WAS LEFT BY AN EARLIER STEP
005270*    OR AN EARLIER ATTEMPT OF THIS JOB AND IS TAKEN OVER.  THE
005280*    LOCK FILE IS CREATED ON ITS VERY FIRST USE.
005290*    ------------------------------------------------------------
005300 8500-ACQUIRE-LOCKS.
005310     ACCEPT DL100-ITV-LOCK-DATE FROM DATE YYYYMMDD.
005320     ACCEPT DL100-ITV-LOCK-TIME FROM TIME.
005330     OPEN I-O DL100-LOCK-FILE.
005340     IF DL100-ITV-LKF-NOFILE
005350         OPEN OUTPUT DL100-LOCK-FILE
005360         CLOSE DL100-LOCK-FILE
005370         OPEN I-O DL100-LOCK-FILE
005380     END-IF.
005390     IF NOT DL100-ITV-LKF-OK
005400         DISPLAY 'DL100-ITMVAR - LOCK FILE OPEN FAILED, STATUS '
005410             DL100-ITV-LOCK-STATUS ' - RUN ABORTED'
005420         MOVE 16 TO RETURN-CODE
005430         STOP RUN
005440     END-IF.
005450     OPEN EXTEND DL100-LOCKLOG-FILE.
005460     SET DL100-ITV-LOCK-NO-CLASH TO TRUE.
005470     PERFORM 8510-CHECK-RESOURCE THRU 8510-EXIT
005480         VARYING DL100-ITV-LOCK-SUB FROM 1 BY 1
005490         UNTIL DL100-ITV-LOCK-SUB > DL100-ITV-LOCK-COUNT.
005500     IF DL100-ITV-LOCK-CLASH
005510         CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE
005520         DISPLAY 'DL100-ITMVAR - A DATASET IT NEEDS IS IN USE BY '
005530             'ANOTHER JOB - RUN REFUSED'
005540         MOVE 24 TO RETURN-CODE
005550         STOP RUN
005560     END-IF.
005570     PERFORM 8530-WRITE-LOCK THRU 8530-EXIT
005580         VARYING DL100-ITV-LOCK-SUB FROM 1 BY 1
005590         UNTIL DL100-ITV-LOCK-SUB > DL100-ITV-LOCK-COUNT.
005600     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
005610     SET DL100-ITV-LOCKS-HELD TO TRUE.
005620     IF DL100-ITV-LOCK-CLASH
005630         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
005640         MOVE 16 TO RETURN-CODE
005650         STOP RUN
005660     END-IF.
005670 8500-EXIT.
005680     EXIT.
005690*
005700 8510-CHECK-RESOURCE.
005710     SET DL100-ITV-LOCK-SCAN-MORE TO TRUE.
005720     MOVE DL100-ITV-LOCK-RESOURCE (DL100-ITV-LOCK-SUB)
005730         TO DL100-LCK-RESOURCE.
005740     MOVE LOW-VALUES TO DL100-LCK-JOB.
005750     START DL100-LOCK-FILE KEY NOT < DL100-LCK-KEY
005760         INVALID KEY
005770             GO TO 8510-EXIT
005780     END-START.
005790     PERFORM 8520-CHECK-HOLDER THRU 8520-EXIT
005800         UNTIL DL100-ITV-LOCK-SCAN-DONE.
005810 8510-EXIT.
005820     EXIT.
005830*
005840*    ------------------------------------------------------------
005850*    8520-CHECK-HOLDER - AN EXCLUSIVE LOCK CLASHES WITH ANY
005860*    OTHER; AN UPDATE LOCK WITH ANOTHER UPDATE; A SHARED LOCK
005870*    ONLY WITH AN EXCLUSIVE ONE.
005880*    ------------------------------------------------------------
005890 8520-CHECK-HOLDER.
005900     READ DL100-LOCK-FILE NEXT
005910         AT END
005920             SET DL100-ITV-LOCK-SCAN-DONE TO TRUE
005930             GO TO 8520-EXIT
005940     END-READ.
005950     IF DL100-LCK-RESOURCE NOT =
005960         DL100-ITV-LOCK-RESOURCE (DL100-ITV-LOCK-SUB)
005970         SET DL100-ITV-LOCK-SCAN-DONE TO TRUE
005980         GO TO 8520-EXIT
005990     END-IF.
006000     IF DL100-LCK-JOB = DL100-ITV-LOCK-JOB
006010         GO TO 8520-EXIT
006020     END-IF.
006030     IF DL100-LCK-SHARED
006040         AND NOT DL100-ITV-LOCK-WANT-EXCL (DL100-ITV-LOCK-SUB)
006050         GO TO 8520-EXIT
006060     END-IF.
006070     IF DL100-LCK-UPDATE
006080         AND DL100-ITV-LOCK-WANT-SHARED (DL100-ITV-LOCK-SUB)
006090         GO TO 8520-EXIT
006100     END-IF.
006110     SET DL100-ITV-LOCK-CLASH TO TRUE.
006120     DISPLAY 'DL100-ITMVAR - ' DL100-LCK-RESOURCE
006130         ' IS HELD BY JOB ' DL100-LCK-JOB
006140         ' (' DL100-LCK-PROGRAM ') SINCE '
006150         DL100-LCK-DATE ' ' DL100-LCK-TIME.
006160     MOVE 'C' TO DL100-ITV-LOCK-ACTION.
006170     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
006180 8520-EXIT.
006190     EXIT.
006200*
006210 8530-WRITE-LOCK.
006220     MOVE SPACES TO DL100-LCK-RECORD.
006230     MOVE DL100-ITV-LOCK-RESOURCE (DL100-ITV-LOCK-SUB)
006240         TO DL100-LCK-RESOURCE.
006250     MOVE DL100-ITV-LOCK-JOB TO DL100-LCK-JOB.
006260     MOVE DL100-ITV-LOCK-MODE (DL100-ITV-LOCK-SUB)
006270         TO DL100-LCK-MODE.
006280     MOVE DL100-ITV-LOCK-PROGRAM TO DL100-LCK-PROGRAM.
006290     MOVE DL100-ITV-LOCK-DATE TO DL100-LCK-DATE.
006300     MOVE DL100-ITV-LOCK-TIME TO DL100-LCK-TIME.
006310     WRITE DL100-LCK-RECORD
006320         INVALID KEY
006330             IF DL100-ITV-LKF-DUPKEY
006340                 REWRITE DL100-LCK-RECORD
006350                     INVALID KEY
006360                         CONTINUE
006370                 END-REWRITE
006380             END-IF
006390     END-WRITE.
006400     IF NOT DL100-ITV-LKF-OK
006410         DISPLAY 'DL100-ITMVAR - LOCK WRITE FAILED, STATUS '
006420             DL100-ITV-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
006430         SET DL100-ITV-LOCK-CLASH TO TRUE
006440         GO TO 8530-EXIT
006450     END-IF.
006460     MOVE 'L' TO DL100-ITV-LOCK-ACTION.
006470     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
006480 8530-EXIT.
006490     EXIT.
006500*
006510*    ------------------------------------------------------------
006520*    8600-RELEASE-LOCKS - GIVE UP EVERY LOCK THIS PROGRAM TOOK.
006530*    PERFORMED BEFORE EVERY STOP RUN ONCE THE LOCKS ARE HELD, SO
006540*    ONLY AN ABEND LEAVES THEM BEHIND FOR DL100-LCKREL.
006550*    ------------------------------------------------------------
006560 8600-RELEASE-LOCKS.
006570     IF DL100-ITV-LOCKS-FREE
006580         GO TO 8600-EXIT
006590     END-IF.
006600     SET DL100-ITV-LOCKS-FREE TO TRUE.
006610     ACCEPT DL100-ITV-LOCK-DATE FROM DATE YYYYMMDD.
006620     ACCEPT DL100-ITV-LOCK-TIME FROM TIME.
006630     OPEN I-O DL100-LOCK-FILE.
006640     IF NOT DL100-ITV-LKF-OK
006650         DISPLAY 'DL100-ITMVAR - LOCK FILE OPEN FAILED, STATUS '
006660             DL100-ITV-LOCK-STATUS ' - LOCKS LEFT FOR RELEASE BY '
006670             'DL100-LCKREL'
006680         GO TO 8600-EXIT
006690     END-IF.
006700     OPEN EXTEND DL100-LOCKLOG-FILE.
006710     PERFORM 8610-DELETE-LOCK THRU 8610-EXIT
006720         VARYING DL100-ITV-LOCK-SUB FROM 1 BY 1
006730         UNTIL DL100-ITV-LOCK-SUB > DL100-ITV-LOCK-COUNT.
006740     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
006750 8600-EXIT.
006760     EXIT.
006770*
006780 8610-DELETE-LOCK.
006790     MOVE DL100-ITV-LOCK-RESOURCE (DL100-ITV-LOCK-SUB)
006800         TO DL100-LCK-RESOURCE.
006810     MOVE DL100-ITV-LOCK-JOB TO DL100-LCK-JOB.
006820     READ DL100-LOCK-FILE
006830         INVALID KEY
006840             GO TO 8610-EXIT
006850     END-READ.
006860     DELETE DL100-LOCK-FILE
006870         INVALID KEY
006880             DISPLAY 'DL100-ITMVAR - LOCK DELETE FAILED, STATUS '
006890                 DL100-ITV-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
006900             GO TO 8610-EXIT
006910     END-DELETE.
006920     MOVE 'F' TO DL100-ITV-LOCK-ACTION.
006930     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
006940 8610-EXIT.
006950     EXIT.
006960*
006970*    ------------------------------------------------------------
006980*    8700-WRITE-LOCK-LOG - ONE LOG RECORD PER LOCK TAKEN OR
006990*    GIVEN UP, AND PER CLASH THAT REFUSED THE RUN.
007000*    ------------------------------------------------------------
007010 8700-WRITE-LOCK-LOG.
007020     MOVE SPACES TO DL100-LLG-RECORD.
007030     MOVE DL100-ITV-LOCK-ACTION TO DL100-LLG-ACTION.
007040     MOVE DL100-ITV-LOCK-DATE TO DL100-LLG-LOG-DATE.
007050     MOVE DL100-ITV-LOCK-TIME TO DL100-LLG-LOG-TIME.
007060     MOVE DL100-ITV-LOCK-JOB TO DL100-LLG-REQ-JOB.
007070     MOVE DL100-ITV-LOCK-PROGRAM TO DL100-LLG-REQ-PROGRAM.
007080     MOVE DL100-LCK-RECORD TO DL100-LLG-LOCK-IMAGE.
007090     WRITE DL100-LLGOUT-RECORD FROM DL100-LLG-RECORD.
007100 8700-EXIT.
007110     EXIT.
