000010*****************************************************************
000020*    PROGRAM-ID.  DL100-PRJIMP.
000030*    AUTHOR.      J. HOMAN.
000040*    INSTALLATION. DAILY TOTALS BATCH SUBSYSTEM.
000050*    DATE-WRITTEN. 2026-10-15.
000060*    DATE-COMPILED. 2026-10-15.
000070*    DESCRIPTION.
000080*        PROJECTED IMPACT REPORT FOR FUTURE-DATED STANDARD
000090*        VALUES.  READS THE WHOLE DL100 MASTER IN ITEM THEN
000100*        EFFECTIVE DATE ORDER.  FOR EVERY RECORD EFFECTIVE
000110*        AFTER THE REPORT DATE - A CHANGE PURCHASING HAS LOADED
000120*        WITH AN 'E' CARD THAT NO RUN HAS PRICED AT YET - IT
000130*        PRINTS THE VALUE IN FORCE ON THE REPORT DATE, THE NEW
000140*        VALUE AND THE CHANGE, AND PROJECTS THE MONTHLY EFFECT
000150*        ON THE DAILY TOTALS AS THE CHANGE TIMES THE ITEM'S
000160*        MONTHLY VOLUME.  THE VOLUME IS THE ITEM'S TRANSACTION
000170*        COUNT ON THE ITEM ACTIVITY FILE OVER THE LAST N
000180*        BUSINESS DAYS OF THE PROCESSING CALENDAR, SCALED TO A
000190*        MONTH OF BUSINESS DAYS.  EACH ITEM WITH PENDING VALUES
000200*        GETS A TOTAL LINE - THE EFFECT OF ITS LAST PENDING
000210*        VALUE, THE ONE LEFT IN FORCE WHEN ALL HAVE TAKEN
000220*        EFFECT - AND THE ITEM TOTALS ARE ADDED INTO AN OVERALL
000230*        TOTAL FOR FINANCE TO SIGN OFF.
000240*
000250*        THE SYSIN CARD CARRIES THE REPORT DATE (DEFAULT
000260*        TODAY), THE VOLUME WINDOW IN BUSINESS DAYS (DEFAULT
000270*        20, AT MOST 60) AND THE BUSINESS DAYS IN A MONTH
000280*        (DEFAULT 21).
000290*
000300*        RETURN CODES - 0 PENDING VALUES LISTED, 4 NOTHING
000310*        PENDING, 16 RUN ABORTED.
000320*
000321*        THE SHARED DATASETS IT USES ARE REGISTERED ON THE
000322*        SUBSYSTEM LOCK FILE BEFORE ANY FILE IS OPENED.  A
000323*        CLASH WITH ANOTHER JOB'S LOCK ENDS THE RUN RC 24, THE
000324*        HOLDING JOB NAMED ON SYSOUT.
000325*
000330*    MODIFICATION HISTORY.
000340*    DATE       INIT DESCRIPTION
000350*    ---------- ---- --------------------------------------------
000360*    2026-10-15 JGH  ORIGINAL PROGRAM.
000365*    2026-10-15 JGH  VOLUME COUNTS EVERY CYCLE OF A WINDOW DATE.
000366*    2026-10-15 JGH  REGISTERS ITS SHARED DATASETS ON THE NEW
000367*    2026-10-15 JGH  SUBSYSTEM LOCK FILE BEFORE OPENING ANYTHING
000368*    2026-10-15 JGH  AND LOGS EVERY LOCK TAKEN AND GIVEN UP; A
000369*    2026-10-15 JGH  CLASH WITH ANOTHER JOB ENDS THE RUN RC 24.
000370*****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. DL100-PRJIMP.
000400 AUTHOR. J. HOMAN.
000410 INSTALLATION. DAILY TOTALS BATCH SUBSYSTEM.
000420 DATE-WRITTEN. 2026-10-15.
000430 DATE-COMPILED. 2026-10-15.
000440*
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT DL100-CARD-FILE ASSIGN TO "SYSIN"
000490         ORGANIZATION IS SEQUENTIAL.
000500     SELECT DL100-MASTER-FILE ASSIGN TO "MASTFILE"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS DL100-MST-KEY
000540         FILE STATUS IS DL100-PRJ-MASTER-STATUS.
000550     SELECT DL100-ITMACT-FILE ASSIGN TO "ITEMACT"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS DL100-ITA-KEY
000590         FILE STATUS IS DL100-PRJ-ITMACT-STATUS.
000600     SELECT DL100-CAL-FILE ASSIGN TO "CALFILE"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS DL100-CAL-DATE
000640         FILE STATUS IS DL100-PRJ-CAL-STATUS.
000650     SELECT DL100-PJR-FILE ASSIGN TO "RPTFILE"
000660         ORGANIZATION IS SEQUENTIAL.
000661     SELECT DL100-LOCK-FILE ASSIGN TO "LOCKFILE"
000662         ORGANIZATION IS INDEXED
000663         ACCESS MODE IS DYNAMIC
000664         RECORD KEY IS DL100-LCK-KEY
000665         FILE STATUS IS DL100-PRJ-LOCK-STATUS.
000666     SELECT DL100-LOCKLOG-FILE ASSIGN TO "LOCKLOG"
000667         ORGANIZATION IS SEQUENTIAL.
000670*
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  DL100-CARD-FILE
000710     RECORDING MODE IS F.
000720     COPY DL100PJC.
000730*
000740 FD  DL100-MASTER-FILE.
000750     COPY DL100MST.
000760*
000770 FD  DL100-ITMACT-FILE.
000780     COPY DL100ITA.
000790*
000800 FD  DL100-CAL-FILE.
000810     COPY DL100CAL.
000820*
000830 FD  DL100-PJR-FILE
000840     RECORDING MODE IS F.
000850 01  DL100-PJR-RECORD                PIC X(80).
000860*
000861 FD  DL100-LOCK-FILE.
000862     COPY DL100LCK.
000863*
000864 FD  DL100-LOCKLOG-FILE
000865     RECORDING MODE IS F.
000866 01  DL100-LLGOUT-RECORD             PIC X(200).
000867*
000870 WORKING-STORAGE SECTION.
000880 01  DL100-PRJ-MASTER-STATUS         PIC X(02).
000890     88  DL100-PRJ-MST-OK                        VALUE '00'.
000900*
000910 01  DL100-PRJ-ITMACT-STATUS         PIC X(02).
000920     88  DL100-PRJ-ITA-OK                        VALUE '00'.
000930     88  DL100-PRJ-ITA-NOTFND                    VALUE '23'.
000940*
000950 01  DL100-PRJ-CAL-STATUS            PIC X(02).
000960     88  DL100-PRJ-CAL-OK                        VALUE '00'.
000970*
000980 01  DL100-PRJ-SWITCHES.
000990     05  DL100-PRJ-EOF-SWITCH        PIC X(01) VALUE 'N'.
001000         88  DL100-PRJ-EOF-YES                   VALUE 'Y'.
001010         88  DL100-PRJ-EOF-NO                    VALUE 'N'.
001020     05  DL100-PRJ-CAL-SCAN-SWITCH   PIC X(01) VALUE 'N'.
001030         88  DL100-PRJ-CAL-SCAN-DONE             VALUE 'Y'.
001040         88  DL100-PRJ-CAL-SCAN-MORE             VALUE 'N'.
001050     05  DL100-PRJ-ITA-SCAN-SWITCH   PIC X(01) VALUE 'N'.
001060         88  DL100-PRJ-ITA-SCAN-DONE             VALUE 'Y'.
001070         88  DL100-PRJ-ITA-SCAN-MORE             VALUE 'N'.
001080     05  DL100-PRJ-CURRENT-SWITCH    PIC X(01) VALUE 'N'.
001090         88  DL100-PRJ-CURRENT-FOUND             VALUE 'Y'.
001100         88  DL100-PRJ-CURRENT-MISSING           VALUE 'N'.
001110     05  DL100-PRJ-VOLUME-SWITCH     PIC X(01) VALUE 'N'.
001120         88  DL100-PRJ-VOLUME-LOADED             VALUE 'Y'.
001130         88  DL100-PRJ-VOLUME-NOT-LOADED         VALUE 'N'.
001140*
001150 01  DL100-PRJ-PARAMETERS.
001160     05  DL100-PRJ-REPORT-DATE       PIC 9(08) VALUE ZERO.
001170     05  DL100-PRJ-WINDOW-MAX        PIC 9(03) COMP VALUE 60.
001180     05  DL100-PRJ-WINDOW-REQUEST    PIC 9(03) COMP VALUE 20.
001190     05  DL100-PRJ-MONTH-DAYS        PIC 9(02) VALUE 21.
001200*
001210*    THE CALENDAR IS READ FORWARD UP TO THE REPORT DATE, EACH
001220*    BUSINESS DATE GOING INTO THE NEXT SLOT ROUND A RING OF
001230*    WINDOW-REQUEST SLOTS, SO AT THE END THE SLOT AFTER THE
001240*    LAST ONE WRITTEN IS THE OLDEST OF THE LAST N DATES.
001250 01  DL100-PRJ-WINDOW-TABLE.
001260     05  DL100-PRJ-WIN-SUB           PIC 9(03) COMP VALUE ZERO.
001270     05  DL100-PRJ-WIN-DAYS          PIC 9(03) COMP VALUE ZERO.
001280     05  DL100-PRJ-CAL-SEEN          PIC 9(07) COMP VALUE ZERO.
001290     05  DL100-PRJ-OLDEST-DATE       PIC 9(08) VALUE ZERO.
001300     05  DL100-PRJ-WIN-DATE          PIC 9(08)
001310                                     OCCURS 60 TIMES.
001320*
001330 01  DL100-PRJ-ITEM-FIELDS.
001340     05  DL100-PRJ-CUR-ITEM          PIC X(06) VALUE SPACES.
001350     05  DL100-PRJ-CURRENT-VALUE     PIC S9(07)V99 COMP-3
001360                                         VALUE ZERO.
001370     05  DL100-PRJ-CHANGE            PIC S9(09)V99 COMP-3
001380                                         VALUE ZERO.
001390     05  DL100-PRJ-WIN-COUNT         PIC 9(07) COMP VALUE ZERO.
001400     05  DL100-PRJ-MONTH-VOLUME      PIC 9(07) COMP VALUE ZERO.
001410     05  DL100-PRJ-EFFECT            PIC S9(11)V99 COMP-3
001420                                         VALUE ZERO.
001430     05  DL100-PRJ-PENDING-COUNT     PIC 9(05) COMP VALUE ZERO.
001440     05  DL100-PRJ-ITEM-EFFECT       PIC S9(11)V99 COMP-3
001450                                         VALUE ZERO.
001460*
001470 01  DL100-PRJ-COUNTERS.
001480     05  DL100-PRJ-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
001490     05  DL100-PRJ-CHANGE-COUNT      PIC 9(05) COMP VALUE ZERO.
001500     05  DL100-PRJ-ITEM-COUNT        PIC 9(05) COMP VALUE ZERO.
001510     05  DL100-PRJ-GRAND-EFFECT      PIC S9(11)V99 COMP-3
001520                                         VALUE ZERO.
001530*
001540 01  DL100-PRJ-EDIT-FIELDS.
001550     05  DL100-PRJ-DATE-NUM          PIC 9(08).
001560     05  DL100-PRJ-DATE-X REDEFINES DL100-PRJ-DATE-NUM.
001570         10  DL100-PRJ-DATE-CCYY     PIC 9(04).
001580         10  DL100-PRJ-DATE-MM       PIC 9(02).
001590         10  DL100-PRJ-DATE-DD       PIC 9(02).
001600     05  DL100-PRJ-DATE-RPT          PIC X(10).
001610*
001620     COPY DL100PJR.
001630*
001631*    THE SHARED DATASETS THIS PROGRAM REGISTERS ON THE
001632*    SUBSYSTEM LOCK FILE BEFORE IT OPENS ANYTHING, AND HOW IT
001633*    USES EACH - 'X' EXCLUSIVE, 'U' UPDATE, 'S' SHARED READ.
001634*    THE JOB NAME IS THAT OF THE JOB THIS PROGRAM RUNS UNDER.
001635 01  DL100-PRJ-LOCK-LIST.
001636     05  FILLER                      PIC X(09) VALUE 'MASTER  S'.
001637     05  FILLER                      PIC X(09) VALUE 'ITEMACT S'.
001638     05  FILLER                      PIC X(09) VALUE 'CALENDARS'.
001639 01  DL100-PRJ-LOCK-TABLE REDEFINES DL100-PRJ-LOCK-LIST.
001640     05  DL100-PRJ-LOCK-ENTRY        OCCURS 3 TIMES.
001641         10  DL100-PRJ-LOCK-RESOURCE PIC X(08).
001642         10  DL100-PRJ-LOCK-MODE     PIC X(01).
001643             88  DL100-PRJ-LOCK-WANT-EXCL       VALUE 'X'.
001644             88  DL100-PRJ-LOCK-WANT-SHARED     VALUE 'S'.
001645*
001646 01  DL100-PRJ-LOCK-FIELDS.
001647     05  DL100-PRJ-LOCK-COUNT        PIC 9(02) COMP VALUE 3.
001648     05  DL100-PRJ-LOCK-SUB          PIC 9(02) COMP VALUE ZERO.
001649     05  DL100-PRJ-LOCK-JOB          PIC X(08) VALUE 'HELLOPRJ'.
001650     05  DL100-PRJ-LOCK-PROGRAM      PIC X(16)
001651                                     VALUE 'DL100-PRJIMP'.
001652     05  DL100-PRJ-LOCK-DATE         PIC 9(08) VALUE ZERO.
001653     05  DL100-PRJ-LOCK-TIME         PIC 9(08) VALUE ZERO.
001654     05  DL100-PRJ-LOCK-ACTION       PIC X(01) VALUE SPACE.
001655     05  DL100-PRJ-LOCK-HELD-SWITCH  PIC X(01) VALUE 'N'.
001656         88  DL100-PRJ-LOCKS-HELD               VALUE 'Y'.
001657         88  DL100-PRJ-LOCKS-FREE               VALUE 'N'.
001658     05  DL100-PRJ-LOCK-SCAN-SWITCH  PIC X(01) VALUE 'N'.
001659         88  DL100-PRJ-LOCK-SCAN-DONE           VALUE 'Y'.
001660         88  DL100-PRJ-LOCK-SCAN-MORE           VALUE 'N'.
001661     05  DL100-PRJ-LOCK-CLASH-SWITCH PIC X(01) VALUE 'N'.
001662         88  DL100-PRJ-LOCK-CLASH               VALUE 'Y'.
001663         88  DL100-PRJ-LOCK-NO-CLASH            VALUE 'N'.
001664*
001665 01  DL100-PRJ-LOCK-STATUS           PIC X(02).
001666     88  DL100-PRJ-LKF-OK                       VALUE '00'.
001667     88  DL100-PRJ-LKF-NOTFND                   VALUE '23'.
001668     88  DL100-PRJ-LKF-DUPKEY                   VALUE '22'.
001669     88  DL100-PRJ-LKF-NOFILE                   VALUE '35'.
001670*
001671     COPY DL100LLG.
001672*
001673 PROCEDURE DIVISION.
001674*
001675*    ------------------------------------------------------------
001676*    0000-MAINLINE-CONTROL - TOP LEVEL FLOW ONLY.
001680*    ------------------------------------------------------------
001690 0000-MAINLINE-CONTROL.
001700     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
001710     PERFORM 2000-PROCESS-MASTER-RECORD THRU 2000-EXIT
001720         UNTIL DL100-PRJ-EOF-YES.
001730     PERFORM 2200-END-ITEM THRU 2200-EXIT.
001740     PERFORM 9000-TERMINATION THRU 9000-EXIT.
001750     IF DL100-PRJ-CHANGE-COUNT = ZERO
001760         MOVE 4 TO RETURN-CODE
001770     END-IF.
001775     PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT.
001780     STOP RUN.
001790*
001800*    ------------------------------------------------------------
001810*    1000-INITIALIZATION - PICK UP THE CARD, FIND THE VOLUME
001820*    WINDOW ON THE CALENDAR, OPEN THE MASTER AND ACTIVITY
001830*    FILES AND WRITE THE REPORT HEADINGS.
001840*    ------------------------------------------------------------
001850 1000-INITIALIZATION.
001855     PERFORM 8500-ACQUIRE-LOCKS THRU 8500-EXIT.
001860     ACCEPT DL100-PRJ-REPORT-DATE FROM DATE YYYYMMDD.
001870     OPEN INPUT DL100-CARD-FILE.
001880     READ DL100-CARD-FILE
001890         AT END
001900             DISPLAY 'DL100-PRJIMP - NO CONTROL CARD - AS OF '
001910                 'TODAY WITH THE DEFAULT VOLUME WINDOW'
001920         NOT AT END
001930             PERFORM 1100-EDIT-CONTROL-CARD THRU 1100-EXIT
001940     END-READ.
001950     CLOSE DL100-CARD-FILE.
001960     OPEN INPUT DL100-CAL-FILE.
001970     IF NOT DL100-PRJ-CAL-OK
001980         DISPLAY 'DL100-PRJIMP - CALENDAR OPEN FAILED, STATUS '
001990             DL100-PRJ-CAL-STATUS ' - RUN ABORTED'
002000         MOVE 16 TO RETURN-CODE
002005         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
002010         STOP RUN
002020     END-IF.
002030     PERFORM 1200-BUILD-WINDOW THRU 1200-EXIT.
002040     CLOSE DL100-CAL-FILE.
002050     OPEN INPUT DL100-MASTER-FILE.
002060     IF NOT DL100-PRJ-MST-OK
002070         DISPLAY 'DL100-PRJIMP - MASTER OPEN FAILED, STATUS '
002080             DL100-PRJ-MASTER-STATUS ' - RUN ABORTED'
002090         MOVE 16 TO RETURN-CODE
002095         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
002100         STOP RUN
002110     END-IF.
002120     OPEN INPUT DL100-ITMACT-FILE.
002130     IF NOT DL100-PRJ-ITA-OK
002140         DISPLAY 'DL100-PRJIMP - ITEM ACTIVITY OPEN FAILED, '
002150             'STATUS ' DL100-PRJ-ITMACT-STATUS ' - RUN ABORTED'
002160         MOVE 16 TO RETURN-CODE
002165         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
002170         STOP RUN
002180     END-IF.
002190     OPEN OUTPUT DL100-PJR-FILE.
002200     MOVE DL100-PRJ-REPORT-DATE TO DL100-PRJ-DATE-NUM.
002210     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT.
002220     MOVE DL100-PRJ-DATE-RPT TO DL100-PJR-HDR-DATE.
002230     MOVE 1 TO DL100-PJR-HDR-PAGE.
002240     WRITE DL100-PJR-RECORD FROM DL100-PJR-HEADER-LINE.
002250     MOVE DL100-PRJ-WIN-DAYS TO DL100-PJR-PRM-DAYS.
002260     MOVE DL100-PRJ-OLDEST-DATE TO DL100-PRJ-DATE-NUM.
002270     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT.
002280     MOVE DL100-PRJ-DATE-RPT TO DL100-PJR-PRM-OLDEST.
002290     MOVE DL100-PRJ-MONTH-DAYS TO DL100-PJR-PRM-MONTH.
002300     WRITE DL100-PJR-RECORD FROM DL100-PJR-PARM-LINE.
002310     WRITE DL100-PJR-RECORD FROM DL100-PJR-COLUMN-LINE.
002320     PERFORM 2100-READ-MASTER-FILE THRU 2100-EXIT.
002330 1000-EXIT.
002340     EXIT.
002350*
002360*    ------------------------------------------------------------
002370*    1100-EDIT-CONTROL-CARD - NON-NUMERIC OR ZERO FIELDS KEEP
002380*    THEIR DEFAULTS; A WINDOW LONGER THAN THE RING HOLDS IS
002390*    CUT BACK TO IT.
002400*    ------------------------------------------------------------
002410 1100-EDIT-CONTROL-CARD.
002420     IF DL100-PJC-REPORT-DATE NUMERIC
002430         AND DL100-PJC-REPORT-DATE NOT = ZERO
002440         MOVE DL100-PJC-REPORT-DATE TO DL100-PRJ-REPORT-DATE
002450     END-IF.
002460     IF DL100-PJC-WINDOW-DAYS NUMERIC
002470         AND DL100-PJC-WINDOW-DAYS NOT = ZERO
002480         MOVE DL100-PJC-WINDOW-DAYS TO DL100-PRJ-WINDOW-REQUEST
002490     END-IF.
002500     IF DL100-PRJ-WINDOW-REQUEST > DL100-PRJ-WINDOW-MAX
002510         DISPLAY 'DL100-PRJIMP - WINDOW OF '
002520             DL100-PJC-WINDOW-DAYS ' DAYS CUT BACK TO '
002530             DL100-PRJ-WINDOW-MAX
002540         MOVE DL100-PRJ-WINDOW-MAX TO DL100-PRJ-WINDOW-REQUEST
002550     END-IF.
002560     IF DL100-PJC-MONTH-DAYS NUMERIC
002570         AND DL100-PJC-MONTH-DAYS NOT = ZERO
002580         MOVE DL100-PJC-MONTH-DAYS TO DL100-PRJ-MONTH-DAYS
002590     END-IF.
002600 1100-EXIT.
002610     EXIT.
002620*
002630*    ------------------------------------------------------------
002640*    1200-BUILD-WINDOW - RING THE BUSINESS DATES BEFORE THE
002650*    REPORT DATE AND PICK OUT THE OLDEST ONE THE VOLUME REACHES
002660*    BACK TO.  NO PRIOR BUSINESS DAY GIVES AN EMPTY WINDOW AND
002670*    A ZERO VOLUME FOR EVERY ITEM.
002680*    ------------------------------------------------------------
002690 1200-BUILD-WINDOW.
002700     SET DL100-PRJ-CAL-SCAN-MORE TO TRUE.
002710     MOVE ZERO TO DL100-CAL-DATE.
002720     START DL100-CAL-FILE KEY NOT < DL100-CAL-DATE
002730         INVALID KEY
002740             SET DL100-PRJ-CAL-SCAN-DONE TO TRUE
002750     END-START.
002760     PERFORM 1210-SCAN-CALENDAR THRU 1210-EXIT
002770         UNTIL DL100-PRJ-CAL-SCAN-DONE.
002780     IF DL100-PRJ-CAL-SEEN < DL100-PRJ-WINDOW-REQUEST
002790         MOVE DL100-PRJ-CAL-SEEN TO DL100-PRJ-WIN-DAYS
002800         MOVE 1 TO DL100-PRJ-WIN-SUB
002810     ELSE
002820         MOVE DL100-PRJ-WINDOW-REQUEST TO DL100-PRJ-WIN-DAYS
002830         ADD 1 TO DL100-PRJ-WIN-SUB
002840         IF DL100-PRJ-WIN-SUB > DL100-PRJ-WINDOW-REQUEST
002850             MOVE 1 TO DL100-PRJ-WIN-SUB
002860         END-IF
002870     END-IF.
002880     IF DL100-PRJ-WIN-DAYS = ZERO
002890         MOVE DL100-PRJ-REPORT-DATE TO DL100-PRJ-OLDEST-DATE
002900     ELSE
002910         MOVE DL100-PRJ-WIN-DATE (DL100-PRJ-WIN-SUB)
002920             TO DL100-PRJ-OLDEST-DATE
002930     END-IF.
002940 1200-EXIT.
002950     EXIT.
002960*
002970 1210-SCAN-CALENDAR.
002980     READ DL100-CAL-FILE NEXT
002990         AT END
003000             SET DL100-PRJ-CAL-SCAN-DONE TO TRUE
003010             GO TO 1210-EXIT
003020     END-READ.
003030     IF DL100-CAL-DATE NOT < DL100-PRJ-REPORT-DATE
003040         SET DL100-PRJ-CAL-SCAN-DONE TO TRUE
003050         GO TO 1210-EXIT
003060     END-IF.
003070     ADD 1 TO DL100-PRJ-CAL-SEEN.
003080     ADD 1 TO DL100-PRJ-WIN-SUB.
003090     IF DL100-PRJ-WIN-SUB > DL100-PRJ-WINDOW-REQUEST
003100         MOVE 1 TO DL100-PRJ-WIN-SUB
003110     END-IF.
003120     MOVE DL100-CAL-DATE
003130         TO DL100-PRJ-WIN-DATE (DL100-PRJ-WIN-SUB).
003140 1210-EXIT.
003150     EXIT.
003160*
003170*    ------------------------------------------------------------
003180*    2000-PROCESS-MASTER-RECORD - THE MASTER IS IN ITEM THEN
003190*    EFFECTIVE DATE ORDER, SO AN ITEM'S VALUE IN FORCE ON THE
003200*    REPORT DATE (THE LAST RECORD DATED ON OR BEFORE IT) IS
003210*    ALWAYS SETTLED BEFORE ITS FIRST PENDING RECORD IS READ.
003220*    ------------------------------------------------------------
003230 2000-PROCESS-MASTER-RECORD.
003240     IF DL100-MST-ITEM-CODE NOT = DL100-PRJ-CUR-ITEM
003250         PERFORM 2200-END-ITEM THRU 2200-EXIT
003260         MOVE DL100-MST-ITEM-CODE TO DL100-PRJ-CUR-ITEM
003270         SET DL100-PRJ-CURRENT-MISSING TO TRUE
003280         SET DL100-PRJ-VOLUME-NOT-LOADED TO TRUE
003290         MOVE ZERO TO DL100-PRJ-CURRENT-VALUE
003300             DL100-PRJ-PENDING-COUNT DL100-PRJ-ITEM-EFFECT
003310     END-IF.
003320     IF DL100-MST-EFFECTIVE-DATE NOT > DL100-PRJ-REPORT-DATE
003330         MOVE DL100-MST-STD-VALUE TO DL100-PRJ-CURRENT-VALUE
003340         SET DL100-PRJ-CURRENT-FOUND TO TRUE
003350     ELSE
003360         PERFORM 2300-PROJECT-CHANGE THRU 2300-EXIT
003370     END-IF.
003380     PERFORM 2100-READ-MASTER-FILE THRU 2100-EXIT.
003390 2000-EXIT.
003400     EXIT.
003410*
003420 2100-READ-MASTER-FILE.
003430     READ DL100-MASTER-FILE
003440         AT END
003450             SET DL100-PRJ-EOF-YES TO TRUE
003460         NOT AT END
003470             ADD 1 TO DL100-PRJ-READ-COUNT
003480     END-READ.
003490 2100-EXIT.
003500     EXIT.
003510*
003520*    ------------------------------------------------------------
003530*    2200-END-ITEM - AN ITEM THAT HAD PENDING VALUES GETS ITS
003540*    TOTAL LINE, AND ITS EFFECT GOES INTO THE OVERALL TOTAL.
003550*    ------------------------------------------------------------
003560 2200-END-ITEM.
003570     IF DL100-PRJ-PENDING-COUNT = ZERO
003580         GO TO 2200-EXIT
003590     END-IF.
003600     MOVE DL100-PRJ-CUR-ITEM TO DL100-PJR-ITT-ITEM.
003610     MOVE DL100-PRJ-ITEM-EFFECT TO DL100-PJR-ITT-EFFECT.
003620     WRITE DL100-PJR-RECORD FROM DL100-PJR-ITEM-TOTAL-LINE.
003630     ADD 1 TO DL100-PRJ-ITEM-COUNT.
003640     ADD DL100-PRJ-ITEM-EFFECT TO DL100-PRJ-GRAND-EFFECT
003650         ON SIZE ERROR
003660             DISPLAY 'DL100-PRJIMP - OVERALL TOTAL OVERFLOW AT '
003670                 'ITEM ' DL100-PRJ-CUR-ITEM ' - TOTAL UNRELIABLE'
003680     END-ADD.
003690     MOVE ZERO TO DL100-PRJ-PENDING-COUNT.
003700 2200-EXIT.
003710     EXIT.
003720*
003730*    ------------------------------------------------------------
003740*    2300-PROJECT-CHANGE - ONE PENDING VALUE AGAINST THE VALUE
003750*    IN FORCE ON THE REPORT DATE.  AN ITEM WITH NOTHING IN
003760*    FORCE YET IS FLAGGED NEW AND MEASURED FROM ZERO.  EACH
003770*    LATER PENDING VALUE REPLACES THE ITEM'S EFFECT, SO THE
003780*    ITEM TOTAL IS THE EFFECT OF THE VALUE LEFT IN FORCE.
003790*    ------------------------------------------------------------
003800 2300-PROJECT-CHANGE.
003810     IF DL100-PRJ-VOLUME-NOT-LOADED
003820         PERFORM 2400-LOAD-VOLUME THRU 2400-EXIT
003830     END-IF.
003840     MOVE DL100-PRJ-CUR-ITEM TO DL100-PJR-DTL-ITEM.
003850     MOVE DL100-MST-EFFECTIVE-DATE TO DL100-PRJ-DATE-NUM.
003860     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT.
003870     MOVE DL100-PRJ-DATE-RPT TO DL100-PJR-DTL-EFF-DATE.
003880     MOVE DL100-PRJ-CURRENT-VALUE TO DL100-PJR-DTL-CURRENT.
003890     MOVE DL100-MST-STD-VALUE TO DL100-PJR-DTL-NEW.
003900     COMPUTE DL100-PRJ-CHANGE =
003910         DL100-MST-STD-VALUE - DL100-PRJ-CURRENT-VALUE.
003920     MOVE DL100-PRJ-CHANGE TO DL100-PJR-DTL-CHANGE.
003930     MOVE DL100-PRJ-MONTH-VOLUME TO DL100-PJR-DTL-VOLUME.
003940     COMPUTE DL100-PRJ-EFFECT =
003950         DL100-PRJ-CHANGE * DL100-PRJ-MONTH-VOLUME
003960         ON SIZE ERROR
003970             DISPLAY 'DL100-PRJIMP - EFFECT OVERFLOW FOR ITEM '
003980                 DL100-PRJ-CUR-ITEM ' - SHOWN AS ZERO'
003990             MOVE ZERO TO DL100-PRJ-EFFECT
004000     END-COMPUTE.
004010     MOVE DL100-PRJ-EFFECT TO DL100-PJR-DTL-EFFECT.
004020     IF DL100-PRJ-CURRENT-MISSING
004030         MOVE 'NEW' TO DL100-PJR-DTL-FLAG
004040     ELSE
004050         MOVE SPACES TO DL100-PJR-DTL-FLAG
004060     END-IF.
004070     WRITE DL100-PJR-RECORD FROM DL100-PJR-DETAIL-LINE.
004080     MOVE DL100-PRJ-EFFECT TO DL100-PRJ-ITEM-EFFECT.
004090     ADD 1 TO DL100-PRJ-PENDING-COUNT.
004100     ADD 1 TO DL100-PRJ-CHANGE-COUNT.
004110 2300-EXIT.
004120     EXIT.
004130*
004140*    ------------------------------------------------------------
004150*    2400-LOAD-VOLUME - COUNT THE ITEM'S TRANSACTIONS ON THE
004160*    ACTIVITY FILE FROM THE OLDEST WINDOW DATE UP TO THE REPORT
004170*    DATE AND SCALE THE DAILY AVERAGE TO A MONTH.
004180*    ------------------------------------------------------------
004190 2400-LOAD-VOLUME.
004200     SET DL100-PRJ-VOLUME-LOADED TO TRUE.
004210     MOVE ZERO TO DL100-PRJ-WIN-COUNT DL100-PRJ-MONTH-VOLUME.
004220     IF DL100-PRJ-WIN-DAYS = ZERO
004230         GO TO 2400-EXIT
004240     END-IF.
004250     SET DL100-PRJ-ITA-SCAN-MORE TO TRUE.
004260     MOVE DL100-PRJ-CUR-ITEM TO DL100-ITA-ITEM-CODE.
004270     MOVE DL100-PRJ-OLDEST-DATE TO DL100-ITA-RUN-DATE.
004275     MOVE ZERO TO DL100-ITA-CYCLE.
004280     START DL100-ITMACT-FILE KEY NOT < DL100-ITA-KEY
004290         INVALID KEY
004300             GO TO 2400-EXIT
004310     END-START.
004320     PERFORM 2410-SCAN-ACTIVITY THRU 2410-EXIT
004330         UNTIL DL100-PRJ-ITA-SCAN-DONE.
004340     COMPUTE DL100-PRJ-MONTH-VOLUME ROUNDED =
004350         DL100-PRJ-WIN-COUNT * DL100-PRJ-MONTH-DAYS
004360         / DL100-PRJ-WIN-DAYS
004370         ON SIZE ERROR
004380             MOVE 9999999 TO DL100-PRJ-MONTH-VOLUME
004390     END-COMPUTE.
004400 2400-EXIT.
004410     EXIT.
004420*
004430 2410-SCAN-ACTIVITY.
004440     READ DL100-ITMACT-FILE NEXT
004450         AT END
004460             SET DL100-PRJ-ITA-SCAN-DONE TO TRUE
004470             GO TO 2410-EXIT
004480     END-READ.
004490     IF DL100-ITA-ITEM-CODE NOT = DL100-PRJ-CUR-ITEM
004500         OR DL100-ITA-RUN-DATE NOT < DL100-PRJ-REPORT-DATE
004510         SET DL100-PRJ-ITA-SCAN-DONE TO TRUE
004520         GO TO 2410-EXIT
004530     END-IF.
004540     ADD DL100-ITA-TRAN-COUNT TO DL100-PRJ-WIN-COUNT.
004550 2410-EXIT.
004560     EXIT.
004570*
004580 8000-FORMAT-DATE.
004590     STRING DL100-PRJ-DATE-CCYY '-' DL100-PRJ-DATE-MM '-'
004600             DL100-PRJ-DATE-DD
004610         DELIMITED BY SIZE INTO DL100-PRJ-DATE-RPT.
004620 8000-EXIT.
004630     EXIT.
004640*
004650*    ------------------------------------------------------------
004660*    9000-TERMINATION - OVERALL TOTAL, FOOTER AND CLOSE.
004670*    ------------------------------------------------------------
004680 9000-TERMINATION.
004690     MOVE 'PENDING VALUES LISTED' TO DL100-PJR-TOT-LABEL.
004700     MOVE DL100-PRJ-CHANGE-COUNT TO DL100-PJR-TOT-COUNT.
004710     MOVE ZERO TO DL100-PJR-TOT-EFFECT.
004720     WRITE DL100-PJR-RECORD FROM DL100-PJR-TOTAL-LINE.
004730     MOVE 'ITEMS / OVERALL MONTHLY EFFECT' TO DL100-PJR-TOT-LABEL.
004740     MOVE DL100-PRJ-ITEM-COUNT TO DL100-PJR-TOT-COUNT.
004750     MOVE DL100-PRJ-GRAND-EFFECT TO DL100-PJR-TOT-EFFECT.
004760     WRITE DL100-PJR-RECORD FROM DL100-PJR-TOTAL-LINE.
004770     WRITE DL100-PJR-RECORD FROM DL100-PJR-FOOTER-LINE.
004780     CLOSE DL100-MASTER-FILE DL100-ITMACT-FILE DL100-PJR-FILE.
004790     DISPLAY 'DL100-PRJIMP - MASTER RECORDS READ '
004800         DL100-PRJ-READ-COUNT.
004810     DISPLAY 'DL100-PRJIMP - PENDING VALUES      '
004820         DL100-PRJ-CHANGE-COUNT.
004830     DISPLAY 'DL100-PRJIMP - ITEMS AFFECTED      '
004840         DL100-PRJ-ITEM-COUNT.
004850 9000-EXIT.
004860     EXIT.
004870*
004880*    ------------------------------------------------------------
004890*    8500-ACQUIRE-LOCKS - BEFORE ANY FILE IS OPENED, CHECK EVERY
004900*    SHARED DATASET THIS PROGRAM USES AGAINST THE SUBSYSTEM LOCK
004910*    FILE.  A LOCK ANOTHER JOB HOLDS THAT CLASHES WITH OURS ENDS
004920*    THE STEP RC 24 WITH THE HOLDER NAMED AND NOTHING OPENED.  A
004930*    LOCK HELD UNDER OUR OWN JOB NAME WAS LEFT BY AN EARLIER STEP
004940*    OR AN EARLIER ATTEMPT OF THIS JOB AND IS TAKEN OVER.  THE
004950*    LOCK FILE IS CREATED ON ITS VERY FIRST USE.
004960*    ------------------------------------------------------------
004970 8500-ACQUIRE-LOCKS.
004980     ACCEPT DL100-PRJ-LOCK-DATE FROM DATE YYYYMMDD.
004990     ACCEPT DL100-PRJ-LOCK-TIME FROM TIME.
005000     OPEN I-O DL100-LOCK-FILE.
005010     IF DL100-PRJ-LKF-NOFILE
005020         OPEN OUTPUT DL100-LOCK-FILE
005030         CLOSE DL100-LOCK-FILE
005040         OPEN I-O DL100-LOCK-FILE
005050     END-IF.
005060     IF NOT DL100-PRJ-LKF-OK
005070         DISPLAY 'DL100-PRJIMP - LOCK FILE OPEN FAILED, STATUS '
005080             DL100-PRJ-LOCK-STATUS ' - RUN ABORTED'
005090         MOVE 16 TO RETURN-CODE
005100         STOP RUN
005110     END-IF.
005120     OPEN EXTEND DL100-LOCKLOG-FILE.
005130     SET DL100-PRJ-LOCK-NO-CLASH TO TRUE.
005140     PERFORM 8510-CHECK-RESOURCE THRU 8510-EXIT
005150         VARYING DL100-PRJ-LOCK-SUB FROM 1 BY 1
005160         UNTIL DL100-PRJ-LOCK-SUB > DL100-PRJ-LOCK-COUNT.
005170     IF DL100-PRJ-LOCK-CLASH
005180         CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE
005190         DISPLAY 'DL100-PRJIMP - A DATASET IT NEEDS IS IN USE BY '
005200             'ANOTHER JOB - RUN REFUSED'
005210         MOVE 24 TO RETURN-CODE
005220         STOP RUN
005230     END-IF.
005240     PERFORM 8530-WRITE-LOCK THRU 8530-EXIT
005250         VARYING DL100-PRJ-LOCK-SUB FROM 1 BY 1
005260         UNTIL DL100-PRJ-LOCK-SUB > DL100-PRJ-LOCK-COUNT.
005270     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
005280     SET DL100-PRJ-LOCKS-HELD TO TRUE.
005290     IF DL100-PRJ-LOCK-CLASH
005300         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
005310         MOVE 16 TO RETURN-CODE
005320         STOP RUN
005330     END-IF.
005340 8500-EXIT.
005350     EXIT.
005360*
005370 8510-CHECK-RESOURCE.
005380     SET DL100-PRJ-LOCK-SCAN-MORE TO TRUE.
005390     MOVE DL100-PRJ-LOCK-RESOURCE (DL100-PRJ-LOCK-SUB)
005400         TO DL100-LCK-RESOURCE.
005410     MOVE LOW-VALUES TO DL100-LCK-JOB.
005420     START DL100-LOCK-FILE KEY NOT < DL100-LCK-KEY
005430         INVALID KEY
005440             GO TO 8510-EXIT
005450     END-START.
005460     PERFORM 8520-CHECK-HOLDER THRU 8520-EXIT
005470         UNTIL DL100-PRJ-LOCK-SCAN-DONE.
005480 8510-EXIT.
005490     EXIT.
005500*
005510*    ------------------------------------------------------------
005520*    8520-CHECK-HOLDER - AN EXCLUSIVE LOCK CLASHES WITH ANY
005530*    OTHER; AN UPDATE LOCK WITH ANOTHER UPDATE; A SHARED LOCK
005540*    ONLY WITH AN EXCLUSIVE ONE.
005550*    ------------------------------------------------------------
005560 8520-CHECK-HOLDER.
005570     READ DL100-LOCK-FILE NEXT
005580         AT END
005590             SET DL100-PRJ-LOCK-SCAN-DONE TO TRUE
005600             GO TO 8520-EXIT
005610     END-READ.
005620     IF DL100-LCK-RESOURCE NOT =
005630         DL100-PRJ-LOCK-RESOURCE (DL100-PRJ-LOCK-SUB)
005640         SET DL100-PRJ-LOCK-SCAN-DONE TO TRUE
005650         GO TO 8520-EXIT
005660     END-IF.
005670     IF DL100-LCK-JOB = DL100-PRJ-LOCK-JOB
005680         GO TO 8520-EXIT
005690     END-IF.
005700     IF DL100-LCK-SHARED
005710         AND NOT DL100-PRJ-LOCK-WANT-EXCL (DL100-PRJ-LOCK-SUB)
005720         GO TO 8520-EXIT
005730     END-IF.
005740     IF DL100-LCK-UPDATE
005750         AND DL100-PRJ-LOCK-WANT-SHARED (DL100-PRJ-LOCK-SUB)
005760         GO TO 8520-EXIT
005770     END-IF.
005780     SET DL100-PRJ-LOCK-CLASH TO TRUE.
005790     DISPLAY 'DL100-PRJIMP - ' DL100-LCK-RESOURCE
005800         ' IS HELD BY JOB ' DL100-LCK-JOB
005810         ' (' DL100-LCK-PROGRAM ') SINCE '
005820         DL100-LCK-DATE ' ' DL100-LCK-TIME.
005830     MOVE 'C' TO DL100-PRJ-LOCK-ACTION.
005840     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
005850 8520-EXIT.
005860     EXIT.
005870*
005880 8530-WRITE-LOCK.
005890     MOVE SPACES TO DL100-LCK-RECORD.
005900     MOVE DL100-PRJ-LOCK-RESOURCE (DL100-PRJ-LOCK-SUB)
005910         TO DL100-LCK-RESOURCE.
005920     MOVE DL100-PRJ-LOCK-JOB TO DL100-LCK-JOB.
005930     MOVE DL100-PRJ-LOCK-MODE (DL100-PRJ-LOCK-SUB)
005940         TO DL100-LCK-MODE.
005950     MOVE DL100-PRJ-LOCK-PROGRAM TO DL100-LCK-PROGRAM.
005960     MOVE DL100-PRJ-LOCK-DATE TO DL100-LCK-DATE.
005970     MOVE DL100-PRJ-LOCK-TIME TO DL100-LCK-TIME.
005980     WRITE DL100-LCK-RECORD
005990         INVALID KEY
006000             IF DL100-PRJ-LKF-DUPKEY
006010                 REWRITE DL100-LCK-RECORD
006020                     INVALID KEY
006030                         CONTINUE
006040                 END-REWRITE
006050             END-IF
006060     END-WRITE.
006070     IF NOT DL100-PRJ-LKF-OK
006080         DISPLAY 'DL100-PRJIMP - LOCK WRITE FAILED, STATUS '
006090             DL100-PRJ-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
006100         SET DL100-PRJ-LOCK-CLASH TO TRUE
006110         GO TO 8530-EXIT
006120     END-IF.
006130     MOVE 'L' TO DL100-PRJ-LOCK-ACTION.
006140     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
006150 8530-EXIT.
006160     EXIT.
006170*
006180*    ------------------------------------------------------------
006190*    8600-RELEASE-LOCKS - GIVE UP EVERY LOCK THIS PROGRAM TOOK.
006200*    PERFORMED BEFORE EVERY STOP RUN ONCE THE LOCKS ARE HELD, SO
006210*    ONLY AN ABEND LEAVES THEM BEHIND FOR DL100-LCKREL.
006220*    ------------------------------------------------------------
006230 8600-RELEASE-LOCKS.
006240     IF DL100-PRJ-LOCKS-FREE
006250         GO TO 8600-EXIT
006260     END-IF.
006270     SET DL100-PRJ-LOCKS-FREE TO TRUE.
006280     ACCEPT DL100-PRJ-LOCK-DATE FROM DATE YYYYMMDD.
006290     ACCEPT DL100-PRJ-LOCK-TIME FROM TIME.
006300     OPEN I-O DL100-LOCK-FILE.
006310     IF NOT DL100-PRJ-LKF-OK
006320         DISPLAY 'DL100-PRJIMP - LOCK FILE OPEN FAILED, STATUS '
006330             DL100-PRJ-LOCK-STATUS ' - LOCKS LEFT FOR RELEASE BY '
006340             'DL100-LCKREL'
006350         GO TO 8600-EXIT
006360     END-IF.
006370     OPEN EXTEND DL100-LOCKLOG-FILE.
006380     PERFORM 8610-DELETE-LOCK THRU 8610-EXIT
006390         VARYING DL100-PRJ-LOCK-SUB FROM 1 BY 1
006400         UNTIL DL100-PRJ-LOCK-SUB > DL100-PRJ-LOCK-COUNT.
006410     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
006420 8600-EXIT.
006430     EXIT.
006440*
006450 8610-DELETE-LOCK.
006460     MOVE DL100-PRJ-LOCK-RESOURCE (DL100-PRJ-LOCK-SUB)
006470         TO DL100-LCK-RESOURCE.
006480     MOVE DL100-PRJ-LOCK-JOB TO DL100-LCK-JOB.
006490     READ DL100-LOCK-FILE
006500         INVALID KEY
006510             GO TO 8610-EXIT
006520     END-READ.
006530     DELETE DL100-LOCK-FILE
006540         INVALID KEY
006550             DISPLAY 'DL100-PRJIMP - LOCK DELETE FAILED, STATUS '
006560                 DL100-PRJ-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
006570             GO TO 8610-EXIT
006580     END-DELETE.
006590     MOVE 'F' TO DL100-PRJ-LOCK-ACTION.
006600     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
006610 8610-EXIT.
006620     EXIT.
006630*
006640*    ------------------------------------------------------------
006650*    8700-WRITE-LOCK-LOG - ONE LOG RECORD PER LOCK TAKEN OR
006660*    GIVEN UP, AND PER CLASH THAT REFUSED THE RUN.
006670*    ------------------------------------------------------------
006680 8700-WRITE-LOCK-LOG.
006690     MOVE SPACES TO DL100-LLG-RECORD.
006700     MOVE DL100-PRJ-LOCK-ACTION TO DL100-LLG-ACTION.
006710     MOVE DL100-PRJ-LOCK-DATE TO DL100-LLG-LOG-DATE.
006720     MOVE DL100-PRJ-LOCK-TIME TO DL100-LLG-LOG-TIME.
006730     MOVE DL100-PRJ-LOCK-JOB TO DL100-LLG-REQ-JOB.
006740     MOVE DL100-PRJ-LOCK-PROGRAM TO DL100-LLG-REQ-PROGRAM.
006750     MOVE DL100-LCK-RECORD TO DL100-LLG-LOCK-IMAGE.
006760     WRITE DL100-LLGOUT-RECORD FROM DL100-LLG-RECORD.
006770 8700-EXIT.
006780     EXIT.
