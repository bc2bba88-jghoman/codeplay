000010*****************************************************************
000020*    PROGRAM-ID.  DL100-PERCLS.
000030*    AUTHOR.      J. HOMAN.
000040*    INSTALLATION. DAILY TOTALS BATCH SUBSYSTEM.
000050*    DATE-WRITTEN. 2026-10-15.
000060*    DATE-COMPILED. 2026-10-15.
000070*    DESCRIPTION.
000080*        ACCOUNTING PERIOD CLOSE AND REOPEN, IN THE
000090*        DL100-GLXMNT MOLD.  READS CLOSE, REOPEN AND INQUIRE
000100*        CARDS, EACH NAMING ONE CALENDAR MONTH (CCYYMM), AND
000110*        MAINTAINS THE KEYED PERIOD CONTROL FILE THAT
000120*        HELLO-WORLD, DL100-GLEXT, DL100-MTHEND AND DL100-MAINT
000130*        CONSULT BEFORE TOUCHING A MONTH.
000140*
000150*        A MONTH IS CLOSED ONLY WHEN IT HAS ENDED, DL100-MTHEND
000160*        HAS ROLLED IT UP ONTO THE MONTHLY SUMMARY FILE, EVERY
000170*        BUSINESS DAY OF IT ON THE PROCESSING CALENDAR HAS A
000180*        COMPLETED RUN ON THE RUN-CONTROL FILE, AND EVERY
000190*        COMPLETED RUN (DATE AND CYCLE) HAS A GL FEED THE
000200*        LEDGER HAS ACKNOWLEDGED AS POSTED (DL100-GLACK).
000210*        EVERY DAY AND FEED THAT FAILS IS LISTED ON SYSOUT AND
000220*        THE CLOSE IS REFUSED.  A REOPEN NEEDS A USER ID AND A
000230*        REASON.  EVERY CLOSE AND REOPEN APPLIED IS APPENDED TO
000240*        THE PERIOD LOG.  THE PERIOD CONTROL FILE IS CREATED
000250*        ON ITS VERY FIRST USE.
000260*
000270*        RETURN CODES - 0 EVERY CARD APPLIED, 8 ANY CARD IN
000280*        ERROR OR REFUSED, 16 A FILE FAILED TO OPEN.
000290*
000291*        THE SHARED DATASETS IT USES ARE REGISTERED ON THE
000292*        SUBSYSTEM LOCK FILE BEFORE ANY FILE IS OPENED.  A
000293*        CLASH WITH ANOTHER JOB'S LOCK ENDS THE RUN RC 24, THE
000294*        HOLDING JOB NAMED ON SYSOUT.  THE PERIOD FILE IS
000295*        LOCKED EXCLUSIVE, SO NO OTHER JOB MAY EVEN BE READING
000296*        IT WHILE A MONTH IS CLOSED OR REOPENED.
000297*
000300*    MODIFICATION HISTORY.
000310*    DATE       INIT DESCRIPTION
000320*    ---------- ---- --------------------------------------------
000330*    2026-10-15 JGH  ORIGINAL PROGRAM.
000332*    2026-10-15 JGH  REGISTERS ITS SHARED DATASETS ON THE NEW
000334*    2026-10-15 JGH  SUBSYSTEM LOCK FILE BEFORE OPENING ANYTHING
000336*    2026-10-15 JGH  AND LOGS EVERY LOCK TAKEN AND GIVEN UP; A
000338*    2026-10-15 JGH  CLASH WITH ANOTHER JOB ENDS THE RUN RC 24.
000340*    2026-10-15 JGH  THE PERIOD FILE IS NOW LOCKED EXCLUSIVE, SO A
000342*    2026-10-15 JGH  CLOSE OR REOPEN WAITS FOR EVERY JOB READING
000344*    2026-10-15 JGH  IT AND NONE READS IT HALF-WAY THROUGH ONE.
000346*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. DL100-PERCLS.
000370 AUTHOR. J. HOMAN.
000380 INSTALLATION. DAILY TOTALS BATCH SUBSYSTEM.
000390 DATE-WRITTEN. 2026-10-15.
000400 DATE-COMPILED. 2026-10-15.
000410*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT DL100-PCC-FILE ASSIGN TO "SYSIN"
000460         ORGANIZATION IS SEQUENTIAL.
000470     SELECT DL100-PERIOD-FILE ASSIGN TO "PERIOD"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS DL100-PER-PERIOD
000510         FILE STATUS IS DL100-PCL-PER-STATUS.
000520     SELECT DL100-PERLOG-FILE ASSIGN TO "PERLOG"
000530         ORGANIZATION IS SEQUENTIAL.
000540     SELECT DL100-CAL-FILE ASSIGN TO "CALFILE"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS DL100-CAL-DATE
000580         FILE STATUS IS DL100-PCL-CAL-STATUS.
000590     SELECT DL100-RUNCTL-FILE ASSIGN TO "RUNCTL"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS DL100-RCT-KEY
000630         FILE STATUS IS DL100-PCL-RCT-STATUS.
000640     SELECT DL100-GLSTAT-FILE ASSIGN TO "GLSTAT"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS DL100-GLS-KEY
000680         FILE STATUS IS DL100-PCL-GLS-STATUS.
000690     SELECT DL100-MONTH-FILE ASSIGN TO "MONTHSUM"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS DL100-MSM-MONTH
000730         FILE STATUS IS DL100-PCL-MSM-STATUS.
000731     SELECT DL100-LOCK-FILE ASSIGN TO "LOCKFILE"
000732         ORGANIZATION IS INDEXED
000733         ACCESS MODE IS DYNAMIC
000734         RECORD KEY IS DL100-LCK-KEY
000735         FILE STATUS IS DL100-PCL-LOCK-STATUS.
000736     SELECT DL100-LOCKLOG-FILE ASSIGN TO "LOCKLOG"
000737         ORGANIZATION IS SEQUENTIAL.
000740*
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  DL100-PCC-FILE
000780     RECORDING MODE IS F.
000790     COPY DL100PCC.
000800*
000810 FD  DL100-PERIOD-FILE.
000820     COPY DL100PER.
000830*
000840 FD  DL100-PERLOG-FILE
000850     RECORDING MODE IS F.
000860 01  DL100-PLGOUT-RECORD             PIC X(200).
000870*
000880 FD  DL100-CAL-FILE.
000890     COPY DL100CAL.
000900*
000910 FD  DL100-RUNCTL-FILE.
000920     COPY DL100RCT.
000930*
000940 FD  DL100-GLSTAT-FILE.
000950     COPY DL100GLS.
000960*
000970 FD  DL100-MONTH-FILE.
000980     COPY DL100MSM.
000990*
000991 FD  DL100-LOCK-FILE.
000992     COPY DL100LCK.
000993*
000994 FD  DL100-LOCKLOG-FILE
000995     RECORDING MODE IS F.
000996 01  DL100-LLGOUT-RECORD             PIC X(200).
000997*
001000 WORKING-STORAGE SECTION.
001010 01  DL100-PCL-SWITCHES.
001020     05  DL100-PCL-EOF-SWITCH        PIC X(01) VALUE 'N'.
001030         88  DL100-PCL-EOF-YES                   VALUE 'Y'.
001040         88  DL100-PCL-EOF-NO                    VALUE 'N'.
001050     05  DL100-PCL-CARD-SWITCH       PIC X(01) VALUE 'Y'.
001060         88  DL100-PCL-CARD-GOOD                 VALUE 'Y'.
001070         88  DL100-PCL-CARD-BAD                  VALUE 'N'.
001080     05  DL100-PCL-PER-FOUND-SWITCH  PIC X(01) VALUE 'N'.
001090         88  DL100-PCL-PER-FOUND                 VALUE 'Y'.
001100         88  DL100-PCL-PER-MISSING               VALUE 'N'.
001110     05  DL100-PCL-CAL-SCAN-SWITCH   PIC X(01) VALUE 'N'.
001120         88  DL100-PCL-CAL-SCAN-DONE             VALUE 'Y'.
001130         88  DL100-PCL-CAL-SCAN-MORE             VALUE 'N'.
001140     05  DL100-PCL-RCT-SCAN-SWITCH   PIC X(01) VALUE 'N'.
001150         88  DL100-PCL-RCT-SCAN-DONE             VALUE 'Y'.
001160         88  DL100-PCL-RCT-SCAN-MORE             VALUE 'N'.
001170     05  DL100-PCL-DAY-RUN-SWITCH    PIC X(01) VALUE 'N'.
001180         88  DL100-PCL-DAY-RAN                   VALUE 'Y'.
001190         88  DL100-PCL-DAY-NOT-RUN               VALUE 'N'.
001200*
001210 01  DL100-PCL-PER-STATUS            PIC X(02).
001220     88  DL100-PCL-PER-OK                        VALUE '00'.
001230     88  DL100-PCL-PER-NOTFND                    VALUE '23'.
001240     88  DL100-PCL-PER-NOFILE                    VALUE '35'.
001250*
001260 01  DL100-PCL-CAL-STATUS            PIC X(02).
001270     88  DL100-PCL-CAL-OK                        VALUE '00'.
001280*
001290 01  DL100-PCL-RCT-STATUS            PIC X(02).
001300     88  DL100-PCL-RCT-OK                        VALUE '00'.
001310*
001320 01  DL100-PCL-GLS-STATUS            PIC X(02).
001330     88  DL100-PCL-GLS-OK                        VALUE '00'.
001340     88  DL100-PCL-GLS-NOTFND                    VALUE '23'.
001350*
001360 01  DL100-PCL-MSM-STATUS            PIC X(02).
001370     88  DL100-PCL-MSM-OK                        VALUE '00'.
001380     88  DL100-PCL-MSM-NOTFND                    VALUE '23'.
001390*
001400 01  DL100-PCL-COUNTERS.
001410     05  DL100-PCL-CLOSE-COUNT       PIC 9(05) COMP VALUE ZERO.
001420     05  DL100-PCL-REOPEN-COUNT      PIC 9(05) COMP VALUE ZERO.
001430     05  DL100-PCL-INQUIRE-COUNT     PIC 9(05) COMP VALUE ZERO.
001440     05  DL100-PCL-REFUSE-COUNT      PIC 9(05) COMP VALUE ZERO.
001450     05  DL100-PCL-ERROR-COUNT       PIC 9(05) COMP VALUE ZERO.
001460*
001470*    THE CLOSE CHECK'S TALLIES FOR THE PERIOD ON THE CARD -
001480*    BUSINESS DAYS FOUND ON THE CALENDAR, COMPLETED RUNS FOUND
001490*    FOR THEM, AND THE DAYS AND FEEDS THAT STAND IN THE WAY.
001500 01  DL100-PCL-CHECK-FIELDS.
001510     05  DL100-PCL-DAY-COUNT         PIC 9(03) COMP VALUE ZERO.
001520     05  DL100-PCL-RUN-COUNT         PIC 9(03) COMP VALUE ZERO.
001530     05  DL100-PCL-PROBLEM-COUNT     PIC 9(03) COMP VALUE ZERO.
001540*
001550*    A DATE SPLIT INTO ITS MONTH AND DAY, SO A CALENDAR DATE
001560*    IS TESTED AGAINST THE PERIOD AND THE FIRST DAY OF THE
001570*    PERIOD IS BUILT WITHOUT DATE ARITHMETIC.
001580 01  DL100-PCL-WORK-DATE             PIC 9(08).
001590 01  DL100-PCL-WORK-DATE-X REDEFINES DL100-PCL-WORK-DATE.
001600     05  DL100-PCL-WORK-MONTH        PIC 9(06).
001610     05  DL100-PCL-WORK-DD           PIC 9(02).
001620*
001630 01  DL100-PCL-TODAY                 PIC 9(08).
001640 01  DL100-PCL-TODAY-X REDEFINES DL100-PCL-TODAY.
001650     05  DL100-PCL-TODAY-MONTH       PIC 9(06).
001660     05  DL100-PCL-TODAY-DD          PIC 9(02).
001670*
001680 01  DL100-PCL-RUN-TIME              PIC 9(08).
001690*
001700 01  DL100-PCL-DISPLAY-COUNT         PIC ZZ9.
001710*
001720     COPY DL100PLG.
001730*
001731*    THE SHARED DATASETS THIS PROGRAM REGISTERS ON THE
001732*    SUBSYSTEM LOCK FILE BEFORE IT OPENS ANYTHING, AND HOW IT
001733*    USES EACH - 'X' EXCLUSIVE, 'U' UPDATE, 'S' SHARED READ.
001734*    THE JOB NAME IS THAT OF THE JOB THIS PROGRAM RUNS UNDER.
001735 01  DL100-PCL-LOCK-LIST.
001736     05  FILLER                      PIC X(09) VALUE 'PERIOD  X'.
001737     05  FILLER                      PIC X(09) VALUE 'CALENDARS'.
001738     05  FILLER                      PIC X(09) VALUE 'RUNCTL  S'.
001739     05  FILLER                      PIC X(09) VALUE 'GLSTAT  S'.
001740     05  FILLER                      PIC X(09) VALUE 'MONTHSUMS'.
001741 01  DL100-PCL-LOCK-TABLE REDEFINES DL100-PCL-LOCK-LIST.
001742     05  DL100-PCL-LOCK-ENTRY        OCCURS 5 TIMES.
001743         10  DL100-PCL-LOCK-RESOURCE PIC X(08).
001744         10  DL100-PCL-LOCK-MODE     PIC X(01).
001745             88  DL100-PCL-LOCK-WANT-EXCL       VALUE 'X'.
001746             88  DL100-PCL-LOCK-WANT-SHARED     VALUE 'S'.
001747*
001748 01  DL100-PCL-LOCK-FIELDS.
001749     05  DL100-PCL-LOCK-COUNT        PIC 9(02) COMP VALUE 5.
001750     05  DL100-PCL-LOCK-SUB          PIC 9(02) COMP VALUE ZERO.
001751     05  DL100-PCL-LOCK-JOB          PIC X(08) VALUE 'HELLOPCL'.
001752     05  DL100-PCL-LOCK-PROGRAM      PIC X(16)
001753                                     VALUE 'DL100-PERCLS'.
001754     05  DL100-PCL-LOCK-DATE         PIC 9(08) VALUE ZERO.
001755     05  DL100-PCL-LOCK-TIME         PIC 9(08) VALUE ZERO.
001756     05  DL100-PCL-LOCK-ACTION       PIC X(01) VALUE SPACE.
001757     05  DL100-PCL-LOCK-HELD-SWITCH  PIC X(01) VALUE 'N'.
001758         88  DL100-PCL-LOCKS-HELD               VALUE 'Y'.
001759         88  DL100-PCL-LOCKS-FREE               VALUE 'N'.
001760     05  DL100-PCL-LOCK-SCAN-SWITCH  PIC X(01) VALUE 'N'.
001761         88  DL100-PCL-LOCK-SCAN-DONE           VALUE 'Y'.
001762         88  DL100-PCL-LOCK-SCAN-MORE           VALUE 'N'.
001763     05  DL100-PCL-LOCK-CLASH-SWITCH PIC X(01) VALUE 'N'.
001764         88  DL100-PCL-LOCK-CLASH               VALUE 'Y'.
001765         88  DL100-PCL-LOCK-NO-CLASH            VALUE 'N'.
001766*
001767 01  DL100-PCL-LOCK-STATUS           PIC X(02).
001768     88  DL100-PCL-LKF-OK                       VALUE '00'.
001769     88  DL100-PCL-LKF-NOTFND                   VALUE '23'.
001770     88  DL100-PCL-LKF-DUPKEY                   VALUE '22'.
001771     88  DL100-PCL-LKF-NOFILE                   VALUE '35'.
001772*
001773     COPY DL100LLG.
001774*
001775 PROCEDURE DIVISION.
001776*
001777 0000-MAINLINE-CONTROL.
001778     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
001780     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
001790         UNTIL DL100-PCL-EOF-YES.
001800     PERFORM 9000-TERMINATION THRU 9000-EXIT.
001805     PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT.
001810     STOP RUN.
001820*
001830*    ------------------------------------------------------------
001840*    1000-INITIALIZATION - THE PERIOD CONTROL FILE IS CREATED
001850*    ON ITS VERY FIRST USE.  THE CALENDAR, RUN-CONTROL, GL
001860*    FEED STATUS AND MONTHLY SUMMARY FILES ARE READ ONLY; ANY
001870*    OF THEM FAILING TO OPEN ABORTS THE RUN, SINCE NO CLOSE
001880*    CAN BE PROVEN WITHOUT THEM.
001890*    ------------------------------------------------------------
001900 1000-INITIALIZATION.
001905     PERFORM 8500-ACQUIRE-LOCKS THRU 8500-EXIT.
001910     OPEN INPUT DL100-PCC-FILE.
001920     OPEN I-O DL100-PERIOD-FILE.
001930     IF DL100-PCL-PER-NOFILE
001940         DISPLAY 'DL100-PERCLS - PERIOD CONTROL FILE NOT FOUND - '
001950             'CREATING IT'
001960         OPEN OUTPUT DL100-PERIOD-FILE
001970         CLOSE DL100-PERIOD-FILE
001980         OPEN I-O DL100-PERIOD-FILE
001990     END-IF.
002000     IF NOT DL100-PCL-PER-OK
002010         DISPLAY 'DL100-PERCLS - PERIOD CONTROL OPEN FAILED, '
002020             'STATUS ' DL100-PCL-PER-STATUS ' - RUN ABORTED'
002030         MOVE 16 TO RETURN-CODE
002035         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
002040         STOP RUN
002050     END-IF.
002060     OPEN INPUT DL100-CAL-FILE.
002070     IF NOT DL100-PCL-CAL-OK
002080         DISPLAY 'DL100-PERCLS - CALENDAR OPEN FAILED, STATUS '
002090             DL100-PCL-CAL-STATUS ' - RUN ABORTED'
002100         MOVE 16 TO RETURN-CODE
002105         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
002110         STOP RUN
002120     END-IF.
002130     OPEN INPUT DL100-RUNCTL-FILE.
002140     IF NOT DL100-PCL-RCT-OK
002150         DISPLAY 'DL100-PERCLS - RUN-CONTROL OPEN FAILED, '
002160             'STATUS ' DL100-PCL-RCT-STATUS ' - RUN ABORTED'
002170         MOVE 16 TO RETURN-CODE
002175         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
002180         STOP RUN
002190     END-IF.
002200     OPEN INPUT DL100-GLSTAT-FILE.
002210     IF NOT DL100-PCL-GLS-OK
002220         DISPLAY 'DL100-PERCLS - GL FEED STATUS OPEN FAILED, '
002230             'STATUS ' DL100-PCL-GLS-STATUS ' - RUN ABORTED'
002240         MOVE 16 TO RETURN-CODE
002245         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
002250         STOP RUN
002260     END-IF.
002270     OPEN INPUT DL100-MONTH-FILE.
002280     IF NOT DL100-PCL-MSM-OK
002290         DISPLAY 'DL100-PERCLS - MONTHLY SUMMARY OPEN FAILED, '
002300             'STATUS ' DL100-PCL-MSM-STATUS ' - RUN ABORTED'
002310         MOVE 16 TO RETURN-CODE
002315         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
002320         STOP RUN
002330     END-IF.
002340     OPEN EXTEND DL100-PERLOG-FILE.
002350     ACCEPT DL100-PCL-TODAY FROM DATE YYYYMMDD.
002360     ACCEPT DL100-PCL-RUN-TIME FROM TIME.
002370     PERFORM 2100-READ-CARD-FILE THRU 2100-EXIT.
002380 1000-EXIT.
002390     EXIT.
002400*
002410 2000-PROCESS-CARD.
002420     PERFORM 2150-EDIT-CARD THRU 2150-EXIT.
002430     IF DL100-PCL-CARD-BAD
002440         GO TO 2000-READ-NEXT
002450     END-IF.
002460     EVALUATE TRUE
002470         WHEN DL100-PCC-CLOSE
002480             PERFORM 2200-CLOSE-PERIOD THRU 2200-EXIT
002490         WHEN DL100-PCC-REOPEN
002500             PERFORM 2300-REOPEN-PERIOD THRU 2300-EXIT
002510         WHEN DL100-PCC-INQUIRE
002520             PERFORM 2400-INQUIRE-PERIOD THRU 2400-EXIT
002530     END-EVALUATE.
002540 2000-READ-NEXT.
002550     PERFORM 2100-READ-CARD-FILE THRU 2100-EXIT.
002560 2000-EXIT.
002570     EXIT.
002580*
002590 2100-READ-CARD-FILE.
002600     READ DL100-PCC-FILE
002610         AT END
002620             SET DL100-PCL-EOF-YES TO TRUE
002630     END-READ.
002640 2100-EXIT.
002650     EXIT.
002660*
002670*    ------------------------------------------------------------
002680*    2150-EDIT-CARD - THE ACTION MUST BE KNOWN AND THE PERIOD A
002690*    REAL MONTH.  A CLOSE OR REOPEN MUST SAY WHO ASKED FOR IT,
002700*    AND A REOPEN MUST SAY WHY.  A GOOD PERIOD IS MOVED TO THE
002710*    RECORD KEY.
002720*    ------------------------------------------------------------
002730 2150-EDIT-CARD.
002740     SET DL100-PCL-CARD-GOOD TO TRUE.
002750     IF NOT DL100-PCC-CLOSE AND NOT DL100-PCC-REOPEN
002760         AND NOT DL100-PCC-INQUIRE
002770         DISPLAY 'DL100-PERCLS - INVALID ACTION - '
002780             DL100-PCC-ACTION
002790         SET DL100-PCL-CARD-BAD TO TRUE
002800         GO TO 2150-CHECK
002810     END-IF.
002820     IF DL100-PCC-PERIOD NOT NUMERIC
002830         DISPLAY 'DL100-PERCLS - PERIOD NOT NUMERIC - '
002840             DL100-PCC-PERIOD-X
002850         SET DL100-PCL-CARD-BAD TO TRUE
002860         GO TO 2150-CHECK
002870     END-IF.
002880     IF DL100-PCC-MM < 01 OR DL100-PCC-MM > 12
002890         DISPLAY 'DL100-PERCLS - INVALID MONTH IN PERIOD - '
002900             DL100-PCC-PERIOD
002910         SET DL100-PCL-CARD-BAD TO TRUE
002920         GO TO 2150-CHECK
002930     END-IF.
002940     IF DL100-PCC-INQUIRE
002950         GO TO 2150-CHECK
002960     END-IF.
002970     IF DL100-PCC-USER-ID = SPACES
002980         DISPLAY 'DL100-PERCLS - NO USER ID ON CARD FOR '
002990             DL100-PCC-PERIOD
003000         SET DL100-PCL-CARD-BAD TO TRUE
003010         GO TO 2150-CHECK
003020     END-IF.
003030     IF DL100-PCC-REOPEN AND DL100-PCC-REASON = SPACES
003040         DISPLAY 'DL100-PERCLS - NO REASON GIVEN TO REOPEN '
003050             DL100-PCC-PERIOD
003060         SET DL100-PCL-CARD-BAD TO TRUE
003070     END-IF.
003080 2150-CHECK.
003090     IF DL100-PCL-CARD-BAD
003100         ADD 1 TO DL100-PCL-ERROR-COUNT
003110         GO TO 2150-EXIT
003120     END-IF.
003130     MOVE DL100-PCC-PERIOD TO DL100-PER-PERIOD.
003140 2150-EXIT.
003150     EXIT.
003160*
003170*    ------------------------------------------------------------
003180*    2160-READ-PERIOD - READ THE PERIOD CONTROL RECORD FOR THE
003190*    CARD'S PERIOD.  NO RECORD IS NOT AN ERROR - THE MONTH HAS
003200*    SIMPLY NEVER BEEN CLOSED.
003210*    ------------------------------------------------------------
003220 2160-READ-PERIOD.
003230     SET DL100-PCL-PER-FOUND TO TRUE.
003240     READ DL100-PERIOD-FILE
003250         INVALID KEY
003260             SET DL100-PCL-PER-MISSING TO TRUE
003270             IF NOT DL100-PCL-PER-NOTFND
003280                 DISPLAY 'DL100-PERCLS - PERIOD READ FAILED, '
003290                     'STATUS ' DL100-PCL-PER-STATUS ' - '
003300                     DL100-PCC-PERIOD
003310                 SET DL100-PCL-CARD-BAD TO TRUE
003320                 ADD 1 TO DL100-PCL-ERROR-COUNT
003330             END-IF
003340     END-READ.
003350 2160-EXIT.
003360     EXIT.
003370*
003380*    ------------------------------------------------------------
003390*    2200-CLOSE-PERIOD - CLOSE ONE MONTH.  THE MONTH MUST HAVE
003400*    ENDED AND BEEN ROLLED UP BY DL100-MTHEND, AND 2210 MUST
003410*    FIND NOTHING STANDING IN THE WAY ON THE CALENDAR, THE
003420*    RUN-CONTROL FILE OR THE GL FEED STATUS FILE.  A MONTH
003430*    REOPENED EARLIER IS CLOSED AGAIN BY REWRITING ITS RECORD;
003440*    ITS REOPEN HISTORY IS KEPT.
003450*    ------------------------------------------------------------
003460 2200-CLOSE-PERIOD.
003470     PERFORM 2160-READ-PERIOD THRU 2160-EXIT.
003480     IF DL100-PCL-CARD-BAD
003490         GO TO 2200-EXIT
003500     END-IF.
003510     IF DL100-PCL-PER-FOUND AND DL100-PER-CLOSED
003520         DISPLAY 'DL100-PERCLS - CLOSE REFUSED, '
003530             DL100-PCC-PERIOD ' IS ALREADY CLOSED'
003540         ADD 1 TO DL100-PCL-REFUSE-COUNT
003550         GO TO 2200-EXIT
003560     END-IF.
003570     IF DL100-PCC-PERIOD NOT < DL100-PCL-TODAY-MONTH
003580         DISPLAY 'DL100-PERCLS - CLOSE REFUSED, '
003590             DL100-PCC-PERIOD ' HAS NOT ENDED'
003600         ADD 1 TO DL100-PCL-REFUSE-COUNT
003610         GO TO 2200-EXIT
003620     END-IF.
003630     MOVE DL100-PCC-PERIOD TO DL100-MSM-MONTH.
003640     READ DL100-MONTH-FILE
003650         INVALID KEY
003660             DISPLAY 'DL100-PERCLS - CLOSE REFUSED, '
003670                 DL100-PCC-PERIOD ' HAS NOT BEEN ROLLED UP BY '
003680                 'DL100-MTHEND'
003690             ADD 1 TO DL100-PCL-REFUSE-COUNT
003700             GO TO 2200-EXIT
003710     END-READ.
003720     PERFORM 2210-PROVE-PERIOD THRU 2210-EXIT.
003730     IF DL100-PCL-DAY-COUNT = ZERO
003740         DISPLAY 'DL100-PERCLS - ' DL100-PCC-PERIOD
003750             ' HAS NO BUSINESS DAYS ON THE PROCESSING CALENDAR'
003760         ADD 1 TO DL100-PCL-PROBLEM-COUNT
003770     END-IF.
003780     IF DL100-PCL-PROBLEM-COUNT NOT = ZERO
003790         MOVE DL100-PCL-PROBLEM-COUNT TO DL100-PCL-DISPLAY-COUNT
003800         DISPLAY 'DL100-PERCLS - CLOSE REFUSED, '
003810             DL100-PCC-PERIOD ' HAS ' DL100-PCL-DISPLAY-COUNT
003820             ' DAY(S) OR FEED(S) OUTSTANDING'
003830         ADD 1 TO DL100-PCL-REFUSE-COUNT
003840         GO TO 2200-EXIT
003850     END-IF.
003860     IF DL100-PCL-PER-MISSING
003870         MOVE SPACES TO DL100-PER-RECORD
003880         MOVE DL100-PCC-PERIOD TO DL100-PER-PERIOD
003890         MOVE ZERO TO DL100-PER-REOPEN-COUNT
003900             DL100-PER-REOPEN-DATE
003910     END-IF.
003920     SET DL100-PER-CLOSED TO TRUE.
003930     MOVE DL100-PCL-TODAY TO DL100-PER-CLOSE-DATE.
003940     MOVE DL100-PCL-RUN-TIME TO DL100-PER-CLOSE-TIME.
003950     MOVE DL100-PCC-USER-ID TO DL100-PER-CLOSE-ID.
003960     MOVE DL100-PCL-DAY-COUNT TO DL100-PER-DAY-COUNT.
003970     MOVE DL100-PCL-RUN-COUNT TO DL100-PER-RUN-COUNT.
003980     IF DL100-PCL-PER-FOUND
003990         REWRITE DL100-PER-RECORD
004000             INVALID KEY
004010                 DISPLAY 'DL100-PERCLS - CLOSE FAILED, STATUS '
004020                     DL100-PCL-PER-STATUS ' - ' DL100-PCC-PERIOD
004030                 ADD 1 TO DL100-PCL-ERROR-COUNT
004040                 GO TO 2200-EXIT
004050         END-REWRITE
004060     ELSE
004070         WRITE DL100-PER-RECORD
004080             INVALID KEY
004090                 DISPLAY 'DL100-PERCLS - CLOSE FAILED, STATUS '
004100                     DL100-PCL-PER-STATUS ' - ' DL100-PCC-PERIOD
004110                 ADD 1 TO DL100-PCL-ERROR-COUNT
004120                 GO TO 2200-EXIT
004130         END-WRITE
004140     END-IF.
004150     MOVE DL100-PCL-DAY-COUNT TO DL100-PCL-DISPLAY-COUNT.
004160     DISPLAY 'DL100-PERCLS - ' DL100-PCC-PERIOD ' CLOSED BY '
004170         DL100-PCC-USER-ID ' - ' DL100-PCL-DISPLAY-COUNT
004180         ' BUSINESS DAYS PROVEN'.
004190     ADD 1 TO DL100-PCL-CLOSE-COUNT.
004200     PERFORM 5000-WRITE-PERIOD-LOG THRU 5000-EXIT.
004210 2200-EXIT.
004220     EXIT.
004230*
004240*    ------------------------------------------------------------
004250*    2210-PROVE-PERIOD - WALK THE PROCESSING CALENDAR FROM THE
004260*    FIRST OF THE MONTH TO THE LAST BUSINESS DAY IN IT, AND
004270*    CHECK EVERY DAY'S RUNS.  EVERY DAY OR FEED THAT FAILS IS
004280*    NAMED, NOT JUST THE FIRST, SO OPERATIONS CAN CLEAR THEM
004290*    ALL BEFORE TRYING THE CLOSE AGAIN.
004300*    ------------------------------------------------------------
004310 2210-PROVE-PERIOD.
004320     MOVE ZERO TO DL100-PCL-DAY-COUNT DL100-PCL-RUN-COUNT
004330         DL100-PCL-PROBLEM-COUNT.
004340     MOVE DL100-PCC-PERIOD TO DL100-PCL-WORK-MONTH.
004350     MOVE 01 TO DL100-PCL-WORK-DD.
004360     MOVE DL100-PCL-WORK-DATE TO DL100-CAL-DATE.
004370     SET DL100-PCL-CAL-SCAN-MORE TO TRUE.
004380     START DL100-CAL-FILE KEY NOT < DL100-CAL-DATE
004390         INVALID KEY
004400             SET DL100-PCL-CAL-SCAN-DONE TO TRUE
004410     END-START.
004420     PERFORM 2220-CHECK-ONE-DAY THRU 2220-EXIT
004430         UNTIL DL100-PCL-CAL-SCAN-DONE.
004440 2210-EXIT.
004450     EXIT.
004460*
004470 2220-CHECK-ONE-DAY.
004480     READ DL100-CAL-FILE NEXT
004490         AT END
004500             SET DL100-PCL-CAL-SCAN-DONE TO TRUE
004510             GO TO 2220-EXIT
004520     END-READ.
004530     MOVE DL100-CAL-DATE TO DL100-PCL-WORK-DATE.
004540     IF DL100-PCL-WORK-MONTH NOT = DL100-PCC-PERIOD
004550         SET DL100-PCL-CAL-SCAN-DONE TO TRUE
004560         GO TO 2220-EXIT
004570     END-IF.
004580     ADD 1 TO DL100-PCL-DAY-COUNT.
004590     PERFORM 2230-CHECK-DAY-RUNS THRU 2230-EXIT.
004600 2220-EXIT.
004610     EXIT.
004620*
004630*    ------------------------------------------------------------
004640*    2230-CHECK-DAY-RUNS - A RUN-CONTROL RECORD IS WRITTEN ONLY
004650*    FOR A RUN THAT FINISHED COMPLETE, SO ONE RECORD FOR THE
004660*    DATE PROVES A CLEAN RUN.  EVERY CYCLE OF THE DATE ON THE
004670*    FILE MUST THEN HAVE ITS OWN FEED POSTED.
004680*    ------------------------------------------------------------
004690 2230-CHECK-DAY-RUNS.
004700     SET DL100-PCL-DAY-NOT-RUN TO TRUE.
004710     SET DL100-PCL-RCT-SCAN-MORE TO TRUE.
004720     MOVE DL100-CAL-DATE TO DL100-RCT-RUN-DATE.
004730     MOVE ZERO TO DL100-RCT-CYCLE.
004740     START DL100-RUNCTL-FILE KEY NOT < DL100-RCT-KEY
004750         INVALID KEY
004760             SET DL100-PCL-RCT-SCAN-DONE TO TRUE
004770     END-START.
004780     PERFORM 2240-CHECK-ONE-RUN THRU 2240-EXIT
004790         UNTIL DL100-PCL-RCT-SCAN-DONE.
004800     IF DL100-PCL-DAY-NOT-RUN
004810         DISPLAY 'DL100-PERCLS - ' DL100-CAL-DATE
004820             ' HAS NO COMPLETED RUN'
004830         ADD 1 TO DL100-PCL-PROBLEM-COUNT
004840     END-IF.
004850 2230-EXIT.
004860     EXIT.
004870*
004880 2240-CHECK-ONE-RUN.
004890     READ DL100-RUNCTL-FILE NEXT
004900         AT END
004910             SET DL100-PCL-RCT-SCAN-DONE TO TRUE
004920             GO TO 2240-EXIT
004930     END-READ.
004940     IF DL100-RCT-RUN-DATE NOT = DL100-CAL-DATE
004950         SET DL100-PCL-RCT-SCAN-DONE TO TRUE
004960         GO TO 2240-EXIT
004970     END-IF.
004980     SET DL100-PCL-DAY-RAN TO TRUE.
004990     ADD 1 TO DL100-PCL-RUN-COUNT.
005000     MOVE DL100-RCT-RUN-DATE TO DL100-GLS-RUN-DATE.
005010     MOVE DL100-RCT-CYCLE TO DL100-GLS-CYCLE.
005020     READ DL100-GLSTAT-FILE
005030         INVALID KEY
005040             DISPLAY 'DL100-PERCLS - ' DL100-RCT-RUN-DATE
005050                 ' CYCLE ' DL100-RCT-CYCLE
005060                 ' HAS NO GL FEED ON RECORD'
005070             ADD 1 TO DL100-PCL-PROBLEM-COUNT
005080             GO TO 2240-EXIT
005090     END-READ.
005100     IF NOT DL100-GLS-POSTED
005110         DISPLAY 'DL100-PERCLS - ' DL100-RCT-RUN-DATE
005120             ' CYCLE ' DL100-RCT-CYCLE
005130             ' GL FEED NOT POSTED - STATUS ' DL100-GLS-STATUS
005140         ADD 1 TO DL100-PCL-PROBLEM-COUNT
005150     END-IF.
005160 2240-EXIT.
005170     EXIT.
005180*
005190*    ------------------------------------------------------------
005200*    2300-REOPEN-PERIOD - REOPEN A CLOSED MONTH.  THE RECORD IS
005210*    KEPT, MARKED REOPENED WITH WHO AND WHEN, AND THE REASON
005220*    GOES TO THE PERIOD LOG.  THE MONTH STAYS OPEN UNTIL A
005230*    FURTHER CLOSE CARD PROVES IT AGAIN.
005240*    ------------------------------------------------------------
005250 2300-REOPEN-PERIOD.
005260     PERFORM 2160-READ-PERIOD THRU 2160-EXIT.
005270     IF DL100-PCL-CARD-BAD
005280         GO TO 2300-EXIT
005290     END-IF.
005300     IF DL100-PCL-PER-MISSING OR NOT DL100-PER-CLOSED
005310         DISPLAY 'DL100-PERCLS - REOPEN REFUSED, '
005320             DL100-PCC-PERIOD ' IS NOT CLOSED'
005330         ADD 1 TO DL100-PCL-REFUSE-COUNT
005340         GO TO 2300-EXIT
005350     END-IF.
005360     SET DL100-PER-REOPENED TO TRUE.
005370     ADD 1 TO DL100-PER-REOPEN-COUNT.
005380     MOVE DL100-PCL-TODAY TO DL100-PER-REOPEN-DATE.
005390     MOVE DL100-PCC-USER-ID TO DL100-PER-REOPEN-ID.
005400     REWRITE DL100-PER-RECORD
005410         INVALID KEY
005420             DISPLAY 'DL100-PERCLS - REOPEN FAILED, STATUS '
005430                 DL100-PCL-PER-STATUS ' - ' DL100-PCC-PERIOD
005440             ADD 1 TO DL100-PCL-ERROR-COUNT
005450             GO TO 2300-EXIT
005460     END-REWRITE.
005470     DISPLAY 'DL100-PERCLS - ' DL100-PCC-PERIOD ' REOPENED BY '
005480         DL100-PCC-USER-ID ' - ' DL100-PCC-REASON.
005490     ADD 1 TO DL100-PCL-REOPEN-COUNT.
005500     PERFORM 5000-WRITE-PERIOD-LOG THRU 5000-EXIT.
005510 2300-EXIT.
005520     EXIT.
005530*
005540 2400-INQUIRE-PERIOD.
005550     PERFORM 2160-READ-PERIOD THRU 2160-EXIT.
005560     ADD 1 TO DL100-PCL-INQUIRE-COUNT.
005570     IF DL100-PCL-CARD-BAD
005580         GO TO 2400-EXIT
005590     END-IF.
005600     IF DL100-PCL-PER-MISSING
005610         DISPLAY 'DL100-PERCLS - ' DL100-PCC-PERIOD
005620             ' IS OPEN - NEVER CLOSED'
005630         GO TO 2400-EXIT
005640     END-IF.
005650     DISPLAY 'DL100-PERCLS - ' DL100-PER-PERIOD
005660         ' ' DL100-PER-STATUS
005670         ' CLOSED ' DL100-PER-CLOSE-DATE
005680         ' BY ' DL100-PER-CLOSE-ID
005690         ' DAYS ' DL100-PER-DAY-COUNT
005700         ' RUNS ' DL100-PER-RUN-COUNT.
005710     IF DL100-PER-REOPEN-COUNT NOT = ZERO
005720         DISPLAY 'DL100-PERCLS - ' DL100-PER-PERIOD
005730             ' REOPENED ' DL100-PER-REOPEN-COUNT ' TIME(S), '
005740             'LAST ' DL100-PER-REOPEN-DATE
005750             ' BY ' DL100-PER-REOPEN-ID
005760     END-IF.
005770 2400-EXIT.
005780     EXIT.
005790*
005800*    ------------------------------------------------------------
005810*    5000-WRITE-PERIOD-LOG - ONE LOG RECORD PER CLOSE OR REOPEN
005820*    APPLIED, CARRYING THE OPERATOR, THE REASON FROM THE CARD
005830*    AND THE PERIOD CONTROL RECORD AS IT NOW STANDS.
005840*    ------------------------------------------------------------
005850 5000-WRITE-PERIOD-LOG.
005860     MOVE SPACES TO DL100-PLG-RECORD.
005870     MOVE DL100-PCC-ACTION TO DL100-PLG-ACTION.
005880     MOVE DL100-PCC-PERIOD TO DL100-PLG-PERIOD.
005890     MOVE DL100-PCL-TODAY TO DL100-PLG-APPLY-DATE.
005900     MOVE DL100-PCL-RUN-TIME TO DL100-PLG-APPLY-TIME.
005910     MOVE DL100-PCC-USER-ID TO DL100-PLG-USER-ID.
005920     MOVE DL100-PCC-REASON TO DL100-PLG-REASON.
005930     MOVE DL100-PER-RECORD TO DL100-PLG-AFTER-IMAGE.
005940     WRITE DL100-PLGOUT-RECORD FROM DL100-PLG-RECORD.
005950 5000-EXIT.
005960     EXIT.
005970*
005980 9000-TERMINATION.
005990     CLOSE DL100-PCC-FILE DL100-PERIOD-FILE DL100-PERLOG-FILE
006000         DL100-CAL-FILE DL100-RUNCTL-FILE DL100-GLSTAT-FILE
006010         DL100-MONTH-FILE.
006020     DISPLAY 'DL100-PERCLS - CLOSED    ' DL100-PCL-CLOSE-COUNT.
006030     DISPLAY 'DL100-PERCLS - REOPENED  ' DL100-PCL-REOPEN-COUNT.
006040     DISPLAY 'DL100-PERCLS - INQUIRIES '
006050         DL100-PCL-INQUIRE-COUNT.
006060     DISPLAY 'DL100-PERCLS - REFUSED   ' DL100-PCL-REFUSE-COUNT.
006070     DISPLAY 'DL100-PERCLS - ERRORS    ' DL100-PCL-ERROR-COUNT.
006080     IF DL100-PCL-ERROR-COUNT NOT = ZERO
006090         OR DL100-PCL-REFUSE-COUNT NOT = ZERO
006100         MOVE 8 TO RETURN-CODE
006110     END-IF.
006120 9000-EXIT.
006130     EXIT.
006140*
006150*    ------------------------------------------------------------
006160*    8500-ACQUIRE-LOCKS - BEFORE ANY FILE IS OPENED, CHECK EVERY
006170*    SHARED DATASET THIS PROGRAM USES AGAINST THE SUBSYSTEM LOCK
006180*    FILE.  A LOCK ANOTHER JOB HOLDS THAT CLASHES WITH OURS ENDS
006190*    THE STEP RC 24 WITH THE HOLDER NAMED AND NOTHING OPENED.  A
006200*    LOCK HELD UNDER OUR OWN JOB NAME WAS LEFT BY AN EARLIER STEP
006210*    OR AN EARLIER ATTEMPT OF THIS JOB AND IS TAKEN OVER.  THE
006220*    LOCK FILE IS CREATED ON ITS VERY FIRST USE.
006230*    ------------------------------------------------------------
006240 8500-ACQUIRE-LOCKS.
006250     ACCEPT DL100-PCL-LOCK-DATE FROM DATE YYYYMMDD.
006260     ACCEPT DL100-PCL-LOCK-TIME FROM TIME.
006270     OPEN I-O DL100-LOCK-FILE.
006280     IF DL100-PCL-LKF-NOFILE
006290         OPEN OUTPUT DL100-LOCK-FILE
006300         CLOSE DL100-LOCK-FILE
006310         OPEN I-O DL100-LOCK-FILE
006320     END-IF.
006330     IF NOT DL100-PCL-LKF-OK
006340         DISPLAY 'DL100-PERCLS - LOCK FILE OPEN FAILED, STATUS '
006350             DL100-PCL-LOCK-STATUS ' - RUN ABORTED'
006360         MOVE 16 TO RETURN-CODE
006370         STOP RUN
006380     END-IF.
006390     OPEN EXTEND DL100-LOCKLOG-FILE.
006400     SET DL100-PCL-LOCK-NO-CLASH TO TRUE.
006410     PERFORM 8510-CHECK-RESOURCE THRU 8510-EXIT
006420         VARYING DL100-PCL-LOCK-SUB FROM 1 BY 1
006430         UNTIL DL100-PCL-LOCK-SUB > DL100-PCL-LOCK-COUNT.
006440     IF DL100-PCL-LOCK-CLASH
006450         CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE
006460         DISPLAY 'DL100-PERCLS - A DATASET IT NEEDS IS IN USE BY '
006470             'ANOTHER JOB - RUN REFUSED'
006480         MOVE 24 TO RETURN-CODE
006490         STOP RUN
006500     END-IF.
006510     PERFORM 8530-WRITE-LOCK THRU 8530-EXIT
006520         VARYING DL100-PCL-LOCK-SUB FROM 1 BY 1
006530         UNTIL DL100-PCL-LOCK-SUB > DL100-PCL-LOCK-COUNT.
006540     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
006550     SET DL100-PCL-LOCKS-HELD TO TRUE.
006560     IF DL100-PCL-LOCK-CLASH
006570         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
006580         MOVE 16 TO RETURN-CODE
006590         STOP RUN
006600     END-IF.
006610 8500-EXIT.
006620     EXIT.
006630*
006640 8510-CHECK-RESOURCE.
006650     SET DL100-PCL-LOCK-SCAN-MORE TO TRUE.
006660     MOVE DL100-PCL-LOCK-RESOURCE (DL100-PCL-LOCK-SUB)
006670         TO DL100-LCK-RESOURCE.
006680     MOVE LOW-VALUES TO DL100-LCK-JOB.
006690     START DL100-LOCK-FILE KEY NOT < DL100-LCK-KEY
006700         INVALID KEY
006710             GO TO 8510-EXIT
006720     END-START.
006730     PERFORM 8520-CHECK-HOLDER THRU 8520-EXIT
006740         UNTIL DL100-PCL-LOCK-SCAN-DONE.
006750 8510-EXIT.
006760     EXIT.
006770*
006780*    ------------------------------------------------------------
006790*    8520-CHECK-HOLDER - AN EXCLUSIVE LOCK CLASHES WITH ANY
006800*    OTHER; AN UPDATE LOCK WITH ANOTHER UPDATE; A SHARED LOCK
006810*    ONLY WITH AN EXCLUSIVE ONE.
006820*    ------------------------------------------------------------
006830 8520-CHECK-HOLDER.
006840     READ DL100-LOCK-FILE NEXT
006850         AT END
006860             SET DL100-PCL-LOCK-SCAN-DONE TO TRUE
006870             GO TO 8520-EXIT
006880     END-READ.
006890     IF DL100-LCK-RESOURCE NOT =
006900         DL100-PCL-LOCK-RESOURCE (DL100-PCL-LOCK-SUB)
006910         SET DL100-PCL-LOCK-SCAN-DONE TO TRUE
006920         GO TO 8520-EXIT
006930     END-IF.
006940     IF DL100-LCK-JOB = DL100-PCL-LOCK-JOB
006950         GO TO 8520-EXIT
006960     END-IF.
006970     IF DL100-LCK-SHARED
006980         AND NOT DL100-PCL-LOCK-WANT-EXCL (DL100-PCL-LOCK-SUB)
006990         GO TO 8520-EXIT
007000     END-IF.
007010     IF DL100-LCK-UPDATE
007020         AND DL100-PCL-LOCK-WANT-SHARED (DL100-PCL-LOCK-SUB)
007030         GO TO 8520-EXIT
007040     END-IF.
007050     SET DL100-PCL-LOCK-CLASH TO TRUE.
007060     DISPLAY 'DL100-PERCLS - ' DL100-LCK-RESOURCE
007070         ' IS HELD BY JOB ' DL100-LCK-JOB
007080         ' (' DL100-LCK-PROGRAM ') SINCE '
007090         DL100-LCK-DATE ' ' DL100-LCK-TIME.
007100     MOVE 'C' TO DL100-PCL-LOCK-ACTION.
007110     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
007120 8520-EXIT.
007130     EXIT.
007140*
007150 8530-WRITE-LOCK.
007160     MOVE SPACES TO DL100-LCK-RECORD.
007170     MOVE DL100-PCL-LOCK-RESOURCE (DL100-PCL-LOCK-SUB)
007180         TO DL100-LCK-RESOURCE.
007190     MOVE DL100-PCL-LOCK-JOB TO DL100-LCK-JOB.
007200     MOVE DL100-PCL-LOCK-MODE (DL100-PCL-LOCK-SUB)
007210         TO DL100-LCK-MODE.
007220     MOVE DL100-PCL-LOCK-PROGRAM TO DL100-LCK-PROGRAM.
007230     MOVE DL100-PCL-LOCK-DATE TO DL100-LCK-DATE.
007240     MOVE DL100-PCL-LOCK-TIME TO DL100-LCK-TIME.
007250     WRITE DL100-LCK-RECORD
007260         INVALID KEY
007270             IF DL100-PCL-LKF-DUPKEY
007280                 REWRITE DL100-LCK-RECORD
007290                     INVALID KEY
007300                         CONTINUE
007310                 END-REWRITE
007320             END-IF
007330     END-WRITE.
007340     IF NOT DL100-PCL-LKF-OK
007350         DISPLAY 'DL100-PERCLS - LOCK WRITE FAILED, STATUS '
007360             DL100-PCL-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
007370         SET DL100-PCL-LOCK-CLASH TO TRUE
007380         GO TO 8530-EXIT
007390     END-IF.
007400     MOVE 'L' TO DL100-PCL-LOCK-ACTION.
007410     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
007420 8530-EXIT.
007430     EXIT.
007440*
007450*    ------------------------------------------------------------
007460*    8600-RELEASE-LOCKS - GIVE UP EVERY LOCK THIS PROGRAM TOOK.
007470*    PERFORMED BEFORE EVERY STOP RUN ONCE THE LOCKS ARE HELD, SO
007480*    ONLY AN ABEND LEAVES THEM BEHIND FOR DL100-LCKREL.
007490*    ------------------------------------------------------------
007500 8600-RELEASE-LOCKS.
007510     IF DL100-PCL-LOCKS-FREE
007520         GO TO 8600-EXIT
007530     END-IF.
007540     SET DL100-PCL-LOCKS-FREE TO TRUE.
007550     ACCEPT DL100-PCL-LOCK-DATE FROM DATE YYYYMMDD.
007560     ACCEPT DL100-PCL-LOCK-TIME FROM TIME.
007570     OPEN I-O DL100-LOCK-FILE.
007580     IF NOT DL100-PCL-LKF-OK
007590         DISPLAY 'DL100-PERCLS - LOCK FILE OPEN FAILED, STATUS '
007600             DL100-PCL-LOCK-STATUS ' - LOCKS LEFT FOR RELEASE BY '
007610             'DL100-LCKREL'
007620         GO TO 8600-EXIT
007630     END-IF.
007640     OPEN EXTEND DL100-LOCKLOG-FILE.
007650     PERFORM 8610-DELETE-LOCK THRU 8610-EXIT
007660         VARYING DL100-PCL-LOCK-SUB FROM 1 BY 1
007670         UNTIL DL100-PCL-LOCK-SUB > DL100-PCL-LOCK-COUNT.
007680     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
007690 8600-EXIT.
007700     EXIT.
007710*
007720 8610-DELETE-LOCK.
007730     MOVE DL100-PCL-LOCK-RESOURCE (DL100-PCL-LOCK-SUB)
007740         TO DL100-LCK-RESOURCE.
007750     MOVE DL100-PCL-LOCK-JOB TO DL100-LCK-JOB.
007760     READ DL100-LOCK-FILE
007770         INVALID KEY
007780             GO TO 8610-EXIT
007790     END-READ.
007800     DELETE DL100-LOCK-FILE
007810         INVALID KEY
007820             DISPLAY 'DL100-PERCLS - LOCK DELETE FAILED, STATUS '
007830                 DL100-PCL-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
007840             GO TO 8610-EXIT
007850     END-DELETE.
007860     MOVE 'F' TO DL100-PCL-LOCK-ACTION.
007870     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
007880 8610-EXIT.
007890     EXIT.
007900*
007910*    ------------------------------------------------------------
007920*    8700-WRITE-LOCK-LOG - ONE LOG RECORD PER LOCK TAKEN OR
007930*    GIVEN UP, AND PER CLASH THAT REFUSED THE RUN.
007940*    ------------------------------------------------------------
007950 8700-WRITE-LOCK-LOG.
007960     MOVE SPACES TO DL100-LLG-RECORD.
007970     MOVE DL100-PCL-LOCK-ACTION TO DL100-LLG-ACTION.
007980     MOVE DL100-PCL-LOCK-DATE TO DL100-LLG-LOG-DATE.
007990     MOVE DL100-PCL-LOCK-TIME TO DL100-LLG-LOG-TIME.
008000     MOVE DL100-PCL-LOCK-JOB TO DL100-LLG-REQ-JOB.
008010     MOVE DL100-PCL-LOCK-PROGRAM TO DL100-LLG-REQ-PROGRAM.
008020     MOVE DL100-LCK-RECORD TO DL100-LLG-LOCK-IMAGE.
008030     WRITE DL100-LLGOUT-RECORD FROM DL100-LLG-RECORD.
008040 8700-EXIT.
008050     EXIT.
