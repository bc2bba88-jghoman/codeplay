000150*        THE CONSOLE OPERATOR KNOWS AT A GLANCE WHETHER THE
000160*        NIGHT IS CLEAN WITHOUT READING FOUR SYSOUTS.
000170*
000171*        THE SHARED DATASETS IT USES ARE REGISTERED ON THE
000172*        SUBSYSTEM LOCK FILE BEFORE ANY FILE IS OPENED.  A
000173*        CLASH WITH ANOTHER JOB'S LOCK ENDS THE RUN RC 24, THE
000174*        HOLDING JOB NAMED ON SYSOUT.
000175*
000180*    MODIFICATION HISTORY.
000190*    DATE       INIT DESCRIPTION
000200*    ---------- ---- --------------------------------------------
000210*    2026-09-02 JGH  ORIGINAL PROGRAM.
000211*    2026-10-15 JGH  THE REASON BREAKDOWN NOW RUNS TO REASON 13
000212*    2026-10-15 JGH  SO HELLO-WORLD'S PRICING REJECTS (11-13),
000213*    2026-10-15 JGH  MERGED INTO SUSPENSE BY DL100-EDIT, COUNT
000214*    2026-10-15 JGH  UNDER THEIR OWN REASONS.
000215*    2026-10-15 JGH  THE REPORT IS NOW FOR ONE PROCESSING CYCLE
000216*    2026-10-15 JGH  OF THE DATE (CARD COL 22, BLANK = 1) - THE
000217*    2026-10-15 JGH  RUN-CONTROL RECORD AND AUDIT SUMMARY ARE
000218*    2026-10-15 JGH  TAKEN FOR THAT CYCLE, WHICH THE HEADER SHOWS.
000219*    2026-10-15 JGH  THE REASON BREAKDOWN NOW RUNS TO REASON 14,
000220*    2026-10-15 JGH  A REVERSAL OF AN ORIGINAL IN A CLOSED PERIOD.
000221*    2026-10-15 JGH  REGISTERS ITS SHARED DATASETS ON THE NEW
000222*    2026-10-15 JGH  SUBSYSTEM LOCK FILE BEFORE OPENING ANYTHING
000223*    2026-10-15 JGH  AND LOGS EVERY LOCK TAKEN AND GIVEN UP; A
000224*    2026-10-15 JGH  CLASH WITH ANOTHER JOB ENDS THE RUN RC 24.
000225*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. DL100-NIGHT.
000250 AUTHOR. J. HOMAN.
000330     SELECT DL100-RUNCTL-FILE ASSIGN TO "RUNCTL"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS DL100-RCT-KEY
000370         FILE STATUS IS DL100-NST-RUNCTL-STATUS.
000380     SELECT DL100-AUDIN-FILE ASSIGN TO "AUDITIN"
000390         ORGANIZATION IS SEQUENTIAL.
000460     SELECT DL100-NRP-FILE ASSIGN TO "RPTFILE"
000470         ORGANIZATION IS SEQUENTIAL.
000480     SELECT DL100-CTL-FILE ASSIGN TO "SYSIN"
000481         ORGANIZATION IS SEQUENTIAL.
000482     SELECT DL100-LOCK-FILE ASSIGN TO "LOCKFILE"
000483         ORGANIZATION IS INDEXED
000484         ACCESS MODE IS DYNAMIC
000485         RECORD KEY IS DL100-LCK-KEY
000486         FILE STATUS IS DL100-NST-LOCK-STATUS.
000487     SELECT DL100-LOCKLOG-FILE ASSIGN TO "LOCKLOG"
000490         ORGANIZATION IS SEQUENTIAL.
000500*
000510 DATA DIVISION.
000720 FD  DL100-CTL-FILE
000730     RECORDING MODE IS F.
000740     COPY DL100CTL.
000741*
000742 FD  DL100-LOCK-FILE.
000743     COPY DL100LCK.
000744*
000745 FD  DL100-LOCKLOG-FILE
000746     RECORDING MODE IS F.
000747 01  DL100-LLGOUT-RECORD             PIC X(200).
000750*
000760 WORKING-STORAGE SECTION.
000770 01  DL100-NST-SWITCHES.
001060     88  DL100-NST-GL-NOFILE                     VALUE '35'.
001070*
001080 01  DL100-NST-RUN-DATE              PIC 9(08) VALUE ZERO.
001085 01  DL100-NST-RUN-CYCLE             PIC 9(01) VALUE 1.
001090*
001100 01  DL100-NST-COUNTERS.
001110     05  DL100-NST-BAD-LEG-COUNT     PIC 9(02) COMP VALUE ZERO.
001220 01  DL100-NST-REASON-TABLE.
001230     05  DL100-NST-RSN-SUB           PIC 9(02) COMP.
001240     05  DL100-NST-RSN-NUM           PIC 9(02).
001250     05  DL100-NST-RSN-ENTRY OCCURS 14 TIMES.
001260         10  DL100-NST-RSN-COUNT     PIC 9(05) COMP.
001270*
001280 01  DL100-NST-EDIT-FIELDS.
001370     05  DL100-NST-HASH-RPT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001380*
001390     COPY DL100NRP.
001391*
001392*    THE SHARED DATASETS THIS PROGRAM REGISTERS ON THE
001393*    SUBSYSTEM LOCK FILE BEFORE IT OPENS ANYTHING, AND HOW IT
001394*    USES EACH - 'X' EXCLUSIVE, 'U' UPDATE, 'S' SHARED READ.
001395*    THE JOB NAME IS THAT OF THE JOB THIS PROGRAM RUNS UNDER.
001396 01  DL100-NST-LOCK-LIST.
001397     05  FILLER                      PIC X(09) VALUE 'RUNCTL  S'.
001398     05  FILLER                      PIC X(09) VALUE 'AUDIT   S'.
001399     05  FILLER                      PIC X(09) VALUE 'SUSPENSES'.
001400     05  FILLER                      PIC X(09) VALUE 'GLFEED  S'.
001401 01  DL100-NST-LOCK-TABLE REDEFINES DL100-NST-LOCK-LIST.
001402     05  DL100-NST-LOCK-ENTRY        OCCURS 4 TIMES.
001403         10  DL100-NST-LOCK-RESOURCE PIC X(08).
001404         10  DL100-NST-LOCK-MODE     PIC X(01).
001405             88  DL100-NST-LOCK-WANT-EXCL       VALUE 'X'.
001406             88  DL100-NST-LOCK-WANT-SHARED     VALUE 'S'.
001407*
001408 01  DL100-NST-LOCK-FIELDS.
001409     05  DL100-NST-LOCK-COUNT        PIC 9(02) COMP VALUE 4.
001410     05  DL100-NST-LOCK-SUB          PIC 9(02) COMP VALUE ZERO.
001411     05  DL100-NST-LOCK-JOB          PIC X(08) VALUE 'HELLOJOB'.
001412     05  DL100-NST-LOCK-PROGRAM      PIC X(16)
001413                                     VALUE 'DL100-NIGHT'.
001414     05  DL100-NST-LOCK-DATE         PIC 9(08) VALUE ZERO.
001415     05  DL100-NST-LOCK-TIME         PIC 9(08) VALUE ZERO.
001416     05  DL100-NST-LOCK-ACTION       PIC X(01) VALUE SPACE.
001417     05  DL100-NST-LOCK-HELD-SWITCH  PIC X(01) VALUE 'N'.
001418         88  DL100-NST-LOCKS-HELD               VALUE 'Y'.
001419         88  DL100-NST-LOCKS-FREE               VALUE 'N'.
001420     05  DL100-NST-LOCK-SCAN-SWITCH  PIC X(01) VALUE 'N'.
001421         88  DL100-NST-LOCK-SCAN-DONE           VALUE 'Y'.
001422         88  DL100-NST-LOCK-SCAN-MORE           VALUE 'N'.
001423     05  DL100-NST-LOCK-CLASH-SWITCH PIC X(01) VALUE 'N'.
001424         88  DL100-NST-LOCK-CLASH               VALUE 'Y'.
001425         88  DL100-NST-LOCK-NO-CLASH            VALUE 'N'.
001426*
001427 01  DL100-NST-LOCK-STATUS           PIC X(02).
001428     88  DL100-NST-LKF-OK                       VALUE '00'.
001429     88  DL100-NST-LKF-NOTFND                   VALUE '23'.
001430     88  DL100-NST-LKF-DUPKEY                   VALUE '22'.
001431     88  DL100-NST-LKF-NOFILE                   VALUE '35'.
001432*
001433     COPY DL100LLG.
001434*
001435 PROCEDURE DIVISION.
001436*
001437*    ------------------------------------------------------------
001440*    0000-MAINLINE-CONTROL - ONE LEG AT A TIME, IN THE ORDER
001450*    THE NIGHT RAN THEM.
001460*    ------------------------------------------------------------
001590         WHEN DL100-NST-BAD-LEG-COUNT NOT = ZERO
001600             MOVE 8 TO RETURN-CODE
001610     END-EVALUATE.
001615     PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT.
001620     STOP RUN.
001630*
001640*    ------------------------------------------------------------
001670*    THERE IS NO NIGHT TO REPORT ON, SO THE STEP ABORTS.
001680*    ------------------------------------------------------------
001690 1000-INITIALIZATION.
001695     PERFORM 8500-ACQUIRE-LOCKS THRU 8500-EXIT.
001700     OPEN INPUT DL100-CTL-FILE.
001710     READ DL100-CTL-FILE
001720         AT END
001750             SET DL100-NST-ABORT-YES TO TRUE
001760         NOT AT END
001770             MOVE DL100-CTL-RUN-DATE TO DL100-NST-RUN-DATE
001772             IF DL100-CTL-CYCLE-IND NUMERIC
001774                 AND DL100-CTL-CYCLE-IND NOT = '0'
001776                 MOVE DL100-CTL-CYCLE TO DL100-NST-RUN-CYCLE
001778             END-IF
001780     END-READ.
001790     CLOSE DL100-CTL-FILE.
001800     IF DL100-NST-ABORT-YES
001820     END-IF.
001830     MOVE 1 TO DL100-NST-RSN-SUB.
001840     PERFORM 1100-CLEAR-REASON-ENTRY THRU 1100-EXIT
001850         UNTIL DL100-NST-RSN-SUB > 14.
001860     OPEN OUTPUT DL100-NRP-FILE.
001870     MOVE DL100-NST-RUN-DATE TO DL100-NST-DATE-NUM.
001880     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT.
001890     MOVE DL100-NST-DATE-RPT TO DL100-NRP-HDR-DATE.
001895     MOVE DL100-NST-RUN-CYCLE TO DL100-NRP-HDR-CYCLE.
001900     MOVE 1 TO DL100-NRP-HDR-PAGE.
001910     WRITE DL100-NRP-RECORD FROM DL100-NRP-HEADER-LINE.
001920 1000-EXIT.
002000*
002010*    ------------------------------------------------------------
002020*    2000-CHECK-RUN-CONTROL - THE DAILY STEP'S OWN WORD ON THE
002030*    NIGHT.  NO RECORD MEANS THE DATE AND CYCLE NEVER RAN TO
002035*    COMPLETION.
002040*    ------------------------------------------------------------
002050 2000-CHECK-RUN-CONTROL.
002060     MOVE 'DAILY RUN' TO DL100-NRP-LEG-NAME.
002150         GO TO 2000-EXIT
002160     END-IF.
002170     MOVE DL100-NST-RUN-DATE TO DL100-RCT-RUN-DATE.
002175     MOVE DL100-NST-RUN-CYCLE TO DL100-RCT-CYCLE.
002180     READ DL100-RUNCTL-FILE
002190         INVALID KEY
002200             MOVE 'MISSING' TO DL100-NRP-LEG-STATUS
002210             MOVE 'NO RUN-CONTROL RECORD FOR THE CYCLE'
002220                 TO DL100-NRP-LEG-DETAIL
002230             ADD 1 TO DL100-NST-BAD-LEG-COUNT
002240         NOT INVALID KEY
002510*
002520*    ------------------------------------------------------------
002530*    3000-CHECK-AUDIT-SUMMARY - THE LATEST 'S' SUMMARY FOR THE
002540*    DATE AND CYCLE WINS, SO A CLEAN RERUN SUPERSEDES AN EARLIER
002550*    ABORTED ATTEMPT AT THE SAME CYCLE.
002560*    ------------------------------------------------------------
002570 3000-CHECK-AUDIT-SUMMARY.
002580     MOVE 'AUDIT SUMMARY' TO DL100-NRP-LEG-NAME.
002740         END-IF
002750     ELSE
002760         MOVE 'MISSING' TO DL100-NRP-LEG-STATUS
002770         MOVE 'NO AUDIT SUMMARY FOR THE CYCLE'
002780             TO DL100-NRP-LEG-DETAIL
002790         ADD 1 TO DL100-NST-BAD-LEG-COUNT
002800     END-IF.
002870         AT END
002880             SET DL100-NST-AUD-EOF-YES TO TRUE
002890     END-READ.
002891     IF DL100-NST-AUD-EOF-YES
002892         GO TO 3100-EXIT
002893     END-IF.
002894     IF DL100-AUD-CYCLE-IND NOT NUMERIC
002895         OR DL100-AUD-CYCLE-IND = '0'
002896         MOVE 1 TO DL100-AUD-CYCLE
002897     END-IF.
002900 3100-EXIT.
002910     EXIT.
002920*
002930 3200-SCAN-FOR-SUMMARY.
002940     IF DL100-AUD-SUMMARY
002950         AND DL100-AUD-RUN-DATE = DL100-NST-RUN-DATE
002955         AND DL100-AUD-CYCLE = DL100-NST-RUN-CYCLE
002960         SET DL100-NST-SUMM-FOUND TO TRUE
002970         MOVE DL100-AUD-STATUS TO DL100-NST-AUD-STATUS
002980         MOVE DL100-AUD-RESULT TO DL100-NST-AUD-TOTAL
003410     PERFORM 2200-WRITE-LEG-LINE THRU 2200-EXIT.
003420     MOVE 1 TO DL100-NST-RSN-SUB.
003430     PERFORM 4300-PRINT-REASON-LINE THRU 4300-EXIT
003440         UNTIL DL100-NST-RSN-SUB > 14.
003450 4000-EXIT.
003460     EXIT.
003470*
003580 4200-COUNT-ONE-SUSPENSE.
003590     IF DL100-SUS-REASON-CODE NUMERIC
003600         MOVE DL100-SUS-REASON-CODE TO DL100-NST-RSN-NUM
003610         IF DL100-NST-RSN-NUM > 00 AND < 15
003620             ADD 1 TO DL100-NST-RSN-COUNT (DL100-NST-RSN-NUM)
003630         END-IF
003640     END-IF.
004570     END-IF.
004580     WRITE DL100-NRP-RECORD FROM DL100-NRP-FOOTER-LINE.
004590     CLOSE DL100-NRP-FILE.
004600     DISPLAY 'DL100-NIGHT - ' DL100-NST-RUN-DATE ' CYCLE '
004605         DL100-NST-RUN-CYCLE ' - NIGHT '
004610         DL100-NRP-FTR-VERDICT ' - BAD LEGS '
004620         DL100-NST-BAD-LEG-COUNT.
004630 9000-EXIT.
004640     EXIT.
004650*
004660*    ------------------------------------------------------------
004670*    8500-ACQUIRE-LOCKS - BEFORE ANY FILE IS OPENED, CHECK EVERY
004680*    SHARED DATASET THIS PROGRAM USES AGAINST THE SUBSYSTEM LOCK
004690*    FILE.  A LOCK ANOTHER JOB HOLDS THAT CLASHES WITH OURS ENDS
004700*    THE STEP RC 24 WITH THE HOLDER NAMED AND NOTHING OPENED.  A
004710*    LOCK HELD UNDER OUR OWN JOB NAME WAS LEFT BY AN EARLIER STEP
004720*    OR AN EARLIER ATTEMPT OF THIS JOB AND IS TAKEN OVER.  THE
004730*    LOCK FILE IS CREATED ON ITS VERY FIRST USE.
004740*    ------------------------------------------------------------
004750 8500-ACQUIRE-LOCKS.
004760     ACCEPT DL100-NST-LOCK-DATE FROM DATE YYYYMMDD.
004770     ACCEPT DL100-NST-LOCK-TIME FROM TIME.
004780     OPEN I-O DL100-LOCK-FILE.
004790     IF DL100-NST-LKF-NOFILE
004800         OPEN OUTPUT DL100-LOCK-FILE
004810         CLOSE DL100-LOCK-FILE
004820         OPEN I-O DL100-LOCK-FILE
004830     END-IF.
004840     IF NOT DL100-NST-LKF-OK
004850         DISPLAY 'DL100-NIGHT - LOCK FILE OPEN FAILED, STATUS '
004860             DL100-NST-LOCK-STATUS ' - RUN ABORTED'
004870         MOVE 16 TO RETURN-CODE
004880         STOP RUN
004890     END-IF.
004900     OPEN EXTEND DL100-LOCKLOG-FILE.
004910     SET DL100-NST-LOCK-NO-CLASH TO TRUE.
004920     PERFORM 8510-CHECK-RESOURCE THRU 8510-EXIT
004930         VARYING DL100-NST-LOCK-SUB FROM 1 BY 1
004940         UNTIL DL100-NST-LOCK-SUB > DL100-NST-LOCK-COUNT.
004950     IF DL100-NST-LOCK-CLASH
004960         CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE
004970         DISPLAY 'DL100-NIGHT - A DATASET IT NEEDS IS IN USE BY '
004980             'ANOTHER JOB - RUN REFUSED'
004990         MOVE 24 TO RETURN-CODE
005000         STOP RUN
005010     END-IF.
005020     PERFORM 8530-WRITE-LOCK THRU 8530-EXIT
005030         VARYING DL100-NST-LOCK-SUB FROM 1 BY 1
005040         UNTIL DL100-NST-LOCK-SUB > DL100-NST-LOCK-COUNT.
005050     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
005060     SET DL100-NST-LOCKS-HELD TO TRUE.
005070     IF DL100-NST-LOCK-CLASH
005080         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
005090         MOVE 16 TO RETURN-CODE
005100         STOP RUN
005110     END-IF.
005120 8500-EXIT.
005130     EXIT.
005140*
005150 8510-CHECK-RESOURCE.
005160     SET DL100-NST-LOCK-SCAN-MORE TO TRUE.
005170     MOVE DL100-NST-LOCK-RESOURCE (DL100-NST-LOCK-SUB)
005180         TO DL100-LCK-RESOURCE.
005190     MOVE LOW-VALUES TO DL100-LCK-JOB.
005200     START DL100-LOCK-FILE KEY NOT < DL100-LCK-KEY
005210         INVALID KEY
005220             GO TO 8510-EXIT
005230     END-START.
005240     PERFORM 8520-CHECK-HOLDER THRU 8520-EXIT
005250         UNTIL DL100-NST-LOCK-SCAN-DONE.
005260 8510-EXIT.
005270     EXIT.
005280*
005290*    ------------------------------------------------------------
005300*    8520-CHECK-HOLDER - AN EXCLUSIVE LOCK CLASHES WITH ANY
005310*    OTHER; AN UPDATE LOCK WITH ANOTHER UPDATE; A SHARED LOCK
005320*    ONLY WITH AN EXCLUSIVE ONE.
005330*    ------------------------------------------------------------
005340 8520-CHECK-HOLDER.
005350     READ DL100-LOCK-FILE NEXT
005360         AT END
005370             SET DL100-NST-LOCK-SCAN-DONE TO TRUE
005380             GO TO 8520-EXIT
005390     END-READ.
005400     IF DL100-LCK-RESOURCE NOT =
005410         DL100-NST-LOCK-RESOURCE (DL100-NST-LOCK-SUB)
005420         SET DL100-NST-LOCK-SCAN-DONE TO TRUE
005430         GO TO 8520-EXIT
005440     END-IF.
005450     IF DL100-LCK-JOB = DL100-NST-LOCK-JOB
005460         GO TO 8520-EXIT
005470     END-IF.
005480     IF DL100-LCK-SHARED
005490         AND NOT DL100-NST-LOCK-WANT-EXCL (DL100-NST-LOCK-SUB)
005500         GO TO 8520-EXIT
005510     END-IF.
005520     IF DL100-LCK-UPDATE
005530         AND DL100-NST-LOCK-WANT-SHARED (DL100-NST-LOCK-SUB)
005540         GO TO 8520-EXIT
005550     END-IF.
005560     SET DL100-NST-LOCK-CLASH TO TRUE.
005570     DISPLAY 'DL100-NIGHT - ' DL100-LCK-RESOURCE
005580         ' IS HELD BY JOB ' DL100-LCK-JOB
005590         ' (' DL100-LCK-PROGRAM ') SINCE '
005600         DL100-LCK-DATE ' ' DL100-LCK-TIME.
005610     MOVE 'C' TO DL100-NST-LOCK-ACTION.
005620     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
005630 8520-EXIT.
005640     EXIT.
005650*
005660 8530-WRITE-LOCK.
005670     MOVE SPACES TO DL100-LCK-RECORD.
005680     MOVE DL100-NST-LOCK-RESOURCE (DL100-NST-LOCK-SUB)
005690         TO DL100-LCK-RESOURCE.
005700     MOVE DL100-NST-LOCK-JOB TO DL100-LCK-JOB.
005710     MOVE DL100-NST-LOCK-MODE (DL100-NST-LOCK-SUB)
005720         TO DL100-LCK-MODE.
005730     MOVE DL100-NST-LOCK-PROGRAM TO DL100-LCK-PROGRAM.
005740     MOVE DL100-NST-LOCK-DATE TO DL100-LCK-DATE.
005750     MOVE DL100-NST-LOCK-TIME TO DL100-LCK-TIME.
005760     WRITE DL100-LCK-RECORD
005770         INVALID KEY
005780             IF DL100-NST-LKF-DUPKEY
005790                 REWRITE DL100-LCK-RECORD
005800                     INVALID KEY
005810                         CONTINUE
005820                 END-REWRITE
005830             END-IF
005840     END-WRITE.
005850     IF NOT DL100-NST-LKF-OK
005860         DISPLAY 'DL100-NIGHT - LOCK WRITE FAILED, STATUS '
005870             DL100-NST-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
005880         SET DL100-NST-LOCK-CLASH TO TRUE
005890         GO TO 8530-EXIT
005900     END-IF.
005910     MOVE 'L' TO DL100-NST-LOCK-ACTION.
005920     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
005930 8530-EXIT.
005940     EXIT.
005950*
005960*    ------------------------------------------------------------
005970*    8600-RELEASE-LOCKS - GIVE UP EVERY LOCK THIS PROGRAM TOOK.
005980*    PERFORMED BEFORE EVERY STOP RUN ONCE THE LOCKS ARE HELD, SO
005990*    ONLY AN ABEND LEAVES THEM BEHIND FOR DL100-LCKREL.
006000*    ------------------------------------------------------------
006010 8600-RELEASE-LOCKS.
006020     IF DL100-NST-LOCKS-FREE
006030         GO TO 8600-EXIT
006040     END-IF.
006050     SET DL100-NST-LOCKS-FREE TO TRUE.
006060     ACCEPT DL100-NST-LOCK-DATE FROM DATE YYYYMMDD.
006070     ACCEPT DL100-NST-LOCK-TIME FROM TIME.
006080     OPEN I-O DL100-LOCK-FILE.
006090     IF NOT DL100-NST-LKF-OK
006100         DISPLAY 'DL100-NIGHT - LOCK FILE OPEN FAILED, STATUS '
006110             DL100-NST-LOCK-STATUS ' - LOCKS LEFT FOR RELEASE BY '
006120             'DL100-LCKREL'
006130         GO TO 8600-EXIT
006140     END-IF.
006150     OPEN EXTEND DL100-LOCKLOG-FILE.
006160     PERFORM 8610-DELETE-LOCK THRU 8610-EXIT
006170         VARYING DL100-NST-LOCK-SUB FROM 1 BY 1
006180         UNTIL DL100-NST-LOCK-SUB > DL100-NST-LOCK-COUNT.
006190     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
006200 8600-EXIT.
006210     EXIT.
006220*
006230 8610-DELETE-LOCK.
006240     MOVE DL100-NST-LOCK-RESOURCE (DL100-NST-LOCK-SUB)
006250         TO DL100-LCK-RESOURCE.
006260     MOVE DL100-NST-LOCK-JOB TO DL100-LCK-JOB.
006270     READ DL100-LOCK-FILE
006280         INVALID KEY
006290             GO TO 8610-EXIT
006300     END-READ.
006310     DELETE DL100-LOCK-FILE
006320         INVALID KEY
006330             DISPLAY 'DL100-NIGHT - LOCK DELETE FAILED, STATUS '
006340                 DL100-NST-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
006350             GO TO 8610-EXIT
006360     END-DELETE.
006370     MOVE 'F' TO DL100-NST-LOCK-ACTION.
006380     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
006390 8610-EXIT.
006400     EXIT.
006410*
006420*    ------------------------------------------------------------
006430*    8700-WRITE-LOCK-LOG - ONE LOG RECORD PER LOCK TAKEN OR
006440*    GIVEN UP, AND PER CLASH THAT REFUSED THE RUN.
006450*    ------------------------------------------------------------
006460 8700-WRITE-LOCK-LOG.
006470     MOVE SPACES TO DL100-LLG-RECORD.
006480     MOVE DL100-NST-LOCK-ACTION TO DL100-LLG-ACTION.
006490     MOVE DL100-NST-LOCK-DATE TO DL100-LLG-LOG-DATE.
006500     MOVE DL100-NST-LOCK-TIME TO DL100-LLG-LOG-TIME.
006510     MOVE DL100-NST-LOCK-JOB TO DL100-LLG-REQ-JOB.
006520     MOVE DL100-NST-LOCK-PROGRAM TO DL100-LLG-REQ-PROGRAM.
006530     MOVE DL100-LCK-RECORD TO DL100-LLG-LOCK-IMAGE.
006540     WRITE DL100-LLGOUT-RECORD FROM DL100-LLG-RECORD.
006550 8700-EXIT.
006560     EXIT.
