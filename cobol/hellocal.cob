000140*        IMPOSSIBLE RUN DATE.  THE FILE IS CREATED ON ITS
000150*        VERY FIRST USE.
000160*
000161*        THE SHARED DATASETS IT USES ARE REGISTERED ON THE
000162*        SUBSYSTEM LOCK FILE BEFORE ANY FILE IS OPENED.  A
000163*        CLASH WITH ANOTHER JOB'S LOCK ENDS THE RUN RC 24, THE
000164*        HOLDING JOB NAMED ON SYSOUT.
000165*
000170*    MODIFICATION HISTORY.
000180*    DATE       INIT DESCRIPTION
000190*    ---------- ---- --------------------------------------------
000200*    2026-09-02 JGH  ORIGINAL PROGRAM.
000202*    2026-10-15 JGH  REGISTERS ITS SHARED DATASETS ON THE NEW
000204*    2026-10-15 JGH  SUBSYSTEM LOCK FILE BEFORE OPENING ANYTHING
000206*    2026-10-15 JGH  AND LOGS EVERY LOCK TAKEN AND GIVEN UP; A
000208*    2026-10-15 JGH  CLASH WITH ANOTHER JOB ENDS THE RUN RC 24.
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. DL100-CALMNT.
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS DL100-CAL-DATE
000380         FILE STATUS IS DL100-CAL-FILE-STATUS.
000381     SELECT DL100-LOCK-FILE ASSIGN TO "LOCKFILE"
000382         ORGANIZATION IS INDEXED
000383         ACCESS MODE IS DYNAMIC
000384         RECORD KEY IS DL100-LCK-KEY
000385         FILE STATUS IS DL100-CAL-LOCK-STATUS.
000386     SELECT DL100-LOCKLOG-FILE ASSIGN TO "LOCKLOG"
000387         ORGANIZATION IS SEQUENTIAL.
000390*
000400 DATA DIVISION.
000410 FILE SECTION.
000450*
000460 FD  DL100-CAL-FILE.
000470     COPY DL100CAL.
000471*
000472 FD  DL100-LOCK-FILE.
000473     COPY DL100LCK.
000474*
000475 FD  DL100-LOCKLOG-FILE
000476     RECORDING MODE IS F.
000477 01  DL100-LLGOUT-RECORD             PIC X(200).
000480*
000490 WORKING-STORAGE SECTION.
000500 01  DL100-CAL-SWITCHES.
000730         10  DL100-CAL-CARD-MM       PIC 9(02).
000740         10  DL100-CAL-CARD-DD       PIC 9(02).
000750*
000751*    THE SHARED DATASETS THIS PROGRAM REGISTERS ON THE
000752*    SUBSYSTEM LOCK FILE BEFORE IT OPENS ANYTHING, AND HOW IT
000753*    USES EACH - 'X' EXCLUSIVE, 'U' UPDATE, 'S' SHARED READ.
000754*    THE JOB NAME IS THAT OF THE JOB THIS PROGRAM RUNS UNDER.
000755 01  DL100-CAL-LOCK-LIST.
000756     05  FILLER                      PIC X(09) VALUE 'CALENDARU'.
000757 01  DL100-CAL-LOCK-TABLE REDEFINES DL100-CAL-LOCK-LIST.
000758     05  DL100-CAL-LOCK-ENTRY        OCCURS 1 TIMES.
000759         10  DL100-CAL-LOCK-RESOURCE PIC X(08).
000760         10  DL100-CAL-LOCK-MODE     PIC X(01).
000761             88  DL100-CAL-LOCK-WANT-EXCL       VALUE 'X'.
000762             88  DL100-CAL-LOCK-WANT-SHARED     VALUE 'S'.
000763*
000764 01  DL100-CAL-LOCK-FIELDS.
000765     05  DL100-CAL-LOCK-COUNT        PIC 9(02) COMP VALUE 1.
000766     05  DL100-CAL-LOCK-SUB          PIC 9(02) COMP VALUE ZERO.
000767     05  DL100-CAL-LOCK-JOB          PIC X(08) VALUE 'HELLOCAL'.
000768     05  DL100-CAL-LOCK-PROGRAM      PIC X(16)
000769                                     VALUE 'DL100-CALMNT'.
000770     05  DL100-CAL-LOCK-DATE         PIC 9(08) VALUE ZERO.
000771     05  DL100-CAL-LOCK-TIME         PIC 9(08) VALUE ZERO.
000772     05  DL100-CAL-LOCK-ACTION       PIC X(01) VALUE SPACE.
000773     05  DL100-CAL-LOCK-HELD-SWITCH  PIC X(01) VALUE 'N'.
000774         88  DL100-CAL-LOCKS-HELD               VALUE 'Y'.
000775         88  DL100-CAL-LOCKS-FREE               VALUE 'N'.
000776     05  DL100-CAL-LOCK-SCAN-SWITCH  PIC X(01) VALUE 'N'.
000777         88  DL100-CAL-LOCK-SCAN-DONE           VALUE 'Y'.
000778         88  DL100-CAL-LOCK-SCAN-MORE           VALUE 'N'.
000779     05  DL100-CAL-LOCK-CLASH-SWITCH PIC X(01) VALUE 'N'.
000780         88  DL100-CAL-LOCK-CLASH               VALUE 'Y'.
000781         88  DL100-CAL-LOCK-NO-CLASH            VALUE 'N'.
000782*
000783 01  DL100-CAL-LOCK-STATUS           PIC X(02).
000784     88  DL100-CAL-LKF-OK                       VALUE '00'.
000785     88  DL100-CAL-LKF-NOTFND                   VALUE '23'.
000786     88  DL100-CAL-LKF-DUPKEY                   VALUE '22'.
000787     88  DL100-CAL-LKF-NOFILE                   VALUE '35'.
000788*
000789     COPY DL100LLG.
000790*
000791 PROCEDURE DIVISION.
000792*
000793 0000-MAINLINE-CONTROL.
000794     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
000800     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
000810         UNTIL DL100-CAL-EOF-YES.
000820     PERFORM 9000-TERMINATION THRU 9000-EXIT.
000825     PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT.
000830     STOP RUN.
000840*
000850 1000-INITIALIZATION.
000855     PERFORM 8500-ACQUIRE-LOCKS THRU 8500-EXIT.
000860     OPEN INPUT DL100-CLC-FILE.
000870     OPEN I-O DL100-CAL-FILE.
000880     IF DL100-CAL-NOFILE
000960         DISPLAY 'DL100-CALMNT - CALENDAR OPEN FAILED, '
000970             'STATUS ' DL100-CAL-FILE-STATUS ' - RUN ABORTED'
000980         MOVE 16 TO RETURN-CODE
000985         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
000990         STOP RUN
001000     END-IF.
001010     ACCEPT DL100-CAL-TODAY FROM DATE YYYYMMDD.
002430     END-IF.
002440 9000-EXIT.
002450     EXIT.
002460*
002470*    ------------------------------------------------------------
002480*    8500-ACQUIRE-LOCKS - BEFORE ANY FILE IS OPENED, CHECK EVERY
002490*    SHARED DATASET THIS PROGRAM USES AGAINST THE SUBSYSTEM LOCK
002500*    FILE.  A LOCK ANOTHER JOB HOLDS THAT CLASHES WITH OURS ENDS
002510*    THE STEP RC 24 WITH THE HOLDER NAMED AND NOTHING OPENED.  A
002520*    LOCK HELD UNDER OUR OWN JOB NAME WAS LEFT BY AN EARLIER STEP
002530*    OR AN EARLIER ATTEMPT OF THIS JOB AND IS TAKEN OVER.  THE
002540*    LOCK FILE IS CREATED ON ITS VERY FIRST USE.
002550*    ------------------------------------------------------------
002560 8500-ACQUIRE-LOCKS.
002570     ACCEPT DL100-CAL-LOCK-DATE FROM DATE YYYYMMDD.
002580     ACCEPT DL100-CAL-LOCK-TIME FROM TIME.
002590     OPEN I-O DL100-LOCK-FILE.
002600     IF DL100-CAL-LKF-NOFILE
002610         OPEN OUTPUT DL100-LOCK-FILE
002620         CLOSE DL100-LOCK-FILE
002630         OPEN I-O DL100-LOCK-FILE
002640     END-IF.
002650     IF NOT DL100-CAL-LKF-OK
002660         DISPLAY 'DL100-CALMNT - LOCK FILE OPEN FAILED, STATUS '
002670             DL100-CAL-LOCK-STATUS ' - RUN ABORTED'
002680         MOVE 16 TO RETURN-CODE
002690         STOP RUN
002700     END-IF.
002710     OPEN EXTEND DL100-LOCKLOG-FILE.
002720     SET DL100-CAL-LOCK-NO-CLASH TO TRUE.
002730     PERFORM 8510-CHECK-RESOURCE THRU 8510-EXIT
002740         VARYING DL100-CAL-LOCK-SUB FROM 1 BY 1
002750         UNTIL DL100-CAL-LOCK-SUB > DL100-CAL-LOCK-COUNT.
002760     IF DL100-CAL-LOCK-CLASH
002770         CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE
002780         DISPLAY 'DL100-CALMNT - A DATASET IT NEEDS IS IN USE BY '
002790             'ANOTHER JOB - RUN REFUSED'
002800         MOVE 24 TO RETURN-CODE
002810         STOP RUN
002820     END-IF.
002830     PERFORM 8530-WRITE-LOCK THRU 8530-EXIT
002840         VARYING DL100-CAL-LOCK-SUB FROM 1 BY 1
002850         UNTIL DL100-CAL-LOCK-SUB > DL100-CAL-LOCK-COUNT.
002860     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
002870     SET DL100-CAL-LOCKS-HELD TO TRUE.
002880     IF DL100-CAL-LOCK-CLASH
002890         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
002900         MOVE 16 TO RETURN-CODE
002910         STOP RUN
002920     END-IF.
002930 8500-EXIT.
002940     EXIT.
002950*
002960 8510-CHECK-RESOURCE.
002970     SET DL100-CAL-LOCK-SCAN-MORE TO TRUE.
002980     MOVE DL100-CAL-LOCK-RESOURCE (DL100-CAL-LOCK-SUB)
002990         TO DL100-LCK-RESOURCE.
003000     MOVE LOW-VALUES TO DL100-LCK-JOB.
003010     START DL100-LOCK-FILE KEY NOT < DL100-LCK-KEY
003020         INVALID KEY
003030             GO TO 8510-EXIT
003040     END-START.
003050     PERFORM 8520-CHECK-HOLDER THRU 8520-EXIT
003060         UNTIL DL100-CAL-LOCK-SCAN-DONE.
003070 8510-EXIT.
003080     EXIT.
003090*
003100*    ------------------------------------------------------------
003110*    8520-CHECK-HOLDER - AN EXCLUSIVE LOCK CLASHES WITH ANY
003120*    OTHER; AN UPDATE LOCK WITH ANOTHER UPDATE; A SHARED LOCK
003130*    ONLY WITH AN EXCLUSIVE ONE.
003140*    ------------------------------------------------------------
003150 8520-CHECK-HOLDER.
003160     READ DL100-LOCK-FILE NEXT
003170         AT END
003180             SET DL100-CAL-LOCK-SCAN-DONE TO TRUE
003190             GO TO 8520-EXIT
003200     END-READ.
003210     IF DL100-LCK-RESOURCE NOT =
003220         DL100-CAL-LOCK-RESOURCE (DL100-CAL-LOCK-SUB)
003230         SET DL100-CAL-LOCK-SCAN-DONE TO TRUE
003240         GO TO 8520-EXIT
003250     END-IF.
003260     IF DL100-LCK-JOB = DL100-CAL-LOCK-JOB
003270         GO TO 8520-EXIT
003280     END-IF.
003290     IF DL100-LCK-SHARED
003300         AND NOT DL100-CAL-LOCK-WANT-EXCL (DL100-CAL-LOCK-SUB)
003310         GO TO 8520-EXIT
003320     END-IF.
003330     IF DL100-LCK-UPDATE
003340         AND DL100-CAL-LOCK-WANT-SHARED (DL100-CAL-LOCK-SUB)
003350         GO TO 8520-EXIT
003360     END-IF.
003370     SET DL100-CAL-LOCK-CLASH TO TRUE.
003380     DISPLAY 'DL100-CALMNT - ' DL100-LCK-RESOURCE
003390         ' IS HELD BY JOB ' DL100-LCK-JOB
003400         ' (' DL100-LCK-PROGRAM ') SINCE '
003410         DL100-LCK-DATE ' ' DL100-LCK-TIME.
003420     MOVE 'C' TO DL100-CAL-LOCK-ACTION.
003430     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
003440 8520-EXIT.
003450     EXIT.
003460*
003470 8530-WRITE-LOCK.
003480     MOVE SPACES TO DL100-LCK-RECORD.
003490     MOVE DL100-CAL-LOCK-RESOURCE (DL100-CAL-LOCK-SUB)
003500         TO DL100-LCK-RESOURCE.
003510     MOVE DL100-CAL-LOCK-JOB TO DL100-LCK-JOB.
003520     MOVE DL100-CAL-LOCK-MODE (DL100-CAL-LOCK-SUB)
003530         TO DL100-LCK-MODE.
003540     MOVE DL100-CAL-LOCK-PROGRAM TO DL100-LCK-PROGRAM.
003550     MOVE DL100-CAL-LOCK-DATE TO DL100-LCK-DATE.
003560     MOVE DL100-CAL-LOCK-TIME TO DL100-LCK-TIME.
003570     WRITE DL100-LCK-RECORD
003580         INVALID KEY
003590             IF DL100-CAL-LKF-DUPKEY
003600                 REWRITE DL100-LCK-RECORD
003610                     INVALID KEY
003620                         CONTINUE
003630                 END-REWRITE
003640             END-IF
003650     END-WRITE.
003660     IF NOT DL100-CAL-LKF-OK
003670         DISPLAY 'DL100-CALMNT - LOCK WRITE FAILED, STATUS '
003680             DL100-CAL-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
003690         SET DL100-CAL-LOCK-CLASH TO TRUE
003700         GO TO 8530-EXIT
003710     END-IF.
003720     MOVE 'L' TO DL100-CAL-LOCK-ACTION.
003730     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
003740 8530-EXIT.
003750     EXIT.
003760*
003770*    ------------------------------------------------------------
003780*    8600-RELEASE-LOCKS - GIVE UP EVERY LOCK THIS PROGRAM TOOK.
003790*    PERFORMED BEFORE EVERY STOP RUN ONCE THE LOCKS ARE HELD, SO
003800*    ONLY AN ABEND LEAVES THEM BEHIND FOR DL100-LCKREL.
003810*    ------------------------------------------------------------
003820 8600-RELEASE-LOCKS.
003830     IF DL100-CAL-LOCKS-FREE
003840         GO TO 8600-EXIT
003850     END-IF.
003860     SET DL100-CAL-LOCKS-FREE TO TRUE.
003870     ACCEPT DL100-CAL-LOCK-DATE FROM DATE YYYYMMDD.
003880     ACCEPT DL100-CAL-LOCK-TIME FROM TIME.
003890     OPEN I-O DL100-LOCK-FILE.
003900     IF NOT DL100-CAL-LKF-OK
003910         DISPLAY 'DL100-CALMNT - LOCK FILE OPEN FAILED, STATUS '
003920             DL100-CAL-LOCK-STATUS ' - LOCKS LEFT FOR RELEASE BY '
003930             'DL100-LCKREL'
003940         GO TO 8600-EXIT
003950     END-IF.
003960     OPEN EXTEND DL100-LOCKLOG-FILE.
003970     PERFORM 8610-DELETE-LOCK THRU 8610-EXIT
003980         VARYING DL100-CAL-LOCK-SUB FROM 1 BY 1
003990         UNTIL DL100-CAL-LOCK-SUB > DL100-CAL-LOCK-COUNT.
004000     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
004010 8600-EXIT.
004020     EXIT.
004030*
004040 8610-DELETE-LOCK.
004050     MOVE DL100-CAL-LOCK-RESOURCE (DL100-CAL-LOCK-SUB)
004060         TO DL100-LCK-RESOURCE.
004070     MOVE DL100-CAL-LOCK-JOB TO DL100-LCK-JOB.
004080     READ DL100-LOCK-FILE
004090         INVALID KEY
004100             GO TO 8610-EXIT
004110     END-READ.
004120     DELETE DL100-LOCK-FILE
004130         INVALID KEY
004140             DISPLAY 'DL100-CALMNT - LOCK DELETE FAILED, STATUS '
004150                 DL100-CAL-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
004160             GO TO 8610-EXIT
004170     END-DELETE.
004180     MOVE 'F' TO DL100-CAL-LOCK-ACTION.
004190     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
004200 8610-EXIT.
004210     EXIT.
004220*
004230*    ------------------------------------------------------------
004240*    8700-WRITE-LOCK-LOG - ONE LOG RECORD PER LOCK TAKEN OR
004250*    GIVEN UP, AND PER CLASH THAT REFUSED THE RUN.
004260*    ------------------------------------------------------------
004270 8700-WRITE-LOCK-LOG.
004280     MOVE SPACES TO DL100-LLG-RECORD.
004290     MOVE DL100-CAL-LOCK-ACTION TO DL100-LLG-ACTION.
004300     MOVE DL100-CAL-LOCK-DATE TO DL100-LLG-LOG-DATE.
004310     MOVE DL100-CAL-LOCK-TIME TO DL100-LLG-LOG-TIME.
004320     MOVE DL100-CAL-LOCK-JOB TO DL100-LLG-REQ-JOB.
004330     MOVE DL100-CAL-LOCK-PROGRAM TO DL100-LLG-REQ-PROGRAM.
004340     MOVE DL100-LCK-RECORD TO DL100-LLG-LOCK-IMAGE.
004350     WRITE DL100-LLGOUT-RECORD FROM DL100-LLG-RECORD.
004360 8700-EXIT.
004370     EXIT.
