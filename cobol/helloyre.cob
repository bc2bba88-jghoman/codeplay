000170*        FINANCE IS NEVER HANDED A TOTAL MISSING A MONTH, AND
000180*        JANUARY STOPS BEING AN ADDING-MACHINE SESSION.
000190*
000191*        THE SHARED DATASETS IT USES ARE REGISTERED ON THE
000192*        SUBSYSTEM LOCK FILE BEFORE ANY FILE IS OPENED.  A
000193*        CLASH WITH ANOTHER JOB'S LOCK ENDS THE RUN RC 24, THE
000194*        HOLDING JOB NAMED ON SYSOUT.
000195*
000200*    MODIFICATION HISTORY.
000210*    DATE       INIT DESCRIPTION
000220*    ---------- ---- --------------------------------------------
000230*    2026-09-02 JGH  ORIGINAL PROGRAM.
000232*    2026-10-15 JGH  REGISTERS ITS SHARED DATASETS ON THE NEW
000234*    2026-10-15 JGH  SUBSYSTEM LOCK FILE BEFORE OPENING ANYTHING
000236*    2026-10-15 JGH  AND LOGS EVERY LOCK TAKEN AND GIVEN UP; A
000238*    2026-10-15 JGH  CLASH WITH ANOTHER JOB ENDS THE RUN RC 24.
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. DL100-YREND.
000460         ORGANIZATION IS SEQUENTIAL.
000470     SELECT DL100-CARD-FILE ASSIGN TO "SYSIN"
000480         ORGANIZATION IS SEQUENTIAL.
000481     SELECT DL100-LOCK-FILE ASSIGN TO "LOCKFILE"
000482         ORGANIZATION IS INDEXED
000483         ACCESS MODE IS DYNAMIC
000484         RECORD KEY IS DL100-LCK-KEY
000485         FILE STATUS IS DL100-YRE-LOCK-STATUS.
000486     SELECT DL100-LOCKLOG-FILE ASSIGN TO "LOCKLOG"
000487         ORGANIZATION IS SEQUENTIAL.
000490*
000500 DATA DIVISION.
000510 FILE SECTION.
000620 FD  DL100-CARD-FILE
000630     RECORDING MODE IS F.
000640     COPY DL100YEC.
000641*
000642 FD  DL100-LOCK-FILE.
000643     COPY DL100LCK.
000644*
000645 FD  DL100-LOCKLOG-FILE
000646     RECORDING MODE IS F.
000647 01  DL100-LLGOUT-RECORD             PIC X(200).
000650*
000660 WORKING-STORAGE SECTION.
000670 01  DL100-YRE-SWITCHES.
000980*
000990     COPY DL100YRP.
001000*
001001*    THE SHARED DATASETS THIS PROGRAM REGISTERS ON THE
001002*    SUBSYSTEM LOCK FILE BEFORE IT OPENS ANYTHING, AND HOW IT
001003*    USES EACH - 'X' EXCLUSIVE, 'U' UPDATE, 'S' SHARED READ.
001004*    THE JOB NAME IS THAT OF THE JOB THIS PROGRAM RUNS UNDER.
001005 01  DL100-YRE-LOCK-LIST.
001006     05  FILLER                      PIC X(09) VALUE 'MONTHSUMS'.
001007 01  DL100-YRE-LOCK-TABLE REDEFINES DL100-YRE-LOCK-LIST.
001008     05  DL100-YRE-LOCK-ENTRY        OCCURS 1 TIMES.
001009         10  DL100-YRE-LOCK-RESOURCE PIC X(08).
001010         10  DL100-YRE-LOCK-MODE     PIC X(01).
001011             88  DL100-YRE-LOCK-WANT-EXCL       VALUE 'X'.
001012             88  DL100-YRE-LOCK-WANT-SHARED     VALUE 'S'.
001013*
001014 01  DL100-YRE-LOCK-FIELDS.
001015     05  DL100-YRE-LOCK-COUNT        PIC 9(02) COMP VALUE 1.
001016     05  DL100-YRE-LOCK-SUB          PIC 9(02) COMP VALUE ZERO.
001017     05  DL100-YRE-LOCK-JOB          PIC X(08) VALUE 'HELLOYRE'.
001018     05  DL100-YRE-LOCK-PROGRAM      PIC X(16)
001019                                     VALUE 'DL100-YREND'.
001020     05  DL100-YRE-LOCK-DATE         PIC 9(08) VALUE ZERO.
001021     05  DL100-YRE-LOCK-TIME         PIC 9(08) VALUE ZERO.
001022     05  DL100-YRE-LOCK-ACTION       PIC X(01) VALUE SPACE.
001023     05  DL100-YRE-LOCK-HELD-SWITCH  PIC X(01) VALUE 'N'.
001024         88  DL100-YRE-LOCKS-HELD               VALUE 'Y'.
001025         88  DL100-YRE-LOCKS-FREE               VALUE 'N'.
001026     05  DL100-YRE-LOCK-SCAN-SWITCH  PIC X(01) VALUE 'N'.
001027         88  DL100-YRE-LOCK-SCAN-DONE           VALUE 'Y'.
001028         88  DL100-YRE-LOCK-SCAN-MORE           VALUE 'N'.
001029     05  DL100-YRE-LOCK-CLASH-SWITCH PIC X(01) VALUE 'N'.
001030         88  DL100-YRE-LOCK-CLASH               VALUE 'Y'.
001031         88  DL100-YRE-LOCK-NO-CLASH            VALUE 'N'.
001032*
001033 01  DL100-YRE-LOCK-STATUS           PIC X(02).
001034     88  DL100-YRE-LKF-OK                       VALUE '00'.
001035     88  DL100-YRE-LKF-NOTFND                   VALUE '23'.
001036     88  DL100-YRE-LKF-DUPKEY                   VALUE '22'.
001037     88  DL100-YRE-LKF-NOFILE                   VALUE '35'.
001038*
001039     COPY DL100LLG.
001040*
001041 PROCEDURE DIVISION.
001042*
001043*    ------------------------------------------------------------
001044*    0000-MAINLINE-CONTROL - TOP LEVEL FLOW ONLY.
001050*    ------------------------------------------------------------
001060 0000-MAINLINE-CONTROL.
001070     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
001180             OR DL100-YRE-DIRTY-COUNT NOT = ZERO
001190             MOVE 8 TO RETURN-CODE
001200     END-EVALUATE.
001205     PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT.
001210     STOP RUN.
001220*
001230*    ------------------------------------------------------------
001260*    AND WRITE THE REPORT HEADER.
001270*    ------------------------------------------------------------
001280 1000-INITIALIZATION.
001285     PERFORM 8500-ACQUIRE-LOCKS THRU 8500-EXIT.
001290     OPEN INPUT DL100-CARD-FILE.
001300     READ DL100-CARD-FILE
001310         AT END
003130         ' - ' DL100-YRP-FTR-VERDICT.
003140 9000-EXIT.
003150     EXIT.
003160*
003170*    ------------------------------------------------------------
003180*    8500-ACQUIRE-LOCKS - BEFORE ANY FILE IS OPENED, CHECK EVERY
003190*    SHARED DATASET THIS PROGRAM USES AGAINST THE SUBSYSTEM LOCK
003200*    FILE.  A LOCK ANOTHER JOB HOLDS THAT CLASHES WITH OURS ENDS
003210*    THE STEP RC 24 WITH THE HOLDER NAMED AND NOTHING OPENED.  A
003220*    LOCK HELD UNDER OUR OWN JOB NAME WAS LEFT BY AN EARLIER STEP
003230*    OR AN EARLIER ATTEMPT OF THIS JOB AND IS TAKEN OVER.  THE
003240*    LOCK FILE IS CREATED ON ITS VERY FIRST USE.
003250*    ------------------------------------------------------------
003260 8500-ACQUIRE-LOCKS.
003270     ACCEPT DL100-YRE-LOCK-DATE FROM DATE YYYYMMDD.
003280     ACCEPT DL100-YRE-LOCK-TIME FROM TIME.
003290     OPEN I-O DL100-LOCK-FILE.
003300     IF DL100-YRE-LKF-NOFILE
003310         OPEN OUTPUT DL100-LOCK-FILE
003320         CLOSE DL100-LOCK-FILE
003330         OPEN I-O DL100-LOCK-FILE
003340     END-IF.
003350     IF NOT DL100-YRE-LKF-OK
003360         DISPLAY 'DL100-YREND - LOCK FILE OPEN FAILED, STATUS '
003370             DL100-YRE-LOCK-STATUS ' - RUN ABORTED'
003380         MOVE 16 TO RETURN-CODE
003390         STOP RUN
003400     END-IF.
003410     OPEN EXTEND DL100-LOCKLOG-FILE.
003420     SET DL100-YRE-LOCK-NO-CLASH TO TRUE.
003430     PERFORM 8510-CHECK-RESOURCE THRU 8510-EXIT
003440         VARYING DL100-YRE-LOCK-SUB FROM 1 BY 1
003450         UNTIL DL100-YRE-LOCK-SUB > DL100-YRE-LOCK-COUNT.
003460     IF DL100-YRE-LOCK-CLASH
003470         CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE
003480         DISPLAY 'DL100-YREND - A DATASET IT NEEDS IS IN USE BY '
003490             'ANOTHER JOB - RUN REFUSED'
003500         MOVE 24 TO RETURN-CODE
003510         STOP RUN
003520     END-IF.
003530     PERFORM 8530-WRITE-LOCK THRU 8530-EXIT
003540         VARYING DL100-YRE-LOCK-SUB FROM 1 BY 1
003550         UNTIL DL100-YRE-LOCK-SUB > DL100-YRE-LOCK-COUNT.
003560     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
003570     SET DL100-YRE-LOCKS-HELD TO TRUE.
003580     IF DL100-YRE-LOCK-CLASH
003590         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
003600         MOVE 16 TO RETURN-CODE
003610         STOP RUN
003620     END-IF.
003630 8500-EXIT.
003640     EXIT.
003650*
003660 8510-CHECK-RESOURCE.
003670     SET DL100-YRE-LOCK-SCAN-MORE TO TRUE.
003680     MOVE DL100-YRE-LOCK-RESOURCE (DL100-YRE-LOCK-SUB)
003690         TO DL100-LCK-RESOURCE.
003700     MOVE LOW-VALUES TO DL100-LCK-JOB.
003710     START DL100-LOCK-FILE KEY NOT < DL100-LCK-KEY
003720         INVALID KEY
003730             GO TO 8510-EXIT
003740     END-START.
003750     PERFORM 8520-CHECK-HOLDER THRU 8520-EXIT
003760         UNTIL DL100-YRE-LOCK-SCAN-DONE.
003770 8510-EXIT.
003780     EXIT.
003790*
003800*    ------------------------------------------------------------
003810*    8520-CHECK-HOLDER - AN EXCLUSIVE LOCK CLASHES WITH ANY
003820*    OTHER; AN UPDATE LOCK WITH ANOTHER UPDATE; A SHARED LOCK
003830*    ONLY WITH AN EXCLUSIVE ONE.
003840*    ------------------------------------------------------------
003850 8520-CHECK-HOLDER.
003860     READ DL100-LOCK-FILE NEXT
003870         AT END
003880             SET DL100-YRE-LOCK-SCAN-DONE TO TRUE
003890             GO TO 8520-EXIT
003900     END-READ.
003910     IF DL100-LCK-RESOURCE NOT =
003920         DL100-YRE-LOCK-RESOURCE (DL100-YRE-LOCK-SUB)
003930         SET DL100-YRE-LOCK-SCAN-DONE TO TRUE
003940         GO TO 8520-EXIT
003950     END-IF.
003960     IF DL100-LCK-JOB = DL100-YRE-LOCK-JOB
003970         GO TO 8520-EXIT
003980     END-IF.
003990     IF DL100-LCK-SHARED
004000         AND NOT DL100-YRE-LOCK-WANT-EXCL (DL100-YRE-LOCK-SUB)
004010         GO TO 8520-EXIT
004020     END-IF.
004030     IF DL100-LCK-UPDATE
004040         AND DL100-YRE-LOCK-WANT-SHARED (DL100-YRE-LOCK-SUB)
004050         GO TO 8520-EXIT
004060     END-IF.
004070     SET DL100-YRE-LOCK-CLASH TO TRUE.
004080     DISPLAY 'DL100-YREND - ' DL100-LCK-RESOURCE
004090         ' IS HELD BY JOB ' DL100-LCK-JOB
004100         ' (' DL100-LCK-PROGRAM ') SINCE '
004110         DL100-LCK-DATE ' ' DL100-LCK-TIME.
004120     MOVE 'C' TO DL100-YRE-LOCK-ACTION.
004130     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
004140 8520-EXIT.
004150     EXIT.
004160*
004170 8530-WRITE-LOCK.
004180     MOVE SPACES TO DL100-LCK-RECORD.
004190     MOVE DL100-YRE-LOCK-RESOURCE (DL100-YRE-LOCK-SUB)
004200         TO DL100-LCK-RESOURCE.
004210     MOVE DL100-YRE-LOCK-JOB TO DL100-LCK-JOB.
004220     MOVE DL100-YRE-LOCK-MODE (DL100-YRE-LOCK-SUB)
004230         TO DL100-LCK-MODE.
004240     MOVE DL100-YRE-LOCK-PROGRAM TO DL100-LCK-PROGRAM.
004250     MOVE DL100-YRE-LOCK-DATE TO DL100-LCK-DATE.
004260     MOVE DL100-YRE-LOCK-TIME TO DL100-LCK-TIME.
004270     WRITE DL100-LCK-RECORD
004280         INVALID KEY
004290             IF DL100-YRE-LKF-DUPKEY
004300                 REWRITE DL100-LCK-RECORD
004310                     INVALID KEY
004320                         CONTINUE
004330                 END-REWRITE
004340             END-IF
004350     END-WRITE.
004360     IF NOT DL100-YRE-LKF-OK
004370         DISPLAY 'DL100-YREND - LOCK WRITE FAILED, STATUS '
004380             DL100-YRE-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
004390         SET DL100-YRE-LOCK-CLASH TO TRUE
004400         GO TO 8530-EXIT
004410     END-IF.
004420     MOVE 'L' TO DL100-YRE-LOCK-ACTION.
004430     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
004440 8530-EXIT.
004450     EXIT.
004460*
004470*    ------------------------------------------------------------
004480*    8600-RELEASE-LOCKS - GIVE UP EVERY LOCK THIS PROGRAM TOOK.
004490*    PERFORMED BEFORE EVERY STOP RUN ONCE THE LOCKS ARE HELD, SO
004500*    ONLY AN ABEND LEAVES THEM BEHIND FOR DL100-LCKREL.
004510*    ------------------------------------------------------------
004520 8600-RELEASE-LOCKS.
004530     IF DL100-YRE-LOCKS-FREE
004540         GO TO 8600-EXIT
004550     END-IF.
004560     SET DL100-YRE-LOCKS-FREE TO TRUE.
004570     ACCEPT DL100-YRE-LOCK-DATE FROM DATE YYYYMMDD.
004580     ACCEPT DL100-YRE-LOCK-TIME FROM TIME.
004590     OPEN I-O DL100-LOCK-FILE.
004600     IF NOT DL100-YRE-LKF-OK
004610         DISPLAY 'DL100-YREND - LOCK FILE OPEN FAILED, STATUS '
004620             DL100-YRE-LOCK-STATUS ' - LOCKS LEFT FOR RELEASE BY '
004630             'DL100-LCKREL'
004640         GO TO 8600-EXIT
004650     END-IF.
004660     OPEN EXTEND DL100-LOCKLOG-FILE.
004670     PERFORM 8610-DELETE-LOCK THRU 8610-EXIT
004680         VARYING DL100-YRE-LOCK-SUB FROM 1 BY 1
004690         UNTIL DL100-YRE-LOCK-SUB > DL100-YRE-LOCK-COUNT.
004700     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
004710 8600-EXIT.
004720     EXIT.
004730*
004740 8610-DELETE-LOCK.
004750     MOVE DL100-YRE-LOCK-RESOURCE (DL100-YRE-LOCK-SUB)
004760         TO DL100-LCK-RESOURCE.
004770     MOVE DL100-YRE-LOCK-JOB TO DL100-LCK-JOB.
004780     READ DL100-LOCK-FILE
004790         INVALID KEY
004800             GO TO 8610-EXIT
004810     END-READ.
004820     DELETE DL100-LOCK-FILE
004830         INVALID KEY
004840             DISPLAY 'DL100-YREND - LOCK DELETE FAILED, STATUS '
004850                 DL100-YRE-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
004860             GO TO 8610-EXIT
004870     END-DELETE.
004880     MOVE 'F' TO DL100-YRE-LOCK-ACTION.
004890     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
004900 8610-EXIT.
004910     EXIT.
004920*
004930*    ------------------------------------------------------------
004940*    8700-WRITE-LOCK-LOG - ONE LOG RECORD PER LOCK TAKEN OR
004950*    GIVEN UP, AND PER CLASH THAT REFUSED THE RUN.
004960*    ------------------------------------------------------------
004970 8700-WRITE-LOCK-LOG.
004980     MOVE SPACES TO DL100-LLG-RECORD.
004990     MOVE DL100-YRE-LOCK-ACTION TO DL100-LLG-ACTION.
005000     MOVE DL100-YRE-LOCK-DATE TO DL100-LLG-LOG-DATE.
005010     MOVE DL100-YRE-LOCK-TIME TO DL100-LLG-LOG-TIME.
005020     MOVE DL100-YRE-LOCK-JOB TO DL100-LLG-REQ-JOB.
005030     MOVE DL100-YRE-LOCK-PROGRAM TO DL100-LLG-REQ-PROGRAM.
005040     MOVE DL100-LCK-RECORD TO DL100-LLG-LOCK-IMAGE.
005050     WRITE DL100-LLGOUT-RECORD FROM DL100-LLG-RECORD.
005060 8700-EXIT.
005070     EXIT.
