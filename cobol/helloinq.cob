000140*        DETAIL RECORDS.  BUILT FOR THE AUDITORS, WHO UNTIL NOW
000150*        HAD NOTHING BUT THE DUMP UTILITY.
000160*
000161*        THE SHARED DATASETS IT USES ARE REGISTERED ON THE
000162*        SUBSYSTEM LOCK FILE BEFORE ANY FILE IS OPENED.  A
000163*        CLASH WITH ANOTHER JOB'S LOCK ENDS THE RUN RC 24, THE
000164*        HOLDING JOB NAMED ON SYSOUT.
000165*
000170*    MODIFICATION HISTORY.
000180*    DATE       INIT DESCRIPTION
000190*    ---------- ---- --------------------------------------------
000200*    2026-08-22 JGH  ORIGINAL PROGRAM.
000202*    2026-10-15 JGH  REGISTERS ITS SHARED DATASETS ON THE NEW
000204*    2026-10-15 JGH  SUBSYSTEM LOCK FILE BEFORE OPENING ANYTHING
000206*    2026-10-15 JGH  AND LOGS EVERY LOCK TAKEN AND GIVEN UP; A
000208*    2026-10-15 JGH  CLASH WITH ANOTHER JOB ENDS THE RUN RC 24.
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. DL100-AUDINQ.
000350         ORGANIZATION IS SEQUENTIAL.
000360     SELECT DL100-CARD-FILE ASSIGN TO "SYSIN"
000370         ORGANIZATION IS SEQUENTIAL.
000371     SELECT DL100-LOCK-FILE ASSIGN TO "LOCKFILE"
000372         ORGANIZATION IS INDEXED
000373         ACCESS MODE IS DYNAMIC
000374         RECORD KEY IS DL100-LCK-KEY
000375         FILE STATUS IS DL100-AIQ-LOCK-STATUS.
000376     SELECT DL100-LOCKLOG-FILE ASSIGN TO "LOCKLOG"
000377         ORGANIZATION IS SEQUENTIAL.
000380*
000390 DATA DIVISION.
000400 FILE SECTION.
000490 FD  DL100-CARD-FILE
000500     RECORDING MODE IS F.
000510     COPY DL100INQ.
000511*
000512 FD  DL100-LOCK-FILE.
000513     COPY DL100LCK.
000514*
000515 FD  DL100-LOCKLOG-FILE
000516     RECORDING MODE IS F.
000517 01  DL100-LLGOUT-RECORD             PIC X(200).
000520*
000530 WORKING-STORAGE SECTION.
000540 01  DL100-AIQ-SWITCHES.
000980*
000990     COPY DL100IRP.
001000*
001001*    THE SHARED DATASETS THIS PROGRAM REGISTERS ON THE
001002*    SUBSYSTEM LOCK FILE BEFORE IT OPENS ANYTHING, AND HOW IT
001003*    USES EACH - 'X' EXCLUSIVE, 'U' UPDATE, 'S' SHARED READ.
001004*    THE JOB NAME IS THAT OF THE JOB THIS PROGRAM RUNS UNDER.
001005 01  DL100-AIQ-LOCK-LIST.
001006     05  FILLER                      PIC X(09) VALUE 'AUDIT   S'.
001007 01  DL100-AIQ-LOCK-TABLE REDEFINES DL100-AIQ-LOCK-LIST.
001008     05  DL100-AIQ-LOCK-ENTRY        OCCURS 1 TIMES.
001009         10  DL100-AIQ-LOCK-RESOURCE PIC X(08).
001010         10  DL100-AIQ-LOCK-MODE     PIC X(01).
001011             88  DL100-AIQ-LOCK-WANT-EXCL       VALUE 'X'.
001012             88  DL100-AIQ-LOCK-WANT-SHARED     VALUE 'S'.
001013*
001014 01  DL100-AIQ-LOCK-FIELDS.
001015     05  DL100-AIQ-LOCK-COUNT        PIC 9(02) COMP VALUE 1.
001016     05  DL100-AIQ-LOCK-SUB          PIC 9(02) COMP VALUE ZERO.
001017     05  DL100-AIQ-LOCK-JOB          PIC X(08) VALUE 'HELLOINQ'.
001018     05  DL100-AIQ-LOCK-PROGRAM      PIC X(16)
001019                                     VALUE 'DL100-AUDINQ'.
001020     05  DL100-AIQ-LOCK-DATE         PIC 9(08) VALUE ZERO.
001021     05  DL100-AIQ-LOCK-TIME         PIC 9(08) VALUE ZERO.
001022     05  DL100-AIQ-LOCK-ACTION       PIC X(01) VALUE SPACE.
001023     05  DL100-AIQ-LOCK-HELD-SWITCH  PIC X(01) VALUE 'N'.
001024         88  DL100-AIQ-LOCKS-HELD               VALUE 'Y'.
001025         88  DL100-AIQ-LOCKS-FREE               VALUE 'N'.
001026     05  DL100-AIQ-LOCK-SCAN-SWITCH  PIC X(01) VALUE 'N'.
001027         88  DL100-AIQ-LOCK-SCAN-DONE           VALUE 'Y'.
001028         88  DL100-AIQ-LOCK-SCAN-MORE           VALUE 'N'.
001029     05  DL100-AIQ-LOCK-CLASH-SWITCH PIC X(01) VALUE 'N'.
001030         88  DL100-AIQ-LOCK-CLASH               VALUE 'Y'.
001031         88  DL100-AIQ-LOCK-NO-CLASH            VALUE 'N'.
001032*
001033 01  DL100-AIQ-LOCK-STATUS           PIC X(02).
001034     88  DL100-AIQ-LKF-OK                       VALUE '00'.
001035     88  DL100-AIQ-LKF-NOTFND                   VALUE '23'.
001036     88  DL100-AIQ-LKF-DUPKEY                   VALUE '22'.
001037     88  DL100-AIQ-LKF-NOFILE                   VALUE '35'.
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
001080     PERFORM 2000-PROCESS-AUDIT-RECORD THRU 2000-EXIT
001090         UNTIL DL100-AIQ-EOF-YES.
001100     PERFORM 9000-TERMINATION THRU 9000-EXIT.
001105     PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT.
001110     STOP RUN.
001120*
001130*    ------------------------------------------------------------
001150*    FILES, WRITE THE REPORT HEADER AND PRIME THE READ.
001160*    ------------------------------------------------------------
001170 1000-INITIALIZATION.
001175     PERFORM 8500-ACQUIRE-LOCKS THRU 8500-EXIT.
001180     OPEN INPUT DL100-AUDIN-FILE.
001190     OPEN INPUT DL100-CARD-FILE.
001200     OPEN OUTPUT DL100-IRP-FILE.
003040         DL100-AIQ-DETAILS-LISTED.
003050 9000-EXIT.
003060     EXIT.
003070*
003080*    ------------------------------------------------------------
003090*    8500-ACQUIRE-LOCKS - BEFORE ANY FILE IS OPENED, CHECK EVERY
003100*    SHARED DATASET THIS PROGRAM USES AGAINST THE SUBSYSTEM LOCK
003110*    FILE.  A LOCK ANOTHER JOB HOLDS THAT CLASHES WITH OURS ENDS
003120*    THE STEP RC 24 WITH THE HOLDER NAMED AND NOTHING OPENED.  A
003130*    LOCK HELD UNDER OUR OWN JOB NAME WAS LEFT BY AN EARLIER STEP
003140*    OR AN EARLIER ATTEMPT OF THIS JOB AND IS TAKEN OVER.  THE
003150*    LOCK FILE IS CREATED ON ITS VERY FIRST USE.
003160*    ------------------------------------------------------------
003170 8500-ACQUIRE-LOCKS.
003180     ACCEPT DL100-AIQ-LOCK-DATE FROM DATE YYYYMMDD.
003190     ACCEPT DL100-AIQ-LOCK-TIME FROM TIME.
003200     OPEN I-O DL100-LOCK-FILE.
003210     IF DL100-AIQ-LKF-NOFILE
003220         OPEN OUTPUT DL100-LOCK-FILE
003230         CLOSE DL100-LOCK-FILE
003240         OPEN I-O DL100-LOCK-FILE
003250     END-IF.
003260     IF NOT DL100-AIQ-LKF-OK
003270         DISPLAY 'DL100-AUDINQ - LOCK FILE OPEN FAILED, STATUS '
003280             DL100-AIQ-LOCK-STATUS ' - RUN ABORTED'
003290         MOVE 16 TO RETURN-CODE
003300         STOP RUN
003310     END-IF.
003320     OPEN EXTEND DL100-LOCKLOG-FILE.
003330     SET DL100-AIQ-LOCK-NO-CLASH TO TRUE.
003340     PERFORM 8510-CHECK-RESOURCE THRU 8510-EXIT
003350         VARYING DL100-AIQ-LOCK-SUB FROM 1 BY 1
003360         UNTIL DL100-AIQ-LOCK-SUB > DL100-AIQ-LOCK-COUNT.
003370     IF DL100-AIQ-LOCK-CLASH
003380         CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE
003390         DISPLAY 'DL100-AUDINQ - A DATASET IT NEEDS IS IN USE BY '
003400             'ANOTHER JOB - RUN REFUSED'
003410         MOVE 24 TO RETURN-CODE
003420         STOP RUN
003430     END-IF.
003440     PERFORM 8530-WRITE-LOCK THRU 8530-EXIT
003450         VARYING DL100-AIQ-LOCK-SUB FROM 1 BY 1
003460         UNTIL DL100-AIQ-LOCK-SUB > DL100-AIQ-LOCK-COUNT.
003470     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
003480     SET DL100-AIQ-LOCKS-HELD TO TRUE.
003490     IF DL100-AIQ-LOCK-CLASH
003500         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
003510         MOVE 16 TO RETURN-CODE
003520         STOP RUN
003530     END-IF.
003540 8500-EXIT.
003550     EXIT.
003560*
003570 8510-CHECK-RESOURCE.
003580     SET DL100-AIQ-LOCK-SCAN-MORE TO TRUE.
003590     MOVE DL100-AIQ-LOCK-RESOURCE (DL100-AIQ-LOCK-SUB)
003600         TO DL100-LCK-RESOURCE.
003610     MOVE LOW-VALUES TO DL100-LCK-JOB.
003620     START DL100-LOCK-FILE KEY NOT < DL100-LCK-KEY
003630         INVALID KEY
003640             GO TO 8510-EXIT
003650     END-START.
003660     PERFORM 8520-CHECK-HOLDER THRU 8520-EXIT
003670         UNTIL DL100-AIQ-LOCK-SCAN-DONE.
003680 8510-EXIT.
003690     EXIT.
003700*
003710*    ------------------------------------------------------------
003720*    8520-CHECK-HOLDER - AN EXCLUSIVE LOCK CLASHES WITH ANY
003730*    OTHER; AN UPDATE LOCK WITH ANOTHER UPDATE; A SHARED LOCK
003740*    ONLY WITH AN EXCLUSIVE ONE.
003750*    ------------------------------------------------------------
003760 8520-CHECK-HOLDER.
003770     READ DL100-LOCK-FILE NEXT
003780         AT END
003790             SET DL100-AIQ-LOCK-SCAN-DONE TO TRUE
003800             GO TO 8520-EXIT
003810     END-READ.
003820     IF DL100-LCK-RESOURCE NOT =
003830         DL100-AIQ-LOCK-RESOURCE (DL100-AIQ-LOCK-SUB)
003840         SET DL100-AIQ-LOCK-SCAN-DONE TO TRUE
003850         GO TO 8520-EXIT
003860     END-IF.
003870     IF DL100-LCK-JOB = DL100-AIQ-LOCK-JOB
003880         GO TO 8520-EXIT
003890     END-IF.
003900     IF DL100-LCK-SHARED
003910         AND NOT DL100-AIQ-LOCK-WANT-EXCL (DL100-AIQ-LOCK-SUB)
003920         GO TO 8520-EXIT
003930     END-IF.
003940     IF DL100-LCK-UPDATE
003950         AND DL100-AIQ-LOCK-WANT-SHARED (DL100-AIQ-LOCK-SUB)
003960         GO TO 8520-EXIT
003970     END-IF.
003980     SET DL100-AIQ-LOCK-CLASH TO TRUE.
003990     DISPLAY 'DL100-AUDINQ - ' DL100-LCK-RESOURCE
004000         ' IS HELD BY JOB ' DL100-LCK-JOB
004010         ' (' DL100-LCK-PROGRAM ') SINCE '
004020         DL100-LCK-DATE ' ' DL100-LCK-TIME.
004030     MOVE 'C' TO DL100-AIQ-LOCK-ACTION.
004040     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
004050 8520-EXIT.
004060     EXIT.
004070*
004080 8530-WRITE-LOCK.
004090     MOVE SPACES TO DL100-LCK-RECORD.
004100     MOVE DL100-AIQ-LOCK-RESOURCE (DL100-AIQ-LOCK-SUB)
004110         TO DL100-LCK-RESOURCE.
004120     MOVE DL100-AIQ-LOCK-JOB TO DL100-LCK-JOB.
004130     MOVE DL100-AIQ-LOCK-MODE (DL100-AIQ-LOCK-SUB)
004140         TO DL100-LCK-MODE.
004150     MOVE DL100-AIQ-LOCK-PROGRAM TO DL100-LCK-PROGRAM.
004160     MOVE DL100-AIQ-LOCK-DATE TO DL100-LCK-DATE.
004170     MOVE DL100-AIQ-LOCK-TIME TO DL100-LCK-TIME.
004180     WRITE DL100-LCK-RECORD
004190         INVALID KEY
004200             IF DL100-AIQ-LKF-DUPKEY
004210                 REWRITE DL100-LCK-RECORD
004220                     INVALID KEY
004230                         CONTINUE
004240                 END-REWRITE
004250             END-IF
004260     END-WRITE.
004270     IF NOT DL100-AIQ-LKF-OK
004280         DISPLAY 'DL100-AUDINQ - LOCK WRITE FAILED, STATUS '
004290             DL100-AIQ-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
004300         SET DL100-AIQ-LOCK-CLASH TO TRUE
004310         GO TO 8530-EXIT
004320     END-IF.
004330     MOVE 'L' TO DL100-AIQ-LOCK-ACTION.
004340     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
004350 8530-EXIT.
004360     EXIT.
004370*
004380*    ------------------------------------------------------------
004390*    8600-RELEASE-LOCKS - GIVE UP EVERY LOCK THIS PROGRAM TOOK.
004400*    PERFORMED BEFORE EVERY STOP RUN ONCE THE LOCKS ARE HELD, SO
004410*    ONLY AN ABEND LEAVES THEM BEHIND FOR DL100-LCKREL.
004420*    ------------------------------------------------------------
004430 8600-RELEASE-LOCKS.
004440     IF DL100-AIQ-LOCKS-FREE
004450         GO TO 8600-EXIT
004460     END-IF.
004470     SET DL100-AIQ-LOCKS-FREE TO TRUE.
004480     ACCEPT DL100-AIQ-LOCK-DATE FROM DATE YYYYMMDD.
004490     ACCEPT DL100-AIQ-LOCK-TIME FROM TIME.
004500     OPEN I-O DL100-LOCK-FILE.
004510     IF NOT DL100-AIQ-LKF-OK
004520         DISPLAY 'DL100-AUDINQ - LOCK FILE OPEN FAILED, STATUS '
004530             DL100-AIQ-LOCK-STATUS ' - LOCKS LEFT FOR RELEASE BY '
004540             'DL100-LCKREL'
004550         GO TO 8600-EXIT
004560     END-IF.
004570     OPEN EXTEND DL100-LOCKLOG-FILE.
004580     PERFORM 8610-DELETE-LOCK THRU 8610-EXIT
004590         VARYING DL100-AIQ-LOCK-SUB FROM 1 BY 1
004600         UNTIL DL100-AIQ-LOCK-SUB > DL100-AIQ-LOCK-COUNT.
004610     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
004620 8600-EXIT.
004630     EXIT.
004640*
004650 8610-DELETE-LOCK.
004660     MOVE DL100-AIQ-LOCK-RESOURCE (DL100-AIQ-LOCK-SUB)
004670         TO DL100-LCK-RESOURCE.
004680     MOVE DL100-AIQ-LOCK-JOB TO DL100-LCK-JOB.
004690     READ DL100-LOCK-FILE
004700         INVALID KEY
004710             GO TO 8610-EXIT
004720     END-READ.
004730     DELETE DL100-LOCK-FILE
004740         INVALID KEY
004750             DISPLAY 'DL100-AUDINQ - LOCK DELETE FAILED, STATUS '
004760                 DL100-AIQ-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
004770             GO TO 8610-EXIT
004780     END-DELETE.
004790     MOVE 'F' TO DL100-AIQ-LOCK-ACTION.
004800     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
004810 8610-EXIT.
004820     EXIT.
004830*
004840*    ------------------------------------------------------------
004850*    8700-WRITE-LOCK-LOG - ONE LOG RECORD PER LOCK TAKEN OR
004860*    GIVEN UP, AND PER CLASH THAT REFUSED THE RUN.
004870*    ------------------------------------------------------------
004880 8700-WRITE-LOCK-LOG.
004890     MOVE SPACES TO DL100-LLG-RECORD.
004900     MOVE DL100-AIQ-LOCK-ACTION TO DL100-LLG-ACTION.
004910     MOVE DL100-AIQ-LOCK-DATE TO DL100-LLG-LOG-DATE.
004920     MOVE DL100-AIQ-LOCK-TIME TO DL100-LLG-LOG-TIME.
004930     MOVE DL100-AIQ-LOCK-JOB TO DL100-LLG-REQ-JOB.
004940     MOVE DL100-AIQ-LOCK-PROGRAM TO DL100-LLG-REQ-PROGRAM.
004950     MOVE DL100-LCK-RECORD TO DL100-LLG-LOCK-IMAGE.
004960     WRITE DL100-LLGOUT-RECORD FROM DL100-LLG-RECORD.
004970 8700-EXIT.
004980     EXIT.
