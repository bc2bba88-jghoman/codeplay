000160*        FOR HAVING NO EVIDENCE OF WHAT A STANDARD VALUE WAS
000170*        BEFORE A CARD CHANGED IT.
000180*
000181*        THE SHARED DATASETS IT USES ARE REGISTERED ON THE
000182*        SUBSYSTEM LOCK FILE BEFORE ANY FILE IS OPENED.  A
000183*        CLASH WITH ANOTHER JOB'S LOCK ENDS THE RUN RC 24, THE
000184*        HOLDING JOB NAMED ON SYSOUT.
000185*
000190*    MODIFICATION HISTORY.
000200*    DATE       INIT DESCRIPTION
000210*    ---------- ---- --------------------------------------------
000220*    2026-09-02 JGH  ORIGINAL PROGRAM.
000222*    2026-10-15 JGH  REGISTERS ITS SHARED DATASETS ON THE NEW
000224*    2026-10-15 JGH  SUBSYSTEM LOCK FILE BEFORE OPENING ANYTHING
000226*    2026-10-15 JGH  AND LOGS EVERY LOCK TAKEN AND GIVEN UP; A
000228*    2026-10-15 JGH  CLASH WITH ANOTHER JOB ENDS THE RUN RC 24.
000230*****************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. DL100-CHGINQ.
000370         ORGANIZATION IS SEQUENTIAL.
000380     SELECT DL100-CARD-FILE ASSIGN TO "SYSIN"
000390         ORGANIZATION IS SEQUENTIAL.
000391     SELECT DL100-LOCK-FILE ASSIGN TO "LOCKFILE"
000392         ORGANIZATION IS INDEXED
000393         ACCESS MODE IS DYNAMIC
000394         RECORD KEY IS DL100-LCK-KEY
000395         FILE STATUS IS DL100-CIQ-LOCK-STATUS.
000396     SELECT DL100-LOCKLOG-FILE ASSIGN TO "LOCKLOG"
000397         ORGANIZATION IS SEQUENTIAL.
000400*
000410 DATA DIVISION.
000420 FILE SECTION.
000510 FD  DL100-CARD-FILE
000520     RECORDING MODE IS F.
000530     COPY DL100CHC.
000531*
000532 FD  DL100-LOCK-FILE.
000533     COPY DL100LCK.
000534*
000535 FD  DL100-LOCKLOG-FILE
000536     RECORDING MODE IS F.
000537 01  DL100-LLGOUT-RECORD             PIC X(200).
000540*
000550 WORKING-STORAGE SECTION.
000560 01  DL100-CIQ-SWITCHES.
000940*
000950     COPY DL100CRP.
000960*
000961*    THE SHARED DATASETS THIS PROGRAM REGISTERS ON THE
000962*    SUBSYSTEM LOCK FILE BEFORE IT OPENS ANYTHING, AND HOW IT
000963*    USES EACH - 'X' EXCLUSIVE, 'U' UPDATE, 'S' SHARED READ.
000964*    THE JOB NAME IS THAT OF THE JOB THIS PROGRAM RUNS UNDER.
000965 01  DL100-CIQ-LOCK-LIST.
000966     05  FILLER                      PIC X(09) VALUE 'CHGHIST S'.
000967 01  DL100-CIQ-LOCK-TABLE REDEFINES DL100-CIQ-LOCK-LIST.
000968     05  DL100-CIQ-LOCK-ENTRY        OCCURS 1 TIMES.
000969         10  DL100-CIQ-LOCK-RESOURCE PIC X(08).
000970         10  DL100-CIQ-LOCK-MODE     PIC X(01).
000971             88  DL100-CIQ-LOCK-WANT-EXCL       VALUE 'X'.
000972             88  DL100-CIQ-LOCK-WANT-SHARED     VALUE 'S'.
000973*
000974 01  DL100-CIQ-LOCK-FIELDS.
000975     05  DL100-CIQ-LOCK-COUNT        PIC 9(02) COMP VALUE 1.
000976     05  DL100-CIQ-LOCK-SUB          PIC 9(02) COMP VALUE ZERO.
000977     05  DL100-CIQ-LOCK-JOB          PIC X(08) VALUE 'HELLOCHQ'.
000978     05  DL100-CIQ-LOCK-PROGRAM      PIC X(16)
000979                                     VALUE 'DL100-CHGINQ'.
000980     05  DL100-CIQ-LOCK-DATE         PIC 9(08) VALUE ZERO.
000981     05  DL100-CIQ-LOCK-TIME         PIC 9(08) VALUE ZERO.
000982     05  DL100-CIQ-LOCK-ACTION       PIC X(01) VALUE SPACE.
000983     05  DL100-CIQ-LOCK-HELD-SWITCH  PIC X(01) VALUE 'N'.
000984         88  DL100-CIQ-LOCKS-HELD               VALUE 'Y'.
000985         88  DL100-CIQ-LOCKS-FREE               VALUE 'N'.
000986     05  DL100-CIQ-LOCK-SCAN-SWITCH  PIC X(01) VALUE 'N'.
000987         88  DL100-CIQ-LOCK-SCAN-DONE           VALUE 'Y'.
000988         88  DL100-CIQ-LOCK-SCAN-MORE           VALUE 'N'.
000989     05  DL100-CIQ-LOCK-CLASH-SWITCH PIC X(01) VALUE 'N'.
000990         88  DL100-CIQ-LOCK-CLASH               VALUE 'Y'.
000991         88  DL100-CIQ-LOCK-NO-CLASH            VALUE 'N'.
000992*
000993 01  DL100-CIQ-LOCK-STATUS           PIC X(02).
000994     88  DL100-CIQ-LKF-OK                       VALUE '00'.
000995     88  DL100-CIQ-LKF-NOTFND                   VALUE '23'.
000996     88  DL100-CIQ-LKF-DUPKEY                   VALUE '22'.
000997     88  DL100-CIQ-LKF-NOFILE                   VALUE '35'.
000998*
000999     COPY DL100LLG.
001000*
001001 PROCEDURE DIVISION.
001002*
001003*    ------------------------------------------------------------
001004*    0000-MAINLINE-CONTROL - TOP LEVEL FLOW ONLY.
001010*    ------------------------------------------------------------
001020 0000-MAINLINE-CONTROL.
001030     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
001040     PERFORM 2000-PROCESS-CHANGE-RECORD THRU 2000-EXIT
001050         UNTIL DL100-CIQ-EOF-YES.
001060     PERFORM 9000-TERMINATION THRU 9000-EXIT.
001065     PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT.
001070     STOP RUN.
001080*
001090*    ------------------------------------------------------------
001110*    FILES, WRITE THE REPORT HEADER AND PRIME THE READ.
001120*    ------------------------------------------------------------
001130 1000-INITIALIZATION.
001135     PERFORM 8500-ACQUIRE-LOCKS THRU 8500-EXIT.
001140     OPEN INPUT DL100-CHGIN-FILE.
001150     OPEN INPUT DL100-CARD-FILE.
001160     OPEN OUTPUT DL100-CRP-FILE.
002580         DL100-CIQ-LISTED-COUNT.
002590 9000-EXIT.
002600     EXIT.
002610*
002620*    ------------------------------------------------------------
002630*    8500-ACQUIRE-LOCKS - BEFORE ANY FILE IS OPENED, CHECK EVERY
002640*    SHARED DATASET THIS PROGRAM USES AGAINST THE SUBSYSTEM LOCK
002650*    FILE.  A LOCK ANOTHER JOB HOLDS THAT CLASHES WITH OURS ENDS
002660*    THE STEP RC 24 WITH THE HOLDER NAMED AND NOTHING OPENED.  A
002670*    LOCK HELD UNDER OUR OWN JOB NAME WAS LEFT BY AN EARLIER STEP
002680*    OR AN EARLIER ATTEMPT OF THIS JOB AND IS TAKEN OVER.  THE
002690*    LOCK FILE IS CREATED ON ITS VERY FIRST USE.
002700*    ------------------------------------------------------------
002710 8500-ACQUIRE-LOCKS.
002720     ACCEPT DL100-CIQ-LOCK-DATE FROM DATE YYYYMMDD.
002730     ACCEPT DL100-CIQ-LOCK-TIME FROM TIME.
002740     OPEN I-O DL100-LOCK-FILE.
002750     IF DL100-CIQ-LKF-NOFILE
002760         OPEN OUTPUT DL100-LOCK-FILE
002770         CLOSE DL100-LOCK-FILE
002780         OPEN I-O DL100-LOCK-FILE
002790     END-IF.
002800     IF NOT DL100-CIQ-LKF-OK
002810         DISPLAY 'DL100-CHGINQ - LOCK FILE OPEN FAILED, STATUS '
002820             DL100-CIQ-LOCK-STATUS ' - RUN ABORTED'
002830         MOVE 16 TO RETURN-CODE
002840         STOP RUN
002850     END-IF.
002860     OPEN EXTEND DL100-LOCKLOG-FILE.
002870     SET DL100-CIQ-LOCK-NO-CLASH TO TRUE.
002880     PERFORM 8510-CHECK-RESOURCE THRU 8510-EXIT
002890         VARYING DL100-CIQ-LOCK-SUB FROM 1 BY 1
002900         UNTIL DL100-CIQ-LOCK-SUB > DL100-CIQ-LOCK-COUNT.
002910     IF DL100-CIQ-LOCK-CLASH
002920         CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE
002930         DISPLAY 'DL100-CHGINQ - A DATASET IT NEEDS IS IN USE BY '
002940             'ANOTHER JOB - RUN REFUSED'
002950         MOVE 24 TO RETURN-CODE
002960         STOP RUN
002970     END-IF.
002980     PERFORM 8530-WRITE-LOCK THRU 8530-EXIT
002990         VARYING DL100-CIQ-LOCK-SUB FROM 1 BY 1
003000         UNTIL DL100-CIQ-LOCK-SUB > DL100-CIQ-LOCK-COUNT.
003010     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
003020     SET DL100-CIQ-LOCKS-HELD TO TRUE.
003030     IF DL100-CIQ-LOCK-CLASH
003040         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
003050         MOVE 16 TO RETURN-CODE
003060         STOP RUN
003070     END-IF.
003080 8500-EXIT.
003090     EXIT.
003100*
003110 8510-CHECK-RESOURCE.
003120     SET DL100-CIQ-LOCK-SCAN-MORE TO TRUE.
003130     MOVE DL100-CIQ-LOCK-RESOURCE (DL100-CIQ-LOCK-SUB)
003140         TO DL100-LCK-RESOURCE.
003150     MOVE LOW-VALUES TO DL100-LCK-JOB.
003160     START DL100-LOCK-FILE KEY NOT < DL100-LCK-KEY
003170         INVALID KEY
003180             GO TO 8510-EXIT
003190     END-START.
003200     PERFORM 8520-CHECK-HOLDER THRU 8520-EXIT
003210         UNTIL DL100-CIQ-LOCK-SCAN-DONE.
003220 8510-EXIT.
003230     EXIT.
003240*
003250*    ------------------------------------------------------------
003260*    8520-CHECK-HOLDER - AN EXCLUSIVE LOCK CLASHES WITH ANY
003270*    OTHER; AN UPDATE LOCK WITH ANOTHER UPDATE; A SHARED LOCK
003280*    ONLY WITH AN EXCLUSIVE ONE.
003290*    ------------------------------------------------------------
003300 8520-CHECK-HOLDER.
003310     READ DL100-LOCK-FILE NEXT
003320         AT END
003330             SET DL100-CIQ-LOCK-SCAN-DONE TO TRUE
003340             GO TO 8520-EXIT
003350     END-READ.
003360     IF DL100-LCK-RESOURCE NOT =
003370         DL100-CIQ-LOCK-RESOURCE (DL100-CIQ-LOCK-SUB)
003380         SET DL100-CIQ-LOCK-SCAN-DONE TO TRUE
003390         GO TO 8520-EXIT
003400     END-IF.
003410     IF DL100-LCK-JOB = DL100-CIQ-LOCK-JOB
003420         GO TO 8520-EXIT
003430     END-IF.
003440     IF DL100-LCK-SHARED
003450         AND NOT DL100-CIQ-LOCK-WANT-EXCL (DL100-CIQ-LOCK-SUB)
003460         GO TO 8520-EXIT
003470     END-IF.
003480     IF DL100-LCK-UPDATE
003490         AND DL100-CIQ-LOCK-WANT-SHARED (DL100-CIQ-LOCK-SUB)
003500         GO TO 8520-EXIT
003510     END-IF.
003520     SET DL100-CIQ-LOCK-CLASH TO TRUE.
003530     DISPLAY 'DL100-CHGINQ - ' DL100-LCK-RESOURCE
003540         ' IS HELD BY JOB ' DL100-LCK-JOB
003550         ' (' DL100-LCK-PROGRAM ') SINCE '
003560         DL100-LCK-DATE ' ' DL100-LCK-TIME.
003570     MOVE 'C' TO DL100-CIQ-LOCK-ACTION.
003580     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
003590 8520-EXIT.
003600     EXIT.
003610*
003620 8530-WRITE-LOCK.
003630     MOVE SPACES TO DL100-LCK-RECORD.
003640     MOVE DL100-CIQ-LOCK-RESOURCE (DL100-CIQ-LOCK-SUB)
003650         TO DL100-LCK-RESOURCE.
003660     MOVE DL100-CIQ-LOCK-JOB TO DL100-LCK-JOB.
003670     MOVE DL100-CIQ-LOCK-MODE (DL100-CIQ-LOCK-SUB)
003680         TO DL100-LCK-MODE.
003690     MOVE DL100-CIQ-LOCK-PROGRAM TO DL100-LCK-PROGRAM.
003700     MOVE DL100-CIQ-LOCK-DATE TO DL100-LCK-DATE.
003710     MOVE DL100-CIQ-LOCK-TIME TO DL100-LCK-TIME.
003720     WRITE DL100-LCK-RECORD
003730         INVALID KEY
003740             IF DL100-CIQ-LKF-DUPKEY
003750                 REWRITE DL100-LCK-RECORD
003760                     INVALID KEY
003770                         CONTINUE
003780                 END-REWRITE
003790             END-IF
003800     END-WRITE.
003810     IF NOT DL100-CIQ-LKF-OK
003820         DISPLAY 'DL100-CHGINQ - LOCK WRITE FAILED, STATUS '
003830             DL100-CIQ-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
003840         SET DL100-CIQ-LOCK-CLASH TO TRUE
003850         GO TO 8530-EXIT
003860     END-IF.
003870     MOVE 'L' TO DL100-CIQ-LOCK-ACTION.
003880     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
003890 8530-EXIT.
003900     EXIT.
003910*
003920*    ------------------------------------------------------------
003930*    8600-RELEASE-LOCKS - GIVE UP EVERY LOCK THIS PROGRAM TOOK.
003940*    PERFORMED BEFORE EVERY STOP RUN ONCE THE LOCKS ARE HELD, SO
003950*    ONLY AN ABEND LEAVES THEM BEHIND FOR DL100-LCKREL.
003960*    ------------------------------------------------------------
003970 8600-RELEASE-LOCKS.
003980     IF DL100-CIQ-LOCKS-FREE
003990         GO TO 8600-EXIT
004000     END-IF.
004010     SET DL100-CIQ-LOCKS-FREE TO TRUE.
004020     ACCEPT DL100-CIQ-LOCK-DATE FROM DATE YYYYMMDD.
004030     ACCEPT DL100-CIQ-LOCK-TIME FROM TIME.
004040     OPEN I-O DL100-LOCK-FILE.
004050     IF NOT DL100-CIQ-LKF-OK
004060         DISPLAY 'DL100-CHGINQ - LOCK FILE OPEN FAILED, STATUS '
004070             DL100-CIQ-LOCK-STATUS ' - LOCKS LEFT FOR RELEASE BY '
004080             'DL100-LCKREL'
004090         GO TO 8600-EXIT
004100     END-IF.
004110     OPEN EXTEND DL100-LOCKLOG-FILE.
004120     PERFORM 8610-DELETE-LOCK THRU 8610-EXIT
004130         VARYING DL100-CIQ-LOCK-SUB FROM 1 BY 1
004140         UNTIL DL100-CIQ-LOCK-SUB > DL100-CIQ-LOCK-COUNT.
004150     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
004160 8600-EXIT.
004170     EXIT.
004180*
004190 8610-DELETE-LOCK.
004200     MOVE DL100-CIQ-LOCK-RESOURCE (DL100-CIQ-LOCK-SUB)
004210         TO DL100-LCK-RESOURCE.
004220     MOVE DL100-CIQ-LOCK-JOB TO DL100-LCK-JOB.
004230     READ DL100-LOCK-FILE
004240         INVALID KEY
004250             GO TO 8610-EXIT
004260     END-READ.
004270     DELETE DL100-LOCK-FILE
004280         INVALID KEY
004290             DISPLAY 'DL100-CHGINQ - LOCK DELETE FAILED, STATUS '
004300                 DL100-CIQ-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
004310             GO TO 8610-EXIT
004320     END-DELETE.
004330     MOVE 'F' TO DL100-CIQ-LOCK-ACTION.
004340     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
004350 8610-EXIT.
004360     EXIT.
004370*
004380*    ------------------------------------------------------------
004390*    8700-WRITE-LOCK-LOG - ONE LOG RECORD PER LOCK TAKEN OR
004400*    GIVEN UP, AND PER CLASH THAT REFUSED THE RUN.
004410*    ------------------------------------------------------------
004420 8700-WRITE-LOCK-LOG.
004430     MOVE SPACES TO DL100-LLG-RECORD.
004440     MOVE DL100-CIQ-LOCK-ACTION TO DL100-LLG-ACTION.
004450     MOVE DL100-CIQ-LOCK-DATE TO DL100-LLG-LOG-DATE.
004460     MOVE DL100-CIQ-LOCK-TIME TO DL100-LLG-LOG-TIME.
004470     MOVE DL100-CIQ-LOCK-JOB TO DL100-LLG-REQ-JOB.
004480     MOVE DL100-CIQ-LOCK-PROGRAM TO DL100-LLG-REQ-PROGRAM.
004490     MOVE DL100-LCK-RECORD TO DL100-LLG-LOCK-IMAGE.
004500     WRITE DL100-LLGOUT-RECORD FROM DL100-LLG-RECORD.
004510 8700-EXIT.
004520     EXIT.
