000170*        AND PROVES THE COUNT AND HASH BEFORE DECLARING
000180*        SUCCESS.
000190*
000191*        THE SHARED DATASETS IT USES ARE REGISTERED ON THE
000192*        SUBSYSTEM LOCK FILE BEFORE ANY FILE IS OPENED.  A
000193*        CLASH WITH ANOTHER JOB'S LOCK ENDS THE RUN RC 24, THE
000194*        HOLDING JOB NAMED ON SYSOUT.  ANY RUN ENDED BEFORE THE
000195*        UNLOAD LEAVES AN EMPTY BACKUP GENERATION WITH NO
000196*        TRAILER, WHICH DL100-RELOAD REFUSES TO RELOAD FROM.
000197*
000200*    MODIFICATION HISTORY.
000210*    DATE       INIT DESCRIPTION
000220*    ---------- ---- --------------------------------------------
000240*    2026-08-22 JGH  MASTER KEY NOW CARRIES THE EFFECTIVE DATE;
000250*    2026-08-22 JGH  THE INTEGRITY CHECKS COVER IT TOO (ZERO =
000260*    2026-08-22 JGH  THE BASE RECORD AND IS ALWAYS VALID).
000261*    2026-10-15 JGH  REGISTERS ITS SHARED DATASETS ON THE NEW
000262*    2026-10-15 JGH  SUBSYSTEM LOCK FILE BEFORE OPENING ANYTHING
000263*    2026-10-15 JGH  AND LOGS EVERY LOCK TAKEN AND GIVEN UP; A
000264*    2026-10-15 JGH  CLASH WITH ANOTHER JOB ENDS THE RUN RC 24.
000265*    2026-10-15 JGH  A RUN ENDED BEFORE THE UNLOAD (LOCK CLASH,
000266*    2026-10-15 JGH  LOCK FILE OR MASTER OPEN) NOW LEAVES A VALID
000267*    2026-10-15 JGH  EMPTY BACKUP GENERATION, NOT AN UNFORMATTED
000268*    2026-10-15 JGH  ONE.  IT HAS NO TRAILER, SO DL100-RELOAD
000269*    2026-10-15 JGH  REFUSES IT.
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. DL100-UNLOAD.
000440         ORGANIZATION IS SEQUENTIAL.
000450     SELECT DL100-URP-FILE ASSIGN TO "RPTFILE"
000460         ORGANIZATION IS SEQUENTIAL.
000461     SELECT DL100-LOCK-FILE ASSIGN TO "LOCKFILE"
000462         ORGANIZATION IS INDEXED
000463         ACCESS MODE IS DYNAMIC
000464         RECORD KEY IS DL100-LCK-KEY
000465         FILE STATUS IS DL100-ULD-LOCK-STATUS.
000466     SELECT DL100-LOCKLOG-FILE ASSIGN TO "LOCKLOG"
000467         ORGANIZATION IS SEQUENTIAL.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000570 FD  DL100-URP-FILE
000580     RECORDING MODE IS F.
000590 01  DL100-URP-RECORD                PIC X(80).
000591*
000592 FD  DL100-LOCK-FILE.
000593     COPY DL100LCK.
000594*
000595 FD  DL100-LOCKLOG-FILE
000596     RECORDING MODE IS F.
000597 01  DL100-LLGOUT-RECORD             PIC X(200).
000600*
000610 WORKING-STORAGE SECTION.
000620 01  DL100-ULD-SWITCHES.
000900*
000910     COPY DL100URP.
000920*
000921*    THE SHARED DATASETS THIS PROGRAM REGISTERS ON THE
000922*    SUBSYSTEM LOCK FILE BEFORE IT OPENS ANYTHING, AND HOW IT
000923*    USES EACH - 'X' EXCLUSIVE, 'U' UPDATE, 'S' SHARED READ.
000924*    THE JOB NAME IS THAT OF THE JOB THIS PROGRAM RUNS UNDER.
000925 01  DL100-ULD-LOCK-LIST.
000926     05  FILLER                      PIC X(09) VALUE 'MASTER  S'.
000927 01  DL100-ULD-LOCK-TABLE REDEFINES DL100-ULD-LOCK-LIST.
000928     05  DL100-ULD-LOCK-ENTRY        OCCURS 1 TIMES.
000929         10  DL100-ULD-LOCK-RESOURCE PIC X(08).
000930         10  DL100-ULD-LOCK-MODE     PIC X(01).
000931             88  DL100-ULD-LOCK-WANT-EXCL       VALUE 'X'.
000932             88  DL100-ULD-LOCK-WANT-SHARED     VALUE 'S'.
000933*
000934 01  DL100-ULD-LOCK-FIELDS.
000935     05  DL100-ULD-LOCK-COUNT        PIC 9(02) COMP VALUE 1.
000936     05  DL100-ULD-LOCK-SUB          PIC 9(02) COMP VALUE ZERO.
000937     05  DL100-ULD-LOCK-JOB          PIC X(08) VALUE 'HELLOBKP'.
000938     05  DL100-ULD-LOCK-PROGRAM      PIC X(16)
000939                                     VALUE 'DL100-UNLOAD'.
000940     05  DL100-ULD-LOCK-DATE         PIC 9(08) VALUE ZERO.
000941     05  DL100-ULD-LOCK-TIME         PIC 9(08) VALUE ZERO.
000942     05  DL100-ULD-LOCK-ACTION       PIC X(01) VALUE SPACE.
000943     05  DL100-ULD-LOCK-HELD-SWITCH  PIC X(01) VALUE 'N'.
000944         88  DL100-ULD-LOCKS-HELD               VALUE 'Y'.
000945         88  DL100-ULD-LOCKS-FREE               VALUE 'N'.
000946     05  DL100-ULD-LOCK-SCAN-SWITCH  PIC X(01) VALUE 'N'.
000947         88  DL100-ULD-LOCK-SCAN-DONE           VALUE 'Y'.
000948         88  DL100-ULD-LOCK-SCAN-MORE           VALUE 'N'.
000949     05  DL100-ULD-LOCK-CLASH-SWITCH PIC X(01) VALUE 'N'.
000950         88  DL100-ULD-LOCK-CLASH               VALUE 'Y'.
000951         88  DL100-ULD-LOCK-NO-CLASH            VALUE 'N'.
000952*
000953 01  DL100-ULD-LOCK-STATUS           PIC X(02).
000954     88  DL100-ULD-LKF-OK                       VALUE '00'.
000955     88  DL100-ULD-LKF-NOTFND                   VALUE '23'.
000956     88  DL100-ULD-LKF-DUPKEY                   VALUE '22'.
000957     88  DL100-ULD-LKF-NOFILE                   VALUE '35'.
000958*
000959     COPY DL100LLG.
000960*
000961 PROCEDURE DIVISION.
000962*
000963*    ------------------------------------------------------------
000964*    0000-MAINLINE-CONTROL - TOP LEVEL FLOW ONLY.
000970*    ------------------------------------------------------------
000980 0000-MAINLINE-CONTROL.
000990     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
001030     IF DL100-ULD-ERROR-COUNT NOT = ZERO
001040         MOVE 4 TO RETURN-CODE
001050     END-IF.
001055     PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT.
001060     STOP RUN.
001070*
001080*    ------------------------------------------------------------
001100*    AND PRIME THE SEQUENTIAL READ OF THE MASTER.
001110*    ------------------------------------------------------------
001120 1000-INITIALIZATION.
001125     PERFORM 8500-ACQUIRE-LOCKS THRU 8500-EXIT.
001130     OPEN INPUT DL100-MASTER-FILE.
001140     IF NOT DL100-ULD-MST-OK
001150         DISPLAY 'DL100-UNLOAD - MASTER OPEN FAILED, STATUS '
001160             DL100-ULD-MASTER-STATUS ' - RUN ABORTED'
001165         PERFORM 8800-CLOSE-EMPTY-BACKUP THRU 8800-EXIT
001170         MOVE 16 TO RETURN-CODE
001175         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
001180         STOP RUN
001190     END-IF.
001200     OPEN OUTPUT DL100-BACKUP-FILE.
001490                 DISPLAY 'DL100-UNLOAD - HASH TOTAL OVERFLOW - '
001500                     'RUN ABORTED'
001510                 MOVE 16 TO RETURN-CODE
001515                 PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
001520                 STOP RUN
001530         END-ADD
001540     END-IF.
002460         ' ERRORS ' DL100-ULD-ERROR-COUNT.
002470 9000-EXIT.
002480     EXIT.
002490*
002500*    ------------------------------------------------------------
002510*    8500-ACQUIRE-LOCKS - BEFORE ANY FILE IS OPENED, CHECK EVERY
002520*    SHARED DATASET THIS PROGRAM USES AGAINST THE SUBSYSTEM LOCK
002530*    FILE.  A LOCK ANOTHER JOB HOLDS THAT CLASHES WITH OURS ENDS
002540*    THE STEP RC 24 WITH THE HOLDER NAMED AND NOTHING UNLOADED.  A
002550*    LOCK HELD UNDER OUR OWN JOB NAME WAS LEFT BY AN EARLIER STEP
002560*    OR AN EARLIER ATTEMPT OF THIS JOB AND IS TAKEN OVER.  THE
002570*    LOCK FILE IS CREATED ON ITS VERY FIRST USE.  EVERY EXIT HERE
002580*    LEAVES AN EMPTY BACKUP GENERATION FIRST (8800).
002590*    ------------------------------------------------------------
002600 8500-ACQUIRE-LOCKS.
002610     ACCEPT DL100-ULD-LOCK-DATE FROM DATE YYYYMMDD.
002620     ACCEPT DL100-ULD-LOCK-TIME FROM TIME.
002630     OPEN I-O DL100-LOCK-FILE.
002640     IF DL100-ULD-LKF-NOFILE
002650         OPEN OUTPUT DL100-LOCK-FILE
002660         CLOSE DL100-LOCK-FILE
002670         OPEN I-O DL100-LOCK-FILE
002680     END-IF.
002690     IF NOT DL100-ULD-LKF-OK
002700         DISPLAY 'DL100-UNLOAD - LOCK FILE OPEN FAILED, STATUS '
002710             DL100-ULD-LOCK-STATUS ' - RUN ABORTED'
002720         PERFORM 8800-CLOSE-EMPTY-BACKUP THRU 8800-EXIT
002730         MOVE 16 TO RETURN-CODE
002740         STOP RUN
002750     END-IF.
002760     OPEN EXTEND DL100-LOCKLOG-FILE.
002770     SET DL100-ULD-LOCK-NO-CLASH TO TRUE.
002780     PERFORM 8510-CHECK-RESOURCE THRU 8510-EXIT
002790         VARYING DL100-ULD-LOCK-SUB FROM 1 BY 1
002800         UNTIL DL100-ULD-LOCK-SUB > DL100-ULD-LOCK-COUNT.
002810     IF DL100-ULD-LOCK-CLASH
002820         CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE
002830         DISPLAY 'DL100-UNLOAD - A DATASET IT NEEDS IS IN USE BY '
002840             'ANOTHER JOB - RUN REFUSED'
002850         PERFORM 8800-CLOSE-EMPTY-BACKUP THRU 8800-EXIT
002860         MOVE 24 TO RETURN-CODE
002870         STOP RUN
002880     END-IF.
002890     PERFORM 8530-WRITE-LOCK THRU 8530-EXIT
002900         VARYING DL100-ULD-LOCK-SUB FROM 1 BY 1
002910         UNTIL DL100-ULD-LOCK-SUB > DL100-ULD-LOCK-COUNT.
002920     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
002930     SET DL100-ULD-LOCKS-HELD TO TRUE.
002940     IF DL100-ULD-LOCK-CLASH
002950         PERFORM 8800-CLOSE-EMPTY-BACKUP THRU 8800-EXIT
002960         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
002970         MOVE 16 TO RETURN-CODE
002980         STOP RUN
002990     END-IF.
003000 8500-EXIT.
003010     EXIT.
003020*
003030 8510-CHECK-RESOURCE.
003040     SET DL100-ULD-LOCK-SCAN-MORE TO TRUE.
003050     MOVE DL100-ULD-LOCK-RESOURCE (DL100-ULD-LOCK-SUB)
003060         TO DL100-LCK-RESOURCE.
003070     MOVE LOW-VALUES TO DL100-LCK-JOB.
003080     START DL100-LOCK-FILE KEY NOT < DL100-LCK-KEY
003090         INVALID KEY
003100             GO TO 8510-EXIT
003110     END-START.
003120     PERFORM 8520-CHECK-HOLDER THRU 8520-EXIT
003130         UNTIL DL100-ULD-LOCK-SCAN-DONE.
003140 8510-EXIT.
003150     EXIT.
003160*
003170*    ------------------------------------------------------------
003180*    8520-CHECK-HOLDER - AN EXCLUSIVE LOCK CLASHES WITH ANY
003190*    OTHER; AN UPDATE LOCK WITH ANOTHER UPDATE; A SHARED LOCK
003200*    ONLY WITH AN EXCLUSIVE ONE.
003210*    ------------------------------------------------------------
003220 8520-CHECK-HOLDER.
003230     READ DL100-LOCK-FILE NEXT
003240         AT END
003250             SET DL100-ULD-LOCK-SCAN-DONE TO TRUE
003260             GO TO 8520-EXIT
003270     END-READ.
003280     IF DL100-LCK-RESOURCE NOT =
003290         DL100-ULD-LOCK-RESOURCE (DL100-ULD-LOCK-SUB)
003300         SET DL100-ULD-LOCK-SCAN-DONE TO TRUE
003310         GO TO 8520-EXIT
003320     END-IF.
003330     IF DL100-LCK-JOB = DL100-ULD-LOCK-JOB
003340         GO TO 8520-EXIT
003350     END-IF.
003360     IF DL100-LCK-SHARED
003370         AND NOT DL100-ULD-LOCK-WANT-EXCL (DL100-ULD-LOCK-SUB)
003380         GO TO 8520-EXIT
003390     END-IF.
003400     IF DL100-LCK-UPDATE
003410         AND DL100-ULD-LOCK-WANT-SHARED (DL100-ULD-LOCK-SUB)
003420         GO TO 8520-EXIT
003430     END-IF.
003440     SET DL100-ULD-LOCK-CLASH TO TRUE.
003450     DISPLAY 'DL100-UNLOAD - ' DL100-LCK-RESOURCE
003460         ' IS HELD BY JOB ' DL100-LCK-JOB
003470         ' (' DL100-LCK-PROGRAM ') SINCE '
003480         DL100-LCK-DATE ' ' DL100-LCK-TIME.
003490     MOVE 'C' TO DL100-ULD-LOCK-ACTION.
003500     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
003510 8520-EXIT.
003520     EXIT.
003530*
003540 8530-WRITE-LOCK.
003550     MOVE SPACES TO DL100-LCK-RECORD.
003560     MOVE DL100-ULD-LOCK-RESOURCE (DL100-ULD-LOCK-SUB)
003570         TO DL100-LCK-RESOURCE.
003580     MOVE DL100-ULD-LOCK-JOB TO DL100-LCK-JOB.
003590     MOVE DL100-ULD-LOCK-MODE (DL100-ULD-LOCK-SUB)
003600         TO DL100-LCK-MODE.
003610     MOVE DL100-ULD-LOCK-PROGRAM TO DL100-LCK-PROGRAM.
003620     MOVE DL100-ULD-LOCK-DATE TO DL100-LCK-DATE.
003630     MOVE DL100-ULD-LOCK-TIME TO DL100-LCK-TIME.
003640     WRITE DL100-LCK-RECORD
003650         INVALID KEY
003660             IF DL100-ULD-LKF-DUPKEY
003670                 REWRITE DL100-LCK-RECORD
003680                     INVALID KEY
003690                         CONTINUE
003700                 END-REWRITE
003710             END-IF
003720     END-WRITE.
003730     IF NOT DL100-ULD-LKF-OK
003740         DISPLAY 'DL100-UNLOAD - LOCK WRITE FAILED, STATUS '
003750             DL100-ULD-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
003760         SET DL100-ULD-LOCK-CLASH TO TRUE
003770         GO TO 8530-EXIT
003780     END-IF.
003790     MOVE 'L' TO DL100-ULD-LOCK-ACTION.
003800     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
003810 8530-EXIT.
003820     EXIT.
003830*
003840*    ------------------------------------------------------------
003850*    8600-RELEASE-LOCKS - GIVE UP EVERY LOCK THIS PROGRAM TOOK.
003860*    PERFORMED BEFORE EVERY STOP RUN ONCE THE LOCKS ARE HELD, SO
003870*    ONLY AN ABEND LEAVES THEM BEHIND FOR DL100-LCKREL.
003880*    ------------------------------------------------------------
003890 8600-RELEASE-LOCKS.
003900     IF DL100-ULD-LOCKS-FREE
003910         GO TO 8600-EXIT
003920     END-IF.
003930     SET DL100-ULD-LOCKS-FREE TO TRUE.
003940     ACCEPT DL100-ULD-LOCK-DATE FROM DATE YYYYMMDD.
003950     ACCEPT DL100-ULD-LOCK-TIME FROM TIME.
003960     OPEN I-O DL100-LOCK-FILE.
003970     IF NOT DL100-ULD-LKF-OK
003980         DISPLAY 'DL100-UNLOAD - LOCK FILE OPEN FAILED, STATUS '
003990             DL100-ULD-LOCK-STATUS ' - LOCKS LEFT FOR RELEASE BY '
004000             'DL100-LCKREL'
004010         GO TO 8600-EXIT
004020     END-IF.
004030     OPEN EXTEND DL100-LOCKLOG-FILE.
004040     PERFORM 8610-DELETE-LOCK THRU 8610-EXIT
004050         VARYING DL100-ULD-LOCK-SUB FROM 1 BY 1
004060         UNTIL DL100-ULD-LOCK-SUB > DL100-ULD-LOCK-COUNT.
004070     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
004080 8600-EXIT.
004090     EXIT.
004100*
004110 8610-DELETE-LOCK.
004120     MOVE DL100-ULD-LOCK-RESOURCE (DL100-ULD-LOCK-SUB)
004130         TO DL100-LCK-RESOURCE.
004140     MOVE DL100-ULD-LOCK-JOB TO DL100-LCK-JOB.
004150     READ DL100-LOCK-FILE
004160         INVALID KEY
004170             GO TO 8610-EXIT
004180     END-READ.
004190     DELETE DL100-LOCK-FILE
004200         INVALID KEY
004210             DISPLAY 'DL100-UNLOAD - LOCK DELETE FAILED, STATUS '
004220                 DL100-ULD-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
004230             GO TO 8610-EXIT
004240     END-DELETE.
004250     MOVE 'F' TO DL100-ULD-LOCK-ACTION.
004260     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
004270 8610-EXIT.
004280     EXIT.
004290*
004300*    ------------------------------------------------------------
004310*    8700-WRITE-LOCK-LOG - ONE LOG RECORD PER LOCK TAKEN OR
004320*    GIVEN UP, AND PER CLASH THAT REFUSED THE RUN.
004330*    ------------------------------------------------------------
004340 8700-WRITE-LOCK-LOG.
004350     MOVE SPACES TO DL100-LLG-RECORD.
004360     MOVE DL100-ULD-LOCK-ACTION TO DL100-LLG-ACTION.
004370     MOVE DL100-ULD-LOCK-DATE TO DL100-LLG-LOG-DATE.
004380     MOVE DL100-ULD-LOCK-TIME TO DL100-LLG-LOG-TIME.
004390     MOVE DL100-ULD-LOCK-JOB TO DL100-LLG-REQ-JOB.
004400     MOVE DL100-ULD-LOCK-PROGRAM TO DL100-LLG-REQ-PROGRAM.
004410     MOVE DL100-LCK-RECORD TO DL100-LLG-LOCK-IMAGE.
004420     WRITE DL100-LLGOUT-RECORD FROM DL100-LLG-RECORD.
004430 8700-EXIT.
004440     EXIT.
004450*
004460*    ------------------------------------------------------------
004470*    8800-CLOSE-EMPTY-BACKUP - THE RUN IS ENDING BEFORE ANYTHING
004480*    WAS UNLOADED, BUT THE BACKUP DD IS ALREADY ALLOCATED, SO
004490*    LEAVE A VALID EMPTY FILE BEHIND RATHER THAN AN UNFORMATTED
004500*    GENERATION.  WITH NO TRAILER IT CAN NEVER PASS DL100-RELOAD.
004510*    ------------------------------------------------------------
004520 8800-CLOSE-EMPTY-BACKUP.
004530     OPEN OUTPUT DL100-BACKUP-FILE.
004540     CLOSE DL100-BACKUP-FILE.
004550 8800-EXIT.
004560     EXIT.
