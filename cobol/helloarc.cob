000220*        ANYTHING IS WRITTEN, SO HISTORY IS NEVER ARCHIVED
000230*        OUT FROM UNDER A PENDING DL100-MTHEND.
000240*
000241*        THE SHARED DATASETS IT USES ARE REGISTERED ON THE
000242*        SUBSYSTEM LOCK FILE BEFORE ANY FILE IS OPENED.  A
000243*        CLASH WITH ANOTHER JOB'S LOCK ENDS THE RUN RC 24, THE
000244*        HOLDING JOB NAMED ON SYSOUT.  ON RC ZERO THE LOCKS ARE
000245*        KEPT UNTIL THE JOB HAS COPIED THE TRAIL BACK.
000246*
000250*    MODIFICATION HISTORY.
000260*    DATE       INIT DESCRIPTION
000270*    ---------- ---- --------------------------------------------
000280*    2026-09-02 JGH  ORIGINAL PROGRAM.
000282*    2026-10-15 JGH  REGISTERS ITS SHARED DATASETS ON THE NEW
000284*    2026-10-15 JGH  SUBSYSTEM LOCK FILE BEFORE OPENING ANYTHING
000286*    2026-10-15 JGH  AND LOGS EVERY LOCK TAKEN AND GIVEN UP; A
000288*    2026-10-15 JGH  CLASH WITH ANOTHER JOB ENDS THE RUN RC 24.
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. DL100-AUDARC.
000520         ORGANIZATION IS SEQUENTIAL.
000530     SELECT DL100-CARD-FILE ASSIGN TO "SYSIN"
000540         ORGANIZATION IS SEQUENTIAL.
000541     SELECT DL100-LOCK-FILE ASSIGN TO "LOCKFILE"
000542         ORGANIZATION IS INDEXED
000543         ACCESS MODE IS DYNAMIC
000544         RECORD KEY IS DL100-LCK-KEY
000545         FILE STATUS IS DL100-ARC-LOCK-STATUS.
000546     SELECT DL100-LOCKLOG-FILE ASSIGN TO "LOCKLOG"
000547         ORGANIZATION IS SEQUENTIAL.
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000770 FD  DL100-CARD-FILE
000780     RECORDING MODE IS F.
000790     COPY DL100AAC.
000791*
000792 FD  DL100-LOCK-FILE.
000793     COPY DL100LCK.
000794*
000795 FD  DL100-LOCKLOG-FILE
000796     RECORDING MODE IS F.
000797 01  DL100-LLGOUT-RECORD             PIC X(200).
000800*
000810 WORKING-STORAGE SECTION.
000820 01  DL100-ARC-SWITCHES.
001360*
001370     COPY DL100APR.
001380*
001381*    THE SHARED DATASETS THIS PROGRAM REGISTERS ON THE
001382*    SUBSYSTEM LOCK FILE BEFORE IT OPENS ANYTHING, AND HOW IT
001383*    USES EACH - 'X' EXCLUSIVE, 'U' UPDATE, 'S' SHARED READ.
001384*    THE JOB NAME IS THAT OF THE JOB THIS PROGRAM RUNS UNDER.
001385 01  DL100-ARC-LOCK-LIST.
001386     05  FILLER                      PIC X(09) VALUE 'AUDIT   X'.
001387     05  FILLER                      PIC X(09) VALUE 'MONTHSUMS'.
001388 01  DL100-ARC-LOCK-TABLE REDEFINES DL100-ARC-LOCK-LIST.
001389     05  DL100-ARC-LOCK-ENTRY        OCCURS 2 TIMES.
001390         10  DL100-ARC-LOCK-RESOURCE PIC X(08).
001391         10  DL100-ARC-LOCK-MODE     PIC X(01).
001392             88  DL100-ARC-LOCK-WANT-EXCL       VALUE 'X'.
001393             88  DL100-ARC-LOCK-WANT-SHARED     VALUE 'S'.
001394*
001395 01  DL100-ARC-LOCK-FIELDS.
001396     05  DL100-ARC-LOCK-COUNT        PIC 9(02) COMP VALUE 2.
001397     05  DL100-ARC-LOCK-SUB          PIC 9(02) COMP VALUE ZERO.
001398     05  DL100-ARC-LOCK-JOB          PIC X(08) VALUE 'HELLOARC'.
001399     05  DL100-ARC-LOCK-PROGRAM      PIC X(16)
001400                                     VALUE 'DL100-AUDARC'.
001401     05  DL100-ARC-LOCK-DATE         PIC 9(08) VALUE ZERO.
001402     05  DL100-ARC-LOCK-TIME         PIC 9(08) VALUE ZERO.
001403     05  DL100-ARC-LOCK-ACTION       PIC X(01) VALUE SPACE.
001404     05  DL100-ARC-LOCK-HELD-SWITCH  PIC X(01) VALUE 'N'.
001405         88  DL100-ARC-LOCKS-HELD               VALUE 'Y'.
001406         88  DL100-ARC-LOCKS-FREE               VALUE 'N'.
001407     05  DL100-ARC-LOCK-SCAN-SWITCH  PIC X(01) VALUE 'N'.
001408         88  DL100-ARC-LOCK-SCAN-DONE           VALUE 'Y'.
001409         88  DL100-ARC-LOCK-SCAN-MORE           VALUE 'N'.
001410     05  DL100-ARC-LOCK-CLASH-SWITCH PIC X(01) VALUE 'N'.
001411         88  DL100-ARC-LOCK-CLASH               VALUE 'Y'.
001412         88  DL100-ARC-LOCK-NO-CLASH            VALUE 'N'.
001413*
001414 01  DL100-ARC-LOCK-STATUS           PIC X(02).
001415     88  DL100-ARC-LKF-OK                       VALUE '00'.
001416     88  DL100-ARC-LKF-NOTFND                   VALUE '23'.
001417     88  DL100-ARC-LKF-DUPKEY                   VALUE '22'.
001418     88  DL100-ARC-LKF-NOFILE                   VALUE '35'.
001419*
001420     COPY DL100LLG.
001421*
001422 PROCEDURE DIVISION.
001423*
001424*    ------------------------------------------------------------
001425*    0000-MAINLINE-CONTROL - PASS ONE PROVES EVERY AFFECTED
001430*    MONTH IS ROLLED UP; ONLY THEN DOES PASS TWO SPLIT THE
001440*    TRAIL AND THE VERIFICATION PROVE THE SPLIT.  RC 8 MEANS
001450*    THE RUN WAS REFUSED WITH NOTHING WRITTEN; RC 16 MEANS
001590         WHEN DL100-ARC-REFUSED
001600             MOVE 8 TO RETURN-CODE
001610     END-EVALUATE.
001611*    A CLEAN SPLIT KEEPS ITS LOCKS - THE JOB'S COPY-BACK STEP
001612*    HAS STILL TO REPLACE THE LIVE TRAIL, AND THE JOB'S LAST
001613*    STEP RELEASES THEM THROUGH DL100-LCKREL.
001614     IF RETURN-CODE NOT = ZERO
001615         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
001616     END-IF.
001620     STOP RUN.
001630*
001640*    ------------------------------------------------------------
001680*    DEFAULTED CUTOFF COULD PURGE THE WRONG YEARS.
001690*    ------------------------------------------------------------
001700 1000-INITIALIZATION.
001705     PERFORM 8500-ACQUIRE-LOCKS THRU 8500-EXIT.
001710     OPEN INPUT DL100-CARD-FILE.
001720     READ DL100-CARD-FILE
001730         AT END
004390         ' RETAINED ' DL100-ARC-KEEP-COUNT.
004400 9000-EXIT.
004410     EXIT.
004420*
004430*    ------------------------------------------------------------
004440*    8500-ACQUIRE-LOCKS - BEFORE ANY FILE IS OPENED, CHECK EVERY
004450*    SHARED DATASET THIS PROGRAM USES AGAINST THE SUBSYSTEM LOCK
004460*    FILE.  A LOCK ANOTHER JOB HOLDS THAT CLASHES WITH OURS ENDS
004470*    THE STEP RC 24 WITH THE HOLDER NAMED AND NOTHING OPENED.  A
004480*    LOCK HELD UNDER OUR OWN JOB NAME WAS LEFT BY AN EARLIER STEP
004490*    OR AN EARLIER ATTEMPT OF THIS JOB AND IS TAKEN OVER.  THE
004500*    LOCK FILE IS CREATED ON ITS VERY FIRST USE.
004510*    ------------------------------------------------------------
004520 8500-ACQUIRE-LOCKS.
004530     ACCEPT DL100-ARC-LOCK-DATE FROM DATE YYYYMMDD.
004540     ACCEPT DL100-ARC-LOCK-TIME FROM TIME.
004550     OPEN I-O DL100-LOCK-FILE.
004560     IF DL100-ARC-LKF-NOFILE
004570         OPEN OUTPUT DL100-LOCK-FILE
004580         CLOSE DL100-LOCK-FILE
004590         OPEN I-O DL100-LOCK-FILE
004600     END-IF.
004610     IF NOT DL100-ARC-LKF-OK
004620         DISPLAY 'DL100-AUDARC - LOCK FILE OPEN FAILED, STATUS '
004630             DL100-ARC-LOCK-STATUS ' - RUN ABORTED'
004640         MOVE 16 TO RETURN-CODE
004650         STOP RUN
004660     END-IF.
004670     OPEN EXTEND DL100-LOCKLOG-FILE.
004680     SET DL100-ARC-LOCK-NO-CLASH TO TRUE.
004690     PERFORM 8510-CHECK-RESOURCE THRU 8510-EXIT
004700         VARYING DL100-ARC-LOCK-SUB FROM 1 BY 1
004710         UNTIL DL100-ARC-LOCK-SUB > DL100-ARC-LOCK-COUNT.
004720     IF DL100-ARC-LOCK-CLASH
004730         CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE
004740         DISPLAY 'DL100-AUDARC - A DATASET IT NEEDS IS IN USE BY '
004750             'ANOTHER JOB - RUN REFUSED'
004760         MOVE 24 TO RETURN-CODE
004770         STOP RUN
004780     END-IF.
004790     PERFORM 8530-WRITE-LOCK THRU 8530-EXIT
004800         VARYING DL100-ARC-LOCK-SUB FROM 1 BY 1
004810         UNTIL DL100-ARC-LOCK-SUB > DL100-ARC-LOCK-COUNT.
004820     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
004830     SET DL100-ARC-LOCKS-HELD TO TRUE.
004840     IF DL100-ARC-LOCK-CLASH
004850         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
004860         MOVE 16 TO RETURN-CODE
004870         STOP RUN
004880     END-IF.
004890 8500-EXIT.
004900     EXIT.
004910*
004920 8510-CHECK-RESOURCE.
004930     SET DL100-ARC-LOCK-SCAN-MORE TO TRUE.
004940     MOVE DL100-ARC-LOCK-RESOURCE (DL100-ARC-LOCK-SUB)
004950         TO DL100-LCK-RESOURCE.
004960     MOVE LOW-VALUES TO DL100-LCK-JOB.
004970     START DL100-LOCK-FILE KEY NOT < DL100-LCK-KEY
004980         INVALID KEY
004990             GO TO 8510-EXIT
005000     END-START.
005010     PERFORM 8520-CHECK-HOLDER THRU 8520-EXIT
005020         UNTIL DL100-ARC-LOCK-SCAN-DONE.
005030 8510-EXIT.
005040     EXIT.
005050*
005060*    ------------------------------------------------------------
005070*    8520-CHECK-HOLDER - AN EXCLUSIVE LOCK CLASHES WITH ANY
005080*    OTHER; AN UPDATE LOCK WITH ANOTHER UPDATE; A SHARED LOCK
005090*    ONLY WITH AN EXCLUSIVE ONE.
005100*    ------------------------------------------------------------
005110 8520-CHECK-HOLDER.
005120     READ DL100-LOCK-FILE NEXT
005130         AT END
005140             SET DL100-ARC-LOCK-SCAN-DONE TO TRUE
005150             GO TO 8520-EXIT
005160     END-READ.
005170     IF DL100-LCK-RESOURCE NOT =
005180         DL100-ARC-LOCK-RESOURCE (DL100-ARC-LOCK-SUB)
005190         SET DL100-ARC-LOCK-SCAN-DONE TO TRUE
005200         GO TO 8520-EXIT
005210     END-IF.
005220     IF DL100-LCK-JOB = DL100-ARC-LOCK-JOB
005230         GO TO 8520-EXIT
005240     END-IF.
005250     IF DL100-LCK-SHARED
005260         AND NOT DL100-ARC-LOCK-WANT-EXCL (DL100-ARC-LOCK-SUB)
005270         GO TO 8520-EXIT
005280     END-IF.
005290     IF DL100-LCK-UPDATE
005300         AND DL100-ARC-LOCK-WANT-SHARED (DL100-ARC-LOCK-SUB)
005310         GO TO 8520-EXIT
005320     END-IF.
005330     SET DL100-ARC-LOCK-CLASH TO TRUE.
005340     DISPLAY 'DL100-AUDARC - ' DL100-LCK-RESOURCE
005350         ' IS HELD BY JOB ' DL100-LCK-JOB
005360         ' (' DL100-LCK-PROGRAM ') SINCE '
005370         DL100-LCK-DATE ' ' DL100-LCK-TIME.
005380     MOVE 'C' TO DL100-ARC-LOCK-ACTION.
005390     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
005400 8520-EXIT.
005410     EXIT.
005420*
005430 8530-WRITE-LOCK.
005440     MOVE SPACES TO DL100-LCK-RECORD.
005450     MOVE DL100-ARC-LOCK-RESOURCE (DL100-ARC-LOCK-SUB)
005460         TO DL100-LCK-RESOURCE.
005470     MOVE DL100-ARC-LOCK-JOB TO DL100-LCK-JOB.
005480     MOVE DL100-ARC-LOCK-MODE (DL100-ARC-LOCK-SUB)
005490         TO DL100-LCK-MODE.
005500     MOVE DL100-ARC-LOCK-PROGRAM TO DL100-LCK-PROGRAM.
005510     MOVE DL100-ARC-LOCK-DATE TO DL100-LCK-DATE.
005520     MOVE DL100-ARC-LOCK-TIME TO DL100-LCK-TIME.
005530     WRITE DL100-LCK-RECORD
005540         INVALID KEY
005550             IF DL100-ARC-LKF-DUPKEY
005560                 REWRITE DL100-LCK-RECORD
005570                     INVALID KEY
005580                         CONTINUE
005590                 END-REWRITE
005600             END-IF
005610     END-WRITE.
005620     IF NOT DL100-ARC-LKF-OK
005630         DISPLAY 'DL100-AUDARC - LOCK WRITE FAILED, STATUS '
005640             DL100-ARC-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
005650         SET DL100-ARC-LOCK-CLASH TO TRUE
005660         GO TO 8530-EXIT
005670     END-IF.
005680     MOVE 'L' TO DL100-ARC-LOCK-ACTION.
005690     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
005700 8530-EXIT.
005710     EXIT.
005720*
005730*    ------------------------------------------------------------
005740*    8600-RELEASE-LOCKS - GIVE UP EVERY LOCK THIS PROGRAM TOOK.
005750*    PERFORMED BEFORE EVERY STOP RUN ONCE THE LOCKS ARE HELD, SO
005760*    ONLY AN ABEND LEAVES THEM BEHIND FOR DL100-LCKREL.
005770*    ------------------------------------------------------------
005780 8600-RELEASE-LOCKS.
005790     IF DL100-ARC-LOCKS-FREE
005800         GO TO 8600-EXIT
005810     END-IF.
005820     SET DL100-ARC-LOCKS-FREE TO TRUE.
005830     ACCEPT DL100-ARC-LOCK-DATE FROM DATE YYYYMMDD.
005840     ACCEPT DL100-ARC-LOCK-TIME FROM TIME.
005850     OPEN I-O DL100-LOCK-FILE.
005860     IF NOT DL100-ARC-LKF-OK
005870         DISPLAY 'DL100-AUDARC - LOCK FILE OPEN FAILED, STATUS '
005880             DL100-ARC-LOCK-STATUS ' - LOCKS LEFT FOR RELEASE BY '
005890             'DL100-LCKREL'
005900         GO TO 8600-EXIT
005910     END-IF.
005920     OPEN EXTEND DL100-LOCKLOG-FILE.
005930     PERFORM 8610-DELETE-LOCK THRU 8610-EXIT
005940         VARYING DL100-ARC-LOCK-SUB FROM 1 BY 1
005950         UNTIL DL100-ARC-LOCK-SUB > DL100-ARC-LOCK-COUNT.
005960     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
005970 8600-EXIT.
005980     EXIT.
005990*
006000 8610-DELETE-LOCK.
006010     MOVE DL100-ARC-LOCK-RESOURCE (DL100-ARC-LOCK-SUB)
006020         TO DL100-LCK-RESOURCE.
006030     MOVE DL100-ARC-LOCK-JOB TO DL100-LCK-JOB.
006040     READ DL100-LOCK-FILE
006050         INVALID KEY
006060             GO TO 8610-EXIT
006070     END-READ.
006080     DELETE DL100-LOCK-FILE
006090         INVALID KEY
006100             DISPLAY 'DL100-AUDARC - LOCK DELETE FAILED, STATUS '
006110                 DL100-ARC-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
006120             GO TO 8610-EXIT
006130     END-DELETE.
006140     MOVE 'F' TO DL100-ARC-LOCK-ACTION.
006150     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
006160 8610-EXIT.
006170     EXIT.
006180*
006190*    ------------------------------------------------------------
006200*    8700-WRITE-LOCK-LOG - ONE LOG RECORD PER LOCK TAKEN OR
006210*    GIVEN UP, AND PER CLASH THAT REFUSED THE RUN.
006220*    ------------------------------------------------------------
006230 8700-WRITE-LOCK-LOG.
006240     MOVE SPACES TO DL100-LLG-RECORD.
006250     MOVE DL100-ARC-LOCK-ACTION TO DL100-LLG-ACTION.
006260     MOVE DL100-ARC-LOCK-DATE TO DL100-LLG-LOG-DATE.
006270     MOVE DL100-ARC-LOCK-TIME TO DL100-LLG-LOG-TIME.
006280     MOVE DL100-ARC-LOCK-JOB TO DL100-LLG-REQ-JOB.
006290     MOVE DL100-ARC-LOCK-PROGRAM TO DL100-LLG-REQ-PROGRAM.
006300     MOVE DL100-LCK-RECORD TO DL100-LLG-LOCK-IMAGE.
006310     WRITE DL100-LLGOUT-RECORD FROM DL100-LLG-RECORD.
006320 8700-EXIT.
006330     EXIT.
