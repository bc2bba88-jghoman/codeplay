000090*        AUDIT TRAIL.  HELLO-WORLD MAINTAINS THE KEYED FILE AS
000100*        RUNS POST; IF IT IS EVER LOST OR SUSPECT, THIS UTILITY
000110*        READS THE WHOLE TRAIL FRONT TO BACK AND LOADS ONE
000120*        KEYED RECORD PER 'OK' DETAIL (RUN DATE, CYCLE AND
000130*        RECORD NUMBER).  A KEY SEEN AGAIN IS REWRITTEN IN
000140*        PLACE, SO THE LATEST MATCHING 'OK' RECORD WINS - THE
000150*        SAME RULE THE OLD SEQUENTIAL REVERSAL SCAN APPLIED.
000160*        THE FILE IS REPLACED IN FULL, SO THE STEP TAKES AN
000170*        EXCLUSIVE LOCK ON AUDKEY AND ENDS RC 24 WHILE ANY
000171*        OTHER JOB (HELLOJOB, HELLORPR, HELLOTRC) HOLDS IT.
000172*
000173*        THE SHARED DATASETS IT USES ARE REGISTERED ON THE
000174*        SUBSYSTEM LOCK FILE BEFORE ANY FILE IS OPENED.  A
000175*        CLASH WITH ANOTHER JOB'S LOCK ENDS THE RUN RC 24, THE
000176*        HOLDING JOB NAMED ON SYSOUT.
000180*
000190*    MODIFICATION HISTORY.
000200*    DATE       INIT DESCRIPTION
000210*    ---------- ---- --------------------------------------------
000220*    2026-09-02 JGH  ORIGINAL PROGRAM.
000221*    2026-10-15 JGH  CARRY THE ITEM CODE ONTO THE KEYED RECORD.
000222*    2026-10-15 JGH  THE REVERSED-BY AND REPRICED MARKS ARE NOT
000223*    2026-10-15 JGH  ON THE FLAT TRAIL AND COME BACK BLANK - SEE
000224*    2026-10-15 JGH  THE NOTE IN JOB HELLOIDX.
000225*    2026-10-15 JGH  THE KEY NOW CARRIES THE PROCESSING CYCLE; A
000226*    2026-10-15 JGH  TRAIL RECORD WITH NO CYCLE LOADS AS CYCLE 1.
000227*    2026-10-15 JGH  REGISTERS ITS SHARED DATASETS ON THE NEW
000228*    2026-10-15 JGH  SUBSYSTEM LOCK FILE BEFORE OPENING ANYTHING
000229*    2026-10-15 JGH  AND LOGS EVERY LOCK TAKEN AND GIVEN UP; A
000230*    2026-10-15 JGH  CLASH WITH ANOTHER JOB ENDS THE RUN RC 24.
000231*    2026-10-15 JGH  DESCRIPTION NOW NAMES THE EXCLUSIVE AUDKEY
000232*    2026-10-15 JGH  LOCK IN PLACE OF HOLDING THE DAILY JOB.
000233*****************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. DL100-AUDIDX.
000260 AUTHOR. J. HOMAN.
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS DL100-AKY-KEY
000400         FILE STATUS IS DL100-IDX-AUDKEY-STATUS.
000401     SELECT DL100-LOCK-FILE ASSIGN TO "LOCKFILE"
000402         ORGANIZATION IS INDEXED
000403         ACCESS MODE IS DYNAMIC
000404         RECORD KEY IS DL100-LCK-KEY
000405         FILE STATUS IS DL100-IDX-LOCK-STATUS.
000406     SELECT DL100-LOCKLOG-FILE ASSIGN TO "LOCKLOG"
000407         ORGANIZATION IS SEQUENTIAL.
000410*
000420 DATA DIVISION.
000430 FILE SECTION.
000470*
000480 FD  DL100-AUDKEY-FILE.
000490     COPY DL100AKY.
000491*
000492 FD  DL100-LOCK-FILE.
000493     COPY DL100LCK.
000494*
000495 FD  DL100-LOCKLOG-FILE
000496     RECORDING MODE IS F.
000497 01  DL100-LLGOUT-RECORD             PIC X(200).
000500*
000510 WORKING-STORAGE SECTION.
000520 01  DL100-IDX-SWITCHES.
000660     05  DL100-IDX-REWRITE-COUNT     PIC 9(07) COMP VALUE ZERO.
000670     05  DL100-IDX-SKIPPED-COUNT     PIC 9(07) COMP VALUE ZERO.
000680*
000681*    THE SHARED DATASETS THIS PROGRAM REGISTERS ON THE
000682*    SUBSYSTEM LOCK FILE BEFORE IT OPENS ANYTHING, AND HOW IT
000683*    USES EACH - 'X' EXCLUSIVE, 'U' UPDATE, 'S' SHARED READ.
000684*    THE JOB NAME IS THAT OF THE JOB THIS PROGRAM RUNS UNDER.
000685 01  DL100-IDX-LOCK-LIST.
000686     05  FILLER                      PIC X(09) VALUE 'AUDIT   S'.
000687     05  FILLER                      PIC X(09) VALUE 'AUDKEY  X'.
000688 01  DL100-IDX-LOCK-TABLE REDEFINES DL100-IDX-LOCK-LIST.
000689     05  DL100-IDX-LOCK-ENTRY        OCCURS 2 TIMES.
000690         10  DL100-IDX-LOCK-RESOURCE PIC X(08).
000691         10  DL100-IDX-LOCK-MODE     PIC X(01).
000692             88  DL100-IDX-LOCK-WANT-EXCL       VALUE 'X'.
000693             88  DL100-IDX-LOCK-WANT-SHARED     VALUE 'S'.
000694*
000695 01  DL100-IDX-LOCK-FIELDS.
000696     05  DL100-IDX-LOCK-COUNT        PIC 9(02) COMP VALUE 2.
000697     05  DL100-IDX-LOCK-SUB          PIC 9(02) COMP VALUE ZERO.
000698     05  DL100-IDX-LOCK-JOB          PIC X(08) VALUE 'HELLOIDX'.
000699     05  DL100-IDX-LOCK-PROGRAM      PIC X(16)
000700                                     VALUE 'DL100-AUDIDX'.
000701     05  DL100-IDX-LOCK-DATE         PIC 9(08) VALUE ZERO.
000702     05  DL100-IDX-LOCK-TIME         PIC 9(08) VALUE ZERO.
000703     05  DL100-IDX-LOCK-ACTION       PIC X(01) VALUE SPACE.
000704     05  DL100-IDX-LOCK-HELD-SWITCH  PIC X(01) VALUE 'N'.
000705         88  DL100-IDX-LOCKS-HELD               VALUE 'Y'.
000706         88  DL100-IDX-LOCKS-FREE               VALUE 'N'.
000707     05  DL100-IDX-LOCK-SCAN-SWITCH  PIC X(01) VALUE 'N'.
000708         88  DL100-IDX-LOCK-SCAN-DONE           VALUE 'Y'.
000709         88  DL100-IDX-LOCK-SCAN-MORE           VALUE 'N'.
000710     05  DL100-IDX-LOCK-CLASH-SWITCH PIC X(01) VALUE 'N'.
000711         88  DL100-IDX-LOCK-CLASH               VALUE 'Y'.
000712         88  DL100-IDX-LOCK-NO-CLASH            VALUE 'N'.
000713*
000714 01  DL100-IDX-LOCK-STATUS           PIC X(02).
000715     88  DL100-IDX-LKF-OK                       VALUE '00'.
000716     88  DL100-IDX-LKF-NOTFND                   VALUE '23'.
000717     88  DL100-IDX-LKF-DUPKEY                   VALUE '22'.
000718     88  DL100-IDX-LKF-NOFILE                   VALUE '35'.
000719*
000720     COPY DL100LLG.
000721*
000722 PROCEDURE DIVISION.
000723*
000724*    ------------------------------------------------------------
000725*    0000-MAINLINE-CONTROL - TOP LEVEL FLOW ONLY.
000730*    ------------------------------------------------------------
000740 0000-MAINLINE-CONTROL.
000750     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
000790     IF DL100-IDX-ABORT-YES
000800         MOVE 16 TO RETURN-CODE
000810     END-IF.
000815     PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT.
000820     STOP RUN.
000830*
000840*    ------------------------------------------------------------
000870*    DUPLICATE KEYS FROM FORCED RERUNS CAN REWRITE IN PLACE.
000880*    ------------------------------------------------------------
000890 1000-INITIALIZATION.
000895     PERFORM 8500-ACQUIRE-LOCKS THRU 8500-EXIT.
000900     OPEN INPUT DL100-AUDIN-FILE.
000910     OPEN OUTPUT DL100-AUDKEY-FILE.
000920     IF NOT DL100-IDX-AKY-OK
000930         DISPLAY 'DL100-AUDIDX - KEYED AUDIT OPEN FAILED, '
000940             'STATUS ' DL100-IDX-AUDKEY-STATUS ' - RUN ABORTED'
000950         MOVE 16 TO RETURN-CODE
000955         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
000960         STOP RUN
000970     END-IF.
000980     CLOSE DL100-AUDKEY-FILE.
001010         DISPLAY 'DL100-AUDIDX - KEYED AUDIT REOPEN FAILED, '
001020             'STATUS ' DL100-IDX-AUDKEY-STATUS ' - RUN ABORTED'
001030         MOVE 16 TO RETURN-CODE
001035         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
001040         STOP RUN
001050     END-IF.
001060     PERFORM 2100-READ-AUDIT-FILE THRU 2100-EXIT.
001320             SET DL100-IDX-EOF-YES TO TRUE
001330         NOT AT END
001340             ADD 1 TO DL100-IDX-READ-COUNT
001342             IF DL100-AUD-CYCLE-IND NOT NUMERIC
001344                 OR DL100-AUD-CYCLE-IND = '0'
001346                 MOVE 1 TO DL100-AUD-CYCLE
001348             END-IF
001350     END-READ.
001360 2100-EXIT.
001370     EXIT.
001390 2200-LOAD-KEYED-RECORD.
001400     MOVE SPACES TO DL100-AKY-RECORD.
001410     MOVE DL100-AUD-RUN-DATE TO DL100-AKY-RUN-DATE.
001415     MOVE DL100-AUD-CYCLE TO DL100-AKY-CYCLE.
001420     MOVE DL100-AUD-RECORD-NO TO DL100-AKY-RECORD-NO.
001430     MOVE DL100-AUD-RESULT TO DL100-AKY-RESULT.
001440     MOVE DL100-AUD-RUN-TIME TO DL100-AKY-RUN-TIME.
001450     MOVE DL100-AUD-TRAN-TYPE TO DL100-AKY-TRAN-TYPE.
001455     MOVE DL100-AUD-ITEM-CODE TO DL100-AKY-ITEM-CODE.
001460     WRITE DL100-AKY-RECORD
001470         INVALID KEY
001480             REWRITE DL100-AKY-RECORD
001760         DL100-IDX-SKIPPED-COUNT.
001770 9000-EXIT.
001780     EXIT.
001790*
001800*    ------------------------------------------------------------
001810*    8500-ACQUIRE-LOCKS - BEFORE ANY FILE IS OPENED, CHECK EVERY
001820*    SHARED DATASET THIS PROGRAM USES AGAINST THE SUBSYSTEM LOCK
001830*    FILE.  A LOCK ANOTHER JOB HOLDS THAT CLASHES WITH OURS ENDS
001840*    THE STEP RC 24 WITH THE HOLDER NAMED AND NOTHING OPENED.  A
001850*    LOCK HELD UNDER OUR OWN JOB NAME WAS LEFT BY AN EARLIER STEP
001860*    OR AN EARLIER ATTEMPT OF THIS JOB AND IS TAKEN OVER.  THE
001870*    LOCK FILE IS CREATED ON ITS VERY FIRST USE.
001880*    ------------------------------------------------------------
001890 8500-ACQUIRE-LOCKS.
001900     ACCEPT DL100-IDX-LOCK-DATE FROM DATE YYYYMMDD.
001910     ACCEPT DL100-IDX-LOCK-TIME FROM TIME.
001920     OPEN I-O DL100-LOCK-FILE.
001930     IF DL100-IDX-LKF-NOFILE
001940         OPEN OUTPUT DL100-LOCK-FILE
001950         CLOSE DL100-LOCK-FILE
001960         OPEN I-O DL100-LOCK-FILE
001970     END-IF.
001980     IF NOT DL100-IDX-LKF-OK
001990         DISPLAY 'DL100-AUDIDX - LOCK FILE OPEN FAILED, STATUS '
002000             DL100-IDX-LOCK-STATUS ' - RUN ABORTED'
002010         MOVE 16 TO RETURN-CODE
002020         STOP RUN
002030     END-IF.
002040     OPEN EXTEND DL100-LOCKLOG-FILE.
002050     SET DL100-IDX-LOCK-NO-CLASH TO TRUE.
002060     PERFORM 8510-CHECK-RESOURCE THRU 8510-EXIT
002070         VARYING DL100-IDX-LOCK-SUB FROM 1 BY 1
002080         UNTIL DL100-IDX-LOCK-SUB > DL100-IDX-LOCK-COUNT.
002090     IF DL100-IDX-LOCK-CLASH
002100         CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE
002110         DISPLAY 'DL100-AUDIDX - A DATASET IT NEEDS IS IN USE BY '
002120             'ANOTHER JOB - RUN REFUSED'
002130         MOVE 24 TO RETURN-CODE
002140         STOP RUN
002150     END-IF.
002160     PERFORM 8530-WRITE-LOCK THRU 8530-EXIT
002170         VARYING DL100-IDX-LOCK-SUB FROM 1 BY 1
002180         UNTIL DL100-IDX-LOCK-SUB > DL100-IDX-LOCK-COUNT.
002190     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
002200     SET DL100-IDX-LOCKS-HELD TO TRUE.
002210     IF DL100-IDX-LOCK-CLASH
002220         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
002230         MOVE 16 TO RETURN-CODE
002240         STOP RUN
002250     END-IF.
002260 8500-EXIT.
002270     EXIT.
002280*
002290 8510-CHECK-RESOURCE.
002300     SET DL100-IDX-LOCK-SCAN-MORE TO TRUE.
002310     MOVE DL100-IDX-LOCK-RESOURCE (DL100-IDX-LOCK-SUB)
002320         TO DL100-LCK-RESOURCE.
002330     MOVE LOW-VALUES TO DL100-LCK-JOB.
002340     START DL100-LOCK-FILE KEY NOT < DL100-LCK-KEY
002350         INVALID KEY
002360             GO TO 8510-EXIT
002370     END-START.
002380     PERFORM 8520-CHECK-HOLDER THRU 8520-EXIT
002390         UNTIL DL100-IDX-LOCK-SCAN-DONE.
002400 8510-EXIT.
002410     EXIT.
002420*
002430*    ------------------------------------------------------------
002440*    8520-CHECK-HOLDER - AN EXCLUSIVE LOCK CLASHES WITH ANY
002450*    OTHER; AN UPDATE LOCK WITH ANOTHER UPDATE; A SHARED LOCK
002460*    ONLY WITH AN EXCLUSIVE ONE.
002470*    ------------------------------------------------------------
002480 8520-CHECK-HOLDER.
002490     READ DL100-LOCK-FILE NEXT
002500         AT END
002510             SET DL100-IDX-LOCK-SCAN-DONE TO TRUE
002520             GO TO 8520-EXIT
002530     END-READ.
002540     IF DL100-LCK-RESOURCE NOT =
002550         DL100-IDX-LOCK-RESOURCE (DL100-IDX-LOCK-SUB)
002560         SET DL100-IDX-LOCK-SCAN-DONE TO TRUE
002570         GO TO 8520-EXIT
002580     END-IF.
002590     IF DL100-LCK-JOB = DL100-IDX-LOCK-JOB
002600         GO TO 8520-EXIT
002610     END-IF.
002620     IF DL100-LCK-SHARED
002630         AND NOT DL100-IDX-LOCK-WANT-EXCL (DL100-IDX-LOCK-SUB)
002640         GO TO 8520-EXIT
002650     END-IF.
002660     IF DL100-LCK-UPDATE
002670         AND DL100-IDX-LOCK-WANT-SHARED (DL100-IDX-LOCK-SUB)
002680         GO TO 8520-EXIT
002690     END-IF.
002700     SET DL100-IDX-LOCK-CLASH TO TRUE.
002710     DISPLAY 'DL100-AUDIDX - ' DL100-LCK-RESOURCE
002720         ' IS HELD BY JOB ' DL100-LCK-JOB
002730         ' (' DL100-LCK-PROGRAM ') SINCE '
002740         DL100-LCK-DATE ' ' DL100-LCK-TIME.
002750     MOVE 'C' TO DL100-IDX-LOCK-ACTION.
002760     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
002770 8520-EXIT.
002780     EXIT.
002790*
002800 8530-WRITE-LOCK.
002810     MOVE SPACES TO DL100-LCK-RECORD.
002820     MOVE DL100-IDX-LOCK-RESOURCE (DL100-IDX-LOCK-SUB)
002830         TO DL100-LCK-RESOURCE.
002840     MOVE DL100-IDX-LOCK-JOB TO DL100-LCK-JOB.
002850     MOVE DL100-IDX-LOCK-MODE (DL100-IDX-LOCK-SUB)
002860         TO DL100-LCK-MODE.
002870     MOVE DL100-IDX-LOCK-PROGRAM TO DL100-LCK-PROGRAM.
002880     MOVE DL100-IDX-LOCK-DATE TO DL100-LCK-DATE.
002890     MOVE DL100-IDX-LOCK-TIME TO DL100-LCK-TIME.
002900     WRITE DL100-LCK-RECORD
002910         INVALID KEY
002920             IF DL100-IDX-LKF-DUPKEY
002930                 REWRITE DL100-LCK-RECORD
002940                     INVALID KEY
002950                         CONTINUE
002960                 END-REWRITE
002970             END-IF
002980     END-WRITE.
002990     IF NOT DL100-IDX-LKF-OK
003000         DISPLAY 'DL100-AUDIDX - LOCK WRITE FAILED, STATUS '
003010             DL100-IDX-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
003020         SET DL100-IDX-LOCK-CLASH TO TRUE
003030         GO TO 8530-EXIT
003040     END-IF.
003050     MOVE 'L' TO DL100-IDX-LOCK-ACTION.
003060     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
003070 8530-EXIT.
003080     EXIT.
003090*
003100*    ------------------------------------------------------------
003110*    8600-RELEASE-LOCKS - GIVE UP EVERY LOCK THIS PROGRAM TOOK.
003120*    PERFORMED BEFORE EVERY STOP RUN ONCE THE LOCKS ARE HELD, SO
003130*    ONLY AN ABEND LEAVES THEM BEHIND FOR DL100-LCKREL.
003140*    ------------------------------------------------------------
003150 8600-RELEASE-LOCKS.
003160     IF DL100-IDX-LOCKS-FREE
003170         GO TO 8600-EXIT
003180     END-IF.
003190     SET DL100-IDX-LOCKS-FREE TO TRUE.
003200     ACCEPT DL100-IDX-LOCK-DATE FROM DATE YYYYMMDD.
003210     ACCEPT DL100-IDX-LOCK-TIME FROM TIME.
003220     OPEN I-O DL100-LOCK-FILE.
003230     IF NOT DL100-IDX-LKF-OK
003240         DISPLAY 'DL100-AUDIDX - LOCK FILE OPEN FAILED, STATUS '
003250             DL100-IDX-LOCK-STATUS ' - LOCKS LEFT FOR RELEASE BY '
003260             'DL100-LCKREL'
003270         GO TO 8600-EXIT
003280     END-IF.
003290     OPEN EXTEND DL100-LOCKLOG-FILE.
003300     PERFORM 8610-DELETE-LOCK THRU 8610-EXIT
003310         VARYING DL100-IDX-LOCK-SUB FROM 1 BY 1
003320         UNTIL DL100-IDX-LOCK-SUB > DL100-IDX-LOCK-COUNT.
003330     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
003340 8600-EXIT.
003350     EXIT.
003360*
003370 8610-DELETE-LOCK.
003380     MOVE DL100-IDX-LOCK-RESOURCE (DL100-IDX-LOCK-SUB)
003390         TO DL100-LCK-RESOURCE.
003400     MOVE DL100-IDX-LOCK-JOB TO DL100-LCK-JOB.
003410     READ DL100-LOCK-FILE
003420         INVALID KEY
003430             GO TO 8610-EXIT
003440     END-READ.
003450     DELETE DL100-LOCK-FILE
003460         INVALID KEY
003470             DISPLAY 'DL100-AUDIDX - LOCK DELETE FAILED, STATUS '
003480                 DL100-IDX-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
003490             GO TO 8610-EXIT
003500     END-DELETE.
003510     MOVE 'F' TO DL100-IDX-LOCK-ACTION.
003520     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
003530 8610-EXIT.
003540     EXIT.
003550*
003560*    ------------------------------------------------------------
003570*    8700-WRITE-LOCK-LOG - ONE LOG RECORD PER LOCK TAKEN OR
003580*    GIVEN UP, AND PER CLASH THAT REFUSED THE RUN.
003590*    ------------------------------------------------------------
003600 8700-WRITE-LOCK-LOG.
003610     MOVE SPACES TO DL100-LLG-RECORD.
003620     MOVE DL100-IDX-LOCK-ACTION TO DL100-LLG-ACTION.
003630     MOVE DL100-IDX-LOCK-DATE TO DL100-LLG-LOG-DATE.
003640     MOVE DL100-IDX-LOCK-TIME TO DL100-LLG-LOG-TIME.
003650     MOVE DL100-IDX-LOCK-JOB TO DL100-LLG-REQ-JOB.
003660     MOVE DL100-IDX-LOCK-PROGRAM TO DL100-LLG-REQ-PROGRAM.
003670     MOVE DL100-LCK-RECORD TO DL100-LLG-LOCK-IMAGE.
003680     WRITE DL100-LLGOUT-RECORD FROM DL100-LLG-RECORD.
003690 8700-EXIT.
003700     EXIT.
