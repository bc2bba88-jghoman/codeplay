000140*        CODE 16 AND A MISMATCH REPORT INSTEAD OF A QUIETLY
000150*        WRONG MASTER.
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
000202*    2026-08-22 JGH  MASTER KEY NOW CARRIES THE EFFECTIVE DATE.
000203*    2026-10-15 JGH  REGISTERS ITS SHARED DATASETS ON THE NEW
000204*    2026-10-15 JGH  SUBSYSTEM LOCK FILE BEFORE OPENING ANYTHING
000205*    2026-10-15 JGH  AND LOGS EVERY LOCK TAKEN AND GIVEN UP; A
000206*    2026-10-15 JGH  CLASH WITH ANOTHER JOB ENDS THE RUN RC 24.
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. DL100-RELOAD.
000380         FILE STATUS IS DL100-RLD-MASTER-STATUS.
000390     SELECT DL100-URP-FILE ASSIGN TO "RPTFILE"
000400         ORGANIZATION IS SEQUENTIAL.
000401     SELECT DL100-LOCK-FILE ASSIGN TO "LOCKFILE"
000402         ORGANIZATION IS INDEXED
000403         ACCESS MODE IS DYNAMIC
000404         RECORD KEY IS DL100-LCK-KEY
000405         FILE STATUS IS DL100-RLD-LOCK-STATUS.
000406     SELECT DL100-LOCKLOG-FILE ASSIGN TO "LOCKLOG"
000407         ORGANIZATION IS SEQUENTIAL.
000410*
000420 DATA DIVISION.
000430 FILE SECTION.
000510 FD  DL100-URP-FILE
000520     RECORDING MODE IS F.
000530 01  DL100-URP-RECORD                PIC X(80).
000531*
000532 FD  DL100-LOCK-FILE.
000533     COPY DL100LCK.
000534*
000535 FD  DL100-LOCKLOG-FILE
000536     RECORDING MODE IS F.
000537 01  DL100-LLGOUT-RECORD             PIC X(200).
000540*
000550 WORKING-STORAGE SECTION.
000560 01  DL100-RLD-SWITCHES.
000850*
000860     COPY DL100URP.
000870*
000871*    THE SHARED DATASETS THIS PROGRAM REGISTERS ON THE
000872*    SUBSYSTEM LOCK FILE BEFORE IT OPENS ANYTHING, AND HOW IT
000873*    USES EACH - 'X' EXCLUSIVE, 'U' UPDATE, 'S' SHARED READ.
000874*    THE JOB NAME IS THAT OF THE JOB THIS PROGRAM RUNS UNDER.
000875 01  DL100-RLD-LOCK-LIST.
000876     05  FILLER                      PIC X(09) VALUE 'MASTER  X'.
000877 01  DL100-RLD-LOCK-TABLE REDEFINES DL100-RLD-LOCK-LIST.
000878     05  DL100-RLD-LOCK-ENTRY        OCCURS 1 TIMES.
000879         10  DL100-RLD-LOCK-RESOURCE PIC X(08).
000880         10  DL100-RLD-LOCK-MODE     PIC X(01).
000881             88  DL100-RLD-LOCK-WANT-EXCL       VALUE 'X'.
000882             88  DL100-RLD-LOCK-WANT-SHARED     VALUE 'S'.
000883*
000884 01  DL100-RLD-LOCK-FIELDS.
000885     05  DL100-RLD-LOCK-COUNT        PIC 9(02) COMP VALUE 1.
000886     05  DL100-RLD-LOCK-SUB          PIC 9(02) COMP VALUE ZERO.
000887     05  DL100-RLD-LOCK-JOB          PIC X(08) VALUE 'HELLORST'.
000888     05  DL100-RLD-LOCK-PROGRAM      PIC X(16)
000889                                     VALUE 'DL100-RELOAD'.
000890     05  DL100-RLD-LOCK-DATE         PIC 9(08) VALUE ZERO.
000891     05  DL100-RLD-LOCK-TIME         PIC 9(08) VALUE ZERO.
000892     05  DL100-RLD-LOCK-ACTION       PIC X(01) VALUE SPACE.
000893     05  DL100-RLD-LOCK-HELD-SWITCH  PIC X(01) VALUE 'N'.
000894         88  DL100-RLD-LOCKS-HELD               VALUE 'Y'.
000895         88  DL100-RLD-LOCKS-FREE               VALUE 'N'.
000896     05  DL100-RLD-LOCK-SCAN-SWITCH  PIC X(01) VALUE 'N'.
000897         88  DL100-RLD-LOCK-SCAN-DONE           VALUE 'Y'.
000898         88  DL100-RLD-LOCK-SCAN-MORE           VALUE 'N'.
000899     05  DL100-RLD-LOCK-CLASH-SWITCH PIC X(01) VALUE 'N'.
000900         88  DL100-RLD-LOCK-CLASH               VALUE 'Y'.
000901         88  DL100-RLD-LOCK-NO-CLASH            VALUE 'N'.
000902*
000903 01  DL100-RLD-LOCK-STATUS           PIC X(02).
000904     88  DL100-RLD-LKF-OK                       VALUE '00'.
000905     88  DL100-RLD-LKF-NOTFND                   VALUE '23'.
000906     88  DL100-RLD-LKF-DUPKEY                   VALUE '22'.
000907     88  DL100-RLD-LKF-NOFILE                   VALUE '35'.
000908*
000909     COPY DL100LLG.
000910*
000911 PROCEDURE DIVISION.
000912*
000913*    ------------------------------------------------------------
000914*    0000-MAINLINE-CONTROL - LOAD, THEN PROVE THE LOAD.
000920*    ------------------------------------------------------------
000930 0000-MAINLINE-CONTROL.
000940     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
000990     IF DL100-RLD-ABORT-YES
001000         MOVE 16 TO RETURN-CODE
001010     END-IF.
001015     PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT.
001020     STOP RUN.
001030*
001040*    ------------------------------------------------------------
001070*    RELOAD REPLACES THE FILE IN FULL.
001080*    ------------------------------------------------------------
001090 1000-INITIALIZATION.
001095     PERFORM 8500-ACQUIRE-LOCKS THRU 8500-EXIT.
001100     OPEN INPUT DL100-BACKIN-FILE.
001110     OPEN OUTPUT DL100-MASTER-FILE.
001120     IF NOT DL100-RLD-MST-OK
001130         DISPLAY 'DL100-RELOAD - MASTER OPEN FAILED, STATUS '
001140             DL100-RLD-MASTER-STATUS ' - RUN ABORTED'
001150         MOVE 16 TO RETURN-CODE
001155         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
001160         STOP RUN
001170     END-IF.
001180     OPEN OUTPUT DL100-URP-FILE.
002340         ' ERRORS ' DL100-RLD-ERROR-COUNT.
002350 9000-EXIT.
002360     EXIT.
002370*
002380*    ------------------------------------------------------------
002390*    8500-ACQUIRE-LOCKS - BEFORE ANY FILE IS OPENED, CHECK EVERY
002400*    SHARED DATASET THIS PROGRAM USES AGAINST THE SUBSYSTEM LOCK
002410*    FILE.  A LOCK ANOTHER JOB HOLDS THAT CLASHES WITH OURS ENDS
002420*    THE STEP RC 24 WITH THE HOLDER NAMED AND NOTHING OPENED.  A
002430*    LOCK HELD UNDER OUR OWN JOB NAME WAS LEFT BY AN EARLIER STEP
002440*    OR AN EARLIER ATTEMPT OF THIS JOB AND IS TAKEN OVER.  THE
002450*    LOCK FILE IS CREATED ON ITS VERY FIRST USE.
002460*    ------------------------------------------------------------
002470 8500-ACQUIRE-LOCKS.
002480     ACCEPT DL100-RLD-LOCK-DATE FROM DATE YYYYMMDD.
002490     ACCEPT DL100-RLD-LOCK-TIME FROM TIME.
002500     OPEN I-O DL100-LOCK-FILE.
002510     IF DL100-RLD-LKF-NOFILE
002520         OPEN OUTPUT DL100-LOCK-FILE
002530         CLOSE DL100-LOCK-FILE
002540         OPEN I-O DL100-LOCK-FILE
002550     END-IF.
002560     IF NOT DL100-RLD-LKF-OK
002570         DISPLAY 'DL100-RELOAD - LOCK FILE OPEN FAILED, STATUS '
002580             DL100-RLD-LOCK-STATUS ' - RUN ABORTED'
002590         MOVE 16 TO RETURN-CODE
002600         STOP RUN
002610     END-IF.
002620     OPEN EXTEND DL100-LOCKLOG-FILE.
002630     SET DL100-RLD-LOCK-NO-CLASH TO TRUE.
002640     PERFORM 8510-CHECK-RESOURCE THRU 8510-EXIT
002650         VARYING DL100-RLD-LOCK-SUB FROM 1 BY 1
002660         UNTIL DL100-RLD-LOCK-SUB > DL100-RLD-LOCK-COUNT.
002670     IF DL100-RLD-LOCK-CLASH
002680         CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE
002690         DISPLAY 'DL100-RELOAD - A DATASET IT NEEDS IS IN USE BY '
002700             'ANOTHER JOB - RUN REFUSED'
002710         MOVE 24 TO RETURN-CODE
002720         STOP RUN
002730     END-IF.
002740     PERFORM 8530-WRITE-LOCK THRU 8530-EXIT
002750         VARYING DL100-RLD-LOCK-SUB FROM 1 BY 1
002760         UNTIL DL100-RLD-LOCK-SUB > DL100-RLD-LOCK-COUNT.
002770     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
002780     SET DL100-RLD-LOCKS-HELD TO TRUE.
002790     IF DL100-RLD-LOCK-CLASH
002800         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
002810         MOVE 16 TO RETURN-CODE
002820         STOP RUN
002830     END-IF.
002840 8500-EXIT.
002850     EXIT.
002860*
002870 8510-CHECK-RESOURCE.
002880     SET DL100-RLD-LOCK-SCAN-MORE TO TRUE.
002890     MOVE DL100-RLD-LOCK-RESOURCE (DL100-RLD-LOCK-SUB)
002900         TO DL100-LCK-RESOURCE.
002910     MOVE LOW-VALUES TO DL100-LCK-JOB.
002920     START DL100-LOCK-FILE KEY NOT < DL100-LCK-KEY
002930         INVALID KEY
002940             GO TO 8510-EXIT
002950     END-START.
002960     PERFORM 8520-CHECK-HOLDER THRU 8520-EXIT
002970         UNTIL DL100-RLD-LOCK-SCAN-DONE.
002980 8510-EXIT.
002990     EXIT.
003000*
003010*    ------------------------------------------------------------
003020*    8520-CHECK-HOLDER - AN EXCLUSIVE LOCK CLASHES WITH ANY
003030*    OTHER; AN UPDATE LOCK WITH ANOTHER UPDATE; A SHARED LOCK
003040*    ONLY WITH AN EXCLUSIVE ONE.
003050*    ------------------------------------------------------------
003060 8520-CHECK-HOLDER.
003070     READ DL100-LOCK-FILE NEXT
003080         AT END
003090             SET DL100-RLD-LOCK-SCAN-DONE TO TRUE
003100             GO TO 8520-EXIT
003110     END-READ.
003120     IF DL100-LCK-RESOURCE NOT =
003130         DL100-RLD-LOCK-RESOURCE (DL100-RLD-LOCK-SUB)
003140         SET DL100-RLD-LOCK-SCAN-DONE TO TRUE
003150         GO TO 8520-EXIT
003160     END-IF.
003170     IF DL100-LCK-JOB = DL100-RLD-LOCK-JOB
003180         GO TO 8520-EXIT
003190     END-IF.
003200     IF DL100-LCK-SHARED
003210         AND NOT DL100-RLD-LOCK-WANT-EXCL (DL100-RLD-LOCK-SUB)
003220         GO TO 8520-EXIT
003230     END-IF.
003240     IF DL100-LCK-UPDATE
003250         AND DL100-RLD-LOCK-WANT-SHARED (DL100-RLD-LOCK-SUB)
003260         GO TO 8520-EXIT
003270     END-IF.
003280     SET DL100-RLD-LOCK-CLASH TO TRUE.
003290     DISPLAY 'DL100-RELOAD - ' DL100-LCK-RESOURCE
003300         ' IS HELD BY JOB ' DL100-LCK-JOB
003310         ' (' DL100-LCK-PROGRAM ') SINCE '
003320         DL100-LCK-DATE ' ' DL100-LCK-TIME.
003330     MOVE 'C' TO DL100-RLD-LOCK-ACTION.
003340     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
003350 8520-EXIT.
003360     EXIT.
003370*
003380 8530-WRITE-LOCK.
003390     MOVE SPACES TO DL100-LCK-RECORD.
003400     MOVE DL100-RLD-LOCK-RESOURCE (DL100-RLD-LOCK-SUB)
003410         TO DL100-LCK-RESOURCE.
003420     MOVE DL100-RLD-LOCK-JOB TO DL100-LCK-JOB.
003430     MOVE DL100-RLD-LOCK-MODE (DL100-RLD-LOCK-SUB)
003440         TO DL100-LCK-MODE.
003450     MOVE DL100-RLD-LOCK-PROGRAM TO DL100-LCK-PROGRAM.
003460     MOVE DL100-RLD-LOCK-DATE TO DL100-LCK-DATE.
003470     MOVE DL100-RLD-LOCK-TIME TO DL100-LCK-TIME.
003480     WRITE DL100-LCK-RECORD
003490         INVALID KEY
003500             IF DL100-RLD-LKF-DUPKEY
003510                 REWRITE DL100-LCK-RECORD
003520                     INVALID KEY
003530                         CONTINUE
003540                 END-REWRITE
003550             END-IF
003560     END-WRITE.
003570     IF NOT DL100-RLD-LKF-OK
003580         DISPLAY 'DL100-RELOAD - LOCK WRITE FAILED, STATUS '
003590             DL100-RLD-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
003600         SET DL100-RLD-LOCK-CLASH TO TRUE
003610         GO TO 8530-EXIT
003620     END-IF.
003630     MOVE 'L' TO DL100-RLD-LOCK-ACTION.
003640     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
003650 8530-EXIT.
003660     EXIT.
003670*
003680*    ------------------------------------------------------------
003690*    8600-RELEASE-LOCKS - GIVE UP EVERY LOCK THIS PROGRAM TOOK.
003700*    PERFORMED BEFORE EVERY STOP RUN ONCE THE LOCKS ARE HELD, SO
003710*    ONLY AN ABEND LEAVES THEM BEHIND FOR DL100-LCKREL.
003720*    ------------------------------------------------------------
003730 8600-RELEASE-LOCKS.
003740     IF DL100-RLD-LOCKS-FREE
003750         GO TO 8600-EXIT
003760     END-IF.
003770     SET DL100-RLD-LOCKS-FREE TO TRUE.
003780     ACCEPT DL100-RLD-LOCK-DATE FROM DATE YYYYMMDD.
003790     ACCEPT DL100-RLD-LOCK-TIME FROM TIME.
003800     OPEN I-O DL100-LOCK-FILE.
003810     IF NOT DL100-RLD-LKF-OK
003820         DISPLAY 'DL100-RELOAD - LOCK FILE OPEN FAILED, STATUS '
003830             DL100-RLD-LOCK-STATUS ' - LOCKS LEFT FOR RELEASE BY '
003840             'DL100-LCKREL'
003850         GO TO 8600-EXIT
003860     END-IF.
003870     OPEN EXTEND DL100-LOCKLOG-FILE.
003880     PERFORM 8610-DELETE-LOCK THRU 8610-EXIT
003890         VARYING DL100-RLD-LOCK-SUB FROM 1 BY 1
003900         UNTIL DL100-RLD-LOCK-SUB > DL100-RLD-LOCK-COUNT.
003910     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
003920 8600-EXIT.
003930     EXIT.
003940*
003950 8610-DELETE-LOCK.
003960     MOVE DL100-RLD-LOCK-RESOURCE (DL100-RLD-LOCK-SUB)
003970         TO DL100-LCK-RESOURCE.
003980     MOVE DL100-RLD-LOCK-JOB TO DL100-LCK-JOB.
003990     READ DL100-LOCK-FILE
004000         INVALID KEY
004010             GO TO 8610-EXIT
004020     END-READ.
004030     DELETE DL100-LOCK-FILE
004040         INVALID KEY
004050             DISPLAY 'DL100-RELOAD - LOCK DELETE FAILED, STATUS '
004060                 DL100-RLD-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
004070             GO TO 8610-EXIT
004080     END-DELETE.
004090     MOVE 'F' TO DL100-RLD-LOCK-ACTION.
004100     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
004110 8610-EXIT.
004120     EXIT.
004130*
004140*    ------------------------------------------------------------
004150*    8700-WRITE-LOCK-LOG - ONE LOG RECORD PER LOCK TAKEN OR
004160*    GIVEN UP, AND PER CLASH THAT REFUSED THE RUN.
004170*    ------------------------------------------------------------
004180 8700-WRITE-LOCK-LOG.
004190     MOVE SPACES TO DL100-LLG-RECORD.
004200     MOVE DL100-RLD-LOCK-ACTION TO DL100-LLG-ACTION.
004210     MOVE DL100-RLD-LOCK-DATE TO DL100-LLG-LOG-DATE.
004220     MOVE DL100-RLD-LOCK-TIME TO DL100-LLG-LOG-TIME.
004230     MOVE DL100-RLD-LOCK-JOB TO DL100-LLG-REQ-JOB.
004240     MOVE DL100-RLD-LOCK-PROGRAM TO DL100-LLG-REQ-PROGRAM.
004250     MOVE DL100-LCK-RECORD TO DL100-LLG-LOCK-IMAGE.
004260     WRITE DL100-LLGOUT-RECORD FROM DL100-LLG-RECORD.
004270 8700-EXIT.
004280     EXIT.
