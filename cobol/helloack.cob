000170*        ENDING RC 8 SO OPERATIONS CHASES IT THE NEXT MORNING
000180*        INSTEAD OF FINDING OUT AT MONTH-END CLOSE.
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
000231*    2026-10-15 JGH  THE FEED NOW CARRIES 'J' JOURNAL LINES
000232*    2026-10-15 JGH  AHEAD OF THE TRAILER - THEY ARE PASSED
000233*    2026-10-15 JGH  OVER LIKE DETAILS, SINCE THE TRAILER COUNT
000234*    2026-10-15 JGH  AND HASH THE ACK MATCHES COVER DETAILS ONLY.
000235*    2026-10-15 JGH  FEEDS ARE NOW REGISTERED, MATCHED AND CHASED
000236*    2026-10-15 JGH  BY RUN DATE AND PROCESSING CYCLE (CARD COL
000237*    2026-10-15 JGH  17, BLANK = 1).  A FEED HEADER FOR ANOTHER
000238*    2026-10-15 JGH  CYCLE THAN THE CARD'S ABORTS THE RUN.
000239*    2026-10-15 JGH  REGISTERS ITS SHARED DATASETS ON THE NEW
000240*    2026-10-15 JGH  SUBSYSTEM LOCK FILE BEFORE OPENING ANYTHING
000241*    2026-10-15 JGH  AND LOGS EVERY LOCK TAKEN AND GIVEN UP; A
000242*    2026-10-15 JGH  CLASH WITH ANOTHER JOB ENDS THE RUN RC 24.
000243*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. DL100-GLACK.
000270 AUTHOR. J. HOMAN.
000400     SELECT DL100-GLSTAT-FILE ASSIGN TO "GLSTAT"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS DL100-GLS-KEY
000440         FILE STATUS IS DL100-GLA-STAT-STATUS.
000450     SELECT DL100-CARD-FILE ASSIGN TO "SYSIN"
000451         ORGANIZATION IS SEQUENTIAL.
000452     SELECT DL100-LOCK-FILE ASSIGN TO "LOCKFILE"
000453         ORGANIZATION IS INDEXED
000454         ACCESS MODE IS DYNAMIC
000455         RECORD KEY IS DL100-LCK-KEY
000456         FILE STATUS IS DL100-GLA-LOCK-STATUS.
000457     SELECT DL100-LOCKLOG-FILE ASSIGN TO "LOCKLOG"
000460         ORGANIZATION IS SEQUENTIAL.
000470*
000480 DATA DIVISION.
000610 FD  DL100-CARD-FILE
000620     RECORDING MODE IS F.
000630     COPY DL100GAC.
000631*
000632 FD  DL100-LOCK-FILE.
000633     COPY DL100LCK.
000634*
000635 FD  DL100-LOCKLOG-FILE
000636     RECORDING MODE IS F.
000637 01  DL100-LLGOUT-RECORD             PIC X(200).
000640*
000650 WORKING-STORAGE SECTION.
000660 01  DL100-GLA-SWITCHES.
000900*
000910 01  DL100-GLA-RUN-FIELDS.
000920     05  DL100-GLA-RUN-DATE          PIC 9(08) VALUE ZERO.
000923     05  DL100-GLA-RUN-CYCLE         PIC 9(01) VALUE 1.
000926     05  DL100-GLA-FEED-CYCLE        PIC 9(01) VALUE 1.
000930     05  DL100-GLA-CUTOFF-DATE       PIC 9(08) VALUE ZERO.
000940     05  DL100-GLA-TODAY             PIC 9(08).
000950     05  DL100-GLA-FEED-COUNT        PIC 9(07) VALUE ZERO.
001020     05  DL100-GLA-MISMATCH-COUNT    PIC 9(05) COMP VALUE ZERO.
001030     05  DL100-GLA-UNKNOWN-COUNT     PIC 9(05) COMP VALUE ZERO.
001040     05  DL100-GLA-CHASE-COUNT       PIC 9(05) COMP VALUE ZERO.
001041*
001042*    THE SHARED DATASETS THIS PROGRAM REGISTERS ON THE
001043*    SUBSYSTEM LOCK FILE BEFORE IT OPENS ANYTHING, AND HOW IT
001044*    USES EACH - 'X' EXCLUSIVE, 'U' UPDATE, 'S' SHARED READ.
001045*    THE JOB NAME IS THAT OF THE JOB THIS PROGRAM RUNS UNDER.
001046 01  DL100-GLA-LOCK-LIST.
001047     05  FILLER                      PIC X(09) VALUE 'GLFEED  S'.
001048     05  FILLER                      PIC X(09) VALUE 'GLSTAT  U'.
001049 01  DL100-GLA-LOCK-TABLE REDEFINES DL100-GLA-LOCK-LIST.
001050     05  DL100-GLA-LOCK-ENTRY        OCCURS 2 TIMES.
001051         10  DL100-GLA-LOCK-RESOURCE PIC X(08).
001052         10  DL100-GLA-LOCK-MODE     PIC X(01).
001053             88  DL100-GLA-LOCK-WANT-EXCL       VALUE 'X'.
001054             88  DL100-GLA-LOCK-WANT-SHARED     VALUE 'S'.
001055*
001056 01  DL100-GLA-LOCK-FIELDS.
001057     05  DL100-GLA-LOCK-COUNT        PIC 9(02) COMP VALUE 2.
001058     05  DL100-GLA-LOCK-SUB          PIC 9(02) COMP VALUE ZERO.
001059     05  DL100-GLA-LOCK-JOB          PIC X(08) VALUE 'HELLOACK'.
001060     05  DL100-GLA-LOCK-PROGRAM      PIC X(16)
001061                                     VALUE 'DL100-GLACK'.
001062     05  DL100-GLA-LOCK-DATE         PIC 9(08) VALUE ZERO.
001063     05  DL100-GLA-LOCK-TIME         PIC 9(08) VALUE ZERO.
001064     05  DL100-GLA-LOCK-ACTION       PIC X(01) VALUE SPACE.
001065     05  DL100-GLA-LOCK-HELD-SWITCH  PIC X(01) VALUE 'N'.
001066         88  DL100-GLA-LOCKS-HELD               VALUE 'Y'.
001067         88  DL100-GLA-LOCKS-FREE               VALUE 'N'.
001068     05  DL100-GLA-LOCK-SCAN-SWITCH  PIC X(01) VALUE 'N'.
001069         88  DL100-GLA-LOCK-SCAN-DONE           VALUE 'Y'.
001070         88  DL100-GLA-LOCK-SCAN-MORE           VALUE 'N'.
001071     05  DL100-GLA-LOCK-CLASH-SWITCH PIC X(01) VALUE 'N'.
001072         88  DL100-GLA-LOCK-CLASH               VALUE 'Y'.
001073         88  DL100-GLA-LOCK-NO-CLASH            VALUE 'N'.
001074*
001075 01  DL100-GLA-LOCK-STATUS           PIC X(02).
001076     88  DL100-GLA-LKF-OK                       VALUE '00'.
001077     88  DL100-GLA-LKF-NOTFND                   VALUE '23'.
001078     88  DL100-GLA-LKF-DUPKEY                   VALUE '22'.
001079     88  DL100-GLA-LKF-NOFILE                   VALUE '35'.
001080*
001081     COPY DL100LLG.
001082*
001083 PROCEDURE DIVISION.
001084*
001085*    ------------------------------------------------------------
001090*    0000-MAINLINE-CONTROL - REGISTER THE FEED, MATCH THE ACKS,
001100*    THEN CHASE WHATEVER IS STILL UNPOSTED PAST ITS GRACE.
001110*    ------------------------------------------------------------
001260             OR DL100-GLA-UNKNOWN-COUNT NOT = ZERO
001270             MOVE 8 TO RETURN-CODE
001280     END-EVALUATE.
001285     PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT.
001290     STOP RUN.
001300*
001310*    ------------------------------------------------------------
001340*    MEANS THERE IS NO FEED TO VOUCH FOR, SO THE STEP ABORTS.
001350*    ------------------------------------------------------------
001360 1000-INITIALIZATION.
001365     PERFORM 8500-ACQUIRE-LOCKS THRU 8500-EXIT.
001370     OPEN INPUT DL100-CARD-FILE.
001380     READ DL100-CARD-FILE
001390         AT END
001420             SET DL100-GLA-ABORT-YES TO TRUE
001430         NOT AT END
001440             MOVE DL100-GAC-RUN-DATE TO DL100-GLA-RUN-DATE
001442             IF DL100-GAC-CYCLE-IND NUMERIC
001444                 AND DL100-GAC-CYCLE-IND NOT = '0'
001446                 MOVE DL100-GAC-CYCLE TO DL100-GLA-RUN-CYCLE
001448             END-IF
001450             IF DL100-GAC-CUTOFF-DATE NUMERIC
001460                 MOVE DL100-GAC-CUTOFF-DATE
001470                     TO DL100-GLA-CUTOFF-DATE
001850     IF NOT DL100-GLA-TRAILER-SEEN
001860         DISPLAY 'DL100-GLACK - NO TRAILER ON THE FEED '
001870             'GENERATION - NOTHING REGISTERED FOR '
001880             DL100-GLA-RUN-DATE ' CYCLE ' DL100-GLA-RUN-CYCLE
001890         GO TO 2000-EXIT
001900     END-IF.
001910     PERFORM 2300-RECORD-FEED-STATUS THRU 2300-EXIT.
002030 2200-SCAN-FEED-RECORD.
002040     EVALUATE TRUE
002050         WHEN DL100-GLF-HEADER
002051             MOVE 1 TO DL100-GLA-FEED-CYCLE
002052             IF DL100-GLF-HDR-CYCLE NUMERIC
002053                 IF DL100-GLF-HDR-CYCLE NOT = ZERO
002054                     MOVE DL100-GLF-HDR-CYCLE
002055                         TO DL100-GLA-FEED-CYCLE
002056                 END-IF
002057             END-IF
002060             IF DL100-GLF-HDR-RUN-DATE NOT = DL100-GLA-RUN-DATE
002065                 OR DL100-GLA-FEED-CYCLE NOT = DL100-GLA-RUN-CYCLE
002070                 DISPLAY 'DL100-GLACK - FEED HEADER CARRIES '
002080                     DL100-GLF-HDR-RUN-DATE ' CYCLE '
002085                     DL100-GLA-FEED-CYCLE
002090                     ' BUT THE CARD NAMES ' DL100-GLA-RUN-DATE
002095                     ' CYCLE ' DL100-GLA-RUN-CYCLE
002100                     ' - RUN ABORTED'
002110                 SET DL100-GLA-ABORT-YES TO TRUE
002120                 SET DL100-GLA-FEED-EOF-YES TO TRUE
002130             END-IF
002140         WHEN DL100-GLF-DETAIL
002145         WHEN DL100-GLF-JOURNAL
002150             CONTINUE
002160         WHEN DL100-GLF-TRAILER
002170             SET DL100-GLA-TRAILER-SEEN TO TRUE
002310*
002320 2300-RECORD-FEED-STATUS.
002330     MOVE DL100-GLA-RUN-DATE TO DL100-GLS-RUN-DATE.
002335     MOVE DL100-GLA-RUN-CYCLE TO DL100-GLS-CYCLE.
002340     READ DL100-GLSTAT-FILE
002350         INVALID KEY
002360             PERFORM 2400-BUILD-SENT-RECORD THRU 2400-EXIT
002460                 AND DL100-GLS-FEED-COUNT = DL100-GLA-FEED-COUNT
002470                 AND DL100-GLS-FEED-HASH = DL100-GLA-FEED-HASH
002480                 DISPLAY 'DL100-GLACK - FEED FOR '
002490                     DL100-GLA-RUN-DATE ' CYCLE '
002495                     DL100-GLA-RUN-CYCLE ' ALREADY POSTED - '
002500                     'LEFT AS IT STANDS'
002510             ELSE
002520                 PERFORM 2400-BUILD-SENT-RECORD THRU 2400-EXIT
002660 2400-BUILD-SENT-RECORD.
002670     MOVE SPACES TO DL100-GLS-RECORD.
002680     MOVE DL100-GLA-RUN-DATE TO DL100-GLS-RUN-DATE.
002685     MOVE DL100-GLA-RUN-CYCLE TO DL100-GLS-CYCLE.
002690     MOVE DL100-GLA-TODAY TO DL100-GLS-SENT-DATE.
002700     MOVE DL100-GLA-FEED-COUNT TO DL100-GLS-FEED-COUNT.
002710     MOVE DL100-GLA-FEED-HASH TO DL100-GLS-FEED-HASH.
002720     MOVE 'SENT' TO DL100-GLS-STATUS.
002730     MOVE ZERO TO DL100-GLS-POSTED-DATE.
002740     DISPLAY 'DL100-GLACK - FEED FOR ' DL100-GLA-RUN-DATE
002745         ' CYCLE ' DL100-GLA-RUN-CYCLE
002750         ' REGISTERED SENT - ' DL100-GLA-FEED-COUNT
002760         ' DETAIL RECORDS'.
002770 2400-EXIT.
002790*
002800*    ------------------------------------------------------------
002810*    3000-PROCESS-ACK-FILE - MATCH EACH ACKNOWLEDGMENT AGAINST
002820*    ITS REGISTERED FEED BY RUN DATE AND CYCLE (AN ACK WITH NO
002830*    CYCLE NAMES CYCLE 1).  COUNT AND HASH MUST BOTH AGREE
002835*    BEFORE THE FEED IS MARKED POSTED - AN ACK FOR THE
002840*    WRONG FIGURES MARKS THE FEED 'MISMATCH' AND IS NAMED ON
002850*    SYSOUT.  A MISSING ACK FILE SIMPLY MEANS THE LEDGER SIDE
002860*    SENT NOTHING BACK YET.
003270         GO TO 3200-READ-NEXT
003280     END-IF.
003290     MOVE DL100-ACK-RUN-DATE TO DL100-GLS-RUN-DATE.
003291     MOVE 1 TO DL100-GLS-CYCLE.
003292     IF DL100-ACK-CYCLE-IND NUMERIC
003293         AND DL100-ACK-CYCLE-IND NOT = '0'
003294         MOVE DL100-ACK-CYCLE TO DL100-GLS-CYCLE
003295     END-IF.
003300     READ DL100-GLSTAT-FILE
003310         INVALID KEY
003320             DISPLAY 'DL100-GLACK - ACK FOR ' DL100-ACK-RUN-DATE
003325                 ' CYCLE ' DL100-GLS-CYCLE
003330                 ' MATCHES NO REGISTERED FEED'
003340             ADD 1 TO DL100-GLA-UNKNOWN-COUNT
003350         NOT INVALID KEY
003530         END-IF
003540         ADD 1 TO DL100-GLA-POSTED-COUNT
003550         DISPLAY 'DL100-GLACK - FEED FOR ' DL100-ACK-RUN-DATE
003560             ' CYCLE ' DL100-GLS-CYCLE ' POSTED'
003570     ELSE
003580         MOVE 'MISMATCH' TO DL100-GLS-STATUS
003590         ADD 1 TO DL100-GLA-MISMATCH-COUNT
003600         DISPLAY 'DL100-GLACK - ACK FOR ' DL100-ACK-RUN-DATE
003605             ' CYCLE ' DL100-GLS-CYCLE
003610             ' DOES NOT MATCH THE FEED TRAILER - FEED '
003620             'FLAGGED MISMATCH'
003630     END-IF.
003820     IF DL100-GLA-ABORT-YES OR DL100-GLA-CUTOFF-DATE = ZERO
003830         GO TO 4000-EXIT
003840     END-IF.
003850     MOVE ZERO TO DL100-GLS-RUN-DATE DL100-GLS-CYCLE.
003860     START DL100-GLSTAT-FILE KEY NOT < DL100-GLS-KEY
003870         INVALID KEY
003880             SET DL100-GLA-SCAN-EOF-YES TO TRUE
003890     END-START.
004020                     DL100-GLA-CUTOFF-DATE
004030                 ADD 1 TO DL100-GLA-CHASE-COUNT
004040                 DISPLAY 'DL100-GLACK - FEED FOR '
004050                     DL100-GLS-RUN-DATE ' CYCLE '
004055                     DL100-GLS-CYCLE ' SENT '
004060                     DL100-GLS-SENT-DATE ' IS STILL '
004070                     DL100-GLS-STATUS ' - CHASE THE LEDGER '
004080                     'SIDE'
004300         DL100-GLA-CHASE-COUNT.
004310 9000-EXIT.
004320     EXIT.
004330*
004340*    ------------------------------------------------------------
004350*    8500-ACQUIRE-LOCKS - BEFORE ANY FILE IS OPENED, CHECK EVERY
004360*    SHARED DATASET THIS PROGRAM USES AGAINST THE SUBSYSTEM LOCK
004370*    FILE.  A LOCK ANOTHER JOB HOLDS THAT CLASHES WITH OURS ENDS
004380*    THE STEP RC 24 WITH THE HOLDER NAMED AND NOTHING OPENED.  A
004390*    LOCK HELD UNDER OUR OWN JOB NAME WAS LEFT BY AN EARLIER STEP
004400*    OR AN EARLIER ATTEMPT OF THIS JOB AND IS TAKEN OVER.  THE
004410*    LOCK FILE IS CREATED ON ITS VERY FIRST USE.
004420*    ------------------------------------------------------------
004430 8500-ACQUIRE-LOCKS.
004440     ACCEPT DL100-GLA-LOCK-DATE FROM DATE YYYYMMDD.
004450     ACCEPT DL100-GLA-LOCK-TIME FROM TIME.
004460     OPEN I-O DL100-LOCK-FILE.
004470     IF DL100-GLA-LKF-NOFILE
004480         OPEN OUTPUT DL100-LOCK-FILE
004490         CLOSE DL100-LOCK-FILE
004500         OPEN I-O DL100-LOCK-FILE
004510     END-IF.
004520     IF NOT DL100-GLA-LKF-OK
004530         DISPLAY 'DL100-GLACK - LOCK FILE OPEN FAILED, STATUS '
004540             DL100-GLA-LOCK-STATUS ' - RUN ABORTED'
004550         MOVE 16 TO RETURN-CODE
004560         STOP RUN
004570     END-IF.
004580     OPEN EXTEND DL100-LOCKLOG-FILE.
004590     SET DL100-GLA-LOCK-NO-CLASH TO TRUE.
004600     PERFORM 8510-CHECK-RESOURCE THRU 8510-EXIT
004610         VARYING DL100-GLA-LOCK-SUB FROM 1 BY 1
004620         UNTIL DL100-GLA-LOCK-SUB > DL100-GLA-LOCK-COUNT.
004630     IF DL100-GLA-LOCK-CLASH
004640         CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE
004650         DISPLAY 'DL100-GLACK - A DATASET IT NEEDS IS IN USE BY '
004660             'ANOTHER JOB - RUN REFUSED'
004670         MOVE 24 TO RETURN-CODE
004680         STOP RUN
004690     END-IF.
004700     PERFORM 8530-WRITE-LOCK THRU 8530-EXIT
004710         VARYING DL100-GLA-LOCK-SUB FROM 1 BY 1
004720         UNTIL DL100-GLA-LOCK-SUB > DL100-GLA-LOCK-COUNT.
004730     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
004740     SET DL100-GLA-LOCKS-HELD TO TRUE.
004750     IF DL100-GLA-LOCK-CLASH
004760         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
004770         MOVE 16 TO RETURN-CODE
004780         STOP RUN
004790     END-IF.
004800 8500-EXIT.
004810     EXIT.
004820*
004830 8510-CHECK-RESOURCE.
004840     SET DL100-GLA-LOCK-SCAN-MORE TO TRUE.
004850     MOVE DL100-GLA-LOCK-RESOURCE (DL100-GLA-LOCK-SUB)
004860         TO DL100-LCK-RESOURCE.
004870     MOVE LOW-VALUES TO DL100-LCK-JOB.
004880     START DL100-LOCK-FILE KEY NOT < DL100-LCK-KEY
004890         INVALID KEY
004900             GO TO 8510-EXIT
004910     END-START.
004920     PERFORM 8520-CHECK-HOLDER THRU 8520-EXIT
004930         UNTIL DL100-GLA-LOCK-SCAN-DONE.
004940 8510-EXIT.
004950     EXIT.
004960*
004970*    ------------------------------------------------------------
004980*    8520-CHECK-HOLDER - AN EXCLUSIVE LOCK CLASHES WITH ANY
004990*    OTHER; AN UPDATE LOCK WITH ANOTHER UPDATE; A SHARED LOCK
005000*    ONLY WITH AN EXCLUSIVE ONE.
005010*    ------------------------------------------------------------
005020 8520-CHECK-HOLDER.
005030     READ DL100-LOCK-FILE NEXT
005040         AT END
005050             SET DL100-GLA-LOCK-SCAN-DONE TO TRUE
005060             GO TO 8520-EXIT
005070     END-READ.
005080     IF DL100-LCK-RESOURCE NOT =
005090         DL100-GLA-LOCK-RESOURCE (DL100-GLA-LOCK-SUB)
005100         SET DL100-GLA-LOCK-SCAN-DONE TO TRUE
005110         GO TO 8520-EXIT
005120     END-IF.
005130     IF DL100-LCK-JOB = DL100-GLA-LOCK-JOB
005140         GO TO 8520-EXIT
005150     END-IF.
005160     IF DL100-LCK-SHARED
005170         AND NOT DL100-GLA-LOCK-WANT-EXCL (DL100-GLA-LOCK-SUB)
005180         GO TO 8520-EXIT
005190     END-IF.
005200     IF DL100-LCK-UPDATE
005210         AND DL100-GLA-LOCK-WANT-SHARED (DL100-GLA-LOCK-SUB)
005220         GO TO 8520-EXIT
005230     END-IF.
005240     SET DL100-GLA-LOCK-CLASH TO TRUE.
005250     DISPLAY 'DL100-GLACK - ' DL100-LCK-RESOURCE
005260         ' IS HELD BY JOB ' DL100-LCK-JOB
005270         ' (' DL100-LCK-PROGRAM ') SINCE '
005280         DL100-LCK-DATE ' ' DL100-LCK-TIME.
005290     MOVE 'C' TO DL100-GLA-LOCK-ACTION.
005300     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
005310 8520-EXIT.
005320     EXIT.
005330*
005340 8530-WRITE-LOCK.
005350     MOVE SPACES TO DL100-LCK-RECORD.
005360     MOVE DL100-GLA-LOCK-RESOURCE (DL100-GLA-LOCK-SUB)
005370         TO DL100-LCK-RESOURCE.
005380     MOVE DL100-GLA-LOCK-JOB TO DL100-LCK-JOB.
005390     MOVE DL100-GLA-LOCK-MODE (DL100-GLA-LOCK-SUB)
005400         TO DL100-LCK-MODE.
005410     MOVE DL100-GLA-LOCK-PROGRAM TO DL100-LCK-PROGRAM.
005420     MOVE DL100-GLA-LOCK-DATE TO DL100-LCK-DATE.
005430     MOVE DL100-GLA-LOCK-TIME TO DL100-LCK-TIME.
005440     WRITE DL100-LCK-RECORD
005450         INVALID KEY
005460             IF DL100-GLA-LKF-DUPKEY
005470                 REWRITE DL100-LCK-RECORD
005480                     INVALID KEY
005490                         CONTINUE
005500                 END-REWRITE
005510             END-IF
005520     END-WRITE.
005530     IF NOT DL100-GLA-LKF-OK
005540         DISPLAY 'DL100-GLACK - LOCK WRITE FAILED, STATUS '
005550             DL100-GLA-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
005560         SET DL100-GLA-LOCK-CLASH TO TRUE
005570         GO TO 8530-EXIT
005580     END-IF.
005590     MOVE 'L' TO DL100-GLA-LOCK-ACTION.
005600     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
005610 8530-EXIT.
005620     EXIT.
005630*
005640*    ------------------------------------------------------------
005650*    8600-RELEASE-LOCKS - GIVE UP EVERY LOCK THIS PROGRAM TOOK.
005660*    PERFORMED BEFORE EVERY STOP RUN ONCE THE LOCKS ARE HELD, SO
005670*    ONLY AN ABEND LEAVES THEM BEHIND FOR DL100-LCKREL.
005680*    ------------------------------------------------------------
005690 8600-RELEASE-LOCKS.
005700     IF DL100-GLA-LOCKS-FREE
005710         GO TO 8600-EXIT
005720     END-IF.
005730     SET DL100-GLA-LOCKS-FREE TO TRUE.
005740     ACCEPT DL100-GLA-LOCK-DATE FROM DATE YYYYMMDD.
005750     ACCEPT DL100-GLA-LOCK-TIME FROM TIME.
005760     OPEN I-O DL100-LOCK-FILE.
005770     IF NOT DL100-GLA-LKF-OK
005780         DISPLAY 'DL100-GLACK - LOCK FILE OPEN FAILED, STATUS '
005790             DL100-GLA-LOCK-STATUS ' - LOCKS LEFT FOR RELEASE BY '
005800             'DL100-LCKREL'
005810         GO TO 8600-EXIT
005820     END-IF.
005830     OPEN EXTEND DL100-LOCKLOG-FILE.
005840     PERFORM 8610-DELETE-LOCK THRU 8610-EXIT
005850         VARYING DL100-GLA-LOCK-SUB FROM 1 BY 1
005860         UNTIL DL100-GLA-LOCK-SUB > DL100-GLA-LOCK-COUNT.
005870     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
005880 8600-EXIT.
005890     EXIT.
005900*
005910 8610-DELETE-LOCK.
005920     MOVE DL100-GLA-LOCK-RESOURCE (DL100-GLA-LOCK-SUB)
005930         TO DL100-LCK-RESOURCE.
005940     MOVE DL100-GLA-LOCK-JOB TO DL100-LCK-JOB.
005950     READ DL100-LOCK-FILE
005960         INVALID KEY
005970             GO TO 8610-EXIT
005980     END-READ.
005990     DELETE DL100-LOCK-FILE
006000         INVALID KEY
006010             DISPLAY 'DL100-GLACK - LOCK DELETE FAILED, STATUS '
006020                 DL100-GLA-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
006030             GO TO 8610-EXIT
006040     END-DELETE.
006050     MOVE 'F' TO DL100-GLA-LOCK-ACTION.
006060     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
006070 8610-EXIT.
006080     EXIT.
006090*
006100*    ------------------------------------------------------------
006110*    8700-WRITE-LOCK-LOG - ONE LOG RECORD PER LOCK TAKEN OR
006120*    GIVEN UP, AND PER CLASH THAT REFUSED THE RUN.
006130*    ------------------------------------------------------------
006140 8700-WRITE-LOCK-LOG.
006150     MOVE SPACES TO DL100-LLG-RECORD.
006160     MOVE DL100-GLA-LOCK-ACTION TO DL100-LLG-ACTION.
006170     MOVE DL100-GLA-LOCK-DATE TO DL100-LLG-LOG-DATE.
006180     MOVE DL100-GLA-LOCK-TIME TO DL100-LLG-LOG-TIME.
006190     MOVE DL100-GLA-LOCK-JOB TO DL100-LLG-REQ-JOB.
006200     MOVE DL100-GLA-LOCK-PROGRAM TO DL100-LLG-REQ-PROGRAM.
006210     MOVE DL100-LCK-RECORD TO DL100-LLG-LOCK-IMAGE.
006220     WRITE DL100-LLGOUT-RECORD FROM DL100-LLG-RECORD.
006230 8700-EXIT.
006240     EXIT.
