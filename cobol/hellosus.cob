000190*        THE SYSIN CARD.  A CORRECTION CARD THAT MATCHES NO
000200*        RECORD ENDS THE STEP RC 8; ESCALATIONS ALONE END RC 4.
000210*
000211*        THE SHARED DATASETS IT USES ARE REGISTERED ON THE
000212*        SUBSYSTEM LOCK FILE BEFORE ANY FILE IS OPENED.  A
000213*        CLASH WITH ANOTHER JOB'S LOCK ENDS THE RUN RC 24, THE
000214*        HOLDING JOB NAMED ON SYSOUT.  ANY RUN ENDED BEFORE THE
000215*        AGING PASS FIRST COPIES THE SUSPENSE INPUT TO SUSPOUT
000216*        AS IT STANDS, SO THE NEW GENERATION IS A FAITHFUL COPY
000217*        OF THE OLD ONE RATHER THAN AN UNFORMATTED DATASET.
000218*
000220*    MODIFICATION HISTORY.
000230*    DATE       INIT DESCRIPTION
000240*    ---------- ---- --------------------------------------------
000250*    2026-09-02 JGH  ORIGINAL PROGRAM.
000251*    2026-10-15 JGH  THE AGING GROUPS NOW RUN TO REASON 13 SO
000252*    2026-10-15 JGH  HELLO-WORLD'S PRICING REJECTS (11 NO MASTER
000253*    2026-10-15 JGH  ITEM, 12 NO ORIGINAL, 13 BAD TYPE), MERGED
000254*    2026-10-15 JGH  INTO SUSPENSE BY DL100-EDIT, AGE, ESCALATE
000255*    2026-10-15 JGH  AND TAKE CORRECTION CARDS LIKE EDIT FAILURES.
000256*    2026-10-15 JGH  THE AGING GROUPS NOW RUN TO REASON 14, A
000257*    2026-10-15 JGH  REVERSAL OF AN ORIGINAL IN A CLOSED PERIOD.
000258*    2026-10-15 JGH  REGISTERS ITS SHARED DATASETS ON THE NEW
000259*    2026-10-15 JGH  SUBSYSTEM LOCK FILE BEFORE OPENING ANYTHING
000260*    2026-10-15 JGH  AND LOGS EVERY LOCK TAKEN AND GIVEN UP; A
000261*    2026-10-15 JGH  CLASH WITH ANOTHER JOB ENDS THE RUN RC 24.
000262*    2026-10-15 JGH  A RUN ENDED BEFORE THE AGING PASS (LOCK
000263*    2026-10-15 JGH  CLASH, LOCK FILE, CORRECTION OPEN OR TABLE
000264*    2026-10-15 JGH  FULL) NOW CARRIES THE SUSPENSE INPUT THROUGH
000265*    2026-10-15 JGH  TO SUSPOUT UNCHANGED, SO THE NEW GENERATION
000266*    2026-10-15 JGH  IS NEVER LEFT UNFORMATTED.
000267*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. DL100-SUSMGT.
000290 AUTHOR. J. HOMAN.
000440     SELECT DL100-SRP-FILE ASSIGN TO "RPTFILE"
000450         ORGANIZATION IS SEQUENTIAL.
000460     SELECT DL100-CARD-FILE ASSIGN TO "SYSIN"
000461         ORGANIZATION IS SEQUENTIAL.
000462     SELECT DL100-LOCK-FILE ASSIGN TO "LOCKFILE"
000463         ORGANIZATION IS INDEXED
000464         ACCESS MODE IS DYNAMIC
000465         RECORD KEY IS DL100-LCK-KEY
000466         FILE STATUS IS DL100-SMG-LOCK-STATUS.
000467     SELECT DL100-LOCKLOG-FILE ASSIGN TO "LOCKLOG"
000470         ORGANIZATION IS SEQUENTIAL.
000480*
000490 DATA DIVISION.
000670 FD  DL100-CARD-FILE
000680     RECORDING MODE IS F.
000690     COPY DL100SMC.
000691*
000692 FD  DL100-LOCK-FILE.
000693     COPY DL100LCK.
000694*
000695 FD  DL100-LOCKLOG-FILE
000696     RECORDING MODE IS F.
000697 01  DL100-LLGOUT-RECORD             PIC X(200).
000700*
000710 WORKING-STORAGE SECTION.
000720 01  DL100-SMG-SWITCHES.
001260     05  DL100-SMG-RSN-SUB           PIC 9(02) COMP.
001270     05  DL100-SMG-RSN-NUM           PIC 9(02).
001280     05  DL100-SMG-CUR-RSN           PIC 9(02) COMP.
001290     05  DL100-SMG-RSN-ENTRY OCCURS 14 TIMES.
001300         10  DL100-SMG-RSN-COUNT     PIC 9(05) COMP.
001310         10  DL100-SMG-RSN-ESCAL     PIC 9(04) COMP.
001320*
001570*
001580     COPY DL100SRP.
001590*
001591*    THE SHARED DATASETS THIS PROGRAM REGISTERS ON THE
001592*    SUBSYSTEM LOCK FILE BEFORE IT OPENS ANYTHING, AND HOW IT
001593*    USES EACH - 'X' EXCLUSIVE, 'U' UPDATE, 'S' SHARED READ.
001594*    THE JOB NAME IS THAT OF THE JOB THIS PROGRAM RUNS UNDER.
001595 01  DL100-SMG-LOCK-LIST.
001596     05  FILLER                      PIC X(09) VALUE 'SUSPENSEU'.
001597 01  DL100-SMG-LOCK-TABLE REDEFINES DL100-SMG-LOCK-LIST.
001598     05  DL100-SMG-LOCK-ENTRY        OCCURS 1 TIMES.
001599         10  DL100-SMG-LOCK-RESOURCE PIC X(08).
001600         10  DL100-SMG-LOCK-MODE     PIC X(01).
001601             88  DL100-SMG-LOCK-WANT-EXCL       VALUE 'X'.
001602             88  DL100-SMG-LOCK-WANT-SHARED     VALUE 'S'.
001603*
001604 01  DL100-SMG-LOCK-FIELDS.
001605     05  DL100-SMG-LOCK-COUNT        PIC 9(02) COMP VALUE 1.
001606     05  DL100-SMG-LOCK-SUB          PIC 9(02) COMP VALUE ZERO.
001607     05  DL100-SMG-LOCK-JOB          PIC X(08) VALUE 'HELLOSUS'.
001608     05  DL100-SMG-LOCK-PROGRAM      PIC X(16)
001609                                     VALUE 'DL100-SUSMGT'.
001610     05  DL100-SMG-LOCK-DATE         PIC 9(08) VALUE ZERO.
001611     05  DL100-SMG-LOCK-TIME         PIC 9(08) VALUE ZERO.
001612     05  DL100-SMG-LOCK-ACTION       PIC X(01) VALUE SPACE.
001613     05  DL100-SMG-LOCK-HELD-SWITCH  PIC X(01) VALUE 'N'.
001614         88  DL100-SMG-LOCKS-HELD               VALUE 'Y'.
001615         88  DL100-SMG-LOCKS-FREE               VALUE 'N'.
001616     05  DL100-SMG-LOCK-SCAN-SWITCH  PIC X(01) VALUE 'N'.
001617         88  DL100-SMG-LOCK-SCAN-DONE           VALUE 'Y'.
001618         88  DL100-SMG-LOCK-SCAN-MORE           VALUE 'N'.
001619     05  DL100-SMG-LOCK-CLASH-SWITCH PIC X(01) VALUE 'N'.
001620         88  DL100-SMG-LOCK-CLASH               VALUE 'Y'.
001621         88  DL100-SMG-LOCK-NO-CLASH            VALUE 'N'.
001622*
001623 01  DL100-SMG-LOCK-STATUS           PIC X(02).
001624     88  DL100-SMG-LKF-OK                       VALUE '00'.
001625     88  DL100-SMG-LKF-NOTFND                   VALUE '23'.
001626     88  DL100-SMG-LKF-DUPKEY                   VALUE '22'.
001627     88  DL100-SMG-LKF-NOFILE                   VALUE '35'.
001628*
001629     COPY DL100LLG.
001630*
001631 PROCEDURE DIVISION.
001632*
001633*    ------------------------------------------------------------
001634*    0000-MAINLINE-CONTROL - TOP LEVEL FLOW ONLY.
001640*    ------------------------------------------------------------
001650 0000-MAINLINE-CONTROL.
001660     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
001740             MOVE 4 TO RETURN-CODE
001750         END-IF
001760     END-IF.
001765     PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT.
001770     STOP RUN.
001780*
001790*    ------------------------------------------------------------
001840*    FILE MEANS AN AGING-ONLY RUN.
001850*    ------------------------------------------------------------
001860 1000-INITIALIZATION.
001865     PERFORM 8500-ACQUIRE-LOCKS THRU 8500-EXIT.
001870     OPEN INPUT DL100-CARD-FILE.
001880     READ DL100-CARD-FILE
001890         AT END
002050     CLOSE DL100-CARD-FILE.
002060     MOVE 1 TO DL100-SMG-RSN-SUB.
002070     PERFORM 1400-CLEAR-REASON-ENTRY THRU 1400-EXIT
002080         UNTIL DL100-SMG-RSN-SUB > 14.
002090     PERFORM 1100-LOAD-CORRECTIONS THRU 1100-EXIT.
002100     OPEN INPUT DL100-SUSIN-FILE.
002110     OPEN OUTPUT DL100-SUSOUT-FILE.
002390             DISPLAY 'DL100-SUSMGT - CORRECTION OPEN FAILED, '
002400                 'STATUS ' DL100-SMG-CORR-STATUS
002410                 ' - RUN ABORTED'
002415             PERFORM 8800-CARRY-SUSPENSE THRU 8800-EXIT
002420             MOVE 16 TO RETURN-CODE
002425             PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
002430             STOP RUN
002440     END-EVALUATE.
002450     PERFORM 1200-READ-CORR-FILE THRU 1200-EXIT.
002680     IF DL100-SMG-CARD-COUNT NOT < DL100-SMG-CORR-MAX
002690         DISPLAY 'DL100-SUSMGT - CORRECTION TABLE FULL - '
002700             'RUN ABORTED SO NO CARD IS SILENTLY DROPPED'
002705         PERFORM 8800-CARRY-SUSPENSE THRU 8800-EXIT
002710         MOVE 16 TO RETURN-CODE
002715         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
002720         STOP RUN
002730     END-IF.
002740     ADD 1 TO DL100-SMG-CARD-COUNT.
004260     END-IF.
004270     IF DL100-SUS-REASON-CODE NUMERIC
004280         MOVE DL100-SUS-REASON-CODE TO DL100-SMG-RSN-NUM
004290         IF DL100-SMG-RSN-NUM > 00 AND < 15
004300             MOVE DL100-SMG-RSN-NUM TO DL100-SMG-CUR-RSN
004310             ADD 1 TO DL100-SMG-RSN-COUNT (DL100-SMG-RSN-NUM)
004320             IF DL100-SMG-REC-ESCALATED
005180 9000-TERMINATION.
005190     MOVE 1 TO DL100-SMG-RSN-SUB.
005200     PERFORM 9100-PRINT-REASON-GROUP THRU 9100-EXIT
005210         UNTIL DL100-SMG-RSN-SUB > 14.
005220     MOVE ZERO TO DL100-SMG-CUR-RSN.
005230     MOVE 1 TO DL100-SMG-DTL-SUB.
005240     PERFORM 9150-PRINT-GROUP-DETAILS THRU 9150-EXIT
005850     ADD 1 TO DL100-SMG-CORR-SUB.
005860 9200-EXIT.
005870     EXIT.
005880*
005890*    ------------------------------------------------------------
005900*    8500-ACQUIRE-LOCKS - BEFORE ANY FILE IS OPENED, CHECK EVERY
005910*    SHARED DATASET THIS PROGRAM USES AGAINST THE SUBSYSTEM LOCK
005920*    FILE.  A LOCK ANOTHER JOB HOLDS THAT CLASHES WITH OURS ENDS
005930*    THE STEP RC 24 WITH THE HOLDER NAMED AND NOTHING AGED.  A
005940*    LOCK HELD UNDER OUR OWN JOB NAME WAS LEFT BY AN EARLIER STEP
005950*    OR AN EARLIER ATTEMPT OF THIS JOB AND IS TAKEN OVER.  THE
005960*    LOCK FILE IS CREATED ON ITS VERY FIRST USE.  EVERY EXIT HERE
005970*    CARRIES THE SUSPENSE INPUT FORWARD FIRST (8800).
005980*    ------------------------------------------------------------
005990 8500-ACQUIRE-LOCKS.
006000     ACCEPT DL100-SMG-LOCK-DATE FROM DATE YYYYMMDD.
006010     ACCEPT DL100-SMG-LOCK-TIME FROM TIME.
006020     OPEN I-O DL100-LOCK-FILE.
006030     IF DL100-SMG-LKF-NOFILE
006040         OPEN OUTPUT DL100-LOCK-FILE
006050         CLOSE DL100-LOCK-FILE
006060         OPEN I-O DL100-LOCK-FILE
006070     END-IF.
006080     IF NOT DL100-SMG-LKF-OK
006090         DISPLAY 'DL100-SUSMGT - LOCK FILE OPEN FAILED, STATUS '
006100             DL100-SMG-LOCK-STATUS ' - RUN ABORTED'
006110         PERFORM 8800-CARRY-SUSPENSE THRU 8800-EXIT
006120         MOVE 16 TO RETURN-CODE
006130         STOP RUN
006140     END-IF.
006150     OPEN EXTEND DL100-LOCKLOG-FILE.
006160     SET DL100-SMG-LOCK-NO-CLASH TO TRUE.
006170     PERFORM 8510-CHECK-RESOURCE THRU 8510-EXIT
006180         VARYING DL100-SMG-LOCK-SUB FROM 1 BY 1
006190         UNTIL DL100-SMG-LOCK-SUB > DL100-SMG-LOCK-COUNT.
006200     IF DL100-SMG-LOCK-CLASH
006210         CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE
006220         DISPLAY 'DL100-SUSMGT - A DATASET IT NEEDS IS IN USE BY '
006230             'ANOTHER JOB - RUN REFUSED'
006240         PERFORM 8800-CARRY-SUSPENSE THRU 8800-EXIT
006250         MOVE 24 TO RETURN-CODE
006260         STOP RUN
006270     END-IF.
006280     PERFORM 8530-WRITE-LOCK THRU 8530-EXIT
006290         VARYING DL100-SMG-LOCK-SUB FROM 1 BY 1
006300         UNTIL DL100-SMG-LOCK-SUB > DL100-SMG-LOCK-COUNT.
006310     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
006320     SET DL100-SMG-LOCKS-HELD TO TRUE.
006330     IF DL100-SMG-LOCK-CLASH
006340         PERFORM 8800-CARRY-SUSPENSE THRU 8800-EXIT
006350         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
006360         MOVE 16 TO RETURN-CODE
006370         STOP RUN
006380     END-IF.
006390 8500-EXIT.
006400     EXIT.
006410*
006420 8510-CHECK-RESOURCE.
006430     SET DL100-SMG-LOCK-SCAN-MORE TO TRUE.
006440     MOVE DL100-SMG-LOCK-RESOURCE (DL100-SMG-LOCK-SUB)
006450         TO DL100-LCK-RESOURCE.
006460     MOVE LOW-VALUES TO DL100-LCK-JOB.
006470     START DL100-LOCK-FILE KEY NOT < DL100-LCK-KEY
006480         INVALID KEY
006490             GO TO 8510-EXIT
006500     END-START.
006510     PERFORM 8520-CHECK-HOLDER THRU 8520-EXIT
006520         UNTIL DL100-SMG-LOCK-SCAN-DONE.
006530 8510-EXIT.
006540     EXIT.
006550*
006560*    ------------------------------------------------------------
006570*    8520-CHECK-HOLDER - AN EXCLUSIVE LOCK CLASHES WITH ANY
006580*    OTHER; AN UPDATE LOCK WITH ANOTHER UPDATE; A SHARED LOCK
006590*    ONLY WITH AN EXCLUSIVE ONE.
006600*    ------------------------------------------------------------
006610 8520-CHECK-HOLDER.
006620     READ DL100-LOCK-FILE NEXT
006630         AT END
006640             SET DL100-SMG-LOCK-SCAN-DONE TO TRUE
006650             GO TO 8520-EXIT
006660     END-READ.
006670     IF DL100-LCK-RESOURCE NOT =
006680         DL100-SMG-LOCK-RESOURCE (DL100-SMG-LOCK-SUB)
006690         SET DL100-SMG-LOCK-SCAN-DONE TO TRUE
006700         GO TO 8520-EXIT
006710     END-IF.
006720     IF DL100-LCK-JOB = DL100-SMG-LOCK-JOB
006730         GO TO 8520-EXIT
006740     END-IF.
006750     IF DL100-LCK-SHARED
006760         AND NOT DL100-SMG-LOCK-WANT-EXCL (DL100-SMG-LOCK-SUB)
006770         GO TO 8520-EXIT
006780     END-IF.
006790     IF DL100-LCK-UPDATE
006800         AND DL100-SMG-LOCK-WANT-SHARED (DL100-SMG-LOCK-SUB)
006810         GO TO 8520-EXIT
006820     END-IF.
006830     SET DL100-SMG-LOCK-CLASH TO TRUE.
006840     DISPLAY 'DL100-SUSMGT - ' DL100-LCK-RESOURCE
006850         ' IS HELD BY JOB ' DL100-LCK-JOB
006860         ' (' DL100-LCK-PROGRAM ') SINCE '
006870         DL100-LCK-DATE ' ' DL100-LCK-TIME.
006880     MOVE 'C' TO DL100-SMG-LOCK-ACTION.
006890     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
006900 8520-EXIT.
006910     EXIT.
006920*
006930 8530-WRITE-LOCK.
006940     MOVE SPACES TO DL100-LCK-RECORD.
006950     MOVE DL100-SMG-LOCK-RESOURCE (DL100-SMG-LOCK-SUB)
006960         TO DL100-LCK-RESOURCE.
006970     MOVE DL100-SMG-LOCK-JOB TO DL100-LCK-JOB.
006980     MOVE DL100-SMG-LOCK-MODE (DL100-SMG-LOCK-SUB)
006990         TO DL100-LCK-MODE.
007000     MOVE DL100-SMG-LOCK-PROGRAM TO DL100-LCK-PROGRAM.
007010     MOVE DL100-SMG-LOCK-DATE TO DL100-LCK-DATE.
007020     MOVE DL100-SMG-LOCK-TIME TO DL100-LCK-TIME.
007030     WRITE DL100-LCK-RECORD
007040         INVALID KEY
007050             IF DL100-SMG-LKF-DUPKEY
007060                 REWRITE DL100-LCK-RECORD
007070                     INVALID KEY
007080                         CONTINUE
007090                 END-REWRITE
007100             END-IF
007110     END-WRITE.
007120     IF NOT DL100-SMG-LKF-OK
007130         DISPLAY 'DL100-SUSMGT - LOCK WRITE FAILED, STATUS '
007140             DL100-SMG-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
007150         SET DL100-SMG-LOCK-CLASH TO TRUE
007160         GO TO 8530-EXIT
007170     END-IF.
007180     MOVE 'L' TO DL100-SMG-LOCK-ACTION.
007190     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
007200 8530-EXIT.
007210     EXIT.
007220*
007230*    ------------------------------------------------------------
007240*    8600-RELEASE-LOCKS - GIVE UP EVERY LOCK THIS PROGRAM TOOK.
007250*    PERFORMED BEFORE EVERY STOP RUN ONCE THE LOCKS ARE HELD, SO
007260*    ONLY AN ABEND LEAVES THEM BEHIND FOR DL100-LCKREL.
007270*    ------------------------------------------------------------
007280 8600-RELEASE-LOCKS.
007290     IF DL100-SMG-LOCKS-FREE
007300         GO TO 8600-EXIT
007310     END-IF.
007320     SET DL100-SMG-LOCKS-FREE TO TRUE.
007330     ACCEPT DL100-SMG-LOCK-DATE FROM DATE YYYYMMDD.
007340     ACCEPT DL100-SMG-LOCK-TIME FROM TIME.
007350     OPEN I-O DL100-LOCK-FILE.
007360     IF NOT DL100-SMG-LKF-OK
007370         DISPLAY 'DL100-SUSMGT - LOCK FILE OPEN FAILED, STATUS '
007380             DL100-SMG-LOCK-STATUS ' - LOCKS LEFT FOR RELEASE BY '
007390             'DL100-LCKREL'
007400         GO TO 8600-EXIT
007410     END-IF.
007420     OPEN EXTEND DL100-LOCKLOG-FILE.
007430     PERFORM 8610-DELETE-LOCK THRU 8610-EXIT
007440         VARYING DL100-SMG-LOCK-SUB FROM 1 BY 1
007450         UNTIL DL100-SMG-LOCK-SUB > DL100-SMG-LOCK-COUNT.
007460     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
007470 8600-EXIT.
007480     EXIT.
007490*
007500 8610-DELETE-LOCK.
007510     MOVE DL100-SMG-LOCK-RESOURCE (DL100-SMG-LOCK-SUB)
007520         TO DL100-LCK-RESOURCE.
007530     MOVE DL100-SMG-LOCK-JOB TO DL100-LCK-JOB.
007540     READ DL100-LOCK-FILE
007550         INVALID KEY
007560             GO TO 8610-EXIT
007570     END-READ.
007580     DELETE DL100-LOCK-FILE
007590         INVALID KEY
007600             DISPLAY 'DL100-SUSMGT - LOCK DELETE FAILED, STATUS '
007610                 DL100-SMG-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
007620             GO TO 8610-EXIT
007630     END-DELETE.
007640     MOVE 'F' TO DL100-SMG-LOCK-ACTION.
007650     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
007660 8610-EXIT.
007670     EXIT.
007680*
007690*    ------------------------------------------------------------
007700*    8700-WRITE-LOCK-LOG - ONE LOG RECORD PER LOCK TAKEN OR
007710*    GIVEN UP, AND PER CLASH THAT REFUSED THE RUN.
007720*    ------------------------------------------------------------
007730 8700-WRITE-LOCK-LOG.
007740     MOVE SPACES TO DL100-LLG-RECORD.
007750     MOVE DL100-SMG-LOCK-ACTION TO DL100-LLG-ACTION.
007760     MOVE DL100-SMG-LOCK-DATE TO DL100-LLG-LOG-DATE.
007770     MOVE DL100-SMG-LOCK-TIME TO DL100-LLG-LOG-TIME.
007780     MOVE DL100-SMG-LOCK-JOB TO DL100-LLG-REQ-JOB.
007790     MOVE DL100-SMG-LOCK-PROGRAM TO DL100-LLG-REQ-PROGRAM.
007800     MOVE DL100-LCK-RECORD TO DL100-LLG-LOCK-IMAGE.
007810     WRITE DL100-LLGOUT-RECORD FROM DL100-LLG-RECORD.
007820 8700-EXIT.
007830     EXIT.
007840*
007850*    ------------------------------------------------------------
007860*    8800-CARRY-SUSPENSE - THE RUN IS ENDING BEFORE THE AGING
007870*    PASS, BUT JCL HAS ALREADY ALLOCATED THE NEW SUSPENSE
007880*    GENERATION.  COPY THE SUSPENSE INPUT INTO IT RECORD FOR
007890*    RECORD, NO CORRECTION APPLIED, SO THE NEXT EDIT RUN
007900*    RECYCLES EXACTLY WHAT IT WOULD HAVE FROM THE OLD ONE.
007910*    ------------------------------------------------------------
007920 8800-CARRY-SUSPENSE.
007930     OPEN INPUT DL100-SUSIN-FILE.
007940     OPEN OUTPUT DL100-SUSOUT-FILE.
007950     SET DL100-SMG-EOF-NO TO TRUE.
007960     PERFORM 8810-COPY-SUSPENSE THRU 8810-EXIT
007970         UNTIL DL100-SMG-EOF-YES.
007980     CLOSE DL100-SUSIN-FILE DL100-SUSOUT-FILE.
007990     DISPLAY 'DL100-SUSMGT - SUSPENSE CARRIED FORWARD UNCHANGED '
008000         DL100-SMG-RECORD-COUNT.
008010 8800-EXIT.
008020     EXIT.
008030*
008040 8810-COPY-SUSPENSE.
008050     READ DL100-SUSIN-FILE
008060         AT END
008070             SET DL100-SMG-EOF-YES TO TRUE
008080             GO TO 8810-EXIT
008090     END-READ.
008100     WRITE DL100-SUSOUT-RECORD FROM DL100-SUS-RECORD.
008110     ADD 1 TO DL100-SMG-RECORD-COUNT.
008120 8810-EXIT.
008130     EXIT.
