000150*        PRINTS THE MONTH AND YEAR-TO-DATE TOTALS THAT USED TO
000160*        TAKE MOST OF A MORNING ON THE ADDING MACHINE.
000170*
000171*        THE SHARED DATASETS IT USES ARE REGISTERED ON THE
000172*        SUBSYSTEM LOCK FILE BEFORE ANY FILE IS OPENED.  A
000173*        CLASH WITH ANOTHER JOB'S LOCK ENDS THE RUN RC 24, THE
000174*        HOLDING JOB NAMED ON SYSOUT.
000175*
000180*    MODIFICATION HISTORY.
000190*    DATE       INIT DESCRIPTION
000200*    ---------- ---- --------------------------------------------
000290*    2026-08-22 JGH  AN ABORTED ATTEMPT NO LONGER SUPERSEDES A
000300*    2026-08-22 JGH  FINISHED RUN OF THE SAME DATE - IT WINS
000310*    2026-08-22 JGH  ONLY WHILE THE DATE HAS NO FINISHED RUN.
000311*    2026-10-15 JGH  A DATE MAY NOW RUN IN SEVERAL PROCESSING
000312*    2026-10-15 JGH  CYCLES.  THE WINNING RUN IS PICKED PER DATE
000313*    2026-10-15 JGH  AND CYCLE, AND THE WINNING RUNS OF ALL THE
000314*    2026-10-15 JGH  CYCLES OF A DATE ARE ADDED TOGETHER.  AUDIT
000315*    2026-10-15 JGH  RECORDS WITH NO CYCLE COUNT AS CYCLE 1.
000316*    2026-10-15 JGH  A MONTH CLOSED BY DL100-PERCLS IS NOT ROLLED
000317*    2026-10-15 JGH  UP AGAIN - THE STEP ENDS RC 22 BEFORE ANY
000318*    2026-10-15 JGH  FILE IS OPENED, UNTIL THE MONTH IS REOPENED.
000319*    2026-10-15 JGH  REGISTERS ITS SHARED DATASETS ON THE NEW
000320*    2026-10-15 JGH  SUBSYSTEM LOCK FILE BEFORE OPENING ANYTHING
000321*    2026-10-15 JGH  AND LOGS EVERY LOCK TAKEN AND GIVEN UP; A
000322*    2026-10-15 JGH  CLASH WITH ANOTHER JOB ENDS THE RUN RC 24.
000323*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. DL100-MTHEND.
000350 AUTHOR. J. HOMAN.
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS DL100-MSM-MONTH
000490         FILE STATUS IS DL100-MTH-MONTH-STATUS.
000491     SELECT DL100-PERIOD-FILE ASSIGN TO "PERIOD"
000492         ORGANIZATION IS INDEXED
000493         ACCESS MODE IS RANDOM
000494         RECORD KEY IS DL100-PER-PERIOD
000495         FILE STATUS IS DL100-MTH-PER-STATUS.
000500     SELECT DL100-MRP-FILE ASSIGN TO "RPTFILE"
000510         ORGANIZATION IS SEQUENTIAL.
000520     SELECT DL100-CARD-FILE ASSIGN TO "SYSIN"
000521         ORGANIZATION IS SEQUENTIAL.
000522     SELECT DL100-LOCK-FILE ASSIGN TO "LOCKFILE"
000523         ORGANIZATION IS INDEXED
000524         ACCESS MODE IS DYNAMIC
000525         RECORD KEY IS DL100-LCK-KEY
000526         FILE STATUS IS DL100-MTH-LOCK-STATUS.
000527     SELECT DL100-LOCKLOG-FILE ASSIGN TO "LOCKLOG"
000530         ORGANIZATION IS SEQUENTIAL.
000540*
000550 DATA DIVISION.
000690     RECORDING MODE IS F.
000700     COPY DL100MEC.
000710*
000711 FD  DL100-PERIOD-FILE.
000712     COPY DL100PER.
000713*
000714 FD  DL100-LOCK-FILE.
000715     COPY DL100LCK.
000716*
000717 FD  DL100-LOCKLOG-FILE
000718     RECORDING MODE IS F.
000719 01  DL100-LLGOUT-RECORD             PIC X(200).
000720*
000721 WORKING-STORAGE SECTION.
000730 01  DL100-MTH-SWITCHES.
000740     05  DL100-MTH-EOF-SWITCH        PIC X(01) VALUE 'N'.
000750         88  DL100-MTH-EOF-YES                   VALUE 'Y'.
000800     05  DL100-MTH-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000810         88  DL100-MTH-FILES-OPEN                VALUE 'Y'.
000820         88  DL100-MTH-FILES-CLOSED              VALUE 'N'.
000823     05  DL100-MTH-CLOSED-SWITCH     PIC X(01) VALUE 'N'.
000826         88  DL100-MTH-PERIOD-CLOSED             VALUE 'Y'.
000830*
000840 01  DL100-MTH-MONTH-STATUS          PIC X(02).
000850     88  DL100-MTH-MONTH-OK                      VALUE '00'.
000860     88  DL100-MTH-MONTH-NOTFND                  VALUE '23'.
000870     88  DL100-MTH-MONTH-NOFILE                  VALUE '35'.
000871*
000872 01  DL100-MTH-PER-STATUS            PIC X(02).
000873     88  DL100-MTH-PER-OK                        VALUE '00'.
000874     88  DL100-MTH-PER-NOTFND                    VALUE '23'.
000875     88  DL100-MTH-PER-NOFILE                    VALUE '35'.
000880*
000890 01  DL100-MTH-RUN-MONTH             PIC 9(06) VALUE ZERO.
000900 01  DL100-MTH-RUN-MONTH-X REDEFINES DL100-MTH-RUN-MONTH.
000940 01  DL100-MTH-AUD-MONTH             PIC 9(06).
000950 01  DL100-MTH-AUD-DD                PIC 9(02).
000960*
000970*    THE RUN TIME OF EACH DATE AND CYCLE'S WINNING RUN, PICKED
000980*    FROM THE SUMMARIES ON THE FIRST PASS - THE LAST FINISHED
000990*    RUN WINS (SEE 2060-PICK-WINNING-RUN), SO A CLEAN RERUN
001000*    SUPERSEDES AN ABORTED ATTEMPT BUT NEVER THE OTHER WAY
001003*    AROUND.  ONE ENTRY PER DAY OF THE MONTH, ONE SLOT PER
001006*    PROCESSING CYCLE WITHIN THE DAY.
001010 01  DL100-MTH-WINNING-RUNS.
001020     05  DL100-MTH-WIN-ENTRY OCCURS 31 TIMES.
001030         10  DL100-MTH-WIN-CYCLE OCCURS 9 TIMES.
001040             15  DL100-MTH-WIN-TIME  PIC 9(08).
001050             15  DL100-MTH-WIN-FIN   PIC X(01).
001055                 88  DL100-MTH-WIN-FINISHED      VALUE 'Y'.
001060*
001070 01  DL100-MTH-TODAY                 PIC 9(08).
001080*
001270*
001280     COPY DL100MRP.
001290*
001291*    THE SHARED DATASETS THIS PROGRAM REGISTERS ON THE
001292*    SUBSYSTEM LOCK FILE BEFORE IT OPENS ANYTHING, AND HOW IT
001293*    USES EACH - 'X' EXCLUSIVE, 'U' UPDATE, 'S' SHARED READ.
001294*    THE JOB NAME IS THAT OF THE JOB THIS PROGRAM RUNS UNDER.
001295 01  DL100-MTH-LOCK-LIST.
001296     05  FILLER                      PIC X(09) VALUE 'AUDIT   S'.
001297     05  FILLER                      PIC X(09) VALUE 'MONTHSUMU'.
001298     05  FILLER                      PIC X(09) VALUE 'PERIOD  S'.
001299 01  DL100-MTH-LOCK-TABLE REDEFINES DL100-MTH-LOCK-LIST.
001300     05  DL100-MTH-LOCK-ENTRY        OCCURS 3 TIMES.
001301         10  DL100-MTH-LOCK-RESOURCE PIC X(08).
001302         10  DL100-MTH-LOCK-MODE     PIC X(01).
001303             88  DL100-MTH-LOCK-WANT-EXCL       VALUE 'X'.
001304             88  DL100-MTH-LOCK-WANT-SHARED     VALUE 'S'.
001305*
001306 01  DL100-MTH-LOCK-FIELDS.
001307     05  DL100-MTH-LOCK-COUNT        PIC 9(02) COMP VALUE 3.
001308     05  DL100-MTH-LOCK-SUB          PIC 9(02) COMP VALUE ZERO.
001309     05  DL100-MTH-LOCK-JOB          PIC X(08) VALUE 'HELLOMTH'.
001310     05  DL100-MTH-LOCK-PROGRAM      PIC X(16)
001311                                     VALUE 'DL100-MTHEND'.
001312     05  DL100-MTH-LOCK-DATE         PIC 9(08) VALUE ZERO.
001313     05  DL100-MTH-LOCK-TIME         PIC 9(08) VALUE ZERO.
001314     05  DL100-MTH-LOCK-ACTION       PIC X(01) VALUE SPACE.
001315     05  DL100-MTH-LOCK-HELD-SWITCH  PIC X(01) VALUE 'N'.
001316         88  DL100-MTH-LOCKS-HELD               VALUE 'Y'.
001317         88  DL100-MTH-LOCKS-FREE               VALUE 'N'.
001318     05  DL100-MTH-LOCK-SCAN-SWITCH  PIC X(01) VALUE 'N'.
001319         88  DL100-MTH-LOCK-SCAN-DONE           VALUE 'Y'.
001320         88  DL100-MTH-LOCK-SCAN-MORE           VALUE 'N'.
001321     05  DL100-MTH-LOCK-CLASH-SWITCH PIC X(01) VALUE 'N'.
001322         88  DL100-MTH-LOCK-CLASH               VALUE 'Y'.
001323         88  DL100-MTH-LOCK-NO-CLASH            VALUE 'N'.
001324*
001325 01  DL100-MTH-LOCK-STATUS           PIC X(02).
001326     88  DL100-MTH-LKF-OK                       VALUE '00'.
001327     88  DL100-MTH-LKF-NOTFND                   VALUE '23'.
001328     88  DL100-MTH-LKF-DUPKEY                   VALUE '22'.
001329     88  DL100-MTH-LKF-NOFILE                   VALUE '35'.
001330*
001331     COPY DL100LLG.
001332*
001333 PROCEDURE DIVISION.
001334*
001335*    ------------------------------------------------------------
001336*    0000-MAINLINE-CONTROL - TOP LEVEL FLOW ONLY.  RC 22 MEANS
001337*    THE MONTH ON THE CARD IS A CLOSED ACCOUNTING PERIOD.
001340*    ------------------------------------------------------------
001350 0000-MAINLINE-CONTROL.
001360     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
001420     PERFORM 9000-TERMINATION THRU 9000-EXIT.
001430     IF DL100-MTH-ABORT-YES
001440         MOVE 16 TO RETURN-CODE
001442     ELSE
001444         IF DL100-MTH-PERIOD-CLOSED
001446             MOVE 22 TO RETURN-CODE
001448         END-IF
001450     END-IF.
001455     PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT.
001460     STOP RUN.
001470*
001480*    ------------------------------------------------------------
001510*    WRITE THE REPORT HEADER AND PRIME THE READ.
001520*    ------------------------------------------------------------
001530 1000-INITIALIZATION.
001535     PERFORM 8500-ACQUIRE-LOCKS THRU 8500-EXIT.
001540     OPEN INPUT DL100-CARD-FILE.
001550     READ DL100-CARD-FILE
001560         AT END
001720     END-READ.
001730     CLOSE DL100-CARD-FILE.
001740     IF DL100-MTH-ABORT-YES
001741         GO TO 1000-EXIT
001742     END-IF.
001743     PERFORM 1100-CHECK-CLOSED-PERIOD THRU 1100-EXIT.
001744     IF DL100-MTH-ABORT-YES OR DL100-MTH-PERIOD-CLOSED
001745         SET DL100-MTH-EOF-YES TO TRUE
001750         GO TO 1000-EXIT
001760     END-IF.
001770     ACCEPT DL100-MTH-TODAY FROM DATE YYYYMMDD.
002040     EXIT.
002050*
002060*    ------------------------------------------------------------
002061*    1100-CHECK-CLOSED-PERIOD - A MONTH CLOSED BY DL100-PERCLS
002062*    WAS CLOSED ON THE STRENGTH OF ITS MONTHLY RECORD AND MAY
002063*    NOT BE RECOMPUTED UNDER IT.  NO PERIOD CONTROL FILE MEANS
002064*    NO PERIOD HAS EVER BEEN CLOSED.
002065*    ------------------------------------------------------------
002066 1100-CHECK-CLOSED-PERIOD.
002067     OPEN INPUT DL100-PERIOD-FILE.
002068     EVALUATE TRUE
002069         WHEN DL100-MTH-PER-OK
002070             CONTINUE
002071         WHEN DL100-MTH-PER-NOFILE
002072             DISPLAY 'DL100-MTHEND - NO PERIOD CONTROL FILE - '
002073                 'CLOSED-PERIOD CHECK SKIPPED'
002074             GO TO 1100-EXIT
002075         WHEN OTHER
002076             DISPLAY 'DL100-MTHEND - PERIOD CONTROL OPEN FAILED, '
002077                 'STATUS ' DL100-MTH-PER-STATUS ' - RUN ABORTED'
002078             SET DL100-MTH-ABORT-YES TO TRUE
002079             GO TO 1100-EXIT
002080     END-EVALUATE.
002081     MOVE DL100-MTH-RUN-MONTH TO DL100-PER-PERIOD.
002082     READ DL100-PERIOD-FILE
002083         INVALID KEY
002084             IF NOT DL100-MTH-PER-NOTFND
002085                 DISPLAY 'DL100-MTHEND - PERIOD CONTROL READ '
002086                     'FAILED, STATUS ' DL100-MTH-PER-STATUS
002087                     ' - RUN ABORTED'
002088                 SET DL100-MTH-ABORT-YES TO TRUE
002089             END-IF
002090         NOT INVALID KEY
002091             IF DL100-PER-CLOSED
002092                 DISPLAY 'DL100-MTHEND - MONTH '
002093                     DL100-MTH-RUN-MONTH ' IS A CLOSED PERIOD'
002094                     ' - NOT ROLLED UP, REOPEN IT FIRST'
002095                 SET DL100-MTH-PERIOD-CLOSED TO TRUE
002096             END-IF
002097     END-READ.
002098     CLOSE DL100-PERIOD-FILE.
002099 1100-EXIT.
002100     EXIT.
002101*
002102*    ------------------------------------------------------------
002103*    2000-SCAN-RUN-SUMMARIES - FIRST PASS.  EACH SUMMARY IN
002104*    THE MONTH COUNTS AS A RUN (ABORTED AND OUT-OF-BALANCE
002105*    ATTEMPTS INCLUDED) AND EACH DATE AND CYCLE'S WINNING RUN
002106*    IS PICKED PER 2060 - ONLY THE WINNING RUNS' DETAILS ARE
002110*    ACCUMULATED ON THE SECOND PASS, SO A CYCLE THAT ABORTED
002120*    AND RERAN CLEAN IS NOT COUNTED TWICE.
002130*    ------------------------------------------------------------
002140 2000-SCAN-RUN-SUMMARIES.
002530*
002540*    ------------------------------------------------------------
002550*    2060-PICK-WINNING-RUN - THE LAST FINISHED RUN (COMPLETE
002560*    OR OUT OF BAL) WINS ITS DATE AND CYCLE.  AN ABORTED
002570*    ATTEMPT WINS ONLY WHILE THE CYCLE HAS NO FINISHED RUN AT
002580*    ALL - A LATER ABORT MUST NOT SILENTLY SUPERSEDE THE DAY'S
002585*    REAL FIGURES.
002590*    ------------------------------------------------------------
002600 2060-PICK-WINNING-RUN.
002610     IF DL100-AUD-STATUS = 'ABORTED'
002620         IF NOT DL100-MTH-WIN-FINISHED
002625                 (DL100-MTH-AUD-DD DL100-AUD-CYCLE)
002630             MOVE DL100-AUD-RUN-TIME
002640                 TO DL100-MTH-WIN-TIME
002645                     (DL100-MTH-AUD-DD DL100-AUD-CYCLE)
002650         END-IF
002660     ELSE
002670         MOVE DL100-AUD-RUN-TIME
002680             TO DL100-MTH-WIN-TIME
002690                 (DL100-MTH-AUD-DD DL100-AUD-CYCLE)
002693         SET DL100-MTH-WIN-FINISHED
002696                 (DL100-MTH-AUD-DD DL100-AUD-CYCLE)
002700             TO TRUE
002710     END-IF.
002720 2060-EXIT.
002770         AT END
002780             SET DL100-MTH-EOF-YES TO TRUE
002790     END-READ.
002791     IF DL100-MTH-EOF-YES
002792         GO TO 2100-EXIT
002793     END-IF.
002794     IF DL100-AUD-CYCLE-IND NOT NUMERIC
002795         OR DL100-AUD-CYCLE-IND = '0'
002796         MOVE 1 TO DL100-AUD-CYCLE
002797     END-IF.
002800 2100-EXIT.
002810     EXIT.
002820*
002980*
002990*    ------------------------------------------------------------
003000*    2200-ACCUMULATE-DETAIL - SECOND PASS.  ONLY DETAILS THAT
003010*    BELONG TO THEIR DATE AND CYCLE'S WINNING RUN ARE ROLLED UP,
003020*    SO THE MONTHLY TOTAL EQUALS THE SUM OF THE DAILY FOOTERS
003030*    THE REPORT REPLACES, EVERY CYCLE OF A DATE INCLUDED.
003040*    ------------------------------------------------------------
003050 2200-ACCUMULATE-DETAIL.
003060     PERFORM 2050-SPLIT-RUN-DATE THRU 2050-EXIT.
003080         AND DL100-MTH-AUD-MONTH = DL100-MTH-RUN-MONTH
003090         AND DL100-MTH-AUD-DD > 00 AND < 32
003100         AND DL100-AUD-RUN-TIME =
003110             DL100-MTH-WIN-TIME (DL100-MTH-AUD-DD DL100-AUD-CYCLE)
003120         ADD 1 TO DL100-MTH-DETAIL-COUNT
003130         ADD DL100-AUD-RESULT TO DL100-MTH-RESULT-TOTAL
003140             ON SIZE ERROR
004390         ' RUNS ' DL100-MTH-RUN-COUNT.
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
004530     ACCEPT DL100-MTH-LOCK-DATE FROM DATE YYYYMMDD.
004540     ACCEPT DL100-MTH-LOCK-TIME FROM TIME.
004550     OPEN I-O DL100-LOCK-FILE.
004560     IF DL100-MTH-LKF-NOFILE
004570         OPEN OUTPUT DL100-LOCK-FILE
004580         CLOSE DL100-LOCK-FILE
004590         OPEN I-O DL100-LOCK-FILE
004600     END-IF.
004610     IF NOT DL100-MTH-LKF-OK
004620         DISPLAY 'DL100-MTHEND - LOCK FILE OPEN FAILED, STATUS '
004630             DL100-MTH-LOCK-STATUS ' - RUN ABORTED'
004640         MOVE 16 TO RETURN-CODE
004650         STOP RUN
004660     END-IF.
004670     OPEN EXTEND DL100-LOCKLOG-FILE.
004680     SET DL100-MTH-LOCK-NO-CLASH TO TRUE.
004690     PERFORM 8510-CHECK-RESOURCE THRU 8510-EXIT
004700         VARYING DL100-MTH-LOCK-SUB FROM 1 BY 1
004710         UNTIL DL100-MTH-LOCK-SUB > DL100-MTH-LOCK-COUNT.
004720     IF DL100-MTH-LOCK-CLASH
004730         CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE
004740         DISPLAY 'DL100-MTHEND - A DATASET IT NEEDS IS IN USE BY '
004750             'ANOTHER JOB - RUN REFUSED'
004760         MOVE 24 TO RETURN-CODE
004770         STOP RUN
004780     END-IF.
004790     PERFORM 8530-WRITE-LOCK THRU 8530-EXIT
004800         VARYING DL100-MTH-LOCK-SUB FROM 1 BY 1
004810         UNTIL DL100-MTH-LOCK-SUB > DL100-MTH-LOCK-COUNT.
004820     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
004830     SET DL100-MTH-LOCKS-HELD TO TRUE.
004840     IF DL100-MTH-LOCK-CLASH
004850         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
004860         MOVE 16 TO RETURN-CODE
004870         STOP RUN
004880     END-IF.
004890 8500-EXIT.
004900     EXIT.
004910*
004920 8510-CHECK-RESOURCE.
004930     SET DL100-MTH-LOCK-SCAN-MORE TO TRUE.
004940     MOVE DL100-MTH-LOCK-RESOURCE (DL100-MTH-LOCK-SUB)
004950         TO DL100-LCK-RESOURCE.
004960     MOVE LOW-VALUES TO DL100-LCK-JOB.
004970     START DL100-LOCK-FILE KEY NOT < DL100-LCK-KEY
004980         INVALID KEY
004990             GO TO 8510-EXIT
005000     END-START.
005010     PERFORM 8520-CHECK-HOLDER THRU 8520-EXIT
005020         UNTIL DL100-MTH-LOCK-SCAN-DONE.
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
005140             SET DL100-MTH-LOCK-SCAN-DONE TO TRUE
005150             GO TO 8520-EXIT
005160     END-READ.
005170     IF DL100-LCK-RESOURCE NOT =
005180         DL100-MTH-LOCK-RESOURCE (DL100-MTH-LOCK-SUB)
005190         SET DL100-MTH-LOCK-SCAN-DONE TO TRUE
005200         GO TO 8520-EXIT
005210     END-IF.
005220     IF DL100-LCK-JOB = DL100-MTH-LOCK-JOB
005230         GO TO 8520-EXIT
005240     END-IF.
005250     IF DL100-LCK-SHARED
005260         AND NOT DL100-MTH-LOCK-WANT-EXCL (DL100-MTH-LOCK-SUB)
005270         GO TO 8520-EXIT
005280     END-IF.
005290     IF DL100-LCK-UPDATE
005300         AND DL100-MTH-LOCK-WANT-SHARED (DL100-MTH-LOCK-SUB)
005310         GO TO 8520-EXIT
005320     END-IF.
005330     SET DL100-MTH-LOCK-CLASH TO TRUE.
005340     DISPLAY 'DL100-MTHEND - ' DL100-LCK-RESOURCE
005350         ' IS HELD BY JOB ' DL100-LCK-JOB
005360         ' (' DL100-LCK-PROGRAM ') SINCE '
005370         DL100-LCK-DATE ' ' DL100-LCK-TIME.
005380     MOVE 'C' TO DL100-MTH-LOCK-ACTION.
005390     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
005400 8520-EXIT.
005410     EXIT.
005420*
005430 8530-WRITE-LOCK.
005440     MOVE SPACES TO DL100-LCK-RECORD.
005450     MOVE DL100-MTH-LOCK-RESOURCE (DL100-MTH-LOCK-SUB)
005460         TO DL100-LCK-RESOURCE.
005470     MOVE DL100-MTH-LOCK-JOB TO DL100-LCK-JOB.
005480     MOVE DL100-MTH-LOCK-MODE (DL100-MTH-LOCK-SUB)
005490         TO DL100-LCK-MODE.
005500     MOVE DL100-MTH-LOCK-PROGRAM TO DL100-LCK-PROGRAM.
005510     MOVE DL100-MTH-LOCK-DATE TO DL100-LCK-DATE.
005520     MOVE DL100-MTH-LOCK-TIME TO DL100-LCK-TIME.
005530     WRITE DL100-LCK-RECORD
005540         INVALID KEY
005550             IF DL100-MTH-LKF-DUPKEY
005560                 REWRITE DL100-LCK-RECORD
005570                     INVALID KEY
005580                         CONTINUE
005590                 END-REWRITE
005600             END-IF
005610     END-WRITE.
005620     IF NOT DL100-MTH-LKF-OK
005630         DISPLAY 'DL100-MTHEND - LOCK WRITE FAILED, STATUS '
005640             DL100-MTH-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
005650         SET DL100-MTH-LOCK-CLASH TO TRUE
005660         GO TO 8530-EXIT
005670     END-IF.
005680     MOVE 'L' TO DL100-MTH-LOCK-ACTION.
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
005790     IF DL100-MTH-LOCKS-FREE
005800         GO TO 8600-EXIT
005810     END-IF.
005820     SET DL100-MTH-LOCKS-FREE TO TRUE.
005830     ACCEPT DL100-MTH-LOCK-DATE FROM DATE YYYYMMDD.
005840     ACCEPT DL100-MTH-LOCK-TIME FROM TIME.
005850     OPEN I-O DL100-LOCK-FILE.
005860     IF NOT DL100-MTH-LKF-OK
005870         DISPLAY 'DL100-MTHEND - LOCK FILE OPEN FAILED, STATUS '
005880             DL100-MTH-LOCK-STATUS ' - LOCKS LEFT FOR RELEASE BY '
005890             'DL100-LCKREL'
005900         GO TO 8600-EXIT
005910     END-IF.
005920     OPEN EXTEND DL100-LOCKLOG-FILE.
005930     PERFORM 8610-DELETE-LOCK THRU 8610-EXIT
005940         VARYING DL100-MTH-LOCK-SUB FROM 1 BY 1
005950         UNTIL DL100-MTH-LOCK-SUB > DL100-MTH-LOCK-COUNT.
005960     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
005970 8600-EXIT.
005980     EXIT.
005990*
006000 8610-DELETE-LOCK.
006010     MOVE DL100-MTH-LOCK-RESOURCE (DL100-MTH-LOCK-SUB)
006020         TO DL100-LCK-RESOURCE.
006030     MOVE DL100-MTH-LOCK-JOB TO DL100-LCK-JOB.
006040     READ DL100-LOCK-FILE
006050         INVALID KEY
006060             GO TO 8610-EXIT
006070     END-READ.
006080     DELETE DL100-LOCK-FILE
006090         INVALID KEY
006100             DISPLAY 'DL100-MTHEND - LOCK DELETE FAILED, STATUS '
006110                 DL100-MTH-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
006120             GO TO 8610-EXIT
006130     END-DELETE.
006140     MOVE 'F' TO DL100-MTH-LOCK-ACTION.
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
006250     MOVE DL100-MTH-LOCK-ACTION TO DL100-LLG-ACTION.
006260     MOVE DL100-MTH-LOCK-DATE TO DL100-LLG-LOG-DATE.
006270     MOVE DL100-MTH-LOCK-TIME TO DL100-LLG-LOG-TIME.
006280     MOVE DL100-MTH-LOCK-JOB TO DL100-LLG-REQ-JOB.
006290     MOVE DL100-MTH-LOCK-PROGRAM TO DL100-LLG-REQ-PROGRAM.
006300     MOVE DL100-LCK-RECORD TO DL100-LLG-LOCK-IMAGE.
006310     WRITE DL100-LLGOUT-RECORD FROM DL100-LLG-RECORD.
006320 8700-EXIT.
006330     EXIT.
