000070*    DESCRIPTION.
000080*        READS A DAY'S WORTH OF OPERAND-PAIR TRANSACTIONS AND
000090*        COMPUTES A RESULT FOR EACH RECORD.
000091*
000092*        THE SHARED DATASETS IT USES ARE REGISTERED ON THE
000093*        SUBSYSTEM LOCK FILE BEFORE ANY FILE IS OPENED.  A
000094*        CLASH WITH ANOTHER JOB'S LOCK ENDS THE RUN RC 24, THE
000095*        HOLDING JOB NAMED ON SYSOUT.
000100*
000110*    MODIFICATION HISTORY.
000120*    DATE       INIT DESCRIPTION
001300*    2026-09-02 JGH  THE OPERATIONS OVERRIDE (COL 21 = 'O').
001310*    2026-09-02 JGH  THE RUN-CONTROL FILE OPENS DYNAMIC SO THE
001320*    2026-09-02 JGH  GAP CHECK CAN SCAN FOR THE LAST RUN.
001321*    2026-10-15 JGH  A DETAIL REJECTED FOR NO MASTER ITEM, NO
001322*    2026-10-15 JGH  ORIGINAL TO REVERSE OR A BAD TYPE ALSO GOES
001323*    2026-10-15 JGH  TO THE PRICING REJECT FILE (REJOUT) IN THE
001324*    2026-10-15 JGH  SUSPENSE LAYOUT WITH REASON 11, 12 OR 13
001325*    2026-10-15 JGH  AND ITS TRANSACTION IMAGE.  THE NEXT
001326*    2026-10-15 JGH  DL100-EDIT RUN MERGES IT INTO THE SUSPENSE
001327*    2026-10-15 JGH  GENERATION, SO THE CLERKS CAN CORRECT IT
001328*    2026-10-15 JGH  WITH DL100-SUSMGT AND IT RECYCLES LIKE ANY
001329*    2026-10-15 JGH  EDIT FAILURE INSTEAD OF BEING RE-KEYED.
001330*    2026-10-15 JGH  AUDIT DETAILS NOW CARRY THE ITEM CODE SO
001331*    2026-10-15 JGH  DL100-GLEXT CAN CODE THEM TO GL ACCOUNTS.
001332*    2026-10-15 JGH  KEYED AUDIT RECORDS NOW CARRY THE ITEM CODE,
001333*    2026-10-15 JGH  AND A REVERSAL STAMPS ITS ORIGINAL'S KEYED
001334*    2026-10-15 JGH  RECORD WITH THE REVERSING RUN DATE AND
001335*    2026-10-15 JGH  RECORD NUMBER FOR DL100-REPRICE.
001336*    2026-10-15 JGH  A BUSINESS DATE MAY NOW RUN IN SEVERAL
001337*    2026-10-15 JGH  PROCESSING CYCLES (CARD COL 22, BLANK = 1).
001338*    2026-10-15 JGH  RUN CONTROL, THE KEYED AUDIT FILE AND ITEM
001339*    2026-10-15 JGH  ACTIVITY ARE KEYED ON DATE PLUS CYCLE, THE
001340*    2026-10-15 JGH  AUDIT TRAIL CARRIES THE CYCLE, AND CYCLE N
001341*    2026-10-15 JGH  STOPS RC 20 UNTIL CYCLE N-1 OF THE SAME DATE
001342*    2026-10-15 JGH  HAS COMPLETED (SAME OVERRIDE AS GAP CHECK).
001343*    2026-10-15 JGH  A REVERSAL NAMES ITS ORIGINAL'S CYCLE TOO.
001344*    2026-10-15 JGH  CLOSED ACCOUNTING PERIODS (DL100-PERCLS) ARE
001345*    2026-10-15 JGH  NOW LOCKED.  A CARD DATE IN A CLOSED MONTH
001346*    2026-10-15 JGH  STOPS THE STEP RC 22 BEFORE ANYTHING OPENS,
001347*    2026-10-15 JGH  FORCED OR NOT, AND A REVERSAL WHOSE ORIGINAL
001348*    2026-10-15 JGH  RUN DATE IS IN A CLOSED MONTH IS REJECTED TO
001349*    2026-10-15 JGH  SUSPENSE AS REASON 14, ENDING THE STEP RC 22.
001350*    2026-10-15 JGH  REGISTERS ITS SHARED DATASETS ON THE NEW
001351*    2026-10-15 JGH  SUBSYSTEM LOCK FILE BEFORE OPENING ANYTHING
001352*    2026-10-15 JGH  AND LOGS EVERY LOCK TAKEN AND GIVEN UP; A
001353*    2026-10-15 JGH  CLASH WITH ANOTHER JOB ENDS THE RUN RC 24.
001354*    2026-10-15 JGH  EACH AUDIT DETAIL NOW CARRIES THE SOURCE
001355*    2026-10-15 JGH  SYSTEM AND BATCH ID THE TRANSACTION CAME IN
001356*    2026-10-15 JGH  (AS STAMPED BY DL100-EDIT, SO A RECYCLED
001357*    2026-10-15 JGH  DETAIL KEEPS ITS OWN BATCH) AND THE DATE IT
001358*    2026-10-15 JGH  FIRST WENT TO SUSPENSE.  A PRICING REJECT OF
001359*    2026-10-15 JGH  A RECYCLED DETAIL NOW KEEPS ITS FIRST DATE
001360*    2026-10-15 JGH  AND BOUNCES ONE HIGHER INSTEAD OF STARTING
001361*    2026-10-15 JGH  OVER.
001362*    2026-10-15 JGH  THE REJECT GENERATION IS NOW OPENED FIRST, SO
001363*    2026-10-15 JGH  A STEP STOPPED EARLY STILL CATALOGS A VALID
001364*    2026-10-15 JGH  EMPTY REJECTS GENERATION FOR THE NEXT EDIT.
001365*    2026-10-15 JGH  A FORCED RERUN NOW CARRIES THE REVERSED-BY
001366*    2026-10-15 JGH  AND REPRICED MARKS OVER WHEN IT REWRITES A
001367*    2026-10-15 JGH  KEYED AUDIT RECORD, SO DL100-REPRICE STILL
001368*    2026-10-15 JGH  SEES A REVERSED ORIGINAL AS BACKED OUT.
001369*****************************************************************
001370 IDENTIFICATION DIVISION.
001371 PROGRAM-ID. HELLO-WORLD.
001372 AUTHOR. J. HOMAN.
001373 INSTALLATION. DAILY TOTALS BATCH SUBSYSTEM.
001380 DATE-WRITTEN. UNKNOWN.
001390 DATE-COMPILED. 2026-08-09.
001400*
001610     SELECT DL100-RUNCTL-FILE ASSIGN TO "RUNCTL"
001620         ORGANIZATION IS INDEXED
001630         ACCESS MODE IS DYNAMIC
001640         RECORD KEY IS DL100-RCT-KEY
001650         FILE STATUS IS DL100-WS-RUNCTL-STATUS.
001660     SELECT DL100-ITMACT-FILE ASSIGN TO "ITEMACT"
001670         ORGANIZATION IS INDEXED
001830         ACCESS MODE IS DYNAMIC
001840         RECORD KEY IS DL100-CAL-DATE
001850         FILE STATUS IS DL100-WS-CAL-STATUS.
001851     SELECT DL100-REJECT-FILE ASSIGN TO "REJOUT"
001852         ORGANIZATION IS SEQUENTIAL.
001853     SELECT DL100-PERIOD-FILE ASSIGN TO "PERIOD"
001854         ORGANIZATION IS INDEXED
001855         ACCESS MODE IS RANDOM
001856         RECORD KEY IS DL100-PER-PERIOD
001857         FILE STATUS IS DL100-WS-PERIOD-STATUS.
001858     SELECT DL100-LOCK-FILE ASSIGN TO "LOCKFILE"
001859         ORGANIZATION IS INDEXED
001860         ACCESS MODE IS DYNAMIC
001861         RECORD KEY IS DL100-LCK-KEY
001862         FILE STATUS IS DL100-WS-LOCK-STATUS.
001863     SELECT DL100-LOCKLOG-FILE ASSIGN TO "LOCKLOG"
001864         ORGANIZATION IS SEQUENTIAL.
001865 I-O-CONTROL.
001870     RERUN ON DL100-CKPT-FILE
001880         EVERY 100 RECORDS OF DL100-TRAN-FILE.
001890*
002360 FD  DL100-CAL-FILE.
002370     COPY DL100CAL.
002380*
002381 FD  DL100-REJECT-FILE
002382     RECORDING MODE IS F.
002383     COPY DL100SUS.
002384*
002385 FD  DL100-PERIOD-FILE.
002386     COPY DL100PER.
002387*
002388 FD  DL100-LOCK-FILE.
002389     COPY DL100LCK.
002390*
002391 FD  DL100-LOCKLOG-FILE
002392     RECORDING MODE IS F.
002393 01  DL100-LLGOUT-RECORD             PIC X(200).
002394*
002395 WORKING-STORAGE SECTION.
002400 77  RESULT                          PIC S9(09)V99 COMP-3.
002410*
002420 01  DL100-WS-MASTER-STATUS          PIC X(02).
002650     88  DL100-AKY-OK                            VALUE '00'.
002660     88  DL100-AKY-NOTFND                        VALUE '23'.
002670     88  DL100-AKY-NOFILE                        VALUE '35'.
002671*
002672 01  DL100-WS-PERIOD-STATUS          PIC X(02).
002673     88  DL100-PRD-OK                            VALUE '00'.
002674     88  DL100-PRD-NOTFND                        VALUE '23'.
002675     88  DL100-PRD-NOFILE                        VALUE '35'.
002676*
002677 01  DL100-WS-AKY-HOLD.
002678     05  DL100-WS-AKY-NEW-IMAGE      PIC X(80).
002679     05  DL100-WS-AKY-OLD-MARKS      PIC X(20).
002680*
002690     COPY DL100RPT.
002700*
003200     05  DL100-WS-ITM-SLOT-SWITCH    PIC X(01) VALUE 'N'.
003210         88  DL100-ITM-SLOT-FOUND                VALUE 'Y'.
003220         88  DL100-ITM-SLOT-MISSING              VALUE 'N'.
003221     05  DL100-WS-PERIOD-SWITCH      PIC X(01) VALUE 'N'.
003222         88  DL100-PERIOD-PRESENT                VALUE 'Y'.
003223     05  DL100-WS-CLOSED-SWITCH      PIC X(01) VALUE 'N'.
003224         88  DL100-MONTH-CLOSED                  VALUE 'Y'.
003225         88  DL100-MONTH-OPEN                    VALUE 'N'.
003230*
003240*    PER-SOURCE-SYSTEM ROLL-UP FOR THE RUN.  SLOTS COME FROM THE
003250*    EXPECTED-SOURCE REGISTER (MARKED EXPECTED) AND FROM BATCH
003470     05  DL100-WS-LAST-RUN-DATE      PIC 9(08) VALUE ZERO.
003480     05  DL100-WS-GAP-DATE           PIC 9(08) VALUE ZERO.
003490*
003491*    THE CLOSED-PERIOD CHECK'S DATE - THE CARD DATE, OR THE
003492*    ORIGINAL RUN DATE A REVERSAL NAMES - AND ITS MONTH, WHICH
003493*    IS THE KEY OF THE PERIOD CONTROL FILE.
003494 01  DL100-WS-PERIOD-FIELDS.
003495     05  DL100-WS-CHECK-DATE         PIC 9(08) VALUE ZERO.
003496     05  DL100-WS-CHECK-DATE-X REDEFINES DL100-WS-CHECK-DATE.
003497         10  DL100-WS-CHECK-MONTH    PIC 9(06).
003498         10  DL100-WS-CHECK-DD       PIC 9(02).
003499     05  DL100-WS-CLOSED-COUNT       PIC 9(05) COMP VALUE ZERO.
003500*
003501 01  DL100-WS-BATCH-FIELDS.
003510     05  DL100-WS-BATCH-ID           PIC X(08) VALUE SPACES.
003515     05  DL100-WS-BATCH-SOURCE       PIC X(08) VALUE SPACES.
003520     05  DL100-WS-BATCH-COUNT        PIC 9(05) COMP VALUE ZERO.
003530     05  DL100-WS-BATCH-TOTAL        PIC S9(09)V99 COMP-3
003540             VALUE ZERO.
003840         10  DL100-WS-RUN-DD         PIC 9(02).
003850     05  DL100-WS-RUN-DATE-RPT       PIC X(10).
003860     05  DL100-WS-RUN-TIME           PIC 9(08).
003862     05  DL100-WS-RUN-CYCLE          PIC 9(01) VALUE 1.
003864     05  DL100-WS-PRIOR-CYCLE        PIC 9(01) VALUE ZERO.
003866     05  DL100-WS-ORIG-CYCLE         PIC 9(01) VALUE 1.
003870     05  DL100-WS-RECORD-COUNT       PIC 9(05) COMP VALUE ZERO.
003880     05  DL100-WS-REJECT-COUNT       PIC 9(05) COMP VALUE ZERO.
003890     05  DL100-WS-REJECT-FLAG        PIC X(12) VALUE SPACES.
003960     05  DL100-WS-CONTROL-TOTAL      PIC S9(09)V99 VALUE ZERO.
003970     05  DL100-WS-RUNNING-TOTAL      PIC S9(09)V99 COMP-3
003980             VALUE ZERO.
003981*
003982*    THE SHARED DATASETS THIS PROGRAM REGISTERS ON THE
003983*    SUBSYSTEM LOCK FILE BEFORE IT OPENS ANYTHING, AND HOW IT
003984*    USES EACH - 'X' EXCLUSIVE, 'U' UPDATE, 'S' SHARED READ.
003985*    THE JOB NAME IS THAT OF THE JOB THIS PROGRAM RUNS UNDER.
003986 01  DL100-WS-LOCK-LIST.
003987     05  FILLER                      PIC X(09) VALUE 'AUDIT   U'.
003988     05  FILLER                      PIC X(09) VALUE 'AUDKEY  U'.
003989     05  FILLER                      PIC X(09) VALUE 'MASTER  S'.
003990     05  FILLER                      PIC X(09) VALUE 'RUNCTL  U'.
003991     05  FILLER                      PIC X(09) VALUE 'ITEMACT U'.
003992     05  FILLER                      PIC X(09) VALUE 'CALENDARS'.
003993     05  FILLER                      PIC X(09) VALUE 'PERIOD  S'.
003994 01  DL100-WS-LOCK-TABLE REDEFINES DL100-WS-LOCK-LIST.
003995     05  DL100-WS-LOCK-ENTRY         OCCURS 7 TIMES.
003996         10  DL100-WS-LOCK-RESOURCE  PIC X(08).
003997         10  DL100-WS-LOCK-MODE      PIC X(01).
003998             88  DL100-WS-LOCK-WANT-EXCL        VALUE 'X'.
003999             88  DL100-WS-LOCK-WANT-SHARED      VALUE 'S'.
004000*
004001 01  DL100-WS-LOCK-FIELDS.
004002     05  DL100-WS-LOCK-COUNT         PIC 9(02) COMP VALUE 7.
004003     05  DL100-WS-LOCK-SUB           PIC 9(02) COMP VALUE ZERO.
004004     05  DL100-WS-LOCK-JOB           PIC X(08) VALUE 'HELLOJOB'.
004005     05  DL100-WS-LOCK-PROGRAM       PIC X(16)
004006                                     VALUE 'HELLO-WORLD'.
004007     05  DL100-WS-LOCK-DATE          PIC 9(08) VALUE ZERO.
004008     05  DL100-WS-LOCK-TIME          PIC 9(08) VALUE ZERO.
004009     05  DL100-WS-LOCK-ACTION        PIC X(01) VALUE SPACE.
004010     05  DL100-WS-LOCK-HELD-SWITCH   PIC X(01) VALUE 'N'.
004011         88  DL100-WS-LOCKS-HELD                VALUE 'Y'.
004012         88  DL100-WS-LOCKS-FREE                VALUE 'N'.
004013     05  DL100-WS-LOCK-SCAN-SWITCH   PIC X(01) VALUE 'N'.
004014         88  DL100-WS-LOCK-SCAN-DONE            VALUE 'Y'.
004015         88  DL100-WS-LOCK-SCAN-MORE            VALUE 'N'.
004016     05  DL100-WS-LOCK-CLASH-SWITCH  PIC X(01) VALUE 'N'.
004017         88  DL100-WS-LOCK-CLASH                VALUE 'Y'.
004018         88  DL100-WS-LOCK-NO-CLASH             VALUE 'N'.
004019*
004020 01  DL100-WS-LOCK-STATUS            PIC X(02).
004021     88  DL100-WS-LKF-OK                        VALUE '00'.
004022     88  DL100-WS-LKF-NOTFND                    VALUE '23'.
004023     88  DL100-WS-LKF-DUPKEY                    VALUE '22'.
004024     88  DL100-WS-LKF-NOFILE                    VALUE '35'.
004025*
004026     COPY DL100LLG.
004027*
004028 PROCEDURE DIVISION.
004029*
004030*    ------------------------------------------------------------
004031*    0000-MAINLINE-CONTROL - TOP LEVEL FLOW ONLY.  ALL WORK IS
004040*    DONE IN THE INITIALIZATION, PROCESSING AND TERMINATION
004050*    PARAGRAPHS IT PERFORMS.
004060*    ------------------------------------------------------------
004180             IF DL100-WS-MISSING-SOURCES NOT = ZERO
004190                 MOVE 10 TO RETURN-CODE
004200             ELSE
004210                 IF DL100-WS-CLOSED-COUNT NOT = ZERO
004220                     MOVE 22 TO RETURN-CODE
004230                 ELSE
004240                     IF DL100-WS-REJECT-COUNT NOT = ZERO
004241                         MOVE 8 TO RETURN-CODE
004242                     ELSE
004243                         DISPLAY
004244                             'Hello world, how are we all doing?'
004245                     END-IF
004250                 END-IF
004260             END-IF
004270         END-IF
004280     END-IF.
004285     PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT.
004290     STOP RUN.
004300*
004310*    ------------------------------------------------------------
004320*    1000-INITIALIZATION - OPEN FILES, PICK UP THE SYSIN
004330*    PARAMETER CARD, WRITE THE REPORT HEADER, PRIME THE READ.
004332*    THE REJECT GENERATION IS OPENED BEFORE ANYTHING ELSE, SO A
004334*    STEP STOPPED BY A LOCK CLASH, A CLOSED PERIOD OR THE RUN
004336*    CONTROL OR BUSINESS-DATE CHECKS STILL LEAVES A VALID EMPTY
004338*    GENERATION FOR THE NEXT EDIT, NOT AN UNFORMATTED ONE.
004340*    ------------------------------------------------------------
004350 1000-INITIALIZATION.
004353     OPEN OUTPUT DL100-REJECT-FILE.
004356     PERFORM 8500-ACQUIRE-LOCKS THRU 8500-EXIT.
004360     OPEN INPUT DL100-CTL-FILE.
004370     ACCEPT DL100-WS-RUN-TIME FROM TIME.
004380     READ DL100-CTL-FILE
004510             IF DL100-CTL-GAP-OVERRIDE
004520                 SET DL100-GAP-OVERRIDE TO TRUE
004530             END-IF
004532             IF DL100-CTL-CYCLE-IND NUMERIC
004534                 AND DL100-CTL-CYCLE-IND NOT = '0'
004536                 MOVE DL100-CTL-CYCLE TO DL100-WS-RUN-CYCLE
004538             END-IF
004540             SET DL100-CTL-PRESENT TO TRUE
004550     END-READ.
004560     CLOSE DL100-CTL-FILE.
004565     PERFORM 1050-CHECK-CLOSED-PERIOD THRU 1050-EXIT.
004570     PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT.
004580     PERFORM 1500-CHECK-BUSINESS-DATE THRU 1500-EXIT.
004590     OPEN INPUT DL100-TRAN-FILE.
004820     WRITE DL100-IAR-RECORD FROM DL100-IAR-HEADER-LINE.
004830     PERFORM 2100-READ-TRAN-FILE THRU 2100-EXIT.
004840 1000-EXIT.
004841     EXIT.
004842*
004843*    ------------------------------------------------------------
004844*    1050-CHECK-CLOSED-PERIOD - A MONTH CLOSED BY DL100-PERCLS
004845*    MAY NOT BE POSTED TO AGAIN.  A CARD DATE IN A CLOSED MONTH
004846*    STOPS THE STEP RC 22 BEFORE THE RUN-CONTROL FILE IS EVEN
004847*    OPENED - A FORCED RERUN INCLUDED - UNTIL THE PERIOD IS
004848*    REOPENED.  THE PERIOD CONTROL FILE STAYS OPEN FOR THE
004849*    REVERSAL CHECK.  NO FILE MEANS NO PERIOD HAS EVER BEEN
004850*    CLOSED - THE CHECK IS SKIPPED, NOT FAILED.
004851*    ------------------------------------------------------------
004852 1050-CHECK-CLOSED-PERIOD.
004853     OPEN INPUT DL100-PERIOD-FILE.
004854     EVALUATE TRUE
004855         WHEN DL100-PRD-OK
004856             SET DL100-PERIOD-PRESENT TO TRUE
004857         WHEN DL100-PRD-NOFILE
004858             DISPLAY 'HELLO-WORLD - NO PERIOD CONTROL FILE - '
004859                 'CLOSED-PERIOD CHECK SKIPPED'
004860             GO TO 1050-EXIT
004861         WHEN OTHER
004862             DISPLAY 'HELLO-WORLD - PERIOD CONTROL OPEN FAILED, '
004863                 'STATUS ' DL100-WS-PERIOD-STATUS ' - RUN ABORTED'
004864             MOVE 16 TO RETURN-CODE
004865             PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
004866             STOP RUN
004867     END-EVALUATE.
004868     MOVE DL100-WS-RUN-DATE-NUM TO DL100-WS-CHECK-DATE.
004869     PERFORM 1060-TEST-PERIOD-CLOSED THRU 1060-EXIT.
004870     IF DL100-ABORT-YES
004871         CLOSE DL100-PERIOD-FILE
004872         MOVE 16 TO RETURN-CODE
004873         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
004874         STOP RUN
004875     END-IF.
004876     IF DL100-MONTH-CLOSED
004877         DISPLAY 'HELLO-WORLD - ' DL100-WS-RUN-DATE-NUM
004878             ' FALLS IN CLOSED PERIOD ' DL100-WS-CHECK-MONTH
004879             ' - RUN STOPPED, THE PERIOD MUST BE REOPENED FIRST'
004880         CLOSE DL100-PERIOD-FILE
004881         MOVE 22 TO RETURN-CODE
004882         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
004883         STOP RUN
004884     END-IF.
004885 1050-EXIT.
004886     EXIT.
004887*
004888*    ------------------------------------------------------------
004889*    1060-TEST-PERIOD-CLOSED - IS THE MONTH OF THE CHECK DATE
004890*    CLOSED?  NO RECORD, OR A RECORD MARKED REOPENED, MEANS THE
004891*    MONTH IS OPEN.  A READ FAILURE OTHER THAN NOT-FOUND
004892*    ABORTS THE RUN.
004893*    ------------------------------------------------------------
004894 1060-TEST-PERIOD-CLOSED.
004895     SET DL100-MONTH-OPEN TO TRUE.
004896     IF NOT DL100-PERIOD-PRESENT
004897         GO TO 1060-EXIT
004898     END-IF.
004899     MOVE DL100-WS-CHECK-MONTH TO DL100-PER-PERIOD.
004900     READ DL100-PERIOD-FILE
004901         INVALID KEY
004902             IF NOT DL100-PRD-NOTFND
004903                 DISPLAY 'HELLO-WORLD - PERIOD CONTROL READ '
004904                     'FAILED, STATUS ' DL100-WS-PERIOD-STATUS
004905                     ' - RUN ABORTED'
004906                 SET DL100-ABORT-YES TO TRUE
004907                 SET DL100-EOF-YES TO TRUE
004908             END-IF
004909             GO TO 1060-EXIT
004910     END-READ.
004911     IF DL100-PER-CLOSED
004912         SET DL100-MONTH-CLOSED TO TRUE
004913     END-IF.
004914 1060-EXIT.
004915     EXIT.
004916*
004917*    ------------------------------------------------------------
004918*    1200-OPEN-ITEM-ACTIVITY - THE KEYED ITEM ACTIVITY FILE IS
004919*    CREATED ON ITS VERY FIRST USE, LIKE THE RUN-CONTROL FILE.
004920*    A FAILURE TO OPEN IT ABORTS THE RUN - THE ACTIVITY RECORDS
004921*    ARE PART OF THE DAY'S DELIVERABLES, NOT A NICE-TO-HAVE.
004922*    ------------------------------------------------------------
004930 1200-OPEN-ITEM-ACTIVITY.
004940     OPEN I-O DL100-ITMACT-FILE.
004950     IF DL100-ITA-NOFILE
005990*    RAN TO COMPLETION STOPS THE STEP WITH RETURN CODE 14
006000*    UNLESS THE CARD CARRIES THE FORCE INDICATOR.  THE FILE IS
006010*    CREATED ON ITS VERY FIRST USE AND STAYS OPEN SO THE RUN
006020*    CAN BE RECORDED AT TERMINATION.  THE CHECK IS BY DATE AND
006025*    CYCLE - A FORCED RERUN SUPERSEDES ONLY ITS OWN CYCLE.
006030*    ------------------------------------------------------------
006040 1100-CHECK-RUN-CONTROL.
006050     OPEN I-O DL100-RUNCTL-FILE.
006140         DISPLAY 'HELLO-WORLD - RUN-CONTROL OPEN FAILED, '
006150             'STATUS ' DL100-WS-RUNCTL-STATUS ' - RUN ABORTED'
006160         MOVE 16 TO RETURN-CODE
006165         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
006170         STOP RUN
006180     END-IF.
006190     MOVE DL100-WS-RUN-DATE-NUM TO DL100-RCT-RUN-DATE.
006195     MOVE DL100-WS-RUN-CYCLE TO DL100-RCT-CYCLE.
006200     READ DL100-RUNCTL-FILE
006210         INVALID KEY
006220             CONTINUE
006240             IF DL100-RCT-STATUS = 'COMPLETE'
006250                 IF DL100-FORCE-RERUN
006260                     DISPLAY 'HELLO-WORLD - ' DL100-RCT-RUN-DATE
006265                         ' CYCLE ' DL100-RCT-CYCLE
006270                         ' ALREADY RAN - FORCED RERUN BY '
006280                         'OPERATIONS'
006290                 ELSE
006300                     DISPLAY 'HELLO-WORLD - ' DL100-RCT-RUN-DATE
006305                         ' CYCLE ' DL100-RCT-CYCLE
006310                         ' ALREADY RAN TO COMPLETION AT '
006320                         DL100-RCT-RUN-TIME
006330                         ' - RUN STOPPED, USE THE FORCE '
006340                         'INDICATOR TO RERUN'
006350                     CLOSE DL100-RUNCTL-FILE
006360                     MOVE 14 TO RETURN-CODE
006365                     PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
006370                     STOP RUN
006380                 END-IF
006390             END-IF
006400     END-READ.
006402     IF DL100-WS-RUN-CYCLE > 1
006404         PERFORM 1150-CHECK-PRIOR-CYCLE THRU 1150-EXIT
006406     END-IF.
006410 1100-EXIT.
006411     EXIT.
006412*
006413*    ------------------------------------------------------------
006414*    1150-CHECK-PRIOR-CYCLE - CYCLES OF A DATE RUN IN ORDER.
006415*    CYCLE N MAY NOT START UNTIL CYCLE N-1 OF THE SAME DATE IS
006416*    ON THE RUN-CONTROL FILE AS COMPLETE; OTHERWISE THE STEP
006417*    STOPS RC 20, THE SAME AS A SKIPPED BUSINESS DAY, UNLESS THE
006418*    CARD CARRIES THE OPERATIONS OVERRIDE.
006419*    ------------------------------------------------------------
006420 1150-CHECK-PRIOR-CYCLE.
006421     SUBTRACT 1 FROM DL100-WS-RUN-CYCLE
006422         GIVING DL100-WS-PRIOR-CYCLE.
006423     MOVE DL100-WS-RUN-DATE-NUM TO DL100-RCT-RUN-DATE.
006424     MOVE DL100-WS-PRIOR-CYCLE TO DL100-RCT-CYCLE.
006425     READ DL100-RUNCTL-FILE
006426         INVALID KEY
006427             MOVE SPACES TO DL100-RCT-STATUS
006428     END-READ.
006429     IF DL100-RCT-STATUS = 'COMPLETE'
006430         GO TO 1150-EXIT
006431     END-IF.
006432     IF DL100-GAP-OVERRIDE
006433         DISPLAY 'HELLO-WORLD - CYCLE ' DL100-WS-PRIOR-CYCLE
006434             ' OF ' DL100-WS-RUN-DATE-NUM ' HAS NOT COMPLETED - '
006435             'RUN CONTINUES ON THE OPERATIONS OVERRIDE'
006436     ELSE
006437         DISPLAY 'HELLO-WORLD - CYCLE ' DL100-WS-PRIOR-CYCLE
006438             ' OF ' DL100-WS-RUN-DATE-NUM ' HAS NO COMPLETED RUN '
006439             '- RUN STOPPED, RUN THE EARLIER CYCLE FIRST OR USE '
006440             'THE OVERRIDE INDICATOR'
006441         CLOSE DL100-RUNCTL-FILE
006442         MOVE 20 TO RETURN-CODE
006443         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
006444         STOP RUN
006445     END-IF.
006446 1150-EXIT.
006447     EXIT.
006448*
006449*    ------------------------------------------------------------
006450*    1500-CHECK-BUSINESS-DATE - THE CARD DATE MUST BE ON THE
006460*    PROCESSING CALENDAR, AND NO BUSINESS DAY BETWEEN THE MOST
006470*    RECENT COMPLETED RUN AND THE CARD DATE MAY HAVE BEEN
006630             DL100-WS-CAL-STATUS ' - RUN ABORTED'
006640         CLOSE DL100-RUNCTL-FILE
006650         MOVE 16 TO RETURN-CODE
006655         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
006660         STOP RUN
006670     END-IF.
006680     MOVE DL100-WS-RUN-DATE-NUM TO DL100-CAL-DATE.
006730                 'RUN STOPPED, CHECK THE CARD DATE'
006740             CLOSE DL100-CAL-FILE DL100-RUNCTL-FILE
006750             MOVE 18 TO RETURN-CODE
006755             PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
006760             STOP RUN
006770     END-READ.
006780     PERFORM 1510-FIND-LAST-RUN THRU 1510-EXIT.
006960             'OVERRIDE INDICATOR'
006970         CLOSE DL100-RUNCTL-FILE
006980         MOVE 20 TO RETURN-CODE
006985         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
006990         STOP RUN
007000     END-IF.
007010 1500-EXIT.
007100 1510-FIND-LAST-RUN.
007110     MOVE ZERO TO DL100-WS-LAST-RUN-DATE.
007120     SET DL100-RCT-SCAN-MORE TO TRUE.
007130     MOVE ZERO TO DL100-RCT-RUN-DATE DL100-RCT-CYCLE.
007140     START DL100-RUNCTL-FILE KEY NOT < DL100-RCT-KEY
007150         INVALID KEY
007160             SET DL100-RCT-SCAN-DONE TO TRUE
007170     END-START.
008160     END-IF.
008170     EVALUATE TRUE
008180         WHEN DL100-TRAN-TYPE-REVERSAL
008181             PERFORM 2440-CHECK-ORIG-PERIOD THRU 2440-EXIT
008182             IF DL100-ABORT-YES
008183                 GO TO 2010-EXIT
008184             END-IF
008185             IF DL100-MONTH-CLOSED
008186                 MOVE '*CLOSED PER*' TO DL100-WS-REJECT-FLAG
008187                 MOVE 'CLOSED PER' TO DL100-WS-REJECT-STATUS
008188                 ADD 1 TO DL100-WS-CLOSED-COUNT
008189                 PERFORM 2500-REJECT-TRAN-RECORD THRU 2500-EXIT
008190                 GO TO 2010-EXIT
008191             END-IF
008192             PERFORM 2450-FIND-ORIG-RESULT THRU 2450-EXIT
008200             IF DL100-ORIG-MISSING
008210                 MOVE '*NO ORIG*' TO DL100-WS-REJECT-FLAG
008220                 MOVE 'NO ORIG' TO DL100-WS-REJECT-STATUS
009760     MOVE 'OK' TO DL100-AUD-STATUS.
009770     MOVE DL100-WS-RECORD-COUNT TO DL100-AUD-RECORD-NO.
009780     MOVE DL100-TRAN-TYPE TO DL100-AUD-TRAN-TYPE.
009782     MOVE DL100-TRAN-ITEM-CODE TO DL100-AUD-ITEM-CODE.
009784     MOVE DL100-WS-RUN-CYCLE TO DL100-AUD-CYCLE.
009786     PERFORM 2310-SET-AUDIT-SOURCE THRU 2310-EXIT.
009790     WRITE DL100-AUDIT-REC-OUT FROM DL100-AUDIT-RECORD.
009800     PERFORM 2350-WRITE-AUDKEY-RECORD THRU 2350-EXIT.
009802     IF DL100-TRAN-TYPE-REVERSAL AND DL100-ABORT-NO
009804         PERFORM 2360-MARK-ORIG-REVERSED THRU 2360-EXIT
009806     END-IF.
009810 2300-EXIT.
009811     EXIT.
009812*
009813*    ------------------------------------------------------------
009814*    2310-SET-AUDIT-SOURCE - THE AUDIT DETAIL CARRIES THE SOURCE
009815*    BATCH DL100-EDIT STAMPED ON THE TRANSACTION, SO A RECYCLED
009816*    DETAIL STILL NAMES THE BATCH IT FIRST CAME IN.  AN
009817*    UNSTAMPED DETAIL TAKES THE BATCH OPEN AROUND IT.  THE DATE
009818*    IT FIRST WENT TO SUSPENSE (ZERO IF IT NEVER DID) GOES WITH
009819*    IT.
009820*    ------------------------------------------------------------
009821 2310-SET-AUDIT-SOURCE.
009822     IF DL100-TRAN-FROM-SOURCE = SPACES
009823         AND DL100-TRAN-FROM-BATCH-ID = SPACES
009824         AND DL100-BATCH-OPEN
009825         MOVE DL100-WS-BATCH-SOURCE TO DL100-AUD-SOURCE-SYSTEM
009826         MOVE DL100-WS-BATCH-ID TO DL100-AUD-BATCH-ID
009827     ELSE
009828         MOVE DL100-TRAN-FROM-SOURCE TO DL100-AUD-SOURCE-SYSTEM
009829         MOVE DL100-TRAN-FROM-BATCH-ID TO DL100-AUD-BATCH-ID
009830     END-IF.
009831     IF DL100-TRAN-SUSP-DATE NUMERIC
009832         MOVE DL100-TRAN-SUSP-DATE TO DL100-AUD-SUSP-DATE
009833     ELSE
009834         MOVE ZERO TO DL100-AUD-SUSP-DATE
009835     END-IF.
009836 2310-EXIT.
009837     EXIT.
009838*
009840*    ------------------------------------------------------------
009850*    2350-WRITE-AUDKEY-RECORD - POST THE 'OK' DETAIL JUST
009860*    AUDITED TO THE KEYED AUDIT RESULT FILE SO A LATER
009870*    REVERSAL FINDS IT WITH A DIRECT READ.  A FORCED RERUN OF
009880*    THE SAME DATE REWRITES THE KEY IN PLACE - THE LATEST
009890*    CLEAN RESULT WINS, EXACTLY AS THE FLAT-TRAIL SCAN RULED -
009892*    BUT THE REVERSED-BY AND REPRICED MARKS ALREADY ON THE
009894*    RECORD SURVIVE THE RERUN (2355), SO A REVERSAL STILL
009896*    STANDS AND DL100-REPRICE DOES NOT ADJUST THE DETAIL AGAIN.
009900*    ------------------------------------------------------------
009910 2350-WRITE-AUDKEY-RECORD.
009920     MOVE SPACES TO DL100-AKY-RECORD.
009930     MOVE DL100-WS-RUN-DATE-NUM TO DL100-AKY-RUN-DATE.
009935     MOVE DL100-WS-RUN-CYCLE TO DL100-AKY-CYCLE.
009940     MOVE DL100-WS-RECORD-COUNT TO DL100-AKY-RECORD-NO.
009950     MOVE RESULT TO DL100-AKY-RESULT.
009960     MOVE DL100-WS-RUN-TIME TO DL100-AKY-RUN-TIME.
009970     MOVE DL100-TRAN-TYPE TO DL100-AKY-TRAN-TYPE.
009975     MOVE DL100-TRAN-ITEM-CODE TO DL100-AKY-ITEM-CODE.
009980     WRITE DL100-AKY-RECORD
009990         INVALID KEY
010000             PERFORM 2355-REWRITE-AUDKEY-RECORD THRU 2355-EXIT
010080     END-WRITE.
010090 2350-EXIT.
010091     EXIT.
010092*
010093*    ------------------------------------------------------------
010094*    2355-REWRITE-AUDKEY-RECORD - THE KEY IS ALREADY ON FILE
010095*    FROM AN EARLIER RUN OF THIS DATE AND CYCLE.  READ IT BACK,
010096*    CARRY ITS MARKS INTO THE NEW IMAGE AND REWRITE.
010097*    ------------------------------------------------------------
010098 2355-REWRITE-AUDKEY-RECORD.
010099     MOVE DL100-AKY-RECORD TO DL100-WS-AKY-NEW-IMAGE.
010100     READ DL100-AUDKEY-FILE
010101         INVALID KEY
010102             DISPLAY 'HELLO-WORLD - KEYED AUDIT READ FAILED, '
010103                 'STATUS ' DL100-WS-AUDKEY-STATUS ' - RUN ABORTED'
010104             SET DL100-ABORT-YES TO TRUE
010105             GO TO 2355-EXIT
010106     END-READ.
010107     MOVE DL100-AKY-MARKS TO DL100-WS-AKY-OLD-MARKS.
010108     MOVE DL100-WS-AKY-NEW-IMAGE TO DL100-AKY-RECORD.
010109     MOVE DL100-WS-AKY-OLD-MARKS TO DL100-AKY-MARKS.
010110     REWRITE DL100-AKY-RECORD
010111         INVALID KEY
010112             DISPLAY 'HELLO-WORLD - KEYED AUDIT UPDATE FAILED, '
010113                 'STATUS ' DL100-WS-AUDKEY-STATUS ' - RUN ABORTED'
010114             SET DL100-ABORT-YES TO TRUE
010115     END-REWRITE.
010116 2355-EXIT.
010117     EXIT.
010118*
010119*    ------------------------------------------------------------
010120*    2360-MARK-ORIG-REVERSED - STAMP THE ORIGINAL A REVERSAL
010121*    JUST BACKED OUT WITH THE REVERSAL'S RUN DATE, CYCLE AND
010122*    RECORD NUMBER, SO DL100-REPRICE NEVER ADJUSTS A DETAIL THAT
010123*    NO LONGER STANDS.  AN ORIGINAL FOUND ONLY ON THE FLAT TRAIL
010124*    (HISTORY PREDATING THE KEYED FILE) HAS NOTHING TO STAMP.
010125*    ------------------------------------------------------------
010126 2360-MARK-ORIG-REVERSED.
010127     MOVE DL100-TRAN-ORIG-RUN-DATE TO DL100-AKY-RUN-DATE.
010128     MOVE DL100-WS-ORIG-CYCLE TO DL100-AKY-CYCLE.
010129     MOVE DL100-TRAN-ORIG-RECORD-NO TO DL100-AKY-RECORD-NO.
010130     READ DL100-AUDKEY-FILE
010131         INVALID KEY
010132             GO TO 2360-EXIT
010133     END-READ.
010134     MOVE DL100-WS-RUN-DATE-NUM TO DL100-AKY-REVERSED-RUN-DATE.
010135     MOVE DL100-WS-RUN-CYCLE TO DL100-AKY-REVERSED-CYCLE.
010136     MOVE DL100-WS-RECORD-COUNT TO DL100-AKY-REVERSED-RECORD-NO.
010137     REWRITE DL100-AKY-RECORD
010138         INVALID KEY
010139             DISPLAY 'HELLO-WORLD - KEYED AUDIT UPDATE '
010140                 'FAILED, STATUS ' DL100-WS-AUDKEY-STATUS
010141                 ' - RUN ABORTED'
010142             SET DL100-ABORT-YES TO TRUE
010143     END-REWRITE.
010144 2360-EXIT.
010145     EXIT.
010146*
010147*    ------------------------------------------------------------
010148*    2400-LOOKUP-MASTER-ITEM - SELECT THE ITEM'S STANDARD
010149*    VALUE IN FORCE FOR THE RUN DATE.  POSITIONS AT THE ITEM'S
010150*    FIRST EFFECTIVE-DATED RECORD AND WALKS FORWARD; THE LAST
010160*    RECORD DATED ON OR BEFORE THE RUN DATE WINS, SO A RERUN
010170*    FOR A PRIOR DATE REPRODUCES THAT DAY'S NUMBERS EXACTLY.
010600     EXIT.
010610*
010620*    ------------------------------------------------------------
010621*    2440-CHECK-ORIG-PERIOD - A REVERSAL BACKS OUT A RESULT
010622*    POSTED ON ITS ORIGINAL'S RUN DATE.  IF THAT DATE'S MONTH
010623*    IS CLOSED THE REVERSAL IS REFUSED - IT WOULD DISTURB A
010624*    PERIOD ALREADY ROLLED UP AND POSTED TO THE LEDGER - AND
010625*    SITS IN SUSPENSE UNTIL THE PERIOD IS REOPENED.  A BAD
010626*    ORIGINAL DATE IS LEFT TO THE ORIGINAL LOOKUP TO REJECT.
010627*    ------------------------------------------------------------
010628 2440-CHECK-ORIG-PERIOD.
010629     SET DL100-MONTH-OPEN TO TRUE.
010630     IF DL100-TRAN-ORIG-RUN-DATE NOT NUMERIC
010631         GO TO 2440-EXIT
010632     END-IF.
010633     MOVE DL100-TRAN-ORIG-RUN-DATE TO DL100-WS-CHECK-DATE.
010634     PERFORM 1060-TEST-PERIOD-CLOSED THRU 1060-EXIT.
010635 2440-EXIT.
010636     EXIT.
010637*
010638*    ------------------------------------------------------------
010639*    2450-FIND-ORIG-RESULT - FIND THE DETAIL RECORD A REVERSAL
010640*    NAMES BY RUN DATE, CYCLE AND RECORD NUMBER (A BLANK CYCLE
010650*    NAMES CYCLE 1).  THE KEYED AUDIT RESULT FILE ANSWERS WITH
010660*    A DIRECT READ; HISTORY PREDATING THE KEYED FILE FALLS BACK
010670*    TO THE OLD FRONT-TO-BACK SCAN OF THE FLAT TRAIL, WHERE THE
010680*    LATEST MATCHING 'OK' RECORD WINS, SO THE RESULT BACKED OUT
010690*    IS ALWAYS THE ONE THE LAST CLEAN RUN POSTED.
010700*    ------------------------------------------------------------
010710 2450-FIND-ORIG-RESULT.
010720     SET DL100-ORIG-MISSING TO TRUE.
010721     MOVE 1 TO DL100-WS-ORIG-CYCLE.
010722     IF DL100-TRAN-ORIG-CYCLE-IND NUMERIC
010723         AND DL100-TRAN-ORIG-CYCLE-IND NOT = '0'
010724         MOVE DL100-TRAN-ORIG-CYCLE TO DL100-WS-ORIG-CYCLE
010725     END-IF.
010730     MOVE DL100-TRAN-ORIG-RUN-DATE TO DL100-AKY-RUN-DATE.
010735     MOVE DL100-WS-ORIG-CYCLE TO DL100-AKY-CYCLE.
010740     MOVE DL100-TRAN-ORIG-RECORD-NO TO DL100-AKY-RECORD-NO.
010750     READ DL100-AUDKEY-FILE
010760         INVALID KEY
010950         AT END
010960             SET DL100-AUDIN-EOF-YES TO TRUE
010970         NOT AT END
010972             IF DL100-AUD-CYCLE-IND NOT NUMERIC
010974                 OR DL100-AUD-CYCLE-IND = '0'
010976                 MOVE 1 TO DL100-AUD-CYCLE
010978             END-IF
010980             IF DL100-AUD-DETAIL
010990                 AND DL100-AUD-STATUS = 'OK'
011000                 AND DL100-AUD-RECORD-NO NUMERIC
011010                 AND DL100-AUD-RUN-DATE =
011020                     DL100-TRAN-ORIG-RUN-DATE
011025                 AND DL100-AUD-CYCLE = DL100-WS-ORIG-CYCLE
011030                 AND DL100-AUD-RECORD-NO =
011040                     DL100-TRAN-ORIG-RECORD-NO
011050                 MOVE DL100-AUD-RESULT TO DL100-WS-ORIG-RESULT
011110*
011120*    ------------------------------------------------------------
011130*    2500-REJECT-TRAN-RECORD - A DETAIL THE RUN CANNOT PROCESS
011140*    (NO MASTER ITEM, NO ORIGINAL TO REVERSE, ORIGINAL IN A
011150*    CLOSED PERIOD, BAD TYPE).  THE CALLER SETS THE REJECT
011160*    FLAG AND STATUS; THE TRANSACTION IS REPORTED AND AUDITED
011170*    WITH A ZERO RESULT AND LEAVES THE RUNNING AND BATCH
011175*    TOTALS UNTOUCHED.
011180*    ------------------------------------------------------------
011190 2500-REJECT-TRAN-RECORD.
011200     ADD 1 TO DL100-WS-REJECT-COUNT.
011360     MOVE DL100-WS-REJECT-STATUS TO DL100-AUD-STATUS.
011370     MOVE DL100-WS-RECORD-COUNT TO DL100-AUD-RECORD-NO.
011380     MOVE DL100-TRAN-TYPE TO DL100-AUD-TRAN-TYPE.
011382     MOVE DL100-TRAN-ITEM-CODE TO DL100-AUD-ITEM-CODE.
011384     MOVE DL100-WS-RUN-CYCLE TO DL100-AUD-CYCLE.
011386     PERFORM 2310-SET-AUDIT-SOURCE THRU 2310-EXIT.
011390     WRITE DL100-AUDIT-REC-OUT FROM DL100-AUDIT-RECORD.
011395     PERFORM 2550-WRITE-PRICING-REJECT THRU 2550-EXIT.
011400 2500-EXIT.
011401     EXIT.
011402*
011403*    ------------------------------------------------------------
011404*    2550-WRITE-PRICING-REJECT - THE REJECTED DETAIL GOES TO THE
011405*    PRICING REJECT FILE IN THE SUSPENSE LAYOUT, IMAGE AND ALL,
011406*    SO THE NEXT DL100-EDIT RUN CAN MERGE IT INTO THE SUSPENSE
011407*    GENERATION.  A DETAIL THAT HAS BEEN THROUGH SUSPENSE BEFORE
011408*    KEEPS ITS FIRST DATE AND BOUNCES ONE HIGHER; ANY OTHER
011409*    STARTS ITS SUSPENSE HISTORY TODAY AT BOUNCE 1, THE SAME AS
011410*    A FRESH EDIT FAILURE.
011411*    ------------------------------------------------------------
011412 2550-WRITE-PRICING-REJECT.
011413     MOVE SPACES TO DL100-SUS-RECORD.
011414     EVALUATE DL100-WS-REJECT-STATUS
011415         WHEN 'NO MASTER'
011416             SET DL100-SUS-NO-MASTER-ITEM TO TRUE
011417         WHEN 'NO ORIG'
011418             SET DL100-SUS-NO-ORIG-TRAN TO TRUE
011419         WHEN 'CLOSED PER'
011420             SET DL100-SUS-ORIG-PERIOD-CLOSED TO TRUE
011421         WHEN OTHER
011422             SET DL100-SUS-REJ-TRAN-TYPE TO TRUE
011423     END-EVALUATE.
011424     MOVE DL100-WS-RUN-DATE-NUM TO DL100-SUS-EDIT-DATE.
011425     MOVE DL100-TRAN-RECORD TO DL100-SUS-TRAN-IMAGE.
011426     IF DL100-TRAN-SUSP-DATE NUMERIC
011427         AND DL100-TRAN-SUSP-DATE NOT = ZERO
011428         AND DL100-TRAN-SUSP-BOUNCES NUMERIC
011429         MOVE DL100-TRAN-SUSP-DATE TO DL100-SUS-FIRST-DATE
011430         COMPUTE DL100-SUS-BOUNCE-COUNT =
011431             DL100-TRAN-SUSP-BOUNCES + 1
011432     ELSE
011433         MOVE DL100-WS-RUN-DATE-NUM TO DL100-SUS-FIRST-DATE
011434         MOVE 1 TO DL100-SUS-BOUNCE-COUNT
011435     END-IF.
011436     WRITE DL100-SUS-RECORD.
011437 2550-EXIT.
011438     EXIT.
011439*
011440*    ------------------------------------------------------------
011441*    2600-START-BATCH - OPEN A NEW SOURCE-SYSTEM BATCH.  A
011450*    HEADER ARRIVING WHILE A BATCH IS STILL OPEN MEANS THE
011460*    PRIOR BATCH LOST ITS TRAILER - THAT BATCH IS FLAGGED OUT
011470*    OF BALANCE AND THE NEW ONE OPENS ANYWAY.
011540     MOVE ZERO TO DL100-WS-BATCH-COUNT.
011550     MOVE ZERO TO DL100-WS-BATCH-TOTAL.
011560     MOVE DL100-TRAN-SOURCE-SYSTEM TO DL100-WS-SRC-WORK-ID.
011565     MOVE DL100-TRAN-SOURCE-SYSTEM TO DL100-WS-BATCH-SOURCE.
011570     PERFORM 2650-FIND-SOURCE-SLOT THRU 2650-EXIT.
011580     IF DL100-WS-SRC-SLOT NOT = ZERO
011590         ADD 1 TO DL100-WS-SRC-BATCHES (DL100-WS-SRC-SLOT)
012930     END-IF.
012940     MOVE DL100-WS-RECORD-COUNT TO DL100-AUD-RECORD-NO.
012950     MOVE SPACE TO DL100-AUD-TRAN-TYPE.
012955     MOVE DL100-WS-RUN-CYCLE TO DL100-AUD-CYCLE.
012960     WRITE DL100-AUDIT-REC-OUT FROM DL100-AUDIT-RECORD.
012970     IF DL100-AUD-STATUS = 'COMPLETE'
012980         PERFORM 9200-RECORD-RUN-CONTROL THRU 9200-EXIT
013050     CLOSE DL100-TRAN-FILE DL100-CKPT-FILE DL100-RPT-FILE
013060         DL100-AUDIT-FILE DL100-MASTER-FILE
013070         DL100-RUNCTL-FILE DL100-ITMACT-FILE DL100-IAR-FILE
013080         DL100-AUDKEY-FILE DL100-REJECT-FILE.
013082     IF DL100-PERIOD-PRESENT
013084         CLOSE DL100-PERIOD-FILE
013086     END-IF.
013090 9000-EXIT.
013100     EXIT.
013110*
013170 9200-RECORD-RUN-CONTROL.
013180     MOVE SPACES TO DL100-RCT-RECORD.
013190     MOVE DL100-WS-RUN-DATE-NUM TO DL100-RCT-RUN-DATE.
013195     MOVE DL100-WS-RUN-CYCLE TO DL100-RCT-CYCLE.
013200     MOVE DL100-WS-RUN-TIME TO DL100-RCT-RUN-TIME.
013210     MOVE DL100-WS-RECORD-COUNT TO DL100-RCT-RECORD-COUNT.
013220     MOVE DL100-WS-RUNNING-TOTAL TO DL100-RCT-FINAL-TOTAL.
014250     MOVE DL100-WS-ITM-CODE (DL100-WS-ITM-SUB)
014260         TO DL100-ITA-ITEM-CODE.
014270     MOVE DL100-WS-RUN-DATE-NUM TO DL100-ITA-RUN-DATE.
014275     MOVE DL100-WS-RUN-CYCLE TO DL100-ITA-CYCLE.
014280     MOVE DL100-WS-ITM-TRANS (DL100-WS-ITM-SUB)
014290         TO DL100-ITA-TRAN-COUNT.
014300     MOVE DL100-WS-ITM-TOTAL (DL100-WS-ITM-SUB)
014850     ADD 1 TO DL100-WS-SRC-SUB.
014860 9410-EXIT.
014870     EXIT.
014880*
014890*    ------------------------------------------------------------
014900*    8500-ACQUIRE-LOCKS - BEFORE ANY FILE IS OPENED, CHECK EVERY
014910*    SHARED DATASET THIS PROGRAM USES AGAINST THE SUBSYSTEM LOCK
014920*    FILE.  A LOCK ANOTHER JOB HOLDS THAT CLASHES WITH OURS ENDS
014930*    THE STEP RC 24 WITH THE HOLDER NAMED AND NOTHING OPENED.  A
014940*    LOCK HELD UNDER OUR OWN JOB NAME WAS LEFT BY AN EARLIER STEP
014950*    OR AN EARLIER ATTEMPT OF THIS JOB AND IS TAKEN OVER.  THE
014960*    LOCK FILE IS CREATED ON ITS VERY FIRST USE.
014970*    ------------------------------------------------------------
014980 8500-ACQUIRE-LOCKS.
014990     ACCEPT DL100-WS-LOCK-DATE FROM DATE YYYYMMDD.
015000     ACCEPT DL100-WS-LOCK-TIME FROM TIME.
015010     OPEN I-O DL100-LOCK-FILE.
015020     IF DL100-WS-LKF-NOFILE
015030         OPEN OUTPUT DL100-LOCK-FILE
015040         CLOSE DL100-LOCK-FILE
015050         OPEN I-O DL100-LOCK-FILE
015060     END-IF.
015070     IF NOT DL100-WS-LKF-OK
015080         DISPLAY 'HELLO-WORLD - LOCK FILE OPEN FAILED, STATUS '
015090             DL100-WS-LOCK-STATUS ' - RUN ABORTED'
015100         MOVE 16 TO RETURN-CODE
015110         STOP RUN
015120     END-IF.
015130     OPEN EXTEND DL100-LOCKLOG-FILE.
015140     SET DL100-WS-LOCK-NO-CLASH TO TRUE.
015150     PERFORM 8510-CHECK-RESOURCE THRU 8510-EXIT
015160         VARYING DL100-WS-LOCK-SUB FROM 1 BY 1
015170         UNTIL DL100-WS-LOCK-SUB > DL100-WS-LOCK-COUNT.
015180     IF DL100-WS-LOCK-CLASH
015190         CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE
015200         DISPLAY 'HELLO-WORLD - A DATASET IT NEEDS IS IN USE BY '
015210             'ANOTHER JOB - RUN REFUSED'
015220         MOVE 24 TO RETURN-CODE
015230         STOP RUN
015240     END-IF.
015250     PERFORM 8530-WRITE-LOCK THRU 8530-EXIT
015260         VARYING DL100-WS-LOCK-SUB FROM 1 BY 1
015270         UNTIL DL100-WS-LOCK-SUB > DL100-WS-LOCK-COUNT.
015280     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
015290     SET DL100-WS-LOCKS-HELD TO TRUE.
015300     IF DL100-WS-LOCK-CLASH
015310         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
015320         MOVE 16 TO RETURN-CODE
015330         STOP RUN
015340     END-IF.
015350 8500-EXIT.
015360     EXIT.
015370*
015380 8510-CHECK-RESOURCE.
015390     SET DL100-WS-LOCK-SCAN-MORE TO TRUE.
015400     MOVE DL100-WS-LOCK-RESOURCE (DL100-WS-LOCK-SUB)
015410         TO DL100-LCK-RESOURCE.
015420     MOVE LOW-VALUES TO DL100-LCK-JOB.
015430     START DL100-LOCK-FILE KEY NOT < DL100-LCK-KEY
015440         INVALID KEY
015450             GO TO 8510-EXIT
015460     END-START.
015470     PERFORM 8520-CHECK-HOLDER THRU 8520-EXIT
015480         UNTIL DL100-WS-LOCK-SCAN-DONE.
015490 8510-EXIT.
015500     EXIT.
015510*
015520*    ------------------------------------------------------------
015530*    8520-CHECK-HOLDER - AN EXCLUSIVE LOCK CLASHES WITH ANY
015540*    OTHER; AN UPDATE LOCK WITH ANOTHER UPDATE; A SHARED LOCK
015550*    ONLY WITH AN EXCLUSIVE ONE.
015560*    ------------------------------------------------------------
015570 8520-CHECK-HOLDER.
015580     READ DL100-LOCK-FILE NEXT
015590         AT END
015600             SET DL100-WS-LOCK-SCAN-DONE TO TRUE
015610             GO TO 8520-EXIT
015620     END-READ.
015630     IF DL100-LCK-RESOURCE NOT =
015640         DL100-WS-LOCK-RESOURCE (DL100-WS-LOCK-SUB)
015650         SET DL100-WS-LOCK-SCAN-DONE TO TRUE
015660         GO TO 8520-EXIT
015670     END-IF.
015680     IF DL100-LCK-JOB = DL100-WS-LOCK-JOB
015690         GO TO 8520-EXIT
015700     END-IF.
015710     IF DL100-LCK-SHARED
015720         AND NOT DL100-WS-LOCK-WANT-EXCL (DL100-WS-LOCK-SUB)
015730         GO TO 8520-EXIT
015740     END-IF.
015750     IF DL100-LCK-UPDATE
015760         AND DL100-WS-LOCK-WANT-SHARED (DL100-WS-LOCK-SUB)
015770         GO TO 8520-EXIT
015780     END-IF.
015790     SET DL100-WS-LOCK-CLASH TO TRUE.
015800     DISPLAY 'HELLO-WORLD - ' DL100-LCK-RESOURCE
015810         ' IS HELD BY JOB ' DL100-LCK-JOB
015820         ' (' DL100-LCK-PROGRAM ') SINCE '
015830         DL100-LCK-DATE ' ' DL100-LCK-TIME.
015840     MOVE 'C' TO DL100-WS-LOCK-ACTION.
015850     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
015860 8520-EXIT.
015870     EXIT.
015880*
015890 8530-WRITE-LOCK.
015900     MOVE SPACES TO DL100-LCK-RECORD.
015910     MOVE DL100-WS-LOCK-RESOURCE (DL100-WS-LOCK-SUB)
015920         TO DL100-LCK-RESOURCE.
015930     MOVE DL100-WS-LOCK-JOB TO DL100-LCK-JOB.
015940     MOVE DL100-WS-LOCK-MODE (DL100-WS-LOCK-SUB)
015950         TO DL100-LCK-MODE.
015960     MOVE DL100-WS-LOCK-PROGRAM TO DL100-LCK-PROGRAM.
015970     MOVE DL100-WS-LOCK-DATE TO DL100-LCK-DATE.
015980     MOVE DL100-WS-LOCK-TIME TO DL100-LCK-TIME.
015990     WRITE DL100-LCK-RECORD
016000         INVALID KEY
016010             IF DL100-WS-LKF-DUPKEY
016020                 REWRITE DL100-LCK-RECORD
016030                     INVALID KEY
016040                         CONTINUE
016050                 END-REWRITE
016060             END-IF
016070     END-WRITE.
016080     IF NOT DL100-WS-LKF-OK
016090         DISPLAY 'HELLO-WORLD - LOCK WRITE FAILED, STATUS '
016100             DL100-WS-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
016110         SET DL100-WS-LOCK-CLASH TO TRUE
016120         GO TO 8530-EXIT
016130     END-IF.
016140     MOVE 'L' TO DL100-WS-LOCK-ACTION.
016150     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
016160 8530-EXIT.
016170     EXIT.
016180*
016190*    ------------------------------------------------------------
016200*    8600-RELEASE-LOCKS - GIVE UP EVERY LOCK THIS PROGRAM TOOK.
016210*    PERFORMED BEFORE EVERY STOP RUN ONCE THE LOCKS ARE HELD, SO
016220*    ONLY AN ABEND LEAVES THEM BEHIND FOR DL100-LCKREL.
016230*    ------------------------------------------------------------
016240 8600-RELEASE-LOCKS.
016250     IF DL100-WS-LOCKS-FREE
016260         GO TO 8600-EXIT
016270     END-IF.
016280     SET DL100-WS-LOCKS-FREE TO TRUE.
016290     ACCEPT DL100-WS-LOCK-DATE FROM DATE YYYYMMDD.
016300     ACCEPT DL100-WS-LOCK-TIME FROM TIME.
016310     OPEN I-O DL100-LOCK-FILE.
016320     IF NOT DL100-WS-LKF-OK
016330         DISPLAY 'HELLO-WORLD - LOCK FILE OPEN FAILED, STATUS '
016340             DL100-WS-LOCK-STATUS ' - LOCKS LEFT FOR RELEASE BY '
016350             'DL100-LCKREL'
016360         GO TO 8600-EXIT
016370     END-IF.
016380     OPEN EXTEND DL100-LOCKLOG-FILE.
016390     PERFORM 8610-DELETE-LOCK THRU 8610-EXIT
016400         VARYING DL100-WS-LOCK-SUB FROM 1 BY 1
016410         UNTIL DL100-WS-LOCK-SUB > DL100-WS-LOCK-COUNT.
016420     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
016430 8600-EXIT.
016440     EXIT.
016450*
016460 8610-DELETE-LOCK.
016470     MOVE DL100-WS-LOCK-RESOURCE (DL100-WS-LOCK-SUB)
016480         TO DL100-LCK-RESOURCE.
016490     MOVE DL100-WS-LOCK-JOB TO DL100-LCK-JOB.
016500     READ DL100-LOCK-FILE
016510         INVALID KEY
016520             GO TO 8610-EXIT
016530     END-READ.
016540     DELETE DL100-LOCK-FILE
016550         INVALID KEY
016560             DISPLAY 'HELLO-WORLD - LOCK DELETE FAILED, STATUS '
016570                 DL100-WS-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
016580             GO TO 8610-EXIT
016590     END-DELETE.
016600     MOVE 'F' TO DL100-WS-LOCK-ACTION.
016610     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
016620 8610-EXIT.
016630     EXIT.
016640*
016650*    ------------------------------------------------------------
016660*    8700-WRITE-LOCK-LOG - ONE LOG RECORD PER LOCK TAKEN OR
016670*    GIVEN UP, AND PER CLASH THAT REFUSED THE RUN.
016680*    ------------------------------------------------------------
016690 8700-WRITE-LOCK-LOG.
016700     MOVE SPACES TO DL100-LLG-RECORD.
016710     MOVE DL100-WS-LOCK-ACTION TO DL100-LLG-ACTION.
016720     MOVE DL100-WS-LOCK-DATE TO DL100-LLG-LOG-DATE.
016730     MOVE DL100-WS-LOCK-TIME TO DL100-LLG-LOG-TIME.
016740     MOVE DL100-WS-LOCK-JOB TO DL100-LLG-REQ-JOB.
016750     MOVE DL100-WS-LOCK-PROGRAM TO DL100-LLG-REQ-PROGRAM.
016760     MOVE DL100-LCK-RECORD TO DL100-LLG-LOCK-IMAGE.
016770     WRITE DL100-LLGOUT-RECORD FROM DL100-LLG-RECORD.
016780 8700-EXIT.
016790     EXIT.
