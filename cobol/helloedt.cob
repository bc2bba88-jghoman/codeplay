000140*        ORIGINAL RECORD IMAGE.  YESTERDAY'S CORRECTED SUSPENSE
000150*        RECORDS ARE RE-EDITED AND RECYCLED INTO TODAY'S FILE SO
000160*        NOTHING IS SILENTLY DROPPED FROM THE DAY'S TOTALS.
000161*        EVERY DETAIL IS STAMPED WITH THE SOURCE BATCH IT CAME
000162*        IN, AND A RECYCLED ONE WITH ITS SUSPENSE HISTORY, SO IT
000163*        CAN BE TRACED FROM SOURCE BATCH TO GL FEED.
000164*        DETAILS THE LAST HELLO-WORLD RUN REJECTED AT PRICING
000165*        TIME ARE MERGED INTO TODAY'S SUSPENSE GENERATION AS
000166*        THEY STAND, TO BE CORRECTED AND RECYCLED FROM THERE.
000167*
000168*        THE SHARED DATASETS IT USES ARE REGISTERED ON THE
000169*        SUBSYSTEM LOCK FILE BEFORE ANY FILE IS OPENED.  A
000170*        CLASH WITH ANOTHER JOB'S LOCK ENDS THE RUN RC 24, THE
000171*        HOLDING JOB NAMED ON SYSOUT.  A RUN ENDED BY THE LOCK
000172*        CHECK FIRST COPIES THE SUSPENSE INPUT TO SUSPOUT AS IT
000173*        STANDS, SO THE NEW SUSPENSE GENERATION IS A FAITHFUL
000174*        COPY OF THE OLD ONE RATHER THAN AN UNFORMATTED DATASET.
000175*
000180*    MODIFICATION HISTORY.
000190*    DATE       INIT DESCRIPTION
000200*    ---------- ---- --------------------------------------------
000480*    2026-09-02 JGH  FIRST RUN AT THE NEW LENGTH - OTHERWISE
000490*    2026-09-02 JGH  THE SUSPIN OPEN FAILS ON THE LRECL
000500*    2026-09-02 JGH  CONFLICT AND THE STEP ENDS RC 16.
000501*    2026-10-15 JGH  HELLO-WORLD'S PRICING REJECTS (REJIN,
000502*    2026-10-15 JGH  REASONS 11-13) ARE NOW MERGED INTO THE NEW
000503*    2026-10-15 JGH  SUSPENSE GENERATION AFTER THE RECYCLE PASS,
000504*    2026-10-15 JGH  HISTORY FIELDS AS HELLO-WORLD SET THEM, SO
000505*    2026-10-15 JGH  THEY AGE, ESCALATE AND ARE CORRECTED BY
000506*    2026-10-15 JGH  DL100-SUSMGT LIKE ANY EDIT FAILURE AND
000507*    2026-10-15 JGH  RECYCLE ON THE FOLLOWING RUN.  THEY ARE NOT
000508*    2026-10-15 JGH  RE-EDITED HERE - THEY ALREADY PASSED THE
000509*    2026-10-15 JGH  EDIT ONCE AND ONLY FAILED ON PRICING.
000510*    2026-10-15 JGH  REGISTERS ITS SHARED DATASETS ON THE NEW
000511*    2026-10-15 JGH  SUBSYSTEM LOCK FILE BEFORE OPENING ANYTHING
000512*    2026-10-15 JGH  AND LOGS EVERY LOCK TAKEN AND GIVEN UP; A
000513*    2026-10-15 JGH  CLASH WITH ANOTHER JOB ENDS THE RUN RC 24.
000514*    2026-10-15 JGH  EVERY RAW DETAIL IS NOW STAMPED WITH THE
000515*    2026-10-15 JGH  SOURCE SYSTEM AND BATCH ID OF THE BATCH IT
000516*    2026-10-15 JGH  ARRIVED IN, AND A RECYCLED DETAIL THAT PASSES
000517*    2026-10-15 JGH  WITH THE DATE IT FIRST WENT TO SUSPENSE AND
000518*    2026-10-15 JGH  ITS BOUNCE COUNT, SO HELLO-WORLD CAN CARRY
000519*    2026-10-15 JGH  BOTH ONTO THE AUDIT TRAIL.  THE STAMP GOES IN
000520*    2026-10-15 JGH  THE DETAIL'S FILLER.
000521*    2026-10-15 JGH  A RUN REFUSED AT LOCK TIME NOW CARRIES THE
000522*    2026-10-15 JGH  SUSPENSE INPUT THROUGH TO SUSPOUT UNCHANGED,
000523*    2026-10-15 JGH  SO THE NEW GENERATION IS NEVER LEFT
000524*    2026-10-15 JGH  UNFORMATTED AND NO SUSPENDED ITEM IS LOST.
000525*    2026-10-15 JGH  A PRICING REJECT OPEN FAILURE DOES THE SAME.
000526*****************************************************************
000527 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. DL100-EDIT.
000540 AUTHOR. J. HOMAN.
000550 INSTALLATION. DAILY TOTALS BATCH SUBSYSTEM.
000670     SELECT DL100-EDIT-FILE ASSIGN TO "EDITOUT"
000680         ORGANIZATION IS SEQUENTIAL.
000690     SELECT DL100-SUSOUT-FILE ASSIGN TO "SUSPOUT"
000691         ORGANIZATION IS SEQUENTIAL.
000692     SELECT DL100-REJIN-FILE ASSIGN TO "REJIN"
000693         ORGANIZATION IS SEQUENTIAL
000694         FILE STATUS IS DL100-EDT-REJIN-STATUS.
000695     SELECT DL100-LOCK-FILE ASSIGN TO "LOCKFILE"
000696         ORGANIZATION IS INDEXED
000697         ACCESS MODE IS DYNAMIC
000698         RECORD KEY IS DL100-LCK-KEY
000699         FILE STATUS IS DL100-EDT-LOCK-STATUS.
000700     SELECT DL100-LOCKLOG-FILE ASSIGN TO "LOCKLOG"
000701         ORGANIZATION IS SEQUENTIAL.
000710*
000720 DATA DIVISION.
000730 FILE SECTION.
000920     RECORDING MODE IS F.
000930     COPY DL100SUS.
000940*
000941 FD  DL100-REJIN-FILE
000942     RECORDING MODE IS F.
000943 01  DL100-REJIN-RECORD              PIC X(110).
000944*
000945 FD  DL100-LOCK-FILE.
000946     COPY DL100LCK.
000947*
000948 FD  DL100-LOCKLOG-FILE
000949     RECORDING MODE IS F.
000950 01  DL100-LLGOUT-RECORD             PIC X(200).
000951*
000952 WORKING-STORAGE SECTION.
000960 77  DL100-EDT-OPERAND-LIMIT         PIC S9(07)V99 COMP-3
000970         VALUE +100000.00.
000980 77  DL100-EDT-OPERAND-FLOOR         PIC S9(07)V99 COMP-3
001050     05  DL100-EDT-SUS-EOF-SWITCH    PIC X(01) VALUE 'N'.
001060         88  DL100-SUS-EOF-YES                   VALUE 'Y'.
001070         88  DL100-SUS-EOF-NO                    VALUE 'N'.
001072     05  DL100-EDT-REJ-EOF-SWITCH    PIC X(01) VALUE 'N'.
001074         88  DL100-REJ-EOF-YES                   VALUE 'Y'.
001076         88  DL100-REJ-EOF-NO                    VALUE 'N'.
001080*
001090 01  DL100-EDT-SUSIN-STATUS          PIC X(02).
001100     88  DL100-SUSIN-OK                          VALUE '00'.
001110     88  DL100-SUSIN-MISSING                     VALUE '35'.
001112*
001114 01  DL100-EDT-REJIN-STATUS          PIC X(02).
001116     88  DL100-REJIN-OK                          VALUE '00'.
001118     88  DL100-REJIN-MISSING                     VALUE '35'.
001120*
001130 01  DL100-EDT-REASON-CODE           PIC X(02).
001140     88  DL100-EDT-CLEAN                         VALUE '00'.
001210 01  DL100-EDT-FIRST-DATE            PIC 9(08).
001220 01  DL100-EDT-BOUNCE-COUNT          PIC 9(03).
001230*
001231*    THE SOURCE BATCH THE RAW FILE IS IN - SET BY EACH 'H'
001232*    HEADER, CLEARED BY EACH 'T' TRAILER - STAMPED ON EVERY RAW
001233*    DETAIL SO IT CAN BE TRACED BACK TO ITS BATCH LATER.
001234 01  DL100-EDT-CUR-SOURCE            PIC X(08) VALUE SPACES.
001235 01  DL100-EDT-CUR-BATCH-ID          PIC X(08) VALUE SPACES.
001236*
001240 01  DL100-EDT-COUNTERS.
001250     05  DL100-EDT-RAW-COUNT         PIC 9(05) COMP VALUE ZERO.
001260     05  DL100-EDT-RECYCLE-COUNT     PIC 9(05) COMP VALUE ZERO.
001270     05  DL100-EDT-CLEAN-COUNT       PIC 9(05) COMP VALUE ZERO.
001280     05  DL100-EDT-SUSPENSE-COUNT    PIC 9(05) COMP VALUE ZERO.
001285     05  DL100-EDT-REJECT-COUNT      PIC 9(05) COMP VALUE ZERO.
001290*
001300*    THE TRANSACTION UNDER EDIT, WITH ITS FIELD LAYOUT, AND THE
001310*    UNTOUCHED 80-BYTE IMAGE THAT GOES TO SUSPENSE ON FAILURE.
001330*
001340     COPY DL100TRN.
001350*
001351*    THE SHARED DATASETS THIS PROGRAM REGISTERS ON THE
001352*    SUBSYSTEM LOCK FILE BEFORE IT OPENS ANYTHING, AND HOW IT
001353*    USES EACH - 'X' EXCLUSIVE, 'U' UPDATE, 'S' SHARED READ.
001354*    THE JOB NAME IS THAT OF THE JOB THIS PROGRAM RUNS UNDER.
001355 01  DL100-EDT-LOCK-LIST.
001356     05  FILLER                      PIC X(09) VALUE 'SUSPENSEU'.
001357 01  DL100-EDT-LOCK-TABLE REDEFINES DL100-EDT-LOCK-LIST.
001358     05  DL100-EDT-LOCK-ENTRY        OCCURS 1 TIMES.
001359         10  DL100-EDT-LOCK-RESOURCE PIC X(08).
001360         10  DL100-EDT-LOCK-MODE     PIC X(01).
001361             88  DL100-EDT-LOCK-WANT-EXCL       VALUE 'X'.
001362             88  DL100-EDT-LOCK-WANT-SHARED     VALUE 'S'.
001363*
001364 01  DL100-EDT-LOCK-FIELDS.
001365     05  DL100-EDT-LOCK-COUNT        PIC 9(02) COMP VALUE 1.
001366     05  DL100-EDT-LOCK-SUB          PIC 9(02) COMP VALUE ZERO.
001367     05  DL100-EDT-LOCK-JOB          PIC X(08) VALUE 'HELLOJOB'.
001368     05  DL100-EDT-LOCK-PROGRAM      PIC X(16)
001369                                     VALUE 'DL100-EDIT'.
001370     05  DL100-EDT-LOCK-DATE         PIC 9(08) VALUE ZERO.
001371     05  DL100-EDT-LOCK-TIME         PIC 9(08) VALUE ZERO.
001372     05  DL100-EDT-LOCK-ACTION       PIC X(01) VALUE SPACE.
001373     05  DL100-EDT-LOCK-HELD-SWITCH  PIC X(01) VALUE 'N'.
001374         88  DL100-EDT-LOCKS-HELD               VALUE 'Y'.
001375         88  DL100-EDT-LOCKS-FREE               VALUE 'N'.
001376     05  DL100-EDT-LOCK-SCAN-SWITCH  PIC X(01) VALUE 'N'.
001377         88  DL100-EDT-LOCK-SCAN-DONE           VALUE 'Y'.
001378         88  DL100-EDT-LOCK-SCAN-MORE           VALUE 'N'.
001379     05  DL100-EDT-LOCK-CLASH-SWITCH PIC X(01) VALUE 'N'.
001380         88  DL100-EDT-LOCK-CLASH               VALUE 'Y'.
001381         88  DL100-EDT-LOCK-NO-CLASH            VALUE 'N'.
001382*
001383 01  DL100-EDT-LOCK-STATUS           PIC X(02).
001384     88  DL100-EDT-LKF-OK                       VALUE '00'.
001385     88  DL100-EDT-LKF-NOTFND                   VALUE '23'.
001386     88  DL100-EDT-LKF-DUPKEY                   VALUE '22'.
001387     88  DL100-EDT-LKF-NOFILE                   VALUE '35'.
001388*
001389     COPY DL100LLG.
001390*
001391 PROCEDURE DIVISION.
001392*
001393*    ------------------------------------------------------------
001394*    0000-MAINLINE-CONTROL - EDIT THE RAW FILE, THEN RECYCLE THE
001400*    PRIOR SUSPENSE FILE, THEN MERGE THE PRICING REJECTS, THEN
001405*    WRAP UP.
001410*    ------------------------------------------------------------
001420 0000-MAINLINE-CONTROL.
001430     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
001450         UNTIL DL100-RAW-EOF-YES.
001460     PERFORM 3000-RECYCLE-SUSPENSE THRU 3000-EXIT
001470         UNTIL DL100-SUS-EOF-YES.
001473     PERFORM 4000-MERGE-PRICING-REJECT THRU 4000-EXIT
001476         UNTIL DL100-REJ-EOF-YES.
001480     PERFORM 9000-TERMINATION THRU 9000-EXIT.
001485     PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT.
001490     STOP RUN.
001500*
001510*    ------------------------------------------------------------
001520*    1000-INITIALIZATION - OPEN FILES AND PRIME THE READS.  A
001530*    MISSING SUSPENSE INPUT SIMPLY MEANS NOTHING TO RECYCLE, AND
001535*    A MISSING PRICING REJECT FILE NOTHING TO MERGE.
001540*    ------------------------------------------------------------
001550 1000-INITIALIZATION.
001555     PERFORM 8500-ACQUIRE-LOCKS THRU 8500-EXIT.
001560     OPEN INPUT DL100-RAW-FILE.
001570     OPEN OUTPUT DL100-EDIT-FILE.
001580     OPEN OUTPUT DL100-SUSOUT-FILE.
001690                 DL100-EDT-SUSIN-STATUS ' - RUN ABORTED SO NO '
001700                 'SUSPENSE RECORD IS SILENTLY DROPPED'
001710             MOVE 16 TO RETURN-CODE
001711             PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
001712             STOP RUN
001713     END-EVALUATE.
001714     OPEN INPUT DL100-REJIN-FILE.
001715     EVALUATE TRUE
001716         WHEN DL100-REJIN-OK
001717             CONTINUE
001718         WHEN DL100-REJIN-MISSING
001719             DISPLAY 'DL100-EDIT - NO PRICING REJECT INPUT - '
001720                 'NOTHING TO MERGE'
001721             SET DL100-REJ-EOF-YES TO TRUE
001722         WHEN OTHER
001723             DISPLAY 'DL100-EDIT - PRICING REJECT OPEN FAILED, '
001724                 'STATUS ' DL100-EDT-REJIN-STATUS ' - RUN '
001725                 'ABORTED SO NO REJECT IS SILENTLY DROPPED'
001726             PERFORM 8810-COPY-SUSPENSE THRU 8810-EXIT
001727                 UNTIL DL100-SUS-EOF-YES
001728             CLOSE DL100-SUSOUT-FILE
001729             MOVE 16 TO RETURN-CODE
001730             PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
001731             STOP RUN
001732     END-EVALUATE.
001740     ACCEPT DL100-EDT-EDIT-DATE FROM DATE YYYYMMDD.
001750     PERFORM 2100-READ-RAW-FILE THRU 2100-EXIT.
001760     IF DL100-SUS-EOF-NO
001770         PERFORM 3100-READ-SUSIN-FILE THRU 3100-EXIT
001772     END-IF.
001774     IF DL100-REJ-EOF-NO
001776         PERFORM 4100-READ-REJIN-FILE THRU 4100-EXIT
001780     END-IF.
001790 1000-EXIT.
001800     EXIT.
001870     MOVE DL100-RAW-RECORD TO DL100-EDT-TRAN-IMAGE.
001880     MOVE DL100-EDT-EDIT-DATE TO DL100-EDT-FIRST-DATE.
001890     MOVE ZERO TO DL100-EDT-BOUNCE-COUNT.
001895     PERFORM 2200-STAMP-RAW-RECORD THRU 2200-EXIT.
001900     PERFORM 5000-VALIDATE-TRAN-IMAGE THRU 5000-EXIT.
001910     IF DL100-EDT-CLEAN
001920         PERFORM 5200-WRITE-EDITED-TRAN THRU 5200-EXIT
002080     EXIT.
002090*
002100*    ------------------------------------------------------------
002101*    2200-STAMP-RAW-RECORD - NOTE THE BATCH EACH HEADER OPENS AND
002102*    STAMP IT ON EVERY DETAIL THAT FOLLOWS, WITH NO SUSPENSE
002103*    HISTORY YET.  A DETAIL OUTSIDE ANY BATCH IS STAMPED BLANK.
002104*    ONLY THE DETAIL'S FILLER IS TOUCHED - THE SOURCE SYSTEM'S
002105*    OWN FIELDS GO THROUGH AS THEY CAME.
002106*    ------------------------------------------------------------
002107 2200-STAMP-RAW-RECORD.
002108     MOVE DL100-EDT-TRAN-IMAGE TO DL100-TRAN-RECORD.
002109     EVALUATE TRUE
002110         WHEN DL100-TRAN-BATCH-HEADER
002111             MOVE DL100-TRAN-SOURCE-SYSTEM TO DL100-EDT-CUR-SOURCE
002112             MOVE DL100-TRAN-BATCH-ID TO DL100-EDT-CUR-BATCH-ID
002113         WHEN DL100-TRAN-BATCH-TRAILER
002114             MOVE SPACES TO DL100-EDT-CUR-SOURCE
002115             MOVE SPACES TO DL100-EDT-CUR-BATCH-ID
002116         WHEN DL100-TRAN-DETAIL
002117             MOVE DL100-EDT-CUR-SOURCE TO DL100-TRAN-FROM-SOURCE
002118             MOVE DL100-EDT-CUR-BATCH-ID
002119                 TO DL100-TRAN-FROM-BATCH-ID
002120             MOVE ZERO TO DL100-TRAN-SUSP-DATE
002121             MOVE ZERO TO DL100-TRAN-SUSP-BOUNCES
002122             MOVE DL100-TRAN-RECORD TO DL100-EDT-TRAN-IMAGE
002123     END-EVALUATE.
002124 2200-EXIT.
002125     EXIT.
002126*
002127*    ------------------------------------------------------------
002128*    3000-RECYCLE-SUSPENSE - RE-EDIT ONE CORRECTED SUSPENSE
002129*    RECORD.  ONLY DETAIL IMAGES CAN BE RECYCLED - A HEADER OR
002130*    TRAILER APPENDED AFTER THE DAY'S BATCHES WOULD ORPHAN IN
002140*    HELLO-WORLD'S BATCH BALANCING, SO THOSE GO BACK TO
002150*    SUSPENSE WITH REASON 10 AND THE BATCH MUST BE RESUBMITTED
002160*    BY THE SOURCE SYSTEM.  A RECORD THAT STILL FAILS GOES
002170*    BACK TO SUSPENSE WITH ITS NEW REASON SO IT IS NEVER
002180*    SILENTLY DROPPED.  ONE THAT PASSES TAKES ITS FIRST-
002185*    SUSPENDED DATE AND BOUNCE COUNT WITH IT IN ITS STAMP.
002190*    ------------------------------------------------------------
002200 3000-RECYCLE-SUSPENSE.
002210     MOVE DL100-SUSIN-TRAN-IMAGE TO DL100-EDT-TRAN-IMAGE.
002430     END-IF.
002440     PERFORM 5000-VALIDATE-TRAN-IMAGE THRU 5000-EXIT.
002450     IF DL100-EDT-CLEAN
002452         MOVE DL100-EDT-FIRST-DATE TO DL100-TRAN-SUSP-DATE
002454         MOVE DL100-EDT-BOUNCE-COUNT TO DL100-TRAN-SUSP-BOUNCES
002456         MOVE DL100-TRAN-RECORD TO DL100-EDT-TRAN-IMAGE
002460         PERFORM 5200-WRITE-EDITED-TRAN THRU 5200-EXIT
002470     ELSE
002480         PERFORM 5100-WRITE-SUSPENSE THRU 5100-EXIT
002590             ADD 1 TO DL100-EDT-RECYCLE-COUNT
002600     END-READ.
002610 3100-EXIT.
002611     EXIT.
002612*
002613*    ------------------------------------------------------------
002614*    4000-MERGE-PRICING-REJECT - CARRY ONE OF HELLO-WORLD'S
002615*    PRICING REJECTS INTO THE NEW SUSPENSE GENERATION UNCHANGED.
002616*    ITS REASON (11 NO MASTER ITEM, 12 NO ORIGINAL, 13 BAD TYPE,
002617*    14 ORIGINAL IN A CLOSED PERIOD) IS SOMETHING ONLY A CLERK'S
002618*    CORRECTION OR A REOPENED PERIOD CAN CURE, SO IT IS NOT
002619*    RE-EDITED OR RECYCLED TODAY - DL100-SUSMGT AGES AND
002620*    CORRECTS IT AND THE NEXT EDIT RUN RECYCLES IT.
002621*    ------------------------------------------------------------
002622 4000-MERGE-PRICING-REJECT.
002623     MOVE DL100-REJIN-RECORD TO DL100-SUS-RECORD.
002624     WRITE DL100-SUS-RECORD.
002625     MOVE DL100-SUS-TRAN-IMAGE TO DL100-TRAN-RECORD.
002626     DISPLAY 'DL100-EDIT - PRICING REJECT MERGED, REASON '
002627         DL100-SUS-REASON-CODE ' ITEM ' DL100-TRAN-ITEM-CODE.
002628     PERFORM 4100-READ-REJIN-FILE THRU 4100-EXIT.
002629 4000-EXIT.
002630     EXIT.
002631*
002632 4100-READ-REJIN-FILE.
002633     READ DL100-REJIN-FILE
002634         AT END
002635             SET DL100-REJ-EOF-YES TO TRUE
002636         NOT AT END
002637             ADD 1 TO DL100-EDT-REJECT-COUNT
002638     END-READ.
002639 4100-EXIT.
002640     EXIT.
002641*
002642*    ------------------------------------------------------------
002650*    5000-VALIDATE-TRAN-IMAGE - FIELD EDITS ON THE TRANSACTION
002660*    IMAGE.  THE PACKED OPERANDS ARE CLASS-TESTED BEFORE ANY
002670*    ARITHMETIC TOUCHES THEM SO AN UNREADABLE FIELD CAN NEVER
003730*
003740*    ------------------------------------------------------------
003750*    9000-TERMINATION - CLOSE EVERYTHING AND ACCOUNT FOR EVERY
003760*    RECORD READ.  ANY SUSPENSE AT ALL, NEW OR MERGED, RAISES
003770*    RETURN CODE 4 SO OPERATIONS SEES THE RUN NEEDS A LOOK
003775*    BEFORE TOMORROW.
003780*    ------------------------------------------------------------
003790 9000-TERMINATION.
003800     CLOSE DL100-RAW-FILE DL100-EDIT-FILE DL100-SUSOUT-FILE.
003810     IF NOT DL100-SUSIN-MISSING
003820         CLOSE DL100-SUSIN-FILE
003822     END-IF.
003824     IF NOT DL100-REJIN-MISSING
003826         CLOSE DL100-REJIN-FILE
003830     END-IF.
003840     DISPLAY 'DL100-EDIT - RAW READ      ' DL100-EDT-RAW-COUNT.
003850     DISPLAY 'DL100-EDIT - RECYCLED IN   '
003870     DISPLAY 'DL100-EDIT - CLEAN OUT     ' DL100-EDT-CLEAN-COUNT.
003880     DISPLAY 'DL100-EDIT - SUSPENDED     '
003890         DL100-EDT-SUSPENSE-COUNT.
003893     DISPLAY 'DL100-EDIT - REJECTS MERGED '
003896         DL100-EDT-REJECT-COUNT.
003900     IF DL100-EDT-SUSPENSE-COUNT NOT = ZERO
003905         OR DL100-EDT-REJECT-COUNT NOT = ZERO
003910         MOVE 4 TO RETURN-CODE
003920     END-IF.
003930 9000-EXIT.
003940     EXIT.
003950*
003960*    ------------------------------------------------------------
003970*    8500-ACQUIRE-LOCKS - BEFORE ANY FILE IS OPENED, CHECK EVERY
003980*    SHARED DATASET THIS PROGRAM USES AGAINST THE SUBSYSTEM LOCK
003990*    FILE.  A LOCK ANOTHER JOB HOLDS THAT CLASHES WITH OURS ENDS
004000*    THE STEP RC 24 WITH THE HOLDER NAMED AND NOTHING EDITED.  A
004010*    LOCK HELD UNDER OUR OWN JOB NAME WAS LEFT BY AN EARLIER STEP
004020*    OR AN EARLIER ATTEMPT OF THIS JOB AND IS TAKEN OVER.  THE
004030*    LOCK FILE IS CREATED ON ITS VERY FIRST USE.  EVERY EXIT HERE
004040*    CARRIES THE SUSPENSE INPUT FORWARD FIRST (8800).
004050*    ------------------------------------------------------------
004060 8500-ACQUIRE-LOCKS.
004070     ACCEPT DL100-EDT-LOCK-DATE FROM DATE YYYYMMDD.
004080     ACCEPT DL100-EDT-LOCK-TIME FROM TIME.
004090     OPEN I-O DL100-LOCK-FILE.
004100     IF DL100-EDT-LKF-NOFILE
004110         OPEN OUTPUT DL100-LOCK-FILE
004120         CLOSE DL100-LOCK-FILE
004130         OPEN I-O DL100-LOCK-FILE
004140     END-IF.
004150     IF NOT DL100-EDT-LKF-OK
004160         DISPLAY 'DL100-EDIT - LOCK FILE OPEN FAILED, STATUS '
004170             DL100-EDT-LOCK-STATUS ' - RUN ABORTED'
004180         PERFORM 8800-CARRY-SUSPENSE THRU 8800-EXIT
004190         MOVE 16 TO RETURN-CODE
004200         STOP RUN
004210     END-IF.
004220     OPEN EXTEND DL100-LOCKLOG-FILE.
004230     SET DL100-EDT-LOCK-NO-CLASH TO TRUE.
004240     PERFORM 8510-CHECK-RESOURCE THRU 8510-EXIT
004250         VARYING DL100-EDT-LOCK-SUB FROM 1 BY 1
004260         UNTIL DL100-EDT-LOCK-SUB > DL100-EDT-LOCK-COUNT.
004270     IF DL100-EDT-LOCK-CLASH
004280         CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE
004290         DISPLAY 'DL100-EDIT - A DATASET IT NEEDS IS IN USE BY '
004300             'ANOTHER JOB - RUN REFUSED'
004310         PERFORM 8800-CARRY-SUSPENSE THRU 8800-EXIT
004320         MOVE 24 TO RETURN-CODE
004330         STOP RUN
004340     END-IF.
004350     PERFORM 8530-WRITE-LOCK THRU 8530-EXIT
004360         VARYING DL100-EDT-LOCK-SUB FROM 1 BY 1
004370         UNTIL DL100-EDT-LOCK-SUB > DL100-EDT-LOCK-COUNT.
004380     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
004390     SET DL100-EDT-LOCKS-HELD TO TRUE.
004400     IF DL100-EDT-LOCK-CLASH
004410         PERFORM 8800-CARRY-SUSPENSE THRU 8800-EXIT
004420         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
004430         MOVE 16 TO RETURN-CODE
004440         STOP RUN
004450     END-IF.
004460 8500-EXIT.
004470     EXIT.
004480*
004490 8510-CHECK-RESOURCE.
004500     SET DL100-EDT-LOCK-SCAN-MORE TO TRUE.
004510     MOVE DL100-EDT-LOCK-RESOURCE (DL100-EDT-LOCK-SUB)
004520         TO DL100-LCK-RESOURCE.
004530     MOVE LOW-VALUES TO DL100-LCK-JOB.
004540     START DL100-LOCK-FILE KEY NOT < DL100-LCK-KEY
004550         INVALID KEY
004560             GO TO 8510-EXIT
004570     END-START.
004580     PERFORM 8520-CHECK-HOLDER THRU 8520-EXIT
004590         UNTIL DL100-EDT-LOCK-SCAN-DONE.
004600 8510-EXIT.
004610     EXIT.
004620*
004630*    ------------------------------------------------------------
004640*    8520-CHECK-HOLDER - AN EXCLUSIVE LOCK CLASHES WITH ANY
004650*    OTHER; AN UPDATE LOCK WITH ANOTHER UPDATE; A SHARED LOCK
004660*    ONLY WITH AN EXCLUSIVE ONE.
004670*    ------------------------------------------------------------
004680 8520-CHECK-HOLDER.
004690     READ DL100-LOCK-FILE NEXT
004700         AT END
004710             SET DL100-EDT-LOCK-SCAN-DONE TO TRUE
004720             GO TO 8520-EXIT
004730     END-READ.
004740     IF DL100-LCK-RESOURCE NOT =
004750         DL100-EDT-LOCK-RESOURCE (DL100-EDT-LOCK-SUB)
004760         SET DL100-EDT-LOCK-SCAN-DONE TO TRUE
004770         GO TO 8520-EXIT
004780     END-IF.
004790     IF DL100-LCK-JOB = DL100-EDT-LOCK-JOB
004800         GO TO 8520-EXIT
004810     END-IF.
004820     IF DL100-LCK-SHARED
004830         AND NOT DL100-EDT-LOCK-WANT-EXCL (DL100-EDT-LOCK-SUB)
004840         GO TO 8520-EXIT
004850     END-IF.
004860     IF DL100-LCK-UPDATE
004870         AND DL100-EDT-LOCK-WANT-SHARED (DL100-EDT-LOCK-SUB)
004880         GO TO 8520-EXIT
004890     END-IF.
004900     SET DL100-EDT-LOCK-CLASH TO TRUE.
004910     DISPLAY 'DL100-EDIT - ' DL100-LCK-RESOURCE
004920         ' IS HELD BY JOB ' DL100-LCK-JOB
004930         ' (' DL100-LCK-PROGRAM ') SINCE '
004940         DL100-LCK-DATE ' ' DL100-LCK-TIME.
004950     MOVE 'C' TO DL100-EDT-LOCK-ACTION.
004960     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
004970 8520-EXIT.
004980     EXIT.
004990*
005000 8530-WRITE-LOCK.
005010     MOVE SPACES TO DL100-LCK-RECORD.
005020     MOVE DL100-EDT-LOCK-RESOURCE (DL100-EDT-LOCK-SUB)
005030         TO DL100-LCK-RESOURCE.
005040     MOVE DL100-EDT-LOCK-JOB TO DL100-LCK-JOB.
005050     MOVE DL100-EDT-LOCK-MODE (DL100-EDT-LOCK-SUB)
005060         TO DL100-LCK-MODE.
005070     MOVE DL100-EDT-LOCK-PROGRAM TO DL100-LCK-PROGRAM.
005080     MOVE DL100-EDT-LOCK-DATE TO DL100-LCK-DATE.
005090     MOVE DL100-EDT-LOCK-TIME TO DL100-LCK-TIME.
005100     WRITE DL100-LCK-RECORD
005110         INVALID KEY
005120             IF DL100-EDT-LKF-DUPKEY
005130                 REWRITE DL100-LCK-RECORD
005140                     INVALID KEY
005150                         CONTINUE
005160                 END-REWRITE
005170             END-IF
005180     END-WRITE.
005190     IF NOT DL100-EDT-LKF-OK
005200         DISPLAY 'DL100-EDIT - LOCK WRITE FAILED, STATUS '
005210             DL100-EDT-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
005220         SET DL100-EDT-LOCK-CLASH TO TRUE
005230         GO TO 8530-EXIT
005240     END-IF.
005250     MOVE 'L' TO DL100-EDT-LOCK-ACTION.
005260     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
005270 8530-EXIT.
005280     EXIT.
005290*
005300*    ------------------------------------------------------------
005310*    8600-RELEASE-LOCKS - GIVE UP EVERY LOCK THIS PROGRAM TOOK.
005320*    PERFORMED BEFORE EVERY STOP RUN ONCE THE LOCKS ARE HELD, SO
005330*    ONLY AN ABEND LEAVES THEM BEHIND FOR DL100-LCKREL.
005340*    ------------------------------------------------------------
005350 8600-RELEASE-LOCKS.
005360     IF DL100-EDT-LOCKS-FREE
005370         GO TO 8600-EXIT
005380     END-IF.
005390     SET DL100-EDT-LOCKS-FREE TO TRUE.
005400     ACCEPT DL100-EDT-LOCK-DATE FROM DATE YYYYMMDD.
005410     ACCEPT DL100-EDT-LOCK-TIME FROM TIME.
005420     OPEN I-O DL100-LOCK-FILE.
005430     IF NOT DL100-EDT-LKF-OK
005440         DISPLAY 'DL100-EDIT - LOCK FILE OPEN FAILED, STATUS '
005450             DL100-EDT-LOCK-STATUS ' - LOCKS LEFT FOR RELEASE BY '
005460             'DL100-LCKREL'
005470         GO TO 8600-EXIT
005480     END-IF.
005490     OPEN EXTEND DL100-LOCKLOG-FILE.
005500     PERFORM 8610-DELETE-LOCK THRU 8610-EXIT
005510         VARYING DL100-EDT-LOCK-SUB FROM 1 BY 1
005520         UNTIL DL100-EDT-LOCK-SUB > DL100-EDT-LOCK-COUNT.
005530     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
005540 8600-EXIT.
005550     EXIT.
005560*
005570 8610-DELETE-LOCK.
005580     MOVE DL100-EDT-LOCK-RESOURCE (DL100-EDT-LOCK-SUB)
005590         TO DL100-LCK-RESOURCE.
005600     MOVE DL100-EDT-LOCK-JOB TO DL100-LCK-JOB.
005610     READ DL100-LOCK-FILE
005620         INVALID KEY
005630             GO TO 8610-EXIT
005640     END-READ.
005650     DELETE DL100-LOCK-FILE
005660         INVALID KEY
005670             DISPLAY 'DL100-EDIT - LOCK DELETE FAILED, STATUS '
005680                 DL100-EDT-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
005690             GO TO 8610-EXIT
005700     END-DELETE.
005710     MOVE 'F' TO DL100-EDT-LOCK-ACTION.
005720     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
005730 8610-EXIT.
005740     EXIT.
005750*
005760*    ------------------------------------------------------------
005770*    8700-WRITE-LOCK-LOG - ONE LOG RECORD PER LOCK TAKEN OR
005780*    GIVEN UP, AND PER CLASH THAT REFUSED THE RUN.
005790*    ------------------------------------------------------------
005800 8700-WRITE-LOCK-LOG.
005810     MOVE SPACES TO DL100-LLG-RECORD.
005820     MOVE DL100-EDT-LOCK-ACTION TO DL100-LLG-ACTION.
005830     MOVE DL100-EDT-LOCK-DATE TO DL100-LLG-LOG-DATE.
005840     MOVE DL100-EDT-LOCK-TIME TO DL100-LLG-LOG-TIME.
005850     MOVE DL100-EDT-LOCK-JOB TO DL100-LLG-REQ-JOB.
005860     MOVE DL100-EDT-LOCK-PROGRAM TO DL100-LLG-REQ-PROGRAM.
005870     MOVE DL100-LCK-RECORD TO DL100-LLG-LOCK-IMAGE.
005880     WRITE DL100-LLGOUT-RECORD FROM DL100-LLG-RECORD.
005890 8700-EXIT.
005900     EXIT.
005910*
005920*    ------------------------------------------------------------
005930*    8800-CARRY-SUSPENSE - THE RUN IS ENDING BEFORE ANY EDITING,
005940*    BUT JCL HAS ALREADY ALLOCATED THE NEW SUSPENSE GENERATION.
005950*    COPY THE SUSPENSE INPUT INTO IT RECORD FOR RECORD SO THE NEXT
005960*    RUN RECYCLES EXACTLY WHAT THIS ONE WOULD HAVE.  WITH NO
005970*    SUSPENSE INPUT THE GENERATION IS SIMPLY WRITTEN EMPTY.
005980*    ------------------------------------------------------------
005990 8800-CARRY-SUSPENSE.
006000     OPEN OUTPUT DL100-SUSOUT-FILE.
006010     OPEN INPUT DL100-SUSIN-FILE.
006020     IF NOT DL100-SUSIN-OK
006030         CLOSE DL100-SUSOUT-FILE
006040         GO TO 8800-EXIT
006050     END-IF.
006060     SET DL100-SUS-EOF-NO TO TRUE.
006070     PERFORM 8810-COPY-SUSPENSE THRU 8810-EXIT
006080         UNTIL DL100-SUS-EOF-YES.
006090     CLOSE DL100-SUSIN-FILE DL100-SUSOUT-FILE.
006100     DISPLAY 'DL100-EDIT - SUSPENSE CARRIED FORWARD UNCHANGED '
006110         DL100-EDT-RECYCLE-COUNT.
006120 8800-EXIT.
006130     EXIT.
006140*
006150 8810-COPY-SUSPENSE.
006160     READ DL100-SUSIN-FILE
006170         AT END
006180             SET DL100-SUS-EOF-YES TO TRUE
006190             GO TO 8810-EXIT
006200     END-READ.
006210     WRITE DL100-SUS-RECORD FROM DL100-SUSIN-RECORD.
006220     ADD 1 TO DL100-EDT-RECYCLE-COUNT.
006230 8810-EXIT.
006240     EXIT.
