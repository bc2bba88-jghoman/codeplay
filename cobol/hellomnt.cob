000080*        MAINTAINS THE DL100 MASTER FILE OF CALCULATION REFERENCE
000090*        ITEMS BEHIND HELLO-WORLD.  READS ADD, CHANGE, DELETE AND
000100*        INQUIRE TRANSACTIONS AND APPLIES THEM TO THE MASTER.
000101*
000102*        UNDER DUAL CONTROL NO CARD CHANGES THE MASTER IN THE
000103*        RUN THAT READS IT.  EACH A/C/D/E/R CARD IS HELD ON THE
000104*        PENDING CHANGE FILE WITH ITS SUBMITTER'S USER ID; IN A
000105*        LATER RUN A 'V' CARD FROM A DIFFERENT USER APPLIES IT,
000106*        AND AN 'X' CARD FROM ANY USER DROPS IT.  A CHANGE STILL
000107*        WAITING MORE THAN THE AGE LIMIT (SYSIN, IN BUSINESS DAYS
000108*        OF THE PROCESSING CALENDAR) EXPIRES AT THE START OF THE
000109*        RUN.  THE REGISTER LISTS EVERY CARD SUBMITTED, APPROVED,
000110*        REFUSED, REJECTED OR FAILED, EVERY CHANGE EXPIRED, AND
000111*        WHAT IS STILL PENDING.
000112*
000113*        A DATED CHANGE WHOSE EFFECTIVE DATE FALLS IN A MONTH
000114*        CLOSED ON THE PERIOD CONTROL FILE IS REFUSED, BOTH WHEN
000115*        IT IS SUBMITTED AND WHEN IT IS APPROVED.
000116*
000117*        RETURN CODES - 0 CLEAN, 4 CHANGES EXPIRED, 8 CARD
000118*        ERRORS, REFUSALS OR CHANGES THAT FAILED TO APPLY, 16 RUN
000119*        ABORTED, 22 A CHANGE WAS REFUSED FOR A CLOSED PERIOD.
000120*
000121*        THE SHARED DATASETS IT USES ARE REGISTERED ON THE
000122*        SUBSYSTEM LOCK FILE BEFORE ANY FILE IS OPENED.  A
000123*        CLASH WITH ANOTHER JOB'S LOCK ENDS THE RUN RC 24, THE
000124*        HOLDING JOB NAMED ON SYSOUT.
000125*
000126*    MODIFICATION HISTORY.
000130*    DATE       INIT DESCRIPTION
000140*    ---------- ---- --------------------------------------------
000150*    2026-08-09 JGH  ORIGINAL PROGRAM.
000340*    2026-09-02 JGH  BEFORE IMAGE IS CAPTURED.  DL100-CHGINQ
000350*    2026-09-02 JGH  REPORTS OVER THE HISTORY, SO A DISPUTED
000360*    2026-09-02 JGH  STANDARD VALUE TRACES CARD BY CARD.
000361*    2026-10-15 JGH  DUAL CONTROL - A/C/D/E/R CARDS ARE HELD ON
000362*    2026-10-15 JGH  THE NEW PENDING CHANGE FILE WITH THE
000363*    2026-10-15 JGH  SUBMITTER'S USER ID AND APPLIED ONLY WHEN A
000364*    2026-10-15 JGH  SECOND USER'S 'V' CARD APPROVES THEM IN A
000365*    2026-10-15 JGH  LATER RUN; 'X' REJECTS, AGED CHANGES EXPIRE,
000366*    2026-10-15 JGH  AND A PENDING CHANGE REGISTER PRINTS.  THE
000367*    2026-10-15 JGH  MASTER AND CHANGE HISTORY CARRY THE USER IDS.
000368*    2026-10-15 JGH  A/C/D/E/R CARDS DATED INTO A CLOSED
000369*    2026-10-15 JGH  ACCOUNTING PERIOD ARE REFUSED AT SUBMIT AND
000370*    2026-10-15 JGH  AT APPROVAL, ENDING THE RUN RC 22.
000371*    2026-10-15 JGH  REGISTERS ITS SHARED DATASETS ON THE NEW
000372*    2026-10-15 JGH  SUBSYSTEM LOCK FILE BEFORE OPENING ANYTHING
000373*    2026-10-15 JGH  AND LOGS EVERY LOCK TAKEN AND GIVEN UP; A
000374*    2026-10-15 JGH  CLASH WITH ANOTHER JOB ENDS THE RUN RC 24.
000375*****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. DL100-MAINT.
000400 AUTHOR. J. HOMAN.
000540         FILE STATUS IS DL100-WS-MASTER-STATUS.
000550     SELECT DL100-CHGHIST-FILE ASSIGN TO "CHGHIST"
000560         ORGANIZATION IS SEQUENTIAL.
000561     SELECT DL100-MNC-FILE ASSIGN TO "SYSIN"
000562         ORGANIZATION IS SEQUENTIAL.
000563     SELECT DL100-PENDING-FILE ASSIGN TO "PENDING"
000564         ORGANIZATION IS INDEXED
000565         ACCESS MODE IS DYNAMIC
000566         RECORD KEY IS DL100-PND-KEY
000567         FILE STATUS IS DL100-WS-PENDING-STATUS.
000568     SELECT DL100-CAL-FILE ASSIGN TO "CALFILE"
000569         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000571         RECORD KEY IS DL100-CAL-DATE
000572         FILE STATUS IS DL100-WS-CAL-STATUS.
000573     SELECT DL100-PRG-FILE ASSIGN TO "RPTFILE"
000574         ORGANIZATION IS SEQUENTIAL.
000575     SELECT DL100-PERIOD-FILE ASSIGN TO "PERIOD"
000576         ORGANIZATION IS INDEXED
000577         ACCESS MODE IS RANDOM
000578         RECORD KEY IS DL100-PER-PERIOD
000579         FILE STATUS IS DL100-WS-PERIOD-STATUS.
000580     SELECT DL100-LOCK-FILE ASSIGN TO "LOCKFILE"
000581         ORGANIZATION IS INDEXED
000582         ACCESS MODE IS DYNAMIC
000583         RECORD KEY IS DL100-LCK-KEY
000584         FILE STATUS IS DL100-WS-LOCK-STATUS.
000585     SELECT DL100-LOCKLOG-FILE ASSIGN TO "LOCKLOG"
000586         ORGANIZATION IS SEQUENTIAL.
000587*
000588 DATA DIVISION.
000590 FILE SECTION.
000600 FD  DL100-MTX-FILE
000610     RECORDING MODE IS F.
000680     RECORDING MODE IS F.
000690 01  DL100-CHGOUT-RECORD             PIC X(200).
000700*
000701 FD  DL100-MNC-FILE
000702     RECORDING MODE IS F.
000703     COPY DL100MNC.
000704*
000705 FD  DL100-PENDING-FILE.
000706     COPY DL100PND.
000707*
000708 FD  DL100-CAL-FILE.
000709     COPY DL100CAL.
000710*
000711 FD  DL100-PRG-FILE
000712     RECORDING MODE IS F.
000713 01  DL100-PRG-RECORD                PIC X(80).
000714*
000715 FD  DL100-PERIOD-FILE.
000716     COPY DL100PER.
000717*
000718 FD  DL100-LOCK-FILE.
000719     COPY DL100LCK.
000720*
000721 FD  DL100-LOCKLOG-FILE
000722     RECORDING MODE IS F.
000723 01  DL100-LLGOUT-RECORD             PIC X(200).
000724*
000725 WORKING-STORAGE SECTION.
000726 01  DL100-WS-SWITCHES.
000730     05  DL100-WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
000740         88  DL100-EOF-YES                      VALUE 'Y'.
000750         88  DL100-EOF-NO                        VALUE 'N'.
000751     05  DL100-WS-PND-SCAN-SWITCH    PIC X(01) VALUE 'N'.
000752         88  DL100-WS-PND-SCAN-DONE              VALUE 'Y'.
000753         88  DL100-WS-PND-SCAN-MORE              VALUE 'N'.
000754     05  DL100-WS-CAL-SCAN-SWITCH    PIC X(01) VALUE 'N'.
000755         88  DL100-WS-CAL-SCAN-DONE              VALUE 'Y'.
000756         88  DL100-WS-CAL-SCAN-MORE              VALUE 'N'.
000760*
000770 01  DL100-WS-MASTER-STATUS          PIC X(02).
000780     88  DL100-MST-OK                            VALUE '00'.
000790     88  DL100-MST-NOTFND                        VALUE '23'.
000800     88  DL100-MST-DUPKEY                        VALUE '22'.
000801*
000802 01  DL100-WS-PENDING-STATUS         PIC X(02).
000803     88  DL100-PND-OK                            VALUE '00'.
000804     88  DL100-PND-NOTFND                        VALUE '23'.
000805     88  DL100-PND-DUPKEY                        VALUE '22'.
000806     88  DL100-PND-NOFILE                        VALUE '35'.
000807*
000808 01  DL100-WS-CAL-STATUS             PIC X(02).
000809     88  DL100-CAL-OK                            VALUE '00'.
000810*
000811 01  DL100-WS-PERIOD-STATUS          PIC X(02).
000812     88  DL100-PRD-OK                            VALUE '00'.
000813     88  DL100-PRD-NOTFND                        VALUE '23'.
000814     88  DL100-PRD-NOFILE                        VALUE '35'.
000815*
000816 01  DL100-WS-PERIOD-SWITCH          PIC X(01) VALUE 'N'.
000817     88  DL100-PERIOD-PRESENT                    VALUE 'Y'.
000818*
000820 01  DL100-WS-COUNTERS.
000830     05  DL100-WS-ADD-COUNT          PIC 9(05) COMP VALUE ZERO.
000840     05  DL100-WS-CHANGE-COUNT       PIC 9(05) COMP VALUE ZERO.
000870     05  DL100-WS-EFFADD-COUNT       PIC 9(05) COMP VALUE ZERO.
000880     05  DL100-WS-RETIRE-COUNT       PIC 9(05) COMP VALUE ZERO.
000890     05  DL100-WS-ERROR-COUNT        PIC 9(05) COMP VALUE ZERO.
000891     05  DL100-WS-SUBMIT-COUNT       PIC 9(05) COMP VALUE ZERO.
000892     05  DL100-WS-APPROVE-COUNT      PIC 9(05) COMP VALUE ZERO.
000893     05  DL100-WS-REFUSE-COUNT       PIC 9(05) COMP VALUE ZERO.
000894     05  DL100-WS-REJECT-COUNT       PIC 9(05) COMP VALUE ZERO.
000895     05  DL100-WS-FAIL-COUNT         PIC 9(05) COMP VALUE ZERO.
000896     05  DL100-WS-EXPIRE-COUNT       PIC 9(05) COMP VALUE ZERO.
000897     05  DL100-WS-HELD-COUNT         PIC 9(05) COMP VALUE ZERO.
000898     05  DL100-WS-ERRORS-BEFORE      PIC 9(05) COMP VALUE ZERO.
000899     05  DL100-WS-CLOSED-COUNT       PIC 9(05) COMP VALUE ZERO.
000900*
000910 01  DL100-WS-TODAY                  PIC 9(08).
000920*
001060     88  DL100-WS-BASE-FOUND                     VALUE 'Y'.
001070     88  DL100-WS-BASE-MISSING                   VALUE 'N'.
001080*
001081*    THE SECOND USER ON AN APPROVED CHANGE - CARRIED ONTO THE
001082*    MASTER RECORD AND THE CHANGE HISTORY.  ON A REJECT IT IS
001083*    THE USER WHO REJECTED.
001084 01  DL100-WS-APPROVE-ID             PIC X(08) VALUE SPACES.
001085*
001086 01  DL100-WS-AGE-LIMITS.
001087     05  DL100-WS-AGE-LIMIT          PIC 9(03) COMP VALUE 10.
001088     05  DL100-WS-AGE-MAX            PIC 9(03) COMP VALUE 60.
001089*
001090*    THE CALENDAR IS READ FORWARD UP TO TODAY, EACH BUSINESS
001091*    DATE GOING INTO THE NEXT SLOT ROUND A RING OF AGE-LIMIT
001092*    SLOTS, SO AT THE END THE SLOT AFTER THE LAST ONE WRITTEN IS
001093*    THE OLDEST SUBMIT DATE STILL INSIDE THE LIMIT.
001094 01  DL100-WS-WINDOW-TABLE.
001095     05  DL100-WS-WIN-SUB            PIC 9(03) COMP VALUE ZERO.
001096     05  DL100-WS-CAL-SEEN           PIC 9(07) COMP VALUE ZERO.
001097     05  DL100-WS-CUTOFF-DATE        PIC 9(08) VALUE ZERO.
001098     05  DL100-WS-WIN-DATE           PIC 9(08)
001099                                     OCCURS 60 TIMES.
001100*
001101 01  DL100-WS-REG-NOTE               PIC X(18) VALUE SPACES.
001102*
001103*    THE MONTH OF A DATED CHANGE, AS KEYED ON THE PERIOD FILE.
001104 01  DL100-WS-CHECK-DATE             PIC 9(08).
001105 01  DL100-WS-CHECK-DATE-X REDEFINES DL100-WS-CHECK-DATE.
001106     05  DL100-WS-CHECK-MONTH        PIC 9(06).
001107     05  DL100-WS-CHECK-DD           PIC 9(02).
001108*
001109 01  DL100-WS-EDIT-FIELDS.
001110     05  DL100-WS-DATE-NUM           PIC 9(08).
001111     05  DL100-WS-DATE-X REDEFINES DL100-WS-DATE-NUM.
001112         10  DL100-WS-DATE-CCYY      PIC 9(04).
001113         10  DL100-WS-DATE-MM        PIC 9(02).
001114         10  DL100-WS-DATE-DD        PIC 9(02).
001115     05  DL100-WS-DATE-RPT           PIC X(10).
001116*
001117     COPY DL100PRG.
001118*
001119*    THE SHARED DATASETS THIS PROGRAM REGISTERS ON THE
001120*    SUBSYSTEM LOCK FILE BEFORE IT OPENS ANYTHING, AND HOW IT
001121*    USES EACH - 'X' EXCLUSIVE, 'U' UPDATE, 'S' SHARED READ.
001122*    THE JOB NAME IS THAT OF THE JOB THIS PROGRAM RUNS UNDER.
001123 01  DL100-WS-LOCK-LIST.
001124     05  FILLER                      PIC X(09) VALUE 'MASTER  U'.
001125     05  FILLER                      PIC X(09) VALUE 'CHGHIST U'.
001126     05  FILLER                      PIC X(09) VALUE 'CALENDARS'.
001127     05  FILLER                      PIC X(09) VALUE 'PERIOD  S'.
001128 01  DL100-WS-LOCK-TABLE REDEFINES DL100-WS-LOCK-LIST.
001129     05  DL100-WS-LOCK-ENTRY         OCCURS 4 TIMES.
001130         10  DL100-WS-LOCK-RESOURCE  PIC X(08).
001131         10  DL100-WS-LOCK-MODE      PIC X(01).
001132             88  DL100-WS-LOCK-WANT-EXCL        VALUE 'X'.
001133             88  DL100-WS-LOCK-WANT-SHARED      VALUE 'S'.
001134*
001135 01  DL100-WS-LOCK-FIELDS.
001136     05  DL100-WS-LOCK-COUNT         PIC 9(02) COMP VALUE 4.
001137     05  DL100-WS-LOCK-SUB           PIC 9(02) COMP VALUE ZERO.
001138     05  DL100-WS-LOCK-JOB           PIC X(08) VALUE 'HELLOMNT'.
001139     05  DL100-WS-LOCK-PROGRAM       PIC X(16)
001140                                     VALUE 'DL100-MAINT'.
001141     05  DL100-WS-LOCK-DATE          PIC 9(08) VALUE ZERO.
001142     05  DL100-WS-LOCK-TIME          PIC 9(08) VALUE ZERO.
001143     05  DL100-WS-LOCK-ACTION        PIC X(01) VALUE SPACE.
001144     05  DL100-WS-LOCK-HELD-SWITCH   PIC X(01) VALUE 'N'.
001145         88  DL100-WS-LOCKS-HELD                VALUE 'Y'.
001146         88  DL100-WS-LOCKS-FREE                VALUE 'N'.
001147     05  DL100-WS-LOCK-SCAN-SWITCH   PIC X(01) VALUE 'N'.
001148         88  DL100-WS-LOCK-SCAN-DONE            VALUE 'Y'.
001149         88  DL100-WS-LOCK-SCAN-MORE            VALUE 'N'.
001150     05  DL100-WS-LOCK-CLASH-SWITCH  PIC X(01) VALUE 'N'.
001151         88  DL100-WS-LOCK-CLASH                VALUE 'Y'.
001152         88  DL100-WS-LOCK-NO-CLASH             VALUE 'N'.
001153*
001154 01  DL100-WS-LOCK-STATUS            PIC X(02).
001155     88  DL100-WS-LKF-OK                        VALUE '00'.
001156     88  DL100-WS-LKF-NOTFND                    VALUE '23'.
001157     88  DL100-WS-LKF-DUPKEY                    VALUE '22'.
001158     88  DL100-WS-LKF-NOFILE                    VALUE '35'.
001159*
001160     COPY DL100LLG.
001161*
001162 PROCEDURE DIVISION.
001163*
001164 0000-MAINLINE-CONTROL.
001165     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
001166     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
001167         UNTIL DL100-EOF-YES.
001168     PERFORM 9000-TERMINATION THRU 9000-EXIT.
001169     PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT.
001170     STOP RUN.
001171*
001180 1000-INITIALIZATION.
001181     PERFORM 8500-ACQUIRE-LOCKS THRU 8500-EXIT.
001182     ACCEPT DL100-WS-TODAY FROM DATE YYYYMMDD.
001183     ACCEPT DL100-WS-RUN-TIME FROM TIME.
001184     OPEN INPUT DL100-MNC-FILE.
001185     READ DL100-MNC-FILE
001186         AT END
001187             DISPLAY 'DL100-MAINT - NO CONTROL CARD - DEFAULT '
001188                 'AGE LIMIT ' DL100-WS-AGE-LIMIT ' BUSINESS DAYS'
001189         NOT AT END
001190             PERFORM 1100-EDIT-CONTROL-CARD THRU 1100-EXIT
001191     END-READ.
001192     CLOSE DL100-MNC-FILE.
001193     OPEN I-O DL100-PENDING-FILE.
001194     IF DL100-PND-NOFILE
001195         DISPLAY 'DL100-MAINT - PENDING CHANGE FILE NOT FOUND - '
001196             'CREATING IT EMPTY'
001197         OPEN OUTPUT DL100-PENDING-FILE
001198         CLOSE DL100-PENDING-FILE
001199         OPEN I-O DL100-PENDING-FILE
001200     END-IF.
001201     IF NOT DL100-PND-OK
001202         DISPLAY 'DL100-MAINT - PENDING CHANGE FILE OPEN FAILED, '
001203             'STATUS ' DL100-WS-PENDING-STATUS ' - RUN ABORTED'
001204         MOVE 16 TO RETURN-CODE
001205         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
001206         STOP RUN
001207     END-IF.
001208     OPEN INPUT DL100-CAL-FILE.
001209     IF NOT DL100-CAL-OK
001210         DISPLAY 'DL100-MAINT - CALENDAR OPEN FAILED, STATUS '
001211             DL100-WS-CAL-STATUS ' - RUN ABORTED'
001212         MOVE 16 TO RETURN-CODE
001213         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
001214         STOP RUN
001215     END-IF.
001216     PERFORM 1200-BUILD-WINDOW THRU 1200-EXIT.
001217     CLOSE DL100-CAL-FILE.
001218     OPEN OUTPUT DL100-PRG-FILE.
001219     MOVE DL100-WS-TODAY TO DL100-WS-DATE-NUM.
001220     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT.
001221     MOVE DL100-WS-DATE-RPT TO DL100-PRG-HDR-DATE.
001222     MOVE 1 TO DL100-PRG-HDR-PAGE.
001223     WRITE DL100-PRG-RECORD FROM DL100-PRG-HEADER-LINE.
001224     MOVE DL100-WS-AGE-LIMIT TO DL100-PRG-PRM-DAYS.
001225     IF DL100-WS-CUTOFF-DATE = ZERO
001226         MOVE 'CALENDAR' TO DL100-PRG-PRM-CUTOFF
001227     ELSE
001228         MOVE DL100-WS-CUTOFF-DATE TO DL100-WS-DATE-NUM
001229         PERFORM 8000-FORMAT-DATE THRU 8000-EXIT
001230         MOVE DL100-WS-DATE-RPT TO DL100-PRG-PRM-CUTOFF
001231     END-IF.
001232     WRITE DL100-PRG-RECORD FROM DL100-PRG-PARM-LINE.
001233     WRITE DL100-PRG-RECORD FROM DL100-PRG-COLUMN-LINE.
001234     PERFORM 1300-EXPIRE-PENDING THRU 1300-EXIT.
001235     OPEN INPUT DL100-PERIOD-FILE.
001236     IF DL100-PRD-NOFILE
001237         DISPLAY 'DL100-MAINT - PERIOD CONTROL FILE NOT FOUND - '
001238             'CLOSED PERIOD CHECK SKIPPED'
001239     ELSE
001240         IF NOT DL100-PRD-OK
001241             DISPLAY 'DL100-MAINT - PERIOD CONTROL OPEN FAILED, '
001242                 'STATUS ' DL100-WS-PERIOD-STATUS ' - RUN ABORTED'
001243             MOVE 16 TO RETURN-CODE
001244             PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
001245             STOP RUN
001246         END-IF
001247         SET DL100-PERIOD-PRESENT TO TRUE
001248     END-IF.
001249     OPEN INPUT DL100-MTX-FILE.
001250     OPEN I-O DL100-MASTER-FILE.
001251     OPEN EXTEND DL100-CHGHIST-FILE.
001252     PERFORM 2100-READ-MTX-FILE THRU 2100-EXIT.
001253 1000-EXIT.
001260     EXIT.
001270*
001271*    ------------------------------------------------------------
001272*    1100-EDIT-CONTROL-CARD - A NON-NUMERIC OR ZERO AGE LIMIT
001273*    KEEPS THE DEFAULT; ONE LONGER THAN THE RING HOLDS IS CUT
001274*    BACK TO IT.
001275*    ------------------------------------------------------------
001276 1100-EDIT-CONTROL-CARD.
001277     IF DL100-MNC-AGE-LIMIT NUMERIC
001278         AND DL100-MNC-AGE-LIMIT NOT = ZERO
001279         MOVE DL100-MNC-AGE-LIMIT TO DL100-WS-AGE-LIMIT
001280     END-IF.
001281     IF DL100-WS-AGE-LIMIT > DL100-WS-AGE-MAX
001282         DISPLAY 'DL100-MAINT - AGE LIMIT OF ' DL100-MNC-AGE-LIMIT
001283             ' DAYS CUT BACK TO ' DL100-WS-AGE-MAX
001284         MOVE DL100-WS-AGE-MAX TO DL100-WS-AGE-LIMIT
001285     END-IF.
001286 1100-EXIT.
001287     EXIT.
001288*
001289*    ------------------------------------------------------------
001290*    1200-BUILD-WINDOW - RING THE BUSINESS DATES BEFORE TODAY
001291*    AND PICK OUT THE CUTOFF: A CHANGE SUBMITTED BEFORE THE
001292*    AGE-LIMIT'TH BUSINESS DAY BACK HAS WAITED TOO LONG.  WHILE
001293*    THE CALENDAR HOLDS FEWER DAYS THAN THE LIMIT THE CUTOFF
001294*    STAYS ZERO AND NOTHING EXPIRES.
001295*    ------------------------------------------------------------
001296 1200-BUILD-WINDOW.
001297     SET DL100-WS-CAL-SCAN-MORE TO TRUE.
001298     MOVE ZERO TO DL100-CAL-DATE.
001299     START DL100-CAL-FILE KEY NOT < DL100-CAL-DATE
001300         INVALID KEY
001301             SET DL100-WS-CAL-SCAN-DONE TO TRUE
001302     END-START.
001303     PERFORM 1210-SCAN-CALENDAR THRU 1210-EXIT
001304         UNTIL DL100-WS-CAL-SCAN-DONE.
001305     IF DL100-WS-CAL-SEEN < DL100-WS-AGE-LIMIT
001306         GO TO 1200-EXIT
001307     END-IF.
001308     ADD 1 TO DL100-WS-WIN-SUB.
001309     IF DL100-WS-WIN-SUB > DL100-WS-AGE-LIMIT
001310         MOVE 1 TO DL100-WS-WIN-SUB
001311     END-IF.
001312     MOVE DL100-WS-WIN-DATE (DL100-WS-WIN-SUB)
001313         TO DL100-WS-CUTOFF-DATE.
001314 1200-EXIT.
001315     EXIT.
001316*
001317 1210-SCAN-CALENDAR.
001318     READ DL100-CAL-FILE NEXT
001319         AT END
001320             SET DL100-WS-CAL-SCAN-DONE TO TRUE
001321             GO TO 1210-EXIT
001322     END-READ.
001323     IF DL100-CAL-DATE NOT < DL100-WS-TODAY
001324         SET DL100-WS-CAL-SCAN-DONE TO TRUE
001325         GO TO 1210-EXIT
001326     END-IF.
001327     ADD 1 TO DL100-WS-CAL-SEEN.
001328     ADD 1 TO DL100-WS-WIN-SUB.
001329     IF DL100-WS-WIN-SUB > DL100-WS-AGE-LIMIT
001330         MOVE 1 TO DL100-WS-WIN-SUB
001331     END-IF.
001332     MOVE DL100-CAL-DATE
001333         TO DL100-WS-WIN-DATE (DL100-WS-WIN-SUB).
001334 1210-EXIT.
001335     EXIT.
001336*
001337*    ------------------------------------------------------------
001338*    1300-EXPIRE-PENDING - BEFORE ANY CARD IS READ, DROP EVERY
001339*    PENDING CHANGE SUBMITTED BEFORE THE CUTOFF, SO AN APPROVAL
001340*    CAN NEVER RELEASE A CHANGE THAT HAS GONE STALE.
001341*    ------------------------------------------------------------
001342 1300-EXPIRE-PENDING.
001343     IF DL100-WS-CUTOFF-DATE = ZERO
001344         GO TO 1300-EXIT
001345     END-IF.
001346     SET DL100-WS-PND-SCAN-MORE TO TRUE.
001347     MOVE LOW-VALUES TO DL100-PND-KEY.
001348     START DL100-PENDING-FILE KEY NOT < DL100-PND-KEY
001349         INVALID KEY
001350             GO TO 1300-EXIT
001351     END-START.
001352     PERFORM 1310-EXPIRE-NEXT THRU 1310-EXIT
001353         UNTIL DL100-WS-PND-SCAN-DONE.
001354 1300-EXIT.
001355     EXIT.
001356*
001357 1310-EXPIRE-NEXT.
001358     READ DL100-PENDING-FILE NEXT
001359         AT END
001360             SET DL100-WS-PND-SCAN-DONE TO TRUE
001361             GO TO 1310-EXIT
001362     END-READ.
001363     IF DL100-PND-SUBMIT-DATE NOT < DL100-WS-CUTOFF-DATE
001364         GO TO 1310-EXIT
001365     END-IF.
001366     DELETE DL100-PENDING-FILE
001367         INVALID KEY
001368             DISPLAY 'DL100-MAINT - EXPIRE FAILED, STATUS '
001369                 DL100-WS-PENDING-STATUS ' - ' DL100-PND-ITEM-CODE
001370             ADD 1 TO DL100-WS-ERROR-COUNT
001371             GO TO 1310-EXIT
001372     END-DELETE.
001373     ADD 1 TO DL100-WS-EXPIRE-COUNT.
001374     MOVE SPACES TO DL100-WS-APPROVE-ID.
001375     MOVE 'EXPIRED' TO DL100-PRG-DTL-ACTION.
001376     MOVE 'AGE LIMIT' TO DL100-WS-REG-NOTE.
001377     PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT.
001378 1310-EXIT.
001379     EXIT.
001380*
001381*    ------------------------------------------------------------
001382*    2000-PROCESS-TRANSACTION - INQUIRIES ARE ANSWERED AT ONCE;
001383*    EVERY CARD THAT WOULD CHANGE THE MASTER IS HELD FOR A
001384*    SECOND USER, AND ONLY AN APPROVAL APPLIES ONE.
001385*    ------------------------------------------------------------
001386 2000-PROCESS-TRANSACTION.
001387     PERFORM 2150-SET-MASTER-KEY THRU 2150-EXIT.
001388     EVALUATE TRUE
001389         WHEN DL100-MTX-UPDATE
001390             PERFORM 2900-SUBMIT-CHANGE THRU 2900-EXIT
001391         WHEN DL100-MTX-INQUIRE
001392             PERFORM 2500-INQUIRE-MASTER THRU 2500-EXIT
001393         WHEN DL100-MTX-APPROVE
001400             PERFORM 3000-APPROVE-CHANGE THRU 3000-EXIT
001410         WHEN DL100-MTX-REJECT
001420             PERFORM 3200-REJECT-CHANGE THRU 3200-EXIT
001430         WHEN OTHER
001440             DISPLAY 'DL100-MAINT - INVALID TRANS CODE - '
001450                 DL100-MTX-TRANS-CODE
001780     MOVE DL100-MTX-DESCRIPTION TO DL100-MST-DESCRIPTION.
001790     MOVE DL100-MTX-STD-VALUE TO DL100-MST-STD-VALUE.
001800     ACCEPT DL100-MST-LAST-UPDATED FROM DATE YYYYMMDD.
001803     MOVE DL100-MTX-USER-ID TO DL100-MST-SUBMIT-ID.
001806     MOVE DL100-WS-APPROVE-ID TO DL100-MST-APPROVE-ID.
001810     WRITE DL100-MASTER-RECORD
001820         INVALID KEY
001830             EVALUATE TRUE
002170             MOVE DL100-MTX-DESCRIPTION TO DL100-MST-DESCRIPTION
002180             MOVE DL100-MTX-STD-VALUE TO DL100-MST-STD-VALUE
002190             ACCEPT DL100-MST-LAST-UPDATED FROM DATE YYYYMMDD
002193             MOVE DL100-MTX-USER-ID TO DL100-MST-SUBMIT-ID
002196             MOVE DL100-WS-APPROVE-ID TO DL100-MST-APPROVE-ID
002200             REWRITE DL100-MASTER-RECORD
002210             ADD 1 TO DL100-WS-CHANGE-COUNT
002220             MOVE DL100-MASTER-RECORD TO DL100-WS-AFTER-IMAGE
003100     MOVE DL100-MTX-DESCRIPTION TO DL100-MST-DESCRIPTION.
003110     MOVE DL100-MTX-STD-VALUE TO DL100-MST-STD-VALUE.
003120     ACCEPT DL100-MST-LAST-UPDATED FROM DATE YYYYMMDD.
003123     MOVE DL100-MTX-USER-ID TO DL100-MST-SUBMIT-ID.
003126     MOVE DL100-WS-APPROVE-ID TO DL100-MST-APPROVE-ID.
003130     WRITE DL100-MASTER-RECORD
003140         INVALID KEY
003150             EVALUATE TRUE
004060     EXIT.
004070*
004080*    ------------------------------------------------------------
004090*    2900-SUBMIT-CHANGE - HOLD AN A/C/D/E/R CARD ON THE PENDING
004100*    FILE UNDER THE MASTER KEY IT WILL TOUCH.  THE CARD MUST
004110*    NAME ITS SUBMITTER, AN 'E' OR 'R' MUST STILL BE FUTURE-
004120*    DATED, AND ONLY ONE CHANGE MAY WAIT ON A KEY AT A TIME.
004130*    WHAT CAN ONLY BE CHECKED AGAINST THE MASTER IS CHECKED WHEN
004140*    THE CHANGE IS APPLIED.
004150*    ------------------------------------------------------------
004160 2900-SUBMIT-CHANGE.
004170     MOVE SPACES TO DL100-PND-RECORD.
004180     MOVE DL100-MTX-ITEM-CODE TO DL100-PND-ITEM-CODE.
004190     MOVE DL100-WS-EFF-DATE TO DL100-PND-EFFECTIVE-DATE.
004200     MOVE DL100-MTX-TRANS-CODE TO DL100-PND-TRANS-CODE.
004210     MOVE DL100-MTX-USER-ID TO DL100-PND-SUBMIT-ID.
004220     MOVE DL100-WS-TODAY TO DL100-PND-SUBMIT-DATE.
004230     MOVE DL100-WS-RUN-TIME TO DL100-PND-SUBMIT-TIME.
004240     MOVE DL100-MTX-RECORD TO DL100-PND-CARD-IMAGE.
004250     MOVE SPACES TO DL100-WS-APPROVE-ID.
004260     IF DL100-MTX-USER-ID = SPACES
004270         MOVE 'NO USER ID' TO DL100-WS-REG-NOTE
004280         GO TO 2900-REFUSED
004290     END-IF.
004300     IF (DL100-MTX-ADD-EFFECTIVE OR DL100-MTX-RETIRE)
004310         AND (DL100-MTX-EFFECTIVE-DATE NOT NUMERIC
004320             OR DL100-WS-EFF-DATE NOT > DL100-WS-TODAY)
004330         MOVE 'NEEDS FUTURE DATE' TO DL100-WS-REG-NOTE
004340         GO TO 2900-REFUSED
004350     END-IF.
004360     PERFORM 2950-CHECK-PERIOD THRU 2950-EXIT.
004370     IF DL100-WS-REG-NOTE = 'PERIOD CLOSED'
004380         GO TO 2900-REFUSED
004390     END-IF.
004400     WRITE DL100-PND-RECORD
004410         INVALID KEY
004420             IF DL100-PND-DUPKEY
004430                 MOVE 'ALREADY PENDING' TO DL100-WS-REG-NOTE
004440             ELSE
004450                 DISPLAY 'DL100-MAINT - PENDING WRITE FAILED, '
004460                     'STATUS ' DL100-WS-PENDING-STATUS ' - '
004470                     DL100-MTX-ITEM-CODE
004480                 MOVE 'PENDING FILE ERROR' TO DL100-WS-REG-NOTE
004490             END-IF
004500             GO TO 2900-REFUSED
004510     END-WRITE.
004520     ADD 1 TO DL100-WS-SUBMIT-COUNT.
004530     MOVE 'SUBMITTED' TO DL100-PRG-DTL-ACTION.
004540     MOVE 'AWAITING APPROVAL' TO DL100-WS-REG-NOTE.
004550     PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT.
004560     GO TO 2900-EXIT.
004570 2900-REFUSED.
004580     ADD 1 TO DL100-WS-REFUSE-COUNT.
004590     MOVE 'REFUSED' TO DL100-PRG-DTL-ACTION.
004600     PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT.
004610 2900-EXIT.
004620     EXIT.
004630*
004640*    ------------------------------------------------------------
004650*    2950-CHECK-PERIOD - A CHANGE DATED INTO A MONTH THAT HAS
004660*    BEEN CLOSED WOULD REPRICE BUSINESS ALREADY REPORTED, SO IT
004670*    IS REFUSED WITH NOTE 'PERIOD CLOSED'.  A BASE RECORD
004680*    (EFFECTIVE DATE ZERO) CARRIES NO PERIOD AND IS NOT CHECKED.
004690*    ------------------------------------------------------------
004700 2950-CHECK-PERIOD.
004710     MOVE SPACES TO DL100-WS-REG-NOTE.
004720     IF NOT DL100-PERIOD-PRESENT
004730         OR DL100-WS-EFF-DATE = ZERO
004740         GO TO 2950-EXIT
004750     END-IF.
004760     MOVE DL100-WS-EFF-DATE TO DL100-WS-CHECK-DATE.
004770     MOVE DL100-WS-CHECK-MONTH TO DL100-PER-PERIOD.
004780     READ DL100-PERIOD-FILE
004790         INVALID KEY
004800             IF NOT DL100-PRD-NOTFND
004810                 DISPLAY 'DL100-MAINT - PERIOD READ FAILED, '
004820                     'STATUS ' DL100-WS-PERIOD-STATUS ' - '
004830                     DL100-MTX-ITEM-CODE
004840                 ADD 1 TO DL100-WS-ERROR-COUNT
004850             END-IF
004860             GO TO 2950-EXIT
004870     END-READ.
004880     IF DL100-PER-CLOSED
004890         MOVE 'PERIOD CLOSED' TO DL100-WS-REG-NOTE
004900         ADD 1 TO DL100-WS-CLOSED-COUNT
004910     END-IF.
004920 2950-EXIT.
004930     EXIT.
004940*
004950*    ------------------------------------------------------------
004960*    3000-APPROVE-CHANGE - RELEASE THE CHANGE PENDING ON THE
004970*    CARD'S ITEM CODE AND EFFECTIVE DATE.  THE APPROVER MUST BE
004980*    NAMED, MUST NOT BE THE SUBMITTER, AND MUST BE IN A LATER
004990*    RUN THAN THE SUBMISSION.  A REFUSED APPROVAL LEAVES THE
005000*    CHANGE PENDING.  THE HELD CARD IMAGE IS THEN APPLIED BY THE
005010*    SAME PARAGRAPHS AS EVER; ONE THAT FAILS THERE (THE MASTER
005020*    HAS MOVED ON SINCE IT WAS SUBMITTED) IS DROPPED AND MUST BE
005030*    RESUBMITTED.
005040*    ------------------------------------------------------------
005050 3000-APPROVE-CHANGE.
005060     MOVE DL100-MTX-USER-ID TO DL100-WS-APPROVE-ID.
005070     MOVE DL100-MTX-ITEM-CODE TO DL100-PND-ITEM-CODE.
005080     MOVE DL100-WS-EFF-DATE TO DL100-PND-EFFECTIVE-DATE.
005090     READ DL100-PENDING-FILE
005100         INVALID KEY
005110             PERFORM 3300-PENDING-NOT-READ THRU 3300-EXIT
005120             GO TO 3000-REFUSED
005130     END-READ.
005140     IF DL100-WS-APPROVE-ID = SPACES
005150         MOVE 'NO USER ID' TO DL100-WS-REG-NOTE
005160         GO TO 3000-REFUSED
005170     END-IF.
005180     IF DL100-WS-APPROVE-ID = DL100-PND-SUBMIT-ID
005190         MOVE 'SAME USER' TO DL100-WS-REG-NOTE
005200         GO TO 3000-REFUSED
005210     END-IF.
005220     IF DL100-PND-SUBMIT-DATE = DL100-WS-TODAY
005230         AND DL100-PND-SUBMIT-TIME = DL100-WS-RUN-TIME
005240         MOVE 'SUBMITTED THIS RUN' TO DL100-WS-REG-NOTE
005250         GO TO 3000-REFUSED
005260     END-IF.
005270     PERFORM 2950-CHECK-PERIOD THRU 2950-EXIT.
005280     IF DL100-WS-REG-NOTE = 'PERIOD CLOSED'
005290         GO TO 3000-REFUSED
005300     END-IF.
005310     MOVE DL100-WS-ERROR-COUNT TO DL100-WS-ERRORS-BEFORE.
005320     MOVE DL100-PND-CARD-IMAGE TO DL100-MTX-RECORD.
005330     PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT.
005340     DELETE DL100-PENDING-FILE
005350         INVALID KEY
005360             DISPLAY 'DL100-MAINT - PENDING DELETE FAILED, '
005370                 'STATUS ' DL100-WS-PENDING-STATUS ' - '
005380                 DL100-PND-ITEM-CODE
005390             ADD 1 TO DL100-WS-ERROR-COUNT
005400     END-DELETE.
005410     IF DL100-WS-ERROR-COUNT > DL100-WS-ERRORS-BEFORE
005420         ADD 1 TO DL100-WS-FAIL-COUNT
005430         MOVE 'FAILED' TO DL100-PRG-DTL-ACTION
005440         MOVE 'NOT APPLIED - LOG' TO DL100-WS-REG-NOTE
005450     ELSE
005460         ADD 1 TO DL100-WS-APPROVE-COUNT
005470         MOVE 'APPROVED' TO DL100-PRG-DTL-ACTION
005480         MOVE 'APPLIED' TO DL100-WS-REG-NOTE
005490     END-IF.
005500     PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT.
005510     GO TO 3000-EXIT.
005520 3000-REFUSED.
005530     ADD 1 TO DL100-WS-REFUSE-COUNT.
005540     MOVE 'REFUSED' TO DL100-PRG-DTL-ACTION.
005550     PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT.
005560 3000-EXIT.
005570     EXIT.
005580*
005590*    ------------------------------------------------------------
005600*    3100-APPLY-CHANGE - APPLY AN APPROVED CARD IMAGE TO THE
005610*    MASTER.
005620*    ------------------------------------------------------------
005630 3100-APPLY-CHANGE.
005640     PERFORM 2150-SET-MASTER-KEY THRU 2150-EXIT.
005650     EVALUATE TRUE
005660         WHEN DL100-MTX-ADD
005670             PERFORM 2200-ADD-MASTER THRU 2200-EXIT
005680         WHEN DL100-MTX-CHANGE
005690             PERFORM 2300-CHANGE-MASTER THRU 2300-EXIT
005700         WHEN DL100-MTX-DELETE
005710             PERFORM 2400-DELETE-MASTER THRU 2400-EXIT
005720         WHEN DL100-MTX-ADD-EFFECTIVE
005730             PERFORM 2600-ADD-EFFECTIVE THRU 2600-EXIT
005740         WHEN DL100-MTX-RETIRE
005750             PERFORM 2700-RETIRE-EFFECTIVE THRU 2700-EXIT
005760     END-EVALUATE.
005770 3100-EXIT.
005780     EXIT.
005790*
005800*    ------------------------------------------------------------
005810*    3200-REJECT-CHANGE - DROP THE CHANGE PENDING ON THE CARD'S
005820*    ITEM CODE AND EFFECTIVE DATE.  ANY NAMED USER MAY REJECT;
005830*    THE SUBMITTER REJECTING IS A WITHDRAWAL.
005840*    ------------------------------------------------------------
005850 3200-REJECT-CHANGE.
005860     MOVE DL100-MTX-USER-ID TO DL100-WS-APPROVE-ID.
005870     MOVE DL100-MTX-ITEM-CODE TO DL100-PND-ITEM-CODE.
005880     MOVE DL100-WS-EFF-DATE TO DL100-PND-EFFECTIVE-DATE.
005890     READ DL100-PENDING-FILE
005900         INVALID KEY
005910             PERFORM 3300-PENDING-NOT-READ THRU 3300-EXIT
005920             GO TO 3200-REFUSED
005930     END-READ.
005940     IF DL100-WS-APPROVE-ID = SPACES
005950         MOVE 'NO USER ID' TO DL100-WS-REG-NOTE
005960         GO TO 3200-REFUSED
005970     END-IF.
005980     DELETE DL100-PENDING-FILE
005990         INVALID KEY
006000             DISPLAY 'DL100-MAINT - PENDING DELETE FAILED, '
006010                 'STATUS ' DL100-WS-PENDING-STATUS ' - '
006020                 DL100-PND-ITEM-CODE
006030             MOVE 'PENDING FILE ERROR' TO DL100-WS-REG-NOTE
006040             GO TO 3200-REFUSED
006050     END-DELETE.
006060     ADD 1 TO DL100-WS-REJECT-COUNT.
006070     MOVE 'REJECTED' TO DL100-PRG-DTL-ACTION.
006080     IF DL100-WS-APPROVE-ID = DL100-PND-SUBMIT-ID
006090         MOVE 'WITHDRAWN' TO DL100-WS-REG-NOTE
006100     ELSE
006110         MOVE SPACES TO DL100-WS-REG-NOTE
006120     END-IF.
006130     PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT.
006140     GO TO 3200-EXIT.
006150 3200-REFUSED.
006160     ADD 1 TO DL100-WS-REFUSE-COUNT.
006170     MOVE 'REFUSED' TO DL100-PRG-DTL-ACTION.
006180     PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT.
006190 3200-EXIT.
006200     EXIT.
006210*
006220*    ------------------------------------------------------------
006230*    3300-PENDING-NOT-READ - NOTHING PENDING UNDER THE KEY ON A
006240*    'V' OR 'X' CARD.  THE REGISTER LINE SHOWS THE CARD ITSELF.
006250*    ------------------------------------------------------------
006260 3300-PENDING-NOT-READ.
006270     IF DL100-PND-NOTFND
006280         MOVE 'NOT PENDING' TO DL100-WS-REG-NOTE
006290     ELSE
006300         DISPLAY 'DL100-MAINT - PENDING READ FAILED, STATUS '
006310             DL100-WS-PENDING-STATUS ' - ' DL100-MTX-ITEM-CODE
006320         MOVE 'PENDING FILE ERROR' TO DL100-WS-REG-NOTE
006330     END-IF.
006340     MOVE SPACES TO DL100-PND-RECORD.
006350     MOVE DL100-MTX-ITEM-CODE TO DL100-PND-ITEM-CODE.
006360     MOVE DL100-WS-EFF-DATE TO DL100-PND-EFFECTIVE-DATE.
006370     MOVE DL100-MTX-TRANS-CODE TO DL100-PND-TRANS-CODE.
006380     MOVE ZERO TO DL100-PND-SUBMIT-DATE.
006390 3300-EXIT.
006400     EXIT.
006410*
006420*    ------------------------------------------------------------
006430*    5000-WRITE-CHANGE-HISTORY - ONE HISTORY RECORD PER APPLIED
006440*    ACTION.  THE CALLER HAS SET THE BEFORE AND AFTER IMAGES;
006450*    THE KEY COMES FROM THE CARD, THE APPLY DATE AND TIME FROM
006460*    THE RUN.
006470*    ------------------------------------------------------------
006480 5000-WRITE-CHANGE-HISTORY.
006490     MOVE SPACES TO DL100-CHG-RECORD.
006500     MOVE DL100-MTX-TRANS-CODE TO DL100-CHG-TRANS-CODE.
006510     MOVE DL100-MTX-ITEM-CODE TO DL100-CHG-ITEM-CODE.
006520     MOVE DL100-WS-EFF-DATE TO DL100-CHG-EFFECTIVE-DATE.
006530     MOVE DL100-WS-TODAY TO DL100-CHG-APPLY-DATE.
006540     MOVE DL100-WS-RUN-TIME TO DL100-CHG-APPLY-TIME.
006550     MOVE DL100-WS-BEFORE-IMAGE TO DL100-CHG-BEFORE-IMAGE.
006560     MOVE DL100-WS-AFTER-IMAGE TO DL100-CHG-AFTER-IMAGE.
006570     MOVE DL100-WS-APPROVE-ID TO DL100-CHG-APPROVE-ID.
006580     WRITE DL100-CHGOUT-RECORD FROM DL100-CHG-RECORD.
006590 5000-EXIT.
006600     EXIT.
006610*
006620*    ------------------------------------------------------------
006630*    6000-WRITE-REGISTER-LINE - ONE REGISTER LINE FROM THE
006640*    PENDING RECORD AREA.  THE CALLER HAS SET THE ACTION, THE
006650*    NOTE AND THE APPROVE (OR REJECT) USER ID.
006660*    ------------------------------------------------------------
006670 6000-WRITE-REGISTER-LINE.
006680     MOVE DL100-PND-TRANS-CODE TO DL100-PRG-DTL-CODE.
006690     MOVE DL100-PND-ITEM-CODE TO DL100-PRG-DTL-ITEM.
006700     IF DL100-PND-EFFECTIVE-DATE = ZERO
006710         MOVE 'BASE' TO DL100-PRG-DTL-EFF-DATE
006720     ELSE
006730         MOVE DL100-PND-EFFECTIVE-DATE TO DL100-WS-DATE-NUM
006740         PERFORM 8000-FORMAT-DATE THRU 8000-EXIT
006750         MOVE DL100-WS-DATE-RPT TO DL100-PRG-DTL-EFF-DATE
006760     END-IF.
006770     MOVE DL100-PND-SUBMIT-ID TO DL100-PRG-DTL-SUBMIT-ID.
006780     MOVE DL100-WS-APPROVE-ID TO DL100-PRG-DTL-APPROVE-ID.
006790     IF DL100-PND-SUBMIT-DATE = ZERO
006800         MOVE SPACES TO DL100-PRG-DTL-SUBMIT-DATE
006810     ELSE
006820         MOVE DL100-PND-SUBMIT-DATE TO DL100-WS-DATE-NUM
006830         PERFORM 8000-FORMAT-DATE THRU 8000-EXIT
006840         MOVE DL100-WS-DATE-RPT TO DL100-PRG-DTL-SUBMIT-DATE
006850     END-IF.
006860     MOVE DL100-WS-REG-NOTE TO DL100-PRG-DTL-NOTE.
006870     WRITE DL100-PRG-RECORD FROM DL100-PRG-DETAIL-LINE.
006880 6000-EXIT.
006890     EXIT.
006900*
006910 8000-FORMAT-DATE.
006920     STRING DL100-WS-DATE-CCYY '-' DL100-WS-DATE-MM '-'
006930             DL100-WS-DATE-DD
006940         DELIMITED BY SIZE INTO DL100-WS-DATE-RPT.
006950 8000-EXIT.
006960     EXIT.
006970*
006980 9000-TERMINATION.
006990     PERFORM 9100-LIST-PENDING THRU 9100-EXIT.
007000     MOVE 'CARDS SUBMITTED' TO DL100-PRG-CNT-LABEL.
007010     MOVE DL100-WS-SUBMIT-COUNT TO DL100-PRG-CNT-VALUE.
007020     WRITE DL100-PRG-RECORD FROM DL100-PRG-COUNT-LINE.
007030     MOVE 'CHANGES APPROVED AND APPLIED' TO DL100-PRG-CNT-LABEL.
007040     MOVE DL100-WS-APPROVE-COUNT TO DL100-PRG-CNT-VALUE.
007050     WRITE DL100-PRG-RECORD FROM DL100-PRG-COUNT-LINE.
007060     MOVE 'CARDS REFUSED' TO DL100-PRG-CNT-LABEL.
007070     MOVE DL100-WS-REFUSE-COUNT TO DL100-PRG-CNT-VALUE.
007080     WRITE DL100-PRG-RECORD FROM DL100-PRG-COUNT-LINE.
007090     MOVE 'CHANGES REJECTED' TO DL100-PRG-CNT-LABEL.
007100     MOVE DL100-WS-REJECT-COUNT TO DL100-PRG-CNT-VALUE.
007110     WRITE DL100-PRG-RECORD FROM DL100-PRG-COUNT-LINE.
007120     MOVE 'APPROVED BUT FAILED TO APPLY' TO DL100-PRG-CNT-LABEL.
007130     MOVE DL100-WS-FAIL-COUNT TO DL100-PRG-CNT-VALUE.
007140     WRITE DL100-PRG-RECORD FROM DL100-PRG-COUNT-LINE.
007150     MOVE 'CHANGES EXPIRED' TO DL100-PRG-CNT-LABEL.
007160     MOVE DL100-WS-EXPIRE-COUNT TO DL100-PRG-CNT-VALUE.
007170     WRITE DL100-PRG-RECORD FROM DL100-PRG-COUNT-LINE.
007180     MOVE 'CHANGES STILL PENDING' TO DL100-PRG-CNT-LABEL.
007190     MOVE DL100-WS-HELD-COUNT TO DL100-PRG-CNT-VALUE.
007200     WRITE DL100-PRG-RECORD FROM DL100-PRG-COUNT-LINE.
007210     WRITE DL100-PRG-RECORD FROM DL100-PRG-FOOTER-LINE.
007220     CLOSE DL100-MTX-FILE DL100-MASTER-FILE DL100-CHGHIST-FILE
007230         DL100-PENDING-FILE DL100-PRG-FILE.
007240     IF DL100-PERIOD-PRESENT
007250         CLOSE DL100-PERIOD-FILE
007260     END-IF.
007270     DISPLAY 'DL100-MAINT - ADDS      ' DL100-WS-ADD-COUNT.
007280     DISPLAY 'DL100-MAINT - CHANGES   ' DL100-WS-CHANGE-COUNT.
007290     DISPLAY 'DL100-MAINT - DELETES   ' DL100-WS-DELETE-COUNT.
007300     DISPLAY 'DL100-MAINT - INQUIRIES ' DL100-WS-INQUIRE-COUNT.
007310     DISPLAY 'DL100-MAINT - EFF ADDS  ' DL100-WS-EFFADD-COUNT.
007320     DISPLAY 'DL100-MAINT - RETIRES   ' DL100-WS-RETIRE-COUNT.
007330     DISPLAY 'DL100-MAINT - ERRORS    ' DL100-WS-ERROR-COUNT.
007340     DISPLAY 'DL100-MAINT - SUBMITTED ' DL100-WS-SUBMIT-COUNT.
007350     DISPLAY 'DL100-MAINT - APPROVED  ' DL100-WS-APPROVE-COUNT.
007360     DISPLAY 'DL100-MAINT - REFUSED   ' DL100-WS-REFUSE-COUNT.
007370     DISPLAY 'DL100-MAINT - REJECTED  ' DL100-WS-REJECT-COUNT.
007380     DISPLAY 'DL100-MAINT - EXPIRED   ' DL100-WS-EXPIRE-COUNT.
007390     DISPLAY 'DL100-MAINT - PENDING   ' DL100-WS-HELD-COUNT.
007400     DISPLAY 'DL100-MAINT - CLOSED PER' DL100-WS-CLOSED-COUNT.
007410     IF DL100-WS-CLOSED-COUNT NOT = ZERO
007420         MOVE 22 TO RETURN-CODE
007430     ELSE
007440         IF DL100-WS-ERROR-COUNT NOT = ZERO
007450             OR DL100-WS-REFUSE-COUNT NOT = ZERO
007460             MOVE 8 TO RETURN-CODE
007470         ELSE
007480             IF DL100-WS-EXPIRE-COUNT NOT = ZERO
007490                 MOVE 4 TO RETURN-CODE
007500             END-IF
007510         END-IF
007520     END-IF.
007530 9000-EXIT.
007540     EXIT.
007550*
007560*    ------------------------------------------------------------
007570*    9100-LIST-PENDING - EVERY CHANGE STILL WAITING AT THE END
007580*    OF THE RUN, WITH THOSE SUBMITTED TODAY, GOES ON THE
007590*    REGISTER FOR THE SECOND USER TO WORK FROM.
007600*    ------------------------------------------------------------
007610 9100-LIST-PENDING.
007620     SET DL100-WS-PND-SCAN-MORE TO TRUE.
007630     MOVE SPACES TO DL100-WS-APPROVE-ID.
007640     MOVE LOW-VALUES TO DL100-PND-KEY.
007650     START DL100-PENDING-FILE KEY NOT < DL100-PND-KEY
007660         INVALID KEY
007670             GO TO 9100-EXIT
007680     END-START.
007690     PERFORM 9110-LIST-NEXT THRU 9110-EXIT
007700         UNTIL DL100-WS-PND-SCAN-DONE.
007710 9100-EXIT.
007720     EXIT.
007730*
007740 9110-LIST-NEXT.
007750     READ DL100-PENDING-FILE NEXT
007760         AT END
007770             SET DL100-WS-PND-SCAN-DONE TO TRUE
007780             GO TO 9110-EXIT
007790     END-READ.
007800     ADD 1 TO DL100-WS-HELD-COUNT.
007810     MOVE 'PENDING' TO DL100-PRG-DTL-ACTION.
007820     MOVE 'AWAITING APPROVAL' TO DL100-WS-REG-NOTE.
007830     PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT.
007840 9110-EXIT.
007850     EXIT.
007860*
007870*    ------------------------------------------------------------
007880*    8500-ACQUIRE-LOCKS - BEFORE ANY FILE IS OPENED, CHECK EVERY
007890*    SHARED DATASET THIS PROGRAM USES AGAINST THE SUBSYSTEM LOCK
007900*    FILE.  A LOCK ANOTHER JOB HOLDS THAT CLASHES WITH OURS ENDS
007910*    THE STEP RC 24 WITH THE HOLDER NAMED AND NOTHING OPENED.  A
007920*    LOCK HELD UNDER OUR OWN JOB NAME WAS LEFT BY AN EARLIER STEP
007930*    OR AN EARLIER ATTEMPT OF THIS JOB AND IS TAKEN OVER.  THE
007940*    LOCK FILE IS CREATED ON ITS VERY FIRST USE.
007950*    ------------------------------------------------------------
007960 8500-ACQUIRE-LOCKS.
007970     ACCEPT DL100-WS-LOCK-DATE FROM DATE YYYYMMDD.
007980     ACCEPT DL100-WS-LOCK-TIME FROM TIME.
007990     OPEN I-O DL100-LOCK-FILE.
008000     IF DL100-WS-LKF-NOFILE
008010         OPEN OUTPUT DL100-LOCK-FILE
008020         CLOSE DL100-LOCK-FILE
008030         OPEN I-O DL100-LOCK-FILE
008040     END-IF.
008050     IF NOT DL100-WS-LKF-OK
008060         DISPLAY 'DL100-MAINT - LOCK FILE OPEN FAILED, STATUS '
008070             DL100-WS-LOCK-STATUS ' - RUN ABORTED'
008080         MOVE 16 TO RETURN-CODE
008090         STOP RUN
008100     END-IF.
008110     OPEN EXTEND DL100-LOCKLOG-FILE.
008120     SET DL100-WS-LOCK-NO-CLASH TO TRUE.
008130     PERFORM 8510-CHECK-RESOURCE THRU 8510-EXIT
008140         VARYING DL100-WS-LOCK-SUB FROM 1 BY 1
008150         UNTIL DL100-WS-LOCK-SUB > DL100-WS-LOCK-COUNT.
008160     IF DL100-WS-LOCK-CLASH
008170         CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE
008180         DISPLAY 'DL100-MAINT - A DATASET IT NEEDS IS IN USE BY '
008190             'ANOTHER JOB - RUN REFUSED'
008200         MOVE 24 TO RETURN-CODE
008210         STOP RUN
008220     END-IF.
008230     PERFORM 8530-WRITE-LOCK THRU 8530-EXIT
008240         VARYING DL100-WS-LOCK-SUB FROM 1 BY 1
008250         UNTIL DL100-WS-LOCK-SUB > DL100-WS-LOCK-COUNT.
008260     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
008270     SET DL100-WS-LOCKS-HELD TO TRUE.
008280     IF DL100-WS-LOCK-CLASH
008290         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
008300         MOVE 16 TO RETURN-CODE
008310         STOP RUN
008320     END-IF.
008330 8500-EXIT.
008340     EXIT.
008350*
008360 8510-CHECK-RESOURCE.
008370     SET DL100-WS-LOCK-SCAN-MORE TO TRUE.
008380     MOVE DL100-WS-LOCK-RESOURCE (DL100-WS-LOCK-SUB)
008390         TO DL100-LCK-RESOURCE.
008400     MOVE LOW-VALUES TO DL100-LCK-JOB.
008410     START DL100-LOCK-FILE KEY NOT < DL100-LCK-KEY
008420         INVALID KEY
008430             GO TO 8510-EXIT
008440     END-START.
008450     PERFORM 8520-CHECK-HOLDER THRU 8520-EXIT
008460         UNTIL DL100-WS-LOCK-SCAN-DONE.
008470 8510-EXIT.
008480     EXIT.
008490*
008500*    ------------------------------------------------------------
008510*    8520-CHECK-HOLDER - AN EXCLUSIVE LOCK CLASHES WITH ANY
008520*    OTHER; AN UPDATE LOCK WITH ANOTHER UPDATE; A SHARED LOCK
008530*    ONLY WITH AN EXCLUSIVE ONE.
008540*    ------------------------------------------------------------
008550 8520-CHECK-HOLDER.
008560     READ DL100-LOCK-FILE NEXT
008570         AT END
008580             SET DL100-WS-LOCK-SCAN-DONE TO TRUE
008590             GO TO 8520-EXIT
008600     END-READ.
008610     IF DL100-LCK-RESOURCE NOT =
008620         DL100-WS-LOCK-RESOURCE (DL100-WS-LOCK-SUB)
008630         SET DL100-WS-LOCK-SCAN-DONE TO TRUE
008640         GO TO 8520-EXIT
008650     END-IF.
008660     IF DL100-LCK-JOB = DL100-WS-LOCK-JOB
008670         GO TO 8520-EXIT
008680     END-IF.
008690     IF DL100-LCK-SHARED
008700         AND NOT DL100-WS-LOCK-WANT-EXCL (DL100-WS-LOCK-SUB)
008710         GO TO 8520-EXIT
008720     END-IF.
008730     IF DL100-LCK-UPDATE
008740         AND DL100-WS-LOCK-WANT-SHARED (DL100-WS-LOCK-SUB)
008750         GO TO 8520-EXIT
008760     END-IF.
008770     SET DL100-WS-LOCK-CLASH TO TRUE.
008780     DISPLAY 'DL100-MAINT - ' DL100-LCK-RESOURCE
008790         ' IS HELD BY JOB ' DL100-LCK-JOB
008800         ' (' DL100-LCK-PROGRAM ') SINCE '
008810         DL100-LCK-DATE ' ' DL100-LCK-TIME.
008820     MOVE 'C' TO DL100-WS-LOCK-ACTION.
008830     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
008840 8520-EXIT.
008850     EXIT.
008860*
008870 8530-WRITE-LOCK.
008880     MOVE SPACES TO DL100-LCK-RECORD.
008890     MOVE DL100-WS-LOCK-RESOURCE (DL100-WS-LOCK-SUB)
008900         TO DL100-LCK-RESOURCE.
008910     MOVE DL100-WS-LOCK-JOB TO DL100-LCK-JOB.
008920     MOVE DL100-WS-LOCK-MODE (DL100-WS-LOCK-SUB)
008930         TO DL100-LCK-MODE.
008940     MOVE DL100-WS-LOCK-PROGRAM TO DL100-LCK-PROGRAM.
008950     MOVE DL100-WS-LOCK-DATE TO DL100-LCK-DATE.
008960     MOVE DL100-WS-LOCK-TIME TO DL100-LCK-TIME.
008970     WRITE DL100-LCK-RECORD
008980         INVALID KEY
008990             IF DL100-WS-LKF-DUPKEY
009000                 REWRITE DL100-LCK-RECORD
009010                     INVALID KEY
009020                         CONTINUE
009030                 END-REWRITE
009040             END-IF
009050     END-WRITE.
009060     IF NOT DL100-WS-LKF-OK
009070         DISPLAY 'DL100-MAINT - LOCK WRITE FAILED, STATUS '
009080             DL100-WS-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
009090         SET DL100-WS-LOCK-CLASH TO TRUE
009100         GO TO 8530-EXIT
009110     END-IF.
009120     MOVE 'L' TO DL100-WS-LOCK-ACTION.
009130     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
009140 8530-EXIT.
009150     EXIT.
009160*
009170*    ------------------------------------------------------------
009180*    8600-RELEASE-LOCKS - GIVE UP EVERY LOCK THIS PROGRAM TOOK.
009190*    PERFORMED BEFORE EVERY STOP RUN ONCE THE LOCKS ARE HELD, SO
009200*    ONLY AN ABEND LEAVES THEM BEHIND FOR DL100-LCKREL.
009210*    ------------------------------------------------------------
009220 8600-RELEASE-LOCKS.
009230     IF DL100-WS-LOCKS-FREE
009240         GO TO 8600-EXIT
009250     END-IF.
009260     SET DL100-WS-LOCKS-FREE TO TRUE.
009270     ACCEPT DL100-WS-LOCK-DATE FROM DATE YYYYMMDD.
009280     ACCEPT DL100-WS-LOCK-TIME FROM TIME.
009290     OPEN I-O DL100-LOCK-FILE.
009300     IF NOT DL100-WS-LKF-OK
009310         DISPLAY 'DL100-MAINT - LOCK FILE OPEN FAILED, STATUS '
009320             DL100-WS-LOCK-STATUS ' - LOCKS LEFT FOR RELEASE BY '
009330             'DL100-LCKREL'
009340         GO TO 8600-EXIT
009350     END-IF.
009360     OPEN EXTEND DL100-LOCKLOG-FILE.
009370     PERFORM 8610-DELETE-LOCK THRU 8610-EXIT
009380         VARYING DL100-WS-LOCK-SUB FROM 1 BY 1
009390         UNTIL DL100-WS-LOCK-SUB > DL100-WS-LOCK-COUNT.
009400     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
009410 8600-EXIT.
009420     EXIT.
009430*
009440 8610-DELETE-LOCK.
009450     MOVE DL100-WS-LOCK-RESOURCE (DL100-WS-LOCK-SUB)
009460         TO DL100-LCK-RESOURCE.
009470     MOVE DL100-WS-LOCK-JOB TO DL100-LCK-JOB.
009480     READ DL100-LOCK-FILE
009490         INVALID KEY
009500             GO TO 8610-EXIT
009510     END-READ.
009520     DELETE DL100-LOCK-FILE
009530         INVALID KEY
009540             DISPLAY 'DL100-MAINT - LOCK DELETE FAILED, STATUS '
009550                 DL100-WS-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
009560             GO TO 8610-EXIT
009570     END-DELETE.
009580     MOVE 'F' TO DL100-WS-LOCK-ACTION.
009590     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
009600 8610-EXIT.
009610     EXIT.
009620*
009630*    ------------------------------------------------------------
009640*    8700-WRITE-LOCK-LOG - ONE LOG RECORD PER LOCK TAKEN OR
009650*    GIVEN UP, AND PER CLASH THAT REFUSED THE RUN.
009660*    ------------------------------------------------------------
009670 8700-WRITE-LOCK-LOG.
009680     MOVE SPACES TO DL100-LLG-RECORD.
009690     MOVE DL100-WS-LOCK-ACTION TO DL100-LLG-ACTION.
009700     MOVE DL100-WS-LOCK-DATE TO DL100-LLG-LOG-DATE.
009710     MOVE DL100-WS-LOCK-TIME TO DL100-LLG-LOG-TIME.
009720     MOVE DL100-WS-LOCK-JOB TO DL100-LLG-REQ-JOB.
009730     MOVE DL100-WS-LOCK-PROGRAM TO DL100-LLG-REQ-PROGRAM.
009740     MOVE DL100-LCK-RECORD TO DL100-LLG-LOCK-IMAGE.
009750     WRITE DL100-LLGOUT-RECORD FROM DL100-LLG-RECORD.
009760 8700-EXIT.
009770     EXIT.
