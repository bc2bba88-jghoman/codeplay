000010*****************************************************************
000020*    PROGRAM-ID.  DL100-REPRICE.
000030*    AUTHOR.      J. HOMAN.
000040*    INSTALLATION. DAILY TOTALS BATCH SUBSYSTEM.
000050*    DATE-WRITTEN. 2026-10-15.
000060*    DATE-COMPILED. 2026-10-15.
000070*    DESCRIPTION.
000080*        RETROACTIVE REPRICING RUN.  WHEN AN ITEM'S STANDARD
000090*        VALUE IS FOUND TO HAVE BEEN WRONG FOR A STRETCH OF
000100*        DAYS, PURCHASING CORRECTS THE MASTER (DL100-MAINT) AND
000110*        THIS PROGRAM RAISES THE DIFFERENCE INSTEAD OF THE
000120*        CLERKS KEYING ADJUSTMENTS BY HAND.  THE SYSIN CARD
000130*        NAMES THE ITEM AND THE RUN DATE RANGE.  EVERY 'OK'
000140*        ORDINARY-ADD DETAIL OF THAT ITEM IN THE RANGE IS
000150*        FOUND ON THE KEYED AUDIT RESULT FILE AND RECOMPUTED
000160*        AT THE VALUE THE MASTER NOW SAYS WAS IN FORCE ON ITS
000170*        RUN DATE.  THE VALUE IT WAS PRICED AT COMES FROM THE
000180*        ITEM ACTIVITY FILE (OR FROM AN EARLIER REPRICING, IF
000190*        THE DETAIL HAS BEEN REPRICED BEFORE).  EACH NON-ZERO
000200*        DIFFERENCE IS WRITTEN AS A 'J' ADJUSTMENT NAMING THE
000210*        DETAIL IT CORRECTS, ALL IN ONE BATCH WITH ITS OWN
000220*        HEADER (SOURCE SYSTEM 'REPRICE') AND TRAILER, FOR THE
000230*        NEXT DAY'S TRANSACTION FILE.  THE DETAIL IS MARKED
000240*        REPRICED AT THE CORRECTED VALUE SO A RERUN RAISES
000250*        NOTHING TWICE.  A DETAIL A REVERSAL HAS BACKED OUT IS
000260*        LEFT ALONE.  EVERY DETAIL TOUCHED IS LISTED ON THE
000270*        REPRICING REGISTER.
000280*
000290*        RETURN CODES - 0 ADJUSTMENTS RAISED, 4 NOTHING TO
000300*        ADJUST, 8 SOME DETAILS COULD NOT BE REPRICED (SEE THE
000310*        REGISTER - THE BATCH RAISED FOR THE REST IS STILL
000320*        GOOD), 16 RUN ABORTED.
000330*
000331*        THE SHARED DATASETS IT USES ARE REGISTERED ON THE
000332*        SUBSYSTEM LOCK FILE BEFORE ANY FILE IS OPENED.  A
000333*        CLASH WITH ANOTHER JOB'S LOCK ENDS THE RUN RC 24, THE
000334*        HOLDING JOB NAMED ON SYSOUT.
000335*
000340*    MODIFICATION HISTORY.
000350*    DATE       INIT DESCRIPTION
000360*    ---------- ---- --------------------------------------------
000370*    2026-10-15 JGH  ORIGINAL PROGRAM.
000373*    2026-10-15 JGH  PRICED-AT VALUE LOOKED UP BY RUN DATE AND
000376*    2026-10-15 JGH  CYCLE; ADJUSTMENT NAMES THE ORIGINAL'S CYCLE.
000378*    2026-10-15 JGH  REGISTERS ITS SHARED DATASETS ON THE NEW
000380*    2026-10-15 JGH  SUBSYSTEM LOCK FILE BEFORE OPENING ANYTHING
000382*    2026-10-15 JGH  AND LOGS EVERY LOCK TAKEN AND GIVEN UP; A
000384*    2026-10-15 JGH  CLASH WITH ANOTHER JOB ENDS THE RUN RC 24.
000386*****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. DL100-REPRICE.
000410 AUTHOR. J. HOMAN.
000420 INSTALLATION. DAILY TOTALS BATCH SUBSYSTEM.
000430 DATE-WRITTEN. 2026-10-15.
000440 DATE-COMPILED. 2026-10-15.
000450*
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT DL100-CARD-FILE ASSIGN TO "SYSIN"
000500         ORGANIZATION IS SEQUENTIAL.
000510     SELECT DL100-AUDKEY-FILE ASSIGN TO "AUDKEY"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS DL100-AKY-KEY
000550         FILE STATUS IS DL100-RPR-AUDKEY-STATUS.
000560     SELECT DL100-MASTER-FILE ASSIGN TO "MASTFILE"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS DL100-MST-KEY
000600         FILE STATUS IS DL100-RPR-MASTER-STATUS.
000610     SELECT DL100-ITMACT-FILE ASSIGN TO "ITEMACT"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS DL100-ITA-KEY
000650         FILE STATUS IS DL100-RPR-ITMACT-STATUS.
000660     SELECT DL100-TRAN-FILE ASSIGN TO "REPROUT"
000670         ORGANIZATION IS SEQUENTIAL.
000680     SELECT DL100-RRP-FILE ASSIGN TO "RPTFILE"
000690         ORGANIZATION IS SEQUENTIAL.
000691     SELECT DL100-LOCK-FILE ASSIGN TO "LOCKFILE"
000692         ORGANIZATION IS INDEXED
000693         ACCESS MODE IS DYNAMIC
000694         RECORD KEY IS DL100-LCK-KEY
000695         FILE STATUS IS DL100-RPR-LOCK-STATUS.
000696     SELECT DL100-LOCKLOG-FILE ASSIGN TO "LOCKLOG"
000697         ORGANIZATION IS SEQUENTIAL.
000700*
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  DL100-CARD-FILE
000740     RECORDING MODE IS F.
000750     COPY DL100RPC.
000760*
000770 FD  DL100-AUDKEY-FILE.
000780     COPY DL100AKY.
000790*
000800 FD  DL100-MASTER-FILE.
000810     COPY DL100MST.
000820*
000830 FD  DL100-ITMACT-FILE.
000840     COPY DL100ITA.
000850*
000860 FD  DL100-TRAN-FILE
000870     RECORDING MODE IS F.
000880     COPY DL100TRN.
000890*
000900 FD  DL100-RRP-FILE
000910     RECORDING MODE IS F.
000920 01  DL100-RRP-RECORD                PIC X(80).
000930*
000931 FD  DL100-LOCK-FILE.
000932     COPY DL100LCK.
000933*
000934 FD  DL100-LOCKLOG-FILE
000935     RECORDING MODE IS F.
000936 01  DL100-LLGOUT-RECORD             PIC X(200).
000937*
000940 WORKING-STORAGE SECTION.
000950 01  DL100-RPR-AUDKEY-STATUS         PIC X(02).
000960     88  DL100-RPR-AKY-OK                        VALUE '00'.
000970     88  DL100-RPR-AKY-NOTFND                    VALUE '23'.
000980*
000990 01  DL100-RPR-MASTER-STATUS         PIC X(02).
001000     88  DL100-RPR-MST-OK                        VALUE '00'.
001010     88  DL100-RPR-MST-NOTFND                    VALUE '23'.
001020*
001030 01  DL100-RPR-ITMACT-STATUS         PIC X(02).
001040     88  DL100-RPR-ITA-OK                        VALUE '00'.
001050     88  DL100-RPR-ITA-NOTFND                    VALUE '23'.
001060*
001070 01  DL100-RPR-SWITCHES.
001080     05  DL100-RPR-EOF-SWITCH        PIC X(01) VALUE 'N'.
001090         88  DL100-RPR-EOF-YES                   VALUE 'Y'.
001100         88  DL100-RPR-EOF-NO                    VALUE 'N'.
001110     05  DL100-RPR-ABORT-SWITCH      PIC X(01) VALUE 'N'.
001120         88  DL100-RPR-ABORT-YES                 VALUE 'Y'.
001130         88  DL100-RPR-ABORT-NO                  VALUE 'N'.
001140     05  DL100-RPR-CARD-SWITCH       PIC X(01) VALUE 'Y'.
001150         88  DL100-RPR-CARD-GOOD                 VALUE 'Y'.
001160         88  DL100-RPR-CARD-BAD                  VALUE 'N'.
001170     05  DL100-RPR-BATCH-SWITCH      PIC X(01) VALUE 'N'.
001180         88  DL100-RPR-BATCH-OPEN                VALUE 'Y'.
001190         88  DL100-RPR-BATCH-CLOSED              VALUE 'N'.
001200     05  DL100-RPR-ACT-SWITCH        PIC X(01) VALUE 'N'.
001210         88  DL100-RPR-ACT-FOUND                 VALUE 'Y'.
001220         88  DL100-RPR-ACT-MISSING               VALUE 'N'.
001230     05  DL100-RPR-ITEM-SWITCH       PIC X(01) VALUE 'N'.
001240         88  DL100-RPR-ITEM-FOUND                VALUE 'Y'.
001250         88  DL100-RPR-ITEM-MISSING              VALUE 'N'.
001260     05  DL100-RPR-MST-SCAN-SWITCH   PIC X(01) VALUE 'N'.
001270         88  DL100-RPR-MST-SCAN-DONE             VALUE 'Y'.
001280         88  DL100-RPR-MST-SCAN-MORE             VALUE 'N'.
001290*
001300 01  DL100-RPR-SELECTION.
001310     05  DL100-RPR-ITEM-CODE         PIC X(06) VALUE SPACES.
001320     05  DL100-RPR-FROM-DATE         PIC 9(08) VALUE ZERO.
001330     05  DL100-RPR-THRU-DATE         PIC 9(08) VALUE ZERO.
001340     05  DL100-RPR-TODAY             PIC 9(08) VALUE ZERO.
001350*
001360*    THE PRICED-AT AND CORRECTED VALUES ARE LOOKED UP ONCE PER
001366*    RUN DATE AND CYCLE - THE KEYED AUDIT FILE IS READ IN THAT
001372*    ORDER.
001380 01  DL100-RPR-PRICE-FIELDS.
001390     05  DL100-RPR-PRICED-DATE       PIC 9(08) VALUE ZERO.
001395     05  DL100-RPR-PRICED-CYCLE      PIC 9(01) VALUE ZERO.
001400     05  DL100-RPR-ACT-VALUE         PIC S9(07)V99 COMP-3
001410                                         VALUE ZERO.
001420     05  DL100-RPR-NEW-VALUE         PIC S9(07)V99 COMP-3
001430                                         VALUE ZERO.
001440     05  DL100-RPR-OLD-VALUE         PIC S9(07)V99 COMP-3
001450                                         VALUE ZERO.
001460     05  DL100-RPR-ADJUSTMENT        PIC S9(07)V99 COMP-3
001470                                         VALUE ZERO.
001480*
001490 01  DL100-RPR-BATCH-FIELDS.
001500     05  DL100-RPR-BATCH-ID.
001510         10  FILLER                  PIC X(02) VALUE 'RP'.
001520         10  DL100-RPR-BATCH-HHMMSS  PIC 9(06) VALUE ZERO.
001530     05  DL100-RPR-BATCH-COUNT       PIC 9(05) COMP VALUE ZERO.
001540     05  DL100-RPR-BATCH-TOTAL       PIC S9(09)V99 COMP-3
001550                                         VALUE ZERO.
001560*
001570 01  DL100-RPR-COUNTERS.
001580     05  DL100-RPR-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
001590     05  DL100-RPR-SELECTED-COUNT    PIC 9(05) COMP VALUE ZERO.
001600     05  DL100-RPR-ADJUSTED-COUNT    PIC 9(05) COMP VALUE ZERO.
001610     05  DL100-RPR-UNCHANGED-COUNT   PIC 9(05) COMP VALUE ZERO.
001620     05  DL100-RPR-REVERSED-COUNT    PIC 9(05) COMP VALUE ZERO.
001630     05  DL100-RPR-EXCEPTION-COUNT   PIC 9(05) COMP VALUE ZERO.
001640*
001650 01  DL100-RPR-EDIT-FIELDS.
001660     05  DL100-RPR-DATE-NUM          PIC 9(08).
001670     05  DL100-RPR-DATE-X REDEFINES DL100-RPR-DATE-NUM.
001680         10  DL100-RPR-DATE-CCYY     PIC 9(04).
001690         10  DL100-RPR-DATE-MM       PIC 9(02).
001700         10  DL100-RPR-DATE-DD       PIC 9(02).
001710     05  DL100-RPR-DATE-RPT          PIC X(10).
001720     05  DL100-RPR-TIME-NUM          PIC 9(08).
001730     05  DL100-RPR-TIME-X REDEFINES DL100-RPR-TIME-NUM.
001740         10  DL100-RPR-TIME-HHMMSS   PIC 9(06).
001750         10  FILLER                  PIC 9(02).
001760*
001770     COPY DL100RRP.
001780*
001781*    THE SHARED DATASETS THIS PROGRAM REGISTERS ON THE
001782*    SUBSYSTEM LOCK FILE BEFORE IT OPENS ANYTHING, AND HOW IT
001783*    USES EACH - 'X' EXCLUSIVE, 'U' UPDATE, 'S' SHARED READ.
001784*    THE JOB NAME IS THAT OF THE JOB THIS PROGRAM RUNS UNDER.
001785 01  DL100-RPR-LOCK-LIST.
001786     05  FILLER                      PIC X(09) VALUE 'AUDKEY  U'.
001787     05  FILLER                      PIC X(09) VALUE 'MASTER  S'.
001788     05  FILLER                      PIC X(09) VALUE 'ITEMACT S'.
001789 01  DL100-RPR-LOCK-TABLE REDEFINES DL100-RPR-LOCK-LIST.
001790     05  DL100-RPR-LOCK-ENTRY        OCCURS 3 TIMES.
001791         10  DL100-RPR-LOCK-RESOURCE PIC X(08).
001792         10  DL100-RPR-LOCK-MODE     PIC X(01).
001793             88  DL100-RPR-LOCK-WANT-EXCL       VALUE 'X'.
001794             88  DL100-RPR-LOCK-WANT-SHARED     VALUE 'S'.
001795*
001796 01  DL100-RPR-LOCK-FIELDS.
001797     05  DL100-RPR-LOCK-COUNT        PIC 9(02) COMP VALUE 3.
001798     05  DL100-RPR-LOCK-SUB          PIC 9(02) COMP VALUE ZERO.
001799     05  DL100-RPR-LOCK-JOB          PIC X(08) VALUE 'HELLORPR'.
001800     05  DL100-RPR-LOCK-PROGRAM      PIC X(16)
001801                                     VALUE 'DL100-REPRICE'.
001802     05  DL100-RPR-LOCK-DATE         PIC 9(08) VALUE ZERO.
001803     05  DL100-RPR-LOCK-TIME         PIC 9(08) VALUE ZERO.
001804     05  DL100-RPR-LOCK-ACTION       PIC X(01) VALUE SPACE.
001805     05  DL100-RPR-LOCK-HELD-SWITCH  PIC X(01) VALUE 'N'.
001806         88  DL100-RPR-LOCKS-HELD               VALUE 'Y'.
001807         88  DL100-RPR-LOCKS-FREE               VALUE 'N'.
001808     05  DL100-RPR-LOCK-SCAN-SWITCH  PIC X(01) VALUE 'N'.
001809         88  DL100-RPR-LOCK-SCAN-DONE           VALUE 'Y'.
001810         88  DL100-RPR-LOCK-SCAN-MORE           VALUE 'N'.
001811     05  DL100-RPR-LOCK-CLASH-SWITCH PIC X(01) VALUE 'N'.
001812         88  DL100-RPR-LOCK-CLASH               VALUE 'Y'.
001813         88  DL100-RPR-LOCK-NO-CLASH            VALUE 'N'.
001814*
001815 01  DL100-RPR-LOCK-STATUS           PIC X(02).
001816     88  DL100-RPR-LKF-OK                       VALUE '00'.
001817     88  DL100-RPR-LKF-NOTFND                   VALUE '23'.
001818     88  DL100-RPR-LKF-DUPKEY                   VALUE '22'.
001819     88  DL100-RPR-LKF-NOFILE                   VALUE '35'.
001820*
001821     COPY DL100LLG.
001822*
001823 PROCEDURE DIVISION.
001824*
001825*    ------------------------------------------------------------
001826*    0000-MAINLINE-CONTROL - TOP LEVEL FLOW ONLY.
001830*    ------------------------------------------------------------
001840 0000-MAINLINE-CONTROL.
001850     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
001860     PERFORM 2000-PROCESS-AUDKEY-RECORD THRU 2000-EXIT
001870         UNTIL DL100-RPR-EOF-YES OR DL100-RPR-ABORT-YES.
001880     PERFORM 9000-TERMINATION THRU 9000-EXIT.
001890     EVALUATE TRUE
001900         WHEN DL100-RPR-ABORT-YES
001910             MOVE 16 TO RETURN-CODE
001920         WHEN DL100-RPR-EXCEPTION-COUNT NOT = ZERO
001930             MOVE 8 TO RETURN-CODE
001940         WHEN DL100-RPR-ADJUSTED-COUNT = ZERO
001950             MOVE 4 TO RETURN-CODE
001960         WHEN OTHER
001970             MOVE ZERO TO RETURN-CODE
001980     END-EVALUATE.
001985     PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT.
001990     STOP RUN.
002000*
002010*    ------------------------------------------------------------
002020*    1000-INITIALIZATION - EDIT THE CONTROL CARD, OPEN THE
002030*    FILES, WRITE THE REGISTER HEADINGS AND POSITION THE KEYED
002040*    AUDIT FILE AT THE FIRST RUN DATE OF THE RANGE.  A MISSING
002050*    OR BAD CARD, OR A FILE THAT WILL NOT OPEN, STOPS THE RUN
002060*    BEFORE ANYTHING IS WRITTEN.
002070*    ------------------------------------------------------------
002080 1000-INITIALIZATION.
002085     PERFORM 8500-ACQUIRE-LOCKS THRU 8500-EXIT.
002090     ACCEPT DL100-RPR-TODAY FROM DATE YYYYMMDD.
002100     ACCEPT DL100-RPR-TIME-NUM FROM TIME.
002110     MOVE DL100-RPR-TIME-HHMMSS TO DL100-RPR-BATCH-HHMMSS.
002120     OPEN INPUT DL100-CARD-FILE.
002130     READ DL100-CARD-FILE
002140         AT END
002150             DISPLAY 'DL100-REPRICE - NO CONTROL CARD - '
002160                 'RUN ABORTED'
002170             SET DL100-RPR-CARD-BAD TO TRUE
002180         NOT AT END
002190             PERFORM 1100-EDIT-CONTROL-CARD THRU 1100-EXIT
002200     END-READ.
002210     CLOSE DL100-CARD-FILE.
002220     IF DL100-RPR-CARD-BAD
002230         MOVE 16 TO RETURN-CODE
002235         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
002240         STOP RUN
002250     END-IF.
002260     PERFORM 1200-OPEN-FILES THRU 1200-EXIT.
002270     MOVE DL100-RPR-TODAY TO DL100-RPR-DATE-NUM.
002280     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT.
002290     MOVE DL100-RPR-DATE-RPT TO DL100-RRP-HDR-DATE.
002300     MOVE 1 TO DL100-RRP-HDR-PAGE.
002310     WRITE DL100-RRP-RECORD FROM DL100-RRP-HEADER-LINE.
002320     MOVE DL100-RPR-ITEM-CODE TO DL100-RRP-SEL-ITEM.
002330     MOVE DL100-RPR-FROM-DATE TO DL100-RPR-DATE-NUM.
002340     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT.
002350     MOVE DL100-RPR-DATE-RPT TO DL100-RRP-SEL-FROM.
002360     MOVE DL100-RPR-THRU-DATE TO DL100-RPR-DATE-NUM.
002370     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT.
002380     MOVE DL100-RPR-DATE-RPT TO DL100-RRP-SEL-THRU.
002390     MOVE DL100-RPR-BATCH-ID TO DL100-RRP-SEL-BATCH.
002400     WRITE DL100-RRP-RECORD FROM DL100-RRP-SELECT-LINE.
002410     WRITE DL100-RRP-RECORD FROM DL100-RRP-COLUMN-LINE.
002420     PERFORM 1300-POSITION-AUDKEY-FILE THRU 1300-EXIT.
002430 1000-EXIT.
002440     EXIT.
002450*
002460*    ------------------------------------------------------------
002470*    1100-EDIT-CONTROL-CARD - THE ITEM AND BOTH DATES ARE
002480*    REQUIRED, THE RANGE MUST RUN FORWARDS, AND IT MAY NOT
002490*    REACH PAST TODAY - ONLY DAYS ALREADY PRICED CAN BE
002500*    REPRICED.
002510*    ------------------------------------------------------------
002520 1100-EDIT-CONTROL-CARD.
002530     SET DL100-RPR-CARD-BAD TO TRUE.
002540     IF DL100-RPC-ITEM-CODE = SPACES
002550         DISPLAY 'DL100-REPRICE - NO ITEM CODE ON THE CONTROL '
002560             'CARD - RUN ABORTED'
002570         GO TO 1100-EXIT
002580     END-IF.
002590     IF DL100-RPC-FROM-DATE NOT NUMERIC
002600         OR DL100-RPC-FROM-DATE = ZERO
002610         OR DL100-RPC-THRU-DATE NOT NUMERIC
002620         OR DL100-RPC-THRU-DATE = ZERO
002630         DISPLAY 'DL100-REPRICE - FROM/THRU DATE MISSING OR '
002640             'NOT NUMERIC - RUN ABORTED'
002650         GO TO 1100-EXIT
002660     END-IF.
002670     IF DL100-RPC-FROM-DATE > DL100-RPC-THRU-DATE
002680         DISPLAY 'DL100-REPRICE - FROM DATE ' DL100-RPC-FROM-DATE
002690             ' IS AFTER THRU DATE ' DL100-RPC-THRU-DATE
002700             ' - RUN ABORTED'
002710         GO TO 1100-EXIT
002720     END-IF.
002730     IF DL100-RPC-THRU-DATE > DL100-RPR-TODAY
002740         DISPLAY 'DL100-REPRICE - THRU DATE '
002750             DL100-RPC-THRU-DATE ' IS IN THE FUTURE - RUN '
002760             'ABORTED'
002770         GO TO 1100-EXIT
002780     END-IF.
002790     MOVE DL100-RPC-ITEM-CODE TO DL100-RPR-ITEM-CODE.
002800     MOVE DL100-RPC-FROM-DATE TO DL100-RPR-FROM-DATE.
002810     MOVE DL100-RPC-THRU-DATE TO DL100-RPR-THRU-DATE.
002820     SET DL100-RPR-CARD-GOOD TO TRUE.
002830 1100-EXIT.
002840     EXIT.
002850*
002860 1200-OPEN-FILES.
002870     OPEN I-O DL100-AUDKEY-FILE.
002880     IF NOT DL100-RPR-AKY-OK
002890         DISPLAY 'DL100-REPRICE - KEYED AUDIT OPEN FAILED, '
002900             'STATUS ' DL100-RPR-AUDKEY-STATUS ' - RUN ABORTED'
002910         MOVE 16 TO RETURN-CODE
002915         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
002920         STOP RUN
002930     END-IF.
002940     OPEN INPUT DL100-MASTER-FILE.
002950     IF NOT DL100-RPR-MST-OK
002960         DISPLAY 'DL100-REPRICE - MASTER OPEN FAILED, '
002970             'STATUS ' DL100-RPR-MASTER-STATUS ' - RUN ABORTED'
002980         MOVE 16 TO RETURN-CODE
002985         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
002990         STOP RUN
003000     END-IF.
003010     OPEN INPUT DL100-ITMACT-FILE.
003020     IF NOT DL100-RPR-ITA-OK
003030         DISPLAY 'DL100-REPRICE - ITEM ACTIVITY OPEN FAILED, '
003040             'STATUS ' DL100-RPR-ITMACT-STATUS ' - RUN ABORTED'
003050         MOVE 16 TO RETURN-CODE
003055         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
003060         STOP RUN
003070     END-IF.
003080     OPEN OUTPUT DL100-TRAN-FILE.
003090     OPEN OUTPUT DL100-RRP-FILE.
003100 1200-EXIT.
003110     EXIT.
003120*
003130*    ------------------------------------------------------------
003140*    1300-POSITION-AUDKEY-FILE - START AT THE FIRST RECORD OF
003150*    THE FROM DATE.  NOTHING ON OR AFTER IT MEANS NOTHING TO
003160*    REPRICE.
003170*    ------------------------------------------------------------
003180 1300-POSITION-AUDKEY-FILE.
003190     MOVE DL100-RPR-FROM-DATE TO DL100-AKY-RUN-DATE.
003200     MOVE ZERO TO DL100-AKY-CYCLE DL100-AKY-RECORD-NO.
003210     START DL100-AUDKEY-FILE KEY NOT < DL100-AKY-KEY
003220         INVALID KEY
003230             IF NOT DL100-RPR-AKY-NOTFND
003240                 DISPLAY 'DL100-REPRICE - KEYED AUDIT START '
003250                     'FAILED, STATUS ' DL100-RPR-AUDKEY-STATUS
003260                     ' - RUN ABORTED'
003270                 SET DL100-RPR-ABORT-YES TO TRUE
003280             END-IF
003290             SET DL100-RPR-EOF-YES TO TRUE
003300             GO TO 1300-EXIT
003310     END-START.
003320     PERFORM 2100-READ-AUDKEY-FILE THRU 2100-EXIT.
003330 1300-EXIT.
003340     EXIT.
003350*
003360*    ------------------------------------------------------------
003370*    2000-PROCESS-AUDKEY-RECORD - THE FILE IS IN RUN DATE
003380*    ORDER, SO THE FIRST RECORD PAST THE THRU DATE ENDS THE
003390*    RUN.  ONLY THE CARD'S ITEM'S ORDINARY ADDS WERE PRICED
003400*    FROM THE MASTER - REVERSALS AND ADJUSTMENTS CARRY THEIR
003410*    OWN AMOUNTS AND ARE NEVER REPRICED.
003420*    ------------------------------------------------------------
003430 2000-PROCESS-AUDKEY-RECORD.
003440     IF DL100-AKY-RUN-DATE > DL100-RPR-THRU-DATE
003450         SET DL100-RPR-EOF-YES TO TRUE
003460         GO TO 2000-EXIT
003470     END-IF.
003480     IF DL100-AKY-ITEM-CODE NOT = DL100-RPR-ITEM-CODE
003490         GO TO 2000-READ-NEXT
003500     END-IF.
003510     IF DL100-AKY-TRAN-TYPE NOT = SPACE
003520         AND DL100-AKY-TRAN-TYPE NOT = 'A'
003530         GO TO 2000-READ-NEXT
003540     END-IF.
003550     PERFORM 2200-REPRICE-DETAIL THRU 2200-EXIT.
003560     IF DL100-RPR-ABORT-YES
003570         GO TO 2000-EXIT
003580     END-IF.
003590 2000-READ-NEXT.
003600     PERFORM 2100-READ-AUDKEY-FILE THRU 2100-EXIT.
003610 2000-EXIT.
003620     EXIT.
003630*
003640 2100-READ-AUDKEY-FILE.
003650     READ DL100-AUDKEY-FILE NEXT
003660         AT END
003670             SET DL100-RPR-EOF-YES TO TRUE
003680         NOT AT END
003690             ADD 1 TO DL100-RPR-READ-COUNT
003700     END-READ.
003710 2100-EXIT.
003720     EXIT.
003730*
003740*    ------------------------------------------------------------
003750*    2200-REPRICE-DETAIL - WORK OUT ONE DETAIL'S ADJUSTMENT AND
003760*    LIST IT.  THE RESULT WAS OPERAND-1 + OPERAND-2 + THE
003770*    STANDARD VALUE, SO THE ADJUSTMENT IS EXACTLY THE CORRECTED
003780*    VALUE LESS THE VALUE IT WAS PRICED AT.  A DETAIL ALREADY
003790*    REPRICED WAS LAST BROUGHT TO ITS REPRICED VALUE, SO ONLY
003800*    THE FURTHER DIFFERENCE IS RAISED.
003810*    ------------------------------------------------------------
003820 2200-REPRICE-DETAIL.
003830     ADD 1 TO DL100-RPR-SELECTED-COUNT.
003840     MOVE DL100-AKY-RUN-DATE TO DL100-RPR-DATE-NUM.
003850     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT.
003860     MOVE DL100-RPR-DATE-RPT TO DL100-RRP-DTL-DATE.
003870     MOVE DL100-AKY-RECORD-NO TO DL100-RRP-DTL-RECNO.
003880     MOVE ZERO TO DL100-RRP-DTL-OLD-VALUE
003890         DL100-RRP-DTL-NEW-VALUE DL100-RRP-DTL-ADJUSTMENT.
003900     IF DL100-AKY-RUN-DATE NOT = DL100-RPR-PRICED-DATE
003905         OR DL100-AKY-CYCLE NOT = DL100-RPR-PRICED-CYCLE
003910         PERFORM 2300-PRICE-RUN-DATE THRU 2300-EXIT
003920         IF DL100-RPR-ABORT-YES
003930             GO TO 2200-EXIT
003940         END-IF
003950     END-IF.
003960     IF DL100-AKY-REVERSED-RUN-DATE NUMERIC
003970         AND DL100-AKY-REVERSED-RUN-DATE NOT = ZERO
003980         MOVE 'REVERSED' TO DL100-RRP-DTL-ACTION
003990         ADD 1 TO DL100-RPR-REVERSED-COUNT
004000         GO TO 2200-PRINT-LINE
004010     END-IF.
004020     IF DL100-AKY-REPRICED
004030         MOVE DL100-AKY-REPRICED-VALUE TO DL100-RPR-OLD-VALUE
004040     ELSE
004050         IF DL100-RPR-ACT-MISSING
004060             MOVE 'NO ACTIVITY' TO DL100-RRP-DTL-ACTION
004070             ADD 1 TO DL100-RPR-EXCEPTION-COUNT
004080             GO TO 2200-PRINT-LINE
004090         END-IF
004100         MOVE DL100-RPR-ACT-VALUE TO DL100-RPR-OLD-VALUE
004110     END-IF.
004120     MOVE DL100-RPR-OLD-VALUE TO DL100-RRP-DTL-OLD-VALUE.
004130     IF DL100-RPR-ITEM-MISSING
004140         MOVE 'NO MASTER' TO DL100-RRP-DTL-ACTION
004150         ADD 1 TO DL100-RPR-EXCEPTION-COUNT
004160         GO TO 2200-PRINT-LINE
004170     END-IF.
004180     MOVE DL100-RPR-NEW-VALUE TO DL100-RRP-DTL-NEW-VALUE.
004190     SUBTRACT DL100-RPR-OLD-VALUE FROM DL100-RPR-NEW-VALUE
004200         GIVING DL100-RPR-ADJUSTMENT
004210         ON SIZE ERROR
004220             MOVE 'OVERFLOW' TO DL100-RRP-DTL-ACTION
004230             ADD 1 TO DL100-RPR-EXCEPTION-COUNT
004240             GO TO 2200-PRINT-LINE
004250     END-SUBTRACT.
004260     IF DL100-RPR-ADJUSTMENT = ZERO
004270         MOVE 'NO CHANGE' TO DL100-RRP-DTL-ACTION
004280         ADD 1 TO DL100-RPR-UNCHANGED-COUNT
004290         GO TO 2200-PRINT-LINE
004300     END-IF.
004310     PERFORM 2400-WRITE-ADJUSTMENT THRU 2400-EXIT.
004320     IF DL100-RPR-ABORT-YES
004330         GO TO 2200-EXIT
004340     END-IF.
004350     MOVE DL100-RPR-ADJUSTMENT TO DL100-RRP-DTL-ADJUSTMENT.
004360     MOVE 'ADJUSTED' TO DL100-RRP-DTL-ACTION.
004370     ADD 1 TO DL100-RPR-ADJUSTED-COUNT.
004380 2200-PRINT-LINE.
004390     WRITE DL100-RRP-RECORD FROM DL100-RRP-DETAIL-LINE.
004400 2200-EXIT.
004410     EXIT.
004420*
004430*    ------------------------------------------------------------
004440*    2300-PRICE-RUN-DATE - LOOK UP BOTH VALUES FOR A NEW RUN
004450*    DATE OR CYCLE: THE VALUE THE DAY WAS PRICED AT, FROM THE
004460*    ITEM'S ACTIVITY RECORD FOR THE DATE AND CYCLE, AND THE
004470*    VALUE THE MASTER NOW HAS IN FORCE FOR IT.  THE MASTER
004480*    WALK IS HELLO-WORLD'S OWN - POSITION AT THE ITEM'S FIRST
004490*    EFFECTIVE-DATED RECORD AND THE LAST ONE DATED ON OR
004495*    BEFORE THE RUN DATE WINS.
004500*    ------------------------------------------------------------
004510 2300-PRICE-RUN-DATE.
004520     MOVE DL100-AKY-RUN-DATE TO DL100-RPR-PRICED-DATE.
004525     MOVE DL100-AKY-CYCLE TO DL100-RPR-PRICED-CYCLE.
004530     SET DL100-RPR-ACT-MISSING TO TRUE.
004540     MOVE DL100-RPR-ITEM-CODE TO DL100-ITA-ITEM-CODE.
004550     MOVE DL100-RPR-PRICED-DATE TO DL100-ITA-RUN-DATE.
004555     MOVE DL100-RPR-PRICED-CYCLE TO DL100-ITA-CYCLE.
004560     READ DL100-ITMACT-FILE
004570         INVALID KEY
004580             IF NOT DL100-RPR-ITA-NOTFND
004590                 DISPLAY 'DL100-REPRICE - ITEM ACTIVITY READ '
004600                     'FAILED, STATUS ' DL100-RPR-ITMACT-STATUS
004610                     ' - RUN ABORTED'
004620                 SET DL100-RPR-ABORT-YES TO TRUE
004630                 GO TO 2300-EXIT
004640             END-IF
004650         NOT INVALID KEY
004660             MOVE DL100-ITA-EFF-VALUE TO DL100-RPR-ACT-VALUE
004670             SET DL100-RPR-ACT-FOUND TO TRUE
004680     END-READ.
004690     SET DL100-RPR-ITEM-MISSING TO TRUE.
004700     SET DL100-RPR-MST-SCAN-MORE TO TRUE.
004710     MOVE DL100-RPR-ITEM-CODE TO DL100-MST-ITEM-CODE.
004720     MOVE ZERO TO DL100-MST-EFFECTIVE-DATE.
004730     START DL100-MASTER-FILE KEY NOT < DL100-MST-KEY
004740         INVALID KEY
004750             IF NOT DL100-RPR-MST-NOTFND
004760                 DISPLAY 'DL100-REPRICE - MASTER START FAILED, '
004770                     'STATUS ' DL100-RPR-MASTER-STATUS
004780                     ' - RUN ABORTED'
004790                 SET DL100-RPR-ABORT-YES TO TRUE
004800             END-IF
004810             GO TO 2300-EXIT
004820     END-START.
004830     PERFORM 2310-SCAN-MASTER-DATES THRU 2310-EXIT
004840         UNTIL DL100-RPR-MST-SCAN-DONE.
004850 2300-EXIT.
004860     EXIT.
004870*
004880 2310-SCAN-MASTER-DATES.
004890     READ DL100-MASTER-FILE NEXT
004900         AT END
004910             SET DL100-RPR-MST-SCAN-DONE TO TRUE
004920         NOT AT END
004930             IF DL100-MST-ITEM-CODE NOT = DL100-RPR-ITEM-CODE
004940                 SET DL100-RPR-MST-SCAN-DONE TO TRUE
004950             ELSE
004960                 IF DL100-MST-EFFECTIVE-DATE NOT >
004970                     DL100-RPR-PRICED-DATE
004980                     MOVE DL100-MST-STD-VALUE
004990                         TO DL100-RPR-NEW-VALUE
005000                     SET DL100-RPR-ITEM-FOUND TO TRUE
005010                 ELSE
005020                     SET DL100-RPR-MST-SCAN-DONE TO TRUE
005030                 END-IF
005040             END-IF
005050     END-READ.
005060 2310-EXIT.
005070     EXIT.
005080*
005090*    ------------------------------------------------------------
005100*    2400-WRITE-ADJUSTMENT - RAISE THE 'J' ADJUSTMENT, OPENING
005110*    THE BATCH WITH ITS HEADER ON THE FIRST ONE.  THE DETAIL
005120*    NAMES THE RECORD IT CORRECTS IN THE ORIGINAL RUN DATE AND
005130*    RECORD NUMBER FIELDS SO THE TRAIL CAN BE FOLLOWED BACK.
005140*    THE KEYED AUDIT RECORD IS THEN MARKED REPRICED AT THE
005150*    CORRECTED VALUE.
005160*    ------------------------------------------------------------
005170 2400-WRITE-ADJUSTMENT.
005180     IF DL100-RPR-BATCH-CLOSED
005190         PERFORM 2410-WRITE-BATCH-HEADER THRU 2410-EXIT
005200     END-IF.
005210     ADD DL100-RPR-ADJUSTMENT TO DL100-RPR-BATCH-TOTAL
005220         ON SIZE ERROR
005230             DISPLAY 'DL100-REPRICE - BATCH TOTAL OVERFLOW - '
005240                 'RUN ABORTED'
005250             SET DL100-RPR-ABORT-YES TO TRUE
005260             GO TO 2400-EXIT
005270     END-ADD.
005280     MOVE SPACES TO DL100-TRAN-RECORD.
005290     SET DL100-TRAN-DETAIL TO TRUE.
005300     SET DL100-TRAN-TYPE-ADJUSTMENT TO TRUE.
005310     MOVE DL100-RPR-ITEM-CODE TO DL100-TRAN-ITEM-CODE.
005320     MOVE DL100-RPR-ADJUSTMENT TO DL100-TRAN-OPERAND-1.
005330     MOVE ZERO TO DL100-TRAN-OPERAND-2.
005340     MOVE DL100-AKY-RUN-DATE TO DL100-TRAN-ORIG-RUN-DATE.
005350     MOVE DL100-AKY-RECORD-NO TO DL100-TRAN-ORIG-RECORD-NO.
005355     MOVE DL100-AKY-CYCLE TO DL100-TRAN-ORIG-CYCLE.
005360     WRITE DL100-TRAN-RECORD.
005370     ADD 1 TO DL100-RPR-BATCH-COUNT.
005380     SET DL100-AKY-REPRICED TO TRUE.
005390     MOVE DL100-RPR-NEW-VALUE TO DL100-AKY-REPRICED-VALUE.
005400     REWRITE DL100-AKY-RECORD
005410         INVALID KEY
005420             DISPLAY 'DL100-REPRICE - KEYED AUDIT UPDATE '
005430                 'FAILED, STATUS ' DL100-RPR-AUDKEY-STATUS
005440                 ' - RUN ABORTED'
005450             SET DL100-RPR-ABORT-YES TO TRUE
005460     END-REWRITE.
005470 2400-EXIT.
005480     EXIT.
005490*
005500 2410-WRITE-BATCH-HEADER.
005510     MOVE SPACES TO DL100-TRAN-RECORD.
005520     SET DL100-TRAN-BATCH-HEADER TO TRUE.
005530     MOVE DL100-RPR-BATCH-ID TO DL100-TRAN-BATCH-ID.
005540     MOVE 'REPRICE' TO DL100-TRAN-SOURCE-SYSTEM.
005550     WRITE DL100-TRAN-RECORD.
005560     SET DL100-RPR-BATCH-OPEN TO TRUE.
005570 2410-EXIT.
005580     EXIT.
005590*
005600 8000-FORMAT-DATE.
005610     STRING DL100-RPR-DATE-CCYY '-' DL100-RPR-DATE-MM '-'
005620             DL100-RPR-DATE-DD
005630         DELIMITED BY SIZE INTO DL100-RPR-DATE-RPT.
005640 8000-EXIT.
005650     EXIT.
005660*
005670*    ------------------------------------------------------------
005680*    9000-TERMINATION - CLOSE THE BATCH WITH ITS TRAILER, PRINT
005690*    THE REGISTER FOOTER AND CLOSE.  AN ABORTED RUN WRITES NO
005700*    TRAILER, SO THE HALF-BATCH CAN NEVER BALANCE AND PASS THE
005710*    NEXT DAY'S EDIT BY MISTAKE.
005720*    ------------------------------------------------------------
005730 9000-TERMINATION.
005740     IF DL100-RPR-BATCH-OPEN AND DL100-RPR-ABORT-NO
005750         MOVE SPACES TO DL100-TRAN-RECORD
005760         SET DL100-TRAN-BATCH-TRAILER TO TRUE
005770         MOVE DL100-RPR-BATCH-ID TO DL100-TRAN-TRL-BATCH-ID
005780         MOVE DL100-RPR-BATCH-COUNT TO DL100-TRAN-EXPECTED-COUNT
005790         MOVE DL100-RPR-BATCH-TOTAL TO DL100-TRAN-BATCH-TOTAL
005800         WRITE DL100-TRAN-RECORD
005810     END-IF.
005820     MOVE 'DETAILS SELECTED' TO DL100-RRP-CNT-LABEL.
005830     MOVE DL100-RPR-SELECTED-COUNT TO DL100-RRP-CNT-VALUE.
005840     WRITE DL100-RRP-RECORD FROM DL100-RRP-COUNT-LINE.
005850     MOVE 'ADJUSTED' TO DL100-RRP-CNT-LABEL.
005860     MOVE DL100-RPR-ADJUSTED-COUNT TO DL100-RRP-CNT-VALUE.
005870     WRITE DL100-RRP-RECORD FROM DL100-RRP-COUNT-LINE.
005880     MOVE 'NO CHANGE' TO DL100-RRP-CNT-LABEL.
005890     MOVE DL100-RPR-UNCHANGED-COUNT TO DL100-RRP-CNT-VALUE.
005900     WRITE DL100-RRP-RECORD FROM DL100-RRP-COUNT-LINE.
005910     MOVE 'REVERSED - LEFT ALONE' TO DL100-RRP-CNT-LABEL.
005920     MOVE DL100-RPR-REVERSED-COUNT TO DL100-RRP-CNT-VALUE.
005930     WRITE DL100-RRP-RECORD FROM DL100-RRP-COUNT-LINE.
005940     MOVE 'NOT REPRICED - EXCEPTIONS' TO DL100-RRP-CNT-LABEL.
005950     MOVE DL100-RPR-EXCEPTION-COUNT TO DL100-RRP-CNT-VALUE.
005960     WRITE DL100-RRP-RECORD FROM DL100-RRP-COUNT-LINE.
005970     MOVE 'ADJUSTMENT BATCH TOTAL' TO DL100-RRP-TOT-LABEL.
005980     MOVE DL100-RPR-BATCH-TOTAL TO DL100-RRP-TOT-VALUE.
005990     WRITE DL100-RRP-RECORD FROM DL100-RRP-TOTAL-LINE.
006000     WRITE DL100-RRP-RECORD FROM DL100-RRP-FOOTER-LINE.
006010     CLOSE DL100-AUDKEY-FILE DL100-MASTER-FILE
006020         DL100-ITMACT-FILE DL100-TRAN-FILE DL100-RRP-FILE.
006030     DISPLAY 'DL100-REPRICE - KEYED RECORDS READ '
006040         DL100-RPR-READ-COUNT.
006050     DISPLAY 'DL100-REPRICE - DETAILS SELECTED   '
006060         DL100-RPR-SELECTED-COUNT.
006070     DISPLAY 'DL100-REPRICE - ADJUSTED           '
006080         DL100-RPR-ADJUSTED-COUNT.
006090     DISPLAY 'DL100-REPRICE - NO CHANGE          '
006100         DL100-RPR-UNCHANGED-COUNT.
006110     DISPLAY 'DL100-REPRICE - REVERSED           '
006120         DL100-RPR-REVERSED-COUNT.
006130     DISPLAY 'DL100-REPRICE - EXCEPTIONS         '
006140         DL100-RPR-EXCEPTION-COUNT.
006150     DISPLAY 'DL100-REPRICE - BATCH ' DL100-RPR-BATCH-ID
006160         ' TOTAL ' DL100-RRP-TOT-VALUE.
006170 9000-EXIT.
006180     EXIT.
006190*
006200*    ------------------------------------------------------------
006210*    8500-ACQUIRE-LOCKS - BEFORE ANY FILE IS OPENED, CHECK EVERY
006220*    SHARED DATASET THIS PROGRAM USES AGAINST THE SUBSYSTEM LOCK
006230*    FILE.  A LOCK ANOTHER JOB HOLDS THAT CLASHES WITH OURS ENDS
006240*    THE STEP RC 24 WITH THE HOLDER NAMED AND NOTHING OPENED.  A
006250*    LOCK HELD UNDER OUR OWN JOB NAME WAS LEFT BY AN EARLIER STEP
006260*    OR AN EARLIER ATTEMPT OF THIS JOB AND IS TAKEN OVER.  THE
006270*    LOCK FILE IS CREATED ON ITS VERY FIRST USE.
006280*    ------------------------------------------------------------
006290 8500-ACQUIRE-LOCKS.
006300     ACCEPT DL100-RPR-LOCK-DATE FROM DATE YYYYMMDD.
006310     ACCEPT DL100-RPR-LOCK-TIME FROM TIME.
006320     OPEN I-O DL100-LOCK-FILE.
006330     IF DL100-RPR-LKF-NOFILE
006340         OPEN OUTPUT DL100-LOCK-FILE
006350         CLOSE DL100-LOCK-FILE
006360         OPEN I-O DL100-LOCK-FILE
006370     END-IF.
006380     IF NOT DL100-RPR-LKF-OK
006390         DISPLAY 'DL100-REPRICE - LOCK FILE OPEN FAILED, STATUS '
006400             DL100-RPR-LOCK-STATUS ' - RUN ABORTED'
006410         MOVE 16 TO RETURN-CODE
006420         STOP RUN
006430     END-IF.
006440     OPEN EXTEND DL100-LOCKLOG-FILE.
006450     SET DL100-RPR-LOCK-NO-CLASH TO TRUE.
006460     PERFORM 8510-CHECK-RESOURCE THRU 8510-EXIT
006470         VARYING DL100-RPR-LOCK-SUB FROM 1 BY 1
006480         UNTIL DL100-RPR-LOCK-SUB > DL100-RPR-LOCK-COUNT.
006490     IF DL100-RPR-LOCK-CLASH
006500         CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE
006510         DISPLAY 'DL100-REPRICE - A DATASET IT NEEDS IS IN USE '
006520             'BY ANOTHER JOB - RUN REFUSED'
006530         MOVE 24 TO RETURN-CODE
006540         STOP RUN
006550     END-IF.
006560     PERFORM 8530-WRITE-LOCK THRU 8530-EXIT
006570         VARYING DL100-RPR-LOCK-SUB FROM 1 BY 1
006580         UNTIL DL100-RPR-LOCK-SUB > DL100-RPR-LOCK-COUNT.
006590     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
006600     SET DL100-RPR-LOCKS-HELD TO TRUE.
006610     IF DL100-RPR-LOCK-CLASH
006620         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
006630         MOVE 16 TO RETURN-CODE
006640         STOP RUN
006650     END-IF.
006660 8500-EXIT.
006670     EXIT.
006680*
006690 8510-CHECK-RESOURCE.
006700     SET DL100-RPR-LOCK-SCAN-MORE TO TRUE.
006710     MOVE DL100-RPR-LOCK-RESOURCE (DL100-RPR-LOCK-SUB)
006720         TO DL100-LCK-RESOURCE.
006730     MOVE LOW-VALUES TO DL100-LCK-JOB.
006740     START DL100-LOCK-FILE KEY NOT < DL100-LCK-KEY
006750         INVALID KEY
006760             GO TO 8510-EXIT
006770     END-START.
006780     PERFORM 8520-CHECK-HOLDER THRU 8520-EXIT
006790         UNTIL DL100-RPR-LOCK-SCAN-DONE.
006800 8510-EXIT.
006810     EXIT.
006820*
006830*    ------------------------------------------------------------
006840*    8520-CHECK-HOLDER - AN EXCLUSIVE LOCK CLASHES WITH ANY
006850*    OTHER; AN UPDATE LOCK WITH ANOTHER UPDATE; A SHARED LOCK
006860*    ONLY WITH AN EXCLUSIVE ONE.
006870*    ------------------------------------------------------------
006880 8520-CHECK-HOLDER.
006890     READ DL100-LOCK-FILE NEXT
006900         AT END
006910             SET DL100-RPR-LOCK-SCAN-DONE TO TRUE
006920             GO TO 8520-EXIT
006930     END-READ.
006940     IF DL100-LCK-RESOURCE NOT =
006950         DL100-RPR-LOCK-RESOURCE (DL100-RPR-LOCK-SUB)
006960         SET DL100-RPR-LOCK-SCAN-DONE TO TRUE
006970         GO TO 8520-EXIT
006980     END-IF.
006990     IF DL100-LCK-JOB = DL100-RPR-LOCK-JOB
007000         GO TO 8520-EXIT
007010     END-IF.
007020     IF DL100-LCK-SHARED
007030         AND NOT DL100-RPR-LOCK-WANT-EXCL (DL100-RPR-LOCK-SUB)
007040         GO TO 8520-EXIT
007050     END-IF.
007060     IF DL100-LCK-UPDATE
007070         AND DL100-RPR-LOCK-WANT-SHARED (DL100-RPR-LOCK-SUB)
007080         GO TO 8520-EXIT
007090     END-IF.
007100     SET DL100-RPR-LOCK-CLASH TO TRUE.
007110     DISPLAY 'DL100-REPRICE - ' DL100-LCK-RESOURCE
007120         ' IS HELD BY JOB ' DL100-LCK-JOB
007130         ' (' DL100-LCK-PROGRAM ') SINCE '
007140         DL100-LCK-DATE ' ' DL100-LCK-TIME.
007150     MOVE 'C' TO DL100-RPR-LOCK-ACTION.
007160     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
007170 8520-EXIT.
007180     EXIT.
007190*
007200 8530-WRITE-LOCK.
007210     MOVE SPACES TO DL100-LCK-RECORD.
007220     MOVE DL100-RPR-LOCK-RESOURCE (DL100-RPR-LOCK-SUB)
007230         TO DL100-LCK-RESOURCE.
007240     MOVE DL100-RPR-LOCK-JOB TO DL100-LCK-JOB.
007250     MOVE DL100-RPR-LOCK-MODE (DL100-RPR-LOCK-SUB)
007260         TO DL100-LCK-MODE.
007270     MOVE DL100-RPR-LOCK-PROGRAM TO DL100-LCK-PROGRAM.
007280     MOVE DL100-RPR-LOCK-DATE TO DL100-LCK-DATE.
007290     MOVE DL100-RPR-LOCK-TIME TO DL100-LCK-TIME.
007300     WRITE DL100-LCK-RECORD
007310         INVALID KEY
007320             IF DL100-RPR-LKF-DUPKEY
007330                 REWRITE DL100-LCK-RECORD
007340                     INVALID KEY
007350                         CONTINUE
007360                 END-REWRITE
007370             END-IF
007380     END-WRITE.
007390     IF NOT DL100-RPR-LKF-OK
007400         DISPLAY 'DL100-REPRICE - LOCK WRITE FAILED, STATUS '
007410             DL100-RPR-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
007420         SET DL100-RPR-LOCK-CLASH TO TRUE
007430         GO TO 8530-EXIT
007440     END-IF.
007450     MOVE 'L' TO DL100-RPR-LOCK-ACTION.
007460     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
007470 8530-EXIT.
007480     EXIT.
007490*
007500*    ------------------------------------------------------------
007510*    8600-RELEASE-LOCKS - GIVE UP EVERY LOCK THIS PROGRAM TOOK.
007520*    PERFORMED BEFORE EVERY STOP RUN ONCE THE LOCKS ARE HELD, SO
007530*    ONLY AN ABEND LEAVES THEM BEHIND FOR DL100-LCKREL.
007540*    ------------------------------------------------------------
007550 8600-RELEASE-LOCKS.
007560     IF DL100-RPR-LOCKS-FREE
007570         GO TO 8600-EXIT
007580     END-IF.
007590     SET DL100-RPR-LOCKS-FREE TO TRUE.
007600     ACCEPT DL100-RPR-LOCK-DATE FROM DATE YYYYMMDD.
007610     ACCEPT DL100-RPR-LOCK-TIME FROM TIME.
007620     OPEN I-O DL100-LOCK-FILE.
007630     IF NOT DL100-RPR-LKF-OK
007640         DISPLAY 'DL100-REPRICE - LOCK FILE OPEN FAILED, STATUS '
007650             DL100-RPR-LOCK-STATUS ' - LOCKS LEFT FOR RELEASE BY '
007660             'DL100-LCKREL'
007670         GO TO 8600-EXIT
007680     END-IF.
007690     OPEN EXTEND DL100-LOCKLOG-FILE.
007700     PERFORM 8610-DELETE-LOCK THRU 8610-EXIT
007710         VARYING DL100-RPR-LOCK-SUB FROM 1 BY 1
007720         UNTIL DL100-RPR-LOCK-SUB > DL100-RPR-LOCK-COUNT.
007730     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
007740 8600-EXIT.
007750     EXIT.
007760*
007770 8610-DELETE-LOCK.
007780     MOVE DL100-RPR-LOCK-RESOURCE (DL100-RPR-LOCK-SUB)
007790         TO DL100-LCK-RESOURCE.
007800     MOVE DL100-RPR-LOCK-JOB TO DL100-LCK-JOB.
007810     READ DL100-LOCK-FILE
007820         INVALID KEY
007830             GO TO 8610-EXIT
007840     END-READ.
007850     DELETE DL100-LOCK-FILE
007860         INVALID KEY
007870             DISPLAY 'DL100-REPRICE - LOCK DELETE FAILED, STATUS '
007880                 DL100-RPR-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
007890             GO TO 8610-EXIT
007900     END-DELETE.
007910     MOVE 'F' TO DL100-RPR-LOCK-ACTION.
007920     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
007930 8610-EXIT.
007940     EXIT.
007950*
007960*    ------------------------------------------------------------
007970*    8700-WRITE-LOCK-LOG - ONE LOG RECORD PER LOCK TAKEN OR
007980*    GIVEN UP, AND PER CLASH THAT REFUSED THE RUN.
007990*    ------------------------------------------------------------
008000 8700-WRITE-LOCK-LOG.
008010     MOVE SPACES TO DL100-LLG-RECORD.
008020     MOVE DL100-RPR-LOCK-ACTION TO DL100-LLG-ACTION.
008030     MOVE DL100-RPR-LOCK-DATE TO DL100-LLG-LOG-DATE.
008040     MOVE DL100-RPR-LOCK-TIME TO DL100-LLG-LOG-TIME.
008050     MOVE DL100-RPR-LOCK-JOB TO DL100-LLG-REQ-JOB.
008060     MOVE DL100-RPR-LOCK-PROGRAM TO DL100-LLG-REQ-PROGRAM.
008070     MOVE DL100-LCK-RECORD TO DL100-LLG-LOCK-IMAGE.
008080     WRITE DL100-LLGOUT-RECORD FROM DL100-LLG-RECORD.
008090 8700-EXIT.
008100     EXIT.
