000010*****************************************************************
000020*    PROGRAM-ID.  DL100-TRCINQ.
000030*    AUTHOR.      J. HOMAN.
000040*    INSTALLATION. DAILY TOTALS BATCH SUBSYSTEM.
000050*    DATE-WRITTEN. 2026-10-15.
000060*    DATE-COMPILED. 2026-10-15.
000070*    DESCRIPTION.
000080*        END-TO-END TRANSACTION TRACE.  GIVEN A SOURCE SYSTEM
000090*        AND/OR BATCH ID (AS DL100-EDIT STAMPS THEM ON EVERY
000100*        DETAIL IT PASSES OR SUSPENDS) AND/OR A RUN DATE RANGE
000110*        ON THE SYSIN CARD, LISTS EVERY MATCHING TRANSACTION THE
000120*        HELLO-WORLD AUDIT TRAIL HOLDS WITH ITS RUN DATE, CYCLE,
000130*        AUDIT RECORD NUMBER AND RESULT, THE DATE IT FIRST WENT
000140*        TO SUSPENSE AND THE RUN THAT RECYCLED IT, THE LATER
000150*        REVERSAL THAT BACKED IT OUT (FROM THE KEYED AUDIT FILE),
000160*        AND THE GL FEED LINE THAT CARRIED IT WITH THAT FEED'S
000170*        STATUS (FROM THE GL FEED GENERATIONS AND THE FEED STATUS
000180*        FILE).  TRANSACTIONS STILL SITTING IN THE CURRENT
000190*        SUSPENSE GENERATION ARE LISTED AFTER THEM.
000200*
000210*        A DETAIL WHOSE RUN WAS LATER RERUN FOR THE SAME DATE AND
000220*        CYCLE IS SHOWN 'SUPERSEDED', AND ONE WHOSE RUN NEVER
000230*        WROTE A SUMMARY 'UNFINISHED' - NEITHER WAS FED.  AUDIT
000240*        RECORDS WRITTEN BEFORE THE BATCH STAMP EXISTED CARRY NO
000250*        SOURCE OR BATCH, AND ARE FOUND ONLY BY DATE RANGE.
000260*
000270*        RETURN CODES - 0 TRANSACTIONS LISTED, 4 NOTHING MATCHED
000280*        OR MORE MATCHED THAN THE TRACE TABLE HOLDS, 8 SELECTION
000290*        CARD MISSING OR IN ERROR, 16 AUDIT TRAIL OPEN FAILED,
000300*        24 A DATASET IT READS IS LOCKED BY ANOTHER JOB.
000310*
000320*        THE SHARED DATASETS IT USES ARE REGISTERED ON THE
000330*        SUBSYSTEM LOCK FILE BEFORE ANY FILE IS OPENED.  A
000340*        CLASH WITH ANOTHER JOB'S LOCK ENDS THE RUN RC 24, THE
000350*        HOLDING JOB NAMED ON SYSOUT.
000360*
000370*    MODIFICATION HISTORY.
000380*    DATE       INIT DESCRIPTION
000390*    ---------- ---- --------------------------------------------
000400*    2026-10-15 JGH  ORIGINAL PROGRAM.
000410*****************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. DL100-TRCINQ.
000440 AUTHOR. J. HOMAN.
000450 INSTALLATION. DAILY TOTALS BATCH SUBSYSTEM.
000460 DATE-WRITTEN. 2026-10-15.
000470 DATE-COMPILED. 2026-10-15.
000480*
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT DL100-AUDIN-FILE ASSIGN TO "AUDITIN"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS DL100-TIQ-AUDIN-STATUS.
000550     SELECT DL100-AUDKEY-FILE ASSIGN TO "AUDKEY"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS DL100-AKY-KEY
000590         FILE STATUS IS DL100-TIQ-AUDKEY-STATUS.
000600     SELECT DL100-SUSIN-FILE ASSIGN TO "SUSFILE"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS DL100-TIQ-SUSIN-STATUS.
000630     SELECT DL100-GLIN-FILE ASSIGN TO "GLFEED"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS DL100-TIQ-GLIN-STATUS.
000660     SELECT DL100-GLSTAT-FILE ASSIGN TO "GLSTAT"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS DL100-GLS-KEY
000700         FILE STATUS IS DL100-TIQ-GLSTAT-STATUS.
000710     SELECT DL100-TRP-FILE ASSIGN TO "RPTFILE"
000720         ORGANIZATION IS SEQUENTIAL.
000730     SELECT DL100-CARD-FILE ASSIGN TO "SYSIN"
000740         ORGANIZATION IS SEQUENTIAL.
000750     SELECT DL100-LOCK-FILE ASSIGN TO "LOCKFILE"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS DL100-LCK-KEY
000790         FILE STATUS IS DL100-TIQ-LOCK-STATUS.
000800     SELECT DL100-LOCKLOG-FILE ASSIGN TO "LOCKLOG"
000810         ORGANIZATION IS SEQUENTIAL.
000820*
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  DL100-AUDIN-FILE
000860     RECORDING MODE IS F.
000870     COPY DL100AUD.
000880*
000890 FD  DL100-AUDKEY-FILE.
000900     COPY DL100AKY.
000910*
000920 FD  DL100-SUSIN-FILE
000930     RECORDING MODE IS F.
000940     COPY DL100SUS.
000950*
000960 FD  DL100-GLIN-FILE
000970     RECORDING MODE IS F.
000980     COPY DL100GLF.
000990*
001000 FD  DL100-GLSTAT-FILE.
001010     COPY DL100GLS.
001020*
001030 FD  DL100-TRP-FILE
001040     RECORDING MODE IS F.
001050 01  DL100-TRP-RECORD                PIC X(80).
001060*
001070 FD  DL100-CARD-FILE
001080     RECORDING MODE IS F.
001090     COPY DL100TRC.
001100*
001110 FD  DL100-LOCK-FILE.
001120     COPY DL100LCK.
001130*
001140 FD  DL100-LOCKLOG-FILE
001150     RECORDING MODE IS F.
001160 01  DL100-LLGOUT-RECORD             PIC X(200).
001170*
001180 WORKING-STORAGE SECTION.
001190 01  DL100-TIQ-SWITCHES.
001200     05  DL100-TIQ-EOF-SWITCH        PIC X(01) VALUE 'N'.
001210         88  DL100-TIQ-EOF-YES                  VALUE 'Y'.
001220         88  DL100-TIQ-EOF-NO                   VALUE 'N'.
001230     05  DL100-TIQ-SELECT-SWITCH     PIC X(01) VALUE 'N'.
001240         88  DL100-TIQ-SELECTED                 VALUE 'Y'.
001250         88  DL100-TIQ-NOT-SELECTED             VALUE 'N'.
001260     05  DL100-TIQ-CARD-SWITCH       PIC X(01) VALUE 'N'.
001270         88  DL100-TIQ-CARD-BAD                 VALUE 'Y'.
001280         88  DL100-TIQ-CARD-GOOD                VALUE 'N'.
001290     05  DL100-TIQ-FULL-SWITCH       PIC X(01) VALUE 'N'.
001300         88  DL100-TIQ-TABLE-FULL               VALUE 'Y'.
001310     05  DL100-TIQ-AUDKEY-SWITCH     PIC X(01) VALUE 'N'.
001320         88  DL100-TIQ-AUDKEY-OPEN              VALUE 'Y'.
001330     05  DL100-TIQ-GLSTAT-SWITCH     PIC X(01) VALUE 'N'.
001340         88  DL100-TIQ-GLSTAT-OPEN              VALUE 'Y'.
001350*
001360 01  DL100-TIQ-AUDIN-STATUS          PIC X(02).
001370     88  DL100-TIQ-AUD-OK                       VALUE '00'.
001380*
001390 01  DL100-TIQ-AUDKEY-STATUS         PIC X(02).
001400     88  DL100-TIQ-AKY-OK                       VALUE '00'.
001410     88  DL100-TIQ-AKY-NOTFND                   VALUE '23'.
001420     88  DL100-TIQ-AKY-NOFILE                   VALUE '35'.
001430*
001440 01  DL100-TIQ-SUSIN-STATUS          PIC X(02).
001450     88  DL100-TIQ-SUS-OK                       VALUE '00'.
001460     88  DL100-TIQ-SUS-NOFILE                   VALUE '35'.
001470*
001480 01  DL100-TIQ-GLIN-STATUS           PIC X(02).
001490     88  DL100-TIQ-GL-OK                        VALUE '00'.
001500     88  DL100-TIQ-GL-NOFILE                    VALUE '35'.
001510*
001520 01  DL100-TIQ-GLSTAT-STATUS         PIC X(02).
001530     88  DL100-TIQ-GLS-OK                       VALUE '00'.
001540     88  DL100-TIQ-GLS-NOTFND                   VALUE '23'.
001550     88  DL100-TIQ-GLS-NOFILE                   VALUE '35'.
001560*
001570 01  DL100-TIQ-SELECTION.
001580     05  DL100-TIQ-SEL-SOURCE        PIC X(08) VALUE SPACES.
001590     05  DL100-TIQ-SEL-BATCH         PIC X(08) VALUE SPACES.
001600     05  DL100-TIQ-FROM-DATE         PIC 9(08) VALUE ZERO.
001610     05  DL100-TIQ-THRU-DATE         PIC 9(08) VALUE 99999999.
001620*
001630*    THE SOURCE, BATCH AND DATE OF THE RECORD BEING TESTED
001640*    AGAINST THE CARD - AN AUDIT DETAIL OR A SUSPENSE RECORD.
001650 01  DL100-TIQ-TEST-FIELDS.
001660     05  DL100-TIQ-TEST-SOURCE       PIC X(08).
001670     05  DL100-TIQ-TEST-BATCH        PIC X(08).
001680     05  DL100-TIQ-TEST-DATE         PIC 9(08).
001690*
001700 01  DL100-TIQ-WORK-FIELDS.
001710     05  DL100-TIQ-FEED-CYCLE        PIC 9(01) VALUE 1.
001720     05  DL100-TIQ-REV-CYCLE         PIC 9(01) VALUE 1.
001730     05  DL100-TIQ-REV-RECORD-NO     PIC 9(05) VALUE ZERO.
001740*
001750 01  DL100-TIQ-COUNTERS.
001760     05  DL100-TIQ-SUSP-COUNT        PIC 9(05) COMP VALUE ZERO.
001770*
001780*    ONE ENTRY PER SELECTED AUDIT DETAIL, IN AUDIT TRAIL ORDER.
001790*    THE WINNING RUN TIME IS THAT OF THE LATEST SUMMARY FOR THE
001800*    DETAIL'S RUN DATE AND CYCLE - THE RUN DL100-GLEXT FEEDS; A
001810*    DETAIL FROM ANY OTHER ATTEMPT WAS SUPERSEDED.  THE FEED
001820*    SEQUENCE IS FILLED IN FROM THE GL FEED PASS.
001830 01  DL100-TIQ-TRACE-TABLE.
001840     05  DL100-TIQ-TRC-MAX           PIC 9(03) COMP VALUE 500.
001850     05  DL100-TIQ-TRC-COUNT         PIC 9(03) COMP VALUE ZERO.
001860     05  DL100-TIQ-TRC-SUB           PIC 9(03) COMP.
001870     05  DL100-TIQ-TRC-ENTRY OCCURS 500 TIMES.
001880         10  DL100-TIQ-TRC-RUN-DATE  PIC 9(08).
001890         10  DL100-TIQ-TRC-CYCLE     PIC 9(01).
001900         10  DL100-TIQ-TRC-RUN-TIME  PIC 9(08).
001910         10  DL100-TIQ-TRC-WIN-TIME  PIC 9(08).
001920         10  DL100-TIQ-TRC-RECORD-NO PIC 9(05).
001930         10  DL100-TIQ-TRC-TRAN-TYPE PIC X(01).
001940         10  DL100-TIQ-TRC-ITEM-CODE PIC X(06).
001950         10  DL100-TIQ-TRC-RESULT    PIC S9(09)V99 COMP-3.
001960         10  DL100-TIQ-TRC-STATUS    PIC X(10).
001970         10  DL100-TIQ-TRC-SOURCE    PIC X(08).
001980         10  DL100-TIQ-TRC-BATCH-ID  PIC X(08).
001990         10  DL100-TIQ-TRC-SUSP-DATE PIC 9(08).
002000         10  DL100-TIQ-TRC-FEED-SEQ  PIC 9(07).
002010*
002020 01  DL100-TIQ-EDIT-FIELDS.
002030     05  DL100-TIQ-TODAY-NUM         PIC 9(08).
002040     05  DL100-TIQ-DATE-NUM          PIC 9(08).
002050     05  DL100-TIQ-DATE-X REDEFINES DL100-TIQ-DATE-NUM.
002060         10  DL100-TIQ-DATE-CCYY     PIC 9(04).
002070         10  DL100-TIQ-DATE-MM       PIC 9(02).
002080         10  DL100-TIQ-DATE-DD       PIC 9(02).
002090     05  DL100-TIQ-DATE-RPT          PIC X(10).
002100*
002110     COPY DL100TRN.
002120*
002130     COPY DL100TRP.
002140*
002150*    THE SHARED DATASETS THIS PROGRAM REGISTERS ON THE
002160*    SUBSYSTEM LOCK FILE BEFORE IT OPENS ANYTHING, AND HOW IT
002170*    USES EACH - 'X' EXCLUSIVE, 'U' UPDATE, 'S' SHARED READ.
002180*    THE JOB NAME IS THAT OF THE JOB THIS PROGRAM RUNS UNDER.
002190 01  DL100-TIQ-LOCK-LIST.
002200     05  FILLER                      PIC X(09) VALUE 'AUDIT   S'.
002210     05  FILLER                      PIC X(09) VALUE 'AUDKEY  S'.
002220     05  FILLER                      PIC X(09) VALUE 'SUSPENSES'.
002230     05  FILLER                      PIC X(09) VALUE 'GLFEED  S'.
002240     05  FILLER                      PIC X(09) VALUE 'GLSTAT  S'.
002250 01  DL100-TIQ-LOCK-TABLE REDEFINES DL100-TIQ-LOCK-LIST.
002260     05  DL100-TIQ-LOCK-ENTRY        OCCURS 5 TIMES.
002270         10  DL100-TIQ-LOCK-RESOURCE PIC X(08).
002280         10  DL100-TIQ-LOCK-MODE     PIC X(01).
002290             88  DL100-TIQ-LOCK-WANT-EXCL       VALUE 'X'.
002300             88  DL100-TIQ-LOCK-WANT-SHARED     VALUE 'S'.
002310*
002320 01  DL100-TIQ-LOCK-FIELDS.
002330     05  DL100-TIQ-LOCK-COUNT        PIC 9(02) COMP VALUE 5.
002340     05  DL100-TIQ-LOCK-SUB          PIC 9(02) COMP VALUE ZERO.
002350     05  DL100-TIQ-LOCK-JOB          PIC X(08) VALUE 'HELLOTRC'.
002360     05  DL100-TIQ-LOCK-PROGRAM      PIC X(16)
002370                                     VALUE 'DL100-TRCINQ'.
002380     05  DL100-TIQ-LOCK-DATE         PIC 9(08) VALUE ZERO.
002390     05  DL100-TIQ-LOCK-TIME         PIC 9(08) VALUE ZERO.
002400     05  DL100-TIQ-LOCK-ACTION       PIC X(01) VALUE SPACE.
002410     05  DL100-TIQ-LOCK-HELD-SWITCH  PIC X(01) VALUE 'N'.
002420         88  DL100-TIQ-LOCKS-HELD               VALUE 'Y'.
002430         88  DL100-TIQ-LOCKS-FREE               VALUE 'N'.
002440     05  DL100-TIQ-LOCK-SCAN-SWITCH  PIC X(01) VALUE 'N'.
002450         88  DL100-TIQ-LOCK-SCAN-DONE           VALUE 'Y'.
002460         88  DL100-TIQ-LOCK-SCAN-MORE           VALUE 'N'.
002470     05  DL100-TIQ-LOCK-CLASH-SWITCH PIC X(01) VALUE 'N'.
002480         88  DL100-TIQ-LOCK-CLASH               VALUE 'Y'.
002490         88  DL100-TIQ-LOCK-NO-CLASH            VALUE 'N'.
002500*
002510 01  DL100-TIQ-LOCK-STATUS           PIC X(02).
002520     88  DL100-TIQ-LKF-OK                       VALUE '00'.
002530     88  DL100-TIQ-LKF-NOTFND                   VALUE '23'.
002540     88  DL100-TIQ-LKF-DUPKEY                   VALUE '22'.
002550     88  DL100-TIQ-LKF-NOFILE                   VALUE '35'.
002560*
002570     COPY DL100LLG.
002580*
002590 PROCEDURE DIVISION.
002600*
002610*    ------------------------------------------------------------
002620*    0000-MAINLINE-CONTROL - TOP LEVEL FLOW ONLY.
002630*    ------------------------------------------------------------
002640 0000-MAINLINE-CONTROL.
002650     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
002660     PERFORM 2000-COLLECT-AUDIT-RECORD THRU 2000-EXIT
002670         UNTIL DL100-TIQ-EOF-YES.
002680     PERFORM 3000-MATCH-GL-FEED THRU 3000-EXIT.
002690     PERFORM 4000-PRINT-TRANSACTION THRU 4000-EXIT
002700         VARYING DL100-TIQ-TRC-SUB FROM 1 BY 1
002710         UNTIL DL100-TIQ-TRC-SUB > DL100-TIQ-TRC-COUNT.
002720     PERFORM 5000-LIST-SUSPENSE THRU 5000-EXIT.
002730     PERFORM 9000-TERMINATION THRU 9000-EXIT.
002740     PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT.
002750     STOP RUN.
002760*
002770*    ------------------------------------------------------------
002780*    1000-INITIALIZATION - PICK UP AND EDIT THE SELECTION CARD,
002790*    OPEN THE FILES, WRITE THE REPORT HEADINGS AND PRIME THE
002800*    READ.  THE KEYED AUDIT AND FEED STATUS FILES ARE LOOKUPS
002810*    ONLY - IF EITHER WILL NOT OPEN THE TRACE STILL RUNS AND
002820*    SHOWS WHAT IT COULD NOT LOOK UP AS 'UNKNOWN'.
002830*    ------------------------------------------------------------
002840 1000-INITIALIZATION.
002850     PERFORM 8500-ACQUIRE-LOCKS THRU 8500-EXIT.
002860     OPEN INPUT DL100-CARD-FILE.
002870     READ DL100-CARD-FILE
002880         AT END
002890             DISPLAY 'DL100-TRCINQ - NO SELECTION CARD - RUN '
002900                 'ABORTED'
002910             SET DL100-TIQ-CARD-BAD TO TRUE
002920         NOT AT END
002930             PERFORM 1100-EDIT-SELECTION-CARD THRU 1100-EXIT
002940     END-READ.
002950     CLOSE DL100-CARD-FILE.
002960     IF DL100-TIQ-CARD-BAD
002970         MOVE 8 TO RETURN-CODE
002980         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
002990         STOP RUN
003000     END-IF.
003010     OPEN INPUT DL100-AUDIN-FILE.
003020     IF NOT DL100-TIQ-AUD-OK
003030         DISPLAY 'DL100-TRCINQ - AUDIT TRAIL OPEN FAILED, STATUS '
003040             DL100-TIQ-AUDIN-STATUS ' - RUN ABORTED'
003050         MOVE 16 TO RETURN-CODE
003060         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
003070         STOP RUN
003080     END-IF.
003090     OPEN INPUT DL100-AUDKEY-FILE.
003100     IF DL100-TIQ-AKY-OK
003110         SET DL100-TIQ-AUDKEY-OPEN TO TRUE
003120     ELSE
003130         DISPLAY 'DL100-TRCINQ - KEYED AUDIT FILE OPEN FAILED, '
003140             'STATUS ' DL100-TIQ-AUDKEY-STATUS
003150             ' - REVERSALS SHOWN AS UNKNOWN'
003160     END-IF.
003170     OPEN INPUT DL100-GLSTAT-FILE.
003180     IF DL100-TIQ-GLS-OK
003190         SET DL100-TIQ-GLSTAT-OPEN TO TRUE
003200     ELSE
003210         DISPLAY 'DL100-TRCINQ - GL FEED STATUS FILE OPEN '
003220             'FAILED, STATUS ' DL100-TIQ-GLSTAT-STATUS
003230             ' - FEED STATUS SHOWN AS UNKNOWN'
003240     END-IF.
003250     OPEN OUTPUT DL100-TRP-FILE.
003260     ACCEPT DL100-TIQ-TODAY-NUM FROM DATE YYYYMMDD.
003270     MOVE DL100-TIQ-TODAY-NUM TO DL100-TIQ-DATE-NUM.
003280     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT.
003290     MOVE DL100-TIQ-DATE-RPT TO DL100-TRP-HDR-DATE.
003300     MOVE 1 TO DL100-TRP-HDR-PAGE.
003310     WRITE DL100-TRP-RECORD FROM DL100-TRP-HEADER-LINE.
003320     PERFORM 1200-WRITE-SELECTION-LINE THRU 1200-EXIT.
003330     WRITE DL100-TRP-RECORD FROM DL100-TRP-COLUMN-LINE.
003340     PERFORM 2100-READ-AUDIT-FILE THRU 2100-EXIT.
003350 1000-EXIT.
003360     EXIT.
003370*
003380*    ------------------------------------------------------------
003390*    1100-EDIT-SELECTION-CARD - BLANK DATES MEAN NO LIMIT, BUT A
003400*    DATE THAT IS PRESENT MUST BE NUMERIC.  THE CARD MUST NAME A
003410*    SOURCE, A BATCH OR A FROM DATE, SO THE TRACE IS NEVER RUN
003420*    OVER THE WHOLE TRAIL BY ACCIDENT.
003430*    ------------------------------------------------------------
003440 1100-EDIT-SELECTION-CARD.
003450     MOVE DL100-TRC-SOURCE-SYSTEM TO DL100-TIQ-SEL-SOURCE.
003460     MOVE DL100-TRC-BATCH-ID TO DL100-TIQ-SEL-BATCH.
003470     IF DL100-TRC-FROM-DATE-X NOT = SPACES
003480         IF DL100-TRC-FROM-DATE NUMERIC
003490             MOVE DL100-TRC-FROM-DATE TO DL100-TIQ-FROM-DATE
003500         ELSE
003510             DISPLAY 'DL100-TRCINQ - FROM DATE '''
003520                 DL100-TRC-FROM-DATE-X ''' IS NOT NUMERIC'
003530             SET DL100-TIQ-CARD-BAD TO TRUE
003540         END-IF
003550     END-IF.
003560     IF DL100-TRC-THRU-DATE-X NOT = SPACES
003570         IF DL100-TRC-THRU-DATE NUMERIC
003580             IF DL100-TRC-THRU-DATE NOT = ZERO
003590                 MOVE DL100-TRC-THRU-DATE TO DL100-TIQ-THRU-DATE
003600             END-IF
003610         ELSE
003620             DISPLAY 'DL100-TRCINQ - THRU DATE '''
003630                 DL100-TRC-THRU-DATE-X ''' IS NOT NUMERIC'
003640             SET DL100-TIQ-CARD-BAD TO TRUE
003650         END-IF
003660     END-IF.
003670     IF DL100-TIQ-FROM-DATE > DL100-TIQ-THRU-DATE
003680         DISPLAY 'DL100-TRCINQ - FROM DATE ' DL100-TIQ-FROM-DATE
003690             ' IS AFTER THRU DATE ' DL100-TIQ-THRU-DATE
003700         SET DL100-TIQ-CARD-BAD TO TRUE
003710     END-IF.
003720     IF DL100-TIQ-SEL-SOURCE = SPACES
003730         AND DL100-TIQ-SEL-BATCH = SPACES
003740         AND DL100-TIQ-FROM-DATE = ZERO
003750         DISPLAY 'DL100-TRCINQ - CARD NAMES NO SOURCE, BATCH OR '
003760             'FROM DATE'
003770         SET DL100-TIQ-CARD-BAD TO TRUE
003780     END-IF.
003790     IF DL100-TIQ-CARD-BAD
003800         DISPLAY 'DL100-TRCINQ - SELECTION CARD IN ERROR - RUN '
003810             'ABORTED'
003820     END-IF.
003830 1100-EXIT.
003840     EXIT.
003850*
003860 1200-WRITE-SELECTION-LINE.
003870     IF DL100-TIQ-SEL-SOURCE = SPACES
003880         MOVE 'ALL' TO DL100-TRP-SEL-SOURCE
003890     ELSE
003900         MOVE DL100-TIQ-SEL-SOURCE TO DL100-TRP-SEL-SOURCE
003910     END-IF.
003920     IF DL100-TIQ-SEL-BATCH = SPACES
003930         MOVE 'ALL' TO DL100-TRP-SEL-BATCH
003940     ELSE
003950         MOVE DL100-TIQ-SEL-BATCH TO DL100-TRP-SEL-BATCH
003960     END-IF.
003970     IF DL100-TIQ-FROM-DATE = ZERO
003980         MOVE 'EARLIEST' TO DL100-TRP-SEL-FROM
003990     ELSE
004000         MOVE DL100-TIQ-FROM-DATE TO DL100-TIQ-DATE-NUM
004010         PERFORM 8000-FORMAT-DATE THRU 8000-EXIT
004020         MOVE DL100-TIQ-DATE-RPT TO DL100-TRP-SEL-FROM
004030     END-IF.
004040     IF DL100-TIQ-THRU-DATE = 99999999
004050         MOVE 'LATEST' TO DL100-TRP-SEL-THRU
004060     ELSE
004070         MOVE DL100-TIQ-THRU-DATE TO DL100-TIQ-DATE-NUM
004080         PERFORM 8000-FORMAT-DATE THRU 8000-EXIT
004090         MOVE DL100-TIQ-DATE-RPT TO DL100-TRP-SEL-THRU
004100     END-IF.
004110     WRITE DL100-TRP-RECORD FROM DL100-TRP-SELECT-LINE.
004120 1200-EXIT.
004130     EXIT.
004140*
004150*    ------------------------------------------------------------
004160*    2000-COLLECT-AUDIT-RECORD - FIRST PASS, OVER THE AUDIT
004170*    TRAIL.  SELECTED DETAILS GO INTO THE TRACE TABLE; EACH
004180*    SUMMARY RECORD STAMPS ITS RUN TIME ON THE ENTRIES OF ITS
004190*    RUN DATE AND CYCLE, SO THE LAST SUMMARY READ WINS, THE SAME
004200*    RULE DL100-GLEXT USES TO PICK THE RUN IT FEEDS.
004210*    ------------------------------------------------------------
004220 2000-COLLECT-AUDIT-RECORD.
004230     EVALUATE TRUE
004240         WHEN DL100-AUD-DETAIL
004250             PERFORM 2200-COLLECT-DETAIL THRU 2200-EXIT
004260         WHEN DL100-AUD-SUMMARY
004270             PERFORM 2300-MARK-RUN-SUMMARY THRU 2300-EXIT
004280         WHEN OTHER
004290             DISPLAY 'DL100-TRCINQ - UNKNOWN AUDIT RECORD '
004300                 'TYPE ''' DL100-AUD-REC-TYPE ''' - SKIPPED'
004310     END-EVALUATE.
004320     PERFORM 2100-READ-AUDIT-FILE THRU 2100-EXIT.
004330 2000-EXIT.
004340     EXIT.
004350*
004360 2100-READ-AUDIT-FILE.
004370     READ DL100-AUDIN-FILE
004380         AT END
004390             SET DL100-TIQ-EOF-YES TO TRUE
004400     END-READ.
004410     IF DL100-TIQ-EOF-YES
004420         GO TO 2100-EXIT
004430     END-IF.
004440     IF DL100-AUD-CYCLE-IND NOT NUMERIC
004450         OR DL100-AUD-CYCLE-IND = '0'
004460         MOVE 1 TO DL100-AUD-CYCLE
004470     END-IF.
004480 2100-EXIT.
004490     EXIT.
004500*
004510 2200-COLLECT-DETAIL.
004520     MOVE DL100-AUD-SOURCE-SYSTEM TO DL100-TIQ-TEST-SOURCE.
004530     MOVE DL100-AUD-BATCH-ID TO DL100-TIQ-TEST-BATCH.
004540     MOVE DL100-AUD-RUN-DATE TO DL100-TIQ-TEST-DATE.
004550     PERFORM 2500-TEST-SELECTION THRU 2500-EXIT.
004560     IF DL100-TIQ-NOT-SELECTED
004570         GO TO 2200-EXIT
004580     END-IF.
004590     IF DL100-TIQ-TRC-COUNT NOT < DL100-TIQ-TRC-MAX
004600         IF NOT DL100-TIQ-TABLE-FULL
004610             DISPLAY 'DL100-TRCINQ - TRACE TABLE FULL AT '
004620                 DL100-TIQ-TRC-MAX ' TRANSACTIONS - THE REST '
004630                 'ARE NOT LISTED'
004640             SET DL100-TIQ-TABLE-FULL TO TRUE
004650         END-IF
004660         GO TO 2200-EXIT
004670     END-IF.
004680     ADD 1 TO DL100-TIQ-TRC-COUNT.
004690     MOVE DL100-TIQ-TRC-COUNT TO DL100-TIQ-TRC-SUB.
004700     MOVE DL100-AUD-RUN-DATE
004710         TO DL100-TIQ-TRC-RUN-DATE (DL100-TIQ-TRC-SUB).
004720     MOVE DL100-AUD-CYCLE
004730         TO DL100-TIQ-TRC-CYCLE (DL100-TIQ-TRC-SUB).
004740     MOVE DL100-AUD-RUN-TIME
004750         TO DL100-TIQ-TRC-RUN-TIME (DL100-TIQ-TRC-SUB).
004760     MOVE ZERO TO DL100-TIQ-TRC-WIN-TIME (DL100-TIQ-TRC-SUB).
004770     MOVE DL100-AUD-RECORD-NO
004780         TO DL100-TIQ-TRC-RECORD-NO (DL100-TIQ-TRC-SUB).
004790     MOVE DL100-AUD-TRAN-TYPE
004800         TO DL100-TIQ-TRC-TRAN-TYPE (DL100-TIQ-TRC-SUB).
004810     MOVE DL100-AUD-ITEM-CODE
004820         TO DL100-TIQ-TRC-ITEM-CODE (DL100-TIQ-TRC-SUB).
004830     MOVE DL100-AUD-RESULT
004840         TO DL100-TIQ-TRC-RESULT (DL100-TIQ-TRC-SUB).
004850     MOVE DL100-AUD-STATUS
004860         TO DL100-TIQ-TRC-STATUS (DL100-TIQ-TRC-SUB).
004870     MOVE DL100-AUD-SOURCE-SYSTEM
004880         TO DL100-TIQ-TRC-SOURCE (DL100-TIQ-TRC-SUB).
004890     MOVE DL100-AUD-BATCH-ID
004900         TO DL100-TIQ-TRC-BATCH-ID (DL100-TIQ-TRC-SUB).
004910     IF DL100-AUD-SUSP-DATE NUMERIC
004920         MOVE DL100-AUD-SUSP-DATE
004930             TO DL100-TIQ-TRC-SUSP-DATE (DL100-TIQ-TRC-SUB)
004940     ELSE
004950         MOVE ZERO TO DL100-TIQ-TRC-SUSP-DATE (DL100-TIQ-TRC-SUB)
004960     END-IF.
004970     MOVE ZERO TO DL100-TIQ-TRC-FEED-SEQ (DL100-TIQ-TRC-SUB).
004980 2200-EXIT.
004990     EXIT.
005000*
005010 2300-MARK-RUN-SUMMARY.
005020     PERFORM 2310-MARK-ENTRY THRU 2310-EXIT
005030         VARYING DL100-TIQ-TRC-SUB FROM 1 BY 1
005040         UNTIL DL100-TIQ-TRC-SUB > DL100-TIQ-TRC-COUNT.
005050 2300-EXIT.
005060     EXIT.
005070*
005080 2310-MARK-ENTRY.
005090     IF DL100-TIQ-TRC-RUN-DATE (DL100-TIQ-TRC-SUB) =
005100         DL100-AUD-RUN-DATE
005110         AND DL100-TIQ-TRC-CYCLE (DL100-TIQ-TRC-SUB) =
005120         DL100-AUD-CYCLE
005130         MOVE DL100-AUD-RUN-TIME
005140             TO DL100-TIQ-TRC-WIN-TIME (DL100-TIQ-TRC-SUB)
005150     END-IF.
005160 2310-EXIT.
005170     EXIT.
005180*
005190*    ------------------------------------------------------------
005200*    2500-TEST-SELECTION - DO THE TEST FIELDS MATCH THE CARD?
005210*    SOURCE, THEN BATCH, THEN DATE RANGE.
005220*    ------------------------------------------------------------
005230 2500-TEST-SELECTION.
005240     SET DL100-TIQ-NOT-SELECTED TO TRUE.
005250     IF DL100-TIQ-SEL-SOURCE NOT = SPACES
005260         AND DL100-TIQ-TEST-SOURCE NOT = DL100-TIQ-SEL-SOURCE
005270         GO TO 2500-EXIT
005280     END-IF.
005290     IF DL100-TIQ-SEL-BATCH NOT = SPACES
005300         AND DL100-TIQ-TEST-BATCH NOT = DL100-TIQ-SEL-BATCH
005310         GO TO 2500-EXIT
005320     END-IF.
005330     IF DL100-TIQ-TEST-DATE < DL100-TIQ-FROM-DATE
005340         OR DL100-TIQ-TEST-DATE > DL100-TIQ-THRU-DATE
005350         GO TO 2500-EXIT
005360     END-IF.
005370     SET DL100-TIQ-SELECTED TO TRUE.
005380 2500-EXIT.
005390     EXIT.
005400*
005410*    ------------------------------------------------------------
005420*    3000-MATCH-GL-FEED - SECOND PASS, OVER THE GL FEED.  THE
005430*    GLFEED DD CONCATENATES EVERY GENERATION STILL CATALOGED,
005440*    NEWEST FIRST, SO WHEN A RUN WAS FED MORE THAN ONCE THE
005450*    LATEST FEED'S LINE IS THE ONE KEPT.  A FEED LINE MATCHES ON
005460*    RUN DATE, CYCLE AND AUDIT RECORD NUMBER, AND ONLY AN 'OK'
005470*    DETAIL OF ITS DATE'S WINNING RUN CAN HAVE BEEN FED.
005480*    ------------------------------------------------------------
005490 3000-MATCH-GL-FEED.
005500     IF DL100-TIQ-TRC-COUNT = ZERO
005510         GO TO 3000-EXIT
005520     END-IF.
005530     OPEN INPUT DL100-GLIN-FILE.
005540     IF DL100-TIQ-GL-NOFILE
005550         DISPLAY 'DL100-TRCINQ - NO GL FEED ON FILE - NO FEED '
005560             'LINES MATCHED'
005570         GO TO 3000-EXIT
005580     END-IF.
005590     IF NOT DL100-TIQ-GL-OK
005600         DISPLAY 'DL100-TRCINQ - GL FEED OPEN FAILED, STATUS '
005610             DL100-TIQ-GLIN-STATUS ' - NO FEED LINES MATCHED'
005620         GO TO 3000-EXIT
005630     END-IF.
005640     SET DL100-TIQ-EOF-NO TO TRUE.
005650     PERFORM 3100-READ-GL-FEED THRU 3100-EXIT.
005660     PERFORM 3200-MATCH-FEED-LINE THRU 3200-EXIT
005670         UNTIL DL100-TIQ-EOF-YES.
005680     CLOSE DL100-GLIN-FILE.
005690 3000-EXIT.
005700     EXIT.
005710*
005720 3100-READ-GL-FEED.
005730     READ DL100-GLIN-FILE
005740         AT END
005750             SET DL100-TIQ-EOF-YES TO TRUE
005760     END-READ.
005770 3100-EXIT.
005780     EXIT.
005790*
005800*    ------------------------------------------------------------
005810*    3200-MATCH-FEED-LINE - FEED LINES CUT BEFORE THE AUDIT
005820*    RECORD NUMBER WAS CARRIED ON THE FEED CANNOT BE MATCHED AND
005830*    ARE PASSED OVER.
005840*    ------------------------------------------------------------
005850 3200-MATCH-FEED-LINE.
005860     IF DL100-GLF-DETAIL
005870         AND DL100-GLF-DTL-RECORD-NO NUMERIC
005880         AND DL100-GLF-DTL-RUN-DATE NOT < DL100-TIQ-FROM-DATE
005890         AND DL100-GLF-DTL-RUN-DATE NOT > DL100-TIQ-THRU-DATE
005900         MOVE 1 TO DL100-TIQ-FEED-CYCLE
005910         IF DL100-GLF-DTL-CYCLE NUMERIC
005920             AND DL100-GLF-DTL-CYCLE NOT = ZERO
005930             MOVE DL100-GLF-DTL-CYCLE TO DL100-TIQ-FEED-CYCLE
005940         END-IF
005950         PERFORM 3210-MATCH-ENTRY THRU 3210-EXIT
005960             VARYING DL100-TIQ-TRC-SUB FROM 1 BY 1
005970             UNTIL DL100-TIQ-TRC-SUB > DL100-TIQ-TRC-COUNT
005980     END-IF.
005990     PERFORM 3100-READ-GL-FEED THRU 3100-EXIT.
006000 3200-EXIT.
006010     EXIT.
006020*
006030 3210-MATCH-ENTRY.
006040     IF DL100-TIQ-TRC-FEED-SEQ (DL100-TIQ-TRC-SUB) NOT = ZERO
006050         GO TO 3210-EXIT
006060     END-IF.
006070     IF DL100-TIQ-TRC-RUN-DATE (DL100-TIQ-TRC-SUB) =
006080         DL100-GLF-DTL-RUN-DATE
006090         AND DL100-TIQ-TRC-CYCLE (DL100-TIQ-TRC-SUB) =
006100         DL100-TIQ-FEED-CYCLE
006110         AND DL100-TIQ-TRC-RECORD-NO (DL100-TIQ-TRC-SUB) =
006120         DL100-GLF-DTL-RECORD-NO
006130         AND DL100-TIQ-TRC-RUN-TIME (DL100-TIQ-TRC-SUB) =
006140         DL100-TIQ-TRC-WIN-TIME (DL100-TIQ-TRC-SUB)
006150         AND DL100-TIQ-TRC-STATUS (DL100-TIQ-TRC-SUB) = 'OK'
006160         MOVE DL100-GLF-DTL-SEQ
006170             TO DL100-TIQ-TRC-FEED-SEQ (DL100-TIQ-TRC-SUB)
006180     END-IF.
006190 3210-EXIT.
006200     EXIT.
006210*
006220*    ------------------------------------------------------------
006230*    4000-PRINT-TRANSACTION - TWO LINES PER TRACE TABLE ENTRY.
006240*    A DETAIL THAT WAS NOT TAKEN BY ITS DATE'S WINNING RUN, OR
006250*    WAS REJECTED AT PRICING, WAS NEVER FED AND CANNOT HAVE BEEN
006260*    REVERSED, SO NEITHER IS LOOKED UP.  A RECYCLED DETAIL WAS
006270*    RECYCLED BY THE RUN THAT POSTED IT.
006280*    ------------------------------------------------------------
006290 4000-PRINT-TRANSACTION.
006300     MOVE DL100-TIQ-TRC-RUN-DATE (DL100-TIQ-TRC-SUB)
006310         TO DL100-TIQ-DATE-NUM.
006320     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT.
006330     MOVE DL100-TIQ-DATE-RPT TO DL100-TRP-TRN-RUN-DATE.
006340     MOVE DL100-TIQ-TRC-CYCLE (DL100-TIQ-TRC-SUB)
006350         TO DL100-TRP-TRN-CYCLE.
006360     MOVE DL100-TIQ-TRC-RECORD-NO (DL100-TIQ-TRC-SUB)
006370         TO DL100-TRP-TRN-RECORD-NO.
006380     MOVE DL100-TIQ-TRC-ITEM-CODE (DL100-TIQ-TRC-SUB)
006390         TO DL100-TRP-TRN-ITEM-CODE.
006400     MOVE DL100-TIQ-TRC-TRAN-TYPE (DL100-TIQ-TRC-SUB)
006410         TO DL100-TRP-TRN-TYPE.
006420     MOVE DL100-TIQ-TRC-RESULT (DL100-TIQ-TRC-SUB)
006430         TO DL100-TRP-TRN-RESULT.
006440     MOVE DL100-TIQ-TRC-STATUS (DL100-TIQ-TRC-SUB)
006450         TO DL100-TRP-TRN-STATUS.
006460     MOVE DL100-TIQ-TRC-SOURCE (DL100-TIQ-TRC-SUB)
006470         TO DL100-TRP-TRN-SOURCE.
006480     MOVE DL100-TIQ-TRC-BATCH-ID (DL100-TIQ-TRC-SUB)
006490         TO DL100-TRP-TRN-BATCH-ID.
006500     WRITE DL100-TRP-RECORD FROM DL100-TRP-TRAN-LINE.
006510     MOVE SPACES TO DL100-TRP-HST-RECYC-DATE.
006520     IF DL100-TIQ-TRC-SUSP-DATE (DL100-TIQ-TRC-SUB) = ZERO
006530         MOVE 'NO' TO DL100-TRP-HST-SUSP-DATE
006540     ELSE
006550         MOVE DL100-TIQ-TRC-SUSP-DATE (DL100-TIQ-TRC-SUB)
006560             TO DL100-TIQ-DATE-NUM
006570         PERFORM 8000-FORMAT-DATE THRU 8000-EXIT
006580         MOVE DL100-TIQ-DATE-RPT TO DL100-TRP-HST-SUSP-DATE
006590         MOVE DL100-TRP-TRN-RUN-DATE TO DL100-TRP-HST-RECYC-DATE
006600     END-IF.
006610     MOVE ZERO TO DL100-TRP-HST-FEED-SEQ.
006620     EVALUATE TRUE
006630         WHEN DL100-TIQ-TRC-WIN-TIME (DL100-TIQ-TRC-SUB) = ZERO
006640             MOVE 'N/A' TO DL100-TRP-HST-REVERSED
006650             MOVE 'UNFINISHED' TO DL100-TRP-HST-FEED-STATUS
006660         WHEN DL100-TIQ-TRC-WIN-TIME (DL100-TIQ-TRC-SUB) NOT =
006670             DL100-TIQ-TRC-RUN-TIME (DL100-TIQ-TRC-SUB)
006680             MOVE 'N/A' TO DL100-TRP-HST-REVERSED
006690             MOVE 'SUPERSEDED' TO DL100-TRP-HST-FEED-STATUS
006700         WHEN DL100-TIQ-TRC-STATUS (DL100-TIQ-TRC-SUB) NOT = 'OK'
006710             MOVE 'N/A' TO DL100-TRP-HST-REVERSED
006720             MOVE 'NOT FED' TO DL100-TRP-HST-FEED-STATUS
006730         WHEN OTHER
006740             PERFORM 4100-LOOKUP-REVERSAL THRU 4100-EXIT
006750             PERFORM 4200-LOOKUP-FEED-STATUS THRU 4200-EXIT
006760     END-EVALUATE.
006770     WRITE DL100-TRP-RECORD FROM DL100-TRP-HIST-LINE.
006780 4000-EXIT.
006790     EXIT.
006800*
006810*    ------------------------------------------------------------
006820*    4100-LOOKUP-REVERSAL - THE KEYED AUDIT RECORD OF A DETAIL
006830*    CARRIES THE RUN DATE, CYCLE AND RECORD NUMBER OF THE
006840*    REVERSAL THAT BACKED IT OUT, SPACES UNTIL ONE DOES.
006850*    ------------------------------------------------------------
006860 4100-LOOKUP-REVERSAL.
006870     IF NOT DL100-TIQ-AUDKEY-OPEN
006880         MOVE 'UNKNOWN' TO DL100-TRP-HST-REVERSED
006890         GO TO 4100-EXIT
006900     END-IF.
006910     MOVE DL100-TIQ-TRC-RUN-DATE (DL100-TIQ-TRC-SUB)
006920         TO DL100-AKY-RUN-DATE.
006930     MOVE DL100-TIQ-TRC-CYCLE (DL100-TIQ-TRC-SUB)
006940         TO DL100-AKY-CYCLE.
006950     MOVE DL100-TIQ-TRC-RECORD-NO (DL100-TIQ-TRC-SUB)
006960         TO DL100-AKY-RECORD-NO.
006970     READ DL100-AUDKEY-FILE
006980         INVALID KEY
006990             MOVE 'NOT ON KEYED FILE' TO DL100-TRP-HST-REVERSED
007000             GO TO 4100-EXIT
007010     END-READ.
007020     IF DL100-AKY-REVERSED-RUN-DATE NOT NUMERIC
007030         OR DL100-AKY-REVERSED-RUN-DATE = ZERO
007040         MOVE 'NO' TO DL100-TRP-HST-REVERSED
007050         GO TO 4100-EXIT
007060     END-IF.
007070     MOVE DL100-AKY-REVERSED-RUN-DATE TO DL100-TIQ-DATE-NUM.
007080     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT.
007090     MOVE 1 TO DL100-TIQ-REV-CYCLE.
007100     IF DL100-AKY-REVERSED-CYCLE NUMERIC
007110         AND DL100-AKY-REVERSED-CYCLE NOT = ZERO
007120         MOVE DL100-AKY-REVERSED-CYCLE TO DL100-TIQ-REV-CYCLE
007130     END-IF.
007140     MOVE ZERO TO DL100-TIQ-REV-RECORD-NO.
007150     IF DL100-AKY-REVERSED-RECORD-NO NUMERIC
007160         MOVE DL100-AKY-REVERSED-RECORD-NO
007170             TO DL100-TIQ-REV-RECORD-NO
007180     END-IF.
007190     MOVE SPACES TO DL100-TRP-HST-REVERSED.
007200     STRING DL100-TIQ-DATE-RPT '/' DL100-TIQ-REV-CYCLE '/'
007210             DL100-TIQ-REV-RECORD-NO
007220         DELIMITED BY SIZE INTO DL100-TRP-HST-REVERSED.
007230 4100-EXIT.
007240     EXIT.
007250*
007260*    ------------------------------------------------------------
007270*    4200-LOOKUP-FEED-STATUS - THE FEED STATUS FILE IS KEYED BY
007280*    THE FEED'S RUN DATE AND CYCLE.  A FEED CUT BUT NOT YET
007290*    REGISTERED BY DL100-GLACK HAS NO STATUS RECORD.
007300*    ------------------------------------------------------------
007310 4200-LOOKUP-FEED-STATUS.
007320     IF DL100-TIQ-TRC-FEED-SEQ (DL100-TIQ-TRC-SUB) = ZERO
007330         MOVE 'NOT FED' TO DL100-TRP-HST-FEED-STATUS
007340         GO TO 4200-EXIT
007350     END-IF.
007360     MOVE DL100-TIQ-TRC-FEED-SEQ (DL100-TIQ-TRC-SUB)
007370         TO DL100-TRP-HST-FEED-SEQ.
007380     IF NOT DL100-TIQ-GLSTAT-OPEN
007390         MOVE 'UNKNOWN' TO DL100-TRP-HST-FEED-STATUS
007400         GO TO 4200-EXIT
007410     END-IF.
007420     MOVE DL100-TIQ-TRC-RUN-DATE (DL100-TIQ-TRC-SUB)
007430         TO DL100-GLS-RUN-DATE.
007440     MOVE DL100-TIQ-TRC-CYCLE (DL100-TIQ-TRC-SUB)
007450         TO DL100-GLS-CYCLE.
007460     READ DL100-GLSTAT-FILE
007470         INVALID KEY
007480             MOVE 'NOT SENT' TO DL100-TRP-HST-FEED-STATUS
007490             GO TO 4200-EXIT
007500     END-READ.
007510     MOVE DL100-GLS-STATUS TO DL100-TRP-HST-FEED-STATUS.
007520 4200-EXIT.
007530     EXIT.
007540*
007550*    ------------------------------------------------------------
007560*    5000-LIST-SUSPENSE - THIRD PASS, OVER THE CURRENT SUSPENSE
007570*    GENERATION: TRANSACTIONS THAT HAVE NOT POSTED YET.  A DETAIL
007580*    IS MATCHED ON THE BATCH STAMP DL100-EDIT PUT ON IT, A BATCH
007590*    HEADER OR TRAILER ON ITS OWN IDENTIFIERS, AND THE DATE
007600*    TESTED IS THE DATE IT FIRST WENT TO SUSPENSE.
007610*    ------------------------------------------------------------
007620 5000-LIST-SUSPENSE.
007630     OPEN INPUT DL100-SUSIN-FILE.
007640     IF DL100-TIQ-SUS-NOFILE
007650         DISPLAY 'DL100-TRCINQ - NO SUSPENSE GENERATION ON '
007660             'FILE - SUSPENSE NOT LISTED'
007670         GO TO 5000-EXIT
007680     END-IF.
007690     IF NOT DL100-TIQ-SUS-OK
007700         DISPLAY 'DL100-TRCINQ - SUSPENSE OPEN FAILED, STATUS '
007710             DL100-TIQ-SUSIN-STATUS ' - SUSPENSE NOT LISTED'
007720         GO TO 5000-EXIT
007730     END-IF.
007740     WRITE DL100-TRP-RECORD FROM DL100-TRP-SUS-HEAD-LINE.
007750     SET DL100-TIQ-EOF-NO TO TRUE.
007760     PERFORM 5100-READ-SUSPENSE THRU 5100-EXIT.
007770     PERFORM 5200-CHECK-SUSPENSE-RECORD THRU 5200-EXIT
007780         UNTIL DL100-TIQ-EOF-YES.
007790     CLOSE DL100-SUSIN-FILE.
007800 5000-EXIT.
007810     EXIT.
007820*
007830 5100-READ-SUSPENSE.
007840     READ DL100-SUSIN-FILE
007850         AT END
007860             SET DL100-TIQ-EOF-YES TO TRUE
007870     END-READ.
007880 5100-EXIT.
007890     EXIT.
007900*
007910 5200-CHECK-SUSPENSE-RECORD.
007920     MOVE DL100-SUS-TRAN-IMAGE TO DL100-TRAN-RECORD.
007930     MOVE SPACES TO DL100-TIQ-TEST-SOURCE.
007940     MOVE SPACES TO DL100-TIQ-TEST-BATCH.
007950     EVALUATE TRUE
007960         WHEN DL100-TRAN-DETAIL
007970             MOVE DL100-TRAN-FROM-SOURCE TO DL100-TIQ-TEST-SOURCE
007980             MOVE DL100-TRAN-FROM-BATCH-ID TO DL100-TIQ-TEST-BATCH
007990         WHEN DL100-TRAN-BATCH-HEADER
008000             MOVE DL100-TRAN-SOURCE-SYSTEM
008010                 TO DL100-TIQ-TEST-SOURCE
008020             MOVE DL100-TRAN-BATCH-ID TO DL100-TIQ-TEST-BATCH
008030         WHEN DL100-TRAN-BATCH-TRAILER
008040             MOVE DL100-TRAN-TRL-BATCH-ID TO DL100-TIQ-TEST-BATCH
008050     END-EVALUATE.
008060     IF DL100-SUS-FIRST-DATE NUMERIC
008070         AND DL100-SUS-FIRST-DATE NOT = ZERO
008080         MOVE DL100-SUS-FIRST-DATE TO DL100-TIQ-TEST-DATE
008090     ELSE
008100         MOVE DL100-SUS-EDIT-DATE TO DL100-TIQ-TEST-DATE
008110     END-IF.
008120     PERFORM 2500-TEST-SELECTION THRU 2500-EXIT.
008130     IF DL100-TIQ-SELECTED
008140         PERFORM 5300-PRINT-SUSPENSE-LINE THRU 5300-EXIT
008150     END-IF.
008160     PERFORM 5100-READ-SUSPENSE THRU 5100-EXIT.
008170 5200-EXIT.
008180     EXIT.
008190*
008200 5300-PRINT-SUSPENSE-LINE.
008210     MOVE DL100-SUS-REASON-CODE TO DL100-TRP-SUS-REASON.
008220     IF DL100-TRAN-DETAIL
008230         MOVE DL100-TRAN-ITEM-CODE TO DL100-TRP-SUS-ITEM-CODE
008240         MOVE DL100-TRAN-TYPE TO DL100-TRP-SUS-TYPE
008250     ELSE
008260         MOVE SPACES TO DL100-TRP-SUS-ITEM-CODE
008270         MOVE DL100-TRAN-REC-TYPE TO DL100-TRP-SUS-TYPE
008280     END-IF.
008290     MOVE DL100-TIQ-TEST-DATE TO DL100-TIQ-DATE-NUM.
008300     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT.
008310     MOVE DL100-TIQ-DATE-RPT TO DL100-TRP-SUS-FIRST-DATE.
008320     IF DL100-SUS-BOUNCE-COUNT NUMERIC
008330         MOVE DL100-SUS-BOUNCE-COUNT TO DL100-TRP-SUS-BOUNCES
008340     ELSE
008350         MOVE ZERO TO DL100-TRP-SUS-BOUNCES
008360     END-IF.
008370     MOVE DL100-TIQ-TEST-SOURCE TO DL100-TRP-SUS-SOURCE.
008380     MOVE DL100-TIQ-TEST-BATCH TO DL100-TRP-SUS-BATCH-ID.
008390     WRITE DL100-TRP-RECORD FROM DL100-TRP-SUS-LINE.
008400     ADD 1 TO DL100-TIQ-SUSP-COUNT.
008410 5300-EXIT.
008420     EXIT.
008430*
008440 8000-FORMAT-DATE.
008450     STRING DL100-TIQ-DATE-CCYY '-' DL100-TIQ-DATE-MM '-'
008460             DL100-TIQ-DATE-DD
008470         DELIMITED BY SIZE INTO DL100-TIQ-DATE-RPT.
008480 8000-EXIT.
008490     EXIT.
008500*
008510*    ------------------------------------------------------------
008520*    9000-TERMINATION - FOOTER, CLOSE AND RETURN CODE.
008530*    ------------------------------------------------------------
008540 9000-TERMINATION.
008550     IF DL100-TIQ-TABLE-FULL
008560         MOVE DL100-TIQ-TRC-MAX TO DL100-TRP-FUL-LIMIT
008570         WRITE DL100-TRP-RECORD FROM DL100-TRP-FULL-LINE
008580     END-IF.
008590     MOVE DL100-TIQ-TRC-COUNT TO DL100-TRP-FTR-TRANS.
008600     MOVE DL100-TIQ-SUSP-COUNT TO DL100-TRP-FTR-SUSPENDED.
008610     WRITE DL100-TRP-RECORD FROM DL100-TRP-FOOTER-LINE.
008620     CLOSE DL100-AUDIN-FILE DL100-TRP-FILE.
008630     IF DL100-TIQ-AUDKEY-OPEN
008640         CLOSE DL100-AUDKEY-FILE
008650     END-IF.
008660     IF DL100-TIQ-GLSTAT-OPEN
008670         CLOSE DL100-GLSTAT-FILE
008680     END-IF.
008690     DISPLAY 'DL100-TRCINQ - TRANSACTIONS LISTED '
008700         DL100-TIQ-TRC-COUNT.
008710     DISPLAY 'DL100-TRCINQ - STILL IN SUSPENSE   '
008720         DL100-TIQ-SUSP-COUNT.
008730     IF DL100-TIQ-TRC-COUNT = ZERO
008740         AND DL100-TIQ-SUSP-COUNT = ZERO
008750         DISPLAY 'DL100-TRCINQ - NOTHING MATCHED THE SELECTION '
008760             'CARD'
008770         MOVE 4 TO RETURN-CODE
008780     END-IF.
008790     IF DL100-TIQ-TABLE-FULL
008800         MOVE 4 TO RETURN-CODE
008810     END-IF.
008820 9000-EXIT.
008830     EXIT.
008840*
008850*    ------------------------------------------------------------
008860*    8500-ACQUIRE-LOCKS - BEFORE ANY FILE IS OPENED, CHECK EVERY
008870*    SHARED DATASET THIS PROGRAM USES AGAINST THE SUBSYSTEM LOCK
008880*    FILE.  A LOCK ANOTHER JOB HOLDS THAT CLASHES WITH OURS ENDS
008890*    THE STEP RC 24 WITH THE HOLDER NAMED AND NOTHING OPENED.  A
008900*    LOCK HELD UNDER OUR OWN JOB NAME WAS LEFT BY AN EARLIER STEP
008910*    OR AN EARLIER ATTEMPT OF THIS JOB AND IS TAKEN OVER.  THE
008920*    LOCK FILE IS CREATED ON ITS VERY FIRST USE.
008930*    ------------------------------------------------------------
008940 8500-ACQUIRE-LOCKS.
008950     ACCEPT DL100-TIQ-LOCK-DATE FROM DATE YYYYMMDD.
008960     ACCEPT DL100-TIQ-LOCK-TIME FROM TIME.
008970     OPEN I-O DL100-LOCK-FILE.
008980     IF DL100-TIQ-LKF-NOFILE
008990         OPEN OUTPUT DL100-LOCK-FILE
009000         CLOSE DL100-LOCK-FILE
009010         OPEN I-O DL100-LOCK-FILE
009020     END-IF.
009030     IF NOT DL100-TIQ-LKF-OK
009040         DISPLAY 'DL100-TRCINQ - LOCK FILE OPEN FAILED, STATUS '
009050             DL100-TIQ-LOCK-STATUS ' - RUN ABORTED'
009060         MOVE 16 TO RETURN-CODE
009070         STOP RUN
009080     END-IF.
009090     OPEN EXTEND DL100-LOCKLOG-FILE.
009100     SET DL100-TIQ-LOCK-NO-CLASH TO TRUE.
009110     PERFORM 8510-CHECK-RESOURCE THRU 8510-EXIT
009120         VARYING DL100-TIQ-LOCK-SUB FROM 1 BY 1
009130         UNTIL DL100-TIQ-LOCK-SUB > DL100-TIQ-LOCK-COUNT.
009140     IF DL100-TIQ-LOCK-CLASH
009150         CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE
009160         DISPLAY 'DL100-TRCINQ - A DATASET IT NEEDS IS IN USE BY '
009170             'ANOTHER JOB - RUN REFUSED'
009180         MOVE 24 TO RETURN-CODE
009190         STOP RUN
009200     END-IF.
009210     PERFORM 8530-WRITE-LOCK THRU 8530-EXIT
009220         VARYING DL100-TIQ-LOCK-SUB FROM 1 BY 1
009230         UNTIL DL100-TIQ-LOCK-SUB > DL100-TIQ-LOCK-COUNT.
009240     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
009250     SET DL100-TIQ-LOCKS-HELD TO TRUE.
009260     IF DL100-TIQ-LOCK-CLASH
009270         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
009280         MOVE 16 TO RETURN-CODE
009290         STOP RUN
009300     END-IF.
009310 8500-EXIT.
009320     EXIT.
009330*
009340 8510-CHECK-RESOURCE.
009350     SET DL100-TIQ-LOCK-SCAN-MORE TO TRUE.
009360     MOVE DL100-TIQ-LOCK-RESOURCE (DL100-TIQ-LOCK-SUB)
009370         TO DL100-LCK-RESOURCE.
009380     MOVE LOW-VALUES TO DL100-LCK-JOB.
009390     START DL100-LOCK-FILE KEY NOT < DL100-LCK-KEY
009400         INVALID KEY
009410             GO TO 8510-EXIT
009420     END-START.
009430     PERFORM 8520-CHECK-HOLDER THRU 8520-EXIT
009440         UNTIL DL100-TIQ-LOCK-SCAN-DONE.
009450 8510-EXIT.
009460     EXIT.
009470*
009480*    ------------------------------------------------------------
009490*    8520-CHECK-HOLDER - AN EXCLUSIVE LOCK CLASHES WITH ANY
009500*    OTHER; AN UPDATE LOCK WITH ANOTHER UPDATE; A SHARED LOCK
009510*    ONLY WITH AN EXCLUSIVE ONE.
009520*    ------------------------------------------------------------
009530 8520-CHECK-HOLDER.
009540     READ DL100-LOCK-FILE NEXT
009550         AT END
009560             SET DL100-TIQ-LOCK-SCAN-DONE TO TRUE
009570             GO TO 8520-EXIT
009580     END-READ.
009590     IF DL100-LCK-RESOURCE NOT =
009600         DL100-TIQ-LOCK-RESOURCE (DL100-TIQ-LOCK-SUB)
009610         SET DL100-TIQ-LOCK-SCAN-DONE TO TRUE
009620         GO TO 8520-EXIT
009630     END-IF.
009640     IF DL100-LCK-JOB = DL100-TIQ-LOCK-JOB
009650         GO TO 8520-EXIT
009660     END-IF.
009670     IF DL100-LCK-SHARED
009680         AND NOT DL100-TIQ-LOCK-WANT-EXCL (DL100-TIQ-LOCK-SUB)
009690         GO TO 8520-EXIT
009700     END-IF.
009710     IF DL100-LCK-UPDATE
009720         AND DL100-TIQ-LOCK-WANT-SHARED (DL100-TIQ-LOCK-SUB)
009730         GO TO 8520-EXIT
009740     END-IF.
009750     SET DL100-TIQ-LOCK-CLASH TO TRUE.
009760     DISPLAY 'DL100-TRCINQ - ' DL100-LCK-RESOURCE
009770         ' IS HELD BY JOB ' DL100-LCK-JOB
009780         ' (' DL100-LCK-PROGRAM ') SINCE '
009790         DL100-LCK-DATE ' ' DL100-LCK-TIME.
009800     MOVE 'C' TO DL100-TIQ-LOCK-ACTION.
009810     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
009820 8520-EXIT.
009830     EXIT.
009840*
009850 8530-WRITE-LOCK.
009860     MOVE SPACES TO DL100-LCK-RECORD.
009870     MOVE DL100-TIQ-LOCK-RESOURCE (DL100-TIQ-LOCK-SUB)
009880         TO DL100-LCK-RESOURCE.
009890     MOVE DL100-TIQ-LOCK-JOB TO DL100-LCK-JOB.
009900     MOVE DL100-TIQ-LOCK-MODE (DL100-TIQ-LOCK-SUB)
009910         TO DL100-LCK-MODE.
009920     MOVE DL100-TIQ-LOCK-PROGRAM TO DL100-LCK-PROGRAM.
009930     MOVE DL100-TIQ-LOCK-DATE TO DL100-LCK-DATE.
009940     MOVE DL100-TIQ-LOCK-TIME TO DL100-LCK-TIME.
009950     WRITE DL100-LCK-RECORD
009960         INVALID KEY
009970             IF DL100-TIQ-LKF-DUPKEY
009980                 REWRITE DL100-LCK-RECORD
009990                     INVALID KEY
010000                         CONTINUE
010010                 END-REWRITE
010020             END-IF
010030     END-WRITE.
010040     IF NOT DL100-TIQ-LKF-OK
010050         DISPLAY 'DL100-TRCINQ - LOCK WRITE FAILED, STATUS '
010060             DL100-TIQ-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
010070         SET DL100-TIQ-LOCK-CLASH TO TRUE
010080         GO TO 8530-EXIT
010090     END-IF.
010100     MOVE 'L' TO DL100-TIQ-LOCK-ACTION.
010110     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
010120 8530-EXIT.
010130     EXIT.
010140*
010150*    ------------------------------------------------------------
010160*    8600-RELEASE-LOCKS - GIVE UP EVERY LOCK THIS PROGRAM TOOK.
010170*    PERFORMED BEFORE EVERY STOP RUN ONCE THE LOCKS ARE HELD, SO
010180*    ONLY AN ABEND LEAVES THEM BEHIND FOR DL100-LCKREL.
010190*    ------------------------------------------------------------
010200 8600-RELEASE-LOCKS.
010210     IF DL100-TIQ-LOCKS-FREE
010220         GO TO 8600-EXIT
010230     END-IF.
010240     SET DL100-TIQ-LOCKS-FREE TO TRUE.
010250     ACCEPT DL100-TIQ-LOCK-DATE FROM DATE YYYYMMDD.
010260     ACCEPT DL100-TIQ-LOCK-TIME FROM TIME.
010270     OPEN I-O DL100-LOCK-FILE.
010280     IF NOT DL100-TIQ-LKF-OK
010290         DISPLAY 'DL100-TRCINQ - LOCK FILE OPEN FAILED, STATUS '
010300             DL100-TIQ-LOCK-STATUS ' - LOCKS LEFT FOR RELEASE BY '
010310             'DL100-LCKREL'
010320         GO TO 8600-EXIT
010330     END-IF.
010340     OPEN EXTEND DL100-LOCKLOG-FILE.
010350     PERFORM 8610-DELETE-LOCK THRU 8610-EXIT
010360         VARYING DL100-TIQ-LOCK-SUB FROM 1 BY 1
010370         UNTIL DL100-TIQ-LOCK-SUB > DL100-TIQ-LOCK-COUNT.
010380     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
010390 8600-EXIT.
010400     EXIT.
010410*
010420 8610-DELETE-LOCK.
010430     MOVE DL100-TIQ-LOCK-RESOURCE (DL100-TIQ-LOCK-SUB)
010440         TO DL100-LCK-RESOURCE.
010450     MOVE DL100-TIQ-LOCK-JOB TO DL100-LCK-JOB.
010460     READ DL100-LOCK-FILE
010470         INVALID KEY
010480             GO TO 8610-EXIT
010490     END-READ.
010500     DELETE DL100-LOCK-FILE
010510         INVALID KEY
010520             DISPLAY 'DL100-TRCINQ - LOCK DELETE FAILED, STATUS '
010530                 DL100-TIQ-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
010540             GO TO 8610-EXIT
010550     END-DELETE.
010560     MOVE 'F' TO DL100-TIQ-LOCK-ACTION.
010570     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
010580 8610-EXIT.
010590     EXIT.
010600*
010610*    ------------------------------------------------------------
010620*    8700-WRITE-LOCK-LOG - ONE LOG RECORD PER LOCK TAKEN OR
010630*    GIVEN UP, AND PER CLASH THAT REFUSED THE RUN.
010640*    ------------------------------------------------------------
010650 8700-WRITE-LOCK-LOG.
010660     MOVE SPACES TO DL100-LLG-RECORD.
010670     MOVE DL100-TIQ-LOCK-ACTION TO DL100-LLG-ACTION.
010680     MOVE DL100-TIQ-LOCK-DATE TO DL100-LLG-LOG-DATE.
010690     MOVE DL100-TIQ-LOCK-TIME TO DL100-LLG-LOG-TIME.
010700     MOVE DL100-TIQ-LOCK-JOB TO DL100-LLG-REQ-JOB.
010710     MOVE DL100-TIQ-LOCK-PROGRAM TO DL100-LLG-REQ-PROGRAM.
010720     MOVE DL100-LCK-RECORD TO DL100-LLG-LOCK-IMAGE.
010730     WRITE DL100-LLGOUT-RECORD FROM DL100-LLG-RECORD.
010740 8700-EXIT.
010750     EXIT.
