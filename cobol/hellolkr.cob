000010*****************************************************************
000020*    PROGRAM-ID.  DL100-LCKREL.
000030*    AUTHOR.      J. HOMAN.
000040*    INSTALLATION. DAILY TOTALS BATCH SUBSYSTEM.
000050*    DATE-WRITTEN. 2026-10-15.
000060*    DATE-COMPILED. 2026-10-15.
000070*    DESCRIPTION.
000080*        OPERATOR UTILITY FOR THE SUBSYSTEM LOCK FILE.  EVERY
000090*        DL100 PROGRAM REGISTERS THE SHARED DATASETS IT USES ON
000100*        THE LOCK FILE BEFORE IT OPENS ANYTHING AND CLEARS ITS
000110*        OWN LOCKS WHEN IT ENDS; A JOB THAT ABENDS LEAVES ITS
000120*        LOCKS BEHIND AND EVERY JOB THAT CLASHES WITH THEM IS
000130*        REFUSED (RC 24) UNTIL THEY ARE RELEASED HERE.
000140*
000150*        AN 'L' CARD LISTS EVERY LOCK ON FILE WITH ITS HOLDER.
000160*        AN 'R' CARD RELEASES THE LOCKS OF THE JOB IT NAMES -
000170*        ONE RESOURCE, OR ALL OF THEM WHEN THE RESOURCE IS
000180*        BLANK - AND MUST CARRY THE OPERATOR'S USER ID AND A
000190*        REASON.  EVERY LOCK RELEASED IS APPENDED TO THE LOCK
000200*        LOG.  CHECK THAT THE JOB IS REALLY GONE FIRST - THIS
000210*        PROGRAM CANNOT TELL A STALE LOCK FROM A LIVE ONE.
000220*
000230*        RETURN CODES - 0 EVERY CARD APPLIED, 8 ANY CARD IN
000240*        ERROR OR NAMING A LOCK NOT HELD, 16 THE LOCK FILE
000250*        FAILED TO OPEN.
000260*
000270*    MODIFICATION HISTORY.
000280*    DATE       INIT DESCRIPTION
000290*    ---------- ---- --------------------------------------------
000300*    2026-10-15 JGH  ORIGINAL PROGRAM.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. DL100-LCKREL.
000340 AUTHOR. J. HOMAN.
000350 INSTALLATION. DAILY TOTALS BATCH SUBSYSTEM.
000360 DATE-WRITTEN. 2026-10-15.
000370 DATE-COMPILED. 2026-10-15.
000380*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT DL100-LRC-FILE ASSIGN TO "SYSIN"
000430         ORGANIZATION IS SEQUENTIAL.
000440     SELECT DL100-LOCK-FILE ASSIGN TO "LOCKFILE"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS DL100-LCK-KEY
000480         FILE STATUS IS DL100-LKR-LOCK-STATUS.
000490     SELECT DL100-LOCKLOG-FILE ASSIGN TO "LOCKLOG"
000500         ORGANIZATION IS SEQUENTIAL.
000510*
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  DL100-LRC-FILE
000550     RECORDING MODE IS F.
000560     COPY DL100LRC.
000570*
000580 FD  DL100-LOCK-FILE.
000590     COPY DL100LCK.
000600*
000610 FD  DL100-LOCKLOG-FILE
000620     RECORDING MODE IS F.
000630 01  DL100-LLGOUT-RECORD             PIC X(200).
000640*
000650 WORKING-STORAGE SECTION.
000660 01  DL100-LKR-SWITCHES.
000670     05  DL100-LKR-EOF-SWITCH        PIC X(01) VALUE 'N'.
000680         88  DL100-LKR-EOF-YES                   VALUE 'Y'.
000690         88  DL100-LKR-EOF-NO                    VALUE 'N'.
000700     05  DL100-LKR-CARD-SWITCH       PIC X(01) VALUE 'Y'.
000710         88  DL100-LKR-CARD-GOOD                 VALUE 'Y'.
000720         88  DL100-LKR-CARD-BAD                  VALUE 'N'.
000730     05  DL100-LKR-SCAN-SWITCH       PIC X(01) VALUE 'N'.
000740         88  DL100-LKR-SCAN-DONE                 VALUE 'Y'.
000750         88  DL100-LKR-SCAN-MORE                 VALUE 'N'.
000760*
000770 01  DL100-LKR-LOCK-STATUS           PIC X(02).
000780     88  DL100-LKR-LOCK-OK                       VALUE '00'.
000790     88  DL100-LKR-LOCK-NOTFND                   VALUE '23'.
000800     88  DL100-LKR-LOCK-NOFILE                   VALUE '35'.
000810*
000820 01  DL100-LKR-COUNTERS.
000830     05  DL100-LKR-LIST-COUNT        PIC 9(05) COMP VALUE ZERO.
000840     05  DL100-LKR-RELEASE-COUNT     PIC 9(05) COMP VALUE ZERO.
000850     05  DL100-LKR-CARD-RELEASED     PIC 9(05) COMP VALUE ZERO.
000860     05  DL100-LKR-REFUSE-COUNT      PIC 9(05) COMP VALUE ZERO.
000870     05  DL100-LKR-ERROR-COUNT       PIC 9(05) COMP VALUE ZERO.
000880*
000890 01  DL100-LKR-TODAY                 PIC 9(08).
000900 01  DL100-LKR-RUN-TIME              PIC 9(08).
000910*
000920     COPY DL100LLG.
000930*
000940 PROCEDURE DIVISION.
000950*
000960 0000-MAINLINE-CONTROL.
000970     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
000980     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
000990         UNTIL DL100-LKR-EOF-YES.
001000     PERFORM 9000-TERMINATION THRU 9000-EXIT.
001010     STOP RUN.
001020*
001030*    ------------------------------------------------------------
001040*    1000-INITIALIZATION - THE LOCK FILE IS CREATED ON ITS VERY
001050*    FIRST USE, AS IT IS BY EVERY PROGRAM THAT TAKES A LOCK.
001060*    ------------------------------------------------------------
001070 1000-INITIALIZATION.
001080     OPEN INPUT DL100-LRC-FILE.
001090     OPEN I-O DL100-LOCK-FILE.
001100     IF DL100-LKR-LOCK-NOFILE
001110         DISPLAY 'DL100-LCKREL - LOCK FILE NOT FOUND - '
001120             'CREATING IT'
001130         OPEN OUTPUT DL100-LOCK-FILE
001140         CLOSE DL100-LOCK-FILE
001150         OPEN I-O DL100-LOCK-FILE
001160     END-IF.
001170     IF NOT DL100-LKR-LOCK-OK
001180         DISPLAY 'DL100-LCKREL - LOCK FILE OPEN FAILED, STATUS '
001190             DL100-LKR-LOCK-STATUS ' - RUN ABORTED'
001200         MOVE 16 TO RETURN-CODE
001210         STOP RUN
001220     END-IF.
001230     OPEN EXTEND DL100-LOCKLOG-FILE.
001240     ACCEPT DL100-LKR-TODAY FROM DATE YYYYMMDD.
001250     ACCEPT DL100-LKR-RUN-TIME FROM TIME.
001260     PERFORM 2100-READ-CARD-FILE THRU 2100-EXIT.
001270 1000-EXIT.
001280     EXIT.
001290*
001300 2000-PROCESS-CARD.
001310     PERFORM 2150-EDIT-CARD THRU 2150-EXIT.
001320     IF DL100-LKR-CARD-BAD
001330         GO TO 2000-READ-NEXT
001340     END-IF.
001350     EVALUATE TRUE
001360         WHEN DL100-LRC-LIST
001370             PERFORM 2200-LIST-LOCKS THRU 2200-EXIT
001380         WHEN DL100-LRC-RELEASE
001390             PERFORM 2300-RELEASE-LOCKS THRU 2300-EXIT
001400     END-EVALUATE.
001410 2000-READ-NEXT.
001420     PERFORM 2100-READ-CARD-FILE THRU 2100-EXIT.
001430 2000-EXIT.
001440     EXIT.
001450*
001460 2100-READ-CARD-FILE.
001470     READ DL100-LRC-FILE
001480         AT END
001490             SET DL100-LKR-EOF-YES TO TRUE
001500     END-READ.
001510 2100-EXIT.
001520     EXIT.
001530*
001540*    ------------------------------------------------------------
001550*    2150-EDIT-CARD - THE ACTION MUST BE KNOWN.  A RELEASE MUST
001560*    NAME THE JOB WHOSE LOCKS GO, WHO IS RELEASING THEM AND WHY.
001570*    ------------------------------------------------------------
001580 2150-EDIT-CARD.
001590     SET DL100-LKR-CARD-GOOD TO TRUE.
001600     IF NOT DL100-LRC-LIST AND NOT DL100-LRC-RELEASE
001610         DISPLAY 'DL100-LCKREL - INVALID ACTION - '
001620             DL100-LRC-ACTION
001630         SET DL100-LKR-CARD-BAD TO TRUE
001640         GO TO 2150-CHECK
001650     END-IF.
001660     IF DL100-LRC-LIST
001670         GO TO 2150-CHECK
001680     END-IF.
001690     IF DL100-LRC-JOB = SPACES
001700         DISPLAY 'DL100-LCKREL - NO JOB NAMED ON RELEASE CARD'
001710         SET DL100-LKR-CARD-BAD TO TRUE
001720         GO TO 2150-CHECK
001730     END-IF.
001740     IF DL100-LRC-USER-ID = SPACES
001750         DISPLAY 'DL100-LCKREL - NO USER ID ON CARD FOR JOB '
001760             DL100-LRC-JOB
001770         SET DL100-LKR-CARD-BAD TO TRUE
001780         GO TO 2150-CHECK
001790     END-IF.
001800     IF DL100-LRC-REASON = SPACES
001810         DISPLAY 'DL100-LCKREL - NO REASON GIVEN TO RELEASE JOB '
001820             DL100-LRC-JOB
001830         SET DL100-LKR-CARD-BAD TO TRUE
001840     END-IF.
001850 2150-CHECK.
001860     IF DL100-LKR-CARD-BAD
001870         ADD 1 TO DL100-LKR-ERROR-COUNT
001880     END-IF.
001890 2150-EXIT.
001900     EXIT.
001910*
001920*    ------------------------------------------------------------
001930*    2200-LIST-LOCKS - EVERY LOCK ON FILE, IN RESOURCE ORDER.
001940*    ------------------------------------------------------------
001950 2200-LIST-LOCKS.
001960     SET DL100-LKR-SCAN-MORE TO TRUE.
001970     MOVE LOW-VALUES TO DL100-LCK-KEY.
001980     START DL100-LOCK-FILE KEY NOT < DL100-LCK-KEY
001990         INVALID KEY
002000             DISPLAY 'DL100-LCKREL - NO LOCKS HELD'
002010             GO TO 2200-EXIT
002020     END-START.
002030     PERFORM 2210-LIST-NEXT THRU 2210-EXIT
002040         UNTIL DL100-LKR-SCAN-DONE.
002050 2200-EXIT.
002060     EXIT.
002070*
002080 2210-LIST-NEXT.
002090     READ DL100-LOCK-FILE NEXT
002100         AT END
002110             SET DL100-LKR-SCAN-DONE TO TRUE
002120             GO TO 2210-EXIT
002130     END-READ.
002140     ADD 1 TO DL100-LKR-LIST-COUNT.
002150     DISPLAY 'DL100-LCKREL - ' DL100-LCK-RESOURCE
002160         ' MODE ' DL100-LCK-MODE
002170         ' HELD BY JOB ' DL100-LCK-JOB
002180         ' (' DL100-LCK-PROGRAM ')'
002190         ' SINCE ' DL100-LCK-DATE ' ' DL100-LCK-TIME.
002200 2210-EXIT.
002210     EXIT.
002220*
002230*    ------------------------------------------------------------
002240*    2300-RELEASE-LOCKS - DELETE THE NAMED JOB'S LOCK ON ONE
002250*    RESOURCE, OR WALK THE WHOLE FILE DELETING EVERY LOCK THE
002260*    JOB HOLDS.  A CARD THAT RELEASES NOTHING IS REFUSED.
002270*    ------------------------------------------------------------
002280 2300-RELEASE-LOCKS.
002290     MOVE ZERO TO DL100-LKR-CARD-RELEASED.
002300     IF DL100-LRC-RESOURCE NOT = SPACES
002310         MOVE DL100-LRC-RESOURCE TO DL100-LCK-RESOURCE
002320         MOVE DL100-LRC-JOB TO DL100-LCK-JOB
002330         READ DL100-LOCK-FILE
002340             INVALID KEY
002350                 IF NOT DL100-LKR-LOCK-NOTFND
002360                     DISPLAY 'DL100-LCKREL - LOCK READ FAILED, '
002370                         'STATUS ' DL100-LKR-LOCK-STATUS
002380                     ADD 1 TO DL100-LKR-ERROR-COUNT
002390                     GO TO 2300-EXIT
002400                 END-IF
002410                 GO TO 2300-CHECK
002420         END-READ
002430         PERFORM 2320-DELETE-LOCK THRU 2320-EXIT
002440         GO TO 2300-CHECK
002450     END-IF.
002460     SET DL100-LKR-SCAN-MORE TO TRUE.
002470     MOVE LOW-VALUES TO DL100-LCK-KEY.
002480     START DL100-LOCK-FILE KEY NOT < DL100-LCK-KEY
002490         INVALID KEY
002500             GO TO 2300-CHECK
002510     END-START.
002520     PERFORM 2310-RELEASE-NEXT THRU 2310-EXIT
002530         UNTIL DL100-LKR-SCAN-DONE.
002540 2300-CHECK.
002550     IF DL100-LKR-CARD-RELEASED = ZERO
002560         DISPLAY 'DL100-LCKREL - JOB ' DL100-LRC-JOB
002570             ' HOLDS NO LOCK ' DL100-LRC-RESOURCE
002580             ' - NOTHING RELEASED'
002590         ADD 1 TO DL100-LKR-REFUSE-COUNT
002600     END-IF.
002610 2300-EXIT.
002620     EXIT.
002630*
002640 2310-RELEASE-NEXT.
002650     READ DL100-LOCK-FILE NEXT
002660         AT END
002670             SET DL100-LKR-SCAN-DONE TO TRUE
002680             GO TO 2310-EXIT
002690     END-READ.
002700     IF DL100-LCK-JOB = DL100-LRC-JOB
002710         PERFORM 2320-DELETE-LOCK THRU 2320-EXIT
002720     END-IF.
002730 2310-EXIT.
002740     EXIT.
002750*
002760 2320-DELETE-LOCK.
002770     DELETE DL100-LOCK-FILE
002780         INVALID KEY
002790             DISPLAY 'DL100-LCKREL - LOCK DELETE FAILED, STATUS '
002800                 DL100-LKR-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
002810             ADD 1 TO DL100-LKR-ERROR-COUNT
002820             GO TO 2320-EXIT
002830     END-DELETE.
002840     ADD 1 TO DL100-LKR-CARD-RELEASED.
002850     ADD 1 TO DL100-LKR-RELEASE-COUNT.
002860     DISPLAY 'DL100-LCKREL - RELEASED ' DL100-LCK-RESOURCE
002870         ' HELD BY JOB ' DL100-LCK-JOB
002880         ' (' DL100-LCK-PROGRAM ')'
002890         ' SINCE ' DL100-LCK-DATE ' ' DL100-LCK-TIME.
002900     PERFORM 5000-WRITE-LOCK-LOG THRU 5000-EXIT.
002910 2320-EXIT.
002920     EXIT.
002930*
002940*    ------------------------------------------------------------
002950*    5000-WRITE-LOCK-LOG - ONE LOG RECORD PER LOCK RELEASED,
002960*    CARRYING THE OPERATOR, THE REASON FROM THE CARD AND THE
002970*    LOCK AS IT STOOD.
002980*    ------------------------------------------------------------
002990 5000-WRITE-LOCK-LOG.
003000     MOVE SPACES TO DL100-LLG-RECORD.
003010     SET DL100-LLG-OPER-RELEASE TO TRUE.
003020     MOVE DL100-LKR-TODAY TO DL100-LLG-LOG-DATE.
003030     MOVE DL100-LKR-RUN-TIME TO DL100-LLG-LOG-TIME.
003040     MOVE 'DL100-LCKREL' TO DL100-LLG-REQ-PROGRAM.
003050     MOVE DL100-LRC-USER-ID TO DL100-LLG-USER-ID.
003060     MOVE DL100-LRC-REASON TO DL100-LLG-REASON.
003070     MOVE DL100-LCK-RECORD TO DL100-LLG-LOCK-IMAGE.
003080     WRITE DL100-LLGOUT-RECORD FROM DL100-LLG-RECORD.
003090 5000-EXIT.
003100     EXIT.
003110*
003120 9000-TERMINATION.
003130     CLOSE DL100-LRC-FILE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
003140     DISPLAY 'DL100-LCKREL - LISTED    ' DL100-LKR-LIST-COUNT.
003150     DISPLAY 'DL100-LCKREL - RELEASED  ' DL100-LKR-RELEASE-COUNT.
003160     DISPLAY 'DL100-LCKREL - REFUSED   ' DL100-LKR-REFUSE-COUNT.
003170     DISPLAY 'DL100-LCKREL - ERRORS    ' DL100-LKR-ERROR-COUNT.
003180     IF DL100-LKR-ERROR-COUNT NOT = ZERO
003190         OR DL100-LKR-REFUSE-COUNT NOT = ZERO
003200         MOVE 8 TO RETURN-CODE
003210     END-IF.
003220 9000-EXIT.
003230     EXIT.
