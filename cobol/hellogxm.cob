000010*****************************************************************
000020*    PROGRAM-ID.  DL100-GLXMNT.
000030*    AUTHOR.      J. HOMAN.
000040*    INSTALLATION. DAILY TOTALS BATCH SUBSYSTEM.
000050*    DATE-WRITTEN. 2026-10-15.
000060*    DATE-COMPILED. 2026-10-15.
000070*    DESCRIPTION.
000080*        MAINTAINS THE GL ACCOUNT CROSS-REFERENCE BEHIND
000090*        DL100-GLEXT, IN THE DL100-MAINT MOLD.  READS ADD,
000100*        CHANGE, DELETE AND INQUIRE CARDS AND APPLIES THEM TO
000110*        THE KEYED CROSS-REFERENCE, WHICH MAPS EACH DL100 ITEM
000120*        CODE (KEY TYPE 'I') AND THE REVERSAL AND ADJUSTMENT
000130*        TRANSACTION TYPES (KEY TYPE 'T', CODE 'R' OR 'J') TO A
000140*        DEBIT ACCOUNT, A CREDIT ACCOUNT AND A COST CENTRE.
000150*        EVERY APPLIED A/C/D ACTION IS WRITTEN TO THE CHANGE
000160*        HISTORY FILE WITH THE BEFORE AND AFTER IMAGES.  THE
000170*        FILE IS CREATED ON ITS VERY FIRST USE.
000180*
000181*        THE SHARED DATASETS IT USES ARE REGISTERED ON THE
000182*        SUBSYSTEM LOCK FILE BEFORE ANY FILE IS OPENED.  A
000183*        CLASH WITH ANOTHER JOB'S LOCK ENDS THE RUN RC 24, THE
000184*        HOLDING JOB NAMED ON SYSOUT.
000185*
000190*    MODIFICATION HISTORY.
000200*    DATE       INIT DESCRIPTION
000210*    ---------- ---- --------------------------------------------
000220*    2026-10-15 JGH  ORIGINAL PROGRAM.
000222*    2026-10-15 JGH  REGISTERS ITS SHARED DATASETS ON THE NEW
000224*    2026-10-15 JGH  SUBSYSTEM LOCK FILE BEFORE OPENING ANYTHING
000226*    2026-10-15 JGH  AND LOGS EVERY LOCK TAKEN AND GIVEN UP; A
000228*    2026-10-15 JGH  CLASH WITH ANOTHER JOB ENDS THE RUN RC 24.
000230*****************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. DL100-GLXMNT.
000260 AUTHOR. J. HOMAN.
000270 INSTALLATION. DAILY TOTALS BATCH SUBSYSTEM.
000280 DATE-WRITTEN. 2026-10-15.
000290 DATE-COMPILED. 2026-10-15.
000300*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT DL100-GXC-FILE ASSIGN TO "GXIN"
000350         ORGANIZATION IS SEQUENTIAL.
000360     SELECT DL100-GAX-FILE ASSIGN TO "GLXREF"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS DL100-GAX-KEY
000400         FILE STATUS IS DL100-GXM-GAX-STATUS.
000410     SELECT DL100-GXHIST-FILE ASSIGN TO "GXHIST"
000420         ORGANIZATION IS SEQUENTIAL.
000421     SELECT DL100-LOCK-FILE ASSIGN TO "LOCKFILE"
000422         ORGANIZATION IS INDEXED
000423         ACCESS MODE IS DYNAMIC
000424         RECORD KEY IS DL100-LCK-KEY
000425         FILE STATUS IS DL100-GXM-LOCK-STATUS.
000426     SELECT DL100-LOCKLOG-FILE ASSIGN TO "LOCKLOG"
000427         ORGANIZATION IS SEQUENTIAL.
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  DL100-GXC-FILE
000470     RECORDING MODE IS F.
000480     COPY DL100GXC.
000490*
000500 FD  DL100-GAX-FILE.
000510     COPY DL100GAX.
000520*
000530 FD  DL100-GXHIST-FILE
000540     RECORDING MODE IS F.
000550 01  DL100-GXHOUT-RECORD             PIC X(200).
000560*
000561 FD  DL100-LOCK-FILE.
000562     COPY DL100LCK.
000563*
000564 FD  DL100-LOCKLOG-FILE
000565     RECORDING MODE IS F.
000566 01  DL100-LLGOUT-RECORD             PIC X(200).
000567*
000570 WORKING-STORAGE SECTION.
000580 01  DL100-GXM-SWITCHES.
000590     05  DL100-GXM-EOF-SWITCH        PIC X(01) VALUE 'N'.
000600         88  DL100-GXM-EOF-YES                   VALUE 'Y'.
000610         88  DL100-GXM-EOF-NO                    VALUE 'N'.
000620     05  DL100-GXM-CARD-SWITCH       PIC X(01) VALUE 'Y'.
000630         88  DL100-GXM-CARD-GOOD                 VALUE 'Y'.
000640         88  DL100-GXM-CARD-BAD                  VALUE 'N'.
000650*
000660 01  DL100-GXM-GAX-STATUS            PIC X(02).
000670     88  DL100-GXM-GAX-OK                        VALUE '00'.
000680     88  DL100-GXM-GAX-NOTFND                    VALUE '23'.
000690     88  DL100-GXM-GAX-DUPKEY                    VALUE '22'.
000700     88  DL100-GXM-GAX-NOFILE                    VALUE '35'.
000710*
000720 01  DL100-GXM-COUNTERS.
000730     05  DL100-GXM-ADD-COUNT         PIC 9(05) COMP VALUE ZERO.
000740     05  DL100-GXM-CHANGE-COUNT      PIC 9(05) COMP VALUE ZERO.
000750     05  DL100-GXM-DELETE-COUNT      PIC 9(05) COMP VALUE ZERO.
000760     05  DL100-GXM-INQUIRE-COUNT     PIC 9(05) COMP VALUE ZERO.
000770     05  DL100-GXM-ERROR-COUNT       PIC 9(05) COMP VALUE ZERO.
000780*
000790 01  DL100-GXM-TODAY                 PIC 9(08).
000800*
000810 01  DL100-GXM-RUN-TIME              PIC 9(08).
000820*
000830*    THE CROSS-REFERENCE IMAGES AS THEY STOOD BEFORE AND AFTER
000840*    THE ACTION - SPACES WHERE NO RECORD EXISTED (BEFORE AN
000850*    ADD, AFTER A DELETE).
000860 01  DL100-GXM-BEFORE-IMAGE          PIC X(80).
000870 01  DL100-GXM-AFTER-IMAGE           PIC X(80).
000880*
000890     COPY DL100GXH.
000900*
000901*    THE SHARED DATASETS THIS PROGRAM REGISTERS ON THE
000902*    SUBSYSTEM LOCK FILE BEFORE IT OPENS ANYTHING, AND HOW IT
000903*    USES EACH - 'X' EXCLUSIVE, 'U' UPDATE, 'S' SHARED READ.
000904*    THE JOB NAME IS THAT OF THE JOB THIS PROGRAM RUNS UNDER.
000905 01  DL100-GXM-LOCK-LIST.
000906     05  FILLER                      PIC X(09) VALUE 'GLXREF  U'.
000907 01  DL100-GXM-LOCK-TABLE REDEFINES DL100-GXM-LOCK-LIST.
000908     05  DL100-GXM-LOCK-ENTRY        OCCURS 1 TIMES.
000909         10  DL100-GXM-LOCK-RESOURCE PIC X(08).
000910         10  DL100-GXM-LOCK-MODE     PIC X(01).
000911             88  DL100-GXM-LOCK-WANT-EXCL       VALUE 'X'.
000912             88  DL100-GXM-LOCK-WANT-SHARED     VALUE 'S'.
000913*
000914 01  DL100-GXM-LOCK-FIELDS.
000915     05  DL100-GXM-LOCK-COUNT        PIC 9(02) COMP VALUE 1.
000916     05  DL100-GXM-LOCK-SUB          PIC 9(02) COMP VALUE ZERO.
000917     05  DL100-GXM-LOCK-JOB          PIC X(08) VALUE 'HELLOGXM'.
000918     05  DL100-GXM-LOCK-PROGRAM      PIC X(16)
000919                                     VALUE 'DL100-GLXMNT'.
000920     05  DL100-GXM-LOCK-DATE         PIC 9(08) VALUE ZERO.
000921     05  DL100-GXM-LOCK-TIME         PIC 9(08) VALUE ZERO.
000922     05  DL100-GXM-LOCK-ACTION       PIC X(01) VALUE SPACE.
000923     05  DL100-GXM-LOCK-HELD-SWITCH  PIC X(01) VALUE 'N'.
000924         88  DL100-GXM-LOCKS-HELD               VALUE 'Y'.
000925         88  DL100-GXM-LOCKS-FREE               VALUE 'N'.
000926     05  DL100-GXM-LOCK-SCAN-SWITCH  PIC X(01) VALUE 'N'.
000927         88  DL100-GXM-LOCK-SCAN-DONE           VALUE 'Y'.
000928         88  DL100-GXM-LOCK-SCAN-MORE           VALUE 'N'.
000929     05  DL100-GXM-LOCK-CLASH-SWITCH PIC X(01) VALUE 'N'.
000930         88  DL100-GXM-LOCK-CLASH               VALUE 'Y'.
000931         88  DL100-GXM-LOCK-NO-CLASH            VALUE 'N'.
000932*
000933 01  DL100-GXM-LOCK-STATUS           PIC X(02).
000934     88  DL100-GXM-LKF-OK                       VALUE '00'.
000935     88  DL100-GXM-LKF-NOTFND                   VALUE '23'.
000936     88  DL100-GXM-LKF-DUPKEY                   VALUE '22'.
000937     88  DL100-GXM-LKF-NOFILE                   VALUE '35'.
000938*
000939     COPY DL100LLG.
000940*
000941 PROCEDURE DIVISION.
000942*
000943 0000-MAINLINE-CONTROL.
000944     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
000950     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
000960         UNTIL DL100-GXM-EOF-YES.
000970     PERFORM 9000-TERMINATION THRU 9000-EXIT.
000975     PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT.
000980     STOP RUN.
000990*
001000 1000-INITIALIZATION.
001005     PERFORM 8500-ACQUIRE-LOCKS THRU 8500-EXIT.
001010     OPEN INPUT DL100-GXC-FILE.
001020     OPEN I-O DL100-GAX-FILE.
001030     IF DL100-GXM-GAX-NOFILE
001040         DISPLAY 'DL100-GLXMNT - CROSS-REFERENCE NOT FOUND - '
001050             'CREATING IT'
001060         OPEN OUTPUT DL100-GAX-FILE
001070         CLOSE DL100-GAX-FILE
001080         OPEN I-O DL100-GAX-FILE
001090     END-IF.
001100     IF NOT DL100-GXM-GAX-OK
001110         DISPLAY 'DL100-GLXMNT - CROSS-REFERENCE OPEN FAILED, '
001120             'STATUS ' DL100-GXM-GAX-STATUS ' - RUN ABORTED'
001130         MOVE 16 TO RETURN-CODE
001135         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
001140         STOP RUN
001150     END-IF.
001160     OPEN EXTEND DL100-GXHIST-FILE.
001170     ACCEPT DL100-GXM-TODAY FROM DATE YYYYMMDD.
001180     ACCEPT DL100-GXM-RUN-TIME FROM TIME.
001190     PERFORM 2100-READ-CARD-FILE THRU 2100-EXIT.
001200 1000-EXIT.
001210     EXIT.
001220*
001230 2000-PROCESS-CARD.
001240     PERFORM 2150-EDIT-CARD-KEY THRU 2150-EXIT.
001250     IF DL100-GXM-CARD-BAD
001260         GO TO 2000-READ-NEXT
001270     END-IF.
001280     EVALUATE TRUE
001290         WHEN DL100-GXC-ADD
001300             PERFORM 2200-ADD-XREF THRU 2200-EXIT
001310         WHEN DL100-GXC-CHANGE
001320             PERFORM 2300-CHANGE-XREF THRU 2300-EXIT
001330         WHEN DL100-GXC-DELETE
001340             PERFORM 2400-DELETE-XREF THRU 2400-EXIT
001350         WHEN DL100-GXC-INQUIRE
001360             PERFORM 2500-INQUIRE-XREF THRU 2500-EXIT
001370         WHEN OTHER
001380             DISPLAY 'DL100-GLXMNT - INVALID TRANS CODE - '
001390                 DL100-GXC-TRANS-CODE
001400             ADD 1 TO DL100-GXM-ERROR-COUNT
001410     END-EVALUATE.
001420 2000-READ-NEXT.
001430     PERFORM 2100-READ-CARD-FILE THRU 2100-EXIT.
001440 2000-EXIT.
001450     EXIT.
001460*
001470 2100-READ-CARD-FILE.
001480     READ DL100-GXC-FILE
001490         AT END
001500             SET DL100-GXM-EOF-YES TO TRUE
001510     END-READ.
001520 2100-EXIT.
001530     EXIT.
001540*
001550*    ------------------------------------------------------------
001560*    2150-EDIT-CARD-KEY - AN 'I' KEY NEEDS AN ITEM CODE AND A
001570*    'T' KEY NEEDS ONE OF THE TWO TRANSACTION TYPES DL100-GLEXT
001580*    JOURNALS BY TYPE.  A GOOD KEY IS MOVED TO THE RECORD KEY.
001590*    ------------------------------------------------------------
001600 2150-EDIT-CARD-KEY.
001610     SET DL100-GXM-CARD-GOOD TO TRUE.
001620     EVALUATE TRUE
001630         WHEN DL100-GXC-ITEM-KEY
001640             IF DL100-GXC-KEY-CODE = SPACES
001650                 DISPLAY 'DL100-GLXMNT - ITEM KEY WITH NO ITEM '
001660                     'CODE'
001670                 SET DL100-GXM-CARD-BAD TO TRUE
001680             END-IF
001690         WHEN DL100-GXC-TYPE-KEY
001700             IF NOT DL100-GXC-MAPPED-TYPE
001710                 DISPLAY 'DL100-GLXMNT - TYPE KEY MUST NAME '
001720                     'R OR J - ' DL100-GXC-KEY-CODE
001730                 SET DL100-GXM-CARD-BAD TO TRUE
001740             END-IF
001750         WHEN OTHER
001760             DISPLAY 'DL100-GLXMNT - INVALID KEY TYPE - '
001770                 DL100-GXC-KEY-TYPE
001780             SET DL100-GXM-CARD-BAD TO TRUE
001790     END-EVALUATE.
001800     IF DL100-GXM-CARD-BAD
001810         ADD 1 TO DL100-GXM-ERROR-COUNT
001820         GO TO 2150-EXIT
001830     END-IF.
001840     MOVE DL100-GXC-KEY-TYPE TO DL100-GAX-KEY-TYPE.
001850     MOVE DL100-GXC-KEY-CODE TO DL100-GAX-KEY-CODE.
001860 2150-EXIT.
001870     EXIT.
001880*
001890*    ------------------------------------------------------------
001900*    2160-EDIT-CARD-ACCOUNTS - AN ADD OR CHANGE MUST NAME BOTH
001910*    SIDES OF THE ENTRY AND THE COST CENTRE, AND THE TWO SIDES
001920*    MUST DIFFER - A MAPPING THAT DEBITS AND CREDITS ONE
001930*    ACCOUNT POSTS NOTHING AND HIDES THE ACTIVITY.
001940*    ------------------------------------------------------------
001950 2160-EDIT-CARD-ACCOUNTS.
001960     IF DL100-GXC-DEBIT-ACCOUNT = SPACES
001970         OR DL100-GXC-CREDIT-ACCOUNT = SPACES
001980         OR DL100-GXC-COST-CENTRE = SPACES
001990         DISPLAY 'DL100-GLXMNT - DEBIT, CREDIT AND COST CENTRE '
002000             'ARE ALL REQUIRED - ' DL100-GXC-KEY
002010         SET DL100-GXM-CARD-BAD TO TRUE
002020     ELSE
002030         IF DL100-GXC-DEBIT-ACCOUNT = DL100-GXC-CREDIT-ACCOUNT
002040             DISPLAY 'DL100-GLXMNT - DEBIT AND CREDIT ACCOUNT '
002050                 'ARE THE SAME - ' DL100-GXC-KEY
002060             SET DL100-GXM-CARD-BAD TO TRUE
002070         END-IF
002080     END-IF.
002090     IF DL100-GXM-CARD-BAD
002100         ADD 1 TO DL100-GXM-ERROR-COUNT
002110     END-IF.
002120 2160-EXIT.
002130     EXIT.
002140*
002150 2200-ADD-XREF.
002160     PERFORM 2160-EDIT-CARD-ACCOUNTS THRU 2160-EXIT.
002170     IF DL100-GXM-CARD-BAD
002180         GO TO 2200-EXIT
002190     END-IF.
002200     MOVE DL100-GXC-DEBIT-ACCOUNT TO DL100-GAX-DEBIT-ACCOUNT.
002210     MOVE DL100-GXC-CREDIT-ACCOUNT TO DL100-GAX-CREDIT-ACCOUNT.
002220     MOVE DL100-GXC-COST-CENTRE TO DL100-GAX-COST-CENTRE.
002230     MOVE DL100-GXC-DESCRIPTION TO DL100-GAX-DESCRIPTION.
002240     MOVE DL100-GXM-TODAY TO DL100-GAX-LAST-UPDATED.
002250     WRITE DL100-GAX-RECORD
002260         INVALID KEY
002270             EVALUATE TRUE
002280             WHEN DL100-GXM-GAX-DUPKEY
002290                 DISPLAY 'DL100-GLXMNT - ADD FAILED, DUPLICATE - '
002300                     DL100-GXC-KEY
002310             WHEN OTHER
002320                 DISPLAY 'DL100-GLXMNT - ADD FAILED, STATUS '
002330                     DL100-GXM-GAX-STATUS ' - ' DL100-GXC-KEY
002340             END-EVALUATE
002350             ADD 1 TO DL100-GXM-ERROR-COUNT
002360         NOT INVALID KEY
002370             ADD 1 TO DL100-GXM-ADD-COUNT
002380             MOVE SPACES TO DL100-GXM-BEFORE-IMAGE
002390             MOVE DL100-GAX-RECORD TO DL100-GXM-AFTER-IMAGE
002400             PERFORM 5000-WRITE-CHANGE-HISTORY THRU 5000-EXIT
002410     END-WRITE.
002420 2200-EXIT.
002430     EXIT.
002440*
002450 2300-CHANGE-XREF.
002460     PERFORM 2160-EDIT-CARD-ACCOUNTS THRU 2160-EXIT.
002470     IF DL100-GXM-CARD-BAD
002480         GO TO 2300-EXIT
002490     END-IF.
002500     READ DL100-GAX-FILE
002510         INVALID KEY
002520             EVALUATE TRUE
002530             WHEN DL100-GXM-GAX-NOTFND
002540                 DISPLAY 'DL100-GLXMNT - CHANGE FAILED, NOT '
002550                     'FOUND - ' DL100-GXC-KEY
002560             WHEN OTHER
002570                 DISPLAY 'DL100-GLXMNT - CHANGE FAILED, STATUS '
002580                     DL100-GXM-GAX-STATUS ' - ' DL100-GXC-KEY
002590             END-EVALUATE
002600             ADD 1 TO DL100-GXM-ERROR-COUNT
002610         NOT INVALID KEY
002620             MOVE DL100-GAX-RECORD TO DL100-GXM-BEFORE-IMAGE
002630             MOVE DL100-GXC-DEBIT-ACCOUNT
002640                 TO DL100-GAX-DEBIT-ACCOUNT
002650             MOVE DL100-GXC-CREDIT-ACCOUNT
002660                 TO DL100-GAX-CREDIT-ACCOUNT
002670             MOVE DL100-GXC-COST-CENTRE TO DL100-GAX-COST-CENTRE
002680             MOVE DL100-GXC-DESCRIPTION TO DL100-GAX-DESCRIPTION
002690             MOVE DL100-GXM-TODAY TO DL100-GAX-LAST-UPDATED
002700             REWRITE DL100-GAX-RECORD
002710             ADD 1 TO DL100-GXM-CHANGE-COUNT
002720             MOVE DL100-GAX-RECORD TO DL100-GXM-AFTER-IMAGE
002730             PERFORM 5000-WRITE-CHANGE-HISTORY THRU 5000-EXIT
002740     END-READ.
002750 2300-EXIT.
002760     EXIT.
002770*
002780*    ------------------------------------------------------------
002790*    2400-DELETE-XREF - READ BEFORE DELETE SO THE CHANGE
002800*    HISTORY CARRIES THE MAPPING THAT WAS DESTROYED.  A DELETED
002810*    ITEM MAPPING STOPS THE NEXT GL FEED UNTIL THE ITEM IS
002820*    MAPPED AGAIN, WHICH IS THE POINT.
002830*    ------------------------------------------------------------
002840 2400-DELETE-XREF.
002850     READ DL100-GAX-FILE
002860         INVALID KEY
002870             EVALUATE TRUE
002880             WHEN DL100-GXM-GAX-NOTFND
002890                 DISPLAY 'DL100-GLXMNT - DELETE FAILED, NOT '
002900                     'FOUND - ' DL100-GXC-KEY
002910             WHEN OTHER
002920                 DISPLAY 'DL100-GLXMNT - DELETE FAILED, STATUS '
002930                     DL100-GXM-GAX-STATUS ' - ' DL100-GXC-KEY
002940             END-EVALUATE
002950             ADD 1 TO DL100-GXM-ERROR-COUNT
002960         NOT INVALID KEY
002970             MOVE DL100-GAX-RECORD TO DL100-GXM-BEFORE-IMAGE
002980             DELETE DL100-GAX-FILE
002990                 INVALID KEY
003000                     DISPLAY 'DL100-GLXMNT - DELETE FAILED, '
003010                         'STATUS ' DL100-GXM-GAX-STATUS
003020                         ' - ' DL100-GXC-KEY
003030                     ADD 1 TO DL100-GXM-ERROR-COUNT
003040                 NOT INVALID KEY
003050                     ADD 1 TO DL100-GXM-DELETE-COUNT
003060                     MOVE SPACES TO DL100-GXM-AFTER-IMAGE
003070                     PERFORM 5000-WRITE-CHANGE-HISTORY
003080                         THRU 5000-EXIT
003090             END-DELETE
003100     END-READ.
003110 2400-EXIT.
003120     EXIT.
003130*
003140 2500-INQUIRE-XREF.
003150     READ DL100-GAX-FILE
003160         INVALID KEY
003170             EVALUATE TRUE
003180             WHEN DL100-GXM-GAX-NOTFND
003190                 DISPLAY 'DL100-GLXMNT - ' DL100-GXC-KEY
003200                     ' IS NOT MAPPED'
003210             WHEN OTHER
003220                 DISPLAY 'DL100-GLXMNT - INQUIRE FAILED, '
003230                     'STATUS ' DL100-GXM-GAX-STATUS ' - '
003240                     DL100-GXC-KEY
003250                 ADD 1 TO DL100-GXM-ERROR-COUNT
003260             END-EVALUATE
003270         NOT INVALID KEY
003280             DISPLAY 'DL100-GLXMNT - ' DL100-GAX-KEY
003290                 ' DR ' DL100-GAX-DEBIT-ACCOUNT
003300                 ' CR ' DL100-GAX-CREDIT-ACCOUNT
003310                 ' CC ' DL100-GAX-COST-CENTRE
003320                 ' DESC ' DL100-GAX-DESCRIPTION
003330     END-READ.
003340     ADD 1 TO DL100-GXM-INQUIRE-COUNT.
003350 2500-EXIT.
003360     EXIT.
003370*
003380*    ------------------------------------------------------------
003390*    5000-WRITE-CHANGE-HISTORY - ONE HISTORY RECORD PER APPLIED
003400*    ACTION.  THE CALLER HAS SET THE BEFORE AND AFTER IMAGES;
003410*    THE KEY COMES FROM THE CARD, THE APPLY DATE AND TIME FROM
003420*    THE RUN.
003430*    ------------------------------------------------------------
003440 5000-WRITE-CHANGE-HISTORY.
003450     MOVE SPACES TO DL100-GXH-RECORD.
003460     MOVE DL100-GXC-TRANS-CODE TO DL100-GXH-TRANS-CODE.
003470     MOVE DL100-GXC-KEY TO DL100-GXH-KEY.
003480     MOVE DL100-GXM-TODAY TO DL100-GXH-APPLY-DATE.
003490     MOVE DL100-GXM-RUN-TIME TO DL100-GXH-APPLY-TIME.
003500     MOVE DL100-GXM-BEFORE-IMAGE TO DL100-GXH-BEFORE-IMAGE.
003510     MOVE DL100-GXM-AFTER-IMAGE TO DL100-GXH-AFTER-IMAGE.
003520     WRITE DL100-GXHOUT-RECORD FROM DL100-GXH-RECORD.
003530 5000-EXIT.
003540     EXIT.
003550*
003560 9000-TERMINATION.
003570     CLOSE DL100-GXC-FILE DL100-GAX-FILE DL100-GXHIST-FILE.
003580     DISPLAY 'DL100-GLXMNT - ADDS      ' DL100-GXM-ADD-COUNT.
003590     DISPLAY 'DL100-GLXMNT - CHANGES   ' DL100-GXM-CHANGE-COUNT.
003600     DISPLAY 'DL100-GLXMNT - DELETES   ' DL100-GXM-DELETE-COUNT.
003610     DISPLAY 'DL100-GLXMNT - INQUIRIES '
003620         DL100-GXM-INQUIRE-COUNT.
003630     DISPLAY 'DL100-GLXMNT - ERRORS    ' DL100-GXM-ERROR-COUNT.
003640     IF DL100-GXM-ERROR-COUNT NOT = ZERO
003650         MOVE 8 TO RETURN-CODE
003660     END-IF.
003670 9000-EXIT.
003680     EXIT.
003690*
003700*    ------------------------------------------------------------
003710*    8500-ACQUIRE-LOCKS - BEFORE ANY FILE IS OPENED, CHECK EVERY
003720*    SHARED DATASET THIS PROGRAM USES AGAINST THE SUBSYSTEM LOCK
003730*    FILE.  A LOCK ANOTHER JOB HOLDS THAT CLASHES WITH OURS ENDS
003740*    THE STEP RC 24 WITH THE HOLDER NAMED AND NOTHING OPENED.  A
003750*    LOCK HELD UNDER OUR OWN JOB NAME WAS LEFT BY AN EARLIER STEP
003760*    OR AN EARLIER ATTEMPT OF THIS JOB AND IS TAKEN OVER.  THE
003770*    LOCK FILE IS CREATED ON ITS VERY FIRST USE.
003780*    ------------------------------------------------------------
003790 8500-ACQUIRE-LOCKS.
003800     ACCEPT DL100-GXM-LOCK-DATE FROM DATE YYYYMMDD.
003810     ACCEPT DL100-GXM-LOCK-TIME FROM TIME.
003820     OPEN I-O DL100-LOCK-FILE.
003830     IF DL100-GXM-LKF-NOFILE
003840         OPEN OUTPUT DL100-LOCK-FILE
003850         CLOSE DL100-LOCK-FILE
003860         OPEN I-O DL100-LOCK-FILE
003870     END-IF.
003880     IF NOT DL100-GXM-LKF-OK
003890         DISPLAY 'DL100-GLXMNT - LOCK FILE OPEN FAILED, STATUS '
003900             DL100-GXM-LOCK-STATUS ' - RUN ABORTED'
003910         MOVE 16 TO RETURN-CODE
003920         STOP RUN
003930     END-IF.
003940     OPEN EXTEND DL100-LOCKLOG-FILE.
003950     SET DL100-GXM-LOCK-NO-CLASH TO TRUE.
003960     PERFORM 8510-CHECK-RESOURCE THRU 8510-EXIT
003970         VARYING DL100-GXM-LOCK-SUB FROM 1 BY 1
003980         UNTIL DL100-GXM-LOCK-SUB > DL100-GXM-LOCK-COUNT.
003990     IF DL100-GXM-LOCK-CLASH
004000         CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE
004010         DISPLAY 'DL100-GLXMNT - A DATASET IT NEEDS IS IN USE BY '
004020             'ANOTHER JOB - RUN REFUSED'
004030         MOVE 24 TO RETURN-CODE
004040         STOP RUN
004050     END-IF.
004060     PERFORM 8530-WRITE-LOCK THRU 8530-EXIT
004070         VARYING DL100-GXM-LOCK-SUB FROM 1 BY 1
004080         UNTIL DL100-GXM-LOCK-SUB > DL100-GXM-LOCK-COUNT.
004090     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
004100     SET DL100-GXM-LOCKS-HELD TO TRUE.
004110     IF DL100-GXM-LOCK-CLASH
004120         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
004130         MOVE 16 TO RETURN-CODE
004140         STOP RUN
004150     END-IF.
004160 8500-EXIT.
004170     EXIT.
004180*
004190 8510-CHECK-RESOURCE.
004200     SET DL100-GXM-LOCK-SCAN-MORE TO TRUE.
004210     MOVE DL100-GXM-LOCK-RESOURCE (DL100-GXM-LOCK-SUB)
004220         TO DL100-LCK-RESOURCE.
004230     MOVE LOW-VALUES TO DL100-LCK-JOB.
004240     START DL100-LOCK-FILE KEY NOT < DL100-LCK-KEY
004250         INVALID KEY
004260             GO TO 8510-EXIT
004270     END-START.
004280     PERFORM 8520-CHECK-HOLDER THRU 8520-EXIT
004290         UNTIL DL100-GXM-LOCK-SCAN-DONE.
004300 8510-EXIT.
004310     EXIT.
004320*
004330*    ------------------------------------------------------------
004340*    8520-CHECK-HOLDER - AN EXCLUSIVE LOCK CLASHES WITH ANY
004350*    OTHER; AN UPDATE LOCK WITH ANOTHER UPDATE; A SHARED LOCK
004360*    ONLY WITH AN EXCLUSIVE ONE.
004370*    ------------------------------------------------------------
004380 8520-CHECK-HOLDER.
004390     READ DL100-LOCK-FILE NEXT
004400         AT END
004410             SET DL100-GXM-LOCK-SCAN-DONE TO TRUE
004420             GO TO 8520-EXIT
004430     END-READ.
004440     IF DL100-LCK-RESOURCE NOT =
004450         DL100-GXM-LOCK-RESOURCE (DL100-GXM-LOCK-SUB)
004460         SET DL100-GXM-LOCK-SCAN-DONE TO TRUE
004470         GO TO 8520-EXIT
004480     END-IF.
004490     IF DL100-LCK-JOB = DL100-GXM-LOCK-JOB
004500         GO TO 8520-EXIT
004510     END-IF.
004520     IF DL100-LCK-SHARED
004530         AND NOT DL100-GXM-LOCK-WANT-EXCL (DL100-GXM-LOCK-SUB)
004540         GO TO 8520-EXIT
004550     END-IF.
004560     IF DL100-LCK-UPDATE
004570         AND DL100-GXM-LOCK-WANT-SHARED (DL100-GXM-LOCK-SUB)
004580         GO TO 8520-EXIT
004590     END-IF.
004600     SET DL100-GXM-LOCK-CLASH TO TRUE.
004610     DISPLAY 'DL100-GLXMNT - ' DL100-LCK-RESOURCE
004620         ' IS HELD BY JOB ' DL100-LCK-JOB
004630         ' (' DL100-LCK-PROGRAM ') SINCE '
004640         DL100-LCK-DATE ' ' DL100-LCK-TIME.
004650     MOVE 'C' TO DL100-GXM-LOCK-ACTION.
004660     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
004670 8520-EXIT.
004680     EXIT.
004690*
004700 8530-WRITE-LOCK.
004710     MOVE SPACES TO DL100-LCK-RECORD.
004720     MOVE DL100-GXM-LOCK-RESOURCE (DL100-GXM-LOCK-SUB)
004730         TO DL100-LCK-RESOURCE.
004740     MOVE DL100-GXM-LOCK-JOB TO DL100-LCK-JOB.
004750     MOVE DL100-GXM-LOCK-MODE (DL100-GXM-LOCK-SUB)
004760         TO DL100-LCK-MODE.
004770     MOVE DL100-GXM-LOCK-PROGRAM TO DL100-LCK-PROGRAM.
004780     MOVE DL100-GXM-LOCK-DATE TO DL100-LCK-DATE.
004790     MOVE DL100-GXM-LOCK-TIME TO DL100-LCK-TIME.
004800     WRITE DL100-LCK-RECORD
004810         INVALID KEY
004820             IF DL100-GXM-LKF-DUPKEY
004830                 REWRITE DL100-LCK-RECORD
004840                     INVALID KEY
004850                         CONTINUE
004860                 END-REWRITE
004870             END-IF
004880     END-WRITE.
004890     IF NOT DL100-GXM-LKF-OK
004900         DISPLAY 'DL100-GLXMNT - LOCK WRITE FAILED, STATUS '
004910             DL100-GXM-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
004920         SET DL100-GXM-LOCK-CLASH TO TRUE
004930         GO TO 8530-EXIT
004940     END-IF.
004950     MOVE 'L' TO DL100-GXM-LOCK-ACTION.
004960     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
004970 8530-EXIT.
004980     EXIT.
004990*
005000*    ------------------------------------------------------------
005010*    8600-RELEASE-LOCKS - GIVE UP EVERY LOCK THIS PROGRAM TOOK.
005020*    PERFORMED BEFORE EVERY STOP RUN ONCE THE LOCKS ARE HELD, SO
005030*    ONLY AN ABEND LEAVES THEM BEHIND FOR DL100-LCKREL.
005040*    ------------------------------------------------------------
005050 8600-RELEASE-LOCKS.
005060     IF DL100-GXM-LOCKS-FREE
005070         GO TO 8600-EXIT
005080     END-IF.
005090     SET DL100-GXM-LOCKS-FREE TO TRUE.
005100     ACCEPT DL100-GXM-LOCK-DATE FROM DATE YYYYMMDD.
005110     ACCEPT DL100-GXM-LOCK-TIME FROM TIME.
005120     OPEN I-O DL100-LOCK-FILE.
005130     IF NOT DL100-GXM-LKF-OK
005140         DISPLAY 'DL100-GLXMNT - LOCK FILE OPEN FAILED, STATUS '
005150             DL100-GXM-LOCK-STATUS ' - LOCKS LEFT FOR RELEASE BY '
005160             'DL100-LCKREL'
005170         GO TO 8600-EXIT
005180     END-IF.
005190     OPEN EXTEND DL100-LOCKLOG-FILE.
005200     PERFORM 8610-DELETE-LOCK THRU 8610-EXIT
005210         VARYING DL100-GXM-LOCK-SUB FROM 1 BY 1
005220         UNTIL DL100-GXM-LOCK-SUB > DL100-GXM-LOCK-COUNT.
005230     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
005240 8600-EXIT.
005250     EXIT.
005260*
005270 8610-DELETE-LOCK.
005280     MOVE DL100-GXM-LOCK-RESOURCE (DL100-GXM-LOCK-SUB)
005290         TO DL100-LCK-RESOURCE.
005300     MOVE DL100-GXM-LOCK-JOB TO DL100-LCK-JOB.
005310     READ DL100-LOCK-FILE
005320         INVALID KEY
005330             GO TO 8610-EXIT
005340     END-READ.
005350     DELETE DL100-LOCK-FILE
005360         INVALID KEY
005370             DISPLAY 'DL100-GLXMNT - LOCK DELETE FAILED, STATUS '
005380                 DL100-GXM-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
005390             GO TO 8610-EXIT
005400     END-DELETE.
005410     MOVE 'F' TO DL100-GXM-LOCK-ACTION.
005420     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
005430 8610-EXIT.
005440     EXIT.
005450*
005460*    ------------------------------------------------------------
005470*    8700-WRITE-LOCK-LOG - ONE LOG RECORD PER LOCK TAKEN OR
005480*    GIVEN UP, AND PER CLASH THAT REFUSED THE RUN.
005490*    ------------------------------------------------------------
005500 8700-WRITE-LOCK-LOG.
005510     MOVE SPACES TO DL100-LLG-RECORD.
005520     MOVE DL100-GXM-LOCK-ACTION TO DL100-LLG-ACTION.
005530     MOVE DL100-GXM-LOCK-DATE TO DL100-LLG-LOG-DATE.
005540     MOVE DL100-GXM-LOCK-TIME TO DL100-LLG-LOG-TIME.
005550     MOVE DL100-GXM-LOCK-JOB TO DL100-LLG-REQ-JOB.
005560     MOVE DL100-GXM-LOCK-PROGRAM TO DL100-LLG-REQ-PROGRAM.
005570     MOVE DL100-LCK-RECORD TO DL100-LLG-LOCK-IMAGE.
005580     WRITE DL100-LLGOUT-RECORD FROM DL100-LLG-RECORD.
005590 8700-EXIT.
005600     EXIT.
