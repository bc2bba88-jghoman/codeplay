000140*        RESULT, AND A TRAILER WITH COUNT AND HASH TOTAL.  AN
000150*        ABORTED OR OUT-OF-BALANCE RUN NEVER FEEDS THE LEDGER,
000160*        AND FINANCE STOPS RE-KEYING THE PRINTED REPORT.
000161*        EVERY DETAIL IS CODED TO ITS DEBIT AND CREDIT GL
000162*        ACCOUNTS AND COST CENTRE FROM THE GL ACCOUNT CROSS-
000163*        REFERENCE (DL100-GLXMNT), AND BALANCED JOURNAL LINES
000164*        SUMMARIZED BY ACCOUNT GO OUT AHEAD OF THE TRAILER.
000165*
000166*        THE SHARED DATASETS IT USES ARE REGISTERED ON THE
000167*        SUBSYSTEM LOCK FILE BEFORE ANY FILE IS OPENED.  A
000168*        CLASH WITH ANOTHER JOB'S LOCK ENDS THE RUN RC 24, THE
000169*        HOLDING JOB NAMED ON SYSOUT.
000170*
000180*    MODIFICATION HISTORY.
000190*    DATE       INIT DESCRIPTION
000217*    2026-08-22 JGH  VALID EMPTY FILE, NOT AN UNFORMATTED ONE.
000218*    2026-08-22 JGH  THE NO-CARD ABORT PATH NOW LEAVES A VALID
000219*    2026-08-22 JGH  EMPTY FEED BEHIND TOO.
000220*    2026-10-15 JGH  EACH 'OK' DETAIL IS NOW CODED TO GL
000221*    2026-10-15 JGH  ACCOUNTS FROM THE KEYED CROSS-REFERENCE
000222*    2026-10-15 JGH  (GLXREF) - BY ITEM CODE, OR BY TYPE FOR A
000223*    2026-10-15 JGH  REVERSAL OR ADJUSTMENT.  A MAPPING PASS
000224*    2026-10-15 JGH  RUNS BEFORE THE FEED IS CUT: ANY UNMAPPED
000225*    2026-10-15 JGH  DETAIL IS NAMED ON SYSOUT AND THE STEP
000226*    2026-10-15 JGH  ENDS RC 10 WITH AN EMPTY FEED.  THE FEED
000227*    2026-10-15 JGH  NOW CARRIES THE ACCOUNTS ON EACH DETAIL AND
000228*    2026-10-15 JGH  ONE 'J' JOURNAL LINE PER ACCOUNT AND COST
000229*    2026-10-15 JGH  CENTRE, NETTED TO A DEBIT OR A CREDIT; A
000230*    2026-10-15 JGH  JOURNAL WHOSE DEBITS DO NOT EQUAL ITS
000231*    2026-10-15 JGH  CREDITS IS NEVER SENT (RC 12).
000232*    2026-10-15 JGH  THE EXTRACT IS NOW FOR ONE PROCESSING CYCLE
000233*    2026-10-15 JGH  OF THE RUN DATE (CARD COL 22, BLANK = 1) -
000234*    2026-10-15 JGH  EACH CYCLE BALANCES AND FEEDS THE LEDGER ON
000235*    2026-10-15 JGH  ITS OWN, AND THE CYCLE IS CARRIED ON THE
000236*    2026-10-15 JGH  HEADER, DETAIL AND JOURNAL LINES.
000237*    2026-10-15 JGH  A RUN DATE IN AN ACCOUNTING PERIOD CLOSED BY
000238*    2026-10-15 JGH  DL100-PERCLS IS REFUSED - THE FEED IS LEFT
000239*    2026-10-15 JGH  EMPTY AND THE STEP ENDS RC 22, SO A POSTED
000240*    2026-10-15 JGH  MONTH IS NEVER FED TO THE LEDGER TWICE.
000241*    2026-10-15 JGH  REGISTERS ITS SHARED DATASETS ON THE NEW
000242*    2026-10-15 JGH  SUBSYSTEM LOCK FILE BEFORE OPENING ANYTHING
000243*    2026-10-15 JGH  AND LOGS EVERY LOCK TAKEN AND GIVEN UP; A
000244*    2026-10-15 JGH  CLASH WITH ANOTHER JOB ENDS THE RUN RC 24.
000245*    2026-10-15 JGH  EACH FEED DETAIL NOW CARRIES THE AUDIT RECORD
000246*    2026-10-15 JGH  NUMBER AND THE SOURCE SYSTEM AND BATCH ID
000247*    2026-10-15 JGH  FROM THE AUDIT DETAIL, SO DL100-TRCINQ CAN
000248*    2026-10-15 JGH  FIND THE FEED LINE THAT CARRIED A DETAIL.
000249*    2026-10-15 JGH  A RUN REFUSED AT LOCK TIME NOW CLOSES THE
000250*    2026-10-15 JGH  FEED EMPTY FIRST, AS EVERY OTHER EARLY EXIT
000251*    2026-10-15 JGH  DOES.
000252*****************************************************************
000253 IDENTIFICATION DIVISION.
000254 PROGRAM-ID. DL100-GLEXT.
000255 AUTHOR. J. HOMAN.
000260 INSTALLATION. DAILY TOTALS BATCH SUBSYSTEM.
000270 DATE-WRITTEN. 2026-08-22.
000280 DATE-COMPILED. 2026-08-22.
000360         ORGANIZATION IS SEQUENTIAL.
000370     SELECT DL100-CTL-FILE ASSIGN TO "SYSIN"
000380         ORGANIZATION IS SEQUENTIAL.
000381     SELECT DL100-GAX-FILE ASSIGN TO "GLXREF"
000382         ORGANIZATION IS INDEXED
000383         ACCESS MODE IS RANDOM
000384         RECORD KEY IS DL100-GAX-KEY
000385         FILE STATUS IS DL100-GLX-GAX-STATUS.
000386     SELECT DL100-PERIOD-FILE ASSIGN TO "PERIOD"
000387         ORGANIZATION IS INDEXED
000388         ACCESS MODE IS RANDOM
000389         RECORD KEY IS DL100-PER-PERIOD
000390         FILE STATUS IS DL100-GLX-PER-STATUS.
000391     SELECT DL100-LOCK-FILE ASSIGN TO "LOCKFILE"
000392         ORGANIZATION IS INDEXED
000393         ACCESS MODE IS DYNAMIC
000394         RECORD KEY IS DL100-LCK-KEY
000395         FILE STATUS IS DL100-GLX-LOCK-STATUS.
000396     SELECT DL100-LOCKLOG-FILE ASSIGN TO "LOCKLOG"
000397         ORGANIZATION IS SEQUENTIAL.
000398*
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  DL100-AUDIN-FILE
000510     RECORDING MODE IS F.
000520     COPY DL100CTL.
000530*
000531 FD  DL100-GAX-FILE.
000532     COPY DL100GAX.
000533*
000534 FD  DL100-PERIOD-FILE.
000535     COPY DL100PER.
000536*
000537 FD  DL100-LOCK-FILE.
000538     COPY DL100LCK.
000539*
000540 FD  DL100-LOCKLOG-FILE
000541     RECORDING MODE IS F.
000542 01  DL100-LLGOUT-RECORD             PIC X(200).
000543*
000544 WORKING-STORAGE SECTION.
000550 01  DL100-GLX-SWITCHES.
000560     05  DL100-GLX-EOF-SWITCH        PIC X(01) VALUE 'N'.
000570         88  DL100-GLX-EOF-YES                   VALUE 'Y'.
000640         88  DL100-GLX-RUN-MISSING               VALUE 'N'.
000650     05  DL100-GLX-CUT-SWITCH        PIC X(01) VALUE 'N'.
000660         88  DL100-GLX-EXTRACT-CUT               VALUE 'Y'.
000661     05  DL100-GLX-MAP-SWITCH        PIC X(01) VALUE 'N'.
000662         88  DL100-GLX-MAPPED                    VALUE 'Y'.
000663         88  DL100-GLX-UNMAPPED                  VALUE 'N'.
000664     05  DL100-GLX-JNL-SLOT-SWITCH   PIC X(01) VALUE 'N'.
000665         88  DL100-GLX-JNL-SLOT-FOUND            VALUE 'Y'.
000666         88  DL100-GLX-JNL-SLOT-MISSING          VALUE 'N'.
000667     05  DL100-GLX-JNL-BAL-SWITCH    PIC X(01) VALUE 'Y'.
000668         88  DL100-GLX-JNL-IN-BALANCE            VALUE 'Y'.
000669         88  DL100-GLX-JNL-OUT-OF-BALANCE        VALUE 'N'.
000670     05  DL100-GLX-CLOSED-SWITCH     PIC X(01) VALUE 'N'.
000671         88  DL100-GLX-PERIOD-CLOSED             VALUE 'Y'.
000672*
000673 01  DL100-GLX-GAX-STATUS            PIC X(02).
000674     88  DL100-GLX-GAX-OK                        VALUE '00'.
000675     88  DL100-GLX-GAX-NOTFND                    VALUE '23'.
000676*
000677 01  DL100-GLX-PER-STATUS            PIC X(02).
000678     88  DL100-GLX-PER-OK                        VALUE '00'.
000679     88  DL100-GLX-PER-NOTFND                    VALUE '23'.
000680     88  DL100-GLX-PER-NOFILE                    VALUE '35'.
000681*
000682 01  DL100-GLX-RUN-FIELDS.
000690     05  DL100-GLX-RUN-DATE          PIC 9(08) VALUE ZERO.
000692     05  DL100-GLX-RUN-DATE-X REDEFINES DL100-GLX-RUN-DATE.
000694         10  DL100-GLX-RUN-MONTH     PIC 9(06).
000696         10  DL100-GLX-RUN-DD        PIC 9(02).
000698     05  DL100-GLX-RUN-CYCLE         PIC 9(01) VALUE 1.
000700     05  DL100-GLX-RUN-TIME          PIC 9(08) VALUE ZERO.
000710     05  DL100-GLX-RUN-STATUS        PIC X(10) VALUE SPACES.
000720     05  DL100-GLX-EXT-DATE          PIC 9(08).
000760     05  DL100-GLX-DETAIL-COUNT      PIC 9(07) COMP VALUE ZERO.
000770     05  DL100-GLX-HASH-TOTAL        PIC S9(13)V99 COMP-3
000780             VALUE ZERO.
000781     05  DL100-GLX-UNMAPPED-COUNT    PIC 9(07) COMP VALUE ZERO.
000782     05  DL100-GLX-JNL-LINE-COUNT    PIC 9(05) COMP VALUE ZERO.
000783     05  DL100-GLX-JNL-DEBITS        PIC S9(13)V99 COMP-3
000784             VALUE ZERO.
000785     05  DL100-GLX-JNL-CREDITS       PIC S9(13)V99 COMP-3
000786             VALUE ZERO.
000787*
000788*    THE ACCOUNTS THE CURRENT DETAIL MAPS TO, AND THE ONE SIDE
000789*    OF ITS ENTRY BEING POSTED TO THE JOURNAL TABLE.
000790 01  DL100-GLX-POST-FIELDS.
000791     05  DL100-GLX-POST-DEBIT        PIC X(10).
000792     05  DL100-GLX-POST-CREDIT       PIC X(10).
000793     05  DL100-GLX-POST-COST-CENTRE  PIC X(06).
000794     05  DL100-GLX-POST-ACCOUNT      PIC X(10).
000795     05  DL100-GLX-POST-AMOUNT       PIC S9(11)V99 COMP-3.
000796*
000797*    ONE ENTRY PER GL ACCOUNT AND COST CENTRE THE DAY TOUCHES,
000798*    HOLDING THE NET OF EVERYTHING POSTED TO IT - DEBITS
000799*    POSITIVE, CREDITS NEGATIVE.
000800 01  DL100-GLX-JOURNAL-TABLE.
000801     05  DL100-GLX-JNL-MAX           PIC 9(03) COMP VALUE 500.
000802     05  DL100-GLX-JNL-COUNT         PIC 9(03) COMP VALUE ZERO.
000803     05  DL100-GLX-JNL-SUB           PIC 9(03) COMP.
000804     05  DL100-GLX-JNL-SLOT          PIC 9(03) COMP.
000805     05  DL100-GLX-JNL-ENTRY OCCURS 500 TIMES.
000806         10  DL100-GLX-JNL-ACCOUNT   PIC X(10).
000807         10  DL100-GLX-JNL-COST-CENTRE
000808                                     PIC X(06).
000809         10  DL100-GLX-JNL-NET       PIC S9(11)V99 COMP-3.
000810*
000811*    THE SHARED DATASETS THIS PROGRAM REGISTERS ON THE
000812*    SUBSYSTEM LOCK FILE BEFORE IT OPENS ANYTHING, AND HOW IT
000813*    USES EACH - 'X' EXCLUSIVE, 'U' UPDATE, 'S' SHARED READ.
000814*    THE JOB NAME IS THAT OF THE JOB THIS PROGRAM RUNS UNDER.
000815 01  DL100-GLX-LOCK-LIST.
000816     05  FILLER                      PIC X(09) VALUE 'AUDIT   S'.
000817     05  FILLER                      PIC X(09) VALUE 'GLXREF  S'.
000818     05  FILLER                      PIC X(09) VALUE 'PERIOD  S'.
000819     05  FILLER                      PIC X(09) VALUE 'GLFEED  U'.
000820 01  DL100-GLX-LOCK-TABLE REDEFINES DL100-GLX-LOCK-LIST.
000821     05  DL100-GLX-LOCK-ENTRY        OCCURS 4 TIMES.
000822         10  DL100-GLX-LOCK-RESOURCE PIC X(08).
000823         10  DL100-GLX-LOCK-MODE     PIC X(01).
000824             88  DL100-GLX-LOCK-WANT-EXCL       VALUE 'X'.
000825             88  DL100-GLX-LOCK-WANT-SHARED     VALUE 'S'.
000826*
000827 01  DL100-GLX-LOCK-FIELDS.
000828     05  DL100-GLX-LOCK-COUNT        PIC 9(02) COMP VALUE 4.
000829     05  DL100-GLX-LOCK-SUB          PIC 9(02) COMP VALUE ZERO.
000830     05  DL100-GLX-LOCK-JOB          PIC X(08) VALUE 'HELLOJOB'.
000831     05  DL100-GLX-LOCK-PROGRAM      PIC X(16)
000832                                     VALUE 'DL100-GLEXT'.
000833     05  DL100-GLX-LOCK-DATE         PIC 9(08) VALUE ZERO.
000834     05  DL100-GLX-LOCK-TIME         PIC 9(08) VALUE ZERO.
000835     05  DL100-GLX-LOCK-ACTION       PIC X(01) VALUE SPACE.
000836     05  DL100-GLX-LOCK-HELD-SWITCH  PIC X(01) VALUE 'N'.
000837         88  DL100-GLX-LOCKS-HELD               VALUE 'Y'.
000838         88  DL100-GLX-LOCKS-FREE               VALUE 'N'.
000839     05  DL100-GLX-LOCK-SCAN-SWITCH  PIC X(01) VALUE 'N'.
000840         88  DL100-GLX-LOCK-SCAN-DONE           VALUE 'Y'.
000841         88  DL100-GLX-LOCK-SCAN-MORE           VALUE 'N'.
000842     05  DL100-GLX-LOCK-CLASH-SWITCH PIC X(01) VALUE 'N'.
000843         88  DL100-GLX-LOCK-CLASH               VALUE 'Y'.
000844         88  DL100-GLX-LOCK-NO-CLASH            VALUE 'N'.
000845*
000846 01  DL100-GLX-LOCK-STATUS           PIC X(02).
000847     88  DL100-GLX-LKF-OK                       VALUE '00'.
000848     88  DL100-GLX-LKF-NOTFND                   VALUE '23'.
000849     88  DL100-GLX-LKF-DUPKEY                   VALUE '22'.
000850     88  DL100-GLX-LKF-NOFILE                   VALUE '35'.
000851*
000852     COPY DL100LLG.
000853*
000854 PROCEDURE DIVISION.
000855*
000856*    ------------------------------------------------------------
000857*    0000-MAINLINE-CONTROL - FIND THE RUN, THEN CUT THE FEED
000858*    ONLY IF IT ENDED COMPLETE.  RC 8 TELLS THE DOWNSTREAM
000859*    TRANSMIT STEP THERE IS NOTHING FIT TO SEND; RC 10 THAT A
000860*    DETAIL HAS NO GL MAPPING AND RC 12 THAT THE JOURNAL DID
000861*    NOT BALANCE - NEITHER IS EVER SENT.  RC 22 MEANS THE RUN
000862*    DATE IS IN A CLOSED ACCOUNTING PERIOD.
000863*    ------------------------------------------------------------
000870 0000-MAINLINE-CONTROL.
000880     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
000890     PERFORM 2000-FIND-RUN-SUMMARY THRU 2000-EXIT
000930     IF DL100-GLX-ABORT-YES
000940         MOVE 16 TO RETURN-CODE
000950     ELSE
000960         IF DL100-GLX-PERIOD-CLOSED
000970             MOVE 22 TO RETURN-CODE
000971         ELSE
000972             IF NOT DL100-GLX-EXTRACT-CUT
000973                 EVALUATE TRUE
000974                     WHEN DL100-GLX-UNMAPPED-COUNT NOT = ZERO
000975                         MOVE 10 TO RETURN-CODE
000976                     WHEN DL100-GLX-JNL-OUT-OF-BALANCE
000977                         MOVE 12 TO RETURN-CODE
000978                     WHEN OTHER
000979                         MOVE 8 TO RETURN-CODE
000980                 END-EVALUATE
000981             END-IF
000982         END-IF
000990     END-IF.
000995     PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT.
001000     STOP RUN.
001010*
001020*    ------------------------------------------------------------
001030*    1000-INITIALIZATION - THE RUN DATE COMES FROM THE SAME
001040*    SYSIN CARD LAYOUT THE DAILY STEP READS, AND SO DOES THE
001050*    CYCLE.  NO CARD MEANS THERE IS NO RUN TO VOUCH FOR, SO THE
001053*    STEP ABORTS.  A RUN DATE IN A CLOSED PERIOD LEAVES AN EMPTY
001056*    FEED AND SKIPS BOTH PASSES.
001060*    ------------------------------------------------------------
001070 1000-INITIALIZATION.
001075     PERFORM 8500-ACQUIRE-LOCKS THRU 8500-EXIT.
001080     OPEN INPUT DL100-CTL-FILE.
001090     READ DL100-CTL-FILE
001100         AT END
001140             SET DL100-GLX-EOF-YES TO TRUE
001150         NOT AT END
001160             MOVE DL100-CTL-RUN-DATE TO DL100-GLX-RUN-DATE
001162             IF DL100-CTL-CYCLE-IND NUMERIC
001164                 AND DL100-CTL-CYCLE-IND NOT = '0'
001166                 MOVE DL100-CTL-CYCLE TO DL100-GLX-RUN-CYCLE
001168             END-IF
001170     END-READ.
001180     CLOSE DL100-CTL-FILE.
001190     IF DL100-GLX-ABORT-YES
001192         PERFORM 3400-CLOSE-EMPTY-FEED THRU 3400-EXIT
001193         GO TO 1000-EXIT
001194     END-IF.
001195     PERFORM 1100-CHECK-CLOSED-PERIOD THRU 1100-EXIT.
001196     IF DL100-GLX-ABORT-YES OR DL100-GLX-PERIOD-CLOSED
001197         PERFORM 3400-CLOSE-EMPTY-FEED THRU 3400-EXIT
001198         SET DL100-GLX-EOF-YES TO TRUE
001200         GO TO 1000-EXIT
001210     END-IF.
001220     ACCEPT DL100-GLX-EXT-DATE FROM DATE YYYYMMDD.
001270     EXIT.
001280*
001290*    ------------------------------------------------------------
001291*    1100-CHECK-CLOSED-PERIOD - A MONTH CLOSED BY DL100-PERCLS
001292*    HAS HAD EVERY FEED POSTED; A FEED RE-CUT FOR A DATE IN IT
001293*    WOULD POST THE DAY TWICE.  NO PERIOD CONTROL FILE MEANS
001294*    NO PERIOD HAS EVER BEEN CLOSED.
001295*    ------------------------------------------------------------
001296 1100-CHECK-CLOSED-PERIOD.
001297     OPEN INPUT DL100-PERIOD-FILE.
001298     EVALUATE TRUE
001299         WHEN DL100-GLX-PER-OK
001300             CONTINUE
001301         WHEN DL100-GLX-PER-NOFILE
001302             DISPLAY 'DL100-GLEXT - NO PERIOD CONTROL FILE - '
001303                 'CLOSED-PERIOD CHECK SKIPPED'
001304             GO TO 1100-EXIT
001305         WHEN OTHER
001306             DISPLAY 'DL100-GLEXT - PERIOD CONTROL OPEN FAILED, '
001307                 'STATUS ' DL100-GLX-PER-STATUS ' - RUN ABORTED'
001308             SET DL100-GLX-ABORT-YES TO TRUE
001309             GO TO 1100-EXIT
001310     END-EVALUATE.
001311     MOVE DL100-GLX-RUN-MONTH TO DL100-PER-PERIOD.
001312     READ DL100-PERIOD-FILE
001313         INVALID KEY
001314             IF NOT DL100-GLX-PER-NOTFND
001315                 DISPLAY 'DL100-GLEXT - PERIOD CONTROL READ '
001316                     'FAILED, STATUS ' DL100-GLX-PER-STATUS
001317                     ' - RUN ABORTED'
001318                 SET DL100-GLX-ABORT-YES TO TRUE
001319             END-IF
001320         NOT INVALID KEY
001321             IF DL100-PER-CLOSED
001322                 DISPLAY 'DL100-GLEXT - ' DL100-GLX-RUN-DATE
001323                     ' FALLS IN CLOSED PERIOD '
001324                     DL100-GLX-RUN-MONTH
001325                     ' - NO EXTRACT PRODUCED'
001326                 SET DL100-GLX-PERIOD-CLOSED TO TRUE
001327             END-IF
001328     END-READ.
001329     CLOSE DL100-PERIOD-FILE.
001330 1100-EXIT.
001331     EXIT.
001332*
001333*    ------------------------------------------------------------
001334*    2000-FIND-RUN-SUMMARY - FIRST PASS.  THE LATEST SUMMARY
001335*    FOR THE RUN DATE AND CYCLE WINS, SO A CLEAN RERUN
001336*    SUPERSEDES AN EARLIER ABORTED ATTEMPT AT THE SAME CYCLE.
001337*    ------------------------------------------------------------
001340 2000-FIND-RUN-SUMMARY.
001350     IF DL100-AUD-SUMMARY
001360         AND DL100-AUD-RUN-DATE = DL100-GLX-RUN-DATE
001365         AND DL100-AUD-CYCLE = DL100-GLX-RUN-CYCLE
001370         SET DL100-GLX-RUN-FOUND TO TRUE
001380         MOVE DL100-AUD-RUN-TIME TO DL100-GLX-RUN-TIME
001390         MOVE DL100-AUD-STATUS TO DL100-GLX-RUN-STATUS
001470         AT END
001480             SET DL100-GLX-EOF-YES TO TRUE
001490     END-READ.
001491     IF DL100-GLX-EOF-YES
001492         GO TO 2100-EXIT
001493     END-IF.
001494     IF DL100-AUD-CYCLE-IND NOT NUMERIC
001495         OR DL100-AUD-CYCLE-IND = '0'
001496         MOVE 1 TO DL100-AUD-CYCLE
001497     END-IF.
001500 2100-EXIT.
001510     EXIT.
001520*
001530*    ------------------------------------------------------------
001540*    3000-CUT-EXTRACT - SECOND PASS, TAKEN ONLY WHEN THE RUN
001550*    ENDED COMPLETE.  REJECTED (NO MASTER) DETAILS CARRY NO
001560*    RESULT AND STAY OUT OF THE FEED.  THE MAPPING PASS RUNS
001563*    FIRST SO A FEED IS NEVER CUT WITH A DETAIL THE LEDGER
001566*    CANNOT POST, OR A JOURNAL THAT DOES NOT BALANCE.
001570*    ------------------------------------------------------------
001580 3000-CUT-EXTRACT.
001590     IF DL100-GLX-ABORT-YES OR DL100-GLX-PERIOD-CLOSED
001600         GO TO 3000-EXIT
001610     END-IF.
001630     IF DL100-GLX-RUN-MISSING
001640         DISPLAY 'DL100-GLEXT - NO RUN ON THE AUDIT TRAIL FOR '
001650             DL100-GLX-RUN-DATE ' CYCLE ' DL100-GLX-RUN-CYCLE
001652             ' - NO EXTRACT PRODUCED'
001655         PERFORM 3400-CLOSE-EMPTY-FEED THRU 3400-EXIT
001660         GO TO 3000-EXIT
001670     END-IF.
001680     IF DL100-GLX-RUN-STATUS NOT = 'COMPLETE'
001690         DISPLAY 'DL100-GLEXT - RUN OF ' DL100-GLX-RUN-DATE
001695             ' CYCLE ' DL100-GLX-RUN-CYCLE
001700             ' ENDED ''' DL100-GLX-RUN-STATUS
001710             ''' - NO EXTRACT PRODUCED'
001711         PERFORM 3400-CLOSE-EMPTY-FEED THRU 3400-EXIT
001712         GO TO 3000-EXIT
001713     END-IF.
001714     OPEN INPUT DL100-GAX-FILE.
001715     IF NOT DL100-GLX-GAX-OK
001716         DISPLAY 'DL100-GLEXT - GL CROSS-REFERENCE OPEN FAILED, '
001717             'STATUS ' DL100-GLX-GAX-STATUS ' - RUN ABORTED'
001718         SET DL100-GLX-ABORT-YES TO TRUE
001719         PERFORM 3400-CLOSE-EMPTY-FEED THRU 3400-EXIT
001720         GO TO 3000-EXIT
001721     END-IF.
001722     PERFORM 3500-MAP-RUN-DETAILS THRU 3500-EXIT.
001723     IF DL100-GLX-ABORT-YES
001724         OR DL100-GLX-UNMAPPED-COUNT NOT = ZERO
001725         OR DL100-GLX-JNL-OUT-OF-BALANCE
001726         CLOSE DL100-GAX-FILE
001727         PERFORM 3400-CLOSE-EMPTY-FEED THRU 3400-EXIT
001728         GO TO 3000-EXIT
001730     END-IF.
001735     CLOSE DL100-AUDIN-FILE.
001740     OPEN INPUT DL100-AUDIN-FILE.
001780     PERFORM 2100-READ-AUDIT-FILE THRU 2100-EXIT.
001790     PERFORM 3200-EXTRACT-DETAIL THRU 3200-EXIT
001800         UNTIL DL100-GLX-EOF-YES.
001805     CLOSE DL100-GAX-FILE.
001810     IF DL100-GLX-ABORT-NO
001812         MOVE 1 TO DL100-GLX-JNL-SUB
001814         PERFORM 3800-WRITE-JOURNAL-LINE THRU 3800-EXIT
001816             UNTIL DL100-GLX-JNL-SUB > DL100-GLX-JNL-COUNT
001818         PERFORM 3300-WRITE-GL-TRAILER THRU 3300-EXIT
001820         SET DL100-GLX-EXTRACT-CUT TO TRUE
001822     ELSE
001824         CLOSE DL100-GL-FILE
001890     MOVE DL100-GLX-RUN-DATE TO DL100-GLF-HDR-RUN-DATE.
001900     MOVE DL100-GLX-EXT-DATE TO DL100-GLF-HDR-EXT-DATE.
001910     MOVE DL100-GLX-EXT-TIME TO DL100-GLF-HDR-EXT-TIME.
001915     MOVE DL100-GLX-RUN-CYCLE TO DL100-GLF-HDR-CYCLE.
001920     WRITE DL100-GLF-RECORD.
001930 3100-EXIT.
001940     EXIT.
001960 3200-EXTRACT-DETAIL.
001970     IF DL100-AUD-DETAIL
001980         AND DL100-AUD-RUN-DATE = DL100-GLX-RUN-DATE
001985         AND DL100-AUD-CYCLE = DL100-GLX-RUN-CYCLE
001990         AND DL100-AUD-RUN-TIME = DL100-GLX-RUN-TIME
002000         AND DL100-AUD-STATUS = 'OK'
002010         MOVE SPACES TO DL100-GLF-RECORD
002040         MOVE DL100-AUD-RUN-DATE TO DL100-GLF-DTL-RUN-DATE
002050         MOVE DL100-GLX-DETAIL-COUNT TO DL100-GLF-DTL-SEQ
002060         MOVE DL100-AUD-RESULT TO DL100-GLF-DTL-RESULT
002061         MOVE DL100-AUD-CYCLE TO DL100-GLF-DTL-CYCLE
002062         MOVE DL100-AUD-RECORD-NO TO DL100-GLF-DTL-RECORD-NO
002063         MOVE DL100-AUD-SOURCE-SYSTEM
002064             TO DL100-GLF-DTL-SOURCE-SYSTEM
002065         MOVE DL100-AUD-BATCH-ID TO DL100-GLF-DTL-BATCH-ID
002066         PERFORM 3600-LOOKUP-ACCOUNTS THRU 3600-EXIT
002067         MOVE DL100-GLX-POST-DEBIT TO DL100-GLF-DTL-DEBIT-ACCOUNT
002068         MOVE DL100-GLX-POST-CREDIT
002069             TO DL100-GLF-DTL-CREDIT-ACCOUNT
002070         MOVE DL100-GLX-POST-COST-CENTRE
002071             TO DL100-GLF-DTL-COST-CENTRE
002072         WRITE DL100-GLF-RECORD
002080         ADD DL100-AUD-RESULT TO DL100-GLX-HASH-TOTAL
002082             ON SIZE ERROR
002084                 DISPLAY 'DL100-GLEXT - HASH TOTAL OVERFLOW - '
002160     SET DL100-GLF-TRAILER TO TRUE.
002170     MOVE DL100-GLX-DETAIL-COUNT TO DL100-GLF-TRL-COUNT.
002180     MOVE DL100-GLX-HASH-TOTAL TO DL100-GLF-TRL-HASH.
002182     MOVE DL100-GLX-JNL-LINE-COUNT TO DL100-GLF-TRL-JNL-COUNT.
002184     MOVE DL100-GLX-JNL-DEBITS TO DL100-GLF-TRL-JNL-DEBITS.
002186     MOVE DL100-GLX-JNL-CREDITS TO DL100-GLF-TRL-JNL-CREDITS.
002190     WRITE DL100-GLF-RECORD.
002200     CLOSE DL100-GL-FILE.
002210 3300-EXIT.
002232     EXIT.
002233*
002240*    ------------------------------------------------------------
002250*    3500-MAP-RUN-DETAILS - MAPPING PASS OVER THE RUN'S 'OK'
002260*    DETAILS.  EVERY DETAIL IS LOOKED UP ON THE CROSS-
002270*    REFERENCE AND ITS ENTRY POSTED TO THE JOURNAL TABLE; EVERY
002280*    UNMAPPED ONE IS NAMED SO A SINGLE HELLOGXM RUN CAN MAP
002290*    THEM ALL.  THE JOURNAL IS THEN TOTALLED AND PROVED.
002300*    ------------------------------------------------------------
002310 3500-MAP-RUN-DETAILS.
002320     CLOSE DL100-AUDIN-FILE.
002330     OPEN INPUT DL100-AUDIN-FILE.
002340     SET DL100-GLX-EOF-NO TO TRUE.
002350     PERFORM 2100-READ-AUDIT-FILE THRU 2100-EXIT.
002360     PERFORM 3510-MAP-DETAIL THRU 3510-EXIT
002370         UNTIL DL100-GLX-EOF-YES.
002380     IF DL100-GLX-ABORT-YES
002390         GO TO 3500-EXIT
002400     END-IF.
002410     IF DL100-GLX-UNMAPPED-COUNT NOT = ZERO
002420         DISPLAY 'DL100-GLEXT - ' DL100-GLX-UNMAPPED-COUNT
002430             ' DETAIL(S) HAVE NO GL MAPPING - NO EXTRACT '
002440             'PRODUCED'
002450         GO TO 3500-EXIT
002460     END-IF.
002470     MOVE 1 TO DL100-GLX-JNL-SUB.
002480     PERFORM 3700-TOTAL-JOURNAL-ENTRY THRU 3700-EXIT
002490         UNTIL DL100-GLX-JNL-SUB > DL100-GLX-JNL-COUNT.
002500     IF DL100-GLX-JNL-DEBITS NOT = DL100-GLX-JNL-CREDITS
002510         DISPLAY 'DL100-GLEXT - JOURNAL OUT OF BALANCE, DEBITS '
002520             DL100-GLX-JNL-DEBITS ' CREDITS '
002530             DL100-GLX-JNL-CREDITS ' - NO EXTRACT PRODUCED'
002540         SET DL100-GLX-JNL-OUT-OF-BALANCE TO TRUE
002550     END-IF.
002560 3500-EXIT.
002570     EXIT.
002580*
002590 3510-MAP-DETAIL.
002600     IF DL100-AUD-DETAIL
002610         AND DL100-AUD-RUN-DATE = DL100-GLX-RUN-DATE
002620         AND DL100-AUD-CYCLE = DL100-GLX-RUN-CYCLE
002630         AND DL100-AUD-RUN-TIME = DL100-GLX-RUN-TIME
002640         AND DL100-AUD-STATUS = 'OK'
002650         PERFORM 3600-LOOKUP-ACCOUNTS THRU 3600-EXIT
002660         IF DL100-GLX-MAPPED
002670             PERFORM 3550-POST-JOURNAL-ENTRY THRU 3550-EXIT
002680         ELSE
002690             ADD 1 TO DL100-GLX-UNMAPPED-COUNT
002700             DISPLAY 'DL100-GLEXT - NO GL MAPPING FOR RECORD '
002710                 DL100-AUD-RECORD-NO ' ITEM '
002720                 DL100-AUD-ITEM-CODE ' TYPE '''
002730                 DL100-AUD-TRAN-TYPE ''' - KEY '
002740                 DL100-GAX-KEY
002750         END-IF
002760     END-IF.
002770     IF DL100-GLX-EOF-NO
002780         PERFORM 2100-READ-AUDIT-FILE THRU 2100-EXIT
002790     END-IF.
002800 3510-EXIT.
002810     EXIT.
002820*
002830*    ------------------------------------------------------------
002840*    3550-POST-JOURNAL-ENTRY - THE RESULT DEBITS THE DEBIT
002850*    ACCOUNT AND CREDITS THE CREDIT ACCOUNT.  A NEGATIVE RESULT
002860*    (A REVERSAL, A DOWNWARD ADJUSTMENT) POSTS THE OTHER WAY
002870*    ROUND BY ITS SIGN ALONE.
002880*    ------------------------------------------------------------
002890 3550-POST-JOURNAL-ENTRY.
002900     MOVE DL100-GLX-POST-DEBIT TO DL100-GLX-POST-ACCOUNT.
002910     MOVE DL100-AUD-RESULT TO DL100-GLX-POST-AMOUNT.
002920     PERFORM 3560-POST-JOURNAL-SIDE THRU 3560-EXIT.
002930     IF DL100-GLX-ABORT-YES
002940         GO TO 3550-EXIT
002950     END-IF.
002960     MOVE DL100-GLX-POST-CREDIT TO DL100-GLX-POST-ACCOUNT.
002970     COMPUTE DL100-GLX-POST-AMOUNT = ZERO - DL100-AUD-RESULT.
002980     PERFORM 3560-POST-JOURNAL-SIDE THRU 3560-EXIT.
002990 3550-EXIT.
003000     EXIT.
003010*
003020 3560-POST-JOURNAL-SIDE.
003030     SET DL100-GLX-JNL-SLOT-MISSING TO TRUE.
003040     MOVE 1 TO DL100-GLX-JNL-SUB.
003050     PERFORM 3570-SCAN-JOURNAL-TABLE THRU 3570-EXIT
003060         UNTIL DL100-GLX-JNL-SLOT-FOUND
003070         OR DL100-GLX-JNL-SUB > DL100-GLX-JNL-COUNT.
003080     IF DL100-GLX-JNL-SLOT-MISSING
003090         IF DL100-GLX-JNL-COUNT NOT < DL100-GLX-JNL-MAX
003100             DISPLAY 'DL100-GLEXT - JOURNAL TABLE FULL AT '
003110                 'ACCOUNT ' DL100-GLX-POST-ACCOUNT
003120                 ' - RUN ABORTED'
003130             SET DL100-GLX-ABORT-YES TO TRUE
003140             SET DL100-GLX-EOF-YES TO TRUE
003150             GO TO 3560-EXIT
003160         END-IF
003170         ADD 1 TO DL100-GLX-JNL-COUNT
003180         MOVE DL100-GLX-JNL-COUNT TO DL100-GLX-JNL-SLOT
003190         MOVE DL100-GLX-POST-ACCOUNT
003200             TO DL100-GLX-JNL-ACCOUNT (DL100-GLX-JNL-SLOT)
003210         MOVE DL100-GLX-POST-COST-CENTRE
003220             TO DL100-GLX-JNL-COST-CENTRE (DL100-GLX-JNL-SLOT)
003230         MOVE ZERO TO DL100-GLX-JNL-NET (DL100-GLX-JNL-SLOT)
003240     END-IF.
003250     ADD DL100-GLX-POST-AMOUNT
003260         TO DL100-GLX-JNL-NET (DL100-GLX-JNL-SLOT)
003270         ON SIZE ERROR
003280             DISPLAY 'DL100-GLEXT - JOURNAL TOTAL OVERFLOW AT '
003290                 'ACCOUNT ' DL100-GLX-POST-ACCOUNT
003300                 ' - RUN ABORTED'
003310             SET DL100-GLX-ABORT-YES TO TRUE
003320             SET DL100-GLX-EOF-YES TO TRUE
003330     END-ADD.
003340 3560-EXIT.
003350     EXIT.
003360*
003370 3570-SCAN-JOURNAL-TABLE.
003380     IF DL100-GLX-JNL-ACCOUNT (DL100-GLX-JNL-SUB)
003390         = DL100-GLX-POST-ACCOUNT
003400         AND DL100-GLX-JNL-COST-CENTRE (DL100-GLX-JNL-SUB)
003410         = DL100-GLX-POST-COST-CENTRE
003420         MOVE DL100-GLX-JNL-SUB TO DL100-GLX-JNL-SLOT
003430         SET DL100-GLX-JNL-SLOT-FOUND TO TRUE
003440     ELSE
003450         ADD 1 TO DL100-GLX-JNL-SUB
003460     END-IF.
003470 3570-EXIT.
003480     EXIT.
003490*
003500*    ------------------------------------------------------------
003510*    3600-LOOKUP-ACCOUNTS - A REVERSAL OR ADJUSTMENT IS CODED
003520*    BY ITS TRANSACTION TYPE, EVERYTHING ELSE BY ITS ITEM CODE.
003530*    ------------------------------------------------------------
003540 3600-LOOKUP-ACCOUNTS.
003550     SET DL100-GLX-UNMAPPED TO TRUE.
003560     MOVE SPACES TO DL100-GLX-POST-DEBIT DL100-GLX-POST-CREDIT
003570         DL100-GLX-POST-COST-CENTRE.
003580     EVALUATE DL100-AUD-TRAN-TYPE
003590         WHEN 'R'
003600         WHEN 'J'
003610             SET DL100-GAX-TYPE-KEY TO TRUE
003620             MOVE DL100-AUD-TRAN-TYPE TO DL100-GAX-KEY-CODE
003630         WHEN OTHER
003640             SET DL100-GAX-ITEM-KEY TO TRUE
003650             MOVE DL100-AUD-ITEM-CODE TO DL100-GAX-KEY-CODE
003660     END-EVALUATE.
003670     READ DL100-GAX-FILE
003680         INVALID KEY
003690             IF NOT DL100-GLX-GAX-NOTFND
003700                 DISPLAY 'DL100-GLEXT - GL CROSS-REFERENCE READ '
003710                     'FAILED, STATUS ' DL100-GLX-GAX-STATUS
003720                     ' - RUN ABORTED'
003730                 SET DL100-GLX-ABORT-YES TO TRUE
003740                 SET DL100-GLX-EOF-YES TO TRUE
003750             END-IF
003760         NOT INVALID KEY
003770             SET DL100-GLX-MAPPED TO TRUE
003780             MOVE DL100-GAX-DEBIT-ACCOUNT TO DL100-GLX-POST-DEBIT
003790             MOVE DL100-GAX-CREDIT-ACCOUNT
003800                 TO DL100-GLX-POST-CREDIT
003810             MOVE DL100-GAX-COST-CENTRE
003820                 TO DL100-GLX-POST-COST-CENTRE
003830     END-READ.
003840 3600-EXIT.
003850     EXIT.
003860*
003870 3700-TOTAL-JOURNAL-ENTRY.
003880     IF DL100-GLX-JNL-NET (DL100-GLX-JNL-SUB) > ZERO
003890         ADD DL100-GLX-JNL-NET (DL100-GLX-JNL-SUB)
003900             TO DL100-GLX-JNL-DEBITS
003910     ELSE
003920         SUBTRACT DL100-GLX-JNL-NET (DL100-GLX-JNL-SUB)
003930             FROM DL100-GLX-JNL-CREDITS
003940     END-IF.
003950     ADD 1 TO DL100-GLX-JNL-SUB.
003960 3700-EXIT.
003970     EXIT.
003980*
003990*    ------------------------------------------------------------
004000*    3800-WRITE-JOURNAL-LINE - ONE LINE PER ACCOUNT AND COST
004010*    CENTRE, A DEBIT OR A CREDIT BY THE SIGN OF ITS NET.  AN
004020*    ACCOUNT WHOSE POSTINGS NETTED TO NOTHING IS LEFT OFF.
004030*    ------------------------------------------------------------
004040 3800-WRITE-JOURNAL-LINE.
004050     IF DL100-GLX-JNL-NET (DL100-GLX-JNL-SUB) = ZERO
004060         GO TO 3800-NEXT-ENTRY
004070     END-IF.
004080     MOVE SPACES TO DL100-GLF-RECORD.
004090     SET DL100-GLF-JOURNAL TO TRUE.
004100     ADD 1 TO DL100-GLX-JNL-LINE-COUNT.
004110     MOVE DL100-GLX-RUN-DATE TO DL100-GLF-JNL-RUN-DATE.
004120     MOVE DL100-GLX-RUN-CYCLE TO DL100-GLF-JNL-CYCLE.
004130     MOVE DL100-GLX-JNL-LINE-COUNT TO DL100-GLF-JNL-LINE-NO.
004140     MOVE DL100-GLX-JNL-ACCOUNT (DL100-GLX-JNL-SUB)
004150         TO DL100-GLF-JNL-ACCOUNT.
004160     MOVE DL100-GLX-JNL-COST-CENTRE (DL100-GLX-JNL-SUB)
004170         TO DL100-GLF-JNL-COST-CENTRE.
004180     IF DL100-GLX-JNL-NET (DL100-GLX-JNL-SUB) > ZERO
004190         SET DL100-GLF-JNL-DEBIT TO TRUE
004200         MOVE DL100-GLX-JNL-NET (DL100-GLX-JNL-SUB)
004210             TO DL100-GLF-JNL-AMOUNT
004220     ELSE
004230         SET DL100-GLF-JNL-CREDIT TO TRUE
004240         COMPUTE DL100-GLF-JNL-AMOUNT =
004250             ZERO - DL100-GLX-JNL-NET (DL100-GLX-JNL-SUB)
004260     END-IF.
004270     WRITE DL100-GLF-RECORD.
004280 3800-NEXT-ENTRY.
004290     ADD 1 TO DL100-GLX-JNL-SUB.
004300 3800-EXIT.
004310     EXIT.
004320*
004330*    ------------------------------------------------------------
004340*    9000-TERMINATION - CLOSE THE AUDIT FILE AND ACCOUNT FOR
004350*    THE STEP ON SYSOUT.
004360*    ------------------------------------------------------------
004370 9000-TERMINATION.
004380     IF DL100-GLX-ABORT-NO AND NOT DL100-GLX-PERIOD-CLOSED
004390         CLOSE DL100-AUDIN-FILE
004400     END-IF.
004410     IF DL100-GLX-EXTRACT-CUT
004420         DISPLAY 'DL100-GLEXT - EXTRACT CUT FOR '
004430             DL100-GLX-RUN-DATE ' CYCLE ' DL100-GLX-RUN-CYCLE
004440             ' - ' DL100-GLX-DETAIL-COUNT ' DETAIL RECORDS, '
004450             DL100-GLX-JNL-LINE-COUNT ' JOURNAL LINES'
004460     END-IF.
004470 9000-EXIT.
004480     EXIT.
004490*
004500*    ------------------------------------------------------------
004510*    8500-ACQUIRE-LOCKS - BEFORE ANY FILE IS OPENED, CHECK EVERY
004520*    SHARED DATASET THIS PROGRAM USES AGAINST THE SUBSYSTEM LOCK
004530*    FILE.  A LOCK ANOTHER JOB HOLDS THAT CLASHES WITH OURS ENDS
004540*    THE STEP RC 24 WITH THE HOLDER NAMED AND NOTHING SENT.  A
004550*    LOCK HELD UNDER OUR OWN JOB NAME WAS LEFT BY AN EARLIER STEP
004560*    OR AN EARLIER ATTEMPT OF THIS JOB AND IS TAKEN OVER.  THE
004570*    LOCK FILE IS CREATED ON ITS VERY FIRST USE.  EVERY EXIT HERE
004580*    LEAVES AN EMPTY FEED FILE FIRST (3400).
004590*    ------------------------------------------------------------
004600 8500-ACQUIRE-LOCKS.
004610     ACCEPT DL100-GLX-LOCK-DATE FROM DATE YYYYMMDD.
004620     ACCEPT DL100-GLX-LOCK-TIME FROM TIME.
004630     OPEN I-O DL100-LOCK-FILE.
004640     IF DL100-GLX-LKF-NOFILE
004650         OPEN OUTPUT DL100-LOCK-FILE
004660         CLOSE DL100-LOCK-FILE
004670         OPEN I-O DL100-LOCK-FILE
004680     END-IF.
004690     IF NOT DL100-GLX-LKF-OK
004700         DISPLAY 'DL100-GLEXT - LOCK FILE OPEN FAILED, STATUS '
004710             DL100-GLX-LOCK-STATUS ' - RUN ABORTED'
004720         PERFORM 3400-CLOSE-EMPTY-FEED THRU 3400-EXIT
004730         MOVE 16 TO RETURN-CODE
004740         STOP RUN
004750     END-IF.
004760     OPEN EXTEND DL100-LOCKLOG-FILE.
004770     SET DL100-GLX-LOCK-NO-CLASH TO TRUE.
004780     PERFORM 8510-CHECK-RESOURCE THRU 8510-EXIT
004790         VARYING DL100-GLX-LOCK-SUB FROM 1 BY 1
004800         UNTIL DL100-GLX-LOCK-SUB > DL100-GLX-LOCK-COUNT.
004810     IF DL100-GLX-LOCK-CLASH
004820         CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE
004830         DISPLAY 'DL100-GLEXT - A DATASET IT NEEDS IS IN USE BY '
004840             'ANOTHER JOB - RUN REFUSED'
004850         PERFORM 3400-CLOSE-EMPTY-FEED THRU 3400-EXIT
004860         MOVE 24 TO RETURN-CODE
004870         STOP RUN
004880     END-IF.
004890     PERFORM 8530-WRITE-LOCK THRU 8530-EXIT
004900         VARYING DL100-GLX-LOCK-SUB FROM 1 BY 1
004910         UNTIL DL100-GLX-LOCK-SUB > DL100-GLX-LOCK-COUNT.
004920     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
004930     SET DL100-GLX-LOCKS-HELD TO TRUE.
004940     IF DL100-GLX-LOCK-CLASH
004950         PERFORM 3400-CLOSE-EMPTY-FEED THRU 3400-EXIT
004960         PERFORM 8600-RELEASE-LOCKS THRU 8600-EXIT
004970         MOVE 16 TO RETURN-CODE
004980         STOP RUN
004990     END-IF.
005000 8500-EXIT.
005010     EXIT.
005020*
005030 8510-CHECK-RESOURCE.
005040     SET DL100-GLX-LOCK-SCAN-MORE TO TRUE.
005050     MOVE DL100-GLX-LOCK-RESOURCE (DL100-GLX-LOCK-SUB)
005060         TO DL100-LCK-RESOURCE.
005070     MOVE LOW-VALUES TO DL100-LCK-JOB.
005080     START DL100-LOCK-FILE KEY NOT < DL100-LCK-KEY
005090         INVALID KEY
005100             GO TO 8510-EXIT
005110     END-START.
005120     PERFORM 8520-CHECK-HOLDER THRU 8520-EXIT
005130         UNTIL DL100-GLX-LOCK-SCAN-DONE.
005140 8510-EXIT.
005150     EXIT.
005160*
005170*    ------------------------------------------------------------
005180*    8520-CHECK-HOLDER - AN EXCLUSIVE LOCK CLASHES WITH ANY
005190*    OTHER; AN UPDATE LOCK WITH ANOTHER UPDATE; A SHARED LOCK
005200*    ONLY WITH AN EXCLUSIVE ONE.
005210*    ------------------------------------------------------------
005220 8520-CHECK-HOLDER.
005230     READ DL100-LOCK-FILE NEXT
005240         AT END
005250             SET DL100-GLX-LOCK-SCAN-DONE TO TRUE
005260             GO TO 8520-EXIT
005270     END-READ.
005280     IF DL100-LCK-RESOURCE NOT =
005290         DL100-GLX-LOCK-RESOURCE (DL100-GLX-LOCK-SUB)
005300         SET DL100-GLX-LOCK-SCAN-DONE TO TRUE
005310         GO TO 8520-EXIT
005320     END-IF.
005330     IF DL100-LCK-JOB = DL100-GLX-LOCK-JOB
005340         GO TO 8520-EXIT
005350     END-IF.
005360     IF DL100-LCK-SHARED
005370         AND NOT DL100-GLX-LOCK-WANT-EXCL (DL100-GLX-LOCK-SUB)
005380         GO TO 8520-EXIT
005390     END-IF.
005400     IF DL100-LCK-UPDATE
005410         AND DL100-GLX-LOCK-WANT-SHARED (DL100-GLX-LOCK-SUB)
005420         GO TO 8520-EXIT
005430     END-IF.
005440     SET DL100-GLX-LOCK-CLASH TO TRUE.
005450     DISPLAY 'DL100-GLEXT - ' DL100-LCK-RESOURCE
005460         ' IS HELD BY JOB ' DL100-LCK-JOB
005470         ' (' DL100-LCK-PROGRAM ') SINCE '
005480         DL100-LCK-DATE ' ' DL100-LCK-TIME.
005490     MOVE 'C' TO DL100-GLX-LOCK-ACTION.
005500     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
005510 8520-EXIT.
005520     EXIT.
005530*
005540 8530-WRITE-LOCK.
005550     MOVE SPACES TO DL100-LCK-RECORD.
005560     MOVE DL100-GLX-LOCK-RESOURCE (DL100-GLX-LOCK-SUB)
005570         TO DL100-LCK-RESOURCE.
005580     MOVE DL100-GLX-LOCK-JOB TO DL100-LCK-JOB.
005590     MOVE DL100-GLX-LOCK-MODE (DL100-GLX-LOCK-SUB)
005600         TO DL100-LCK-MODE.
005610     MOVE DL100-GLX-LOCK-PROGRAM TO DL100-LCK-PROGRAM.
005620     MOVE DL100-GLX-LOCK-DATE TO DL100-LCK-DATE.
005630     MOVE DL100-GLX-LOCK-TIME TO DL100-LCK-TIME.
005640     WRITE DL100-LCK-RECORD
005650         INVALID KEY
005660             IF DL100-GLX-LKF-DUPKEY
005670                 REWRITE DL100-LCK-RECORD
005680                     INVALID KEY
005690                         CONTINUE
005700                 END-REWRITE
005710             END-IF
005720     END-WRITE.
005730     IF NOT DL100-GLX-LKF-OK
005740         DISPLAY 'DL100-GLEXT - LOCK WRITE FAILED, STATUS '
005750             DL100-GLX-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
005760         SET DL100-GLX-LOCK-CLASH TO TRUE
005770         GO TO 8530-EXIT
005780     END-IF.
005790     MOVE 'L' TO DL100-GLX-LOCK-ACTION.
005800     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
005810 8530-EXIT.
005820     EXIT.
005830*
005840*    ------------------------------------------------------------
005850*    8600-RELEASE-LOCKS - GIVE UP EVERY LOCK THIS PROGRAM TOOK.
005860*    PERFORMED BEFORE EVERY STOP RUN ONCE THE LOCKS ARE HELD, SO
005870*    ONLY AN ABEND LEAVES THEM BEHIND FOR DL100-LCKREL.
005880*    ------------------------------------------------------------
005890 8600-RELEASE-LOCKS.
005900     IF DL100-GLX-LOCKS-FREE
005910         GO TO 8600-EXIT
005920     END-IF.
005930     SET DL100-GLX-LOCKS-FREE TO TRUE.
005940     ACCEPT DL100-GLX-LOCK-DATE FROM DATE YYYYMMDD.
005950     ACCEPT DL100-GLX-LOCK-TIME FROM TIME.
005960     OPEN I-O DL100-LOCK-FILE.
005970     IF NOT DL100-GLX-LKF-OK
005980         DISPLAY 'DL100-GLEXT - LOCK FILE OPEN FAILED, STATUS '
005990             DL100-GLX-LOCK-STATUS ' - LOCKS LEFT FOR RELEASE BY '
006000             'DL100-LCKREL'
006010         GO TO 8600-EXIT
006020     END-IF.
006030     OPEN EXTEND DL100-LOCKLOG-FILE.
006040     PERFORM 8610-DELETE-LOCK THRU 8610-EXIT
006050         VARYING DL100-GLX-LOCK-SUB FROM 1 BY 1
006060         UNTIL DL100-GLX-LOCK-SUB > DL100-GLX-LOCK-COUNT.
006070     CLOSE DL100-LOCK-FILE DL100-LOCKLOG-FILE.
006080 8600-EXIT.
006090     EXIT.
006100*
006110 8610-DELETE-LOCK.
006120     MOVE DL100-GLX-LOCK-RESOURCE (DL100-GLX-LOCK-SUB)
006130         TO DL100-LCK-RESOURCE.
006140     MOVE DL100-GLX-LOCK-JOB TO DL100-LCK-JOB.
006150     READ DL100-LOCK-FILE
006160         INVALID KEY
006170             GO TO 8610-EXIT
006180     END-READ.
006190     DELETE DL100-LOCK-FILE
006200         INVALID KEY
006210             DISPLAY 'DL100-GLEXT - LOCK DELETE FAILED, STATUS '
006220                 DL100-GLX-LOCK-STATUS ' - ' DL100-LCK-RESOURCE
006230             GO TO 8610-EXIT
006240     END-DELETE.
006250     MOVE 'F' TO DL100-GLX-LOCK-ACTION.
006260     PERFORM 8700-WRITE-LOCK-LOG THRU 8700-EXIT.
006270 8610-EXIT.
006280     EXIT.
006290*
006300*    ------------------------------------------------------------
006310*    8700-WRITE-LOCK-LOG - ONE LOG RECORD PER LOCK TAKEN OR
006320*    GIVEN UP, AND PER CLASH THAT REFUSED THE RUN.
006330*    ------------------------------------------------------------
006340 8700-WRITE-LOCK-LOG.
006350     MOVE SPACES TO DL100-LLG-RECORD.
006360     MOVE DL100-GLX-LOCK-ACTION TO DL100-LLG-ACTION.
006370     MOVE DL100-GLX-LOCK-DATE TO DL100-LLG-LOG-DATE.
006380     MOVE DL100-GLX-LOCK-TIME TO DL100-LLG-LOG-TIME.
006390     MOVE DL100-GLX-LOCK-JOB TO DL100-LLG-REQ-JOB.
006400     MOVE DL100-GLX-LOCK-PROGRAM TO DL100-LLG-REQ-PROGRAM.
006410     MOVE DL100-LCK-RECORD TO DL100-LLG-LOCK-IMAGE.
006420     WRITE DL100-LLGOUT-RECORD FROM DL100-LLG-RECORD.
006430 8700-EXIT.
006440     EXIT.
