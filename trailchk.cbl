000010*-------------------------------------------------------------
000020* TRAILCHECK
000030* SESSION-TO-AUDIT-TRAIL RECONCILIATION.  EVERY SESSIONS
000040* RECORD SHOULD HAVE BEHIND IT THE PER-ITERATION AUDITLOG
000050* LINES THE GAMELOOP WROTE WHILE IT WAS PLAYED - THE LINES
000060* STAMPED FROM SESSION-START-TIME TO SESSION-TIME ON
000070* SESSION-DATE.  THIS JOB WALKS THE TWO FILES TOGETHER IN
000080* TIME ORDER AND REPORTS ON TRLRPT:
000090*
000100*   NO-TRAIL   - A SESSION WITH NO AUDIT LINES AT ALL, THE
000110*                CLEAREST SIGN OF A RECORD WRITTEN BY HAND
000120*   SCORE-DIFF - THE LAST SC=/S2= ON THE TRAIL IS NOT THE
000130*                SESSION-VALUE/SESSION-P2-VALUE RECORDED
000140*   KEYS-SHORT - FEWER REAL KEYS ON THE TRAIL THAN THE
000150*                SESSION-KEYSTROKES RECORDED
000160*   KEYS-OVER  - MORE REAL KEYS ON THE TRAIL THAN RECORDED
000170*   NO-SESSION - A TRAIL THAT REACHED GAMEOVER=Y WITH NO
000180*                SESSION RECORD BEHIND IT, SUCH AS A SESSION
000190*                KILLED AT THE INITIALS SCREEN
000200*
000210* A REAL KEY IS ANY LINE BUT AN IDLE POLL (KEY=-1).  THE
000220* PAUSE KEY ITSELF IS COUNTED BUT NOT LOGGED, AND THE PAUSE
000230* MENU'S ANSWER IS LOGGED BUT NOT COUNTED, SO A PAUSE
000240* ANSWERED FIRST TIME BALANCES.  A KEYS-OVER CAN STILL BE
000250* INNOCENT - STRAY KEYS AT THE PAUSE MENU, A RESTART FROM THE
000260* PAUSE MENU (WHICH ZEROES THE COUNT), OR A SESSION RESUMED
000270* FROM ITS CHECKPOINT (WHICH REPLAYS THE KEYS SINCE) - BUT A
000280* KEYS-SHORT NEVER IS.
000290*
000300* THE FILES ARE THE LIVE ONES BY DEFAULT; POINT THE SESSIONS
000310* AND AUDITLOG ASSIGNMENTS AT A MONTH'S SESSARCH/AUDTARCH PAIR
000320* THROUGH THE ENVIRONMENT TO CHECK AN ARCHIVED MONTH (SEE
000330* RUN-TRAILCHECK.SH).
000340*-------------------------------------------------------------
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. trailcheck.
000370 AUTHOR. D HENDERSON.
000380 INSTALLATION. ARCADE SYSTEMS GROUP.
000390 DATE-WRITTEN. 2026-10-15.
000400 DATE-COMPILED.
000410*-------------------------------------------------------------
000420* MODIFICATION HISTORY
000430* DATE       INIT DESCRIPTION
000440* 2026-10-15 DWH  ORIGINAL SESSION/AUDIT TRAIL RECONCILIATION.
000450*-------------------------------------------------------------
000460
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. GENERIC-CABINET.
000500 OBJECT-COMPUTER. GENERIC-CABINET.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT SESSIONS-FILE ASSIGN TO "SESSIONS"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-SESSIONS-STATUS.
000560     SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-AUDITLOG-STATUS.
000590     SELECT REPORT-FILE ASSIGN TO "TRLRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-REPORT-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650* SESSIONS-FILE - ONE RECORD PER COMPLETED SESSION, IN THE
000660* ORDER THE SESSIONS ENDED.  THE ASSIGNMENT CAN BE POINTED AT
000670* A MONTH'S SESSARCH ARCHIVE THROUGH THE ENVIRONMENT.
000680 FD  SESSIONS-FILE.
000690     COPY SESSNREC.
000700* AUDITLOG-FILE - ONE LINE PER GAMELOOP ITERATION, WRITTEN BY
000710* COBOLGAME.  THE ASSIGNMENT CAN BE POINTED AT THE MATCHING
000720* AUDTARCH ARCHIVE THE SAME WAY.
000730 FD  AUDITLOG-FILE.
000740     COPY AUDITREC.
000750* REPORT-FILE - FORMATTED DISCREPANCY REPORT, REWRITTEN EACH
000760* RUN.
000770 FD  REPORT-FILE.
000780 01  REPORT-RECORD               PIC X(80).
000790
000800 WORKING-STORAGE SECTION.
000810*-------------------------------------------------------------
000820* FILE STATUS AND CONTROL FIELDS
000830*-------------------------------------------------------------
000840 01  WS-SESSIONS-STATUS      PIC X(02)     VALUE '00'.
000850 01  WS-AUDITLOG-STATUS      PIC X(02)     VALUE '00'.
000860 01  WS-REPORT-STATUS        PIC X(02)     VALUE '00'.
000870 01  WS-SESSIONS-EOF-SW      PIC X(01)     VALUE 'N'.
000880     88  WS-SESSIONS-EOF                   VALUE 'Y'.
000890 01  WS-AUDIT-EOF-SW         PIC X(01)     VALUE 'N'.
000900     88  WS-AUDIT-EOF                      VALUE 'Y'.
000910 01  WS-SESSIONS-OPEN-SW     PIC X(01)     VALUE 'N'.
000920     88  WS-SESSIONS-OPEN                  VALUE 'Y'.
000930 01  WS-AUDIT-OPEN-SW        PIC X(01)     VALUE 'N'.
000940     88  WS-AUDIT-OPEN                     VALUE 'Y'.
000950 01  WS-RUN-DATE             PIC 9(08)     VALUE ZERO.
000960 01  WS-DATE-INTEGER         PIC 9(09)     USAGE COMP.
000970* RUN PARAMETER - AN ARCHIVE MONTH (YYYYMM) FOR THE REPORT
000980* HEADING ONLY; THE FILES THEMSELVES COME FROM THE ASSIGNMENTS
000990 01  WS-RUN-PARM             PIC X(40)     VALUE SPACES.
001000 01  WS-FILES-CHECKED        PIC X(20)     VALUE SPACES.
001010     COPY STEPRC.
001020*-------------------------------------------------------------
001030* AUDIT LINE PARSING - SAME LAYOUT AS THE REPLAYVIEW PARSER:
001040* "YYYYMMDD HHMMSSHH KEY=NNNNNNNN GAMEOVER=X SC=NNNNNNN
001050* S2=NNNNNNN P1=RRRRCCCC P2=RRRRCCCC".  LINES WRITTEN BEFORE
001060* THE SCORES WERE CARRIED READ BACK WITH SC/S2 BLANK, AND
001070* THE SCORE CHECK IS THEN PASSED OVER.
001080*-------------------------------------------------------------
001090 01  WS-PARSE-LINE.
001100     05  WS-PARSE-DATE       PIC X(08).
001110     05  FILLER              PIC X(01).
001120     05  WS-PARSE-TIME       PIC X(08).
001130     05  FILLER              PIC X(05).
001140     05  WS-PARSE-KEY-DISP   PIC X(08).
001150     05  FILLER              PIC X(10).
001160     05  WS-PARSE-GAMEOVER   PIC X(01).
001170     05  FILLER              PIC X(04).
001180     05  WS-PARSE-SC         PIC X(07).
001190     05  FILLER              PIC X(04).
001200     05  WS-PARSE-S2         PIC X(07).
001210     05  FILLER              PIC X(27).
001220 01  WS-NO-KEY-DISP          PIC X(08)     VALUE "      -1".
001230* AUDIT LINES WRITTEN BEFORE THE KEY FIELD WAS SIGNED SHOW AN
001240* IDLE POLL'S -1 AS AN UNSIGNED 1 (SEE HEALTHMON).
001250 01  WS-OLD-NO-KEY-DISP      PIC X(08)     VALUE "       1".
001260 01  WS-LINE-BAD-SW          PIC X(01)     VALUE 'N'.
001270     88  WS-LINE-BAD                       VALUE 'Y'.
001280*-------------------------------------------------------------
001290* TIME KEYS - DATE AND TIME SIDE BY SIDE COMPARE IN TIME
001300* ORDER.  A SESSION'S WINDOW RUNS FROM ITS START TO ITS END;
001310* ONE THAT STARTED BEFORE MIDNIGHT AND ENDED AFTER IT STARTS
001320* ON THE DAY BEFORE SESSION-DATE.
001330*-------------------------------------------------------------
001340 01  WS-LINE-KEY.
001350     05  WS-LINE-DATE        PIC X(08).
001360     05  WS-LINE-TIME        PIC X(08).
001370 01  WS-WIN-START.
001380     05  WS-WIN-START-DATE   PIC 9(08).
001390     05  WS-WIN-START-TIME   PIC 9(08).
001400 01  WS-WIN-END.
001410     05  WS-WIN-END-DATE     PIC 9(08).
001420     05  WS-WIN-END-TIME     PIC 9(08).
001430*-------------------------------------------------------------
001440* THE TRAIL GATHERED FOR THE CURRENT SESSION
001450*-------------------------------------------------------------
001460 01  WS-SESS-LINES           PIC 9(09)     USAGE COMP VALUE 0.
001470 01  WS-SESS-KEYS            PIC 9(09)     USAGE COMP VALUE 0.
001480 01  WS-SESS-LAST-SC         PIC X(07)     VALUE SPACES.
001490 01  WS-SESS-LAST-SC-N REDEFINES WS-SESS-LAST-SC
001500                             PIC 9(07).
001510 01  WS-SESS-LAST-S2         PIC X(07)     VALUE SPACES.
001520 01  WS-SESS-LAST-S2-N REDEFINES WS-SESS-LAST-S2
001530                             PIC 9(07).
001540 01  WS-SESS-FLAGGED-SW      PIC X(01)     VALUE 'N'.
001550     88  WS-SESS-FLAGGED                   VALUE 'Y'.
001560*-------------------------------------------------------------
001570* UNCLAIMED LINES - AUDIT LINES OUTSIDE EVERY SESSION WINDOW.
001580* THEY ARE GATHERED INTO A TRAIL UNTIL ONE REACHES GAMEOVER=Y
001590* (REPORTED AS NO-SESSION) OR A SESSION'S LINES BEGIN (A
001600* SESSION KILLED AND NEVER RESUMED, OR STILL IN PLAY AT THE
001610* END OF THE FILE, COUNTED BUT NOT REPORTED).
001620*-------------------------------------------------------------
001630 01  WS-ORPHAN-LINES         PIC 9(09)     USAGE COMP VALUE 0.
001640 01  WS-ORPHAN-KEYS          PIC 9(09)     USAGE COMP VALUE 0.
001650 01  WS-ORPHAN-START         PIC X(16)     VALUE SPACES.
001660 01  WS-ORPHAN-START-PARTS REDEFINES WS-ORPHAN-START.
001670     05  WS-ORPHAN-START-DATE PIC X(08).
001680     05  WS-ORPHAN-START-TIME PIC X(08).
001690 01  WS-ORPHAN-LAST-SC       PIC X(07)     VALUE SPACES.
001700 01  WS-ORPHAN-LAST-S2       PIC X(07)     VALUE SPACES.
001710*-------------------------------------------------------------
001720* RUN TOTALS
001730*-------------------------------------------------------------
001740 01  WS-SESSIONS-READ        PIC 9(07)     USAGE COMP VALUE 0.
001750 01  WS-SESSIONS-CLEAN       PIC 9(07)     USAGE COMP VALUE 0.
001760 01  WS-LINES-READ           PIC 9(09)     USAGE COMP VALUE 0.
001770 01  WS-LINES-CLAIMED        PIC 9(09)     USAGE COMP VALUE 0.
001780 01  WS-LINES-UNCLAIMED      PIC 9(09)     USAGE COMP VALUE 0.
001790 01  WS-LINES-UNREADABLE     PIC 9(09)     USAGE COMP VALUE 0.
001800 01  WS-TRAILS-UNFINISHED    PIC 9(07)     USAGE COMP VALUE 0.
001810 01  WS-EXCEPTION-COUNT      PIC 9(07)     USAGE COMP VALUE 0.
001820*-------------------------------------------------------------
001830* REPORT PAGE CONTROL AND DISPLAY EDITING
001840*-------------------------------------------------------------
001850 01  WS-RPT-LINE             PIC X(80)     VALUE SPACES.
001860 01  WS-RPT-LINE-COUNT       PIC 9(04)     USAGE COMP VALUE 0.
001870 01  WS-RPT-PAGE-COUNT       PIC 9(04)     USAGE COMP VALUE 0.
001880 01  WS-RPT-LINES-PER-PAGE   PIC 9(04)     USAGE COMP VALUE 55.
001890 01  WS-RPT-PAGE-DISP        PIC ZZZ9.
001900 01  WS-RPT-COUNT-DISP       PIC ZZZZZZZZ9.
001910 01  WS-RPT-REASON           PIC X(10)     VALUE SPACES.
001920 01  WS-RPT-DETAIL           PIC X(37)     VALUE SPACES.
001930 01  WS-RPT-TRAIL-DISP       PIC 9(09).
001940 01  WS-RPT-RECORD-DISP      PIC 9(09).
001950 01  WS-RPT-SCORE-DISP       PIC 9(07).
001960
001970 PROCEDURE DIVISION.
001980*===============================================================
001990* 0000-MAINLINE - PROGRAM ENTRY POINT
002000*===============================================================
002010 0000-MAINLINE.
002020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002030     PERFORM 2000-MATCH-ONE THRU 2000-EXIT
002040         UNTIL WS-SESSIONS-EOF AND WS-AUDIT-EOF.
002050     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002060     MOVE WS-STEP-RC TO RETURN-CODE.
002070     STOP RUN.
002080
002090*===============================================================
002100* 1000-INITIALIZE - OPEN BOTH FILES AND THE REPORT, AND PRIME
002110* THE FIRST SESSION AND THE FIRST AUDIT LINE.  WITHOUT BOTH
002120* FILES THERE IS NOTHING TO MATCH, SO NOTHING IS CHECKED.
002130*===============================================================
002140 1000-INITIALIZE.
002150     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002160     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
002170     IF WS-RUN-PARM EQUAL SPACES
002180         MOVE "LIVE FILES" TO WS-FILES-CHECKED
002190     ELSE
002200         STRING "ARCHIVE " DELIMITED BY SIZE
002210                WS-RUN-PARM DELIMITED BY SPACE
002220             INTO WS-FILES-CHECKED
002230     END-IF.
002240     OPEN OUTPUT REPORT-FILE.
002250     IF WS-REPORT-STATUS NOT EQUAL "00"
002260         DISPLAY "TRAILCHECK - CANNOT OPEN REPORT FILE, STATUS="
002270             WS-REPORT-STATUS
002280         MOVE 8 TO WS-STEP-RC
002290     END-IF.
002300     PERFORM 7100-WRITE-PAGE-HEADING THRU 7100-EXIT.
002310     MOVE "DISCREPANCIES" TO WS-RPT-LINE.
002320     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
002330     MOVE 'Y' TO WS-SESSIONS-EOF-SW.
002340     MOVE 'Y' TO WS-AUDIT-EOF-SW.
002350     OPEN INPUT SESSIONS-FILE.
002360     IF WS-SESSIONS-STATUS NOT EQUAL "00"
002370         DISPLAY "TRAILCHECK - NO SESSIONS FILE, STATUS="
002380             WS-SESSIONS-STATUS ", NOTHING CHECKED"
002381         IF WS-STEP-RC < 4
002382             MOVE 4 TO WS-STEP-RC
002383         END-IF
002400         GO TO 1000-EXIT
002410     END-IF.
002420     MOVE 'Y' TO WS-SESSIONS-OPEN-SW.
002430     OPEN INPUT AUDITLOG-FILE.
002440     IF WS-AUDITLOG-STATUS NOT EQUAL "00"
002450         DISPLAY "TRAILCHECK - NO AUDITLOG FILE, STATUS="
002460             WS-AUDITLOG-STATUS ", NOTHING CHECKED"
002461         IF WS-STEP-RC < 4
002462             MOVE 4 TO WS-STEP-RC
002463         END-IF
002480         GO TO 1000-EXIT
002490     END-IF.
002500     MOVE 'Y' TO WS-AUDIT-OPEN-SW.
002510     MOVE 'N' TO WS-SESSIONS-EOF-SW.
002520     MOVE 'N' TO WS-AUDIT-EOF-SW.
002530     PERFORM 2100-READ-SESSION THRU 2100-EXIT.
002540     PERFORM 2200-READ-AUDIT-LINE THRU 2200-EXIT.
002550 1000-EXIT.
002560     EXIT.
002570
002580*===============================================================
002590* 2000-MATCH-ONE - ONE STEP OF THE WALK.  A LINE BEFORE THE
002600* CURRENT SESSION'S WINDOW (OR AFTER THE LAST SESSION) IS
002610* UNCLAIMED; A LINE INSIDE IT BELONGS TO THE SESSION; ONCE
002620* THE LINES HAVE PASSED THE WINDOW THE SESSION IS JUDGED AND
002630* THE NEXT ONE READ.  A SESSION RECORD OUT OF TIME ORDER FINDS
002640* ITS LINES ALREADY PASSED AND COMES OUT AS NO-TRAIL.
002650*===============================================================
002660 2000-MATCH-ONE.
002670     EVALUATE TRUE
002680         WHEN NOT WS-AUDIT-EOF
002690          AND WS-LINE-BAD
002700             ADD 1 TO WS-LINES-UNREADABLE
002710             PERFORM 2200-READ-AUDIT-LINE THRU 2200-EXIT
002720         WHEN NOT WS-AUDIT-EOF
002730          AND (WS-SESSIONS-EOF OR WS-LINE-KEY < WS-WIN-START)
002740             PERFORM 2300-UNCLAIMED-LINE THRU 2300-EXIT
002750             PERFORM 2200-READ-AUDIT-LINE THRU 2200-EXIT
002760         WHEN NOT WS-AUDIT-EOF
002770          AND WS-LINE-KEY NOT > WS-WIN-END
002780             PERFORM 2400-CLAIMED-LINE THRU 2400-EXIT
002790             PERFORM 2200-READ-AUDIT-LINE THRU 2200-EXIT
002800         WHEN OTHER
002810             PERFORM 2500-JUDGE-SESSION THRU 2500-EXIT
002820             PERFORM 2100-READ-SESSION THRU 2100-EXIT
002830     END-EVALUATE.
002840 2000-EXIT.
002850     EXIT.
002860
002870*---------------------------------------------------------------
002880* 2100-READ-SESSION - READ THE NEXT SESSION, WORK OUT ITS
002890* WINDOW AND CLEAR ITS TRAIL.  A RECORD WITH NO START TIME IS
002900* GIVEN THE WHOLE OF ITS DAY UP TO ITS END.
002910*---------------------------------------------------------------
002920 2100-READ-SESSION.
002930     READ SESSIONS-FILE
002940         AT END
002950             MOVE 'Y' TO WS-SESSIONS-EOF-SW
002960             GO TO 2100-EXIT
002970     END-READ.
002980* A READ FAILURE OTHER THAN END-OF-FILE (I-O ERROR) WOULD
002990* OTHERWISE LEAVE THE MATCHING LOOP SPINNING FOREVER.
003000     IF WS-SESSIONS-STATUS NOT EQUAL "00"
003010         DISPLAY "TRAILCHECK - SESSIONS READ FAILED, STATUS="
003020             WS-SESSIONS-STATUS
003030         MOVE 'Y' TO WS-SESSIONS-EOF-SW
003040         MOVE 8 TO WS-STEP-RC
003050         GO TO 2100-EXIT
003060     END-IF.
003070     ADD 1 TO WS-SESSIONS-READ.
003080     MOVE ZERO   TO WS-SESS-LINES.
003090     MOVE ZERO   TO WS-SESS-KEYS.
003100     MOVE SPACES TO WS-SESS-LAST-SC.
003110     MOVE SPACES TO WS-SESS-LAST-S2.
003120     MOVE SESSION-DATE TO WS-WIN-END-DATE.
003130     MOVE SESSION-TIME TO WS-WIN-END-TIME.
003140     MOVE SESSION-DATE TO WS-WIN-START-DATE.
003150     IF SESSION-START-TIME NOT NUMERIC
003160         MOVE ZERO TO WS-WIN-START-TIME
003170         GO TO 2100-EXIT
003180     END-IF.
003190     MOVE SESSION-START-TIME TO WS-WIN-START-TIME.
003200     IF SESSION-START-TIME > SESSION-TIME
003210         COMPUTE WS-DATE-INTEGER
003220             = FUNCTION INTEGER-OF-DATE(SESSION-DATE) - 1
003230         COMPUTE WS-WIN-START-DATE
003240             = FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
003250     END-IF.
003260 2100-EXIT.
003270     EXIT.
003280
003290*---------------------------------------------------------------
003300* 2200-READ-AUDIT-LINE - READ AND PARSE THE NEXT AUDIT LINE.
003310* A LINE WITHOUT A READABLE DATE AND TIME CANNOT BE PLACED IN
003320* ANY WINDOW AND IS ONLY COUNTED.
003330*---------------------------------------------------------------
003340 2200-READ-AUDIT-LINE.
003350     READ AUDITLOG-FILE
003360         AT END
003370             MOVE 'Y' TO WS-AUDIT-EOF-SW
003380             GO TO 2200-EXIT
003390     END-READ.
003400* A READ FAILURE OTHER THAN END-OF-FILE (I-O ERROR) WOULD
003410* OTHERWISE LEAVE THE MATCHING LOOP SPINNING FOREVER.
003420     IF WS-AUDITLOG-STATUS NOT EQUAL "00"
003430         DISPLAY "TRAILCHECK - AUDITLOG READ FAILED, STATUS="
003440             WS-AUDITLOG-STATUS
003450         MOVE 'Y' TO WS-AUDIT-EOF-SW
003460         MOVE 8 TO WS-STEP-RC
003470         GO TO 2200-EXIT
003480     END-IF.
003490     ADD 1 TO WS-LINES-READ.
003500     MOVE AUDIT-RECORD TO WS-PARSE-LINE.
003510     MOVE WS-PARSE-DATE TO WS-LINE-DATE.
003520     MOVE WS-PARSE-TIME TO WS-LINE-TIME.
003530     IF WS-PARSE-DATE NUMERIC
003540       AND WS-PARSE-TIME NUMERIC
003550         MOVE 'N' TO WS-LINE-BAD-SW
003560     ELSE
003570         MOVE 'Y' TO WS-LINE-BAD-SW
003580     END-IF.
003590 2200-EXIT.
003600     EXIT.
003610
003620*---------------------------------------------------------------
003630* 2300-UNCLAIMED-LINE - ADD A LINE OUTSIDE EVERY WINDOW TO THE
003640* UNCLAIMED TRAIL, AND REPORT THE TRAIL IF THIS LINE ENDS IT
003650* AT GAME OVER
003660*---------------------------------------------------------------
003670 2300-UNCLAIMED-LINE.
003680     ADD 1 TO WS-LINES-UNCLAIMED.
003690     IF WS-ORPHAN-LINES EQUAL ZERO
003700         MOVE WS-LINE-KEY TO WS-ORPHAN-START
003710         MOVE ZERO TO WS-ORPHAN-KEYS
003720     END-IF.
003730     ADD 1 TO WS-ORPHAN-LINES.
003740     IF WS-PARSE-KEY-DISP NOT EQUAL WS-NO-KEY-DISP
003750       AND WS-PARSE-KEY-DISP NOT EQUAL WS-OLD-NO-KEY-DISP
003760         ADD 1 TO WS-ORPHAN-KEYS
003770     END-IF.
003780     MOVE WS-PARSE-SC TO WS-ORPHAN-LAST-SC.
003790     MOVE WS-PARSE-S2 TO WS-ORPHAN-LAST-S2.
003800     IF WS-PARSE-GAMEOVER EQUAL 'Y'
003810         PERFORM 2350-REPORT-NO-SESSION THRU 2350-EXIT
003820         MOVE ZERO TO WS-ORPHAN-LINES
003830     END-IF.
003840 2300-EXIT.
003850     EXIT.
003860
003870 2350-REPORT-NO-SESSION.
003880     ADD 1 TO WS-EXCEPTION-COUNT.
003890     MOVE "NO-SESSION" TO WS-RPT-REASON.
003900     MOVE SPACES TO WS-RPT-DETAIL.
003910     MOVE WS-ORPHAN-KEYS TO WS-RPT-TRAIL-DISP.
003920     STRING "KEYS=" DELIMITED BY SIZE
003930            WS-RPT-TRAIL-DISP DELIMITED BY SIZE
003940            " SC=" DELIMITED BY SIZE
003950            WS-ORPHAN-LAST-SC DELIMITED BY SIZE
003960            " S2=" DELIMITED BY SIZE
003970            WS-ORPHAN-LAST-S2 DELIMITED BY SIZE
003980         INTO WS-RPT-DETAIL.
003990     MOVE SPACES TO WS-RPT-LINE.
004000     STRING "  " DELIMITED BY SIZE
004010            WS-RPT-REASON DELIMITED BY SIZE
004020            " " DELIMITED BY SIZE
004030            WS-ORPHAN-START-DATE DELIMITED BY SIZE
004040            " " DELIMITED BY SIZE
004050            WS-ORPHAN-START-TIME DELIMITED BY SIZE
004060            "-" DELIMITED BY SIZE
004070            WS-LINE-TIME DELIMITED BY SIZE
004080            "     " DELIMITED BY SIZE
004090            WS-RPT-DETAIL DELIMITED BY SIZE
004100         INTO WS-RPT-LINE.
004110     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
004120 2350-EXIT.
004130     EXIT.
004140
004150*---------------------------------------------------------------
004160* 2400-CLAIMED-LINE - ADD A LINE INSIDE THE WINDOW TO THE
004170* SESSION'S TRAIL.  AN UNCLAIMED TRAIL STILL OPEN NEVER
004180* REACHED GAME OVER.
004190*---------------------------------------------------------------
004200 2400-CLAIMED-LINE.
004210     IF WS-ORPHAN-LINES > ZERO
004220         ADD 1 TO WS-TRAILS-UNFINISHED
004230         MOVE ZERO TO WS-ORPHAN-LINES
004240     END-IF.
004250     ADD 1 TO WS-LINES-CLAIMED.
004260     ADD 1 TO WS-SESS-LINES.
004270     IF WS-PARSE-KEY-DISP NOT EQUAL WS-NO-KEY-DISP
004280       AND WS-PARSE-KEY-DISP NOT EQUAL WS-OLD-NO-KEY-DISP
004290         ADD 1 TO WS-SESS-KEYS
004300     END-IF.
004310     MOVE WS-PARSE-SC TO WS-SESS-LAST-SC.
004320     MOVE WS-PARSE-S2 TO WS-SESS-LAST-S2.
004330 2400-EXIT.
004340     EXIT.
004350
004360*---------------------------------------------------------------
004370* 2500-JUDGE-SESSION - COMPARE THE SESSION RECORD WITH THE
004380* TRAIL GATHERED FOR IT
004390*---------------------------------------------------------------
004400 2500-JUDGE-SESSION.
004410     MOVE 'N' TO WS-SESS-FLAGGED-SW.
004420     IF WS-SESS-LINES EQUAL ZERO
004430         MOVE "NO-TRAIL" TO WS-RPT-REASON
004440         MOVE SPACES TO WS-RPT-DETAIL
004450         MOVE SESSION-KEYSTROKES TO WS-RPT-RECORD-DISP
004460         STRING "RECORD KEYS=" DELIMITED BY SIZE
004470                WS-RPT-RECORD-DISP DELIMITED BY SIZE
004480                " SC=" DELIMITED BY SIZE
004490                SESSION-VALUE DELIMITED BY SIZE
004500             INTO WS-RPT-DETAIL
004510         PERFORM 2550-REPORT-SESSION THRU 2550-EXIT
004520         GO TO 2500-EXIT
004530     END-IF.
004540     IF WS-SESS-LAST-SC NUMERIC
004550       AND WS-SESS-LAST-SC-N NOT EQUAL SESSION-VALUE
004560         MOVE "SCORE-DIFF" TO WS-RPT-REASON
004570         MOVE SPACES TO WS-RPT-DETAIL
004580         STRING "P1 TRAIL=" DELIMITED BY SIZE
004590                WS-SESS-LAST-SC DELIMITED BY SIZE
004600                " RECORD=" DELIMITED BY SIZE
004610                SESSION-VALUE DELIMITED BY SIZE
004620             INTO WS-RPT-DETAIL
004630         PERFORM 2550-REPORT-SESSION THRU 2550-EXIT
004640     END-IF.
004650     IF SESSION-IS-TWO-PLAYER
004660       AND WS-SESS-LAST-S2 NUMERIC
004670       AND WS-SESS-LAST-S2-N NOT EQUAL SESSION-P2-VALUE
004680         MOVE "SCORE-DIFF" TO WS-RPT-REASON
004690         MOVE SPACES TO WS-RPT-DETAIL
004700         STRING "P2 TRAIL=" DELIMITED BY SIZE
004710                WS-SESS-LAST-S2 DELIMITED BY SIZE
004720                " RECORD=" DELIMITED BY SIZE
004730                SESSION-P2-VALUE DELIMITED BY SIZE
004740             INTO WS-RPT-DETAIL
004750         PERFORM 2550-REPORT-SESSION THRU 2550-EXIT
004760     END-IF.
004770     IF WS-SESS-KEYS NOT EQUAL SESSION-KEYSTROKES
004780         IF WS-SESS-KEYS < SESSION-KEYSTROKES
004790             MOVE "KEYS-SHORT" TO WS-RPT-REASON
004800         ELSE
004810             MOVE "KEYS-OVER" TO WS-RPT-REASON
004820         END-IF
004830         MOVE WS-SESS-KEYS TO WS-RPT-TRAIL-DISP
004840         MOVE SESSION-KEYSTROKES TO WS-RPT-RECORD-DISP
004850         MOVE SPACES TO WS-RPT-DETAIL
004860         STRING "TRAIL=" DELIMITED BY SIZE
004870                WS-RPT-TRAIL-DISP DELIMITED BY SIZE
004880                " RECORD=" DELIMITED BY SIZE
004890                WS-RPT-RECORD-DISP DELIMITED BY SIZE
004900             INTO WS-RPT-DETAIL
004910         PERFORM 2550-REPORT-SESSION THRU 2550-EXIT
004920     END-IF.
004930     IF NOT WS-SESS-FLAGGED
004940         ADD 1 TO WS-SESSIONS-CLEAN
004950     END-IF.
004960 2500-EXIT.
004970     EXIT.
004980
004990*---------------------------------------------------------------
005000* 2550-REPORT-SESSION - ONE DISCREPANCY LINE FOR THE CURRENT
005010* SESSION: REASON, WINDOW, INITIALS AND WS-RPT-DETAIL
005020*---------------------------------------------------------------
005030 2550-REPORT-SESSION.
005040     ADD 1 TO WS-EXCEPTION-COUNT.
005050     MOVE 'Y' TO WS-SESS-FLAGGED-SW.
005060     MOVE SPACES TO WS-RPT-LINE.
005070     STRING "  " DELIMITED BY SIZE
005080            WS-RPT-REASON DELIMITED BY SIZE
005090            " " DELIMITED BY SIZE
005100            WS-WIN-START-DATE DELIMITED BY SIZE
005110            " " DELIMITED BY SIZE
005120            WS-WIN-START-TIME DELIMITED BY SIZE
005130            "-" DELIMITED BY SIZE
005140            WS-WIN-END-TIME DELIMITED BY SIZE
005150            " " DELIMITED BY SIZE
005160            SESSION-INITIALS DELIMITED BY SIZE
005170            " " DELIMITED BY SIZE
005180            WS-RPT-DETAIL DELIMITED BY SIZE
005190         INTO WS-RPT-LINE.
005200     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
005210 2550-EXIT.
005220     EXIT.
005230
005240*---------------------------------------------------------------
005250* 7000-WRITE-REPORT-LINE - WRITE ONE LINE TO THE DISCREPANCY
005260* REPORT, BREAKING TO A NEW PAGE HEADING WHEN THE CURRENT
005270* PAGE IS FULL - SAME SHAPE AS THE NIGHTLY REPORT'S WRITER
005280*---------------------------------------------------------------
005290 7000-WRITE-REPORT-LINE.
005300     IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
005310         PERFORM 7100-WRITE-PAGE-HEADING THRU 7100-EXIT
005320     END-IF.
005330     MOVE WS-RPT-LINE TO REPORT-RECORD.
005340     WRITE REPORT-RECORD.
005350     ADD 1 TO WS-RPT-LINE-COUNT.
005360     MOVE SPACES TO WS-RPT-LINE.
005370 7000-EXIT.
005380     EXIT.
005390
005400 7100-WRITE-PAGE-HEADING.
005410     ADD 1 TO WS-RPT-PAGE-COUNT.
005420     MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-DISP.
005430     MOVE SPACES TO REPORT-RECORD.
005440     STRING "TRAILCHECK SESSION/AUDIT TRAIL REPORT"
005450                             DELIMITED BY SIZE
005460            "         PAGE " DELIMITED BY SIZE
005470            WS-RPT-PAGE-DISP DELIMITED BY SIZE
005480         INTO REPORT-RECORD.
005490     WRITE REPORT-RECORD.
005500     MOVE SPACES TO REPORT-RECORD.
005510     STRING "RUN DATE "        DELIMITED BY SIZE
005520            WS-RUN-DATE        DELIMITED BY SIZE
005530            "   CHECKED "      DELIMITED BY SIZE
005540            WS-FILES-CHECKED   DELIMITED BY SIZE
005550         INTO REPORT-RECORD.
005560     WRITE REPORT-RECORD.
005570     MOVE SPACES TO REPORT-RECORD.
005580     WRITE REPORT-RECORD.
005590     MOVE 3 TO WS-RPT-LINE-COUNT.
005600 7100-EXIT.
005610     EXIT.
005620
005630*===============================================================
005640* 9000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS
005650*===============================================================
005660 9000-TERMINATE.
005670     IF WS-ORPHAN-LINES > ZERO
005680         ADD 1 TO WS-TRAILS-UNFINISHED
005690     END-IF.
005700     IF WS-EXCEPTION-COUNT EQUAL ZERO
005710         MOVE "  NONE - EVERY SESSION MATCHES ITS TRAIL"
005720             TO WS-RPT-LINE
005730         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
005740     ELSE
005750         IF WS-STEP-RC < 4
005760             MOVE 4 TO WS-STEP-RC
005770         END-IF
005780     END-IF.
005790     MOVE SPACES TO WS-RPT-LINE.
005800     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
005810     MOVE "RUN TOTALS" TO WS-RPT-LINE.
005820     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
005830     MOVE WS-SESSIONS-READ TO WS-RPT-COUNT-DISP.
005840     STRING "  SESSIONS CHECKED..........=" DELIMITED BY SIZE
005850            WS-RPT-COUNT-DISP              DELIMITED BY SIZE
005860         INTO WS-RPT-LINE.
005870     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
005880     MOVE WS-SESSIONS-CLEAN TO WS-RPT-COUNT-DISP.
005890     STRING "  SESSIONS MATCHING TRAIL...=" DELIMITED BY SIZE
005900            WS-RPT-COUNT-DISP              DELIMITED BY SIZE
005910         INTO WS-RPT-LINE.
005920     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
005930     MOVE WS-LINES-READ TO WS-RPT-COUNT-DISP.
005940     STRING "  AUDIT LINES READ..........=" DELIMITED BY SIZE
005950            WS-RPT-COUNT-DISP              DELIMITED BY SIZE
005960         INTO WS-RPT-LINE.
005970     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
005980     MOVE WS-LINES-UNCLAIMED TO WS-RPT-COUNT-DISP.
005990     STRING "  LINES OUTSIDE ANY SESSION.=" DELIMITED BY SIZE
006000            WS-RPT-COUNT-DISP              DELIMITED BY SIZE
006010         INTO WS-RPT-LINE.
006020     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
006030     MOVE WS-TRAILS-UNFINISHED TO WS-RPT-COUNT-DISP.
006040     STRING "  TRAILS NEVER AT GAME OVER.=" DELIMITED BY SIZE
006050            WS-RPT-COUNT-DISP              DELIMITED BY SIZE
006060         INTO WS-RPT-LINE.
006070     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
006080     MOVE WS-LINES-UNREADABLE TO WS-RPT-COUNT-DISP.
006090     STRING "  UNREADABLE AUDIT LINES....=" DELIMITED BY SIZE
006100            WS-RPT-COUNT-DISP              DELIMITED BY SIZE
006110         INTO WS-RPT-LINE.
006120     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
006130     MOVE WS-EXCEPTION-COUNT TO WS-RPT-COUNT-DISP.
006140     STRING "  DISCREPANCIES REPORTED....=" DELIMITED BY SIZE
006150            WS-RPT-COUNT-DISP              DELIMITED BY SIZE
006160         INTO WS-RPT-LINE.
006170     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
006180     IF WS-SESSIONS-OPEN
006190         CLOSE SESSIONS-FILE
006200     END-IF.
006210     IF WS-AUDIT-OPEN
006220         CLOSE AUDITLOG-FILE
006230     END-IF.
006240     CLOSE REPORT-FILE.
006250     DISPLAY "TRAILCHECK RUN DATE.......: " WS-RUN-DATE.
006260     DISPLAY "FILES CHECKED.............: " WS-FILES-CHECKED.
006270     DISPLAY "SESSIONS CHECKED..........: " WS-SESSIONS-READ.
006280     DISPLAY "SESSIONS MATCHING TRAIL...: " WS-SESSIONS-CLEAN.
006290     DISPLAY "AUDIT LINES READ..........: " WS-LINES-READ.
006300     DISPLAY "AUDIT LINES CLAIMED.......: " WS-LINES-CLAIMED.
006310     DISPLAY "LINES OUTSIDE ANY SESSION.: " WS-LINES-UNCLAIMED.
006320     DISPLAY "TRAILS NEVER AT GAME OVER.: " WS-TRAILS-UNFINISHED.
006330     DISPLAY "UNREADABLE AUDIT LINES....: " WS-LINES-UNREADABLE.
006340     DISPLAY "DISCREPANCIES REPORTED....: " WS-EXCEPTION-COUNT.
006350 9000-EXIT.
006360     EXIT.
