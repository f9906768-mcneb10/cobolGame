000010*-------------------------------------------------------------
000020* JOBSTREAM
000030* NIGHTLY JOB-STREAM DRIVER.  RUNS THE OVERNIGHT BATCH STEPS
000040* LISTED ON THE JOBSTREAM CONTROL FILE ONE AFTER ANOTHER, IN
000050* FILE ORDER, JUDGING EACH BY THE COMPLETION CODE IT HANDS
000060* BACK (SEE STEPRC):
000070*
000080*   - A STEP WHOSE CODE IS WITHIN ITS MAX-RC IS GOOD; ONE
000090*     ABOVE IT, OR ONE KILLED BEFORE IT COULD HAND BACK A
000100*     CODE, HAS FAILED.
000110*   - AFTER A FAILURE, ONLY THE STEPS MARKED EVEN (RUN
000120*     REGARDLESS) OR ONLY (RUN ONLY AFTER A FAILURE) STILL
000130*     RUN, SO NOTHING BUILDS ON A HALF-FINISHED STEP.
000140*   - EVERY STEP'S START, END AND OUTCOME, AND A CLOSING
000150*     VERDICT ON THE WHOLE NIGHT, GO ON THE JOBLOG - THE ONE
000160*     PLACE TO LOOK IN THE MORNING.
000170*   - THE JOBRSTRT FILE REMEMBERS THE STEP THE NIGHT STOPPED
000180*     AT, AND THE DATE THE NIGHT BEGAN.  A RERUN ON THAT
000190*     DATE BYPASSES THE STEPS BEFORE IT AND PICKS UP THERE.
000191*     A RECORD FROM AN EARLIER DATE IS DROPPED WITH A NOTE
000192*     ON THE JOBLOG AND TONIGHT'S WHOLE STREAM RUNS - THE
000193*     STEPS WORK ON "YESTERDAY" BY THE CLOCK, SO AN OLD
000194*     NIGHT CANNOT BE FINISHED LATE AND ITS REMAINING STEPS
000195*     ARE LEFT TO THE OPERATOR.  A RECORD WITH NO GOOD DATE,
000196*     OR DATED AFTER TODAY, REFUSES THE RUN.  "FRESH" ON THE
000200*     COMMAND LINE IGNORES THE RECORD AND RUNS THE WHOLE
000201*     STREAM.
000210*
000220* THE DRIVER HANDS BACK ITS OWN CODE: 00 NIGHT COMPLETE, 04
000230* COMPLETE WITH WARNINGS, 08 A STEP FAILED, 12 CONTROL FILE
000240* OR COMMAND LINE IN ERROR AND NO STEP RUN.
000250*-------------------------------------------------------------
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. jobstream.
000280 AUTHOR. D HENDERSON.
000290 INSTALLATION. ARCADE SYSTEMS GROUP.
000300 DATE-WRITTEN. 2026-10-15.
000310 DATE-COMPILED.
000320*-------------------------------------------------------------
000330* MODIFICATION HISTORY
000340* DATE       INIT DESCRIPTION
000350* 2026-10-15 DWH  ORIGINAL NIGHTLY JOB-STREAM DRIVER.
000351* 2026-10-15 DWH  A RESTART RECORD WITH NO GOOD DATE, OR DATED
000352*                 AFTER TODAY, REFUSES THE RUN; A FAILED JOBLOG
000353*                 WRITE IS SHOWN AND WARNED.
000360*-------------------------------------------------------------
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. GENERIC-CABINET.
000410 OBJECT-COMPUTER. GENERIC-CABINET.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT JOBSTREAM-FILE ASSIGN TO "JOBSTREAM"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-JOBSTREAM-STATUS.
000470     SELECT JOBLOG-FILE ASSIGN TO "JOBLOG"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-JOBLOG-STATUS.
000500     SELECT JOBRSTRT-FILE ASSIGN TO "JOBRSTRT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-JOBRSTRT-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560* JOBSTREAM-FILE - THE NIGHT'S STEPS IN RUN ORDER, KEPT BY
000570* HAND LIKE THE OTHER CONTROL FILES.
000580 FD  JOBSTREAM-FILE.
000590     COPY JOBSTRMR.
000600* JOBLOG-FILE - RUNNING LOG OF EVERY STEP OF EVERY NIGHT,
000610* APPENDED TO AND TRIMMED BY HAND WHEN IT GETS LONG.
000620 FD  JOBLOG-FILE.
000630     COPY JOBLOGR.
000640* JOBRSTRT-FILE - THE STEP AN UNFINISHED NIGHT STOPPED AT,
000650* EMPTY AFTER A CLEAN NIGHT.
000660 FD  JOBRSTRT-FILE.
000670     COPY JOBRSTRR.
000680
000690 WORKING-STORAGE SECTION.
000700*-------------------------------------------------------------
000710* FILE STATUS AND CONTROL FIELDS
000720*-------------------------------------------------------------
000730 01  WS-JOBSTREAM-STATUS     PIC X(02)     VALUE '00'.
000740 01  WS-JOBLOG-STATUS        PIC X(02)     VALUE '00'.
000750 01  WS-JOBRSTRT-STATUS      PIC X(02)     VALUE '00'.
000760 01  WS-JOBSTREAM-EOF-SW     PIC X(01)     VALUE 'N'.
000770     88  WS-JOBSTREAM-EOF                  VALUE 'Y'.
000780 01  WS-JOBLOG-OPEN-SW       PIC X(01)     VALUE 'N'.
000790     88  WS-JOBLOG-OPEN                    VALUE 'Y'.
000800 01  WS-RUN-BLOCKED-SW       PIC X(01)     VALUE 'N'.
000810     88  WS-RUN-BLOCKED                    VALUE 'Y'.
000820     COPY STEPRC.
000830*-------------------------------------------------------------
000840* RUN PARAMETER - BLANK, OR "FRESH" TO IGNORE THE RESTART
000850* RECORD AND RUN EVERY STEP
000860*-------------------------------------------------------------
000870 01  WS-RUN-PARM             PIC X(40)     VALUE SPACES.
000880 01  WS-FRESH-SW             PIC X(01)     VALUE 'N'.
000890     88  WS-FRESH-RUN                      VALUE 'Y'.
000900*-------------------------------------------------------------
000910* RUN DATE - THE DAY OF THE MONTH DECIDES WHETHER A STEP WITH
000920* A RUN-DAY IS DUE TONIGHT.  ONLY A RESTART RECORD OF THE
000921* SAME DATE IS HONOURED, SO THE NIGHT BEING RUN IS ALWAYS
000922* TODAY'S.
000930*-------------------------------------------------------------
000940 01  WS-RUN-DATE             PIC 9(08)     VALUE ZERO.
000950 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
000960     05  FILLER              PIC 9(06).
000970     05  WS-RUN-DAY          PIC 9(02).
000980 01  WS-NOW-TIME             PIC 9(08)     VALUE ZERO.
000990*-------------------------------------------------------------
001000* STEP TABLE - THE WHOLE CONTROL FILE, LOADED AND CHECKED
001010* BEFORE ANY STEP RUNS
001020*-------------------------------------------------------------
001030 01  WS-MAX-STEPS            PIC 9(04)     USAGE COMP VALUE 40.
001040 01  WS-STEP-COUNT           PIC 9(04)     USAGE COMP VALUE 0.
001050 01  WS-STEP-I               PIC 9(04)     USAGE COMP.
001060 01  WS-STEP-J               PIC 9(04)     USAGE COMP.
001070 01  WS-LINE-NO              PIC 9(03)     VALUE ZERO.
001080 01  WS-STEP-TABLE.
001090     05  WS-STEP-ENTRY OCCURS 40 TIMES.
001100         10  WS-TBL-NAME         PIC X(08).
001110         10  WS-TBL-COND         PIC X(04).
001120             88  WS-TBL-RUN-IF-OK              VALUE "OK  "
001130                                                     SPACES.
001140             88  WS-TBL-RUN-EVEN               VALUE "EVEN".
001150             88  WS-TBL-RUN-ONLY               VALUE "ONLY".
001160         10  WS-TBL-MAX-RC       PIC 9(02).
001170         10  WS-TBL-RUN-DAY      PIC 9(02).
001180         10  WS-TBL-COMMAND      PIC X(60).
001190*-------------------------------------------------------------
001200* RESTART - THE TABLE ENTRY THE NIGHT PICKS UP AT (ZERO FOR A
001210* FULL RUN) AND THE FIRST STEP TO FAIL THIS TIME ROUND
001220*-------------------------------------------------------------
001230 01  WS-RESTART-I            PIC 9(04)     USAGE COMP VALUE 0.
001240 01  WS-RESTART-STEP         PIC X(08)     VALUE SPACES.
001250 01  WS-NIGHT-FAILED-SW      PIC X(01)     VALUE 'N'.
001260     88  WS-NIGHT-FAILED                   VALUE 'Y'.
001270 01  WS-FAILED-STEP          PIC X(08)     VALUE SPACES.
001280*-------------------------------------------------------------
001290* ONE STEP'S RUN - THE SHELL HANDS BACK A WAIT STATUS: THE
001300* EXIT CODE TIMES 256, PLUS THE SIGNAL NUMBER IF THE STEP WAS
001310* KILLED.  A KILLED STEP, OR ONE THAT COULD NOT BE STARTED AT
001320* ALL, IS LOGGED WITH CODE 999.
001330*-------------------------------------------------------------
001340 01  WS-SYS-COMMAND          PIC X(60)     VALUE SPACES.
001350 01  WS-SYS-RESULT           PIC S9(09)    USAGE COMP VALUE 0.
001360 01  WS-SYS-EXIT             PIC S9(09)    USAGE COMP VALUE 0.
001370 01  WS-SYS-SIGNAL           PIC S9(09)    USAGE COMP VALUE 0.
001380 01  WS-ABEND-RC             PIC 9(03)     VALUE 999.
001390 01  WS-THIS-RC              PIC 9(03)     VALUE ZERO.
001400 01  WS-THIS-OUTCOME         PIC X(08)     VALUE SPACES.
001410     88  WS-THIS-OK                        VALUE "OK".
001420     88  WS-THIS-WARNING                   VALUE "WARNING".
001430     88  WS-THIS-FAILED                    VALUE "FAILED"
001440                                                 "ABEND".
001450*-------------------------------------------------------------
001460* JOBLOG LINE BEING BUILT
001470*-------------------------------------------------------------
001480 01  WS-LOG-STEP             PIC X(08)     VALUE SPACES.
001490 01  WS-LOG-EVENT            PIC X(08)     VALUE SPACES.
001500 01  WS-LOG-RC               PIC 9(03)     VALUE ZERO.
001510 01  WS-LOG-TEXT             PIC X(40)     VALUE SPACES.
001520 01  WS-STREAM-NAME          PIC X(08)     VALUE "*STREAM*".
001530 01  WS-RC-DISP              PIC 9(02).
001540 01  WS-COUNT-DISP           PIC 9(02).
001550 01  WS-REFUSE-REASON        PIC X(24)     VALUE SPACES.
001560*-------------------------------------------------------------
001570* RUN TOTALS
001580*-------------------------------------------------------------
001590 01  WS-STEPS-RUN            PIC 9(04)     USAGE COMP VALUE 0.
001600 01  WS-STEPS-OK             PIC 9(04)     USAGE COMP VALUE 0.
001610 01  WS-STEPS-WARNED         PIC 9(04)     USAGE COMP VALUE 0.
001620 01  WS-STEPS-FAILED         PIC 9(04)     USAGE COMP VALUE 0.
001630 01  WS-STEPS-SKIPPED        PIC 9(04)     USAGE COMP VALUE 0.
001640 01  WS-STEPS-BYPASSED       PIC 9(04)     USAGE COMP VALUE 0.
001650 01  WS-NIGHT-VERDICT        PIC X(40)     VALUE SPACES.
001660
001670 PROCEDURE DIVISION.
001680*===============================================================
001690* 0000-MAINLINE - PROGRAM ENTRY POINT
001700*===============================================================
001710 0000-MAINLINE.
001720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001730     IF WS-RUN-BLOCKED
001740         PERFORM 9000-TERMINATE THRU 9000-EXIT
001750         MOVE WS-STEP-RC TO RETURN-CODE
001760         STOP RUN
001770     END-IF.
001780     PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT
001790         VARYING WS-STEP-I FROM 1 BY 1
001800         UNTIL WS-STEP-I > WS-STEP-COUNT.
001810     PERFORM 3000-END-STREAM THRU 3000-EXIT.
001820     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001830     MOVE WS-STEP-RC TO RETURN-CODE.
001840     STOP RUN.
001850
001860*===============================================================
001870* 1000-INITIALIZE - OPEN THE JOBLOG, LOAD AND CHECK THE STEPS,
001880* AND WORK OUT WHERE THE NIGHT STARTS
001890*===============================================================
001900 1000-INITIALIZE.
001910     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001920     OPEN EXTEND JOBLOG-FILE.
001930     IF WS-JOBLOG-STATUS NOT EQUAL "00"
001940         OPEN OUTPUT JOBLOG-FILE
001950     END-IF.
001960* WITHOUT THE LOG NOBODY COULD TELL IN THE MORNING WHAT RAN,
001970* SO NOTHING IS RUN.
001980     IF WS-JOBLOG-STATUS NOT EQUAL "00"
001990         DISPLAY "JOBSTREAM - CANNOT OPEN JOBLOG, STATUS="
002000             WS-JOBLOG-STATUS ", NO STEP RUN"
002010         MOVE 8 TO WS-STEP-RC
002020         MOVE 'Y' TO WS-RUN-BLOCKED-SW
002030         MOVE "NOT RUN - NO JOBLOG" TO WS-NIGHT-VERDICT
002040         GO TO 1000-EXIT
002050     END-IF.
002060     MOVE 'Y' TO WS-JOBLOG-OPEN-SW.
002070     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
002080     EVALUATE WS-RUN-PARM
002090         WHEN SPACES
002100             CONTINUE
002110         WHEN "FRESH"
002120             MOVE 'Y' TO WS-FRESH-SW
002130         WHEN OTHER
002140             DISPLAY "JOBSTREAM - USAGE: JOBSTREAM [FRESH]"
002150             MOVE "USAGE: JOBSTREAM [FRESH]" TO WS-LOG-TEXT
002160             PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
002170             GO TO 1000-EXIT
002180     END-EVALUATE.
002190     PERFORM 1100-LOAD-STREAM THRU 1100-EXIT.
002200     IF WS-RUN-BLOCKED
002210         GO TO 1000-EXIT
002220     END-IF.
002230     IF NOT WS-FRESH-RUN
002240         PERFORM 1200-READ-RESTART THRU 1200-EXIT
002250     END-IF.
002260     IF WS-RUN-BLOCKED
002270         GO TO 1000-EXIT
002280     END-IF.
002290     MOVE WS-STEP-COUNT TO WS-COUNT-DISP.
002300     MOVE SPACES TO WS-LOG-TEXT.
002310     IF WS-RESTART-I > ZERO
002320         STRING "RESTART AT " DELIMITED BY SIZE
002330                WS-RESTART-STEP DELIMITED BY SPACE
002340                " AFTER RC " DELIMITED BY SIZE
002350                JRST-STEP-RC DELIMITED BY SIZE
002360             INTO WS-LOG-TEXT
002370     ELSE
002380         STRING "FULL RUN, " DELIMITED BY SIZE
002390                WS-COUNT-DISP DELIMITED BY SIZE
002400                " STEPS" DELIMITED BY SIZE
002410             INTO WS-LOG-TEXT
002420     END-IF.
002430     MOVE WS-STREAM-NAME TO WS-LOG-STEP.
002440     MOVE "BEGIN" TO WS-LOG-EVENT.
002450     MOVE ZERO TO WS-LOG-RC.
002460     PERFORM 7000-WRITE-LOG-LINE THRU 7000-EXIT.
002470     DISPLAY "JOBSTREAM - " WS-LOG-TEXT.
002480 1000-EXIT.
002490     EXIT.
002500
002510*---------------------------------------------------------------
002520* 1100-LOAD-STREAM - READ THE CONTROL FILE INTO THE STEP
002530* TABLE.  BLANK LINES ARE PASSED OVER; ANY OTHER LINE THAT
002540* IS NOT A GOOD STEP REFUSES THE WHOLE NIGHT, RATHER THAN RUN
002550* A STREAM WITH A STEP QUIETLY MISSING FROM IT.
002560*---------------------------------------------------------------
002570 1100-LOAD-STREAM.
002580     MOVE ZERO TO WS-STEP-COUNT.
002590     MOVE ZERO TO WS-LINE-NO.
002600     OPEN INPUT JOBSTREAM-FILE.
002610     IF WS-JOBSTREAM-STATUS NOT EQUAL "00"
002620         DISPLAY "JOBSTREAM - NO JOBSTREAM CONTROL FILE,"
002630             " STATUS=" WS-JOBSTREAM-STATUS
002640         MOVE "NO JOBSTREAM CONTROL FILE" TO WS-LOG-TEXT
002650         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
002660         GO TO 1100-EXIT
002670     END-IF.
002680     MOVE 'N' TO WS-JOBSTREAM-EOF-SW.
002690     PERFORM 1110-LOAD-ONE-STEP THRU 1110-EXIT
002700         UNTIL WS-JOBSTREAM-EOF.
002710     CLOSE JOBSTREAM-FILE.
002720     IF WS-RUN-BLOCKED
002730         GO TO 1100-EXIT
002740     END-IF.
002750     IF WS-STEP-COUNT EQUAL ZERO
002760         DISPLAY "JOBSTREAM - NO STEPS ON JOBSTREAM"
002770         MOVE "NO STEPS ON JOBSTREAM" TO WS-LOG-TEXT
002780         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
002790     END-IF.
002800 1100-EXIT.
002810     EXIT.
002820
002830 1110-LOAD-ONE-STEP.
002840     READ JOBSTREAM-FILE
002850         AT END
002860             MOVE 'Y' TO WS-JOBSTREAM-EOF-SW
002870             GO TO 1110-EXIT
002880     END-READ.
002890* A READ FAILURE OTHER THAN END-OF-FILE (I-O ERROR) WOULD
002900* OTHERWISE LEAVE THE LOAD LOOP SPINNING FOREVER - AND A
002910* STREAM CUT SHORT IS NOT ONE TO RUN.
002920     IF WS-JOBSTREAM-STATUS NOT EQUAL "00"
002930         MOVE 'Y' TO WS-JOBSTREAM-EOF-SW
002940         DISPLAY "JOBSTREAM - JOBSTREAM READ FAILED, STATUS="
002950             WS-JOBSTREAM-STATUS
002960         MOVE "JOBSTREAM READ FAILED" TO WS-LOG-TEXT
002970         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
002980         GO TO 1110-EXIT
002990     END-IF.
003000     ADD 1 TO WS-LINE-NO.
003010     IF JOBSTREAM-RECORD EQUAL SPACES
003020         GO TO 1110-EXIT
003030     END-IF.
003040     MOVE SPACES TO WS-LOG-TEXT.
003050     EVALUATE TRUE
003060         WHEN JS-STEP-NAME EQUAL SPACES
003070           OR JS-STEP-NAME(1:1) EQUAL "*"
003080             MOVE "BAD STEP NAME" TO WS-LOG-TEXT
003090         WHEN NOT JS-RUN-IF-OK
003100          AND NOT JS-RUN-EVEN
003110          AND NOT JS-RUN-ONLY
003120             MOVE "BAD RUN CONDITION" TO WS-LOG-TEXT
003130         WHEN JS-MAX-RC NOT NUMERIC
003140             MOVE "BAD MAX RC" TO WS-LOG-TEXT
003150         WHEN JS-RUN-DAY NOT NUMERIC
003160           OR JS-RUN-DAY > 31
003170             MOVE "BAD RUN DAY" TO WS-LOG-TEXT
003180         WHEN JS-COMMAND EQUAL SPACES
003190             MOVE "NO COMMAND" TO WS-LOG-TEXT
003200         WHEN WS-STEP-COUNT >= WS-MAX-STEPS
003210             MOVE "TOO MANY STEPS" TO WS-LOG-TEXT
003220     END-EVALUATE.
003230     IF WS-LOG-TEXT EQUAL SPACES
003240         PERFORM 1120-CHECK-DUPLICATE THRU 1120-EXIT
003250             VARYING WS-STEP-J FROM 1 BY 1
003260             UNTIL WS-STEP-J > WS-STEP-COUNT
003270     END-IF.
003280     IF WS-LOG-TEXT NOT EQUAL SPACES
003290         PERFORM 1130-REFUSE-LINE THRU 1130-EXIT
003300         GO TO 1110-EXIT
003310     END-IF.
003320     ADD 1 TO WS-STEP-COUNT.
003330     MOVE JS-STEP-NAME TO WS-TBL-NAME(WS-STEP-COUNT).
003340     MOVE JS-RUN-COND  TO WS-TBL-COND(WS-STEP-COUNT).
003350     MOVE JS-MAX-RC    TO WS-TBL-MAX-RC(WS-STEP-COUNT).
003360     MOVE JS-RUN-DAY   TO WS-TBL-RUN-DAY(WS-STEP-COUNT).
003370     MOVE JS-COMMAND   TO WS-TBL-COMMAND(WS-STEP-COUNT).
003380 1110-EXIT.
003390     EXIT.
003400
003410 1120-CHECK-DUPLICATE.
003420     IF WS-TBL-NAME(WS-STEP-J) EQUAL JS-STEP-NAME
003430         MOVE "DUPLICATE STEP NAME" TO WS-LOG-TEXT
003440     END-IF.
003450 1120-EXIT.
003460     EXIT.
003470
003480*---------------------------------------------------------------
003490* 1130-REFUSE-LINE - PUT THE LINE NUMBER IN FRONT OF THE
003500* REASON IN WS-LOG-TEXT AND REFUSE THE RUN
003510*---------------------------------------------------------------
003520 1130-REFUSE-LINE.
003530     MOVE WS-LOG-TEXT TO WS-REFUSE-REASON.
003540     MOVE SPACES TO WS-LOG-TEXT.
003550     STRING "JOBSTREAM LINE " DELIMITED BY SIZE
003560            WS-LINE-NO DELIMITED BY SIZE
003570            ": " DELIMITED BY SIZE
003580            WS-REFUSE-REASON DELIMITED BY SIZE
003590         INTO WS-LOG-TEXT.
003600     DISPLAY "JOBSTREAM - " WS-LOG-TEXT.
003610     MOVE 'Y' TO WS-JOBSTREAM-EOF-SW.
003620     PERFORM 1900-REFUSE-RUN THRU 1900-EXIT.
003630 1130-EXIT.
003640     EXIT.
003650
003660*---------------------------------------------------------------
003670* 1200-READ-RESTART - PICK UP WHERE AN UNFINISHED NIGHT
003680* STOPPED.  A MISSING OR EMPTY RESTART FILE MEANS A FULL RUN.
003690* ONE LEFT FROM AN EARLIER DAY IS DROPPED WITH A NOTE ON THE
003700* LOG - TONIGHT'S STEPS HAVE NOT RUN AT ALL YET, AND THE OLD
003710* NIGHT'S CANNOT BE RUN LATE, SINCE THEY WORK ON "YESTERDAY"
003711* BY THE CLOCK - SO THE STREAM STARTS FROM THE TOP.  ONE WITH
003712* NO GOOD DATE, OR DATED AFTER TODAY, BELONGS TO NO NIGHT THE
003713* DRIVER CAN NAME, AND IS LEFT TO THE OPERATOR.
003720*---------------------------------------------------------------
003730 1200-READ-RESTART.
003740     MOVE ZERO TO WS-RESTART-I.
003750     OPEN INPUT JOBRSTRT-FILE.
003760     IF WS-JOBRSTRT-STATUS NOT EQUAL "00"
003770         GO TO 1200-EXIT
003780     END-IF.
003790     READ JOBRSTRT-FILE
003800         AT END
003810             MOVE SPACES TO JOBRSTRT-RECORD
003820     END-READ.
003830     IF WS-JOBRSTRT-STATUS NOT EQUAL "00"
003840         MOVE SPACES TO JOBRSTRT-RECORD
003850     END-IF.
003860     CLOSE JOBRSTRT-FILE.
003870     IF JRST-STEP-NAME EQUAL SPACES
003880         GO TO 1200-EXIT
003890     END-IF.
003900     MOVE JRST-STEP-NAME TO WS-RESTART-STEP.
003910     IF JRST-RUN-DATE NOT NUMERIC
003911       OR JRST-RUN-DATE > WS-RUN-DATE
003912         MOVE SPACES TO WS-LOG-TEXT
003913         STRING "RESTART AT " DELIMITED BY SIZE
003914                WS-RESTART-STEP DELIMITED BY SPACE
003915                " HAS A BAD RUN DATE" DELIMITED BY SIZE
003916             INTO WS-LOG-TEXT
003917         DISPLAY "JOBSTREAM - " WS-LOG-TEXT
003918         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
003919         GO TO 1200-EXIT
003920     END-IF.
003921     IF JRST-RUN-DATE < WS-RUN-DATE
003930         MOVE SPACES TO WS-LOG-TEXT
003940         STRING "RESTART AT " DELIMITED BY SIZE
003950                WS-RESTART-STEP DELIMITED BY SPACE
003960                " FROM " DELIMITED BY SIZE
003970                JRST-RUN-DATE DELIMITED BY SIZE
003980                " DROPPED" DELIMITED BY SIZE
003990             INTO WS-LOG-TEXT
004000         DISPLAY "JOBSTREAM - " WS-LOG-TEXT
004010         MOVE WS-STREAM-NAME TO WS-LOG-STEP
004020         MOVE "DROPPED" TO WS-LOG-EVENT
004030         MOVE ZERO TO WS-LOG-RC
004040         PERFORM 7000-WRITE-LOG-LINE THRU 7000-EXIT
004050         MOVE SPACES TO WS-RESTART-STEP
004060         GO TO 1200-EXIT
004070     END-IF.
004080     PERFORM 1210-FIND-RESTART-STEP THRU 1210-EXIT
004090         VARYING WS-STEP-J FROM 1 BY 1
004100         UNTIL WS-STEP-J > WS-STEP-COUNT
004110            OR WS-RESTART-I > ZERO.
004120* THE CONTROL FILE WAS EDITED SINCE THE NIGHT STOPPED AND NO
004130* LONGER HAS THE STEP - LEAVE IT TO THE OPERATOR TO DECIDE
004140* BETWEEN PUTTING THE STEP BACK AND A FRESH RUN.
004150     IF WS-RESTART-I EQUAL ZERO
004160         MOVE SPACES TO WS-LOG-TEXT
004170         STRING "RESTART STEP " DELIMITED BY SIZE
004180                WS-RESTART-STEP DELIMITED BY SPACE
004190                " NOT ON JOBSTREAM" DELIMITED BY SIZE
004200             INTO WS-LOG-TEXT
004210         DISPLAY "JOBSTREAM - " WS-LOG-TEXT
004220         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
004230         GO TO 1200-EXIT
004240     END-IF.
004255 1200-EXIT.
004260     EXIT.
004270
004280 1210-FIND-RESTART-STEP.
004290     IF WS-TBL-NAME(WS-STEP-J) EQUAL WS-RESTART-STEP
004300         MOVE WS-STEP-J TO WS-RESTART-I
004310     END-IF.
004320 1210-EXIT.
004330     EXIT.
004340
004350*---------------------------------------------------------------
004360* 1900-REFUSE-RUN - LOG THE REASON IN WS-LOG-TEXT AND RUN NO
004370* STEP AT ALL.  THE RESTART FILE IS LEFT AS IT WAS.
004380*---------------------------------------------------------------
004390 1900-REFUSE-RUN.
004400     MOVE 12 TO WS-STEP-RC.
004410     MOVE 'Y' TO WS-RUN-BLOCKED-SW.
004420     MOVE WS-STREAM-NAME TO WS-LOG-STEP.
004430     MOVE "REFUSED" TO WS-LOG-EVENT.
004440     MOVE WS-STEP-RC TO WS-LOG-RC.
004450     PERFORM 7000-WRITE-LOG-LINE THRU 7000-EXIT.
004460     MOVE "REFUSED - NO STEP RUN" TO WS-NIGHT-VERDICT.
004470 1900-EXIT.
004480     EXIT.
004490
004500*===============================================================
004510* 2000-RUN-ONE-STEP - DECIDE WHETHER TABLE ENTRY WS-STEP-I
004520* RUNS TONIGHT, RUN IT AND JUDGE ITS COMPLETION CODE
004530*===============================================================
004540 2000-RUN-ONE-STEP.
004550     MOVE WS-TBL-NAME(WS-STEP-I) TO WS-LOG-STEP.
004560     MOVE ZERO TO WS-LOG-RC.
004570     IF WS-STEP-I < WS-RESTART-I
004580         MOVE "BYPASS" TO WS-LOG-EVENT
004590         MOVE "DONE BEFORE THE RESTART STEP" TO WS-LOG-TEXT
004600         PERFORM 7000-WRITE-LOG-LINE THRU 7000-EXIT
004610         ADD 1 TO WS-STEPS-BYPASSED
004620         GO TO 2000-EXIT
004630     END-IF.
004640     MOVE SPACES TO WS-LOG-TEXT.
004650     IF WS-TBL-RUN-DAY(WS-STEP-I) NOT EQUAL ZERO
004660       AND WS-TBL-RUN-DAY(WS-STEP-I) NOT EQUAL WS-RUN-DAY
004670         MOVE WS-TBL-RUN-DAY(WS-STEP-I) TO WS-RC-DISP
004680         STRING "RUNS ON DAY " DELIMITED BY SIZE
004690                WS-RC-DISP DELIMITED BY SIZE
004700                " OF THE MONTH ONLY" DELIMITED BY SIZE
004710             INTO WS-LOG-TEXT
004720     END-IF.
004730     IF WS-LOG-TEXT EQUAL SPACES
004740       AND WS-TBL-RUN-IF-OK(WS-STEP-I)
004750       AND WS-NIGHT-FAILED
004760         STRING "EARLIER STEP " DELIMITED BY SIZE
004770                WS-FAILED-STEP DELIMITED BY SPACE
004780                " FAILED" DELIMITED BY SIZE
004790             INTO WS-LOG-TEXT
004800     END-IF.
004810     IF WS-LOG-TEXT EQUAL SPACES
004820       AND WS-TBL-RUN-ONLY(WS-STEP-I)
004830       AND NOT WS-NIGHT-FAILED
004840         MOVE "RUNS AFTER A FAILURE ONLY" TO WS-LOG-TEXT
004850     END-IF.
004860     IF WS-LOG-TEXT NOT EQUAL SPACES
004870         MOVE "SKIPPED" TO WS-LOG-EVENT
004880         PERFORM 7000-WRITE-LOG-LINE THRU 7000-EXIT
004890         DISPLAY "JOBSTREAM - SKIPPED " WS-LOG-STEP " - "
004900             WS-LOG-TEXT
004910         ADD 1 TO WS-STEPS-SKIPPED
004920         GO TO 2000-EXIT
004930     END-IF.
004940* UNTIL SOMETHING FAILS, THE RESTART POINT FOLLOWS THE STEP
004950* NOW RUNNING, IN CASE THE DRIVER ITSELF DOES NOT LIVE TO
004960* SEE THE STEP END.
004970     IF NOT WS-NIGHT-FAILED
004980         MOVE ZERO TO WS-THIS-RC
004990         PERFORM 2200-WRITE-RESTART THRU 2200-EXIT
005000     END-IF.
005010     MOVE "START" TO WS-LOG-EVENT.
005020     MOVE WS-TBL-COMMAND(WS-STEP-I) TO WS-LOG-TEXT.
005030     PERFORM 7000-WRITE-LOG-LINE THRU 7000-EXIT.
005040     DISPLAY "JOBSTREAM - STARTING " WS-LOG-STEP.
005050     ADD 1 TO WS-STEPS-RUN.
005060     MOVE WS-TBL-COMMAND(WS-STEP-I) TO WS-SYS-COMMAND.
005070     CALL "SYSTEM" USING WS-SYS-COMMAND.
005080     MOVE RETURN-CODE TO WS-SYS-RESULT.
005090     MOVE ZERO TO RETURN-CODE.
005100     PERFORM 2100-JUDGE-STEP THRU 2100-EXIT.
005110     MOVE WS-THIS-OUTCOME TO WS-LOG-EVENT.
005120     MOVE WS-THIS-RC TO WS-LOG-RC.
005130     MOVE SPACES TO WS-LOG-TEXT.
005140     MOVE WS-TBL-MAX-RC(WS-STEP-I) TO WS-RC-DISP.
005150     IF WS-THIS-RC EQUAL WS-ABEND-RC
005160         MOVE "KILLED OR COULD NOT BE STARTED" TO WS-LOG-TEXT
005170     ELSE
005180         STRING "MAX RC ALLOWED " DELIMITED BY SIZE
005190                WS-RC-DISP DELIMITED BY SIZE
005200             INTO WS-LOG-TEXT
005210     END-IF.
005220     PERFORM 7000-WRITE-LOG-LINE THRU 7000-EXIT.
005230     DISPLAY "JOBSTREAM - " WS-LOG-STEP " ENDED "
005240         WS-THIS-OUTCOME " RC=" WS-THIS-RC.
005250 2000-EXIT.
005260     EXIT.
005270
005280*---------------------------------------------------------------
005290* 2100-JUDGE-STEP - TURN THE WAIT STATUS IN WS-SYS-RESULT INTO
005300* THE STEP'S CODE AND OUTCOME, AND RAISE THE DRIVER'S OWN
005310* CODE TO MATCH.  THE FIRST FAILURE OF THE NIGHT FREEZES THE
005320* RESTART POINT ON THIS STEP.
005330*---------------------------------------------------------------
005340 2100-JUDGE-STEP.
005350     MOVE ZERO TO WS-SYS-SIGNAL.
005360     IF WS-SYS-RESULT < ZERO
005370         MOVE WS-ABEND-RC TO WS-THIS-RC
005380     ELSE
005390         DIVIDE WS-SYS-RESULT BY 256 GIVING WS-SYS-EXIT
005400             REMAINDER WS-SYS-SIGNAL
005410         IF WS-SYS-SIGNAL NOT EQUAL ZERO
005420             MOVE WS-ABEND-RC TO WS-THIS-RC
005430         ELSE
005440             MOVE WS-SYS-EXIT TO WS-THIS-RC
005450         END-IF
005460     END-IF.
005470     EVALUATE TRUE
005480         WHEN WS-THIS-RC EQUAL WS-ABEND-RC
005490             MOVE "ABEND" TO WS-THIS-OUTCOME
005500         WHEN WS-THIS-RC > WS-TBL-MAX-RC(WS-STEP-I)
005510             MOVE "FAILED" TO WS-THIS-OUTCOME
005520         WHEN WS-THIS-RC EQUAL ZERO
005530             MOVE "OK" TO WS-THIS-OUTCOME
005540         WHEN OTHER
005550             MOVE "WARNING" TO WS-THIS-OUTCOME
005560     END-EVALUATE.
005570     EVALUATE TRUE
005580         WHEN WS-THIS-OK
005590             ADD 1 TO WS-STEPS-OK
005600         WHEN WS-THIS-WARNING
005610             ADD 1 TO WS-STEPS-WARNED
005620             IF WS-STEP-RC < 4
005630                 MOVE 4 TO WS-STEP-RC
005640             END-IF
005650         WHEN WS-THIS-FAILED
005660             ADD 1 TO WS-STEPS-FAILED
005670             MOVE 8 TO WS-STEP-RC
005680             IF NOT WS-NIGHT-FAILED
005690                 MOVE 'Y' TO WS-NIGHT-FAILED-SW
005700                 MOVE WS-TBL-NAME(WS-STEP-I) TO WS-FAILED-STEP
005710                 PERFORM 2200-WRITE-RESTART THRU 2200-EXIT
005720             END-IF
005730     END-EVALUATE.
005740 2100-EXIT.
005750     EXIT.
005760
005770*---------------------------------------------------------------
005780* 2200-WRITE-RESTART - POINT THE RESTART FILE AT TABLE ENTRY
005790* WS-STEP-I, WITH WS-THIS-RC.  A RESTART FILE THAT CANNOT BE
005800* WRITTEN DOES NOT STOP THE NIGHT, BUT A RERUN WOULD NOT KNOW
005810* WHERE TO PICK UP, SO IT IS A WARNING AT LEAST.
005820*---------------------------------------------------------------
005830 2200-WRITE-RESTART.
005840     OPEN OUTPUT JOBRSTRT-FILE.
005850     IF WS-JOBRSTRT-STATUS NOT EQUAL "00"
005860         DISPLAY "JOBSTREAM - CANNOT WRITE JOBRSTRT, STATUS="
005870             WS-JOBRSTRT-STATUS
005880         IF WS-STEP-RC < 4
005890             MOVE 4 TO WS-STEP-RC
005900         END-IF
005910         GO TO 2200-EXIT
005920     END-IF.
005930     MOVE SPACES                 TO JOBRSTRT-RECORD.
005940     MOVE WS-TBL-NAME(WS-STEP-I) TO JRST-STEP-NAME.
005950     MOVE WS-RUN-DATE            TO JRST-RUN-DATE.
005960     MOVE WS-THIS-RC             TO JRST-STEP-RC.
005970     WRITE JOBRSTRT-RECORD.
005980     CLOSE JOBRSTRT-FILE.
005990 2200-EXIT.
006000     EXIT.
006010
006020*===============================================================
006030* 3000-END-STREAM - EMPTY THE RESTART FILE AFTER A NIGHT WITH
006040* NO FAILURE, AND LOG THE VERDICT ON THE NIGHT
006050*===============================================================
006060 3000-END-STREAM.
006070     MOVE SPACES TO WS-NIGHT-VERDICT.
006080     IF WS-NIGHT-FAILED
006090         STRING "NIGHT INCOMPLETE - RESTART AT " DELIMITED BY
006100                    SIZE
006110                WS-FAILED-STEP DELIMITED BY SPACE
006120             INTO WS-NIGHT-VERDICT
006130     ELSE
006140         OPEN OUTPUT JOBRSTRT-FILE
006150         IF WS-JOBRSTRT-STATUS EQUAL "00"
006160             CLOSE JOBRSTRT-FILE
006170         ELSE
006180             DISPLAY "JOBSTREAM - CANNOT EMPTY JOBRSTRT,"
006190                 " STATUS=" WS-JOBRSTRT-STATUS
006200             IF WS-STEP-RC < 4
006210                 MOVE 4 TO WS-STEP-RC
006220             END-IF
006230         END-IF
006240         IF WS-STEP-CLEAN
006250             MOVE "NIGHT COMPLETE" TO WS-NIGHT-VERDICT
006260         ELSE
006270             MOVE "NIGHT COMPLETE WITH WARNINGS"
006280                 TO WS-NIGHT-VERDICT
006290         END-IF
006300     END-IF.
006310     MOVE WS-STREAM-NAME TO WS-LOG-STEP.
006320     MOVE "END" TO WS-LOG-EVENT.
006330     MOVE WS-STEP-RC TO WS-LOG-RC.
006340     MOVE WS-NIGHT-VERDICT TO WS-LOG-TEXT.
006350     PERFORM 7000-WRITE-LOG-LINE THRU 7000-EXIT.
006360 3000-EXIT.
006370     EXIT.
006380
006390*---------------------------------------------------------------
006400* 7000-WRITE-LOG-LINE - STAMP AND APPEND ONE JOBLOG LINE FROM
006410* WS-LOG-STEP, WS-LOG-EVENT, WS-LOG-RC AND WS-LOG-TEXT.  A
006411* LINE THE LOG WOULD NOT TAKE GOES TO THE CONSOLE INSTEAD, SO
006412* THE MORNING CAN STILL SEE WHAT RAN, AND THE NIGHT ENDS WITH
006413* A WARNING AT LEAST.
006420*---------------------------------------------------------------
006430 7000-WRITE-LOG-LINE.
006440     IF NOT WS-JOBLOG-OPEN
006450         GO TO 7000-EXIT
006460     END-IF.
006470     ACCEPT WS-NOW-TIME FROM TIME.
006480     MOVE SPACES         TO JOBLOG-RECORD.
006490     MOVE WS-RUN-DATE    TO JL-DATE.
006500     MOVE WS-NOW-TIME    TO JL-TIME.
006510     MOVE WS-LOG-STEP    TO JL-STEP-NAME.
006520     MOVE WS-LOG-EVENT   TO JL-EVENT.
006530     MOVE WS-LOG-RC      TO JL-RC.
006540     MOVE WS-LOG-TEXT    TO JL-TEXT.
006550     WRITE JOBLOG-RECORD.
006551     IF WS-JOBLOG-STATUS NOT EQUAL "00"
006552         DISPLAY "JOBSTREAM - CANNOT WRITE JOBLOG, STATUS="
006553             WS-JOBLOG-STATUS
006554         DISPLAY "JOBSTREAM - UNLOGGED: " JOBLOG-RECORD
006555         IF WS-STEP-RC < 4
006556             MOVE 4 TO WS-STEP-RC
006557         END-IF
006558     END-IF.
006560 7000-EXIT.
006570     EXIT.
006580
006590*===============================================================
006600* 9000-TERMINATE - CLOSE THE LOG AND REPORT RUN TOTALS
006610*===============================================================
006620 9000-TERMINATE.
006630     IF WS-JOBLOG-OPEN
006640         CLOSE JOBLOG-FILE
006650     END-IF.
006660     DISPLAY "JOBSTREAM RUN DATE........: " WS-RUN-DATE.
006670     DISPLAY "STEPS ON JOBSTREAM........: " WS-STEP-COUNT.
006680     DISPLAY "STEPS BYPASSED (RESTART)..: " WS-STEPS-BYPASSED.
006690     DISPLAY "STEPS RUN.................: " WS-STEPS-RUN.
006700     DISPLAY "STEPS ENDED OK............: " WS-STEPS-OK.
006710     DISPLAY "STEPS ENDED WITH WARNING..: " WS-STEPS-WARNED.
006720     DISPLAY "STEPS FAILED OR ABENDED...: " WS-STEPS-FAILED.
006730     DISPLAY "STEPS SKIPPED.............: " WS-STEPS-SKIPPED.
006740     DISPLAY "NIGHT.....................: " WS-NIGHT-VERDICT.
006750 9000-EXIT.
006760     EXIT.
