000010*-------------------------------------------------------------
000020* CTLMAINT
000030* OPERATOR MAINTENANCE FOR THE HAND-KEPT CONTROL FILES THE
000040* CABINET READS AT STARTUP - KEYMAP, BANNED, EVENTS, SEASON
000050* AND CABINETID.  LIST, ADD, CHANGE OR DELETE ENTRIES; EVERY
000060* CHANGE IS VALIDATED AGAINST THE REST OF ITS FILE BEFORE THE
000070* FILE IS REWRITTEN, AND A CHANGE THAT FAILS IS NOT SAVED.
000080* EVERY SAVED CHANGE IS WRITTEN TO THE CTLAUDIT MAINTENANCE
000090* TRAIL WITH THE OPERATOR INITIALS CAPTURED AT SIGN-ON.
000100*
000110* THE RULES APPLIED:
000120*   KEYMAP    - EVERY FUNCTION THE GAME BINDS IS PRESENT ONCE
000130*               (A MISSING ONE FALLS BACK TO A BUILT-IN CODE
000140*               THAT CAN CLASH WITH THE FILE), NO UNKNOWN
000150*               FUNCTIONS, AND NO KEY CODE ON TWO FUNCTIONS
000160*   BANNED    - THREE OF A-Z AND 0-9, AS THE ENTRY SCREEN
000170*               TAKES, NO DUPLICATES, NO MORE THAN THE GAME
000180*               LOADS
000190*   EVENTS    - A UNIQUE IDENTIFIER, A REAL DATE, MODE E/N/H,
000200*               REAL OPEN AND CLOSE TIMES WITH THE CLOSE
000210*               AFTER THE OPEN, AND NO TWO WINDOWS ON THE
000220*               SAME DAY OVERLAPPING
000230*   SEASON    - ONE RECORD, AN IDENTIFIER, REAL START AND END
000240*               DATES WITH THE END AFTER THE START
000250*   CABINETID - ONE RECORD OF THREE OF A-Z AND 0-9
000260*
000270* RUN AS "CTLMAINT CHECK" IT ONLY VALIDATES THE FILES IT
000280* FINDS, LISTS ANY FINDINGS AND ENDS WITH A COMPLETION CODE
000290* (SEE STEPRC) OF 4 IF THERE WERE ANY - RUN IT FROM THE
000300* DIRECTORY HOLDING A NEW SET BEFORE IT IS COPIED OUT.
000310*-------------------------------------------------------------
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. ctlmaint.
000340 AUTHOR. D HENDERSON.
000350 INSTALLATION. ARCADE SYSTEMS GROUP.
000360 DATE-WRITTEN. 2026-10-15.
000370 DATE-COMPILED.
000380*-------------------------------------------------------------
000390* MODIFICATION HISTORY
000400* DATE       INIT DESCRIPTION
000410* 2026-10-15 DWH  ORIGINAL CONTROL-FILE MAINTENANCE SCREEN.
000411* 2026-10-15 DWH  A CONTROL FILE THAT WILL NOT LOAD IN FULL IS
000412*                 REPORTED AND IS NOT CHANGED OR SAVED OVER; A
000413*                 FAILED WRITE IS REPORTED AS NOT SAVED.  A
000414*                 CTLAUDIT LINE THAT WILL NOT WRITE ENDS THE
000415*                 SESSION.
000420*-------------------------------------------------------------
000430
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. GENERIC-CABINET.
000470 OBJECT-COMPUTER. GENERIC-CABINET.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT KEYMAP-FILE ASSIGN TO "KEYMAP"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-KEYMAP-STATUS.
000530     SELECT BANNED-FILE ASSIGN TO "BANNED"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-BANNED-STATUS.
000560     SELECT EVENTS-FILE ASSIGN TO "EVENTS"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-EVENTS-STATUS.
000590     SELECT SEASON-FILE ASSIGN TO "SEASON"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-SEASON-STATUS.
000620     SELECT CABINETID-FILE ASSIGN TO "CABINETID"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-CABINETID-STATUS.
000650     SELECT MAINTAUDIT-FILE ASSIGN TO "CTLAUDIT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-MAINTAUDIT-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710* KEYMAP-FILE - GAME FUNCTION TO GETCH KEY CODE BINDINGS.
000720 FD  KEYMAP-FILE.
000730     COPY KEYMAPRC.
000740* BANNED-FILE - RESERVED AND BANNED INITIALS.  THE WIDER LINE
000750* VIEW SHOWS AN ENTRY KEYED LONGER THAN THREE CHARACTERS,
000760* WHICH THE GAME WOULD OTHERWISE QUIETLY CUT SHORT.
000770 FD  BANNED-FILE.
000780     COPY BANINITR.
000790 01  BANNED-LINE                 PIC X(20).
000800* EVENTS-FILE - TOURNAMENT EVENTS AND THEIR ENTRY WINDOWS.
000810 FD  EVENTS-FILE.
000820     COPY EVNTREC.
000830* SEASON-FILE - THE SEASON THE LIVE BOARD BELONGS TO.
000840 FD  SEASON-FILE.
000850     COPY SEASNREC.
000860* CABINETID-FILE - NAMES THIS CABINET, WITH A WIDER LINE VIEW
000870* AS FOR BANNED.
000880 FD  CABINETID-FILE.
000890 01  CABINETID-RECORD            PIC X(03).
000900 01  CABINETID-LINE              PIC X(20).
000910* MAINTAUDIT-FILE - ONE LINE PER CONTROL-FILE CHANGE, SO EVERY
000920* OPERATOR CHANGE CAN BE TRACED AFTER THE FACT.
000930 FD  MAINTAUDIT-FILE.
000940     COPY MNTAUDIT.
000950
000960 WORKING-STORAGE SECTION.
000970*-------------------------------------------------------------
000980* FILE STATUS AND CONTROL FIELDS
000990*-------------------------------------------------------------
001000 01  WS-KEYMAP-STATUS        PIC X(02)     VALUE '00'.
001010 01  WS-BANNED-STATUS        PIC X(02)     VALUE '00'.
001020 01  WS-EVENTS-STATUS        PIC X(02)     VALUE '00'.
001030 01  WS-SEASON-STATUS        PIC X(02)     VALUE '00'.
001040 01  WS-CABINETID-STATUS     PIC X(02)     VALUE '00'.
001050 01  WS-MAINTAUDIT-STATUS    PIC X(02)     VALUE '00'.
001060 01  WS-EXIT-SW              PIC X(01)     VALUE 'N'.
001070     88  WS-EXIT-REQUESTED                 VALUE 'Y'.
001080 01  WS-BACK-SW              PIC X(01)     VALUE 'N'.
001090     88  WS-BACK-REQUESTED                 VALUE 'Y'.
001100 01  WS-LOAD-EOF-SW          PIC X(01)     VALUE 'N'.
001110     88  WS-LOAD-EOF                       VALUE 'Y'.
001120 01  WS-CHECK-ONLY-SW        PIC X(01)     VALUE 'N'.
001130     88  WS-CHECK-ONLY                     VALUE 'Y'.
001140 01  WS-AUDIT-OPEN-SW        PIC X(01)     VALUE 'N'.
001150     88  WS-AUDIT-OPEN                     VALUE 'Y'.
001160 01  WS-SAVED-SW             PIC X(01)     VALUE 'N'.
001170     88  WS-SAVED                          VALUE 'Y'.
001171 01  WS-WRITE-FAILED-SW      PIC X(01)     VALUE 'N'.
001172     88  WS-WRITE-FAILED                   VALUE 'Y'.
001173 01  WS-WRITE-STATUS         PIC X(02)     VALUE '00'.
001180 01  WS-RUN-PARM             PIC X(20)     VALUE SPACES.
001190     COPY STEPRC.
001200*-------------------------------------------------------------
001210* OPERATOR DIALOG FIELDS
001220*-------------------------------------------------------------
001230 01  WS-OPERATOR-INITIALS    PIC X(03)     VALUE SPACES.
001240 01  WS-MENU-CHOICE          PIC X(01)     VALUE SPACE.
001250 01  WS-ACTION-CHOICE        PIC X(01)     VALUE SPACE.
001260 01  WS-CONFIRM              PIC X(01)     VALUE SPACE.
001270 01  WS-LOWER-ALPHA          PIC X(26)
001280     VALUE "abcdefghijklmnopqrstuvwxyz".
001290 01  WS-UPPER-ALPHA          PIC X(26)
001300     VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001310 01  WS-ENTRY-FUNCTION       PIC X(10)     VALUE SPACES.
001320 01  WS-ENTRY-CODE           PIC X(08)     VALUE SPACES.
001330 01  WS-ENTRY-INITIALS       PIC X(20)     VALUE SPACES.
001340 01  WS-ENTRY-ID             PIC X(08)     VALUE SPACES.
001350 01  WS-ENTRY-DATE           PIC X(08)     VALUE SPACES.
001360 01  WS-ENTRY-MODE           PIC X(01)     VALUE SPACE.
001370 01  WS-ENTRY-OPEN           PIC X(08)     VALUE SPACES.
001380 01  WS-ENTRY-CLOSE          PIC X(08)     VALUE SPACES.
001390 01  WS-ENTRY-END            PIC X(08)     VALUE SPACES.
001400*-------------------------------------------------------------
001410* KEYMAP TABLE, AND THE FUNCTIONS THE GAME BINDS (EVERY ONE IS
001420* REQUIRED)
001430*-------------------------------------------------------------
001440 01  WS-KM-COUNT             PIC 9(04)     USAGE COMP VALUE 0.
001450 01  WS-KM-MAX               PIC 9(04)     USAGE COMP VALUE 30.
001460 01  WS-KM-I                 PIC 9(04)     USAGE COMP.
001470 01  WS-KM-J                 PIC 9(04)     USAGE COMP.
001480 01  WS-KM-HIT               PIC 9(04)     USAGE COMP.
001490 01  WS-KM-PRESENT-SW        PIC X(01)     VALUE 'N'.
001500     88  WS-KM-PRESENT                     VALUE 'Y'.
001510 01  WS-KM-OVER-SW           PIC X(01)     VALUE 'N'.
001520     88  WS-KM-OVER                        VALUE 'Y'.
001521 01  WS-KM-LOAD-FAIL-SW      PIC X(01)     VALUE 'N'.
001522     88  WS-KM-LOAD-FAILED                 VALUE 'Y'.
001530 01  WS-KM-TABLE.
001540     05  WS-KM-ENTRY OCCURS 30 TIMES.
001550         10  WS-KM-FUNCTION       PIC X(10).
001560         10  WS-KM-CODE           PIC X(08).
001570 01  WS-KM-SAVE-ENTRY        PIC X(18)     VALUE SPACES.
001580 01  WS-KM-FUNCTION-NAMES.
001590     05  FILLER              PIC X(10)     VALUE "QUIT".
001600     05  FILLER              PIC X(10)     VALUE "PAUSE".
001610     05  FILLER              PIC X(10)     VALUE "UP".
001620     05  FILLER              PIC X(10)     VALUE "DOWN".
001630     05  FILLER              PIC X(10)     VALUE "LEFT".
001640     05  FILLER              PIC X(10)     VALUE "RIGHT".
001650     05  FILLER              PIC X(10)     VALUE "P2UP".
001660     05  FILLER              PIC X(10)     VALUE "P2DOWN".
001670     05  FILLER              PIC X(10)     VALUE "P2LEFT".
001680     05  FILLER              PIC X(10)     VALUE "P2RIGHT".
001690     05  FILLER              PIC X(10)     VALUE "COIN".
001700     05  FILLER              PIC X(10)     VALUE "VOUCHER".
001710 01  WS-KM-FUNCTION-TBL REDEFINES WS-KM-FUNCTION-NAMES.
001720     05  WS-KM-KNOWN OCCURS 12 TIMES PIC X(10).
001730 01  WS-KM-KNOWN-COUNT       PIC 9(04)     USAGE COMP VALUE 12.
001740 01  WS-KM-K                 PIC 9(04)     USAGE COMP.
001750*-------------------------------------------------------------
001760* BANNED TABLE - THE GAME LOADS AT MOST WS-BAN-GAME-MAX
001770*-------------------------------------------------------------
001780 01  WS-BAN-COUNT            PIC 9(04)     USAGE COMP VALUE 0.
001790 01  WS-BAN-MAX              PIC 9(04)     USAGE COMP VALUE 100.
001800 01  WS-BAN-GAME-MAX         PIC 9(04)     USAGE COMP VALUE 50.
001810 01  WS-BAN-I                PIC 9(04)     USAGE COMP.
001820 01  WS-BAN-J                PIC 9(04)     USAGE COMP.
001830 01  WS-BAN-HIT              PIC 9(04)     USAGE COMP.
001840 01  WS-BAN-OVER-SW          PIC X(01)     VALUE 'N'.
001850     88  WS-BAN-OVER                       VALUE 'Y'.
001851 01  WS-BAN-LOAD-FAIL-SW     PIC X(01)     VALUE 'N'.
001852     88  WS-BAN-LOAD-FAILED                VALUE 'Y'.
001860 01  WS-BAN-TABLE.
001870     05  WS-BAN-ENTRY OCCURS 100 TIMES PIC X(20).
001880 01  WS-BAN-SAVE-ENTRY       PIC X(20)     VALUE SPACES.
001890 01  WS-BAN-GAME-MAX-DISP    PIC ZZZ9.
001900*-------------------------------------------------------------
001910* EVENTS TABLE
001920*-------------------------------------------------------------
001930 01  WS-EV-COUNT             PIC 9(04)     USAGE COMP VALUE 0.
001940 01  WS-EV-MAX               PIC 9(04)     USAGE COMP VALUE 100.
001950 01  WS-EV-I                 PIC 9(04)     USAGE COMP.
001960 01  WS-EV-J                 PIC 9(04)     USAGE COMP.
001970 01  WS-EV-HIT               PIC 9(04)     USAGE COMP.
001980 01  WS-EV-OVER-SW           PIC X(01)     VALUE 'N'.
001990     88  WS-EV-OVER                        VALUE 'Y'.
001991 01  WS-EV-LOAD-FAIL-SW      PIC X(01)     VALUE 'N'.
001992     88  WS-EV-LOAD-FAILED                 VALUE 'Y'.
002000 01  WS-EV-TABLE.
002010     05  WS-EV-ENTRY OCCURS 100 TIMES.
002020         10  WS-EV-ID             PIC X(08).
002030         10  WS-EV-DATE           PIC X(08).
002040         10  WS-EV-MODE           PIC X(01).
002050         10  WS-EV-OPEN           PIC X(08).
002060         10  WS-EV-CLOSE          PIC X(08).
002070 01  WS-EV-SAVE-ENTRY        PIC X(33)     VALUE SPACES.
002080*-------------------------------------------------------------
002090* SEASON AND CABINETID - ONE RECORD EACH IS READ BY THE GAME
002100* AND THE JOBS; ANY MORE ARE COUNTED SO THEY CAN BE REPORTED
002110*-------------------------------------------------------------
002120 01  WS-SEASON-COUNT         PIC 9(04)     USAGE COMP VALUE 0.
002130 01  WS-SEASON-ENTRY.
002140     05  WS-SEASON-ID            PIC X(08)     VALUE SPACES.
002150     05  WS-SEASON-START         PIC X(08)     VALUE SPACES.
002160     05  WS-SEASON-END           PIC X(08)     VALUE SPACES.
002170 01  WS-SEASON-SAVE-ENTRY    PIC X(24)     VALUE SPACES.
002171 01  WS-SEASON-LOAD-FAIL-SW  PIC X(01)     VALUE 'N'.
002172     88  WS-SEASON-LOAD-FAILED             VALUE 'Y'.
002180 01  WS-CAB-COUNT            PIC 9(04)     USAGE COMP VALUE 0.
002190 01  WS-CAB-ENTRY            PIC X(20)     VALUE SPACES.
002200 01  WS-CAB-SAVE-ENTRY       PIC X(20)     VALUE SPACES.
002201 01  WS-CAB-LOAD-FAIL-SW     PIC X(01)     VALUE 'N'.
002202     88  WS-CAB-LOAD-FAILED                VALUE 'Y'.
002210*-------------------------------------------------------------
002220* VALIDATION - A FINDING IS SHOWN AND COUNTED.  THE PAIR
002230* CHECKS RUN FROM WS-PAIR-FROM: THE NEXT ENTRY ON WHOLE-FILE
002240* CHECKS, SO EACH PAIR IS SEEN ONCE, OR THE FIRST WHEN ONE
002250* CHANGED ENTRY IS CHECKED AGAINST ALL THE OTHERS.
002260*-------------------------------------------------------------
002270 01  WS-FINDINGS             PIC 9(05)     USAGE COMP VALUE 0.
002280 01  WS-FILE-FINDINGS        PIC 9(05)     USAGE COMP VALUE 0.
002290 01  WS-FIND-FILE            PIC X(09)     VALUE SPACES.
002300 01  WS-FIND-TEXT            PIC X(60)     VALUE SPACES.
002310 01  WS-FINDINGS-DISP        PIC ZZZZ9.
002320 01  WS-PAIR-FROM            PIC 9(04)     USAGE COMP.
002330 01  WS-ENTRY-DISP           PIC ZZZ9.
002340 01  WS-EDIT-OK-SW           PIC X(01)     VALUE 'N'.
002350     88  WS-EDIT-OK                        VALUE 'Y'.
002360 01  WS-EDIT-IDX             PIC 9(04)     USAGE COMP.
002370 01  WS-EDIT-CHAR-X          PIC X(01).
002380 01  WS-EDIT-INITIALS        PIC X(20)     VALUE SPACES.
002390 01  WS-CHK-DATE             PIC X(08)     VALUE SPACES.
002400 01  WS-CHK-DATE-FLDS REDEFINES WS-CHK-DATE.
002410     05  WS-CHK-YEAR          PIC 9(04).
002420     05  WS-CHK-MONTH         PIC 9(02).
002430     05  WS-CHK-DAY           PIC 9(02).
002440 01  WS-CHK-TIME             PIC X(08)     VALUE SPACES.
002450 01  WS-CHK-TIME-FLDS REDEFINES WS-CHK-TIME.
002460     05  WS-CHK-HH            PIC 9(02).
002470     05  WS-CHK-MM            PIC 9(02).
002480     05  WS-CHK-SS            PIC 9(02).
002490     05  WS-CHK-HS            PIC 9(02).
002500 01  WS-MONTH-DAYS           PIC X(24)
002510                             VALUE "312831303130313130313031".
002520 01  WS-MONTH-DAYS-TBL REDEFINES WS-MONTH-DAYS.
002530     05  WS-MONTH-DAY-MAX OCCURS 12 TIMES PIC 9(02).
002540 01  WS-DAYS-IN-MONTH        PIC 9(02).
002550 01  WS-LEAP-QUOTIENT        PIC 9(04)     USAGE COMP.
002560 01  WS-LEAP-REMAINDER       PIC 9(04)     USAGE COMP.
002570 01  WS-DATE-OK-SW           PIC X(01)     VALUE 'N'.
002580     88  WS-DATE-OK                        VALUE 'Y'.
002590 01  WS-TIME-OK-SW           PIC X(01)     VALUE 'N'.
002600     88  WS-TIME-OK                        VALUE 'Y'.
002610 01  WS-TIMES-OK-SW          PIC X(01)     VALUE 'N'.
002620     88  WS-TIMES-OK                       VALUE 'Y'.
002630*-------------------------------------------------------------
002640* MAINTENANCE AUDIT TRAIL WORK FIELDS
002650*-------------------------------------------------------------
002660 01  WS-AUDIT-DATE           PIC 9(08)     VALUE ZERO.
002670 01  WS-AUDIT-TIME           PIC 9(08)     VALUE ZERO.
002680 01  WS-AUDIT-ACTION         PIC X(08)     VALUE SPACES.
002690 01  WS-AUDIT-FILE           PIC X(09)     VALUE SPACES.
002700 01  WS-AUDIT-DETAIL         PIC X(38)     VALUE SPACES.
002710 01  WS-AUDIT-OLD-DETAIL     PIC X(38)     VALUE SPACES.
002720 01  WS-AUDIT-NEW-DETAIL     PIC X(38)     VALUE SPACES.
002730 01  WS-CHANGES-LOGGED       PIC 9(05)     USAGE COMP VALUE 0.
002740
002750 PROCEDURE DIVISION.
002760*===============================================================
002770* 0000-MAINLINE - PROGRAM ENTRY POINT
002780*===============================================================
002790 0000-MAINLINE.
002800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002810     IF WS-CHECK-ONLY
002820         PERFORM 3000-CHECK-ALL-FILES THRU 3000-EXIT
002830     END-IF.
002840     PERFORM 2000-MAIN-MENU THRU 2000-EXIT
002850         UNTIL WS-EXIT-REQUESTED.
002860     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002870     MOVE WS-STEP-RC TO RETURN-CODE.
002880     STOP RUN.
002890
002900*===============================================================
002910* 1000-INITIALIZE - TAKE THE RUN MODE FROM THE COMMAND LINE,
002920* LOAD THE FIVE CONTROL FILES AND, FOR MAINTENANCE, SIGN THE
002930* OPERATOR ON AND OPEN THE CHANGE TRAIL
002940*===============================================================
002950 1000-INITIALIZE.
002960     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
002970     INSPECT WS-RUN-PARM
002980         CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
002990     EVALUATE WS-RUN-PARM
003000         WHEN SPACES
003010             CONTINUE
003020         WHEN "CHECK"
003030             MOVE 'Y' TO WS-CHECK-ONLY-SW
003040         WHEN OTHER
003050             DISPLAY "CTLMAINT - USAGE: CTLMAINT [CHECK]"
003060             MOVE 12 TO WS-STEP-RC
003070             MOVE 'Y' TO WS-EXIT-SW
003080             GO TO 1000-EXIT
003090     END-EVALUATE.
003100     PERFORM 1200-LOAD-KEYMAP THRU 1200-EXIT.
003110     PERFORM 1300-LOAD-BANNED THRU 1300-EXIT.
003120     PERFORM 1400-LOAD-EVENTS THRU 1400-EXIT.
003130     PERFORM 1500-LOAD-SEASON THRU 1500-EXIT.
003140     PERFORM 1600-LOAD-CABINETID THRU 1600-EXIT.
003150     IF WS-CHECK-ONLY
003160         DISPLAY "CTLMAINT - CONTROL FILE CHECK"
003170         MOVE 'Y' TO WS-EXIT-SW
003180         GO TO 1000-EXIT
003190     END-IF.
003200     DISPLAY "CTLMAINT - CONTROL FILE MAINTENANCE".
003210     PERFORM 1100-SIGN-ON-OPERATOR THRU 1100-EXIT
003220         UNTIL WS-OPERATOR-INITIALS NOT EQUAL SPACES.
003230     OPEN EXTEND MAINTAUDIT-FILE.
003240     IF WS-MAINTAUDIT-STATUS NOT EQUAL "00"
003250         OPEN OUTPUT MAINTAUDIT-FILE
003260     END-IF.
003270     IF WS-MAINTAUDIT-STATUS EQUAL "00"
003280         MOVE 'Y' TO WS-AUDIT-OPEN-SW
003290     ELSE
003300         DISPLAY "CTLMAINT - CANNOT OPEN CTLAUDIT, STATUS="
003310             WS-MAINTAUDIT-STATUS ", NO CHANGES ALLOWED"
003320         MOVE 'Y' TO WS-EXIT-SW
003330     END-IF.
003340 1000-EXIT.
003350     EXIT.
003360
003370 1100-SIGN-ON-OPERATOR.
003380     DISPLAY "ENTER OPERATOR INITIALS: ".
003390     ACCEPT WS-OPERATOR-INITIALS.
003400     INSPECT WS-OPERATOR-INITIALS
003410         CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
003420 1100-EXIT.
003430     EXIT.
003440
003450*---------------------------------------------------------------
003460* 1200-LOAD-KEYMAP THROUGH 1600-LOAD-CABINETID - READ EACH
003470* CONTROL FILE, IF PRESENT, INTO ITS TABLE.  A FILE LONGER
003480* THAN ITS TABLE IS MARKED SO IT IS REPORTED AND NEVER
003490* REWRITTEN SHORT.  ONE THAT IS THERE BUT WILL NOT OPEN OR
003491* READ TO THE END IS MARKED AS NOT LOADED: IT IS REPORTED, AND
003492* NOTHING IN IT IS CHANGED OR SAVED OVER IT.
003500*---------------------------------------------------------------
003510 1200-LOAD-KEYMAP.
003520     MOVE ZERO TO WS-KM-COUNT.
003530     MOVE 'N' TO WS-KM-OVER-SW.
003531     MOVE 'N' TO WS-KM-LOAD-FAIL-SW.
003540     OPEN INPUT KEYMAP-FILE.
003550     IF WS-KEYMAP-STATUS NOT EQUAL "00"
003551         IF WS-KEYMAP-STATUS NOT EQUAL "35"
003552             MOVE 'Y' TO WS-KM-LOAD-FAIL-SW
003553             DISPLAY "CTLMAINT - CANNOT READ KEYMAP, STATUS="
003554                 WS-KEYMAP-STATUS
003555         END-IF
003560         GO TO 1200-EXIT
003570     END-IF.
003580     MOVE 'N' TO WS-LOAD-EOF-SW.
003590     PERFORM 1210-READ-ONE-BINDING THRU 1210-EXIT
003600         UNTIL WS-LOAD-EOF.
003610     CLOSE KEYMAP-FILE.
003620 1200-EXIT.
003630     EXIT.
003640
003650 1210-READ-ONE-BINDING.
003660     READ KEYMAP-FILE
003670         AT END
003680             MOVE 'Y' TO WS-LOAD-EOF-SW
003690             GO TO 1210-EXIT
003700     END-READ.
003710* A READ FAILURE OTHER THAN END-OF-FILE (I-O ERROR) WOULD
003720* OTHERWISE LEAVE THE LOAD LOOP SPINNING FOREVER.
003730     IF WS-KEYMAP-STATUS NOT EQUAL "00"
003731         DISPLAY "CTLMAINT - KEYMAP READ FAILED, STATUS="
003732             WS-KEYMAP-STATUS
003733         MOVE 'Y' TO WS-KM-LOAD-FAIL-SW
003740         MOVE 'Y' TO WS-LOAD-EOF-SW
003750         GO TO 1210-EXIT
003760     END-IF.
003770     IF WS-KM-COUNT >= WS-KM-MAX
003780         MOVE 'Y' TO WS-KM-OVER-SW
003790         GO TO 1210-EXIT
003800     END-IF.
003810     ADD 1 TO WS-KM-COUNT.
003820     MOVE KEYMAP-FUNCTION TO WS-KM-FUNCTION(WS-KM-COUNT).
003830     MOVE KEYMAP-RECORD(11:8) TO WS-KM-CODE(WS-KM-COUNT).
003840 1210-EXIT.
003850     EXIT.
003860
003870 1300-LOAD-BANNED.
003880     MOVE ZERO TO WS-BAN-COUNT.
003890     MOVE 'N' TO WS-BAN-OVER-SW.
003891     MOVE 'N' TO WS-BAN-LOAD-FAIL-SW.
003900     OPEN INPUT BANNED-FILE.
003910     IF WS-BANNED-STATUS NOT EQUAL "00"
003911         IF WS-BANNED-STATUS NOT EQUAL "35"
003912             MOVE 'Y' TO WS-BAN-LOAD-FAIL-SW
003913             DISPLAY "CTLMAINT - CANNOT READ BANNED, STATUS="
003914                 WS-BANNED-STATUS
003915         END-IF
003920         GO TO 1300-EXIT
003930     END-IF.
003940     MOVE 'N' TO WS-LOAD-EOF-SW.
003950     PERFORM 1310-READ-ONE-BANNED THRU 1310-EXIT
003960         UNTIL WS-LOAD-EOF.
003970     CLOSE BANNED-FILE.
003980 1300-EXIT.
003990     EXIT.
004000
004010 1310-READ-ONE-BANNED.
004020     MOVE SPACES TO BANNED-LINE.
004030     READ BANNED-FILE
004040         AT END
004050             MOVE 'Y' TO WS-LOAD-EOF-SW
004060             GO TO 1310-EXIT
004070     END-READ.
004080* A READ FAILURE OTHER THAN END-OF-FILE (I-O ERROR) WOULD
004090* OTHERWISE LEAVE THE LOAD LOOP SPINNING FOREVER.
004100     IF WS-BANNED-STATUS NOT EQUAL "00"
004110       AND WS-BANNED-STATUS NOT EQUAL "04"
004111         DISPLAY "CTLMAINT - BANNED READ FAILED, STATUS="
004112             WS-BANNED-STATUS
004113         MOVE 'Y' TO WS-BAN-LOAD-FAIL-SW
004120         MOVE 'Y' TO WS-LOAD-EOF-SW
004130         GO TO 1310-EXIT
004140     END-IF.
004150     IF WS-BAN-COUNT >= WS-BAN-MAX
004160         MOVE 'Y' TO WS-BAN-OVER-SW
004170         GO TO 1310-EXIT
004180     END-IF.
004190     ADD 1 TO WS-BAN-COUNT.
004200     MOVE BANNED-LINE TO WS-BAN-ENTRY(WS-BAN-COUNT).
004210 1310-EXIT.
004220     EXIT.
004230
004240 1400-LOAD-EVENTS.
004250     MOVE ZERO TO WS-EV-COUNT.
004260     MOVE 'N' TO WS-EV-OVER-SW.
004261     MOVE 'N' TO WS-EV-LOAD-FAIL-SW.
004270     OPEN INPUT EVENTS-FILE.
004280     IF WS-EVENTS-STATUS NOT EQUAL "00"
004281         IF WS-EVENTS-STATUS NOT EQUAL "35"
004282             MOVE 'Y' TO WS-EV-LOAD-FAIL-SW
004283             DISPLAY "CTLMAINT - CANNOT READ EVENTS, STATUS="
004284                 WS-EVENTS-STATUS
004285         END-IF
004290         GO TO 1400-EXIT
004300     END-IF.
004310     MOVE 'N' TO WS-LOAD-EOF-SW.
004320     PERFORM 1410-READ-ONE-EVENT THRU 1410-EXIT
004330         UNTIL WS-LOAD-EOF.
004340     CLOSE EVENTS-FILE.
004350 1400-EXIT.
004360     EXIT.
004370
004380 1410-READ-ONE-EVENT.
004390     READ EVENTS-FILE
004400         AT END
004410             MOVE 'Y' TO WS-LOAD-EOF-SW
004420             GO TO 1410-EXIT
004430     END-READ.
004440* A READ FAILURE OTHER THAN END-OF-FILE (I-O ERROR) WOULD
004450* OTHERWISE LEAVE THE LOAD LOOP SPINNING FOREVER.
004460     IF WS-EVENTS-STATUS NOT EQUAL "00"
004461         DISPLAY "CTLMAINT - EVENTS READ FAILED, STATUS="
004462             WS-EVENTS-STATUS
004463         MOVE 'Y' TO WS-EV-LOAD-FAIL-SW
004470         MOVE 'Y' TO WS-LOAD-EOF-SW
004480         GO TO 1410-EXIT
004490     END-IF.
004500     IF WS-EV-COUNT >= WS-EV-MAX
004510         MOVE 'Y' TO WS-EV-OVER-SW
004520         GO TO 1410-EXIT
004530     END-IF.
004540     ADD 1 TO WS-EV-COUNT.
004550     MOVE EVENT-RECORD TO WS-EV-ENTRY(WS-EV-COUNT).
004560 1410-EXIT.
004570     EXIT.
004580
004590 1500-LOAD-SEASON.
004600     MOVE ZERO TO WS-SEASON-COUNT.
004610     MOVE SPACES TO WS-SEASON-ENTRY.
004611     MOVE 'N' TO WS-SEASON-LOAD-FAIL-SW.
004620     OPEN INPUT SEASON-FILE.
004630     IF WS-SEASON-STATUS NOT EQUAL "00"
004631         IF WS-SEASON-STATUS NOT EQUAL "35"
004632             MOVE 'Y' TO WS-SEASON-LOAD-FAIL-SW
004633             DISPLAY "CTLMAINT - CANNOT READ SEASON, STATUS="
004634                 WS-SEASON-STATUS
004635         END-IF
004640         GO TO 1500-EXIT
004650     END-IF.
004660     MOVE 'N' TO WS-LOAD-EOF-SW.
004670     PERFORM 1510-READ-ONE-SEASON THRU 1510-EXIT
004680         UNTIL WS-LOAD-EOF.
004690     CLOSE SEASON-FILE.
004700 1500-EXIT.
004710     EXIT.
004720
004730 1510-READ-ONE-SEASON.
004740     READ SEASON-FILE
004750         AT END
004760             MOVE 'Y' TO WS-LOAD-EOF-SW
004770             GO TO 1510-EXIT
004780     END-READ.
004790* A READ FAILURE OTHER THAN END-OF-FILE (I-O ERROR) WOULD
004800* OTHERWISE LEAVE THE LOAD LOOP SPINNING FOREVER.
004810     IF WS-SEASON-STATUS NOT EQUAL "00"
004811         DISPLAY "CTLMAINT - SEASON READ FAILED, STATUS="
004812             WS-SEASON-STATUS
004813         MOVE 'Y' TO WS-SEASON-LOAD-FAIL-SW
004820         MOVE 'Y' TO WS-LOAD-EOF-SW
004830         GO TO 1510-EXIT
004840     END-IF.
004850     ADD 1 TO WS-SEASON-COUNT.
004860     IF WS-SEASON-COUNT EQUAL 1
004870         MOVE SEASON-RECORD TO WS-SEASON-ENTRY
004880     END-IF.
004890 1510-EXIT.
004900     EXIT.
004910
004920 1600-LOAD-CABINETID.
004930     MOVE ZERO TO WS-CAB-COUNT.
004940     MOVE SPACES TO WS-CAB-ENTRY.
004941     MOVE 'N' TO WS-CAB-LOAD-FAIL-SW.
004950     OPEN INPUT CABINETID-FILE.
004960     IF WS-CABINETID-STATUS NOT EQUAL "00"
004961         IF WS-CABINETID-STATUS NOT EQUAL "35"
004962             MOVE 'Y' TO WS-CAB-LOAD-FAIL-SW
004963             DISPLAY "CTLMAINT - CANNOT READ CABINETID, STATUS="
004964                 WS-CABINETID-STATUS
004965         END-IF
004970         GO TO 1600-EXIT
004980     END-IF.
004990     MOVE 'N' TO WS-LOAD-EOF-SW.
005000     PERFORM 1610-READ-ONE-CABINETID THRU 1610-EXIT
005010         UNTIL WS-LOAD-EOF.
005020     CLOSE CABINETID-FILE.
005030 1600-EXIT.
005040     EXIT.
005050
005060 1610-READ-ONE-CABINETID.
005070     MOVE SPACES TO CABINETID-LINE.
005080     READ CABINETID-FILE
005090         AT END
005100             MOVE 'Y' TO WS-LOAD-EOF-SW
005110             GO TO 1610-EXIT
005120     END-READ.
005130* A READ FAILURE OTHER THAN END-OF-FILE (I-O ERROR) WOULD
005140* OTHERWISE LEAVE THE LOAD LOOP SPINNING FOREVER.
005150     IF WS-CABINETID-STATUS NOT EQUAL "00"
005160       AND WS-CABINETID-STATUS NOT EQUAL "04"
005161         DISPLAY "CTLMAINT - CABINETID READ FAILED, STATUS="
005162             WS-CABINETID-STATUS
005163         MOVE 'Y' TO WS-CAB-LOAD-FAIL-SW
005170         MOVE 'Y' TO WS-LOAD-EOF-SW
005180         GO TO 1610-EXIT
005190     END-IF.
005200     ADD 1 TO WS-CAB-COUNT.
005210     IF WS-CAB-COUNT EQUAL 1
005220         MOVE CABINETID-LINE TO WS-CAB-ENTRY
005230     END-IF.
005240 1610-EXIT.
005250     EXIT.
005260
005270*===============================================================
005280* 2000-MAIN-MENU - ONE PASS THROUGH THE FILE MENU
005290*===============================================================
005300 2000-MAIN-MENU.
005310     DISPLAY " ".
005320     DISPLAY "K=KEYMAP  B=BANNED  E=EVENTS  S=SEASON"
005330         "  C=CABINETID  V=VALIDATE ALL  X=EXIT".
005340     ACCEPT WS-MENU-CHOICE.
005350     INSPECT WS-MENU-CHOICE
005360         CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
005370     MOVE 'N' TO WS-BACK-SW.
005380     EVALUATE WS-MENU-CHOICE
005390         WHEN "K"
005400             PERFORM 4000-KEYMAP-MENU THRU 4000-EXIT
005410                 UNTIL WS-BACK-REQUESTED OR WS-EXIT-REQUESTED
005420         WHEN "B"
005430             PERFORM 5000-BANNED-MENU THRU 5000-EXIT
005440                 UNTIL WS-BACK-REQUESTED OR WS-EXIT-REQUESTED
005450         WHEN "E"
005460             PERFORM 6000-EVENTS-MENU THRU 6000-EXIT
005470                 UNTIL WS-BACK-REQUESTED OR WS-EXIT-REQUESTED
005480         WHEN "S"
005490             PERFORM 7000-SEASON-MENU THRU 7000-EXIT
005500                 UNTIL WS-BACK-REQUESTED OR WS-EXIT-REQUESTED
005510         WHEN "C"
005520             PERFORM 7500-CABINETID-MENU THRU 7500-EXIT
005530                 UNTIL WS-BACK-REQUESTED OR WS-EXIT-REQUESTED
005540         WHEN "V"
005550             PERFORM 3000-CHECK-ALL-FILES THRU 3000-EXIT
005560         WHEN "X"
005570             MOVE 'Y' TO WS-EXIT-SW
005580         WHEN OTHER
005590             DISPLAY "UNRECOGNIZED CHOICE"
005600     END-EVALUATE.
005610 2000-EXIT.
005620     EXIT.
005630
005640*===============================================================
005650* 3000-CHECK-ALL-FILES - VALIDATE EVERY CONTROL FILE AS IT
005660* STANDS AND SHOW THE FINDINGS.  A FILE THAT IS NOT THERE IS
005670* NOTED BUT IS NOT A FINDING - THE GAME RUNS ON ITS BUILT-IN
005680* DEFAULTS WITHOUT IT.
005690*===============================================================
005700 3000-CHECK-ALL-FILES.
005710     MOVE ZERO TO WS-FINDINGS.
005720     PERFORM 3100-CHECK-KEYMAP THRU 3100-EXIT.
005730     PERFORM 3200-CHECK-BANNED THRU 3200-EXIT.
005740     PERFORM 3300-CHECK-EVENTS THRU 3300-EXIT.
005750     PERFORM 3400-CHECK-SEASON THRU 3400-EXIT.
005760     PERFORM 3500-CHECK-CABINETID THRU 3500-EXIT.
005770     MOVE WS-FINDINGS TO WS-FINDINGS-DISP.
005780     DISPLAY "CONTROL FILE FINDINGS.....: " WS-FINDINGS-DISP.
005790     IF WS-FINDINGS > ZERO
005800       AND WS-STEP-RC < 4
005810         MOVE 4 TO WS-STEP-RC
005820     END-IF.
005830 3000-EXIT.
005840     EXIT.
005850
005860*---------------------------------------------------------------
005870* 3100-CHECK-KEYMAP - EVERY BINDING, EVERY PAIR OF BINDINGS,
005880* AND EVERY REQUIRED FUNCTION
005890*---------------------------------------------------------------
005900 3100-CHECK-KEYMAP.
005910     MOVE "KEYMAP" TO WS-FIND-FILE.
005920     IF WS-KEYMAP-STATUS EQUAL "35"
005930         DISPLAY "  KEYMAP    NOT PRESENT - BUILT-IN KEYS APPLY"
005940         GO TO 3100-EXIT
005950     END-IF.
005951     IF WS-KM-LOAD-FAILED
005952         MOVE "FILE COULD NOT BE READ IN FULL" TO WS-FIND-TEXT
005953         PERFORM 8200-REPORT-FINDING THRU 8200-EXIT
005954         GO TO 3100-EXIT
005955     END-IF.
005960     IF WS-KM-OVER
005970         MOVE "MORE BINDINGS THAN THIS SCREEN CAN HOLD"
005980             TO WS-FIND-TEXT
005990         PERFORM 8200-REPORT-FINDING THRU 8200-EXIT
006000     END-IF.
006010     PERFORM 3105-CHECK-ONE-BINDING THRU 3105-EXIT
006020         VARYING WS-KM-I FROM 1 BY 1
006030         UNTIL WS-KM-I > WS-KM-COUNT.
006040     PERFORM 3140-CHECK-KM-REQUIRED THRU 3140-EXIT
006050         VARYING WS-KM-K FROM 1 BY 1
006060         UNTIL WS-KM-K > WS-KM-KNOWN-COUNT.
006070 3100-EXIT.
006080     EXIT.
006090
006100 3105-CHECK-ONE-BINDING.
006110     PERFORM 3110-CHECK-KM-ENTRY THRU 3110-EXIT.
006120     COMPUTE WS-PAIR-FROM = WS-KM-I + 1.
006130     PERFORM 3120-CHECK-KM-PAIR THRU 3120-EXIT
006140         VARYING WS-KM-J FROM WS-PAIR-FROM BY 1
006150         UNTIL WS-KM-J > WS-KM-COUNT.
006160 3105-EXIT.
006170     EXIT.
006180
006190*---------------------------------------------------------------
006200* 3110-CHECK-KM-ENTRY - BINDING WS-KM-I ON ITS OWN: A FUNCTION
006210* THE GAME KNOWS AND AN ALL-DIGIT KEY CODE
006220*---------------------------------------------------------------
006230 3110-CHECK-KM-ENTRY.
006240     MOVE 'N' TO WS-KM-PRESENT-SW.
006250     PERFORM 3115-MATCH-KNOWN-FUNCTION THRU 3115-EXIT
006260         VARYING WS-KM-K FROM 1 BY 1
006270         UNTIL WS-KM-K > WS-KM-KNOWN-COUNT.
006280     IF NOT WS-KM-PRESENT
006290         MOVE SPACES TO WS-FIND-TEXT
006300         STRING "UNKNOWN FUNCTION " DELIMITED BY SIZE
006310                WS-KM-FUNCTION(WS-KM-I) DELIMITED BY SIZE
006320             INTO WS-FIND-TEXT
006330         PERFORM 8200-REPORT-FINDING THRU 8200-EXIT
006340     END-IF.
006350     IF WS-KM-CODE(WS-KM-I) NOT NUMERIC
006360         MOVE SPACES TO WS-FIND-TEXT
006370         STRING "KEY CODE FOR " DELIMITED BY SIZE
006380                WS-KM-FUNCTION(WS-KM-I) DELIMITED BY SPACE
006390                " IS NOT EIGHT DIGITS" DELIMITED BY SIZE
006400             INTO WS-FIND-TEXT
006410         PERFORM 8200-REPORT-FINDING THRU 8200-EXIT
006420     END-IF.
006430 3110-EXIT.
006440     EXIT.
006450
006460 3115-MATCH-KNOWN-FUNCTION.
006470     IF WS-KM-FUNCTION(WS-KM-I) EQUAL WS-KM-KNOWN(WS-KM-K)
006480         MOVE 'Y' TO WS-KM-PRESENT-SW
006490     END-IF.
006500 3115-EXIT.
006510     EXIT.
006520
006530*---------------------------------------------------------------
006540* 3120-CHECK-KM-PAIR - BINDINGS WS-KM-I AND WS-KM-J MUST NOT
006550* NAME THE SAME FUNCTION OR SHARE A KEY CODE.  A ZERO CODE
006560* LEAVES ITS FUNCTION UNBOUND AND CLASHES WITH NOTHING.
006570*---------------------------------------------------------------
006580 3120-CHECK-KM-PAIR.
006590     IF WS-KM-J EQUAL WS-KM-I
006600         GO TO 3120-EXIT
006610     END-IF.
006620     IF WS-KM-FUNCTION(WS-KM-J) EQUAL WS-KM-FUNCTION(WS-KM-I)
006630         MOVE SPACES TO WS-FIND-TEXT
006640         STRING "FUNCTION " DELIMITED BY SIZE
006650                WS-KM-FUNCTION(WS-KM-I) DELIMITED BY SPACE
006660                " IS BOUND MORE THAN ONCE" DELIMITED BY SIZE
006670             INTO WS-FIND-TEXT
006680         PERFORM 8200-REPORT-FINDING THRU 8200-EXIT
006690         GO TO 3120-EXIT
006700     END-IF.
006710     IF WS-KM-CODE(WS-KM-J) EQUAL WS-KM-CODE(WS-KM-I)
006720       AND WS-KM-CODE(WS-KM-I) NOT EQUAL "00000000"
006730         MOVE SPACES TO WS-FIND-TEXT
006740         STRING "KEY CODE " DELIMITED BY SIZE
006750                WS-KM-CODE(WS-KM-I) DELIMITED BY SIZE
006760                " IS ON BOTH " DELIMITED BY SIZE
006770                WS-KM-FUNCTION(WS-KM-I) DELIMITED BY SPACE
006780                " AND " DELIMITED BY SIZE
006790                WS-KM-FUNCTION(WS-KM-J) DELIMITED BY SPACE
006800             INTO WS-FIND-TEXT
006810         PERFORM 8200-REPORT-FINDING THRU 8200-EXIT
006820     END-IF.
006830 3120-EXIT.
006840     EXIT.
006850
006860*---------------------------------------------------------------
006870* 3140-CHECK-KM-REQUIRED - KNOWN FUNCTION WS-KM-K MUST BE ON
006880* THE FILE
006890*---------------------------------------------------------------
006900 3140-CHECK-KM-REQUIRED.
006910     MOVE ZERO TO WS-KM-HIT.
006920     PERFORM 3145-MATCH-BINDING THRU 3145-EXIT
006930         VARYING WS-KM-J FROM 1 BY 1
006940         UNTIL WS-KM-J > WS-KM-COUNT OR WS-KM-HIT > 0.
006950     IF WS-KM-HIT EQUAL ZERO
006960         MOVE SPACES TO WS-FIND-TEXT
006970         STRING "REQUIRED FUNCTION " DELIMITED BY SIZE
006980                WS-KM-KNOWN(WS-KM-K) DELIMITED BY SPACE
006990                " IS MISSING" DELIMITED BY SIZE
007000             INTO WS-FIND-TEXT
007010         PERFORM 8200-REPORT-FINDING THRU 8200-EXIT
007020     END-IF.
007030 3140-EXIT.
007040     EXIT.
007050
007060 3145-MATCH-BINDING.
007070     IF WS-KM-FUNCTION(WS-KM-J) EQUAL WS-KM-KNOWN(WS-KM-K)
007080         MOVE WS-KM-J TO WS-KM-HIT
007090     END-IF.
007100 3145-EXIT.
007110     EXIT.
007120
007130*---------------------------------------------------------------
007140* 3200-CHECK-BANNED - EVERY ENTRY, EVERY PAIR, AND THE NUMBER
007150* OF ENTRIES THE GAME WILL ACTUALLY LOAD
007160*---------------------------------------------------------------
007170 3200-CHECK-BANNED.
007180     MOVE "BANNED" TO WS-FIND-FILE.
007190     IF WS-BANNED-STATUS EQUAL "35"
007200         DISPLAY "  BANNED    NOT PRESENT - NO INITIALS REFUSED"
007210         GO TO 3200-EXIT
007220     END-IF.
007221     IF WS-BAN-LOAD-FAILED
007222         MOVE "FILE COULD NOT BE READ IN FULL" TO WS-FIND-TEXT
007223         PERFORM 8200-REPORT-FINDING THRU 8200-EXIT
007224         GO TO 3200-EXIT
007225     END-IF.
007230     IF WS-BAN-COUNT > WS-BAN-GAME-MAX OR WS-BAN-OVER
007240         MOVE WS-BAN-GAME-MAX TO WS-BAN-GAME-MAX-DISP
007250         MOVE SPACES TO WS-FIND-TEXT
007260         STRING "MORE THAN" DELIMITED BY SIZE
007270                WS-BAN-GAME-MAX-DISP DELIMITED BY SIZE
007280                " ENTRIES - THE GAME IGNORES THE REST"
007290                    DELIMITED BY SIZE
007300             INTO WS-FIND-TEXT
007310         PERFORM 8200-REPORT-FINDING THRU 8200-EXIT
007320     END-IF.
007330     PERFORM 3205-CHECK-ONE-BANNED THRU 3205-EXIT
007340         VARYING WS-BAN-I FROM 1 BY 1
007350         UNTIL WS-BAN-I > WS-BAN-COUNT.
007360 3200-EXIT.
007370     EXIT.
007380
007390 3205-CHECK-ONE-BANNED.
007400     PERFORM 3210-CHECK-BAN-ENTRY THRU 3210-EXIT.
007410     COMPUTE WS-PAIR-FROM = WS-BAN-I + 1.
007420     PERFORM 3220-CHECK-BAN-PAIR THRU 3220-EXIT
007430         VARYING WS-BAN-J FROM WS-PAIR-FROM BY 1
007440         UNTIL WS-BAN-J > WS-BAN-COUNT.
007450 3205-EXIT.
007460     EXIT.
007470
007480 3210-CHECK-BAN-ENTRY.
007490     MOVE WS-BAN-ENTRY(WS-BAN-I) TO WS-EDIT-INITIALS.
007500     PERFORM 8300-EDIT-INITIALS THRU 8300-EXIT.
007510     IF NOT WS-EDIT-OK
007520         MOVE WS-BAN-I TO WS-ENTRY-DISP
007530         MOVE SPACES TO WS-FIND-TEXT
007540         STRING "ENTRY" DELIMITED BY SIZE
007550                WS-ENTRY-DISP DELIMITED BY SIZE
007560                " '" DELIMITED BY SIZE
007570                WS-BAN-ENTRY(WS-BAN-I) DELIMITED BY "  "
007580                "' IS NOT THREE OF A-Z/0-9" DELIMITED BY SIZE
007590             INTO WS-FIND-TEXT
007600         PERFORM 8200-REPORT-FINDING THRU 8200-EXIT
007610     END-IF.
007620 3210-EXIT.
007630     EXIT.
007640
007650 3220-CHECK-BAN-PAIR.
007660     IF WS-BAN-J NOT EQUAL WS-BAN-I
007670       AND WS-BAN-ENTRY(WS-BAN-J) EQUAL WS-BAN-ENTRY(WS-BAN-I)
007680         MOVE SPACES TO WS-FIND-TEXT
007690         STRING "INITIALS " DELIMITED BY SIZE
007700                WS-BAN-ENTRY(WS-BAN-I) DELIMITED BY SPACE
007710                " ARE LISTED MORE THAN ONCE" DELIMITED BY SIZE
007720             INTO WS-FIND-TEXT
007730         PERFORM 8200-REPORT-FINDING THRU 8200-EXIT
007740     END-IF.
007750 3220-EXIT.
007760     EXIT.
007770
007780*---------------------------------------------------------------
007790* 3300-CHECK-EVENTS - EVERY EVENT, AND EVERY PAIR OF EVENTS
007800*---------------------------------------------------------------
007810 3300-CHECK-EVENTS.
007820     MOVE "EVENTS" TO WS-FIND-FILE.
007830     IF WS-EVENTS-STATUS EQUAL "35"
007840         DISPLAY "  EVENTS    NOT PRESENT - NO TOURNAMENTS"
007850         GO TO 3300-EXIT
007860     END-IF.
007861     IF WS-EV-LOAD-FAILED
007862         MOVE "FILE COULD NOT BE READ IN FULL" TO WS-FIND-TEXT
007863         PERFORM 8200-REPORT-FINDING THRU 8200-EXIT
007864         GO TO 3300-EXIT
007865     END-IF.
007870     IF WS-EV-OVER
007880         MOVE "MORE EVENTS THAN THIS SCREEN CAN HOLD"
007890             TO WS-FIND-TEXT
007900         PERFORM 8200-REPORT-FINDING THRU 8200-EXIT
007910     END-IF.
007920     PERFORM 3305-CHECK-ONE-EVENT THRU 3305-EXIT
007930         VARYING WS-EV-I FROM 1 BY 1
007940         UNTIL WS-EV-I > WS-EV-COUNT.
007950 3300-EXIT.
007960     EXIT.
007970
007980 3305-CHECK-ONE-EVENT.
007990     PERFORM 3310-CHECK-EV-ENTRY THRU 3310-EXIT.
008000     COMPUTE WS-PAIR-FROM = WS-EV-I + 1.
008010     PERFORM 3320-CHECK-EV-PAIR THRU 3320-EXIT
008020         VARYING WS-EV-J FROM WS-PAIR-FROM BY 1
008030         UNTIL WS-EV-J > WS-EV-COUNT.
008040 3305-EXIT.
008050     EXIT.
008060
008070*---------------------------------------------------------------
008080* 3310-CHECK-EV-ENTRY - EVENT WS-EV-I ON ITS OWN
008090*---------------------------------------------------------------
008100 3310-CHECK-EV-ENTRY.
008110     MOVE WS-EV-I TO WS-ENTRY-DISP.
008120     IF WS-EV-ID(WS-EV-I) EQUAL SPACES
008130         MOVE SPACES TO WS-FIND-TEXT
008140         STRING "ENTRY" DELIMITED BY SIZE
008150                WS-ENTRY-DISP DELIMITED BY SIZE
008160                " HAS NO EVENT IDENTIFIER" DELIMITED BY SIZE
008170             INTO WS-FIND-TEXT
008180         PERFORM 8200-REPORT-FINDING THRU 8200-EXIT
008190     END-IF.
008200     MOVE WS-EV-DATE(WS-EV-I) TO WS-CHK-DATE.
008210     PERFORM 8400-EDIT-DATE THRU 8400-EXIT.
008220     IF NOT WS-DATE-OK
008230         MOVE SPACES TO WS-FIND-TEXT
008240         STRING "EVENT " DELIMITED BY SIZE
008250                WS-EV-ID(WS-EV-I) DELIMITED BY SPACE
008260                " DATE " DELIMITED BY SIZE
008270                WS-EV-DATE(WS-EV-I) DELIMITED BY SIZE
008280                " IS NOT A REAL DATE" DELIMITED BY SIZE
008290             INTO WS-FIND-TEXT
008300         PERFORM 8200-REPORT-FINDING THRU 8200-EXIT
008310     END-IF.
008320     IF WS-EV-MODE(WS-EV-I) NOT EQUAL 'E'
008330       AND WS-EV-MODE(WS-EV-I) NOT EQUAL 'N'
008340       AND WS-EV-MODE(WS-EV-I) NOT EQUAL 'H'
008350         MOVE SPACES TO WS-FIND-TEXT
008360         STRING "EVENT " DELIMITED BY SIZE
008370                WS-EV-ID(WS-EV-I) DELIMITED BY SPACE
008380                " MODE IS NOT E, N OR H" DELIMITED BY SIZE
008390             INTO WS-FIND-TEXT
008400         PERFORM 8200-REPORT-FINDING THRU 8200-EXIT
008410     END-IF.
008420     PERFORM 3315-CHECK-EV-WINDOW THRU 3315-EXIT.
008430 3310-EXIT.
008440     EXIT.
008450
008460 3315-CHECK-EV-WINDOW.
008470     MOVE 'Y' TO WS-TIMES-OK-SW.
008480     MOVE WS-EV-OPEN(WS-EV-I) TO WS-CHK-TIME.
008490     PERFORM 8450-EDIT-TIME THRU 8450-EXIT.
008500     IF NOT WS-TIME-OK
008510         MOVE 'N' TO WS-TIMES-OK-SW
008520     END-IF.
008530     MOVE WS-EV-CLOSE(WS-EV-I) TO WS-CHK-TIME.
008540     PERFORM 8450-EDIT-TIME THRU 8450-EXIT.
008550     IF NOT WS-TIME-OK
008560         MOVE 'N' TO WS-TIMES-OK-SW
008570     END-IF.
008580     IF NOT WS-TIMES-OK
008590         MOVE SPACES TO WS-FIND-TEXT
008600         STRING "EVENT " DELIMITED BY SIZE
008610                WS-EV-ID(WS-EV-I) DELIMITED BY SPACE
008620                " OPEN/CLOSE ARE NOT REAL HHMMSSHH TIMES"
008630                    DELIMITED BY SIZE
008640             INTO WS-FIND-TEXT
008650         PERFORM 8200-REPORT-FINDING THRU 8200-EXIT
008660         GO TO 3315-EXIT
008670     END-IF.
008680     IF WS-EV-CLOSE(WS-EV-I) NOT > WS-EV-OPEN(WS-EV-I)
008690         MOVE SPACES TO WS-FIND-TEXT
008700         STRING "EVENT " DELIMITED BY SIZE
008710                WS-EV-ID(WS-EV-I) DELIMITED BY SPACE
008720                " CLOSES AT OR BEFORE ITS OPEN TIME"
008730                    DELIMITED BY SIZE
008740             INTO WS-FIND-TEXT
008750         PERFORM 8200-REPORT-FINDING THRU 8200-EXIT
008760     END-IF.
008770 3315-EXIT.
008780     EXIT.
008790
008800*---------------------------------------------------------------
008810* 3320-CHECK-EV-PAIR - EVENTS WS-EV-I AND WS-EV-J MUST HAVE
008820* DIFFERENT IDENTIFIERS AND, ON THE SAME DAY, WINDOWS THAT DO
008830* NOT OVERLAP.  THE GAME TREATS BOTH ENDS OF A WINDOW AS OPEN,
008840* SO WINDOWS THAT ONLY TOUCH STILL CLASH.
008850*---------------------------------------------------------------
008860 3320-CHECK-EV-PAIR.
008870     IF WS-EV-J EQUAL WS-EV-I
008880         GO TO 3320-EXIT
008890     END-IF.
008900     IF WS-EV-ID(WS-EV-J) EQUAL WS-EV-ID(WS-EV-I)
008910         MOVE SPACES TO WS-FIND-TEXT
008920         STRING "EVENT " DELIMITED BY SIZE
008930                WS-EV-ID(WS-EV-I) DELIMITED BY SPACE
008940                " IS ON THE FILE MORE THAN ONCE"
008950                    DELIMITED BY SIZE
008960             INTO WS-FIND-TEXT
008970         PERFORM 8200-REPORT-FINDING THRU 8200-EXIT
008980     END-IF.
008990     IF WS-EV-DATE(WS-EV-J) EQUAL WS-EV-DATE(WS-EV-I)
009000       AND WS-EV-OPEN(WS-EV-I) NOT > WS-EV-CLOSE(WS-EV-J)
009010       AND WS-EV-OPEN(WS-EV-J) NOT > WS-EV-CLOSE(WS-EV-I)
009020         MOVE SPACES TO WS-FIND-TEXT
009030         STRING "EVENTS " DELIMITED BY SIZE
009040                WS-EV-ID(WS-EV-I) DELIMITED BY SPACE
009050                " AND " DELIMITED BY SIZE
009060                WS-EV-ID(WS-EV-J) DELIMITED BY SPACE
009070                " OVERLAP ON " DELIMITED BY SIZE
009080                WS-EV-DATE(WS-EV-I) DELIMITED BY SIZE
009090             INTO WS-FIND-TEXT
009100         PERFORM 8200-REPORT-FINDING THRU 8200-EXIT
009110     END-IF.
009120 3320-EXIT.
009130     EXIT.
009140
009150*---------------------------------------------------------------
009160* 3400-CHECK-SEASON - ONE RECORD, AN IDENTIFIER, REAL DATES,
009170* AND AN END AFTER THE START
009180*---------------------------------------------------------------
009190 3400-CHECK-SEASON.
009200     MOVE "SEASON" TO WS-FIND-FILE.
009210     IF WS-SEASON-STATUS EQUAL "35"
009220         DISPLAY "  SEASON    NOT PRESENT - SEASONCLOSE WILL"
009230             " REFUSE TO RUN"
009240         GO TO 3400-EXIT
009250     END-IF.
009251     IF WS-SEASON-LOAD-FAILED
009252         MOVE "FILE COULD NOT BE READ IN FULL" TO WS-FIND-TEXT
009253         PERFORM 8200-REPORT-FINDING THRU 8200-EXIT
009254         GO TO 3400-EXIT
009255     END-IF.
009260     IF WS-SEASON-COUNT EQUAL ZERO
009270         MOVE "FILE IS EMPTY" TO WS-FIND-TEXT
009280         PERFORM 8200-REPORT-FINDING THRU 8200-EXIT
009290         GO TO 3400-EXIT
009300     END-IF.
009310     IF WS-SEASON-COUNT > 1
009320         MOVE "MORE THAN ONE RECORD - ONLY THE FIRST IS READ"
009330             TO WS-FIND-TEXT
009340         PERFORM 8200-REPORT-FINDING THRU 8200-EXIT
009350     END-IF.
009360     PERFORM 3410-CHECK-SEASON-ENTRY THRU 3410-EXIT.
009370 3400-EXIT.
009380     EXIT.
009390
009400 3410-CHECK-SEASON-ENTRY.
009410     IF WS-SEASON-ID EQUAL SPACES
009420         MOVE "NO SEASON IDENTIFIER" TO WS-FIND-TEXT
009430         PERFORM 8200-REPORT-FINDING THRU 8200-EXIT
009440     END-IF.
009450     MOVE 'Y' TO WS-TIMES-OK-SW.
009460     MOVE WS-SEASON-START TO WS-CHK-DATE.
009470     PERFORM 8400-EDIT-DATE THRU 8400-EXIT.
009480     IF NOT WS-DATE-OK
009490         MOVE 'N' TO WS-TIMES-OK-SW
009500         MOVE SPACES TO WS-FIND-TEXT
009510         STRING "START DATE " DELIMITED BY SIZE
009520                WS-SEASON-START DELIMITED BY SIZE
009530                " IS NOT A REAL DATE" DELIMITED BY SIZE
009540             INTO WS-FIND-TEXT
009550         PERFORM 8200-REPORT-FINDING THRU 8200-EXIT
009560     END-IF.
009570     MOVE WS-SEASON-END TO WS-CHK-DATE.
009580     PERFORM 8400-EDIT-DATE THRU 8400-EXIT.
009590     IF NOT WS-DATE-OK
009600         MOVE 'N' TO WS-TIMES-OK-SW
009610         MOVE SPACES TO WS-FIND-TEXT
009620         STRING "END DATE " DELIMITED BY SIZE
009630                WS-SEASON-END DELIMITED BY SIZE
009640                " IS NOT A REAL DATE" DELIMITED BY SIZE
009650             INTO WS-FIND-TEXT
009660         PERFORM 8200-REPORT-FINDING THRU 8200-EXIT
009670     END-IF.
009680     IF WS-TIMES-OK
009690       AND WS-SEASON-END NOT > WS-SEASON-START
009700         MOVE SPACES TO WS-FIND-TEXT
009710         STRING "SEASON " DELIMITED BY SIZE
009720                WS-SEASON-ID DELIMITED BY SPACE
009730                " ENDS ON OR BEFORE ITS START DATE"
009740                    DELIMITED BY SIZE
009750             INTO WS-FIND-TEXT
009760         PERFORM 8200-REPORT-FINDING THRU 8200-EXIT
009770     END-IF.
009780 3410-EXIT.
009790     EXIT.
009800
009810*---------------------------------------------------------------
009820* 3500-CHECK-CABINETID - ONE RECORD OF THREE OF A-Z AND 0-9
009830*---------------------------------------------------------------
009840 3500-CHECK-CABINETID.
009850     MOVE "CABINETID" TO WS-FIND-FILE.
009860     IF WS-CABINETID-STATUS EQUAL "35"
009870         DISPLAY "  CABINETID NOT PRESENT - VOUCHERS UNAVAILABLE"
009880         GO TO 3500-EXIT
009890     END-IF.
009891     IF WS-CAB-LOAD-FAILED
009892         MOVE "FILE COULD NOT BE READ IN FULL" TO WS-FIND-TEXT
009893         PERFORM 8200-REPORT-FINDING THRU 8200-EXIT
009894         GO TO 3500-EXIT
009895     END-IF.
009900     IF WS-CAB-COUNT EQUAL ZERO
009910         MOVE "FILE IS EMPTY" TO WS-FIND-TEXT
009920         PERFORM 8200-REPORT-FINDING THRU 8200-EXIT
009930         GO TO 3500-EXIT
009940     END-IF.
009950     IF WS-CAB-COUNT > 1
009960         MOVE "MORE THAN ONE RECORD - ONLY THE FIRST IS READ"
009970             TO WS-FIND-TEXT
009980         PERFORM 8200-REPORT-FINDING THRU 8200-EXIT
009990     END-IF.
010000     PERFORM 3510-CHECK-CAB-ENTRY THRU 3510-EXIT.
010010 3500-EXIT.
010020     EXIT.
010030
010040 3510-CHECK-CAB-ENTRY.
010050     MOVE WS-CAB-ENTRY TO WS-EDIT-INITIALS.
010060     PERFORM 8300-EDIT-INITIALS THRU 8300-EXIT.
010070     IF NOT WS-EDIT-OK
010080         MOVE SPACES TO WS-FIND-TEXT
010090         STRING "CABINET ID '" DELIMITED BY SIZE
010100                WS-CAB-ENTRY DELIMITED BY "  "
010110                "' IS NOT THREE OF A-Z/0-9" DELIMITED BY SIZE
010120             INTO WS-FIND-TEXT
010130         PERFORM 8200-REPORT-FINDING THRU 8200-EXIT
010140     END-IF.
010150 3510-EXIT.
010160     EXIT.
010170
010180*===============================================================
010190* 4000-KEYMAP-MENU - LIST, ADD, CHANGE OR DELETE A BINDING.
010200* EVERY FUNCTION IS REQUIRED, SO A BINDING IS NORMALLY
010210* CHANGED; ADD AND DELETE ARE FOR REPAIRING A FILE THAT HAS
010220* ONE MISSING OR ONE TOO MANY.
010230*===============================================================
010240 4000-KEYMAP-MENU.
010250     MOVE "KEYMAP" TO WS-AUDIT-FILE.
010260     DISPLAY " ".
010270     DISPLAY "KEYMAP - L=LIST  A=ADD  C=CHANGE  D=DELETE  X=BACK".
010280     PERFORM 8100-ACCEPT-ACTION THRU 8100-EXIT.
010281     IF WS-ACTION-CHOICE NOT EQUAL "L"
010282       AND WS-ACTION-CHOICE NOT EQUAL "X"
010283       AND WS-KM-LOAD-FAILED
010284         DISPLAY "KEYMAP COULD NOT BE READ IN FULL - NO CHANGES"
010285             " ALLOWED"
010286         GO TO 4000-EXIT
010287     END-IF.
010290     IF WS-ACTION-CHOICE NOT EQUAL "L"
010300       AND WS-ACTION-CHOICE NOT EQUAL "X"
010310       AND WS-KM-OVER
010320         DISPLAY "KEYMAP IS TOO LONG TO MAINTAIN HERE -"
010330             " EDIT IT BY HAND"
010340         GO TO 4000-EXIT
010350     END-IF.
010360     EVALUATE WS-ACTION-CHOICE
010370         WHEN "L"
010380             PERFORM 4100-LIST-BINDING THRU 4100-EXIT
010390                 VARYING WS-KM-I FROM 1 BY 1
010400                 UNTIL WS-KM-I > WS-KM-COUNT
010410         WHEN "A"
010420             PERFORM 4200-ADD-BINDING THRU 4200-EXIT
010430         WHEN "C"
010440             PERFORM 4300-CHANGE-BINDING THRU 4300-EXIT
010450         WHEN "D"
010460             PERFORM 4400-DELETE-BINDING THRU 4400-EXIT
010470         WHEN "X"
010480             MOVE 'Y' TO WS-BACK-SW
010490         WHEN OTHER
010500             DISPLAY "UNRECOGNIZED CHOICE"
010510     END-EVALUATE.
010520 4000-EXIT.
010530     EXIT.
010540
010550 4100-LIST-BINDING.
010560     DISPLAY "  " WS-KM-FUNCTION(WS-KM-I)
010570         " " WS-KM-CODE(WS-KM-I).
010580 4100-EXIT.
010590     EXIT.
010600
010610 4200-ADD-BINDING.
010620     IF WS-KM-COUNT >= WS-KM-MAX
010630         DISPLAY "KEYMAP TABLE IS FULL"
010640         GO TO 4200-EXIT
010650     END-IF.
010660     PERFORM 4500-PROMPT-FUNCTION THRU 4500-EXIT.
010670     DISPLAY "KEY CODE (EIGHT DIGITS): ".
010680     ACCEPT WS-ENTRY-CODE.
010690     ADD 1 TO WS-KM-COUNT.
010700     MOVE WS-KM-COUNT TO WS-KM-I.
010710     MOVE WS-ENTRY-FUNCTION TO WS-KM-FUNCTION(WS-KM-I).
010720     MOVE WS-ENTRY-CODE     TO WS-KM-CODE(WS-KM-I).
010730     PERFORM 4600-VALIDATE-BINDING THRU 4600-EXIT.
010740     IF WS-FILE-FINDINGS > ZERO
010750         SUBTRACT 1 FROM WS-KM-COUNT
010760         DISPLAY "BINDING REFUSED - NOT SAVED"
010770         GO TO 4200-EXIT
010780     END-IF.
010790     PERFORM 8500-SAVE-KEYMAP THRU 8500-EXIT.
010800     IF NOT WS-SAVED
010810         GO TO 4200-EXIT
010820     END-IF.
010830     MOVE "ADD" TO WS-AUDIT-ACTION.
010840     MOVE WS-KM-ENTRY(WS-KM-I) TO WS-AUDIT-DETAIL.
010850     PERFORM 8000-LOG-MAINT-AUDIT THRU 8000-EXIT.
010860     DISPLAY "BINDING ADDED".
010870 4200-EXIT.
010880     EXIT.
010890
010900 4300-CHANGE-BINDING.
010910     PERFORM 4500-PROMPT-FUNCTION THRU 4500-EXIT.
010920     PERFORM 4550-FIND-BINDING THRU 4550-EXIT.
010930     IF WS-KM-HIT EQUAL ZERO
010940         DISPLAY "NO BINDING FOR " WS-ENTRY-FUNCTION
010950         GO TO 4300-EXIT
010960     END-IF.
010970     MOVE WS-KM-HIT TO WS-KM-I.
010980     PERFORM 4100-LIST-BINDING THRU 4100-EXIT.
010990     DISPLAY "NEW KEY CODE (EIGHT DIGITS): ".
011000     ACCEPT WS-ENTRY-CODE.
011010     MOVE WS-KM-ENTRY(WS-KM-I) TO WS-KM-SAVE-ENTRY.
011020     MOVE WS-ENTRY-CODE TO WS-KM-CODE(WS-KM-I).
011030     PERFORM 4600-VALIDATE-BINDING THRU 4600-EXIT.
011040     IF WS-FILE-FINDINGS > ZERO
011050         MOVE WS-KM-SAVE-ENTRY TO WS-KM-ENTRY(WS-KM-I)
011060         DISPLAY "CHANGE REFUSED - NOT SAVED"
011070         GO TO 4300-EXIT
011080     END-IF.
011090     PERFORM 8500-SAVE-KEYMAP THRU 8500-EXIT.
011100     IF NOT WS-SAVED
011110         GO TO 4300-EXIT
011120     END-IF.
011130     MOVE WS-KM-SAVE-ENTRY TO WS-AUDIT-OLD-DETAIL.
011140     MOVE WS-KM-ENTRY(WS-KM-I) TO WS-AUDIT-DETAIL.
011150     PERFORM 8050-LOG-CHANGE THRU 8050-EXIT.
011160     DISPLAY "BINDING CHANGED".
011170 4300-EXIT.
011180     EXIT.
011190
011200*---------------------------------------------------------------
011210* 4400-DELETE-BINDING - ONLY A BINDING THE FILE CAN DO WITHOUT
011220* (AN UNKNOWN FUNCTION, OR A SECOND BINDING FOR ONE) MAY GO
011230*---------------------------------------------------------------
011240 4400-DELETE-BINDING.
011250     PERFORM 4500-PROMPT-FUNCTION THRU 4500-EXIT.
011260     PERFORM 4550-FIND-BINDING THRU 4550-EXIT.
011270     IF WS-KM-HIT EQUAL ZERO
011280         DISPLAY "NO BINDING FOR " WS-ENTRY-FUNCTION
011290         GO TO 4400-EXIT
011300     END-IF.
011310     MOVE WS-KM-HIT TO WS-KM-I.
011320     MOVE 'N' TO WS-KM-PRESENT-SW.
011330     PERFORM 3115-MATCH-KNOWN-FUNCTION THRU 3115-EXIT
011340         VARYING WS-KM-K FROM 1 BY 1
011350         UNTIL WS-KM-K > WS-KM-KNOWN-COUNT.
011360     COMPUTE WS-PAIR-FROM = WS-KM-HIT + 1.
011370     MOVE ZERO TO WS-KM-HIT.
011380     PERFORM 4560-MATCH-LATER-BINDING THRU 4560-EXIT
011390         VARYING WS-KM-J FROM WS-PAIR-FROM BY 1
011400         UNTIL WS-KM-J > WS-KM-COUNT OR WS-KM-HIT > 0.
011410     IF WS-KM-PRESENT AND WS-KM-HIT EQUAL ZERO
011420         DISPLAY "DELETE REFUSED - A REQUIRED FUNCTION"
011430             " (CHANGE ITS CODE INSTEAD)"
011440         GO TO 4400-EXIT
011450     END-IF.
011460     PERFORM 4100-LIST-BINDING THRU 4100-EXIT.
011470     PERFORM 8150-ACCEPT-CONFIRM THRU 8150-EXIT.
011480     IF WS-CONFIRM NOT EQUAL "Y"
011490         DISPLAY "DELETE CANCELLED"
011500         GO TO 4400-EXIT
011510     END-IF.
011520     MOVE WS-KM-ENTRY(WS-KM-I) TO WS-AUDIT-DETAIL.
011530     PERFORM 4570-CLOSE-UP-BINDING THRU 4570-EXIT
011540         VARYING WS-KM-J FROM WS-KM-I BY 1
011550         UNTIL WS-KM-J >= WS-KM-COUNT.
011560     SUBTRACT 1 FROM WS-KM-COUNT.
011570     PERFORM 8500-SAVE-KEYMAP THRU 8500-EXIT.
011580     IF NOT WS-SAVED
011590         GO TO 4400-EXIT
011600     END-IF.
011610     MOVE "DELETE" TO WS-AUDIT-ACTION.
011620     PERFORM 8000-LOG-MAINT-AUDIT THRU 8000-EXIT.
011630     DISPLAY "BINDING DELETED".
011640 4400-EXIT.
011650     EXIT.
011660
011670 4500-PROMPT-FUNCTION.
011680     DISPLAY "FUNCTION: ".
011690     ACCEPT WS-ENTRY-FUNCTION.
011700     INSPECT WS-ENTRY-FUNCTION
011710         CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
011720 4500-EXIT.
011730     EXIT.
011740
011750 4550-FIND-BINDING.
011760     MOVE ZERO TO WS-KM-HIT.
011770     PERFORM 4555-MATCH-ONE-BINDING THRU 4555-EXIT
011780         VARYING WS-KM-J FROM 1 BY 1
011790         UNTIL WS-KM-J > WS-KM-COUNT OR WS-KM-HIT > 0.
011800 4550-EXIT.
011810     EXIT.
011820
011830 4555-MATCH-ONE-BINDING.
011840     IF WS-KM-FUNCTION(WS-KM-J) EQUAL WS-ENTRY-FUNCTION
011850         MOVE WS-KM-J TO WS-KM-HIT
011860     END-IF.
011870 4555-EXIT.
011880     EXIT.
011890
011900 4560-MATCH-LATER-BINDING.
011910     IF WS-KM-FUNCTION(WS-KM-J) EQUAL WS-ENTRY-FUNCTION
011920         MOVE WS-KM-J TO WS-KM-HIT
011930     END-IF.
011940 4560-EXIT.
011950     EXIT.
011960
011970 4570-CLOSE-UP-BINDING.
011980     MOVE WS-KM-ENTRY(WS-KM-J + 1) TO WS-KM-ENTRY(WS-KM-J).
011990 4570-EXIT.
012000     EXIT.
012010
012020*---------------------------------------------------------------
012030* 4600-VALIDATE-BINDING - BINDING WS-KM-I ON ITS OWN AND
012040* AGAINST EVERY OTHER BINDING ON THE FILE
012050*---------------------------------------------------------------
012060 4600-VALIDATE-BINDING.
012070     MOVE "KEYMAP" TO WS-FIND-FILE.
012080     MOVE ZERO TO WS-FILE-FINDINGS.
012090     PERFORM 3110-CHECK-KM-ENTRY THRU 3110-EXIT.
012100     PERFORM 3120-CHECK-KM-PAIR THRU 3120-EXIT
012110         VARYING WS-KM-J FROM 1 BY 1
012120         UNTIL WS-KM-J > WS-KM-COUNT.
012130 4600-EXIT.
012140     EXIT.
012150
012160*===============================================================
012170* 5000-BANNED-MENU - LIST, ADD, CHANGE OR DELETE AN ENTRY
012180*===============================================================
012190 5000-BANNED-MENU.
012200     MOVE "BANNED" TO WS-AUDIT-FILE.
012210     DISPLAY " ".
012220     DISPLAY "BANNED - L=LIST  A=ADD  C=CHANGE  D=DELETE  X=BACK".
012230     PERFORM 8100-ACCEPT-ACTION THRU 8100-EXIT.
012231     IF WS-ACTION-CHOICE NOT EQUAL "L"
012232       AND WS-ACTION-CHOICE NOT EQUAL "X"
012233       AND WS-BAN-LOAD-FAILED
012234         DISPLAY "BANNED COULD NOT BE READ IN FULL - NO CHANGES"
012235             " ALLOWED"
012236         GO TO 5000-EXIT
012237     END-IF.
012240     IF WS-ACTION-CHOICE NOT EQUAL "L"
012250       AND WS-ACTION-CHOICE NOT EQUAL "X"
012260       AND WS-BAN-OVER
012270         DISPLAY "BANNED IS TOO LONG TO MAINTAIN HERE -"
012280             " EDIT IT BY HAND"
012290         GO TO 5000-EXIT
012300     END-IF.
012310     EVALUATE WS-ACTION-CHOICE
012320         WHEN "L"
012330             PERFORM 5100-LIST-BANNED THRU 5100-EXIT
012340                 VARYING WS-BAN-I FROM 1 BY 1
012350                 UNTIL WS-BAN-I > WS-BAN-COUNT
012360         WHEN "A"
012370             PERFORM 5200-ADD-BANNED THRU 5200-EXIT
012380         WHEN "C"
012390             PERFORM 5300-CHANGE-BANNED THRU 5300-EXIT
012400         WHEN "D"
012410             PERFORM 5400-DELETE-BANNED THRU 5400-EXIT
012420         WHEN "X"
012430             MOVE 'Y' TO WS-BACK-SW
012440         WHEN OTHER
012450             DISPLAY "UNRECOGNIZED CHOICE"
012460     END-EVALUATE.
012470 5000-EXIT.
012480     EXIT.
012490
012500 5100-LIST-BANNED.
012510     DISPLAY "  " WS-BAN-ENTRY(WS-BAN-I).
012520 5100-EXIT.
012530     EXIT.
012540
012550 5200-ADD-BANNED.
012560     IF WS-BAN-COUNT >= WS-BAN-GAME-MAX
012570         DISPLAY "BANNED LIST IS FULL - THE GAME LOADS NO MORE"
012580         GO TO 5200-EXIT
012590     END-IF.
012600     PERFORM 5500-PROMPT-INITIALS THRU 5500-EXIT.
012610     ADD 1 TO WS-BAN-COUNT.
012620     MOVE WS-BAN-COUNT TO WS-BAN-I.
012630     MOVE WS-ENTRY-INITIALS TO WS-BAN-ENTRY(WS-BAN-I).
012640     PERFORM 5600-VALIDATE-BANNED THRU 5600-EXIT.
012650     IF WS-FILE-FINDINGS > ZERO
012660         SUBTRACT 1 FROM WS-BAN-COUNT
012670         DISPLAY "ENTRY REFUSED - NOT SAVED"
012680         GO TO 5200-EXIT
012690     END-IF.
012700     PERFORM 8520-SAVE-BANNED THRU 8520-EXIT.
012710     IF NOT WS-SAVED
012720         GO TO 5200-EXIT
012730     END-IF.
012740     MOVE "ADD" TO WS-AUDIT-ACTION.
012750     MOVE WS-BAN-ENTRY(WS-BAN-I) TO WS-AUDIT-DETAIL.
012760     PERFORM 8000-LOG-MAINT-AUDIT THRU 8000-EXIT.
012770     DISPLAY "INITIALS ADDED".
012780 5200-EXIT.
012790     EXIT.
012800
012810 5300-CHANGE-BANNED.
012820     PERFORM 5500-PROMPT-INITIALS THRU 5500-EXIT.
012830     PERFORM 5550-FIND-BANNED THRU 5550-EXIT.
012840     IF WS-BAN-HIT EQUAL ZERO
012850         DISPLAY "NO ENTRY FOR " WS-ENTRY-INITIALS
012860         GO TO 5300-EXIT
012870     END-IF.
012880     MOVE WS-BAN-HIT TO WS-BAN-I.
012890     DISPLAY "REPLACE WITH - ".
012900     PERFORM 5500-PROMPT-INITIALS THRU 5500-EXIT.
012910     MOVE WS-BAN-ENTRY(WS-BAN-I) TO WS-BAN-SAVE-ENTRY.
012920     MOVE WS-ENTRY-INITIALS TO WS-BAN-ENTRY(WS-BAN-I).
012930     PERFORM 5600-VALIDATE-BANNED THRU 5600-EXIT.
012940     IF WS-FILE-FINDINGS > ZERO
012950         MOVE WS-BAN-SAVE-ENTRY TO WS-BAN-ENTRY(WS-BAN-I)
012960         DISPLAY "CHANGE REFUSED - NOT SAVED"
012970         GO TO 5300-EXIT
012980     END-IF.
012990     PERFORM 8520-SAVE-BANNED THRU 8520-EXIT.
013000     IF NOT WS-SAVED
013010         GO TO 5300-EXIT
013020     END-IF.
013030     MOVE WS-BAN-SAVE-ENTRY TO WS-AUDIT-OLD-DETAIL.
013040     MOVE WS-BAN-ENTRY(WS-BAN-I) TO WS-AUDIT-DETAIL.
013050     PERFORM 8050-LOG-CHANGE THRU 8050-EXIT.
013060     DISPLAY "INITIALS CHANGED".
013070 5300-EXIT.
013080     EXIT.
013090
013100 5400-DELETE-BANNED.
013110     PERFORM 5500-PROMPT-INITIALS THRU 5500-EXIT.
013120     PERFORM 5550-FIND-BANNED THRU 5550-EXIT.
013130     IF WS-BAN-HIT EQUAL ZERO
013140         DISPLAY "NO ENTRY FOR " WS-ENTRY-INITIALS
013150         GO TO 5400-EXIT
013160     END-IF.
013170     MOVE WS-BAN-HIT TO WS-BAN-I.
013180     PERFORM 8150-ACCEPT-CONFIRM THRU 8150-EXIT.
013190     IF WS-CONFIRM NOT EQUAL "Y"
013200         DISPLAY "DELETE CANCELLED"
013210         GO TO 5400-EXIT
013220     END-IF.
013230     MOVE WS-BAN-ENTRY(WS-BAN-I) TO WS-AUDIT-DETAIL.
013240     PERFORM 5570-CLOSE-UP-BANNED THRU 5570-EXIT
013250         VARYING WS-BAN-J FROM WS-BAN-I BY 1
013260         UNTIL WS-BAN-J >= WS-BAN-COUNT.
013270     SUBTRACT 1 FROM WS-BAN-COUNT.
013280     PERFORM 8520-SAVE-BANNED THRU 8520-EXIT.
013290     IF NOT WS-SAVED
013300         GO TO 5400-EXIT
013310     END-IF.
013320     MOVE "DELETE" TO WS-AUDIT-ACTION.
013330     PERFORM 8000-LOG-MAINT-AUDIT THRU 8000-EXIT.
013340     DISPLAY "INITIALS DELETED".
013350 5400-EXIT.
013360     EXIT.
013370
013380 5500-PROMPT-INITIALS.
013390     DISPLAY "INITIALS: ".
013400     ACCEPT WS-ENTRY-INITIALS.
013410     INSPECT WS-ENTRY-INITIALS
013420         CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
013430 5500-EXIT.
013440     EXIT.
013450
013460 5550-FIND-BANNED.
013470     MOVE ZERO TO WS-BAN-HIT.
013480     PERFORM 5555-MATCH-ONE-BANNED THRU 5555-EXIT
013490         VARYING WS-BAN-J FROM 1 BY 1
013500         UNTIL WS-BAN-J > WS-BAN-COUNT OR WS-BAN-HIT > 0.
013510 5550-EXIT.
013520     EXIT.
013530
013540 5555-MATCH-ONE-BANNED.
013550     IF WS-BAN-ENTRY(WS-BAN-J) EQUAL WS-ENTRY-INITIALS
013560         MOVE WS-BAN-J TO WS-BAN-HIT
013570     END-IF.
013580 5555-EXIT.
013590     EXIT.
013600
013610 5570-CLOSE-UP-BANNED.
013620     MOVE WS-BAN-ENTRY(WS-BAN-J + 1) TO WS-BAN-ENTRY(WS-BAN-J).
013630 5570-EXIT.
013640     EXIT.
013650
013660 5600-VALIDATE-BANNED.
013670     MOVE "BANNED" TO WS-FIND-FILE.
013680     MOVE ZERO TO WS-FILE-FINDINGS.
013690     PERFORM 3210-CHECK-BAN-ENTRY THRU 3210-EXIT.
013700     PERFORM 3220-CHECK-BAN-PAIR THRU 3220-EXIT
013710         VARYING WS-BAN-J FROM 1 BY 1
013720         UNTIL WS-BAN-J > WS-BAN-COUNT.
013730 5600-EXIT.
013740     EXIT.
013750
013760*===============================================================
013770* 6000-EVENTS-MENU - LIST, ADD, CHANGE OR DELETE AN EVENT.  ON
013780* A CHANGE, A FIELD LEFT BLANK KEEPS ITS CURRENT VALUE.
013790*===============================================================
013800 6000-EVENTS-MENU.
013810     MOVE "EVENTS" TO WS-AUDIT-FILE.
013820     DISPLAY " ".
013830     DISPLAY "EVENTS - L=LIST  A=ADD  C=CHANGE  D=DELETE  X=BACK".
013840     PERFORM 8100-ACCEPT-ACTION THRU 8100-EXIT.
013841     IF WS-ACTION-CHOICE NOT EQUAL "L"
013842       AND WS-ACTION-CHOICE NOT EQUAL "X"
013843       AND WS-EV-LOAD-FAILED
013844         DISPLAY "EVENTS COULD NOT BE READ IN FULL - NO CHANGES"
013845             " ALLOWED"
013846         GO TO 6000-EXIT
013847     END-IF.
013850     IF WS-ACTION-CHOICE NOT EQUAL "L"
013860       AND WS-ACTION-CHOICE NOT EQUAL "X"
013870       AND WS-EV-OVER
013880         DISPLAY "EVENTS IS TOO LONG TO MAINTAIN HERE -"
013890             " EDIT IT BY HAND"
013900         GO TO 6000-EXIT
013910     END-IF.
013920     EVALUATE WS-ACTION-CHOICE
013930         WHEN "L"
013940             PERFORM 6100-LIST-EVENT THRU 6100-EXIT
013950                 VARYING WS-EV-I FROM 1 BY 1
013960                 UNTIL WS-EV-I > WS-EV-COUNT
013970         WHEN "A"
013980             PERFORM 6200-ADD-EVENT THRU 6200-EXIT
013990         WHEN "C"
014000             PERFORM 6300-CHANGE-EVENT THRU 6300-EXIT
014010         WHEN "D"
014020             PERFORM 6400-DELETE-EVENT THRU 6400-EXIT
014030         WHEN "X"
014040             MOVE 'Y' TO WS-BACK-SW
014050         WHEN OTHER
014060             DISPLAY "UNRECOGNIZED CHOICE"
014070     END-EVALUATE.
014080 6000-EXIT.
014090     EXIT.
014100
014110 6100-LIST-EVENT.
014120     DISPLAY "  " WS-EV-ID(WS-EV-I)
014130         " DATE=" WS-EV-DATE(WS-EV-I)
014140         " MODE=" WS-EV-MODE(WS-EV-I)
014150         " OPEN=" WS-EV-OPEN(WS-EV-I)
014160         " CLOSE=" WS-EV-CLOSE(WS-EV-I).
014170 6100-EXIT.
014180     EXIT.
014190
014200 6200-ADD-EVENT.
014210     IF WS-EV-COUNT >= WS-EV-MAX
014220         DISPLAY "EVENTS TABLE IS FULL"
014230         GO TO 6200-EXIT
014240     END-IF.
014250     PERFORM 6500-PROMPT-EVENT-ID THRU 6500-EXIT.
014260     PERFORM 6600-PROMPT-EVENT-FIELDS THRU 6600-EXIT.
014270     ADD 1 TO WS-EV-COUNT.
014280     MOVE WS-EV-COUNT TO WS-EV-I.
014290     MOVE WS-ENTRY-ID    TO WS-EV-ID(WS-EV-I).
014300     MOVE WS-ENTRY-DATE  TO WS-EV-DATE(WS-EV-I).
014310     MOVE WS-ENTRY-MODE  TO WS-EV-MODE(WS-EV-I).
014320     MOVE WS-ENTRY-OPEN  TO WS-EV-OPEN(WS-EV-I).
014330     MOVE WS-ENTRY-CLOSE TO WS-EV-CLOSE(WS-EV-I).
014340     PERFORM 6700-VALIDATE-EVENT THRU 6700-EXIT.
014350     IF WS-FILE-FINDINGS > ZERO
014360         SUBTRACT 1 FROM WS-EV-COUNT
014370         DISPLAY "EVENT REFUSED - NOT SAVED"
014380         GO TO 6200-EXIT
014390     END-IF.
014400     PERFORM 8540-SAVE-EVENTS THRU 8540-EXIT.
014410     IF NOT WS-SAVED
014420         GO TO 6200-EXIT
014430     END-IF.
014440     MOVE "ADD" TO WS-AUDIT-ACTION.
014450     PERFORM 6800-FORMAT-EVENT THRU 6800-EXIT.
014460     PERFORM 8000-LOG-MAINT-AUDIT THRU 8000-EXIT.
014470     DISPLAY "EVENT ADDED".
014480 6200-EXIT.
014490     EXIT.
014500
014510 6300-CHANGE-EVENT.
014520     PERFORM 6500-PROMPT-EVENT-ID THRU 6500-EXIT.
014530     PERFORM 6550-FIND-EVENT THRU 6550-EXIT.
014540     IF WS-EV-HIT EQUAL ZERO
014550         DISPLAY "NO EVENT " WS-ENTRY-ID
014560         GO TO 6300-EXIT
014570     END-IF.
014580     MOVE WS-EV-HIT TO WS-EV-I.
014590     PERFORM 6100-LIST-EVENT THRU 6100-EXIT.
014600     DISPLAY "BLANK KEEPS THE CURRENT VALUE".
014610     PERFORM 6600-PROMPT-EVENT-FIELDS THRU 6600-EXIT.
014620     MOVE WS-EV-ENTRY(WS-EV-I) TO WS-EV-SAVE-ENTRY.
014630     PERFORM 6800-FORMAT-EVENT THRU 6800-EXIT.
014640     MOVE WS-AUDIT-DETAIL TO WS-AUDIT-OLD-DETAIL.
014650     IF WS-ENTRY-DATE NOT EQUAL SPACES
014660         MOVE WS-ENTRY-DATE TO WS-EV-DATE(WS-EV-I)
014670     END-IF.
014680     IF WS-ENTRY-MODE NOT EQUAL SPACE
014690         MOVE WS-ENTRY-MODE TO WS-EV-MODE(WS-EV-I)
014700     END-IF.
014710     IF WS-ENTRY-OPEN NOT EQUAL SPACES
014720         MOVE WS-ENTRY-OPEN TO WS-EV-OPEN(WS-EV-I)
014730     END-IF.
014740     IF WS-ENTRY-CLOSE NOT EQUAL SPACES
014750         MOVE WS-ENTRY-CLOSE TO WS-EV-CLOSE(WS-EV-I)
014760     END-IF.
014770     PERFORM 6700-VALIDATE-EVENT THRU 6700-EXIT.
014780     IF WS-FILE-FINDINGS > ZERO
014790         MOVE WS-EV-SAVE-ENTRY TO WS-EV-ENTRY(WS-EV-I)
014800         DISPLAY "CHANGE REFUSED - NOT SAVED"
014810         GO TO 6300-EXIT
014820     END-IF.
014830     PERFORM 8540-SAVE-EVENTS THRU 8540-EXIT.
014840     IF NOT WS-SAVED
014850         GO TO 6300-EXIT
014860     END-IF.
014870     PERFORM 6800-FORMAT-EVENT THRU 6800-EXIT.
014880     PERFORM 8050-LOG-CHANGE THRU 8050-EXIT.
014890     DISPLAY "EVENT CHANGED".
014900 6300-EXIT.
014910     EXIT.
014920
014930 6400-DELETE-EVENT.
014940     PERFORM 6500-PROMPT-EVENT-ID THRU 6500-EXIT.
014950     PERFORM 6550-FIND-EVENT THRU 6550-EXIT.
014960     IF WS-EV-HIT EQUAL ZERO
014970         DISPLAY "NO EVENT " WS-ENTRY-ID
014980         GO TO 6400-EXIT
014990     END-IF.
015000     MOVE WS-EV-HIT TO WS-EV-I.
015010     PERFORM 6100-LIST-EVENT THRU 6100-EXIT.
015020     PERFORM 8150-ACCEPT-CONFIRM THRU 8150-EXIT.
015030     IF WS-CONFIRM NOT EQUAL "Y"
015040         DISPLAY "DELETE CANCELLED"
015050         GO TO 6400-EXIT
015060     END-IF.
015070     PERFORM 6800-FORMAT-EVENT THRU 6800-EXIT.
015080     PERFORM 6570-CLOSE-UP-EVENT THRU 6570-EXIT
015090         VARYING WS-EV-J FROM WS-EV-I BY 1
015100         UNTIL WS-EV-J >= WS-EV-COUNT.
015110     SUBTRACT 1 FROM WS-EV-COUNT.
015120     PERFORM 8540-SAVE-EVENTS THRU 8540-EXIT.
015130     IF NOT WS-SAVED
015140         GO TO 6400-EXIT
015150     END-IF.
015160     MOVE "DELETE" TO WS-AUDIT-ACTION.
015170     PERFORM 8000-LOG-MAINT-AUDIT THRU 8000-EXIT.
015180     DISPLAY "EVENT DELETED".
015190 6400-EXIT.
015200     EXIT.
015210
015220 6500-PROMPT-EVENT-ID.
015230     DISPLAY "EVENT IDENTIFIER: ".
015240     ACCEPT WS-ENTRY-ID.
015250     INSPECT WS-ENTRY-ID
015260         CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
015270 6500-EXIT.
015280     EXIT.
015290
015300 6550-FIND-EVENT.
015310     MOVE ZERO TO WS-EV-HIT.
015320     PERFORM 6555-MATCH-ONE-EVENT THRU 6555-EXIT
015330         VARYING WS-EV-J FROM 1 BY 1
015340         UNTIL WS-EV-J > WS-EV-COUNT OR WS-EV-HIT > 0.
015350 6550-EXIT.
015360     EXIT.
015370
015380 6555-MATCH-ONE-EVENT.
015390     IF WS-EV-ID(WS-EV-J) EQUAL WS-ENTRY-ID
015400         MOVE WS-EV-J TO WS-EV-HIT
015410     END-IF.
015420 6555-EXIT.
015430     EXIT.
015440
015450 6570-CLOSE-UP-EVENT.
015460     MOVE WS-EV-ENTRY(WS-EV-J + 1) TO WS-EV-ENTRY(WS-EV-J).
015470 6570-EXIT.
015480     EXIT.
015490
015500 6600-PROMPT-EVENT-FIELDS.
015510     DISPLAY "EVENT DATE (YYYYMMDD): ".
015520     ACCEPT WS-ENTRY-DATE.
015530     DISPLAY "MODE (E/N/H): ".
015540     ACCEPT WS-ENTRY-MODE.
015550     INSPECT WS-ENTRY-MODE
015560         CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
015570     DISPLAY "OPEN TIME (HHMMSSHH): ".
015580     ACCEPT WS-ENTRY-OPEN.
015590     DISPLAY "CLOSE TIME (HHMMSSHH): ".
015600     ACCEPT WS-ENTRY-CLOSE.
015610 6600-EXIT.
015620     EXIT.
015630
015640 6700-VALIDATE-EVENT.
015650     MOVE "EVENTS" TO WS-FIND-FILE.
015660     MOVE ZERO TO WS-FILE-FINDINGS.
015670     PERFORM 3310-CHECK-EV-ENTRY THRU 3310-EXIT.
015680     PERFORM 3320-CHECK-EV-PAIR THRU 3320-EXIT
015690         VARYING WS-EV-J FROM 1 BY 1
015700         UNTIL WS-EV-J > WS-EV-COUNT.
015710 6700-EXIT.
015720     EXIT.
015730
015740 6800-FORMAT-EVENT.
015750     MOVE SPACES TO WS-AUDIT-DETAIL.
015760     STRING WS-EV-ID(WS-EV-I) DELIMITED BY SPACE
015770            " " DELIMITED BY SIZE
015780            WS-EV-DATE(WS-EV-I) DELIMITED BY SIZE
015790            " " DELIMITED BY SIZE
015800            WS-EV-MODE(WS-EV-I) DELIMITED BY SIZE
015810            " " DELIMITED BY SIZE
015820            WS-EV-OPEN(WS-EV-I) DELIMITED BY SIZE
015830            "-" DELIMITED BY SIZE
015840            WS-EV-CLOSE(WS-EV-I) DELIMITED BY SIZE
015850         INTO WS-AUDIT-DETAIL.
015860 6800-EXIT.
015870     EXIT.
015880
015890*===============================================================
015900* 7000-SEASON-MENU - SHOW OR REPLACE THE SEASON RECORD.  ON A
015910* CHANGE, A FIELD LEFT BLANK KEEPS ITS CURRENT VALUE.
015920*===============================================================
015930 7000-SEASON-MENU.
015940     MOVE "SEASON" TO WS-AUDIT-FILE.
015950     DISPLAY " ".
015960     DISPLAY "SEASON - L=LIST  C=CHANGE  X=BACK".
015970     PERFORM 8100-ACCEPT-ACTION THRU 8100-EXIT.
015971     IF WS-ACTION-CHOICE NOT EQUAL "L"
015972       AND WS-ACTION-CHOICE NOT EQUAL "X"
015973       AND WS-SEASON-LOAD-FAILED
015974         DISPLAY "SEASON COULD NOT BE READ IN FULL - NO CHANGES"
015975             " ALLOWED"
015976         GO TO 7000-EXIT
015977     END-IF.
015980     EVALUATE WS-ACTION-CHOICE
015990         WHEN "L"
016000             PERFORM 7100-LIST-SEASON THRU 7100-EXIT
016010         WHEN "C"
016020             PERFORM 7200-CHANGE-SEASON THRU 7200-EXIT
016030         WHEN "X"
016040             MOVE 'Y' TO WS-BACK-SW
016050         WHEN OTHER
016060             DISPLAY "UNRECOGNIZED CHOICE"
016070     END-EVALUATE.
016080 7000-EXIT.
016090     EXIT.
016100
016110 7100-LIST-SEASON.
016120     IF WS-SEASON-COUNT EQUAL ZERO
016130         DISPLAY "  NO SEASON RECORD"
016140     ELSE
016150         DISPLAY "  " WS-SEASON-ID
016160             " START=" WS-SEASON-START
016170             " END=" WS-SEASON-END
016180     END-IF.
016190 7100-EXIT.
016200     EXIT.
016210
016220 7200-CHANGE-SEASON.
016230     PERFORM 7100-LIST-SEASON THRU 7100-EXIT.
016240     DISPLAY "BLANK KEEPS THE CURRENT VALUE".
016250     DISPLAY "SEASON IDENTIFIER: ".
016260     ACCEPT WS-ENTRY-ID.
016270     INSPECT WS-ENTRY-ID
016280         CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
016290     DISPLAY "START DATE (YYYYMMDD): ".
016300     ACCEPT WS-ENTRY-DATE.
016310     DISPLAY "END DATE (YYYYMMDD): ".
016320     ACCEPT WS-ENTRY-END.
016330     MOVE WS-SEASON-ENTRY TO WS-SEASON-SAVE-ENTRY.
016340     MOVE WS-SEASON-ENTRY TO WS-AUDIT-OLD-DETAIL.
016350     IF WS-ENTRY-ID NOT EQUAL SPACES
016360         MOVE WS-ENTRY-ID TO WS-SEASON-ID
016370     END-IF.
016380     IF WS-ENTRY-DATE NOT EQUAL SPACES
016390         MOVE WS-ENTRY-DATE TO WS-SEASON-START
016400     END-IF.
016410     IF WS-ENTRY-END NOT EQUAL SPACES
016420         MOVE WS-ENTRY-END TO WS-SEASON-END
016430     END-IF.
016440     MOVE "SEASON" TO WS-FIND-FILE.
016450     MOVE ZERO TO WS-FILE-FINDINGS.
016460     PERFORM 3410-CHECK-SEASON-ENTRY THRU 3410-EXIT.
016470     IF WS-FILE-FINDINGS > ZERO
016480         MOVE WS-SEASON-SAVE-ENTRY TO WS-SEASON-ENTRY
016490         DISPLAY "CHANGE REFUSED - NOT SAVED"
016500         GO TO 7200-EXIT
016510     END-IF.
016520     PERFORM 8560-SAVE-SEASON THRU 8560-EXIT.
016530     IF NOT WS-SAVED
016540         GO TO 7200-EXIT
016550     END-IF.
016560     MOVE WS-SEASON-ENTRY TO WS-AUDIT-DETAIL.
016570     PERFORM 8050-LOG-CHANGE THRU 8050-EXIT.
016580     DISPLAY "SEASON RECORD SAVED".
016590 7200-EXIT.
016600     EXIT.
016610
016620*===============================================================
016630* 7500-CABINETID-MENU - SHOW OR REPLACE THE CABINET ID
016640*===============================================================
016650 7500-CABINETID-MENU.
016660     MOVE "CABINETID" TO WS-AUDIT-FILE.
016670     DISPLAY " ".
016680     DISPLAY "CABINETID - L=LIST  C=CHANGE  X=BACK".
016690     PERFORM 8100-ACCEPT-ACTION THRU 8100-EXIT.
016691     IF WS-ACTION-CHOICE NOT EQUAL "L"
016692       AND WS-ACTION-CHOICE NOT EQUAL "X"
016693       AND WS-CAB-LOAD-FAILED
016694         DISPLAY "CABINETID COULD NOT BE READ IN FULL - NO"
016695             " CHANGES ALLOWED"
016696         GO TO 7500-EXIT
016697     END-IF.
016700     EVALUATE WS-ACTION-CHOICE
016710         WHEN "L"
016720             PERFORM 7600-LIST-CABINETID THRU 7600-EXIT
016730         WHEN "C"
016740             PERFORM 7700-CHANGE-CABINETID THRU 7700-EXIT
016750         WHEN "X"
016760             MOVE 'Y' TO WS-BACK-SW
016770         WHEN OTHER
016780             DISPLAY "UNRECOGNIZED CHOICE"
016790     END-EVALUATE.
016800 7500-EXIT.
016810     EXIT.
016820
016830 7600-LIST-CABINETID.
016840     IF WS-CAB-COUNT EQUAL ZERO
016850         DISPLAY "  NO CABINET ID"
016860     ELSE
016870         DISPLAY "  " WS-CAB-ENTRY
016880     END-IF.
016890 7600-EXIT.
016900     EXIT.
016910
016920 7700-CHANGE-CABINETID.
016930     PERFORM 7600-LIST-CABINETID THRU 7600-EXIT.
016940     DISPLAY "NEW CABINET ID: ".
016950     ACCEPT WS-ENTRY-INITIALS.
016960     INSPECT WS-ENTRY-INITIALS
016970         CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
016980     MOVE WS-CAB-ENTRY TO WS-CAB-SAVE-ENTRY.
016990     MOVE WS-CAB-ENTRY TO WS-AUDIT-OLD-DETAIL.
017000     MOVE WS-ENTRY-INITIALS TO WS-CAB-ENTRY.
017010     MOVE "CABINETID" TO WS-FIND-FILE.
017020     MOVE ZERO TO WS-FILE-FINDINGS.
017030     PERFORM 3510-CHECK-CAB-ENTRY THRU 3510-EXIT.
017040     IF WS-FILE-FINDINGS > ZERO
017050         MOVE WS-CAB-SAVE-ENTRY TO WS-CAB-ENTRY
017060         DISPLAY "CHANGE REFUSED - NOT SAVED"
017070         GO TO 7700-EXIT
017080     END-IF.
017090     PERFORM 8580-SAVE-CABINETID THRU 8580-EXIT.
017100     IF NOT WS-SAVED
017110         GO TO 7700-EXIT
017120     END-IF.
017130     MOVE WS-CAB-ENTRY TO WS-AUDIT-DETAIL.
017140     PERFORM 8050-LOG-CHANGE THRU 8050-EXIT.
017150     DISPLAY "CABINET ID SAVED".
017160 7700-EXIT.
017170     EXIT.
017180
017190*---------------------------------------------------------------
017200* 8000-LOG-MAINT-AUDIT - APPEND ONE TIMESTAMPED LINE TO THE
017210* CONTROL-FILE CHANGE TRAIL FOR THE ACTION JUST TAKEN.  A LINE
017211* THAT WILL NOT WRITE IS SHOWN IN FULL FOR THE OPERATOR TO NOTE
017212* AND ENDS THE SESSION, SO NO MORE CHANGES GO UNRECORDED.
017220* 8050-LOG-CHANGE LOGS A CHANGE AS TWO LINES, THE ENTRY AS IT
017230* WAS AND AS IT NOW IS.
017240*---------------------------------------------------------------
017250 8000-LOG-MAINT-AUDIT.
017260     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
017270     ACCEPT WS-AUDIT-TIME FROM TIME.
017280     MOVE SPACES TO MAINT-AUDIT-RECORD.
017290     STRING WS-AUDIT-DATE        DELIMITED BY SIZE
017300            " "                  DELIMITED BY SIZE
017310            WS-AUDIT-TIME        DELIMITED BY SIZE
017320            " "                  DELIMITED BY SIZE
017330            WS-OPERATOR-INITIALS DELIMITED BY SIZE
017340            " "                  DELIMITED BY SIZE
017350            WS-AUDIT-ACTION      DELIMITED BY SIZE
017360            " "                  DELIMITED BY SIZE
017370            WS-AUDIT-FILE        DELIMITED BY SIZE
017380            " "                  DELIMITED BY SIZE
017390            WS-AUDIT-DETAIL      DELIMITED BY SIZE
017400         INTO MAINT-AUDIT-RECORD.
017410     WRITE MAINT-AUDIT-RECORD.
017411     IF WS-MAINTAUDIT-STATUS NOT EQUAL "00"
017412         DISPLAY "CTLMAINT - CANNOT WRITE CTLAUDIT, STATUS="
017413             WS-MAINTAUDIT-STATUS
017414         DISPLAY "CTLMAINT - " WS-AUDIT-ACTION " " WS-AUDIT-FILE
017415             " " WS-AUDIT-DETAIL
017416         DISPLAY "CTLMAINT - NOT ON THE TRAIL, NO FURTHER"
017417             " CHANGES ALLOWED"
017418         MOVE 'Y' TO WS-EXIT-SW
017419         GO TO 8000-EXIT
017420     END-IF.
017421     ADD 1 TO WS-CHANGES-LOGGED.
017430 8000-EXIT.
017440     EXIT.
017450
017460 8050-LOG-CHANGE.
017470     MOVE WS-AUDIT-DETAIL TO WS-AUDIT-NEW-DETAIL.
017480     MOVE "CHG-OLD" TO WS-AUDIT-ACTION.
017490     MOVE WS-AUDIT-OLD-DETAIL TO WS-AUDIT-DETAIL.
017500     PERFORM 8000-LOG-MAINT-AUDIT THRU 8000-EXIT.
017510     MOVE "CHG-NEW" TO WS-AUDIT-ACTION.
017520     MOVE WS-AUDIT-NEW-DETAIL TO WS-AUDIT-DETAIL.
017530     PERFORM 8000-LOG-MAINT-AUDIT THRU 8000-EXIT.
017540 8050-EXIT.
017550     EXIT.
017560
017570 8100-ACCEPT-ACTION.
017580     ACCEPT WS-ACTION-CHOICE.
017590     INSPECT WS-ACTION-CHOICE
017600         CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
017610 8100-EXIT.
017620     EXIT.
017630
017640 8150-ACCEPT-CONFIRM.
017650     DISPLAY "CONFIRM DELETE (Y/N): ".
017660     ACCEPT WS-CONFIRM.
017670     INSPECT WS-CONFIRM
017680         CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
017690 8150-EXIT.
017700     EXIT.
017710
017720*---------------------------------------------------------------
017730* 8200-REPORT-FINDING - SHOW ONE FINDING AGAINST WS-FIND-FILE
017740* AND COUNT IT, FOR THE RUN AND FOR THE CHANGE BEING CHECKED
017750*---------------------------------------------------------------
017760 8200-REPORT-FINDING.
017770     DISPLAY "  " WS-FIND-FILE " " WS-FIND-TEXT.
017780     ADD 1 TO WS-FINDINGS.
017790     ADD 1 TO WS-FILE-FINDINGS.
017800     MOVE SPACES TO WS-FIND-TEXT.
017810 8200-EXIT.
017820     EXIT.
017830
017840*---------------------------------------------------------------
017850* 8300-EDIT-INITIALS - WS-EDIT-INITIALS MUST BE EXACTLY THREE
017860* OF A-Z AND 0-9, THE SET THE GAME'S ENTRY SCREEN TAKES
017870*---------------------------------------------------------------
017880 8300-EDIT-INITIALS.
017890     MOVE 'Y' TO WS-EDIT-OK-SW.
017900     PERFORM 8310-EDIT-ONE-INITIAL THRU 8310-EXIT
017910         VARYING WS-EDIT-IDX FROM 1 BY 1
017920         UNTIL WS-EDIT-IDX > 3.
017930     IF WS-EDIT-INITIALS(4:17) NOT EQUAL SPACES
017940         MOVE 'N' TO WS-EDIT-OK-SW
017950     END-IF.
017960 8300-EXIT.
017970     EXIT.
017980
017990 8310-EDIT-ONE-INITIAL.
018000     MOVE WS-EDIT-INITIALS(WS-EDIT-IDX:1) TO WS-EDIT-CHAR-X.
018010     EVALUATE TRUE
018020         WHEN WS-EDIT-CHAR-X >= "A" AND WS-EDIT-CHAR-X <= "Z"
018030             CONTINUE
018040         WHEN WS-EDIT-CHAR-X >= "0" AND WS-EDIT-CHAR-X <= "9"
018050             CONTINUE
018060         WHEN OTHER
018070             MOVE 'N' TO WS-EDIT-OK-SW
018080     END-EVALUATE.
018090 8310-EXIT.
018100     EXIT.
018110
018120*---------------------------------------------------------------
018130* 8400-EDIT-DATE - WS-CHK-DATE MUST BE A REAL YYYYMMDD DATE
018140* THIS CENTURY.  8450-EDIT-TIME - WS-CHK-TIME MUST BE A REAL
018150* HHMMSSHH TIME OF DAY.
018160*---------------------------------------------------------------
018170 8400-EDIT-DATE.
018180     MOVE 'N' TO WS-DATE-OK-SW.
018190     IF WS-CHK-DATE NOT NUMERIC
018200         GO TO 8400-EXIT
018210     END-IF.
018220     IF WS-CHK-YEAR < 2000 OR WS-CHK-YEAR > 2099
018230       OR WS-CHK-MONTH < 01 OR WS-CHK-MONTH > 12
018240         GO TO 8400-EXIT
018250     END-IF.
018260     MOVE WS-MONTH-DAY-MAX(WS-CHK-MONTH) TO WS-DAYS-IN-MONTH.
018270     DIVIDE WS-CHK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
018280         REMAINDER WS-LEAP-REMAINDER.
018290     IF WS-CHK-MONTH EQUAL 02 AND WS-LEAP-REMAINDER EQUAL ZERO
018300         MOVE 29 TO WS-DAYS-IN-MONTH
018310     END-IF.
018320     IF WS-CHK-DAY < 01 OR WS-CHK-DAY > WS-DAYS-IN-MONTH
018330         GO TO 8400-EXIT
018340     END-IF.
018350     MOVE 'Y' TO WS-DATE-OK-SW.
018360 8400-EXIT.
018370     EXIT.
018380
018390 8450-EDIT-TIME.
018400     MOVE 'N' TO WS-TIME-OK-SW.
018410     IF WS-CHK-TIME NOT NUMERIC
018420         GO TO 8450-EXIT
018430     END-IF.
018440     IF WS-CHK-HH > 23 OR WS-CHK-MM > 59 OR WS-CHK-SS > 59
018450         GO TO 8450-EXIT
018460     END-IF.
018470     MOVE 'Y' TO WS-TIME-OK-SW.
018480 8450-EXIT.
018490     EXIT.
018500
018510*---------------------------------------------------------------
018520* 8500-SAVE-KEYMAP THROUGH 8580-SAVE-CABINETID - REWRITE A
018530* CONTROL FILE FROM ITS TABLE AFTER A VALIDATED CHANGE.  IF
018540* THE FILE CANNOT BE WRITTEN THE TABLE IS RELOADED FROM WHAT
018550* IS ON DISK, SO THE SCREEN NEVER SHOWS AN UNSAVED CHANGE.
018551* A FILE THAT DID NOT LOAD IS NEVER WRITTEN OVER.  ONE THAT
018552* FAILS PART WAY THROUGH THE WRITE MAY BE LEFT INCOMPLETE, SO
018553* IT IS MARKED AS NOT LOADED AFTER THE RELOAD, AND NO FURTHER
018554* CHANGE IS MADE TO IT THIS SESSION.
018560*---------------------------------------------------------------
018570 8500-SAVE-KEYMAP.
018580     MOVE 'N' TO WS-SAVED-SW.
018581     IF WS-KM-LOAD-FAILED
018582         DISPLAY "KEYMAP COULD NOT BE READ IN FULL - NOT SAVED"
018583         PERFORM 1200-LOAD-KEYMAP THRU 1200-EXIT
018584         GO TO 8500-EXIT
018585     END-IF.
018586     MOVE 'N' TO WS-WRITE-FAILED-SW.
018590     OPEN OUTPUT KEYMAP-FILE.
018600     IF WS-KEYMAP-STATUS NOT EQUAL "00"
018610         DISPLAY "CANNOT REWRITE KEYMAP, STATUS="
018620             WS-KEYMAP-STATUS " - NOT SAVED"
018630         PERFORM 1200-LOAD-KEYMAP THRU 1200-EXIT
018640         GO TO 8500-EXIT
018650     END-IF.
018660     PERFORM 8510-WRITE-ONE-BINDING THRU 8510-EXIT
018670         VARYING WS-KM-J FROM 1 BY 1
018680         UNTIL WS-KM-J > WS-KM-COUNT
018681           OR WS-WRITE-FAILED.
018690     CLOSE KEYMAP-FILE.
018691     IF WS-WRITE-FAILED
018692         DISPLAY "CANNOT WRITE KEYMAP, STATUS="
018693             WS-WRITE-STATUS " - NOT SAVED, THE FILE MAY BE"
018694             " INCOMPLETE"
018695         PERFORM 1200-LOAD-KEYMAP THRU 1200-EXIT
018696         MOVE 'Y' TO WS-KM-LOAD-FAIL-SW
018697         GO TO 8500-EXIT
018698     END-IF.
018700     MOVE "00" TO WS-KEYMAP-STATUS.
018710     MOVE 'Y' TO WS-SAVED-SW.
018720 8500-EXIT.
018730     EXIT.
018740
018750 8510-WRITE-ONE-BINDING.
018760     MOVE WS-KM-ENTRY(WS-KM-J) TO KEYMAP-RECORD.
018770     WRITE KEYMAP-RECORD.
018771     IF WS-KEYMAP-STATUS NOT EQUAL "00"
018772         MOVE WS-KEYMAP-STATUS TO WS-WRITE-STATUS
018773         MOVE 'Y' TO WS-WRITE-FAILED-SW
018774     END-IF.
018780 8510-EXIT.
018790     EXIT.
018800
018810 8520-SAVE-BANNED.
018820     MOVE 'N' TO WS-SAVED-SW.
018821     IF WS-BAN-LOAD-FAILED
018822         DISPLAY "BANNED COULD NOT BE READ IN FULL - NOT SAVED"
018823         PERFORM 1300-LOAD-BANNED THRU 1300-EXIT
018824         GO TO 8520-EXIT
018825     END-IF.
018826     MOVE 'N' TO WS-WRITE-FAILED-SW.
018830     OPEN OUTPUT BANNED-FILE.
018840     IF WS-BANNED-STATUS NOT EQUAL "00"
018850         DISPLAY "CANNOT REWRITE BANNED, STATUS="
018860             WS-BANNED-STATUS " - NOT SAVED"
018870         PERFORM 1300-LOAD-BANNED THRU 1300-EXIT
018880         GO TO 8520-EXIT
018890     END-IF.
018900     PERFORM 8530-WRITE-ONE-BANNED THRU 8530-EXIT
018910         VARYING WS-BAN-J FROM 1 BY 1
018920         UNTIL WS-BAN-J > WS-BAN-COUNT
018921           OR WS-WRITE-FAILED.
018930     CLOSE BANNED-FILE.
018931     IF WS-WRITE-FAILED
018932         DISPLAY "CANNOT WRITE BANNED, STATUS="
018933             WS-WRITE-STATUS " - NOT SAVED, THE FILE MAY BE"
018934             " INCOMPLETE"
018935         PERFORM 1300-LOAD-BANNED THRU 1300-EXIT
018936         MOVE 'Y' TO WS-BAN-LOAD-FAIL-SW
018937         GO TO 8520-EXIT
018938     END-IF.
018940     MOVE "00" TO WS-BANNED-STATUS.
018950     MOVE 'Y' TO WS-SAVED-SW.
018960 8520-EXIT.
018970     EXIT.
018980
018990 8530-WRITE-ONE-BANNED.
019000     MOVE WS-BAN-ENTRY(WS-BAN-J) TO BANNED-LINE.
019010     WRITE BANNED-LINE.
019011     IF WS-BANNED-STATUS NOT EQUAL "00"
019012         MOVE WS-BANNED-STATUS TO WS-WRITE-STATUS
019013         MOVE 'Y' TO WS-WRITE-FAILED-SW
019014     END-IF.
019020 8530-EXIT.
019030     EXIT.
019040
019050 8540-SAVE-EVENTS.
019060     MOVE 'N' TO WS-SAVED-SW.
019061     IF WS-EV-LOAD-FAILED
019062         DISPLAY "EVENTS COULD NOT BE READ IN FULL - NOT SAVED"
019063         PERFORM 1400-LOAD-EVENTS THRU 1400-EXIT
019064         GO TO 8540-EXIT
019065     END-IF.
019066     MOVE 'N' TO WS-WRITE-FAILED-SW.
019070     OPEN OUTPUT EVENTS-FILE.
019080     IF WS-EVENTS-STATUS NOT EQUAL "00"
019090         DISPLAY "CANNOT REWRITE EVENTS, STATUS="
019100             WS-EVENTS-STATUS " - NOT SAVED"
019110         PERFORM 1400-LOAD-EVENTS THRU 1400-EXIT
019120         GO TO 8540-EXIT
019130     END-IF.
019140     PERFORM 8550-WRITE-ONE-EVENT THRU 8550-EXIT
019150         VARYING WS-EV-J FROM 1 BY 1
019160         UNTIL WS-EV-J > WS-EV-COUNT
019161           OR WS-WRITE-FAILED.
019170     CLOSE EVENTS-FILE.
019171     IF WS-WRITE-FAILED
019172         DISPLAY "CANNOT WRITE EVENTS, STATUS="
019173             WS-WRITE-STATUS " - NOT SAVED, THE FILE MAY BE"
019174             " INCOMPLETE"
019175         PERFORM 1400-LOAD-EVENTS THRU 1400-EXIT
019176         MOVE 'Y' TO WS-EV-LOAD-FAIL-SW
019177         GO TO 8540-EXIT
019178     END-IF.
019180     MOVE "00" TO WS-EVENTS-STATUS.
019190     MOVE 'Y' TO WS-SAVED-SW.
019200 8540-EXIT.
019210     EXIT.
019220
019230 8550-WRITE-ONE-EVENT.
019240     MOVE WS-EV-ENTRY(WS-EV-J) TO EVENT-RECORD.
019250     WRITE EVENT-RECORD.
019251     IF WS-EVENTS-STATUS NOT EQUAL "00"
019252         MOVE WS-EVENTS-STATUS TO WS-WRITE-STATUS
019253         MOVE 'Y' TO WS-WRITE-FAILED-SW
019254     END-IF.
019260 8550-EXIT.
019270     EXIT.
019280
019290 8560-SAVE-SEASON.
019300     MOVE 'N' TO WS-SAVED-SW.
019301     IF WS-SEASON-LOAD-FAILED
019302         DISPLAY "SEASON COULD NOT BE READ IN FULL - NOT SAVED"
019303         PERFORM 1500-LOAD-SEASON THRU 1500-EXIT
019304         GO TO 8560-EXIT
019305     END-IF.
019306     MOVE 'N' TO WS-WRITE-FAILED-SW.
019310     OPEN OUTPUT SEASON-FILE.
019320     IF WS-SEASON-STATUS NOT EQUAL "00"
019330         DISPLAY "CANNOT REWRITE SEASON, STATUS="
019340             WS-SEASON-STATUS " - NOT SAVED"
019350         PERFORM 1500-LOAD-SEASON THRU 1500-EXIT
019360         GO TO 8560-EXIT
019370     END-IF.
019380     MOVE WS-SEASON-ENTRY TO SEASON-RECORD.
019390     WRITE SEASON-RECORD.
019391     IF WS-SEASON-STATUS NOT EQUAL "00"
019392         MOVE WS-SEASON-STATUS TO WS-WRITE-STATUS
019393         MOVE 'Y' TO WS-WRITE-FAILED-SW
019394     END-IF.
019400     CLOSE SEASON-FILE.
019401     IF WS-WRITE-FAILED
019402         DISPLAY "CANNOT WRITE SEASON, STATUS="
019403             WS-WRITE-STATUS " - NOT SAVED, THE FILE MAY BE"
019404             " INCOMPLETE"
019405         PERFORM 1500-LOAD-SEASON THRU 1500-EXIT
019406         MOVE 'Y' TO WS-SEASON-LOAD-FAIL-SW
019407         GO TO 8560-EXIT
019408     END-IF.
019410     MOVE "00" TO WS-SEASON-STATUS.
019420     MOVE 1 TO WS-SEASON-COUNT.
019430     MOVE 'Y' TO WS-SAVED-SW.
019440 8560-EXIT.
019450     EXIT.
019460
019470 8580-SAVE-CABINETID.
019480     MOVE 'N' TO WS-SAVED-SW.
019481     IF WS-CAB-LOAD-FAILED
019482         DISPLAY "CABINETID COULD NOT BE READ IN FULL - NOT SAVED"
019483         PERFORM 1600-LOAD-CABINETID THRU 1600-EXIT
019484         GO TO 8580-EXIT
019485     END-IF.
019486     MOVE 'N' TO WS-WRITE-FAILED-SW.
019490     OPEN OUTPUT CABINETID-FILE.
019500     IF WS-CABINETID-STATUS NOT EQUAL "00"
019510         DISPLAY "CANNOT REWRITE CABINETID, STATUS="
019520             WS-CABINETID-STATUS " - NOT SAVED"
019530         PERFORM 1600-LOAD-CABINETID THRU 1600-EXIT
019540         GO TO 8580-EXIT
019550     END-IF.
019560     MOVE WS-CAB-ENTRY TO CABINETID-LINE.
019570     WRITE CABINETID-LINE.
019571     IF WS-CABINETID-STATUS NOT EQUAL "00"
019572         MOVE WS-CABINETID-STATUS TO WS-WRITE-STATUS
019573         MOVE 'Y' TO WS-WRITE-FAILED-SW
019574     END-IF.
019580     CLOSE CABINETID-FILE.
019581     IF WS-WRITE-FAILED
019582         DISPLAY "CANNOT WRITE CABINETID, STATUS="
019583             WS-WRITE-STATUS " - NOT SAVED, THE FILE MAY BE"
019584             " INCOMPLETE"
019585         PERFORM 1600-LOAD-CABINETID THRU 1600-EXIT
019586         MOVE 'Y' TO WS-CAB-LOAD-FAIL-SW
019587         GO TO 8580-EXIT
019588     END-IF.
019590     MOVE "00" TO WS-CABINETID-STATUS.
019600     MOVE 1 TO WS-CAB-COUNT.
019610     MOVE 'Y' TO WS-SAVED-SW.
019620 8580-EXIT.
019630     EXIT.
019640
019650*===============================================================
019660* 9000-TERMINATE - CLOSE THE CHANGE TRAIL AND REPORT THE RUN
019670*===============================================================
019680 9000-TERMINATE.
019690     IF WS-AUDIT-OPEN
019700         CLOSE MAINTAUDIT-FILE
019710         DISPLAY "CTLMAINT - CHANGES LOGGED: " WS-CHANGES-LOGGED
019720     END-IF.
019730 9000-EXIT.
019740     EXIT.
