000010*-------------------------------------------------------------
000020* PLAYERERASE
000030* ERASE ONE SET OF INITIALS FROM EVERY FILE THAT CARRIES THEM,
000040* IN ONE CONTROLLED RUN, WHEN A PLAYER ASKS TO BE REMOVED OR
000050* A BANNED SET OF INITIALS GOT ONTO THE BOARDS BEFORE IT WAS
000060* ADDED TO THE BANNED LIST:
000070*
000080*   SCORES, ALLTIME  - THE PLAYER'S BOARD ENTRIES ARE DELETED;
000090*                      AS SOMEONE ELSE'S OPPONENT THEY BECOME
000100*                      THE GUEST MARKER
000110*   SEASHIST         - THE PLAYER'S SEASON FINISHES ARE
000120*                      DROPPED; AS OPPONENT, THE GUEST MARKER
000130*   ACHIEVE          - THE PLAYER'S BADGES ARE DELETED
000140*   RIVALRY          - EVERY PAIR WITH THE PLAYER AS EITHER
000150*                      HALF IS DELETED
000160*   PLAYERSTATS      - THE PLAYER'S RECORD IS DELETED
000170*   SHOPSTAT         - THE PLAYER'S RECORD IS DELETED
000180*   SHOPTOP          - THE PLAYER'S ROWS ARE DROPPED
000190*   SESSIONS,        - EITHER SIDE BECOMES THE GUEST MARKER;
000200*   TRANSFER,          THE SESSIONS THEMSELVES STAY, SO THE
000210*   SHOPSESS           CASH-UP, THE AUDIT-TRAIL CHECK AND THE
000220*                      SHOP MERGE STILL BALANCE
000230*   BANNED           - THE INITIALS ARE ADDED, SO THEY CANNOT
000240*                      COME STRAIGHT BACK
000250*
000260* THE GUEST MARKER IS THE ONE THE PIN CHECK RECORDS A FAILED
000270* CLAIM UNDER.  IT CANNOT BE KEYED AT THE INITIALS ENTRY
000280* SCREEN, SO IT BELONGS TO NO PLAYER.
000290*
000300* EACH FILE IS COUNTED AS IT IS ERASED AND COUNTED AGAIN
000310* AFTERWARDS, AND ERASERPT SHOWS THE BEFORE AND AFTER COUNTS
000320* WITH WHAT WAS REMOVED OR MADE ANONYMOUS.  A FILE NOT ON THIS
000330* MACHINE IS REPORTED AS NOT PRESENT AND SKIPPED, SO THE SAME
000340* JOB RUNS ON EVERY CABINET AND AT THE OFFICE.  A REGISTRATION
000350* ON PLAYREG IS REPORTED BUT LEFT FOR REGMAINT TO REMOVE, SO
000360* THE DEREGISTRATION REACHES THE REGAUDIT TRAIL.
000370*
000380* RUN-PLAYERERASE.SH TAKES THE MASTERBACK UNLOADS AND COPIES
000390* OF THE LINE-SEQUENTIAL FILES FIRST, SO THE RUN CAN BE
000400* UNDONE, AND RE-RANKS SHOPTOP AT THE OFFICE AFTERWARDS.  THE
000410* BOARDS RANK AT DISPLAY TIME, SO A DELETED ENTRY LEAVES NO
000420* GAP IN THEM.
000421*
000422* THE HOUSEKEEPING ARCHIVES ARE NOT TOUCHED BY DEFAULT.  TO
000423* CLEAR ONE, POINT THE SESSIONS OR TRANSFER ASSIGNMENT AT IT
000424* THROUGH THE ENVIRONMENT AND RUN THE JOB AGAIN; THE FILES
000425* ALREADY CLEARED SIMPLY COUNT NOTHING THE SECOND TIME.
000430*-------------------------------------------------------------
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. playererase.
000460 AUTHOR. D HENDERSON.
000470 INSTALLATION. ARCADE SYSTEMS GROUP.
000480 DATE-WRITTEN. 2026-10-15.
000490 DATE-COMPILED.
000500*-------------------------------------------------------------
000510* MODIFICATION HISTORY
000520* DATE       INIT DESCRIPTION
000530* 2026-10-15 DWH  ORIGINAL ERASURE JOB FOR ONE SET OF INITIALS.
000531* 2026-10-15 DWH  A SHOPSESS SESSION WHOSE GUEST KEY IS ALREADY
000532*                 TAKEN IS REMOVED, NOT LEFT AS A FAILURE.
000540*-------------------------------------------------------------
000550
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER. GENERIC-CABINET.
000590 OBJECT-COMPUTER. GENERIC-CABINET.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT SCORES-FILE ASSIGN TO "SCORES"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS SCORE-KEY
000660         FILE STATUS IS WS-FILE-STATUS.
000670     SELECT ALLTIME-FILE ASSIGN TO "ALLTIME"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS ALLT-KEY
000710         FILE STATUS IS WS-FILE-STATUS.
000720     SELECT SEASHIST-FILE ASSIGN TO "SEASHIST"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-FILE-STATUS.
000750     SELECT ACHIEVE-FILE ASSIGN TO "ACHIEVE"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS ACHV-KEY
000790         FILE STATUS IS WS-FILE-STATUS.
000800     SELECT RIVALRY-FILE ASSIGN TO "RIVALRY"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS RIVAL-PAIR-KEY
000840         FILE STATUS IS WS-FILE-STATUS.
000850     SELECT PLAYERSTATS-FILE ASSIGN TO "PLAYERSTATS"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS PSTAT-INITIALS
000890         FILE STATUS IS WS-FILE-STATUS.
000900     SELECT SESSIONS-FILE ASSIGN TO "SESSIONS"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-FILE-STATUS.
000930     SELECT TRANSFER-FILE ASSIGN TO "TRANSFER"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-FILE-STATUS.
000960     SELECT SHOPSESS-FILE ASSIGN TO "SHOPSESS"
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS DYNAMIC
000990         RECORD KEY IS SHOP-SESSION-KEY
001000         FILE STATUS IS WS-FILE-STATUS.
001010     SELECT SHOPSTAT-FILE ASSIGN TO "SHOPSTAT"
001020         ORGANIZATION IS INDEXED
001030         ACCESS MODE IS DYNAMIC
001040         RECORD KEY IS SHOPSTAT-INITIALS
001050         FILE STATUS IS WS-FILE-STATUS.
001060     SELECT SHOPTOP-FILE ASSIGN TO "SHOPTOP"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WS-FILE-STATUS.
001090     SELECT BANNED-FILE ASSIGN TO "BANNED"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-FILE-STATUS.
001120     SELECT PLAYREG-FILE ASSIGN TO "PLAYREG"
001130         ORGANIZATION IS INDEXED
001140         ACCESS MODE IS DYNAMIC
001150         RECORD KEY IS REG-INITIALS
001160         FILE STATUS IS WS-FILE-STATUS.
001170     SELECT ERASWORK-FILE ASSIGN TO "ERASWORK"
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS WS-WORK-STATUS.
001200     SELECT REPORT-FILE ASSIGN TO "ERASERPT"
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS WS-REPORT-STATUS.
001230
001240 DATA DIVISION.
001250 FILE SECTION.
001260* SCORES-FILE AND ALLTIME-FILE - THE SEASON AND ALL-TIME
001270* BOARDS, ONE BEST ENTRY PER PLAYER PER MODE.
001280 FD  SCORES-FILE.
001290     COPY SCOREREC.
001300 FD  ALLTIME-FILE.
001310     COPY ALLTMREC.
001320* SEASHIST-FILE - CLOSED-SEASON BOARD SNAPSHOTS, WRITTEN BY
001330* SEASONCLOSE.
001340 FD  SEASHIST-FILE.
001350     COPY SEAHREC.
001360* ACHIEVE-FILE, RIVALRY-FILE, PLAYERSTATS-FILE - THE CABINET'S
001370* PER-PLAYER MASTERS.
001380 FD  ACHIEVE-FILE.
001390     COPY ACHVREC.
001400 FD  RIVALRY-FILE.
001410     COPY RIVLREC.
001420 FD  PLAYERSTATS-FILE.
001430     COPY PLYSTAT.
001440* SESSIONS-FILE AND TRANSFER-FILE - THE CABINET'S SESSION
001450* HISTORY AND ITS EXPORT FOR THE SHOP MERGE.
001460 FD  SESSIONS-FILE.
001470     COPY SESSNREC.
001480 FD  TRANSFER-FILE.
001490     COPY XFERREC.
001500* SHOPSESS-FILE, SHOPSTAT-FILE, SHOPTOP-FILE - THE OFFICE'S
001510* SHOP-WIDE MASTERS AND TOP-TEN FEED (SHOPTOP IS ALSO COPIED
001520* OUT TO THE CABINETS).  SHOPSTAT SHARES PLAYERSTATS' LAYOUT,
001530* SO ITS RECORD IS SPELLED OUT UNDER ITS OWN NAMES.
001540 FD  SHOPSESS-FILE.
001550     COPY SHOPSESS.
001560 FD  SHOPSTAT-FILE.
001570 01  SHOPSTAT-RECORD.
001580     05  SHOPSTAT-INITIALS       PIC X(03).
001590     05  SHOPSTAT-GAMES-PLAYED   PIC 9(07).
001600     05  SHOPSTAT-TOTAL-SCORE    PIC 9(09).
001610     05  SHOPSTAT-HIGH-SCORE     PIC 9(07).
001620     05  SHOPSTAT-LAST-DATE      PIC 9(08).
001630     05  SHOPSTAT-FLAGGED-COUNT  PIC 9(05).
001640 FD  SHOPTOP-FILE.
001650     COPY SHOPTOPR.
001660* BANNED-FILE - RESERVED/BANNED INITIALS CONTROL FILE.
001670 FD  BANNED-FILE.
001680     COPY BANINITR.
001690* PLAYREG-FILE - PLAYER REGISTRY, READ ONLY HERE.
001700 FD  PLAYREG-FILE.
001710     COPY REGREC.
001720* ERASWORK-FILE - SCRATCH COPY OF A LINE-SEQUENTIAL FILE WITH
001730* THE INITIALS TAKEN OUT, COPIED BACK OVER THE LIVE FILE.  IT
001740* IS LEFT ON DISK AFTERWARD, SO A RUN KILLED MID-REWRITE CAN
001750* BE RECOVERED FROM IT.
001760 FD  ERASWORK-FILE.
001770 01  ERASWORK-RECORD             PIC X(80).
001780* REPORT-FILE - THE BEFORE-AND-AFTER COUNTS.
001790 FD  REPORT-FILE.
001800 01  REPORT-RECORD               PIC X(80).
001810
001820 WORKING-STORAGE SECTION.
001830*-------------------------------------------------------------
001840* FILE STATUS AND CONTROL FIELDS.  ONLY ONE PLAYER FILE IS
001850* OPEN AT A TIME, SO THEY ALL SHARE WS-FILE-STATUS.
001860*-------------------------------------------------------------
001870 01  WS-FILE-STATUS          PIC X(02)     VALUE '00'.
001880 01  WS-WORK-STATUS          PIC X(02)     VALUE '00'.
001890 01  WS-REPORT-STATUS        PIC X(02)     VALUE '00'.
001900 01  WS-IO-EOF-SW            PIC X(01)     VALUE 'N'.
001910     88  WS-IO-EOF                         VALUE 'Y'.
001920 01  WS-WORK-EOF-SW          PIC X(01)     VALUE 'N'.
001930     88  WS-WORK-EOF                       VALUE 'Y'.
001940 01  WS-FILE-OPEN-SW         PIC X(01)     VALUE 'N'.
001950     88  WS-FILE-OPEN                      VALUE 'Y'.
001960 01  WS-UPDATING-SW          PIC X(01)     VALUE 'N'.
001970     88  WS-UPDATING                       VALUE 'Y'.
001980 01  WS-DROP-SW              PIC X(01)     VALUE 'N'.
001990     88  WS-DROP-RECORD                    VALUE 'Y'.
002000 01  WS-RUN-BLOCKED-SW       PIC X(01)     VALUE 'N'.
002010     88  WS-RUN-BLOCKED                    VALUE 'Y'.
002020*-------------------------------------------------------------
002030* PASS - THE ERASE PASS COUNTS EACH FILE AS IT CHANGES IT;
002040* THE CHECK PASS COUNTS IT AGAIN, CHANGING NOTHING
002050*-------------------------------------------------------------
002060 01  WS-PASS-SW              PIC X(01)     VALUE 'E'.
002070     88  WS-ERASE-PASS                     VALUE 'E'.
002080     88  WS-CHECK-PASS                     VALUE 'C'.
002090*-------------------------------------------------------------
002100* RUN PARAMETER - THE INITIALS TO ERASE
002110*-------------------------------------------------------------
002120 01  WS-RUN-PARM             PIC X(40)     VALUE SPACES.
002130 01  WS-PARM-INITIALS        PIC X(08)     VALUE SPACES.
002140 01  WS-PARM-EXTRA           PIC X(08)     VALUE SPACES.
002150 01  WS-ERASE-INITIALS       PIC X(03)     VALUE SPACES.
002160 01  WS-GUEST-INITIALS       PIC X(03)     VALUE "---".
002170 01  WS-EDIT-OK-SW           PIC X(01)     VALUE 'Y'.
002180     88  WS-EDIT-OK                        VALUE 'Y'.
002190 01  WS-EDIT-IDX             PIC 9(01)     VALUE 0.
002200 01  WS-EDIT-CHAR-X          PIC X(01)     VALUE SPACE.
002210 01  WS-LOWER-ALPHA          PIC X(26)
002220     VALUE "abcdefghijklmnopqrstuvwxyz".
002230 01  WS-UPPER-ALPHA          PIC X(26)
002240     VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002250 01  WS-RUN-DATE             PIC 9(08)     VALUE ZERO.
002260 01  WS-RUN-TIME             PIC 9(08)     VALUE ZERO.
002270*-------------------------------------------------------------
002280* PER-FILE RESULTS, IN REPORT ORDER.  THE SUBSCRIPT OF EACH
002290* FILE IS SET AT THE TOP OF ITS OWN WALK PARAGRAPH.
002300*-------------------------------------------------------------
002310 01  WS-FILE-NAME-LIST.
002320     05  FILLER              PIC X(12)     VALUE "SCORES".
002330     05  FILLER              PIC X(12)     VALUE "ALLTIME".
002340     05  FILLER              PIC X(12)     VALUE "SEASHIST".
002350     05  FILLER              PIC X(12)     VALUE "ACHIEVE".
002360     05  FILLER              PIC X(12)     VALUE "RIVALRY".
002370     05  FILLER              PIC X(12)     VALUE "PLAYERSTATS".
002380     05  FILLER              PIC X(12)     VALUE "SESSIONS".
002390     05  FILLER              PIC X(12)     VALUE "TRANSFER".
002400     05  FILLER              PIC X(12)     VALUE "SHOPSESS".
002410     05  FILLER              PIC X(12)     VALUE "SHOPSTAT".
002420     05  FILLER              PIC X(12)     VALUE "SHOPTOP".
002430     05  FILLER              PIC X(12)     VALUE "BANNED".
002440     05  FILLER              PIC X(12)     VALUE "PLAYREG".
002450 01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-LIST.
002460     05  WS-FILE-NAME        PIC X(12)     OCCURS 13 TIMES.
002470 01  WS-FILE-MAX             PIC 9(04)     USAGE COMP VALUE 13.
002480 01  WS-FX                   PIC 9(04)     USAGE COMP VALUE 0.
002490 01  WS-FILE-TABLE.
002500     05  WS-FILE-ENTRY OCCURS 13 TIMES.
002510         10  WS-FILE-STATE-SW    PIC X(01).
002520             88  WS-FILE-PRESENT             VALUE 'P'.
002530             88  WS-FILE-MISSING             VALUE 'M'.
002540             88  WS-FILE-FAILED              VALUE 'F'.
002550         10  WS-FILE-BEFORE      PIC 9(07) USAGE COMP.
002560         10  WS-FILE-REMOVED     PIC 9(07) USAGE COMP.
002570         10  WS-FILE-ANON        PIC 9(07) USAGE COMP.
002580         10  WS-FILE-AFTER       PIC 9(07) USAGE COMP.
002590         10  WS-FILE-NOTE        PIC X(32).
002600*-------------------------------------------------------------
002610* COUNTS FOR THE FILE BEING WALKED
002620*-------------------------------------------------------------
002630 01  WS-REF-COUNT            PIC 9(07)     USAGE COMP VALUE 0.
002640 01  WS-REMOVED-COUNT        PIC 9(07)     USAGE COMP VALUE 0.
002650 01  WS-ANON-COUNT           PIC 9(07)     USAGE COMP VALUE 0.
002660 01  WS-SAVE-SHOP-SESSION    PIC X(72)     VALUE SPACES.
002661 01  WS-GUEST-KEY-SW         PIC X(01)     VALUE 'N'.
002662     88  WS-GUEST-KEY-TAKEN                VALUE 'Y'.
002663 01  WS-KEY-TAKEN-COUNT      PIC 9(04)     USAGE COMP VALUE 0.
002664 01  WS-KEY-TAKEN-DISP       PIC 9(04).
002670*-------------------------------------------------------------
002680* BANNED LIST - COBOLGAME LOADS AT MOST FIFTY ENTRIES, SO AN
002690* ENTRY PAST THE FIFTIETH WOULD NEVER BE SEEN
002700*-------------------------------------------------------------
002710 01  WS-BANNED-TOTAL         PIC 9(04)     USAGE COMP VALUE 0.
002720 01  WS-BANNED-MAX           PIC 9(04)     USAGE COMP VALUE 50.
002730*-------------------------------------------------------------
002740* REPORT LINES
002750*-------------------------------------------------------------
002760 01  WS-RPT-LINE             PIC X(80)     VALUE SPACES.
002770 01  WS-RPT-LINE-COUNT       PIC 9(04)     USAGE COMP VALUE 0.
002780 01  WS-RPT-PAGE-COUNT       PIC 9(04)     USAGE COMP VALUE 0.
002790 01  WS-RPT-LINES-PER-PAGE   PIC 9(04)     USAGE COMP VALUE 55.
002800 01  WS-RPT-PAGE-DISP        PIC ZZZ9.
002810 01  WS-RPT-STATUS-NOTE      PIC X(32)     VALUE SPACES.
002820 01  WS-RPT-FILE-LINE.
002830     05  WS-RPT-FILE-NAME    PIC X(12).
002840     05  WS-RPT-BEFORE       PIC ZZZZZZ9.
002850     05  FILLER              PIC X(02)     VALUE SPACES.
002860     05  WS-RPT-REMOVED      PIC ZZZZZZ9.
002870     05  FILLER              PIC X(02)     VALUE SPACES.
002880     05  WS-RPT-ANON         PIC ZZZZZZ9.
002890     05  FILLER              PIC X(02)     VALUE SPACES.
002900     05  WS-RPT-AFTER        PIC ZZZZZZ9.
002910     05  FILLER              PIC X(02)     VALUE SPACES.
002920     05  WS-RPT-NOTE         PIC X(32).
002930 01  WS-RPT-RC-DISP          PIC 9(02).
002940     COPY STEPRC.
002950
002960 PROCEDURE DIVISION.
002970*===============================================================
002980* 0000-MAINLINE - PROGRAM ENTRY POINT
002990*===============================================================
003000 0000-MAINLINE.
003010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003020     IF WS-RUN-BLOCKED
003030         MOVE WS-STEP-RC TO RETURN-CODE
003040         STOP RUN
003050     END-IF.
003060     MOVE 'E' TO WS-PASS-SW.
003070     PERFORM 2000-WALK-ALL-FILES THRU 2000-EXIT.
003080     PERFORM 5000-ADD-TO-BANNED THRU 5000-EXIT.
003090     MOVE 'C' TO WS-PASS-SW.
003100     PERFORM 2000-WALK-ALL-FILES THRU 2000-EXIT.
003110     PERFORM 5500-JUDGE-ONE-FILE THRU 5500-EXIT
003120         VARYING WS-FX FROM 1 BY 1
003130         UNTIL WS-FX > WS-FILE-MAX.
003140     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.
003150     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003160     MOVE WS-STEP-RC TO RETURN-CODE.
003170     STOP RUN.
003180
003190*===============================================================
003200* 1000-INITIALIZE - TAKE THE INITIALS FROM THE COMMAND LINE,
003210* REFUSE ANYTHING BUT ONE SET OF THREE A-Z/0-9, AND OPEN THE
003220* REPORT.  NOTHING IS TOUCHED WITHOUT A REPORT TO SHOW FOR IT.
003230*===============================================================
003240 1000-INITIALIZE.
003250     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003260     ACCEPT WS-RUN-TIME FROM TIME.
003270     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
003280     INSPECT WS-RUN-PARM
003290         CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
003300     UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACE
003310         INTO WS-PARM-INITIALS WS-PARM-EXTRA.
003320     MOVE WS-PARM-INITIALS TO WS-ERASE-INITIALS.
003330     PERFORM 1100-EDIT-INITIALS THRU 1100-EXIT.
003340     IF NOT WS-EDIT-OK
003350       OR WS-PARM-INITIALS(4:5) NOT EQUAL SPACES
003360       OR WS-PARM-EXTRA NOT EQUAL SPACES
003370         DISPLAY "PLAYERERASE - USAGE: PLAYERERASE <INITIALS>"
003380         DISPLAY "  ONE SET OF THREE LETTERS OR DIGITS"
003390         MOVE 'Y' TO WS-RUN-BLOCKED-SW
003400         MOVE 12 TO WS-STEP-RC
003410         GO TO 1000-EXIT
003420     END-IF.
003430     INITIALIZE WS-FILE-TABLE.
003440     OPEN OUTPUT REPORT-FILE.
003450     IF WS-REPORT-STATUS NOT EQUAL "00"
003460         DISPLAY "PLAYERERASE - CANNOT OPEN REPORT FILE, STATUS="
003470             WS-REPORT-STATUS ", NOTHING ERASED"
003480         MOVE 'Y' TO WS-RUN-BLOCKED-SW
003490         MOVE 8 TO WS-STEP-RC
003500     END-IF.
003510 1000-EXIT.
003520     EXIT.
003530
003540 1100-EDIT-INITIALS.
003550     MOVE 'Y' TO WS-EDIT-OK-SW.
003560     PERFORM 1110-EDIT-ONE-INITIAL THRU 1110-EXIT
003570         VARYING WS-EDIT-IDX FROM 1 BY 1
003580         UNTIL WS-EDIT-IDX > 3.
003590 1100-EXIT.
003600     EXIT.
003610
003620 1110-EDIT-ONE-INITIAL.
003630     MOVE WS-ERASE-INITIALS(WS-EDIT-IDX:1) TO WS-EDIT-CHAR-X.
003640     EVALUATE TRUE
003650         WHEN WS-EDIT-CHAR-X >= "A" AND WS-EDIT-CHAR-X <= "Z"
003660             CONTINUE
003670         WHEN WS-EDIT-CHAR-X >= "0" AND WS-EDIT-CHAR-X <= "9"
003680             CONTINUE
003690         WHEN OTHER
003700             MOVE 'N' TO WS-EDIT-OK-SW
003710     END-EVALUATE.
003720 1110-EXIT.
003730     EXIT.
003740
003750*===============================================================
003760* 2000-WALK-ALL-FILES - ONE PASS OVER EVERY FILE.  ON THE
003770* ERASE PASS EACH FILE IS OPENED FOR UPDATE AND THE INITIALS
003780* ARE REMOVED OR MADE ANONYMOUS AS THEY ARE COUNTED; ON THE
003790* CHECK PASS EACH FILE IS ONLY READ AND COUNTED AGAIN.
003800*===============================================================
003810 2000-WALK-ALL-FILES.
003820     PERFORM 2100-WALK-SCORES THRU 2100-EXIT.
003830     PERFORM 2200-WALK-ALLTIME THRU 2200-EXIT.
003840     PERFORM 2300-WALK-SEASHIST THRU 2300-EXIT.
003850     PERFORM 2400-WALK-ACHIEVE THRU 2400-EXIT.
003860     PERFORM 2500-WALK-RIVALRY THRU 2500-EXIT.
003870     PERFORM 2600-WALK-PLAYERSTATS THRU 2600-EXIT.
003880     PERFORM 2700-WALK-SESSIONS THRU 2700-EXIT.
003890     PERFORM 2800-WALK-TRANSFER THRU 2800-EXIT.
003900     PERFORM 2900-WALK-SHOPSESS THRU 2900-EXIT.
003910     PERFORM 3000-WALK-SHOPSTAT THRU 3000-EXIT.
003920     PERFORM 3100-WALK-SHOPTOP THRU 3100-EXIT.
003930     PERFORM 3200-WALK-BANNED THRU 3200-EXIT.
003940     PERFORM 3300-WALK-PLAYREG THRU 3300-EXIT.
003950 2000-EXIT.
003960     EXIT.
003970
003980*---------------------------------------------------------------
003990* 2010 THRU 2090 - SHARED STEPS OF EVERY FILE'S WALK.  WS-FX
004000* NAMES THE FILE IN WS-FILE-TABLE.
004010*---------------------------------------------------------------
004020 2010-BEGIN-FILE.
004030     MOVE ZERO TO WS-REF-COUNT.
004040     MOVE ZERO TO WS-REMOVED-COUNT.
004050     MOVE ZERO TO WS-ANON-COUNT.
004060     MOVE 'N'  TO WS-IO-EOF-SW.
004070     IF WS-ERASE-PASS
004080         MOVE 'Y' TO WS-UPDATING-SW
004090     ELSE
004100         MOVE 'N' TO WS-UPDATING-SW
004110     END-IF.
004120 2010-EXIT.
004130     EXIT.
004140
004150* A FILE NOT ON THIS MACHINE (STATUS 35) IS SIMPLY SKIPPED;
004160* ANY OTHER OPEN FAILURE FAILS THE RUN.
004170 2020-CHECK-OPEN.
004180     IF WS-FILE-STATUS EQUAL "00"
004190         MOVE 'Y' TO WS-FILE-OPEN-SW
004200         IF WS-ERASE-PASS
004210             MOVE 'P' TO WS-FILE-STATE-SW(WS-FX)
004220         END-IF
004230         GO TO 2020-EXIT
004240     END-IF.
004250     MOVE 'N' TO WS-FILE-OPEN-SW.
004260     IF WS-FILE-STATUS EQUAL "35"
004270         IF WS-ERASE-PASS
004280             MOVE 'M' TO WS-FILE-STATE-SW(WS-FX)
004290             MOVE "NOT PRESENT" TO WS-FILE-NOTE(WS-FX)
004300         END-IF
004310         GO TO 2020-EXIT
004320     END-IF.
004330     MOVE SPACES TO WS-RPT-STATUS-NOTE.
004340     STRING "CANNOT OPEN, STATUS=" DELIMITED BY SIZE
004350            WS-FILE-STATUS         DELIMITED BY SIZE
004360         INTO WS-RPT-STATUS-NOTE.
004370     PERFORM 2090-FILE-FAILED THRU 2090-EXIT.
004380 2020-EXIT.
004390     EXIT.
004400
004410* THE REMOVED AND ANONYMOUS COUNTS ARE KEPT ONLY FROM A WALK
004420* THAT WAS ALLOWED TO CHANGE THE FILE.
004430 2030-END-FILE.
004440     IF WS-ERASE-PASS
004450         MOVE WS-REF-COUNT TO WS-FILE-BEFORE(WS-FX)
004460         IF WS-UPDATING
004470             MOVE WS-REMOVED-COUNT TO WS-FILE-REMOVED(WS-FX)
004480             MOVE WS-ANON-COUNT    TO WS-FILE-ANON(WS-FX)
004490         END-IF
004500     ELSE
004510         MOVE WS-REF-COUNT TO WS-FILE-AFTER(WS-FX)
004520     END-IF.
004530 2030-EXIT.
004540     EXIT.
004550
004560* A READ FAILURE OTHER THAN END-OF-FILE (I-O ERROR) WOULD
004570* OTHERWISE LEAVE THE WALK LOOP SPINNING FOREVER.
004580 2040-CHECK-READ.
004590     IF WS-FILE-STATUS NOT EQUAL "00"
004600         MOVE 'Y' TO WS-IO-EOF-SW
004610         IF WS-FILE-STATUS NOT EQUAL "10"
004620             MOVE SPACES TO WS-RPT-STATUS-NOTE
004630             STRING "READ ERROR, STATUS=" DELIMITED BY SIZE
004640                    WS-FILE-STATUS        DELIMITED BY SIZE
004650                 INTO WS-RPT-STATUS-NOTE
004660             PERFORM 2090-FILE-FAILED THRU 2090-EXIT
004670         END-IF
004680     END-IF.
004690 2040-EXIT.
004700     EXIT.
004710
004720 2050-REPORT-BAD-UPDATE.
004730     MOVE SPACES TO WS-RPT-STATUS-NOTE.
004740     STRING "UPDATE FAILED, STATUS=" DELIMITED BY SIZE
004750            WS-FILE-STATUS           DELIMITED BY SIZE
004760         INTO WS-RPT-STATUS-NOTE.
004770     PERFORM 2090-FILE-FAILED THRU 2090-EXIT.
004780 2050-EXIT.
004790     EXIT.
004800
004810* A LINE-SEQUENTIAL FILE IS ERASED BY COPYING IT TO THE WORK
004820* FILE WITHOUT THE INITIALS.  WITHOUT A WORK FILE THE WALK
004830* STILL COUNTS, BUT CHANGES NOTHING.
004840 2060-OPEN-WORK-FILE.
004850     OPEN OUTPUT ERASWORK-FILE.
004860     IF WS-WORK-STATUS NOT EQUAL "00"
004870         MOVE 'N' TO WS-UPDATING-SW
004880         MOVE SPACES TO WS-RPT-STATUS-NOTE
004890         STRING "NO WORK FILE, STATUS=" DELIMITED BY SIZE
004900                WS-WORK-STATUS          DELIMITED BY SIZE
004910             INTO WS-RPT-STATUS-NOTE
004920         PERFORM 2090-FILE-FAILED THRU 2090-EXIT
004930     END-IF.
004940 2060-EXIT.
004950     EXIT.
004960
004970* CLOSE THE WORK FILE AND, IF THE INITIALS WERE FOUND AND THE
004980* WALK WENT CLEANLY, COPY IT BACK OVER THE LIVE FILE.
004990 2070-FINISH-LINE-FILE.
005000     IF NOT WS-UPDATING
005010         GO TO 2070-EXIT
005020     END-IF.
005030     CLOSE ERASWORK-FILE.
005040     IF WS-FILE-FAILED(WS-FX)
005050         MOVE 'N' TO WS-UPDATING-SW
005060         GO TO 2070-EXIT
005070     END-IF.
005080     IF WS-REF-COUNT > ZERO
005090         PERFORM 6000-REWRITE-LIVE-FILE THRU 6000-EXIT
005100     END-IF.
005110 2070-EXIT.
005120     EXIT.
005130
005140* ONLY THE FIRST FAILURE ON A FILE IS KEPT FOR THE REPORT.
005150 2090-FILE-FAILED.
005160     IF NOT WS-FILE-FAILED(WS-FX)
005170         MOVE 'F' TO WS-FILE-STATE-SW(WS-FX)
005180         MOVE WS-RPT-STATUS-NOTE TO WS-FILE-NOTE(WS-FX)
005190     END-IF.
005200     IF WS-STEP-RC < 8
005210         MOVE 8 TO WS-STEP-RC
005220     END-IF.
005230 2090-EXIT.
005240     EXIT.
005250
005260*===============================================================
005270* 2100-WALK-SCORES - THE PLAYER'S OWN BOARD ENTRIES ARE
005280* DELETED; AN ENTRY NAMING THEM AS THE OPPONENT KEEPS ITS
005290* SCORE WITH THE GUEST MARKER IN THEIR PLACE
005300*===============================================================
005310 2100-WALK-SCORES.
005320     MOVE 1 TO WS-FX.
005330     PERFORM 2010-BEGIN-FILE THRU 2010-EXIT.
005340     IF WS-ERASE-PASS
005350         OPEN I-O SCORES-FILE
005360     ELSE
005370         OPEN INPUT SCORES-FILE
005380     END-IF.
005390     PERFORM 2020-CHECK-OPEN THRU 2020-EXIT.
005400     IF NOT WS-FILE-OPEN
005410         GO TO 2100-EXIT
005420     END-IF.
005430     PERFORM 2110-SCORES-ONE THRU 2110-EXIT
005440         UNTIL WS-IO-EOF.
005450     CLOSE SCORES-FILE.
005460     PERFORM 2030-END-FILE THRU 2030-EXIT.
005470 2100-EXIT.
005480     EXIT.
005490
005500 2110-SCORES-ONE.
005510     READ SCORES-FILE NEXT RECORD
005520         AT END
005530             MOVE 'Y' TO WS-IO-EOF-SW
005540             GO TO 2110-EXIT
005550     END-READ.
005560     PERFORM 2040-CHECK-READ THRU 2040-EXIT.
005570     IF WS-IO-EOF
005580         GO TO 2110-EXIT
005590     END-IF.
005600     IF SCORE-INITIALS EQUAL WS-ERASE-INITIALS
005610         ADD 1 TO WS-REF-COUNT
005620         IF WS-UPDATING
005630             DELETE SCORES-FILE RECORD
005640                 INVALID KEY
005650                     PERFORM 2050-REPORT-BAD-UPDATE
005660                         THRU 2050-EXIT
005670                 NOT INVALID KEY
005680                     ADD 1 TO WS-REMOVED-COUNT
005690             END-DELETE
005700         END-IF
005710         GO TO 2110-EXIT
005720     END-IF.
005730     IF SCORE-P2-INITIALS EQUAL WS-ERASE-INITIALS
005740         ADD 1 TO WS-REF-COUNT
005750         IF WS-UPDATING
005760             MOVE WS-GUEST-INITIALS TO SCORE-P2-INITIALS
005770             REWRITE SCORE-RECORD
005780                 INVALID KEY
005790                     PERFORM 2050-REPORT-BAD-UPDATE
005800                         THRU 2050-EXIT
005810                 NOT INVALID KEY
005820                     ADD 1 TO WS-ANON-COUNT
005830             END-REWRITE
005840         END-IF
005850     END-IF.
005860 2110-EXIT.
005870     EXIT.
005880
005890*===============================================================
005900* 2200-WALK-ALLTIME - SAME AS SCORES FOR THE ALL-TIME BOARD
005910*===============================================================
005920 2200-WALK-ALLTIME.
005930     MOVE 2 TO WS-FX.
005940     PERFORM 2010-BEGIN-FILE THRU 2010-EXIT.
005950     IF WS-ERASE-PASS
005960         OPEN I-O ALLTIME-FILE
005970     ELSE
005980         OPEN INPUT ALLTIME-FILE
005990     END-IF.
006000     PERFORM 2020-CHECK-OPEN THRU 2020-EXIT.
006010     IF NOT WS-FILE-OPEN
006020         GO TO 2200-EXIT
006030     END-IF.
006040     PERFORM 2210-ALLTIME-ONE THRU 2210-EXIT
006050         UNTIL WS-IO-EOF.
006060     CLOSE ALLTIME-FILE.
006070     PERFORM 2030-END-FILE THRU 2030-EXIT.
006080 2200-EXIT.
006090     EXIT.
006100
006110 2210-ALLTIME-ONE.
006120     READ ALLTIME-FILE NEXT RECORD
006130         AT END
006140             MOVE 'Y' TO WS-IO-EOF-SW
006150             GO TO 2210-EXIT
006160     END-READ.
006170     PERFORM 2040-CHECK-READ THRU 2040-EXIT.
006180     IF WS-IO-EOF
006190         GO TO 2210-EXIT
006200     END-IF.
006210     IF ALLT-INITIALS EQUAL WS-ERASE-INITIALS
006220         ADD 1 TO WS-REF-COUNT
006230         IF WS-UPDATING
006240             DELETE ALLTIME-FILE RECORD
006250                 INVALID KEY
006260                     PERFORM 2050-REPORT-BAD-UPDATE
006270                         THRU 2050-EXIT
006280                 NOT INVALID KEY
006290                     ADD 1 TO WS-REMOVED-COUNT
006300             END-DELETE
006310         END-IF
006320         GO TO 2210-EXIT
006330     END-IF.
006340     IF ALLT-P2-INITIALS EQUAL WS-ERASE-INITIALS
006350         ADD 1 TO WS-REF-COUNT
006360         IF WS-UPDATING
006370             MOVE WS-GUEST-INITIALS TO ALLT-P2-INITIALS
006380             REWRITE ALLTIME-RECORD
006390                 INVALID KEY
006400                     PERFORM 2050-REPORT-BAD-UPDATE
006410                         THRU 2050-EXIT
006420                 NOT INVALID KEY
006430                     ADD 1 TO WS-ANON-COUNT
006440             END-REWRITE
006450         END-IF
006460     END-IF.
006470 2210-EXIT.
006480     EXIT.
006490
006500*===============================================================
006510* 2300-WALK-SEASHIST - THE PLAYER'S CLOSED-SEASON FINISHES ARE
006520* DROPPED; AS THE OPPONENT THEY BECOME THE GUEST MARKER.  THE
006530* FINISHES ARE RANKED WHEN THEY ARE READ, SO A DROPPED ROW
006540* MOVES EVERYONE BELOW IT UP A PLACE.
006550*===============================================================
006560 2300-WALK-SEASHIST.
006570     MOVE 3 TO WS-FX.
006580     PERFORM 2010-BEGIN-FILE THRU 2010-EXIT.
006590     OPEN INPUT SEASHIST-FILE.
006600     PERFORM 2020-CHECK-OPEN THRU 2020-EXIT.
006610     IF NOT WS-FILE-OPEN
006620         GO TO 2300-EXIT
006630     END-IF.
006640     IF WS-UPDATING
006650         PERFORM 2060-OPEN-WORK-FILE THRU 2060-EXIT
006660     END-IF.
006670     PERFORM 2310-SEASHIST-ONE THRU 2310-EXIT
006680         UNTIL WS-IO-EOF.
006690     CLOSE SEASHIST-FILE.
006700     PERFORM 2070-FINISH-LINE-FILE THRU 2070-EXIT.
006710     PERFORM 2030-END-FILE THRU 2030-EXIT.
006720 2300-EXIT.
006730     EXIT.
006740
006750 2310-SEASHIST-ONE.
006760     READ SEASHIST-FILE
006770         AT END
006780             MOVE 'Y' TO WS-IO-EOF-SW
006790             GO TO 2310-EXIT
006800     END-READ.
006810     PERFORM 2040-CHECK-READ THRU 2040-EXIT.
006820     IF WS-IO-EOF
006830         GO TO 2310-EXIT
006840     END-IF.
006850     MOVE 'N' TO WS-DROP-SW.
006860     IF SHIST-INITIALS EQUAL WS-ERASE-INITIALS
006870         ADD 1 TO WS-REF-COUNT
006880         ADD 1 TO WS-REMOVED-COUNT
006890         MOVE 'Y' TO WS-DROP-SW
006900     ELSE
006910         IF SHIST-P2-INITIALS EQUAL WS-ERASE-INITIALS
006920             ADD 1 TO WS-REF-COUNT
006930             ADD 1 TO WS-ANON-COUNT
006940             MOVE WS-GUEST-INITIALS TO SHIST-P2-INITIALS
006950         END-IF
006960     END-IF.
006970     IF WS-UPDATING AND NOT WS-DROP-RECORD
006980         MOVE SEASON-HIST-RECORD TO ERASWORK-RECORD
006990         WRITE ERASWORK-RECORD
007000     END-IF.
007010 2310-EXIT.
007020     EXIT.
007030
007040*===============================================================
007050* 2400-WALK-ACHIEVE - THE PLAYER'S BADGES ARE DELETED
007060*===============================================================
007070 2400-WALK-ACHIEVE.
007080     MOVE 4 TO WS-FX.
007090     PERFORM 2010-BEGIN-FILE THRU 2010-EXIT.
007100     IF WS-ERASE-PASS
007110         OPEN I-O ACHIEVE-FILE
007120     ELSE
007130         OPEN INPUT ACHIEVE-FILE
007140     END-IF.
007150     PERFORM 2020-CHECK-OPEN THRU 2020-EXIT.
007160     IF NOT WS-FILE-OPEN
007170         GO TO 2400-EXIT
007180     END-IF.
007190     PERFORM 2410-ACHIEVE-ONE THRU 2410-EXIT
007200         UNTIL WS-IO-EOF.
007210     CLOSE ACHIEVE-FILE.
007220     PERFORM 2030-END-FILE THRU 2030-EXIT.
007230 2400-EXIT.
007240     EXIT.
007250
007260 2410-ACHIEVE-ONE.
007270     READ ACHIEVE-FILE NEXT RECORD
007280         AT END
007290             MOVE 'Y' TO WS-IO-EOF-SW
007300             GO TO 2410-EXIT
007310     END-READ.
007320     PERFORM 2040-CHECK-READ THRU 2040-EXIT.
007330     IF WS-IO-EOF
007340         GO TO 2410-EXIT
007350     END-IF.
007360     IF ACHV-INITIALS NOT EQUAL WS-ERASE-INITIALS
007370         GO TO 2410-EXIT
007380     END-IF.
007390     ADD 1 TO WS-REF-COUNT.
007400     IF WS-UPDATING
007410         DELETE ACHIEVE-FILE RECORD
007420             INVALID KEY
007430                 PERFORM 2050-REPORT-BAD-UPDATE THRU 2050-EXIT
007440             NOT INVALID KEY
007450                 ADD 1 TO WS-REMOVED-COUNT
007460         END-DELETE
007470     END-IF.
007480 2410-EXIT.
007490     EXIT.
007500
007510*===============================================================
007520* 2500-WALK-RIVALRY - EVERY PAIR WITH THE PLAYER AS EITHER
007530* HALF OF THE KEY IS DELETED
007540*===============================================================
007550 2500-WALK-RIVALRY.
007560     MOVE 5 TO WS-FX.
007570     PERFORM 2010-BEGIN-FILE THRU 2010-EXIT.
007580     IF WS-ERASE-PASS
007590         OPEN I-O RIVALRY-FILE
007600     ELSE
007610         OPEN INPUT RIVALRY-FILE
007620     END-IF.
007630     PERFORM 2020-CHECK-OPEN THRU 2020-EXIT.
007640     IF NOT WS-FILE-OPEN
007650         GO TO 2500-EXIT
007660     END-IF.
007670     PERFORM 2510-RIVALRY-ONE THRU 2510-EXIT
007680         UNTIL WS-IO-EOF.
007690     CLOSE RIVALRY-FILE.
007700     PERFORM 2030-END-FILE THRU 2030-EXIT.
007710 2500-EXIT.
007720     EXIT.
007730
007740 2510-RIVALRY-ONE.
007750     READ RIVALRY-FILE NEXT RECORD
007760         AT END
007770             MOVE 'Y' TO WS-IO-EOF-SW
007780             GO TO 2510-EXIT
007790     END-READ.
007800     PERFORM 2040-CHECK-READ THRU 2040-EXIT.
007810     IF WS-IO-EOF
007820         GO TO 2510-EXIT
007830     END-IF.
007840     IF RIVAL-A-INITIALS NOT EQUAL WS-ERASE-INITIALS
007850       AND RIVAL-B-INITIALS NOT EQUAL WS-ERASE-INITIALS
007860         GO TO 2510-EXIT
007870     END-IF.
007880     ADD 1 TO WS-REF-COUNT.
007890     IF WS-UPDATING
007900         DELETE RIVALRY-FILE RECORD
007910             INVALID KEY
007920                 PERFORM 2050-REPORT-BAD-UPDATE THRU 2050-EXIT
007930             NOT INVALID KEY
007940                 ADD 1 TO WS-REMOVED-COUNT
007950         END-DELETE
007960     END-IF.
007970 2510-EXIT.
007980     EXIT.
007990
008000*===============================================================
008010* 2600-WALK-PLAYERSTATS - THE PLAYER'S LIFETIME RECORD IS
008020* DELETED, AS STATMAINT WOULD DELETE IT
008030*===============================================================
008040 2600-WALK-PLAYERSTATS.
008050     MOVE 6 TO WS-FX.
008060     PERFORM 2010-BEGIN-FILE THRU 2010-EXIT.
008070     IF WS-ERASE-PASS
008080         OPEN I-O PLAYERSTATS-FILE
008090     ELSE
008100         OPEN INPUT PLAYERSTATS-FILE
008110     END-IF.
008120     PERFORM 2020-CHECK-OPEN THRU 2020-EXIT.
008130     IF NOT WS-FILE-OPEN
008140         GO TO 2600-EXIT
008150     END-IF.
008160     MOVE WS-ERASE-INITIALS TO PSTAT-INITIALS.
008170     READ PLAYERSTATS-FILE
008180         INVALID KEY
008190             CONTINUE
008200         NOT INVALID KEY
008210             ADD 1 TO WS-REF-COUNT
008220             IF WS-UPDATING
008230                 DELETE PLAYERSTATS-FILE RECORD
008240                     INVALID KEY
008250                         PERFORM 2050-REPORT-BAD-UPDATE
008260                             THRU 2050-EXIT
008270                     NOT INVALID KEY
008280                         ADD 1 TO WS-REMOVED-COUNT
008290                 END-DELETE
008300             END-IF
008310     END-READ.
008320     CLOSE PLAYERSTATS-FILE.
008330     PERFORM 2030-END-FILE THRU 2030-EXIT.
008340 2600-EXIT.
008350     EXIT.
008360
008370*===============================================================
008380* 2700-WALK-SESSIONS - EITHER SIDE OF A SESSION PLAYED BY THE
008390* INITIALS BECOMES THE GUEST MARKER.  THE SESSION ITSELF STAYS
008400* FOR THE CASH-UP AND THE AUDIT-TRAIL CHECK.
008410*===============================================================
008420 2700-WALK-SESSIONS.
008430     MOVE 7 TO WS-FX.
008440     PERFORM 2010-BEGIN-FILE THRU 2010-EXIT.
008450     OPEN INPUT SESSIONS-FILE.
008460     PERFORM 2020-CHECK-OPEN THRU 2020-EXIT.
008470     IF NOT WS-FILE-OPEN
008480         GO TO 2700-EXIT
008490     END-IF.
008500     IF WS-UPDATING
008510         PERFORM 2060-OPEN-WORK-FILE THRU 2060-EXIT
008520     END-IF.
008530     PERFORM 2710-SESSIONS-ONE THRU 2710-EXIT
008540         UNTIL WS-IO-EOF.
008550     CLOSE SESSIONS-FILE.
008560     PERFORM 2070-FINISH-LINE-FILE THRU 2070-EXIT.
008570     PERFORM 2030-END-FILE THRU 2030-EXIT.
008580 2700-EXIT.
008590     EXIT.
008600
008610 2710-SESSIONS-ONE.
008620     READ SESSIONS-FILE
008630         AT END
008640             MOVE 'Y' TO WS-IO-EOF-SW
008650             GO TO 2710-EXIT
008660     END-READ.
008670     PERFORM 2040-CHECK-READ THRU 2040-EXIT.
008680     IF WS-IO-EOF
008690         GO TO 2710-EXIT
008700     END-IF.
008710     IF SESSION-INITIALS EQUAL WS-ERASE-INITIALS
008720         ADD 1 TO WS-REF-COUNT
008730         ADD 1 TO WS-ANON-COUNT
008740         MOVE WS-GUEST-INITIALS TO SESSION-INITIALS
008750     ELSE
008760         IF SESSION-P2-INITIALS EQUAL WS-ERASE-INITIALS
008770             ADD 1 TO WS-REF-COUNT
008780             ADD 1 TO WS-ANON-COUNT
008790             MOVE WS-GUEST-INITIALS TO SESSION-P2-INITIALS
008800         END-IF
008810     END-IF.
008820     IF WS-UPDATING
008830         MOVE SESSION-RECORD TO ERASWORK-RECORD
008840         WRITE ERASWORK-RECORD
008850     END-IF.
008860 2710-EXIT.
008870     EXIT.
008880
008890*===============================================================
008900* 2800-WALK-TRANSFER - SAME AS SESSIONS FOR THE EXPORT FILE,
008910* SO THE NEXT SHOP MERGE CANNOT CARRY THE INITIALS BACK IN
008920*===============================================================
008930 2800-WALK-TRANSFER.
008940     MOVE 8 TO WS-FX.
008950     PERFORM 2010-BEGIN-FILE THRU 2010-EXIT.
008960     OPEN INPUT TRANSFER-FILE.
008970     PERFORM 2020-CHECK-OPEN THRU 2020-EXIT.
008980     IF NOT WS-FILE-OPEN
008990         GO TO 2800-EXIT
009000     END-IF.
009010     IF WS-UPDATING
009020         PERFORM 2060-OPEN-WORK-FILE THRU 2060-EXIT
009030     END-IF.
009040     PERFORM 2810-TRANSFER-ONE THRU 2810-EXIT
009050         UNTIL WS-IO-EOF.
009060     CLOSE TRANSFER-FILE.
009070     PERFORM 2070-FINISH-LINE-FILE THRU 2070-EXIT.
009080     PERFORM 2030-END-FILE THRU 2030-EXIT.
009090 2800-EXIT.
009100     EXIT.
009110
009120 2810-TRANSFER-ONE.
009130     READ TRANSFER-FILE
009140         AT END
009150             MOVE 'Y' TO WS-IO-EOF-SW
009160             GO TO 2810-EXIT
009170     END-READ.
009180     PERFORM 2040-CHECK-READ THRU 2040-EXIT.
009190     IF WS-IO-EOF
009200         GO TO 2810-EXIT
009210     END-IF.
009220     IF XFER-INITIALS EQUAL WS-ERASE-INITIALS
009230         ADD 1 TO WS-REF-COUNT
009240         ADD 1 TO WS-ANON-COUNT
009250         MOVE WS-GUEST-INITIALS TO XFER-INITIALS
009260     ELSE
009270         IF XFER-P2-INITIALS EQUAL WS-ERASE-INITIALS
009280             ADD 1 TO WS-REF-COUNT
009290             ADD 1 TO WS-ANON-COUNT
009300             MOVE WS-GUEST-INITIALS TO XFER-P2-INITIALS
009310         END-IF
009320     END-IF.
009330     IF WS-UPDATING
009340         MOVE XFER-RECORD TO ERASWORK-RECORD
009350         WRITE ERASWORK-RECORD
009360     END-IF.
009370 2810-EXIT.
009380     EXIT.
009390
009400*===============================================================
009410* 2900-WALK-SHOPSESS - SAME AS SESSIONS FOR THE SHOP-WIDE
009420* MASTER.  THE FIRST PLAYER'S INITIALS ARE PART OF THE KEY, SO
009430* THAT SIDE IS RE-KEYED: WRITTEN UNDER THE GUEST MARKER, THEN
009440* DELETED UNDER THE OLD KEY.  THE GUEST MARKER SORTS AHEAD OF
009450* EVERY LETTER AND DIGIT, SO THE BROWSE NEVER MEETS THE NEW
009460* RECORD AGAIN.  WHERE A GUEST ALREADY HOLDS THE SAME CABINET,
009461* DATE AND TIME THE SESSION CANNOT BE RE-KEYED AND IS REMOVED
009462* INSTEAD, AND THE REPORT SAYS HOW MANY WENT THAT WAY.
009470*===============================================================
009480 2900-WALK-SHOPSESS.
009490     MOVE 9 TO WS-FX.
009500     PERFORM 2010-BEGIN-FILE THRU 2010-EXIT.
009501     MOVE ZERO TO WS-KEY-TAKEN-COUNT.
009510     IF WS-ERASE-PASS
009520         OPEN I-O SHOPSESS-FILE
009530     ELSE
009540         OPEN INPUT SHOPSESS-FILE
009550     END-IF.
009560     PERFORM 2020-CHECK-OPEN THRU 2020-EXIT.
009570     IF NOT WS-FILE-OPEN
009580         GO TO 2900-EXIT
009590     END-IF.
009600     PERFORM 2910-SHOPSESS-ONE THRU 2910-EXIT
009610         UNTIL WS-IO-EOF.
009620     CLOSE SHOPSESS-FILE.
009630     PERFORM 2030-END-FILE THRU 2030-EXIT.
009631     IF WS-KEY-TAKEN-COUNT > ZERO
009632       AND NOT WS-FILE-FAILED(WS-FX)
009633         MOVE WS-KEY-TAKEN-COUNT TO WS-KEY-TAKEN-DISP
009634         MOVE SPACES TO WS-FILE-NOTE(WS-FX)
009635         STRING WS-KEY-TAKEN-DISP DELIMITED BY SIZE
009636                " REMOVED - GUEST KEY IN USE"
009637                                  DELIMITED BY SIZE
009638             INTO WS-FILE-NOTE(WS-FX)
009639     END-IF.
009640 2900-EXIT.
009650     EXIT.
009660
009670 2910-SHOPSESS-ONE.
009680     READ SHOPSESS-FILE NEXT RECORD
009690         AT END
009700             MOVE 'Y' TO WS-IO-EOF-SW
009710             GO TO 2910-EXIT
009720     END-READ.
009730     PERFORM 2040-CHECK-READ THRU 2040-EXIT.
009740     IF WS-IO-EOF
009750         GO TO 2910-EXIT
009760     END-IF.
009770     IF SHOP-SESSION-INITIALS EQUAL WS-ERASE-INITIALS
009780         ADD 1 TO WS-REF-COUNT
009790         IF WS-UPDATING
009800             PERFORM 2920-REKEY-SHOP-SESSION THRU 2920-EXIT
009801             PERFORM 2930-RESUME-BROWSE THRU 2930-EXIT
009810         END-IF
009820         GO TO 2910-EXIT
009830     END-IF.
009840     IF SHOP-SESSION-P2-INITIALS EQUAL WS-ERASE-INITIALS
009850         ADD 1 TO WS-REF-COUNT
009860         IF WS-UPDATING
009870             MOVE WS-GUEST-INITIALS TO SHOP-SESSION-P2-INITIALS
009880             REWRITE SHOP-SESSION-RECORD
009890                 INVALID KEY
009900                     PERFORM 2050-REPORT-BAD-UPDATE
009910                         THRU 2050-EXIT
009920                 NOT INVALID KEY
009930                     ADD 1 TO WS-ANON-COUNT
009940             END-REWRITE
009950         END-IF
009960     END-IF.
009970 2910-EXIT.
009980     EXIT.
009990
010000* THE GUEST KEY IS LOOKED UP FIRST.  IF IT IS FREE THE NEW
010010* RECORD IS WRITTEN BEFORE THE OLD ONE IS DELETED, SO A WRITE
010020* THAT FAILS LEAVES THE SESSION UNTOUCHED RATHER THAN LOST.
010021* IF ANOTHER GUEST SESSION ALREADY HOLDS IT, THAT ONE IS LEFT
010022* AS IT IS - IT IS A DIFFERENT SESSION, SO NOTHING OF THIS ONE
010023* CAN BE FOLDED INTO IT - AND THIS ONE IS DELETED AND COUNTED
010024* AS REMOVED.
010030 2920-REKEY-SHOP-SESSION.
010040     MOVE SHOP-SESSION-RECORD TO WS-SAVE-SHOP-SESSION.
010050     MOVE WS-GUEST-INITIALS TO SHOP-SESSION-INITIALS.
010051     MOVE 'N' TO WS-GUEST-KEY-SW.
010052     READ SHOPSESS-FILE
010053         INVALID KEY
010054             CONTINUE
010055         NOT INVALID KEY
010056             MOVE 'Y' TO WS-GUEST-KEY-SW
010057     END-READ.
010058     IF WS-FILE-STATUS NOT EQUAL "00"
010059       AND WS-FILE-STATUS NOT EQUAL "23"
010060         PERFORM 2050-REPORT-BAD-UPDATE THRU 2050-EXIT
010061         GO TO 2920-EXIT
010062     END-IF.
010063     IF NOT WS-GUEST-KEY-TAKEN
010064         MOVE WS-SAVE-SHOP-SESSION TO SHOP-SESSION-RECORD
010065         MOVE WS-GUEST-INITIALS TO SHOP-SESSION-INITIALS
010066         WRITE SHOP-SESSION-RECORD
010070             INVALID KEY
010080                 PERFORM 2050-REPORT-BAD-UPDATE THRU 2050-EXIT
010090                 GO TO 2920-EXIT
010100         END-WRITE
010101     END-IF.
010110     MOVE WS-SAVE-SHOP-SESSION TO SHOP-SESSION-RECORD.
010120     DELETE SHOPSESS-FILE RECORD
010130         INVALID KEY
010140             PERFORM 2050-REPORT-BAD-UPDATE THRU 2050-EXIT
010150         NOT INVALID KEY
010151             IF WS-GUEST-KEY-TAKEN
010152                 ADD 1 TO WS-REMOVED-COUNT
010153                 ADD 1 TO WS-KEY-TAKEN-COUNT
010154             ELSE
010160                 ADD 1 TO WS-ANON-COUNT
010161             END-IF
010170     END-DELETE.
010180 2920-EXIT.
010190     EXIT.
010191
010192* THE LOOK-UP OF THE GUEST KEY MOVED THE BROWSE, SO IT IS PUT
010193* BACK JUST PAST THE SESSION THAT WAS RE-KEYED.
010194 2930-RESUME-BROWSE.
010195     MOVE WS-SAVE-SHOP-SESSION TO SHOP-SESSION-RECORD.
010196     START SHOPSESS-FILE KEY IS GREATER THAN SHOP-SESSION-KEY
010197         INVALID KEY
010198             MOVE 'Y' TO WS-IO-EOF-SW
010199     END-START.
010200 2930-EXIT.
010201     EXIT.
010202
010210*===============================================================
010220* 3000-WALK-SHOPSTAT - THE PLAYER'S SHOP-WIDE LIFETIME RECORD
010230* IS DELETED
010240*===============================================================
010250 3000-WALK-SHOPSTAT.
010260     MOVE 10 TO WS-FX.
010270     PERFORM 2010-BEGIN-FILE THRU 2010-EXIT.
010280     IF WS-ERASE-PASS
010290         OPEN I-O SHOPSTAT-FILE
010300     ELSE
010310         OPEN INPUT SHOPSTAT-FILE
010320     END-IF.
010330     PERFORM 2020-CHECK-OPEN THRU 2020-EXIT.
010340     IF NOT WS-FILE-OPEN
010350         GO TO 3000-EXIT
010360     END-IF.
010370     MOVE WS-ERASE-INITIALS TO SHOPSTAT-INITIALS.
010380     READ SHOPSTAT-FILE
010390         INVALID KEY
010400             CONTINUE
010410         NOT INVALID KEY
010420             ADD 1 TO WS-REF-COUNT
010430             IF WS-UPDATING
010440                 DELETE SHOPSTAT-FILE RECORD
010450                     INVALID KEY
010460                         PERFORM 2050-REPORT-BAD-UPDATE
010470                             THRU 2050-EXIT
010480                     NOT INVALID KEY
010490                         ADD 1 TO WS-REMOVED-COUNT
010500                 END-DELETE
010510             END-IF
010520     END-READ.
010530     CLOSE SHOPSTAT-FILE.
010540     PERFORM 2030-END-FILE THRU 2030-EXIT.
010550 3000-EXIT.
010560     EXIT.
010570
010580*===============================================================
010590* 3100-WALK-SHOPTOP - THE PLAYER'S ROWS ARE DROPPED.  THE FEED
010600* IS RANKED BY ITS ORDER, SO THE ROWS BELOW MOVE UP A PLACE;
010610* AT THE OFFICE THE RUN SCRIPT THEN HAS SHOPCONSOL REBUILD IT
010620* FROM SHOPSESS, WHICH REFILLS EACH MODE TO TEN.
010630*===============================================================
010640 3100-WALK-SHOPTOP.
010650     MOVE 11 TO WS-FX.
010660     PERFORM 2010-BEGIN-FILE THRU 2010-EXIT.
010670     OPEN INPUT SHOPTOP-FILE.
010680     PERFORM 2020-CHECK-OPEN THRU 2020-EXIT.
010690     IF NOT WS-FILE-OPEN
010700         GO TO 3100-EXIT
010710     END-IF.
010720     IF WS-UPDATING
010730         PERFORM 2060-OPEN-WORK-FILE THRU 2060-EXIT
010740     END-IF.
010750     PERFORM 3110-SHOPTOP-ONE THRU 3110-EXIT
010760         UNTIL WS-IO-EOF.
010770     CLOSE SHOPTOP-FILE.
010780     PERFORM 2070-FINISH-LINE-FILE THRU 2070-EXIT.
010790     PERFORM 2030-END-FILE THRU 2030-EXIT.
010800 3100-EXIT.
010810     EXIT.
010820
010830 3110-SHOPTOP-ONE.
010840     READ SHOPTOP-FILE
010850         AT END
010860             MOVE 'Y' TO WS-IO-EOF-SW
010870             GO TO 3110-EXIT
010880     END-READ.
010890     PERFORM 2040-CHECK-READ THRU 2040-EXIT.
010900     IF WS-IO-EOF
010910         GO TO 3110-EXIT
010920     END-IF.
010930     IF SHTOP-INITIALS EQUAL WS-ERASE-INITIALS
010940         ADD 1 TO WS-REF-COUNT
010950         ADD 1 TO WS-REMOVED-COUNT
010960         GO TO 3110-EXIT
010970     END-IF.
010980     IF WS-UPDATING
010990         MOVE SHOPTOP-RECORD TO ERASWORK-RECORD
011000         WRITE ERASWORK-RECORD
011010     END-IF.
011020 3110-EXIT.
011030     EXIT.
011040
011050*===============================================================
011060* 3200-WALK-BANNED - COUNT THE INITIALS ON THE BANNED LIST,
011070* AND THE ENTRIES ON IT, FOR 5000-ADD-TO-BANNED.  NOTHING IS
011080* CHANGED HERE.
011090*===============================================================
011100 3200-WALK-BANNED.
011110     MOVE 12 TO WS-FX.
011120     PERFORM 2010-BEGIN-FILE THRU 2010-EXIT.
011130     MOVE 'N' TO WS-UPDATING-SW.
011140     MOVE ZERO TO WS-BANNED-TOTAL.
011150     OPEN INPUT BANNED-FILE.
011160     PERFORM 2020-CHECK-OPEN THRU 2020-EXIT.
011170     IF NOT WS-FILE-OPEN
011180         GO TO 3200-EXIT
011190     END-IF.
011200     PERFORM 3210-BANNED-ONE THRU 3210-EXIT
011210         UNTIL WS-IO-EOF.
011220     CLOSE BANNED-FILE.
011230     PERFORM 2030-END-FILE THRU 2030-EXIT.
011240 3200-EXIT.
011250     EXIT.
011260
011270 3210-BANNED-ONE.
011280     READ BANNED-FILE
011290         AT END
011300             MOVE 'Y' TO WS-IO-EOF-SW
011310             GO TO 3210-EXIT
011320     END-READ.
011330     PERFORM 2040-CHECK-READ THRU 2040-EXIT.
011340     IF WS-IO-EOF
011350         GO TO 3210-EXIT
011360     END-IF.
011370     IF BANNED-INITIALS EQUAL SPACES
011380         GO TO 3210-EXIT
011390     END-IF.
011400     ADD 1 TO WS-BANNED-TOTAL.
011410     IF BANNED-INITIALS EQUAL WS-ERASE-INITIALS
011420         ADD 1 TO WS-REF-COUNT
011430     END-IF.
011440 3210-EXIT.
011450     EXIT.
011460
011470*===============================================================
011480* 3300-WALK-PLAYREG - A REGISTRATION IS COUNTED BUT NOT
011490* REMOVED; DEREGISTERING IS LEFT TO REGMAINT SO IT REACHES
011500* THE REGAUDIT TRAIL.  THE NEW BANNED ENTRY ALREADY KEEPS THE
011510* INITIALS OFF THE ENTRY SCREEN.
011520*===============================================================
011530 3300-WALK-PLAYREG.
011540     MOVE 13 TO WS-FX.
011550     PERFORM 2010-BEGIN-FILE THRU 2010-EXIT.
011560     MOVE 'N' TO WS-UPDATING-SW.
011570     OPEN INPUT PLAYREG-FILE.
011580     PERFORM 2020-CHECK-OPEN THRU 2020-EXIT.
011590     IF NOT WS-FILE-OPEN
011600         GO TO 3300-EXIT
011610     END-IF.
011620     MOVE WS-ERASE-INITIALS TO REG-INITIALS.
011630     READ PLAYREG-FILE
011640         INVALID KEY
011650             CONTINUE
011660         NOT INVALID KEY
011670             ADD 1 TO WS-REF-COUNT
011680     END-READ.
011690     CLOSE PLAYREG-FILE.
011700     PERFORM 2030-END-FILE THRU 2030-EXIT.
011710 3300-EXIT.
011720     EXIT.
011730
011740*===============================================================
011750* 5000-ADD-TO-BANNED - PUT THE INITIALS ON THE BANNED LIST SO
011760* THEY CANNOT COME STRAIGHT BACK.  A MACHINE WITH NO LIST YET
011770* GETS ONE.  A LIST ALREADY HOLDING FIFTY ENTRIES IS LEFT
011780* ALONE WITH A WARNING, SINCE COBOLGAME WOULD NEVER LOAD A
011790* FIFTY-FIRST; MAKE ROOM WITH CTLMAINT AND ADD IT THERE.
011800*===============================================================
011810 5000-ADD-TO-BANNED.
011820     MOVE 12 TO WS-FX.
011830     IF WS-FILE-FAILED(WS-FX)
011840         GO TO 5000-EXIT
011850     END-IF.
011860     IF WS-FILE-BEFORE(WS-FX) > ZERO
011870         MOVE "ALREADY ON THE LIST" TO WS-FILE-NOTE(WS-FX)
011880         GO TO 5000-EXIT
011890     END-IF.
011900     IF WS-BANNED-TOTAL >= WS-BANNED-MAX
011910         MOVE "LIST FULL - NOT ADDED" TO WS-FILE-NOTE(WS-FX)
011920         IF WS-STEP-RC < 4
011930             MOVE 4 TO WS-STEP-RC
011940         END-IF
011950         GO TO 5000-EXIT
011960     END-IF.
011970     IF WS-FILE-MISSING(WS-FX)
011980         OPEN OUTPUT BANNED-FILE
011990     ELSE
012000         OPEN EXTEND BANNED-FILE
012010     END-IF.
012020     IF WS-FILE-STATUS NOT EQUAL "00"
012030         MOVE SPACES TO WS-RPT-STATUS-NOTE
012040         STRING "CANNOT ADD, STATUS=" DELIMITED BY SIZE
012050                WS-FILE-STATUS        DELIMITED BY SIZE
012060             INTO WS-RPT-STATUS-NOTE
012070         PERFORM 2090-FILE-FAILED THRU 2090-EXIT
012080         GO TO 5000-EXIT
012090     END-IF.
012100     MOVE WS-ERASE-INITIALS TO BANNED-INITIALS.
012110     WRITE BANNED-RECORD.
012120     CLOSE BANNED-FILE.
012130     IF WS-FILE-MISSING(WS-FX)
012140         MOVE "LIST CREATED, INITIALS ADDED"
012150             TO WS-FILE-NOTE(WS-FX)
012160     ELSE
012170         MOVE "INITIALS ADDED" TO WS-FILE-NOTE(WS-FX)
012180     END-IF.
012190     MOVE 'P' TO WS-FILE-STATE-SW(WS-FX).
012200 5000-EXIT.
012210     EXIT.
012220
012230*===============================================================
012240* 5500-JUDGE-ONE-FILE - AFTER THE CHECK PASS NO FILE BUT THE
012250* BANNED LIST SHOULD STILL CARRY THE INITIALS.  ONE THAT DOES
012260* FAILS THE RUN; A REGISTRATION LEFT FOR REGMAINT IS A
012270* WARNING.
012280*===============================================================
012290 5500-JUDGE-ONE-FILE.
012300     IF NOT WS-FILE-PRESENT(WS-FX)
012310         GO TO 5500-EXIT
012320     END-IF.
012330     IF WS-FX EQUAL 12
012340         GO TO 5500-EXIT
012350     END-IF.
012360     IF WS-FILE-AFTER(WS-FX) EQUAL ZERO
012370         GO TO 5500-EXIT
012380     END-IF.
012390     IF WS-FX EQUAL 13
012400         MOVE "REGISTERED - REMOVE WITH REGMAINT"
012410             TO WS-FILE-NOTE(WS-FX)
012420         IF WS-STEP-RC < 4
012430             MOVE 4 TO WS-STEP-RC
012440         END-IF
012450         GO TO 5500-EXIT
012460     END-IF.
012470     MOVE "NOT CLEARED" TO WS-RPT-STATUS-NOTE.
012480     PERFORM 2090-FILE-FAILED THRU 2090-EXIT.
012490 5500-EXIT.
012500     EXIT.
012510
012520*===============================================================
012530* 6000-REWRITE-LIVE-FILE - COPY THE WORK FILE BACK OVER THE
012540* LINE-SEQUENTIAL FILE NAMED BY WS-FX
012550*===============================================================
012560 6000-REWRITE-LIVE-FILE.
012570     OPEN INPUT ERASWORK-FILE.
012580     IF WS-WORK-STATUS NOT EQUAL "00"
012590         MOVE "WORK FILE LOST - LEFT UNCHANGED"
012600             TO WS-RPT-STATUS-NOTE
012610         PERFORM 2090-FILE-FAILED THRU 2090-EXIT
012620         MOVE 'N' TO WS-UPDATING-SW
012630         GO TO 6000-EXIT
012640     END-IF.
012650     EVALUATE WS-FX
012660         WHEN 3
012670             OPEN OUTPUT SEASHIST-FILE
012680         WHEN 7
012690             OPEN OUTPUT SESSIONS-FILE
012700         WHEN 8
012710             OPEN OUTPUT TRANSFER-FILE
012720         WHEN 11
012730             OPEN OUTPUT SHOPTOP-FILE
012740     END-EVALUATE.
012750     IF WS-FILE-STATUS NOT EQUAL "00"
012760         MOVE "CANNOT REWRITE - COPY IN ERASWORK"
012770             TO WS-RPT-STATUS-NOTE
012780         PERFORM 2090-FILE-FAILED THRU 2090-EXIT
012790         MOVE 'N' TO WS-UPDATING-SW
012800         CLOSE ERASWORK-FILE
012810         GO TO 6000-EXIT
012820     END-IF.
012830     MOVE 'N' TO WS-WORK-EOF-SW.
012840     PERFORM 6100-COPY-ONE-LINE THRU 6100-EXIT
012850         UNTIL WS-WORK-EOF.
012860     CLOSE ERASWORK-FILE.
012870     EVALUATE WS-FX
012880         WHEN 3
012890             CLOSE SEASHIST-FILE
012900         WHEN 7
012910             CLOSE SESSIONS-FILE
012920         WHEN 8
012930             CLOSE TRANSFER-FILE
012940         WHEN 11
012950             CLOSE SHOPTOP-FILE
012960     END-EVALUATE.
012970 6000-EXIT.
012980     EXIT.
012990
013000 6100-COPY-ONE-LINE.
013010     READ ERASWORK-FILE
013020         AT END
013030             MOVE 'Y' TO WS-WORK-EOF-SW
013040             GO TO 6100-EXIT
013050     END-READ.
013060     IF WS-WORK-STATUS NOT EQUAL "00"
013070         MOVE 'Y' TO WS-WORK-EOF-SW
013080         MOVE "WORK FILE READ ERROR" TO WS-RPT-STATUS-NOTE
013090         PERFORM 2090-FILE-FAILED THRU 2090-EXIT
013100         GO TO 6100-EXIT
013110     END-IF.
013120     EVALUATE WS-FX
013130         WHEN 3
013140             MOVE ERASWORK-RECORD TO SEASON-HIST-RECORD
013150             WRITE SEASON-HIST-RECORD
013160         WHEN 7
013170             MOVE ERASWORK-RECORD TO SESSION-RECORD
013180             WRITE SESSION-RECORD
013190         WHEN 8
013200             MOVE ERASWORK-RECORD TO XFER-RECORD
013210             WRITE XFER-RECORD
013220         WHEN 11
013230             MOVE ERASWORK-RECORD TO SHOPTOP-RECORD
013240             WRITE SHOPTOP-RECORD
013250     END-EVALUATE.
013260 6100-EXIT.
013270     EXIT.
013280
013290*===============================================================
013300* 7000/7100 - REPORT LINE AND PAGE HEADING
013310*===============================================================
013320 7000-WRITE-REPORT-LINE.
013330     IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
013340         PERFORM 7100-WRITE-PAGE-HEADING THRU 7100-EXIT
013350     END-IF.
013360     MOVE WS-RPT-LINE TO REPORT-RECORD.
013370     WRITE REPORT-RECORD.
013380     ADD 1 TO WS-RPT-LINE-COUNT.
013390     MOVE SPACES TO WS-RPT-LINE.
013400 7000-EXIT.
013410     EXIT.
013420
013430 7100-WRITE-PAGE-HEADING.
013440     ADD 1 TO WS-RPT-PAGE-COUNT.
013450     MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-DISP.
013460     MOVE SPACES TO REPORT-RECORD.
013470     STRING "PLAYERERASE INITIALS ERASURE REPORT"
013480                             DELIMITED BY SIZE
013490            "           PAGE " DELIMITED BY SIZE
013500            WS-RPT-PAGE-DISP DELIMITED BY SIZE
013510         INTO REPORT-RECORD.
013520     WRITE REPORT-RECORD.
013530     MOVE SPACES TO REPORT-RECORD.
013540     STRING "RUN DATE "        DELIMITED BY SIZE
013550            WS-RUN-DATE        DELIMITED BY SIZE
013560            "  TIME "          DELIMITED BY SIZE
013570            WS-RUN-TIME(1:6)   DELIMITED BY SIZE
013580            "   INITIALS "     DELIMITED BY SIZE
013590            WS-ERASE-INITIALS  DELIMITED BY SIZE
013600         INTO REPORT-RECORD.
013610     WRITE REPORT-RECORD.
013620     MOVE SPACES TO REPORT-RECORD.
013630     WRITE REPORT-RECORD.
013640     MOVE 3 TO WS-RPT-LINE-COUNT.
013650 7100-EXIT.
013660     EXIT.
013670
013680*===============================================================
013690* 8000-WRITE-REPORT - ONE LINE PER FILE: THE RECORDS CARRYING
013700* THE INITIALS BEFORE THE RUN, HOW MANY WERE REMOVED AND HOW
013710* MANY MADE ANONYMOUS, AND THE RECORDS STILL CARRYING THEM
013720* AFTERWARDS
013730*===============================================================
013740 8000-WRITE-REPORT.
013750     PERFORM 7100-WRITE-PAGE-HEADING THRU 7100-EXIT.
013760     MOVE "FILE         BEFORE  REMOVED   MASKED    AFTER  NOTE"
013770         TO WS-RPT-LINE.
013780     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
013790     PERFORM 8100-REPORT-ONE-FILE THRU 8100-EXIT
013800         VARYING WS-FX FROM 1 BY 1
013810         UNTIL WS-FX > WS-FILE-MAX.
013820     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
013830     STRING "MASKED SIDES NOW CARRY THE GUEST MARKER "
013840                             DELIMITED BY SIZE
013850            WS-GUEST-INITIALS DELIMITED BY SIZE
013860         INTO WS-RPT-LINE.
013870     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
013880     MOVE WS-STEP-RC TO WS-RPT-RC-DISP.
013890     STRING "COMPLETION CODE " DELIMITED BY SIZE
013900            WS-RPT-RC-DISP     DELIMITED BY SIZE
013910         INTO WS-RPT-LINE.
013920     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
013930     CLOSE REPORT-FILE.
013940 8000-EXIT.
013950     EXIT.
013960
013970 8100-REPORT-ONE-FILE.
013980     IF WS-FILE-MISSING(WS-FX)
013990         STRING WS-FILE-NAME(WS-FX) DELIMITED BY SIZE
014000                WS-FILE-NOTE(WS-FX) DELIMITED BY SIZE
014010             INTO WS-RPT-LINE
014020         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
014030         GO TO 8100-EXIT
014040     END-IF.
014050     MOVE WS-FILE-NAME(WS-FX)    TO WS-RPT-FILE-NAME.
014060     MOVE WS-FILE-BEFORE(WS-FX)  TO WS-RPT-BEFORE.
014070     MOVE WS-FILE-REMOVED(WS-FX) TO WS-RPT-REMOVED.
014080     MOVE WS-FILE-ANON(WS-FX)    TO WS-RPT-ANON.
014090     MOVE WS-FILE-AFTER(WS-FX)   TO WS-RPT-AFTER.
014100     MOVE WS-FILE-NOTE(WS-FX)    TO WS-RPT-NOTE.
014110     MOVE WS-RPT-FILE-LINE TO WS-RPT-LINE.
014120     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
014130 8100-EXIT.
014140     EXIT.
014150
014160*===============================================================
014170* 9000-TERMINATE - RUN TOTALS
014180*===============================================================
014190 9000-TERMINATE.
014200     DISPLAY "PLAYERERASE INITIALS......: " WS-ERASE-INITIALS.
014210     DISPLAY "PLAYERERASE REPORT........: ERASERPT".
014220     DISPLAY "PLAYERERASE COMPLETION....: " WS-STEP-RC.
014230 9000-EXIT.
014240     EXIT.
