000010*-------------------------------------------------------------
000020* PLAYERSTMT
000030* MONTHLY PLAYER STATEMENT.  ONE PAGE PER PLAYER (STMTRPT),
000040* FOR EVERYONE WHO PLAYED IN THE STATEMENT MONTH OR FOR ONE
000050* SET OF INITIALS NAMED ON THE COMMAND LINE, DRAWING THE
000060* PLAYER'S WHOLE RECORD TOGETHER FROM THE PER-PLAYER MASTERS
000070* SO IT CAN BE HANDED OUT AT THE COUNTER:
000080*
000090*   - GAMES PLAYED AND AVERAGE SCORE, MONTH AND LIFETIME
000100*   - CURRENT-SEASON BEST AGAINST ALL-TIME BEST, PER MODE
000110*   - BEST FINISH IN EACH CLOSED SEASON (SEASHIST)
000120*   - BADGES HELD, WITH THEIR AWARD DATES (ACHIEVE)
000130*   - HEAD-TO-HEAD RECORD AGAINST EACH RIVAL
000140*
000150* ON A CABINET THE MONTH COMES FROM SESSIONS (OR THE MONTH'S
000160* SESSARCH ARCHIVE, SEE RUN-PLAYERSTMT.SH), LIFETIME FIGURES
000170* FROM PLAYERSTATS, THE BESTS FROM SCORES AND ALLTIME AND THE
000180* RIVALS FROM RIVALRY.  WITH SHOP ON THE COMMAND LINE IT RUNS
000190* AT THE OFFICE INSTEAD: THE MONTH, THE BESTS AND THE RIVALS
000200* COME FROM THE SHOP-WIDE SHOPSESS MASTER AND THE LIFETIME
000210* FIGURES FROM SHOPSTAT, SO A PLAYER WHO USES EVERY CABINET
000220* GETS ONE COMBINED STATEMENT.  SEASHIST AND ACHIEVE ARE READ
000230* WHEREVER THE ASSIGNMENTS FIND THEM; WITHOUT THEM THOSE TWO
000240* SECTIONS SAY SO.
000250*
000260* AVERAGES ARE TAKEN OVER CLEAN GAMES ONLY - THE SAME ANOMALY
000270* CEILINGS AS THE NIGHTLY RECONCILIATION AND THE PRIZE BOARD
000280* SET A CORRUPTED RESULT ASIDE, AND THE STATEMENT SAYS HOW
000290* MANY WERE NOT COUNTED.
000300*-------------------------------------------------------------
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. playerstmt.
000330 AUTHOR. D HENDERSON.
000340 INSTALLATION. ARCADE SYSTEMS GROUP.
000350 DATE-WRITTEN. 2026-10-15.
000360 DATE-COMPILED.
000370*-------------------------------------------------------------
000380* MODIFICATION HISTORY
000390* DATE       INIT DESCRIPTION
000400* 2026-10-15 DWH  ORIGINAL MONTHLY PLAYER STATEMENT JOB.
000410*-------------------------------------------------------------
000420
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. GENERIC-CABINET.
000460 OBJECT-COMPUTER. GENERIC-CABINET.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT SESSIONS-FILE ASSIGN TO "SESSIONS"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-SESSIONS-STATUS.
000520     SELECT SHOPSESS-FILE ASSIGN TO "SHOPSESS"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS SHOP-SESSION-KEY
000560         FILE STATUS IS WS-SHOPSESS-STATUS.
000570     SELECT PLAYERSTATS-FILE ASSIGN TO "PLAYERSTATS"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS PSTAT-INITIALS
000610         FILE STATUS IS WS-STATS-STATUS.
000620     SELECT SHOPSTAT-FILE ASSIGN TO "SHOPSTAT"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS SHSTAT-INITIALS
000660         FILE STATUS IS WS-STATS-STATUS.
000670     SELECT SCORES-FILE ASSIGN TO "SCORES"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS SCORE-KEY
000710         FILE STATUS IS WS-SCORES-STATUS.
000720     SELECT ALLTIME-FILE ASSIGN TO "ALLTIME"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS ALLT-KEY
000760         FILE STATUS IS WS-ALLTIME-STATUS.
000770     SELECT SEASHIST-FILE ASSIGN TO "SEASHIST"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-SEASHIST-STATUS.
000800     SELECT ACHIEVE-FILE ASSIGN TO "ACHIEVE"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS ACHV-KEY
000840         FILE STATUS IS WS-ACHIEVE-STATUS.
000850     SELECT RIVALRY-FILE ASSIGN TO "RIVALRY"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS RIVAL-PAIR-KEY
000890         FILE STATUS IS WS-RIVALRY-STATUS.
000900     SELECT SEASON-FILE ASSIGN TO "SEASON"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-SEASON-STATUS.
000930     SELECT CABINETID-FILE ASSIGN TO "CABINETID"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-CABINETID-STATUS.
000960     SELECT GAMEPARM-FILE ASSIGN TO "GAMEPARM"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-GAMEPARM-STATUS.
000990     SELECT REPORT-FILE ASSIGN TO "STMTRPT"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-REPORT-STATUS.
001020
001030 DATA DIVISION.
001040 FILE SECTION.
001050* SESSIONS-FILE - THE CABINET'S SESSION HISTORY, OR A MONTH'S
001060* SESSARCH ARCHIVE POINTED AT THROUGH THE ENVIRONMENT.
001070 FD  SESSIONS-FILE.
001080     COPY SESSNREC.
001090* SHOPSESS-FILE - SHOP-WIDE SESSIONS MASTER KEYED BY
001100* (CABINET, DATE, TIME, INITIALS), MERGED BY SHOPCONSOL.
001110 FD  SHOPSESS-FILE.
001120     COPY SHOPSESS.
001130* PLAYERSTATS-FILE - THE CABINET'S CUMULATIVE PER-PLAYER
001140* STATISTICS, KEPT BY THE NIGHTLY RECONCILIATION.
001150 FD  PLAYERSTATS-FILE.
001160     COPY PLYSTAT.
001170* SHOPSTAT-FILE - SHOP-WIDE PLAYER STATISTICS, SAME LAYOUT AS
001180* PLAYERSTATS.  ONLY THE KEY IS NAMED HERE; THE RECORD IS READ
001190* INTO WS-LIFE-STATS LIKE A PLAYERSTATS RECORD.
001200 FD  SHOPSTAT-FILE.
001210 01  SHOPSTAT-RECORD.
001220     05  SHSTAT-INITIALS         PIC X(03).
001230     05  FILLER                  PIC X(36).
001240* SCORES-FILE - LIVE BOARD, BEST PER PLAYER PER MODE FOR THE
001250* CURRENT SEASON.
001260 FD  SCORES-FILE.
001270     COPY SCOREREC.
001280* ALLTIME-FILE - BEST PER PLAYER PER MODE OVER EVERY CLOSED
001290* SEASON.
001300 FD  ALLTIME-FILE.
001310     COPY ALLTMREC.
001320* SEASHIST-FILE - EVERY CLOSED SEASON'S FINAL BOARD.
001330 FD  SEASHIST-FILE.
001340     COPY SEAHREC.
001350* ACHIEVE-FILE - BADGES EARNED, KEYED BY INITIALS AND BADGE.
001360 FD  ACHIEVE-FILE.
001370     COPY ACHVREC.
001380* RIVALRY-FILE - HEAD-TO-HEAD STANDINGS PER PAIR OF INITIALS.
001390 FD  RIVALRY-FILE.
001400     COPY RIVLREC.
001410* SEASON-FILE - NAMES THE CURRENT SEASON AND ITS START DATE.
001420 FD  SEASON-FILE.
001430     COPY SEASNREC.
001440* CABINETID-FILE - NAMES THIS CABINET FOR THE PAGE HEADING.
001450 FD  CABINETID-FILE.
001460 01  CABINETID-RECORD            PIC X(03).
001470* GAMEPARM-FILE - GAME RULES CONTROL FILE, READ AT STARTUP
001480* FOR THE POINTS-PER-KEY CEILING OF EVERY RULES VERSION, SO
001490* EACH SESSION IS JUDGED BY THE RULES IT WAS PLAYED UNDER.
001500 FD  GAMEPARM-FILE.
001510     COPY GAMEPRMR.
001520* REPORT-FILE - THE PRINTED STATEMENTS, REWRITTEN EACH RUN.
001530 FD  REPORT-FILE.
001540 01  REPORT-RECORD               PIC X(80).
001550
001560 WORKING-STORAGE SECTION.
001570*-------------------------------------------------------------
001580* FILE STATUS AND CONTROL FIELDS
001590*-------------------------------------------------------------
001600 01  WS-SESSIONS-STATUS      PIC X(02)     VALUE '00'.
001610 01  WS-SHOPSESS-STATUS      PIC X(02)     VALUE '00'.
001620 01  WS-STATS-STATUS         PIC X(02)     VALUE '00'.
001630 01  WS-SCORES-STATUS        PIC X(02)     VALUE '00'.
001640 01  WS-ALLTIME-STATUS       PIC X(02)     VALUE '00'.
001650 01  WS-SEASHIST-STATUS      PIC X(02)     VALUE '00'.
001660 01  WS-ACHIEVE-STATUS       PIC X(02)     VALUE '00'.
001670 01  WS-RIVALRY-STATUS       PIC X(02)     VALUE '00'.
001680 01  WS-SEASON-STATUS        PIC X(02)     VALUE '00'.
001690 01  WS-CABINETID-STATUS     PIC X(02)     VALUE '00'.
001700 01  WS-REPORT-STATUS        PIC X(02)     VALUE '00'.
001710 01  WS-SESSIONS-EOF-SW      PIC X(01)     VALUE 'N'.
001720     88  WS-SESSIONS-EOF                   VALUE 'Y'.
001730 01  WS-REPORT-OPEN-SW       PIC X(01)     VALUE 'N'.
001740     88  WS-REPORT-OPEN                    VALUE 'Y'.
001750 01  WS-SESSIONS-OPEN-SW     PIC X(01)     VALUE 'N'.
001760     88  WS-SESSIONS-OPEN                  VALUE 'Y'.
001770 01  WS-STATS-OPEN-SW        PIC X(01)     VALUE 'N'.
001780     88  WS-STATS-OPEN                     VALUE 'Y'.
001790 01  WS-SCORES-OPEN-SW       PIC X(01)     VALUE 'N'.
001800     88  WS-SCORES-OPEN                    VALUE 'Y'.
001810 01  WS-ALLTIME-OPEN-SW      PIC X(01)     VALUE 'N'.
001820     88  WS-ALLTIME-OPEN                   VALUE 'Y'.
001830 01  WS-ACHIEVE-OPEN-SW      PIC X(01)     VALUE 'N'.
001840     88  WS-ACHIEVE-OPEN                   VALUE 'Y'.
001850 01  WS-SEASHIST-EOF-SW      PIC X(01)     VALUE 'N'.
001860     88  WS-SEASHIST-EOF                   VALUE 'Y'.
001870 01  WS-RIVALRY-EOF-SW       PIC X(01)     VALUE 'N'.
001880     88  WS-RIVALRY-EOF                    VALUE 'Y'.
001890 01  WS-ACHIEVE-EOF-SW       PIC X(01)     VALUE 'N'.
001900     88  WS-ACHIEVE-EOF                    VALUE 'Y'.
001910 01  WS-RUN-DATE             PIC 9(08)     VALUE ZERO.
001920 01  WS-RUN-DATE-FLDS REDEFINES WS-RUN-DATE.
001930     05  WS-RUN-YEAR          PIC 9(04).
001940     05  WS-RUN-MONTH         PIC 9(02).
001950     05  WS-RUN-DAY           PIC 9(02).
001960     COPY STEPRC.
001970*-------------------------------------------------------------
001980* RUN PARAMETERS - UP TO THREE WORDS IN ANY ORDER: SHOP FOR
001990* THE OFFICE RUN, A STATEMENT MONTH (YYYYMM, DEFAULT THE MONTH
002000* JUST CLOSED) AND ONE SET OF INITIALS (DEFAULT EVERYONE WHO
002010* PLAYED IN THE MONTH)
002020*-------------------------------------------------------------
002030 01  WS-RUN-PARM             PIC X(40)     VALUE SPACES.
002040 01  WS-PARM-WORD-1          PIC X(08)     VALUE SPACES.
002050 01  WS-PARM-WORD-2          PIC X(08)     VALUE SPACES.
002060 01  WS-PARM-WORD-3          PIC X(08)     VALUE SPACES.
002070 01  WS-PARM-WORD-4          PIC X(08)     VALUE SPACES.
002080 01  WS-PARM-WORD            PIC X(08)     VALUE SPACES.
002090 01  WS-PARM-MONTH-FLDS REDEFINES WS-PARM-WORD.
002100     05  WS-PARM-MONTH        PIC X(06).
002110     05  WS-PARM-MONTH-TAIL   PIC X(02).
002120 01  WS-PARM-INITIALS-FLDS REDEFINES WS-PARM-WORD.
002130     05  WS-PARM-INITIALS     PIC X(03).
002140     05  WS-PARM-INITIALS-TAIL PIC X(05).
002150 01  WS-SHOP-RUN-SW          PIC X(01)     VALUE 'N'.
002160     88  WS-SHOP-RUN                       VALUE 'Y'.
002170 01  WS-ONE-PLAYER-SW        PIC X(01)     VALUE 'N'.
002180     88  WS-ONE-PLAYER                     VALUE 'Y'.
002190 01  WS-ONE-INITIALS         PIC X(03)     VALUE SPACES.
002200 01  WS-GUEST-INITIALS       PIC X(03)     VALUE "---".
002210 01  WS-STMT-MONTH           PIC 9(06)     VALUE ZERO.
002220 01  WS-STMT-MONTH-FLDS REDEFINES WS-STMT-MONTH.
002230     05  WS-STMT-YEAR         PIC 9(04).
002240     05  WS-STMT-MM           PIC 9(02).
002250 01  WS-SESSION-MONTH        PIC 9(06)     VALUE ZERO.
002260 01  WS-SITE-LABEL           PIC X(12)     VALUE SPACES.
002270 01  WS-SEASON-ID-CUR        PIC X(08)     VALUE SPACES.
002280 01  WS-SEASON-START-CUR     PIC 9(08)     VALUE ZERO.
002290 01  WS-SEASON-KNOWN-SW      PIC X(01)     VALUE 'N'.
002300     88  WS-SEASON-KNOWN                   VALUE 'Y'.
002310*-------------------------------------------------------------
002320* CURRENT SESSION - EITHER SOURCE (SESSIONS OR SHOPSESS) IS
002330* MOVED HERE SO ONE SET OF CHECKS SERVES BOTH RUNS
002340*-------------------------------------------------------------
002350 01  WS-CS-INITIALS          PIC X(03).
002360 01  WS-CS-VALUE             PIC 9(07).
002370 01  WS-CS-MODE              PIC X(01).
002380 01  WS-CS-DATE              PIC 9(08).
002390 01  WS-CS-TIME              PIC 9(08).
002400 01  WS-CS-KEYSTROKES        PIC 9(09).
002410 01  WS-CS-2P-SW             PIC X(01).
002420     88  WS-CS-IS-2P                       VALUE 'Y'.
002430 01  WS-CS-P2-INITIALS       PIC X(03).
002440 01  WS-CS-P2-VALUE          PIC 9(07).
002450 01  WS-CS-START-TIME        PIC 9(08).
002460 01  WS-CS-RULES-VER         PIC X(04).
002470*-------------------------------------------------------------
002480* ANOMALY RULES - SAME CEILINGS AS THE RECONCILIATION AND THE
002490* PRIZE BOARD, SO A CORRUPTED SESSION IS NOT AVERAGED IN
002500*-------------------------------------------------------------
002510 01  WS-MAX-POSSIBLE-SCORE   PIC 9(09)     USAGE COMP.
002520 01  WS-POINTS-PER-KEY       PIC 9(05)     USAGE COMP VALUE 260.
002530*-------------------------------------------------------------
002540* GAME RULES BY VERSION - THE POINTS-PER-KEY CEILING FOR EACH
002550* RULES VERSION AND MODE ON THE GAMEPARM CONTROL FILE.  THE
002560* CEILING IN FORCE FOR A SESSION IS LOOKED UP BY ITS OWN RULES
002570* VERSION (SEE 2210-SET-KEY-BOUND); A VERSION OR MODE NOT ON
002580* FILE, INCLUDING VERSION 0000 FOR SESSIONS RECORDED BEFORE
002590* VERSIONS WERE CARRIED, GETS THE BUILT-IN CEILING.
002600*-------------------------------------------------------------
002610 01  WS-GAMEPARM-STATUS      PIC X(02)     VALUE '00'.
002620 01  WS-GAMEPARM-EOF-SW      PIC X(01)     VALUE 'N'.
002630     88  WS-GAMEPARM-EOF                   VALUE 'Y'.
002640 01  WS-DEFAULT-PTS-PER-KEY  PIC 9(05)     USAGE COMP VALUE 260.
002650 01  WS-RULES-VERSION-CUR    PIC 9(04)     VALUE ZERO.
002660 01  WS-RULES-MODE-CUR       PIC X(01)     VALUE SPACE.
002670 01  WS-GPARM-COUNT          PIC 9(04)     USAGE COMP VALUE 0.
002680 01  WS-GPARM-I              PIC 9(04)     USAGE COMP.
002690 01  WS-GPARM-TABLE.
002700     05  WS-GPARM-ENTRY OCCURS 60 TIMES.
002710         10  WS-GPARM-VERSION     PIC 9(04).
002720         10  WS-GPARM-MODE        PIC X(01).
002730         10  WS-GPARM-PTS-PER-KEY PIC 9(05).
002740 01  WS-P1-FLAGGED-SW        PIC X(01)     VALUE 'N'.
002750     88  WS-P1-FLAGGED                     VALUE 'Y'.
002760 01  WS-P2-FLAGGED-SW        PIC X(01)     VALUE 'N'.
002770     88  WS-P2-FLAGGED                     VALUE 'Y'.
002780 01  WS-TIME-CONVERT-IN      PIC 9(08).
002790 01  WS-TIME-CONVERT-FLDS REDEFINES
002800         WS-TIME-CONVERT-IN.
002810     05  WS-TIME-CONVERT-HH   PIC 9(02).
002820     05  WS-TIME-CONVERT-MM   PIC 9(02).
002830     05  WS-TIME-CONVERT-SS   PIC 9(02).
002840     05  WS-TIME-CONVERT-HS   PIC 9(02).
002850 01  WS-TIME-CONVERT-OUT     PIC 9(09)     USAGE COMP.
002860 01  WS-START-SECONDS        PIC 9(09)     USAGE COMP.
002870 01  WS-END-SECONDS          PIC 9(09)     USAGE COMP.
002880 01  WS-DURATION-SECONDS     PIC S9(09)    USAGE COMP.
002890*-------------------------------------------------------------
002900* CURRENT SIDE BEING FOLDED INTO THE PLAYER TABLE
002910*-------------------------------------------------------------
002920 01  WS-CUR-INITIALS         PIC X(03).
002930 01  WS-CUR-VALUE            PIC 9(07).
002940 01  WS-CUR-FLAGGED-SW       PIC X(01).
002950     88  WS-CUR-FLAGGED                    VALUE 'Y'.
002960*-------------------------------------------------------------
002970* PLAYER TABLE - ONE ENTRY PER PLAYER TO BE GIVEN A STATEMENT,
002980* WITH THE MONTH'S FIGURES AND (ON THE OFFICE RUN) THE BESTS
002990* GATHERED FROM SHOPSESS.  SORTED BY INITIALS BEFORE PRINTING.
003000*-------------------------------------------------------------
003010 01  WS-PLR-COUNT            PIC 9(04)     USAGE COMP VALUE 0.
003020 01  WS-PLR-MAX              PIC 9(04)     USAGE COMP VALUE 300.
003030 01  WS-PLR-I                PIC 9(04)     USAGE COMP.
003040 01  WS-PLR-J                PIC 9(04)     USAGE COMP.
003050 01  WS-PLR-LIMIT            PIC 9(04)     USAGE COMP.
003060 01  WS-PLR-HIT              PIC 9(04)     USAGE COMP.
003070 01  WS-PLR-FULL-SW          PIC X(01)     VALUE 'N'.
003080     88  WS-PLR-FULL                       VALUE 'Y'.
003090 01  WS-PLR-TABLE.
003100     05  WS-PLR-ENTRY OCCURS 300 TIMES.
003110         10  WS-PLR-INITIALS      PIC X(03).
003120         10  WS-PLR-MONTH-GAMES   PIC 9(05).
003130         10  WS-PLR-MONTH-SET-ASIDE PIC 9(05).
003140         10  WS-PLR-MONTH-TOTAL   PIC 9(09).
003150         10  WS-PLR-SEASON-BEST OCCURS 3 TIMES
003160                                  PIC 9(07).
003170         10  WS-PLR-ALLTIME-BEST OCCURS 3 TIMES
003180                                  PIC 9(07).
003190 01  WS-PLR-SWAP                 PIC X(64).
003200*-------------------------------------------------------------
003210* MODES IN PRINTING ORDER - SUBSCRIPT 1/2/3 OF THE BEST
003220* COLUMNS ABOVE
003230*-------------------------------------------------------------
003240 01  WS-MODE-CODES           PIC X(03)     VALUE "ENH".
003250 01  WS-MODE-CODE-TBL REDEFINES WS-MODE-CODES.
003260     05  WS-MODE-CODE OCCURS 3 TIMES PIC X(01).
003270 01  WS-MODE-NAMES           PIC X(18)
003280                             VALUE "EASY  NORMALHARD  ".
003290 01  WS-MODE-NAME-TBL REDEFINES WS-MODE-NAMES.
003300     05  WS-MODE-NAME OCCURS 3 TIMES PIC X(06).
003310 01  WS-MODE-I               PIC 9(04)     USAGE COMP.
003320 01  WS-MODE-HIT             PIC 9(04)     USAGE COMP.
003330 01  WS-MODE-LABEL           PIC X(06).
003340*-------------------------------------------------------------
003350* HEAD-TO-HEAD PAIR TABLE - EVERY PAIRING THAT INVOLVES A
003360* PLAYER IN THE TABLE, LOWER INITIALS FIRST AS ON RIVALRY
003370*-------------------------------------------------------------
003380 01  WS-RIV-COUNT            PIC 9(04)     USAGE COMP VALUE 0.
003390 01  WS-RIV-MAX              PIC 9(04)     USAGE COMP VALUE 500.
003400 01  WS-RIV-I                PIC 9(04)     USAGE COMP.
003410 01  WS-RIV-HIT              PIC 9(04)     USAGE COMP.
003420 01  WS-RIV-FULL-SW          PIC X(01)     VALUE 'N'.
003430     88  WS-RIV-FULL                       VALUE 'Y'.
003440 01  WS-RIV-SHOWN            PIC 9(04)     USAGE COMP.
003450 01  WS-RIV-TABLE.
003460     05  WS-RIV-ENTRY OCCURS 500 TIMES.
003470         10  WS-RIV-A-INITIALS    PIC X(03).
003480         10  WS-RIV-B-INITIALS    PIC X(03).
003490         10  WS-RIV-A-WINS        PIC 9(05).
003500         10  WS-RIV-B-WINS        PIC 9(05).
003510         10  WS-RIV-DRAWS         PIC 9(05).
003520         10  WS-RIV-LAST-DATE     PIC 9(08).
003530 01  WS-PAIR-A-INITIALS      PIC X(03).
003540 01  WS-PAIR-B-INITIALS      PIC X(03).
003550 01  WS-PAIR-A-SCORE         PIC 9(07).
003560 01  WS-PAIR-B-SCORE         PIC 9(07).
003570 01  WS-PAIR-WANTED-SW       PIC X(01)     VALUE 'N'.
003580     88  WS-PAIR-WANTED                    VALUE 'Y'.
003590*-------------------------------------------------------------
003600* CLOSED-SEASON FINISHES FOR THE PLAYER BEING PRINTED - ONE
003610* ENTRY PER SEASON AND MODE THE PLAYER IS ON, RANKED AGAINST
003620* THE REST OF THAT SEASON'S BOARD FOR THE MODE
003630*-------------------------------------------------------------
003640 01  WS-SH-COUNT             PIC 9(04)     USAGE COMP VALUE 0.
003650 01  WS-SH-MAX               PIC 9(04)     USAGE COMP VALUE 60.
003660 01  WS-SH-I                 PIC 9(04)     USAGE COMP.
003670 01  WS-SH-J                 PIC 9(04)     USAGE COMP.
003680 01  WS-SH-BEST              PIC 9(04)     USAGE COMP.
003690 01  WS-SH-EARLIER-SW        PIC X(01)     VALUE 'N'.
003700     88  WS-SH-EARLIER                     VALUE 'Y'.
003710 01  WS-SH-TABLE.
003720     05  WS-SH-ENTRY OCCURS 60 TIMES.
003730         10  WS-SH-SEASON         PIC X(08).
003740         10  WS-SH-MODE           PIC X(01).
003750         10  WS-SH-VALUE          PIC 9(07).
003760         10  WS-SH-RANK           PIC 9(05).
003770         10  WS-SH-FIELD          PIC 9(05).
003780*-------------------------------------------------------------
003790* LIFETIME FIGURES - A PLAYERSTATS OR SHOPSTAT RECORD IS READ
003800* INTO HERE (BOTH FILES CARRY THE PLYSTAT LAYOUT)
003810*-------------------------------------------------------------
003820 01  WS-LIFE-STATS.
003830     05  WS-LIFE-INITIALS        PIC X(03).
003840     05  WS-LIFE-GAMES           PIC 9(07).
003850     05  WS-LIFE-TOTAL           PIC 9(09).
003860     05  WS-LIFE-HIGH            PIC 9(07).
003870     05  WS-LIFE-LAST-DATE       PIC 9(08).
003880     05  WS-LIFE-SET-ASIDE       PIC 9(05).
003890 01  WS-LIFE-FOUND-SW        PIC X(01)     VALUE 'N'.
003900     88  WS-LIFE-FOUND                     VALUE 'Y'.
003910 01  WS-CLEAN-GAMES          PIC 9(09)     USAGE COMP.
003920 01  WS-AVERAGE              PIC 9(07)     USAGE COMP.
003930 01  WS-SEASON-BEST          PIC 9(07).
003940 01  WS-ALLTIME-BEST         PIC 9(07).
003950 01  WS-BADGE-TEXT           PIC X(28).
003960 01  WS-BADGES-SHOWN         PIC 9(04)     USAGE COMP.
003970*-------------------------------------------------------------
003980* RUN TOTALS
003990*-------------------------------------------------------------
004000 01  WS-SESSIONS-READ        PIC 9(07)     USAGE COMP VALUE 0.
004010 01  WS-SESSIONS-MONTH       PIC 9(07)     USAGE COMP VALUE 0.
004020 01  WS-SIDES-SET-ASIDE      PIC 9(07)     USAGE COMP VALUE 0.
004030 01  WS-STATEMENTS-PRINTED   PIC 9(07)     USAGE COMP VALUE 0.
004040*-------------------------------------------------------------
004050* REPORT PAGE CONTROL AND DISPLAY EDITING
004060*-------------------------------------------------------------
004070 01  WS-RPT-LINE             PIC X(80)     VALUE SPACES.
004080 01  WS-RPT-LINE-COUNT       PIC 9(04)     USAGE COMP VALUE 0.
004090 01  WS-RPT-PAGE-COUNT       PIC 9(04)     USAGE COMP VALUE 0.
004100 01  WS-RPT-LINES-PER-PAGE   PIC 9(04)     USAGE COMP VALUE 55.
004110 01  WS-RPT-PAGE-DISP        PIC ZZZ9.
004120 01  WS-RPT-PLAYER           PIC X(03)     VALUE SPACES.
004130 01  WS-RPT-COUNT-DISP       PIC ZZZZZZ9.
004140 01  WS-RPT-AVG-DISP         PIC ZZZZZZ9.
004150 01  WS-RPT-ASIDE-DISP       PIC ZZZZZZ9.
004160 01  WS-RPT-SCORE-DISP       PIC ZZZZZZ9.
004170 01  WS-RPT-BEST-DISP        PIC ZZZZZZ9.
004180 01  WS-RPT-RANK-DISP        PIC ZZZZ9.
004190 01  WS-RPT-FIELD-DISP       PIC ZZZZ9.
004200 01  WS-RPT-WON-DISP         PIC ZZZZ9.
004210 01  WS-RPT-LOST-DISP        PIC ZZZZ9.
004220 01  WS-RPT-DRAWN-DISP       PIC ZZZZ9.
004230 01  WS-RPT-RIVAL            PIC X(03).
004240
004250 PROCEDURE DIVISION.
004260*===============================================================
004270* 0000-MAINLINE - PROGRAM ENTRY POINT
004280*===============================================================
004290 0000-MAINLINE.
004300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004310     IF WS-STEP-REFUSED OR WS-STEP-FAILED
004320         PERFORM 9000-TERMINATE THRU 9000-EXIT
004330         MOVE WS-STEP-RC TO RETURN-CODE
004340         STOP RUN
004350     END-IF.
004360     PERFORM 2000-SWEEP-MONTH-SESSION THRU 2000-EXIT
004370         UNTIL WS-SESSIONS-EOF.
004380     PERFORM 3000-GATHER-HISTORY THRU 3000-EXIT.
004390     PERFORM 3500-SORT-PLAYERS THRU 3500-EXIT.
004400     PERFORM 4000-PRINT-STATEMENT THRU 4000-EXIT
004410         VARYING WS-PLR-I FROM 1 BY 1
004420         UNTIL WS-PLR-I > WS-PLR-COUNT.
004430     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004440     MOVE WS-STEP-RC TO RETURN-CODE.
004450     STOP RUN.
004460
004470*===============================================================
004480* 1000-INITIALIZE - READ THE RUN PARAMETERS, PICK THE
004490* STATEMENT MONTH, LOAD THE RULES, NAME THE SITE AND SEASON,
004500* OPEN THE MASTERS AND THE REPORT, AND START THE MONTH SWEEP
004510*===============================================================
004520 1000-INITIALIZE.
004530     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004540     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
004550     MOVE ZERO TO WS-STMT-MONTH.
004560     UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACE
004570         INTO WS-PARM-WORD-1 WS-PARM-WORD-2
004580              WS-PARM-WORD-3 WS-PARM-WORD-4
004590     END-UNSTRING.
004600     MOVE WS-PARM-WORD-1 TO WS-PARM-WORD.
004610     PERFORM 1100-TAKE-PARM-WORD THRU 1100-EXIT.
004620     MOVE WS-PARM-WORD-2 TO WS-PARM-WORD.
004630     PERFORM 1100-TAKE-PARM-WORD THRU 1100-EXIT.
004640     MOVE WS-PARM-WORD-3 TO WS-PARM-WORD.
004650     PERFORM 1100-TAKE-PARM-WORD THRU 1100-EXIT.
004660     IF WS-PARM-WORD-4 NOT EQUAL SPACES
004670         DISPLAY "PLAYERSTMT - TOO MANY PARAMETERS: "
004680             WS-RUN-PARM
004690         MOVE 12 TO WS-STEP-RC
004700     END-IF.
004710     IF WS-STEP-REFUSED
004720         DISPLAY "PLAYERSTMT - USAGE: PLAYERSTMT [SHOP]"
004730             " [YYYYMM] [INITIALS]"
004740         GO TO 1000-EXIT
004750     END-IF.
004760     IF WS-STMT-MONTH EQUAL ZERO
004770         MOVE WS-RUN-YEAR  TO WS-STMT-YEAR
004780         MOVE WS-RUN-MONTH TO WS-STMT-MM
004790         PERFORM 1200-BACK-ONE-MONTH THRU 1200-EXIT
004800     END-IF.
004810     IF WS-ONE-PLAYER
004820         MOVE WS-ONE-INITIALS TO WS-CUR-INITIALS
004830         PERFORM 2750-ADD-PLAYER THRU 2750-EXIT
004840     END-IF.
004850     PERFORM 1300-NAME-SITE THRU 1300-EXIT.
004860     PERFORM 1350-READ-SEASON THRU 1350-EXIT.
004870     PERFORM 1400-LOAD-GAMEPARM THRU 1400-EXIT.
004880     OPEN OUTPUT REPORT-FILE.
004890     IF WS-REPORT-STATUS NOT EQUAL "00"
004900         DISPLAY "PLAYERSTMT - CANNOT OPEN REPORT FILE,"
004910             " STATUS=" WS-REPORT-STATUS
004920         MOVE 8 TO WS-STEP-RC
004930         GO TO 1000-EXIT
004940     END-IF.
004950     MOVE 'Y' TO WS-REPORT-OPEN-SW.
004960     PERFORM 1500-OPEN-MASTERS THRU 1500-EXIT.
004970     PERFORM 1600-OPEN-SESSIONS THRU 1600-EXIT.
004980 1000-EXIT.
004990     EXIT.
005000
005010*---------------------------------------------------------------
005020* 1100-TAKE-PARM-WORD - SHOP, A MONTH OR A SET OF INITIALS.
005030* ANYTHING ELSE, OR A SECOND MONTH OR SET OF INITIALS, REFUSES
005040* THE RUN.
005050*---------------------------------------------------------------
005060 1100-TAKE-PARM-WORD.
005070     IF WS-PARM-WORD EQUAL SPACES
005080         GO TO 1100-EXIT
005090     END-IF.
005100     IF WS-PARM-WORD EQUAL "SHOP"
005110         MOVE 'Y' TO WS-SHOP-RUN-SW
005120         GO TO 1100-EXIT
005130     END-IF.
005140     IF WS-PARM-MONTH NUMERIC
005150       AND WS-PARM-MONTH-TAIL EQUAL SPACES
005160       AND WS-STMT-MONTH EQUAL ZERO
005170         MOVE WS-PARM-MONTH TO WS-STMT-MONTH
005180         IF WS-STMT-MM < 01 OR WS-STMT-MM > 12
005190             DISPLAY "PLAYERSTMT - BAD STATEMENT MONTH: "
005200                 WS-PARM-WORD
005210             MOVE 12 TO WS-STEP-RC
005220         END-IF
005230         GO TO 1100-EXIT
005240     END-IF.
005250     IF WS-PARM-INITIALS-TAIL EQUAL SPACES
005260       AND NOT WS-ONE-PLAYER
005270         MOVE 'Y' TO WS-ONE-PLAYER-SW
005280         MOVE WS-PARM-INITIALS TO WS-ONE-INITIALS
005290         GO TO 1100-EXIT
005300     END-IF.
005310     DISPLAY "PLAYERSTMT - PARAMETER NOT UNDERSTOOD: "
005320         WS-PARM-WORD.
005330     MOVE 12 TO WS-STEP-RC.
005340 1100-EXIT.
005350     EXIT.
005360
005370*---------------------------------------------------------------
005380* 1200-BACK-ONE-MONTH - CALENDAR STEP BACK, ROLLING THE YEAR
005390* AT JANUARY
005400*---------------------------------------------------------------
005410 1200-BACK-ONE-MONTH.
005420     IF WS-STMT-MM EQUAL 01
005430         SUBTRACT 1 FROM WS-STMT-YEAR
005440         MOVE 12 TO WS-STMT-MM
005450     ELSE
005460         SUBTRACT 1 FROM WS-STMT-MM
005470     END-IF.
005480 1200-EXIT.
005490     EXIT.
005500
005510*---------------------------------------------------------------
005520* 1300-NAME-SITE - THE PAGE HEADING NAMES THE CABINET (FROM
005530* THE CABINETID CONTROL FILE) OR THE WHOLE SHOP
005540*---------------------------------------------------------------
005550 1300-NAME-SITE.
005560     IF WS-SHOP-RUN
005570         MOVE "SHOP-WIDE" TO WS-SITE-LABEL
005580         GO TO 1300-EXIT
005590     END-IF.
005600     MOVE "THIS CABINET" TO WS-SITE-LABEL.
005610     OPEN INPUT CABINETID-FILE.
005620     IF WS-CABINETID-STATUS NOT EQUAL "00"
005630         GO TO 1300-EXIT
005640     END-IF.
005650     READ CABINETID-FILE
005660         AT END
005670             CONTINUE
005680         NOT AT END
005690             MOVE SPACES TO WS-SITE-LABEL
005700             STRING "CABINET " DELIMITED BY SIZE
005710                    CABINETID-RECORD DELIMITED BY SIZE
005720                 INTO WS-SITE-LABEL
005730     END-READ.
005740     CLOSE CABINETID-FILE.
005750 1300-EXIT.
005760     EXIT.
005770
005780*---------------------------------------------------------------
005790* 1350-READ-SEASON - THE CURRENT SEASON'S NAME FOR THE BEST
005800* SCORES HEADING, AND ITS START DATE FOR THE OFFICE RUN'S
005810* SEASON BESTS
005820*---------------------------------------------------------------
005830 1350-READ-SEASON.
005840     MOVE "CURRENT" TO WS-SEASON-ID-CUR.
005850     OPEN INPUT SEASON-FILE.
005860     IF WS-SEASON-STATUS NOT EQUAL "00"
005870         GO TO 1350-EXIT
005880     END-IF.
005890     READ SEASON-FILE
005900         AT END
005910             CONTINUE
005920         NOT AT END
005930             IF SEASON-START NUMERIC
005940                 MOVE SEASON-ID    TO WS-SEASON-ID-CUR
005950                 MOVE SEASON-START TO WS-SEASON-START-CUR
005960                 MOVE 'Y' TO WS-SEASON-KNOWN-SW
005970             END-IF
005980     END-READ.
005990     CLOSE SEASON-FILE.
006000 1350-EXIT.
006010     EXIT.
006020
006030*---------------------------------------------------------------
006040* 1400-LOAD-GAMEPARM - READ THE GAMEPARM RULES FILE, IF ONE IS
006050* PRESENT, INTO THE RULES TABLE.  EVERY VERSION ON FILE IS
006060* KEPT, SINCE THE SESSIONS CHECKED MAY SPAN SEVERAL.  A ROW
006070* WITH AN UNKNOWN MODE OR A NON-NUMERIC OR ZERO CEILING IS
006080* PASSED OVER, LEAVING THE BUILT-IN CEILING FOR THAT MODE.
006090*---------------------------------------------------------------
006100 1400-LOAD-GAMEPARM.
006110     MOVE ZERO TO WS-GPARM-COUNT.
006120     OPEN INPUT GAMEPARM-FILE.
006130     IF WS-GAMEPARM-STATUS NOT EQUAL "00"
006140         DISPLAY "PLAYERSTMT - NO GAMEPARM FILE, BUILT-IN"
006150             " RULES APPLY"
006160         GO TO 1400-EXIT
006170     END-IF.
006180     MOVE 'N' TO WS-GAMEPARM-EOF-SW.
006190     PERFORM 1410-READ-ONE-PARM THRU 1410-EXIT
006200         UNTIL WS-GAMEPARM-EOF.
006210     CLOSE GAMEPARM-FILE.
006220 1400-EXIT.
006230     EXIT.
006240
006250 1410-READ-ONE-PARM.
006260     READ GAMEPARM-FILE
006270         AT END
006280             MOVE 'Y' TO WS-GAMEPARM-EOF-SW
006290             GO TO 1410-EXIT
006300     END-READ.
006310* A READ FAILURE OTHER THAN END-OF-FILE (I-O ERROR) WOULD
006320* OTHERWISE LEAVE THE LOAD LOOP SPINNING FOREVER.
006330     IF WS-GAMEPARM-STATUS NOT EQUAL "00"
006340         MOVE 'Y' TO WS-GAMEPARM-EOF-SW
006350         GO TO 1410-EXIT
006360     END-IF.
006370     IF GPARM-VERSION NOT NUMERIC
006380       OR GPARM-POINTS-PER-KEY NOT NUMERIC
006390         GO TO 1410-EXIT
006400     END-IF.
006410     IF GPARM-MODE NOT EQUAL 'E'
006420       AND GPARM-MODE NOT EQUAL 'N'
006430       AND GPARM-MODE NOT EQUAL 'H'
006440         GO TO 1410-EXIT
006450     END-IF.
006460     IF GPARM-POINTS-PER-KEY EQUAL ZERO
006470       OR WS-GPARM-COUNT >= 60
006480         GO TO 1410-EXIT
006490     END-IF.
006500     ADD 1 TO WS-GPARM-COUNT.
006510     MOVE GPARM-VERSION
006520         TO WS-GPARM-VERSION(WS-GPARM-COUNT).
006530     MOVE GPARM-MODE
006540         TO WS-GPARM-MODE(WS-GPARM-COUNT).
006550     MOVE GPARM-POINTS-PER-KEY
006560         TO WS-GPARM-PTS-PER-KEY(WS-GPARM-COUNT).
006570 1410-EXIT.
006580     EXIT.
006590
006600*---------------------------------------------------------------
006610* 1500-OPEN-MASTERS - THE LIFETIME MASTER AND, ON A CABINET,
006620* THE TWO BOARDS.  NONE IS REQUIRED: A STATEMENT WITHOUT ONE
006630* SAYS THE FIGURES ARE NOT AVAILABLE, AND THE RUN WARNS.
006640*---------------------------------------------------------------
006650 1500-OPEN-MASTERS.
006660     IF WS-SHOP-RUN
006670         OPEN INPUT SHOPSTAT-FILE
006680     ELSE
006690         OPEN INPUT PLAYERSTATS-FILE
006700     END-IF.
006710     IF WS-STATS-STATUS EQUAL "00"
006720         MOVE 'Y' TO WS-STATS-OPEN-SW
006730     ELSE
006740         DISPLAY "PLAYERSTMT - NO LIFETIME STATISTICS MASTER,"
006750             " STATUS=" WS-STATS-STATUS
006760         IF WS-STEP-RC < 4
006770             MOVE 4 TO WS-STEP-RC
006780         END-IF
006790     END-IF.
006800     IF WS-SHOP-RUN
006810         GO TO 1500-EXIT
006820     END-IF.
006830     OPEN INPUT SCORES-FILE.
006840     IF WS-SCORES-STATUS EQUAL "00"
006850         MOVE 'Y' TO WS-SCORES-OPEN-SW
006860     ELSE
006870         DISPLAY "PLAYERSTMT - NO SCORES MASTER, STATUS="
006880             WS-SCORES-STATUS
006890         IF WS-STEP-RC < 4
006900             MOVE 4 TO WS-STEP-RC
006910         END-IF
006920     END-IF.
006930     OPEN INPUT ALLTIME-FILE.
006940     IF WS-ALLTIME-STATUS EQUAL "00"
006950         MOVE 'Y' TO WS-ALLTIME-OPEN-SW
006960     END-IF.
006970 1500-EXIT.
006980     EXIT.
006990
007000*---------------------------------------------------------------
007010* 1600-OPEN-SESSIONS - THE MONTH COMES FROM SESSIONS ON A
007020* CABINET AND FROM SHOPSESS AT THE OFFICE.  WITHOUT IT THERE
007030* ARE NO MONTH FIGURES, AND WITHOUT A NAMED PLAYER NOBODY TO
007040* PRINT A STATEMENT FOR.
007050*---------------------------------------------------------------
007060 1600-OPEN-SESSIONS.
007070     MOVE 'Y' TO WS-SESSIONS-EOF-SW.
007080     IF WS-SHOP-RUN
007090         OPEN INPUT SHOPSESS-FILE
007100         IF WS-SHOPSESS-STATUS NOT EQUAL "00"
007110             DISPLAY "PLAYERSTMT - CANNOT OPEN SHOPSESS,"
007120                 " STATUS=" WS-SHOPSESS-STATUS
007130             IF WS-STEP-RC < 4
007140                 MOVE 4 TO WS-STEP-RC
007150             END-IF
007160             GO TO 1600-EXIT
007170         END-IF
007180     ELSE
007190         OPEN INPUT SESSIONS-FILE
007200         IF WS-SESSIONS-STATUS NOT EQUAL "00"
007210             DISPLAY "PLAYERSTMT - NO SESSIONS FILE, STATUS="
007220                 WS-SESSIONS-STATUS
007230             IF WS-STEP-RC < 4
007240                 MOVE 4 TO WS-STEP-RC
007250             END-IF
007260             GO TO 1600-EXIT
007270         END-IF
007280     END-IF.
007290     MOVE 'Y' TO WS-SESSIONS-OPEN-SW.
007300     MOVE 'N' TO WS-SESSIONS-EOF-SW.
007310     PERFORM 1650-START-SHOPSESS THRU 1650-EXIT.
007320 1600-EXIT.
007330     EXIT.
007340
007350 1650-START-SHOPSESS.
007360     IF NOT WS-SHOP-RUN
007370         GO TO 1650-EXIT
007380     END-IF.
007390     MOVE LOW-VALUES TO SHOP-SESSION-KEY.
007400     START SHOPSESS-FILE
007410         KEY IS NOT LESS THAN SHOP-SESSION-KEY
007420         INVALID KEY
007430             MOVE 'Y' TO WS-SESSIONS-EOF-SW
007440     END-START.
007450 1650-EXIT.
007460     EXIT.
007470
007480*===============================================================
007490* 2000-SWEEP-MONTH-SESSION - FOLD EACH SESSION FROM THE
007500* STATEMENT MONTH INTO THE PLAYER TABLE.  EVERY SIDE PLAYED
007510* COUNTS AS A GAME; ONLY A CLEAN SIDE ADDS TO THE SCORE TOTAL
007520* THE AVERAGE IS TAKEN FROM.
007530*===============================================================
007540 2000-SWEEP-MONTH-SESSION.
007550     PERFORM 2100-READ-NEXT-SESSION THRU 2100-EXIT.
007560     IF WS-SESSIONS-EOF
007570         GO TO 2000-EXIT
007580     END-IF.
007590     COMPUTE WS-SESSION-MONTH = WS-CS-DATE / 100.
007600     IF WS-SESSION-MONTH NOT EQUAL WS-STMT-MONTH
007610         GO TO 2000-EXIT
007620     END-IF.
007630     ADD 1 TO WS-SESSIONS-MONTH.
007640     PERFORM 2200-CHECK-FOR-ANOMALY THRU 2200-EXIT.
007650     MOVE WS-CS-INITIALS   TO WS-CUR-INITIALS.
007660     MOVE WS-CS-VALUE      TO WS-CUR-VALUE.
007670     MOVE WS-P1-FLAGGED-SW TO WS-CUR-FLAGGED-SW.
007680     PERFORM 2500-FOLD-MONTH-SIDE THRU 2500-EXIT.
007690     IF WS-CS-IS-2P
007700         MOVE WS-CS-P2-INITIALS TO WS-CUR-INITIALS
007710         MOVE WS-CS-P2-VALUE    TO WS-CUR-VALUE
007720         MOVE WS-P2-FLAGGED-SW  TO WS-CUR-FLAGGED-SW
007730         PERFORM 2500-FOLD-MONTH-SIDE THRU 2500-EXIT
007740     END-IF.
007750 2000-EXIT.
007760     EXIT.
007770
007780*---------------------------------------------------------------
007790* 2100-READ-NEXT-SESSION - READ THE NEXT SESSION FROM WHICHEVER
007800* FILE THIS RUN USES AND MOVE IT TO THE WS-CS FIELDS
007810*---------------------------------------------------------------
007820 2100-READ-NEXT-SESSION.
007830     IF WS-SHOP-RUN
007840         GO TO 2150-READ-SHOPSESS
007850     END-IF.
007860     READ SESSIONS-FILE
007870         AT END
007880             MOVE 'Y' TO WS-SESSIONS-EOF-SW
007890             GO TO 2100-EXIT
007900     END-READ.
007910* A READ FAILURE OTHER THAN END-OF-FILE (I-O ERROR) WOULD
007920* OTHERWISE LEAVE THE SWEEP SPINNING FOREVER.
007930     IF WS-SESSIONS-STATUS NOT EQUAL "00"
007940         DISPLAY "PLAYERSTMT - SESSIONS READ FAILED, STATUS="
007950             WS-SESSIONS-STATUS
007960         MOVE 'Y' TO WS-SESSIONS-EOF-SW
007970         MOVE 8 TO WS-STEP-RC
007980         GO TO 2100-EXIT
007990     END-IF.
008000     ADD 1 TO WS-SESSIONS-READ.
008010     MOVE SESSION-INITIALS      TO WS-CS-INITIALS.
008020     MOVE SESSION-VALUE         TO WS-CS-VALUE.
008030     MOVE SESSION-MODE          TO WS-CS-MODE.
008040     MOVE SESSION-DATE          TO WS-CS-DATE.
008050     MOVE SESSION-TIME          TO WS-CS-TIME.
008060     MOVE SESSION-KEYSTROKES    TO WS-CS-KEYSTROKES.
008070     MOVE SESSION-TWO-PLAYER-SW TO WS-CS-2P-SW.
008080     MOVE SESSION-P2-INITIALS   TO WS-CS-P2-INITIALS.
008090     MOVE SESSION-P2-VALUE      TO WS-CS-P2-VALUE.
008100     MOVE SESSION-START-TIME    TO WS-CS-START-TIME.
008110     MOVE SESSION-RULES-VERSION TO WS-CS-RULES-VER.
008120     GO TO 2100-EXIT.
008130 2150-READ-SHOPSESS.
008140     READ SHOPSESS-FILE NEXT RECORD
008150         AT END
008160             MOVE 'Y' TO WS-SESSIONS-EOF-SW
008170             GO TO 2100-EXIT
008180     END-READ.
008190* A READ FAILURE OTHER THAN END-OF-FILE (I-O ERROR) WOULD
008200* OTHERWISE LEAVE THE SWEEP SPINNING FOREVER.
008210     IF WS-SHOPSESS-STATUS NOT EQUAL "00"
008220         DISPLAY "PLAYERSTMT - SHOPSESS READ FAILED, STATUS="
008230             WS-SHOPSESS-STATUS
008240         MOVE 'Y' TO WS-SESSIONS-EOF-SW
008250         MOVE 8 TO WS-STEP-RC
008260         GO TO 2100-EXIT
008270     END-IF.
008280     ADD 1 TO WS-SESSIONS-READ.
008290     MOVE SHOP-SESSION-INITIALS    TO WS-CS-INITIALS.
008300     MOVE SHOP-SESSION-VALUE       TO WS-CS-VALUE.
008310     MOVE SHOP-SESSION-MODE        TO WS-CS-MODE.
008320     MOVE SHOP-SESSION-DATE        TO WS-CS-DATE.
008330     MOVE SHOP-SESSION-TIME        TO WS-CS-TIME.
008340     MOVE SHOP-SESSION-KEYSTROKES  TO WS-CS-KEYSTROKES.
008350     MOVE SHOP-SESSION-2P-SW       TO WS-CS-2P-SW.
008360     MOVE SHOP-SESSION-P2-INITIALS TO WS-CS-P2-INITIALS.
008370     MOVE SHOP-SESSION-P2-VALUE    TO WS-CS-P2-VALUE.
008380     MOVE SHOP-SESSION-START-TIME  TO WS-CS-START-TIME.
008390     MOVE SHOP-SESSION-RULES-VER   TO WS-CS-RULES-VER.
008400 2100-EXIT.
008410     EXIT.
008420
008430*---------------------------------------------------------------
008440* 2200-CHECK-FOR-ANOMALY - SAME RULES AS THE RECONCILIATION
008450* AND THE PRIZE BOARD
008460*---------------------------------------------------------------
008470 2200-CHECK-FOR-ANOMALY.
008480     MOVE 'N' TO WS-P1-FLAGGED-SW.
008490     MOVE 'N' TO WS-P2-FLAGGED-SW.
008500     IF WS-CS-RULES-VER NUMERIC
008510         MOVE WS-CS-RULES-VER TO WS-RULES-VERSION-CUR
008520     ELSE
008530         MOVE ZERO TO WS-RULES-VERSION-CUR
008540     END-IF.
008550     MOVE WS-CS-MODE TO WS-RULES-MODE-CUR.
008560     PERFORM 2210-SET-KEY-BOUND THRU 2210-EXIT.
008570     COMPUTE WS-MAX-POSSIBLE-SCORE
008580         = WS-CS-KEYSTROKES * WS-POINTS-PER-KEY.
008590     IF WS-CS-VALUE > WS-MAX-POSSIBLE-SCORE
008600         MOVE 'Y' TO WS-P1-FLAGGED-SW
008610     END-IF.
008620     IF WS-CS-KEYSTROKES EQUAL ZERO
008630       AND WS-CS-VALUE > ZERO
008640         MOVE 'Y' TO WS-P1-FLAGGED-SW
008650     END-IF.
008660     PERFORM 2230-CHECK-DURATION THRU 2230-EXIT.
008670     IF WS-CS-IS-2P
008680         IF WS-CS-P2-VALUE > WS-MAX-POSSIBLE-SCORE
008690             MOVE 'Y' TO WS-P2-FLAGGED-SW
008700         END-IF
008710         IF WS-CS-KEYSTROKES = ZERO
008720           AND WS-CS-P2-VALUE > ZERO
008730             MOVE 'Y' TO WS-P2-FLAGGED-SW
008740         END-IF
008750     END-IF.
008760 2200-EXIT.
008770     EXIT.
008780
008790*---------------------------------------------------------------
008800* 2210-SET-KEY-BOUND - SET WS-POINTS-PER-KEY TO THE CEILING OF
008810* THE RULES VERSION AND MODE THE SESSION WAS PLAYED UNDER
008820*---------------------------------------------------------------
008830 2210-SET-KEY-BOUND.
008840     MOVE WS-DEFAULT-PTS-PER-KEY TO WS-POINTS-PER-KEY.
008850     PERFORM 2215-MATCH-ONE-RULE THRU 2215-EXIT
008860         VARYING WS-GPARM-I FROM 1 BY 1
008870         UNTIL WS-GPARM-I > WS-GPARM-COUNT.
008880 2210-EXIT.
008890     EXIT.
008900
008910 2215-MATCH-ONE-RULE.
008920     IF WS-GPARM-VERSION(WS-GPARM-I) EQUAL WS-RULES-VERSION-CUR
008930       AND WS-GPARM-MODE(WS-GPARM-I) EQUAL WS-RULES-MODE-CUR
008940         MOVE WS-GPARM-PTS-PER-KEY(WS-GPARM-I)
008950             TO WS-POINTS-PER-KEY
008960     END-IF.
008970 2215-EXIT.
008980     EXIT.
008990
009000 2230-CHECK-DURATION.
009010     MOVE WS-CS-START-TIME TO WS-TIME-CONVERT-IN.
009020     PERFORM 2240-TIME-TO-SECONDS THRU 2240-EXIT.
009030     MOVE WS-TIME-CONVERT-OUT TO WS-START-SECONDS.
009040     MOVE WS-CS-TIME TO WS-TIME-CONVERT-IN.
009050     PERFORM 2240-TIME-TO-SECONDS THRU 2240-EXIT.
009060     MOVE WS-TIME-CONVERT-OUT TO WS-END-SECONDS.
009070     COMPUTE WS-DURATION-SECONDS
009080         = WS-END-SECONDS - WS-START-SECONDS.
009090     IF WS-DURATION-SECONDS <= 0
009100       AND WS-CS-KEYSTROKES > ZERO
009110         MOVE 'Y' TO WS-P1-FLAGGED-SW
009120     END-IF.
009130 2230-EXIT.
009140     EXIT.
009150
009160 2240-TIME-TO-SECONDS.
009170     COMPUTE WS-TIME-CONVERT-OUT =
009180         (WS-TIME-CONVERT-HH * 3600)
009190         + (WS-TIME-CONVERT-MM * 60)
009200         + WS-TIME-CONVERT-SS.
009210 2240-EXIT.
009220     EXIT.
009230
009240*---------------------------------------------------------------
009250* 2500-FOLD-MONTH-SIDE - ONE SIDE OF A STATEMENT-MONTH SESSION.
009260* WHEN ONE PLAYER WAS NAMED ONLY THAT PLAYER IS KEPT; THE GUEST
009270* MARKER NEVER GETS A STATEMENT.
009280*---------------------------------------------------------------
009290 2500-FOLD-MONTH-SIDE.
009300     IF WS-CUR-INITIALS EQUAL SPACES
009310       OR WS-CUR-INITIALS EQUAL WS-GUEST-INITIALS
009320         GO TO 2500-EXIT
009330     END-IF.
009340     PERFORM 2700-FIND-PLAYER THRU 2700-EXIT.
009350     IF WS-PLR-HIT = 0
009360         IF WS-ONE-PLAYER
009370             GO TO 2500-EXIT
009380         END-IF
009390         PERFORM 2750-ADD-PLAYER THRU 2750-EXIT
009400         IF WS-PLR-HIT = 0
009410             GO TO 2500-EXIT
009420         END-IF
009430     END-IF.
009440     ADD 1 TO WS-PLR-MONTH-GAMES(WS-PLR-HIT).
009450     IF WS-CUR-FLAGGED
009460         ADD 1 TO WS-PLR-MONTH-SET-ASIDE(WS-PLR-HIT)
009470         ADD 1 TO WS-SIDES-SET-ASIDE
009480     ELSE
009490         ADD WS-CUR-VALUE TO WS-PLR-MONTH-TOTAL(WS-PLR-HIT)
009500     END-IF.
009510 2500-EXIT.
009520     EXIT.
009530
009540*---------------------------------------------------------------
009550* 2700-FIND-PLAYER - SET WS-PLR-HIT TO WS-CUR-INITIALS' ENTRY,
009560* OR ZERO.  2750-ADD-PLAYER ADDS A NEW ENTRY, LEAVING
009570* WS-PLR-HIT ZERO WHEN THE TABLE IS FULL.
009580*---------------------------------------------------------------
009590 2700-FIND-PLAYER.
009600     MOVE ZERO TO WS-PLR-HIT.
009610     PERFORM 2710-MATCH-ONE-PLAYER THRU 2710-EXIT
009620         VARYING WS-PLR-J FROM 1 BY 1
009630         UNTIL WS-PLR-J > WS-PLR-COUNT OR WS-PLR-HIT > 0.
009640 2700-EXIT.
009650     EXIT.
009660
009670 2710-MATCH-ONE-PLAYER.
009680     IF WS-PLR-INITIALS(WS-PLR-J) EQUAL WS-CUR-INITIALS
009690         MOVE WS-PLR-J TO WS-PLR-HIT
009700     END-IF.
009710 2710-EXIT.
009720     EXIT.
009730
009740 2750-ADD-PLAYER.
009750     MOVE ZERO TO WS-PLR-HIT.
009760     IF WS-PLR-COUNT >= WS-PLR-MAX
009770         MOVE 'Y' TO WS-PLR-FULL-SW
009780         GO TO 2750-EXIT
009790     END-IF.
009800     ADD 1 TO WS-PLR-COUNT.
009810     MOVE WS-PLR-COUNT TO WS-PLR-HIT.
009820     MOVE WS-CUR-INITIALS TO WS-PLR-INITIALS(WS-PLR-HIT).
009830     MOVE ZERO TO WS-PLR-MONTH-GAMES(WS-PLR-HIT).
009840     MOVE ZERO TO WS-PLR-MONTH-SET-ASIDE(WS-PLR-HIT).
009850     MOVE ZERO TO WS-PLR-MONTH-TOTAL(WS-PLR-HIT).
009860     MOVE ZERO TO WS-PLR-SEASON-BEST(WS-PLR-HIT, 1).
009870     MOVE ZERO TO WS-PLR-SEASON-BEST(WS-PLR-HIT, 2).
009880     MOVE ZERO TO WS-PLR-SEASON-BEST(WS-PLR-HIT, 3).
009890     MOVE ZERO TO WS-PLR-ALLTIME-BEST(WS-PLR-HIT, 1).
009900     MOVE ZERO TO WS-PLR-ALLTIME-BEST(WS-PLR-HIT, 2).
009910     MOVE ZERO TO WS-PLR-ALLTIME-BEST(WS-PLR-HIT, 3).
009920 2750-EXIT.
009930     EXIT.
009940
009950*===============================================================
009960* 3000-GATHER-HISTORY - WITH THE PLAYERS KNOWN, COLLECT THEIR
009970* HEAD-TO-HEAD PAIRINGS: FROM RIVALRY ON A CABINET, OR AT THE
009980* OFFICE FROM A SECOND, WHOLE-FILE SWEEP OF SHOPSESS THAT
009990* ALSO PICKS UP EACH PLAYER'S SEASON AND ALL-TIME BESTS
010000*===============================================================
010010 3000-GATHER-HISTORY.
010020     IF WS-PLR-COUNT EQUAL ZERO
010030         GO TO 3000-EXIT
010040     END-IF.
010050     IF WS-SHOP-RUN
010060         PERFORM 3200-SWEEP-SHOP-HISTORY THRU 3200-EXIT
010070     ELSE
010080         PERFORM 3100-LOAD-RIVALRY THRU 3100-EXIT
010090     END-IF.
010100 3000-EXIT.
010110     EXIT.
010120
010130*---------------------------------------------------------------
010140* 3100-LOAD-RIVALRY - EVERY RIVALRY RECORD WITH A TABLE PLAYER
010150* ON EITHER SIDE GOES INTO THE PAIR TABLE AS IT STANDS
010160*---------------------------------------------------------------
010170 3100-LOAD-RIVALRY.
010180     OPEN INPUT RIVALRY-FILE.
010190     IF WS-RIVALRY-STATUS NOT EQUAL "00"
010200         GO TO 3100-EXIT
010210     END-IF.
010220     MOVE 'N' TO WS-RIVALRY-EOF-SW.
010230     MOVE LOW-VALUES TO RIVAL-PAIR-KEY.
010240     START RIVALRY-FILE
010250         KEY IS NOT LESS THAN RIVAL-PAIR-KEY
010260         INVALID KEY
010270             MOVE 'Y' TO WS-RIVALRY-EOF-SW
010280     END-START.
010290     PERFORM 3110-LOAD-ONE-RIVALRY THRU 3110-EXIT
010300         UNTIL WS-RIVALRY-EOF.
010310     CLOSE RIVALRY-FILE.
010320 3100-EXIT.
010330     EXIT.
010340
010350 3110-LOAD-ONE-RIVALRY.
010360     READ RIVALRY-FILE NEXT RECORD
010370         AT END
010380             MOVE 'Y' TO WS-RIVALRY-EOF-SW
010390             GO TO 3110-EXIT
010400     END-READ.
010410* A READ FAILURE OTHER THAN END-OF-FILE (I-O ERROR) WOULD
010420* OTHERWISE LEAVE THE LOAD LOOP SPINNING FOREVER.
010430     IF WS-RIVALRY-STATUS NOT EQUAL "00"
010440         DISPLAY "PLAYERSTMT - RIVALRY READ FAILED, STATUS="
010450             WS-RIVALRY-STATUS
010460         MOVE 'Y' TO WS-RIVALRY-EOF-SW
010470         MOVE 8 TO WS-STEP-RC
010480         GO TO 3110-EXIT
010490     END-IF.
010500     MOVE RIVAL-A-INITIALS TO WS-PAIR-A-INITIALS.
010510     MOVE RIVAL-B-INITIALS TO WS-PAIR-B-INITIALS.
010520     PERFORM 3300-FIND-OR-ADD-PAIR THRU 3300-EXIT.
010530     IF WS-RIV-HIT > 0
010540         MOVE RIVAL-A-WINS    TO WS-RIV-A-WINS(WS-RIV-HIT)
010550         MOVE RIVAL-B-WINS    TO WS-RIV-B-WINS(WS-RIV-HIT)
010560         MOVE RIVAL-DRAWS     TO WS-RIV-DRAWS(WS-RIV-HIT)
010570         MOVE RIVAL-LAST-DATE TO WS-RIV-LAST-DATE(WS-RIV-HIT)
010580     END-IF.
010590 3110-EXIT.
010600     EXIT.
010610
010620*---------------------------------------------------------------
010630* 3200-SWEEP-SHOP-HISTORY - THE OFFICE HAS NO SHOP-WIDE BOARD
010640* OR RIVALRY MASTER, SO BOTH ARE BUILT HERE FROM EVERY CLEAN
010650* SIDE ON SHOPSESS: THE BEST PER MODE SINCE THE SEASON STARTED
010660* AND EVER, AND THE WIN/LOSS/DRAW OF EVERY CLEAN HEAD-TO-HEAD
010670* MATCH, SCORED THE WAY THE RECONCILIATION SCORES RIVALRY
010680*---------------------------------------------------------------
010690 3200-SWEEP-SHOP-HISTORY.
010700     IF NOT WS-SESSIONS-OPEN
010710         GO TO 3200-EXIT
010720     END-IF.
010730     MOVE 'N' TO WS-SESSIONS-EOF-SW.
010740     PERFORM 1650-START-SHOPSESS THRU 1650-EXIT.
010750     PERFORM 3210-FOLD-HISTORY-SESSION THRU 3210-EXIT
010760         UNTIL WS-SESSIONS-EOF.
010770 3200-EXIT.
010780     EXIT.
010790
010800 3210-FOLD-HISTORY-SESSION.
010810     PERFORM 2100-READ-NEXT-SESSION THRU 2100-EXIT.
010820     IF WS-SESSIONS-EOF
010830         GO TO 3210-EXIT
010840     END-IF.
010850     PERFORM 2200-CHECK-FOR-ANOMALY THRU 2200-EXIT.
010860     IF NOT WS-P1-FLAGGED
010870         MOVE WS-CS-INITIALS TO WS-CUR-INITIALS
010880         MOVE WS-CS-VALUE    TO WS-CUR-VALUE
010890         PERFORM 3220-FOLD-BEST-SIDE THRU 3220-EXIT
010900     END-IF.
010910     IF WS-CS-IS-2P AND NOT WS-P2-FLAGGED
010920         MOVE WS-CS-P2-INITIALS TO WS-CUR-INITIALS
010930         MOVE WS-CS-P2-VALUE    TO WS-CUR-VALUE
010940         PERFORM 3220-FOLD-BEST-SIDE THRU 3220-EXIT
010950     END-IF.
010960     IF WS-CS-IS-2P
010970       AND NOT WS-P1-FLAGGED
010980       AND NOT WS-P2-FLAGGED
010990         PERFORM 3250-SCORE-H2H-MATCH THRU 3250-EXIT
011000     END-IF.
011010 3210-EXIT.
011020     EXIT.
011030
011040 3220-FOLD-BEST-SIDE.
011050     PERFORM 2700-FIND-PLAYER THRU 2700-EXIT.
011060     IF WS-PLR-HIT = 0
011070         GO TO 3220-EXIT
011080     END-IF.
011090     MOVE ZERO TO WS-MODE-HIT.
011100     PERFORM 3230-MATCH-ONE-MODE THRU 3230-EXIT
011110         VARYING WS-MODE-I FROM 1 BY 1
011120         UNTIL WS-MODE-I > 3.
011130     IF WS-MODE-HIT = 0
011140         GO TO 3220-EXIT
011150     END-IF.
011160     IF WS-CUR-VALUE
011170         > WS-PLR-ALLTIME-BEST(WS-PLR-HIT, WS-MODE-HIT)
011180         MOVE WS-CUR-VALUE
011190             TO WS-PLR-ALLTIME-BEST(WS-PLR-HIT, WS-MODE-HIT)
011200     END-IF.
011210     IF WS-SEASON-KNOWN
011220       AND WS-CS-DATE >= WS-SEASON-START-CUR
011230       AND WS-CUR-VALUE
011240         > WS-PLR-SEASON-BEST(WS-PLR-HIT, WS-MODE-HIT)
011250         MOVE WS-CUR-VALUE
011260             TO WS-PLR-SEASON-BEST(WS-PLR-HIT, WS-MODE-HIT)
011270     END-IF.
011280 3220-EXIT.
011290     EXIT.
011300
011310 3230-MATCH-ONE-MODE.
011320     IF WS-MODE-CODE(WS-MODE-I) EQUAL WS-CS-MODE
011330         MOVE WS-MODE-I TO WS-MODE-HIT
011340     END-IF.
011350 3230-EXIT.
011360     EXIT.
011370
011380 3250-SCORE-H2H-MATCH.
011390     IF WS-CS-INITIALS < WS-CS-P2-INITIALS
011400         MOVE WS-CS-INITIALS    TO WS-PAIR-A-INITIALS
011410         MOVE WS-CS-P2-INITIALS TO WS-PAIR-B-INITIALS
011420         MOVE WS-CS-VALUE       TO WS-PAIR-A-SCORE
011430         MOVE WS-CS-P2-VALUE    TO WS-PAIR-B-SCORE
011440     ELSE
011450         MOVE WS-CS-P2-INITIALS TO WS-PAIR-A-INITIALS
011460         MOVE WS-CS-INITIALS    TO WS-PAIR-B-INITIALS
011470         MOVE WS-CS-P2-VALUE    TO WS-PAIR-A-SCORE
011480         MOVE WS-CS-VALUE       TO WS-PAIR-B-SCORE
011490     END-IF.
011500     PERFORM 3300-FIND-OR-ADD-PAIR THRU 3300-EXIT.
011510     IF WS-RIV-HIT = 0
011520         GO TO 3250-EXIT
011530     END-IF.
011540     EVALUATE TRUE
011550         WHEN WS-PAIR-A-SCORE > WS-PAIR-B-SCORE
011560             ADD 1 TO WS-RIV-A-WINS(WS-RIV-HIT)
011570         WHEN WS-PAIR-B-SCORE > WS-PAIR-A-SCORE
011580             ADD 1 TO WS-RIV-B-WINS(WS-RIV-HIT)
011590         WHEN OTHER
011600             ADD 1 TO WS-RIV-DRAWS(WS-RIV-HIT)
011610     END-EVALUATE.
011620     IF WS-CS-DATE > WS-RIV-LAST-DATE(WS-RIV-HIT)
011630         MOVE WS-CS-DATE TO WS-RIV-LAST-DATE(WS-RIV-HIT)
011640     END-IF.
011650 3250-EXIT.
011660     EXIT.
011670
011680*---------------------------------------------------------------
011690* 3300-FIND-OR-ADD-PAIR - SET WS-RIV-HIT TO THE ENTRY FOR
011700* WS-PAIR-A/B-INITIALS, ADDING ONE IF EITHER SIDE IS A TABLE
011710* PLAYER.  ZERO WHEN NEITHER IS, OR THE TABLE IS FULL.
011720*---------------------------------------------------------------
011730 3300-FIND-OR-ADD-PAIR.
011740     MOVE ZERO TO WS-RIV-HIT.
011750     PERFORM 3310-MATCH-ONE-PAIR THRU 3310-EXIT
011760         VARYING WS-RIV-I FROM 1 BY 1
011770         UNTIL WS-RIV-I > WS-RIV-COUNT OR WS-RIV-HIT > 0.
011780     IF WS-RIV-HIT > 0
011790         GO TO 3300-EXIT
011800     END-IF.
011810     MOVE 'N' TO WS-PAIR-WANTED-SW.
011820     MOVE WS-PAIR-A-INITIALS TO WS-CUR-INITIALS.
011830     PERFORM 2700-FIND-PLAYER THRU 2700-EXIT.
011840     IF WS-PLR-HIT > 0
011850         MOVE 'Y' TO WS-PAIR-WANTED-SW
011860     END-IF.
011870     MOVE WS-PAIR-B-INITIALS TO WS-CUR-INITIALS.
011880     PERFORM 2700-FIND-PLAYER THRU 2700-EXIT.
011890     IF WS-PLR-HIT > 0
011900         MOVE 'Y' TO WS-PAIR-WANTED-SW
011910     END-IF.
011920     IF NOT WS-PAIR-WANTED
011930         GO TO 3300-EXIT
011940     END-IF.
011950     IF WS-RIV-COUNT >= WS-RIV-MAX
011960         MOVE 'Y' TO WS-RIV-FULL-SW
011970         GO TO 3300-EXIT
011980     END-IF.
011990     ADD 1 TO WS-RIV-COUNT.
012000     MOVE WS-RIV-COUNT TO WS-RIV-HIT.
012010     MOVE WS-PAIR-A-INITIALS TO WS-RIV-A-INITIALS(WS-RIV-HIT).
012020     MOVE WS-PAIR-B-INITIALS TO WS-RIV-B-INITIALS(WS-RIV-HIT).
012030     MOVE ZERO TO WS-RIV-A-WINS(WS-RIV-HIT).
012040     MOVE ZERO TO WS-RIV-B-WINS(WS-RIV-HIT).
012050     MOVE ZERO TO WS-RIV-DRAWS(WS-RIV-HIT).
012060     MOVE ZERO TO WS-RIV-LAST-DATE(WS-RIV-HIT).
012070 3300-EXIT.
012080     EXIT.
012090
012100 3310-MATCH-ONE-PAIR.
012110     IF WS-RIV-A-INITIALS(WS-RIV-I) EQUAL WS-PAIR-A-INITIALS
012120       AND WS-RIV-B-INITIALS(WS-RIV-I) EQUAL WS-PAIR-B-INITIALS
012130         MOVE WS-RIV-I TO WS-RIV-HIT
012140     END-IF.
012150 3310-EXIT.
012160     EXIT.
012170
012180*---------------------------------------------------------------
012190* 3500-SORT-PLAYERS - ASCENDING BUBBLE SORT BY INITIALS, SAME
012200* SHAPE AS THE LEADERBOARD SORTS, SO THE STATEMENTS COME OFF
012210* THE PRINTER IN ORDER
012220*---------------------------------------------------------------
012230 3500-SORT-PLAYERS.
012240     IF WS-PLR-COUNT > 1
012250         PERFORM 3510-PLAYER-SORT-PASS THRU 3510-EXIT
012260             VARYING WS-PLR-I FROM 1 BY 1
012270             UNTIL WS-PLR-I >= WS-PLR-COUNT
012280     END-IF.
012290 3500-EXIT.
012300     EXIT.
012310
012320 3510-PLAYER-SORT-PASS.
012330     COMPUTE WS-PLR-LIMIT = WS-PLR-COUNT - WS-PLR-I.
012340     PERFORM 3520-PLAYER-COMPARE-SWAP THRU 3520-EXIT
012350         VARYING WS-PLR-J FROM 1 BY 1
012360         UNTIL WS-PLR-J > WS-PLR-LIMIT.
012370 3510-EXIT.
012380     EXIT.
012390
012400 3520-PLAYER-COMPARE-SWAP.
012410     IF WS-PLR-INITIALS(WS-PLR-J)
012420         > WS-PLR-INITIALS(WS-PLR-J + 1)
012430         MOVE WS-PLR-ENTRY(WS-PLR-J) TO WS-PLR-SWAP
012440         MOVE WS-PLR-ENTRY(WS-PLR-J + 1)
012450             TO WS-PLR-ENTRY(WS-PLR-J)
012460         MOVE WS-PLR-SWAP TO WS-PLR-ENTRY(WS-PLR-J + 1)
012470     END-IF.
012480 3520-EXIT.
012490     EXIT.
012500
012510*===============================================================
012520* 4000-PRINT-STATEMENT - ONE PLAYER'S STATEMENT, STARTING ON A
012530* PAGE OF ITS OWN
012540*===============================================================
012550 4000-PRINT-STATEMENT.
012560     MOVE WS-PLR-INITIALS(WS-PLR-I) TO WS-RPT-PLAYER.
012570     MOVE WS-PLR-INITIALS(WS-PLR-I) TO WS-CUR-INITIALS.
012580     MOVE WS-RPT-LINES-PER-PAGE TO WS-RPT-LINE-COUNT.
012590     ADD 1 TO WS-STATEMENTS-PRINTED.
012600     PERFORM 4100-PRINT-GAMES THRU 4100-EXIT.
012610     PERFORM 4200-PRINT-BESTS THRU 4200-EXIT.
012620     PERFORM 4300-PRINT-CLOSED-SEASONS THRU 4300-EXIT.
012630     PERFORM 4400-PRINT-BADGES THRU 4400-EXIT.
012640     PERFORM 4500-PRINT-RIVALS THRU 4500-EXIT.
012650 4000-EXIT.
012660     EXIT.
012670
012680*---------------------------------------------------------------
012690* 4100-PRINT-GAMES - GAMES AND CLEAN AVERAGE, MONTH AND
012700* LIFETIME
012710*---------------------------------------------------------------
012720 4100-PRINT-GAMES.
012730     MOVE "GAMES PLAYED                   GAMES    AVERAGE"
012740         TO WS-RPT-LINE.
012750     MOVE "NOT COUNTED" TO WS-RPT-LINE(52:11).
012760     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
012770     MOVE WS-PLR-MONTH-GAMES(WS-PLR-I) TO WS-RPT-COUNT-DISP.
012780     MOVE WS-PLR-MONTH-SET-ASIDE(WS-PLR-I) TO WS-RPT-ASIDE-DISP.
012790     COMPUTE WS-CLEAN-GAMES = WS-PLR-MONTH-GAMES(WS-PLR-I)
012800         - WS-PLR-MONTH-SET-ASIDE(WS-PLR-I).
012810     MOVE ZERO TO WS-AVERAGE.
012820     IF WS-CLEAN-GAMES > ZERO
012830         COMPUTE WS-AVERAGE ROUNDED
012840             = WS-PLR-MONTH-TOTAL(WS-PLR-I) / WS-CLEAN-GAMES
012850     END-IF.
012860     MOVE WS-AVERAGE TO WS-RPT-AVG-DISP.
012870     STRING "  MONTH " DELIMITED BY SIZE
012880            WS-STMT-MONTH DELIMITED BY SIZE
012890            "               " DELIMITED BY SIZE
012900            WS-RPT-COUNT-DISP DELIMITED BY SIZE
012910            "    " DELIMITED BY SIZE
012920            WS-RPT-AVG-DISP DELIMITED BY SIZE
012930            "        " DELIMITED BY SIZE
012940            WS-RPT-ASIDE-DISP DELIMITED BY SIZE
012950         INTO WS-RPT-LINE.
012960     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
012970     PERFORM 4150-READ-LIFETIME THRU 4150-EXIT.
012980     IF NOT WS-LIFE-FOUND
012990         MOVE "  LIFETIME                  NOT AVAILABLE"
013000             TO WS-RPT-LINE
013010         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
013020         GO TO 4100-TRAILER
013030     END-IF.
013040     MOVE WS-LIFE-GAMES     TO WS-RPT-COUNT-DISP.
013050     MOVE WS-LIFE-SET-ASIDE TO WS-RPT-ASIDE-DISP.
013060     MOVE ZERO TO WS-AVERAGE.
013070     IF WS-LIFE-GAMES > WS-LIFE-SET-ASIDE
013080         COMPUTE WS-CLEAN-GAMES
013090             = WS-LIFE-GAMES - WS-LIFE-SET-ASIDE
013100         COMPUTE WS-AVERAGE ROUNDED
013110             = WS-LIFE-TOTAL / WS-CLEAN-GAMES
013120     END-IF.
013130     MOVE WS-AVERAGE TO WS-RPT-AVG-DISP.
013140     STRING "  LIFETIME                   " DELIMITED BY SIZE
013150            WS-RPT-COUNT-DISP DELIMITED BY SIZE
013160            "    " DELIMITED BY SIZE
013170            WS-RPT-AVG-DISP DELIMITED BY SIZE
013180            "        " DELIMITED BY SIZE
013190            WS-RPT-ASIDE-DISP DELIMITED BY SIZE
013200         INTO WS-RPT-LINE.
013210     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
013220 4100-TRAILER.
013230     MOVE "  (NOT COUNTED - GAMES SET ASIDE BY THE SCORE CHECKS,"
013240         TO WS-RPT-LINE.
013250     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
013260     MOVE "   LEFT OUT OF THE AVERAGE)" TO WS-RPT-LINE.
013270     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
013280     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
013290 4100-EXIT.
013300     EXIT.
013310
013320 4150-READ-LIFETIME.
013330     MOVE 'N' TO WS-LIFE-FOUND-SW.
013340     IF NOT WS-STATS-OPEN
013350         GO TO 4150-EXIT
013360     END-IF.
013370     IF WS-SHOP-RUN
013380         MOVE WS-CUR-INITIALS TO SHSTAT-INITIALS
013390         READ SHOPSTAT-FILE INTO WS-LIFE-STATS
013400             INVALID KEY
013410                 GO TO 4150-EXIT
013420         END-READ
013430     ELSE
013440         MOVE WS-CUR-INITIALS TO PSTAT-INITIALS
013450         READ PLAYERSTATS-FILE INTO WS-LIFE-STATS
013460             INVALID KEY
013470                 GO TO 4150-EXIT
013480         END-READ
013490     END-IF.
013500     MOVE 'Y' TO WS-LIFE-FOUND-SW.
013510 4150-EXIT.
013520     EXIT.
013530
013540*---------------------------------------------------------------
013550* 4200-PRINT-BESTS - CURRENT-SEASON BEST AGAINST ALL-TIME
013560* BEST, ONE LINE PER MODE.  ON A CABINET THE SEASON BEST IS
013570* THE LIVE BOARD'S RECORD AND THE ALL-TIME BEST THE BETTER OF
013580* THAT AND ALLTIME (WHICH ONLY HOLDS CLOSED SEASONS).
013590*---------------------------------------------------------------
013600 4200-PRINT-BESTS.
013610     MOVE SPACES TO WS-RPT-LINE.
013620     STRING "BEST SCORES                SEASON " DELIMITED BY SIZE
013630            WS-SEASON-ID-CUR DELIMITED BY SIZE
013640            "     ALL-TIME" DELIMITED BY SIZE
013650         INTO WS-RPT-LINE.
013660     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
013670     IF NOT WS-SHOP-RUN AND NOT WS-SCORES-OPEN
013680         MOVE "  NOT AVAILABLE - NO SCORES MASTER" TO WS-RPT-LINE
013690         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
013700     ELSE
013710         PERFORM 4210-PRINT-ONE-MODE THRU 4210-EXIT
013720             VARYING WS-MODE-I FROM 1 BY 1
013730             UNTIL WS-MODE-I > 3
013740     END-IF.
013750     IF WS-SHOP-RUN AND NOT WS-SEASON-KNOWN
013760         MOVE "  (NO SEASON FILE - SEASON BESTS NOT KNOWN)"
013770             TO WS-RPT-LINE
013780         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
013790     END-IF.
013800     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
013810 4200-EXIT.
013820     EXIT.
013830
013840 4210-PRINT-ONE-MODE.
013850     IF WS-SHOP-RUN
013860         MOVE WS-PLR-SEASON-BEST(WS-PLR-I, WS-MODE-I)
013870             TO WS-SEASON-BEST
013880         MOVE WS-PLR-ALLTIME-BEST(WS-PLR-I, WS-MODE-I)
013890             TO WS-ALLTIME-BEST
013900     ELSE
013910         PERFORM 4220-READ-BOARDS THRU 4220-EXIT
013920     END-IF.
013930     MOVE WS-SEASON-BEST  TO WS-RPT-SCORE-DISP.
013940     MOVE WS-ALLTIME-BEST TO WS-RPT-BEST-DISP.
013950     STRING "  " DELIMITED BY SIZE
013960            WS-MODE-NAME(WS-MODE-I) DELIMITED BY SIZE
013970            "                          " DELIMITED BY SIZE
013980            WS-RPT-SCORE-DISP DELIMITED BY SIZE
013990            "      " DELIMITED BY SIZE
014000            WS-RPT-BEST-DISP DELIMITED BY SIZE
014010         INTO WS-RPT-LINE.
014020     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
014030 4210-EXIT.
014040     EXIT.
014050
014060 4220-READ-BOARDS.
014070     MOVE ZERO TO WS-SEASON-BEST.
014080     MOVE ZERO TO WS-ALLTIME-BEST.
014090     MOVE WS-CUR-INITIALS         TO SCORE-INITIALS.
014100     MOVE WS-MODE-CODE(WS-MODE-I) TO SCORE-MODE.
014110     READ SCORES-FILE
014120         INVALID KEY
014130             CONTINUE
014140         NOT INVALID KEY
014150             MOVE SCORE-VALUE TO WS-SEASON-BEST
014160             MOVE SCORE-VALUE TO WS-ALLTIME-BEST
014170     END-READ.
014180     IF NOT WS-ALLTIME-OPEN
014190         GO TO 4220-EXIT
014200     END-IF.
014210     MOVE WS-CUR-INITIALS         TO ALLT-INITIALS.
014220     MOVE WS-MODE-CODE(WS-MODE-I) TO ALLT-MODE.
014230     READ ALLTIME-FILE
014240         INVALID KEY
014250             CONTINUE
014260         NOT INVALID KEY
014270             IF ALLT-VALUE > WS-ALLTIME-BEST
014280                 MOVE ALLT-VALUE TO WS-ALLTIME-BEST
014290             END-IF
014300     END-READ.
014310 4220-EXIT.
014320     EXIT.
014330
014340*---------------------------------------------------------------
014350* 4300-PRINT-CLOSED-SEASONS - THE PLAYER'S BEST FINISH IN EACH
014360* CLOSED SEASON.  ONE PASS OF SEASHIST PICKS UP THE PLAYER'S
014370* RECORDS; A SECOND RANKS EACH AGAINST THE REST OF ITS
014380* SEASON'S BOARD FOR THE SAME MODE (EQUAL SCORES SHARE A
014390* PLACE).  WHERE THE PLAYER WAS ON MORE THAN ONE MODE'S BOARD
014400* THE BEST PLACE IS SHOWN.
014410*---------------------------------------------------------------
014420 4300-PRINT-CLOSED-SEASONS.
014430     MOVE "CLOSED SEASONS      BEST FINISH" TO WS-RPT-LINE.
014440     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
014450     MOVE ZERO TO WS-SH-COUNT.
014460     OPEN INPUT SEASHIST-FILE.
014470     IF WS-SEASHIST-STATUS NOT EQUAL "00"
014480         MOVE "  NO SEASON HISTORY HELD HERE" TO WS-RPT-LINE
014490         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
014500         GO TO 4300-TRAILER
014510     END-IF.
014520     MOVE 'N' TO WS-SEASHIST-EOF-SW.
014530     PERFORM 4310-COLLECT-ONE-HISTORY THRU 4310-EXIT
014540         UNTIL WS-SEASHIST-EOF.
014550     CLOSE SEASHIST-FILE.
014560     IF WS-SH-COUNT EQUAL ZERO
014570         MOVE "  NONE" TO WS-RPT-LINE
014580         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
014590         GO TO 4300-TRAILER
014600     END-IF.
014610     OPEN INPUT SEASHIST-FILE.
014620     MOVE 'N' TO WS-SEASHIST-EOF-SW.
014630     PERFORM 4320-RANK-ONE-HISTORY THRU 4320-EXIT
014640         UNTIL WS-SEASHIST-EOF.
014650     CLOSE SEASHIST-FILE.
014660     PERFORM 4340-PRINT-ONE-SEASON THRU 4340-EXIT
014670         VARYING WS-SH-I FROM 1 BY 1
014680         UNTIL WS-SH-I > WS-SH-COUNT.
014690 4300-TRAILER.
014700     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
014710 4300-EXIT.
014720     EXIT.
014730
014740 4310-COLLECT-ONE-HISTORY.
014750     PERFORM 4330-READ-SEASHIST THRU 4330-EXIT.
014760     IF WS-SEASHIST-EOF
014770         GO TO 4310-EXIT
014780     END-IF.
014790     IF SHIST-INITIALS NOT EQUAL WS-CUR-INITIALS
014800       OR WS-SH-COUNT >= WS-SH-MAX
014810         GO TO 4310-EXIT
014820     END-IF.
014830     ADD 1 TO WS-SH-COUNT.
014840     MOVE SHIST-SEASON-ID TO WS-SH-SEASON(WS-SH-COUNT).
014850     MOVE SHIST-MODE      TO WS-SH-MODE(WS-SH-COUNT).
014860     MOVE SHIST-VALUE     TO WS-SH-VALUE(WS-SH-COUNT).
014870     MOVE 1               TO WS-SH-RANK(WS-SH-COUNT).
014880     MOVE ZERO            TO WS-SH-FIELD(WS-SH-COUNT).
014890 4310-EXIT.
014900     EXIT.
014910
014920 4320-RANK-ONE-HISTORY.
014930     PERFORM 4330-READ-SEASHIST THRU 4330-EXIT.
014940     IF WS-SEASHIST-EOF
014950         GO TO 4320-EXIT
014960     END-IF.
014970     PERFORM 4325-RANK-AGAINST-ENTRY THRU 4325-EXIT
014980         VARYING WS-SH-I FROM 1 BY 1
014990         UNTIL WS-SH-I > WS-SH-COUNT.
015000 4320-EXIT.
015010     EXIT.
015020
015030 4325-RANK-AGAINST-ENTRY.
015040     IF SHIST-SEASON-ID EQUAL WS-SH-SEASON(WS-SH-I)
015050       AND SHIST-MODE EQUAL WS-SH-MODE(WS-SH-I)
015060         ADD 1 TO WS-SH-FIELD(WS-SH-I)
015070         IF SHIST-VALUE > WS-SH-VALUE(WS-SH-I)
015080             ADD 1 TO WS-SH-RANK(WS-SH-I)
015090         END-IF
015100     END-IF.
015110 4325-EXIT.
015120     EXIT.
015130
015140 4330-READ-SEASHIST.
015150     READ SEASHIST-FILE
015160         AT END
015170             MOVE 'Y' TO WS-SEASHIST-EOF-SW
015180             GO TO 4330-EXIT
015190     END-READ.
015200* A READ FAILURE OTHER THAN END-OF-FILE (I-O ERROR) WOULD
015210* OTHERWISE LEAVE THE SEASON PASS SPINNING FOREVER.
015220     IF WS-SEASHIST-STATUS NOT EQUAL "00"
015230         DISPLAY "PLAYERSTMT - SEASHIST READ FAILED, STATUS="
015240             WS-SEASHIST-STATUS
015250         MOVE 'Y' TO WS-SEASHIST-EOF-SW
015260         MOVE 8 TO WS-STEP-RC
015270     END-IF.
015280 4330-EXIT.
015290     EXIT.
015300
015310*---------------------------------------------------------------
015320* 4340-PRINT-ONE-SEASON - AT THE FIRST ENTRY OF EACH SEASON,
015330* PRINT THE BEST-PLACED OF THAT SEASON'S ENTRIES
015340*---------------------------------------------------------------
015350 4340-PRINT-ONE-SEASON.
015360     MOVE 'N' TO WS-SH-EARLIER-SW.
015370     PERFORM 4350-CHECK-EARLIER-ENTRY THRU 4350-EXIT
015380         VARYING WS-SH-J FROM 1 BY 1
015390         UNTIL WS-SH-J >= WS-SH-I.
015400     IF WS-SH-EARLIER
015410         GO TO 4340-EXIT
015420     END-IF.
015430     MOVE WS-SH-I TO WS-SH-BEST.
015440     PERFORM 4360-PICK-BEST-ENTRY THRU 4360-EXIT
015450         VARYING WS-SH-J FROM WS-SH-I BY 1
015460         UNTIL WS-SH-J > WS-SH-COUNT.
015470     MOVE WS-SH-RANK(WS-SH-BEST)  TO WS-RPT-RANK-DISP.
015480     MOVE WS-SH-FIELD(WS-SH-BEST) TO WS-RPT-FIELD-DISP.
015490     MOVE WS-SH-VALUE(WS-SH-BEST) TO WS-RPT-SCORE-DISP.
015500     MOVE SPACES TO WS-MODE-LABEL.
015510     PERFORM 4370-NAME-ENTRY-MODE THRU 4370-EXIT
015520         VARYING WS-MODE-I FROM 1 BY 1
015530         UNTIL WS-MODE-I > 3.
015540     STRING "  " DELIMITED BY SIZE
015550            WS-SH-SEASON(WS-SH-BEST) DELIMITED BY SIZE
015560            "          " DELIMITED BY SIZE
015570            WS-RPT-RANK-DISP DELIMITED BY SIZE
015580            " OF " DELIMITED BY SIZE
015590            WS-RPT-FIELD-DISP DELIMITED BY SIZE
015600            "  " DELIMITED BY SIZE
015610            WS-MODE-LABEL DELIMITED BY SIZE
015620            "  SCORE " DELIMITED BY SIZE
015630            WS-RPT-SCORE-DISP DELIMITED BY SIZE
015640         INTO WS-RPT-LINE.
015650     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
015660 4340-EXIT.
015670     EXIT.
015680
015690 4350-CHECK-EARLIER-ENTRY.
015700     IF WS-SH-SEASON(WS-SH-J) EQUAL WS-SH-SEASON(WS-SH-I)
015710         MOVE 'Y' TO WS-SH-EARLIER-SW
015720     END-IF.
015730 4350-EXIT.
015740     EXIT.
015750
015760 4360-PICK-BEST-ENTRY.
015770     IF WS-SH-SEASON(WS-SH-J) EQUAL WS-SH-SEASON(WS-SH-I)
015780       AND WS-SH-RANK(WS-SH-J) < WS-SH-RANK(WS-SH-BEST)
015790         MOVE WS-SH-J TO WS-SH-BEST
015800     END-IF.
015810 4360-EXIT.
015820     EXIT.
015830
015840 4370-NAME-ENTRY-MODE.
015850     IF WS-MODE-CODE(WS-MODE-I) EQUAL WS-SH-MODE(WS-SH-BEST)
015860         MOVE WS-MODE-NAME(WS-MODE-I) TO WS-MODE-LABEL
015870     END-IF.
015880 4370-EXIT.
015890     EXIT.
015900
015910*---------------------------------------------------------------
015920* 4400-PRINT-BADGES - EVERY BADGE THE PLAYER HOLDS, IN BADGE
015930* CODE ORDER, WITH THE DATE IT WAS AWARDED
015940*---------------------------------------------------------------
015950 4400-PRINT-BADGES.
015960     MOVE "BADGES HELD                                 AWARDED"
015970         TO WS-RPT-LINE.
015980     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
015990     MOVE ZERO TO WS-BADGES-SHOWN.
016000     OPEN INPUT ACHIEVE-FILE.
016010     IF WS-ACHIEVE-STATUS NOT EQUAL "00"
016020         MOVE "  NO BADGE RECORDS HELD HERE" TO WS-RPT-LINE
016030         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
016040         GO TO 4400-TRAILER
016050     END-IF.
016060     MOVE 'N' TO WS-ACHIEVE-EOF-SW.
016070     MOVE WS-CUR-INITIALS TO ACHV-INITIALS.
016080     MOVE LOW-VALUES      TO ACHV-BADGE.
016090     START ACHIEVE-FILE
016100         KEY IS NOT LESS THAN ACHV-KEY
016110         INVALID KEY
016120             MOVE 'Y' TO WS-ACHIEVE-EOF-SW
016130     END-START.
016140     PERFORM 4410-PRINT-ONE-BADGE THRU 4410-EXIT
016150         UNTIL WS-ACHIEVE-EOF.
016160     CLOSE ACHIEVE-FILE.
016170     IF WS-BADGES-SHOWN EQUAL ZERO
016180         MOVE "  NONE YET" TO WS-RPT-LINE
016190         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
016200     END-IF.
016210 4400-TRAILER.
016220     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
016230 4400-EXIT.
016240     EXIT.
016250
016260 4410-PRINT-ONE-BADGE.
016270     READ ACHIEVE-FILE NEXT RECORD
016280         AT END
016290             MOVE 'Y' TO WS-ACHIEVE-EOF-SW
016300             GO TO 4410-EXIT
016310     END-READ.
016320* A READ FAILURE OTHER THAN END-OF-FILE (I-O ERROR) WOULD
016330* OTHERWISE LEAVE THE BADGE LOOP SPINNING FOREVER.
016340     IF WS-ACHIEVE-STATUS NOT EQUAL "00"
016350         DISPLAY "PLAYERSTMT - ACHIEVE READ FAILED, STATUS="
016360             WS-ACHIEVE-STATUS
016370         MOVE 'Y' TO WS-ACHIEVE-EOF-SW
016380         MOVE 8 TO WS-STEP-RC
016390         GO TO 4410-EXIT
016400     END-IF.
016410     IF ACHV-INITIALS NOT EQUAL WS-CUR-INITIALS
016420         MOVE 'Y' TO WS-ACHIEVE-EOF-SW
016430         GO TO 4410-EXIT
016440     END-IF.
016450     EVALUATE ACHV-BADGE
016460         WHEN "FIRSTSES"
016470             MOVE "FIRST SESSION ON THE CABINET" TO WS-BADGE-TEXT
016480         WHEN "GAMES100"
016490             MOVE "100 GAMES PLAYED"            TO WS-BADGE-TEXT
016500         WHEN "SCORE10K"
016510             MOVE "A 10,000-POINT GAME"         TO WS-BADGE-TEXT
016520         WHEN "H2HWIN1 "
016530             MOVE "FIRST HEAD-TO-HEAD WIN"      TO WS-BADGE-TEXT
016540         WHEN "NOLIVES "
016550             MOVE "A CLEAR WITHOUT LOSING A LIFE"
016560                                                TO WS-BADGE-TEXT
016570         WHEN OTHER
016580             MOVE SPACES                        TO WS-BADGE-TEXT
016590     END-EVALUATE.
016600     ADD 1 TO WS-BADGES-SHOWN.
016610     STRING "  " DELIMITED BY SIZE
016620            ACHV-BADGE DELIMITED BY SIZE
016630            "  " DELIMITED BY SIZE
016640            WS-BADGE-TEXT DELIMITED BY SIZE
016650            "    " DELIMITED BY SIZE
016660            ACHV-DATE DELIMITED BY SIZE
016670         INTO WS-RPT-LINE.
016680     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
016690 4410-EXIT.
016700     EXIT.
016710
016720*---------------------------------------------------------------
016730* 4500-PRINT-RIVALS - WON/LOST/DRAWN AGAINST EVERY RIVAL, SEEN
016740* FROM THIS PLAYER'S SIDE OF THE PAIR
016750*---------------------------------------------------------------
016760 4500-PRINT-RIVALS.
016770     MOVE "HEAD-TO-HEAD          WON   LOST  DRAWN  LAST PLAYED"
016780         TO WS-RPT-LINE.
016790     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
016800     MOVE ZERO TO WS-RIV-SHOWN.
016810     PERFORM 4510-PRINT-ONE-RIVAL THRU 4510-EXIT
016820         VARYING WS-RIV-I FROM 1 BY 1
016830         UNTIL WS-RIV-I > WS-RIV-COUNT.
016840     IF WS-RIV-SHOWN EQUAL ZERO
016850         MOVE "  NO HEAD-TO-HEAD GAMES" TO WS-RPT-LINE
016860         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
016870     END-IF.
016880 4500-EXIT.
016890     EXIT.
016900
016910 4510-PRINT-ONE-RIVAL.
016920     EVALUATE TRUE
016930         WHEN WS-RIV-A-INITIALS(WS-RIV-I) EQUAL WS-CUR-INITIALS
016940             MOVE WS-RIV-B-INITIALS(WS-RIV-I) TO WS-RPT-RIVAL
016950             MOVE WS-RIV-A-WINS(WS-RIV-I) TO WS-RPT-WON-DISP
016960             MOVE WS-RIV-B-WINS(WS-RIV-I) TO WS-RPT-LOST-DISP
016970         WHEN WS-RIV-B-INITIALS(WS-RIV-I) EQUAL WS-CUR-INITIALS
016980             MOVE WS-RIV-A-INITIALS(WS-RIV-I) TO WS-RPT-RIVAL
016990             MOVE WS-RIV-B-WINS(WS-RIV-I) TO WS-RPT-WON-DISP
017000             MOVE WS-RIV-A-WINS(WS-RIV-I) TO WS-RPT-LOST-DISP
017010         WHEN OTHER
017020             GO TO 4510-EXIT
017030     END-EVALUATE.
017040     MOVE WS-RIV-DRAWS(WS-RIV-I) TO WS-RPT-DRAWN-DISP.
017050     ADD 1 TO WS-RIV-SHOWN.
017060     STRING "  VS " DELIMITED BY SIZE
017070            WS-RPT-RIVAL DELIMITED BY SIZE
017080            "            " DELIMITED BY SIZE
017090            WS-RPT-WON-DISP DELIMITED BY SIZE
017100            "  " DELIMITED BY SIZE
017110            WS-RPT-LOST-DISP DELIMITED BY SIZE
017120            "  " DELIMITED BY SIZE
017130            WS-RPT-DRAWN-DISP DELIMITED BY SIZE
017140            "  " DELIMITED BY SIZE
017150            WS-RIV-LAST-DATE(WS-RIV-I) DELIMITED BY SIZE
017160         INTO WS-RPT-LINE.
017170     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
017180 4510-EXIT.
017190     EXIT.
017200
017210*---------------------------------------------------------------
017220* 7000-WRITE-REPORT-LINE - WRITE ONE LINE TO THE STATEMENTS,
017230* BREAKING TO A NEW PAGE HEADING WHEN THE CURRENT PAGE IS
017240* FULL - SAME SHAPE AS THE NIGHTLY REPORT'S WRITER
017250*---------------------------------------------------------------
017260 7000-WRITE-REPORT-LINE.
017270     IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
017280         PERFORM 7100-WRITE-PAGE-HEADING THRU 7100-EXIT
017290     END-IF.
017300     MOVE WS-RPT-LINE TO REPORT-RECORD.
017310     WRITE REPORT-RECORD.
017320     ADD 1 TO WS-RPT-LINE-COUNT.
017330     MOVE SPACES TO WS-RPT-LINE.
017340 7000-EXIT.
017350     EXIT.
017360
017370 7100-WRITE-PAGE-HEADING.
017380     ADD 1 TO WS-RPT-PAGE-COUNT.
017390     MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-DISP.
017400     MOVE SPACES TO REPORT-RECORD.
017410     STRING "PLAYERSTMT PLAYER STATEMENT - " DELIMITED BY SIZE
017420            WS-RPT-PLAYER DELIMITED BY SIZE
017430            "                   PAGE " DELIMITED BY SIZE
017440            WS-RPT-PAGE-DISP DELIMITED BY SIZE
017450         INTO REPORT-RECORD.
017460     WRITE REPORT-RECORD.
017470     MOVE SPACES TO REPORT-RECORD.
017480     STRING "MONTH "         DELIMITED BY SIZE
017490            WS-STMT-MONTH    DELIMITED BY SIZE
017500            "   "            DELIMITED BY SIZE
017510            WS-SITE-LABEL    DELIMITED BY SIZE
017520            "   RUN DATE "   DELIMITED BY SIZE
017530            WS-RUN-DATE      DELIMITED BY SIZE
017540         INTO REPORT-RECORD.
017550     WRITE REPORT-RECORD.
017560     MOVE SPACES TO REPORT-RECORD.
017570     WRITE REPORT-RECORD.
017580     MOVE 3 TO WS-RPT-LINE-COUNT.
017590 7100-EXIT.
017600     EXIT.
017610
017620*===============================================================
017630* 9000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS.  A RUN
017640* THAT PRINTED NOTHING, OR HAD TO LEAVE PLAYERS OR RIVALS OFF,
017650* WARNS.
017660*===============================================================
017670 9000-TERMINATE.
017680     IF WS-STATEMENTS-PRINTED EQUAL ZERO
017690       AND WS-REPORT-OPEN
017700         MOVE "NO PLAYERS FOR THE MONTH - NO STATEMENTS PRINTED"
017710             TO WS-RPT-LINE
017720         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
017730     END-IF.
017740     IF WS-PLR-FULL
017750         MOVE "** PLAYER TABLE FULL AT 300 - SOME PLAYERS GOT"
017760             TO WS-RPT-LINE
017770         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
017780         MOVE "** NO STATEMENT; RUN THEM BY INITIALS"
017790             TO WS-RPT-LINE
017800         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
017810     END-IF.
017820     IF WS-RIV-FULL
017830         MOVE "** RIVAL TABLE FULL AT 500 - SOME HEAD-TO-HEAD"
017840             TO WS-RPT-LINE
017850         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
017860         MOVE "** LINES ARE MISSING" TO WS-RPT-LINE
017870         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
017880     END-IF.
017890     IF (WS-STATEMENTS-PRINTED EQUAL ZERO OR WS-PLR-FULL
017900         OR WS-RIV-FULL)
017910       AND WS-STEP-RC < 4
017920         MOVE 4 TO WS-STEP-RC
017930     END-IF.
017940     IF WS-SESSIONS-OPEN AND WS-SHOP-RUN
017950         CLOSE SHOPSESS-FILE
017960     END-IF.
017970     IF WS-SESSIONS-OPEN AND NOT WS-SHOP-RUN
017980         CLOSE SESSIONS-FILE
017990     END-IF.
018000     IF WS-STATS-OPEN AND WS-SHOP-RUN
018010         CLOSE SHOPSTAT-FILE
018020     END-IF.
018030     IF WS-STATS-OPEN AND NOT WS-SHOP-RUN
018040         CLOSE PLAYERSTATS-FILE
018050     END-IF.
018060     IF WS-SCORES-OPEN
018070         CLOSE SCORES-FILE
018080     END-IF.
018090     IF WS-ALLTIME-OPEN
018100         CLOSE ALLTIME-FILE
018110     END-IF.
018120     IF WS-REPORT-OPEN
018130         CLOSE REPORT-FILE
018140     END-IF.
018150     DISPLAY "PLAYERSTMT MONTH..........: " WS-STMT-MONTH.
018160     DISPLAY "STATEMENTS FOR............: " WS-SITE-LABEL.
018170     DISPLAY "SESSIONS READ.............: " WS-SESSIONS-READ.
018180     DISPLAY "SESSIONS IN MONTH.........: " WS-SESSIONS-MONTH.
018190     DISPLAY "SIDES SET ASIDE...........: " WS-SIDES-SET-ASIDE.
018200     DISPLAY "STATEMENTS PRINTED........: " WS-STATEMENTS-PRINTED.
018210 9000-EXIT.
018220     EXIT.
