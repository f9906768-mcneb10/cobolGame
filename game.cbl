001110*                 LEADERBOARD PAGES ON A TIMED WAIT SO AN
001120*                 ABANDONED CABINET STILL REACHES THE END OF
001130*                 ITS RUN AND THE ATTRACT CYCLE.
001131* 2026-10-15 DWH  READ THE GAMEPARM RULES FILE AT STARTUP LIKE
001132*                 THE KEYMAP: COLLECTIBLE POINTS, STARTING
001133*                 LIVES, SPAWN INTERVAL AND POLL RATE NOW COME
001134*                 FROM THE CURRENT RULES VERSION PER MODE, AND
001135*                 THE VERSION IS STAMPED ON THE SESSIONS RECORD
001136*                 AND CARRIED ON THE CHECKPOINT.
001137* 2026-10-15 DWH  KEEP A BEST PER PLAYER PER MODE: SCORES AND
001138*                 ALLTIME ARE KEYED BY INITIALS PLUS MODE, THE
001139*                 GAME-OVER SCREEN AND ATTRACT CYCLE SHOW A
001140*                 TOP 10 FOR EACH MODE, AND THE SHOP BEST
001141*                 COLUMN FOLLOWS THE MODE OF THE PAGE SHOWN.
001142* 2026-10-15 DWH  TAKE VOUCHER CODES FROM THE VOUCHER CONTROL
001143*                 FILE ON THE INSERT-COIN SCREEN FOR COMP
001144*                 CREDITS, LOG EACH REDEMPTION TO CASHBOX AS
001145*                 ITS OWN RECORD TYPE, AND CARRY THE COMP
001146*                 CREDITS USED ON THE SESSION AND CHECKPOINT.
001147* 2026-10-15 DWH  ASK FOR THE PIN WHEN REGISTERED INITIALS ARE
001148*                 ENTERED: THREE WRONG PINS PUT THE SCORE ON
001149*                 THE BOARD UNDER THE GUEST MARKER, AND EVERY
001150*                 WRONG PIN IS LOGGED TO THE REGAUDIT TRAIL.
001151*                 GUEST SESSIONS EARN NO ACHIEVEMENTS.
001152* 2026-10-15 DWH  RE-CREATE SCORES ONLY WHEN IT IS NOT THERE;
001153*                 ANY OTHER OPEN FAILURE STOPS THE CABINET.
001154*-------------------------------------------------------------
001155 
001160 ENVIRONMENT DIVISION.
001170 CONFIGURATION SECTION.
001180 SOURCE-COMPUTER. GENERIC-CABINET.
001220     SELECT SCORES-FILE ASSIGN TO "SCORES"
001230         ORGANIZATION IS INDEXED
001240         ACCESS MODE IS DYNAMIC
001250         RECORD KEY IS SCORE-KEY
001260         FILE STATUS IS WS-SCORES-STATUS.
001270     SELECT SESSIONS-FILE ASSIGN TO "SESSIONS"
001280         ORGANIZATION IS LINE SEQUENTIAL
001330     SELECT KEYMAP-FILE ASSIGN TO "KEYMAP"
001340         ORGANIZATION IS LINE SEQUENTIAL
001350         FILE STATUS IS WS-KEYMAP-STATUS.
001351     SELECT GAMEPARM-FILE ASSIGN TO "GAMEPARM"
001352         ORGANIZATION IS LINE SEQUENTIAL
001353         FILE STATUS IS WS-GAMEPARM-STATUS.
001360     SELECT RESTART-FILE ASSIGN TO "RESTART"
001370         ORGANIZATION IS LINE SEQUENTIAL
001380         FILE STATUS IS WS-RESTART-STATUS.
001610     SELECT ALLTIME-FILE ASSIGN TO "ALLTIME"
001620         ORGANIZATION IS INDEXED
001630         ACCESS MODE IS DYNAMIC
001640         RECORD KEY IS ALLT-KEY
001650         FILE STATUS IS WS-ALLTIME-STATUS.
001660     SELECT SHOPTOP-FILE ASSIGN TO "SHOPTOP"
001670         ORGANIZATION IS LINE SEQUENTIAL
001680         FILE STATUS IS WS-SHOPTOP-STATUS.
001681     SELECT VOUCHER-FILE ASSIGN TO "VOUCHER"
001682         ORGANIZATION IS LINE SEQUENTIAL
001683         FILE STATUS IS WS-VOUCHER-STATUS.
001684     SELECT CABINETID-FILE ASSIGN TO "CABINETID"
001685         ORGANIZATION IS LINE SEQUENTIAL
001686         FILE STATUS IS WS-CABINETID-STATUS.
001687     SELECT PLAYREG-FILE ASSIGN TO "PLAYREG"
001688         ORGANIZATION IS INDEXED
001689         ACCESS MODE IS DYNAMIC
001690         RECORD KEY IS REG-INITIALS
001691         FILE STATUS IS WS-PLAYREG-STATUS.
001692     SELECT REGAUDIT-FILE ASSIGN TO "REGAUDIT"
001693         ORGANIZATION IS LINE SEQUENTIAL
001694         FILE STATUS IS WS-REGAUDIT-STATUS.
001695 
001700 DATA DIVISION.
001710 FILE SECTION.
001720* SCORES-FILE - BEST SESSION RESULT PER PLAYER PER MODE, KEYED
001730* BY INITIALS PLUS MODE.  LAYOUT IS SHARED WITH THE NIGHTLY
001740* JOBS VIA SCOREREC.CPY.
001750 FD  SCORES-FILE.
001760     COPY SCOREREC.
001770* SESSIONS-FILE - ONE RECORD PER COMPLETED SESSION, APPENDED
001890* RECOMPILE.
001900 FD  KEYMAP-FILE.
001910     COPY KEYMAPRC.
001911* GAMEPARM-FILE - GAME RULES CONTROL FILE (COLLECTIBLE POINTS,
001912* LIVES, SPAWN INTERVAL, POLL RATE PER MODE AND RULES
001913* VERSION), READ ONCE AT STARTUP LIKE THE KEYMAP SO THE GAME
001914* CAN BE RETUNED WITHOUT A RECOMPILE.
001915 FD  GAMEPARM-FILE.
001916     COPY GAMEPRMR.
001920* RESTART-FILE - SINGLE-RECORD CHECKPOINT, REWRITTEN EVERY N
001930* ITERATIONS, CHECKED AT STARTUP SO A KILLED SESSION RESUMES.
001940 FD  RESTART-FILE.
002070* CASHBOX-FILE - ONE COIN-DROP EVENT PER LINE, APPENDED THE
002080* MOMENT THE COIN MECH REPORTS A COIN, TOTALLED BY THE DAILY
002090* CASH-UP JOB AGAINST THE CREDITS ON THE SESSIONS RECORDS.
002091* VOUCHER REDEMPTIONS ARE LOGGED HERE TOO, AND READ BACK TO
002092* REFUSE A CODE ALREADY USED.
002100 FD  CASHBOX-FILE.
002110     COPY CASHREC.
002120* EVENTS-FILE - TOURNAMENT EVENT CONTROL FILE SET UP BY THE
002260* BOARD BELONGS TO.
002270 FD  SEASON-FILE.
002280     COPY SEASNREC.
002290* ALLTIME-FILE - BEST PER PLAYER PER MODE ACROSS ALL SEASONS,
002300* FOLDED UP BY THE SEASON-CLOSE JOB AND SHOWN HERE AS THE
002310* ALL-TIME LEADERBOARD PAGES.
002320 FD  ALLTIME-FILE.
002330     COPY ALLTMREC.
002340* SHOPTOP-FILE - SHOP-WIDE TOP-10 RETURN FEED WRITTEN BY THE
002360* ONCE AT STARTUP LIKE THE KEYMAP AND BANNED FILES.
002370 FD  SHOPTOP-FILE.
002380     COPY SHOPTOPR.
002381* VOUCHER-FILE - SINGLE-USE COMP VOUCHER CODES ISSUED BY STAFF,
002382* SEARCHED WHEN A PLAYER KEYS A CODE ON THE INSERT-COIN SCREEN.
002383 FD  VOUCHER-FILE.
002384     COPY VOUCHREC.
002385* CABINETID-FILE - NAMES THIS CABINET, SO A VOUCHER ISSUED FOR
002386* ONE CABINET IS REFUSED ON THE OTHERS.
002387 FD  CABINETID-FILE.
002388 01  CABINETID-RECORD            PIC X(03).
002389* PLAYREG-FILE - REGISTERED INITIALS AND THEIR PINS, KEPT BY
002390* THE REGMAINT OPERATOR SCREEN AND READ HERE AT INITIALS ENTRY.
002391 FD  PLAYREG-FILE.
002392     COPY REGREC.
002393* REGAUDIT-FILE - THE REGISTRY MAINTENANCE TRAIL, WHICH ALSO
002394* TAKES EVERY WRONG PIN KEYED AT THIS CABINET.
002395 FD  REGAUDIT-FILE.
002396     COPY MNTAUDIT.
002397
002400 WORKING-STORAGE SECTION.
002410*-------------------------------------------------------------
002420* GAME STATE
002870 01  WS-KEYMAP-STATUS        PIC X(02)     VALUE '00'.
002880 01  WS-KEYMAP-EOF-SW        PIC X(01)     VALUE 'N'.
002890     88  WS-KEYMAP-EOF                     VALUE 'Y'.
002891*-------------------------------------------------------------
002892* GAME RULES - EVERY VERSION ON THE GAMEPARM CONTROL FILE IS
002893* HELD (SEE 1230-LOAD-GAMEPARM) SO A RESUMED CHECKPOINT PLAYS
002894* ON UNDER THE RULES IT STARTED WITH; A NEW SESSION PLAYS THE
002895* HIGHEST VERSION.  WITH NO FILE, OR NO ENTRY FOR THE MODE,
002896* THE BUILT-IN VALUES IN 1120-SET-POLL-TIMEOUT APPLY AND THE
002897* SESSION IS STAMPED RULES VERSION 0000.
002898*-------------------------------------------------------------
002899 01  WS-GAMEPARM-STATUS      PIC X(02)     VALUE '00'.
002900 01  WS-GAMEPARM-EOF-SW      PIC X(01)     VALUE 'N'.
002901     88  WS-GAMEPARM-EOF                   VALUE 'Y'.
002902 01  WS-RULES-VERSION        PIC 9(04)     VALUE ZERO.
002903 01  WS-GPARM-COUNT          PIC 9(04)     USAGE COMP VALUE 0.
002904 01  WS-GPARM-I              PIC 9(04)     USAGE COMP.
002905 01  WS-GPARM-TABLE.
002906     05  WS-GPARM-ENTRY OCCURS 60 TIMES.
002907         10  WS-GPARM-VERSION     PIC 9(04).
002908         10  WS-GPARM-MODE        PIC X(01).
002909         10  WS-GPARM-COLLECT     PIC 9(05).
002910         10  WS-GPARM-LIVES       PIC 9(01).
002911         10  WS-GPARM-SPAWN       PIC 9(05).
002912         10  WS-GPARM-POLL        PIC 9(05).
002913*-------------------------------------------------------------
002914* PAUSE MENU
002920*-------------------------------------------------------------
002930 01  WS-POLL-TIMEOUT         PIC 9(05)     USAGE COMP VALUE 0.
002940 01  WS-PAUSE-KEY            PIC 9(08)     USAGE COMP.
003560         10  WS-LDR-INITIALS      PIC X(03).
003570         10  WS-LDR-SCORE         PIC 9(07).
003580         10  WS-LDR-MODE          PIC X(01).
003581*-------------------------------------------------------------
003582* MODE BOARDS - EACH DIFFICULTY MODE HAS A BOARD OF ITS OWN.
003583* THE WORK TABLE ABOVE IS LOADED WITH ONE MODE AT A TIME
003584* (WS-BOARD-MODE) AND EACH MODE GETS ITS OWN PAGE.
003585*-------------------------------------------------------------
003586 01  WS-BOARD-MODES          PIC X(03)     VALUE "ENH".
003587 01  WS-BOARD-MODE-TBL REDEFINES WS-BOARD-MODES.
003588     05  WS-BOARD-MODE-CODE  PIC X(01)     OCCURS 3 TIMES.
003589 01  WS-BOARD-NAMES          PIC X(18)
003590     VALUE "EASY  NORMALHARD  ".
003591 01  WS-BOARD-NAME-TBL REDEFINES WS-BOARD-NAMES.
003592     05  WS-BOARD-MODE-NAME  PIC X(06)     OCCURS 3 TIMES.
003593 01  WS-BOARD-I              PIC 9(01)     USAGE COMP.
003594 01  WS-BOARD-MODE           PIC X(01)     VALUE SPACE.
003595*-------------------------------------------------------------
003600* COLLECTIBLES AND HAZARDS - TARGETS SPAWN AT RANDOM CELLS
003610* AND AWARD POINTS ON PICKUP; HAZARD CELLS COST THE TOUCHING
003620* PLAYER A LIFE AND RESPAWN IT AT ITS START POSITION.  THE
003870 01  WS-SPAWN-HI-COL         PIC 9(04)     USAGE COMP.
003880 01  WS-COLLECT-SYMBOL       PIC 9(08)     USAGE COMP VALUE 42.
003890 01  WS-HAZARD-SYMBOL        PIC 9(08)     USAGE COMP VALUE 88.
003900 01  WS-COLLECT-POINTS       PIC 9(05)     USAGE COMP VALUE 250.
003901 01  WS-START-LIVES          PIC 9(01)     VALUE 3.
003910 01  WS-LIVES                PIC 9(01)     VALUE 3.
003920 01  WS-LIVES2               PIC 9(01)     VALUE 3.
003930 01  WS-AUDIT-SC-DISP        PIC 9(07)     VALUE ZERO.
004830     VALUE "PLAYER 2 INITIALS (A-Z 0-9, ENTER=OK)".
004840 01  WS-RESERVED-TEXT        PIC X(40)
004850     VALUE "THOSE INITIALS ARE RESERVED".
004851*-------------------------------------------------------------
004852* PLAYER REGISTRY - INITIALS REGISTERED ON THE PLAYREG MASTER
004853* MUST BE CLAIMED WITH THEIR PIN AT THE ENTRY SCREEN.  AFTER
004854* THE LAST WRONG TRY THE SESSION IS RECORDED UNDER THE GUEST
004855* MARKER, WHICH CANNOT BE KEYED AT THE ENTRY SCREEN.  EVERY
004856* WRONG PIN IS LOGGED WITH THIS CABINET'S IDENTIFIER.
004857*-------------------------------------------------------------
004858 01  WS-PLAYREG-STATUS       PIC X(02)     VALUE '00'.
004859 01  WS-REGAUDIT-STATUS      PIC X(02)     VALUE '00'.
004860 01  WS-GUEST-INITIALS       PIC X(03)     VALUE "---".
004861 01  WS-PIN-MAX-TRIES        PIC 9(01)     VALUE 3.
004862 01  WS-PIN-TRIES            PIC 9(01)     VALUE 0.
004863 01  WS-REG-PIN              PIC X(04)     VALUE SPACES.
004864 01  WS-PIN-ENTRY            PIC X(04)     VALUE SPACES.
004865 01  WS-PIN-MASK             PIC X(04)     VALUE SPACES.
004866 01  WS-PIN-POS              PIC 9(04)     USAGE COMP.
004867 01  WS-PIN-DONE-SW          PIC X(01)     VALUE 'N'.
004868     88  WS-PIN-DONE                       VALUE 'Y'.
004869 01  WS-PIN-REQUIRED-SW      PIC X(01)     VALUE 'N'.
004870     88  WS-PIN-REQUIRED                   VALUE 'Y'.
004871 01  WS-PIN-OK-SW            PIC X(01)     VALUE 'N'.
004872     88  WS-PIN-OK                         VALUE 'Y'.
004873 01  WS-PIN-GUEST-SW         PIC X(01)     VALUE 'N'.
004874     88  WS-PIN-GUEST                      VALUE 'Y'.
004875 01  WS-REGAUD-DATE          PIC 9(08)     VALUE ZERO.
004876 01  WS-REGAUD-TIME          PIC 9(08)     VALUE ZERO.
004877 01  WS-REGAUD-ACTION        PIC X(08)     VALUE SPACES.
004878 01  WS-REGAUD-DETAIL        PIC X(44)     VALUE SPACES.
004879 01  WS-PIN-PROMPT           PIC X(40)     VALUE SPACES.
004880 01  WS-PIN-MSG              PIC X(40)     VALUE SPACES.
004881 01  WS-PIN-WRONG-TEXT       PIC X(40)
004882     VALUE "WRONG PIN - TRY AGAIN".
004883 01  WS-PIN-GUEST-TEXT       PIC X(40)
004884     VALUE "PIN NOT ACCEPTED - PLAYING AS GUEST".
004885*-------------------------------------------------------------
004886* COIN AND CREDIT ACCOUNTING - A SESSION COSTS ONE CREDIT PER
004887* PLAYER, COLLECTED AT THE INSERT-COIN SCREEN BEFORE PLAY
004890* STARTS, AND EVERY COIN DROP IS APPENDED TO THE CASHBOX FILE
004900* AT ONCE SO THE DAILY CASH-UP JOB CAN BALANCE THE DRAWER
004910*-------------------------------------------------------------
004920 01  WS-CASHBOX-STATUS       PIC X(02)     VALUE '00'.
004930 01  WS-KEYMAP-COIN          PIC 9(08)     USAGE COMP VALUE 99.
004931 01  WS-KEYMAP-VOUCHER       PIC 9(08)     USAGE COMP VALUE 118.
004940 01  WS-CREDITS              PIC 9(02)     USAGE COMP VALUE 0.
004950 01  WS-CREDITS-NEEDED       PIC 9(01)     VALUE 1.
004960 01  WS-CREDITS-USED         PIC 9(01)     VALUE 0.
004980 01  WS-COIN-HAVE-DISP       PIC 9(01).
004990 01  WS-COIN-NEED-DISP       PIC 9(01).
005000 01  WS-COIN-LINE            PIC X(40)     VALUE SPACES.
005001*-------------------------------------------------------------
005002* VOUCHER REDEMPTION - A CODE KEYED ON THE INSERT-COIN SCREEN
005003* IS LOOKED UP ON THE VOUCHER CONTROL FILE AND CHECKED AGAINST
005004* THE REDEMPTIONS ALREADY ON THE CASHBOX FILE.  THE COMP
005005* CREDITS IT GIVES ARE KEPT APART FROM THE PAID ONES SO THE
005006* SESSION RECORD CAN SAY HOW MANY OF ITS CREDITS WERE COMP.
005007*-------------------------------------------------------------
005008 01  WS-VOUCHER-STATUS       PIC X(02)     VALUE '00'.
005009 01  WS-VOUCHER-EOF-SW       PIC X(01)     VALUE 'N'.
005010     88  WS-VOUCHER-EOF                    VALUE 'Y'.
005011 01  WS-CABINETID-STATUS     PIC X(02)     VALUE '00'.
005012 01  WS-CABINET-ID           PIC X(03)     VALUE SPACES.
005013 01  WS-CASHBOX-EOF-SW       PIC X(01)     VALUE 'N'.
005014     88  WS-CASHBOX-EOF                    VALUE 'Y'.
005015 01  WS-COMP-CREDITS         PIC 9(02)     USAGE COMP VALUE 0.
005016 01  WS-COMP-USED            PIC 9(01)     VALUE 0.
005017 01  WS-VOUCH-ENTRY          PIC X(08)     VALUE SPACES.
005018 01  WS-VOUCH-POS            PIC 9(04)     USAGE COMP.
005019 01  WS-VOUCH-DONE-SW        PIC X(01)     VALUE 'N'.
005020     88  WS-VOUCH-DONE                     VALUE 'Y'.
005021 01  WS-VOUCH-FOUND-SW       PIC X(01)     VALUE 'N'.
005022     88  WS-VOUCH-FOUND                    VALUE 'Y'.
005023 01  WS-VOUCH-USED-SW        PIC X(01)     VALUE 'N'.
005024     88  WS-VOUCH-USED                     VALUE 'Y'.
005025 01  WS-VOUCH-LOGGED-SW      PIC X(01)     VALUE 'N'.
005026     88  WS-VOUCH-LOGGED                   VALUE 'Y'.
005027 01  WS-VOUCH-CREDITS        PIC 9(01)     VALUE 0.
005028 01  WS-VOUCH-EXPIRY         PIC 9(08)     VALUE ZERO.
005029 01  WS-VOUCH-TODAY          PIC 9(08)     VALUE ZERO.
005030 01  WS-VOUCH-MSG            PIC X(40)     VALUE SPACES.
005031 01  WS-VOUCH-HINT-TEXT      PIC X(40)
005032     VALUE "HAVE A VOUCHER? PRESS THE VOUCHER KEY".
005033 01  WS-VOUCH-PROMPT         PIC X(40)
005034     VALUE "VOUCHER CODE (ENTER=OK, EMPTY=CANCEL)".
005035 01  WS-VOUCH-UNKNOWN-TEXT   PIC X(40)
005036     VALUE "VOUCHER CODE NOT RECOGNISED".
005037 01  WS-VOUCH-EXPIRED-TEXT   PIC X(40)
005038     VALUE "THAT VOUCHER HAS EXPIRED".
005039 01  WS-VOUCH-USED-TEXT      PIC X(40)
005040     VALUE "THAT VOUCHER HAS ALREADY BEEN USED".
005041 01  WS-VOUCH-NOLOG-TEXT     PIC X(40)
005042     VALUE "VOUCHERS UNAVAILABLE - PLEASE SEE STAFF".
005043*-------------------------------------------------------------
005044* TOURNAMENT EVENT MODE - WHEN AN EVENT ON THE EVENTS CONTROL
005045* FILE HAS ITS ENTRY WINDOW OPEN, THE MODE-SELECT SCREEN
005046* OFFERS A TOURNAMENT TOGGLE.  A TOURNAMENT SESSION PLAYS AT
005050* THE EVENT'S POSTED DIFFICULTY MODE AND ITS SESSIONS RECORD
005060* IS STAMPED WITH THE EVENT IDENTIFIER SO THE STANDINGS JOB
005070* READS ONLY THAT EVENT'S SESSIONS BACK.
005420* SEASON AND ALL-TIME LEADERBOARD PAGES - THE LIVE SCORES
005430* BOARD IS THE CURRENT SEASON'S (THE SEASON-CLOSE JOB CLEARS
005440* IT AT ROLLOVER); THE ALLTIME MASTER HOLDS THE BEST PER
005450* PLAYER PER MODE ACROSS CLOSED SEASONS AND IS MERGED WITH THE
005451* LIVE BOARD ON SCREEN SO A MID-SEASON ALL-TIME BEST SHOWS AT
005460* ONCE
005470*-------------------------------------------------------------
005480 01  WS-SEASON-STATUS        PIC X(02)     VALUE '00'.
005490 01  WS-ALLTIME-STATUS       PIC X(02)     VALUE '00'.
005620* CONSOLIDATION, SHOWN BESIDE THE CABINET'S OWN LEADERBOARD
005630* SO THE QUIET CABINET IN THE BACK KNOWS WHAT SCORE ACTUALLY
005640* WINS THE MONTH.  A CABINET WITHOUT THE FEED FILE SIMPLY
005650* SHOWS ITS OWN BOARD, AS IT ALWAYS DID.  THE FEED HOLDS UP
005651* TO TEN ROWS PER MODE; EACH PAGE SHOWS THE ROWS FOR ITS OWN
005652* MODE, SO A FEED WRITTEN WITHOUT MODES SHOWS NOTHING UNTIL
005653* THE NEXT CONSOLIDATION REPLACES IT.
005660*-------------------------------------------------------------
005670 01  WS-SHOPTOP-STATUS       PIC X(02)     VALUE '00'.
005680 01  WS-SHOPTOP-EOF-SW       PIC X(01)     VALUE 'N'.
005690     88  WS-SHOPTOP-EOF                    VALUE 'Y'.
005700 01  WS-SHOP-TOP-COUNT       PIC 9(02)     USAGE COMP VALUE 0.
005710 01  WS-SHOP-I               PIC 9(02)     USAGE COMP.
005711 01  WS-SHOP-ROW             PIC 9(02)     USAGE COMP.
005720 01  WS-SHOP-COL             PIC 9(04)     USAGE COMP VALUE 45.
005730 01  WS-SHOP-LINE            PIC X(20)     VALUE SPACES.
005740 01  WS-SHOP-SCORE-DISP      PIC ZZZZZZ9.
005750 01  WS-SHOP-HDR-TEXT        PIC X(12)     VALUE "SHOP BEST".
005760 01  WS-SHOP-TOP-TABLE.
005770     05  WS-SHOP-TOP-ENTRY OCCURS 30 TIMES.
005780         10  WS-SHOP-TOP-INITIALS PIC X(03).
005790         10  WS-SHOP-TOP-VALUE    PIC 9(07).
005791         10  WS-SHOP-TOP-MODE     PIC X(01).
005792     COPY STEPRC.
005800
005810 PROCEDURE DIVISION.
005820*===============================================================
005940* REBOUND COIN KEY MUST ALREADY BE IN EFFECT THERE.  THE
005950* RELOAD FROM 1000-INITIALIZE IS HARMLESS.
005960     PERFORM 1200-LOAD-KEYMAP THRU 1200-EXIT.
005961* THE RULES LOAD BEFORE MODE SELECT, WHICH ARMS THE POLL RATE
005962* AND SPAWN INTERVAL FROM THEM.
005963     PERFORM 1230-LOAD-GAMEPARM THRU 1230-EXIT.
005970* THE EVENT LOOKUP RUNS BEFORE THE MODE-SELECT SCREEN SO THE
005980* TOURNAMENT TOGGLE CAN APPEAR ON IT.
005990     PERFORM 1270-LOAD-EVENT THRU 1270-EXIT.
006270* 1000-INITIALIZE - OPEN THE SCORES FILE, CREATING IT ON THE
006280* CABINET'S FIRST RUN IF IT DOES NOT YET EXIST, AND PLACE THE
006290* PLAYER SYMBOL IN THE MIDDLE OF THE PLAY AREA
006291* ANY OTHER FAILURE (A BOARD STILL IN THE OLD LAYOUT, SAY)
006292* STOPS THE CABINET RATHER THAN WIPE THE BOARD - SEE
006293* MASTERBACK FOR THE UNLOAD AND RELOAD THAT CONVERTS IT.
006300*===============================================================
006310 1000-INITIALIZE.
006320     PERFORM 1200-LOAD-KEYMAP THRU 1200-EXIT.
006360     PERFORM 1400-SET-PLAYER-POSITIONS THRU 1400-EXIT.
006370     PERFORM 2840-CLEAR-ITEMS THRU 2840-EXIT.
006380     ACCEPT WS-SESSION-START-TIME FROM TIME.
006381     MOVE WS-START-LIVES TO WS-LIVES.
006382     MOVE WS-START-LIVES TO WS-LIVES2.
006390     PERFORM 1300-CHECK-FOR-RESTART THRU 1300-EXIT.
006400     PERFORM 2960-CLAMP-PLAYERS THRU 2960-EXIT.
006410     PERFORM 1120-SET-POLL-TIMEOUT THRU 1120-EXIT.
006420     OPEN I-O SCORES-FILE.
006430     IF WS-SCORES-STATUS EQUAL "35"
006440         OPEN OUTPUT SCORES-FILE
006450         CLOSE SCORES-FILE
006460         OPEN I-O SCORES-FILE
006470     END-IF.
006471     IF WS-SCORES-STATUS NOT EQUAL "00"
006472         CALL "endwin"
006473         DISPLAY "COBOLGAME - CANNOT OPEN SCORES, STATUS="
006474             WS-SCORES-STATUS
006475         MOVE 12 TO WS-STEP-RC
006476         MOVE WS-STEP-RC TO RETURN-CODE
006477         STOP RUN
006478     END-IF.
006480     OPEN EXTEND AUDITLOG-FILE.
006490     IF WS-AUDITLOG-STATUS NOT EQUAL "00"
006500         OPEN OUTPUT AUDITLOG-FILE
007020             MOVE KEYMAP-KEYCODE TO WS-KEYMAP-P2-RIGHT
007030         WHEN "COIN"
007040             MOVE KEYMAP-KEYCODE TO WS-KEYMAP-COIN
007041         WHEN "VOUCHER"
007042             MOVE KEYMAP-KEYCODE TO WS-KEYMAP-VOUCHER
007050         WHEN OTHER
007060             CONTINUE
007070     END-EVALUATE.
007080 1220-EXIT.
007090     EXIT.
007100 
007101*---------------------------------------------------------------
007102* 1230-LOAD-GAMEPARM - READ THE GAMEPARM RULES FILE, IF ONE IS
007103* PRESENT, INTO THE RULES TABLE AND NOTE THE HIGHEST VERSION
007104* ON IT AS THE RULES A NEW SESSION PLAYS.  A ROW THAT IS NOT
007105* A USABLE SET OF RULES (UNKNOWN MODE, NON-NUMERIC OR ZERO
007106* VALUES) IS PASSED OVER, LEAVING THE BUILT-IN VALUES FOR
007107* THAT MODE.
007108*---------------------------------------------------------------
007109 1230-LOAD-GAMEPARM.
007110     MOVE ZERO TO WS-GPARM-COUNT.
007111     MOVE ZERO TO WS-RULES-VERSION.
007112     OPEN INPUT GAMEPARM-FILE.
007113     IF WS-GAMEPARM-STATUS EQUAL "00"
007114         MOVE 'N' TO WS-GAMEPARM-EOF-SW
007115         PERFORM 1235-READ-ONE-PARM THRU 1235-EXIT
007116             UNTIL WS-GAMEPARM-EOF
007117         CLOSE GAMEPARM-FILE
007118     END-IF.
007119 1230-EXIT.
007120     EXIT.
007121
007122 1235-READ-ONE-PARM.
007123     READ GAMEPARM-FILE
007124         AT END
007125             MOVE 'Y' TO WS-GAMEPARM-EOF-SW
007126             GO TO 1235-EXIT
007127     END-READ.
007128* A READ FAILURE OTHER THAN END-OF-FILE (I-O ERROR) WOULD
007129* OTHERWISE LEAVE THE LOAD LOOP SPINNING FOREVER.
007130     IF WS-GAMEPARM-STATUS NOT EQUAL "00"
007131         MOVE 'Y' TO WS-GAMEPARM-EOF-SW
007132         GO TO 1235-EXIT
007133     END-IF.
007134     IF GPARM-VERSION NOT NUMERIC
007135       OR GPARM-COLLECT-POINTS NOT NUMERIC
007136       OR GPARM-START-LIVES NOT NUMERIC
007137       OR GPARM-SPAWN-INTERVAL NOT NUMERIC
007138       OR GPARM-POLL-MS NOT NUMERIC
007139         GO TO 1235-EXIT
007140     END-IF.
007141     IF GPARM-MODE NOT EQUAL 'E'
007142       AND GPARM-MODE NOT EQUAL 'N'
007143       AND GPARM-MODE NOT EQUAL 'H'
007144         GO TO 1235-EXIT
007145     END-IF.
007146     IF GPARM-START-LIVES EQUAL ZERO
007147       OR GPARM-SPAWN-INTERVAL EQUAL ZERO
007148       OR GPARM-POLL-MS EQUAL ZERO
007149       OR WS-GPARM-COUNT >= 60
007150         GO TO 1235-EXIT
007151     END-IF.
007152     ADD 1 TO WS-GPARM-COUNT.
007153     MOVE GPARM-VERSION
007154         TO WS-GPARM-VERSION(WS-GPARM-COUNT).
007155     MOVE GPARM-MODE
007156         TO WS-GPARM-MODE(WS-GPARM-COUNT).
007157     MOVE GPARM-COLLECT-POINTS
007158         TO WS-GPARM-COLLECT(WS-GPARM-COUNT).
007159     MOVE GPARM-START-LIVES
007160         TO WS-GPARM-LIVES(WS-GPARM-COUNT).
007161     MOVE GPARM-SPAWN-INTERVAL
007162         TO WS-GPARM-SPAWN(WS-GPARM-COUNT).
007163     MOVE GPARM-POLL-MS
007164         TO WS-GPARM-POLL(WS-GPARM-COUNT).
007165     IF GPARM-VERSION > WS-RULES-VERSION
007166         MOVE GPARM-VERSION TO WS-RULES-VERSION
007167     END-IF.
007168 1235-EXIT.
007169     EXIT.
007170
007171*---------------------------------------------------------------
007172* 1100-SELECT-MODE - EASY/NORMAL/HARD SCREEN SHOWN RIGHT AFTER
007173* INITSCR.  THE CHOSEN MODE SETS THE GETCH POLL RATE AND IS
007174* CARRIED ON THE SCORE RECORD WRITTEN AT GAME OVER.  THE
007175* SCREEN POLLS RATHER THAN BLOCKS SO AN IDLE CABINET CAN FALL
007176* INTO THE ATTRACT CYCLE; BLOCKING INPUT IS RESTORED ON THE
007177* WAY OUT FOR THE PLAYER-COUNT SCREEN.
007180*---------------------------------------------------------------
007190 1100-SELECT-MODE.
007200     MOVE 'N' TO WS-MODE-CODE.
007810* 1120-SET-POLL-TIMEOUT - SET WS-POLL-TIMEOUT FROM WS-MODE-CODE.
007820* CALLED BOTH RIGHT AFTER THE MODE IS CHOSEN AND AGAIN AFTER A
007830* CHECKPOINT RESTORE, SINCE A RESTORED CHECKPOINT CAN OVERWRITE
007840* WS-MODE-CODE WITH THE INTERRUPTED SESSION'S MODE.  THE
007841* BUILT-IN VALUES ARE SET FIRST AND THEN REPLACED BY THE
007842* GAMEPARM ENTRY FOR THE MODE UNDER WS-RULES-VERSION, IF ANY,
007843* ALONG WITH THE COLLECTIBLE POINTS AND STARTING LIVES.
007850*---------------------------------------------------------------
007860 1120-SET-POLL-TIMEOUT.
007870     EVALUATE TRUE
007950             COMPUTE WS-POLL-TIMEOUT = 30
007960             MOVE 12 TO WS-SPAWN-INTERVAL
007970     END-EVALUATE.
007971     MOVE 250 TO WS-COLLECT-POINTS.
007972     MOVE 3   TO WS-START-LIVES.
007973     PERFORM 1125-APPLY-MODE-PARM THRU 1125-EXIT
007974         VARYING WS-GPARM-I FROM 1 BY 1
007975         UNTIL WS-GPARM-I > WS-GPARM-COUNT.
007980 1120-EXIT.
007990     EXIT.
007991
007992 1125-APPLY-MODE-PARM.
007993     IF WS-GPARM-VERSION(WS-GPARM-I) EQUAL WS-RULES-VERSION
007994       AND WS-GPARM-MODE(WS-GPARM-I) EQUAL WS-MODE-CODE
007995         MOVE WS-GPARM-POLL(WS-GPARM-I)    TO WS-POLL-TIMEOUT
007996         MOVE WS-GPARM-SPAWN(WS-GPARM-I)   TO WS-SPAWN-INTERVAL
007997         MOVE WS-GPARM-COLLECT(WS-GPARM-I) TO WS-COLLECT-POINTS
007998         MOVE WS-GPARM-LIVES(WS-GPARM-I)   TO WS-START-LIVES
007999     END-IF.
008000 1125-EXIT.
008001     EXIT.
008002 
008010*---------------------------------------------------------------
008020* 1150-SELECT-PLAYER-COUNT - ONE OR TWO PLAYER SCREEN SHOWN
008030* RIGHT AFTER THE DIFFICULTY SELECTION AND BEFORE THE GETCH
008920     MOVE RESTART-PLAYER2-ROW  TO WS-PLAYER2-ROW.
008930     MOVE RESTART-PLAYER2-COL  TO WS-PLAYER2-COL.
008940     MOVE RESTART-SESSION-START TO WS-SESSION-START-TIME.
008941* THE INTERRUPTED SESSION FINISHES UNDER THE RULES IT STARTED
008942* WITH.  A CHECKPOINT FROM BEFORE THE VERSION WAS CARRIED
008943* READS BACK BLANK AND PLAYS ON UNDER THE BUILT-IN RULES.
008944     IF RESTART-RULES-VERSION NUMERIC
008945         MOVE RESTART-RULES-VERSION TO WS-RULES-VERSION
008946     ELSE
008947         MOVE ZERO TO WS-RULES-VERSION
008948     END-IF.
008949     PERFORM 1120-SET-POLL-TIMEOUT THRU 1120-EXIT.
008950* A CHECKPOINT WRITTEN BEFORE LIVES WERE CARRIED ON THE
008960* RECORD READS BACK WITH BLANKS HERE; RESUME WITH FULL LIVES.
008970     IF RESTART-LIVES NUMERIC
008980         MOVE RESTART-LIVES TO WS-LIVES
008990     ELSE
009000         MOVE WS-START-LIVES TO WS-LIVES
009010     END-IF.
009020     IF RESTART-LIVES2 NUMERIC
009030         MOVE RESTART-LIVES2 TO WS-LIVES2
009040     ELSE
009050         MOVE WS-START-LIVES TO WS-LIVES2
009060     END-IF.
009070* A CHECKPOINT FROM BEFORE CREDITS WERE CARRIED READS BACK
009080* BLANK HERE; CHARGE THE RESUMED SESSION AT ONE CREDIT PER
009120     ELSE
009130         MOVE RESTART-PLAYER-COUNT TO WS-CREDITS-USED
009140     END-IF.
009141* LIKEWISE A CHECKPOINT FROM BEFORE COMP CREDITS WERE CARRIED
009142* MEANS THE SESSION WAS PAID FOR IN COIN.
009143     IF RESTART-COMP-CREDITS NUMERIC
009144         MOVE RESTART-COMP-CREDITS TO WS-COMP-USED
009145     ELSE
009146         MOVE ZERO TO WS-COMP-USED
009147     END-IF.
009150 1310-EXIT.
009160     EXIT.
009170 
011960     MOVE ZERO TO WS-SCORE.
011970     MOVE ZERO TO WS-SCORE2.
011980     MOVE ZERO TO WS-ELAPSED-KEYS.
011990     MOVE WS-START-LIVES TO WS-LIVES.
012000     MOVE WS-START-LIVES TO WS-LIVES2.
012010     PERFORM 2840-CLEAR-ITEMS THRU 2840-EXIT.
012020     PERFORM 1400-SET-PLAYER-POSITIONS THRU 1400-EXIT.
012030     PERFORM 2900-REDRAW-PLAYER THRU 2900-EXIT.
012330         MOVE WS-LIVES        TO RESTART-LIVES
012340         MOVE WS-LIVES2       TO RESTART-LIVES2
012350         MOVE WS-CREDITS-USED TO RESTART-CREDITS-USED
012351         MOVE WS-COMP-USED    TO RESTART-COMP-CREDITS
012352         MOVE WS-RULES-VERSION TO RESTART-RULES-VERSION
012360         WRITE RESTART-RECORD
012370         CLOSE RESTART-FILE
012380     END-IF.
012610         PERFORM 6150-PROMPT-INITIALS2 THRU 6150-EXIT
012620         PERFORM 6150-PROMPT-INITIALS2 THRU 6150-EXIT
012630             UNTIL WS-INITIALS2 NOT EQUAL WS-INITIALS
012631                OR WS-INITIALS2 EQUAL WS-GUEST-INITIALS
012640     END-IF.
012650     ACCEPT WS-CURRENT-DATE-YMD FROM DATE YYYYMMDD.
012660     ACCEPT WS-CURRENT-TIME-HMS FROM TIME.
012670     MOVE WS-INITIALS  TO SCORE-INITIALS.
012671     MOVE WS-MODE-CODE TO SCORE-MODE.
012680     READ SCORES-FILE
012690         INVALID KEY
012700             PERFORM 6200-WRITE-NEW-SCORE THRU 6200-EXIT
012880*---------------------------------------------------------------
012890* 6100-PROMPT-INITIALS - VALIDATED ENTRY OF THE PLAYER'S
012900* INITIALS: A-Z AND 0-9 ONLY, BACKSPACE TO EDIT, ENTER TO
012910* CONFIRM, AND ENTRIES ON THE BANNED CONTROL LIST REFUSED.
012911* REGISTERED INITIALS NOT CLAIMED WITH THEIR PIN BECOME THE
012912* GUEST MARKER.
012920*---------------------------------------------------------------
012930 6100-PROMPT-INITIALS.
012940     MOVE WS-P1-PROMPT-TEXT TO WS-ENTRY-PROMPT.
012960     PERFORM 6130-GET-CLEAN-INITIALS THRU 6130-EXIT
012970         UNTIL NOT WS-BANNED-MATCH.
012980     MOVE WS-ENTRY-INITIALS TO WS-INITIALS.
012981     PERFORM 6140-CHECK-PIN THRU 6140-EXIT.
012982     IF WS-PIN-GUEST
012983         MOVE WS-GUEST-INITIALS TO WS-INITIALS
012984     END-IF.
012990 6100-EXIT.
013000     EXIT.
013010
013140
013150*---------------------------------------------------------------
013160* 6150-PROMPT-INITIALS2 - VALIDATED ENTRY FOR PLAYER 2'S
013170* INITIALS WHEN TWO-PLAYER MODE IS ACTIVE.  A REPEAT OF
013171* PLAYER 1'S INITIALS IS SENT STRAIGHT BACK FOR RE-ENTRY
013172* WITHOUT ASKING FOR A PIN.
013180*---------------------------------------------------------------
013190 6150-PROMPT-INITIALS2.
013200     MOVE WS-P2-PROMPT-TEXT TO WS-ENTRY-PROMPT.
013220     PERFORM 6130-GET-CLEAN-INITIALS THRU 6130-EXIT
013230         UNTIL NOT WS-BANNED-MATCH.
013240     MOVE WS-ENTRY-INITIALS TO WS-INITIALS2.
013241     IF WS-INITIALS2 EQUAL WS-INITIALS
013242         GO TO 6150-EXIT
013243     END-IF.
013244     PERFORM 6140-CHECK-PIN THRU 6140-EXIT.
013245     IF WS-PIN-GUEST
013246         MOVE WS-GUEST-INITIALS TO WS-INITIALS2
013247     END-IF.
013250 6150-EXIT.
013260     EXIT.
013261
013262*---------------------------------------------------------------
013263* 6140-CHECK-PIN - CLAIM THE INITIALS IN WS-ENTRY-INITIALS.
013264* INITIALS NOT ON THE PLAYREG MASTER, OR A CABINET WITHOUT THE
013265* MASTER, PASS STRAIGHT THROUGH AS BEFORE.  REGISTERED INITIALS
013266* ARE ASKED FOR THEIR PIN; EACH WRONG PIN IS LOGGED, AND WHEN
013267* THE TRIES RUN OUT WS-PIN-GUEST IS SET FOR THE CALLER.
013268*---------------------------------------------------------------
013269 6140-CHECK-PIN.
013270     MOVE 'N' TO WS-PIN-GUEST-SW.
013271     MOVE 'N' TO WS-PIN-REQUIRED-SW.
013272     MOVE 'N' TO WS-PIN-OK-SW.
013273     OPEN INPUT PLAYREG-FILE.
013274     IF WS-PLAYREG-STATUS NOT EQUAL "00"
013275         GO TO 6140-EXIT
013276     END-IF.
013277     MOVE WS-ENTRY-INITIALS TO REG-INITIALS.
013278     READ PLAYREG-FILE
013279         INVALID KEY
013280             CONTINUE
013281     END-READ.
013282     IF WS-PLAYREG-STATUS EQUAL "00"
013283         MOVE 'Y'     TO WS-PIN-REQUIRED-SW
013284         MOVE REG-PIN TO WS-REG-PIN
013285     END-IF.
013286     CLOSE PLAYREG-FILE.
013287     IF NOT WS-PIN-REQUIRED
013288         GO TO 6140-EXIT
013289     END-IF.
013290     PERFORM 1772-LOAD-CABINET-ID THRU 1772-EXIT.
013291     MOVE SPACES TO WS-PIN-PROMPT.
013292     STRING "PIN FOR "              DELIMITED BY SIZE
013293            WS-ENTRY-INITIALS        DELIMITED BY SIZE
013294            " (4 DIGITS, ENTER=OK)" DELIMITED BY SIZE
013295         INTO WS-PIN-PROMPT.
013296     MOVE ZERO TO WS-PIN-TRIES.
013297     PERFORM 6145-TRY-ONE-PIN THRU 6145-EXIT
013298         UNTIL WS-PIN-OK OR WS-PIN-TRIES >= WS-PIN-MAX-TRIES.
013299     IF WS-PIN-OK
013300         GO TO 6140-EXIT
013301     END-IF.
013302     MOVE 'Y' TO WS-PIN-GUEST-SW.
013303     MOVE "GUEST" TO WS-REGAUD-ACTION.
013304     MOVE "SCORE RECORDED UNDER GUEST MARKER"
013305         TO WS-REGAUD-DETAIL.
013306     PERFORM 6180-LOG-PIN-EVENT THRU 6180-EXIT.
013307     MOVE WS-PIN-GUEST-TEXT TO WS-PIN-MSG.
013308     PERFORM 6185-FLASH-PIN-MSG THRU 6185-EXIT.
013309 6140-EXIT.
013310     EXIT.
013311
013312 6145-TRY-ONE-PIN.
013313     ADD 1 TO WS-PIN-TRIES.
013314     PERFORM 6160-READ-PIN-FIELD THRU 6160-EXIT.
013315     IF WS-PIN-ENTRY EQUAL WS-REG-PIN
013316         MOVE 'Y' TO WS-PIN-OK-SW
013317         GO TO 6145-EXIT
013318     END-IF.
013319     MOVE "BADPIN" TO WS-REGAUD-ACTION.
013320     MOVE SPACES TO WS-REGAUD-DETAIL.
013321     STRING "TRY="           DELIMITED BY SIZE
013322            WS-PIN-TRIES     DELIMITED BY SIZE
013323            " OF "           DELIMITED BY SIZE
013324            WS-PIN-MAX-TRIES DELIMITED BY SIZE
013325         INTO WS-REGAUD-DETAIL.
013326     PERFORM 6180-LOG-PIN-EVENT THRU 6180-EXIT.
013327     IF WS-PIN-TRIES < WS-PIN-MAX-TRIES
013328         MOVE WS-PIN-WRONG-TEXT TO WS-PIN-MSG
013329         PERFORM 6185-FLASH-PIN-MSG THRU 6185-EXIT
013330     END-IF.
013331 6145-EXIT.
013332     EXIT.
013333
013334*---------------------------------------------------------------
013335* 6160-READ-PIN-FIELD - FOUR DIGITS INTO WS-PIN-ENTRY, SHOWN
013336* ONLY AS ASTERISKS.  BACKSPACE RUBS OUT AND ENTER CONFIRMS
013337* ONCE ALL FOUR ARE IN; EVERY OTHER KEY IS IGNORED.
013338*---------------------------------------------------------------
013339 6160-READ-PIN-FIELD.
013340     CALL "timeout" USING -1.
013341     MOVE SPACES TO WS-PIN-ENTRY.
013342     MOVE SPACES TO WS-PIN-MASK.
013343     MOVE 1 TO WS-PIN-POS.
013344     MOVE 'N' TO WS-PIN-DONE-SW.
013345     PERFORM 6165-PIN-ONE-KEY THRU 6165-EXIT
013346         UNTIL WS-PIN-DONE.
013347 6160-EXIT.
013348     EXIT.
013349
013350 6165-PIN-ONE-KEY.
013351     CALL "clear".
013352     CALL "move" USING 0, 0.
013353     CALL "addstr" USING WS-PIN-PROMPT.
013354     CALL "move" USING 1, 0.
013355     CALL "addstr" USING WS-PIN-MASK.
013356     CALL "refresh".
013357     CALL "getch" RETURNING WS-ENTRY-KEY.
013358     EVALUATE TRUE
013359         WHEN WS-ENTRY-KEY >= 48 AND WS-ENTRY-KEY <= 57
013360             PERFORM 6167-TAKE-PIN-DIGIT THRU 6167-EXIT
013361         WHEN WS-ENTRY-KEY = 8 OR WS-ENTRY-KEY = 127
013362           OR WS-ENTRY-KEY = 263
013363             IF WS-PIN-POS > 1
013364                 SUBTRACT 1 FROM WS-PIN-POS
013365                 MOVE SPACE TO WS-PIN-ENTRY(WS-PIN-POS:1)
013366                 MOVE SPACE TO WS-PIN-MASK(WS-PIN-POS:1)
013367             END-IF
013368         WHEN WS-ENTRY-KEY = 10 OR WS-ENTRY-KEY = 13
013369           OR WS-ENTRY-KEY = 343
013370             IF WS-PIN-POS > 4
013371                 MOVE 'Y' TO WS-PIN-DONE-SW
013372             END-IF
013373         WHEN OTHER
013374             CONTINUE
013375     END-EVALUATE.
013376 6165-EXIT.
013377     EXIT.
013378
013379 6167-TAKE-PIN-DIGIT.
013380     IF WS-PIN-POS <= 4
013381         MOVE FUNCTION CHAR(WS-ENTRY-KEY + 1)
013382             TO WS-PIN-ENTRY(WS-PIN-POS:1)
013383         MOVE "*" TO WS-PIN-MASK(WS-PIN-POS:1)
013384         ADD 1 TO WS-PIN-POS
013385     END-IF.
013386 6167-EXIT.
013387     EXIT.
013388
013389*---------------------------------------------------------------
013390* 6180-LOG-PIN-EVENT - APPEND ONE LINE TO THE REGAUDIT TRAIL IN
013391* THE MAINTENANCE-AUDIT LAYOUT, WITH THIS CABINET'S IDENTIFIER
013392* WHERE AN OPERATOR SCREEN PUTS THE OPERATOR'S INITIALS.  THE
013393* PIN KEYED IS NEVER WRITTEN.  A TRAIL THAT CANNOT BE OPENED
013394* DOES NOT HOLD UP THE PLAYER.
013395*---------------------------------------------------------------
013396 6180-LOG-PIN-EVENT.
013397     OPEN EXTEND REGAUDIT-FILE.
013398     IF WS-REGAUDIT-STATUS NOT EQUAL "00"
013399         OPEN OUTPUT REGAUDIT-FILE
013400     END-IF.
013401     IF WS-REGAUDIT-STATUS NOT EQUAL "00"
013402         GO TO 6180-EXIT
013403     END-IF.
013404     ACCEPT WS-REGAUD-DATE FROM DATE YYYYMMDD.
013405     ACCEPT WS-REGAUD-TIME FROM TIME.
013406     MOVE SPACES TO MAINT-AUDIT-RECORD.
013407     STRING WS-REGAUD-DATE    DELIMITED BY SIZE
013408            " "               DELIMITED BY SIZE
013409            WS-REGAUD-TIME    DELIMITED BY SIZE
013410            " "               DELIMITED BY SIZE
013411            WS-CABINET-ID     DELIMITED BY SIZE
013412            " "               DELIMITED BY SIZE
013413            WS-REGAUD-ACTION  DELIMITED BY SIZE
013414            " "               DELIMITED BY SIZE
013415            WS-ENTRY-INITIALS DELIMITED BY SIZE
013416            " "               DELIMITED BY SIZE
013417            WS-REGAUD-DETAIL  DELIMITED BY SIZE
013418         INTO MAINT-AUDIT-RECORD.
013419     WRITE MAINT-AUDIT-RECORD.
013420     CLOSE REGAUDIT-FILE.
013421 6180-EXIT.
013422     EXIT.
013423
013424 6185-FLASH-PIN-MSG.
013425     CALL "clear".
013426     CALL "move" USING 0, 0.
013427     CALL "addstr" USING WS-PIN-MSG.
013428     CALL "refresh".
013429     CALL "napms" USING WS-FLASH-MS.
013430 6185-EXIT.
013431     EXIT.
013432
013433
013434*---------------------------------------------------------------
013435* 6200-WRITE-NEW-SCORE / 6300-UPDATE-BEST-SCORE - FIRST-EVER
013436* ENTRY FOR A PLAYER IN THIS MODE VS. AN IMPROVED PERSONAL
013437* BEST IN IT
013438*---------------------------------------------------------------
013439 6200-WRITE-NEW-SCORE.
013440     MOVE WS-SCORE           TO SCORE-VALUE.
013441     MOVE WS-MODE-CODE       TO SCORE-MODE.
013442     MOVE WS-CURRENT-DATE-YMD TO SCORE-DATE.
013443     MOVE WS-CURRENT-TIME-HMS TO SCORE-TIME.
013444     MOVE WS-ELAPSED-KEYS    TO SCORE-KEYSTROKES.
013445     PERFORM 6210-SET-TWO-PLAYER-FIELDS THRU 6210-EXIT.
013446     WRITE SCORE-RECORD.
013447 6200-EXIT.
013448     EXIT.
013449 
013450 6300-UPDATE-BEST-SCORE.
013451     IF WS-SCORE > SCORE-VALUE
013460         MOVE WS-SCORE            TO SCORE-VALUE
013480         MOVE WS-CURRENT-DATE-YMD TO SCORE-DATE
013490         MOVE WS-CURRENT-TIME-HMS TO SCORE-TIME
013500         MOVE WS-ELAPSED-KEYS     TO SCORE-KEYSTROKES
013790*---------------------------------------------------------------
013800 6600-RECORD-PLAYER2-OWN-SCORE.
013810     MOVE WS-INITIALS2 TO SCORE-INITIALS.
013811     MOVE WS-MODE-CODE TO SCORE-MODE.
013820     READ SCORES-FILE
013830         INVALID KEY
013840             PERFORM 6610-WRITE-NEW-P2-SCORE THRU 6610-EXIT
014040 6620-UPDATE-P2-BEST-SCORE.
014050     IF WS-SCORE2 > SCORE-VALUE
014060         MOVE WS-SCORE2           TO SCORE-VALUE
014080         MOVE WS-CURRENT-DATE-YMD TO SCORE-DATE
014090         MOVE WS-CURRENT-TIME-HMS TO SCORE-TIME
014100         MOVE WS-ELAPSED-KEYS     TO SCORE-KEYSTROKES
014320     MOVE WS-CURRENT-TIME-HMS TO SESSION-TIME.
014330     MOVE WS-SESSION-START-TIME TO SESSION-START-TIME.
014340     MOVE WS-CREDITS-USED    TO SESSION-CREDITS.
014341     MOVE WS-COMP-USED       TO SESSION-COMP-CREDITS.
014342     MOVE WS-RULES-VERSION   TO SESSION-RULES-VERSION.
014350     IF WS-TOURN-ON
014360         MOVE WS-ACTIVE-EVENT-ID TO SESSION-EVENT-ID
014370     ELSE
014530     EXIT.
014540 
014550*===============================================================
014560* 7000-SHOW-LEADERBOARD - TOP-10 SCREENS SHOWN BEFORE ENDWIN:
014561* THE SEASON BOARD OF EACH MODE, THEN EACH MODE'S ALL-TIME
014562* BOARD
014570*===============================================================
014580 7000-SHOW-LEADERBOARD.
014590* EACH PAGE HOLDS FOR A BOUNDED WAIT, NOT A BLOCKING READ -
014600* A WALKED-AWAY-FROM CABINET MUST STILL REACH STOP RUN.
014610     CALL "timeout" USING WS-LDR-HOLD-MS.
014611     PERFORM 7050-SHOW-SEASON-BOARD THRU 7050-EXIT
014612         VARYING WS-BOARD-I FROM 1 BY 1
014613         UNTIL WS-BOARD-I > 3.
014614     PERFORM 7060-SHOW-ALLTIME-BOARD THRU 7060-EXIT
014615         VARYING WS-BOARD-I FROM 1 BY 1
014616         UNTIL WS-BOARD-I > 3.
014740 7000-EXIT.
014750     EXIT.
014751
014752 7050-SHOW-SEASON-BOARD.
014753     MOVE WS-BOARD-MODE-CODE(WS-BOARD-I) TO WS-BOARD-MODE.
014754     PERFORM 7100-LOAD-LEADERBOARD THRU 7100-EXIT.
014755     PERFORM 7200-SORT-LEADERBOARD THRU 7200-EXIT.
014756     PERFORM 7400-SET-SEASON-TITLE THRU 7400-EXIT.
014757     PERFORM 7300-DISPLAY-LEADERBOARD THRU 7300-EXIT.
014758     CALL "getch" RETURNING WS-LDR-WAIT-KEY.
014759 7050-EXIT.
014760     EXIT.
014761
014762* A MODE WITH NO ALL-TIME ENTRIES YET (NO SEASON HAS CLOSED
014763* WITH A SCORE IN IT) HAS ITS PAGE SKIPPED.
014764 7060-SHOW-ALLTIME-BOARD.
014765     MOVE WS-BOARD-MODE-CODE(WS-BOARD-I) TO WS-BOARD-MODE.
014766     PERFORM 7150-LOAD-ALLTIME-BOARD THRU 7150-EXIT.
014767     IF WS-LEADER-COUNT > 0
014768         PERFORM 7200-SORT-LEADERBOARD THRU 7200-EXIT
014769         PERFORM 7410-SET-ALLTIME-TITLE THRU 7410-EXIT
014770         PERFORM 7300-DISPLAY-LEADERBOARD THRU 7300-EXIT
014771         CALL "getch" RETURNING WS-LDR-WAIT-KEY
014772     END-IF.
014773 7060-EXIT.
014774     EXIT.
014775 
014776 7100-LOAD-LEADERBOARD.
014780     MOVE ZERO TO WS-LEADER-COUNT.
014790     MOVE 'N'  TO WS-SCORES-EOF-SW.
014800     OPEN INPUT SCORES-FILE.
014890         AT END
014900             MOVE 'Y' TO WS-SCORES-EOF-SW
014910         NOT AT END
014911             IF SCORE-MODE EQUAL WS-BOARD-MODE
014920                 ADD 1 TO WS-LEADER-COUNT
014930                 MOVE SCORE-INITIALS
014940                     TO WS-LDR-INITIALS(WS-LEADER-COUNT)
014950                 MOVE SCORE-VALUE
014951                     TO WS-LDR-SCORE(WS-LEADER-COUNT)
014960                 MOVE SCORE-MODE
014961                     TO WS-LDR-MODE(WS-LEADER-COUNT)
014962             END-IF
014970     END-READ.
014980* A READ FAILURE OTHER THAN END-OF-FILE (I-O ERROR) WOULD
014990* OTHERWISE LEAVE THE LOADING LOOP SPINNING FOREVER.
018610     EXIT.
018620 
018630*---------------------------------------------------------------
018640* 8200-ATTRACT-LEADERBOARD - SHOW EACH MODE'S RANKED TOP-10
018650* TABLE THE SAME WAY THE END-OF-SESSION SCREEN DOES, LINGERING
018660* ON EACH WATCHING FOR A KEY
018670*---------------------------------------------------------------
018680 8200-ATTRACT-LEADERBOARD.
018681     PERFORM 8205-ATTRACT-MODE-BOARD THRU 8205-EXIT
018682         VARYING WS-BOARD-I FROM 1 BY 1
018683         UNTIL WS-BOARD-I > 3 OR WS-ATTRACT-DONE.
018740 8200-EXIT.
018750     EXIT.
018751
018752 8205-ATTRACT-MODE-BOARD.
018753     MOVE WS-BOARD-MODE-CODE(WS-BOARD-I) TO WS-BOARD-MODE.
018754     PERFORM 7100-LOAD-LEADERBOARD THRU 7100-EXIT.
018755     PERFORM 7200-SORT-LEADERBOARD THRU 7200-EXIT.
018756     PERFORM 7400-SET-SEASON-TITLE THRU 7400-EXIT.
018757     PERFORM 7300-DISPLAY-LEADERBOARD THRU 7300-EXIT.
018758     PERFORM 8250-ATTRACT-WAIT THRU 8250-EXIT.
018759 8205-EXIT.
018760     EXIT.
018761
018770*---------------------------------------------------------------
018780* 8210-ATTRACT-ALLTIME - THE ALL-TIME PAGE OF EACH MODE IN THE
018790* ATTRACT CYCLE, EACH SKIPPED UNTIL A SEASON HAS CLOSED WITH A
018791* SCORE IN THAT MODE
018800*---------------------------------------------------------------
018810 8210-ATTRACT-ALLTIME.
018811     PERFORM 8215-ATTRACT-MODE-ALLTIME THRU 8215-EXIT
018812         VARYING WS-BOARD-I FROM 1 BY 1
018813         UNTIL WS-BOARD-I > 3 OR WS-ATTRACT-DONE.
018890 8210-EXIT.
018900     EXIT.
018901
018902 8215-ATTRACT-MODE-ALLTIME.
018903     MOVE WS-BOARD-MODE-CODE(WS-BOARD-I) TO WS-BOARD-MODE.
018904     PERFORM 7150-LOAD-ALLTIME-BOARD THRU 7150-EXIT.
018905     IF WS-LEADER-COUNT > 0
018906         PERFORM 7200-SORT-LEADERBOARD THRU 7200-EXIT
018907         PERFORM 7410-SET-ALLTIME-TITLE THRU 7410-EXIT
018908         PERFORM 7300-DISPLAY-LEADERBOARD THRU 7300-EXIT
018909         PERFORM 8250-ATTRACT-WAIT THRU 8250-EXIT
018910     END-IF.
018911 8215-EXIT.
018912     EXIT.
018913 
018920 8250-ATTRACT-WAIT.
018930     PERFORM 8260-ATTRACT-POLL THRU 8260-EXIT
018940         VARYING WS-ATTRACT-WAIT-I FROM 1 BY 1
021920* SESSION IS PAID FOR: ONE CREDIT PER PLAYER, SO TWO FOR A
021930* HEAD-TO-HEAD MATCH.  EVERY COIN THE MECH REPORTS IS APPENDED
021940* TO THE CASHBOX FILE AT ONCE, SO THE DROP IS ON RECORD EVEN
021950* IF THE CABINET DIES BEFORE THE SESSION STARTS.  CREDITS MAY
021951* ALSO COME FROM A VOUCHER CODE; COMP CREDITS ARE SPENT FIRST
021952* AND HOW MANY WERE SPENT IS KEPT FOR THE SESSION RECORD.
021960*===============================================================
021970 1700-COLLECT-CREDITS.
021980     MOVE WS-PLAYER-COUNT TO WS-CREDITS-NEEDED.
022000         UNTIL WS-CREDITS >= WS-CREDITS-NEEDED.
022010     SUBTRACT WS-CREDITS-NEEDED FROM WS-CREDITS.
022020     MOVE WS-CREDITS-NEEDED TO WS-CREDITS-USED.
022021     IF WS-COMP-CREDITS > WS-CREDITS-NEEDED
022022         MOVE WS-CREDITS-NEEDED TO WS-COMP-USED
022023     ELSE
022024         MOVE WS-COMP-CREDITS TO WS-COMP-USED
022025     END-IF.
022026     SUBTRACT WS-COMP-USED FROM WS-COMP-CREDITS.
022030 1700-EXIT.
022040     EXIT.
022050
022150     CALL "clear".
022160     CALL "move" USING 0, 0.
022170     CALL "addstr" USING WS-COIN-LINE.
022171     CALL "move" USING 2, 0.
022172     CALL "addstr" USING WS-VOUCH-HINT-TEXT.
022180     CALL "refresh".
022190     CALL "getch" RETURNING WS-COIN-KEY.
022200     IF WS-COIN-KEY EQUAL WS-KEYMAP-COIN
022210         ADD 1 TO WS-CREDITS
022220         PERFORM 1750-LOG-COIN-DROP THRU 1750-EXIT
022230     END-IF.
022231     IF WS-COIN-KEY EQUAL WS-KEYMAP-VOUCHER
022232         PERFORM 1760-REDEEM-VOUCHER THRU 1760-EXIT
022233     END-IF.
022240 1710-EXIT.
022250     EXIT.
022260
022410     ACCEPT CASH-DATE FROM DATE YYYYMMDD.
022420     ACCEPT CASH-TIME FROM TIME.
022430     MOVE 1 TO CASH-CREDITS.
022431     MOVE 'C' TO CASH-TYPE.
022432     MOVE SPACES TO CASH-VOUCHER-CODE.
022440     WRITE CASHBOX-RECORD.
022450     CLOSE CASHBOX-FILE.
022460 1750-EXIT.
022470     EXIT.
022471
022472*---------------------------------------------------------------
022473* 1760-REDEEM-VOUCHER - TAKE A VOUCHER CODE AT THE INSERT-COIN
022474* SCREEN.  A CODE ON THE VOUCHER CONTROL FILE, ISSUED FOR THIS
022475* CABINET OR FOR ANY, NOT PAST ITS EXPIRY DATE AND NOT ALREADY
022476* REDEEMED ON THE CASHBOX FILE GIVES ITS COMP CREDITS.  THE
022477* REDEMPTION IS LOGGED BEFORE THE CREDITS ARE GIVEN - A
022478* CASHBOX THAT CANNOT BE WRITTEN COULD NOT STOP THE CODE BEING
022479* USED AGAIN, SO THE VOUCHER IS REFUSED INSTEAD.  AN EMPTY
022480* ENTRY BACKS OUT TO THE COIN SCREEN.
022481*---------------------------------------------------------------
022482 1760-REDEEM-VOUCHER.
022483     PERFORM 1765-READ-VOUCHER-CODE THRU 1765-EXIT.
022484     IF WS-VOUCH-ENTRY EQUAL SPACES
022485         GO TO 1760-EXIT
022486     END-IF.
022487     PERFORM 1770-FIND-VOUCHER THRU 1770-EXIT.
022488     IF NOT WS-VOUCH-FOUND
022489         MOVE WS-VOUCH-UNKNOWN-TEXT TO WS-VOUCH-MSG
022490         PERFORM 1795-FLASH-VOUCHER-MSG THRU 1795-EXIT
022491         GO TO 1760-EXIT
022492     END-IF.
022493     ACCEPT WS-VOUCH-TODAY FROM DATE YYYYMMDD.
022494     IF WS-VOUCH-EXPIRY < WS-VOUCH-TODAY
022495         MOVE WS-VOUCH-EXPIRED-TEXT TO WS-VOUCH-MSG
022496         PERFORM 1795-FLASH-VOUCHER-MSG THRU 1795-EXIT
022497         GO TO 1760-EXIT
022498     END-IF.
022499     PERFORM 1780-CHECK-REDEEMED THRU 1780-EXIT.
022500     IF WS-VOUCH-USED
022501         MOVE WS-VOUCH-USED-TEXT TO WS-VOUCH-MSG
022502         PERFORM 1795-FLASH-VOUCHER-MSG THRU 1795-EXIT
022503         GO TO 1760-EXIT
022504     END-IF.
022505     PERFORM 1790-LOG-VOUCHER THRU 1790-EXIT.
022506     IF NOT WS-VOUCH-LOGGED
022507         MOVE WS-VOUCH-NOLOG-TEXT TO WS-VOUCH-MSG
022508         PERFORM 1795-FLASH-VOUCHER-MSG THRU 1795-EXIT
022509         GO TO 1760-EXIT
022510     END-IF.
022511     ADD WS-VOUCH-CREDITS TO WS-CREDITS.
022512     ADD WS-VOUCH-CREDITS TO WS-COMP-CREDITS.
022513 1760-EXIT.
022514     EXIT.
022515
022516*---------------------------------------------------------------
022517* 1765-READ-VOUCHER-CODE - UP TO EIGHT CHARACTERS INTO
022518* WS-VOUCH-ENTRY, WITH THE SAME RULES AS THE INITIALS ENTRY:
022519* A-Z AND 0-9 ONLY (LOWER CASE FOLDS UP), BACKSPACE RUBS OUT,
022520* ENTER CONFIRMS.  THE QUIT KEY, OR ENTER ON AN EMPTY FIELD,
022521* CANCELS WITH THE FIELD LEFT BLANK.
022522*---------------------------------------------------------------
022523 1765-READ-VOUCHER-CODE.
022524     CALL "timeout" USING -1.
022525     MOVE SPACES TO WS-VOUCH-ENTRY.
022526     MOVE 1 TO WS-VOUCH-POS.
022527     MOVE 'N' TO WS-VOUCH-DONE-SW.
022528     PERFORM 1766-VOUCHER-ONE-KEY THRU 1766-EXIT
022529         UNTIL WS-VOUCH-DONE.
022530 1765-EXIT.
022531     EXIT.
022532
022533 1766-VOUCHER-ONE-KEY.
022534     CALL "clear".
022535     CALL "move" USING 0, 0.
022536     CALL "addstr" USING WS-VOUCH-PROMPT.
022537     CALL "move" USING 1, 0.
022538     CALL "addstr" USING WS-VOUCH-ENTRY.
022539     CALL "refresh".
022540     CALL "getch" RETURNING WS-ENTRY-KEY.
022541     EVALUATE TRUE
022542         WHEN WS-ENTRY-KEY >= 97 AND WS-ENTRY-KEY <= 122
022543             SUBTRACT 32 FROM WS-ENTRY-KEY
022544             PERFORM 1767-TAKE-VOUCHER-CHAR THRU 1767-EXIT
022545         WHEN WS-ENTRY-KEY >= 65 AND WS-ENTRY-KEY <= 90
022546             PERFORM 1767-TAKE-VOUCHER-CHAR THRU 1767-EXIT
022547         WHEN WS-ENTRY-KEY >= 48 AND WS-ENTRY-KEY <= 57
022548             PERFORM 1767-TAKE-VOUCHER-CHAR THRU 1767-EXIT
022549         WHEN WS-ENTRY-KEY = 8 OR WS-ENTRY-KEY = 127
022550           OR WS-ENTRY-KEY = 263
022551             IF WS-VOUCH-POS > 1
022552                 SUBTRACT 1 FROM WS-VOUCH-POS
022553                 MOVE SPACE
022554                     TO WS-VOUCH-ENTRY(WS-VOUCH-POS:1)
022555             END-IF
022556         WHEN WS-ENTRY-KEY = 10 OR WS-ENTRY-KEY = 13
022557           OR WS-ENTRY-KEY = 343
022558             MOVE 'Y' TO WS-VOUCH-DONE-SW
022559         WHEN WS-ENTRY-KEY = WS-KEYMAP-QUIT
022560             MOVE SPACES TO WS-VOUCH-ENTRY
022561             MOVE 'Y' TO WS-VOUCH-DONE-SW
022562         WHEN OTHER
022563             CONTINUE
022564     END-EVALUATE.
022565 1766-EXIT.
022566     EXIT.
022567
022568 1767-TAKE-VOUCHER-CHAR.
022569     IF WS-VOUCH-POS <= 8
022570         MOVE FUNCTION CHAR(WS-ENTRY-KEY + 1)
022571             TO WS-VOUCH-ENTRY(WS-VOUCH-POS:1)
022572         ADD 1 TO WS-VOUCH-POS
022573     END-IF.
022574 1767-EXIT.
022575     EXIT.
022576
022577*---------------------------------------------------------------
022578* 1770-FIND-VOUCHER - SEARCH THE VOUCHER CONTROL FILE FOR THE
022579* CODE KEYED.  A ROW FOR ANOTHER CABINET, OR WITH A NON-NUMERIC
022580* OR ZERO CREDIT VALUE OR A NON-NUMERIC EXPIRY, IS PASSED OVER.
022581* A CABINET WITHOUT THE FILE RECOGNISES NO CODES.
022582*---------------------------------------------------------------
022583 1770-FIND-VOUCHER.
022584     MOVE 'N' TO WS-VOUCH-FOUND-SW.
022585     PERFORM 1772-LOAD-CABINET-ID THRU 1772-EXIT.
022586     OPEN INPUT VOUCHER-FILE.
022587     IF WS-VOUCHER-STATUS NOT EQUAL "00"
022588         GO TO 1770-EXIT
022589     END-IF.
022590     MOVE 'N' TO WS-VOUCHER-EOF-SW.
022591     PERFORM 1775-READ-ONE-VOUCHER THRU 1775-EXIT
022592         UNTIL WS-VOUCHER-EOF OR WS-VOUCH-FOUND.
022593     CLOSE VOUCHER-FILE.
022594 1770-EXIT.
022595     EXIT.
022596
022597 1772-LOAD-CABINET-ID.
022598     OPEN INPUT CABINETID-FILE.
022599     IF WS-CABINETID-STATUS NOT EQUAL "00"
022600         GO TO 1772-EXIT
022601     END-IF.
022602     READ CABINETID-FILE
022603         AT END
022604             CONTINUE
022605         NOT AT END
022606             MOVE CABINETID-RECORD TO WS-CABINET-ID
022607     END-READ.
022608     CLOSE CABINETID-FILE.
022609 1772-EXIT.
022610     EXIT.
022611
022612 1775-READ-ONE-VOUCHER.
022613     READ VOUCHER-FILE
022614         AT END
022615             MOVE 'Y' TO WS-VOUCHER-EOF-SW
022616             GO TO 1775-EXIT
022617     END-READ.
022618* A READ FAILURE OTHER THAN END-OF-FILE (I-O ERROR) WOULD
022619* OTHERWISE LEAVE THE SEARCH LOOP SPINNING FOREVER.
022620     IF WS-VOUCHER-STATUS NOT EQUAL "00"
022621         MOVE 'Y' TO WS-VOUCHER-EOF-SW
022622         GO TO 1775-EXIT
022623     END-IF.
022624     IF VOUCH-CODE NOT EQUAL WS-VOUCH-ENTRY
022625         GO TO 1775-EXIT
022626     END-IF.
022627     IF VOUCH-CABINET-ID NOT EQUAL SPACES
022628       AND VOUCH-CABINET-ID NOT EQUAL WS-CABINET-ID
022629         GO TO 1775-EXIT
022630     END-IF.
022631     IF VOUCH-CREDITS NOT NUMERIC
022632       OR VOUCH-EXPIRY-DATE NOT NUMERIC
022633         GO TO 1775-EXIT
022634     END-IF.
022635     IF VOUCH-CREDITS EQUAL ZERO
022636         GO TO 1775-EXIT
022637     END-IF.
022638     MOVE 'Y'               TO WS-VOUCH-FOUND-SW.
022639     MOVE VOUCH-CREDITS     TO WS-VOUCH-CREDITS.
022640     MOVE VOUCH-EXPIRY-DATE TO WS-VOUCH-EXPIRY.
022641 1775-EXIT.
022642     EXIT.
022643
022644*---------------------------------------------------------------
022645* 1780-CHECK-REDEEMED - READ BACK THE CASHBOX FILE FOR AN
022646* EARLIER REDEMPTION OF THE SAME CODE.  NO CASHBOX FILE YET
022647* MEANS NOTHING HAS BEEN REDEEMED ON THIS CABINET.
022648*---------------------------------------------------------------
022649 1780-CHECK-REDEEMED.
022650     MOVE 'N' TO WS-VOUCH-USED-SW.
022651     OPEN INPUT CASHBOX-FILE.
022652     IF WS-CASHBOX-STATUS NOT EQUAL "00"
022653         GO TO 1780-EXIT
022654     END-IF.
022655     MOVE 'N' TO WS-CASHBOX-EOF-SW.
022656     PERFORM 1785-READ-ONE-CASH THRU 1785-EXIT
022657         UNTIL WS-CASHBOX-EOF OR WS-VOUCH-USED.
022658     CLOSE CASHBOX-FILE.
022659 1780-EXIT.
022660     EXIT.
022661
022662 1785-READ-ONE-CASH.
022663     READ CASHBOX-FILE
022664         AT END
022665             MOVE 'Y' TO WS-CASHBOX-EOF-SW
022666             GO TO 1785-EXIT
022667     END-READ.
022668* A READ FAILURE OTHER THAN END-OF-FILE (I-O ERROR) WOULD
022669* OTHERWISE LEAVE THE SEARCH LOOP SPINNING FOREVER.
022670     IF WS-CASHBOX-STATUS NOT EQUAL "00"
022671         MOVE 'Y' TO WS-CASHBOX-EOF-SW
022672         GO TO 1785-EXIT
022673     END-IF.
022674     IF CASH-IS-VOUCHER
022675       AND CASH-VOUCHER-CODE EQUAL WS-VOUCH-ENTRY
022676         MOVE 'Y' TO WS-VOUCH-USED-SW
022677     END-IF.
022678 1785-EXIT.
022679     EXIT.
022680
022681*---------------------------------------------------------------
022682* 1790-LOG-VOUCHER - APPEND THE REDEMPTION TO THE CASHBOX FILE
022683* AS A VOUCHER RECORD CARRYING THE CODE AND ITS COMP CREDITS,
022684* SO THE CASH-UP KEEPS IT OUT OF THE DRAWER BALANCE
022685*---------------------------------------------------------------
022686 1790-LOG-VOUCHER.
022687     MOVE 'N' TO WS-VOUCH-LOGGED-SW.
022688     OPEN EXTEND CASHBOX-FILE.
022689     IF WS-CASHBOX-STATUS NOT EQUAL "00"
022690         OPEN OUTPUT CASHBOX-FILE
022691     END-IF.
022692     IF WS-CASHBOX-STATUS NOT EQUAL "00"
022693         GO TO 1790-EXIT
022694     END-IF.
022695     ACCEPT CASH-DATE FROM DATE YYYYMMDD.
022696     ACCEPT CASH-TIME FROM TIME.
022697     MOVE WS-VOUCH-CREDITS TO CASH-CREDITS.
022698     MOVE 'V'              TO CASH-TYPE.
022699     MOVE WS-VOUCH-ENTRY   TO CASH-VOUCHER-CODE.
022700     WRITE CASHBOX-RECORD.
022701     IF WS-CASHBOX-STATUS EQUAL "00"
022702         MOVE 'Y' TO WS-VOUCH-LOGGED-SW
022703     END-IF.
022704     CLOSE CASHBOX-FILE.
022705 1790-EXIT.
022706     EXIT.
022707
022708 1795-FLASH-VOUCHER-MSG.
022709     CALL "clear".
022710     CALL "move" USING 0, 0.
022711     CALL "addstr" USING WS-VOUCH-MSG.
022712     CALL "refresh".
022713     CALL "napms" USING WS-FLASH-MS.
022714 1795-EXIT.
022715     EXIT.
022716
022717*===============================================================
022718* 1270-LOAD-EVENT - SCAN THE EVENTS CONTROL FILE, IF ONE IS
022719* PRESENT, FOR AN EVENT DATED TODAY WHOSE ENTRY WINDOW COVERS
022720* THE CURRENT TIME.  THE FIRST MATCH ARMS THE TOURNAMENT
022721* TOGGLE ON THE MODE-SELECT SCREEN.  A CABINET WITHOUT THE
022722* FILE, OR OUTSIDE EVERY WINDOW, PLAYS EXACTLY AS BEFORE.
022723*===============================================================
022724 1270-LOAD-EVENT.
022725     ACCEPT WS-EVENT-TODAY FROM DATE YYYYMMDD.
022726     ACCEPT WS-NOW-TIME FROM TIME.
022727     OPEN INPUT EVENTS-FILE.
022728     IF WS-EVENTS-STATUS NOT EQUAL "00"
022729         GO TO 1270-EXIT
022730     END-IF.
022731     MOVE 'N' TO WS-EVENTS-EOF-SW.
022732     PERFORM 1280-READ-ONE-EVENT THRU 1280-EXIT
022733         UNTIL WS-EVENTS-EOF OR WS-EVENT-ACTIVE.
022734     CLOSE EVENTS-FILE.
022735 1270-EXIT.
022736     EXIT.
022737
022738 1280-READ-ONE-EVENT.
022739     READ EVENTS-FILE
022740         AT END
022741             MOVE 'Y' TO WS-EVENTS-EOF-SW
022742         NOT AT END
022750             IF EVENT-DATE EQUAL WS-EVENT-TODAY
022760               AND WS-NOW-TIME >= EVENT-OPEN-TIME
022770               AND WS-NOW-TIME <= EVENT-CLOSE-TIME
023450     EXIT.
023460
023470 6710-JUDGE-PLAYER1.
023471* A GUEST SESSION BELONGS TO NO ONE, SO IT EARNS NO BADGES.
023472     IF WS-INITIALS EQUAL WS-GUEST-INITIALS
023473         GO TO 6710-EXIT
023474     END-IF.
023480     MOVE WS-INITIALS TO WS-ACHV-TRY-INITIALS.
023490     MOVE "FIRSTSES" TO WS-ACHV-TRY-BADGE.
023500     PERFORM 6800-GRANT-BADGE THRU 6800-EXIT.
023560         MOVE "H2HWIN1 " TO WS-ACHV-TRY-BADGE
023570         PERFORM 6800-GRANT-BADGE THRU 6800-EXIT
023580     END-IF.
023590     IF WS-LIVES = WS-START-LIVES AND WS-SCORE > 0
023600         MOVE "NOLIVES " TO WS-ACHV-TRY-BADGE
023610         PERFORM 6800-GRANT-BADGE THRU 6800-EXIT
023620     END-IF.
023640     EXIT.
023650
023660 6720-JUDGE-PLAYER2.
023661     IF WS-INITIALS2 EQUAL WS-GUEST-INITIALS
023662         GO TO 6720-EXIT
023663     END-IF.
023670     MOVE WS-INITIALS2 TO WS-ACHV-TRY-INITIALS.
023680     MOVE "FIRSTSES" TO WS-ACHV-TRY-BADGE.
023690     PERFORM 6800-GRANT-BADGE THRU 6800-EXIT.
023750         MOVE "H2HWIN1 " TO WS-ACHV-TRY-BADGE
023760         PERFORM 6800-GRANT-BADGE THRU 6800-EXIT
023770     END-IF.
023780     IF WS-LIVES2 = WS-START-LIVES AND WS-SCORE2 > 0
023790         MOVE "NOLIVES " TO WS-ACHV-TRY-BADGE
023800         PERFORM 6800-GRANT-BADGE THRU 6800-EXIT
023810     END-IF.
024520 1290-EXIT.
024530     EXIT.
024540
024541*---------------------------------------------------------------
024542* 7400-SET-SEASON-TITLE / 7410-SET-ALLTIME-TITLE - PAGE TITLE
024543* NAMING THE MODE OF THE BOARD IN WS-BOARD-I
024544*---------------------------------------------------------------
024550 7400-SET-SEASON-TITLE.
024551     MOVE SPACES TO WS-LDR-TITLE.
024560     IF WS-SEASON-ID-CUR NOT EQUAL SPACES
024580         STRING "SEASON "         DELIMITED BY SIZE
024590                WS-SEASON-ID-CUR  DELIMITED BY SIZE
024591                " "               DELIMITED BY SIZE
024592                WS-BOARD-MODE-NAME(WS-BOARD-I)
024593                                  DELIMITED BY SPACE
024600                " TOP 10"         DELIMITED BY SIZE
024610             INTO WS-LDR-TITLE
024620     ELSE
024621         STRING WS-BOARD-MODE-NAME(WS-BOARD-I)
024622                                  DELIMITED BY SPACE
024623                " TOP 10"         DELIMITED BY SIZE
024624             INTO WS-LDR-TITLE
024640     END-IF.
024650 7400-EXIT.
024660     EXIT.
024661
024662 7410-SET-ALLTIME-TITLE.
024663     MOVE SPACES TO WS-LDR-TITLE.
024664     STRING "ALL-TIME "           DELIMITED BY SIZE
024665            WS-BOARD-MODE-NAME(WS-BOARD-I)
024666                                  DELIMITED BY SPACE
024667            " TOP 10"             DELIMITED BY SIZE
024668         INTO WS-LDR-TITLE.
024669 7410-EXIT.
024670     EXIT.
024671
024680*===============================================================
024690* 7150-LOAD-ALLTIME-BOARD - FILL THE LEADERBOARD WORK TABLE
024700* FROM THE ALLTIME MASTER FOR THE MODE IN WS-BOARD-MODE, THEN
024701* FOLD THAT MODE'S LIVE BOARD OVER IT SO A MID-SEASON SCORE
024710* THAT BEATS AN OLD ALL-TIME BEST SHOWS AT ONCE.  A CABINET
024720* WITH NO ALLTIME FILE YET (NO SEASON HAS CLOSED) LEAVES THE
024730* TABLE EMPTY AND THE PAGE IS SKIPPED.
024740*===============================================================
024750 7150-LOAD-ALLTIME-BOARD.
024760     MOVE ZERO TO WS-LEADER-COUNT.
024910         AT END
024920             MOVE 'Y' TO WS-ALLTIME-EOF-SW
024930         NOT AT END
024931             IF ALLT-MODE EQUAL WS-BOARD-MODE
024940                 ADD 1 TO WS-LEADER-COUNT
024950                 MOVE ALLT-INITIALS
024960                     TO WS-LDR-INITIALS(WS-LEADER-COUNT)
024970                 MOVE ALLT-VALUE
024971                     TO WS-LDR-SCORE(WS-LEADER-COUNT)
024980                 MOVE ALLT-MODE
024981                     TO WS-LDR-MODE(WS-LEADER-COUNT)
024982             END-IF
024990     END-READ.
025000* A READ FAILURE OTHER THAN END-OF-FILE (I-O ERROR) WOULD
025010* OTHERWISE LEAVE THE LOADING LOOP SPINNING FOREVER.
025270         MOVE 'Y' TO WS-SCORES-EOF-SW
025280         GO TO 7165-EXIT
025290     END-IF.
025291     IF SCORE-MODE NOT EQUAL WS-BOARD-MODE
025292         GO TO 7165-EXIT
025293     END-IF.
025300     MOVE ZERO TO WS-MERGE-HIT.
025310     PERFORM 7168-FIND-LDR-ENTRY THRU 7168-EXIT
025320         VARYING WS-LDR-I FROM 1 BY 1
025590*===============================================================
025600* 1255-LOAD-SHOP-BEST - READ THE SHOPTOP RETURN FEED, IF ONE
025610* HAS BEEN COPIED OUT TO THIS CABINET, INTO THE SHOP BEST
025620* TABLE.  THE OFFICE WRITES IT RANKED BEST FIRST WITHIN EACH
025630* MODE, SO EACH MODE'S ROWS ARE SHOWN IN FILE ORDER.
025640*===============================================================
025650 1255-LOAD-SHOP-BEST.
025660     OPEN INPUT SHOPTOP-FILE.
025690     END-IF.
025700     MOVE 'N' TO WS-SHOPTOP-EOF-SW.
025710     PERFORM 1256-READ-ONE-SHOP-BEST THRU 1256-EXIT
025720         UNTIL WS-SHOPTOP-EOF OR WS-SHOP-TOP-COUNT = 30.
025730     CLOSE SHOPTOP-FILE.
025740 1255-EXIT.
025750     EXIT.
025850                     TO WS-SHOP-TOP-INITIALS(WS-SHOP-TOP-COUNT)
025860                 MOVE SHTOP-VALUE
025870                     TO WS-SHOP-TOP-VALUE(WS-SHOP-TOP-COUNT)
025871                 MOVE SHTOP-MODE
025872                     TO WS-SHOP-TOP-MODE(WS-SHOP-TOP-COUNT)
025880             END-IF
025890     END-READ.
025900 1256-EXIT.
025910     EXIT.
025920
025930*---------------------------------------------------------------
025940* 7320-DISPLAY-SHOP-COLUMN - PAINT THE SHOP BEST FEED FOR THE
025950* PAGE'S MODE BESIDE THE CABINET'S OWN ROWS, HEADED ON THE
025951* TITLE LINE
025960*---------------------------------------------------------------
025970 7320-DISPLAY-SHOP-COLUMN.
025980     CALL "move" USING 0, WS-SHOP-COL.
025990     CALL "addstr" USING WS-SHOP-HDR-TEXT.
025991     MOVE ZERO TO WS-SHOP-ROW.
026000     PERFORM 7325-DISPLAY-ONE-SHOP-ROW THRU 7325-EXIT
026010         VARYING WS-SHOP-I FROM 1 BY 1
026020         UNTIL WS-SHOP-I > WS-SHOP-TOP-COUNT.
026040     EXIT.
026050
026060 7325-DISPLAY-ONE-SHOP-ROW.
026061     IF WS-SHOP-TOP-MODE(WS-SHOP-I) NOT EQUAL WS-BOARD-MODE
026062         GO TO 7325-EXIT
026063     END-IF.
026064     ADD 1 TO WS-SHOP-ROW.
026070     MOVE WS-SHOP-TOP-VALUE(WS-SHOP-I) TO WS-SHOP-SCORE-DISP.
026080     MOVE SPACES TO WS-SHOP-LINE.
026090     STRING WS-SHOP-TOP-INITIALS(WS-SHOP-I)
026110            " ... "              DELIMITED BY SIZE
026120            WS-SHOP-SCORE-DISP   DELIMITED BY SIZE
026130         INTO WS-SHOP-LINE.
026140     CALL "move" USING WS-SHOP-ROW, WS-SHOP-COL.
026150     CALL "addstr" USING WS-SHOP-LINE.
026160 7325-EXIT.
026170     EXIT.
