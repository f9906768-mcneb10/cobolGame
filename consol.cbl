000290*                 FROM SHOPSTAT AFTER EACH CONSOLIDATION, FOR
000300*                 RETURN TO THE CABINETS' ATTRACT AND
000310*                 LEADERBOARD SCREENS.
000311* 2026-10-15 DWH  JUDGE THE POINTS-PER-KEY CEILING BY THE GAMEPARM
000312*                 RULES VERSION EACH SESSION WAS PLAYED UNDER, AND
000313*                 CARRY THE VERSION ONTO THE SHOPSESS MASTER.
000314* 2026-10-15 DWH  SHOPTOP NOW CARRIES THE TEN BEST CLEAN SCORES
000315*                 OF EACH DIFFICULTY MODE, BUILT FROM THE
000316*                 SHOPSESS MASTER WITH THE SAME ANOMALY RULES,
000317*                 FOR THE CABINETS' PER-MODE LEADERBOARDS.
000318* 2026-10-15 DWH  RE-CREATE A MASTER ONLY WHEN IT IS NOT THERE;
000319*                 ANY OTHER OPEN FAILURE STOPS THE RUN, RC 12.
000320*-------------------------------------------------------------
000330
000340 ENVIRONMENT DIVISION.
000530     SELECT SHOPTOP-FILE ASSIGN TO "SHOPTOP"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-SHOPTOP-STATUS.
000551     SELECT GAMEPARM-FILE ASSIGN TO "GAMEPARM"
000552         ORGANIZATION IS LINE SEQUENTIAL
000553         FILE STATUS IS WS-GAMEPARM-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000680* A CABINET'S PLAYERSTATS MASTER SO THE SAME TOOLS READ IT.
000690 FD  SHOPSTAT-FILE.
000700     COPY PLYSTAT.
000710* SHOPTOP-FILE - PER-MODE TOP-10 RETURN FEED TO THE CABINETS,
000720* RANKED BEST FIRST, REWRITTEN AFTER EVERY CONSOLIDATION.
000730 FD  SHOPTOP-FILE.
000740     COPY SHOPTOPR.
000741* GAMEPARM-FILE - GAME RULES CONTROL FILE, READ AT STARTUP
000742* FOR THE POINTS-PER-KEY CEILING OF EVERY RULES VERSION, SO
000743* EACH SESSION IS JUDGED BY THE RULES IT WAS PLAYED UNDER.
000744 FD  GAMEPARM-FILE.
000745     COPY GAMEPRMR.
000750
000760 WORKING-STORAGE SECTION.
000770*-------------------------------------------------------------
000870* JOB, SO A CORRUPTED RESULT CANNOT POLLUTE THE SHOP BOARD
000880*-------------------------------------------------------------
000890 01  WS-MAX-POSSIBLE-SCORE   PIC 9(09)     USAGE COMP.
000900 01  WS-POINTS-PER-KEY       PIC 9(05)     USAGE COMP VALUE 260.
000901*-------------------------------------------------------------
000902* GAME RULES BY VERSION - THE POINTS-PER-KEY CEILING FOR EACH
000903* RULES VERSION AND MODE ON THE GAMEPARM CONTROL FILE.  THE
000904* CEILING IN FORCE FOR A SESSION IS LOOKED UP BY ITS OWN RULES
000905* VERSION (SEE 2210-SET-KEY-BOUND); A VERSION OR MODE NOT ON
000906* FILE, INCLUDING VERSION 0000 FOR SESSIONS RECORDED BEFORE
000907* VERSIONS WERE CARRIED, GETS THE BUILT-IN CEILING.
000908*-------------------------------------------------------------
000909 01  WS-GAMEPARM-STATUS      PIC X(02)     VALUE '00'.
000910 01  WS-GAMEPARM-EOF-SW      PIC X(01)     VALUE 'N'.
000911     88  WS-GAMEPARM-EOF                   VALUE 'Y'.
000912 01  WS-DEFAULT-PTS-PER-KEY  PIC 9(05)     USAGE COMP VALUE 260.
000913 01  WS-RULES-VERSION-CUR    PIC 9(04)     VALUE ZERO.
000914 01  WS-RULES-MODE-CUR       PIC X(01)     VALUE SPACE.
000915 01  WS-GPARM-COUNT          PIC 9(04)     USAGE COMP VALUE 0.
000916 01  WS-GPARM-I              PIC 9(04)     USAGE COMP.
000917 01  WS-GPARM-TABLE.
000918     05  WS-GPARM-ENTRY OCCURS 60 TIMES.
000919         10  WS-GPARM-VERSION     PIC 9(04).
000920         10  WS-GPARM-MODE        PIC X(01).
000921         10  WS-GPARM-PTS-PER-KEY PIC 9(05).
000922 01  WS-P1-FLAGGED-SW        PIC X(01)     VALUE 'N'.
000923     88  WS-P1-FLAGGED                     VALUE 'Y'.
000930 01  WS-P2-FLAGGED-SW        PIC X(01)     VALUE 'N'.
000940     88  WS-P2-FLAGGED                     VALUE 'Y'.
000950 01  WS-TIME-CONVERT-IN      PIC 9(08).
001030 01  WS-START-SECONDS        PIC 9(09)     USAGE COMP.
001040 01  WS-END-SECONDS          PIC 9(09)     USAGE COMP.
001050 01  WS-DURATION-SECONDS     PIC S9(09)    USAGE COMP.
001051*-------------------------------------------------------------
001052* SESSION UNDER THE ANOMALY CHECKS - LOADED FROM THE TRANSFER
001053* RECORD WHEN A SESSION IS MERGED, OR FROM THE SHOPSESS MASTER
001054* WHEN THE SHOPTOP FEED IS BUILT, SO BOTH ARE JUDGED ALIKE
001055*-------------------------------------------------------------
001056 01  WS-CHK-VALUE            PIC 9(07).
001057 01  WS-CHK-P2-VALUE         PIC 9(07).
001058 01  WS-CHK-KEYSTROKES       PIC 9(09).
001059 01  WS-CHK-START-TIME       PIC 9(08).
001060 01  WS-CHK-END-TIME         PIC 9(08).
001061 01  WS-CHK-2P-SW            PIC X(01).
001062     88  WS-CHK-TWO-PLAYER                 VALUE 'Y'.
001063*-------------------------------------------------------------
001070* CURRENT SIDE BEING ROLLED INTO SHOPSTAT
001080*-------------------------------------------------------------
001090 01  WS-CUR-INITIALS         PIC X(03).
001290 01  WS-RECORDS-READ         PIC 9(07)     USAGE COMP VALUE 0.
001300 01  WS-RECORDS-MERGED       PIC 9(07)     USAGE COMP VALUE 0.
001310 01  WS-RECORDS-DUPLICATE    PIC 9(07)     USAGE COMP VALUE 0.
001311     COPY STEPRC.
001320*-------------------------------------------------------------
001330* SHOP-WIDE TOP-10 EXTRACT - ONE TEN-ENTRY BEST-SEEN TABLE
001340* PER DIFFICULTY MODE, KEPT SORTED DESCENDING AS EVERY
001350* SHOPSESS RECORD IS READ.  A PLAYER ALREADY ON A MODE'S
001360* TABLE ONLY HAS THEIR BEST RAISED, SO EACH PLAYER HOLDS ONE
001370* ROW PER MODE; A NEWCOMER BEATING THE CURRENT TENTH
001380* REPLACES IT.  THE SORT IS THE SAME SHAPE AS THE NIGHTLY
001381* JOB'S TOP-PLAYERS SORT.
001390*-------------------------------------------------------------
001400 01  WS-SHOPTOP-STATUS       PIC X(02)     VALUE '00'.
001410 01  WS-SESS-EOF-SW          PIC X(01)     VALUE 'N'.
001420     88  WS-SESS-EOF                       VALUE 'Y'.
001421 01  WS-TOP-MODES            PIC X(03)     VALUE "ENH".
001422 01  WS-TOP-MODE-TBL REDEFINES WS-TOP-MODES.
001423     05  WS-TOP-MODE-CODE     PIC X(01) OCCURS 3 TIMES.
001424 01  WS-TOP-M                PIC 9(01)     USAGE COMP.
001425 01  WS-TOP-MODE-IX          PIC 9(01)     USAGE COMP.
001426 01  WS-TOP-HIT              PIC 9(05)     USAGE COMP.
001427 01  WS-TOP-CAND-INITIALS    PIC X(03).
001428 01  WS-TOP-CAND-VALUE       PIC 9(07).
001440 01  WS-TOP-I                PIC 9(05)     USAGE COMP.
001450 01  WS-TOP-J                PIC 9(05)     USAGE COMP.
001460 01  WS-TOP-LIMIT            PIC 9(05)     USAGE COMP.
001470 01  WS-TOP-TEMP-INITIALS    PIC X(03).
001480 01  WS-TOP-TEMP-HIGH        PIC 9(07).
001490 01  WS-TOP-TABLE.
001491     05  WS-TOP-BOARD OCCURS 3 TIMES.
001492         10  WS-TOP-COUNT         PIC 9(05)     USAGE COMP.
001500         10  WS-TOP-ENTRY OCCURS 10 TIMES.
001510             15  WS-TOP-INITIALS  PIC X(03).
001520             15  WS-TOP-HIGH      PIC 9(07).
001530
001540 PROCEDURE DIVISION.
001550*===============================================================
001650*===============================================================
001660* 1000-INITIALIZE - OPEN THE TRANSFER FILE BEING MERGED AND
001670* THE TWO SHOP-WIDE MASTERS, CREATING THE MASTERS ON THE
001680* OFFICE MACHINE'S FIRST RUN (FILE STATUS 35).  ANY OTHER
001681* OPEN FAILURE, SUCH AS A MASTER STILL IN AN OLD RECORD
001682* LAYOUT, STOPS THE RUN WITH THE MASTER UNTOUCHED - SEE
001683* MASTERBACK FOR THE UNLOAD/RELOAD CUTOVER.
001690*===============================================================
001700 1000-INITIALIZE.
001701     PERFORM 1200-LOAD-GAMEPARM THRU 1200-EXIT.
001710     OPEN INPUT TRANSFER-FILE.
001720     IF WS-TRANSFER-STATUS NOT EQUAL "00"
001730         DISPLAY "SHOPCONSOL - NO TRANSFER FILE, STATUS="
001750         MOVE 'Y' TO WS-TRANSFER-EOF-SW
001760     END-IF.
001770     OPEN I-O SHOPSESS-FILE.
001780     IF WS-SHOPSESS-STATUS EQUAL "35"
001790         OPEN OUTPUT SHOPSESS-FILE
001800         CLOSE SHOPSESS-FILE
001810         OPEN I-O SHOPSESS-FILE
001820     END-IF.
001821     IF WS-SHOPSESS-STATUS NOT EQUAL "00"
001822         DISPLAY "SHOPCONSOL - CANNOT OPEN SHOPSESS, STATUS="
001823             WS-SHOPSESS-STATUS
001824         MOVE 12 TO WS-STEP-RC
001825         MOVE WS-STEP-RC TO RETURN-CODE
001826         STOP RUN
001827     END-IF.
001830     OPEN I-O SHOPSTAT-FILE.
001840     IF WS-SHOPSTAT-STATUS EQUAL "35"
001850         OPEN OUTPUT SHOPSTAT-FILE
001860         CLOSE SHOPSTAT-FILE
001870         OPEN I-O SHOPSTAT-FILE
001880     END-IF.
001881     IF WS-SHOPSTAT-STATUS NOT EQUAL "00"
001882         DISPLAY "SHOPCONSOL - CANNOT OPEN SHOPSTAT, STATUS="
001883             WS-SHOPSTAT-STATUS
001884         MOVE 12 TO WS-STEP-RC
001885         MOVE WS-STEP-RC TO RETURN-CODE
001886         STOP RUN
001887     END-IF.
001890 1000-EXIT.
001900     EXIT.
001901
001902*---------------------------------------------------------------
001903* 1200-LOAD-GAMEPARM - READ THE GAMEPARM RULES FILE, IF ONE IS
001904* PRESENT, INTO THE RULES TABLE.  EVERY VERSION ON FILE IS
001905* KEPT, SINCE THE SESSIONS CHECKED MAY SPAN SEVERAL.  A ROW
001906* WITH AN UNKNOWN MODE OR A NON-NUMERIC OR ZERO CEILING IS
001907* PASSED OVER, LEAVING THE BUILT-IN CEILING FOR THAT MODE.
001908*---------------------------------------------------------------
001909 1200-LOAD-GAMEPARM.
001910     MOVE ZERO TO WS-GPARM-COUNT.
001911     OPEN INPUT GAMEPARM-FILE.
001912     IF WS-GAMEPARM-STATUS NOT EQUAL "00"
001913         DISPLAY "SHOPCONSOL - NO GAMEPARM FILE, BUILT-IN"
001914             " RULES APPLY"
001915         GO TO 1200-EXIT
001916     END-IF.
001917     MOVE 'N' TO WS-GAMEPARM-EOF-SW.
001918     PERFORM 1210-READ-ONE-PARM THRU 1210-EXIT
001919         UNTIL WS-GAMEPARM-EOF.
001920     CLOSE GAMEPARM-FILE.
001921 1200-EXIT.
001922     EXIT.
001923
001924 1210-READ-ONE-PARM.
001925     READ GAMEPARM-FILE
001926         AT END
001927             MOVE 'Y' TO WS-GAMEPARM-EOF-SW
001928             GO TO 1210-EXIT
001929     END-READ.
001930* A READ FAILURE OTHER THAN END-OF-FILE (I-O ERROR) WOULD
001931* OTHERWISE LEAVE THE LOAD LOOP SPINNING FOREVER.
001932     IF WS-GAMEPARM-STATUS NOT EQUAL "00"
001933         MOVE 'Y' TO WS-GAMEPARM-EOF-SW
001934         GO TO 1210-EXIT
001935     END-IF.
001936     IF GPARM-VERSION NOT NUMERIC
001937       OR GPARM-POINTS-PER-KEY NOT NUMERIC
001938         GO TO 1210-EXIT
001939     END-IF.
001940     IF GPARM-MODE NOT EQUAL 'E'
001941       AND GPARM-MODE NOT EQUAL 'N'
001942       AND GPARM-MODE NOT EQUAL 'H'
001943         GO TO 1210-EXIT
001944     END-IF.
001945     IF GPARM-POINTS-PER-KEY EQUAL ZERO
001946       OR WS-GPARM-COUNT >= 60
001947         GO TO 1210-EXIT
001948     END-IF.
001949     ADD 1 TO WS-GPARM-COUNT.
001950     MOVE GPARM-VERSION
001951         TO WS-GPARM-VERSION(WS-GPARM-COUNT).
001952     MOVE GPARM-MODE
001953         TO WS-GPARM-MODE(WS-GPARM-COUNT).
001954     MOVE GPARM-POINTS-PER-KEY
001955         TO WS-GPARM-PTS-PER-KEY(WS-GPARM-COUNT).
001956 1210-EXIT.
001957     EXIT.
001958
001959*===============================================================
001960* 2000-PROCESS-TRANSFER - MERGE ONE EXPORTED SESSION: NEW TO
001961* THE SHOP MASTER, OR COUNTED AS A DUPLICATE AND DROPPED
001962*===============================================================
001963 2000-PROCESS-TRANSFER.
001970     READ TRANSFER-FILE
001980         AT END
001990             MOVE 'Y' TO WS-TRANSFER-EOF-SW
002200     MOVE XFER-P2-INITIALS     TO SHOP-SESSION-P2-INITIALS.
002210     MOVE XFER-P2-VALUE        TO SHOP-SESSION-P2-VALUE.
002220     MOVE XFER-START-TIME      TO SHOP-SESSION-START-TIME.
002221     IF XFER-RULES-VERSION NUMERIC
002222         MOVE XFER-RULES-VERSION TO SHOP-SESSION-RULES-VER
002223     ELSE
002224         MOVE ZERO TO SHOP-SESSION-RULES-VER
002225     END-IF.
002230     WRITE SHOP-SESSION-RECORD
002240         INVALID KEY
002250             ADD 1 TO WS-RECORDS-DUPLICATE
002730* CABINET-SIDE ROLL-UP
002740*---------------------------------------------------------------
002750 2200-ROLL-INTO-SHOPSTAT.
002771     IF XFER-RULES-VERSION NUMERIC
002772         MOVE XFER-RULES-VERSION TO WS-RULES-VERSION-CUR
002773     ELSE
002774         MOVE ZERO TO WS-RULES-VERSION-CUR
002775     END-IF.
002776     MOVE XFER-MODE          TO WS-RULES-MODE-CUR.
002777     MOVE XFER-VALUE         TO WS-CHK-VALUE.
002778     MOVE XFER-P2-VALUE      TO WS-CHK-P2-VALUE.
002779     MOVE XFER-KEYSTROKES    TO WS-CHK-KEYSTROKES.
002780     MOVE XFER-START-TIME    TO WS-CHK-START-TIME.
002781     MOVE XFER-TIME          TO WS-CHK-END-TIME.
002782     MOVE XFER-TWO-PLAYER-SW TO WS-CHK-2P-SW.
002783     PERFORM 2205-FLAG-SIDES THRU 2205-EXIT.
002950     MOVE XFER-INITIALS    TO WS-CUR-INITIALS.
002960     MOVE XFER-VALUE       TO WS-CUR-VALUE.
002970     MOVE WS-P1-FLAGGED-SW TO WS-CUR-FLAGGED-SW.
003050 2200-EXIT.
003060     EXIT.
003070
003071*---------------------------------------------------------------
003072* 2205-FLAG-SIDES - APPLY THE ANOMALY CEILINGS TO THE SESSION
003073* IN THE WS-CHK FIELDS, SETTING THE FLAG FOR EACH SIDE THAT
003074* MUST BE KEPT OFF THE SHOP BOARD
003075*---------------------------------------------------------------
003076 2205-FLAG-SIDES.
003077     MOVE 'N' TO WS-P1-FLAGGED-SW.
003078     MOVE 'N' TO WS-P2-FLAGGED-SW.
003079     PERFORM 2210-SET-KEY-BOUND THRU 2210-EXIT.
003080     COMPUTE WS-MAX-POSSIBLE-SCORE
003081         = WS-CHK-KEYSTROKES * WS-POINTS-PER-KEY.
003082     IF WS-CHK-VALUE > WS-MAX-POSSIBLE-SCORE
003083         MOVE 'Y' TO WS-P1-FLAGGED-SW
003084     END-IF.
003085     IF WS-CHK-KEYSTROKES EQUAL ZERO AND WS-CHK-VALUE > ZERO
003086         MOVE 'Y' TO WS-P1-FLAGGED-SW
003087     END-IF.
003088     PERFORM 2230-CHECK-DURATION THRU 2230-EXIT.
003089     IF WS-CHK-TWO-PLAYER
003090         IF WS-CHK-P2-VALUE > WS-MAX-POSSIBLE-SCORE
003091             MOVE 'Y' TO WS-P2-FLAGGED-SW
003092         END-IF
003093         IF WS-CHK-KEYSTROKES = ZERO
003094           AND WS-CHK-P2-VALUE > ZERO
003095             MOVE 'Y' TO WS-P2-FLAGGED-SW
003096         END-IF
003097     END-IF.
003098 2205-EXIT.
003099     EXIT.
003100
003101*---------------------------------------------------------------
003102* 2210-SET-KEY-BOUND - SET WS-POINTS-PER-KEY TO THE CEILING OF
003103* THE RULES VERSION AND MODE THE SESSION WAS PLAYED UNDER
003104*---------------------------------------------------------------
003105 2210-SET-KEY-BOUND.
003106     MOVE WS-DEFAULT-PTS-PER-KEY TO WS-POINTS-PER-KEY.
003107     PERFORM 2215-MATCH-ONE-RULE THRU 2215-EXIT
003108         VARYING WS-GPARM-I FROM 1 BY 1
003109         UNTIL WS-GPARM-I > WS-GPARM-COUNT.
003110 2210-EXIT.
003111     EXIT.
003112
003113 2215-MATCH-ONE-RULE.
003114     IF WS-GPARM-VERSION(WS-GPARM-I) EQUAL WS-RULES-VERSION-CUR
003115       AND WS-GPARM-MODE(WS-GPARM-I) EQUAL WS-RULES-MODE-CUR
003116         MOVE WS-GPARM-PTS-PER-KEY(WS-GPARM-I)
003117             TO WS-POINTS-PER-KEY
003118     END-IF.
003119 2215-EXIT.
003120     EXIT.
003121
003122*---------------------------------------------------------------
003123* 2230-CHECK-DURATION - SAME CHECK AS THE CABINET-SIDE NIGHTLY
003124* JOB: A SESSION THAT LOGGED KEYSTROKES IN ZERO OR NEGATIVE
003125* ELAPSED WALL-CLOCK TIME IS IMPOSSIBLE AND ITS PRIMARY SIDE
003130* IS FLAGGED OUT OF THE SHOP BOARD
003140*---------------------------------------------------------------
003150 2230-CHECK-DURATION.
003160     MOVE WS-CHK-START-TIME TO WS-TIME-CONVERT-IN.
003170     PERFORM 2240-TIME-TO-SECONDS THRU 2240-EXIT.
003180     MOVE WS-TIME-CONVERT-OUT TO WS-START-SECONDS.
003190     MOVE WS-CHK-END-TIME TO WS-TIME-CONVERT-IN.
003200     PERFORM 2240-TIME-TO-SECONDS THRU 2240-EXIT.
003210     MOVE WS-TIME-CONVERT-OUT TO WS-END-SECONDS.
003220     COMPUTE WS-DURATION-SECONDS
003230         = WS-END-SECONDS - WS-START-SECONDS.
003240     IF WS-DURATION-SECONDS <= 0 AND WS-CHK-KEYSTROKES > ZERO
003250         MOVE 'Y' TO WS-P1-FLAGGED-SW
003260     END-IF.
003270 2230-EXIT.
004090 9100-EXIT.
004100     EXIT.
004110
004111*===============================================================
004112* 9200-EXPORT-SHOP-TOP - REWRITE THE SHOPTOP RETURN FEED FROM
004113* THE FRESHLY MERGED SHOPSESS MASTER: FOR EACH DIFFICULTY MODE
004114* THE TEN PLAYERS WITH THE BEST CLEAN SCORE IN THAT MODE,
004115* RANKED BEST FIRST, FOR COPYING OUT TO THE CABINETS.  EVERY
004116* SIDE OF EVERY SESSION IS PUT THROUGH THE SAME ANOMALY RULES
004117* AS THE SHOPSTAT ROLL-UP, SO A FLAGGED SCORE NEVER REACHES A
004118* CABINET'S BOARD.  AN EMPTY OR UNREADABLE SHOPSESS SIMPLY
004119* LEAVES NO FEED TO COPY.
004120*===============================================================
004121 9200-EXPORT-SHOP-TOP.
004122     MOVE ZERO TO WS-TOP-COUNT(1).
004123     MOVE ZERO TO WS-TOP-COUNT(2).
004124     MOVE ZERO TO WS-TOP-COUNT(3).
004125     MOVE 'N'  TO WS-SESS-EOF-SW.
004126     MOVE LOW-VALUES TO SHOP-SESSION-KEY.
004127     START SHOPSESS-FILE
004128         KEY IS NOT LESS THAN SHOP-SESSION-KEY
004129         INVALID KEY
004130             MOVE 'Y' TO WS-SESS-EOF-SW
004131     END-START.
004132     IF WS-SHOPSESS-STATUS NOT EQUAL "00"
004133         MOVE 'Y' TO WS-SESS-EOF-SW
004134     END-IF.
004135     PERFORM 9210-READ-ONE-SESSION THRU 9210-EXIT
004136         UNTIL WS-SESS-EOF.
004137     IF WS-TOP-COUNT(1) EQUAL ZERO
004138       AND WS-TOP-COUNT(2) EQUAL ZERO
004139       AND WS-TOP-COUNT(3) EQUAL ZERO
004140         GO TO 9200-EXIT
004141     END-IF.
004142     OPEN OUTPUT SHOPTOP-FILE.
004143     IF WS-SHOPTOP-STATUS NOT EQUAL "00"
004144         DISPLAY "SHOPCONSOL - CANNOT WRITE SHOPTOP, STATUS="
004145             WS-SHOPTOP-STATUS
004146         GO TO 9200-EXIT
004147     END-IF.
004148     PERFORM 9245-WRITE-ONE-BOARD THRU 9245-EXIT
004149         VARYING WS-TOP-M FROM 1 BY 1
004150         UNTIL WS-TOP-M > 3.
004151     CLOSE SHOPTOP-FILE.
004152     DISPLAY "SHOPCONSOL SHOPTOP FEED...: WRITTEN".
004153 9200-EXIT.
004154     EXIT.
004155
004156 9210-READ-ONE-SESSION.
004157     READ SHOPSESS-FILE NEXT RECORD
004158         AT END
004159             MOVE 'Y' TO WS-SESS-EOF-SW
004160         NOT AT END
004161             PERFORM 9215-CONSIDER-ONE-SESSION THRU 9215-EXIT
004162     END-READ.
004163* A READ FAILURE OTHER THAN END-OF-FILE (I-O ERROR) WOULD
004164* OTHERWISE LEAVE THE LOADING LOOP SPINNING FOREVER.
004165     IF WS-SHOPSESS-STATUS NOT EQUAL "00"
004166         MOVE 'Y' TO WS-SESS-EOF-SW
004167     END-IF.
004168 9210-EXIT.
004169     EXIT.
004170
004171 9212-MATCH-ONE-MODE.
004172     IF WS-TOP-MODE-CODE(WS-TOP-MODE-IX) EQUAL SHOP-SESSION-MODE
004173         MOVE WS-TOP-MODE-IX TO WS-TOP-M
004174     END-IF.
004175 9212-EXIT.
004176     EXIT.
004177
004178*---------------------------------------------------------------
004179* 9215-CONSIDER-ONE-SESSION - JUDGE ONE MERGED SESSION BY THE
004180* RULES VERSION IT WAS PLAYED UNDER AND OFFER EACH CLEAN SIDE
004181* TO ITS MODE'S TABLE.  A MODE OUTSIDE E/N/H IS COUNTED AS
004182* NORMAL, AS THE CABINETS DO.
004183*---------------------------------------------------------------
004184 9215-CONSIDER-ONE-SESSION.
004185     IF SHOP-SESSION-RULES-VER NUMERIC
004186         MOVE SHOP-SESSION-RULES-VER TO WS-RULES-VERSION-CUR
004187     ELSE
004188         MOVE ZERO TO WS-RULES-VERSION-CUR
004189     END-IF.
004190     MOVE SHOP-SESSION-MODE        TO WS-RULES-MODE-CUR.
004191     MOVE SHOP-SESSION-VALUE       TO WS-CHK-VALUE.
004192     MOVE SHOP-SESSION-P2-VALUE    TO WS-CHK-P2-VALUE.
004193     MOVE SHOP-SESSION-KEYSTROKES  TO WS-CHK-KEYSTROKES.
004194     MOVE SHOP-SESSION-START-TIME  TO WS-CHK-START-TIME.
004195     MOVE SHOP-SESSION-TIME        TO WS-CHK-END-TIME.
004196     MOVE SHOP-SESSION-2P-SW       TO WS-CHK-2P-SW.
004197     PERFORM 2205-FLAG-SIDES THRU 2205-EXIT.
004198     MOVE 2 TO WS-TOP-M.
004199     PERFORM 9212-MATCH-ONE-MODE THRU 9212-EXIT
004200         VARYING WS-TOP-MODE-IX FROM 1 BY 1
004201         UNTIL WS-TOP-MODE-IX > 3.
004202     IF NOT WS-P1-FLAGGED
004203         MOVE SHOP-SESSION-INITIALS TO WS-TOP-CAND-INITIALS
004204         MOVE SHOP-SESSION-VALUE    TO WS-TOP-CAND-VALUE
004205         PERFORM 9216-FOLD-CANDIDATE THRU 9216-EXIT
004206     END-IF.
004207     IF SHOP-SESSION-IS-2P AND NOT WS-P2-FLAGGED
004208         MOVE SHOP-SESSION-P2-INITIALS TO WS-TOP-CAND-INITIALS
004209         MOVE SHOP-SESSION-P2-VALUE    TO WS-TOP-CAND-VALUE
004210         PERFORM 9216-FOLD-CANDIDATE THRU 9216-EXIT
004211     END-IF.
004212 9215-EXIT.
004213     EXIT.
004214
004215*---------------------------------------------------------------
004216* 9216-FOLD-CANDIDATE - FOLD ONE CLEAN SIDE INTO ITS MODE'S
004217* BEST-SEEN TABLE.  A PLAYER ALREADY ON THE TABLE HAS THEIR
004218* BEST RAISED IF THIS BEATS IT; OTHERWISE THE TEN SLOTS FILL
004219* FIRST, THEN ONLY A SCORE BEATING THE CURRENT TENTH DISPLACES
004220* IT.  THE TABLE IS RE-SORTED AFTER EVERY CHANGE, SO SLOT TEN
004221* IS ALWAYS THE LOWEST ON BOARD AND THE FEED WRITES IN RANK
004222* ORDER.
004223*---------------------------------------------------------------
004224 9216-FOLD-CANDIDATE.
004225     MOVE ZERO TO WS-TOP-HIT.
004226     PERFORM 9217-MATCH-ONE-TOP THRU 9217-EXIT
004227         VARYING WS-TOP-I FROM 1 BY 1
004228         UNTIL WS-TOP-I > WS-TOP-COUNT(WS-TOP-M)
004229            OR WS-TOP-HIT > 0.
004230     IF WS-TOP-HIT > 0
004231         IF WS-TOP-CAND-VALUE > WS-TOP-HIGH(WS-TOP-M, WS-TOP-HIT)
004232             MOVE WS-TOP-CAND-VALUE
004233                 TO WS-TOP-HIGH(WS-TOP-M, WS-TOP-HIT)
004234             PERFORM 9220-SORT-SHOP-TOP THRU 9220-EXIT
004235         END-IF
004236         GO TO 9216-EXIT
004237     END-IF.
004238     IF WS-TOP-COUNT(WS-TOP-M) < 10
004239         ADD 1 TO WS-TOP-COUNT(WS-TOP-M)
004240         MOVE WS-TOP-COUNT(WS-TOP-M) TO WS-TOP-HIT
004241         MOVE WS-TOP-CAND-INITIALS
004242             TO WS-TOP-INITIALS(WS-TOP-M, WS-TOP-HIT)
004243         MOVE WS-TOP-CAND-VALUE
004244             TO WS-TOP-HIGH(WS-TOP-M, WS-TOP-HIT)
004245         PERFORM 9220-SORT-SHOP-TOP THRU 9220-EXIT
004246         GO TO 9216-EXIT
004247     END-IF.
004248     IF WS-TOP-CAND-VALUE > WS-TOP-HIGH(WS-TOP-M, 10)
004249         MOVE WS-TOP-CAND-INITIALS
004250             TO WS-TOP-INITIALS(WS-TOP-M, 10)
004251         MOVE WS-TOP-CAND-VALUE
004252             TO WS-TOP-HIGH(WS-TOP-M, 10)
004253         PERFORM 9220-SORT-SHOP-TOP THRU 9220-EXIT
004254     END-IF.
004255 9216-EXIT.
004256     EXIT.
004257
004258 9217-MATCH-ONE-TOP.
004259     IF WS-TOP-INITIALS(WS-TOP-M, WS-TOP-I)
004260             EQUAL WS-TOP-CAND-INITIALS
004261         MOVE WS-TOP-I TO WS-TOP-HIT
004262     END-IF.
004263 9217-EXIT.
004264     EXIT.
004265
004266*---------------------------------------------------------------
004267* 9220-SORT-SHOP-TOP - DESCENDING BUBBLE SORT BY HIGH SCORE OF
004268* THE CURRENT MODE'S TABLE, SAME SHAPE AS THE NIGHTLY JOB'S
004269* TOP-PLAYERS SORT
004270*---------------------------------------------------------------
004271 9220-SORT-SHOP-TOP.
004272     IF WS-TOP-COUNT(WS-TOP-M) > 1
004273         PERFORM 9230-TOP-SORT-PASS THRU 9230-EXIT
004274             VARYING WS-TOP-I FROM 1 BY 1
004275             UNTIL WS-TOP-I >= WS-TOP-COUNT(WS-TOP-M)
004276     END-IF.
004277 9220-EXIT.
004278     EXIT.
004279
004280 9230-TOP-SORT-PASS.
004281     COMPUTE WS-TOP-LIMIT = WS-TOP-COUNT(WS-TOP-M) - WS-TOP-I.
004282     PERFORM 9240-TOP-COMPARE-SWAP THRU 9240-EXIT
004283         VARYING WS-TOP-J FROM 1 BY 1
004284         UNTIL WS-TOP-J > WS-TOP-LIMIT.
004285 9230-EXIT.
004286     EXIT.
004287
004288 9240-TOP-COMPARE-SWAP.
004289     IF WS-TOP-HIGH(WS-TOP-M, WS-TOP-J)
004290             < WS-TOP-HIGH(WS-TOP-M, WS-TOP-J + 1)
004291         MOVE WS-TOP-INITIALS(WS-TOP-M, WS-TOP-J)
004292             TO WS-TOP-TEMP-INITIALS
004293         MOVE WS-TOP-HIGH(WS-TOP-M, WS-TOP-J)
004294             TO WS-TOP-TEMP-HIGH
004295         MOVE WS-TOP-INITIALS(WS-TOP-M, WS-TOP-J + 1)
004296             TO WS-TOP-INITIALS(WS-TOP-M, WS-TOP-J)
004297         MOVE WS-TOP-HIGH(WS-TOP-M, WS-TOP-J + 1)
004298             TO WS-TOP-HIGH(WS-TOP-M, WS-TOP-J)
004299         MOVE WS-TOP-TEMP-INITIALS
004300             TO WS-TOP-INITIALS(WS-TOP-M, WS-TOP-J + 1)
004301         MOVE WS-TOP-TEMP-HIGH
004302             TO WS-TOP-HIGH(WS-TOP-M, WS-TOP-J + 1)
004303     END-IF.
004304 9240-EXIT.
004305     EXIT.
004306
004307*---------------------------------------------------------------
004308* 9245-WRITE-ONE-BOARD - ONE MODE'S ROWS, BEST FIRST
004309*---------------------------------------------------------------
004310 9245-WRITE-ONE-BOARD.
004311     PERFORM 9250-WRITE-ONE-TOP THRU 9250-EXIT
004312         VARYING WS-TOP-I FROM 1 BY 1
004313         UNTIL WS-TOP-I > WS-TOP-COUNT(WS-TOP-M).
004314 9245-EXIT.
004315     EXIT.
004316
004317 9250-WRITE-ONE-TOP.
004318     MOVE WS-TOP-INITIALS(WS-TOP-M, WS-TOP-I) TO SHTOP-INITIALS.
004319     MOVE WS-TOP-HIGH(WS-TOP-M, WS-TOP-I)     TO SHTOP-VALUE.
004320     MOVE WS-TOP-MODE-CODE(WS-TOP-M)          TO SHTOP-MODE.
004321     WRITE SHOPTOP-RECORD.
004322 9250-EXIT.
004323     EXIT.
