000010*-------------------------------------------------------------
000020* SCOREVERIFY
000030* CROSS-FILE INTEGRITY AUDIT OF THE THREE FILES THAT EACH
000040* CLAIM TO KNOW A PLAYER'S RESULTS: SCORES (BEST PER PLAYER
000050* PER MODE, WRITTEN ONLINE), SESSIONS (THE FULL HISTORY) AND
000060* PLAYERSTATS (ROLLED UP NIGHTLY).  FOR EVERY SET OF
000070* INITIALS THE SESSIONS HISTORY IS AGGREGATED AND COMPARED
000080* AGAINST THE OTHER TWO FILES, AND EVERY DISCREPANCY IS
000400*                 SEASON-WINDOW MAXIMA WHEN THE FILE IS
000410*                 PRESENT, AND AGAINST THE WHOLE HISTORY AS
000420*                 BEFORE WHEN IT IS NOT.
000421* 2026-10-15 DWH  A SESSION SIDE AN OPERATOR CONFIRMED AS
000422*                 SUSPECT WAS TAKEN OFF THE SCORES BOARD, SO
000423*                 IT NO LONGER COUNTS TOWARD THE BOARD MAXIMA
000424*                 CHECKED OR REBUILT HERE.
000425* 2026-10-15 DWH  JUDGE THE POINTS-PER-KEY CEILING BY THE GAMEPARM
000426*                 RULES VERSION EACH SESSION WAS PLAYED UNDER.
000427* 2026-10-15 DWH  SCORES IS NOW KEYED BY INITIALS PLUS MODE.
000428*                 THE BOARD MAXIMA ARE AGGREGATED PER MODE, AND
000429*                 THE CHECKS, SWEEP AND REBUILD WORK ONE BOARD
000430*                 PER PLAYER PER MODE.
000431* 2026-10-15 DWH  A REBUILD GOES AHEAD OVER A MISSING SCORES FILE
000432*                 ONLY; ONE THAT WILL NOT OPEN IS LEFT ALONE AND
000433*                 THE RUN REFUSED.  REFUSALS HAND BACK RC 12.
000434* 2026-10-15 DWH  LOOK UP A WITHDRAWN SIDE BY ITS SIDE AS WELL,
000435*                 NOW PART OF THE SUSPECT KEY.
000436*-------------------------------------------------------------
000440
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000540     SELECT SCORES-FILE ASSIGN TO "SCORES"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS SCORE-KEY
000580         FILE STATUS IS WS-SCORES-STATUS.
000590     SELECT PLAYERSTATS-FILE ASSIGN TO "PLAYERSTATS"
000600         ORGANIZATION IS INDEXED
000640     SELECT SEASON-FILE ASSIGN TO "SEASON"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-SEASON-STATUS.
000661     SELECT SUSPECT-FILE ASSIGN TO "SUSPECT"
000662         ORGANIZATION IS INDEXED
000663         ACCESS MODE IS DYNAMIC
000664         RECORD KEY IS SUSP-KEY
000665         FILE STATUS IS WS-SUSPECT-STATUS.
000666     SELECT GAMEPARM-FILE ASSIGN TO "GAMEPARM"
000667         ORGANIZATION IS LINE SEQUENTIAL
000668         FILE STATUS IS WS-GAMEPARM-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000710* TRUTH THE OTHER TWO FILES ARE CHECKED AGAINST.
000720 FD  SESSIONS-FILE.
000730     COPY SESSNREC.
000740* SCORES-FILE - BEST RESULT PER PLAYER PER MODE, WRITTEN AT
000750* GAME OVER AND REGENERATED HERE IN REBUILD MODE.
000760 FD  SCORES-FILE.
000770     COPY SCOREREC.
000840* CLEARS IT AT EVERY ROLLOVER.
000850 FD  SEASON-FILE.
000860     COPY SEASNREC.
000861* SUSPECT-FILE - REVIEW QUEUE OF FLAGGED SESSION SIDES.  A SIDE
000862* CONFIRMED THERE HAS BEEN WITHDRAWN FROM THE SCORES BOARD.
000863 FD  SUSPECT-FILE.
000864     COPY SUSPREC.
000865* GAMEPARM-FILE - GAME RULES CONTROL FILE, READ AT STARTUP
000866* FOR THE POINTS-PER-KEY CEILING OF EVERY RULES VERSION, SO
000867* EACH SESSION IS JUDGED BY THE RULES IT WAS PLAYED UNDER.
000868 FD  GAMEPARM-FILE.
000869     COPY GAMEPRMR.
000870
000880 WORKING-STORAGE SECTION.
000890*-------------------------------------------------------------
001260     88  WS-SEASON-ACTIVE                  VALUE 'Y'.
001270 01  WS-SEASON-ID-CUR        PIC X(08)     VALUE SPACES.
001280 01  WS-SEASON-START-CUR     PIC 9(08)     VALUE ZERO.
001281*-------------------------------------------------------------
001282* SUSPECT REVIEW QUEUE - A CONFIRMED SIDE IS WITHDRAWN FROM
001283* THE BOARD.  A CABINET WITH NO QUEUE YET WITHDRAWS NOTHING.
001284*-------------------------------------------------------------
001285 01  WS-SUSPECT-STATUS       PIC X(02)     VALUE '00'.
001286 01  WS-SUSP-AVAIL-SW        PIC X(01)     VALUE 'N'.
001287     88  WS-SUSP-AVAIL                     VALUE 'Y'.
001288 01  WS-WITHDRAWN-COUNT      PIC 9(07)     USAGE COMP VALUE 0.
001290*-------------------------------------------------------------
001300* ANOMALY RULES - SAME AS SCOREBATCH 2200-CHECK-FOR-ANOMALY
001310*-------------------------------------------------------------
001320 01  WS-MAX-POSSIBLE-SCORE   PIC 9(09)     USAGE COMP.
001330 01  WS-POINTS-PER-KEY       PIC 9(05)     USAGE COMP VALUE 260.
001331*-------------------------------------------------------------
001332* GAME RULES BY VERSION - THE POINTS-PER-KEY CEILING FOR EACH
001333* RULES VERSION AND MODE ON THE GAMEPARM CONTROL FILE.  THE
001334* CEILING IN FORCE FOR A SESSION IS LOOKED UP BY ITS OWN RULES
001335* VERSION (SEE 2210-SET-KEY-BOUND); A VERSION OR MODE NOT ON
001336* FILE, INCLUDING VERSION 0000 FOR SESSIONS RECORDED BEFORE
001337* VERSIONS WERE CARRIED, GETS THE BUILT-IN CEILING.
001338*-------------------------------------------------------------
001339 01  WS-GAMEPARM-STATUS      PIC X(02)     VALUE '00'.
001340 01  WS-GAMEPARM-EOF-SW      PIC X(01)     VALUE 'N'.
001341     88  WS-GAMEPARM-EOF                   VALUE 'Y'.
001342 01  WS-DEFAULT-PTS-PER-KEY  PIC 9(05)     USAGE COMP VALUE 260.
001343 01  WS-RULES-VERSION-CUR    PIC 9(04)     VALUE ZERO.
001344 01  WS-RULES-MODE-CUR       PIC X(01)     VALUE SPACE.
001345 01  WS-GPARM-COUNT          PIC 9(04)     USAGE COMP VALUE 0.
001346 01  WS-GPARM-I              PIC 9(04)     USAGE COMP.
001347 01  WS-GPARM-TABLE.
001348     05  WS-GPARM-ENTRY OCCURS 60 TIMES.
001349         10  WS-GPARM-VERSION     PIC 9(04).
001350         10  WS-GPARM-MODE        PIC X(01).
001351         10  WS-GPARM-PTS-PER-KEY PIC 9(05).
001352 01  WS-P1-FLAGGED-SW        PIC X(01)     VALUE 'N'.
001353     88  WS-P1-FLAGGED                     VALUE 'Y'.
001360 01  WS-P2-FLAGGED-SW        PIC X(01)     VALUE 'N'.
001370     88  WS-P2-FLAGGED                     VALUE 'Y'.
001380 01  WS-TIME-CONVERT-IN      PIC 9(08).
001540 01  WS-CUR-VALUE            PIC 9(07).
001550 01  WS-CUR-FLAGGED-SW       PIC X(01).
001560     88  WS-CUR-FLAGGED                    VALUE 'Y'.
001561 01  WS-CUR-WITHDRAWN-SW     PIC X(01).
001562     88  WS-CUR-WITHDRAWN                  VALUE 'Y'.
001563 01  WS-CUR-MODE             PIC X(01).
001564 01  WS-CUR-SIDE             PIC X(01).
001570 01  WS-CUR-2P-SW            PIC X(01).
001580 01  WS-CUR-P2-INITIALS      PIC X(03).
001590 01  WS-CUR-P2-VALUE         PIC 9(07).
001591*-------------------------------------------------------------
001592* DIFFICULTY MODE BOARDS - SCORES KEEPS ONE BOARD PER MODE, AND
001593* THE AGGREGATE BELOW KEEPS ONE SET OF BOARD MAXIMA PER MODE
001594* IN THE SAME ORDER.  A SESSION CARRYING NO RECOGNISED MODE
001595* COUNTS ON THE NORMAL BOARD, THE GAME'S OWN DEFAULT.
001596*-------------------------------------------------------------
001597 01  WS-BOARD-MODES          PIC X(03)     VALUE "ENH".
001598 01  WS-BOARD-MODE-TBL REDEFINES WS-BOARD-MODES.
001599     05  WS-BOARD-MODE-CODE  PIC X(01)     OCCURS 3 TIMES.
001600 01  WS-BOARD-IX             PIC 9(01)     USAGE COMP.
001601 01  WS-BOARD-J              PIC 9(01)     USAGE COMP.
001602 01  WS-BOARD-HIST-SW        PIC X(01)     VALUE 'N'.
001603     88  WS-BOARD-HAS-HISTORY              VALUE 'Y'.
001604*-------------------------------------------------------------
001610* PER-PLAYER AGGREGATE OF THE SESSIONS HISTORY
001620*-------------------------------------------------------------
001630 01  WS-AGG-COUNT            PIC 9(05)     USAGE COMP VALUE 0.
001700         10  WS-AGG-INITIALS      PIC X(03).
001710         10  WS-AGG-SESSIONS      PIC 9(07).
001720         10  WS-AGG-PRIOR-SESSIONS PIC 9(07).
001740         10  WS-AGG-CLEAN-MAX     PIC 9(07).
001741* ONE BOARD PER MODE, IN WS-BOARD-MODES ORDER.  MODE-SESSIONS
001742* COUNTS EVERY SESSION SIDE PLAYED IN THE MODE.
001820* BOARD-SESSIONS COUNTS ONLY THE SESSIONS THE LIVE SCORES
001830* BOARD IS EXPECTED TO COVER: THE WHOLE HISTORY WITHOUT A
001840* SEASON FILE, SESSIONS SINCE THE SEASON START WITH ONE.
001850* THE RAW MAX AND ITS BEST-DETAIL FIELDS ARE HELD TO THE
001860* SAME WINDOW, SINCE THEY EXIST TO MIRROR THAT BOARD.
001861         10  WS-AGG-BOARD OCCURS 3 TIMES.
001862             15  WS-AGG-MODE-SESSIONS  PIC 9(07).
001870             15  WS-AGG-BOARD-SESSIONS PIC 9(07).
001871             15  WS-AGG-RAW-MAX        PIC 9(07).
001872             15  WS-AGG-BEST-DATE      PIC 9(08).
001873             15  WS-AGG-BEST-TIME      PIC 9(08).
001874             15  WS-AGG-BEST-KEYS      PIC 9(09).
001875             15  WS-AGG-BEST-2PSW      PIC X(01).
001876             15  WS-AGG-BEST-P2INIT    PIC X(03).
001877             15  WS-AGG-BEST-P2VAL     PIC 9(07).
001880*-------------------------------------------------------------
001890* RUN TOTALS
001900*-------------------------------------------------------------
001940 01  WS-REBUILD-MISSING      PIC 9(07)     USAGE COMP VALUE 0.
001950 01  WS-REBUILD-BLOCKED-SW   PIC X(01)     VALUE 'N'.
001960     88  WS-REBUILD-BLOCKED                VALUE 'Y'.
001961     COPY STEPRC.
001970
001980 PROCEDURE DIVISION.
001990*===============================================================
002080         PERFORM 3000-VERIFY-FILES THRU 3000-EXIT
002090     END-IF.
002100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002101     MOVE WS-STEP-RC TO RETURN-CODE.
002110     STOP RUN.
002120
002130*===============================================================
002180     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
002190     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002200     PERFORM 1100-LOAD-SEASON THRU 1100-EXIT.
002201     PERFORM 1200-LOAD-GAMEPARM THRU 1200-EXIT.
002202     OPEN INPUT SUSPECT-FILE.
002203     IF WS-SUSPECT-STATUS EQUAL "00"
002204         MOVE 'Y' TO WS-SUSP-AVAIL-SW
002205     END-IF.
002210     IF WS-RUN-PARM(1:7) EQUAL "REBUILD"
002220         MOVE 'R' TO WS-RUN-MODE
002230         DISPLAY "SCOREVERIFY - REBUILD RUN: SCORES WILL BE"
002620     CLOSE SEASON-FILE.
002630 1100-EXIT.
002640     EXIT.
002641
002642*---------------------------------------------------------------
002643* 1200-LOAD-GAMEPARM - READ THE GAMEPARM RULES FILE, IF ONE IS
002644* PRESENT, INTO THE RULES TABLE.  EVERY VERSION ON FILE IS
002645* KEPT, SINCE THE SESSIONS CHECKED MAY SPAN SEVERAL.  A ROW
002646* WITH AN UNKNOWN MODE OR A NON-NUMERIC OR ZERO CEILING IS
002647* PASSED OVER, LEAVING THE BUILT-IN CEILING FOR THAT MODE.
002648*---------------------------------------------------------------
002649 1200-LOAD-GAMEPARM.
002650     MOVE ZERO TO WS-GPARM-COUNT.
002651     OPEN INPUT GAMEPARM-FILE.
002652     IF WS-GAMEPARM-STATUS NOT EQUAL "00"
002653         DISPLAY "SCOREVERIFY - NO GAMEPARM FILE, BUILT-IN"
002654             " RULES APPLY"
002655         GO TO 1200-EXIT
002656     END-IF.
002657     MOVE 'N' TO WS-GAMEPARM-EOF-SW.
002658     PERFORM 1210-READ-ONE-PARM THRU 1210-EXIT
002659         UNTIL WS-GAMEPARM-EOF.
002660     CLOSE GAMEPARM-FILE.
002661 1200-EXIT.
002662     EXIT.
002663
002664 1210-READ-ONE-PARM.
002665     READ GAMEPARM-FILE
002666         AT END
002667             MOVE 'Y' TO WS-GAMEPARM-EOF-SW
002668             GO TO 1210-EXIT
002669     END-READ.
002670* A READ FAILURE OTHER THAN END-OF-FILE (I-O ERROR) WOULD
002671* OTHERWISE LEAVE THE LOAD LOOP SPINNING FOREVER.
002672     IF WS-GAMEPARM-STATUS NOT EQUAL "00"
002673         MOVE 'Y' TO WS-GAMEPARM-EOF-SW
002674         GO TO 1210-EXIT
002675     END-IF.
002676     IF GPARM-VERSION NOT NUMERIC
002677       OR GPARM-POINTS-PER-KEY NOT NUMERIC
002678         GO TO 1210-EXIT
002679     END-IF.
002680     IF GPARM-MODE NOT EQUAL 'E'
002681       AND GPARM-MODE NOT EQUAL 'N'
002682       AND GPARM-MODE NOT EQUAL 'H'
002683         GO TO 1210-EXIT
002684     END-IF.
002685     IF GPARM-POINTS-PER-KEY EQUAL ZERO
002686       OR WS-GPARM-COUNT >= 60
002687         GO TO 1210-EXIT
002688     END-IF.
002689     ADD 1 TO WS-GPARM-COUNT.
002690     MOVE GPARM-VERSION
002691         TO WS-GPARM-VERSION(WS-GPARM-COUNT).
002692     MOVE GPARM-MODE
002693         TO WS-GPARM-MODE(WS-GPARM-COUNT).
002694     MOVE GPARM-POINTS-PER-KEY
002695         TO WS-GPARM-PTS-PER-KEY(WS-GPARM-COUNT).
002696 1210-EXIT.
002697     EXIT.
002698
002699*===============================================================
002700* 2000-LOAD-SESSIONS - AGGREGATE THE WHOLE SESSIONS HISTORY
002701* INTO THE PER-PLAYER TABLE, BOTH SIDES OF EVERY TWO-PLAYER
002702* SESSION INCLUDED
002703*===============================================================
002710 2000-LOAD-SESSIONS.
002720     PERFORM 2100-LOAD-ONE-SESSION THRU 2100-EXIT
002730         UNTIL WS-SESSIONS-EOF.
002740     IF WS-SESSIONS-OPEN-OK
002750         CLOSE SESSIONS-FILE
002760     END-IF.
002761     IF WS-SUSP-AVAIL
002762         CLOSE SUSPECT-FILE
002763     END-IF.
002770 2000-EXIT.
002780     EXIT.
002790
003020 2200-CHECK-FOR-ANOMALY.
003030     MOVE 'N' TO WS-P1-FLAGGED-SW.
003040     MOVE 'N' TO WS-P2-FLAGGED-SW.
003041     IF SESSION-RULES-VERSION NUMERIC
003042         MOVE SESSION-RULES-VERSION TO WS-RULES-VERSION-CUR
003043     ELSE
003044         MOVE ZERO TO WS-RULES-VERSION-CUR
003045     END-IF.
003046     MOVE SESSION-MODE TO WS-RULES-MODE-CUR.
003047     PERFORM 2210-SET-KEY-BOUND THRU 2210-EXIT.
003050     COMPUTE WS-MAX-POSSIBLE-SCORE
003060         = SESSION-KEYSTROKES * WS-POINTS-PER-KEY.
003070     IF SESSION-VALUE > WS-MAX-POSSIBLE-SCORE
003220     END-IF.
003230 2200-EXIT.
003240     EXIT.
003241
003242*---------------------------------------------------------------
003243* 2210-SET-KEY-BOUND - SET WS-POINTS-PER-KEY TO THE CEILING OF
003244* THE RULES VERSION AND MODE THE SESSION WAS PLAYED UNDER
003245*---------------------------------------------------------------
003246 2210-SET-KEY-BOUND.
003247     MOVE WS-DEFAULT-PTS-PER-KEY TO WS-POINTS-PER-KEY.
003248     PERFORM 2215-MATCH-ONE-RULE THRU 2215-EXIT
003249         VARYING WS-GPARM-I FROM 1 BY 1
003250         UNTIL WS-GPARM-I > WS-GPARM-COUNT.
003251 2210-EXIT.
003252     EXIT.
003253
003254 2215-MATCH-ONE-RULE.
003255     IF WS-GPARM-VERSION(WS-GPARM-I) EQUAL WS-RULES-VERSION-CUR
003256       AND WS-GPARM-MODE(WS-GPARM-I) EQUAL WS-RULES-MODE-CUR
003257         MOVE WS-GPARM-PTS-PER-KEY(WS-GPARM-I)
003258             TO WS-POINTS-PER-KEY
003259     END-IF.
003260 2215-EXIT.
003261     EXIT.
003262
003263 2230-CHECK-DURATION.
003270     MOVE SESSION-START-TIME TO WS-TIME-CONVERT-IN.
003280     PERFORM 2240-TIME-TO-SECONDS THRU 2240-EXIT.
003290     MOVE WS-TIME-CONVERT-OUT TO WS-START-SECONDS.
003530*---------------------------------------------------------------
003540 2300-ACCUMULATE-SIDES.
003550     MOVE SESSION-INITIALS      TO WS-CUR-INITIALS.
003551     MOVE '1'                   TO WS-CUR-SIDE.
003552     MOVE SESSION-MODE          TO WS-CUR-MODE.
003553     PERFORM 2360-SET-BOARD-INDEX THRU 2360-EXIT.
003560     MOVE SESSION-VALUE         TO WS-CUR-VALUE.
003570     MOVE WS-P1-FLAGGED-SW      TO WS-CUR-FLAGGED-SW.
003580     MOVE SESSION-TWO-PLAYER-SW TO WS-CUR-2P-SW.
003590     MOVE SESSION-P2-INITIALS   TO WS-CUR-P2-INITIALS.
003600     MOVE SESSION-P2-VALUE      TO WS-CUR-P2-VALUE.
003601     PERFORM 2350-CHECK-WITHDRAWN THRU 2350-EXIT.
003610     PERFORM 2400-ACCUMULATE-ONE-SIDE THRU 2400-EXIT.
003620     IF SESSION-IS-TWO-PLAYER
003630         MOVE SESSION-P2-INITIALS TO WS-CUR-INITIALS
003631             MOVE '2'                 TO WS-CUR-SIDE
003640         MOVE SESSION-P2-VALUE    TO WS-CUR-VALUE
003650         MOVE WS-P2-FLAGGED-SW    TO WS-CUR-FLAGGED-SW
003660         MOVE SESSION-INITIALS    TO WS-CUR-P2-INITIALS
003670         MOVE SESSION-VALUE       TO WS-CUR-P2-VALUE
003671         PERFORM 2350-CHECK-WITHDRAWN THRU 2350-EXIT
003680         PERFORM 2400-ACCUMULATE-ONE-SIDE THRU 2400-EXIT
003690     END-IF.
003700 2300-EXIT.
003710     EXIT.
003711
003712*---------------------------------------------------------------
003713* 2350-CHECK-WITHDRAWN - A SIDE CONFIRMED AS SUSPECT ON THE
003714* REVIEW QUEUE WAS TAKEN OFF THE SCORES BOARD BY THE OPERATOR
003715*---------------------------------------------------------------
003716 2350-CHECK-WITHDRAWN.
003717     MOVE 'N' TO WS-CUR-WITHDRAWN-SW.
003718     IF NOT WS-SUSP-AVAIL
003719         GO TO 2350-EXIT
003720     END-IF.
003721     MOVE SESSION-DATE    TO SUSP-DATE.
003722     MOVE SESSION-TIME    TO SUSP-TIME.
003723     MOVE WS-CUR-INITIALS TO SUSP-INITIALS.
003724     MOVE WS-CUR-SIDE     TO SUSP-SIDE.
003725     READ SUSPECT-FILE
003726         INVALID KEY
003727             CONTINUE
003728         NOT INVALID KEY
003729             IF SUSP-CONFIRMED
003730                 MOVE 'Y' TO WS-CUR-WITHDRAWN-SW
003731                 ADD 1 TO WS-WITHDRAWN-COUNT
003732             END-IF
003733     END-READ.
003734 2350-EXIT.
003735     EXIT.
003736
003737*---------------------------------------------------------------
003738* 2360-SET-BOARD-INDEX - WHICH MODE BOARD WS-CUR-MODE BELONGS
003739* TO; ANYTHING UNRECOGNISED GOES TO THE NORMAL BOARD
003740*---------------------------------------------------------------
003741 2360-SET-BOARD-INDEX.
003742     MOVE 2 TO WS-BOARD-IX.
003743     PERFORM 2365-MATCH-ONE-MODE THRU 2365-EXIT
003744         VARYING WS-BOARD-J FROM 1 BY 1
003745         UNTIL WS-BOARD-J > 3.
003746 2360-EXIT.
003747     EXIT.
003748
003749 2365-MATCH-ONE-MODE.
003750     IF WS-BOARD-MODE-CODE(WS-BOARD-J) EQUAL WS-CUR-MODE
003751         MOVE WS-BOARD-J TO WS-BOARD-IX
003752     END-IF.
003753 2365-EXIT.
003754     EXIT.
003755
003756 2400-ACCUMULATE-ONE-SIDE.
003757     MOVE ZERO TO WS-AGG-HIT.
003758     PERFORM 2410-FIND-AGG-ENTRY THRU 2410-EXIT
003760         VARYING WS-AGG-I FROM 1 BY 1
003770         UNTIL WS-AGG-I > WS-AGG-COUNT OR WS-AGG-HIT > 0.
003780     IF WS-AGG-HIT = 0
003860             TO WS-AGG-INITIALS(WS-AGG-HIT)
003870         MOVE ZERO TO WS-AGG-SESSIONS(WS-AGG-HIT)
003880         MOVE ZERO TO WS-AGG-PRIOR-SESSIONS(WS-AGG-HIT)
003900         MOVE ZERO TO WS-AGG-CLEAN-MAX(WS-AGG-HIT)
003901         PERFORM 2405-CLEAR-ONE-BOARD THRU 2405-EXIT
003902             VARYING WS-BOARD-J FROM 1 BY 1
003903             UNTIL WS-BOARD-J > 3
003930     END-IF.
003940     ADD 1 TO WS-AGG-SESSIONS(WS-AGG-HIT).
003941     ADD 1 TO WS-AGG-MODE-SESSIONS(WS-AGG-HIT, WS-BOARD-IX).
003950     IF SESSION-DATE < WS-RUN-DATE
003960         ADD 1 TO WS-AGG-PRIOR-SESSIONS(WS-AGG-HIT)
003970     END-IF.
003980* THE RAW MAX MIRRORS WHAT THE LIVE BOARD SHOULD HOLD, SO A
003990* SESSION FROM BEFORE THE SEASON START STAYS OUT OF IT ONCE
004000* A SEASON IS ON FILE - THE ROLLOVER CLEARED THOSE BESTS - AND
004001* A SIDE CONFIRMED AS SUSPECT STAYS OUT OF IT ALWAYS.
004010     IF (NOT WS-SEASON-ACTIVE
004020       OR SESSION-DATE >= WS-SEASON-START-CUR)
004021       AND NOT WS-CUR-WITHDRAWN
004030         ADD 1 TO WS-AGG-BOARD-SESSIONS(WS-AGG-HIT, WS-BOARD-IX)
004040         IF WS-CUR-VALUE >=
004041             WS-AGG-RAW-MAX(WS-AGG-HIT, WS-BOARD-IX)
004050             MOVE WS-CUR-VALUE
004051                 TO WS-AGG-RAW-MAX(WS-AGG-HIT, WS-BOARD-IX)
004060             PERFORM 2420-SAVE-BEST-DETAIL THRU 2420-EXIT
004070         END-IF
004080     END-IF.
004120     END-IF.
004130 2400-EXIT.
004140     EXIT.
004141
004142 2405-CLEAR-ONE-BOARD.
004143     MOVE ZERO TO WS-AGG-MODE-SESSIONS(WS-AGG-HIT, WS-BOARD-J).
004144     MOVE ZERO TO WS-AGG-BOARD-SESSIONS(WS-AGG-HIT, WS-BOARD-J).
004145     MOVE ZERO TO WS-AGG-RAW-MAX(WS-AGG-HIT, WS-BOARD-J).
004146 2405-EXIT.
004147     EXIT.
004150
004160 2410-FIND-AGG-ENTRY.
004170     IF WS-AGG-INITIALS(WS-AGG-I) EQUAL WS-CUR-INITIALS
004210     EXIT.
004220
004230 2420-SAVE-BEST-DETAIL.
004250     MOVE SESSION-DATE
004251         TO WS-AGG-BEST-DATE(WS-AGG-HIT, WS-BOARD-IX).
004260     MOVE SESSION-TIME
004261         TO WS-AGG-BEST-TIME(WS-AGG-HIT, WS-BOARD-IX).
004270     MOVE SESSION-KEYSTROKES
004271         TO WS-AGG-BEST-KEYS(WS-AGG-HIT, WS-BOARD-IX).
004280     MOVE WS-CUR-2P-SW
004281         TO WS-AGG-BEST-2PSW(WS-AGG-HIT, WS-BOARD-IX).
004290     MOVE WS-CUR-P2-INITIALS
004300         TO WS-AGG-BEST-P2INIT(WS-AGG-HIT, WS-BOARD-IX).
004310     MOVE WS-CUR-P2-VALUE
004311         TO WS-AGG-BEST-P2VAL(WS-AGG-HIT, WS-BOARD-IX).
004320 2420-EXIT.
004330     EXIT.
004331
004332*---------------------------------------------------------------
004333* 2430-FIND-BOARD-HISTORY - DOES THE SESSIONS HISTORY HOLD ANY
004334* SESSION FOR THE PLAYER AND MODE OF THE SCORES RECORD IN
004335* HAND?  SETS WS-BOARD-HAS-HISTORY.
004336*---------------------------------------------------------------
004337 2430-FIND-BOARD-HISTORY.
004338     MOVE 'N' TO WS-BOARD-HIST-SW.
004339     MOVE SCORE-INITIALS TO WS-CUR-INITIALS.
004340     MOVE SCORE-MODE     TO WS-CUR-MODE.
004341     PERFORM 2360-SET-BOARD-INDEX THRU 2360-EXIT.
004342     MOVE ZERO TO WS-AGG-HIT.
004343     PERFORM 2410-FIND-AGG-ENTRY THRU 2410-EXIT
004344         VARYING WS-AGG-I FROM 1 BY 1
004345         UNTIL WS-AGG-I > WS-AGG-COUNT
004346            OR WS-AGG-HIT > 0.
004347     IF WS-AGG-HIT > 0
004348         IF WS-AGG-MODE-SESSIONS(WS-AGG-HIT, WS-BOARD-IX) > 0
004349             MOVE 'Y' TO WS-BOARD-HIST-SW
004350         END-IF
004351     END-IF.
004352 2430-EXIT.
004353     EXIT.
004354
004355*===============================================================
004360* 3000-VERIFY-FILES - COMPARE EVERY AGGREGATED PLAYER AGAINST
004370* THE SCORES AND PLAYERSTATS FILES, THEN SWEEP BOTH FILES FOR
004380* RECORDS WITH NO SESSIONS HISTORY AT ALL
004690 3100-VERIFY-ONE-PLAYER.
004700     IF WS-SCORES-OPEN
004710         PERFORM 3110-CHECK-SCORES-BEST THRU 3110-EXIT
004711             VARYING WS-BOARD-J FROM 1 BY 1
004712             UNTIL WS-BOARD-J > 3
004720     END-IF.
004730     IF WS-PSTAT-OPEN
004740         PERFORM 3120-CHECK-PLAYERSTATS THRU 3120-EXIT
004770     EXIT.
004780
004790 3110-CHECK-SCORES-BEST.
004800* A PLAYER WHOSE EVERY SESSION IN THE MODE PREDATES THE SEASON
004810* START WAS CLEARED OFF THAT BOARD AT ROLLOVER, AND ONE WHOSE
004811* EVERY SESSION IN IT WAS CONFIRMED SUSPECT WAS WITHDRAWN FROM
004812* IT - ABSENCE IS INTENTIONAL EITHER WAY, AS IT IS FOR A MODE
004813* THE PLAYER NEVER PLAYED.
004830     IF WS-AGG-BOARD-SESSIONS(WS-AGG-I, WS-BOARD-J) EQUAL ZERO
004840         GO TO 3110-EXIT
004850     END-IF.
004860     MOVE WS-AGG-INITIALS(WS-AGG-I) TO SCORE-INITIALS.
004861     MOVE WS-BOARD-MODE-CODE(WS-BOARD-J) TO SCORE-MODE.
004870     READ SCORES-FILE
004880         INVALID KEY
004890             ADD 1 TO WS-DISCREPANCY-COUNT
004900             DISPLAY "DISCREPANCY " WS-AGG-INITIALS(WS-AGG-I)
004901                 " MODE " WS-BOARD-MODE-CODE(WS-BOARD-J)
004910                 " - IN SESSIONS BUT NOT IN SCORES"
004920         NOT INVALID KEY
004930             IF SCORE-VALUE NOT EQUAL
004940                 WS-AGG-RAW-MAX(WS-AGG-I, WS-BOARD-J)
004950                 ADD 1 TO WS-DISCREPANCY-COUNT
004960                 DISPLAY "DISCREPANCY "
004970                     WS-AGG-INITIALS(WS-AGG-I)
004971                     " MODE " SCORE-MODE
004980                     " - SCORES BEST " SCORE-VALUE
004990                     " VS SESSIONS MAX "
005000                     WS-AGG-RAW-MAX(WS-AGG-I, WS-BOARD-J)
005010             END-IF
005020     END-READ.
005030 3110-EXIT.
005740* NEVER APPEAR IN THE SESSIONS HISTORY
005750*---------------------------------------------------------------
005760 3300-SWEEP-SCORES.
005770     MOVE SPACES TO SCORE-KEY.
005780     START SCORES-FILE
005790         KEY IS NOT LESS THAN SCORE-KEY
005800         INVALID KEY
005810             MOVE 'Y' TO WS-SCORES-EOF-SW
005820         NOT INVALID KEY
005920         AT END
005930             MOVE 'Y' TO WS-SCORES-EOF-SW
005940         NOT AT END
005941             PERFORM 2430-FIND-BOARD-HISTORY THRU 2430-EXIT
006010             IF NOT WS-BOARD-HAS-HISTORY
006020                 ADD 1 TO WS-DISCREPANCY-COUNT
006030                 DISPLAY "DISCREPANCY " SCORE-INITIALS
006031                     " MODE " SCORE-MODE
006040                     " - IN SCORES BUT NO SESSIONS HISTORY"
006050             END-IF
006060     END-READ.
006500
006510*===============================================================
006520* 5000-REBUILD-SCORES - REGENERATE THE SCORES FILE FROM THE
006530* AGGREGATED SESSIONS HISTORY: ONE RECORD PER PLAYER PER MODE
006540* HOLDING THE RAW BEST SESSION, THE SAME RESULT THE ONLINE
006550* UPDATING WOULD HAVE LEFT
006560*===============================================================
006570 5000-REBUILD-SCORES.
006580* A FULL AGGREGATE TABLE MEANS PLAYERS ARE MISSING FROM THE
006610     IF WS-AGG-FULL
006620         DISPLAY "SCOREVERIFY - REBUILD REFUSED: PLAYER TABLE"
006630             " FULL AT 500, REBUILT FILE WOULD DROP PLAYERS"
006631         MOVE 12 TO WS-STEP-RC
006640         GO TO 5000-EXIT
006650     END-IF.
006660* ONCE HOUSEKEEPING HAS ARCHIVED A MONTH, THE LIVE SESSIONS
006680* TAIL ALONE WOULD DROP EVERY ARCHIVED PLAYER'S ALL-TIME
006690* BEST.  IF THE EXISTING SCORES FILE IS STILL READABLE,
006700* REFUSE WHEN IT HOLDS PLAYERS THE AGGREGATION NEVER SAW.
006710* A MISSING SCORES FILE PROCEEDS.  ONE THAT IS THERE BUT WILL
006720* NOT OPEN IS REFUSED, NOT OVERWRITTEN - SEE 5010.
006730     PERFORM 5010-CHECK-REBUILD-COVERAGE THRU 5010-EXIT.
006740     IF WS-REBUILD-BLOCKED
006741         MOVE 12 TO WS-STEP-RC
006750         GO TO 5000-EXIT
006760     END-IF.
006770     OPEN OUTPUT SCORES-FILE.
006880     EXIT.
006890
006900 5100-WRITE-ONE-SCORE.
006901     PERFORM 5110-WRITE-ONE-BOARD THRU 5110-EXIT
006902         VARYING WS-BOARD-J FROM 1 BY 1
006903         UNTIL WS-BOARD-J > 3.
006904 5100-EXIT.
006905     EXIT.
006906
006907 5110-WRITE-ONE-BOARD.
006910* A REBUILD RECREATES THE LIVE BOARDS, AND WITH A SEASON ON
006920* FILE EACH ONLY HOLDS PLAYERS WHO HAVE PLAYED THAT MODE SINCE
006930* THE SEASON START.  A PLAYER WITH NOTHING BUT CONFIRMED
006931* SUSPECT SESSIONS IN A MODE HAS NO PLACE ON ITS BOARD EITHER.
006950     IF WS-AGG-BOARD-SESSIONS(WS-AGG-I, WS-BOARD-J) EQUAL ZERO
006960         GO TO 5110-EXIT
006970     END-IF.
006980     MOVE WS-AGG-INITIALS(WS-AGG-I)  TO SCORE-INITIALS.
007000     MOVE WS-BOARD-MODE-CODE(WS-BOARD-J) TO SCORE-MODE.
007001     MOVE WS-AGG-RAW-MAX(WS-AGG-I, WS-BOARD-J)
007002         TO SCORE-VALUE.
007010     MOVE WS-AGG-BEST-DATE(WS-AGG-I, WS-BOARD-J)
007011         TO SCORE-DATE.
007020     MOVE WS-AGG-BEST-TIME(WS-AGG-I, WS-BOARD-J)
007021         TO SCORE-TIME.
007030     MOVE WS-AGG-BEST-KEYS(WS-AGG-I, WS-BOARD-J)
007031         TO SCORE-KEYSTROKES.
007040     MOVE WS-AGG-BEST-2PSW(WS-AGG-I, WS-BOARD-J)
007041         TO SCORE-TWO-PLAYER-SW.
007050     MOVE WS-AGG-BEST-P2INIT(WS-AGG-I, WS-BOARD-J)
007051         TO SCORE-P2-INITIALS.
007060     MOVE WS-AGG-BEST-P2VAL(WS-AGG-I, WS-BOARD-J)
007061         TO SCORE-P2-VALUE.
007070     MOVE SPACES TO SCORE-RECORD(48:10).
007080     WRITE SCORE-RECORD
007090         INVALID KEY
007100             DISPLAY "SCOREVERIFY - REBUILD WRITE FAILED FOR "
007110                 SCORE-INITIALS " MODE " SCORE-MODE
007111                 " STATUS=" WS-SCORES-STATUS
007120         NOT INVALID KEY
007130             ADD 1 TO WS-REBUILT-COUNT
007140     END-WRITE.
007141 5110-EXIT.
007142     EXIT.
007170
007180*---------------------------------------------------------------
007190* 5010-CHECK-REBUILD-COVERAGE - SWEEP THE EXISTING SCORES FILE
007200* AND REFUSE THE REBUILD IF IT HOLDS A PLAYER OR A PLAYER'S
007210* MODE BOARD THE SESSIONS AGGREGATION NEVER SAW - THE HISTORY
007220* BEING REBUILT FROM IS INCOMPLETE (USUALLY ARCHIVED MONTHS
007230* LEFT OUT; SEE RUN-VERIFY.SH FOR FOLDING THEM BACK IN).  A
007240* SCORES FILE THAT IS NOT THERE (STATUS 35) PROCEEDS.  ANY
007250* OTHER OPEN FAILURE REFUSES: A FILE DAMAGED PAST OPENING IS
007251* MOVED ASIDE BY THE OPERATOR FIRST, SO IT SURVIVES FOR A
007252* LOOK, AND A BOARD STILL IN AN OLD RECORD LAYOUT IS CONVERTED
007253* WITH THE MASTERBACK UNLOAD/RELOAD, NEVER REBUILT OVER.
007260*---------------------------------------------------------------
007270 5010-CHECK-REBUILD-COVERAGE.
007280     OPEN INPUT SCORES-FILE.
007290     IF WS-SCORES-STATUS EQUAL "35"
007300         DISPLAY "SCOREVERIFY - NO EXISTING SCORES FILE"
007320             " - PROCEEDING WITH REBUILD"
007330         GO TO 5010-EXIT
007340     END-IF.
007341     IF WS-SCORES-STATUS NOT EQUAL "00"
007342         MOVE 'Y' TO WS-REBUILD-BLOCKED-SW
007343         DISPLAY "SCOREVERIFY - REBUILD REFUSED: EXISTING"
007344             " SCORES WILL NOT OPEN, STATUS=" WS-SCORES-STATUS
007345             " - MOVE IT ASIDE (OR RELOAD IT WITH MASTERBACK)"
007346             " AND RERUN"
007347         GO TO 5010-EXIT
007348     END-IF.
007350     MOVE SPACES TO SCORE-KEY.
007360     START SCORES-FILE
007370         KEY IS NOT LESS THAN SCORE-KEY
007380         INVALID KEY
007390             MOVE 'Y' TO WS-SCORES-EOF-SW
007400         NOT INVALID KEY
007460     IF WS-REBUILD-MISSING > 0
007470         MOVE 'Y' TO WS-REBUILD-BLOCKED-SW
007480         DISPLAY "SCOREVERIFY - REBUILD REFUSED: "
007490             WS-REBUILD-MISSING " SCORES RECORDS HAVE NO"
007500             " SESSIONS HISTORY HERE - FOLD ARCHIVED MONTHS"
007510             " INTO THE SESSIONS ASSIGNMENT FIRST"
007520     END-IF.
007580         AT END
007590             MOVE 'Y' TO WS-SCORES-EOF-SW
007600         NOT AT END
007601             PERFORM 2430-FIND-BOARD-HISTORY THRU 2430-EXIT
007670             IF NOT WS-BOARD-HAS-HISTORY
007680                 ADD 1 TO WS-REBUILD-MISSING
007690             END-IF
007700     END-READ.
007820 9000-TERMINATE.
007830     DISPLAY "SESSIONS READ.............: " WS-SESSIONS-READ.
007840     DISPLAY "PLAYERS AGGREGATED........: " WS-AGG-COUNT.
007841     DISPLAY "SUSPECT SIDES WITHDRAWN...: " WS-WITHDRAWN-COUNT.
007850     IF WS-AGG-FULL
007860         IF WS-REBUILD-MODE
007870             DISPLAY "WARNING - PLAYER TABLE FULL AT 500, THE"
