000350* MODIFICATION HISTORY
000360* DATE       INIT DESCRIPTION
000370* 2026-09-03 DWH  ORIGINAL MONTHLY PRIZE-BOARD JOB.
000371* 2026-10-15 DWH  JUDGE THE POINTS-PER-KEY CEILING BY THE GAMEPARM
000372*                 RULES VERSION EACH SESSION WAS PLAYED UNDER.
000380*-------------------------------------------------------------
000390
000400 ENVIRONMENT DIVISION.
000560     SELECT REPORT-FILE ASSIGN TO "PRIZERPT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-REPORT-STATUS.
000581     SELECT GAMEPARM-FILE ASSIGN TO "GAMEPARM"
000582         ORGANIZATION IS LINE SEQUENTIAL
000583         FILE STATUS IS WS-GAMEPARM-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000700* REPORT-FILE - THE PRINTED PRIZE BOARD, REWRITTEN EACH RUN.
000710 FD  REPORT-FILE.
000720 01  REPORT-RECORD               PIC X(80).
000721* GAMEPARM-FILE - GAME RULES CONTROL FILE, READ AT STARTUP
000722* FOR THE POINTS-PER-KEY CEILING OF EVERY RULES VERSION, SO
000723* EACH SESSION IS JUDGED BY THE RULES IT WAS PLAYED UNDER.
000724 FD  GAMEPARM-FILE.
000725     COPY GAMEPRMR.
000730
000740 WORKING-STORAGE SECTION.
000750*-------------------------------------------------------------
001060* CORRUPTED SESSION CANNOT TAKE A PRIZE
001070*-------------------------------------------------------------
001080 01  WS-MAX-POSSIBLE-SCORE   PIC 9(09)     USAGE COMP.
001090 01  WS-POINTS-PER-KEY       PIC 9(05)     USAGE COMP VALUE 260.
001091*-------------------------------------------------------------
001092* GAME RULES BY VERSION - THE POINTS-PER-KEY CEILING FOR EACH
001093* RULES VERSION AND MODE ON THE GAMEPARM CONTROL FILE.  THE
001094* CEILING IN FORCE FOR A SESSION IS LOOKED UP BY ITS OWN RULES
001095* VERSION (SEE 2210-SET-KEY-BOUND); A VERSION OR MODE NOT ON
001096* FILE, INCLUDING VERSION 0000 FOR SESSIONS RECORDED BEFORE
001097* VERSIONS WERE CARRIED, GETS THE BUILT-IN CEILING.
001098*-------------------------------------------------------------
001099 01  WS-GAMEPARM-STATUS      PIC X(02)     VALUE '00'.
001100 01  WS-GAMEPARM-EOF-SW      PIC X(01)     VALUE 'N'.
001101     88  WS-GAMEPARM-EOF                   VALUE 'Y'.
001102 01  WS-DEFAULT-PTS-PER-KEY  PIC 9(05)     USAGE COMP VALUE 260.
001103 01  WS-RULES-VERSION-CUR    PIC 9(04)     VALUE ZERO.
001104 01  WS-RULES-MODE-CUR       PIC X(01)     VALUE SPACE.
001105 01  WS-GPARM-COUNT          PIC 9(04)     USAGE COMP VALUE 0.
001106 01  WS-GPARM-I              PIC 9(04)     USAGE COMP.
001107 01  WS-GPARM-TABLE.
001108     05  WS-GPARM-ENTRY OCCURS 60 TIMES.
001109         10  WS-GPARM-VERSION     PIC 9(04).
001110         10  WS-GPARM-MODE        PIC X(01).
001111         10  WS-GPARM-PTS-PER-KEY PIC 9(05).
001112 01  WS-P1-FLAGGED-SW        PIC X(01)     VALUE 'N'.
001113     88  WS-P1-FLAGGED                     VALUE 'Y'.
001120 01  WS-P2-FLAGGED-SW        PIC X(01)     VALUE 'N'.
001130     88  WS-P2-FLAGGED                     VALUE 'Y'.
001140 01  WS-TIME-CONVERT-IN      PIC 9(08).
002340     END-IF.
002350     MOVE WS-BOARD-MONTH TO WS-PRIOR-MONTH.
002360     PERFORM 1300-BACK-PRIOR-MONTH THRU 1300-EXIT.
002361     PERFORM 1400-LOAD-GAMEPARM THRU 1400-EXIT.
002370     OPEN INPUT SHOPSESS-FILE.
002380     IF WS-SHOPSESS-STATUS NOT EQUAL "00"
002390         DISPLAY "PRIZEBOARD - CANNOT OPEN SHOPSESS, STATUS="
002860     END-IF.
002870 1300-EXIT.
002880     EXIT.
002881
002882*---------------------------------------------------------------
002883* 1400-LOAD-GAMEPARM - READ THE GAMEPARM RULES FILE, IF ONE IS
002884* PRESENT, INTO THE RULES TABLE.  EVERY VERSION ON FILE IS
002885* KEPT, SINCE THE SESSIONS CHECKED MAY SPAN SEVERAL.  A ROW
002886* WITH AN UNKNOWN MODE OR A NON-NUMERIC OR ZERO CEILING IS
002887* PASSED OVER, LEAVING THE BUILT-IN CEILING FOR THAT MODE.
002888*---------------------------------------------------------------
002889 1400-LOAD-GAMEPARM.
002890     MOVE ZERO TO WS-GPARM-COUNT.
002891     OPEN INPUT GAMEPARM-FILE.
002892     IF WS-GAMEPARM-STATUS NOT EQUAL "00"
002893         DISPLAY "PRIZEBOARD - NO GAMEPARM FILE, BUILT-IN"
002894             " RULES APPLY"
002895         GO TO 1400-EXIT
002896     END-IF.
002897     MOVE 'N' TO WS-GAMEPARM-EOF-SW.
002898     PERFORM 1410-READ-ONE-PARM THRU 1410-EXIT
002899         UNTIL WS-GAMEPARM-EOF.
002900     CLOSE GAMEPARM-FILE.
002901 1400-EXIT.
002902     EXIT.
002903
002904 1410-READ-ONE-PARM.
002905     READ GAMEPARM-FILE
002906         AT END
002907             MOVE 'Y' TO WS-GAMEPARM-EOF-SW
002908             GO TO 1410-EXIT
002909     END-READ.
002910* A READ FAILURE OTHER THAN END-OF-FILE (I-O ERROR) WOULD
002911* OTHERWISE LEAVE THE LOAD LOOP SPINNING FOREVER.
002912     IF WS-GAMEPARM-STATUS NOT EQUAL "00"
002913         MOVE 'Y' TO WS-GAMEPARM-EOF-SW
002914         GO TO 1410-EXIT
002915     END-IF.
002916     IF GPARM-VERSION NOT NUMERIC
002917       OR GPARM-POINTS-PER-KEY NOT NUMERIC
002918         GO TO 1410-EXIT
002919     END-IF.
002920     IF GPARM-MODE NOT EQUAL 'E'
002921       AND GPARM-MODE NOT EQUAL 'N'
002922       AND GPARM-MODE NOT EQUAL 'H'
002923         GO TO 1410-EXIT
002924     END-IF.
002925     IF GPARM-POINTS-PER-KEY EQUAL ZERO
002926       OR WS-GPARM-COUNT >= 60
002927         GO TO 1410-EXIT
002928     END-IF.
002929     ADD 1 TO WS-GPARM-COUNT.
002930     MOVE GPARM-VERSION
002931         TO WS-GPARM-VERSION(WS-GPARM-COUNT).
002932     MOVE GPARM-MODE
002933         TO WS-GPARM-MODE(WS-GPARM-COUNT).
002934     MOVE GPARM-POINTS-PER-KEY
002935         TO WS-GPARM-PTS-PER-KEY(WS-GPARM-COUNT).
002936 1410-EXIT.
002937     EXIT.
002938
002939*===============================================================
002940* 2000-SWEEP-ONE-SESSION - READ THE SHOP MASTER IN KEY ORDER
002941* AND FOLD EACH SESSION FROM THE REPORT MONTH (AND ITS CLEAN
002942* BESTS FROM THE PRIOR MONTH) INTO THE BOARD TABLES
002943*===============================================================
002950 2000-SWEEP-ONE-SESSION.
002960     READ SHOPSESS-FILE NEXT RECORD
002970         AT END
003260 2200-CHECK-FOR-ANOMALY.
003270     MOVE 'N' TO WS-P1-FLAGGED-SW.
003280     MOVE 'N' TO WS-P2-FLAGGED-SW.
003281     IF SHOP-SESSION-RULES-VER NUMERIC
003282         MOVE SHOP-SESSION-RULES-VER TO WS-RULES-VERSION-CUR
003283     ELSE
003284         MOVE ZERO TO WS-RULES-VERSION-CUR
003285     END-IF.
003286     MOVE SHOP-SESSION-MODE TO WS-RULES-MODE-CUR.
003287     PERFORM 2210-SET-KEY-BOUND THRU 2210-EXIT.
003290     COMPUTE WS-MAX-POSSIBLE-SCORE
003300         = SHOP-SESSION-KEYSTROKES * WS-POINTS-PER-KEY.
003310     IF SHOP-SESSION-VALUE > WS-MAX-POSSIBLE-SCORE
003530     END-IF.
003540 2200-EXIT.
003550     EXIT.
003551
003552*---------------------------------------------------------------
003553* 2210-SET-KEY-BOUND - SET WS-POINTS-PER-KEY TO THE CEILING OF
003554* THE RULES VERSION AND MODE THE SESSION WAS PLAYED UNDER
003555*---------------------------------------------------------------
003556 2210-SET-KEY-BOUND.
003557     MOVE WS-DEFAULT-PTS-PER-KEY TO WS-POINTS-PER-KEY.
003558     PERFORM 2215-MATCH-ONE-RULE THRU 2215-EXIT
003559         VARYING WS-GPARM-I FROM 1 BY 1
003560         UNTIL WS-GPARM-I > WS-GPARM-COUNT.
003561 2210-EXIT.
003562     EXIT.
003563
003564 2215-MATCH-ONE-RULE.
003565     IF WS-GPARM-VERSION(WS-GPARM-I) EQUAL WS-RULES-VERSION-CUR
003566       AND WS-GPARM-MODE(WS-GPARM-I) EQUAL WS-RULES-MODE-CUR
003567         MOVE WS-GPARM-PTS-PER-KEY(WS-GPARM-I)
003568             TO WS-POINTS-PER-KEY
003569     END-IF.
003570 2215-EXIT.
003571     EXIT.
003572
003573 2230-CHECK-DURATION.
003580     MOVE SHOP-SESSION-START-TIME TO WS-TIME-CONVERT-IN.
003590     PERFORM 2240-TIME-TO-SECONDS THRU 2240-EXIT.
003600     MOVE WS-TIME-CONVERT-OUT TO WS-START-SECONDS.
