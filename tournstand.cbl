000330* MODIFICATION HISTORY
000340* DATE       INIT DESCRIPTION
000350* 2026-09-03 DWH  ORIGINAL TOURNAMENT STANDINGS JOB.
000351* 2026-10-15 DWH  JUDGE THE POINTS-PER-KEY CEILING BY THE GAMEPARM
000352*                 RULES VERSION EACH SESSION WAS PLAYED UNDER.
000360*-------------------------------------------------------------
000370
000380 ENVIRONMENT DIVISION.
000500     SELECT REPORT-FILE ASSIGN TO "TOURNRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-REPORT-STATUS.
000521     SELECT GAMEPARM-FILE ASSIGN TO "GAMEPARM"
000522         ORGANIZATION IS LINE SEQUENTIAL
000523         FILE STATUS IS WS-GAMEPARM-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000650* RUN SO THE LATEST STANDINGS CAN BE PINNED UP AS-IS.
000660 FD  REPORT-FILE.
000670 01  REPORT-RECORD               PIC X(80).
000671* GAMEPARM-FILE - GAME RULES CONTROL FILE, READ AT STARTUP
000672* FOR THE POINTS-PER-KEY CEILING OF EVERY RULES VERSION, SO
000673* EACH SESSION IS JUDGED BY THE RULES IT WAS PLAYED UNDER.
000674 FD  GAMEPARM-FILE.
000675     COPY GAMEPRMR.
000680
000690 WORKING-STORAGE SECTION.
000700*-------------------------------------------------------------
000920* SESSION CANNOT WIN A PRIZE
000930*-------------------------------------------------------------
000940 01  WS-MAX-POSSIBLE-SCORE   PIC 9(09)     USAGE COMP.
000950 01  WS-POINTS-PER-KEY       PIC 9(05)     USAGE COMP VALUE 260.
000951*-------------------------------------------------------------
000952* GAME RULES BY VERSION - THE POINTS-PER-KEY CEILING FOR EACH
000953* RULES VERSION AND MODE ON THE GAMEPARM CONTROL FILE.  THE
000954* CEILING IN FORCE FOR A SESSION IS LOOKED UP BY ITS OWN RULES
000955* VERSION (SEE 2210-SET-KEY-BOUND); A VERSION OR MODE NOT ON
000956* FILE, INCLUDING VERSION 0000 FOR SESSIONS RECORDED BEFORE
000957* VERSIONS WERE CARRIED, GETS THE BUILT-IN CEILING.
000958*-------------------------------------------------------------
000959 01  WS-GAMEPARM-STATUS      PIC X(02)     VALUE '00'.
000960 01  WS-GAMEPARM-EOF-SW      PIC X(01)     VALUE 'N'.
000961     88  WS-GAMEPARM-EOF                   VALUE 'Y'.
000962 01  WS-DEFAULT-PTS-PER-KEY  PIC 9(05)     USAGE COMP VALUE 260.
000963 01  WS-RULES-VERSION-CUR    PIC 9(04)     VALUE ZERO.
000964 01  WS-RULES-MODE-CUR       PIC X(01)     VALUE SPACE.
000965 01  WS-GPARM-COUNT          PIC 9(04)     USAGE COMP VALUE 0.
000966 01  WS-GPARM-I              PIC 9(04)     USAGE COMP.
000967 01  WS-GPARM-TABLE.
000968     05  WS-GPARM-ENTRY OCCURS 60 TIMES.
000969         10  WS-GPARM-VERSION     PIC 9(04).
000970         10  WS-GPARM-MODE        PIC X(01).
000971         10  WS-GPARM-PTS-PER-KEY PIC 9(05).
000972 01  WS-P1-FLAGGED-SW        PIC X(01)     VALUE 'N'.
000973     88  WS-P1-FLAGGED                     VALUE 'Y'.
000980 01  WS-P2-FLAGGED-SW        PIC X(01)     VALUE 'N'.
000990     88  WS-P2-FLAGGED                     VALUE 'Y'.
001000 01  WS-TIME-CONVERT-IN      PIC 9(08).
001990     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002000     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
002010     MOVE WS-RUN-PARM(1:8) TO WS-WANTED-EVENT-ID.
002011     PERFORM 1200-LOAD-GAMEPARM THRU 1200-EXIT.
002020     OPEN INPUT EVENTS-FILE.
002030     IF WS-EVENTS-STATUS NOT EQUAL "00"
002040         DISPLAY "TOURNSTAND - NO EVENTS CONTROL FILE, STATUS="
002470     END-READ.
002480 1100-EXIT.
002490     EXIT.
002491
002492*---------------------------------------------------------------
002493* 1200-LOAD-GAMEPARM - READ THE GAMEPARM RULES FILE, IF ONE IS
002494* PRESENT, INTO THE RULES TABLE.  EVERY VERSION ON FILE IS
002495* KEPT, SINCE THE SESSIONS CHECKED MAY SPAN SEVERAL.  A ROW
002496* WITH AN UNKNOWN MODE OR A NON-NUMERIC OR ZERO CEILING IS
002497* PASSED OVER, LEAVING THE BUILT-IN CEILING FOR THAT MODE.
002498*---------------------------------------------------------------
002499 1200-LOAD-GAMEPARM.
002500     MOVE ZERO TO WS-GPARM-COUNT.
002501     OPEN INPUT GAMEPARM-FILE.
002502     IF WS-GAMEPARM-STATUS NOT EQUAL "00"
002503         DISPLAY "TOURNSTAND - NO GAMEPARM FILE, BUILT-IN"
002504             " RULES APPLY"
002505         GO TO 1200-EXIT
002506     END-IF.
002507     MOVE 'N' TO WS-GAMEPARM-EOF-SW.
002508     PERFORM 1210-READ-ONE-PARM THRU 1210-EXIT
002509         UNTIL WS-GAMEPARM-EOF.
002510     CLOSE GAMEPARM-FILE.
002511 1200-EXIT.
002512     EXIT.
002513
002514 1210-READ-ONE-PARM.
002515     READ GAMEPARM-FILE
002516         AT END
002517             MOVE 'Y' TO WS-GAMEPARM-EOF-SW
002518             GO TO 1210-EXIT
002519     END-READ.
002520* A READ FAILURE OTHER THAN END-OF-FILE (I-O ERROR) WOULD
002521* OTHERWISE LEAVE THE LOAD LOOP SPINNING FOREVER.
002522     IF WS-GAMEPARM-STATUS NOT EQUAL "00"
002523         MOVE 'Y' TO WS-GAMEPARM-EOF-SW
002524         GO TO 1210-EXIT
002525     END-IF.
002526     IF GPARM-VERSION NOT NUMERIC
002527       OR GPARM-POINTS-PER-KEY NOT NUMERIC
002528         GO TO 1210-EXIT
002529     END-IF.
002530     IF GPARM-MODE NOT EQUAL 'E'
002531       AND GPARM-MODE NOT EQUAL 'N'
002532       AND GPARM-MODE NOT EQUAL 'H'
002533         GO TO 1210-EXIT
002534     END-IF.
002535     IF GPARM-POINTS-PER-KEY EQUAL ZERO
002536       OR WS-GPARM-COUNT >= 60
002537         GO TO 1210-EXIT
002538     END-IF.
002539     ADD 1 TO WS-GPARM-COUNT.
002540     MOVE GPARM-VERSION
002541         TO WS-GPARM-VERSION(WS-GPARM-COUNT).
002542     MOVE GPARM-MODE
002543         TO WS-GPARM-MODE(WS-GPARM-COUNT).
002544     MOVE GPARM-POINTS-PER-KEY
002545         TO WS-GPARM-PTS-PER-KEY(WS-GPARM-COUNT).
002546 1210-EXIT.
002547     EXIT.
002548
002549*===============================================================
002550* 2000-LOAD-EVENT-SESSIONS - FOLD ONE SESSION STAMPED WITH
002551* THE EVENT IDENTIFIER INTO THE ENTRANT TABLE, BOTH SIDES OF
002552* A HEAD-TO-HEAD SESSION, EACH UNDER THE ANOMALY RULES
002553*===============================================================
002560 2000-LOAD-EVENT-SESSIONS.
002570     READ SESSIONS-FILE
002580         AT END
002810 2200-CHECK-FOR-ANOMALY.
002820     MOVE 'N' TO WS-P1-FLAGGED-SW.
002830     MOVE 'N' TO WS-P2-FLAGGED-SW.
002831     IF SESSION-RULES-VERSION NUMERIC
002832         MOVE SESSION-RULES-VERSION TO WS-RULES-VERSION-CUR
002833     ELSE
002834         MOVE ZERO TO WS-RULES-VERSION-CUR
002835     END-IF.
002836     MOVE SESSION-MODE TO WS-RULES-MODE-CUR.
002837     PERFORM 2210-SET-KEY-BOUND THRU 2210-EXIT.
002840     COMPUTE WS-MAX-POSSIBLE-SCORE
002850         = SESSION-KEYSTROKES * WS-POINTS-PER-KEY.
002860     IF SESSION-VALUE > WS-MAX-POSSIBLE-SCORE
003010     END-IF.
003020 2200-EXIT.
003030     EXIT.
003031
003032*---------------------------------------------------------------
003033* 2210-SET-KEY-BOUND - SET WS-POINTS-PER-KEY TO THE CEILING OF
003034* THE RULES VERSION AND MODE THE SESSION WAS PLAYED UNDER
003035*---------------------------------------------------------------
003036 2210-SET-KEY-BOUND.
003037     MOVE WS-DEFAULT-PTS-PER-KEY TO WS-POINTS-PER-KEY.
003038     PERFORM 2215-MATCH-ONE-RULE THRU 2215-EXIT
003039         VARYING WS-GPARM-I FROM 1 BY 1
003040         UNTIL WS-GPARM-I > WS-GPARM-COUNT.
003041 2210-EXIT.
003042     EXIT.
003043
003044 2215-MATCH-ONE-RULE.
003045     IF WS-GPARM-VERSION(WS-GPARM-I) EQUAL WS-RULES-VERSION-CUR
003046       AND WS-GPARM-MODE(WS-GPARM-I) EQUAL WS-RULES-MODE-CUR
003047         MOVE WS-GPARM-PTS-PER-KEY(WS-GPARM-I)
003048             TO WS-POINTS-PER-KEY
003049     END-IF.
003050 2215-EXIT.
003051     EXIT.
003052
003053 2230-CHECK-DURATION.
003060     MOVE SESSION-START-TIME TO WS-TIME-CONVERT-IN.
003070     PERFORM 2240-TIME-TO-SECONDS THRU 2240-EXIT.
003080     MOVE WS-TIME-CONVERT-OUT TO WS-START-SECONDS.
