000470* 2026-09-03 DWH  AWARD THE CUMULATIVE GAMES100 ACHIEVEMENT
000480*                 BADGE FROM PLAYERSTATS - ONLY THIS JOB SEES
000490*                 THE LIFETIME GAMES-PLAYED COUNT.
000491* 2026-10-15 DWH  QUEUE EVERY FLAGGED SIDE, WITH ITS REASON
000492*                 CODES, ON THE SUSPECT REVIEW FILE FOR AN
000493*                 OPERATOR DISPOSITION ON THE SUSPMAINT SCREEN.
000494* 2026-10-15 DWH  JUDGE THE POINTS-PER-KEY CEILING BY THE GAMEPARM
000495*                 RULES VERSION EACH SESSION WAS PLAYED UNDER, AND
000496*                 CARRY THE VERSION ON THE TRANSFER RECORD.
000497* 2026-10-15 DWH  HAND BACK A COMPLETION CODE FOR THE JOBSTREAM
000498*                 DRIVER: A PLAYERSTATS OR RIVALRY MASTER THAT
000499*                 WILL NOT OPEN NOW STOPS THE RUN BEFORE THE RUN
000500*                 CONTROL MOVES, AND A SESSIONS READ ERROR ENDS
000501*                 THE PASS INSTEAD OF LOOPING.
000502* 2026-10-15 DWH  A SUSPECT FILE THAT WILL NOT OPEN, OR A REASON
000503*                 THAT CANNOT BE ADDED TO A CASE, IS REPORTED
000504*                 AND RAISES A WARNING.
000505* 2026-10-15 DWH  THE SUSPECT KEY NOW CARRIES THE SIDE, SO BOTH
000506*                 SIDES OF A GUEST-AGAINST-GUEST SESSION GET A
000507*                 CASE OF THEIR OWN.  TWO GUESTS ARE NOT ROLLED
000508*                 INTO THE RIVALRY STANDINGS.
000509*-------------------------------------------------------------
000510 
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS ACHV-KEY
000870         FILE STATUS IS WS-ACHIEVE-STATUS.
000871     SELECT SUSPECT-FILE ASSIGN TO "SUSPECT"
000872         ORGANIZATION IS INDEXED
000873         ACCESS MODE IS DYNAMIC
000874         RECORD KEY IS SUSP-KEY
000875         FILE STATUS IS WS-SUSPECT-STATUS.
000876     SELECT GAMEPARM-FILE ASSIGN TO "GAMEPARM"
000877         ORGANIZATION IS LINE SEQUENTIAL
000878         FILE STATUS IS WS-GAMEPARM-STATUS.
000880 
000890 DATA DIVISION.
000900 FILE SECTION.
001240* GAME OVER ON THE CABINET.
001250 FD  ACHIEVE-FILE.
001260     COPY ACHVREC.
001261* SUSPECT-FILE - REVIEW QUEUE OF FLAGGED SESSION SIDES.  EACH
001262* ONE IS QUEUED OPEN HERE AND CLEARED OR CONFIRMED BY AN
001263* OPERATOR ON THE SUSPMAINT SCREEN.
001264 FD  SUSPECT-FILE.
001265     COPY SUSPREC.
001266* GAMEPARM-FILE - GAME RULES CONTROL FILE, READ AT STARTUP
001267* FOR THE POINTS-PER-KEY CEILING OF EVERY RULES VERSION, SO
001268* EACH SESSION IS JUDGED BY THE RULES IT WAS PLAYED UNDER.
001269 FD  GAMEPARM-FILE.
001270     COPY GAMEPRMR.
001271
001280 WORKING-STORAGE SECTION.
001290*-------------------------------------------------------------
001300* FILE STATUS AND CONTROL FIELDS
001380 01  WS-RUN-DATE             PIC 9(08)     VALUE ZERO.
001390 01  WS-RECONCILE-DATE       PIC 9(08)     VALUE ZERO.
001400 01  WS-DATE-INTEGER         PIC 9(09)     USAGE COMP.
001401     COPY STEPRC.
001410*-------------------------------------------------------------
001420* RUN CONTROL - THE RANGE OF DATES THIS RUN RECONCILES.  WITH
001430* NO RUNCTL RECORD YET (FIRST RUN ON A CABINET) ONLY THE
001630 01  WS-ACHV-OPEN-SW         PIC X(01)     VALUE 'N'.
001640     88  WS-ACHV-OPEN                      VALUE 'Y'.
001650 01  WS-BADGES-AWARDED       PIC 9(05)     USAGE COMP VALUE 0.
001651*-------------------------------------------------------------
001652* SUSPECT REVIEW QUEUE - ONE CASE PER FLAGGED SIDE; A SIDE
001653* THAT FAILS SEVERAL CHECKS CARRIES EVERY REASON ON ONE CASE
001654*-------------------------------------------------------------
001655 01  WS-SUSPECT-STATUS       PIC X(02)     VALUE '00'.
001656 01  WS-SUSP-OPEN-SW         PIC X(01)     VALUE 'N'.
001657     88  WS-SUSP-OPEN                      VALUE 'Y'.
001658 01  WS-SUSPECTS-QUEUED      PIC 9(05)     USAGE COMP VALUE 0.
001659 01  WS-SUSP-SIDE-CUR        PIC X(01)     VALUE SPACE.
001660 01  WS-SUSP-INITIALS-CUR    PIC X(03)     VALUE SPACES.
001661 01  WS-SUSP-VALUE-CUR       PIC 9(07)     VALUE ZERO.
001662*-------------------------------------------------------------
001670* RUN TOTALS AND ANOMALY DETECTION
001680*-------------------------------------------------------------
001690 01  WS-SESSIONS-READ        PIC 9(07)     USAGE COMP VALUE 0.
001770* A SINGLE KEYSTROKE CAN BE WORTH AT MOST A MOVE (10) PLUS A
001780* COLLECTIBLE PICKUP (250), SO 260 IS THE SCORE CEILING PER
001790* LOGGED KEY.
001800 01  WS-POINTS-PER-KEY       PIC 9(05)     USAGE COMP VALUE 260.
001801*-------------------------------------------------------------
001802* GAME RULES BY VERSION - THE POINTS-PER-KEY CEILING FOR EACH
001803* RULES VERSION AND MODE ON THE GAMEPARM CONTROL FILE.  THE
001804* CEILING IN FORCE FOR A SESSION IS LOOKED UP BY ITS OWN RULES
001805* VERSION (SEE 2210-SET-KEY-BOUND); A VERSION OR MODE NOT ON
001806* FILE, INCLUDING VERSION 0000 FOR SESSIONS RECORDED BEFORE
001807* VERSIONS WERE CARRIED, GETS THE BUILT-IN CEILING.
001808*-------------------------------------------------------------
001809 01  WS-GAMEPARM-STATUS      PIC X(02)     VALUE '00'.
001810 01  WS-GAMEPARM-EOF-SW      PIC X(01)     VALUE 'N'.
001811     88  WS-GAMEPARM-EOF                   VALUE 'Y'.
001812 01  WS-DEFAULT-PTS-PER-KEY  PIC 9(05)     USAGE COMP VALUE 260.
001813 01  WS-RULES-VERSION-CUR    PIC 9(04)     VALUE ZERO.
001814 01  WS-RULES-MODE-CUR       PIC X(01)     VALUE SPACE.
001815 01  WS-GPARM-COUNT          PIC 9(04)     USAGE COMP VALUE 0.
001816 01  WS-GPARM-I              PIC 9(04)     USAGE COMP.
001817 01  WS-GPARM-TABLE.
001818     05  WS-GPARM-ENTRY OCCURS 60 TIMES.
001819         10  WS-GPARM-VERSION     PIC 9(04).
001820         10  WS-GPARM-MODE        PIC X(01).
001821         10  WS-GPARM-PTS-PER-KEY PIC 9(05).
001822*-------------------------------------------------------------
001823* SESSION DURATION SANITY CHECK -- A SESSION CANNOT LOG ANY
001830* KEYSTROKES IN ZERO OR NEGATIVE ELAPSED WALL-CLOCK TIME
001840*-------------------------------------------------------------
001850 01  WS-TIME-CONVERT-IN      PIC 9(08).
002490* A RUN REFUSED BY THE RUN CONTROL (SAME DATE TWICE) MUST NOT
002500* TOUCH THE MASTERS, THE REPORT OR THE RUN CONTROL ITSELF.
002510     IF WS-RUN-BLOCKED
002511         MOVE WS-STEP-RC TO RETURN-CODE
002520         STOP RUN
002530     END-IF.
002540     PERFORM 2000-PROCESS-SESSIONS THRU 2000-EXIT
002550         UNTIL WS-SESSIONS-EOF.
002560     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002561     MOVE WS-STEP-RC TO RETURN-CODE.
002570     STOP RUN.
002580 
002590*===============================================================
002800     ELSE
002810         DISPLAY "SCOREBATCH - NO SESSIONS FILE FOUND, NOTHING"
002820             " TO RECONCILE."
002821         IF WS-STEP-RC < 4
002822             MOVE 4 TO WS-STEP-RC
002823         END-IF
002830         MOVE 'Y' TO WS-SESSIONS-EOF-SW
002840     END-IF.
002850     OPEN I-O PLAYERSTATS-FILE.
002880         CLOSE PLAYERSTATS-FILE
002890         OPEN I-O PLAYERSTATS-FILE
002900     END-IF.
002901* THE MASTERS ARE THE WHOLE POINT OF THE RUN.  ONE THAT WILL
002902* NOT OPEN STOPS IT HERE, BEFORE THE RUN CONTROL MOVES ON, SO
002903* A RERUN PICKS THE SAME NIGHTS UP AGAIN.
002904     IF WS-PLAYERSTATS-STATUS NOT EQUAL "00"
002905         DISPLAY "SCOREBATCH - CANNOT OPEN PLAYERSTATS, STATUS="
002906             WS-PLAYERSTATS-STATUS
002907         MOVE 8 TO WS-STEP-RC
002908         MOVE 'Y' TO WS-RUN-BLOCKED-SW
002909         GO TO 1000-EXIT
002910     END-IF.
002911     OPEN I-O RIVALRY-FILE.
002920     IF WS-RIVALRY-STATUS NOT EQUAL "00"
002930         OPEN OUTPUT RIVALRY-FILE
002940         CLOSE RIVALRY-FILE
002950         OPEN I-O RIVALRY-FILE
002960     END-IF.
002961     IF WS-RIVALRY-STATUS NOT EQUAL "00"
002962         DISPLAY "SCOREBATCH - CANNOT OPEN RIVALRY, STATUS="
002963             WS-RIVALRY-STATUS
002964         MOVE 8 TO WS-STEP-RC
002965         MOVE 'Y' TO WS-RUN-BLOCKED-SW
002966         GO TO 1000-EXIT
002967     END-IF.
002970     PERFORM 1100-LOAD-CABINET-ID THRU 1100-EXIT.
002971     PERFORM 1200-LOAD-GAMEPARM THRU 1200-EXIT.
002980     OPEN I-O ACHIEVE-FILE.
002990     IF WS-ACHIEVE-STATUS NOT EQUAL "00"
003000         OPEN OUTPUT ACHIEVE-FILE
003040     IF WS-ACHIEVE-STATUS EQUAL "00"
003050         MOVE 'Y' TO WS-ACHV-OPEN-SW
003060     END-IF.
003061     OPEN I-O SUSPECT-FILE.
003062     IF WS-SUSPECT-STATUS EQUAL "35"
003063         OPEN OUTPUT SUSPECT-FILE
003064         CLOSE SUSPECT-FILE
003065         OPEN I-O SUSPECT-FILE
003066     END-IF.
003067     IF WS-SUSPECT-STATUS EQUAL "00"
003068         MOVE 'Y' TO WS-SUSP-OPEN-SW
003069     ELSE
003070         DISPLAY "SCOREBATCH - CANNOT OPEN SUSPECT, STATUS="
003071             WS-SUSPECT-STATUS " - NOTHING QUEUED FOR REVIEW"
003072         IF WS-STEP-RC < 4
003073             MOVE 4 TO WS-STEP-RC
003074         END-IF
003075     END-IF.
003076     OPEN OUTPUT REPORT-FILE.
003080     IF WS-REPORT-STATUS NOT EQUAL "00"
003090         DISPLAY "SCOREBATCH - CANNOT OPEN REPORT FILE, STATUS="
003100             WS-REPORT-STATUS
003101         IF WS-STEP-RC < 4
003102             MOVE 4 TO WS-STEP-RC
003103         END-IF
003110     END-IF.
003120     PERFORM 7100-WRITE-PAGE-HEADING THRU 7100-EXIT.
003130     IF WS-CATCHUP-NIGHTS > 1
003500         DISPLAY "SCOREBATCH - ALREADY RECONCILED THROUGH "
003510             WS-LAST-RECONCILED ", RUN REFUSED"
003520         MOVE 'Y' TO WS-RUN-BLOCKED-SW
003521         IF WS-STEP-RC < 4
003522             MOVE 4 TO WS-STEP-RC
003523         END-IF
003530         GO TO 1050-EXIT
003540     END-IF.
003550     COMPUTE WS-FROM-INTEGER
003820     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003830 1060-EXIT.
003840     EXIT.
003841
003842*---------------------------------------------------------------
003843* 1200-LOAD-GAMEPARM - READ THE GAMEPARM RULES FILE, IF ONE IS
003844* PRESENT, INTO THE RULES TABLE.  EVERY VERSION ON FILE IS
003845* KEPT, SINCE THE SESSIONS CHECKED MAY SPAN SEVERAL.  A ROW
003846* WITH AN UNKNOWN MODE OR A NON-NUMERIC OR ZERO CEILING IS
003847* PASSED OVER, LEAVING THE BUILT-IN CEILING FOR THAT MODE.
003848*---------------------------------------------------------------
003849 1200-LOAD-GAMEPARM.
003850     MOVE ZERO TO WS-GPARM-COUNT.
003851     OPEN INPUT GAMEPARM-FILE.
003852     IF WS-GAMEPARM-STATUS NOT EQUAL "00"
003853         DISPLAY "SCOREBATCH - NO GAMEPARM FILE, BUILT-IN"
003854             " RULES APPLY"
003855         GO TO 1200-EXIT
003856     END-IF.
003857     MOVE 'N' TO WS-GAMEPARM-EOF-SW.
003858     PERFORM 1210-READ-ONE-PARM THRU 1210-EXIT
003859         UNTIL WS-GAMEPARM-EOF.
003860     CLOSE GAMEPARM-FILE.
003861 1200-EXIT.
003862     EXIT.
003863
003864 1210-READ-ONE-PARM.
003865     READ GAMEPARM-FILE
003866         AT END
003867             MOVE 'Y' TO WS-GAMEPARM-EOF-SW
003868             GO TO 1210-EXIT
003869     END-READ.
003870* A READ FAILURE OTHER THAN END-OF-FILE (I-O ERROR) WOULD
003871* OTHERWISE LEAVE THE LOAD LOOP SPINNING FOREVER.
003872     IF WS-GAMEPARM-STATUS NOT EQUAL "00"
003873         MOVE 'Y' TO WS-GAMEPARM-EOF-SW
003874         GO TO 1210-EXIT
003875     END-IF.
003876     IF GPARM-VERSION NOT NUMERIC
003877       OR GPARM-POINTS-PER-KEY NOT NUMERIC
003878         GO TO 1210-EXIT
003879     END-IF.
003880     IF GPARM-MODE NOT EQUAL 'E'
003881       AND GPARM-MODE NOT EQUAL 'N'
003882       AND GPARM-MODE NOT EQUAL 'H'
003883         GO TO 1210-EXIT
003884     END-IF.
003885     IF GPARM-POINTS-PER-KEY EQUAL ZERO
003886       OR WS-GPARM-COUNT >= 60
003887         GO TO 1210-EXIT
003888     END-IF.
003889     ADD 1 TO WS-GPARM-COUNT.
003890     MOVE GPARM-VERSION
003891         TO WS-GPARM-VERSION(WS-GPARM-COUNT).
003892     MOVE GPARM-MODE
003893         TO WS-GPARM-MODE(WS-GPARM-COUNT).
003894     MOVE GPARM-POINTS-PER-KEY
003895         TO WS-GPARM-PTS-PER-KEY(WS-GPARM-COUNT).
003896 1210-EXIT.
003897     EXIT.
003898
003899
003900*===============================================================
003901* 2000-PROCESS-SESSIONS - RECONCILE ONE SESSION RECORD DATED
003902* IN THE RANGE WS-FROM-DATE THROUGH WS-RECONCILE-DATE (THE
003903* CALENDAR DAY THAT JUST CLOSED -- THIS JOB RUNS AFTER
003910* MIDNIGHT, SO THE NIGHT JUST ENDED IS ALREADY "YESTERDAY").
003920* ON A NORMAL NIGHT THE RANGE IS ONE DAY; AFTER A MISSED
003930* NIGHT THE RUN CONTROL WIDENS IT TO CATCH UP.  SESSIONS
004230         AT END
004240             MOVE 'Y' TO WS-SESSIONS-EOF-SW
004250     END-READ.
004251* A READ FAILURE OTHER THAN END-OF-FILE (I-O ERROR) WOULD
004252* OTHERWISE LEAVE THE RECONCILIATION LOOP SPINNING FOREVER.
004253     IF WS-SESSIONS-STATUS NOT EQUAL "00"
004254       AND WS-SESSIONS-STATUS NOT EQUAL "10"
004255         DISPLAY "SCOREBATCH - SESSIONS READ FAILED, STATUS="
004256             WS-SESSIONS-STATUS
004257         MOVE 'Y' TO WS-SESSIONS-EOF-SW
004258         MOVE 8 TO WS-STEP-RC
004259     END-IF.
004260 2100-EXIT.
004270     EXIT.
004280 
004380 2200-CHECK-FOR-ANOMALY.
004390     MOVE 'N' TO WS-SESSION-FLAGGED-SW.
004400     MOVE 'N' TO WS-P2-FLAGGED-SW.
004401     IF SESSION-RULES-VERSION NUMERIC
004402         MOVE SESSION-RULES-VERSION TO WS-RULES-VERSION-CUR
004403     ELSE
004404         MOVE ZERO TO WS-RULES-VERSION-CUR
004405     END-IF.
004406     MOVE SESSION-MODE TO WS-RULES-MODE-CUR.
004407     PERFORM 2210-SET-KEY-BOUND THRU 2210-EXIT.
004410     COMPUTE WS-MAX-POSSIBLE-SCORE
004420         = SESSION-KEYSTROKES * WS-POINTS-PER-KEY.
004430     IF SESSION-VALUE > WS-MAX-POSSIBLE-SCORE
004710     END-IF.
004720 2200-EXIT.
004730     EXIT.
004731
004732*---------------------------------------------------------------
004733* 2210-SET-KEY-BOUND - SET WS-POINTS-PER-KEY TO THE CEILING OF
004734* THE RULES VERSION AND MODE THE SESSION WAS PLAYED UNDER
004735*---------------------------------------------------------------
004736 2210-SET-KEY-BOUND.
004737     MOVE WS-DEFAULT-PTS-PER-KEY TO WS-POINTS-PER-KEY.
004738     PERFORM 2215-MATCH-ONE-RULE THRU 2215-EXIT
004739         VARYING WS-GPARM-I FROM 1 BY 1
004740         UNTIL WS-GPARM-I > WS-GPARM-COUNT.
004741 2210-EXIT.
004742     EXIT.
004743
004744 2215-MATCH-ONE-RULE.
004745     IF WS-GPARM-VERSION(WS-GPARM-I) EQUAL WS-RULES-VERSION-CUR
004746       AND WS-GPARM-MODE(WS-GPARM-I) EQUAL WS-RULES-MODE-CUR
004747         MOVE WS-GPARM-PTS-PER-KEY(WS-GPARM-I)
004748             TO WS-POINTS-PER-KEY
004749     END-IF.
004750 2215-EXIT.
004751     EXIT.
004752 
004753*---------------------------------------------------------------
004760* 2230-CHECK-DURATION - CONVERT SESSION-START-TIME AND
004770* SESSION-TIME TO A COUNT OF SECONDS APIECE AND FLAG A SESSION
004780* THAT LOGGED KEYSTROKES IN ZERO OR NEGATIVE ELAPSED TIME.
006480         DISPLAY "ACHIEVEMENT BADGES AWARDED: "
006490             WS-BADGES-AWARDED
006500     END-IF.
006501     IF WS-SUSP-OPEN
006502         CLOSE SUSPECT-FILE
006503         DISPLAY "SUSPECT CASES QUEUED......: "
006504             WS-SUSPECTS-QUEUED
006505     END-IF.
006510     IF WS-EXPORT-ACTIVE
006520         CLOSE TRANSFER-FILE
006530         DISPLAY "SESSIONS EXPORTED.........: "
006760         DISPLAY "SCOREBATCH - CANNOT REWRITE RUN CONTROL,"
006770             " STATUS=" WS-RUNCTL-STATUS
006780             " - NEXT RUN MAY DOUBLE-COUNT"
006781         MOVE 8 TO WS-STEP-RC
006790         GO TO 9100-EXIT
006800     END-IF.
006810     MOVE WS-RECONCILE-DATE TO RUNCTL-LAST-DATE.
007060            WS-ANOMALY-REASON DELIMITED BY SIZE
007070         INTO WS-RPT-LINE.
007080     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007081     IF WS-SUSP-OPEN
007082         MOVE '1'                TO WS-SUSP-SIDE-CUR
007083         MOVE SESSION-INITIALS   TO WS-SUSP-INITIALS-CUR
007084         MOVE SESSION-VALUE      TO WS-SUSP-VALUE-CUR
007085         PERFORM 2270-QUEUE-SUSPECT THRU 2270-EXIT
007086     END-IF.
007090 2250-EXIT.
007100     EXIT.
007110 
007250            WS-ANOMALY-REASON    DELIMITED BY SIZE
007260         INTO WS-RPT-LINE.
007270     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007271     IF WS-SUSP-OPEN
007272         MOVE '2'                TO WS-SUSP-SIDE-CUR
007273         MOVE SESSION-P2-INITIALS TO WS-SUSP-INITIALS-CUR
007274         MOVE SESSION-P2-VALUE   TO WS-SUSP-VALUE-CUR
007275         PERFORM 2270-QUEUE-SUSPECT THRU 2270-EXIT
007276     END-IF.
007280 2260-EXIT.
007290     EXIT.
007291
007292*---------------------------------------------------------------
007293* 2270-QUEUE-SUSPECT - PUT THE FLAGGED SIDE ON THE SUSPECT
007294* REVIEW QUEUE.  THE FIRST REASON OPENS THE CASE; A FURTHER
007295* REASON FOR THE SAME SIDE IS ADDED TO THE CASE ALREADY OPEN.
007296* A CASE AN OPERATOR HAS ALREADY DISPOSED OF IS LEFT ALONE.
007297*---------------------------------------------------------------
007298 2270-QUEUE-SUSPECT.
007299     MOVE SESSION-DATE          TO SUSP-DATE.
007300     MOVE SESSION-TIME          TO SUSP-TIME.
007301     MOVE WS-SUSP-INITIALS-CUR  TO SUSP-INITIALS.
007302     MOVE WS-SUSP-SIDE-CUR      TO SUSP-SIDE.
007303     READ SUSPECT-FILE
007304         INVALID KEY
007305             PERFORM 2280-OPEN-SUSPECT-CASE THRU 2280-EXIT
007306         NOT INVALID KEY
007307             PERFORM 2290-ADD-SUSPECT-REASON THRU 2290-EXIT
007308     END-READ.
007309 2270-EXIT.
007310     EXIT.
007311
007312 2280-OPEN-SUSPECT-CASE.
007313     MOVE WS-SUSP-VALUE-CUR     TO SUSP-VALUE.
007314     MOVE SESSION-MODE          TO SUSP-MODE.
007315     MOVE SESSION-KEYSTROKES    TO SUSP-KEYSTROKES.
007316     MOVE SESSION-START-TIME    TO SUSP-START-TIME.
007317     MOVE 1                     TO SUSP-REASON-COUNT.
007318     MOVE WS-ANOMALY-REASON     TO SUSP-REASON(1).
007319     MOVE SPACES                TO SUSP-REASON(2).
007320     MOVE SPACES                TO SUSP-REASON(3).
007321     MOVE 'O'                   TO SUSP-STATUS.
007322     MOVE WS-RUN-DATE           TO SUSP-QUEUED-DATE.
007323     MOVE ZERO                  TO SUSP-DISP-DATE.
007324     MOVE SPACES                TO SUSP-DISP-OPERATOR.
007325     MOVE SPACES                TO SUSP-NOTE.
007326     WRITE SUSPECT-RECORD
007327         INVALID KEY
007328             DISPLAY "SCOREBATCH - CANNOT QUEUE SUSPECT "
007329                 SUSP-INITIALS " STATUS=" WS-SUSPECT-STATUS
007330             IF WS-STEP-RC < 4
007331                 MOVE 4 TO WS-STEP-RC
007332             END-IF
007333         NOT INVALID KEY
007334             ADD 1 TO WS-SUSPECTS-QUEUED
007335     END-WRITE.
007336 2280-EXIT.
007337     EXIT.
007338
007339 2290-ADD-SUSPECT-REASON.
007340     IF NOT SUSP-OPEN OR SUSP-REASON-COUNT >= 3
007341         GO TO 2290-EXIT
007342     END-IF.
007343     ADD 1 TO SUSP-REASON-COUNT.
007344     MOVE WS-ANOMALY-REASON TO SUSP-REASON(SUSP-REASON-COUNT).
007345     REWRITE SUSPECT-RECORD
007346         INVALID KEY
007347             DISPLAY "SCOREBATCH - CANNOT ADD SUSPECT REASON "
007348                 SUSP-INITIALS " " SUSP-DATE " " SUSP-TIME
007349                 " STATUS=" WS-SUSPECT-STATUS
007350             IF WS-STEP-RC < 4
007351                 MOVE 4 TO WS-STEP-RC
007352             END-IF
007353     END-REWRITE.
007354 2290-EXIT.
007355     EXIT.
007356 
007357*---------------------------------------------------------------
007358* 2500-ACCUMULATE-MODE-TOTALS - COUNT THIS RECONCILED SESSION
007359* AND ITS SCORE (BOTH PLAYERS OF A HEAD-TO-HEAD SESSION) UNDER
007360* ITS DIFFICULTY MODE FOR THE SESSIONS-BY-MODE SUMMARY
007361*---------------------------------------------------------------
007362 2500-ACCUMULATE-MODE-TOTALS.
007370     EVALUATE TRUE
007380         WHEN SESSION-MODE-EASY
007390             ADD 1 TO WS-EASY-COUNT
009860* THE STANDINGS FOR ITS PAIR OF INITIALS.  THE PAIR KEY PUTS
009870* THE ALPHABETICALLY LOWER INITIALS FIRST SO EITHER SEATING
009880* ORDER OF THE SAME TWO PLAYERS LANDS ON THE SAME RECORD.
009881* TWO GUESTS SHARE THE "---" MARKER AND ARE NO PAIR AT ALL.
009890*---------------------------------------------------------------
009900 2600-UPDATE-RIVALRY.
009901     IF SESSION-INITIALS EQUAL SESSION-P2-INITIALS
009902         GO TO 2600-EXIT
009903     END-IF.
009910     IF SESSION-INITIALS <= SESSION-P2-INITIALS
009920         MOVE SESSION-INITIALS    TO RIVAL-A-INITIALS
009930         MOVE SESSION-P2-INITIALS TO RIVAL-B-INITIALS
010840     MOVE SESSION-START-TIME    TO XFER-START-TIME.
010850     MOVE SESSION-CREDITS       TO XFER-CREDITS.
010860     MOVE SESSION-EVENT-ID      TO XFER-EVENT-ID.
010861     IF SESSION-RULES-VERSION NUMERIC
010862         MOVE SESSION-RULES-VERSION TO XFER-RULES-VERSION
010863     ELSE
010864         MOVE ZERO TO XFER-RULES-VERSION
010865     END-IF.
010870     WRITE XFER-RECORD.
010880     ADD 1 TO WS-SESSIONS-EXPORTED.
010890 2700-EXIT.
