000280* SHOPSTAT, ALLTIME, ACHIEVE.  THE BACKUP ASSIGNMENT IS
000290* POINTED AT A DATED FILE BY RUN-MASTERBACK.SH, THE SAME WAY
000300* THE HOUSEKEEPING ARCHIVES ARE NAMED.
000301*
000302* SCORES AND ALLTIME ARE KEYED BY INITIALS PLUS MODE.  A
000303* BACKUP OF EITHER TAKEN WHILE THEY WERE KEYED BY INITIALS
000304* ALONE IS CONVERTED TO THE CURRENT LAYOUT AS IT IS RELOADED.
000305*
000306* CUTOVER.  A MASTER WHOSE RECORD LAYOUT HAS CHANGED (SCORES
000307* AND ALLTIME GAINED THE MODE IN THE KEY, SHOPSESS GAINED THE
000308* RULES VERSION) WILL NOT OPEN UNDER THE NEW PROGRAMS - THE
000309* GAME, SHOPCONSOL, SEASONCLOSE AND SCOREVERIFY STOP WITH THE
000310* OPEN STATUS RATHER THAN CREATE IT AFRESH.  BEFORE INSTALLING
000311* THE NEW PROGRAMS, UNLOAD EACH SUCH MASTER WITH THE MASTERBACK
000312* STILL BUILT FROM THE OLD COPYBOOKS, MOVE THE OLD FILE ASIDE,
000313* THEN RELOAD THE BACKUP WITH THIS MASTERBACK.  SCORES AND
000314* ALLTIME IMAGES ARE CONVERTED BY 4410; A SHORT SHOPSESS IMAGE
000315* RELOADS WITH A BLANK RULES VERSION, WHICH SHOPCONSOL READS
000316* AS THE BUILT-IN CEILINGS, THE SAME AS BEFORE THE CHANGE.
000317*-------------------------------------------------------------
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. masterback.
000340 AUTHOR. D HENDERSON.
000390* MODIFICATION HISTORY
000400* DATE       INIT DESCRIPTION
000410* 2026-09-03 DWH  ORIGINAL UNLOAD/RELOAD BACKUP UTILITY.
000411* 2026-10-15 DWH  SCORES AND ALLTIME NOW KEYED BY INITIALS PLUS
000412*                 MODE; CONVERT AN OLD-LAYOUT BACKUP OF EITHER
000413*                 ON RELOAD.
000414* 2026-10-15 DWH  HAND BACK A COMPLETION CODE FOR THE JOBSTREAM
000415*                 DRIVER: REFUSED FOR A BAD COMMAND LINE, A
000416*                 WARNING FOR UNLOADING A MASTER NOT YET CREATED,
000417*                 A FAILURE FOR ANY OTHER BLOCKED RUN OR A READ
000418*                 OR RELOAD WRITE ERROR.
000419* 2026-10-15 DWH  DOCUMENT THE UNLOAD-OLD / RELOAD-NEW CUTOVER
000420*                 FOR MASTERS WHOSE RECORD LAYOUT HAS CHANGED.
000421*-------------------------------------------------------------
000430
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000530     SELECT SCORES-FILE ASSIGN TO "SCORES"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS SCORE-KEY
000570         FILE STATUS IS WS-MASTER-STATUS.
000580     SELECT PLAYERSTATS-FILE ASSIGN TO "PLAYERSTATS"
000590         ORGANIZATION IS INDEXED
000780     SELECT ALLTIME-FILE ASSIGN TO "ALLTIME"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS ALLT-KEY
000820         FILE STATUS IS WS-MASTER-STATUS.
000830     SELECT ACHIEVE-FILE ASSIGN TO "ACHIEVE"
000840         ORGANIZATION IS INDEXED
001610 01  WS-RECORDS-UNLOADED     PIC 9(09)     USAGE COMP VALUE 0.
001620 01  WS-RECORDS-COUNTED      PIC 9(09)     USAGE COMP VALUE 0.
001630 01  WS-RECORDS-RELOADED     PIC 9(09)     USAGE COMP VALUE 0.
001631 01  WS-RECORDS-CONVERTED    PIC 9(09)     USAGE COMP VALUE 0.
001640 01  WS-TRAILER-COUNT        PIC 9(09)     VALUE ZERO.
001650 01  WS-TRAILER-SEEN-SW      PIC X(01)     VALUE 'N'.
001660     88  WS-TRAILER-SEEN                   VALUE 'Y'.
001690 01  WS-COUNT-DISP           PIC 9(09).
001691 01  WS-TRAILER-X            PIC X(09)     VALUE SPACES.
001700 01  WS-REC-IMAGE            PIC X(80)     VALUE SPACES.
001701 01  WS-CONV-IMAGE           PIC X(80)     VALUE SPACES.
001702     COPY STEPRC.
001710
001720 PROCEDURE DIVISION.
001730*===============================================================
001760 0000-MAINLINE.
001770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001780     IF WS-RUN-BLOCKED
001781         MOVE WS-STEP-RC TO RETURN-CODE
001790         STOP RUN
001800     END-IF.
001810     IF WS-UNLOAD-MODE
001840         PERFORM 3000-RELOAD THRU 3000-EXIT
001850     END-IF.
001860     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001861     IF WS-RUN-BLOCKED
001862       AND WS-STEP-CLEAN
001863         MOVE 8 TO WS-STEP-RC
001864     END-IF.
001865     MOVE WS-STEP-RC TO RETURN-CODE.
001870     STOP RUN.
001880
001890*===============================================================
002040             DISPLAY "MASTERBACK - USAGE: UNLOAD <MASTER> OR"
002050                 " RELOAD <MASTER>"
002060             MOVE 'Y' TO WS-RUN-BLOCKED-SW
002061             MOVE 12 TO WS-STEP-RC
002070             GO TO 1000-EXIT
002080     END-EVALUATE.
002090     MOVE WS-PARM-MASTER TO WS-MASTER-NAME.
002120         DISPLAY "  ONE OF: SCORES PLAYERSTATS RIVALRY"
002130             " SHOPSESS SHOPSTAT ALLTIME ACHIEVE"
002140         MOVE 'Y' TO WS-RUN-BLOCKED-SW
002141         MOVE 12 TO WS-STEP-RC
002150     END-IF.
002160 1000-EXIT.
002170     EXIT.
004150         DISPLAY "MASTERBACK - CANNOT OPEN " WS-MASTER-NAME
004160             " STATUS=" WS-MASTER-STATUS
004170         MOVE 'Y' TO WS-RUN-BLOCKED-SW
004171         IF WS-MASTER-STATUS EQUAL "35"
004172           AND WS-STEP-RC < 4
004173             MOVE 4 TO WS-STEP-RC
004174         END-IF
004180     END-IF.
004190 4000-EXIT.
004200     EXIT.
004840* OTHERWISE LEAVE THE UNLOAD LOOP SPINNING FOREVER.
004850     IF WS-MASTER-STATUS NOT EQUAL "00"
004860         MOVE 'Y' TO WS-IO-EOF-SW
004861         IF WS-MASTER-STATUS NOT EQUAL "10"
004862             MOVE 8 TO WS-STEP-RC
004863         END-IF
004870     END-IF.
004880 4200-EXIT.
004890     EXIT.
005160 4400-WRITE-MASTER-RECORD.
005170     EVALUATE TRUE
005180         WHEN WS-MASTER-SCORES
005181             PERFORM 4410-CONVERT-OLD-BOARD THRU 4410-EXIT
005190             MOVE WS-REC-IMAGE TO SCORE-RECORD
005200             WRITE SCORE-RECORD
005210                 INVALID KEY
005560                     ADD 1 TO WS-RECORDS-RELOADED
005570             END-WRITE
005580         WHEN WS-MASTER-ALLTIME
005581             PERFORM 4410-CONVERT-OLD-BOARD THRU 4410-EXIT
005590             MOVE WS-REC-IMAGE TO ALLTIME-RECORD
005600             WRITE ALLTIME-RECORD
005610                 INVALID KEY
005740     END-EVALUATE.
005750 4400-EXIT.
005760     EXIT.
005761
005762*---------------------------------------------------------------
005763* 4410-CONVERT-OLD-BOARD - A SCORES OR ALLTIME BACKUP TAKEN
005764* BEFORE THE MODE JOINED THE KEY HOLDS THE SEVEN-DIGIT SCORE
005765* IN POSITIONS 4-10 AND THE MODE IN POSITION 11; THE CURRENT
005766* LAYOUT HOLDS THE MODE IN POSITION 4, FOLLOWED BY THE SCORE.
005767* AN OLD IMAGE IS KNOWN BY A DIGIT WHERE THE MODE NOW SITS.
005768* EVERYTHING FROM POSITION 12 ON IS THE SAME IN BOTH.
005769*---------------------------------------------------------------
005770 4410-CONVERT-OLD-BOARD.
005771     IF WS-REC-IMAGE(4:1) NOT NUMERIC
005772         GO TO 4410-EXIT
005773     END-IF.
005774     MOVE WS-REC-IMAGE        TO WS-CONV-IMAGE.
005775     MOVE WS-CONV-IMAGE(11:1) TO WS-REC-IMAGE(4:1).
005776     MOVE WS-CONV-IMAGE(4:7)  TO WS-REC-IMAGE(5:7).
005777     ADD 1 TO WS-RECORDS-CONVERTED.
005778 4410-EXIT.
005779     EXIT.
005780
005781 4500-REPORT-BAD-WRITE.
005790     DISPLAY "MASTERBACK - RELOAD WRITE FAILED, STATUS="
005800         WS-MASTER-STATUS.
005801     MOVE 8 TO WS-STEP-RC.
005810 4500-EXIT.
005820     EXIT.
005830
005950             WS-RECORDS-COUNTED
005960         DISPLAY "RECORDS RELOADED..........: "
005970             WS-RECORDS-RELOADED
005971             IF WS-RECORDS-CONVERTED > 0
005972                 DISPLAY "RECORDS CONVERTED.........: "
005973                     WS-RECORDS-CONVERTED
005974             END-IF
005980     END-IF.
005990 9000-EXIT.
006000     EXIT.
