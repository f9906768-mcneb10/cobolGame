000140* EVERY LIVE SCORES RECORD IS SNAPSHOTTED TO THE SEASON
000150* HISTORY FILE (SEASHIST, STAMPED WITH THE SEASON
000160* IDENTIFIER), FOLDED INTO THE ALL-TIME MASTER (ALLTIME,
000170* BEST PER PLAYER PER MODE KEPT), AND THE LIVE BOARD IS THEN
000180* CLEARED SO THE NEW SEASON STARTS FRESH.  EACH DIFFICULTY
000190* MODE KEEPS A BOARD OF ITS OWN, SO A PLAYER MAY HAVE UP TO
000195* THREE RECORDS IN EACH FILE.  AFTER THE RUN THE OPERATOR
000196* REPLACES THE SEASON FILE WITH THE NEW SEASON'S RECORD (SEE
000200* RUN-SEASONCLOSE.SH).
000210*
000220* THE RUN IS REFUSED WHILE THE SEASON'S END DATE IS STILL IN
000230* THE FUTURE, UNLESS THE WORD FORCE IS GIVEN ON THE COMMAND
000361* 2026-09-03 DWH  ABANDON THE ROLLOVER ON A SCORES READ
000362*                 FAILURE MID-SNAPSHOT INSTEAD OF CLEARING A
000363*                 BOARD WHOSE HISTORY NEVER FINISHED WRITING.
000364* 2026-10-15 DWH  SCORES AND ALLTIME ARE NOW KEYED BY INITIALS
000365*                 PLUS MODE; THE ALL-TIME FOLD KEEPS THE BEST
000366*                 PER PLAYER PER MODE.
000367* 2026-10-15 DWH  CREATE ALLTIME ONLY WHEN IT IS NOT THERE, AND
000368*                 HAND BACK A COMPLETION CODE: 12 FOR A REFUSED
000369*                 RUN, 8 FOR AN ABANDONED ROLLOVER.
000370*-------------------------------------------------------------
000380
000390 ENVIRONMENT DIVISION.
000480     SELECT SCORES-FILE ASSIGN TO "SCORES"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS SCORE-KEY
000520         FILE STATUS IS WS-SCORES-STATUS.
000530     SELECT SEASHIST-FILE ASSIGN TO "SEASHIST"
000540         ORGANIZATION IS LINE SEQUENTIAL
000560     SELECT ALLTIME-FILE ASSIGN TO "ALLTIME"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS ALLT-KEY
000600         FILE STATUS IS WS-ALLTIME-STATUS.
000610
000620 DATA DIVISION.
000730* EVERY CLOSED BOARD STAYS RECONSTRUCTIBLE.
000740 FD  SEASHIST-FILE.
000750     COPY SEAHREC.
000760* ALLTIME-FILE - BEST PER PLAYER PER MODE ACROSS ALL SEASONS,
000770* SHOWN BY COBOLGAME ON THE ALL-TIME LEADERBOARD PAGES.
000780 FD  ALLTIME-FILE.
000790     COPY ALLTMREC.
000800
001020 01  WS-HIST-WRITTEN         PIC 9(07)     USAGE COMP VALUE 0.
001030 01  WS-ALLTIME-NEW          PIC 9(07)     USAGE COMP VALUE 0.
001040 01  WS-ALLTIME-IMPROVED     PIC 9(07)     USAGE COMP VALUE 0.
001041     COPY STEPRC.
001050
001060 PROCEDURE DIVISION.
001070*===============================================================
001100 0000-MAINLINE.
001110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001120     IF WS-RUN-BLOCKED
001121         MOVE WS-STEP-RC TO RETURN-CODE
001130         STOP RUN
001140     END-IF.
001150     PERFORM 2000-SNAPSHOT-ONE-SCORE THRU 2000-EXIT
001170         PERFORM 3000-CLEAR-LIVE-BOARD THRU 3000-EXIT
001171     END-IF.
001180     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001181     MOVE WS-STEP-RC TO RETURN-CODE.
001190     STOP RUN.
001200
001210*===============================================================
001230* MID-SEASON RUN (UNLESS FORCED), AND OPEN THE THREE FILES
001240* THE SNAPSHOT NEEDS.  NOTHING IS TOUCHED UNTIL EVERY OPEN
001250* HAS SUCCEEDED - A ROLLOVER THAT CANNOT WRITE ITS HISTORY
001260* MUST NOT CLEAR THE BOARD.  ALLTIME IS CREATED ONLY WHEN IT
001261* IS NOT THERE (STATUS 35); ONE THAT WILL NOT OPEN FOR ANY
001262* OTHER REASON - AN OLD RECORD LAYOUT, SAY - REFUSES THE RUN
001263* RATHER THAN BE WIPED (SEE MASTERBACK).
001270*===============================================================
001280 1000-INITIALIZE.
001290     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001330         DISPLAY "SEASONCLOSE - NO SEASON CONTROL FILE,"
001340             " STATUS=" WS-SEASON-STATUS ", RUN REFUSED"
001350         MOVE 'Y' TO WS-RUN-BLOCKED-SW
001351         MOVE 12 TO WS-STEP-RC
001360         GO TO 1000-EXIT
001370     END-IF.
001380     READ SEASON-FILE
001400             DISPLAY "SEASONCLOSE - SEASON CONTROL FILE IS"
001410                 " EMPTY, RUN REFUSED"
001420             MOVE 'Y' TO WS-RUN-BLOCKED-SW
001421             MOVE 12 TO WS-STEP-RC
001430         NOT AT END
001440             MOVE SEASON-ID    TO WS-SEASON-ID
001450             MOVE SEASON-START TO WS-SEASON-START
001550             " RUNS THROUGH " WS-SEASON-END
001560             ", RUN REFUSED (USE FORCE TO OVERRIDE)"
001570         MOVE 'Y' TO WS-RUN-BLOCKED-SW
001571         MOVE 12 TO WS-STEP-RC
001580         GO TO 1000-EXIT
001590     END-IF.
001600     OPEN INPUT SCORES-FILE.
001620         DISPLAY "SEASONCLOSE - CANNOT OPEN SCORES, STATUS="
001630             WS-SCORES-STATUS ", RUN REFUSED"
001640         MOVE 'Y' TO WS-RUN-BLOCKED-SW
001641         MOVE 12 TO WS-STEP-RC
001650         GO TO 1000-EXIT
001660     END-IF.
001670     OPEN EXTEND SEASHIST-FILE.
001730             " STATUS=" WS-SEASHIST-STATUS ", RUN REFUSED"
001740         CLOSE SCORES-FILE
001750         MOVE 'Y' TO WS-RUN-BLOCKED-SW
001751         MOVE 12 TO WS-STEP-RC
001760         GO TO 1000-EXIT
001770     END-IF.
001780     OPEN I-O ALLTIME-FILE.
001790     IF WS-ALLTIME-STATUS EQUAL "35"
001800         OPEN OUTPUT ALLTIME-FILE
001810         CLOSE ALLTIME-FILE
001820         OPEN I-O ALLTIME-FILE
001870         CLOSE SCORES-FILE
001880         CLOSE SEASHIST-FILE
001890         MOVE 'Y' TO WS-RUN-BLOCKED-SW
001891         MOVE 12 TO WS-STEP-RC
001900     END-IF.
001910 1000-EXIT.
001920     EXIT.
002310
002320 2200-FOLD-INTO-ALLTIME.
002330     MOVE SCORE-INITIALS TO ALLT-INITIALS.
002331     MOVE SCORE-MODE     TO ALLT-MODE.
002340     READ ALLTIME-FILE
002350         INVALID KEY
002360             PERFORM 2210-CREATE-ALLTIME THRU 2210-EXIT
002900     CLOSE SCORES-FILE.
002901     CLOSE SEASHIST-FILE.
002902     CLOSE ALLTIME-FILE.
002903     IF WS-STEP-RC < 8
002904         MOVE 8 TO WS-STEP-RC
002905     END-IF.
002906     DISPLAY "SEASONCLOSE - ROLLOVER ABANDONED, LIVE BOARD"
002907         " LEFT INTACT.  TRIM THIS SEASON'S PARTIAL RECORDS"
002908         " FROM SEASHIST BEFORE RERUNNING.".
002909 3500-EXIT.
002910     EXIT.
002911
002912*===============================================================
002920* 9000-TERMINATE - RUN TOTALS
002930*===============================================================
002940 9000-TERMINATE.
