000341* 2026-09-03 DWH  WIDEN THE SESSION AND TRANSFER BUFFERS TO
000342*                 MATCH THE NEW CREDITS AND TOURNAMENT EVENT
000343*                 FIELDS ON BOTH RECORDS.
000344* 2026-10-15 DWH  WIDEN THE SESSION AND TRANSFER BUFFERS FOR
000345*                 THE GAMEPARM RULES VERSION ON BOTH RECORDS.
000346* 2026-10-15 DWH  WIDEN THE SESSION BUFFERS FOR THE COMP
000347*                 CREDITS NOW CARRIED ON THE SESSION RECORD.
000348* 2026-10-15 DWH  HAND BACK A COMPLETION CODE FOR THE JOBSTREAM
000349*                 DRIVER: A FAILURE WHENEVER A SPLIT IS ABANDONED
000350*                 OR A LIVE FILE CANNOT BE REWRITTEN.
000351*-------------------------------------------------------------
000352
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. GENERIC-CABINET.
000680* THE LIVE FILE.  OPENED EXTEND SO A RERUN APPENDS INSTEAD OF
000690* CLOBBERING AN EARLIER ARCHIVE PASS.
000700 FD  SESSARCH-FILE.
000710 01  SESSARCH-RECORD             PIC X(69).
000720* SESSWORK-FILE - SCRATCH COPY OF THE UNRECONCILED TAIL,
000730* COPIED BACK OVER THE LIVE FILE ONCE THE SPLIT IS COMPLETE.
000740 FD  SESSWORK-FILE.
000750 01  SESSWORK-RECORD             PIC X(69).
000760* AUDITLOG-FILE - LIVE PER-ITERATION AUDIT TRAIL WRITTEN BY
000770* COBOLGAME.  EACH LINE LEADS WITH ITS YYYYMMDD DATE.
000780 FD  AUDITLOG-FILE.
000866     COPY XFERREC.
000867* XFERARCH-FILE - ARCHIVED TRANSFER RECORDS, SAME LAYOUT.
000868 FD  XFERARCH-FILE.
000869 01  XFERARCH-RECORD             PIC X(71).
000870* XFERWORK-FILE - SCRATCH COPY OF THE TRANSFER TAIL.
000871 FD  XFERWORK-FILE.
000872 01  XFERWORK-RECORD             PIC X(71).
000873
000880 WORKING-STORAGE SECTION.
000890*-------------------------------------------------------------
001248 01  WS-XFER-READ            PIC 9(07)     USAGE COMP VALUE 0.
001249 01  WS-XFER-ARCHIVED        PIC 9(07)     USAGE COMP VALUE 0.
001250 01  WS-XFER-KEPT            PIC 9(07)     USAGE COMP VALUE 0.
001251     COPY STEPRC.
001252
001260 PROCEDURE DIVISION.
001270*===============================================================
001280* 0000-MAINLINE - PROGRAM ENTRY POINT
001393         PERFORM 7000-REWRITE-LIVE-TRANSFER THRU 7000-EXIT
001394     END-IF.
001400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001401     MOVE WS-STEP-RC TO RETURN-CODE.
001410     STOP RUN.
001420
001430*===============================================================
001549         DISPLAY "HOUSEKEEP - CANNOT OPEN SESSION ARCHIVE,"
001550             " STATUS=" WS-SESSARCH-STATUS ", SPLIT ABANDONED"
001551         CLOSE SESSIONS-FILE
001552         MOVE 8 TO WS-STEP-RC
001553         GO TO 2000-EXIT
001554     END-IF.
001555     OPEN OUTPUT SESSWORK-FILE.
001556     IF WS-SESSWORK-STATUS NOT EQUAL "00"
001557         DISPLAY "HOUSEKEEP - CANNOT OPEN SESSION WORK FILE,"
001558             " STATUS=" WS-SESSWORK-STATUS ", SPLIT ABANDONED"
001559         CLOSE SESSIONS-FILE
001560         CLOSE SESSARCH-FILE
001561         MOVE 8 TO WS-STEP-RC
001562         GO TO 2000-EXIT
001563     END-IF.
001564     MOVE 'Y' TO WS-SESSIONS-FOUND-SW.
001600     PERFORM 2100-SPLIT-ONE-SESSION THRU 2100-EXIT
001610         UNTIL WS-SESSIONS-EOF.
001620     CLOSE SESSIONS-FILE.
001922         DISPLAY "HOUSEKEEP - CANNOT REOPEN SESSION WORK FILE,"
001923             " STATUS=" WS-SESSWORK-STATUS
001924             ", LIVE FILE LEFT UNTOUCHED"
001925         MOVE 8 TO WS-STEP-RC
001926         GO TO 3000-EXIT
001927     END-IF.
001930     OPEN OUTPUT SESSIONS-FILE.
001931     IF WS-SESSIONS-STATUS NOT EQUAL "00"
001932         DISPLAY "HOUSEKEEP - CANNOT REWRITE SESSIONS,"
001933             " STATUS=" WS-SESSIONS-STATUS
001934             ", TAIL REMAINS IN SESSWORK"
001935         CLOSE SESSWORK-FILE
001936         MOVE 8 TO WS-STEP-RC
001937         GO TO 3000-EXIT
001938     END-IF.
001940     MOVE 'N' TO WS-WORK-EOF-SW.
001950     PERFORM 3100-COPY-ONE-SESSION THRU 3100-EXIT
001960         UNTIL WS-WORK-EOF.
002247         DISPLAY "HOUSEKEEP - CANNOT OPEN AUDIT ARCHIVE,"
002248             " STATUS=" WS-AUDTARCH-STATUS ", SPLIT ABANDONED"
002249         CLOSE AUDITLOG-FILE
002250         MOVE 8 TO WS-STEP-RC
002251         GO TO 4000-EXIT
002252     END-IF.
002253     OPEN OUTPUT AUDTWORK-FILE.
002254     IF WS-AUDTWORK-STATUS NOT EQUAL "00"
002255         DISPLAY "HOUSEKEEP - CANNOT OPEN AUDIT WORK FILE,"
002256             " STATUS=" WS-AUDTWORK-STATUS ", SPLIT ABANDONED"
002257         CLOSE AUDITLOG-FILE
002258         CLOSE AUDTARCH-FILE
002259         MOVE 8 TO WS-STEP-RC
002260         GO TO 4000-EXIT
002261     END-IF.
002262     MOVE 'Y' TO WS-AUDIT-FOUND-SW.
002300     PERFORM 4100-SPLIT-ONE-AUDIT-LINE THRU 4100-EXIT
002310         UNTIL WS-AUDIT-EOF.
002320     CLOSE AUDITLOG-FILE.
002642         DISPLAY "HOUSEKEEP - CANNOT REOPEN AUDIT WORK FILE,"
002643             " STATUS=" WS-AUDTWORK-STATUS
002644             ", LIVE FILE LEFT UNTOUCHED"
002645         MOVE 8 TO WS-STEP-RC
002646         GO TO 5000-EXIT
002647     END-IF.
002650     OPEN OUTPUT AUDITLOG-FILE.
002651     IF WS-AUDITLOG-STATUS NOT EQUAL "00"
002652         DISPLAY "HOUSEKEEP - CANNOT REWRITE AUDITLOG,"
002653             " STATUS=" WS-AUDITLOG-STATUS
002654             ", TAIL REMAINS IN AUDTWORK"
002655         CLOSE AUDTWORK-FILE
002656         MOVE 8 TO WS-STEP-RC
002657         GO TO 5000-EXIT
002658     END-IF.
002660     MOVE 'N' TO WS-WORK-EOF-SW.
002670     PERFORM 5100-COPY-ONE-AUDIT-LINE THRU 5100-EXIT
002680         UNTIL WS-WORK-EOF.
003190         DISPLAY "HOUSEKEEP - CANNOT OPEN TRANSFER ARCHIVE,"
003200             " STATUS=" WS-XFERARCH-STATUS ", SPLIT ABANDONED"
003210         CLOSE TRANSFER-FILE
003211         MOVE 8 TO WS-STEP-RC
003220         GO TO 6000-EXIT
003230     END-IF.
003240     OPEN OUTPUT XFERWORK-FILE.
003270             " STATUS=" WS-XFERWORK-STATUS ", SPLIT ABANDONED"
003280         CLOSE TRANSFER-FILE
003290         CLOSE XFERARCH-FILE
003291         MOVE 8 TO WS-STEP-RC
003300         GO TO 6000-EXIT
003310     END-IF.
003320     MOVE 'Y' TO WS-XFER-FOUND-SW.
003680         DISPLAY "HOUSEKEEP - CANNOT REOPEN TRANSFER WORK"
003690             " FILE, STATUS=" WS-XFERWORK-STATUS
003700             ", LIVE FILE LEFT UNTOUCHED"
003701         MOVE 8 TO WS-STEP-RC
003710         GO TO 7000-EXIT
003720     END-IF.
003730     OPEN OUTPUT TRANSFER-FILE.
003760             " STATUS=" WS-TRANSFER-STATUS
003770             ", TAIL REMAINS IN XFERWORK"
003780         CLOSE XFERWORK-FILE
003781         MOVE 8 TO WS-STEP-RC
003790         GO TO 7000-EXIT
003800     END-IF.
003810     MOVE 'N' TO WS-WORK-EOF-SW.
