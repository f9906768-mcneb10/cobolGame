000393*                 ITS KEY FIELD WAS SIGNED, SO THE LAST DAY OF
000394*                 OLD-FORMAT LOG LINES CANNOT RAISE PHANTOM
000395*                 STUCK-BUTTON REPORTS.
000396* 2026-10-15 DWH  HAND BACK A COMPLETION CODE FOR THE JOBSTREAM
000397*                 DRIVER: A WARNING FOR A MISSING AUDITLOG OR ANY
000398*                 EXCEPTION REPORTED, A FAILURE FOR AN UNWRITABLE
000399*                 REPORT OR AN AUDITLOG READ ERROR.
000400*-------------------------------------------------------------
000410
000420 ENVIRONMENT DIVISION.
001510 01  WS-RPT-PAGE-DISP        PIC ZZZ9.
001520 01  WS-RPT-COUNT-DISP       PIC ZZZZZZ9.
001530 01  WS-RPT-HOUR-DISP        PIC 99.
001531     COPY STEPRC.
001540
001550 PROCEDURE DIVISION.
001560*===============================================================
001620         UNTIL WS-AUDIT-EOF.
001630     PERFORM 3000-FINISH-CHECKS THRU 3000-EXIT.
001640     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001641     MOVE WS-STEP-RC TO RETURN-CODE.
001650     STOP RUN.
001660
001670*===============================================================
001840         DISPLAY "HEALTHMON - NO AUDITLOG FILE, STATUS="
001850             WS-AUDITLOG-STATUS
001860         MOVE 'Y' TO WS-AUDIT-EOF-SW
001861         IF WS-STEP-RC < 4
001862             MOVE 4 TO WS-STEP-RC
001863         END-IF
001870     END-IF.
001880     OPEN OUTPUT REPORT-FILE.
001890     IF WS-REPORT-STATUS NOT EQUAL "00"
001900         DISPLAY "HEALTHMON - CANNOT OPEN REPORT FILE, STATUS="
001910             WS-REPORT-STATUS
001911         MOVE 8 TO WS-STEP-RC
001920     END-IF.
001930     PERFORM 7100-WRITE-PAGE-HEADING THRU 7100-EXIT.
001940     MOVE "EXCEPTION DETAIL" TO WS-RPT-LINE.
002160* OTHERWISE LEAVE THE SCANNING LOOP SPINNING FOREVER.
002170     IF WS-AUDITLOG-STATUS NOT EQUAL "00"
002180         MOVE 'Y' TO WS-AUDIT-EOF-SW
002181         MOVE 8 TO WS-STEP-RC
002190         GO TO 2000-EXIT
002200     END-IF.
002210     ADD 1 TO WS-LINES-READ.
003900         MOVE "  NONE - CABINET LOOKS HEALTHY" TO WS-RPT-LINE
003910         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
003920     END-IF.
003921     IF WS-EXCEPTION-COUNT > ZERO
003922       AND WS-STEP-RC < 4
003923         MOVE 4 TO WS-STEP-RC
003924     END-IF.
003930     MOVE SPACES TO WS-RPT-LINE.
003940     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003950     MOVE "RUN TOTALS" TO WS-RPT-LINE.
