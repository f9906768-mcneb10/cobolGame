000180* CASHBOX TOTAL, OR A CASHBOX TOTAL SHORT OF THE CREDITS
000190* PLAYED, POINTS AT A JAMMED MECH OR A LIGHT-FINGERED SHIFT
000200* THE SAME MORNING INSTEAD OF AT MONTH-END.
000201*
000202* COMP CREDITS - VOUCHER REDEMPTIONS ON THE CASHBOX FILE AND
000203* THE COMP SHARE OF EACH SESSION'S CREDITS - ARE REPORTED IN
000204* A COLUMN OF THEIR OWN AND KEPT OUT OF THE OVER/SHORT, WITH A
000205* MONTH-TO-DATE FIGURE FOR THE PLAY GIVEN AWAY.
000210*-------------------------------------------------------------
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. cashup.
000290* MODIFICATION HISTORY
000300* DATE       INIT DESCRIPTION
000310* 2026-09-03 DWH  ORIGINAL DAILY CASH-UP JOB.
000311* 2026-10-15 DWH  REPORT VOUCHER COMP CREDITS IN THEIR OWN
000312*                 COLUMN, ISSUED AND PLAYED, WITH MONTH-TO-DATE
000313*                 TOTALS, AND BALANCE THE DRAWER ON PAID
000314*                 CREDITS ONLY.
000315* 2026-10-15 DWH  HAND BACK A COMPLETION CODE FOR THE JOBSTREAM
000316*                 DRIVER: A WARNING FOR A MISSING INPUT OR A
000317*                 DRAWER THAT DOES NOT BALANCE, A FAILURE FOR AN
000318*                 UNWRITABLE REPORT OR AN INPUT READ ERROR.
000320*-------------------------------------------------------------
000330
000340 ENVIRONMENT DIVISION.
000530 DATA DIVISION.
000540 FILE SECTION.
000550* CASHBOX-FILE - ONE COIN-DROP EVENT PER LINE, WRITTEN BY
000560* COBOLGAME THE MOMENT THE COIN MECH REPORTS A COIN, WITH A
000561* VOUCHER RECORD FOR EACH COMP CODE REDEEMED.
000570 FD  CASHBOX-FILE.
000580     COPY CASHREC.
000590* SESSIONS-FILE - PER-SESSION HISTORY; EACH RECORD CARRIES
000600* THE CREDITS THE SESSION CONSUMED AND HOW MANY WERE COMP.
000610 FD  SESSIONS-FILE.
000620     COPY SESSNREC.
000630* CABINETID-FILE - NAMES THIS CABINET ON THE REPORT SO THE
000870 01  WS-SESSIONS-OPEN-SW     PIC X(01)     VALUE 'N'.
000880     88  WS-SESSIONS-OPEN                  VALUE 'Y'.
000890 01  WS-CABINET-ID           PIC X(03)     VALUE SPACES.
000891     COPY STEPRC.
000900*-------------------------------------------------------------
000910* CASH-UP DATE - THE CALENDAR DAY THAT JUST CLOSED, LIKE THE
000920* NIGHTLY RECONCILIATION (THIS JOB RUNS AFTER MIDNIGHT, SO
000950 01  WS-RUN-DATE             PIC 9(08)     VALUE ZERO.
000960 01  WS-CASHUP-DATE          PIC 9(08)     VALUE ZERO.
000970 01  WS-DATE-INTEGER         PIC 9(09)     USAGE COMP.
000971 01  WS-CASHUP-YYYYMM        PIC 9(06)     VALUE ZERO.
000972 01  WS-MONTH-START-DATE     PIC 9(08)     VALUE ZERO.
000980*-------------------------------------------------------------
000990* RUN TOTALS
001000*-------------------------------------------------------------
001040 01  WS-SESSIONS-TODAY       PIC 9(07)     USAGE COMP VALUE 0.
001050 01  WS-CREDITS-CONSUMED     PIC 9(07)     USAGE COMP VALUE 0.
001060 01  WS-OVER-SHORT           PIC S9(07)    USAGE COMP VALUE 0.
001061*-------------------------------------------------------------
001062* COMP TOTALS - VOUCHER CREDITS ISSUED (CASHBOX) AND PLAYED
001063* (SESSIONS), FOR THE DAY AND FOR THE MONTH TO DATE.  THE
001064* DRAWER IS BALANCED AGAINST THE PAID CREDITS ONLY.
001065*-------------------------------------------------------------
001066 01  WS-COMP-ISSUED-TODAY    PIC 9(07)     USAGE COMP VALUE 0.
001067 01  WS-COMP-ISSUED-MTD      PIC 9(07)     USAGE COMP VALUE 0.
001068 01  WS-COMP-CONSUMED        PIC 9(07)     USAGE COMP VALUE 0.
001069 01  WS-COMP-CONSUMED-MTD    PIC 9(07)     USAGE COMP VALUE 0.
001070 01  WS-COMP-SESSIONS        PIC 9(07)     USAGE COMP VALUE 0.
001071 01  WS-PAID-CONSUMED        PIC 9(07)     USAGE COMP VALUE 0.
001072 01  WS-PAID-SESSIONS        PIC 9(07)     USAGE COMP VALUE 0.
001073*-------------------------------------------------------------
001080* REPORT PAGE CONTROL AND DISPLAY EDITING
001090*-------------------------------------------------------------
001100 01  WS-RPT-LINE             PIC X(80)     VALUE SPACES.
001130 01  WS-RPT-LINES-PER-PAGE   PIC 9(04)     USAGE COMP VALUE 55.
001140 01  WS-RPT-PAGE-DISP        PIC ZZZ9.
001150 01  WS-RPT-COUNT-DISP       PIC ZZZZZZ9.
001161 01  WS-RPT-COUNT-BLANK REDEFINES WS-RPT-COUNT-DISP
001162                             PIC X(07).
001163 01  WS-RPT-DIFF-DISP        PIC +ZZZZZZ9.
001164 01  WS-RPT-COMP-DISP        PIC ZZZZZZ9.
001165 01  WS-RPT-LABEL            PIC X(29)     VALUE SPACES.
001166 01  WS-RPT-COLUMN-HEAD      PIC X(45)     VALUE
001167     "                                COIN     COMP".
001168 01  WS-NO-BALANCE-TEXT      PIC X(60)
001169     VALUE "  ** DRAWER DOES NOT BALANCE - CHECK MECH/FLOAT **".
001170
001180 PROCEDURE DIVISION.
001190*===============================================================
001260     PERFORM 3000-TOTAL-SESSIONS THRU 3000-EXIT
001270         UNTIL WS-SESSIONS-EOF.
001280     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001281     MOVE WS-STEP-RC TO RETURN-CODE.
001290     STOP RUN.
001300
001310*===============================================================
001400         = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1.
001410     COMPUTE WS-CASHUP-DATE
001420         = FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
001421     DIVIDE WS-CASHUP-DATE BY 100 GIVING WS-CASHUP-YYYYMM.
001422     COMPUTE WS-MONTH-START-DATE = WS-CASHUP-YYYYMM * 100 + 1.
001430     PERFORM 1100-LOAD-CABINET-ID THRU 1100-EXIT.
001440     OPEN INPUT CASHBOX-FILE.
001450     IF WS-CASHBOX-STATUS EQUAL "00"
001470     ELSE
001480         DISPLAY "CASHUP - NO CASHBOX FILE, COIN TOTAL IS ZERO"
001490         MOVE 'Y' TO WS-CASHBOX-EOF-SW
001491         IF WS-STEP-RC < 4
001492             MOVE 4 TO WS-STEP-RC
001493         END-IF
001500     END-IF.
001510     OPEN INPUT SESSIONS-FILE.
001520     IF WS-SESSIONS-STATUS EQUAL "00"
001550         DISPLAY "CASHUP - NO SESSIONS FILE, CREDIT TOTAL IS"
001560             " ZERO"
001570         MOVE 'Y' TO WS-SESSIONS-EOF-SW
001571         IF WS-STEP-RC < 4
001572             MOVE 4 TO WS-STEP-RC
001573         END-IF
001580     END-IF.
001590     OPEN OUTPUT REPORT-FILE.
001600     IF WS-REPORT-STATUS NOT EQUAL "00"
001610         DISPLAY "CASHUP - CANNOT OPEN REPORT FILE, STATUS="
001620             WS-REPORT-STATUS
001621         MOVE 8 TO WS-STEP-RC
001630     END-IF.
001640     PERFORM 7100-WRITE-PAGE-HEADING THRU 7100-EXIT.
001650 1000-EXIT.
001860
001870*===============================================================
001880* 2000-TOTAL-CASHBOX - ADD UP EVERY COIN DROPPED ON THE DAY
001890* BEING BALANCED, AND SEPARATELY THE COMP CREDITS GIVEN BY
001891* VOUCHER ON THE DAY AND IN THE MONTH TO DATE
001900*===============================================================
001910 2000-TOTAL-CASHBOX.
001920     READ CASHBOX-FILE
001940             MOVE 'Y' TO WS-CASHBOX-EOF-SW
001950         NOT AT END
001960             ADD 1 TO WS-COINS-READ
001961             PERFORM 2100-TOTAL-ONE-CASH THRU 2100-EXIT
002000     END-READ.
002010* A READ FAILURE OTHER THAN END-OF-FILE (I-O ERROR) WOULD
002020* OTHERWISE LEAVE THE TOTALLING LOOP SPINNING FOREVER.
002030     IF WS-CASHBOX-STATUS NOT EQUAL "00"
002040       AND WS-CASHBOX-STATUS NOT EQUAL "10"
002050         MOVE 'Y' TO WS-CASHBOX-EOF-SW
002051         MOVE 8 TO WS-STEP-RC
002060     END-IF.
002070 2000-EXIT.
002080     EXIT.
002081
002082 2100-TOTAL-ONE-CASH.
002083     IF CASH-IS-VOUCHER
002084         IF CASH-DATE EQUAL WS-CASHUP-DATE
002085             ADD CASH-CREDITS TO WS-COMP-ISSUED-TODAY
002086         END-IF
002087         IF CASH-DATE NOT LESS THAN WS-MONTH-START-DATE
002088           AND CASH-DATE NOT GREATER THAN WS-CASHUP-DATE
002089             ADD CASH-CREDITS TO WS-COMP-ISSUED-MTD
002090         END-IF
002091         GO TO 2100-EXIT
002092     END-IF.
002093     IF CASH-DATE EQUAL WS-CASHUP-DATE
002094         ADD CASH-CREDITS TO WS-COINS-TODAY
002095     END-IF.
002096 2100-EXIT.
002097     EXIT.
002098
002100*===============================================================
002110* 3000-TOTAL-SESSIONS - ADD UP THE CREDITS CONSUMED BY EVERY
002120* SESSION PLAYED ON THE DAY BEING BALANCED.  SESSIONS WRITTEN
002130* BEFORE THE CREDITS FIELD EXISTED READ BACK BLANK THERE AND
002140* ARE COUNTED AT ZERO RATHER THAN GUESSED AT; LIKEWISE A BLANK
002141* COMP CREDITS FIELD MEANS THE SESSION WAS PAID IN COIN.
002150*===============================================================
002160 3000-TOTAL-SESSIONS.
002170     READ SESSIONS-FILE
002190             MOVE 'Y' TO WS-SESSIONS-EOF-SW
002200         NOT AT END
002210             ADD 1 TO WS-SESSIONS-READ
002211             PERFORM 3100-TOTAL-ONE-SESSION THRU 3100-EXIT
002280     END-READ.
002290     IF WS-SESSIONS-STATUS NOT EQUAL "00"
002300       AND WS-SESSIONS-STATUS NOT EQUAL "10"
002310         MOVE 'Y' TO WS-SESSIONS-EOF-SW
002311         MOVE 8 TO WS-STEP-RC
002320     END-IF.
002330 3000-EXIT.
002340     EXIT.
002341
002342 3100-TOTAL-ONE-SESSION.
002343     IF SESSION-COMP-CREDITS NUMERIC
002344       AND SESSION-DATE NOT LESS THAN WS-MONTH-START-DATE
002345       AND SESSION-DATE NOT GREATER THAN WS-CASHUP-DATE
002346         ADD SESSION-COMP-CREDITS TO WS-COMP-CONSUMED-MTD
002347     END-IF.
002348     IF SESSION-DATE NOT EQUAL WS-CASHUP-DATE
002349         GO TO 3100-EXIT
002350     END-IF.
002351     ADD 1 TO WS-SESSIONS-TODAY.
002352     IF SESSION-CREDITS NUMERIC
002353         ADD SESSION-CREDITS TO WS-CREDITS-CONSUMED
002354     END-IF.
002355     IF SESSION-COMP-CREDITS NUMERIC
002356       AND SESSION-IS-COMP
002357         ADD 1 TO WS-COMP-SESSIONS
002358         ADD SESSION-COMP-CREDITS TO WS-COMP-CONSUMED
002359     END-IF.
002360 3100-EXIT.
002361     EXIT.
002362
002363*===============================================================
002370* 9000-TERMINATE - PRINT THE BALANCE AND THE RUN TOTALS, ON
002380* THE FILED REPORT AND ON THE CONSOLE
002390*===============================================================
002391 9000-TERMINATE.
002392     COMPUTE WS-PAID-CONSUMED
002393         = WS-CREDITS-CONSUMED - WS-COMP-CONSUMED.
002394     COMPUTE WS-PAID-SESSIONS
002395         = WS-SESSIONS-TODAY - WS-COMP-SESSIONS.
002396     COMPUTE WS-OVER-SHORT
002397         = WS-COINS-TODAY - WS-PAID-CONSUMED.
002398     MOVE "CASH-UP BALANCE" TO WS-RPT-LINE.
002399     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
002400     MOVE WS-RPT-COLUMN-HEAD TO WS-RPT-LINE.
002401     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
002402     MOVE "  COINS / VOUCHERS IN.......=" TO WS-RPT-LABEL.
002403     MOVE WS-COINS-TODAY       TO WS-RPT-COUNT-DISP.
002404     MOVE WS-COMP-ISSUED-TODAY TO WS-RPT-COMP-DISP.
002405     PERFORM 7050-WRITE-COLUMN-LINE THRU 7050-EXIT.
002406     MOVE "  SESSIONS PLAYED...........=" TO WS-RPT-LABEL.
002407     MOVE WS-PAID-SESSIONS     TO WS-RPT-COUNT-DISP.
002408     MOVE WS-COMP-SESSIONS     TO WS-RPT-COMP-DISP.
002409     PERFORM 7050-WRITE-COLUMN-LINE THRU 7050-EXIT.
002410     MOVE "  CREDITS CONSUMED..........=" TO WS-RPT-LABEL.
002411     MOVE WS-PAID-CONSUMED     TO WS-RPT-COUNT-DISP.
002412     MOVE WS-COMP-CONSUMED     TO WS-RPT-COMP-DISP.
002413     PERFORM 7050-WRITE-COLUMN-LINE THRU 7050-EXIT.
002414     MOVE WS-OVER-SHORT TO WS-RPT-DIFF-DISP.
002415     MOVE SPACES TO WS-RPT-LINE.
002416     STRING "  OVER(+)/SHORT(-)..........=" DELIMITED BY SIZE
002417            WS-RPT-DIFF-DISP               DELIMITED BY SIZE
002418         INTO WS-RPT-LINE.
002419     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
002420     MOVE SPACES TO WS-RPT-LINE.
002421     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
002422     MOVE "  COMP ISSUED MONTH TO DATE.=" TO WS-RPT-LABEL.
002423     MOVE SPACES               TO WS-RPT-COUNT-BLANK.
002424     MOVE WS-COMP-ISSUED-MTD   TO WS-RPT-COMP-DISP.
002425     PERFORM 7050-WRITE-COLUMN-LINE THRU 7050-EXIT.
002426     MOVE "  COMP PLAYED MONTH TO DATE.=" TO WS-RPT-LABEL.
002427     MOVE SPACES               TO WS-RPT-COUNT-BLANK.
002428     MOVE WS-COMP-CONSUMED-MTD TO WS-RPT-COMP-DISP.
002429     PERFORM 7050-WRITE-COLUMN-LINE THRU 7050-EXIT.
002430     IF WS-OVER-SHORT NOT EQUAL ZERO
002431         MOVE SPACES TO WS-RPT-LINE
002432         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
002433         MOVE WS-NO-BALANCE-TEXT TO WS-RPT-LINE
002434         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
002435         IF WS-STEP-RC < 4
002436             MOVE 4 TO WS-STEP-RC
002437         END-IF
002438     END-IF.
002760     IF WS-CASHBOX-OPEN
002770         CLOSE CASHBOX-FILE
002780     END-IF.
002850     DISPLAY "COINS DROPPED.............: " WS-COINS-TODAY.
002860     DISPLAY "SESSIONS PLAYED...........: " WS-SESSIONS-TODAY.
002870     DISPLAY "CREDITS CONSUMED..........: " WS-CREDITS-CONSUMED.
002871     DISPLAY "PAID CREDITS CONSUMED.....: " WS-PAID-CONSUMED.
002872     DISPLAY "COMP CREDITS CONSUMED.....: " WS-COMP-CONSUMED.
002873     DISPLAY "COMP CREDITS ISSUED.......: " WS-COMP-ISSUED-TODAY.
002874     DISPLAY "COMP ISSUED MONTH TO DATE.: " WS-COMP-ISSUED-MTD.
002875     DISPLAY "COMP PLAYED MONTH TO DATE.: " WS-COMP-CONSUMED-MTD.
002880     DISPLAY "OVER(+)/SHORT(-)..........: " WS-OVER-SHORT.
002890 9000-EXIT.
002900     EXIT.
003040     MOVE SPACES TO WS-RPT-LINE.
003050 7000-EXIT.
003060     EXIT.
003061
003062*---------------------------------------------------------------
003063* 7050-WRITE-COLUMN-LINE - ONE LABELLED LINE OF THE BALANCE
003064* WITH ITS COIN AND COMP COLUMNS, UNDER WS-RPT-COLUMN-HEAD
003065*---------------------------------------------------------------
003066 7050-WRITE-COLUMN-LINE.
003067     MOVE SPACES TO WS-RPT-LINE.
003068     STRING WS-RPT-LABEL      DELIMITED BY SIZE
003069            WS-RPT-COUNT-DISP DELIMITED BY SIZE
003070            "  "              DELIMITED BY SIZE
003071            WS-RPT-COMP-DISP  DELIMITED BY SIZE
003072         INTO WS-RPT-LINE.
003073     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003074 7050-EXIT.
003075     EXIT.
003076
003080 7100-WRITE-PAGE-HEADING.
003090     ADD 1 TO WS-RPT-PAGE-COUNT.
003100     MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-DISP.
