000010*-------------------------------------------------------------
000020* SUSPMAINT
000030* OPERATOR REVIEW OF THE SUSPECT-SESSION QUEUE.  PAGE THROUGH
000040* THE OPEN CASES SCOREBATCH QUEUED, AND MARK EACH ONE CLEARED
000050* (THE RESULT STANDS) OR CONFIRMED (THE RESULT IS TAKEN OFF
000060* THE SCORES BOARD), WITH A NOTE.  A CONFIRMED SESSION THAT
000070* IS THE PLAYER'S BEST ON ITS MODE'S BOARD IS REPLACED BY THE
000080* PLAYER'S NEXT-BEST CLEAN SESSION IN THAT MODE FROM THE
000090* SESSIONS HISTORY AND ITS MONTHLY ARCHIVES, OR REMOVED WHEN
000100* THERE IS NONE.  EVERY DISPOSITION AND BOARD CHANGE IS WRITTEN
000110* TO THE SUSPAUDIT MAINTENANCE TRAIL WITH THE OPERATOR INITIALS
000115* CAPTURED AT SIGN-ON.
000120*-------------------------------------------------------------
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. suspmaint.
000150 AUTHOR. D HENDERSON.
000160 INSTALLATION. ARCADE SYSTEMS GROUP.
000170 DATE-WRITTEN. 2026-10-15.
000180 DATE-COMPILED.
000190*-------------------------------------------------------------
000200* MODIFICATION HISTORY
000210* DATE       INIT DESCRIPTION
000220* 2026-10-15 DWH  ORIGINAL SUSPECT-SESSION REVIEW SCREEN.
000221* 2026-10-15 DWH  SCORES IS NOW KEYED BY INITIALS PLUS MODE; A
000222*                 WITHDRAWAL WORKS ON THE CASE'S OWN MODE BOARD
000223*                 AND FALLS BACK ONLY TO SESSIONS IN THAT MODE.
000224* 2026-10-15 DWH  ALLOW NO CHANGES WHEN SUSPAUDIT WILL NOT OPEN,
000225*                 AND END THE SESSION IF A TRAIL LINE CANNOT BE
000226*                 WRITTEN.  CLOSE ONLY THE FILES THAT OPENED.
000227* 2026-10-15 DWH  SEARCH THE SESSARCH MONTHLY ARCHIVES AS WELL AS
000228*                 THE LIVE SESSIONS FOR THE NEXT-BEST SESSION; A
000229*                 CONFIRMATION WHOSE HISTORY CANNOT BE READ IS
000230*                 REFUSED AND THE CASE LEFT OPEN.  ONLY A
000231*                 CONFIRMED SESSION IS PASSED OVER AS UNCLEAN.
000232*                 THE SUSPECT KEY NOW CARRIES THE SIDE.  STOP
000233*                 PAGING ONCE THE SESSION HAS TO END.
000234* 2026-10-15 DWH  REFUSE A CONFIRMATION WHILE SCORES CANNOT BE
000235*                 OPENED; ONLY A MISSING SCORES FILE LETS IT BY.
000236*-------------------------------------------------------------
000240
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. GENERIC-CABINET.
000280 OBJECT-COMPUTER. GENERIC-CABINET.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT SUSPECT-FILE ASSIGN TO "SUSPECT"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS SUSP-KEY
000350         FILE STATUS IS WS-SUSPECT-STATUS.
000360     SELECT SCORES-FILE ASSIGN TO "SCORES"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS SCORE-KEY
000400         FILE STATUS IS WS-SCORES-STATUS.
000410     SELECT SESSIONS-FILE ASSIGN TO "SESSIONS"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-SESSIONS-STATUS.
000440     SELECT SEASON-FILE ASSIGN TO "SEASON"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-SEASON-STATUS.
000461     SELECT SESSARCH-FILE ASSIGN TO "SESSARCH"
000462         ORGANIZATION IS LINE SEQUENTIAL
000463         FILE STATUS IS WS-SESSARCH-STATUS.
000470     SELECT MAINTAUDIT-FILE ASSIGN TO "SUSPAUDIT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-MAINTAUDIT-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530* SUSPECT-FILE - REVIEW QUEUE OF FLAGGED SESSION SIDES, QUEUED
000540* OPEN BY THE NIGHTLY RECONCILIATION AND DISPOSED OF HERE.
000550 FD  SUSPECT-FILE.
000560     COPY SUSPREC.
000570* SCORES-FILE - BEST RESULT PER PLAYER, THE BOARD A CONFIRMED
000580* SESSION IS TAKEN OFF.
000590 FD  SCORES-FILE.
000600     COPY SCOREREC.
000610* SESSIONS-FILE - THE PER-SESSION HISTORY, SEARCHED FOR THE
000620* NEXT-BEST CLEAN SESSION WHEN A BOARD BEST IS WITHDRAWN.
000630 FD  SESSIONS-FILE.
000640     COPY SESSNREC.
000641* SESSARCH-FILE - ONE MONTH OF SESSIONS THE MONTHLY HOUSEKEEPING
000642* MOVED OUT OF THE LIVE FILE, SAME LAYOUT.  THE ASSIGNMENT IS
000643* POINTED AT EACH SESSARCH.YYYYMM OF THE SEARCH IN TURN.
000644 FD  SESSARCH-FILE.
000645 01  SESSARCH-RECORD             PIC X(69).
000650* SEASON-FILE - OPERATOR'S SEASON CONTROL RECORD.  WITH ONE ON
000660* FILE THE BOARD ONLY HOLDS SESSIONS SINCE THE SEASON START,
000670* SO THE FALL-BACK SEARCH LOOKS NO FURTHER BACK THAN THAT.
000680 FD  SEASON-FILE.
000690     COPY SEASNREC.
000700* MAINTAUDIT-FILE - ONE LINE PER DISPOSITION OR BOARD CHANGE,
000710* SO EVERY REVIEW DECISION CAN BE TRACED AFTER THE FACT.
000720 FD  MAINTAUDIT-FILE.
000730     COPY MNTAUDIT.
000740
000750 WORKING-STORAGE SECTION.
000760*-------------------------------------------------------------
000770* FILE STATUS AND CONTROL FIELDS
000780*-------------------------------------------------------------
000790 01  WS-SUSPECT-STATUS       PIC X(02)     VALUE '00'.
000800 01  WS-SCORES-STATUS        PIC X(02)     VALUE '00'.
000810 01  WS-SESSIONS-STATUS      PIC X(02)     VALUE '00'.
000820 01  WS-SEASON-STATUS        PIC X(02)     VALUE '00'.
000821 01  WS-SESSARCH-STATUS      PIC X(02)     VALUE '00'.
000830 01  WS-MAINTAUDIT-STATUS    PIC X(02)     VALUE '00'.
000840 01  WS-EXIT-SW              PIC X(01)     VALUE 'N'.
000850     88  WS-EXIT-REQUESTED                 VALUE 'Y'.
000860 01  WS-SUSP-EOF-SW          PIC X(01)     VALUE 'N'.
000870     88  WS-SUSP-EOF                       VALUE 'Y'.
000880 01  WS-SESSIONS-EOF-SW      PIC X(01)     VALUE 'N'.
000890     88  WS-SESSIONS-EOF                   VALUE 'Y'.
000900 01  WS-SCORES-OPEN-SW       PIC X(01)     VALUE 'N'.
000910     88  WS-SCORES-OPEN                    VALUE 'Y'.
000911     88  WS-SCORES-MISSING                 VALUE 'M'.
000912 01  WS-SUSP-OPEN-SW         PIC X(01)     VALUE 'N'.
000913     88  WS-SUSP-OPEN                      VALUE 'Y'.
000914 01  WS-AUDIT-OPEN-SW        PIC X(01)     VALUE 'N'.
000915     88  WS-AUDIT-OPEN                     VALUE 'Y'.
000920*-------------------------------------------------------------
000930* SEASON WINDOW - WITH A SEASON CONTROL FILE PRESENT, ONLY
000940* SESSIONS DATED ON OR AFTER THE SEASON START BELONG ON THE
000950* LIVE BOARD
000960*-------------------------------------------------------------
000970 01  WS-SEASON-ACTIVE-SW     PIC X(01)     VALUE 'N'.
000980     88  WS-SEASON-ACTIVE                  VALUE 'Y'.
000990 01  WS-SEASON-START-CUR     PIC 9(08)     VALUE ZERO.
001000*-------------------------------------------------------------
001010* OPERATOR DIALOG FIELDS
001020*-------------------------------------------------------------
001030 01  WS-OPERATOR-INITIALS    PIC X(03)     VALUE SPACES.
001040 01  WS-MENU-CHOICE          PIC X(01)     VALUE SPACE.
001050 01  WS-LOOKUP-INITIALS      PIC X(03)     VALUE SPACES.
001060 01  WS-MORE-SW              PIC X(01)     VALUE 'N'.
001070     88  WS-MORE-WANTED                    VALUE 'Y'.
001080 01  WS-PAGE-DONE-SW         PIC X(01)     VALUE 'N'.
001090     88  WS-PAGE-DONE                      VALUE 'Y'.
001100 01  WS-PAGE-COUNT           PIC 9(04)     USAGE COMP VALUE 0.
001110 01  WS-CASES-SHOWN          PIC 9(05)     USAGE COMP VALUE 0.
001120 01  WS-LINE-CHOICE-X        PIC X(09)     VALUE SPACES.
001130 01  WS-LINE-CHOICE          PIC 9(04)     USAGE COMP VALUE 0.
001140 01  WS-LINE-DISP            PIC Z9.
001150 01  WS-DISPOSITION          PIC X(01)     VALUE SPACE.
001160 01  WS-NOTE-IN              PIC X(40)     VALUE SPACES.
001170 01  WS-REASON-IDX           PIC 9(04)     USAGE COMP.
001180 01  WS-LOWER-ALPHA          PIC X(26)
001190     VALUE "abcdefghijklmnopqrstuvwxyz".
001200 01  WS-UPPER-ALPHA          PIC X(26)
001210     VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001220*-------------------------------------------------------------
001230* KEYS OF THE CASES ON THE SCREEN NOW, SO THE OPERATOR CAN
001240* PICK ONE BY LINE NUMBER.  PAGING RESUMES AFTER THE LAST KEY
001250* SHOWN, SINCE A DISPOSITION REWRITE LOSES THE FILE POSITION.
001260*-------------------------------------------------------------
001270 01  WS-PAGE-TABLE.
001280     05  WS-PAGE-KEY         PIC X(20)     OCCURS 10 TIMES.
001290 01  WS-RESUME-KEY           PIC X(20)     VALUE LOW-VALUES.
001300*-------------------------------------------------------------
001310* NUMERIC ENTRY EDITING - THE OPERATOR KEYS A LINE NUMBER AS
001320* TEXT AND IT IS ACCEPTED ONLY IF EVERY NONBLANK CHARACTER IS
001330* A DIGIT
001340*-------------------------------------------------------------
001350 01  WS-NEW-VALUE-X          PIC X(09)     VALUE SPACES.
001360 01  WS-NEW-VALUE            PIC 9(09)     USAGE COMP VALUE 0.
001370 01  WS-EDIT-OK-SW           PIC X(01)     VALUE 'N'.
001380     88  WS-EDIT-OK                        VALUE 'Y'.
001390 01  WS-EDIT-IDX             PIC 9(04)     USAGE COMP.
001400 01  WS-EDIT-DIGITS          PIC 9(04)     USAGE COMP VALUE 0.
001410 01  WS-EDIT-CHAR-X          PIC X(01).
001420 01  WS-EDIT-DIGIT REDEFINES WS-EDIT-CHAR-X
001430                             PIC 9(01).
001440*-------------------------------------------------------------
001450* THE CASE BEING CONFIRMED - HELD HERE BECAUSE THE FALL-BACK
001460* SEARCH READS OTHER CASES INTO THE SUSPECT RECORD AREA
001470*-------------------------------------------------------------
001471 01  WS-CASE-KEY             PIC X(20)     VALUE SPACES.
001480 01  WS-CASE-DATE            PIC 9(08)     VALUE ZERO.
001490 01  WS-CASE-TIME            PIC 9(08)     VALUE ZERO.
001500 01  WS-CASE-INITIALS        PIC X(03)     VALUE SPACES.
001501 01  WS-CASE-MODE            PIC X(01)     VALUE SPACE.
001502 01  WS-WITHDRAW-SW          PIC X(01)     VALUE 'N'.
001503     88  WS-WITHDRAW-NONE                  VALUE 'N'.
001504     88  WS-WITHDRAW-READY                 VALUE 'Y'.
001505     88  WS-WITHDRAW-REFUSED               VALUE 'R'.
001510*-------------------------------------------------------------
001520* NEXT-BEST CLEAN SESSION FOUND FOR THE PLAYER
001530*-------------------------------------------------------------
001540 01  WS-BEST-FOUND-SW        PIC X(01)     VALUE 'N'.
001550     88  WS-BEST-FOUND                     VALUE 'Y'.
001560 01  WS-BEST-VALUE           PIC 9(07)     VALUE ZERO.
001580 01  WS-BEST-DATE            PIC 9(08)     VALUE ZERO.
001590 01  WS-BEST-TIME            PIC 9(08)     VALUE ZERO.
001600 01  WS-BEST-KEYS            PIC 9(09)     VALUE ZERO.
001610 01  WS-BEST-2PSW            PIC X(01)     VALUE SPACE.
001620 01  WS-BEST-P2INIT          PIC X(03)     VALUE SPACES.
001630 01  WS-BEST-P2VAL           PIC 9(07)     VALUE ZERO.
001640 01  WS-CUR-VALUE            PIC 9(07)     VALUE ZERO.
001641 01  WS-CUR-SIDE             PIC X(01)     VALUE SPACE.
001650 01  WS-CUR-P2INIT           PIC X(03)     VALUE SPACES.
001660 01  WS-CUR-P2VAL            PIC 9(07)     VALUE ZERO.
001670 01  WS-CUR-CLEAN-SW         PIC X(01)     VALUE 'N'.
001680     88  WS-CUR-CLEAN                      VALUE 'Y'.
001690 01  WS-OLD-BEST             PIC 9(07)     VALUE ZERO.
001691*-------------------------------------------------------------
001692* ARCHIVE WALK - THE MONTHLY HOUSEKEEPING MOVES THE RECONCILED
001693* SESSIONS OUT OF THE LIVE FILE INTO SESSARCH.YYYYMM, STAMPED
001694* WITH THE MONTH BEFORE ITS RUN.  THE SEARCH WORKS BACK FROM
001695* LAST MONTH'S ARCHIVE TO THE FIRST ONE IT NEEDS.
001696*-------------------------------------------------------------
001697 01  WS-RUN-DATE             PIC 9(08)     VALUE ZERO.
001698 01  WS-RUN-DATE-FLDS REDEFINES WS-RUN-DATE.
001699     05  WS-RUN-YYYYMM       PIC 9(06).
001700     05  FILLER              PIC 9(02).
001701 01  WS-ARCH-MONTH           PIC 9(06)     VALUE ZERO.
001702 01  WS-ARCH-MONTH-FLDS REDEFINES WS-ARCH-MONTH.
001703     05  WS-ARCH-YYYY        PIC 9(04).
001704     05  WS-ARCH-MM          PIC 9(02).
001705 01  WS-ARCH-FIRST-MONTH     PIC 9(06)     VALUE ZERO.
001706 01  WS-ARCH-NAME.
001707     05  FILLER              PIC X(09)     VALUE "SESSARCH.".
001708     05  WS-ARCH-NAME-MONTH  PIC 9(06)     VALUE ZERO.
001709 01  WS-ARCH-NEWEST-SW       PIC X(01)     VALUE 'Y'.
001710     88  WS-ARCH-NEWEST                    VALUE 'Y'.
001711 01  WS-ARCH-DONE-SW         PIC X(01)     VALUE 'N'.
001712     88  WS-ARCH-DONE                      VALUE 'Y'.
001713 01  WS-ARCH-FAILED-SW       PIC X(01)     VALUE 'N'.
001714     88  WS-ARCH-FAILED                    VALUE 'Y'.
001715 01  WS-ARCH-EOF-SW          PIC X(01)     VALUE 'N'.
001716     88  WS-ARCH-EOF                       VALUE 'Y'.
001717*-------------------------------------------------------------
001718* MAINTENANCE AUDIT TRAIL WORK FIELDS
001720*-------------------------------------------------------------
001730 01  WS-AUDIT-DATE           PIC 9(08)     VALUE ZERO.
001740 01  WS-AUDIT-TIME           PIC 9(08)     VALUE ZERO.
001750 01  WS-AUDIT-ACTION         PIC X(08)     VALUE SPACES.
001760 01  WS-AUDIT-KEY            PIC X(03)     VALUE SPACES.
001770 01  WS-AUDIT-DETAIL         PIC X(44)     VALUE SPACES.
001780 01  WS-CHANGES-LOGGED       PIC 9(05)     USAGE COMP VALUE 0.
001790
001800 PROCEDURE DIVISION.
001810*===============================================================
001820* 0000-MAINLINE - PROGRAM ENTRY POINT
001830*===============================================================
001840 0000-MAINLINE.
001850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001860     PERFORM 2000-MAIN-MENU THRU 2000-EXIT
001870         UNTIL WS-EXIT-REQUESTED.
001880     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001890     STOP RUN.
001900
001910*===============================================================
001920* 1000-INITIALIZE - SIGN THE OPERATOR ON AND OPEN THE QUEUE,
001930* THE BOARD AND THE MAINTENANCE AUDIT TRAIL.  A CABINET WITH
001940* NO QUEUE YET HAS NOTHING TO REVIEW, SO THE RUN ENDS RIGHT
001950* AWAY.  WITHOUT THE TRAIL NO CHANGE IS ALLOWED, SO EVERY
001951* DISPOSITION MADE HERE IS ON IT.
001960*===============================================================
001970 1000-INITIALIZE.
001980     DISPLAY "SUSPMAINT - SUSPECT SESSION REVIEW".
001990     PERFORM 1100-SIGN-ON-OPERATOR THRU 1100-EXIT
002000         UNTIL WS-OPERATOR-INITIALS NOT EQUAL SPACES.
002010     OPEN I-O SUSPECT-FILE.
002020     IF WS-SUSPECT-STATUS EQUAL "00"
002021         MOVE 'Y' TO WS-SUSP-OPEN-SW
002022     ELSE
002030         DISPLAY "SUSPMAINT - CANNOT OPEN SUSPECT, STATUS="
002040             WS-SUSPECT-STATUS
002050         MOVE 'Y' TO WS-EXIT-SW
002055         GO TO 1000-EXIT
002060     END-IF.
002070     OPEN I-O SCORES-FILE.
002080     IF WS-SCORES-STATUS EQUAL "00"
002090         MOVE 'Y' TO WS-SCORES-OPEN-SW
002100     END-IF.
002101* NO SCORES FILE AT ALL MEANS NO BOARD YET, SO NOTHING TO TAKE
002102* OFF IT; ANY OTHER FAILURE LEAVES A BOARD THAT CANNOT BE
002103* CHANGED, AND A CONFIRMATION IS THEN REFUSED.
002104     IF WS-SCORES-STATUS EQUAL "35"
002105         MOVE 'M' TO WS-SCORES-OPEN-SW
002106         DISPLAY "SUSPMAINT - NO SCORES FILE - NO BOARD TO"
002107             " WITHDRAW SCORES FROM"
002108     END-IF.
002109     IF WS-SCORES-STATUS NOT EQUAL "00"
002110       AND WS-SCORES-STATUS NOT EQUAL "35"
002111         DISPLAY "SUSPMAINT - CANNOT OPEN SCORES, STATUS="
002120             WS-SCORES-STATUS " - CONFIRMATIONS REFUSED"
002130             " WHILE IT IS UNAVAILABLE"
002140     END-IF.
002150     PERFORM 1200-LOAD-SEASON THRU 1200-EXIT.
002160     OPEN EXTEND MAINTAUDIT-FILE.
002170     IF WS-MAINTAUDIT-STATUS NOT EQUAL "00"
002180         OPEN OUTPUT MAINTAUDIT-FILE
002190     END-IF.
002191     IF WS-MAINTAUDIT-STATUS EQUAL "00"
002192         MOVE 'Y' TO WS-AUDIT-OPEN-SW
002193     ELSE
002194         DISPLAY "SUSPMAINT - CANNOT OPEN SUSPAUDIT, STATUS="
002195             WS-MAINTAUDIT-STATUS ", NO CHANGES ALLOWED"
002196         MOVE 'Y' TO WS-EXIT-SW
002197     END-IF.
002200 1000-EXIT.
002210     EXIT.
002220
002230 1100-SIGN-ON-OPERATOR.
002240     DISPLAY "ENTER OPERATOR INITIALS: ".
002250     ACCEPT WS-OPERATOR-INITIALS.
002260     INSPECT WS-OPERATOR-INITIALS
002270         CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
002280 1100-EXIT.
002290     EXIT.
002300
002310*---------------------------------------------------------------
002320* 1200-LOAD-SEASON - READ THE SEASON CONTROL FILE, IF ONE IS
002330* PRESENT, FOR THE START OF THE WINDOW THE BOARD COVERS
002340*---------------------------------------------------------------
002350 1200-LOAD-SEASON.
002360     OPEN INPUT SEASON-FILE.
002370     IF WS-SEASON-STATUS NOT EQUAL "00"
002380         GO TO 1200-EXIT
002390     END-IF.
002400     READ SEASON-FILE
002410         AT END
002420             CONTINUE
002430         NOT AT END
002440             MOVE 'Y'          TO WS-SEASON-ACTIVE-SW
002450             MOVE SEASON-START TO WS-SEASON-START-CUR
002460     END-READ.
002470     CLOSE SEASON-FILE.
002480 1200-EXIT.
002490     EXIT.
002500
002510*===============================================================
002520* 2000-MAIN-MENU - ONE PASS THROUGH THE ACTION MENU
002530*===============================================================
002540 2000-MAIN-MENU.
002550     DISPLAY " ".
002560     DISPLAY "P=PAGE OPEN CASES  L=LOOKUP PLAYER  X=EXIT".
002570     ACCEPT WS-MENU-CHOICE.
002580     INSPECT WS-MENU-CHOICE
002590         CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
002600     EVALUATE WS-MENU-CHOICE
002610         WHEN "P"
002620             PERFORM 4000-PAGE-OPEN-CASES THRU 4000-EXIT
002630         WHEN "L"
002640             PERFORM 3000-LOOKUP-PLAYER THRU 3000-EXIT
002650         WHEN "X"
002660             MOVE 'Y' TO WS-EXIT-SW
002670         WHEN OTHER
002680             DISPLAY "UNRECOGNIZED CHOICE"
002690     END-EVALUATE.
002700 2000-EXIT.
002710     EXIT.
002720
002730*---------------------------------------------------------------
002740* 3000-LOOKUP-PLAYER - LIST EVERY CASE, OPEN OR DISPOSED OF,
002750* FOR ONE SET OF INITIALS.  THE QUEUE IS KEYED BY SESSION DATE
002760* FIRST, SO THIS IS A FULL PASS OVER THE FILE.
002770*---------------------------------------------------------------
002780 3000-LOOKUP-PLAYER.
002790     DISPLAY "INITIALS: ".
002800     ACCEPT WS-LOOKUP-INITIALS.
002810     INSPECT WS-LOOKUP-INITIALS
002820         CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
002830     MOVE ZERO TO WS-CASES-SHOWN.
002840     MOVE LOW-VALUES TO SUSP-KEY.
002850     START SUSPECT-FILE
002860         KEY IS NOT LESS THAN SUSP-KEY
002870         INVALID KEY
002880             MOVE 'Y' TO WS-SUSP-EOF-SW
002890         NOT INVALID KEY
002900             MOVE 'N' TO WS-SUSP-EOF-SW
002910     END-START.
002920     PERFORM 3100-LOOKUP-ONE-CASE THRU 3100-EXIT
002930         UNTIL WS-SUSP-EOF.
002940     IF WS-CASES-SHOWN EQUAL ZERO
002950         DISPLAY "NO CASES FOR " WS-LOOKUP-INITIALS
002960     END-IF.
002970 3000-EXIT.
002980     EXIT.
002990
003000 3100-LOOKUP-ONE-CASE.
003010     READ SUSPECT-FILE NEXT RECORD
003020         AT END
003030             MOVE 'Y' TO WS-SUSP-EOF-SW
003040         NOT AT END
003050             IF SUSP-INITIALS EQUAL WS-LOOKUP-INITIALS
003060                 ADD 1 TO WS-CASES-SHOWN
003070                 PERFORM 3200-SHOW-CASE THRU 3200-EXIT
003080             END-IF
003090     END-READ.
003100* A READ FAILURE OTHER THAN END-OF-FILE (I-O ERROR) WOULD
003110* OTHERWISE LEAVE THE LOOKUP LOOP SPINNING FOREVER.
003120     IF WS-SUSPECT-STATUS NOT EQUAL "00"
003130         MOVE 'Y' TO WS-SUSP-EOF-SW
003140     END-IF.
003150 3100-EXIT.
003160     EXIT.
003170
003180*---------------------------------------------------------------
003190* 3200-SHOW-CASE - FULL DETAIL OF THE CASE IN THE RECORD AREA
003200*---------------------------------------------------------------
003210 3200-SHOW-CASE.
003220     DISPLAY "INITIALS......: " SUSP-INITIALS
003230         "  SIDE " SUSP-SIDE.
003240     DISPLAY "SESSION.......: " SUSP-DATE " " SUSP-TIME
003250         "  STARTED " SUSP-START-TIME.
003260     DISPLAY "SCORE.........: " SUSP-VALUE
003270         "  MODE " SUSP-MODE
003280         "  KEYS " SUSP-KEYSTROKES.
003290     PERFORM 3210-SHOW-ONE-REASON THRU 3210-EXIT
003300         VARYING WS-REASON-IDX FROM 1 BY 1
003310         UNTIL WS-REASON-IDX > SUSP-REASON-COUNT
003320            OR WS-REASON-IDX > 3.
003330     EVALUATE TRUE
003340         WHEN SUSP-OPEN
003350             DISPLAY "STATUS........: OPEN, QUEUED "
003360                 SUSP-QUEUED-DATE
003370         WHEN SUSP-CLEARED
003380             DISPLAY "STATUS........: CLEARED " SUSP-DISP-DATE
003390                 " BY " SUSP-DISP-OPERATOR
003400         WHEN SUSP-CONFIRMED
003410             DISPLAY "STATUS........: CONFIRMED " SUSP-DISP-DATE
003420                 " BY " SUSP-DISP-OPERATOR
003430         WHEN OTHER
003440             DISPLAY "STATUS........: " SUSP-STATUS
003450     END-EVALUATE.
003460     IF SUSP-NOTE NOT EQUAL SPACES
003470         DISPLAY "NOTE..........: " SUSP-NOTE
003480     END-IF.
003490 3200-EXIT.
003500     EXIT.
003510
003520 3210-SHOW-ONE-REASON.
003530     DISPLAY "REASON........: " SUSP-REASON(WS-REASON-IDX).
003540 3210-EXIT.
003550     EXIT.
003560
003570*---------------------------------------------------------------
003580* 4000-PAGE-OPEN-CASES - WALK THE QUEUE IN SESSION ORDER, TEN
003590* OPEN CASES AT A TIME.  AFTER EACH SCREEN THE OPERATOR MAY
003600* PICK CASES BY LINE NUMBER TO DISPOSE OF BEFORE MOVING ON.
003610*---------------------------------------------------------------
003620 4000-PAGE-OPEN-CASES.
003630     MOVE ZERO TO WS-CASES-SHOWN.
003640     MOVE LOW-VALUES TO WS-RESUME-KEY.
003650     MOVE 'N' TO WS-SUSP-EOF-SW.
003660     MOVE 'Y' TO WS-MORE-SW.
003670     PERFORM 4100-PAGE-ONE-SCREEN THRU 4100-EXIT
003680         UNTIL WS-SUSP-EOF OR NOT WS-MORE-WANTED
003681           OR WS-EXIT-REQUESTED.
003690     IF WS-CASES-SHOWN EQUAL ZERO
003700         DISPLAY "NO OPEN CASES"
003710     END-IF.
003720 4000-EXIT.
003730     EXIT.
003740
003750 4100-PAGE-ONE-SCREEN.
003760     MOVE WS-RESUME-KEY TO SUSP-KEY.
003770     START SUSPECT-FILE
003780         KEY IS GREATER THAN SUSP-KEY
003790         INVALID KEY
003800             MOVE 'Y' TO WS-SUSP-EOF-SW
003810     END-START.
003820     MOVE ZERO TO WS-PAGE-COUNT.
003830     PERFORM 4200-READ-NEXT-OPEN THRU 4200-EXIT
003840         UNTIL WS-SUSP-EOF OR WS-PAGE-COUNT = 10
003841           OR WS-EXIT-REQUESTED.
003850     IF WS-PAGE-COUNT EQUAL ZERO
003860         GO TO 4100-EXIT
003870     END-IF.
003880     MOVE WS-PAGE-KEY(WS-PAGE-COUNT) TO WS-RESUME-KEY.
003890     MOVE 'N' TO WS-PAGE-DONE-SW.
003900     PERFORM 4300-CHOOSE-CASE THRU 4300-EXIT
003910         UNTIL WS-PAGE-DONE OR WS-EXIT-REQUESTED.
003920     IF NOT WS-SUSP-EOF AND NOT WS-EXIT-REQUESTED
003930         DISPLAY "MORE? (Y/N): "
003940         ACCEPT WS-MORE-SW
003950         INSPECT WS-MORE-SW
003960             CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
003970     END-IF.
003980 4100-EXIT.
003990     EXIT.
004000
004010 4200-READ-NEXT-OPEN.
004020     READ SUSPECT-FILE NEXT RECORD
004030         AT END
004040             MOVE 'Y' TO WS-SUSP-EOF-SW
004050         NOT AT END
004060             IF SUSP-OPEN
004070                 ADD 1 TO WS-PAGE-COUNT
004080                 ADD 1 TO WS-CASES-SHOWN
004090                 MOVE SUSP-KEY TO WS-PAGE-KEY(WS-PAGE-COUNT)
004100                 MOVE WS-PAGE-COUNT TO WS-LINE-DISP
004110                 DISPLAY WS-LINE-DISP ". "
004120                     SUSP-INITIALS
004130                     " " SUSP-DATE
004140                     " " SUSP-TIME
004150                     " SC=" SUSP-VALUE
004160                     " " SUSP-MODE
004170                     " " SUSP-REASON(1)
004180             END-IF
004190     END-READ.
004200* A READ FAILURE OTHER THAN END-OF-FILE (I-O ERROR) WOULD
004210* OTHERWISE LEAVE THE PAGING LOOP SPINNING FOREVER.
004220     IF WS-SUSPECT-STATUS NOT EQUAL "00"
004230         MOVE 'Y' TO WS-SUSP-EOF-SW
004240     END-IF.
004250 4200-EXIT.
004260     EXIT.
004270
004280*---------------------------------------------------------------
004290* 4300-CHOOSE-CASE - TAKE A LINE NUMBER FROM THE SCREEN JUST
004300* SHOWN AND DISPOSE OF THAT CASE; A BLANK ENTRY ENDS THE PAGE
004310*---------------------------------------------------------------
004320 4300-CHOOSE-CASE.
004330     DISPLAY "REVIEW LINE (BLANK=DONE WITH PAGE): ".
004340     ACCEPT WS-LINE-CHOICE-X.
004350     IF WS-LINE-CHOICE-X EQUAL SPACES
004360         MOVE 'Y' TO WS-PAGE-DONE-SW
004370         GO TO 4300-EXIT
004380     END-IF.
004390     MOVE WS-LINE-CHOICE-X TO WS-NEW-VALUE-X.
004400     PERFORM 8100-EDIT-NUMERIC THRU 8100-EXIT.
004410     IF NOT WS-EDIT-OK
004420       OR WS-NEW-VALUE < 1
004430       OR WS-NEW-VALUE > WS-PAGE-COUNT
004440         DISPLAY "NO SUCH LINE ON THIS PAGE"
004450         GO TO 4300-EXIT
004460     END-IF.
004470     MOVE WS-NEW-VALUE TO WS-LINE-CHOICE.
004480     MOVE WS-PAGE-KEY(WS-LINE-CHOICE) TO SUSP-KEY.
004490     READ SUSPECT-FILE
004500         INVALID KEY
004510             DISPLAY "CASE NO LONGER ON FILE"
004520         NOT INVALID KEY
004530             PERFORM 5000-DISPOSE-CASE THRU 5000-EXIT
004540     END-READ.
004550 4300-EXIT.
004560     EXIT.
004570
004580*---------------------------------------------------------------
004590* 5000-DISPOSE-CASE - SHOW THE CASE, TAKE THE OPERATOR'S
004600* DISPOSITION AND NOTE, AND REWRITE IT.  BOTH THE DISPOSITION
004610* AND THE NOTE GO ON THE AUDIT TRAIL.  A CONFIRMATION THEN
004620* TAKES THE SESSION OFF THE BOARD.
004630*---------------------------------------------------------------
004640 5000-DISPOSE-CASE.
004650     PERFORM 3200-SHOW-CASE THRU 3200-EXIT.
004660     IF NOT SUSP-OPEN
004670         DISPLAY "CASE ALREADY DISPOSED OF"
004680         GO TO 5000-EXIT
004690     END-IF.
004700     DISPLAY "C=CLEARED  X=CONFIRMED  BLANK=LEAVE OPEN: ".
004710     ACCEPT WS-DISPOSITION.
004720     INSPECT WS-DISPOSITION
004730         CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
004740     IF WS-DISPOSITION NOT EQUAL "C"
004750       AND WS-DISPOSITION NOT EQUAL "X"
004760         DISPLAY "CASE LEFT OPEN"
004770         GO TO 5000-EXIT
004780     END-IF.
004790     DISPLAY "NOTE: ".
004800     ACCEPT WS-NOTE-IN.
004810     IF WS-NOTE-IN EQUAL SPACES
004820         DISPLAY "A NOTE IS REQUIRED - CASE LEFT OPEN"
004830         GO TO 5000-EXIT
004840     END-IF.
004841* A CONFIRMATION IS WORKED OUT AGAINST THE BOARD FIRST, SO ONE
004842* WHOSE WITHDRAWAL CANNOT BE DONE LEAVES THE CASE OPEN INSTEAD
004843* OF CONFIRMED WITH ITS SCORE STILL STANDING.  THE SEARCH READS
004844* OTHER CASES, SO THIS ONE IS READ AGAIN BEFORE ITS REWRITE.
004845     MOVE 'N' TO WS-WITHDRAW-SW.
004846     IF WS-DISPOSITION EQUAL "X"
004847         PERFORM 6000-WITHDRAW-SCORE THRU 6000-EXIT
004848         IF WS-WITHDRAW-REFUSED
004849             DISPLAY "CASE LEFT OPEN"
004850             GO TO 5000-EXIT
004851         END-IF
004852         MOVE WS-CASE-KEY TO SUSP-KEY
004853         READ SUSPECT-FILE
004854             INVALID KEY
004855                 DISPLAY "SUSPMAINT - CASE NOT READ AGAIN,"
004856                     " STATUS=" WS-SUSPECT-STATUS
004857                 GO TO 5000-EXIT
004858         END-READ
004859     END-IF.
004860     MOVE WS-DISPOSITION       TO SUSP-STATUS.
004861     ACCEPT SUSP-DISP-DATE FROM DATE YYYYMMDD.
004870     MOVE WS-OPERATOR-INITIALS TO SUSP-DISP-OPERATOR.
004880     MOVE WS-NOTE-IN           TO SUSP-NOTE.
004890     REWRITE SUSPECT-RECORD
004900         INVALID KEY
004910             DISPLAY "SUSPMAINT - REWRITE FAILED, STATUS="
004920                 WS-SUSPECT-STATUS
004930             GO TO 5000-EXIT
004940     END-REWRITE.
004950     IF SUSP-CONFIRMED
004960         MOVE "CONFIRM" TO WS-AUDIT-ACTION
004970     ELSE
004980         MOVE "CLEARED" TO WS-AUDIT-ACTION
004990     END-IF.
005000     MOVE SUSP-INITIALS TO WS-AUDIT-KEY.
005010     MOVE SPACES TO WS-AUDIT-DETAIL.
005020     STRING "SESSION="    DELIMITED BY SIZE
005030            SUSP-DATE     DELIMITED BY SIZE
005040            "/"           DELIMITED BY SIZE
005050            SUSP-TIME     DELIMITED BY SIZE
005060            " SIDE="      DELIMITED BY SIZE
005070            SUSP-SIDE     DELIMITED BY SIZE
005080            " SC="        DELIMITED BY SIZE
005090            SUSP-VALUE    DELIMITED BY SIZE
005100         INTO WS-AUDIT-DETAIL.
005110     PERFORM 8000-LOG-MAINT-AUDIT THRU 8000-EXIT.
005120     MOVE "NOTE" TO WS-AUDIT-ACTION.
005130     MOVE SUSP-NOTE TO WS-AUDIT-DETAIL.
005140     PERFORM 8000-LOG-MAINT-AUDIT THRU 8000-EXIT.
005150     IF SUSP-CONFIRMED
005160         DISPLAY "CASE CONFIRMED"
005170         PERFORM 6200-APPLY-WITHDRAWAL THRU 6200-EXIT
005180     ELSE
005190         DISPLAY "CASE CLEARED"
005200     END-IF.
005210 5000-EXIT.
005220     EXIT.
005230
005240*===============================================================
005241* 6000-WITHDRAW-SCORE - WORK OUT WHAT TAKING A CONFIRMED
005242* SESSION OFF THE BOARD CALLS FOR, BEFORE THE CASE IS REWRITTEN.
005243* THE BOARD ONLY NEEDS CHANGING WHEN THE PLAYER'S SCORES ENTRY
005244* FOR THE SESSION'S MODE IS THAT VERY SESSION (SAME DATE AND
005245* TIME); OTHERWISE THE PLAYER HAS ALREADY BEATEN IT AND THE
005246* BOARD STANDS.  THE ENTRY IS REPLACED BY THE NEXT-BEST CLEAN
005247* SESSION IN THE SAME MODE, OR DELETED WHEN NO CLEAN SESSION
005248* REMAINS.  WHEN THE HISTORY CANNOT BE SEARCHED IN FULL, OR
005249* SCORES IS THERE BUT WOULD NOT OPEN, THE WITHDRAWAL IS
005250* REFUSED AND THE CASE IS LEFT OPEN.
005251*===============================================================
005252 6000-WITHDRAW-SCORE.
005253     MOVE 'N'           TO WS-WITHDRAW-SW.
005254     MOVE SUSP-KEY      TO WS-CASE-KEY.
005255     MOVE SUSP-DATE     TO WS-CASE-DATE.
005256     MOVE SUSP-TIME     TO WS-CASE-TIME.
005257     MOVE SUSP-INITIALS TO WS-CASE-INITIALS.
005258     MOVE SUSP-MODE     TO WS-CASE-MODE.
005259     IF WS-SCORES-MISSING
005260         DISPLAY "NO SCORES FILE - BOARD UNCHANGED"
005261         GO TO 6000-EXIT
005262     END-IF.
005263     IF NOT WS-SCORES-OPEN
005264         DISPLAY "SCORES UNAVAILABLE - SCORE NOT WITHDRAWN"
005265         MOVE 'R' TO WS-WITHDRAW-SW
005266         GO TO 6000-EXIT
005267     END-IF.
005268     MOVE WS-CASE-INITIALS TO SCORE-INITIALS.
005269     MOVE WS-CASE-MODE     TO SCORE-MODE.
005270     READ SCORES-FILE
005271         INVALID KEY
005272             DISPLAY "NO SCORES ENTRY - BOARD UNCHANGED"
005273             GO TO 6000-EXIT
005274     END-READ.
005275     IF SCORE-DATE NOT EQUAL WS-CASE-DATE
005276       OR SCORE-TIME NOT EQUAL WS-CASE-TIME
005277         DISPLAY "BOARD BEST IS ANOTHER SESSION - BOARD"
005278             " UNCHANGED"
005279         GO TO 6000-EXIT
005280     END-IF.
005281     MOVE SCORE-VALUE TO WS-OLD-BEST.
005282     PERFORM 6100-FIND-NEXT-BEST THRU 6100-EXIT.
005283     IF NOT WS-SESSIONS-EOF
005284         DISPLAY "SESSION HISTORY NOT READ IN FULL - SCORE NOT"
005285             " WITHDRAWN"
005286         MOVE 'R' TO WS-WITHDRAW-SW
005287         GO TO 6000-EXIT
005288     END-IF.
005289     MOVE 'Y' TO WS-WITHDRAW-SW.
005290 6000-EXIT.
005291     EXIT.
005292
005293*---------------------------------------------------------------
005294* 6100-FIND-NEXT-BEST - PASS THE SESSIONS HISTORY FOR THE
005295* PLAYER'S BEST CLEAN SESSION IN THE CASE'S MODE: EITHER SIDE
005296* OF A HEAD-TO-HEAD SESSION COUNTS, WITHIN THE SEASON WINDOW
005297* WHEN ONE IS ON FILE, AND A SESSION CONFIRMED ON THE QUEUE IS
005298* NOT CLEAN.  THE MONTHLY SESSARCH ARCHIVES ARE SEARCHED BEFORE
005299* THE LIVE FILE, SINCE THE BOARD BEST MAY BE AN ARCHIVED ONE.
005300* AN UNREADABLE ARCHIVE OR LIVE FILE LEAVES THE EOF SWITCH OFF
005301* SO THE BOARD IS NOT TOUCHED ON A PARTIAL SEARCH.
005302*---------------------------------------------------------------
005303 6100-FIND-NEXT-BEST.
005304     MOVE 'N'  TO WS-BEST-FOUND-SW.
005305     MOVE ZERO TO WS-BEST-VALUE.
005306     MOVE 'N'  TO WS-SESSIONS-EOF-SW.
005307     OPEN INPUT SESSIONS-FILE.
005308     IF WS-SESSIONS-STATUS NOT EQUAL "00"
005309         DISPLAY "SUSPMAINT - CANNOT OPEN SESSIONS, STATUS="
005310             WS-SESSIONS-STATUS " - BOARD UNCHANGED"
005311         GO TO 6100-EXIT
005312     END-IF.
005313     PERFORM 6130-SET-ARCHIVE-RANGE THRU 6130-EXIT.
005314     PERFORM 6140-SCAN-ONE-ARCHIVE THRU 6140-EXIT
005315         UNTIL WS-ARCH-DONE OR WS-ARCH-FAILED.
005316     IF WS-ARCH-FAILED
005317         CLOSE SESSIONS-FILE
005318         GO TO 6100-EXIT
005319     END-IF.
005320     PERFORM 6110-SCAN-ONE-SESSION THRU 6110-EXIT
005321         UNTIL WS-SESSIONS-EOF OR WS-SESSIONS-STATUS NOT = "00".
005322     IF WS-SESSIONS-STATUS NOT EQUAL "00"
005323       AND WS-SESSIONS-STATUS NOT EQUAL "10"
005324         DISPLAY "SUSPMAINT - SESSIONS READ FAILED, STATUS="
005325             WS-SESSIONS-STATUS " - BOARD UNCHANGED"
005326         MOVE 'N' TO WS-SESSIONS-EOF-SW
005327     END-IF.
005328     CLOSE SESSIONS-FILE.
005329 6100-EXIT.
005330     EXIT.
005331
005332 6110-SCAN-ONE-SESSION.
005333     READ SESSIONS-FILE
005334         AT END
005335             MOVE 'Y' TO WS-SESSIONS-EOF-SW
005336             GO TO 6110-EXIT
005337     END-READ.
005338     IF WS-SESSIONS-STATUS NOT EQUAL "00"
005339         GO TO 6110-EXIT
005340     END-IF.
005341     PERFORM 6115-CHECK-SESSION THRU 6115-EXIT.
005342 6110-EXIT.
005343     EXIT.
005344
005345*---------------------------------------------------------------
005346* 6115-CHECK-SESSION - WEIGH ONE SESSION, LIVE OR ARCHIVED, FOR
005347* EACH SIDE THE CASE PLAYER TOOK IN IT
005348*---------------------------------------------------------------
005349 6115-CHECK-SESSION.
005350     IF WS-SEASON-ACTIVE
005351       AND SESSION-DATE < WS-SEASON-START-CUR
005352         GO TO 6115-EXIT
005353     END-IF.
005354     IF SESSION-DATE EQUAL WS-CASE-DATE
005355       AND SESSION-TIME EQUAL WS-CASE-TIME
005356         GO TO 6115-EXIT
005357     END-IF.
005358     IF SESSION-MODE NOT EQUAL WS-CASE-MODE
005359         GO TO 6115-EXIT
005360     END-IF.
005361     IF SESSION-INITIALS EQUAL WS-CASE-INITIALS
005362         MOVE '1'                   TO WS-CUR-SIDE
005363         MOVE SESSION-VALUE         TO WS-CUR-VALUE
005364         MOVE SESSION-P2-INITIALS   TO WS-CUR-P2INIT
005365         MOVE SESSION-P2-VALUE      TO WS-CUR-P2VAL
005366         PERFORM 6120-CONSIDER-SIDE THRU 6120-EXIT
005367     END-IF.
005368     IF SESSION-IS-TWO-PLAYER
005369       AND SESSION-P2-INITIALS EQUAL WS-CASE-INITIALS
005370         MOVE '2'                   TO WS-CUR-SIDE
005371         MOVE SESSION-P2-VALUE      TO WS-CUR-VALUE
005372         MOVE SESSION-INITIALS      TO WS-CUR-P2INIT
005373         MOVE SESSION-VALUE         TO WS-CUR-P2VAL
005374         PERFORM 6120-CONSIDER-SIDE THRU 6120-EXIT
005375     END-IF.
005376 6115-EXIT.
005377     EXIT.
005378
005379*---------------------------------------------------------------
005380* 6120-CONSIDER-SIDE - KEEP THIS SIDE IF IT BEATS THE BEST SO
005381* FAR AND HAS NOT BEEN CONFIRMED ON THE QUEUE.  THE FIRST OF
005382* EQUAL SCORES IS KEPT, AS THE ONLINE BEST-SCORE UPDATE DOES.
005383*---------------------------------------------------------------
005384 6120-CONSIDER-SIDE.
005385     IF WS-BEST-FOUND
005386       AND WS-CUR-VALUE NOT > WS-BEST-VALUE
005387         GO TO 6120-EXIT
005388     END-IF.
005389     MOVE 'Y' TO WS-CUR-CLEAN-SW.
005390     MOVE SESSION-DATE     TO SUSP-DATE.
005391     MOVE SESSION-TIME     TO SUSP-TIME.
005392     MOVE WS-CASE-INITIALS TO SUSP-INITIALS.
005393     MOVE WS-CUR-SIDE      TO SUSP-SIDE.
005394     READ SUSPECT-FILE
005395         INVALID KEY
005396             CONTINUE
005397         NOT INVALID KEY
005398             IF SUSP-CONFIRMED
005399                 MOVE 'N' TO WS-CUR-CLEAN-SW
005400             END-IF
005401     END-READ.
005402     IF NOT WS-CUR-CLEAN
005403         GO TO 6120-EXIT
005404     END-IF.
005405     MOVE 'Y'                   TO WS-BEST-FOUND-SW.
005406     MOVE WS-CUR-VALUE          TO WS-BEST-VALUE.
005407     MOVE SESSION-DATE          TO WS-BEST-DATE.
005408     MOVE SESSION-TIME          TO WS-BEST-TIME.
005409     MOVE SESSION-KEYSTROKES    TO WS-BEST-KEYS.
005410     MOVE SESSION-TWO-PLAYER-SW TO WS-BEST-2PSW.
005411     MOVE WS-CUR-P2INIT         TO WS-BEST-P2INIT.
005412     MOVE WS-CUR-P2VAL          TO WS-BEST-P2VAL.
005413 6120-EXIT.
005414     EXIT.
005415
005416*---------------------------------------------------------------
005417* 6130-SET-ARCHIVE-RANGE - THE SEARCH STARTS AT LAST MONTH'S
005418* ARCHIVE.  WITH A SEASON ON FILE IT ENDS AT THE ARCHIVE OF THE
005419* MONTH BEFORE THE SEASON START, WHICH CAN STILL HOLD SESSIONS
005420* OF THE FIRST DAY OR TWO WHEN HOUSEKEEPING RAN LATE.  WITHOUT
005421* ONE IT RUNS BACK UNTIL THE ARCHIVES GIVE OUT.
005422*---------------------------------------------------------------
005423 6130-SET-ARCHIVE-RANGE.
005424     MOVE 'N'  TO WS-ARCH-DONE-SW.
005425     MOVE 'N'  TO WS-ARCH-FAILED-SW.
005426     MOVE 'Y'  TO WS-ARCH-NEWEST-SW.
005427     MOVE ZERO TO WS-ARCH-FIRST-MONTH.
005428     IF WS-SEASON-ACTIVE
005429         COMPUTE WS-ARCH-MONTH = WS-SEASON-START-CUR / 100
005430         PERFORM 6135-BACK-ONE-MONTH THRU 6135-EXIT
005431         MOVE WS-ARCH-MONTH TO WS-ARCH-FIRST-MONTH
005432     END-IF.
005433     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005434     MOVE WS-RUN-YYYYMM TO WS-ARCH-MONTH.
005435     PERFORM 6135-BACK-ONE-MONTH THRU 6135-EXIT.
005436     IF WS-ARCH-MONTH < WS-ARCH-FIRST-MONTH
005437         MOVE 'Y' TO WS-ARCH-DONE-SW
005438     END-IF.
005439 6130-EXIT.
005440     EXIT.
005441
005442 6135-BACK-ONE-MONTH.
005443     IF WS-ARCH-MM > 1
005444         SUBTRACT 1 FROM WS-ARCH-MM
005445     ELSE
005446         MOVE 12 TO WS-ARCH-MM
005447         SUBTRACT 1 FROM WS-ARCH-YYYY
005448     END-IF.
005449 6135-EXIT.
005450     EXIT.
005451
005452*---------------------------------------------------------------
005453* 6140-SCAN-ONE-ARCHIVE - SEARCH ONE MONTH'S ARCHIVE AND STEP
005454* BACK A MONTH.  LAST MONTH'S ARCHIVE IS NOT THERE UNTIL THE
005455* HOUSEKEEPING HAS RUN, AND A MONTH IT SKIPPED WENT INTO THE
005456* NEXT MONTH'S ARCHIVE, SO EITHER IS PASSED OVER; OUTSIDE A
005457* SEASON A MISSING ARCHIVE FURTHER BACK IS THE END OF THEM.  AN
005458* ARCHIVE THAT WILL NOT OPEN OR READ FAILS THE WHOLE SEARCH.
005459*---------------------------------------------------------------
005460 6140-SCAN-ONE-ARCHIVE.
005461     MOVE WS-ARCH-MONTH TO WS-ARCH-NAME-MONTH.
005462     DISPLAY "SESSARCH" UPON ENVIRONMENT-NAME.
005463     DISPLAY WS-ARCH-NAME UPON ENVIRONMENT-VALUE.
005464     OPEN INPUT SESSARCH-FILE.
005465     IF WS-SESSARCH-STATUS EQUAL "35"
005466       AND NOT WS-SEASON-ACTIVE
005467       AND NOT WS-ARCH-NEWEST
005468         MOVE 'Y' TO WS-ARCH-DONE-SW
005469         GO TO 6140-EXIT
005470     END-IF.
005471     IF WS-SESSARCH-STATUS NOT EQUAL "00"
005472       AND WS-SESSARCH-STATUS NOT EQUAL "35"
005473         DISPLAY "SUSPMAINT - CANNOT OPEN " WS-ARCH-NAME
005474             ", STATUS=" WS-SESSARCH-STATUS " - BOARD UNCHANGED"
005475         MOVE 'Y' TO WS-ARCH-FAILED-SW
005476         GO TO 6140-EXIT
005477     END-IF.
005478     IF WS-SESSARCH-STATUS EQUAL "00"
005479         MOVE 'N' TO WS-ARCH-EOF-SW
005480         PERFORM 6150-READ-ARCHIVED THRU 6150-EXIT
005481             UNTIL WS-ARCH-EOF OR WS-ARCH-FAILED
005482         CLOSE SESSARCH-FILE
005483     END-IF.
005484     MOVE 'N' TO WS-ARCH-NEWEST-SW.
005485     PERFORM 6135-BACK-ONE-MONTH THRU 6135-EXIT.
005486     IF WS-ARCH-MONTH < WS-ARCH-FIRST-MONTH
005487         MOVE 'Y' TO WS-ARCH-DONE-SW
005488     END-IF.
005489 6140-EXIT.
005490     EXIT.
005491
005492 6150-READ-ARCHIVED.
005493     READ SESSARCH-FILE INTO SESSION-RECORD
005494         AT END
005495             MOVE 'Y' TO WS-ARCH-EOF-SW
005496             GO TO 6150-EXIT
005497     END-READ.
005498     IF WS-SESSARCH-STATUS NOT EQUAL "00"
005499         DISPLAY "SUSPMAINT - " WS-ARCH-NAME " READ FAILED,"
005500             " STATUS=" WS-SESSARCH-STATUS " - BOARD UNCHANGED"
005501         MOVE 'Y' TO WS-ARCH-FAILED-SW
005502         GO TO 6150-EXIT
005503     END-IF.
005504     PERFORM 6115-CHECK-SESSION THRU 6115-EXIT.
005505 6150-EXIT.
005506     EXIT.
005507
005508*---------------------------------------------------------------
005509* 6200-APPLY-WITHDRAWAL - ONCE THE CASE IS CONFIRMED, MAKE THE
005510* BOARD CHANGE 6000-WITHDRAW-SCORE WORKED OUT
005511*---------------------------------------------------------------
005512 6200-APPLY-WITHDRAWAL.
005513     IF NOT WS-WITHDRAW-READY
005514         GO TO 6200-EXIT
005515     END-IF.
005516     MOVE WS-CASE-INITIALS TO SCORE-INITIALS.
005517     MOVE WS-CASE-MODE     TO SCORE-MODE.
005518     READ SCORES-FILE
005519         INVALID KEY
005520             DISPLAY "SUSPMAINT - SCORES ENTRY GONE - BOARD"
005521                 " UNCHANGED"
005522             GO TO 6200-EXIT
005523     END-READ.
005524     MOVE WS-CASE-INITIALS TO WS-AUDIT-KEY.
005525     MOVE SPACES TO WS-AUDIT-DETAIL.
005526     IF WS-BEST-FOUND
005527         PERFORM 6300-REPLACE-SCORE THRU 6300-EXIT
005528     ELSE
005529         PERFORM 6400-DELETE-SCORE THRU 6400-EXIT
005530     END-IF.
005531 6200-EXIT.
005532     EXIT.
006700
006710*---------------------------------------------------------------
006720* 6300-REPLACE-SCORE / 6400-DELETE-SCORE - PUT THE NEXT-BEST
006730* CLEAN SESSION ON THE BOARD, OR TAKE THE PLAYER OFF IT, AND
006740* LOG THE OLD AND NEW BEST SO THE CHANGE CAN BE UNDONE
006750*---------------------------------------------------------------
006760 6300-REPLACE-SCORE.
006770     MOVE WS-BEST-VALUE  TO SCORE-VALUE.
006790     MOVE WS-BEST-DATE   TO SCORE-DATE.
006800     MOVE WS-BEST-TIME   TO SCORE-TIME.
006810     MOVE WS-BEST-KEYS   TO SCORE-KEYSTROKES.
006820     MOVE WS-BEST-2PSW   TO SCORE-TWO-PLAYER-SW.
006830     MOVE WS-BEST-P2INIT TO SCORE-P2-INITIALS.
006840     MOVE WS-BEST-P2VAL  TO SCORE-P2-VALUE.
006850     REWRITE SCORE-RECORD
006860         INVALID KEY
006870             DISPLAY "SUSPMAINT - SCORES REWRITE FAILED,"
006880                 " STATUS=" WS-SCORES-STATUS
006890             GO TO 6300-EXIT
006900     END-REWRITE.
006901     STRING "MODE="       DELIMITED BY SIZE
006902            WS-CASE-MODE  DELIMITED BY SIZE
006910            " OLD="       DELIMITED BY SIZE
006920            WS-OLD-BEST   DELIMITED BY SIZE
006930            " NEW="       DELIMITED BY SIZE
006940            WS-BEST-VALUE DELIMITED BY SIZE
006950            " FROM="      DELIMITED BY SIZE
006960            WS-BEST-DATE  DELIMITED BY SIZE
006970         INTO WS-AUDIT-DETAIL.
006980     MOVE "SCOREFIX" TO WS-AUDIT-ACTION.
006990     PERFORM 8000-LOG-MAINT-AUDIT THRU 8000-EXIT.
007000     DISPLAY "BOARD BEST NOW " WS-BEST-VALUE
007010         " FROM " WS-BEST-DATE.
007020 6300-EXIT.
007030     EXIT.
007040
007050 6400-DELETE-SCORE.
007060     DELETE SCORES-FILE RECORD
007070         INVALID KEY
007080             DISPLAY "SUSPMAINT - SCORES DELETE FAILED,"
007090                 " STATUS=" WS-SCORES-STATUS
007100             GO TO 6400-EXIT
007110     END-DELETE.
007111     STRING "MODE="       DELIMITED BY SIZE
007112            WS-CASE-MODE  DELIMITED BY SIZE
007120            " OLD="       DELIMITED BY SIZE
007130            WS-OLD-BEST   DELIMITED BY SIZE
007140            " NO CLEAN SESSION LEFT" DELIMITED BY SIZE
007150         INTO WS-AUDIT-DETAIL.
007160     MOVE "SCOREDEL" TO WS-AUDIT-ACTION.
007170     PERFORM 8000-LOG-MAINT-AUDIT THRU 8000-EXIT.
007180     DISPLAY "NO CLEAN SESSION LEFT - PLAYER TAKEN OFF BOARD".
007190 6400-EXIT.
007200     EXIT.
007210
007220*---------------------------------------------------------------
007230* 8000-LOG-MAINT-AUDIT - APPEND ONE TIMESTAMPED LINE TO THE
007240* MAINTENANCE AUDIT TRAIL FOR THE ACTION JUST TAKEN.  A LINE
007241* THAT WILL NOT WRITE IS SHOWN IN FULL FOR THE OPERATOR TO NOTE
007242* AND ENDS THE SESSION ONCE THE CASE IN HAND IS FINISHED, SO NO
007243* MORE CHANGES GO UNRECORDED.
007250*---------------------------------------------------------------
007260 8000-LOG-MAINT-AUDIT.
007270     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
007280     ACCEPT WS-AUDIT-TIME FROM TIME.
007290     MOVE SPACES TO MAINT-AUDIT-RECORD.
007300     STRING WS-AUDIT-DATE        DELIMITED BY SIZE
007310            " "                  DELIMITED BY SIZE
007320            WS-AUDIT-TIME        DELIMITED BY SIZE
007330            " "                  DELIMITED BY SIZE
007340            WS-OPERATOR-INITIALS DELIMITED BY SIZE
007350            " "                  DELIMITED BY SIZE
007360            WS-AUDIT-ACTION      DELIMITED BY SIZE
007370            " "                  DELIMITED BY SIZE
007380            WS-AUDIT-KEY         DELIMITED BY SIZE
007390            " "                  DELIMITED BY SIZE
007400            WS-AUDIT-DETAIL      DELIMITED BY SIZE
007410         INTO MAINT-AUDIT-RECORD.
007420     WRITE MAINT-AUDIT-RECORD.
007421     IF WS-MAINTAUDIT-STATUS NOT EQUAL "00"
007422         DISPLAY "SUSPMAINT - CANNOT WRITE SUSPAUDIT, STATUS="
007423             WS-MAINTAUDIT-STATUS
007424         DISPLAY "SUSPMAINT - " WS-AUDIT-ACTION " " WS-AUDIT-KEY
007425             " " WS-AUDIT-DETAIL
007426         DISPLAY "SUSPMAINT - NOT ON THE TRAIL, NO FURTHER"
007427             " CHANGES ALLOWED"
007428         MOVE 'Y' TO WS-EXIT-SW
007429         GO TO 8000-EXIT
007430     END-IF.
007431     ADD 1 TO WS-CHANGES-LOGGED.
007440 8000-EXIT.
007450     EXIT.
007460
007470*---------------------------------------------------------------
007480* 8100-EDIT-NUMERIC - ACCEPT AN OPERATOR-KEYED VALUE ONLY IF
007490* EVERY NONBLANK CHARACTER IS A DIGIT, AND AT LEAST ONE DIGIT
007500* WAS KEYED
007510*---------------------------------------------------------------
007520 8100-EDIT-NUMERIC.
007530     MOVE 'Y'  TO WS-EDIT-OK-SW.
007540     MOVE ZERO TO WS-NEW-VALUE.
007550     MOVE ZERO TO WS-EDIT-DIGITS.
007560     PERFORM 8110-EDIT-ONE-CHAR THRU 8110-EXIT
007570         VARYING WS-EDIT-IDX FROM 1 BY 1
007580         UNTIL WS-EDIT-IDX > 9.
007590     IF WS-EDIT-DIGITS EQUAL ZERO
007600         MOVE 'N' TO WS-EDIT-OK-SW
007610     END-IF.
007620 8100-EXIT.
007630     EXIT.
007640
007650 8110-EDIT-ONE-CHAR.
007660     MOVE WS-NEW-VALUE-X(WS-EDIT-IDX:1) TO WS-EDIT-CHAR-X.
007670     EVALUATE TRUE
007680         WHEN WS-EDIT-CHAR-X EQUAL SPACE
007690             CONTINUE
007700         WHEN WS-EDIT-CHAR-X >= "0" AND WS-EDIT-CHAR-X <= "9"
007710             COMPUTE WS-NEW-VALUE
007720                 = (WS-NEW-VALUE * 10) + WS-EDIT-DIGIT
007730             ADD 1 TO WS-EDIT-DIGITS
007740         WHEN OTHER
007750             MOVE 'N' TO WS-EDIT-OK-SW
007760     END-EVALUATE.
007770 8110-EXIT.
007780     EXIT.
007790
007800*===============================================================
007810* 9000-TERMINATE - CLOSE FILES AND REPORT THE SESSION
007820*===============================================================
007830 9000-TERMINATE.
007840     IF WS-SUSP-OPEN
007850         CLOSE SUSPECT-FILE
007860     END-IF.
007870     IF WS-SCORES-OPEN
007880         CLOSE SCORES-FILE
007890     END-IF.
007891     IF WS-AUDIT-OPEN
007900         CLOSE MAINTAUDIT-FILE
007901     END-IF.
007910     DISPLAY "SUSPMAINT - CHANGES LOGGED: " WS-CHANGES-LOGGED.
007920 9000-EXIT.
007930     EXIT.
