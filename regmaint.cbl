000010*-------------------------------------------------------------
000020* REGMAINT
000030* OPERATOR MAINTENANCE FOR THE PLAYER REGISTRY (PLAYREG).  A
000040* REGULAR PLAYER'S INITIALS ARE REGISTERED HERE WITH A FOUR-
000050* DIGIT PIN; FROM THEN ON COBOLGAME ASKS FOR THE PIN WHEN
000060* THOSE INITIALS ARE ENTERED, SO A STRANGER'S SCORE CANNOT
000070* LAND UNDER THEM.  LOOK UP OR PAGE THE REGISTRY, REGISTER,
000080* CHANGE A PIN OR REMOVE A REGISTRATION.  EVERY CHANGE IS
000090* WRITTEN TO THE REGAUDIT MAINTENANCE TRAIL WITH THE OPERATOR
000100* INITIALS CAPTURED AT SIGN-ON; THE PIN ITSELF IS NEVER
000110* SHOWN OR LOGGED - IT IS KEYED INTO A MASKED FIELD THAT
000111* ECHOES ONLY ASTERISKS.
000120*-------------------------------------------------------------
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. regmaint.
000150 AUTHOR. D HENDERSON.
000160 INSTALLATION. ARCADE SYSTEMS GROUP.
000170 DATE-WRITTEN. 2026-10-15.
000180 DATE-COMPILED.
000190*-------------------------------------------------------------
000200* MODIFICATION HISTORY
000210* DATE       INIT DESCRIPTION
000220* 2026-10-15 DWH  ORIGINAL PLAYER REGISTRY MAINTENANCE SCREEN.
000221* 2026-10-15 DWH  KEY THE NEW PIN INTO A MASKED FIELD; ALLOW NO
000222*                 CHANGES WHEN REGAUDIT WILL NOT OPEN, AND END
000223*                 THE SESSION IF A TRAIL LINE CANNOT BE WRITTEN.
000224* 2026-10-15 DWH  CREATE PLAYREG ONLY WHEN IT IS NOT THERE; ANY
000225*                 OTHER OPEN FAILURE IS SHOWN AND THE SCREEN ENDS.
000230*-------------------------------------------------------------
000240
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. GENERIC-CABINET.
000280 OBJECT-COMPUTER. GENERIC-CABINET.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT PLAYREG-FILE ASSIGN TO "PLAYREG"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS REG-INITIALS
000350         FILE STATUS IS WS-PLAYREG-STATUS.
000360     SELECT MAINTAUDIT-FILE ASSIGN TO "REGAUDIT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-MAINTAUDIT-STATUS.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420* PLAYREG-FILE - REGISTERED INITIALS AND THEIR PINS, KEYED BY
000430* INITIALS.  CREATED HERE ON THE FIRST REGISTRATION.
000440 FD  PLAYREG-FILE.
000450     COPY REGREC.
000460* MAINTAUDIT-FILE - ONE LINE PER REGISTRY CHANGE, SHARED WITH
000470* THE WRONG-PIN ATTEMPTS COBOLGAME LOGS, SO A DISPUTE OVER A
000480* SET OF INITIALS CAN BE TRACED AFTER THE FACT.
000490 FD  MAINTAUDIT-FILE.
000500     COPY MNTAUDIT.
000510
000520 WORKING-STORAGE SECTION.
000530*-------------------------------------------------------------
000540* FILE STATUS AND CONTROL FIELDS
000550*-------------------------------------------------------------
000560 01  WS-PLAYREG-STATUS       PIC X(02)     VALUE '00'.
000570 01  WS-MAINTAUDIT-STATUS    PIC X(02)     VALUE '00'.
000580 01  WS-EXIT-SW              PIC X(01)     VALUE 'N'.
000590     88  WS-EXIT-REQUESTED                 VALUE 'Y'.
000600 01  WS-REG-EOF-SW           PIC X(01)     VALUE 'N'.
000610     88  WS-REG-EOF                        VALUE 'Y'.
000611 01  WS-PLAYREG-OPEN-SW      PIC X(01)     VALUE 'N'.
000612     88  WS-PLAYREG-OPEN                   VALUE 'Y'.
000613 01  WS-AUDIT-OPEN-SW        PIC X(01)     VALUE 'N'.
000614     88  WS-AUDIT-OPEN                     VALUE 'Y'.
000620*-------------------------------------------------------------
000630* OPERATOR DIALOG FIELDS
000640*-------------------------------------------------------------
000650 01  WS-OPERATOR-INITIALS    PIC X(03)     VALUE SPACES.
000660 01  WS-MENU-CHOICE          PIC X(01)     VALUE SPACE.
000670 01  WS-LOOKUP-INITIALS      PIC X(03)     VALUE SPACES.
000680 01  WS-PAGE-START           PIC X(03)     VALUE SPACES.
000690 01  WS-MORE-SW              PIC X(01)     VALUE 'N'.
000700     88  WS-MORE-WANTED                    VALUE 'Y'.
000710 01  WS-PAGE-COUNT           PIC 9(04)     USAGE COMP VALUE 0.
000720 01  WS-CONFIRM              PIC X(01)     VALUE SPACE.
000730 01  WS-LOWER-ALPHA          PIC X(26)
000740     VALUE "abcdefghijklmnopqrstuvwxyz".
000750 01  WS-UPPER-ALPHA          PIC X(26)
000760     VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000770*-------------------------------------------------------------
000780* ENTRY EDITING - INITIALS TO BE REGISTERED MUST BE THREE OF
000790* A-Z AND 0-9, AS THE GAME'S ENTRY SCREEN ACCEPTS, AND A PIN
000800* MUST BE FOUR DIGITS, KEYED TWICE ALIKE
000810*-------------------------------------------------------------
000820 01  WS-EDIT-OK-SW           PIC X(01)     VALUE 'N'.
000830     88  WS-EDIT-OK                        VALUE 'Y'.
000840 01  WS-EDIT-IDX             PIC 9(04)     USAGE COMP.
000850 01  WS-EDIT-CHAR-X          PIC X(01).
000860 01  WS-NEW-PIN              PIC X(04)     VALUE SPACES.
000870 01  WS-NEW-PIN-AGAIN        PIC X(04)     VALUE SPACES.
000871*-------------------------------------------------------------
000872* MASKED PIN FIELD - THE DIGITS ARE KEYED ON A CLEARED SCREEN
000873* THAT SHOWS ONLY AN ASTERISK PER DIGIT, AS ON THE CABINET.
000874* THE SCREEN TEXTS END IN A NULL FOR THE SCREEN LIBRARY.
000875*-------------------------------------------------------------
000876 01  WS-PIN-ENTRY            PIC X(04)     VALUE SPACES.
000877 01  WS-PIN-MASK-AREA.
000878     05  WS-PIN-MASK         PIC X(04)     VALUE SPACES.
000879     05  FILLER              PIC X(01)     VALUE LOW-VALUE.
000880 01  WS-PIN-POS              PIC 9(04)     USAGE COMP.
000881 01  WS-PIN-KEY              PIC S9(08)    USAGE COMP.
000882 01  WS-PIN-DONE-SW          PIC X(01)     VALUE 'N'.
000883     88  WS-PIN-DONE                       VALUE 'Y'.
000884 01  WS-PIN-PROMPT-AREA.
000885     05  WS-PIN-PROMPT       PIC X(50)     VALUE SPACES.
000886     05  FILLER              PIC X(01)     VALUE LOW-VALUE.
000887 01  WS-PIN-FIRST-TEXT       PIC X(50)
000888     VALUE "NEW PIN (4 DIGITS), ENTER TO FINISH, ESC TO CANCEL".
000889 01  WS-PIN-AGAIN-TEXT       PIC X(50)
000890     VALUE "KEY THE PIN AGAIN, ENTER TO FINISH, ESC TO CANCEL".
000891*-------------------------------------------------------------
000892* MAINTENANCE AUDIT TRAIL WORK FIELDS
000900*-------------------------------------------------------------
000910 01  WS-AUDIT-DATE           PIC 9(08)     VALUE ZERO.
000920 01  WS-AUDIT-TIME           PIC 9(08)     VALUE ZERO.
000930 01  WS-AUDIT-ACTION         PIC X(08)     VALUE SPACES.
000940 01  WS-AUDIT-KEY            PIC X(03)     VALUE SPACES.
000950 01  WS-AUDIT-DETAIL         PIC X(44)     VALUE SPACES.
000960 01  WS-CHANGES-LOGGED       PIC 9(05)     USAGE COMP VALUE 0.
000970
000980 PROCEDURE DIVISION.
000990*===============================================================
001000* 0000-MAINLINE - PROGRAM ENTRY POINT
001010*===============================================================
001020 0000-MAINLINE.
001030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001040     PERFORM 2000-MAIN-MENU THRU 2000-EXIT
001050         UNTIL WS-EXIT-REQUESTED.
001060     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001070     STOP RUN.
001080
001090*===============================================================
001100* 1000-INITIALIZE - SIGN THE OPERATOR ON AND OPEN THE REGISTRY
001110* AND THE MAINTENANCE AUDIT TRAIL, CREATING THE REGISTRY ON
001120* THE FIRST RUN.  WITHOUT THE TRAIL NO CHANGE IS ALLOWED, SO
001121* EVERY CHANGE MADE HERE IS ON IT.
001130*===============================================================
001140 1000-INITIALIZE.
001150     DISPLAY "REGMAINT - PLAYER REGISTRY MAINTENANCE".
001160     PERFORM 1100-SIGN-ON-OPERATOR THRU 1100-EXIT
001170         UNTIL WS-OPERATOR-INITIALS NOT EQUAL SPACES.
001180     OPEN I-O PLAYREG-FILE.
001190     IF WS-PLAYREG-STATUS EQUAL "35"
001200         OPEN OUTPUT PLAYREG-FILE
001210         CLOSE PLAYREG-FILE
001220         OPEN I-O PLAYREG-FILE
001230     END-IF.
001240     IF WS-PLAYREG-STATUS EQUAL "00"
001241         MOVE 'Y' TO WS-PLAYREG-OPEN-SW
001242     ELSE
001250         DISPLAY "REGMAINT - CANNOT OPEN PLAYREG, STATUS="
001260             WS-PLAYREG-STATUS
001270         MOVE 'Y' TO WS-EXIT-SW
001275         GO TO 1000-EXIT
001280     END-IF.
001290     OPEN EXTEND MAINTAUDIT-FILE.
001300     IF WS-MAINTAUDIT-STATUS NOT EQUAL "00"
001310         OPEN OUTPUT MAINTAUDIT-FILE
001320     END-IF.
001321     IF WS-MAINTAUDIT-STATUS EQUAL "00"
001322         MOVE 'Y' TO WS-AUDIT-OPEN-SW
001323     ELSE
001324         DISPLAY "REGMAINT - CANNOT OPEN REGAUDIT, STATUS="
001325             WS-MAINTAUDIT-STATUS ", NO CHANGES ALLOWED"
001326         MOVE 'Y' TO WS-EXIT-SW
001327     END-IF.
001330 1000-EXIT.
001340     EXIT.
001350
001360 1100-SIGN-ON-OPERATOR.
001370     DISPLAY "ENTER OPERATOR INITIALS: ".
001380     ACCEPT WS-OPERATOR-INITIALS.
001390     INSPECT WS-OPERATOR-INITIALS
001400         CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
001410 1100-EXIT.
001420     EXIT.
001430
001440*===============================================================
001450* 2000-MAIN-MENU - ONE PASS THROUGH THE ACTION MENU
001460*===============================================================
001470 2000-MAIN-MENU.
001480     DISPLAY " ".
001490     DISPLAY "L=LOOKUP  P=PAGE  R=REGISTER  C=CHANGE PIN"
001500         "  D=DEREGISTER  X=EXIT".
001510     ACCEPT WS-MENU-CHOICE.
001520     INSPECT WS-MENU-CHOICE
001530         CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
001540     EVALUATE WS-MENU-CHOICE
001550         WHEN "L"
001560             PERFORM 3000-LOOKUP-REGISTRATION THRU 3000-EXIT
001570         WHEN "P"
001580             PERFORM 4000-PAGE-REGISTRY THRU 4000-EXIT
001590         WHEN "R"
001600             PERFORM 5000-REGISTER-PLAYER THRU 5000-EXIT
001610         WHEN "C"
001620             PERFORM 6000-CHANGE-PIN THRU 6000-EXIT
001630         WHEN "D"
001640             PERFORM 7000-DEREGISTER-PLAYER THRU 7000-EXIT
001650         WHEN "X"
001660             MOVE 'Y' TO WS-EXIT-SW
001670         WHEN OTHER
001680             DISPLAY "UNRECOGNIZED CHOICE"
001690     END-EVALUATE.
001700 2000-EXIT.
001710     EXIT.
001720
001730*---------------------------------------------------------------
001740* 3000-LOOKUP-REGISTRATION - FETCH AND SHOW ONE REGISTRATION
001750*---------------------------------------------------------------
001760 3000-LOOKUP-REGISTRATION.
001770     PERFORM 8200-PROMPT-INITIALS THRU 8200-EXIT.
001780     MOVE WS-LOOKUP-INITIALS TO REG-INITIALS.
001790     READ PLAYREG-FILE
001800         INVALID KEY
001810             DISPLAY WS-LOOKUP-INITIALS " IS NOT REGISTERED"
001820         NOT INVALID KEY
001830             PERFORM 3100-SHOW-REGISTRATION THRU 3100-EXIT
001840     END-READ.
001850 3000-EXIT.
001860     EXIT.
001870
001880 3100-SHOW-REGISTRATION.
001890     DISPLAY "INITIALS......: " REG-INITIALS.
001900     DISPLAY "REGISTERED....: " REG-DATE.
001910     DISPLAY "REGISTERED BY.: " REG-OPERATOR.
001920     DISPLAY "PIN LAST SET..: " REG-PIN-DATE.
001930 3100-EXIT.
001940     EXIT.
001950
001960*---------------------------------------------------------------
001970* 4000-PAGE-REGISTRY - WALK THE REGISTRY IN KEY ORDER, TEN
001980* ROWS AT A TIME, STARTING FROM THE TOP OR FROM GIVEN INITIALS
001990*---------------------------------------------------------------
002000 4000-PAGE-REGISTRY.
002010     DISPLAY "START FROM INITIALS (BLANK=TOP): ".
002020     ACCEPT WS-PAGE-START.
002030     INSPECT WS-PAGE-START
002040         CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
002050     MOVE WS-PAGE-START TO REG-INITIALS.
002060     START PLAYREG-FILE
002070         KEY IS NOT LESS THAN REG-INITIALS
002080         INVALID KEY
002090             DISPLAY "NO REGISTRATIONS ON OR AFTER "
002100                 WS-PAGE-START
002110             MOVE 'Y' TO WS-REG-EOF-SW
002120         NOT INVALID KEY
002130             MOVE 'N' TO WS-REG-EOF-SW
002140     END-START.
002150     MOVE 'Y' TO WS-MORE-SW.
002160     PERFORM 4100-PAGE-ONE-SCREEN THRU 4100-EXIT
002170         UNTIL WS-REG-EOF OR NOT WS-MORE-WANTED.
002180 4000-EXIT.
002190     EXIT.
002200
002210 4100-PAGE-ONE-SCREEN.
002220     MOVE ZERO TO WS-PAGE-COUNT.
002230     PERFORM 4200-READ-NEXT-REG THRU 4200-EXIT
002240         UNTIL WS-REG-EOF OR WS-PAGE-COUNT = 10.
002250     IF NOT WS-REG-EOF
002260         DISPLAY "MORE? (Y/N): "
002270         ACCEPT WS-MORE-SW
002280         INSPECT WS-MORE-SW
002290             CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
002300     END-IF.
002310 4100-EXIT.
002320     EXIT.
002330
002340 4200-READ-NEXT-REG.
002350     READ PLAYREG-FILE NEXT RECORD
002360         AT END
002370             MOVE 'Y' TO WS-REG-EOF-SW
002380         NOT AT END
002390             ADD 1 TO WS-PAGE-COUNT
002400             DISPLAY REG-INITIALS
002410                 " REGISTERED=" REG-DATE
002420                 " BY=" REG-OPERATOR
002430                 " PIN SET=" REG-PIN-DATE
002440     END-READ.
002450* A READ FAILURE OTHER THAN END-OF-FILE (I-O ERROR) WOULD
002460* OTHERWISE LEAVE THE PAGING LOOP SPINNING FOREVER.
002470     IF WS-PLAYREG-STATUS NOT EQUAL "00"
002480         MOVE 'Y' TO WS-REG-EOF-SW
002490     END-IF.
002500 4200-EXIT.
002510     EXIT.
002520
002530*---------------------------------------------------------------
002540* 5000-REGISTER-PLAYER - REGISTER A NEW SET OF INITIALS WITH A
002550* PIN.  INITIALS ALREADY REGISTERED ARE REFUSED - A PLAYER WHO
002560* HAS FORGOTTEN THEIR PIN HAS IT CHANGED INSTEAD, SO THE
002570* ORIGINAL REGISTRATION DATE STANDS.
002580*---------------------------------------------------------------
002590 5000-REGISTER-PLAYER.
002600     PERFORM 8200-PROMPT-INITIALS THRU 8200-EXIT.
002610     PERFORM 8300-EDIT-INITIALS THRU 8300-EXIT.
002620     IF NOT WS-EDIT-OK
002630         DISPLAY "INITIALS REJECTED - THREE OF A-Z AND 0-9"
002640         GO TO 5000-EXIT
002650     END-IF.
002660     MOVE WS-LOOKUP-INITIALS TO REG-INITIALS.
002670     READ PLAYREG-FILE
002680         INVALID KEY
002690             CONTINUE
002700         NOT INVALID KEY
002710             DISPLAY WS-LOOKUP-INITIALS
002720                 " IS ALREADY REGISTERED - USE C TO CHANGE PIN"
002730             GO TO 5000-EXIT
002740     END-READ.
002750     PERFORM 8400-ACCEPT-NEW-PIN THRU 8400-EXIT.
002760     IF NOT WS-EDIT-OK
002770         GO TO 5000-EXIT
002780     END-IF.
002790     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
002800     MOVE WS-LOOKUP-INITIALS   TO REG-INITIALS.
002810     MOVE WS-NEW-PIN           TO REG-PIN.
002820     MOVE WS-AUDIT-DATE        TO REG-DATE.
002830     MOVE WS-OPERATOR-INITIALS TO REG-OPERATOR.
002840     MOVE WS-AUDIT-DATE        TO REG-PIN-DATE.
002850     WRITE PLAYER-REG-RECORD
002860         INVALID KEY
002870             DISPLAY "COULD NOT REGISTER " WS-LOOKUP-INITIALS
002880             GO TO 5000-EXIT
002890     END-WRITE.
002900     MOVE "REGISTER" TO WS-AUDIT-ACTION.
002910     MOVE WS-LOOKUP-INITIALS TO WS-AUDIT-KEY.
002920     MOVE "NEW REGISTRATION" TO WS-AUDIT-DETAIL.
002930     PERFORM 8000-LOG-MAINT-AUDIT THRU 8000-EXIT.
002940     DISPLAY WS-LOOKUP-INITIALS " REGISTERED".
002950 5000-EXIT.
002960     EXIT.
002970
002980*---------------------------------------------------------------
002990* 6000-CHANGE-PIN - SET A NEW PIN ON AN EXISTING REGISTRATION
003000*---------------------------------------------------------------
003010 6000-CHANGE-PIN.
003020     PERFORM 8200-PROMPT-INITIALS THRU 8200-EXIT.
003030     MOVE WS-LOOKUP-INITIALS TO REG-INITIALS.
003040     READ PLAYREG-FILE
003050         INVALID KEY
003060             DISPLAY WS-LOOKUP-INITIALS " IS NOT REGISTERED"
003070             GO TO 6000-EXIT
003080     END-READ.
003090     PERFORM 3100-SHOW-REGISTRATION THRU 3100-EXIT.
003100     PERFORM 8400-ACCEPT-NEW-PIN THRU 8400-EXIT.
003110     IF NOT WS-EDIT-OK
003120         GO TO 6000-EXIT
003130     END-IF.
003140     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
003150     MOVE WS-NEW-PIN    TO REG-PIN.
003160     MOVE WS-AUDIT-DATE TO REG-PIN-DATE.
003170     REWRITE PLAYER-REG-RECORD
003180         INVALID KEY
003190             DISPLAY "COULD NOT UPDATE " WS-LOOKUP-INITIALS
003200             GO TO 6000-EXIT
003210     END-REWRITE.
003220     MOVE "PINCHG" TO WS-AUDIT-ACTION.
003230     MOVE WS-LOOKUP-INITIALS TO WS-AUDIT-KEY.
003240     MOVE "PIN CHANGED" TO WS-AUDIT-DETAIL.
003250     PERFORM 8000-LOG-MAINT-AUDIT THRU 8000-EXIT.
003260     DISPLAY "PIN CHANGED FOR " WS-LOOKUP-INITIALS.
003270 6000-EXIT.
003280     EXIT.
003290
003300*---------------------------------------------------------------
003310* 7000-DEREGISTER-PLAYER - REMOVE A REGISTRATION AFTER SHOWING
003320* IT AND ASKING FOR CONFIRMATION.  THE INITIALS GO BACK TO
003330* BEING OPEN TO ANYONE AT THE ENTRY SCREEN.
003340*---------------------------------------------------------------
003350 7000-DEREGISTER-PLAYER.
003360     PERFORM 8200-PROMPT-INITIALS THRU 8200-EXIT.
003370     MOVE WS-LOOKUP-INITIALS TO REG-INITIALS.
003380     READ PLAYREG-FILE
003390         INVALID KEY
003400             DISPLAY WS-LOOKUP-INITIALS " IS NOT REGISTERED"
003410             GO TO 7000-EXIT
003420     END-READ.
003430     PERFORM 3100-SHOW-REGISTRATION THRU 3100-EXIT.
003440     DISPLAY "CONFIRM DEREGISTER (Y/N): ".
003450     ACCEPT WS-CONFIRM.
003460     INSPECT WS-CONFIRM
003470         CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
003480     IF WS-CONFIRM NOT EQUAL "Y"
003490         DISPLAY "DEREGISTER CANCELLED"
003500         GO TO 7000-EXIT
003510     END-IF.
003520     MOVE SPACES TO WS-AUDIT-DETAIL.
003530     STRING "REGISTERED="  DELIMITED BY SIZE
003540            REG-DATE       DELIMITED BY SIZE
003550            " BY="         DELIMITED BY SIZE
003560            REG-OPERATOR   DELIMITED BY SIZE
003570         INTO WS-AUDIT-DETAIL.
003580     DELETE PLAYREG-FILE RECORD
003590         INVALID KEY
003600             DISPLAY "COULD NOT DEREGISTER " WS-LOOKUP-INITIALS
003610             GO TO 7000-EXIT
003620     END-DELETE.
003630     MOVE "DEREG" TO WS-AUDIT-ACTION.
003640     MOVE WS-LOOKUP-INITIALS TO WS-AUDIT-KEY.
003650     PERFORM 8000-LOG-MAINT-AUDIT THRU 8000-EXIT.
003660     DISPLAY WS-LOOKUP-INITIALS " DEREGISTERED".
003670 7000-EXIT.
003680     EXIT.
003690
003700*---------------------------------------------------------------
003710* 8000-LOG-MAINT-AUDIT - APPEND ONE TIMESTAMPED LINE TO THE
003720* MAINTENANCE AUDIT TRAIL FOR THE ACTION JUST TAKEN.  A LINE
003721* THAT WILL NOT WRITE IS REPORTED WITH THE CHANGE IT MISSED AND
003722* ENDS THE SESSION, SO NO MORE CHANGES GO UNRECORDED.
003730*---------------------------------------------------------------
003740 8000-LOG-MAINT-AUDIT.
003750     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
003760     ACCEPT WS-AUDIT-TIME FROM TIME.
003770     MOVE SPACES TO MAINT-AUDIT-RECORD.
003780     STRING WS-AUDIT-DATE        DELIMITED BY SIZE
003790            " "                  DELIMITED BY SIZE
003800            WS-AUDIT-TIME        DELIMITED BY SIZE
003810            " "                  DELIMITED BY SIZE
003820            WS-OPERATOR-INITIALS DELIMITED BY SIZE
003830            " "                  DELIMITED BY SIZE
003840            WS-AUDIT-ACTION      DELIMITED BY SIZE
003850            " "                  DELIMITED BY SIZE
003860            WS-AUDIT-KEY         DELIMITED BY SIZE
003870            " "                  DELIMITED BY SIZE
003880            WS-AUDIT-DETAIL      DELIMITED BY SIZE
003890         INTO MAINT-AUDIT-RECORD.
003900     WRITE MAINT-AUDIT-RECORD.
003901     IF WS-MAINTAUDIT-STATUS NOT EQUAL "00"
003902         DISPLAY "REGMAINT - CANNOT WRITE REGAUDIT, STATUS="
003903             WS-MAINTAUDIT-STATUS
003904         DISPLAY "REGMAINT - " WS-AUDIT-ACTION " " WS-AUDIT-KEY
003905             " IS NOT ON THE TRAIL, NO FURTHER CHANGES ALLOWED"
003906         MOVE 'Y' TO WS-EXIT-SW
003907         GO TO 8000-EXIT
003908     END-IF.
003910     ADD 1 TO WS-CHANGES-LOGGED.
003920 8000-EXIT.
003930     EXIT.
003940
003950*---------------------------------------------------------------
003960* 8200-PROMPT-INITIALS - COMMON INITIALS PROMPT
003970*---------------------------------------------------------------
003980 8200-PROMPT-INITIALS.
003990     DISPLAY "INITIALS: ".
004000     ACCEPT WS-LOOKUP-INITIALS.
004010     INSPECT WS-LOOKUP-INITIALS
004020         CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
004030 8200-EXIT.
004040     EXIT.
004050
004060*---------------------------------------------------------------
004070* 8300-EDIT-INITIALS - ACCEPT INITIALS FOR REGISTRATION ONLY IF
004080* ALL THREE CHARACTERS ARE A-Z OR 0-9, THE SAME SET THE GAME'S
004090* ENTRY SCREEN TAKES, SO EVERY REGISTRATION CAN BE CLAIMED
004100*---------------------------------------------------------------
004110 8300-EDIT-INITIALS.
004120     MOVE 'Y' TO WS-EDIT-OK-SW.
004130     PERFORM 8310-EDIT-ONE-INITIAL THRU 8310-EXIT
004140         VARYING WS-EDIT-IDX FROM 1 BY 1
004150         UNTIL WS-EDIT-IDX > 3.
004160 8300-EXIT.
004170     EXIT.
004180
004190 8310-EDIT-ONE-INITIAL.
004200     MOVE WS-LOOKUP-INITIALS(WS-EDIT-IDX:1) TO WS-EDIT-CHAR-X.
004210     EVALUATE TRUE
004220         WHEN WS-EDIT-CHAR-X >= "A" AND WS-EDIT-CHAR-X <= "Z"
004230             CONTINUE
004240         WHEN WS-EDIT-CHAR-X >= "0" AND WS-EDIT-CHAR-X <= "9"
004250             CONTINUE
004260         WHEN OTHER
004270             MOVE 'N' TO WS-EDIT-OK-SW
004280     END-EVALUATE.
004290 8310-EXIT.
004300     EXIT.
004310
004320*---------------------------------------------------------------
004330* 8400-ACCEPT-NEW-PIN - TAKE A NEW PIN FROM THE PLAYER, KEYED
004340* TWICE INTO THE MASKED FIELD.  BOTH ENTRIES MUST BE FOUR
004350* DIGITS AND AGREE, OR NOTHING IS CHANGED.
004360*---------------------------------------------------------------
004370 8400-ACCEPT-NEW-PIN.
004380     MOVE 'N' TO WS-EDIT-OK-SW.
004390     MOVE WS-PIN-FIRST-TEXT TO WS-PIN-PROMPT.
004400     PERFORM 8410-READ-PIN-FIELD THRU 8410-EXIT.
004401     MOVE WS-PIN-ENTRY TO WS-NEW-PIN.
004410     IF WS-NEW-PIN NOT NUMERIC
004420         DISPLAY "PIN ENTRY CANCELLED"
004430         GO TO 8400-EXIT
004440     END-IF.
004450     MOVE WS-PIN-AGAIN-TEXT TO WS-PIN-PROMPT.
004460     PERFORM 8410-READ-PIN-FIELD THRU 8410-EXIT.
004461     MOVE WS-PIN-ENTRY TO WS-NEW-PIN-AGAIN.
004470     IF WS-NEW-PIN-AGAIN NOT EQUAL WS-NEW-PIN
004480         DISPLAY "PIN REJECTED - THE TWO ENTRIES DIFFER"
004490         GO TO 8400-EXIT
004500     END-IF.
004510     MOVE 'Y' TO WS-EDIT-OK-SW.
004520 8400-EXIT.
004530     EXIT.
004540
004541*---------------------------------------------------------------
004542* 8410-READ-PIN-FIELD - FOUR DIGITS INTO WS-PIN-ENTRY ON A
004543* CLEARED SCREEN, SHOWN ONLY AS ASTERISKS, THE SAME FIELD THE
004544* CABINET USES.  BACKSPACE RUBS OUT AND ENTER CONFIRMS ONCE ALL
004545* FOUR ARE IN; ESCAPE LEAVES THE FIELD BLANK.  THE LINE-MODE
004546* DIALOG COMES BACK WHEN THE FIELD IS DONE.
004547*---------------------------------------------------------------
004548 8410-READ-PIN-FIELD.
004549     CALL "initscr".
004550     CALL "noecho".
004551     MOVE SPACES TO WS-PIN-ENTRY.
004552     MOVE SPACES TO WS-PIN-MASK.
004553     MOVE 1 TO WS-PIN-POS.
004554     MOVE 'N' TO WS-PIN-DONE-SW.
004555     PERFORM 8415-PIN-ONE-KEY THRU 8415-EXIT
004556         UNTIL WS-PIN-DONE.
004557     CALL "endwin".
004558 8410-EXIT.
004559     EXIT.
004560
004561 8415-PIN-ONE-KEY.
004562     CALL "clear".
004563     CALL "move" USING 0, 0.
004564     CALL "addstr" USING WS-PIN-PROMPT.
004565     CALL "move" USING 1, 0.
004566     CALL "addstr" USING WS-PIN-MASK.
004567     CALL "refresh".
004568     CALL "getch" RETURNING WS-PIN-KEY.
004569     EVALUATE TRUE
004570         WHEN WS-PIN-KEY >= 48 AND WS-PIN-KEY <= 57
004571             PERFORM 8417-TAKE-PIN-DIGIT THRU 8417-EXIT
004572         WHEN WS-PIN-KEY = 8 OR WS-PIN-KEY = 127
004573           OR WS-PIN-KEY = 263
004574             IF WS-PIN-POS > 1
004575                 SUBTRACT 1 FROM WS-PIN-POS
004576                 MOVE SPACE TO WS-PIN-ENTRY(WS-PIN-POS:1)
004577                 MOVE SPACE TO WS-PIN-MASK(WS-PIN-POS:1)
004578             END-IF
004579         WHEN WS-PIN-KEY = 10 OR WS-PIN-KEY = 13
004580           OR WS-PIN-KEY = 343
004581             IF WS-PIN-POS > 4
004582                 MOVE 'Y' TO WS-PIN-DONE-SW
004583             END-IF
004584         WHEN WS-PIN-KEY = 27
004585             MOVE SPACES TO WS-PIN-ENTRY
004586             MOVE 'Y' TO WS-PIN-DONE-SW
004587         WHEN OTHER
004588             CONTINUE
004589     END-EVALUATE.
004590 8415-EXIT.
004591     EXIT.
004592
004593 8417-TAKE-PIN-DIGIT.
004594     IF WS-PIN-POS <= 4
004595         MOVE FUNCTION CHAR(WS-PIN-KEY + 1)
004596             TO WS-PIN-ENTRY(WS-PIN-POS:1)
004597         MOVE "*" TO WS-PIN-MASK(WS-PIN-POS:1)
004598         ADD 1 TO WS-PIN-POS
004599     END-IF.
004600 8417-EXIT.
004601     EXIT.
004602
004603*===============================================================
004604* 9000-TERMINATE - CLOSE FILES AND REPORT THE SESSION
004605*===============================================================
004606 9000-TERMINATE.
004607     IF WS-PLAYREG-OPEN
004608         CLOSE PLAYREG-FILE
004610     END-IF.
004611     IF WS-AUDIT-OPEN
004620         CLOSE MAINTAUDIT-FILE
004621     END-IF.
004630     DISPLAY "REGMAINT - CHANGES LOGGED: " WS-CHANGES-LOGGED.
004640 9000-EXIT.
004650     EXIT.
