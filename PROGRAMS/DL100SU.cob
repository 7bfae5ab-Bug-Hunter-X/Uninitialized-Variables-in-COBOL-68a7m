000350*                   NEEDS THE MARK-RESUBMIT AUTHORITY.  THE     *
000360*                   OPERATOR ID IS NO LONGER ACCEPTED WITH      *
000370*                   EACH FUNCTION - IT IS FIXED AT SIGN-ON.     *
000380*   2026-10-15  JW  EVERY SIGN-ON, REFUSED SIGN-ON AND          *
000390*                   FUNCTION AUTHORITY DENIAL IS NOW WRITTEN    *
000400*                   TO THE SHARED DL100SE SECURITY LOG          *
000410*                   (SECLOG) FOR THE DL100SV DAILY VIOLATIONS   *
000420*                   REPORT.  EACH DENIAL ADDS ONE TO THE        *
000430*                   OPERATOR'S DL100OP FAILURE COUNT AND A      *
000440*                   PERMITTED FUNCTION CLEARS IT; REACHING THE  *
000450*                   DL100SK LOCKOUT LIMIT (SECPARM, DEFAULT 3)  *
000460*                   SETS THE PROFILE INACTIVE, LOGS A LOCKOUT   *
000470*                   ROW TO DL100OH AND ENDS THE SESSION.        *
000480*   2026-10-15  JW  RENAME SP-SOURCE-SYSTEM IN THE WORK COPY    *
000490*                   WITH THE REST OF THE SUSPENSE FIELDS.       *
000500*--------------------------------------------------------------*
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.   IBM-370.
000540 OBJECT-COMPUTER.   IBM-370.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT SUSPENSE-FILE ASSIGN TO SUSPNS
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS SP-SUSPENSE-KEY
000610         FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
000620     SELECT OPERATOR-PROFILE ASSIGN TO OPRPROF
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS OP-OPERATOR-ID
000660         FILE STATUS IS WS-OPRPROF-FILE-STATUS.
000670     SELECT OPERATOR-HISTORY ASSIGN TO OPRHST
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-OPRHST-FILE-STATUS.
000700     SELECT SECURITY-LOG ASSIGN TO SECLOG
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-SECLOG-FILE-STATUS.
000730     SELECT SECURITY-PARM ASSIGN TO SECPARM
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-SECPARM-FILE-STATUS.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  SUSPENSE-FILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY DL100SP.
000810 FD  OPERATOR-PROFILE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY DL100OP.
000840 FD  OPERATOR-HISTORY
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870     COPY DL100OH.
000880 FD  SECURITY-LOG
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910     COPY DL100SE.
000920 FD  SECURITY-PARM
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950     COPY DL100SK.
000960 WORKING-STORAGE SECTION.
000970*--------------------------------------------------------------*
000980* FIELD-LEVEL INITIALIZATION STANDARD - SEE DL100MN FOR THE     *
000990* FULL STATEMENT OF THE RULE.  THE SCREEN WORK AREA BELOW IS A  *
001000* COPY OF THE DL100SP LAYOUT, WHICH CARRIES NO VALUE CLAUSES OF *
001010* ITS OWN (IT IS SHARED WITH THE FD RECORD), SO 1050 EXPLICITLY *
001020* CLEARS IT AT THE TOP OF EVERY TRANSACTION.                    *
001030*--------------------------------------------------------------*
001040* RUN CONTROL SWITCHES                                          *
001050*--------------------------------------------------------------*
001060 01  WS-SUSPENSE-FILE-STATUS  PIC X(02) VALUE '00'.
001070 01  WS-EXIT-SW               PIC X(01) VALUE 'N'.
001080     88  WS-DONE                        VALUE 'Y'.
001090     88  WS-NOT-DONE                    VALUE 'N'.
001100 01  WS-INPUT-VALID-SW        PIC X(01) VALUE 'Y'.
001110     88  WS-INPUT-VALID                 VALUE 'Y'.
001120     88  WS-INPUT-INVALID               VALUE 'N'.
001130*--------------------------------------------------------------*
001140* SCREEN INPUT FIELDS                                           *
001150*--------------------------------------------------------------*
001160 01  WS-FUNCTION-CODE         PIC X(01) VALUE SPACES.
001170     88  WS-FUNC-BROWSE                 VALUE 'B'.
001180     88  WS-FUNC-INQUIRE                VALUE 'I'.
001190     88  WS-FUNC-CORRECT                VALUE 'C'.
001200     88  WS-FUNC-RESUBMIT               VALUE 'R'.
001210     88  WS-FUNC-EXIT                   VALUE 'X'.
001220     88  WS-FUNC-VALID          VALUES 'B' 'I' 'C' 'R' 'X'.
001230 01  WS-MESSAGE-TEXT           PIC X(40) VALUE SPACES.
001240*--------------------------------------------------------------*
001250* SECURITY EVENT FIELDS - EVERY SIGN-ON, REFUSAL, AUTHORITY     *
001260* DENIAL AND LOCKOUT IS APPENDED TO THE SHARED DL100SE LOG.     *
001270* WS-FAIL-COUNT MIRRORS THE OPERATOR'S DL100OP CONSECUTIVE-     *
001280* DENIAL COUNT; THE LOCKOUT LIMIT COMES FROM THE DL100SK CARD.  *
001290*--------------------------------------------------------------*
001300 01  WS-LOCKOUT-LIMIT         PIC 9(03) VALUE 3.
001310 01  WS-FAIL-COUNT            PIC 9(03) VALUE ZERO.
001320 01  WS-LOCKOUT-SW            PIC X(01) VALUE 'N'.
001330     88  WS-LOCKED-OUT                  VALUE 'Y'.
001340     88  WS-NOT-LOCKED-OUT              VALUE 'N'.
001350 01  WS-SECURITY-EVENT        PIC X(08) VALUE SPACES.
001360 01  WS-SECURITY-FUNCTION     PIC X(01) VALUE SPACES.
001370 01  WS-SECURITY-REASON       PIC X(40) VALUE SPACES.
001380 01  WS-TIMESTAMP-FIELDS.
001390     05  WS-TS-DATE               PIC 9(08) VALUE ZERO.
001400     05  WS-TS-TIME               PIC 9(08) VALUE ZERO.
001410*--------------------------------------------------------------*
001420* SIGN-ON FIELDS - THE OPERATOR ID IS SET ONCE BY 1100 AND      *
001430* NEVER ACCEPTED AGAIN; THE AUTHORITY SWITCHES MIRROR THE       *
001440* SIGNED-ON OPERATOR'S DL100OP FLAGS.                           *
001450*--------------------------------------------------------------*
001460 01  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
001470 01  WS-OPRPROF-FILE-STATUS   PIC X(02) VALUE '00'.
001480 01  WS-OPRHST-FILE-STATUS    PIC X(02) VALUE '00'.
001490 01  WS-SECLOG-FILE-STATUS    PIC X(02) VALUE '00'.
001500 01  WS-SECPARM-FILE-STATUS   PIC X(02) VALUE '00'.
001510 01  WS-SIGNON-SW             PIC X(01) VALUE 'N'.
001520     88  WS-SIGNED-ON                   VALUE 'Y'.
001530     88  WS-NOT-SIGNED-ON               VALUE 'N'.
001540 01  WS-AUTH-SUSPENSE-SW      PIC X(01) VALUE 'N'.
001550     88  WS-AUTH-SUSPENSE               VALUE 'Y'.
001560 01  WS-AUTH-RESUBMIT-SW      PIC X(01) VALUE 'N'.
001570     88  WS-AUTH-RESUBMIT               VALUE 'Y'.
001580*--------------------------------------------------------------*
001590* SCREEN WORK AREA - A SECOND COPY OF DL100SP WITH THE SP-      *
001600* PREFIX REPLACED SO IT CAN COEXIST WITH THE FD RECORD.         *
001610*--------------------------------------------------------------*
001620     COPY DL100SP REPLACING
001630         ==SP-SUSPENSE-RECORD==
001640             BY ==WSS-SUSPENSE-RECORD==
001650         ==SP-SUSPENSE-KEY==
001660             BY ==WSS-SUSPENSE-KEY==
001670         ==SP-DATE-ADDED==
001680             BY ==WSS-DATE-ADDED==
001690         ==SP-ORIG-RECORD-NO==
001700             BY ==WSS-ORIG-RECORD-NO==
001710         ==SP-STATUS-SW==
001720             BY ==WSS-STATUS-SW==
001730         ==SP-OPEN==
001740             BY ==WSS-OPEN==
001750         ==SP-RESUBMIT==
001760             BY ==WSS-RESUBMIT==
001770         ==SP-CLEARED==
001780             BY ==WSS-CLEARED==
001790         ==SP-CUSTOMER-ID==
001800             BY ==WSS-CUSTOMER-ID==
001810         ==SP-TRANS-DATE==
001820             BY ==WSS-TRANS-DATE==
001830         ==SP-TRANS-TYPE==
001840             BY ==WSS-TRANS-TYPE==
001850         ==SP-TRANS-AMOUNT==
001860             BY ==WSS-TRANS-AMOUNT==
001870         ==SP-REASON-CODE==
001880             BY ==WSS-REASON-CODE==
001890         ==SP-REASON-TEXT==
001900             BY ==WSS-REASON-TEXT==
001910         ==SP-RAW-AREA-1==
001920             BY ==WSS-RAW-AREA-1==
001930         ==SP-RAW-DETAIL-1==
001940             BY ==WSS-RAW-DETAIL-1==
001950         ==SP1-CUSTOMER-ID==
001960             BY ==WSS-AREA-1-CUSTOMER-ID==
001970         ==SP1-AMOUNT==
001980             BY ==WSS-AREA-1-AMOUNT==
001990         ==SP-RAW-AREA-2==
002000             BY ==WSS-RAW-AREA-2==
002010         ==SP-RAW-DETAIL-2==
002020             BY ==WSS-RAW-DETAIL-2==
002030         ==SP2-CUSTOMER-ID==
002040             BY ==WSS-AREA-2-CUSTOMER-ID==
002050         ==SP2-AMOUNT==
002060             BY ==WSS-AREA-2-AMOUNT==
002070         ==SP-RESUBMIT-COUNT==
002080             BY ==WSS-RESUBMIT-COUNT==
002090         ==SP-LAST-UPDATE-DATE==
002100             BY ==WSS-LAST-UPDATE-DATE==
002110         ==SP-LAST-UPDATE-USER==
002120             BY ==WSS-LAST-UPDATE-USER==
002130         ==SP-CLEARED-DATE==
002140             BY ==WSS-CLEARED-DATE==
002150         ==SP-SOURCE-SYSTEM==
002160             BY ==WSS-SOURCE-SYSTEM==.
002170 PROCEDURE DIVISION.
002180*================================================================*
002190* 0000-MAINLINE-CONTROL                                          *
002200*================================================================*
002210 0000-MAINLINE-CONTROL.
002220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002230     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
002240         UNTIL WS-DONE.
002250     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002260     GOBACK.
002270 0000-EXIT.
002280     EXIT.
002290*================================================================*
002300* 1000-INITIALIZE - THE SUSPENSE FILE IS CREATED BY DL100MN;     *
002310* THIS TRANSACTION ONLY EVER UPDATES ROWS ALREADY ON IT, SO A    *
002320* MISSING FILE IS REPORTED RATHER THAN CREATED EMPTY HERE.       *
002330*================================================================*
002340 1000-INITIALIZE.
002350     PERFORM 1050-REINITIALIZE-WORK-AREAS THRU 1050-EXIT.
002360     OPEN EXTEND SECURITY-LOG.
002370     IF WS-SECLOG-FILE-STATUS NOT = '00'
002380         OPEN OUTPUT SECURITY-LOG
002390     END-IF.
002400     PERFORM 1150-READ-SECURITY-PARM THRU 1150-EXIT.
002410     OPEN I-O SUSPENSE-FILE.
002420     IF WS-SUSPENSE-FILE-STATUS NOT = '00'
002430         DISPLAY 'DL100SU - SUSPENSE FILE NOT AVAILABLE, STATUS '
002440                 WS-SUSPENSE-FILE-STATUS
002450         SET WS-DONE TO TRUE
002460         GO TO 1000-EXIT
002470     END-IF.
002480     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
002490 1000-EXIT.
002500     EXIT.
002510*================================================================*
002520* 1050-REINITIALIZE-WORK-AREAS - RE-APPLY THE PROGRAM'S DEFAULT  *
002530* VALUES TO EVERY WORKING AREA BEFORE THE RUN STARTS             *
002540*================================================================*
002550 1050-REINITIALIZE-WORK-AREAS.
002560     MOVE '00' TO WS-SUSPENSE-FILE-STATUS.
002570     SET WS-NOT-DONE TO TRUE.
002580     MOVE SPACES TO WS-FUNCTION-CODE.
002590     MOVE SPACES TO WS-MESSAGE-TEXT.
002600     MOVE SPACES TO WS-OPERATOR-ID.
002610     MOVE '00' TO WS-OPRPROF-FILE-STATUS.
002620     MOVE '00' TO WS-OPRHST-FILE-STATUS.
002630     MOVE '00' TO WS-SECLOG-FILE-STATUS.
002640     MOVE '00' TO WS-SECPARM-FILE-STATUS.
002650     MOVE 3 TO WS-LOCKOUT-LIMIT.
002660     MOVE ZERO TO WS-FAIL-COUNT.
002670     SET WS-NOT-LOCKED-OUT TO TRUE.
002680     MOVE SPACES TO WS-SECURITY-EVENT.
002690     MOVE SPACES TO WS-SECURITY-FUNCTION.
002700     MOVE SPACES TO WS-SECURITY-REASON.
002710     MOVE ZERO TO WS-TS-DATE.
002720     MOVE ZERO TO WS-TS-TIME.
002730     SET WS-NOT-SIGNED-ON TO TRUE.
002740     MOVE 'N' TO WS-AUTH-SUSPENSE-SW.
002750     MOVE 'N' TO WS-AUTH-RESUBMIT-SW.
002760     SET WS-INPUT-VALID TO TRUE.
002770     PERFORM 2050-CLEAR-SCREEN-AREA THRU 2050-EXIT.
002780 1050-EXIT.
002790     EXIT.
002800*================================================================*
002810* 1100-SIGN-ON - VERIFY THE OPERATOR AGAINST THE DL100OP         *
002820* PROFILE FILE: ON FILE AND ACTIVE, OR THE TRANSACTION ENDS      *
002830* BEFORE A SINGLE FUNCTION IS TAKEN.  THE FUNCTION AUTHORITY     *
002840* FLAGS ARE CAPTURED HERE AND CHECKED BY 2000.  A MISSING        *
002850* PROFILE FILE REFUSES SIGN-ON - SECURITY DOES NOT FAIL OPEN.    *
002860*================================================================*
002870 1100-SIGN-ON.
002880     DISPLAY 'DL100SU - SIGN ON - OPERATOR ID:'.
002890     ACCEPT WS-OPERATOR-ID FROM CONSOLE.
002900     OPEN INPUT OPERATOR-PROFILE.
002910     IF WS-OPRPROF-FILE-STATUS NOT = '00'
002920         DISPLAY 'DL100SU - OPERATOR PROFILE FILE NOT '
002930                 'AVAILABLE - SIGN-ON REFUSED'
002940         MOVE 'REFUSED' TO WS-SECURITY-EVENT
002950         MOVE 'PROFILE FILE NOT AVAILABLE' TO WS-SECURITY-REASON
002960         PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT
002970         SET WS-DONE TO TRUE
002980         GO TO 1100-EXIT
002990     END-IF.
003000     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
003010     MOVE 'OPERATOR NOT ON FILE' TO WS-SECURITY-REASON.
003020     READ OPERATOR-PROFILE
003030         INVALID KEY
003040             CONTINUE
003050         NOT INVALID KEY
003060             MOVE 'OPERATOR INACTIVE' TO WS-SECURITY-REASON
003070             IF OP-ACTIVE
003080                 SET WS-SIGNED-ON TO TRUE
003090                 IF OP-FAIL-COUNT NUMERIC
003100                     MOVE OP-FAIL-COUNT TO WS-FAIL-COUNT
003110                 END-IF
003120                 MOVE OP-AUTH-SUSPENSE-SW TO WS-AUTH-SUSPENSE-SW
003130                 MOVE OP-AUTH-RESUBMIT-SW TO WS-AUTH-RESUBMIT-SW
003140             END-IF
003150     END-READ.
003160     CLOSE OPERATOR-PROFILE.
003170     IF WS-NOT-SIGNED-ON
003180         DISPLAY 'DL100SU - OPERATOR NOT ON FILE OR INACTIVE - '
003190                 'SIGN-ON REFUSED'
003200         MOVE 'REFUSED' TO WS-SECURITY-EVENT
003210         PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT
003220         SET WS-DONE TO TRUE
003230         GO TO 1100-EXIT
003240     END-IF.
003250     MOVE 'SIGNON' TO WS-SECURITY-EVENT.
003260     MOVE 'SIGN-ON ACCEPTED' TO WS-SECURITY-REASON.
003270     PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT.
003280 1100-EXIT.
003290     EXIT.
003300*================================================================*
003310* 1150-READ-SECURITY-PARM - TAKE THE CONSECUTIVE-DENIAL LOCKOUT  *
003320* LIMIT FROM THE DL100SK CARD.  A MISSING OR EMPTY FILE, OR A    *
003330* BLANK/ZERO LIMIT, LEAVES THE DEFAULT OF 3.                     *
003340*================================================================*
003350 1150-READ-SECURITY-PARM.
003360     OPEN INPUT SECURITY-PARM.
003370     IF WS-SECPARM-FILE-STATUS NOT = '00'
003380         GO TO 1150-EXIT
003390     END-IF.
003400     READ SECURITY-PARM
003410         AT END
003420             CLOSE SECURITY-PARM
003430             GO TO 1150-EXIT
003440     END-READ.
003450     IF SK-LOCKOUT-LIMIT NUMERIC AND SK-LOCKOUT-LIMIT > ZERO
003460         MOVE SK-LOCKOUT-LIMIT TO WS-LOCKOUT-LIMIT
003470     END-IF.
003480     CLOSE SECURITY-PARM.
003490 1150-EXIT.
003500     EXIT.
003510*================================================================*
003520* 2000-PROCESS-TRANSACTION - DISPLAY THE SCREEN, ACCEPT ONE      *
003530* FUNCTION REQUEST, AND ROUTE IT TO THE PROPER PARAGRAPH         *
003540*================================================================*
003550 2000-PROCESS-TRANSACTION.
003560     PERFORM 2100-DISPLAY-SCREEN THRU 2100-EXIT.
003570     PERFORM 2200-ACCEPT-SCREEN THRU 2200-EXIT.
003580     IF NOT WS-FUNC-VALID
003590         MOVE 'INVALID FUNCTION - USE B, I, C, R OR X' TO
003600             WS-MESSAGE-TEXT
003610         GO TO 2000-EXIT
003620     END-IF.
003630     IF WS-FUNC-CORRECT AND NOT WS-AUTH-SUSPENSE
003640         MOVE 'NOT AUTHORIZED TO CORRECT SUSPENSE' TO
003650             WS-MESSAGE-TEXT
003660         PERFORM 8600-RECORD-DENIAL THRU 8600-EXIT
003670         GO TO 2000-EXIT
003680     END-IF.
003690     IF WS-FUNC-RESUBMIT AND NOT WS-AUTH-RESUBMIT
003700         MOVE 'NOT AUTHORIZED TO MARK RESUBMIT' TO
003710             WS-MESSAGE-TEXT
003720         PERFORM 8600-RECORD-DENIAL THRU 8600-EXIT
003730         GO TO 2000-EXIT
003740     END-IF.
003750     IF WS-FAIL-COUNT > ZERO AND NOT WS-FUNC-EXIT
003760         PERFORM 8800-CLEAR-FAIL-COUNT THRU 8800-EXIT
003770     END-IF.
003780     EVALUATE TRUE
003790         WHEN WS-FUNC-BROWSE
003800             PERFORM 2300-BROWSE-NEXT THRU 2300-EXIT
003810         WHEN WS-FUNC-INQUIRE
003820             PERFORM 2400-INQUIRE-RECORD THRU 2400-EXIT
003830         WHEN WS-FUNC-CORRECT
003840             PERFORM 2500-CORRECT-RECORD THRU 2500-EXIT
003850         WHEN WS-FUNC-RESUBMIT
003860             PERFORM 2600-MARK-RESUBMIT THRU 2600-EXIT
003870         WHEN WS-FUNC-EXIT
003880             SET WS-DONE TO TRUE
003890     END-EVALUATE.
003900 2000-EXIT.
003910     EXIT.
003920*================================================================*
003930* 2050-CLEAR-SCREEN-AREA - RESET THE SCREEN WORK AREA TO ITS     *
003940* DEFAULT VALUES SO ONE TRANSACTION NEVER SEES ANOTHER'S INPUT   *
003950*================================================================*
003960 2050-CLEAR-SCREEN-AREA.
003970     MOVE ZERO TO WSS-DATE-ADDED.
003980     MOVE ZERO TO WSS-ORIG-RECORD-NO.
003990     MOVE 'O' TO WSS-STATUS-SW.
004000     MOVE SPACES TO WSS-CUSTOMER-ID.
004010     MOVE ZERO TO WSS-TRANS-DATE.
004020     MOVE SPACES TO WSS-TRANS-TYPE.
004030     MOVE ZERO TO WSS-TRANS-AMOUNT.
004040     MOVE SPACES TO WSS-REASON-CODE.
004050     MOVE SPACES TO WSS-REASON-TEXT.
004060     MOVE SPACES TO WSS-RAW-AREA-1.
004070     MOVE SPACES TO WSS-RAW-AREA-2.
004080     MOVE ZERO TO WSS-RESUBMIT-COUNT.
004090     MOVE ZERO TO WSS-LAST-UPDATE-DATE.
004100     MOVE SPACES TO WSS-LAST-UPDATE-USER.
004110     MOVE ZERO TO WSS-CLEARED-DATE.
004120 2050-EXIT.
004130     EXIT.
004140*================================================================*
004150* 2100-DISPLAY-SCREEN - SHOW THE CURRENT SCREEN WORK AREA AND    *
004160* ANY MESSAGE FROM THE LAST TRANSACTION                          *
004170*================================================================*
004180 2100-DISPLAY-SCREEN.
004190     DISPLAY '----------------------------------------------'.
004200     DISPLAY 'DL100SU - DL100SP EXCEPTION SUSPENSE MAINTENANCE'.
004210     DISPLAY 'SIGNED ON AS...........: ' WS-OPERATOR-ID.
004220     DISPLAY 'FUNCTION (B=BROWSE I=INQUIRE C=CORRECT '
004230             'R=RESUBMIT X=EXIT): ' WS-FUNCTION-CODE.
004240     DISPLAY 'DATE ADDED.............: ' WSS-DATE-ADDED.
004250     DISPLAY 'ORIG RECORD NO.........: ' WSS-ORIG-RECORD-NO.
004260     DISPLAY 'STATUS (O/R/C).........: ' WSS-STATUS-SW.
004270     DISPLAY 'CUSTOMER ID............: ' WSS-CUSTOMER-ID.
004280     DISPLAY 'TRANS TYPE.............: ' WSS-TRANS-TYPE.
004290     DISPLAY 'REASON.................: ' WSS-REASON-CODE ' '
004300             WSS-REASON-TEXT.
004310     DISPLAY 'AREA-1 CUSTOMER ID.....: ' WSS-AREA-1-CUSTOMER-ID.
004320     DISPLAY 'AREA-1 AMOUNT..........: ' WSS-AREA-1-AMOUNT.
004330     DISPLAY 'AREA-2 CUSTOMER ID.....: ' WSS-AREA-2-CUSTOMER-ID.
004340     DISPLAY 'AREA-2 AMOUNT..........: ' WSS-AREA-2-AMOUNT.
004350     DISPLAY 'RESUBMIT COUNT.........: ' WSS-RESUBMIT-COUNT.
004360     DISPLAY 'UPDATED BY.............: ' WSS-LAST-UPDATE-USER.
004370     DISPLAY 'MESSAGE: ' WS-MESSAGE-TEXT.
004380 2100-EXIT.
004390     EXIT.
004400*================================================================*
004410* 2200-ACCEPT-SCREEN - READ THE NEXT FUNCTION REQUEST FROM THE   *
004420* OPERATOR.  EVERY FUNCTION EXCEPT EXIT NAMES A SUSPENSE KEY     *
004430* (FOR BROWSE, THE STARTING POINT); ONLY CORRECT GOES ON TO      *
004440* TAKE REPLACEMENT FIELD VALUES.  THE OPERATOR ID WAS FIXED AT   *
004450* SIGN-ON AND IS NEVER ACCEPTED AGAIN.                           *
004460*================================================================*
004470 2200-ACCEPT-SCREEN.
004480     MOVE SPACES TO WS-MESSAGE-TEXT.
004490     ACCEPT WS-FUNCTION-CODE FROM CONSOLE.
004500     IF WS-FUNC-EXIT
004510         GO TO 2200-EXIT
004520     END-IF.
004530     ACCEPT WSS-DATE-ADDED FROM CONSOLE.
004540     ACCEPT WSS-ORIG-RECORD-NO FROM CONSOLE.
004550     IF WS-FUNC-CORRECT
004560         ACCEPT WSS-AREA-1-CUSTOMER-ID FROM CONSOLE
004570         ACCEPT WSS-AREA-1-AMOUNT FROM CONSOLE
004580         ACCEPT WSS-AREA-2-CUSTOMER-ID FROM CONSOLE
004590         ACCEPT WSS-AREA-2-AMOUNT FROM CONSOLE
004600         ACCEPT WSS-TRANS-TYPE FROM CONSOLE
004610     END-IF.
004620 2200-EXIT.
004630     EXIT.
004640*================================================================*
004650* 2250-VALIDATE-CORRECTION-INPUT - EDIT THE OPERATOR'S ENTRY     *
004660* BEFORE IT CAN REACH A REWRITE.  THE CORRECTED FIELDS MUST      *
004670* SATISFY THE SAME SHAPE DL100MN'S 2500-VALIDATE-TRANS-DATA      *
004680* AND 2550-RECONCILE-AREAS WILL DEMAND ON RESUBMISSION, OR THE   *
004690* ITEM WOULD ONLY BOUNCE STRAIGHT BACK INTO SUSPENSE.            *
004700*================================================================*
004710 2250-VALIDATE-CORRECTION-INPUT.
004720     SET WS-INPUT-VALID TO TRUE.
004730     IF WSS-AREA-1-CUSTOMER-ID = SPACES OR
004740             WSS-AREA-2-CUSTOMER-ID = SPACES
004750         MOVE 'BOTH AREA CUSTOMER IDS ARE REQUIRED' TO
004760             WS-MESSAGE-TEXT
004770         SET WS-INPUT-INVALID TO TRUE
004780         GO TO 2250-EXIT
004790     END-IF.
004800     IF WSS-AREA-1-AMOUNT NOT NUMERIC OR
004810             WSS-AREA-2-AMOUNT NOT NUMERIC
004820         MOVE 'BOTH AREA AMOUNTS MUST BE NUMERIC' TO
004830             WS-MESSAGE-TEXT
004840         SET WS-INPUT-INVALID TO TRUE
004850         GO TO 2250-EXIT
004860     END-IF.
004870     IF WSS-AREA-1-CUSTOMER-ID NOT = WSS-AREA-2-CUSTOMER-ID
004880         MOVE 'AREA-1/AREA-2 CUSTOMER IDS MUST MATCH' TO
004890             WS-MESSAGE-TEXT
004900         SET WS-INPUT-INVALID TO TRUE
004910         GO TO 2250-EXIT
004920     END-IF.
004930     IF WSS-AREA-1-AMOUNT NOT = WSS-AREA-2-AMOUNT
004940         MOVE 'AREA-1/AREA-2 AMOUNTS MUST BALANCE' TO
004950             WS-MESSAGE-TEXT
004960         SET WS-INPUT-INVALID TO TRUE
004970         GO TO 2250-EXIT
004980     END-IF.
004990 2250-EXIT.
005000     EXIT.
005010*================================================================*
005020* 2300-BROWSE-NEXT - SHOW THE FIRST SUSPENSE ROW AT OR AFTER     *
005030* THE KEYED POSITION.  KEYING THE LAST ROW DISPLAYED WALKS THE   *
005040* FILE ONE ROW AT A TIME.                                        *
005050*================================================================*
005060 2300-BROWSE-NEXT.
005070     MOVE WSS-SUSPENSE-KEY TO SP-SUSPENSE-KEY.
005080     START SUSPENSE-FILE KEY GREATER THAN SP-SUSPENSE-KEY
005090         INVALID KEY
005100             MOVE 'END OF SUSPENSE FILE' TO WS-MESSAGE-TEXT
005110             GO TO 2300-EXIT
005120     END-START.
005130     READ SUSPENSE-FILE NEXT RECORD
005140         AT END
005150             MOVE 'END OF SUSPENSE FILE' TO WS-MESSAGE-TEXT
005160             GO TO 2300-EXIT
005170     END-READ.
005180     PERFORM 2350-MOVE-RECORD-TO-SCREEN THRU 2350-EXIT.
005190     MOVE 'NEXT RECORD DISPLAYED' TO WS-MESSAGE-TEXT.
005200 2300-EXIT.
005210     EXIT.
005220*================================================================*
005230* 2350-MOVE-RECORD-TO-SCREEN                                    *
005240*================================================================*
005250 2350-MOVE-RECORD-TO-SCREEN.
005260     MOVE SP-SUSPENSE-RECORD TO WSS-SUSPENSE-RECORD.
005270 2350-EXIT.
005280     EXIT.
005290*================================================================*
005300* 2400-INQUIRE-RECORD - DISPLAY AN EXISTING SUSPENSE ROW         *
005310*================================================================*
005320 2400-INQUIRE-RECORD.
005330     MOVE WSS-SUSPENSE-KEY TO SP-SUSPENSE-KEY.
005340     READ SUSPENSE-FILE
005350         INVALID KEY
005360             MOVE 'SUSPENSE RECORD NOT ON FILE' TO
005370                 WS-MESSAGE-TEXT
005380             GO TO 2400-EXIT
005390     END-READ.
005400     PERFORM 2350-MOVE-RECORD-TO-SCREEN THRU 2350-EXIT.
005410     MOVE 'RECORD DISPLAYED' TO WS-MESSAGE-TEXT.
005420 2400-EXIT.
005430     EXIT.
005440*================================================================*
005450* 2500-CORRECT-RECORD - REPLACE THE FIELDS THAT CAUSED THE       *
005460* REJECT.  THE RAW AREAS KEEP THEIR ORIGINAL TRAILING CONTENT -  *
005470* ONLY THE CUSTOMER ID/AMOUNT PAIRS AND THE TRANSACTION TYPE     *
005480* ARE REPLACED.  THE STATUS IS NOT CHANGED HERE; MARKING THE     *
005490* ROW FOR RESUBMISSION IS A DELIBERATE SECOND STEP.              *
005500*================================================================*
005510 2500-CORRECT-RECORD.
005520     MOVE WSS-SUSPENSE-KEY TO SP-SUSPENSE-KEY.
005530     READ SUSPENSE-FILE
005540         INVALID KEY
005550             MOVE 'SUSPENSE RECORD NOT ON FILE' TO
005560                 WS-MESSAGE-TEXT
005570             GO TO 2500-EXIT
005580     END-READ.
005590     IF SP-CLEARED
005600         MOVE 'RECORD ALREADY CLEARED - NOT CORRECTABLE' TO
005610             WS-MESSAGE-TEXT
005620         GO TO 2500-EXIT
005630     END-IF.
005640     PERFORM 2250-VALIDATE-CORRECTION-INPUT THRU 2250-EXIT.
005650     IF WS-INPUT-INVALID
005660         GO TO 2500-EXIT
005670     END-IF.
005680     MOVE WSS-AREA-1-CUSTOMER-ID TO SP1-CUSTOMER-ID.
005690     MOVE WSS-AREA-1-AMOUNT TO SP1-AMOUNT.
005700     MOVE WSS-AREA-2-CUSTOMER-ID TO SP2-CUSTOMER-ID.
005710     MOVE WSS-AREA-2-AMOUNT TO SP2-AMOUNT.
005720     MOVE WSS-AREA-1-CUSTOMER-ID TO SP-CUSTOMER-ID.
005730     MOVE WSS-TRANS-TYPE TO SP-TRANS-TYPE.
005740     MOVE WSS-AREA-1-AMOUNT TO SP-TRANS-AMOUNT.
005750     MOVE WS-OPERATOR-ID TO SP-LAST-UPDATE-USER.
005760     ACCEPT SP-LAST-UPDATE-DATE FROM DATE YYYYMMDD.
005770     REWRITE SP-SUSPENSE-RECORD
005780         INVALID KEY
005790             MOVE 'REWRITE FAILED' TO WS-MESSAGE-TEXT
005800             GO TO 2500-EXIT
005810     END-REWRITE.
005820     PERFORM 2350-MOVE-RECORD-TO-SCREEN THRU 2350-EXIT.
005830     MOVE 'RECORD CORRECTED' TO WS-MESSAGE-TEXT.
005840 2500-EXIT.
005850     EXIT.
005860*================================================================*
005870* 2600-MARK-RESUBMIT - FLAG THE ROW FOR THE NEXT DL100MN RUN     *
005880* TO PULL BACK THROUGH VALIDATION AHEAD OF THE DAY'S FEED        *
005890*================================================================*
005900 2600-MARK-RESUBMIT.
005910     MOVE WSS-SUSPENSE-KEY TO SP-SUSPENSE-KEY.
005920     READ SUSPENSE-FILE
005930         INVALID KEY
005940             MOVE 'SUSPENSE RECORD NOT ON FILE' TO
005950                 WS-MESSAGE-TEXT
005960             GO TO 2600-EXIT
005970     END-READ.
005980     IF SP-CLEARED
005990         MOVE 'RECORD ALREADY CLEARED - NOT RESUBMITTABLE' TO
006000             WS-MESSAGE-TEXT
006010         GO TO 2600-EXIT
006020     END-IF.
006030     SET SP-RESUBMIT TO TRUE.
006040     MOVE WS-OPERATOR-ID TO SP-LAST-UPDATE-USER.
006050     ACCEPT SP-LAST-UPDATE-DATE FROM DATE YYYYMMDD.
006060     REWRITE SP-SUSPENSE-RECORD
006070         INVALID KEY
006080             MOVE 'REWRITE FAILED' TO WS-MESSAGE-TEXT
006090             GO TO 2600-EXIT
006100     END-REWRITE.
006110     PERFORM 2350-MOVE-RECORD-TO-SCREEN THRU 2350-EXIT.
006120     MOVE 'RECORD MARKED FOR RESUBMISSION' TO WS-MESSAGE-TEXT.
006130 2600-EXIT.
006140     EXIT.
006150*================================================================*
006160* 8500-WRITE-SECURITY-EVENT - APPEND ONE DL100SE ROW FOR THE     *
006170* EVENT, FUNCTION AND REASON THE CALLER HAS SET UP               *
006180*================================================================*
006190 8500-WRITE-SECURITY-EVENT.
006200     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
006210     ACCEPT WS-TS-TIME FROM TIME.
006220     MOVE SPACES TO SE-EVENT-RECORD.
006230     MOVE WS-TS-DATE TO SE-EVENT-DATE.
006240     MOVE WS-TS-TIME TO SE-EVENT-TIME.
006250     MOVE 'DL100SU' TO SE-TRANSACTION.
006260     MOVE WS-OPERATOR-ID TO SE-OPERATOR-ID.
006270     MOVE WS-SECURITY-EVENT TO SE-EVENT-CODE.
006280     MOVE WS-SECURITY-FUNCTION TO SE-FUNCTION-CODE.
006290     MOVE WS-SECURITY-REASON TO SE-REASON.
006300     MOVE WS-FAIL-COUNT TO SE-FAIL-COUNT.
006310     WRITE SE-EVENT-RECORD.
006320 8500-EXIT.
006330     EXIT.
006340*================================================================*
006350* 8600-RECORD-DENIAL - LOG THE AUTHORITY DENIAL JUST SET UP IN   *
006360* WS-MESSAGE-TEXT AND COUNT IT AGAINST THE OPERATOR.  ON         *
006370* REACHING THE LOCKOUT LIMIT THE PROFILE HAS BEEN SET INACTIVE   *
006380* BY 8650, SO LOG THE LOCKOUT AND END THE SESSION HERE.          *
006390*================================================================*
006400 8600-RECORD-DENIAL.
006410     MOVE 'DENIED' TO WS-SECURITY-EVENT.
006420     MOVE WS-FUNCTION-CODE TO WS-SECURITY-FUNCTION.
006430     MOVE WS-MESSAGE-TEXT TO WS-SECURITY-REASON.
006440     SET WS-NOT-LOCKED-OUT TO TRUE.
006450     PERFORM 8650-COUNT-FAILURE THRU 8650-EXIT.
006460     PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT.
006470     IF WS-NOT-LOCKED-OUT
006480         GO TO 8600-EXIT
006490     END-IF.
006500     MOVE 'LOCKOUT' TO WS-SECURITY-EVENT.
006510     MOVE 'CONSECUTIVE DENIAL LIMIT REACHED'
006520         TO WS-SECURITY-REASON.
006530     PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT.
006540     DISPLAY 'DL100SU - ' WS-MESSAGE-TEXT.
006550     DISPLAY 'DL100SU - OPERATOR ' WS-OPERATOR-ID
006560             ' LOCKED OUT - REFER TO THE SECURITY DESK'.
006570     SET WS-DONE TO TRUE.
006580 8600-EXIT.
006590     EXIT.
006600*================================================================*
006610* 8650-COUNT-FAILURE - ADD ONE TO THE DL100OP FAILURE COUNT.  AN *
006620* ACTIVE PROFILE THAT REACHES THE LOCKOUT LIMIT IS SET INACTIVE  *
006630* AND THE CHANGE LOGGED TO DL100OH BEFORE THE REWRITE.  IF THE   *
006640* PROFILE CANNOT BE UPDATED THE SESSION COUNT STILL ADVANCES SO  *
006650* THE EVENT SHOWS IT.                                            *
006660*================================================================*
006670 8650-COUNT-FAILURE.
006680     ADD 1 TO WS-FAIL-COUNT.
006690     OPEN I-O OPERATOR-PROFILE.
006700     IF WS-OPRPROF-FILE-STATUS NOT = '00'
006710         GO TO 8650-EXIT
006720     END-IF.
006730     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
006740     READ OPERATOR-PROFILE
006750         INVALID KEY
006760             CLOSE OPERATOR-PROFILE
006770             GO TO 8650-EXIT
006780     END-READ.
006790     IF OP-FAIL-COUNT NOT NUMERIC
006800         MOVE ZERO TO OP-FAIL-COUNT
006810     END-IF.
006820     IF OP-FAIL-COUNT < 999
006830         ADD 1 TO OP-FAIL-COUNT
006840     END-IF.
006850     MOVE OP-FAIL-COUNT TO WS-FAIL-COUNT.
006860     IF OP-ACTIVE AND OP-FAIL-COUNT NOT < WS-LOCKOUT-LIMIT
006870         SET WS-LOCKED-OUT TO TRUE
006880         ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
006890         SET OP-INACTIVE TO TRUE
006900         MOVE WS-TS-DATE TO OP-LAST-UPDATE-DATE
006910         MOVE 'DL100SU' TO OP-LAST-UPDATE-USER
006920         PERFORM 8700-WRITE-LOCKOUT-HISTORY THRU 8700-EXIT
006930     END-IF.
006940     REWRITE OP-OPERATOR-RECORD.
006950     CLOSE OPERATOR-PROFILE.
006960 8650-EXIT.
006970     EXIT.
006980*================================================================*
006990* 8700-WRITE-LOCKOUT-HISTORY - APPEND A DL100OH 'LOCKOUT' ROW    *
007000* SHOWING THE PROFILE AS IT NOW STANDS, WITH THIS TRANSACTION    *
007010* AS THE USER WHO MADE THE CHANGE                                *
007020*================================================================*
007030 8700-WRITE-LOCKOUT-HISTORY.
007040     OPEN EXTEND OPERATOR-HISTORY.
007050     IF WS-OPRHST-FILE-STATUS NOT = '00'
007060         OPEN OUTPUT OPERATOR-HISTORY
007070     END-IF.
007080     ACCEPT WS-TS-TIME FROM TIME.
007090     MOVE SPACES TO OH-HISTORY-RECORD.
007100     MOVE OP-OPERATOR-ID TO OH-OPERATOR-ID.
007110     MOVE 'LOCKOUT' TO OH-ACTION-CODE.
007120     STRING WS-TS-DATE  DELIMITED BY SIZE
007130            '-'          DELIMITED BY SIZE
007140            WS-TS-TIME   DELIMITED BY SIZE
007150         INTO OH-TIMESTAMP.
007160     MOVE 'DL100SU' TO OH-USER-ID.
007170     MOVE OP-OPERATOR-NAME TO OH-OPERATOR-NAME.
007180     MOVE OP-ACTIVE-SW TO OH-ACTIVE-SW.
007190     MOVE OP-AUTH-MAINT-SW TO OH-AUTH-MAINT-SW.
007200     MOVE OP-AUTH-APPROVE-SW TO OH-AUTH-APPROVE-SW.
007210     MOVE OP-AUTH-TYPERULE-SW TO OH-AUTH-TYPERULE-SW.
007220     MOVE OP-AUTH-SUSPENSE-SW TO OH-AUTH-SUSPENSE-SW.
007230     MOVE OP-AUTH-RESUBMIT-SW TO OH-AUTH-RESUBMIT-SW.
007240     MOVE OP-AUTH-CUSTREF-SW TO OH-AUTH-CUSTREF-SW.
007250     MOVE OP-AUTH-OPERATOR-SW TO OH-AUTH-OPERATOR-SW.
007260     MOVE OP-AUTH-INQUIRY-SW TO OH-AUTH-INQUIRY-SW.
007270     MOVE OP-AUTH-STANDORD-SW TO OH-AUTH-STANDORD-SW.
007280     MOVE OP-FAIL-COUNT TO OH-FAIL-COUNT.
007290     WRITE OH-HISTORY-RECORD.
007300     CLOSE OPERATOR-HISTORY.
007310 8700-EXIT.
007320     EXIT.
007330*================================================================*
007340* 8800-CLEAR-FAIL-COUNT - A PERMITTED FUNCTION ENDS THE RUN OF   *
007350* CONSECUTIVE DENIALS, SO CLEAR THE DL100OP FAILURE COUNT.  IT   *
007360* IS NOT CLEARED AT SIGN-ON, SO SIGNING OFF AND ON AGAIN DOES    *
007370* NOT RESET THE RUN.                                             *
007380*================================================================*
007390 8800-CLEAR-FAIL-COUNT.
007400     MOVE ZERO TO WS-FAIL-COUNT.
007410     OPEN I-O OPERATOR-PROFILE.
007420     IF WS-OPRPROF-FILE-STATUS NOT = '00'
007430         GO TO 8800-EXIT
007440     END-IF.
007450     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
007460     READ OPERATOR-PROFILE
007470         INVALID KEY
007480             CLOSE OPERATOR-PROFILE
007490             GO TO 8800-EXIT
007500     END-READ.
007510     MOVE ZERO TO OP-FAIL-COUNT.
007520     REWRITE OP-OPERATOR-RECORD.
007530     CLOSE OPERATOR-PROFILE.
007540 8800-EXIT.
007550     EXIT.
007560*================================================================*
007570* 9000-TERMINATE - CLOSE THE FILE AND END THE TRANSACTION        *
007580*================================================================*
007590 9000-TERMINATE.
007600     CLOSE SUSPENSE-FILE.
007610     CLOSE SECURITY-LOG.
007620 9000-EXIT.
007630     EXIT.
