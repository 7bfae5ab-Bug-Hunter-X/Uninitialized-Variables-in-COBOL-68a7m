000750*                   SIGNED-ON ID, SO DUAL CONTROL NOW RESTS     *
000760*                   ON VERIFIED IDS INSTEAD OF WHATEVER WAS     *
000770*                   TYPED.                                      *
000780*   2026-10-15  JW  EVERY SIGN-ON, REFUSED SIGN-ON AND          *
000790*                   FUNCTION AUTHORITY DENIAL IS NOW WRITTEN    *
000800*                   TO THE SHARED DL100SE SECURITY LOG          *
000810*                   (SECLOG) FOR THE DL100SV DAILY VIOLATIONS   *
000820*                   REPORT.  EACH DENIAL ADDS ONE TO THE        *
000830*                   OPERATOR'S DL100OP FAILURE COUNT AND A      *
000840*                   PERMITTED FUNCTION CLEARS IT; REACHING THE  *
000850*                   DL100SK LOCKOUT LIMIT (SECPARM, DEFAULT 3)  *
000860*                   SETS THE PROFILE INACTIVE, LOGS A LOCKOUT   *
000870*                   ROW TO DL100OH AND ENDS THE SESSION.        *
000880*--------------------------------------------------------------*
000890 ENVIRONMENT DIVISION.
000900 CONFIGURATION SECTION.
000910 SOURCE-COMPUTER.   IBM-370.
000920 OBJECT-COMPUTER.   IBM-370.
000930 INPUT-OUTPUT SECTION.
000940 FILE-CONTROL.
000950     SELECT MAINTENANCE-FILE ASSIGN TO MAINT
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS RANDOM
000980         RECORD KEY IS MT-CUSTOMER-ID
000990         FILE STATUS IS WS-MAINT-FILE-STATUS.
001000     SELECT HISTORY-FILE ASSIGN TO MAINTHST
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-HISTORY-FILE-STATUS.
001030     SELECT OPERATOR-PROFILE ASSIGN TO OPRPROF
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS RANDOM
001060         RECORD KEY IS OP-OPERATOR-ID
001070         FILE STATUS IS WS-OPRPROF-FILE-STATUS.
001080     SELECT OPERATOR-HISTORY ASSIGN TO OPRHST
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS WS-OPRHST-FILE-STATUS.
001110     SELECT SECURITY-LOG ASSIGN TO SECLOG
001120         ORGANIZATION IS SEQUENTIAL
001130         FILE STATUS IS WS-SECLOG-FILE-STATUS.
001140     SELECT SECURITY-PARM ASSIGN TO SECPARM
001150         ORGANIZATION IS SEQUENTIAL
001160         FILE STATUS IS WS-SECPARM-FILE-STATUS.
001170 DATA DIVISION.
001180 FILE SECTION.
001190 FD  MAINTENANCE-FILE
001200     LABEL RECORDS ARE STANDARD.
001210     COPY DL100MT.
001220 FD  HISTORY-FILE
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD.
001250     COPY DL100MH.
001260 FD  OPERATOR-PROFILE
001270     LABEL RECORDS ARE STANDARD.
001280     COPY DL100OP.
001290 FD  OPERATOR-HISTORY
001300     RECORDING MODE IS F
001310     LABEL RECORDS ARE STANDARD.
001320     COPY DL100OH.
001330 FD  SECURITY-LOG
001340     RECORDING MODE IS F
001350     LABEL RECORDS ARE STANDARD.
001360     COPY DL100SE.
001370 FD  SECURITY-PARM
001380     RECORDING MODE IS F
001390     LABEL RECORDS ARE STANDARD.
001400     COPY DL100SK.
001410 WORKING-STORAGE SECTION.
001420*--------------------------------------------------------------*
001430* FIELD-LEVEL INITIALIZATION STANDARD - SEE DL100MN FOR THE     *
001440* FULL STATEMENT OF THE RULE.  THE SCREEN WORK AREA BELOW IS A  *
001450* COPY OF THE DL100MT LAYOUT, WHICH CARRIES NO VALUE CLAUSES OF *
001460* ITS OWN (IT IS SHARED WITH THE FD RECORD), SO 1050 EXPLICITLY *
001470* CLEARS IT AT THE TOP OF EVERY TRANSACTION.                    *
001480*--------------------------------------------------------------*
001490* RUN CONTROL SWITCHES                                          *
001500*--------------------------------------------------------------*
001510 01  WS-MAINT-FILE-STATUS     PIC X(02) VALUE '00'.
001520 01  WS-HISTORY-FILE-STATUS   PIC X(02) VALUE '00'.
001530 01  WS-OPRPROF-FILE-STATUS   PIC X(02) VALUE '00'.
001540 01  WS-OPRHST-FILE-STATUS    PIC X(02) VALUE '00'.
001550 01  WS-SECLOG-FILE-STATUS    PIC X(02) VALUE '00'.
001560 01  WS-SECPARM-FILE-STATUS   PIC X(02) VALUE '00'.
001570*--------------------------------------------------------------*
001580* SECURITY EVENT FIELDS - EVERY SIGN-ON, REFUSAL, AUTHORITY     *
001590* DENIAL AND LOCKOUT IS APPENDED TO THE SHARED DL100SE LOG.     *
001600* WS-FAIL-COUNT MIRRORS THE OPERATOR'S DL100OP CONSECUTIVE-     *
001610* DENIAL COUNT; THE LOCKOUT LIMIT COMES FROM THE DL100SK CARD.  *
001620*--------------------------------------------------------------*
001630 01  WS-LOCKOUT-LIMIT         PIC 9(03) VALUE 3.
001640 01  WS-FAIL-COUNT            PIC 9(03) VALUE ZERO.
001650 01  WS-LOCKOUT-SW            PIC X(01) VALUE 'N'.
001660     88  WS-LOCKED-OUT                  VALUE 'Y'.
001670     88  WS-NOT-LOCKED-OUT              VALUE 'N'.
001680 01  WS-SECURITY-EVENT        PIC X(08) VALUE SPACES.
001690 01  WS-SECURITY-FUNCTION     PIC X(01) VALUE SPACES.
001700 01  WS-SECURITY-REASON       PIC X(40) VALUE SPACES.
001710*--------------------------------------------------------------*
001720* SIGN-ON FIELDS - SET ONCE BY 1100 AND NEVER ACCEPTED AGAIN.   *
001730* THE AUTHORITY SWITCHES MIRROR THE SIGNED-ON OPERATOR'S        *
001740* DL100OP FLAGS.                                                *
001750*--------------------------------------------------------------*
001760 01  WS-OPERATOR-ID           PIC X(08) VALUE SPACES.
001770 01  WS-SIGNON-SW             PIC X(01) VALUE 'N'.
001780     88  WS-SIGNED-ON                   VALUE 'Y'.
001790     88  WS-NOT-SIGNED-ON               VALUE 'N'.
001800 01  WS-AUTH-MAINT-SW         PIC X(01) VALUE 'N'.
001810     88  WS-AUTH-MAINT                  VALUE 'Y'.
001820 01  WS-AUTH-APPROVE-SW       PIC X(01) VALUE 'N'.
001830     88  WS-AUTH-APPROVE                VALUE 'Y'.
001840 01  WS-HISTORY-ACTION        PIC X(08) VALUE SPACES.
001850 01  WS-TIMESTAMP-FIELDS.
001860     05  WS-TS-DATE               PIC 9(08) VALUE ZERO.
001870     05  WS-TS-TIME               PIC 9(08) VALUE ZERO.
001880 01  WS-EXIT-SW               PIC X(01) VALUE 'N'.
001890     88  WS-DONE                        VALUE 'Y'.
001900     88  WS-NOT-DONE                    VALUE 'N'.
001910 01  WS-INPUT-VALID-SW        PIC X(01) VALUE 'Y'.
001920     88  WS-INPUT-VALID                 VALUE 'Y'.
001930     88  WS-INPUT-INVALID               VALUE 'N'.
001940*--------------------------------------------------------------*
001950* SCREEN INPUT FIELDS                                           *
001960*--------------------------------------------------------------*
001970 01  WS-FUNCTION-CODE         PIC X(01) VALUE SPACES.
001980     88  WS-FUNC-ADD                    VALUE 'A'.
001990     88  WS-FUNC-CHANGE                 VALUE 'C'.
002000     88  WS-FUNC-INQUIRE                VALUE 'I'.
002010     88  WS-FUNC-DELETE                 VALUE 'D'.
002020     88  WS-FUNC-APPROVE                VALUE 'P'.
002030     88  WS-FUNC-EXIT                   VALUE 'X'.
002040     88  WS-FUNC-VALID          VALUES 'A' 'C' 'I' 'D' 'P' 'X'.
002050 01  WS-MESSAGE-TEXT           PIC X(40) VALUE SPACES.
002060*--------------------------------------------------------------*
002070* SCREEN WORK AREA - A SECOND COPY OF DL100MT WITH THE MT-      *
002080* PREFIX REPLACED SO IT CAN COEXIST WITH THE FD RECORD.         *
002090*--------------------------------------------------------------*
002100     COPY DL100MT REPLACING
002110         ==MT-MAINTENANCE-RECORD==
002120             BY ==WSM-MAINTENANCE-RECORD==
002130         ==MT-CUSTOMER-ID==
002140             BY ==WSM-CUSTOMER-ID==
002150         ==MT-AREA-1-OVERRIDE==
002160             BY ==WSM-AREA-1-OVERRIDE==
002170         ==MT-AREA-1-DETAIL==
002180             BY ==WSM-AREA-1-DETAIL==
002190         ==MO1-CUSTOMER-ID==
002200             BY ==WSM-AREA-1-CUSTOMER-ID==
002210         ==MO1-AMOUNT==
002220             BY ==WSM-AREA-1-AMOUNT==
002230         ==MT-AREA-2-OVERRIDE==
002240             BY ==WSM-AREA-2-OVERRIDE==
002250         ==MT-AREA-2-DETAIL==
002260             BY ==WSM-AREA-2-DETAIL==
002270         ==MO2-CUSTOMER-ID==
002280             BY ==WSM-AREA-2-CUSTOMER-ID==
002290         ==MO2-AMOUNT==
002300             BY ==WSM-AREA-2-AMOUNT==
002310         ==MT-ACTIVE-SW==
002320             BY ==WSM-ACTIVE-SW==
002330         ==MT-ACTIVE==
002340             BY ==WSM-ACTIVE==
002350         ==MT-INACTIVE==
002360             BY ==WSM-INACTIVE==
002370         ==MT-LAST-UPDATE-DATE==
002380             BY ==WSM-LAST-UPDATE-DATE==
002390         ==MT-LAST-UPDATE-USER==
002400             BY ==WSM-LAST-UPDATE-USER==
002410         ==MT-EFFECTIVE-FROM-DATE==
002420             BY ==WSM-EFFECTIVE-FROM-DATE==
002430         ==MT-EFFECTIVE-TO-DATE==
002440             BY ==WSM-EFFECTIVE-TO-DATE==
002450         ==MT-APPROVAL-STATUS-SW==
002460             BY ==WSM-APPROVAL-STATUS-SW==
002470         ==MT-APPROVAL-PENDING==
002480             BY ==WSM-APPROVAL-PENDING==
002490         ==MT-APPROVED==
002500             BY ==WSM-APPROVED==
002510         ==MT-APPROVED-BY==
002520             BY ==WSM-APPROVED-BY==
002530         ==MT-APPROVED-DATE==
002540             BY ==WSM-APPROVED-DATE==.
002550 PROCEDURE DIVISION.
002560*================================================================*
002570* 0000-MAINLINE-CONTROL                                          *
002580*================================================================*
002590 0000-MAINLINE-CONTROL.
002600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002610     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
002620         UNTIL WS-DONE.
002630     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002640     GOBACK.
002650 0000-EXIT.
002660     EXIT.
002670*================================================================*
002680* 1000-INITIALIZE - CREATE THE MAINTENANCE FILE THE FIRST TIME   *
002690* THIS TRANSACTION RUNS                                          *
002700*================================================================*
002710 1000-INITIALIZE.
002720     PERFORM 1050-REINITIALIZE-WORK-AREAS THRU 1050-EXIT.
002730     OPEN EXTEND SECURITY-LOG.
002740     IF WS-SECLOG-FILE-STATUS NOT = '00'
002750         OPEN OUTPUT SECURITY-LOG
002760     END-IF.
002770     PERFORM 1150-READ-SECURITY-PARM THRU 1150-EXIT.
002780     OPEN I-O MAINTENANCE-FILE.
002790     IF WS-MAINT-FILE-STATUS NOT = '00'
002800         OPEN OUTPUT MAINTENANCE-FILE
002810         CLOSE MAINTENANCE-FILE
002820         OPEN I-O MAINTENANCE-FILE
002830     END-IF.
002840     OPEN EXTEND HISTORY-FILE.
002850     IF WS-HISTORY-FILE-STATUS NOT = '00'
002860         OPEN OUTPUT HISTORY-FILE
002870     END-IF.
002880     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
002890 1000-EXIT.
002900     EXIT.
002910*================================================================*
002920* 1050-REINITIALIZE-WORK-AREAS - RE-APPLY THE PROGRAM'S DEFAULT  *
002930* VALUES TO EVERY WORKING AREA BEFORE THE RUN STARTS             *
002940*================================================================*
002950 1050-REINITIALIZE-WORK-AREAS.
002960     MOVE '00' TO WS-MAINT-FILE-STATUS.
002970     MOVE '00' TO WS-HISTORY-FILE-STATUS.
002980     MOVE '00' TO WS-OPRPROF-FILE-STATUS.
002990     MOVE '00' TO WS-OPRHST-FILE-STATUS.
003000     MOVE '00' TO WS-SECLOG-FILE-STATUS.
003010     MOVE '00' TO WS-SECPARM-FILE-STATUS.
003020     MOVE 3 TO WS-LOCKOUT-LIMIT.
003030     MOVE ZERO TO WS-FAIL-COUNT.
003040     SET WS-NOT-LOCKED-OUT TO TRUE.
003050     MOVE SPACES TO WS-SECURITY-EVENT.
003060     MOVE SPACES TO WS-SECURITY-FUNCTION.
003070     MOVE SPACES TO WS-SECURITY-REASON.
003080     MOVE SPACES TO WS-OPERATOR-ID.
003090     SET WS-NOT-SIGNED-ON TO TRUE.
003100     MOVE 'N' TO WS-AUTH-MAINT-SW.
003110     MOVE 'N' TO WS-AUTH-APPROVE-SW.
003120     MOVE SPACES TO WS-HISTORY-ACTION.
003130     MOVE ZERO TO WS-TS-DATE.
003140     MOVE ZERO TO WS-TS-TIME.
003150     SET WS-NOT-DONE TO TRUE.
003160     MOVE SPACES TO WS-FUNCTION-CODE.
003170     MOVE SPACES TO WS-MESSAGE-TEXT.
003180     SET WS-INPUT-VALID TO TRUE.
003190     PERFORM 2050-CLEAR-SCREEN-AREA THRU 2050-EXIT.
003200 1050-EXIT.
003210     EXIT.
003220*================================================================*
003230* 1100-SIGN-ON - VERIFY THE OPERATOR AGAINST THE DL100OP         *
003240* PROFILE FILE: ON FILE AND ACTIVE, OR THE TRANSACTION ENDS      *
003250* BEFORE A SINGLE FUNCTION IS TAKEN.  THE FUNCTION AUTHORITY     *
003260* FLAGS ARE CAPTURED HERE AND CHECKED BY 2000.  A MISSING        *
003270* PROFILE FILE REFUSES SIGN-ON - SECURITY DOES NOT FAIL OPEN.    *
003280*================================================================*
003290 1100-SIGN-ON.
003300     DISPLAY 'DL100MU - SIGN ON - OPERATOR ID:'.
003310     ACCEPT WS-OPERATOR-ID FROM CONSOLE.
003320     OPEN INPUT OPERATOR-PROFILE.
003330     IF WS-OPRPROF-FILE-STATUS NOT = '00'
003340         DISPLAY 'DL100MU - OPERATOR PROFILE FILE NOT '
003350                 'AVAILABLE - SIGN-ON REFUSED'
003360         MOVE 'REFUSED' TO WS-SECURITY-EVENT
003370         MOVE 'PROFILE FILE NOT AVAILABLE' TO WS-SECURITY-REASON
003380         PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT
003390         SET WS-DONE TO TRUE
003400         GO TO 1100-EXIT
003410     END-IF.
003420     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
003430     MOVE 'OPERATOR NOT ON FILE' TO WS-SECURITY-REASON.
003440     READ OPERATOR-PROFILE
003450         INVALID KEY
003460             CONTINUE
003470         NOT INVALID KEY
003480             MOVE 'OPERATOR INACTIVE' TO WS-SECURITY-REASON
003490             IF OP-ACTIVE
003500                 SET WS-SIGNED-ON TO TRUE
003510                 IF OP-FAIL-COUNT NUMERIC
003520                     MOVE OP-FAIL-COUNT TO WS-FAIL-COUNT
003530                 END-IF
003540                 MOVE OP-AUTH-MAINT-SW TO WS-AUTH-MAINT-SW
003550                 MOVE OP-AUTH-APPROVE-SW TO WS-AUTH-APPROVE-SW
003560             END-IF
003570     END-READ.
003580     CLOSE OPERATOR-PROFILE.
003590     IF WS-NOT-SIGNED-ON
003600         DISPLAY 'DL100MU - OPERATOR NOT ON FILE OR INACTIVE - '
003610                 'SIGN-ON REFUSED'
003620         MOVE 'REFUSED' TO WS-SECURITY-EVENT
003630         PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT
003640         SET WS-DONE TO TRUE
003650         GO TO 1100-EXIT
003660     END-IF.
003670     MOVE 'SIGNON' TO WS-SECURITY-EVENT.
003680     MOVE 'SIGN-ON ACCEPTED' TO WS-SECURITY-REASON.
003690     PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT.
003700 1100-EXIT.
003710     EXIT.
003720*================================================================*
003730* 1150-READ-SECURITY-PARM - TAKE THE CONSECUTIVE-DENIAL LOCKOUT  *
003740* LIMIT FROM THE DL100SK CARD.  A MISSING OR EMPTY FILE, OR A    *
003750* BLANK/ZERO LIMIT, LEAVES THE DEFAULT OF 3.                     *
003760*================================================================*
003770 1150-READ-SECURITY-PARM.
003780     OPEN INPUT SECURITY-PARM.
003790     IF WS-SECPARM-FILE-STATUS NOT = '00'
003800         GO TO 1150-EXIT
003810     END-IF.
003820     READ SECURITY-PARM
003830         AT END
003840             CLOSE SECURITY-PARM
003850             GO TO 1150-EXIT
003860     END-READ.
003870     IF SK-LOCKOUT-LIMIT NUMERIC AND SK-LOCKOUT-LIMIT > ZERO
003880         MOVE SK-LOCKOUT-LIMIT TO WS-LOCKOUT-LIMIT
003890     END-IF.
003900     CLOSE SECURITY-PARM.
003910 1150-EXIT.
003920     EXIT.
003930*================================================================*
003940* 2000-PROCESS-TRANSACTION - DISPLAY THE SCREEN, ACCEPT ONE      *
003950* FUNCTION REQUEST, AND ROUTE IT TO THE PROPER PARAGRAPH         *
003960*================================================================*
003970 2000-PROCESS-TRANSACTION.
003980     PERFORM 2100-DISPLAY-SCREEN THRU 2100-EXIT.
003990     PERFORM 2200-ACCEPT-SCREEN THRU 2200-EXIT.
004000     IF NOT WS-FUNC-VALID
004010         MOVE 'INVALID FUNCTION - USE A, C, I, D, P OR X' TO
004020             WS-MESSAGE-TEXT
004030         GO TO 2000-EXIT
004040     END-IF.
004050     IF (WS-FUNC-ADD OR WS-FUNC-CHANGE OR WS-FUNC-DELETE) AND
004060             NOT WS-AUTH-MAINT
004070         MOVE 'NOT AUTHORIZED TO MAINTAIN OVERRIDES' TO
004080             WS-MESSAGE-TEXT
004090         PERFORM 8600-RECORD-DENIAL THRU 8600-EXIT
004100         GO TO 2000-EXIT
004110     END-IF.
004120     IF WS-FUNC-APPROVE AND NOT WS-AUTH-APPROVE
004130         MOVE 'NOT AUTHORIZED TO APPROVE OVERRIDES' TO
004140             WS-MESSAGE-TEXT
004150         PERFORM 8600-RECORD-DENIAL THRU 8600-EXIT
004160         GO TO 2000-EXIT
004170     END-IF.
004180     IF WS-FAIL-COUNT > ZERO AND NOT WS-FUNC-EXIT
004190         PERFORM 8800-CLEAR-FAIL-COUNT THRU 8800-EXIT
004200     END-IF.
004210     EVALUATE TRUE
004220         WHEN WS-FUNC-ADD
004230             PERFORM 2300-ADD-RECORD THRU 2300-EXIT
004240         WHEN WS-FUNC-CHANGE
004250             PERFORM 2400-CHANGE-RECORD THRU 2400-EXIT
004260         WHEN WS-FUNC-INQUIRE
004270             PERFORM 2500-INQUIRE-RECORD THRU 2500-EXIT
004280         WHEN WS-FUNC-DELETE
004290             PERFORM 2600-DELETE-RECORD THRU 2600-EXIT
004300         WHEN WS-FUNC-APPROVE
004310             PERFORM 2700-APPROVE-RECORD THRU 2700-EXIT
004320         WHEN WS-FUNC-EXIT
004330             SET WS-DONE TO TRUE
004340     END-EVALUATE.
004350 2000-EXIT.
004360     EXIT.
004370*================================================================*
004380* 2050-CLEAR-SCREEN-AREA - RESET THE SCREEN WORK AREA TO ITS     *
004390* DEFAULT VALUES SO ONE TRANSACTION NEVER SEES ANOTHER'S INPUT   *
004400*================================================================*
004410 2050-CLEAR-SCREEN-AREA.
004420     MOVE SPACES TO WSM-CUSTOMER-ID.
004430     MOVE SPACES TO WSM-AREA-1-OVERRIDE.
004440     MOVE SPACES TO WSM-AREA-2-OVERRIDE.
004450     MOVE 'N' TO WSM-ACTIVE-SW.
004460     MOVE ZERO TO WSM-LAST-UPDATE-DATE.
004470     MOVE SPACES TO WSM-LAST-UPDATE-USER.
004480     MOVE ZERO TO WSM-EFFECTIVE-FROM-DATE.
004490     MOVE ZERO TO WSM-EFFECTIVE-TO-DATE.
004500     MOVE 'P' TO WSM-APPROVAL-STATUS-SW.
004510     MOVE SPACES TO WSM-APPROVED-BY.
004520     MOVE ZERO TO WSM-APPROVED-DATE.
004530 2050-EXIT.
004540     EXIT.
004550*================================================================*
004560* 2100-DISPLAY-SCREEN - SHOW THE CURRENT SCREEN WORK AREA AND    *
004570* ANY MESSAGE FROM THE LAST TRANSACTION                          *
004580*================================================================*
004590 2100-DISPLAY-SCREEN.
004600     DISPLAY '----------------------------------------------'.
004610     DISPLAY 'DL100MU - DL100MT AREA-VALUE MAINTENANCE'.
004620     DISPLAY 'SIGNED ON AS...........: ' WS-OPERATOR-ID.
004630     DISPLAY 'FUNCTION (A=ADD C=CHANGE I=INQUIRE D=DELETE '
004640             'P=APPROVE X=EXIT): ' WS-FUNCTION-CODE.
004650     DISPLAY 'CUSTOMER ID............: ' WSM-CUSTOMER-ID.
004660     DISPLAY 'AREA-1 OVERRIDE CUST ID: ' WSM-AREA-1-CUSTOMER-ID.
004670     DISPLAY 'AREA-1 OVERRIDE AMOUNT.: ' WSM-AREA-1-AMOUNT.
004680     DISPLAY 'AREA-2 OVERRIDE CUST ID: ' WSM-AREA-2-CUSTOMER-ID.
004690     DISPLAY 'AREA-2 OVERRIDE AMOUNT.: ' WSM-AREA-2-AMOUNT.
004700     DISPLAY 'ACTIVE (Y/N)...........: ' WSM-ACTIVE-SW.
004710     DISPLAY 'EFFECTIVE FROM.........: '
004720             WSM-EFFECTIVE-FROM-DATE.
004730     DISPLAY 'EFFECTIVE TO (0=OPEN)..: '
004740             WSM-EFFECTIVE-TO-DATE.
004750     DISPLAY 'APPROVAL (P/A).........: '
004760             WSM-APPROVAL-STATUS-SW.
004770     DISPLAY 'APPROVED BY............: ' WSM-APPROVED-BY.
004780     DISPLAY 'UPDATED BY.............: ' WSM-LAST-UPDATE-USER.
004790     DISPLAY 'MESSAGE: ' WS-MESSAGE-TEXT.
004800 2100-EXIT.
004810     EXIT.
004820*================================================================*
004830* 2200-ACCEPT-SCREEN - READ THE NEXT FUNCTION REQUEST FROM THE   *
004840* OPERATOR                                                       *
004850*================================================================*
004860 2200-ACCEPT-SCREEN.
004870     MOVE SPACES TO WS-MESSAGE-TEXT.
004880     ACCEPT WS-FUNCTION-CODE FROM CONSOLE.
004890     IF WS-FUNC-EXIT
004900         GO TO 2200-EXIT
004910     END-IF.
004920     ACCEPT WSM-CUSTOMER-ID FROM CONSOLE.
004930     ACCEPT WSM-AREA-1-CUSTOMER-ID FROM CONSOLE.
004940     ACCEPT WSM-AREA-1-AMOUNT FROM CONSOLE.
004950     ACCEPT WSM-AREA-2-CUSTOMER-ID FROM CONSOLE.
004960     ACCEPT WSM-AREA-2-AMOUNT FROM CONSOLE.
004970     ACCEPT WSM-ACTIVE-SW FROM CONSOLE.
004980     ACCEPT WSM-EFFECTIVE-FROM-DATE FROM CONSOLE.
004990     ACCEPT WSM-EFFECTIVE-TO-DATE FROM CONSOLE.
005000*    THE ACTING USER IS THE SIGNED-ON OPERATOR - NEVER TAKEN
005010*    FROM THE SCREEN.
005020     MOVE WS-OPERATOR-ID TO WSM-LAST-UPDATE-USER.
005030 2200-EXIT.
005040     EXIT.
005050*================================================================*
005060* 2250-VALIDATE-MAINTENANCE-INPUT - EDIT THE OPERATOR'S ENTRY    *
005070* BEFORE IT CAN REACH A WRITE OR REWRITE.  WSM-ACTIVE-SW MUST    *
005080* BE EXACTLY 'Y' OR 'N' - DL100MN'S OVERRIDE LOGIC TESTS THE     *
005090* MT-ACTIVE CONDITION-NAME DIRECTLY, AND AN UNEDITED VALUE WOULD *
005100* LEAVE BOTH MT-ACTIVE AND MT-INACTIVE FALSE.  AN ACTIVE ROW     *
005110* ALSO MAY NOT CARRY A BLANK OVERRIDE CUSTOMER ID OR A           *
005120* NON-NUMERIC OVERRIDE AMOUNT, OR DL100MN'S 5000-WRITE-EXTRACT-  *
005130* RECORD PICKS UP GARBAGE WHEN IT READS WS-A1-CUSTOMER-ID/       *
005140* WS-A1-AMOUNT OUT OF THE SAME BYTES.                            *
005150*================================================================*
005160 2250-VALIDATE-MAINTENANCE-INPUT.
005170     SET WS-INPUT-VALID TO TRUE.
005180     IF WSM-ACTIVE-SW NOT = 'Y' AND WSM-ACTIVE-SW NOT = 'N'
005190         MOVE 'ACTIVE MUST BE Y OR N' TO WS-MESSAGE-TEXT
005200         SET WS-INPUT-INVALID TO TRUE
005210         GO TO 2250-EXIT
005220     END-IF.
005230     IF WSM-ACTIVE-SW NOT = 'Y'
005240         GO TO 2250-EXIT
005250     END-IF.
005260     IF WSM-AREA-1-CUSTOMER-ID = SPACES OR
005270             WSM-AREA-2-CUSTOMER-ID = SPACES
005280         MOVE 'ACTIVE ROW NEEDS BOTH OVERRIDE CUSTOMER IDS' TO
005290             WS-MESSAGE-TEXT
005300         SET WS-INPUT-INVALID TO TRUE
005310         GO TO 2250-EXIT
005320     END-IF.
005330     IF WSM-AREA-1-AMOUNT NOT NUMERIC OR
005340             WSM-AREA-2-AMOUNT NOT NUMERIC
005350         MOVE 'ACTIVE ROW NEEDS BOTH OVERRIDE AMOUNTS NUMERIC' TO
005360             WS-MESSAGE-TEXT
005370         SET WS-INPUT-INVALID TO TRUE
005380         GO TO 2250-EXIT
005390     END-IF.
005400     IF WSM-EFFECTIVE-FROM-DATE NOT NUMERIC OR
005410             WSM-EFFECTIVE-TO-DATE NOT NUMERIC
005420         MOVE 'EFFECTIVE DATES MUST BE NUMERIC (ZERO=OPEN)' TO
005430             WS-MESSAGE-TEXT
005440         SET WS-INPUT-INVALID TO TRUE
005450         GO TO 2250-EXIT
005460     END-IF.
005470     IF WSM-EFFECTIVE-TO-DATE > ZERO AND
005480             WSM-EFFECTIVE-TO-DATE < WSM-EFFECTIVE-FROM-DATE
005490         MOVE 'EFFECTIVE TO DATE IS BEFORE THE FROM DATE' TO
005500             WS-MESSAGE-TEXT
005510         SET WS-INPUT-INVALID TO TRUE
005520         GO TO 2250-EXIT
005530     END-IF.
005540 2250-EXIT.
005550     EXIT.
005560*================================================================*
005570* 2300-ADD-RECORD - WRITE A NEW DL100MT ROW FOR THIS CUSTOMER    *
005580*================================================================*
005590 2300-ADD-RECORD.
005600     PERFORM 2250-VALIDATE-MAINTENANCE-INPUT THRU 2250-EXIT.
005610     IF WS-INPUT-INVALID
005620         GO TO 2300-EXIT
005630     END-IF.
005640     MOVE WSM-CUSTOMER-ID TO MT-CUSTOMER-ID.
005650     MOVE WSM-AREA-1-OVERRIDE TO MT-AREA-1-OVERRIDE.
005660     MOVE WSM-AREA-2-OVERRIDE TO MT-AREA-2-OVERRIDE.
005670     MOVE WSM-ACTIVE-SW TO MT-ACTIVE-SW.
005680     MOVE WSM-EFFECTIVE-FROM-DATE TO MT-EFFECTIVE-FROM-DATE.
005690     MOVE WSM-EFFECTIVE-TO-DATE TO MT-EFFECTIVE-TO-DATE.
005700     SET MT-APPROVAL-PENDING TO TRUE.
005710     MOVE SPACES TO MT-APPROVED-BY.
005720     MOVE ZERO TO MT-APPROVED-DATE.
005730     MOVE WSM-LAST-UPDATE-USER TO MT-LAST-UPDATE-USER.
005740     ACCEPT MT-LAST-UPDATE-DATE FROM DATE YYYYMMDD.
005750     WRITE MT-MAINTENANCE-RECORD
005760         INVALID KEY
005770             MOVE 'CUSTOMER ID ALREADY ON FILE - USE CHANGE' TO
005780                 WS-MESSAGE-TEXT
005790         NOT INVALID KEY
005800             MOVE 'RECORD ADDED - PENDING APPROVAL' TO
005810                 WS-MESSAGE-TEXT
005820             MOVE 'ADD' TO WS-HISTORY-ACTION
005830             PERFORM 2800-WRITE-HISTORY THRU 2800-EXIT
005840     END-WRITE.
005850 2300-EXIT.
005860     EXIT.
005870*================================================================*
005880* 2400-CHANGE-RECORD - REWRITE AN EXISTING DL100MT ROW           *
005890*================================================================*
005900 2400-CHANGE-RECORD.
005910     MOVE WSM-CUSTOMER-ID TO MT-CUSTOMER-ID.
005920     READ MAINTENANCE-FILE
005930         INVALID KEY
005940             MOVE 'CUSTOMER ID NOT ON FILE' TO WS-MESSAGE-TEXT
005950             GO TO 2400-EXIT
005960     END-READ.
005970     PERFORM 2250-VALIDATE-MAINTENANCE-INPUT THRU 2250-EXIT.
005980     IF WS-INPUT-INVALID
005990         GO TO 2400-EXIT
006000     END-IF.
006010     MOVE WSM-AREA-1-OVERRIDE TO MT-AREA-1-OVERRIDE.
006020     MOVE WSM-AREA-2-OVERRIDE TO MT-AREA-2-OVERRIDE.
006030     MOVE WSM-ACTIVE-SW TO MT-ACTIVE-SW.
006040     MOVE WSM-EFFECTIVE-FROM-DATE TO MT-EFFECTIVE-FROM-DATE.
006050     MOVE WSM-EFFECTIVE-TO-DATE TO MT-EFFECTIVE-TO-DATE.
006060     SET MT-APPROVAL-PENDING TO TRUE.
006070     MOVE SPACES TO MT-APPROVED-BY.
006080     MOVE ZERO TO MT-APPROVED-DATE.
006090     MOVE WSM-LAST-UPDATE-USER TO MT-LAST-UPDATE-USER.
006100     ACCEPT MT-LAST-UPDATE-DATE FROM DATE YYYYMMDD.
006110     REWRITE MT-MAINTENANCE-RECORD
006120         INVALID KEY
006130             MOVE 'REWRITE FAILED' TO WS-MESSAGE-TEXT
006140         NOT INVALID KEY
006150             MOVE 'RECORD CHANGED - PENDING APPROVAL' TO
006160                 WS-MESSAGE-TEXT
006170             MOVE 'CHANGE' TO WS-HISTORY-ACTION
006180             PERFORM 2800-WRITE-HISTORY THRU 2800-EXIT
006190     END-REWRITE.
006200 2400-EXIT.
006210     EXIT.
006220*================================================================*
006230* 2500-INQUIRE-RECORD - DISPLAY AN EXISTING DL100MT ROW          *
006240*================================================================*
006250 2500-INQUIRE-RECORD.
006260     MOVE WSM-CUSTOMER-ID TO MT-CUSTOMER-ID.
006270     READ MAINTENANCE-FILE
006280         INVALID KEY
006290             MOVE 'CUSTOMER ID NOT ON FILE' TO WS-MESSAGE-TEXT
006300             GO TO 2500-EXIT
006310     END-READ.
006320     MOVE MT-AREA-1-OVERRIDE TO WSM-AREA-1-OVERRIDE.
006330     MOVE MT-AREA-2-OVERRIDE TO WSM-AREA-2-OVERRIDE.
006340     MOVE MT-ACTIVE-SW TO WSM-ACTIVE-SW.
006350     MOVE MT-EFFECTIVE-FROM-DATE TO WSM-EFFECTIVE-FROM-DATE.
006360     MOVE MT-EFFECTIVE-TO-DATE TO WSM-EFFECTIVE-TO-DATE.
006370     MOVE MT-APPROVAL-STATUS-SW TO WSM-APPROVAL-STATUS-SW.
006380     MOVE MT-APPROVED-BY TO WSM-APPROVED-BY.
006390     MOVE MT-APPROVED-DATE TO WSM-APPROVED-DATE.
006400     MOVE MT-LAST-UPDATE-DATE TO WSM-LAST-UPDATE-DATE.
006410     MOVE MT-LAST-UPDATE-USER TO WSM-LAST-UPDATE-USER.
006420     MOVE 'RECORD DISPLAYED' TO WS-MESSAGE-TEXT.
006430 2500-EXIT.
006440     EXIT.
006450*================================================================*
006460* 2600-DELETE-RECORD - REMOVE A DL100MT ROW.  THE ROW IS READ    *
006470* FIRST SO THE HISTORY TRAIL SHOWS EXACTLY WHAT WAS REMOVED.     *
006480*================================================================*
006490 2600-DELETE-RECORD.
006500     MOVE WSM-CUSTOMER-ID TO MT-CUSTOMER-ID.
006510     READ MAINTENANCE-FILE
006520         INVALID KEY
006530             MOVE 'CUSTOMER ID NOT ON FILE' TO WS-MESSAGE-TEXT
006540             GO TO 2600-EXIT
006550     END-READ.
006560     DELETE MAINTENANCE-FILE
006570         INVALID KEY
006580             MOVE 'CUSTOMER ID NOT ON FILE' TO WS-MESSAGE-TEXT
006590         NOT INVALID KEY
006600             MOVE 'RECORD DELETED' TO WS-MESSAGE-TEXT
006610             MOVE 'DELETE' TO WS-HISTORY-ACTION
006620             PERFORM 2800-WRITE-HISTORY THRU 2800-EXIT
006630     END-DELETE.
006640 2600-EXIT.
006650     EXIT.
006660*================================================================*
006670* 2700-APPROVE-RECORD - SECOND-USER APPROVAL OF A PENDING ROW.   *
006680* THE APPROVER IS THE SIGNED-ON OPERATOR, VERIFIED AGAINST THE   *
006690* DL100OP PROFILE FILE, AND MUST DIFFER FROM THE USER WHO KEYED  *
006700* THE ADD OR CHANGE, SO NO SINGLE OPERATOR CAN PUT AN OVERRIDE   *
006710* IN FRONT OF THE LEDGER ON THEIR OWN.  DL100MN HONORS ONLY      *
006720* APPROVED ROWS.                                                 *
006730*================================================================*
006740 2700-APPROVE-RECORD.
006750     MOVE WSM-CUSTOMER-ID TO MT-CUSTOMER-ID.
006760     READ MAINTENANCE-FILE
006770         INVALID KEY
006780             MOVE 'CUSTOMER ID NOT ON FILE' TO WS-MESSAGE-TEXT
006790             GO TO 2700-EXIT
006800     END-READ.
006810     IF NOT MT-APPROVAL-PENDING
006820         MOVE 'RECORD IS NOT PENDING APPROVAL' TO
006830             WS-MESSAGE-TEXT
006840         GO TO 2700-EXIT
006850     END-IF.
006860     IF WSM-LAST-UPDATE-USER = SPACES
006870         MOVE 'APPROVER USER ID IS REQUIRED' TO WS-MESSAGE-TEXT
006880         GO TO 2700-EXIT
006890     END-IF.
006900     IF WSM-LAST-UPDATE-USER = MT-LAST-UPDATE-USER
006910         MOVE 'APPROVER MUST DIFFER FROM LAST UPDATER' TO
006920             WS-MESSAGE-TEXT
006930         GO TO 2700-EXIT
006940     END-IF.
006950     SET MT-APPROVED TO TRUE.
006960     MOVE WSM-LAST-UPDATE-USER TO MT-APPROVED-BY.
006970     ACCEPT MT-APPROVED-DATE FROM DATE YYYYMMDD.
006980     REWRITE MT-MAINTENANCE-RECORD
006990         INVALID KEY
007000             MOVE 'REWRITE FAILED' TO WS-MESSAGE-TEXT
007010             GO TO 2700-EXIT
007020     END-REWRITE.
007030     MOVE 'APPROVE' TO WS-HISTORY-ACTION.
007040     PERFORM 2800-WRITE-HISTORY THRU 2800-EXIT.
007050     MOVE 'RECORD APPROVED' TO WS-MESSAGE-TEXT.
007060 2700-EXIT.
007070     EXIT.
007080*================================================================*
007090* 2800-WRITE-HISTORY - APPEND ONE DL100MH ROW SHOWING THE        *
007100* MAINTENANCE RECORD AS IT STANDS AFTER THE ACTION IN            *
007110* WS-HISTORY-ACTION.  THE ACTING USER IS WHOEVER IS AT THE       *
007120* TERMINAL (THE SCREEN'S UPDATED-BY FIELD).                      *
007130*================================================================*
007140 2800-WRITE-HISTORY.
007150     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
007160     ACCEPT WS-TS-TIME FROM TIME.
007170     MOVE SPACES TO MH-HISTORY-RECORD.
007180     MOVE MT-CUSTOMER-ID TO MH-CUSTOMER-ID.
007190     MOVE WS-HISTORY-ACTION TO MH-ACTION-CODE.
007200     STRING WS-TS-DATE  DELIMITED BY SIZE
007210            '-'          DELIMITED BY SIZE
007220            WS-TS-TIME   DELIMITED BY SIZE
007230         INTO MH-TIMESTAMP.
007240     MOVE WSM-LAST-UPDATE-USER TO MH-USER-ID.
007250     MOVE MT-ACTIVE-SW TO MH-ACTIVE-SW.
007260     MOVE MT-APPROVAL-STATUS-SW TO MH-APPROVAL-STATUS.
007270     MOVE MT-APPROVED-BY TO MH-APPROVED-BY.
007280     MOVE MT-EFFECTIVE-FROM-DATE TO MH-EFFECTIVE-FROM-DATE.
007290     MOVE MT-EFFECTIVE-TO-DATE TO MH-EFFECTIVE-TO-DATE.
007300     MOVE MT-AREA-1-OVERRIDE TO MH-AREA-1-OVERRIDE.
007310     MOVE MT-AREA-2-OVERRIDE TO MH-AREA-2-OVERRIDE.
007320     WRITE MH-HISTORY-RECORD.
007330 2800-EXIT.
007340     EXIT.
007350*================================================================*
007360* 8500-WRITE-SECURITY-EVENT - APPEND ONE DL100SE ROW FOR THE     *
007370* EVENT, FUNCTION AND REASON THE CALLER HAS SET UP               *
007380*================================================================*
007390 8500-WRITE-SECURITY-EVENT.
007400     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
007410     ACCEPT WS-TS-TIME FROM TIME.
007420     MOVE SPACES TO SE-EVENT-RECORD.
007430     MOVE WS-TS-DATE TO SE-EVENT-DATE.
007440     MOVE WS-TS-TIME TO SE-EVENT-TIME.
007450     MOVE 'DL100MU' TO SE-TRANSACTION.
007460     MOVE WS-OPERATOR-ID TO SE-OPERATOR-ID.
007470     MOVE WS-SECURITY-EVENT TO SE-EVENT-CODE.
007480     MOVE WS-SECURITY-FUNCTION TO SE-FUNCTION-CODE.
007490     MOVE WS-SECURITY-REASON TO SE-REASON.
007500     MOVE WS-FAIL-COUNT TO SE-FAIL-COUNT.
007510     WRITE SE-EVENT-RECORD.
007520 8500-EXIT.
007530     EXIT.
007540*================================================================*
007550* 8600-RECORD-DENIAL - LOG THE AUTHORITY DENIAL JUST SET UP IN   *
007560* WS-MESSAGE-TEXT AND COUNT IT AGAINST THE OPERATOR.  ON         *
007570* REACHING THE LOCKOUT LIMIT THE PROFILE HAS BEEN SET INACTIVE   *
007580* BY 8650, SO LOG THE LOCKOUT AND END THE SESSION HERE.          *
007590*================================================================*
007600 8600-RECORD-DENIAL.
007610     MOVE 'DENIED' TO WS-SECURITY-EVENT.
007620     MOVE WS-FUNCTION-CODE TO WS-SECURITY-FUNCTION.
007630     MOVE WS-MESSAGE-TEXT TO WS-SECURITY-REASON.
007640     SET WS-NOT-LOCKED-OUT TO TRUE.
007650     PERFORM 8650-COUNT-FAILURE THRU 8650-EXIT.
007660     PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT.
007670     IF WS-NOT-LOCKED-OUT
007680         GO TO 8600-EXIT
007690     END-IF.
007700     MOVE 'LOCKOUT' TO WS-SECURITY-EVENT.
007710     MOVE 'CONSECUTIVE DENIAL LIMIT REACHED'
007720         TO WS-SECURITY-REASON.
007730     PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT.
007740     DISPLAY 'DL100MU - ' WS-MESSAGE-TEXT.
007750     DISPLAY 'DL100MU - OPERATOR ' WS-OPERATOR-ID
007760             ' LOCKED OUT - REFER TO THE SECURITY DESK'.
007770     SET WS-DONE TO TRUE.
007780 8600-EXIT.
007790     EXIT.
007800*================================================================*
007810* 8650-COUNT-FAILURE - ADD ONE TO THE DL100OP FAILURE COUNT.  AN *
007820* ACTIVE PROFILE THAT REACHES THE LOCKOUT LIMIT IS SET INACTIVE  *
007830* AND THE CHANGE LOGGED TO DL100OH BEFORE THE REWRITE.  IF THE   *
007840* PROFILE CANNOT BE UPDATED THE SESSION COUNT STILL ADVANCES SO  *
007850* THE EVENT SHOWS IT.                                            *
007860*================================================================*
007870 8650-COUNT-FAILURE.
007880     ADD 1 TO WS-FAIL-COUNT.
007890     OPEN I-O OPERATOR-PROFILE.
007900     IF WS-OPRPROF-FILE-STATUS NOT = '00'
007910         GO TO 8650-EXIT
007920     END-IF.
007930     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
007940     READ OPERATOR-PROFILE
007950         INVALID KEY
007960             CLOSE OPERATOR-PROFILE
007970             GO TO 8650-EXIT
007980     END-READ.
007990     IF OP-FAIL-COUNT NOT NUMERIC
008000         MOVE ZERO TO OP-FAIL-COUNT
008010     END-IF.
008020     IF OP-FAIL-COUNT < 999
008030         ADD 1 TO OP-FAIL-COUNT
008040     END-IF.
008050     MOVE OP-FAIL-COUNT TO WS-FAIL-COUNT.
008060     IF OP-ACTIVE AND OP-FAIL-COUNT NOT < WS-LOCKOUT-LIMIT
008070         SET WS-LOCKED-OUT TO TRUE
008080         ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
008090         SET OP-INACTIVE TO TRUE
008100         MOVE WS-TS-DATE TO OP-LAST-UPDATE-DATE
008110         MOVE 'DL100MU' TO OP-LAST-UPDATE-USER
008120         PERFORM 8700-WRITE-LOCKOUT-HISTORY THRU 8700-EXIT
008130     END-IF.
008140     REWRITE OP-OPERATOR-RECORD.
008150     CLOSE OPERATOR-PROFILE.
008160 8650-EXIT.
008170     EXIT.
008180*================================================================*
008190* 8700-WRITE-LOCKOUT-HISTORY - APPEND A DL100OH 'LOCKOUT' ROW    *
008200* SHOWING THE PROFILE AS IT NOW STANDS, WITH THIS TRANSACTION    *
008210* AS THE USER WHO MADE THE CHANGE                                *
008220*================================================================*
008230 8700-WRITE-LOCKOUT-HISTORY.
008240     OPEN EXTEND OPERATOR-HISTORY.
008250     IF WS-OPRHST-FILE-STATUS NOT = '00'
008260         OPEN OUTPUT OPERATOR-HISTORY
008270     END-IF.
008280     ACCEPT WS-TS-TIME FROM TIME.
008290     MOVE SPACES TO OH-HISTORY-RECORD.
008300     MOVE OP-OPERATOR-ID TO OH-OPERATOR-ID.
008310     MOVE 'LOCKOUT' TO OH-ACTION-CODE.
008320     STRING WS-TS-DATE  DELIMITED BY SIZE
008330            '-'          DELIMITED BY SIZE
008340            WS-TS-TIME   DELIMITED BY SIZE
008350         INTO OH-TIMESTAMP.
008360     MOVE 'DL100MU' TO OH-USER-ID.
008370     MOVE OP-OPERATOR-NAME TO OH-OPERATOR-NAME.
008380     MOVE OP-ACTIVE-SW TO OH-ACTIVE-SW.
008390     MOVE OP-AUTH-MAINT-SW TO OH-AUTH-MAINT-SW.
008400     MOVE OP-AUTH-APPROVE-SW TO OH-AUTH-APPROVE-SW.
008410     MOVE OP-AUTH-TYPERULE-SW TO OH-AUTH-TYPERULE-SW.
008420     MOVE OP-AUTH-SUSPENSE-SW TO OH-AUTH-SUSPENSE-SW.
008430     MOVE OP-AUTH-RESUBMIT-SW TO OH-AUTH-RESUBMIT-SW.
008440     MOVE OP-AUTH-CUSTREF-SW TO OH-AUTH-CUSTREF-SW.
008450     MOVE OP-AUTH-OPERATOR-SW TO OH-AUTH-OPERATOR-SW.
008460     MOVE OP-AUTH-INQUIRY-SW TO OH-AUTH-INQUIRY-SW.
008470     MOVE OP-AUTH-STANDORD-SW TO OH-AUTH-STANDORD-SW.
008480     MOVE OP-FAIL-COUNT TO OH-FAIL-COUNT.
008490     WRITE OH-HISTORY-RECORD.
008500     CLOSE OPERATOR-HISTORY.
008510 8700-EXIT.
008520     EXIT.
008530*================================================================*
008540* 8800-CLEAR-FAIL-COUNT - A PERMITTED FUNCTION ENDS THE RUN OF   *
008550* CONSECUTIVE DENIALS, SO CLEAR THE DL100OP FAILURE COUNT.  IT   *
008560* IS NOT CLEARED AT SIGN-ON, SO SIGNING OFF AND ON AGAIN DOES    *
008570* NOT RESET THE RUN.                                             *
008580*================================================================*
008590 8800-CLEAR-FAIL-COUNT.
008600     MOVE ZERO TO WS-FAIL-COUNT.
008610     OPEN I-O OPERATOR-PROFILE.
008620     IF WS-OPRPROF-FILE-STATUS NOT = '00'
008630         GO TO 8800-EXIT
008640     END-IF.
008650     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
008660     READ OPERATOR-PROFILE
008670         INVALID KEY
008680             CLOSE OPERATOR-PROFILE
008690             GO TO 8800-EXIT
008700     END-READ.
008710     MOVE ZERO TO OP-FAIL-COUNT.
008720     REWRITE OP-OPERATOR-RECORD.
008730     CLOSE OPERATOR-PROFILE.
008740 8800-EXIT.
008750     EXIT.
008760*================================================================*
008770* 9000-TERMINATE - CLOSE THE FILE AND END THE TRANSACTION        *
008780*================================================================*
008790 9000-TERMINATE.
008800     CLOSE MAINTENANCE-FILE.
008810     CLOSE HISTORY-FILE.
008820     CLOSE SECURITY-LOG.
008830 9000-EXIT.
008840     EXIT.
008850
