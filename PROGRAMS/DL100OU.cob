000300*                                                                *
000310* MODIFICATION HISTORY.                                         *
000320*   2026-09-02  JW  INITIAL VERSION.                             *
000330*   2026-10-15  JW  ADDED THE CUSTOMER-INQUIRY AUTHORITY FLAG   *
000340*                   (NEW ON DL100OP) TO THE SCREEN AND THE      *
000350*                   DL100OH HISTORY ROW.                        *
000360*   2026-10-15  JW  ADDED THE STANDING-ORDER MAINTENANCE        *
000370*                   AUTHORITY FLAG (NEW ON DL100OP) TO THE      *
000380*                   SCREEN AND THE DL100OH HISTORY ROW.         *
000390*   2026-10-15  JW  EVERY SIGN-ON, REFUSED SIGN-ON AND          *
000400*                   AUTHORITY DENIAL IS NOW WRITTEN TO THE      *
000410*                   SHARED DL100SE SECURITY LOG (SECLOG) FOR    *
000420*                   THE DL100SV DAILY VIOLATIONS REPORT, AND    *
000430*                   DENIALS COUNT TOWARD THE DL100SK LOCKOUT    *
000440*                   LIMIT THE SAME WAY AS IN THE OTHER ONLINE   *
000450*                   TRANSACTIONS.  THE CONSECUTIVE-DENIAL       *
000460*                   COUNT (NEW ON DL100OP) IS SHOWN ON THE      *
000470*                   SCREEN, CARRIED ON THE DL100OH ROW, SET TO  *
000480*                   ZERO ON ADD AND CLEARED WHEN CHANGE         *
000490*                   REACTIVATES A LOCKED-OUT PROFILE.           *
000500*--------------------------------------------------------------*
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.   IBM-370.
000540 OBJECT-COMPUTER.   IBM-370.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT OPERATOR-PROFILE ASSIGN TO OPRPROF
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS OP-OPERATOR-ID
000610         FILE STATUS IS WS-OPRPROF-FILE-STATUS.
000620     SELECT HISTORY-FILE ASSIGN TO OPRHST
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000650     SELECT SECURITY-LOG ASSIGN TO SECLOG
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-SECLOG-FILE-STATUS.
000680     SELECT SECURITY-PARM ASSIGN TO SECPARM
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-SECPARM-FILE-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  OPERATOR-PROFILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY DL100OP.
000760 FD  HISTORY-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790     COPY DL100OH.
000800 FD  SECURITY-LOG
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE STANDARD.
000830     COPY DL100SE.
000840 FD  SECURITY-PARM
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870     COPY DL100SK.
000880 WORKING-STORAGE SECTION.
000890*--------------------------------------------------------------*
000900* FIELD-LEVEL INITIALIZATION STANDARD - SEE DL100MN FOR THE     *
000910* FULL STATEMENT OF THE RULE.  THE SCREEN WORK AREA BELOW IS A  *
000920* COPY OF THE DL100OP LAYOUT, WHICH CARRIES NO VALUE CLAUSES    *
000930* OF ITS OWN, SO 1050 EXPLICITLY CLEARS IT.                     *
000940*--------------------------------------------------------------*
000950* RUN CONTROL SWITCHES                                          *
000960*--------------------------------------------------------------*
000970 01  WS-OPRPROF-FILE-STATUS   PIC X(02) VALUE '00'.
000980 01  WS-HISTORY-FILE-STATUS   PIC X(02) VALUE '00'.
000990 01  WS-SECLOG-FILE-STATUS    PIC X(02) VALUE '00'.
001000 01  WS-SECPARM-FILE-STATUS   PIC X(02) VALUE '00'.
001010 01  WS-HISTORY-ACTION        PIC X(08) VALUE SPACES.
001020 01  WS-TIMESTAMP-FIELDS.
001030     05  WS-TS-DATE               PIC 9(08) VALUE ZERO.
001040     05  WS-TS-TIME               PIC 9(08) VALUE ZERO.
001050 01  WS-EXIT-SW               PIC X(01) VALUE 'N'.
001060     88  WS-DONE                        VALUE 'Y'.
001070     88  WS-NOT-DONE                    VALUE 'N'.
001080 01  WS-INPUT-VALID-SW        PIC X(01) VALUE 'Y'.
001090     88  WS-INPUT-VALID                 VALUE 'Y'.
001100     88  WS-INPUT-INVALID               VALUE 'N'.
001110*--------------------------------------------------------------*
001120* SECURITY EVENT FIELDS - EVERY SIGN-ON, REFUSAL, AUTHORITY     *
001130* DENIAL AND LOCKOUT IS APPENDED TO THE SHARED DL100SE LOG.     *
001140* WS-FAIL-COUNT MIRRORS THE OPERATOR'S DL100OP CONSECUTIVE-     *
001150* DENIAL COUNT; THE LOCKOUT LIMIT COMES FROM THE DL100SK CARD.  *
001160*--------------------------------------------------------------*
001170 01  WS-LOCKOUT-LIMIT         PIC 9(03) VALUE 3.
001180 01  WS-FAIL-COUNT            PIC 9(03) VALUE ZERO.
001190 01  WS-LOCKOUT-SW            PIC X(01) VALUE 'N'.
001200     88  WS-LOCKED-OUT                  VALUE 'Y'.
001210     88  WS-NOT-LOCKED-OUT              VALUE 'N'.
001220 01  WS-SECURITY-EVENT        PIC X(08) VALUE SPACES.
001230 01  WS-SECURITY-FUNCTION     PIC X(01) VALUE SPACES.
001240 01  WS-SECURITY-REASON       PIC X(40) VALUE SPACES.
001250*--------------------------------------------------------------*
001260* SIGN-ON FIELDS - SET ONCE BY 1100 AND NEVER ACCEPTED AGAIN    *
001270*--------------------------------------------------------------*
001280 01  WS-OPERATOR-ID           PIC X(08) VALUE SPACES.
001290 01  WS-SIGNON-SW             PIC X(01) VALUE 'N'.
001300     88  WS-SIGNED-ON                   VALUE 'Y'.
001310     88  WS-NOT-SIGNED-ON               VALUE 'N'.
001320 01  WS-BOOTSTRAP-SW          PIC X(01) VALUE 'N'.
001330     88  WS-BOOTSTRAP-MODE              VALUE 'Y'.
001340     88  WS-NORMAL-MODE                 VALUE 'N'.
001350 01  WS-AUTH-OPERATOR-SW      PIC X(01) VALUE 'N'.
001360     88  WS-AUTH-OPERATOR               VALUE 'Y'.
001370*--------------------------------------------------------------*
001380* SCREEN INPUT FIELDS                                           *
001390*--------------------------------------------------------------*
001400 01  WS-FUNCTION-CODE         PIC X(01) VALUE SPACES.
001410     88  WS-FUNC-ADD                    VALUE 'A'.
001420     88  WS-FUNC-CHANGE                 VALUE 'C'.
001430     88  WS-FUNC-INQUIRE                VALUE 'I'.
001440     88  WS-FUNC-DELETE                 VALUE 'D'.
001450     88  WS-FUNC-EXIT                   VALUE 'X'.
001460     88  WS-FUNC-VALID          VALUES 'A' 'C' 'I' 'D' 'X'.
001470 01  WS-MESSAGE-TEXT           PIC X(40) VALUE SPACES.
001480*--------------------------------------------------------------*
001490* SCREEN WORK AREA - A SECOND COPY OF DL100OP WITH THE OP-      *
001500* PREFIX REPLACED SO IT CAN COEXIST WITH THE FD RECORD.         *
001510*--------------------------------------------------------------*
001520     COPY DL100OP REPLACING
001530         ==OP-OPERATOR-RECORD==
001540             BY ==WSO-OPERATOR-RECORD==
001550         ==OP-OPERATOR-ID==
001560             BY ==WSO-OPERATOR-ID==
001570         ==OP-OPERATOR-NAME==
001580             BY ==WSO-OPERATOR-NAME==
001590         ==OP-ACTIVE-SW==
001600             BY ==WSO-ACTIVE-SW==
001610         ==OP-ACTIVE==
001620             BY ==WSO-ACTIVE==
001630         ==OP-INACTIVE==
001640             BY ==WSO-INACTIVE==
001650         ==OP-AUTH-MAINT-SW==
001660             BY ==WSO-AUTH-MAINT-SW==
001670         ==OP-AUTH-MAINT==
001680             BY ==WSO-AUTH-MAINT==
001690         ==OP-AUTH-APPROVE-SW==
001700             BY ==WSO-AUTH-APPROVE-SW==
001710         ==OP-AUTH-APPROVE==
001720             BY ==WSO-AUTH-APPROVE==
001730         ==OP-AUTH-TYPERULE-SW==
001740             BY ==WSO-AUTH-TYPERULE-SW==
001750         ==OP-AUTH-TYPERULE==
001760             BY ==WSO-AUTH-TYPERULE==
001770         ==OP-AUTH-SUSPENSE-SW==
001780             BY ==WSO-AUTH-SUSPENSE-SW==
001790         ==OP-AUTH-SUSPENSE==
001800             BY ==WSO-AUTH-SUSPENSE==
001810         ==OP-AUTH-RESUBMIT-SW==
001820             BY ==WSO-AUTH-RESUBMIT-SW==
001830         ==OP-AUTH-RESUBMIT==
001840             BY ==WSO-AUTH-RESUBMIT==
001850         ==OP-AUTH-CUSTREF-SW==
001860             BY ==WSO-AUTH-CUSTREF-SW==
001870         ==OP-AUTH-CUSTREF==
001880             BY ==WSO-AUTH-CUSTREF==
001890         ==OP-AUTH-OPERATOR-SW==
001900             BY ==WSO-AUTH-OPERATOR-SW==
001910         ==OP-AUTH-OPERATOR==
001920             BY ==WSO-AUTH-OPERATOR==
001930         ==OP-AUTH-INQUIRY-SW==
001940             BY ==WSO-AUTH-INQUIRY-SW==
001950         ==OP-AUTH-INQUIRY==
001960             BY ==WSO-AUTH-INQUIRY==
001970         ==OP-AUTH-STANDORD-SW==
001980             BY ==WSO-AUTH-STANDORD-SW==
001990         ==OP-AUTH-STANDORD==
002000             BY ==WSO-AUTH-STANDORD==
002010         ==OP-LAST-UPDATE-DATE==
002020             BY ==WSO-LAST-UPDATE-DATE==
002030         ==OP-LAST-UPDATE-USER==
002040             BY ==WSO-LAST-UPDATE-USER==
002050         ==OP-FAIL-COUNT==
002060             BY ==WSO-FAIL-COUNT==.
002070 PROCEDURE DIVISION.
002080*================================================================*
002090* 0000-MAINLINE-CONTROL                                          *
002100*================================================================*
002110 0000-MAINLINE-CONTROL.
002120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002130     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
002140         UNTIL WS-DONE.
002150     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002160     GOBACK.
002170 0000-EXIT.
002180     EXIT.
002190*================================================================*
002200* 1000-INITIALIZE - CREATE THE PROFILE FILE THE FIRST TIME THIS  *
002210* TRANSACTION RUNS, THEN SIGN THE OPERATOR ON                    *
002220*================================================================*
002230 1000-INITIALIZE.
002240     PERFORM 1050-REINITIALIZE-WORK-AREAS THRU 1050-EXIT.
002250     OPEN EXTEND SECURITY-LOG.
002260     IF WS-SECLOG-FILE-STATUS NOT = '00'
002270         OPEN OUTPUT SECURITY-LOG
002280     END-IF.
002290     PERFORM 1150-READ-SECURITY-PARM THRU 1150-EXIT.
002300     OPEN I-O OPERATOR-PROFILE.
002310     IF WS-OPRPROF-FILE-STATUS NOT = '00'
002320         OPEN OUTPUT OPERATOR-PROFILE
002330         CLOSE OPERATOR-PROFILE
002340         OPEN I-O OPERATOR-PROFILE
002350     END-IF.
002360     OPEN EXTEND HISTORY-FILE.
002370     IF WS-HISTORY-FILE-STATUS NOT = '00'
002380         OPEN OUTPUT HISTORY-FILE
002390     END-IF.
002400     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
002410 1000-EXIT.
002420     EXIT.
002430*================================================================*
002440* 1050-REINITIALIZE-WORK-AREAS - RE-APPLY THE PROGRAM'S DEFAULT  *
002450* VALUES TO EVERY WORKING AREA BEFORE THE RUN STARTS             *
002460*================================================================*
002470 1050-REINITIALIZE-WORK-AREAS.
002480     MOVE '00' TO WS-OPRPROF-FILE-STATUS.
002490     MOVE '00' TO WS-HISTORY-FILE-STATUS.
002500     MOVE '00' TO WS-SECLOG-FILE-STATUS.
002510     MOVE '00' TO WS-SECPARM-FILE-STATUS.
002520     MOVE 3 TO WS-LOCKOUT-LIMIT.
002530     MOVE ZERO TO WS-FAIL-COUNT.
002540     SET WS-NOT-LOCKED-OUT TO TRUE.
002550     MOVE SPACES TO WS-SECURITY-EVENT.
002560     MOVE SPACES TO WS-SECURITY-FUNCTION.
002570     MOVE SPACES TO WS-SECURITY-REASON.
002580     MOVE SPACES TO WS-HISTORY-ACTION.
002590     MOVE ZERO TO WS-TS-DATE.
002600     MOVE ZERO TO WS-TS-TIME.
002610     SET WS-NOT-DONE TO TRUE.
002620     MOVE SPACES TO WS-OPERATOR-ID.
002630     SET WS-NOT-SIGNED-ON TO TRUE.
002640     SET WS-NORMAL-MODE TO TRUE.
002650     MOVE 'N' TO WS-AUTH-OPERATOR-SW.
002660     MOVE SPACES TO WS-FUNCTION-CODE.
002670     MOVE SPACES TO WS-MESSAGE-TEXT.
002680     SET WS-INPUT-VALID TO TRUE.
002690     PERFORM 2050-CLEAR-SCREEN-AREA THRU 2050-EXIT.
002700 1050-EXIT.
002710     EXIT.
002720*================================================================*
002730* 1100-SIGN-ON - VERIFY THE OPERATOR AGAINST THE PROFILE FILE.   *
002740* AN EMPTY FILE (FIRST EVER RUN) WAIVES THE SIGN-ON SO THE       *
002750* FIRST PROFILE CAN BE BOOTSTRAPPED; OTHERWISE THE OPERATOR      *
002760* MUST BE ON FILE, ACTIVE, AND CARRY THE OPERATOR-MAINTENANCE    *
002770* AUTHORITY TO DO ANYTHING BEYOND INQUIRE.                       *
002780*================================================================*
002790 1100-SIGN-ON.
002800     DISPLAY 'DL100OU - SIGN ON - OPERATOR ID:'.
002810     ACCEPT WS-OPERATOR-ID FROM CONSOLE.
002820     MOVE LOW-VALUES TO OP-OPERATOR-ID.
002830     START OPERATOR-PROFILE KEY NOT LESS THAN OP-OPERATOR-ID
002840         INVALID KEY
002850             SET WS-BOOTSTRAP-MODE TO TRUE
002860     END-START.
002870     IF WS-BOOTSTRAP-MODE
002880         SET WS-SIGNED-ON TO TRUE
002890         MOVE 'Y' TO WS-AUTH-OPERATOR-SW
002900         DISPLAY 'DL100OU - EMPTY PROFILE FILE - BOOTSTRAP MODE'
002910         MOVE 'SIGNON' TO WS-SECURITY-EVENT
002920         MOVE 'BOOTSTRAP SIGN-ON' TO WS-SECURITY-REASON
002930         PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT
002940         GO TO 1100-EXIT
002950     END-IF.
002960     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
002970     MOVE 'OPERATOR NOT ON FILE' TO WS-SECURITY-REASON.
002980     READ OPERATOR-PROFILE
002990         INVALID KEY
003000             CONTINUE
003010         NOT INVALID KEY
003020             MOVE 'OPERATOR INACTIVE' TO WS-SECURITY-REASON
003030             IF OP-ACTIVE
003040                 SET WS-SIGNED-ON TO TRUE
003050                 MOVE OP-AUTH-OPERATOR-SW TO WS-AUTH-OPERATOR-SW
003060                 IF OP-FAIL-COUNT NUMERIC
003070                     MOVE OP-FAIL-COUNT TO WS-FAIL-COUNT
003080                 END-IF
003090             END-IF
003100     END-READ.
003110     IF WS-NOT-SIGNED-ON
003120         DISPLAY 'DL100OU - OPERATOR NOT ON FILE OR INACTIVE - '
003130                 'SIGN-ON REFUSED'
003140         MOVE 'REFUSED' TO WS-SECURITY-EVENT
003150         PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT
003160         SET WS-DONE TO TRUE
003170         GO TO 1100-EXIT
003180     END-IF.
003190     MOVE 'SIGNON' TO WS-SECURITY-EVENT.
003200     MOVE 'SIGN-ON ACCEPTED' TO WS-SECURITY-REASON.
003210     PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT.
003220 1100-EXIT.
003230     EXIT.
003240*================================================================*
003250* 1150-READ-SECURITY-PARM - TAKE THE CONSECUTIVE-DENIAL LOCKOUT  *
003260* LIMIT FROM THE DL100SK CARD.  A MISSING OR EMPTY FILE, OR A    *
003270* BLANK/ZERO LIMIT, LEAVES THE DEFAULT OF 3.                     *
003280*================================================================*
003290 1150-READ-SECURITY-PARM.
003300     OPEN INPUT SECURITY-PARM.
003310     IF WS-SECPARM-FILE-STATUS NOT = '00'
003320         GO TO 1150-EXIT
003330     END-IF.
003340     READ SECURITY-PARM
003350         AT END
003360             CLOSE SECURITY-PARM
003370             GO TO 1150-EXIT
003380     END-READ.
003390     IF SK-LOCKOUT-LIMIT NUMERIC AND SK-LOCKOUT-LIMIT > ZERO
003400         MOVE SK-LOCKOUT-LIMIT TO WS-LOCKOUT-LIMIT
003410     END-IF.
003420     CLOSE SECURITY-PARM.
003430 1150-EXIT.
003440     EXIT.
003450*================================================================*
003460* 2000-PROCESS-TRANSACTION - DISPLAY THE SCREEN, ACCEPT ONE      *
003470* FUNCTION REQUEST, CHECK THE AUTHORITY, AND ROUTE IT            *
003480*================================================================*
003490 2000-PROCESS-TRANSACTION.
003500     PERFORM 2100-DISPLAY-SCREEN THRU 2100-EXIT.
003510     PERFORM 2200-ACCEPT-SCREEN THRU 2200-EXIT.
003520     IF NOT WS-FUNC-VALID
003530         MOVE 'INVALID FUNCTION - USE A, C, I, D OR X' TO
003540             WS-MESSAGE-TEXT
003550         GO TO 2000-EXIT
003560     END-IF.
003570     IF (WS-FUNC-ADD OR WS-FUNC-CHANGE OR WS-FUNC-DELETE) AND
003580             NOT WS-AUTH-OPERATOR
003590         MOVE 'NOT AUTHORIZED FOR PROFILE MAINTENANCE' TO
003600             WS-MESSAGE-TEXT
003610         PERFORM 8600-RECORD-DENIAL THRU 8600-EXIT
003620         GO TO 2000-EXIT
003630     END-IF.
003640     IF WS-FAIL-COUNT > ZERO AND NOT WS-FUNC-EXIT
003650         PERFORM 8800-CLEAR-FAIL-COUNT THRU 8800-EXIT
003660     END-IF.
003670     EVALUATE TRUE
003680         WHEN WS-FUNC-ADD
003690             PERFORM 2300-ADD-RECORD THRU 2300-EXIT
003700         WHEN WS-FUNC-CHANGE
003710             PERFORM 2400-CHANGE-RECORD THRU 2400-EXIT
003720         WHEN WS-FUNC-INQUIRE
003730             PERFORM 2500-INQUIRE-RECORD THRU 2500-EXIT
003740         WHEN WS-FUNC-DELETE
003750             PERFORM 2600-DELETE-RECORD THRU 2600-EXIT
003760         WHEN WS-FUNC-EXIT
003770             SET WS-DONE TO TRUE
003780     END-EVALUATE.
003790 2000-EXIT.
003800     EXIT.
003810*================================================================*
003820* 2050-CLEAR-SCREEN-AREA                                        *
003830*================================================================*
003840 2050-CLEAR-SCREEN-AREA.
003850     MOVE SPACES TO WSO-OPERATOR-ID.
003860     MOVE SPACES TO WSO-OPERATOR-NAME.
003870     MOVE 'N' TO WSO-ACTIVE-SW.
003880     MOVE 'N' TO WSO-AUTH-MAINT-SW.
003890     MOVE 'N' TO WSO-AUTH-APPROVE-SW.
003900     MOVE 'N' TO WSO-AUTH-TYPERULE-SW.
003910     MOVE 'N' TO WSO-AUTH-SUSPENSE-SW.
003920     MOVE 'N' TO WSO-AUTH-RESUBMIT-SW.
003930     MOVE 'N' TO WSO-AUTH-CUSTREF-SW.
003940     MOVE 'N' TO WSO-AUTH-OPERATOR-SW.
003950     MOVE 'N' TO WSO-AUTH-INQUIRY-SW.
003960     MOVE 'N' TO WSO-AUTH-STANDORD-SW.
003970     MOVE ZERO TO WSO-LAST-UPDATE-DATE.
003980     MOVE SPACES TO WSO-LAST-UPDATE-USER.
003990     MOVE ZERO TO WSO-FAIL-COUNT.
004000 2050-EXIT.
004010     EXIT.
004020*================================================================*
004030* 2100-DISPLAY-SCREEN                                           *
004040*================================================================*
004050 2100-DISPLAY-SCREEN.
004060     DISPLAY '----------------------------------------------'.
004070     DISPLAY 'DL100OU - DL100OP OPERATOR PROFILE MAINTENANCE'.
004080     DISPLAY 'SIGNED ON AS...........: ' WS-OPERATOR-ID.
004090     DISPLAY 'FUNCTION (A=ADD C=CHANGE I=INQUIRE D=DELETE '
004100             'X=EXIT): ' WS-FUNCTION-CODE.
004110     DISPLAY 'OPERATOR ID............: ' WSO-OPERATOR-ID.
004120     DISPLAY 'OPERATOR NAME..........: ' WSO-OPERATOR-NAME.
004130     DISPLAY 'ACTIVE (Y/N)...........: ' WSO-ACTIVE-SW.
004140     DISPLAY 'AUTH MAINT OVERRIDES...: ' WSO-AUTH-MAINT-SW.
004150     DISPLAY 'AUTH APPROVE OVERRIDES.: ' WSO-AUTH-APPROVE-SW.
004160     DISPLAY 'AUTH TYPE RULES........: ' WSO-AUTH-TYPERULE-SW.
004170     DISPLAY 'AUTH CORRECT SUSPENSE..: ' WSO-AUTH-SUSPENSE-SW.
004180     DISPLAY 'AUTH MARK RESUBMIT.....: ' WSO-AUTH-RESUBMIT-SW.
004190     DISPLAY 'AUTH CUSTOMER REF......: ' WSO-AUTH-CUSTREF-SW.
004200     DISPLAY 'AUTH OPERATOR PROFILES.: ' WSO-AUTH-OPERATOR-SW.
004210     DISPLAY 'AUTH CUSTOMER INQUIRY..: ' WSO-AUTH-INQUIRY-SW.
004220     DISPLAY 'AUTH STANDING ORDERS...: ' WSO-AUTH-STANDORD-SW.
004230     DISPLAY 'CONSECUTIVE DENIALS....: ' WSO-FAIL-COUNT.
004240     DISPLAY 'MESSAGE: ' WS-MESSAGE-TEXT.
004250 2100-EXIT.
004260     EXIT.
004270*================================================================*
004280* 2200-ACCEPT-SCREEN                                            *
004290*================================================================*
004300 2200-ACCEPT-SCREEN.
004310     MOVE SPACES TO WS-MESSAGE-TEXT.
004320     ACCEPT WS-FUNCTION-CODE FROM CONSOLE.
004330     IF WS-FUNC-EXIT
004340         GO TO 2200-EXIT
004350     END-IF.
004360     ACCEPT WSO-OPERATOR-ID FROM CONSOLE.
004370     IF WS-FUNC-INQUIRE OR WS-FUNC-DELETE
004380         GO TO 2200-EXIT
004390     END-IF.
004400     ACCEPT WSO-OPERATOR-NAME FROM CONSOLE.
004410     ACCEPT WSO-ACTIVE-SW FROM CONSOLE.
004420     ACCEPT WSO-AUTH-MAINT-SW FROM CONSOLE.
004430     ACCEPT WSO-AUTH-APPROVE-SW FROM CONSOLE.
004440     ACCEPT WSO-AUTH-TYPERULE-SW FROM CONSOLE.
004450     ACCEPT WSO-AUTH-SUSPENSE-SW FROM CONSOLE.
004460     ACCEPT WSO-AUTH-RESUBMIT-SW FROM CONSOLE.
004470     ACCEPT WSO-AUTH-CUSTREF-SW FROM CONSOLE.
004480     ACCEPT WSO-AUTH-OPERATOR-SW FROM CONSOLE.
004490     ACCEPT WSO-AUTH-INQUIRY-SW FROM CONSOLE.
004500     ACCEPT WSO-AUTH-STANDORD-SW FROM CONSOLE.
004510 2200-EXIT.
004520     EXIT.
004530*================================================================*
004540* 2250-VALIDATE-PROFILE-INPUT - EVERY SWITCH MUST BE EXACTLY     *
004550* Y OR N - THE SIGN-ON CHECKS IN THE ONLINE TRANSACTIONS TEST    *
004560* THE CONDITION-NAMES DIRECTLY, AND AN UNEDITED BYTE WOULD       *
004570* SILENTLY MEAN NO.                                              *
004580*================================================================*
004590 2250-VALIDATE-PROFILE-INPUT.
004600     SET WS-INPUT-VALID TO TRUE.
004610     IF WSO-OPERATOR-ID = SPACES
004620         MOVE 'OPERATOR ID IS REQUIRED' TO WS-MESSAGE-TEXT
004630         SET WS-INPUT-INVALID TO TRUE
004640         GO TO 2250-EXIT
004650     END-IF.
004660     IF WSO-OPERATOR-NAME = SPACES
004670         MOVE 'OPERATOR NAME IS REQUIRED' TO WS-MESSAGE-TEXT
004680         SET WS-INPUT-INVALID TO TRUE
004690         GO TO 2250-EXIT
004700     END-IF.
004710     IF WSO-ACTIVE-SW NOT = 'Y' AND WSO-ACTIVE-SW NOT = 'N'
004720         MOVE 'ACTIVE MUST BE Y OR N' TO WS-MESSAGE-TEXT
004730         SET WS-INPUT-INVALID TO TRUE
004740         GO TO 2250-EXIT
004750     END-IF.
004760     IF (WSO-AUTH-MAINT-SW NOT = 'Y' AND
004770             WSO-AUTH-MAINT-SW NOT = 'N') OR
004780        (WSO-AUTH-APPROVE-SW NOT = 'Y' AND
004790             WSO-AUTH-APPROVE-SW NOT = 'N') OR
004800        (WSO-AUTH-TYPERULE-SW NOT = 'Y' AND
004810             WSO-AUTH-TYPERULE-SW NOT = 'N') OR
004820        (WSO-AUTH-SUSPENSE-SW NOT = 'Y' AND
004830             WSO-AUTH-SUSPENSE-SW NOT = 'N') OR
004840        (WSO-AUTH-RESUBMIT-SW NOT = 'Y' AND
004850             WSO-AUTH-RESUBMIT-SW NOT = 'N') OR
004860        (WSO-AUTH-CUSTREF-SW NOT = 'Y' AND
004870             WSO-AUTH-CUSTREF-SW NOT = 'N') OR
004880        (WSO-AUTH-OPERATOR-SW NOT = 'Y' AND
004890             WSO-AUTH-OPERATOR-SW NOT = 'N') OR
004900        (WSO-AUTH-INQUIRY-SW NOT = 'Y' AND
004910             WSO-AUTH-INQUIRY-SW NOT = 'N') OR
004920        (WSO-AUTH-STANDORD-SW NOT = 'Y' AND
004930             WSO-AUTH-STANDORD-SW NOT = 'N')
004940         MOVE 'EVERY AUTHORITY FLAG MUST BE Y OR N' TO
004950             WS-MESSAGE-TEXT
004960         SET WS-INPUT-INVALID TO TRUE
004970         GO TO 2250-EXIT
004980     END-IF.
004990 2250-EXIT.
005000     EXIT.
005010*================================================================*
005020* 2300-ADD-RECORD                                               *
005030*================================================================*
005040 2300-ADD-RECORD.
005050     PERFORM 2250-VALIDATE-PROFILE-INPUT THRU 2250-EXIT.
005060     IF WS-INPUT-INVALID
005070         GO TO 2300-EXIT
005080     END-IF.
005090     MOVE WSO-OPERATOR-ID TO OP-OPERATOR-ID.
005100     MOVE WSO-OPERATOR-NAME TO OP-OPERATOR-NAME.
005110     MOVE WSO-ACTIVE-SW TO OP-ACTIVE-SW.
005120     MOVE WSO-AUTH-MAINT-SW TO OP-AUTH-MAINT-SW.
005130     MOVE WSO-AUTH-APPROVE-SW TO OP-AUTH-APPROVE-SW.
005140     MOVE WSO-AUTH-TYPERULE-SW TO OP-AUTH-TYPERULE-SW.
005150     MOVE WSO-AUTH-SUSPENSE-SW TO OP-AUTH-SUSPENSE-SW.
005160     MOVE WSO-AUTH-RESUBMIT-SW TO OP-AUTH-RESUBMIT-SW.
005170     MOVE WSO-AUTH-CUSTREF-SW TO OP-AUTH-CUSTREF-SW.
005180     MOVE WSO-AUTH-OPERATOR-SW TO OP-AUTH-OPERATOR-SW.
005190     MOVE WSO-AUTH-INQUIRY-SW TO OP-AUTH-INQUIRY-SW.
005200     MOVE WSO-AUTH-STANDORD-SW TO OP-AUTH-STANDORD-SW.
005210     MOVE ZERO TO OP-FAIL-COUNT.
005220     MOVE WS-OPERATOR-ID TO OP-LAST-UPDATE-USER.
005230     ACCEPT OP-LAST-UPDATE-DATE FROM DATE YYYYMMDD.
005240     WRITE OP-OPERATOR-RECORD
005250         INVALID KEY
005260             MOVE 'OPERATOR ID ALREADY ON FILE - USE CHANGE' TO
005270                 WS-MESSAGE-TEXT
005280         NOT INVALID KEY
005290             MOVE 'PROFILE ADDED' TO WS-MESSAGE-TEXT
005300             MOVE 'ADD' TO WS-HISTORY-ACTION
005310             PERFORM 2800-WRITE-HISTORY THRU 2800-EXIT
005320     END-WRITE.
005330 2300-EXIT.
005340     EXIT.
005350*================================================================*
005360* 2400-CHANGE-RECORD                                            *
005370*================================================================*
005380 2400-CHANGE-RECORD.
005390     MOVE WSO-OPERATOR-ID TO OP-OPERATOR-ID.
005400     READ OPERATOR-PROFILE
005410         INVALID KEY
005420             MOVE 'OPERATOR ID NOT ON FILE' TO WS-MESSAGE-TEXT
005430             GO TO 2400-EXIT
005440     END-READ.
005450     PERFORM 2250-VALIDATE-PROFILE-INPUT THRU 2250-EXIT.
005460     IF WS-INPUT-INVALID
005470         GO TO 2400-EXIT
005480     END-IF.
005490     IF OP-FAIL-COUNT NOT NUMERIC OR
005500             (OP-INACTIVE AND WSO-ACTIVE-SW = 'Y')
005510         MOVE ZERO TO OP-FAIL-COUNT
005520     END-IF.
005530     MOVE WSO-OPERATOR-NAME TO OP-OPERATOR-NAME.
005540     MOVE WSO-ACTIVE-SW TO OP-ACTIVE-SW.
005550     MOVE WSO-AUTH-MAINT-SW TO OP-AUTH-MAINT-SW.
005560     MOVE WSO-AUTH-APPROVE-SW TO OP-AUTH-APPROVE-SW.
005570     MOVE WSO-AUTH-TYPERULE-SW TO OP-AUTH-TYPERULE-SW.
005580     MOVE WSO-AUTH-SUSPENSE-SW TO OP-AUTH-SUSPENSE-SW.
005590     MOVE WSO-AUTH-RESUBMIT-SW TO OP-AUTH-RESUBMIT-SW.
005600     MOVE WSO-AUTH-CUSTREF-SW TO OP-AUTH-CUSTREF-SW.
005610     MOVE WSO-AUTH-OPERATOR-SW TO OP-AUTH-OPERATOR-SW.
005620     MOVE WSO-AUTH-INQUIRY-SW TO OP-AUTH-INQUIRY-SW.
005630     MOVE WSO-AUTH-STANDORD-SW TO OP-AUTH-STANDORD-SW.
005640     MOVE WS-OPERATOR-ID TO OP-LAST-UPDATE-USER.
005650     ACCEPT OP-LAST-UPDATE-DATE FROM DATE YYYYMMDD.
005660     REWRITE OP-OPERATOR-RECORD
005670         INVALID KEY
005680             MOVE 'REWRITE FAILED' TO WS-MESSAGE-TEXT
005690         NOT INVALID KEY
005700             MOVE 'PROFILE CHANGED' TO WS-MESSAGE-TEXT
005710             MOVE 'CHANGE' TO WS-HISTORY-ACTION
005720             PERFORM 2800-WRITE-HISTORY THRU 2800-EXIT
005730     END-REWRITE.
005740 2400-EXIT.
005750     EXIT.
005760*================================================================*
005770* 2500-INQUIRE-RECORD                                           *
005780*================================================================*
005790 2500-INQUIRE-RECORD.
005800     MOVE WSO-OPERATOR-ID TO OP-OPERATOR-ID.
005810     READ OPERATOR-PROFILE
005820         INVALID KEY
005830             MOVE 'OPERATOR ID NOT ON FILE' TO WS-MESSAGE-TEXT
005840             GO TO 2500-EXIT
005850     END-READ.
005860     MOVE OP-OPERATOR-NAME TO WSO-OPERATOR-NAME.
005870     MOVE OP-ACTIVE-SW TO WSO-ACTIVE-SW.
005880     MOVE OP-AUTH-MAINT-SW TO WSO-AUTH-MAINT-SW.
005890     MOVE OP-AUTH-APPROVE-SW TO WSO-AUTH-APPROVE-SW.
005900     MOVE OP-AUTH-TYPERULE-SW TO WSO-AUTH-TYPERULE-SW.
005910     MOVE OP-AUTH-SUSPENSE-SW TO WSO-AUTH-SUSPENSE-SW.
005920     MOVE OP-AUTH-RESUBMIT-SW TO WSO-AUTH-RESUBMIT-SW.
005930     MOVE OP-AUTH-CUSTREF-SW TO WSO-AUTH-CUSTREF-SW.
005940     MOVE OP-AUTH-OPERATOR-SW TO WSO-AUTH-OPERATOR-SW.
005950     MOVE OP-AUTH-INQUIRY-SW TO WSO-AUTH-INQUIRY-SW.
005960     MOVE OP-AUTH-STANDORD-SW TO WSO-AUTH-STANDORD-SW.
005970     MOVE OP-LAST-UPDATE-DATE TO WSO-LAST-UPDATE-DATE.
005980     MOVE OP-LAST-UPDATE-USER TO WSO-LAST-UPDATE-USER.
005990     IF OP-FAIL-COUNT NUMERIC
006000         MOVE OP-FAIL-COUNT TO WSO-FAIL-COUNT
006010     END-IF.
006020     MOVE 'PROFILE DISPLAYED' TO WS-MESSAGE-TEXT.
006030 2500-EXIT.
006040     EXIT.
006050*================================================================*
006060* 2600-DELETE-RECORD - THE ROW IS READ FIRST SO THE HISTORY      *
006070* TRAIL SHOWS EXACTLY WHAT WAS REMOVED                           *
006080*================================================================*
006090 2600-DELETE-RECORD.
006100     MOVE WSO-OPERATOR-ID TO OP-OPERATOR-ID.
006110     READ OPERATOR-PROFILE
006120         INVALID KEY
006130             MOVE 'OPERATOR ID NOT ON FILE' TO WS-MESSAGE-TEXT
006140             GO TO 2600-EXIT
006150     END-READ.
006160     DELETE OPERATOR-PROFILE
006170         INVALID KEY
006180             MOVE 'OPERATOR ID NOT ON FILE' TO WS-MESSAGE-TEXT
006190         NOT INVALID KEY
006200             MOVE 'PROFILE DELETED' TO WS-MESSAGE-TEXT
006210             MOVE 'DELETE' TO WS-HISTORY-ACTION
006220             PERFORM 2800-WRITE-HISTORY THRU 2800-EXIT
006230     END-DELETE.
006240 2600-EXIT.
006250     EXIT.
006260*================================================================*
006270* 2800-WRITE-HISTORY - APPEND ONE DL100OH ROW SHOWING THE        *
006280* PROFILE AS IT STANDS AFTER THE ACTION IN WS-HISTORY-ACTION.    *
006290* THE ACTING USER IS THE SIGNED-ON OPERATOR.                     *
006300*================================================================*
006310 2800-WRITE-HISTORY.
006320     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
006330     ACCEPT WS-TS-TIME FROM TIME.
006340     MOVE SPACES TO OH-HISTORY-RECORD.
006350     MOVE OP-OPERATOR-ID TO OH-OPERATOR-ID.
006360     MOVE WS-HISTORY-ACTION TO OH-ACTION-CODE.
006370     STRING WS-TS-DATE  DELIMITED BY SIZE
006380            '-'          DELIMITED BY SIZE
006390            WS-TS-TIME   DELIMITED BY SIZE
006400         INTO OH-TIMESTAMP.
006410     MOVE WS-OPERATOR-ID TO OH-USER-ID.
006420     MOVE OP-OPERATOR-NAME TO OH-OPERATOR-NAME.
006430     MOVE OP-ACTIVE-SW TO OH-ACTIVE-SW.
006440     MOVE OP-AUTH-MAINT-SW TO OH-AUTH-MAINT-SW.
006450     MOVE OP-AUTH-APPROVE-SW TO OH-AUTH-APPROVE-SW.
006460     MOVE OP-AUTH-TYPERULE-SW TO OH-AUTH-TYPERULE-SW.
006470     MOVE OP-AUTH-SUSPENSE-SW TO OH-AUTH-SUSPENSE-SW.
006480     MOVE OP-AUTH-RESUBMIT-SW TO OH-AUTH-RESUBMIT-SW.
006490     MOVE OP-AUTH-CUSTREF-SW TO OH-AUTH-CUSTREF-SW.
006500     MOVE OP-AUTH-OPERATOR-SW TO OH-AUTH-OPERATOR-SW.
006510     MOVE OP-AUTH-INQUIRY-SW TO OH-AUTH-INQUIRY-SW.
006520     MOVE OP-AUTH-STANDORD-SW TO OH-AUTH-STANDORD-SW.
006530     IF OP-FAIL-COUNT NUMERIC
006540         MOVE OP-FAIL-COUNT TO OH-FAIL-COUNT
006550     ELSE
006560         MOVE ZERO TO OH-FAIL-COUNT
006570     END-IF.
006580     WRITE OH-HISTORY-RECORD.
006590 2800-EXIT.
006600     EXIT.
006610*================================================================*
006620* 8500-WRITE-SECURITY-EVENT - APPEND ONE DL100SE ROW FOR THE     *
006630* EVENT, FUNCTION AND REASON THE CALLER HAS SET UP               *
006640*================================================================*
006650 8500-WRITE-SECURITY-EVENT.
006660     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
006670     ACCEPT WS-TS-TIME FROM TIME.
006680     MOVE SPACES TO SE-EVENT-RECORD.
006690     MOVE WS-TS-DATE TO SE-EVENT-DATE.
006700     MOVE WS-TS-TIME TO SE-EVENT-TIME.
006710     MOVE 'DL100OU' TO SE-TRANSACTION.
006720     MOVE WS-OPERATOR-ID TO SE-OPERATOR-ID.
006730     MOVE WS-SECURITY-EVENT TO SE-EVENT-CODE.
006740     MOVE WS-SECURITY-FUNCTION TO SE-FUNCTION-CODE.
006750     MOVE WS-SECURITY-REASON TO SE-REASON.
006760     MOVE WS-FAIL-COUNT TO SE-FAIL-COUNT.
006770     WRITE SE-EVENT-RECORD.
006780 8500-EXIT.
006790     EXIT.
006800*================================================================*
006810* 8600-RECORD-DENIAL - LOG THE AUTHORITY DENIAL JUST SET UP IN   *
006820* WS-MESSAGE-TEXT AND COUNT IT AGAINST THE OPERATOR.  ON         *
006830* REACHING THE LOCKOUT LIMIT THE PROFILE HAS BEEN SET INACTIVE   *
006840* BY 8650, SO LOG THE LOCKOUT AND END THE SESSION HERE.          *
006850*================================================================*
006860 8600-RECORD-DENIAL.
006870     MOVE 'DENIED' TO WS-SECURITY-EVENT.
006880     MOVE WS-FUNCTION-CODE TO WS-SECURITY-FUNCTION.
006890     MOVE WS-MESSAGE-TEXT TO WS-SECURITY-REASON.
006900     SET WS-NOT-LOCKED-OUT TO TRUE.
006910     PERFORM 8650-COUNT-FAILURE THRU 8650-EXIT.
006920     PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT.
006930     IF WS-NOT-LOCKED-OUT
006940         GO TO 8600-EXIT
006950     END-IF.
006960     MOVE 'LOCKOUT' TO WS-SECURITY-EVENT.
006970     MOVE 'CONSECUTIVE DENIAL LIMIT REACHED'
006980         TO WS-SECURITY-REASON.
006990     PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT.
007000     DISPLAY 'DL100OU - ' WS-MESSAGE-TEXT.
007010     DISPLAY 'DL100OU - OPERATOR ' WS-OPERATOR-ID
007020             ' LOCKED OUT - REFER TO THE SECURITY DESK'.
007030     SET WS-DONE TO TRUE.
007040 8600-EXIT.
007050     EXIT.
007060*================================================================*
007070* 8650-COUNT-FAILURE - ADD ONE TO THE DL100OP FAILURE COUNT.  AN *
007080* ACTIVE PROFILE THAT REACHES THE LOCKOUT LIMIT IS SET INACTIVE  *
007090* AND THE CHANGE LOGGED TO DL100OH BEFORE THE REWRITE.  THE      *
007100* PROFILE FILE IS ALREADY OPEN I-O FOR THE WHOLE SESSION.        *
007110*================================================================*
007120 8650-COUNT-FAILURE.
007130     ADD 1 TO WS-FAIL-COUNT.
007140     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
007150     READ OPERATOR-PROFILE
007160         INVALID KEY
007170             GO TO 8650-EXIT
007180     END-READ.
007190     IF OP-FAIL-COUNT NOT NUMERIC
007200         MOVE ZERO TO OP-FAIL-COUNT
007210     END-IF.
007220     IF OP-FAIL-COUNT < 999
007230         ADD 1 TO OP-FAIL-COUNT
007240     END-IF.
007250     MOVE OP-FAIL-COUNT TO WS-FAIL-COUNT.
007260     IF OP-ACTIVE AND OP-FAIL-COUNT NOT < WS-LOCKOUT-LIMIT
007270         SET WS-LOCKED-OUT TO TRUE
007280         ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
007290         SET OP-INACTIVE TO TRUE
007300         MOVE WS-TS-DATE TO OP-LAST-UPDATE-DATE
007310         MOVE 'DL100OU' TO OP-LAST-UPDATE-USER
007320         PERFORM 8700-WRITE-LOCKOUT-HISTORY THRU 8700-EXIT
007330     END-IF.
007340     REWRITE OP-OPERATOR-RECORD.
007350 8650-EXIT.
007360     EXIT.
007370*================================================================*
007380* 8700-WRITE-LOCKOUT-HISTORY - APPEND A DL100OH 'LOCKOUT' ROW    *
007390* SHOWING THE PROFILE AS IT NOW STANDS, WITH THIS TRANSACTION    *
007400* AS THE USER WHO MADE THE CHANGE                                *
007410*================================================================*
007420 8700-WRITE-LOCKOUT-HISTORY.
007430     ACCEPT WS-TS-TIME FROM TIME.
007440     MOVE SPACES TO OH-HISTORY-RECORD.
007450     MOVE OP-OPERATOR-ID TO OH-OPERATOR-ID.
007460     MOVE 'LOCKOUT' TO OH-ACTION-CODE.
007470     STRING WS-TS-DATE  DELIMITED BY SIZE
007480            '-'          DELIMITED BY SIZE
007490            WS-TS-TIME   DELIMITED BY SIZE
007500         INTO OH-TIMESTAMP.
007510     MOVE 'DL100OU' TO OH-USER-ID.
007520     MOVE OP-OPERATOR-NAME TO OH-OPERATOR-NAME.
007530     MOVE OP-ACTIVE-SW TO OH-ACTIVE-SW.
007540     MOVE OP-AUTH-MAINT-SW TO OH-AUTH-MAINT-SW.
007550     MOVE OP-AUTH-APPROVE-SW TO OH-AUTH-APPROVE-SW.
007560     MOVE OP-AUTH-TYPERULE-SW TO OH-AUTH-TYPERULE-SW.
007570     MOVE OP-AUTH-SUSPENSE-SW TO OH-AUTH-SUSPENSE-SW.
007580     MOVE OP-AUTH-RESUBMIT-SW TO OH-AUTH-RESUBMIT-SW.
007590     MOVE OP-AUTH-CUSTREF-SW TO OH-AUTH-CUSTREF-SW.
007600     MOVE OP-AUTH-OPERATOR-SW TO OH-AUTH-OPERATOR-SW.
007610     MOVE OP-AUTH-INQUIRY-SW TO OH-AUTH-INQUIRY-SW.
007620     MOVE OP-AUTH-STANDORD-SW TO OH-AUTH-STANDORD-SW.
007630     MOVE OP-FAIL-COUNT TO OH-FAIL-COUNT.
007640     WRITE OH-HISTORY-RECORD.
007650 8700-EXIT.
007660     EXIT.
007670*================================================================*
007680* 8800-CLEAR-FAIL-COUNT - A PERMITTED FUNCTION ENDS THE RUN OF   *
007690* CONSECUTIVE DENIALS, SO CLEAR THE DL100OP FAILURE COUNT.  IT   *
007700* IS NOT CLEARED AT SIGN-ON, SO SIGNING OFF AND ON AGAIN DOES    *
007710* NOT RESET THE RUN.                                             *
007720*================================================================*
007730 8800-CLEAR-FAIL-COUNT.
007740     MOVE ZERO TO WS-FAIL-COUNT.
007750     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
007760     READ OPERATOR-PROFILE
007770         INVALID KEY
007780             GO TO 8800-EXIT
007790     END-READ.
007800     MOVE ZERO TO OP-FAIL-COUNT.
007810     REWRITE OP-OPERATOR-RECORD.
007820 8800-EXIT.
007830     EXIT.
007840*================================================================*
007850* 9000-TERMINATE - CLOSE THE FILES AND END THE TRANSACTION       *
007860*================================================================*
007870 9000-TERMINATE.
007880     CLOSE OPERATOR-PROFILE.
007890     CLOSE HISTORY-FILE.
007900     CLOSE SECURITY-LOG.
007910 9000-EXIT.
007920     EXIT.
