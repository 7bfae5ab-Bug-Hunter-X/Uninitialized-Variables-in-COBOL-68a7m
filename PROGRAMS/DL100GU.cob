000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DL100GU.
000120 AUTHOR.        J. WHITFIELD.
000130 INSTALLATION.  DAILY LEDGER PROCESSING.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* REMARKS.                                                      *
000180*   ONLINE MAINTENANCE TRANSACTION FOR THE DL100GA GENERAL      *
000190*   LEDGER ACCOUNT MAPPING.  LETS FINANCE ADD, CHANGE, INQUIRE  *
000200*   OR DELETE THE CONTROL AND OFFSET ACCOUNTS EACH DL100TT      *
000210*   TRANSACTION TYPE POSTS TO ON THE DL100GL JOURNAL, SO A NEW  *
000220*   TYPE CODE OR A CHART-OF-ACCOUNTS CHANGE NEEDS NO PROGRAM    *
000230*   CHANGE.  A MAPPING CAN ONLY BE ADDED FOR A TYPE CODE THAT   *
000240*   IS ON THE DL100TT RULES TABLE.  BUILT ON THE DL100TU        *
000250*   SCREEN/FUNCTION PATTERN; THE MAPPING SITS BESIDE THE TYPE   *
000260*   RULES, SO ADD/CHANGE/DELETE NEED THE SAME MAINTAIN-TYPE-    *
000270*   RULES AUTHORITY.                                            *
000280*                                                                *
000290* MODIFICATION HISTORY.                                         *
000300*   2026-10-15  JW  INITIAL VERSION.                             *
000310*   2026-10-15  JW  EVERY SIGN-ON, REFUSED SIGN-ON AND          *
000320*                   FUNCTION AUTHORITY DENIAL IS NOW WRITTEN    *
000330*                   TO THE SHARED DL100SE SECURITY LOG          *
000340*                   (SECLOG) FOR THE DL100SV DAILY VIOLATIONS   *
000350*                   REPORT.  EACH DENIAL ADDS ONE TO THE        *
000360*                   OPERATOR'S DL100OP FAILURE COUNT AND A      *
000370*                   PERMITTED FUNCTION CLEARS IT; REACHING THE  *
000380*                   DL100SK LOCKOUT LIMIT (SECPARM, DEFAULT 3)  *
000390*                   SETS THE PROFILE INACTIVE, LOGS A LOCKOUT   *
000400*                   ROW TO DL100OH AND ENDS THE SESSION.        *
000410*--------------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT GL-ACCOUNT-FILE ASSIGN TO GLACCT
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS GA-TRANS-TYPE
000520         FILE STATUS IS WS-GLACCT-FILE-STATUS.
000530     SELECT TYPE-FILE ASSIGN TO TRNTYP
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS TT-TRANS-TYPE
000570         FILE STATUS IS WS-TYPE-FILE-STATUS.
000580     SELECT OPERATOR-PROFILE ASSIGN TO OPRPROF
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS OP-OPERATOR-ID
000620         FILE STATUS IS WS-OPRPROF-FILE-STATUS.
000630     SELECT OPERATOR-HISTORY ASSIGN TO OPRHST
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-OPRHST-FILE-STATUS.
000660     SELECT SECURITY-LOG ASSIGN TO SECLOG
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-SECLOG-FILE-STATUS.
000690     SELECT SECURITY-PARM ASSIGN TO SECPARM
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-SECPARM-FILE-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  GL-ACCOUNT-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY DL100GA.
000770 FD  TYPE-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY DL100TT.
000800 FD  OPERATOR-PROFILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY DL100OP.
000830 FD  OPERATOR-HISTORY
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860     COPY DL100OH.
000870 FD  SECURITY-LOG
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900     COPY DL100SE.
000910 FD  SECURITY-PARM
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940     COPY DL100SK.
000950 WORKING-STORAGE SECTION.
000960*--------------------------------------------------------------*
000970* FIELD-LEVEL INITIALIZATION STANDARD - SEE DL100MN FOR THE     *
000980* FULL STATEMENT OF THE RULE.  THE SCREEN WORK AREA BELOW IS A  *
000990* COPY OF THE DL100GA LAYOUT, WHICH CARRIES NO VALUE CLAUSES    *
001000* OF ITS OWN, SO 1050 EXPLICITLY CLEARS IT.                     *
001010*--------------------------------------------------------------*
001020* RUN CONTROL SWITCHES                                          *
001030*--------------------------------------------------------------*
001040 01  WS-GLACCT-FILE-STATUS    PIC X(02) VALUE '00'.
001050 01  WS-TYPE-FILE-STATUS      PIC X(02) VALUE '00'.
001060 01  WS-OPRPROF-FILE-STATUS   PIC X(02) VALUE '00'.
001070 01  WS-OPRHST-FILE-STATUS    PIC X(02) VALUE '00'.
001080 01  WS-SECLOG-FILE-STATUS    PIC X(02) VALUE '00'.
001090 01  WS-SECPARM-FILE-STATUS   PIC X(02) VALUE '00'.
001100 01  WS-TYPE-FILE-SW          PIC X(01) VALUE 'N'.
001110     88  WS-TYPE-FILE-AVAILABLE         VALUE 'Y'.
001120     88  WS-TYPE-FILE-NOT-AVAILABLE     VALUE 'N'.
001130*--------------------------------------------------------------*
001140* SECURITY EVENT FIELDS - EVERY SIGN-ON, REFUSAL, AUTHORITY     *
001150* DENIAL AND LOCKOUT IS APPENDED TO THE SHARED DL100SE LOG.     *
001160* WS-FAIL-COUNT MIRRORS THE OPERATOR'S DL100OP CONSECUTIVE-     *
001170* DENIAL COUNT; THE LOCKOUT LIMIT COMES FROM THE DL100SK CARD.  *
001180*--------------------------------------------------------------*
001190 01  WS-LOCKOUT-LIMIT         PIC 9(03) VALUE 3.
001200 01  WS-FAIL-COUNT            PIC 9(03) VALUE ZERO.
001210 01  WS-LOCKOUT-SW            PIC X(01) VALUE 'N'.
001220     88  WS-LOCKED-OUT                  VALUE 'Y'.
001230     88  WS-NOT-LOCKED-OUT              VALUE 'N'.
001240 01  WS-SECURITY-EVENT        PIC X(08) VALUE SPACES.
001250 01  WS-SECURITY-FUNCTION     PIC X(01) VALUE SPACES.
001260 01  WS-SECURITY-REASON       PIC X(40) VALUE SPACES.
001270 01  WS-TIMESTAMP-FIELDS.
001280     05  WS-TS-DATE               PIC 9(08) VALUE ZERO.
001290     05  WS-TS-TIME               PIC 9(08) VALUE ZERO.
001300*--------------------------------------------------------------*
001310* SIGN-ON FIELDS - SET ONCE BY 1100 AND NEVER ACCEPTED AGAIN    *
001320*--------------------------------------------------------------*
001330 01  WS-OPERATOR-ID           PIC X(08) VALUE SPACES.
001340 01  WS-SIGNON-SW             PIC X(01) VALUE 'N'.
001350     88  WS-SIGNED-ON                   VALUE 'Y'.
001360     88  WS-NOT-SIGNED-ON               VALUE 'N'.
001370 01  WS-AUTH-TYPERULE-SW      PIC X(01) VALUE 'N'.
001380     88  WS-AUTH-TYPERULE               VALUE 'Y'.
001390 01  WS-EXIT-SW               PIC X(01) VALUE 'N'.
001400     88  WS-DONE                        VALUE 'Y'.
001410     88  WS-NOT-DONE                    VALUE 'N'.
001420 01  WS-INPUT-VALID-SW        PIC X(01) VALUE 'Y'.
001430     88  WS-INPUT-VALID                 VALUE 'Y'.
001440     88  WS-INPUT-INVALID               VALUE 'N'.
001450*--------------------------------------------------------------*
001460* SCREEN INPUT FIELDS                                           *
001470*--------------------------------------------------------------*
001480 01  WS-FUNCTION-CODE         PIC X(01) VALUE SPACES.
001490     88  WS-FUNC-ADD                    VALUE 'A'.
001500     88  WS-FUNC-CHANGE                 VALUE 'C'.
001510     88  WS-FUNC-INQUIRE                VALUE 'I'.
001520     88  WS-FUNC-DELETE                 VALUE 'D'.
001530     88  WS-FUNC-EXIT                   VALUE 'X'.
001540     88  WS-FUNC-VALID          VALUES 'A' 'C' 'I' 'D' 'X'.
001550 01  WS-MESSAGE-TEXT           PIC X(40) VALUE SPACES.
001560*--------------------------------------------------------------*
001570* SCREEN WORK AREA - A SECOND COPY OF DL100GA WITH THE GA-      *
001580* PREFIX REPLACED SO IT CAN COEXIST WITH THE FD RECORD.         *
001590*--------------------------------------------------------------*
001600     COPY DL100GA REPLACING
001610         ==GA-ACCOUNT-RECORD==
001620             BY ==WSG-ACCOUNT-RECORD==
001630         ==GA-TRANS-TYPE==
001640             BY ==WSG-TRANS-TYPE==
001650         ==GA-CONTROL-ACCOUNT==
001660             BY ==WSG-CONTROL-ACCOUNT==
001670         ==GA-OFFSET-ACCOUNT==
001680             BY ==WSG-OFFSET-ACCOUNT==
001690         ==GA-NARRATIVE==
001700             BY ==WSG-NARRATIVE==
001710         ==GA-LAST-UPDATE-DATE==
001720             BY ==WSG-LAST-UPDATE-DATE==
001730         ==GA-LAST-UPDATE-USER==
001740             BY ==WSG-LAST-UPDATE-USER==.
001750 PROCEDURE DIVISION.
001760*================================================================*
001770* 0000-MAINLINE-CONTROL                                          *
001780*================================================================*
001790 0000-MAINLINE-CONTROL.
001800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001810     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
001820         UNTIL WS-DONE.
001830     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001840     GOBACK.
001850 0000-EXIT.
001860     EXIT.
001870*================================================================*
001880* 1000-INITIALIZE - CREATE THE MAPPING FILE THE FIRST TIME THIS  *
001890* TRANSACTION RUNS.  THE TYPE RULES FILE IS OWNED BY DL100TU AND *
001900* IS ONLY READ HERE; WITHOUT IT NO MAPPING CAN BE ADDED.         *
001910*================================================================*
001920 1000-INITIALIZE.
001930     PERFORM 1050-REINITIALIZE-WORK-AREAS THRU 1050-EXIT.
001940     OPEN EXTEND SECURITY-LOG.
001950     IF WS-SECLOG-FILE-STATUS NOT = '00'
001960         OPEN OUTPUT SECURITY-LOG
001970     END-IF.
001980     PERFORM 1150-READ-SECURITY-PARM THRU 1150-EXIT.
001990     OPEN I-O GL-ACCOUNT-FILE.
002000     IF WS-GLACCT-FILE-STATUS NOT = '00'
002010         OPEN OUTPUT GL-ACCOUNT-FILE
002020         CLOSE GL-ACCOUNT-FILE
002030         OPEN I-O GL-ACCOUNT-FILE
002040     END-IF.
002050     OPEN INPUT TYPE-FILE.
002060     IF WS-TYPE-FILE-STATUS = '00'
002070         SET WS-TYPE-FILE-AVAILABLE TO TRUE
002080     END-IF.
002090     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
002100 1000-EXIT.
002110     EXIT.
002120*================================================================*
002130* 1050-REINITIALIZE-WORK-AREAS - RE-APPLY THE PROGRAM'S DEFAULT  *
002140* VALUES TO EVERY WORKING AREA BEFORE THE RUN STARTS             *
002150*================================================================*
002160 1050-REINITIALIZE-WORK-AREAS.
002170     MOVE '00' TO WS-GLACCT-FILE-STATUS.
002180     MOVE '00' TO WS-TYPE-FILE-STATUS.
002190     MOVE '00' TO WS-OPRPROF-FILE-STATUS.
002200     MOVE '00' TO WS-OPRHST-FILE-STATUS.
002210     MOVE '00' TO WS-SECLOG-FILE-STATUS.
002220     MOVE '00' TO WS-SECPARM-FILE-STATUS.
002230     MOVE 3 TO WS-LOCKOUT-LIMIT.
002240     MOVE ZERO TO WS-FAIL-COUNT.
002250     SET WS-NOT-LOCKED-OUT TO TRUE.
002260     MOVE SPACES TO WS-SECURITY-EVENT.
002270     MOVE SPACES TO WS-SECURITY-FUNCTION.
002280     MOVE SPACES TO WS-SECURITY-REASON.
002290     MOVE ZERO TO WS-TS-DATE.
002300     MOVE ZERO TO WS-TS-TIME.
002310     SET WS-TYPE-FILE-NOT-AVAILABLE TO TRUE.
002320     MOVE SPACES TO WS-OPERATOR-ID.
002330     SET WS-NOT-SIGNED-ON TO TRUE.
002340     MOVE 'N' TO WS-AUTH-TYPERULE-SW.
002350     SET WS-NOT-DONE TO TRUE.
002360     MOVE SPACES TO WS-FUNCTION-CODE.
002370     MOVE SPACES TO WS-MESSAGE-TEXT.
002380     SET WS-INPUT-VALID TO TRUE.
002390     PERFORM 2050-CLEAR-SCREEN-AREA THRU 2050-EXIT.
002400 1050-EXIT.
002410     EXIT.
002420*================================================================*
002430* 1100-SIGN-ON - VERIFY THE OPERATOR AGAINST THE DL100OP         *
002440* PROFILE FILE: ON FILE AND ACTIVE, OR THE TRANSACTION ENDS      *
002450* BEFORE A SINGLE FUNCTION IS TAKEN.  A MISSING PROFILE FILE     *
002460* REFUSES SIGN-ON - SECURITY DOES NOT FAIL OPEN.                 *
002470*================================================================*
002480 1100-SIGN-ON.
002490     DISPLAY 'DL100GU - SIGN ON - OPERATOR ID:'.
002500     ACCEPT WS-OPERATOR-ID FROM CONSOLE.
002510     OPEN INPUT OPERATOR-PROFILE.
002520     IF WS-OPRPROF-FILE-STATUS NOT = '00'
002530         DISPLAY 'DL100GU - OPERATOR PROFILE FILE NOT '
002540                 'AVAILABLE - SIGN-ON REFUSED'
002550         MOVE 'REFUSED' TO WS-SECURITY-EVENT
002560         MOVE 'PROFILE FILE NOT AVAILABLE' TO WS-SECURITY-REASON
002570         PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT
002580         SET WS-DONE TO TRUE
002590         GO TO 1100-EXIT
002600     END-IF.
002610     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
002620     MOVE 'OPERATOR NOT ON FILE' TO WS-SECURITY-REASON.
002630     READ OPERATOR-PROFILE
002640         INVALID KEY
002650             CONTINUE
002660         NOT INVALID KEY
002670             MOVE 'OPERATOR INACTIVE' TO WS-SECURITY-REASON
002680             IF OP-ACTIVE
002690                 SET WS-SIGNED-ON TO TRUE
002700                 IF OP-FAIL-COUNT NUMERIC
002710                     MOVE OP-FAIL-COUNT TO WS-FAIL-COUNT
002720                 END-IF
002730                 MOVE OP-AUTH-TYPERULE-SW TO WS-AUTH-TYPERULE-SW
002740             END-IF
002750     END-READ.
002760     CLOSE OPERATOR-PROFILE.
002770     IF WS-NOT-SIGNED-ON
002780         DISPLAY 'DL100GU - OPERATOR NOT ON FILE OR INACTIVE - '
002790                 'SIGN-ON REFUSED'
002800         MOVE 'REFUSED' TO WS-SECURITY-EVENT
002810         PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT
002820         SET WS-DONE TO TRUE
002830         GO TO 1100-EXIT
002840     END-IF.
002850     MOVE 'SIGNON' TO WS-SECURITY-EVENT.
002860     MOVE 'SIGN-ON ACCEPTED' TO WS-SECURITY-REASON.
002870     PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT.
002880 1100-EXIT.
002890     EXIT.
002900*================================================================*
002910* 1150-READ-SECURITY-PARM - TAKE THE CONSECUTIVE-DENIAL LOCKOUT  *
002920* LIMIT FROM THE DL100SK CARD.  A MISSING OR EMPTY FILE, OR A    *
002930* BLANK/ZERO LIMIT, LEAVES THE DEFAULT OF 3.                     *
002940*================================================================*
002950 1150-READ-SECURITY-PARM.
002960     OPEN INPUT SECURITY-PARM.
002970     IF WS-SECPARM-FILE-STATUS NOT = '00'
002980         GO TO 1150-EXIT
002990     END-IF.
003000     READ SECURITY-PARM
003010         AT END
003020             CLOSE SECURITY-PARM
003030             GO TO 1150-EXIT
003040     END-READ.
003050     IF SK-LOCKOUT-LIMIT NUMERIC AND SK-LOCKOUT-LIMIT > ZERO
003060         MOVE SK-LOCKOUT-LIMIT TO WS-LOCKOUT-LIMIT
003070     END-IF.
003080     CLOSE SECURITY-PARM.
003090 1150-EXIT.
003100     EXIT.
003110*================================================================*
003120* 2000-PROCESS-TRANSACTION - DISPLAY THE SCREEN, ACCEPT ONE      *
003130* FUNCTION REQUEST, AND ROUTE IT TO THE PROPER PARAGRAPH         *
003140*================================================================*
003150 2000-PROCESS-TRANSACTION.
003160     PERFORM 2100-DISPLAY-SCREEN THRU 2100-EXIT.
003170     PERFORM 2200-ACCEPT-SCREEN THRU 2200-EXIT.
003180     IF NOT WS-FUNC-VALID
003190         MOVE 'INVALID FUNCTION - USE A, C, I, D OR X' TO
003200             WS-MESSAGE-TEXT
003210         GO TO 2000-EXIT
003220     END-IF.
003230     IF (WS-FUNC-ADD OR WS-FUNC-CHANGE OR WS-FUNC-DELETE) AND
003240             NOT WS-AUTH-TYPERULE
003250         MOVE 'NOT AUTHORIZED TO MAINTAIN GL MAPPING' TO
003260             WS-MESSAGE-TEXT
003270         PERFORM 8600-RECORD-DENIAL THRU 8600-EXIT
003280         GO TO 2000-EXIT
003290     END-IF.
003300     IF WS-FAIL-COUNT > ZERO AND NOT WS-FUNC-EXIT
003310         PERFORM 8800-CLEAR-FAIL-COUNT THRU 8800-EXIT
003320     END-IF.
003330     EVALUATE TRUE
003340         WHEN WS-FUNC-ADD
003350             PERFORM 2300-ADD-RECORD THRU 2300-EXIT
003360         WHEN WS-FUNC-CHANGE
003370             PERFORM 2400-CHANGE-RECORD THRU 2400-EXIT
003380         WHEN WS-FUNC-INQUIRE
003390             PERFORM 2500-INQUIRE-RECORD THRU 2500-EXIT
003400         WHEN WS-FUNC-DELETE
003410             PERFORM 2600-DELETE-RECORD THRU 2600-EXIT
003420         WHEN WS-FUNC-EXIT
003430             SET WS-DONE TO TRUE
003440     END-EVALUATE.
003450 2000-EXIT.
003460     EXIT.
003470*================================================================*
003480* 2050-CLEAR-SCREEN-AREA                                        *
003490*================================================================*
003500 2050-CLEAR-SCREEN-AREA.
003510     MOVE SPACES TO WSG-TRANS-TYPE.
003520     MOVE SPACES TO WSG-CONTROL-ACCOUNT.
003530     MOVE SPACES TO WSG-OFFSET-ACCOUNT.
003540     MOVE SPACES TO WSG-NARRATIVE.
003550     MOVE ZERO TO WSG-LAST-UPDATE-DATE.
003560     MOVE SPACES TO WSG-LAST-UPDATE-USER.
003570 2050-EXIT.
003580     EXIT.
003590*================================================================*
003600* 2100-DISPLAY-SCREEN                                           *
003610*================================================================*
003620 2100-DISPLAY-SCREEN.
003630     DISPLAY '----------------------------------------------'.
003640     DISPLAY 'DL100GU - DL100GA GL ACCOUNT MAPPING MAINTENANCE'.
003650     DISPLAY 'SIGNED ON AS...........: ' WS-OPERATOR-ID.
003660     DISPLAY 'FUNCTION (A=ADD C=CHANGE I=INQUIRE D=DELETE '
003670             'X=EXIT): ' WS-FUNCTION-CODE.
003680     DISPLAY 'TRANS TYPE.............: ' WSG-TRANS-TYPE.
003690     DISPLAY 'CONTROL ACCOUNT........: ' WSG-CONTROL-ACCOUNT.
003700     DISPLAY 'OFFSET ACCOUNT.........: ' WSG-OFFSET-ACCOUNT.
003710     DISPLAY 'JOURNAL NARRATIVE......: ' WSG-NARRATIVE.
003720     DISPLAY 'UPDATED BY.............: ' WSG-LAST-UPDATE-USER.
003730     DISPLAY 'MESSAGE: ' WS-MESSAGE-TEXT.
003740 2100-EXIT.
003750     EXIT.
003760*================================================================*
003770* 2200-ACCEPT-SCREEN                                            *
003780*================================================================*
003790 2200-ACCEPT-SCREEN.
003800     MOVE SPACES TO WS-MESSAGE-TEXT.
003810     ACCEPT WS-FUNCTION-CODE FROM CONSOLE.
003820     IF WS-FUNC-EXIT
003830         GO TO 2200-EXIT
003840     END-IF.
003850     ACCEPT WSG-TRANS-TYPE FROM CONSOLE.
003860     ACCEPT WSG-CONTROL-ACCOUNT FROM CONSOLE.
003870     ACCEPT WSG-OFFSET-ACCOUNT FROM CONSOLE.
003880     ACCEPT WSG-NARRATIVE FROM CONSOLE.
003890*    THE ACTING USER IS THE SIGNED-ON OPERATOR - NEVER TAKEN
003900*    FROM THE SCREEN.
003910     MOVE WS-OPERATOR-ID TO WSG-LAST-UPDATE-USER.
003920 2200-EXIT.
003930     EXIT.
003940*================================================================*
003950* 2250-VALIDATE-MAPPING-INPUT - THE CODE AND BOTH ACCOUNTS MUST  *
003960* BE NON-BLANK, AND THE TWO ACCOUNTS MUST DIFFER - AN ENTRY PAIR *
003970* POSTED TO ONE ACCOUNT WOULD MOVE NOTHING IN THE LEDGER.        *
003980*================================================================*
003990 2250-VALIDATE-MAPPING-INPUT.
004000     SET WS-INPUT-VALID TO TRUE.
004010     IF WSG-TRANS-TYPE = SPACES
004020         MOVE 'TRANS TYPE CODE IS REQUIRED' TO WS-MESSAGE-TEXT
004030         SET WS-INPUT-INVALID TO TRUE
004040         GO TO 2250-EXIT
004050     END-IF.
004060     IF WSG-CONTROL-ACCOUNT = SPACES OR
004070             WSG-OFFSET-ACCOUNT = SPACES
004080         MOVE 'CONTROL AND OFFSET ACCOUNTS ARE REQUIRED' TO
004090             WS-MESSAGE-TEXT
004100         SET WS-INPUT-INVALID TO TRUE
004110         GO TO 2250-EXIT
004120     END-IF.
004130     IF WSG-CONTROL-ACCOUNT = WSG-OFFSET-ACCOUNT
004140         MOVE 'CONTROL AND OFFSET ACCOUNTS MUST DIFFER' TO
004150             WS-MESSAGE-TEXT
004160         SET WS-INPUT-INVALID TO TRUE
004170         GO TO 2250-EXIT
004180     END-IF.
004190 2250-EXIT.
004200     EXIT.
004210*================================================================*
004220* 2260-CHECK-TYPE-REGISTERED - A MAPPING FOR A CODE THAT IS NOT  *
004230* ON THE DL100TT RULES TABLE COULD NEVER BE USED, AND USUALLY    *
004240* MEANS A MISTYPED CODE.                                         *
004250*================================================================*
004260 2260-CHECK-TYPE-REGISTERED.
004270     IF WS-TYPE-FILE-NOT-AVAILABLE
004280         MOVE 'TYPE RULES FILE NOT AVAILABLE' TO WS-MESSAGE-TEXT
004290         SET WS-INPUT-INVALID TO TRUE
004300         GO TO 2260-EXIT
004310     END-IF.
004320     MOVE WSG-TRANS-TYPE TO TT-TRANS-TYPE.
004330     READ TYPE-FILE
004340         INVALID KEY
004350             MOVE 'TYPE CODE NOT ON DL100TT - ADD IT FIRST' TO
004360                 WS-MESSAGE-TEXT
004370             SET WS-INPUT-INVALID TO TRUE
004380     END-READ.
004390 2260-EXIT.
004400     EXIT.
004410*================================================================*
004420* 2300-ADD-RECORD                                               *
004430*================================================================*
004440 2300-ADD-RECORD.
004450     PERFORM 2250-VALIDATE-MAPPING-INPUT THRU 2250-EXIT.
004460     IF WS-INPUT-INVALID
004470         GO TO 2300-EXIT
004480     END-IF.
004490     PERFORM 2260-CHECK-TYPE-REGISTERED THRU 2260-EXIT.
004500     IF WS-INPUT-INVALID
004510         GO TO 2300-EXIT
004520     END-IF.
004530     MOVE WSG-TRANS-TYPE TO GA-TRANS-TYPE.
004540     MOVE WSG-CONTROL-ACCOUNT TO GA-CONTROL-ACCOUNT.
004550     MOVE WSG-OFFSET-ACCOUNT TO GA-OFFSET-ACCOUNT.
004560     MOVE WSG-NARRATIVE TO GA-NARRATIVE.
004570     MOVE WSG-LAST-UPDATE-USER TO GA-LAST-UPDATE-USER.
004580     ACCEPT GA-LAST-UPDATE-DATE FROM DATE YYYYMMDD.
004590     WRITE GA-ACCOUNT-RECORD
004600         INVALID KEY
004610             MOVE 'MAPPING ALREADY ON FILE - USE CHANGE' TO
004620                 WS-MESSAGE-TEXT
004630         NOT INVALID KEY
004640             MOVE 'RECORD ADDED' TO WS-MESSAGE-TEXT
004650     END-WRITE.
004660 2300-EXIT.
004670     EXIT.
004680*================================================================*
004690* 2400-CHANGE-RECORD                                            *
004700*================================================================*
004710 2400-CHANGE-RECORD.
004720     MOVE WSG-TRANS-TYPE TO GA-TRANS-TYPE.
004730     READ GL-ACCOUNT-FILE
004740         INVALID KEY
004750             MOVE 'MAPPING NOT ON FILE' TO WS-MESSAGE-TEXT
004760             GO TO 2400-EXIT
004770     END-READ.
004780     PERFORM 2250-VALIDATE-MAPPING-INPUT THRU 2250-EXIT.
004790     IF WS-INPUT-INVALID
004800         GO TO 2400-EXIT
004810     END-IF.
004820     MOVE WSG-CONTROL-ACCOUNT TO GA-CONTROL-ACCOUNT.
004830     MOVE WSG-OFFSET-ACCOUNT TO GA-OFFSET-ACCOUNT.
004840     MOVE WSG-NARRATIVE TO GA-NARRATIVE.
004850     MOVE WSG-LAST-UPDATE-USER TO GA-LAST-UPDATE-USER.
004860     ACCEPT GA-LAST-UPDATE-DATE FROM DATE YYYYMMDD.
004870     REWRITE GA-ACCOUNT-RECORD
004880         INVALID KEY
004890             MOVE 'REWRITE FAILED' TO WS-MESSAGE-TEXT
004900         NOT INVALID KEY
004910             MOVE 'RECORD CHANGED' TO WS-MESSAGE-TEXT
004920     END-REWRITE.
004930 2400-EXIT.
004940     EXIT.
004950*================================================================*
004960* 2500-INQUIRE-RECORD                                           *
004970*================================================================*
004980 2500-INQUIRE-RECORD.
004990     MOVE WSG-TRANS-TYPE TO GA-TRANS-TYPE.
005000     READ GL-ACCOUNT-FILE
005010         INVALID KEY
005020             MOVE 'MAPPING NOT ON FILE' TO WS-MESSAGE-TEXT
005030             GO TO 2500-EXIT
005040     END-READ.
005050     MOVE GA-CONTROL-ACCOUNT TO WSG-CONTROL-ACCOUNT.
005060     MOVE GA-OFFSET-ACCOUNT TO WSG-OFFSET-ACCOUNT.
005070     MOVE GA-NARRATIVE TO WSG-NARRATIVE.
005080     MOVE GA-LAST-UPDATE-DATE TO WSG-LAST-UPDATE-DATE.
005090     MOVE GA-LAST-UPDATE-USER TO WSG-LAST-UPDATE-USER.
005100     MOVE 'RECORD DISPLAYED' TO WS-MESSAGE-TEXT.
005110 2500-EXIT.
005120     EXIT.
005130*================================================================*
005140* 2600-DELETE-RECORD                                            *
005150*================================================================*
005160 2600-DELETE-RECORD.
005170     MOVE WSG-TRANS-TYPE TO GA-TRANS-TYPE.
005180     DELETE GL-ACCOUNT-FILE
005190         INVALID KEY
005200             MOVE 'MAPPING NOT ON FILE' TO WS-MESSAGE-TEXT
005210         NOT INVALID KEY
005220             MOVE 'RECORD DELETED' TO WS-MESSAGE-TEXT
005230     END-DELETE.
005240 2600-EXIT.
005250     EXIT.
005260*================================================================*
005270* 8500-WRITE-SECURITY-EVENT - APPEND ONE DL100SE ROW FOR THE     *
005280* EVENT, FUNCTION AND REASON THE CALLER HAS SET UP               *
005290*================================================================*
005300 8500-WRITE-SECURITY-EVENT.
005310     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
005320     ACCEPT WS-TS-TIME FROM TIME.
005330     MOVE SPACES TO SE-EVENT-RECORD.
005340     MOVE WS-TS-DATE TO SE-EVENT-DATE.
005350     MOVE WS-TS-TIME TO SE-EVENT-TIME.
005360     MOVE 'DL100GU' TO SE-TRANSACTION.
005370     MOVE WS-OPERATOR-ID TO SE-OPERATOR-ID.
005380     MOVE WS-SECURITY-EVENT TO SE-EVENT-CODE.
005390     MOVE WS-SECURITY-FUNCTION TO SE-FUNCTION-CODE.
005400     MOVE WS-SECURITY-REASON TO SE-REASON.
005410     MOVE WS-FAIL-COUNT TO SE-FAIL-COUNT.
005420     WRITE SE-EVENT-RECORD.
005430 8500-EXIT.
005440     EXIT.
005450*================================================================*
005460* 8600-RECORD-DENIAL - LOG THE AUTHORITY DENIAL JUST SET UP IN   *
005470* WS-MESSAGE-TEXT AND COUNT IT AGAINST THE OPERATOR.  ON         *
005480* REACHING THE LOCKOUT LIMIT THE PROFILE HAS BEEN SET INACTIVE   *
005490* BY 8650, SO LOG THE LOCKOUT AND END THE SESSION HERE.          *
005500*================================================================*
005510 8600-RECORD-DENIAL.
005520     MOVE 'DENIED' TO WS-SECURITY-EVENT.
005530     MOVE WS-FUNCTION-CODE TO WS-SECURITY-FUNCTION.
005540     MOVE WS-MESSAGE-TEXT TO WS-SECURITY-REASON.
005550     SET WS-NOT-LOCKED-OUT TO TRUE.
005560     PERFORM 8650-COUNT-FAILURE THRU 8650-EXIT.
005570     PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT.
005580     IF WS-NOT-LOCKED-OUT
005590         GO TO 8600-EXIT
005600     END-IF.
005610     MOVE 'LOCKOUT' TO WS-SECURITY-EVENT.
005620     MOVE 'CONSECUTIVE DENIAL LIMIT REACHED'
005630         TO WS-SECURITY-REASON.
005640     PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT.
005650     DISPLAY 'DL100GU - ' WS-MESSAGE-TEXT.
005660     DISPLAY 'DL100GU - OPERATOR ' WS-OPERATOR-ID
005670             ' LOCKED OUT - REFER TO THE SECURITY DESK'.
005680     SET WS-DONE TO TRUE.
005690 8600-EXIT.
005700     EXIT.
005710*================================================================*
005720* 8650-COUNT-FAILURE - ADD ONE TO THE DL100OP FAILURE COUNT.  AN *
005730* ACTIVE PROFILE THAT REACHES THE LOCKOUT LIMIT IS SET INACTIVE  *
005740* AND THE CHANGE LOGGED TO DL100OH BEFORE THE REWRITE.  IF THE   *
005750* PROFILE CANNOT BE UPDATED THE SESSION COUNT STILL ADVANCES SO  *
005760* THE EVENT SHOWS IT.                                            *
005770*================================================================*
005780 8650-COUNT-FAILURE.
005790     ADD 1 TO WS-FAIL-COUNT.
005800     OPEN I-O OPERATOR-PROFILE.
005810     IF WS-OPRPROF-FILE-STATUS NOT = '00'
005820         GO TO 8650-EXIT
005830     END-IF.
005840     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
005850     READ OPERATOR-PROFILE
005860         INVALID KEY
005870             CLOSE OPERATOR-PROFILE
005880             GO TO 8650-EXIT
005890     END-READ.
005900     IF OP-FAIL-COUNT NOT NUMERIC
005910         MOVE ZERO TO OP-FAIL-COUNT
005920     END-IF.
005930     IF OP-FAIL-COUNT < 999
005940         ADD 1 TO OP-FAIL-COUNT
005950     END-IF.
005960     MOVE OP-FAIL-COUNT TO WS-FAIL-COUNT.
005970     IF OP-ACTIVE AND OP-FAIL-COUNT NOT < WS-LOCKOUT-LIMIT
005980         SET WS-LOCKED-OUT TO TRUE
005990         ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
006000         SET OP-INACTIVE TO TRUE
006010         MOVE WS-TS-DATE TO OP-LAST-UPDATE-DATE
006020         MOVE 'DL100GU' TO OP-LAST-UPDATE-USER
006030         PERFORM 8700-WRITE-LOCKOUT-HISTORY THRU 8700-EXIT
006040     END-IF.
006050     REWRITE OP-OPERATOR-RECORD.
006060     CLOSE OPERATOR-PROFILE.
006070 8650-EXIT.
006080     EXIT.
006090*================================================================*
006100* 8700-WRITE-LOCKOUT-HISTORY - APPEND A DL100OH 'LOCKOUT' ROW    *
006110* SHOWING THE PROFILE AS IT NOW STANDS, WITH THIS TRANSACTION    *
006120* AS THE USER WHO MADE THE CHANGE                                *
006130*================================================================*
006140 8700-WRITE-LOCKOUT-HISTORY.
006150     OPEN EXTEND OPERATOR-HISTORY.
006160     IF WS-OPRHST-FILE-STATUS NOT = '00'
006170         OPEN OUTPUT OPERATOR-HISTORY
006180     END-IF.
006190     ACCEPT WS-TS-TIME FROM TIME.
006200     MOVE SPACES TO OH-HISTORY-RECORD.
006210     MOVE OP-OPERATOR-ID TO OH-OPERATOR-ID.
006220     MOVE 'LOCKOUT' TO OH-ACTION-CODE.
006230     STRING WS-TS-DATE  DELIMITED BY SIZE
006240            '-'          DELIMITED BY SIZE
006250            WS-TS-TIME   DELIMITED BY SIZE
006260         INTO OH-TIMESTAMP.
006270     MOVE 'DL100GU' TO OH-USER-ID.
006280     MOVE OP-OPERATOR-NAME TO OH-OPERATOR-NAME.
006290     MOVE OP-ACTIVE-SW TO OH-ACTIVE-SW.
006300     MOVE OP-AUTH-MAINT-SW TO OH-AUTH-MAINT-SW.
006310     MOVE OP-AUTH-APPROVE-SW TO OH-AUTH-APPROVE-SW.
006320     MOVE OP-AUTH-TYPERULE-SW TO OH-AUTH-TYPERULE-SW.
006330     MOVE OP-AUTH-SUSPENSE-SW TO OH-AUTH-SUSPENSE-SW.
006340     MOVE OP-AUTH-RESUBMIT-SW TO OH-AUTH-RESUBMIT-SW.
006350     MOVE OP-AUTH-CUSTREF-SW TO OH-AUTH-CUSTREF-SW.
006360     MOVE OP-AUTH-OPERATOR-SW TO OH-AUTH-OPERATOR-SW.
006370     MOVE OP-AUTH-INQUIRY-SW TO OH-AUTH-INQUIRY-SW.
006380     MOVE OP-AUTH-STANDORD-SW TO OH-AUTH-STANDORD-SW.
006390     MOVE OP-FAIL-COUNT TO OH-FAIL-COUNT.
006400     WRITE OH-HISTORY-RECORD.
006410     CLOSE OPERATOR-HISTORY.
006420 8700-EXIT.
006430     EXIT.
006440*================================================================*
006450* 8800-CLEAR-FAIL-COUNT - A PERMITTED FUNCTION ENDS THE RUN OF   *
006460* CONSECUTIVE DENIALS, SO CLEAR THE DL100OP FAILURE COUNT.  IT   *
006470* IS NOT CLEARED AT SIGN-ON, SO SIGNING OFF AND ON AGAIN DOES    *
006480* NOT RESET THE RUN.                                             *
006490*================================================================*
006500 8800-CLEAR-FAIL-COUNT.
006510     MOVE ZERO TO WS-FAIL-COUNT.
006520     OPEN I-O OPERATOR-PROFILE.
006530     IF WS-OPRPROF-FILE-STATUS NOT = '00'
006540         GO TO 8800-EXIT
006550     END-IF.
006560     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
006570     READ OPERATOR-PROFILE
006580         INVALID KEY
006590             CLOSE OPERATOR-PROFILE
006600             GO TO 8800-EXIT
006610     END-READ.
006620     MOVE ZERO TO OP-FAIL-COUNT.
006630     REWRITE OP-OPERATOR-RECORD.
006640     CLOSE OPERATOR-PROFILE.
006650 8800-EXIT.
006660     EXIT.
006670*================================================================*
006680* 9000-TERMINATE - CLOSE THE FILES AND END THE TRANSACTION       *
006690*================================================================*
006700 9000-TERMINATE.
006710     CLOSE GL-ACCOUNT-FILE.
006720     IF WS-TYPE-FILE-AVAILABLE
006730         CLOSE TYPE-FILE
006740     END-IF.
006750     CLOSE SECURITY-LOG.
006760 9000-EXIT.
006770     EXIT.
