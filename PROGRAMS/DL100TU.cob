000180*   ONLINE MAINTENANCE TRANSACTION FOR THE DL100TT TRANSACTION  *
000190*   TYPE RULES TABLE.  LETS OPERATIONS ADD, CHANGE, INQUIRE OR   *
000200*   DELETE THE TYPE CODES DL100MN ACCEPTS AND THE DISPOSITION    *
000210*   ('D' DEBIT, 'C' CREDIT, 'R' REVERSAL, 'T' CUSTOMER-TO-      *
000220*   CUSTOMER TRANSFER) THAT DRIVES LEDGER POSTING, SO A NEW     *
000230*   FEED TYPE CODE DOES NOT NEED A PROGRAM CHANGE AND A         *
000240*   RECOMPILE.  BUILT ON THE DL100MU SCREEN/FUNCTION PATTERN.   *
000250*                                                                *
000260* MODIFICATION HISTORY.                                         *
000270*   2026-08-22  JW  INITIAL VERSION.                             *
000320*                   THE UPDATED-BY FIELD IS NO LONGER ACCEPTED  *
000330*                   FROM THE SCREEN - IT IS ALWAYS THE          *
000340*                   SIGNED-ON ID.                               *
000350*   2026-10-15  JW  ACCEPT DISPOSITION 'T' (CUSTOMER-TO-        *
000360*                   CUSTOMER TRANSFER) ALONGSIDE D/C/R.         *
000370*   2026-10-15  JW  EVERY SIGN-ON, REFUSED SIGN-ON AND          *
000380*                   FUNCTION AUTHORITY DENIAL IS NOW WRITTEN    *
000390*                   TO THE SHARED DL100SE SECURITY LOG          *
000400*                   (SECLOG) FOR THE DL100SV DAILY VIOLATIONS   *
000410*                   REPORT.  EACH DENIAL ADDS ONE TO THE        *
000420*                   OPERATOR'S DL100OP FAILURE COUNT AND A      *
000430*                   PERMITTED FUNCTION CLEARS IT; REACHING THE  *
000440*                   DL100SK LOCKOUT LIMIT (SECPARM, DEFAULT 3)  *
000450*                   SETS THE PROFILE INACTIVE, LOGS A LOCKOUT   *
000460*                   ROW TO DL100OH AND ENDS THE SESSION.        *
000470*--------------------------------------------------------------*
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.   IBM-370.
000510 OBJECT-COMPUTER.   IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT TYPE-FILE ASSIGN TO TRNTYP
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS TT-TRANS-TYPE
000580         FILE STATUS IS WS-TYPE-FILE-STATUS.
000590     SELECT OPERATOR-PROFILE ASSIGN TO OPRPROF
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS OP-OPERATOR-ID
000630         FILE STATUS IS WS-OPRPROF-FILE-STATUS.
000640     SELECT OPERATOR-HISTORY ASSIGN TO OPRHST
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-OPRHST-FILE-STATUS.
000670     SELECT SECURITY-LOG ASSIGN TO SECLOG
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-SECLOG-FILE-STATUS.
000700     SELECT SECURITY-PARM ASSIGN TO SECPARM
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-SECPARM-FILE-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  TYPE-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY DL100TT.
000780 FD  OPERATOR-PROFILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY DL100OP.
000810 FD  OPERATOR-HISTORY
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840     COPY DL100OH.
000850 FD  SECURITY-LOG
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880     COPY DL100SE.
000890 FD  SECURITY-PARM
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920     COPY DL100SK.
000930 WORKING-STORAGE SECTION.
000940*--------------------------------------------------------------*
000950* FIELD-LEVEL INITIALIZATION STANDARD - SEE DL100MN FOR THE     *
000960* FULL STATEMENT OF THE RULE.  THE SCREEN WORK AREA BELOW IS A  *
000970* COPY OF THE DL100TT LAYOUT, WHICH CARRIES NO VALUE CLAUSES    *
000980* OF ITS OWN, SO 1050 EXPLICITLY CLEARS IT.                     *
000990*--------------------------------------------------------------*
001000* RUN CONTROL SWITCHES                                          *
001010*--------------------------------------------------------------*
001020 01  WS-TYPE-FILE-STATUS      PIC X(02) VALUE '00'.
001030 01  WS-OPRPROF-FILE-STATUS   PIC X(02) VALUE '00'.
001040 01  WS-OPRHST-FILE-STATUS    PIC X(02) VALUE '00'.
001050 01  WS-SECLOG-FILE-STATUS    PIC X(02) VALUE '00'.
001060 01  WS-SECPARM-FILE-STATUS   PIC X(02) VALUE '00'.
001070*--------------------------------------------------------------*
001080* SECURITY EVENT FIELDS - EVERY SIGN-ON, REFUSAL, AUTHORITY     *
001090* DENIAL AND LOCKOUT IS APPENDED TO THE SHARED DL100SE LOG.     *
001100* WS-FAIL-COUNT MIRRORS THE OPERATOR'S DL100OP CONSECUTIVE-     *
001110* DENIAL COUNT; THE LOCKOUT LIMIT COMES FROM THE DL100SK CARD.  *
001120*--------------------------------------------------------------*
001130 01  WS-LOCKOUT-LIMIT         PIC 9(03) VALUE 3.
001140 01  WS-FAIL-COUNT            PIC 9(03) VALUE ZERO.
001150 01  WS-LOCKOUT-SW            PIC X(01) VALUE 'N'.
001160     88  WS-LOCKED-OUT                  VALUE 'Y'.
001170     88  WS-NOT-LOCKED-OUT              VALUE 'N'.
001180 01  WS-SECURITY-EVENT        PIC X(08) VALUE SPACES.
001190 01  WS-SECURITY-FUNCTION     PIC X(01) VALUE SPACES.
001200 01  WS-SECURITY-REASON       PIC X(40) VALUE SPACES.
001210 01  WS-TIMESTAMP-FIELDS.
001220     05  WS-TS-DATE               PIC 9(08) VALUE ZERO.
001230     05  WS-TS-TIME               PIC 9(08) VALUE ZERO.
001240*--------------------------------------------------------------*
001250* SIGN-ON FIELDS - SET ONCE BY 1100 AND NEVER ACCEPTED AGAIN    *
001260*--------------------------------------------------------------*
001270 01  WS-OPERATOR-ID           PIC X(08) VALUE SPACES.
001280 01  WS-SIGNON-SW             PIC X(01) VALUE 'N'.
001290     88  WS-SIGNED-ON                   VALUE 'Y'.
001300     88  WS-NOT-SIGNED-ON               VALUE 'N'.
001310 01  WS-AUTH-TYPERULE-SW      PIC X(01) VALUE 'N'.
001320     88  WS-AUTH-TYPERULE               VALUE 'Y'.
001330 01  WS-EXIT-SW               PIC X(01) VALUE 'N'.
001340     88  WS-DONE                        VALUE 'Y'.
001350     88  WS-NOT-DONE                    VALUE 'N'.
001360 01  WS-INPUT-VALID-SW        PIC X(01) VALUE 'Y'.
001370     88  WS-INPUT-VALID                 VALUE 'Y'.
001380     88  WS-INPUT-INVALID               VALUE 'N'.
001390*--------------------------------------------------------------*
001400* SCREEN INPUT FIELDS                                           *
001410*--------------------------------------------------------------*
001420 01  WS-FUNCTION-CODE         PIC X(01) VALUE SPACES.
001430     88  WS-FUNC-ADD                    VALUE 'A'.
001440     88  WS-FUNC-CHANGE                 VALUE 'C'.
001450     88  WS-FUNC-INQUIRE                VALUE 'I'.
001460     88  WS-FUNC-DELETE                 VALUE 'D'.
001470     88  WS-FUNC-EXIT                   VALUE 'X'.
001480     88  WS-FUNC-VALID          VALUES 'A' 'C' 'I' 'D' 'X'.
001490 01  WS-MESSAGE-TEXT           PIC X(40) VALUE SPACES.
001500*--------------------------------------------------------------*
001510* SCREEN WORK AREA - A SECOND COPY OF DL100TT WITH THE TT-      *
001520* PREFIX REPLACED SO IT CAN COEXIST WITH THE FD RECORD.         *
001530*--------------------------------------------------------------*
001540     COPY DL100TT REPLACING
001550         ==TT-TYPE-RECORD==
001560             BY ==WST-TYPE-RECORD==
001570         ==TT-TRANS-TYPE==
001580             BY ==WST-TRANS-TYPE==
001590         ==TT-DESCRIPTION==
001600             BY ==WST-DESCRIPTION==
001610         ==TT-DISPOSITION-SW==
001620             BY ==WST-DISPOSITION-SW==
001630         ==TT-DEBIT==
001640             BY ==WST-DEBIT==
001650         ==TT-CREDIT==
001660             BY ==WST-CREDIT==
001670         ==TT-REVERSAL==
001680             BY ==WST-REVERSAL==
001690         ==TT-TRANSFER==
001700             BY ==WST-TRANSFER==
001710         ==TT-DISPOSITION-VALID==
001720             BY ==WST-DISPOSITION-VALID==
001730         ==TT-ACTIVE-SW==
001740             BY ==WST-ACTIVE-SW==
001750         ==TT-TYPE-ACTIVE==
001760             BY ==WST-TYPE-ACTIVE==
001770         ==TT-TYPE-INACTIVE==
001780             BY ==WST-TYPE-INACTIVE==
001790         ==TT-LAST-UPDATE-DATE==
001800             BY ==WST-LAST-UPDATE-DATE==
001810         ==TT-LAST-UPDATE-USER==
001820             BY ==WST-LAST-UPDATE-USER==.
001830 PROCEDURE DIVISION.
001840*================================================================*
001850* 0000-MAINLINE-CONTROL                                          *
001860*================================================================*
001870 0000-MAINLINE-CONTROL.
001880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001890     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
001900         UNTIL WS-DONE.
001910     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001920     GOBACK.
001930 0000-EXIT.
001940     EXIT.
001950*================================================================*
001960* 1000-INITIALIZE - CREATE THE TYPE FILE THE FIRST TIME THIS     *
001970* TRANSACTION RUNS                                               *
001980*================================================================*
001990 1000-INITIALIZE.
002000     PERFORM 1050-REINITIALIZE-WORK-AREAS THRU 1050-EXIT.
002010     OPEN EXTEND SECURITY-LOG.
002020     IF WS-SECLOG-FILE-STATUS NOT = '00'
002030         OPEN OUTPUT SECURITY-LOG
002040     END-IF.
002050     PERFORM 1150-READ-SECURITY-PARM THRU 1150-EXIT.
002060     OPEN I-O TYPE-FILE.
002070     IF WS-TYPE-FILE-STATUS NOT = '00'
002080         OPEN OUTPUT TYPE-FILE
002090         CLOSE TYPE-FILE
002100         OPEN I-O TYPE-FILE
002110     END-IF.
002120     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
002130 1000-EXIT.
002140     EXIT.
002150*================================================================*
002160* 1050-REINITIALIZE-WORK-AREAS - RE-APPLY THE PROGRAM'S DEFAULT  *
002170* VALUES TO EVERY WORKING AREA BEFORE THE RUN STARTS             *
002180*================================================================*
002190 1050-REINITIALIZE-WORK-AREAS.
002200     MOVE '00' TO WS-TYPE-FILE-STATUS.
002210     MOVE '00' TO WS-OPRPROF-FILE-STATUS.
002220     MOVE '00' TO WS-OPRHST-FILE-STATUS.
002230     MOVE '00' TO WS-SECLOG-FILE-STATUS.
002240     MOVE '00' TO WS-SECPARM-FILE-STATUS.
002250     MOVE 3 TO WS-LOCKOUT-LIMIT.
002260     MOVE ZERO TO WS-FAIL-COUNT.
002270     SET WS-NOT-LOCKED-OUT TO TRUE.
002280     MOVE SPACES TO WS-SECURITY-EVENT.
002290     MOVE SPACES TO WS-SECURITY-FUNCTION.
002300     MOVE SPACES TO WS-SECURITY-REASON.
002310     MOVE ZERO TO WS-TS-DATE.
002320     MOVE ZERO TO WS-TS-TIME.
002330     MOVE SPACES TO WS-OPERATOR-ID.
002340     SET WS-NOT-SIGNED-ON TO TRUE.
002350     MOVE 'N' TO WS-AUTH-TYPERULE-SW.
002360     SET WS-NOT-DONE TO TRUE.
002370     MOVE SPACES TO WS-FUNCTION-CODE.
002380     MOVE SPACES TO WS-MESSAGE-TEXT.
002390     SET WS-INPUT-VALID TO TRUE.
002400     PERFORM 2050-CLEAR-SCREEN-AREA THRU 2050-EXIT.
002410 1050-EXIT.
002420     EXIT.
002430*================================================================*
002440* 1100-SIGN-ON - VERIFY THE OPERATOR AGAINST THE DL100OP         *
002450* PROFILE FILE: ON FILE AND ACTIVE, OR THE TRANSACTION ENDS      *
002460* BEFORE A SINGLE FUNCTION IS TAKEN.  A MISSING PROFILE FILE     *
002470* REFUSES SIGN-ON - SECURITY DOES NOT FAIL OPEN.                 *
002480*================================================================*
002490 1100-SIGN-ON.
002500     DISPLAY 'DL100TU - SIGN ON - OPERATOR ID:'.
002510     ACCEPT WS-OPERATOR-ID FROM CONSOLE.
002520     OPEN INPUT OPERATOR-PROFILE.
002530     IF WS-OPRPROF-FILE-STATUS NOT = '00'
002540         DISPLAY 'DL100TU - OPERATOR PROFILE FILE NOT '
002550                 'AVAILABLE - SIGN-ON REFUSED'
002560         MOVE 'REFUSED' TO WS-SECURITY-EVENT
002570         MOVE 'PROFILE FILE NOT AVAILABLE' TO WS-SECURITY-REASON
002580         PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT
002590         SET WS-DONE TO TRUE
002600         GO TO 1100-EXIT
002610     END-IF.
002620     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
002630     MOVE 'OPERATOR NOT ON FILE' TO WS-SECURITY-REASON.
002640     READ OPERATOR-PROFILE
002650         INVALID KEY
002660             CONTINUE
002670         NOT INVALID KEY
002680             MOVE 'OPERATOR INACTIVE' TO WS-SECURITY-REASON
002690             IF OP-ACTIVE
002700                 SET WS-SIGNED-ON TO TRUE
002710                 IF OP-FAIL-COUNT NUMERIC
002720                     MOVE OP-FAIL-COUNT TO WS-FAIL-COUNT
002730                 END-IF
002740                 MOVE OP-AUTH-TYPERULE-SW TO WS-AUTH-TYPERULE-SW
002750             END-IF
002760     END-READ.
002770     CLOSE OPERATOR-PROFILE.
002780     IF WS-NOT-SIGNED-ON
002790         DISPLAY 'DL100TU - OPERATOR NOT ON FILE OR INACTIVE - '
002800                 'SIGN-ON REFUSED'
002810         MOVE 'REFUSED' TO WS-SECURITY-EVENT
002820         PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT
002830         SET WS-DONE TO TRUE
002840         GO TO 1100-EXIT
002850     END-IF.
002860     MOVE 'SIGNON' TO WS-SECURITY-EVENT.
002870     MOVE 'SIGN-ON ACCEPTED' TO WS-SECURITY-REASON.
002880     PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT.
002890 1100-EXIT.
002900     EXIT.
002910*================================================================*
002920* 1150-READ-SECURITY-PARM - TAKE THE CONSECUTIVE-DENIAL LOCKOUT  *
002930* LIMIT FROM THE DL100SK CARD.  A MISSING OR EMPTY FILE, OR A    *
002940* BLANK/ZERO LIMIT, LEAVES THE DEFAULT OF 3.                     *
002950*================================================================*
002960 1150-READ-SECURITY-PARM.
002970     OPEN INPUT SECURITY-PARM.
002980     IF WS-SECPARM-FILE-STATUS NOT = '00'
002990         GO TO 1150-EXIT
003000     END-IF.
003010     READ SECURITY-PARM
003020         AT END
003030             CLOSE SECURITY-PARM
003040             GO TO 1150-EXIT
003050     END-READ.
003060     IF SK-LOCKOUT-LIMIT NUMERIC AND SK-LOCKOUT-LIMIT > ZERO
003070         MOVE SK-LOCKOUT-LIMIT TO WS-LOCKOUT-LIMIT
003080     END-IF.
003090     CLOSE SECURITY-PARM.
003100 1150-EXIT.
003110     EXIT.
003120*================================================================*
003130* 2000-PROCESS-TRANSACTION - DISPLAY THE SCREEN, ACCEPT ONE      *
003140* FUNCTION REQUEST, AND ROUTE IT TO THE PROPER PARAGRAPH         *
003150*================================================================*
003160 2000-PROCESS-TRANSACTION.
003170     PERFORM 2100-DISPLAY-SCREEN THRU 2100-EXIT.
003180     PERFORM 2200-ACCEPT-SCREEN THRU 2200-EXIT.
003190     IF NOT WS-FUNC-VALID
003200         MOVE 'INVALID FUNCTION - USE A, C, I, D OR X' TO
003210             WS-MESSAGE-TEXT
003220         GO TO 2000-EXIT
003230     END-IF.
003240     IF (WS-FUNC-ADD OR WS-FUNC-CHANGE OR WS-FUNC-DELETE) AND
003250             NOT WS-AUTH-TYPERULE
003260         MOVE 'NOT AUTHORIZED TO MAINTAIN TYPE RULES' TO
003270             WS-MESSAGE-TEXT
003280         PERFORM 8600-RECORD-DENIAL THRU 8600-EXIT
003290         GO TO 2000-EXIT
003300     END-IF.
003310     IF WS-FAIL-COUNT > ZERO AND NOT WS-FUNC-EXIT
003320         PERFORM 8800-CLEAR-FAIL-COUNT THRU 8800-EXIT
003330     END-IF.
003340     EVALUATE TRUE
003350         WHEN WS-FUNC-ADD
003360             PERFORM 2300-ADD-RECORD THRU 2300-EXIT
003370         WHEN WS-FUNC-CHANGE
003380             PERFORM 2400-CHANGE-RECORD THRU 2400-EXIT
003390         WHEN WS-FUNC-INQUIRE
003400             PERFORM 2500-INQUIRE-RECORD THRU 2500-EXIT
003410         WHEN WS-FUNC-DELETE
003420             PERFORM 2600-DELETE-RECORD THRU 2600-EXIT
003430         WHEN WS-FUNC-EXIT
003440             SET WS-DONE TO TRUE
003450     END-EVALUATE.
003460 2000-EXIT.
003470     EXIT.
003480*================================================================*
003490* 2050-CLEAR-SCREEN-AREA                                        *
003500*================================================================*
003510 2050-CLEAR-SCREEN-AREA.
003520     MOVE SPACES TO WST-TRANS-TYPE.
003530     MOVE SPACES TO WST-DESCRIPTION.
003540     MOVE SPACES TO WST-DISPOSITION-SW.
003550     MOVE 'N' TO WST-ACTIVE-SW.
003560     MOVE ZERO TO WST-LAST-UPDATE-DATE.
003570     MOVE SPACES TO WST-LAST-UPDATE-USER.
003580 2050-EXIT.
003590     EXIT.
003600*================================================================*
003610* 2100-DISPLAY-SCREEN                                           *
003620*================================================================*
003630 2100-DISPLAY-SCREEN.
003640     DISPLAY '----------------------------------------------'.
003650     DISPLAY 'DL100TU - DL100TT TRANSACTION TYPE MAINTENANCE'.
003660     DISPLAY 'SIGNED ON AS...........: ' WS-OPERATOR-ID.
003670     DISPLAY 'FUNCTION (A=ADD C=CHANGE I=INQUIRE D=DELETE '
003680             'X=EXIT): ' WS-FUNCTION-CODE.
003690     DISPLAY 'TRANS TYPE.............: ' WST-TRANS-TYPE.
003700     DISPLAY 'DESCRIPTION............: ' WST-DESCRIPTION.
003710     DISPLAY 'DISPOSITION (D/C/R/T)..: ' WST-DISPOSITION-SW.
003720     DISPLAY 'ACTIVE (Y/N)...........: ' WST-ACTIVE-SW.
003730     DISPLAY 'UPDATED BY.............: ' WST-LAST-UPDATE-USER.
003740     DISPLAY 'MESSAGE: ' WS-MESSAGE-TEXT.
003750 2100-EXIT.
003760     EXIT.
003770*================================================================*
003780* 2200-ACCEPT-SCREEN                                            *
003790*================================================================*
003800 2200-ACCEPT-SCREEN.
003810     MOVE SPACES TO WS-MESSAGE-TEXT.
003820     ACCEPT WS-FUNCTION-CODE FROM CONSOLE.
003830     IF WS-FUNC-EXIT
003840         GO TO 2200-EXIT
003850     END-IF.
003860     ACCEPT WST-TRANS-TYPE FROM CONSOLE.
003870     ACCEPT WST-DESCRIPTION FROM CONSOLE.
003880     ACCEPT WST-DISPOSITION-SW FROM CONSOLE.
003890     ACCEPT WST-ACTIVE-SW FROM CONSOLE.
003900*    THE ACTING USER IS THE SIGNED-ON OPERATOR - NEVER TAKEN
003910*    FROM THE SCREEN.
003920     MOVE WS-OPERATOR-ID TO WST-LAST-UPDATE-USER.
003930 2200-EXIT.
003940     EXIT.
003950*================================================================*
003960* 2250-VALIDATE-TYPE-INPUT - THE CODE MUST BE NON-BLANK, THE     *
003970* DISPOSITION ONE OF D/C/R/T, AND ACTIVE EXACTLY Y OR N - THE    *
003980* DL100MN TABLE LOAD TESTS THE CONDITION-NAMES DIRECTLY.         *
003990*================================================================*
004000 2250-VALIDATE-TYPE-INPUT.
004010     SET WS-INPUT-VALID TO TRUE.
004020     IF WST-TRANS-TYPE = SPACES
004030         MOVE 'TRANS TYPE CODE IS REQUIRED' TO WS-MESSAGE-TEXT
004040         SET WS-INPUT-INVALID TO TRUE
004050         GO TO 2250-EXIT
004060     END-IF.
004070     IF NOT WST-DISPOSITION-VALID
004080         MOVE 'DISPOSITION MUST BE D, C, R OR T' TO
004090             WS-MESSAGE-TEXT
004100         SET WS-INPUT-INVALID TO TRUE
004110         GO TO 2250-EXIT
004120     END-IF.
004130     IF WST-ACTIVE-SW NOT = 'Y' AND WST-ACTIVE-SW NOT = 'N'
004140         MOVE 'ACTIVE MUST BE Y OR N' TO WS-MESSAGE-TEXT
004150         SET WS-INPUT-INVALID TO TRUE
004160         GO TO 2250-EXIT
004170     END-IF.
004180 2250-EXIT.
004190     EXIT.
004200*================================================================*
004210* 2300-ADD-RECORD                                               *
004220*================================================================*
004230 2300-ADD-RECORD.
004240     PERFORM 2250-VALIDATE-TYPE-INPUT THRU 2250-EXIT.
004250     IF WS-INPUT-INVALID
004260         GO TO 2300-EXIT
004270     END-IF.
004280     MOVE WST-TRANS-TYPE TO TT-TRANS-TYPE.
004290     MOVE WST-DESCRIPTION TO TT-DESCRIPTION.
004300     MOVE WST-DISPOSITION-SW TO TT-DISPOSITION-SW.
004310     MOVE WST-ACTIVE-SW TO TT-ACTIVE-SW.
004320     MOVE WST-LAST-UPDATE-USER TO TT-LAST-UPDATE-USER.
004330     ACCEPT TT-LAST-UPDATE-DATE FROM DATE YYYYMMDD.
004340     WRITE TT-TYPE-RECORD
004350         INVALID KEY
004360             MOVE 'TYPE CODE ALREADY ON FILE - USE CHANGE' TO
004370                 WS-MESSAGE-TEXT
004380         NOT INVALID KEY
004390             MOVE 'RECORD ADDED' TO WS-MESSAGE-TEXT
004400     END-WRITE.
004410 2300-EXIT.
004420     EXIT.
004430*================================================================*
004440* 2400-CHANGE-RECORD                                            *
004450*================================================================*
004460 2400-CHANGE-RECORD.
004470     MOVE WST-TRANS-TYPE TO TT-TRANS-TYPE.
004480     READ TYPE-FILE
004490         INVALID KEY
004500             MOVE 'TYPE CODE NOT ON FILE' TO WS-MESSAGE-TEXT
004510             GO TO 2400-EXIT
004520     END-READ.
004530     PERFORM 2250-VALIDATE-TYPE-INPUT THRU 2250-EXIT.
004540     IF WS-INPUT-INVALID
004550         GO TO 2400-EXIT
004560     END-IF.
004570     MOVE WST-DESCRIPTION TO TT-DESCRIPTION.
004580     MOVE WST-DISPOSITION-SW TO TT-DISPOSITION-SW.
004590     MOVE WST-ACTIVE-SW TO TT-ACTIVE-SW.
004600     MOVE WST-LAST-UPDATE-USER TO TT-LAST-UPDATE-USER.
004610     ACCEPT TT-LAST-UPDATE-DATE FROM DATE YYYYMMDD.
004620     REWRITE TT-TYPE-RECORD
004630         INVALID KEY
004640             MOVE 'REWRITE FAILED' TO WS-MESSAGE-TEXT
004650         NOT INVALID KEY
004660             MOVE 'RECORD CHANGED' TO WS-MESSAGE-TEXT
004670     END-REWRITE.
004680 2400-EXIT.
004690     EXIT.
004700*================================================================*
004710* 2500-INQUIRE-RECORD                                           *
004720*================================================================*
004730 2500-INQUIRE-RECORD.
004740     MOVE WST-TRANS-TYPE TO TT-TRANS-TYPE.
004750     READ TYPE-FILE
004760         INVALID KEY
004770             MOVE 'TYPE CODE NOT ON FILE' TO WS-MESSAGE-TEXT
004780             GO TO 2500-EXIT
004790     END-READ.
004800     MOVE TT-DESCRIPTION TO WST-DESCRIPTION.
004810     MOVE TT-DISPOSITION-SW TO WST-DISPOSITION-SW.
004820     MOVE TT-ACTIVE-SW TO WST-ACTIVE-SW.
004830     MOVE TT-LAST-UPDATE-DATE TO WST-LAST-UPDATE-DATE.
004840     MOVE TT-LAST-UPDATE-USER TO WST-LAST-UPDATE-USER.
004850     MOVE 'RECORD DISPLAYED' TO WS-MESSAGE-TEXT.
004860 2500-EXIT.
004870     EXIT.
004880*================================================================*
004890* 2600-DELETE-RECORD                                            *
004900*================================================================*
004910 2600-DELETE-RECORD.
004920     MOVE WST-TRANS-TYPE TO TT-TRANS-TYPE.
004930     DELETE TYPE-FILE
004940         INVALID KEY
004950             MOVE 'TYPE CODE NOT ON FILE' TO WS-MESSAGE-TEXT
004960         NOT INVALID KEY
004970             MOVE 'RECORD DELETED' TO WS-MESSAGE-TEXT
004980     END-DELETE.
004990 2600-EXIT.
005000     EXIT.
005010*================================================================*
005020* 8500-WRITE-SECURITY-EVENT - APPEND ONE DL100SE ROW FOR THE     *
005030* EVENT, FUNCTION AND REASON THE CALLER HAS SET UP               *
005040*================================================================*
005050 8500-WRITE-SECURITY-EVENT.
005060     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
005070     ACCEPT WS-TS-TIME FROM TIME.
005080     MOVE SPACES TO SE-EVENT-RECORD.
005090     MOVE WS-TS-DATE TO SE-EVENT-DATE.
005100     MOVE WS-TS-TIME TO SE-EVENT-TIME.
005110     MOVE 'DL100TU' TO SE-TRANSACTION.
005120     MOVE WS-OPERATOR-ID TO SE-OPERATOR-ID.
005130     MOVE WS-SECURITY-EVENT TO SE-EVENT-CODE.
005140     MOVE WS-SECURITY-FUNCTION TO SE-FUNCTION-CODE.
005150     MOVE WS-SECURITY-REASON TO SE-REASON.
005160     MOVE WS-FAIL-COUNT TO SE-FAIL-COUNT.
005170     WRITE SE-EVENT-RECORD.
005180 8500-EXIT.
005190     EXIT.
005200*================================================================*
005210* 8600-RECORD-DENIAL - LOG THE AUTHORITY DENIAL JUST SET UP IN   *
005220* WS-MESSAGE-TEXT AND COUNT IT AGAINST THE OPERATOR.  ON         *
005230* REACHING THE LOCKOUT LIMIT THE PROFILE HAS BEEN SET INACTIVE   *
005240* BY 8650, SO LOG THE LOCKOUT AND END THE SESSION HERE.          *
005250*================================================================*
005260 8600-RECORD-DENIAL.
005270     MOVE 'DENIED' TO WS-SECURITY-EVENT.
005280     MOVE WS-FUNCTION-CODE TO WS-SECURITY-FUNCTION.
005290     MOVE WS-MESSAGE-TEXT TO WS-SECURITY-REASON.
005300     SET WS-NOT-LOCKED-OUT TO TRUE.
005310     PERFORM 8650-COUNT-FAILURE THRU 8650-EXIT.
005320     PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT.
005330     IF WS-NOT-LOCKED-OUT
005340         GO TO 8600-EXIT
005350     END-IF.
005360     MOVE 'LOCKOUT' TO WS-SECURITY-EVENT.
005370     MOVE 'CONSECUTIVE DENIAL LIMIT REACHED'
005380         TO WS-SECURITY-REASON.
005390     PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT.
005400     DISPLAY 'DL100TU - ' WS-MESSAGE-TEXT.
005410     DISPLAY 'DL100TU - OPERATOR ' WS-OPERATOR-ID
005420             ' LOCKED OUT - REFER TO THE SECURITY DESK'.
005430     SET WS-DONE TO TRUE.
005440 8600-EXIT.
005450     EXIT.
005460*================================================================*
005470* 8650-COUNT-FAILURE - ADD ONE TO THE DL100OP FAILURE COUNT.  AN *
005480* ACTIVE PROFILE THAT REACHES THE LOCKOUT LIMIT IS SET INACTIVE  *
005490* AND THE CHANGE LOGGED TO DL100OH BEFORE THE REWRITE.  IF THE   *
005500* PROFILE CANNOT BE UPDATED THE SESSION COUNT STILL ADVANCES SO  *
005510* THE EVENT SHOWS IT.                                            *
005520*================================================================*
005530 8650-COUNT-FAILURE.
005540     ADD 1 TO WS-FAIL-COUNT.
005550     OPEN I-O OPERATOR-PROFILE.
005560     IF WS-OPRPROF-FILE-STATUS NOT = '00'
005570         GO TO 8650-EXIT
005580     END-IF.
005590     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
005600     READ OPERATOR-PROFILE
005610         INVALID KEY
005620             CLOSE OPERATOR-PROFILE
005630             GO TO 8650-EXIT
005640     END-READ.
005650     IF OP-FAIL-COUNT NOT NUMERIC
005660         MOVE ZERO TO OP-FAIL-COUNT
005670     END-IF.
005680     IF OP-FAIL-COUNT < 999
005690         ADD 1 TO OP-FAIL-COUNT
005700     END-IF.
005710     MOVE OP-FAIL-COUNT TO WS-FAIL-COUNT.
005720     IF OP-ACTIVE AND OP-FAIL-COUNT NOT < WS-LOCKOUT-LIMIT
005730         SET WS-LOCKED-OUT TO TRUE
005740         ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
005750         SET OP-INACTIVE TO TRUE
005760         MOVE WS-TS-DATE TO OP-LAST-UPDATE-DATE
005770         MOVE 'DL100TU' TO OP-LAST-UPDATE-USER
005780         PERFORM 8700-WRITE-LOCKOUT-HISTORY THRU 8700-EXIT
005790     END-IF.
005800     REWRITE OP-OPERATOR-RECORD.
005810     CLOSE OPERATOR-PROFILE.
005820 8650-EXIT.
005830     EXIT.
005840*================================================================*
005850* 8700-WRITE-LOCKOUT-HISTORY - APPEND A DL100OH 'LOCKOUT' ROW    *
005860* SHOWING THE PROFILE AS IT NOW STANDS, WITH THIS TRANSACTION    *
005870* AS THE USER WHO MADE THE CHANGE                                *
005880*================================================================*
005890 8700-WRITE-LOCKOUT-HISTORY.
005900     OPEN EXTEND OPERATOR-HISTORY.
005910     IF WS-OPRHST-FILE-STATUS NOT = '00'
005920         OPEN OUTPUT OPERATOR-HISTORY
005930     END-IF.
005940     ACCEPT WS-TS-TIME FROM TIME.
005950     MOVE SPACES TO OH-HISTORY-RECORD.
005960     MOVE OP-OPERATOR-ID TO OH-OPERATOR-ID.
005970     MOVE 'LOCKOUT' TO OH-ACTION-CODE.
005980     STRING WS-TS-DATE  DELIMITED BY SIZE
005990            '-'          DELIMITED BY SIZE
006000            WS-TS-TIME   DELIMITED BY SIZE
006010         INTO OH-TIMESTAMP.
006020     MOVE 'DL100TU' TO OH-USER-ID.
006030     MOVE OP-OPERATOR-NAME TO OH-OPERATOR-NAME.
006040     MOVE OP-ACTIVE-SW TO OH-ACTIVE-SW.
006050     MOVE OP-AUTH-MAINT-SW TO OH-AUTH-MAINT-SW.
006060     MOVE OP-AUTH-APPROVE-SW TO OH-AUTH-APPROVE-SW.
006070     MOVE OP-AUTH-TYPERULE-SW TO OH-AUTH-TYPERULE-SW.
006080     MOVE OP-AUTH-SUSPENSE-SW TO OH-AUTH-SUSPENSE-SW.
006090     MOVE OP-AUTH-RESUBMIT-SW TO OH-AUTH-RESUBMIT-SW.
006100     MOVE OP-AUTH-CUSTREF-SW TO OH-AUTH-CUSTREF-SW.
006110     MOVE OP-AUTH-OPERATOR-SW TO OH-AUTH-OPERATOR-SW.
006120     MOVE OP-AUTH-INQUIRY-SW TO OH-AUTH-INQUIRY-SW.
006130     MOVE OP-AUTH-STANDORD-SW TO OH-AUTH-STANDORD-SW.
006140     MOVE OP-FAIL-COUNT TO OH-FAIL-COUNT.
006150     WRITE OH-HISTORY-RECORD.
006160     CLOSE OPERATOR-HISTORY.
006170 8700-EXIT.
006180     EXIT.
006190*================================================================*
006200* 8800-CLEAR-FAIL-COUNT - A PERMITTED FUNCTION ENDS THE RUN OF   *
006210* CONSECUTIVE DENIALS, SO CLEAR THE DL100OP FAILURE COUNT.  IT   *
006220* IS NOT CLEARED AT SIGN-ON, SO SIGNING OFF AND ON AGAIN DOES    *
006230* NOT RESET THE RUN.                                             *
006240*================================================================*
006250 8800-CLEAR-FAIL-COUNT.
006260     MOVE ZERO TO WS-FAIL-COUNT.
006270     OPEN I-O OPERATOR-PROFILE.
006280     IF WS-OPRPROF-FILE-STATUS NOT = '00'
006290         GO TO 8800-EXIT
006300     END-IF.
006310     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
006320     READ OPERATOR-PROFILE
006330         INVALID KEY
006340             CLOSE OPERATOR-PROFILE
006350             GO TO 8800-EXIT
006360     END-READ.
006370     MOVE ZERO TO OP-FAIL-COUNT.
006380     REWRITE OP-OPERATOR-RECORD.
006390     CLOSE OPERATOR-PROFILE.
006400 8800-EXIT.
006410     EXIT.
006420*================================================================*
006430* 9000-TERMINATE - CLOSE THE FILE AND END THE TRANSACTION        *
006440*================================================================*
006450 9000-TERMINATE.
006460     CLOSE TYPE-FILE.
006470     CLOSE SECURITY-LOG.
006480 9000-EXIT.
006490     EXIT.
