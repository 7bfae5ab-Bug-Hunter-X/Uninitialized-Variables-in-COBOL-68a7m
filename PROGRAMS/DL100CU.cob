000180*   ONLINE MAINTENANCE TRANSACTION FOR THE DL100CR CUSTOMER     *
000190*   REFERENCE MASTER.  LETS OPERATIONS ADD, CHANGE OR INQUIRE   *
000200*   ON THE CUSTOMERS THE SHOP ACTUALLY KNOWS - NAME, STATUS     *
000210*   (OPEN/CLOSED/FROZEN/DORMANT) AND DATE OPENED - SO DL100MN   *
000220*   CAN REFUSE TO POST A TRANSACTION FOR A CUSTOMER NOBODY EVER *
000230*   SET UP.  THERE IS NO DELETE - AN ACCOUNT THAT IS DONE IS    *
000240*   CLOSED, NOT REMOVED, SO ITS BALANCE HISTORY STAYS           *
000250*   EXPLAINABLE.  BUILT ON THE DL100MU SCREEN/FUNCTION PATTERN. *
000260*                                                                *
000270* MODIFICATION HISTORY.                                         *
000280*   2026-09-02  JW  INITIAL VERSION.                             *
000290*   2026-09-02  JW  ADDED THE CREDIT LIMIT AND OVERDRAFT-       *
000300*                   ALLOWED FLAG (NEW ON DL100CR) TO THE        *
000310*                   SCREEN, SO THE CREDIT DESK CAN SET THE      *
000320*                   FLOOR DL100MN'S POSTING-TIME ALERT CHECK    *
000330*                   WORKS AGAINST.                              *
000340*   2026-09-02  JW  ADDED OPERATOR SIGN-ON AGAINST THE DL100OP  *
000350*                   PROFILE FILE.  THE OPERATOR MUST BE ON      *
000360*                   FILE AND ACTIVE, AND ADD/CHANGE NEED THE    *
000370*                   CUSTOMER-REFERENCE AUTHORITY.  THE          *
000380*                   UPDATED-BY FIELD IS NO LONGER ACCEPTED      *
000390*                   FROM THE SCREEN - IT IS ALWAYS THE          *
000400*                   SIGNED-ON ID.                               *
000410*   2026-10-15  JW  STATUS 'D' (DORMANT, SET BY DL100DM) IS     *
000420*                   ACCEPTED, AND EVERY ADD AND EVERY STATUS    *
000430*                   CHANGE IS LOGGED TO THE NEW DL100CH STATUS  *
000440*                   HISTORY.  SETTING A DORMANT ACCOUNT BACK    *
000450*                   TO OPEN IS LOGGED AS A REACTIVATION, WHICH  *
000460*                   RELEASES IT FOR POSTING IN DL100MN AND IS   *
000470*                   REPORTED ON THE NEXT DORMANCY RUN.          *
000480*   2026-10-15  JW  EVERY SIGN-ON, REFUSED SIGN-ON AND          *
000490*                   FUNCTION AUTHORITY DENIAL IS NOW WRITTEN    *
000500*                   TO THE SHARED DL100SE SECURITY LOG          *
000510*                   (SECLOG) FOR THE DL100SV DAILY VIOLATIONS   *
000520*                   REPORT.  EACH DENIAL ADDS ONE TO THE        *
000530*                   OPERATOR'S DL100OP FAILURE COUNT AND A      *
000540*                   PERMITTED FUNCTION CLEARS IT; REACHING THE  *
000550*                   DL100SK LOCKOUT LIMIT (SECPARM, DEFAULT 3)  *
000560*                   SETS THE PROFILE INACTIVE, LOGS A LOCKOUT   *
000570*                   ROW TO DL100OH AND ENDS THE SESSION.        *
000580*--------------------------------------------------------------*
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER.   IBM-370.
000620 OBJECT-COMPUTER.   IBM-370.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT CUSTOMER-REF ASSIGN TO CUSTREF
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS CR-CUSTOMER-ID
000690         FILE STATUS IS WS-CUSTREF-FILE-STATUS.
000700     SELECT OPERATOR-PROFILE ASSIGN TO OPRPROF
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS OP-OPERATOR-ID
000740         FILE STATUS IS WS-OPRPROF-FILE-STATUS.
000750     SELECT OPERATOR-HISTORY ASSIGN TO OPRHST
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-OPRHST-FILE-STATUS.
000780     SELECT SECURITY-LOG ASSIGN TO SECLOG
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-SECLOG-FILE-STATUS.
000810     SELECT SECURITY-PARM ASSIGN TO SECPARM
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-SECPARM-FILE-STATUS.
000840     SELECT HISTORY-FILE ASSIGN TO CUSTHST
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  CUSTOMER-REF
000900     LABEL RECORDS ARE STANDARD.
000910     COPY DL100CR.
000920 FD  OPERATOR-PROFILE
000930     LABEL RECORDS ARE STANDARD.
000940     COPY DL100OP.
000950 FD  OPERATOR-HISTORY
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980     COPY DL100OH.
000990 FD  SECURITY-LOG
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020     COPY DL100SE.
001030 FD  SECURITY-PARM
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001060     COPY DL100SK.
001070 FD  HISTORY-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100     COPY DL100CH.
001110 WORKING-STORAGE SECTION.
001120*--------------------------------------------------------------*
001130* FIELD-LEVEL INITIALIZATION STANDARD - SEE DL100MN FOR THE     *
001140* FULL STATEMENT OF THE RULE.  THE SCREEN WORK AREA BELOW IS A  *
001150* COPY OF THE DL100CR LAYOUT, WHICH CARRIES NO VALUE CLAUSES    *
001160* OF ITS OWN, SO 1050 EXPLICITLY CLEARS IT.                     *
001170*--------------------------------------------------------------*
001180* RUN CONTROL SWITCHES                                          *
001190*--------------------------------------------------------------*
001200 01  WS-CUSTREF-FILE-STATUS   PIC X(02) VALUE '00'.
001210 01  WS-OPRPROF-FILE-STATUS   PIC X(02) VALUE '00'.
001220 01  WS-OPRHST-FILE-STATUS    PIC X(02) VALUE '00'.
001230 01  WS-SECLOG-FILE-STATUS    PIC X(02) VALUE '00'.
001240 01  WS-SECPARM-FILE-STATUS   PIC X(02) VALUE '00'.
001250 01  WS-HISTORY-FILE-STATUS   PIC X(02) VALUE '00'.
001260*--------------------------------------------------------------*
001270* STATUS HISTORY FIELDS - THE STATUS THE ROW HAD BEFORE A       *
001280* CHANGE, AND THE DL100CH ACTION BEING LOGGED                   *
001290*--------------------------------------------------------------*
001300 01  WS-HISTORY-ACTION        PIC X(08) VALUE SPACES.
001310 01  WS-OLD-STATUS-SW         PIC X(01) VALUE SPACES.
001320 01  WS-TIMESTAMP-FIELDS.
001330     05  WS-TS-DATE               PIC 9(08) VALUE ZERO.
001340     05  WS-TS-TIME               PIC 9(08) VALUE ZERO.
001350*--------------------------------------------------------------*
001360* SECURITY EVENT FIELDS - EVERY SIGN-ON, REFUSAL, AUTHORITY     *
001370* DENIAL AND LOCKOUT IS APPENDED TO THE SHARED DL100SE LOG.     *
001380* WS-FAIL-COUNT MIRRORS THE OPERATOR'S DL100OP CONSECUTIVE-     *
001390* DENIAL COUNT; THE LOCKOUT LIMIT COMES FROM THE DL100SK CARD.  *
001400*--------------------------------------------------------------*
001410 01  WS-LOCKOUT-LIMIT         PIC 9(03) VALUE 3.
001420 01  WS-FAIL-COUNT            PIC 9(03) VALUE ZERO.
001430 01  WS-LOCKOUT-SW            PIC X(01) VALUE 'N'.
001440     88  WS-LOCKED-OUT                  VALUE 'Y'.
001450     88  WS-NOT-LOCKED-OUT              VALUE 'N'.
001460 01  WS-SECURITY-EVENT        PIC X(08) VALUE SPACES.
001470 01  WS-SECURITY-FUNCTION     PIC X(01) VALUE SPACES.
001480 01  WS-SECURITY-REASON       PIC X(40) VALUE SPACES.
001490*--------------------------------------------------------------*
001500* SIGN-ON FIELDS - SET ONCE BY 1100 AND NEVER ACCEPTED AGAIN    *
001510*--------------------------------------------------------------*
001520 01  WS-OPERATOR-ID           PIC X(08) VALUE SPACES.
001530 01  WS-SIGNON-SW             PIC X(01) VALUE 'N'.
001540     88  WS-SIGNED-ON                   VALUE 'Y'.
001550     88  WS-NOT-SIGNED-ON               VALUE 'N'.
001560 01  WS-AUTH-CUSTREF-SW       PIC X(01) VALUE 'N'.
001570     88  WS-AUTH-CUSTREF                VALUE 'Y'.
001580 01  WS-EXIT-SW               PIC X(01) VALUE 'N'.
001590     88  WS-DONE                        VALUE 'Y'.
001600     88  WS-NOT-DONE                    VALUE 'N'.
001610 01  WS-INPUT-VALID-SW        PIC X(01) VALUE 'Y'.
001620     88  WS-INPUT-VALID                 VALUE 'Y'.
001630     88  WS-INPUT-INVALID               VALUE 'N'.
001640*--------------------------------------------------------------*
001650* SCREEN INPUT FIELDS                                           *
001660*--------------------------------------------------------------*
001670 01  WS-FUNCTION-CODE         PIC X(01) VALUE SPACES.
001680     88  WS-FUNC-ADD                    VALUE 'A'.
001690     88  WS-FUNC-CHANGE                 VALUE 'C'.
001700     88  WS-FUNC-INQUIRE                VALUE 'I'.
001710     88  WS-FUNC-EXIT                   VALUE 'X'.
001720     88  WS-FUNC-VALID          VALUES 'A' 'C' 'I' 'X'.
001730 01  WS-MESSAGE-TEXT           PIC X(40) VALUE SPACES.
001740*--------------------------------------------------------------*
001750* SCREEN WORK AREA - A SECOND COPY OF DL100CR WITH THE CR-      *
001760* PREFIX REPLACED SO IT CAN COEXIST WITH THE FD RECORD.         *
001770*--------------------------------------------------------------*
001780     COPY DL100CR REPLACING
001790         ==CR-CUSTOMER-RECORD==
001800             BY ==WSC-CUSTOMER-RECORD==
001810         ==CR-CUSTOMER-ID==
001820             BY ==WSC-CUSTOMER-ID==
001830         ==CR-CUSTOMER-NAME==
001840             BY ==WSC-CUSTOMER-NAME==
001850         ==CR-STATUS-SW==
001860             BY ==WSC-STATUS-SW==
001870         ==CR-STATUS-OPEN==
001880             BY ==WSC-STATUS-OPEN==
001890         ==CR-STATUS-CLOSED==
001900             BY ==WSC-STATUS-CLOSED==
001910         ==CR-STATUS-FROZEN==
001920             BY ==WSC-STATUS-FROZEN==
001930         ==CR-STATUS-DORMANT==
001940             BY ==WSC-STATUS-DORMANT==
001950         ==CR-STATUS-VALID==
001960             BY ==WSC-STATUS-VALID==
001970         ==CR-DATE-OPENED==
001980             BY ==WSC-DATE-OPENED==
001990         ==CR-LAST-UPDATE-DATE==
002000             BY ==WSC-LAST-UPDATE-DATE==
002010         ==CR-LAST-UPDATE-USER==
002020             BY ==WSC-LAST-UPDATE-USER==
002030         ==CR-CREDIT-LIMIT==
002040             BY ==WSC-CREDIT-LIMIT==
002050         ==CR-OVERDRAFT-SW==
002060             BY ==WSC-OVERDRAFT-SW==
002070         ==CR-OVERDRAFT-ALLOWED==
002080             BY ==WSC-OVERDRAFT-ALLOWED==
002090         ==CR-NO-OVERDRAFT==
002100             BY ==WSC-NO-OVERDRAFT==.
002110 PROCEDURE DIVISION.
002120*================================================================*
002130* 0000-MAINLINE-CONTROL                                          *
002140*================================================================*
002150 0000-MAINLINE-CONTROL.
002160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002170     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
002180         UNTIL WS-DONE.
002190     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002200     GOBACK.
002210 0000-EXIT.
002220     EXIT.
002230*================================================================*
002240* 1000-INITIALIZE - CREATE THE REFERENCE MASTER THE FIRST TIME   *
002250* THIS TRANSACTION RUNS, AND OPEN THE STATUS HISTORY FOR APPEND  *
002260*================================================================*
002270 1000-INITIALIZE.
002280     PERFORM 1050-REINITIALIZE-WORK-AREAS THRU 1050-EXIT.
002290     OPEN EXTEND SECURITY-LOG.
002300     IF WS-SECLOG-FILE-STATUS NOT = '00'
002310         OPEN OUTPUT SECURITY-LOG
002320     END-IF.
002330     PERFORM 1150-READ-SECURITY-PARM THRU 1150-EXIT.
002340     OPEN I-O CUSTOMER-REF.
002350     IF WS-CUSTREF-FILE-STATUS NOT = '00'
002360         OPEN OUTPUT CUSTOMER-REF
002370         CLOSE CUSTOMER-REF
002380         OPEN I-O CUSTOMER-REF
002390     END-IF.
002400     OPEN EXTEND HISTORY-FILE.
002410     IF WS-HISTORY-FILE-STATUS NOT = '00'
002420         OPEN OUTPUT HISTORY-FILE
002430     END-IF.
002440     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
002450 1000-EXIT.
002460     EXIT.
002470*================================================================*
002480* 1050-REINITIALIZE-WORK-AREAS - RE-APPLY THE PROGRAM'S DEFAULT  *
002490* VALUES TO EVERY WORKING AREA BEFORE THE RUN STARTS             *
002500*================================================================*
002510 1050-REINITIALIZE-WORK-AREAS.
002520     MOVE '00' TO WS-CUSTREF-FILE-STATUS.
002530     MOVE '00' TO WS-OPRPROF-FILE-STATUS.
002540     MOVE '00' TO WS-OPRHST-FILE-STATUS.
002550     MOVE '00' TO WS-SECLOG-FILE-STATUS.
002560     MOVE '00' TO WS-SECPARM-FILE-STATUS.
002570     MOVE 3 TO WS-LOCKOUT-LIMIT.
002580     MOVE ZERO TO WS-FAIL-COUNT.
002590     SET WS-NOT-LOCKED-OUT TO TRUE.
002600     MOVE SPACES TO WS-SECURITY-EVENT.
002610     MOVE SPACES TO WS-SECURITY-FUNCTION.
002620     MOVE SPACES TO WS-SECURITY-REASON.
002630     MOVE '00' TO WS-HISTORY-FILE-STATUS.
002640     MOVE SPACES TO WS-HISTORY-ACTION.
002650     MOVE SPACES TO WS-OLD-STATUS-SW.
002660     MOVE ZERO TO WS-TS-DATE.
002670     MOVE ZERO TO WS-TS-TIME.
002680     MOVE SPACES TO WS-OPERATOR-ID.
002690     SET WS-NOT-SIGNED-ON TO TRUE.
002700     MOVE 'N' TO WS-AUTH-CUSTREF-SW.
002710     SET WS-NOT-DONE TO TRUE.
002720     MOVE SPACES TO WS-FUNCTION-CODE.
002730     MOVE SPACES TO WS-MESSAGE-TEXT.
002740     SET WS-INPUT-VALID TO TRUE.
002750     PERFORM 2050-CLEAR-SCREEN-AREA THRU 2050-EXIT.
002760 1050-EXIT.
002770     EXIT.
002780*================================================================*
002790* 1100-SIGN-ON - VERIFY THE OPERATOR AGAINST THE DL100OP         *
002800* PROFILE FILE: ON FILE AND ACTIVE, OR THE TRANSACTION ENDS      *
002810* BEFORE A SINGLE FUNCTION IS TAKEN.  A MISSING PROFILE FILE     *
002820* REFUSES SIGN-ON - SECURITY DOES NOT FAIL OPEN.                 *
002830*================================================================*
002840 1100-SIGN-ON.
002850     DISPLAY 'DL100CU - SIGN ON - OPERATOR ID:'.
002860     ACCEPT WS-OPERATOR-ID FROM CONSOLE.
002870     OPEN INPUT OPERATOR-PROFILE.
002880     IF WS-OPRPROF-FILE-STATUS NOT = '00'
002890         DISPLAY 'DL100CU - OPERATOR PROFILE FILE NOT '
002900                 'AVAILABLE - SIGN-ON REFUSED'
002910         MOVE 'REFUSED' TO WS-SECURITY-EVENT
002920         MOVE 'PROFILE FILE NOT AVAILABLE' TO WS-SECURITY-REASON
002930         PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT
002940         SET WS-DONE TO TRUE
002950         GO TO 1100-EXIT
002960     END-IF.
002970     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
002980     MOVE 'OPERATOR NOT ON FILE' TO WS-SECURITY-REASON.
002990     READ OPERATOR-PROFILE
003000         INVALID KEY
003010             CONTINUE
003020         NOT INVALID KEY
003030             MOVE 'OPERATOR INACTIVE' TO WS-SECURITY-REASON
003040             IF OP-ACTIVE
003050                 SET WS-SIGNED-ON TO TRUE
003060                 IF OP-FAIL-COUNT NUMERIC
003070                     MOVE OP-FAIL-COUNT TO WS-FAIL-COUNT
003080                 END-IF
003090                 MOVE OP-AUTH-CUSTREF-SW TO WS-AUTH-CUSTREF-SW
003100             END-IF
003110     END-READ.
003120     CLOSE OPERATOR-PROFILE.
003130     IF WS-NOT-SIGNED-ON
003140         DISPLAY 'DL100CU - OPERATOR NOT ON FILE OR INACTIVE - '
003150                 'SIGN-ON REFUSED'
003160         MOVE 'REFUSED' TO WS-SECURITY-EVENT
003170         PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT
003180         SET WS-DONE TO TRUE
003190         GO TO 1100-EXIT
003200     END-IF.
003210     MOVE 'SIGNON' TO WS-SECURITY-EVENT.
003220     MOVE 'SIGN-ON ACCEPTED' TO WS-SECURITY-REASON.
003230     PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT.
003240 1100-EXIT.
003250     EXIT.
003260*================================================================*
003270* 1150-READ-SECURITY-PARM - TAKE THE CONSECUTIVE-DENIAL LOCKOUT  *
003280* LIMIT FROM THE DL100SK CARD.  A MISSING OR EMPTY FILE, OR A    *
003290* BLANK/ZERO LIMIT, LEAVES THE DEFAULT OF 3.                     *
003300*================================================================*
003310 1150-READ-SECURITY-PARM.
003320     OPEN INPUT SECURITY-PARM.
003330     IF WS-SECPARM-FILE-STATUS NOT = '00'
003340         GO TO 1150-EXIT
003350     END-IF.
003360     READ SECURITY-PARM
003370         AT END
003380             CLOSE SECURITY-PARM
003390             GO TO 1150-EXIT
003400     END-READ.
003410     IF SK-LOCKOUT-LIMIT NUMERIC AND SK-LOCKOUT-LIMIT > ZERO
003420         MOVE SK-LOCKOUT-LIMIT TO WS-LOCKOUT-LIMIT
003430     END-IF.
003440     CLOSE SECURITY-PARM.
003450 1150-EXIT.
003460     EXIT.
003470*================================================================*
003480* 2000-PROCESS-TRANSACTION - DISPLAY THE SCREEN, ACCEPT ONE      *
003490* FUNCTION REQUEST, AND ROUTE IT TO THE PROPER PARAGRAPH         *
003500*================================================================*
003510 2000-PROCESS-TRANSACTION.
003520     PERFORM 2100-DISPLAY-SCREEN THRU 2100-EXIT.
003530     PERFORM 2200-ACCEPT-SCREEN THRU 2200-EXIT.
003540     IF NOT WS-FUNC-VALID
003550         MOVE 'INVALID FUNCTION - USE A, C, I OR X' TO
003560             WS-MESSAGE-TEXT
003570         GO TO 2000-EXIT
003580     END-IF.
003590     IF (WS-FUNC-ADD OR WS-FUNC-CHANGE) AND
003600             NOT WS-AUTH-CUSTREF
003610         MOVE 'NOT AUTHORIZED FOR CUSTOMER REFERENCE' TO
003620             WS-MESSAGE-TEXT
003630         PERFORM 8600-RECORD-DENIAL THRU 8600-EXIT
003640         GO TO 2000-EXIT
003650     END-IF.
003660     IF WS-FAIL-COUNT > ZERO AND NOT WS-FUNC-EXIT
003670         PERFORM 8800-CLEAR-FAIL-COUNT THRU 8800-EXIT
003680     END-IF.
003690     EVALUATE TRUE
003700         WHEN WS-FUNC-ADD
003710             PERFORM 2300-ADD-RECORD THRU 2300-EXIT
003720         WHEN WS-FUNC-CHANGE
003730             PERFORM 2400-CHANGE-RECORD THRU 2400-EXIT
003740         WHEN WS-FUNC-INQUIRE
003750             PERFORM 2500-INQUIRE-RECORD THRU 2500-EXIT
003760         WHEN WS-FUNC-EXIT
003770             SET WS-DONE TO TRUE
003780     END-EVALUATE.
003790 2000-EXIT.
003800     EXIT.
003810*================================================================*
003820* 2050-CLEAR-SCREEN-AREA                                        *
003830*================================================================*
003840 2050-CLEAR-SCREEN-AREA.
003850     MOVE SPACES TO WSC-CUSTOMER-ID.
003860     MOVE SPACES TO WSC-CUSTOMER-NAME.
003870     MOVE 'O' TO WSC-STATUS-SW.
003880     MOVE ZERO TO WSC-DATE-OPENED.
003890     MOVE ZERO TO WSC-LAST-UPDATE-DATE.
003900     MOVE SPACES TO WSC-LAST-UPDATE-USER.
003910     MOVE ZERO TO WSC-CREDIT-LIMIT.
003920     MOVE 'N' TO WSC-OVERDRAFT-SW.
003930 2050-EXIT.
003940     EXIT.
003950*================================================================*
003960* 2100-DISPLAY-SCREEN                                           *
003970*================================================================*
003980 2100-DISPLAY-SCREEN.
003990     DISPLAY '----------------------------------------------'.
004000     DISPLAY 'DL100CU - DL100CR CUSTOMER REFERENCE MAINTENANCE'.
004010     DISPLAY 'SIGNED ON AS...........: ' WS-OPERATOR-ID.
004020     DISPLAY 'FUNCTION (A=ADD C=CHANGE I=INQUIRE X=EXIT): '
004030             WS-FUNCTION-CODE.
004040     DISPLAY 'CUSTOMER ID............: ' WSC-CUSTOMER-ID.
004050     DISPLAY 'CUSTOMER NAME..........: ' WSC-CUSTOMER-NAME.
004060     DISPLAY 'STATUS (O/C/F/D).......: ' WSC-STATUS-SW.
004070     DISPLAY 'DATE OPENED............: ' WSC-DATE-OPENED.
004080     DISPLAY 'CREDIT LIMIT...........: ' WSC-CREDIT-LIMIT.
004090     DISPLAY 'OVERDRAFT ALLOWED (Y/N): ' WSC-OVERDRAFT-SW.
004100     DISPLAY 'UPDATED BY.............: ' WSC-LAST-UPDATE-USER.
004110     DISPLAY 'MESSAGE: ' WS-MESSAGE-TEXT.
004120 2100-EXIT.
004130     EXIT.
004140*================================================================*
004150* 2200-ACCEPT-SCREEN                                            *
004160*================================================================*
004170 2200-ACCEPT-SCREEN.
004180     MOVE SPACES TO WS-MESSAGE-TEXT.
004190     ACCEPT WS-FUNCTION-CODE FROM CONSOLE.
004200     IF WS-FUNC-EXIT
004210         GO TO 2200-EXIT
004220     END-IF.
004230     ACCEPT WSC-CUSTOMER-ID FROM CONSOLE.
004240     IF WS-FUNC-INQUIRE
004250         GO TO 2200-EXIT
004260     END-IF.
004270     ACCEPT WSC-CUSTOMER-NAME FROM CONSOLE.
004280     ACCEPT WSC-STATUS-SW FROM CONSOLE.
004290     ACCEPT WSC-DATE-OPENED FROM CONSOLE.
004300     ACCEPT WSC-CREDIT-LIMIT FROM CONSOLE.
004310     ACCEPT WSC-OVERDRAFT-SW FROM CONSOLE.
004320*    THE ACTING USER IS THE SIGNED-ON OPERATOR - NEVER TAKEN
004330*    FROM THE SCREEN.
004340     MOVE WS-OPERATOR-ID TO WSC-LAST-UPDATE-USER.
004350 2200-EXIT.
004360     EXIT.
004370*================================================================*
004380* 2250-VALIDATE-CUSTOMER-INPUT - THE CUSTOMER ID AND NAME MUST   *
004390* BE NON-BLANK, THE STATUS ONE OF O/C/F/D, THE DATES AND CREDIT  *
004400* LIMIT NUMERIC, AND THE OVERDRAFT FLAG EXACTLY Y OR N -         *
004410* DL100MN TESTS THE CR- CONDITION-NAMES DIRECTLY, SO AN          *
004420* UNEDITED BYTE MUST NEVER BE STORED.                            *
004430*================================================================*
004440 2250-VALIDATE-CUSTOMER-INPUT.
004450     SET WS-INPUT-VALID TO TRUE.
004460     IF WSC-CUSTOMER-ID = SPACES
004470         MOVE 'CUSTOMER ID IS REQUIRED' TO WS-MESSAGE-TEXT
004480         SET WS-INPUT-INVALID TO TRUE
004490         GO TO 2250-EXIT
004500     END-IF.
004510     IF WSC-CUSTOMER-NAME = SPACES
004520         MOVE 'CUSTOMER NAME IS REQUIRED' TO WS-MESSAGE-TEXT
004530         SET WS-INPUT-INVALID TO TRUE
004540         GO TO 2250-EXIT
004550     END-IF.
004560     IF NOT WSC-STATUS-VALID
004570         MOVE 'STATUS MUST BE O, C, F OR D' TO WS-MESSAGE-TEXT
004580         SET WS-INPUT-INVALID TO TRUE
004590         GO TO 2250-EXIT
004600     END-IF.
004610     IF WSC-DATE-OPENED NOT NUMERIC
004620         MOVE 'DATE OPENED MUST BE NUMERIC (ZERO=TODAY)' TO
004630             WS-MESSAGE-TEXT
004640         SET WS-INPUT-INVALID TO TRUE
004650         GO TO 2250-EXIT
004660     END-IF.
004670     IF WSC-CREDIT-LIMIT NOT NUMERIC
004680         MOVE 'CREDIT LIMIT MUST BE NUMERIC' TO WS-MESSAGE-TEXT
004690         SET WS-INPUT-INVALID TO TRUE
004700         GO TO 2250-EXIT
004710     END-IF.
004720     IF WSC-OVERDRAFT-SW NOT = 'Y' AND WSC-OVERDRAFT-SW NOT = 'N'
004730         MOVE 'OVERDRAFT ALLOWED MUST BE Y OR N' TO
004740             WS-MESSAGE-TEXT
004750         SET WS-INPUT-INVALID TO TRUE
004760         GO TO 2250-EXIT
004770     END-IF.
004780 2250-EXIT.
004790     EXIT.
004800*================================================================*
004810* 2300-ADD-RECORD - WRITE A NEW DL100CR ROW FOR THIS CUSTOMER.   *
004820* A ZERO DATE OPENED DEFAULTS TO TODAY.  THE ADD IS LOGGED TO    *
004830* THE DL100CH STATUS HISTORY.                                    *
004840*================================================================*
004850 2300-ADD-RECORD.
004860     PERFORM 2250-VALIDATE-CUSTOMER-INPUT THRU 2250-EXIT.
004870     IF WS-INPUT-INVALID
004880         GO TO 2300-EXIT
004890     END-IF.
004900     MOVE WSC-CUSTOMER-ID TO CR-CUSTOMER-ID.
004910     MOVE WSC-CUSTOMER-NAME TO CR-CUSTOMER-NAME.
004920     MOVE WSC-STATUS-SW TO CR-STATUS-SW.
004930     IF WSC-DATE-OPENED = ZERO
004940         ACCEPT CR-DATE-OPENED FROM DATE YYYYMMDD
004950     ELSE
004960         MOVE WSC-DATE-OPENED TO CR-DATE-OPENED
004970     END-IF.
004980     MOVE WSC-CREDIT-LIMIT TO CR-CREDIT-LIMIT.
004990     MOVE WSC-OVERDRAFT-SW TO CR-OVERDRAFT-SW.
005000     MOVE WSC-LAST-UPDATE-USER TO CR-LAST-UPDATE-USER.
005010     ACCEPT CR-LAST-UPDATE-DATE FROM DATE YYYYMMDD.
005020     WRITE CR-CUSTOMER-RECORD
005030         INVALID KEY
005040             MOVE 'CUSTOMER ID ALREADY ON FILE - USE CHANGE' TO
005050                 WS-MESSAGE-TEXT
005060         NOT INVALID KEY
005070             MOVE 'RECORD ADDED' TO WS-MESSAGE-TEXT
005080             MOVE SPACE TO WS-OLD-STATUS-SW
005090             MOVE 'ADD' TO WS-HISTORY-ACTION
005100             PERFORM 2800-WRITE-HISTORY THRU 2800-EXIT
005110     END-WRITE.
005120 2300-EXIT.
005130     EXIT.
005140*================================================================*
005150* 2400-CHANGE-RECORD - REWRITE AN EXISTING DL100CR ROW.  THE     *
005160* DATE OPENED IS KEPT WHEN THE SCREEN LEAVES IT ZERO.  A STATUS  *
005170* CHANGE IS LOGGED TO THE DL100CH STATUS HISTORY - DORMANT BACK  *
005180* TO OPEN AS A REACTIVATION.                                     *
005190*================================================================*
005200 2400-CHANGE-RECORD.
005210     MOVE WSC-CUSTOMER-ID TO CR-CUSTOMER-ID.
005220     READ CUSTOMER-REF
005230         INVALID KEY
005240             MOVE 'CUSTOMER ID NOT ON FILE' TO WS-MESSAGE-TEXT
005250             GO TO 2400-EXIT
005260     END-READ.
005270     PERFORM 2250-VALIDATE-CUSTOMER-INPUT THRU 2250-EXIT.
005280     IF WS-INPUT-INVALID
005290         GO TO 2400-EXIT
005300     END-IF.
005310     MOVE CR-STATUS-SW TO WS-OLD-STATUS-SW.
005320     MOVE WSC-CUSTOMER-NAME TO CR-CUSTOMER-NAME.
005330     MOVE WSC-STATUS-SW TO CR-STATUS-SW.
005340     IF WSC-DATE-OPENED > ZERO
005350         MOVE WSC-DATE-OPENED TO CR-DATE-OPENED
005360     END-IF.
005370     MOVE WSC-CREDIT-LIMIT TO CR-CREDIT-LIMIT.
005380     MOVE WSC-OVERDRAFT-SW TO CR-OVERDRAFT-SW.
005390     MOVE WSC-LAST-UPDATE-USER TO CR-LAST-UPDATE-USER.
005400     ACCEPT CR-LAST-UPDATE-DATE FROM DATE YYYYMMDD.
005410     REWRITE CR-CUSTOMER-RECORD
005420         INVALID KEY
005430             MOVE 'REWRITE FAILED' TO WS-MESSAGE-TEXT
005440         NOT INVALID KEY
005450             MOVE 'RECORD CHANGED' TO WS-MESSAGE-TEXT
005460             PERFORM 2450-LOG-STATUS-CHANGE THRU 2450-EXIT
005470     END-REWRITE.
005480 2400-EXIT.
005490     EXIT.
005500*================================================================*
005510* 2450-LOG-STATUS-CHANGE - NOTHING IS LOGGED WHEN THE STATUS DID *
005520* NOT CHANGE                                                     *
005530*================================================================*
005540 2450-LOG-STATUS-CHANGE.
005550     IF CR-STATUS-SW = WS-OLD-STATUS-SW
005560         GO TO 2450-EXIT
005570     END-IF.
005580     IF WS-OLD-STATUS-SW = 'D' AND CR-STATUS-OPEN
005590         MOVE 'REACTIV' TO WS-HISTORY-ACTION
005600         MOVE 'ACCOUNT REACTIVATED' TO WS-MESSAGE-TEXT
005610     ELSE
005620         MOVE 'STATUS' TO WS-HISTORY-ACTION
005630     END-IF.
005640     PERFORM 2800-WRITE-HISTORY THRU 2800-EXIT.
005650 2450-EXIT.
005660     EXIT.
005670*================================================================*
005680* 2500-INQUIRE-RECORD                                           *
005690*================================================================*
005700 2500-INQUIRE-RECORD.
005710     MOVE WSC-CUSTOMER-ID TO CR-CUSTOMER-ID.
005720     READ CUSTOMER-REF
005730         INVALID KEY
005740             MOVE 'CUSTOMER ID NOT ON FILE' TO WS-MESSAGE-TEXT
005750             GO TO 2500-EXIT
005760     END-READ.
005770     MOVE CR-CUSTOMER-NAME TO WSC-CUSTOMER-NAME.
005780     MOVE CR-STATUS-SW TO WSC-STATUS-SW.
005790     MOVE CR-DATE-OPENED TO WSC-DATE-OPENED.
005800     MOVE CR-LAST-UPDATE-DATE TO WSC-LAST-UPDATE-DATE.
005810     MOVE CR-CREDIT-LIMIT TO WSC-CREDIT-LIMIT.
005820     MOVE CR-OVERDRAFT-SW TO WSC-OVERDRAFT-SW.
005830     MOVE CR-LAST-UPDATE-USER TO WSC-LAST-UPDATE-USER.
005840     MOVE 'RECORD DISPLAYED' TO WS-MESSAGE-TEXT.
005850 2500-EXIT.
005860     EXIT.
005870*================================================================*
005880* 2800-WRITE-HISTORY - APPEND ONE DL100CH ROW FOR THE CUSTOMER   *
005890* IN THE RECORD AREA, ACTION IN WS-HISTORY-ACTION.  THE ACTING   *
005900* USER IS THE SIGNED-ON OPERATOR.  THE BALANCE AND LAST-ACTIVITY *
005910* FIELDS ARE THE DORMANCY RUN'S AND ARE LEFT ZERO HERE.          *
005920*================================================================*
005930 2800-WRITE-HISTORY.
005940     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
005950     ACCEPT WS-TS-TIME FROM TIME.
005960     MOVE SPACES TO CH-HISTORY-RECORD.
005970     MOVE CR-CUSTOMER-ID TO CH-CUSTOMER-ID.
005980     MOVE WS-HISTORY-ACTION TO CH-ACTION-CODE.
005990     STRING WS-TS-DATE  DELIMITED BY SIZE
006000            '-'          DELIMITED BY SIZE
006010            WS-TS-TIME   DELIMITED BY SIZE
006020         INTO CH-TIMESTAMP.
006030     MOVE WS-OPERATOR-ID TO CH-USER-ID.
006040     MOVE WS-OLD-STATUS-SW TO CH-OLD-STATUS-SW.
006050     MOVE CR-STATUS-SW TO CH-NEW-STATUS-SW.
006060     MOVE ZERO TO CH-LAST-ACTIVITY-DATE.
006070     MOVE ZERO TO CH-CLOSING-BALANCE.
006080     MOVE WS-TS-DATE TO CH-BUSINESS-DATE.
006090     WRITE CH-HISTORY-RECORD.
006100 2800-EXIT.
006110     EXIT.
006120*================================================================*
006130* 8500-WRITE-SECURITY-EVENT - APPEND ONE DL100SE ROW FOR THE     *
006140* EVENT, FUNCTION AND REASON THE CALLER HAS SET UP               *
006150*================================================================*
006160 8500-WRITE-SECURITY-EVENT.
006170     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
006180     ACCEPT WS-TS-TIME FROM TIME.
006190     MOVE SPACES TO SE-EVENT-RECORD.
006200     MOVE WS-TS-DATE TO SE-EVENT-DATE.
006210     MOVE WS-TS-TIME TO SE-EVENT-TIME.
006220     MOVE 'DL100CU' TO SE-TRANSACTION.
006230     MOVE WS-OPERATOR-ID TO SE-OPERATOR-ID.
006240     MOVE WS-SECURITY-EVENT TO SE-EVENT-CODE.
006250     MOVE WS-SECURITY-FUNCTION TO SE-FUNCTION-CODE.
006260     MOVE WS-SECURITY-REASON TO SE-REASON.
006270     MOVE WS-FAIL-COUNT TO SE-FAIL-COUNT.
006280     WRITE SE-EVENT-RECORD.
006290 8500-EXIT.
006300     EXIT.
006310*================================================================*
006320* 8600-RECORD-DENIAL - LOG THE AUTHORITY DENIAL JUST SET UP IN   *
006330* WS-MESSAGE-TEXT AND COUNT IT AGAINST THE OPERATOR.  ON         *
006340* REACHING THE LOCKOUT LIMIT THE PROFILE HAS BEEN SET INACTIVE   *
006350* BY 8650, SO LOG THE LOCKOUT AND END THE SESSION HERE.          *
006360*================================================================*
006370 8600-RECORD-DENIAL.
006380     MOVE 'DENIED' TO WS-SECURITY-EVENT.
006390     MOVE WS-FUNCTION-CODE TO WS-SECURITY-FUNCTION.
006400     MOVE WS-MESSAGE-TEXT TO WS-SECURITY-REASON.
006410     SET WS-NOT-LOCKED-OUT TO TRUE.
006420     PERFORM 8650-COUNT-FAILURE THRU 8650-EXIT.
006430     PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT.
006440     IF WS-NOT-LOCKED-OUT
006450         GO TO 8600-EXIT
006460     END-IF.
006470     MOVE 'LOCKOUT' TO WS-SECURITY-EVENT.
006480     MOVE 'CONSECUTIVE DENIAL LIMIT REACHED'
006490         TO WS-SECURITY-REASON.
006500     PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT.
006510     DISPLAY 'DL100CU - ' WS-MESSAGE-TEXT.
006520     DISPLAY 'DL100CU - OPERATOR ' WS-OPERATOR-ID
006530             ' LOCKED OUT - REFER TO THE SECURITY DESK'.
006540     SET WS-DONE TO TRUE.
006550 8600-EXIT.
006560     EXIT.
006570*================================================================*
006580* 8650-COUNT-FAILURE - ADD ONE TO THE DL100OP FAILURE COUNT.  AN *
006590* ACTIVE PROFILE THAT REACHES THE LOCKOUT LIMIT IS SET INACTIVE  *
006600* AND THE CHANGE LOGGED TO DL100OH BEFORE THE REWRITE.  IF THE   *
006610* PROFILE CANNOT BE UPDATED THE SESSION COUNT STILL ADVANCES SO  *
006620* THE EVENT SHOWS IT.                                            *
006630*================================================================*
006640 8650-COUNT-FAILURE.
006650     ADD 1 TO WS-FAIL-COUNT.
006660     OPEN I-O OPERATOR-PROFILE.
006670     IF WS-OPRPROF-FILE-STATUS NOT = '00'
006680         GO TO 8650-EXIT
006690     END-IF.
006700     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
006710     READ OPERATOR-PROFILE
006720         INVALID KEY
006730             CLOSE OPERATOR-PROFILE
006740             GO TO 8650-EXIT
006750     END-READ.
006760     IF OP-FAIL-COUNT NOT NUMERIC
006770         MOVE ZERO TO OP-FAIL-COUNT
006780     END-IF.
006790     IF OP-FAIL-COUNT < 999
006800         ADD 1 TO OP-FAIL-COUNT
006810     END-IF.
006820     MOVE OP-FAIL-COUNT TO WS-FAIL-COUNT.
006830     IF OP-ACTIVE AND OP-FAIL-COUNT NOT < WS-LOCKOUT-LIMIT
006840         SET WS-LOCKED-OUT TO TRUE
006850         ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
006860         SET OP-INACTIVE TO TRUE
006870         MOVE WS-TS-DATE TO OP-LAST-UPDATE-DATE
006880         MOVE 'DL100CU' TO OP-LAST-UPDATE-USER
006890         PERFORM 8700-WRITE-LOCKOUT-HISTORY THRU 8700-EXIT
006900     END-IF.
006910     REWRITE OP-OPERATOR-RECORD.
006920     CLOSE OPERATOR-PROFILE.
006930 8650-EXIT.
006940     EXIT.
006950*================================================================*
006960* 8700-WRITE-LOCKOUT-HISTORY - APPEND A DL100OH 'LOCKOUT' ROW    *
006970* SHOWING THE PROFILE AS IT NOW STANDS, WITH THIS TRANSACTION    *
006980* AS THE USER WHO MADE THE CHANGE                                *
006990*================================================================*
007000 8700-WRITE-LOCKOUT-HISTORY.
007010     OPEN EXTEND OPERATOR-HISTORY.
007020     IF WS-OPRHST-FILE-STATUS NOT = '00'
007030         OPEN OUTPUT OPERATOR-HISTORY
007040     END-IF.
007050     ACCEPT WS-TS-TIME FROM TIME.
007060     MOVE SPACES TO OH-HISTORY-RECORD.
007070     MOVE OP-OPERATOR-ID TO OH-OPERATOR-ID.
007080     MOVE 'LOCKOUT' TO OH-ACTION-CODE.
007090     STRING WS-TS-DATE  DELIMITED BY SIZE
007100            '-'          DELIMITED BY SIZE
007110            WS-TS-TIME   DELIMITED BY SIZE
007120         INTO OH-TIMESTAMP.
007130     MOVE 'DL100CU' TO OH-USER-ID.
007140     MOVE OP-OPERATOR-NAME TO OH-OPERATOR-NAME.
007150     MOVE OP-ACTIVE-SW TO OH-ACTIVE-SW.
007160     MOVE OP-AUTH-MAINT-SW TO OH-AUTH-MAINT-SW.
007170     MOVE OP-AUTH-APPROVE-SW TO OH-AUTH-APPROVE-SW.
007180     MOVE OP-AUTH-TYPERULE-SW TO OH-AUTH-TYPERULE-SW.
007190     MOVE OP-AUTH-SUSPENSE-SW TO OH-AUTH-SUSPENSE-SW.
007200     MOVE OP-AUTH-RESUBMIT-SW TO OH-AUTH-RESUBMIT-SW.
007210     MOVE OP-AUTH-CUSTREF-SW TO OH-AUTH-CUSTREF-SW.
007220     MOVE OP-AUTH-OPERATOR-SW TO OH-AUTH-OPERATOR-SW.
007230     MOVE OP-AUTH-INQUIRY-SW TO OH-AUTH-INQUIRY-SW.
007240     MOVE OP-AUTH-STANDORD-SW TO OH-AUTH-STANDORD-SW.
007250     MOVE OP-FAIL-COUNT TO OH-FAIL-COUNT.
007260     WRITE OH-HISTORY-RECORD.
007270     CLOSE OPERATOR-HISTORY.
007280 8700-EXIT.
007290     EXIT.
007300*================================================================*
007310* 8800-CLEAR-FAIL-COUNT - A PERMITTED FUNCTION ENDS THE RUN OF   *
007320* CONSECUTIVE DENIALS, SO CLEAR THE DL100OP FAILURE COUNT.  IT   *
007330* IS NOT CLEARED AT SIGN-ON, SO SIGNING OFF AND ON AGAIN DOES    *
007340* NOT RESET THE RUN.                                             *
007350*================================================================*
007360 8800-CLEAR-FAIL-COUNT.
007370     MOVE ZERO TO WS-FAIL-COUNT.
007380     OPEN I-O OPERATOR-PROFILE.
007390     IF WS-OPRPROF-FILE-STATUS NOT = '00'
007400         GO TO 8800-EXIT
007410     END-IF.
007420     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
007430     READ OPERATOR-PROFILE
007440         INVALID KEY
007450             CLOSE OPERATOR-PROFILE
007460             GO TO 8800-EXIT
007470     END-READ.
007480     MOVE ZERO TO OP-FAIL-COUNT.
007490     REWRITE OP-OPERATOR-RECORD.
007500     CLOSE OPERATOR-PROFILE.
007510 8800-EXIT.
007520     EXIT.
007530*================================================================*
007540* 9000-TERMINATE - CLOSE THE FILES AND END THE TRANSACTION       *
007550*================================================================*
007560 9000-TERMINATE.
007570     CLOSE CUSTOMER-REF.
007580     CLOSE HISTORY-FILE.
007590     CLOSE SECURITY-LOG.
007600 9000-EXIT.
007610     EXIT.
