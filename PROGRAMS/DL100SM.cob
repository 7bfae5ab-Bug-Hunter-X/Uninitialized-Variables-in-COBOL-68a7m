000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DL100SM.
000120 AUTHOR.        J. WHITFIELD.
000130 INSTALLATION.  DAILY LEDGER PROCESSING.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* REMARKS.                                                      *
000180*   ONLINE MAINTENANCE TRANSACTION FOR THE DL100SO STANDING     *
000190*   ORDER FILE.  LETS THE DESK ADD, CHANGE OR INQUIRE ON A      *
000200*   CUSTOMER'S STANDING ORDERS - TYPE CODE, AMOUNT, FREQUENCY,  *
000210*   START AND END DATES AND STATUS - AND LETS A SECOND USER     *
000220*   APPROVE THEM.  AN ORDER IS NEVER DELETED; IT IS CANCELLED   *
000230*   (STATUS 'C') SO ITS HISTORY STAYS WHOLE.  THE TYPE CODE     *
000240*   MUST BE AN ACTIVE DEBIT OR CREDIT TYPE ON THE DL100TT RULES *
000250*   TABLE AND THE CUSTOMER MUST BE ON THE DL100CR REFERENCE     *
000260*   MASTER.  AN ADD OR CHANGE ALWAYS LEAVES THE ORDER PENDING   *
000270*   AND ZEROES ITS NEXT-DUE DATE FOR DL100SG TO WORK OUT AGAIN; *
000280*   THE 'P' FUNCTION APPROVES IT, AND THE APPROVER MUST DIFFER  *
000290*   FROM THE USER WHO KEYED IT.  ADD/CHANGE NEED THE STANDING-  *
000300*   ORDER AUTHORITY, APPROVE NEEDS THE APPROVE AUTHORITY, AND   *
000310*   EVERY ACTION IS LOGGED TO THE DL100SH HISTORY FILE.  BUILT  *
000320*   ON THE DL100MU SCREEN/FUNCTION PATTERN.                     *
000330*                                                               *
000340* MODIFICATION HISTORY.                                         *
000350*   2026-10-15  JW  INITIAL VERSION.                            *
000360*   2026-10-15  JW  EVERY SIGN-ON, REFUSED SIGN-ON AND          *
000370*                   FUNCTION AUTHORITY DENIAL IS NOW WRITTEN    *
000380*                   TO THE SHARED DL100SE SECURITY LOG          *
000390*                   (SECLOG) FOR THE DL100SV DAILY VIOLATIONS   *
000400*                   REPORT.  EACH DENIAL ADDS ONE TO THE        *
000410*                   OPERATOR'S DL100OP FAILURE COUNT AND A      *
000420*                   PERMITTED FUNCTION CLEARS IT; REACHING THE  *
000430*                   DL100SK LOCKOUT LIMIT (SECPARM, DEFAULT 3)  *
000440*                   SETS THE PROFILE INACTIVE, LOGS A LOCKOUT   *
000450*                   ROW TO DL100OH AND ENDS THE SESSION.        *
000460*--------------------------------------------------------------*
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.   IBM-370.
000500 OBJECT-COMPUTER.   IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT STANDING-ORDER-FILE ASSIGN TO STANDORD
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS SO-ORDER-KEY
000570         FILE STATUS IS WS-ORDER-FILE-STATUS.
000580     SELECT HISTORY-FILE ASSIGN TO STANDHST
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000610     SELECT TYPE-FILE ASSIGN TO TRNTYP
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS TT-TRANS-TYPE
000650         FILE STATUS IS WS-TYPE-FILE-STATUS.
000660     SELECT CUSTOMER-REF ASSIGN TO CUSTREF
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS CR-CUSTOMER-ID
000700         FILE STATUS IS WS-CUSTREF-FILE-STATUS.
000710     SELECT OPERATOR-PROFILE ASSIGN TO OPRPROF
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS OP-OPERATOR-ID
000750         FILE STATUS IS WS-OPRPROF-FILE-STATUS.
000760     SELECT OPERATOR-HISTORY ASSIGN TO OPRHST
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-OPRHST-FILE-STATUS.
000790     SELECT SECURITY-LOG ASSIGN TO SECLOG
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-SECLOG-FILE-STATUS.
000820     SELECT SECURITY-PARM ASSIGN TO SECPARM
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-SECPARM-FILE-STATUS.
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  STANDING-ORDER-FILE
000880     LABEL RECORDS ARE STANDARD.
000890     COPY DL100SO.
000900 FD  HISTORY-FILE
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930     COPY DL100SH.
000940 FD  TYPE-FILE
000950     LABEL RECORDS ARE STANDARD.
000960     COPY DL100TT.
000970 FD  CUSTOMER-REF
000980     LABEL RECORDS ARE STANDARD.
000990     COPY DL100CR.
001000 FD  OPERATOR-PROFILE
001010     LABEL RECORDS ARE STANDARD.
001020     COPY DL100OP.
001030 FD  OPERATOR-HISTORY
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001060     COPY DL100OH.
001070 FD  SECURITY-LOG
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100     COPY DL100SE.
001110 FD  SECURITY-PARM
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE STANDARD.
001140     COPY DL100SK.
001150 WORKING-STORAGE SECTION.
001160*--------------------------------------------------------------*
001170* FIELD-LEVEL INITIALIZATION STANDARD - SEE DL100MN FOR THE     *
001180* FULL STATEMENT OF THE RULE.  THE SCREEN WORK AREA BELOW IS A  *
001190* COPY OF THE DL100SO LAYOUT, WHICH CARRIES NO VALUE CLAUSES OF *
001200* ITS OWN, SO 2050 EXPLICITLY CLEARS IT.                        *
001210*--------------------------------------------------------------*
001220* RUN CONTROL SWITCHES                                          *
001230*--------------------------------------------------------------*
001240 01  WS-ORDER-FILE-STATUS     PIC X(02) VALUE '00'.
001250 01  WS-HISTORY-FILE-STATUS   PIC X(02) VALUE '00'.
001260 01  WS-TYPE-FILE-STATUS      PIC X(02) VALUE '00'.
001270 01  WS-CUSTREF-FILE-STATUS   PIC X(02) VALUE '00'.
001280 01  WS-OPRPROF-FILE-STATUS   PIC X(02) VALUE '00'.
001290 01  WS-OPRHST-FILE-STATUS    PIC X(02) VALUE '00'.
001300 01  WS-SECLOG-FILE-STATUS    PIC X(02) VALUE '00'.
001310 01  WS-SECPARM-FILE-STATUS   PIC X(02) VALUE '00'.
001320 01  WS-TYPE-FILE-SW          PIC X(01) VALUE 'N'.
001330     88  WS-TYPE-FILE-AVAILABLE         VALUE 'Y'.
001340     88  WS-TYPE-FILE-NOT-AVAILABLE     VALUE 'N'.
001350 01  WS-CUSTREF-AVAIL-SW      PIC X(01) VALUE 'N'.
001360     88  WS-CUSTREF-AVAILABLE           VALUE 'Y'.
001370     88  WS-CUSTREF-NOT-AVAILABLE       VALUE 'N'.
001380*--------------------------------------------------------------*
001390* SECURITY EVENT FIELDS - EVERY SIGN-ON, REFUSAL, AUTHORITY     *
001400* DENIAL AND LOCKOUT IS APPENDED TO THE SHARED DL100SE LOG.     *
001410* WS-FAIL-COUNT MIRRORS THE OPERATOR'S DL100OP CONSECUTIVE-     *
001420* DENIAL COUNT; THE LOCKOUT LIMIT COMES FROM THE DL100SK CARD.  *
001430*--------------------------------------------------------------*
001440 01  WS-LOCKOUT-LIMIT         PIC 9(03) VALUE 3.
001450 01  WS-FAIL-COUNT            PIC 9(03) VALUE ZERO.
001460 01  WS-LOCKOUT-SW            PIC X(01) VALUE 'N'.
001470     88  WS-LOCKED-OUT                  VALUE 'Y'.
001480     88  WS-NOT-LOCKED-OUT              VALUE 'N'.
001490 01  WS-SECURITY-EVENT        PIC X(08) VALUE SPACES.
001500 01  WS-SECURITY-FUNCTION     PIC X(01) VALUE SPACES.
001510 01  WS-SECURITY-REASON       PIC X(40) VALUE SPACES.
001520*--------------------------------------------------------------*
001530* SIGN-ON FIELDS - SET ONCE BY 1100 AND NEVER ACCEPTED AGAIN.   *
001540* THE AUTHORITY SWITCHES MIRROR THE SIGNED-ON OPERATOR'S        *
001550* DL100OP FLAGS.                                                *
001560*--------------------------------------------------------------*
001570 01  WS-OPERATOR-ID           PIC X(08) VALUE SPACES.
001580 01  WS-SIGNON-SW             PIC X(01) VALUE 'N'.
001590     88  WS-SIGNED-ON                   VALUE 'Y'.
001600     88  WS-NOT-SIGNED-ON               VALUE 'N'.
001610 01  WS-AUTH-STANDORD-SW      PIC X(01) VALUE 'N'.
001620     88  WS-AUTH-STANDORD               VALUE 'Y'.
001630 01  WS-AUTH-APPROVE-SW       PIC X(01) VALUE 'N'.
001640     88  WS-AUTH-APPROVE                VALUE 'Y'.
001650 01  WS-HISTORY-ACTION        PIC X(08) VALUE SPACES.
001660 01  WS-TIMESTAMP-FIELDS.
001670     05  WS-TS-DATE               PIC 9(08) VALUE ZERO.
001680     05  WS-TS-TIME               PIC 9(08) VALUE ZERO.
001690 01  WS-EXIT-SW               PIC X(01) VALUE 'N'.
001700     88  WS-DONE                        VALUE 'Y'.
001710     88  WS-NOT-DONE                    VALUE 'N'.
001720 01  WS-INPUT-VALID-SW        PIC X(01) VALUE 'Y'.
001730     88  WS-INPUT-VALID                 VALUE 'Y'.
001740     88  WS-INPUT-INVALID               VALUE 'N'.
001750*--------------------------------------------------------------*
001760* SCREEN INPUT FIELDS                                           *
001770*--------------------------------------------------------------*
001780 01  WS-FUNCTION-CODE         PIC X(01) VALUE SPACES.
001790     88  WS-FUNC-ADD                    VALUE 'A'.
001800     88  WS-FUNC-CHANGE                 VALUE 'C'.
001810     88  WS-FUNC-INQUIRE                VALUE 'I'.
001820     88  WS-FUNC-APPROVE                VALUE 'P'.
001830     88  WS-FUNC-EXIT                   VALUE 'X'.
001840     88  WS-FUNC-VALID          VALUES 'A' 'C' 'I' 'P' 'X'.
001850 01  WS-MESSAGE-TEXT           PIC X(40) VALUE SPACES.
001860*--------------------------------------------------------------*
001870* SCREEN WORK AREA - A SECOND COPY OF DL100SO WITH THE SO-      *
001880* PREFIX REPLACED SO IT CAN COEXIST WITH THE FD RECORD.         *
001890*--------------------------------------------------------------*
001900     COPY DL100SO REPLACING
001910         ==SO-ORDER-RECORD==
001920             BY ==WSS-ORDER-RECORD==
001930         ==SO-ORDER-KEY==
001940             BY ==WSS-ORDER-KEY==
001950         ==SO-CUSTOMER-ID==
001960             BY ==WSS-CUSTOMER-ID==
001970         ==SO-ORDER-NUMBER==
001980             BY ==WSS-ORDER-NUMBER==
001990         ==SO-TRANS-TYPE==
002000             BY ==WSS-TRANS-TYPE==
002010         ==SO-AMOUNT==
002020             BY ==WSS-AMOUNT==
002030         ==SO-FREQUENCY-SW==
002040             BY ==WSS-FREQUENCY-SW==
002050         ==SO-FREQ-WEEKLY==
002060             BY ==WSS-FREQ-WEEKLY==
002070         ==SO-FREQ-MONTHLY==
002080             BY ==WSS-FREQ-MONTHLY==
002090         ==SO-FREQ-DAY-OF-MONTH==
002100             BY ==WSS-FREQ-DAY-OF-MONTH==
002110         ==SO-FREQUENCY-VALID==
002120             BY ==WSS-FREQUENCY-VALID==
002130         ==SO-MONTH-DAY==
002140             BY ==WSS-MONTH-DAY==
002150         ==SO-START-DATE==
002160             BY ==WSS-START-DATE==
002170         ==SO-END-DATE==
002180             BY ==WSS-END-DATE==
002190         ==SO-STATUS-SW==
002200             BY ==WSS-STATUS-SW==
002210         ==SO-STATUS-ACTIVE==
002220             BY ==WSS-STATUS-ACTIVE==
002230         ==SO-STATUS-SUSPENDED==
002240             BY ==WSS-STATUS-SUSPENDED==
002250         ==SO-STATUS-CANCELLED==
002260             BY ==WSS-STATUS-CANCELLED==
002270         ==SO-STATUS-ENDED==
002280             BY ==WSS-STATUS-ENDED==
002290         ==SO-STATUS-VALID==
002300             BY ==WSS-STATUS-VALID==
002310         ==SO-NEXT-DUE-DATE==
002320             BY ==WSS-NEXT-DUE-DATE==
002330         ==SO-LAST-ISSUED-DATE==
002340             BY ==WSS-LAST-ISSUED-DATE==
002350         ==SO-LAST-UPDATE-DATE==
002360             BY ==WSS-LAST-UPDATE-DATE==
002370         ==SO-LAST-UPDATE-USER==
002380             BY ==WSS-LAST-UPDATE-USER==
002390         ==SO-APPROVAL-STATUS-SW==
002400             BY ==WSS-APPROVAL-STATUS-SW==
002410         ==SO-APPROVAL-PENDING==
002420             BY ==WSS-APPROVAL-PENDING==
002430         ==SO-APPROVED-BY==
002440             BY ==WSS-APPROVED-BY==
002450         ==SO-APPROVED-DATE==
002460             BY ==WSS-APPROVED-DATE==
002470         ==SO-APPROVED==
002480             BY ==WSS-APPROVED==.
002490 PROCEDURE DIVISION.
002500*================================================================*
002510* 0000-MAINLINE-CONTROL                                          *
002520*================================================================*
002530 0000-MAINLINE-CONTROL.
002540     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002550     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
002560         UNTIL WS-DONE.
002570     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002580     GOBACK.
002590 0000-EXIT.
002600     EXIT.
002610*================================================================*
002620* 1000-INITIALIZE - CREATE THE STANDING ORDER FILE THE FIRST     *
002630* TIME THIS TRANSACTION RUNS, OPEN THE LOOKUP FILES, SIGN ON     *
002640*================================================================*
002650 1000-INITIALIZE.
002660     PERFORM 1050-REINITIALIZE-WORK-AREAS THRU 1050-EXIT.
002670     OPEN EXTEND SECURITY-LOG.
002680     IF WS-SECLOG-FILE-STATUS NOT = '00'
002690         OPEN OUTPUT SECURITY-LOG
002700     END-IF.
002710     PERFORM 1150-READ-SECURITY-PARM THRU 1150-EXIT.
002720     OPEN I-O STANDING-ORDER-FILE.
002730     IF WS-ORDER-FILE-STATUS NOT = '00'
002740         OPEN OUTPUT STANDING-ORDER-FILE
002750         CLOSE STANDING-ORDER-FILE
002760         OPEN I-O STANDING-ORDER-FILE
002770     END-IF.
002780     OPEN EXTEND HISTORY-FILE.
002790     IF WS-HISTORY-FILE-STATUS NOT = '00'
002800         OPEN OUTPUT HISTORY-FILE
002810     END-IF.
002820     OPEN INPUT TYPE-FILE.
002830     IF WS-TYPE-FILE-STATUS = '00'
002840         SET WS-TYPE-FILE-AVAILABLE TO TRUE
002850     END-IF.
002860     OPEN INPUT CUSTOMER-REF.
002870     IF WS-CUSTREF-FILE-STATUS = '00'
002880         SET WS-CUSTREF-AVAILABLE TO TRUE
002890     END-IF.
002900     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
002910 1000-EXIT.
002920     EXIT.
002930*================================================================*
002940* 1050-REINITIALIZE-WORK-AREAS - RE-APPLY THE PROGRAM'S DEFAULT  *
002950* VALUES TO EVERY WORKING AREA BEFORE THE RUN STARTS             *
002960*================================================================*
002970 1050-REINITIALIZE-WORK-AREAS.
002980     MOVE '00' TO WS-ORDER-FILE-STATUS.
002990     MOVE '00' TO WS-HISTORY-FILE-STATUS.
003000     MOVE '00' TO WS-TYPE-FILE-STATUS.
003010     MOVE '00' TO WS-CUSTREF-FILE-STATUS.
003020     MOVE '00' TO WS-OPRPROF-FILE-STATUS.
003030     MOVE '00' TO WS-OPRHST-FILE-STATUS.
003040     MOVE '00' TO WS-SECLOG-FILE-STATUS.
003050     MOVE '00' TO WS-SECPARM-FILE-STATUS.
003060     MOVE 3 TO WS-LOCKOUT-LIMIT.
003070     MOVE ZERO TO WS-FAIL-COUNT.
003080     SET WS-NOT-LOCKED-OUT TO TRUE.
003090     MOVE SPACES TO WS-SECURITY-EVENT.
003100     MOVE SPACES TO WS-SECURITY-FUNCTION.
003110     MOVE SPACES TO WS-SECURITY-REASON.
003120     SET WS-TYPE-FILE-NOT-AVAILABLE TO TRUE.
003130     SET WS-CUSTREF-NOT-AVAILABLE TO TRUE.
003140     MOVE SPACES TO WS-OPERATOR-ID.
003150     SET WS-NOT-SIGNED-ON TO TRUE.
003160     MOVE 'N' TO WS-AUTH-STANDORD-SW.
003170     MOVE 'N' TO WS-AUTH-APPROVE-SW.
003180     MOVE SPACES TO WS-HISTORY-ACTION.
003190     MOVE ZERO TO WS-TS-DATE.
003200     MOVE ZERO TO WS-TS-TIME.
003210     SET WS-NOT-DONE TO TRUE.
003220     MOVE SPACES TO WS-FUNCTION-CODE.
003230     MOVE SPACES TO WS-MESSAGE-TEXT.
003240     SET WS-INPUT-VALID TO TRUE.
003250     PERFORM 2050-CLEAR-SCREEN-AREA THRU 2050-EXIT.
003260 1050-EXIT.
003270     EXIT.
003280*================================================================*
003290* 1100-SIGN-ON - VERIFY THE OPERATOR AGAINST THE DL100OP         *
003300* PROFILE FILE: ON FILE AND ACTIVE, OR THE TRANSACTION ENDS      *
003310* BEFORE A SINGLE FUNCTION IS TAKEN.  A MISSING PROFILE FILE     *
003320* REFUSES SIGN-ON - SECURITY DOES NOT FAIL OPEN.                 *
003330*================================================================*
003340 1100-SIGN-ON.
003350     DISPLAY 'DL100SM - SIGN ON - OPERATOR ID:'.
003360     ACCEPT WS-OPERATOR-ID FROM CONSOLE.
003370     OPEN INPUT OPERATOR-PROFILE.
003380     IF WS-OPRPROF-FILE-STATUS NOT = '00'
003390         DISPLAY 'DL100SM - OPERATOR PROFILE FILE NOT '
003400                 'AVAILABLE - SIGN-ON REFUSED'
003410         MOVE 'REFUSED' TO WS-SECURITY-EVENT
003420         MOVE 'PROFILE FILE NOT AVAILABLE' TO WS-SECURITY-REASON
003430         PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT
003440         SET WS-DONE TO TRUE
003450         GO TO 1100-EXIT
003460     END-IF.
003470     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
003480     MOVE 'OPERATOR NOT ON FILE' TO WS-SECURITY-REASON.
003490     READ OPERATOR-PROFILE
003500         INVALID KEY
003510             CONTINUE
003520         NOT INVALID KEY
003530             MOVE 'OPERATOR INACTIVE' TO WS-SECURITY-REASON
003540             IF OP-ACTIVE
003550                 SET WS-SIGNED-ON TO TRUE
003560                 IF OP-FAIL-COUNT NUMERIC
003570                     MOVE OP-FAIL-COUNT TO WS-FAIL-COUNT
003580                 END-IF
003590                 MOVE OP-AUTH-STANDORD-SW TO WS-AUTH-STANDORD-SW
003600                 MOVE OP-AUTH-APPROVE-SW TO WS-AUTH-APPROVE-SW
003610             END-IF
003620     END-READ.
003630     CLOSE OPERATOR-PROFILE.
003640     IF WS-NOT-SIGNED-ON
003650         DISPLAY 'DL100SM - OPERATOR NOT ON FILE OR INACTIVE - '
003660                 'SIGN-ON REFUSED'
003670         MOVE 'REFUSED' TO WS-SECURITY-EVENT
003680         PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT
003690         SET WS-DONE TO TRUE
003700         GO TO 1100-EXIT
003710     END-IF.
003720     MOVE 'SIGNON' TO WS-SECURITY-EVENT.
003730     MOVE 'SIGN-ON ACCEPTED' TO WS-SECURITY-REASON.
003740     PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT.
003750 1100-EXIT.
003760     EXIT.
003770*================================================================*
003780* 1150-READ-SECURITY-PARM - TAKE THE CONSECUTIVE-DENIAL LOCKOUT  *
003790* LIMIT FROM THE DL100SK CARD.  A MISSING OR EMPTY FILE, OR A    *
003800* BLANK/ZERO LIMIT, LEAVES THE DEFAULT OF 3.                     *
003810*================================================================*
003820 1150-READ-SECURITY-PARM.
003830     OPEN INPUT SECURITY-PARM.
003840     IF WS-SECPARM-FILE-STATUS NOT = '00'
003850         GO TO 1150-EXIT
003860     END-IF.
003870     READ SECURITY-PARM
003880         AT END
003890             CLOSE SECURITY-PARM
003900             GO TO 1150-EXIT
003910     END-READ.
003920     IF SK-LOCKOUT-LIMIT NUMERIC AND SK-LOCKOUT-LIMIT > ZERO
003930         MOVE SK-LOCKOUT-LIMIT TO WS-LOCKOUT-LIMIT
003940     END-IF.
003950     CLOSE SECURITY-PARM.
003960 1150-EXIT.
003970     EXIT.
003980*================================================================*
003990* 2000-PROCESS-TRANSACTION - DISPLAY THE SCREEN, ACCEPT ONE      *
004000* FUNCTION REQUEST, AND ROUTE IT TO THE PROPER PARAGRAPH         *
004010*================================================================*
004020 2000-PROCESS-TRANSACTION.
004030     PERFORM 2100-DISPLAY-SCREEN THRU 2100-EXIT.
004040     PERFORM 2200-ACCEPT-SCREEN THRU 2200-EXIT.
004050     IF NOT WS-FUNC-VALID
004060         MOVE 'INVALID FUNCTION - USE A, C, I, P OR X' TO
004070             WS-MESSAGE-TEXT
004080         GO TO 2000-EXIT
004090     END-IF.
004100     IF (WS-FUNC-ADD OR WS-FUNC-CHANGE) AND
004110             NOT WS-AUTH-STANDORD
004120         MOVE 'NOT AUTHORIZED TO MAINTAIN STANDING ORDERS' TO
004130             WS-MESSAGE-TEXT
004140         PERFORM 8600-RECORD-DENIAL THRU 8600-EXIT
004150         GO TO 2000-EXIT
004160     END-IF.
004170     IF WS-FUNC-APPROVE AND NOT WS-AUTH-APPROVE
004180         MOVE 'NOT AUTHORIZED TO APPROVE STANDING ORDERS' TO
004190             WS-MESSAGE-TEXT
004200         PERFORM 8600-RECORD-DENIAL THRU 8600-EXIT
004210         GO TO 2000-EXIT
004220     END-IF.
004230     IF WS-FAIL-COUNT > ZERO AND NOT WS-FUNC-EXIT
004240         PERFORM 8800-CLEAR-FAIL-COUNT THRU 8800-EXIT
004250     END-IF.
004260     EVALUATE TRUE
004270         WHEN WS-FUNC-ADD
004280             PERFORM 2300-ADD-RECORD THRU 2300-EXIT
004290         WHEN WS-FUNC-CHANGE
004300             PERFORM 2400-CHANGE-RECORD THRU 2400-EXIT
004310         WHEN WS-FUNC-INQUIRE
004320             PERFORM 2500-INQUIRE-RECORD THRU 2500-EXIT
004330         WHEN WS-FUNC-APPROVE
004340             PERFORM 2700-APPROVE-RECORD THRU 2700-EXIT
004350         WHEN WS-FUNC-EXIT
004360             SET WS-DONE TO TRUE
004370     END-EVALUATE.
004380 2000-EXIT.
004390     EXIT.
004400*================================================================*
004410* 2050-CLEAR-SCREEN-AREA - RESET THE SCREEN WORK AREA TO ITS     *
004420* DEFAULT VALUES SO ONE TRANSACTION NEVER SEES ANOTHER'S INPUT   *
004430*================================================================*
004440 2050-CLEAR-SCREEN-AREA.
004450     MOVE SPACES TO WSS-CUSTOMER-ID.
004460     MOVE ZERO TO WSS-ORDER-NUMBER.
004470     MOVE SPACES TO WSS-TRANS-TYPE.
004480     MOVE ZERO TO WSS-AMOUNT.
004490     MOVE SPACES TO WSS-FREQUENCY-SW.
004500     MOVE ZERO TO WSS-MONTH-DAY.
004510     MOVE ZERO TO WSS-START-DATE.
004520     MOVE ZERO TO WSS-END-DATE.
004530     MOVE 'A' TO WSS-STATUS-SW.
004540     MOVE ZERO TO WSS-NEXT-DUE-DATE.
004550     MOVE ZERO TO WSS-LAST-ISSUED-DATE.
004560     MOVE ZERO TO WSS-LAST-UPDATE-DATE.
004570     MOVE SPACES TO WSS-LAST-UPDATE-USER.
004580     MOVE 'P' TO WSS-APPROVAL-STATUS-SW.
004590     MOVE SPACES TO WSS-APPROVED-BY.
004600     MOVE ZERO TO WSS-APPROVED-DATE.
004610 2050-EXIT.
004620     EXIT.
004630*================================================================*
004640* 2100-DISPLAY-SCREEN - SHOW THE CURRENT SCREEN WORK AREA AND    *
004650* ANY MESSAGE FROM THE LAST TRANSACTION.  NEXT DUE AND LAST      *
004660* ISSUED ARE SHOWN ONLY - DL100SG ALONE SETS THEM.               *
004670*================================================================*
004680 2100-DISPLAY-SCREEN.
004690     DISPLAY '----------------------------------------------'.
004700     DISPLAY 'DL100SM - DL100SO STANDING ORDER MAINTENANCE'.
004710     DISPLAY 'SIGNED ON AS...........: ' WS-OPERATOR-ID.
004720     DISPLAY 'FUNCTION (A=ADD C=CHANGE I=INQUIRE P=APPROVE '
004730             'X=EXIT): ' WS-FUNCTION-CODE.
004740     DISPLAY 'CUSTOMER ID............: ' WSS-CUSTOMER-ID.
004750     DISPLAY 'ORDER NUMBER...........: ' WSS-ORDER-NUMBER.
004760     DISPLAY 'TRANSACTION TYPE.......: ' WSS-TRANS-TYPE.
004770     DISPLAY 'AMOUNT.................: ' WSS-AMOUNT.
004780     DISPLAY 'FREQUENCY (W/M/D)......: ' WSS-FREQUENCY-SW.
004790     DISPLAY 'DAY OF MONTH (FREQ D)..: ' WSS-MONTH-DAY.
004800     DISPLAY 'START DATE.............: ' WSS-START-DATE.
004810     DISPLAY 'END DATE (0=OPEN)......: ' WSS-END-DATE.
004820     DISPLAY 'STATUS (A/S/C, E=ENDED): ' WSS-STATUS-SW.
004830     DISPLAY 'NEXT DUE (0=TO COMPUTE): ' WSS-NEXT-DUE-DATE.
004840     DISPLAY 'LAST ISSUED............: ' WSS-LAST-ISSUED-DATE.
004850     DISPLAY 'APPROVAL (P/A).........: '
004860             WSS-APPROVAL-STATUS-SW.
004870     DISPLAY 'APPROVED BY............: ' WSS-APPROVED-BY.
004880     DISPLAY 'UPDATED BY.............: ' WSS-LAST-UPDATE-USER.
004890     DISPLAY 'MESSAGE: ' WS-MESSAGE-TEXT.
004900 2100-EXIT.
004910     EXIT.
004920*================================================================*
004930* 2200-ACCEPT-SCREEN - READ THE NEXT FUNCTION REQUEST FROM THE   *
004940* OPERATOR                                                       *
004950*================================================================*
004960 2200-ACCEPT-SCREEN.
004970     MOVE SPACES TO WS-MESSAGE-TEXT.
004980     ACCEPT WS-FUNCTION-CODE FROM CONSOLE.
004990     IF WS-FUNC-EXIT
005000         GO TO 2200-EXIT
005010     END-IF.
005020     ACCEPT WSS-CUSTOMER-ID FROM CONSOLE.
005030     ACCEPT WSS-ORDER-NUMBER FROM CONSOLE.
005040     ACCEPT WSS-TRANS-TYPE FROM CONSOLE.
005050     ACCEPT WSS-AMOUNT FROM CONSOLE.
005060     ACCEPT WSS-FREQUENCY-SW FROM CONSOLE.
005070     ACCEPT WSS-MONTH-DAY FROM CONSOLE.
005080     ACCEPT WSS-START-DATE FROM CONSOLE.
005090     ACCEPT WSS-END-DATE FROM CONSOLE.
005100     ACCEPT WSS-STATUS-SW FROM CONSOLE.
005110*    THE ACTING USER IS THE SIGNED-ON OPERATOR - NEVER TAKEN
005120*    FROM THE SCREEN.
005130     MOVE WS-OPERATOR-ID TO WSS-LAST-UPDATE-USER.
005140 2200-EXIT.
005150     EXIT.
005160*================================================================*
005170* 2250-VALIDATE-ORDER-INPUT - EDIT THE OPERATOR'S ENTRY BEFORE   *
005180* IT CAN REACH A WRITE OR REWRITE.  THE FREQUENCY AND STATUS     *
005190* MUST BE ONE OF THEIR CODES (DL100SG TESTS THE CONDITION-NAMES  *
005200* DIRECTLY); ONLY DL100SG MAY END AN ORDER.  A DAY-OF-MONTH      *
005210* ORDER NEEDS A DAY 01-31; THE OTHER FREQUENCIES CARRY ZERO.     *
005220* THE DATES MUST BE REAL CALENDAR DATES - DL100SG COUNTS DAYS    *
005230* FROM THEM.                                                     *
005240*================================================================*
005250 2250-VALIDATE-ORDER-INPUT.
005260     SET WS-INPUT-VALID TO TRUE.
005270     IF WSS-CUSTOMER-ID = SPACES OR
005280             WSS-ORDER-NUMBER NOT NUMERIC
005290         MOVE 'CUSTOMER ID AND ORDER NUMBER ARE REQUIRED' TO
005300             WS-MESSAGE-TEXT
005310         SET WS-INPUT-INVALID TO TRUE
005320         GO TO 2250-EXIT
005330     END-IF.
005340     IF WSS-AMOUNT NOT NUMERIC OR WSS-AMOUNT = ZERO
005350         MOVE 'AMOUNT MUST BE NUMERIC AND NOT ZERO' TO
005360             WS-MESSAGE-TEXT
005370         SET WS-INPUT-INVALID TO TRUE
005380         GO TO 2250-EXIT
005390     END-IF.
005400     IF NOT WSS-FREQUENCY-VALID
005410         MOVE 'FREQUENCY MUST BE W, M OR D' TO WS-MESSAGE-TEXT
005420         SET WS-INPUT-INVALID TO TRUE
005430         GO TO 2250-EXIT
005440     END-IF.
005450     IF WSS-FREQ-DAY-OF-MONTH
005460         IF WSS-MONTH-DAY NOT NUMERIC OR
005470                 WSS-MONTH-DAY < 1 OR WSS-MONTH-DAY > 31
005480             MOVE 'DAY OF MONTH MUST BE 01 TO 31' TO
005490                 WS-MESSAGE-TEXT
005500             SET WS-INPUT-INVALID TO TRUE
005510             GO TO 2250-EXIT
005520         END-IF
005530     ELSE
005540         MOVE ZERO TO WSS-MONTH-DAY
005550     END-IF.
005560     IF WSS-START-DATE NOT NUMERIC OR WSS-START-DATE = ZERO OR
005570             WSS-END-DATE NOT NUMERIC
005580         MOVE 'START DATE REQUIRED, END DATE NUMERIC' TO
005590             WS-MESSAGE-TEXT
005600         SET WS-INPUT-INVALID TO TRUE
005610         GO TO 2250-EXIT
005620     END-IF.
005630     IF FUNCTION TEST-DATE-YYYYMMDD (WSS-START-DATE) NOT = ZERO
005640         MOVE 'START DATE IS NOT A CALENDAR DATE' TO
005650             WS-MESSAGE-TEXT
005660         SET WS-INPUT-INVALID TO TRUE
005670         GO TO 2250-EXIT
005680     END-IF.
005690     IF WSS-END-DATE > ZERO AND
005700             FUNCTION TEST-DATE-YYYYMMDD (WSS-END-DATE) NOT = ZERO
005710         MOVE 'END DATE IS NOT A CALENDAR DATE' TO
005720             WS-MESSAGE-TEXT
005730         SET WS-INPUT-INVALID TO TRUE
005740         GO TO 2250-EXIT
005750     END-IF.
005760     IF WSS-END-DATE > ZERO AND
005770             WSS-END-DATE < WSS-START-DATE
005780         MOVE 'END DATE IS BEFORE THE START DATE' TO
005790             WS-MESSAGE-TEXT
005800         SET WS-INPUT-INVALID TO TRUE
005810         GO TO 2250-EXIT
005820     END-IF.
005830     IF NOT WSS-STATUS-VALID OR WSS-STATUS-ENDED
005840         MOVE 'STATUS MUST BE A, S OR C' TO WS-MESSAGE-TEXT
005850         SET WS-INPUT-INVALID TO TRUE
005860         GO TO 2250-EXIT
005870     END-IF.
005880     PERFORM 2260-CHECK-TYPE-REGISTERED THRU 2260-EXIT.
005890     IF WS-INPUT-INVALID
005900         GO TO 2250-EXIT
005910     END-IF.
005920     PERFORM 2270-CHECK-CUSTOMER-ON-FILE THRU 2270-EXIT.
005930 2250-EXIT.
005940     EXIT.
005950*================================================================*
005960* 2260-CHECK-TYPE-REGISTERED - THE TYPE MUST BE ON THE DL100TT   *
005970* RULES TABLE, ACTIVE, AND A PLAIN DEBIT OR CREDIT - A REVERSAL  *
005980* TYPE ONLY MAKES SENSE AGAINST ONE EARLIER ITEM.                *
005990*================================================================*
006000 2260-CHECK-TYPE-REGISTERED.
006010     IF WS-TYPE-FILE-NOT-AVAILABLE
006020         MOVE 'TYPE RULES FILE NOT AVAILABLE' TO WS-MESSAGE-TEXT
006030         SET WS-INPUT-INVALID TO TRUE
006040         GO TO 2260-EXIT
006050     END-IF.
006060     MOVE WSS-TRANS-TYPE TO TT-TRANS-TYPE.
006070     READ TYPE-FILE
006080         INVALID KEY
006090             MOVE 'TYPE CODE NOT ON DL100TT' TO WS-MESSAGE-TEXT
006100             SET WS-INPUT-INVALID TO TRUE
006110             GO TO 2260-EXIT
006120     END-READ.
006130     IF NOT TT-TYPE-ACTIVE
006140         MOVE 'TYPE CODE IS NOT ACTIVE' TO WS-MESSAGE-TEXT
006150         SET WS-INPUT-INVALID TO TRUE
006160         GO TO 2260-EXIT
006170     END-IF.
006180     IF NOT TT-DEBIT AND NOT TT-CREDIT
006190         MOVE 'TYPE MUST BE A DEBIT OR CREDIT TYPE' TO
006200             WS-MESSAGE-TEXT
006210         SET WS-INPUT-INVALID TO TRUE
006220         GO TO 2260-EXIT
006230     END-IF.
006240 2260-EXIT.
006250     EXIT.
006260*================================================================*
006270* 2270-CHECK-CUSTOMER-ON-FILE - THE CUSTOMER MUST BE ON THE      *
006280* DL100CR REFERENCE MASTER.  ITS STATUS IS NOT TESTED HERE -     *
006290* DL100SG SKIPS AN OCCURRENCE FOR A CUSTOMER THAT IS NOT OPEN    *
006300* ON THE DAY IT FALLS DUE.                                       *
006310*================================================================*
006320 2270-CHECK-CUSTOMER-ON-FILE.
006330     IF WS-CUSTREF-NOT-AVAILABLE
006340         MOVE 'REFERENCE MASTER NOT AVAILABLE' TO WS-MESSAGE-TEXT
006350         SET WS-INPUT-INVALID TO TRUE
006360         GO TO 2270-EXIT
006370     END-IF.
006380     MOVE WSS-CUSTOMER-ID TO CR-CUSTOMER-ID.
006390     READ CUSTOMER-REF
006400         INVALID KEY
006410             MOVE 'CUSTOMER NOT ON DL100CR' TO WS-MESSAGE-TEXT
006420             SET WS-INPUT-INVALID TO TRUE
006430     END-READ.
006440 2270-EXIT.
006450     EXIT.
006460*================================================================*
006470* 2300-ADD-RECORD - WRITE A NEW DL100SO ORDER, PENDING APPROVAL  *
006480* AND WITH NOTHING YET ISSUED                                    *
006490*================================================================*
006500 2300-ADD-RECORD.
006510     PERFORM 2250-VALIDATE-ORDER-INPUT THRU 2250-EXIT.
006520     IF WS-INPUT-INVALID
006530         GO TO 2300-EXIT
006540     END-IF.
006550     MOVE SPACES TO SO-ORDER-RECORD.
006560     MOVE WSS-CUSTOMER-ID TO SO-CUSTOMER-ID.
006570     MOVE WSS-ORDER-NUMBER TO SO-ORDER-NUMBER.
006580     PERFORM 2350-MOVE-SCREEN-TO-ORDER THRU 2350-EXIT.
006590     MOVE ZERO TO SO-LAST-ISSUED-DATE.
006600     WRITE SO-ORDER-RECORD
006610         INVALID KEY
006620             MOVE 'ORDER ALREADY ON FILE - USE CHANGE' TO
006630                 WS-MESSAGE-TEXT
006640         NOT INVALID KEY
006650             MOVE 'ORDER ADDED - PENDING APPROVAL' TO
006660                 WS-MESSAGE-TEXT
006670             MOVE 'ADD' TO WS-HISTORY-ACTION
006680             PERFORM 2800-WRITE-HISTORY THRU 2800-EXIT
006690     END-WRITE.
006700 2300-EXIT.
006710     EXIT.
006720*================================================================*
006730* 2350-MOVE-SCREEN-TO-ORDER - THE KEYED TERMS INTO THE RECORD,   *
006740* BACK TO PENDING, AND THE NEXT-DUE DATE ZEROED FOR DL100SG TO   *
006750* WORK OUT AGAIN UNDER THE NEW TERMS                             *
006760*================================================================*
006770 2350-MOVE-SCREEN-TO-ORDER.
006780     MOVE WSS-TRANS-TYPE TO SO-TRANS-TYPE.
006790     MOVE WSS-AMOUNT TO SO-AMOUNT.
006800     MOVE WSS-FREQUENCY-SW TO SO-FREQUENCY-SW.
006810     MOVE WSS-MONTH-DAY TO SO-MONTH-DAY.
006820     MOVE WSS-START-DATE TO SO-START-DATE.
006830     MOVE WSS-END-DATE TO SO-END-DATE.
006840     MOVE WSS-STATUS-SW TO SO-STATUS-SW.
006850     MOVE ZERO TO SO-NEXT-DUE-DATE.
006860     SET SO-APPROVAL-PENDING TO TRUE.
006870     MOVE SPACES TO SO-APPROVED-BY.
006880     MOVE ZERO TO SO-APPROVED-DATE.
006890     MOVE WSS-LAST-UPDATE-USER TO SO-LAST-UPDATE-USER.
006900     ACCEPT SO-LAST-UPDATE-DATE FROM DATE YYYYMMDD.
006910 2350-EXIT.
006920     EXIT.
006930*================================================================*
006940* 2400-CHANGE-RECORD - REWRITE AN EXISTING DL100SO ORDER.  THE   *
006950* LAST-ISSUED DATE IS KEPT, SO THE NEW SCHEDULE STARTS AFTER     *
006960* THE LAST OCCURRENCE ALREADY SENT.                              *
006970*================================================================*
006980 2400-CHANGE-RECORD.
006990     MOVE WSS-CUSTOMER-ID TO SO-CUSTOMER-ID.
007000     MOVE WSS-ORDER-NUMBER TO SO-ORDER-NUMBER.
007010     READ STANDING-ORDER-FILE
007020         INVALID KEY
007030             MOVE 'ORDER NOT ON FILE' TO WS-MESSAGE-TEXT
007040             GO TO 2400-EXIT
007050     END-READ.
007060     PERFORM 2250-VALIDATE-ORDER-INPUT THRU 2250-EXIT.
007070     IF WS-INPUT-INVALID
007080         GO TO 2400-EXIT
007090     END-IF.
007100     PERFORM 2350-MOVE-SCREEN-TO-ORDER THRU 2350-EXIT.
007110     REWRITE SO-ORDER-RECORD
007120         INVALID KEY
007130             MOVE 'REWRITE FAILED' TO WS-MESSAGE-TEXT
007140         NOT INVALID KEY
007150             MOVE 'ORDER CHANGED - PENDING APPROVAL' TO
007160                 WS-MESSAGE-TEXT
007170             MOVE 'CHANGE' TO WS-HISTORY-ACTION
007180             PERFORM 2800-WRITE-HISTORY THRU 2800-EXIT
007190     END-REWRITE.
007200 2400-EXIT.
007210     EXIT.
007220*================================================================*
007230* 2500-INQUIRE-RECORD - DISPLAY AN EXISTING DL100SO ORDER        *
007240*================================================================*
007250 2500-INQUIRE-RECORD.
007260     MOVE WSS-CUSTOMER-ID TO SO-CUSTOMER-ID.
007270     MOVE WSS-ORDER-NUMBER TO SO-ORDER-NUMBER.
007280     READ STANDING-ORDER-FILE
007290         INVALID KEY
007300             MOVE 'ORDER NOT ON FILE' TO WS-MESSAGE-TEXT
007310             GO TO 2500-EXIT
007320     END-READ.
007330     MOVE SO-TRANS-TYPE TO WSS-TRANS-TYPE.
007340     MOVE SO-AMOUNT TO WSS-AMOUNT.
007350     MOVE SO-FREQUENCY-SW TO WSS-FREQUENCY-SW.
007360     MOVE SO-MONTH-DAY TO WSS-MONTH-DAY.
007370     MOVE SO-START-DATE TO WSS-START-DATE.
007380     MOVE SO-END-DATE TO WSS-END-DATE.
007390     MOVE SO-STATUS-SW TO WSS-STATUS-SW.
007400     MOVE SO-NEXT-DUE-DATE TO WSS-NEXT-DUE-DATE.
007410     MOVE SO-LAST-ISSUED-DATE TO WSS-LAST-ISSUED-DATE.
007420     MOVE SO-APPROVAL-STATUS-SW TO WSS-APPROVAL-STATUS-SW.
007430     MOVE SO-APPROVED-BY TO WSS-APPROVED-BY.
007440     MOVE SO-APPROVED-DATE TO WSS-APPROVED-DATE.
007450     MOVE SO-LAST-UPDATE-DATE TO WSS-LAST-UPDATE-DATE.
007460     MOVE SO-LAST-UPDATE-USER TO WSS-LAST-UPDATE-USER.
007470     MOVE 'ORDER DISPLAYED' TO WS-MESSAGE-TEXT.
007480 2500-EXIT.
007490     EXIT.
007500*================================================================*
007510* 2700-APPROVE-RECORD - SECOND-USER APPROVAL OF A PENDING ORDER. *
007520* THE APPROVER IS THE SIGNED-ON OPERATOR AND MUST DIFFER FROM    *
007530* THE USER WHO KEYED THE ADD OR CHANGE.  DL100SG ISSUES ONLY     *
007540* APPROVED ORDERS.                                               *
007550*================================================================*
007560 2700-APPROVE-RECORD.
007570     MOVE WSS-CUSTOMER-ID TO SO-CUSTOMER-ID.
007580     MOVE WSS-ORDER-NUMBER TO SO-ORDER-NUMBER.
007590     READ STANDING-ORDER-FILE
007600         INVALID KEY
007610             MOVE 'ORDER NOT ON FILE' TO WS-MESSAGE-TEXT
007620             GO TO 2700-EXIT
007630     END-READ.
007640     IF NOT SO-APPROVAL-PENDING
007650         MOVE 'ORDER IS NOT PENDING APPROVAL' TO
007660             WS-MESSAGE-TEXT
007670         GO TO 2700-EXIT
007680     END-IF.
007690     IF WSS-LAST-UPDATE-USER = SO-LAST-UPDATE-USER
007700         MOVE 'APPROVER MUST DIFFER FROM LAST UPDATER' TO
007710             WS-MESSAGE-TEXT
007720         GO TO 2700-EXIT
007730     END-IF.
007740     SET SO-APPROVED TO TRUE.
007750     MOVE WSS-LAST-UPDATE-USER TO SO-APPROVED-BY.
007760     ACCEPT SO-APPROVED-DATE FROM DATE YYYYMMDD.
007770     REWRITE SO-ORDER-RECORD
007780         INVALID KEY
007790             MOVE 'REWRITE FAILED' TO WS-MESSAGE-TEXT
007800             GO TO 2700-EXIT
007810     END-REWRITE.
007820     MOVE 'APPROVE' TO WS-HISTORY-ACTION.
007830     PERFORM 2800-WRITE-HISTORY THRU 2800-EXIT.
007840     MOVE 'ORDER APPROVED' TO WS-MESSAGE-TEXT.
007850 2700-EXIT.
007860     EXIT.
007870*================================================================*
007880* 2800-WRITE-HISTORY - APPEND ONE DL100SH ROW SHOWING THE ORDER  *
007890* AS IT STANDS AFTER THE ACTION IN WS-HISTORY-ACTION, ACTED BY   *
007900* THE SIGNED-ON OPERATOR                                         *
007910*================================================================*
007920 2800-WRITE-HISTORY.
007930     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
007940     ACCEPT WS-TS-TIME FROM TIME.
007950     MOVE SPACES TO SH-HISTORY-RECORD.
007960     MOVE SO-CUSTOMER-ID TO SH-CUSTOMER-ID.
007970     MOVE SO-ORDER-NUMBER TO SH-ORDER-NUMBER.
007980     MOVE WS-HISTORY-ACTION TO SH-ACTION-CODE.
007990     STRING WS-TS-DATE  DELIMITED BY SIZE
008000            '-'          DELIMITED BY SIZE
008010            WS-TS-TIME   DELIMITED BY SIZE
008020         INTO SH-TIMESTAMP.
008030     MOVE WSS-LAST-UPDATE-USER TO SH-USER-ID.
008040     MOVE SO-TRANS-TYPE TO SH-TRANS-TYPE.
008050     MOVE SO-AMOUNT TO SH-AMOUNT.
008060     MOVE SO-FREQUENCY-SW TO SH-FREQUENCY-SW.
008070     MOVE SO-MONTH-DAY TO SH-MONTH-DAY.
008080     MOVE SO-START-DATE TO SH-START-DATE.
008090     MOVE SO-END-DATE TO SH-END-DATE.
008100     MOVE SO-STATUS-SW TO SH-STATUS-SW.
008110     MOVE SO-APPROVAL-STATUS-SW TO SH-APPROVAL-STATUS.
008120     MOVE SO-APPROVED-BY TO SH-APPROVED-BY.
008130     MOVE ZERO TO SH-DUE-DATE.
008140     MOVE SO-NEXT-DUE-DATE TO SH-NEXT-DUE-DATE.
008150     WRITE SH-HISTORY-RECORD.
008160 2800-EXIT.
008170     EXIT.
008180*================================================================*
008190* 8500-WRITE-SECURITY-EVENT - APPEND ONE DL100SE ROW FOR THE     *
008200* EVENT, FUNCTION AND REASON THE CALLER HAS SET UP               *
008210*================================================================*
008220 8500-WRITE-SECURITY-EVENT.
008230     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
008240     ACCEPT WS-TS-TIME FROM TIME.
008250     MOVE SPACES TO SE-EVENT-RECORD.
008260     MOVE WS-TS-DATE TO SE-EVENT-DATE.
008270     MOVE WS-TS-TIME TO SE-EVENT-TIME.
008280     MOVE 'DL100SM' TO SE-TRANSACTION.
008290     MOVE WS-OPERATOR-ID TO SE-OPERATOR-ID.
008300     MOVE WS-SECURITY-EVENT TO SE-EVENT-CODE.
008310     MOVE WS-SECURITY-FUNCTION TO SE-FUNCTION-CODE.
008320     MOVE WS-SECURITY-REASON TO SE-REASON.
008330     MOVE WS-FAIL-COUNT TO SE-FAIL-COUNT.
008340     WRITE SE-EVENT-RECORD.
008350 8500-EXIT.
008360     EXIT.
008370*================================================================*
008380* 8600-RECORD-DENIAL - LOG THE AUTHORITY DENIAL JUST SET UP IN   *
008390* WS-MESSAGE-TEXT AND COUNT IT AGAINST THE OPERATOR.  ON         *
008400* REACHING THE LOCKOUT LIMIT THE PROFILE HAS BEEN SET INACTIVE   *
008410* BY 8650, SO LOG THE LOCKOUT AND END THE SESSION HERE.          *
008420*================================================================*
008430 8600-RECORD-DENIAL.
008440     MOVE 'DENIED' TO WS-SECURITY-EVENT.
008450     MOVE WS-FUNCTION-CODE TO WS-SECURITY-FUNCTION.
008460     MOVE WS-MESSAGE-TEXT TO WS-SECURITY-REASON.
008470     SET WS-NOT-LOCKED-OUT TO TRUE.
008480     PERFORM 8650-COUNT-FAILURE THRU 8650-EXIT.
008490     PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT.
008500     IF WS-NOT-LOCKED-OUT
008510         GO TO 8600-EXIT
008520     END-IF.
008530     MOVE 'LOCKOUT' TO WS-SECURITY-EVENT.
008540     MOVE 'CONSECUTIVE DENIAL LIMIT REACHED'
008550         TO WS-SECURITY-REASON.
008560     PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT.
008570     DISPLAY 'DL100SM - ' WS-MESSAGE-TEXT.
008580     DISPLAY 'DL100SM - OPERATOR ' WS-OPERATOR-ID
008590             ' LOCKED OUT - REFER TO THE SECURITY DESK'.
008600     SET WS-DONE TO TRUE.
008610 8600-EXIT.
008620     EXIT.
008630*================================================================*
008640* 8650-COUNT-FAILURE - ADD ONE TO THE DL100OP FAILURE COUNT.  AN *
008650* ACTIVE PROFILE THAT REACHES THE LOCKOUT LIMIT IS SET INACTIVE  *
008660* AND THE CHANGE LOGGED TO DL100OH BEFORE THE REWRITE.  IF THE   *
008670* PROFILE CANNOT BE UPDATED THE SESSION COUNT STILL ADVANCES SO  *
008680* THE EVENT SHOWS IT.                                            *
008690*================================================================*
008700 8650-COUNT-FAILURE.
008710     ADD 1 TO WS-FAIL-COUNT.
008720     OPEN I-O OPERATOR-PROFILE.
008730     IF WS-OPRPROF-FILE-STATUS NOT = '00'
008740         GO TO 8650-EXIT
008750     END-IF.
008760     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
008770     READ OPERATOR-PROFILE
008780         INVALID KEY
008790             CLOSE OPERATOR-PROFILE
008800             GO TO 8650-EXIT
008810     END-READ.
008820     IF OP-FAIL-COUNT NOT NUMERIC
008830         MOVE ZERO TO OP-FAIL-COUNT
008840     END-IF.
008850     IF OP-FAIL-COUNT < 999
008860         ADD 1 TO OP-FAIL-COUNT
008870     END-IF.
008880     MOVE OP-FAIL-COUNT TO WS-FAIL-COUNT.
008890     IF OP-ACTIVE AND OP-FAIL-COUNT NOT < WS-LOCKOUT-LIMIT
008900         SET WS-LOCKED-OUT TO TRUE
008910         ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
008920         SET OP-INACTIVE TO TRUE
008930         MOVE WS-TS-DATE TO OP-LAST-UPDATE-DATE
008940         MOVE 'DL100SM' TO OP-LAST-UPDATE-USER
008950         PERFORM 8700-WRITE-LOCKOUT-HISTORY THRU 8700-EXIT
008960     END-IF.
008970     REWRITE OP-OPERATOR-RECORD.
008980     CLOSE OPERATOR-PROFILE.
008990 8650-EXIT.
009000     EXIT.
009010*================================================================*
009020* 8700-WRITE-LOCKOUT-HISTORY - APPEND A DL100OH 'LOCKOUT' ROW    *
009030* SHOWING THE PROFILE AS IT NOW STANDS, WITH THIS TRANSACTION    *
009040* AS THE USER WHO MADE THE CHANGE                                *
009050*================================================================*
009060 8700-WRITE-LOCKOUT-HISTORY.
009070     OPEN EXTEND OPERATOR-HISTORY.
009080     IF WS-OPRHST-FILE-STATUS NOT = '00'
009090         OPEN OUTPUT OPERATOR-HISTORY
009100     END-IF.
009110     ACCEPT WS-TS-TIME FROM TIME.
009120     MOVE SPACES TO OH-HISTORY-RECORD.
009130     MOVE OP-OPERATOR-ID TO OH-OPERATOR-ID.
009140     MOVE 'LOCKOUT' TO OH-ACTION-CODE.
009150     STRING WS-TS-DATE  DELIMITED BY SIZE
009160            '-'          DELIMITED BY SIZE
009170            WS-TS-TIME   DELIMITED BY SIZE
009180         INTO OH-TIMESTAMP.
009190     MOVE 'DL100SM' TO OH-USER-ID.
009200     MOVE OP-OPERATOR-NAME TO OH-OPERATOR-NAME.
009210     MOVE OP-ACTIVE-SW TO OH-ACTIVE-SW.
009220     MOVE OP-AUTH-MAINT-SW TO OH-AUTH-MAINT-SW.
009230     MOVE OP-AUTH-APPROVE-SW TO OH-AUTH-APPROVE-SW.
009240     MOVE OP-AUTH-TYPERULE-SW TO OH-AUTH-TYPERULE-SW.
009250     MOVE OP-AUTH-SUSPENSE-SW TO OH-AUTH-SUSPENSE-SW.
009260     MOVE OP-AUTH-RESUBMIT-SW TO OH-AUTH-RESUBMIT-SW.
009270     MOVE OP-AUTH-CUSTREF-SW TO OH-AUTH-CUSTREF-SW.
009280     MOVE OP-AUTH-OPERATOR-SW TO OH-AUTH-OPERATOR-SW.
009290     MOVE OP-AUTH-INQUIRY-SW TO OH-AUTH-INQUIRY-SW.
009300     MOVE OP-AUTH-STANDORD-SW TO OH-AUTH-STANDORD-SW.
009310     MOVE OP-FAIL-COUNT TO OH-FAIL-COUNT.
009320     WRITE OH-HISTORY-RECORD.
009330     CLOSE OPERATOR-HISTORY.
009340 8700-EXIT.
009350     EXIT.
009360*================================================================*
009370* 8800-CLEAR-FAIL-COUNT - A PERMITTED FUNCTION ENDS THE RUN OF   *
009380* CONSECUTIVE DENIALS, SO CLEAR THE DL100OP FAILURE COUNT.  IT   *
009390* IS NOT CLEARED AT SIGN-ON, SO SIGNING OFF AND ON AGAIN DOES    *
009400* NOT RESET THE RUN.                                             *
009410*================================================================*
009420 8800-CLEAR-FAIL-COUNT.
009430     MOVE ZERO TO WS-FAIL-COUNT.
009440     OPEN I-O OPERATOR-PROFILE.
009450     IF WS-OPRPROF-FILE-STATUS NOT = '00'
009460         GO TO 8800-EXIT
009470     END-IF.
009480     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
009490     READ OPERATOR-PROFILE
009500         INVALID KEY
009510             CLOSE OPERATOR-PROFILE
009520             GO TO 8800-EXIT
009530     END-READ.
009540     MOVE ZERO TO OP-FAIL-COUNT.
009550     REWRITE OP-OPERATOR-RECORD.
009560     CLOSE OPERATOR-PROFILE.
009570 8800-EXIT.
009580     EXIT.
009590*================================================================*
009600* 9000-TERMINATE - CLOSE THE FILES AND END THE TRANSACTION       *
009610*================================================================*
009620 9000-TERMINATE.
009630     CLOSE STANDING-ORDER-FILE.
009640     CLOSE HISTORY-FILE.
009650     IF WS-TYPE-FILE-AVAILABLE
009660         CLOSE TYPE-FILE
009670     END-IF.
009680     IF WS-CUSTREF-AVAILABLE
009690         CLOSE CUSTOMER-REF
009700     END-IF.
009710     CLOSE SECURITY-LOG.
009720 9000-EXIT.
009730     EXIT.
