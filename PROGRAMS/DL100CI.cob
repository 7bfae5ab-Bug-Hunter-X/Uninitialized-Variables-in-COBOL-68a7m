000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DL100CI.
000120 AUTHOR.        J. WHITFIELD.
000130 INSTALLATION.  DAILY LEDGER PROCESSING.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* REMARKS.                                                      *
000180*   ONLINE READ-ONLY INQUIRY THAT PUTS EVERYTHING THE DESK      *
000190*   NEEDS TO ANSWER A CUSTOMER ON ONE SCREEN: THE DL100CR       *
000200*   REFERENCE ROW (NAME, STATUS, CREDIT LIMIT, OVERDRAFT),      *
000210*   THE DL100CM BALANCE ROW WITH THE HEADROOM LEFT TO THE       *
000220*   CREDIT FLOOR, ANY DL100MT OVERRIDE WITH ITS APPROVAL        *
000230*   STATE AND EFFECTIVE DATES, AND A PAGED LIST OF THE          *
000240*   CUSTOMER'S OPEN AND RESUBMIT DL100SP SUSPENSE ITEMS.        *
000250*   THE FLOOR IS WORKED OUT EXACTLY AS DL100MN'S 3230-CHECK-    *
000260*   CREDIT-LIMIT WORKS IT OUT - ZERO, OR MINUS THE CREDIT       *
000270*   LIMIT WHEN OVERDRAFT IS ALLOWED - SO THE HEADROOM SHOWN     *
000280*   IS THE ROOM LEFT BEFORE THE NEXT DEBIT RAISES AN ALERT.     *
000290*   EVERY FILE IS OPENED INPUT AND NOTHING IS EVER WRITTEN.     *
000300*   SIGN-ON IS THE SAME DL100OP CHECK THE MAINTENANCE           *
000310*   TRANSACTIONS USE, AND EVERY FUNCTION NEEDS THE CUSTOMER-    *
000320*   INQUIRY AUTHORITY, SO VIEW-ONLY STAFF NEED NO MAINTENANCE   *
000330*   RIGHT.  BUILT ON THE DL100CU SCREEN/FUNCTION PATTERN.       *
000340*                                                               *
000350* MODIFICATION HISTORY.                                         *
000360*   2026-10-15  JW  INITIAL VERSION.                            *
000370*   2026-10-15  JW  SHOWS THE NEW DL100CR DORMANT STATUS.       *
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
000480*--------------------------------------------------------------*
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER.   IBM-370.
000520 OBJECT-COMPUTER.   IBM-370.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT CUSTOMER-REF ASSIGN TO CUSTREF
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS CR-CUSTOMER-ID
000590         FILE STATUS IS WS-CUSTREF-FILE-STATUS.
000600     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMST
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS CM-CUSTOMER-ID
000640         FILE STATUS IS WS-MASTER-FILE-STATUS.
000650     SELECT MAINTENANCE-FILE ASSIGN TO MAINT
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS MT-CUSTOMER-ID
000690         FILE STATUS IS WS-MAINT-FILE-STATUS.
000700     SELECT SUSPENSE-FILE ASSIGN TO SUSPNS
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS SP-SUSPENSE-KEY
000740         FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
000750     SELECT OPERATOR-PROFILE ASSIGN TO OPRPROF
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS OP-OPERATOR-ID
000790         FILE STATUS IS WS-OPRPROF-FILE-STATUS.
000800     SELECT OPERATOR-HISTORY ASSIGN TO OPRHST
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-OPRHST-FILE-STATUS.
000830     SELECT SECURITY-LOG ASSIGN TO SECLOG
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-SECLOG-FILE-STATUS.
000860     SELECT SECURITY-PARM ASSIGN TO SECPARM
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-SECPARM-FILE-STATUS.
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  CUSTOMER-REF
000920     LABEL RECORDS ARE STANDARD.
000930     COPY DL100CR.
000940 FD  CUSTOMER-MASTER
000950     LABEL RECORDS ARE STANDARD.
000960     COPY DL100CM.
000970 FD  MAINTENANCE-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY DL100MT.
001000 FD  SUSPENSE-FILE
001010     LABEL RECORDS ARE STANDARD.
001020     COPY DL100SP.
001030 FD  OPERATOR-PROFILE
001040     LABEL RECORDS ARE STANDARD.
001050     COPY DL100OP.
001060 FD  OPERATOR-HISTORY
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090     COPY DL100OH.
001100 FD  SECURITY-LOG
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130     COPY DL100SE.
001140 FD  SECURITY-PARM
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170     COPY DL100SK.
001180 WORKING-STORAGE SECTION.
001190*--------------------------------------------------------------*
001200* FIELD-LEVEL INITIALIZATION STANDARD - SEE DL100MN FOR THE     *
001210* FULL STATEMENT OF THE RULE.  EVERY ITEM BELOW CARRIES A VALUE *
001220* CLAUSE AND 1050 RE-APPLIES IT.                                *
001230*--------------------------------------------------------------*
001240* RUN CONTROL SWITCHES                                          *
001250*--------------------------------------------------------------*
001260 01  WS-CUSTREF-FILE-STATUS   PIC X(02) VALUE '00'.
001270 01  WS-MASTER-FILE-STATUS    PIC X(02) VALUE '00'.
001280 01  WS-MAINT-FILE-STATUS     PIC X(02) VALUE '00'.
001290 01  WS-SUSPENSE-FILE-STATUS  PIC X(02) VALUE '00'.
001300 01  WS-OPRPROF-FILE-STATUS   PIC X(02) VALUE '00'.
001310 01  WS-OPRHST-FILE-STATUS    PIC X(02) VALUE '00'.
001320 01  WS-SECLOG-FILE-STATUS    PIC X(02) VALUE '00'.
001330 01  WS-SECPARM-FILE-STATUS   PIC X(02) VALUE '00'.
001340 01  WS-CUSTREF-AVAIL-SW      PIC X(01) VALUE 'N'.
001350     88  WS-CUSTREF-AVAILABLE           VALUE 'Y'.
001360     88  WS-CUSTREF-NOT-AVAILABLE       VALUE 'N'.
001370 01  WS-MASTER-AVAIL-SW       PIC X(01) VALUE 'N'.
001380     88  WS-MASTER-AVAILABLE            VALUE 'Y'.
001390     88  WS-MASTER-NOT-AVAILABLE        VALUE 'N'.
001400 01  WS-MAINT-AVAIL-SW        PIC X(01) VALUE 'N'.
001410     88  WS-MAINT-AVAILABLE             VALUE 'Y'.
001420     88  WS-MAINT-NOT-AVAILABLE         VALUE 'N'.
001430 01  WS-SUSPENSE-AVAIL-SW     PIC X(01) VALUE 'N'.
001440     88  WS-SUSPENSE-AVAILABLE          VALUE 'Y'.
001450     88  WS-SUSPENSE-NOT-AVAILABLE      VALUE 'N'.
001460*--------------------------------------------------------------*
001470* SECURITY EVENT FIELDS - EVERY SIGN-ON, REFUSAL, AUTHORITY     *
001480* DENIAL AND LOCKOUT IS APPENDED TO THE SHARED DL100SE LOG.     *
001490* WS-FAIL-COUNT MIRRORS THE OPERATOR'S DL100OP CONSECUTIVE-     *
001500* DENIAL COUNT; THE LOCKOUT LIMIT COMES FROM THE DL100SK CARD.  *
001510*--------------------------------------------------------------*
001520 01  WS-LOCKOUT-LIMIT         PIC 9(03) VALUE 3.
001530 01  WS-FAIL-COUNT            PIC 9(03) VALUE ZERO.
001540 01  WS-LOCKOUT-SW            PIC X(01) VALUE 'N'.
001550     88  WS-LOCKED-OUT                  VALUE 'Y'.
001560     88  WS-NOT-LOCKED-OUT              VALUE 'N'.
001570 01  WS-SECURITY-EVENT        PIC X(08) VALUE SPACES.
001580 01  WS-SECURITY-FUNCTION     PIC X(01) VALUE SPACES.
001590 01  WS-SECURITY-REASON       PIC X(40) VALUE SPACES.
001600 01  WS-TIMESTAMP-FIELDS.
001610     05  WS-TS-DATE               PIC 9(08) VALUE ZERO.
001620     05  WS-TS-TIME               PIC 9(08) VALUE ZERO.
001630*--------------------------------------------------------------*
001640* SIGN-ON FIELDS - SET ONCE BY 1100 AND NEVER ACCEPTED AGAIN    *
001650*--------------------------------------------------------------*
001660 01  WS-OPERATOR-ID           PIC X(08) VALUE SPACES.
001670 01  WS-SIGNON-SW             PIC X(01) VALUE 'N'.
001680     88  WS-SIGNED-ON                   VALUE 'Y'.
001690     88  WS-NOT-SIGNED-ON               VALUE 'N'.
001700 01  WS-AUTH-INQUIRY-SW       PIC X(01) VALUE 'N'.
001710     88  WS-AUTH-INQUIRY                VALUE 'Y'.
001720 01  WS-EXIT-SW               PIC X(01) VALUE 'N'.
001730     88  WS-DONE                        VALUE 'Y'.
001740     88  WS-NOT-DONE                    VALUE 'N'.
001750 01  WS-TODAY                 PIC 9(08) VALUE ZERO.
001760*--------------------------------------------------------------*
001770* SCREEN INPUT FIELDS                                           *
001780*--------------------------------------------------------------*
001790 01  WS-FUNCTION-CODE         PIC X(01) VALUE SPACES.
001800     88  WS-FUNC-INQUIRE                VALUE 'I'.
001810     88  WS-FUNC-NEXT-PAGE              VALUE 'N'.
001820     88  WS-FUNC-EXIT                   VALUE 'X'.
001830     88  WS-FUNC-VALID          VALUES 'I' 'N' 'X'.
001840 01  WS-MESSAGE-TEXT           PIC X(40) VALUE SPACES.
001850*--------------------------------------------------------------*
001860* SCREEN WORK AREA - ONE CUSTOMER AT A TIME.  THE CUSTOMER ID   *
001870* IS KEPT BETWEEN FUNCTIONS SO N CAN PAGE THE SUSPENSE LIST OF  *
001880* THE CUSTOMER LAST INQUIRED ON.                                *
001890*--------------------------------------------------------------*
001900 01  WSI-INQUIRY-AREA.
001910     05  WSI-CUSTOMER-ID          PIC X(10) VALUE SPACES.
001920     05  WSI-CUSTOMER-NAME        PIC X(30) VALUE SPACES.
001930     05  WSI-STATUS-TEXT          PIC X(20) VALUE SPACES.
001940     05  WSI-CREDIT-LIMIT         PIC Z(08)9.99 VALUE ZERO.
001950     05  WSI-OVERDRAFT-SW         PIC X(01) VALUE SPACES.
001960     05  WSI-BALANCE-TEXT         PIC X(30) VALUE SPACES.
001970     05  WSI-LAST-POSTING-DATE    PIC 9(08) VALUE ZERO.
001980     05  WSI-OPENING-BALANCE      PIC -Z(10)9.99 VALUE ZERO.
001990     05  WSI-DEBIT-TOTAL          PIC -Z(10)9.99 VALUE ZERO.
002000     05  WSI-CREDIT-TOTAL         PIC -Z(10)9.99 VALUE ZERO.
002010     05  WSI-CLOSING-BALANCE      PIC -Z(10)9.99 VALUE ZERO.
002020     05  WSI-CREDIT-FLOOR         PIC -Z(10)9.99 VALUE ZERO.
002030     05  WSI-HEADROOM             PIC -Z(10)9.99 VALUE ZERO.
002040     05  WSI-OVERRIDE-TEXT        PIC X(36) VALUE SPACES.
002050     05  WSI-EFFECTIVE-FROM-DATE  PIC 9(08) VALUE ZERO.
002060     05  WSI-EFFECTIVE-TO-DATE    PIC 9(08) VALUE ZERO.
002070     05  WSI-APPROVED-BY          PIC X(08) VALUE SPACES.
002080     05  WSI-SUSPENSE-COUNT       PIC ZZZ,ZZ9 VALUE ZERO.
002090     05  WSI-SUSPENSE-AMOUNT      PIC -Z(10)9.99 VALUE ZERO.
002100     05  WSI-PAGE-NO              PIC ZZ9 VALUE ZERO.
002110*--------------------------------------------------------------*
002120* CREDIT FLOOR WORK FIELDS - SAME RULE AS DL100MN 3230          *
002130*--------------------------------------------------------------*
002140 01  WS-CREDIT-LIMIT          PIC S9(11)V99 COMP-3 VALUE ZERO.
002150 01  WS-LIMIT-FLOOR           PIC S9(11)V99 COMP-3 VALUE ZERO.
002160 01  WS-HEADROOM              PIC S9(11)V99 COMP-3 VALUE ZERO.
002170*--------------------------------------------------------------*
002180* SUSPENSE PAGING - THE KEY OF THE LAST ROW SHOWN IS KEPT SO    *
002190* THE NEXT PAGE STARTS JUST PAST IT.  THE SUSPENSE FILE IS      *
002200* KEYED BY DATE ADDED AND RECORD NUMBER, NOT CUSTOMER, SO EACH  *
002210* PAGE IS A FILTERED BROWSE FORWARD FROM THAT POINT.            *
002220*--------------------------------------------------------------*
002230 01  WS-SUSP-EOF-SW           PIC X(01) VALUE 'N'.
002240     88  WS-SUSP-EOF-REACHED            VALUE 'Y'.
002250     88  WS-SUSP-NOT-EOF                VALUE 'N'.
002260 01  WS-SUSP-MORE-SW          PIC X(01) VALUE 'N'.
002270     88  WS-SUSP-MORE                   VALUE 'Y'.
002280     88  WS-SUSP-NO-MORE                VALUE 'N'.
002290 01  WS-SUSP-RESUME-KEY       PIC X(17) VALUE LOW-VALUES.
002300 01  WS-SUSP-ITEM-COUNT       PIC 9(09) COMP VALUE ZERO.
002310 01  WS-SUSP-ITEM-AMOUNT      PIC S9(13)V99 COMP-3 VALUE ZERO.
002320 01  WS-SUSP-PAGE-NO          PIC 9(03) COMP VALUE ZERO.
002330 01  WS-SUSP-PAGE-SIZE        PIC 9(03) COMP VALUE 5.
002340 01  WS-SUSP-PAGE-TABLE.
002350     05  WS-SUSP-LINE-COUNT       PIC 9(03) COMP VALUE ZERO.
002360     05  WS-SUSP-LINE OCCURS 1 TO 5 TIMES
002370                 DEPENDING ON WS-SUSP-LINE-COUNT
002380                 INDEXED BY WS-SUSP-IDX
002390                                  PIC X(79).
002400 01  WS-SUSP-DETAIL-LINE.
002410     05  FILLER                   PIC X(01) VALUE SPACES.
002420     05  WS-SD-DATE-ADDED         PIC 9(08) VALUE ZERO.
002430     05  FILLER                   PIC X(01) VALUE SPACES.
002440     05  WS-SD-RECORD-NO          PIC 9(09) VALUE ZERO.
002450     05  FILLER                   PIC X(01) VALUE SPACES.
002460     05  WS-SD-STATUS             PIC X(01) VALUE SPACES.
002470     05  FILLER                   PIC X(02) VALUE SPACES.
002480     05  WS-SD-TRANS-TYPE         PIC X(02) VALUE SPACES.
002490     05  WS-SD-TRANS-AMOUNT       PIC -Z(08)9.99 VALUE ZERO.
002500     05  FILLER                   PIC X(01) VALUE SPACES.
002510     05  WS-SD-REASON-CODE        PIC X(04) VALUE SPACES.
002520     05  FILLER                   PIC X(01) VALUE SPACES.
002530     05  WS-SD-REASON-TEXT        PIC X(35) VALUE SPACES.
002540 PROCEDURE DIVISION.
002550*================================================================*
002560* 0000-MAINLINE-CONTROL                                          *
002570*================================================================*
002580 0000-MAINLINE-CONTROL.
002590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002600     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
002610         UNTIL WS-DONE.
002620     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002630     GOBACK.
002640 0000-EXIT.
002650     EXIT.
002660*================================================================*
002670* 1000-INITIALIZE - OPEN EVERY FILE FOR INPUT.  THIS TRANSACTION *
002680* NEVER CREATES A FILE; ONE THAT IS MISSING IS SHOWN AS NOT      *
002690* AVAILABLE IN ITS PART OF THE SCREEN AND THE REST STILL WORKS.  *
002700*================================================================*
002710 1000-INITIALIZE.
002720     PERFORM 1050-REINITIALIZE-WORK-AREAS THRU 1050-EXIT.
002730     OPEN EXTEND SECURITY-LOG.
002740     IF WS-SECLOG-FILE-STATUS NOT = '00'
002750         OPEN OUTPUT SECURITY-LOG
002760     END-IF.
002770     PERFORM 1150-READ-SECURITY-PARM THRU 1150-EXIT.
002780     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002790     OPEN INPUT CUSTOMER-REF.
002800     IF WS-CUSTREF-FILE-STATUS = '00'
002810         SET WS-CUSTREF-AVAILABLE TO TRUE
002820     END-IF.
002830     OPEN INPUT CUSTOMER-MASTER.
002840     IF WS-MASTER-FILE-STATUS = '00'
002850         SET WS-MASTER-AVAILABLE TO TRUE
002860     END-IF.
002870     OPEN INPUT MAINTENANCE-FILE.
002880     IF WS-MAINT-FILE-STATUS = '00'
002890         SET WS-MAINT-AVAILABLE TO TRUE
002900     END-IF.
002910     OPEN INPUT SUSPENSE-FILE.
002920     IF WS-SUSPENSE-FILE-STATUS = '00'
002930         SET WS-SUSPENSE-AVAILABLE TO TRUE
002940     END-IF.
002950     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
002960 1000-EXIT.
002970     EXIT.
002980*================================================================*
002990* 1050-REINITIALIZE-WORK-AREAS - RE-APPLY THE PROGRAM'S DEFAULT  *
003000* VALUES TO EVERY WORKING AREA BEFORE THE RUN STARTS             *
003010*================================================================*
003020 1050-REINITIALIZE-WORK-AREAS.
003030     MOVE '00' TO WS-CUSTREF-FILE-STATUS.
003040     MOVE '00' TO WS-MASTER-FILE-STATUS.
003050     MOVE '00' TO WS-MAINT-FILE-STATUS.
003060     MOVE '00' TO WS-SUSPENSE-FILE-STATUS.
003070     MOVE '00' TO WS-OPRPROF-FILE-STATUS.
003080     MOVE '00' TO WS-OPRHST-FILE-STATUS.
003090     MOVE '00' TO WS-SECLOG-FILE-STATUS.
003100     MOVE '00' TO WS-SECPARM-FILE-STATUS.
003110     MOVE 3 TO WS-LOCKOUT-LIMIT.
003120     MOVE ZERO TO WS-FAIL-COUNT.
003130     SET WS-NOT-LOCKED-OUT TO TRUE.
003140     MOVE SPACES TO WS-SECURITY-EVENT.
003150     MOVE SPACES TO WS-SECURITY-FUNCTION.
003160     MOVE SPACES TO WS-SECURITY-REASON.
003170     MOVE ZERO TO WS-TS-DATE.
003180     MOVE ZERO TO WS-TS-TIME.
003190     SET WS-CUSTREF-NOT-AVAILABLE TO TRUE.
003200     SET WS-MASTER-NOT-AVAILABLE TO TRUE.
003210     SET WS-MAINT-NOT-AVAILABLE TO TRUE.
003220     SET WS-SUSPENSE-NOT-AVAILABLE TO TRUE.
003230     MOVE SPACES TO WS-OPERATOR-ID.
003240     SET WS-NOT-SIGNED-ON TO TRUE.
003250     MOVE 'N' TO WS-AUTH-INQUIRY-SW.
003260     SET WS-NOT-DONE TO TRUE.
003270     MOVE ZERO TO WS-TODAY.
003280     MOVE SPACES TO WS-FUNCTION-CODE.
003290     MOVE SPACES TO WS-MESSAGE-TEXT.
003300     MOVE ZERO TO WS-CREDIT-LIMIT.
003310     MOVE ZERO TO WS-LIMIT-FLOOR.
003320     MOVE ZERO TO WS-HEADROOM.
003330     MOVE SPACES TO WSI-CUSTOMER-ID.
003340     PERFORM 2050-CLEAR-SCREEN-AREA THRU 2050-EXIT.
003350     PERFORM 2060-CLEAR-SUSPENSE-PAGE THRU 2060-EXIT.
003360     MOVE ZERO TO WS-SUSP-PAGE-NO.
003370     MOVE 5 TO WS-SUSP-PAGE-SIZE.
003380 1050-EXIT.
003390     EXIT.
003400*================================================================*
003410* 1100-SIGN-ON - VERIFY THE OPERATOR AGAINST THE DL100OP         *
003420* PROFILE FILE: ON FILE AND ACTIVE, OR THE TRANSACTION ENDS      *
003430* BEFORE A SINGLE FUNCTION IS TAKEN.  A MISSING PROFILE FILE     *
003440* REFUSES SIGN-ON - SECURITY DOES NOT FAIL OPEN.                 *
003450*================================================================*
003460 1100-SIGN-ON.
003470     DISPLAY 'DL100CI - SIGN ON - OPERATOR ID:'.
003480     ACCEPT WS-OPERATOR-ID FROM CONSOLE.
003490     OPEN INPUT OPERATOR-PROFILE.
003500     IF WS-OPRPROF-FILE-STATUS NOT = '00'
003510         DISPLAY 'DL100CI - OPERATOR PROFILE FILE NOT '
003520                 'AVAILABLE - SIGN-ON REFUSED'
003530         MOVE 'REFUSED' TO WS-SECURITY-EVENT
003540         MOVE 'PROFILE FILE NOT AVAILABLE' TO WS-SECURITY-REASON
003550         PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT
003560         SET WS-DONE TO TRUE
003570         GO TO 1100-EXIT
003580     END-IF.
003590     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
003600     MOVE 'OPERATOR NOT ON FILE' TO WS-SECURITY-REASON.
003610     READ OPERATOR-PROFILE
003620         INVALID KEY
003630             CONTINUE
003640         NOT INVALID KEY
003650             MOVE 'OPERATOR INACTIVE' TO WS-SECURITY-REASON
003660             IF OP-ACTIVE
003670                 SET WS-SIGNED-ON TO TRUE
003680                 IF OP-FAIL-COUNT NUMERIC
003690                     MOVE OP-FAIL-COUNT TO WS-FAIL-COUNT
003700                 END-IF
003710                 MOVE OP-AUTH-INQUIRY-SW TO WS-AUTH-INQUIRY-SW
003720             END-IF
003730     END-READ.
003740     CLOSE OPERATOR-PROFILE.
003750     IF WS-NOT-SIGNED-ON
003760         DISPLAY 'DL100CI - OPERATOR NOT ON FILE OR INACTIVE - '
003770                 'SIGN-ON REFUSED'
003780         MOVE 'REFUSED' TO WS-SECURITY-EVENT
003790         PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT
003800         SET WS-DONE TO TRUE
003810         GO TO 1100-EXIT
003820     END-IF.
003830     MOVE 'SIGNON' TO WS-SECURITY-EVENT.
003840     MOVE 'SIGN-ON ACCEPTED' TO WS-SECURITY-REASON.
003850     PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT.
003860 1100-EXIT.
003870     EXIT.
003880*================================================================*
003890* 1150-READ-SECURITY-PARM - TAKE THE CONSECUTIVE-DENIAL LOCKOUT  *
003900* LIMIT FROM THE DL100SK CARD.  A MISSING OR EMPTY FILE, OR A    *
003910* BLANK/ZERO LIMIT, LEAVES THE DEFAULT OF 3.                     *
003920*================================================================*
003930 1150-READ-SECURITY-PARM.
003940     OPEN INPUT SECURITY-PARM.
003950     IF WS-SECPARM-FILE-STATUS NOT = '00'
003960         GO TO 1150-EXIT
003970     END-IF.
003980     READ SECURITY-PARM
003990         AT END
004000             CLOSE SECURITY-PARM
004010             GO TO 1150-EXIT
004020     END-READ.
004030     IF SK-LOCKOUT-LIMIT NUMERIC AND SK-LOCKOUT-LIMIT > ZERO
004040         MOVE SK-LOCKOUT-LIMIT TO WS-LOCKOUT-LIMIT
004050     END-IF.
004060     CLOSE SECURITY-PARM.
004070 1150-EXIT.
004080     EXIT.
004090*================================================================*
004100* 2000-PROCESS-TRANSACTION - DISPLAY THE SCREEN, ACCEPT ONE      *
004110* FUNCTION REQUEST, AND ROUTE IT TO THE PROPER PARAGRAPH         *
004120*================================================================*
004130 2000-PROCESS-TRANSACTION.
004140     PERFORM 2100-DISPLAY-SCREEN THRU 2100-EXIT.
004150     PERFORM 2200-ACCEPT-SCREEN THRU 2200-EXIT.
004160     IF NOT WS-FUNC-VALID
004170         MOVE 'INVALID FUNCTION - USE I, N OR X' TO
004180             WS-MESSAGE-TEXT
004190         GO TO 2000-EXIT
004200     END-IF.
004210     IF (WS-FUNC-INQUIRE OR WS-FUNC-NEXT-PAGE) AND
004220             NOT WS-AUTH-INQUIRY
004230         MOVE 'NOT AUTHORIZED FOR CUSTOMER INQUIRY' TO
004240             WS-MESSAGE-TEXT
004250         PERFORM 8600-RECORD-DENIAL THRU 8600-EXIT
004260         GO TO 2000-EXIT
004270     END-IF.
004280     IF WS-FAIL-COUNT > ZERO AND NOT WS-FUNC-EXIT
004290         PERFORM 8800-CLEAR-FAIL-COUNT THRU 8800-EXIT
004300     END-IF.
004310     EVALUATE TRUE
004320         WHEN WS-FUNC-INQUIRE
004330             PERFORM 2500-INQUIRE-CUSTOMER THRU 2500-EXIT
004340         WHEN WS-FUNC-NEXT-PAGE
004350             PERFORM 2800-NEXT-SUSPENSE-PAGE THRU 2800-EXIT
004360         WHEN WS-FUNC-EXIT
004370             SET WS-DONE TO TRUE
004380     END-EVALUATE.
004390 2000-EXIT.
004400     EXIT.
004410*================================================================*
004420* 2050-CLEAR-SCREEN-AREA - BLANK EVERY DISPLAYED FIGURE EXCEPT   *
004430* THE CUSTOMER ID                                                *
004440*================================================================*
004450 2050-CLEAR-SCREEN-AREA.
004460     MOVE SPACES TO WSI-CUSTOMER-NAME.
004470     MOVE SPACES TO WSI-STATUS-TEXT.
004480     MOVE ZERO TO WSI-CREDIT-LIMIT.
004490     MOVE SPACES TO WSI-OVERDRAFT-SW.
004500     MOVE SPACES TO WSI-BALANCE-TEXT.
004510     MOVE ZERO TO WSI-LAST-POSTING-DATE.
004520     MOVE ZERO TO WSI-OPENING-BALANCE.
004530     MOVE ZERO TO WSI-DEBIT-TOTAL.
004540     MOVE ZERO TO WSI-CREDIT-TOTAL.
004550     MOVE ZERO TO WSI-CLOSING-BALANCE.
004560     MOVE ZERO TO WSI-CREDIT-FLOOR.
004570     MOVE ZERO TO WSI-HEADROOM.
004580     MOVE SPACES TO WSI-OVERRIDE-TEXT.
004590     MOVE ZERO TO WSI-EFFECTIVE-FROM-DATE.
004600     MOVE ZERO TO WSI-EFFECTIVE-TO-DATE.
004610     MOVE SPACES TO WSI-APPROVED-BY.
004620     MOVE ZERO TO WSI-SUSPENSE-COUNT.
004630     MOVE ZERO TO WSI-SUSPENSE-AMOUNT.
004640     MOVE ZERO TO WSI-PAGE-NO.
004650 2050-EXIT.
004660     EXIT.
004670*================================================================*
004680* 2060-CLEAR-SUSPENSE-PAGE                                       *
004690*================================================================*
004700 2060-CLEAR-SUSPENSE-PAGE.
004710     SET WS-SUSP-NOT-EOF TO TRUE.
004720     SET WS-SUSP-NO-MORE TO TRUE.
004730     MOVE LOW-VALUES TO WS-SUSP-RESUME-KEY.
004740     MOVE ZERO TO WS-SUSP-ITEM-COUNT.
004750     MOVE ZERO TO WS-SUSP-ITEM-AMOUNT.
004760     MOVE ZERO TO WS-SUSP-LINE-COUNT.
004770     MOVE SPACES TO WS-SUSP-DETAIL-LINE.
004780     MOVE ZERO TO WS-SD-DATE-ADDED.
004790     MOVE ZERO TO WS-SD-RECORD-NO.
004800     MOVE ZERO TO WS-SD-TRANS-AMOUNT.
004810 2060-EXIT.
004820     EXIT.
004830*================================================================*
004840* 2100-DISPLAY-SCREEN                                            *
004850*================================================================*
004860 2100-DISPLAY-SCREEN.
004870     DISPLAY '----------------------------------------------'.
004880     DISPLAY 'DL100CI - CONSOLIDATED CUSTOMER INQUIRY'.
004890     DISPLAY 'SIGNED ON AS...........: ' WS-OPERATOR-ID.
004900     DISPLAY 'FUNCTION (I=INQUIRE N=NEXT SUSPENSE PAGE X=EXIT): '
004910             WS-FUNCTION-CODE.
004920     DISPLAY 'CUSTOMER ID............: ' WSI-CUSTOMER-ID.
004930     DISPLAY '--- DL100CR REFERENCE ---'.
004940     DISPLAY 'CUSTOMER NAME..........: ' WSI-CUSTOMER-NAME.
004950     DISPLAY 'STATUS.................: ' WSI-STATUS-TEXT.
004960     DISPLAY 'CREDIT LIMIT...........: ' WSI-CREDIT-LIMIT.
004970     DISPLAY 'OVERDRAFT ALLOWED (Y/N): ' WSI-OVERDRAFT-SW.
004980     DISPLAY '--- DL100CM BALANCE ---  ' WSI-BALANCE-TEXT.
004990     DISPLAY 'LAST POSTING DATE......: ' WSI-LAST-POSTING-DATE.
005000     DISPLAY 'OPENING BALANCE........: ' WSI-OPENING-BALANCE.
005010     DISPLAY 'DEBITS.................: ' WSI-DEBIT-TOTAL.
005020     DISPLAY 'CREDITS................: ' WSI-CREDIT-TOTAL.
005030     DISPLAY 'CLOSING BALANCE........: ' WSI-CLOSING-BALANCE.
005040     DISPLAY 'CREDIT FLOOR...........: ' WSI-CREDIT-FLOOR.
005050     DISPLAY 'HEADROOM TO FLOOR......: ' WSI-HEADROOM.
005060     DISPLAY '--- DL100MT OVERRIDE ---'.
005070     DISPLAY 'OVERRIDE STATUS........: ' WSI-OVERRIDE-TEXT.
005080     DISPLAY 'EFFECTIVE FROM.........: ' WSI-EFFECTIVE-FROM-DATE.
005090     DISPLAY 'EFFECTIVE TO (0=OPEN)..: ' WSI-EFFECTIVE-TO-DATE.
005100     DISPLAY 'APPROVED BY............: ' WSI-APPROVED-BY.
005110     DISPLAY '--- DL100SP OPEN/RESUBMIT ITEMS ---'.
005120     DISPLAY 'ITEMS / AMOUNT.........: ' WSI-SUSPENSE-COUNT
005130             '  ' WSI-SUSPENSE-AMOUNT.
005140     DISPLAY 'PAGE...................: ' WSI-PAGE-NO.
005150     DISPLAY ' ADDED    RECORD-NO ST TY        AMOUNT RSN  '
005160             'REASON'.
005170     IF WS-SUSP-LINE-COUNT > ZERO
005180         PERFORM 2150-DISPLAY-SUSPENSE-LINE THRU 2150-EXIT
005190             VARYING WS-SUSP-IDX FROM 1 BY 1
005200             UNTIL WS-SUSP-IDX > WS-SUSP-LINE-COUNT
005210     END-IF.
005220     DISPLAY 'MESSAGE: ' WS-MESSAGE-TEXT.
005230 2100-EXIT.
005240     EXIT.
005250*================================================================*
005260* 2150-DISPLAY-SUSPENSE-LINE                                     *
005270*================================================================*
005280 2150-DISPLAY-SUSPENSE-LINE.
005290     DISPLAY WS-SUSP-LINE (WS-SUSP-IDX).
005300 2150-EXIT.
005310     EXIT.
005320*================================================================*
005330* 2200-ACCEPT-SCREEN - READ THE NEXT FUNCTION REQUEST.  ONLY     *
005340* INQUIRE TAKES A CUSTOMER ID; NEXT PAGE WORKS ON THE CUSTOMER   *
005350* ALREADY ON THE SCREEN.                                         *
005360*================================================================*
005370 2200-ACCEPT-SCREEN.
005380     MOVE SPACES TO WS-MESSAGE-TEXT.
005390     ACCEPT WS-FUNCTION-CODE FROM CONSOLE.
005400     IF NOT WS-FUNC-INQUIRE
005410         GO TO 2200-EXIT
005420     END-IF.
005430     ACCEPT WSI-CUSTOMER-ID FROM CONSOLE.
005440 2200-EXIT.
005450     EXIT.
005460*================================================================*
005470* 2500-INQUIRE-CUSTOMER - GATHER THE CUSTOMER'S ROW FROM EVERY   *
005480* FILE AND SHOW THE FIRST PAGE OF SUSPENSE ITEMS.  A CUSTOMER    *
005490* MISSING FROM ONE FILE IS STILL SHOWN FROM THE OTHERS - A ROW   *
005500* ON DL100CM OR DL100SP WITH NO DL100CR ROW IS EXACTLY WHAT THE  *
005510* DESK NEEDS TO SEE.                                             *
005520*================================================================*
005530 2500-INQUIRE-CUSTOMER.
005540     PERFORM 2050-CLEAR-SCREEN-AREA THRU 2050-EXIT.
005550     PERFORM 2060-CLEAR-SUSPENSE-PAGE THRU 2060-EXIT.
005560     MOVE ZERO TO WS-SUSP-PAGE-NO.
005570     IF WSI-CUSTOMER-ID = SPACES
005580         MOVE 'CUSTOMER ID IS REQUIRED' TO WS-MESSAGE-TEXT
005590         GO TO 2500-EXIT
005600     END-IF.
005610     MOVE 'CUSTOMER DISPLAYED' TO WS-MESSAGE-TEXT.
005620     PERFORM 2510-SHOW-REFERENCE THRU 2510-EXIT.
005630     PERFORM 2520-SHOW-BALANCE THRU 2520-EXIT.
005640     PERFORM 2530-SHOW-OVERRIDE THRU 2530-EXIT.
005650     PERFORM 2600-COUNT-SUSPENSE-ITEMS THRU 2600-EXIT.
005660     PERFORM 2700-LOAD-SUSPENSE-PAGE THRU 2700-EXIT.
005670 2500-EXIT.
005680     EXIT.
005690*================================================================*
005700* 2510-SHOW-REFERENCE - THE DL100CR ROW.  ROWS WRITTEN BEFORE    *
005710* THE CREDIT FIELDS EXISTED CARRY SPACES THERE AND SHOW AS       *
005720* LIMIT ZERO, NO OVERDRAFT - THE SAME READING DL100MN GIVES.     *
005730*================================================================*
005740 2510-SHOW-REFERENCE.
005750     MOVE ZERO TO WS-CREDIT-LIMIT.
005760     MOVE ZERO TO WS-LIMIT-FLOOR.
005770     IF WS-CUSTREF-NOT-AVAILABLE
005780         MOVE 'FILE NOT AVAILABLE' TO WSI-STATUS-TEXT
005790         GO TO 2510-EXIT
005800     END-IF.
005810     MOVE WSI-CUSTOMER-ID TO CR-CUSTOMER-ID.
005820     READ CUSTOMER-REF
005830         INVALID KEY
005840             MOVE 'NOT ON FILE' TO WSI-STATUS-TEXT
005850             MOVE 'CUSTOMER NOT ON DL100CR' TO WS-MESSAGE-TEXT
005860             GO TO 2510-EXIT
005870     END-READ.
005880     MOVE CR-CUSTOMER-NAME TO WSI-CUSTOMER-NAME.
005890     EVALUATE TRUE
005900         WHEN CR-STATUS-OPEN
005910             MOVE 'O - OPEN' TO WSI-STATUS-TEXT
005920         WHEN CR-STATUS-CLOSED
005930             MOVE 'C - CLOSED' TO WSI-STATUS-TEXT
005940         WHEN CR-STATUS-FROZEN
005950             MOVE 'F - FROZEN' TO WSI-STATUS-TEXT
005960         WHEN CR-STATUS-DORMANT
005970             MOVE 'D - DORMANT' TO WSI-STATUS-TEXT
005980         WHEN OTHER
005990             MOVE CR-STATUS-SW TO WSI-STATUS-TEXT
006000     END-EVALUATE.
006010     IF CR-CREDIT-LIMIT NUMERIC
006020         MOVE CR-CREDIT-LIMIT TO WS-CREDIT-LIMIT
006030     END-IF.
006040     MOVE WS-CREDIT-LIMIT TO WSI-CREDIT-LIMIT.
006050     IF CR-OVERDRAFT-ALLOWED
006060         MOVE 'Y' TO WSI-OVERDRAFT-SW
006070         COMPUTE WS-LIMIT-FLOOR = ZERO - WS-CREDIT-LIMIT
006080     ELSE
006090         MOVE 'N' TO WSI-OVERDRAFT-SW
006100     END-IF.
006110 2510-EXIT.
006120     EXIT.
006130*================================================================*
006140* 2520-SHOW-BALANCE - THE DL100CM ROW AND THE HEADROOM LEFT      *
006150* ABOVE THE CREDIT FLOOR.  A NEGATIVE HEADROOM MEANS THE         *
006160* ACCOUNT IS ALREADY BELOW ITS FLOOR.                            *
006170*================================================================*
006180 2520-SHOW-BALANCE.
006190     MOVE WS-LIMIT-FLOOR TO WSI-CREDIT-FLOOR.
006200     IF WS-MASTER-NOT-AVAILABLE
006210         MOVE 'FILE NOT AVAILABLE' TO WSI-BALANCE-TEXT
006220         GO TO 2520-EXIT
006230     END-IF.
006240     MOVE WSI-CUSTOMER-ID TO CM-CUSTOMER-ID.
006250     READ CUSTOMER-MASTER
006260         INVALID KEY
006270             MOVE 'NO BALANCE ROW - NEVER POSTED' TO
006280                 WSI-BALANCE-TEXT
006290             GO TO 2520-EXIT
006300     END-READ.
006310     MOVE CM-LAST-POSTING-DATE TO WSI-LAST-POSTING-DATE.
006320     MOVE CM-OPENING-BALANCE TO WSI-OPENING-BALANCE.
006330     MOVE CM-DEBIT-TOTAL TO WSI-DEBIT-TOTAL.
006340     MOVE CM-CREDIT-TOTAL TO WSI-CREDIT-TOTAL.
006350     MOVE CM-CLOSING-BALANCE TO WSI-CLOSING-BALANCE.
006360     COMPUTE WS-HEADROOM = CM-CLOSING-BALANCE - WS-LIMIT-FLOOR.
006370     MOVE WS-HEADROOM TO WSI-HEADROOM.
006380     IF WS-HEADROOM < ZERO
006390         MOVE '*BELOW CREDIT FLOOR*' TO WSI-BALANCE-TEXT
006400     END-IF.
006410 2520-EXIT.
006420     EXIT.
006430*================================================================*
006440* 2530-SHOW-OVERRIDE - THE DL100MT ROW, IF ANY.  AN OVERRIDE IS  *
006450* IN EFFECT ONLY WHEN IT IS ACTIVE, APPROVED AND TODAY FALLS IN  *
006460* ITS EFFECTIVE WINDOW (ZERO TO-DATE = OPEN-ENDED) - THE SAME    *
006470* TEST DL100MN APPLIES.  AN INACTIVE ROW IS SHOWN AS SUCH.       *
006480*================================================================*
006490 2530-SHOW-OVERRIDE.
006500     IF WS-MAINT-NOT-AVAILABLE
006510         MOVE 'FILE NOT AVAILABLE' TO WSI-OVERRIDE-TEXT
006520         GO TO 2530-EXIT
006530     END-IF.
006540     MOVE WSI-CUSTOMER-ID TO MT-CUSTOMER-ID.
006550     READ MAINTENANCE-FILE
006560         INVALID KEY
006570             MOVE 'NO OVERRIDE ON FILE' TO WSI-OVERRIDE-TEXT
006580             GO TO 2530-EXIT
006590     END-READ.
006600     MOVE MT-EFFECTIVE-FROM-DATE TO WSI-EFFECTIVE-FROM-DATE.
006610     MOVE MT-EFFECTIVE-TO-DATE TO WSI-EFFECTIVE-TO-DATE.
006620     MOVE MT-APPROVED-BY TO WSI-APPROVED-BY.
006630     EVALUATE TRUE
006640         WHEN MT-INACTIVE
006650             MOVE 'INACTIVE - NOT APPLIED' TO WSI-OVERRIDE-TEXT
006660         WHEN MT-APPROVAL-PENDING
006670             MOVE 'PENDING APPROVAL' TO WSI-OVERRIDE-TEXT
006680         WHEN MT-APPROVED AND
006690                 MT-EFFECTIVE-FROM-DATE NOT > WS-TODAY AND
006700                 (MT-EFFECTIVE-TO-DATE = ZERO OR
006710                  MT-EFFECTIVE-TO-DATE NOT < WS-TODAY)
006720             MOVE 'ACTIVE - IN EFFECT' TO WSI-OVERRIDE-TEXT
006730         WHEN MT-APPROVED
006740             MOVE 'ACTIVE - OUTSIDE EFFECTIVE DATES' TO
006750                 WSI-OVERRIDE-TEXT
006760         WHEN OTHER
006770             MOVE 'ACTIVE - APPROVAL STATUS UNKNOWN' TO
006780                 WSI-OVERRIDE-TEXT
006790     END-EVALUATE.
006800 2530-EXIT.
006810     EXIT.
006820*================================================================*
006830* 2600-COUNT-SUSPENSE-ITEMS - ONE PASS OVER THE SUSPENSE FILE TO *
006840* COUNT AND TOTAL THE CUSTOMER'S OPEN AND RESUBMIT ITEMS, SO THE *
006850* HEADING SHOWS THE WHOLE EXPOSURE, NOT JUST THE PAGE IN VIEW.   *
006860*================================================================*
006870 2600-COUNT-SUSPENSE-ITEMS.
006880     IF WS-SUSPENSE-NOT-AVAILABLE
006890         GO TO 2600-EXIT
006900     END-IF.
006910     SET WS-SUSP-NOT-EOF TO TRUE.
006920     MOVE LOW-VALUES TO SP-SUSPENSE-KEY.
006930     START SUSPENSE-FILE KEY NOT LESS THAN SP-SUSPENSE-KEY
006940         INVALID KEY
006950             SET WS-SUSP-EOF-REACHED TO TRUE
006960     END-START.
006970     PERFORM 2650-COUNT-ONE-ITEM THRU 2650-EXIT
006980         UNTIL WS-SUSP-EOF-REACHED.
006990     MOVE WS-SUSP-ITEM-COUNT TO WSI-SUSPENSE-COUNT.
007000     MOVE WS-SUSP-ITEM-AMOUNT TO WSI-SUSPENSE-AMOUNT.
007010 2600-EXIT.
007020     EXIT.
007030*================================================================*
007040* 2650-COUNT-ONE-ITEM                                            *
007050*================================================================*
007060 2650-COUNT-ONE-ITEM.
007070     READ SUSPENSE-FILE NEXT RECORD
007080         AT END
007090             SET WS-SUSP-EOF-REACHED TO TRUE
007100             GO TO 2650-EXIT
007110     END-READ.
007120     IF SP-CUSTOMER-ID NOT = WSI-CUSTOMER-ID
007130         GO TO 2650-EXIT
007140     END-IF.
007150     IF NOT SP-OPEN AND NOT SP-RESUBMIT
007160         GO TO 2650-EXIT
007170     END-IF.
007180     ADD 1 TO WS-SUSP-ITEM-COUNT.
007190     ADD SP-TRANS-AMOUNT TO WS-SUSP-ITEM-AMOUNT.
007200 2650-EXIT.
007210     EXIT.
007220*================================================================*
007230* 2700-LOAD-SUSPENSE-PAGE - FILL ONE PAGE OF THE CUSTOMER'S OPEN *
007240* AND RESUBMIT ITEMS, STARTING JUST PAST THE LAST ROW SHOWN.     *
007250* THE BROWSE READS ONE MATCHING ROW BEYOND A FULL PAGE SO THE    *
007260* SCREEN CAN SAY WHETHER ANOTHER PAGE FOLLOWS.                   *
007270*================================================================*
007280 2700-LOAD-SUSPENSE-PAGE.
007290     MOVE ZERO TO WS-SUSP-LINE-COUNT.
007300     SET WS-SUSP-NOT-EOF TO TRUE.
007310     SET WS-SUSP-NO-MORE TO TRUE.
007320     IF WS-SUSPENSE-NOT-AVAILABLE
007330         MOVE 'SUSPENSE FILE NOT AVAILABLE' TO WS-MESSAGE-TEXT
007340         GO TO 2700-EXIT
007350     END-IF.
007360     MOVE WS-SUSP-RESUME-KEY TO SP-SUSPENSE-KEY.
007370     START SUSPENSE-FILE KEY GREATER THAN SP-SUSPENSE-KEY
007380         INVALID KEY
007390             SET WS-SUSP-EOF-REACHED TO TRUE
007400     END-START.
007410     PERFORM 2750-LOAD-ONE-ITEM THRU 2750-EXIT
007420         UNTIL WS-SUSP-EOF-REACHED OR WS-SUSP-MORE.
007430     IF WS-SUSP-LINE-COUNT > ZERO
007440         ADD 1 TO WS-SUSP-PAGE-NO
007450     END-IF.
007460     MOVE WS-SUSP-PAGE-NO TO WSI-PAGE-NO.
007470     IF WS-SUSP-MORE
007480         MOVE 'MORE SUSPENSE ITEMS - KEY N FOR NEXT PAGE' TO
007490             WS-MESSAGE-TEXT
007500     END-IF.
007510 2700-EXIT.
007520     EXIT.
007530*================================================================*
007540* 2750-LOAD-ONE-ITEM                                             *
007550*================================================================*
007560 2750-LOAD-ONE-ITEM.
007570     READ SUSPENSE-FILE NEXT RECORD
007580         AT END
007590             SET WS-SUSP-EOF-REACHED TO TRUE
007600             GO TO 2750-EXIT
007610     END-READ.
007620     IF SP-CUSTOMER-ID NOT = WSI-CUSTOMER-ID
007630         GO TO 2750-EXIT
007640     END-IF.
007650     IF NOT SP-OPEN AND NOT SP-RESUBMIT
007660         GO TO 2750-EXIT
007670     END-IF.
007680     IF WS-SUSP-LINE-COUNT NOT < WS-SUSP-PAGE-SIZE
007690         SET WS-SUSP-MORE TO TRUE
007700         GO TO 2750-EXIT
007710     END-IF.
007720     MOVE SP-DATE-ADDED TO WS-SD-DATE-ADDED.
007730     MOVE SP-ORIG-RECORD-NO TO WS-SD-RECORD-NO.
007740     MOVE SP-STATUS-SW TO WS-SD-STATUS.
007750     MOVE SP-TRANS-TYPE TO WS-SD-TRANS-TYPE.
007760     MOVE SP-TRANS-AMOUNT TO WS-SD-TRANS-AMOUNT.
007770     MOVE SP-REASON-CODE TO WS-SD-REASON-CODE.
007780     MOVE SP-REASON-TEXT TO WS-SD-REASON-TEXT.
007790     ADD 1 TO WS-SUSP-LINE-COUNT.
007800     MOVE WS-SUSP-DETAIL-LINE TO
007810         WS-SUSP-LINE (WS-SUSP-LINE-COUNT).
007820     MOVE SP-SUSPENSE-KEY TO WS-SUSP-RESUME-KEY.
007830 2750-EXIT.
007840     EXIT.
007850*================================================================*
007860* 2800-NEXT-SUSPENSE-PAGE - SHOW THE NEXT PAGE FOR THE CUSTOMER  *
007870* ALREADY ON THE SCREEN.  THE REST OF THE SCREEN IS LEFT AS THE  *
007880* LAST INQUIRE SHOWED IT.                                        *
007890*================================================================*
007900 2800-NEXT-SUSPENSE-PAGE.
007910     IF WSI-CUSTOMER-ID = SPACES
007920         MOVE 'INQUIRE ON A CUSTOMER FIRST' TO WS-MESSAGE-TEXT
007930         GO TO 2800-EXIT
007940     END-IF.
007950     IF WS-SUSP-NO-MORE
007960         MOVE 'NO FURTHER SUSPENSE ITEMS' TO WS-MESSAGE-TEXT
007970         GO TO 2800-EXIT
007980     END-IF.
007990     PERFORM 2700-LOAD-SUSPENSE-PAGE THRU 2700-EXIT.
008000     IF WS-MESSAGE-TEXT = SPACES
008010         MOVE 'LAST PAGE OF SUSPENSE ITEMS' TO WS-MESSAGE-TEXT
008020     END-IF.
008030 2800-EXIT.
008040     EXIT.
008050*================================================================*
008060* 8500-WRITE-SECURITY-EVENT - APPEND ONE DL100SE ROW FOR THE     *
008070* EVENT, FUNCTION AND REASON THE CALLER HAS SET UP               *
008080*================================================================*
008090 8500-WRITE-SECURITY-EVENT.
008100     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
008110     ACCEPT WS-TS-TIME FROM TIME.
008120     MOVE SPACES TO SE-EVENT-RECORD.
008130     MOVE WS-TS-DATE TO SE-EVENT-DATE.
008140     MOVE WS-TS-TIME TO SE-EVENT-TIME.
008150     MOVE 'DL100CI' TO SE-TRANSACTION.
008160     MOVE WS-OPERATOR-ID TO SE-OPERATOR-ID.
008170     MOVE WS-SECURITY-EVENT TO SE-EVENT-CODE.
008180     MOVE WS-SECURITY-FUNCTION TO SE-FUNCTION-CODE.
008190     MOVE WS-SECURITY-REASON TO SE-REASON.
008200     MOVE WS-FAIL-COUNT TO SE-FAIL-COUNT.
008210     WRITE SE-EVENT-RECORD.
008220 8500-EXIT.
008230     EXIT.
008240*================================================================*
008250* 8600-RECORD-DENIAL - LOG THE AUTHORITY DENIAL JUST SET UP IN   *
008260* WS-MESSAGE-TEXT AND COUNT IT AGAINST THE OPERATOR.  ON         *
008270* REACHING THE LOCKOUT LIMIT THE PROFILE HAS BEEN SET INACTIVE   *
008280* BY 8650, SO LOG THE LOCKOUT AND END THE SESSION HERE.          *
008290*================================================================*
008300 8600-RECORD-DENIAL.
008310     MOVE 'DENIED' TO WS-SECURITY-EVENT.
008320     MOVE WS-FUNCTION-CODE TO WS-SECURITY-FUNCTION.
008330     MOVE WS-MESSAGE-TEXT TO WS-SECURITY-REASON.
008340     SET WS-NOT-LOCKED-OUT TO TRUE.
008350     PERFORM 8650-COUNT-FAILURE THRU 8650-EXIT.
008360     PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT.
008370     IF WS-NOT-LOCKED-OUT
008380         GO TO 8600-EXIT
008390     END-IF.
008400     MOVE 'LOCKOUT' TO WS-SECURITY-EVENT.
008410     MOVE 'CONSECUTIVE DENIAL LIMIT REACHED'
008420         TO WS-SECURITY-REASON.
008430     PERFORM 8500-WRITE-SECURITY-EVENT THRU 8500-EXIT.
008440     DISPLAY 'DL100CI - ' WS-MESSAGE-TEXT.
008450     DISPLAY 'DL100CI - OPERATOR ' WS-OPERATOR-ID
008460             ' LOCKED OUT - REFER TO THE SECURITY DESK'.
008470     SET WS-DONE TO TRUE.
008480 8600-EXIT.
008490     EXIT.
008500*================================================================*
008510* 8650-COUNT-FAILURE - ADD ONE TO THE DL100OP FAILURE COUNT.  AN *
008520* ACTIVE PROFILE THAT REACHES THE LOCKOUT LIMIT IS SET INACTIVE  *
008530* AND THE CHANGE LOGGED TO DL100OH BEFORE THE REWRITE.  IF THE   *
008540* PROFILE CANNOT BE UPDATED THE SESSION COUNT STILL ADVANCES SO  *
008550* THE EVENT SHOWS IT.                                            *
008560*================================================================*
008570 8650-COUNT-FAILURE.
008580     ADD 1 TO WS-FAIL-COUNT.
008590     OPEN I-O OPERATOR-PROFILE.
008600     IF WS-OPRPROF-FILE-STATUS NOT = '00'
008610         GO TO 8650-EXIT
008620     END-IF.
008630     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
008640     READ OPERATOR-PROFILE
008650         INVALID KEY
008660             CLOSE OPERATOR-PROFILE
008670             GO TO 8650-EXIT
008680     END-READ.
008690     IF OP-FAIL-COUNT NOT NUMERIC
008700         MOVE ZERO TO OP-FAIL-COUNT
008710     END-IF.
008720     IF OP-FAIL-COUNT < 999
008730         ADD 1 TO OP-FAIL-COUNT
008740     END-IF.
008750     MOVE OP-FAIL-COUNT TO WS-FAIL-COUNT.
008760     IF OP-ACTIVE AND OP-FAIL-COUNT NOT < WS-LOCKOUT-LIMIT
008770         SET WS-LOCKED-OUT TO TRUE
008780         ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
008790         SET OP-INACTIVE TO TRUE
008800         MOVE WS-TS-DATE TO OP-LAST-UPDATE-DATE
008810         MOVE 'DL100CI' TO OP-LAST-UPDATE-USER
008820         PERFORM 8700-WRITE-LOCKOUT-HISTORY THRU 8700-EXIT
008830     END-IF.
008840     REWRITE OP-OPERATOR-RECORD.
008850     CLOSE OPERATOR-PROFILE.
008860 8650-EXIT.
008870     EXIT.
008880*================================================================*
008890* 8700-WRITE-LOCKOUT-HISTORY - APPEND A DL100OH 'LOCKOUT' ROW    *
008900* SHOWING THE PROFILE AS IT NOW STANDS, WITH THIS TRANSACTION    *
008910* AS THE USER WHO MADE THE CHANGE                                *
008920*================================================================*
008930 8700-WRITE-LOCKOUT-HISTORY.
008940     OPEN EXTEND OPERATOR-HISTORY.
008950     IF WS-OPRHST-FILE-STATUS NOT = '00'
008960         OPEN OUTPUT OPERATOR-HISTORY
008970     END-IF.
008980     ACCEPT WS-TS-TIME FROM TIME.
008990     MOVE SPACES TO OH-HISTORY-RECORD.
009000     MOVE OP-OPERATOR-ID TO OH-OPERATOR-ID.
009010     MOVE 'LOCKOUT' TO OH-ACTION-CODE.
009020     STRING WS-TS-DATE  DELIMITED BY SIZE
009030            '-'          DELIMITED BY SIZE
009040            WS-TS-TIME   DELIMITED BY SIZE
009050         INTO OH-TIMESTAMP.
009060     MOVE 'DL100CI' TO OH-USER-ID.
009070     MOVE OP-OPERATOR-NAME TO OH-OPERATOR-NAME.
009080     MOVE OP-ACTIVE-SW TO OH-ACTIVE-SW.
009090     MOVE OP-AUTH-MAINT-SW TO OH-AUTH-MAINT-SW.
009100     MOVE OP-AUTH-APPROVE-SW TO OH-AUTH-APPROVE-SW.
009110     MOVE OP-AUTH-TYPERULE-SW TO OH-AUTH-TYPERULE-SW.
009120     MOVE OP-AUTH-SUSPENSE-SW TO OH-AUTH-SUSPENSE-SW.
009130     MOVE OP-AUTH-RESUBMIT-SW TO OH-AUTH-RESUBMIT-SW.
009140     MOVE OP-AUTH-CUSTREF-SW TO OH-AUTH-CUSTREF-SW.
009150     MOVE OP-AUTH-OPERATOR-SW TO OH-AUTH-OPERATOR-SW.
009160     MOVE OP-AUTH-INQUIRY-SW TO OH-AUTH-INQUIRY-SW.
009170     MOVE OP-AUTH-STANDORD-SW TO OH-AUTH-STANDORD-SW.
009180     MOVE OP-FAIL-COUNT TO OH-FAIL-COUNT.
009190     WRITE OH-HISTORY-RECORD.
009200     CLOSE OPERATOR-HISTORY.
009210 8700-EXIT.
009220     EXIT.
009230*================================================================*
009240* 8800-CLEAR-FAIL-COUNT - A PERMITTED FUNCTION ENDS THE RUN OF   *
009250* CONSECUTIVE DENIALS, SO CLEAR THE DL100OP FAILURE COUNT.  IT   *
009260* IS NOT CLEARED AT SIGN-ON, SO SIGNING OFF AND ON AGAIN DOES    *
009270* NOT RESET THE RUN.                                             *
009280*================================================================*
009290 8800-CLEAR-FAIL-COUNT.
009300     MOVE ZERO TO WS-FAIL-COUNT.
009310     OPEN I-O OPERATOR-PROFILE.
009320     IF WS-OPRPROF-FILE-STATUS NOT = '00'
009330         GO TO 8800-EXIT
009340     END-IF.
009350     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
009360     READ OPERATOR-PROFILE
009370         INVALID KEY
009380             CLOSE OPERATOR-PROFILE
009390             GO TO 8800-EXIT
009400     END-READ.
009410     MOVE ZERO TO OP-FAIL-COUNT.
009420     REWRITE OP-OPERATOR-RECORD.
009430     CLOSE OPERATOR-PROFILE.
009440 8800-EXIT.
009450     EXIT.
009460*================================================================*
009470* 9000-TERMINATE - CLOSE THE FILES AND END THE TRANSACTION       *
009480*================================================================*
009490 9000-TERMINATE.
009500     IF WS-CUSTREF-AVAILABLE
009510         CLOSE CUSTOMER-REF
009520     END-IF.
009530     IF WS-MASTER-AVAILABLE
009540         CLOSE CUSTOMER-MASTER
009550     END-IF.
009560     IF WS-MAINT-AVAILABLE
009570         CLOSE MAINTENANCE-FILE
009580     END-IF.
009590     IF WS-SUSPENSE-AVAILABLE
009600         CLOSE SUSPENSE-FILE
009610     END-IF.
009620     CLOSE SECURITY-LOG.
009630 9000-EXIT.
009640     EXIT.
