000480*                   WINDOW, SO KEEP THAT RETENTION AT LEAST AS  *
000490*                   LONG AS PM-DUP-WINDOW-DAYS (BOTH ARE        *
000500*                   CALENDAR DAYS).                             *
000510*   2026-10-15  JW  ALSO ARCHIVES AND DELETES DL100BH DAILY     *
000520*                   BALANCE SNAPSHOTS OLDER THAN THEIR OWN      *
000530*                   RETENTION - A FOURTH SYSIN CARD, DAYS,      *
000540*                   DEFAULT 400, SO A YEAR OF MONTH ENDS STAYS  *
000550*                   ON LINE FOR DL100BI AND DL100BM WHILE THE   *
000560*                   DAILY DATA ROLLS OFF ON ITS OWN SCHEDULE.   *
000570*   2026-10-15  JW  CLOSE THE DL100BH FILE ON AN OPEN SWITCH    *
000580*                   RATHER THAN ITS LAST I/O STATUS, AND RENAME *
000590*                   EVERY FIELD IN THE KEEP AND ARCHIVE COPIES. *
000600*--------------------------------------------------------------*
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER.   IBM-370.
000640 OBJECT-COMPUTER.   IBM-370.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT AUDIT-IN-FILE ASSIGN TO AUDITIN
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-AUDIT-IN-STATUS.
000700     SELECT AUDIT-KEEP-FILE ASSIGN TO AUDITKP
000710         ORGANIZATION IS SEQUENTIAL.
000720     SELECT AUDIT-ARCH-FILE ASSIGN TO AUDITAR
000730         ORGANIZATION IS SEQUENTIAL.
000740     SELECT XCPT-IN-FILE ASSIGN TO XCPTIN
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-XCPT-IN-STATUS.
000770     SELECT XCPT-KEEP-FILE ASSIGN TO XCPTKP
000780         ORGANIZATION IS SEQUENTIAL.
000790     SELECT XCPT-ARCH-FILE ASSIGN TO XCPTAR
000800         ORGANIZATION IS SEQUENTIAL.
000810     SELECT EXTR-IN-FILE ASSIGN TO EXTRIN
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-EXTR-IN-STATUS.
000840     SELECT EXTR-KEEP-FILE ASSIGN TO EXTRKP
000850         ORGANIZATION IS SEQUENTIAL.
000860     SELECT EXTR-ARCH-FILE ASSIGN TO EXTRAR
000870         ORGANIZATION IS SEQUENTIAL.
000880     SELECT SUSPENSE-FILE ASSIGN TO SUSPNS
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS SP-SUSPENSE-KEY
000920         FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
000930     SELECT SUSP-ARCH-FILE ASSIGN TO SUSPAR
000940         ORGANIZATION IS SEQUENTIAL.
000950     SELECT RESTART-FILE ASSIGN TO RESTRT
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS DYNAMIC
000980         RECORD KEY IS RS-RUN-ID
000990         FILE STATUS IS WS-RESTART-FILE-STATUS.
001000     SELECT PRINT-FILE ASSIGN TO HSKPRPT
001010         ORGANIZATION IS SEQUENTIAL.
001020     SELECT DUP-HISTORY-FILE ASSIGN TO DUPHIST
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS DYNAMIC
001050         RECORD KEY IS DH-DUP-KEY
001060         FILE STATUS IS WS-DUP-FILE-STATUS.
001070     SELECT CYCLE-FILE ASSIGN TO CYCCTL
001080         ORGANIZATION IS INDEXED
001090         ACCESS MODE IS RANDOM
001100         RECORD KEY IS CY-BUSINESS-DATE
001110         FILE STATUS IS WS-CYCLE-FILE-STATUS.
001120     SELECT BAL-HISTORY-FILE ASSIGN TO BALHIST
001130         ORGANIZATION IS INDEXED
001140         ACCESS MODE IS DYNAMIC
001150         RECORD KEY IS BH-HISTORY-KEY
001160         FILE STATUS IS WS-BALHIST-FILE-STATUS.
001170     SELECT BAL-HIST-ARCH-FILE ASSIGN TO BALHSAR
001180         ORGANIZATION IS SEQUENTIAL.
001190 DATA DIVISION.
001200 FILE SECTION.
001210 FD  AUDIT-IN-FILE
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD.
001240     COPY DL100AU.
001250 FD  AUDIT-KEEP-FILE
001260     RECORDING MODE IS F
001270     LABEL RECORDS ARE STANDARD.
001280     COPY DL100AU REPLACING
001290         ==AU-AUDIT-RECORD==
001300             BY ==AUK-AUDIT-RECORD==
001310         ==AU-RUN-ID==
001320             BY ==AUK-RUN-ID==
001330         ==AU-RECORD-NO==
001340             BY ==AUK-RECORD-NO==
001350         ==AU-TIMESTAMP==
001360             BY ==AUK-TIMESTAMP==
001370         ==AU-AREA-NAME==
001380             BY ==AUK-AREA-NAME==
001390         ==AU-AREA-VALUE==
001400             BY ==AUK-AREA-VALUE==
001410         ==AU-TRANS-TYPE==
001420             BY ==AUK-TRANS-TYPE==
001430         ==AU-SOURCE-SYSTEM==
001440             BY ==AUK-SOURCE-SYSTEM==.
001450 FD  AUDIT-ARCH-FILE
001460     RECORDING MODE IS F
001470     LABEL RECORDS ARE STANDARD.
001480     COPY DL100AU REPLACING
001490         ==AU-AUDIT-RECORD==
001500             BY ==AUA-AUDIT-RECORD==
001510         ==AU-RUN-ID==
001520             BY ==AUA-RUN-ID==
001530         ==AU-RECORD-NO==
001540             BY ==AUA-RECORD-NO==
001550         ==AU-TIMESTAMP==
001560             BY ==AUA-TIMESTAMP==
001570         ==AU-AREA-NAME==
001580             BY ==AUA-AREA-NAME==
001590         ==AU-AREA-VALUE==
001600             BY ==AUA-AREA-VALUE==
001610         ==AU-TRANS-TYPE==
001620             BY ==AUA-TRANS-TYPE==
001630         ==AU-SOURCE-SYSTEM==
001640             BY ==AUA-SOURCE-SYSTEM==.
001650 FD  XCPT-IN-FILE
001660     RECORDING MODE IS F
001670     LABEL RECORDS ARE STANDARD.
001680     COPY DL100XC.
001690 FD  XCPT-KEEP-FILE
001700     RECORDING MODE IS F
001710     LABEL RECORDS ARE STANDARD.
001720     COPY DL100XC REPLACING
001730         ==XC-EXCEPTION-RECORD==
001740             BY ==XCK-EXCEPTION-RECORD==
001750         ==XC-RUN-ID==
001760             BY ==XCK-RUN-ID==
001770         ==XC-RECORD-NO==
001780             BY ==XCK-RECORD-NO==
001790         ==XC-CUSTOMER-ID==
001800             BY ==XCK-CUSTOMER-ID==
001810         ==XC-REASON-CODE==
001820             BY ==XCK-REASON-CODE==
001830         ==XC-REASON-TEXT==
001840             BY ==XCK-REASON-TEXT==
001850         ==XC-RAW-AREA-1==
001860             BY ==XCK-RAW-AREA-1==
001870         ==XC-RAW-AREA-2==
001880             BY ==XCK-RAW-AREA-2==
001890         ==XC-REJECT-DATE==
001900             BY ==XCK-REJECT-DATE==
001910         ==XC-TRANS-TYPE==
001920             BY ==XCK-TRANS-TYPE==
001930         ==XC-SOURCE-SYSTEM==
001940             BY ==XCK-SOURCE-SYSTEM==.
001950 FD  XCPT-ARCH-FILE
001960     RECORDING MODE IS F
001970     LABEL RECORDS ARE STANDARD.
001980     COPY DL100XC REPLACING
001990         ==XC-EXCEPTION-RECORD==
002000             BY ==XCA-EXCEPTION-RECORD==
002010         ==XC-RUN-ID==
002020             BY ==XCA-RUN-ID==
002030         ==XC-RECORD-NO==
002040             BY ==XCA-RECORD-NO==
002050         ==XC-CUSTOMER-ID==
002060             BY ==XCA-CUSTOMER-ID==
002070         ==XC-REASON-CODE==
002080             BY ==XCA-REASON-CODE==
002090         ==XC-REASON-TEXT==
002100             BY ==XCA-REASON-TEXT==
002110         ==XC-RAW-AREA-1==
002120             BY ==XCA-RAW-AREA-1==
002130         ==XC-RAW-AREA-2==
002140             BY ==XCA-RAW-AREA-2==
002150         ==XC-REJECT-DATE==
002160             BY ==XCA-REJECT-DATE==
002170         ==XC-TRANS-TYPE==
002180             BY ==XCA-TRANS-TYPE==
002190         ==XC-SOURCE-SYSTEM==
002200             BY ==XCA-SOURCE-SYSTEM==.
002210 FD  EXTR-IN-FILE
002220     RECORDING MODE IS F
002230     LABEL RECORDS ARE STANDARD.
002240     COPY DL100EX.
002250 FD  EXTR-KEEP-FILE
002260     RECORDING MODE IS F
002270     LABEL RECORDS ARE STANDARD.
002280     COPY DL100EX REPLACING
002290         ==EX-EXTRACT-RECORD==
002300             BY ==EXK-EXTRACT-RECORD==
002310         ==EX-RUN-ID==
002320             BY ==EXK-RUN-ID==
002330         ==EX-RECORD-NO==
002340             BY ==EXK-RECORD-NO==
002350         ==EX-CUSTOMER-ID==
002360             BY ==EXK-CUSTOMER-ID==
002370         ==EX-TRANS-AMOUNT==
002380             BY ==EXK-TRANS-AMOUNT==
002390         ==EX-AREA-1-VALUE==
002400             BY ==EXK-AREA-1-VALUE==
002410         ==EX-AREA-2-VALUE==
002420             BY ==EXK-AREA-2-VALUE==
002430         ==EX-RUN-DATE==
002440             BY ==EXK-RUN-DATE==
002450         ==EX-TRANS-TYPE==
002460             BY ==EXK-TRANS-TYPE==
002470         ==EX-REVERSAL-SW==
002480             BY ==EXK-REVERSAL-SW==
002490         ==EX-REVERSAL==
002500             BY ==EXK-REVERSAL==
002510         ==EX-TRANSFER-DETAIL==
002520             BY ==EXK-TRANSFER-DETAIL==
002530         ==EX-XF-FROM-CUSTOMER-ID==
002540             BY ==EXK-XF-FROM-CUSTOMER-ID==
002550         ==EX-XF-AMOUNT==
002560             BY ==EXK-XF-AMOUNT==
002570         ==EX-XF-TO-CUSTOMER-ID==
002580             BY ==EXK-XF-TO-CUSTOMER-ID==
002590         ==EX-TRANSFER-LEG-SW==
002600             BY ==EXK-TRANSFER-LEG-SW==
002610         ==EX-TRANSFER-FROM-LEG==
002620             BY ==EXK-TRANSFER-FROM-LEG==
002630         ==EX-TRANSFER-TO-LEG==
002640             BY ==EXK-TRANSFER-TO-LEG==.
002650 FD  EXTR-ARCH-FILE
002660     RECORDING MODE IS F
002670     LABEL RECORDS ARE STANDARD.
002680     COPY DL100EX REPLACING
002690         ==EX-EXTRACT-RECORD==
002700             BY ==EXA-EXTRACT-RECORD==
002710         ==EX-RUN-ID==
002720             BY ==EXA-RUN-ID==
002730         ==EX-RECORD-NO==
002740             BY ==EXA-RECORD-NO==
002750         ==EX-CUSTOMER-ID==
002760             BY ==EXA-CUSTOMER-ID==
002770         ==EX-TRANS-AMOUNT==
002780             BY ==EXA-TRANS-AMOUNT==
002790         ==EX-AREA-1-VALUE==
002800             BY ==EXA-AREA-1-VALUE==
002810         ==EX-AREA-2-VALUE==
002820             BY ==EXA-AREA-2-VALUE==
002830         ==EX-RUN-DATE==
002840             BY ==EXA-RUN-DATE==
002850         ==EX-TRANS-TYPE==
002860             BY ==EXA-TRANS-TYPE==
002870         ==EX-REVERSAL-SW==
002880             BY ==EXA-REVERSAL-SW==
002890         ==EX-REVERSAL==
002900             BY ==EXA-REVERSAL==
002910         ==EX-TRANSFER-DETAIL==
002920             BY ==EXA-TRANSFER-DETAIL==
002930         ==EX-XF-FROM-CUSTOMER-ID==
002940             BY ==EXA-XF-FROM-CUSTOMER-ID==
002950         ==EX-XF-AMOUNT==
002960             BY ==EXA-XF-AMOUNT==
002970         ==EX-XF-TO-CUSTOMER-ID==
002980             BY ==EXA-XF-TO-CUSTOMER-ID==
002990         ==EX-TRANSFER-LEG-SW==
003000             BY ==EXA-TRANSFER-LEG-SW==
003010         ==EX-TRANSFER-FROM-LEG==
003020             BY ==EXA-TRANSFER-FROM-LEG==
003030         ==EX-TRANSFER-TO-LEG==
003040             BY ==EXA-TRANSFER-TO-LEG==.
003050 FD  SUSPENSE-FILE
003060     LABEL RECORDS ARE STANDARD.
003070     COPY DL100SP.
003080 FD  SUSP-ARCH-FILE
003090     RECORDING MODE IS F
003100     LABEL RECORDS ARE STANDARD.
003110     COPY DL100SP REPLACING
003120         ==SP-SUSPENSE-RECORD==
003130             BY ==SA-SUSPENSE-RECORD==
003140         ==SP-SUSPENSE-KEY==
003150             BY ==SA-SUSPENSE-KEY==
003160         ==SP-DATE-ADDED==
003170             BY ==SA-DATE-ADDED==
003180         ==SP-ORIG-RECORD-NO==
003190             BY ==SA-ORIG-RECORD-NO==
003200         ==SP-STATUS-SW==
003210             BY ==SA-STATUS-SW==
003220         ==SP-OPEN==
003230             BY ==SA-OPEN==
003240         ==SP-RESUBMIT==
003250             BY ==SA-RESUBMIT==
003260         ==SP-CLEARED==
003270             BY ==SA-CLEARED==
003280         ==SP-CUSTOMER-ID==
003290             BY ==SA-CUSTOMER-ID==
003300         ==SP-TRANS-DATE==
003310             BY ==SA-TRANS-DATE==
003320         ==SP-TRANS-TYPE==
003330             BY ==SA-TRANS-TYPE==
003340         ==SP-TRANS-AMOUNT==
003350             BY ==SA-TRANS-AMOUNT==
003360         ==SP-REASON-CODE==
003370             BY ==SA-REASON-CODE==
003380         ==SP-REASON-TEXT==
003390             BY ==SA-REASON-TEXT==
003400         ==SP-RAW-AREA-1==
003410             BY ==SA-RAW-AREA-1==
003420         ==SP-RAW-DETAIL-1==
003430             BY ==SA-RAW-DETAIL-1==
003440         ==SP1-CUSTOMER-ID==
003450             BY ==SA1-CUSTOMER-ID==
003460         ==SP1-AMOUNT==
003470             BY ==SA1-AMOUNT==
003480         ==SP-RAW-AREA-2==
003490             BY ==SA-RAW-AREA-2==
003500         ==SP-RAW-DETAIL-2==
003510             BY ==SA-RAW-DETAIL-2==
003520         ==SP2-CUSTOMER-ID==
003530             BY ==SA2-CUSTOMER-ID==
003540         ==SP2-AMOUNT==
003550             BY ==SA2-AMOUNT==
003560         ==SP-RESUBMIT-COUNT==
003570             BY ==SA-RESUBMIT-COUNT==
003580         ==SP-LAST-UPDATE-DATE==
003590             BY ==SA-LAST-UPDATE-DATE==
003600         ==SP-LAST-UPDATE-USER==
003610             BY ==SA-LAST-UPDATE-USER==
003620         ==SP-CLEARED-DATE==
003630             BY ==SA-CLEARED-DATE==
003640         ==SP-SOURCE-SYSTEM==
003650             BY ==SA-SOURCE-SYSTEM==.
003660 FD  RESTART-FILE
003670     LABEL RECORDS ARE STANDARD.
003680     COPY DL100RS.
003690 FD  PRINT-FILE
003700     RECORDING MODE IS F
003710     LABEL RECORDS ARE STANDARD.
003720 01  PR-PRINT-LINE               PIC X(132).
003730 FD  CYCLE-FILE
003740     LABEL RECORDS ARE STANDARD.
003750     COPY DL100CY.
003760 FD  DUP-HISTORY-FILE
003770     LABEL RECORDS ARE STANDARD.
003780     COPY DL100DH.
003790 FD  BAL-HISTORY-FILE
003800     LABEL RECORDS ARE STANDARD.
003810     COPY DL100BH.
003820 FD  BAL-HIST-ARCH-FILE
003830     RECORDING MODE IS F
003840     LABEL RECORDS ARE STANDARD.
003850     COPY DL100BH REPLACING
003860         ==BH-BALANCE-RECORD==
003870             BY ==BHA-BALANCE-RECORD==
003880         ==BH-HISTORY-KEY==
003890             BY ==BHA-HISTORY-KEY==
003900         ==BH-CUSTOMER-ID==
003910             BY ==BHA-CUSTOMER-ID==
003920         ==BH-BALANCE-DATE==
003930             BY ==BHA-BALANCE-DATE==
003940         ==BH-OPENING-BALANCE==
003950             BY ==BHA-OPENING-BALANCE==
003960         ==BH-DEBIT-TOTAL==
003970             BY ==BHA-DEBIT-TOTAL==
003980         ==BH-CREDIT-TOTAL==
003990             BY ==BHA-CREDIT-TOTAL==
004000         ==BH-CLOSING-BALANCE==
004010             BY ==BHA-CLOSING-BALANCE==
004020         ==BH-LAST-POSTING-DATE==
004030             BY ==BHA-LAST-POSTING-DATE==
004040         ==BH-PROOF-SW==
004050             BY ==BHA-PROOF-SW==
004060         ==BH-IN-PROOF==
004070             BY ==BHA-IN-PROOF==
004080         ==BH-OUT-OF-PROOF==
004090             BY ==BHA-OUT-OF-PROOF==
004100         ==BH-SNAPSHOT-STAMP==
004110             BY ==BHA-SNAPSHOT-STAMP==.
004120 WORKING-STORAGE SECTION.
004130*--------------------------------------------------------------*
004140* FIELD-LEVEL INITIALIZATION STANDARD - SEE DL100MN FOR THE     *
004150* FULL STATEMENT OF THE RULE.                                   *
004160*--------------------------------------------------------------*
004170* RUN CONTROL SWITCHES AND STATUS FIELDS                        *
004180*--------------------------------------------------------------*
004190 01  WS-AUDIT-IN-STATUS       PIC X(02) VALUE '00'.
004200 01  WS-XCPT-IN-STATUS        PIC X(02) VALUE '00'.
004210 01  WS-EXTR-IN-STATUS        PIC X(02) VALUE '00'.
004220 01  WS-SUSPENSE-FILE-STATUS  PIC X(02) VALUE '00'.
004230 01  WS-RESTART-FILE-STATUS   PIC X(02) VALUE '00'.
004240 01  WS-AUDIT-EOF-SW          PIC X(01) VALUE 'N'.
004250     88  WS-AUDIT-EOF-REACHED            VALUE 'Y'.
004260     88  WS-AUDIT-NOT-EOF                VALUE 'N'.
004270 01  WS-XCPT-EOF-SW           PIC X(01) VALUE 'N'.
004280     88  WS-XCPT-EOF-REACHED             VALUE 'Y'.
004290     88  WS-XCPT-NOT-EOF                 VALUE 'N'.
004300 01  WS-EXTR-EOF-SW           PIC X(01) VALUE 'N'.
004310     88  WS-EXTR-EOF-REACHED             VALUE 'Y'.
004320     88  WS-EXTR-NOT-EOF                 VALUE 'N'.
004330 01  WS-SUSP-EOF-SW           PIC X(01) VALUE 'N'.
004340     88  WS-SUSP-EOF-REACHED             VALUE 'Y'.
004350     88  WS-SUSP-NOT-EOF                 VALUE 'N'.
004360 01  WS-RESTART-EOF-SW        PIC X(01) VALUE 'N'.
004370     88  WS-RESTART-EOF-REACHED          VALUE 'Y'.
004380     88  WS-RESTART-NOT-EOF              VALUE 'N'.
004390*--------------------------------------------------------------*
004400* CYCLE CONTROL FIELDS - THE BUSINESS DATE IS THE THIRD SYSIN   *
004410* CARD (BLANK OR ZERO = TODAY); 1100 REFUSES UNLESS DL100MN,    *
004420* DL100RPT AND DL100AM HAVE ALL COMPLETED THAT DATE, AND 8000   *
004430* STAMPS THIS STEP WHEN DONE.                                   *
004440*--------------------------------------------------------------*
004450 01  WS-CYCLE-FILE-STATUS     PIC X(02) VALUE '00'.
004460 01  WS-CYCLE-OK-SW           PIC X(01) VALUE 'N'.
004470     88  WS-CYCLE-CLEARED                VALUE 'Y'.
004480     88  WS-CYCLE-REFUSED                VALUE 'N'.
004490 01  WS-TS-TIME               PIC 9(08) VALUE ZERO.
004500 01  WS-BUSINESS-DATE-IN      PIC X(08) VALUE SPACES.
004510 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
004520*--------------------------------------------------------------*
004530* RETENTION PARAMETERS AND CUTOFF DATES                         *
004540*--------------------------------------------------------------*
004550 01  WS-TS-DATE               PIC 9(08) VALUE ZERO.
004560 01  WS-RETENTION-IN          PIC X(03) VALUE SPACES.
004570 01  WS-RESTART-RETENTION-IN  PIC X(03) VALUE SPACES.
004580 01  WS-RETENTION-DAYS        PIC 9(03) VALUE ZERO.
004590 01  WS-RESTART-RETENTION     PIC 9(03) VALUE ZERO.
004600 01  WS-TODAY-INTEGER         PIC 9(09) COMP VALUE ZERO.
004610 01  WS-ARCHIVE-CUTOFF-DATE   PIC 9(08) VALUE ZERO.
004620 01  WS-RESTART-CUTOFF-DATE   PIC 9(08) VALUE ZERO.
004630 01  WS-SNAPSHOT-RETENTION-IN PIC X(03) VALUE SPACES.
004640 01  WS-SNAPSHOT-RETENTION    PIC 9(03) VALUE ZERO.
004650 01  WS-SNAPSHOT-CUTOFF-DATE  PIC 9(08) VALUE ZERO.
004660 01  WS-ITEM-DATE-X           PIC X(08) VALUE SPACES.
004670 01  WS-ITEM-DATE REDEFINES WS-ITEM-DATE-X
004680                              PIC 9(08).
004690*--------------------------------------------------------------*
004700* ARCHIVE / KEEP / PURGE COUNTERS                               *
004710*--------------------------------------------------------------*
004720 01  WS-AUDIT-KEPT-COUNT      PIC 9(09) COMP VALUE ZERO.
004730 01  WS-AUDIT-ARCH-COUNT      PIC 9(09) COMP VALUE ZERO.
004740 01  WS-XCPT-KEPT-COUNT       PIC 9(09) COMP VALUE ZERO.
004750 01  WS-XCPT-ARCH-COUNT       PIC 9(09) COMP VALUE ZERO.
004760 01  WS-EXTR-KEPT-COUNT       PIC 9(09) COMP VALUE ZERO.
004770 01  WS-EXTR-ARCH-COUNT       PIC 9(09) COMP VALUE ZERO.
004780 01  WS-SUSP-KEPT-COUNT       PIC 9(09) COMP VALUE ZERO.
004790 01  WS-SUSP-ARCH-COUNT       PIC 9(09) COMP VALUE ZERO.
004800 01  WS-RESTART-KEPT-COUNT    PIC 9(09) COMP VALUE ZERO.
004810 01  WS-RESTART-PURGE-COUNT   PIC 9(09) COMP VALUE ZERO.
004820 01  WS-DUP-FILE-STATUS       PIC X(02) VALUE '00'.
004830 01  WS-DUP-EOF-SW            PIC X(01) VALUE 'N'.
004840     88  WS-DUP-EOF-REACHED              VALUE 'Y'.
004850     88  WS-DUP-NOT-EOF                  VALUE 'N'.
004860 01  WS-DUP-KEPT-COUNT        PIC 9(09) COMP VALUE ZERO.
004870 01  WS-DUP-PURGE-COUNT       PIC 9(09) COMP VALUE ZERO.
004880 01  WS-BALHIST-FILE-STATUS   PIC X(02) VALUE '00'.
004890 01  WS-BALH-EOF-SW           PIC X(01) VALUE 'N'.
004900     88  WS-BALH-EOF-REACHED             VALUE 'Y'.
004910     88  WS-BALH-NOT-EOF                 VALUE 'N'.
004920 01  WS-BALH-OPEN-SW          PIC X(01) VALUE 'N'.
004930     88  WS-BALH-OPEN                    VALUE 'Y'.
004940     88  WS-BALH-NOT-OPEN                VALUE 'N'.
004950 01  WS-BALH-KEPT-COUNT       PIC 9(09) COMP VALUE ZERO.
004960 01  WS-BALH-ARCH-COUNT       PIC 9(09) COMP VALUE ZERO.
004970*--------------------------------------------------------------*
004980* REPORT LINE BUILD AREAS                                       *
004990*--------------------------------------------------------------*
005000 01  WS-REPORT-LABEL           PIC X(40) VALUE SPACES.
005010 01  WS-REPORT-COUNT           PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
005020 PROCEDURE DIVISION.
005030*================================================================*
005040* 0000-MAINLINE-CONTROL                                          *
005050*================================================================*
005060 0000-MAINLINE-CONTROL.
005070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005080     PERFORM 2000-SPLIT-AUDIT THRU 2000-EXIT
005090         UNTIL WS-AUDIT-EOF-REACHED.
005100     PERFORM 3000-SPLIT-EXCEPTION THRU 3000-EXIT
005110         UNTIL WS-XCPT-EOF-REACHED.
005120     PERFORM 4000-SPLIT-EXTRACT THRU 4000-EXIT
005130         UNTIL WS-EXTR-EOF-REACHED.
005140     PERFORM 5000-PURGE-SUSPENSE THRU 5000-EXIT
005150         UNTIL WS-SUSP-EOF-REACHED.
005160     PERFORM 6000-PURGE-RESTART THRU 6000-EXIT
005170         UNTIL WS-RESTART-EOF-REACHED.
005180     PERFORM 6500-PURGE-DUP-HISTORY THRU 6500-EXIT
005190         UNTIL WS-DUP-EOF-REACHED.
005200     PERFORM 6700-PURGE-BALANCE-HISTORY THRU 6700-EXIT
005210         UNTIL WS-BALH-EOF-REACHED.
005220     IF WS-CYCLE-CLEARED
005230         PERFORM 7000-PRINT-REPORT THRU 7000-EXIT
005240         PERFORM 8000-STAMP-CYCLE-STEP THRU 8000-EXIT
005250     END-IF.
005260     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005270     GOBACK.
005280 0000-EXIT.
005290     EXIT.
005300*================================================================*
005310* 1000-INITIALIZE - TAKE THE RETENTIONS FROM SYSIN, WORK OUT     *
005320* THE CUTOFF DATES, OPEN EVERYTHING, PRIME EVERY READ.  A        *
005330* MISSING INPUT DATASET IS TREATED AS EMPTY.                     *
005340*================================================================*
005350 1000-INITIALIZE.
005360     PERFORM 1050-REINITIALIZE-WORK-AREAS THRU 1050-EXIT.
005370     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
005380     ACCEPT WS-RETENTION-IN.
005390     ACCEPT WS-RESTART-RETENTION-IN.
005400     IF WS-RETENTION-IN NUMERIC
005410         MOVE WS-RETENTION-IN TO WS-RETENTION-DAYS
005420     END-IF.
005430     IF WS-RETENTION-DAYS = ZERO
005440         MOVE 90 TO WS-RETENTION-DAYS
005450     END-IF.
005460     IF WS-RESTART-RETENTION-IN NUMERIC
005470         MOVE WS-RESTART-RETENTION-IN TO WS-RESTART-RETENTION
005480     END-IF.
005490     IF WS-RESTART-RETENTION = ZERO
005500         MOVE 5 TO WS-RESTART-RETENTION
005510     END-IF.
005520     COMPUTE WS-TODAY-INTEGER =
005530         FUNCTION INTEGER-OF-DATE(WS-TS-DATE).
005540     COMPUTE WS-ARCHIVE-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
005550         (WS-TODAY-INTEGER - WS-RETENTION-DAYS).
005560     COMPUTE WS-RESTART-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
005570         (WS-TODAY-INTEGER - WS-RESTART-RETENTION).
005580     MOVE WS-TS-DATE TO WS-BUSINESS-DATE.
005590     ACCEPT WS-BUSINESS-DATE-IN.
005600     IF WS-BUSINESS-DATE-IN NUMERIC AND
005610             WS-BUSINESS-DATE-IN NOT = ZEROS
005620         MOVE WS-BUSINESS-DATE-IN TO WS-BUSINESS-DATE
005630     END-IF.
005640     ACCEPT WS-SNAPSHOT-RETENTION-IN.
005650     IF WS-SNAPSHOT-RETENTION-IN NUMERIC
005660         MOVE WS-SNAPSHOT-RETENTION-IN TO WS-SNAPSHOT-RETENTION
005670     END-IF.
005680     IF WS-SNAPSHOT-RETENTION = ZERO
005690         MOVE 400 TO WS-SNAPSHOT-RETENTION
005700     END-IF.
005710     COMPUTE WS-SNAPSHOT-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
005720         (WS-TODAY-INTEGER - WS-SNAPSHOT-RETENTION).
005730     OPEN OUTPUT PRINT-FILE.
005740     PERFORM 1100-CHECK-CYCLE-STATUS THRU 1100-EXIT.
005750*    A REFUSED DATE OPENS NOTHING ELSE - IN PARTICULAR NONE OF
005760*    THE KEEP/ARCHIVE OUTPUTS, SO THE CUMULATIVE DATASETS AND
005770*    THE PRIOR ARCHIVE GENERATIONS SURVIVE INTACT.
005780     IF WS-CYCLE-REFUSED
005790         SET WS-AUDIT-EOF-REACHED TO TRUE
005800         SET WS-XCPT-EOF-REACHED TO TRUE
005810         SET WS-EXTR-EOF-REACHED TO TRUE
005820         SET WS-SUSP-EOF-REACHED TO TRUE
005830         SET WS-RESTART-EOF-REACHED TO TRUE
005840         SET WS-DUP-EOF-REACHED TO TRUE
005850         SET WS-BALH-EOF-REACHED TO TRUE
005860         GO TO 1000-EXIT
005870     END-IF.
005880     OPEN INPUT AUDIT-IN-FILE.
005890     IF WS-AUDIT-IN-STATUS NOT = '00'
005900         SET WS-AUDIT-EOF-REACHED TO TRUE
005910     END-IF.
005920     OPEN INPUT XCPT-IN-FILE.
005930     IF WS-XCPT-IN-STATUS NOT = '00'
005940         SET WS-XCPT-EOF-REACHED TO TRUE
005950     END-IF.
005960     OPEN INPUT EXTR-IN-FILE.
005970     IF WS-EXTR-IN-STATUS NOT = '00'
005980         SET WS-EXTR-EOF-REACHED TO TRUE
005990     END-IF.
006000     OPEN OUTPUT AUDIT-KEEP-FILE.
006010     OPEN OUTPUT AUDIT-ARCH-FILE.
006020     OPEN OUTPUT XCPT-KEEP-FILE.
006030     OPEN OUTPUT XCPT-ARCH-FILE.
006040     OPEN OUTPUT EXTR-KEEP-FILE.
006050     OPEN OUTPUT EXTR-ARCH-FILE.
006060     OPEN OUTPUT SUSP-ARCH-FILE.
006070     OPEN I-O SUSPENSE-FILE.
006080     IF WS-SUSPENSE-FILE-STATUS NOT = '00'
006090         SET WS-SUSP-EOF-REACHED TO TRUE
006100     END-IF.
006110     OPEN I-O RESTART-FILE.
006120     IF WS-RESTART-FILE-STATUS NOT = '00'
006130         SET WS-RESTART-EOF-REACHED TO TRUE
006140     END-IF.
006150     IF WS-AUDIT-NOT-EOF
006160         PERFORM 2100-READ-AUDIT THRU 2100-EXIT
006170     END-IF.
006180     IF WS-XCPT-NOT-EOF
006190         PERFORM 3100-READ-EXCEPTION THRU 3100-EXIT
006200     END-IF.
006210     IF WS-EXTR-NOT-EOF
006220         PERFORM 4100-READ-EXTRACT THRU 4100-EXIT
006230     END-IF.
006240     IF WS-SUSP-NOT-EOF
006250         PERFORM 5050-START-SUSPENSE THRU 5050-EXIT
006260     END-IF.
006270     IF WS-RESTART-NOT-EOF
006280         PERFORM 6050-START-RESTART THRU 6050-EXIT
006290     END-IF.
006300     OPEN I-O DUP-HISTORY-FILE.
006310     IF WS-DUP-FILE-STATUS NOT = '00'
006320         SET WS-DUP-EOF-REACHED TO TRUE
006330     END-IF.
006340     IF WS-DUP-NOT-EOF
006350         PERFORM 6550-START-DUP-HISTORY THRU 6550-EXIT
006360     END-IF.
006370     OPEN OUTPUT BAL-HIST-ARCH-FILE.
006380     OPEN I-O BAL-HISTORY-FILE.
006390     IF WS-BALHIST-FILE-STATUS = '00'
006400         SET WS-BALH-OPEN TO TRUE
006410     ELSE
006420         SET WS-BALH-EOF-REACHED TO TRUE
006430     END-IF.
006440     IF WS-BALH-NOT-EOF
006450         PERFORM 6750-START-BALANCE-HISTORY THRU 6750-EXIT
006460     END-IF.
006470 1000-EXIT.
006480     EXIT.
006490*================================================================*
006500* 1050-REINITIALIZE-WORK-AREAS - RE-APPLY THE PROGRAM'S DEFAULT  *
006510* VALUES TO EVERY WORKING AREA BEFORE THE RUN STARTS             *
006520*================================================================*
006530 1050-REINITIALIZE-WORK-AREAS.
006540     MOVE '00' TO WS-AUDIT-IN-STATUS.
006550     MOVE '00' TO WS-XCPT-IN-STATUS.
006560     MOVE '00' TO WS-EXTR-IN-STATUS.
006570     MOVE '00' TO WS-SUSPENSE-FILE-STATUS.
006580     MOVE '00' TO WS-RESTART-FILE-STATUS.
006590     SET WS-AUDIT-NOT-EOF TO TRUE.
006600     SET WS-XCPT-NOT-EOF TO TRUE.
006610     SET WS-EXTR-NOT-EOF TO TRUE.
006620     SET WS-SUSP-NOT-EOF TO TRUE.
006630     SET WS-RESTART-NOT-EOF TO TRUE.
006640     MOVE ZERO TO WS-TS-DATE.
006650     MOVE SPACES TO WS-RETENTION-IN.
006660     MOVE SPACES TO WS-RESTART-RETENTION-IN.
006670     MOVE ZERO TO WS-RETENTION-DAYS.
006680     MOVE ZERO TO WS-RESTART-RETENTION.
006690     MOVE ZERO TO WS-TODAY-INTEGER.
006700     MOVE ZERO TO WS-ARCHIVE-CUTOFF-DATE.
006710     MOVE ZERO TO WS-RESTART-CUTOFF-DATE.
006720     MOVE SPACES TO WS-ITEM-DATE-X.
006730     MOVE ZERO TO WS-AUDIT-KEPT-COUNT.
006740     MOVE ZERO TO WS-AUDIT-ARCH-COUNT.
006750     MOVE ZERO TO WS-XCPT-KEPT-COUNT.
006760     MOVE ZERO TO WS-XCPT-ARCH-COUNT.
006770     MOVE ZERO TO WS-EXTR-KEPT-COUNT.
006780     MOVE ZERO TO WS-EXTR-ARCH-COUNT.
006790     MOVE ZERO TO WS-SUSP-KEPT-COUNT.
006800     MOVE ZERO TO WS-SUSP-ARCH-COUNT.
006810     MOVE ZERO TO WS-RESTART-KEPT-COUNT.
006820     MOVE ZERO TO WS-RESTART-PURGE-COUNT.
006830     MOVE '00' TO WS-DUP-FILE-STATUS.
006840     SET WS-DUP-NOT-EOF TO TRUE.
006850     MOVE ZERO TO WS-DUP-KEPT-COUNT.
006860     MOVE ZERO TO WS-DUP-PURGE-COUNT.
006870     MOVE '00' TO WS-BALHIST-FILE-STATUS.
006880     SET WS-BALH-NOT-EOF TO TRUE.
006890     SET WS-BALH-NOT-OPEN TO TRUE.
006900     MOVE ZERO TO WS-BALH-KEPT-COUNT.
006910     MOVE ZERO TO WS-BALH-ARCH-COUNT.
006920     MOVE SPACES TO WS-SNAPSHOT-RETENTION-IN.
006930     MOVE ZERO TO WS-SNAPSHOT-RETENTION.
006940     MOVE ZERO TO WS-SNAPSHOT-CUTOFF-DATE.
006950     MOVE SPACES TO WS-REPORT-LABEL.
006960     MOVE ZERO TO WS-REPORT-COUNT.
006970     MOVE '00' TO WS-CYCLE-FILE-STATUS.
006980     SET WS-CYCLE-REFUSED TO TRUE.
006990     MOVE ZERO TO WS-TS-TIME.
007000     MOVE SPACES TO WS-BUSINESS-DATE-IN.
007010     MOVE ZERO TO WS-BUSINESS-DATE.
007020 1050-EXIT.
007030     EXIT.
007040*================================================================*
007050* 1100-CHECK-CYCLE-STATUS - REFUSE TO ARCHIVE OR PURGE UNLESS    *
007060* THE WHOLE NIGHTLY SET (DL100MN, DL100RPT, DL100AM) COMPLETED   *
007070* FOR THE BUSINESS DATE.  A HOUSEKEEPING PASS OVER A DATE WHOSE  *
007080* RUN NEVER BALANCED COULD ARCHIVE THE ONLY EVIDENCE.  A         *
007090* MISSING CYCLE FILE OR ROW PROVES NOTHING, SO IT REFUSES TOO.   *
007100*================================================================*
007110 1100-CHECK-CYCLE-STATUS.
007120     OPEN I-O CYCLE-FILE.
007130     IF WS-CYCLE-FILE-STATUS NOT = '00'
007140         MOVE 'CYCLE CONTROL FILE NOT AVAILABLE - HOUSEKEEPING R
007150-            'EFUSED' TO PR-PRINT-LINE
007160         WRITE PR-PRINT-LINE
007170         GO TO 1100-EXIT
007180     END-IF.
007190     MOVE WS-BUSINESS-DATE TO CY-BUSINESS-DATE.
007200     READ CYCLE-FILE
007210         INVALID KEY
007220             PERFORM 1150-WRITE-REFUSAL-MESSAGE THRU 1150-EXIT
007230             GO TO 1100-EXIT
007240     END-READ.
007250     IF CY-MN-NOT-COMPLETE OR CY-RPT-NOT-COMPLETE OR
007260             CY-AM-NOT-COMPLETE
007270         PERFORM 1150-WRITE-REFUSAL-MESSAGE THRU 1150-EXIT
007280         GO TO 1100-EXIT
007290     END-IF.
007300     SET WS-CYCLE-CLEARED TO TRUE.
007310 1100-EXIT.
007320     EXIT.
007330*================================================================*
007340* 1150-WRITE-REFUSAL-MESSAGE                                    *
007350*================================================================*
007360 1150-WRITE-REFUSAL-MESSAGE.
007370     MOVE SPACES TO PR-PRINT-LINE.
007380     STRING 'CYCLE CONTROL: NIGHTLY SET NOT COMPLETE FOR '
007390             DELIMITED BY SIZE
007400            WS-BUSINESS-DATE DELIMITED BY SIZE
007410            ' - HOUSEKEEPING REFUSED' DELIMITED BY SIZE
007420         INTO PR-PRINT-LINE.
007430     WRITE PR-PRINT-LINE.
007440 1150-EXIT.
007450     EXIT.
007460*================================================================*
007470* 2000-SPLIT-AUDIT - ROUTE ONE AUDIT ROW TO KEEP OR ARCHIVE BY   *
007480* THE DATE PART OF AU-TIMESTAMP.  AN UNREADABLE DATE IS KEPT.    *
007490*================================================================*
007500 2000-SPLIT-AUDIT.
007510     MOVE AU-TIMESTAMP (1:8) TO WS-ITEM-DATE-X.
007520     IF WS-ITEM-DATE-X NUMERIC AND
007530             WS-ITEM-DATE < WS-ARCHIVE-CUTOFF-DATE
007540         MOVE AU-AUDIT-RECORD TO AUA-AUDIT-RECORD
007550         WRITE AUA-AUDIT-RECORD
007560         ADD 1 TO WS-AUDIT-ARCH-COUNT
007570     ELSE
007580         MOVE AU-AUDIT-RECORD TO AUK-AUDIT-RECORD
007590         WRITE AUK-AUDIT-RECORD
007600         ADD 1 TO WS-AUDIT-KEPT-COUNT
007610     END-IF.
007620     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
007630 2000-EXIT.
007640     EXIT.
007650*================================================================*
007660* 2100-READ-AUDIT                                               *
007670*================================================================*
007680 2100-READ-AUDIT.
007690     READ AUDIT-IN-FILE
007700         AT END
007710             SET WS-AUDIT-EOF-REACHED TO TRUE
007720     END-READ.
007730 2100-EXIT.
007740     EXIT.
007750*================================================================*
007760* 3000-SPLIT-EXCEPTION - ROUTE ONE EXCEPTION ROW BY              *
007770* XC-REJECT-DATE.  ROWS WRITTEN BEFORE THE DATE FIELD EXISTED    *
007780* READ AS SPACES OR ZERO AND ARE KEPT.                           *
007790*================================================================*
007800 3000-SPLIT-EXCEPTION.
007810     MOVE XC-REJECT-DATE TO WS-ITEM-DATE-X.
007820     IF WS-ITEM-DATE-X NUMERIC AND
007830             WS-ITEM-DATE > ZERO AND
007840             WS-ITEM-DATE < WS-ARCHIVE-CUTOFF-DATE
007850         MOVE XC-EXCEPTION-RECORD TO XCA-EXCEPTION-RECORD
007860         WRITE XCA-EXCEPTION-RECORD
007870         ADD 1 TO WS-XCPT-ARCH-COUNT
007880     ELSE
007890         MOVE XC-EXCEPTION-RECORD TO XCK-EXCEPTION-RECORD
007900         WRITE XCK-EXCEPTION-RECORD
007910         ADD 1 TO WS-XCPT-KEPT-COUNT
007920     END-IF.
007930     PERFORM 3100-READ-EXCEPTION THRU 3100-EXIT.
007940 3000-EXIT.
007950     EXIT.
007960*================================================================*
007970* 3100-READ-EXCEPTION                                           *
007980*================================================================*
007990 3100-READ-EXCEPTION.
008000     READ XCPT-IN-FILE
008010         AT END
008020             SET WS-XCPT-EOF-REACHED TO TRUE
008030     END-READ.
008040 3100-EXIT.
008050     EXIT.
008060*================================================================*
008070* 4000-SPLIT-EXTRACT - ROUTE ONE EXTRACT ROW BY EX-RUN-DATE.     *
008080* ROWS WRITTEN BEFORE THE DATE FIELD EXISTED ARE KEPT.           *
008090*================================================================*
008100 4000-SPLIT-EXTRACT.
008110     MOVE EX-RUN-DATE TO WS-ITEM-DATE-X.
008120     IF WS-ITEM-DATE-X NUMERIC AND
008130             WS-ITEM-DATE > ZERO AND
008140             WS-ITEM-DATE < WS-ARCHIVE-CUTOFF-DATE
008150         MOVE EX-EXTRACT-RECORD TO EXA-EXTRACT-RECORD
008160         WRITE EXA-EXTRACT-RECORD
008170         ADD 1 TO WS-EXTR-ARCH-COUNT
008180     ELSE
008190         MOVE EX-EXTRACT-RECORD TO EXK-EXTRACT-RECORD
008200         WRITE EXK-EXTRACT-RECORD
008210         ADD 1 TO WS-EXTR-KEPT-COUNT
008220     END-IF.
008230     PERFORM 4100-READ-EXTRACT THRU 4100-EXIT.
008240 4000-EXIT.
008250     EXIT.
008260*================================================================*
008270* 4100-READ-EXTRACT                                             *
008280*================================================================*
008290 4100-READ-EXTRACT.
008300     READ EXTR-IN-FILE
008310         AT END
008320             SET WS-EXTR-EOF-REACHED TO TRUE
008330     END-READ.
008340 4100-EXIT.
008350     EXIT.
008360*================================================================*
008370* 5000-PURGE-SUSPENSE - ARCHIVE AND DELETE CLEARED SUSPENSE      *
008380* ROWS OLDER THAN THE RETENTION.  OPEN AND RESUBMIT ROWS ARE     *
008390* NEVER TOUCHED - AN UNRESOLVED ITEM MUST STAY VISIBLE TO THE    *
008400* DL100SR AGING REPORT NO MATTER HOW OLD IT GETS.                *
008410*================================================================*
008420 5000-PURGE-SUSPENSE.
008430     IF SP-CLEARED AND
008440             SP-DATE-ADDED < WS-ARCHIVE-CUTOFF-DATE
008450         MOVE SP-SUSPENSE-RECORD TO SA-SUSPENSE-RECORD
008460         WRITE SA-SUSPENSE-RECORD
008470         ADD 1 TO WS-SUSP-ARCH-COUNT
008480         DELETE SUSPENSE-FILE
008490     ELSE
008500         ADD 1 TO WS-SUSP-KEPT-COUNT
008510     END-IF.
008520     PERFORM 5100-READ-NEXT-SUSPENSE THRU 5100-EXIT.
008530 5000-EXIT.
008540     EXIT.
008550*================================================================*
008560* 5050-START-SUSPENSE - POSITION AT THE FRONT OF THE SUSPENSE    *
008570* FILE AND PRIME THE FIRST READ                                  *
008580*================================================================*
008590 5050-START-SUSPENSE.
008600     MOVE LOW-VALUES TO SP-SUSPENSE-KEY.
008610     START SUSPENSE-FILE KEY NOT LESS THAN SP-SUSPENSE-KEY
008620         INVALID KEY
008630             SET WS-SUSP-EOF-REACHED TO TRUE
008640     END-START.
008650     IF WS-SUSP-NOT-EOF
008660         PERFORM 5100-READ-NEXT-SUSPENSE THRU 5100-EXIT
008670     END-IF.
008680 5050-EXIT.
008690     EXIT.
008700*================================================================*
008710* 5100-READ-NEXT-SUSPENSE                                       *
008720*================================================================*
008730 5100-READ-NEXT-SUSPENSE.
008740     READ SUSPENSE-FILE NEXT RECORD
008750         AT END
008760             SET WS-SUSP-EOF-REACHED TO TRUE
008770     END-READ.
008780 5100-EXIT.
008790     EXIT.
008800*================================================================*
008810* 6000-PURGE-RESTART - DELETE JOB-COMPLETE RESTART ROWS WHOSE    *
008820* DATE KEY IS OLDER THAN THE RESTART RETENTION.  AN INCOMPLETE   *
008830* ROW OR ONE WITH A NON-DATE KEY IS ALWAYS KEPT.                 *
008840*================================================================*
008850 6000-PURGE-RESTART.
008860     MOVE RS-RUN-ID TO WS-ITEM-DATE-X.
008870     IF RS-JOB-COMPLETE AND
008880             WS-ITEM-DATE-X NUMERIC AND
008890             WS-ITEM-DATE < WS-RESTART-CUTOFF-DATE
008900         DELETE RESTART-FILE
008910         ADD 1 TO WS-RESTART-PURGE-COUNT
008920     ELSE
008930         ADD 1 TO WS-RESTART-KEPT-COUNT
008940     END-IF.
008950     PERFORM 6100-READ-NEXT-RESTART THRU 6100-EXIT.
008960 6000-EXIT.
008970     EXIT.
008980*================================================================*
008990* 6050-START-RESTART - POSITION AT THE FRONT OF THE RESTART      *
009000* FILE AND PRIME THE FIRST READ                                  *
009010*================================================================*
009020 6050-START-RESTART.
009030     MOVE LOW-VALUES TO RS-RUN-ID.
009040     START RESTART-FILE KEY NOT LESS THAN RS-RUN-ID
009050         INVALID KEY
009060             SET WS-RESTART-EOF-REACHED TO TRUE
009070     END-START.
009080     IF WS-RESTART-NOT-EOF
009090         PERFORM 6100-READ-NEXT-RESTART THRU 6100-EXIT
009100     END-IF.
009110 6050-EXIT.
009120     EXIT.
009130*================================================================*
009140* 6100-READ-NEXT-RESTART                                        *
009150*================================================================*
009160 6100-READ-NEXT-RESTART.
009170     READ RESTART-FILE NEXT RECORD
009180         AT END
009190             SET WS-RESTART-EOF-REACHED TO TRUE
009200     END-READ.
009210 6100-EXIT.
009220     EXIT.
009230*================================================================*
009240* 6500-PURGE-DUP-HISTORY - DELETE DUPLICATE-CHECK HISTORY ROWS   *
009250* WHOSE POSTED DATE IS OLDER THAN THE RESTART RETENTION.  THEY   *
009260* ONLY EXIST TO BACK DL100MN'S ROLLING DUPLICATE WINDOW, SO      *
009270* NOTHING IS ARCHIVED - AN AGED ROW IS SIMPLY GONE.              *
009280*================================================================*
009290 6500-PURGE-DUP-HISTORY.
009300     IF DH-POSTED-DATE < WS-RESTART-CUTOFF-DATE
009310         DELETE DUP-HISTORY-FILE
009320         ADD 1 TO WS-DUP-PURGE-COUNT
009330     ELSE
009340         ADD 1 TO WS-DUP-KEPT-COUNT
009350     END-IF.
009360     PERFORM 6600-READ-NEXT-DUP THRU 6600-EXIT.
009370 6500-EXIT.
009380     EXIT.
009390*================================================================*
009400* 6550-START-DUP-HISTORY - POSITION AT THE FRONT OF THE          *
009410* DUPLICATE-CHECK HISTORY AND PRIME THE FIRST READ               *
009420*================================================================*
009430 6550-START-DUP-HISTORY.
009440     MOVE LOW-VALUES TO DH-DUP-KEY.
009450     START DUP-HISTORY-FILE KEY NOT LESS THAN DH-DUP-KEY
009460         INVALID KEY
009470             SET WS-DUP-EOF-REACHED TO TRUE
009480     END-START.
009490     IF WS-DUP-NOT-EOF
009500         PERFORM 6600-READ-NEXT-DUP THRU 6600-EXIT
009510     END-IF.
009520 6550-EXIT.
009530     EXIT.
009540*================================================================*
009550* 6600-READ-NEXT-DUP                                            *
009560*================================================================*
009570 6600-READ-NEXT-DUP.
009580     READ DUP-HISTORY-FILE NEXT RECORD
009590         AT END
009600             SET WS-DUP-EOF-REACHED TO TRUE
009610     END-READ.
009620 6600-EXIT.
009630     EXIT.
009640*================================================================*
009650* 6700-PURGE-BALANCE-HISTORY - ARCHIVE AND DELETE DAILY BALANCE  *
009660* SNAPSHOTS OLDER THAN THE SNAPSHOT RETENTION.  THE ARCHIVE IS   *
009670* IN DL100BH LAYOUT, SO AN AGED DATE CAN BE RELOADED FOR AN      *
009680* INVESTIGATION AND ANSWERED BY DL100BI LIKE ANY OTHER.          *
009690*================================================================*
009700 6700-PURGE-BALANCE-HISTORY.
009710     IF BH-BALANCE-DATE < WS-SNAPSHOT-CUTOFF-DATE
009720         MOVE BH-BALANCE-RECORD TO BHA-BALANCE-RECORD
009730         WRITE BHA-BALANCE-RECORD
009740         ADD 1 TO WS-BALH-ARCH-COUNT
009750         DELETE BAL-HISTORY-FILE
009760     ELSE
009770         ADD 1 TO WS-BALH-KEPT-COUNT
009780     END-IF.
009790     PERFORM 6800-READ-NEXT-BALANCE THRU 6800-EXIT.
009800 6700-EXIT.
009810     EXIT.
009820*================================================================*
009830* 6750-START-BALANCE-HISTORY - POSITION AT THE FRONT OF THE      *
009840* BALANCE SNAPSHOTS AND PRIME THE FIRST READ                     *
009850*================================================================*
009860 6750-START-BALANCE-HISTORY.
009870     MOVE LOW-VALUES TO BH-HISTORY-KEY.
009880     START BAL-HISTORY-FILE KEY NOT LESS THAN BH-HISTORY-KEY
009890         INVALID KEY
009900             SET WS-BALH-EOF-REACHED TO TRUE
009910     END-START.
009920     IF WS-BALH-NOT-EOF
009930         PERFORM 6800-READ-NEXT-BALANCE THRU 6800-EXIT
009940     END-IF.
009950 6750-EXIT.
009960     EXIT.
009970*================================================================*
009980* 6800-READ-NEXT-BALANCE                                         *
009990*================================================================*
010000 6800-READ-NEXT-BALANCE.
010010     READ BAL-HISTORY-FILE NEXT RECORD
010020         AT END
010030             SET WS-BALH-EOF-REACHED TO TRUE
010040     END-READ.
010050 6800-EXIT.
010060     EXIT.
010070*================================================================*
010080* 7000-PRINT-REPORT - RETENTION COMPLIANCE REPORT                *
010090*================================================================*
010100 7000-PRINT-REPORT.
010110     MOVE SPACES TO PR-PRINT-LINE.
010120     MOVE 'DL100 HOUSEKEEPING - ARCHIVE AND PURGE REPORT' TO
010130             PR-PRINT-LINE.
010140     WRITE PR-PRINT-LINE.
010150     MOVE SPACES TO PR-PRINT-LINE.
010160     STRING 'ARCHIVE CUTOFF DATE . . . . . . ' DELIMITED BY SIZE
010170            WS-ARCHIVE-CUTOFF-DATE DELIMITED BY SIZE
010180         INTO PR-PRINT-LINE.
010190     WRITE PR-PRINT-LINE.
010200     MOVE SPACES TO PR-PRINT-LINE.
010210     STRING 'RESTART CUTOFF DATE . . . . . . ' DELIMITED BY SIZE
010220            WS-RESTART-CUTOFF-DATE DELIMITED BY SIZE
010230         INTO PR-PRINT-LINE.
010240     WRITE PR-PRINT-LINE.
010250     MOVE SPACES TO PR-PRINT-LINE.
010260     STRING 'SNAPSHOT CUTOFF DATE  . . . . . ' DELIMITED BY SIZE
010270            WS-SNAPSHOT-CUTOFF-DATE DELIMITED BY SIZE
010280         INTO PR-PRINT-LINE.
010290     WRITE PR-PRINT-LINE.
010300     MOVE SPACES TO PR-PRINT-LINE.
010310     WRITE PR-PRINT-LINE.
010320     MOVE 'AUDIT ROWS ARCHIVED' TO WS-REPORT-LABEL.
010330     MOVE WS-AUDIT-ARCH-COUNT TO WS-REPORT-COUNT.
010340     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
010350     MOVE 'AUDIT ROWS KEPT' TO WS-REPORT-LABEL.
010360     MOVE WS-AUDIT-KEPT-COUNT TO WS-REPORT-COUNT.
010370     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
010380     MOVE 'EXCEPTION ROWS ARCHIVED' TO WS-REPORT-LABEL.
010390     MOVE WS-XCPT-ARCH-COUNT TO WS-REPORT-COUNT.
010400     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
010410     MOVE 'EXCEPTION ROWS KEPT' TO WS-REPORT-LABEL.
010420     MOVE WS-XCPT-KEPT-COUNT TO WS-REPORT-COUNT.
010430     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
010440     MOVE 'EXTRACT ROWS ARCHIVED' TO WS-REPORT-LABEL.
010450     MOVE WS-EXTR-ARCH-COUNT TO WS-REPORT-COUNT.
010460     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
010470     MOVE 'EXTRACT ROWS KEPT' TO WS-REPORT-LABEL.
010480     MOVE WS-EXTR-KEPT-COUNT TO WS-REPORT-COUNT.
010490     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
010500     MOVE 'CLEARED SUSPENSE ROWS ARCHIVED' TO WS-REPORT-LABEL.
010510     MOVE WS-SUSP-ARCH-COUNT TO WS-REPORT-COUNT.
010520     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
010530     MOVE 'SUSPENSE ROWS KEPT' TO WS-REPORT-LABEL.
010540     MOVE WS-SUSP-KEPT-COUNT TO WS-REPORT-COUNT.
010550     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
010560     MOVE 'RESTART ROWS PURGED' TO WS-REPORT-LABEL.
010570     MOVE WS-RESTART-PURGE-COUNT TO WS-REPORT-COUNT.
010580     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
010590     MOVE 'RESTART ROWS KEPT' TO WS-REPORT-LABEL.
010600     MOVE WS-RESTART-KEPT-COUNT TO WS-REPORT-COUNT.
010610     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
010620     MOVE 'DUP-CHECK HISTORY ROWS PURGED' TO WS-REPORT-LABEL.
010630     MOVE WS-DUP-PURGE-COUNT TO WS-REPORT-COUNT.
010640     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
010650     MOVE 'DUP-CHECK HISTORY ROWS KEPT' TO WS-REPORT-LABEL.
010660     MOVE WS-DUP-KEPT-COUNT TO WS-REPORT-COUNT.
010670     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
010680     MOVE 'BALANCE SNAPSHOTS ARCHIVED' TO WS-REPORT-LABEL.
010690     MOVE WS-BALH-ARCH-COUNT TO WS-REPORT-COUNT.
010700     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
010710     MOVE 'BALANCE SNAPSHOTS KEPT' TO WS-REPORT-LABEL.
010720     MOVE WS-BALH-KEPT-COUNT TO WS-REPORT-COUNT.
010730     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
010740 7000-EXIT.
010750     EXIT.
010760*================================================================*
010770* 7100-WRITE-COUNT-LINE                                         *
010780*================================================================*
010790 7100-WRITE-COUNT-LINE.
010800     MOVE SPACES TO PR-PRINT-LINE.
010810     STRING WS-REPORT-LABEL  DELIMITED BY SIZE
010820            ' . . . . . . '  DELIMITED BY SIZE
010830            WS-REPORT-COUNT  DELIMITED BY SIZE
010840         INTO PR-PRINT-LINE.
010850     WRITE PR-PRINT-LINE.
010860 7100-EXIT.
010870     EXIT.
010880*================================================================*
010890* 8000-STAMP-CYCLE-STEP - RECORD ON THE CYCLE CONTROL ROW THAT  *
010900* HOUSEKEEPING COMPLETED FOR THE BUSINESS DATE, AND WHEN.       *
010910*================================================================*
010920 8000-STAMP-CYCLE-STEP.
010930     MOVE WS-BUSINESS-DATE TO CY-BUSINESS-DATE.
010940     READ CYCLE-FILE
010950         INVALID KEY
010960             GO TO 8000-EXIT
010970     END-READ.
010980     SET CY-HK-COMPLETE TO TRUE.
010990     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
011000     ACCEPT WS-TS-TIME FROM TIME.
011010     MOVE SPACES TO CY-HK-STAMP.
011020     STRING WS-TS-DATE  DELIMITED BY SIZE
011030            '-'          DELIMITED BY SIZE
011040            WS-TS-TIME   DELIMITED BY SIZE
011050         INTO CY-HK-STAMP.
011060     REWRITE CY-CYCLE-RECORD.
011070 8000-EXIT.
011080     EXIT.
011090*================================================================*
011100* 9000-TERMINATE - CLOSE FILES                                  *
011110*================================================================*
011120 9000-TERMINATE.
011130     IF WS-CYCLE-REFUSED
011140         GO TO 9000-CLOSE-CYCLE
011150     END-IF.
011160     IF WS-AUDIT-IN-STATUS NOT = '35'
011170         CLOSE AUDIT-IN-FILE
011180     END-IF.
011190     IF WS-XCPT-IN-STATUS NOT = '35'
011200         CLOSE XCPT-IN-FILE
011210     END-IF.
011220     IF WS-EXTR-IN-STATUS NOT = '35'
011230         CLOSE EXTR-IN-FILE
011240     END-IF.
011250     CLOSE AUDIT-KEEP-FILE.
011260     CLOSE AUDIT-ARCH-FILE.
011270     CLOSE XCPT-KEEP-FILE.
011280     CLOSE XCPT-ARCH-FILE.
011290     CLOSE EXTR-KEEP-FILE.
011300     CLOSE EXTR-ARCH-FILE.
011310     CLOSE SUSP-ARCH-FILE.
011320     IF WS-SUSPENSE-FILE-STATUS = '00' OR
011330             WS-SUSPENSE-FILE-STATUS = '10'
011340         CLOSE SUSPENSE-FILE
011350     END-IF.
011360     IF WS-RESTART-FILE-STATUS = '00' OR
011370             WS-RESTART-FILE-STATUS = '10'
011380         CLOSE RESTART-FILE
011390     END-IF.
011400     IF WS-DUP-FILE-STATUS = '00' OR
011410             WS-DUP-FILE-STATUS = '10'
011420         CLOSE DUP-HISTORY-FILE
011430     END-IF.
011440     CLOSE BAL-HIST-ARCH-FILE.
011450     IF WS-BALH-OPEN
011460         CLOSE BAL-HISTORY-FILE
011470     END-IF.
011480 9000-CLOSE-CYCLE.
011490     IF WS-CYCLE-FILE-STATUS = '00'
011500         CLOSE CYCLE-FILE
011510     END-IF.
011520     CLOSE PRINT-FILE.
011530 9000-EXIT.
011540     EXIT.
