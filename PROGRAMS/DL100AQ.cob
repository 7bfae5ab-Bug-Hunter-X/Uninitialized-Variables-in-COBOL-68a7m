000330*                                                                *
000340* MODIFICATION HISTORY.                                         *
000350*   2026-09-02  JW  INITIAL VERSION.                             *
000360*   2026-10-15  JW  TRANSFER LEGS.  AN EXTRACT LEG ROW NAMES    *
000370*                   THE CUSTOMER ON THE OTHER SIDE, AND THE     *
000380*                   LEG'S DEBIT-LEG/CREDIT-LEG AUDIT ROW LEADS  *
000390*                   WITH THE LEG'S OWN CUSTOMER, SO EACH        *
000400*                   SIDE'S CASE FILE SHOWS THE PAIRING.         *
000410*   2026-10-15  JW  RENAME THE SOURCE-SYSTEM FIELD IN THE       *
000420*                   AUDIT, EXCEPTION AND SUSPENSE ARCHIVE       *
000430*                   COPIES WITH THE REST OF THEIR FIELDS.       *
000440*--------------------------------------------------------------*
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.   IBM-370.
000480 OBJECT-COMPUTER.   IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT AUDIT-KEEP-FILE ASSIGN TO AUDITKP
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-AUDK-STATUS.
000540     SELECT AUDIT-ARCH-FILE ASSIGN TO AUDITAR
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-AUDA-STATUS.
000570     SELECT XCPT-KEEP-FILE ASSIGN TO XCPTKP
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-XCPK-STATUS.
000600     SELECT XCPT-ARCH-FILE ASSIGN TO XCPTAR
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-XCPA-STATUS.
000630     SELECT EXTR-KEEP-FILE ASSIGN TO EXTRKP
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-EXTK-STATUS.
000660     SELECT EXTR-ARCH-FILE ASSIGN TO EXTRAR
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-EXTA-STATUS.
000690     SELECT SUSPENSE-FILE ASSIGN TO SUSPNS
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS SP-SUSPENSE-KEY
000730         FILE STATUS IS WS-SUSP-STATUS.
000740     SELECT SUSP-ARCH-FILE ASSIGN TO SUSPAR
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-SUSA-STATUS.
000770     SELECT SORT-FILE ASSIGN TO SORTWK.
000780     SELECT PRINT-FILE ASSIGN TO CASERPT
000790         ORGANIZATION IS SEQUENTIAL.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  AUDIT-KEEP-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850     COPY DL100AU.
000860 FD  AUDIT-ARCH-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890     COPY DL100AU REPLACING
000900         ==AU-AUDIT-RECORD==
000910             BY ==AUA-AUDIT-RECORD==
000920         ==AU-RUN-ID==
000930             BY ==AUA-RUN-ID==
000940         ==AU-RECORD-NO==
000950             BY ==AUA-RECORD-NO==
000960         ==AU-TIMESTAMP==
000970             BY ==AUA-TIMESTAMP==
000980         ==AU-AREA-NAME==
000990             BY ==AUA-AREA-NAME==
001000         ==AU-AREA-VALUE==
001010             BY ==AUA-AREA-VALUE==
001020         ==AU-TRANS-TYPE==
001030             BY ==AUA-TRANS-TYPE==
001040         ==AU-SOURCE-SYSTEM==
001050             BY ==AUA-SOURCE-SYSTEM==.
001060 FD  XCPT-KEEP-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090     COPY DL100XC.
001100 FD  XCPT-ARCH-FILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130     COPY DL100XC REPLACING
001140         ==XC-EXCEPTION-RECORD==
001150             BY ==XCA-EXCEPTION-RECORD==
001160         ==XC-RUN-ID==
001170             BY ==XCA-RUN-ID==
001180         ==XC-RECORD-NO==
001190             BY ==XCA-RECORD-NO==
001200         ==XC-CUSTOMER-ID==
001210             BY ==XCA-CUSTOMER-ID==
001220         ==XC-REASON-CODE==
001230             BY ==XCA-REASON-CODE==
001240         ==XC-REASON-TEXT==
001250             BY ==XCA-REASON-TEXT==
001260         ==XC-RAW-AREA-1==
001270             BY ==XCA-RAW-AREA-1==
001280         ==XC-RAW-AREA-2==
001290             BY ==XCA-RAW-AREA-2==
001300         ==XC-REJECT-DATE==
001310             BY ==XCA-REJECT-DATE==
001320         ==XC-TRANS-TYPE==
001330             BY ==XCA-TRANS-TYPE==
001340         ==XC-SOURCE-SYSTEM==
001350             BY ==XCA-SOURCE-SYSTEM==.
001360 FD  EXTR-KEEP-FILE
001370     RECORDING MODE IS F
001380     LABEL RECORDS ARE STANDARD.
001390     COPY DL100EX.
001400 FD  EXTR-ARCH-FILE
001410     RECORDING MODE IS F
001420     LABEL RECORDS ARE STANDARD.
001430     COPY DL100EX REPLACING
001440         ==EX-EXTRACT-RECORD==
001450             BY ==EXA-EXTRACT-RECORD==
001460         ==EX-RUN-ID==
001470             BY ==EXA-RUN-ID==
001480         ==EX-RECORD-NO==
001490             BY ==EXA-RECORD-NO==
001500         ==EX-CUSTOMER-ID==
001510             BY ==EXA-CUSTOMER-ID==
001520         ==EX-TRANS-AMOUNT==
001530             BY ==EXA-TRANS-AMOUNT==
001540         ==EX-AREA-1-VALUE==
001550             BY ==EXA-AREA-1-VALUE==
001560         ==EX-AREA-2-VALUE==
001570             BY ==EXA-AREA-2-VALUE==
001580         ==EX-RUN-DATE==
001590             BY ==EXA-RUN-DATE==
001600         ==EX-TRANS-TYPE==
001610             BY ==EXA-TRANS-TYPE==
001620         ==EX-REVERSAL-SW==
001630             BY ==EXA-REVERSAL-SW==
001640         ==EX-REVERSAL==
001650             BY ==EXA-REVERSAL==
001660         ==EX-POSTING-DISP==
001670             BY ==EXA-POSTING-DISP==
001680         ==EX-POSTED-CREDIT==
001690             BY ==EXA-POSTED-CREDIT==
001700         ==EX-POSTED-DEBIT==
001710             BY ==EXA-POSTED-DEBIT==
001720         ==EX-TRANSFER-DETAIL==
001730             BY ==EXA-TRANSFER-DETAIL==
001740         ==EX-XF-FROM-CUSTOMER-ID==
001750             BY ==EXA-XF-FROM-CUSTOMER-ID==
001760         ==EX-XF-AMOUNT==
001770             BY ==EXA-XF-AMOUNT==
001780         ==EX-XF-TO-CUSTOMER-ID==
001790             BY ==EXA-XF-TO-CUSTOMER-ID==
001800         ==EX-TRANSFER-LEG-SW==
001810             BY ==EXA-TRANSFER-LEG-SW==
001820         ==EX-TRANSFER-FROM-LEG==
001830             BY ==EXA-TRANSFER-FROM-LEG==
001840         ==EX-TRANSFER-TO-LEG==
001850             BY ==EXA-TRANSFER-TO-LEG==.
001860 FD  SUSPENSE-FILE
001870     LABEL RECORDS ARE STANDARD.
001880     COPY DL100SP.
001890 FD  SUSP-ARCH-FILE
001900     RECORDING MODE IS F
001910     LABEL RECORDS ARE STANDARD.
001920     COPY DL100SP REPLACING
001930         ==SP-SUSPENSE-RECORD==
001940             BY ==SA-SUSPENSE-RECORD==
001950         ==SP-SUSPENSE-KEY==
001960             BY ==SA-SUSPENSE-KEY==
001970         ==SP-DATE-ADDED==
001980             BY ==SA-DATE-ADDED==
001990         ==SP-ORIG-RECORD-NO==
002000             BY ==SA-ORIG-RECORD-NO==
002010         ==SP-STATUS-SW==
002020             BY ==SA-STATUS-SW==
002030         ==SP-OPEN==
002040             BY ==SA-OPEN==
002050         ==SP-RESUBMIT==
002060             BY ==SA-RESUBMIT==
002070         ==SP-CLEARED==
002080             BY ==SA-CLEARED==
002090         ==SP-CUSTOMER-ID==
002100             BY ==SA-CUSTOMER-ID==
002110         ==SP-TRANS-DATE==
002120             BY ==SA-TRANS-DATE==
002130         ==SP-TRANS-TYPE==
002140             BY ==SA-TRANS-TYPE==
002150         ==SP-TRANS-AMOUNT==
002160             BY ==SA-TRANS-AMOUNT==
002170         ==SP-REASON-CODE==
002180             BY ==SA-REASON-CODE==
002190         ==SP-REASON-TEXT==
002200             BY ==SA-REASON-TEXT==
002210         ==SP-RAW-AREA-1==
002220             BY ==SA-RAW-AREA-1==
002230         ==SP-RAW-DETAIL-1==
002240             BY ==SA-RAW-DETAIL-1==
002250         ==SP1-CUSTOMER-ID==
002260             BY ==SA1-CUSTOMER-ID==
002270         ==SP1-AMOUNT==
002280             BY ==SA1-AMOUNT==
002290         ==SP-RAW-AREA-2==
002300             BY ==SA-RAW-AREA-2==
002310         ==SP-RAW-DETAIL-2==
002320             BY ==SA-RAW-DETAIL-2==
002330         ==SP2-CUSTOMER-ID==
002340             BY ==SA2-CUSTOMER-ID==
002350         ==SP2-AMOUNT==
002360             BY ==SA2-AMOUNT==
002370         ==SP-RESUBMIT-COUNT==
002380             BY ==SA-RESUBMIT-COUNT==
002390         ==SP-LAST-UPDATE-DATE==
002400             BY ==SA-LAST-UPDATE-DATE==
002410         ==SP-LAST-UPDATE-USER==
002420             BY ==SA-LAST-UPDATE-USER==
002430         ==SP-CLEARED-DATE==
002440             BY ==SA-CLEARED-DATE==
002450         ==SP-SOURCE-SYSTEM==
002460             BY ==SA-SOURCE-SYSTEM==.
002470 SD  SORT-FILE.
002480 01  SR-CASE-RECORD.
002490     05  SR-EVENT-DATE            PIC 9(08).
002500     05  SR-EVENT-TIME            PIC X(08).
002510     05  SR-SOURCE-TAG            PIC X(08).
002520     05  SR-DETAIL-TEXT           PIC X(100).
002530 FD  PRINT-FILE
002540     RECORDING MODE IS F
002550     LABEL RECORDS ARE STANDARD.
002560 01  PR-PRINT-LINE               PIC X(132).
002570 WORKING-STORAGE SECTION.
002580*--------------------------------------------------------------*
002590* FIELD-LEVEL INITIALIZATION STANDARD - SEE DL100MN FOR THE     *
002600* FULL STATEMENT OF THE RULE.                                   *
002610*--------------------------------------------------------------*
002620* FILE STATUS AND EOF SWITCHES - ONE PAIR PER INPUT             *
002630*--------------------------------------------------------------*
002640 01  WS-AUDK-STATUS           PIC X(02) VALUE '00'.
002650 01  WS-AUDA-STATUS           PIC X(02) VALUE '00'.
002660 01  WS-XCPK-STATUS           PIC X(02) VALUE '00'.
002670 01  WS-XCPA-STATUS           PIC X(02) VALUE '00'.
002680 01  WS-EXTK-STATUS           PIC X(02) VALUE '00'.
002690 01  WS-EXTA-STATUS           PIC X(02) VALUE '00'.
002700 01  WS-SUSP-STATUS           PIC X(02) VALUE '00'.
002710 01  WS-SUSA-STATUS           PIC X(02) VALUE '00'.
002720 01  WS-AUDK-EOF-SW           PIC X(01) VALUE 'N'.
002730     88  WS-AUDK-EOF-REACHED             VALUE 'Y'.
002740     88  WS-AUDK-NOT-EOF                 VALUE 'N'.
002750 01  WS-AUDA-EOF-SW           PIC X(01) VALUE 'N'.
002760     88  WS-AUDA-EOF-REACHED             VALUE 'Y'.
002770     88  WS-AUDA-NOT-EOF                 VALUE 'N'.
002780 01  WS-XCPK-EOF-SW           PIC X(01) VALUE 'N'.
002790     88  WS-XCPK-EOF-REACHED             VALUE 'Y'.
002800     88  WS-XCPK-NOT-EOF                 VALUE 'N'.
002810 01  WS-XCPA-EOF-SW           PIC X(01) VALUE 'N'.
002820     88  WS-XCPA-EOF-REACHED             VALUE 'Y'.
002830     88  WS-XCPA-NOT-EOF                 VALUE 'N'.
002840 01  WS-EXTK-EOF-SW           PIC X(01) VALUE 'N'.
002850     88  WS-EXTK-EOF-REACHED             VALUE 'Y'.
002860     88  WS-EXTK-NOT-EOF                 VALUE 'N'.
002870 01  WS-EXTA-EOF-SW           PIC X(01) VALUE 'N'.
002880     88  WS-EXTA-EOF-REACHED             VALUE 'Y'.
002890     88  WS-EXTA-NOT-EOF                 VALUE 'N'.
002900 01  WS-SUSP-EOF-SW           PIC X(01) VALUE 'N'.
002910     88  WS-SUSP-EOF-REACHED             VALUE 'Y'.
002920     88  WS-SUSP-NOT-EOF                 VALUE 'N'.
002930 01  WS-SUSA-EOF-SW           PIC X(01) VALUE 'N'.
002940     88  WS-SUSA-EOF-REACHED             VALUE 'Y'.
002950     88  WS-SUSA-NOT-EOF                 VALUE 'N'.
002960 01  WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
002970     88  WS-SORT-EOF-REACHED             VALUE 'Y'.
002980     88  WS-SORT-NOT-EOF                 VALUE 'N'.
002990*--------------------------------------------------------------*
003000* CASE SELECTION - THREE SYSIN CARDS                            *
003010*--------------------------------------------------------------*
003020 01  WS-CASE-CUSTOMER         PIC X(10) VALUE SPACES.
003030 01  WS-FROM-DATE-IN          PIC X(08) VALUE SPACES.
003040 01  WS-TO-DATE-IN            PIC X(08) VALUE SPACES.
003050 01  WS-FROM-DATE             PIC 9(08) VALUE ZERO.
003060 01  WS-TO-DATE               PIC 9(08) VALUE 99999999.
003070 01  WS-EVENT-DATE-X          PIC X(08) VALUE SPACES.
003080 01  WS-EVENT-DATE REDEFINES WS-EVENT-DATE-X
003090                              PIC 9(08).
003100*--------------------------------------------------------------*
003110* SOURCE COUNTERS                                               *
003120*--------------------------------------------------------------*
003130 01  WS-AUDIT-HIT-COUNT       PIC 9(09) COMP VALUE ZERO.
003140 01  WS-XCPT-HIT-COUNT        PIC 9(09) COMP VALUE ZERO.
003150 01  WS-EXTR-HIT-COUNT        PIC 9(09) COMP VALUE ZERO.
003160 01  WS-SUSP-HIT-COUNT        PIC 9(09) COMP VALUE ZERO.
003170 01  WS-CASE-LINE-COUNT       PIC 9(09) COMP VALUE ZERO.
003180*--------------------------------------------------------------*
003190* DETAIL TEXT BUILD AREAS                                       *
003200*--------------------------------------------------------------*
003210 01  WS-ED-AMOUNT             PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
003220 01  WS-ED-RECORD-NO          PIC 9(09) VALUE ZERO.
003230 01  WS-ED-RESUB-COUNT        PIC 9(03) VALUE ZERO.
003240 01  WS-DETAIL-LINE.
003250     05  FILLER                   PIC X(01) VALUE SPACES.
003260     05  WS-DT-EVENT-DATE         PIC 9(08).
003270     05  FILLER                   PIC X(02) VALUE SPACES.
003280     05  WS-DT-SOURCE-TAG         PIC X(08).
003290     05  FILLER                   PIC X(02) VALUE SPACES.
003300     05  WS-DT-DETAIL-TEXT        PIC X(100).
003310     05  FILLER                   PIC X(11) VALUE SPACES.
003320 01  WS-REPORT-LABEL           PIC X(40) VALUE SPACES.
003330 01  WS-REPORT-COUNT           PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
003340 PROCEDURE DIVISION.
003350*================================================================*
003360* 0000-MAINLINE-CONTROL                                          *
003370*================================================================*
003380 0000-MAINLINE-CONTROL.
003390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003400     SORT SORT-FILE
003410         ON ASCENDING KEY SR-EVENT-DATE
003420                          SR-EVENT-TIME
003430                          SR-SOURCE-TAG
003440         INPUT PROCEDURE IS 2000-RELEASE-ALL THRU 2900-EXIT
003450         OUTPUT PROCEDURE IS 3000-PRINT-CASE-FILE
003460             THRU 3000-EXIT.
003470     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003480     GOBACK.
003490 0000-EXIT.
003500     EXIT.
003510*================================================================*
003520* 1000-INITIALIZE - TAKE THE CASE SELECTION FROM SYSIN, OPEN     *
003530* EVERY INPUT (MISSING = EMPTY), AND PRINT THE CASE HEADING      *
003540*================================================================*
003550 1000-INITIALIZE.
003560     PERFORM 1050-REINITIALIZE-WORK-AREAS THRU 1050-EXIT.
003570     ACCEPT WS-CASE-CUSTOMER.
003580     ACCEPT WS-FROM-DATE-IN.
003590     ACCEPT WS-TO-DATE-IN.
003600     IF WS-FROM-DATE-IN NUMERIC
003610         MOVE WS-FROM-DATE-IN TO WS-FROM-DATE
003620     END-IF.
003630     IF WS-TO-DATE-IN NUMERIC AND WS-TO-DATE-IN NOT = ZEROS
003640         MOVE WS-TO-DATE-IN TO WS-TO-DATE
003650     END-IF.
003660     OPEN OUTPUT PRINT-FILE.
003670     PERFORM 1100-PRINT-HEADINGS THRU 1100-EXIT.
003680     OPEN INPUT AUDIT-KEEP-FILE.
003690     IF WS-AUDK-STATUS NOT = '00'
003700         SET WS-AUDK-EOF-REACHED TO TRUE
003710     END-IF.
003720     OPEN INPUT AUDIT-ARCH-FILE.
003730     IF WS-AUDA-STATUS NOT = '00'
003740         SET WS-AUDA-EOF-REACHED TO TRUE
003750     END-IF.
003760     OPEN INPUT XCPT-KEEP-FILE.
003770     IF WS-XCPK-STATUS NOT = '00'
003780         SET WS-XCPK-EOF-REACHED TO TRUE
003790     END-IF.
003800     OPEN INPUT XCPT-ARCH-FILE.
003810     IF WS-XCPA-STATUS NOT = '00'
003820         SET WS-XCPA-EOF-REACHED TO TRUE
003830     END-IF.
003840     OPEN INPUT EXTR-KEEP-FILE.
003850     IF WS-EXTK-STATUS NOT = '00'
003860         SET WS-EXTK-EOF-REACHED TO TRUE
003870     END-IF.
003880     OPEN INPUT EXTR-ARCH-FILE.
003890     IF WS-EXTA-STATUS NOT = '00'
003900         SET WS-EXTA-EOF-REACHED TO TRUE
003910     END-IF.
003920     OPEN INPUT SUSPENSE-FILE.
003930     IF WS-SUSP-STATUS NOT = '00'
003940         SET WS-SUSP-EOF-REACHED TO TRUE
003950     END-IF.
003960     OPEN INPUT SUSP-ARCH-FILE.
003970     IF WS-SUSA-STATUS NOT = '00'
003980         SET WS-SUSA-EOF-REACHED TO TRUE
003990     END-IF.
004000 1000-EXIT.
004010     EXIT.
004020*================================================================*
004030* 1050-REINITIALIZE-WORK-AREAS - RE-APPLY THE PROGRAM'S DEFAULT  *
004040* VALUES TO EVERY WORKING AREA BEFORE THE RUN STARTS             *
004050*================================================================*
004060 1050-REINITIALIZE-WORK-AREAS.
004070     MOVE '00' TO WS-AUDK-STATUS.
004080     MOVE '00' TO WS-AUDA-STATUS.
004090     MOVE '00' TO WS-XCPK-STATUS.
004100     MOVE '00' TO WS-XCPA-STATUS.
004110     MOVE '00' TO WS-EXTK-STATUS.
004120     MOVE '00' TO WS-EXTA-STATUS.
004130     MOVE '00' TO WS-SUSP-STATUS.
004140     MOVE '00' TO WS-SUSA-STATUS.
004150     SET WS-AUDK-NOT-EOF TO TRUE.
004160     SET WS-AUDA-NOT-EOF TO TRUE.
004170     SET WS-XCPK-NOT-EOF TO TRUE.
004180     SET WS-XCPA-NOT-EOF TO TRUE.
004190     SET WS-EXTK-NOT-EOF TO TRUE.
004200     SET WS-EXTA-NOT-EOF TO TRUE.
004210     SET WS-SUSP-NOT-EOF TO TRUE.
004220     SET WS-SUSA-NOT-EOF TO TRUE.
004230     SET WS-SORT-NOT-EOF TO TRUE.
004240     MOVE SPACES TO WS-CASE-CUSTOMER.
004250     MOVE SPACES TO WS-FROM-DATE-IN.
004260     MOVE SPACES TO WS-TO-DATE-IN.
004270     MOVE ZERO TO WS-FROM-DATE.
004280     MOVE 99999999 TO WS-TO-DATE.
004290     MOVE SPACES TO WS-EVENT-DATE-X.
004300     MOVE ZERO TO WS-AUDIT-HIT-COUNT.
004310     MOVE ZERO TO WS-XCPT-HIT-COUNT.
004320     MOVE ZERO TO WS-EXTR-HIT-COUNT.
004330     MOVE ZERO TO WS-SUSP-HIT-COUNT.
004340     MOVE ZERO TO WS-CASE-LINE-COUNT.
004350     MOVE ZERO TO WS-ED-AMOUNT.
004360     MOVE ZERO TO WS-ED-RECORD-NO.
004370     MOVE ZERO TO WS-ED-RESUB-COUNT.
004380     MOVE SPACES TO WS-REPORT-LABEL.
004390     MOVE ZERO TO WS-REPORT-COUNT.
004400 1050-EXIT.
004410     EXIT.
004420*================================================================*
004430* 1100-PRINT-HEADINGS                                           *
004440*================================================================*
004450 1100-PRINT-HEADINGS.
004460     MOVE SPACES TO PR-PRINT-LINE.
004470     STRING 'DL100 ARCHIVE RESEARCH CASE FILE - CUSTOMER '
004480             DELIMITED BY SIZE
004490            WS-CASE-CUSTOMER DELIMITED BY SIZE
004500         INTO PR-PRINT-LINE.
004510     WRITE PR-PRINT-LINE.
004520     MOVE SPACES TO PR-PRINT-LINE.
004530     STRING 'DATE RANGE ' DELIMITED BY SIZE
004540            WS-FROM-DATE DELIMITED BY SIZE
004550            ' THROUGH '  DELIMITED BY SIZE
004560            WS-TO-DATE   DELIMITED BY SIZE
004570         INTO PR-PRINT-LINE.
004580     WRITE PR-PRINT-LINE.
004590     MOVE SPACES TO PR-PRINT-LINE.
004600     WRITE PR-PRINT-LINE.
004610     MOVE SPACES TO PR-PRINT-LINE.
004620     MOVE ' DATE      SOURCE    DETAIL' TO PR-PRINT-LINE.
004630     WRITE PR-PRINT-LINE.
004640 1100-EXIT.
004650     EXIT.
004660*================================================================*
004670* 2000-RELEASE-ALL - SORT INPUT PROCEDURE.  WALKS EVERY SOURCE   *
004680* AND RELEASES ONE SORT RECORD PER ROW THAT BELONGS TO THE       *
004690* CASE.  EVERY RELEASE SITS INSIDE THIS PROCEDURE'S RANGE        *
004700* (2000 THRU 2900-EXIT), AS THE SORT RULES REQUIRE, SO THE       *
004710* LOOPS ARE BUILT WITH GO TO THE SAME WAY DL100ST BUILDS ITS.    *
004720*================================================================*
004730 2000-RELEASE-ALL.
004740     PERFORM 2110-READ-AUDIT-KEEP THRU 2110-EXIT.
004750 2010-AUDIT-KEEP-LOOP.
004760     IF WS-AUDK-EOF-REACHED
004770         GO TO 2020-AUDIT-ARCH-PRIME
004780     END-IF.
004790     PERFORM 2150-RELEASE-AUDIT-ROW THRU 2150-EXIT.
004800     PERFORM 2110-READ-AUDIT-KEEP THRU 2110-EXIT.
004810     GO TO 2010-AUDIT-KEEP-LOOP.
004820 2020-AUDIT-ARCH-PRIME.
004830     PERFORM 2120-READ-AUDIT-ARCH THRU 2120-EXIT.
004840 2030-AUDIT-ARCH-LOOP.
004850     IF WS-AUDA-EOF-REACHED
004860         GO TO 2040-XCPT-KEEP-PRIME
004870     END-IF.
004880     MOVE AUA-AUDIT-RECORD TO AU-AUDIT-RECORD.
004890     PERFORM 2150-RELEASE-AUDIT-ROW THRU 2150-EXIT.
004900     PERFORM 2120-READ-AUDIT-ARCH THRU 2120-EXIT.
004910     GO TO 2030-AUDIT-ARCH-LOOP.
004920 2040-XCPT-KEEP-PRIME.
004930     PERFORM 2210-READ-XCPT-KEEP THRU 2210-EXIT.
004940 2050-XCPT-KEEP-LOOP.
004950     IF WS-XCPK-EOF-REACHED
004960         GO TO 2060-XCPT-ARCH-PRIME
004970     END-IF.
004980     PERFORM 2250-RELEASE-XCPT-ROW THRU 2250-EXIT.
004990     PERFORM 2210-READ-XCPT-KEEP THRU 2210-EXIT.
005000     GO TO 2050-XCPT-KEEP-LOOP.
005010 2060-XCPT-ARCH-PRIME.
005020     PERFORM 2220-READ-XCPT-ARCH THRU 2220-EXIT.
005030 2070-XCPT-ARCH-LOOP.
005040     IF WS-XCPA-EOF-REACHED
005050         GO TO 2080-EXTR-KEEP-PRIME
005060     END-IF.
005070     MOVE XCA-EXCEPTION-RECORD TO XC-EXCEPTION-RECORD.
005080     PERFORM 2250-RELEASE-XCPT-ROW THRU 2250-EXIT.
005090     PERFORM 2220-READ-XCPT-ARCH THRU 2220-EXIT.
005100     GO TO 2070-XCPT-ARCH-LOOP.
005110 2080-EXTR-KEEP-PRIME.
005120     PERFORM 2310-READ-EXTR-KEEP THRU 2310-EXIT.
005130 2090-EXTR-KEEP-LOOP.
005140     IF WS-EXTK-EOF-REACHED
005150         GO TO 2095-EXTR-ARCH-PRIME
005160     END-IF.
005170     PERFORM 2350-RELEASE-EXTR-ROW THRU 2350-EXIT.
005180     PERFORM 2310-READ-EXTR-KEEP THRU 2310-EXIT.
005190     GO TO 2090-EXTR-KEEP-LOOP.
005200 2095-EXTR-ARCH-PRIME.
005210     PERFORM 2320-READ-EXTR-ARCH THRU 2320-EXIT.
005220 2096-EXTR-ARCH-LOOP.
005230     IF WS-EXTA-EOF-REACHED
005240         GO TO 2097-SUSP-LIVE-PRIME
005250     END-IF.
005260     MOVE EXA-EXTRACT-RECORD TO EX-EXTRACT-RECORD.
005270     PERFORM 2350-RELEASE-EXTR-ROW THRU 2350-EXIT.
005280     PERFORM 2320-READ-EXTR-ARCH THRU 2320-EXIT.
005290     GO TO 2096-EXTR-ARCH-LOOP.
005300 2097-SUSP-LIVE-PRIME.
005310     PERFORM 2410-START-SUSPENSE THRU 2410-EXIT.
005320 2098-SUSP-LIVE-LOOP.
005330     IF WS-SUSP-EOF-REACHED
005340         GO TO 2099-SUSP-ARCH-PRIME
005350     END-IF.
005360     PERFORM 2450-RELEASE-SUSP-ROW THRU 2450-EXIT.
005370     PERFORM 2420-READ-NEXT-SUSPENSE THRU 2420-EXIT.
005380     GO TO 2098-SUSP-LIVE-LOOP.
005390 2099-SUSP-ARCH-PRIME.
005400     PERFORM 2430-READ-SUSP-ARCH THRU 2430-EXIT.
005410 2100-SUSP-ARCH-LOOP.
005420     IF WS-SUSA-EOF-REACHED
005430         GO TO 2900-EXIT
005440     END-IF.
005450     MOVE SA-SUSPENSE-RECORD TO SP-SUSPENSE-RECORD.
005460     PERFORM 2450-RELEASE-SUSP-ROW THRU 2450-EXIT.
005470     PERFORM 2430-READ-SUSP-ARCH THRU 2430-EXIT.
005480     GO TO 2100-SUSP-ARCH-LOOP.
005490*================================================================*
005500* 2110-READ-AUDIT-KEEP / 2120-READ-AUDIT-ARCH                   *
005510*================================================================*
005520 2110-READ-AUDIT-KEEP.
005530     READ AUDIT-KEEP-FILE
005540         AT END
005550             SET WS-AUDK-EOF-REACHED TO TRUE
005560     END-READ.
005570 2110-EXIT.
005580     EXIT.
005590 2120-READ-AUDIT-ARCH.
005600     READ AUDIT-ARCH-FILE
005610         AT END
005620             SET WS-AUDA-EOF-REACHED TO TRUE
005630     END-READ.
005640 2120-EXIT.
005650     EXIT.
005660*================================================================*
005670* 2150-RELEASE-AUDIT-ROW - ONE AUDIT ROW (KEEP OR ARCHIVE,       *
005680* STAGED INTO AU-AUDIT-RECORD).  THE CUSTOMER IS THE FIRST TEN   *
005690* BYTES OF THE AREA VALUE; THE EVENT DATE AND TIME COME FROM     *
005700* THE TIMESTAMP.  A ROW WITH AN UNREADABLE DATE CANNOT BE        *
005710* PLACED ON A TIMELINE AND IS LEFT OUT.                          *
005720*================================================================*
005730 2150-RELEASE-AUDIT-ROW.
005740     IF AU-AREA-VALUE (1:10) NOT = WS-CASE-CUSTOMER
005750         GO TO 2150-EXIT
005760     END-IF.
005770     MOVE AU-TIMESTAMP (1:8) TO WS-EVENT-DATE-X.
005780     IF WS-EVENT-DATE-X NOT NUMERIC
005790         GO TO 2150-EXIT
005800     END-IF.
005810     IF WS-EVENT-DATE < WS-FROM-DATE OR
005820             WS-EVENT-DATE > WS-TO-DATE
005830         GO TO 2150-EXIT
005840     END-IF.
005850     MOVE WS-EVENT-DATE TO SR-EVENT-DATE.
005860     MOVE AU-TIMESTAMP (10:8) TO SR-EVENT-TIME.
005870     MOVE 'AUDIT' TO SR-SOURCE-TAG.
005880     MOVE AU-RECORD-NO TO WS-ED-RECORD-NO.
005890     MOVE SPACES TO SR-DETAIL-TEXT.
005900     STRING 'RECORD ' DELIMITED BY SIZE
005910            WS-ED-RECORD-NO DELIMITED BY SIZE
005920            ' TYPE ' DELIMITED BY SIZE
005930            AU-TRANS-TYPE DELIMITED BY SIZE
005940            ' ' DELIMITED BY SIZE
005950            AU-AREA-NAME DELIMITED BY SIZE
005960            ' = ' DELIMITED BY SIZE
005970            AU-AREA-VALUE (1:60) DELIMITED BY SIZE
005980         INTO SR-DETAIL-TEXT.
005990     RELEASE SR-CASE-RECORD.
006000     ADD 1 TO WS-AUDIT-HIT-COUNT.
006010 2150-EXIT.
006020     EXIT.
006030*================================================================*
006040* 2210-READ-XCPT-KEEP / 2220-READ-XCPT-ARCH                     *
006050*================================================================*
006060 2210-READ-XCPT-KEEP.
006070     READ XCPT-KEEP-FILE
006080         AT END
006090             SET WS-XCPK-EOF-REACHED TO TRUE
006100     END-READ.
006110 2210-EXIT.
006120     EXIT.
006130 2220-READ-XCPT-ARCH.
006140     READ XCPT-ARCH-FILE
006150         AT END
006160             SET WS-XCPA-EOF-REACHED TO TRUE
006170     END-READ.
006180 2220-EXIT.
006190     EXIT.
006200*================================================================*
006210* 2250-RELEASE-XCPT-ROW - ONE EXCEPTION ROW (KEEP OR ARCHIVE,    *
006220* STAGED INTO XC-EXCEPTION-RECORD), DATED BY XC-REJECT-DATE.     *
006230* ROWS WRITTEN BEFORE THE DATE FIELD EXISTED CANNOT BE PLACED    *
006240* ON A TIMELINE AND ARE LEFT OUT.                                *
006250*================================================================*
006260 2250-RELEASE-XCPT-ROW.
006270     IF XC-CUSTOMER-ID NOT = WS-CASE-CUSTOMER
006280         GO TO 2250-EXIT
006290     END-IF.
006300     MOVE XC-REJECT-DATE TO WS-EVENT-DATE-X.
006310     IF WS-EVENT-DATE-X NOT NUMERIC OR WS-EVENT-DATE = ZERO
006320         GO TO 2250-EXIT
006330     END-IF.
006340     IF WS-EVENT-DATE < WS-FROM-DATE OR
006350             WS-EVENT-DATE > WS-TO-DATE
006360         GO TO 2250-EXIT
006370     END-IF.
006380     MOVE WS-EVENT-DATE TO SR-EVENT-DATE.
006390     MOVE SPACES TO SR-EVENT-TIME.
006400     MOVE 'EXCEPTN' TO SR-SOURCE-TAG.
006410     MOVE XC-RECORD-NO TO WS-ED-RECORD-NO.
006420     MOVE SPACES TO SR-DETAIL-TEXT.
006430     STRING 'RECORD ' DELIMITED BY SIZE
006440            WS-ED-RECORD-NO DELIMITED BY SIZE
006450            ' TYPE ' DELIMITED BY SIZE
006460            XC-TRANS-TYPE DELIMITED BY SIZE
006470            ' REJECTED ' DELIMITED BY SIZE
006480            XC-REASON-CODE DELIMITED BY SIZE
006490            ' ' DELIMITED BY SIZE
006500            XC-REASON-TEXT DELIMITED BY SIZE
006510         INTO SR-DETAIL-TEXT.
006520     RELEASE SR-CASE-RECORD.
006530     ADD 1 TO WS-XCPT-HIT-COUNT.
006540 2250-EXIT.
006550     EXIT.
006560*================================================================*
006570* 2310-READ-EXTR-KEEP / 2320-READ-EXTR-ARCH                     *
006580*================================================================*
006590 2310-READ-EXTR-KEEP.
006600     READ EXTR-KEEP-FILE
006610         AT END
006620             SET WS-EXTK-EOF-REACHED TO TRUE
006630     END-READ.
006640 2310-EXIT.
006650     EXIT.
006660 2320-READ-EXTR-ARCH.
006670     READ EXTR-ARCH-FILE
006680         AT END
006690             SET WS-EXTA-EOF-REACHED TO TRUE
006700     END-READ.
006710 2320-EXIT.
006720     EXIT.
006730*================================================================*
006740* 2350-RELEASE-EXTR-ROW - ONE EXTRACT ROW (KEEP OR ARCHIVE,      *
006750* STAGED INTO EX-EXTRACT-RECORD), DATED BY EX-RUN-DATE, WITH     *
006760* ITS AMOUNT AND REVERSAL FLAG.  UNDATED ROWS ARE LEFT OUT.  A   *
006770* TRANSFER LEG NAMES THE CUSTOMER ON THE OTHER SIDE.             *
006780*================================================================*
006790 2350-RELEASE-EXTR-ROW.
006800     IF EX-CUSTOMER-ID NOT = WS-CASE-CUSTOMER
006810         GO TO 2350-EXIT
006820     END-IF.
006830     MOVE EX-RUN-DATE TO WS-EVENT-DATE-X.
006840     IF WS-EVENT-DATE-X NOT NUMERIC OR WS-EVENT-DATE = ZERO
006850         GO TO 2350-EXIT
006860     END-IF.
006870     IF WS-EVENT-DATE < WS-FROM-DATE OR
006880             WS-EVENT-DATE > WS-TO-DATE
006890         GO TO 2350-EXIT
006900     END-IF.
006910     MOVE WS-EVENT-DATE TO SR-EVENT-DATE.
006920     MOVE SPACES TO SR-EVENT-TIME.
006930     MOVE 'EXTRACT' TO SR-SOURCE-TAG.
006940     MOVE EX-RECORD-NO TO WS-ED-RECORD-NO.
006950     MOVE EX-TRANS-AMOUNT TO WS-ED-AMOUNT.
006960     MOVE SPACES TO SR-DETAIL-TEXT.
006970     IF EX-TRANSFER-FROM-LEG
006980         STRING 'RECORD ' DELIMITED BY SIZE
006990                WS-ED-RECORD-NO DELIMITED BY SIZE
007000                ' TYPE ' DELIMITED BY SIZE
007010                EX-TRANS-TYPE DELIMITED BY SIZE
007020                ' AMOUNT' DELIMITED BY SIZE
007030                WS-ED-AMOUNT DELIMITED BY SIZE
007040                ' TRANSFER TO ' DELIMITED BY SIZE
007050                EX-XF-TO-CUSTOMER-ID DELIMITED BY SIZE
007060             INTO SR-DETAIL-TEXT
007070         GO TO 2350-RELEASE
007080     END-IF.
007090     IF EX-TRANSFER-TO-LEG
007100         STRING 'RECORD ' DELIMITED BY SIZE
007110                WS-ED-RECORD-NO DELIMITED BY SIZE
007120                ' TYPE ' DELIMITED BY SIZE
007130                EX-TRANS-TYPE DELIMITED BY SIZE
007140                ' AMOUNT' DELIMITED BY SIZE
007150                WS-ED-AMOUNT DELIMITED BY SIZE
007160                ' TRANSFER FROM ' DELIMITED BY SIZE
007170                EX-XF-FROM-CUSTOMER-ID DELIMITED BY SIZE
007180             INTO SR-DETAIL-TEXT
007190         GO TO 2350-RELEASE
007200     END-IF.
007210     IF EX-REVERSAL
007220         STRING 'RECORD ' DELIMITED BY SIZE
007230                WS-ED-RECORD-NO DELIMITED BY SIZE
007240                ' TYPE ' DELIMITED BY SIZE
007250                EX-TRANS-TYPE DELIMITED BY SIZE
007260                ' AMOUNT' DELIMITED BY SIZE
007270                WS-ED-AMOUNT DELIMITED BY SIZE
007280                ' REVERSAL' DELIMITED BY SIZE
007290             INTO SR-DETAIL-TEXT
007300     ELSE
007310         STRING 'RECORD ' DELIMITED BY SIZE
007320                WS-ED-RECORD-NO DELIMITED BY SIZE
007330                ' TYPE ' DELIMITED BY SIZE
007340                EX-TRANS-TYPE DELIMITED BY SIZE
007350                ' AMOUNT' DELIMITED BY SIZE
007360                WS-ED-AMOUNT DELIMITED BY SIZE
007370                ' EXTRACTED' DELIMITED BY SIZE
007380             INTO SR-DETAIL-TEXT
007390     END-IF.
007400 2350-RELEASE.
007410     RELEASE SR-CASE-RECORD.
007420     ADD 1 TO WS-EXTR-HIT-COUNT.
007430 2350-EXIT.
007440     EXIT.
007450*================================================================*
007460* 2410-START-SUSPENSE / 2420-READ-NEXT-SUSPENSE /               *
007470* 2430-READ-SUSP-ARCH                                           *
007480*================================================================*
007490 2410-START-SUSPENSE.
007500     IF WS-SUSP-EOF-REACHED
007510         GO TO 2410-EXIT
007520     END-IF.
007530     MOVE LOW-VALUES TO SP-SUSPENSE-KEY.
007540     START SUSPENSE-FILE KEY NOT LESS THAN SP-SUSPENSE-KEY
007550         INVALID KEY
007560             SET WS-SUSP-EOF-REACHED TO TRUE
007570     END-START.
007580     IF WS-SUSP-NOT-EOF
007590         PERFORM 2420-READ-NEXT-SUSPENSE THRU 2420-EXIT
007600     END-IF.
007610 2410-EXIT.
007620     EXIT.
007630 2420-READ-NEXT-SUSPENSE.
007640     READ SUSPENSE-FILE NEXT RECORD
007650         AT END
007660             SET WS-SUSP-EOF-REACHED TO TRUE
007670     END-READ.
007680 2420-EXIT.
007690     EXIT.
007700 2430-READ-SUSP-ARCH.
007710     READ SUSP-ARCH-FILE
007720         AT END
007730             SET WS-SUSA-EOF-REACHED TO TRUE
007740     END-READ.
007750 2430-EXIT.
007760     EXIT.
007770*================================================================*
007780* 2450-RELEASE-SUSP-ROW - ONE SUSPENSE ROW (LIVE OR ARCHIVE,     *
007790* STAGED INTO SP-SUSPENSE-RECORD), DATED BY THE DATE IT WAS      *
007800* ADDED, WITH ITS STATUS, REASON AND RESUBMIT HISTORY.           *
007810*================================================================*
007820 2450-RELEASE-SUSP-ROW.
007830     IF SP-CUSTOMER-ID NOT = WS-CASE-CUSTOMER
007840         GO TO 2450-EXIT
007850     END-IF.
007860     IF SP-DATE-ADDED < WS-FROM-DATE OR
007870             SP-DATE-ADDED > WS-TO-DATE
007880         GO TO 2450-EXIT
007890     END-IF.
007900     MOVE SP-DATE-ADDED TO SR-EVENT-DATE.
007910     MOVE SPACES TO SR-EVENT-TIME.
007920     MOVE 'SUSPENSE' TO SR-SOURCE-TAG.
007930     MOVE SP-ORIG-RECORD-NO TO WS-ED-RECORD-NO.
007940     MOVE SP-TRANS-AMOUNT TO WS-ED-AMOUNT.
007950     MOVE SP-RESUBMIT-COUNT TO WS-ED-RESUB-COUNT.
007960     MOVE SPACES TO SR-DETAIL-TEXT.
007970     STRING 'RECORD ' DELIMITED BY SIZE
007980            WS-ED-RECORD-NO DELIMITED BY SIZE
007990            ' TYPE ' DELIMITED BY SIZE
008000            SP-TRANS-TYPE DELIMITED BY SIZE
008010            ' AMOUNT' DELIMITED BY SIZE
008020            WS-ED-AMOUNT DELIMITED BY SIZE
008030            ' ' DELIMITED BY SIZE
008040            SP-REASON-CODE DELIMITED BY SIZE
008050            ' ' DELIMITED BY SIZE
008060            SP-REASON-TEXT DELIMITED BY SIZE
008070            ' STS ' DELIMITED BY SIZE
008080            SP-STATUS-SW DELIMITED BY SIZE
008090            ' RSB ' DELIMITED BY SIZE
008100            WS-ED-RESUB-COUNT DELIMITED BY SIZE
008110         INTO SR-DETAIL-TEXT.
008120     RELEASE SR-CASE-RECORD.
008130     ADD 1 TO WS-SUSP-HIT-COUNT.
008140 2450-EXIT.
008150     EXIT.
008160 2900-EXIT.
008170     EXIT.
008180*================================================================*
008190* 3000-PRINT-CASE-FILE - SORT OUTPUT PROCEDURE.  ONE LINE PER    *
008200* EVENT, OLDEST FIRST; THE RETURN SITS INSIDE THIS PROCEDURE'S   *
008210* RANGE, SO THE LOOP IS BUILT WITH GO TO THE SAME WAY AS 2000.   *
008220*================================================================*
008230 3000-PRINT-CASE-FILE.
008240     RETURN SORT-FILE
008250         AT END
008260             SET WS-SORT-EOF-REACHED TO TRUE
008270     END-RETURN.
008280 3000-LOOP.
008290     IF WS-SORT-EOF-REACHED
008300         GO TO 3000-WRAP-UP
008310     END-IF.
008320     ADD 1 TO WS-CASE-LINE-COUNT.
008330     MOVE SR-EVENT-DATE TO WS-DT-EVENT-DATE.
008340     MOVE SR-SOURCE-TAG TO WS-DT-SOURCE-TAG.
008350     MOVE SR-DETAIL-TEXT TO WS-DT-DETAIL-TEXT.
008360     MOVE WS-DETAIL-LINE TO PR-PRINT-LINE.
008370     WRITE PR-PRINT-LINE.
008380     RETURN SORT-FILE
008390         AT END
008400             SET WS-SORT-EOF-REACHED TO TRUE
008410     END-RETURN.
008420     GO TO 3000-LOOP.
008430 3000-WRAP-UP.
008440     PERFORM 3100-PRINT-TOTALS THRU 3100-EXIT.
008450 3000-EXIT.
008460     EXIT.
008470*================================================================*
008480* 3100-PRINT-TOTALS                                             *
008490*================================================================*
008500 3100-PRINT-TOTALS.
008510     MOVE SPACES TO PR-PRINT-LINE.
008520     WRITE PR-PRINT-LINE.
008530     MOVE 'AUDIT ROWS IN CASE' TO WS-REPORT-LABEL.
008540     MOVE WS-AUDIT-HIT-COUNT TO WS-REPORT-COUNT.
008550     PERFORM 3200-WRITE-COUNT-LINE THRU 3200-EXIT.
008560     MOVE 'EXTRACT ROWS IN CASE' TO WS-REPORT-LABEL.
008570     MOVE WS-EXTR-HIT-COUNT TO WS-REPORT-COUNT.
008580     PERFORM 3200-WRITE-COUNT-LINE THRU 3200-EXIT.
008590     MOVE 'EXCEPTION ROWS IN CASE' TO WS-REPORT-LABEL.
008600     MOVE WS-XCPT-HIT-COUNT TO WS-REPORT-COUNT.
008610     PERFORM 3200-WRITE-COUNT-LINE THRU 3200-EXIT.
008620     MOVE 'SUSPENSE ROWS IN CASE' TO WS-REPORT-LABEL.
008630     MOVE WS-SUSP-HIT-COUNT TO WS-REPORT-COUNT.
008640     PERFORM 3200-WRITE-COUNT-LINE THRU 3200-EXIT.
008650     MOVE 'CASE FILE LINES PRINTED' TO WS-REPORT-LABEL.
008660     MOVE WS-CASE-LINE-COUNT TO WS-REPORT-COUNT.
008670     PERFORM 3200-WRITE-COUNT-LINE THRU 3200-EXIT.
008680 3100-EXIT.
008690     EXIT.
008700*================================================================*
008710* 3200-WRITE-COUNT-LINE                                         *
008720*================================================================*
008730 3200-WRITE-COUNT-LINE.
008740     MOVE SPACES TO PR-PRINT-LINE.
008750     STRING WS-REPORT-LABEL  DELIMITED BY SIZE
008760            ' . . . . . . '  DELIMITED BY SIZE
008770            WS-REPORT-COUNT  DELIMITED BY SIZE
008780         INTO PR-PRINT-LINE.
008790     WRITE PR-PRINT-LINE.
008800 3200-EXIT.
008810     EXIT.
008820*================================================================*
008830* 9000-TERMINATE - CLOSE FILES                                  *
008840*================================================================*
008850 9000-TERMINATE.
008860     IF WS-AUDK-STATUS NOT = '35'
008870         CLOSE AUDIT-KEEP-FILE
008880     END-IF.
008890     IF WS-AUDA-STATUS NOT = '35'
008900         CLOSE AUDIT-ARCH-FILE
008910     END-IF.
008920     IF WS-XCPK-STATUS NOT = '35'
008930         CLOSE XCPT-KEEP-FILE
008940     END-IF.
008950     IF WS-XCPA-STATUS NOT = '35'
008960         CLOSE XCPT-ARCH-FILE
008970     END-IF.
008980     IF WS-EXTK-STATUS NOT = '35'
008990         CLOSE EXTR-KEEP-FILE
009000     END-IF.
009010     IF WS-EXTA-STATUS NOT = '35'
009020         CLOSE EXTR-ARCH-FILE
009030     END-IF.
009040     IF WS-SUSP-STATUS = '00' OR WS-SUSP-STATUS = '10'
009050         CLOSE SUSPENSE-FILE
009060     END-IF.
009070     IF WS-SUSA-STATUS NOT = '35'
009080         CLOSE SUSP-ARCH-FILE
009090     END-IF.
009100     CLOSE PRINT-FILE.
009110 9000-EXIT.
009120     EXIT.
