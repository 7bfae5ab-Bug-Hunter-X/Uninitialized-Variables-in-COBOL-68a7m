000640*                   RESUBMIT FLOW THROUGH DL100SU AND DL100MN   *
000650*                   FINALLY RESOLVES THEM.  ONLY UNACKED ITEMS  *
000660*                   CARRY FORWARD NOW.                          *
000670*   2026-10-15  JW  TRANSFER LEGS.  BOTH EXTRACT ROWS OF A      *
000680*                   TRANSFER SHARE ONE RUN DATE AND RECORD      *
000690*                   NUMBER, SO ONE ACKNOWLEDGMENT SETTLES BOTH  *
000700*                   LEGS (3300).  A REJECTED TRANSFER IS FILED  *
000710*                   ON SUSPENSE ONCE, FROM ITS FROM-LEG ROW,    *
000720*                   WHOSE AREA CONTENT NAMES BOTH CUSTOMERS.    *
000730*   2026-10-15  JW  4250 LEAVES THE NEW SP-SOURCE-SYSTEM BLANK. *
000740*                   THE EXTRACT DOES NOT CARRY THE FEED SOURCE, *
000750*                   AND A CONSUMER REJECT IS NOT A FEED REJECT. *
000760*   2026-10-15  JW  INTER-STEP CONTROL TOTALS.  THE DAY'S       *
000770*                   EXTRACT ROWS ARE COUNTED, HASHED BY RECORD  *
000780*                   NUMBER AND TOTALLED AS THEY LOAD (2200) AND *
000790*                   SET AGAINST THE DL100TC ROW DL100MN FILED   *
000800*                   FOR THE DATE (7000).  A DIFFERENCE PRINTS   *
000810*                   AN OUT-OF-CONTROL BANNER, EXPECTED AGAINST  *
000820*                   ACTUAL, AND THE STEP IS NOT STAMPED ON      *
000830*                   DL100CY.                                    *
000840*   2026-10-15  JW  RENAME THE TRANSFER FIELDS IN THE CARRY-IN  *
000850*                   AND CARRY-OUT COPIES WITH THE REST.         *
000860*   2026-10-15  JW  THE DL100TC EXPECTED TOTALS ARE SAVED TO    *
000870*                   WORKING STORAGE (WS-TC-) BEFORE CTLTOT IS   *
000880*                   CLOSED; 7000 AND 7100 USE ONLY THE SAVED    *
000890*                   COPIES, ZERO WHEN NO ROW WAS READ.          *
000900*--------------------------------------------------------------*
000910 ENVIRONMENT DIVISION.
000920 CONFIGURATION SECTION.
000930 SOURCE-COMPUTER.   IBM-370.
000940 OBJECT-COMPUTER.   IBM-370.
000950 INPUT-OUTPUT SECTION.
000960 FILE-CONTROL.
000970     SELECT EXTRACT-FILE ASSIGN TO EXTRIN
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
001000     SELECT CARRY-IN-FILE ASSIGN TO CARRYIN
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-CARRY-IN-FILE-STATUS.
001030     SELECT ACK-FILE ASSIGN TO ACKIN
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS WS-ACK-FILE-STATUS.
001060     SELECT CARRY-OUT-FILE ASSIGN TO CARRYOUT
001070         ORGANIZATION IS SEQUENTIAL.
001080     SELECT PRINT-FILE ASSIGN TO ACKRPT
001090         ORGANIZATION IS SEQUENTIAL.
001100     SELECT SUSPENSE-FILE ASSIGN TO SUSPNS
001110         ORGANIZATION IS INDEXED
001120         ACCESS MODE IS DYNAMIC
001130         RECORD KEY IS SP-SUSPENSE-KEY
001140         FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
001150     SELECT CYCLE-FILE ASSIGN TO CYCCTL
001160         ORGANIZATION IS INDEXED
001170         ACCESS MODE IS RANDOM
001180         RECORD KEY IS CY-BUSINESS-DATE
001190         FILE STATUS IS WS-CYCLE-FILE-STATUS.
001200     SELECT CONTROL-TOTALS-FILE ASSIGN TO CTLTOT
001210         ORGANIZATION IS INDEXED
001220         ACCESS MODE IS RANDOM
001230         RECORD KEY IS TC-BUSINESS-DATE
001240         FILE STATUS IS WS-CTLTOT-FILE-STATUS.
001250 DATA DIVISION.
001260 FILE SECTION.
001270 FD  EXTRACT-FILE
001280     RECORDING MODE IS F
001290     LABEL RECORDS ARE STANDARD.
001300     COPY DL100EX.
001310 FD  CARRY-IN-FILE
001320     RECORDING MODE IS F
001330     LABEL RECORDS ARE STANDARD.
001340     COPY DL100EX REPLACING
001350         ==EX-EXTRACT-RECORD==
001360             BY ==CI-EXTRACT-RECORD==
001370         ==EX-RUN-ID==
001380             BY ==CI-RUN-ID==
001390         ==EX-RECORD-NO==
001400             BY ==CI-RECORD-NO==
001410         ==EX-CUSTOMER-ID==
001420             BY ==CI-CUSTOMER-ID==
001430         ==EX-TRANS-AMOUNT==
001440             BY ==CI-TRANS-AMOUNT==
001450         ==EX-AREA-1-VALUE==
001460             BY ==CI-AREA-1-VALUE==
001470         ==EX-AREA-2-VALUE==
001480             BY ==CI-AREA-2-VALUE==
001490         ==EX-RUN-DATE==
001500             BY ==CI-RUN-DATE==
001510         ==EX-TRANS-TYPE==
001520             BY ==CI-TRANS-TYPE==
001530         ==EX-REVERSAL-SW==
001540             BY ==CI-REVERSAL-SW==
001550         ==EX-REVERSAL==
001560             BY ==CI-REVERSAL==
001570         ==EX-TRANSFER-DETAIL==
001580             BY ==CI-TRANSFER-DETAIL==
001590         ==EX-XF-FROM-CUSTOMER-ID==
001600             BY ==CI-XF-FROM-CUSTOMER-ID==
001610         ==EX-XF-AMOUNT==
001620             BY ==CI-XF-AMOUNT==
001630         ==EX-XF-TO-CUSTOMER-ID==
001640             BY ==CI-XF-TO-CUSTOMER-ID==
001650         ==EX-TRANSFER-LEG-SW==
001660             BY ==CI-TRANSFER-LEG-SW==
001670         ==EX-TRANSFER-FROM-LEG==
001680             BY ==CI-TRANSFER-FROM-LEG==
001690         ==EX-TRANSFER-TO-LEG==
001700             BY ==CI-TRANSFER-TO-LEG==.
001710 FD  ACK-FILE
001720     RECORDING MODE IS F
001730     LABEL RECORDS ARE STANDARD.
001740     COPY DL100AK.
001750 FD  CARRY-OUT-FILE
001760     RECORDING MODE IS F
001770     LABEL RECORDS ARE STANDARD.
001780     COPY DL100EX REPLACING
001790         ==EX-EXTRACT-RECORD==
001800             BY ==CO-EXTRACT-RECORD==
001810         ==EX-RUN-ID==
001820             BY ==CO-RUN-ID==
001830         ==EX-RECORD-NO==
001840             BY ==CO-RECORD-NO==
001850         ==EX-CUSTOMER-ID==
001860             BY ==CO-CUSTOMER-ID==
001870         ==EX-TRANS-AMOUNT==
001880             BY ==CO-TRANS-AMOUNT==
001890         ==EX-AREA-1-VALUE==
001900             BY ==CO-AREA-1-VALUE==
001910         ==EX-AREA-2-VALUE==
001920             BY ==CO-AREA-2-VALUE==
001930         ==EX-RUN-DATE==
001940             BY ==CO-RUN-DATE==
001950         ==EX-TRANS-TYPE==
001960             BY ==CO-TRANS-TYPE==
001970         ==EX-REVERSAL-SW==
001980             BY ==CO-REVERSAL-SW==
001990         ==EX-REVERSAL==
002000             BY ==CO-REVERSAL==
002010         ==EX-TRANSFER-DETAIL==
002020             BY ==CO-TRANSFER-DETAIL==
002030         ==EX-XF-FROM-CUSTOMER-ID==
002040             BY ==CO-XF-FROM-CUSTOMER-ID==
002050         ==EX-XF-AMOUNT==
002060             BY ==CO-XF-AMOUNT==
002070         ==EX-XF-TO-CUSTOMER-ID==
002080             BY ==CO-XF-TO-CUSTOMER-ID==
002090         ==EX-TRANSFER-LEG-SW==
002100             BY ==CO-TRANSFER-LEG-SW==
002110         ==EX-TRANSFER-FROM-LEG==
002120             BY ==CO-TRANSFER-FROM-LEG==
002130         ==EX-TRANSFER-TO-LEG==
002140             BY ==CO-TRANSFER-TO-LEG==.
002150 FD  PRINT-FILE
002160     RECORDING MODE IS F
002170     LABEL RECORDS ARE STANDARD.
002180 01  PR-PRINT-LINE               PIC X(132).
002190 FD  CYCLE-FILE
002200     LABEL RECORDS ARE STANDARD.
002210     COPY DL100CY.
002220 FD  CONTROL-TOTALS-FILE
002230     LABEL RECORDS ARE STANDARD.
002240     COPY DL100TC.
002250 FD  SUSPENSE-FILE
002260     LABEL RECORDS ARE STANDARD.
002270     COPY DL100SP.
002280 WORKING-STORAGE SECTION.
002290*--------------------------------------------------------------*
002300* FIELD-LEVEL INITIALIZATION STANDARD - SEE DL100MN FOR THE     *
002310* FULL STATEMENT OF THE RULE.                                   *
002320*--------------------------------------------------------------*
002330* RUN CONTROL SWITCHES AND COUNTERS                             *
002340*--------------------------------------------------------------*
002350 01  WS-EXTRACT-FILE-STATUS   PIC X(02) VALUE '00'.
002360 01  WS-CARRY-IN-FILE-STATUS  PIC X(02) VALUE '00'.
002370 01  WS-ACK-FILE-STATUS       PIC X(02) VALUE '00'.
002380 01  WS-EXTRACT-EOF-SW        PIC X(01) VALUE 'N'.
002390     88  WS-EXTRACT-EOF-REACHED          VALUE 'Y'.
002400     88  WS-EXTRACT-NOT-EOF              VALUE 'N'.
002410 01  WS-CARRY-IN-EOF-SW       PIC X(01) VALUE 'N'.
002420     88  WS-CARRY-IN-EOF-REACHED         VALUE 'Y'.
002430     88  WS-CARRY-IN-NOT-EOF             VALUE 'N'.
002440 01  WS-ACK-EOF-SW            PIC X(01) VALUE 'N'.
002450     88  WS-ACK-EOF-REACHED              VALUE 'Y'.
002460     88  WS-ACK-NOT-EOF                  VALUE 'N'.
002470 01  WS-ACK-READ-COUNT        PIC 9(09) COMP VALUE ZERO.
002480 01  WS-ACCEPTED-COUNT        PIC 9(09) COMP VALUE ZERO.
002490 01  WS-REJECTED-COUNT        PIC 9(09) COMP VALUE ZERO.
002500 01  WS-UNMATCHED-ACK-COUNT   PIC 9(09) COMP VALUE ZERO.
002510 01  WS-UNACKED-COUNT         PIC 9(09) COMP VALUE ZERO.
002520 01  WS-CARRIED-FWD-COUNT     PIC 9(09) COMP VALUE ZERO.
002530 01  WS-SUSPENSE-FILE-STATUS  PIC X(02) VALUE '00'.
002540 01  WS-SUSPENSED-COUNT       PIC 9(09) COMP VALUE ZERO.
002550*--------------------------------------------------------------*
002560* WORK COPY OF THE EXTRACT LAYOUT - 4250 LAYS THE STORED        *
002570* RECORD IMAGE OVER IT TO GET THE FIELDS BACK OUT WHEN FILING   *
002580* A REJECTED ITEM ON SUSPENSE.                                  *
002590*--------------------------------------------------------------*
002600     COPY DL100EX REPLACING
002610         ==EX-EXTRACT-RECORD==
002620             BY ==WX-EXTRACT-RECORD==
002630         ==EX-RUN-ID==
002640             BY ==WX-RUN-ID==
002650         ==EX-RECORD-NO==
002660             BY ==WX-RECORD-NO==
002670         ==EX-CUSTOMER-ID==
002680             BY ==WX-CUSTOMER-ID==
002690         ==EX-TRANS-AMOUNT==
002700             BY ==WX-TRANS-AMOUNT==
002710         ==EX-AREA-1-VALUE==
002720             BY ==WX-AREA-1-VALUE==
002730         ==EX-AREA-2-VALUE==
002740             BY ==WX-AREA-2-VALUE==
002750         ==EX-RUN-DATE==
002760             BY ==WX-RUN-DATE==
002770         ==EX-TRANS-TYPE==
002780             BY ==WX-TRANS-TYPE==
002790         ==EX-REVERSAL-SW==
002800             BY ==WX-REVERSAL-SW==
002810         ==EX-REVERSAL==
002820             BY ==WX-REVERSAL==
002830         ==EX-POSTING-DISP==
002840             BY ==WX-POSTING-DISP==
002850         ==EX-POSTED-CREDIT==
002860             BY ==WX-POSTED-CREDIT==
002870         ==EX-POSTED-DEBIT==
002880             BY ==WX-POSTED-DEBIT==
002890         ==EX-TRANSFER-DETAIL==
002900             BY ==WX-TRANSFER-DETAIL==
002910         ==EX-XF-FROM-CUSTOMER-ID==
002920             BY ==WX-XF-FROM-CUSTOMER-ID==
002930         ==EX-XF-AMOUNT==
002940             BY ==WX-XF-AMOUNT==
002950         ==EX-XF-TO-CUSTOMER-ID==
002960             BY ==WX-XF-TO-CUSTOMER-ID==
002970         ==EX-TRANSFER-LEG-SW==
002980             BY ==WX-TRANSFER-LEG-SW==
002990         ==EX-TRANSFER-FROM-LEG==
003000             BY ==WX-TRANSFER-FROM-LEG==
003010         ==EX-TRANSFER-TO-LEG==
003020             BY ==WX-TRANSFER-TO-LEG==.
003030 01  WS-OVERFLOW-COUNT        PIC 9(09) COMP VALUE ZERO.
003040*--------------------------------------------------------------*
003050* TRANSFER PARTNER LEG - 3300 HOLDS THE STATUS AND REASON JUST  *
003060* APPLIED WHILE IT LOOKS FOR THE OTHER LEG.                     *
003070*--------------------------------------------------------------*
003080 01  WS-PARTNER-STATUS-SW     PIC X(01) VALUE SPACE.
003090 01  WS-PARTNER-REASON        PIC X(40) VALUE SPACES.
003100*--------------------------------------------------------------*
003110* CYCLE CONTROL FIELDS - THE BUSINESS DATE COMES FROM SYSIN     *
003120* (BLANK OR ZERO = TODAY); 1100 REFUSES A DATE WHOSE DL100MN    *
003130* RUN NEVER COMPLETED, AND 8000 STAMPS THIS STEP WHEN DONE.     *
003140*--------------------------------------------------------------*
003150 01  WS-CYCLE-FILE-STATUS     PIC X(02) VALUE '00'.
003160 01  WS-CYCLE-OK-SW           PIC X(01) VALUE 'N'.
003170     88  WS-CYCLE-CLEARED                VALUE 'Y'.
003180     88  WS-CYCLE-REFUSED                VALUE 'N'.
003190 01  WS-TS-DATE               PIC 9(08) VALUE ZERO.
003200 01  WS-TS-TIME               PIC 9(08) VALUE ZERO.
003210 01  WS-BUSINESS-DATE-IN      PIC X(08) VALUE SPACES.
003220 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
003230*--------------------------------------------------------------*
003240* INTER-STEP CONTROL TOTALS - WHAT DL100MN FILED FOR THE DATE   *
003250* (DL100TC ON CTLTOT) AGAINST WHAT THIS RUN READ.  7000 SETTLES *
003260* THEM; THE STEP IS STAMPED ONLY WHEN THEY AGREE.               *
003270*--------------------------------------------------------------*
003280 01  WS-CTLTOT-FILE-STATUS    PIC X(02) VALUE '00'.
003290 01  WS-CTLTOT-ROW-SW         PIC X(01) VALUE 'N'.
003300     88  WS-CTLTOT-ROW-FOUND             VALUE 'Y'.
003310     88  WS-CTLTOT-ROW-MISSING           VALUE 'N'.
003320 01  WS-CONTROL-SW            PIC X(01) VALUE 'N'.
003330     88  WS-INPUT-IN-CONTROL             VALUE 'Y'.
003340     88  WS-INPUT-OUT-OF-CONTROL         VALUE 'N'.
003350 01  WS-CONTROL-REASON        PIC X(60) VALUE SPACES.
003360 01  WS-EXTRACT-READ-COUNT    PIC 9(09) COMP VALUE ZERO.
003370 01  WS-EXTRACT-HASH          PIC 9(15) COMP-3 VALUE ZERO.
003380 01  WS-EXTRACT-AMOUNT        PIC S9(13)V99 COMP-3 VALUE ZERO.
003390 01  WS-CONTROL-EXPECTED      PIC S9(15)V99 COMP-3 VALUE ZERO.
003400 01  WS-CONTROL-ACTUAL        PIC S9(15)V99 COMP-3 VALUE ZERO.
003410 01  WS-TC-EXTRACT-COUNT      PIC 9(09) COMP VALUE ZERO.
003420 01  WS-TC-EXTRACT-HASH       PIC 9(15) COMP-3 VALUE ZERO.
003430 01  WS-TC-EXTRACT-AMOUNT     PIC S9(13)V99 COMP-3 VALUE ZERO.
003440 01  WS-CONTROL-HEADING.
003450     05  FILLER                   PIC X(01) VALUE SPACES.
003460     05  FILLER                   PIC X(30) VALUE 'CONTROL'.
003470     05  FILLER                   PIC X(22) VALUE
003480         '   EXPECTED (DL100MN)'.
003490     05  FILLER                   PIC X(03) VALUE SPACES.
003500     05  FILLER                   PIC X(22) VALUE
003510         '    ACTUAL (THIS RUN)'.
003520     05  FILLER                   PIC X(54) VALUE SPACES.
003530 01  WS-CONTROL-LINE.
003540     05  FILLER                   PIC X(01) VALUE SPACES.
003550     05  WS-CC-LABEL              PIC X(30).
003560     05  WS-CC-EXPECTED           PIC X(22).
003570     05  WS-CC-EXPECTED-COUNT REDEFINES WS-CC-EXPECTED
003580                                  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
003590     05  WS-CC-EXPECTED-AMOUNT REDEFINES WS-CC-EXPECTED
003600                                  PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
003610     05  FILLER                   PIC X(03) VALUE SPACES.
003620     05  WS-CC-ACTUAL             PIC X(22).
003630     05  WS-CC-ACTUAL-COUNT REDEFINES WS-CC-ACTUAL
003640                                  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
003650     05  WS-CC-ACTUAL-AMOUNT REDEFINES WS-CC-ACTUAL
003660                                  PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
003670     05  FILLER                   PIC X(03) VALUE SPACES.
003680     05  WS-CC-FLAG               PIC X(16).
003690     05  FILLER                   PIC X(35) VALUE SPACES.
003700*--------------------------------------------------------------*
003710* OUTSTANDING-EXTRACT TABLE - CARRY-FORWARD ITEMS FIRST, THEN   *
003720* THE DAY'S EXTRACT.  EACH ENTRY KEEPS THE FULL EXTRACT RECORD  *
003730* IMAGE SO STILL-OUTSTANDING ITEMS CAN BE CARRIED FORWARD       *
003740* BYTE-FOR-BYTE.                                                *
003750*--------------------------------------------------------------*
003760 01  WS-OUTSTANDING-TABLE.
003770     05  WS-OUT-COUNT             PIC 9(05) COMP VALUE ZERO.
003780     05  WS-OUT-ENTRY OCCURS 1 TO 5000 TIMES
003790                 DEPENDING ON WS-OUT-COUNT
003800                 INDEXED BY WS-OUT-IDX.
003810         10  WS-OUT-RUN-DATE      PIC 9(08).
003820         10  WS-OUT-RECORD-NO     PIC 9(09).
003830         10  WS-OUT-CUSTOMER-ID   PIC X(10).
003840         10  WS-OUT-AMOUNT        PIC 9(09)V99.
003850         10  WS-OUT-STATUS-SW     PIC X(01).
003860             88  WS-OUT-UNACKED       VALUE 'U'.
003870             88  WS-OUT-ACCEPTED      VALUE 'A'.
003880             88  WS-OUT-REJECTED      VALUE 'R'.
003890         10  WS-OUT-REJECT-REASON PIC X(40).
003900         10  WS-OUT-RECORD-IMAGE  PIC X(258).
003910*--------------------------------------------------------------*
003920* REPORT LINE BUILD AREAS                                       *
003930*--------------------------------------------------------------*
003940 01  WS-DETAIL-LINE.
003950     05  FILLER                   PIC X(01) VALUE SPACES.
003960     05  WS-DT-RUN-DATE           PIC 9(08).
003970     05  FILLER                   PIC X(02) VALUE SPACES.
003980     05  WS-DT-RECORD-NO          PIC 9(09).
003990     05  FILLER                   PIC X(02) VALUE SPACES.
004000     05  WS-DT-CUSTOMER-ID        PIC X(10).
004010     05  FILLER                   PIC X(02) VALUE SPACES.
004020     05  WS-DT-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
004030     05  FILLER                   PIC X(02) VALUE SPACES.
004040     05  WS-DT-STATUS             PIC X(10).
004050     05  FILLER                   PIC X(02) VALUE SPACES.
004060     05  WS-DT-REASON             PIC X(40).
004070     05  FILLER                   PIC X(30) VALUE SPACES.
004080 01  WS-REPORT-LABEL           PIC X(40) VALUE SPACES.
004090 01  WS-REPORT-COUNT           PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
004100 PROCEDURE DIVISION.
004110*================================================================*
004120* 0000-MAINLINE-CONTROL                                          *
004130*================================================================*
004140 0000-MAINLINE-CONTROL.
004150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004160     PERFORM 2000-LOAD-CARRY-FORWARD THRU 2000-EXIT
004170         UNTIL WS-CARRY-IN-EOF-REACHED.
004180     IF WS-EXTRACT-NOT-EOF
004190         PERFORM 2300-READ-EXTRACT THRU 2300-EXIT
004200     END-IF.
004210     PERFORM 2200-LOAD-EXTRACT THRU 2200-EXIT
004220         UNTIL WS-EXTRACT-EOF-REACHED.
004230     PERFORM 3000-MATCH-ACKNOWLEDGMENT THRU 3000-EXIT
004240         UNTIL WS-ACK-EOF-REACHED.
004250     IF WS-CYCLE-CLEARED
004260         PERFORM 4000-REPORT-AND-CARRY-FORWARD THRU 4000-EXIT
004270         PERFORM 7000-CHECK-CONTROL-TOTALS THRU 7000-EXIT
004280         PERFORM 7100-PRINT-CONTROL-TOTALS THRU 7100-EXIT
004290         IF WS-INPUT-IN-CONTROL
004300             PERFORM 8000-STAMP-CYCLE-STEP THRU 8000-EXIT
004310         END-IF
004320     END-IF.
004330     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004340     GOBACK.
004350 0000-EXIT.
004360     EXIT.
004370*================================================================*
004380* 1000-INITIALIZE - OPEN FILES AND PRIME THE READS.  A MISSING   *
004390* CARRY-FORWARD FILE (FIRST EVER CYCLE) OR ACKNOWLEDGMENT FILE   *
004400* IS TREATED AS EMPTY RATHER THAN FAILING THE JOB - EVERYTHING   *
004410* UNMATCHED SIMPLY CARRIES FORWARD.                              *
004420*================================================================*
004430 1000-INITIALIZE.
004440     PERFORM 1050-REINITIALIZE-WORK-AREAS THRU 1050-EXIT.
004450     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
004460     MOVE WS-TS-DATE TO WS-BUSINESS-DATE.
004470     ACCEPT WS-BUSINESS-DATE-IN.
004480     IF WS-BUSINESS-DATE-IN NUMERIC AND
004490             WS-BUSINESS-DATE-IN NOT = ZEROS
004500         MOVE WS-BUSINESS-DATE-IN TO WS-BUSINESS-DATE
004510     END-IF.
004520     OPEN OUTPUT PRINT-FILE.
004530     PERFORM 1100-CHECK-CYCLE-STATUS THRU 1100-EXIT.
004540*    A REFUSED DATE OPENS NOTHING ELSE - IN PARTICULAR NOT THE
004550*    CARRY-FORWARD OUTPUT, SO THE PRIOR CYCLE'S CARRY-FORWARD
004560*    GENERATION SURVIVES INTACT FOR THE RUN THAT WILL DO THE
004570*    JOB PROPERLY.
004580     IF WS-CYCLE-REFUSED
004590         SET WS-CARRY-IN-EOF-REACHED TO TRUE
004600         SET WS-EXTRACT-EOF-REACHED TO TRUE
004610         SET WS-ACK-EOF-REACHED TO TRUE
004620         GO TO 1000-EXIT
004630     END-IF.
004640     PERFORM 1200-OPEN-SUSPENSE-FILE THRU 1200-EXIT.
004650     OPEN INPUT CARRY-IN-FILE.
004660     IF WS-CARRY-IN-FILE-STATUS NOT = '00'
004670         SET WS-CARRY-IN-EOF-REACHED TO TRUE
004680     END-IF.
004690     OPEN INPUT EXTRACT-FILE.
004700     IF WS-EXTRACT-FILE-STATUS NOT = '00'
004710         SET WS-EXTRACT-EOF-REACHED TO TRUE
004720     END-IF.
004730     OPEN INPUT ACK-FILE.
004740     IF WS-ACK-FILE-STATUS NOT = '00'
004750         SET WS-ACK-EOF-REACHED TO TRUE
004760     END-IF.
004770     OPEN OUTPUT CARRY-OUT-FILE.
004780     IF WS-CARRY-IN-NOT-EOF
004790         PERFORM 2100-READ-CARRY-IN THRU 2100-EXIT
004800     END-IF.
004810*    THE EXTRACT READ IS NOT PRIMED HERE - 2100 STAGES EACH
004820*    CARRY-IN RECORD INTO EX-EXTRACT-RECORD, SO THE FIRST
004830*    EXTRACT READ MUST WAIT UNTIL THE CARRY-FORWARD LOAD LOOP
004840*    IN 0000 HAS DRAINED, OR IT WOULD BE OVERLAID AND LOST.
004850     IF WS-ACK-NOT-EOF
004860         PERFORM 3100-READ-ACK THRU 3100-EXIT
004870     END-IF.
004880 1000-EXIT.
004890     EXIT.
004900*================================================================*
004910* 1050-REINITIALIZE-WORK-AREAS - RE-APPLY THE PROGRAM'S DEFAULT  *
004920* VALUES TO EVERY WORKING AREA BEFORE THE RUN STARTS             *
004930*================================================================*
004940 1050-REINITIALIZE-WORK-AREAS.
004950     MOVE '00' TO WS-EXTRACT-FILE-STATUS.
004960     MOVE '00' TO WS-CARRY-IN-FILE-STATUS.
004970     MOVE '00' TO WS-ACK-FILE-STATUS.
004980     SET WS-EXTRACT-NOT-EOF TO TRUE.
004990     SET WS-CARRY-IN-NOT-EOF TO TRUE.
005000     SET WS-ACK-NOT-EOF TO TRUE.
005010     MOVE ZERO TO WS-ACK-READ-COUNT.
005020     MOVE ZERO TO WS-ACCEPTED-COUNT.
005030     MOVE ZERO TO WS-REJECTED-COUNT.
005040     MOVE ZERO TO WS-UNMATCHED-ACK-COUNT.
005050     MOVE ZERO TO WS-UNACKED-COUNT.
005060     MOVE ZERO TO WS-CARRIED-FWD-COUNT.
005070     MOVE ZERO TO WS-OVERFLOW-COUNT.
005080     MOVE SPACE TO WS-PARTNER-STATUS-SW.
005090     MOVE SPACES TO WS-PARTNER-REASON.
005100     MOVE '00' TO WS-SUSPENSE-FILE-STATUS.
005110     MOVE ZERO TO WS-SUSPENSED-COUNT.
005120     MOVE SPACES TO WX-EXTRACT-RECORD.
005130     MOVE ZERO TO WS-OUT-COUNT.
005140     MOVE SPACES TO WS-REPORT-LABEL.
005150     MOVE ZERO TO WS-REPORT-COUNT.
005160     MOVE '00' TO WS-CYCLE-FILE-STATUS.
005170     SET WS-CYCLE-REFUSED TO TRUE.
005180     MOVE ZERO TO WS-TS-DATE.
005190     MOVE ZERO TO WS-TS-TIME.
005200     MOVE SPACES TO WS-BUSINESS-DATE-IN.
005210     MOVE ZERO TO WS-BUSINESS-DATE.
005220     MOVE '00' TO WS-CTLTOT-FILE-STATUS.
005230     SET WS-CTLTOT-ROW-MISSING TO TRUE.
005240     SET WS-INPUT-OUT-OF-CONTROL TO TRUE.
005250     MOVE SPACES TO WS-CONTROL-REASON.
005260     MOVE ZERO TO WS-EXTRACT-READ-COUNT.
005270     MOVE ZERO TO WS-EXTRACT-HASH.
005280     MOVE ZERO TO WS-EXTRACT-AMOUNT.
005290     MOVE ZERO TO WS-CONTROL-EXPECTED.
005300     MOVE ZERO TO WS-CONTROL-ACTUAL.
005310 1050-EXIT.
005320     EXIT.
005330*================================================================*
005340* 1100-CHECK-CYCLE-STATUS - REFUSE TO MATCH ACKNOWLEDGMENTS FOR  *
005350* A DATE WHOSE DL100MN RUN NEVER COMPLETED - THE EXTRACT FOR     *
005360* SUCH A DATE IS HALF-WRITTEN AT BEST AND EVERY MISMATCH WOULD   *
005370* BE NOISE.  A MISSING CYCLE FILE OR ROW PROVES NOTHING, SO IT   *
005380* REFUSES TOO.                                                   *
005390*================================================================*
005400 1100-CHECK-CYCLE-STATUS.
005410     OPEN I-O CYCLE-FILE.
005420     IF WS-CYCLE-FILE-STATUS NOT = '00'
005430         MOVE 'CYCLE CONTROL FILE NOT AVAILABLE - MATCH REFUSED'
005440             TO PR-PRINT-LINE
005450         WRITE PR-PRINT-LINE
005460         GO TO 1100-EXIT
005470     END-IF.
005480     MOVE WS-BUSINESS-DATE TO CY-BUSINESS-DATE.
005490     READ CYCLE-FILE
005500         INVALID KEY
005510             PERFORM 1150-WRITE-REFUSAL-MESSAGE THRU 1150-EXIT
005520             GO TO 1100-EXIT
005530     END-READ.
005540     IF CY-MN-NOT-COMPLETE
005550         PERFORM 1150-WRITE-REFUSAL-MESSAGE THRU 1150-EXIT
005560         GO TO 1100-EXIT
005570     END-IF.
005580     SET WS-CYCLE-CLEARED TO TRUE.
005590 1100-EXIT.
005600     EXIT.
005610*================================================================*
005620* 1150-WRITE-REFUSAL-MESSAGE                                    *
005630*================================================================*
005640 1150-WRITE-REFUSAL-MESSAGE.
005650     MOVE SPACES TO PR-PRINT-LINE.
005660     STRING 'CYCLE CONTROL: DL100MN HAS NOT COMPLETED '
005670             DELIMITED BY SIZE
005680            WS-BUSINESS-DATE DELIMITED BY SIZE
005690            ' - ACKNOWLEDGMENT MATCH REFUSED' DELIMITED BY SIZE
005700         INTO PR-PRINT-LINE.
005710     WRITE PR-PRINT-LINE.
005720 1150-EXIT.
005730     EXIT.
005740*================================================================*
005750* 1200-OPEN-SUSPENSE-FILE - THE SUSPENSE FILE IS OWNED BY THE    *
005760* DL100MN RUN AND NORMALLY EXISTS; IT IS CREATED ON FIRST USE    *
005770* HERE THE SAME WAY DL100MN CREATES IT, SO A FIRST-EVER CYCLE    *
005780* WITH A REJECTED ACK STILL HAS SOMEWHERE TO FILE IT.            *
005790*================================================================*
005800 1200-OPEN-SUSPENSE-FILE.
005810     OPEN I-O SUSPENSE-FILE.
005820     IF WS-SUSPENSE-FILE-STATUS NOT = '00'
005830         OPEN OUTPUT SUSPENSE-FILE
005840         CLOSE SUSPENSE-FILE
005850         OPEN I-O SUSPENSE-FILE
005860     END-IF.
005870 1200-EXIT.
005880     EXIT.
005890*================================================================*
005900* 2000-LOAD-CARRY-FORWARD - ONE ITEM CARRIED FROM A PRIOR CYCLE  *
005910*================================================================*
005920 2000-LOAD-CARRY-FORWARD.
005930     PERFORM 2400-ADD-OUTSTANDING-ENTRY THRU 2400-EXIT.
005940     PERFORM 2100-READ-CARRY-IN THRU 2100-EXIT.
005950 2000-EXIT.
005960     EXIT.
005970*================================================================*
005980* 2100-READ-CARRY-IN                                            *
005990*================================================================*
006000 2100-READ-CARRY-IN.
006010     READ CARRY-IN-FILE
006020         AT END
006030             SET WS-CARRY-IN-EOF-REACHED TO TRUE
006040     END-READ.
006050     IF WS-CARRY-IN-NOT-EOF
006060         MOVE CI-EXTRACT-RECORD TO EX-EXTRACT-RECORD
006070     END-IF.
006080 2100-EXIT.
006090     EXIT.
006100*================================================================*
006110* 2200-LOAD-EXTRACT - ONE OF THE DAY'S EXTRACT RECORDS           *
006120*================================================================*
006130 2200-LOAD-EXTRACT.
006140     ADD 1 TO WS-EXTRACT-READ-COUNT.
006150     ADD EX-RECORD-NO TO WS-EXTRACT-HASH.
006160     ADD EX-TRANS-AMOUNT TO WS-EXTRACT-AMOUNT.
006170     PERFORM 2400-ADD-OUTSTANDING-ENTRY THRU 2400-EXIT.
006180     PERFORM 2300-READ-EXTRACT THRU 2300-EXIT.
006190 2200-EXIT.
006200     EXIT.
006210*================================================================*
006220* 2300-READ-EXTRACT                                             *
006230*================================================================*
006240 2300-READ-EXTRACT.
006250     READ EXTRACT-FILE
006260         AT END
006270             SET WS-EXTRACT-EOF-REACHED TO TRUE
006280     END-READ.
006290 2300-EXIT.
006300     EXIT.
006310*================================================================*
006320* 2400-ADD-OUTSTANDING-ENTRY - FILE THE EX-EXTRACT-RECORD NOW    *
006330* IN THE RECORD AREA AS THE NEXT OUTSTANDING ITEM.  AN ITEM      *
006340* BEYOND THE TABLE LIMIT CANNOT BE MATCHED TODAY, SO IT IS       *
006350* WRITTEN STRAIGHT TO THE CARRY-FORWARD FILE (AND COUNTED ON     *
006360* THE REPORT) SO IT RE-ENTERS THE TABLE NEXT CYCLE INSTEAD OF    *
006370* DROPPING OUT OF THE TRACKING LOOP PERMANENTLY.                 *
006380*================================================================*
006390 2400-ADD-OUTSTANDING-ENTRY.
006400     IF WS-OUT-COUNT = 5000
006410         ADD 1 TO WS-OVERFLOW-COUNT
006420         MOVE EX-EXTRACT-RECORD TO CO-EXTRACT-RECORD
006430         WRITE CO-EXTRACT-RECORD
006440         ADD 1 TO WS-CARRIED-FWD-COUNT
006450         GO TO 2400-EXIT
006460     END-IF.
006470     ADD 1 TO WS-OUT-COUNT.
006480     SET WS-OUT-IDX TO WS-OUT-COUNT.
006490     MOVE EX-RUN-DATE TO WS-OUT-RUN-DATE (WS-OUT-IDX).
006500     MOVE EX-RECORD-NO TO WS-OUT-RECORD-NO (WS-OUT-IDX).
006510     MOVE EX-CUSTOMER-ID TO WS-OUT-CUSTOMER-ID (WS-OUT-IDX).
006520     MOVE EX-TRANS-AMOUNT TO WS-OUT-AMOUNT (WS-OUT-IDX).
006530     MOVE 'U' TO WS-OUT-STATUS-SW (WS-OUT-IDX).
006540     MOVE SPACES TO WS-OUT-REJECT-REASON (WS-OUT-IDX).
006550     MOVE EX-EXTRACT-RECORD TO WS-OUT-RECORD-IMAGE (WS-OUT-IDX).
006560 2400-EXIT.
006570     EXIT.
006580*================================================================*
006590* 3000-MATCH-ACKNOWLEDGMENT - MARK THE OUTSTANDING ENTRY THIS    *
006600* ACKNOWLEDGMENT REFERS TO.  AN ACKNOWLEDGMENT FOR NOTHING WE    *
006610* SENT IS COUNTED AND REPORTED.  THE SEARCH STOPS AT THE FIRST   *
006620* LEG OF A TRANSFER; 3300 CARRIES THE SAME STATUS TO THE OTHER.  *
006630*================================================================*
006640 3000-MATCH-ACKNOWLEDGMENT.
006650     ADD 1 TO WS-ACK-READ-COUNT.
006660     IF WS-OUT-COUNT = ZERO
006670         ADD 1 TO WS-UNMATCHED-ACK-COUNT
006680         GO TO 3000-NEXT
006690     END-IF.
006700     SET WS-OUT-IDX TO 1.
006710     SEARCH WS-OUT-ENTRY VARYING WS-OUT-IDX
006720         AT END
006730             ADD 1 TO WS-UNMATCHED-ACK-COUNT
006740         WHEN WS-OUT-RUN-DATE (WS-OUT-IDX) = AK-RUN-DATE AND
006750                 WS-OUT-RECORD-NO (WS-OUT-IDX) = AK-RECORD-NO
006760             PERFORM 3200-APPLY-ACK-STATUS THRU 3200-EXIT
006770             PERFORM 3300-APPLY-PARTNER-LEG THRU 3300-EXIT
006780     END-SEARCH.
006790 3000-NEXT.
006800     PERFORM 3100-READ-ACK THRU 3100-EXIT.
006810 3000-EXIT.
006820     EXIT.
006830*================================================================*
006840* 3100-READ-ACK                                                 *
006850*================================================================*
006860 3100-READ-ACK.
006870     READ ACK-FILE
006880         AT END
006890             SET WS-ACK-EOF-REACHED TO TRUE
006900     END-READ.
006910 3100-EXIT.
006920     EXIT.
006930*================================================================*
006940* 3200-APPLY-ACK-STATUS                                         *
006950*================================================================*
006960 3200-APPLY-ACK-STATUS.
006970     IF AK-ACCEPTED
006980         MOVE 'A' TO WS-OUT-STATUS-SW (WS-OUT-IDX)
006990         ADD 1 TO WS-ACCEPTED-COUNT
007000     ELSE
007010         MOVE 'R' TO WS-OUT-STATUS-SW (WS-OUT-IDX)
007020         MOVE AK-REJECT-REASON TO
007030             WS-OUT-REJECT-REASON (WS-OUT-IDX)
007040         ADD 1 TO WS-REJECTED-COUNT
007050     END-IF.
007060 3200-EXIT.
007070     EXIT.
007080*================================================================*
007090* 3300-APPLY-PARTNER-LEG - THE TWO LEGS OF A TRANSFER GO OUT AS  *
007100* TWO EXTRACT ROWS UNDER ONE RUN DATE AND RECORD NUMBER, BUT THE *
007110* CONSUMER ACKNOWLEDGES THE TRANSFER ONCE.  ANY LATER ENTRY WITH *
007120* THE SAME KEY TAKES THE STATUS JUST APPLIED; THE ITEM WAS       *
007130* ALREADY COUNTED ONCE BY 3200.  FOR ANY OTHER ITEM THE SEARCH   *
007140* SIMPLY RUNS OFF THE END OF THE TABLE.                          *
007150*================================================================*
007160 3300-APPLY-PARTNER-LEG.
007170     MOVE WS-OUT-STATUS-SW (WS-OUT-IDX) TO WS-PARTNER-STATUS-SW.
007180     MOVE WS-OUT-REJECT-REASON (WS-OUT-IDX) TO WS-PARTNER-REASON.
007190     IF WS-OUT-IDX NOT < WS-OUT-COUNT
007200         GO TO 3300-EXIT
007210     END-IF.
007220     SET WS-OUT-IDX UP BY 1.
007230     SEARCH WS-OUT-ENTRY VARYING WS-OUT-IDX
007240         AT END
007250             CONTINUE
007260         WHEN WS-OUT-RUN-DATE (WS-OUT-IDX) = AK-RUN-DATE AND
007270                 WS-OUT-RECORD-NO (WS-OUT-IDX) = AK-RECORD-NO
007280             MOVE WS-PARTNER-STATUS-SW TO
007290                 WS-OUT-STATUS-SW (WS-OUT-IDX)
007300             MOVE WS-PARTNER-REASON TO
007310                 WS-OUT-REJECT-REASON (WS-OUT-IDX)
007320     END-SEARCH.
007330 3300-EXIT.
007340     EXIT.
007350*================================================================*
007360* 4000-REPORT-AND-CARRY-FORWARD - PRINT EVERY ITEM THAT IS NOT   *
007370* ACCEPTED AND WRITE IT TO THE CARRY-FORWARD FILE SO IT KEEPS    *
007380* APPEARING UNTIL IT CLEARS.  ACCEPTED ITEMS DROP OFF HERE.      *
007390*================================================================*
007400 4000-REPORT-AND-CARRY-FORWARD.
007410     PERFORM 4100-PRINT-HEADINGS THRU 4100-EXIT.
007420     IF WS-OUT-COUNT > ZERO
007430         PERFORM 4200-SETTLE-ONE-ITEM THRU 4200-EXIT
007440             VARYING WS-OUT-IDX FROM 1 BY 1
007450             UNTIL WS-OUT-IDX > WS-OUT-COUNT
007460     END-IF.
007470     PERFORM 4500-PRINT-TOTALS THRU 4500-EXIT.
007480 4000-EXIT.
007490     EXIT.
007500*================================================================*
007510* 4100-PRINT-HEADINGS                                           *
007520*================================================================*
007530 4100-PRINT-HEADINGS.
007540     MOVE SPACES TO PR-PRINT-LINE.
007550     MOVE 'DL100 EXTRACT ACKNOWLEDGMENT MATCH REPORT' TO
007560             PR-PRINT-LINE.
007570     WRITE PR-PRINT-LINE.
007580     MOVE SPACES TO PR-PRINT-LINE.
007590     WRITE PR-PRINT-LINE.
007600     MOVE SPACES TO PR-PRINT-LINE.
007610     MOVE ' RUN-DATE  RECORD-NO  CUSTOMER-ID     AMOUNT' TO
007620             PR-PRINT-LINE.
007630     WRITE PR-PRINT-LINE.
007640 4100-EXIT.
007650     EXIT.
007660*================================================================*
007670* 4200-SETTLE-ONE-ITEM - ACCEPTED ITEMS DROP OFF; A REJECTED     *
007680* ITEM IS PRINTED AND FILED ON THE SUSPENSE FILE FOR THE         *
007690* REPAIR-AND-RESUBMIT FLOW, AND AN UNACKNOWLEDGED ITEM IS        *
007700* PRINTED AND CARRIED FORWARD TO THE NEXT CYCLE.                 *
007710*================================================================*
007720 4200-SETTLE-ONE-ITEM.
007730     IF WS-OUT-ACCEPTED (WS-OUT-IDX)
007740         GO TO 4200-EXIT
007750     END-IF.
007760     MOVE WS-OUT-RUN-DATE (WS-OUT-IDX) TO WS-DT-RUN-DATE.
007770     MOVE WS-OUT-RECORD-NO (WS-OUT-IDX) TO WS-DT-RECORD-NO.
007780     MOVE WS-OUT-CUSTOMER-ID (WS-OUT-IDX) TO WS-DT-CUSTOMER-ID.
007790     MOVE WS-OUT-AMOUNT (WS-OUT-IDX) TO WS-DT-AMOUNT.
007800     IF WS-OUT-REJECTED (WS-OUT-IDX)
007810         MOVE 'REJECTED' TO WS-DT-STATUS
007820         MOVE WS-OUT-REJECT-REASON (WS-OUT-IDX) TO WS-DT-REASON
007830         MOVE WS-DETAIL-LINE TO PR-PRINT-LINE
007840         WRITE PR-PRINT-LINE
007850         PERFORM 4250-SUSPEND-REJECTED-ITEM THRU 4250-EXIT
007860         GO TO 4200-EXIT
007870     END-IF.
007880     MOVE 'UNACKED' TO WS-DT-STATUS.
007890     MOVE SPACES TO WS-DT-REASON.
007900     ADD 1 TO WS-UNACKED-COUNT.
007910     MOVE WS-DETAIL-LINE TO PR-PRINT-LINE.
007920     WRITE PR-PRINT-LINE.
007930     MOVE WS-OUT-RECORD-IMAGE (WS-OUT-IDX) TO CO-EXTRACT-RECORD.
007940     WRITE CO-EXTRACT-RECORD.
007950     ADD 1 TO WS-CARRIED-FWD-COUNT.
007960 4200-EXIT.
007970     EXIT.
007980*================================================================*
007990* 4250-SUSPEND-REJECTED-ITEM - FILE THE REJECTED EXTRACT RECORD  *
008000* ON THE DL100SP SUSPENSE FILE, KEYED BY ITS RUN DATE AND        *
008010* RECORD NUMBER (A RECORD THAT REACHED THE EXTRACT WAS NEVER     *
008020* SUSPENSED BY DL100MN, SO THE KEY IS FREE), CARRYING THE        *
008030* CONSUMER'S REJECT REASON AND THE EXTRACT'S CUSTOMER, AMOUNT    *
008040* AND AREA CONTENT.  OPERATIONS CORRECTS IT THROUGH DL100SU      *
008050* AND THE NEXT DL100MN RUN RE-VALIDATES AND RE-EXTRACTS IT       *
008060* LIKE ANY OTHER RESUBMIT.  A DUPLICATE KEY CAN ONLY MEAN THE    *
008070* CONSUMER REJECTED THE SAME RECORD TWICE, SO THE ROW IS         *
008080* REFRESHED RATHER THAN TREATED AS AN ERROR.  A TRANSFER IS      *
008090* FILED ONCE, FROM ITS FROM-LEG: THAT ROW'S AREA CONTENT NAMES   *
008100* BOTH CUSTOMERS AND RESUBMITS AS THE WHOLE TRANSFER, SO THE     *
008110* TO-LEG (SAME KEY) IS SKIPPED.                                  *
008120*================================================================*
008130 4250-SUSPEND-REJECTED-ITEM.
008140     MOVE WS-OUT-RECORD-IMAGE (WS-OUT-IDX) TO WX-EXTRACT-RECORD.
008150     IF WX-TRANSFER-TO-LEG
008160         GO TO 4250-EXIT
008170     END-IF.
008180     MOVE WX-RUN-DATE TO SP-DATE-ADDED.
008190     MOVE WX-RECORD-NO TO SP-ORIG-RECORD-NO.
008200     SET SP-OPEN TO TRUE.
008210     MOVE WX-CUSTOMER-ID TO SP-CUSTOMER-ID.
008220     MOVE WX-RUN-DATE TO SP-TRANS-DATE.
008230     MOVE WX-TRANS-TYPE TO SP-TRANS-TYPE.
008240     MOVE WX-TRANS-AMOUNT TO SP-TRANS-AMOUNT.
008250     MOVE 'A001' TO SP-REASON-CODE.
008260     MOVE WS-OUT-REJECT-REASON (WS-OUT-IDX) TO SP-REASON-TEXT.
008270     MOVE WX-AREA-1-VALUE TO SP-RAW-AREA-1.
008280     MOVE WX-AREA-2-VALUE TO SP-RAW-AREA-2.
008290     MOVE ZERO TO SP-RESUBMIT-COUNT.
008300     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
008310     MOVE WS-TS-DATE TO SP-LAST-UPDATE-DATE.
008320     MOVE SPACES TO SP-LAST-UPDATE-USER.
008330     MOVE ZERO TO SP-CLEARED-DATE.
008340     MOVE SPACES TO SP-SOURCE-SYSTEM.
008350     WRITE SP-SUSPENSE-RECORD
008360         INVALID KEY
008370             REWRITE SP-SUSPENSE-RECORD
008380     END-WRITE.
008390     ADD 1 TO WS-SUSPENSED-COUNT.
008400 4250-EXIT.
008410     EXIT.
008420*================================================================*
008430* 4500-PRINT-TOTALS                                             *
008440*================================================================*
008450 4500-PRINT-TOTALS.
008460     MOVE SPACES TO PR-PRINT-LINE.
008470     WRITE PR-PRINT-LINE.
008480     MOVE 'ACKNOWLEDGMENTS READ' TO WS-REPORT-LABEL.
008490     MOVE WS-ACK-READ-COUNT TO WS-REPORT-COUNT.
008500     PERFORM 4600-WRITE-COUNT-LINE THRU 4600-EXIT.
008510     MOVE 'EXTRACT RECORDS ACCEPTED' TO WS-REPORT-LABEL.
008520     MOVE WS-ACCEPTED-COUNT TO WS-REPORT-COUNT.
008530     PERFORM 4600-WRITE-COUNT-LINE THRU 4600-EXIT.
008540     MOVE 'EXTRACT RECORDS REJECTED' TO WS-REPORT-LABEL.
008550     MOVE WS-REJECTED-COUNT TO WS-REPORT-COUNT.
008560     PERFORM 4600-WRITE-COUNT-LINE THRU 4600-EXIT.
008570     MOVE 'EXTRACT RECORDS UNACKNOWLEDGED' TO WS-REPORT-LABEL.
008580     MOVE WS-UNACKED-COUNT TO WS-REPORT-COUNT.
008590     PERFORM 4600-WRITE-COUNT-LINE THRU 4600-EXIT.
008600     MOVE 'ITEMS CARRIED FORWARD' TO WS-REPORT-LABEL.
008610     MOVE WS-CARRIED-FWD-COUNT TO WS-REPORT-COUNT.
008620     PERFORM 4600-WRITE-COUNT-LINE THRU 4600-EXIT.
008630     MOVE 'REJECTED ITEMS FILED TO SUSPENSE' TO WS-REPORT-LABEL.
008640     MOVE WS-SUSPENSED-COUNT TO WS-REPORT-COUNT.
008650     PERFORM 4600-WRITE-COUNT-LINE THRU 4600-EXIT.
008660     MOVE 'ACKS MATCHING NOTHING WE SENT' TO WS-REPORT-LABEL.
008670     MOVE WS-UNMATCHED-ACK-COUNT TO WS-REPORT-COUNT.
008680     PERFORM 4600-WRITE-COUNT-LINE THRU 4600-EXIT.
008690     IF WS-OVERFLOW-COUNT > ZERO
008700         MOVE 'ITEMS BEYOND TABLE LIMIT (CARRIED)' TO
008710             WS-REPORT-LABEL
008720         MOVE WS-OVERFLOW-COUNT TO WS-REPORT-COUNT
008730         PERFORM 4600-WRITE-COUNT-LINE THRU 4600-EXIT
008740     END-IF.
008750 4500-EXIT.
008760     EXIT.
008770*================================================================*
008780* 4600-WRITE-COUNT-LINE                                         *
008790*================================================================*
008800 4600-WRITE-COUNT-LINE.
008810     MOVE SPACES TO PR-PRINT-LINE.
008820     STRING WS-REPORT-LABEL  DELIMITED BY SIZE
008830            ' . . . . . . '  DELIMITED BY SIZE
008840            WS-REPORT-COUNT  DELIMITED BY SIZE
008850         INTO PR-PRINT-LINE.
008860     WRITE PR-PRINT-LINE.
008870 4600-EXIT.
008880     EXIT.
008890*================================================================*
008900* 7000-CHECK-CONTROL-TOTALS - READ THE DATE'S DL100TC ROW AND    *
008910* SET WHAT THIS RUN READ AGAINST WHAT DL100MN FILED.  NO FILE OR *
008920* NO ROW PROVES NOTHING, SO EITHER LEAVES THE INPUT OUT OF       *
008930* CONTROL THE SAME AS A DIFFERENCE DOES.                         *
008940*================================================================*
008950 7000-CHECK-CONTROL-TOTALS.
008960     SET WS-INPUT-OUT-OF-CONTROL TO TRUE.
008970     SET WS-CTLTOT-ROW-MISSING TO TRUE.
008980     MOVE ZERO TO WS-TC-EXTRACT-COUNT.
008990     MOVE ZERO TO WS-TC-EXTRACT-HASH.
009000     MOVE ZERO TO WS-TC-EXTRACT-AMOUNT.
009010     OPEN INPUT CONTROL-TOTALS-FILE.
009020     IF WS-CTLTOT-FILE-STATUS NOT = '00'
009030         MOVE 'CONTROL TOTALS FILE NOT AVAILABLE' TO
009040             WS-CONTROL-REASON
009050         GO TO 7000-EXIT
009060     END-IF.
009070     MOVE WS-BUSINESS-DATE TO TC-BUSINESS-DATE.
009080     READ CONTROL-TOTALS-FILE
009090         INVALID KEY
009100             MOVE 'NO CONTROL TOTALS ON FILE FOR THE DATE' TO
009110                 WS-CONTROL-REASON
009120         NOT INVALID KEY
009130             SET WS-CTLTOT-ROW-FOUND TO TRUE
009140             MOVE TC-EXTRACT-COUNT TO WS-TC-EXTRACT-COUNT
009150             MOVE TC-EXTRACT-HASH TO WS-TC-EXTRACT-HASH
009160             MOVE TC-EXTRACT-AMOUNT TO WS-TC-EXTRACT-AMOUNT
009170     END-READ.
009180     CLOSE CONTROL-TOTALS-FILE.
009190     IF WS-CTLTOT-ROW-MISSING
009200         GO TO 7000-EXIT
009210     END-IF.
009220     IF WS-TC-EXTRACT-COUNT = WS-EXTRACT-READ-COUNT AND
009230             WS-TC-EXTRACT-HASH = WS-EXTRACT-HASH AND
009240             WS-TC-EXTRACT-AMOUNT = WS-EXTRACT-AMOUNT
009250         SET WS-INPUT-IN-CONTROL TO TRUE
009260     ELSE
009270         MOVE 'INPUT DOES NOT AGREE WITH THE DL100MN TOTALS' TO
009280             WS-CONTROL-REASON
009290     END-IF.
009300 7000-EXIT.
009310     EXIT.
009320*================================================================*
009330* 7100-PRINT-CONTROL-TOTALS - EXPECTED AGAINST ACTUAL FOR EVERY  *
009340* CONTROL, UNDER AN OUT-OF-CONTROL BANNER WHEN THEY DISAGREE     *
009350*================================================================*
009360 7100-PRINT-CONTROL-TOTALS.
009370     MOVE SPACES TO PR-PRINT-LINE.
009380     WRITE PR-PRINT-LINE.
009390     IF WS-INPUT-OUT-OF-CONTROL
009400         PERFORM 7150-PRINT-BANNER THRU 7150-EXIT
009410     END-IF.
009420     MOVE SPACES TO PR-PRINT-LINE.
009430     STRING 'INTER-STEP CONTROL TOTALS FOR BUSINESS DATE '
009440             DELIMITED BY SIZE
009450            WS-BUSINESS-DATE DELIMITED BY SIZE
009460         INTO PR-PRINT-LINE.
009470     WRITE PR-PRINT-LINE.
009480     MOVE WS-CONTROL-HEADING TO PR-PRINT-LINE.
009490     WRITE PR-PRINT-LINE.
009500     MOVE 'EXTRACT RECORDS' TO WS-CC-LABEL.
009510     MOVE WS-TC-EXTRACT-COUNT TO WS-CONTROL-EXPECTED.
009520     MOVE WS-EXTRACT-READ-COUNT TO WS-CONTROL-ACTUAL.
009530     PERFORM 7200-WRITE-CONTROL-COUNT THRU 7200-EXIT.
009540     MOVE 'EXTRACT RECORD-NUMBER HASH' TO WS-CC-LABEL.
009550     MOVE WS-TC-EXTRACT-HASH TO WS-CONTROL-EXPECTED.
009560     MOVE WS-EXTRACT-HASH TO WS-CONTROL-ACTUAL.
009570     PERFORM 7200-WRITE-CONTROL-COUNT THRU 7200-EXIT.
009580     MOVE 'EXTRACT AMOUNT TOTAL' TO WS-CC-LABEL.
009590     MOVE WS-TC-EXTRACT-AMOUNT TO WS-CONTROL-EXPECTED.
009600     MOVE WS-EXTRACT-AMOUNT TO WS-CONTROL-ACTUAL.
009610     PERFORM 7250-WRITE-CONTROL-AMOUNT THRU 7250-EXIT.
009620     IF WS-INPUT-IN-CONTROL
009630         MOVE 'INPUT IN CONTROL - AGREES WITH DL100MN TOTALS'
009640             TO PR-PRINT-LINE
009650         WRITE PR-PRINT-LINE
009660     ELSE
009670         PERFORM 7150-PRINT-BANNER THRU 7150-EXIT
009680     END-IF.
009690 7100-EXIT.
009700     EXIT.
009710*================================================================*
009720* 7150-PRINT-BANNER - THE OUT-OF-CONTROL BANNER, PRINTED ABOVE   *
009730* AND BELOW THE CONTROL LINES SO IT CANNOT BE MISSED             *
009740*================================================================*
009750 7150-PRINT-BANNER.
009760     MOVE ALL '*' TO PR-PRINT-LINE.
009770     WRITE PR-PRINT-LINE.
009780     MOVE SPACES TO PR-PRINT-LINE.
009790     STRING '*****  INPUT OUT OF CONTROL - ' DELIMITED BY SIZE
009800            'DL100AM STEP NOT STAMPED COMPLETE' DELIMITED BY SIZE
009810            ' - DO NOT RELY ON THIS REPORT  *****'
009820             DELIMITED BY SIZE
009830         INTO PR-PRINT-LINE.
009840     WRITE PR-PRINT-LINE.
009850     MOVE SPACES TO PR-PRINT-LINE.
009860     STRING '*****  ' DELIMITED BY SIZE
009870            WS-CONTROL-REASON DELIMITED BY SIZE
009880         INTO PR-PRINT-LINE.
009890     WRITE PR-PRINT-LINE.
009900     MOVE '*****  RERUN AFTER CORRECTING THE EXTRIN INPUT'
009910         TO PR-PRINT-LINE.
009920     WRITE PR-PRINT-LINE.
009930     MOVE ALL '*' TO PR-PRINT-LINE.
009940     WRITE PR-PRINT-LINE.
009950 7150-EXIT.
009960     EXIT.
009970*================================================================*
009980* 7200-WRITE-CONTROL-COUNT - ONE COUNT OR HASH CONTROL LINE      *
009990*================================================================*
010000 7200-WRITE-CONTROL-COUNT.
010010     MOVE WS-CONTROL-ACTUAL TO WS-CC-ACTUAL-COUNT.
010020     IF WS-CTLTOT-ROW-FOUND
010030         MOVE WS-CONTROL-EXPECTED TO WS-CC-EXPECTED-COUNT
010040     ELSE
010050         MOVE SPACES TO WS-CC-EXPECTED
010060     END-IF.
010070     PERFORM 7300-FLAG-AND-WRITE THRU 7300-EXIT.
010080 7200-EXIT.
010090     EXIT.
010100*================================================================*
010110* 7250-WRITE-CONTROL-AMOUNT - ONE AMOUNT CONTROL LINE            *
010120*================================================================*
010130 7250-WRITE-CONTROL-AMOUNT.
010140     MOVE WS-CONTROL-ACTUAL TO WS-CC-ACTUAL-AMOUNT.
010150     IF WS-CTLTOT-ROW-FOUND
010160         MOVE WS-CONTROL-EXPECTED TO WS-CC-EXPECTED-AMOUNT
010170     ELSE
010180         MOVE SPACES TO WS-CC-EXPECTED
010190     END-IF.
010200     PERFORM 7300-FLAG-AND-WRITE THRU 7300-EXIT.
010210 7250-EXIT.
010220     EXIT.
010230*================================================================*
010240* 7300-FLAG-AND-WRITE                                            *
010250*================================================================*
010260 7300-FLAG-AND-WRITE.
010270     IF WS-CTLTOT-ROW-FOUND AND
010280             WS-CONTROL-EXPECTED NOT = WS-CONTROL-ACTUAL
010290         MOVE '<<< DIFFERENCE' TO WS-CC-FLAG
010300     ELSE
010310         MOVE SPACES TO WS-CC-FLAG
010320     END-IF.
010330     MOVE WS-CONTROL-LINE TO PR-PRINT-LINE.
010340     WRITE PR-PRINT-LINE.
010350 7300-EXIT.
010360     EXIT.
010370*================================================================*
010380* 8000-STAMP-CYCLE-STEP - RECORD ON THE CYCLE CONTROL ROW THAT  *
010390* THIS MATCH COMPLETED FOR THE BUSINESS DATE, AND WHEN, FOR     *
010400* THE STEPS THAT RUN BEHIND IT.                                 *
010410*================================================================*
010420 8000-STAMP-CYCLE-STEP.
010430     MOVE WS-BUSINESS-DATE TO CY-BUSINESS-DATE.
010440     READ CYCLE-FILE
010450         INVALID KEY
010460             GO TO 8000-EXIT
010470     END-READ.
010480     SET CY-AM-COMPLETE TO TRUE.
010490     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
010500     ACCEPT WS-TS-TIME FROM TIME.
010510     MOVE SPACES TO CY-AM-STAMP.
010520     STRING WS-TS-DATE  DELIMITED BY SIZE
010530            '-'          DELIMITED BY SIZE
010540            WS-TS-TIME   DELIMITED BY SIZE
010550         INTO CY-AM-STAMP.
010560     REWRITE CY-CYCLE-RECORD.
010570 8000-EXIT.
010580     EXIT.
010590*================================================================*
010600* 9000-TERMINATE - CLOSE FILES                                  *
010610*================================================================*
010620 9000-TERMINATE.
010630     IF WS-CYCLE-REFUSED
010640         GO TO 9000-CLOSE-CYCLE
010650     END-IF.
010660     IF WS-CARRY-IN-FILE-STATUS NOT = '35'
010670         CLOSE CARRY-IN-FILE
010680     END-IF.
010690     IF WS-EXTRACT-FILE-STATUS NOT = '35'
010700         CLOSE EXTRACT-FILE
010710     END-IF.
010720     IF WS-ACK-FILE-STATUS NOT = '35'
010730         CLOSE ACK-FILE
010740     END-IF.
010750     CLOSE CARRY-OUT-FILE.
010760     CLOSE SUSPENSE-FILE.
010770 9000-CLOSE-CYCLE.
010780     IF WS-CYCLE-FILE-STATUS = '00'
010790         CLOSE CYCLE-FILE
010800     END-IF.
010810     CLOSE PRINT-FILE.
010820 9000-EXIT.
010830     EXIT.
