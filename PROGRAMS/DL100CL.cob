000300*   BACK OUT AN AMOUNT OTHER THAN THE ONE ECHOED ON ITS        *
000310*   EXTRACT ROW; SUCH A DAY SHOWS A MOVEMENT DIFFERENCE HERE   *
000320*   AND IS INVESTIGATED RATHER THAN WAVED THROUGH.             *
000330*   A CUSTOMER-TO-CUSTOMER TRANSFER REACHES THE EXTRACT AS TWO  *
000340*   ROWS - A FROM-LEG DEBIT AND A TO-LEG CREDIT UNDER ONE       *
000350*   RECORD NUMBER.  THE LEGS ARE COUNTED AND TOTALLED SIDE BY   *
000360*   SIDE AND MUST PAIR EXACTLY.                                 *
000370*   THE EXTRACT IS ALSO COUNTED AGAINST THE DL100TC CONTROL     *
000380*   TOTALS DL100MN FILED FOR THE DATE; A DAY IN PROOF ON THE    *
000390*   RIGHT INPUT IS STAMPED ON THE DL100CY CYCLE ROW.            *
000400*                                                                *
000410* MODIFICATION HISTORY.                                         *
000420*   2026-09-02  JW  INITIAL VERSION.                             *
000430*   2026-10-15  JW  WRITE A DL100BH BALANCE SNAPSHOT FOR        *
000440*                   EVERY CUSTOMER AS IT IS PROVED (BALHIST),   *
000450*                   KEYED BY CUSTOMER AND PROCESS DATE.  A      *
000460*                   RERUN OF THE DATE REPLACES ITS SNAPSHOTS.   *
000470*   2026-10-15  JW  PAIR UP THE DAY'S TRANSFER LEGS BY          *
000480*                   EX-TRANSFER-LEG-SW.  EVERY FROM-LEG MUST    *
000490*                   HAVE ITS TO-LEG FOR THE SAME AMOUNT, OR     *
000500*                   THE DAY FAILS PROOF.                        *
000510*   2026-10-15  JW  INTER-STEP CONTROL TOTALS.  EVERY EXTRACT   *
000520*                   ROW READ IS COUNTED, HASHED BY RECORD       *
000530*                   NUMBER AND TOTALLED (3000) AND SET AGAINST  *
000540*                   THE DL100TC ROW FOR THE DATE (7000).  A     *
000550*                   DIFFERENCE PRINTS AN OUT-OF-CONTROL BANNER  *
000560*                   AND FAILS THE DAY.  A DAY IN PROOF NOW      *
000570*                   STAMPS THE DL100CL STEP ON DL100CY (8000).  *
000580*   2026-10-15  JW  THE DL100TC EXPECTED TOTALS ARE SAVED TO    *
000590*                   WORKING STORAGE (WS-TC-) BEFORE CTLTOT IS   *
000600*                   CLOSED; 7000 AND 7100 USE ONLY THE SAVED    *
000610*                   COPIES, ZERO WHEN NO ROW WAS READ.          *
000620*--------------------------------------------------------------*
000630 ENVIRONMENT DIVISION.
000640 CONFIGURATION SECTION.
000650 SOURCE-COMPUTER.   IBM-370.
000660 OBJECT-COMPUTER.   IBM-370.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMST
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS CM-CUSTOMER-ID
000730         FILE STATUS IS WS-CUSTMST-FILE-STATUS.
000740     SELECT EXTRACT-FILE ASSIGN TO EXTRIN
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
000770     SELECT PRINT-FILE ASSIGN TO CLOSRPT
000780         ORGANIZATION IS SEQUENTIAL.
000790     SELECT BALANCE-HISTORY ASSIGN TO BALHIST
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS RANDOM
000820         RECORD KEY IS BH-HISTORY-KEY
000830         FILE STATUS IS WS-BALHIST-FILE-STATUS.
000840     SELECT CYCLE-FILE ASSIGN TO CYCCTL
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS RANDOM
000870         RECORD KEY IS CY-BUSINESS-DATE
000880         FILE STATUS IS WS-CYCLE-FILE-STATUS.
000890     SELECT CONTROL-TOTALS-FILE ASSIGN TO CTLTOT
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS RANDOM
000920         RECORD KEY IS TC-BUSINESS-DATE
000930         FILE STATUS IS WS-CTLTOT-FILE-STATUS.
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  CUSTOMER-MASTER
000970     LABEL RECORDS ARE STANDARD.
000980     COPY DL100CM.
000990 FD  EXTRACT-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020     COPY DL100EX.
001030 FD  BALANCE-HISTORY
001040     LABEL RECORDS ARE STANDARD.
001050     COPY DL100BH.
001060 FD  CYCLE-FILE
001070     LABEL RECORDS ARE STANDARD.
001080     COPY DL100CY.
001090 FD  CONTROL-TOTALS-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY DL100TC.
001120 FD  PRINT-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 01  PR-PRINT-LINE               PIC X(132).
001160 WORKING-STORAGE SECTION.
001170*--------------------------------------------------------------*
001180* FIELD-LEVEL INITIALIZATION STANDARD - SEE DL100MN FOR THE     *
001190* FULL STATEMENT OF THE RULE.                                   *
001200*--------------------------------------------------------------*
001210* RUN CONTROL SWITCHES AND STATUS FIELDS                        *
001220*--------------------------------------------------------------*
001230 01  WS-CUSTMST-FILE-STATUS   PIC X(02) VALUE '00'.
001240 01  WS-EXTRACT-FILE-STATUS   PIC X(02) VALUE '00'.
001250 01  WS-BALHIST-FILE-STATUS   PIC X(02) VALUE '00'.
001260 01  WS-CYCLE-FILE-STATUS     PIC X(02) VALUE '00'.
001270 01  WS-MASTER-EOF-SW         PIC X(01) VALUE 'N'.
001280     88  WS-MASTER-EOF-REACHED           VALUE 'Y'.
001290     88  WS-MASTER-NOT-EOF               VALUE 'N'.
001300 01  WS-EXTRACT-EOF-SW        PIC X(01) VALUE 'N'.
001310     88  WS-EXTRACT-EOF-REACHED          VALUE 'Y'.
001320     88  WS-EXTRACT-NOT-EOF              VALUE 'N'.
001330 01  WS-PROOF-SW              PIC X(01) VALUE 'Y'.
001340     88  WS-DAY-IN-PROOF                 VALUE 'Y'.
001350     88  WS-DAY-FAILS-PROOF              VALUE 'N'.
001360 01  WS-HISTORY-OPEN-SW       PIC X(01) VALUE 'N'.
001370     88  WS-HISTORY-OPEN                 VALUE 'Y'.
001380     88  WS-HISTORY-NOT-OPEN             VALUE 'N'.
001390*--------------------------------------------------------------*
001400* PROCESS DATE - ONE SYSIN CARD, YYYYMMDD; BLANK OR ZERO MEANS  *
001410* TODAY.  MUST BE THE BUSINESS DATE THE DL100MN RUN POSTED.     *
001420*--------------------------------------------------------------*
001430 01  WS-TS-DATE               PIC 9(08) VALUE ZERO.
001440 01  WS-TS-TIME               PIC 9(08) VALUE ZERO.
001450 01  WS-PROCESS-DATE-IN       PIC X(08) VALUE SPACES.
001460 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
001470*--------------------------------------------------------------*
001480* INTER-STEP CONTROL TOTALS - WHAT DL100MN FILED FOR THE DATE   *
001490* (DL100TC ON CTLTOT) AGAINST WHAT THIS RUN READ.  7000 SETTLES *
001500* THEM; THE STEP IS STAMPED ONLY WHEN THEY AGREE.               *
001510*--------------------------------------------------------------*
001520 01  WS-CTLTOT-FILE-STATUS    PIC X(02) VALUE '00'.
001530 01  WS-CTLTOT-ROW-SW         PIC X(01) VALUE 'N'.
001540     88  WS-CTLTOT-ROW-FOUND             VALUE 'Y'.
001550     88  WS-CTLTOT-ROW-MISSING           VALUE 'N'.
001560 01  WS-CONTROL-SW            PIC X(01) VALUE 'N'.
001570     88  WS-INPUT-IN-CONTROL             VALUE 'Y'.
001580     88  WS-INPUT-OUT-OF-CONTROL         VALUE 'N'.
001590 01  WS-CONTROL-REASON        PIC X(60) VALUE SPACES.
001600 01  WS-EXTRACT-READ-COUNT    PIC 9(09) COMP VALUE ZERO.
001610 01  WS-EXTRACT-HASH          PIC 9(15) COMP-3 VALUE ZERO.
001620 01  WS-EXTRACT-AMOUNT        PIC S9(13)V99 COMP-3 VALUE ZERO.
001630 01  WS-CONTROL-EXPECTED      PIC S9(15)V99 COMP-3 VALUE ZERO.
001640 01  WS-CONTROL-ACTUAL        PIC S9(15)V99 COMP-3 VALUE ZERO.
001650 01  WS-TC-EXTRACT-COUNT      PIC 9(09) COMP VALUE ZERO.
001660 01  WS-TC-EXTRACT-HASH       PIC 9(15) COMP-3 VALUE ZERO.
001670 01  WS-TC-EXTRACT-AMOUNT     PIC S9(13)V99 COMP-3 VALUE ZERO.
001680 01  WS-CONTROL-HEADING.
001690     05  FILLER                   PIC X(01) VALUE SPACES.
001700     05  FILLER                   PIC X(30) VALUE 'CONTROL'.
001710     05  FILLER                   PIC X(22) VALUE
001720         '   EXPECTED (DL100MN)'.
001730     05  FILLER                   PIC X(03) VALUE SPACES.
001740     05  FILLER                   PIC X(22) VALUE
001750         '    ACTUAL (THIS RUN)'.
001760     05  FILLER                   PIC X(54) VALUE SPACES.
001770 01  WS-CONTROL-LINE.
001780     05  FILLER                   PIC X(01) VALUE SPACES.
001790     05  WS-CC-LABEL              PIC X(30).
001800     05  WS-CC-EXPECTED           PIC X(22).
001810     05  WS-CC-EXPECTED-COUNT REDEFINES WS-CC-EXPECTED
001820                                  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
001830     05  WS-CC-EXPECTED-AMOUNT REDEFINES WS-CC-EXPECTED
001840                                  PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
001850     05  FILLER                   PIC X(03) VALUE SPACES.
001860     05  WS-CC-ACTUAL             PIC X(22).
001870     05  WS-CC-ACTUAL-COUNT REDEFINES WS-CC-ACTUAL
001880                                  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
001890     05  WS-CC-ACTUAL-AMOUNT REDEFINES WS-CC-ACTUAL
001900                                  PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
001910     05  FILLER                   PIC X(03) VALUE SPACES.
001920     05  WS-CC-FLAG               PIC X(16).
001930     05  FILLER                   PIC X(35) VALUE SPACES.
001940*--------------------------------------------------------------*
001950* TRIAL BALANCE ACCUMULATORS                                    *
001960*--------------------------------------------------------------*
001970 01  WS-CUSTOMER-COUNT        PIC 9(09) COMP VALUE ZERO.
001980 01  WS-OUT-OF-PROOF-COUNT    PIC 9(09) COMP VALUE ZERO.
001990 01  WS-EXPECTED-CLOSING      PIC S9(13)V99 COMP-3 VALUE ZERO.
002000 01  WS-TOT-OPENING           PIC S9(13)V99 COMP-3 VALUE ZERO.
002010 01  WS-TOT-DEBITS            PIC S9(13)V99 COMP-3 VALUE ZERO.
002020 01  WS-TOT-CREDITS           PIC S9(13)V99 COMP-3 VALUE ZERO.
002030 01  WS-TOT-CLOSING           PIC S9(13)V99 COMP-3 VALUE ZERO.
002040*--------------------------------------------------------------*
002050* DAY MOVEMENT - MASTER SIDE (ROWS LAST POSTED ON THE PROCESS   *
002060* DATE) VERSUS EXTRACT SIDE (WHAT DL100MN POSTED THAT DATE).    *
002070*--------------------------------------------------------------*
002080 01  WS-DAY-DEBIT-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
002090 01  WS-DAY-CREDIT-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
002100 01  WS-EXT-DEBIT-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
002110 01  WS-EXT-CREDIT-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
002120 01  WS-EXT-SELECTED-COUNT    PIC 9(09) COMP VALUE ZERO.
002130 01  WS-EXT-BYPASSED-COUNT    PIC 9(09) COMP VALUE ZERO.
002140 01  WS-EXT-UNCLASSIFIED     PIC 9(09) COMP VALUE ZERO.
002150*--------------------------------------------------------------*
002160* TRANSFER LEGS ON THE EXTRACT FOR THE PROCESS DATE - EACH      *
002170* FROM-LEG DEBIT MUST BE MATCHED BY ITS TO-LEG CREDIT.          *
002180*--------------------------------------------------------------*
002190 01  WS-XFER-FROM-COUNT       PIC 9(09) COMP VALUE ZERO.
002200 01  WS-XFER-TO-COUNT         PIC 9(09) COMP VALUE ZERO.
002210 01  WS-XFER-FROM-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
002220 01  WS-XFER-TO-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
002230*--------------------------------------------------------------*
002240* BALANCE SNAPSHOTS (DL100BH) - WRITTEN, REPLACED ON A RERUN    *
002250* OF THE SAME DATE, OR SKIPPED BECAUSE THE ROW HAS ALREADY      *
002260* POSTED PAST THE PROCESS DATE AND CANNOT SHOW THAT DATE.       *
002270*--------------------------------------------------------------*
002280 01  WS-SNAPSHOT-WRITTEN      PIC 9(09) COMP VALUE ZERO.
002290 01  WS-SNAPSHOT-REPLACED     PIC 9(09) COMP VALUE ZERO.
002300 01  WS-SNAPSHOT-SKIPPED      PIC 9(09) COMP VALUE ZERO.
002310 01  WS-SNAPSHOT-STAMP        PIC X(26) VALUE SPACES.
002320*--------------------------------------------------------------*
002330* PAGE CONTROL                                                  *
002340*--------------------------------------------------------------*
002350 01  WS-LINE-COUNT            PIC 9(03) COMP VALUE ZERO.
002360 01  WS-PAGE-NO               PIC 9(05) COMP VALUE ZERO.
002370 01  WS-PAGE-LIMIT            PIC 9(03) COMP VALUE 55.
002380*--------------------------------------------------------------*
002390* REPORT LINE BUILD AREAS                                       *
002400*--------------------------------------------------------------*
002410 01  WS-HEADING-LINE.
002420     05  FILLER                   PIC X(01) VALUE SPACES.
002430     05  FILLER                   PIC X(30) VALUE
002440         'DL100 END-OF-DAY TRIAL BALANCE'.
002450     05  FILLER                   PIC X(06) VALUE SPACES.
002460     05  FILLER                   PIC X(06) VALUE 'DATE: '.
002470     05  WS-HD-PROCESS-DATE       PIC 9(08).
002480     05  FILLER                   PIC X(06) VALUE SPACES.
002490     05  FILLER                   PIC X(06) VALUE 'PAGE: '.
002500     05  WS-HD-PAGE-NO            PIC ZZ,ZZ9.
002510     05  FILLER                   PIC X(69) VALUE SPACES.
002520 01  WS-COLUMN-LINE.
002530     05  FILLER                   PIC X(12) VALUE ' CUSTOMER-ID'.
002540     05  FILLER                   PIC X(16) VALUE
002550         '         OPENING'.
002560     05  FILLER                   PIC X(16) VALUE
002570         '          DEBITS'.
002580     05  FILLER                   PIC X(16) VALUE
002590         '         CREDITS'.
002600     05  FILLER                   PIC X(16) VALUE
002610         '         CLOSING'.
002620     05  FILLER                   PIC X(56) VALUE SPACES.
002630 01  WS-DETAIL-LINE.
002640     05  FILLER                   PIC X(01) VALUE SPACES.
002650     05  WS-DT-CUSTOMER-ID        PIC X(10).
002660     05  FILLER                   PIC X(01) VALUE SPACES.
002670     05  WS-DT-OPENING            PIC -Z(12)9.99.
002680     05  WS-DT-DEBITS             PIC -Z(12)9.99.
002690     05  WS-DT-CREDITS            PIC -Z(12)9.99.
002700     05  WS-DT-CLOSING            PIC -Z(12)9.99.
002710     05  FILLER                   PIC X(02) VALUE SPACES.
002720     05  WS-DT-PROOF-FLAG         PIC X(16).
002730     05  FILLER                   PIC X(34) VALUE SPACES.
002740 01  WS-REPORT-LABEL           PIC X(40) VALUE SPACES.
002750 01  WS-REPORT-COUNT           PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
002760 01  WS-REPORT-AMOUNT          PIC -Z(12)9.99 VALUE ZERO.
002770 PROCEDURE DIVISION.
002780*================================================================*
002790* 0000-MAINLINE-CONTROL                                          *
002800*================================================================*
002810 0000-MAINLINE-CONTROL.
002820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002830     PERFORM 2000-PROVE-ONE-CUSTOMER THRU 2000-EXIT
002840         UNTIL WS-MASTER-EOF-REACHED.
002850     PERFORM 3000-ACCUMULATE-EXTRACT THRU 3000-EXIT
002860         UNTIL WS-EXTRACT-EOF-REACHED.
002870     PERFORM 7000-CHECK-CONTROL-TOTALS THRU 7000-EXIT.
002880     PERFORM 4000-SETTLE-AND-REPORT THRU 4000-EXIT.
002890     IF WS-DAY-IN-PROOF
002900         PERFORM 8000-STAMP-CYCLE-STEP THRU 8000-EXIT
002910     END-IF.
002920     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002930     GOBACK.
002940 0000-EXIT.
002950     EXIT.
002960*================================================================*
002970* 1000-INITIALIZE - TAKE THE PROCESS DATE FROM SYSIN, OPEN THE   *
002980* FILES AND PRIME THE READS.  A CLOSE RUN WITHOUT THE CUSTOMER   *
002990* MASTER PROVES NOTHING, SO A MISSING MASTER FAILS THE DAY ON    *
003000* THE REPORT RATHER THAN QUIETLY PRINTING AN EMPTY BALANCE.      *
003010*================================================================*
003020 1000-INITIALIZE.
003030     PERFORM 1050-REINITIALIZE-WORK-AREAS THRU 1050-EXIT.
003040     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
003050     MOVE WS-TS-DATE TO WS-PROCESS-DATE.
003060     ACCEPT WS-PROCESS-DATE-IN.
003070     IF WS-PROCESS-DATE-IN NUMERIC AND
003080             WS-PROCESS-DATE-IN NOT = ZEROS
003090         MOVE WS-PROCESS-DATE-IN TO WS-PROCESS-DATE
003100     END-IF.
003110     OPEN OUTPUT PRINT-FILE.
003120     PERFORM 4100-START-REPORT-PAGE THRU 4100-EXIT.
003130     OPEN INPUT CUSTOMER-MASTER.
003140     IF WS-CUSTMST-FILE-STATUS NOT = '00'
003150         SET WS-MASTER-EOF-REACHED TO TRUE
003160         SET WS-DAY-FAILS-PROOF TO TRUE
003170         MOVE 'CUSTOMER MASTER NOT AVAILABLE - NOTHING PROVED' TO
003180             PR-PRINT-LINE
003190         WRITE PR-PRINT-LINE
003200     END-IF.
003210     OPEN INPUT EXTRACT-FILE.
003220     IF WS-EXTRACT-FILE-STATUS NOT = '00'
003230         SET WS-EXTRACT-EOF-REACHED TO TRUE
003240     END-IF.
003250     IF WS-MASTER-NOT-EOF
003260         PERFORM 2050-START-MASTER THRU 2050-EXIT
003270     END-IF.
003280     IF WS-MASTER-NOT-EOF
003290         PERFORM 1100-OPEN-BALANCE-HISTORY THRU 1100-EXIT
003300     END-IF.
003310     IF WS-EXTRACT-NOT-EOF
003320         PERFORM 3100-READ-EXTRACT THRU 3100-EXIT
003330     END-IF.
003340 1000-EXIT.
003350     EXIT.
003360*================================================================*
003370* 1050-REINITIALIZE-WORK-AREAS - RE-APPLY THE PROGRAM'S DEFAULT  *
003380* VALUES TO EVERY WORKING AREA BEFORE THE RUN STARTS             *
003390*================================================================*
003400 1050-REINITIALIZE-WORK-AREAS.
003410     MOVE '00' TO WS-CUSTMST-FILE-STATUS.
003420     MOVE '00' TO WS-EXTRACT-FILE-STATUS.
003430     MOVE '00' TO WS-BALHIST-FILE-STATUS.
003440     MOVE '00' TO WS-CYCLE-FILE-STATUS.
003450     SET WS-MASTER-NOT-EOF TO TRUE.
003460     SET WS-EXTRACT-NOT-EOF TO TRUE.
003470     SET WS-DAY-IN-PROOF TO TRUE.
003480     SET WS-HISTORY-NOT-OPEN TO TRUE.
003490     MOVE ZERO TO WS-TS-DATE.
003500     MOVE ZERO TO WS-TS-TIME.
003510     MOVE SPACES TO WS-PROCESS-DATE-IN.
003520     MOVE ZERO TO WS-PROCESS-DATE.
003530     MOVE '00' TO WS-CTLTOT-FILE-STATUS.
003540     SET WS-CTLTOT-ROW-MISSING TO TRUE.
003550     SET WS-INPUT-OUT-OF-CONTROL TO TRUE.
003560     MOVE SPACES TO WS-CONTROL-REASON.
003570     MOVE ZERO TO WS-EXTRACT-READ-COUNT.
003580     MOVE ZERO TO WS-EXTRACT-HASH.
003590     MOVE ZERO TO WS-EXTRACT-AMOUNT.
003600     MOVE ZERO TO WS-CONTROL-EXPECTED.
003610     MOVE ZERO TO WS-CONTROL-ACTUAL.
003620     MOVE ZERO TO WS-CUSTOMER-COUNT.
003630     MOVE ZERO TO WS-OUT-OF-PROOF-COUNT.
003640     MOVE ZERO TO WS-EXPECTED-CLOSING.
003650     MOVE ZERO TO WS-TOT-OPENING.
003660     MOVE ZERO TO WS-TOT-DEBITS.
003670     MOVE ZERO TO WS-TOT-CREDITS.
003680     MOVE ZERO TO WS-TOT-CLOSING.
003690     MOVE ZERO TO WS-DAY-DEBIT-TOTAL.
003700     MOVE ZERO TO WS-DAY-CREDIT-TOTAL.
003710     MOVE ZERO TO WS-EXT-DEBIT-TOTAL.
003720     MOVE ZERO TO WS-EXT-CREDIT-TOTAL.
003730     MOVE ZERO TO WS-EXT-SELECTED-COUNT.
003740     MOVE ZERO TO WS-EXT-BYPASSED-COUNT.
003750     MOVE ZERO TO WS-EXT-UNCLASSIFIED.
003760     MOVE ZERO TO WS-XFER-FROM-COUNT.
003770     MOVE ZERO TO WS-XFER-TO-COUNT.
003780     MOVE ZERO TO WS-XFER-FROM-TOTAL.
003790     MOVE ZERO TO WS-XFER-TO-TOTAL.
003800     MOVE ZERO TO WS-SNAPSHOT-WRITTEN.
003810     MOVE ZERO TO WS-SNAPSHOT-REPLACED.
003820     MOVE ZERO TO WS-SNAPSHOT-SKIPPED.
003830     MOVE SPACES TO WS-SNAPSHOT-STAMP.
003840     MOVE ZERO TO WS-LINE-COUNT.
003850     MOVE ZERO TO WS-PAGE-NO.
003860     MOVE 55 TO WS-PAGE-LIMIT.
003870     MOVE SPACES TO WS-REPORT-LABEL.
003880     MOVE ZERO TO WS-REPORT-COUNT.
003890     MOVE ZERO TO WS-REPORT-AMOUNT.
003900 1050-EXIT.
003910     EXIT.
003920*================================================================*
003930* 1100-OPEN-BALANCE-HISTORY - THE SNAPSHOT FILE IS OWNED BY THIS *
003940* RUN AND IS CREATED ON FIRST USE.  IF IT STILL CANNOT BE OPENED *
003950* THE TRIAL BALANCE IS STILL PROVED, BUT THE REPORT SAYS THAT NO *
003960* SNAPSHOTS WERE KEPT FOR THE DATE.                              *
003970*================================================================*
003980 1100-OPEN-BALANCE-HISTORY.
003990     OPEN I-O BALANCE-HISTORY.
004000     IF WS-BALHIST-FILE-STATUS NOT = '00'
004010         OPEN OUTPUT BALANCE-HISTORY
004020         CLOSE BALANCE-HISTORY
004030         OPEN I-O BALANCE-HISTORY
004040     END-IF.
004050     IF WS-BALHIST-FILE-STATUS = '00'
004060         SET WS-HISTORY-OPEN TO TRUE
004070         ACCEPT WS-TS-TIME FROM TIME
004080         STRING WS-TS-DATE  DELIMITED BY SIZE
004090                '-'          DELIMITED BY SIZE
004100                WS-TS-TIME   DELIMITED BY SIZE
004110             INTO WS-SNAPSHOT-STAMP
004120     ELSE
004130         MOVE 'BALANCE HISTORY NOT AVAILABLE - NO SNAPSHOTS KEPT'
004140             TO PR-PRINT-LINE
004150         WRITE PR-PRINT-LINE
004160     END-IF.
004170 1100-EXIT.
004180     EXIT.
004190*================================================================*
004200* 2000-PROVE-ONE-CUSTOMER - ONE TRIAL BALANCE LINE.  THE ROW     *
004210* MUST SATISFY OPENING + CREDITS - DEBITS = CLOSING WHATEVER     *
004220* DATE IT WAS LAST POSTED; ROWS LAST POSTED ON THE PROCESS DATE  *
004230* ALSO FEED THE DAY MOVEMENT TOTALS SETTLED IN 4000.             *
004240*================================================================*
004250 2000-PROVE-ONE-CUSTOMER.
004260     ADD 1 TO WS-CUSTOMER-COUNT.
004270     ADD CM-OPENING-BALANCE TO WS-TOT-OPENING.
004280     ADD CM-DEBIT-TOTAL TO WS-TOT-DEBITS.
004290     ADD CM-CREDIT-TOTAL TO WS-TOT-CREDITS.
004300     ADD CM-CLOSING-BALANCE TO WS-TOT-CLOSING.
004310     COMPUTE WS-EXPECTED-CLOSING = CM-OPENING-BALANCE
004320         + CM-CREDIT-TOTAL - CM-DEBIT-TOTAL.
004330     IF CM-LAST-POSTING-DATE = WS-PROCESS-DATE
004340         ADD CM-DEBIT-TOTAL TO WS-DAY-DEBIT-TOTAL
004350         ADD CM-CREDIT-TOTAL TO WS-DAY-CREDIT-TOTAL
004360     END-IF.
004370     MOVE CM-CUSTOMER-ID TO WS-DT-CUSTOMER-ID.
004380     MOVE CM-OPENING-BALANCE TO WS-DT-OPENING.
004390     MOVE CM-DEBIT-TOTAL TO WS-DT-DEBITS.
004400     MOVE CM-CREDIT-TOTAL TO WS-DT-CREDITS.
004410     MOVE CM-CLOSING-BALANCE TO WS-DT-CLOSING.
004420     IF WS-EXPECTED-CLOSING = CM-CLOSING-BALANCE
004430         MOVE SPACES TO WS-DT-PROOF-FLAG
004440     ELSE
004450         MOVE '*OUT OF PROOF*' TO WS-DT-PROOF-FLAG
004460         ADD 1 TO WS-OUT-OF-PROOF-COUNT
004470         SET WS-DAY-FAILS-PROOF TO TRUE
004480     END-IF.
004490     IF WS-HISTORY-OPEN
004500         PERFORM 2200-WRITE-SNAPSHOT THRU 2200-EXIT
004510     END-IF.
004520     IF WS-LINE-COUNT > WS-PAGE-LIMIT
004530         PERFORM 4100-START-REPORT-PAGE THRU 4100-EXIT
004540     END-IF.
004550     MOVE WS-DETAIL-LINE TO PR-PRINT-LINE.
004560     WRITE PR-PRINT-LINE.
004570     ADD 1 TO WS-LINE-COUNT.
004580     PERFORM 2100-READ-NEXT-MASTER THRU 2100-EXIT.
004590 2000-EXIT.
004600     EXIT.
004610*================================================================*
004620* 2050-START-MASTER - POSITION AT THE FRONT OF THE CUSTOMER      *
004630* MASTER AND PRIME THE FIRST READ                                *
004640*================================================================*
004650 2050-START-MASTER.
004660     MOVE LOW-VALUES TO CM-CUSTOMER-ID.
004670     START CUSTOMER-MASTER KEY NOT LESS THAN CM-CUSTOMER-ID
004680         INVALID KEY
004690             SET WS-MASTER-EOF-REACHED TO TRUE
004700     END-START.
004710     IF WS-MASTER-NOT-EOF
004720         PERFORM 2100-READ-NEXT-MASTER THRU 2100-EXIT
004730     END-IF.
004740 2050-EXIT.
004750     EXIT.
004760*================================================================*
004770* 2100-READ-NEXT-MASTER                                         *
004780*================================================================*
004790 2100-READ-NEXT-MASTER.
004800     READ CUSTOMER-MASTER NEXT RECORD
004810         AT END
004820             SET WS-MASTER-EOF-REACHED TO TRUE
004830     END-READ.
004840 2100-EXIT.
004850     EXIT.
004860*================================================================*
004870* 2200-WRITE-SNAPSHOT - RECORD THE ROW AS IT STANDS AT THE CLOSE *
004880* OF THE PROCESS DATE.  A ROW LAST POSTED EARLIER DID NOT MOVE   *
004890* TODAY, SO ITS SNAPSHOT CARRIES THE CLOSING BALANCE AS BOTH     *
004900* OPENING AND CLOSING WITH NO DEBITS OR CREDITS.  A ROW ALREADY  *
004910* POSTED PAST THE PROCESS DATE (A CLOSE RERUN FOR AN OLD DATE)   *
004920* NO LONGER SHOWS THAT DATE AND IS SKIPPED, SO A GOOD SNAPSHOT   *
004930* TAKEN AT THE TIME IS NEVER OVERWRITTEN WITH LATER FIGURES.  A  *
004940* RERUN FOR THE SAME DATE REPLACES THE DATE'S SNAPSHOT.          *
004950*================================================================*
004960 2200-WRITE-SNAPSHOT.
004970     IF CM-LAST-POSTING-DATE > WS-PROCESS-DATE
004980         ADD 1 TO WS-SNAPSHOT-SKIPPED
004990         GO TO 2200-EXIT
005000     END-IF.
005010     MOVE SPACES TO BH-BALANCE-RECORD.
005020     MOVE CM-CUSTOMER-ID TO BH-CUSTOMER-ID.
005030     MOVE WS-PROCESS-DATE TO BH-BALANCE-DATE.
005040     IF CM-LAST-POSTING-DATE = WS-PROCESS-DATE
005050         MOVE CM-OPENING-BALANCE TO BH-OPENING-BALANCE
005060         MOVE CM-DEBIT-TOTAL TO BH-DEBIT-TOTAL
005070         MOVE CM-CREDIT-TOTAL TO BH-CREDIT-TOTAL
005080     ELSE
005090         MOVE CM-CLOSING-BALANCE TO BH-OPENING-BALANCE
005100         MOVE ZERO TO BH-DEBIT-TOTAL
005110         MOVE ZERO TO BH-CREDIT-TOTAL
005120     END-IF.
005130     MOVE CM-CLOSING-BALANCE TO BH-CLOSING-BALANCE.
005140     MOVE CM-LAST-POSTING-DATE TO BH-LAST-POSTING-DATE.
005150     IF WS-EXPECTED-CLOSING = CM-CLOSING-BALANCE
005160         SET BH-IN-PROOF TO TRUE
005170     ELSE
005180         SET BH-OUT-OF-PROOF TO TRUE
005190     END-IF.
005200     MOVE WS-SNAPSHOT-STAMP TO BH-SNAPSHOT-STAMP.
005210     WRITE BH-BALANCE-RECORD
005220         INVALID KEY
005230             REWRITE BH-BALANCE-RECORD
005240             ADD 1 TO WS-SNAPSHOT-REPLACED
005250         NOT INVALID KEY
005260             ADD 1 TO WS-SNAPSHOT-WRITTEN
005270     END-WRITE.
005280 2200-EXIT.
005290     EXIT.
005300*================================================================*
005310* 3000-ACCUMULATE-EXTRACT - REBUILD WHAT DL100MN POSTED ON THE   *
005320* PROCESS DATE FROM THE EXTRACT.  EX-POSTING-DISP NAMES THE      *
005330* SIDE; A REVERSAL ROW BACKS ITS SIDE OUT.  A SELECTED ROW WITH  *
005340* NO DISPOSITION (WRITTEN BEFORE THE FIELD EXISTED) CANNOT BE    *
005350* CLASSIFIED AND FAILS THE DAY RATHER THAN BEING GUESSED AT.     *
005360* TRANSFER LEGS POST LIKE ANY OTHER DEBIT OR CREDIT AND ARE ALSO *
005370* TALLIED BY LEG FOR THE PAIRING CHECK IN 4000.  EVERY ROW READ, *
005380* WHATEVER ITS DATE, COUNTS TOWARDS THE CONTROL TOTALS.          *
005390*================================================================*
005400 3000-ACCUMULATE-EXTRACT.
005410     ADD 1 TO WS-EXTRACT-READ-COUNT.
005420     ADD EX-RECORD-NO TO WS-EXTRACT-HASH.
005430     ADD EX-TRANS-AMOUNT TO WS-EXTRACT-AMOUNT.
005440     IF EX-RUN-DATE NOT = WS-PROCESS-DATE
005450         ADD 1 TO WS-EXT-BYPASSED-COUNT
005460         GO TO 3000-NEXT
005470     END-IF.
005480     ADD 1 TO WS-EXT-SELECTED-COUNT.
005490     IF EX-TRANSFER-FROM-LEG
005500         ADD 1 TO WS-XFER-FROM-COUNT
005510         ADD EX-TRANS-AMOUNT TO WS-XFER-FROM-TOTAL
005520     END-IF.
005530     IF EX-TRANSFER-TO-LEG
005540         ADD 1 TO WS-XFER-TO-COUNT
005550         ADD EX-TRANS-AMOUNT TO WS-XFER-TO-TOTAL
005560     END-IF.
005570     EVALUATE TRUE
005580         WHEN EX-POSTED-CREDIT AND EX-REVERSAL
005590             SUBTRACT EX-TRANS-AMOUNT FROM WS-EXT-CREDIT-TOTAL
005600         WHEN EX-POSTED-CREDIT
005610             ADD EX-TRANS-AMOUNT TO WS-EXT-CREDIT-TOTAL
005620         WHEN EX-POSTED-DEBIT AND EX-REVERSAL
005630             SUBTRACT EX-TRANS-AMOUNT FROM WS-EXT-DEBIT-TOTAL
005640         WHEN EX-POSTED-DEBIT
005650             ADD EX-TRANS-AMOUNT TO WS-EXT-DEBIT-TOTAL
005660         WHEN OTHER
005670             ADD 1 TO WS-EXT-UNCLASSIFIED
005680             SET WS-DAY-FAILS-PROOF TO TRUE
005690     END-EVALUATE.
005700 3000-NEXT.
005710     PERFORM 3100-READ-EXTRACT THRU 3100-EXIT.
005720 3000-EXIT.
005730     EXIT.
005740*================================================================*
005750* 3100-READ-EXTRACT                                             *
005760*================================================================*
005770 3100-READ-EXTRACT.
005780     READ EXTRACT-FILE
005790         AT END
005800             SET WS-EXTRACT-EOF-REACHED TO TRUE
005810     END-READ.
005820 3100-EXIT.
005830     EXIT.
005840*================================================================*
005850* 4000-SETTLE-AND-REPORT - GRAND TOTALS, THE MASTER-VERSUS-      *
005860* EXTRACT MOVEMENT COMPARISON, AND THE DAY'S VERDICT             *
005870*================================================================*
005880 4000-SETTLE-AND-REPORT.
005890     MOVE SPACES TO PR-PRINT-LINE.
005900     WRITE PR-PRINT-LINE.
005910     MOVE 'CUSTOMERS ON MASTER' TO WS-REPORT-LABEL.
005920     MOVE WS-CUSTOMER-COUNT TO WS-REPORT-COUNT.
005930     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
005940     MOVE 'CUSTOMERS OUT OF PROOF' TO WS-REPORT-LABEL.
005950     MOVE WS-OUT-OF-PROOF-COUNT TO WS-REPORT-COUNT.
005960     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
005970     MOVE 'TOTAL OPENING BALANCES' TO WS-REPORT-LABEL.
005980     MOVE WS-TOT-OPENING TO WS-REPORT-AMOUNT.
005990     PERFORM 4300-WRITE-AMOUNT-LINE THRU 4300-EXIT.
006000     MOVE 'TOTAL DEBITS' TO WS-REPORT-LABEL.
006010     MOVE WS-TOT-DEBITS TO WS-REPORT-AMOUNT.
006020     PERFORM 4300-WRITE-AMOUNT-LINE THRU 4300-EXIT.
006030     MOVE 'TOTAL CREDITS' TO WS-REPORT-LABEL.
006040     MOVE WS-TOT-CREDITS TO WS-REPORT-AMOUNT.
006050     PERFORM 4300-WRITE-AMOUNT-LINE THRU 4300-EXIT.
006060     MOVE 'TOTAL CLOSING BALANCES' TO WS-REPORT-LABEL.
006070     MOVE WS-TOT-CLOSING TO WS-REPORT-AMOUNT.
006080     PERFORM 4300-WRITE-AMOUNT-LINE THRU 4300-EXIT.
006090     MOVE SPACES TO PR-PRINT-LINE.
006100     WRITE PR-PRINT-LINE.
006110     MOVE 'DAY MOVEMENT - MASTER DEBITS' TO WS-REPORT-LABEL.
006120     MOVE WS-DAY-DEBIT-TOTAL TO WS-REPORT-AMOUNT.
006130     PERFORM 4300-WRITE-AMOUNT-LINE THRU 4300-EXIT.
006140     MOVE 'DAY MOVEMENT - EXTRACT DEBITS' TO WS-REPORT-LABEL.
006150     MOVE WS-EXT-DEBIT-TOTAL TO WS-REPORT-AMOUNT.
006160     PERFORM 4300-WRITE-AMOUNT-LINE THRU 4300-EXIT.
006170     MOVE 'DAY MOVEMENT - MASTER CREDITS' TO WS-REPORT-LABEL.
006180     MOVE WS-DAY-CREDIT-TOTAL TO WS-REPORT-AMOUNT.
006190     PERFORM 4300-WRITE-AMOUNT-LINE THRU 4300-EXIT.
006200     MOVE 'DAY MOVEMENT - EXTRACT CREDITS' TO WS-REPORT-LABEL.
006210     MOVE WS-EXT-CREDIT-TOTAL TO WS-REPORT-AMOUNT.
006220     PERFORM 4300-WRITE-AMOUNT-LINE THRU 4300-EXIT.
006230     IF WS-DAY-DEBIT-TOTAL NOT = WS-EXT-DEBIT-TOTAL
006240         SET WS-DAY-FAILS-PROOF TO TRUE
006250         MOVE 'DAY DEBIT MOVEMENT DOES NOT MATCH THE EXTRACT' TO
006260             PR-PRINT-LINE
006270         WRITE PR-PRINT-LINE
006280     END-IF.
006290     IF WS-DAY-CREDIT-TOTAL NOT = WS-EXT-CREDIT-TOTAL
006300         SET WS-DAY-FAILS-PROOF TO TRUE
006310         MOVE 'DAY CREDIT MOVEMENT DOES NOT MATCH THE EXTRACT'
006320             TO PR-PRINT-LINE
006330         WRITE PR-PRINT-LINE
006340     END-IF.
006350     IF WS-EXT-UNCLASSIFIED > ZERO
006360         MOVE 'EXTRACT ROWS WITHOUT A POSTING SIDE' TO
006370             WS-REPORT-LABEL
006380         MOVE WS-EXT-UNCLASSIFIED TO WS-REPORT-COUNT
006390         PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT
006400     END-IF.
006410     MOVE SPACES TO PR-PRINT-LINE.
006420     WRITE PR-PRINT-LINE.
006430     MOVE 'TRANSFER FROM-LEGS (DEBITS)' TO WS-REPORT-LABEL.
006440     MOVE WS-XFER-FROM-COUNT TO WS-REPORT-COUNT.
006450     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
006460     MOVE 'TRANSFER FROM-LEG AMOUNT' TO WS-REPORT-LABEL.
006470     MOVE WS-XFER-FROM-TOTAL TO WS-REPORT-AMOUNT.
006480     PERFORM 4300-WRITE-AMOUNT-LINE THRU 4300-EXIT.
006490     MOVE 'TRANSFER TO-LEGS (CREDITS)' TO WS-REPORT-LABEL.
006500     MOVE WS-XFER-TO-COUNT TO WS-REPORT-COUNT.
006510     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
006520     MOVE 'TRANSFER TO-LEG AMOUNT' TO WS-REPORT-LABEL.
006530     MOVE WS-XFER-TO-TOTAL TO WS-REPORT-AMOUNT.
006540     PERFORM 4300-WRITE-AMOUNT-LINE THRU 4300-EXIT.
006550     IF WS-XFER-FROM-COUNT NOT = WS-XFER-TO-COUNT OR
006560             WS-XFER-FROM-TOTAL NOT = WS-XFER-TO-TOTAL
006570         SET WS-DAY-FAILS-PROOF TO TRUE
006580         MOVE 'TRANSFER LEGS DO NOT PAIR' TO PR-PRINT-LINE
006590         WRITE PR-PRINT-LINE
006600     END-IF.
006610     MOVE SPACES TO PR-PRINT-LINE.
006620     WRITE PR-PRINT-LINE.
006630     MOVE 'BALANCE SNAPSHOTS WRITTEN' TO WS-REPORT-LABEL.
006640     MOVE WS-SNAPSHOT-WRITTEN TO WS-REPORT-COUNT.
006650     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
006660     MOVE 'BALANCE SNAPSHOTS REPLACED (RERUN)' TO WS-REPORT-LABEL.
006670     MOVE WS-SNAPSHOT-REPLACED TO WS-REPORT-COUNT.
006680     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
006690     MOVE 'SNAPSHOTS SKIPPED - POSTED SINCE DATE' TO
006700         WS-REPORT-LABEL.
006710     MOVE WS-SNAPSHOT-SKIPPED TO WS-REPORT-COUNT.
006720     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
006730     PERFORM 7100-PRINT-CONTROL-TOTALS THRU 7100-EXIT.
006740     IF WS-INPUT-OUT-OF-CONTROL
006750         SET WS-DAY-FAILS-PROOF TO TRUE
006760     END-IF.
006770     MOVE SPACES TO PR-PRINT-LINE.
006780     WRITE PR-PRINT-LINE.
006790     IF WS-DAY-IN-PROOF
006800         MOVE 'DAY IN PROOF - LEDGER CLOSE ACCEPTED' TO
006810             PR-PRINT-LINE
006820     ELSE
006830         MOVE '***** DAY FAILS PROOF - INVESTIGATE BEFORE THE NE
006840-            'XT BUSINESS DAY OPENS *****' TO PR-PRINT-LINE
006850     END-IF.
006860     WRITE PR-PRINT-LINE.
006870 4000-EXIT.
006880     EXIT.
006890*================================================================*
006900* 4100-START-REPORT-PAGE                                        *
006910*================================================================*
006920 4100-START-REPORT-PAGE.
006930     ADD 1 TO WS-PAGE-NO.
006940     MOVE WS-PROCESS-DATE TO WS-HD-PROCESS-DATE.
006950     MOVE WS-PAGE-NO TO WS-HD-PAGE-NO.
006960     MOVE WS-HEADING-LINE TO PR-PRINT-LINE.
006970     IF WS-PAGE-NO = 1
006980         WRITE PR-PRINT-LINE
006990     ELSE
007000         WRITE PR-PRINT-LINE AFTER ADVANCING PAGE
007010     END-IF.
007020     MOVE SPACES TO PR-PRINT-LINE.
007030     WRITE PR-PRINT-LINE.
007040     MOVE WS-COLUMN-LINE TO PR-PRINT-LINE.
007050     WRITE PR-PRINT-LINE.
007060     MOVE 4 TO WS-LINE-COUNT.
007070 4100-EXIT.
007080     EXIT.
007090*================================================================*
007100* 4200-WRITE-COUNT-LINE                                         *
007110*================================================================*
007120 4200-WRITE-COUNT-LINE.
007130     MOVE SPACES TO PR-PRINT-LINE.
007140     STRING WS-REPORT-LABEL  DELIMITED BY SIZE
007150            ' . . . . . . '  DELIMITED BY SIZE
007160            WS-REPORT-COUNT  DELIMITED BY SIZE
007170         INTO PR-PRINT-LINE.
007180     WRITE PR-PRINT-LINE.
007190 4200-EXIT.
007200     EXIT.
007210*================================================================*
007220* 4300-WRITE-AMOUNT-LINE                                        *
007230*================================================================*
007240 4300-WRITE-AMOUNT-LINE.
007250     MOVE SPACES TO PR-PRINT-LINE.
007260     STRING WS-REPORT-LABEL  DELIMITED BY SIZE
007270            ' . . . . . . '  DELIMITED BY SIZE
007280            WS-REPORT-AMOUNT DELIMITED BY SIZE
007290         INTO PR-PRINT-LINE.
007300     WRITE PR-PRINT-LINE.
007310 4300-EXIT.
007320     EXIT.
007330*================================================================*
007340* 7000-CHECK-CONTROL-TOTALS - READ THE DATE'S DL100TC ROW AND    *
007350* SET WHAT THIS RUN READ AGAINST WHAT DL100MN FILED.  NO FILE OR *
007360* NO ROW PROVES NOTHING, SO EITHER LEAVES THE INPUT OUT OF       *
007370* CONTROL THE SAME AS A DIFFERENCE DOES.                         *
007380*================================================================*
007390 7000-CHECK-CONTROL-TOTALS.
007400     SET WS-INPUT-OUT-OF-CONTROL TO TRUE.
007410     SET WS-CTLTOT-ROW-MISSING TO TRUE.
007420     MOVE ZERO TO WS-TC-EXTRACT-COUNT.
007430     MOVE ZERO TO WS-TC-EXTRACT-HASH.
007440     MOVE ZERO TO WS-TC-EXTRACT-AMOUNT.
007450     OPEN INPUT CONTROL-TOTALS-FILE.
007460     IF WS-CTLTOT-FILE-STATUS NOT = '00'
007470         MOVE 'CONTROL TOTALS FILE NOT AVAILABLE' TO
007480             WS-CONTROL-REASON
007490         GO TO 7000-EXIT
007500     END-IF.
007510     MOVE WS-PROCESS-DATE TO TC-BUSINESS-DATE.
007520     READ CONTROL-TOTALS-FILE
007530         INVALID KEY
007540             MOVE 'NO CONTROL TOTALS ON FILE FOR THE DATE' TO
007550                 WS-CONTROL-REASON
007560         NOT INVALID KEY
007570             SET WS-CTLTOT-ROW-FOUND TO TRUE
007580             MOVE TC-EXTRACT-COUNT TO WS-TC-EXTRACT-COUNT
007590             MOVE TC-EXTRACT-HASH TO WS-TC-EXTRACT-HASH
007600             MOVE TC-EXTRACT-AMOUNT TO WS-TC-EXTRACT-AMOUNT
007610     END-READ.
007620     CLOSE CONTROL-TOTALS-FILE.
007630     IF WS-CTLTOT-ROW-MISSING
007640         GO TO 7000-EXIT
007650     END-IF.
007660     IF WS-TC-EXTRACT-COUNT = WS-EXTRACT-READ-COUNT AND
007670             WS-TC-EXTRACT-HASH = WS-EXTRACT-HASH AND
007680             WS-TC-EXTRACT-AMOUNT = WS-EXTRACT-AMOUNT
007690         SET WS-INPUT-IN-CONTROL TO TRUE
007700     ELSE
007710         MOVE 'INPUT DOES NOT AGREE WITH THE DL100MN TOTALS' TO
007720             WS-CONTROL-REASON
007730     END-IF.
007740 7000-EXIT.
007750     EXIT.
007760*================================================================*
007770* 7100-PRINT-CONTROL-TOTALS - EXPECTED AGAINST ACTUAL FOR EVERY  *
007780* CONTROL, UNDER AN OUT-OF-CONTROL BANNER WHEN THEY DISAGREE     *
007790*================================================================*
007800 7100-PRINT-CONTROL-TOTALS.
007810     MOVE SPACES TO PR-PRINT-LINE.
007820     WRITE PR-PRINT-LINE.
007830     IF WS-INPUT-OUT-OF-CONTROL
007840         PERFORM 7150-PRINT-BANNER THRU 7150-EXIT
007850     END-IF.
007860     MOVE SPACES TO PR-PRINT-LINE.
007870     STRING 'INTER-STEP CONTROL TOTALS FOR BUSINESS DATE '
007880             DELIMITED BY SIZE
007890            WS-PROCESS-DATE DELIMITED BY SIZE
007900         INTO PR-PRINT-LINE.
007910     WRITE PR-PRINT-LINE.
007920     MOVE WS-CONTROL-HEADING TO PR-PRINT-LINE.
007930     WRITE PR-PRINT-LINE.
007940     MOVE 'EXTRACT RECORDS' TO WS-CC-LABEL.
007950     MOVE WS-TC-EXTRACT-COUNT TO WS-CONTROL-EXPECTED.
007960     MOVE WS-EXTRACT-READ-COUNT TO WS-CONTROL-ACTUAL.
007970     PERFORM 7200-WRITE-CONTROL-COUNT THRU 7200-EXIT.
007980     MOVE 'EXTRACT RECORD-NUMBER HASH' TO WS-CC-LABEL.
007990     MOVE WS-TC-EXTRACT-HASH TO WS-CONTROL-EXPECTED.
008000     MOVE WS-EXTRACT-HASH TO WS-CONTROL-ACTUAL.
008010     PERFORM 7200-WRITE-CONTROL-COUNT THRU 7200-EXIT.
008020     MOVE 'EXTRACT AMOUNT TOTAL' TO WS-CC-LABEL.
008030     MOVE WS-TC-EXTRACT-AMOUNT TO WS-CONTROL-EXPECTED.
008040     MOVE WS-EXTRACT-AMOUNT TO WS-CONTROL-ACTUAL.
008050     PERFORM 7250-WRITE-CONTROL-AMOUNT THRU 7250-EXIT.
008060     IF WS-INPUT-IN-CONTROL
008070         MOVE 'INPUT IN CONTROL - AGREES WITH DL100MN TOTALS'
008080             TO PR-PRINT-LINE
008090         WRITE PR-PRINT-LINE
008100     ELSE
008110         PERFORM 7150-PRINT-BANNER THRU 7150-EXIT
008120     END-IF.
008130 7100-EXIT.
008140     EXIT.
008150*================================================================*
008160* 7150-PRINT-BANNER - THE OUT-OF-CONTROL BANNER, PRINTED ABOVE   *
008170* AND BELOW THE CONTROL LINES SO IT CANNOT BE MISSED             *
008180*================================================================*
008190 7150-PRINT-BANNER.
008200     MOVE ALL '*' TO PR-PRINT-LINE.
008210     WRITE PR-PRINT-LINE.
008220     MOVE SPACES TO PR-PRINT-LINE.
008230     STRING '*****  INPUT OUT OF CONTROL - ' DELIMITED BY SIZE
008240            'DL100CL STEP NOT STAMPED COMPLETE' DELIMITED BY SIZE
008250            ' - DO NOT RELY ON THIS REPORT  *****'
008260             DELIMITED BY SIZE
008270         INTO PR-PRINT-LINE.
008280     WRITE PR-PRINT-LINE.
008290     MOVE SPACES TO PR-PRINT-LINE.
008300     STRING '*****  ' DELIMITED BY SIZE
008310            WS-CONTROL-REASON DELIMITED BY SIZE
008320         INTO PR-PRINT-LINE.
008330     WRITE PR-PRINT-LINE.
008340     MOVE '*****  RERUN AFTER CORRECTING THE EXTRIN INPUT'
008350         TO PR-PRINT-LINE.
008360     WRITE PR-PRINT-LINE.
008370     MOVE ALL '*' TO PR-PRINT-LINE.
008380     WRITE PR-PRINT-LINE.
008390 7150-EXIT.
008400     EXIT.
008410*================================================================*
008420* 7200-WRITE-CONTROL-COUNT - ONE COUNT OR HASH CONTROL LINE      *
008430*================================================================*
008440 7200-WRITE-CONTROL-COUNT.
008450     MOVE WS-CONTROL-ACTUAL TO WS-CC-ACTUAL-COUNT.
008460     IF WS-CTLTOT-ROW-FOUND
008470         MOVE WS-CONTROL-EXPECTED TO WS-CC-EXPECTED-COUNT
008480     ELSE
008490         MOVE SPACES TO WS-CC-EXPECTED
008500     END-IF.
008510     PERFORM 7300-FLAG-AND-WRITE THRU 7300-EXIT.
008520 7200-EXIT.
008530     EXIT.
008540*================================================================*
008550* 7250-WRITE-CONTROL-AMOUNT - ONE AMOUNT CONTROL LINE            *
008560*================================================================*
008570 7250-WRITE-CONTROL-AMOUNT.
008580     MOVE WS-CONTROL-ACTUAL TO WS-CC-ACTUAL-AMOUNT.
008590     IF WS-CTLTOT-ROW-FOUND
008600         MOVE WS-CONTROL-EXPECTED TO WS-CC-EXPECTED-AMOUNT
008610     ELSE
008620         MOVE SPACES TO WS-CC-EXPECTED
008630     END-IF.
008640     PERFORM 7300-FLAG-AND-WRITE THRU 7300-EXIT.
008650 7250-EXIT.
008660     EXIT.
008670*================================================================*
008680* 7300-FLAG-AND-WRITE                                            *
008690*================================================================*
008700 7300-FLAG-AND-WRITE.
008710     IF WS-CTLTOT-ROW-FOUND AND
008720             WS-CONTROL-EXPECTED NOT = WS-CONTROL-ACTUAL
008730         MOVE '<<< DIFFERENCE' TO WS-CC-FLAG
008740     ELSE
008750         MOVE SPACES TO WS-CC-FLAG
008760     END-IF.
008770     MOVE WS-CONTROL-LINE TO PR-PRINT-LINE.
008780     WRITE PR-PRINT-LINE.
008790 7300-EXIT.
008800     EXIT.
008810*================================================================*
008820* 8000-STAMP-CYCLE-STEP - RECORD ON THE CYCLE CONTROL ROW THAT   *
008830* THE LEDGER CLOSE PROVED THE DATE ON THE RIGHT INPUT.  THE ROW  *
008840* IS DL100MN'S, SO A MISSING ROW OR A DATE DL100MN HAS NOT       *
008850* COMPLETED IS REPORTED AND LEFT ALONE.                          *
008860*================================================================*
008870 8000-STAMP-CYCLE-STEP.
008880     OPEN I-O CYCLE-FILE.
008890     IF WS-CYCLE-FILE-STATUS NOT = '00'
008900         MOVE 'CYCLE CONTROL FILE NOT AVAILABLE - NOT STAMPED' TO
008910             PR-PRINT-LINE
008920         WRITE PR-PRINT-LINE
008930         GO TO 8000-EXIT
008940     END-IF.
008950     MOVE WS-PROCESS-DATE TO CY-BUSINESS-DATE.
008960     READ CYCLE-FILE
008970         INVALID KEY
008980             MOVE 'NO CYCLE CONTROL ROW FOR DATE - NOT STAMPED'
008990                 TO PR-PRINT-LINE
009000             WRITE PR-PRINT-LINE
009010             GO TO 8000-CLOSE-CYCLE
009020     END-READ.
009030     IF CY-MN-NOT-COMPLETE
009040         MOVE 'DL100MN HAS NOT COMPLETED THE DATE - NOT STAMPED'
009050             TO PR-PRINT-LINE
009060         WRITE PR-PRINT-LINE
009070         GO TO 8000-CLOSE-CYCLE
009080     END-IF.
009090     SET CY-CL-COMPLETE TO TRUE.
009100     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
009110     ACCEPT WS-TS-TIME FROM TIME.
009120     MOVE SPACES TO CY-CL-STAMP.
009130     STRING WS-TS-DATE  DELIMITED BY SIZE
009140            '-'          DELIMITED BY SIZE
009150            WS-TS-TIME   DELIMITED BY SIZE
009160         INTO CY-CL-STAMP.
009170     REWRITE CY-CYCLE-RECORD.
009180 8000-CLOSE-CYCLE.
009190     CLOSE CYCLE-FILE.
009200 8000-EXIT.
009210     EXIT.
009220*================================================================*
009230* 9000-TERMINATE - CLOSE FILES                                  *
009240*================================================================*
009250 9000-TERMINATE.
009260     IF WS-CUSTMST-FILE-STATUS = '00' OR
009270             WS-CUSTMST-FILE-STATUS = '10'
009280         CLOSE CUSTOMER-MASTER
009290     END-IF.
009300     IF WS-EXTRACT-FILE-STATUS NOT = '35'
009310         CLOSE EXTRACT-FILE
009320     END-IF.
009330     IF WS-HISTORY-OPEN
009340         CLOSE BALANCE-HISTORY
009350     END-IF.
009360     CLOSE PRINT-FILE.
009370 9000-EXIT.
009380     EXIT.
