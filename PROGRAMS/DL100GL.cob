000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DL100GL.
000120 AUTHOR.        J. WHITFIELD.
000130 INSTALLATION.  DAILY LEDGER PROCESSING.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* REMARKS.                                                      *
000180*   END-OF-DAY GENERAL LEDGER JOURNAL INTERFACE.  READS THE     *
000190*   DAY'S EXTRACT FILE, SUMMARIZES WHAT DL100MN POSTED ON THE   *
000200*   BUSINESS DATE BY TRANSACTION TYPE - EX-POSTING-DISP NAMES   *
000210*   THE SIDE, AND A REVERSAL ROW BACKS ITS SIDE OUT, SO         *
000220*   REVERSALS ARE NETTED EXACTLY AS DL100CL NETS THEM - AND     *
000230*   WRITES ONE BALANCED DEBIT/CREDIT ENTRY PAIR PER TYPE TO THE *
000240*   DL100GJ JOURNAL FILE FOR THE GENERAL LEDGER TO LOAD.  THE   *
000250*   ACCOUNTS COME FROM THE DL100GA MAPPING MAINTAINED ONLINE    *
000260*   BY DL100GU: THE CONTROL ACCOUNT TAKES THE TYPE'S NET        *
000270*   MOVEMENT ON THE SIDE THE CUSTOMERS WERE POSTED, THE OFFSET  *
000280*   ACCOUNT THE OTHER SIDE.  THE PROOF REPORT SHOWS EVERY TYPE, *
000290*   ITS ACCOUNTS AND NET, AND THE JOURNAL TOTALS AGAINST THE    *
000300*   EXTRACT.  A TYPE WITH NO MAPPING, AN EXTRACT ROW WITH NO    *
000310*   POSTING SIDE, OR A JOURNAL WHOSE DEBITS AND CREDITS (OR     *
000320*   CONTROL ACCOUNT NET AND THE DAY'S POSTINGS) DISAGREE        *
000330*   REFUSES THE WHOLE JOURNAL - NOTHING IS WRITTEN FOR THE      *
000340*   LEDGER AND THE DL100CY GL STEP IS NOT STAMPED - RATHER THAN *
000350*   HAND FINANCE A PART-DAY OR LOPSIDED LOAD.                   *
000360*   THE EXTRACT IS ALSO COUNTED AGAINST THE DL100TC CONTROL     *
000370*   TOTALS DL100MN FILED FOR THE DATE; A TRUNCATED OR WRONG     *
000380*   EXTRACT REFUSES THE JOURNAL THE SAME WAY.                   *
000390*                                                                *
000400* MODIFICATION HISTORY.                                         *
000410*   2026-10-15  JW  INITIAL VERSION.                             *
000420*   2026-10-15  JW  INTER-STEP CONTROL TOTALS.  EVERY EXTRACT   *
000430*                   ROW READ IS COUNTED, HASHED BY RECORD       *
000440*                   NUMBER AND TOTALLED (2000) AND SET AGAINST  *
000450*                   THE DL100TC ROW FOR THE DATE (7000).  A     *
000460*                   DIFFERENCE PRINTS AN OUT-OF-CONTROL BANNER  *
000470*                   AND REFUSES THE JOURNAL, SO NOTHING IS      *
000480*                   WRITTEN AND THE GL STEP IS NOT STAMPED.     *
000490*                   THE CYCLE FILE IS CLOSED ON AN OPEN SWITCH  *
000500*                   RATHER THAN ITS LAST STATUS.                *
000510*   2026-10-15  JW  THE DL100TC EXPECTED TOTALS ARE SAVED TO    *
000520*                   WORKING STORAGE (WS-TC-) BEFORE CTLTOT IS   *
000530*                   CLOSED; 7000 AND 7100 USE ONLY THE SAVED    *
000540*                   COPIES, ZERO WHEN NO ROW WAS READ.          *
000550*--------------------------------------------------------------*
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER.   IBM-370.
000590 OBJECT-COMPUTER.   IBM-370.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT EXTRACT-FILE ASSIGN TO EXTRIN
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
000650     SELECT GL-ACCOUNT-FILE ASSIGN TO GLACCT
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS GA-TRANS-TYPE
000690         FILE STATUS IS WS-GLACCT-FILE-STATUS.
000700     SELECT JOURNAL-FILE ASSIGN TO GLJRNL
000710         ORGANIZATION IS SEQUENTIAL.
000720     SELECT PRINT-FILE ASSIGN TO GLRPT
000730         ORGANIZATION IS SEQUENTIAL.
000740     SELECT CYCLE-FILE ASSIGN TO CYCCTL
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS CY-BUSINESS-DATE
000780         FILE STATUS IS WS-CYCLE-FILE-STATUS.
000790     SELECT CONTROL-TOTALS-FILE ASSIGN TO CTLTOT
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS RANDOM
000820         RECORD KEY IS TC-BUSINESS-DATE
000830         FILE STATUS IS WS-CTLTOT-FILE-STATUS.
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  EXTRACT-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890     COPY DL100EX.
000900 FD  GL-ACCOUNT-FILE
000910     LABEL RECORDS ARE STANDARD.
000920     COPY DL100GA.
000930 FD  JOURNAL-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960     COPY DL100GJ.
000970 FD  PRINT-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 01  PR-PRINT-LINE               PIC X(132).
001010 FD  CYCLE-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY DL100CY.
001040 FD  CONTROL-TOTALS-FILE
001050     LABEL RECORDS ARE STANDARD.
001060     COPY DL100TC.
001070 WORKING-STORAGE SECTION.
001080*--------------------------------------------------------------*
001090* FIELD-LEVEL INITIALIZATION STANDARD - SEE DL100MN FOR THE     *
001100* FULL STATEMENT OF THE RULE.                                   *
001110*--------------------------------------------------------------*
001120* RUN CONTROL SWITCHES AND STATUS FIELDS                        *
001130*--------------------------------------------------------------*
001140 01  WS-EXTRACT-FILE-STATUS   PIC X(02) VALUE '00'.
001150 01  WS-GLACCT-FILE-STATUS    PIC X(02) VALUE '00'.
001160 01  WS-EXTRACT-EOF-SW        PIC X(01) VALUE 'N'.
001170     88  WS-EXTRACT-EOF-REACHED          VALUE 'Y'.
001180     88  WS-EXTRACT-NOT-EOF              VALUE 'N'.
001190 01  WS-GLACCT-SW             PIC X(01) VALUE 'N'.
001200     88  WS-GLACCT-AVAILABLE             VALUE 'Y'.
001210     88  WS-GLACCT-NOT-AVAILABLE         VALUE 'N'.
001220 01  WS-JOURNAL-SW            PIC X(01) VALUE 'Y'.
001230     88  WS-JOURNAL-RELEASED             VALUE 'Y'.
001240     88  WS-JOURNAL-REFUSED              VALUE 'N'.
001250*--------------------------------------------------------------*
001260* CYCLE CONTROL FIELDS - THE BUSINESS DATE COMES FROM SYSIN     *
001270* (BLANK OR ZERO = TODAY); 1100 REFUSES A DATE WHOSE DL100MN    *
001280* RUN NEVER COMPLETED, AND 8000 STAMPS THIS STEP WHEN DONE.     *
001290*--------------------------------------------------------------*
001300 01  WS-CYCLE-FILE-STATUS     PIC X(02) VALUE '00'.
001310 01  WS-CYCLE-OPEN-SW         PIC X(01) VALUE 'N'.
001320     88  WS-CYCLE-OPEN                   VALUE 'Y'.
001330     88  WS-CYCLE-NOT-OPEN               VALUE 'N'.
001340 01  WS-CYCLE-OK-SW           PIC X(01) VALUE 'N'.
001350     88  WS-CYCLE-CLEARED                VALUE 'Y'.
001360     88  WS-CYCLE-REFUSED                VALUE 'N'.
001370 01  WS-TS-DATE               PIC 9(08) VALUE ZERO.
001380 01  WS-TS-TIME               PIC 9(08) VALUE ZERO.
001390 01  WS-BUSINESS-DATE-IN      PIC X(08) VALUE SPACES.
001400 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
001410*--------------------------------------------------------------*
001420* INTER-STEP CONTROL TOTALS - WHAT DL100MN FILED FOR THE DATE   *
001430* (DL100TC ON CTLTOT) AGAINST WHAT THIS RUN READ.  7000 SETTLES *
001440* THEM; THE STEP IS STAMPED ONLY WHEN THEY AGREE.               *
001450*--------------------------------------------------------------*
001460 01  WS-CTLTOT-FILE-STATUS    PIC X(02) VALUE '00'.
001470 01  WS-CTLTOT-ROW-SW         PIC X(01) VALUE 'N'.
001480     88  WS-CTLTOT-ROW-FOUND             VALUE 'Y'.
001490     88  WS-CTLTOT-ROW-MISSING           VALUE 'N'.
001500 01  WS-CONTROL-SW            PIC X(01) VALUE 'N'.
001510     88  WS-INPUT-IN-CONTROL             VALUE 'Y'.
001520     88  WS-INPUT-OUT-OF-CONTROL         VALUE 'N'.
001530 01  WS-CONTROL-REASON        PIC X(60) VALUE SPACES.
001540 01  WS-EXTRACT-READ-COUNT    PIC 9(09) COMP VALUE ZERO.
001550 01  WS-EXTRACT-HASH          PIC 9(15) COMP-3 VALUE ZERO.
001560 01  WS-EXTRACT-AMOUNT        PIC S9(13)V99 COMP-3 VALUE ZERO.
001570 01  WS-CONTROL-EXPECTED      PIC S9(15)V99 COMP-3 VALUE ZERO.
001580 01  WS-CONTROL-ACTUAL        PIC S9(15)V99 COMP-3 VALUE ZERO.
001590 01  WS-TC-EXTRACT-COUNT      PIC 9(09) COMP VALUE ZERO.
001600 01  WS-TC-EXTRACT-HASH       PIC 9(15) COMP-3 VALUE ZERO.
001610 01  WS-TC-EXTRACT-AMOUNT     PIC S9(13)V99 COMP-3 VALUE ZERO.
001620 01  WS-CONTROL-HEADING.
001630     05  FILLER                   PIC X(01) VALUE SPACES.
001640     05  FILLER                   PIC X(30) VALUE 'CONTROL'.
001650     05  FILLER                   PIC X(22) VALUE
001660         '   EXPECTED (DL100MN)'.
001670     05  FILLER                   PIC X(03) VALUE SPACES.
001680     05  FILLER                   PIC X(22) VALUE
001690         '    ACTUAL (THIS RUN)'.
001700     05  FILLER                   PIC X(54) VALUE SPACES.
001710 01  WS-CONTROL-LINE.
001720     05  FILLER                   PIC X(01) VALUE SPACES.
001730     05  WS-CC-LABEL              PIC X(30).
001740     05  WS-CC-EXPECTED           PIC X(22).
001750     05  WS-CC-EXPECTED-COUNT REDEFINES WS-CC-EXPECTED
001760                                  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
001770     05  WS-CC-EXPECTED-AMOUNT REDEFINES WS-CC-EXPECTED
001780                                  PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
001790     05  FILLER                   PIC X(03) VALUE SPACES.
001800     05  WS-CC-ACTUAL             PIC X(22).
001810     05  WS-CC-ACTUAL-COUNT REDEFINES WS-CC-ACTUAL
001820                                  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
001830     05  WS-CC-ACTUAL-AMOUNT REDEFINES WS-CC-ACTUAL
001840                                  PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
001850     05  FILLER                   PIC X(03) VALUE SPACES.
001860     05  WS-CC-FLAG               PIC X(16).
001870     05  FILLER                   PIC X(35) VALUE SPACES.
001880*--------------------------------------------------------------*
001890* EXTRACT AND JOURNAL ACCUMULATORS.  THE CONTROL NET IS THE     *
001900* CONTROL ACCOUNTS' DEBITS LESS THEIR CREDITS, AND MUST EQUAL   *
001910* THE DAY'S CUSTOMER DEBITS LESS CUSTOMER CREDITS.              *
001920*--------------------------------------------------------------*
001930 01  WS-EXT-SELECTED-COUNT    PIC 9(09) COMP VALUE ZERO.
001940 01  WS-EXT-BYPASSED-COUNT    PIC 9(09) COMP VALUE ZERO.
001950 01  WS-EXT-UNCLASSIFIED      PIC 9(09) COMP VALUE ZERO.
001960 01  WS-TYPE-OVERFLOW-COUNT   PIC 9(09) COMP VALUE ZERO.
001970 01  WS-UNMAPPED-COUNT        PIC 9(09) COMP VALUE ZERO.
001980 01  WS-ZERO-NET-COUNT        PIC 9(09) COMP VALUE ZERO.
001990 01  WS-ENTRY-COUNT           PIC 9(09) COMP VALUE ZERO.
002000 01  WS-ENTRY-NO              PIC 9(05) COMP VALUE ZERO.
002010 01  WS-EXT-DEBIT-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
002020 01  WS-EXT-CREDIT-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
002030 01  WS-EXT-NET-MOVEMENT      PIC S9(13)V99 COMP-3 VALUE ZERO.
002040 01  WS-JNL-DEBIT-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
002050 01  WS-JNL-CREDIT-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
002060 01  WS-JNL-CONTROL-NET       PIC S9(13)V99 COMP-3 VALUE ZERO.
002070 01  WS-ENTRY-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
002080*--------------------------------------------------------------*
002090* TRANSACTION-TYPE SUMMARY TABLE - ONE ENTRY PER TYPE CODE SEEN *
002100* ON THE DAY'S EXTRACT.  DEBITS AND CREDITS ARE THE CUSTOMER    *
002110* SIDE, REVERSALS ALREADY NETTED; THE ACCOUNTS ARE FILLED IN    *
002120* FROM DL100GA BY 3100.                                         *
002130*--------------------------------------------------------------*
002140 01  WS-GL-TYPE-TABLE.
002150     05  WS-GLT-COUNT             PIC 9(03) COMP VALUE ZERO.
002160     05  WS-GLT-ENTRY OCCURS 1 TO 100 TIMES
002170                 DEPENDING ON WS-GLT-COUNT
002180                 INDEXED BY WS-GLT-IDX.
002190         10  WS-GLT-TYPE          PIC X(02) VALUE SPACES.
002200         10  WS-GLT-ROWS          PIC 9(09) COMP VALUE ZERO.
002210         10  WS-GLT-DEBITS        PIC S9(13)V99 COMP-3 VALUE ZERO.
002220         10  WS-GLT-CREDITS       PIC S9(13)V99 COMP-3 VALUE ZERO.
002230         10  WS-GLT-NET           PIC S9(13)V99 COMP-3 VALUE ZERO.
002240         10  WS-GLT-CONTROL-ACCT  PIC X(12) VALUE SPACES.
002250         10  WS-GLT-OFFSET-ACCT   PIC X(12) VALUE SPACES.
002260         10  WS-GLT-NARRATIVE     PIC X(30) VALUE SPACES.
002270         10  WS-GLT-MAP-SW        PIC X(01) VALUE 'N'.
002280             88  WS-GLT-MAPPED        VALUE 'Y'.
002290             88  WS-GLT-UNMAPPED      VALUE 'N'.
002300*--------------------------------------------------------------*
002310* PAGE CONTROL                                                  *
002320*--------------------------------------------------------------*
002330 01  WS-LINE-COUNT            PIC 9(03) COMP VALUE ZERO.
002340 01  WS-PAGE-NO               PIC 9(05) COMP VALUE ZERO.
002350 01  WS-PAGE-LIMIT            PIC 9(03) COMP VALUE 55.
002360*--------------------------------------------------------------*
002370* REPORT LINE BUILD AREAS                                       *
002380*--------------------------------------------------------------*
002390 01  WS-HEADING-LINE.
002400     05  FILLER                   PIC X(01) VALUE SPACES.
002410     05  FILLER                   PIC X(34) VALUE
002420         'DL100 GENERAL LEDGER JOURNAL PROOF'.
002430     05  FILLER                   PIC X(06) VALUE SPACES.
002440     05  FILLER                   PIC X(06) VALUE 'DATE: '.
002450     05  WS-HD-BUSINESS-DATE      PIC 9(08).
002460     05  FILLER                   PIC X(06) VALUE SPACES.
002470     05  FILLER                   PIC X(06) VALUE 'PAGE: '.
002480     05  WS-HD-PAGE-NO            PIC ZZ,ZZ9.
002490     05  FILLER                   PIC X(59) VALUE SPACES.
002500 01  WS-COLUMN-LINE.
002510     05  FILLER                   PIC X(05) VALUE ' TY  '.
002520     05  FILLER                   PIC X(11) VALUE '       ROWS'.
002530     05  FILLER                   PIC X(17) VALUE
002540         '      CUST DEBITS'.
002550     05  FILLER                   PIC X(17) VALUE
002560         '     CUST CREDITS'.
002570     05  FILLER                   PIC X(17) VALUE
002580         '    NET (DR - CR)'.
002590     05  FILLER                   PIC X(02) VALUE SPACES.
002600     05  FILLER                   PIC X(13) VALUE 'CONTROL ACCT '.
002610     05  FILLER                   PIC X(12) VALUE 'OFFSET ACCT '.
002620     05  FILLER                   PIC X(38) VALUE SPACES.
002630 01  WS-DETAIL-LINE.
002640     05  FILLER                   PIC X(01) VALUE SPACES.
002650     05  WS-DT-TYPE               PIC X(02).
002660     05  FILLER                   PIC X(02) VALUE SPACES.
002670     05  WS-DT-ROWS               PIC ZZZ,ZZZ,ZZ9.
002680     05  WS-DT-DEBITS             PIC -Z(12)9.99.
002690     05  WS-DT-CREDITS            PIC -Z(12)9.99.
002700     05  WS-DT-NET                PIC -Z(12)9.99.
002710     05  FILLER                   PIC X(02) VALUE SPACES.
002720     05  WS-DT-CONTROL-ACCT       PIC X(12).
002730     05  FILLER                   PIC X(01) VALUE SPACES.
002740     05  WS-DT-OFFSET-ACCT        PIC X(12).
002750     05  FILLER                   PIC X(02) VALUE SPACES.
002760     05  WS-DT-FLAG               PIC X(16).
002770     05  FILLER                   PIC X(20) VALUE SPACES.
002780 01  WS-REPORT-LABEL           PIC X(40) VALUE SPACES.
002790 01  WS-REPORT-COUNT           PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
002800 01  WS-REPORT-AMOUNT          PIC -Z(12)9.99 VALUE ZERO.
002810 PROCEDURE DIVISION.
002820*================================================================*
002830* 0000-MAINLINE-CONTROL                                          *
002840*================================================================*
002850 0000-MAINLINE-CONTROL.
002860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002870     PERFORM 2000-ACCUMULATE-EXTRACT THRU 2000-EXIT
002880         UNTIL WS-EXTRACT-EOF-REACHED.
002890     IF WS-CYCLE-CLEARED
002900         PERFORM 7000-CHECK-CONTROL-TOTALS THRU 7000-EXIT
002910         PERFORM 3000-PROVE-JOURNAL THRU 3000-EXIT
002920         IF WS-JOURNAL-RELEASED
002930             PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT
002940             PERFORM 8000-STAMP-CYCLE-STEP THRU 8000-EXIT
002950         END-IF
002960     END-IF.
002970     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002980     GOBACK.
002990 0000-EXIT.
003000     EXIT.
003010*================================================================*
003020* 1000-INITIALIZE - TAKE THE BUSINESS DATE FROM SYSIN, CHECK THE *
003030* CYCLE, OPEN THE FILES AND PRIME THE READ.  A MISSING EXTRACT   *
003040* OR MAPPING FILE REFUSES THE JOURNAL RATHER THAN PRODUCING AN   *
003050* EMPTY OR UNMAPPED ONE.                                         *
003060*================================================================*
003070 1000-INITIALIZE.
003080     PERFORM 1050-REINITIALIZE-WORK-AREAS THRU 1050-EXIT.
003090     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
003100     MOVE WS-TS-DATE TO WS-BUSINESS-DATE.
003110     ACCEPT WS-BUSINESS-DATE-IN.
003120     IF WS-BUSINESS-DATE-IN NUMERIC AND
003130             WS-BUSINESS-DATE-IN NOT = ZEROS
003140         MOVE WS-BUSINESS-DATE-IN TO WS-BUSINESS-DATE
003150     END-IF.
003160     OPEN OUTPUT PRINT-FILE.
003170     PERFORM 4100-START-REPORT-PAGE THRU 4100-EXIT.
003180     PERFORM 1100-CHECK-CYCLE-STATUS THRU 1100-EXIT.
003190     IF WS-CYCLE-REFUSED
003200         SET WS-EXTRACT-EOF-REACHED TO TRUE
003210         SET WS-JOURNAL-REFUSED TO TRUE
003220         GO TO 1000-EXIT
003230     END-IF.
003240     OPEN INPUT GL-ACCOUNT-FILE.
003250     IF WS-GLACCT-FILE-STATUS = '00'
003260         SET WS-GLACCT-AVAILABLE TO TRUE
003270     ELSE
003280         SET WS-JOURNAL-REFUSED TO TRUE
003290         MOVE 'GL ACCOUNT MAPPING FILE NOT AVAILABLE - NO TYPE CAN
003300-            ' BE MAPPED' TO PR-PRINT-LINE
003310         WRITE PR-PRINT-LINE
003320         ADD 1 TO WS-LINE-COUNT
003330     END-IF.
003340     OPEN INPUT EXTRACT-FILE.
003350     IF WS-EXTRACT-FILE-STATUS NOT = '00'
003360         SET WS-EXTRACT-EOF-REACHED TO TRUE
003370         SET WS-JOURNAL-REFUSED TO TRUE
003380         MOVE 'EXTRACT FILE NOT AVAILABLE - THE DAY CANNOT BE JOUR
003390-            'NALIZED' TO PR-PRINT-LINE
003400         WRITE PR-PRINT-LINE
003410         ADD 1 TO WS-LINE-COUNT
003420     END-IF.
003430     IF WS-EXTRACT-NOT-EOF
003440         PERFORM 2100-READ-EXTRACT THRU 2100-EXIT
003450     END-IF.
003460 1000-EXIT.
003470     EXIT.
003480*================================================================*
003490* 1050-REINITIALIZE-WORK-AREAS - RE-APPLY THE PROGRAM'S DEFAULT  *
003500* VALUES TO EVERY WORKING AREA BEFORE THE RUN STARTS             *
003510*================================================================*
003520 1050-REINITIALIZE-WORK-AREAS.
003530     MOVE '00' TO WS-EXTRACT-FILE-STATUS.
003540     MOVE '00' TO WS-GLACCT-FILE-STATUS.
003550     SET WS-EXTRACT-NOT-EOF TO TRUE.
003560     SET WS-GLACCT-NOT-AVAILABLE TO TRUE.
003570     SET WS-JOURNAL-RELEASED TO TRUE.
003580     MOVE '00' TO WS-CYCLE-FILE-STATUS.
003590     SET WS-CYCLE-NOT-OPEN TO TRUE.
003600     SET WS-CYCLE-REFUSED TO TRUE.
003610     MOVE ZERO TO WS-TS-DATE.
003620     MOVE ZERO TO WS-TS-TIME.
003630     MOVE SPACES TO WS-BUSINESS-DATE-IN.
003640     MOVE ZERO TO WS-BUSINESS-DATE.
003650     MOVE '00' TO WS-CTLTOT-FILE-STATUS.
003660     SET WS-CTLTOT-ROW-MISSING TO TRUE.
003670     SET WS-INPUT-OUT-OF-CONTROL TO TRUE.
003680     MOVE SPACES TO WS-CONTROL-REASON.
003690     MOVE ZERO TO WS-EXTRACT-READ-COUNT.
003700     MOVE ZERO TO WS-EXTRACT-HASH.
003710     MOVE ZERO TO WS-EXTRACT-AMOUNT.
003720     MOVE ZERO TO WS-CONTROL-EXPECTED.
003730     MOVE ZERO TO WS-CONTROL-ACTUAL.
003740     MOVE ZERO TO WS-EXT-SELECTED-COUNT.
003750     MOVE ZERO TO WS-EXT-BYPASSED-COUNT.
003760     MOVE ZERO TO WS-EXT-UNCLASSIFIED.
003770     MOVE ZERO TO WS-TYPE-OVERFLOW-COUNT.
003780     MOVE ZERO TO WS-UNMAPPED-COUNT.
003790     MOVE ZERO TO WS-ZERO-NET-COUNT.
003800     MOVE ZERO TO WS-ENTRY-COUNT.
003810     MOVE ZERO TO WS-ENTRY-NO.
003820     MOVE ZERO TO WS-EXT-DEBIT-TOTAL.
003830     MOVE ZERO TO WS-EXT-CREDIT-TOTAL.
003840     MOVE ZERO TO WS-EXT-NET-MOVEMENT.
003850     MOVE ZERO TO WS-JNL-DEBIT-TOTAL.
003860     MOVE ZERO TO WS-JNL-CREDIT-TOTAL.
003870     MOVE ZERO TO WS-JNL-CONTROL-NET.
003880     MOVE ZERO TO WS-ENTRY-AMOUNT.
003890     MOVE ZERO TO WS-GLT-COUNT.
003900     MOVE ZERO TO WS-LINE-COUNT.
003910     MOVE ZERO TO WS-PAGE-NO.
003920     MOVE 55 TO WS-PAGE-LIMIT.
003930     MOVE SPACES TO WS-REPORT-LABEL.
003940     MOVE ZERO TO WS-REPORT-COUNT.
003950     MOVE ZERO TO WS-REPORT-AMOUNT.
003960 1050-EXIT.
003970     EXIT.
003980*================================================================*
003990* 1100-CHECK-CYCLE-STATUS - REFUSE TO JOURNALIZE A DATE WHOSE    *
004000* DL100MN RUN NEVER COMPLETED - ITS EXTRACT IS HALF-WRITTEN AT   *
004010* BEST.  A MISSING CYCLE FILE OR ROW PROVES NOTHING, SO IT       *
004020* REFUSES TOO.                                                   *
004030*================================================================*
004040 1100-CHECK-CYCLE-STATUS.
004050     OPEN I-O CYCLE-FILE.
004060     IF WS-CYCLE-FILE-STATUS NOT = '00'
004070         MOVE 'CYCLE CONTROL FILE NOT AVAILABLE - GL JOURNAL REFUS
004080-            'ED' TO PR-PRINT-LINE
004090         WRITE PR-PRINT-LINE
004100         GO TO 1100-EXIT
004110     END-IF.
004120     SET WS-CYCLE-OPEN TO TRUE.
004130     MOVE WS-BUSINESS-DATE TO CY-BUSINESS-DATE.
004140     READ CYCLE-FILE
004150         INVALID KEY
004160             PERFORM 1150-WRITE-REFUSAL-MESSAGE THRU 1150-EXIT
004170             GO TO 1100-EXIT
004180     END-READ.
004190     IF CY-MN-NOT-COMPLETE
004200         PERFORM 1150-WRITE-REFUSAL-MESSAGE THRU 1150-EXIT
004210         GO TO 1100-EXIT
004220     END-IF.
004230     SET WS-CYCLE-CLEARED TO TRUE.
004240 1100-EXIT.
004250     EXIT.
004260*================================================================*
004270* 1150-WRITE-REFUSAL-MESSAGE                                    *
004280*================================================================*
004290 1150-WRITE-REFUSAL-MESSAGE.
004300     MOVE SPACES TO PR-PRINT-LINE.
004310     STRING 'CYCLE CONTROL: DL100MN HAS NOT COMPLETED '
004320             DELIMITED BY SIZE
004330            WS-BUSINESS-DATE DELIMITED BY SIZE
004340            ' - GL JOURNAL REFUSED' DELIMITED BY SIZE
004350         INTO PR-PRINT-LINE.
004360     WRITE PR-PRINT-LINE.
004370 1150-EXIT.
004380     EXIT.
004390*================================================================*
004400* 2000-ACCUMULATE-EXTRACT - ADD ONE EXTRACT ROW POSTED ON THE    *
004410* BUSINESS DATE TO ITS TYPE'S TOTALS.  EX-POSTING-DISP NAMES THE *
004420* SIDE; A REVERSAL ROW BACKS ITS SIDE OUT.  A ROW WITH NO SIDE,  *
004430* OR A TYPE BEYOND THE TABLE LIMIT, CANNOT BE JOURNALIZED AND    *
004440* REFUSES THE JOURNAL RATHER THAN BEING GUESSED AT OR DROPPED.   *
004450* EVERY ROW READ, WHATEVER ITS DATE, COUNTS TOWARDS THE CONTROL  *
004460* TOTALS.                                                        *
004470*================================================================*
004480 2000-ACCUMULATE-EXTRACT.
004490     ADD 1 TO WS-EXTRACT-READ-COUNT.
004500     ADD EX-RECORD-NO TO WS-EXTRACT-HASH.
004510     ADD EX-TRANS-AMOUNT TO WS-EXTRACT-AMOUNT.
004520     IF EX-RUN-DATE NOT = WS-BUSINESS-DATE
004530         ADD 1 TO WS-EXT-BYPASSED-COUNT
004540         GO TO 2000-NEXT
004550     END-IF.
004560     ADD 1 TO WS-EXT-SELECTED-COUNT.
004570     PERFORM 2200-FIND-TYPE-ENTRY THRU 2200-EXIT.
004580     IF WS-GLT-IDX > WS-GLT-COUNT
004590         ADD 1 TO WS-TYPE-OVERFLOW-COUNT
004600         SET WS-JOURNAL-REFUSED TO TRUE
004610         GO TO 2000-NEXT
004620     END-IF.
004630     ADD 1 TO WS-GLT-ROWS (WS-GLT-IDX).
004640     EVALUATE TRUE
004650         WHEN EX-POSTED-CREDIT AND EX-REVERSAL
004660             SUBTRACT EX-TRANS-AMOUNT FROM
004670                 WS-GLT-CREDITS (WS-GLT-IDX)
004680             SUBTRACT EX-TRANS-AMOUNT FROM WS-EXT-CREDIT-TOTAL
004690         WHEN EX-POSTED-CREDIT
004700             ADD EX-TRANS-AMOUNT TO WS-GLT-CREDITS (WS-GLT-IDX)
004710             ADD EX-TRANS-AMOUNT TO WS-EXT-CREDIT-TOTAL
004720         WHEN EX-POSTED-DEBIT AND EX-REVERSAL
004730             SUBTRACT EX-TRANS-AMOUNT FROM
004740                 WS-GLT-DEBITS (WS-GLT-IDX)
004750             SUBTRACT EX-TRANS-AMOUNT FROM WS-EXT-DEBIT-TOTAL
004760         WHEN EX-POSTED-DEBIT
004770             ADD EX-TRANS-AMOUNT TO WS-GLT-DEBITS (WS-GLT-IDX)
004780             ADD EX-TRANS-AMOUNT TO WS-EXT-DEBIT-TOTAL
004790         WHEN OTHER
004800             ADD 1 TO WS-EXT-UNCLASSIFIED
004810             SET WS-JOURNAL-REFUSED TO TRUE
004820     END-EVALUATE.
004830 2000-NEXT.
004840     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
004850 2000-EXIT.
004860     EXIT.
004870*================================================================*
004880* 2100-READ-EXTRACT                                             *
004890*================================================================*
004900 2100-READ-EXTRACT.
004910     READ EXTRACT-FILE
004920         AT END
004930             SET WS-EXTRACT-EOF-REACHED TO TRUE
004940     END-READ.
004950 2100-EXIT.
004960     EXIT.
004970*================================================================*
004980* 2200-FIND-TYPE-ENTRY - POINT WS-GLT-IDX AT THE TABLE ENTRY FOR *
004990* EX-TRANS-TYPE, ADDING ONE IF THE TYPE IS NEW.  WITH THE TABLE  *
005000* FULL THE INDEX IS LEFT PAST THE LAST ENTRY FOR 2000 TO SEE.    *
005010*================================================================*
005020 2200-FIND-TYPE-ENTRY.
005030     IF WS-GLT-COUNT > ZERO
005040         SET WS-GLT-IDX TO 1
005050         SEARCH WS-GLT-ENTRY VARYING WS-GLT-IDX
005060             AT END
005070                 CONTINUE
005080             WHEN WS-GLT-TYPE (WS-GLT-IDX) = EX-TRANS-TYPE
005090                 GO TO 2200-EXIT
005100         END-SEARCH
005110     END-IF.
005120     IF WS-GLT-COUNT = 100
005130         SET WS-GLT-IDX TO 101
005140         GO TO 2200-EXIT
005150     END-IF.
005160     ADD 1 TO WS-GLT-COUNT.
005170     SET WS-GLT-IDX TO WS-GLT-COUNT.
005180     MOVE EX-TRANS-TYPE TO WS-GLT-TYPE (WS-GLT-IDX).
005190     MOVE ZERO TO WS-GLT-ROWS (WS-GLT-IDX).
005200     MOVE ZERO TO WS-GLT-DEBITS (WS-GLT-IDX).
005210     MOVE ZERO TO WS-GLT-CREDITS (WS-GLT-IDX).
005220     MOVE ZERO TO WS-GLT-NET (WS-GLT-IDX).
005230     MOVE SPACES TO WS-GLT-CONTROL-ACCT (WS-GLT-IDX).
005240     MOVE SPACES TO WS-GLT-OFFSET-ACCT (WS-GLT-IDX).
005250     MOVE SPACES TO WS-GLT-NARRATIVE (WS-GLT-IDX).
005260     SET WS-GLT-UNMAPPED (WS-GLT-IDX) TO TRUE.
005270 2200-EXIT.
005280     EXIT.
005290*================================================================*
005300* 3000-PROVE-JOURNAL - MAP AND PRINT EVERY TYPE, THEN SETTLE THE *
005310* JOURNAL TOTALS AGAINST THE EXTRACT AND GIVE THE VERDICT        *
005320*================================================================*
005330 3000-PROVE-JOURNAL.
005340     IF WS-GLT-COUNT > ZERO
005350         PERFORM 3100-PROVE-ONE-TYPE THRU 3100-EXIT
005360             VARYING WS-GLT-IDX FROM 1 BY 1
005370             UNTIL WS-GLT-IDX > WS-GLT-COUNT
005380     END-IF.
005390     PERFORM 4000-SETTLE-AND-REPORT THRU 4000-EXIT.
005400 3000-EXIT.
005410     EXIT.
005420*================================================================*
005430* 3100-PROVE-ONE-TYPE - LOOK THE TYPE UP ON DL100GA AND WORK OUT *
005440* ITS ENTRY PAIR.  A NET CUSTOMER DEBIT DEBITS THE CONTROL       *
005450* ACCOUNT AND CREDITS THE OFFSET; A NET CUSTOMER CREDIT IS THE   *
005460* MIRROR IMAGE.  A TYPE THAT NETS TO ZERO NEEDS NO ENTRY PAIR    *
005470* BUT STILL NEEDS ITS MAPPING - EVERY TYPE THAT MOVED ON THE DAY *
005480* MUST BE ACCOUNTED FOR.                                         *
005490*================================================================*
005500 3100-PROVE-ONE-TYPE.
005510     COMPUTE WS-GLT-NET (WS-GLT-IDX) = WS-GLT-DEBITS (WS-GLT-IDX)
005520         - WS-GLT-CREDITS (WS-GLT-IDX).
005530     IF WS-GLACCT-AVAILABLE
005540         MOVE WS-GLT-TYPE (WS-GLT-IDX) TO GA-TRANS-TYPE
005550         READ GL-ACCOUNT-FILE
005560             INVALID KEY
005570                 CONTINUE
005580             NOT INVALID KEY
005590                 IF GA-CONTROL-ACCOUNT NOT = SPACES AND
005600                         GA-OFFSET-ACCOUNT NOT = SPACES
005610                     SET WS-GLT-MAPPED (WS-GLT-IDX) TO TRUE
005620                     MOVE GA-CONTROL-ACCOUNT TO
005630                         WS-GLT-CONTROL-ACCT (WS-GLT-IDX)
005640                     MOVE GA-OFFSET-ACCOUNT TO
005650                         WS-GLT-OFFSET-ACCT (WS-GLT-IDX)
005660                     MOVE GA-NARRATIVE TO
005670                         WS-GLT-NARRATIVE (WS-GLT-IDX)
005680                 END-IF
005690         END-READ
005700     END-IF.
005710     MOVE WS-GLT-TYPE (WS-GLT-IDX) TO WS-DT-TYPE.
005720     MOVE WS-GLT-ROWS (WS-GLT-IDX) TO WS-DT-ROWS.
005730     MOVE WS-GLT-DEBITS (WS-GLT-IDX) TO WS-DT-DEBITS.
005740     MOVE WS-GLT-CREDITS (WS-GLT-IDX) TO WS-DT-CREDITS.
005750     MOVE WS-GLT-NET (WS-GLT-IDX) TO WS-DT-NET.
005760     MOVE WS-GLT-CONTROL-ACCT (WS-GLT-IDX) TO WS-DT-CONTROL-ACCT.
005770     MOVE WS-GLT-OFFSET-ACCT (WS-GLT-IDX) TO WS-DT-OFFSET-ACCT.
005780     MOVE SPACES TO WS-DT-FLAG.
005790     IF WS-GLT-UNMAPPED (WS-GLT-IDX)
005800         MOVE '*NO GL MAPPING*' TO WS-DT-FLAG
005810         ADD 1 TO WS-UNMAPPED-COUNT
005820         SET WS-JOURNAL-REFUSED TO TRUE
005830         GO TO 3100-PRINT
005840     END-IF.
005850     IF WS-GLT-NET (WS-GLT-IDX) = ZERO
005860         MOVE 'NETS TO ZERO' TO WS-DT-FLAG
005870         ADD 1 TO WS-ZERO-NET-COUNT
005880         GO TO 3100-PRINT
005890     END-IF.
005900     IF WS-GLT-NET (WS-GLT-IDX) > ZERO
005910         MOVE WS-GLT-NET (WS-GLT-IDX) TO WS-ENTRY-AMOUNT
005920     ELSE
005930         COMPUTE WS-ENTRY-AMOUNT = ZERO - WS-GLT-NET (WS-GLT-IDX)
005940     END-IF.
005950     ADD WS-ENTRY-AMOUNT TO WS-JNL-DEBIT-TOTAL.
005960     ADD WS-ENTRY-AMOUNT TO WS-JNL-CREDIT-TOTAL.
005970     ADD WS-GLT-NET (WS-GLT-IDX) TO WS-JNL-CONTROL-NET.
005980     ADD 2 TO WS-ENTRY-COUNT.
005990 3100-PRINT.
006000     IF WS-LINE-COUNT > WS-PAGE-LIMIT
006010         PERFORM 4100-START-REPORT-PAGE THRU 4100-EXIT
006020     END-IF.
006030     MOVE WS-DETAIL-LINE TO PR-PRINT-LINE.
006040     WRITE PR-PRINT-LINE.
006050     ADD 1 TO WS-LINE-COUNT.
006060 3100-EXIT.
006070     EXIT.
006080*================================================================*
006090* 4000-SETTLE-AND-REPORT - RUN TOTALS, THE JOURNAL-VERSUS-       *
006100* EXTRACT PROOF, AND THE VERDICT                                 *
006110*================================================================*
006120 4000-SETTLE-AND-REPORT.
006130     COMPUTE WS-EXT-NET-MOVEMENT = WS-EXT-DEBIT-TOTAL
006140         - WS-EXT-CREDIT-TOTAL.
006150     MOVE SPACES TO PR-PRINT-LINE.
006160     WRITE PR-PRINT-LINE.
006170     MOVE 'EXTRACT ROWS FOR THE BUSINESS DATE' TO WS-REPORT-LABEL.
006180     MOVE WS-EXT-SELECTED-COUNT TO WS-REPORT-COUNT.
006190     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
006200     MOVE 'EXTRACT ROWS FOR OTHER DATES (SKIPPED)' TO
006210         WS-REPORT-LABEL.
006220     MOVE WS-EXT-BYPASSED-COUNT TO WS-REPORT-COUNT.
006230     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
006240     MOVE 'TRANSACTION TYPES' TO WS-REPORT-LABEL.
006250     MOVE WS-GLT-COUNT TO WS-REPORT-COUNT.
006260     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
006270     MOVE 'TYPES NETTING TO ZERO (NO ENTRIES)' TO WS-REPORT-LABEL.
006280     MOVE WS-ZERO-NET-COUNT TO WS-REPORT-COUNT.
006290     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
006300     MOVE 'JOURNAL ENTRIES' TO WS-REPORT-LABEL.
006310     MOVE WS-ENTRY-COUNT TO WS-REPORT-COUNT.
006320     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
006330     MOVE 'EXTRACT CUSTOMER DEBITS' TO WS-REPORT-LABEL.
006340     MOVE WS-EXT-DEBIT-TOTAL TO WS-REPORT-AMOUNT.
006350     PERFORM 4300-WRITE-AMOUNT-LINE THRU 4300-EXIT.
006360     MOVE 'EXTRACT CUSTOMER CREDITS' TO WS-REPORT-LABEL.
006370     MOVE WS-EXT-CREDIT-TOTAL TO WS-REPORT-AMOUNT.
006380     PERFORM 4300-WRITE-AMOUNT-LINE THRU 4300-EXIT.
006390     MOVE 'EXTRACT NET MOVEMENT (DR - CR)' TO WS-REPORT-LABEL.
006400     MOVE WS-EXT-NET-MOVEMENT TO WS-REPORT-AMOUNT.
006410     PERFORM 4300-WRITE-AMOUNT-LINE THRU 4300-EXIT.
006420     MOVE 'JOURNAL DEBITS' TO WS-REPORT-LABEL.
006430     MOVE WS-JNL-DEBIT-TOTAL TO WS-REPORT-AMOUNT.
006440     PERFORM 4300-WRITE-AMOUNT-LINE THRU 4300-EXIT.
006450     MOVE 'JOURNAL CREDITS' TO WS-REPORT-LABEL.
006460     MOVE WS-JNL-CREDIT-TOTAL TO WS-REPORT-AMOUNT.
006470     PERFORM 4300-WRITE-AMOUNT-LINE THRU 4300-EXIT.
006480     MOVE 'CONTROL ACCOUNTS NET (DR - CR)' TO WS-REPORT-LABEL.
006490     MOVE WS-JNL-CONTROL-NET TO WS-REPORT-AMOUNT.
006500     PERFORM 4300-WRITE-AMOUNT-LINE THRU 4300-EXIT.
006510     IF WS-JNL-DEBIT-TOTAL NOT = WS-JNL-CREDIT-TOTAL
006520         SET WS-JOURNAL-REFUSED TO TRUE
006530         MOVE 'JOURNAL DEBITS DO NOT EQUAL JOURNAL CREDITS' TO
006540             PR-PRINT-LINE
006550         WRITE PR-PRINT-LINE
006560     END-IF.
006570     IF WS-JNL-CONTROL-NET NOT = WS-EXT-NET-MOVEMENT AND
006580             WS-UNMAPPED-COUNT = ZERO
006590         SET WS-JOURNAL-REFUSED TO TRUE
006600         MOVE 'CONTROL ACCOUNT NET DOES NOT MATCH THE DAY''S POSTI
006610-            'NGS' TO PR-PRINT-LINE
006620         WRITE PR-PRINT-LINE
006630     END-IF.
006640     IF WS-UNMAPPED-COUNT > ZERO
006650         MOVE 'TYPES WITH NO GL ACCOUNT MAPPING' TO
006660             WS-REPORT-LABEL
006670         MOVE WS-UNMAPPED-COUNT TO WS-REPORT-COUNT
006680         PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT
006690     END-IF.
006700     IF WS-EXT-UNCLASSIFIED > ZERO
006710         MOVE 'EXTRACT ROWS WITHOUT A POSTING SIDE' TO
006720             WS-REPORT-LABEL
006730         MOVE WS-EXT-UNCLASSIFIED TO WS-REPORT-COUNT
006740         PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT
006750     END-IF.
006760     IF WS-TYPE-OVERFLOW-COUNT > ZERO
006770         MOVE 'ROWS BEYOND THE TYPE TABLE LIMIT' TO
006780             WS-REPORT-LABEL
006790         MOVE WS-TYPE-OVERFLOW-COUNT TO WS-REPORT-COUNT
006800         PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT
006810     END-IF.
006820     PERFORM 7100-PRINT-CONTROL-TOTALS THRU 7100-EXIT.
006830     IF WS-INPUT-OUT-OF-CONTROL
006840         SET WS-JOURNAL-REFUSED TO TRUE
006850     END-IF.
006860     MOVE SPACES TO PR-PRINT-LINE.
006870     WRITE PR-PRINT-LINE.
006880     IF WS-JOURNAL-RELEASED
006890         MOVE 'JOURNAL BALANCED AND FULLY MAPPED - RELEASED TO THE
006900-            ' GENERAL LEDGER' TO PR-PRINT-LINE
006910     ELSE
006920         MOVE '***** JOURNAL REFUSED - NOTHING WRITTEN FOR THE GEN
006930-            'ERAL LEDGER - CORRECT AND RERUN *****' TO
006940             PR-PRINT-LINE
006950     END-IF.
006960     WRITE PR-PRINT-LINE.
006970 4000-EXIT.
006980     EXIT.
006990*================================================================*
007000* 4100-START-REPORT-PAGE                                        *
007010*================================================================*
007020 4100-START-REPORT-PAGE.
007030     ADD 1 TO WS-PAGE-NO.
007040     MOVE WS-BUSINESS-DATE TO WS-HD-BUSINESS-DATE.
007050     MOVE WS-PAGE-NO TO WS-HD-PAGE-NO.
007060     MOVE WS-HEADING-LINE TO PR-PRINT-LINE.
007070     IF WS-PAGE-NO = 1
007080         WRITE PR-PRINT-LINE
007090     ELSE
007100         WRITE PR-PRINT-LINE AFTER ADVANCING PAGE
007110     END-IF.
007120     MOVE SPACES TO PR-PRINT-LINE.
007130     WRITE PR-PRINT-LINE.
007140     MOVE WS-COLUMN-LINE TO PR-PRINT-LINE.
007150     WRITE PR-PRINT-LINE.
007160     MOVE 4 TO WS-LINE-COUNT.
007170 4100-EXIT.
007180     EXIT.
007190*================================================================*
007200* 4200-WRITE-COUNT-LINE                                         *
007210*================================================================*
007220 4200-WRITE-COUNT-LINE.
007230     MOVE SPACES TO PR-PRINT-LINE.
007240     STRING WS-REPORT-LABEL  DELIMITED BY SIZE
007250            ' . . . . . . '  DELIMITED BY SIZE
007260            WS-REPORT-COUNT  DELIMITED BY SIZE
007270         INTO PR-PRINT-LINE.
007280     WRITE PR-PRINT-LINE.
007290 4200-EXIT.
007300     EXIT.
007310*================================================================*
007320* 4300-WRITE-AMOUNT-LINE                                        *
007330*================================================================*
007340 4300-WRITE-AMOUNT-LINE.
007350     MOVE SPACES TO PR-PRINT-LINE.
007360     STRING WS-REPORT-LABEL  DELIMITED BY SIZE
007370            ' . . . . . . '  DELIMITED BY SIZE
007380            WS-REPORT-AMOUNT DELIMITED BY SIZE
007390         INTO PR-PRINT-LINE.
007400     WRITE PR-PRINT-LINE.
007410 4300-EXIT.
007420     EXIT.
007430*================================================================*
007440* 5000-WRITE-JOURNAL - REACHED ONLY WHEN THE PROOF PASSED.  THE  *
007450* FILE IS OPENED HERE AND NOWHERE ELSE, SO A REFUSED DAY LEAVES  *
007460* NO JOURNAL FOR THE LEDGER TO PICK UP BY MISTAKE.               *
007470*================================================================*
007480 5000-WRITE-JOURNAL.
007490     OPEN OUTPUT JOURNAL-FILE.
007500     MOVE SPACES TO GJ-CONTROL-RECORD.
007510     MOVE WS-BUSINESS-DATE TO GC-BUSINESS-DATE.
007520     MOVE ZERO TO GC-ENTRY-COUNT.
007530     MOVE ZERO TO GC-DEBIT-TOTAL.
007540     MOVE ZERO TO GC-CREDIT-TOTAL.
007550     MOVE 'DL100GL' TO GC-SOURCE-ID.
007560     MOVE 'HD' TO GC-RECORD-TYPE.
007570     WRITE GJ-CONTROL-RECORD.
007580     IF WS-GLT-COUNT > ZERO
007590         PERFORM 5100-WRITE-ENTRY-PAIR THRU 5100-EXIT
007600             VARYING WS-GLT-IDX FROM 1 BY 1
007610             UNTIL WS-GLT-IDX > WS-GLT-COUNT
007620     END-IF.
007630     MOVE SPACES TO GJ-CONTROL-RECORD.
007640     MOVE WS-BUSINESS-DATE TO GC-BUSINESS-DATE.
007650     MOVE WS-ENTRY-COUNT TO GC-ENTRY-COUNT.
007660     MOVE WS-JNL-DEBIT-TOTAL TO GC-DEBIT-TOTAL.
007670     MOVE WS-JNL-CREDIT-TOTAL TO GC-CREDIT-TOTAL.
007680     MOVE 'DL100GL' TO GC-SOURCE-ID.
007690     MOVE 'TR' TO GC-RECORD-TYPE.
007700     WRITE GJ-CONTROL-RECORD.
007710     CLOSE JOURNAL-FILE.
007720 5000-EXIT.
007730     EXIT.
007740*================================================================*
007750* 5100-WRITE-ENTRY-PAIR - THE DEBIT ENTRY FIRST, THEN THE CREDIT *
007760*================================================================*
007770 5100-WRITE-ENTRY-PAIR.
007780     IF WS-GLT-NET (WS-GLT-IDX) = ZERO
007790         GO TO 5100-EXIT
007800     END-IF.
007810     MOVE SPACES TO GJ-JOURNAL-RECORD.
007820     MOVE WS-BUSINESS-DATE TO GJ-BUSINESS-DATE.
007830     MOVE WS-GLT-TYPE (WS-GLT-IDX) TO GJ-TRANS-TYPE.
007840     MOVE WS-GLT-NARRATIVE (WS-GLT-IDX) TO GJ-NARRATIVE.
007850     MOVE 'DL100GL' TO GJ-SOURCE-ID.
007860     MOVE 'DT' TO GJ-RECORD-TYPE.
007870     IF WS-GLT-NET (WS-GLT-IDX) > ZERO
007880         MOVE WS-GLT-NET (WS-GLT-IDX) TO GJ-AMOUNT
007890         MOVE WS-GLT-CONTROL-ACCT (WS-GLT-IDX) TO GJ-ACCOUNT
007900     ELSE
007910         COMPUTE GJ-AMOUNT = ZERO - WS-GLT-NET (WS-GLT-IDX)
007920         MOVE WS-GLT-OFFSET-ACCT (WS-GLT-IDX) TO GJ-ACCOUNT
007930     END-IF.
007940     SET GJ-DEBIT-ENTRY TO TRUE.
007950     ADD 1 TO WS-ENTRY-NO.
007960     MOVE WS-ENTRY-NO TO GJ-ENTRY-NO.
007970     WRITE GJ-JOURNAL-RECORD.
007980     IF WS-GLT-NET (WS-GLT-IDX) > ZERO
007990         MOVE WS-GLT-OFFSET-ACCT (WS-GLT-IDX) TO GJ-ACCOUNT
008000     ELSE
008010         MOVE WS-GLT-CONTROL-ACCT (WS-GLT-IDX) TO GJ-ACCOUNT
008020     END-IF.
008030     SET GJ-CREDIT-ENTRY TO TRUE.
008040     ADD 1 TO WS-ENTRY-NO.
008050     MOVE WS-ENTRY-NO TO GJ-ENTRY-NO.
008060     WRITE GJ-JOURNAL-RECORD.
008070 5100-EXIT.
008080     EXIT.
008090*================================================================*
008100* 7000-CHECK-CONTROL-TOTALS - READ THE DATE'S DL100TC ROW AND    *
008110* SET WHAT THIS RUN READ AGAINST WHAT DL100MN FILED.  NO FILE OR *
008120* NO ROW PROVES NOTHING, SO EITHER LEAVES THE INPUT OUT OF       *
008130* CONTROL THE SAME AS A DIFFERENCE DOES.                         *
008140*================================================================*
008150 7000-CHECK-CONTROL-TOTALS.
008160     SET WS-INPUT-OUT-OF-CONTROL TO TRUE.
008170     SET WS-CTLTOT-ROW-MISSING TO TRUE.
008180     MOVE ZERO TO WS-TC-EXTRACT-COUNT.
008190     MOVE ZERO TO WS-TC-EXTRACT-HASH.
008200     MOVE ZERO TO WS-TC-EXTRACT-AMOUNT.
008210     OPEN INPUT CONTROL-TOTALS-FILE.
008220     IF WS-CTLTOT-FILE-STATUS NOT = '00'
008230         MOVE 'CONTROL TOTALS FILE NOT AVAILABLE' TO
008240             WS-CONTROL-REASON
008250         GO TO 7000-EXIT
008260     END-IF.
008270     MOVE WS-BUSINESS-DATE TO TC-BUSINESS-DATE.
008280     READ CONTROL-TOTALS-FILE
008290         INVALID KEY
008300             MOVE 'NO CONTROL TOTALS ON FILE FOR THE DATE' TO
008310                 WS-CONTROL-REASON
008320         NOT INVALID KEY
008330             SET WS-CTLTOT-ROW-FOUND TO TRUE
008340             MOVE TC-EXTRACT-COUNT TO WS-TC-EXTRACT-COUNT
008350             MOVE TC-EXTRACT-HASH TO WS-TC-EXTRACT-HASH
008360             MOVE TC-EXTRACT-AMOUNT TO WS-TC-EXTRACT-AMOUNT
008370     END-READ.
008380     CLOSE CONTROL-TOTALS-FILE.
008390     IF WS-CTLTOT-ROW-MISSING
008400         GO TO 7000-EXIT
008410     END-IF.
008420     IF WS-TC-EXTRACT-COUNT = WS-EXTRACT-READ-COUNT AND
008430             WS-TC-EXTRACT-HASH = WS-EXTRACT-HASH AND
008440             WS-TC-EXTRACT-AMOUNT = WS-EXTRACT-AMOUNT
008450         SET WS-INPUT-IN-CONTROL TO TRUE
008460     ELSE
008470         MOVE 'INPUT DOES NOT AGREE WITH THE DL100MN TOTALS' TO
008480             WS-CONTROL-REASON
008490     END-IF.
008500 7000-EXIT.
008510     EXIT.
008520*================================================================*
008530* 7100-PRINT-CONTROL-TOTALS - EXPECTED AGAINST ACTUAL FOR EVERY  *
008540* CONTROL, UNDER AN OUT-OF-CONTROL BANNER WHEN THEY DISAGREE     *
008550*================================================================*
008560 7100-PRINT-CONTROL-TOTALS.
008570     MOVE SPACES TO PR-PRINT-LINE.
008580     WRITE PR-PRINT-LINE.
008590     IF WS-INPUT-OUT-OF-CONTROL
008600         PERFORM 7150-PRINT-BANNER THRU 7150-EXIT
008610     END-IF.
008620     MOVE SPACES TO PR-PRINT-LINE.
008630     STRING 'INTER-STEP CONTROL TOTALS FOR BUSINESS DATE '
008640             DELIMITED BY SIZE
008650            WS-BUSINESS-DATE DELIMITED BY SIZE
008660         INTO PR-PRINT-LINE.
008670     WRITE PR-PRINT-LINE.
008680     MOVE WS-CONTROL-HEADING TO PR-PRINT-LINE.
008690     WRITE PR-PRINT-LINE.
008700     MOVE 'EXTRACT RECORDS' TO WS-CC-LABEL.
008710     MOVE WS-TC-EXTRACT-COUNT TO WS-CONTROL-EXPECTED.
008720     MOVE WS-EXTRACT-READ-COUNT TO WS-CONTROL-ACTUAL.
008730     PERFORM 7200-WRITE-CONTROL-COUNT THRU 7200-EXIT.
008740     MOVE 'EXTRACT RECORD-NUMBER HASH' TO WS-CC-LABEL.
008750     MOVE WS-TC-EXTRACT-HASH TO WS-CONTROL-EXPECTED.
008760     MOVE WS-EXTRACT-HASH TO WS-CONTROL-ACTUAL.
008770     PERFORM 7200-WRITE-CONTROL-COUNT THRU 7200-EXIT.
008780     MOVE 'EXTRACT AMOUNT TOTAL' TO WS-CC-LABEL.
008790     MOVE WS-TC-EXTRACT-AMOUNT TO WS-CONTROL-EXPECTED.
008800     MOVE WS-EXTRACT-AMOUNT TO WS-CONTROL-ACTUAL.
008810     PERFORM 7250-WRITE-CONTROL-AMOUNT THRU 7250-EXIT.
008820     IF WS-INPUT-IN-CONTROL
008830         MOVE 'INPUT IN CONTROL - AGREES WITH DL100MN TOTALS'
008840             TO PR-PRINT-LINE
008850         WRITE PR-PRINT-LINE
008860     ELSE
008870         PERFORM 7150-PRINT-BANNER THRU 7150-EXIT
008880     END-IF.
008890 7100-EXIT.
008900     EXIT.
008910*================================================================*
008920* 7150-PRINT-BANNER - THE OUT-OF-CONTROL BANNER, PRINTED ABOVE   *
008930* AND BELOW THE CONTROL LINES SO IT CANNOT BE MISSED             *
008940*================================================================*
008950 7150-PRINT-BANNER.
008960     MOVE ALL '*' TO PR-PRINT-LINE.
008970     WRITE PR-PRINT-LINE.
008980     MOVE SPACES TO PR-PRINT-LINE.
008990     STRING '*****  INPUT OUT OF CONTROL - ' DELIMITED BY SIZE
009000            'DL100GL STEP NOT STAMPED COMPLETE' DELIMITED BY SIZE
009010            ' - DO NOT RELY ON THIS REPORT  *****'
009020             DELIMITED BY SIZE
009030         INTO PR-PRINT-LINE.
009040     WRITE PR-PRINT-LINE.
009050     MOVE SPACES TO PR-PRINT-LINE.
009060     STRING '*****  ' DELIMITED BY SIZE
009070            WS-CONTROL-REASON DELIMITED BY SIZE
009080         INTO PR-PRINT-LINE.
009090     WRITE PR-PRINT-LINE.
009100     MOVE '*****  RERUN AFTER CORRECTING THE EXTRIN INPUT'
009110         TO PR-PRINT-LINE.
009120     WRITE PR-PRINT-LINE.
009130     MOVE ALL '*' TO PR-PRINT-LINE.
009140     WRITE PR-PRINT-LINE.
009150 7150-EXIT.
009160     EXIT.
009170*================================================================*
009180* 7200-WRITE-CONTROL-COUNT - ONE COUNT OR HASH CONTROL LINE      *
009190*================================================================*
009200 7200-WRITE-CONTROL-COUNT.
009210     MOVE WS-CONTROL-ACTUAL TO WS-CC-ACTUAL-COUNT.
009220     IF WS-CTLTOT-ROW-FOUND
009230         MOVE WS-CONTROL-EXPECTED TO WS-CC-EXPECTED-COUNT
009240     ELSE
009250         MOVE SPACES TO WS-CC-EXPECTED
009260     END-IF.
009270     PERFORM 7300-FLAG-AND-WRITE THRU 7300-EXIT.
009280 7200-EXIT.
009290     EXIT.
009300*================================================================*
009310* 7250-WRITE-CONTROL-AMOUNT - ONE AMOUNT CONTROL LINE            *
009320*================================================================*
009330 7250-WRITE-CONTROL-AMOUNT.
009340     MOVE WS-CONTROL-ACTUAL TO WS-CC-ACTUAL-AMOUNT.
009350     IF WS-CTLTOT-ROW-FOUND
009360         MOVE WS-CONTROL-EXPECTED TO WS-CC-EXPECTED-AMOUNT
009370     ELSE
009380         MOVE SPACES TO WS-CC-EXPECTED
009390     END-IF.
009400     PERFORM 7300-FLAG-AND-WRITE THRU 7300-EXIT.
009410 7250-EXIT.
009420     EXIT.
009430*================================================================*
009440* 7300-FLAG-AND-WRITE                                            *
009450*================================================================*
009460 7300-FLAG-AND-WRITE.
009470     IF WS-CTLTOT-ROW-FOUND AND
009480             WS-CONTROL-EXPECTED NOT = WS-CONTROL-ACTUAL
009490         MOVE '<<< DIFFERENCE' TO WS-CC-FLAG
009500     ELSE
009510         MOVE SPACES TO WS-CC-FLAG
009520     END-IF.
009530     MOVE WS-CONTROL-LINE TO PR-PRINT-LINE.
009540     WRITE PR-PRINT-LINE.
009550 7300-EXIT.
009560     EXIT.
009570*================================================================*
009580* 8000-STAMP-CYCLE-STEP - RECORD ON THE CYCLE CONTROL ROW THAT  *
009590* THE JOURNAL WAS RELEASED FOR THE BUSINESS DATE, AND WHEN.     *
009600*================================================================*
009610 8000-STAMP-CYCLE-STEP.
009620     MOVE WS-BUSINESS-DATE TO CY-BUSINESS-DATE.
009630     READ CYCLE-FILE
009640         INVALID KEY
009650             GO TO 8000-EXIT
009660     END-READ.
009670     SET CY-GL-COMPLETE TO TRUE.
009680     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
009690     ACCEPT WS-TS-TIME FROM TIME.
009700     MOVE SPACES TO CY-GL-STAMP.
009710     STRING WS-TS-DATE  DELIMITED BY SIZE
009720            '-'          DELIMITED BY SIZE
009730            WS-TS-TIME   DELIMITED BY SIZE
009740         INTO CY-GL-STAMP.
009750     REWRITE CY-CYCLE-RECORD.
009760 8000-EXIT.
009770     EXIT.
009780*================================================================*
009790* 9000-TERMINATE - CLOSE FILES                                  *
009800*================================================================*
009810 9000-TERMINATE.
009820     IF WS-CYCLE-REFUSED
009830         GO TO 9000-CLOSE-CYCLE
009840     END-IF.
009850     IF WS-GLACCT-AVAILABLE
009860         CLOSE GL-ACCOUNT-FILE
009870     END-IF.
009880     IF WS-EXTRACT-FILE-STATUS NOT = '35'
009890         CLOSE EXTRACT-FILE
009900     END-IF.
009910 9000-CLOSE-CYCLE.
009920     IF WS-CYCLE-OPEN
009930         CLOSE CYCLE-FILE
009940     END-IF.
009950     CLOSE PRINT-FILE.
009960 9000-EXIT.
009970     EXIT.
