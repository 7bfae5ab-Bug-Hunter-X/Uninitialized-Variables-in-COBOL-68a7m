000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DL100LT.
000120 AUTHOR.        J. WHITFIELD.
000130 INSTALLATION.  DAILY LEDGER PROCESSING.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* REMARKS.                                                      *
000180*   LARGE-TRANSACTION AND STRUCTURING SURVEILLANCE REPORT FOR   *
000190*   COMPLIANCE.  THE DL100LP CARD ON LTPARM GIVES THE BUSINESS  *
000200*   DATE, THE REPORTABLE THRESHOLD, THE NEAR-THRESHOLD BAND,    *
000210*   THE LOOKBACK DAYS, THE MINIMUM NUMBER OF NEAR-THRESHOLD     *
000220*   ITEMS AND THE DL100TT TYPE CODES THAT COUNT AS CASH-TYPE    *
000230*   ACTIVITY (SEE DL100LP FOR THE DEFAULTS).                    *
000240*   THE BUSINESS DATE'S ITEMS COME FROM THE EXTRACT (EXTRIN -   *
000250*   ROWS WITH THAT EX-RUN-DATE, QUALIFYING TYPE, REVERSAL ROWS  *
000260*   LEFT OUT); THE EARLIER DAYS OF THE WINDOW COME FROM THE     *
000270*   DL100DH DUPLICATE-CHECK HISTORY (ROWS POSTED IN THE         *
000280*   LOOKBACK DAYS BEFORE THE BUSINESS DATE, QUALIFYING TYPE,    *
000290*   NEAR-THRESHOLD AMOUNT).  BOTH ARE SORTED BY CUSTOMER, DATE  *
000300*   AND RECORD NUMBER.                                          *
000310*   SECTION 1 LISTS EVERY CUSTOMER WHOSE SAME-DAY TOTAL MET     *
000320*   THE THRESHOLD, WITH EACH CONTRIBUTING ITEM.  SECTION 2      *
000330*   LISTS EVERY CUSTOMER WITH AT LEAST THE MINIMUM NUMBER OF    *
000340*   NEAR-THRESHOLD ITEMS IN THE WINDOW, ONE OF THEM ON THE      *
000350*   BUSINESS DATE (SO A PATTERN IS REPORTED ON THE DAYS IT      *
000360*   GROWS, NOT AGAIN ON EVERY QUIET DAY AFTER), WITH EACH       *
000370*   CONTRIBUTING ITEM.  EVERY QUALIFYING CUSTOMER GETS ONE      *
000380*   DL100LF ROW ON LTFILE, WITH ITS DL100CR NAME AND STATUS,    *
000390*   FOR THE COMPLIANCE SYSTEM.                                  *
000400*   THE HISTORY HOLDS ONLY FEED ITEMS, AS ACCEPTED AT LOAD      *
000410*   (RAW FEED AMOUNT), AND ONLY AS FAR BACK AS THE DL100HK      *
000420*   RETENTION; A MISSING HISTORY FILE LEAVES SECTION 2 TO THE   *
000430*   BUSINESS DATE ALONE AND IS FLAGGED ON THE REPORT.           *
000440*                                                               *
000450* MODIFICATION HISTORY.                                         *
000460*   2026-10-15  JW  INITIAL VERSION.                            *
000470*--------------------------------------------------------------*
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.   IBM-370.
000510 OBJECT-COMPUTER.   IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT PARM-FILE ASSIGN TO LTPARM
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-PARM-FILE-STATUS.
000570     SELECT EXTRACT-FILE ASSIGN TO EXTRIN
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
000600     SELECT DUP-HISTORY-FILE ASSIGN TO DUPHIST
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS DH-DUP-KEY
000640         FILE STATUS IS WS-DUP-FILE-STATUS.
000650     SELECT CUSTOMER-REF ASSIGN TO CUSTREF
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS CR-CUSTOMER-ID
000690         FILE STATUS IS WS-CUSTREF-FILE-STATUS.
000700     SELECT TYPE-FILE ASSIGN TO TRNTYP
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS TT-TRANS-TYPE
000740         FILE STATUS IS WS-TYPE-FILE-STATUS.
000750     SELECT SORT-FILE ASSIGN TO SORTWK.
000760     SELECT FILING-FILE ASSIGN TO LTFILE
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-FILING-FILE-STATUS.
000790     SELECT PRINT-FILE ASSIGN TO LTRPT
000800         ORGANIZATION IS SEQUENTIAL.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  PARM-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860     COPY DL100LP.
000870 FD  EXTRACT-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900     COPY DL100EX.
000910 FD  DUP-HISTORY-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY DL100DH.
000940 FD  CUSTOMER-REF
000950     LABEL RECORDS ARE STANDARD.
000960     COPY DL100CR.
000970 FD  TYPE-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY DL100TT.
001000 SD  SORT-FILE.
001010 01  SR-ITEM-RECORD.
001020     05  SR-CUSTOMER-ID           PIC X(10).
001030     05  SR-ITEM-DATE             PIC 9(08).
001040     05  SR-RECORD-NO             PIC 9(09).
001050     05  SR-TRANS-TYPE            PIC X(02).
001060     05  SR-TRANS-AMOUNT          PIC 9(09)V99.
001070     05  SR-ORIGIN-SW             PIC X(01).
001080         88  SR-FROM-EXTRACT          VALUE 'E'.
001090         88  SR-FROM-HISTORY          VALUE 'H'.
001100     05  SR-NEAR-SW               PIC X(01).
001110         88  SR-NEAR-THRESHOLD        VALUE 'Y'.
001120 FD  FILING-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150     COPY DL100LF.
001160 FD  PRINT-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190 01  PR-PRINT-LINE               PIC X(132).
001200 WORKING-STORAGE SECTION.
001210*--------------------------------------------------------------*
001220* FIELD-LEVEL INITIALIZATION STANDARD - SEE DL100MN FOR THE     *
001230* FULL STATEMENT OF THE RULE.                                   *
001240*--------------------------------------------------------------*
001250* RUN CONTROL SWITCHES AND STATUS FIELDS                        *
001260*--------------------------------------------------------------*
001270 01  WS-PARM-FILE-STATUS      PIC X(02) VALUE '00'.
001280 01  WS-EXTRACT-FILE-STATUS   PIC X(02) VALUE '00'.
001290 01  WS-DUP-FILE-STATUS       PIC X(02) VALUE '00'.
001300 01  WS-CUSTREF-FILE-STATUS   PIC X(02) VALUE '00'.
001310 01  WS-TYPE-FILE-STATUS      PIC X(02) VALUE '00'.
001320 01  WS-FILING-FILE-STATUS    PIC X(02) VALUE '00'.
001330 01  WS-EXTRACT-EOF-SW        PIC X(01) VALUE 'N'.
001340     88  WS-EXTRACT-EOF-REACHED          VALUE 'Y'.
001350     88  WS-EXTRACT-NOT-EOF              VALUE 'N'.
001360 01  WS-DUP-EOF-SW            PIC X(01) VALUE 'N'.
001370     88  WS-DUP-EOF-REACHED              VALUE 'Y'.
001380     88  WS-DUP-NOT-EOF                  VALUE 'N'.
001390 01  WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
001400     88  WS-SORT-EOF-REACHED             VALUE 'Y'.
001410     88  WS-SORT-NOT-EOF                 VALUE 'N'.
001420 01  WS-DUP-AVAIL-SW          PIC X(01) VALUE 'N'.
001430     88  WS-DUP-FILE-AVAILABLE           VALUE 'Y'.
001440     88  WS-DUP-FILE-NOT-AVAILABLE       VALUE 'N'.
001450 01  WS-CUSTREF-AVAIL-SW      PIC X(01) VALUE 'N'.
001460     88  WS-CUSTREF-AVAILABLE            VALUE 'Y'.
001470     88  WS-CUSTREF-NOT-AVAILABLE        VALUE 'N'.
001480 01  WS-TYPE-AVAIL-SW         PIC X(01) VALUE 'N'.
001490     88  WS-TYPE-FILE-AVAILABLE          VALUE 'Y'.
001500     88  WS-TYPE-FILE-NOT-AVAILABLE      VALUE 'N'.
001510*--------------------------------------------------------------*
001520* RUN PARAMETERS - FROM THE DL100LP CARD, DEFAULTED AS THAT     *
001530* COPYBOOK DESCRIBES.  THE NEAR FLOOR IS THE THRESHOLD LESS THE *
001540* BAND (NEVER BELOW ZERO); THE WINDOW OPENS THE LOOKBACK DAYS   *
001550* BEFORE THE BUSINESS DATE.                                     *
001560*--------------------------------------------------------------*
001570 01  WS-TS-DATE               PIC 9(08) VALUE ZERO.
001580 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
001590 01  WS-BUSINESS-INTEGER      PIC 9(09) VALUE ZERO.
001600 01  WS-WINDOW-FROM-DATE      PIC 9(08) VALUE ZERO.
001610 01  WS-THRESHOLD-AMOUNT      PIC 9(09)V99 COMP-3 VALUE 10000.00.
001620 01  WS-NEAR-BAND-AMOUNT      PIC 9(09)V99 COMP-3 VALUE 1000.00.
001630 01  WS-NEAR-FLOOR-AMOUNT     PIC 9(09)V99 COMP-3 VALUE ZERO.
001640 01  WS-LOOKBACK-DAYS         PIC 9(03) VALUE 5.
001650 01  WS-MIN-NEAR-COUNT        PIC 9(02) VALUE 2.
001660 01  WS-PARM-IDX              PIC 9(02) COMP VALUE ZERO.
001670*--------------------------------------------------------------*
001680* QUALIFYING TYPE TABLE - THE CODES LISTED ON THE CARD, EACH    *
001690* LOOKED UP ON DL100TT FOR ITS DESCRIPTION.  AN EMPTY TABLE     *
001700* MEANS EVERY TYPE QUALIFIES.                                   *
001710*--------------------------------------------------------------*
001720 01  WS-TYPE-TABLE.
001730     05  WS-TYPE-COUNT            PIC 9(02) COMP VALUE ZERO.
001740     05  WS-TYPE-ENTRY OCCURS 1 TO 10 TIMES
001750                 DEPENDING ON WS-TYPE-COUNT
001760                 INDEXED BY WS-TYPE-IDX.
001770         10  WS-TY-CODE           PIC X(02) VALUE SPACES.
001780         10  WS-TY-DESCRIPTION    PIC X(30) VALUE SPACES.
001790 01  WS-CHECK-TYPE            PIC X(02) VALUE SPACES.
001800 01  WS-TYPE-QUALIFIES-SW     PIC X(01) VALUE 'N'.
001810     88  WS-TYPE-QUALIFIES               VALUE 'Y'.
001820     88  WS-TYPE-DOES-NOT-QUALIFY        VALUE 'N'.
001830*--------------------------------------------------------------*
001840* CURRENT CUSTOMER - CONTROL-BREAK FIELDS AND THE ITEM BUFFER.  *
001850* ITEMS PAST THE BUFFER LIMIT STILL COUNT TOWARD THE TOTALS     *
001860* BUT ARE NOT LISTED.                                           *
001870*--------------------------------------------------------------*
001880 01  WS-CURRENT-CUSTOMER      PIC X(10) VALUE SPACES.
001890 01  WS-FIRST-CUSTOMER-SW     PIC X(01) VALUE 'Y'.
001900     88  WS-FIRST-CUSTOMER               VALUE 'Y'.
001910     88  WS-NOT-FIRST-CUSTOMER           VALUE 'N'.
001920 01  WS-CUST-DAY-COUNT        PIC 9(05) COMP VALUE ZERO.
001930 01  WS-CUST-DAY-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
001940 01  WS-CUST-NEAR-COUNT       PIC 9(05) COMP VALUE ZERO.
001950 01  WS-CUST-NEAR-TODAY       PIC 9(05) COMP VALUE ZERO.
001960 01  WS-CUST-NEAR-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
001970 01  WS-CUST-FIRST-NEAR-DATE  PIC 9(08) VALUE ZERO.
001980 01  WS-CUST-LAST-NEAR-DATE   PIC 9(08) VALUE ZERO.
001990 01  WS-CUST-UNLISTED-COUNT   PIC 9(05) COMP VALUE ZERO.
002000 01  WS-CUST-NAME             PIC X(30) VALUE SPACES.
002010 01  WS-CUST-STATUS           PIC X(01) VALUE SPACES.
002020 01  WS-CUST-THRESHOLD-SW     PIC X(01) VALUE 'N'.
002030     88  WS-CUST-THRESHOLD-MET           VALUE 'Y'.
002040     88  WS-CUST-THRESHOLD-NOT-MET       VALUE 'N'.
002050 01  WS-CUST-STRUCTURING-SW   PIC X(01) VALUE 'N'.
002060     88  WS-CUST-STRUCTURING             VALUE 'Y'.
002070     88  WS-CUST-NOT-STRUCTURING         VALUE 'N'.
002080 01  WS-ITEM-TABLE.
002090     05  WS-ITEM-COUNT            PIC 9(04) COMP VALUE ZERO.
002100     05  WS-ITEM-ENTRY OCCURS 1 TO 500 TIMES
002110                 DEPENDING ON WS-ITEM-COUNT
002120                 INDEXED BY WS-ITEM-IDX.
002130         10  WS-IT-DATE           PIC 9(08) VALUE ZERO.
002140         10  WS-IT-RECORD-NO      PIC 9(09) VALUE ZERO.
002150         10  WS-IT-TRANS-TYPE     PIC X(02) VALUE SPACES.
002160         10  WS-IT-AMOUNT         PIC 9(09)V99 VALUE ZERO.
002170         10  WS-IT-ORIGIN-SW      PIC X(01) VALUE SPACES.
002180         10  WS-IT-NEAR-SW        PIC X(01) VALUE SPACES.
002190*--------------------------------------------------------------*
002200* SECTION 2 HOLDING TABLES - SECTION 1 PRINTS AS THE SORTED     *
002210* ITEMS ARE RETURNED, SECTION 2 AFTER THE SORT FROM THESE.      *
002220* A CUSTOMER OR ITEM PAST A TABLE LIMIT IS STILL FILED ON       *
002230* LTFILE, COUNTED, AND FLAGGED AS NOT LISTED.                   *
002240*--------------------------------------------------------------*
002250 01  WS-STRUCT-TABLE.
002260     05  WS-STRUCT-COUNT          PIC 9(04) COMP VALUE ZERO.
002270     05  WS-STRUCT-ENTRY OCCURS 1 TO 500 TIMES
002280                 DEPENDING ON WS-STRUCT-COUNT
002290                 INDEXED BY WS-STRUCT-IDX.
002300         10  WS-SC-CUSTOMER-ID    PIC X(10) VALUE SPACES.
002310         10  WS-SC-CUSTOMER-NAME  PIC X(30) VALUE SPACES.
002320         10  WS-SC-STATUS         PIC X(01) VALUE SPACES.
002330         10  WS-SC-NEAR-COUNT     PIC 9(05) COMP VALUE ZERO.
002340         10  WS-SC-NEAR-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZERO.
002350         10  WS-SC-FIRST-ITEM     PIC 9(05) COMP VALUE ZERO.
002360         10  WS-SC-LAST-ITEM      PIC 9(05) COMP VALUE ZERO.
002370 01  WS-NEAR-TABLE.
002380     05  WS-NEAR-COUNT            PIC 9(05) COMP VALUE ZERO.
002390     05  WS-NEAR-ENTRY OCCURS 1 TO 5000 TIMES
002400                 DEPENDING ON WS-NEAR-COUNT
002410                 INDEXED BY WS-NEAR-IDX.
002420         10  WS-NR-DATE           PIC 9(08) VALUE ZERO.
002430         10  WS-NR-RECORD-NO      PIC 9(09) VALUE ZERO.
002440         10  WS-NR-TRANS-TYPE     PIC X(02) VALUE SPACES.
002450         10  WS-NR-AMOUNT         PIC 9(09)V99 VALUE ZERO.
002460         10  WS-NR-ORIGIN-SW      PIC X(01) VALUE SPACES.
002470 01  WS-STRUCT-UNLISTED-COUNT PIC 9(09) COMP VALUE ZERO.
002480 01  WS-SC-LISTED-COUNT       PIC 9(05) COMP VALUE ZERO.
002490*--------------------------------------------------------------*
002500* RUN ACCUMULATORS                                              *
002510*--------------------------------------------------------------*
002520 01  WS-EXTRACT-READ-COUNT    PIC 9(09) COMP VALUE ZERO.
002530 01  WS-EXTRACT-SELECT-COUNT  PIC 9(09) COMP VALUE ZERO.
002540 01  WS-HISTORY-READ-COUNT    PIC 9(09) COMP VALUE ZERO.
002550 01  WS-HISTORY-SELECT-COUNT  PIC 9(09) COMP VALUE ZERO.
002560 01  WS-CUSTOMER-COUNT        PIC 9(09) COMP VALUE ZERO.
002570 01  WS-THRESHOLD-CUST-COUNT  PIC 9(09) COMP VALUE ZERO.
002580 01  WS-THRESHOLD-CUST-TOTAL  PIC S9(15)V99 COMP-3 VALUE ZERO.
002590 01  WS-STRUCT-CUST-COUNT     PIC 9(09) COMP VALUE ZERO.
002600 01  WS-FILING-COUNT          PIC 9(09) COMP VALUE ZERO.
002610 01  WS-NOT-ON-FILE-COUNT     PIC 9(09) COMP VALUE ZERO.
002620*--------------------------------------------------------------*
002630* PAGE CONTROL                                                  *
002640*--------------------------------------------------------------*
002650 01  WS-LINE-COUNT            PIC 9(03) COMP VALUE ZERO.
002660 01  WS-PAGE-NO               PIC 9(05) COMP VALUE ZERO.
002670 01  WS-PAGE-LIMIT            PIC 9(03) COMP VALUE 55.
002680 01  WS-LINES-NEEDED          PIC 9(03) COMP VALUE ZERO.
002690 01  WS-SECTION-TITLE         PIC X(80) VALUE SPACES.
002700*--------------------------------------------------------------*
002710* REPORT LINE BUILD AREAS                                       *
002720*--------------------------------------------------------------*
002730 01  WS-HEADING-LINE.
002740     05  FILLER                   PIC X(15) VALUE
002750         'BUSINESS DATE: '.
002760     05  WS-HD-BUSINESS-DATE      PIC 9(08).
002770     05  FILLER                   PIC X(06) VALUE SPACES.
002780     05  FILLER                   PIC X(06) VALUE 'PAGE: '.
002790     05  WS-HD-PAGE-NO            PIC ZZ,ZZ9.
002800     05  FILLER                   PIC X(91) VALUE SPACES.
002810 01  WS-ITEM-HEADING.
002820     05  FILLER                   PIC X(05) VALUE SPACES.
002830     05  FILLER                   PIC X(09) VALUE 'RECORD-NO'.
002840     05  FILLER                   PIC X(03) VALUE SPACES.
002850     05  FILLER                   PIC X(08) VALUE 'DATE'.
002860     05  FILLER                   PIC X(03) VALUE SPACES.
002870     05  FILLER                   PIC X(02) VALUE 'TY'.
002880     05  FILLER                   PIC X(03) VALUE SPACES.
002890     05  FILLER                   PIC X(14) VALUE
002900         '        AMOUNT'.
002910     05  FILLER                   PIC X(02) VALUE SPACES.
002920     05  FILLER                   PIC X(08) VALUE 'SOURCE'.
002930     05  FILLER                   PIC X(75) VALUE SPACES.
002940 01  WS-CUSTOMER-LINE.
002950     05  FILLER                   PIC X(01) VALUE SPACES.
002960     05  FILLER                   PIC X(09) VALUE 'CUSTOMER '.
002970     05  WS-CL-CUSTOMER-ID        PIC X(10).
002980     05  FILLER                   PIC X(02) VALUE SPACES.
002990     05  WS-CL-CUSTOMER-NAME      PIC X(30).
003000     05  FILLER                   PIC X(02) VALUE SPACES.
003010     05  FILLER                   PIC X(07) VALUE 'STATUS '.
003020     05  WS-CL-STATUS             PIC X(01).
003030     05  FILLER                   PIC X(02) VALUE SPACES.
003040     05  WS-CL-TOTAL-LABEL        PIC X(11).
003050     05  WS-CL-TOTAL              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
003060     05  FILLER                   PIC X(02) VALUE SPACES.
003070     05  WS-CL-COUNT              PIC ZZ,ZZ9.
003080     05  FILLER                   PIC X(06) VALUE ' ITEMS'.
003090     05  FILLER                   PIC X(25) VALUE SPACES.
003100 01  WS-ITEM-LINE.
003110     05  FILLER                   PIC X(05) VALUE SPACES.
003120     05  WS-IL-RECORD-NO          PIC 9(09).
003130     05  FILLER                   PIC X(03) VALUE SPACES.
003140     05  WS-IL-DATE               PIC 9(08).
003150     05  FILLER                   PIC X(03) VALUE SPACES.
003160     05  WS-IL-TRANS-TYPE         PIC X(02).
003170     05  FILLER                   PIC X(03) VALUE SPACES.
003180     05  WS-IL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
003190     05  FILLER                   PIC X(02) VALUE SPACES.
003200     05  WS-IL-SOURCE             PIC X(08).
003210     05  FILLER                   PIC X(02) VALUE SPACES.
003220     05  WS-IL-NEAR-FLAG          PIC X(14).
003230     05  FILLER                   PIC X(59) VALUE SPACES.
003240 01  WS-TYPE-LINE.
003250     05  FILLER                   PIC X(05) VALUE SPACES.
003260     05  WS-TL-CODE               PIC X(02).
003270     05  FILLER                   PIC X(03) VALUE SPACES.
003280     05  WS-TL-DESCRIPTION        PIC X(30).
003290     05  FILLER                   PIC X(92) VALUE SPACES.
003300 01  WS-REPORT-LABEL           PIC X(40) VALUE SPACES.
003310 01  WS-REPORT-COUNT           PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
003320 01  WS-REPORT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99
003330                                   VALUE ZERO.
003340 PROCEDURE DIVISION.
003350*================================================================*
003360* 0000-MAINLINE-CONTROL                                          *
003370*================================================================*
003380 0000-MAINLINE-CONTROL.
003390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003400     SORT SORT-FILE
003410         ON ASCENDING KEY SR-CUSTOMER-ID
003420                          SR-ITEM-DATE
003430                          SR-RECORD-NO
003440         INPUT PROCEDURE IS 2000-SELECT-INPUT THRU 2000-EXIT
003450         OUTPUT PROCEDURE IS 3000-EXAMINE-CUSTOMERS
003460             THRU 3000-EXIT.
003470     PERFORM 5000-PRINT-STRUCTURING THRU 5000-EXIT.
003480     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
003490     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003500     GOBACK.
003510 0000-EXIT.
003520     EXIT.
003530*================================================================*
003540* 1000-INITIALIZE - TAKE THE PARAMETER CARD, WORK OUT THE NEAR   *
003550* FLOOR AND THE WINDOW, OPEN THE FILES AND PRINT THE PARAMETER   *
003560* PAGE.  THE SORT OWNS THE EXTRACT AND HISTORY READ LOOPS.       *
003570* WITHOUT THE REFERENCE MASTER THE CUSTOMERS PRINT AND FILE      *
003580* WITHOUT NAME AND STATUS; WITHOUT THE TYPE TABLE THE CODES      *
003590* STILL QUALIFY, UNDESCRIBED.                                    *
003600*================================================================*
003610 1000-INITIALIZE.
003620     PERFORM 1050-REINITIALIZE-WORK-AREAS THRU 1050-EXIT.
003630     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
003640     PERFORM 1025-READ-RUN-PARAMETERS THRU 1025-EXIT.
003650     IF WS-NEAR-BAND-AMOUNT < WS-THRESHOLD-AMOUNT
003660         COMPUTE WS-NEAR-FLOOR-AMOUNT =
003670             WS-THRESHOLD-AMOUNT - WS-NEAR-BAND-AMOUNT
003680     ELSE
003690         MOVE ZERO TO WS-NEAR-FLOOR-AMOUNT
003700     END-IF.
003710     COMPUTE WS-BUSINESS-INTEGER =
003720         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
003730     COMPUTE WS-WINDOW-FROM-DATE = FUNCTION DATE-OF-INTEGER
003740         (WS-BUSINESS-INTEGER - WS-LOOKBACK-DAYS).
003750     OPEN INPUT TYPE-FILE.
003760     IF WS-TYPE-FILE-STATUS = '00'
003770         SET WS-TYPE-FILE-AVAILABLE TO TRUE
003780     END-IF.
003790     IF WS-TYPE-COUNT > ZERO
003800         PERFORM 1200-DESCRIBE-TYPE THRU 1200-EXIT
003810             VARYING WS-TYPE-IDX FROM 1 BY 1
003820             UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
003830     END-IF.
003840     IF WS-TYPE-FILE-AVAILABLE
003850         CLOSE TYPE-FILE
003860     END-IF.
003870     OPEN INPUT CUSTOMER-REF.
003880     IF WS-CUSTREF-FILE-STATUS = '00'
003890         SET WS-CUSTREF-AVAILABLE TO TRUE
003900     END-IF.
003910     OPEN INPUT EXTRACT-FILE.
003920     IF WS-EXTRACT-FILE-STATUS NOT = '00'
003930         SET WS-EXTRACT-EOF-REACHED TO TRUE
003940     END-IF.
003950     OPEN INPUT DUP-HISTORY-FILE.
003960     IF WS-DUP-FILE-STATUS = '00'
003970         SET WS-DUP-FILE-AVAILABLE TO TRUE
003980     ELSE
003990         SET WS-DUP-EOF-REACHED TO TRUE
004000     END-IF.
004010     OPEN OUTPUT FILING-FILE.
004020     OPEN OUTPUT PRINT-FILE.
004030     PERFORM 1100-PRINT-PARAMETERS THRU 1100-EXIT.
004040 1000-EXIT.
004050     EXIT.
004060*================================================================*
004070* 1025-READ-RUN-PARAMETERS - TAKE THE DL100LP CARD FROM LTPARM.  *
004080* A MISSING OR EMPTY FILE, OR A BLANK/ZERO FIELD, KEEPS THE      *
004090* DEFAULT.  THE TYPE CODES ARE TAKEN IN CARD ORDER, SKIPPING     *
004100* BLANK SLOTS.                                                   *
004110*================================================================*
004120 1025-READ-RUN-PARAMETERS.
004130     MOVE WS-TS-DATE TO WS-BUSINESS-DATE.
004140     OPEN INPUT PARM-FILE.
004150     IF WS-PARM-FILE-STATUS NOT = '00'
004160         GO TO 1025-EXIT
004170     END-IF.
004180     READ PARM-FILE
004190         AT END
004200             CLOSE PARM-FILE
004210         GO TO 1025-EXIT
004220     END-READ.
004230     IF LP-PROCESS-DATE NUMERIC AND LP-PROCESS-DATE > ZERO
004240         MOVE LP-PROCESS-DATE TO WS-BUSINESS-DATE
004250     END-IF.
004260     IF LP-THRESHOLD-AMOUNT NUMERIC AND
004270             LP-THRESHOLD-AMOUNT > ZERO
004280         MOVE LP-THRESHOLD-AMOUNT TO WS-THRESHOLD-AMOUNT
004290     END-IF.
004300     IF LP-NEAR-BAND-AMOUNT NUMERIC AND
004310             LP-NEAR-BAND-AMOUNT > ZERO
004320         MOVE LP-NEAR-BAND-AMOUNT TO WS-NEAR-BAND-AMOUNT
004330     END-IF.
004340     IF LP-LOOKBACK-DAYS NUMERIC AND LP-LOOKBACK-DAYS > ZERO
004350         MOVE LP-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
004360     END-IF.
004370     IF LP-MIN-NEAR-COUNT NUMERIC AND LP-MIN-NEAR-COUNT > ZERO
004380         MOVE LP-MIN-NEAR-COUNT TO WS-MIN-NEAR-COUNT
004390     END-IF.
004400     PERFORM 1030-TAKE-TYPE-CODE THRU 1030-EXIT
004410         VARYING WS-PARM-IDX FROM 1 BY 1
004420         UNTIL WS-PARM-IDX > 10.
004430     CLOSE PARM-FILE.
004440 1025-EXIT.
004450     EXIT.
004460*================================================================*
004470* 1030-TAKE-TYPE-CODE                                            *
004480*================================================================*
004490 1030-TAKE-TYPE-CODE.
004500     IF LP-TYPE-CODE (WS-PARM-IDX) = SPACES OR LOW-VALUES
004510         GO TO 1030-EXIT
004520     END-IF.
004530     ADD 1 TO WS-TYPE-COUNT.
004540     SET WS-TYPE-IDX TO WS-TYPE-COUNT.
004550     MOVE LP-TYPE-CODE (WS-PARM-IDX) TO WS-TY-CODE (WS-TYPE-IDX).
004560     MOVE SPACES TO WS-TY-DESCRIPTION (WS-TYPE-IDX).
004570 1030-EXIT.
004580     EXIT.
004590*================================================================*
004600* 1050-REINITIALIZE-WORK-AREAS - RE-APPLY THE PROGRAM'S DEFAULT  *
004610* VALUES TO EVERY WORKING AREA BEFORE THE RUN STARTS             *
004620*================================================================*
004630 1050-REINITIALIZE-WORK-AREAS.
004640     MOVE '00' TO WS-PARM-FILE-STATUS.
004650     MOVE '00' TO WS-EXTRACT-FILE-STATUS.
004660     MOVE '00' TO WS-DUP-FILE-STATUS.
004670     MOVE '00' TO WS-CUSTREF-FILE-STATUS.
004680     MOVE '00' TO WS-TYPE-FILE-STATUS.
004690     MOVE '00' TO WS-FILING-FILE-STATUS.
004700     SET WS-EXTRACT-NOT-EOF TO TRUE.
004710     SET WS-DUP-NOT-EOF TO TRUE.
004720     SET WS-SORT-NOT-EOF TO TRUE.
004730     SET WS-DUP-FILE-NOT-AVAILABLE TO TRUE.
004740     SET WS-CUSTREF-NOT-AVAILABLE TO TRUE.
004750     SET WS-TYPE-FILE-NOT-AVAILABLE TO TRUE.
004760     MOVE ZERO TO WS-TS-DATE.
004770     MOVE ZERO TO WS-BUSINESS-DATE.
004780     MOVE ZERO TO WS-BUSINESS-INTEGER.
004790     MOVE ZERO TO WS-WINDOW-FROM-DATE.
004800     MOVE 10000.00 TO WS-THRESHOLD-AMOUNT.
004810     MOVE 1000.00 TO WS-NEAR-BAND-AMOUNT.
004820     MOVE ZERO TO WS-NEAR-FLOOR-AMOUNT.
004830     MOVE 5 TO WS-LOOKBACK-DAYS.
004840     MOVE 2 TO WS-MIN-NEAR-COUNT.
004850     MOVE ZERO TO WS-PARM-IDX.
004860     MOVE ZERO TO WS-TYPE-COUNT.
004870     MOVE SPACES TO WS-CHECK-TYPE.
004880     SET WS-TYPE-DOES-NOT-QUALIFY TO TRUE.
004890     MOVE SPACES TO WS-CURRENT-CUSTOMER.
004900     SET WS-FIRST-CUSTOMER TO TRUE.
004910     PERFORM 4050-CLEAR-CUSTOMER THRU 4050-EXIT.
004920     MOVE ZERO TO WS-STRUCT-COUNT.
004930     MOVE ZERO TO WS-NEAR-COUNT.
004940     MOVE ZERO TO WS-STRUCT-UNLISTED-COUNT.
004950     MOVE ZERO TO WS-SC-LISTED-COUNT.
004960     MOVE ZERO TO WS-EXTRACT-READ-COUNT.
004970     MOVE ZERO TO WS-EXTRACT-SELECT-COUNT.
004980     MOVE ZERO TO WS-HISTORY-READ-COUNT.
004990     MOVE ZERO TO WS-HISTORY-SELECT-COUNT.
005000     MOVE ZERO TO WS-CUSTOMER-COUNT.
005010     MOVE ZERO TO WS-THRESHOLD-CUST-COUNT.
005020     MOVE ZERO TO WS-THRESHOLD-CUST-TOTAL.
005030     MOVE ZERO TO WS-STRUCT-CUST-COUNT.
005040     MOVE ZERO TO WS-FILING-COUNT.
005050     MOVE ZERO TO WS-NOT-ON-FILE-COUNT.
005060     MOVE ZERO TO WS-LINE-COUNT.
005070     MOVE ZERO TO WS-PAGE-NO.
005080     MOVE 55 TO WS-PAGE-LIMIT.
005090     MOVE ZERO TO WS-LINES-NEEDED.
005100     MOVE SPACES TO WS-SECTION-TITLE.
005110     MOVE SPACES TO WS-REPORT-LABEL.
005120     MOVE ZERO TO WS-REPORT-COUNT.
005130     MOVE ZERO TO WS-REPORT-AMOUNT.
005140 1050-EXIT.
005150     EXIT.
005160*================================================================*
005170* 1100-PRINT-PARAMETERS - FIRST PAGE: THE PARAMETERS IN FORCE,   *
005180* THE QUALIFYING TYPES, AND ANY INPUT THAT COULD NOT BE OPENED.  *
005190*================================================================*
005200 1100-PRINT-PARAMETERS.
005210     MOVE 'RUN PARAMETERS' TO WS-SECTION-TITLE.
005220     PERFORM 4100-START-PAGE THRU 4100-EXIT.
005230     MOVE 'REPORTABLE THRESHOLD' TO WS-REPORT-LABEL.
005240     MOVE WS-THRESHOLD-AMOUNT TO WS-REPORT-AMOUNT.
005250     PERFORM 4550-WRITE-AMOUNT-LINE THRU 4550-EXIT.
005260     MOVE 'NEAR-THRESHOLD ITEMS FROM' TO WS-REPORT-LABEL.
005270     MOVE WS-NEAR-FLOOR-AMOUNT TO WS-REPORT-AMOUNT.
005280     PERFORM 4550-WRITE-AMOUNT-LINE THRU 4550-EXIT.
005290     MOVE 'LOOKBACK DAYS' TO WS-REPORT-LABEL.
005300     MOVE WS-LOOKBACK-DAYS TO WS-REPORT-COUNT.
005310     PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT.
005320     MOVE SPACES TO PR-PRINT-LINE.
005330     MOVE 'HISTORY WINDOW OPENS' TO WS-REPORT-LABEL.
005340     STRING WS-REPORT-LABEL     DELIMITED BY SIZE
005350            ' . . . . . . '     DELIMITED BY SIZE
005360            WS-WINDOW-FROM-DATE DELIMITED BY SIZE
005370         INTO PR-PRINT-LINE.
005380     WRITE PR-PRINT-LINE.
005390     MOVE 'MINIMUM NEAR-THRESHOLD ITEMS' TO WS-REPORT-LABEL.
005400     MOVE WS-MIN-NEAR-COUNT TO WS-REPORT-COUNT.
005410     PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT.
005420     MOVE SPACES TO PR-PRINT-LINE.
005430     WRITE PR-PRINT-LINE.
005440     IF WS-TYPE-COUNT = ZERO
005450         MOVE 'NO TYPE CODES ON THE CARD - ALL TYPES QUALIFY' TO
005460                 PR-PRINT-LINE
005470         WRITE PR-PRINT-LINE
005480     ELSE
005490         MOVE 'QUALIFYING TRANSACTION TYPES' TO PR-PRINT-LINE
005500         WRITE PR-PRINT-LINE
005510         PERFORM 1150-PRINT-TYPE THRU 1150-EXIT
005520             VARYING WS-TYPE-IDX FROM 1 BY 1
005530             UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
005540     END-IF.
005550     IF WS-DUP-FILE-NOT-AVAILABLE
005560         MOVE SPACES TO PR-PRINT-LINE
005570         WRITE PR-PRINT-LINE
005580         MOVE '*** DUPLICATE-CHECK HISTORY NOT AVAILABLE - SECTION
005590-    ' 2 COVERS THE BUSINESS DATE ONLY ***' TO PR-PRINT-LINE
005600         WRITE PR-PRINT-LINE
005610     END-IF.
005620     IF WS-CUSTREF-NOT-AVAILABLE
005630         MOVE SPACES TO PR-PRINT-LINE
005640         WRITE PR-PRINT-LINE
005650         MOVE '*** REFERENCE MASTER NOT AVAILABLE - NAMES AND STAT
005660-    'US NOT SHOWN ***' TO PR-PRINT-LINE
005670         WRITE PR-PRINT-LINE
005680     END-IF.
005690     IF WS-EXTRACT-EOF-REACHED
005700         MOVE SPACES TO PR-PRINT-LINE
005710         WRITE PR-PRINT-LINE
005720         MOVE '*** EXTRACT FILE NOT AVAILABLE ***' TO
005730                 PR-PRINT-LINE
005740         WRITE PR-PRINT-LINE
005750     END-IF.
005760 1100-EXIT.
005770     EXIT.
005780*================================================================*
005790* 1150-PRINT-TYPE                                                *
005800*================================================================*
005810 1150-PRINT-TYPE.
005820     MOVE WS-TY-CODE (WS-TYPE-IDX) TO WS-TL-CODE.
005830     MOVE WS-TY-DESCRIPTION (WS-TYPE-IDX) TO WS-TL-DESCRIPTION.
005840     MOVE WS-TYPE-LINE TO PR-PRINT-LINE.
005850     WRITE PR-PRINT-LINE.
005860 1150-EXIT.
005870     EXIT.
005880*================================================================*
005890* 1200-DESCRIBE-TYPE - LOOK THE CARD'S CODE UP ON DL100TT.  AN   *
005900* UNKNOWN CODE STILL QUALIFIES, BUT IS FLAGGED ON THE PARAMETER  *
005910* PAGE SO A MISTYPED CARD IS NOTICED.                            *
005920*================================================================*
005930 1200-DESCRIBE-TYPE.
005940     IF WS-TYPE-FILE-NOT-AVAILABLE
005950         MOVE '(TYPE TABLE NOT AVAILABLE)' TO
005960                 WS-TY-DESCRIPTION (WS-TYPE-IDX)
005970         GO TO 1200-EXIT
005980     END-IF.
005990     MOVE WS-TY-CODE (WS-TYPE-IDX) TO TT-TRANS-TYPE.
006000     READ TYPE-FILE
006010         INVALID KEY
006020             MOVE '*** NOT ON THE TYPE TABLE ***' TO
006030                     WS-TY-DESCRIPTION (WS-TYPE-IDX)
006040             GO TO 1200-EXIT
006050     END-READ.
006060     MOVE TT-DESCRIPTION TO WS-TY-DESCRIPTION (WS-TYPE-IDX).
006070 1200-EXIT.
006080     EXIT.
006090*================================================================*
006100* 2000-SELECT-INPUT - SORT INPUT PROCEDURE.  RELEASES THE        *
006110* BUSINESS DATE'S QUALIFYING EXTRACT ITEMS, THEN THE HISTORY'S   *
006120* QUALIFYING NEAR-THRESHOLD ITEMS FROM THE EARLIER DAYS OF THE   *
006130* WINDOW.  THE BUSINESS DATE'S OWN HISTORY ROWS ARE PASSED OVER  *
006140* - THE EXTRACT ALREADY CARRIES THOSE ITEMS AS POSTED.  AS IN    *
006150* DL100ST THE RELEASE SITS INSIDE THIS PROCEDURE'S RANGE, SO THE *
006160* LOOPS ARE BUILT WITH GO TO.                                    *
006170*================================================================*
006180 2000-SELECT-INPUT.
006190     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
006200 2000-LOOP.
006210     IF WS-EXTRACT-EOF-REACHED
006220         GO TO 2000-HISTORY
006230     END-IF.
006240     ADD 1 TO WS-EXTRACT-READ-COUNT.
006250     IF EX-RUN-DATE NOT = WS-BUSINESS-DATE OR EX-REVERSAL
006260         GO TO 2000-NEXT
006270     END-IF.
006280     MOVE EX-TRANS-TYPE TO WS-CHECK-TYPE.
006290     PERFORM 2300-CHECK-TYPE THRU 2300-EXIT.
006300     IF WS-TYPE-DOES-NOT-QUALIFY
006310         GO TO 2000-NEXT
006320     END-IF.
006330     ADD 1 TO WS-EXTRACT-SELECT-COUNT.
006340     MOVE EX-CUSTOMER-ID TO SR-CUSTOMER-ID.
006350     MOVE EX-RUN-DATE TO SR-ITEM-DATE.
006360     MOVE EX-RECORD-NO TO SR-RECORD-NO.
006370     MOVE EX-TRANS-TYPE TO SR-TRANS-TYPE.
006380     MOVE EX-TRANS-AMOUNT TO SR-TRANS-AMOUNT.
006390     SET SR-FROM-EXTRACT TO TRUE.
006400     PERFORM 2400-SET-NEAR-FLAG THRU 2400-EXIT.
006410     RELEASE SR-ITEM-RECORD.
006420 2000-NEXT.
006430     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
006440     GO TO 2000-LOOP.
006450 2000-HISTORY.
006460     PERFORM 2200-READ-HISTORY THRU 2200-EXIT.
006470 2000-HISTORY-LOOP.
006480     IF WS-DUP-EOF-REACHED
006490         GO TO 2000-EXIT
006500     END-IF.
006510     ADD 1 TO WS-HISTORY-READ-COUNT.
006520     IF DH-POSTED-DATE < WS-WINDOW-FROM-DATE OR
006530             DH-POSTED-DATE NOT < WS-BUSINESS-DATE
006540         GO TO 2000-HISTORY-NEXT
006550     END-IF.
006560     MOVE DH-TRANS-TYPE TO WS-CHECK-TYPE.
006570     PERFORM 2300-CHECK-TYPE THRU 2300-EXIT.
006580     IF WS-TYPE-DOES-NOT-QUALIFY
006590         GO TO 2000-HISTORY-NEXT
006600     END-IF.
006610     MOVE DH-CUSTOMER-ID TO SR-CUSTOMER-ID.
006620     MOVE DH-POSTED-DATE TO SR-ITEM-DATE.
006630     MOVE DH-RECORD-NO TO SR-RECORD-NO.
006640     MOVE DH-TRANS-TYPE TO SR-TRANS-TYPE.
006650     MOVE DH-TRANS-AMOUNT TO SR-TRANS-AMOUNT.
006660     SET SR-FROM-HISTORY TO TRUE.
006670     PERFORM 2400-SET-NEAR-FLAG THRU 2400-EXIT.
006680     IF NOT SR-NEAR-THRESHOLD
006690         GO TO 2000-HISTORY-NEXT
006700     END-IF.
006710     ADD 1 TO WS-HISTORY-SELECT-COUNT.
006720     RELEASE SR-ITEM-RECORD.
006730 2000-HISTORY-NEXT.
006740     PERFORM 2200-READ-HISTORY THRU 2200-EXIT.
006750     GO TO 2000-HISTORY-LOOP.
006760 2000-EXIT.
006770     EXIT.
006780*================================================================*
006790* 2100-READ-EXTRACT                                              *
006800*================================================================*
006810 2100-READ-EXTRACT.
006820     READ EXTRACT-FILE
006830         AT END
006840             SET WS-EXTRACT-EOF-REACHED TO TRUE
006850     END-READ.
006860 2100-EXIT.
006870     EXIT.
006880*================================================================*
006890* 2200-READ-HISTORY                                              *
006900*================================================================*
006910 2200-READ-HISTORY.
006920     READ DUP-HISTORY-FILE
006930         AT END
006940             SET WS-DUP-EOF-REACHED TO TRUE
006950     END-READ.
006960 2200-EXIT.
006970     EXIT.
006980*================================================================*
006990* 2300-CHECK-TYPE - DOES WS-CHECK-TYPE COUNT AS CASH-TYPE        *
007000* ACTIVITY?  WITH NO CODES ON THE CARD EVERY TYPE DOES.          *
007010*================================================================*
007020 2300-CHECK-TYPE.
007030     SET WS-TYPE-QUALIFIES TO TRUE.
007040     IF WS-TYPE-COUNT = ZERO
007050         GO TO 2300-EXIT
007060     END-IF.
007070     SET WS-TYPE-DOES-NOT-QUALIFY TO TRUE.
007080     SET WS-TYPE-IDX TO 1.
007090     SEARCH WS-TYPE-ENTRY VARYING WS-TYPE-IDX
007100         AT END
007110             CONTINUE
007120         WHEN WS-TY-CODE (WS-TYPE-IDX) = WS-CHECK-TYPE
007130             SET WS-TYPE-QUALIFIES TO TRUE
007140     END-SEARCH.
007150 2300-EXIT.
007160     EXIT.
007170*================================================================*
007180* 2400-SET-NEAR-FLAG - AN ITEM IS NEAR THE THRESHOLD WHEN IT IS  *
007190* AT OR ABOVE THE NEAR FLOOR BUT STILL BELOW THE THRESHOLD.      *
007200*================================================================*
007210 2400-SET-NEAR-FLAG.
007220     IF SR-TRANS-AMOUNT NOT < WS-NEAR-FLOOR-AMOUNT AND
007230             SR-TRANS-AMOUNT < WS-THRESHOLD-AMOUNT
007240         SET SR-NEAR-THRESHOLD TO TRUE
007250     ELSE
007260         MOVE 'N' TO SR-NEAR-SW
007270     END-IF.
007280 2400-EXIT.
007290     EXIT.
007300*================================================================*
007310* 3000-EXAMINE-CUSTOMERS - SORT OUTPUT PROCEDURE.  WALKS THE     *
007320* SORTED ITEMS WITH A CONTROL BREAK ON CUSTOMER ID, PRINTING     *
007330* SECTION 1 AS EACH CUSTOMER CLOSES.  THE RETURN SITS INSIDE     *
007340* THIS PROCEDURE'S RANGE, SO THE LOOP IS BUILT WITH GO TO THE    *
007350* SAME WAY AS 2000.                                              *
007360*================================================================*
007370 3000-EXAMINE-CUSTOMERS.
007380     MOVE 'SECTION 1 - SAME-DAY TOTAL AT OR OVER THE THRESHOLD'
007390             TO WS-SECTION-TITLE.
007400     PERFORM 4100-START-PAGE THRU 4100-EXIT.
007410     RETURN SORT-FILE
007420         AT END
007430             SET WS-SORT-EOF-REACHED TO TRUE
007440     END-RETURN.
007450 3000-LOOP.
007460     IF WS-SORT-EOF-REACHED
007470         GO TO 3000-WRAP-UP
007480     END-IF.
007490     IF WS-FIRST-CUSTOMER OR
007500             SR-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
007510         PERFORM 4300-CLOSE-CUSTOMER THRU 4300-EXIT
007520         PERFORM 4050-CLEAR-CUSTOMER THRU 4050-EXIT
007530         MOVE SR-CUSTOMER-ID TO WS-CURRENT-CUSTOMER
007540         SET WS-NOT-FIRST-CUSTOMER TO TRUE
007550         ADD 1 TO WS-CUSTOMER-COUNT
007560     END-IF.
007570     PERFORM 4200-TAKE-ITEM THRU 4200-EXIT.
007580     RETURN SORT-FILE
007590         AT END
007600             SET WS-SORT-EOF-REACHED TO TRUE
007610     END-RETURN.
007620     GO TO 3000-LOOP.
007630 3000-WRAP-UP.
007640     PERFORM 4300-CLOSE-CUSTOMER THRU 4300-EXIT.
007650     IF WS-THRESHOLD-CUST-COUNT = ZERO
007660         MOVE 'NO CUSTOMER MET THE THRESHOLD ON THE BUSINESS DATE'
007670                 TO PR-PRINT-LINE
007680         WRITE PR-PRINT-LINE
007690     END-IF.
007700 3000-EXIT.
007710     EXIT.
007720*================================================================*
007730* 4050-CLEAR-CUSTOMER - RESET THE CONTROL-BREAK FIELDS AND THE   *
007740* ITEM BUFFER FOR THE NEXT CUSTOMER                              *
007750*================================================================*
007760 4050-CLEAR-CUSTOMER.
007770     MOVE ZERO TO WS-CUST-DAY-COUNT.
007780     MOVE ZERO TO WS-CUST-DAY-TOTAL.
007790     MOVE ZERO TO WS-CUST-NEAR-COUNT.
007800     MOVE ZERO TO WS-CUST-NEAR-TODAY.
007810     MOVE ZERO TO WS-CUST-NEAR-TOTAL.
007820     MOVE ZERO TO WS-CUST-FIRST-NEAR-DATE.
007830     MOVE ZERO TO WS-CUST-LAST-NEAR-DATE.
007840     MOVE ZERO TO WS-CUST-UNLISTED-COUNT.
007850     MOVE SPACES TO WS-CUST-NAME.
007860     MOVE SPACES TO WS-CUST-STATUS.
007870     SET WS-CUST-THRESHOLD-NOT-MET TO TRUE.
007880     SET WS-CUST-NOT-STRUCTURING TO TRUE.
007890     MOVE ZERO TO WS-ITEM-COUNT.
007900 4050-EXIT.
007910     EXIT.
007920*================================================================*
007930* 4100-START-PAGE - REPORT HEADING FOR THE CURRENT SECTION       *
007940* (ALSO USED FOR AN OVERFLOW PAGE)                               *
007950*================================================================*
007960 4100-START-PAGE.
007970     ADD 1 TO WS-PAGE-NO.
007980     MOVE SPACES TO PR-PRINT-LINE.
007990     MOVE 'DL100 LARGE-TRANSACTION SURVEILLANCE REPORT' TO
008000             PR-PRINT-LINE.
008010     WRITE PR-PRINT-LINE AFTER ADVANCING PAGE.
008020     MOVE WS-BUSINESS-DATE TO WS-HD-BUSINESS-DATE.
008030     MOVE WS-PAGE-NO TO WS-HD-PAGE-NO.
008040     MOVE WS-HEADING-LINE TO PR-PRINT-LINE.
008050     WRITE PR-PRINT-LINE.
008060     MOVE SPACES TO PR-PRINT-LINE.
008070     MOVE WS-SECTION-TITLE TO PR-PRINT-LINE.
008080     WRITE PR-PRINT-LINE.
008090     MOVE SPACES TO PR-PRINT-LINE.
008100     WRITE PR-PRINT-LINE.
008110     MOVE 4 TO WS-LINE-COUNT.
008120 4100-EXIT.
008130     EXIT.
008140*================================================================*
008150* 4150-CHECK-PAGE - START A NEW PAGE WHEN WS-LINES-NEEDED MORE   *
008160* LINES WOULD RUN PAST THE PAGE LIMIT                            *
008170*================================================================*
008180 4150-CHECK-PAGE.
008190     IF WS-LINE-COUNT + WS-LINES-NEEDED > WS-PAGE-LIMIT
008200         PERFORM 4100-START-PAGE THRU 4100-EXIT
008210     END-IF.
008220 4150-EXIT.
008230     EXIT.
008240*================================================================*
008250* 4200-TAKE-ITEM - ADD THE RETURNED ITEM TO THE CUSTOMER'S DAY   *
008260* AND NEAR-THRESHOLD FIGURES AND BUFFER IT FOR LISTING           *
008270*================================================================*
008280 4200-TAKE-ITEM.
008290     IF SR-FROM-EXTRACT
008300         ADD 1 TO WS-CUST-DAY-COUNT
008310         ADD SR-TRANS-AMOUNT TO WS-CUST-DAY-TOTAL
008320     END-IF.
008330     IF SR-NEAR-THRESHOLD
008340         ADD 1 TO WS-CUST-NEAR-COUNT
008350         ADD SR-TRANS-AMOUNT TO WS-CUST-NEAR-TOTAL
008360         IF WS-CUST-FIRST-NEAR-DATE = ZERO
008370             MOVE SR-ITEM-DATE TO WS-CUST-FIRST-NEAR-DATE
008380         END-IF
008390         MOVE SR-ITEM-DATE TO WS-CUST-LAST-NEAR-DATE
008400         IF SR-FROM-EXTRACT
008410             ADD 1 TO WS-CUST-NEAR-TODAY
008420         END-IF
008430     END-IF.
008440     IF WS-ITEM-COUNT = 500
008450         ADD 1 TO WS-CUST-UNLISTED-COUNT
008460         GO TO 4200-EXIT
008470     END-IF.
008480     ADD 1 TO WS-ITEM-COUNT.
008490     SET WS-ITEM-IDX TO WS-ITEM-COUNT.
008500     MOVE SR-ITEM-DATE TO WS-IT-DATE (WS-ITEM-IDX).
008510     MOVE SR-RECORD-NO TO WS-IT-RECORD-NO (WS-ITEM-IDX).
008520     MOVE SR-TRANS-TYPE TO WS-IT-TRANS-TYPE (WS-ITEM-IDX).
008530     MOVE SR-TRANS-AMOUNT TO WS-IT-AMOUNT (WS-ITEM-IDX).
008540     MOVE SR-ORIGIN-SW TO WS-IT-ORIGIN-SW (WS-ITEM-IDX).
008550     MOVE SR-NEAR-SW TO WS-IT-NEAR-SW (WS-ITEM-IDX).
008560 4200-EXIT.
008570     EXIT.
008580*================================================================*
008590* 4300-CLOSE-CUSTOMER - DECIDE WHETHER THE CUSTOMER QUALIFIES:   *
008600* SAME-DAY TOTAL AT OR OVER THE THRESHOLD, OR THE MINIMUM NUMBER *
008610* OF NEAR-THRESHOLD ITEMS IN THE WINDOW WITH ONE OF THEM ON THE  *
008620* BUSINESS DATE.  A QUALIFYING CUSTOMER IS FILED, PRINTED IN     *
008630* SECTION 1 AND/OR HELD FOR SECTION 2.  QUIETLY DOES NOTHING     *
008640* BEFORE THE FIRST CUSTOMER HAS STARTED.                         *
008650*================================================================*
008660 4300-CLOSE-CUSTOMER.
008670     IF WS-FIRST-CUSTOMER
008680         GO TO 4300-EXIT
008690     END-IF.
008700     IF WS-CUST-DAY-TOTAL NOT < WS-THRESHOLD-AMOUNT
008710         SET WS-CUST-THRESHOLD-MET TO TRUE
008720     END-IF.
008730     IF WS-CUST-NEAR-COUNT NOT < WS-MIN-NEAR-COUNT AND
008740             WS-CUST-NEAR-TODAY > ZERO
008750         SET WS-CUST-STRUCTURING TO TRUE
008760     END-IF.
008770     IF WS-CUST-THRESHOLD-NOT-MET AND WS-CUST-NOT-STRUCTURING
008780         GO TO 4300-EXIT
008790     END-IF.
008800     PERFORM 4400-LOOKUP-CUSTOMER THRU 4400-EXIT.
008810     PERFORM 4700-WRITE-FILING THRU 4700-EXIT.
008820     IF WS-CUST-THRESHOLD-MET
008830         ADD 1 TO WS-THRESHOLD-CUST-COUNT
008840         ADD WS-CUST-DAY-TOTAL TO WS-THRESHOLD-CUST-TOTAL
008850         PERFORM 4600-PRINT-THRESHOLD-CUSTOMER THRU 4600-EXIT
008860     END-IF.
008870     IF WS-CUST-STRUCTURING
008880         ADD 1 TO WS-STRUCT-CUST-COUNT
008890         PERFORM 4800-HOLD-STRUCTURING THRU 4800-EXIT
008900     END-IF.
008910 4300-EXIT.
008920     EXIT.
008930*================================================================*
008940* 4400-LOOKUP-CUSTOMER - NAME AND STATUS FROM DL100CR.  A        *
008950* CUSTOMER NOT ON FILE PRINTS AS SUCH AND FILES WITH BOTH BLANK. *
008960*================================================================*
008970 4400-LOOKUP-CUSTOMER.
008980     MOVE SPACES TO WS-CUST-NAME.
008990     MOVE SPACES TO WS-CUST-STATUS.
009000     IF WS-CUSTREF-NOT-AVAILABLE
009010         GO TO 4400-EXIT
009020     END-IF.
009030     MOVE WS-CURRENT-CUSTOMER TO CR-CUSTOMER-ID.
009040     READ CUSTOMER-REF
009050         INVALID KEY
009060             ADD 1 TO WS-NOT-ON-FILE-COUNT
009070             GO TO 4400-EXIT
009080     END-READ.
009090     MOVE CR-CUSTOMER-NAME TO WS-CUST-NAME.
009100     MOVE CR-STATUS-SW TO WS-CUST-STATUS.
009110 4400-EXIT.
009120     EXIT.
009130*================================================================*
009140* 4450-SET-CUSTOMER-LINE - COMMON PART OF THE CUSTOMER LINE      *
009150*================================================================*
009160 4450-SET-CUSTOMER-LINE.
009170     MOVE WS-CURRENT-CUSTOMER TO WS-CL-CUSTOMER-ID.
009180     MOVE WS-CUST-NAME TO WS-CL-CUSTOMER-NAME.
009190     IF WS-CUST-NAME = SPACES
009200         MOVE '** NOT ON REFERENCE MASTER **' TO
009210                 WS-CL-CUSTOMER-NAME
009220     END-IF.
009230     MOVE WS-CUST-STATUS TO WS-CL-STATUS.
009240 4450-EXIT.
009250     EXIT.
009260*================================================================*
009270* 4500-WRITE-COUNT-LINE                                          *
009280*================================================================*
009290 4500-WRITE-COUNT-LINE.
009300     MOVE SPACES TO PR-PRINT-LINE.
009310     STRING WS-REPORT-LABEL  DELIMITED BY SIZE
009320            ' . . . . . . '  DELIMITED BY SIZE
009330            WS-REPORT-COUNT  DELIMITED BY SIZE
009340         INTO PR-PRINT-LINE.
009350     WRITE PR-PRINT-LINE.
009360 4500-EXIT.
009370     EXIT.
009380*================================================================*
009390* 4550-WRITE-AMOUNT-LINE                                         *
009400*================================================================*
009410 4550-WRITE-AMOUNT-LINE.
009420     MOVE SPACES TO PR-PRINT-LINE.
009430     STRING WS-REPORT-LABEL  DELIMITED BY SIZE
009440            ' . . . . . . '  DELIMITED BY SIZE
009450            WS-REPORT-AMOUNT DELIMITED BY SIZE
009460         INTO PR-PRINT-LINE.
009470     WRITE PR-PRINT-LINE.
009480 4550-EXIT.
009490     EXIT.
009500*================================================================*
009510* 4600-PRINT-THRESHOLD-CUSTOMER - SECTION 1 ENTRY: THE CUSTOMER  *
009520* LINE WITH THE SAME-DAY TOTAL, THEN EVERY BUSINESS-DATE ITEM    *
009530* THAT CONTRIBUTED TO IT                                         *
009540*================================================================*
009550 4600-PRINT-THRESHOLD-CUSTOMER.
009560     MOVE 4 TO WS-LINES-NEEDED.
009570     PERFORM 4150-CHECK-PAGE THRU 4150-EXIT.
009580     PERFORM 4450-SET-CUSTOMER-LINE THRU 4450-EXIT.
009590     MOVE 'DAY TOTAL  ' TO WS-CL-TOTAL-LABEL.
009600     MOVE WS-CUST-DAY-TOTAL TO WS-CL-TOTAL.
009610     MOVE WS-CUST-DAY-COUNT TO WS-CL-COUNT.
009620     MOVE WS-CUSTOMER-LINE TO PR-PRINT-LINE.
009630     WRITE PR-PRINT-LINE.
009640     MOVE WS-ITEM-HEADING TO PR-PRINT-LINE.
009650     WRITE PR-PRINT-LINE.
009660     ADD 2 TO WS-LINE-COUNT.
009670     MOVE 1 TO WS-LINES-NEEDED.
009680     PERFORM 4650-PRINT-DAY-ITEM THRU 4650-EXIT
009690         VARYING WS-ITEM-IDX FROM 1 BY 1
009700         UNTIL WS-ITEM-IDX > WS-ITEM-COUNT.
009710     IF WS-CUST-UNLISTED-COUNT > ZERO
009720         MOVE 'FURTHER ITEMS FOR THIS CUSTOMER NOT LISTED' TO
009730                 WS-REPORT-LABEL
009740         MOVE WS-CUST-UNLISTED-COUNT TO WS-REPORT-COUNT
009750         PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT
009760         ADD 1 TO WS-LINE-COUNT
009770     END-IF.
009780     MOVE SPACES TO PR-PRINT-LINE.
009790     WRITE PR-PRINT-LINE.
009800     ADD 1 TO WS-LINE-COUNT.
009810 4600-EXIT.
009820     EXIT.
009830*================================================================*
009840* 4650-PRINT-DAY-ITEM - ONE BUSINESS-DATE ITEM FROM THE BUFFER;  *
009850* THE HISTORY ITEMS BELONG TO SECTION 2 AND ARE PASSED OVER      *
009860*================================================================*
009870 4650-PRINT-DAY-ITEM.
009880     IF WS-IT-ORIGIN-SW (WS-ITEM-IDX) NOT = 'E'
009890         GO TO 4650-EXIT
009900     END-IF.
009910     PERFORM 4150-CHECK-PAGE THRU 4150-EXIT.
009920     MOVE WS-IT-RECORD-NO (WS-ITEM-IDX) TO WS-IL-RECORD-NO.
009930     MOVE WS-IT-DATE (WS-ITEM-IDX) TO WS-IL-DATE.
009940     MOVE WS-IT-TRANS-TYPE (WS-ITEM-IDX) TO WS-IL-TRANS-TYPE.
009950     MOVE WS-IT-AMOUNT (WS-ITEM-IDX) TO WS-IL-AMOUNT.
009960     MOVE 'EXTRACT' TO WS-IL-SOURCE.
009970     MOVE SPACES TO WS-IL-NEAR-FLAG.
009980     IF WS-IT-NEAR-SW (WS-ITEM-IDX) = 'Y'
009990         MOVE 'NEAR THRESHOLD' TO WS-IL-NEAR-FLAG
010000     END-IF.
010010     MOVE WS-ITEM-LINE TO PR-PRINT-LINE.
010020     WRITE PR-PRINT-LINE.
010030     ADD 1 TO WS-LINE-COUNT.
010040 4650-EXIT.
010050     EXIT.
010060*================================================================*
010070* 4700-WRITE-FILING - ONE DL100LF ROW FOR THE QUALIFYING         *
010080* CUSTOMER                                                       *
010090*================================================================*
010100 4700-WRITE-FILING.
010110     MOVE SPACES TO LF-FILING-RECORD.
010120     MOVE WS-BUSINESS-DATE TO LF-BUSINESS-DATE.
010130     MOVE WS-CURRENT-CUSTOMER TO LF-CUSTOMER-ID.
010140     MOVE WS-CUST-NAME TO LF-CUSTOMER-NAME.
010150     MOVE WS-CUST-STATUS TO LF-CUSTOMER-STATUS.
010160     MOVE WS-CUST-THRESHOLD-SW TO LF-THRESHOLD-SW.
010170     MOVE WS-CUST-STRUCTURING-SW TO LF-STRUCTURING-SW.
010180     MOVE WS-CUST-DAY-COUNT TO LF-DAY-ITEM-COUNT.
010190     MOVE WS-CUST-DAY-TOTAL TO LF-DAY-TOTAL.
010200     MOVE WS-CUST-NEAR-COUNT TO LF-NEAR-ITEM-COUNT.
010210     MOVE WS-CUST-NEAR-TOTAL TO LF-NEAR-TOTAL.
010220     MOVE WS-CUST-FIRST-NEAR-DATE TO LF-FIRST-NEAR-DATE.
010230     MOVE WS-CUST-LAST-NEAR-DATE TO LF-LAST-NEAR-DATE.
010240     MOVE WS-THRESHOLD-AMOUNT TO LF-THRESHOLD-AMOUNT.
010250     MOVE WS-WINDOW-FROM-DATE TO LF-WINDOW-FROM-DATE.
010260     WRITE LF-FILING-RECORD.
010270     ADD 1 TO WS-FILING-COUNT.
010280 4700-EXIT.
010290     EXIT.
010300*================================================================*
010310* 4800-HOLD-STRUCTURING - KEEP THE CUSTOMER AND ITS NEAR-        *
010320* THRESHOLD ITEMS FOR SECTION 2, WHICH PRINTS AFTER THE SORT     *
010330*================================================================*
010340 4800-HOLD-STRUCTURING.
010350     IF WS-STRUCT-COUNT = 500
010360         ADD 1 TO WS-STRUCT-UNLISTED-COUNT
010370         GO TO 4800-EXIT
010380     END-IF.
010390     ADD 1 TO WS-STRUCT-COUNT.
010400     SET WS-STRUCT-IDX TO WS-STRUCT-COUNT.
010410     MOVE WS-CURRENT-CUSTOMER TO
010420             WS-SC-CUSTOMER-ID (WS-STRUCT-IDX).
010430     MOVE WS-CUST-NAME TO WS-SC-CUSTOMER-NAME (WS-STRUCT-IDX).
010440     MOVE WS-CUST-STATUS TO WS-SC-STATUS (WS-STRUCT-IDX).
010450     MOVE WS-CUST-NEAR-COUNT TO WS-SC-NEAR-COUNT (WS-STRUCT-IDX).
010460     MOVE WS-CUST-NEAR-TOTAL TO WS-SC-NEAR-TOTAL (WS-STRUCT-IDX).
010470     COMPUTE WS-SC-FIRST-ITEM (WS-STRUCT-IDX) = WS-NEAR-COUNT + 1.
010480     PERFORM 4850-HOLD-NEAR-ITEM THRU 4850-EXIT
010490         VARYING WS-ITEM-IDX FROM 1 BY 1
010500         UNTIL WS-ITEM-IDX > WS-ITEM-COUNT.
010510     MOVE WS-NEAR-COUNT TO WS-SC-LAST-ITEM (WS-STRUCT-IDX).
010520 4800-EXIT.
010530     EXIT.
010540*================================================================*
010550* 4850-HOLD-NEAR-ITEM                                            *
010560*================================================================*
010570 4850-HOLD-NEAR-ITEM.
010580     IF WS-IT-NEAR-SW (WS-ITEM-IDX) NOT = 'Y' OR
010590             WS-NEAR-COUNT = 5000
010600         GO TO 4850-EXIT
010610     END-IF.
010620     ADD 1 TO WS-NEAR-COUNT.
010630     SET WS-NEAR-IDX TO WS-NEAR-COUNT.
010640     MOVE WS-IT-DATE (WS-ITEM-IDX) TO WS-NR-DATE (WS-NEAR-IDX).
010650     MOVE WS-IT-RECORD-NO (WS-ITEM-IDX) TO
010660             WS-NR-RECORD-NO (WS-NEAR-IDX).
010670     MOVE WS-IT-TRANS-TYPE (WS-ITEM-IDX) TO
010680             WS-NR-TRANS-TYPE (WS-NEAR-IDX).
010690     MOVE WS-IT-AMOUNT (WS-ITEM-IDX) TO
010700             WS-NR-AMOUNT (WS-NEAR-IDX).
010710     MOVE WS-IT-ORIGIN-SW (WS-ITEM-IDX) TO
010720             WS-NR-ORIGIN-SW (WS-NEAR-IDX).
010730 4850-EXIT.
010740     EXIT.
010750*================================================================*
010760* 5000-PRINT-STRUCTURING - SECTION 2, FROM THE HOLDING TABLES    *
010770*================================================================*
010780 5000-PRINT-STRUCTURING.
010790     MOVE 'SECTION 2 - REPEATED NEAR-THRESHOLD ITEMS IN WINDOW'
010800             TO WS-SECTION-TITLE.
010810     PERFORM 4100-START-PAGE THRU 4100-EXIT.
010820     IF WS-STRUCT-COUNT = ZERO
010830         MOVE 'NO CUSTOMER HAD REPEATED NEAR-THRESHOLD ITEMS' TO
010840                 PR-PRINT-LINE
010850         WRITE PR-PRINT-LINE
010860     ELSE
010870         PERFORM 5100-PRINT-STRUCT-CUSTOMER THRU 5100-EXIT
010880             VARYING WS-STRUCT-IDX FROM 1 BY 1
010890             UNTIL WS-STRUCT-IDX > WS-STRUCT-COUNT
010900     END-IF.
010910     IF WS-STRUCT-UNLISTED-COUNT > ZERO
010920         MOVE 'FURTHER CUSTOMERS FILED BUT NOT LISTED' TO
010930                 WS-REPORT-LABEL
010940         MOVE WS-STRUCT-UNLISTED-COUNT TO WS-REPORT-COUNT
010950         PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT
010960     END-IF.
010970 5000-EXIT.
010980     EXIT.
010990*================================================================*
011000* 5100-PRINT-STRUCT-CUSTOMER - THE CUSTOMER LINE WITH THE NEAR-  *
011010* THRESHOLD TOTAL, THEN EACH NEAR-THRESHOLD ITEM IN THE WINDOW   *
011020*================================================================*
011030 5100-PRINT-STRUCT-CUSTOMER.
011040     MOVE 4 TO WS-LINES-NEEDED.
011050     PERFORM 4150-CHECK-PAGE THRU 4150-EXIT.
011060     MOVE WS-SC-CUSTOMER-ID (WS-STRUCT-IDX) TO
011070             WS-CURRENT-CUSTOMER.
011080     MOVE WS-SC-CUSTOMER-NAME (WS-STRUCT-IDX) TO WS-CUST-NAME.
011090     MOVE WS-SC-STATUS (WS-STRUCT-IDX) TO WS-CUST-STATUS.
011100     PERFORM 4450-SET-CUSTOMER-LINE THRU 4450-EXIT.
011110     MOVE 'NEAR TOTAL ' TO WS-CL-TOTAL-LABEL.
011120     MOVE WS-SC-NEAR-TOTAL (WS-STRUCT-IDX) TO WS-CL-TOTAL.
011130     MOVE WS-SC-NEAR-COUNT (WS-STRUCT-IDX) TO WS-CL-COUNT.
011140     MOVE WS-CUSTOMER-LINE TO PR-PRINT-LINE.
011150     WRITE PR-PRINT-LINE.
011160     MOVE WS-ITEM-HEADING TO PR-PRINT-LINE.
011170     WRITE PR-PRINT-LINE.
011180     ADD 2 TO WS-LINE-COUNT.
011190     MOVE 1 TO WS-LINES-NEEDED.
011200     PERFORM 5150-PRINT-NEAR-ITEM THRU 5150-EXIT
011210         VARYING WS-NEAR-IDX FROM WS-SC-FIRST-ITEM (WS-STRUCT-IDX)
011220         BY 1 UNTIL WS-NEAR-IDX > WS-SC-LAST-ITEM (WS-STRUCT-IDX).
011230     COMPUTE WS-SC-LISTED-COUNT = WS-SC-LAST-ITEM (WS-STRUCT-IDX)
011240         - WS-SC-FIRST-ITEM (WS-STRUCT-IDX) + 1.
011250     IF WS-SC-NEAR-COUNT (WS-STRUCT-IDX) > WS-SC-LISTED-COUNT
011260         MOVE 'FURTHER ITEMS FOR THIS CUSTOMER NOT LISTED' TO
011270                 WS-REPORT-LABEL
011280         COMPUTE WS-REPORT-COUNT =
011290             WS-SC-NEAR-COUNT (WS-STRUCT-IDX) - WS-SC-LISTED-COUNT
011300         PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT
011310         ADD 1 TO WS-LINE-COUNT
011320     END-IF.
011330     MOVE SPACES TO PR-PRINT-LINE.
011340     WRITE PR-PRINT-LINE.
011350     ADD 1 TO WS-LINE-COUNT.
011360 5100-EXIT.
011370     EXIT.
011380*================================================================*
011390* 5150-PRINT-NEAR-ITEM                                           *
011400*================================================================*
011410 5150-PRINT-NEAR-ITEM.
011420     PERFORM 4150-CHECK-PAGE THRU 4150-EXIT.
011430     MOVE WS-NR-RECORD-NO (WS-NEAR-IDX) TO WS-IL-RECORD-NO.
011440     MOVE WS-NR-DATE (WS-NEAR-IDX) TO WS-IL-DATE.
011450     MOVE WS-NR-TRANS-TYPE (WS-NEAR-IDX) TO WS-IL-TRANS-TYPE.
011460     MOVE WS-NR-AMOUNT (WS-NEAR-IDX) TO WS-IL-AMOUNT.
011470     IF WS-NR-ORIGIN-SW (WS-NEAR-IDX) = 'E'
011480         MOVE 'EXTRACT' TO WS-IL-SOURCE
011490     ELSE
011500         MOVE 'HISTORY' TO WS-IL-SOURCE
011510     END-IF.
011520     MOVE 'NEAR THRESHOLD' TO WS-IL-NEAR-FLAG.
011530     MOVE WS-ITEM-LINE TO PR-PRINT-LINE.
011540     WRITE PR-PRINT-LINE.
011550     ADD 1 TO WS-LINE-COUNT.
011560 5150-EXIT.
011570     EXIT.
011580*================================================================*
011590* 6000-PRINT-TOTALS - RUN TOTALS PAGE                            *
011600*================================================================*
011610 6000-PRINT-TOTALS.
011620     MOVE 'RUN TOTALS' TO WS-SECTION-TITLE.
011630     PERFORM 4100-START-PAGE THRU 4100-EXIT.
011640     MOVE 'EXTRACT RECORDS READ' TO WS-REPORT-LABEL.
011650     MOVE WS-EXTRACT-READ-COUNT TO WS-REPORT-COUNT.
011660     PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT.
011670     MOVE 'BUSINESS-DATE ITEMS SELECTED' TO WS-REPORT-LABEL.
011680     MOVE WS-EXTRACT-SELECT-COUNT TO WS-REPORT-COUNT.
011690     PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT.
011700     MOVE 'HISTORY ROWS READ' TO WS-REPORT-LABEL.
011710     MOVE WS-HISTORY-READ-COUNT TO WS-REPORT-COUNT.
011720     PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT.
011730     MOVE 'HISTORY NEAR-THRESHOLD ITEMS IN WINDOW' TO
011740             WS-REPORT-LABEL.
011750     MOVE WS-HISTORY-SELECT-COUNT TO WS-REPORT-COUNT.
011760     PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT.
011770     MOVE 'CUSTOMERS EXAMINED' TO WS-REPORT-LABEL.
011780     MOVE WS-CUSTOMER-COUNT TO WS-REPORT-COUNT.
011790     PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT.
011800     MOVE 'CUSTOMERS AT OR OVER THE THRESHOLD' TO WS-REPORT-LABEL.
011810     MOVE WS-THRESHOLD-CUST-COUNT TO WS-REPORT-COUNT.
011820     PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT.
011830     MOVE 'THEIR SAME-DAY TOTAL' TO WS-REPORT-LABEL.
011840     MOVE WS-THRESHOLD-CUST-TOTAL TO WS-REPORT-AMOUNT.
011850     PERFORM 4550-WRITE-AMOUNT-LINE THRU 4550-EXIT.
011860     MOVE 'CUSTOMERS WITH REPEATED NEAR ITEMS' TO WS-REPORT-LABEL.
011870     MOVE WS-STRUCT-CUST-COUNT TO WS-REPORT-COUNT.
011880     PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT.
011890     MOVE 'QUALIFYING CUSTOMERS NOT ON REFERENCE' TO
011900             WS-REPORT-LABEL.
011910     MOVE WS-NOT-ON-FILE-COUNT TO WS-REPORT-COUNT.
011920     PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT.
011930     MOVE 'FILING RECORDS WRITTEN' TO WS-REPORT-LABEL.
011940     MOVE WS-FILING-COUNT TO WS-REPORT-COUNT.
011950     PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT.
011960 6000-EXIT.
011970     EXIT.
011980*================================================================*
011990* 9000-TERMINATE - CLOSE FILES                                   *
012000*================================================================*
012010 9000-TERMINATE.
012020     IF WS-EXTRACT-FILE-STATUS NOT = '35'
012030         CLOSE EXTRACT-FILE
012040     END-IF.
012050     IF WS-DUP-FILE-AVAILABLE
012060         CLOSE DUP-HISTORY-FILE
012070     END-IF.
012080     IF WS-CUSTREF-AVAILABLE
012090         CLOSE CUSTOMER-REF
012100     END-IF.
012110     CLOSE FILING-FILE.
012120     CLOSE PRINT-FILE.
012130 9000-EXIT.
012140     EXIT.
