002730*                   ARE NOT CHECKED - RELEASING A GENUINE       *
002740*                   REPEAT CHARGE THROUGH DL100SU IS THE        *
002750*                   OVERRIDE.  DL100HK RETIRES AGED HISTORY.    *
002760*   2026-10-15  JW  9100 ALSO CLEARS THE NEW DL100CY GL STEP    *
002770*                   FLAG, SO A REDO OF A POSTED DAY FORCES THE  *
002780*                   DL100GL JOURNAL TO BE REBUILT TOO.          *
002790*   2026-10-15  JW  A DORMANT CUSTOMER (NEW DL100CR STATUS 'D', *
002800*                   SET BY DL100DM) REJECTS C004 AND GOES TO    *
002810*                   SUSPENSE UNTIL THE DESK REACTIVATES THE     *
002820*                   ACCOUNT THROUGH DL100CU.  DETAILS DL100MA   *
002830*                   MARKS AS SYSTEM-GENERATED STILL POST - THE  *
002840*                   ORIGIN FLAG IS CARRIED ON THE AREA-1 TABLE. *
002850*   2026-10-15  JW  CUSTOMER-TO-CUSTOMER TRANSFERS (DL100TT     *
002860*                   DISPOSITION 'T').  ONE FEED RECORD NAMES    *
002870*                   THE FROM-CUSTOMER (PD-/CD-CUSTOMER-ID) AND  *
002880*                   THE TO-CUSTOMER (PD-/CD-TO-CUSTOMER-ID).    *
002890*                   3300 CHECKS BOTH SIDES ON DL100CR AND THE   *
002900*                   FROM-SIDE CREDIT LIMIT, THEN POSTS THE      *
002910*                   DEBIT AND THE CREDIT TOGETHER OR SUSPENDS   *
002920*                   THE WHOLE TRANSFER UNDER REASON T001.  EACH *
002930*                   LEG GETS ITS OWN AUDIT ROW AND EXTRACT ROW  *
002940*                   (EX-TRANSFER-LEG-SW), SHARING THE RECORD    *
002950*                   NUMBER THAT PAIRS THEM.                     *
002960*   2026-10-15  JW  SEVERAL SOURCE SYSTEMS PER FEED.  EACH      *
002970*                   HEADER NOW NAMES ITS SOURCE SYSTEM          *
002980*                   (CT-SOURCE-SYSTEM) AND THE FEED MAY CARRY   *
002990*                   ANY NUMBER OF HEADER/TRAILER BATCHES.  1500 *
003000*                   PRE-READS THE FEED AND SETTLES EACH BATCH   *
003010*                   ON ITS OWN COUNT AND HASH BEFORE ANYTHING   *
003020*                   POSTS; THE DETAILS OF A BATCH THAT FAILS    *
003030*                   ARE HELD TO SUSPENSE (H001-H005) WHILE THE  *
003040*                   BALANCED SOURCES POST AND THE RUN           *
003050*                   COMPLETES.  8000 BREAKS THE CONTROL REPORT  *
003060*                   OUT BY SOURCE, AND THE SOURCE IS CARRIED    *
003070*                   ONTO EVERY AUDIT, EXCEPTION AND SUSPENSE    *
003080*                   ROW.                                        *
003090*   2026-10-15  JW  2760 NOW STAMPS THE FEED RECORD NUMBER ON   *
003100*                   EACH DL100DH ROW (DH-RECORD-NO) FOR THE     *
003110*                   DL100LT SURVEILLANCE REPORT.                *
003120*   2026-10-15  JW  INTER-STEP CONTROL TOTALS.  A RUN THAT      *
003130*                   STAMPS DL100CY COMPLETE NOW ALSO WRITES A   *
003140*                   DL100TC ROW FOR THE BUSINESS DATE ON CTLTOT *
003150*                   (9200) - RECORD COUNTS, RECORD-NUMBER HASH  *
003160*                   TOTALS AND AMOUNT TOTALS FOR THE AUDIT,     *
003170*                   EXCEPTION, EXTRACT AND ALERT FILES, COUNTED *
003180*                   BACK FROM THE FILES AS CLOSED SO A RESUMED  *
003190*                   RUN'S TOTALS COVER THE WHOLE DAY - AND      *
003200*                   PRINTS THEM ON THE CONTROL REPORT.  THE     *
003210*                   DOWNSTREAM STEPS CHECK THEIR INPUT AGAINST  *
003220*                   THE ROW BEFORE STAMPING.  9100 ALSO CLEARS  *
003230*                   THE NEW DL100CY CL AND AR STEP FLAGS.       *
003240*   2026-10-15  JW  THE DORMANT-ACCOUNT EXEMPTION NOW NEEDS THE *
003250*                   SYSTEM ORIGIN FLAG AND A DL100MA BATCH      *
003260*                   (SOURCE 'DLMA') TOGETHER - ANOTHER SOURCE   *
003270*                   SETTING THE FLAG REJECTS C004.  1410 SETS   *
003280*                   THE FLAG BACK ON A RESUBMITTED DLMA ITEM SO *
003290*                   A SUSPENDED ASSESSMENT STILL POSTS.         *
003300*   2026-10-15  JW  9200 TESTS THE OPEN OF EACH FILE IT COUNTS  *
003310*                   BACK (NEW FILE STATUS ON AUDIT, EXCEPTION,  *
003320*                   EXTRACT AND ALERT) AND FILES NO DL100TC ROW *
003330*                   IF ONE FAILS, SAYING SO ON THE CONTROL      *
003340*                   REPORT.  9250 NOW PRINTS THE ROW BEFORE     *
003350*                   CTLTOT IS CLOSED.                           *
003360*--------------------------------------------------------------*
003370 ENVIRONMENT DIVISION.
003380 CONFIGURATION SECTION.
003390 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003410 INPUT-OUTPUT SECTION.
003420 FILE-CONTROL.
003430     SELECT TRANS-FILE ASSIGN TO TRANSIN
003440         ORGANIZATION IS SEQUENTIAL.
003450     SELECT AUDIT-FILE ASSIGN TO AUDITOUT
003460         ORGANIZATION IS SEQUENTIAL
003470         FILE STATUS IS WS-AUDIT-FILE-STATUS.
003480     SELECT EXCEPTION-FILE ASSIGN TO XCPTOUT
003490         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-XCPT-FILE-STATUS.
003510     SELECT RESTART-FILE ASSIGN TO RESTRT
003520         ORGANIZATION IS INDEXED
003530         ACCESS MODE IS RANDOM
003540         RECORD KEY IS RS-RUN-ID
003550         FILE STATUS IS WS-RESTART-FILE-STATUS.
003560     SELECT EXTRACT-FILE ASSIGN TO EXTROUT
003570         ORGANIZATION IS SEQUENTIAL
003580         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
003590     SELECT SUSPENSE-FILE ASSIGN TO SUSPNS
003600         ORGANIZATION IS INDEXED
003610         ACCESS MODE IS DYNAMIC
003620         RECORD KEY IS SP-SUSPENSE-KEY
003630         FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
003640     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMST
003650         ORGANIZATION IS INDEXED
003660         ACCESS MODE IS RANDOM
003670         RECORD KEY IS CM-CUSTOMER-ID
003680         FILE STATUS IS WS-CUSTMST-FILE-STATUS.
003690     SELECT PARM-FILE ASSIGN TO PARMIN
003700         ORGANIZATION IS SEQUENTIAL
003710         FILE STATUS IS WS-PARM-FILE-STATUS.
003720     SELECT TYPE-FILE ASSIGN TO TRNTYP
003730         ORGANIZATION IS INDEXED
003740         ACCESS MODE IS DYNAMIC
003750         RECORD KEY IS TT-TRANS-TYPE
003760         FILE STATUS IS WS-TYPE-FILE-STATUS.
003770     SELECT CONTROL-REPORT ASSIGN TO CTLRPT
003780         ORGANIZATION IS SEQUENTIAL.
003790     SELECT MAINTENANCE-FILE ASSIGN TO MAINT
003800         ORGANIZATION IS INDEXED
003810         ACCESS MODE IS RANDOM
003820         RECORD KEY IS MT-CUSTOMER-ID
003830         FILE STATUS IS WS-MAINT-FILE-STATUS.
003840     SELECT CUSTOMER-REF ASSIGN TO CUSTREF
003850         ORGANIZATION IS INDEXED
003860         ACCESS MODE IS RANDOM
003870         RECORD KEY IS CR-CUSTOMER-ID
003880         FILE STATUS IS WS-CUSTREF-FILE-STATUS.
003890     SELECT CYCLE-FILE ASSIGN TO CYCCTL
003900         ORGANIZATION IS INDEXED
003910         ACCESS MODE IS RANDOM
003920         RECORD KEY IS CY-BUSINESS-DATE
003930         FILE STATUS IS WS-CYCLE-FILE-STATUS.
003940     SELECT ALERT-FILE ASSIGN TO ALRTOUT
003950         ORGANIZATION IS SEQUENTIAL
003960         FILE STATUS IS WS-ALERT-FILE-STATUS.
003970     SELECT DUP-HISTORY-FILE ASSIGN TO DUPHIST
003980         ORGANIZATION IS INDEXED
003990         ACCESS MODE IS RANDOM
004000         RECORD KEY IS DH-DUP-KEY
004010         FILE STATUS IS WS-DUP-FILE-STATUS.
004020     SELECT CONTROL-TOTALS-FILE ASSIGN TO CTLTOT
004030         ORGANIZATION IS INDEXED
004040         ACCESS MODE IS RANDOM
004050         RECORD KEY IS TC-BUSINESS-DATE
004060         FILE STATUS IS WS-CTLTOT-FILE-STATUS.
004070 DATA DIVISION.
004080 FILE SECTION.
004090 FD  TRANS-FILE
004100     RECORDING MODE IS F
004110     LABEL RECORDS ARE STANDARD.
004120     COPY DL100TR.
004130 FD  AUDIT-FILE
004140     RECORDING MODE IS F
004150     LABEL RECORDS ARE STANDARD.
004160     COPY DL100AU.
004170 FD  EXCEPTION-FILE
004180     RECORDING MODE IS F
004190     LABEL RECORDS ARE STANDARD.
004200     COPY DL100XC.
004210 FD  RESTART-FILE
004220     LABEL RECORDS ARE STANDARD.
004230     COPY DL100RS.
004240 FD  EXTRACT-FILE
004250     RECORDING MODE IS F
004260     LABEL RECORDS ARE STANDARD.
004270     COPY DL100EX.
004280 FD  SUSPENSE-FILE
004290     LABEL RECORDS ARE STANDARD.
004300     COPY DL100SP.
004310 FD  CUSTOMER-MASTER
004320     LABEL RECORDS ARE STANDARD.
004330     COPY DL100CM.
004340 FD  PARM-FILE
004350     RECORDING MODE IS F
004360     LABEL RECORDS ARE STANDARD.
004370     COPY DL100PM.
004380 FD  TYPE-FILE
004390     LABEL RECORDS ARE STANDARD.
004400     COPY DL100TT.
004410 FD  CONTROL-REPORT
004420     RECORDING MODE IS F
004430     LABEL RECORDS ARE STANDARD.
004440 01  CR-PRINT-LINE               PIC X(132).
004450 FD  MAINTENANCE-FILE
004460     LABEL RECORDS ARE STANDARD.
004470     COPY DL100MT.
004480 FD  CUSTOMER-REF
004490     LABEL RECORDS ARE STANDARD.
004500     COPY DL100CR.
004510 FD  CYCLE-FILE
004520     LABEL RECORDS ARE STANDARD.
004530     COPY DL100CY.
004540 FD  ALERT-FILE
004550     RECORDING MODE IS F
004560     LABEL RECORDS ARE STANDARD.
004570     COPY DL100AL.
004580 FD  DUP-HISTORY-FILE
004590     LABEL RECORDS ARE STANDARD.
004600     COPY DL100DH.
004610 FD  CONTROL-TOTALS-FILE
004620     LABEL RECORDS ARE STANDARD.
004630     COPY DL100TC.
004640 WORKING-STORAGE SECTION.
004650*--------------------------------------------------------------*
004660* FIELD-LEVEL INITIALIZATION STANDARD.                          *
004670*   EVERY WORKING-STORAGE ITEM BELOW CARRIES AN EXPLICIT VALUE   *
004680*   CLAUSE APPROPRIATE TO ITS TYPE - ALPHANUMERIC FIELDS GET     *
004690*   VALUE SPACES, NUMERIC FIELDS GET VALUE ZERO, AND SWITCHES    *
004700*   GET A NAMED DEFAULT CONDITION (88-LEVEL) RATHER THAN A BARE  *
004710*   LITERAL.  ITEMS SUBORDINATE TO A REDEFINES CARRY NO VALUE    *
004720*   CLAUSE OF THEIR OWN (THE COMPILER DISALLOWS IT) SINCE THE    *
004730*   REDEFINED ITEM'S VALUE ALREADY COVERS THEIR STORAGE.  FILE   *
004740*   SECTION RECORDS CARRY NO VALUE CLAUSE EITHER - THEIR CONTENT *
004750*   IS ESTABLISHED BY READ OR BY EXPLICIT MOVE BEFORE A WRITE.   *
004760*   1050-REINITIALIZE-WORK-AREAS BELOW RE-ESTABLISHES EVERY ONE  *
004770*   OF THESE DEFAULTS AT THE TOP OF THE RUN, SO A RERUN OR A     *
004780*   FUTURE CHANGE THAT CALLS THIS PROGRAM MORE THAN ONCE CANNOT  *
004790*   INHERIT STATE LEFT OVER FROM A PRIOR INVOCATION.             *
004800*--------------------------------------------------------------*
004810* RUN CONTROL SWITCHES AND COUNTERS                             *
004820*--------------------------------------------------------------*
004830 01  WS-EOF-SW                PIC X(01) VALUE 'N'.
004840     88  WS-EOF-REACHED                 VALUE 'Y'.
004850     88  WS-NOT-EOF                     VALUE 'N'.
004860 01  WS-REJECT-SW             PIC X(01) VALUE 'N'.
004870     88  WS-RECORD-REJECTED              VALUE 'Y'.
004880     88  WS-RECORD-ACCEPTED               VALUE 'N'.
004890 01  WS-RUN-ID                PIC X(08) VALUE SPACES.
004900 01  WS-RECORD-NO             PIC 9(09) COMP VALUE ZERO.
004910 01  WS-TIMESTAMP-FIELDS.
004920     05  WS-TS-DATE               PIC 9(08) VALUE ZERO.
004930     05  WS-TS-TIME               PIC 9(08) VALUE ZERO.
004940*--------------------------------------------------------------*
004950* VALIDATION INTERFACE FIELDS - SET BY 2500, READ BY 2600       *
004960*--------------------------------------------------------------*
004970 01  WS-REJECT-REASON-CODE    PIC X(04) VALUE SPACES.
004980 01  WS-REJECT-TEXT           PIC X(40) VALUE SPACES.
004990*--------------------------------------------------------------*
005000* RESTART / CHECKPOINT CONTROL FIELDS                           *
005010*--------------------------------------------------------------*
005020 01  WS-RESTART-FILE-STATUS   PIC X(02) VALUE '00'.
005030 01  WS-RESTART-ROW-SW        PIC X(01) VALUE 'N'.
005040     88  WS-RESTART-ROW-EXISTS           VALUE 'Y'.
005050     88  WS-RESTART-ROW-NEW               VALUE 'N'.
005060 01  WS-RESTART-LAST-RECORD-NO PIC 9(09) COMP VALUE ZERO.
005070*--------------------------------------------------------------*
005080* WS-CHECKPOINT-KEY IS THE RESTART FILE'S RECORD KEY.  IT IS    *
005090* THE RUN DATE, NOT WS-RUN-ID - WS-RUN-ID IS A FIXED AUDIT TAG  *
005100* SHARED BY EVERY INVOCATION, SO KEYING THE RESTART ROW ON IT   *
005110* WOULD LET THE NEXT ORDINARY RUN READ BACK AND HONOR THE PRIOR *
005120* RUN'S FINISHED CHECKPOINT INSTEAD OF STARTING ITS OWN.        *
005130*--------------------------------------------------------------*
005140*--------------------------------------------------------------*
005150* RUN PARAMETER FIELDS - SET BY 1025 FROM THE DL100PM CARD.     *
005160* WS-PROCESS-DATE IS THE RUN'S BUSINESS DATE; IN TRIAL MODE     *
005170* NOTHING IS COMMITTED EXCEPT THE EXCEPTION FILE AND THE        *
005180* CONTROL REPORT.                                               *
005190*--------------------------------------------------------------*
005200 01  WS-PARM-FILE-STATUS      PIC X(02) VALUE '00'.
005210 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
005220 01  WS-RUN-MODE-SW           PIC X(01) VALUE 'L'.
005230     88  WS-LIVE-RUN                     VALUE 'L'.
005240     88  WS-TRIAL-RUN                    VALUE 'T'.
005250 01  WS-TRIAL-PROCESS-COUNT   PIC 9(09) COMP VALUE ZERO.
005260 01  WS-RUN-REJECT-COUNT      PIC 9(09) COMP VALUE ZERO.
005270*--------------------------------------------------------------*
005280* A LIVE RUN IS FORCED TO TRIAL BY 1200 WHEN IT WOULD POST THE  *
005290* LEDGER TWICE: THE PROCESS DATE ALREADY RAN TO COMPLETION, OR  *
005300* A PRIOR-DATE RERUN HAS NO RESUME POINT.  THE OPERATOR         *
005310* OVERRIDE (RUN MODE 'F' ON THE PARAMETER CARD) BYPASSES BOTH   *
005320* GUARDS FOR THE TWO LEGITIMATE CASES: A PRIOR DAY WHOSE FEED   *
005330* NEVER RAN, AND A FULL REDO OF A POSTED DAY AFTER OPERATIONS   *
005340* HAS RESTORED CUSTMST FROM THE PRIOR NIGHT'S BACKUP.  THE      *
005350* OVERRIDE IS FLAGGED PROMINENTLY ON THE CONTROL REPORT.        *
005360*--------------------------------------------------------------*
005370 01  WS-FORCED-TRIAL-SW       PIC X(01) VALUE 'N'.
005380     88  WS-FORCED-TRIAL                 VALUE 'Y'.
005390     88  WS-NOT-FORCED-TRIAL             VALUE 'N'.
005400 01  WS-FORCED-TRIAL-REASON   PIC X(40) VALUE SPACES.
005410 01  WS-LIVE-OVERRIDE-SW      PIC X(01) VALUE 'N'.
005420     88  WS-LIVE-OVERRIDE                VALUE 'Y'.
005430     88  WS-NO-LIVE-OVERRIDE             VALUE 'N'.
005440 01  WS-CHECKPOINT-KEY        PIC X(08) VALUE SPACES.
005450 01  WS-CHECKPOINT-INTERVAL   PIC 9(05) COMP VALUE 100.
005460 01  WS-CKPT-DIVIDE-RESULT    PIC 9(09) COMP VALUE ZERO.
005470 01  WS-CKPT-DIVIDE-REMAINDER PIC 9(09) COMP VALUE ZERO.
005480*--------------------------------------------------------------*
005490* WS-SEGMENT-CHECKPOINT-NO IS THE RECORD NUMBER A SEGMENT       *
005500* FLUSH COMMITS TO THE RESTART FILE - ALWAYS THE LAST FEED      *
005510* RECORD WHOSE EFFECTS (EXTRACT, LEDGER POSTING, EXCEPTIONS)    *
005520* ARE FULLY ON DISK WHEN 6100 RUNS.                             *
005530*--------------------------------------------------------------*
005540 01  WS-SEGMENT-CHECKPOINT-NO PIC 9(09) COMP VALUE ZERO.
005550*--------------------------------------------------------------*
005560* WS-AREA-1 / WS-AREA-2 TABLES - ONE ENTRY PER ACCEPTED         *
005570* TRANSACTION FOR THE CURRENT SEGMENT, LOADED BY 2000 AND       *
005580* WALKED BY 3000 VIA 7000-PROCESS-SEGMENT WHENEVER THE TABLES   *
005590* FILL OR THE CHECKPOINT INTERVAL COMES DUE.  THE TWO TABLES    *
005600* ARE LOADED IN LOCKSTEP SO ENTRY (N) OF EACH ALWAYS COMES      *
005610* FROM THE SAME SOURCE TRANSACTION.                             *
005620*--------------------------------------------------------------*
005630 01  WS-AREA-1-TABLE.
005640     05  WS-AREA-1-COUNT          PIC 9(05) COMP VALUE ZERO.
005650     05  WS-AREA-1-ENTRY OCCURS 1 TO 2000 TIMES
005660                 DEPENDING ON WS-AREA-1-COUNT
005670                 INDEXED BY WS-AREA-1-IDX.
005680         10  WS-AREA-1-RECORD-NO  PIC 9(09) COMP VALUE ZERO.
005690         10  WS-AREA-1-TRANS-TYPE PIC X(02) VALUE SPACES.
005700         10  WS-AREA-1-DISPOSITION PIC X(01) VALUE SPACES.
005710         10  WS-AREA-1-REV-DISP   PIC X(01) VALUE SPACES.
005720         10  WS-AREA-1-REV-AMOUNT PIC 9(09)V99 VALUE ZERO.
005730         10  WS-AREA-1-ORIGIN-SW  PIC X(01) VALUE SPACES.
005740             88  WS-AREA-1-SYSTEM-ORIGIN    VALUE 'S'.
005750         10  WS-AREA-1-SOURCE     PIC X(04) VALUE SPACES.
005760             88  WS-AREA-1-FROM-DLMA        VALUE 'DLMA'.
005770         10  WS-AREA-1-BATCH-NO   PIC 9(03) COMP VALUE ZERO.
005780         10  WS-AREA-1            PIC X(100) VALUE SPACES.
005790         10  WS-AREA-1-DETAIL REDEFINES WS-AREA-1.
005800             15  WS-A1-CUSTOMER-ID    PIC X(10).
005810             15  WS-A1-AMOUNT         PIC 9(09)V99.
005820             15  WS-A1-TO-CUSTOMER-ID PIC X(10).
005830             15  FILLER               PIC X(69).
005840 01  WS-AREA-2-TABLE.
005850     05  WS-AREA-2-COUNT          PIC 9(05) COMP VALUE ZERO.
005860     05  WS-AREA-2-ENTRY OCCURS 1 TO 2000 TIMES
005870                 DEPENDING ON WS-AREA-2-COUNT
005880                 INDEXED BY WS-AREA-2-IDX.
005890         10  WS-AREA-2            PIC X(100) VALUE SPACES.
005900         10  WS-AREA-2-DETAIL REDEFINES WS-AREA-2.
005910             15  WS-A2-CUSTOMER-ID    PIC X(10).
005920             15  WS-A2-AMOUNT         PIC 9(09)V99.
005930             15  WS-A2-TO-CUSTOMER-ID PIC X(10).
005940             15  FILLER               PIC X(69).
005950*--------------------------------------------------------------*
005960* TRANSACTION TYPE RULES - ACTIVE DL100TT ROWS LOADED AT 1190.  *
005970* AN EMPTY OR MISSING TYPE FILE LEAVES THE TABLE UNAVAILABLE    *
005980* AND VALIDATION FALLS BACK TO THE PRE-TABLE BEHAVIOR (EVERY    *
005990* TYPE ACCEPTED, 'CR' CREDITS, EVERYTHING ELSE DEBITS) RATHER   *
006000* THAN REJECTING THE WHOLE FEED ON A CONFIGURATION ACCIDENT.    *
006010*--------------------------------------------------------------*
006020 01  WS-TYPE-FILE-STATUS      PIC X(02) VALUE '00'.
006030 01  WS-TYPE-FILE-AVAIL-SW    PIC X(01) VALUE 'N'.
006040     88  WS-TYPE-FILE-AVAILABLE          VALUE 'Y'.
006050     88  WS-TYPE-FILE-NOT-AVAILABLE      VALUE 'N'.
006060 01  WS-TYPE-EOF-SW           PIC X(01) VALUE 'N'.
006070     88  WS-TYPE-EOF-REACHED             VALUE 'Y'.
006080     88  WS-TYPE-NOT-EOF                 VALUE 'N'.
006090 01  WS-CURRENT-DISPOSITION   PIC X(01) VALUE SPACES.
006100 01  WS-TYPE-TABLE.
006110     05  WS-TYPE-COUNT            PIC 9(03) COMP VALUE ZERO.
006120     05  WS-TYPE-ENTRY OCCURS 1 TO 100 TIMES
006130                 DEPENDING ON WS-TYPE-COUNT
006140                 INDEXED BY WS-TYPE-IDX.
006150         10  WS-TYPE-CODE         PIC X(02) VALUE SPACES.
006160         10  WS-TYPE-DISP         PIC X(01) VALUE SPACES.
006170*--------------------------------------------------------------*
006180* ORIGINALS REGISTER - ONE ENTRY PER ACCEPTED NON-REVERSAL      *
006190* TRANSACTION THIS RUN (RESUBMITS INCLUDED).  UNLIKE THE AREA   *
006200* TABLES IT IS NEVER CLEARED AT A SEGMENT FLUSH, SO A REVERSAL  *
006210* CAN MATCH AN ORIGINAL FROM ANY EARLIER POINT IN THE RUN.      *
006220* REVERSALS ACROSS RUNS COME IN AS ORDINARY ADJUSTMENTS.        *
006230*--------------------------------------------------------------*
006240 01  WS-MATCHED-ORIG-NO       PIC 9(05) COMP VALUE ZERO.
006250 01  WS-ORIG-RECNO-DISPLAY    PIC 9(09) VALUE ZERO.
006260 01  WS-ORIG-TABLE.
006270     05  WS-ORIG-COUNT            PIC 9(05) COMP VALUE ZERO.
006280     05  WS-ORIG-ENTRY OCCURS 1 TO 10000 TIMES
006290                 DEPENDING ON WS-ORIG-COUNT
006300                 INDEXED BY WS-ORIG-IDX.
006310         10  WS-ORIG-CUSTOMER-ID  PIC X(10) VALUE SPACES.
006320         10  WS-ORIG-AMOUNT       PIC 9(09)V99 VALUE ZERO.
006330         10  WS-ORIG-RAW-CUST-ID  PIC X(10) VALUE SPACES.
006340         10  WS-ORIG-RAW-AMOUNT   PIC 9(09)V99 VALUE ZERO.
006350         10  WS-ORIG-DISP         PIC X(01) VALUE SPACES.
006360         10  WS-ORIG-RECORD-NO    PIC 9(09) COMP VALUE ZERO.
006370         10  WS-ORIG-REVERSED-SW  PIC X(01) VALUE 'N'.
006380             88  WS-ORIG-REVERSED         VALUE 'Y'.
006390             88  WS-ORIG-NOT-REVERSED     VALUE 'N'.
006400*--------------------------------------------------------------*
006410* AUDIT INTERFACE FIELDS - SET BEFORE PERFORMING 3100           *
006420*--------------------------------------------------------------*
006430 01  WS-AUDIT-AREA-NAME       PIC X(10) VALUE SPACES.
006440 01  WS-AUDIT-AREA-VALUE      PIC X(100) VALUE SPACES.
006450*--------------------------------------------------------------*
006460* MAINTENANCE FILE LOOKUP FIELDS - SET BY 2650, WHICH LETS AN   *
006470* ACTIVE DL100MT ROW OVERRIDE THE FEED'S PRIMARY/CONTROL DATA   *
006480* BEFORE IT IS STORED IN WS-AREA-1 / WS-AREA-2.                 *
006490*--------------------------------------------------------------*
006500*--------------------------------------------------------------*
006510* SUSPENSE FILE CONTROL FIELDS - THE RESUBMIT PULL (1400) RUNS  *
006520* BEFORE THE FEED IS READ, AND 2620 FILES EVERY NEW FEED        *
006530* REJECT ON THE SUSPENSE FILE ALONGSIDE THE EXCEPTION RECORD.   *
006540*--------------------------------------------------------------*
006550 01  WS-SUSPENSE-FILE-STATUS  PIC X(02) VALUE '00'.
006560 01  WS-SUSPENSE-EOF-SW       PIC X(01) VALUE 'N'.
006570     88  WS-SUSPENSE-EOF-REACHED         VALUE 'Y'.
006580     88  WS-SUSPENSE-NOT-EOF             VALUE 'N'.
006590 01  WS-RESUBMIT-PHASE-SW     PIC X(01) VALUE 'N'.
006600     88  WS-RESUBMIT-PHASE               VALUE 'Y'.
006610     88  WS-FEED-PHASE                   VALUE 'N'.
006620 01  WS-RESUBMIT-RECORD-NO    PIC 9(09) COMP VALUE 900000000.
006630*--------------------------------------------------------------*
006640* THE RESUBMIT PULL RUNS TWICE: PASS 1 (NON-REVERSAL ITEMS)     *
006650* BEFORE THE FEED, AND PASS 2 (REVERSAL-TYPE ITEMS) AFTER THE   *
006660* FEED HAS LOADED, SO A RESUBMITTED REVERSAL HAS THE DAY'S      *
006670* ORIGINALS REGISTER TO MATCH AGAINST INSTEAD OF FAILING V007   *
006680* AGAINST AN EMPTY ONE FOREVER.                                 *
006690*--------------------------------------------------------------*
006700 01  WS-RESUBMIT-PASS-SW      PIC X(01) VALUE '1'.
006710     88  WS-RESUBMIT-PASS-1              VALUE '1'.
006720     88  WS-RESUBMIT-PASS-2              VALUE '2'.
006730 01  WS-SUSP-TYPE-SW          PIC X(01) VALUE 'N'.
006740     88  WS-SUSP-REVERSAL-TYPE           VALUE 'Y'.
006750     88  WS-SUSP-NOT-REVERSAL            VALUE 'N'.
006760 01  WS-SAVED-RECORD-NO       PIC 9(09) COMP VALUE ZERO.
006770*--------------------------------------------------------------*
006780* 1410 HOLDS THE SUSPENSE KEY OF THE ITEM IT IS PUTTING THROUGH *
006790* AND RE-READS THE ROW AFTER 2700 - A FULL-SEGMENT FLUSH INSIDE *
006800* 2700 CAN REACH 3220, WHICH BUILDS AND WRITES A BRAND NEW      *
006810* SUSPENSE ROW IN THE SAME RECORD AREA, AND THE STATUS REWRITE  *
006820* MUST LAND ON THE RESUBMITTED ITEM'S OWN ROW, NOT ON THAT ONE. *
006830*--------------------------------------------------------------*
006840 01  WS-HELD-SUSPENSE-KEY     PIC X(17) VALUE SPACES.
006850 01  WS-SUSP-REREAD-SW        PIC X(01) VALUE 'N'.
006860     88  WS-SUSP-ROW-FOUND               VALUE 'Y'.
006870     88  WS-SUSP-ROW-LOST                VALUE 'N'.
006880*--------------------------------------------------------------*
006890* FEED BALANCING FIELDS - 2010 ACCUMULATES THE WHOLE-FEED       *
006900* ACTUALS OVER EVERY DETAIL RECORD READ (INCLUDING RECORDS A    *
006910* RESTART SKIPS, SO THE WHOLE FEED IS ALWAYS COVERED), AND 8000 *
006920* SETTLES THE RUN AT END OF JOB AND PRINTS THE CONTROL REPORT.  *
006930* WS-FEED-BALANCED IS WHAT LETS 9000 MARK THE RUN COMPLETE - A  *
006940* HELD SOURCE BATCH DOES NOT CLEAR IT, ONLY A REFUSED FEED, NO  *
006950* BATCHES AT ALL, OR A FEED SHORTER THAN THE RESUME POINT.      *
006960*--------------------------------------------------------------*
006970 01  WS-FEED-HEADER-SW        PIC X(01) VALUE 'N'.
006980     88  WS-FEED-HEADER-SEEN             VALUE 'Y'.
006990     88  WS-FEED-HEADER-MISSING          VALUE 'N'.
007000 01  WS-HEADER-DATE-SW        PIC X(01) VALUE 'Y'.
007010     88  WS-HEADER-DATE-GOOD             VALUE 'Y'.
007020     88  WS-HEADER-DATE-BAD              VALUE 'N'.
007030 01  WS-FEED-BALANCE-SW       PIC X(01) VALUE 'Y'.
007040     88  WS-FEED-BALANCED                VALUE 'Y'.
007050     88  WS-FEED-OUT-OF-BALANCE          VALUE 'N'.
007060 01  WS-HEADER-FEED-DATE      PIC 9(08) VALUE ZERO.
007070 01  WS-ACTUAL-RECORD-COUNT   PIC 9(09) COMP VALUE ZERO.
007080 01  WS-ACTUAL-AMOUNT-HASH    PIC S9(15)V99 COMP-3 VALUE ZERO.
007090 01  WS-CTL-LABEL             PIC X(34) VALUE SPACES.
007100 01  WS-CTL-COUNT             PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
007110 01  WS-CTL-AMOUNT            PIC -Z(14)9.99 VALUE ZERO.
007120*--------------------------------------------------------------*
007130* SOURCE BATCH TABLE - ONE ENTRY PER HEADER/TRAILER BATCH ON    *
007140* THE FEED, IN FEED ORDER.  1500 BUILDS AND SETTLES IT IN A     *
007150* PRE-READ OF THE WHOLE FEED, SO EVERY BATCH IS KNOWN BALANCED  *
007160* OR HELD BEFORE ITS FIRST DETAIL CAN POST.  THE LOAD PASS      *
007170* WALKS THE SAME RECORDS THROUGH THE SAME 1550 NUMBERING, SO    *
007180* WS-BATCH-NO ALWAYS NAMES THE ENTRY THE CURRENT RECORD         *
007190* BELONGS TO.  A DETAIL OR TRAILER WITH NO OPEN BATCH OPENS AN  *
007200* UNHEADERED ONE.  PAST WS-BATCH-MAX EVERYTHING FALLS INTO THE  *
007210* LAST ENTRY, WHICH IS HELD.  THE LOADED/REJECTED/HELD COUNTS   *
007220* COVER THIS RUN ONLY (A RESTART SKIPS WHAT WAS ALREADY DONE);  *
007230* 3000 ADDS THE POSTED AND POSTING-SUSPENDED FIGURES, USING     *
007240* WS-AREA-1-BATCH-NO (ZERO FOR A RESUBMITTED SUSPENSE ITEM).    *
007250*--------------------------------------------------------------*
007260 01  WS-BATCH-MAX             PIC 9(03) COMP VALUE 100.
007270 01  WS-BATCH-NO              PIC 9(03) COMP VALUE ZERO.
007280 01  WS-BATCH-NO-ED           PIC ZZ9 VALUE ZERO.
007290 01  WS-BATCH-OPEN-SW         PIC X(01) VALUE 'N'.
007300     88  WS-BATCH-OPEN                   VALUE 'Y'.
007310     88  WS-BATCH-CLOSED                 VALUE 'N'.
007320 01  WS-BATCH-OVERFLOW-SW     PIC X(01) VALUE 'N'.
007330     88  WS-BATCH-OVERFLOW               VALUE 'Y'.
007340     88  WS-BATCH-NO-OVERFLOW            VALUE 'N'.
007350 01  WS-BATCH-HEADER-COUNT    PIC 9(09) COMP VALUE ZERO.
007360 01  WS-BATCH-DATE-MATCH-COUNT PIC 9(09) COMP VALUE ZERO.
007370 01  WS-BATCH-HELD-COUNT      PIC 9(09) COMP VALUE ZERO.
007380 01  WS-CURRENT-SOURCE        PIC X(04) VALUE SPACES.
007390 01  WS-CURRENT-BATCH-NO      PIC 9(03) COMP VALUE ZERO.
007400 01  WS-BATCH-TABLE.
007410     05  WS-BATCH-COUNT           PIC 9(03) COMP VALUE ZERO.
007420     05  WS-BATCH-ENTRY OCCURS 1 TO 100 TIMES
007430                 DEPENDING ON WS-BATCH-COUNT
007440                 INDEXED BY WS-BATCH-IDX WS-POST-BATCH-IDX.
007450         10  WS-BT-SOURCE         PIC X(04) VALUE SPACES.
007460         10  WS-BT-FEED-DATE      PIC 9(08) VALUE ZERO.
007470         10  WS-BT-HEADER-SW      PIC X(01) VALUE 'N'.
007480             88  WS-BT-HEADER-SEEN          VALUE 'Y'.
007490             88  WS-BT-HEADER-MISSING       VALUE 'N'.
007500         10  WS-BT-TRAILER-SW     PIC X(01) VALUE 'N'.
007510             88  WS-BT-TRAILER-SEEN         VALUE 'Y'.
007520             88  WS-BT-TRAILER-MISSING      VALUE 'N'.
007530         10  WS-BT-STATUS-SW      PIC X(01) VALUE 'B'.
007540             88  WS-BT-BALANCED             VALUE 'B'.
007550             88  WS-BT-HELD                 VALUE 'H'.
007560         10  WS-BT-HOLD-CODE      PIC X(04) VALUE SPACES.
007570         10  WS-BT-HOLD-TEXT      PIC X(40) VALUE SPACES.
007580         10  WS-BT-EXPECTED-COUNT PIC 9(09) COMP VALUE ZERO.
007590         10  WS-BT-ACTUAL-COUNT   PIC 9(09) COMP VALUE ZERO.
007600         10  WS-BT-EXPECTED-HASH  PIC S9(15)V99 COMP-3 VALUE ZERO.
007610         10  WS-BT-ACTUAL-HASH    PIC S9(15)V99 COMP-3 VALUE ZERO.
007620         10  WS-BT-LOADED-COUNT   PIC 9(09) COMP VALUE ZERO.
007630         10  WS-BT-REJECTED-COUNT PIC 9(09) COMP VALUE ZERO.
007640         10  WS-BT-HELD-COUNT     PIC 9(09) COMP VALUE ZERO.
007650         10  WS-BT-POSTED-COUNT   PIC 9(09) COMP VALUE ZERO.
007660         10  WS-BT-POSTED-AMOUNT  PIC S9(15)V99 COMP-3 VALUE ZERO.
007670         10  WS-BT-SUSPENDED-COUNT PIC 9(09) COMP VALUE ZERO.
007680*--------------------------------------------------------------*
007690* CUSTOMER BALANCE MASTER CONTROL FIELDS - SET AND READ BY THE  *
007700* POSTING PARAGRAPHS 3200/3250, AND THE DL100CR REFERENCE       *
007710* CHECK FIELDS SET AND READ BY 3210/3220.  WITH NO REFERENCE    *
007720* MASTER ON FILE EVERY POSTING IS ALLOWED, AS BEFORE.           *
007730*--------------------------------------------------------------*
007740 01  WS-CUSTMST-FILE-STATUS   PIC X(02) VALUE '00'.
007750 01  WS-CM-ROW-SW             PIC X(01) VALUE 'N'.
007760     88  WS-CM-ROW-EXISTS                VALUE 'Y'.
007770     88  WS-CM-ROW-NEW                   VALUE 'N'.
007780 01  WS-CUSTREF-FILE-STATUS   PIC X(02) VALUE '00'.
007790 01  WS-CUSTREF-AVAIL-SW      PIC X(01) VALUE 'N'.
007800     88  WS-CUSTREF-AVAILABLE            VALUE 'Y'.
007810     88  WS-CUSTREF-NOT-AVAILABLE        VALUE 'N'.
007820 01  WS-POST-REJECT-SW        PIC X(01) VALUE 'N'.
007830     88  WS-POST-REJECTED                VALUE 'Y'.
007840     88  WS-POST-ALLOWED                 VALUE 'N'.
007850 01  WS-CYCLE-FILE-STATUS     PIC X(02) VALUE '00'.
007860 01  WS-CYCLE-ROW-SW          PIC X(01) VALUE 'N'.
007870     88  WS-CYCLE-ROW-EXISTS             VALUE 'Y'.
007880     88  WS-CYCLE-ROW-NEW                VALUE 'N'.
007890*--------------------------------------------------------------*
007900* INTER-STEP CONTROL TOTALS (DL100TC) - WRITTEN BY 9200 WHEN    *
007910* 9000 HAS STAMPED THE CYCLE ROW COMPLETE.                      *
007920*--------------------------------------------------------------*
007930 01  WS-CTLTOT-FILE-STATUS    PIC X(02) VALUE '00'.
007940 01  WS-CTLTOT-ROW-SW         PIC X(01) VALUE 'N'.
007950     88  WS-CTLTOT-ROW-EXISTS            VALUE 'Y'.
007960     88  WS-CTLTOT-ROW-NEW               VALUE 'N'.
007970 01  WS-TOTALS-DUE-SW         PIC X(01) VALUE 'N'.
007980     88  WS-TOTALS-DUE                   VALUE 'Y'.
007990     88  WS-TOTALS-NOT-DUE               VALUE 'N'.
008000 01  WS-TOTALS-EOF-SW         PIC X(01) VALUE 'N'.
008010     88  WS-TOTALS-EOF-REACHED           VALUE 'Y'.
008020     88  WS-TOTALS-NOT-EOF               VALUE 'N'.
008030 01  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE '00'.
008040 01  WS-XCPT-FILE-STATUS      PIC X(02) VALUE '00'.
008050 01  WS-EXTRACT-FILE-STATUS   PIC X(02) VALUE '00'.
008060 01  WS-ALERT-FILE-STATUS     PIC X(02) VALUE '00'.
008070 01  WS-TOTALS-FILE-NAME      PIC X(09) VALUE SPACES.
008080*--------------------------------------------------------------*
008090* CREDIT LIMIT CHECK FIELDS - SET AND READ BY 3200/3230.        *
008100*--------------------------------------------------------------*
008110 01  WS-PRIOR-CLOSING         PIC S9(11)V99 COMP-3 VALUE ZERO.
008120 01  WS-LIMIT-FLOOR           PIC S9(11)V99 COMP-3 VALUE ZERO.
008130 01  WS-CREDIT-LIMIT          PIC 9(09)V99 VALUE ZERO.
008140 01  WS-ALERT-COUNT           PIC 9(09) COMP VALUE ZERO.
008150*--------------------------------------------------------------*
008160* TRANSFER FIELDS - SET AND READ BY 3300-3340.  BOTH SIDES OF A *
008170* TRANSFER ARE CHECKED BEFORE EITHER LEG POSTS; THE SIDE AND    *
008180* THE CONDITION OF A REFUSAL MAKE UP THE T001 REASON TEXT.      *
008190* 3250 BUILDS A NEW BALANCE ROW FOR WS-POST-CUSTOMER-ID.        *
008200*--------------------------------------------------------------*
008210 01  WS-POST-CUSTOMER-ID      PIC X(10) VALUE SPACES.
008220 01  WS-XFER-SIDE             PIC X(04) VALUE SPACES.
008230 01  WS-XFER-CONDITION        PIC X(17) VALUE SPACES.
008240 01  WS-XFER-LEG-DISP         PIC X(01) VALUE SPACES.
008250 01  WS-XFER-PARTNER-ID       PIC X(10) VALUE SPACES.
008260 01  WS-XFER-PROJECTED        PIC S9(11)V99 COMP-3 VALUE ZERO.
008270 01  WS-XFER-AMOUNT-ED        PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
008280 01  WS-XFER-POSTED-COUNT     PIC 9(09) COMP VALUE ZERO.
008290 01  WS-XFER-REFUSED-COUNT    PIC 9(09) COMP VALUE ZERO.
008300*--------------------------------------------------------------*
008310* DUPLICATE DETECTION FIELDS - THE IN-FEED REGISTER CATCHES A   *
008320* SECOND IDENTICAL TUPLE IN THE SAME FEED (D001); THE DL100DH   *
008330* HISTORY CATCHES ONE ACCEPTED WITHIN THE ROLLING WINDOW ON A   *
008340* RECENT DAY (D002).  BOTH APPLY TO THE FEED PHASE ONLY - A     *
008350* RESUBMITTED SUSPENSE ITEM HAS ALREADY BEEN JUDGED BY          *
008360* OPERATIONS.                                                   *
008370*--------------------------------------------------------------*
008380 01  WS-DUP-FILE-STATUS       PIC X(02) VALUE '00'.
008390 01  WS-DUP-FILE-AVAIL-SW     PIC X(01) VALUE 'N'.
008400     88  WS-DUP-FILE-AVAILABLE           VALUE 'Y'.
008410     88  WS-DUP-FILE-NOT-AVAILABLE       VALUE 'N'.
008420 01  WS-DUP-WINDOW-DAYS       PIC 9(03) VALUE 5.
008430 01  WS-DUP-CUTOFF-DATE       PIC 9(08) VALUE ZERO.
008440 01  WS-DUP-DATE-INTEGER      PIC 9(09) COMP VALUE ZERO.
008450 01  WS-DUP-TABLE.
008460     05  WS-DUP-COUNT             PIC 9(05) COMP VALUE ZERO.
008470     05  WS-DUP-ENTRY OCCURS 1 TO 10000 TIMES
008480                 DEPENDING ON WS-DUP-COUNT
008490                 INDEXED BY WS-DUP-IDX.
008500         10  WS-DUP-CUSTOMER-ID   PIC X(10) VALUE SPACES.
008510         10  WS-DUP-TRANS-TYPE    PIC X(02) VALUE SPACES.
008520         10  WS-DUP-TRANS-DATE    PIC 9(08) VALUE ZERO.
008530         10  WS-DUP-AMOUNT        PIC 9(09)V99 VALUE ZERO.
008540 01  WS-MAINT-FILE-STATUS     PIC X(02) VALUE '00'.
008550 01  WS-MAINT-FILE-AVAIL-SW   PIC X(01) VALUE 'N'.
008560     88  WS-MAINT-FILE-AVAILABLE          VALUE 'Y'.
008570     88  WS-MAINT-FILE-NOT-AVAILABLE      VALUE 'N'.
008580 01  WS-EFFECTIVE-AREA-1      PIC X(100) VALUE SPACES.
008590 01  WS-EFFECTIVE-AREA-2      PIC X(100) VALUE SPACES.
008600 PROCEDURE DIVISION.
008610*================================================================*
008620* 0000-MAINLINE-CONTROL                                          *
008630*================================================================*
008640 0000-MAINLINE-CONTROL.
008650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008660     PERFORM 2000-LOAD-TRANSACTIONS THRU 2000-EXIT
008670         UNTIL WS-EOF-REACHED.
008680     SET WS-RESUBMIT-PASS-2 TO TRUE.
008690     PERFORM 1400-PULL-RESUBMITTED-ITEMS THRU 1400-EXIT.
008700     MOVE WS-RECORD-NO TO WS-SEGMENT-CHECKPOINT-NO.
008710     PERFORM 7000-PROCESS-SEGMENT THRU 7000-EXIT.
008720     PERFORM 9000-TERMINATE THRU 9000-EXIT.
008730     GOBACK.
008740 0000-EXIT.
008750     EXIT.
008760*================================================================*
008770* 1000-INITIALIZE - OPEN FILES, SETTLE THE FEED'S SOURCE         *
008780* BATCHES, PRIME THE READ, LOAD THE LAST CHECKPOINT (IF ANY)     *
008790* FOR THIS RUN'S CHECKPOINT KEY                                  *
008800*================================================================*
008810 1000-INITIALIZE.
008820     PERFORM 1050-REINITIALIZE-WORK-AREAS THRU 1050-EXIT.
008830     MOVE 'DL100MN' TO WS-RUN-ID.
008840     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
008850     PERFORM 1025-READ-RUN-PARAMETERS THRU 1025-EXIT.
008860     MOVE WS-PROCESS-DATE TO WS-CHECKPOINT-KEY.
008870     OPEN INPUT TRANS-FILE.
008880     PERFORM 1500-PRESCAN-FEED-BATCHES THRU 1500-EXIT.
008890     PERFORM 1100-OPEN-RESTART-FILE THRU 1100-EXIT.
008900     PERFORM 1150-OPEN-MAINTENANCE-FILE THRU 1150-EXIT.
008910     PERFORM 1175-OPEN-SUSPENSE-FILE THRU 1175-EXIT.
008920     PERFORM 1185-OPEN-CUSTOMER-MASTER THRU 1185-EXIT.
008930     PERFORM 1187-OPEN-CUSTOMER-REFERENCE THRU 1187-EXIT.
008940     PERFORM 1188-OPEN-CYCLE-FILE THRU 1188-EXIT.
008950     PERFORM 1189-OPEN-DUP-HISTORY THRU 1189-EXIT.
008960     PERFORM 1190-LOAD-TYPE-TABLE THRU 1190-EXIT.
008970     PERFORM 1200-READ-CHECKPOINT THRU 1200-EXIT.
008980     PERFORM 1300-OPEN-OUTPUT-FILES THRU 1300-EXIT.
008990     PERFORM 1400-PULL-RESUBMITTED-ITEMS THRU 1400-EXIT.
009000     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
009010 1000-EXIT.
009020     EXIT.
009030*================================================================*
009040* 1025-READ-RUN-PARAMETERS - TAKE THE PROCESSING DATE OVERRIDE, *
009050* CHECKPOINT INTERVAL AND RUN MODE FROM THE PARMIN CARD.  A      *
009060* MISSING OR EMPTY FILE, OR A BLANK/ZERO FIELD, FALLS BACK TO    *
009070* THE DEFAULTS: TODAY, 100, LIVE.  THE PROCESS DATE IS THE       *
009080* BUSINESS DATE USED FOR THE CHECKPOINT KEY, HEADER-DATE         *
009090* VERIFICATION, EFFECTIVE-DATE WINDOWS, LEDGER DAY ROLL AND      *
009100* EVERY DATE STAMPED ON OUTPUT RECORDS - WS-TS-DATE STAYS THE    *
009110* PHYSICAL CLOCK FOR TIMESTAMPS.                                 *
009120*================================================================*
009130 1025-READ-RUN-PARAMETERS.
009140     MOVE WS-TS-DATE TO WS-PROCESS-DATE.
009150     SET WS-LIVE-RUN TO TRUE.
009160     OPEN INPUT PARM-FILE.
009170     IF WS-PARM-FILE-STATUS NOT = '00'
009180         GO TO 1025-EXIT
009190     END-IF.
009200     READ PARM-FILE
009210         AT END
009220             CLOSE PARM-FILE
009230             GO TO 1025-EXIT
009240     END-READ.
009250     IF PM-PROCESS-DATE NUMERIC AND PM-PROCESS-DATE > ZERO
009260         MOVE PM-PROCESS-DATE TO WS-PROCESS-DATE
009270     END-IF.
009280     IF PM-CHECKPOINT-INTERVAL NUMERIC AND
009290             PM-CHECKPOINT-INTERVAL > ZERO
009300         MOVE PM-CHECKPOINT-INTERVAL TO WS-CHECKPOINT-INTERVAL
009310     END-IF.
009320     IF PM-TRIAL-RUN
009330         SET WS-TRIAL-RUN TO TRUE
009340     END-IF.
009350     IF PM-FORCED-LIVE-RUN
009360         SET WS-LIVE-OVERRIDE TO TRUE
009370     END-IF.
009380     IF PM-DUP-WINDOW-DAYS NUMERIC AND
009390             PM-DUP-WINDOW-DAYS > ZERO
009400         MOVE PM-DUP-WINDOW-DAYS TO WS-DUP-WINDOW-DAYS
009410     END-IF.
009420     CLOSE PARM-FILE.
009430 1025-EXIT.
009440     EXIT.
009450*================================================================*
009460* 1050-REINITIALIZE-WORK-AREAS - RE-APPLY THE PROGRAM'S DEFAULT  *
009470* VALUES TO EVERY WORKING AREA BEFORE THE RUN STARTS.  THIS IS   *
009480* THE PRE-PROCESSING STEP REQUIRED BY THE SHOP'S INITIALIZATION  *
009490* STANDARD - IT DOES NOT RELY ON LOAD-TIME VALUE CLAUSES ALONE.  *
009500*================================================================*
009510 1050-REINITIALIZE-WORK-AREAS.
009520     SET WS-NOT-EOF TO TRUE.
009530     SET WS-RECORD-ACCEPTED TO TRUE.
009540     MOVE SPACES TO WS-RUN-ID.
009550     MOVE ZERO TO WS-RECORD-NO.
009560     MOVE ZERO TO WS-TS-DATE.
009570     MOVE ZERO TO WS-TS-TIME.
009580     MOVE SPACES TO WS-REJECT-REASON-CODE.
009590     MOVE SPACES TO WS-REJECT-TEXT.
009600     MOVE '00' TO WS-RESTART-FILE-STATUS.
009610     SET WS-RESTART-ROW-NEW TO TRUE.
009620     MOVE ZERO TO WS-RESTART-LAST-RECORD-NO.
009630     MOVE SPACES TO WS-CHECKPOINT-KEY.
009640     MOVE '00' TO WS-PARM-FILE-STATUS.
009650     MOVE ZERO TO WS-PROCESS-DATE.
009660     SET WS-LIVE-RUN TO TRUE.
009670     MOVE ZERO TO WS-TRIAL-PROCESS-COUNT.
009680     SET WS-NOT-FORCED-TRIAL TO TRUE.
009690     SET WS-NO-LIVE-OVERRIDE TO TRUE.
009700     MOVE SPACES TO WS-FORCED-TRIAL-REASON.
009710     MOVE ZERO TO WS-RUN-REJECT-COUNT.
009720     MOVE 100 TO WS-CHECKPOINT-INTERVAL.
009730     MOVE ZERO TO WS-CKPT-DIVIDE-RESULT.
009740     MOVE ZERO TO WS-CKPT-DIVIDE-REMAINDER.
009750     MOVE ZERO TO WS-SEGMENT-CHECKPOINT-NO.
009760     MOVE '00' TO WS-TYPE-FILE-STATUS.
009770     SET WS-TYPE-FILE-NOT-AVAILABLE TO TRUE.
009780     SET WS-TYPE-NOT-EOF TO TRUE.
009790     MOVE SPACES TO WS-CURRENT-DISPOSITION.
009800     MOVE ZERO TO WS-TYPE-COUNT.
009810     MOVE ZERO TO WS-MATCHED-ORIG-NO.
009820     MOVE ZERO TO WS-ORIG-RECNO-DISPLAY.
009830     MOVE ZERO TO WS-ORIG-COUNT.
009840     MOVE ZERO TO WS-AREA-1-COUNT.
009850     MOVE ZERO TO WS-AREA-2-COUNT.
009860     MOVE SPACES TO WS-AUDIT-AREA-NAME.
009870     MOVE SPACES TO WS-AUDIT-AREA-VALUE.
009880     MOVE '00' TO WS-SUSPENSE-FILE-STATUS.
009890     SET WS-SUSPENSE-NOT-EOF TO TRUE.
009900     SET WS-FEED-PHASE TO TRUE.
009910     MOVE 900000000 TO WS-RESUBMIT-RECORD-NO.
009920     SET WS-RESUBMIT-PASS-1 TO TRUE.
009930     SET WS-SUSP-NOT-REVERSAL TO TRUE.
009940     MOVE ZERO TO WS-SAVED-RECORD-NO.
009950     MOVE SPACES TO WS-HELD-SUSPENSE-KEY.
009960     SET WS-SUSP-ROW-LOST TO TRUE.
009970     SET WS-FEED-HEADER-MISSING TO TRUE.
009980     SET WS-HEADER-DATE-GOOD TO TRUE.
009990     SET WS-FEED-BALANCED TO TRUE.
010000     MOVE ZERO TO WS-HEADER-FEED-DATE.
010010     MOVE ZERO TO WS-ACTUAL-RECORD-COUNT.
010020     MOVE ZERO TO WS-ACTUAL-AMOUNT-HASH.
010030     MOVE SPACES TO WS-CTL-LABEL.
010040     MOVE ZERO TO WS-CTL-COUNT.
010050     MOVE ZERO TO WS-CTL-AMOUNT.
010060     MOVE 100 TO WS-BATCH-MAX.
010070     MOVE ZERO TO WS-BATCH-NO.
010080     MOVE ZERO TO WS-BATCH-NO-ED.
010090     SET WS-BATCH-CLOSED TO TRUE.
010100     SET WS-BATCH-NO-OVERFLOW TO TRUE.
010110     MOVE ZERO TO WS-BATCH-HEADER-COUNT.
010120     MOVE ZERO TO WS-BATCH-DATE-MATCH-COUNT.
010130     MOVE ZERO TO WS-BATCH-HELD-COUNT.
010140     MOVE SPACES TO WS-CURRENT-SOURCE.
010150     MOVE ZERO TO WS-CURRENT-BATCH-NO.
010160     MOVE ZERO TO WS-BATCH-COUNT.
010170     MOVE '00' TO WS-CUSTMST-FILE-STATUS.
010180     SET WS-CM-ROW-NEW TO TRUE.
010190     MOVE '00' TO WS-CUSTREF-FILE-STATUS.
010200     SET WS-CUSTREF-NOT-AVAILABLE TO TRUE.
010210     SET WS-POST-ALLOWED TO TRUE.
010220     MOVE '00' TO WS-CYCLE-FILE-STATUS.
010230     SET WS-CYCLE-ROW-NEW TO TRUE.
010240     MOVE '00' TO WS-CTLTOT-FILE-STATUS.
010250     SET WS-CTLTOT-ROW-NEW TO TRUE.
010260     SET WS-TOTALS-NOT-DUE TO TRUE.
010270     SET WS-TOTALS-NOT-EOF TO TRUE.
010280     MOVE ZERO TO WS-PRIOR-CLOSING.
010290     MOVE ZERO TO WS-LIMIT-FLOOR.
010300     MOVE ZERO TO WS-CREDIT-LIMIT.
010310     MOVE ZERO TO WS-ALERT-COUNT.
010320     MOVE SPACES TO WS-POST-CUSTOMER-ID.
010330     MOVE SPACES TO WS-XFER-SIDE.
010340     MOVE SPACES TO WS-XFER-CONDITION.
010350     MOVE SPACES TO WS-XFER-LEG-DISP.
010360     MOVE SPACES TO WS-XFER-PARTNER-ID.
010370     MOVE ZERO TO WS-XFER-PROJECTED.
010380     MOVE ZERO TO WS-XFER-AMOUNT-ED.
010390     MOVE ZERO TO WS-XFER-POSTED-COUNT.
010400     MOVE ZERO TO WS-XFER-REFUSED-COUNT.
010410     MOVE '00' TO WS-DUP-FILE-STATUS.
010420     SET WS-DUP-FILE-NOT-AVAILABLE TO TRUE.
010430     MOVE 5 TO WS-DUP-WINDOW-DAYS.
010440     MOVE ZERO TO WS-DUP-CUTOFF-DATE.
010450     MOVE ZERO TO WS-DUP-DATE-INTEGER.
010460     MOVE ZERO TO WS-DUP-COUNT.
010470     MOVE '00' TO WS-MAINT-FILE-STATUS.
010480     SET WS-MAINT-FILE-NOT-AVAILABLE TO TRUE.
010490     MOVE SPACES TO WS-EFFECTIVE-AREA-1.
010500     MOVE SPACES TO WS-EFFECTIVE-AREA-2.
010510 1050-EXIT.
010520     EXIT.
010530*================================================================*
010540* 1100-OPEN-RESTART-FILE - CREATE THE RESTART FILE THE FIRST     *
010550* TIME THIS CHECKPOINT KEY IS USED                               *
010560*================================================================*
010570 1100-OPEN-RESTART-FILE.
010580     OPEN I-O RESTART-FILE.
010590     IF WS-RESTART-FILE-STATUS NOT = '00'
010600         OPEN OUTPUT RESTART-FILE
010610         CLOSE RESTART-FILE
010620         OPEN I-O RESTART-FILE
010630     END-IF.
010640 1100-EXIT.
010650     EXIT.
010660*================================================================*
010670* 1150-OPEN-MAINTENANCE-FILE - DL100MT IS MAINTAINED ONLINE BY   *
010680* DL100MU.  IF IT HAS NEVER BEEN CREATED YET, THIS RUN SIMPLY    *
010690* PROCEEDS WITH NO OVERRIDES RATHER THAN FAILING THE JOB.        *
010700*================================================================*
010710 1150-OPEN-MAINTENANCE-FILE.
010720     OPEN INPUT MAINTENANCE-FILE.
010730     IF WS-MAINT-FILE-STATUS = '00'
010740         SET WS-MAINT-FILE-AVAILABLE TO TRUE
010750     ELSE
010760         SET WS-MAINT-FILE-NOT-AVAILABLE TO TRUE
010770     END-IF.
010780 1150-EXIT.
010790     EXIT.
010800*================================================================*
010810* 1175-OPEN-SUSPENSE-FILE - THE SUSPENSE FILE IS OWNED BY THIS   *
010820* RUN, SO IT IS CREATED ON FIRST USE THE SAME WAY THE RESTART    *
010830* FILE IS.                                                       *
010840*================================================================*
010850 1175-OPEN-SUSPENSE-FILE.
010860     OPEN I-O SUSPENSE-FILE.
010870     IF WS-SUSPENSE-FILE-STATUS NOT = '00'
010880         OPEN OUTPUT SUSPENSE-FILE
010890         CLOSE SUSPENSE-FILE
010900         OPEN I-O SUSPENSE-FILE
010910     END-IF.
010920 1175-EXIT.
010930     EXIT.
010940*================================================================*
010950* 1185-OPEN-CUSTOMER-MASTER - THE BALANCE MASTER IS OWNED BY     *
010960* THIS RUN AND IS CREATED ON FIRST USE THE SAME WAY THE RESTART  *
010970* AND SUSPENSE FILES ARE.                                        *
010980*================================================================*
010990 1185-OPEN-CUSTOMER-MASTER.
011000     OPEN I-O CUSTOMER-MASTER.
011010     IF WS-CUSTMST-FILE-STATUS NOT = '00'
011020         OPEN OUTPUT CUSTOMER-MASTER
011030         CLOSE CUSTOMER-MASTER
011040         OPEN I-O CUSTOMER-MASTER
011050     END-IF.
011060 1185-EXIT.
011070     EXIT.
011080*================================================================*
011090* 1187-OPEN-CUSTOMER-REFERENCE - THE REFERENCE MASTER IS         *
011100* MAINTAINED ONLINE BY DL100CU.  IF IT HAS NEVER BEEN CREATED    *
011110* YET, THIS RUN PROCEEDS WITH THE OLD BEHAVIOR (3250 CREATES     *
011120* BALANCE ROWS ON FIRST SIGHT) RATHER THAN FAILING THE JOB.      *
011130*================================================================*
011140 1187-OPEN-CUSTOMER-REFERENCE.
011150     OPEN INPUT CUSTOMER-REF.
011160     IF WS-CUSTREF-FILE-STATUS = '00'
011170         SET WS-CUSTREF-AVAILABLE TO TRUE
011180     ELSE
011190         SET WS-CUSTREF-NOT-AVAILABLE TO TRUE
011200     END-IF.
011210 1187-EXIT.
011220     EXIT.
011230*================================================================*
011240* 1188-OPEN-CYCLE-FILE - THE CYCLE CONTROL FILE IS OWNED BY      *
011250* THIS RUN, SO IT IS CREATED ON FIRST USE THE SAME WAY THE       *
011260* RESTART AND SUSPENSE FILES ARE.                                *
011270*================================================================*
011280 1188-OPEN-CYCLE-FILE.
011290     OPEN I-O CYCLE-FILE.
011300     IF WS-CYCLE-FILE-STATUS NOT = '00'
011310         OPEN OUTPUT CYCLE-FILE
011320         CLOSE CYCLE-FILE
011330         OPEN I-O CYCLE-FILE
011340     END-IF.
011350 1188-EXIT.
011360     EXIT.
011370*================================================================*
011380* 1189-OPEN-DUP-HISTORY - THE DUPLICATE-CHECK HISTORY IS OWNED   *
011390* BY THIS RUN AND CREATED ON FIRST USE.  THE ROLLING CUTOFF IS   *
011400* WORKED OUT HERE TOO - THE PROCESS DATE IS FINAL BY NOW.        *
011410*================================================================*
011420 1189-OPEN-DUP-HISTORY.
011430     OPEN I-O DUP-HISTORY-FILE.
011440     IF WS-DUP-FILE-STATUS NOT = '00'
011450         OPEN OUTPUT DUP-HISTORY-FILE
011460         CLOSE DUP-HISTORY-FILE
011470         OPEN I-O DUP-HISTORY-FILE
011480     END-IF.
011490     IF WS-DUP-FILE-STATUS = '00'
011500         SET WS-DUP-FILE-AVAILABLE TO TRUE
011510     ELSE
011520         SET WS-DUP-FILE-NOT-AVAILABLE TO TRUE
011530     END-IF.
011540     COMPUTE WS-DUP-DATE-INTEGER =
011550         FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE).
011560     COMPUTE WS-DUP-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
011570         (WS-DUP-DATE-INTEGER - WS-DUP-WINDOW-DAYS).
011580 1189-EXIT.
011590     EXIT.
011600*================================================================*
011610* 1190-LOAD-TYPE-TABLE - LOAD THE ACTIVE DL100TT ROWS INTO THE   *
011620* IN-STORAGE TYPE TABLE.  A MISSING OR EMPTY TYPE FILE LEAVES    *
011630* THE TABLE UNAVAILABLE AND VALIDATION FALLS BACK TO THE         *
011640* PRE-TABLE BEHAVIOR RATHER THAN REJECTING THE WHOLE FEED.       *
011650*================================================================*
011660 1190-LOAD-TYPE-TABLE.
011670     OPEN INPUT TYPE-FILE.
011680     IF WS-TYPE-FILE-STATUS NOT = '00'
011690         SET WS-TYPE-FILE-NOT-AVAILABLE TO TRUE
011700         GO TO 1190-EXIT
011710     END-IF.
011720     MOVE LOW-VALUES TO TT-TRANS-TYPE.
011730     START TYPE-FILE KEY NOT LESS THAN TT-TRANS-TYPE
011740         INVALID KEY
011750             SET WS-TYPE-EOF-REACHED TO TRUE
011760     END-START.
011770     IF NOT WS-TYPE-EOF-REACHED
011780         PERFORM 1195-READ-NEXT-TYPE THRU 1195-EXIT
011790         PERFORM 1193-ADD-TYPE-ENTRY THRU 1193-EXIT
011800             UNTIL WS-TYPE-EOF-REACHED
011810     END-IF.
011820     CLOSE TYPE-FILE.
011830     IF WS-TYPE-COUNT > ZERO
011840         SET WS-TYPE-FILE-AVAILABLE TO TRUE
011850     ELSE
011860         SET WS-TYPE-FILE-NOT-AVAILABLE TO TRUE
011870     END-IF.
011880 1190-EXIT.
011890     EXIT.
011900*================================================================*
011910* 1193-ADD-TYPE-ENTRY - ONLY ACTIVE ROWS WITH A VALID            *
011920* DISPOSITION ARE LOADED; EVERYTHING ELSE IS AS GOOD AS          *
011930* ABSENT TO VALIDATION.                                          *
011940*================================================================*
011950 1193-ADD-TYPE-ENTRY.
011960     IF TT-TYPE-ACTIVE AND TT-DISPOSITION-VALID AND
011970             WS-TYPE-COUNT < 100
011980         ADD 1 TO WS-TYPE-COUNT
011990         SET WS-TYPE-IDX TO WS-TYPE-COUNT
012000         MOVE TT-TRANS-TYPE TO WS-TYPE-CODE (WS-TYPE-IDX)
012010         MOVE TT-DISPOSITION-SW TO WS-TYPE-DISP (WS-TYPE-IDX)
012020     END-IF.
012030     PERFORM 1195-READ-NEXT-TYPE THRU 1195-EXIT.
012040 1193-EXIT.
012050     EXIT.
012060*================================================================*
012070* 1195-READ-NEXT-TYPE                                           *
012080*================================================================*
012090 1195-READ-NEXT-TYPE.
012100     READ TYPE-FILE NEXT RECORD
012110         AT END
012120             SET WS-TYPE-EOF-REACHED TO TRUE
012130     END-READ.
012140 1195-EXIT.
012150     EXIT.
012160*================================================================*
012170* 1200-READ-CHECKPOINT - FETCH THE LAST RECORD NUMBER            *
012180* COMMITTED FOR WS-CHECKPOINT-KEY, IF ANY.  THE READ ALSO RUNS   *
012190* IN TRIAL MODE SO A PENDING RESUME IS VISIBLE (AND THE TRIAL    *
012200* PREVIEWS EXACTLY WHAT THE LIVE RESUME WOULD DO), BUT A TRIAL   *
012210* NEVER WRITES THE ROW BACK.  A LIVE RUN IS FORCED TO TRIAL      *
012220* WHEN IT WOULD POST THE LEDGER A SECOND TIME: THE ROW IS        *
012230* ALREADY MARKED JOB COMPLETE (THIS DATE'S FEED WAS POSTED), OR  *
012240* A PRIOR-DATE RERUN FINDS NO ROW AT ALL.  RUN MODE 'F' ON THE   *
012250* PARAMETER CARD IS THE OPERATOR OVERRIDE FOR THE TWO            *
012260* LEGITIMATE CASES - A PRIOR DAY WHOSE FEED NEVER RAN, AND A     *
012270* FULL REDO OF A POSTED DAY AFTER OPERATIONS HAS RESTORED        *
012280* CUSTMST FROM BACKUP - AND IS FLAGGED ON THE CONTROL REPORT.    *
012290*================================================================*
012300 1200-READ-CHECKPOINT.
012310     MOVE WS-CHECKPOINT-KEY TO RS-RUN-ID.
012320     MOVE ZERO TO WS-RESTART-LAST-RECORD-NO.
012330     READ RESTART-FILE
012340         INVALID KEY
012350             SET WS-RESTART-ROW-NEW TO TRUE
012360         NOT INVALID KEY
012370             SET WS-RESTART-ROW-EXISTS TO TRUE
012380             IF RS-JOB-NOT-COMPLETE
012390                 MOVE RS-LAST-RECORD-NO TO
012400                         WS-RESTART-LAST-RECORD-NO
012410             END-IF
012420     END-READ.
012430     IF WS-TRIAL-RUN
012440         GO TO 1200-EXIT
012450     END-IF.
012460     IF WS-LIVE-OVERRIDE
012470         GO TO 1200-EXIT
012480     END-IF.
012490     IF WS-RESTART-ROW-EXISTS AND RS-JOB-COMPLETE
012500         SET WS-TRIAL-RUN TO TRUE
012510         SET WS-FORCED-TRIAL TO TRUE
012520         MOVE 'DATE ALREADY RAN TO COMPLETION' TO
012530             WS-FORCED-TRIAL-REASON
012540         GO TO 1200-EXIT
012550     END-IF.
012560     IF WS-RESTART-ROW-NEW AND
012570             WS-PROCESS-DATE NOT = WS-TS-DATE
012580         SET WS-TRIAL-RUN TO TRUE
012590         SET WS-FORCED-TRIAL TO TRUE
012600         MOVE 'PRIOR-DATE RERUN HAS NO RESUME POINT' TO
012610             WS-FORCED-TRIAL-REASON
012620     END-IF.
012630 1200-EXIT.
012640     EXIT.
012650*================================================================*
012660* 1300-OPEN-OUTPUT-FILES - A CHECKPOINT ALREADY ON FILE MEANS    *
012670* THIS RUN IS RESUMING A PRIOR, UNFINISHED RUN FOR TODAY'S KEY - *
012680* THE AUDIT/EXCEPTION/EXTRACT FILES ARE EXTENDED RATHER THAN     *
012690* OUTPUT SO THE SIDE EFFECTS ALREADY RECORDED FOR THE SKIPPED    *
012700* LEADING RECORDS ARE NOT LOST.  A FRESH RUN STILL GETS FRESH    *
012710* FILES.  A TRIAL RUN NEVER OPENS THE AUDIT OR EXTRACT FILES AT  *
012720* ALL - OPENING THEM OUTPUT WOULD TRUNCATE THE PARTIAL DATA A    *
012730* PENDING RESUME DEPENDS ON - AND EXTENDS THE EXCEPTION FILE     *
012740* WHEN A RESUME IS PENDING FOR THE SAME REASON.                  *
012750*================================================================*
012760 1300-OPEN-OUTPUT-FILES.
012770     IF WS-TRIAL-RUN
012780         IF WS-RESTART-LAST-RECORD-NO > ZERO
012790             OPEN EXTEND EXCEPTION-FILE
012800         ELSE
012810             OPEN OUTPUT EXCEPTION-FILE
012820         END-IF
012830         OPEN OUTPUT CONTROL-REPORT
012840         GO TO 1300-EXIT
012850     END-IF.
012860     IF WS-RESTART-LAST-RECORD-NO > ZERO
012870         OPEN EXTEND AUDIT-FILE
012880         OPEN EXTEND EXCEPTION-FILE
012890         OPEN EXTEND EXTRACT-FILE
012900         OPEN EXTEND ALERT-FILE
012910     ELSE
012920         OPEN OUTPUT AUDIT-FILE
012930         OPEN OUTPUT EXCEPTION-FILE
012940         OPEN OUTPUT EXTRACT-FILE
012950         OPEN OUTPUT ALERT-FILE
012960     END-IF.
012970     OPEN OUTPUT CONTROL-REPORT.
012980 1300-EXIT.
012990     EXIT.
013000*================================================================*
013010* 1400-PULL-RESUBMITTED-ITEMS - WALK THE SUSPENSE FILE AND RUN   *
013020* EVERY ITEM OPERATIONS HAS MARKED FOR RESUBMISSION THROUGH THE  *
013030* SAME VALIDATION, RECONCILIATION, OVERRIDE AND AUDIT PATH AS    *
013040* THE DAILY FEED.  PERFORMED TWICE: PASS 1 (NON-REVERSAL ITEMS)  *
013050* BEFORE THE PRIMING READ OF TRANS-FILE, BECAUSE 1410 REBUILDS   *
013060* THE FEED RECORD AREA FROM THE SUSPENDED RAW CONTENT; PASS 2    *
013070* (REVERSAL-TYPE ITEMS) AFTER THE FEED HAS LOADED, SO THE        *
013080* REVERSAL HAS THE DAY'S ORIGINALS REGISTER TO MATCH AGAINST.    *
013090* WS-RECORD-NO IS SAVED AND RESTORED AROUND EACH PASS AND THE    *
013100* CHECKPOINT IS NEVER TOUCHED - A CLEARED STATUS ON THE          *
013110* SUSPENSE ROW ITSELF IS WHAT MAKES A RESTARTED RUN SKIP AN      *
013120* ITEM ALREADY PUT THROUGH.                                      *
013130*================================================================*
013140 1400-PULL-RESUBMITTED-ITEMS.
013150     MOVE WS-RECORD-NO TO WS-SAVED-RECORD-NO.
013160     SET WS-SUSPENSE-NOT-EOF TO TRUE.
013170     SET WS-RESUBMIT-PHASE TO TRUE.
013180     MOVE LOW-VALUES TO SP-SUSPENSE-KEY.
013190     START SUSPENSE-FILE KEY NOT LESS THAN SP-SUSPENSE-KEY
013200         INVALID KEY
013210             SET WS-SUSPENSE-EOF-REACHED TO TRUE
013220     END-START.
013230     IF NOT WS-SUSPENSE-EOF-REACHED
013240         PERFORM 1450-READ-NEXT-SUSPENSE THRU 1450-EXIT
013250         PERFORM 1410-PROCESS-SUSPENSE-ITEM THRU 1410-EXIT
013260             UNTIL WS-SUSPENSE-EOF-REACHED
013270     END-IF.
013280     SET WS-FEED-PHASE TO TRUE.
013290     MOVE WS-SAVED-RECORD-NO TO WS-RECORD-NO.
013300 1400-EXIT.
013310     EXIT.
013320*================================================================*
013330* 1410-PROCESS-SUSPENSE-ITEM - REBUILD THE FEED RECORD FROM THE  *
013340* SUSPENDED RAW CONTENT AND PUT IT BACK THROUGH VALIDATION.      *
013350* AN ITEM THAT PASSES IS CLEARED; ONE THAT FAILS AGAIN GOES      *
013360* BACK TO OPEN WITH THE NEW REASON SO IT STAYS ON THE AGING      *
013370* REPORT RATHER THAN DISAPPEARING.                               *
013380*================================================================*
013390 1410-PROCESS-SUSPENSE-ITEM.
013400     IF NOT SP-RESUBMIT
013410         PERFORM 1450-READ-NEXT-SUSPENSE THRU 1450-EXIT
013420         GO TO 1410-EXIT
013430     END-IF.
013440     PERFORM 1430-CHECK-SUSPENSE-TYPE THRU 1430-EXIT.
013450     IF (WS-RESUBMIT-PASS-1 AND WS-SUSP-REVERSAL-TYPE) OR
013460             (WS-RESUBMIT-PASS-2 AND WS-SUSP-NOT-REVERSAL)
013470         PERFORM 1450-READ-NEXT-SUSPENSE THRU 1450-EXIT
013480         GO TO 1410-EXIT
013490     END-IF.
013500     ADD 1 TO WS-RESUBMIT-RECORD-NO.
013510     MOVE WS-RESUBMIT-RECORD-NO TO WS-RECORD-NO.
013520     MOVE SP-SUSPENSE-KEY TO WS-HELD-SUSPENSE-KEY.
013530     MOVE SP-CUSTOMER-ID TO TR-CUSTOMER-ID.
013540     MOVE SP-TRANS-DATE TO TR-TRANS-DATE.
013550     MOVE SP-TRANS-TYPE TO TR-TRANS-TYPE.
013560     MOVE SP-TRANS-AMOUNT TO TR-TRANS-AMOUNT.
013570     MOVE SP-RAW-AREA-1 TO TR-PRIMARY-DATA.
013580     MOVE SP-RAW-AREA-2 TO TR-CONTROL-DATA.
013590*    A RESUBMITTED ITEM IS THE DESK'S DOING, NOT THE SYSTEM'S,
013600*    EXCEPT A DL100MA ASSESSMENT, WHICH STAYS SYSTEM-GENERATED.
013610     IF SP-SOURCE-SYSTEM = 'DLMA'
013620         MOVE 'S' TO TR-ORIGIN-SW
013630     ELSE
013640         MOVE SPACE TO TR-ORIGIN-SW
013650     END-IF.
013660*    IT KEEPS THE SOURCE IT CAME IN ON, BUT BELONGS TO NO BATCH
013670*    OF TODAY'S FEED.
013680     MOVE SP-SOURCE-SYSTEM TO WS-CURRENT-SOURCE.
013690     MOVE ZERO TO WS-CURRENT-BATCH-NO.
013700     PERFORM 2500-VALIDATE-TRANS-DATA THRU 2500-EXIT.
013710     IF NOT WS-RECORD-REJECTED
013720         PERFORM 2550-RECONCILE-AREAS THRU 2550-EXIT
013730     END-IF.
013740     IF WS-RECORD-REJECTED
013750         PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
013760         SET SP-OPEN TO TRUE
013770         MOVE WS-REJECT-REASON-CODE TO SP-REASON-CODE
013780         MOVE WS-REJECT-TEXT TO SP-REASON-TEXT
013790     ELSE
013800         PERFORM 2700-APPEND-TO-TABLES THRU 2700-EXIT
013810*        A FULL-SEGMENT FLUSH INSIDE 2700 CAN RUN THE PROCESS
013820*        PHASE, AND 3220 MAY HAVE OVERWRITTEN THE RECORD AREA
013830*        WITH A NEW POST-REJECT SUSPENSE ROW - GET THIS ITEM'S
013840*        OWN ROW BACK BEFORE TOUCHING ITS STATUS.
013850         PERFORM 1420-REREAD-SUSPENSE-ROW THRU 1420-EXIT
013860         IF WS-SUSP-ROW-LOST
013870             GO TO 1410-NEXT
013880         END-IF
013890         SET SP-CLEARED TO TRUE
013900         MOVE WS-PROCESS-DATE TO SP-CLEARED-DATE
013910     END-IF.
013920     ADD 1 TO SP-RESUBMIT-COUNT.
013930     MOVE WS-PROCESS-DATE TO SP-LAST-UPDATE-DATE.
013940     IF WS-LIVE-RUN
013950         REWRITE SP-SUSPENSE-RECORD
013960     END-IF.
013970 1410-NEXT.
013980     PERFORM 1450-READ-NEXT-SUSPENSE THRU 1450-EXIT.
013990 1410-EXIT.
014000     EXIT.
014010*================================================================*
014020* 1420-REREAD-SUSPENSE-ROW - FETCH THE HELD ITEM'S ROW BACK      *
014030* INTO THE RECORD AREA.  THE RANDOM READ ALSO RESTORES THE       *
014040* SEQUENTIAL POSITION, SO THE 1450 WALK CONTINUES FROM THIS      *
014050* ITEM EXACTLY AS BEFORE.  THE ROW WAS READ MOMENTS AGO, SO A    *
014060* FAILED READ MEANS SOMETHING IS BADLY WRONG - THE ITEM IS       *
014070* LEFT UNTOUCHED RATHER THAN REWRITTEN OVER THE WRONG KEY.       *
014080*================================================================*
014090 1420-REREAD-SUSPENSE-ROW.
014100     SET WS-SUSP-ROW-LOST TO TRUE.
014110     MOVE WS-HELD-SUSPENSE-KEY TO SP-SUSPENSE-KEY.
014120     READ SUSPENSE-FILE
014130         INVALID KEY
014140             CONTINUE
014150         NOT INVALID KEY
014160             SET WS-SUSP-ROW-FOUND TO TRUE
014170     END-READ.
014180 1420-EXIT.
014190     EXIT.
014200*================================================================*
014210* 1430-CHECK-SUSPENSE-TYPE - IS THE SUSPENDED ITEM'S TYPE A      *
014220* REVERSAL ON THE RULES TABLE?  DECIDES WHICH RESUBMIT PASS      *
014230* HANDLES IT.  WITH NO TYPE TABLE ON FILE NOTHING IS EVER A      *
014240* REVERSAL, MATCHING THE FEED-SIDE FALLBACK.                     *
014250*================================================================*
014260 1430-CHECK-SUSPENSE-TYPE.
014270     SET WS-SUSP-NOT-REVERSAL TO TRUE.
014280     IF WS-TYPE-FILE-NOT-AVAILABLE OR WS-TYPE-COUNT = ZERO
014290         GO TO 1430-EXIT
014300     END-IF.
014310     SET WS-TYPE-IDX TO 1.
014320     SEARCH WS-TYPE-ENTRY VARYING WS-TYPE-IDX
014330         AT END
014340             CONTINUE
014350         WHEN WS-TYPE-CODE (WS-TYPE-IDX) = SP-TRANS-TYPE
014360             IF WS-TYPE-DISP (WS-TYPE-IDX) = 'R'
014370                 SET WS-SUSP-REVERSAL-TYPE TO TRUE
014380             END-IF
014390     END-SEARCH.
014400 1430-EXIT.
014410     EXIT.
014420*================================================================*
014430* 1450-READ-NEXT-SUSPENSE                                       *
014440*================================================================*
014450 1450-READ-NEXT-SUSPENSE.
014460     READ SUSPENSE-FILE NEXT RECORD
014470         AT END
014480             SET WS-SUSPENSE-EOF-REACHED TO TRUE
014490     END-READ.
014500 1450-EXIT.
014510     EXIT.
014520*================================================================*
014530* 1500-PRESCAN-FEED-BATCHES - READ THE WHOLE FEED ONCE, BUILDING *
014540* THE SOURCE BATCH TABLE, THEN SETTLE EVERY BATCH (1580) AND     *
014550* REOPEN THE FEED FOR THE LOAD PASS.  A BATCH THAT FAILS IS      *
014560* HELD - ITS DETAILS GO TO SUSPENSE IN 2010 - WHILE THE OTHER    *
014570* SOURCES LOAD AND POST AS NORMAL.  IF THE FEED HAS HEADERS BUT  *
014580* NOT ONE OF THEM CARRIES THIS RUN'S DATE, THE WRONG GENERATION  *
014590* WAS SHIPPED (OR THE SAME ONE TWICE): THE WHOLE FEED IS         *
014600* REFUSED BEFORE A SINGLE DETAIL RECORD CAN REACH THE TABLES,    *
014610* 8000 REPORTS IT AND THE RUN IS LEFT INCOMPLETE, AS BEFORE.     *
014620*================================================================*
014630 1500-PRESCAN-FEED-BATCHES.
014640     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
014650     PERFORM 1510-PRESCAN-RECORD THRU 1510-EXIT
014660         UNTIL WS-EOF-REACHED.
014670     CLOSE TRANS-FILE.
014680     OPEN INPUT TRANS-FILE.
014690     SET WS-NOT-EOF TO TRUE.
014700     IF WS-BATCH-COUNT > ZERO
014710         PERFORM 1580-SETTLE-BATCH THRU 1580-EXIT
014720             VARYING WS-BATCH-IDX FROM 1 BY 1
014730             UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
014740     END-IF.
014750     IF WS-BATCH-HEADER-COUNT > ZERO AND
014760             WS-BATCH-DATE-MATCH-COUNT = ZERO
014770         SET WS-HEADER-DATE-BAD TO TRUE
014780         SET WS-EOF-REACHED TO TRUE
014790     END-IF.
014800*    THE LOAD PASS NUMBERS THE BATCHES AFRESH THROUGH 1550.
014810     MOVE ZERO TO WS-BATCH-NO.
014820     SET WS-BATCH-CLOSED TO TRUE.
014830     SET WS-BATCH-NO-OVERFLOW TO TRUE.
014840 1500-EXIT.
014850     EXIT.
014860*================================================================*
014870* 1510-PRESCAN-RECORD - FILE ONE FEED RECORD AGAINST ITS BATCH.  *
014880* A NEW ENTRY IS ONLY STARTED WHILE THE TABLE HAS ROOM - PAST    *
014890* WS-BATCH-MAX THE CONTROL RECORDS ARE IGNORED AND THE DETAILS   *
014900* ARE COUNTED INTO THE LAST ENTRY, WHICH 1580 HOLDS.             *
014910*================================================================*
014920 1510-PRESCAN-RECORD.
014930     EVALUATE TRUE
014940         WHEN TR-HEADER-RECORD
014950             PERFORM 1550-OPEN-NEXT-BATCH THRU 1550-EXIT
014960             IF WS-BATCH-NO > WS-BATCH-COUNT
014970                 PERFORM 1560-START-BATCH-ENTRY THRU 1560-EXIT
014980                 SET WS-BT-HEADER-SEEN (WS-BATCH-IDX) TO TRUE
014990                 MOVE CT-SOURCE-SYSTEM TO
015000                         WS-BT-SOURCE (WS-BATCH-IDX)
015010                 MOVE CT-FEED-DATE TO
015020                         WS-BT-FEED-DATE (WS-BATCH-IDX)
015030                 IF WS-FEED-HEADER-MISSING
015040                     SET WS-FEED-HEADER-SEEN TO TRUE
015050                     MOVE CT-FEED-DATE TO WS-HEADER-FEED-DATE
015060                 END-IF
015070             END-IF
015080         WHEN TR-TRAILER-RECORD
015090             IF WS-BATCH-CLOSED
015100                 PERFORM 1550-OPEN-NEXT-BATCH THRU 1550-EXIT
015110                 IF WS-BATCH-NO > WS-BATCH-COUNT
015120                     PERFORM 1560-START-BATCH-ENTRY THRU 1560-EXIT
015130                 END-IF
015140             END-IF
015150             IF WS-BATCH-NO-OVERFLOW
015160                 SET WS-BT-TRAILER-SEEN (WS-BATCH-IDX) TO TRUE
015170                 MOVE CT-RECORD-COUNT TO
015180                         WS-BT-EXPECTED-COUNT (WS-BATCH-IDX)
015190                 MOVE CT-AMOUNT-HASH TO
015200                         WS-BT-EXPECTED-HASH (WS-BATCH-IDX)
015210             END-IF
015220             SET WS-BATCH-CLOSED TO TRUE
015230         WHEN OTHER
015240             IF WS-BATCH-CLOSED
015250                 PERFORM 1550-OPEN-NEXT-BATCH THRU 1550-EXIT
015260                 IF WS-BATCH-NO > WS-BATCH-COUNT
015270                     PERFORM 1560-START-BATCH-ENTRY THRU 1560-EXIT
015280                 END-IF
015290             END-IF
015300             ADD 1 TO WS-BT-ACTUAL-COUNT (WS-BATCH-IDX)
015310             ADD TR-TRANS-AMOUNT TO
015320                     WS-BT-ACTUAL-HASH (WS-BATCH-IDX)
015330     END-EVALUATE.
015340     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
015350 1510-EXIT.
015360     EXIT.
015370*================================================================*
015380* 1550-OPEN-NEXT-BATCH - STEP WS-BATCH-NO ON TO THE NEXT BATCH,  *
015390* OR STAY ON THE LAST ENTRY ONCE WS-BATCH-MAX IS REACHED.  USED  *
015400* BY BOTH THE PRE-READ AND THE LOAD PASS SO THEY NUMBER THE      *
015410* BATCHES IDENTICALLY.                                           *
015420*================================================================*
015430 1550-OPEN-NEXT-BATCH.
015440     SET WS-BATCH-OPEN TO TRUE.
015450     IF WS-BATCH-NO < WS-BATCH-MAX
015460         ADD 1 TO WS-BATCH-NO
015470     ELSE
015480         SET WS-BATCH-OVERFLOW TO TRUE
015490     END-IF.
015500     SET WS-BATCH-IDX TO WS-BATCH-NO.
015510 1550-EXIT.
015520     EXIT.
015530*================================================================*
015540* 1560-START-BATCH-ENTRY - CLEAR THE NEW TABLE ENTRY             *
015550*================================================================*
015560 1560-START-BATCH-ENTRY.
015570     MOVE WS-BATCH-NO TO WS-BATCH-COUNT.
015580     MOVE SPACES TO WS-BT-SOURCE (WS-BATCH-IDX).
015590     MOVE ZERO TO WS-BT-FEED-DATE (WS-BATCH-IDX).
015600     SET WS-BT-HEADER-MISSING (WS-BATCH-IDX) TO TRUE.
015610     SET WS-BT-TRAILER-MISSING (WS-BATCH-IDX) TO TRUE.
015620     SET WS-BT-BALANCED (WS-BATCH-IDX) TO TRUE.
015630     MOVE SPACES TO WS-BT-HOLD-CODE (WS-BATCH-IDX).
015640     MOVE SPACES TO WS-BT-HOLD-TEXT (WS-BATCH-IDX).
015650     MOVE ZERO TO WS-BT-EXPECTED-COUNT (WS-BATCH-IDX).
015660     MOVE ZERO TO WS-BT-ACTUAL-COUNT (WS-BATCH-IDX).
015670     MOVE ZERO TO WS-BT-EXPECTED-HASH (WS-BATCH-IDX).
015680     MOVE ZERO TO WS-BT-ACTUAL-HASH (WS-BATCH-IDX).
015690     MOVE ZERO TO WS-BT-LOADED-COUNT (WS-BATCH-IDX).
015700     MOVE ZERO TO WS-BT-REJECTED-COUNT (WS-BATCH-IDX).
015710     MOVE ZERO TO WS-BT-HELD-COUNT (WS-BATCH-IDX).
015720     MOVE ZERO TO WS-BT-POSTED-COUNT (WS-BATCH-IDX).
015730     MOVE ZERO TO WS-BT-POSTED-AMOUNT (WS-BATCH-IDX).
015740     MOVE ZERO TO WS-BT-SUSPENDED-COUNT (WS-BATCH-IDX).
015750 1560-EXIT.
015760     EXIT.
015770*================================================================*
015780* 1580-SETTLE-BATCH - BALANCED, OR HELD UNDER THE FIRST THING    *
015790* WRONG WITH IT: NO HEADER (H003), A FEED DATE OTHER THAN THE    *
015800* RUN DATE (H002), NO TRAILER (H004), COUNT OR HASH OUT OF       *
015810* BALANCE (H001), OR RECORDS BEYOND THE TABLE'S LAST ENTRY       *
015820* (H005).  ALSO TALLIES THE HEADERS AND HOW MANY CARRY THE RUN   *
015830* DATE FOR THE WHOLE-FEED DATE CHECK IN 1500.                    *
015840*================================================================*
015850 1580-SETTLE-BATCH.
015860     IF WS-BT-HEADER-SEEN (WS-BATCH-IDX)
015870         ADD 1 TO WS-BATCH-HEADER-COUNT
015880         IF WS-BT-FEED-DATE (WS-BATCH-IDX) = WS-PROCESS-DATE
015890             ADD 1 TO WS-BATCH-DATE-MATCH-COUNT
015900         END-IF
015910     END-IF.
015920     EVALUATE TRUE
015930         WHEN WS-BATCH-OVERFLOW AND WS-BATCH-IDX = WS-BATCH-MAX
015940             MOVE 'H005' TO WS-BT-HOLD-CODE (WS-BATCH-IDX)
015950             MOVE 'TOO MANY SOURCE BATCHES IN ONE FEED' TO
015960                     WS-BT-HOLD-TEXT (WS-BATCH-IDX)
015970         WHEN WS-BT-HEADER-MISSING (WS-BATCH-IDX)
015980             MOVE 'H003' TO WS-BT-HOLD-CODE (WS-BATCH-IDX)
015990             MOVE 'SOURCE BATCH HAS NO HEADER RECORD' TO
016000                     WS-BT-HOLD-TEXT (WS-BATCH-IDX)
016010         WHEN WS-BT-FEED-DATE (WS-BATCH-IDX) NOT = WS-PROCESS-DATE
016020             MOVE 'H002' TO WS-BT-HOLD-CODE (WS-BATCH-IDX)
016030             MOVE 'SOURCE BATCH FEED DATE IS NOT RUN DATE' TO
016040                     WS-BT-HOLD-TEXT (WS-BATCH-IDX)
016050         WHEN WS-BT-TRAILER-MISSING (WS-BATCH-IDX)
016060             MOVE 'H004' TO WS-BT-HOLD-CODE (WS-BATCH-IDX)
016070             MOVE 'SOURCE BATCH HAS NO TRAILER RECORD' TO
016080                     WS-BT-HOLD-TEXT (WS-BATCH-IDX)
016090         WHEN WS-BT-EXPECTED-COUNT (WS-BATCH-IDX) NOT =
016100                 WS-BT-ACTUAL-COUNT (WS-BATCH-IDX)
016110             MOVE 'H001' TO WS-BT-HOLD-CODE (WS-BATCH-IDX)
016120             MOVE 'SOURCE BATCH RECORD COUNT OUT OF BALANCE' TO
016130                     WS-BT-HOLD-TEXT (WS-BATCH-IDX)
016140         WHEN WS-BT-EXPECTED-HASH (WS-BATCH-IDX) NOT =
016150                 WS-BT-ACTUAL-HASH (WS-BATCH-IDX)
016160             MOVE 'H001' TO WS-BT-HOLD-CODE (WS-BATCH-IDX)
016170             MOVE 'SOURCE BATCH AMOUNT HASH OUT OF BALANCE' TO
016180                     WS-BT-HOLD-TEXT (WS-BATCH-IDX)
016190         WHEN OTHER
016200             GO TO 1580-EXIT
016210     END-EVALUATE.
016220     SET WS-BT-HELD (WS-BATCH-IDX) TO TRUE.
016230     ADD 1 TO WS-BATCH-HELD-COUNT.
016240 1580-EXIT.
016250     EXIT.
016260*================================================================*
016270* 2000-LOAD-TRANSACTIONS - VALIDATE ONE FEED RECORD AND EITHER   *
016280* APPEND IT TO THE WS-AREA-1/WS-AREA-2 TABLES OR REJECT IT.      *
016290* RECORDS ALREADY COVERED BY A PRIOR CHECKPOINT ARE SKIPPED.     *
016300*================================================================*
016310 2000-LOAD-TRANSACTIONS.
016320     EVALUATE TRUE
016330         WHEN TR-HEADER-RECORD
016340             PERFORM 2200-PROCESS-FEED-HEADER THRU 2200-EXIT
016350         WHEN TR-TRAILER-RECORD
016360             PERFORM 2300-PROCESS-FEED-TRAILER THRU 2300-EXIT
016370         WHEN OTHER
016380             PERFORM 2010-LOAD-DETAIL-RECORD THRU 2010-EXIT
016390     END-EVALUATE.
016400     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
016410 2000-EXIT.
016420     EXIT.
016430*================================================================*
016440* 2010-LOAD-DETAIL-RECORD - ONE ORDINARY FEED RECORD.  THE       *
016450* WHOLE-FEED ACTUALS ARE ACCUMULATED FOR EVERY DETAIL RECORD     *
016460* READ, INCLUDING RECORDS A RESTART SKIPS.  A BLANK RECORD TYPE  *
016470* IS TREATED AS DETAIL SO AN OLD-FORMAT FEED STILL READS (AS AN  *
016480* UNHEADERED BATCH, WHICH 1580 HOLDS FOR WANT OF ITS CONTROL     *
016490* RECORDS).  A DETAIL OF A HELD BATCH IS NOT VALIDATED - IT IS   *
016500* FILED ON THE EXCEPTION AND SUSPENSE FILES UNDER THE BATCH'S    *
016510* HOLD REASON, FOR RELEASE OR CANCELLATION THROUGH DL100SU.      *
016520*================================================================*
016530 2010-LOAD-DETAIL-RECORD.
016540     IF WS-BATCH-CLOSED
016550         PERFORM 1550-OPEN-NEXT-BATCH THRU 1550-EXIT
016560         PERFORM 2250-SET-CURRENT-BATCH THRU 2250-EXIT
016570     END-IF.
016580     ADD 1 TO WS-RECORD-NO.
016590     ADD 1 TO WS-ACTUAL-RECORD-COUNT.
016600     ADD TR-TRANS-AMOUNT TO WS-ACTUAL-AMOUNT-HASH.
016610     IF WS-RECORD-NO NOT > WS-RESTART-LAST-RECORD-NO
016620         GO TO 2010-EXIT
016630     END-IF.
016640     SET WS-BATCH-IDX TO WS-CURRENT-BATCH-NO.
016650     IF WS-BT-HELD (WS-BATCH-IDX)
016660         SET WS-RECORD-REJECTED TO TRUE
016670         MOVE WS-BT-HOLD-CODE (WS-BATCH-IDX) TO
016680                 WS-REJECT-REASON-CODE
016690         MOVE WS-BT-HOLD-TEXT (WS-BATCH-IDX) TO WS-REJECT-TEXT
016700         ADD 1 TO WS-BT-HELD-COUNT (WS-BATCH-IDX)
016710         PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
016720         GO TO 2010-NEXT
016730     END-IF.
016740     PERFORM 2500-VALIDATE-TRANS-DATA THRU 2500-EXIT.
016750     IF NOT WS-RECORD-REJECTED
016760         PERFORM 2550-RECONCILE-AREAS THRU 2550-EXIT
016770     END-IF.
016780     IF WS-RECORD-REJECTED
016790         ADD 1 TO WS-BT-REJECTED-COUNT (WS-BATCH-IDX)
016800         PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
016810     ELSE
016820         ADD 1 TO WS-BT-LOADED-COUNT (WS-BATCH-IDX)
016830         PERFORM 2700-APPEND-TO-TABLES THRU 2700-EXIT
016840     END-IF.
016850 2010-NEXT.
016860     PERFORM 6000-CHECK-CHECKPOINT-DUE THRU 6000-EXIT.
016870 2010-EXIT.
016880     EXIT.
016890*================================================================*
016900* 2100-READ-TRANSACTION                                         *
016910*================================================================*
016920 2100-READ-TRANSACTION.
016930     READ TRANS-FILE
016940         AT END
016950             SET WS-EOF-REACHED TO TRUE
016960     END-READ.
016970 2100-EXIT.
016980     EXIT.
016990*================================================================*
017000* 2200-PROCESS-FEED-HEADER - A HEADER OPENS THE NEXT SOURCE      *
017010* BATCH.  ITS DATE AND TOTALS WERE ALREADY SETTLED BY 1500.      *
017020*================================================================*
017030 2200-PROCESS-FEED-HEADER.
017040     PERFORM 1550-OPEN-NEXT-BATCH THRU 1550-EXIT.
017050     PERFORM 2250-SET-CURRENT-BATCH THRU 2250-EXIT.
017060 2200-EXIT.
017070     EXIT.
017080*================================================================*
017090* 2250-SET-CURRENT-BATCH - MAKE WS-BATCH-NO'S ENTRY THE ONE THE  *
017100* FOLLOWING DETAILS ARE LOADED, COUNTED AND STAMPED UNDER        *
017110*================================================================*
017120 2250-SET-CURRENT-BATCH.
017130     SET WS-BATCH-IDX TO WS-BATCH-NO.
017140     MOVE WS-BATCH-NO TO WS-CURRENT-BATCH-NO.
017150     MOVE WS-BT-SOURCE (WS-BATCH-IDX) TO WS-CURRENT-SOURCE.
017160 2250-EXIT.
017170     EXIT.
017180*================================================================*
017190* 2300-PROCESS-FEED-TRAILER - A TRAILER CLOSES THE CURRENT       *
017200* SOURCE BATCH (OPENING AN UNHEADERED ONE IF NONE IS OPEN).      *
017210*================================================================*
017220 2300-PROCESS-FEED-TRAILER.
017230     IF WS-BATCH-CLOSED
017240         PERFORM 1550-OPEN-NEXT-BATCH THRU 1550-EXIT
017250         PERFORM 2250-SET-CURRENT-BATCH THRU 2250-EXIT
017260     END-IF.
017270     SET WS-BATCH-CLOSED TO TRUE.
017280 2300-EXIT.
017290     EXIT.
017300*================================================================*
017310* 2500-VALIDATE-TRANS-DATA - REJECT BLANK OR OUT-OF-RULE DATA    *
017320* BEFORE IT IS ALLOWED TO REACH WS-AREA-1 / WS-AREA-2.           *
017330*================================================================*
017340 2500-VALIDATE-TRANS-DATA.
017350     SET WS-RECORD-ACCEPTED TO TRUE.
017360     IF TR-PRIMARY-DATA = SPACES
017370         SET WS-RECORD-REJECTED TO TRUE
017380         MOVE 'V001' TO WS-REJECT-REASON-CODE
017390         MOVE 'PRIMARY DATA AREA IS BLANK' TO WS-REJECT-TEXT
017400         GO TO 2500-EXIT
017410     END-IF.
017420     IF TR-CONTROL-DATA = SPACES
017430         SET WS-RECORD-REJECTED TO TRUE
017440         MOVE 'V002' TO WS-REJECT-REASON-CODE
017450         MOVE 'CONTROL DATA AREA IS BLANK' TO WS-REJECT-TEXT
017460         GO TO 2500-EXIT
017470     END-IF.
017480     IF PD-CUSTOMER-ID = SPACES
017490         SET WS-RECORD-REJECTED TO TRUE
017500         MOVE 'V003' TO WS-REJECT-REASON-CODE
017510         MOVE 'PRIMARY CUSTOMER ID IS BLANK' TO WS-REJECT-TEXT
017520         GO TO 2500-EXIT
017530     END-IF.
017540     IF PD-AMOUNT = ZERO
017550         SET WS-RECORD-REJECTED TO TRUE
017560         MOVE 'V004' TO WS-REJECT-REASON-CODE
017570         MOVE 'PRIMARY AMOUNT IS ZERO' TO WS-REJECT-TEXT
017580         GO TO 2500-EXIT
017590     END-IF.
017600     IF WS-TYPE-FILE-AVAILABLE
017610         PERFORM 2520-LOOK-UP-TRANS-TYPE THRU 2520-EXIT
017620     ELSE
017630         IF TR-TRANS-TYPE = 'CR'
017640             MOVE 'C' TO WS-CURRENT-DISPOSITION
017650         ELSE
017660             MOVE 'D' TO WS-CURRENT-DISPOSITION
017670         END-IF
017680     END-IF.
017690     IF WS-RECORD-REJECTED
017700         GO TO 2500-EXIT
017710     END-IF.
017720     IF WS-CURRENT-DISPOSITION = 'T'
017730         PERFORM 2510-VALIDATE-TRANSFER THRU 2510-EXIT
017740     END-IF.
017750     IF WS-RECORD-REJECTED
017760         GO TO 2500-EXIT
017770     END-IF.
017780     PERFORM 2540-CHECK-DUPLICATE THRU 2540-EXIT.
017790     IF WS-RECORD-REJECTED
017800         GO TO 2500-EXIT
017810     END-IF.
017820     IF WS-CURRENT-DISPOSITION = 'R'
017830         PERFORM 2530-MATCH-REVERSAL THRU 2530-EXIT
017840     END-IF.
017850 2500-EXIT.
017860     EXIT.
017870*================================================================*
017880* 2510-VALIDATE-TRANSFER - V008/V009: A TRANSFER MUST NAME A     *
017890* TO-CUSTOMER, AND ONE OTHER THAN THE FROM-CUSTOMER.  WHETHER    *
017900* EITHER SIDE MAY POST IS A DL100CR QUESTION, SETTLED AT POSTING *
017910* TIME BY 3310 LIKE THE REFERENCE CHECK FOR ANY OTHER ENTRY.     *
017920*================================================================*
017930 2510-VALIDATE-TRANSFER.
017940     IF PD-TO-CUSTOMER-ID = SPACES
017950         SET WS-RECORD-REJECTED TO TRUE
017960         MOVE 'V008' TO WS-REJECT-REASON-CODE
017970         MOVE 'TRANSFER TO-CUSTOMER ID IS BLANK' TO WS-REJECT-TEXT
017980         GO TO 2510-EXIT
017990     END-IF.
018000     IF PD-TO-CUSTOMER-ID = PD-CUSTOMER-ID
018010         SET WS-RECORD-REJECTED TO TRUE
018020         MOVE 'V009' TO WS-REJECT-REASON-CODE
018030         MOVE 'TRANSFER FROM AND TO CUSTOMER ARE THE SAME' TO
018040                 WS-REJECT-TEXT
018050     END-IF.
018060 2510-EXIT.
018070     EXIT.
018080*================================================================*
018090* 2520-LOOK-UP-TRANS-TYPE - V006: THE FEED'S TYPE CODE MUST BE   *
018100* ON THE ACTIVE TYPE TABLE.  THE MATCHED ROW'S DISPOSITION IS    *
018110* LEFT IN WS-CURRENT-DISPOSITION FOR 2700 AND 3200.              *
018120*================================================================*
018130 2520-LOOK-UP-TRANS-TYPE.
018140     MOVE SPACES TO WS-CURRENT-DISPOSITION.
018150     SET WS-TYPE-IDX TO 1.
018160     SEARCH WS-TYPE-ENTRY VARYING WS-TYPE-IDX
018170         AT END
018180             SET WS-RECORD-REJECTED TO TRUE
018190             MOVE 'V006' TO WS-REJECT-REASON-CODE
018200             MOVE 'UNKNOWN OR INACTIVE TRANSACTION TYPE' TO
018210                     WS-REJECT-TEXT
018220         WHEN WS-TYPE-CODE (WS-TYPE-IDX) = TR-TRANS-TYPE
018230             MOVE WS-TYPE-DISP (WS-TYPE-IDX) TO
018240                     WS-CURRENT-DISPOSITION
018250     END-SEARCH.
018260 2520-EXIT.
018270     EXIT.
018280*================================================================*
018290* 2530-MATCH-REVERSAL - V007: A REVERSAL MUST NAME AN            *
018300* UNREVERSED ORIGINAL ALREADY ACCEPTED THIS RUN FOR THE SAME     *
018310* CUSTOMER AND AMOUNT.  THE MATCH IS REMEMBERED SO 2700 CAN      *
018320* MARK THE ORIGINAL REVERSED AND CAPTURE ITS POSTED SIDE AND     *
018330* AMOUNT.  THE REVERSAL'S RAW FEED VALUES ARE MATCHED AGAINST    *
018340* THE ORIGINAL'S RAW FEED VALUES - THE FEED SUPPLIER ECHOES      *
018350* WHAT IT SENT, NOT WHAT A MAINTENANCE OVERRIDE TURNED IT        *
018360* INTO - AND THE BACK-OUT USES THE ORIGINAL'S REGISTERED         *
018370* POSTED (EFFECTIVE) AMOUNT.                                     *
018380*================================================================*
018390 2530-MATCH-REVERSAL.
018400     MOVE ZERO TO WS-MATCHED-ORIG-NO.
018410     IF WS-ORIG-COUNT = ZERO
018420         GO TO 2530-REJECT
018430     END-IF.
018440     SET WS-ORIG-IDX TO 1.
018450     SEARCH WS-ORIG-ENTRY VARYING WS-ORIG-IDX
018460         AT END
018470             GO TO 2530-REJECT
018480         WHEN WS-ORIG-RAW-CUST-ID (WS-ORIG-IDX) = PD-CUSTOMER-ID
018490                 AND WS-ORIG-RAW-AMOUNT (WS-ORIG-IDX) = PD-AMOUNT
018500                 AND WS-ORIG-NOT-REVERSED (WS-ORIG-IDX)
018510             SET WS-MATCHED-ORIG-NO TO WS-ORIG-IDX
018520     END-SEARCH.
018530     GO TO 2530-EXIT.
018540 2530-REJECT.
018550     SET WS-RECORD-REJECTED TO TRUE.
018560     MOVE 'V007' TO WS-REJECT-REASON-CODE.
018570     MOVE 'REVERSAL HAS NO MATCHING ORIGINAL THIS RUN' TO
018580             WS-REJECT-TEXT.
018590 2530-EXIT.
018600     EXIT.
018610*================================================================*
018620* 2540-CHECK-DUPLICATE - D001/D002: A SECOND RECORD WITH THE    *
018630* SAME CUSTOMER/TYPE/DATE/AMOUNT TUPLE, IN THIS FEED OR ON THE  *
018640* DL100DH HISTORY WITHIN THE ROLLING WINDOW, IS A SUSPECTED     *
018650* DUPLICATE.  FEED PHASE ONLY - A RESUBMITTED ITEM WAS          *
018660* RELEASED BY OPERATIONS AND IS TAKEN AT ITS WORD.  THE RAW     *
018670* FEED TUPLE IS MATCHED, NOT THE OVERRIDE-ADJUSTED VALUES -     *
018680* THE BRANCH SYSTEM RESENDS WHAT IT SENT.                       *
018690*================================================================*
018700 2540-CHECK-DUPLICATE.
018710     IF WS-RESUBMIT-PHASE
018720         GO TO 2540-EXIT
018730     END-IF.
018740     IF WS-DUP-COUNT > ZERO
018750         SET WS-DUP-IDX TO 1
018760         SEARCH WS-DUP-ENTRY VARYING WS-DUP-IDX
018770             AT END
018780                 CONTINUE
018790             WHEN WS-DUP-CUSTOMER-ID (WS-DUP-IDX) =
018800                         TR-CUSTOMER-ID
018810                     AND WS-DUP-TRANS-TYPE (WS-DUP-IDX) =
018820                         TR-TRANS-TYPE
018830                     AND WS-DUP-TRANS-DATE (WS-DUP-IDX) =
018840                         TR-TRANS-DATE
018850                     AND WS-DUP-AMOUNT (WS-DUP-IDX) =
018860                         TR-TRANS-AMOUNT
018870                 SET WS-RECORD-REJECTED TO TRUE
018880                 MOVE 'D001' TO WS-REJECT-REASON-CODE
018890                 MOVE 'DUPLICATE TRANSACTION WITHIN THIS FEED'
018900                     TO WS-REJECT-TEXT
018910         END-SEARCH
018920     END-IF.
018930     IF WS-RECORD-REJECTED
018940         GO TO 2540-EXIT
018950     END-IF.
018960     IF WS-DUP-FILE-NOT-AVAILABLE
018970         GO TO 2540-EXIT
018980     END-IF.
018990     MOVE TR-CUSTOMER-ID TO DH-CUSTOMER-ID.
019000     MOVE TR-TRANS-TYPE TO DH-TRANS-TYPE.
019010     MOVE TR-TRANS-DATE TO DH-TRANS-DATE.
019020     MOVE TR-TRANS-AMOUNT TO DH-TRANS-AMOUNT.
019030     READ DUP-HISTORY-FILE
019040         INVALID KEY
019050             GO TO 2540-EXIT
019060     END-READ.
019070     IF DH-POSTED-DATE >= WS-DUP-CUTOFF-DATE
019080         SET WS-RECORD-REJECTED TO TRUE
019090         MOVE 'D002' TO WS-REJECT-REASON-CODE
019100         MOVE 'DUPLICATE OF RECENTLY ACCEPTED TRANSACTION' TO
019110                 WS-REJECT-TEXT
019120     END-IF.
019130 2540-EXIT.
019140     EXIT.
019150*================================================================*
019160* 2550-RECONCILE-AREAS - WS-AREA-1 AND WS-AREA-2 ARE MOVED FROM   *
019170* INDEPENDENT PARTS OF THE SAME TRANSACTION.  THEY MUST AGREE ON  *
019180* CUSTOMER ID AND BALANCE ON AMOUNT BEFORE THE TRANSACTION IS     *
019190* ALLOWED TO REACH FURTHER PROCESSING.  A TRANSFER'S TWO AREAS   *
019200* MUST ALSO NAME THE SAME TO-CUSTOMER.                           *
019210*================================================================*
019220 2550-RECONCILE-AREAS.
019230     IF PD-CUSTOMER-ID NOT = CD-CUSTOMER-ID
019240         SET WS-RECORD-REJECTED TO TRUE
019250         MOVE 'R001' TO WS-REJECT-REASON-CODE
019260         MOVE 'AREA-1/AREA-2 CUSTOMER ID MISMATCH' TO
019270                 WS-REJECT-TEXT
019280         GO TO 2550-EXIT
019290     END-IF.
019300     IF PD-AMOUNT NOT = CD-AMOUNT
019310         SET WS-RECORD-REJECTED TO TRUE
019320         MOVE 'R002' TO WS-REJECT-REASON-CODE
019330         MOVE 'AREA-1/AREA-2 AMOUNT DOES NOT BALANCE' TO
019340                 WS-REJECT-TEXT
019350         GO TO 2550-EXIT
019360     END-IF.
019370     IF WS-CURRENT-DISPOSITION = 'T' AND
019380             PD-TO-CUSTOMER-ID NOT = CD-TO-CUSTOMER-ID
019390         SET WS-RECORD-REJECTED TO TRUE
019400         MOVE 'R003' TO WS-REJECT-REASON-CODE
019410         MOVE 'AREA-1/AREA-2 TO-CUSTOMER ID MISMATCH' TO
019420                 WS-REJECT-TEXT
019430         GO TO 2550-EXIT
019440     END-IF.
019450 2550-EXIT.
019460     EXIT.
019470*================================================================*
019480* 2600-WRITE-EXCEPTION - REJECTED TRANSACTION, NOT FURTHER       *
019490* PROCESSED                                                      *
019500*================================================================*
019510 2600-WRITE-EXCEPTION.
019520     MOVE SPACES TO XC-EXCEPTION-RECORD.
019530     MOVE WS-RUN-ID TO XC-RUN-ID.
019540     MOVE WS-RECORD-NO TO XC-RECORD-NO.
019550     MOVE TR-CUSTOMER-ID TO XC-CUSTOMER-ID.
019560     MOVE WS-REJECT-REASON-CODE TO XC-REASON-CODE.
019570     MOVE WS-REJECT-TEXT TO XC-REASON-TEXT.
019580     MOVE TR-PRIMARY-DATA TO XC-RAW-AREA-1.
019590     MOVE TR-CONTROL-DATA TO XC-RAW-AREA-2.
019600     MOVE WS-PROCESS-DATE TO XC-REJECT-DATE.
019610     MOVE TR-TRANS-TYPE TO XC-TRANS-TYPE.
019620     MOVE WS-CURRENT-SOURCE TO XC-SOURCE-SYSTEM.
019630     WRITE XC-EXCEPTION-RECORD.
019640     ADD 1 TO WS-RUN-REJECT-COUNT.
019650     IF WS-FEED-PHASE AND WS-LIVE-RUN
019660         PERFORM 2620-ADD-TO-SUSPENSE THRU 2620-EXIT
019670     END-IF.
019680 2600-EXIT.
019690     EXIT.
019700*================================================================*
019710* 2620-ADD-TO-SUSPENSE - FILE THE REJECT ON THE SUSPENSE FILE    *
019720* SO IT CAN BE CORRECTED THROUGH DL100SU AND RESUBMITTED.  A     *
019730* RESUBMITTED ITEM THAT FAILS AGAIN IS NOT RE-FILED HERE - 1410  *
019740* REWRITES ITS EXISTING ROW IN PLACE.  A DUPLICATE KEY CAN ONLY  *
019750* MEAN A RESTARTED RUN RE-REJECTING THE SAME FEED RECORD, SO     *
019760* THE ROW IS REFRESHED RATHER THAN TREATED AS AN ERROR.          *
019770*================================================================*
019780 2620-ADD-TO-SUSPENSE.
019790     MOVE WS-PROCESS-DATE TO SP-DATE-ADDED.
019800     MOVE WS-RECORD-NO TO SP-ORIG-RECORD-NO.
019810     SET SP-OPEN TO TRUE.
019820     MOVE TR-CUSTOMER-ID TO SP-CUSTOMER-ID.
019830     MOVE TR-TRANS-DATE TO SP-TRANS-DATE.
019840     MOVE TR-TRANS-TYPE TO SP-TRANS-TYPE.
019850     MOVE TR-TRANS-AMOUNT TO SP-TRANS-AMOUNT.
019860     MOVE WS-REJECT-REASON-CODE TO SP-REASON-CODE.
019870     MOVE WS-REJECT-TEXT TO SP-REASON-TEXT.
019880     MOVE TR-PRIMARY-DATA TO SP-RAW-AREA-1.
019890     MOVE TR-CONTROL-DATA TO SP-RAW-AREA-2.
019900     MOVE ZERO TO SP-RESUBMIT-COUNT.
019910     MOVE WS-PROCESS-DATE TO SP-LAST-UPDATE-DATE.
019920     MOVE SPACES TO SP-LAST-UPDATE-USER.
019930     MOVE ZERO TO SP-CLEARED-DATE.
019940     MOVE WS-CURRENT-SOURCE TO SP-SOURCE-SYSTEM.
019950     WRITE SP-SUSPENSE-RECORD
019960         INVALID KEY
019970             REWRITE SP-SUSPENSE-RECORD
019980     END-WRITE.
019990 2620-EXIT.
020000     EXIT.
020010*================================================================*
020020* 2650-APPLY-MAINTENANCE-OVERRIDE - IF AN ACTIVE DL100MT ROW     *
020030* EXISTS FOR THIS TRANSACTION'S CUSTOMER, ITS OVERRIDE VALUES    *
020040* REPLACE THE FEED'S PRIMARY/CONTROL DATA BEFORE STORAGE.        *
020050* RECONCILIATION IN 2550 ALREADY CHECKED THE FEED ITSELF, SO     *
020060* THE OVERRIDE IS APPLIED HERE RATHER THAN ABOVE.  THE GUARD     *
020070* BELOW TESTS MT-ACTIVE DIRECTLY RATHER THAN "NOT MT-INACTIVE" - *
020080* MT-ACTIVE-SW IS OPERATOR-ENTERED, AND MT-ACTIVE/MT-INACTIVE    *
020090* ARE INDEPENDENT CONDITIONS (EACH TIED TO ONE LITERAL), NOT     *
020100* COMPLEMENTS - A VALUE OTHER THAN 'Y' OR 'N' MUST NOT BE        *
020110* TREATED AS ACTIVE.  THE BLANK CHECK GUARDS AGAINST AN ACTIVE   *
020120* ROW WHOSE OVERRIDE FIELDS WERE NEVER FILLED IN.                *
020130*================================================================*
020140 2650-APPLY-MAINTENANCE-OVERRIDE.
020150     MOVE TR-PRIMARY-DATA TO WS-EFFECTIVE-AREA-1.
020160     MOVE TR-CONTROL-DATA TO WS-EFFECTIVE-AREA-2.
020170     IF WS-MAINT-FILE-NOT-AVAILABLE
020180         GO TO 2650-EXIT
020190     END-IF.
020200     MOVE TR-CUSTOMER-ID TO MT-CUSTOMER-ID.
020210     READ MAINTENANCE-FILE
020220         INVALID KEY
020230             GO TO 2650-EXIT
020240     END-READ.
020250     IF NOT MT-ACTIVE
020260         GO TO 2650-EXIT
020270     END-IF.
020280     IF NOT MT-APPROVED
020290         GO TO 2650-EXIT
020300     END-IF.
020310     IF MT-EFFECTIVE-FROM-DATE > WS-PROCESS-DATE
020320         GO TO 2650-EXIT
020330     END-IF.
020340     IF MT-EFFECTIVE-TO-DATE > ZERO AND
020350             MT-EFFECTIVE-TO-DATE < WS-PROCESS-DATE
020360         GO TO 2650-EXIT
020370     END-IF.
020380     IF MT-AREA-1-OVERRIDE = SPACES OR
020390             MT-AREA-2-OVERRIDE = SPACES
020400         GO TO 2650-EXIT
020410     END-IF.
020420     MOVE MT-AREA-1-OVERRIDE TO WS-EFFECTIVE-AREA-1.
020430     MOVE MT-AREA-2-OVERRIDE TO WS-EFFECTIVE-AREA-2.
020440 2650-EXIT.
020450     EXIT.
020460*================================================================*
020470* 2700-APPEND-TO-TABLES - ADD THE CURRENT TRANSACTION'S          *
020480* EFFECTIVE PRIMARY/CONTROL DATA AS THE NEXT ENTRY IN            *
020490* WS-AREA-1/WS-AREA-2.  A TRANSFER KEEPS THE FEED'S TO-CUSTOMER  *
020500* EVEN WHEN A MAINTENANCE OVERRIDE REPLACED THE AREAS - THE      *
020510* OVERRIDE BELONGS TO THE FROM-CUSTOMER AND MUST NOT REDIRECT    *
020520* THE MONEY.                                                     *
020530*================================================================*
020540 2700-APPEND-TO-TABLES.
020550     IF WS-AREA-1-COUNT = 2000
020560         MOVE WS-RECORD-NO TO WS-SEGMENT-CHECKPOINT-NO
020570         SUBTRACT 1 FROM WS-SEGMENT-CHECKPOINT-NO
020580         PERFORM 7000-PROCESS-SEGMENT THRU 7000-EXIT
020590     END-IF.
020600     PERFORM 2650-APPLY-MAINTENANCE-OVERRIDE THRU 2650-EXIT.
020610     ADD 1 TO WS-AREA-1-COUNT.
020620     SET WS-AREA-1-IDX TO WS-AREA-1-COUNT.
020630     MOVE WS-RECORD-NO TO WS-AREA-1-RECORD-NO (WS-AREA-1-IDX).
020640     MOVE TR-TRANS-TYPE TO WS-AREA-1-TRANS-TYPE (WS-AREA-1-IDX).
020650     MOVE WS-EFFECTIVE-AREA-1 TO WS-AREA-1 (WS-AREA-1-IDX).
020660     IF WS-CURRENT-DISPOSITION = 'T'
020670         MOVE PD-TO-CUSTOMER-ID TO
020680                 WS-A1-TO-CUSTOMER-ID (WS-AREA-1-IDX)
020690     END-IF.
020700     MOVE 'WS-AREA-1' TO WS-AUDIT-AREA-NAME.
020710     MOVE WS-AREA-1 (WS-AREA-1-IDX) TO WS-AUDIT-AREA-VALUE.
020720     PERFORM 3100-WRITE-AUDIT-RECORD THRU 3100-EXIT.
020730     ADD 1 TO WS-AREA-2-COUNT.
020740     SET WS-AREA-2-IDX TO WS-AREA-2-COUNT.
020750     MOVE WS-EFFECTIVE-AREA-2 TO WS-AREA-2 (WS-AREA-2-IDX).
020760     IF WS-CURRENT-DISPOSITION = 'T'
020770         MOVE CD-TO-CUSTOMER-ID TO
020780                 WS-A2-TO-CUSTOMER-ID (WS-AREA-2-IDX)
020790     END-IF.
020800     MOVE 'WS-AREA-2' TO WS-AUDIT-AREA-NAME.
020810     MOVE WS-AREA-2 (WS-AREA-2-IDX) TO WS-AUDIT-AREA-VALUE.
020820     PERFORM 3100-WRITE-AUDIT-RECORD THRU 3100-EXIT.
020830     MOVE WS-CURRENT-DISPOSITION TO
020840             WS-AREA-1-DISPOSITION (WS-AREA-1-IDX).
020850     MOVE SPACE TO WS-AREA-1-REV-DISP (WS-AREA-1-IDX).
020860     MOVE ZERO TO WS-AREA-1-REV-AMOUNT (WS-AREA-1-IDX).
020870     MOVE TR-ORIGIN-SW TO WS-AREA-1-ORIGIN-SW (WS-AREA-1-IDX).
020880     MOVE WS-CURRENT-SOURCE TO WS-AREA-1-SOURCE (WS-AREA-1-IDX).
020890     MOVE WS-CURRENT-BATCH-NO TO
020900             WS-AREA-1-BATCH-NO (WS-AREA-1-IDX).
020910     IF WS-CURRENT-DISPOSITION = 'R'
020920         PERFORM 2720-BACK-OUT-ORIGINAL THRU 2720-EXIT
020930     ELSE
020940         PERFORM 2740-REGISTER-ORIGINAL THRU 2740-EXIT
020950     END-IF.
020960     IF WS-FEED-PHASE
020970         PERFORM 2760-REGISTER-DUP-HISTORY THRU 2760-EXIT
020980     END-IF.
020990 2700-EXIT.
021000     EXIT.
021010*================================================================*
021020* 2720-BACK-OUT-ORIGINAL - MARK THE MATCHED ORIGINAL REVERSED,   *
021030* CAPTURE ITS POSTING SIDE SO 3200 CAN BACK IT OUT, AND FLAG     *
021040* THE REVERSAL ON THE AUDIT TRAIL.                               *
021050*================================================================*
021060 2720-BACK-OUT-ORIGINAL.
021070     IF WS-MATCHED-ORIG-NO = ZERO
021080         GO TO 2720-EXIT
021090     END-IF.
021100     MOVE WS-ORIG-DISP (WS-MATCHED-ORIG-NO) TO
021110             WS-AREA-1-REV-DISP (WS-AREA-1-IDX).
021120     MOVE WS-ORIG-AMOUNT (WS-MATCHED-ORIG-NO) TO
021130             WS-AREA-1-REV-AMOUNT (WS-AREA-1-IDX).
021140     MOVE 'Y' TO WS-ORIG-REVERSED-SW (WS-MATCHED-ORIG-NO).
021150     MOVE WS-ORIG-RECORD-NO (WS-MATCHED-ORIG-NO) TO
021160             WS-ORIG-RECNO-DISPLAY.
021170     MOVE 'REVERSAL' TO WS-AUDIT-AREA-NAME.
021180     MOVE SPACES TO WS-AUDIT-AREA-VALUE.
021190     STRING 'REVERSES RECORD ' DELIMITED BY SIZE
021200            WS-ORIG-RECNO-DISPLAY DELIMITED BY SIZE
021210            ' FOR '            DELIMITED BY SIZE
021220            PD-CUSTOMER-ID     DELIMITED BY SIZE
021230         INTO WS-AUDIT-AREA-VALUE.
021240     PERFORM 3100-WRITE-AUDIT-RECORD THRU 3100-EXIT.
021250 2720-EXIT.
021260     EXIT.
021270*================================================================*
021280* 2740-REGISTER-ORIGINAL - FILE THIS ACCEPTED ENTRY ON THE       *
021290* ORIGINALS REGISTER SO A LATER REVERSAL CAN MATCH IT.  BOTH     *
021300* VIEWS ARE KEPT: THE RAW FEED VALUES, WHICH A REVERSAL ECHOES   *
021310* AND 2530 MATCHES ON, AND THE EFFECTIVE (POST-OVERRIDE)         *
021320* VALUES, WHICH THE LEDGER WAS POSTED WITH AND THE BACK-OUT      *
021330* MUST UNDO.  A REGISTER PAST ITS LIMIT SIMPLY STOPS TAKING      *
021340* ENTRIES; A REVERSAL OF AN UNREGISTERED ORIGINAL REJECTS WITH   *
021350* V007 AND, LIKE ANY CROSS-RUN REVERSAL, IS HANDLED AS A         *
021360* MANUAL ADJUSTMENT RATHER THAN A RESUBMISSION.  A TRANSFER IS   *
021370* NEVER REGISTERED - ONE REVERSAL CANNOT BACK OUT TWO LEGS ON    *
021380* TWO CUSTOMERS, SO A TRANSFER IS UNDONE BY A TRANSFER THE       *
021390* OTHER WAY.                                                     *
021400*================================================================*
021410 2740-REGISTER-ORIGINAL.
021420     IF WS-CURRENT-DISPOSITION = 'T'
021430         GO TO 2740-EXIT
021440     END-IF.
021450     IF WS-ORIG-COUNT = 10000
021460         GO TO 2740-EXIT
021470     END-IF.
021480     ADD 1 TO WS-ORIG-COUNT.
021490     SET WS-ORIG-IDX TO WS-ORIG-COUNT.
021500     MOVE WS-A1-CUSTOMER-ID (WS-AREA-1-IDX) TO
021510             WS-ORIG-CUSTOMER-ID (WS-ORIG-IDX).
021520     MOVE WS-A1-AMOUNT (WS-AREA-1-IDX) TO
021530             WS-ORIG-AMOUNT (WS-ORIG-IDX).
021540     MOVE PD-CUSTOMER-ID TO
021550             WS-ORIG-RAW-CUST-ID (WS-ORIG-IDX).
021560     MOVE PD-AMOUNT TO WS-ORIG-RAW-AMOUNT (WS-ORIG-IDX).
021570     MOVE WS-CURRENT-DISPOSITION TO WS-ORIG-DISP (WS-ORIG-IDX).
021580     MOVE WS-RECORD-NO TO WS-ORIG-RECORD-NO (WS-ORIG-IDX).
021590     MOVE 'N' TO WS-ORIG-REVERSED-SW (WS-ORIG-IDX).
021600 2740-EXIT.
021610     EXIT.
021620*================================================================*
021630* 2760-REGISTER-DUP-HISTORY - REMEMBER THIS ACCEPTED FEED        *
021640* RECORD'S RAW TUPLE: IN THE IN-FEED REGISTER SO A SECOND COPY   *
021650* LATER IN THE SAME FEED REJECTS D001 (A REGISTER PAST ITS       *
021660* LIMIT SIMPLY STOPS TAKING ENTRIES, LIKE THE ORIGINALS          *
021670* REGISTER), AND ON THE DL100DH HISTORY SO A RESEND ON A LATER   *
021680* DAY REJECTS D002.  ONLY A LIVE RUN WRITES THE HISTORY ROW; A   *
021690* DUPLICATE KEY CAN ONLY MEAN A RESTARTED RUN RE-ACCEPTING THE   *
021700* SAME RECORD, SO THE ROW IS REFRESHED.                          *
021710*================================================================*
021720 2760-REGISTER-DUP-HISTORY.
021730     IF WS-DUP-COUNT < 10000
021740         ADD 1 TO WS-DUP-COUNT
021750         SET WS-DUP-IDX TO WS-DUP-COUNT
021760         MOVE TR-CUSTOMER-ID TO WS-DUP-CUSTOMER-ID (WS-DUP-IDX)
021770         MOVE TR-TRANS-TYPE TO WS-DUP-TRANS-TYPE (WS-DUP-IDX)
021780         MOVE TR-TRANS-DATE TO WS-DUP-TRANS-DATE (WS-DUP-IDX)
021790         MOVE TR-TRANS-AMOUNT TO WS-DUP-AMOUNT (WS-DUP-IDX)
021800     END-IF.
021810     IF WS-TRIAL-RUN OR WS-DUP-FILE-NOT-AVAILABLE
021820         GO TO 2760-EXIT
021830     END-IF.
021840     MOVE TR-CUSTOMER-ID TO DH-CUSTOMER-ID.
021850     MOVE TR-TRANS-TYPE TO DH-TRANS-TYPE.
021860     MOVE TR-TRANS-DATE TO DH-TRANS-DATE.
021870     MOVE TR-TRANS-AMOUNT TO DH-TRANS-AMOUNT.
021880     MOVE WS-PROCESS-DATE TO DH-POSTED-DATE.
021890     MOVE WS-RECORD-NO TO DH-RECORD-NO.
021900     WRITE DH-DUP-HISTORY-RECORD
021910         INVALID KEY
021920             REWRITE DH-DUP-HISTORY-RECORD
021930     END-WRITE.
021940 2760-EXIT.
021950     EXIT.
021960*================================================================*
021970* 3000-PROCESS-AREA-TABLE - FURTHER PROCESSING, ONE PASS PER     *
021980* WS-AREA-1(WS-AREA-1-IDX) / WS-AREA-2(WS-AREA-1-IDX) PAIR.      *
021990* THE OUTCOME IS ADDED TO THE ENTRY'S SOURCE BATCH FOR 8000.     *
022000*================================================================*
022010 3000-PROCESS-AREA-TABLE.
022020     IF WS-TRIAL-RUN
022030         ADD 1 TO WS-TRIAL-PROCESS-COUNT
022040         GO TO 3000-EXIT
022050     END-IF.
022060     PERFORM 3200-POST-TO-CUSTOMER-MASTER THRU 3200-EXIT.
022070     IF WS-AREA-1-BATCH-NO (WS-AREA-1-IDX) > ZERO
022080         SET WS-POST-BATCH-IDX TO
022090                 WS-AREA-1-BATCH-NO (WS-AREA-1-IDX)
022100         IF WS-POST-REJECTED
022110             ADD 1 TO WS-BT-SUSPENDED-COUNT (WS-POST-BATCH-IDX)
022120         ELSE
022130             ADD 1 TO WS-BT-POSTED-COUNT (WS-POST-BATCH-IDX)
022140             ADD WS-A1-AMOUNT (WS-AREA-1-IDX) TO
022150                     WS-BT-POSTED-AMOUNT (WS-POST-BATCH-IDX)
022160         END-IF
022170     END-IF.
022180*    AN ENTRY THE REFERENCE CHECK REFUSED IS ALREADY ON THE
022190*    EXCEPTION AND SUSPENSE FILES - IT MUST NOT REACH THE
022200*    DOWNSTREAM EXTRACT EITHER.
022210     IF WS-POST-REJECTED
022220         GO TO 3000-EXIT
022230     END-IF.
022240     PERFORM 5000-WRITE-EXTRACT-RECORD THRU 5000-EXIT.
022250 3000-EXIT.
022260     EXIT.
022270*================================================================*
022280* 3100-WRITE-AUDIT-RECORD - ONE ROW PER WS-AREA-1/WS-AREA-2 SET  *
022290*================================================================*
022300 3100-WRITE-AUDIT-RECORD.
022310     IF WS-TRIAL-RUN
022320         GO TO 3100-EXIT
022330     END-IF.
022340     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
022350     ACCEPT WS-TS-TIME FROM TIME.
022360     MOVE SPACES TO AU-AUDIT-RECORD.
022370     MOVE WS-RUN-ID TO AU-RUN-ID.
022380     MOVE WS-RECORD-NO TO AU-RECORD-NO.
022390     STRING WS-TS-DATE  DELIMITED BY SIZE
022400            '-'          DELIMITED BY SIZE
022410            WS-TS-TIME   DELIMITED BY SIZE
022420         INTO AU-TIMESTAMP.
022430     MOVE WS-AUDIT-AREA-NAME TO AU-AREA-NAME.
022440     MOVE WS-AUDIT-AREA-VALUE TO AU-AREA-VALUE.
022450     MOVE TR-TRANS-TYPE TO AU-TRANS-TYPE.
022460     MOVE WS-CURRENT-SOURCE TO AU-SOURCE-SYSTEM.
022470     WRITE AU-AUDIT-RECORD.
022480 3100-EXIT.
022490     EXIT.
022500*================================================================*
022510* 3200-POST-TO-CUSTOMER-MASTER - POST THIS ENTRY'S AMOUNT TO     *
022520* THE CUSTOMER'S BALANCE MASTER ROW.  THE DISPOSITION CAPTURED   *
022530* AT LOAD TIME (FROM THE DL100TT RULES TABLE, OR THE 'CR' TEST   *
022540* WHEN NO TABLE IS ON FILE) DECIDES THE SIDE: 'C' CREDITS AND    *
022550* RAISES THE BALANCE, 'D' DEBITS AND LOWERS IT, AND A REVERSAL   *
022560* BACKS THE MATCHED ORIGINAL'S SIDE OUT SO THE DAY'S TOTALS      *
022570* STAY NET-CORRECT.  THE FIRST POSTING OF A NEW BUSINESS DATE    *
022580* ROLLS THE CLOSE INTO THE OPEN AND CLEARS THE DAY'S TOTALS.     *
022590* THE POSTING IS GATED BY THE DL100CR REFERENCE CHECK (3210) -   *
022600* AN UNKNOWN, CLOSED, FROZEN OR DORMANT CUSTOMER GOES TO         *
022610* SUSPENSE                                                       *
022620* INSTEAD OF THE LEDGER.  A TRANSFER POSTS BOTH ITS LEGS         *
022630* THROUGH 3300 INSTEAD.                                          *
022640*================================================================*
022650 3200-POST-TO-CUSTOMER-MASTER.
022660     IF WS-AREA-1-DISPOSITION (WS-AREA-1-IDX) = 'T'
022670         PERFORM 3300-POST-TRANSFER THRU 3300-EXIT
022680         GO TO 3200-EXIT
022690     END-IF.
022700     PERFORM 3210-CHECK-CUSTOMER-REFERENCE THRU 3210-EXIT.
022710     IF WS-POST-REJECTED
022720         GO TO 3200-EXIT
022730     END-IF.
022740     MOVE WS-A1-CUSTOMER-ID (WS-AREA-1-IDX) TO
022750             WS-POST-CUSTOMER-ID.
022760     MOVE WS-A1-CUSTOMER-ID (WS-AREA-1-IDX) TO CM-CUSTOMER-ID.
022770     SET WS-CM-ROW-EXISTS TO TRUE.
022780     READ CUSTOMER-MASTER
022790         INVALID KEY
022800             PERFORM 3250-CREATE-CUSTOMER-MASTER THRU 3250-EXIT
022810     END-READ.
022820     IF CM-LAST-POSTING-DATE NOT = WS-PROCESS-DATE
022830         MOVE CM-CLOSING-BALANCE TO CM-OPENING-BALANCE
022840         MOVE ZERO TO CM-DEBIT-TOTAL
022850         MOVE ZERO TO CM-CREDIT-TOTAL
022860     END-IF.
022870     MOVE CM-CLOSING-BALANCE TO WS-PRIOR-CLOSING.
022880     EVALUATE TRUE
022890         WHEN WS-AREA-1-DISPOSITION (WS-AREA-1-IDX) = 'C'
022900             ADD WS-A1-AMOUNT (WS-AREA-1-IDX) TO CM-CREDIT-TOTAL
022910         WHEN WS-AREA-1-DISPOSITION (WS-AREA-1-IDX) = 'R' AND
022920                 WS-AREA-1-REV-DISP (WS-AREA-1-IDX) = 'C'
022930             SUBTRACT WS-AREA-1-REV-AMOUNT (WS-AREA-1-IDX)
022940                 FROM CM-CREDIT-TOTAL
022950         WHEN WS-AREA-1-DISPOSITION (WS-AREA-1-IDX) = 'R'
022960             SUBTRACT WS-AREA-1-REV-AMOUNT (WS-AREA-1-IDX)
022970                 FROM CM-DEBIT-TOTAL
022980         WHEN OTHER
022990             ADD WS-A1-AMOUNT (WS-AREA-1-IDX) TO CM-DEBIT-TOTAL
023000     END-EVALUATE.
023010     COMPUTE CM-CLOSING-BALANCE = CM-OPENING-BALANCE
023020         + CM-CREDIT-TOTAL - CM-DEBIT-TOTAL.
023030     PERFORM 3230-CHECK-CREDIT-LIMIT THRU 3230-EXIT.
023040     MOVE WS-PROCESS-DATE TO CM-LAST-POSTING-DATE.
023050     IF WS-CM-ROW-EXISTS
023060         REWRITE CM-CUSTOMER-RECORD
023070     ELSE
023080         WRITE CM-CUSTOMER-RECORD
023090     END-IF.
023100 3200-EXIT.
023110     EXIT.
023120*================================================================*
023130* 3210-CHECK-CUSTOMER-REFERENCE - IS THIS ENTRY'S CUSTOMER ON    *
023140* THE DL100CR REFERENCE MASTER WITH AN OPEN STATUS?  AN UNKNOWN  *
023150* CUSTOMER (C001) OR A CLOSED (C002) OR FROZEN/INVALID (C003)    *
023160* ACCOUNT IS REFUSED AND ROUTED TO SUSPENSE BY 3220.  A DORMANT  *
023170* ACCOUNT (C004) IS REFUSED THE SAME WAY UNLESS THE ENTRY IS A   *
023180* SYSTEM-GENERATED DL100MA ASSESSMENT - ORIGIN FLAG 'S' IN A     *
023190* BATCH FROM SOURCE 'DLMA' - WHICH POSTS REGARDLESS -            *
023200* DORMANCY STOPS THE CUSTOMER'S ACTIVITY, NOT THE SHOP'S         *
023210* CHARGES.  WITH NO REFERENCE MASTER ON FILE EVERY POSTING IS    *
023220* ALLOWED, AS BEFORE.                                            *
023230*================================================================*
023240 3210-CHECK-CUSTOMER-REFERENCE.
023250     SET WS-POST-ALLOWED TO TRUE.
023260     IF WS-CUSTREF-NOT-AVAILABLE
023270         GO TO 3210-EXIT
023280     END-IF.
023290     MOVE WS-A1-CUSTOMER-ID (WS-AREA-1-IDX) TO CR-CUSTOMER-ID.
023300     READ CUSTOMER-REF
023310         INVALID KEY
023320             SET WS-POST-REJECTED TO TRUE
023330             MOVE 'C001' TO WS-REJECT-REASON-CODE
023340             MOVE 'CUSTOMER NOT ON REFERENCE MASTER' TO
023350                     WS-REJECT-TEXT
023360     END-READ.
023370     IF WS-POST-REJECTED
023380         PERFORM 3220-SUSPEND-POST-REJECT THRU 3220-EXIT
023390         GO TO 3210-EXIT
023400     END-IF.
023410     EVALUATE TRUE
023420         WHEN CR-STATUS-OPEN
023430             CONTINUE
023440         WHEN CR-STATUS-DORMANT AND
023450                 WS-AREA-1-SYSTEM-ORIGIN (WS-AREA-1-IDX) AND
023460                 WS-AREA-1-FROM-DLMA (WS-AREA-1-IDX)
023470             CONTINUE
023480         WHEN CR-STATUS-DORMANT
023490             SET WS-POST-REJECTED TO TRUE
023500             MOVE 'C004' TO WS-REJECT-REASON-CODE
023510             MOVE 'CUSTOMER ACCOUNT IS DORMANT' TO WS-REJECT-TEXT
023520         WHEN CR-STATUS-CLOSED
023530             SET WS-POST-REJECTED TO TRUE
023540             MOVE 'C002' TO WS-REJECT-REASON-CODE
023550             MOVE 'CUSTOMER ACCOUNT IS CLOSED' TO WS-REJECT-TEXT
023560         WHEN OTHER
023570             SET WS-POST-REJECTED TO TRUE
023580             MOVE 'C003' TO WS-REJECT-REASON-CODE
023590             MOVE 'CUSTOMER ACCOUNT IS FROZEN OR INVALID' TO
023600                     WS-REJECT-TEXT
023610     END-EVALUATE.
023620     IF WS-POST-REJECTED
023630         PERFORM 3220-SUSPEND-POST-REJECT THRU 3220-EXIT
023640     END-IF.
023650 3210-EXIT.
023660     EXIT.
023670*================================================================*
023680* 3220-SUSPEND-POST-REJECT - FILE THE REFUSED ENTRY ON THE       *
023690* EXCEPTION AND SUSPENSE FILES FROM ITS TABLE CONTENT (THE FEED  *
023700* RECORD AREA IS LONG GONE BY THE TIME THE PROCESS PHASE RUNS).  *
023710* A DUPLICATE SUSPENSE KEY CAN ONLY MEAN A RESTARTED RUN         *
023720* RE-REFUSING THE SAME ENTRY, SO THE ROW IS REFRESHED.           *
023730*================================================================*
023740 3220-SUSPEND-POST-REJECT.
023750     MOVE SPACES TO XC-EXCEPTION-RECORD.
023760     MOVE WS-RUN-ID TO XC-RUN-ID.
023770     MOVE WS-AREA-1-RECORD-NO (WS-AREA-1-IDX) TO XC-RECORD-NO.
023780     MOVE WS-A1-CUSTOMER-ID (WS-AREA-1-IDX) TO XC-CUSTOMER-ID.
023790     MOVE WS-REJECT-REASON-CODE TO XC-REASON-CODE.
023800     MOVE WS-REJECT-TEXT TO XC-REASON-TEXT.
023810     MOVE WS-AREA-1 (WS-AREA-1-IDX) TO XC-RAW-AREA-1.
023820     MOVE WS-AREA-2 (WS-AREA-1-IDX) TO XC-RAW-AREA-2.
023830     MOVE WS-PROCESS-DATE TO XC-REJECT-DATE.
023840     MOVE WS-AREA-1-TRANS-TYPE (WS-AREA-1-IDX) TO XC-TRANS-TYPE.
023850     MOVE WS-AREA-1-SOURCE (WS-AREA-1-IDX) TO XC-SOURCE-SYSTEM.
023860     WRITE XC-EXCEPTION-RECORD.
023870     ADD 1 TO WS-RUN-REJECT-COUNT.
023880     MOVE WS-PROCESS-DATE TO SP-DATE-ADDED.
023890     MOVE WS-AREA-1-RECORD-NO (WS-AREA-1-IDX) TO
023900             SP-ORIG-RECORD-NO.
023910     SET SP-OPEN TO TRUE.
023920     MOVE WS-A1-CUSTOMER-ID (WS-AREA-1-IDX) TO SP-CUSTOMER-ID.
023930     MOVE WS-PROCESS-DATE TO SP-TRANS-DATE.
023940     MOVE WS-AREA-1-TRANS-TYPE (WS-AREA-1-IDX) TO SP-TRANS-TYPE.
023950     MOVE WS-A1-AMOUNT (WS-AREA-1-IDX) TO SP-TRANS-AMOUNT.
023960     MOVE WS-REJECT-REASON-CODE TO SP-REASON-CODE.
023970     MOVE WS-REJECT-TEXT TO SP-REASON-TEXT.
023980     MOVE WS-AREA-1 (WS-AREA-1-IDX) TO SP-RAW-AREA-1.
023990     MOVE WS-AREA-2 (WS-AREA-1-IDX) TO SP-RAW-AREA-2.
024000     MOVE ZERO TO SP-RESUBMIT-COUNT.
024010     MOVE WS-PROCESS-DATE TO SP-LAST-UPDATE-DATE.
024020     MOVE SPACES TO SP-LAST-UPDATE-USER.
024030     MOVE ZERO TO SP-CLEARED-DATE.
024040     MOVE WS-AREA-1-SOURCE (WS-AREA-1-IDX) TO SP-SOURCE-SYSTEM.
024050     WRITE SP-SUSPENSE-RECORD
024060         INVALID KEY
024070             REWRITE SP-SUSPENSE-RECORD
024080     END-WRITE.
024090 3220-EXIT.
024100     EXIT.
024110*================================================================*
024120* 3230-CHECK-CREDIT-LIMIT - DID THIS POSTING DRIVE THE CLOSING   *
024130* BALANCE BELOW THE CUSTOMER'S ALLOWED FLOOR?  THE FLOOR IS      *
024140* ZERO WHEN THE DL100CR ROW DOES NOT ALLOW OVERDRAFT, MINUS     *
024150* THE CREDIT LIMIT WHEN IT DOES; ROWS WRITTEN BEFORE THE        *
024160* FIELDS EXISTED READ AS LIMIT ZERO, NO OVERDRAFT.  ONLY A      *
024170* POSTING THAT REDUCED THE BALANCE CAN RAISE A NEW ALERT, SO    *
024180* A CREDIT TO A STILL-BREACHED ACCOUNT DOES NOT RE-ALERT.       *
024190* THE 3210 READ HAS ALREADY LEFT THIS CUSTOMER'S REFERENCE      *
024200* ROW IN THE RECORD AREA.  WITH NO REFERENCE MASTER ON FILE     *
024210* THERE IS NO LIMIT DATA AND NO CHECK, AS BEFORE.               *
024220*================================================================*
024230 3230-CHECK-CREDIT-LIMIT.
024240     IF WS-CUSTREF-NOT-AVAILABLE
024250         GO TO 3230-EXIT
024260     END-IF.
024270     IF CM-CLOSING-BALANCE NOT < WS-PRIOR-CLOSING
024280         GO TO 3230-EXIT
024290     END-IF.
024300     IF CR-CREDIT-LIMIT NUMERIC
024310         MOVE CR-CREDIT-LIMIT TO WS-CREDIT-LIMIT
024320     ELSE
024330         MOVE ZERO TO WS-CREDIT-LIMIT
024340     END-IF.
024350     MOVE ZERO TO WS-LIMIT-FLOOR.
024360     IF CR-OVERDRAFT-ALLOWED
024370         COMPUTE WS-LIMIT-FLOOR = ZERO - WS-CREDIT-LIMIT
024380     END-IF.
024390     IF CM-CLOSING-BALANCE NOT < WS-LIMIT-FLOOR
024400         GO TO 3230-EXIT
024410     END-IF.
024420     MOVE SPACES TO AL-ALERT-RECORD.
024430     MOVE WS-PROCESS-DATE TO AL-ALERT-DATE.
024440     MOVE WS-A1-CUSTOMER-ID (WS-AREA-1-IDX) TO AL-CUSTOMER-ID.
024450     MOVE WS-AREA-1-RECORD-NO (WS-AREA-1-IDX) TO AL-RECORD-NO.
024460     MOVE WS-AREA-1-TRANS-TYPE (WS-AREA-1-IDX) TO AL-TRANS-TYPE.
024470     IF WS-AREA-1-DISPOSITION (WS-AREA-1-IDX) = 'R'
024480         MOVE WS-AREA-1-REV-AMOUNT (WS-AREA-1-IDX) TO
024490                 AL-TRANS-AMOUNT
024500     ELSE
024510         MOVE WS-A1-AMOUNT (WS-AREA-1-IDX) TO AL-TRANS-AMOUNT
024520     END-IF.
024530     MOVE CM-CLOSING-BALANCE TO AL-RESULTING-BALANCE.
024540     MOVE WS-CREDIT-LIMIT TO AL-CREDIT-LIMIT.
024550     MOVE CR-OVERDRAFT-SW TO AL-OVERDRAFT-SW.
024560     COMPUTE AL-BREACH-AMOUNT = WS-LIMIT-FLOOR
024570         - CM-CLOSING-BALANCE.
024580     WRITE AL-ALERT-RECORD.
024590     ADD 1 TO WS-ALERT-COUNT.
024600 3230-EXIT.
024610     EXIT.
024620*================================================================*
024630* 3250-CREATE-CUSTOMER-MASTER - FIRST TRANSACTION EVER SEEN FOR  *
024640* WS-POST-CUSTOMER-ID.  THE ROW IS BUILT IN THE RECORD AREA      *
024650* WITH A ZERO OPENING POSITION; 3200 (OR 3330 FOR A TRANSFER     *
024660* LEG) POSTS INTO IT AND WRITES IT.                              *
024670*================================================================*
024680 3250-CREATE-CUSTOMER-MASTER.
024690     SET WS-CM-ROW-NEW TO TRUE.
024700     MOVE SPACES TO CM-CUSTOMER-RECORD.
024710     MOVE WS-POST-CUSTOMER-ID TO CM-CUSTOMER-ID.
024720     MOVE ZERO TO CM-OPENING-BALANCE.
024730     MOVE ZERO TO CM-DEBIT-TOTAL.
024740     MOVE ZERO TO CM-CREDIT-TOTAL.
024750     MOVE ZERO TO CM-CLOSING-BALANCE.
024760     MOVE WS-PROCESS-DATE TO CM-LAST-POSTING-DATE.
024770 3250-EXIT.
024780     EXIT.
024790*================================================================*
024800* 3300-POST-TRANSFER - A TRANSFER MOVES MONEY BETWEEN TWO        *
024810* CUSTOMERS, SO BOTH SIDES ARE SETTLED BEFORE EITHER LEG POSTS:  *
024820* 3310 CHECKS EACH SIDE ON DL100CR AND WHETHER THE DEBIT KEEPS   *
024830* THE FROM-CUSTOMER WITHIN ITS CREDIT LIMIT.  ANY REFUSAL SENDS  *
024840* THE WHOLE RECORD TO THE EXCEPTION AND SUSPENSE FILES UNDER     *
024850* ONE REASON, T001, AND NEITHER LEG POSTS; OTHERWISE THE DEBIT   *
024860* AND THE CREDIT POST TOGETHER (3330).  A TRANSFER IS            *
024870* CUSTOMER-INITIATED, SO A DORMANT ACCOUNT ON EITHER SIDE IS     *
024880* REFUSED.  WITH NO REFERENCE MASTER ON FILE THERE IS NOTHING TO *
024890* CHECK AND BOTH LEGS POST, AS FOR ANY OTHER ENTRY.              *
024900*================================================================*
024910 3300-POST-TRANSFER.
024920     SET WS-POST-ALLOWED TO TRUE.
024930     IF WS-CUSTREF-AVAILABLE
024940         PERFORM 3310-CHECK-TRANSFER-SIDES THRU 3310-EXIT
024950     END-IF.
024960     IF WS-POST-REJECTED
024970         ADD 1 TO WS-XFER-REFUSED-COUNT
024980         PERFORM 3220-SUSPEND-POST-REJECT THRU 3220-EXIT
024990         GO TO 3300-EXIT
025000     END-IF.
025010     MOVE WS-A1-CUSTOMER-ID (WS-AREA-1-IDX) TO
025020             WS-POST-CUSTOMER-ID.
025030     MOVE WS-A1-TO-CUSTOMER-ID (WS-AREA-1-IDX) TO
025040             WS-XFER-PARTNER-ID.
025050     MOVE 'D' TO WS-XFER-LEG-DISP.
025060     PERFORM 3330-POST-TRANSFER-LEG THRU 3330-EXIT.
025070     MOVE WS-A1-TO-CUSTOMER-ID (WS-AREA-1-IDX) TO
025080             WS-POST-CUSTOMER-ID.
025090     MOVE WS-A1-CUSTOMER-ID (WS-AREA-1-IDX) TO WS-XFER-PARTNER-ID.
025100     MOVE 'C' TO WS-XFER-LEG-DISP.
025110     PERFORM 3330-POST-TRANSFER-LEG THRU 3330-EXIT.
025120     ADD 1 TO WS-XFER-POSTED-COUNT.
025130 3300-EXIT.
025140     EXIT.
025150*================================================================*
025160* 3310-CHECK-TRANSFER-SIDES - FROM-SIDE STATUS, THEN TO-SIDE     *
025170* STATUS, THEN FUNDS.  THE FROM-CUSTOMER'S FLOOR IS WORKED OUT   *
025180* THE SAME WAY 3230 WORKS IT OUT, WHILE ITS REFERENCE ROW IS     *
025190* STILL IN THE RECORD AREA.  THE DEBIT IS TESTED AGAINST THE     *
025200* FLOOR BEFORE IT POSTS - A TRANSFER THAT WOULD BREACH IT IS     *
025210* REFUSED OUTRIGHT RATHER THAN POSTED AND ALERTED.               *
025220*================================================================*
025230 3310-CHECK-TRANSFER-SIDES.
025240     MOVE 'FROM' TO WS-XFER-SIDE.
025250     MOVE WS-A1-CUSTOMER-ID (WS-AREA-1-IDX) TO CR-CUSTOMER-ID.
025260     PERFORM 3320-CHECK-TRANSFER-SIDE THRU 3320-EXIT.
025270     IF WS-POST-REJECTED
025280         GO TO 3310-EXIT
025290     END-IF.
025300     IF CR-CREDIT-LIMIT NUMERIC
025310         MOVE CR-CREDIT-LIMIT TO WS-CREDIT-LIMIT
025320     ELSE
025330         MOVE ZERO TO WS-CREDIT-LIMIT
025340     END-IF.
025350     MOVE ZERO TO WS-LIMIT-FLOOR.
025360     IF CR-OVERDRAFT-ALLOWED
025370         COMPUTE WS-LIMIT-FLOOR = ZERO - WS-CREDIT-LIMIT
025380     END-IF.
025390     MOVE 'TO' TO WS-XFER-SIDE.
025400     MOVE WS-A1-TO-CUSTOMER-ID (WS-AREA-1-IDX) TO CR-CUSTOMER-ID.
025410     PERFORM 3320-CHECK-TRANSFER-SIDE THRU 3320-EXIT.
025420     IF WS-POST-REJECTED
025430         GO TO 3310-EXIT
025440     END-IF.
025450     MOVE WS-A1-CUSTOMER-ID (WS-AREA-1-IDX) TO CM-CUSTOMER-ID.
025460     READ CUSTOMER-MASTER
025470         INVALID KEY
025480             MOVE ZERO TO WS-XFER-PROJECTED
025490         NOT INVALID KEY
025500             MOVE CM-CLOSING-BALANCE TO WS-XFER-PROJECTED
025510     END-READ.
025520     SUBTRACT WS-A1-AMOUNT (WS-AREA-1-IDX) FROM WS-XFER-PROJECTED.
025530     IF WS-XFER-PROJECTED < WS-LIMIT-FLOOR
025540         MOVE 'FROM' TO WS-XFER-SIDE
025550         MOVE 'OVER CREDIT LIMIT' TO WS-XFER-CONDITION
025560         PERFORM 3325-REFUSE-TRANSFER THRU 3325-EXIT
025570     END-IF.
025580 3310-EXIT.
025590     EXIT.
025600*================================================================*
025610* 3320-CHECK-TRANSFER-SIDE - ONE SIDE'S DL100CR ROW, KEYED BY    *
025620* CR-CUSTOMER-ID.  ONLY AN OPEN ACCOUNT MAY TAKE PART.           *
025630*================================================================*
025640 3320-CHECK-TRANSFER-SIDE.
025650     READ CUSTOMER-REF
025660         INVALID KEY
025670             MOVE 'NOT ON REFERENCE' TO WS-XFER-CONDITION
025680             PERFORM 3325-REFUSE-TRANSFER THRU 3325-EXIT
025690             GO TO 3320-EXIT
025700     END-READ.
025710     EVALUATE TRUE
025720         WHEN CR-STATUS-OPEN
025730             GO TO 3320-EXIT
025740         WHEN CR-STATUS-DORMANT
025750             MOVE 'ACCOUNT DORMANT' TO WS-XFER-CONDITION
025760         WHEN CR-STATUS-CLOSED
025770             MOVE 'ACCOUNT CLOSED' TO WS-XFER-CONDITION
025780         WHEN OTHER
025790             MOVE 'FROZEN OR INVALID' TO WS-XFER-CONDITION
025800     END-EVALUATE.
025810     PERFORM 3325-REFUSE-TRANSFER THRU 3325-EXIT.
025820 3320-EXIT.
025830     EXIT.
025840*================================================================*
025850* 3325-REFUSE-TRANSFER - ONE REASON CODE FOR THE WHOLE TRANSFER; *
025860* THE TEXT NAMES THE SIDE AND WHAT WAS WRONG WITH IT.            *
025870*================================================================*
025880 3325-REFUSE-TRANSFER.
025890     SET WS-POST-REJECTED TO TRUE.
025900     MOVE 'T001' TO WS-REJECT-REASON-CODE.
025910     MOVE SPACES TO WS-REJECT-TEXT.
025920     STRING 'TRANSFER '         DELIMITED BY SIZE
025930            WS-XFER-SIDE        DELIMITED BY SPACE
025940            '-CUSTOMER '        DELIMITED BY SIZE
025950            WS-XFER-CONDITION   DELIMITED BY SIZE
025960         INTO WS-REJECT-TEXT.
025970 3325-EXIT.
025980     EXIT.
025990*================================================================*
026000* 3330-POST-TRANSFER-LEG - POST ONE LEG TO WS-POST-CUSTOMER-ID'S *
026010* BALANCE ROW ON THE SIDE IN WS-XFER-LEG-DISP, WITH THE SAME DAY *
026020* ROLL AS 3200, AND WRITE THE LEG'S AUDIT ROW.                   *
026030*================================================================*
026040 3330-POST-TRANSFER-LEG.
026050     MOVE WS-POST-CUSTOMER-ID TO CM-CUSTOMER-ID.
026060     SET WS-CM-ROW-EXISTS TO TRUE.
026070     READ CUSTOMER-MASTER
026080         INVALID KEY
026090             PERFORM 3250-CREATE-CUSTOMER-MASTER THRU 3250-EXIT
026100     END-READ.
026110     IF CM-LAST-POSTING-DATE NOT = WS-PROCESS-DATE
026120         MOVE CM-CLOSING-BALANCE TO CM-OPENING-BALANCE
026130         MOVE ZERO TO CM-DEBIT-TOTAL
026140         MOVE ZERO TO CM-CREDIT-TOTAL
026150     END-IF.
026160     IF WS-XFER-LEG-DISP = 'D'
026170         ADD WS-A1-AMOUNT (WS-AREA-1-IDX) TO CM-DEBIT-TOTAL
026180     ELSE
026190         ADD WS-A1-AMOUNT (WS-AREA-1-IDX) TO CM-CREDIT-TOTAL
026200     END-IF.
026210     COMPUTE CM-CLOSING-BALANCE = CM-OPENING-BALANCE
026220         + CM-CREDIT-TOTAL - CM-DEBIT-TOTAL.
026230     MOVE WS-PROCESS-DATE TO CM-LAST-POSTING-DATE.
026240     IF WS-CM-ROW-EXISTS
026250         REWRITE CM-CUSTOMER-RECORD
026260     ELSE
026270         WRITE CM-CUSTOMER-RECORD
026280     END-IF.
026290     PERFORM 3340-WRITE-LEG-AUDIT THRU 3340-EXIT.
026300 3330-EXIT.
026310     EXIT.
026320*================================================================*
026330* 3340-WRITE-LEG-AUDIT - ONE AUDIT ROW PER POSTED LEG, UNDER THE *
026340* TRANSFER'S RECORD NUMBER.  THE VALUE LEADS WITH THE LEG'S OWN  *
026350* CUSTOMER (SO DL100AQ FINDS IT IN EITHER CUSTOMER'S CASE FILE)  *
026360* AND NAMES THE OTHER SIDE.  THE FEED RECORD AREA IS LONG GONE   *
026370* BY NOW, SO EVERYTHING COMES FROM THE TABLE ENTRY.              *
026380*================================================================*
026390 3340-WRITE-LEG-AUDIT.
026400     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
026410     ACCEPT WS-TS-TIME FROM TIME.
026420     MOVE SPACES TO AU-AUDIT-RECORD.
026430     MOVE WS-RUN-ID TO AU-RUN-ID.
026440     MOVE WS-AREA-1-RECORD-NO (WS-AREA-1-IDX) TO AU-RECORD-NO.
026450     STRING WS-TS-DATE  DELIMITED BY SIZE
026460            '-'          DELIMITED BY SIZE
026470            WS-TS-TIME   DELIMITED BY SIZE
026480         INTO AU-TIMESTAMP.
026490     MOVE WS-A1-AMOUNT (WS-AREA-1-IDX) TO WS-XFER-AMOUNT-ED.
026500     IF WS-XFER-LEG-DISP = 'D'
026510         MOVE 'DEBIT-LEG' TO AU-AREA-NAME
026520         STRING WS-POST-CUSTOMER-ID DELIMITED BY SIZE
026530                ' TRANSFER TO '     DELIMITED BY SIZE
026540                WS-XFER-PARTNER-ID  DELIMITED BY SIZE
026550                ' '                 DELIMITED BY SIZE
026560                WS-XFER-AMOUNT-ED   DELIMITED BY SIZE
026570             INTO AU-AREA-VALUE
026580     ELSE
026590         MOVE 'CREDIT-LEG' TO AU-AREA-NAME
026600         STRING WS-POST-CUSTOMER-ID DELIMITED BY SIZE
026610                ' TRANSFER FROM '   DELIMITED BY SIZE
026620                WS-XFER-PARTNER-ID  DELIMITED BY SIZE
026630                ' '                 DELIMITED BY SIZE
026640                WS-XFER-AMOUNT-ED   DELIMITED BY SIZE
026650             INTO AU-AREA-VALUE
026660     END-IF.
026670     MOVE WS-AREA-1-TRANS-TYPE (WS-AREA-1-IDX) TO AU-TRANS-TYPE.
026680     MOVE WS-AREA-1-SOURCE (WS-AREA-1-IDX) TO AU-SOURCE-SYSTEM.
026690     WRITE AU-AUDIT-RECORD.
026700 3340-EXIT.
026710     EXIT.
026720*================================================================*
026730* 5000-WRITE-EXTRACT-RECORD - CARRY THE FINAL WS-AREA-1/WS-AREA-2 *
026740* CONTENT FOR THIS ENTRY TO THE DOWNSTREAM EXTRACT FILE.  A      *
026750* TRANSFER GOES OUT AS TWO ROWS UNDER ONE RECORD NUMBER - THE    *
026760* FROM-CUSTOMER'S DEBIT LEG, THEN THE TO-CUSTOMER'S CREDIT LEG.  *
026770*================================================================*
026780 5000-WRITE-EXTRACT-RECORD.
026790     MOVE SPACES TO EX-EXTRACT-RECORD.
026800     MOVE WS-RUN-ID TO EX-RUN-ID.
026810     MOVE WS-AREA-1-RECORD-NO (WS-AREA-1-IDX) TO EX-RECORD-NO.
026820     MOVE WS-A1-CUSTOMER-ID (WS-AREA-1-IDX) TO EX-CUSTOMER-ID.
026830     MOVE WS-A1-AMOUNT (WS-AREA-1-IDX) TO EX-TRANS-AMOUNT.
026840     MOVE WS-AREA-1 (WS-AREA-1-IDX) TO EX-AREA-1-VALUE.
026850     MOVE WS-AREA-2 (WS-AREA-1-IDX) TO EX-AREA-2-VALUE.
026860     MOVE WS-PROCESS-DATE TO EX-RUN-DATE.
026870     MOVE WS-AREA-1-TRANS-TYPE (WS-AREA-1-IDX) TO
026880             EX-TRANS-TYPE.
026890     IF WS-AREA-1-DISPOSITION (WS-AREA-1-IDX) = 'T'
026900         MOVE 'D' TO EX-POSTING-DISP
026910         SET EX-TRANSFER-FROM-LEG TO TRUE
026920         WRITE EX-EXTRACT-RECORD
026930         MOVE WS-A1-TO-CUSTOMER-ID (WS-AREA-1-IDX) TO
026940                 EX-CUSTOMER-ID
026950         MOVE 'C' TO EX-POSTING-DISP
026960         SET EX-TRANSFER-TO-LEG TO TRUE
026970         WRITE EX-EXTRACT-RECORD
026980         GO TO 5000-EXIT
026990     END-IF.
027000     IF WS-AREA-1-DISPOSITION (WS-AREA-1-IDX) = 'R'
027010         MOVE 'R' TO EX-REVERSAL-SW
027020         MOVE WS-AREA-1-REV-DISP (WS-AREA-1-IDX) TO
027030                 EX-POSTING-DISP
027040     ELSE
027050         MOVE WS-AREA-1-DISPOSITION (WS-AREA-1-IDX) TO
027060                 EX-POSTING-DISP
027070     END-IF.
027080     WRITE EX-EXTRACT-RECORD.
027090 5000-EXIT.
027100     EXIT.
027110*================================================================*
027120* 6000-CHECK-CHECKPOINT-DUE - EVERY WS-CHECKPOINT-INTERVAL       *
027130* RECORDS, PROCESS THE LOADED SEGMENT AND COMMIT A CHECKPOINT.   *
027140* THE CURRENT RECORD IS ALREADY SETTLED (APPENDED OR REJECTED)   *
027150* WHEN THIS RUNS, SO THE CHECKPOINT COVERS IT.                   *
027160*================================================================*
027170 6000-CHECK-CHECKPOINT-DUE.
027180     DIVIDE WS-RECORD-NO BY WS-CHECKPOINT-INTERVAL
027190         GIVING WS-CKPT-DIVIDE-RESULT
027200         REMAINDER WS-CKPT-DIVIDE-REMAINDER.
027210     IF WS-CKPT-DIVIDE-REMAINDER = ZERO
027220         MOVE WS-RECORD-NO TO WS-SEGMENT-CHECKPOINT-NO
027230         PERFORM 7000-PROCESS-SEGMENT THRU 7000-EXIT
027240     END-IF.
027250 6000-EXIT.
027260     EXIT.
027270*================================================================*
027280* 6100-WRITE-CHECKPOINT - COMMIT WS-SEGMENT-CHECKPOINT-NO AS     *
027290* THE LAST RECORD PROCESSED FOR THIS CHECKPOINT KEY.  THE        *
027300* RESUME POINT IS NEVER MOVED BACKWARD - A RUN THAT READ FEWER   *
027310* RECORDS THAN THE RESUME POINT 1200 READ BACK (AN EMPTY OR      *
027320* TRUNCATED SAME-DATE FEED) MUST NOT REWRITE THE ROW, OR THE     *
027330* NEXT CORRECT-FEED RERUN WOULD RELOAD AND DOUBLE-POST RECORDS   *
027340* ALREADY COMMITTED.                                             *
027350*================================================================*
027360 6100-WRITE-CHECKPOINT.
027370     IF WS-SEGMENT-CHECKPOINT-NO < WS-RESTART-LAST-RECORD-NO
027380         GO TO 6100-EXIT
027390     END-IF.
027400     MOVE WS-CHECKPOINT-KEY TO RS-RUN-ID.
027410     MOVE WS-SEGMENT-CHECKPOINT-NO TO RS-LAST-RECORD-NO.
027420     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
027430     ACCEPT WS-TS-TIME FROM TIME.
027440     MOVE SPACES TO RS-CHECKPOINT-STAMP.
027450     STRING WS-TS-DATE  DELIMITED BY SIZE
027460            '-'          DELIMITED BY SIZE
027470            WS-TS-TIME   DELIMITED BY SIZE
027480         INTO RS-CHECKPOINT-STAMP.
027490     SET RS-JOB-NOT-COMPLETE TO TRUE.
027500     IF WS-RESTART-ROW-EXISTS
027510         REWRITE RS-RESTART-RECORD
027520     ELSE
027530         WRITE RS-RESTART-RECORD
027540         SET WS-RESTART-ROW-EXISTS TO TRUE
027550     END-IF.
027560 6100-EXIT.
027570     EXIT.
027580*================================================================*
027590* 7000-PROCESS-SEGMENT - RUN 3000 OVER EVERY ENTRY LOADED SO    *
027600* FAR, COMMIT THE CHECKPOINT IN WS-SEGMENT-CHECKPOINT-NO (FEED   *
027610* PHASE ONLY - THE RESUBMIT PHASE NEVER CHECKPOINTS), AND CLEAR  *
027620* THE TABLES FOR THE NEXT SEGMENT.  THE CHECKPOINT IS WRITTEN    *
027630* AFTER THE SEGMENT'S EXTRACT AND LEDGER EFFECTS ARE ON DISK,    *
027640* SO A RESTART NEVER SKIPS UNPROCESSED RECORDS.                  *
027650*================================================================*
027660 7000-PROCESS-SEGMENT.
027670     PERFORM 3000-PROCESS-AREA-TABLE THRU 3000-EXIT
027680         VARYING WS-AREA-1-IDX FROM 1 BY 1
027690         UNTIL WS-AREA-1-IDX > WS-AREA-1-COUNT.
027700     IF WS-FEED-PHASE AND WS-LIVE-RUN AND WS-HEADER-DATE-GOOD
027710         PERFORM 6100-WRITE-CHECKPOINT THRU 6100-EXIT
027720     END-IF.
027730     MOVE ZERO TO WS-AREA-1-COUNT.
027740     MOVE ZERO TO WS-AREA-2-COUNT.
027750 7000-EXIT.
027760     EXIT.
027770*================================================================*
027780* 8000-VERIFY-FEED-BALANCE - SETTLE THE RUN AND PRINT THE        *
027790* CONTROL REPORT: THE WHOLE-FEED TOTALS, THEN ONE SECTION PER    *
027800* SOURCE BATCH (8050).  EACH BATCH WAS BALANCED OR HELD BY 1580  *
027810* ON ITS OWN TRAILER; A HELD BATCH IS REPORTED BUT DOES NOT STOP *
027820* THE RUN.  A REFUSED FEED (NO HEADER CARRIES THE RUN DATE), A   *
027830* FEED WITH NO BATCHES AT ALL, OR ONE SHORTER THAN THE RESUME    *
027840* POINT LEAVES WS-FEED-OUT-OF-BALANCE SET, AND 9000 THEN         *
027850* REFUSES TO MARK THE RUN COMPLETE.                              *
027860*================================================================*
027870 8000-VERIFY-FEED-BALANCE.
027880     SET WS-FEED-BALANCED TO TRUE.
027890     MOVE SPACES TO CR-PRINT-LINE.
027900     MOVE 'DL100 DAILY FEED CONTROL REPORT' TO CR-PRINT-LINE.
027910     WRITE CR-PRINT-LINE.
027920     MOVE SPACES TO CR-PRINT-LINE.
027930     STRING 'RUN DATE . . . . . . . . . . . ' DELIMITED BY SIZE
027940            WS-PROCESS-DATE DELIMITED BY SIZE
027950         INTO CR-PRINT-LINE.
027960     WRITE CR-PRINT-LINE.
027970     IF WS-LIVE-OVERRIDE
027980         MOVE '*** OPERATOR OVERRIDE (RUN MODE F) - DOUBLE-POST
027990-            'ING GUARDS BYPASSED ***' TO CR-PRINT-LINE
028000         WRITE CR-PRINT-LINE
028010     END-IF.
028020     IF WS-HEADER-DATE-BAD
028030         SET WS-FEED-OUT-OF-BALANCE TO TRUE
028040         MOVE SPACES TO CR-PRINT-LINE
028050         STRING 'FEED DATE (FIRST HEADER) . . . '
028060                 DELIMITED BY SIZE
028070             WS-HEADER-FEED-DATE DELIMITED BY SIZE
028080             INTO CR-PRINT-LINE
028090         WRITE CR-PRINT-LINE
028100         MOVE 'FEED DATE DOES NOT MATCH RUN DATE - FEED REFUSED,
028110-            ' NO DETAIL RECORDS WERE LOADED' TO CR-PRINT-LINE
028120         WRITE CR-PRINT-LINE
028130     END-IF.
028140     MOVE 'DETAIL RECORDS READ' TO WS-CTL-LABEL.
028150     MOVE WS-ACTUAL-RECORD-COUNT TO WS-CTL-COUNT.
028160     PERFORM 8100-WRITE-CONTROL-COUNT-LINE THRU 8100-EXIT.
028170*    A FEED THAT ENDS BEFORE THE RESUME POINT (EMPTY, TRUNCATED,
028180*    OR A HEADER+TRAILER-ONLY SHIPMENT THAT WOULD OTHERWISE
028190*    BALANCE AT ZERO) CAN NEVER BE THE FEED THE PENDING RESUME
028200*    WAS TAKEN AGAINST - REFUSE TO SETTLE IT.
028210     IF WS-RECORD-NO < WS-RESTART-LAST-RECORD-NO
028220         SET WS-FEED-OUT-OF-BALANCE TO TRUE
028230         MOVE 'FEED SHORTER THAN RESUME POINT' TO CR-PRINT-LINE
028240         WRITE CR-PRINT-LINE
028250         MOVE 'DETAIL RECORDS EXPECTED AT LEAST' TO
028260             WS-CTL-LABEL
028270         MOVE WS-RESTART-LAST-RECORD-NO TO WS-CTL-COUNT
028280         PERFORM 8100-WRITE-CONTROL-COUNT-LINE THRU 8100-EXIT
028290     END-IF.
028300     MOVE 'AMOUNT HASH ACCUMULATED' TO WS-CTL-LABEL.
028310     MOVE WS-ACTUAL-AMOUNT-HASH TO WS-CTL-AMOUNT.
028320     PERFORM 8200-WRITE-CONTROL-AMOUNT-LINE THRU 8200-EXIT.
028330     MOVE 'TRANSFERS POSTED (BOTH LEGS)' TO WS-CTL-LABEL.
028340     MOVE WS-XFER-POSTED-COUNT TO WS-CTL-COUNT.
028350     PERFORM 8100-WRITE-CONTROL-COUNT-LINE THRU 8100-EXIT.
028360     MOVE 'TRANSFERS SUSPENDED (T001)' TO WS-CTL-LABEL.
028370     MOVE WS-XFER-REFUSED-COUNT TO WS-CTL-COUNT.
028380     PERFORM 8100-WRITE-CONTROL-COUNT-LINE THRU 8100-EXIT.
028390     IF WS-BATCH-COUNT = ZERO
028400         SET WS-FEED-OUT-OF-BALANCE TO TRUE
028410         MOVE 'NO SOURCE BATCHES WERE READ FROM THE FEED' TO
028420             CR-PRINT-LINE
028430         WRITE CR-PRINT-LINE
028440         GO TO 8000-VERDICT
028450     END-IF.
028460     MOVE 'SOURCE BATCHES IN FEED' TO WS-CTL-LABEL.
028470     MOVE WS-BATCH-COUNT TO WS-CTL-COUNT.
028480     PERFORM 8100-WRITE-CONTROL-COUNT-LINE THRU 8100-EXIT.
028490     MOVE 'SOURCE BATCHES HELD' TO WS-CTL-LABEL.
028500     MOVE WS-BATCH-HELD-COUNT TO WS-CTL-COUNT.
028510     PERFORM 8100-WRITE-CONTROL-COUNT-LINE THRU 8100-EXIT.
028520     PERFORM 8050-REPORT-SOURCE-BATCH THRU 8050-EXIT
028530         VARYING WS-BATCH-IDX FROM 1 BY 1
028540         UNTIL WS-BATCH-IDX > WS-BATCH-COUNT.
028550     MOVE SPACES TO CR-PRINT-LINE.
028560     WRITE CR-PRINT-LINE.
028570 8000-VERDICT.
028580     IF WS-TRIAL-RUN
028590         PERFORM 8300-WRITE-TRIAL-SUMMARY THRU 8300-EXIT
028600         GO TO 8000-EXIT
028610     END-IF.
028620     EVALUATE TRUE
028630         WHEN WS-FEED-OUT-OF-BALANCE
028640             MOVE 'FEED OUT OF BALANCE - RUN NOT MARKED COMPLETE'
028650                 TO CR-PRINT-LINE
028660         WHEN WS-BATCH-HELD-COUNT > ZERO
028670             MOVE 'BALANCED SOURCES POSTED, HELD BATCHES ON SUSPEN
028680-                'SE - RUN MARKED COMPLETE' TO CR-PRINT-LINE
028690         WHEN OTHER
028700             MOVE 'FEED IN BALANCE - RUN MARKED COMPLETE' TO
028710                 CR-PRINT-LINE
028720     END-EVALUATE.
028730     WRITE CR-PRINT-LINE.
028740 8000-EXIT.
028750     EXIT.
028760*================================================================*
028770* 8050-REPORT-SOURCE-BATCH - ONE SOURCE BATCH'S SECTION: WHAT    *
028780* WAS READ AGAINST ITS TRAILER, WHAT THIS RUN DID WITH IT, AND   *
028790* WHETHER IT BALANCED OR WAS HELD (AND WHY)                      *
028800*================================================================*
028810 8050-REPORT-SOURCE-BATCH.
028820     SET WS-BATCH-NO TO WS-BATCH-IDX.
028830     MOVE WS-BATCH-NO TO WS-BATCH-NO-ED.
028840     MOVE SPACES TO CR-PRINT-LINE.
028850     WRITE CR-PRINT-LINE.
028860     STRING 'SOURCE BATCH ' DELIMITED BY SIZE
028870            WS-BATCH-NO-ED DELIMITED BY SIZE
028880            '   SOURCE SYSTEM ' DELIMITED BY SIZE
028890            WS-BT-SOURCE (WS-BATCH-IDX) DELIMITED BY SIZE
028900            '   FEED DATE ' DELIMITED BY SIZE
028910            WS-BT-FEED-DATE (WS-BATCH-IDX) DELIMITED BY SIZE
028920         INTO CR-PRINT-LINE.
028930     WRITE CR-PRINT-LINE.
028940     MOVE '  DETAIL RECORDS READ' TO WS-CTL-LABEL.
028950     MOVE WS-BT-ACTUAL-COUNT (WS-BATCH-IDX) TO WS-CTL-COUNT.
028960     PERFORM 8100-WRITE-CONTROL-COUNT-LINE THRU 8100-EXIT.
028970     IF WS-BT-TRAILER-SEEN (WS-BATCH-IDX)
028980         MOVE '  DETAIL RECORDS EXPECTED' TO WS-CTL-LABEL
028990         MOVE WS-BT-EXPECTED-COUNT (WS-BATCH-IDX) TO WS-CTL-COUNT
029000         PERFORM 8100-WRITE-CONTROL-COUNT-LINE THRU 8100-EXIT
029010     END-IF.
029020     MOVE '  AMOUNT HASH ACCUMULATED' TO WS-CTL-LABEL.
029030     MOVE WS-BT-ACTUAL-HASH (WS-BATCH-IDX) TO WS-CTL-AMOUNT.
029040     PERFORM 8200-WRITE-CONTROL-AMOUNT-LINE THRU 8200-EXIT.
029050     IF WS-BT-TRAILER-SEEN (WS-BATCH-IDX)
029060         MOVE '  AMOUNT HASH EXPECTED' TO WS-CTL-LABEL
029070         MOVE WS-BT-EXPECTED-HASH (WS-BATCH-IDX) TO WS-CTL-AMOUNT
029080         PERFORM 8200-WRITE-CONTROL-AMOUNT-LINE THRU 8200-EXIT
029090     END-IF.
029100     MOVE '  RECORDS LOADED THIS RUN' TO WS-CTL-LABEL.
029110     MOVE WS-BT-LOADED-COUNT (WS-BATCH-IDX) TO WS-CTL-COUNT.
029120     PERFORM 8100-WRITE-CONTROL-COUNT-LINE THRU 8100-EXIT.
029130     MOVE '  RECORDS REJECTED THIS RUN' TO WS-CTL-LABEL.
029140     MOVE WS-BT-REJECTED-COUNT (WS-BATCH-IDX) TO WS-CTL-COUNT.
029150     PERFORM 8100-WRITE-CONTROL-COUNT-LINE THRU 8100-EXIT.
029160     MOVE '  RECORDS HELD TO SUSPENSE' TO WS-CTL-LABEL.
029170     MOVE WS-BT-HELD-COUNT (WS-BATCH-IDX) TO WS-CTL-COUNT.
029180     PERFORM 8100-WRITE-CONTROL-COUNT-LINE THRU 8100-EXIT.
029190     MOVE '  ENTRIES POSTED TO LEDGER' TO WS-CTL-LABEL.
029200     MOVE WS-BT-POSTED-COUNT (WS-BATCH-IDX) TO WS-CTL-COUNT.
029210     PERFORM 8100-WRITE-CONTROL-COUNT-LINE THRU 8100-EXIT.
029220     MOVE '  AMOUNT POSTED TO LEDGER' TO WS-CTL-LABEL.
029230     MOVE WS-BT-POSTED-AMOUNT (WS-BATCH-IDX) TO WS-CTL-AMOUNT.
029240     PERFORM 8200-WRITE-CONTROL-AMOUNT-LINE THRU 8200-EXIT.
029250     MOVE '  ENTRIES SUSPENDED AT POSTING' TO WS-CTL-LABEL.
029260     MOVE WS-BT-SUSPENDED-COUNT (WS-BATCH-IDX) TO WS-CTL-COUNT.
029270     PERFORM 8100-WRITE-CONTROL-COUNT-LINE THRU 8100-EXIT.
029280     MOVE SPACES TO CR-PRINT-LINE.
029290     IF WS-BT-HELD (WS-BATCH-IDX)
029300         STRING '  BATCH HELD - ' DELIMITED BY SIZE
029310                WS-BT-HOLD-CODE (WS-BATCH-IDX) DELIMITED BY SIZE
029320                ' ' DELIMITED BY SIZE
029330                WS-BT-HOLD-TEXT (WS-BATCH-IDX) DELIMITED BY SIZE
029340             INTO CR-PRINT-LINE
029350     ELSE
029360         MOVE '  BATCH IN BALANCE' TO CR-PRINT-LINE
029370     END-IF.
029380     WRITE CR-PRINT-LINE.
029390 8050-EXIT.
029400     EXIT.
029410*================================================================*
029420* 8100-WRITE-CONTROL-COUNT-LINE                                  *
029430*================================================================*
029440 8100-WRITE-CONTROL-COUNT-LINE.
029450     MOVE SPACES TO CR-PRINT-LINE.
029460     STRING WS-CTL-LABEL  DELIMITED BY SIZE
029470            ' . . . ' DELIMITED BY SIZE
029480            WS-CTL-COUNT DELIMITED BY SIZE
029490         INTO CR-PRINT-LINE.
029500     WRITE CR-PRINT-LINE.
029510 8100-EXIT.
029520     EXIT.
029530*================================================================*
029540* 8200-WRITE-CONTROL-AMOUNT-LINE                                 *
029550*================================================================*
029560 8200-WRITE-CONTROL-AMOUNT-LINE.
029570     MOVE SPACES TO CR-PRINT-LINE.
029580     STRING WS-CTL-LABEL  DELIMITED BY SIZE
029590            ' . . . ' DELIMITED BY SIZE
029600            WS-CTL-AMOUNT DELIMITED BY SIZE
029610         INTO CR-PRINT-LINE.
029620     WRITE CR-PRINT-LINE.
029630 8200-EXIT.
029640     EXIT.
029650*================================================================*
029660* 8300-WRITE-TRIAL-SUMMARY - THE TRIAL RUN'S WOULD-BE-PROCESSED *
029670* SUMMARY.  NOTHING WAS COMMITTED, SO THE VERDICT LINE SAYS SO   *
029680* INSTEAD OF CLAIMING THE RUN COMPLETE.                          *
029690*================================================================*
029700 8300-WRITE-TRIAL-SUMMARY.
029710     MOVE SPACES TO CR-PRINT-LINE.
029720     WRITE CR-PRINT-LINE.
029730     IF WS-FORCED-TRIAL
029740         MOVE SPACES TO CR-PRINT-LINE
029750         STRING 'LIVE RUN FORCED TO TRIAL - ' DELIMITED BY SIZE
029760                WS-FORCED-TRIAL-REASON DELIMITED BY SIZE
029770             INTO CR-PRINT-LINE
029780         WRITE CR-PRINT-LINE
029790     END-IF.
029800     MOVE 'TRIAL RUN (EDIT ONLY) - NO EXTRACT, CHECKPOINT,
029810-    ' LEDGER, AUDIT OR SUSPENSE UPDATES WERE WRITTEN' TO
029820         CR-PRINT-LINE.
029830     WRITE CR-PRINT-LINE.
029840     MOVE 'TRANSACTIONS THAT WOULD HAVE PROCESSED' TO
029850         WS-CTL-LABEL.
029860     MOVE WS-TRIAL-PROCESS-COUNT TO WS-CTL-COUNT.
029870     PERFORM 8100-WRITE-CONTROL-COUNT-LINE THRU 8100-EXIT.
029880     MOVE 'TRANSACTIONS REJECTED TO THE EXCEPTIONS' TO
029890         WS-CTL-LABEL.
029900     MOVE WS-RUN-REJECT-COUNT TO WS-CTL-COUNT.
029910     PERFORM 8100-WRITE-CONTROL-COUNT-LINE THRU 8100-EXIT.
029920     MOVE 'RUN NOT MARKED COMPLETE (TRIAL)' TO CR-PRINT-LINE.
029930     WRITE CR-PRINT-LINE.
029940 8300-EXIT.
029950     EXIT.
029960*================================================================*
029970* 9000-TERMINATE - SETTLE THE FEED BALANCE, TAKE THE FINAL       *
029980* CHECKPOINT, MARK THE RUN COMPLETE ONLY WHEN THE FEED           *
029990* BALANCED, AND CLOSE FILES                                      *
030000*================================================================*
030010 9000-TERMINATE.
030020     PERFORM 8000-VERIFY-FEED-BALANCE THRU 8000-EXIT.
030030     IF WS-TRIAL-RUN
030040         GO TO 9000-CLOSE-FILES
030050     END-IF.
030060*    A REFUSED FEED (HEADER DATE MISMATCH) MUST NOT TOUCH THE
030070*    RESTART ROW - WS-RECORD-NO IS ZERO AND A REWRITE WOULD
030080*    DESTROY A PENDING RESUME POINT FOR THE CORRECT FEED.
030090     IF WS-HEADER-DATE-BAD
030100         GO TO 9000-CLOSE-FILES
030110     END-IF.
030120*    A FEED SHORTER THAN THE RESUME POINT LIKEWISE LEAVES THE
030130*    ROW ALONE - 8000 HAS ALREADY REPORTED IT OUT OF BALANCE.
030140     IF WS-RECORD-NO < WS-RESTART-LAST-RECORD-NO
030150         GO TO 9000-CLOSE-FILES
030160     END-IF.
030170     PERFORM 6100-WRITE-CHECKPOINT THRU 6100-EXIT.
030180     IF WS-FEED-BALANCED
030190         SET RS-JOB-COMPLETE TO TRUE
030200         REWRITE RS-RESTART-RECORD
030210         PERFORM 9100-STAMP-CYCLE-COMPLETE THRU 9100-EXIT
030220         SET WS-TOTALS-DUE TO TRUE
030230     END-IF.
030240 9000-CLOSE-FILES.
030250     CLOSE TRANS-FILE.
030260     IF WS-LIVE-RUN
030270         CLOSE AUDIT-FILE
030280         CLOSE EXTRACT-FILE
030290         CLOSE ALERT-FILE
030300     END-IF.
030310     CLOSE EXCEPTION-FILE.
030320     IF WS-TOTALS-DUE
030330         PERFORM 9200-WRITE-CONTROL-TOTALS THRU 9200-EXIT
030340     END-IF.
030350     CLOSE RESTART-FILE.
030360     CLOSE SUSPENSE-FILE.
030370     CLOSE CUSTOMER-MASTER.
030380     CLOSE CONTROL-REPORT.
030390     IF WS-MAINT-FILE-AVAILABLE
030400         CLOSE MAINTENANCE-FILE
030410     END-IF.
030420     IF WS-CUSTREF-AVAILABLE
030430         CLOSE CUSTOMER-REF
030440     END-IF.
030450     CLOSE CYCLE-FILE.
030460     IF WS-DUP-FILE-AVAILABLE
030470         CLOSE DUP-HISTORY-FILE
030480     END-IF.
030490 9000-EXIT.
030500     EXIT.
030510*================================================================*
030520* 9100-STAMP-CYCLE-COMPLETE - RECORD ON THE CYCLE CONTROL FILE   *
030530* THAT THIS BUSINESS DATE'S DAILY RUN COMPLETED, AND WHEN.       *
030540* REACHED ONLY FROM THE BALANCED, JOB-COMPLETE PATH OF 9000.     *
030550* THE DOWNSTREAM STEP FLAGS ARE RESET SO A REDO OF A POSTED      *
030560* DAY (RUN MODE 'F' AFTER A CUSTMST RESTORE) FORCES DL100RPT,    *
030570* DL100AM, DL100HK, DL100GL, DL100CL AND DL100AR TO RUN AGAIN    *
030580* FOR THE DATE TOO.                                              *
030590*================================================================*
030600 9100-STAMP-CYCLE-COMPLETE.
030610     MOVE WS-PROCESS-DATE TO CY-BUSINESS-DATE.
030620     SET WS-CYCLE-ROW-NEW TO TRUE.
030630     READ CYCLE-FILE
030640         INVALID KEY
030650             CONTINUE
030660         NOT INVALID KEY
030670             SET WS-CYCLE-ROW-EXISTS TO TRUE
030680     END-READ.
030690     MOVE WS-PROCESS-DATE TO CY-BUSINESS-DATE.
030700     SET CY-MN-COMPLETE TO TRUE.
030710     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
030720     ACCEPT WS-TS-TIME FROM TIME.
030730     MOVE SPACES TO CY-MN-STAMP.
030740     STRING WS-TS-DATE  DELIMITED BY SIZE
030750            '-'          DELIMITED BY SIZE
030760            WS-TS-TIME   DELIMITED BY SIZE
030770         INTO CY-MN-STAMP.
030780     SET CY-RPT-NOT-COMPLETE TO TRUE.
030790     MOVE SPACES TO CY-RPT-STAMP.
030800     SET CY-AM-NOT-COMPLETE TO TRUE.
030810     MOVE SPACES TO CY-AM-STAMP.
030820     SET CY-HK-NOT-COMPLETE TO TRUE.
030830     MOVE SPACES TO CY-HK-STAMP.
030840     SET CY-GL-NOT-COMPLETE TO TRUE.
030850     MOVE SPACES TO CY-GL-STAMP.
030860     SET CY-CL-NOT-COMPLETE TO TRUE.
030870     MOVE SPACES TO CY-CL-STAMP.
030880     SET CY-AR-NOT-COMPLETE TO TRUE.
030890     MOVE SPACES TO CY-AR-STAMP.
030900     IF WS-CYCLE-ROW-EXISTS
030910         REWRITE CY-CYCLE-RECORD
030920     ELSE
030930         WRITE CY-CYCLE-RECORD
030940     END-IF.
030950 9100-EXIT.
030960     EXIT.
030970*================================================================*
030980* 9200-WRITE-CONTROL-TOTALS - COUNT BACK THE AUDIT, EXCEPTION,   *
030990* EXTRACT AND ALERT FILES JUST CLOSED AND FILE THE TOTALS ON THE *
031000* DATE'S DL100TC ROW FOR THE DOWNSTREAM STEPS TO CHECK THEIR     *
031010* INPUT AGAINST.  THE FILES ARE COUNTED AS THEY STAND RATHER     *
031020* THAN AS THIS RUN WROTE THEM, BECAUSE A RESUMED RUN EXTENDS     *
031030* WHAT THE INTERRUPTED RUN ALREADY WROTE.  A REDO OF THE DATE    *
031040* REPLACES THE ROW.  THE FILE IS CREATED ON FIRST USE THE SAME   *
031050* WAY THE CYCLE FILE IS; IF IT STILL CANNOT BE OPENED THE        *
031060* CONTROL REPORT SAYS SO, AND EVERY DOWNSTREAM STEP WILL REPORT  *
031070* ITS INPUT OUT OF CONTROL RATHER THAN STAMP UNCHECKED.  THE     *
031080* SAME HOLDS WHEN ONE OF THE FOUR FILES CANNOT BE REOPENED FOR   *
031090* COUNTING - NO ROW IS FILED AND THE REASON IS PRINTED.          *
031100*================================================================*
031110 9200-WRITE-CONTROL-TOTALS.
031120     OPEN I-O CONTROL-TOTALS-FILE.
031130     IF WS-CTLTOT-FILE-STATUS NOT = '00'
031140         OPEN OUTPUT CONTROL-TOTALS-FILE
031150         CLOSE CONTROL-TOTALS-FILE
031160         OPEN I-O CONTROL-TOTALS-FILE
031170     END-IF.
031180     IF WS-CTLTOT-FILE-STATUS NOT = '00'
031190         MOVE 'CONTROL TOTALS FILE NOT AVAILABLE - NO TOTALS WRITT
031200-            'EN FOR THE DOWNSTREAM STEPS' TO CR-PRINT-LINE
031210         WRITE CR-PRINT-LINE
031220         GO TO 9200-EXIT
031230     END-IF.
031240     MOVE WS-PROCESS-DATE TO TC-BUSINESS-DATE.
031250     SET WS-CTLTOT-ROW-NEW TO TRUE.
031260     READ CONTROL-TOTALS-FILE
031270         INVALID KEY
031280             CONTINUE
031290         NOT INVALID KEY
031300             SET WS-CTLTOT-ROW-EXISTS TO TRUE
031310     END-READ.
031320     MOVE SPACES TO TC-CONTROL-RECORD.
031330     MOVE WS-PROCESS-DATE TO TC-BUSINESS-DATE.
031340     MOVE CY-MN-STAMP TO TC-MN-STAMP.
031350     MOVE ZERO TO TC-AUDIT-COUNT.
031360     MOVE ZERO TO TC-AUDIT-HASH.
031370     MOVE ZERO TO TC-EXCEPTION-COUNT.
031380     MOVE ZERO TO TC-EXCEPTION-HASH.
031390     MOVE ZERO TO TC-EXTRACT-COUNT.
031400     MOVE ZERO TO TC-EXTRACT-HASH.
031410     MOVE ZERO TO TC-EXTRACT-AMOUNT.
031420     MOVE ZERO TO TC-ALERT-COUNT.
031430     MOVE ZERO TO TC-ALERT-HASH.
031440     MOVE ZERO TO TC-ALERT-AMOUNT.
031450     OPEN INPUT AUDIT-FILE.
031460     IF WS-AUDIT-FILE-STATUS NOT = '00'
031470         MOVE 'AUDIT' TO WS-TOTALS-FILE-NAME
031480         GO TO 9200-NOT-COUNTED
031490     END-IF.
031500     SET WS-TOTALS-NOT-EOF TO TRUE.
031510     PERFORM 9210-COUNT-AUDIT THRU 9210-EXIT
031520         UNTIL WS-TOTALS-EOF-REACHED.
031530     CLOSE AUDIT-FILE.
031540     OPEN INPUT EXCEPTION-FILE.
031550     IF WS-XCPT-FILE-STATUS NOT = '00'
031560         MOVE 'EXCEPTION' TO WS-TOTALS-FILE-NAME
031570         GO TO 9200-NOT-COUNTED
031580     END-IF.
031590     SET WS-TOTALS-NOT-EOF TO TRUE.
031600     PERFORM 9220-COUNT-EXCEPTION THRU 9220-EXIT
031610         UNTIL WS-TOTALS-EOF-REACHED.
031620     CLOSE EXCEPTION-FILE.
031630     OPEN INPUT EXTRACT-FILE.
031640     IF WS-EXTRACT-FILE-STATUS NOT = '00'
031650         MOVE 'EXTRACT' TO WS-TOTALS-FILE-NAME
031660         GO TO 9200-NOT-COUNTED
031670     END-IF.
031680     SET WS-TOTALS-NOT-EOF TO TRUE.
031690     PERFORM 9230-COUNT-EXTRACT THRU 9230-EXIT
031700         UNTIL WS-TOTALS-EOF-REACHED.
031710     CLOSE EXTRACT-FILE.
031720     OPEN INPUT ALERT-FILE.
031730     IF WS-ALERT-FILE-STATUS NOT = '00'
031740         MOVE 'ALERT' TO WS-TOTALS-FILE-NAME
031750         GO TO 9200-NOT-COUNTED
031760     END-IF.
031770     SET WS-TOTALS-NOT-EOF TO TRUE.
031780     PERFORM 9240-COUNT-ALERT THRU 9240-EXIT
031790         UNTIL WS-TOTALS-EOF-REACHED.
031800     CLOSE ALERT-FILE.
031810     IF WS-CTLTOT-ROW-EXISTS
031820         REWRITE TC-CONTROL-RECORD
031830     ELSE
031840         WRITE TC-CONTROL-RECORD
031850     END-IF.
031860     PERFORM 9250-REPORT-CONTROL-TOTALS THRU 9250-EXIT.
031870     CLOSE CONTROL-TOTALS-FILE.
031880     GO TO 9200-EXIT.
031890*    A FILE THAT CANNOT BE REOPENED LEAVES NOTHING TO FILE.  A
031900*    ROW LEFT BY AN EARLIER RUN OF THE DATE IS REMOVED SO THE
031910*    DOWNSTREAM STEPS FIND NO TOTALS RATHER THAN STALE ONES.
031920 9200-NOT-COUNTED.
031930     IF WS-CTLTOT-ROW-EXISTS
031940         DELETE CONTROL-TOTALS-FILE
031950             INVALID KEY
031960                 CONTINUE
031970         END-DELETE
031980     END-IF.
031990     CLOSE CONTROL-TOTALS-FILE.
032000     MOVE SPACES TO CR-PRINT-LINE.
032010     STRING WS-TOTALS-FILE-NAME DELIMITED BY SPACE
032020            ' FILE COULD NOT BE REOPENED FOR COUNTING - NO TOTALS'
032030                DELIMITED BY SIZE
032040            ' WRITTEN FOR THE DOWNSTREAM STEPS' DELIMITED BY SIZE
032050         INTO CR-PRINT-LINE.
032060     WRITE CR-PRINT-LINE.
032070 9200-EXIT.
032080     EXIT.
032090*================================================================*
032100* 9210-COUNT-AUDIT                                               *
032110*================================================================*
032120 9210-COUNT-AUDIT.
032130     READ AUDIT-FILE
032140         AT END
032150             SET WS-TOTALS-EOF-REACHED TO TRUE
032160     END-READ.
032170     IF WS-TOTALS-EOF-REACHED
032180         GO TO 9210-EXIT
032190     END-IF.
032200     ADD 1 TO TC-AUDIT-COUNT.
032210     ADD AU-RECORD-NO TO TC-AUDIT-HASH.
032220 9210-EXIT.
032230     EXIT.
032240*================================================================*
032250* 9220-COUNT-EXCEPTION                                           *
032260*================================================================*
032270 9220-COUNT-EXCEPTION.
032280     READ EXCEPTION-FILE
032290         AT END
032300             SET WS-TOTALS-EOF-REACHED TO TRUE
032310     END-READ.
032320     IF WS-TOTALS-EOF-REACHED
032330         GO TO 9220-EXIT
032340     END-IF.
032350     ADD 1 TO TC-EXCEPTION-COUNT.
032360     ADD XC-RECORD-NO TO TC-EXCEPTION-HASH.
032370 9220-EXIT.
032380     EXIT.
032390*================================================================*
032400* 9230-COUNT-EXTRACT                                             *
032410*================================================================*
032420 9230-COUNT-EXTRACT.
032430     READ EXTRACT-FILE
032440         AT END
032450             SET WS-TOTALS-EOF-REACHED TO TRUE
032460     END-READ.
032470     IF WS-TOTALS-EOF-REACHED
032480         GO TO 9230-EXIT
032490     END-IF.
032500     ADD 1 TO TC-EXTRACT-COUNT.
032510     ADD EX-RECORD-NO TO TC-EXTRACT-HASH.
032520     ADD EX-TRANS-AMOUNT TO TC-EXTRACT-AMOUNT.
032530 9230-EXIT.
032540     EXIT.
032550*================================================================*
032560* 9240-COUNT-ALERT                                               *
032570*================================================================*
032580 9240-COUNT-ALERT.
032590     READ ALERT-FILE
032600         AT END
032610             SET WS-TOTALS-EOF-REACHED TO TRUE
032620     END-READ.
032630     IF WS-TOTALS-EOF-REACHED
032640         GO TO 9240-EXIT
032650     END-IF.
032660     ADD 1 TO TC-ALERT-COUNT.
032670     ADD AL-RECORD-NO TO TC-ALERT-HASH.
032680     ADD AL-TRANS-AMOUNT TO TC-ALERT-AMOUNT.
032690 9240-EXIT.
032700     EXIT.
032710*================================================================*
032720* 9250-REPORT-CONTROL-TOTALS - THE TOTALS JUST FILED, ON THE     *
032730* CONTROL REPORT, FOR OPERATIONS TO SET AGAINST THE DOWNSTREAM   *
032740* REPORTS                                                        *
032750*================================================================*
032760 9250-REPORT-CONTROL-TOTALS.
032770     MOVE SPACES TO CR-PRINT-LINE.
032780     WRITE CR-PRINT-LINE.
032790     MOVE 'CONTROL TOTALS FOR THE DOWNSTREAM STEPS (CTLTOT)' TO
032800         CR-PRINT-LINE.
032810     WRITE CR-PRINT-LINE.
032820     MOVE 'AUDIT RECORDS' TO WS-CTL-LABEL.
032830     MOVE TC-AUDIT-COUNT TO WS-CTL-COUNT.
032840     PERFORM 8100-WRITE-CONTROL-COUNT-LINE THRU 8100-EXIT.
032850     MOVE 'AUDIT RECORD-NUMBER HASH' TO WS-CTL-LABEL.
032860     MOVE TC-AUDIT-HASH TO WS-CTL-AMOUNT.
032870     PERFORM 8200-WRITE-CONTROL-AMOUNT-LINE THRU 8200-EXIT.
032880     MOVE 'EXCEPTION RECORDS' TO WS-CTL-LABEL.
032890     MOVE TC-EXCEPTION-COUNT TO WS-CTL-COUNT.
032900     PERFORM 8100-WRITE-CONTROL-COUNT-LINE THRU 8100-EXIT.
032910     MOVE 'EXCEPTION RECORD-NUMBER HASH' TO WS-CTL-LABEL.
032920     MOVE TC-EXCEPTION-HASH TO WS-CTL-AMOUNT.
032930     PERFORM 8200-WRITE-CONTROL-AMOUNT-LINE THRU 8200-EXIT.
032940     MOVE 'EXTRACT RECORDS' TO WS-CTL-LABEL.
032950     MOVE TC-EXTRACT-COUNT TO WS-CTL-COUNT.
032960     PERFORM 8100-WRITE-CONTROL-COUNT-LINE THRU 8100-EXIT.
032970     MOVE 'EXTRACT RECORD-NUMBER HASH' TO WS-CTL-LABEL.
032980     MOVE TC-EXTRACT-HASH TO WS-CTL-AMOUNT.
032990     PERFORM 8200-WRITE-CONTROL-AMOUNT-LINE THRU 8200-EXIT.
033000     MOVE 'EXTRACT AMOUNT TOTAL' TO WS-CTL-LABEL.
033010     MOVE TC-EXTRACT-AMOUNT TO WS-CTL-AMOUNT.
033020     PERFORM 8200-WRITE-CONTROL-AMOUNT-LINE THRU 8200-EXIT.
033030     MOVE 'ALERT RECORDS' TO WS-CTL-LABEL.
033040     MOVE TC-ALERT-COUNT TO WS-CTL-COUNT.
033050     PERFORM 8100-WRITE-CONTROL-COUNT-LINE THRU 8100-EXIT.
033060     MOVE 'ALERT RECORD-NUMBER HASH' TO WS-CTL-LABEL.
033070     MOVE TC-ALERT-HASH TO WS-CTL-AMOUNT.
033080     PERFORM 8200-WRITE-CONTROL-AMOUNT-LINE THRU 8200-EXIT.
033090     MOVE 'ALERT AMOUNT TOTAL' TO WS-CTL-LABEL.
033100     MOVE TC-ALERT-AMOUNT TO WS-CTL-AMOUNT.
033110     PERFORM 8200-WRITE-CONTROL-AMOUNT-LINE THRU 8200-EXIT.
033120 9250-EXIT.
033130     EXIT.
033140
