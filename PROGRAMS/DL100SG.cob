000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DL100SG.
000120 AUTHOR.        J. WHITFIELD.
000130 INSTALLATION.  DAILY LEDGER PROCESSING.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* REMARKS.                                                      *
000180*   DAILY STANDING ORDER GENERATOR.  WALKS THE DL100SO FILE     *
000190*   AND WRITES EVERY APPROVED, ACTIVE ORDER FALLING DUE ON OR   *
000200*   BEFORE THE PROCESS DATE (SYSIN CARD, BLANK = TODAY) AS A    *
000210*   DETAIL ON A PROPERLY FORMED DL100TR FEED TO TRANSOUT -      *
000220*   HEADER, DETAILS, AND A TRAILER WITH THE TRUE COUNT AND      *
000230*   AMOUNT HASH, THE SAME WAY DL100MA BUILDS ITS FEED - SO THE  *
000240*   ORDERS FLOW THROUGH DL100MN'S FULL VALIDATION, AUDIT,       *
000250*   POSTING AND EXTRACT PATH (RUN DL100MN WITH THE SAME PROCESS *
000260*   DATE).  THE DETAILS CARRY A BLANK ORIGIN FLAG - A STANDING  *
000270*   ORDER IS THE CUSTOMER'S OWN INSTRUCTION.                    *
000280*   AN OCCURRENCE FOR A CUSTOMER WHOSE DL100CR ROW IS NOT OPEN  *
000290*   IS SKIPPED - NOT SENT, BUT PASSED BY, SO IT IS NOT SENT     *
000300*   LATE WHEN THE ACCOUNT REOPENS.  AN ORDER STILL PENDING      *
000310*   APPROVAL, OR WHOSE TYPE CODE IS NO LONGER AN ACTIVE DEBIT   *
000320*   OR CREDIT TYPE ON DL100TT, IS HELD - LEFT DUE, SO IT GOES   *
000330*   OUT ON THE FIRST RUN AFTER THE DESK PUTS IT RIGHT.  WITH NO *
000340*   REFERENCE MASTER ON FILE EVERY CUSTOMER IS TREATED AS OPEN, *
000350*   THE SAME FALLBACK DL100MN USES.                             *
000360*   THIS PROGRAM ALONE MOVES AN ORDER'S NEXT-DUE DATE: AN       *
000370*   ISSUED OR SKIPPED ORDER IS ADVANCED TO ITS FIRST OCCURRENCE *
000380*   AFTER THE PROCESS DATE AND STAMPED WITH THE PROCESS DATE AS *
000390*   ITS LAST ISSUE, AND AN ORDER WITH NOTHING LEFT BEFORE ITS   *
000400*   END DATE IS SET TO ENDED.  A MISSED RUN THEREFORE SENDS AN  *
000410*   ORDER ONCE, NOT ONCE PER MISSED OCCURRENCE.  A RERUN FOR    *
000420*   THE SAME PROCESS DATE DOES NOT ADVANCE ANYTHING TWICE: THE  *
000430*   ORDERS ALREADY ISSUED FOR THAT DATE ARE WRITTEN TO THE NEW  *
000440*   FEED AGAIN, SO IT REPLACES THE FIRST RUN'S FEED WHOLE       *
000450*   RATHER THAN ADDING TO IT.  EVERY ISSUE, SKIP AND END IS     *
000460*   LOGGED TO THE DL100SH HISTORY, AND THE PROOF REPORT LISTS   *
000470*   EVERY ORDER SENT, SKIPPED, HELD OR ENDED, WITH TOTALS.      *
000480*                                                               *
000490* MODIFICATION HISTORY.                                         *
000500*   2026-10-15  JW  INITIAL VERSION.                            *
000510*   2026-10-15  JW  THE HEADER NAMES SOURCE SYSTEM 'DLSG'.      *
000520*--------------------------------------------------------------*
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.   IBM-370.
000560 OBJECT-COMPUTER.   IBM-370.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT STANDING-ORDER-FILE ASSIGN TO STANDORD
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS SO-ORDER-KEY
000630         FILE STATUS IS WS-ORDER-FILE-STATUS.
000640     SELECT HISTORY-FILE ASSIGN TO STANDHST
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000670     SELECT TYPE-FILE ASSIGN TO TRNTYP
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS TT-TRANS-TYPE
000710         FILE STATUS IS WS-TYPE-FILE-STATUS.
000720     SELECT CUSTOMER-REF ASSIGN TO CUSTREF
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS RANDOM
000750         RECORD KEY IS CR-CUSTOMER-ID
000760         FILE STATUS IS WS-CUSTREF-FILE-STATUS.
000770     SELECT TRANS-FILE ASSIGN TO TRANSOUT
000780         ORGANIZATION IS SEQUENTIAL.
000790     SELECT PRINT-FILE ASSIGN TO SORDRPT
000800         ORGANIZATION IS SEQUENTIAL.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  STANDING-ORDER-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY DL100SO.
000860 FD  HISTORY-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890     COPY DL100SH.
000900 FD  TYPE-FILE
000910     LABEL RECORDS ARE STANDARD.
000920     COPY DL100TT.
000930 FD  CUSTOMER-REF
000940     LABEL RECORDS ARE STANDARD.
000950     COPY DL100CR.
000960 FD  TRANS-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990     COPY DL100TR.
001000 FD  PRINT-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 01  PR-PRINT-LINE               PIC X(132).
001040 WORKING-STORAGE SECTION.
001050*--------------------------------------------------------------*
001060* FIELD-LEVEL INITIALIZATION STANDARD - SEE DL100MN FOR THE     *
001070* FULL STATEMENT OF THE RULE.                                   *
001080*--------------------------------------------------------------*
001090* RUN CONTROL SWITCHES AND STATUS FIELDS                        *
001100*--------------------------------------------------------------*
001110 01  WS-ORDER-FILE-STATUS     PIC X(02) VALUE '00'.
001120 01  WS-HISTORY-FILE-STATUS   PIC X(02) VALUE '00'.
001130 01  WS-TYPE-FILE-STATUS      PIC X(02) VALUE '00'.
001140 01  WS-CUSTREF-FILE-STATUS   PIC X(02) VALUE '00'.
001150 01  WS-ORDER-EOF-SW          PIC X(01) VALUE 'N'.
001160     88  WS-ORDER-EOF-REACHED            VALUE 'Y'.
001170     88  WS-ORDER-NOT-EOF                VALUE 'N'.
001180 01  WS-ORDER-AVAIL-SW        PIC X(01) VALUE 'N'.
001190     88  WS-ORDER-FILE-AVAILABLE         VALUE 'Y'.
001200     88  WS-ORDER-FILE-NOT-AVAILABLE     VALUE 'N'.
001210 01  WS-TYPE-FILE-SW          PIC X(01) VALUE 'N'.
001220     88  WS-TYPE-FILE-AVAILABLE          VALUE 'Y'.
001230     88  WS-TYPE-FILE-NOT-AVAILABLE      VALUE 'N'.
001240 01  WS-CUSTREF-AVAIL-SW      PIC X(01) VALUE 'N'.
001250     88  WS-CUSTREF-AVAILABLE            VALUE 'Y'.
001260     88  WS-CUSTREF-NOT-AVAILABLE        VALUE 'N'.
001270 01  WS-CUST-OPEN-SW          PIC X(01) VALUE 'Y'.
001280     88  WS-CUST-OPEN                    VALUE 'Y'.
001290     88  WS-CUST-NOT-OPEN                VALUE 'N'.
001300 01  WS-TYPE-USABLE-SW        PIC X(01) VALUE 'Y'.
001310     88  WS-TYPE-USABLE                  VALUE 'Y'.
001320     88  WS-TYPE-NOT-USABLE              VALUE 'N'.
001330*--------------------------------------------------------------*
001340* PROCESS DATE - ONE SYSIN CARD, YYYYMMDD; BLANK OR ZERO MEANS  *
001350* TODAY.  THE FEED HEADER, EVERY DETAIL AND THE DL100MN RUN     *
001360* THAT LOADS IT ALL CARRY THIS BUSINESS DATE.                   *
001370*--------------------------------------------------------------*
001380 01  WS-TS-DATE               PIC 9(08) VALUE ZERO.
001390 01  WS-TS-TIME               PIC 9(08) VALUE ZERO.
001400 01  WS-PROCESS-DATE-IN       PIC X(08) VALUE SPACES.
001410 01  WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
001420*--------------------------------------------------------------*
001430* DUE DATE WORK FIELDS.  2600 TAKES WS-FROM-DATE AND RETURNS    *
001440* THE ORDER'S FIRST OCCURRENCE ON OR AFTER IT IN WS-CALC-DATE.  *
001450*--------------------------------------------------------------*
001460 01  WS-DUE-DATE              PIC 9(08) VALUE ZERO.
001470 01  WS-FROM-DATE             PIC 9(08) VALUE ZERO.
001480 01  WS-CALC-DATE             PIC 9(08) VALUE ZERO.
001490 01  WS-WORK-DATE             PIC 9(08) VALUE ZERO.
001500 01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
001510     05  WS-WD-YEAR               PIC 9(04).
001520     05  WS-WD-MONTH              PIC 9(02).
001530     05  WS-WD-DAY                PIC 9(02).
001540 01  WS-MONTH-START-DATE      PIC 9(08) VALUE ZERO.
001550 01  WS-NEXT-MONTH-DATE       PIC 9(08) VALUE ZERO.
001560 01  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-DATE.
001570     05  WS-NM-YEAR               PIC 9(04).
001580     05  WS-NM-MONTH              PIC 9(02).
001590     05  WS-NM-DAY                PIC 9(02).
001600 01  WS-START-INTEGER         PIC 9(09) VALUE ZERO.
001610 01  WS-FROM-INTEGER          PIC 9(09) VALUE ZERO.
001620 01  WS-WEEK-COUNT            PIC 9(07) VALUE ZERO.
001630 01  WS-TARGET-DAY            PIC 9(02) VALUE ZERO.
001640 01  WS-MONTH-DAYS            PIC 9(02) VALUE ZERO.
001650 01  WS-PROOF-ACTION          PIC X(30) VALUE SPACES.
001660*--------------------------------------------------------------*
001670* FEED CONTROL ACCUMULATORS - WHAT THE TRAILER MUST CARRY       *
001680*--------------------------------------------------------------*
001690 01  WS-DETAIL-COUNT          PIC 9(09) COMP VALUE ZERO.
001700 01  WS-AMOUNT-HASH           PIC S9(15)V99 COMP-3 VALUE ZERO.
001710*--------------------------------------------------------------*
001720* RUN ACCUMULATORS                                              *
001730*--------------------------------------------------------------*
001740 01  WS-ORDER-COUNT           PIC 9(09) COMP VALUE ZERO.
001750 01  WS-NOT-ACTIVE-COUNT      PIC 9(09) COMP VALUE ZERO.
001760 01  WS-NOT-DUE-COUNT         PIC 9(09) COMP VALUE ZERO.
001770 01  WS-ISSUED-COUNT          PIC 9(09) COMP VALUE ZERO.
001780 01  WS-REISSUED-COUNT        PIC 9(09) COMP VALUE ZERO.
001790 01  WS-SKIPPED-COUNT         PIC 9(09) COMP VALUE ZERO.
001800 01  WS-HELD-COUNT            PIC 9(09) COMP VALUE ZERO.
001810 01  WS-ENDED-COUNT           PIC 9(09) COMP VALUE ZERO.
001820 01  WS-REWRITE-FAIL-COUNT    PIC 9(09) COMP VALUE ZERO.
001830*--------------------------------------------------------------*
001840* REPORT LINE BUILD AREAS                                       *
001850*--------------------------------------------------------------*
001860 01  WS-DETAIL-LINE.
001870     05  FILLER                   PIC X(01) VALUE SPACES.
001880     05  WS-DT-CUSTOMER-ID        PIC X(10).
001890     05  FILLER                   PIC X(02) VALUE SPACES.
001900     05  WS-DT-ORDER-NUMBER       PIC 9(03).
001910     05  FILLER                   PIC X(02) VALUE SPACES.
001920     05  WS-DT-TRANS-TYPE         PIC X(02).
001930     05  FILLER                   PIC X(02) VALUE SPACES.
001940     05  WS-DT-FREQUENCY          PIC X(01).
001950     05  FILLER                   PIC X(02) VALUE SPACES.
001960     05  WS-DT-DUE-DATE           PIC 9(08).
001970     05  FILLER                   PIC X(02) VALUE SPACES.
001980     05  WS-DT-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
001990     05  FILLER                   PIC X(02) VALUE SPACES.
002000     05  WS-DT-NEXT-DUE           PIC 9(08).
002010     05  FILLER                   PIC X(02) VALUE SPACES.
002020     05  WS-DT-ACTION             PIC X(30).
002030     05  FILLER                   PIC X(41) VALUE SPACES.
002040 01  WS-REPORT-LABEL           PIC X(40) VALUE SPACES.
002050 01  WS-REPORT-COUNT           PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
002060 01  WS-REPORT-AMOUNT          PIC -Z(14)9.99 VALUE ZERO.
002070 PROCEDURE DIVISION.
002080*================================================================*
002090* 0000-MAINLINE-CONTROL                                          *
002100*================================================================*
002110 0000-MAINLINE-CONTROL.
002120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002130     PERFORM 2000-PROCESS-ONE-ORDER THRU 2000-EXIT
002140         UNTIL WS-ORDER-EOF-REACHED.
002150     PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.
002160     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
002170     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002180     GOBACK.
002190 0000-EXIT.
002200     EXIT.
002210*================================================================*
002220* 1000-INITIALIZE - TAKE THE PROCESS DATE FROM SYSIN, OPEN THE   *
002230* FILES, AND OPEN THE FEED WITH ITS HEADER ALREADY WRITTEN.      *
002240* WITH NO STANDING ORDER FILE THE FEED IS HEADER AND TRAILER     *
002250* ONLY, WHICH DL100MN LOADS AS AN EMPTY DAY.                     *
002260*================================================================*
002270 1000-INITIALIZE.
002280     PERFORM 1050-REINITIALIZE-WORK-AREAS THRU 1050-EXIT.
002290     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
002300     MOVE WS-TS-DATE TO WS-PROCESS-DATE.
002310     ACCEPT WS-PROCESS-DATE-IN.
002320     IF WS-PROCESS-DATE-IN NUMERIC AND
002330             WS-PROCESS-DATE-IN NOT = ZEROS
002340         MOVE WS-PROCESS-DATE-IN TO WS-PROCESS-DATE
002350     END-IF.
002360     OPEN OUTPUT PRINT-FILE.
002370     PERFORM 1100-PRINT-HEADINGS THRU 1100-EXIT.
002380     OPEN INPUT TYPE-FILE.
002390     IF WS-TYPE-FILE-STATUS = '00'
002400         SET WS-TYPE-FILE-AVAILABLE TO TRUE
002410     ELSE
002420         MOVE 'TYPE RULES FILE NOT AVAILABLE - DUE ORDERS HELD'
002430             TO PR-PRINT-LINE
002440         WRITE PR-PRINT-LINE
002450     END-IF.
002460     OPEN INPUT CUSTOMER-REF.
002470     IF WS-CUSTREF-FILE-STATUS = '00'
002480         SET WS-CUSTREF-AVAILABLE TO TRUE
002490     END-IF.
002500     OPEN EXTEND HISTORY-FILE.
002510     IF WS-HISTORY-FILE-STATUS NOT = '00'
002520         OPEN OUTPUT HISTORY-FILE
002530     END-IF.
002540     OPEN OUTPUT TRANS-FILE.
002550     PERFORM 1300-WRITE-FEED-HEADER THRU 1300-EXIT.
002560     OPEN I-O STANDING-ORDER-FILE.
002570     IF WS-ORDER-FILE-STATUS NOT = '00'
002580         SET WS-ORDER-EOF-REACHED TO TRUE
002590         MOVE 'STANDING ORDER FILE NOT AVAILABLE - NOTHING ISSUED'
002600             TO PR-PRINT-LINE
002610         WRITE PR-PRINT-LINE
002620         GO TO 1000-EXIT
002630     END-IF.
002640     SET WS-ORDER-FILE-AVAILABLE TO TRUE.
002650     PERFORM 1400-START-ORDERS THRU 1400-EXIT.
002660 1000-EXIT.
002670     EXIT.
002680*================================================================*
002690* 1050-REINITIALIZE-WORK-AREAS - RE-APPLY THE PROGRAM'S DEFAULT  *
002700* VALUES TO EVERY WORKING AREA BEFORE THE RUN STARTS             *
002710*================================================================*
002720 1050-REINITIALIZE-WORK-AREAS.
002730     MOVE '00' TO WS-ORDER-FILE-STATUS.
002740     MOVE '00' TO WS-HISTORY-FILE-STATUS.
002750     MOVE '00' TO WS-TYPE-FILE-STATUS.
002760     MOVE '00' TO WS-CUSTREF-FILE-STATUS.
002770     SET WS-ORDER-NOT-EOF TO TRUE.
002780     SET WS-ORDER-FILE-NOT-AVAILABLE TO TRUE.
002790     SET WS-TYPE-FILE-NOT-AVAILABLE TO TRUE.
002800     SET WS-CUSTREF-NOT-AVAILABLE TO TRUE.
002810     SET WS-CUST-OPEN TO TRUE.
002820     SET WS-TYPE-USABLE TO TRUE.
002830     MOVE ZERO TO WS-TS-DATE.
002840     MOVE ZERO TO WS-TS-TIME.
002850     MOVE SPACES TO WS-PROCESS-DATE-IN.
002860     MOVE ZERO TO WS-PROCESS-DATE.
002870     MOVE ZERO TO WS-DUE-DATE.
002880     MOVE ZERO TO WS-FROM-DATE.
002890     MOVE ZERO TO WS-CALC-DATE.
002900     MOVE ZERO TO WS-WORK-DATE.
002910     MOVE ZERO TO WS-MONTH-START-DATE.
002920     MOVE ZERO TO WS-NEXT-MONTH-DATE.
002930     MOVE ZERO TO WS-START-INTEGER.
002940     MOVE ZERO TO WS-FROM-INTEGER.
002950     MOVE ZERO TO WS-WEEK-COUNT.
002960     MOVE ZERO TO WS-TARGET-DAY.
002970     MOVE ZERO TO WS-MONTH-DAYS.
002980     MOVE SPACES TO WS-PROOF-ACTION.
002990     MOVE ZERO TO WS-DETAIL-COUNT.
003000     MOVE ZERO TO WS-AMOUNT-HASH.
003010     MOVE ZERO TO WS-ORDER-COUNT.
003020     MOVE ZERO TO WS-NOT-ACTIVE-COUNT.
003030     MOVE ZERO TO WS-NOT-DUE-COUNT.
003040     MOVE ZERO TO WS-ISSUED-COUNT.
003050     MOVE ZERO TO WS-REISSUED-COUNT.
003060     MOVE ZERO TO WS-SKIPPED-COUNT.
003070     MOVE ZERO TO WS-HELD-COUNT.
003080     MOVE ZERO TO WS-ENDED-COUNT.
003090     MOVE ZERO TO WS-REWRITE-FAIL-COUNT.
003100     MOVE SPACES TO WS-REPORT-LABEL.
003110     MOVE ZERO TO WS-REPORT-COUNT.
003120     MOVE ZERO TO WS-REPORT-AMOUNT.
003130 1050-EXIT.
003140     EXIT.
003150*================================================================*
003160* 1100-PRINT-HEADINGS                                            *
003170*================================================================*
003180 1100-PRINT-HEADINGS.
003190     MOVE SPACES TO PR-PRINT-LINE.
003200     MOVE 'DL100 STANDING ORDER PROOF REPORT' TO PR-PRINT-LINE.
003210     WRITE PR-PRINT-LINE.
003220     MOVE SPACES TO PR-PRINT-LINE.
003230     STRING 'PROCESS DATE  . . . . . . . . . ' DELIMITED BY SIZE
003240            WS-PROCESS-DATE DELIMITED BY SIZE
003250         INTO PR-PRINT-LINE.
003260     WRITE PR-PRINT-LINE.
003270     MOVE SPACES TO PR-PRINT-LINE.
003280     WRITE PR-PRINT-LINE.
003290     MOVE SPACES TO PR-PRINT-LINE.
003300     MOVE ' CUSTOMER    ORD  TY  F  DUE              AMOUNT  NEXT
003310-    ' DUE  ACTION' TO PR-PRINT-LINE.
003320     WRITE PR-PRINT-LINE.
003330 1100-EXIT.
003340     EXIT.
003350*================================================================*
003360* 1300-WRITE-FEED-HEADER - THE HEADER NAMES THE BUSINESS DATE    *
003370* THE FEED IS BUILT FOR AND ITS SOURCE SYSTEM, 'DLSG'.  DL100MN  *
003380* HOLDS THE BATCH (OR REFUSES THE FEED) IF ITS DATE DIFFERS      *
003390*================================================================*
003400 1300-WRITE-FEED-HEADER.
003410     MOVE SPACES TO TR-CONTROL-RECORD.
003420     MOVE WS-PROCESS-DATE TO CT-FEED-DATE.
003430     MOVE ZERO TO CT-RECORD-COUNT.
003440     MOVE ZERO TO CT-AMOUNT-HASH.
003450     MOVE 'DLSG' TO CT-SOURCE-SYSTEM.
003460     MOVE 'HD' TO CT-RECORD-TYPE.
003470     WRITE TR-CONTROL-RECORD.
003480 1300-EXIT.
003490     EXIT.
003500*================================================================*
003510* 1400-START-ORDERS - POSITION AT THE FRONT OF THE STANDING      *
003520* ORDER FILE AND PRIME THE FIRST READ                            *
003530*================================================================*
003540 1400-START-ORDERS.
003550     MOVE LOW-VALUES TO SO-ORDER-KEY.
003560     START STANDING-ORDER-FILE KEY NOT LESS THAN SO-ORDER-KEY
003570         INVALID KEY
003580             SET WS-ORDER-EOF-REACHED TO TRUE
003590     END-START.
003600     IF WS-ORDER-NOT-EOF
003610         PERFORM 2900-READ-NEXT-ORDER THRU 2900-EXIT
003620     END-IF.
003630 1400-EXIT.
003640     EXIT.
003650*================================================================*
003660* 2000-PROCESS-ONE-ORDER - DECIDE WHAT THIS RUN DOES WITH ONE    *
003670* ORDER.  AN ORDER ALREADY ISSUED FOR THIS PROCESS DATE IS A     *
003680* RERUN AND GOES ON THE FEED AGAIN UNCHANGED.  OTHERWISE ONLY AN *
003690* ACTIVE ORDER WHOSE DUE DATE HAS COME IS LOOKED AT; A ZERO      *
003700* NEXT-DUE DATE (NEW OR CHANGED IN DL100SM) IS WORKED OUT FROM   *
003710* THE LATER OF THE START DATE AND THE DAY AFTER THE LAST ISSUE.  *
003720*================================================================*
003730 2000-PROCESS-ONE-ORDER.
003740     ADD 1 TO WS-ORDER-COUNT.
003750     IF SO-LAST-ISSUED-DATE = WS-PROCESS-DATE AND
003760             (SO-STATUS-ACTIVE OR SO-STATUS-ENDED)
003770         PERFORM 2100-REISSUE-ORDER THRU 2100-EXIT
003780         GO TO 2000-NEXT
003790     END-IF.
003800     IF NOT SO-STATUS-ACTIVE
003810         ADD 1 TO WS-NOT-ACTIVE-COUNT
003820         GO TO 2000-NEXT
003830     END-IF.
003840     MOVE SO-NEXT-DUE-DATE TO WS-DUE-DATE.
003850     IF WS-DUE-DATE = ZERO
003860         MOVE SO-START-DATE TO WS-FROM-DATE
003870         IF SO-LAST-ISSUED-DATE NOT < SO-START-DATE
003880             COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
003890                 (FUNCTION INTEGER-OF-DATE(SO-LAST-ISSUED-DATE)
003900                  + 1)
003910         END-IF
003920         PERFORM 2600-COMPUTE-DUE-DATE THRU 2600-EXIT
003930         MOVE WS-CALC-DATE TO WS-DUE-DATE
003940         MOVE WS-DUE-DATE TO SO-NEXT-DUE-DATE
003950     END-IF.
003960     IF SO-END-DATE > ZERO AND WS-DUE-DATE > SO-END-DATE
003970         PERFORM 2500-END-ORDER THRU 2500-EXIT
003980         GO TO 2000-NEXT
003990     END-IF.
004000     IF WS-DUE-DATE > WS-PROCESS-DATE
004010         ADD 1 TO WS-NOT-DUE-COUNT
004020         PERFORM 2800-REWRITE-ORDER THRU 2800-EXIT
004030         GO TO 2000-NEXT
004040     END-IF.
004050     IF NOT SO-APPROVED
004060         MOVE 'HELD - PENDING APPROVAL' TO WS-PROOF-ACTION
004070         PERFORM 2400-HOLD-ORDER THRU 2400-EXIT
004080         GO TO 2000-NEXT
004090     END-IF.
004100     PERFORM 2150-CHECK-TYPE-USABLE THRU 2150-EXIT.
004110     IF WS-TYPE-NOT-USABLE
004120         MOVE 'HELD - TYPE NOT ACTIVE DR/CR' TO WS-PROOF-ACTION
004130         PERFORM 2400-HOLD-ORDER THRU 2400-EXIT
004140         GO TO 2000-NEXT
004150     END-IF.
004160     PERFORM 2160-CHECK-CUSTOMER-OPEN THRU 2160-EXIT.
004170     IF WS-CUST-NOT-OPEN
004180         PERFORM 2300-SKIP-ORDER THRU 2300-EXIT
004190         GO TO 2000-NEXT
004200     END-IF.
004210     PERFORM 2200-ISSUE-ORDER THRU 2200-EXIT.
004220 2000-NEXT.
004230     PERFORM 2900-READ-NEXT-ORDER THRU 2900-EXIT.
004240 2000-EXIT.
004250     EXIT.
004260*================================================================*
004270* 2100-REISSUE-ORDER - A RERUN FOR A DATE ALREADY PROCESSED.     *
004280* THE ORDER WAS ISSUED AND ADVANCED BY THE FIRST RUN, SO IT IS   *
004290* ONLY WRITTEN TO THIS RUN'S FEED - NOTHING ON FILE CHANGES.     *
004300*================================================================*
004310 2100-REISSUE-ORDER.
004320     MOVE WS-PROCESS-DATE TO WS-DUE-DATE.
004330     PERFORM 2700-WRITE-FEED-DETAIL THRU 2700-EXIT.
004340     ADD 1 TO WS-REISSUED-COUNT.
004350     MOVE 'REISSUED - RERUN OF THIS DATE' TO WS-PROOF-ACTION.
004360     PERFORM 2750-PRINT-PROOF-LINE THRU 2750-EXIT.
004370 2100-EXIT.
004380     EXIT.
004390*================================================================*
004400* 2150-CHECK-TYPE-USABLE - THE ORDER'S TYPE MUST STILL BE ON     *
004410* DL100TT, ACTIVE, AND A PLAIN DEBIT OR CREDIT                   *
004420*================================================================*
004430 2150-CHECK-TYPE-USABLE.
004440     SET WS-TYPE-USABLE TO TRUE.
004450     IF WS-TYPE-FILE-NOT-AVAILABLE
004460         SET WS-TYPE-NOT-USABLE TO TRUE
004470         GO TO 2150-EXIT
004480     END-IF.
004490     MOVE SO-TRANS-TYPE TO TT-TRANS-TYPE.
004500     READ TYPE-FILE
004510         INVALID KEY
004520             SET WS-TYPE-NOT-USABLE TO TRUE
004530             GO TO 2150-EXIT
004540     END-READ.
004550     IF NOT TT-TYPE-ACTIVE OR
004560             (NOT TT-DEBIT AND NOT TT-CREDIT)
004570         SET WS-TYPE-NOT-USABLE TO TRUE
004580     END-IF.
004590 2150-EXIT.
004600     EXIT.
004610*================================================================*
004620* 2160-CHECK-CUSTOMER-OPEN - WITH NO REFERENCE MASTER ON FILE    *
004630* EVERY CUSTOMER IS TREATED AS OPEN, MATCHING DL100MN'S          *
004640* FALLBACK.  A DORMANT ACCOUNT IS NOT OPEN - DL100MN WOULD ONLY  *
004650* SUSPEND THE ORDER.                                             *
004660*================================================================*
004670 2160-CHECK-CUSTOMER-OPEN.
004680     SET WS-CUST-OPEN TO TRUE.
004690     IF WS-CUSTREF-NOT-AVAILABLE
004700         GO TO 2160-EXIT
004710     END-IF.
004720     MOVE SO-CUSTOMER-ID TO CR-CUSTOMER-ID.
004730     READ CUSTOMER-REF
004740         INVALID KEY
004750             SET WS-CUST-NOT-OPEN TO TRUE
004760             GO TO 2160-EXIT
004770     END-READ.
004780     IF NOT CR-STATUS-OPEN
004790         SET WS-CUST-NOT-OPEN TO TRUE
004800     END-IF.
004810 2160-EXIT.
004820     EXIT.
004830*================================================================*
004840* 2200-ISSUE-ORDER - PUT THE OCCURRENCE ON THE FEED, STAMP THE   *
004850* LAST ISSUE, AND ADVANCE THE ORDER PAST THE PROCESS DATE        *
004860*================================================================*
004870 2200-ISSUE-ORDER.
004880     PERFORM 2700-WRITE-FEED-DETAIL THRU 2700-EXIT.
004890     ADD 1 TO WS-ISSUED-COUNT.
004900     MOVE WS-PROCESS-DATE TO SO-LAST-ISSUED-DATE.
004910     PERFORM 2650-ADVANCE-ORDER THRU 2650-EXIT.
004920     MOVE 'ISSUED' TO WS-PROOF-ACTION.
004930     IF SO-STATUS-ENDED
004940         MOVE 'ISSUED - LAST OCCURRENCE' TO WS-PROOF-ACTION
004950     END-IF.
004960     PERFORM 2750-PRINT-PROOF-LINE THRU 2750-EXIT.
004970     PERFORM 2800-REWRITE-ORDER THRU 2800-EXIT.
004980     MOVE 'ISSUED' TO SH-ACTION-CODE.
004990     PERFORM 2850-WRITE-HISTORY THRU 2850-EXIT.
005000 2200-EXIT.
005010     EXIT.
005020*================================================================*
005030* 2300-SKIP-ORDER - THE CUSTOMER IS NOT OPEN: THE OCCURRENCE IS  *
005040* NOT SENT BUT THE ORDER IS STILL ADVANCED, SO IT DOES NOT GO    *
005050* OUT LATE IF THE ACCOUNT IS REOPENED                            *
005060*================================================================*
005070 2300-SKIP-ORDER.
005080     ADD 1 TO WS-SKIPPED-COUNT.
005090     PERFORM 2650-ADVANCE-ORDER THRU 2650-EXIT.
005100     MOVE 'SKIPPED - CUSTOMER NOT OPEN' TO WS-PROOF-ACTION.
005110     PERFORM 2750-PRINT-PROOF-LINE THRU 2750-EXIT.
005120     PERFORM 2800-REWRITE-ORDER THRU 2800-EXIT.
005130     MOVE 'SKIPPED' TO SH-ACTION-CODE.
005140     PERFORM 2850-WRITE-HISTORY THRU 2850-EXIT.
005150 2300-EXIT.
005160     EXIT.
005170*================================================================*
005180* 2400-HOLD-ORDER - NOT SENT AND NOT ADVANCED; THE REASON IS IN  *
005190* WS-PROOF-ACTION.  ONLY A NEWLY WORKED-OUT DUE DATE IS KEPT.    *
005200*================================================================*
005210 2400-HOLD-ORDER.
005220     ADD 1 TO WS-HELD-COUNT.
005230     PERFORM 2750-PRINT-PROOF-LINE THRU 2750-EXIT.
005240     PERFORM 2800-REWRITE-ORDER THRU 2800-EXIT.
005250 2400-EXIT.
005260     EXIT.
005270*================================================================*
005280* 2500-END-ORDER - NO OCCURRENCE IS LEFT ON OR BEFORE THE END    *
005290* DATE                                                           *
005300*================================================================*
005310 2500-END-ORDER.
005320     SET SO-STATUS-ENDED TO TRUE.
005330     ADD 1 TO WS-ENDED-COUNT.
005340     MOVE 'ENDED - PAST END DATE' TO WS-PROOF-ACTION.
005350     PERFORM 2750-PRINT-PROOF-LINE THRU 2750-EXIT.
005360     PERFORM 2800-REWRITE-ORDER THRU 2800-EXIT.
005370     MOVE 'ENDED' TO SH-ACTION-CODE.
005380     PERFORM 2850-WRITE-HISTORY THRU 2850-EXIT.
005390 2500-EXIT.
005400     EXIT.
005410*================================================================*
005420* 2600-COMPUTE-DUE-DATE - THE ORDER'S FIRST OCCURRENCE ON OR     *
005430* AFTER WS-FROM-DATE (NEVER BEFORE ITS START DATE), RETURNED IN  *
005440* WS-CALC-DATE.  WEEKLY COUNTS WHOLE WEEKS FROM THE START DATE;  *
005450* MONTHLY USES THE START DATE'S DAY AND DAY-OF-MONTH THE DAY ON  *
005460* THE ORDER, BOTH PULLED BACK TO THE LAST DAY OF A SHORT MONTH.  *
005470*================================================================*
005480 2600-COMPUTE-DUE-DATE.
005490     IF WS-FROM-DATE < SO-START-DATE
005500         MOVE SO-START-DATE TO WS-FROM-DATE
005510     END-IF.
005520     IF SO-FREQ-WEEKLY
005530         COMPUTE WS-START-INTEGER =
005540             FUNCTION INTEGER-OF-DATE(SO-START-DATE)
005550         COMPUTE WS-FROM-INTEGER =
005560             FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
005570         COMPUTE WS-WEEK-COUNT =
005580             (WS-FROM-INTEGER - WS-START-INTEGER + 6) / 7
005590         COMPUTE WS-CALC-DATE = FUNCTION DATE-OF-INTEGER
005600             (WS-START-INTEGER + (WS-WEEK-COUNT * 7))
005610         GO TO 2600-EXIT
005620     END-IF.
005630     IF SO-FREQ-DAY-OF-MONTH
005640         MOVE SO-MONTH-DAY TO WS-TARGET-DAY
005650     ELSE
005660         MOVE SO-START-DATE TO WS-WORK-DATE
005670         MOVE WS-WD-DAY TO WS-TARGET-DAY
005680     END-IF.
005690     MOVE WS-FROM-DATE TO WS-WORK-DATE.
005700     PERFORM 2610-FIT-DAY-TO-MONTH THRU 2610-EXIT.
005710     IF WS-CALC-DATE < WS-FROM-DATE
005720         IF WS-WD-MONTH = 12
005730             ADD 1 TO WS-WD-YEAR
005740             MOVE 1 TO WS-WD-MONTH
005750         ELSE
005760             ADD 1 TO WS-WD-MONTH
005770         END-IF
005780         PERFORM 2610-FIT-DAY-TO-MONTH THRU 2610-EXIT
005790     END-IF.
005800 2600-EXIT.
005810     EXIT.
005820*================================================================*
005830* 2610-FIT-DAY-TO-MONTH - WS-TARGET-DAY IN THE YEAR AND MONTH OF *
005840* WS-WORK-DATE, OR THAT MONTH'S LAST DAY IF IT IS SHORTER.  THE  *
005850* MONTH'S LENGTH IS THE DAY COUNT TO THE FIRST OF THE NEXT.      *
005860*================================================================*
005870 2610-FIT-DAY-TO-MONTH.
005880     MOVE 1 TO WS-WD-DAY.
005890     MOVE WS-WORK-DATE TO WS-MONTH-START-DATE.
005900     MOVE WS-WORK-DATE TO WS-NEXT-MONTH-DATE.
005910     IF WS-NM-MONTH = 12
005920         ADD 1 TO WS-NM-YEAR
005930         MOVE 1 TO WS-NM-MONTH
005940     ELSE
005950         ADD 1 TO WS-NM-MONTH
005960     END-IF.
005970     COMPUTE WS-MONTH-DAYS =
005980         FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE)
005990         - FUNCTION INTEGER-OF-DATE(WS-MONTH-START-DATE).
006000     IF WS-TARGET-DAY > WS-MONTH-DAYS
006010         MOVE WS-MONTH-DAYS TO WS-WD-DAY
006020     ELSE
006030         MOVE WS-TARGET-DAY TO WS-WD-DAY
006040     END-IF.
006050     MOVE WS-WORK-DATE TO WS-CALC-DATE.
006060 2610-EXIT.
006070     EXIT.
006080*================================================================*
006090* 2650-ADVANCE-ORDER - MOVE THE NEXT-DUE DATE TO THE FIRST       *
006100* OCCURRENCE AFTER THE PROCESS DATE; PAST THE END DATE THE ORDER *
006110* IS ENDED                                                       *
006120*================================================================*
006130 2650-ADVANCE-ORDER.
006140     COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
006150         (FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE) + 1).
006160     PERFORM 2600-COMPUTE-DUE-DATE THRU 2600-EXIT.
006170     MOVE WS-CALC-DATE TO SO-NEXT-DUE-DATE.
006180     IF SO-END-DATE > ZERO AND SO-NEXT-DUE-DATE > SO-END-DATE
006190         SET SO-STATUS-ENDED TO TRUE
006200         ADD 1 TO WS-ENDED-COUNT
006210     END-IF.
006220 2650-EXIT.
006230     EXIT.
006240*================================================================*
006250* 2700-WRITE-FEED-DETAIL - ONE DL100TR DETAIL RECORD, WITH THE   *
006260* PRIMARY AND CONTROL AREAS CARRYING THE SAME CUSTOMER/AMOUNT    *
006270* PAIR SO 2550-RECONCILE-AREAS IN DL100MN PROVES THEM.  THE      *
006280* ORIGIN FLAG STAYS BLANK - CUSTOMER-INITIATED.                  *
006290*================================================================*
006300 2700-WRITE-FEED-DETAIL.
006310     MOVE SPACES TO TR-TRANS-RECORD.
006320     MOVE SO-CUSTOMER-ID TO TR-CUSTOMER-ID.
006330     MOVE WS-PROCESS-DATE TO TR-TRANS-DATE.
006340     MOVE SO-TRANS-TYPE TO TR-TRANS-TYPE.
006350     MOVE SO-AMOUNT TO TR-TRANS-AMOUNT.
006360     MOVE SPACES TO TR-PRIMARY-DATA.
006370     MOVE SO-CUSTOMER-ID TO PD-CUSTOMER-ID.
006380     MOVE SO-AMOUNT TO PD-AMOUNT.
006390     MOVE SPACES TO TR-CONTROL-DATA.
006400     MOVE SO-CUSTOMER-ID TO CD-CUSTOMER-ID.
006410     MOVE SO-AMOUNT TO CD-AMOUNT.
006420     MOVE 'DT' TO TR-RECORD-TYPE.
006430     WRITE TR-TRANS-RECORD.
006440     ADD 1 TO WS-DETAIL-COUNT.
006450     ADD SO-AMOUNT TO WS-AMOUNT-HASH.
006460 2700-EXIT.
006470     EXIT.
006480*================================================================*
006490* 2750-PRINT-PROOF-LINE - ONE LINE PER ORDER ACTED ON, WITH THE  *
006500* ACTION TAKEN IN WS-PROOF-ACTION                                *
006510*================================================================*
006520 2750-PRINT-PROOF-LINE.
006530     MOVE SO-CUSTOMER-ID TO WS-DT-CUSTOMER-ID.
006540     MOVE SO-ORDER-NUMBER TO WS-DT-ORDER-NUMBER.
006550     MOVE SO-TRANS-TYPE TO WS-DT-TRANS-TYPE.
006560     MOVE SO-FREQUENCY-SW TO WS-DT-FREQUENCY.
006570     MOVE WS-DUE-DATE TO WS-DT-DUE-DATE.
006580     MOVE SO-AMOUNT TO WS-DT-AMOUNT.
006590     MOVE SO-NEXT-DUE-DATE TO WS-DT-NEXT-DUE.
006600     MOVE WS-PROOF-ACTION TO WS-DT-ACTION.
006610     MOVE WS-DETAIL-LINE TO PR-PRINT-LINE.
006620     WRITE PR-PRINT-LINE.
006630 2750-EXIT.
006640     EXIT.
006650*================================================================*
006660* 2800-REWRITE-ORDER - A FAILED REWRITE IS REPORTED AND COUNTED; *
006670* THE ORDER IS THEN STILL DUE ON THE NEXT RUN, SO ANY DETAIL     *
006680* ALREADY WRITTEN FOR IT MUST BE PULLED FROM THE FEED BY HAND    *
006690*================================================================*
006700 2800-REWRITE-ORDER.
006710     REWRITE SO-ORDER-RECORD
006720         INVALID KEY
006730             ADD 1 TO WS-REWRITE-FAIL-COUNT
006740             MOVE 'REWRITE FAILED - ORDER NOT ADVANCED: ' TO
006750                 PR-PRINT-LINE
006760             MOVE SO-CUSTOMER-ID TO PR-PRINT-LINE (38:10)
006770             MOVE SO-ORDER-NUMBER TO PR-PRINT-LINE (49:3)
006780             WRITE PR-PRINT-LINE
006790     END-REWRITE.
006800 2800-EXIT.
006810     EXIT.
006820*================================================================*
006830* 2850-WRITE-HISTORY - APPEND ONE DL100SH ROW SHOWING THE ORDER  *
006840* AS IT STANDS AFTER THE ACTION THE CALLER PUT IN SH-ACTION-CODE *
006850* AND THE OCCURRENCE IT WAS FOR                                  *
006860*================================================================*
006870 2850-WRITE-HISTORY.
006880     ACCEPT WS-TS-TIME FROM TIME.
006890     MOVE SO-CUSTOMER-ID TO SH-CUSTOMER-ID.
006900     MOVE SO-ORDER-NUMBER TO SH-ORDER-NUMBER.
006910     MOVE SPACES TO SH-TIMESTAMP.
006920     STRING WS-TS-DATE  DELIMITED BY SIZE
006930            '-'          DELIMITED BY SIZE
006940            WS-TS-TIME   DELIMITED BY SIZE
006950         INTO SH-TIMESTAMP.
006960     MOVE 'DL100SG' TO SH-USER-ID.
006970     MOVE SO-TRANS-TYPE TO SH-TRANS-TYPE.
006980     MOVE SO-AMOUNT TO SH-AMOUNT.
006990     MOVE SO-FREQUENCY-SW TO SH-FREQUENCY-SW.
007000     MOVE SO-MONTH-DAY TO SH-MONTH-DAY.
007010     MOVE SO-START-DATE TO SH-START-DATE.
007020     MOVE SO-END-DATE TO SH-END-DATE.
007030     MOVE SO-STATUS-SW TO SH-STATUS-SW.
007040     MOVE SO-APPROVAL-STATUS-SW TO SH-APPROVAL-STATUS.
007050     MOVE SO-APPROVED-BY TO SH-APPROVED-BY.
007060     MOVE WS-DUE-DATE TO SH-DUE-DATE.
007070     MOVE SO-NEXT-DUE-DATE TO SH-NEXT-DUE-DATE.
007080     WRITE SH-HISTORY-RECORD.
007090 2850-EXIT.
007100     EXIT.
007110*================================================================*
007120* 2900-READ-NEXT-ORDER                                           *
007130*================================================================*
007140 2900-READ-NEXT-ORDER.
007150     READ STANDING-ORDER-FILE NEXT RECORD
007160         AT END
007170             SET WS-ORDER-EOF-REACHED TO TRUE
007180     END-READ.
007190 2900-EXIT.
007200     EXIT.
007210*================================================================*
007220* 3000-WRITE-TRAILER - THE TRAILER CARRIES THE TRUE DETAIL       *
007230* COUNT AND AMOUNT HASH, SO 8000-VERIFY-FEED-BALANCE IN          *
007240* DL100MN SETTLES CLEANLY                                        *
007250*================================================================*
007260 3000-WRITE-TRAILER.
007270     MOVE SPACES TO TR-CONTROL-RECORD.
007280     MOVE WS-PROCESS-DATE TO CT-FEED-DATE.
007290     MOVE WS-DETAIL-COUNT TO CT-RECORD-COUNT.
007300     MOVE WS-AMOUNT-HASH TO CT-AMOUNT-HASH.
007310     MOVE 'TR' TO CT-RECORD-TYPE.
007320     WRITE TR-CONTROL-RECORD.
007330 3000-EXIT.
007340     EXIT.
007350*================================================================*
007360* 4000-PRINT-TOTALS - WHAT HAPPENED TO EVERY ORDER ON FILE AND   *
007370* THE FEED CONTROL FIGURES THE TRAILER WAS WRITTEN WITH          *
007380*================================================================*
007390 4000-PRINT-TOTALS.
007400     MOVE SPACES TO PR-PRINT-LINE.
007410     WRITE PR-PRINT-LINE.
007420     MOVE 'STANDING ORDERS ON FILE' TO WS-REPORT-LABEL.
007430     MOVE WS-ORDER-COUNT TO WS-REPORT-COUNT.
007440     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
007450     MOVE 'NOT ACTIVE (SUSPENDED/CANCELLED/ENDED)' TO
007460         WS-REPORT-LABEL.
007470     MOVE WS-NOT-ACTIVE-COUNT TO WS-REPORT-COUNT.
007480     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
007490     MOVE 'NOT YET DUE' TO WS-REPORT-LABEL.
007500     MOVE WS-NOT-DUE-COUNT TO WS-REPORT-COUNT.
007510     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
007520     MOVE 'ISSUED' TO WS-REPORT-LABEL.
007530     MOVE WS-ISSUED-COUNT TO WS-REPORT-COUNT.
007540     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
007550     MOVE 'REISSUED (RERUN OF THIS DATE)' TO WS-REPORT-LABEL.
007560     MOVE WS-REISSUED-COUNT TO WS-REPORT-COUNT.
007570     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
007580     MOVE 'SKIPPED (CUSTOMER NOT OPEN)' TO WS-REPORT-LABEL.
007590     MOVE WS-SKIPPED-COUNT TO WS-REPORT-COUNT.
007600     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
007610     MOVE 'HELD (PENDING APPROVAL OR BAD TYPE)' TO
007620         WS-REPORT-LABEL.
007630     MOVE WS-HELD-COUNT TO WS-REPORT-COUNT.
007640     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
007650     MOVE 'ENDED THIS RUN' TO WS-REPORT-LABEL.
007660     MOVE WS-ENDED-COUNT TO WS-REPORT-COUNT.
007670     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
007680     IF WS-REWRITE-FAIL-COUNT > ZERO
007690         MOVE 'REWRITES FAILED - ORDERS NOT ADVANCED' TO
007700             WS-REPORT-LABEL
007710         MOVE WS-REWRITE-FAIL-COUNT TO WS-REPORT-COUNT
007720         PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT
007730     END-IF.
007740     MOVE SPACES TO PR-PRINT-LINE.
007750     WRITE PR-PRINT-LINE.
007760     MOVE 'FEED DETAIL RECORDS WRITTEN' TO WS-REPORT-LABEL.
007770     MOVE WS-DETAIL-COUNT TO WS-REPORT-COUNT.
007780     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
007790     MOVE 'FEED AMOUNT HASH' TO WS-REPORT-LABEL.
007800     MOVE WS-AMOUNT-HASH TO WS-REPORT-AMOUNT.
007810     MOVE SPACES TO PR-PRINT-LINE.
007820     STRING WS-REPORT-LABEL  DELIMITED BY SIZE
007830            ' . . . . . . '  DELIMITED BY SIZE
007840            WS-REPORT-AMOUNT DELIMITED BY SIZE
007850         INTO PR-PRINT-LINE.
007860     WRITE PR-PRINT-LINE.
007870 4000-EXIT.
007880     EXIT.
007890*================================================================*
007900* 4200-WRITE-COUNT-LINE                                          *
007910*================================================================*
007920 4200-WRITE-COUNT-LINE.
007930     MOVE SPACES TO PR-PRINT-LINE.
007940     STRING WS-REPORT-LABEL  DELIMITED BY SIZE
007950            ' . . . . . . '  DELIMITED BY SIZE
007960            WS-REPORT-COUNT  DELIMITED BY SIZE
007970         INTO PR-PRINT-LINE.
007980     WRITE PR-PRINT-LINE.
007990 4200-EXIT.
008000     EXIT.
008010*================================================================*
008020* 9000-TERMINATE - CLOSE FILES                                   *
008030*================================================================*
008040 9000-TERMINATE.
008050     IF WS-ORDER-FILE-AVAILABLE
008060         CLOSE STANDING-ORDER-FILE
008070     END-IF.
008080     IF WS-TYPE-FILE-AVAILABLE
008090         CLOSE TYPE-FILE
008100     END-IF.
008110     IF WS-CUSTREF-AVAILABLE
008120         CLOSE CUSTOMER-REF
008130     END-IF.
008140     CLOSE HISTORY-FILE.
008150     CLOSE TRANS-FILE.
008160     CLOSE PRINT-FILE.
008170 9000-EXIT.
008180     EXIT.
