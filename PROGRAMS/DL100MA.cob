000370*                                                                *
000380* MODIFICATION HISTORY.                                         *
000390*   2026-09-02  JW  INITIAL VERSION.                             *
000400*   2026-10-15  JW  A DORMANT CUSTOMER (DL100CR STATUS 'D') IS  *
000410*                   ASSESSED LIKE AN OPEN ONE, AND EVERY        *
000420*                   DETAIL CARRIES TR-ORIGIN-SW 'S' SO DL100MN  *
000430*                   POSTS IT PAST THE DORMANT SUSPENSE RULE.    *
000440*   2026-10-15  JW  THE HEADER NAMES SOURCE SYSTEM 'DLMA'.      *
000450*--------------------------------------------------------------*
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.   IBM-370.
000490 OBJECT-COMPUTER.   IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMST
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS CM-CUSTOMER-ID
000560         FILE STATUS IS WS-CUSTMST-FILE-STATUS.
000570     SELECT CUSTOMER-REF ASSIGN TO CUSTREF
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS CR-CUSTOMER-ID
000610         FILE STATUS IS WS-CUSTREF-FILE-STATUS.
000620     SELECT RATE-FILE ASSIGN TO RATEPRM
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-RATE-FILE-STATUS.
000650     SELECT TRANS-FILE ASSIGN TO TRANSOUT
000660         ORGANIZATION IS SEQUENTIAL.
000670     SELECT PRINT-FILE ASSIGN TO ASSRPT
000680         ORGANIZATION IS SEQUENTIAL.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  CUSTOMER-MASTER
000720     LABEL RECORDS ARE STANDARD.
000730     COPY DL100CM.
000740 FD  CUSTOMER-REF
000750     LABEL RECORDS ARE STANDARD.
000760     COPY DL100CR.
000770 FD  RATE-FILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800     COPY DL100RP.
000810 FD  TRANS-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840     COPY DL100TR.
000850 FD  PRINT-FILE
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880 01  PR-PRINT-LINE               PIC X(132).
000890 WORKING-STORAGE SECTION.
000900*--------------------------------------------------------------*
000910* FIELD-LEVEL INITIALIZATION STANDARD - SEE DL100MN FOR THE     *
000920* FULL STATEMENT OF THE RULE.                                   *
000930*--------------------------------------------------------------*
000940* RUN CONTROL SWITCHES AND STATUS FIELDS                        *
000950*--------------------------------------------------------------*
000960 01  WS-CUSTMST-FILE-STATUS   PIC X(02) VALUE '00'.
000970 01  WS-CUSTREF-FILE-STATUS   PIC X(02) VALUE '00'.
000980 01  WS-RATE-FILE-STATUS      PIC X(02) VALUE '00'.
000990 01  WS-MASTER-EOF-SW         PIC X(01) VALUE 'N'.
001000     88  WS-MASTER-EOF-REACHED           VALUE 'Y'.
001010     88  WS-MASTER-NOT-EOF               VALUE 'N'.
001020 01  WS-RATE-EOF-SW           PIC X(01) VALUE 'N'.
001030     88  WS-RATE-EOF-REACHED             VALUE 'Y'.
001040     88  WS-RATE-NOT-EOF                 VALUE 'N'.
001050 01  WS-CUSTREF-AVAIL-SW      PIC X(01) VALUE 'N'.
001060     88  WS-CUSTREF-AVAILABLE            VALUE 'Y'.
001070     88  WS-CUSTREF-NOT-AVAILABLE        VALUE 'N'.
001080 01  WS-CUST-OPEN-SW          PIC X(01) VALUE 'Y'.
001090     88  WS-CUST-OPEN                    VALUE 'Y'.
001100     88  WS-CUST-NOT-OPEN                VALUE 'N'.
001110*--------------------------------------------------------------*
001120* ASSESSMENT DATE - ONE SYSIN CARD, YYYYMMDD; BLANK OR ZERO     *
001130* MEANS TODAY.  THE FEED HEADER, EVERY DETAIL AND THE DL100MN   *
001140* RUN THAT LOADS IT ALL CARRY THIS BUSINESS DATE.               *
001150*--------------------------------------------------------------*
001160 01  WS-TS-DATE               PIC 9(08) VALUE ZERO.
001170 01  WS-ASSESS-DATE-IN        PIC X(08) VALUE SPACES.
001180 01  WS-ASSESS-DATE           PIC 9(08) VALUE ZERO.
001190*--------------------------------------------------------------*
001200* RATE CARD TABLE - EVERY RATEPRM CARD, LOADED AT 1200          *
001210*--------------------------------------------------------------*
001220 01  WS-RATE-TABLE.
001230     05  WS-RATE-COUNT            PIC 9(02) COMP VALUE ZERO.
001240     05  WS-RATE-ENTRY OCCURS 1 TO 20 TIMES
001250                 DEPENDING ON WS-RATE-COUNT
001260                 INDEXED BY WS-RATE-IDX.
001270         10  WS-RT-TRANS-TYPE     PIC X(02) VALUE SPACES.
001280         10  WS-RT-DESCRIPTION    PIC X(20) VALUE SPACES.
001290         10  WS-RT-RATE-PCT       PIC 9(03)V9(04) VALUE ZERO.
001300         10  WS-RT-FLAT-AMOUNT    PIC 9(07)V99 VALUE ZERO.
001310         10  WS-RT-MIN-BALANCE    PIC 9(09)V99 VALUE ZERO.
001320         10  WS-RT-ASSESS-COUNT   PIC 9(07) COMP VALUE ZERO.
001330         10  WS-RT-ASSESS-TOTAL   PIC S9(13)V99 COMP-3
001340                                      VALUE ZERO.
001350*--------------------------------------------------------------*
001360* FEED CONTROL ACCUMULATORS - WHAT THE TRAILER MUST CARRY       *
001370*--------------------------------------------------------------*
001380 01  WS-DETAIL-COUNT          PIC 9(09) COMP VALUE ZERO.
001390 01  WS-AMOUNT-HASH           PIC S9(15)V99 COMP-3 VALUE ZERO.
001400 01  WS-CUSTOMER-COUNT        PIC 9(09) COMP VALUE ZERO.
001410 01  WS-SKIPPED-COUNT         PIC 9(09) COMP VALUE ZERO.
001420*--------------------------------------------------------------*
001430* ASSESSMENT WORK FIELDS                                        *
001440*--------------------------------------------------------------*
001450 01  WS-BASIS-BALANCE         PIC S9(11)V99 COMP-3 VALUE ZERO.
001460 01  WS-ASSESS-AMOUNT         PIC S9(09)V99 COMP-3 VALUE ZERO.
001470*--------------------------------------------------------------*
001480* REPORT LINE BUILD AREAS                                       *
001490*--------------------------------------------------------------*
001500 01  WS-DETAIL-LINE.
001510     05  FILLER                   PIC X(01) VALUE SPACES.
001520     05  WS-DT-CUSTOMER-ID        PIC X(10).
001530     05  FILLER                   PIC X(02) VALUE SPACES.
001540     05  WS-DT-TRANS-TYPE         PIC X(02).
001550     05  FILLER                   PIC X(02) VALUE SPACES.
001560     05  WS-DT-BASIS              PIC -Z,ZZZ,ZZZ,ZZ9.99.
001570     05  FILLER                   PIC X(02) VALUE SPACES.
001580     05  WS-DT-RATE-PCT           PIC ZZ9.9999.
001590     05  FILLER                   PIC X(02) VALUE SPACES.
001600     05  WS-DT-FLAT               PIC Z,ZZZ,ZZ9.99.
001610     05  FILLER                   PIC X(02) VALUE SPACES.
001620     05  WS-DT-AMOUNT             PIC -ZZZ,ZZZ,ZZ9.99.
001630     05  FILLER                   PIC X(62) VALUE SPACES.
001640 01  WS-TOTAL-LINE.
001650     05  FILLER                   PIC X(01) VALUE SPACES.
001660     05  WS-TL-TRANS-TYPE         PIC X(02).
001670     05  FILLER                   PIC X(01) VALUE SPACES.
001680     05  WS-TL-DESCRIPTION        PIC X(20).
001690     05  FILLER                   PIC X(02) VALUE SPACES.
001700     05  WS-TL-COUNT              PIC ZZZ,ZZ9.
001710     05  FILLER                   PIC X(02) VALUE SPACES.
001720     05  WS-TL-TOTAL              PIC -Z,ZZZ,ZZZ,ZZ9.99.
001730     05  FILLER                   PIC X(79) VALUE SPACES.
001740 01  WS-REPORT-LABEL           PIC X(40) VALUE SPACES.
001750 01  WS-REPORT-COUNT           PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
001760 01  WS-REPORT-AMOUNT          PIC -Z(14)9.99 VALUE ZERO.
001770 PROCEDURE DIVISION.
001780*================================================================*
001790* 0000-MAINLINE-CONTROL                                          *
001800*================================================================*
001810 0000-MAINLINE-CONTROL.
001820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001830     PERFORM 2000-ASSESS-ONE-CUSTOMER THRU 2000-EXIT
001840         UNTIL WS-MASTER-EOF-REACHED.
001850     PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.
001860     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
001870     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001880     GOBACK.
001890 0000-EXIT.
001900     EXIT.
001910*================================================================*
001920* 1000-INITIALIZE - TAKE THE ASSESSMENT DATE FROM SYSIN, LOAD    *
001930* THE RATE CARDS, OPEN THE MASTERS, AND OPEN THE FEED WITH ITS   *
001940* HEADER RECORD ALREADY WRITTEN                                  *
001950*================================================================*
001960 1000-INITIALIZE.
001970     PERFORM 1050-REINITIALIZE-WORK-AREAS THRU 1050-EXIT.
001980     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
001990     MOVE WS-TS-DATE TO WS-ASSESS-DATE.
002000     ACCEPT WS-ASSESS-DATE-IN.
002010     IF WS-ASSESS-DATE-IN NUMERIC AND
002020             WS-ASSESS-DATE-IN NOT = ZEROS
002030         MOVE WS-ASSESS-DATE-IN TO WS-ASSESS-DATE
002040     END-IF.
002050     OPEN OUTPUT PRINT-FILE.
002060     PERFORM 1100-PRINT-HEADINGS THRU 1100-EXIT.
002070     PERFORM 1200-LOAD-RATE-TABLE THRU 1200-EXIT.
002080     OPEN INPUT CUSTOMER-MASTER.
002090     IF WS-CUSTMST-FILE-STATUS NOT = '00'
002100         SET WS-MASTER-EOF-REACHED TO TRUE
002110         MOVE 'CUSTOMER MASTER NOT AVAILABLE - NOTHING ASSESSED'
002120             TO PR-PRINT-LINE
002130         WRITE PR-PRINT-LINE
002140     END-IF.
002150     OPEN INPUT CUSTOMER-REF.
002160     IF WS-CUSTREF-FILE-STATUS = '00'
002170         SET WS-CUSTREF-AVAILABLE TO TRUE
002180     ELSE
002190         SET WS-CUSTREF-NOT-AVAILABLE TO TRUE
002200     END-IF.
002210     OPEN OUTPUT TRANS-FILE.
002220     PERFORM 1300-WRITE-FEED-HEADER THRU 1300-EXIT.
002230     IF WS-MASTER-NOT-EOF
002240         PERFORM 2050-START-MASTER THRU 2050-EXIT
002250     END-IF.
002260 1000-EXIT.
002270     EXIT.
002280*================================================================*
002290* 1050-REINITIALIZE-WORK-AREAS - RE-APPLY THE PROGRAM'S DEFAULT  *
002300* VALUES TO EVERY WORKING AREA BEFORE THE RUN STARTS             *
002310*================================================================*
002320 1050-REINITIALIZE-WORK-AREAS.
002330     MOVE '00' TO WS-CUSTMST-FILE-STATUS.
002340     MOVE '00' TO WS-CUSTREF-FILE-STATUS.
002350     MOVE '00' TO WS-RATE-FILE-STATUS.
002360     SET WS-MASTER-NOT-EOF TO TRUE.
002370     SET WS-RATE-NOT-EOF TO TRUE.
002380     SET WS-CUSTREF-NOT-AVAILABLE TO TRUE.
002390     SET WS-CUST-OPEN TO TRUE.
002400     MOVE ZERO TO WS-TS-DATE.
002410     MOVE SPACES TO WS-ASSESS-DATE-IN.
002420     MOVE ZERO TO WS-ASSESS-DATE.
002430     MOVE ZERO TO WS-RATE-COUNT.
002440     MOVE ZERO TO WS-DETAIL-COUNT.
002450     MOVE ZERO TO WS-AMOUNT-HASH.
002460     MOVE ZERO TO WS-CUSTOMER-COUNT.
002470     MOVE ZERO TO WS-SKIPPED-COUNT.
002480     MOVE ZERO TO WS-BASIS-BALANCE.
002490     MOVE ZERO TO WS-ASSESS-AMOUNT.
002500     MOVE SPACES TO WS-REPORT-LABEL.
002510     MOVE ZERO TO WS-REPORT-COUNT.
002520     MOVE ZERO TO WS-REPORT-AMOUNT.
002530 1050-EXIT.
002540     EXIT.
002550*================================================================*
002560* 1100-PRINT-HEADINGS                                           *
002570*================================================================*
002580 1100-PRINT-HEADINGS.
002590     MOVE SPACES TO PR-PRINT-LINE.
002600     MOVE 'DL100 MONTHLY ASSESSMENT PROOF REPORT' TO
002610             PR-PRINT-LINE.
002620     WRITE PR-PRINT-LINE.
002630     MOVE SPACES TO PR-PRINT-LINE.
002640     STRING 'ASSESSMENT DATE . . . . . . . . ' DELIMITED BY SIZE
002650            WS-ASSESS-DATE DELIMITED BY SIZE
002660         INTO PR-PRINT-LINE.
002670     WRITE PR-PRINT-LINE.
002680     MOVE SPACES TO PR-PRINT-LINE.
002690     WRITE PR-PRINT-LINE.
002700     MOVE SPACES TO PR-PRINT-LINE.
002710     MOVE ' CUSTOMER   TY             BASIS  RATE-PCT
002720-    '       FLAT           AMOUNT' TO PR-PRINT-LINE.
002730     WRITE PR-PRINT-LINE.
002740 1100-EXIT.
002750     EXIT.
002760*================================================================*
002770* 1200-LOAD-RATE-TABLE - EVERY RATEPRM CARD INTO THE TABLE.  A   *
002780* CARD WITH A BLANK TYPE CODE OR NON-NUMERIC FIGURES IS          *
002790* REPORTED AND DROPPED - HALF A RATE IS WORSE THAN NONE.  AN     *
002800* EMPTY OR MISSING FILE ASSESSES NOTHING, BY DESIGN.             *
002810*================================================================*
002820 1200-LOAD-RATE-TABLE.
002830     OPEN INPUT RATE-FILE.
002840     IF WS-RATE-FILE-STATUS NOT = '00'
002850         SET WS-RATE-EOF-REACHED TO TRUE
002860         GO TO 1200-WRAP-UP
002870     END-IF.
002880     PERFORM 1250-READ-RATE-CARD THRU 1250-EXIT.
002890     PERFORM 1220-ADD-RATE-ENTRY THRU 1220-EXIT
002900         UNTIL WS-RATE-EOF-REACHED.
002910     CLOSE RATE-FILE.
002920 1200-WRAP-UP.
002930     IF WS-RATE-COUNT = ZERO
002940         MOVE 'NO USABLE RATE CARDS - NOTHING WILL BE ASSESSED'
002950             TO PR-PRINT-LINE
002960         WRITE PR-PRINT-LINE
002970     END-IF.
002980 1200-EXIT.
002990     EXIT.
003000*================================================================*
003010* 1220-ADD-RATE-ENTRY                                           *
003020*================================================================*
003030 1220-ADD-RATE-ENTRY.
003040     IF RP-TRANS-TYPE = SPACES OR
003050             RP-RATE-PCT NOT NUMERIC OR
003060             RP-FLAT-AMOUNT NOT NUMERIC OR
003070             RP-MIN-BALANCE NOT NUMERIC
003080         MOVE 'RATE CARD DROPPED - BLANK TYPE OR BAD FIGURES'
003090             TO PR-PRINT-LINE
003100         WRITE PR-PRINT-LINE
003110         GO TO 1220-NEXT
003120     END-IF.
003130     IF WS-RATE-COUNT = 20
003140         MOVE 'RATE CARD DROPPED - TABLE LIMIT REACHED' TO
003150             PR-PRINT-LINE
003160         WRITE PR-PRINT-LINE
003170         GO TO 1220-NEXT
003180     END-IF.
003190     ADD 1 TO WS-RATE-COUNT.
003200     SET WS-RATE-IDX TO WS-RATE-COUNT.
003210     MOVE RP-TRANS-TYPE TO WS-RT-TRANS-TYPE (WS-RATE-IDX).
003220     MOVE RP-DESCRIPTION TO WS-RT-DESCRIPTION (WS-RATE-IDX).
003230     MOVE RP-RATE-PCT TO WS-RT-RATE-PCT (WS-RATE-IDX).
003240     MOVE RP-FLAT-AMOUNT TO WS-RT-FLAT-AMOUNT (WS-RATE-IDX).
003250     MOVE RP-MIN-BALANCE TO WS-RT-MIN-BALANCE (WS-RATE-IDX).
003260     MOVE ZERO TO WS-RT-ASSESS-COUNT (WS-RATE-IDX).
003270     MOVE ZERO TO WS-RT-ASSESS-TOTAL (WS-RATE-IDX).
003280 1220-NEXT.
003290     PERFORM 1250-READ-RATE-CARD THRU 1250-EXIT.
003300 1220-EXIT.
003310     EXIT.
003320*================================================================*
003330* 1250-READ-RATE-CARD                                           *
003340*================================================================*
003350 1250-READ-RATE-CARD.
003360     READ RATE-FILE
003370         AT END
003380             SET WS-RATE-EOF-REACHED TO TRUE
003390     END-READ.
003400 1250-EXIT.
003410     EXIT.
003420*================================================================*
003430* 1300-WRITE-FEED-HEADER - THE HEADER NAMES THE BUSINESS DATE    *
003440* THE FEED IS BUILT FOR AND ITS SOURCE SYSTEM, 'DLMA'.  DL100MN  *
003450* HOLDS THE BATCH (OR REFUSES THE FEED) IF ITS DATE DIFFERS      *
003460*================================================================*
003470 1300-WRITE-FEED-HEADER.
003480     MOVE SPACES TO TR-CONTROL-RECORD.
003490     MOVE WS-ASSESS-DATE TO CT-FEED-DATE.
003500     MOVE ZERO TO CT-RECORD-COUNT.
003510     MOVE ZERO TO CT-AMOUNT-HASH.
003520     MOVE 'DLMA' TO CT-SOURCE-SYSTEM.
003530     MOVE 'HD' TO CT-RECORD-TYPE.
003540     WRITE TR-CONTROL-RECORD.
003550 1300-EXIT.
003560     EXIT.
003570*================================================================*
003580* 2000-ASSESS-ONE-CUSTOMER - APPLY EVERY RATE CARD TO ONE        *
003590* DL100CM ROW.  A CUSTOMER WHOSE REFERENCE ROW IS NOT OPEN IS    *
003600* SKIPPED AND COUNTED - ASSESSING A CLOSED ACCOUNT WOULD ONLY    *
003610* BOUNCE INTO SUSPENSE AT POSTING TIME.  A DORMANT ACCOUNT IS    *
003620* STILL ASSESSED - DL100MN POSTS SYSTEM-GENERATED CHARGES TO IT. *
003630*================================================================*
003640 2000-ASSESS-ONE-CUSTOMER.
003650     ADD 1 TO WS-CUSTOMER-COUNT.
003660     PERFORM 2100-CHECK-CUSTOMER-OPEN THRU 2100-EXIT.
003670     IF WS-CUST-NOT-OPEN
003680         ADD 1 TO WS-SKIPPED-COUNT
003690         GO TO 2000-NEXT
003700     END-IF.
003710     IF WS-RATE-COUNT > ZERO
003720         PERFORM 2500-APPLY-ONE-RATE THRU 2500-EXIT
003730             VARYING WS-RATE-IDX FROM 1 BY 1
003740             UNTIL WS-RATE-IDX > WS-RATE-COUNT
003750     END-IF.
003760 2000-NEXT.
003770     PERFORM 2150-READ-NEXT-MASTER THRU 2150-EXIT.
003780 2000-EXIT.
003790     EXIT.
003800*================================================================*
003810* 2050-START-MASTER - POSITION AT THE FRONT OF THE CUSTOMER      *
003820* MASTER AND PRIME THE FIRST READ                                *
003830*================================================================*
003840 2050-START-MASTER.
003850     MOVE LOW-VALUES TO CM-CUSTOMER-ID.
003860     START CUSTOMER-MASTER KEY NOT LESS THAN CM-CUSTOMER-ID
003870         INVALID KEY
003880             SET WS-MASTER-EOF-REACHED TO TRUE
003890     END-START.
003900     IF WS-MASTER-NOT-EOF
003910         PERFORM 2150-READ-NEXT-MASTER THRU 2150-EXIT
003920     END-IF.
003930 2050-EXIT.
003940     EXIT.
003950*================================================================*
003960* 2100-CHECK-CUSTOMER-OPEN - WITH NO REFERENCE MASTER ON FILE    *
003970* EVERY CUSTOMER IS ASSESSED, MATCHING DL100MN'S FALLBACK.  A    *
003980* DORMANT ACCOUNT COUNTS AS OPEN HERE.                           *
003990*================================================================*
004000 2100-CHECK-CUSTOMER-OPEN.
004010     SET WS-CUST-OPEN TO TRUE.
004020     IF WS-CUSTREF-NOT-AVAILABLE
004030         GO TO 2100-EXIT
004040     END-IF.
004050     MOVE CM-CUSTOMER-ID TO CR-CUSTOMER-ID.
004060     READ CUSTOMER-REF
004070         INVALID KEY
004080             SET WS-CUST-NOT-OPEN TO TRUE
004090     END-READ.
004100     IF WS-CUST-NOT-OPEN
004110         GO TO 2100-EXIT
004120     END-IF.
004130     IF NOT CR-STATUS-OPEN AND NOT CR-STATUS-DORMANT
004140         SET WS-CUST-NOT-OPEN TO TRUE
004150     END-IF.
004160 2100-EXIT.
004170     EXIT.
004180*================================================================*
004190* 2150-READ-NEXT-MASTER                                         *
004200*================================================================*
004210 2150-READ-NEXT-MASTER.
004220     READ CUSTOMER-MASTER NEXT RECORD
004230         AT END
004240             SET WS-MASTER-EOF-REACHED TO TRUE
004250     END-READ.
004260 2150-EXIT.
004270     EXIT.
004280*================================================================*
004290* 2500-APPLY-ONE-RATE - ONE RATE CARD AGAINST THE CURRENT        *
004300* CUSTOMER.  THE BASIS IS THE POSITIVE PART OF THE CLOSING       *
004310* BALANCE; A ZERO RESULT WRITES NOTHING.                         *
004320*================================================================*
004330 2500-APPLY-ONE-RATE.
004340     IF CM-CLOSING-BALANCE < WS-RT-MIN-BALANCE (WS-RATE-IDX)
004350         GO TO 2500-EXIT
004360     END-IF.
004370     IF CM-CLOSING-BALANCE > ZERO
004380         MOVE CM-CLOSING-BALANCE TO WS-BASIS-BALANCE
004390     ELSE
004400         MOVE ZERO TO WS-BASIS-BALANCE
004410     END-IF.
004420     COMPUTE WS-ASSESS-AMOUNT ROUNDED =
004430         WS-RT-FLAT-AMOUNT (WS-RATE-IDX)
004440         + (WS-BASIS-BALANCE
004450            * WS-RT-RATE-PCT (WS-RATE-IDX) / 100).
004460     IF WS-ASSESS-AMOUNT = ZERO
004470         GO TO 2500-EXIT
004480     END-IF.
004490     PERFORM 2600-WRITE-FEED-DETAIL THRU 2600-EXIT.
004500     PERFORM 2700-PRINT-PROOF-LINE THRU 2700-EXIT.
004510     ADD 1 TO WS-RT-ASSESS-COUNT (WS-RATE-IDX).
004520     ADD WS-ASSESS-AMOUNT TO WS-RT-ASSESS-TOTAL (WS-RATE-IDX).
004530 2500-EXIT.
004540     EXIT.
004550*================================================================*
004560* 2600-WRITE-FEED-DETAIL - ONE DL100TR DETAIL RECORD, WITH THE   *
004570* PRIMARY AND CONTROL AREAS CARRYING THE SAME CUSTOMER/AMOUNT    *
004580* PAIR SO 2550-RECONCILE-AREAS IN DL100MN PROVES THEM, AND THE   *
004590* ORIGIN FLAG MARKING IT SYSTEM-GENERATED                        *
004600*================================================================*
004610 2600-WRITE-FEED-DETAIL.
004620     MOVE SPACES TO TR-TRANS-RECORD.
004630     MOVE CM-CUSTOMER-ID TO TR-CUSTOMER-ID.
004640     MOVE WS-ASSESS-DATE TO TR-TRANS-DATE.
004650     MOVE WS-RT-TRANS-TYPE (WS-RATE-IDX) TO TR-TRANS-TYPE.
004660     MOVE WS-ASSESS-AMOUNT TO TR-TRANS-AMOUNT.
004670     MOVE SPACES TO TR-PRIMARY-DATA.
004680     MOVE CM-CUSTOMER-ID TO PD-CUSTOMER-ID.
004690     MOVE WS-ASSESS-AMOUNT TO PD-AMOUNT.
004700     MOVE SPACES TO TR-CONTROL-DATA.
004710     MOVE CM-CUSTOMER-ID TO CD-CUSTOMER-ID.
004720     MOVE WS-ASSESS-AMOUNT TO CD-AMOUNT.
004730     MOVE 'DT' TO TR-RECORD-TYPE.
004740     SET TR-SYSTEM-GENERATED TO TRUE.
004750     WRITE TR-TRANS-RECORD.
004760     ADD 1 TO WS-DETAIL-COUNT.
004770     ADD WS-ASSESS-AMOUNT TO WS-AMOUNT-HASH.
004780 2600-EXIT.
004790     EXIT.
004800*================================================================*
004810* 2700-PRINT-PROOF-LINE                                         *
004820*================================================================*
004830 2700-PRINT-PROOF-LINE.
004840     MOVE CM-CUSTOMER-ID TO WS-DT-CUSTOMER-ID.
004850     MOVE WS-RT-TRANS-TYPE (WS-RATE-IDX) TO WS-DT-TRANS-TYPE.
004860     MOVE CM-CLOSING-BALANCE TO WS-DT-BASIS.
004870     MOVE WS-RT-RATE-PCT (WS-RATE-IDX) TO WS-DT-RATE-PCT.
004880     MOVE WS-RT-FLAT-AMOUNT (WS-RATE-IDX) TO WS-DT-FLAT.
004890     MOVE WS-ASSESS-AMOUNT TO WS-DT-AMOUNT.
004900     MOVE WS-DETAIL-LINE TO PR-PRINT-LINE.
004910     WRITE PR-PRINT-LINE.
004920 2700-EXIT.
004930     EXIT.
004940*================================================================*
004950* 3000-WRITE-TRAILER - THE TRAILER CARRIES THE TRUE DETAIL       *
004960* COUNT AND AMOUNT HASH, SO 8000-VERIFY-FEED-BALANCE IN          *
004970* DL100MN SETTLES CLEANLY                                        *
004980*================================================================*
004990 3000-WRITE-TRAILER.
005000     MOVE SPACES TO TR-CONTROL-RECORD.
005010     MOVE WS-ASSESS-DATE TO CT-FEED-DATE.
005020     MOVE WS-DETAIL-COUNT TO CT-RECORD-COUNT.
005030     MOVE WS-AMOUNT-HASH TO CT-AMOUNT-HASH.
005040     MOVE 'TR' TO CT-RECORD-TYPE.
005050     WRITE TR-CONTROL-RECORD.
005060 3000-EXIT.
005070     EXIT.
005080*================================================================*
005090* 4000-PRINT-TOTALS - ONE LINE PER RATE CARD AND THE FEED        *
005100* CONTROL FIGURES THE TRAILER WAS WRITTEN WITH                   *
005110*================================================================*
005120 4000-PRINT-TOTALS.
005130     MOVE SPACES TO PR-PRINT-LINE.
005140     WRITE PR-PRINT-LINE.
005150     MOVE 'TOTALS BY RATE CARD' TO PR-PRINT-LINE.
005160     WRITE PR-PRINT-LINE.
005170     IF WS-RATE-COUNT > ZERO
005180         PERFORM 4100-PRINT-ONE-RATE-TOTAL THRU 4100-EXIT
005190             VARYING WS-RATE-IDX FROM 1 BY 1
005200             UNTIL WS-RATE-IDX > WS-RATE-COUNT
005210     END-IF.
005220     MOVE SPACES TO PR-PRINT-LINE.
005230     WRITE PR-PRINT-LINE.
005240     MOVE 'CUSTOMERS ON MASTER' TO WS-REPORT-LABEL.
005250     MOVE WS-CUSTOMER-COUNT TO WS-REPORT-COUNT.
005260     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
005270     MOVE 'CUSTOMERS SKIPPED (NOT OPEN)' TO WS-REPORT-LABEL.
005280     MOVE WS-SKIPPED-COUNT TO WS-REPORT-COUNT.
005290     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
005300     MOVE 'FEED DETAIL RECORDS WRITTEN' TO WS-REPORT-LABEL.
005310     MOVE WS-DETAIL-COUNT TO WS-REPORT-COUNT.
005320     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
005330     MOVE 'FEED AMOUNT HASH' TO WS-REPORT-LABEL.
005340     MOVE WS-AMOUNT-HASH TO WS-REPORT-AMOUNT.
005350     MOVE SPACES TO PR-PRINT-LINE.
005360     STRING WS-REPORT-LABEL  DELIMITED BY SIZE
005370            ' . . . . . . '  DELIMITED BY SIZE
005380            WS-REPORT-AMOUNT DELIMITED BY SIZE
005390         INTO PR-PRINT-LINE.
005400     WRITE PR-PRINT-LINE.
005410 4000-EXIT.
005420     EXIT.
005430*================================================================*
005440* 4100-PRINT-ONE-RATE-TOTAL                                     *
005450*================================================================*
005460 4100-PRINT-ONE-RATE-TOTAL.
005470     MOVE WS-RT-TRANS-TYPE (WS-RATE-IDX) TO WS-TL-TRANS-TYPE.
005480     MOVE WS-RT-DESCRIPTION (WS-RATE-IDX) TO WS-TL-DESCRIPTION.
005490     MOVE WS-RT-ASSESS-COUNT (WS-RATE-IDX) TO WS-TL-COUNT.
005500     MOVE WS-RT-ASSESS-TOTAL (WS-RATE-IDX) TO WS-TL-TOTAL.
005510     MOVE WS-TOTAL-LINE TO PR-PRINT-LINE.
005520     WRITE PR-PRINT-LINE.
005530 4100-EXIT.
005540     EXIT.
005550*================================================================*
005560* 4200-WRITE-COUNT-LINE                                         *
005570*================================================================*
005580 4200-WRITE-COUNT-LINE.
005590     MOVE SPACES TO PR-PRINT-LINE.
005600     STRING WS-REPORT-LABEL  DELIMITED BY SIZE
005610            ' . . . . . . '  DELIMITED BY SIZE
005620            WS-REPORT-COUNT  DELIMITED BY SIZE
005630         INTO PR-PRINT-LINE.
005640     WRITE PR-PRINT-LINE.
005650 4200-EXIT.
005660     EXIT.
005670*================================================================*
005680* 9000-TERMINATE - CLOSE FILES                                  *
005690*================================================================*
005700 9000-TERMINATE.
005710     IF WS-CUSTMST-FILE-STATUS = '00' OR
005720             WS-CUSTMST-FILE-STATUS = '10'
005730         CLOSE CUSTOMER-MASTER
005740     END-IF.
005750     IF WS-CUSTREF-AVAILABLE
005760         CLOSE CUSTOMER-REF
005770     END-IF.
005780     CLOSE TRANS-FILE.
005790     CLOSE PRINT-FILE.
005800 9000-EXIT.
005810     EXIT.
