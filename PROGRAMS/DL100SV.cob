000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DL100SV.
000120 AUTHOR.        J. WHITFIELD.
000130 INSTALLATION.  DAILY LEDGER PROCESSING.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* REMARKS.                                                      *
000180*   DAILY SECURITY VIOLATIONS REPORT FOR THE SECURITY DESK.     *
000190*   READS THE SHARED DL100SE SECURITY LOG (SECLOG) WRITTEN BY   *
000200*   THE ONLINE TRANSACTIONS AT SIGN-ON AND ON EVERY FUNCTION    *
000210*   AUTHORITY CHECK, AND REPORTS ONE CALENDAR DAY - THE DATE    *
000220*   ON THE SYSIN CARD, OR YESTERDAY WHEN THE CARD IS BLANK, SO  *
000230*   THE MORNING RUN COVERS THE DAY BEFORE.                      *
000240*   SECTION 1 LISTS EVERY REFUSED SIGN-ON AND AUTHORITY DENIAL  *
000250*   BY OPERATOR AND TRANSACTION, IN TIME ORDER, WITH A COUNT    *
000260*   PER TRANSACTION AND PER OPERATOR.  AN OPERATOR LOCKED OUT   *
000270*   THAT DAY IS FLAGGED ON THE OPERATOR LINE.                   *
000280*   SECTION 2 LISTS THE LOCKOUTS - PROFILES SET INACTIVE ON     *
000290*   REACHING THE DL100SK CONSECUTIVE-DENIAL LIMIT - WHICH STAY  *
000300*   INACTIVE UNTIL THE SECURITY DESK REACTIVATES THEM THROUGH   *
000310*   DL100OU.  THE RUN TOTALS INCLUDE THE DAY'S SUCCESSFUL       *
000320*   SIGN-ONS FOR SCALE.                                         *
000330*   AN OPERATOR ID THAT IS NOT ON DL100OP IS REPORTED AS KEYED. *
000340*                                                               *
000350* MODIFICATION HISTORY.                                         *
000360*   2026-10-15  JW  INITIAL VERSION.                            *
000370*--------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.   IBM-370.
000410 OBJECT-COMPUTER.   IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT SECURITY-LOG ASSIGN TO SECLOG
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-SECLOG-FILE-STATUS.
000470     SELECT SORT-FILE ASSIGN TO SORTWK.
000480     SELECT PRINT-FILE ASSIGN TO SECRPT
000490         ORGANIZATION IS SEQUENTIAL.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  SECURITY-LOG
000530     RECORDING MODE IS F
000540     LABEL RECORDS ARE STANDARD.
000550     COPY DL100SE.
000560 SD  SORT-FILE.
000570 01  SR-EVENT-RECORD.
000580     05  SR-OPERATOR-ID           PIC X(08).
000590     05  SR-TRANSACTION           PIC X(08).
000600     05  SR-EVENT-TIME            PIC 9(08).
000610     05  SR-EVENT-CODE            PIC X(08).
000620     05  SR-FUNCTION-CODE         PIC X(01).
000630     05  SR-REASON                PIC X(40).
000640     05  SR-FAIL-COUNT            PIC 9(03).
000650 FD  PRINT-FILE
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680 01  PR-PRINT-LINE               PIC X(132).
000690 WORKING-STORAGE SECTION.
000700*--------------------------------------------------------------*
000710* FIELD-LEVEL INITIALIZATION STANDARD - SEE DL100MN FOR THE     *
000720* FULL STATEMENT OF THE RULE.                                   *
000730*--------------------------------------------------------------*
000740* RUN CONTROL SWITCHES AND STATUS FIELDS                        *
000750*--------------------------------------------------------------*
000760 01  WS-SECLOG-FILE-STATUS    PIC X(02) VALUE '00'.
000770 01  WS-SECLOG-EOF-SW         PIC X(01) VALUE 'N'.
000780     88  WS-SECLOG-EOF-REACHED           VALUE 'Y'.
000790     88  WS-SECLOG-NOT-EOF               VALUE 'N'.
000800 01  WS-SECLOG-AVAIL-SW       PIC X(01) VALUE 'N'.
000810     88  WS-SECLOG-AVAILABLE             VALUE 'Y'.
000820     88  WS-SECLOG-NOT-AVAILABLE         VALUE 'N'.
000830 01  WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
000840     88  WS-SORT-EOF-REACHED             VALUE 'Y'.
000850     88  WS-SORT-NOT-EOF                 VALUE 'N'.
000860*--------------------------------------------------------------*
000870* REPORT DATE - FROM SYSIN; BLANK OR ZERO MEANS YESTERDAY       *
000880*--------------------------------------------------------------*
000890 01  WS-TS-DATE               PIC 9(08) VALUE ZERO.
000900 01  WS-REPORT-DATE-IN        PIC X(08) VALUE SPACES.
000910 01  WS-REPORT-DATE           PIC 9(08) VALUE ZERO.
000920 01  WS-EVENT-TIME            PIC 9(08) VALUE ZERO.
000930 01  WS-EVENT-TIME-PARTS REDEFINES WS-EVENT-TIME.
000940     05  WS-ET-HH                 PIC 9(02).
000950     05  WS-ET-MM                 PIC 9(02).
000960     05  WS-ET-SS                 PIC 9(02).
000970     05  FILLER                   PIC 9(02).
000980*--------------------------------------------------------------*
000990* CONTROL-BREAK FIELDS - OPERATOR, THEN TRANSACTION             *
001000*--------------------------------------------------------------*
001010 01  WS-CURRENT-OPERATOR      PIC X(08) VALUE SPACES.
001020 01  WS-CURRENT-TRANSACTION   PIC X(08) VALUE SPACES.
001030 01  WS-FIRST-EVENT-SW        PIC X(01) VALUE 'Y'.
001040     88  WS-FIRST-EVENT                  VALUE 'Y'.
001050     88  WS-NOT-FIRST-EVENT              VALUE 'N'.
001060 01  WS-TRAN-REFUSED-COUNT    PIC 9(09) COMP VALUE ZERO.
001070 01  WS-TRAN-DENIED-COUNT     PIC 9(09) COMP VALUE ZERO.
001080 01  WS-OPER-REFUSED-COUNT    PIC 9(09) COMP VALUE ZERO.
001090 01  WS-OPER-DENIED-COUNT     PIC 9(09) COMP VALUE ZERO.
001100*--------------------------------------------------------------*
001110* LOCKOUT TABLE - FILLED FROM THE LOG BEFORE THE SORT, SO THE   *
001120* OPERATOR LINES CAN BE FLAGGED AND SECTION 2 PRINTED AFTER.    *
001130* A LOCKOUT PAST THE TABLE LIMIT IS COUNTED AS NOT LISTED.      *
001140*--------------------------------------------------------------*
001150 01  WS-LOCKOUT-TABLE.
001160     05  WS-LOCKOUT-COUNT         PIC 9(04) COMP VALUE ZERO.
001170     05  WS-LOCKOUT-ENTRY OCCURS 1 TO 500 TIMES
001180                 DEPENDING ON WS-LOCKOUT-COUNT
001190                 INDEXED BY WS-LOCKOUT-IDX.
001200         10  WS-LK-OPERATOR-ID    PIC X(08) VALUE SPACES.
001210         10  WS-LK-TRANSACTION    PIC X(08) VALUE SPACES.
001220         10  WS-LK-EVENT-TIME     PIC 9(08) VALUE ZERO.
001230         10  WS-LK-FAIL-COUNT     PIC 9(03) VALUE ZERO.
001240 01  WS-OPERATOR-LOCKED-SW    PIC X(01) VALUE 'N'.
001250     88  WS-OPERATOR-LOCKED              VALUE 'Y'.
001260     88  WS-OPERATOR-NOT-LOCKED          VALUE 'N'.
001270*--------------------------------------------------------------*
001280* RUN ACCUMULATORS                                              *
001290*--------------------------------------------------------------*
001300 01  WS-SECLOG-READ-COUNT     PIC 9(09) COMP VALUE ZERO.
001310 01  WS-DATE-EVENT-COUNT      PIC 9(09) COMP VALUE ZERO.
001320 01  WS-SIGNON-COUNT          PIC 9(09) COMP VALUE ZERO.
001330 01  WS-REFUSED-COUNT         PIC 9(09) COMP VALUE ZERO.
001340 01  WS-DENIED-COUNT          PIC 9(09) COMP VALUE ZERO.
001350 01  WS-LOCKOUT-EVENT-COUNT   PIC 9(09) COMP VALUE ZERO.
001360 01  WS-LOCKOUT-UNLISTED      PIC 9(09) COMP VALUE ZERO.
001370 01  WS-VIOLATOR-COUNT        PIC 9(09) COMP VALUE ZERO.
001380*--------------------------------------------------------------*
001390* PAGE CONTROL                                                  *
001400*--------------------------------------------------------------*
001410 01  WS-LINE-COUNT            PIC 9(03) COMP VALUE ZERO.
001420 01  WS-PAGE-NO               PIC 9(05) COMP VALUE ZERO.
001430 01  WS-PAGE-LIMIT            PIC 9(03) COMP VALUE 55.
001440 01  WS-LINES-NEEDED          PIC 9(03) COMP VALUE ZERO.
001450 01  WS-SECTION-TITLE         PIC X(80) VALUE SPACES.
001460*--------------------------------------------------------------*
001470* REPORT LINE BUILD AREAS                                       *
001480*--------------------------------------------------------------*
001490 01  WS-HEADING-LINE.
001500     05  FILLER                   PIC X(13) VALUE
001510         'REPORT DATE: '.
001520     05  WS-HD-REPORT-DATE        PIC 9(08).
001530     05  FILLER                   PIC X(06) VALUE SPACES.
001540     05  FILLER                   PIC X(06) VALUE 'PAGE: '.
001550     05  WS-HD-PAGE-NO            PIC ZZ,ZZ9.
001560     05  FILLER                   PIC X(93) VALUE SPACES.
001570 01  WS-EVENT-HEADING.
001580     05  FILLER                   PIC X(05) VALUE SPACES.
001590     05  FILLER                   PIC X(08) VALUE 'TIME'.
001600     05  FILLER                   PIC X(03) VALUE SPACES.
001610     05  FILLER                   PIC X(08) VALUE 'EVENT'.
001620     05  FILLER                   PIC X(03) VALUE SPACES.
001630     05  FILLER                   PIC X(04) VALUE 'FUNC'.
001640     05  FILLER                   PIC X(03) VALUE SPACES.
001650     05  FILLER                   PIC X(40) VALUE 'REASON'.
001660     05  FILLER                   PIC X(03) VALUE SPACES.
001670     05  FILLER                   PIC X(05) VALUE 'FAILS'.
001680     05  FILLER                   PIC X(50) VALUE SPACES.
001690 01  WS-OPERATOR-LINE.
001700     05  FILLER                   PIC X(01) VALUE SPACES.
001710     05  FILLER                   PIC X(09) VALUE 'OPERATOR '.
001720     05  WS-OL-OPERATOR-ID        PIC X(08).
001730     05  FILLER                   PIC X(03) VALUE SPACES.
001740     05  WS-OL-LOCKED-FLAG        PIC X(40).
001750     05  FILLER                   PIC X(71) VALUE SPACES.
001760 01  WS-TRANSACTION-LINE.
001770     05  FILLER                   PIC X(03) VALUE SPACES.
001780     05  FILLER                   PIC X(12) VALUE 'TRANSACTION '.
001790     05  WS-TL-TRANSACTION        PIC X(08).
001800     05  FILLER                   PIC X(109) VALUE SPACES.
001810 01  WS-EVENT-LINE.
001820     05  FILLER                   PIC X(05) VALUE SPACES.
001830     05  WS-EL-HH                 PIC 9(02).
001840     05  FILLER                   PIC X(01) VALUE ':'.
001850     05  WS-EL-MM                 PIC 9(02).
001860     05  FILLER                   PIC X(01) VALUE ':'.
001870     05  WS-EL-SS                 PIC 9(02).
001880     05  FILLER                   PIC X(03) VALUE SPACES.
001890     05  WS-EL-EVENT-CODE         PIC X(08).
001900     05  FILLER                   PIC X(04) VALUE SPACES.
001910     05  WS-EL-FUNCTION-CODE      PIC X(01).
001920     05  FILLER                   PIC X(05) VALUE SPACES.
001930     05  WS-EL-REASON             PIC X(40).
001940     05  FILLER                   PIC X(05) VALUE SPACES.
001950     05  WS-EL-FAIL-COUNT         PIC ZZ9.
001960     05  FILLER                   PIC X(50) VALUE SPACES.
001970 01  WS-SUBTOTAL-LINE.
001980     05  FILLER                   PIC X(05) VALUE SPACES.
001990     05  WS-SL-LABEL              PIC X(20).
002000     05  FILLER                   PIC X(08) VALUE 'REFUSED '.
002010     05  WS-SL-REFUSED            PIC ZZ,ZZ9.
002020     05  FILLER                   PIC X(03) VALUE SPACES.
002030     05  FILLER                   PIC X(07) VALUE 'DENIED '.
002040     05  WS-SL-DENIED             PIC ZZ,ZZ9.
002050     05  FILLER                   PIC X(77) VALUE SPACES.
002060 01  WS-LOCKOUT-HEADING.
002070     05  FILLER                   PIC X(05) VALUE SPACES.
002080     05  FILLER                   PIC X(08) VALUE 'TIME'.
002090     05  FILLER                   PIC X(03) VALUE SPACES.
002100     05  FILLER                   PIC X(08) VALUE 'OPERATOR'.
002110     05  FILLER                   PIC X(03) VALUE SPACES.
002120     05  FILLER                   PIC X(11) VALUE 'TRANSACTION'.
002130     05  FILLER                   PIC X(03) VALUE SPACES.
002140     05  FILLER                   PIC X(05) VALUE 'FAILS'.
002150     05  FILLER                   PIC X(86) VALUE SPACES.
002160 01  WS-LOCKOUT-LINE.
002170     05  FILLER                   PIC X(05) VALUE SPACES.
002180     05  WS-LL-HH                 PIC 9(02).
002190     05  FILLER                   PIC X(01) VALUE ':'.
002200     05  WS-LL-MM                 PIC 9(02).
002210     05  FILLER                   PIC X(01) VALUE ':'.
002220     05  WS-LL-SS                 PIC 9(02).
002230     05  FILLER                   PIC X(03) VALUE SPACES.
002240     05  WS-LL-OPERATOR-ID        PIC X(08).
002250     05  FILLER                   PIC X(03) VALUE SPACES.
002260     05  WS-LL-TRANSACTION        PIC X(08).
002270     05  FILLER                   PIC X(08) VALUE SPACES.
002280     05  WS-LL-FAIL-COUNT         PIC ZZ9.
002290     05  FILLER                   PIC X(86) VALUE SPACES.
002300 01  WS-REPORT-LABEL           PIC X(40) VALUE SPACES.
002310 01  WS-REPORT-COUNT           PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
002320 PROCEDURE DIVISION.
002330*================================================================*
002340* 0000-MAINLINE-CONTROL                                          *
002350*================================================================*
002360 0000-MAINLINE-CONTROL.
002370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002380     SORT SORT-FILE
002390         ON ASCENDING KEY SR-OPERATOR-ID
002400                          SR-TRANSACTION
002410                          SR-EVENT-TIME
002420         INPUT PROCEDURE IS 2000-SELECT-EVENTS THRU 2000-EXIT
002430         OUTPUT PROCEDURE IS 3000-PRINT-VIOLATIONS
002440             THRU 3000-EXIT.
002450     PERFORM 5000-PRINT-LOCKOUTS THRU 5000-EXIT.
002460     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
002470     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002480     GOBACK.
002490 0000-EXIT.
002500     EXIT.
002510*================================================================*
002520* 1000-INITIALIZE - TAKE THE REPORT DATE FROM SYSIN AND OPEN THE *
002530* FILES.  THE SORT OWNS THE LOG READ LOOP.  A MISSING LOG        *
002540* PRINTS AN EMPTY REPORT THAT SAYS SO RATHER THAN A CLEAN ONE.   *
002550*================================================================*
002560 1000-INITIALIZE.
002570     PERFORM 1050-REINITIALIZE-WORK-AREAS THRU 1050-EXIT.
002580     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
002590     COMPUTE WS-REPORT-DATE = FUNCTION DATE-OF-INTEGER
002600         (FUNCTION INTEGER-OF-DATE(WS-TS-DATE) - 1).
002610     ACCEPT WS-REPORT-DATE-IN.
002620     IF WS-REPORT-DATE-IN NUMERIC AND
002630             WS-REPORT-DATE-IN NOT = ZEROS
002640         MOVE WS-REPORT-DATE-IN TO WS-REPORT-DATE
002650     END-IF.
002660     OPEN INPUT SECURITY-LOG.
002670     IF WS-SECLOG-FILE-STATUS = '00'
002680         SET WS-SECLOG-AVAILABLE TO TRUE
002690     ELSE
002700         SET WS-SECLOG-EOF-REACHED TO TRUE
002710     END-IF.
002720     OPEN OUTPUT PRINT-FILE.
002730 1000-EXIT.
002740     EXIT.
002750*================================================================*
002760* 1050-REINITIALIZE-WORK-AREAS - RE-APPLY THE PROGRAM'S DEFAULT  *
002770* VALUES TO EVERY WORKING AREA BEFORE THE RUN STARTS             *
002780*================================================================*
002790 1050-REINITIALIZE-WORK-AREAS.
002800     MOVE '00' TO WS-SECLOG-FILE-STATUS.
002810     SET WS-SECLOG-NOT-EOF TO TRUE.
002820     SET WS-SECLOG-NOT-AVAILABLE TO TRUE.
002830     SET WS-SORT-NOT-EOF TO TRUE.
002840     MOVE ZERO TO WS-TS-DATE.
002850     MOVE SPACES TO WS-REPORT-DATE-IN.
002860     MOVE ZERO TO WS-REPORT-DATE.
002870     MOVE ZERO TO WS-EVENT-TIME.
002880     MOVE SPACES TO WS-CURRENT-OPERATOR.
002890     MOVE SPACES TO WS-CURRENT-TRANSACTION.
002900     SET WS-FIRST-EVENT TO TRUE.
002910     MOVE ZERO TO WS-TRAN-REFUSED-COUNT.
002920     MOVE ZERO TO WS-TRAN-DENIED-COUNT.
002930     MOVE ZERO TO WS-OPER-REFUSED-COUNT.
002940     MOVE ZERO TO WS-OPER-DENIED-COUNT.
002950     MOVE ZERO TO WS-LOCKOUT-COUNT.
002960     SET WS-OPERATOR-NOT-LOCKED TO TRUE.
002970     MOVE ZERO TO WS-SECLOG-READ-COUNT.
002980     MOVE ZERO TO WS-DATE-EVENT-COUNT.
002990     MOVE ZERO TO WS-SIGNON-COUNT.
003000     MOVE ZERO TO WS-REFUSED-COUNT.
003010     MOVE ZERO TO WS-DENIED-COUNT.
003020     MOVE ZERO TO WS-LOCKOUT-EVENT-COUNT.
003030     MOVE ZERO TO WS-LOCKOUT-UNLISTED.
003040     MOVE ZERO TO WS-VIOLATOR-COUNT.
003050     MOVE ZERO TO WS-LINE-COUNT.
003060     MOVE ZERO TO WS-PAGE-NO.
003070     MOVE 55 TO WS-PAGE-LIMIT.
003080     MOVE ZERO TO WS-LINES-NEEDED.
003090     MOVE SPACES TO WS-SECTION-TITLE.
003100     MOVE SPACES TO WS-REPORT-LABEL.
003110     MOVE ZERO TO WS-REPORT-COUNT.
003120 1050-EXIT.
003130     EXIT.
003140*================================================================*
003150* 2000-SELECT-EVENTS - SORT INPUT PROCEDURE.  COUNTS THE REPORT  *
003160* DATE'S EVENTS BY KIND, HOLDS THE LOCKOUTS, AND RELEASES THE    *
003170* REFUSED SIGN-ONS AND AUTHORITY DENIALS.  AS IN DL100ST THE     *
003180* RELEASE SITS INSIDE THIS PROCEDURE'S RANGE, SO THE LOOP IS     *
003190* BUILT WITH GO TO.  NOTHING IS READ IF THE LOG DID NOT OPEN.    *
003200*================================================================*
003210 2000-SELECT-EVENTS.
003220     IF WS-SECLOG-NOT-AVAILABLE
003230         GO TO 2000-EXIT
003240     END-IF.
003250     PERFORM 2100-READ-SECURITY-LOG THRU 2100-EXIT.
003260 2000-LOOP.
003270     IF WS-SECLOG-EOF-REACHED
003280         GO TO 2000-EXIT
003290     END-IF.
003300     ADD 1 TO WS-SECLOG-READ-COUNT.
003310     IF SE-EVENT-DATE NOT = WS-REPORT-DATE
003320         GO TO 2000-NEXT
003330     END-IF.
003340     ADD 1 TO WS-DATE-EVENT-COUNT.
003350     EVALUATE TRUE
003360         WHEN SE-SIGNON
003370             ADD 1 TO WS-SIGNON-COUNT
003380         WHEN SE-SIGNON-REFUSED
003390             ADD 1 TO WS-REFUSED-COUNT
003400         WHEN SE-AUTHORITY-DENIED
003410             ADD 1 TO WS-DENIED-COUNT
003420         WHEN SE-LOCKOUT
003430             ADD 1 TO WS-LOCKOUT-EVENT-COUNT
003440             PERFORM 2200-HOLD-LOCKOUT THRU 2200-EXIT
003450     END-EVALUATE.
003460     IF NOT SE-VIOLATION
003470         GO TO 2000-NEXT
003480     END-IF.
003490     MOVE SE-OPERATOR-ID TO SR-OPERATOR-ID.
003500     MOVE SE-TRANSACTION TO SR-TRANSACTION.
003510     MOVE SE-EVENT-TIME TO SR-EVENT-TIME.
003520     MOVE SE-EVENT-CODE TO SR-EVENT-CODE.
003530     MOVE SE-FUNCTION-CODE TO SR-FUNCTION-CODE.
003540     MOVE SE-REASON TO SR-REASON.
003550     MOVE SE-FAIL-COUNT TO SR-FAIL-COUNT.
003560     RELEASE SR-EVENT-RECORD.
003570 2000-NEXT.
003580     PERFORM 2100-READ-SECURITY-LOG THRU 2100-EXIT.
003590     GO TO 2000-LOOP.
003600 2000-EXIT.
003610     EXIT.
003620*================================================================*
003630* 2100-READ-SECURITY-LOG                                         *
003640*================================================================*
003650 2100-READ-SECURITY-LOG.
003660     READ SECURITY-LOG
003670         AT END
003680             SET WS-SECLOG-EOF-REACHED TO TRUE
003690     END-READ.
003700 2100-EXIT.
003710     EXIT.
003720*================================================================*
003730* 2200-HOLD-LOCKOUT - KEEP ONE LOCKOUT FOR SECTION 2             *
003740*================================================================*
003750 2200-HOLD-LOCKOUT.
003760     IF WS-LOCKOUT-COUNT NOT < 500
003770         ADD 1 TO WS-LOCKOUT-UNLISTED
003780         GO TO 2200-EXIT
003790     END-IF.
003800     ADD 1 TO WS-LOCKOUT-COUNT.
003810     SET WS-LOCKOUT-IDX TO WS-LOCKOUT-COUNT.
003820     MOVE SE-OPERATOR-ID TO WS-LK-OPERATOR-ID (WS-LOCKOUT-IDX).
003830     MOVE SE-TRANSACTION TO WS-LK-TRANSACTION (WS-LOCKOUT-IDX).
003840     MOVE SE-EVENT-TIME TO WS-LK-EVENT-TIME (WS-LOCKOUT-IDX).
003850     MOVE SE-FAIL-COUNT TO WS-LK-FAIL-COUNT (WS-LOCKOUT-IDX).
003860 2200-EXIT.
003870     EXIT.
003880*================================================================*
003890* 3000-PRINT-VIOLATIONS - SORT OUTPUT PROCEDURE.  WALKS THE      *
003900* SORTED VIOLATIONS WITH A CONTROL BREAK ON OPERATOR, THEN ON    *
003910* TRANSACTION WITHIN OPERATOR.  THE RETURN SITS INSIDE THIS      *
003920* PROCEDURE'S RANGE, SO THE LOOP IS BUILT WITH GO TO THE SAME    *
003930* WAY AS 2000.                                                   *
003940*================================================================*
003950 3000-PRINT-VIOLATIONS.
003960     MOVE 'SECTION 1 - REFUSED SIGN-ONS AND AUTHORITY DENIALS'
003970             TO WS-SECTION-TITLE.
003980     PERFORM 4100-START-PAGE THRU 4100-EXIT.
003990     IF WS-SECLOG-NOT-AVAILABLE
004000         MOVE 'SECURITY LOG NOT AVAILABLE - NO EVENTS REPORTED'
004010                 TO PR-PRINT-LINE
004020         WRITE PR-PRINT-LINE
004030         ADD 1 TO WS-LINE-COUNT
004040     END-IF.
004050     RETURN SORT-FILE
004060         AT END
004070             SET WS-SORT-EOF-REACHED TO TRUE
004080     END-RETURN.
004090 3000-LOOP.
004100     IF WS-SORT-EOF-REACHED
004110         GO TO 3000-WRAP-UP
004120     END-IF.
004130     IF WS-FIRST-EVENT OR
004140             SR-OPERATOR-ID NOT = WS-CURRENT-OPERATOR
004150         PERFORM 4300-CLOSE-OPERATOR THRU 4300-EXIT
004160         PERFORM 4350-OPEN-OPERATOR THRU 4350-EXIT
004170     END-IF.
004180     IF SR-TRANSACTION NOT = WS-CURRENT-TRANSACTION
004190         PERFORM 4400-CLOSE-TRANSACTION THRU 4400-EXIT
004200         PERFORM 4450-OPEN-TRANSACTION THRU 4450-EXIT
004210     END-IF.
004220     PERFORM 4200-PRINT-EVENT THRU 4200-EXIT.
004230     RETURN SORT-FILE
004240         AT END
004250             SET WS-SORT-EOF-REACHED TO TRUE
004260     END-RETURN.
004270     GO TO 3000-LOOP.
004280 3000-WRAP-UP.
004290     PERFORM 4300-CLOSE-OPERATOR THRU 4300-EXIT.
004300     IF WS-VIOLATOR-COUNT = ZERO
004310         MOVE 'NO REFUSED SIGN-ON OR AUTHORITY DENIAL ON THE DATE'
004320                 TO PR-PRINT-LINE
004330         WRITE PR-PRINT-LINE
004340     END-IF.
004350 3000-EXIT.
004360     EXIT.
004370*================================================================*
004380* 4100-START-PAGE                                                *
004390*================================================================*
004400 4100-START-PAGE.
004410     ADD 1 TO WS-PAGE-NO.
004420     MOVE SPACES TO PR-PRINT-LINE.
004430     MOVE 'DL100 DAILY SECURITY VIOLATIONS REPORT' TO
004440             PR-PRINT-LINE.
004450     IF WS-PAGE-NO = 1
004460         WRITE PR-PRINT-LINE
004470     ELSE
004480         WRITE PR-PRINT-LINE AFTER ADVANCING PAGE
004490     END-IF.
004500     MOVE WS-REPORT-DATE TO WS-HD-REPORT-DATE.
004510     MOVE WS-PAGE-NO TO WS-HD-PAGE-NO.
004520     MOVE WS-HEADING-LINE TO PR-PRINT-LINE.
004530     WRITE PR-PRINT-LINE.
004540     MOVE SPACES TO PR-PRINT-LINE.
004550     MOVE WS-SECTION-TITLE TO PR-PRINT-LINE.
004560     WRITE PR-PRINT-LINE.
004570     MOVE SPACES TO PR-PRINT-LINE.
004580     WRITE PR-PRINT-LINE.
004590     MOVE 4 TO WS-LINE-COUNT.
004600 4100-EXIT.
004610     EXIT.
004620*================================================================*
004630* 4150-CHECK-PAGE - START A NEW PAGE WHEN WS-LINES-NEEDED MORE   *
004640* LINES WOULD RUN PAST THE PAGE LIMIT                            *
004650*================================================================*
004660 4150-CHECK-PAGE.
004670     IF WS-LINE-COUNT + WS-LINES-NEEDED > WS-PAGE-LIMIT
004680         PERFORM 4100-START-PAGE THRU 4100-EXIT
004690     END-IF.
004700 4150-EXIT.
004710     EXIT.
004720*================================================================*
004730* 4200-PRINT-EVENT - ONE REFUSED SIGN-ON OR DENIAL LINE          *
004740*================================================================*
004750 4200-PRINT-EVENT.
004760     MOVE 1 TO WS-LINES-NEEDED.
004770     PERFORM 4150-CHECK-PAGE THRU 4150-EXIT.
004780     MOVE SR-EVENT-TIME TO WS-EVENT-TIME.
004790     MOVE WS-ET-HH TO WS-EL-HH.
004800     MOVE WS-ET-MM TO WS-EL-MM.
004810     MOVE WS-ET-SS TO WS-EL-SS.
004820     MOVE SR-EVENT-CODE TO WS-EL-EVENT-CODE.
004830     MOVE SR-FUNCTION-CODE TO WS-EL-FUNCTION-CODE.
004840     MOVE SR-REASON TO WS-EL-REASON.
004850     MOVE SR-FAIL-COUNT TO WS-EL-FAIL-COUNT.
004860     MOVE WS-EVENT-LINE TO PR-PRINT-LINE.
004870     WRITE PR-PRINT-LINE.
004880     ADD 1 TO WS-LINE-COUNT.
004890     IF SR-EVENT-CODE = 'REFUSED'
004900         ADD 1 TO WS-TRAN-REFUSED-COUNT
004910         ADD 1 TO WS-OPER-REFUSED-COUNT
004920     ELSE
004930         ADD 1 TO WS-TRAN-DENIED-COUNT
004940         ADD 1 TO WS-OPER-DENIED-COUNT
004950     END-IF.
004960 4200-EXIT.
004970     EXIT.
004980*================================================================*
004990* 4300-CLOSE-OPERATOR - CLOSE THE LAST TRANSACTION AND PRINT THE *
005000* OPERATOR'S COUNTS.  NOTHING TO CLOSE BEFORE THE FIRST EVENT.   *
005010*================================================================*
005020 4300-CLOSE-OPERATOR.
005030     IF WS-FIRST-EVENT
005040         GO TO 4300-EXIT
005050     END-IF.
005060     PERFORM 4400-CLOSE-TRANSACTION THRU 4400-EXIT.
005070     MOVE 2 TO WS-LINES-NEEDED.
005080     PERFORM 4150-CHECK-PAGE THRU 4150-EXIT.
005090     MOVE 'OPERATOR TOTAL' TO WS-SL-LABEL.
005100     MOVE WS-OPER-REFUSED-COUNT TO WS-SL-REFUSED.
005110     MOVE WS-OPER-DENIED-COUNT TO WS-SL-DENIED.
005120     MOVE WS-SUBTOTAL-LINE TO PR-PRINT-LINE.
005130     WRITE PR-PRINT-LINE.
005140     MOVE SPACES TO PR-PRINT-LINE.
005150     WRITE PR-PRINT-LINE.
005160     ADD 2 TO WS-LINE-COUNT.
005170 4300-EXIT.
005180     EXIT.
005190*================================================================*
005200* 4350-OPEN-OPERATOR - START A NEW OPERATOR, FLAGGED WHEN THE    *
005210* LOCKOUT TABLE SHOWS THE OPERATOR WAS LOCKED OUT ON THE DATE    *
005220*================================================================*
005230 4350-OPEN-OPERATOR.
005240     MOVE SR-OPERATOR-ID TO WS-CURRENT-OPERATOR.
005250     MOVE HIGH-VALUES TO WS-CURRENT-TRANSACTION.
005260     SET WS-NOT-FIRST-EVENT TO TRUE.
005270     MOVE ZERO TO WS-OPER-REFUSED-COUNT.
005280     MOVE ZERO TO WS-OPER-DENIED-COUNT.
005290     ADD 1 TO WS-VIOLATOR-COUNT.
005300     SET WS-OPERATOR-NOT-LOCKED TO TRUE.
005310     IF WS-LOCKOUT-COUNT > ZERO
005320         SET WS-LOCKOUT-IDX TO 1
005330         SEARCH WS-LOCKOUT-ENTRY VARYING WS-LOCKOUT-IDX
005340             AT END
005350                 CONTINUE
005360             WHEN WS-LK-OPERATOR-ID (WS-LOCKOUT-IDX) =
005370                     WS-CURRENT-OPERATOR
005380                 SET WS-OPERATOR-LOCKED TO TRUE
005390         END-SEARCH
005400     END-IF.
005410     MOVE 4 TO WS-LINES-NEEDED.
005420     PERFORM 4150-CHECK-PAGE THRU 4150-EXIT.
005430     MOVE WS-CURRENT-OPERATOR TO WS-OL-OPERATOR-ID.
005440     IF WS-OPERATOR-LOCKED
005450         MOVE '*** LOCKED OUT ON THIS DATE ***'
005460             TO WS-OL-LOCKED-FLAG
005470     ELSE
005480         MOVE SPACES TO WS-OL-LOCKED-FLAG
005490     END-IF.
005500     MOVE WS-OPERATOR-LINE TO PR-PRINT-LINE.
005510     WRITE PR-PRINT-LINE.
005520     MOVE WS-EVENT-HEADING TO PR-PRINT-LINE.
005530     WRITE PR-PRINT-LINE.
005540     ADD 2 TO WS-LINE-COUNT.
005550 4350-EXIT.
005560     EXIT.
005570*================================================================*
005580* 4400-CLOSE-TRANSACTION - PRINT THE COUNTS FOR THE OPERATOR'S   *
005590* TRANSACTION JUST FINISHED, IF ANY                              *
005600*================================================================*
005610 4400-CLOSE-TRANSACTION.
005620     IF WS-TRAN-REFUSED-COUNT = ZERO AND
005630             WS-TRAN-DENIED-COUNT = ZERO
005640         GO TO 4400-EXIT
005650     END-IF.
005660     MOVE 1 TO WS-LINES-NEEDED.
005670     PERFORM 4150-CHECK-PAGE THRU 4150-EXIT.
005680     MOVE 'TRANSACTION TOTAL' TO WS-SL-LABEL.
005690     MOVE WS-TRAN-REFUSED-COUNT TO WS-SL-REFUSED.
005700     MOVE WS-TRAN-DENIED-COUNT TO WS-SL-DENIED.
005710     MOVE WS-SUBTOTAL-LINE TO PR-PRINT-LINE.
005720     WRITE PR-PRINT-LINE.
005730     ADD 1 TO WS-LINE-COUNT.
005740     MOVE ZERO TO WS-TRAN-REFUSED-COUNT.
005750     MOVE ZERO TO WS-TRAN-DENIED-COUNT.
005760 4400-EXIT.
005770     EXIT.
005780*================================================================*
005790* 4450-OPEN-TRANSACTION                                          *
005800*================================================================*
005810 4450-OPEN-TRANSACTION.
005820     MOVE SR-TRANSACTION TO WS-CURRENT-TRANSACTION.
005830     MOVE 2 TO WS-LINES-NEEDED.
005840     PERFORM 4150-CHECK-PAGE THRU 4150-EXIT.
005850     MOVE WS-CURRENT-TRANSACTION TO WS-TL-TRANSACTION.
005860     MOVE WS-TRANSACTION-LINE TO PR-PRINT-LINE.
005870     WRITE PR-PRINT-LINE.
005880     ADD 1 TO WS-LINE-COUNT.
005890 4450-EXIT.
005900     EXIT.
005910*================================================================*
005920* 4500-WRITE-COUNT-LINE                                          *
005930*================================================================*
005940 4500-WRITE-COUNT-LINE.
005950     MOVE SPACES TO PR-PRINT-LINE.
005960     STRING WS-REPORT-LABEL  DELIMITED BY SIZE
005970            ' . . . . . . '  DELIMITED BY SIZE
005980            WS-REPORT-COUNT  DELIMITED BY SIZE
005990         INTO PR-PRINT-LINE.
006000     WRITE PR-PRINT-LINE.
006010 4500-EXIT.
006020     EXIT.
006030*================================================================*
006040* 5000-PRINT-LOCKOUTS - SECTION 2: EVERY PROFILE SET INACTIVE ON *
006050* THE DATE FOR REACHING THE CONSECUTIVE-DENIAL LIMIT             *
006060*================================================================*
006070 5000-PRINT-LOCKOUTS.
006080     MOVE 'SECTION 2 - LOCKOUTS (REACTIVATE THROUGH DL100OU)'
006090             TO WS-SECTION-TITLE.
006100     PERFORM 4100-START-PAGE THRU 4100-EXIT.
006110     IF WS-LOCKOUT-COUNT = ZERO
006120         MOVE 'NO OPERATOR WAS LOCKED OUT ON THE DATE'
006130                 TO PR-PRINT-LINE
006140         WRITE PR-PRINT-LINE
006150         GO TO 5000-EXIT
006160     END-IF.
006170     MOVE WS-LOCKOUT-HEADING TO PR-PRINT-LINE.
006180     WRITE PR-PRINT-LINE.
006190     ADD 1 TO WS-LINE-COUNT.
006200     PERFORM 5100-PRINT-LOCKOUT-LINE THRU 5100-EXIT
006210         VARYING WS-LOCKOUT-IDX FROM 1 BY 1
006220         UNTIL WS-LOCKOUT-IDX > WS-LOCKOUT-COUNT.
006230     IF WS-LOCKOUT-UNLISTED > ZERO
006240         MOVE SPACES TO PR-PRINT-LINE
006250         WRITE PR-PRINT-LINE
006260         MOVE 'LOCKOUTS NOT LISTED (TABLE FULL)'
006270                 TO WS-REPORT-LABEL
006280         MOVE WS-LOCKOUT-UNLISTED TO WS-REPORT-COUNT
006290         PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT
006300     END-IF.
006310 5000-EXIT.
006320     EXIT.
006330*================================================================*
006340* 5100-PRINT-LOCKOUT-LINE                                        *
006350*================================================================*
006360 5100-PRINT-LOCKOUT-LINE.
006370     MOVE 1 TO WS-LINES-NEEDED.
006380     PERFORM 4150-CHECK-PAGE THRU 4150-EXIT.
006390     MOVE WS-LK-EVENT-TIME (WS-LOCKOUT-IDX) TO WS-EVENT-TIME.
006400     MOVE WS-ET-HH TO WS-LL-HH.
006410     MOVE WS-ET-MM TO WS-LL-MM.
006420     MOVE WS-ET-SS TO WS-LL-SS.
006430     MOVE WS-LK-OPERATOR-ID (WS-LOCKOUT-IDX) TO WS-LL-OPERATOR-ID.
006440     MOVE WS-LK-TRANSACTION (WS-LOCKOUT-IDX) TO WS-LL-TRANSACTION.
006450     MOVE WS-LK-FAIL-COUNT (WS-LOCKOUT-IDX) TO WS-LL-FAIL-COUNT.
006460     MOVE WS-LOCKOUT-LINE TO PR-PRINT-LINE.
006470     WRITE PR-PRINT-LINE.
006480     ADD 1 TO WS-LINE-COUNT.
006490 5100-EXIT.
006500     EXIT.
006510*================================================================*
006520* 6000-PRINT-TOTALS                                              *
006530*================================================================*
006540 6000-PRINT-TOTALS.
006550     MOVE 'RUN TOTALS' TO WS-SECTION-TITLE.
006560     PERFORM 4100-START-PAGE THRU 4100-EXIT.
006570     MOVE 'SECURITY LOG RECORDS READ' TO WS-REPORT-LABEL.
006580     MOVE WS-SECLOG-READ-COUNT TO WS-REPORT-COUNT.
006590     PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT.
006600     MOVE 'EVENTS ON THE REPORT DATE' TO WS-REPORT-LABEL.
006610     MOVE WS-DATE-EVENT-COUNT TO WS-REPORT-COUNT.
006620     PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT.
006630     MOVE 'SUCCESSFUL SIGN-ONS' TO WS-REPORT-LABEL.
006640     MOVE WS-SIGNON-COUNT TO WS-REPORT-COUNT.
006650     PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT.
006660     MOVE 'REFUSED SIGN-ONS' TO WS-REPORT-LABEL.
006670     MOVE WS-REFUSED-COUNT TO WS-REPORT-COUNT.
006680     PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT.
006690     MOVE 'AUTHORITY DENIALS' TO WS-REPORT-LABEL.
006700     MOVE WS-DENIED-COUNT TO WS-REPORT-COUNT.
006710     PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT.
006720     MOVE 'OPERATOR IDS WITH VIOLATIONS' TO WS-REPORT-LABEL.
006730     MOVE WS-VIOLATOR-COUNT TO WS-REPORT-COUNT.
006740     PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT.
006750     MOVE 'LOCKOUTS' TO WS-REPORT-LABEL.
006760     MOVE WS-LOCKOUT-EVENT-COUNT TO WS-REPORT-COUNT.
006770     PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT.
006780 6000-EXIT.
006790     EXIT.
006800*================================================================*
006810* 9000-TERMINATE                                                 *
006820*================================================================*
006830 9000-TERMINATE.
006840     IF WS-SECLOG-AVAILABLE
006850         CLOSE SECURITY-LOG
006860     END-IF.
006870     CLOSE PRINT-FILE.
006880 9000-EXIT.
006890     EXIT.
