000340*                   EXTRACT AMOUNT IS UNSIGNED, SO A CHARGE      *
000350*                   PLUS ITS REVERSAL WAS PRINTING AS DOUBLE     *
000360*                   THE ACTIVITY INSTEAD OF NETTING TO ZERO.     *
000370*   2026-10-15  JW  A TRANSFER LEG NAMES THE OTHER CUSTOMER ON  *
000380*                   ITS DETAIL LINE - 'TRANSFER TO' ON THE      *
000390*                   FROM-LEG, 'TRANSFER FROM' ON THE TO-LEG -   *
000400*                   SO BOTH STATEMENTS SHOW THE PAIRING.        *
000410*--------------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT EXTRACT-FILE ASSIGN TO EXTRIN
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
000510     SELECT SORT-FILE ASSIGN TO SORTWK.
000520     SELECT PRINT-FILE ASSIGN TO STMTRPT
000530         ORGANIZATION IS SEQUENTIAL.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  EXTRACT-FILE
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000590     COPY DL100EX.
000600 SD  SORT-FILE.
000610     COPY DL100EX REPLACING
000620         ==EX-EXTRACT-RECORD==
000630             BY ==SR-EXTRACT-RECORD==
000640         ==EX-RUN-ID==
000650             BY ==SR-RUN-ID==
000660         ==EX-RECORD-NO==
000670             BY ==SR-RECORD-NO==
000680         ==EX-CUSTOMER-ID==
000690             BY ==SR-CUSTOMER-ID==
000700         ==EX-TRANS-AMOUNT==
000710             BY ==SR-TRANS-AMOUNT==
000720         ==EX-AREA-1-VALUE==
000730             BY ==SR-AREA-1-VALUE==
000740         ==EX-AREA-2-VALUE==
000750             BY ==SR-AREA-2-VALUE==
000760         ==EX-RUN-DATE==
000770             BY ==SR-RUN-DATE==
000780         ==EX-TRANS-TYPE==
000790             BY ==SR-TRANS-TYPE==
000800         ==EX-REVERSAL-SW==
000810             BY ==SR-REVERSAL-SW==
000820         ==EX-REVERSAL==
000830             BY ==SR-REVERSAL==
000840         ==EX-TRANSFER-DETAIL==
000850             BY ==SR-TRANSFER-DETAIL==
000860         ==EX-XF-FROM-CUSTOMER-ID==
000870             BY ==SR-XF-FROM-CUSTOMER-ID==
000880         ==EX-XF-AMOUNT==
000890             BY ==SR-XF-AMOUNT==
000900         ==EX-XF-TO-CUSTOMER-ID==
000910             BY ==SR-XF-TO-CUSTOMER-ID==
000920         ==EX-TRANSFER-LEG-SW==
000930             BY ==SR-TRANSFER-LEG-SW==
000940         ==EX-TRANSFER-FROM-LEG==
000950             BY ==SR-TRANSFER-FROM-LEG==
000960         ==EX-TRANSFER-TO-LEG==
000970             BY ==SR-TRANSFER-TO-LEG==.
000980 FD  PRINT-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010 01  PR-PRINT-LINE               PIC X(132).
001020 WORKING-STORAGE SECTION.
001030*--------------------------------------------------------------*
001040* FIELD-LEVEL INITIALIZATION STANDARD - SEE DL100MN FOR THE     *
001050* FULL STATEMENT OF THE RULE.                                   *
001060*--------------------------------------------------------------*
001070* RUN CONTROL SWITCHES AND COUNTERS                             *
001080*--------------------------------------------------------------*
001090 01  WS-EXTRACT-FILE-STATUS   PIC X(02) VALUE '00'.
001100 01  WS-EXTRACT-EOF-SW        PIC X(01) VALUE 'N'.
001110     88  WS-EXTRACT-EOF-REACHED          VALUE 'Y'.
001120     88  WS-EXTRACT-NOT-EOF              VALUE 'N'.
001130 01  WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
001140     88  WS-SORT-EOF-REACHED             VALUE 'Y'.
001150     88  WS-SORT-NOT-EOF                 VALUE 'N'.
001160*--------------------------------------------------------------*
001170* DATE RANGE SELECTION - TWO SYSIN CARDS, YYYYMMDD EACH.        *
001180* A BLANK OR NON-NUMERIC FROM-DATE SELECTS FROM THE BEGINNING;  *
001190* A BLANK OR NON-NUMERIC TO-DATE SELECTS THROUGH THE END.       *
001200*--------------------------------------------------------------*
001210 01  WS-FROM-DATE-IN          PIC X(08) VALUE SPACES.
001220 01  WS-TO-DATE-IN            PIC X(08) VALUE SPACES.
001230 01  WS-FROM-DATE             PIC 9(08) VALUE ZERO.
001240 01  WS-TO-DATE               PIC 9(08) VALUE 99999999.
001250*--------------------------------------------------------------*
001260* CONTROL-BREAK AND TOTALING FIELDS                             *
001270*--------------------------------------------------------------*
001280 01  WS-CURRENT-CUSTOMER      PIC X(10) VALUE SPACES.
001290 01  WS-FIRST-CUSTOMER-SW     PIC X(01) VALUE 'Y'.
001300     88  WS-FIRST-CUSTOMER               VALUE 'Y'.
001310     88  WS-NOT-FIRST-CUSTOMER           VALUE 'N'.
001320 01  WS-CUST-TRANS-COUNT      PIC 9(07) COMP VALUE ZERO.
001330 01  WS-CUST-TOTAL-AMOUNT     PIC S9(13)V99 COMP-3 VALUE ZERO.
001340 01  WS-GRAND-TRANS-COUNT     PIC 9(09) COMP VALUE ZERO.
001350 01  WS-GRAND-TOTAL-AMOUNT    PIC S9(13)V99 COMP-3 VALUE ZERO.
001360 01  WS-CUSTOMER-COUNT        PIC 9(07) COMP VALUE ZERO.
001370 01  WS-SELECTED-COUNT        PIC 9(09) COMP VALUE ZERO.
001380 01  WS-BYPASSED-COUNT        PIC 9(09) COMP VALUE ZERO.
001390*--------------------------------------------------------------*
001400* PAGE CONTROL                                                  *
001410*--------------------------------------------------------------*
001420 01  WS-LINE-COUNT            PIC 9(03) COMP VALUE ZERO.
001430 01  WS-PAGE-NO               PIC 9(05) COMP VALUE ZERO.
001440 01  WS-PAGE-LIMIT            PIC 9(03) COMP VALUE 55.
001450*--------------------------------------------------------------*
001460* REPORT LINE BUILD AREAS                                       *
001470*--------------------------------------------------------------*
001480 01  WS-HEADING-LINE.
001490     05  FILLER                   PIC X(10) VALUE 'CUSTOMER: '.
001500     05  WS-HD-CUSTOMER-ID        PIC X(10).
001510     05  FILLER                   PIC X(06) VALUE SPACES.
001520     05  FILLER                   PIC X(06) VALUE 'PAGE: '.
001530     05  WS-HD-PAGE-NO            PIC ZZ,ZZ9.
001540     05  FILLER                   PIC X(94) VALUE SPACES.
001550 01  WS-DETAIL-LINE.
001560     05  FILLER                   PIC X(01) VALUE SPACES.
001570     05  WS-DT-RECORD-NO          PIC 9(09).
001580     05  FILLER                   PIC X(03) VALUE SPACES.
001590     05  WS-DT-RUN-DATE           PIC 9(08).
001600     05  FILLER                   PIC X(03) VALUE SPACES.
001610     05  WS-DT-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
001620     05  FILLER                   PIC X(01) VALUE SPACES.
001630     05  WS-DT-REV-FLAG           PIC X(01).
001640     05  FILLER                   PIC X(02) VALUE SPACES.
001650     05  WS-DT-TRANSFER-TEXT      PIC X(24).
001660     05  FILLER                   PIC X(66) VALUE SPACES.
001670 01  WS-TOTAL-LINE.
001680     05  FILLER                   PIC X(16) VALUE
001690         'CUSTOMER TOTAL: '.
001700     05  WS-TL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
001710     05  FILLER                   PIC X(02) VALUE SPACES.
001720     05  WS-TL-COUNT              PIC ZZZ,ZZ9.
001730     05  FILLER                   PIC X(13) VALUE
001740         ' TRANSACTIONS'.
001750     05  FILLER                   PIC X(78) VALUE SPACES.
001760 01  WS-REPORT-LABEL           PIC X(40) VALUE SPACES.
001770 01  WS-REPORT-COUNT           PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
001780 01  WS-REPORT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99
001790                                   VALUE ZERO.
001800 PROCEDURE DIVISION.
001810*================================================================*
001820* 0000-MAINLINE-CONTROL                                          *
001830*================================================================*
001840 0000-MAINLINE-CONTROL.
001850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001860     SORT SORT-FILE
001870         ON ASCENDING KEY SR-CUSTOMER-ID
001880                          SR-RUN-DATE
001890                          SR-RECORD-NO
001900         INPUT PROCEDURE IS 2000-SELECT-INPUT THRU 2000-EXIT
001910         OUTPUT PROCEDURE IS 3000-PRINT-STATEMENTS
001920             THRU 3000-EXIT.
001930     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001940     GOBACK.
001950 0000-EXIT.
001960     EXIT.
001970*================================================================*
001980* 1000-INITIALIZE - TAKE THE DATE RANGE FROM SYSIN AND OPEN      *
001990* THE FILES.  THE SORT OWNS THE EXTRACT READ LOOP.               *
002000*================================================================*
002010 1000-INITIALIZE.
002020     PERFORM 1050-REINITIALIZE-WORK-AREAS THRU 1050-EXIT.
002030     ACCEPT WS-FROM-DATE-IN.
002040     ACCEPT WS-TO-DATE-IN.
002050     IF WS-FROM-DATE-IN NUMERIC
002060         MOVE WS-FROM-DATE-IN TO WS-FROM-DATE
002070     END-IF.
002080     IF WS-TO-DATE-IN NUMERIC AND WS-TO-DATE-IN NOT = ZEROS
002090         MOVE WS-TO-DATE-IN TO WS-TO-DATE
002100     END-IF.
002110     OPEN INPUT EXTRACT-FILE.
002120     IF WS-EXTRACT-FILE-STATUS NOT = '00'
002130         SET WS-EXTRACT-EOF-REACHED TO TRUE
002140     END-IF.
002150     OPEN OUTPUT PRINT-FILE.
002160 1000-EXIT.
002170     EXIT.
002180*================================================================*
002190* 1050-REINITIALIZE-WORK-AREAS - RE-APPLY THE PROGRAM'S DEFAULT  *
002200* VALUES TO EVERY WORKING AREA BEFORE THE RUN STARTS             *
002210*================================================================*
002220 1050-REINITIALIZE-WORK-AREAS.
002230     MOVE '00' TO WS-EXTRACT-FILE-STATUS.
002240     SET WS-EXTRACT-NOT-EOF TO TRUE.
002250     SET WS-SORT-NOT-EOF TO TRUE.
002260     MOVE SPACES TO WS-FROM-DATE-IN.
002270     MOVE SPACES TO WS-TO-DATE-IN.
002280     MOVE ZERO TO WS-FROM-DATE.
002290     MOVE 99999999 TO WS-TO-DATE.
002300     MOVE SPACES TO WS-CURRENT-CUSTOMER.
002310     SET WS-FIRST-CUSTOMER TO TRUE.
002320     MOVE ZERO TO WS-CUST-TRANS-COUNT.
002330     MOVE ZERO TO WS-CUST-TOTAL-AMOUNT.
002340     MOVE ZERO TO WS-GRAND-TRANS-COUNT.
002350     MOVE ZERO TO WS-GRAND-TOTAL-AMOUNT.
002360     MOVE ZERO TO WS-CUSTOMER-COUNT.
002370     MOVE ZERO TO WS-SELECTED-COUNT.
002380     MOVE ZERO TO WS-BYPASSED-COUNT.
002390     MOVE ZERO TO WS-LINE-COUNT.
002400     MOVE ZERO TO WS-PAGE-NO.
002410     MOVE 55 TO WS-PAGE-LIMIT.
002420     MOVE SPACES TO WS-REPORT-LABEL.
002430     MOVE ZERO TO WS-REPORT-COUNT.
002440     MOVE ZERO TO WS-REPORT-AMOUNT.
002450 1050-EXIT.
002460     EXIT.
002470*================================================================*
002480* 2000-SELECT-INPUT - SORT INPUT PROCEDURE.  RELEASES EVERY      *
002490* EXTRACT RECORD WHOSE RUN DATE FALLS IN THE REQUESTED RANGE.    *
002500* THE RELEASE SITS INSIDE THIS PROCEDURE'S RANGE, AS THE SORT    *
002510* RULES REQUIRE, SO THE LOOP IS BUILT WITH GO TO RATHER THAN     *
002520* AN OUT-OF-LINE PERFORM.                                        *
002530*================================================================*
002540 2000-SELECT-INPUT.
002550     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
002560 2000-LOOP.
002570     IF WS-EXTRACT-EOF-REACHED
002580         GO TO 2000-EXIT
002590     END-IF.
002600     IF EX-RUN-DATE < WS-FROM-DATE OR
002610             EX-RUN-DATE > WS-TO-DATE
002620         ADD 1 TO WS-BYPASSED-COUNT
002630     ELSE
002640         ADD 1 TO WS-SELECTED-COUNT
002650         MOVE EX-EXTRACT-RECORD TO SR-EXTRACT-RECORD
002660         RELEASE SR-EXTRACT-RECORD
002670     END-IF.
002680     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
002690     GO TO 2000-LOOP.
002700 2000-EXIT.
002710     EXIT.
002720*================================================================*
002730* 2100-READ-EXTRACT                                             *
002740*================================================================*
002750 2100-READ-EXTRACT.
002760     READ EXTRACT-FILE
002770         AT END
002780             SET WS-EXTRACT-EOF-REACHED TO TRUE
002790     END-READ.
002800 2100-EXIT.
002810     EXIT.
002820*================================================================*
002830* 3000-PRINT-STATEMENTS - SORT OUTPUT PROCEDURE.  WALKS THE      *
002840* SORTED RECORDS WITH A CONTROL BREAK ON CUSTOMER ID; THE        *
002850* RETURN SITS INSIDE THIS PROCEDURE'S RANGE, SO THE LOOP IS      *
002860* BUILT WITH GO TO THE SAME WAY AS 2000.                         *
002870*================================================================*
002880 3000-PRINT-STATEMENTS.
002890     RETURN SORT-FILE
002900         AT END
002910             SET WS-SORT-EOF-REACHED TO TRUE
002920     END-RETURN.
002930 3000-LOOP.
002940     IF WS-SORT-EOF-REACHED
002950         GO TO 3000-WRAP-UP
002960     END-IF.
002970     IF WS-FIRST-CUSTOMER OR
002980             SR-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
002990         PERFORM 4300-CLOSE-CUSTOMER THRU 4300-EXIT
003000         MOVE SR-CUSTOMER-ID TO WS-CURRENT-CUSTOMER
003010         SET WS-NOT-FIRST-CUSTOMER TO TRUE
003020         ADD 1 TO WS-CUSTOMER-COUNT
003030         PERFORM 4100-START-CUSTOMER-PAGE THRU 4100-EXIT
003040     END-IF.
003050     PERFORM 4200-PRINT-DETAIL THRU 4200-EXIT.
003060     RETURN SORT-FILE
003070         AT END
003080             SET WS-SORT-EOF-REACHED TO TRUE
003090     END-RETURN.
003100     GO TO 3000-LOOP.
003110 3000-WRAP-UP.
003120     PERFORM 4300-CLOSE-CUSTOMER THRU 4300-EXIT.
003130     PERFORM 4400-GRAND-TOTAL-PAGE THRU 4400-EXIT.
003140 3000-EXIT.
003150     EXIT.
003160*================================================================*
003170* 4100-START-CUSTOMER-PAGE - STATEMENT HEADING FOR THE CURRENT   *
003180* CUSTOMER (ALSO USED FOR AN OVERFLOW PAGE MID-CUSTOMER)         *
003190*================================================================*
003200 4100-START-CUSTOMER-PAGE.
003210     ADD 1 TO WS-PAGE-NO.
003220     MOVE SPACES TO PR-PRINT-LINE.
003230     MOVE 'DL100 CUSTOMER ACTIVITY STATEMENT' TO PR-PRINT-LINE.
003240     WRITE PR-PRINT-LINE AFTER ADVANCING PAGE.
003250     MOVE WS-CURRENT-CUSTOMER TO WS-HD-CUSTOMER-ID.
003260     MOVE WS-PAGE-NO TO WS-HD-PAGE-NO.
003270     MOVE WS-HEADING-LINE TO PR-PRINT-LINE.
003280     WRITE PR-PRINT-LINE.
003290     MOVE SPACES TO PR-PRINT-LINE.
003300     MOVE ' RECORD-NO   RUN-DATE         AMOUNT R  TRANSFER' TO
003310             PR-PRINT-LINE.
003320     WRITE PR-PRINT-LINE.
003330     MOVE 4 TO WS-LINE-COUNT.
003340 4100-EXIT.
003350     EXIT.
003360*================================================================*
003370* 4200-PRINT-DETAIL - ONE TRANSACTION LINE, WITH PAGE OVERFLOW.  *
003380* A TRANSFER LEG ALSO NAMES THE CUSTOMER ON THE OTHER SIDE.      *
003390*================================================================*
003400 4200-PRINT-DETAIL.
003410     IF WS-LINE-COUNT > WS-PAGE-LIMIT
003420         PERFORM 4100-START-CUSTOMER-PAGE THRU 4100-EXIT
003430     END-IF.
003440     MOVE SR-RECORD-NO TO WS-DT-RECORD-NO.
003450     MOVE SR-RUN-DATE TO WS-DT-RUN-DATE.
003460     MOVE SR-TRANS-AMOUNT TO WS-DT-AMOUNT.
003470     MOVE SPACES TO WS-DT-TRANSFER-TEXT.
003480     IF SR-TRANSFER-FROM-LEG
003490         STRING 'TRANSFER TO '         DELIMITED BY SIZE
003500                SR-XF-TO-CUSTOMER-ID   DELIMITED BY SIZE
003510             INTO WS-DT-TRANSFER-TEXT
003520     END-IF.
003530     IF SR-TRANSFER-TO-LEG
003540         STRING 'TRANSFER FROM '       DELIMITED BY SIZE
003550                SR-XF-FROM-CUSTOMER-ID DELIMITED BY SIZE
003560             INTO WS-DT-TRANSFER-TEXT
003570     END-IF.
003580*    A REVERSAL NETS AGAINST THE TOTALS AND IS FLAGGED 'R' ON
003590*    ITS LINE - THE AMOUNT FIELD IS UNSIGNED, SO ADDING IT
003600*    WOULD DOUBLE THE ACTIVITY INSTEAD OF CANCELLING IT.
003610     IF SR-REVERSAL
003620         MOVE 'R' TO WS-DT-REV-FLAG
003630         SUBTRACT SR-TRANS-AMOUNT FROM WS-CUST-TOTAL-AMOUNT
003640         SUBTRACT SR-TRANS-AMOUNT FROM WS-GRAND-TOTAL-AMOUNT
003650     ELSE
003660         MOVE SPACE TO WS-DT-REV-FLAG
003670         ADD SR-TRANS-AMOUNT TO WS-CUST-TOTAL-AMOUNT
003680         ADD SR-TRANS-AMOUNT TO WS-GRAND-TOTAL-AMOUNT
003690     END-IF.
003700     MOVE WS-DETAIL-LINE TO PR-PRINT-LINE.
003710     WRITE PR-PRINT-LINE.
003720     ADD 1 TO WS-LINE-COUNT.
003730     ADD 1 TO WS-CUST-TRANS-COUNT.
003740     ADD 1 TO WS-GRAND-TRANS-COUNT.
003750 4200-EXIT.
003760     EXIT.
003770*================================================================*
003780* 4300-CLOSE-CUSTOMER - CUSTOMER TOTAL LINE.  QUIETLY DOES       *
003790* NOTHING BEFORE THE FIRST CUSTOMER HAS STARTED.                 *
003800*================================================================*
003810 4300-CLOSE-CUSTOMER.
003820     IF WS-FIRST-CUSTOMER
003830         GO TO 4300-EXIT
003840     END-IF.
003850     MOVE WS-CUST-TOTAL-AMOUNT TO WS-TL-AMOUNT.
003860     MOVE WS-CUST-TRANS-COUNT TO WS-TL-COUNT.
003870     MOVE SPACES TO PR-PRINT-LINE.
003880     WRITE PR-PRINT-LINE.
003890     MOVE WS-TOTAL-LINE TO PR-PRINT-LINE.
003900     WRITE PR-PRINT-LINE.
003910     MOVE ZERO TO WS-CUST-TRANS-COUNT.
003920     MOVE ZERO TO WS-CUST-TOTAL-AMOUNT.
003930 4300-EXIT.
003940     EXIT.
003950*================================================================*
003960* 4400-GRAND-TOTAL-PAGE                                         *
003970*================================================================*
003980 4400-GRAND-TOTAL-PAGE.
003990     MOVE SPACES TO PR-PRINT-LINE.
004000     MOVE 'DL100 CUSTOMER ACTIVITY STATEMENT - GRAND TOTALS' TO
004010             PR-PRINT-LINE.
004020     WRITE PR-PRINT-LINE AFTER ADVANCING PAGE.
004030     MOVE SPACES TO PR-PRINT-LINE.
004040     WRITE PR-PRINT-LINE.
004050     MOVE 'CUSTOMERS PRINTED' TO WS-REPORT-LABEL.
004060     MOVE WS-CUSTOMER-COUNT TO WS-REPORT-COUNT.
004070     PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT.
004080     MOVE 'TRANSACTIONS PRINTED' TO WS-REPORT-LABEL.
004090     MOVE WS-GRAND-TRANS-COUNT TO WS-REPORT-COUNT.
004100     PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT.
004110     MOVE 'EXTRACT RECORDS OUTSIDE DATE RANGE' TO
004120             WS-REPORT-LABEL.
004130     MOVE WS-BYPASSED-COUNT TO WS-REPORT-COUNT.
004140     PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT.
004150     MOVE SPACES TO PR-PRINT-LINE.
004160     MOVE WS-GRAND-TOTAL-AMOUNT TO WS-REPORT-AMOUNT.
004170     STRING 'GRAND TOTAL AMOUNT . . . . . . ' DELIMITED BY SIZE
004180            WS-REPORT-AMOUNT DELIMITED BY SIZE
004190         INTO PR-PRINT-LINE.
004200     WRITE PR-PRINT-LINE.
004210 4400-EXIT.
004220     EXIT.
004230*================================================================*
004240* 4500-WRITE-COUNT-LINE                                         *
004250*================================================================*
004260 4500-WRITE-COUNT-LINE.
004270     MOVE SPACES TO PR-PRINT-LINE.
004280     STRING WS-REPORT-LABEL  DELIMITED BY SIZE
004290            ' . . . . . . '  DELIMITED BY SIZE
004300            WS-REPORT-COUNT  DELIMITED BY SIZE
004310         INTO PR-PRINT-LINE.
004320     WRITE PR-PRINT-LINE.
004330 4500-EXIT.
004340     EXIT.
004350*================================================================*
004360* 9000-TERMINATE - CLOSE FILES                                  *
004370*================================================================*
004380 9000-TERMINATE.
004390     IF WS-EXTRACT-FILE-STATUS NOT = '35'
004400         CLOSE EXTRACT-FILE
004410     END-IF.
004420     CLOSE PRINT-FILE.
004430 9000-EXIT.
004440     EXIT.
