000220*   ID, THE TRANSACTION'S RECORD NUMBER AND AMOUNT, THE         *
000230*   RESULTING BALANCE AND HOW FAR PAST THE FLOOR IT LANDED -    *
000240*   SO THE CREDIT DESK WORKS THE LIST TOP DOWN.                 *
000250*   THE ALERT ROWS ARE ALSO COUNTED AGAINST THE DL100TC CONTROL *
000260*   TOTALS DL100MN FILED FOR THE BUSINESS DATE (SYSIN, BLANK OR *
000270*   ZERO = TODAY); ONLY A REPORT ON THE RIGHT INPUT STAMPS THE  *
000280*   DL100AR STEP ON THE DL100CY CYCLE ROW.                      *
000290*                                                                *
000300* MODIFICATION HISTORY.                                         *
000310*   2026-09-02  JW  INITIAL VERSION.                             *
000320*   2026-10-15  JW  INTER-STEP CONTROL TOTALS.  TAKE THE        *
000330*                   BUSINESS DATE FROM SYSIN.  EVERY ALERT ROW  *
000340*                   RELEASED IS COUNTED, HASHED BY RECORD       *
000350*                   NUMBER AND TOTALLED (2000) AND SET AGAINST  *
000360*                   THE DL100TC ROW FOR THE DATE (7000).  A     *
000370*                   DIFFERENCE PRINTS AN OUT-OF-CONTROL BANNER; *
000380*                   OTHERWISE THE DL100AR STEP IS STAMPED ON    *
000390*                   DL100CY (8000).                             *
000400*   2026-10-15  JW  THE DL100TC EXPECTED TOTALS ARE SAVED TO    *
000410*                   WORKING STORAGE (WS-TC-) BEFORE CTLTOT IS   *
000420*                   CLOSED; 7000 AND 7100 USE ONLY THE SAVED    *
000430*                   COPIES, ZERO WHEN NO ROW WAS READ.          *
000440*--------------------------------------------------------------*
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.   IBM-370.
000480 OBJECT-COMPUTER.   IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT ALERT-FILE ASSIGN TO ALRTIN
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-ALERT-FILE-STATUS.
000540     SELECT CYCLE-FILE ASSIGN TO CYCCTL
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS CY-BUSINESS-DATE
000580         FILE STATUS IS WS-CYCLE-FILE-STATUS.
000590     SELECT CONTROL-TOTALS-FILE ASSIGN TO CTLTOT
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS TC-BUSINESS-DATE
000630         FILE STATUS IS WS-CTLTOT-FILE-STATUS.
000640     SELECT SORT-FILE ASSIGN TO SORTWK.
000650     SELECT PRINT-FILE ASSIGN TO ALRTRPT
000660         ORGANIZATION IS SEQUENTIAL.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  ALERT-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720     COPY DL100AL.
000730 SD  SORT-FILE.
000740     COPY DL100AL REPLACING
000750         ==AL-ALERT-RECORD==
000760             BY ==SR-ALERT-RECORD==
000770         ==AL-ALERT-DATE==
000780             BY ==SR-ALERT-DATE==
000790         ==AL-CUSTOMER-ID==
000800             BY ==SR-CUSTOMER-ID==
000810         ==AL-RECORD-NO==
000820             BY ==SR-RECORD-NO==
000830         ==AL-TRANS-TYPE==
000840             BY ==SR-TRANS-TYPE==
000850         ==AL-TRANS-AMOUNT==
000860             BY ==SR-TRANS-AMOUNT==
000870         ==AL-RESULTING-BALANCE==
000880             BY ==SR-RESULTING-BALANCE==
000890         ==AL-CREDIT-LIMIT==
000900             BY ==SR-CREDIT-LIMIT==
000910         ==AL-OVERDRAFT-SW==
000920             BY ==SR-OVERDRAFT-SW==
000930         ==AL-BREACH-AMOUNT==
000940             BY ==SR-BREACH-AMOUNT==.
000950 FD  PRINT-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980 01  PR-PRINT-LINE               PIC X(132).
000990 FD  CYCLE-FILE
001000     LABEL RECORDS ARE STANDARD.
001010     COPY DL100CY.
001020 FD  CONTROL-TOTALS-FILE
001030     LABEL RECORDS ARE STANDARD.
001040     COPY DL100TC.
001050 WORKING-STORAGE SECTION.
001060*--------------------------------------------------------------*
001070* FIELD-LEVEL INITIALIZATION STANDARD - SEE DL100MN FOR THE     *
001080* FULL STATEMENT OF THE RULE.                                   *
001090*--------------------------------------------------------------*
001100* RUN CONTROL SWITCHES AND COUNTERS                             *
001110*--------------------------------------------------------------*
001120 01  WS-ALERT-FILE-STATUS     PIC X(02) VALUE '00'.
001130 01  WS-ALERT-EOF-SW          PIC X(01) VALUE 'N'.
001140     88  WS-ALERT-EOF-REACHED            VALUE 'Y'.
001150     88  WS-ALERT-NOT-EOF                VALUE 'N'.
001160 01  WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
001170     88  WS-SORT-EOF-REACHED             VALUE 'Y'.
001180     88  WS-SORT-NOT-EOF                 VALUE 'N'.
001190 01  WS-ALERT-COUNT           PIC 9(09) COMP VALUE ZERO.
001200*--------------------------------------------------------------*
001210* CYCLE CONTROL FIELDS - THE BUSINESS DATE COMES FROM SYSIN     *
001220* (BLANK OR ZERO = TODAY); 8000 STAMPS THIS STEP WHEN DONE.     *
001230*--------------------------------------------------------------*
001240 01  WS-CYCLE-FILE-STATUS     PIC X(02) VALUE '00'.
001250 01  WS-TS-DATE               PIC 9(08) VALUE ZERO.
001260 01  WS-TS-TIME               PIC 9(08) VALUE ZERO.
001270 01  WS-BUSINESS-DATE-IN      PIC X(08) VALUE SPACES.
001280 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
001290*--------------------------------------------------------------*
001300* INTER-STEP CONTROL TOTALS - WHAT DL100MN FILED FOR THE DATE   *
001310* (DL100TC ON CTLTOT) AGAINST WHAT THIS RUN READ.  7000 SETTLES *
001320* THEM; THE STEP IS STAMPED ONLY WHEN THEY AGREE.               *
001330*--------------------------------------------------------------*
001340 01  WS-CTLTOT-FILE-STATUS    PIC X(02) VALUE '00'.
001350 01  WS-CTLTOT-ROW-SW         PIC X(01) VALUE 'N'.
001360     88  WS-CTLTOT-ROW-FOUND             VALUE 'Y'.
001370     88  WS-CTLTOT-ROW-MISSING           VALUE 'N'.
001380 01  WS-CONTROL-SW            PIC X(01) VALUE 'N'.
001390     88  WS-INPUT-IN-CONTROL             VALUE 'Y'.
001400     88  WS-INPUT-OUT-OF-CONTROL         VALUE 'N'.
001410 01  WS-CONTROL-REASON        PIC X(60) VALUE SPACES.
001420 01  WS-ALERT-READ-COUNT      PIC 9(09) COMP VALUE ZERO.
001430 01  WS-ALERT-HASH            PIC 9(15) COMP-3 VALUE ZERO.
001440 01  WS-ALERT-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
001450 01  WS-CONTROL-EXPECTED      PIC S9(15)V99 COMP-3 VALUE ZERO.
001460 01  WS-CONTROL-ACTUAL        PIC S9(15)V99 COMP-3 VALUE ZERO.
001470 01  WS-TC-ALERT-COUNT        PIC 9(09) COMP VALUE ZERO.
001480 01  WS-TC-ALERT-HASH         PIC 9(15) COMP-3 VALUE ZERO.
001490 01  WS-TC-ALERT-AMOUNT       PIC S9(13)V99 COMP-3 VALUE ZERO.
001500 01  WS-CONTROL-HEADING.
001510     05  FILLER                   PIC X(01) VALUE SPACES.
001520     05  FILLER                   PIC X(30) VALUE 'CONTROL'.
001530     05  FILLER                   PIC X(22) VALUE
001540         '   EXPECTED (DL100MN)'.
001550     05  FILLER                   PIC X(03) VALUE SPACES.
001560     05  FILLER                   PIC X(22) VALUE
001570         '    ACTUAL (THIS RUN)'.
001580     05  FILLER                   PIC X(54) VALUE SPACES.
001590 01  WS-CONTROL-LINE.
001600     05  FILLER                   PIC X(01) VALUE SPACES.
001610     05  WS-CC-LABEL              PIC X(30).
001620     05  WS-CC-EXPECTED           PIC X(22).
001630     05  WS-CC-EXPECTED-COUNT REDEFINES WS-CC-EXPECTED
001640                                  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
001650     05  WS-CC-EXPECTED-AMOUNT REDEFINES WS-CC-EXPECTED
001660                                  PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
001670     05  FILLER                   PIC X(03) VALUE SPACES.
001680     05  WS-CC-ACTUAL             PIC X(22).
001690     05  WS-CC-ACTUAL-COUNT REDEFINES WS-CC-ACTUAL
001700                                  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
001710     05  WS-CC-ACTUAL-AMOUNT REDEFINES WS-CC-ACTUAL
001720                                  PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
001730     05  FILLER                   PIC X(03) VALUE SPACES.
001740     05  WS-CC-FLAG               PIC X(16).
001750     05  FILLER                   PIC X(35) VALUE SPACES.
001760*--------------------------------------------------------------*
001770* REPORT LINE BUILD AREAS                                       *
001780*--------------------------------------------------------------*
001790 01  WS-DETAIL-LINE.
001800     05  FILLER                   PIC X(01) VALUE SPACES.
001810     05  WS-DT-CUSTOMER-ID        PIC X(10).
001820     05  FILLER                   PIC X(02) VALUE SPACES.
001830     05  WS-DT-RECORD-NO          PIC 9(09).
001840     05  FILLER                   PIC X(02) VALUE SPACES.
001850     05  WS-DT-TRANS-TYPE         PIC X(02).
001860     05  FILLER                   PIC X(01) VALUE SPACES.
001870     05  WS-DT-AMOUNT             PIC -ZZZ,ZZZ,ZZ9.99.
001880     05  WS-DT-BALANCE            PIC -Z,ZZZ,ZZZ,ZZ9.99.
001890     05  WS-DT-LIMIT              PIC ZZZ,ZZZ,ZZ9.99.
001900     05  FILLER                   PIC X(02) VALUE SPACES.
001910     05  WS-DT-OVERDRAFT          PIC X(01).
001920     05  WS-DT-BREACH             PIC -Z,ZZZ,ZZZ,ZZ9.99.
001930     05  FILLER                   PIC X(37) VALUE SPACES.
001940 01  WS-REPORT-LABEL           PIC X(40) VALUE SPACES.
001950 01  WS-REPORT-COUNT           PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
001960 PROCEDURE DIVISION.
001970*================================================================*
001980* 0000-MAINLINE-CONTROL                                          *
001990*================================================================*
002000 0000-MAINLINE-CONTROL.
002010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002020     SORT SORT-FILE
002030         ON DESCENDING KEY SR-BREACH-AMOUNT
002040         ON ASCENDING KEY SR-CUSTOMER-ID
002050                          SR-RECORD-NO
002060         INPUT PROCEDURE IS 2000-RELEASE-ALERTS THRU 2000-EXIT
002070         OUTPUT PROCEDURE IS 3000-PRINT-ALERTS THRU 3000-EXIT.
002080     PERFORM 7000-CHECK-CONTROL-TOTALS THRU 7000-EXIT.
002090     PERFORM 7100-PRINT-CONTROL-TOTALS THRU 7100-EXIT.
002100     IF WS-INPUT-IN-CONTROL
002110         PERFORM 8000-STAMP-CYCLE-STEP THRU 8000-EXIT
002120     END-IF.
002130     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002140     GOBACK.
002150 0000-EXIT.
002160     EXIT.
002170*================================================================*
002180* 1000-INITIALIZE - TAKE THE BUSINESS DATE FROM SYSIN, OPEN THE  *
002190* FILES AND PRINT THE HEADINGS.  A MISSING ALERT FILE (A DAY     *
002200* WITH NO BREACHES WRITES AN EMPTY ONE, BUT A FIRST CYCLE MAY    *
002210* HAVE NONE AT ALL) PRINTS AN EMPTY REPORT RATHER THAN FAILING   *
002220* THE JOB.                                                       *
002230*================================================================*
002240 1000-INITIALIZE.
002250     PERFORM 1050-REINITIALIZE-WORK-AREAS THRU 1050-EXIT.
002260     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
002270     MOVE WS-TS-DATE TO WS-BUSINESS-DATE.
002280     ACCEPT WS-BUSINESS-DATE-IN.
002290     IF WS-BUSINESS-DATE-IN NUMERIC AND
002300             WS-BUSINESS-DATE-IN NOT = ZEROS
002310         MOVE WS-BUSINESS-DATE-IN TO WS-BUSINESS-DATE
002320     END-IF.
002330     OPEN INPUT ALERT-FILE.
002340     IF WS-ALERT-FILE-STATUS NOT = '00'
002350         SET WS-ALERT-EOF-REACHED TO TRUE
002360     END-IF.
002370     OPEN OUTPUT PRINT-FILE.
002380     PERFORM 1100-PRINT-HEADINGS THRU 1100-EXIT.
002390 1000-EXIT.
002400     EXIT.
002410*================================================================*
002420* 1050-REINITIALIZE-WORK-AREAS - RE-APPLY THE PROGRAM'S DEFAULT  *
002430* VALUES TO EVERY WORKING AREA BEFORE THE RUN STARTS             *
002440*================================================================*
002450 1050-REINITIALIZE-WORK-AREAS.
002460     MOVE '00' TO WS-ALERT-FILE-STATUS.
002470     SET WS-ALERT-NOT-EOF TO TRUE.
002480     SET WS-SORT-NOT-EOF TO TRUE.
002490     MOVE ZERO TO WS-ALERT-COUNT.
002500     MOVE '00' TO WS-CYCLE-FILE-STATUS.
002510     MOVE ZERO TO WS-TS-DATE.
002520     MOVE ZERO TO WS-TS-TIME.
002530     MOVE SPACES TO WS-BUSINESS-DATE-IN.
002540     MOVE ZERO TO WS-BUSINESS-DATE.
002550     MOVE '00' TO WS-CTLTOT-FILE-STATUS.
002560     SET WS-CTLTOT-ROW-MISSING TO TRUE.
002570     SET WS-INPUT-OUT-OF-CONTROL TO TRUE.
002580     MOVE SPACES TO WS-CONTROL-REASON.
002590     MOVE ZERO TO WS-ALERT-READ-COUNT.
002600     MOVE ZERO TO WS-ALERT-HASH.
002610     MOVE ZERO TO WS-ALERT-AMOUNT.
002620     MOVE ZERO TO WS-CONTROL-EXPECTED.
002630     MOVE ZERO TO WS-CONTROL-ACTUAL.
002640     MOVE SPACES TO WS-REPORT-LABEL.
002650     MOVE ZERO TO WS-REPORT-COUNT.
002660 1050-EXIT.
002670     EXIT.
002680*================================================================*
002690* 1100-PRINT-HEADINGS                                           *
002700*================================================================*
002710 1100-PRINT-HEADINGS.
002720     MOVE SPACES TO PR-PRINT-LINE.
002730     MOVE 'DL100 CREDIT LIMIT ALERTS - WORST BREACH FIRST' TO
002740             PR-PRINT-LINE.
002750     WRITE PR-PRINT-LINE.
002760     MOVE SPACES TO PR-PRINT-LINE.
002770     WRITE PR-PRINT-LINE.
002780     MOVE SPACES TO PR-PRINT-LINE.
002790     MOVE ' CUSTOMER-ID  RECORD-NO  TY          AMOUNT
002800-    '     BALANCE          LIMIT  O            BREACH' TO
002810             PR-PRINT-LINE.
002820     WRITE PR-PRINT-LINE.
002830 1100-EXIT.
002840     EXIT.
002850*================================================================*
002860* 2000-RELEASE-ALERTS - SORT INPUT PROCEDURE.  THE RELEASE SITS  *
002870* INSIDE THIS PROCEDURE'S RANGE, AS THE SORT RULES REQUIRE, SO   *
002880* THE LOOP IS BUILT WITH GO TO RATHER THAN AN OUT-OF-LINE        *
002890* PERFORM (SAME AS DL100ST).                                     *
002900*================================================================*
002910 2000-RELEASE-ALERTS.
002920     PERFORM 2100-READ-ALERT THRU 2100-EXIT.
002930 2000-LOOP.
002940     IF WS-ALERT-EOF-REACHED
002950         GO TO 2000-EXIT
002960     END-IF.
002970     ADD 1 TO WS-ALERT-READ-COUNT.
002980     ADD AL-RECORD-NO TO WS-ALERT-HASH.
002990     ADD AL-TRANS-AMOUNT TO WS-ALERT-AMOUNT.
003000     MOVE AL-ALERT-RECORD TO SR-ALERT-RECORD.
003010     RELEASE SR-ALERT-RECORD.
003020     PERFORM 2100-READ-ALERT THRU 2100-EXIT.
003030     GO TO 2000-LOOP.
003040 2000-EXIT.
003050     EXIT.
003060*================================================================*
003070* 2100-READ-ALERT                                               *
003080*================================================================*
003090 2100-READ-ALERT.
003100     READ ALERT-FILE
003110         AT END
003120             SET WS-ALERT-EOF-REACHED TO TRUE
003130     END-READ.
003140 2100-EXIT.
003150     EXIT.
003160*================================================================*
003170* 3000-PRINT-ALERTS - SORT OUTPUT PROCEDURE, ONE LINE PER        *
003180* BREACH, WORST FIRST                                            *
003190*================================================================*
003200 3000-PRINT-ALERTS.
003210     RETURN SORT-FILE
003220         AT END
003230             SET WS-SORT-EOF-REACHED TO TRUE
003240     END-RETURN.
003250 3000-LOOP.
003260     IF WS-SORT-EOF-REACHED
003270         GO TO 3000-WRAP-UP
003280     END-IF.
003290     ADD 1 TO WS-ALERT-COUNT.
003300     MOVE SR-CUSTOMER-ID TO WS-DT-CUSTOMER-ID.
003310     MOVE SR-RECORD-NO TO WS-DT-RECORD-NO.
003320     MOVE SR-TRANS-TYPE TO WS-DT-TRANS-TYPE.
003330     MOVE SR-TRANS-AMOUNT TO WS-DT-AMOUNT.
003340     MOVE SR-RESULTING-BALANCE TO WS-DT-BALANCE.
003350     MOVE SR-CREDIT-LIMIT TO WS-DT-LIMIT.
003360     MOVE SR-OVERDRAFT-SW TO WS-DT-OVERDRAFT.
003370     MOVE SR-BREACH-AMOUNT TO WS-DT-BREACH.
003380     MOVE WS-DETAIL-LINE TO PR-PRINT-LINE.
003390     WRITE PR-PRINT-LINE.
003400     RETURN SORT-FILE
003410         AT END
003420             SET WS-SORT-EOF-REACHED TO TRUE
003430     END-RETURN.
003440     GO TO 3000-LOOP.
003450 3000-WRAP-UP.
003460     MOVE SPACES TO PR-PRINT-LINE.
003470     WRITE PR-PRINT-LINE.
003480     MOVE 'BREACHES REPORTED' TO WS-REPORT-LABEL.
003490     MOVE WS-ALERT-COUNT TO WS-REPORT-COUNT.
003500     MOVE SPACES TO PR-PRINT-LINE.
003510     STRING WS-REPORT-LABEL  DELIMITED BY SIZE
003520            ' . . . . . . '  DELIMITED BY SIZE
003530            WS-REPORT-COUNT  DELIMITED BY SIZE
003540         INTO PR-PRINT-LINE.
003550     WRITE PR-PRINT-LINE.
003560 3000-EXIT.
003570     EXIT.
003580*================================================================*
003590* 7000-CHECK-CONTROL-TOTALS - READ THE DATE'S DL100TC ROW AND    *
003600* SET WHAT THIS RUN READ AGAINST WHAT DL100MN FILED.  NO FILE OR *
003610* NO ROW PROVES NOTHING, SO EITHER LEAVES THE INPUT OUT OF       *
003620* CONTROL THE SAME AS A DIFFERENCE DOES.                         *
003630*================================================================*
003640 7000-CHECK-CONTROL-TOTALS.
003650     SET WS-INPUT-OUT-OF-CONTROL TO TRUE.
003660     SET WS-CTLTOT-ROW-MISSING TO TRUE.
003670     MOVE ZERO TO WS-TC-ALERT-COUNT.
003680     MOVE ZERO TO WS-TC-ALERT-HASH.
003690     MOVE ZERO TO WS-TC-ALERT-AMOUNT.
003700     OPEN INPUT CONTROL-TOTALS-FILE.
003710     IF WS-CTLTOT-FILE-STATUS NOT = '00'
003720         MOVE 'CONTROL TOTALS FILE NOT AVAILABLE' TO
003730             WS-CONTROL-REASON
003740         GO TO 7000-EXIT
003750     END-IF.
003760     MOVE WS-BUSINESS-DATE TO TC-BUSINESS-DATE.
003770     READ CONTROL-TOTALS-FILE
003780         INVALID KEY
003790             MOVE 'NO CONTROL TOTALS ON FILE FOR THE DATE' TO
003800                 WS-CONTROL-REASON
003810         NOT INVALID KEY
003820             SET WS-CTLTOT-ROW-FOUND TO TRUE
003830             MOVE TC-ALERT-COUNT TO WS-TC-ALERT-COUNT
003840             MOVE TC-ALERT-HASH TO WS-TC-ALERT-HASH
003850             MOVE TC-ALERT-AMOUNT TO WS-TC-ALERT-AMOUNT
003860     END-READ.
003870     CLOSE CONTROL-TOTALS-FILE.
003880     IF WS-CTLTOT-ROW-MISSING
003890         GO TO 7000-EXIT
003900     END-IF.
003910     IF WS-TC-ALERT-COUNT = WS-ALERT-READ-COUNT AND
003920             WS-TC-ALERT-HASH = WS-ALERT-HASH AND
003930             WS-TC-ALERT-AMOUNT = WS-ALERT-AMOUNT
003940         SET WS-INPUT-IN-CONTROL TO TRUE
003950     ELSE
003960         MOVE 'INPUT DOES NOT AGREE WITH THE DL100MN TOTALS' TO
003970             WS-CONTROL-REASON
003980     END-IF.
003990 7000-EXIT.
004000     EXIT.
004010*================================================================*
004020* 7100-PRINT-CONTROL-TOTALS - EXPECTED AGAINST ACTUAL FOR EVERY  *
004030* CONTROL, UNDER AN OUT-OF-CONTROL BANNER WHEN THEY DISAGREE     *
004040*================================================================*
004050 7100-PRINT-CONTROL-TOTALS.
004060     MOVE SPACES TO PR-PRINT-LINE.
004070     WRITE PR-PRINT-LINE.
004080     IF WS-INPUT-OUT-OF-CONTROL
004090         PERFORM 7150-PRINT-BANNER THRU 7150-EXIT
004100     END-IF.
004110     MOVE SPACES TO PR-PRINT-LINE.
004120     STRING 'INTER-STEP CONTROL TOTALS FOR BUSINESS DATE '
004130             DELIMITED BY SIZE
004140            WS-BUSINESS-DATE DELIMITED BY SIZE
004150         INTO PR-PRINT-LINE.
004160     WRITE PR-PRINT-LINE.
004170     MOVE WS-CONTROL-HEADING TO PR-PRINT-LINE.
004180     WRITE PR-PRINT-LINE.
004190     MOVE 'ALERT RECORDS' TO WS-CC-LABEL.
004200     MOVE WS-TC-ALERT-COUNT TO WS-CONTROL-EXPECTED.
004210     MOVE WS-ALERT-READ-COUNT TO WS-CONTROL-ACTUAL.
004220     PERFORM 7200-WRITE-CONTROL-COUNT THRU 7200-EXIT.
004230     MOVE 'ALERT RECORD-NUMBER HASH' TO WS-CC-LABEL.
004240     MOVE WS-TC-ALERT-HASH TO WS-CONTROL-EXPECTED.
004250     MOVE WS-ALERT-HASH TO WS-CONTROL-ACTUAL.
004260     PERFORM 7200-WRITE-CONTROL-COUNT THRU 7200-EXIT.
004270     MOVE 'ALERT AMOUNT TOTAL' TO WS-CC-LABEL.
004280     MOVE WS-TC-ALERT-AMOUNT TO WS-CONTROL-EXPECTED.
004290     MOVE WS-ALERT-AMOUNT TO WS-CONTROL-ACTUAL.
004300     PERFORM 7250-WRITE-CONTROL-AMOUNT THRU 7250-EXIT.
004310     IF WS-INPUT-IN-CONTROL
004320         MOVE 'INPUT IN CONTROL - AGREES WITH DL100MN TOTALS'
004330             TO PR-PRINT-LINE
004340         WRITE PR-PRINT-LINE
004350     ELSE
004360         PERFORM 7150-PRINT-BANNER THRU 7150-EXIT
004370     END-IF.
004380 7100-EXIT.
004390     EXIT.
004400*================================================================*
004410* 7150-PRINT-BANNER - THE OUT-OF-CONTROL BANNER, PRINTED ABOVE   *
004420* AND BELOW THE CONTROL LINES SO IT CANNOT BE MISSED             *
004430*================================================================*
004440 7150-PRINT-BANNER.
004450     MOVE ALL '*' TO PR-PRINT-LINE.
004460     WRITE PR-PRINT-LINE.
004470     MOVE SPACES TO PR-PRINT-LINE.
004480     STRING '*****  INPUT OUT OF CONTROL - ' DELIMITED BY SIZE
004490            'DL100AR STEP NOT STAMPED COMPLETE' DELIMITED BY SIZE
004500            ' - DO NOT RELY ON THIS REPORT  *****'
004510             DELIMITED BY SIZE
004520         INTO PR-PRINT-LINE.
004530     WRITE PR-PRINT-LINE.
004540     MOVE SPACES TO PR-PRINT-LINE.
004550     STRING '*****  ' DELIMITED BY SIZE
004560            WS-CONTROL-REASON DELIMITED BY SIZE
004570         INTO PR-PRINT-LINE.
004580     WRITE PR-PRINT-LINE.
004590     MOVE '*****  RERUN AFTER CORRECTING THE ALRTIN INPUT'
004600         TO PR-PRINT-LINE.
004610     WRITE PR-PRINT-LINE.
004620     MOVE ALL '*' TO PR-PRINT-LINE.
004630     WRITE PR-PRINT-LINE.
004640 7150-EXIT.
004650     EXIT.
004660*================================================================*
004670* 7200-WRITE-CONTROL-COUNT - ONE COUNT OR HASH CONTROL LINE      *
004680*================================================================*
004690 7200-WRITE-CONTROL-COUNT.
004700     MOVE WS-CONTROL-ACTUAL TO WS-CC-ACTUAL-COUNT.
004710     IF WS-CTLTOT-ROW-FOUND
004720         MOVE WS-CONTROL-EXPECTED TO WS-CC-EXPECTED-COUNT
004730     ELSE
004740         MOVE SPACES TO WS-CC-EXPECTED
004750     END-IF.
004760     PERFORM 7300-FLAG-AND-WRITE THRU 7300-EXIT.
004770 7200-EXIT.
004780     EXIT.
004790*================================================================*
004800* 7250-WRITE-CONTROL-AMOUNT - ONE AMOUNT CONTROL LINE            *
004810*================================================================*
004820 7250-WRITE-CONTROL-AMOUNT.
004830     MOVE WS-CONTROL-ACTUAL TO WS-CC-ACTUAL-AMOUNT.
004840     IF WS-CTLTOT-ROW-FOUND
004850         MOVE WS-CONTROL-EXPECTED TO WS-CC-EXPECTED-AMOUNT
004860     ELSE
004870         MOVE SPACES TO WS-CC-EXPECTED
004880     END-IF.
004890     PERFORM 7300-FLAG-AND-WRITE THRU 7300-EXIT.
004900 7250-EXIT.
004910     EXIT.
004920*================================================================*
004930* 7300-FLAG-AND-WRITE                                            *
004940*================================================================*
004950 7300-FLAG-AND-WRITE.
004960     IF WS-CTLTOT-ROW-FOUND AND
004970             WS-CONTROL-EXPECTED NOT = WS-CONTROL-ACTUAL
004980         MOVE '<<< DIFFERENCE' TO WS-CC-FLAG
004990     ELSE
005000         MOVE SPACES TO WS-CC-FLAG
005010     END-IF.
005020     MOVE WS-CONTROL-LINE TO PR-PRINT-LINE.
005030     WRITE PR-PRINT-LINE.
005040 7300-EXIT.
005050     EXIT.
005060*================================================================*
005070* 8000-STAMP-CYCLE-STEP - RECORD ON THE CYCLE CONTROL ROW THAT   *
005080* THE ALERTS WERE REPORTED FROM THE RIGHT INPUT.  THE ROW IS     *
005090* DL100MN'S, SO A MISSING ROW OR A DATE DL100MN HAS NOT          *
005100* COMPLETED IS REPORTED AND LEFT ALONE.                          *
005110*================================================================*
005120 8000-STAMP-CYCLE-STEP.
005130     OPEN I-O CYCLE-FILE.
005140     IF WS-CYCLE-FILE-STATUS NOT = '00'
005150         MOVE 'CYCLE CONTROL FILE NOT AVAILABLE - NOT STAMPED' TO
005160             PR-PRINT-LINE
005170         WRITE PR-PRINT-LINE
005180         GO TO 8000-EXIT
005190     END-IF.
005200     MOVE WS-BUSINESS-DATE TO CY-BUSINESS-DATE.
005210     READ CYCLE-FILE
005220         INVALID KEY
005230             MOVE 'NO CYCLE CONTROL ROW FOR DATE - NOT STAMPED'
005240                 TO PR-PRINT-LINE
005250             WRITE PR-PRINT-LINE
005260             GO TO 8000-CLOSE-CYCLE
005270     END-READ.
005280     IF CY-MN-NOT-COMPLETE
005290         MOVE 'DL100MN HAS NOT COMPLETED THE DATE - NOT STAMPED'
005300             TO PR-PRINT-LINE
005310         WRITE PR-PRINT-LINE
005320         GO TO 8000-CLOSE-CYCLE
005330     END-IF.
005340     SET CY-AR-COMPLETE TO TRUE.
005350     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
005360     ACCEPT WS-TS-TIME FROM TIME.
005370     MOVE SPACES TO CY-AR-STAMP.
005380     STRING WS-TS-DATE  DELIMITED BY SIZE
005390            '-'          DELIMITED BY SIZE
005400            WS-TS-TIME   DELIMITED BY SIZE
005410         INTO CY-AR-STAMP.
005420     REWRITE CY-CYCLE-RECORD.
005430 8000-CLOSE-CYCLE.
005440     CLOSE CYCLE-FILE.
005450 8000-EXIT.
005460     EXIT.
005470*================================================================*
005480* 9000-TERMINATE - CLOSE FILES                                  *
005490*================================================================*
005500 9000-TERMINATE.
005510     IF WS-ALERT-FILE-STATUS NOT = '35'
005520         CLOSE ALERT-FILE
005530     END-IF.
005540     CLOSE PRINT-FILE.
005550 9000-EXIT.
005560     EXIT.
