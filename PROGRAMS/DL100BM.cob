000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DL100BM.
000120 AUTHOR.        J. WHITFIELD.
000130 INSTALLATION.  DAILY LEDGER PROCESSING.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* REMARKS.                                                      *
000180*   MONTH-END BALANCE LISTING, BUILT FROM THE DL100BH DAILY     *
000190*   SNAPSHOTS DL100CL WRITES AS IT PROVES THE LEDGER, SO IT     *
000200*   CAN BE RUN FOR ANY MONTH STILL INSIDE THE SNAPSHOT          *
000210*   RETENTION WITHOUT REPLAYING EXTRACT GENERATIONS.  ONE LINE  *
000220*   PER CUSTOMER: THE BALANCE BROUGHT FORWARD FROM THE PRIOR    *
000230*   MONTH END, THE MONTH'S DEBITS AND CREDITS, AND THE BALANCE  *
000240*   AT MONTH END (THE CLOSING BALANCE ON THE LATEST SNAPSHOT    *
000250*   DATED IN OR BEFORE THE MONTH).  A CUSTOMER WHOSE BROUGHT-   *
000260*   FORWARD + CREDITS - DEBITS DOES NOT EQUAL THE MONTH-END     *
000270*   BALANCE IS FLAGGED - A POSTING DAY THE CLOSE NEVER          *
000280*   SNAPSHOT LEAVES SUCH A GAP - AS IS ONE WHOSE MONTH INCLUDES *
000290*   A SNAPSHOT THE CLOSE FOUND OUT OF PROOF.  CUSTOMERS WHOSE   *
000300*   HISTORY STARTS AFTER THE MONTH ARE NOT LISTED.              *
000310*                                                               *
000320*   SYSIN CARD -                                                *
000330*     1  MONTH, YYYYMM (BLANK OR ZERO = THE MONTH BEFORE THE    *
000340*        CURRENT ONE)                                           *
000350*                                                               *
000360* MODIFICATION HISTORY.                                         *
000370*   2026-10-15  JW  INITIAL VERSION.                            *
000380*--------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000420 OBJECT-COMPUTER.   IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT BALANCE-HISTORY ASSIGN TO BALHIST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS BH-HISTORY-KEY
000490         FILE STATUS IS WS-BALHIST-FILE-STATUS.
000500     SELECT CUSTOMER-REF ASSIGN TO CUSTREF
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS CR-CUSTOMER-ID
000540         FILE STATUS IS WS-CUSTREF-FILE-STATUS.
000550     SELECT PRINT-FILE ASSIGN TO BALMRPT
000560         ORGANIZATION IS SEQUENTIAL.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  BALANCE-HISTORY
000600     LABEL RECORDS ARE STANDARD.
000610     COPY DL100BH.
000620 FD  CUSTOMER-REF
000630     LABEL RECORDS ARE STANDARD.
000640     COPY DL100CR.
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
000760 01  WS-BALHIST-FILE-STATUS   PIC X(02) VALUE '00'.
000770 01  WS-CUSTREF-FILE-STATUS   PIC X(02) VALUE '00'.
000780 01  WS-HISTORY-EOF-SW        PIC X(01) VALUE 'N'.
000790     88  WS-HISTORY-EOF-REACHED          VALUE 'Y'.
000800     88  WS-HISTORY-NOT-EOF              VALUE 'N'.
000810 01  WS-CUSTREF-AVAIL-SW      PIC X(01) VALUE 'N'.
000820     88  WS-CUSTREF-AVAILABLE            VALUE 'Y'.
000830     88  WS-CUSTREF-NOT-AVAILABLE        VALUE 'N'.
000840 01  WS-BROUGHT-FWD-SW        PIC X(01) VALUE 'N'.
000850     88  WS-BROUGHT-FWD-FOUND            VALUE 'Y'.
000860     88  WS-BROUGHT-FWD-NOT-FOUND        VALUE 'N'.
000870 01  WS-MONTH-END-SW          PIC X(01) VALUE 'N'.
000880     88  WS-MONTH-END-FOUND              VALUE 'Y'.
000890     88  WS-MONTH-END-NOT-FOUND          VALUE 'N'.
000900 01  WS-MONTH-PROOF-SW        PIC X(01) VALUE 'Y'.
000910     88  WS-MONTH-IN-PROOF               VALUE 'Y'.
000920     88  WS-MONTH-OUT-OF-PROOF           VALUE 'N'.
000930*--------------------------------------------------------------*
000940* MONTH SELECTION.  DATES ARE YYYYMMDD, SO EVERY SNAPSHOT IN    *
000950* THE MONTH LIES BETWEEN YYYYMM01 AND YYYYMM31 WHATEVER THE     *
000960* MONTH'S LENGTH - NO CALENDAR TABLE IS NEEDED.                 *
000970*--------------------------------------------------------------*
000980 01  WS-TS-DATE               PIC 9(08) VALUE ZERO.
000990 01  WS-TS-DATE-R REDEFINES WS-TS-DATE.
001000     05  WS-TS-YEAR               PIC 9(04).
001010     05  WS-TS-MONTH              PIC 9(02).
001020     05  WS-TS-DAY                PIC 9(02).
001030 01  WS-MONTH-IN              PIC X(06) VALUE SPACES.
001040 01  WS-REPORT-MONTH          PIC 9(06) VALUE ZERO.
001050 01  WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
001060     05  WS-RM-YEAR               PIC 9(04).
001070     05  WS-RM-MONTH              PIC 9(02).
001080 01  WS-MONTH-START-DATE      PIC 9(08) VALUE ZERO.
001090 01  WS-MONTH-END-DATE        PIC 9(08) VALUE ZERO.
001100*--------------------------------------------------------------*
001110* CUSTOMER BEING ASSEMBLED                                      *
001120*--------------------------------------------------------------*
001130 01  WS-CURRENT-CUSTOMER      PIC X(10) VALUE SPACES.
001140 01  WS-CUST-BROUGHT-FWD      PIC S9(11)V99 COMP-3 VALUE ZERO.
001150 01  WS-CUST-DEBITS           PIC S9(11)V99 COMP-3 VALUE ZERO.
001160 01  WS-CUST-CREDITS          PIC S9(11)V99 COMP-3 VALUE ZERO.
001170 01  WS-CUST-MONTH-END        PIC S9(11)V99 COMP-3 VALUE ZERO.
001180 01  WS-CUST-LAST-DATE        PIC 9(08) VALUE ZERO.
001190 01  WS-CUST-EXPECTED         PIC S9(13)V99 COMP-3 VALUE ZERO.
001200*--------------------------------------------------------------*
001210* RUN TOTALS                                                    *
001220*--------------------------------------------------------------*
001230 01  WS-CUSTOMER-COUNT        PIC 9(09) COMP VALUE ZERO.
001240 01  WS-NOT-YET-OPEN-COUNT    PIC 9(09) COMP VALUE ZERO.
001250 01  WS-GAP-COUNT             PIC 9(09) COMP VALUE ZERO.
001260 01  WS-OUT-OF-PROOF-COUNT    PIC 9(09) COMP VALUE ZERO.
001270 01  WS-TOT-BROUGHT-FWD       PIC S9(13)V99 COMP-3 VALUE ZERO.
001280 01  WS-TOT-DEBITS            PIC S9(13)V99 COMP-3 VALUE ZERO.
001290 01  WS-TOT-CREDITS           PIC S9(13)V99 COMP-3 VALUE ZERO.
001300 01  WS-TOT-MONTH-END         PIC S9(13)V99 COMP-3 VALUE ZERO.
001310 01  WS-TOT-CREDIT-BALANCES   PIC S9(13)V99 COMP-3 VALUE ZERO.
001320 01  WS-TOT-DEBIT-BALANCES    PIC S9(13)V99 COMP-3 VALUE ZERO.
001330*--------------------------------------------------------------*
001340* PAGE CONTROL                                                  *
001350*--------------------------------------------------------------*
001360 01  WS-LINE-COUNT            PIC 9(03) COMP VALUE ZERO.
001370 01  WS-PAGE-NO               PIC 9(05) COMP VALUE ZERO.
001380 01  WS-PAGE-LIMIT            PIC 9(03) COMP VALUE 55.
001390*--------------------------------------------------------------*
001400* REPORT LINE BUILD AREAS                                       *
001410*--------------------------------------------------------------*
001420 01  WS-HEADING-LINE.
001430     05  FILLER                   PIC X(01) VALUE SPACES.
001440     05  FILLER                   PIC X(30) VALUE
001450         'DL100 MONTH-END BALANCE LIST'.
001460     05  FILLER                   PIC X(06) VALUE SPACES.
001470     05  FILLER                   PIC X(07) VALUE 'MONTH: '.
001480     05  WS-HD-REPORT-MONTH       PIC 9(06).
001490     05  FILLER                   PIC X(08) VALUE SPACES.
001500     05  FILLER                   PIC X(06) VALUE 'PAGE: '.
001510     05  WS-HD-PAGE-NO            PIC ZZ,ZZ9.
001520     05  FILLER                   PIC X(62) VALUE SPACES.
001530 01  WS-COLUMN-LINE.
001540     05  FILLER                   PIC X(12) VALUE ' CUSTOMER-ID'.
001550     05  FILLER                   PIC X(21) VALUE
001560         'NAME'.
001570     05  FILLER                   PIC X(09) VALUE 'LAST SNAP'.
001580     05  FILLER                   PIC X(17) VALUE
001590         '  BROUGHT FORWARD'.
001600     05  FILLER                   PIC X(17) VALUE
001610         '           DEBITS'.
001620     05  FILLER                   PIC X(17) VALUE
001630         '          CREDITS'.
001640     05  FILLER                   PIC X(17) VALUE
001650         '        MONTH END'.
001660     05  FILLER                   PIC X(22) VALUE SPACES.
001670 01  WS-DETAIL-LINE.
001680     05  FILLER                   PIC X(01) VALUE SPACES.
001690     05  WS-DT-CUSTOMER-ID        PIC X(10).
001700     05  FILLER                   PIC X(01) VALUE SPACES.
001710     05  WS-DT-CUSTOMER-NAME      PIC X(20).
001720     05  FILLER                   PIC X(01) VALUE SPACES.
001730     05  WS-DT-LAST-DATE          PIC 9(08).
001740     05  WS-DT-BROUGHT-FWD        PIC -Z(12)9.99.
001750     05  WS-DT-DEBITS             PIC -Z(12)9.99.
001760     05  WS-DT-CREDITS            PIC -Z(12)9.99.
001770     05  WS-DT-MONTH-END          PIC -Z(12)9.99.
001780     05  FILLER                   PIC X(02) VALUE SPACES.
001790     05  WS-DT-FLAG               PIC X(20).
001800     05  FILLER                   PIC X(01) VALUE SPACES.
001810 01  WS-REPORT-LABEL           PIC X(40) VALUE SPACES.
001820 01  WS-REPORT-COUNT           PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
001830 01  WS-REPORT-AMOUNT          PIC -Z(12)9.99 VALUE ZERO.
001840 PROCEDURE DIVISION.
001850*================================================================*
001860* 0000-MAINLINE-CONTROL                                          *
001870*================================================================*
001880 0000-MAINLINE-CONTROL.
001890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001900     PERFORM 2000-LIST-ONE-CUSTOMER THRU 2000-EXIT
001910         UNTIL WS-HISTORY-EOF-REACHED.
001920     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
001930     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001940     GOBACK.
001950 0000-EXIT.
001960     EXIT.
001970*================================================================*
001980* 1000-INITIALIZE - TAKE THE MONTH FROM SYSIN, WORK OUT ITS      *
001990* FIRST AND LAST POSSIBLE DATES, OPEN THE FILES AND PRIME THE    *
002000* FIRST READ.  THE REFERENCE MASTER ONLY SUPPLIES NAMES.         *
002010*================================================================*
002020 1000-INITIALIZE.
002030     PERFORM 1050-REINITIALIZE-WORK-AREAS THRU 1050-EXIT.
002040     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
002050     ACCEPT WS-MONTH-IN.
002060     IF WS-MONTH-IN NUMERIC AND WS-MONTH-IN NOT = ZEROS
002070         MOVE WS-MONTH-IN TO WS-REPORT-MONTH
002080     ELSE
002090         MOVE WS-TS-YEAR TO WS-RM-YEAR
002100         MOVE WS-TS-MONTH TO WS-RM-MONTH
002110         IF WS-RM-MONTH = 1
002120             MOVE 12 TO WS-RM-MONTH
002130             SUBTRACT 1 FROM WS-RM-YEAR
002140         ELSE
002150             SUBTRACT 1 FROM WS-RM-MONTH
002160         END-IF
002170     END-IF.
002180     COMPUTE WS-MONTH-START-DATE = WS-REPORT-MONTH * 100 + 1.
002190     COMPUTE WS-MONTH-END-DATE = WS-REPORT-MONTH * 100 + 31.
002200     OPEN OUTPUT PRINT-FILE.
002210     PERFORM 4100-START-REPORT-PAGE THRU 4100-EXIT.
002220     OPEN INPUT CUSTOMER-REF.
002230     IF WS-CUSTREF-FILE-STATUS = '00'
002240         SET WS-CUSTREF-AVAILABLE TO TRUE
002250     ELSE
002260         SET WS-CUSTREF-NOT-AVAILABLE TO TRUE
002270     END-IF.
002280     OPEN INPUT BALANCE-HISTORY.
002290     IF WS-BALHIST-FILE-STATUS NOT = '00'
002300         SET WS-HISTORY-EOF-REACHED TO TRUE
002310         MOVE 'BALANCE HISTORY NOT AVAILABLE - NOTHING TO REPORT'
002320             TO PR-PRINT-LINE
002330         WRITE PR-PRINT-LINE
002340         GO TO 1000-EXIT
002350     END-IF.
002360     MOVE LOW-VALUES TO BH-HISTORY-KEY.
002370     START BALANCE-HISTORY KEY NOT LESS THAN BH-HISTORY-KEY
002380         INVALID KEY
002390             SET WS-HISTORY-EOF-REACHED TO TRUE
002400     END-START.
002410     IF WS-HISTORY-NOT-EOF
002420         PERFORM 2100-READ-NEXT-SNAPSHOT THRU 2100-EXIT
002430     END-IF.
002440 1000-EXIT.
002450     EXIT.
002460*================================================================*
002470* 1050-REINITIALIZE-WORK-AREAS - RE-APPLY THE PROGRAM'S DEFAULT  *
002480* VALUES TO EVERY WORKING AREA BEFORE THE RUN STARTS             *
002490*================================================================*
002500 1050-REINITIALIZE-WORK-AREAS.
002510     MOVE '00' TO WS-BALHIST-FILE-STATUS.
002520     MOVE '00' TO WS-CUSTREF-FILE-STATUS.
002530     SET WS-HISTORY-NOT-EOF TO TRUE.
002540     SET WS-CUSTREF-NOT-AVAILABLE TO TRUE.
002550     SET WS-BROUGHT-FWD-NOT-FOUND TO TRUE.
002560     SET WS-MONTH-END-NOT-FOUND TO TRUE.
002570     SET WS-MONTH-IN-PROOF TO TRUE.
002580     MOVE ZERO TO WS-TS-DATE.
002590     MOVE SPACES TO WS-MONTH-IN.
002600     MOVE ZERO TO WS-REPORT-MONTH.
002610     MOVE ZERO TO WS-MONTH-START-DATE.
002620     MOVE ZERO TO WS-MONTH-END-DATE.
002630     MOVE SPACES TO WS-CURRENT-CUSTOMER.
002640     MOVE ZERO TO WS-CUST-BROUGHT-FWD.
002650     MOVE ZERO TO WS-CUST-DEBITS.
002660     MOVE ZERO TO WS-CUST-CREDITS.
002670     MOVE ZERO TO WS-CUST-MONTH-END.
002680     MOVE ZERO TO WS-CUST-LAST-DATE.
002690     MOVE ZERO TO WS-CUST-EXPECTED.
002700     MOVE ZERO TO WS-CUSTOMER-COUNT.
002710     MOVE ZERO TO WS-NOT-YET-OPEN-COUNT.
002720     MOVE ZERO TO WS-GAP-COUNT.
002730     MOVE ZERO TO WS-OUT-OF-PROOF-COUNT.
002740     MOVE ZERO TO WS-TOT-BROUGHT-FWD.
002750     MOVE ZERO TO WS-TOT-DEBITS.
002760     MOVE ZERO TO WS-TOT-CREDITS.
002770     MOVE ZERO TO WS-TOT-MONTH-END.
002780     MOVE ZERO TO WS-TOT-CREDIT-BALANCES.
002790     MOVE ZERO TO WS-TOT-DEBIT-BALANCES.
002800     MOVE ZERO TO WS-LINE-COUNT.
002810     MOVE ZERO TO WS-PAGE-NO.
002820     MOVE 55 TO WS-PAGE-LIMIT.
002830     MOVE SPACES TO WS-REPORT-LABEL.
002840     MOVE ZERO TO WS-REPORT-COUNT.
002850     MOVE ZERO TO WS-REPORT-AMOUNT.
002860 1050-EXIT.
002870     EXIT.
002880*================================================================*
002890* 2000-LIST-ONE-CUSTOMER - PASS OVER EVERY SNAPSHOT FOR ONE      *
002900* CUSTOMER (THEY ARRIVE IN DATE ORDER) AND LIST THE CUSTOMER     *
002910* IF IT HAD A BALANCE BY THE END OF THE MONTH                    *
002920*================================================================*
002930 2000-LIST-ONE-CUSTOMER.
002940     MOVE BH-CUSTOMER-ID TO WS-CURRENT-CUSTOMER.
002950     SET WS-BROUGHT-FWD-NOT-FOUND TO TRUE.
002960     SET WS-MONTH-END-NOT-FOUND TO TRUE.
002970     SET WS-MONTH-IN-PROOF TO TRUE.
002980     MOVE ZERO TO WS-CUST-BROUGHT-FWD.
002990     MOVE ZERO TO WS-CUST-DEBITS.
003000     MOVE ZERO TO WS-CUST-CREDITS.
003010     MOVE ZERO TO WS-CUST-MONTH-END.
003020     MOVE ZERO TO WS-CUST-LAST-DATE.
003030     PERFORM 2050-EXAMINE-SNAPSHOT THRU 2050-EXIT
003040         UNTIL WS-HISTORY-EOF-REACHED OR
003050               BH-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER.
003060     IF WS-MONTH-END-FOUND
003070         PERFORM 3000-PRINT-CUSTOMER THRU 3000-EXIT
003080     ELSE
003090         ADD 1 TO WS-NOT-YET-OPEN-COUNT
003100     END-IF.
003110 2000-EXIT.
003120     EXIT.
003130*================================================================*
003140* 2050-EXAMINE-SNAPSHOT - A SNAPSHOT BEFORE THE MONTH SETS THE   *
003150* BALANCE BROUGHT FORWARD; ONE INSIDE THE MONTH ADDS ITS DEBITS  *
003160* AND CREDITS.  EITHER WAY THE LATEST ONE SEEN IS THE MONTH-END  *
003170* BALANCE.  SNAPSHOTS AFTER THE MONTH ARE PASSED OVER.  A        *
003180* CUSTOMER WHOSE FIRST SNAPSHOT FALLS INSIDE THE MONTH BRINGS    *
003190* FORWARD THAT SNAPSHOT'S OPENING BALANCE.                       *
003200*================================================================*
003210 2050-EXAMINE-SNAPSHOT.
003220     IF BH-BALANCE-DATE > WS-MONTH-END-DATE
003230         GO TO 2050-NEXT
003240     END-IF.
003250     IF BH-BALANCE-DATE < WS-MONTH-START-DATE
003260         SET WS-BROUGHT-FWD-FOUND TO TRUE
003270         MOVE BH-CLOSING-BALANCE TO WS-CUST-BROUGHT-FWD
003280     ELSE
003290         IF WS-BROUGHT-FWD-NOT-FOUND AND WS-MONTH-END-NOT-FOUND
003300             MOVE BH-OPENING-BALANCE TO WS-CUST-BROUGHT-FWD
003310         END-IF
003320         ADD BH-DEBIT-TOTAL TO WS-CUST-DEBITS
003330         ADD BH-CREDIT-TOTAL TO WS-CUST-CREDITS
003340         IF BH-OUT-OF-PROOF
003350             SET WS-MONTH-OUT-OF-PROOF TO TRUE
003360         END-IF
003370     END-IF.
003380     SET WS-MONTH-END-FOUND TO TRUE.
003390     MOVE BH-CLOSING-BALANCE TO WS-CUST-MONTH-END.
003400     MOVE BH-BALANCE-DATE TO WS-CUST-LAST-DATE.
003410 2050-NEXT.
003420     PERFORM 2100-READ-NEXT-SNAPSHOT THRU 2100-EXIT.
003430 2050-EXIT.
003440     EXIT.
003450*================================================================*
003460* 2100-READ-NEXT-SNAPSHOT                                        *
003470*================================================================*
003480 2100-READ-NEXT-SNAPSHOT.
003490     READ BALANCE-HISTORY NEXT RECORD
003500         AT END
003510             SET WS-HISTORY-EOF-REACHED TO TRUE
003520     END-READ.
003530 2100-EXIT.
003540     EXIT.
003550*================================================================*
003560* 3000-PRINT-CUSTOMER - ONE LINE PER CUSTOMER, WITH THE MONTH'S  *
003570* MOVEMENT PROVED AGAINST THE BALANCES EITHER SIDE OF IT         *
003580*================================================================*
003590 3000-PRINT-CUSTOMER.
003600     ADD 1 TO WS-CUSTOMER-COUNT.
003610     ADD WS-CUST-BROUGHT-FWD TO WS-TOT-BROUGHT-FWD.
003620     ADD WS-CUST-DEBITS TO WS-TOT-DEBITS.
003630     ADD WS-CUST-CREDITS TO WS-TOT-CREDITS.
003640     ADD WS-CUST-MONTH-END TO WS-TOT-MONTH-END.
003650     IF WS-CUST-MONTH-END < ZERO
003660         ADD WS-CUST-MONTH-END TO WS-TOT-DEBIT-BALANCES
003670     ELSE
003680         ADD WS-CUST-MONTH-END TO WS-TOT-CREDIT-BALANCES
003690     END-IF.
003700     COMPUTE WS-CUST-EXPECTED = WS-CUST-BROUGHT-FWD
003710         + WS-CUST-CREDITS - WS-CUST-DEBITS.
003720     PERFORM 3100-LOOKUP-NAME THRU 3100-EXIT.
003730     MOVE WS-CURRENT-CUSTOMER TO WS-DT-CUSTOMER-ID.
003740     MOVE WS-CUST-LAST-DATE TO WS-DT-LAST-DATE.
003750     MOVE WS-CUST-BROUGHT-FWD TO WS-DT-BROUGHT-FWD.
003760     MOVE WS-CUST-DEBITS TO WS-DT-DEBITS.
003770     MOVE WS-CUST-CREDITS TO WS-DT-CREDITS.
003780     MOVE WS-CUST-MONTH-END TO WS-DT-MONTH-END.
003790     EVALUATE TRUE
003800         WHEN WS-CUST-EXPECTED NOT = WS-CUST-MONTH-END
003810             MOVE '*GAP IN HISTORY*' TO WS-DT-FLAG
003820             ADD 1 TO WS-GAP-COUNT
003830         WHEN WS-MONTH-OUT-OF-PROOF
003840             MOVE '*DAY OUT OF PROOF*' TO WS-DT-FLAG
003850             ADD 1 TO WS-OUT-OF-PROOF-COUNT
003860         WHEN OTHER
003870             MOVE SPACES TO WS-DT-FLAG
003880     END-EVALUATE.
003890     IF WS-LINE-COUNT > WS-PAGE-LIMIT
003900         PERFORM 4100-START-REPORT-PAGE THRU 4100-EXIT
003910     END-IF.
003920     MOVE WS-DETAIL-LINE TO PR-PRINT-LINE.
003930     WRITE PR-PRINT-LINE.
003940     ADD 1 TO WS-LINE-COUNT.
003950 3000-EXIT.
003960     EXIT.
003970*================================================================*
003980* 3100-LOOKUP-NAME - NAME FROM THE REFERENCE MASTER WHEN IT IS   *
003990* AVAILABLE AND KNOWS THE CUSTOMER                               *
004000*================================================================*
004010 3100-LOOKUP-NAME.
004020     MOVE SPACES TO WS-DT-CUSTOMER-NAME.
004030     IF WS-CUSTREF-NOT-AVAILABLE
004040         GO TO 3100-EXIT
004050     END-IF.
004060     MOVE WS-CURRENT-CUSTOMER TO CR-CUSTOMER-ID.
004070     READ CUSTOMER-REF
004080         INVALID KEY
004090             MOVE '*NOT ON REFERENCE*' TO WS-DT-CUSTOMER-NAME
004100             GO TO 3100-EXIT
004110     END-READ.
004120     MOVE CR-CUSTOMER-NAME TO WS-DT-CUSTOMER-NAME.
004130 3100-EXIT.
004140     EXIT.
004150*================================================================*
004160* 4000-PRINT-TOTALS - MONTH TOTALS.  THE BROUGHT-FORWARD PLUS    *
004170* CREDITS LESS DEBITS IS PROVED AGAINST THE MONTH-END TOTAL, SO  *
004180* A GAP ANYWHERE IN THE MONTH SHOWS HERE AS WELL AS ON ITS LINE. *
004190*================================================================*
004200 4000-PRINT-TOTALS.
004210     MOVE SPACES TO PR-PRINT-LINE.
004220     WRITE PR-PRINT-LINE.
004230     MOVE 'CUSTOMERS LISTED' TO WS-REPORT-LABEL.
004240     MOVE WS-CUSTOMER-COUNT TO WS-REPORT-COUNT.
004250     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
004260     MOVE 'CUSTOMERS WITH HISTORY ONLY AFTER MONTH' TO
004270         WS-REPORT-LABEL.
004280     MOVE WS-NOT-YET-OPEN-COUNT TO WS-REPORT-COUNT.
004290     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
004300     MOVE 'CUSTOMERS WITH A GAP IN HISTORY' TO WS-REPORT-LABEL.
004310     MOVE WS-GAP-COUNT TO WS-REPORT-COUNT.
004320     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
004330     MOVE 'CUSTOMERS WITH A DAY OUT OF PROOF' TO WS-REPORT-LABEL.
004340     MOVE WS-OUT-OF-PROOF-COUNT TO WS-REPORT-COUNT.
004350     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
004360     MOVE SPACES TO PR-PRINT-LINE.
004370     WRITE PR-PRINT-LINE.
004380     MOVE 'TOTAL BROUGHT FORWARD' TO WS-REPORT-LABEL.
004390     MOVE WS-TOT-BROUGHT-FWD TO WS-REPORT-AMOUNT.
004400     PERFORM 4300-WRITE-AMOUNT-LINE THRU 4300-EXIT.
004410     MOVE 'TOTAL DEBITS FOR THE MONTH' TO WS-REPORT-LABEL.
004420     MOVE WS-TOT-DEBITS TO WS-REPORT-AMOUNT.
004430     PERFORM 4300-WRITE-AMOUNT-LINE THRU 4300-EXIT.
004440     MOVE 'TOTAL CREDITS FOR THE MONTH' TO WS-REPORT-LABEL.
004450     MOVE WS-TOT-CREDITS TO WS-REPORT-AMOUNT.
004460     PERFORM 4300-WRITE-AMOUNT-LINE THRU 4300-EXIT.
004470     MOVE 'TOTAL MONTH-END BALANCES (NET)' TO WS-REPORT-LABEL.
004480     MOVE WS-TOT-MONTH-END TO WS-REPORT-AMOUNT.
004490     PERFORM 4300-WRITE-AMOUNT-LINE THRU 4300-EXIT.
004500     MOVE '  OF WHICH CREDIT (ZERO OR ABOVE)' TO WS-REPORT-LABEL.
004510     MOVE WS-TOT-CREDIT-BALANCES TO WS-REPORT-AMOUNT.
004520     PERFORM 4300-WRITE-AMOUNT-LINE THRU 4300-EXIT.
004530     MOVE '  OF WHICH DEBIT (BELOW ZERO)' TO WS-REPORT-LABEL.
004540     MOVE WS-TOT-DEBIT-BALANCES TO WS-REPORT-AMOUNT.
004550     PERFORM 4300-WRITE-AMOUNT-LINE THRU 4300-EXIT.
004560     MOVE SPACES TO PR-PRINT-LINE.
004570     WRITE PR-PRINT-LINE.
004580     COMPUTE WS-CUST-EXPECTED = WS-TOT-BROUGHT-FWD
004590         + WS-TOT-CREDITS - WS-TOT-DEBITS.
004600     IF WS-CUST-EXPECTED = WS-TOT-MONTH-END AND
004610             WS-OUT-OF-PROOF-COUNT = ZERO
004620         MOVE 'MONTH PROVES - BROUGHT FORWARD + CREDITS - DEBITS =
004630-            ' MONTH-END BALANCES'
004640             TO PR-PRINT-LINE
004650     ELSE
004660         MOVE '***** MONTH DOES NOT PROVE - SEE FLAGGED CUSTOMERS 
004670-            'BEFORE RELYING ON THESE BALANCES *****'
004680             TO PR-PRINT-LINE
004690     END-IF.
004700     WRITE PR-PRINT-LINE.
004710 4000-EXIT.
004720     EXIT.
004730*================================================================*
004740* 4100-START-REPORT-PAGE                                         *
004750*================================================================*
004760 4100-START-REPORT-PAGE.
004770     ADD 1 TO WS-PAGE-NO.
004780     MOVE WS-REPORT-MONTH TO WS-HD-REPORT-MONTH.
004790     MOVE WS-PAGE-NO TO WS-HD-PAGE-NO.
004800     MOVE WS-HEADING-LINE TO PR-PRINT-LINE.
004810     IF WS-PAGE-NO = 1
004820         WRITE PR-PRINT-LINE
004830     ELSE
004840         WRITE PR-PRINT-LINE AFTER ADVANCING PAGE
004850     END-IF.
004860     MOVE SPACES TO PR-PRINT-LINE.
004870     WRITE PR-PRINT-LINE.
004880     MOVE WS-COLUMN-LINE TO PR-PRINT-LINE.
004890     WRITE PR-PRINT-LINE.
004900     MOVE 4 TO WS-LINE-COUNT.
004910 4100-EXIT.
004920     EXIT.
004930*================================================================*
004940* 4200-WRITE-COUNT-LINE                                          *
004950*================================================================*
004960 4200-WRITE-COUNT-LINE.
004970     MOVE SPACES TO PR-PRINT-LINE.
004980     STRING WS-REPORT-LABEL  DELIMITED BY SIZE
004990            ' . . . . . . '  DELIMITED BY SIZE
005000            WS-REPORT-COUNT  DELIMITED BY SIZE
005010         INTO PR-PRINT-LINE.
005020     WRITE PR-PRINT-LINE.
005030 4200-EXIT.
005040     EXIT.
005050*================================================================*
005060* 4300-WRITE-AMOUNT-LINE                                         *
005070*================================================================*
005080 4300-WRITE-AMOUNT-LINE.
005090     MOVE SPACES TO PR-PRINT-LINE.
005100     STRING WS-REPORT-LABEL  DELIMITED BY SIZE
005110            ' . . . . . . '  DELIMITED BY SIZE
005120            WS-REPORT-AMOUNT DELIMITED BY SIZE
005130         INTO PR-PRINT-LINE.
005140     WRITE PR-PRINT-LINE.
005150 4300-EXIT.
005160     EXIT.
005170*================================================================*
005180* 9000-TERMINATE - CLOSE FILES                                   *
005190*================================================================*
005200 9000-TERMINATE.
005210     IF WS-BALHIST-FILE-STATUS NOT = '35'
005220         CLOSE BALANCE-HISTORY
005230     END-IF.
005240     IF WS-CUSTREF-AVAILABLE
005250         CLOSE CUSTOMER-REF
005260     END-IF.
005270     CLOSE PRINT-FILE.
005280 9000-EXIT.
005290     EXIT.
