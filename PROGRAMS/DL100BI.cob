000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DL100BI.
000120 AUTHOR.        J. WHITFIELD.
000130 INSTALLATION.  DAILY LEDGER PROCESSING.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* REMARKS.                                                      *
000180*   AS-OF BALANCE INQUIRY.  PRINTS WHAT A CUSTOMER'S BALANCE    *
000190*   WAS AT THE CLOSE OF A GIVEN DATE, FROM THE DL100BH DAILY    *
000200*   SNAPSHOTS DL100CL WRITES AS IT PROVES THE LEDGER.  THE      *
000210*   BALANCE AS OF A DATE IS THE CLOSING BALANCE ON THE LATEST   *
000220*   SNAPSHOT DATED ON OR BEFORE IT - A DATE THE CLOSE DID NOT   *
000230*   RUN (A WEEKEND OR HOLIDAY) CARRIES THE PRIOR CLOSE.  THE    *
000240*   SNAPSHOT USED IS SHOWN WITH ITS DATE, ITS OPENING, DEBIT    *
000250*   AND CREDIT FIGURES AND THE PROOF VERDICT THE CLOSE GAVE     *
000260*   IT, SO AN ANSWER DRAWN FROM AN OUT-OF-PROOF DAY IS FLAGGED. *
000270*   A CUSTOMER WHOSE HISTORY STARTS AFTER THE AS-OF DATE IS     *
000280*   LISTED AS HAVING NO SNAPSHOT RATHER THAN SILENTLY DROPPED.  *
000290*                                                               *
000300*   SYSIN CARDS -                                               *
000310*     1  FROM CUSTOMER ID (BLANK = FIRST CUSTOMER ON FILE)      *
000320*     2  TO CUSTOMER ID   (BLANK = THE FROM CUSTOMER ONLY, OR   *
000330*                          EVERY CUSTOMER WHEN CARD 1 IS BLANK) *
000340*     3  AS-OF DATE, YYYYMMDD (BLANK OR ZERO = TODAY)           *
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
000550     SELECT PRINT-FILE ASSIGN TO BALINQ
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
000840 01  WS-SNAPSHOT-FOUND-SW     PIC X(01) VALUE 'N'.
000850     88  WS-SNAPSHOT-FOUND               VALUE 'Y'.
000860     88  WS-SNAPSHOT-NOT-FOUND           VALUE 'N'.
000870*--------------------------------------------------------------*
000880* SELECTION - CUSTOMER RANGE AND AS-OF DATE FROM SYSIN          *
000890*--------------------------------------------------------------*
000900 01  WS-TS-DATE               PIC 9(08) VALUE ZERO.
000910 01  WS-FROM-CUSTOMER-IN      PIC X(10) VALUE SPACES.
000920 01  WS-TO-CUSTOMER-IN        PIC X(10) VALUE SPACES.
000930 01  WS-AS-OF-DATE-IN         PIC X(08) VALUE SPACES.
000940 01  WS-FROM-CUSTOMER         PIC X(10) VALUE SPACES.
000950 01  WS-TO-CUSTOMER           PIC X(10) VALUE SPACES.
000960 01  WS-AS-OF-DATE            PIC 9(08) VALUE ZERO.
000970*--------------------------------------------------------------*
000980* CUSTOMER BEING ASSEMBLED AND THE SNAPSHOT HELD FOR IT - THE   *
000990* LATEST ONE DATED ON OR BEFORE THE AS-OF DATE                  *
001000*--------------------------------------------------------------*
001010 01  WS-CURRENT-CUSTOMER      PIC X(10) VALUE SPACES.
001020 01  WS-HOLD-BALANCE-DATE     PIC 9(08) VALUE ZERO.
001030 01  WS-HOLD-OPENING          PIC S9(11)V99 COMP-3 VALUE ZERO.
001040 01  WS-HOLD-DEBITS           PIC S9(11)V99 COMP-3 VALUE ZERO.
001050 01  WS-HOLD-CREDITS          PIC S9(11)V99 COMP-3 VALUE ZERO.
001060 01  WS-HOLD-CLOSING          PIC S9(11)V99 COMP-3 VALUE ZERO.
001070 01  WS-HOLD-PROOF-SW         PIC X(01) VALUE 'Y'.
001080     88  WS-HOLD-IN-PROOF                VALUE 'Y'.
001090     88  WS-HOLD-OUT-OF-PROOF            VALUE 'N'.
001100*--------------------------------------------------------------*
001110* RUN TOTALS                                                    *
001120*--------------------------------------------------------------*
001130 01  WS-CUSTOMER-COUNT        PIC 9(09) COMP VALUE ZERO.
001140 01  WS-NO-SNAPSHOT-COUNT     PIC 9(09) COMP VALUE ZERO.
001150 01  WS-OUT-OF-PROOF-COUNT    PIC 9(09) COMP VALUE ZERO.
001160 01  WS-TOT-CLOSING           PIC S9(13)V99 COMP-3 VALUE ZERO.
001170*--------------------------------------------------------------*
001180* PAGE CONTROL                                                  *
001190*--------------------------------------------------------------*
001200 01  WS-LINE-COUNT            PIC 9(03) COMP VALUE ZERO.
001210 01  WS-PAGE-NO               PIC 9(05) COMP VALUE ZERO.
001220 01  WS-PAGE-LIMIT            PIC 9(03) COMP VALUE 55.
001230*--------------------------------------------------------------*
001240* REPORT LINE BUILD AREAS                                       *
001250*--------------------------------------------------------------*
001260 01  WS-HEADING-LINE.
001270     05  FILLER                   PIC X(01) VALUE SPACES.
001280     05  FILLER                   PIC X(30) VALUE
001290         'DL100 AS-OF BALANCE INQUIRY'.
001300     05  FILLER                   PIC X(06) VALUE SPACES.
001310     05  FILLER                   PIC X(07) VALUE 'AS OF: '.
001320     05  WS-HD-AS-OF-DATE         PIC 9(08).
001330     05  FILLER                   PIC X(06) VALUE SPACES.
001340     05  FILLER                   PIC X(06) VALUE 'PAGE: '.
001350     05  WS-HD-PAGE-NO            PIC ZZ,ZZ9.
001360     05  FILLER                   PIC X(62) VALUE SPACES.
001370 01  WS-COLUMN-LINE.
001380     05  FILLER                   PIC X(12) VALUE ' CUSTOMER-ID'.
001390     05  FILLER                   PIC X(21) VALUE
001400         'NAME'.
001410     05  FILLER                   PIC X(09) VALUE 'SNAPSHOT'.
001420     05  FILLER                   PIC X(16) VALUE
001430         '         OPENING'.
001440     05  FILLER                   PIC X(16) VALUE
001450         '          DEBITS'.
001460     05  FILLER                   PIC X(16) VALUE
001470         '         CREDITS'.
001480     05  FILLER                   PIC X(16) VALUE
001490         ' CLOSING (AS-OF)'.
001500     05  FILLER                   PIC X(26) VALUE SPACES.
001510 01  WS-DETAIL-LINE.
001520     05  FILLER                   PIC X(01) VALUE SPACES.
001530     05  WS-DT-CUSTOMER-ID        PIC X(10).
001540     05  FILLER                   PIC X(01) VALUE SPACES.
001550     05  WS-DT-CUSTOMER-NAME      PIC X(20).
001560     05  FILLER                   PIC X(01) VALUE SPACES.
001570     05  WS-DT-BALANCE-DATE       PIC 9(08).
001580     05  WS-DT-OPENING            PIC -Z(12)9.99.
001590     05  WS-DT-DEBITS             PIC -Z(12)9.99.
001600     05  WS-DT-CREDITS            PIC -Z(12)9.99.
001610     05  WS-DT-CLOSING            PIC -Z(12)9.99.
001620     05  FILLER                   PIC X(02) VALUE SPACES.
001630     05  WS-DT-PROOF-FLAG         PIC X(20).
001640     05  FILLER                   PIC X(01) VALUE SPACES.
001650 01  WS-NO-SNAPSHOT-LINE.
001660     05  FILLER                   PIC X(01) VALUE SPACES.
001670     05  WS-NS-CUSTOMER-ID        PIC X(10).
001680     05  FILLER                   PIC X(01) VALUE SPACES.
001690     05  WS-NS-CUSTOMER-NAME      PIC X(20).
001700     05  FILLER                   PIC X(01) VALUE SPACES.
001710     05  FILLER                   PIC X(40) VALUE
001720         'NO SNAPSHOT ON OR BEFORE THE AS-OF DATE'.
001730     05  FILLER                   PIC X(59) VALUE SPACES.
001740 01  WS-REPORT-LABEL           PIC X(40) VALUE SPACES.
001750 01  WS-REPORT-COUNT           PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
001760 01  WS-REPORT-AMOUNT          PIC -Z(12)9.99 VALUE ZERO.
001770 PROCEDURE DIVISION.
001780*================================================================*
001790* 0000-MAINLINE-CONTROL                                          *
001800*================================================================*
001810 0000-MAINLINE-CONTROL.
001820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001830     PERFORM 2000-REPORT-ONE-CUSTOMER THRU 2000-EXIT
001840         UNTIL WS-HISTORY-EOF-REACHED.
001850     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
001860     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001870     GOBACK.
001880 0000-EXIT.
001890     EXIT.
001900*================================================================*
001910* 1000-INITIALIZE - TAKE THE RANGE AND AS-OF DATE FROM SYSIN,    *
001920* OPEN THE FILES AND POSITION AT THE FIRST SNAPSHOT OF THE       *
001930* FROM CUSTOMER.  THE REFERENCE MASTER ONLY SUPPLIES NAMES AND   *
001940* IS NOT REQUIRED.                                               *
001950*================================================================*
001960 1000-INITIALIZE.
001970     PERFORM 1050-REINITIALIZE-WORK-AREAS THRU 1050-EXIT.
001980     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
001990     ACCEPT WS-FROM-CUSTOMER-IN.
002000     ACCEPT WS-TO-CUSTOMER-IN.
002010     ACCEPT WS-AS-OF-DATE-IN.
002020     MOVE WS-TS-DATE TO WS-AS-OF-DATE.
002030     IF WS-AS-OF-DATE-IN NUMERIC AND
002040             WS-AS-OF-DATE-IN NOT = ZEROS
002050         MOVE WS-AS-OF-DATE-IN TO WS-AS-OF-DATE
002060     END-IF.
002070     IF WS-FROM-CUSTOMER-IN = SPACES
002080         MOVE LOW-VALUES TO WS-FROM-CUSTOMER
002090     ELSE
002100         MOVE WS-FROM-CUSTOMER-IN TO WS-FROM-CUSTOMER
002110     END-IF.
002120     EVALUATE TRUE
002130         WHEN WS-TO-CUSTOMER-IN NOT = SPACES
002140             MOVE WS-TO-CUSTOMER-IN TO WS-TO-CUSTOMER
002150         WHEN WS-FROM-CUSTOMER-IN = SPACES
002160             MOVE HIGH-VALUES TO WS-TO-CUSTOMER
002170         WHEN OTHER
002180             MOVE WS-FROM-CUSTOMER-IN TO WS-TO-CUSTOMER
002190     END-EVALUATE.
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
002360     MOVE WS-FROM-CUSTOMER TO BH-CUSTOMER-ID.
002370     MOVE ZERO TO BH-BALANCE-DATE.
002380     START BALANCE-HISTORY KEY NOT LESS THAN BH-HISTORY-KEY
002390         INVALID KEY
002400             SET WS-HISTORY-EOF-REACHED TO TRUE
002410     END-START.
002420     IF WS-HISTORY-NOT-EOF
002430         PERFORM 2100-READ-NEXT-SNAPSHOT THRU 2100-EXIT
002440     END-IF.
002450 1000-EXIT.
002460     EXIT.
002470*================================================================*
002480* 1050-REINITIALIZE-WORK-AREAS - RE-APPLY THE PROGRAM'S DEFAULT  *
002490* VALUES TO EVERY WORKING AREA BEFORE THE RUN STARTS             *
002500*================================================================*
002510 1050-REINITIALIZE-WORK-AREAS.
002520     MOVE '00' TO WS-BALHIST-FILE-STATUS.
002530     MOVE '00' TO WS-CUSTREF-FILE-STATUS.
002540     SET WS-HISTORY-NOT-EOF TO TRUE.
002550     SET WS-CUSTREF-NOT-AVAILABLE TO TRUE.
002560     SET WS-SNAPSHOT-NOT-FOUND TO TRUE.
002570     MOVE ZERO TO WS-TS-DATE.
002580     MOVE SPACES TO WS-FROM-CUSTOMER-IN.
002590     MOVE SPACES TO WS-TO-CUSTOMER-IN.
002600     MOVE SPACES TO WS-AS-OF-DATE-IN.
002610     MOVE SPACES TO WS-FROM-CUSTOMER.
002620     MOVE SPACES TO WS-TO-CUSTOMER.
002630     MOVE ZERO TO WS-AS-OF-DATE.
002640     MOVE SPACES TO WS-CURRENT-CUSTOMER.
002650     MOVE ZERO TO WS-HOLD-BALANCE-DATE.
002660     MOVE ZERO TO WS-HOLD-OPENING.
002670     MOVE ZERO TO WS-HOLD-DEBITS.
002680     MOVE ZERO TO WS-HOLD-CREDITS.
002690     MOVE ZERO TO WS-HOLD-CLOSING.
002700     SET WS-HOLD-IN-PROOF TO TRUE.
002710     MOVE ZERO TO WS-CUSTOMER-COUNT.
002720     MOVE ZERO TO WS-NO-SNAPSHOT-COUNT.
002730     MOVE ZERO TO WS-OUT-OF-PROOF-COUNT.
002740     MOVE ZERO TO WS-TOT-CLOSING.
002750     MOVE ZERO TO WS-LINE-COUNT.
002760     MOVE ZERO TO WS-PAGE-NO.
002770     MOVE 55 TO WS-PAGE-LIMIT.
002780     MOVE SPACES TO WS-REPORT-LABEL.
002790     MOVE ZERO TO WS-REPORT-COUNT.
002800     MOVE ZERO TO WS-REPORT-AMOUNT.
002810 1050-EXIT.
002820     EXIT.
002830*================================================================*
002840* 2000-REPORT-ONE-CUSTOMER - PASS OVER EVERY SNAPSHOT FOR ONE    *
002850* CUSTOMER (THEY ARRIVE IN DATE ORDER), HOLD THE LAST ONE ON OR  *
002860* BEFORE THE AS-OF DATE, AND PRINT THE CUSTOMER'S LINE.          *
002870*================================================================*
002880 2000-REPORT-ONE-CUSTOMER.
002890     MOVE BH-CUSTOMER-ID TO WS-CURRENT-CUSTOMER.
002900     SET WS-SNAPSHOT-NOT-FOUND TO TRUE.
002910     PERFORM 2050-EXAMINE-SNAPSHOT THRU 2050-EXIT
002920         UNTIL WS-HISTORY-EOF-REACHED OR
002930               BH-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER.
002940     PERFORM 3000-PRINT-CUSTOMER THRU 3000-EXIT.
002950 2000-EXIT.
002960     EXIT.
002970*================================================================*
002980* 2050-EXAMINE-SNAPSHOT                                          *
002990*================================================================*
003000 2050-EXAMINE-SNAPSHOT.
003010     IF BH-BALANCE-DATE NOT > WS-AS-OF-DATE
003020         SET WS-SNAPSHOT-FOUND TO TRUE
003030         MOVE BH-BALANCE-DATE TO WS-HOLD-BALANCE-DATE
003040         MOVE BH-OPENING-BALANCE TO WS-HOLD-OPENING
003050         MOVE BH-DEBIT-TOTAL TO WS-HOLD-DEBITS
003060         MOVE BH-CREDIT-TOTAL TO WS-HOLD-CREDITS
003070         MOVE BH-CLOSING-BALANCE TO WS-HOLD-CLOSING
003080         MOVE BH-PROOF-SW TO WS-HOLD-PROOF-SW
003090     END-IF.
003100     PERFORM 2100-READ-NEXT-SNAPSHOT THRU 2100-EXIT.
003110 2050-EXIT.
003120     EXIT.
003130*================================================================*
003140* 2100-READ-NEXT-SNAPSHOT - END OF FILE, OR THE FIRST SNAPSHOT   *
003150* PAST THE TO CUSTOMER, ENDS THE RUN                             *
003160*================================================================*
003170 2100-READ-NEXT-SNAPSHOT.
003180     READ BALANCE-HISTORY NEXT RECORD
003190         AT END
003200             SET WS-HISTORY-EOF-REACHED TO TRUE
003210     END-READ.
003220     IF WS-HISTORY-NOT-EOF AND
003230             BH-CUSTOMER-ID > WS-TO-CUSTOMER
003240         SET WS-HISTORY-EOF-REACHED TO TRUE
003250     END-IF.
003260 2100-EXIT.
003270     EXIT.
003280*================================================================*
003290* 3000-PRINT-CUSTOMER - ONE LINE PER CUSTOMER.  THE CLOSING      *
003300* BALANCE OF THE HELD SNAPSHOT IS THE BALANCE AS OF THE DATE.    *
003310*================================================================*
003320 3000-PRINT-CUSTOMER.
003330     ADD 1 TO WS-CUSTOMER-COUNT.
003340     PERFORM 3100-LOOKUP-NAME THRU 3100-EXIT.
003350     IF WS-LINE-COUNT > WS-PAGE-LIMIT
003360         PERFORM 4100-START-REPORT-PAGE THRU 4100-EXIT
003370     END-IF.
003380     IF WS-SNAPSHOT-NOT-FOUND
003390         ADD 1 TO WS-NO-SNAPSHOT-COUNT
003400         MOVE WS-CURRENT-CUSTOMER TO WS-NS-CUSTOMER-ID
003410         MOVE WS-NO-SNAPSHOT-LINE TO PR-PRINT-LINE
003420         WRITE PR-PRINT-LINE
003430         ADD 1 TO WS-LINE-COUNT
003440         GO TO 3000-EXIT
003450     END-IF.
003460     ADD WS-HOLD-CLOSING TO WS-TOT-CLOSING.
003470     MOVE WS-CURRENT-CUSTOMER TO WS-DT-CUSTOMER-ID.
003480     MOVE WS-HOLD-BALANCE-DATE TO WS-DT-BALANCE-DATE.
003490     MOVE WS-HOLD-OPENING TO WS-DT-OPENING.
003500     MOVE WS-HOLD-DEBITS TO WS-DT-DEBITS.
003510     MOVE WS-HOLD-CREDITS TO WS-DT-CREDITS.
003520     MOVE WS-HOLD-CLOSING TO WS-DT-CLOSING.
003530     IF WS-HOLD-OUT-OF-PROOF
003540         MOVE '*DAY OUT OF PROOF*' TO WS-DT-PROOF-FLAG
003550         ADD 1 TO WS-OUT-OF-PROOF-COUNT
003560     ELSE
003570         MOVE SPACES TO WS-DT-PROOF-FLAG
003580     END-IF.
003590     MOVE WS-DETAIL-LINE TO PR-PRINT-LINE.
003600     WRITE PR-PRINT-LINE.
003610     ADD 1 TO WS-LINE-COUNT.
003620 3000-EXIT.
003630     EXIT.
003640*================================================================*
003650* 3100-LOOKUP-NAME - NAME FROM THE REFERENCE MASTER WHEN IT IS   *
003660* AVAILABLE AND KNOWS THE CUSTOMER                               *
003670*================================================================*
003680 3100-LOOKUP-NAME.
003690     MOVE SPACES TO WS-DT-CUSTOMER-NAME.
003700     MOVE SPACES TO WS-NS-CUSTOMER-NAME.
003710     IF WS-CUSTREF-NOT-AVAILABLE
003720         GO TO 3100-EXIT
003730     END-IF.
003740     MOVE WS-CURRENT-CUSTOMER TO CR-CUSTOMER-ID.
003750     READ CUSTOMER-REF
003760         INVALID KEY
003770             MOVE '*NOT ON REFERENCE*' TO WS-DT-CUSTOMER-NAME
003780             MOVE '*NOT ON REFERENCE*' TO WS-NS-CUSTOMER-NAME
003790             GO TO 3100-EXIT
003800     END-READ.
003810     MOVE CR-CUSTOMER-NAME TO WS-DT-CUSTOMER-NAME.
003820     MOVE CR-CUSTOMER-NAME TO WS-NS-CUSTOMER-NAME.
003830 3100-EXIT.
003840     EXIT.
003850*================================================================*
003860* 4000-PRINT-TOTALS                                              *
003870*================================================================*
003880 4000-PRINT-TOTALS.
003890     MOVE SPACES TO PR-PRINT-LINE.
003900     WRITE PR-PRINT-LINE.
003910     IF WS-CUSTOMER-COUNT = ZERO
003920         MOVE 'NO BALANCE HISTORY FOR THE REQUESTED CUSTOMER(S)'
003930             TO PR-PRINT-LINE
003940         WRITE PR-PRINT-LINE
003950         GO TO 4000-EXIT
003960     END-IF.
003970     MOVE 'CUSTOMERS LISTED' TO WS-REPORT-LABEL.
003980     MOVE WS-CUSTOMER-COUNT TO WS-REPORT-COUNT.
003990     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
004000     MOVE 'CUSTOMERS WITH NO SNAPSHOT BY THE DATE' TO
004010         WS-REPORT-LABEL.
004020     MOVE WS-NO-SNAPSHOT-COUNT TO WS-REPORT-COUNT.
004030     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
004040     MOVE 'ANSWERS DRAWN FROM AN OUT-OF-PROOF DAY' TO
004050         WS-REPORT-LABEL.
004060     MOVE WS-OUT-OF-PROOF-COUNT TO WS-REPORT-COUNT.
004070     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
004080     MOVE 'TOTAL BALANCE AS OF THE DATE' TO WS-REPORT-LABEL.
004090     MOVE WS-TOT-CLOSING TO WS-REPORT-AMOUNT.
004100     PERFORM 4300-WRITE-AMOUNT-LINE THRU 4300-EXIT.
004110 4000-EXIT.
004120     EXIT.
004130*================================================================*
004140* 4100-START-REPORT-PAGE                                         *
004150*================================================================*
004160 4100-START-REPORT-PAGE.
004170     ADD 1 TO WS-PAGE-NO.
004180     MOVE WS-AS-OF-DATE TO WS-HD-AS-OF-DATE.
004190     MOVE WS-PAGE-NO TO WS-HD-PAGE-NO.
004200     MOVE WS-HEADING-LINE TO PR-PRINT-LINE.
004210     IF WS-PAGE-NO = 1
004220         WRITE PR-PRINT-LINE
004230     ELSE
004240         WRITE PR-PRINT-LINE AFTER ADVANCING PAGE
004250     END-IF.
004260     MOVE SPACES TO PR-PRINT-LINE.
004270     WRITE PR-PRINT-LINE.
004280     MOVE WS-COLUMN-LINE TO PR-PRINT-LINE.
004290     WRITE PR-PRINT-LINE.
004300     MOVE 4 TO WS-LINE-COUNT.
004310 4100-EXIT.
004320     EXIT.
004330*================================================================*
004340* 4200-WRITE-COUNT-LINE                                          *
004350*================================================================*
004360 4200-WRITE-COUNT-LINE.
004370     MOVE SPACES TO PR-PRINT-LINE.
004380     STRING WS-REPORT-LABEL  DELIMITED BY SIZE
004390            ' . . . . . . '  DELIMITED BY SIZE
004400            WS-REPORT-COUNT  DELIMITED BY SIZE
004410         INTO PR-PRINT-LINE.
004420     WRITE PR-PRINT-LINE.
004430 4200-EXIT.
004440     EXIT.
004450*================================================================*
004460* 4300-WRITE-AMOUNT-LINE                                         *
004470*================================================================*
004480 4300-WRITE-AMOUNT-LINE.
004490     MOVE SPACES TO PR-PRINT-LINE.
004500     STRING WS-REPORT-LABEL  DELIMITED BY SIZE
004510            ' . . . . . . '  DELIMITED BY SIZE
004520            WS-REPORT-AMOUNT DELIMITED BY SIZE
004530         INTO PR-PRINT-LINE.
004540     WRITE PR-PRINT-LINE.
004550 4300-EXIT.
004560     EXIT.
004570*================================================================*
004580* 9000-TERMINATE - CLOSE FILES                                   *
004590*================================================================*
004600 9000-TERMINATE.
004610     IF WS-BALHIST-FILE-STATUS NOT = '35'
004620         CLOSE BALANCE-HISTORY
004630     END-IF.
004640     IF WS-CUSTREF-AVAILABLE
004650         CLOSE CUSTOMER-REF
004660     END-IF.
004670     CLOSE PRINT-FILE.
004680 9000-EXIT.
004690     EXIT.
