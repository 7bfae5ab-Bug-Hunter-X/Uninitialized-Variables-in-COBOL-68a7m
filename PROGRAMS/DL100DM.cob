000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DL100DM.
000120 AUTHOR.        J. WHITFIELD.
000130 INSTALLATION.  DAILY LEDGER PROCESSING.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* REMARKS.                                                      *
000180*   PERIODIC DORMANT ACCOUNT RUN.  WALKS THE DL100CR CUSTOMER   *
000190*   REFERENCE MASTER AND, FOR EVERY OPEN CUSTOMER, COMPARES ITS *
000200*   LAST ACTIVITY AGAINST THE INACTIVITY PERIOD ON THE FIRST    *
000210*   SYSIN CARD (DAYS, BLANK OR ZERO = 180).  LAST ACTIVITY IS   *
000220*   THE LATEST OF THE DL100CM LAST-POSTING DATE, THE DATE       *
000230*   OPENED AND THE LAST REFERENCE-ROW UPDATE - SO A NEW ACCOUNT *
000240*   THAT HAS NOT POSTED YET, OR ONE THE DESK HAS JUST           *
000250*   REACTIVATED THROUGH DL100CU, IS NOT SWEPT STRAIGHT BACK TO  *
000260*   DORMANT.  AN ACCOUNT WHOSE LAST ACTIVITY FALLS BEFORE THE   *
000270*   CUTOFF IS SET TO STATUS 'D' (DORMANT), ATTRIBUTED TO        *
000280*   DL100DM, AND LOGGED TO THE DL100CH STATUS HISTORY WITH ITS  *
000290*   BALANCE AND LAST-ACTIVITY DATE.  FROM THEN ON DL100MN       *
000300*   SUSPENDS THE CUSTOMER'S OWN ACTIVITY (REASON C004) UNTIL    *
000310*   THE DESK REACTIVATES THE ACCOUNT.                           *
000320*   THE SECOND SYSIN CARD NAMES THE BUSINESS DATE THE RUN IS    *
000330*   FOR (YYYYMMDD, BLANK OR ZERO = TODAY); THE CUTOFF IS        *
000340*   COUNTED BACK FROM IT.  THE REPORT LISTS THE ACCOUNTS MADE   *
000350*   DORMANT THIS RUN, THE REACTIVATIONS KEYED IN DL100CU SINCE  *
000360*   THE PREVIOUS RUN (FROM THE DL100CH HISTORY - A RERUN FOR    *
000370*   THE SAME DATE LISTS THEM AGAIN), AND THE NUMBER OF DORMANT  *
000380*   ACCOUNTS AND TOTAL BALANCE SITTING IN THEM AFTER THE RUN.   *
000390*                                                               *
000400* MODIFICATION HISTORY.                                         *
000410*   2026-10-15  JW  INITIAL VERSION.                            *
000420*--------------------------------------------------------------*
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.   IBM-370.
000460 OBJECT-COMPUTER.   IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT CUSTOMER-REF ASSIGN TO CUSTREF
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS CR-CUSTOMER-ID
000530         FILE STATUS IS WS-CUSTREF-FILE-STATUS.
000540     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMST
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS CM-CUSTOMER-ID
000580         FILE STATUS IS WS-CUSTMST-FILE-STATUS.
000590     SELECT HISTORY-FILE ASSIGN TO CUSTHST
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000620     SELECT PRINT-FILE ASSIGN TO DORMRPT
000630         ORGANIZATION IS SEQUENTIAL.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  CUSTOMER-REF
000670     LABEL RECORDS ARE STANDARD.
000680     COPY DL100CR.
000690 FD  CUSTOMER-MASTER
000700     LABEL RECORDS ARE STANDARD.
000710     COPY DL100CM.
000720 FD  HISTORY-FILE
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750     COPY DL100CH.
000760 FD  PRINT-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790 01  PR-PRINT-LINE               PIC X(132).
000800 WORKING-STORAGE SECTION.
000810*--------------------------------------------------------------*
000820* FIELD-LEVEL INITIALIZATION STANDARD - SEE DL100MN FOR THE     *
000830* FULL STATEMENT OF THE RULE.                                   *
000840*--------------------------------------------------------------*
000850* RUN CONTROL SWITCHES AND STATUS FIELDS                        *
000860*--------------------------------------------------------------*
000870 01  WS-CUSTREF-FILE-STATUS   PIC X(02) VALUE '00'.
000880 01  WS-CUSTMST-FILE-STATUS   PIC X(02) VALUE '00'.
000890 01  WS-HISTORY-FILE-STATUS   PIC X(02) VALUE '00'.
000900 01  WS-CUSTREF-EOF-SW        PIC X(01) VALUE 'N'.
000910     88  WS-CUSTREF-EOF-REACHED          VALUE 'Y'.
000920     88  WS-CUSTREF-NOT-EOF              VALUE 'N'.
000930 01  WS-HISTORY-EOF-SW        PIC X(01) VALUE 'N'.
000940     88  WS-HISTORY-EOF-REACHED          VALUE 'Y'.
000950     88  WS-HISTORY-NOT-EOF              VALUE 'N'.
000960 01  WS-CUSTREF-AVAIL-SW      PIC X(01) VALUE 'N'.
000970     88  WS-CUSTREF-AVAILABLE            VALUE 'Y'.
000980     88  WS-CUSTREF-NOT-AVAILABLE        VALUE 'N'.
000990 01  WS-CUSTMST-AVAIL-SW      PIC X(01) VALUE 'N'.
001000     88  WS-CUSTMST-AVAILABLE            VALUE 'Y'.
001010     88  WS-CUSTMST-NOT-AVAILABLE        VALUE 'N'.
001020*--------------------------------------------------------------*
001030* RUN PARAMETERS - TWO SYSIN CARDS: INACTIVITY DAYS, THEN THE   *
001040* BUSINESS DATE.  THE CUTOFF IS THE BUSINESS DATE LESS THE      *
001050* INACTIVITY DAYS; LAST ACTIVITY BEFORE IT MAKES AN ACCOUNT     *
001060* DORMANT.                                                      *
001070*--------------------------------------------------------------*
001080 01  WS-TS-DATE               PIC 9(08) VALUE ZERO.
001090 01  WS-TS-TIME               PIC 9(08) VALUE ZERO.
001100 01  WS-INACTIVITY-IN         PIC X(04) VALUE SPACES.
001110 01  WS-INACTIVITY-DAYS       PIC 9(04) VALUE ZERO.
001120 01  WS-BUSINESS-DATE-IN      PIC X(08) VALUE SPACES.
001130 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
001140 01  WS-BUSINESS-INTEGER      PIC 9(09) VALUE ZERO.
001150 01  WS-CUTOFF-DATE           PIC 9(08) VALUE ZERO.
001160*--------------------------------------------------------------*
001170* CURRENT CUSTOMER WORK FIELDS                                  *
001180*--------------------------------------------------------------*
001190 01  WS-LAST-ACTIVITY-DATE    PIC 9(08) VALUE ZERO.
001200 01  WS-CUSTOMER-BALANCE      PIC S9(11)V99 COMP-3 VALUE ZERO.
001210*--------------------------------------------------------------*
001220* REACTIVATION TABLE - THE DL100CH REACTIVATION ROWS KEYED      *
001230* SINCE THE LAST DORMANCY RUN FOR AN EARLIER BUSINESS DATE.     *
001240* ROWS PAST THE TABLE LIMIT ARE COUNTED BUT NOT LISTED.         *
001250*--------------------------------------------------------------*
001260 01  WS-REACT-TABLE.
001270     05  WS-REACT-COUNT           PIC 9(04) COMP VALUE ZERO.
001280     05  WS-REACT-ENTRY OCCURS 1 TO 500 TIMES
001290                 DEPENDING ON WS-REACT-COUNT
001300                 INDEXED BY WS-REACT-IDX.
001310         10  WS-RA-CUSTOMER-ID    PIC X(10) VALUE SPACES.
001320         10  WS-RA-TIMESTAMP      PIC X(26) VALUE SPACES.
001330         10  WS-RA-USER-ID        PIC X(08) VALUE SPACES.
001340 01  WS-REACT-TOTAL           PIC 9(09) COMP VALUE ZERO.
001350*--------------------------------------------------------------*
001360* RUN ACCUMULATORS                                              *
001370*--------------------------------------------------------------*
001380 01  WS-CUSTOMER-COUNT        PIC 9(09) COMP VALUE ZERO.
001390 01  WS-OPEN-COUNT            PIC 9(09) COMP VALUE ZERO.
001400 01  WS-NEW-DORMANT-COUNT     PIC 9(09) COMP VALUE ZERO.
001410 01  WS-NEW-DORMANT-BALANCE   PIC S9(13)V99 COMP-3 VALUE ZERO.
001420 01  WS-DORMANT-COUNT         PIC 9(09) COMP VALUE ZERO.
001430 01  WS-DORMANT-BALANCE       PIC S9(13)V99 COMP-3 VALUE ZERO.
001440 01  WS-REWRITE-FAIL-COUNT    PIC 9(09) COMP VALUE ZERO.
001450*--------------------------------------------------------------*
001460* REPORT LINE BUILD AREAS                                       *
001470*--------------------------------------------------------------*
001480 01  WS-DORMANT-LINE.
001490     05  FILLER                   PIC X(01) VALUE SPACES.
001500     05  WS-DL-CUSTOMER-ID        PIC X(10).
001510     05  FILLER                   PIC X(02) VALUE SPACES.
001520     05  WS-DL-CUSTOMER-NAME      PIC X(30).
001530     05  FILLER                   PIC X(02) VALUE SPACES.
001540     05  WS-DL-LAST-ACTIVITY      PIC 9(08).
001550     05  FILLER                   PIC X(02) VALUE SPACES.
001560     05  WS-DL-BALANCE            PIC -Z,ZZZ,ZZZ,ZZ9.99.
001570     05  FILLER                   PIC X(60) VALUE SPACES.
001580 01  WS-REACT-LINE.
001590     05  FILLER                   PIC X(01) VALUE SPACES.
001600     05  WS-RL-CUSTOMER-ID        PIC X(10).
001610     05  FILLER                   PIC X(02) VALUE SPACES.
001620     05  WS-RL-TIMESTAMP          PIC X(26).
001630     05  FILLER                   PIC X(02) VALUE SPACES.
001640     05  WS-RL-USER-ID            PIC X(08).
001650     05  FILLER                   PIC X(83) VALUE SPACES.
001660 01  WS-REPORT-LABEL           PIC X(40) VALUE SPACES.
001670 01  WS-REPORT-COUNT           PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
001680 01  WS-REPORT-AMOUNT          PIC -Z(14)9.99 VALUE ZERO.
001690 PROCEDURE DIVISION.
001700*================================================================*
001710* 0000-MAINLINE-CONTROL                                          *
001720*================================================================*
001730 0000-MAINLINE-CONTROL.
001740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001750     PERFORM 2000-EXAMINE-ONE-CUSTOMER THRU 2000-EXIT
001760         UNTIL WS-CUSTREF-EOF-REACHED.
001770     PERFORM 3000-PRINT-REACTIVATIONS THRU 3000-EXIT.
001780     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
001790     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001800     GOBACK.
001810 0000-EXIT.
001820     EXIT.
001830*================================================================*
001840* 1000-INITIALIZE - TAKE THE PARAMETERS FROM SYSIN, WORK OUT THE *
001850* CUTOFF, PICK UP THE REACTIVATIONS FROM THE STATUS HISTORY, AND *
001860* OPEN THE MASTERS.  WITH NO REFERENCE MASTER THERE IS NOTHING   *
001870* TO DO; WITH NO BALANCE MASTER EVERY CUSTOMER READS AS NEVER    *
001880* POSTED, ZERO BALANCE.                                          *
001890*================================================================*
001900 1000-INITIALIZE.
001910     PERFORM 1050-REINITIALIZE-WORK-AREAS THRU 1050-EXIT.
001920     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
001930     ACCEPT WS-INACTIVITY-IN.
001940     IF WS-INACTIVITY-IN NUMERIC
001950         MOVE WS-INACTIVITY-IN TO WS-INACTIVITY-DAYS
001960     END-IF.
001970     IF WS-INACTIVITY-DAYS = ZERO
001980         MOVE 180 TO WS-INACTIVITY-DAYS
001990     END-IF.
002000     MOVE WS-TS-DATE TO WS-BUSINESS-DATE.
002010     ACCEPT WS-BUSINESS-DATE-IN.
002020     IF WS-BUSINESS-DATE-IN NUMERIC AND
002030             WS-BUSINESS-DATE-IN NOT = ZEROS
002040         MOVE WS-BUSINESS-DATE-IN TO WS-BUSINESS-DATE
002050     END-IF.
002060     COMPUTE WS-BUSINESS-INTEGER =
002070         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
002080     COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
002090         (WS-BUSINESS-INTEGER - WS-INACTIVITY-DAYS).
002100     OPEN OUTPUT PRINT-FILE.
002110     PERFORM 1100-PRINT-HEADINGS THRU 1100-EXIT.
002120     PERFORM 1200-LOAD-REACTIVATIONS THRU 1200-EXIT.
002130     OPEN EXTEND HISTORY-FILE.
002140     IF WS-HISTORY-FILE-STATUS NOT = '00'
002150         OPEN OUTPUT HISTORY-FILE
002160     END-IF.
002170     OPEN INPUT CUSTOMER-MASTER.
002180     IF WS-CUSTMST-FILE-STATUS = '00'
002190         SET WS-CUSTMST-AVAILABLE TO TRUE
002200     ELSE
002210         SET WS-CUSTMST-NOT-AVAILABLE TO TRUE
002220     END-IF.
002230     OPEN I-O CUSTOMER-REF.
002240     IF WS-CUSTREF-FILE-STATUS NOT = '00'
002250         SET WS-CUSTREF-NOT-AVAILABLE TO TRUE
002260         SET WS-CUSTREF-EOF-REACHED TO TRUE
002270         MOVE 'REFERENCE MASTER NOT AVAILABLE - NOTHING DONE'
002280             TO PR-PRINT-LINE
002290         WRITE PR-PRINT-LINE
002300         GO TO 1000-EXIT
002310     END-IF.
002320     SET WS-CUSTREF-AVAILABLE TO TRUE.
002330     PERFORM 1300-START-CUSTREF THRU 1300-EXIT.
002340 1000-EXIT.
002350     EXIT.
002360*================================================================*
002370* 1050-REINITIALIZE-WORK-AREAS - RE-APPLY THE PROGRAM'S DEFAULT  *
002380* VALUES TO EVERY WORKING AREA BEFORE THE RUN STARTS             *
002390*================================================================*
002400 1050-REINITIALIZE-WORK-AREAS.
002410     MOVE '00' TO WS-CUSTREF-FILE-STATUS.
002420     MOVE '00' TO WS-CUSTMST-FILE-STATUS.
002430     MOVE '00' TO WS-HISTORY-FILE-STATUS.
002440     SET WS-CUSTREF-NOT-EOF TO TRUE.
002450     SET WS-HISTORY-NOT-EOF TO TRUE.
002460     SET WS-CUSTREF-NOT-AVAILABLE TO TRUE.
002470     SET WS-CUSTMST-NOT-AVAILABLE TO TRUE.
002480     MOVE ZERO TO WS-TS-DATE.
002490     MOVE ZERO TO WS-TS-TIME.
002500     MOVE SPACES TO WS-INACTIVITY-IN.
002510     MOVE ZERO TO WS-INACTIVITY-DAYS.
002520     MOVE SPACES TO WS-BUSINESS-DATE-IN.
002530     MOVE ZERO TO WS-BUSINESS-DATE.
002540     MOVE ZERO TO WS-BUSINESS-INTEGER.
002550     MOVE ZERO TO WS-CUTOFF-DATE.
002560     MOVE ZERO TO WS-LAST-ACTIVITY-DATE.
002570     MOVE ZERO TO WS-CUSTOMER-BALANCE.
002580     MOVE ZERO TO WS-REACT-COUNT.
002590     MOVE ZERO TO WS-REACT-TOTAL.
002600     MOVE ZERO TO WS-CUSTOMER-COUNT.
002610     MOVE ZERO TO WS-OPEN-COUNT.
002620     MOVE ZERO TO WS-NEW-DORMANT-COUNT.
002630     MOVE ZERO TO WS-NEW-DORMANT-BALANCE.
002640     MOVE ZERO TO WS-DORMANT-COUNT.
002650     MOVE ZERO TO WS-DORMANT-BALANCE.
002660     MOVE ZERO TO WS-REWRITE-FAIL-COUNT.
002670     MOVE SPACES TO WS-REPORT-LABEL.
002680     MOVE ZERO TO WS-REPORT-COUNT.
002690     MOVE ZERO TO WS-REPORT-AMOUNT.
002700 1050-EXIT.
002710     EXIT.
002720*================================================================*
002730* 1100-PRINT-HEADINGS                                            *
002740*================================================================*
002750 1100-PRINT-HEADINGS.
002760     MOVE SPACES TO PR-PRINT-LINE.
002770     MOVE 'DL100 DORMANT ACCOUNT REPORT' TO PR-PRINT-LINE.
002780     WRITE PR-PRINT-LINE.
002790     MOVE SPACES TO PR-PRINT-LINE.
002800     STRING 'BUSINESS DATE . . . . . . . . . ' DELIMITED BY SIZE
002810            WS-BUSINESS-DATE DELIMITED BY SIZE
002820         INTO PR-PRINT-LINE.
002830     WRITE PR-PRINT-LINE.
002840     MOVE SPACES TO PR-PRINT-LINE.
002850     STRING 'INACTIVITY PERIOD (DAYS)  . . . ' DELIMITED BY SIZE
002860            WS-INACTIVITY-DAYS DELIMITED BY SIZE
002870         INTO PR-PRINT-LINE.
002880     WRITE PR-PRINT-LINE.
002890     MOVE SPACES TO PR-PRINT-LINE.
002900     STRING 'NO ACTIVITY SINCE BEFORE  . . . ' DELIMITED BY SIZE
002910            WS-CUTOFF-DATE DELIMITED BY SIZE
002920         INTO PR-PRINT-LINE.
002930     WRITE PR-PRINT-LINE.
002940     MOVE SPACES TO PR-PRINT-LINE.
002950     WRITE PR-PRINT-LINE.
002960     MOVE 'ACCOUNTS MADE DORMANT THIS RUN' TO PR-PRINT-LINE.
002970     WRITE PR-PRINT-LINE.
002980     MOVE SPACES TO PR-PRINT-LINE.
002990     MOVE ' CUSTOMER    NAME                            LAST-ACT  
003000-    '        BALANCE' TO PR-PRINT-LINE.
003010     WRITE PR-PRINT-LINE.
003020 1100-EXIT.
003030     EXIT.
003040*================================================================*
003050* 1200-LOAD-REACTIVATIONS - READ THE WHOLE DL100CH HISTORY.  A   *
003060* DORMANCY RUN ROW FOR AN EARLIER BUSINESS DATE CLEARS THE       *
003070* TABLE (WHAT CAME BEFORE IT WAS ON THAT RUN'S REPORT); A RUN    *
003080* ROW FOR THIS DATE OR LATER IS A PRIOR ATTEMPT AT THIS RUN AND  *
003090* IS PASSED OVER, SO A RERUN LISTS THE SAME REACTIVATIONS.  A    *
003100* MISSING HISTORY FILE MEANS NONE.                               *
003110*================================================================*
003120 1200-LOAD-REACTIVATIONS.
003130     OPEN INPUT HISTORY-FILE.
003140     IF WS-HISTORY-FILE-STATUS NOT = '00'
003150         GO TO 1200-EXIT
003160     END-IF.
003170     PERFORM 1250-READ-HISTORY THRU 1250-EXIT.
003180     PERFORM 1220-CHECK-HISTORY-ROW THRU 1220-EXIT
003190         UNTIL WS-HISTORY-EOF-REACHED.
003200     CLOSE HISTORY-FILE.
003210 1200-EXIT.
003220     EXIT.
003230*================================================================*
003240* 1220-CHECK-HISTORY-ROW                                         *
003250*================================================================*
003260 1220-CHECK-HISTORY-ROW.
003270     IF CH-ACTION-DORMANCY-RUN AND
003280             CH-BUSINESS-DATE < WS-BUSINESS-DATE
003290         MOVE ZERO TO WS-REACT-COUNT
003300         MOVE ZERO TO WS-REACT-TOTAL
003310         GO TO 1220-NEXT
003320     END-IF.
003330     IF NOT CH-ACTION-REACTIVATE
003340         GO TO 1220-NEXT
003350     END-IF.
003360     ADD 1 TO WS-REACT-TOTAL.
003370     IF WS-REACT-COUNT = 500
003380         GO TO 1220-NEXT
003390     END-IF.
003400     ADD 1 TO WS-REACT-COUNT.
003410     SET WS-REACT-IDX TO WS-REACT-COUNT.
003420     MOVE CH-CUSTOMER-ID TO WS-RA-CUSTOMER-ID (WS-REACT-IDX).
003430     MOVE CH-TIMESTAMP TO WS-RA-TIMESTAMP (WS-REACT-IDX).
003440     MOVE CH-USER-ID TO WS-RA-USER-ID (WS-REACT-IDX).
003450 1220-NEXT.
003460     PERFORM 1250-READ-HISTORY THRU 1250-EXIT.
003470 1220-EXIT.
003480     EXIT.
003490*================================================================*
003500* 1250-READ-HISTORY                                              *
003510*================================================================*
003520 1250-READ-HISTORY.
003530     READ HISTORY-FILE
003540         AT END
003550             SET WS-HISTORY-EOF-REACHED TO TRUE
003560     END-READ.
003570 1250-EXIT.
003580     EXIT.
003590*================================================================*
003600* 1300-START-CUSTREF - POSITION AT THE FRONT OF THE REFERENCE    *
003610* MASTER AND PRIME THE FIRST READ                                *
003620*================================================================*
003630 1300-START-CUSTREF.
003640     MOVE LOW-VALUES TO CR-CUSTOMER-ID.
003650     START CUSTOMER-REF KEY NOT LESS THAN CR-CUSTOMER-ID
003660         INVALID KEY
003670             SET WS-CUSTREF-EOF-REACHED TO TRUE
003680     END-START.
003690     IF WS-CUSTREF-NOT-EOF
003700         PERFORM 2900-READ-NEXT-CUSTREF THRU 2900-EXIT
003710     END-IF.
003720 1300-EXIT.
003730     EXIT.
003740*================================================================*
003750* 2000-EXAMINE-ONE-CUSTOMER - AN OPEN ACCOUNT WITH NO ACTIVITY   *
003760* SINCE THE CUTOFF IS MADE DORMANT.  EVERY ACCOUNT DORMANT ONCE  *
003770* THAT IS DONE - NEW OR OLD - IS COUNTED INTO THE DORMANT TOTAL. *
003780* CLOSED AND FROZEN ACCOUNTS ARE LEFT ALONE.                     *
003790*================================================================*
003800 2000-EXAMINE-ONE-CUSTOMER.
003810     ADD 1 TO WS-CUSTOMER-COUNT.
003820     IF NOT CR-STATUS-OPEN AND NOT CR-STATUS-DORMANT
003830         GO TO 2000-NEXT
003840     END-IF.
003850     PERFORM 2100-FIND-LAST-ACTIVITY THRU 2100-EXIT.
003860     IF CR-STATUS-OPEN
003870         ADD 1 TO WS-OPEN-COUNT
003880         IF WS-LAST-ACTIVITY-DATE < WS-CUTOFF-DATE
003890             PERFORM 2200-MAKE-DORMANT THRU 2200-EXIT
003900         END-IF
003910     END-IF.
003920     IF CR-STATUS-DORMANT
003930         ADD 1 TO WS-DORMANT-COUNT
003940         ADD WS-CUSTOMER-BALANCE TO WS-DORMANT-BALANCE
003950     END-IF.
003960 2000-NEXT.
003970     PERFORM 2900-READ-NEXT-CUSTREF THRU 2900-EXIT.
003980 2000-EXIT.
003990     EXIT.
004000*================================================================*
004010* 2100-FIND-LAST-ACTIVITY - THE LATEST OF THE LAST POSTING DATE, *
004020* THE DATE OPENED AND THE LAST REFERENCE-ROW UPDATE, AND THE     *
004030* CLOSING BALANCE.  NO DL100CM ROW MEANS NEVER POSTED.           *
004040*================================================================*
004050 2100-FIND-LAST-ACTIVITY.
004060     MOVE ZERO TO WS-LAST-ACTIVITY-DATE.
004070     MOVE ZERO TO WS-CUSTOMER-BALANCE.
004080     IF WS-CUSTMST-AVAILABLE
004090         MOVE CR-CUSTOMER-ID TO CM-CUSTOMER-ID
004100         READ CUSTOMER-MASTER
004110             INVALID KEY
004120                 CONTINUE
004130             NOT INVALID KEY
004140                 MOVE CM-LAST-POSTING-DATE TO
004150                     WS-LAST-ACTIVITY-DATE
004160                 MOVE CM-CLOSING-BALANCE TO WS-CUSTOMER-BALANCE
004170         END-READ
004180     END-IF.
004190     IF CR-DATE-OPENED NUMERIC AND
004200             CR-DATE-OPENED > WS-LAST-ACTIVITY-DATE
004210         MOVE CR-DATE-OPENED TO WS-LAST-ACTIVITY-DATE
004220     END-IF.
004230     IF CR-LAST-UPDATE-DATE NUMERIC AND
004240             CR-LAST-UPDATE-DATE > WS-LAST-ACTIVITY-DATE
004250         MOVE CR-LAST-UPDATE-DATE TO WS-LAST-ACTIVITY-DATE
004260     END-IF.
004270 2100-EXIT.
004280     EXIT.
004290*================================================================*
004300* 2200-MAKE-DORMANT - SET THE STATUS, ATTRIBUTE THE CHANGE TO    *
004310* THIS JOB, LOG IT AND LIST IT.  A FAILED REWRITE LEAVES THE     *
004320* ACCOUNT OPEN AND IS COUNTED ON THE REPORT.                     *
004330*================================================================*
004340 2200-MAKE-DORMANT.
004350     SET CR-STATUS-DORMANT TO TRUE.
004360     MOVE 'DL100DM' TO CR-LAST-UPDATE-USER.
004370     MOVE WS-TS-DATE TO CR-LAST-UPDATE-DATE.
004380     REWRITE CR-CUSTOMER-RECORD
004390         INVALID KEY
004400             SET CR-STATUS-OPEN TO TRUE
004410             ADD 1 TO WS-REWRITE-FAIL-COUNT
004420             MOVE 'REWRITE FAILED - ACCOUNT LEFT OPEN: ' TO
004430                 PR-PRINT-LINE
004440             MOVE CR-CUSTOMER-ID TO PR-PRINT-LINE (38:10)
004450             WRITE PR-PRINT-LINE
004460             GO TO 2200-EXIT
004470     END-REWRITE.
004480     ADD 1 TO WS-NEW-DORMANT-COUNT.
004490     ADD WS-CUSTOMER-BALANCE TO WS-NEW-DORMANT-BALANCE.
004500     MOVE SPACES TO CH-HISTORY-RECORD.
004510     MOVE 'DORMANT' TO CH-ACTION-CODE.
004520     MOVE CR-CUSTOMER-ID TO CH-CUSTOMER-ID.
004530     MOVE 'O' TO CH-OLD-STATUS-SW.
004540     MOVE CR-STATUS-SW TO CH-NEW-STATUS-SW.
004550     MOVE WS-LAST-ACTIVITY-DATE TO CH-LAST-ACTIVITY-DATE.
004560     MOVE WS-CUSTOMER-BALANCE TO CH-CLOSING-BALANCE.
004570     PERFORM 2800-WRITE-HISTORY THRU 2800-EXIT.
004580     MOVE CR-CUSTOMER-ID TO WS-DL-CUSTOMER-ID.
004590     MOVE CR-CUSTOMER-NAME TO WS-DL-CUSTOMER-NAME.
004600     MOVE WS-LAST-ACTIVITY-DATE TO WS-DL-LAST-ACTIVITY.
004610     MOVE WS-CUSTOMER-BALANCE TO WS-DL-BALANCE.
004620     MOVE WS-DORMANT-LINE TO PR-PRINT-LINE.
004630     WRITE PR-PRINT-LINE.
004640 2200-EXIT.
004650     EXIT.
004660*================================================================*
004670* 2800-WRITE-HISTORY - APPEND ONE DL100CH ROW.  THE CALLER SETS  *
004680* THE CUSTOMER, ACTION AND STATUS FIELDS; THE TIMESTAMP, USER    *
004690* AND BUSINESS DATE ARE ALWAYS THIS RUN'S.                       *
004700*================================================================*
004710 2800-WRITE-HISTORY.
004720     ACCEPT WS-TS-TIME FROM TIME.
004730     MOVE SPACES TO CH-TIMESTAMP.
004740     STRING WS-TS-DATE  DELIMITED BY SIZE
004750            '-'          DELIMITED BY SIZE
004760            WS-TS-TIME   DELIMITED BY SIZE
004770         INTO CH-TIMESTAMP.
004780     MOVE 'DL100DM' TO CH-USER-ID.
004790     MOVE WS-BUSINESS-DATE TO CH-BUSINESS-DATE.
004800     WRITE CH-HISTORY-RECORD.
004810 2800-EXIT.
004820     EXIT.
004830*================================================================*
004840* 2900-READ-NEXT-CUSTREF                                         *
004850*================================================================*
004860 2900-READ-NEXT-CUSTREF.
004870     READ CUSTOMER-REF NEXT RECORD
004880         AT END
004890             SET WS-CUSTREF-EOF-REACHED TO TRUE
004900     END-READ.
004910 2900-EXIT.
004920     EXIT.
004930*================================================================*
004940* 3000-PRINT-REACTIVATIONS - THE REACTIVATIONS KEYED IN DL100CU  *
004950* SINCE THE PREVIOUS DORMANCY RUN                                *
004960*================================================================*
004970 3000-PRINT-REACTIVATIONS.
004980     MOVE SPACES TO PR-PRINT-LINE.
004990     WRITE PR-PRINT-LINE.
005000     MOVE 'REACTIVATIONS SINCE THE PREVIOUS DORMANCY RUN' TO
005010         PR-PRINT-LINE.
005020     WRITE PR-PRINT-LINE.
005030     MOVE SPACES TO PR-PRINT-LINE.
005040     MOVE ' CUSTOMER    REACTIVATED AT                  BY' TO
005050         PR-PRINT-LINE.
005060     WRITE PR-PRINT-LINE.
005070     IF WS-REACT-COUNT > ZERO
005080         PERFORM 3100-PRINT-ONE-REACTIVATION THRU 3100-EXIT
005090             VARYING WS-REACT-IDX FROM 1 BY 1
005100             UNTIL WS-REACT-IDX > WS-REACT-COUNT
005110     END-IF.
005120     IF WS-REACT-TOTAL > WS-REACT-COUNT
005130         MOVE 'OVER 500 REACTIVATIONS - REST ARE ON DL100CH'
005140             TO PR-PRINT-LINE
005150         WRITE PR-PRINT-LINE
005160     END-IF.
005170 3000-EXIT.
005180     EXIT.
005190*================================================================*
005200* 3100-PRINT-ONE-REACTIVATION                                    *
005210*================================================================*
005220 3100-PRINT-ONE-REACTIVATION.
005230     MOVE WS-RA-CUSTOMER-ID (WS-REACT-IDX) TO WS-RL-CUSTOMER-ID.
005240     MOVE WS-RA-TIMESTAMP (WS-REACT-IDX) TO WS-RL-TIMESTAMP.
005250     MOVE WS-RA-USER-ID (WS-REACT-IDX) TO WS-RL-USER-ID.
005260     MOVE WS-REACT-LINE TO PR-PRINT-LINE.
005270     WRITE PR-PRINT-LINE.
005280 3100-EXIT.
005290     EXIT.
005300*================================================================*
005310* 4000-PRINT-TOTALS                                              *
005320*================================================================*
005330 4000-PRINT-TOTALS.
005340     MOVE SPACES TO PR-PRINT-LINE.
005350     WRITE PR-PRINT-LINE.
005360     MOVE 'CUSTOMERS ON REFERENCE MASTER' TO WS-REPORT-LABEL.
005370     MOVE WS-CUSTOMER-COUNT TO WS-REPORT-COUNT.
005380     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
005390     MOVE 'OPEN ACCOUNTS EXAMINED' TO WS-REPORT-LABEL.
005400     MOVE WS-OPEN-COUNT TO WS-REPORT-COUNT.
005410     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
005420     MOVE 'ACCOUNTS MADE DORMANT THIS RUN' TO WS-REPORT-LABEL.
005430     MOVE WS-NEW-DORMANT-COUNT TO WS-REPORT-COUNT.
005440     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
005450     MOVE 'BALANCE IN ACCOUNTS MADE DORMANT' TO WS-REPORT-LABEL.
005460     MOVE WS-NEW-DORMANT-BALANCE TO WS-REPORT-AMOUNT.
005470     PERFORM 4300-WRITE-AMOUNT-LINE THRU 4300-EXIT.
005480     MOVE 'REACTIVATIONS SINCE PREVIOUS RUN' TO WS-REPORT-LABEL.
005490     MOVE WS-REACT-TOTAL TO WS-REPORT-COUNT.
005500     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
005510     MOVE 'DORMANT ACCOUNTS AFTER THIS RUN' TO WS-REPORT-LABEL.
005520     MOVE WS-DORMANT-COUNT TO WS-REPORT-COUNT.
005530     PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
005540     MOVE 'TOTAL BALANCE IN DORMANT ACCOUNTS' TO WS-REPORT-LABEL.
005550     MOVE WS-DORMANT-BALANCE TO WS-REPORT-AMOUNT.
005560     PERFORM 4300-WRITE-AMOUNT-LINE THRU 4300-EXIT.
005570     IF WS-REWRITE-FAIL-COUNT > ZERO
005580         MOVE 'REWRITES FAILED - ACCOUNTS LEFT OPEN' TO
005590             WS-REPORT-LABEL
005600         MOVE WS-REWRITE-FAIL-COUNT TO WS-REPORT-COUNT
005610         PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT
005620     END-IF.
005630 4000-EXIT.
005640     EXIT.
005650*================================================================*
005660* 4200-WRITE-COUNT-LINE                                          *
005670*================================================================*
005680 4200-WRITE-COUNT-LINE.
005690     MOVE SPACES TO PR-PRINT-LINE.
005700     STRING WS-REPORT-LABEL  DELIMITED BY SIZE
005710            ' . . . . . . '  DELIMITED BY SIZE
005720            WS-REPORT-COUNT  DELIMITED BY SIZE
005730         INTO PR-PRINT-LINE.
005740     WRITE PR-PRINT-LINE.
005750 4200-EXIT.
005760     EXIT.
005770*================================================================*
005780* 4300-WRITE-AMOUNT-LINE                                         *
005790*================================================================*
005800 4300-WRITE-AMOUNT-LINE.
005810     MOVE SPACES TO PR-PRINT-LINE.
005820     STRING WS-REPORT-LABEL  DELIMITED BY SIZE
005830            ' . . . . . . '  DELIMITED BY SIZE
005840            WS-REPORT-AMOUNT DELIMITED BY SIZE
005850         INTO PR-PRINT-LINE.
005860     WRITE PR-PRINT-LINE.
005870 4300-EXIT.
005880     EXIT.
005890*================================================================*
005900* 9000-TERMINATE - APPEND THE RUN ROW TO THE STATUS HISTORY SO   *
005910* THE NEXT RUN KNOWS WHERE ITS REACTIVATIONS START, AND CLOSE    *
005920* THE FILES.  A RUN THAT HAD NO REFERENCE MASTER LEAVES NO RUN   *
005930* ROW, SO NOTHING IS LOST FROM THE NEXT REPORT.                  *
005940*================================================================*
005950 9000-TERMINATE.
005960     IF WS-CUSTREF-AVAILABLE
005970         MOVE SPACES TO CH-HISTORY-RECORD
005980         MOVE 'DORMRUN' TO CH-ACTION-CODE
005990         MOVE ZERO TO CH-LAST-ACTIVITY-DATE
006000         MOVE WS-DORMANT-BALANCE TO CH-CLOSING-BALANCE
006010         PERFORM 2800-WRITE-HISTORY THRU 2800-EXIT
006020         CLOSE CUSTOMER-REF
006030     END-IF.
006040     IF WS-CUSTMST-AVAILABLE
006050         CLOSE CUSTOMER-MASTER
006060     END-IF.
006070     CLOSE HISTORY-FILE.
006080     CLOSE PRINT-FILE.
006090 9000-EXIT.
006100     EXIT.
