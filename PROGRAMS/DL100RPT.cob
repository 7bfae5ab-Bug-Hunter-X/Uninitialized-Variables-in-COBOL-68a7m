000440*                   REFUSED WITH A CLEAR REPORT MESSAGE, AND A  *
000450*                   COMPLETED REPORT STAMPS ITS OWN FLAG ON     *
000460*                   THE CYCLE ROW FOR THE STEPS BEHIND IT.      *
000470*   2026-10-15  JW  INTER-STEP CONTROL TOTALS.  THE AUDIT AND   *
000480*                   EXCEPTION ROWS READ ARE COUNTED AND HASHED  *
000490*                   BY RECORD NUMBER AND SET AGAINST THE        *
000500*                   DL100TC ROW DL100MN FILED FOR THE DATE      *
000510*                   (7000).  A DIFFERENCE PRINTS AN OUT-OF-     *
000520*                   CONTROL BANNER, EXPECTED AGAINST ACTUAL,    *
000530*                   AND THE STEP IS NOT STAMPED ON DL100CY.     *
000540*   2026-10-15  JW  THE DL100TC EXPECTED TOTALS ARE SAVED TO    *
000550*                   WORKING STORAGE (WS-TC-) BEFORE CTLTOT IS   *
000560*                   CLOSED; 7000 AND 7100 USE ONLY THE SAVED    *
000570*                   COPIES, ZERO WHEN NO ROW WAS READ.          *
000580*--------------------------------------------------------------*
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER.   IBM-370.
000620 OBJECT-COMPUTER.   IBM-370.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT AUDIT-FILE ASSIGN TO AUDITIN
000660         ORGANIZATION IS SEQUENTIAL.
000670     SELECT EXCEPTION-FILE ASSIGN TO XCPTIN
000680         ORGANIZATION IS SEQUENTIAL.
000690     SELECT PRINT-FILE ASSIGN TO RPTOUT
000700         ORGANIZATION IS SEQUENTIAL.
000710     SELECT CYCLE-FILE ASSIGN TO CYCCTL
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS CY-BUSINESS-DATE
000750         FILE STATUS IS WS-CYCLE-FILE-STATUS.
000760     SELECT CONTROL-TOTALS-FILE ASSIGN TO CTLTOT
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS RANDOM
000790         RECORD KEY IS TC-BUSINESS-DATE
000800         FILE STATUS IS WS-CTLTOT-FILE-STATUS.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  AUDIT-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860     COPY DL100AU.
000870 FD  EXCEPTION-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900     COPY DL100XC.
000910 FD  PRINT-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 01  PR-PRINT-LINE               PIC X(132).
000950 FD  CYCLE-FILE
000960     LABEL RECORDS ARE STANDARD.
000970     COPY DL100CY.
000980 FD  CONTROL-TOTALS-FILE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY DL100TC.
001010 WORKING-STORAGE SECTION.
001020*--------------------------------------------------------------*
001030* FIELD-LEVEL INITIALIZATION STANDARD - SEE DL100MN FOR THE     *
001040* FULL STATEMENT OF THE RULE.  EVERY ITEM BELOW CARRIES AN      *
001050* EXPLICIT VALUE CLAUSE, AND 1050-REINITIALIZE-WORK-AREAS       *
001060* RE-APPLIES THOSE DEFAULTS AT THE TOP OF EVERY RUN.            *
001070*--------------------------------------------------------------*
001080* RUN CONTROL SWITCHES AND COUNTERS                             *
001090*--------------------------------------------------------------*
001100 01  WS-AUDIT-EOF-SW          PIC X(01) VALUE 'N'.
001110     88  WS-AUDIT-EOF-REACHED           VALUE 'Y'.
001120     88  WS-AUDIT-NOT-EOF                VALUE 'N'.
001130 01  WS-XCPT-EOF-SW           PIC X(01) VALUE 'N'.
001140     88  WS-XCPT-EOF-REACHED            VALUE 'Y'.
001150     88  WS-XCPT-NOT-EOF                 VALUE 'N'.
001160 01  WS-RUN-ID                PIC X(08) VALUE SPACES.
001170*--------------------------------------------------------------*
001180* CYCLE CONTROL FIELDS - THE BUSINESS DATE COMES FROM SYSIN     *
001190* (BLANK OR ZERO = TODAY); 1100 REFUSES A DATE WHOSE DL100MN    *
001200* RUN NEVER COMPLETED, AND 8000 STAMPS THIS STEP WHEN DONE.     *
001210*--------------------------------------------------------------*
001220 01  WS-CYCLE-FILE-STATUS     PIC X(02) VALUE '00'.
001230 01  WS-CYCLE-OK-SW           PIC X(01) VALUE 'N'.
001240     88  WS-CYCLE-CLEARED                VALUE 'Y'.
001250     88  WS-CYCLE-REFUSED                VALUE 'N'.
001260 01  WS-TS-DATE               PIC 9(08) VALUE ZERO.
001270 01  WS-TS-TIME               PIC 9(08) VALUE ZERO.
001280 01  WS-BUSINESS-DATE-IN      PIC X(08) VALUE SPACES.
001290 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
001300 01  WS-AREA-1-SET-COUNT      PIC 9(09) COMP VALUE ZERO.
001310 01  WS-AREA-2-SET-COUNT      PIC 9(09) COMP VALUE ZERO.
001320 01  WS-REJECT-COUNT          PIC 9(09) COMP VALUE ZERO.
001330*--------------------------------------------------------------*
001340* INTER-STEP CONTROL TOTALS - WHAT DL100MN FILED FOR THE DATE   *
001350* (DL100TC ON CTLTOT) AGAINST WHAT THIS RUN READ.  7000 SETTLES *
001360* THEM; THE STEP IS STAMPED ONLY WHEN THEY AGREE.               *
001370*--------------------------------------------------------------*
001380 01  WS-CTLTOT-FILE-STATUS    PIC X(02) VALUE '00'.
001390 01  WS-CTLTOT-ROW-SW         PIC X(01) VALUE 'N'.
001400     88  WS-CTLTOT-ROW-FOUND             VALUE 'Y'.
001410     88  WS-CTLTOT-ROW-MISSING           VALUE 'N'.
001420 01  WS-CONTROL-SW            PIC X(01) VALUE 'N'.
001430     88  WS-INPUT-IN-CONTROL             VALUE 'Y'.
001440     88  WS-INPUT-OUT-OF-CONTROL         VALUE 'N'.
001450 01  WS-CONTROL-REASON        PIC X(60) VALUE SPACES.
001460 01  WS-AUDIT-READ-COUNT      PIC 9(09) COMP VALUE ZERO.
001470 01  WS-AUDIT-HASH            PIC 9(15) COMP-3 VALUE ZERO.
001480 01  WS-XCPT-READ-COUNT       PIC 9(09) COMP VALUE ZERO.
001490 01  WS-XCPT-HASH             PIC 9(15) COMP-3 VALUE ZERO.
001500 01  WS-CONTROL-EXPECTED      PIC S9(15)V99 COMP-3 VALUE ZERO.
001510 01  WS-CONTROL-ACTUAL        PIC S9(15)V99 COMP-3 VALUE ZERO.
001520 01  WS-TC-AUDIT-COUNT        PIC 9(09) COMP VALUE ZERO.
001530 01  WS-TC-AUDIT-HASH         PIC 9(15) COMP-3 VALUE ZERO.
001540 01  WS-TC-EXCEPTION-COUNT    PIC 9(09) COMP VALUE ZERO.
001550 01  WS-TC-EXCEPTION-HASH     PIC 9(15) COMP-3 VALUE ZERO.
001560 01  WS-CONTROL-HEADING.
001570     05  FILLER                   PIC X(01) VALUE SPACES.
001580     05  FILLER                   PIC X(30) VALUE 'CONTROL'.
001590     05  FILLER                   PIC X(22) VALUE
001600         '   EXPECTED (DL100MN)'.
001610     05  FILLER                   PIC X(03) VALUE SPACES.
001620     05  FILLER                   PIC X(22) VALUE
001630         '    ACTUAL (THIS RUN)'.
001640     05  FILLER                   PIC X(54) VALUE SPACES.
001650 01  WS-CONTROL-LINE.
001660     05  FILLER                   PIC X(01) VALUE SPACES.
001670     05  WS-CC-LABEL              PIC X(30).
001680     05  WS-CC-EXPECTED           PIC X(22).
001690     05  WS-CC-EXPECTED-COUNT REDEFINES WS-CC-EXPECTED
001700                                  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
001710     05  FILLER                   PIC X(03) VALUE SPACES.
001720     05  WS-CC-ACTUAL             PIC X(22).
001730     05  WS-CC-ACTUAL-COUNT REDEFINES WS-CC-ACTUAL
001740                                  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
001750     05  FILLER                   PIC X(03) VALUE SPACES.
001760     05  WS-CC-FLAG               PIC X(16).
001770     05  FILLER                   PIC X(35) VALUE SPACES.
001780*--------------------------------------------------------------*
001790* DISTINCT-VALUE TABLES - ONE ENTRY PER UNIQUE WS-AREA-1 OR     *
001800* WS-AREA-2 VALUE SEEN IN THE AUDIT TRAIL FOR THIS RUN.         *
001810*--------------------------------------------------------------*
001820 01  WS-DISTINCT-1-TABLE.
001830     05  WS-DISTINCT-1-COUNT      PIC 9(05) COMP VALUE ZERO.
001840     05  WS-DISTINCT-1-ENTRY OCCURS 1 TO 2000 TIMES
001850                 DEPENDING ON WS-DISTINCT-1-COUNT
001860                 INDEXED BY WS-D1-IDX.
001870         10  WS-DISTINCT-1-VALUE  PIC X(100) VALUE SPACES.
001880 01  WS-DISTINCT-2-TABLE.
001890     05  WS-DISTINCT-2-COUNT      PIC 9(05) COMP VALUE ZERO.
001900     05  WS-DISTINCT-2-ENTRY OCCURS 1 TO 2000 TIMES
001910                 DEPENDING ON WS-DISTINCT-2-COUNT
001920                 INDEXED BY WS-D2-IDX.
001930         10  WS-DISTINCT-2-VALUE  PIC X(100) VALUE SPACES.
001940*--------------------------------------------------------------*
001950* TRANSACTION-TYPE TALLY TABLE - ONE ENTRY PER DISTINCT TYPE    *
001960* CODE SEEN ON THE AUDIT TRAIL OR THE EXCEPTION FILE.           *
001970*--------------------------------------------------------------*
001980 01  WS-TALLY-TYPE-CODE        PIC X(02) VALUE SPACES.
001990 01  WS-TT-NO                  PIC 9(03) COMP VALUE ZERO.
002000 01  WS-TYPE-TALLY-TABLE.
002010     05  WS-TT-COUNT              PIC 9(03) COMP VALUE ZERO.
002020     05  WS-TT-ENTRY OCCURS 1 TO 100 TIMES
002030                 DEPENDING ON WS-TT-COUNT
002040                 INDEXED BY WS-TT-IDX.
002050         10  WS-TT-CODE           PIC X(02) VALUE SPACES.
002060         10  WS-TT-ACCEPT-COUNT   PIC 9(09) COMP VALUE ZERO.
002070         10  WS-TT-REJECT-COUNT   PIC 9(09) COMP VALUE ZERO.
002080*--------------------------------------------------------------*
002090* REPORT LINE BUILD AREAS                                       *
002100*--------------------------------------------------------------*
002110 01  WS-REPORT-LABEL           PIC X(40) VALUE SPACES.
002120 01  WS-REPORT-COUNT           PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
002130 01  WS-TYPE-LINE.
002140     05  FILLER                   PIC X(01) VALUE SPACES.
002150     05  WS-TL-CODE               PIC X(02).
002160     05  FILLER                   PIC X(06) VALUE SPACES.
002170     05  WS-TL-ACCEPT             PIC ZZZ,ZZZ,ZZ9.
002180     05  FILLER                   PIC X(03) VALUE SPACES.
002190     05  WS-TL-REJECT             PIC ZZZ,ZZZ,ZZ9.
002200     05  FILLER                   PIC X(97) VALUE SPACES.
002210 PROCEDURE DIVISION.
002220*================================================================*
002230* 0000-MAINLINE-CONTROL                                          *
002240*================================================================*
002250 0000-MAINLINE-CONTROL.
002260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002270     PERFORM 2000-READ-AUDIT-RECORDS THRU 2000-EXIT
002280         UNTIL WS-AUDIT-EOF-REACHED.
002290     PERFORM 2500-READ-EXCEPTION-RECORDS THRU 2500-EXIT
002300         UNTIL WS-XCPT-EOF-REACHED.
002310     IF WS-CYCLE-CLEARED
002320         PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT
002330         PERFORM 7000-CHECK-CONTROL-TOTALS THRU 7000-EXIT
002340         PERFORM 7100-PRINT-CONTROL-TOTALS THRU 7100-EXIT
002350         IF WS-INPUT-IN-CONTROL
002360             PERFORM 8000-STAMP-CYCLE-STEP THRU 8000-EXIT
002370         END-IF
002380     END-IF.
002390     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002400     GOBACK.
002410 0000-EXIT.
002420     EXIT.
002430*================================================================*
002440* 1000-INITIALIZE - OPEN FILES AND PRIME THE READS               *
002450*================================================================*
002460 1000-INITIALIZE.
002470     PERFORM 1050-REINITIALIZE-WORK-AREAS THRU 1050-EXIT.
002480     MOVE 'DL100RPT' TO WS-RUN-ID.
002490     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
002500     MOVE WS-TS-DATE TO WS-BUSINESS-DATE.
002510     ACCEPT WS-BUSINESS-DATE-IN.
002520     IF WS-BUSINESS-DATE-IN NUMERIC AND
002530             WS-BUSINESS-DATE-IN NOT = ZEROS
002540         MOVE WS-BUSINESS-DATE-IN TO WS-BUSINESS-DATE
002550     END-IF.
002560     OPEN OUTPUT PRINT-FILE.
002570     PERFORM 1100-CHECK-CYCLE-STATUS THRU 1100-EXIT.
002580     IF WS-CYCLE-REFUSED
002590         SET WS-AUDIT-EOF-REACHED TO TRUE
002600         SET WS-XCPT-EOF-REACHED TO TRUE
002610         GO TO 1000-EXIT
002620     END-IF.
002630     OPEN INPUT AUDIT-FILE.
002640     OPEN INPUT EXCEPTION-FILE.
002650     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
002660     PERFORM 2600-READ-EXCEPTION THRU 2600-EXIT.
002670 1000-EXIT.
002680     EXIT.
002690*================================================================*
002700* 1050-REINITIALIZE-WORK-AREAS - RE-APPLY THE PROGRAM'S DEFAULT  *
002710* VALUES TO EVERY WORKING AREA BEFORE THE RUN STARTS.            *
002720*================================================================*
002730 1050-REINITIALIZE-WORK-AREAS.
002740     SET WS-AUDIT-NOT-EOF TO TRUE.
002750     SET WS-XCPT-NOT-EOF TO TRUE.
002760     MOVE SPACES TO WS-RUN-ID.
002770     MOVE ZERO TO WS-AREA-1-SET-COUNT.
002780     MOVE ZERO TO WS-AREA-2-SET-COUNT.
002790     MOVE ZERO TO WS-REJECT-COUNT.
002800     MOVE ZERO TO WS-DISTINCT-1-COUNT.
002810     MOVE ZERO TO WS-DISTINCT-2-COUNT.
002820     MOVE SPACES TO WS-REPORT-LABEL.
002830     MOVE ZERO TO WS-REPORT-COUNT.
002840     MOVE SPACES TO WS-TALLY-TYPE-CODE.
002850     MOVE ZERO TO WS-TT-NO.
002860     MOVE ZERO TO WS-TT-COUNT.
002870     MOVE '00' TO WS-CYCLE-FILE-STATUS.
002880     SET WS-CYCLE-REFUSED TO TRUE.
002890     MOVE ZERO TO WS-TS-DATE.
002900     MOVE ZERO TO WS-TS-TIME.
002910     MOVE SPACES TO WS-BUSINESS-DATE-IN.
002920     MOVE ZERO TO WS-BUSINESS-DATE.
002930     MOVE '00' TO WS-CTLTOT-FILE-STATUS.
002940     SET WS-CTLTOT-ROW-MISSING TO TRUE.
002950     SET WS-INPUT-OUT-OF-CONTROL TO TRUE.
002960     MOVE SPACES TO WS-CONTROL-REASON.
002970     MOVE ZERO TO WS-AUDIT-READ-COUNT.
002980     MOVE ZERO TO WS-AUDIT-HASH.
002990     MOVE ZERO TO WS-XCPT-READ-COUNT.
003000     MOVE ZERO TO WS-XCPT-HASH.
003010     MOVE ZERO TO WS-CONTROL-EXPECTED.
003020     MOVE ZERO TO WS-CONTROL-ACTUAL.
003030 1050-EXIT.
003040     EXIT.
003050*================================================================*
003060* 1100-CHECK-CYCLE-STATUS - REFUSE TO REPORT A DATE WHOSE        *
003070* DL100MN RUN NEVER COMPLETED.  THE AUDIT AND EXCEPTION FILES    *
003080* FOR SUCH A DATE ARE HALF-WRITTEN AT BEST, AND A SUMMARY OVER   *
003090* THEM WOULD ONLY LOOK AUTHORITATIVE.  A MISSING CYCLE FILE OR   *
003100* ROW PROVES NOTHING, SO IT REFUSES TOO.                         *
003110*================================================================*
003120 1100-CHECK-CYCLE-STATUS.
003130     OPEN I-O CYCLE-FILE.
003140     IF WS-CYCLE-FILE-STATUS NOT = '00'
003150         MOVE 'CYCLE CONTROL FILE NOT AVAILABLE - REPORT REFUSED'
003160             TO PR-PRINT-LINE
003170         WRITE PR-PRINT-LINE
003180         GO TO 1100-EXIT
003190     END-IF.
003200     MOVE WS-BUSINESS-DATE TO CY-BUSINESS-DATE.
003210     READ CYCLE-FILE
003220         INVALID KEY
003230             PERFORM 1150-WRITE-REFUSAL-MESSAGE THRU 1150-EXIT
003240             GO TO 1100-EXIT
003250     END-READ.
003260     IF CY-MN-NOT-COMPLETE
003270         PERFORM 1150-WRITE-REFUSAL-MESSAGE THRU 1150-EXIT
003280         GO TO 1100-EXIT
003290     END-IF.
003300     SET WS-CYCLE-CLEARED TO TRUE.
003310 1100-EXIT.
003320     EXIT.
003330*================================================================*
003340* 1150-WRITE-REFUSAL-MESSAGE                                    *
003350*================================================================*
003360 1150-WRITE-REFUSAL-MESSAGE.
003370     MOVE SPACES TO PR-PRINT-LINE.
003380     STRING 'CYCLE CONTROL: DL100MN HAS NOT COMPLETED '
003390             DELIMITED BY SIZE
003400            WS-BUSINESS-DATE DELIMITED BY SIZE
003410            ' - REPORT REFUSED' DELIMITED BY SIZE
003420         INTO PR-PRINT-LINE.
003430     WRITE PR-PRINT-LINE.
003440 1150-EXIT.
003450     EXIT.
003460*================================================================*
003470* 2000-READ-AUDIT-RECORDS - TALLY ONE AUDIT ROW                  *
003480*================================================================*
003490 2000-READ-AUDIT-RECORDS.
003500     ADD 1 TO WS-AUDIT-READ-COUNT.
003510     ADD AU-RECORD-NO TO WS-AUDIT-HASH.
003520     IF AU-AREA-NAME = 'WS-AREA-1'
003530         ADD 1 TO WS-AREA-1-SET-COUNT
003540         MOVE AU-TRANS-TYPE TO WS-TALLY-TYPE-CODE
003550         PERFORM 5000-LOCATE-TYPE-ENTRY THRU 5000-EXIT
003560         ADD 1 TO WS-TT-ACCEPT-COUNT (WS-TT-NO)
003570         PERFORM 4000-CHECK-DISTINCT-1 THRU 4000-EXIT
003580     ELSE
003590         IF AU-AREA-NAME = 'WS-AREA-2'
003600             ADD 1 TO WS-AREA-2-SET-COUNT
003610             PERFORM 4500-CHECK-DISTINCT-2 THRU 4500-EXIT
003620         END-IF
003630     END-IF.
003640     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
003650 2000-EXIT.
003660     EXIT.
003670*================================================================*
003680* 2100-READ-AUDIT                                               *
003690*================================================================*
003700 2100-READ-AUDIT.
003710     READ AUDIT-FILE
003720         AT END
003730             SET WS-AUDIT-EOF-REACHED TO TRUE
003740     END-READ.
003750 2100-EXIT.
003760     EXIT.
003770*================================================================*
003780* 2500-READ-EXCEPTION-RECORDS - TALLY ONE REJECT                 *
003790*================================================================*
003800 2500-READ-EXCEPTION-RECORDS.
003810     ADD 1 TO WS-REJECT-COUNT.
003820     ADD 1 TO WS-XCPT-READ-COUNT.
003830     ADD XC-RECORD-NO TO WS-XCPT-HASH.
003840     MOVE XC-TRANS-TYPE TO WS-TALLY-TYPE-CODE.
003850     PERFORM 5000-LOCATE-TYPE-ENTRY THRU 5000-EXIT.
003860     ADD 1 TO WS-TT-REJECT-COUNT (WS-TT-NO).
003870     PERFORM 2600-READ-EXCEPTION THRU 2600-EXIT.
003880 2500-EXIT.
003890     EXIT.
003900*================================================================*
003910* 2600-READ-EXCEPTION                                           *
003920*================================================================*
003930 2600-READ-EXCEPTION.
003940     READ EXCEPTION-FILE
003950         AT END
003960             SET WS-XCPT-EOF-REACHED TO TRUE
003970     END-READ.
003980 2600-EXIT.
003990     EXIT.
004000*================================================================*
004010* 3000-PRINT-SUMMARY - WRITE THE END-OF-JOB REPORT               *
004020*================================================================*
004030 3000-PRINT-SUMMARY.
004040     MOVE SPACES TO PR-PRINT-LINE.
004050     MOVE 'DL100 DAILY TRANSACTION RUN - SUMMARY REPORT' TO
004060             PR-PRINT-LINE.
004070     WRITE PR-PRINT-LINE.
004080     MOVE SPACES TO PR-PRINT-LINE.
004090     WRITE PR-PRINT-LINE.
004100     MOVE 'WS-AREA-1 VALUES WRITTEN' TO WS-REPORT-LABEL.
004110     MOVE WS-AREA-1-SET-COUNT TO WS-REPORT-COUNT.
004120     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
004130     MOVE 'WS-AREA-2 VALUES WRITTEN' TO WS-REPORT-LABEL.
004140     MOVE WS-AREA-2-SET-COUNT TO WS-REPORT-COUNT.
004150     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
004160     MOVE 'DISTINCT WS-AREA-1 VALUES SEEN' TO WS-REPORT-LABEL.
004170     MOVE WS-DISTINCT-1-COUNT TO WS-REPORT-COUNT.
004180     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
004190     MOVE 'DISTINCT WS-AREA-2 VALUES SEEN' TO WS-REPORT-LABEL.
004200     MOVE WS-DISTINCT-2-COUNT TO WS-REPORT-COUNT.
004210     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
004220     MOVE 'TRANSACTIONS REJECTED' TO WS-REPORT-LABEL.
004230     MOVE WS-REJECT-COUNT TO WS-REPORT-COUNT.
004240     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
004250     MOVE SPACES TO PR-PRINT-LINE.
004260     WRITE PR-PRINT-LINE.
004270     MOVE 'COUNTS BY TRANSACTION TYPE' TO PR-PRINT-LINE.
004280     WRITE PR-PRINT-LINE.
004290     MOVE SPACES TO PR-PRINT-LINE.
004300     MOVE ' TY     ACCEPTED      REJECTED' TO PR-PRINT-LINE.
004310     WRITE PR-PRINT-LINE.
004320     IF WS-TT-COUNT > ZERO
004330         PERFORM 3200-PRINT-TYPE-LINE THRU 3200-EXIT
004340             VARYING WS-TT-IDX FROM 1 BY 1
004350             UNTIL WS-TT-IDX > WS-TT-COUNT
004360     END-IF.
004370 3000-EXIT.
004380     EXIT.
004390*================================================================*
004400* 3100-WRITE-COUNT-LINE                                         *
004410*================================================================*
004420 3100-WRITE-COUNT-LINE.
004430     MOVE SPACES TO PR-PRINT-LINE.
004440     STRING WS-REPORT-LABEL  DELIMITED BY SIZE
004450            ' . . . . . . '  DELIMITED BY SIZE
004460            WS-REPORT-COUNT  DELIMITED BY SIZE
004470         INTO PR-PRINT-LINE.
004480     WRITE PR-PRINT-LINE.
004490 3100-EXIT.
004500     EXIT.
004510*================================================================*
004520* 3200-PRINT-TYPE-LINE - ONE LINE PER DISTINCT TYPE CODE         *
004530*================================================================*
004540 3200-PRINT-TYPE-LINE.
004550     MOVE WS-TT-CODE (WS-TT-IDX) TO WS-TL-CODE.
004560     MOVE WS-TT-ACCEPT-COUNT (WS-TT-IDX) TO WS-TL-ACCEPT.
004570     MOVE WS-TT-REJECT-COUNT (WS-TT-IDX) TO WS-TL-REJECT.
004580     MOVE WS-TYPE-LINE TO PR-PRINT-LINE.
004590     WRITE PR-PRINT-LINE.
004600 3200-EXIT.
004610     EXIT.
004620*================================================================*
004630* 5000-LOCATE-TYPE-ENTRY - LEAVE THE TALLY SUBSCRIPT FOR         *
004640* WS-TALLY-TYPE-CODE IN WS-TT-NO, ADDING A NEW ENTRY THE FIRST   *
004650* TIME A CODE IS SEEN.  PAST 100 DISTINCT CODES, EVERYTHING      *
004660* ELSE LUMPS INTO THE LAST ENTRY RATHER THAN BEING LOST.         *
004670*================================================================*
004680 5000-LOCATE-TYPE-ENTRY.
004690     IF WS-TT-COUNT = ZERO
004700         PERFORM 5100-ADD-TYPE-ENTRY THRU 5100-EXIT
004710         GO TO 5000-EXIT
004720     END-IF.
004730     SET WS-TT-IDX TO 1.
004740     SEARCH WS-TT-ENTRY VARYING WS-TT-IDX
004750         AT END
004760             PERFORM 5100-ADD-TYPE-ENTRY THRU 5100-EXIT
004770         WHEN WS-TT-CODE (WS-TT-IDX) = WS-TALLY-TYPE-CODE
004780             SET WS-TT-NO TO WS-TT-IDX
004790     END-SEARCH.
004800 5000-EXIT.
004810     EXIT.
004820*================================================================*
004830* 5100-ADD-TYPE-ENTRY                                           *
004840*================================================================*
004850 5100-ADD-TYPE-ENTRY.
004860     IF WS-TT-COUNT < 100
004870         ADD 1 TO WS-TT-COUNT
004880         SET WS-TT-IDX TO WS-TT-COUNT
004890         MOVE WS-TALLY-TYPE-CODE TO WS-TT-CODE (WS-TT-IDX)
004900         MOVE ZERO TO WS-TT-ACCEPT-COUNT (WS-TT-IDX)
004910         MOVE ZERO TO WS-TT-REJECT-COUNT (WS-TT-IDX)
004920     END-IF.
004930     MOVE WS-TT-COUNT TO WS-TT-NO.
004940 5100-EXIT.
004950     EXIT.
004960*================================================================*
004970* 4000-CHECK-DISTINCT-1 - ADD AU-AREA-VALUE TO THE WS-AREA-1     *
004980* DISTINCT-VALUE TABLE IF NOT ALREADY PRESENT                    *
004990*================================================================*
005000 4000-CHECK-DISTINCT-1.
005010     IF WS-DISTINCT-1-COUNT = ZERO
005020         PERFORM 4100-ADD-DISTINCT-1 THRU 4100-EXIT
005030         GO TO 4000-EXIT
005040     END-IF.
005050     SET WS-D1-IDX TO 1.
005060     SEARCH WS-DISTINCT-1-ENTRY VARYING WS-D1-IDX
005070         AT END
005080             PERFORM 4100-ADD-DISTINCT-1 THRU 4100-EXIT
005090         WHEN WS-DISTINCT-1-VALUE (WS-D1-IDX) = AU-AREA-VALUE
005100             CONTINUE
005110     END-SEARCH.
005120 4000-EXIT.
005130     EXIT.
005140*================================================================*
005150* 4100-ADD-DISTINCT-1                                           *
005160*================================================================*
005170 4100-ADD-DISTINCT-1.
005180     IF WS-DISTINCT-1-COUNT < 2000
005190         ADD 1 TO WS-DISTINCT-1-COUNT
005200         SET WS-D1-IDX TO WS-DISTINCT-1-COUNT
005210         MOVE AU-AREA-VALUE TO WS-DISTINCT-1-VALUE (WS-D1-IDX)
005220     END-IF.
005230 4100-EXIT.
005240     EXIT.
005250*================================================================*
005260* 4500-CHECK-DISTINCT-2 - ADD AU-AREA-VALUE TO THE WS-AREA-2     *
005270* DISTINCT-VALUE TABLE IF NOT ALREADY PRESENT                    *
005280*================================================================*
005290 4500-CHECK-DISTINCT-2.
005300     IF WS-DISTINCT-2-COUNT = ZERO
005310         PERFORM 4600-ADD-DISTINCT-2 THRU 4600-EXIT
005320         GO TO 4500-EXIT
005330     END-IF.
005340     SET WS-D2-IDX TO 1.
005350     SEARCH WS-DISTINCT-2-ENTRY VARYING WS-D2-IDX
005360         AT END
005370             PERFORM 4600-ADD-DISTINCT-2 THRU 4600-EXIT
005380         WHEN WS-DISTINCT-2-VALUE (WS-D2-IDX) = AU-AREA-VALUE
005390             CONTINUE
005400     END-SEARCH.
005410 4500-EXIT.
005420     EXIT.
005430*================================================================*
005440* 4600-ADD-DISTINCT-2                                           *
005450*================================================================*
005460 4600-ADD-DISTINCT-2.
005470     IF WS-DISTINCT-2-COUNT < 2000
005480         ADD 1 TO WS-DISTINCT-2-COUNT
005490         SET WS-D2-IDX TO WS-DISTINCT-2-COUNT
005500         MOVE AU-AREA-VALUE TO WS-DISTINCT-2-VALUE (WS-D2-IDX)
005510     END-IF.
005520 4600-EXIT.
005530     EXIT.
005540*================================================================*
005550* 7000-CHECK-CONTROL-TOTALS - READ THE DATE'S DL100TC ROW AND    *
005560* SET WHAT THIS RUN READ AGAINST WHAT DL100MN FILED.  NO FILE OR *
005570* NO ROW PROVES NOTHING, SO EITHER LEAVES THE INPUT OUT OF       *
005580* CONTROL THE SAME AS A DIFFERENCE DOES.                         *
005590*================================================================*
005600 7000-CHECK-CONTROL-TOTALS.
005610     SET WS-INPUT-OUT-OF-CONTROL TO TRUE.
005620     SET WS-CTLTOT-ROW-MISSING TO TRUE.
005630     MOVE ZERO TO WS-TC-AUDIT-COUNT.
005640     MOVE ZERO TO WS-TC-AUDIT-HASH.
005650     MOVE ZERO TO WS-TC-EXCEPTION-COUNT.
005660     MOVE ZERO TO WS-TC-EXCEPTION-HASH.
005670     OPEN INPUT CONTROL-TOTALS-FILE.
005680     IF WS-CTLTOT-FILE-STATUS NOT = '00'
005690         MOVE 'CONTROL TOTALS FILE NOT AVAILABLE' TO
005700             WS-CONTROL-REASON
005710         GO TO 7000-EXIT
005720     END-IF.
005730     MOVE WS-BUSINESS-DATE TO TC-BUSINESS-DATE.
005740     READ CONTROL-TOTALS-FILE
005750         INVALID KEY
005760             MOVE 'NO CONTROL TOTALS ON FILE FOR THE DATE' TO
005770                 WS-CONTROL-REASON
005780         NOT INVALID KEY
005790             SET WS-CTLTOT-ROW-FOUND TO TRUE
005800             MOVE TC-AUDIT-COUNT TO WS-TC-AUDIT-COUNT
005810             MOVE TC-AUDIT-HASH TO WS-TC-AUDIT-HASH
005820             MOVE TC-EXCEPTION-COUNT TO WS-TC-EXCEPTION-COUNT
005830             MOVE TC-EXCEPTION-HASH TO WS-TC-EXCEPTION-HASH
005840     END-READ.
005850     CLOSE CONTROL-TOTALS-FILE.
005860     IF WS-CTLTOT-ROW-MISSING
005870         GO TO 7000-EXIT
005880     END-IF.
005890     IF WS-TC-AUDIT-COUNT = WS-AUDIT-READ-COUNT AND
005900             WS-TC-AUDIT-HASH = WS-AUDIT-HASH AND
005910             WS-TC-EXCEPTION-COUNT = WS-XCPT-READ-COUNT AND
005920             WS-TC-EXCEPTION-HASH = WS-XCPT-HASH
005930         SET WS-INPUT-IN-CONTROL TO TRUE
005940     ELSE
005950         MOVE 'INPUT DOES NOT AGREE WITH THE DL100MN TOTALS' TO
005960             WS-CONTROL-REASON
005970     END-IF.
005980 7000-EXIT.
005990     EXIT.
006000*================================================================*
006010* 7100-PRINT-CONTROL-TOTALS - EXPECTED AGAINST ACTUAL FOR EVERY  *
006020* CONTROL, UNDER AN OUT-OF-CONTROL BANNER WHEN THEY DISAGREE     *
006030*================================================================*
006040 7100-PRINT-CONTROL-TOTALS.
006050     MOVE SPACES TO PR-PRINT-LINE.
006060     WRITE PR-PRINT-LINE.
006070     IF WS-INPUT-OUT-OF-CONTROL
006080         PERFORM 7150-PRINT-BANNER THRU 7150-EXIT
006090     END-IF.
006100     MOVE SPACES TO PR-PRINT-LINE.
006110     STRING 'INTER-STEP CONTROL TOTALS FOR BUSINESS DATE '
006120             DELIMITED BY SIZE
006130            WS-BUSINESS-DATE DELIMITED BY SIZE
006140         INTO PR-PRINT-LINE.
006150     WRITE PR-PRINT-LINE.
006160     MOVE WS-CONTROL-HEADING TO PR-PRINT-LINE.
006170     WRITE PR-PRINT-LINE.
006180     MOVE 'AUDIT RECORDS' TO WS-CC-LABEL.
006190     MOVE WS-TC-AUDIT-COUNT TO WS-CONTROL-EXPECTED.
006200     MOVE WS-AUDIT-READ-COUNT TO WS-CONTROL-ACTUAL.
006210     PERFORM 7200-WRITE-CONTROL-COUNT THRU 7200-EXIT.
006220     MOVE 'AUDIT RECORD-NUMBER HASH' TO WS-CC-LABEL.
006230     MOVE WS-TC-AUDIT-HASH TO WS-CONTROL-EXPECTED.
006240     MOVE WS-AUDIT-HASH TO WS-CONTROL-ACTUAL.
006250     PERFORM 7200-WRITE-CONTROL-COUNT THRU 7200-EXIT.
006260     MOVE 'EXCEPTION RECORDS' TO WS-CC-LABEL.
006270     MOVE WS-TC-EXCEPTION-COUNT TO WS-CONTROL-EXPECTED.
006280     MOVE WS-XCPT-READ-COUNT TO WS-CONTROL-ACTUAL.
006290     PERFORM 7200-WRITE-CONTROL-COUNT THRU 7200-EXIT.
006300     MOVE 'EXCEPTION RECORD-NUMBER HASH' TO WS-CC-LABEL.
006310     MOVE WS-TC-EXCEPTION-HASH TO WS-CONTROL-EXPECTED.
006320     MOVE WS-XCPT-HASH TO WS-CONTROL-ACTUAL.
006330     PERFORM 7200-WRITE-CONTROL-COUNT THRU 7200-EXIT.
006340     IF WS-INPUT-IN-CONTROL
006350         MOVE 'INPUT IN CONTROL - AGREES WITH DL100MN TOTALS'
006360             TO PR-PRINT-LINE
006370         WRITE PR-PRINT-LINE
006380     ELSE
006390         PERFORM 7150-PRINT-BANNER THRU 7150-EXIT
006400     END-IF.
006410 7100-EXIT.
006420     EXIT.
006430*================================================================*
006440* 7150-PRINT-BANNER - THE OUT-OF-CONTROL BANNER, PRINTED ABOVE   *
006450* AND BELOW THE CONTROL LINES SO IT CANNOT BE MISSED             *
006460*================================================================*
006470 7150-PRINT-BANNER.
006480     MOVE ALL '*' TO PR-PRINT-LINE.
006490     WRITE PR-PRINT-LINE.
006500     MOVE SPACES TO PR-PRINT-LINE.
006510     STRING '*****  INPUT OUT OF CONTROL - ' DELIMITED BY SIZE
006520            'DL100RPT STEP NOT STAMPED COMPLETE' DELIMITED BY SIZE
006530            ' - DO NOT RELY ON THIS REPORT  *****'
006540             DELIMITED BY SIZE
006550         INTO PR-PRINT-LINE.
006560     WRITE PR-PRINT-LINE.
006570     MOVE SPACES TO PR-PRINT-LINE.
006580     STRING '*****  ' DELIMITED BY SIZE
006590            WS-CONTROL-REASON DELIMITED BY SIZE
006600         INTO PR-PRINT-LINE.
006610     WRITE PR-PRINT-LINE.
006620     MOVE '*****  RERUN AFTER CORRECTING THE AUDITIN/XCPTIN INPUT'
006630         TO PR-PRINT-LINE.
006640     WRITE PR-PRINT-LINE.
006650     MOVE ALL '*' TO PR-PRINT-LINE.
006660     WRITE PR-PRINT-LINE.
006670 7150-EXIT.
006680     EXIT.
006690*================================================================*
006700* 7200-WRITE-CONTROL-COUNT - ONE COUNT OR HASH CONTROL LINE      *
006710*================================================================*
006720 7200-WRITE-CONTROL-COUNT.
006730     MOVE WS-CONTROL-ACTUAL TO WS-CC-ACTUAL-COUNT.
006740     IF WS-CTLTOT-ROW-FOUND
006750         MOVE WS-CONTROL-EXPECTED TO WS-CC-EXPECTED-COUNT
006760     ELSE
006770         MOVE SPACES TO WS-CC-EXPECTED
006780     END-IF.
006790     PERFORM 7300-FLAG-AND-WRITE THRU 7300-EXIT.
006800 7200-EXIT.
006810     EXIT.
006820*================================================================*
006830* 7300-FLAG-AND-WRITE                                            *
006840*================================================================*
006850 7300-FLAG-AND-WRITE.
006860     IF WS-CTLTOT-ROW-FOUND AND
006870             WS-CONTROL-EXPECTED NOT = WS-CONTROL-ACTUAL
006880         MOVE '<<< DIFFERENCE' TO WS-CC-FLAG
006890     ELSE
006900         MOVE SPACES TO WS-CC-FLAG
006910     END-IF.
006920     MOVE WS-CONTROL-LINE TO PR-PRINT-LINE.
006930     WRITE PR-PRINT-LINE.
006940 7300-EXIT.
006950     EXIT.
006960*================================================================*
006970* 8000-STAMP-CYCLE-STEP - RECORD ON THE CYCLE CONTROL ROW THAT  *
006980* THIS REPORT COMPLETED FOR THE BUSINESS DATE, AND WHEN, FOR    *
006990* THE STEPS THAT RUN BEHIND IT.                                 *
007000*================================================================*
007010 8000-STAMP-CYCLE-STEP.
007020     MOVE WS-BUSINESS-DATE TO CY-BUSINESS-DATE.
007030     READ CYCLE-FILE
007040         INVALID KEY
007050             GO TO 8000-EXIT
007060     END-READ.
007070     SET CY-RPT-COMPLETE TO TRUE.
007080     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
007090     ACCEPT WS-TS-TIME FROM TIME.
007100     MOVE SPACES TO CY-RPT-STAMP.
007110     STRING WS-TS-DATE  DELIMITED BY SIZE
007120            '-'          DELIMITED BY SIZE
007130            WS-TS-TIME   DELIMITED BY SIZE
007140         INTO CY-RPT-STAMP.
007150     REWRITE CY-CYCLE-RECORD.
007160 8000-EXIT.
007170     EXIT.
007180*================================================================*
007190* 9000-TERMINATE - CLOSE FILES                                  *
007200*================================================================*
007210 9000-TERMINATE.
007220     IF WS-CYCLE-REFUSED
007230         GO TO 9000-CLOSE-CYCLE
007240     END-IF.
007250     CLOSE AUDIT-FILE.
007260     CLOSE EXCEPTION-FILE.
007270 9000-CLOSE-CYCLE.
007280     IF WS-CYCLE-FILE-STATUS = '00'
007290         CLOSE CYCLE-FILE
007300     END-IF.
007310     CLOSE PRINT-FILE.
007320 9000-EXIT.
007330     EXIT.
007340
