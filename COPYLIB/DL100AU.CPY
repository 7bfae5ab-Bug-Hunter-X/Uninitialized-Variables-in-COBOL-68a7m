000100*--------------------------------------------------------------*
000110* DL100AU - AUDIT TRAIL RECORD                                 *
000120*   ONE ROW WRITTEN EVERY TIME WS-AREA-1 OR WS-AREA-2 IS SET.   *
000121*   AU-SOURCE-SYSTEM IS THE FEED BATCH'S SOURCE SYSTEM (SEE      *
000122*   CT-SOURCE-SYSTEM ON DL100TR); IT LENGTHENS THE RECORD BY 4.  *
000130*--------------------------------------------------------------*
000140 01  AU-AUDIT-RECORD.
000150     05  AU-RUN-ID                PIC X(08).
000180     05  AU-AREA-NAME             PIC X(10).
000190     05  AU-AREA-VALUE            PIC X(100).
000200     05  AU-TRANS-TYPE            PIC X(02).
000210     05  AU-SOURCE-SYSTEM         PIC X(04).


