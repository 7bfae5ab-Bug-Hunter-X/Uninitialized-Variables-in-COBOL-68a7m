000110* DL100XC - EXCEPTION REPORT RECORD                            *
000120*   WRITTEN FOR ANY TRANSACTION FAILING VALIDATION OR           *
000130*   RECONCILIATION.                                             *
000131*   XC-SOURCE-SYSTEM IS THE FEED BATCH'S SOURCE SYSTEM (SEE      *
000132*   CT-SOURCE-SYSTEM ON DL100TR); IT LENGTHENS THE RECORD BY 4.  *
000140*--------------------------------------------------------------*
000150 01  XC-EXCEPTION-RECORD.
000160     05  XC-RUN-ID                PIC X(08).
000220     05  XC-RAW-AREA-2            PIC X(100).
000230     05  XC-REJECT-DATE           PIC 9(08).
000240     05  XC-TRANS-TYPE            PIC X(02).
000250     05  XC-SOURCE-SYSTEM         PIC X(04).


