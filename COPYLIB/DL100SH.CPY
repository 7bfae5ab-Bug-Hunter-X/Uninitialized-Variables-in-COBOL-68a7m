000100*--------------------------------------------------------------*
000110* DL100SH - STANDING ORDER HISTORY RECORD                       *
000120*   ONE ROW APPENDED FOR EVERY STATE CHANGE TO A DL100SO        *
000130*   STANDING ORDER - BY DL100SM FOR ADD, CHANGE AND APPROVE,    *
000140*   AND BY DL100SG FOR EVERY OCCURRENCE IT ISSUES OR SKIPS AND  *
000150*   WHEN IT ENDS AN ORDER - SHOWING THE ORDER AS IT STANDS      *
000160*   AFTER THE ACTION, THE SAME WAY DL100MH TRAILS DL100MT.      *
000170*   SH-DUE-DATE IS THE OCCURRENCE A DL100SG ROW IS FOR.         *
000180*--------------------------------------------------------------*
000190 01  SH-HISTORY-RECORD.
000200     05  SH-CUSTOMER-ID           PIC X(10).
000210     05  SH-ORDER-NUMBER          PIC 9(03).
000220     05  SH-ACTION-CODE           PIC X(08).
000230         88  SH-ACTION-ADD            VALUE 'ADD'.
000240         88  SH-ACTION-CHANGE         VALUE 'CHANGE'.
000250         88  SH-ACTION-APPROVE        VALUE 'APPROVE'.
000260         88  SH-ACTION-ISSUED         VALUE 'ISSUED'.
000270         88  SH-ACTION-SKIPPED        VALUE 'SKIPPED'.
000280         88  SH-ACTION-ENDED          VALUE 'ENDED'.
000290     05  SH-TIMESTAMP             PIC X(26).
000300     05  SH-USER-ID               PIC X(08).
000310     05  SH-TRANS-TYPE            PIC X(02).
000320     05  SH-AMOUNT                PIC 9(09)V99.
000330     05  SH-FREQUENCY-SW          PIC X(01).
000340     05  SH-MONTH-DAY             PIC 9(02).
000350     05  SH-START-DATE            PIC 9(08).
000360     05  SH-END-DATE              PIC 9(08).
000370     05  SH-STATUS-SW             PIC X(01).
000380     05  SH-APPROVAL-STATUS       PIC X(01).
000390     05  SH-APPROVED-BY           PIC X(08).
000400     05  SH-DUE-DATE              PIC 9(08).
000410     05  SH-NEXT-DUE-DATE         PIC 9(08).
000420     05  FILLER                   PIC X(16).
