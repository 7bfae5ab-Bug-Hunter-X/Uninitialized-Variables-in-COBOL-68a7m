000170*   'R' MARKS A REVERSAL TYPE, WHICH MUST MATCH A PREVIOUSLY    *
000180*   PROCESSED ORIGINAL FOR THE SAME CUSTOMER AND AMOUNT AND     *
000190*   BACKS IT OUT.                                               *
000191*   'T' MARKS A CUSTOMER-TO-CUSTOMER TRANSFER: THE FEED RECORD  *
000192*   NAMES BOTH SIDES (SEE PD-/CD-TO-CUSTOMER-ID IN DL100TR),    *
000193*   AND DL100MN DEBITS THE FROM-CUSTOMER AND CREDITS THE        *
000194*   TO-CUSTOMER TOGETHER OR SUSPENDS THE WHOLE TRANSFER.        *
000200*--------------------------------------------------------------*
000210 01  TT-TYPE-RECORD.
000220     05  TT-TRANS-TYPE            PIC X(02).
000250         88  TT-DEBIT                 VALUE 'D'.
000260         88  TT-CREDIT                VALUE 'C'.
000270         88  TT-REVERSAL              VALUE 'R'.
000275         88  TT-TRANSFER              VALUE 'T'.
000280         88  TT-DISPOSITION-VALID     VALUES 'D' 'C' 'R' 'T'.
000290     05  TT-ACTIVE-SW             PIC X(01).
000300         88  TT-TYPE-ACTIVE           VALUE 'Y'.
000310         88  TT-TYPE-INACTIVE         VALUE 'N'.
