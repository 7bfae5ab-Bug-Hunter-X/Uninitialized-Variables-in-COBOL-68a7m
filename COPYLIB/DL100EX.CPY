000147*   LEDGER SIDE THE ENTRY POSTED - 'C' CREDIT, 'D' DEBIT, ON A  *
000148*   REVERSAL ROW THE SIDE BACKED OUT - SO THE DL100CL CLOSE CAN *
000149*   PROVE THE DAY'S MOVEMENT.  BLANK ON OLDER GENERATIONS.      *
000151*   EX-TRANSFER-LEG-SW TAKES ONE MORE TRAILING FILLER BYTE      *
000152*   (OFFSETS UNCHANGED, AGREED WITH THE CONSUMER).  A TRANSFER  *
000153*   IS EXTRACTED AS TWO ROWS WITH THE SAME RUN DATE AND RECORD  *
000154*   NUMBER: 'F' THE FROM-CUSTOMER'S DEBIT LEG, 'T' THE          *
000155*   TO-CUSTOMER'S CREDIT LEG.  EX-TRANSFER-DETAIL VIEWS THE     *
000156*   AREA-1 CONTENT, WHICH NAMES BOTH SIDES ON EITHER LEG.       *
000157*   BLANK ON EVERY ROW THAT IS NOT A TRANSFER LEG.              *
000158*--------------------------------------------------------------*
000160 01  EX-EXTRACT-RECORD.
000170     05  EX-RUN-ID                PIC X(08).
000180     05  EX-RECORD-NO             PIC 9(09).
000190     05  EX-CUSTOMER-ID           PIC X(10).
000200     05  EX-TRANS-AMOUNT          PIC 9(09)V99.
000210     05  EX-AREA-1-VALUE          PIC X(100).
000215     05  EX-TRANSFER-DETAIL REDEFINES EX-AREA-1-VALUE.
000216         10  EX-XF-FROM-CUSTOMER-ID PIC X(10).
000217         10  EX-XF-AMOUNT         PIC 9(09)V99.
000218         10  EX-XF-TO-CUSTOMER-ID PIC X(10).
000219         10  FILLER               PIC X(69).
000220     05  EX-AREA-2-VALUE          PIC X(100).
000230     05  EX-RUN-DATE              PIC 9(08).
000240     05  EX-TRANS-TYPE            PIC X(02).
000261     05  EX-POSTING-DISP          PIC X(01).
000262         88  EX-POSTED-CREDIT         VALUE 'C'.
000263         88  EX-POSTED-DEBIT          VALUE 'D'.
000264     05  EX-TRANSFER-LEG-SW       PIC X(01).
000265         88  EX-TRANSFER-FROM-LEG     VALUE 'F'.
000266         88  EX-TRANSFER-TO-LEG       VALUE 'T'.
000270     05  FILLER                   PIC X(07).


