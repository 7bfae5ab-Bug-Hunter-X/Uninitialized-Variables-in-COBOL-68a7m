000100*--------------------------------------------------------------*
000110* DL100SO - STANDING ORDER RECORD                               *
000120*   ONE ROW PER STANDING ORDER, KEYED BY CUSTOMER ID AND A      *
000130*   3-DIGIT ORDER NUMBER WITHIN THE CUSTOMER, MAINTAINED        *
000140*   ONLINE BY DL100SM.  EACH ORDER NAMES A REGISTERED DL100TT   *
000150*   TYPE CODE AND A FIXED AMOUNT, AND RUNS WEEKLY (EVERY 7      *
000160*   DAYS FROM THE START DATE), MONTHLY (ON THE START DATE'S     *
000170*   DAY EACH MONTH) OR ON A NAMED DAY OF THE MONTH (SO-MONTH-   *
000180*   DAY); A DAY PAST THE END OF A SHORT MONTH FALLS ON ITS      *
000190*   LAST DAY.  IT IS LIVE FROM SO-START-DATE TO SO-END-DATE     *
000200*   (ZERO = OPEN-ENDED) WHILE ITS STATUS IS ACTIVE, AND ONLY    *
000210*   AFTER A SECOND USER HAS APPROVED IT - THE SAME DUAL         *
000220*   CONTROL DL100MT CARRIES.                                    *
000230*   SO-NEXT-DUE-DATE AND SO-LAST-ISSUED-DATE BELONG TO THE      *
000240*   DL100SG GENERATOR AND ARE ONLY ADVANCED BY IT.  DL100SM     *
000250*   ZEROES THE NEXT-DUE DATE ON AN ADD OR CHANGE AND DL100SG    *
000260*   WORKS IT OUT AGAIN FROM THE LATER OF THE START DATE AND     *
000270*   THE DAY AFTER THE LAST ISSUE, SO A CHANGED SCHEDULE NEVER   *
000280*   RE-ISSUES AN OCCURRENCE ALREADY SENT.  STATUS 'E' (ENDED)   *
000290*   IS SET BY DL100SG WHEN NO OCCURRENCE IS LEFT BEFORE THE     *
000300*   END DATE.                                                   *
000310*--------------------------------------------------------------*
000320 01  SO-ORDER-RECORD.
000330     05  SO-ORDER-KEY.
000340         10  SO-CUSTOMER-ID       PIC X(10).
000350         10  SO-ORDER-NUMBER      PIC 9(03).
000360     05  SO-TRANS-TYPE            PIC X(02).
000370     05  SO-AMOUNT                PIC 9(09)V99.
000380     05  SO-FREQUENCY-SW          PIC X(01).
000390         88  SO-FREQ-WEEKLY           VALUE 'W'.
000400         88  SO-FREQ-MONTHLY          VALUE 'M'.
000410         88  SO-FREQ-DAY-OF-MONTH     VALUE 'D'.
000420         88  SO-FREQUENCY-VALID       VALUES 'W' 'M' 'D'.
000430     05  SO-MONTH-DAY             PIC 9(02).
000440     05  SO-START-DATE            PIC 9(08).
000450     05  SO-END-DATE              PIC 9(08).
000460     05  SO-STATUS-SW             PIC X(01).
000470         88  SO-STATUS-ACTIVE         VALUE 'A'.
000480         88  SO-STATUS-SUSPENDED      VALUE 'S'.
000490         88  SO-STATUS-CANCELLED      VALUE 'C'.
000500         88  SO-STATUS-ENDED          VALUE 'E'.
000510         88  SO-STATUS-VALID          VALUES 'A' 'S' 'C' 'E'.
000520     05  SO-NEXT-DUE-DATE         PIC 9(08).
000530     05  SO-LAST-ISSUED-DATE      PIC 9(08).
000540     05  SO-LAST-UPDATE-DATE      PIC 9(08).
000550     05  SO-LAST-UPDATE-USER      PIC X(08).
000560     05  SO-APPROVAL-STATUS-SW    PIC X(01).
000570         88  SO-APPROVAL-PENDING      VALUE 'P'.
000580         88  SO-APPROVED              VALUE 'A'.
000590     05  SO-APPROVED-BY           PIC X(08).
000600     05  SO-APPROVED-DATE         PIC 9(08).
000610     05  FILLER                   PIC X(20).
