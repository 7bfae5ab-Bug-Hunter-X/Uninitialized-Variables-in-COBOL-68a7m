000165*   OLD-FORMAT FEED STILL READS AS A DETAIL RECORD.  THE         *
000166*   TRAILER'S RECORD COUNT AND AMOUNT HASH COVER THE DETAIL      *
000167*   RECORDS ONLY - SEE 8000-VERIFY-FEED-BALANCE IN DL100MN.      *
000168*   TR-ORIGIN-SW TAKES ONE BYTE OF THE DETAIL'S TRAILING         *
000169*   FILLER.  DL100MA SETS IT TO 'S' ON ITS ASSESSMENTS; DL100MN  *
000170*   POSTS THEM TO A DORMANT ACCOUNT ONLY IN A 'DLMA' BATCH.  A   *
000171*   BLANK (EVERY OTHER FEED) MEANS CUSTOMER-INITIATED.           *
000172*   A TRANSFER (DISPOSITION 'T' ON DL100TT) NAMES THE RECEIVING  *
000173*   CUSTOMER IN PD-/CD-TO-CUSTOMER-ID, TAKEN FROM EACH AREA'S    *
000174*   FILLER SO NO OFFSET MOVES; THE PD-/CD- CUSTOMER ID IS THE    *
000175*   PAYING (FROM) SIDE.  BLANK ON EVERY OTHER TYPE.              *
000176*   CT-SOURCE-SYSTEM ON THE HEADER NAMES THE BRANCH SYSTEM THAT  *
000177*   SENT THE BATCH.  A DAY'S FEED MAY CARRY SEVERAL HEADER/      *
000178*   TRAILER BATCHES, ONE PER SOURCE, EACH BALANCED ON ITS OWN.   *
000179*--------------------------------------------------------------*
000180 01  TR-TRANS-RECORD.
000190     05  TR-CUSTOMER-ID          PIC X(10).
000200     05  TR-TRANS-DATE           PIC 9(08).
000240     05  TR-PRIMARY-DETAIL REDEFINES TR-PRIMARY-DATA.
000250         10  PD-CUSTOMER-ID       PIC X(10).
000260         10  PD-AMOUNT            PIC 9(09)V99.
000265         10  PD-TO-CUSTOMER-ID    PIC X(10).
000270         10  FILLER               PIC X(69).
000280     05  TR-CONTROL-DATA         PIC X(100).
000290     05  TR-CONTROL-DETAIL REDEFINES TR-CONTROL-DATA.
000300         10  CD-CUSTOMER-ID       PIC X(10).
000310         10  CD-AMOUNT            PIC 9(09)V99.
000315         10  CD-TO-CUSTOMER-ID    PIC X(10).
000320         10  FILLER               PIC X(69).
000330     05  TR-RECORD-TYPE          PIC X(02).
000331         88  TR-HEADER-RECORD         VALUE 'HD'.
000332         88  TR-TRAILER-RECORD        VALUE 'TR'.
000333         88  TR-DETAIL-RECORD         VALUE 'DT'.
000334     05  TR-ORIGIN-SW            PIC X(01).
000335         88  TR-SYSTEM-GENERATED      VALUE 'S'.
000336     05  FILLER                  PIC X(01).
000337 01  TR-CONTROL-RECORD.
000338     05  CT-FEED-DATE            PIC 9(08).
000339     05  CT-RECORD-COUNT         PIC 9(09).
000340     05  CT-AMOUNT-HASH          PIC S9(15)V99.
000341     05  CT-SOURCE-SYSTEM        PIC X(04).
000342     05  FILLER                  PIC X(188).
000343     05  CT-RECORD-TYPE          PIC X(02).
000344     05  FILLER                  PIC X(02).

