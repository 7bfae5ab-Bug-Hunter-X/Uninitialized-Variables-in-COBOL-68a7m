000100*--------------------------------------------------------------*
000110* DL100GJ - GENERAL LEDGER JOURNAL INTERFACE RECORD            *
000120*   WRITTEN BY DL100GL FOR THE GENERAL LEDGER TO LOAD.  ONE     *
000130*   HEADER ('HD'), THEN ONE DEBIT AND ONE CREDIT DETAIL ('DT')  *
000140*   ENTRY PER TRANSACTION TYPE THAT MOVED ON THE BUSINESS DATE  *
000150*   (REVERSALS NETTED), THEN ONE TRAILER ('TR').  HEADER AND    *
000160*   TRAILER ARE MAPPED BY GJ-CONTROL-RECORD BELOW; THE          *
000170*   TRAILER'S ENTRY COUNT AND DEBIT/CREDIT TOTALS COVER THE     *
000180*   DETAIL ENTRIES ONLY, AND THE TWO TOTALS ARE ALWAYS EQUAL -  *
000190*   DL100GL WRITES NO FILE AT ALL RATHER THAN AN UNBALANCED     *
000200*   ONE.  AMOUNTS ARE UNSIGNED; GJ-DR-CR-SW GIVES THE SIDE.     *
000210*--------------------------------------------------------------*
000220 01  GJ-JOURNAL-RECORD.
000230     05  GJ-BUSINESS-DATE         PIC 9(08).
000240     05  GJ-ENTRY-NO              PIC 9(05).
000250     05  GJ-ACCOUNT               PIC X(12).
000260     05  GJ-DR-CR-SW              PIC X(01).
000270         88  GJ-DEBIT-ENTRY           VALUE 'D'.
000280         88  GJ-CREDIT-ENTRY          VALUE 'C'.
000290     05  GJ-AMOUNT                PIC 9(13)V99.
000300     05  GJ-TRANS-TYPE            PIC X(02).
000310     05  GJ-NARRATIVE             PIC X(30).
000320     05  GJ-SOURCE-ID             PIC X(08).
000330     05  FILLER                   PIC X(37).
000340     05  GJ-RECORD-TYPE           PIC X(02).
000350         88  GJ-HEADER-RECORD         VALUE 'HD'.
000360         88  GJ-TRAILER-RECORD        VALUE 'TR'.
000370         88  GJ-DETAIL-RECORD         VALUE 'DT'.
000380 01  GJ-CONTROL-RECORD.
000390     05  GC-BUSINESS-DATE         PIC 9(08).
000400     05  GC-ENTRY-COUNT           PIC 9(09).
000410     05  GC-DEBIT-TOTAL           PIC 9(15)V99.
000420     05  GC-CREDIT-TOTAL          PIC 9(15)V99.
000430     05  GC-SOURCE-ID             PIC X(08).
000440     05  FILLER                   PIC X(59).
000450     05  GC-RECORD-TYPE           PIC X(02).
