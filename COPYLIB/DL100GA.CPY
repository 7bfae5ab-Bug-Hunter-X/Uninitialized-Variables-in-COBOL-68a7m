000100*--------------------------------------------------------------*
000110* DL100GA - GENERAL LEDGER ACCOUNT MAPPING RECORD              *
000120*   ONE ROW PER TRANSACTION TYPE CODE, KEYED BY THE CODE THE    *
000130*   SAME WAY AS THE DL100TT TYPE RULES IT SITS BESIDE, AND      *
000140*   MAINTAINED ONLINE BY DL100GU.  GA-CONTROL-ACCOUNT IS THE    *
000150*   CUSTOMER LEDGER CONTROL ACCOUNT THE TYPE'S NET MOVEMENT     *
000160*   POSTS TO ON THE SIDE THE CUSTOMER WAS POSTED; GA-OFFSET-    *
000170*   ACCOUNT TAKES THE OTHER SIDE.  GA-NARRATIVE IS CARRIED ON   *
000180*   THE DL100GL JOURNAL ENTRIES.  A TYPE THAT POSTED ON THE     *
000190*   DAY WITH NO ROW HERE (OR A BLANK ACCOUNT) STOPS DL100GL     *
000200*   FROM RELEASING THE JOURNAL.                                 *
000210*--------------------------------------------------------------*
000220 01  GA-ACCOUNT-RECORD.
000230     05  GA-TRANS-TYPE            PIC X(02).
000240     05  GA-CONTROL-ACCOUNT       PIC X(12).
000250     05  GA-OFFSET-ACCOUNT        PIC X(12).
000260     05  GA-NARRATIVE             PIC X(30).
000270     05  GA-LAST-UPDATE-DATE      PIC 9(08).
000280     05  GA-LAST-UPDATE-USER      PIC X(08).
000290     05  FILLER                   PIC X(10).
