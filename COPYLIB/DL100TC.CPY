000100*--------------------------------------------------------------*
000110* DL100TC - INTER-STEP CONTROL TOTALS RECORD                   *
000120*   ONE ROW PER BUSINESS DATE ON CTLTOT, KEYED BY THE DATE.    *
000130*   DL100MN WRITES IT (9200) ON THE SAME BALANCED, JOB-        *
000140*   COMPLETE PATH THAT STAMPS DL100CY, BY COUNTING BACK THE    *
000150*   AUDIT, EXCEPTION, EXTRACT AND ALERT FILES AS CLOSED - SO   *
000160*   THE TOTALS OF A RESUMED RUN INCLUDE THE ROWS WRITTEN       *
000170*   BEFORE THE RESTART.  DL100RPT (AUDIT, EXCEPTION), DL100AM, *
000180*   DL100CL AND DL100GL (EXTRACT) AND DL100AR (ALERT) COUNT    *
000190*   THEIR OWN INPUT AGAINST IT BEFORE STAMPING THEIR DL100CY   *
000200*   STEP.  A DIFFERENCE MEANS A TRUNCATED OR WRONG-GENERATION  *
000210*   INPUT, AND THE STEP IS LEFT UNSTAMPED.                     *
000220*   THE AUDIT AND EXCEPTION RECORDS CARRY NO AMOUNT, SO THEIR  *
000230*   SECOND CONTROL IS A HASH TOTAL OF THE RECORD NUMBERS.  THE *
000240*   EXTRACT AND ALERT FILES CARRY THE RECORD-NUMBER HASH AND   *
000250*   THE SUM OF THEIR TRANSACTION AMOUNTS.                      *
000260*--------------------------------------------------------------*
000270 01  TC-CONTROL-RECORD.
000280     05  TC-BUSINESS-DATE         PIC 9(08).
000290     05  TC-MN-STAMP              PIC X(26).
000300     05  TC-AUDIT-COUNT           PIC 9(09).
000310     05  TC-AUDIT-HASH            PIC 9(15).
000320     05  TC-EXCEPTION-COUNT       PIC 9(09).
000330     05  TC-EXCEPTION-HASH        PIC 9(15).
000340     05  TC-EXTRACT-COUNT         PIC 9(09).
000350     05  TC-EXTRACT-HASH          PIC 9(15).
000360     05  TC-EXTRACT-AMOUNT        PIC S9(13)V99 COMP-3.
000370     05  TC-ALERT-COUNT           PIC 9(09).
000380     05  TC-ALERT-HASH            PIC 9(15).
000390     05  TC-ALERT-AMOUNT          PIC S9(13)V99 COMP-3.
000400     05  FILLER                   PIC X(20).
