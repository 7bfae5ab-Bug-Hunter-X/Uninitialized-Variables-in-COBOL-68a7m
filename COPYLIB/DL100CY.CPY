000190*   AND DL100HK REFUSES UNTIL THE WHOLE NIGHTLY SET (MN, RPT,  *
000200*   AM) HAS - SO THE JOBS THEMSELVES ENFORCE THE ORDER THE     *
000210*   SCHEDULER AND OPERATOR DISCIPLINE USED TO.                 *
000211*   THE GL STEP (DL100GL JOURNAL INTERFACE) IS GATED ON        *
000212*   DL100MN ONLY, LIKE DL100RPT AND DL100AM; THE RECORD IS 27  *
000213*   BYTES LONGER THAN IT WAS AND THE CYCLE FILE IS RELOADED    *
000214*   AT THE CHANGE.  DL100MN CLEARS THE GL FLAG WITH THE REST.  *
000215*   THE CL (DL100CL CLOSE) AND AR (DL100AR ALERTS) STEPS       *
000216*   FOLLOW DL100MN.  THEY, DL100RPT, DL100AM AND DL100GL       *
000217*   STAMP ONLY WHEN THEIR INPUT AGREES WITH THE DL100TC        *
000218*   CONTROL TOTALS DL100MN WROTE FOR THE DATE.  THE RECORD IS  *
000219*   54 BYTES LONGER AGAIN AND THE CYCLE FILE IS RELOADED.      *
000220*--------------------------------------------------------------*
000230 01  CY-CYCLE-RECORD.
000240     05  CY-BUSINESS-DATE         PIC 9(08).
000380         88  CY-HK-COMPLETE           VALUE 'Y'.
000390         88  CY-HK-NOT-COMPLETE       VALUE 'N'.
000400     05  CY-HK-STAMP              PIC X(26).
000401     05  CY-GL-COMPLETE-SW        PIC X(01).
000402         88  CY-GL-COMPLETE           VALUE 'Y'.
000403         88  CY-GL-NOT-COMPLETE       VALUE 'N'.
000404     05  CY-GL-STAMP              PIC X(26).
000405     05  CY-CL-COMPLETE-SW        PIC X(01).
000406         88  CY-CL-COMPLETE           VALUE 'Y'.
000407         88  CY-CL-NOT-COMPLETE       VALUE 'N'.
000408     05  CY-CL-STAMP              PIC X(26).
000409     05  CY-AR-COMPLETE-SW        PIC X(01).
000410         88  CY-AR-COMPLETE           VALUE 'Y'.
000411         88  CY-AR-NOT-COMPLETE       VALUE 'N'.
000412     05  CY-AR-STAMP              PIC X(26).
000420     05  FILLER                   PIC X(12).
