000100*--------------------------------------------------------------*
000110* DL100CH - CUSTOMER STATUS HISTORY RECORD                     *
000120*   ONE ROW APPENDED FOR EVERY CHANGE TO A DL100CR STATUS -    *
000130*   BY DL100CU WHEN THE DESK ADDS A CUSTOMER OR CHANGES ITS    *
000140*   STATUS (A DORMANT ACCOUNT MOVED BACK TO OPEN IS LOGGED AS  *
000150*   A REACTIVATION), AND BY THE DL100DM DORMANCY RUN FOR EACH  *
000160*   ACCOUNT IT MAKES DORMANT, WITH THE BALANCE AND LAST-       *
000170*   ACTIVITY DATE THAT QUALIFIED IT.  DL100DM ALSO APPENDS ONE *
000180*   RUN ROW (BLANK CUSTOMER ID) AT THE END OF EACH RUN, SO THE *
000190*   NEXT RUN CAN REPORT THE REACTIVATIONS KEYED SINCE.  THE    *
000200*   SAME KIND OF TRAIL DL100MH KEEPS FOR DL100MT.              *
000210*   CH-BUSINESS-DATE IS THE DATE THE ROW BELONGS TO - TODAY    *
000220*   FOR A DL100CU ROW, THE RUN'S BUSINESS DATE FOR A DL100DM   *
000230*   ROW.                                                       *
000240*--------------------------------------------------------------*
000250 01  CH-HISTORY-RECORD.
000260     05  CH-CUSTOMER-ID           PIC X(10).
000270     05  CH-ACTION-CODE           PIC X(08).
000280         88  CH-ACTION-ADD            VALUE 'ADD'.
000290         88  CH-ACTION-STATUS         VALUE 'STATUS'.
000300         88  CH-ACTION-DORMANT        VALUE 'DORMANT'.
000310         88  CH-ACTION-REACTIVATE     VALUE 'REACTIV'.
000320         88  CH-ACTION-DORMANCY-RUN   VALUE 'DORMRUN'.
000330     05  CH-TIMESTAMP             PIC X(26).
000340     05  CH-USER-ID               PIC X(08).
000350     05  CH-OLD-STATUS-SW         PIC X(01).
000360     05  CH-NEW-STATUS-SW         PIC X(01).
000370     05  CH-LAST-ACTIVITY-DATE    PIC 9(08).
000380     05  CH-CLOSING-BALANCE       PIC S9(11)V99 COMP-3.
000390     05  CH-BUSINESS-DATE         PIC 9(08).
000400     05  FILLER                   PIC X(13).
