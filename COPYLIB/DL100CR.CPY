000196*   CREDIT DESK REPORT.  ROWS WRITTEN BEFORE THE FIELDS        *
000197*   EXISTED READ AS SPACES AND ARE TREATED AS LIMIT ZERO, NO   *
000198*   OVERDRAFT.                                                 *
000199*   STATUS 'D' (DORMANT) IS SET BY THE DL100DM DORMANCY RUN ON *
000200*   AN OPEN ACCOUNT WITH NO ACTIVITY INSIDE ITS INACTIVITY     *
000201*   PERIOD.  DL100MN SUSPENDS CUSTOMER ACTIVITY FOR A DORMANT  *
000202*   ACCOUNT (DL100MA ASSESSMENTS STILL POST) UNTIL THE DESK    *
000203*   REACTIVATES IT THROUGH DL100CU.  EVERY STATUS CHANGE IS    *
000204*   LOGGED TO THE DL100CH CUSTOMER STATUS HISTORY.             *
000205*--------------------------------------------------------------*
000210 01  CR-CUSTOMER-RECORD.
000220     05  CR-CUSTOMER-ID           PIC X(10).
000230     05  CR-CUSTOMER-NAME         PIC X(30).
000250         88  CR-STATUS-OPEN           VALUE 'O'.
000260         88  CR-STATUS-CLOSED         VALUE 'C'.
000270         88  CR-STATUS-FROZEN         VALUE 'F'.
000271         88  CR-STATUS-DORMANT        VALUE 'D'.
000280         88  CR-STATUS-VALID          VALUES 'O' 'C' 'F' 'D'.
000290     05  CR-DATE-OPENED           PIC 9(08).
000300     05  CR-LAST-UPDATE-DATE      PIC 9(08).
000310     05  CR-LAST-UPDATE-USER      PIC X(08).
