000180*   THE DAILY RUN - A ROW ONLY MOVES BETWEEN OPEN, RESUBMIT,    *
000190*   AND CLEARED, SO AN UNRESOLVED ITEM STAYS VISIBLE TO THE     *
000200*   DL100SR AGING REPORT UNTIL IT IS DEALT WITH.                *
000201*   SP-SOURCE-SYSTEM IS THE FEED BATCH'S SOURCE SYSTEM (SEE      *
000202*   CT-SOURCE-SYSTEM ON DL100TR), CARRIED BACK ONTO THE ROWS OF  *
000203*   A RESUBMISSION; IT LENGTHENS THE RECORD BY 4.                *
000210*--------------------------------------------------------------*
000220 01  SP-SUSPENSE-RECORD.
000230     05  SP-SUSPENSE-KEY.
000470     05  SP-LAST-UPDATE-DATE      PIC 9(08).
000480     05  SP-LAST-UPDATE-USER      PIC X(08).
000490     05  SP-CLEARED-DATE          PIC 9(08).
000500     05  SP-SOURCE-SYSTEM         PIC X(04).
