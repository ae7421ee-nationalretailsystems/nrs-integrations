002400*  SO ITS ENTRY IS KEPT (BILLED AMOUNT = FINAL AMOUNT) AND IS   *
002500*  DROPPED ONLY WHEN ITS CHARGE NO LONGER APPEARS ON DETNCHRG.  *
002600*                                                               *
002700*  BILLED-THROUGH RECORD (DETNBLTH, 124 BYTES):                 *
002800*     CUSTOMER CODE    X(25)                                    *
002900*     TRAILER NUMBER   X(25)                                    *
003000*     START TIMESTAMP  X(26)                                    *
003100*     BILLED THROUGH   X(26)                                    *
003200*     BILLED HOURS     9(5)                                     *
003300*     BILLED AMOUNT    S9(9)V99 COMP-3                          *
003320*     CREDITED HOURS   9(5)     ADDED BY DETNDISP CREDIT MEMOS  *
003340*     CREDITED AMOUNT  S9(9)V99 COMP-3                          *
003360*  BILLED HOURS AND AMOUNT STAY AS INVOICED WHEN A CHARGE IS    *
003380*  CREDITED, SO CREDITED HOURS ARE NEVER BILLED AGAIN.          *
003400*  NEXT-NUMBER RECORD (DETNINVN, 7 BYTES): LAST USED INVOICE    *
003500*  NUMBER 9(7).                                                 *
003600*  REGISTER RECORD (DETNIREG, 80 BYTES): INVOICE NUMBER,        *
004100*****************************************************************
004200*  MODIFICATION HISTORY                                         *
004300*  09/02/26  RJM  NEW PROGRAM.                                  *
004320*  10/15/26  RJM  DETNBLTH EXTENDED TO 124 BYTES TO CARRY THE   *
004340*                 HOURS AND AMOUNT CREDITED BY DETNDISP.        *
004400*****************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
007300     RECORD CONTAINS 163 CHARACTERS.
007400 01  CHRG-RECORD                 PIC X(163).
007500 FD  BLTH-FILE
007600     RECORD CONTAINS 124 CHARACTERS.
007700 01  BLTH-RECORD.
007800     05  DIN-B-CUSTOMER-CODE     PIC X(25).
007900     05  DIN-B-TRAILER-NUMBER    PIC X(25).
008100     05  DIN-B-BILLED-THROUGH    PIC X(26).
008200     05  DIN-B-BILLED-HOURS      PIC 9(05).
008300     05  DIN-B-BILLED-AMOUNT     PIC S9(09)V99  COMP-3.
008320     05  DIN-B-CREDITED-HOURS    PIC 9(05).
008340     05  DIN-B-CREDITED-AMOUNT   PIC S9(09)V99  COMP-3.
008400 FD  INVN-FILE
008500     RECORD CONTAINS 7 CHARACTERS.
008600 01  INVN-RECORD.
018300         10  BTT-BILLED-THROUGH  PIC X(26).
018400         10  BTT-BILLED-HOURS    PIC 9(05).
018500         10  BTT-BILLED-AMOUNT   PIC S9(09)V99  COMP-3.
018520         10  BTT-CREDITED-HOURS  PIC 9(05).
018540         10  BTT-CREDITED-AMOUNT PIC S9(09)V99  COMP-3.
018600         10  BTT-SEEN-SW         PIC X(01).
018700 01  RUN-STAMP-AREA.
018800     05  RUN-DATE-YMD            PIC 9(08).
037100             TO BTT-BILLED-HOURS (BLT-COUNT)
037200         MOVE DIN-B-BILLED-AMOUNT
037300             TO BTT-BILLED-AMOUNT (BLT-COUNT)
037305         MOVE ZERO TO BTT-CREDITED-HOURS (BLT-COUNT)
037310         MOVE ZERO TO BTT-CREDITED-AMOUNT (BLT-COUNT)
037315         IF DIN-B-CREDITED-HOURS NUMERIC
037320             MOVE DIN-B-CREDITED-HOURS
037325                 TO BTT-CREDITED-HOURS (BLT-COUNT)
037330         END-IF
037335         IF DIN-B-CREDITED-AMOUNT NUMERIC
037340             MOVE DIN-B-CREDITED-AMOUNT
037345                 TO BTT-CREDITED-AMOUNT (BLT-COUNT)
037350         END-IF
037400         MOVE "N" TO BTT-SEEN-SW (BLT-COUNT)
037500     ELSE
037600         DISPLAY "DETNINV - BILLED-THROUGH TABLE FULL" UPON
054500         MOVE SRT-BILLABLE-HOURS
054600             TO BTT-BILLED-HOURS (BLT-COUNT)
054700         MOVE SRT-AMOUNT TO BTT-BILLED-AMOUNT (BLT-COUNT)
054720         MOVE ZERO TO BTT-CREDITED-HOURS (BLT-COUNT)
054740         MOVE ZERO TO BTT-CREDITED-AMOUNT (BLT-COUNT)
054800         MOVE "Y" TO BTT-SEEN-SW (BLT-COUNT)
054900         MOVE "Y" TO CHARGE-STAMPED-SW
055000     ELSE
066200         TO DIN-B-BILLED-THROUGH.
066300     MOVE BTT-BILLED-HOURS (BLT-I) TO DIN-B-BILLED-HOURS.
066400     MOVE BTT-BILLED-AMOUNT (BLT-I) TO DIN-B-BILLED-AMOUNT.
066420     MOVE BTT-CREDITED-HOURS (BLT-I) TO DIN-B-CREDITED-HOURS.
066440     MOVE BTT-CREDITED-AMOUNT (BLT-I)
066460         TO DIN-B-CREDITED-AMOUNT.
066500     WRITE BLTH-RECORD.
066600 9150-EXIT.
066700     EXIT.
