001400*  BEHIND EACH CURSOR AND PNCEVTRY REPLAYS FROM A POINT.       *
001500*  AN ACKNOWLEDGMENT NEVER MOVES A CURSOR BACKWARD - A STALE   *
001600*  OR REPLAYED ACKNOWLEDGMENT IS REPORTED AND IGNORED.         *
001620*  AN ACKNOWLEDGMENT FROM A SUBSCRIBER WHOSE PNCROUTE QUEUE     *
001640*  HAS BEEN RELEASED (RETIRED THROUGH PNCSBMNT) IS REPORTED AND *
001660*  IGNORED - ITS CURSOR WAS RETIRED WITH IT.                    *
001700*                                                               *
001800*  ACKNOWLEDGMENT RECORD (PNCEVTAI, 36 BYTES):                  *
001900*     SUBSCRIBER ID      X(10)                                  *
002200*****************************************************************
002300*  MODIFICATION HISTORY                                         *
002400*  09/02/26  RJM  NEW PROGRAM.                                  *
002420*  10/15/26  RJM  IGNORE ACKNOWLEDGMENTS FROM SUBSCRIBERS       *
002440*                 RETIRED ON PNCROUTE INSTEAD OF RE-CREATING    *
002460*                 THEIR CURSORS.                                *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
003500     SELECT CURS-FILE ASSIGN TO PNCEVTCU
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS CURS-STATUS.
003720     SELECT ROUTE-FILE ASSIGN TO PNCROUTE
003740         ORGANIZATION IS SEQUENTIAL
003760         FILE STATUS IS ROUTE-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  ACKI-FILE
004700 01  CURS-RECORD.
004800     05  EAK-C-SUBSCRIBER-ID     PIC X(10).
004900     05  EAK-C-CONFIRMED-TS      PIC X(26).
004910 FD  ROUTE-FILE
004920     RECORD CONTAINS 55 CHARACTERS.
004930 01  ROUTE-RECORD.
004940     05  EAK-Q-SUBSCRIBER-ID     PIC X(10).
004950     05  EAK-Q-QUEUE-DD          PIC X(08).
004960     05  EAK-Q-STATUS            PIC X(01).
004970     05  EAK-Q-MAINT-USER        PIC X(10).
004980     05  EAK-Q-MAINT-TIMESTAMP   PIC X(26).
005000 WORKING-STORAGE SECTION.
005100 77  ACKI-STATUS                 PIC X(02)   VALUE SPACES.
005200 77  CURS-STATUS                 PIC X(02)   VALUE SPACES.
005250 77  ROUTE-STATUS                PIC X(02)   VALUE SPACES.
005300 77  CURS-COUNT                  PIC S9(03)  COMP VALUE ZERO.
005400 77  CURS-I                      PIC S9(03)  COMP VALUE ZERO.
005500 77  CURS-FOUND-I                PIC S9(03)  COMP VALUE ZERO.
005600 77  CURS-MAX                    PIC S9(03)  COMP VALUE +100.
005620 77  RETD-COUNT                  PIC S9(03)  COMP VALUE ZERO.
005640 77  RETD-I                      PIC S9(03)  COMP VALUE ZERO.
005660 77  RETD-FOUND-I                PIC S9(03)  COMP VALUE ZERO.
005680 77  RETD-MAX                    PIC S9(03)  COMP VALUE +200.
005700 77  ACK-READ-COUNT              PIC S9(05)  COMP VALUE ZERO.
005800 77  ACK-APPLIED-COUNT           PIC S9(05)  COMP VALUE ZERO.
005900 77  ACK-STALE-COUNT             PIC S9(05)  COMP VALUE ZERO.
005950 77  ACK-RETIRED-COUNT           PIC S9(05)  COMP VALUE ZERO.
006000 01  SWITCH-AREA.
006100     05  ACKI-EOF-SW             PIC X(01)   VALUE "N".
006200         88  END-OF-ACKI                     VALUE "Y".
006600         88  END-OF-CURS                     VALUE "Y".
006700     05  CURS-LOAD-FAIL-SW       PIC X(01)   VALUE "N".
006800         88  CURSOR-LOAD-FAILED              VALUE "Y".
006820     05  ROUTE-EOF-SW            PIC X(01)   VALUE "N".
006840         88  END-OF-ROUTE                    VALUE "Y".
006900 01  CURSOR-TABLE-AREA.
007000     05  CURS-ENTRY              OCCURS 100 TIMES
007100                                 INDEXED BY CURS-X.
007200         10  CTB-SUBSCRIBER-ID   PIC X(10).
007300         10  CTB-CONFIRMED-TS    PIC X(26).
007310*    SUBSCRIBERS WHOSE PNCROUTE QUEUE HAS BEEN RELEASED
007320 01  RETIRED-TABLE-AREA.
007330     05  RETD-ENTRY              OCCURS 200 TIMES
007340                                 INDEXED BY RETD-X.
007350         10  RTB-SUBSCRIBER-ID   PIC X(10).
007400 PROCEDURE DIVISION.
007500*****************************************************************
007600*  0000-MAINLINE - LOAD CURSORS, APPLY ACKS, REWRITE            *
009900         MOVE 12 TO RETURN-CODE
010000         MOVE "Y" TO CURS-LOAD-FAIL-SW
010100         MOVE "Y" TO CURS-EOF-SW.
010105*    NO ROUTE FILE MEANS NO SUBSCRIBER HAS BEEN RETIRED YET
010110     OPEN INPUT ROUTE-FILE.
010115     IF ROUTE-STATUS = "00"
010120         PERFORM 1200-LOAD-ROUTE THRU 1200-EXIT
010125             UNTIL END-OF-ROUTE
010130         CLOSE ROUTE-FILE
010135     ELSE
010140     IF ROUTE-STATUS NOT = "35"
010145         DISPLAY "PNCEVTAK - PNCROUTE OPEN ERROR " ROUTE-STATUS
010150             " - RETIRED SUBSCRIBERS NOT CHECKED"
010155             UPON OPER-CONSOLE
010160         MOVE 8 TO RETURN-CODE.
010200     OPEN INPUT ACKI-FILE.
010300     IF ACKI-STATUS = "00"
010400         MOVE "Y" TO ACKI-OPEN-SW
012900         MOVE "Y" TO CURS-EOF-SW.
013000 1100-EXIT.
013100     EXIT.
013105 1200-LOAD-ROUTE.
013110     READ ROUTE-FILE
013115         AT END MOVE "Y" TO ROUTE-EOF-SW
013120         GO TO 1200-EXIT.
013125     IF EAK-Q-STATUS NOT = "R"
013130         GO TO 1200-EXIT.
013135     IF RETD-COUNT < RETD-MAX
013140         ADD 1 TO RETD-COUNT
013145         MOVE EAK-Q-SUBSCRIBER-ID
013150             TO RTB-SUBSCRIBER-ID (RETD-COUNT)
013155     ELSE
013160         DISPLAY "PNCEVTAK - RETIRED SUBSCRIBER TABLE FULL - "
013165             "INCREASE RETD-MAX" UPON OPER-CONSOLE
013170         MOVE 8 TO RETURN-CODE
013175         MOVE "Y" TO ROUTE-EOF-SW.
013180 1200-EXIT.
013185     EXIT.
013200*****************************************************************
013300*  3000-ONE-ACK - APPLY ONE ACKNOWLEDGMENT.  THE CURSOR NEVER   *
013400*  MOVES BACKWARD.                                              *
014300         DISPLAY "PNCEVTAK - BLANK ACKNOWLEDGMENT SKIPPED"
014400             UPON OPER-CONSOLE
014500         GO TO 3000-EXIT.
014510     PERFORM 3200-FIND-RETIRED THRU 3200-EXIT.
014520     IF RETD-FOUND-I > ZERO
014530         ADD 1 TO ACK-RETIRED-COUNT
014540         DISPLAY "PNCEVTAK - RETIRED SUBSCRIBER "
014550             EAK-A-SUBSCRIBER-ID " - ACK IGNORED"
014560             UPON OPER-CONSOLE
014570         GO TO 3000-EXIT.
014600     PERFORM 3100-FIND-CURSOR THRU 3100-EXIT.
014700     IF CURS-FOUND-I = ZERO
014800         IF CURS-COUNT < CURS-MAX
018500         MOVE CURS-I TO CURS-FOUND-I.
018600 3150-EXIT.
018700     EXIT.
018705 3200-FIND-RETIRED.
018710     MOVE ZERO TO RETD-FOUND-I.
018715     IF RETD-COUNT = ZERO
018720         GO TO 3200-EXIT.
018725     PERFORM 3250-SCAN-ONE THRU 3250-EXIT
018730         VARYING RETD-I FROM 1 BY 1
018735         UNTIL RETD-I > RETD-COUNT
018740         OR RETD-FOUND-I > ZERO.
018745 3200-EXIT.
018750     EXIT.
018755 3250-SCAN-ONE.
018760     IF RTB-SUBSCRIBER-ID (RETD-I) = EAK-A-SUBSCRIBER-ID
018765         MOVE RETD-I TO RETD-FOUND-I.
018770 3250-EXIT.
018775     EXIT.
018800*****************************************************************
018900*  9000-WRAP-UP - REWRITE THE CURSOR FILE AND REPORT COUNTS     *
019000*****************************************************************
020700     CLOSE CURS-FILE.
020800     DISPLAY "PNCEVTAK - " ACK-READ-COUNT " READ, "
020900         ACK-APPLIED-COUNT " APPLIED, "
020950         ACK-STALE-COUNT " STALE, "
021000         ACK-RETIRED-COUNT " RETIRED" UPON OPER-CONSOLE.
021100 9000-EXIT.
021200     EXIT.
021300 9100-WRITE-ONE.
