002400*****************************************************************
002500*  MODIFICATION HISTORY                                         *
002600*  08/06/26  RJM  NEW PROGRAM.                                  *
002620*  10/15/26  RJM  CHECK OPERATOR AUTHORITY (AUTHCHK) AT SIGN-ON *
002640*                 AND BEFORE EVERY ACTION.                      *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
005900         88  SESSION-ENDED                   VALUE "Y".
006000     05  FILE-EOF-SW             PIC X(01)   VALUE "N".
006100         88  END-OF-FILE                     VALUE "Y".
006120     05  AUTH-OK-SW              PIC X(01)   VALUE "N".
006140         88  ACTION-AUTHORIZED               VALUE "Y".
006200 01  SCAC-TABLE-AREA.
006300     05  SCAC-ENTRY              OCCURS 5000 TIMES
006400                                 INDEXED BY SCAC-X.
008500         10  RUN-SECOND          PIC X(02).
008600         10  FILLER              PIC X(02).
008700     05  STAMP-TIMESTAMP         PIC X(26).
008710*    OPERATOR AUTHORITY CHECK - SEE AUTHCHK
008720 01  AUTH-PARAMETER-AREA.
008730     05  AUTH-USER-ID            PIC X(10)   VALUE SPACES.
008740     05  AUTH-PROGRAM            PIC X(08)   VALUE "SCACMNT".
008750     05  AUTH-ACTION-CLASS       PIC X(01)   VALUE SPACES.
008760     05  AUTH-ACTION-CODE        PIC X(01)   VALUE SPACES.
008770     05  AUTH-RETURN-CODE        PIC X(02)   VALUE SPACES.
008800 PROCEDURE DIVISION.
008900*****************************************************************
009000*  0000-MAINLINE - OVERALL PROGRAM CONTROL                      *
010900         MOVE 12 TO RETURN-CODE
011000         MOVE "Y" TO SESSION-END-SW
011100         GO TO 1000-EXIT.
011110     MOVE "S" TO AUTH-ACTION-CLASS.
011120     MOVE SPACES TO AUTH-ACTION-CODE.
011130     PERFORM 2150-CALL-AUTHCHK THRU 2150-EXIT.
011140     IF NOT ACTION-AUTHORIZED
011150         DISPLAY "OPERATOR " OPERATOR-ID " NOT AUTHORIZED "
011160             "FOR SCACMNT - SESSION ENDED" UPON OPER-CONSOLE
011170         MOVE 12 TO RETURN-CODE
011180         MOVE "Y" TO SESSION-END-SW
011190         GO TO 1000-EXIT.
011200     OPEN INPUT SCAC-FILE.
011300     IF SCAC-STATUS = "00"
011400         PERFORM 1100-LOAD-MASTER THRU 1100-EXIT
014800         "R=REACTIVATE I=INQUIRE E=END" UPON OPER-CONSOLE.
014900     MOVE SPACES TO ACTION-CODE.
015000     ACCEPT ACTION-CODE FROM OPER-CONSOLE.
015020     PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT.
015040     IF NOT ACTION-AUTHORIZED
015060         GO TO 2000-EXIT.
015100     EVALUATE ACTION-CODE
015200         WHEN SPACES
015300             DISPLAY "NO ACTION ENTERED - SESSION ENDED"
017100     END-EVALUATE.
017200 2000-EXIT.
017300     EXIT.
017302*****************************************************************
017304*  2100-CHECK-AUTHORITY - MAP THE ACTION TO ITS AUTHORITY       *
017306*  CLASS AND ASK AUTHCHK, WHICH LOGS ANY REFUSAL.  END, BLANK   *
017308*  AND UNKNOWN ACTIONS NEED NO AUTHORITY.                       *
017310*****************************************************************
017312 2100-CHECK-AUTHORITY.
017314     MOVE "Y" TO AUTH-OK-SW.
017316     MOVE SPACES TO AUTH-ACTION-CLASS.
017318     EVALUATE ACTION-CODE
017320         WHEN "I"
017322             MOVE "I" TO AUTH-ACTION-CLASS
017324         WHEN "A"
017326         WHEN "C"
017328             MOVE "U" TO AUTH-ACTION-CLASS
017330         WHEN "D"
017332         WHEN "R"
017334             MOVE "D" TO AUTH-ACTION-CLASS
017336     END-EVALUATE.
017338     IF AUTH-ACTION-CLASS = SPACES
017340         GO TO 2100-EXIT.
017342     MOVE ACTION-CODE TO AUTH-ACTION-CODE.
017344     PERFORM 2150-CALL-AUTHCHK THRU 2150-EXIT.
017346     IF NOT ACTION-AUTHORIZED
017348         DISPLAY "ACTION " ACTION-CODE " NOT AUTHORIZED FOR "
017350             OPERATOR-ID UPON OPER-CONSOLE.
017352 2100-EXIT.
017354     EXIT.
017356 2150-CALL-AUTHCHK.
017358     MOVE OPERATOR-ID TO AUTH-USER-ID.
017360     MOVE SPACES TO AUTH-RETURN-CODE.
017362     CALL "AUTHCHK" USING AUTH-PARAMETER-AREA.
017364     IF AUTH-RETURN-CODE = "00"
017366         MOVE "Y" TO AUTH-OK-SW
017368     ELSE
017370         MOVE "N" TO AUTH-OK-SW.
017372 2150-EXIT.
017374     EXIT.
017400*****************************************************************
017500*  3000-ADD-CARRIER                                             *
017600*****************************************************************
