002700*****************************************************************
002800*  MODIFICATION HISTORY                                         *
002900*  09/02/26  RJM  NEW PROGRAM.                                  *
002920*  10/15/26  RJM  CHECK OPERATOR AUTHORITY (AUTHCHK) AT SIGN-ON *
002940*                 AND BEFORE EVERY ACTION.                      *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
006300         88  SESSION-ENDED                   VALUE "Y".
006400     05  FILE-EOF-SW             PIC X(01)   VALUE "N".
006500         88  END-OF-FILE                     VALUE "Y".
006520     05  AUTH-OK-SW              PIC X(01)   VALUE "N".
006540         88  ACTION-AUTHORIZED               VALUE "Y".
006600 01  LOCN-TABLE-AREA.
006700     05  LOCN-ENTRY              OCCURS 2000 TIMES
006800                                 INDEXED BY LOCN-X.
009100         10  RUN-SECOND          PIC X(02).
009200         10  FILLER              PIC X(02).
009300     05  STAMP-TIMESTAMP         PIC X(26).
009310*    OPERATOR AUTHORITY CHECK - SEE AUTHCHK
009320 01  AUTH-PARAMETER-AREA.
009330     05  AUTH-USER-ID            PIC X(10)   VALUE SPACES.
009340     05  AUTH-PROGRAM            PIC X(08)   VALUE "LOCNMNT".
009350     05  AUTH-ACTION-CLASS       PIC X(01)   VALUE SPACES.
009360     05  AUTH-ACTION-CODE        PIC X(01)   VALUE SPACES.
009370     05  AUTH-RETURN-CODE        PIC X(02)   VALUE SPACES.
009400 PROCEDURE DIVISION.
009500*****************************************************************
009600*  0000-MAINLINE - OVERALL PROGRAM CONTROL                      *
011500         MOVE 12 TO RETURN-CODE
011600         MOVE "Y" TO SESSION-END-SW
011700         GO TO 1000-EXIT.
011710     MOVE "S" TO AUTH-ACTION-CLASS.
011720     MOVE SPACES TO AUTH-ACTION-CODE.
011730     PERFORM 2150-CALL-AUTHCHK THRU 2150-EXIT.
011740     IF NOT ACTION-AUTHORIZED
011750         DISPLAY "OPERATOR " OPERATOR-ID " NOT AUTHORIZED "
011760             "FOR LOCNMNT - SESSION ENDED" UPON OPER-CONSOLE
011770         MOVE 12 TO RETURN-CODE
011780         MOVE "Y" TO SESSION-END-SW
011790         GO TO 1000-EXIT.
011800     OPEN INPUT LOCN-FILE.
011900     IF LOCN-STATUS = "00"
012000         PERFORM 1100-LOAD-MASTER THRU 1100-EXIT
015500         "I=INQUIRE E=END" UPON OPER-CONSOLE.
015600     MOVE SPACES TO ACTION-CODE.
015700     ACCEPT ACTION-CODE FROM OPER-CONSOLE.
015720     PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT.
015740     IF NOT ACTION-AUTHORIZED
015760         GO TO 2000-EXIT.
015800     EVALUATE ACTION-CODE
015900         WHEN SPACES
016000             DISPLAY "NO ACTION ENTERED - SESSION ENDED"
017600     END-EVALUATE.
017700 2000-EXIT.
017800     EXIT.
017802*****************************************************************
017804*  2100-CHECK-AUTHORITY - MAP THE ACTION TO ITS AUTHORITY       *
017806*  CLASS AND ASK AUTHCHK, WHICH LOGS ANY REFUSAL.  END, BLANK   *
017808*  AND UNKNOWN ACTIONS NEED NO AUTHORITY.                       *
017810*****************************************************************
017812 2100-CHECK-AUTHORITY.
017814     MOVE "Y" TO AUTH-OK-SW.
017816     MOVE SPACES TO AUTH-ACTION-CLASS.
017818     EVALUATE ACTION-CODE
017820         WHEN "I"
017822             MOVE "I" TO AUTH-ACTION-CLASS
017824         WHEN "A"
017826             MOVE "U" TO AUTH-ACTION-CLASS
017828         WHEN "D"
017830         WHEN "R"
017832             MOVE "D" TO AUTH-ACTION-CLASS
017834     END-EVALUATE.
017836     IF AUTH-ACTION-CLASS = SPACES
017838         GO TO 2100-EXIT.
017840     MOVE ACTION-CODE TO AUTH-ACTION-CODE.
017842     PERFORM 2150-CALL-AUTHCHK THRU 2150-EXIT.
017844     IF NOT ACTION-AUTHORIZED
017846         DISPLAY "ACTION " ACTION-CODE " NOT AUTHORIZED FOR "
017848             OPERATOR-ID UPON OPER-CONSOLE.
017850 2100-EXIT.
017852     EXIT.
017854 2150-CALL-AUTHCHK.
017856     MOVE OPERATOR-ID TO AUTH-USER-ID.
017858     MOVE SPACES TO AUTH-RETURN-CODE.
017860     CALL "AUTHCHK" USING AUTH-PARAMETER-AREA.
017862     IF AUTH-RETURN-CODE = "00"
017864         MOVE "Y" TO AUTH-OK-SW
017866     ELSE
017868         MOVE "N" TO AUTH-OK-SW.
017870 2150-EXIT.
017872     EXIT.
017900*****************************************************************
018000*  3000-ADD-LOCATION                                            *
018100*****************************************************************
