002300*****************************************************************
002400*  MODIFICATION HISTORY                                         *
002500*  09/02/26  RJM  NEW PROGRAM.                                  *
002520*  10/15/26  RJM  CHECK OPERATOR AUTHORITY (AUTHCHK) AT SIGN-ON *
002540*                 AND BEFORE EVERY ACTION.                      *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
007800         88  SESSION-ENDED                   VALUE "Y".
007900     05  FILE-EOF-SW             PIC X(01)   VALUE "N".
008000         88  END-OF-FILE                     VALUE "Y".
008020     05  AUTH-OK-SW              PIC X(01)   VALUE "N".
008040         88  ACTION-AUTHORIZED               VALUE "Y".
008100 01  SUSPENSE-TABLE-AREA.
008200     05  SUSP-ENTRY              OCCURS 2000 TIMES
008300                                 INDEXED BY SUSP-X.
010600     05  ACTION-CODE             PIC X(01)   VALUE SPACES.
010700     05  WORK-MSG-GROUP-ID       PIC X(25)   VALUE SPACES.
010800     05  WORK-CANCEL-REASON      PIC X(50)   VALUE SPACES.
010810*    OPERATOR AUTHORITY CHECK - SEE AUTHCHK
010820 01  AUTH-PARAMETER-AREA.
010830     05  AUTH-USER-ID            PIC X(10)   VALUE SPACES.
010840     05  AUTH-PROGRAM            PIC X(08)   VALUE "SUSPWKBN".
010850     05  AUTH-ACTION-CLASS       PIC X(01)   VALUE SPACES.
010860     05  AUTH-ACTION-CODE        PIC X(01)   VALUE SPACES.
010870     05  AUTH-RETURN-CODE        PIC X(02)   VALUE SPACES.
010900 PROCEDURE DIVISION.
011000*****************************************************************
011100*  0000-MAINLINE - OVERALL PROGRAM CONTROL                      *
012900         MOVE 12 TO RETURN-CODE
013000         MOVE "Y" TO SESSION-END-SW
013100         GO TO 1000-EXIT.
013110     MOVE "S" TO AUTH-ACTION-CLASS.
013120     MOVE SPACES TO AUTH-ACTION-CODE.
013130     PERFORM 2150-CALL-AUTHCHK THRU 2150-EXIT.
013140     IF NOT ACTION-AUTHORIZED
013150         DISPLAY "OPERATOR " OPERATOR-ID " NOT AUTHORIZED "
013160             "FOR SUSPWKBN - SESSION ENDED" UPON OPER-CONSOLE
013170         MOVE 12 TO RETURN-CODE
013180         MOVE "Y" TO SESSION-END-SW
013190         GO TO 1000-EXIT.
013200     OPEN INPUT SUSP-FILE.
013300     IF SUSP-STATUS = "00"
013400         PERFORM 1100-LOAD-SUSPENSE THRU 1100-EXIT
018700         "E=END" UPON OPER-CONSOLE.
018800     MOVE SPACES TO ACTION-CODE.
018900     ACCEPT ACTION-CODE FROM OPER-CONSOLE.
018920     PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT.
018940     IF NOT ACTION-AUTHORIZED
018960         GO TO 2000-EXIT.
019000     EVALUATE ACTION-CODE
019100         WHEN SPACES
019200             DISPLAY "NO ACTION ENTERED - SESSION ENDED"
020800     END-EVALUATE.
020900 2000-EXIT.
021000     EXIT.
021002*****************************************************************
021004*  2100-CHECK-AUTHORITY - MAP THE ACTION TO ITS AUTHORITY       *
021006*  CLASS AND ASK AUTHCHK, WHICH LOGS ANY REFUSAL.  END, BLANK   *
021008*  AND UNKNOWN ACTIONS NEED NO AUTHORITY.                       *
021010*****************************************************************
021012 2100-CHECK-AUTHORITY.
021014     MOVE "Y" TO AUTH-OK-SW.
021016     MOVE SPACES TO AUTH-ACTION-CLASS.
021018     EVALUATE ACTION-CODE
021020         WHEN "S"
021022         WHEN "B"
021024         WHEN "V"
021026             MOVE "I" TO AUTH-ACTION-CLASS
021028         WHEN "C"
021030             MOVE "D" TO AUTH-ACTION-CLASS
021032     END-EVALUATE.
021034     IF AUTH-ACTION-CLASS = SPACES
021036         GO TO 2100-EXIT.
021038     MOVE ACTION-CODE TO AUTH-ACTION-CODE.
021040     PERFORM 2150-CALL-AUTHCHK THRU 2150-EXIT.
021042     IF NOT ACTION-AUTHORIZED
021044         DISPLAY "ACTION " ACTION-CODE " NOT AUTHORIZED FOR "
021046             OPERATOR-ID UPON OPER-CONSOLE.
021048 2100-EXIT.
021050     EXIT.
021052 2150-CALL-AUTHCHK.
021054     MOVE OPERATOR-ID TO AUTH-USER-ID.
021056     MOVE SPACES TO AUTH-RETURN-CODE.
021058     CALL "AUTHCHK" USING AUTH-PARAMETER-AREA.
021060     IF AUTH-RETURN-CODE = "00"
021062         MOVE "Y" TO AUTH-OK-SW
021064     ELSE
021066         MOVE "N" TO AUTH-OK-SW.
021068 2150-EXIT.
021070     EXIT.
021100*****************************************************************
021200*  3000-SUMMARY - ITEM COUNTS BY SUSPENSE REASON                *
021300*****************************************************************
