004000*  08/12/26  RJM  NEW PROGRAM.                                  *
004100*  09/02/26  RJM  JOURNAL EVERY APPLIED CHANGE (BEFORE/AFTER   *
004200*                 IMAGE, OPERATOR, TIMESTAMP) TO CXRFJRNL.     *
004220*  10/15/26  RJM  CHECK OPERATOR AUTHORITY (AUTHCHK) AT SIGN-ON *
004240*                 AND BEFORE EVERY ACTION.                      *
004300*****************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
010800         88  SESSION-ENDED                   VALUE "Y".
010900     05  FILE-EOF-SW             PIC X(01)   VALUE "N".
011000         88  END-OF-FILE                     VALUE "Y".
011020     05  AUTH-OK-SW              PIC X(01)   VALUE "N".
011040         88  ACTION-AUTHORIZED               VALUE "Y".
011100 01  XREF-TABLE-AREA.
011200     05  XREF-ENTRY              OCCURS 2000 TIMES
011300                                 INDEXED BY XREF-X.
015100         10  RUN-SECOND          PIC X(02).
015200         10  FILLER              PIC X(02).
015300     05  STAMP-TIMESTAMP         PIC X(26).
015310*    OPERATOR AUTHORITY CHECK - SEE AUTHCHK
015320 01  AUTH-PARAMETER-AREA.
015330     05  AUTH-USER-ID            PIC X(10)   VALUE SPACES.
015340     05  AUTH-PROGRAM            PIC X(08)   VALUE "CXRFMNT".
015350     05  AUTH-ACTION-CLASS       PIC X(01)   VALUE SPACES.
015360     05  AUTH-ACTION-CODE        PIC X(01)   VALUE SPACES.
015370     05  AUTH-RETURN-CODE        PIC X(02)   VALUE SPACES.
015400 PROCEDURE DIVISION.
015500*****************************************************************
015600*  0000-MAINLINE - OVERALL PROGRAM CONTROL                      *
017500         MOVE 12 TO RETURN-CODE
017600         MOVE "Y" TO SESSION-END-SW
017700         GO TO 1000-EXIT.
017710     MOVE "S" TO AUTH-ACTION-CLASS.
017720     MOVE SPACES TO AUTH-ACTION-CODE.
017730     PERFORM 2150-CALL-AUTHCHK THRU 2150-EXIT.
017740     IF NOT ACTION-AUTHORIZED
017750         DISPLAY "OPERATOR " OPERATOR-ID " NOT AUTHORIZED "
017760             "FOR CXRFMNT - SESSION ENDED" UPON OPER-CONSOLE
017770         MOVE 12 TO RETURN-CODE
017780         MOVE "Y" TO SESSION-END-SW
017790         GO TO 1000-EXIT.
017800     OPEN INPUT XREF-FILE.
017900     IF XREF-STATUS = "00"
018000         PERFORM 1100-LOAD-XREF THRU 1100-EXIT
021700         "D=DEACTIVATE I=INQUIRE E=END" UPON OPER-CONSOLE.
021800     MOVE SPACES TO ACTION-CODE.
021900     ACCEPT ACTION-CODE FROM OPER-CONSOLE.
021920     PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT.
021940     IF NOT ACTION-AUTHORIZED
021960         GO TO 2000-EXIT.
022000     EVALUATE ACTION-CODE
022100         WHEN SPACES
022200             DISPLAY "NO ACTION ENTERED - SESSION ENDED"
023800     END-EVALUATE.
023900 2000-EXIT.
024000     EXIT.
024002*****************************************************************
024004*  2100-CHECK-AUTHORITY - MAP THE ACTION TO ITS AUTHORITY       *
024006*  CLASS AND ASK AUTHCHK, WHICH LOGS ANY REFUSAL.  END, BLANK   *
024008*  AND UNKNOWN ACTIONS NEED NO AUTHORITY.                       *
024010*****************************************************************
024012 2100-CHECK-AUTHORITY.
024014     MOVE "Y" TO AUTH-OK-SW.
024016     MOVE SPACES TO AUTH-ACTION-CLASS.
024018     EVALUATE ACTION-CODE
024020         WHEN "I"
024022             MOVE "I" TO AUTH-ACTION-CLASS
024024         WHEN "A"
024026         WHEN "T"
024028             MOVE "U" TO AUTH-ACTION-CLASS
024030         WHEN "D"
024032             MOVE "D" TO AUTH-ACTION-CLASS
024034     END-EVALUATE.
024036     IF AUTH-ACTION-CLASS = SPACES
024038         GO TO 2100-EXIT.
024040     MOVE ACTION-CODE TO AUTH-ACTION-CODE.
024042     PERFORM 2150-CALL-AUTHCHK THRU 2150-EXIT.
024044     IF NOT ACTION-AUTHORIZED
024046         DISPLAY "ACTION " ACTION-CODE " NOT AUTHORIZED FOR "
024048             OPERATOR-ID UPON OPER-CONSOLE.
024050 2100-EXIT.
024052     EXIT.
024054 2150-CALL-AUTHCHK.
024056     MOVE OPERATOR-ID TO AUTH-USER-ID.
024058     MOVE SPACES TO AUTH-RETURN-CODE.
024060     CALL "AUTHCHK" USING AUTH-PARAMETER-AREA.
024062     IF AUTH-RETURN-CODE = "00"
024064         MOVE "Y" TO AUTH-OK-SW
024066     ELSE
024068         MOVE "N" TO AUTH-OK-SW.
024070 2150-EXIT.
024072     EXIT.
024100*****************************************************************
024200*  3000-ADD-ENTRY - NEW MAPPING WITH EFFECTIVE-FROM DATE        *
024300*****************************************************************
