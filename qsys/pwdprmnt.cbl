001600*  TIMESTAMP.  THE FILE IS REWRITTEN IN PROFILE ORDER WHEN      *
001700*  THE SESSION ENDS; AN ABANDONED SESSION CHANGES NOTHING.      *
001800*                                                               *
001900*  PWDPROF RECORD (100 BYTES):                                  *
002000*     PROFILE NAME  X(10)                                       *
002100*     WC            S9(3)  WORD COUNT (PASSPHRASE MODE)         *
002200*     PC            S9(3)  PASSWORDS PER BATCH (MAX 10)         *
003100*     STATUS        X(1)   A=ACTIVE  I=INACTIVE                 *
003200*     MAINT USER    X(10)                                       *
003300*     MAINT TIME    X(26)                                       *
003310*     HIST          S9(3)  PASSWORDS REMEMBERED PER ACCOUNT     *
003320*                          IN PWDHIST (0 = NONE, MAX 24)        *
003330*  THE FIRST 97 BYTES ARE THE ORIGINAL PROFILE RECORD.  A       *
003340*  PROFILE CARRIED FORWARD FROM THE 97-BYTE FILE (SPACES BEYOND *
003350*  BYTE 97) IS READ AS HIST 0 - NO HISTORY KEPT.                *
003400*****************************************************************
003500*  MODIFICATION HISTORY                                         *
003600*  08/15/26  RJM  NEW PROGRAM.                                  *
003620*  10/15/26  RJM  CHECK OPERATOR AUTHORITY (AUTHCHK) AT SIGN-ON *
003640*                 AND BEFORE EVERY ACTION.                      *
003660*  10/15/26  RJM  PASSWORD HISTORY DEPTH (HIST) ADDED TO THE    *
003680*                 PROFILE - RECORD NOW 100 BYTES.               *
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  PROF-FILE
005000     RECORD CONTAINS 100 CHARACTERS.
005100 01  PROF-RECORD.
005200     05  PPM-F-PROFILE-NAME      PIC X(10).
005300     05  PPM-F-WC                PIC S9(03).
006300     05  PPM-F-STATUS            PIC X(01).
006400     05  PPM-F-MAINT-USER        PIC X(10).
006500     05  PPM-F-MAINT-TIMESTAMP   PIC X(26).
006550     05  PPM-F-HIST              PIC S9(03).
006600 WORKING-STORAGE SECTION.
006700 77  PROF-STATUS                 PIC X(02)   VALUE SPACES.
006800 77  PROF-COUNT                  PIC S9(03)  COMP VALUE ZERO.
007000 77  PROF-FOUND-I                PIC S9(03)  COMP VALUE ZERO.
007100 77  PROF-MAX                    PIC S9(03)  COMP VALUE +200.
007200 77  CHANGE-COUNT                PIC S9(05)  COMP VALUE ZERO.
007300 77  SWAP-ENTRY                  PIC X(100)  VALUE SPACES.
007400 01  SWITCH-AREA.
007500     05  SESSION-END-SW          PIC X(01)   VALUE "N".
007600         88  SESSION-ENDED                   VALUE "Y".
008200         88  NUMBER-SCAN-DONE                VALUE "Y".
008300     05  ENTRY-OK-SW             PIC X(01)   VALUE "Y".
008400         88  ENTRY-IS-OK                     VALUE "Y".
008420     05  AUTH-OK-SW              PIC X(01)   VALUE "N".
008440         88  ACTION-AUTHORIZED               VALUE "Y".
008500 01  PROFILE-TABLE-AREA.
008600     05  PROF-ENTRY              OCCURS 200 TIMES
008700                                 INDEXED BY PROF-X.
009900         10  PTB-STATUS          PIC X(01).
010000         10  PTB-MAINT-USER      PIC X(10).
010100         10  PTB-MAINT-TS        PIC X(26).
010150         10  PTB-HIST            PIC S9(03).
010200 01  OPERATOR-AREA.
010300     05  OPERATOR-ID             PIC X(10)   VALUE SPACES.
010400     05  ACTION-CODE             PIC X(01)   VALUE SPACES.
012400     05  WRK-WHENUP              PIC X(15)   VALUE SPACES.
012500     05  WRK-UPS                 PIC S9(03)  VALUE ZERO.
012600     05  WRK-NOAMBIG             PIC X(01)   VALUE SPACES.
012650     05  WRK-HIST                PIC S9(03)  VALUE ZERO.
012700 01  RUN-STAMP-AREA.
012800     05  RUN-DATE-YMD            PIC 9(08).
012900     05  RUN-DATE-X REDEFINES RUN-DATE-YMD.
013700         10  RUN-SECOND          PIC X(02).
013800         10  FILLER              PIC X(02).
013900     05  STAMP-TIMESTAMP         PIC X(26).
013910*    OPERATOR AUTHORITY CHECK - SEE AUTHCHK
013920 01  AUTH-PARAMETER-AREA.
013930     05  AUTH-USER-ID            PIC X(10)   VALUE SPACES.
013940     05  AUTH-PROGRAM            PIC X(08)   VALUE "PWDPRMNT".
013950     05  AUTH-ACTION-CLASS       PIC X(01)   VALUE SPACES.
013960     05  AUTH-ACTION-CODE        PIC X(01)   VALUE SPACES.
013970     05  AUTH-RETURN-CODE        PIC X(02)   VALUE SPACES.
014000 PROCEDURE DIVISION.
014100*****************************************************************
014200*  0000-MAINLINE - OVERALL PROGRAM CONTROL                      *
016100         MOVE 12 TO RETURN-CODE
016200         MOVE "Y" TO SESSION-END-SW
016300         GO TO 1000-EXIT.
016310     MOVE "S" TO AUTH-ACTION-CLASS.
016320     MOVE SPACES TO AUTH-ACTION-CODE.
016330     PERFORM 2150-CALL-AUTHCHK THRU 2150-EXIT.
016340     IF NOT ACTION-AUTHORIZED
016350         DISPLAY "OPERATOR " OPERATOR-ID " NOT AUTHORIZED "
016360             "FOR PWDPRMNT - SESSION ENDED" UPON OPER-CONSOLE
016370         MOVE 12 TO RETURN-CODE
016380         MOVE "Y" TO SESSION-END-SW
016390         GO TO 1000-EXIT.
016400     OPEN INPUT PROF-FILE.
016500     IF PROF-STATUS = "00"
016600         PERFORM 1100-LOAD-PROFILES THRU 1100-EXIT
017900     IF PROF-COUNT < PROF-MAX
018000         ADD 1 TO PROF-COUNT
018100         MOVE PROF-RECORD TO PROF-ENTRY (PROF-COUNT)
018120         IF PTB-HIST (PROF-COUNT) NOT NUMERIC
018140             MOVE ZERO TO PTB-HIST (PROF-COUNT)
018160         END-IF
018200     ELSE
018300         DISPLAY "PROFILE TABLE FULL - INCREASE PROF-MAX"
018400             UPON OPER-CONSOLE
019300         "R=REACTIVATE I=INQUIRE E=END" UPON OPER-CONSOLE.
019400     MOVE SPACES TO ACTION-CODE.
019500     ACCEPT ACTION-CODE FROM OPER-CONSOLE.
019520     PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT.
019540     IF NOT ACTION-AUTHORIZED
019560         GO TO 2000-EXIT.
019600     EVALUATE ACTION-CODE
019700         WHEN SPACES
019800             DISPLAY "NO ACTION ENTERED - SESSION ENDED"
021600     END-EVALUATE.
021700 2000-EXIT.
021800     EXIT.
021802*****************************************************************
021804*  2100-CHECK-AUTHORITY - MAP THE ACTION TO ITS AUTHORITY       *
021806*  CLASS AND ASK AUTHCHK, WHICH LOGS ANY REFUSAL.  END, BLANK   *
021808*  AND UNKNOWN ACTIONS NEED NO AUTHORITY.                       *
021810*****************************************************************
021812 2100-CHECK-AUTHORITY.
021814     MOVE "Y" TO AUTH-OK-SW.
021816     MOVE SPACES TO AUTH-ACTION-CLASS.
021818     EVALUATE ACTION-CODE
021820         WHEN "I"
021822             MOVE "I" TO AUTH-ACTION-CLASS
021824         WHEN "A"
021826         WHEN "C"
021828             MOVE "U" TO AUTH-ACTION-CLASS
021830         WHEN "D"
021832         WHEN "R"
021834             MOVE "D" TO AUTH-ACTION-CLASS
021836     END-EVALUATE.
021838     IF AUTH-ACTION-CLASS = SPACES
021840         GO TO 2100-EXIT.
021842     MOVE ACTION-CODE TO AUTH-ACTION-CODE.
021844     PERFORM 2150-CALL-AUTHCHK THRU 2150-EXIT.
021846     IF NOT ACTION-AUTHORIZED
021848         DISPLAY "ACTION " ACTION-CODE " NOT AUTHORIZED FOR "
021850             OPERATOR-ID UPON OPER-CONSOLE.
021852 2100-EXIT.
021854     EXIT.
021856 2150-CALL-AUTHCHK.
021858     MOVE OPERATOR-ID TO AUTH-USER-ID.
021860     MOVE SPACES TO AUTH-RETURN-CODE.
021862     CALL "AUTHCHK" USING AUTH-PARAMETER-AREA.
021864     IF AUTH-RETURN-CODE = "00"
021866         MOVE "Y" TO AUTH-OK-SW
021868     ELSE
021870         MOVE "N" TO AUTH-OK-SW.
021872 2150-EXIT.
021874     EXIT.
021900*****************************************************************
022000*  3000-ADD-PROFILE                                             *
022100*****************************************************************
034200         " WHENUP=" PTB-WHENUP (PROF-FOUND-I)
034300         " UPS=" PTB-UPS (PROF-FOUND-I)
034400         " NOAMBIG=" PTB-NOAMBIG (PROF-FOUND-I)
034450         " HIST=" PTB-HIST (PROF-FOUND-I)
034500         " STATUS=" PTB-STATUS (PROF-FOUND-I)
034600         UPON OPER-CONSOLE.
034700     DISPLAY " LAST MAINT " PTB-MAINT-USER (PROF-FOUND-I)
038900         UPON OPER-CONSOLE.
039000     MOVE SPACES TO WRK-NOAMBIG.
039100     ACCEPT WRK-NOAMBIG FROM OPER-CONSOLE.
039120     DISPLAY "PASSWORD HISTORY DEPTH (000-024):"
039140         UPON OPER-CONSOLE.
039160     PERFORM 4600-ACCEPT-NUMBER THRU 4600-EXIT.
039180     MOVE NUM-RESULT TO WRK-HIST.
039200     IF NOT ENTRY-IS-OK
039300         GO TO 4500-EXIT.
039400     IF WRK-MINCH < 1 OR WRK-MAXCH < WRK-MINCH
040500         DISPLAY "EXCLUDE AMBIGUOUS MUST BE Y OR N"
040600             UPON OPER-CONSOLE
040700         MOVE "N" TO ENTRY-OK-SW.
040720     IF WRK-HIST > 24
040740         DISPLAY "HISTORY DEPTH MUST BE 0-24" UPON OPER-CONSOLE
040760         MOVE "N" TO ENTRY-OK-SW.
040800 4500-EXIT.
040900     EXIT.
041000*****************************************************************
045100     MOVE WRK-WHENUP TO PTB-WHENUP (PROF-FOUND-I).
045200     MOVE WRK-UPS TO PTB-UPS (PROF-FOUND-I).
045300     MOVE WRK-NOAMBIG TO PTB-NOAMBIG (PROF-FOUND-I).
045350     MOVE WRK-HIST TO PTB-HIST (PROF-FOUND-I).
045400 4700-EXIT.
045500     EXIT.
045600 4800-STAMP-ENTRY.
