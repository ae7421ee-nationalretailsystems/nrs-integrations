000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AUTHMNT.
000300 AUTHOR. R J MARINO.
000400 INSTALLATION. NATIONAL RETAIL SYSTEMS - NORTH BERGEN NJ.
000500 DATE-WRITTEN. OCTOBER 2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  AUTHMNT - OPERATOR AUTHORITY MAINTENANCE                     *
000900*                                                               *
001000*  CONVERSATIONAL MAINTENANCE OF THE OPERAUTH FILE, WHICH       *
001100*  GRANTS EACH OPERATOR INQUIRY, ADD/CHANGE AND                 *
001200*  DEACTIVATE/CANCEL AUTHORITY PROGRAM BY PROGRAM.  THE FILE    *
001300*  IS CHECKED BY AUTHCHK FOR EVERY CONVERSATIONAL MAINTENANCE   *
001400*  PROGRAM, THIS ONE INCLUDED: ONLY A SECURITY ADMINISTRATOR,   *
001500*  MEANING AN OPERATOR HOLDING AN AUTHMNT ENTRY, MAY SIGN ON.   *
001600*  AN ADMINISTRATOR MAY NOT ADD OR ALTER THEIR OWN              *
001700*  ENTRIES.  WHEN OPERAUTH IS MISSING OR EMPTY THE PROGRAM      *
001800*  RUNS IN SETUP MODE, IN WHICH ONLY AUTHMNT ENTRIES MAY BE     *
001900*  ADDED, SO THAT THE FIRST ADMINISTRATORS CAN BE ENROLLED.     *
002000*  THE FILE IS REWRITTEN WHEN THE SESSION ENDS; AN ABANDONED    *
002100*  SESSION CHANGES NOTHING.  EVERY APPLIED CHANGE IS JOURNALED  *
002200*  TO AUTHJRNL WITH THE BEFORE AND AFTER RECORD IMAGES, THE     *
002300*  OPERATOR AND A TIMESTAMP; AUTHRPT REPORTS THE JOURNAL TO     *
002400*  THE AUDITORS DAILY.                                          *
002500*                                                               *
002600*  JOURNAL RECORD (AUTHJRNL, 165 BYTES):                        *
002700*     ACTION        X(1)   A=ADD C=CHANGE D=DEACTIVATE          *
002800*                          R=REACTIVATE                         *
002900*     BEFORE IMAGE  X(64)  BLANK FOR AN ADD                     *
003000*     AFTER IMAGE   X(64)                                       *
003100*     OPERATOR      X(10)                                       *
003200*     TIMESTAMP     X(26)                                       *
003300*                                                               *
003400*  OPERAUTH RECORD (64 BYTES):                                  *
003500*     USER ID            X(10)                                  *
003600*     PROGRAM            X(8)                                   *
003700*     INQUIRY            X(1)   Y = ALLOWED                     *
003800*     ADD / CHANGE       X(1)   Y = ALLOWED                     *
003900*     DEACTIVATE/CANCEL  X(1)   Y = ALLOWED                     *
004000*     STATUS             X(1)   A=ACTIVE  I=INACTIVE            *
004100*     MAINTENANCE USER   X(10)                                  *
004200*     MAINTENANCE TIME   X(26)                                  *
004300*     FILLER             X(6)                                   *
004400*****************************************************************
004500*  MODIFICATION HISTORY                                         *
004600*  10/15/26  RJM  NEW PROGRAM.                                  *
004700*****************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SPECIAL-NAMES.
005100     CONSOLE IS OPER-CONSOLE.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT AUTH-FILE ASSIGN TO OPERAUTH
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS AUTH-STATUS.
005700     SELECT JRNL-FILE ASSIGN TO AUTHJRNL
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS JRNL-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  AUTH-FILE
006300     RECORD CONTAINS 64 CHARACTERS.
006400 01  AUTH-RECORD.
006500     05  AUM-F-USER-ID           PIC X(10).
006600     05  AUM-F-PROGRAM           PIC X(08).
006700     05  AUM-F-INQUIRY           PIC X(01).
006800     05  AUM-F-UPDATE            PIC X(01).
006900     05  AUM-F-DEACTIVATE        PIC X(01).
007000     05  AUM-F-STATUS            PIC X(01).
007100     05  AUM-F-MAINT-USER        PIC X(10).
007200     05  AUM-F-MAINT-TIMESTAMP   PIC X(26).
007300     05  FILLER                  PIC X(06).
007400 FD  JRNL-FILE
007500     RECORD CONTAINS 165 CHARACTERS.
007600 01  JRNL-RECORD.
007700     05  AUM-J-ACTION            PIC X(01).
007800     05  AUM-J-BEFORE-IMAGE      PIC X(64).
007900     05  AUM-J-AFTER-IMAGE       PIC X(64).
008000     05  AUM-J-OPERATOR          PIC X(10).
008100     05  AUM-J-TIMESTAMP         PIC X(26).
008200 WORKING-STORAGE SECTION.
008300 77  AUTH-STATUS                 PIC X(02)   VALUE SPACES.
008400 77  AUTH-COUNT                  PIC S9(05)  COMP VALUE ZERO.
008500 77  AUTH-I                      PIC S9(05)  COMP VALUE ZERO.
008600 77  AUTH-FOUND-I                PIC S9(05)  COMP VALUE ZERO.
008700 77  AUTH-MAX                    PIC S9(05)  COMP VALUE +2000.
008800 77  CHANGE-COUNT                PIC S9(05)  COMP VALUE ZERO.
008900 77  SHOWN-COUNT                 PIC S9(05)  COMP VALUE ZERO.
009000 77  SWAP-ENTRY                  PIC X(64)   VALUE SPACES.
009100 77  JRNL-STATUS                 PIC X(02)   VALUE SPACES.
009200 77  JRN-COUNT                   PIC S9(03)  COMP VALUE ZERO.
009300 77  JRN-I                       PIC S9(03)  COMP VALUE ZERO.
009400 77  JRN-MAX                     PIC S9(03)  COMP VALUE +200.
009500 01  JOURNAL-TABLE-AREA.
009600     05  JRN-ENTRY               OCCURS 200 TIMES
009700                                 INDEXED BY JRN-X.
009800         10  JTB-ACTION          PIC X(01).
009900         10  JTB-BEFORE-IMAGE    PIC X(64).
010000         10  JTB-AFTER-IMAGE     PIC X(64).
010100         10  JTB-TIMESTAMP       PIC X(26).
010200 01  IMAGE-WORK-AREA.
010300     05  WORK-IMAGE.
010400         10  WIM-USER-ID         PIC X(10).
010500         10  WIM-PROGRAM         PIC X(08).
010600         10  WIM-INQUIRY         PIC X(01).
010700         10  WIM-UPDATE          PIC X(01).
010800         10  WIM-DEACTIVATE      PIC X(01).
010900         10  WIM-STATUS          PIC X(01).
011000         10  WIM-MAINT-USER      PIC X(10).
011100         10  WIM-MAINT-TIMESTAMP PIC X(26).
011200         10  FILLER              PIC X(06).
011300     05  WORK-BEFORE-IMAGE       PIC X(64)   VALUE SPACES.
011400     05  JOURNAL-ACTION          PIC X(01)   VALUE SPACES.
011500 01  SWITCH-AREA.
011600     05  SESSION-END-SW          PIC X(01)   VALUE "N".
011700         88  SESSION-ENDED                   VALUE "Y".
011800     05  FILE-EOF-SW             PIC X(01)   VALUE "N".
011900         88  END-OF-FILE                     VALUE "Y".
012000     05  SETUP-MODE-SW           PIC X(01)   VALUE "N".
012100         88  SETUP-MODE                      VALUE "Y".
012120     05  LOAD-FAIL-SW            PIC X(01)   VALUE "N".
012140         88  LOAD-FAILED                     VALUE "Y".
012200     05  AUTH-OK-SW              PIC X(01)   VALUE "N".
012300         88  ACTION-AUTHORIZED               VALUE "Y".
012400     05  FLAG-VALID-SW           PIC X(01)   VALUE "Y".
012500         88  FLAGS-VALID                     VALUE "Y".
012600 01  AUTH-TABLE-AREA.
012700     05  AUTH-ENTRY              OCCURS 2000 TIMES
012800                                 INDEXED BY AUTH-X.
012900         10  ATB-KEY.
013000             15  ATB-USER-ID     PIC X(10).
013100             15  ATB-PROGRAM     PIC X(08).
013200         10  ATB-INQUIRY         PIC X(01).
013300         10  ATB-UPDATE          PIC X(01).
013400         10  ATB-DEACTIVATE      PIC X(01).
013500         10  ATB-STATUS          PIC X(01).
013600         10  ATB-MAINT-USER      PIC X(10).
013700         10  ATB-MAINT-TIMESTAMP PIC X(26).
013800         10  FILLER              PIC X(06).
013900 01  OPERATOR-AREA.
014000     05  OPERATOR-ID             PIC X(10)   VALUE SPACES.
014100     05  ACTION-CODE             PIC X(01)   VALUE SPACES.
014200     05  WORK-USER-ID            PIC X(10)   VALUE SPACES.
014300     05  WORK-PROGRAM            PIC X(08)   VALUE SPACES.
014400     05  WORK-INQUIRY            PIC X(01)   VALUE SPACES.
014500     05  WORK-UPDATE             PIC X(01)   VALUE SPACES.
014600     05  WORK-DEACTIVATE         PIC X(01)   VALUE SPACES.
014700     05  WORK-FLAG               PIC X(01)   VALUE SPACES.
014800 01  AUTH-PARAMETER-AREA.
014900     05  AUTH-USER-ID            PIC X(10)   VALUE SPACES.
015000     05  AUTH-PROGRAM            PIC X(08)   VALUE "AUTHMNT".
015100     05  AUTH-ACTION-CLASS       PIC X(01)   VALUE SPACES.
015200     05  AUTH-ACTION-CODE        PIC X(01)   VALUE SPACES.
015300     05  AUTH-RETURN-CODE        PIC X(02)   VALUE SPACES.
015400 01  RUN-STAMP-AREA.
015500     05  RUN-DATE-YMD            PIC 9(08).
015600     05  RUN-DATE-X REDEFINES RUN-DATE-YMD.
015700         10  RUN-YEAR            PIC X(04).
015800         10  RUN-MONTH           PIC X(02).
015900         10  RUN-DAY             PIC X(02).
016000     05  RUN-TIME-HMS            PIC 9(08).
016100     05  RUN-TIME-X REDEFINES RUN-TIME-HMS.
016200         10  RUN-HOUR            PIC X(02).
016300         10  RUN-MINUTE          PIC X(02).
016400         10  RUN-SECOND          PIC X(02).
016500         10  FILLER              PIC X(02).
016600     05  STAMP-TIMESTAMP         PIC X(26).
016700 PROCEDURE DIVISION.
016800*****************************************************************
016900*  0000-MAINLINE - OVERALL PROGRAM CONTROL                      *
017000*****************************************************************
017100 0000-MAINLINE.
017200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017300     PERFORM 2000-CONVERSE THRU 2000-EXIT
017400         UNTIL SESSION-ENDED.
017500     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
017600     STOP RUN.
017700*****************************************************************
017800*  1000-INITIALIZE - SIGN-ON, FILE LOAD AND AUTHORITY CHECK.    *
017850*  A MISSING OR EMPTY OPERAUTH PUTS THE SESSION IN SETUP MODE;  *
017900*  ANY OTHER LOAD FAILURE ENDS IT WITH THE FILE UNTOUCHED       *
018000*****************************************************************
018100 1000-INITIALIZE.
018200     DISPLAY "AUTHMNT - OPERATOR AUTHORITY MAINTENANCE"
018300         UPON OPER-CONSOLE.
018400     DISPLAY "ENTER OPERATOR ID:" UPON OPER-CONSOLE.
018500     ACCEPT OPERATOR-ID FROM OPER-CONSOLE.
018600     IF OPERATOR-ID = SPACES
018700         DISPLAY "OPERATOR ID IS REQUIRED - SESSION ENDED"
018800             UPON OPER-CONSOLE
018900         MOVE 12 TO RETURN-CODE
019000         MOVE "Y" TO SESSION-END-SW
019100         GO TO 1000-EXIT.
019120     OPEN INPUT AUTH-FILE.
019140     IF AUTH-STATUS = "00"
019160         PERFORM 1100-LOAD-AUTH THRU 1100-EXIT
019180             UNTIL END-OF-FILE
019200         CLOSE AUTH-FILE
019220     ELSE
019240     IF AUTH-STATUS NOT = "35"
019260         DISPLAY "OPERAUTH OPEN ERROR " AUTH-STATUS
019280             " - SESSION ENDED" UPON OPER-CONSOLE
019300         MOVE "Y" TO LOAD-FAIL-SW.
019320     IF LOAD-FAILED
019340         MOVE 12 TO RETURN-CODE
019360         MOVE "Y" TO SESSION-END-SW
019380         GO TO 1000-EXIT.
019400     IF AUTH-COUNT = ZERO
019800         MOVE "Y" TO SETUP-MODE-SW
019900         DISPLAY "OPERAUTH EMPTY OR NOT FOUND - SETUP MODE, "
020000             "AUTHMNT ENTRIES ONLY" UPON OPER-CONSOLE
020100         GO TO 1000-EXIT.
020200     MOVE "S" TO AUTH-ACTION-CLASS.
020300     MOVE SPACES TO AUTH-ACTION-CODE.
020400     PERFORM 2150-CALL-AUTHCHK THRU 2150-EXIT.
020500     IF NOT ACTION-AUTHORIZED
020600         DISPLAY "OPERATOR " OPERATOR-ID " NOT AUTHORIZED "
020700             "FOR AUTHMNT - SESSION ENDED" UPON OPER-CONSOLE
020800         MOVE 12 TO RETURN-CODE
020900         MOVE "Y" TO SESSION-END-SW
021000         GO TO 1000-EXIT.
021100     DISPLAY "ENTRIES LOADED: " AUTH-COUNT UPON OPER-CONSOLE.
021200 1000-EXIT.
021300     EXIT.
021400 1100-LOAD-AUTH.
021500     READ AUTH-FILE
021600         AT END MOVE "Y" TO FILE-EOF-SW
021700         GO TO 1100-EXIT.
021800     IF AUTH-COUNT < AUTH-MAX
021900         ADD 1 TO AUTH-COUNT
022000         MOVE AUTH-RECORD TO AUTH-ENTRY (AUTH-COUNT)
022100     ELSE
022150         DISPLAY "AUTHORITY TABLE FULL - INCREASE AUTH-MAX - "
022200             "SESSION ENDED" UPON OPER-CONSOLE
022250         MOVE "Y" TO LOAD-FAIL-SW
022300         MOVE "Y" TO FILE-EOF-SW.
022500 1100-EXIT.
022600     EXIT.
022700*****************************************************************
022800*  2000-CONVERSE - ONE ACTION PER PASS                          *
022900*****************************************************************
023000 2000-CONVERSE.
023100     DISPLAY "ACTION? A=ADD C=CHANGE D=DEACTIVATE "
023200         "R=REACTIVATE I=INQUIRE E=END" UPON OPER-CONSOLE.
023300     MOVE SPACES TO ACTION-CODE.
023400     ACCEPT ACTION-CODE FROM OPER-CONSOLE.
023500     PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT.
023600     IF NOT ACTION-AUTHORIZED
023700         GO TO 2000-EXIT.
023800     EVALUATE ACTION-CODE
023900         WHEN SPACES
024000             DISPLAY "NO ACTION ENTERED - SESSION ENDED"
024100                 UPON OPER-CONSOLE
024200             MOVE "Y" TO SESSION-END-SW
024300         WHEN "A"
024400             PERFORM 3000-ADD-ENTRY THRU 3000-EXIT
024500         WHEN "C"
024600             PERFORM 3100-CHANGE-ENTRY THRU 3100-EXIT
024700         WHEN "D"
024800             PERFORM 3200-DEACTIVATE THRU 3200-EXIT
024900         WHEN "R"
025000             PERFORM 3300-REACTIVATE THRU 3300-EXIT
025100         WHEN "I"
025200             PERFORM 3400-INQUIRE THRU 3400-EXIT
025300         WHEN "E"
025400             MOVE "Y" TO SESSION-END-SW
025500         WHEN OTHER
025600             DISPLAY "UNKNOWN ACTION " ACTION-CODE
025700                 UPON OPER-CONSOLE
025800     END-EVALUATE.
025900 2000-EXIT.
026000     EXIT.
026100*****************************************************************
026200*  2100-CHECK-AUTHORITY - MAP THE ACTION TO ITS AUTHORITY       *
026300*  CLASS AND ASK AUTHCHK.  END, BLANK AND UNKNOWN ACTIONS NEED  *
026400*  NO AUTHORITY.  IN SETUP MODE ONLY AN ADD IS ACCEPTED.        *
026500*****************************************************************
026600 2100-CHECK-AUTHORITY.
026700     MOVE "Y" TO AUTH-OK-SW.
026800     MOVE SPACES TO AUTH-ACTION-CLASS.
026900     EVALUATE ACTION-CODE
027000         WHEN "I"
027100             MOVE "I" TO AUTH-ACTION-CLASS
027200         WHEN "A"
027300         WHEN "C"
027400             MOVE "U" TO AUTH-ACTION-CLASS
027500         WHEN "D"
027600         WHEN "R"
027700             MOVE "D" TO AUTH-ACTION-CLASS
027800     END-EVALUATE.
027900     IF AUTH-ACTION-CLASS = SPACES
028000         GO TO 2100-EXIT.
028100     IF SETUP-MODE
028200         IF ACTION-CODE NOT = "A"
028300             DISPLAY "SETUP MODE - ONLY ADD IS AVAILABLE"
028400                 UPON OPER-CONSOLE
028500             MOVE "N" TO AUTH-OK-SW
028600         END-IF
028700         GO TO 2100-EXIT.
028800     MOVE ACTION-CODE TO AUTH-ACTION-CODE.
028900     PERFORM 2150-CALL-AUTHCHK THRU 2150-EXIT.
029000     IF NOT ACTION-AUTHORIZED
029100         DISPLAY "ACTION " ACTION-CODE " NOT AUTHORIZED FOR "
029200             OPERATOR-ID UPON OPER-CONSOLE.
029300 2100-EXIT.
029400     EXIT.
029500 2150-CALL-AUTHCHK.
029600     MOVE OPERATOR-ID TO AUTH-USER-ID.
029700     MOVE SPACES TO AUTH-RETURN-CODE.
029800     CALL "AUTHCHK" USING AUTH-PARAMETER-AREA.
029900     IF AUTH-RETURN-CODE = "00"
030000         MOVE "Y" TO AUTH-OK-SW
030100     ELSE
030200         MOVE "N" TO AUTH-OK-SW.
030300 2150-EXIT.
030400     EXIT.
030500*****************************************************************
030600*  3000-ADD-ENTRY - GRANT AN OPERATOR AUTHORITY FOR A PROGRAM   *
030700*****************************************************************
030800 3000-ADD-ENTRY.
030900     PERFORM 4000-ACCEPT-KEY THRU 4000-EXIT.
031000     IF WORK-USER-ID = SPACES OR WORK-PROGRAM = SPACES
031100         GO TO 3000-EXIT.
031200     IF SETUP-MODE AND WORK-PROGRAM NOT = "AUTHMNT"
031300         DISPLAY "SETUP MODE - ONLY AUTHMNT ENTRIES MAY BE "
031400             "ADDED - ADD REFUSED" UPON OPER-CONSOLE
031500         GO TO 3000-EXIT.
031600     IF WORK-USER-ID = OPERATOR-ID AND NOT SETUP-MODE
031700         DISPLAY "OWN AUTHORITY MAY NOT BE MAINTAINED - ADD "
031800             "REFUSED" UPON OPER-CONSOLE
031900         GO TO 3000-EXIT.
032000     PERFORM 4100-FIND-ENTRY THRU 4100-EXIT.
032100     IF AUTH-FOUND-I > ZERO
032200         DISPLAY "ENTRY EXISTS FOR " WORK-USER-ID " "
032300             WORK-PROGRAM " - USE C OR R - ADD REFUSED"
032400             UPON OPER-CONSOLE
032500         GO TO 3000-EXIT.
032600     IF AUTH-COUNT NOT < AUTH-MAX
032700         DISPLAY "AUTHORITY TABLE FULL - ADD REFUSED"
032800             UPON OPER-CONSOLE
032900         GO TO 3000-EXIT.
033000     MOVE "N" TO WORK-INQUIRY WORK-UPDATE WORK-DEACTIVATE.
033100     PERFORM 4200-ACCEPT-FLAGS THRU 4200-EXIT.
033200     IF NOT FLAGS-VALID
033300         GO TO 3000-EXIT.
033400     ADD 1 TO AUTH-COUNT.
033500     MOVE AUTH-COUNT TO AUTH-FOUND-I.
033600     MOVE SPACES TO AUTH-ENTRY (AUTH-FOUND-I).
033700     MOVE WORK-USER-ID TO ATB-USER-ID (AUTH-FOUND-I).
033800     MOVE WORK-PROGRAM TO ATB-PROGRAM (AUTH-FOUND-I).
033900     MOVE WORK-INQUIRY TO ATB-INQUIRY (AUTH-FOUND-I).
034000     MOVE WORK-UPDATE TO ATB-UPDATE (AUTH-FOUND-I).
034100     MOVE WORK-DEACTIVATE TO ATB-DEACTIVATE (AUTH-FOUND-I).
034200     MOVE "A" TO ATB-STATUS (AUTH-FOUND-I).
034300     MOVE SPACES TO WORK-BEFORE-IMAGE.
034400     MOVE "A" TO JOURNAL-ACTION.
034500     PERFORM 4400-STAMP-ENTRY THRU 4400-EXIT.
034600     PERFORM 4700-JOURNAL-CHANGE THRU 4700-EXIT.
034700     DISPLAY "ENTRY ADDED FOR " WORK-USER-ID " " WORK-PROGRAM
034800         UPON OPER-CONSOLE.
034900 3000-EXIT.
035000     EXIT.
035100*****************************************************************
035200*  3100-CHANGE-ENTRY - ALTER THE THREE AUTHORITY FLAGS          *
035300*****************************************************************
035400 3100-CHANGE-ENTRY.
035500     PERFORM 4050-ACCEPT-OTHER-KEY THRU 4050-EXIT.
035600     IF AUTH-FOUND-I = ZERO
035700         GO TO 3100-EXIT.
035800     MOVE ATB-INQUIRY (AUTH-FOUND-I) TO WORK-INQUIRY.
035900     MOVE ATB-UPDATE (AUTH-FOUND-I) TO WORK-UPDATE.
036000     MOVE ATB-DEACTIVATE (AUTH-FOUND-I) TO WORK-DEACTIVATE.
036100     PERFORM 3450-SHOW-ENTRY THRU 3450-EXIT.
036200     DISPLAY "BLANK KEEPS THE CURRENT SETTING" UPON OPER-CONSOLE.
036300     PERFORM 4200-ACCEPT-FLAGS THRU 4200-EXIT.
036400     IF NOT FLAGS-VALID
036500         GO TO 3100-EXIT.
036600     IF WORK-INQUIRY = ATB-INQUIRY (AUTH-FOUND-I)
036700         AND WORK-UPDATE = ATB-UPDATE (AUTH-FOUND-I)
036800         AND WORK-DEACTIVATE = ATB-DEACTIVATE (AUTH-FOUND-I)
036900         DISPLAY "NO CHANGE ENTERED - UNCHANGED"
037000             UPON OPER-CONSOLE
037100         GO TO 3100-EXIT.
037200     PERFORM 4600-BUILD-IMAGE THRU 4600-EXIT.
037300     MOVE WORK-IMAGE TO WORK-BEFORE-IMAGE.
037400     MOVE "C" TO JOURNAL-ACTION.
037500     MOVE WORK-INQUIRY TO ATB-INQUIRY (AUTH-FOUND-I).
037600     MOVE WORK-UPDATE TO ATB-UPDATE (AUTH-FOUND-I).
037700     MOVE WORK-DEACTIVATE TO ATB-DEACTIVATE (AUTH-FOUND-I).
037800     PERFORM 4400-STAMP-ENTRY THRU 4400-EXIT.
037900     PERFORM 4700-JOURNAL-CHANGE THRU 4700-EXIT.
038000     DISPLAY "ENTRY CHANGED FOR " WORK-USER-ID " " WORK-PROGRAM
038100         UPON OPER-CONSOLE.
038200 3100-EXIT.
038300     EXIT.
038400*****************************************************************
038500*  3200-DEACTIVATE - WITHDRAW AN ENTRY                          *
038600*****************************************************************
038700 3200-DEACTIVATE.
038800     PERFORM 4050-ACCEPT-OTHER-KEY THRU 4050-EXIT.
038900     IF AUTH-FOUND-I = ZERO
039000         GO TO 3200-EXIT.
039100     IF ATB-STATUS (AUTH-FOUND-I) = "I"
039200         DISPLAY "ENTRY ALREADY INACTIVE" UPON OPER-CONSOLE
039300         GO TO 3200-EXIT.
039400     PERFORM 4600-BUILD-IMAGE THRU 4600-EXIT.
039500     MOVE WORK-IMAGE TO WORK-BEFORE-IMAGE.
039600     MOVE "D" TO JOURNAL-ACTION.
039700     MOVE "I" TO ATB-STATUS (AUTH-FOUND-I).
039800     PERFORM 4400-STAMP-ENTRY THRU 4400-EXIT.
039900     PERFORM 4700-JOURNAL-CHANGE THRU 4700-EXIT.
040000     DISPLAY "ENTRY DEACTIVATED FOR " WORK-USER-ID " "
040100         WORK-PROGRAM UPON OPER-CONSOLE.
040200 3200-EXIT.
040300     EXIT.
040400*****************************************************************
040500*  3300-REACTIVATE - RESTORE A WITHDRAWN ENTRY                  *
040600*****************************************************************
040700 3300-REACTIVATE.
040800     PERFORM 4050-ACCEPT-OTHER-KEY THRU 4050-EXIT.
040900     IF AUTH-FOUND-I = ZERO
041000         GO TO 3300-EXIT.
041100     IF ATB-STATUS (AUTH-FOUND-I) = "A"
041200         DISPLAY "ENTRY ALREADY ACTIVE" UPON OPER-CONSOLE
041300         GO TO 3300-EXIT.
041400     PERFORM 4600-BUILD-IMAGE THRU 4600-EXIT.
041500     MOVE WORK-IMAGE TO WORK-BEFORE-IMAGE.
041600     MOVE "R" TO JOURNAL-ACTION.
041700     MOVE "A" TO ATB-STATUS (AUTH-FOUND-I).
041800     PERFORM 4400-STAMP-ENTRY THRU 4400-EXIT.
041900     PERFORM 4700-JOURNAL-CHANGE THRU 4700-EXIT.
042000     DISPLAY "ENTRY REACTIVATED FOR " WORK-USER-ID " "
042100         WORK-PROGRAM UPON OPER-CONSOLE.
042200 3300-EXIT.
042300     EXIT.
042400*****************************************************************
042500*  3400-INQUIRE - SHOW EVERY ENTRY FOR AN OPERATOR              *
042600*****************************************************************
042700 3400-INQUIRE.
042800     DISPLAY "OPERATOR USER ID:" UPON OPER-CONSOLE.
042900     MOVE SPACES TO WORK-USER-ID.
043000     ACCEPT WORK-USER-ID FROM OPER-CONSOLE.
043100     IF WORK-USER-ID = SPACES
043200         DISPLAY "NO USER ID ENTERED" UPON OPER-CONSOLE
043300         GO TO 3400-EXIT.
043400     MOVE ZERO TO SHOWN-COUNT.
043500     PERFORM 3420-SHOW-IF-USER THRU 3420-EXIT
043600         VARYING AUTH-I FROM 1 BY 1
043700         UNTIL AUTH-I > AUTH-COUNT.
043800     IF SHOWN-COUNT = ZERO
043900         DISPLAY "NO ENTRY FOR " WORK-USER-ID UPON OPER-CONSOLE.
044000 3400-EXIT.
044100     EXIT.
044200 3420-SHOW-IF-USER.
044300     IF ATB-USER-ID (AUTH-I) NOT = WORK-USER-ID
044400         GO TO 3420-EXIT.
044500     ADD 1 TO SHOWN-COUNT.
044600     MOVE AUTH-I TO AUTH-FOUND-I.
044700     PERFORM 3450-SHOW-ENTRY THRU 3450-EXIT.
044800 3420-EXIT.
044900     EXIT.
045000 3450-SHOW-ENTRY.
045100     DISPLAY ATB-USER-ID (AUTH-FOUND-I) " "
045200         ATB-PROGRAM (AUTH-FOUND-I)
045300         " INQ " ATB-INQUIRY (AUTH-FOUND-I)
045400         " ADD/CHG " ATB-UPDATE (AUTH-FOUND-I)
045500         " DEACT " ATB-DEACTIVATE (AUTH-FOUND-I)
045600         " STATUS " ATB-STATUS (AUTH-FOUND-I)
045700         " BY " ATB-MAINT-USER (AUTH-FOUND-I)
045800         UPON OPER-CONSOLE.
045900 3450-EXIT.
046000     EXIT.
046100*****************************************************************
046200*  4000-ACCEPT-KEY - PROMPT FOR AN OPERATOR AND PROGRAM         *
046300*****************************************************************
046400 4000-ACCEPT-KEY.
046500     DISPLAY "OPERATOR USER ID:" UPON OPER-CONSOLE.
046600     MOVE SPACES TO WORK-USER-ID.
046700     ACCEPT WORK-USER-ID FROM OPER-CONSOLE.
046800     IF WORK-USER-ID = SPACES
046900         DISPLAY "NO USER ID ENTERED" UPON OPER-CONSOLE
047000         GO TO 4000-EXIT.
047100     DISPLAY "PROGRAM NAME:" UPON OPER-CONSOLE.
047200     MOVE SPACES TO WORK-PROGRAM.
047300     ACCEPT WORK-PROGRAM FROM OPER-CONSOLE.
047400     IF WORK-PROGRAM = SPACES
047500         DISPLAY "NO PROGRAM ENTERED" UPON OPER-CONSOLE.
047600 4000-EXIT.
047700     EXIT.
047800*****************************************************************
047900*  4050-ACCEPT-OTHER-KEY - PROMPT FOR AN EXISTING ENTRY THAT    *
048000*  IS NOT THE ADMINISTRATOR'S OWN.  AUTH-FOUND-I IS ZERO WHEN   *
048100*  THERE IS NOTHING TO ACT ON.                                  *
048200*****************************************************************
048300 4050-ACCEPT-OTHER-KEY.
048400     MOVE ZERO TO AUTH-FOUND-I.
048500     PERFORM 4000-ACCEPT-KEY THRU 4000-EXIT.
048600     IF WORK-USER-ID = SPACES OR WORK-PROGRAM = SPACES
048700         GO TO 4050-EXIT.
048800     IF WORK-USER-ID = OPERATOR-ID
048900         DISPLAY "OWN AUTHORITY MAY NOT BE MAINTAINED - "
049000             "REFUSED" UPON OPER-CONSOLE
049100         GO TO 4050-EXIT.
049200     PERFORM 4100-FIND-ENTRY THRU 4100-EXIT.
049300     IF AUTH-FOUND-I = ZERO
049400         DISPLAY "NO ENTRY FOR " WORK-USER-ID " " WORK-PROGRAM
049500             UPON OPER-CONSOLE.
049600 4050-EXIT.
049700     EXIT.
049800*****************************************************************
049900*  4100-FIND-ENTRY - ENTRY FOR THE OPERATOR AND PROGRAM         *
050000*****************************************************************
050100 4100-FIND-ENTRY.
050200     MOVE ZERO TO AUTH-FOUND-I.
050300     IF AUTH-COUNT = ZERO
050400         GO TO 4100-EXIT.
050500     PERFORM 4150-SCAN-ONE THRU 4150-EXIT
050600         VARYING AUTH-I FROM 1 BY 1
050700         UNTIL AUTH-I > AUTH-COUNT
050800         OR AUTH-FOUND-I > ZERO.
050900 4100-EXIT.
051000     EXIT.
051100 4150-SCAN-ONE.
051200     IF ATB-USER-ID (AUTH-I) = WORK-USER-ID
051300         AND ATB-PROGRAM (AUTH-I) = WORK-PROGRAM
051400         MOVE AUTH-I TO AUTH-FOUND-I.
051500 4150-EXIT.
051600     EXIT.
051700*****************************************************************
051800*  4200-ACCEPT-FLAGS - PROMPT FOR THE THREE AUTHORITIES.  THE   *
051900*  WORK FLAGS HOLD THE DEFAULTS KEPT ON A BLANK ENTRY.          *
052000*****************************************************************
052100 4200-ACCEPT-FLAGS.
052200     MOVE "Y" TO FLAG-VALID-SW.
052300     DISPLAY "INQUIRY ALLOWED (Y/N):" UPON OPER-CONSOLE.
052400     PERFORM 4250-ACCEPT-ONE-FLAG THRU 4250-EXIT.
052500     IF WORK-FLAG NOT = SPACE
052600         MOVE WORK-FLAG TO WORK-INQUIRY.
052700     DISPLAY "ADD/CHANGE ALLOWED (Y/N):" UPON OPER-CONSOLE.
052800     PERFORM 4250-ACCEPT-ONE-FLAG THRU 4250-EXIT.
052900     IF WORK-FLAG NOT = SPACE
053000         MOVE WORK-FLAG TO WORK-UPDATE.
053100     DISPLAY "DEACTIVATE/CANCEL ALLOWED (Y/N):"
053200         UPON OPER-CONSOLE.
053300     PERFORM 4250-ACCEPT-ONE-FLAG THRU 4250-EXIT.
053400     IF WORK-FLAG NOT = SPACE
053500         MOVE WORK-FLAG TO WORK-DEACTIVATE.
053600     IF NOT FLAGS-VALID
053700         DISPLAY "AUTHORITY FLAGS MUST BE Y OR N - REFUSED"
053800             UPON OPER-CONSOLE.
053900 4200-EXIT.
054000     EXIT.
054100 4250-ACCEPT-ONE-FLAG.
054200     MOVE SPACE TO WORK-FLAG.
054300     ACCEPT WORK-FLAG FROM OPER-CONSOLE.
054400     IF WORK-FLAG NOT = SPACE AND WORK-FLAG NOT = "Y"
054500         AND WORK-FLAG NOT = "N"
054600         MOVE "N" TO FLAG-VALID-SW.
054700 4250-EXIT.
054800     EXIT.
054900 4300-BUILD-STAMP.
055000     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD.
055100     ACCEPT RUN-TIME-HMS FROM TIME.
055200     MOVE SPACES TO STAMP-TIMESTAMP.
055300     STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY "-"
055400            RUN-HOUR "." RUN-MINUTE "." RUN-SECOND
055500            ".000000"
055600            DELIMITED BY SIZE INTO STAMP-TIMESTAMP.
055700 4300-EXIT.
055800     EXIT.
055900 4400-STAMP-ENTRY.
056000     PERFORM 4300-BUILD-STAMP THRU 4300-EXIT.
056100     MOVE OPERATOR-ID TO ATB-MAINT-USER (AUTH-FOUND-I).
056200     MOVE STAMP-TIMESTAMP
056300         TO ATB-MAINT-TIMESTAMP (AUTH-FOUND-I).
056400     ADD 1 TO CHANGE-COUNT.
056500 4400-EXIT.
056600     EXIT.
056700*****************************************************************
056800*  4600-BUILD-IMAGE - THE 64-BYTE RECORD IMAGE OF THE ENTRY     *
056900*  AT AUTH-FOUND-I, IN WORK-IMAGE                               *
057000*****************************************************************
057100 4600-BUILD-IMAGE.
057200     MOVE AUTH-ENTRY (AUTH-FOUND-I) TO WORK-IMAGE.
057300 4600-EXIT.
057400     EXIT.
057500*****************************************************************
057600*  4700-JOURNAL-CHANGE - STAGE ONE JOURNAL ENTRY.  THE BEFORE   *
057700*  IMAGE AND ACTION ARE ALREADY SET; THE AFTER IMAGE IS THE     *
057800*  ENTRY AS IT NOW STANDS.  THE JOURNAL IS WRITTEN TOGETHER     *
057900*  WITH THE FILE REWRITE AT SESSION END.                        *
058000*****************************************************************
058100 4700-JOURNAL-CHANGE.
058200     IF JRN-COUNT NOT < JRN-MAX
058300         DISPLAY "JOURNAL TABLE FULL - CHANGE NOT JOURNALED"
058400             UPON OPER-CONSOLE
058500         GO TO 4700-EXIT.
058600     PERFORM 4600-BUILD-IMAGE THRU 4600-EXIT.
058700     ADD 1 TO JRN-COUNT.
058800     MOVE JOURNAL-ACTION TO JTB-ACTION (JRN-COUNT).
058900     MOVE WORK-BEFORE-IMAGE TO JTB-BEFORE-IMAGE (JRN-COUNT).
059000     MOVE WORK-IMAGE TO JTB-AFTER-IMAGE (JRN-COUNT).
059100     MOVE STAMP-TIMESTAMP TO JTB-TIMESTAMP (JRN-COUNT).
059200 4700-EXIT.
059300     EXIT.
059400*****************************************************************
059500*  9000-WRAP-UP - REWRITE THE FILE IN OPERATOR/PROGRAM ORDER    *
059600*****************************************************************
059700 9000-WRAP-UP.
059720     IF LOAD-FAILED
059740         DISPLAY "OPERAUTH NOT LOADED - NOT REWRITTEN"
059760             UPON OPER-CONSOLE
059780         GO TO 9000-EXIT.
059800     IF CHANGE-COUNT = ZERO
059900         DISPLAY "NO CHANGES - OPERAUTH NOT REWRITTEN"
060000             UPON OPER-CONSOLE
060100         GO TO 9000-EXIT.
060200     PERFORM 9100-SORT-TABLE THRU 9100-EXIT.
060300     OPEN OUTPUT AUTH-FILE.
060400     IF AUTH-STATUS NOT = "00"
060500         DISPLAY "OPERAUTH REWRITE OPEN ERROR " AUTH-STATUS
060600             UPON OPER-CONSOLE
060700         MOVE 12 TO RETURN-CODE
060800         GO TO 9000-EXIT.
060900     PERFORM 9200-WRITE-ONE THRU 9200-EXIT
061000         VARYING AUTH-I FROM 1 BY 1
061100         UNTIL AUTH-I > AUTH-COUNT.
061200     CLOSE AUTH-FILE.
061300     PERFORM 9300-WRITE-JOURNAL THRU 9300-EXIT.
061400     DISPLAY "OPERAUTH REWRITTEN - " AUTH-COUNT " ENTRIES, "
061500         CHANGE-COUNT " CHANGES BY " OPERATOR-ID
061600         UPON OPER-CONSOLE.
061700 9000-EXIT.
061800     EXIT.
061900 9100-SORT-TABLE.
062000     IF AUTH-COUNT < 2
062100         GO TO 9100-EXIT.
062200     PERFORM 9150-SORT-PASS THRU 9150-EXIT
062300         VARYING AUTH-I FROM 1 BY 1
062400         UNTIL AUTH-I NOT < AUTH-COUNT.
062500 9100-EXIT.
062600     EXIT.
062700 9150-SORT-PASS.
062800     PERFORM 9160-SORT-COMPARE THRU 9160-EXIT
062900         VARYING AUTH-FOUND-I FROM 1 BY 1
063000         UNTIL AUTH-FOUND-I NOT < AUTH-COUNT.
063100 9150-EXIT.
063200     EXIT.
063300 9160-SORT-COMPARE.
063400     IF ATB-KEY (AUTH-FOUND-I) > ATB-KEY (AUTH-FOUND-I + 1)
063500         MOVE AUTH-ENTRY (AUTH-FOUND-I) TO SWAP-ENTRY
063600         MOVE AUTH-ENTRY (AUTH-FOUND-I + 1)
063700             TO AUTH-ENTRY (AUTH-FOUND-I)
063800         MOVE SWAP-ENTRY TO AUTH-ENTRY (AUTH-FOUND-I + 1).
063900 9160-EXIT.
064000     EXIT.
064100 9200-WRITE-ONE.
064200     MOVE AUTH-ENTRY (AUTH-I) TO AUTH-RECORD.
064300     WRITE AUTH-RECORD.
064400 9200-EXIT.
064500     EXIT.
064600*****************************************************************
064700*  9300-WRITE-JOURNAL - APPEND THE SESSION JOURNAL ENTRIES      *
064800*****************************************************************
064900 9300-WRITE-JOURNAL.
065000     IF JRN-COUNT = ZERO
065100         GO TO 9300-EXIT.
065200     OPEN EXTEND JRNL-FILE.
065300     IF JRNL-STATUS NOT = "00"
065400         OPEN OUTPUT JRNL-FILE.
065500     IF JRNL-STATUS NOT = "00"
065600         DISPLAY "AUTHJRNL OPEN ERROR " JRNL-STATUS
065700             " - JOURNAL LOST" UPON OPER-CONSOLE
065800         MOVE 8 TO RETURN-CODE
065900         GO TO 9300-EXIT.
066000     PERFORM 9350-WRITE-ONE-JOURNAL THRU 9350-EXIT
066100         VARYING JRN-I FROM 1 BY 1
066200         UNTIL JRN-I > JRN-COUNT.
066300     CLOSE JRNL-FILE.
066400     DISPLAY "AUTHJRNL WRITTEN - " JRN-COUNT " ENTRIES"
066500         UPON OPER-CONSOLE.
066600 9300-EXIT.
066700     EXIT.
066800 9350-WRITE-ONE-JOURNAL.
066900     MOVE SPACES TO JRNL-RECORD.
067000     MOVE JTB-ACTION (JRN-I) TO AUM-J-ACTION.
067100     MOVE JTB-BEFORE-IMAGE (JRN-I) TO AUM-J-BEFORE-IMAGE.
067200     MOVE JTB-AFTER-IMAGE (JRN-I) TO AUM-J-AFTER-IMAGE.
067300     MOVE OPERATOR-ID TO AUM-J-OPERATOR.
067400     MOVE JTB-TIMESTAMP (JRN-I) TO AUM-J-TIMESTAMP.
067500     WRITE JRNL-RECORD.
067600 9350-EXIT.
067700     EXIT.
