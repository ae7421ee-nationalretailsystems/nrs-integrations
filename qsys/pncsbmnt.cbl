000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PNCSBMNT.
000300 AUTHOR. R J MARINO.
000400 INSTALLATION. NATIONAL RETAIL SYSTEMS - NORTH BERGEN NJ.
000500 DATE-WRITTEN. OCTOBER 2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  PNCSBMNT - EVENT SUBSCRIPTION MAINTENANCE                    *
000900*                                                               *
001000*  CONVERSATIONAL MAINTENANCE OF THE PNCSUBSC SUBSCRIPTION      *
001100*  FILE AND THE PNCROUTE QUEUE ROUTING TABLE READ BY PNCUPD2P,  *
001200*  PNCGATEO, PNCEVTRP AND PNCEVTRY.  A SUBSCRIBER MAY HOLD ANY  *
001300*  NUMBER OF SUBSCRIPTIONS (CUSTOMER/STATUS FILTER PAIRS) BUT   *
001400*  HAS ONE EVENT QUEUE OF ITS OWN.                              *
001500*                                                               *
001600*  ONBOARDING: THE FIRST SUBSCRIPTION ADDED FOR A SUBSCRIBER    *
001700*  WITH NO ASSIGNED QUEUE ROUTES IT TO A FREE QUEUE OF THE      *
001800*  PNCEVT01 THRU PNCEVT16 POOL - ONE NEVER ASSIGNED IF THERE IS *
001900*  ONE, ELSE ONE RELEASED BY A RETIRED SUBSCRIBER (THE OPERATOR *
002000*  IS WARNED TO ARCHIVE AND EMPTY IT FIRST) - AND SEEDS THE     *
002100*  SUBSCRIBER'S PNCEVTCU CURSOR AT THE ONBOARDING TIME, SO ITS  *
002200*  BACKLOG STARTS WITH ITS FIRST EVENT.  NO QUEUE IS EVER       *
002300*  SHARED BY TWO ACTIVE SUBSCRIBERS.                            *
002400*  OFFBOARDING: RETIRING A SUBSCRIBER RETIRES ALL ITS           *
002500*  SUBSCRIPTIONS, RELEASES ITS QUEUE AND REMOVES ITS CURSOR.    *
002600*  A SUSPENDED SUBSCRIPTION KEEPS ITS QUEUE BUT PUBLISHES       *
002700*  NOTHING UNTIL IT IS RESUMED.                                 *
002800*                                                               *
002900*  THE FILES ARE REWRITTEN WHEN THE SESSION ENDS; AN ABANDONED  *
003000*  SESSION CHANGES NOTHING.  EVERY APPLIED CHANGE IS JOURNALED  *
003100*  TO PNCSJRNL WITH THE BEFORE AND AFTER RECORD IMAGES, THE     *
003200*  OPERATOR AND A TIMESTAMP.  OPERATOR AUTHORITY IS CHECKED BY  *
003300*  AUTHCHK AT SIGN-ON AND FOR EVERY ACTION.                     *
003400*                                                               *
003500*  SUBSCRIPTION RECORD (PNCSUBSC, 97 BYTES):                    *
003600*     SUBSCRIBER ID      X(10)                                  *
003700*     CUSTOMER FILTER    X(25)  CODE OR "*ALL"                  *
003800*     STATUS FILTER      X(25)  NEW STATUS OR "*ALL"            *
003900*     STATUS             X(1)   A=ACTIVE  S=SUSPENDED           *
004000*                               I=RETIRED                       *
004100*     MAINTENANCE USER   X(10)                                  *
004200*     MAINTENANCE TIME   X(26)                                  *
004300*  ROUTE RECORD (PNCROUTE, 55 BYTES), ONE PER SUBSCRIBER:       *
004400*     SUBSCRIBER ID      X(10)                                  *
004500*     QUEUE DD NAME      X(8)   PNCEVT01 THRU PNCEVT16          *
004600*     STATUS             X(1)   A=ASSIGNED  R=RELEASED          *
004700*     MAINTENANCE USER   X(10)                                  *
004800*     MAINTENANCE TIME   X(26)                                  *
004900*  CURSOR RECORD (PNCEVTCU, 36 BYTES): SEE PNCEVTAK.            *
005000*  JOURNAL RECORD (PNCSJRNL, 232 BYTES):                        *
005100*     RECORD TYPE   X(1)   S=SUBSCRIPTION  Q=QUEUE ROUTE        *
005200*     ACTION        X(1)   A=ADD C=CHANGE S=SUSPEND R=RESUME    *
005300*                          X=RETIRE OR RELEASE                  *
005400*     BEFORE IMAGE  X(97)  BLANK FOR AN ADD                     *
005500*     AFTER IMAGE   X(97)                                       *
005600*     OPERATOR      X(10)                                       *
005700*     TIMESTAMP     X(26)                                       *
005800*****************************************************************
005900*  MODIFICATION HISTORY                                         *
006000*  10/15/26  RJM  NEW PROGRAM.                                  *
006100*****************************************************************
006200 ENVIRONMENT DIVISION.
006300 CONFIGURATION SECTION.
006400 SPECIAL-NAMES.
006500     CONSOLE IS OPER-CONSOLE.
006600 INPUT-OUTPUT SECTION.
006700 FILE-CONTROL.
006800     SELECT SUBS-FILE ASSIGN TO PNCSUBSC
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS SUBS-STATUS.
007100     SELECT ROUTE-FILE ASSIGN TO PNCROUTE
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS ROUTE-STATUS.
007400     SELECT CURS-FILE ASSIGN TO PNCEVTCU
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS CURS-STATUS.
007700     SELECT JRNL-FILE ASSIGN TO PNCSJRNL
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS JRNL-STATUS.
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  SUBS-FILE
008300     RECORD CONTAINS 97 CHARACTERS.
008400 01  SUBS-RECORD.
008500     05  SBM-B-SUBSCRIBER-ID     PIC X(10).
008600     05  SBM-B-CUSTOMER-FILTER   PIC X(25).
008700     05  SBM-B-STATUS-FILTER     PIC X(25).
008800     05  SBM-B-STATUS            PIC X(01).
008900     05  SBM-B-MAINT-USER        PIC X(10).
009000     05  SBM-B-MAINT-TIMESTAMP   PIC X(26).
009100 FD  ROUTE-FILE
009200     RECORD CONTAINS 55 CHARACTERS.
009300 01  ROUTE-RECORD.
009400     05  SBM-R-SUBSCRIBER-ID     PIC X(10).
009500     05  SBM-R-QUEUE-DD          PIC X(08).
009600     05  SBM-R-STATUS            PIC X(01).
009700     05  SBM-R-MAINT-USER        PIC X(10).
009800     05  SBM-R-MAINT-TIMESTAMP   PIC X(26).
009900 FD  CURS-FILE
010000     RECORD CONTAINS 36 CHARACTERS.
010100 01  CURS-RECORD.
010200     05  SBM-C-SUBSCRIBER-ID     PIC X(10).
010300     05  SBM-C-CONFIRMED-TS      PIC X(26).
010400 FD  JRNL-FILE
010500     RECORD CONTAINS 232 CHARACTERS.
010600 01  JRNL-RECORD.
010700     05  SBM-J-RECORD-TYPE       PIC X(01).
010800     05  SBM-J-ACTION            PIC X(01).
010900     05  SBM-J-BEFORE-IMAGE      PIC X(97).
011000     05  SBM-J-AFTER-IMAGE       PIC X(97).
011100     05  SBM-J-OPERATOR          PIC X(10).
011200     05  SBM-J-TIMESTAMP         PIC X(26).
011300 WORKING-STORAGE SECTION.
011400 77  SUBS-STATUS                 PIC X(02)   VALUE SPACES.
011500 77  SUBS-COUNT                  PIC S9(05)  COMP VALUE ZERO.
011600 77  SUBS-I                      PIC S9(05)  COMP VALUE ZERO.
011700 77  SUBS-FOUND-I                PIC S9(05)  COMP VALUE ZERO.
011800 77  SUBS-TARGET-I               PIC S9(05)  COMP VALUE ZERO.
011900 77  SUBS-MAX                    PIC S9(05)  COMP VALUE +500.
012000 77  ROUTE-STATUS                PIC X(02)   VALUE SPACES.
012100 77  ROUTE-COUNT                 PIC S9(05)  COMP VALUE ZERO.
012200 77  ROUTE-I                     PIC S9(05)  COMP VALUE ZERO.
012300 77  ROUTE-FOUND-I               PIC S9(05)  COMP VALUE ZERO.
012400 77  ROUTE-MAX                   PIC S9(05)  COMP VALUE +200.
012500 77  CURS-STATUS                 PIC X(02)   VALUE SPACES.
012600 77  CURS-COUNT                  PIC S9(05)  COMP VALUE ZERO.
012700 77  CURS-I                      PIC S9(05)  COMP VALUE ZERO.
012800 77  CURS-FOUND-I                PIC S9(05)  COMP VALUE ZERO.
012900 77  CURS-MAX                    PIC S9(05)  COMP VALUE +100.
013000*    THE QUEUE POOL - PNCEVT01 THRU PNCEVT16.  A LARGER POOL NEEDS
013100*    MORE EVENT FILES IN EVERY PROGRAM THAT READS OR WRITES THEM.
013200 77  QUEUE-POOL-MAX              PIC S9(03)  COMP VALUE +16.
013300 77  QUEUE-I                     PIC S9(03)  COMP VALUE ZERO.
013400 77  QUEUE-FOUND-I               PIC S9(03)  COMP VALUE ZERO.
013500 77  QUEUE-RELEASED-I            PIC S9(03)  COMP VALUE ZERO.
013600 77  CHANGE-COUNT                PIC S9(05)  COMP VALUE ZERO.
013700 77  ROUTE-CHANGE-COUNT          PIC S9(05)  COMP VALUE ZERO.
013800 77  CURS-CHANGE-COUNT           PIC S9(05)  COMP VALUE ZERO.
013900 77  SHOWN-COUNT                 PIC S9(05)  COMP VALUE ZERO.
014000 77  RETIRED-COUNT               PIC S9(05)  COMP VALUE ZERO.
014100 77  SWAP-ENTRY                  PIC X(97)   VALUE SPACES.
014200 77  JRNL-STATUS                 PIC X(02)   VALUE SPACES.
014300 77  JRN-COUNT                   PIC S9(03)  COMP VALUE ZERO.
014400 77  JRN-I                       PIC S9(03)  COMP VALUE ZERO.
014500 77  JRN-MAX                     PIC S9(03)  COMP VALUE +200.
014600 01  JOURNAL-TABLE-AREA.
014700     05  JRN-ENTRY               OCCURS 200 TIMES
014800                                 INDEXED BY JRN-X.
014900         10  JTB-RECORD-TYPE     PIC X(01).
015000         10  JTB-ACTION          PIC X(01).
015100         10  JTB-BEFORE-IMAGE    PIC X(97).
015200         10  JTB-AFTER-IMAGE     PIC X(97).
015300         10  JTB-TIMESTAMP       PIC X(26).
015400 01  IMAGE-WORK-AREA.
015500     05  WORK-IMAGE              PIC X(97)   VALUE SPACES.
015600     05  WORK-BEFORE-IMAGE       PIC X(97)   VALUE SPACES.
015700     05  JOURNAL-TYPE            PIC X(01)   VALUE SPACES.
015800     05  JOURNAL-ACTION          PIC X(01)   VALUE SPACES.
015900 01  SWITCH-AREA.
016000     05  SESSION-END-SW          PIC X(01)   VALUE "N".
016100         88  SESSION-ENDED                   VALUE "Y".
016200     05  FILE-EOF-SW             PIC X(01)   VALUE "N".
016300         88  END-OF-FILE                     VALUE "Y".
016400     05  LOAD-FAIL-SW            PIC X(01)   VALUE "N".
016500         88  LOAD-FAILED                     VALUE "Y".
016600     05  AUTH-OK-SW              PIC X(01)   VALUE "N".
016700         88  ACTION-AUTHORIZED               VALUE "Y".
016800     05  ONBOARD-OK-SW           PIC X(01)   VALUE "N".
016900         88  ONBOARD-OK                      VALUE "Y".
016905     05  OUTPUT-OK-SW            PIC X(01)   VALUE "Y".
016910         88  OUTPUTS-AVAILABLE               VALUE "Y".
016915     05  ROUTE-OPEN-SW           PIC X(01)   VALUE "N".
016920         88  ROUTE-OPEN                      VALUE "Y".
016925     05  CURS-OPEN-SW            PIC X(01)   VALUE "N".
016930         88  CURSORS-OPEN                    VALUE "Y".
016935     05  SUBS-OPEN-SW            PIC X(01)   VALUE "N".
016940         88  SUBSCRIPTIONS-OPEN              VALUE "Y".
016945     05  JRNL-OPEN-SW            PIC X(01)   VALUE "N".
016950         88  JOURNAL-OPEN                    VALUE "Y".
017000*    ONE BYTE PER POOL QUEUE, BUILT FROM THE ROUTE TABLE:
017100*    N = NEVER ASSIGNED  R = RELEASED  A = ASSIGNED
017200 01  QUEUE-STATE-AREA.
017300     05  QST-STATE               PIC X(01)   OCCURS 16 TIMES.
017400 01  QUEUE-DD-WORK.
017500     05  QDW-PREFIX              PIC X(06)   VALUE "PNCEVT".
017600     05  QDW-NUMBER              PIC 9(02)   VALUE ZERO.
017700 01  SUBSCRIPTION-TABLE-AREA.
017800     05  SUBS-ENTRY              OCCURS 500 TIMES
017900                                 INDEXED BY SUBS-X.
018000         10  STB-KEY.
018100             15  STB-SUBSCRIBER-ID
018200                                 PIC X(10).
018300             15  STB-CUSTOMER-FILTER
018400                                 PIC X(25).
018500             15  STB-STATUS-FILTER
018600                                 PIC X(25).
018700         10  STB-STATUS          PIC X(01).
018800         10  STB-MAINT-USER      PIC X(10).
018900         10  STB-MAINT-TIMESTAMP PIC X(26).
019000 01  ROUTE-TABLE-AREA.
019100     05  ROUTE-ENTRY             OCCURS 200 TIMES
019200                                 INDEXED BY ROUTE-X.
019300         10  RTB-SUBSCRIBER-ID   PIC X(10).
019400         10  RTB-QUEUE-DD        PIC X(08).
019500         10  RTB-QUEUE-PARTS REDEFINES RTB-QUEUE-DD.
019600             15  RTB-QUEUE-PREFIX
019700                                 PIC X(06).
019800             15  RTB-QUEUE-NUMBER
019900                                 PIC 9(02).
020000         10  RTB-STATUS          PIC X(01).
020100         10  RTB-MAINT-USER      PIC X(10).
020200         10  RTB-MAINT-TIMESTAMP PIC X(26).
020300 01  CURSOR-TABLE-AREA.
020400     05  CURS-ENTRY              OCCURS 100 TIMES
020500                                 INDEXED BY CURS-X.
020600         10  CTB-SUBSCRIBER-ID   PIC X(10).
020700         10  CTB-CONFIRMED-TS    PIC X(26).
020800 01  OPERATOR-AREA.
020900     05  OPERATOR-ID             PIC X(10)   VALUE SPACES.
021000     05  ACTION-CODE             PIC X(01)   VALUE SPACES.
021100     05  WORK-SUBSCRIBER-ID      PIC X(10)   VALUE SPACES.
021200     05  WORK-CUSTOMER-FILTER    PIC X(25)   VALUE SPACES.
021300     05  WORK-STATUS-FILTER      PIC X(25)   VALUE SPACES.
021400     05  NEW-CUSTOMER-FILTER     PIC X(25)   VALUE SPACES.
021500     05  NEW-STATUS-FILTER       PIC X(25)   VALUE SPACES.
021600     05  WORK-QUEUE-DD           PIC X(08)   VALUE SPACES.
021700 01  AUTH-PARAMETER-AREA.
021800     05  AUTH-USER-ID            PIC X(10)   VALUE SPACES.
021900     05  AUTH-PROGRAM            PIC X(08)   VALUE "PNCSBMNT".
022000     05  AUTH-ACTION-CLASS       PIC X(01)   VALUE SPACES.
022100     05  AUTH-ACTION-CODE        PIC X(01)   VALUE SPACES.
022200     05  AUTH-RETURN-CODE        PIC X(02)   VALUE SPACES.
022300 01  RUN-STAMP-AREA.
022400     05  RUN-DATE-YMD            PIC 9(08).
022500     05  RUN-DATE-X REDEFINES RUN-DATE-YMD.
022600         10  RUN-YEAR            PIC X(04).
022700         10  RUN-MONTH           PIC X(02).
022800         10  RUN-DAY             PIC X(02).
022900     05  RUN-TIME-HMS            PIC 9(08).
023000     05  RUN-TIME-X REDEFINES RUN-TIME-HMS.
023100         10  RUN-HOUR            PIC X(02).
023200         10  RUN-MINUTE          PIC X(02).
023300         10  RUN-SECOND          PIC X(02).
023400         10  FILLER              PIC X(02).
023500     05  STAMP-TIMESTAMP         PIC X(26).
023600 PROCEDURE DIVISION.
023700*****************************************************************
023800*  0000-MAINLINE - OVERALL PROGRAM CONTROL                      *
023900*****************************************************************
024000 0000-MAINLINE.
024100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024200     PERFORM 2000-CONVERSE THRU 2000-EXIT
024300         UNTIL SESSION-ENDED.
024400     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
024500     STOP RUN.
024600*****************************************************************
024700*  1000-INITIALIZE - SIGN-ON, AUTHORITY CHECK AND FILE LOAD.    *
024800*  ONLY A MISSING FILE MAY START EMPTY - ANY OTHER LOAD FAILURE *
024900*  ENDS THE SESSION, SINCE THE END-OF-SESSION REWRITE WOULD     *
025000*  DROP WHATEVER WAS NOT LOADED.                                *
025100*****************************************************************
025200 1000-INITIALIZE.
025300     DISPLAY "PNCSBMNT - EVENT SUBSCRIPTION MAINTENANCE"
025400         UPON OPER-CONSOLE.
025500     DISPLAY "ENTER OPERATOR ID:" UPON OPER-CONSOLE.
025600     ACCEPT OPERATOR-ID FROM OPER-CONSOLE.
025700     IF OPERATOR-ID = SPACES
025800         DISPLAY "OPERATOR ID IS REQUIRED - SESSION ENDED"
025900             UPON OPER-CONSOLE
026000         MOVE 12 TO RETURN-CODE
026100         MOVE "Y" TO SESSION-END-SW
026200         GO TO 1000-EXIT.
026300     MOVE "S" TO AUTH-ACTION-CLASS.
026400     MOVE SPACES TO AUTH-ACTION-CODE.
026500     PERFORM 2150-CALL-AUTHCHK THRU 2150-EXIT.
026600     IF NOT ACTION-AUTHORIZED
026700         DISPLAY "OPERATOR " OPERATOR-ID " NOT AUTHORIZED "
026800             "FOR PNCSBMNT - SESSION ENDED" UPON OPER-CONSOLE
026900         MOVE 12 TO RETURN-CODE
027000         MOVE "Y" TO SESSION-END-SW
027100         GO TO 1000-EXIT.
027200     OPEN INPUT SUBS-FILE.
027300     IF SUBS-STATUS = "00"
027400         MOVE "N" TO FILE-EOF-SW
027500         PERFORM 1100-LOAD-SUBSCRIPTION THRU 1100-EXIT
027600             UNTIL END-OF-FILE
027700         CLOSE SUBS-FILE
027800     ELSE
027900     IF SUBS-STATUS = "35"
028000         DISPLAY "PNCSUBSC NOT FOUND - STARTING EMPTY FILE"
028100             UPON OPER-CONSOLE
028200     ELSE
028300         DISPLAY "PNCSUBSC OPEN ERROR " SUBS-STATUS
028400             UPON OPER-CONSOLE
028500         MOVE "Y" TO LOAD-FAIL-SW.
028600     OPEN INPUT ROUTE-FILE.
028700     IF ROUTE-STATUS = "00"
028800         MOVE "N" TO FILE-EOF-SW
028900         PERFORM 1200-LOAD-ROUTE THRU 1200-EXIT
029000             UNTIL END-OF-FILE
029100         CLOSE ROUTE-FILE
029200     ELSE
029300     IF ROUTE-STATUS = "35"
029400         DISPLAY "PNCROUTE NOT FOUND - STARTING EMPTY FILE"
029500             UPON OPER-CONSOLE
029600     ELSE
029700         DISPLAY "PNCROUTE OPEN ERROR " ROUTE-STATUS
029800             UPON OPER-CONSOLE
029900         MOVE "Y" TO LOAD-FAIL-SW.
030000     OPEN INPUT CURS-FILE.
030100     IF CURS-STATUS = "00"
030200         MOVE "N" TO FILE-EOF-SW
030300         PERFORM 1300-LOAD-CURSOR THRU 1300-EXIT
030400             UNTIL END-OF-FILE
030500         CLOSE CURS-FILE
030600     ELSE
030700     IF CURS-STATUS = "35"
030800         DISPLAY "PNCEVTCU NOT FOUND - STARTING EMPTY FILE"
030900             UPON OPER-CONSOLE
031000     ELSE
031100         DISPLAY "PNCEVTCU OPEN ERROR " CURS-STATUS
031200             UPON OPER-CONSOLE
031300         MOVE "Y" TO LOAD-FAIL-SW.
031400     IF LOAD-FAILED
031500         DISPLAY "FILES COULD NOT BE LOADED - SESSION ENDED"
031600             UPON OPER-CONSOLE
031700         MOVE 12 TO RETURN-CODE
031800         MOVE "Y" TO SESSION-END-SW
031900         GO TO 1000-EXIT.
032000     DISPLAY "SUBSCRIPTIONS LOADED: " SUBS-COUNT
032100         " ROUTES: " ROUTE-COUNT " CURSORS: " CURS-COUNT
032200         UPON OPER-CONSOLE.
032300 1000-EXIT.
032400     EXIT.
032500 1100-LOAD-SUBSCRIPTION.
032600     READ SUBS-FILE
032700         AT END MOVE "Y" TO FILE-EOF-SW
032800         GO TO 1100-EXIT.
032900     IF SUBS-COUNT < SUBS-MAX
033000         ADD 1 TO SUBS-COUNT
033100         MOVE SUBS-RECORD TO SUBS-ENTRY (SUBS-COUNT)
033200     ELSE
033300         DISPLAY "SUBSCRIPTION TABLE FULL - INCREASE SUBS-MAX"
033400             UPON OPER-CONSOLE
033500         MOVE "Y" TO LOAD-FAIL-SW
033600         MOVE "Y" TO FILE-EOF-SW.
033700 1100-EXIT.
033800     EXIT.
033900 1200-LOAD-ROUTE.
034000     READ ROUTE-FILE
034100         AT END MOVE "Y" TO FILE-EOF-SW
034200         GO TO 1200-EXIT.
034300     IF ROUTE-COUNT < ROUTE-MAX
034400         ADD 1 TO ROUTE-COUNT
034500         MOVE ROUTE-RECORD TO ROUTE-ENTRY (ROUTE-COUNT)
034600     ELSE
034700         DISPLAY "ROUTE TABLE FULL - INCREASE ROUTE-MAX"
034800             UPON OPER-CONSOLE
034900         MOVE "Y" TO LOAD-FAIL-SW
035000         MOVE "Y" TO FILE-EOF-SW.
035100 1200-EXIT.
035200     EXIT.
035300 1300-LOAD-CURSOR.
035400     READ CURS-FILE
035500         AT END MOVE "Y" TO FILE-EOF-SW
035600         GO TO 1300-EXIT.
035700     IF CURS-COUNT < CURS-MAX
035800         ADD 1 TO CURS-COUNT
035900         MOVE CURS-RECORD TO CURS-ENTRY (CURS-COUNT)
036000     ELSE
036100         DISPLAY "CURSOR TABLE FULL - INCREASE CURS-MAX"
036200             UPON OPER-CONSOLE
036300         MOVE "Y" TO LOAD-FAIL-SW
036400         MOVE "Y" TO FILE-EOF-SW.
036500 1300-EXIT.
036600     EXIT.
036700*****************************************************************
036800*  2000-CONVERSE - ONE ACTION PER PASS                          *
036900*****************************************************************
037000 2000-CONVERSE.
037100     DISPLAY "ACTION? A=ADD C=CHANGE S=SUSPEND R=RESUME "
037200         "X=RETIRE SUBSCRIBER I=INQUIRE E=END" UPON OPER-CONSOLE.
037300     MOVE SPACES TO ACTION-CODE.
037400     ACCEPT ACTION-CODE FROM OPER-CONSOLE.
037500     PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT.
037600     IF NOT ACTION-AUTHORIZED
037700         GO TO 2000-EXIT.
037800     EVALUATE ACTION-CODE
037900         WHEN SPACES
038000             DISPLAY "NO ACTION ENTERED - SESSION ENDED"
038100                 UPON OPER-CONSOLE
038200             MOVE "Y" TO SESSION-END-SW
038300         WHEN "A"
038400             PERFORM 3000-ADD-SUBSCRIPTION THRU 3000-EXIT
038500         WHEN "C"
038600             PERFORM 3100-CHANGE-FILTERS THRU 3100-EXIT
038700         WHEN "S"
038800             PERFORM 3200-SET-STATUS THRU 3200-EXIT
038900         WHEN "R"
039000             PERFORM 3200-SET-STATUS THRU 3200-EXIT
039100         WHEN "X"
039200             PERFORM 3300-RETIRE-SUBSCRIBER THRU 3300-EXIT
039300         WHEN "I"
039400             PERFORM 3400-INQUIRE THRU 3400-EXIT
039500         WHEN "E"
039600             MOVE "Y" TO SESSION-END-SW
039700         WHEN OTHER
039800             DISPLAY "UNKNOWN ACTION " ACTION-CODE
039900                 UPON OPER-CONSOLE
040000     END-EVALUATE.
040100 2000-EXIT.
040200     EXIT.
040300*****************************************************************
040400*  2100-CHECK-AUTHORITY - MAP THE ACTION TO ITS AUTHORITY       *
040500*  CLASS AND ASK AUTHCHK.  END, BLANK AND UNKNOWN ACTIONS NEED  *
040600*  NO AUTHORITY.                                                *
040700*****************************************************************
040800 2100-CHECK-AUTHORITY.
040900     MOVE "Y" TO AUTH-OK-SW.
041000     MOVE SPACES TO AUTH-ACTION-CLASS.
041100     EVALUATE ACTION-CODE
041200         WHEN "I"
041300             MOVE "I" TO AUTH-ACTION-CLASS
041400         WHEN "A"
041500         WHEN "C"
041600             MOVE "U" TO AUTH-ACTION-CLASS
041700         WHEN "S"
041800         WHEN "R"
041900         WHEN "X"
042000             MOVE "D" TO AUTH-ACTION-CLASS
042100     END-EVALUATE.
042200     IF AUTH-ACTION-CLASS = SPACES
042300         GO TO 2100-EXIT.
042400     MOVE ACTION-CODE TO AUTH-ACTION-CODE.
042500     PERFORM 2150-CALL-AUTHCHK THRU 2150-EXIT.
042600     IF NOT ACTION-AUTHORIZED
042700         DISPLAY "ACTION " ACTION-CODE " NOT AUTHORIZED FOR "
042800             OPERATOR-ID UPON OPER-CONSOLE.
042900 2100-EXIT.
043000     EXIT.
043100 2150-CALL-AUTHCHK.
043200     MOVE OPERATOR-ID TO AUTH-USER-ID.
043300     MOVE SPACES TO AUTH-RETURN-CODE.
043400     CALL "AUTHCHK" USING AUTH-PARAMETER-AREA.
043500     IF AUTH-RETURN-CODE = "00"
043600         MOVE "Y" TO AUTH-OK-SW
043700     ELSE
043800         MOVE "N" TO AUTH-OK-SW.
043900 2150-EXIT.
044000     EXIT.
044100*****************************************************************
044200*  3000-ADD-SUBSCRIPTION - ADD A FILTER PAIR FOR A SUBSCRIBER,  *
044300*  ONBOARDING THE SUBSCRIBER FIRST WHEN IT HAS NO QUEUE.  A     *
044400*  RETIRED SUBSCRIPTION WITH THE SAME FILTERS IS RE-ADDED IN    *
044500*  PLACE.                                                       *
044600*****************************************************************
044700 3000-ADD-SUBSCRIPTION.
044800     PERFORM 4000-ACCEPT-KEY THRU 4000-EXIT.
044900     IF WORK-SUBSCRIBER-ID = SPACES
045000         GO TO 3000-EXIT.
045100     PERFORM 4100-FIND-SUBSCRIPTION THRU 4100-EXIT.
045200     IF SUBS-FOUND-I > ZERO
045300         IF STB-STATUS (SUBS-FOUND-I) NOT = "I"
045400             DISPLAY "SUBSCRIPTION EXISTS FOR " WORK-SUBSCRIBER-ID
045500                 " - STATUS " STB-STATUS (SUBS-FOUND-I)
045600                 " - USE C, S OR R - ADD REFUSED"
045700                 UPON OPER-CONSOLE
045800             GO TO 3000-EXIT
045900         END-IF
046000     ELSE
046100     IF SUBS-COUNT NOT < SUBS-MAX
046200         DISPLAY "SUBSCRIPTION TABLE FULL - ADD REFUSED"
046300             UPON OPER-CONSOLE
046400         GO TO 3000-EXIT.
046500     MOVE SUBS-FOUND-I TO SUBS-TARGET-I.
046600     PERFORM 4200-FIND-ROUTE THRU 4200-EXIT.
046700     IF ROUTE-FOUND-I = ZERO
046800         OR RTB-STATUS (ROUTE-FOUND-I) NOT = "A"
046900         PERFORM 4500-ONBOARD-SUBSCRIBER THRU 4500-EXIT
047000         IF NOT ONBOARD-OK
047100             GO TO 3000-EXIT
047200         END-IF
047300     END-IF.
047400     MOVE "S" TO JOURNAL-TYPE.
047500     MOVE "A" TO JOURNAL-ACTION.
047600     IF SUBS-TARGET-I > ZERO
047700         MOVE SUBS-TARGET-I TO SUBS-FOUND-I
047800         PERFORM 4600-BUILD-IMAGE THRU 4600-EXIT
047900         MOVE WORK-IMAGE TO WORK-BEFORE-IMAGE
048000     ELSE
048100         MOVE SPACES TO WORK-BEFORE-IMAGE
048200         ADD 1 TO SUBS-COUNT
048300         MOVE SUBS-COUNT TO SUBS-FOUND-I
048400         MOVE SPACES TO SUBS-ENTRY (SUBS-FOUND-I)
048500         MOVE WORK-SUBSCRIBER-ID
048600             TO STB-SUBSCRIBER-ID (SUBS-FOUND-I)
048700         MOVE WORK-CUSTOMER-FILTER
048800             TO STB-CUSTOMER-FILTER (SUBS-FOUND-I)
048900         MOVE WORK-STATUS-FILTER
049000             TO STB-STATUS-FILTER (SUBS-FOUND-I).
049100     MOVE "A" TO STB-STATUS (SUBS-FOUND-I).
049200     PERFORM 4400-STAMP-SUBSCRIPTION THRU 4400-EXIT.
049300     PERFORM 4700-JOURNAL-CHANGE THRU 4700-EXIT.
049400     DISPLAY "SUBSCRIPTION ADDED FOR " WORK-SUBSCRIBER-ID
049500         " ON QUEUE " RTB-QUEUE-DD (ROUTE-FOUND-I)
049600         UPON OPER-CONSOLE.
049700 3000-EXIT.
049800     EXIT.
049900*****************************************************************
050000*  3100-CHANGE-FILTERS - REPLACE THE FILTERS OF A SUBSCRIPTION  *
050100*****************************************************************
050200 3100-CHANGE-FILTERS.
050300     PERFORM 4050-ACCEPT-EXISTING THRU 4050-EXIT.
050400     IF SUBS-FOUND-I = ZERO
050500         GO TO 3100-EXIT.
050600     MOVE SUBS-FOUND-I TO SUBS-TARGET-I.
050700     PERFORM 3450-SHOW-SUBSCRIPTION THRU 3450-EXIT.
050800     DISPLAY "BLANK KEEPS THE CURRENT FILTER" UPON OPER-CONSOLE.
050900     DISPLAY "NEW CUSTOMER FILTER (CODE OR *ALL):"
051000         UPON OPER-CONSOLE.
051100     MOVE SPACES TO NEW-CUSTOMER-FILTER.
051200     ACCEPT NEW-CUSTOMER-FILTER FROM OPER-CONSOLE.
051300     IF NEW-CUSTOMER-FILTER = SPACES
051400         MOVE WORK-CUSTOMER-FILTER TO NEW-CUSTOMER-FILTER.
051500     DISPLAY "NEW STATUS FILTER (STATUS OR *ALL):"
051600         UPON OPER-CONSOLE.
051700     MOVE SPACES TO NEW-STATUS-FILTER.
051800     ACCEPT NEW-STATUS-FILTER FROM OPER-CONSOLE.
051900     IF NEW-STATUS-FILTER = SPACES
052000         MOVE WORK-STATUS-FILTER TO NEW-STATUS-FILTER.
052100     IF NEW-CUSTOMER-FILTER = WORK-CUSTOMER-FILTER
052200         AND NEW-STATUS-FILTER = WORK-STATUS-FILTER
052300         DISPLAY "NO CHANGE ENTERED - UNCHANGED"
052400             UPON OPER-CONSOLE
052500         GO TO 3100-EXIT.
052600     MOVE NEW-CUSTOMER-FILTER TO WORK-CUSTOMER-FILTER.
052700     MOVE NEW-STATUS-FILTER TO WORK-STATUS-FILTER.
052800     PERFORM 4100-FIND-SUBSCRIPTION THRU 4100-EXIT.
052900     IF SUBS-FOUND-I > ZERO
053000         DISPLAY "SUBSCRIPTION EXISTS FOR THE NEW FILTERS - "
053100             "CHANGE REFUSED" UPON OPER-CONSOLE
053200         GO TO 3100-EXIT.
053300     MOVE SUBS-TARGET-I TO SUBS-FOUND-I.
053400     MOVE "S" TO JOURNAL-TYPE.
053500     PERFORM 4600-BUILD-IMAGE THRU 4600-EXIT.
053600     MOVE WORK-IMAGE TO WORK-BEFORE-IMAGE.
053700     MOVE "C" TO JOURNAL-ACTION.
053800     MOVE NEW-CUSTOMER-FILTER
053900         TO STB-CUSTOMER-FILTER (SUBS-FOUND-I).
054000     MOVE NEW-STATUS-FILTER TO STB-STATUS-FILTER (SUBS-FOUND-I).
054100     PERFORM 4400-STAMP-SUBSCRIPTION THRU 4400-EXIT.
054200     PERFORM 4700-JOURNAL-CHANGE THRU 4700-EXIT.
054300     DISPLAY "SUBSCRIPTION CHANGED FOR " WORK-SUBSCRIBER-ID
054400         UPON OPER-CONSOLE.
054500 3100-EXIT.
054600     EXIT.
054700*****************************************************************
054800*  3200-SET-STATUS - SUSPEND (S) OR RESUME (R) A SUBSCRIPTION   *
054900*****************************************************************
055000 3200-SET-STATUS.
055100     PERFORM 4050-ACCEPT-EXISTING THRU 4050-EXIT.
055200     IF SUBS-FOUND-I = ZERO
055300         GO TO 3200-EXIT.
055400     IF ACTION-CODE = "S" AND STB-STATUS (SUBS-FOUND-I) = "S"
055500         DISPLAY "SUBSCRIPTION ALREADY SUSPENDED"
055600             UPON OPER-CONSOLE
055700         GO TO 3200-EXIT.
055800     IF ACTION-CODE = "R" AND STB-STATUS (SUBS-FOUND-I) = "A"
055900         DISPLAY "SUBSCRIPTION ALREADY ACTIVE" UPON OPER-CONSOLE
056000         GO TO 3200-EXIT.
056100     MOVE "S" TO JOURNAL-TYPE.
056200     PERFORM 4600-BUILD-IMAGE THRU 4600-EXIT.
056300     MOVE WORK-IMAGE TO WORK-BEFORE-IMAGE.
056400     MOVE ACTION-CODE TO JOURNAL-ACTION.
056500     IF ACTION-CODE = "S"
056600         MOVE "S" TO STB-STATUS (SUBS-FOUND-I)
056700     ELSE
056800         MOVE "A" TO STB-STATUS (SUBS-FOUND-I).
056900     PERFORM 4400-STAMP-SUBSCRIPTION THRU 4400-EXIT.
057000     PERFORM 4700-JOURNAL-CHANGE THRU 4700-EXIT.
057100     IF ACTION-CODE = "S"
057200         DISPLAY "SUBSCRIPTION SUSPENDED FOR " WORK-SUBSCRIBER-ID
057300             UPON OPER-CONSOLE
057400     ELSE
057500         DISPLAY "SUBSCRIPTION RESUMED FOR " WORK-SUBSCRIBER-ID
057600             UPON OPER-CONSOLE.
057700 3200-EXIT.
057800     EXIT.
057900*****************************************************************
058000*  3300-RETIRE-SUBSCRIBER - OFFBOARD A SUBSCRIBER: RETIRE EVERY *
058100*  SUBSCRIPTION, RELEASE THE QUEUE AND REMOVE THE CURSOR        *
058200*****************************************************************
058300 3300-RETIRE-SUBSCRIBER.
058400     DISPLAY "SUBSCRIBER ID:" UPON OPER-CONSOLE.
058500     MOVE SPACES TO WORK-SUBSCRIBER-ID.
058600     ACCEPT WORK-SUBSCRIBER-ID FROM OPER-CONSOLE.
058700     IF WORK-SUBSCRIBER-ID = SPACES
058800         DISPLAY "NO SUBSCRIBER ID ENTERED" UPON OPER-CONSOLE
058900         GO TO 3300-EXIT.
059000     PERFORM 4200-FIND-ROUTE THRU 4200-EXIT.
059100     PERFORM 4300-FIND-CURSOR THRU 4300-EXIT.
059200     MOVE ZERO TO RETIRED-COUNT.
059300     PERFORM 3350-RETIRE-IF-SUBSCRIBER THRU 3350-EXIT
059400         VARYING SUBS-I FROM 1 BY 1
059500         UNTIL SUBS-I > SUBS-COUNT.
059600     MOVE SPACES TO WORK-QUEUE-DD.
059700     IF ROUTE-FOUND-I > ZERO
059800         IF RTB-STATUS (ROUTE-FOUND-I) = "A"
059900             MOVE "Q" TO JOURNAL-TYPE
060000             PERFORM 4600-BUILD-IMAGE THRU 4600-EXIT
060100             MOVE WORK-IMAGE TO WORK-BEFORE-IMAGE
060200             MOVE "X" TO JOURNAL-ACTION
060300             MOVE "R" TO RTB-STATUS (ROUTE-FOUND-I)
060400             MOVE RTB-QUEUE-DD (ROUTE-FOUND-I) TO WORK-QUEUE-DD
060500             PERFORM 4410-STAMP-ROUTE THRU 4410-EXIT
060600             PERFORM 4700-JOURNAL-CHANGE THRU 4700-EXIT
060700         END-IF
060800     END-IF.
060900     IF CURS-FOUND-I > ZERO
061000         PERFORM 4850-REMOVE-CURSOR THRU 4850-EXIT.
061100     IF RETIRED-COUNT = ZERO AND WORK-QUEUE-DD = SPACES
061200         AND CURS-FOUND-I = ZERO
061300         DISPLAY "NOTHING TO RETIRE FOR " WORK-SUBSCRIBER-ID
061400             UPON OPER-CONSOLE
061500         GO TO 3300-EXIT.
061600     DISPLAY "SUBSCRIBER " WORK-SUBSCRIBER-ID " RETIRED - "
061700         RETIRED-COUNT " SUBSCRIPTIONS" UPON OPER-CONSOLE.
061800     IF WORK-QUEUE-DD NOT = SPACES
061900         DISPLAY "QUEUE " WORK-QUEUE-DD " RELEASED"
062000             UPON OPER-CONSOLE.
062100     IF CURS-FOUND-I > ZERO
062200         DISPLAY "PNCEVTCU CURSOR REMOVED" UPON OPER-CONSOLE.
062300 3300-EXIT.
062400     EXIT.
062500 3350-RETIRE-IF-SUBSCRIBER.
062600     IF STB-SUBSCRIBER-ID (SUBS-I) NOT = WORK-SUBSCRIBER-ID
062700         OR STB-STATUS (SUBS-I) = "I"
062800         GO TO 3350-EXIT.
062900     MOVE SUBS-I TO SUBS-FOUND-I.
063000     MOVE "S" TO JOURNAL-TYPE.
063100     PERFORM 4600-BUILD-IMAGE THRU 4600-EXIT.
063200     MOVE WORK-IMAGE TO WORK-BEFORE-IMAGE.
063300     MOVE "X" TO JOURNAL-ACTION.
063400     MOVE "I" TO STB-STATUS (SUBS-FOUND-I).
063500     PERFORM 4400-STAMP-SUBSCRIPTION THRU 4400-EXIT.
063600     PERFORM 4700-JOURNAL-CHANGE THRU 4700-EXIT.
063700     ADD 1 TO RETIRED-COUNT.
063800 3350-EXIT.
063900     EXIT.
064000*****************************************************************
064100*  3400-INQUIRE - SHOW A SUBSCRIBER'S QUEUE, CURSOR AND         *
064200*  SUBSCRIPTIONS, OR THE WHOLE ROUTING TABLE                    *
064300*****************************************************************
064400 3400-INQUIRE.
064500     DISPLAY "SUBSCRIBER ID (BLANK LISTS THE QUEUE ROUTES):"
064600         UPON OPER-CONSOLE.
064700     MOVE SPACES TO WORK-SUBSCRIBER-ID.
064800     ACCEPT WORK-SUBSCRIBER-ID FROM OPER-CONSOLE.
064900     IF WORK-SUBSCRIBER-ID = SPACES
065000         PERFORM 3480-LIST-ROUTES THRU 3480-EXIT
065100         GO TO 3400-EXIT.
065200     PERFORM 4200-FIND-ROUTE THRU 4200-EXIT.
065300     IF ROUTE-FOUND-I = ZERO
065400         DISPLAY "NO QUEUE ROUTE FOR " WORK-SUBSCRIBER-ID
065500             UPON OPER-CONSOLE
065600     ELSE
065700         PERFORM 3470-SHOW-ROUTE THRU 3470-EXIT.
065800     PERFORM 4300-FIND-CURSOR THRU 4300-EXIT.
065900     IF CURS-FOUND-I > ZERO
066000         DISPLAY "CONFIRMED THROUGH "
066100             CTB-CONFIRMED-TS (CURS-FOUND-I) UPON OPER-CONSOLE.
066200     MOVE ZERO TO SHOWN-COUNT.
066300     PERFORM 3420-SHOW-IF-SUBSCRIBER THRU 3420-EXIT
066400         VARYING SUBS-I FROM 1 BY 1
066500         UNTIL SUBS-I > SUBS-COUNT.
066600     IF SHOWN-COUNT = ZERO
066700         DISPLAY "NO SUBSCRIPTION FOR " WORK-SUBSCRIBER-ID
066800             UPON OPER-CONSOLE.
066900 3400-EXIT.
067000     EXIT.
067100 3420-SHOW-IF-SUBSCRIBER.
067200     IF STB-SUBSCRIBER-ID (SUBS-I) NOT = WORK-SUBSCRIBER-ID
067300         GO TO 3420-EXIT.
067400     ADD 1 TO SHOWN-COUNT.
067500     MOVE SUBS-I TO SUBS-FOUND-I.
067600     PERFORM 3450-SHOW-SUBSCRIPTION THRU 3450-EXIT.
067700 3420-EXIT.
067800     EXIT.
067900 3450-SHOW-SUBSCRIPTION.
068000     DISPLAY STB-SUBSCRIBER-ID (SUBS-FOUND-I)
068100         " CUSTOMER " STB-CUSTOMER-FILTER (SUBS-FOUND-I)
068200         " STATUS " STB-STATUS-FILTER (SUBS-FOUND-I)
068300         " " STB-STATUS (SUBS-FOUND-I)
068400         " BY " STB-MAINT-USER (SUBS-FOUND-I)
068500         UPON OPER-CONSOLE.
068600 3450-EXIT.
068700     EXIT.
068800 3470-SHOW-ROUTE.
068900     DISPLAY RTB-SUBSCRIBER-ID (ROUTE-FOUND-I)
069000         " QUEUE " RTB-QUEUE-DD (ROUTE-FOUND-I)
069100         " " RTB-STATUS (ROUTE-FOUND-I)
069200         " BY " RTB-MAINT-USER (ROUTE-FOUND-I)
069300         " " RTB-MAINT-TIMESTAMP (ROUTE-FOUND-I)
069400         UPON OPER-CONSOLE.
069500 3470-EXIT.
069600     EXIT.
069700 3480-LIST-ROUTES.
069800     IF ROUTE-COUNT = ZERO
069900         DISPLAY "NO QUEUE ROUTES" UPON OPER-CONSOLE
070000         GO TO 3480-EXIT.
070100     PERFORM 3490-SHOW-ONE-ROUTE THRU 3490-EXIT
070200         VARYING ROUTE-I FROM 1 BY 1
070300         UNTIL ROUTE-I > ROUTE-COUNT.
070400 3480-EXIT.
070500     EXIT.
070600 3490-SHOW-ONE-ROUTE.
070700     MOVE ROUTE-I TO ROUTE-FOUND-I.
070800     PERFORM 3470-SHOW-ROUTE THRU 3470-EXIT.
070900 3490-EXIT.
071000     EXIT.
071100*****************************************************************
071200*  4000-ACCEPT-KEY - PROMPT FOR A SUBSCRIBER AND ITS FILTERS.   *
071300*  A BLANK FILTER MEANS *ALL.                                   *
071400*****************************************************************
071500 4000-ACCEPT-KEY.
071600     DISPLAY "SUBSCRIBER ID:" UPON OPER-CONSOLE.
071700     MOVE SPACES TO WORK-SUBSCRIBER-ID.
071800     ACCEPT WORK-SUBSCRIBER-ID FROM OPER-CONSOLE.
071900     IF WORK-SUBSCRIBER-ID = SPACES
072000         DISPLAY "NO SUBSCRIBER ID ENTERED" UPON OPER-CONSOLE
072100         GO TO 4000-EXIT.
072200     DISPLAY "CUSTOMER FILTER (CODE, BLANK = *ALL):"
072300         UPON OPER-CONSOLE.
072400     MOVE SPACES TO WORK-CUSTOMER-FILTER.
072500     ACCEPT WORK-CUSTOMER-FILTER FROM OPER-CONSOLE.
072600     IF WORK-CUSTOMER-FILTER = SPACES
072700         MOVE "*ALL" TO WORK-CUSTOMER-FILTER.
072800     DISPLAY "STATUS FILTER (STATUS, BLANK = *ALL):"
072900         UPON OPER-CONSOLE.
073000     MOVE SPACES TO WORK-STATUS-FILTER.
073100     ACCEPT WORK-STATUS-FILTER FROM OPER-CONSOLE.
073200     IF WORK-STATUS-FILTER = SPACES
073300         MOVE "*ALL" TO WORK-STATUS-FILTER.
073400 4000-EXIT.
073500     EXIT.
073600*****************************************************************
073700*  4050-ACCEPT-EXISTING - PROMPT FOR A SUBSCRIPTION THAT IS NOT *
073800*  RETIRED.  SUBS-FOUND-I IS ZERO WHEN THERE IS NOTHING TO ACT  *
073900*  ON.                                                          *
074000*****************************************************************
074100 4050-ACCEPT-EXISTING.
074200     MOVE ZERO TO SUBS-FOUND-I.
074300     PERFORM 4000-ACCEPT-KEY THRU 4000-EXIT.
074400     IF WORK-SUBSCRIBER-ID = SPACES
074500         GO TO 4050-EXIT.
074600     PERFORM 4100-FIND-SUBSCRIPTION THRU 4100-EXIT.
074700     IF SUBS-FOUND-I = ZERO
074800         DISPLAY "NO SUBSCRIPTION FOR " WORK-SUBSCRIBER-ID
074900             " WITH THOSE FILTERS" UPON OPER-CONSOLE
075000         GO TO 4050-EXIT.
075100     IF STB-STATUS (SUBS-FOUND-I) = "I"
075200         DISPLAY "SUBSCRIPTION IS RETIRED - USE A TO RE-ADD"
075300             UPON OPER-CONSOLE
075400         MOVE ZERO TO SUBS-FOUND-I.
075500 4050-EXIT.
075600     EXIT.
075700*****************************************************************
075800*  4100-FIND-SUBSCRIPTION - ENTRY FOR SUBSCRIBER AND FILTERS    *
075900*****************************************************************
076000 4100-FIND-SUBSCRIPTION.
076100     MOVE ZERO TO SUBS-FOUND-I.
076200     IF SUBS-COUNT = ZERO
076300         GO TO 4100-EXIT.
076400     PERFORM 4150-SCAN-ONE THRU 4150-EXIT
076500         VARYING SUBS-I FROM 1 BY 1
076600         UNTIL SUBS-I > SUBS-COUNT
076700         OR SUBS-FOUND-I > ZERO.
076800 4100-EXIT.
076900     EXIT.
077000 4150-SCAN-ONE.
077100     IF STB-SUBSCRIBER-ID (SUBS-I) = WORK-SUBSCRIBER-ID
077200         AND STB-CUSTOMER-FILTER (SUBS-I) = WORK-CUSTOMER-FILTER
077300         AND STB-STATUS-FILTER (SUBS-I) = WORK-STATUS-FILTER
077400         MOVE SUBS-I TO SUBS-FOUND-I.
077500 4150-EXIT.
077600     EXIT.
077700*****************************************************************
077800*  4200-FIND-ROUTE - THE SUBSCRIBER'S ROUTING TABLE ENTRY       *
077900*****************************************************************
078000 4200-FIND-ROUTE.
078100     MOVE ZERO TO ROUTE-FOUND-I.
078200     IF ROUTE-COUNT = ZERO
078300         GO TO 4200-EXIT.
078400     PERFORM 4250-SCAN-ONE THRU 4250-EXIT
078500         VARYING ROUTE-I FROM 1 BY 1
078600         UNTIL ROUTE-I > ROUTE-COUNT
078700         OR ROUTE-FOUND-I > ZERO.
078800 4200-EXIT.
078900     EXIT.
079000 4250-SCAN-ONE.
079100     IF RTB-SUBSCRIBER-ID (ROUTE-I) = WORK-SUBSCRIBER-ID
079200         MOVE ROUTE-I TO ROUTE-FOUND-I.
079300 4250-EXIT.
079400     EXIT.
079500*****************************************************************
079600*  4300-FIND-CURSOR - THE SUBSCRIBER'S PNCEVTCU CURSOR          *
079700*****************************************************************
079800 4300-FIND-CURSOR.
079900     MOVE ZERO TO CURS-FOUND-I.
080000     IF CURS-COUNT = ZERO
080100         GO TO 4300-EXIT.
080200     PERFORM 4350-SCAN-ONE THRU 4350-EXIT
080300         VARYING CURS-I FROM 1 BY 1
080400         UNTIL CURS-I > CURS-COUNT
080500         OR CURS-FOUND-I > ZERO.
080600 4300-EXIT.
080700     EXIT.
080800 4350-SCAN-ONE.
080900     IF CTB-SUBSCRIBER-ID (CURS-I) = WORK-SUBSCRIBER-ID
081000         MOVE CURS-I TO CURS-FOUND-I.
081100 4350-EXIT.
081200     EXIT.
081300 4380-BUILD-STAMP.
081400     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD.
081500     ACCEPT RUN-TIME-HMS FROM TIME.
081600     MOVE SPACES TO STAMP-TIMESTAMP.
081700     STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY "-"
081800            RUN-HOUR "." RUN-MINUTE "." RUN-SECOND
081900            ".000000"
082000            DELIMITED BY SIZE INTO STAMP-TIMESTAMP.
082100 4380-EXIT.
082200     EXIT.
082300 4400-STAMP-SUBSCRIPTION.
082400     PERFORM 4380-BUILD-STAMP THRU 4380-EXIT.
082500     MOVE OPERATOR-ID TO STB-MAINT-USER (SUBS-FOUND-I).
082600     MOVE STAMP-TIMESTAMP
082700         TO STB-MAINT-TIMESTAMP (SUBS-FOUND-I).
082800     ADD 1 TO CHANGE-COUNT.
082900 4400-EXIT.
083000     EXIT.
083100 4410-STAMP-ROUTE.
083200     PERFORM 4380-BUILD-STAMP THRU 4380-EXIT.
083300     MOVE OPERATOR-ID TO RTB-MAINT-USER (ROUTE-FOUND-I).
083400     MOVE STAMP-TIMESTAMP
083500         TO RTB-MAINT-TIMESTAMP (ROUTE-FOUND-I).
083600     ADD 1 TO CHANGE-COUNT.
083700     ADD 1 TO ROUTE-CHANGE-COUNT.
083800 4410-EXIT.
083900     EXIT.
084000*****************************************************************
084100*  4500-ONBOARD-SUBSCRIBER - ROUTE THE SUBSCRIBER IN            *
084200*  WORK-SUBSCRIBER-ID TO A FREE QUEUE AND SEED ITS CURSOR AT    *
084300*  THE ONBOARDING TIME.  ROUTE-FOUND-I IS THE SUBSCRIBER'S      *
084400*  RELEASED ROUTE ENTRY, OR ZERO FOR A NEW SUBSCRIBER.  ON      *
084500*  RETURN ROUTE-FOUND-I IS THE ASSIGNED ENTRY.                  *
084600*****************************************************************
084700 4500-ONBOARD-SUBSCRIBER.
084800     MOVE "N" TO ONBOARD-OK-SW.
084900     IF ROUTE-FOUND-I = ZERO AND ROUTE-COUNT NOT < ROUTE-MAX
085000         DISPLAY "ROUTE TABLE FULL - ADD REFUSED"
085100             UPON OPER-CONSOLE
085200         GO TO 4500-EXIT.
085300     PERFORM 4300-FIND-CURSOR THRU 4300-EXIT.
085400     IF CURS-FOUND-I = ZERO AND CURS-COUNT NOT < CURS-MAX
085500         DISPLAY "CURSOR TABLE FULL - ADD REFUSED"
085600             UPON OPER-CONSOLE
085700         GO TO 4500-EXIT.
085800     PERFORM 4550-PICK-QUEUE THRU 4550-EXIT.
085900     IF QUEUE-FOUND-I = ZERO
086000         DISPLAY "NO FREE EVENT QUEUE IN THE POOL - ADD REFUSED"
086100             UPON OPER-CONSOLE
086200         GO TO 4500-EXIT.
086300     MOVE QUEUE-FOUND-I TO QDW-NUMBER.
086400     MOVE "Q" TO JOURNAL-TYPE.
086500     MOVE "A" TO JOURNAL-ACTION.
086600     IF ROUTE-FOUND-I > ZERO
086700         PERFORM 4600-BUILD-IMAGE THRU 4600-EXIT
086800         MOVE WORK-IMAGE TO WORK-BEFORE-IMAGE
086900     ELSE
087000         MOVE SPACES TO WORK-BEFORE-IMAGE
087100         ADD 1 TO ROUTE-COUNT
087200         MOVE ROUTE-COUNT TO ROUTE-FOUND-I
087300         MOVE SPACES TO ROUTE-ENTRY (ROUTE-FOUND-I)
087400         MOVE WORK-SUBSCRIBER-ID
087500             TO RTB-SUBSCRIBER-ID (ROUTE-FOUND-I).
087600     MOVE QUEUE-DD-WORK TO RTB-QUEUE-DD (ROUTE-FOUND-I).
087700     MOVE "A" TO RTB-STATUS (ROUTE-FOUND-I).
087800     PERFORM 4410-STAMP-ROUTE THRU 4410-EXIT.
087900     PERFORM 4700-JOURNAL-CHANGE THRU 4700-EXIT.
088000     IF CURS-FOUND-I = ZERO
088100         ADD 1 TO CURS-COUNT
088200         MOVE CURS-COUNT TO CURS-FOUND-I
088300         MOVE WORK-SUBSCRIBER-ID
088400             TO CTB-SUBSCRIBER-ID (CURS-FOUND-I).
088500     MOVE STAMP-TIMESTAMP TO CTB-CONFIRMED-TS (CURS-FOUND-I).
088600     ADD 1 TO CURS-CHANGE-COUNT.
088700     MOVE "Y" TO ONBOARD-OK-SW.
088800     DISPLAY "SUBSCRIBER " WORK-SUBSCRIBER-ID " ONBOARDED ON "
088900         "QUEUE " QUEUE-DD-WORK " - CURSOR SEEDED AT "
089000         STAMP-TIMESTAMP UPON OPER-CONSOLE.
089100     IF QST-STATE (QUEUE-FOUND-I) = "R"
089200         DISPLAY "QUEUE " QUEUE-DD-WORK " WAS RELEASED BY A "
089300             "RETIRED SUBSCRIBER - ARCHIVE AND EMPTY IT BEFORE "
089400             "THE NEXT EVENT RUN" UPON OPER-CONSOLE.
089500 4500-EXIT.
089600     EXIT.
089700*****************************************************************
089800*  4550-PICK-QUEUE - LOWEST NEVER-ASSIGNED QUEUE OF THE POOL,   *
089900*  ELSE THE LOWEST RELEASED ONE.  QUEUE-FOUND-I IS ZERO WHEN    *
090000*  EVERY QUEUE IS ASSIGNED.                                     *
090100*****************************************************************
090200 4550-PICK-QUEUE.
090300     MOVE ALL "N" TO QUEUE-STATE-AREA.
090400     PERFORM 4560-MARK-ROUTE THRU 4560-EXIT
090500         VARYING ROUTE-I FROM 1 BY 1
090600         UNTIL ROUTE-I > ROUTE-COUNT.
090700     MOVE ZERO TO QUEUE-FOUND-I.
090800     MOVE ZERO TO QUEUE-RELEASED-I.
090900     PERFORM 4570-CHECK-QUEUE THRU 4570-EXIT
091000         VARYING QUEUE-I FROM 1 BY 1
091100         UNTIL QUEUE-I > QUEUE-POOL-MAX
091200         OR QUEUE-FOUND-I > ZERO.
091300     IF QUEUE-FOUND-I = ZERO
091400         MOVE QUEUE-RELEASED-I TO QUEUE-FOUND-I.
091500 4550-EXIT.
091600     EXIT.
091700 4560-MARK-ROUTE.
091800     IF RTB-QUEUE-PREFIX (ROUTE-I) NOT = "PNCEVT"
091900         OR RTB-QUEUE-NUMBER (ROUTE-I) IS NOT NUMERIC
092000         GO TO 4560-EXIT.
092100     IF RTB-QUEUE-NUMBER (ROUTE-I) < 1
092200         OR RTB-QUEUE-NUMBER (ROUTE-I) > QUEUE-POOL-MAX
092300         GO TO 4560-EXIT.
092400     MOVE RTB-QUEUE-NUMBER (ROUTE-I) TO QUEUE-I.
092500     IF RTB-STATUS (ROUTE-I) = "A"
092600         MOVE "A" TO QST-STATE (QUEUE-I)
092700     ELSE
092800     IF QST-STATE (QUEUE-I) = "N"
092900         MOVE "R" TO QST-STATE (QUEUE-I).
093000 4560-EXIT.
093100     EXIT.
093200 4570-CHECK-QUEUE.
093300     IF QST-STATE (QUEUE-I) = "N"
093400         MOVE QUEUE-I TO QUEUE-FOUND-I
093500     ELSE
093600     IF QST-STATE (QUEUE-I) = "R" AND QUEUE-RELEASED-I = ZERO
093700         MOVE QUEUE-I TO QUEUE-RELEASED-I.
093800 4570-EXIT.
093900     EXIT.
094000*****************************************************************
094100*  4600-BUILD-IMAGE - THE RECORD IMAGE OF THE SUBSCRIPTION AT   *
094200*  SUBS-FOUND-I, OR OF THE ROUTE AT ROUTE-FOUND-I WHEN THE      *
094300*  JOURNAL TYPE IS Q, IN WORK-IMAGE                             *
094400*****************************************************************
094500 4600-BUILD-IMAGE.
094600     IF JOURNAL-TYPE = "Q"
094700         MOVE ROUTE-ENTRY (ROUTE-FOUND-I) TO WORK-IMAGE
094800     ELSE
094900         MOVE SUBS-ENTRY (SUBS-FOUND-I) TO WORK-IMAGE.
095000 4600-EXIT.
095100     EXIT.
095200*****************************************************************
095300*  4700-JOURNAL-CHANGE - STAGE ONE JOURNAL ENTRY.  THE BEFORE   *
095400*  IMAGE, TYPE AND ACTION ARE ALREADY SET; THE AFTER IMAGE IS   *
095500*  THE ENTRY AS IT NOW STANDS.  THE JOURNAL IS WRITTEN TOGETHER *
095600*  WITH THE FILE REWRITE AT SESSION END.                        *
095700*****************************************************************
095800 4700-JOURNAL-CHANGE.
095900     IF JRN-COUNT NOT < JRN-MAX
096000         DISPLAY "JOURNAL TABLE FULL - CHANGE NOT JOURNALED"
096100             UPON OPER-CONSOLE
096200         GO TO 4700-EXIT.
096300     PERFORM 4600-BUILD-IMAGE THRU 4600-EXIT.
096400     ADD 1 TO JRN-COUNT.
096500     MOVE JOURNAL-TYPE TO JTB-RECORD-TYPE (JRN-COUNT).
096600     MOVE JOURNAL-ACTION TO JTB-ACTION (JRN-COUNT).
096700     MOVE WORK-BEFORE-IMAGE TO JTB-BEFORE-IMAGE (JRN-COUNT).
096800     MOVE WORK-IMAGE TO JTB-AFTER-IMAGE (JRN-COUNT).
096900     MOVE STAMP-TIMESTAMP TO JTB-TIMESTAMP (JRN-COUNT).
097000 4700-EXIT.
097100     EXIT.
097200*****************************************************************
097300*  4850-REMOVE-CURSOR - DROP THE CURSOR AT CURS-FOUND-I,        *
097400*  CLOSING UP THE TABLE                                         *
097500*****************************************************************
097600 4850-REMOVE-CURSOR.
097700     PERFORM 4860-SHIFT-ONE THRU 4860-EXIT
097800         VARYING CURS-I FROM CURS-FOUND-I BY 1
097900         UNTIL CURS-I NOT < CURS-COUNT.
098000     SUBTRACT 1 FROM CURS-COUNT.
098100     ADD 1 TO CURS-CHANGE-COUNT.
098200     ADD 1 TO CHANGE-COUNT.
098300 4850-EXIT.
098400     EXIT.
098500 4860-SHIFT-ONE.
098600     MOVE CURS-ENTRY (CURS-I + 1) TO CURS-ENTRY (CURS-I).
098700 4860-EXIT.
098800     EXIT.
098820*****************************************************************
098840*  9000-WRAP-UP - THE ROUTING TABLE, CURSORS AND SUBSCRIPTIONS  *
098860*  HANG TOGETHER, SO NONE IS REWRITTEN UNLESS EVERY ONE THAT    *
098880*  CHANGED, AND THE JOURNAL, CAN BE OPENED.  ALL ARE OPENED     *
098900*  BEFORE ANY IS WRITTEN; THE SUBSCRIPTIONS GO OUT IN           *
098920*  SUBSCRIBER/FILTER ORDER.                                     *
098940*****************************************************************
098960 9000-WRAP-UP.
098980     IF CHANGE-COUNT = ZERO
099000         DISPLAY "NO CHANGES - PNCSUBSC NOT REWRITTEN"
099020             UPON OPER-CONSOLE
099040         GO TO 9000-EXIT.
099060     PERFORM 9050-CHECK-OUTPUTS THRU 9050-EXIT.
099080     IF OUTPUTS-AVAILABLE
099100         PERFORM 9060-OPEN-OUTPUTS THRU 9060-EXIT.
099120     IF NOT OUTPUTS-AVAILABLE
099140         PERFORM 9070-CLOSE-OUTPUTS THRU 9070-EXIT
099160         DISPLAY "SESSION NOT SAVED - NOTHING REWRITTEN"
099180             UPON OPER-CONSOLE
099200         MOVE 12 TO RETURN-CODE
099220         GO TO 9000-EXIT.
099240     IF ROUTE-CHANGE-COUNT > ZERO
099260         PERFORM 9400-WRITE-ROUTE THRU 9400-EXIT
099280             VARYING ROUTE-I FROM 1 BY 1
099300             UNTIL ROUTE-I > ROUTE-COUNT
099320         DISPLAY "PNCROUTE REWRITTEN - " ROUTE-COUNT " ROUTES"
099340             UPON OPER-CONSOLE.
099360     IF CURS-CHANGE-COUNT > ZERO
099380         PERFORM 9500-WRITE-CURSOR THRU 9500-EXIT
099400             VARYING CURS-I FROM 1 BY 1
099420             UNTIL CURS-I > CURS-COUNT
099440         DISPLAY "PNCEVTCU REWRITTEN - " CURS-COUNT
099460             " CURSORS" UPON OPER-CONSOLE.
099480     PERFORM 9100-SORT-TABLE THRU 9100-EXIT.
099500     PERFORM 9200-WRITE-ONE THRU 9200-EXIT
099520         VARYING SUBS-I FROM 1 BY 1
099540         UNTIL SUBS-I > SUBS-COUNT.
099560     PERFORM 9300-WRITE-JOURNAL THRU 9300-EXIT.
099580     PERFORM 9070-CLOSE-OUTPUTS THRU 9070-EXIT.
099600     DISPLAY "PNCSUBSC REWRITTEN - " SUBS-COUNT " ENTRIES, "
099620         CHANGE-COUNT " CHANGES BY " OPERATOR-ID
099640         UPON OPER-CONSOLE.
099660 9000-EXIT.
099680     EXIT.
099700*****************************************************************
099720*  9050-CHECK-OUTPUTS - OPEN EACH FILE TO BE REWRITTEN FOR      *
099740*  EXTEND AND CLOSE IT AGAIN, WHICH PROVES IT AVAILABLE WITHOUT *
099760*  DISTURBING IT.  A FILE NOT YET CREATED (35) IS CREATED       *
099780*  EMPTY, WHICH READS THE SAME AS A MISSING ONE.                *
099800*****************************************************************
099820 9050-CHECK-OUTPUTS.
099840     MOVE "Y" TO OUTPUT-OK-SW.
099860     IF ROUTE-CHANGE-COUNT > ZERO
099870         OPEN EXTEND ROUTE-FILE
099880         IF ROUTE-STATUS = "35"
099890             OPEN OUTPUT ROUTE-FILE
099900         END-IF
099910         IF ROUTE-STATUS = "00"
099920             CLOSE ROUTE-FILE
099930         ELSE
099940             DISPLAY "PNCROUTE UNAVAILABLE " ROUTE-STATUS
099950                 UPON OPER-CONSOLE
099960             MOVE "N" TO OUTPUT-OK-SW
099970         END-IF
100080     END-IF.
100100     IF CURS-CHANGE-COUNT > ZERO
100110         OPEN EXTEND CURS-FILE
100120         IF CURS-STATUS = "35"
100130             OPEN OUTPUT CURS-FILE
100140         END-IF
100150         IF CURS-STATUS = "00"
100160             CLOSE CURS-FILE
100170         ELSE
100180             DISPLAY "PNCEVTCU UNAVAILABLE " CURS-STATUS
100190                 UPON OPER-CONSOLE
100200             MOVE "N" TO OUTPUT-OK-SW
100210         END-IF
100320     END-IF.
100330     OPEN EXTEND SUBS-FILE.
100340     IF SUBS-STATUS = "35"
100350         OPEN OUTPUT SUBS-FILE.
100360     IF SUBS-STATUS = "00"
100370         CLOSE SUBS-FILE
100380     ELSE
100390         DISPLAY "PNCSUBSC UNAVAILABLE " SUBS-STATUS
100400             UPON OPER-CONSOLE
100410         MOVE "N" TO OUTPUT-OK-SW.
100500 9050-EXIT.
100520     EXIT.
100540*****************************************************************
100560*  9060-OPEN-OUTPUTS - THE JOURNAL FIRST, SINCE OPENING IT      *
100580*  CHANGES NOTHING, THEN THE FILES TO BE REWRITTEN              *
100600*****************************************************************
100620 9060-OPEN-OUTPUTS.
100640     IF JRN-COUNT > ZERO
100660         OPEN EXTEND JRNL-FILE
100680         IF JRNL-STATUS NOT = "00"
100700             OPEN OUTPUT JRNL-FILE
100720         END-IF
100740         IF JRNL-STATUS NOT = "00"
100760             DISPLAY "PNCSJRNL OPEN ERROR " JRNL-STATUS
100780                 UPON OPER-CONSOLE
100800             MOVE "N" TO OUTPUT-OK-SW
100820             GO TO 9060-EXIT
100840         END-IF
100860         MOVE "Y" TO JRNL-OPEN-SW.
100880     IF ROUTE-CHANGE-COUNT > ZERO
100900         OPEN OUTPUT ROUTE-FILE
100920         IF ROUTE-STATUS NOT = "00"
100940             DISPLAY "PNCROUTE REWRITE OPEN ERROR " ROUTE-STATUS
100960                 UPON OPER-CONSOLE
100980             MOVE "N" TO OUTPUT-OK-SW
101000             GO TO 9060-EXIT
101020         END-IF
101040         MOVE "Y" TO ROUTE-OPEN-SW.
101060     IF CURS-CHANGE-COUNT > ZERO
101080         OPEN OUTPUT CURS-FILE
101100         IF CURS-STATUS NOT = "00"
101120             DISPLAY "PNCEVTCU REWRITE OPEN ERROR " CURS-STATUS
101140                 UPON OPER-CONSOLE
101160             MOVE "N" TO OUTPUT-OK-SW
101180             GO TO 9060-EXIT
101200         END-IF
101220         MOVE "Y" TO CURS-OPEN-SW.
101240     OPEN OUTPUT SUBS-FILE.
101260     IF SUBS-STATUS NOT = "00"
101280         DISPLAY "PNCSUBSC REWRITE OPEN ERROR " SUBS-STATUS
101300             UPON OPER-CONSOLE
101320         MOVE "N" TO OUTPUT-OK-SW
101340         GO TO 9060-EXIT.
101360     MOVE "Y" TO SUBS-OPEN-SW.
101380 9060-EXIT.
101400     EXIT.
101420 9070-CLOSE-OUTPUTS.
101440     IF JOURNAL-OPEN
101460         CLOSE JRNL-FILE
101480         MOVE "N" TO JRNL-OPEN-SW.
101500     IF ROUTE-OPEN
101520         CLOSE ROUTE-FILE
101540         MOVE "N" TO ROUTE-OPEN-SW.
101560     IF CURSORS-OPEN
101580         CLOSE CURS-FILE
101600         MOVE "N" TO CURS-OPEN-SW.
101620     IF SUBSCRIPTIONS-OPEN
101640         CLOSE SUBS-FILE
101660         MOVE "N" TO SUBS-OPEN-SW.
101680 9070-EXIT.
101700     EXIT.
104500 9100-SORT-TABLE.
104600     IF SUBS-COUNT < 2
104700         GO TO 9100-EXIT.
104800     PERFORM 9150-SORT-PASS THRU 9150-EXIT
104900         VARYING SUBS-I FROM 1 BY 1
105000         UNTIL SUBS-I NOT < SUBS-COUNT.
105100 9100-EXIT.
105200     EXIT.
105300 9150-SORT-PASS.
105400     PERFORM 9160-SORT-COMPARE THRU 9160-EXIT
105500         VARYING SUBS-FOUND-I FROM 1 BY 1
105600         UNTIL SUBS-FOUND-I NOT < SUBS-COUNT.
105700 9150-EXIT.
105800     EXIT.
105900 9160-SORT-COMPARE.
106000     IF STB-KEY (SUBS-FOUND-I) > STB-KEY (SUBS-FOUND-I + 1)
106100         MOVE SUBS-ENTRY (SUBS-FOUND-I) TO SWAP-ENTRY
106200         MOVE SUBS-ENTRY (SUBS-FOUND-I + 1)
106300             TO SUBS-ENTRY (SUBS-FOUND-I)
106400         MOVE SWAP-ENTRY TO SUBS-ENTRY (SUBS-FOUND-I + 1).
106500 9160-EXIT.
106600     EXIT.
106700 9200-WRITE-ONE.
106800     MOVE SUBS-ENTRY (SUBS-I) TO SUBS-RECORD.
106900     WRITE SUBS-RECORD.
107000 9200-EXIT.
107100     EXIT.
107200*****************************************************************
107300*  9300-WRITE-JOURNAL - APPEND THE SESSION JOURNAL ENTRIES      *
107400*****************************************************************
107500 9300-WRITE-JOURNAL.
107600     IF JRN-COUNT = ZERO
107700         GO TO 9300-EXIT.
108600     PERFORM 9350-WRITE-ONE-JOURNAL THRU 9350-EXIT
108700         VARYING JRN-I FROM 1 BY 1
108800         UNTIL JRN-I > JRN-COUNT.
109000     DISPLAY "PNCSJRNL WRITTEN - " JRN-COUNT " ENTRIES"
109100         UPON OPER-CONSOLE.
109200 9300-EXIT.
109300     EXIT.
109400 9350-WRITE-ONE-JOURNAL.
109500     MOVE SPACES TO JRNL-RECORD.
109600     MOVE JTB-RECORD-TYPE (JRN-I) TO SBM-J-RECORD-TYPE.
109700     MOVE JTB-ACTION (JRN-I) TO SBM-J-ACTION.
109800     MOVE JTB-BEFORE-IMAGE (JRN-I) TO SBM-J-BEFORE-IMAGE.
109900     MOVE JTB-AFTER-IMAGE (JRN-I) TO SBM-J-AFTER-IMAGE.
110000     MOVE OPERATOR-ID TO SBM-J-OPERATOR.
110100     MOVE JTB-TIMESTAMP (JRN-I) TO SBM-J-TIMESTAMP.
110200     WRITE JRNL-RECORD.
110300 9350-EXIT.
110400     EXIT.
110500 9400-WRITE-ROUTE.
110600     MOVE ROUTE-ENTRY (ROUTE-I) TO ROUTE-RECORD.
110700     WRITE ROUTE-RECORD.
110800 9400-EXIT.
110900     EXIT.
111000 9500-WRITE-CURSOR.
111100     MOVE CURS-ENTRY (CURS-I) TO CURS-RECORD.
111200     WRITE CURS-RECORD.
111300 9500-EXIT.
111400     EXIT.
