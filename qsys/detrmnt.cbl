000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DETRMNT.
000300 AUTHOR. R J MARINO.
000400 INSTALLATION. NATIONAL RETAIL SYSTEMS - NORTH BERGEN NJ.
000500 DATE-WRITTEN. OCTOBER 2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  DETRMNT - DETENTION RATE MAINTENANCE                         *
000900*                                                               *
001000*  CONVERSATIONAL MAINTENANCE OF THE DETNRATE DETENTION RATE    *
001100*  MASTER READ BY DETNBILL AND DETNACCR.  EACH RATE IS KEPT     *
001200*  BY CUSTOMER CODE AND ASSET TYPE WITH EFFECTIVE DATES, SO A   *
001300*  RATE CHANGE IS MADE BY CLOSING THE CURRENT ENTRY (ACTION T)  *
001400*  AND ADDING ITS SUCCESSOR; EVERY CHARGE IS THEN PRICED AT     *
001500*  THE RATE IN EFFECT ON THE DAY ITS DETENTION STARTED.  AN     *
001600*  ENTRY KEYED IN ERROR IS DEACTIVATED (ACTION D) AND IS NO     *
001700*  LONGER USED FOR PRICING.  EVERY TOUCHED ENTRY IS STAMPED     *
001800*  WITH THE OPERATOR AND A TIMESTAMP.  THE FILE IS REWRITTEN    *
001900*  WHEN THE SESSION ENDS; AN ABANDONED SESSION CHANGES NOTHING. *
002000*  EVERY APPLIED CHANGE IS JOURNALED TO DETRJRNL WITH THE       *
002100*  BEFORE AND AFTER RECORD IMAGES, THE OPERATOR AND A           *
002200*  TIMESTAMP, WRITTEN TOGETHER WITH THE FILE REWRITE SO THE     *
002300*  JOURNAL NEVER SHOWS A CHANGE THAT WAS NOT APPLIED.           *
002320*  AN ADDED ENTRY IS OPEN-ENDED, SO AN ADD IS REFUSED WHEN ANY  *
002340*  ACTIVE ENTRY FOR THE KEY IS IN EFFECT ON OR AFTER THE NEW    *
002360*  EFFECTIVE-FROM DATE.                                         *
002400*                                                               *
002500*  RATES ARE TIERED.  THE FIRST FREE-HOURS OF DETENTION ARE     *
002600*  NOT CHARGED.  FROM THERE UP TO THE TIER LIMIT (HOURS OF      *
002700*  DETENTION COUNTED FROM THE START) THE FIRST-TIER RATE        *
002800*  APPLIES, AND BEYOND THE LIMIT THE UPPER-TIER RATE.  A ZERO   *
002900*  TIER LIMIT IS A SINGLE RATE.  ON A DAILY BASIS THE HOURS IN  *
003000*  EACH TIER ARE BILLED AS DAYS, THE FIRST TIER ROUNDED UP TO   *
003100*  WHOLE DAYS.                                                  *
003200*                                                               *
003300*  JOURNAL RECORD (DETRJRNL, 285 BYTES):                        *
003400*     ACTION        X(1)   A=ADD T=EFFECTIVE-TO D=DEACTIVATE    *
003500*     BEFORE IMAGE  X(124) BLANK FOR AN ADD                     *
003600*     AFTER IMAGE   X(124)                                      *
003700*     OPERATOR      X(10)                                       *
003800*     TIMESTAMP     X(26)                                       *
003900*                                                               *
004000*  DETNRATE RECORD (124 BYTES):                                 *
004100*     CUSTOMER CODE      X(25)                                  *
004200*     ASSET TYPE         X(25)  "*ALL" OR SPECIFIC TYPE         *
004300*     FREE HOURS         9(3)                                   *
004400*     RATE BASIS         X(1)   H=HOURLY  D=DAILY               *
004500*     FIRST-TIER RATE    S9(5)V99 COMP-3                        *
004600*     TIER LIMIT HOURS   9(5)   ZERO = SINGLE RATE              *
004700*     UPPER-TIER RATE    S9(5)V99 COMP-3                        *
004800*     EFFECTIVE FROM     X(10)  YYYY-MM-DD                      *
004900*     EFFECTIVE TO       X(10)  YYYY-MM-DD OR BLANK = OPEN      *
005000*     STATUS             X(1)   A=ACTIVE  I=INACTIVE            *
005100*     MAINTENANCE USER   X(10)                                  *
005200*     MAINTENANCE TIME   X(26)                                  *
005300*  THE FIRST 58 BYTES ARE THE ORIGINAL RATE RECORD.  AN ENTRY   *
005400*  CARRIED FORWARD FROM THE 58-BYTE FILE (SPACES BEYOND BYTE    *
005500*  58) IS READ AS A SINGLE RATE, ACTIVE AND IN EFFECT FROM THE  *
005600*  BEGINNING.                                                   *
005700*****************************************************************
005800*  MODIFICATION HISTORY                                         *
005900*  10/15/26  RJM  NEW PROGRAM.                                  *
005920*  10/15/26  RJM  CHECK OPERATOR AUTHORITY (AUTHCHK) AT SIGN-ON *
005940*                 AND BEFORE EVERY ACTION.                      *
006000*****************************************************************
006100 ENVIRONMENT DIVISION.
006200 CONFIGURATION SECTION.
006300 SPECIAL-NAMES.
006400     CONSOLE IS OPER-CONSOLE.
006500 INPUT-OUTPUT SECTION.
006600 FILE-CONTROL.
006700     SELECT RATE-FILE ASSIGN TO DETNRATE
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS RATE-STATUS.
007000     SELECT JRNL-FILE ASSIGN TO DETRJRNL
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS JRNL-STATUS.
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  RATE-FILE
007600     RECORD CONTAINS 124 CHARACTERS.
007700 01  RATE-RECORD.
007800     05  DRM-F-CUSTOMER-CODE     PIC X(25).
007900     05  DRM-F-ASSET-TYPE        PIC X(25).
008000     05  DRM-F-FREE-HOURS        PIC 9(03).
008100     05  DRM-F-RATE-BASIS        PIC X(01).
008200     05  DRM-F-RATE              PIC S9(05)V99  COMP-3.
008300     05  DRM-F-TIER-LIMIT        PIC 9(05).
008400     05  DRM-F-UPPER-RATE        PIC S9(05)V99  COMP-3.
008500     05  DRM-F-EFF-FROM          PIC X(10).
008600     05  DRM-F-EFF-TO            PIC X(10).
008700     05  DRM-F-STATUS            PIC X(01).
008800     05  DRM-F-MAINT-USER        PIC X(10).
008900     05  DRM-F-MAINT-TIMESTAMP   PIC X(26).
009000 FD  JRNL-FILE
009100     RECORD CONTAINS 285 CHARACTERS.
009200 01  JRNL-RECORD.
009300     05  DRM-J-ACTION            PIC X(01).
009400     05  DRM-J-BEFORE-IMAGE      PIC X(124).
009500     05  DRM-J-AFTER-IMAGE       PIC X(124).
009600     05  DRM-J-OPERATOR          PIC X(10).
009700     05  DRM-J-TIMESTAMP         PIC X(26).
009800 WORKING-STORAGE SECTION.
009900 77  RATE-STATUS                 PIC X(02)   VALUE SPACES.
010000 77  RATE-COUNT                  PIC S9(05)  COMP VALUE ZERO.
010100 77  RATE-I                      PIC S9(05)  COMP VALUE ZERO.
010200 77  RATE-FOUND-I                PIC S9(05)  COMP VALUE ZERO.
010300 77  RATE-MAX                    PIC S9(05)  COMP VALUE +2000.
010400 77  CHANGE-COUNT                PIC S9(05)  COMP VALUE ZERO.
010500 77  SWAP-ENTRY                  PIC X(124)  VALUE SPACES.
010600 77  JRNL-STATUS                 PIC X(02)   VALUE SPACES.
010700 77  JRN-COUNT                   PIC S9(03)  COMP VALUE ZERO.
010800 77  JRN-I                       PIC S9(03)  COMP VALUE ZERO.
010900 77  JRN-MAX                     PIC S9(03)  COMP VALUE +200.
011000 01  JOURNAL-TABLE-AREA.
011100     05  JRN-ENTRY               OCCURS 200 TIMES
011200                                 INDEXED BY JRN-X.
011300         10  JTB-ACTION          PIC X(01).
011400         10  JTB-BEFORE-IMAGE    PIC X(124).
011500         10  JTB-AFTER-IMAGE     PIC X(124).
011600         10  JTB-TIMESTAMP       PIC X(26).
011700 01  IMAGE-WORK-AREA.
011800     05  WORK-IMAGE.
011900         10  WIM-CUSTOMER-CODE   PIC X(25).
012000         10  WIM-ASSET-TYPE      PIC X(25).
012100         10  WIM-FREE-HOURS      PIC 9(03).
012200         10  WIM-RATE-BASIS      PIC X(01).
012300         10  WIM-RATE            PIC S9(05)V99  COMP-3.
012400         10  WIM-TIER-LIMIT      PIC 9(05).
012500         10  WIM-UPPER-RATE      PIC S9(05)V99  COMP-3.
012600         10  WIM-EFF-FROM        PIC X(10).
012700         10  WIM-EFF-TO          PIC X(10).
012800         10  WIM-STATUS          PIC X(01).
012900         10  WIM-MAINT-USER      PIC X(10).
013000         10  WIM-MAINT-TIMESTAMP PIC X(26).
013100     05  WORK-BEFORE-IMAGE       PIC X(124)  VALUE SPACES.
013200     05  JOURNAL-ACTION          PIC X(01)   VALUE SPACES.
013300 01  SWITCH-AREA.
013400     05  SESSION-END-SW          PIC X(01)   VALUE "N".
013500         88  SESSION-ENDED                   VALUE "Y".
013600     05  FILE-EOF-SW             PIC X(01)   VALUE "N".
013700         88  END-OF-FILE                     VALUE "Y".
013800     05  ENTRY-OK-SW             PIC X(01)   VALUE "Y".
013900         88  ENTRY-IS-OK                     VALUE "Y".
014000     05  NUM-VALID-SW            PIC X(01)   VALUE "Y".
014100         88  NUMBER-IS-VALID                 VALUE "Y".
014200     05  NUM-DONE-SW             PIC X(01)   VALUE "N".
014300         88  NUMBER-SCAN-DONE                VALUE "Y".
014400     05  NUM-POINT-SW            PIC X(01)   VALUE "N".
014500         88  NUMBER-HAS-POINT                VALUE "Y".
014520     05  AUTH-OK-SW              PIC X(01)   VALUE "N".
014540         88  ACTION-AUTHORIZED               VALUE "Y".
014600 01  RATE-TABLE-AREA.
014700     05  RATE-ENTRY              OCCURS 2000 TIMES
014800                                 INDEXED BY RATE-X.
014900         10  RTB-CUSTOMER-CODE   PIC X(25).
015000         10  RTB-ASSET-TYPE      PIC X(25).
015100         10  RTB-FREE-HOURS      PIC 9(03).
015200         10  RTB-RATE-BASIS      PIC X(01).
015300         10  RTB-RATE            PIC S9(05)V99  COMP-3.
015400         10  RTB-TIER-LIMIT      PIC 9(05).
015500         10  RTB-UPPER-RATE      PIC S9(05)V99  COMP-3.
015600         10  RTB-EFF-FROM        PIC X(10).
015700         10  RTB-EFF-TO          PIC X(10).
015800         10  RTB-STATUS          PIC X(01).
015900         10  RTB-MAINT-USER      PIC X(10).
016000         10  RTB-MAINT-TIMESTAMP PIC X(26).
016100 01  OPERATOR-AREA.
016200     05  OPERATOR-ID             PIC X(10)   VALUE SPACES.
016300     05  ACTION-CODE             PIC X(01)   VALUE SPACES.
016400     05  WORK-CUSTOMER-CODE      PIC X(25)   VALUE SPACES.
016500     05  WORK-ASSET-TYPE         PIC X(25)   VALUE SPACES.
016600     05  WORK-EFF-FROM           PIC X(10)   VALUE SPACES.
016700     05  WORK-EFF-TO             PIC X(10)   VALUE SPACES.
016800 01  ENTRY-WORK-AREA.
016900     05  WRK-FREE-HOURS          PIC 9(03)   VALUE ZERO.
017000     05  WRK-RATE-BASIS          PIC X(01)   VALUE SPACES.
017100     05  WRK-RATE                PIC S9(05)V99  VALUE ZERO.
017200     05  WRK-TIER-LIMIT          PIC 9(05)   VALUE ZERO.
017300     05  WRK-UPPER-RATE          PIC S9(05)V99  VALUE ZERO.
017400 01  NUMBER-ENTRY-AREA.
017500     05  NUM-INPUT               PIC X(10)   VALUE SPACES.
017600     05  NUM-INPUT-CHARS REDEFINES NUM-INPUT.
017700         10  NUM-CHAR            PIC X(01)   OCCURS 10 TIMES.
017800     05  NUM-RESULT              PIC S9(07)V99  VALUE ZERO.
017900     05  NUM-DECIMALS            PIC S9(03)  COMP VALUE ZERO.
018000     05  NUM-SCAN-I              PIC S9(03)  COMP VALUE ZERO.
018100     05  NUM-DIGIT-AREA.
018200         10  NUM-DIGIT-X         PIC X(01).
018300     05  NUM-DIGIT-9-AREA REDEFINES NUM-DIGIT-AREA.
018400         10  NUM-DIGIT-9         PIC 9(01).
018500 01  DATE-EDIT-AREA.
018600     05  EDIT-DATE               PIC X(10)   VALUE SPACES.
018700     05  EDIT-DATE-PARTS REDEFINES EDIT-DATE.
018800         10  EDIT-YEAR           PIC 9(04).
018900         10  EDIT-DASH-1         PIC X(01).
019000         10  EDIT-MONTH          PIC 9(02).
019100         10  EDIT-DASH-2         PIC X(01).
019200         10  EDIT-DAY            PIC 9(02).
019300 01  SHOW-AREA.
019400     05  SHOW-RATE               PIC ZZ,ZZ9.99.
019500     05  SHOW-UPPER-RATE         PIC ZZ,ZZ9.99.
019600 01  RUN-STAMP-AREA.
019700     05  RUN-DATE-YMD            PIC 9(08).
019800     05  RUN-DATE-X REDEFINES RUN-DATE-YMD.
019900         10  RUN-YEAR            PIC X(04).
020000         10  RUN-MONTH           PIC X(02).
020100         10  RUN-DAY             PIC X(02).
020200     05  RUN-TIME-HMS            PIC 9(08).
020300     05  RUN-TIME-X REDEFINES RUN-TIME-HMS.
020400         10  RUN-HOUR            PIC X(02).
020500         10  RUN-MINUTE          PIC X(02).
020600         10  RUN-SECOND          PIC X(02).
020700         10  FILLER              PIC X(02).
020800     05  STAMP-TIMESTAMP         PIC X(26).
020810*    OPERATOR AUTHORITY CHECK - SEE AUTHCHK
020820 01  AUTH-PARAMETER-AREA.
020830     05  AUTH-USER-ID            PIC X(10)   VALUE SPACES.
020840     05  AUTH-PROGRAM            PIC X(08)   VALUE "DETRMNT".
020850     05  AUTH-ACTION-CLASS       PIC X(01)   VALUE SPACES.
020860     05  AUTH-ACTION-CODE        PIC X(01)   VALUE SPACES.
020870     05  AUTH-RETURN-CODE        PIC X(02)   VALUE SPACES.
020900 PROCEDURE DIVISION.
021000*****************************************************************
021100*  0000-MAINLINE - OVERALL PROGRAM CONTROL                      *
021200*****************************************************************
021300 0000-MAINLINE.
021400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021500     PERFORM 2000-CONVERSE THRU 2000-EXIT
021600         UNTIL SESSION-ENDED.
021700     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
021800     STOP RUN.
021900*****************************************************************
022000*  1000-INITIALIZE - SIGN-ON AND FILE LOAD                      *
022100*****************************************************************
022200 1000-INITIALIZE.
022300     DISPLAY "DETRMNT - DETENTION RATE MAINTENANCE"
022400         UPON OPER-CONSOLE.
022500     DISPLAY "ENTER OPERATOR ID:" UPON OPER-CONSOLE.
022600     ACCEPT OPERATOR-ID FROM OPER-CONSOLE.
022700     IF OPERATOR-ID = SPACES
022800         DISPLAY "OPERATOR ID IS REQUIRED - SESSION ENDED"
022900             UPON OPER-CONSOLE
023000         MOVE 12 TO RETURN-CODE
023100         MOVE "Y" TO SESSION-END-SW
023200         GO TO 1000-EXIT.
023210     MOVE "S" TO AUTH-ACTION-CLASS.
023220     MOVE SPACES TO AUTH-ACTION-CODE.
023230     PERFORM 2150-CALL-AUTHCHK THRU 2150-EXIT.
023240     IF NOT ACTION-AUTHORIZED
023250         DISPLAY "OPERATOR " OPERATOR-ID " NOT AUTHORIZED "
023260             "FOR DETRMNT - SESSION ENDED" UPON OPER-CONSOLE
023270         MOVE 12 TO RETURN-CODE
023280         MOVE "Y" TO SESSION-END-SW
023290         GO TO 1000-EXIT.
023300     OPEN INPUT RATE-FILE.
023400     IF RATE-STATUS = "00"
023500         PERFORM 1100-LOAD-RATE THRU 1100-EXIT
023600             UNTIL END-OF-FILE
023700         CLOSE RATE-FILE
023800     ELSE
023900         DISPLAY "DETNRATE NOT FOUND - STARTING EMPTY FILE"
024000             UPON OPER-CONSOLE.
024100     DISPLAY "ENTRIES LOADED: " RATE-COUNT UPON OPER-CONSOLE.
024200 1000-EXIT.
024300     EXIT.
024400 1100-LOAD-RATE.
024500     READ RATE-FILE
024600         AT END MOVE "Y" TO FILE-EOF-SW
024700         GO TO 1100-EXIT.
024800     IF RATE-COUNT NOT < RATE-MAX
024900         DISPLAY "RATE TABLE FULL - INCREASE RATE-MAX"
025000             UPON OPER-CONSOLE
025100         MOVE "Y" TO FILE-EOF-SW
025200         GO TO 1100-EXIT.
025300     ADD 1 TO RATE-COUNT.
025400     MOVE DRM-F-CUSTOMER-CODE TO RTB-CUSTOMER-CODE (RATE-COUNT).
025500     MOVE DRM-F-ASSET-TYPE TO RTB-ASSET-TYPE (RATE-COUNT).
025600     MOVE DRM-F-FREE-HOURS TO RTB-FREE-HOURS (RATE-COUNT).
025700     MOVE DRM-F-RATE-BASIS TO RTB-RATE-BASIS (RATE-COUNT).
025800     MOVE DRM-F-RATE TO RTB-RATE (RATE-COUNT).
025900*    AN ENTRY FROM THE 58-BYTE FILE IS A SINGLE ACTIVE RATE
026000     IF DRM-F-TIER-LIMIT NUMERIC
026100         MOVE DRM-F-TIER-LIMIT TO RTB-TIER-LIMIT (RATE-COUNT)
026200     ELSE
026300         MOVE ZERO TO RTB-TIER-LIMIT (RATE-COUNT).
026400     IF DRM-F-UPPER-RATE NUMERIC
026500         MOVE DRM-F-UPPER-RATE TO RTB-UPPER-RATE (RATE-COUNT)
026600     ELSE
026700         MOVE ZERO TO RTB-UPPER-RATE (RATE-COUNT).
026800     MOVE DRM-F-EFF-FROM TO RTB-EFF-FROM (RATE-COUNT).
026900     MOVE DRM-F-EFF-TO TO RTB-EFF-TO (RATE-COUNT).
027000     IF DRM-F-STATUS = "I"
027100         MOVE "I" TO RTB-STATUS (RATE-COUNT)
027200     ELSE
027300         MOVE "A" TO RTB-STATUS (RATE-COUNT).
027400     MOVE DRM-F-MAINT-USER TO RTB-MAINT-USER (RATE-COUNT).
027500     MOVE DRM-F-MAINT-TIMESTAMP
027600         TO RTB-MAINT-TIMESTAMP (RATE-COUNT).
027700 1100-EXIT.
027800     EXIT.
027900*****************************************************************
028000*  2000-CONVERSE - ONE ACTION PER PASS                          *
028100*****************************************************************
028200 2000-CONVERSE.
028300     DISPLAY "ACTION? A=ADD T=SET EFFECTIVE-TO "
028400         "D=DEACTIVATE I=INQUIRE E=END" UPON OPER-CONSOLE.
028500     MOVE SPACES TO ACTION-CODE.
028600     ACCEPT ACTION-CODE FROM OPER-CONSOLE.
028620     PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT.
028640     IF NOT ACTION-AUTHORIZED
028660         GO TO 2000-EXIT.
028700     EVALUATE ACTION-CODE
028800         WHEN SPACES
028900             DISPLAY "NO ACTION ENTERED - SESSION ENDED"
029000                 UPON OPER-CONSOLE
029100             MOVE "Y" TO SESSION-END-SW
029200         WHEN "A"
029300             PERFORM 3000-ADD-ENTRY THRU 3000-EXIT
029400         WHEN "T"
029500             PERFORM 3100-SET-EFF-TO THRU 3100-EXIT
029600         WHEN "D"
029700             PERFORM 3200-DEACTIVATE THRU 3200-EXIT
029800         WHEN "I"
029900             PERFORM 3300-INQUIRE THRU 3300-EXIT
030000         WHEN "E"
030100             MOVE "Y" TO SESSION-END-SW
030200         WHEN OTHER
030300             DISPLAY "UNKNOWN ACTION " ACTION-CODE
030400                 UPON OPER-CONSOLE
030500     END-EVALUATE.
030600 2000-EXIT.
030700     EXIT.
030702*****************************************************************
030704*  2100-CHECK-AUTHORITY - MAP THE ACTION TO ITS AUTHORITY       *
030706*  CLASS AND ASK AUTHCHK, WHICH LOGS ANY REFUSAL.  END, BLANK   *
030708*  AND UNKNOWN ACTIONS NEED NO AUTHORITY.                       *
030710*****************************************************************
030712 2100-CHECK-AUTHORITY.
030714     MOVE "Y" TO AUTH-OK-SW.
030716     MOVE SPACES TO AUTH-ACTION-CLASS.
030718     EVALUATE ACTION-CODE
030720         WHEN "I"
030722             MOVE "I" TO AUTH-ACTION-CLASS
030724         WHEN "A"
030726         WHEN "T"
030728             MOVE "U" TO AUTH-ACTION-CLASS
030730         WHEN "D"
030732             MOVE "D" TO AUTH-ACTION-CLASS
030734     END-EVALUATE.
030736     IF AUTH-ACTION-CLASS = SPACES
030738         GO TO 2100-EXIT.
030740     MOVE ACTION-CODE TO AUTH-ACTION-CODE.
030742     PERFORM 2150-CALL-AUTHCHK THRU 2150-EXIT.
030744     IF NOT ACTION-AUTHORIZED
030746         DISPLAY "ACTION " ACTION-CODE " NOT AUTHORIZED FOR "
030748             OPERATOR-ID UPON OPER-CONSOLE.
030750 2100-EXIT.
030752     EXIT.
030754 2150-CALL-AUTHCHK.
030756     MOVE OPERATOR-ID TO AUTH-USER-ID.
030758     MOVE SPACES TO AUTH-RETURN-CODE.
030760     CALL "AUTHCHK" USING AUTH-PARAMETER-AREA.
030762     IF AUTH-RETURN-CODE = "00"
030764         MOVE "Y" TO AUTH-OK-SW
030766     ELSE
030768         MOVE "N" TO AUTH-OK-SW.
030770 2150-EXIT.
030772     EXIT.
030800*****************************************************************
030900*  3000-ADD-ENTRY - NEW RATE WITH EFFECTIVE-FROM DATE           *
031000*****************************************************************
031100 3000-ADD-ENTRY.
031200     PERFORM 4000-ACCEPT-KEY THRU 4000-EXIT.
031300     IF WORK-CUSTOMER-CODE = SPACES
031400         GO TO 3000-EXIT.
031500     PERFORM 4100-FIND-OPEN-ENTRY THRU 4100-EXIT.
031600     IF RATE-FOUND-I > ZERO
031700         DISPLAY "OPEN ENTRY EXISTS FOR " WORK-CUSTOMER-CODE
031800             " - CLOSE IT FIRST (ACTION T) - ADD REFUSED"
031900             UPON OPER-CONSOLE
032000         GO TO 3000-EXIT.
032100     IF RATE-COUNT NOT < RATE-MAX
032200         DISPLAY "RATE TABLE FULL - ADD REFUSED"
032300             UPON OPER-CONSOLE
032400         GO TO 3000-EXIT.
032500     DISPLAY "EFFECTIVE FROM (YYYY-MM-DD, BLANK=TODAY):"
032600         UPON OPER-CONSOLE.
032700     MOVE SPACES TO WORK-EFF-FROM.
032800     ACCEPT WORK-EFF-FROM FROM OPER-CONSOLE.
032900     IF WORK-EFF-FROM = SPACES
033000         PERFORM 4200-BUILD-STAMP THRU 4200-EXIT
033100         MOVE STAMP-TIMESTAMP (1:10) TO WORK-EFF-FROM.
033200     MOVE WORK-EFF-FROM TO EDIT-DATE.
033300     PERFORM 4400-EDIT-DATE THRU 4400-EXIT.
033400     IF NOT ENTRY-IS-OK
033500         DISPLAY "EFFECTIVE FROM INVALID - ADD REFUSED"
033600             UPON OPER-CONSOLE
033700         GO TO 3000-EXIT.
033750     MOVE SPACES TO WORK-EFF-TO.
033800     PERFORM 4150-FIND-OVERLAP THRU 4150-EXIT.
033820     IF RATE-FOUND-I > ZERO
033840         AND RTB-EFF-FROM (RATE-FOUND-I) > WORK-EFF-FROM
033860         DISPLAY "ENTRY FROM " RTB-EFF-FROM (RATE-FOUND-I)
033880             " TO " RTB-EFF-TO (RATE-FOUND-I)
033900             " STARTS LATER - ADD REFUSED" UPON OPER-CONSOLE
033920         GO TO 3000-EXIT.
033940     IF RATE-FOUND-I > ZERO
034000         DISPLAY "ENTRY FROM " RTB-EFF-FROM (RATE-FOUND-I)
034100             " TO " RTB-EFF-TO (RATE-FOUND-I)
034200             " COVERS THAT DATE - ADD REFUSED" UPON OPER-CONSOLE
034300         GO TO 3000-EXIT.
034400     PERFORM 4500-ACCEPT-SETTINGS THRU 4500-EXIT.
034500     IF NOT ENTRY-IS-OK
034600         DISPLAY "ADD REFUSED" UPON OPER-CONSOLE
034700         GO TO 3000-EXIT.
034800     ADD 1 TO RATE-COUNT.
034900     MOVE WORK-CUSTOMER-CODE TO RTB-CUSTOMER-CODE (RATE-COUNT).
035000     MOVE WORK-ASSET-TYPE TO RTB-ASSET-TYPE (RATE-COUNT).
035100     MOVE WRK-FREE-HOURS TO RTB-FREE-HOURS (RATE-COUNT).
035200     MOVE WRK-RATE-BASIS TO RTB-RATE-BASIS (RATE-COUNT).
035300     MOVE WRK-RATE TO RTB-RATE (RATE-COUNT).
035400     MOVE WRK-TIER-LIMIT TO RTB-TIER-LIMIT (RATE-COUNT).
035500     MOVE WRK-UPPER-RATE TO RTB-UPPER-RATE (RATE-COUNT).
035600     MOVE WORK-EFF-FROM TO RTB-EFF-FROM (RATE-COUNT).
035700     MOVE SPACES TO RTB-EFF-TO (RATE-COUNT).
035800     MOVE "A" TO RTB-STATUS (RATE-COUNT).
035900     MOVE RATE-COUNT TO RATE-FOUND-I.
036000     MOVE SPACES TO WORK-BEFORE-IMAGE.
036100     MOVE "A" TO JOURNAL-ACTION.
036200     PERFORM 4300-STAMP-ENTRY THRU 4300-EXIT.
036300     PERFORM 4700-JOURNAL-CHANGE THRU 4700-EXIT.
036400     DISPLAY "ENTRY ADDED FOR " WORK-CUSTOMER-CODE
036500         UPON OPER-CONSOLE.
036600 3000-EXIT.
036700     EXIT.
036800*****************************************************************
036900*  3100-SET-EFF-TO - CLOSE THE OPEN ENTRY FOR A KEY             *
037000*****************************************************************
037100 3100-SET-EFF-TO.
037200     PERFORM 4000-ACCEPT-KEY THRU 4000-EXIT.
037300     IF WORK-CUSTOMER-CODE = SPACES
037400         GO TO 3100-EXIT.
037500     PERFORM 4100-FIND-OPEN-ENTRY THRU 4100-EXIT.
037600     IF RATE-FOUND-I = ZERO
037700         DISPLAY "NO OPEN ENTRY FOR " WORK-CUSTOMER-CODE
037800             UPON OPER-CONSOLE
037900         GO TO 3100-EXIT.
038000     DISPLAY "EFFECTIVE TO (YYYY-MM-DD):" UPON OPER-CONSOLE.
038100     MOVE SPACES TO WORK-EFF-TO.
038200     ACCEPT WORK-EFF-TO FROM OPER-CONSOLE.
038300     IF WORK-EFF-TO = SPACES
038400         DISPLAY "NO DATE ENTERED - UNCHANGED"
038500             UPON OPER-CONSOLE
038600         GO TO 3100-EXIT.
038700     MOVE WORK-EFF-TO TO EDIT-DATE.
038800     PERFORM 4400-EDIT-DATE THRU 4400-EXIT.
038900     IF NOT ENTRY-IS-OK
039000         DISPLAY "EFFECTIVE TO INVALID - UNCHANGED"
039100             UPON OPER-CONSOLE
039200         GO TO 3100-EXIT.
039300     IF WORK-EFF-TO < RTB-EFF-FROM (RATE-FOUND-I)
039400         DISPLAY "EFFECTIVE TO PRECEDES EFFECTIVE FROM "
039500             RTB-EFF-FROM (RATE-FOUND-I) " - UNCHANGED"
039600             UPON OPER-CONSOLE
039700         GO TO 3100-EXIT.
039800     PERFORM 4600-BUILD-IMAGE THRU 4600-EXIT.
039900     MOVE WORK-IMAGE TO WORK-BEFORE-IMAGE.
040000     MOVE "T" TO JOURNAL-ACTION.
040100     MOVE WORK-EFF-TO TO RTB-EFF-TO (RATE-FOUND-I).
040200     PERFORM 4300-STAMP-ENTRY THRU 4300-EXIT.
040300     PERFORM 4700-JOURNAL-CHANGE THRU 4700-EXIT.
040400     DISPLAY "ENTRY CLOSED " WORK-EFF-TO " FOR "
040500         WORK-CUSTOMER-CODE UPON OPER-CONSOLE.
040600 3100-EXIT.
040700     EXIT.
040800*****************************************************************
040900*  3200-DEACTIVATE - MARK ONE RATE ENTRY INACTIVE, IDENTIFIED   *
041000*  BY ITS EFFECTIVE-FROM DATE                                   *
041100*****************************************************************
041200 3200-DEACTIVATE.
041300     PERFORM 4000-ACCEPT-KEY THRU 4000-EXIT.
041400     IF WORK-CUSTOMER-CODE = SPACES
041500         GO TO 3200-EXIT.
041600     DISPLAY "EFFECTIVE FROM OF THE ENTRY (YYYY-MM-DD):"
041700         UPON OPER-CONSOLE.
041800     MOVE SPACES TO WORK-EFF-FROM.
041900     ACCEPT WORK-EFF-FROM FROM OPER-CONSOLE.
042000     MOVE ZERO TO RATE-FOUND-I.
042100     PERFORM 3250-SCAN-ONE THRU 3250-EXIT
042200         VARYING RATE-I FROM 1 BY 1
042300         UNTIL RATE-I > RATE-COUNT
042400         OR RATE-FOUND-I > ZERO.
042500     IF RATE-FOUND-I = ZERO
042600         DISPLAY "NO ACTIVE ENTRY FROM " WORK-EFF-FROM " FOR "
042700             WORK-CUSTOMER-CODE UPON OPER-CONSOLE
042800         GO TO 3200-EXIT.
042900     PERFORM 4600-BUILD-IMAGE THRU 4600-EXIT.
043000     MOVE WORK-IMAGE TO WORK-BEFORE-IMAGE.
043100     MOVE "D" TO JOURNAL-ACTION.
043200     MOVE "I" TO RTB-STATUS (RATE-FOUND-I).
043300     PERFORM 4300-STAMP-ENTRY THRU 4300-EXIT.
043400     PERFORM 4700-JOURNAL-CHANGE THRU 4700-EXIT.
043500     DISPLAY "ENTRY FROM " WORK-EFF-FROM " DEACTIVATED FOR "
043600         WORK-CUSTOMER-CODE UPON OPER-CONSOLE.
043700 3200-EXIT.
043800     EXIT.
043900 3250-SCAN-ONE.
044000     IF RTB-CUSTOMER-CODE (RATE-I) = WORK-CUSTOMER-CODE
044100         AND RTB-ASSET-TYPE (RATE-I) = WORK-ASSET-TYPE
044200         AND RTB-EFF-FROM (RATE-I) = WORK-EFF-FROM
044300         AND RTB-STATUS (RATE-I) = "A"
044400         MOVE RATE-I TO RATE-FOUND-I.
044500 3250-EXIT.
044600     EXIT.
044700*****************************************************************
044800*  3300-INQUIRE - SHOW EVERY ENTRY FOR A KEY                    *
044900*****************************************************************
045000 3300-INQUIRE.
045100     PERFORM 4000-ACCEPT-KEY THRU 4000-EXIT.
045200     IF WORK-CUSTOMER-CODE = SPACES
045300         GO TO 3300-EXIT.
045400     MOVE ZERO TO RATE-FOUND-I.
045500     PERFORM 3350-SHOW-ONE THRU 3350-EXIT
045600         VARYING RATE-I FROM 1 BY 1
045700         UNTIL RATE-I > RATE-COUNT.
045800     IF RATE-FOUND-I = ZERO
045900         DISPLAY "NO ENTRY FOR " WORK-CUSTOMER-CODE
046000             UPON OPER-CONSOLE.
046100 3300-EXIT.
046200     EXIT.
046300 3350-SHOW-ONE.
046400     IF RTB-CUSTOMER-CODE (RATE-I) NOT = WORK-CUSTOMER-CODE
046500         OR RTB-ASSET-TYPE (RATE-I) NOT = WORK-ASSET-TYPE
046600         GO TO 3350-EXIT.
046700     MOVE RATE-I TO RATE-FOUND-I.
046800     MOVE RTB-RATE (RATE-I) TO SHOW-RATE.
046900     MOVE RTB-UPPER-RATE (RATE-I) TO SHOW-UPPER-RATE.
047000     DISPLAY "FROM " RTB-EFF-FROM (RATE-I) " TO "
047100         RTB-EFF-TO (RATE-I) " STATUS " RTB-STATUS (RATE-I)
047200         " FREE " RTB-FREE-HOURS (RATE-I) " BASIS "
047300         RTB-RATE-BASIS (RATE-I) " RATE " SHOW-RATE
047400         UPON OPER-CONSOLE.
047500     IF RTB-TIER-LIMIT (RATE-I) > ZERO
047600         DISPLAY "     TO HOUR " RTB-TIER-LIMIT (RATE-I)
047700             " THEN " SHOW-UPPER-RATE UPON OPER-CONSOLE.
047800 3350-EXIT.
047900     EXIT.
048000*****************************************************************
048100*  4000-ACCEPT-KEY - PROMPT FOR CUSTOMER CODE AND ASSET TYPE    *
048200*****************************************************************
048300 4000-ACCEPT-KEY.
048400     DISPLAY "PNC CUSTOMER CODE:" UPON OPER-CONSOLE.
048500     MOVE SPACES TO WORK-CUSTOMER-CODE.
048600     ACCEPT WORK-CUSTOMER-CODE FROM OPER-CONSOLE.
048700     IF WORK-CUSTOMER-CODE = SPACES
048800         DISPLAY "NO CODE ENTERED" UPON OPER-CONSOLE
048900         GO TO 4000-EXIT.
049000     DISPLAY "ASSET TYPE (BLANK=*ALL):" UPON OPER-CONSOLE.
049100     MOVE SPACES TO WORK-ASSET-TYPE.
049200     ACCEPT WORK-ASSET-TYPE FROM OPER-CONSOLE.
049300     IF WORK-ASSET-TYPE = SPACES
049400         MOVE "*ALL" TO WORK-ASSET-TYPE.
049500 4000-EXIT.
049600     EXIT.
049700*****************************************************************
049800*  4100-FIND-OPEN-ENTRY - ACTIVE ENTRY WITH NO EFFECTIVE-TO     *
049900*****************************************************************
050000 4100-FIND-OPEN-ENTRY.
050100     MOVE ZERO TO RATE-FOUND-I.
050200     IF RATE-COUNT = ZERO
050300         GO TO 4100-EXIT.
050400     PERFORM 4110-SCAN-ONE THRU 4110-EXIT
050500         VARYING RATE-I FROM 1 BY 1
050600         UNTIL RATE-I > RATE-COUNT
050700         OR RATE-FOUND-I > ZERO.
050800 4100-EXIT.
050900     EXIT.
051000 4110-SCAN-ONE.
051100     IF RTB-CUSTOMER-CODE (RATE-I) = WORK-CUSTOMER-CODE
051200         AND RTB-ASSET-TYPE (RATE-I) = WORK-ASSET-TYPE
051300         AND RTB-STATUS (RATE-I) = "A"
051400         AND RTB-EFF-TO (RATE-I) = SPACES
051500         MOVE RATE-I TO RATE-FOUND-I.
051600 4110-EXIT.
051700     EXIT.
051800*****************************************************************
051850*  4150-FIND-OVERLAP - ACTIVE ENTRY FOR THE KEY WHOSE DATE      *
051900*  RANGE OVERLAPS WORK-EFF-FROM THRU WORK-EFF-TO (BLANK = OPEN) *
051950*  - EITHER IT COVERS WORK-EFF-FROM, OR IT STARTS LATER BUT     *
052000*  NOT AFTER WORK-EFF-TO                                        *
052100*****************************************************************
052200 4150-FIND-OVERLAP.
052300     MOVE ZERO TO RATE-FOUND-I.
052400     IF RATE-COUNT = ZERO
052500         GO TO 4150-EXIT.
052600     PERFORM 4160-SCAN-ONE THRU 4160-EXIT
052700         VARYING RATE-I FROM 1 BY 1
052800         UNTIL RATE-I > RATE-COUNT
052900         OR RATE-FOUND-I > ZERO.
053000 4150-EXIT.
053100     EXIT.
053200 4160-SCAN-ONE.
053250     IF RTB-CUSTOMER-CODE (RATE-I) NOT = WORK-CUSTOMER-CODE
053300         OR RTB-ASSET-TYPE (RATE-I) NOT = WORK-ASSET-TYPE
053350         OR RTB-STATUS (RATE-I) NOT = "A"
053400         GO TO 4160-EXIT.
053450     IF RTB-EFF-FROM (RATE-I) NOT > WORK-EFF-FROM
053500         AND (RTB-EFF-TO (RATE-I) = SPACES
053550             OR RTB-EFF-TO (RATE-I) NOT < WORK-EFF-FROM)
053600         MOVE RATE-I TO RATE-FOUND-I.
053650     IF RTB-EFF-FROM (RATE-I) > WORK-EFF-FROM
053700         AND (WORK-EFF-TO = SPACES
053750             OR WORK-EFF-TO NOT < RTB-EFF-FROM (RATE-I))
053800         MOVE RATE-I TO RATE-FOUND-I.
054000 4160-EXIT.
054100     EXIT.
054200 4200-BUILD-STAMP.
054300     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD.
054400     ACCEPT RUN-TIME-HMS FROM TIME.
054500     MOVE SPACES TO STAMP-TIMESTAMP.
054600     STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY "-"
054700            RUN-HOUR "." RUN-MINUTE "." RUN-SECOND
054800            ".000000"
054900            DELIMITED BY SIZE INTO STAMP-TIMESTAMP.
055000 4200-EXIT.
055100     EXIT.
055200 4300-STAMP-ENTRY.
055300     PERFORM 4200-BUILD-STAMP THRU 4200-EXIT.
055400     MOVE OPERATOR-ID TO RTB-MAINT-USER (RATE-FOUND-I).
055500     MOVE STAMP-TIMESTAMP
055600         TO RTB-MAINT-TIMESTAMP (RATE-FOUND-I).
055700     ADD 1 TO CHANGE-COUNT.
055800 4300-EXIT.
055900     EXIT.
056000*****************************************************************
056100*  4400-EDIT-DATE - YYYY-MM-DD CHECK OF EDIT-DATE.  RESULT IN   *
056200*  ENTRY-OK-SW.                                                 *
056300*****************************************************************
056400 4400-EDIT-DATE.
056500     MOVE "Y" TO ENTRY-OK-SW.
056600     IF EDIT-YEAR NOT NUMERIC
056700         OR EDIT-MONTH NOT NUMERIC
056800         OR EDIT-DAY NOT NUMERIC
056900         OR EDIT-DASH-1 NOT = "-"
057000         OR EDIT-DASH-2 NOT = "-"
057100         MOVE "N" TO ENTRY-OK-SW
057200         GO TO 4400-EXIT.
057300     IF EDIT-MONTH < 1 OR EDIT-MONTH > 12
057400         OR EDIT-DAY < 1 OR EDIT-DAY > 31
057500         MOVE "N" TO ENTRY-OK-SW.
057600 4400-EXIT.
057700     EXIT.
057800*****************************************************************
057900*  4500-ACCEPT-SETTINGS - PROMPT FOR FREE TIME, BASIS AND THE   *
058000*  TIER RATES.  RESULT IN ENTRY-WORK-AREA AND ENTRY-OK-SW.      *
058100*****************************************************************
058200 4500-ACCEPT-SETTINGS.
058300     MOVE "Y" TO ENTRY-OK-SW.
058400     DISPLAY "FREE HOURS (000-999):" UPON OPER-CONSOLE.
058500     PERFORM 4800-ACCEPT-NUMBER THRU 4800-EXIT.
058600     IF NUMBER-HAS-POINT OR NUM-RESULT > 999
058700         DISPLAY "FREE HOURS MUST BE 0-999" UPON OPER-CONSOLE
058800         MOVE "N" TO ENTRY-OK-SW.
058900     MOVE NUM-RESULT TO WRK-FREE-HOURS.
059000     DISPLAY "RATE BASIS (H=HOURLY D=DAILY):" UPON OPER-CONSOLE.
059100     MOVE SPACES TO WRK-RATE-BASIS.
059200     ACCEPT WRK-RATE-BASIS FROM OPER-CONSOLE.
059300     DISPLAY "FIRST-TIER RATE (99999.99):" UPON OPER-CONSOLE.
059400     PERFORM 4800-ACCEPT-NUMBER THRU 4800-EXIT.
059500     MOVE NUM-RESULT TO WRK-RATE.
059600     IF NUM-RESULT > 99999.99
059700         DISPLAY "RATE TOO LARGE" UPON OPER-CONSOLE
059800         MOVE "N" TO ENTRY-OK-SW.
059900     DISPLAY "TIER LIMIT - HOURS OF DETENTION AT THE FIRST "
060000         "RATE (0=SINGLE RATE):" UPON OPER-CONSOLE.
060100     PERFORM 4800-ACCEPT-NUMBER THRU 4800-EXIT.
060200     IF NUMBER-HAS-POINT OR NUM-RESULT > 99999
060300         DISPLAY "TIER LIMIT MUST BE WHOLE HOURS 0-99999"
060400             UPON OPER-CONSOLE
060500         MOVE "N" TO ENTRY-OK-SW.
060600     MOVE NUM-RESULT TO WRK-TIER-LIMIT.
060700     MOVE ZERO TO WRK-UPPER-RATE.
060800     IF WRK-TIER-LIMIT > ZERO
060900         DISPLAY "UPPER-TIER RATE (99999.99):" UPON OPER-CONSOLE
061000         PERFORM 4800-ACCEPT-NUMBER THRU 4800-EXIT
061100         MOVE NUM-RESULT TO WRK-UPPER-RATE
061200         IF NUM-RESULT > 99999.99
061300             DISPLAY "RATE TOO LARGE" UPON OPER-CONSOLE
061400             MOVE "N" TO ENTRY-OK-SW
061500         END-IF
061600     END-IF.
061700     IF NOT ENTRY-IS-OK
061800         GO TO 4500-EXIT.
061900     IF WRK-RATE-BASIS NOT = "H" AND WRK-RATE-BASIS NOT = "D"
062000         DISPLAY "RATE BASIS MUST BE H OR D" UPON OPER-CONSOLE
062100         MOVE "N" TO ENTRY-OK-SW
062200         GO TO 4500-EXIT.
062300     IF WRK-RATE NOT > ZERO
062400         DISPLAY "FIRST-TIER RATE IS REQUIRED" UPON OPER-CONSOLE
062500         MOVE "N" TO ENTRY-OK-SW
062600         GO TO 4500-EXIT.
062700     IF WRK-TIER-LIMIT = ZERO
062800         GO TO 4500-EXIT.
062900     IF WRK-TIER-LIMIT NOT > WRK-FREE-HOURS
063000         DISPLAY "TIER LIMIT MUST EXCEED THE FREE HOURS"
063100             UPON OPER-CONSOLE
063200         MOVE "N" TO ENTRY-OK-SW
063300         GO TO 4500-EXIT.
063400     IF WRK-UPPER-RATE NOT > WRK-RATE
063500         DISPLAY "UPPER-TIER RATE MUST EXCEED THE FIRST-TIER "
063600             "RATE" UPON OPER-CONSOLE
063700         MOVE "N" TO ENTRY-OK-SW.
063800 4500-EXIT.
063900     EXIT.
064000*****************************************************************
064100*  4600-BUILD-IMAGE - THE 124-BYTE RECORD IMAGE OF THE ENTRY    *
064200*  AT RATE-FOUND-I, IN WORK-IMAGE                               *
064300*****************************************************************
064400 4600-BUILD-IMAGE.
064500     MOVE RTB-CUSTOMER-CODE (RATE-FOUND-I) TO WIM-CUSTOMER-CODE.
064600     MOVE RTB-ASSET-TYPE (RATE-FOUND-I) TO WIM-ASSET-TYPE.
064700     MOVE RTB-FREE-HOURS (RATE-FOUND-I) TO WIM-FREE-HOURS.
064800     MOVE RTB-RATE-BASIS (RATE-FOUND-I) TO WIM-RATE-BASIS.
064900     MOVE RTB-RATE (RATE-FOUND-I) TO WIM-RATE.
065000     MOVE RTB-TIER-LIMIT (RATE-FOUND-I) TO WIM-TIER-LIMIT.
065100     MOVE RTB-UPPER-RATE (RATE-FOUND-I) TO WIM-UPPER-RATE.
065200     MOVE RTB-EFF-FROM (RATE-FOUND-I) TO WIM-EFF-FROM.
065300     MOVE RTB-EFF-TO (RATE-FOUND-I) TO WIM-EFF-TO.
065400     MOVE RTB-STATUS (RATE-FOUND-I) TO WIM-STATUS.
065500     MOVE RTB-MAINT-USER (RATE-FOUND-I) TO WIM-MAINT-USER.
065600     MOVE RTB-MAINT-TIMESTAMP (RATE-FOUND-I)
065700         TO WIM-MAINT-TIMESTAMP.
065800 4600-EXIT.
065900     EXIT.
066000*****************************************************************
066100*  4700-JOURNAL-CHANGE - STAGE ONE JOURNAL ENTRY.  THE BEFORE   *
066200*  IMAGE AND ACTION ARE ALREADY SET; THE AFTER IMAGE IS THE     *
066300*  ENTRY AS IT NOW STANDS.  THE JOURNAL IS WRITTEN TOGETHER     *
066400*  WITH THE FILE REWRITE AT SESSION END.                        *
066500*****************************************************************
066600 4700-JOURNAL-CHANGE.
066700     IF JRN-COUNT NOT < JRN-MAX
066800         DISPLAY "JOURNAL TABLE FULL - CHANGE NOT JOURNALED"
066900             UPON OPER-CONSOLE
067000         GO TO 4700-EXIT.
067100     PERFORM 4600-BUILD-IMAGE THRU 4600-EXIT.
067200     ADD 1 TO JRN-COUNT.
067300     MOVE JOURNAL-ACTION TO JTB-ACTION (JRN-COUNT).
067400     MOVE WORK-BEFORE-IMAGE TO JTB-BEFORE-IMAGE (JRN-COUNT).
067500     MOVE WORK-IMAGE TO JTB-AFTER-IMAGE (JRN-COUNT).
067600     MOVE STAMP-TIMESTAMP TO JTB-TIMESTAMP (JRN-COUNT).
067700 4700-EXIT.
067800     EXIT.
067900*****************************************************************
068000*  4800-ACCEPT-NUMBER - KEYED DIGITS WITH AN OPTIONAL DECIMAL   *
068100*  POINT AND UP TO TWO DECIMALS TO NUM-RESULT                   *
068200*****************************************************************
068300 4800-ACCEPT-NUMBER.
068400     MOVE SPACES TO NUM-INPUT.
068500     ACCEPT NUM-INPUT FROM OPER-CONSOLE.
068600     MOVE ZERO TO NUM-RESULT.
068700     MOVE ZERO TO NUM-DECIMALS.
068800     MOVE "Y" TO NUM-VALID-SW.
068900     MOVE "N" TO NUM-DONE-SW.
069000     MOVE "N" TO NUM-POINT-SW.
069100     IF NUM-INPUT = SPACES
069200         MOVE "N" TO NUM-VALID-SW
069300     ELSE
069400         PERFORM 4850-ONE-DIGIT THRU 4850-EXIT
069500             VARYING NUM-SCAN-I FROM 1 BY 1
069600             UNTIL NUM-SCAN-I > 10
069700             OR NUMBER-SCAN-DONE
069800             OR NOT NUMBER-IS-VALID.
069900     IF NUM-DECIMALS = 1
070000         COMPUTE NUM-RESULT = NUM-RESULT / 10
070100     ELSE
070200         IF NUM-DECIMALS = 2
070300             COMPUTE NUM-RESULT = NUM-RESULT / 100
070400         END-IF
070500     END-IF.
070600     IF NOT NUMBER-IS-VALID
070700         DISPLAY "ENTRY MUST BE NUMERIC" UPON OPER-CONSOLE
070800         MOVE "N" TO ENTRY-OK-SW.
070900 4800-EXIT.
071000     EXIT.
071100 4850-ONE-DIGIT.
071200     IF NUM-CHAR (NUM-SCAN-I) = SPACE
071300         MOVE "Y" TO NUM-DONE-SW
071400         GO TO 4850-EXIT.
071500     IF NUM-CHAR (NUM-SCAN-I) = "."
071600         IF NUMBER-HAS-POINT
071700             MOVE "N" TO NUM-VALID-SW
071800         ELSE
071900             MOVE "Y" TO NUM-POINT-SW
072000         END-IF
072100         GO TO 4850-EXIT.
072200     MOVE NUM-CHAR (NUM-SCAN-I) TO NUM-DIGIT-X.
072300     IF NUM-DIGIT-9-AREA NOT NUMERIC
072400         MOVE "N" TO NUM-VALID-SW
072500         GO TO 4850-EXIT.
072600     IF NUMBER-HAS-POINT
072700         IF NUM-DECIMALS NOT < 2
072800             MOVE "N" TO NUM-VALID-SW
072900             GO TO 4850-EXIT
073000         END-IF
073100         ADD 1 TO NUM-DECIMALS.
073200     COMPUTE NUM-RESULT = (NUM-RESULT * 10) + NUM-DIGIT-9.
073300 4850-EXIT.
073400     EXIT.
073500*****************************************************************
073600*  9000-WRAP-UP - REWRITE THE FILE IN KEY ORDER                 *
073700*****************************************************************
073800 9000-WRAP-UP.
073900     IF CHANGE-COUNT = ZERO
074000         DISPLAY "NO CHANGES - DETNRATE NOT REWRITTEN"
074100             UPON OPER-CONSOLE
074200         GO TO 9000-EXIT.
074300     PERFORM 9100-SORT-TABLE THRU 9100-EXIT.
074400     OPEN OUTPUT RATE-FILE.
074500     IF RATE-STATUS NOT = "00"
074600         DISPLAY "DETNRATE REWRITE OPEN ERROR " RATE-STATUS
074700             UPON OPER-CONSOLE
074800         MOVE 12 TO RETURN-CODE
074900         GO TO 9000-EXIT.
075000     PERFORM 9200-WRITE-ONE THRU 9200-EXIT
075100         VARYING RATE-I FROM 1 BY 1
075200         UNTIL RATE-I > RATE-COUNT.
075300     CLOSE RATE-FILE.
075400     PERFORM 9300-WRITE-JOURNAL THRU 9300-EXIT.
075500     DISPLAY "DETNRATE REWRITTEN - " RATE-COUNT " ENTRIES, "
075600         CHANGE-COUNT " CHANGES BY " OPERATOR-ID
075700         UPON OPER-CONSOLE.
075800 9000-EXIT.
075900     EXIT.
076000 9100-SORT-TABLE.
076100     IF RATE-COUNT < 2
076200         GO TO 9100-EXIT.
076300     PERFORM 9150-SORT-PASS THRU 9150-EXIT
076400         VARYING RATE-I FROM 1 BY 1
076500         UNTIL RATE-I NOT < RATE-COUNT.
076600 9100-EXIT.
076700     EXIT.
076800 9150-SORT-PASS.
076900     PERFORM 9160-SORT-COMPARE THRU 9160-EXIT
077000         VARYING RATE-FOUND-I FROM 1 BY 1
077100         UNTIL RATE-FOUND-I NOT < RATE-COUNT.
077200 9150-EXIT.
077300     EXIT.
077400 9160-SORT-COMPARE.
077500     IF RTB-CUSTOMER-CODE (RATE-FOUND-I) <
077600         RTB-CUSTOMER-CODE (RATE-FOUND-I + 1)
077700         GO TO 9160-EXIT.
077800     IF RTB-CUSTOMER-CODE (RATE-FOUND-I) =
077900         RTB-CUSTOMER-CODE (RATE-FOUND-I + 1)
078000         IF RTB-ASSET-TYPE (RATE-FOUND-I) <
078100             RTB-ASSET-TYPE (RATE-FOUND-I + 1)
078200             GO TO 9160-EXIT
078300         END-IF
078400         IF RTB-ASSET-TYPE (RATE-FOUND-I) =
078500             RTB-ASSET-TYPE (RATE-FOUND-I + 1)
078600             AND RTB-EFF-FROM (RATE-FOUND-I) NOT >
078700                 RTB-EFF-FROM (RATE-FOUND-I + 1)
078800             GO TO 9160-EXIT
078900         END-IF
079000     END-IF.
079100     MOVE RATE-ENTRY (RATE-FOUND-I) TO SWAP-ENTRY.
079200     MOVE RATE-ENTRY (RATE-FOUND-I + 1)
079300         TO RATE-ENTRY (RATE-FOUND-I).
079400     MOVE SWAP-ENTRY TO RATE-ENTRY (RATE-FOUND-I + 1).
079500 9160-EXIT.
079600     EXIT.
079700 9200-WRITE-ONE.
079800     MOVE RTB-CUSTOMER-CODE (RATE-I) TO DRM-F-CUSTOMER-CODE.
079900     MOVE RTB-ASSET-TYPE (RATE-I) TO DRM-F-ASSET-TYPE.
080000     MOVE RTB-FREE-HOURS (RATE-I) TO DRM-F-FREE-HOURS.
080100     MOVE RTB-RATE-BASIS (RATE-I) TO DRM-F-RATE-BASIS.
080200     MOVE RTB-RATE (RATE-I) TO DRM-F-RATE.
080300     MOVE RTB-TIER-LIMIT (RATE-I) TO DRM-F-TIER-LIMIT.
080400     MOVE RTB-UPPER-RATE (RATE-I) TO DRM-F-UPPER-RATE.
080500     MOVE RTB-EFF-FROM (RATE-I) TO DRM-F-EFF-FROM.
080600     MOVE RTB-EFF-TO (RATE-I) TO DRM-F-EFF-TO.
080700     MOVE RTB-STATUS (RATE-I) TO DRM-F-STATUS.
080800     MOVE RTB-MAINT-USER (RATE-I) TO DRM-F-MAINT-USER.
080900     MOVE RTB-MAINT-TIMESTAMP (RATE-I)
081000         TO DRM-F-MAINT-TIMESTAMP.
081100     WRITE RATE-RECORD.
081200 9200-EXIT.
081300     EXIT.
081400*****************************************************************
081500*  9300-WRITE-JOURNAL - APPEND THE SESSION JOURNAL ENTRIES      *
081600*****************************************************************
081700 9300-WRITE-JOURNAL.
081800     IF JRN-COUNT = ZERO
081900         GO TO 9300-EXIT.
082000     OPEN EXTEND JRNL-FILE.
082100     IF JRNL-STATUS NOT = "00"
082200         OPEN OUTPUT JRNL-FILE.
082300     IF JRNL-STATUS NOT = "00"
082400         DISPLAY "DETRJRNL OPEN ERROR " JRNL-STATUS
082500             " - JOURNAL LOST" UPON OPER-CONSOLE
082600         MOVE 8 TO RETURN-CODE
082700         GO TO 9300-EXIT.
082800     PERFORM 9350-WRITE-ONE-JOURNAL THRU 9350-EXIT
082900         VARYING JRN-I FROM 1 BY 1
083000         UNTIL JRN-I > JRN-COUNT.
083100     CLOSE JRNL-FILE.
083200     DISPLAY "DETRJRNL WRITTEN - " JRN-COUNT " ENTRIES"
083300         UPON OPER-CONSOLE.
083400 9300-EXIT.
083500     EXIT.
083600 9350-WRITE-ONE-JOURNAL.
083700     MOVE SPACES TO JRNL-RECORD.
083800     MOVE JTB-ACTION (JRN-I) TO DRM-J-ACTION.
083900     MOVE JTB-BEFORE-IMAGE (JRN-I) TO DRM-J-BEFORE-IMAGE.
084000     MOVE JTB-AFTER-IMAGE (JRN-I) TO DRM-J-AFTER-IMAGE.
084100     MOVE OPERATOR-ID TO DRM-J-OPERATOR.
084200     MOVE JTB-TIMESTAMP (JRN-I) TO DRM-J-TIMESTAMP.
084300     WRITE JRNL-RECORD.
084400 9350-EXIT.
084500     EXIT.
