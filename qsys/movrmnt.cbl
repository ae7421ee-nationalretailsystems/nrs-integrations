000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MOVRMNT.
000300 AUTHOR. R J MARINO.
000400 INSTALLATION. NATIONAL RETAIL SYSTEMS - NORTH BERGEN NJ.
000500 DATE-WRITTEN. OCTOBER 2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MOVRMNT - HOSTLER MOVE RULE MAINTENANCE                      *
000900*                                                               *
001000*  CONVERSATIONAL MAINTENANCE OF THE MOVERULE HOSTLER MOVE      *
001100*  RULE FILE USED BY THE PNC UPDATE (PNCUPD2P).  EACH RULE      *
001200*  SAYS THAT A LOAD STATUS CHANGE AT A DOOR ON A CAMPUS NEEDS   *
001300*  THE ASSET PULLED OFF THE DOOR, AND WHERE IT IS TO GO.        *
001400*  PNCUPD2P RAISES A MOVE ORDER ON THE MOVEQUE WORK QUEUE FOR   *
001500*  EVERY ACCEPTED TRANSITION THAT MATCHES AN ACTIVE RULE.       *
001600*  SUPPORTS ADD, CHANGE (DESTINATION), DEACTIVATE, REACTIVATE   *
001700*  AND INQUIRY.  EVERY TOUCHED RECORD IS STAMPED WITH THE       *
001800*  OPERATOR AND A TIMESTAMP.  THE FILE IS LOADED TO STORAGE AT  *
001900*  START AND REWRITTEN IN KEY ORDER WHEN THE OPERATOR ENDS THE  *
002000*  SESSION, SO AN ABANDONED SESSION CHANGES NOTHING.            *
002100*                                                               *
002200*  MOVERULE RECORD (105 BYTES), KEY = CAMPUS/FROM/TO STATUS:    *
002300*     CAMPUS           X(6)   - OR "*ALL" FOR EVERY CAMPUS      *
002400*     FROM STATUS      X(25)  - PRIOR LOAD STATUS, OR "*ALL"    *
002500*                               (INCLUDES A FIRST SIGHTING)     *
002600*     TO STATUS        X(25)  - NEW LOAD STATUS                 *
002700*     DEST YARD        X(6)   - WHERE THE ASSET IS TO GO        *
002800*     DEST DOOR        X(6)   - BLANK = ANY SLOT IN THE YARD    *
002900*     STATUS           X(1)   - A=ACTIVE  I=INACTIVE            *
003000*     MAINTENANCE USER X(10)                                    *
003100*     MAINTENANCE TIME X(26)                                    *
003200*  WHEN MORE THAN ONE RULE MATCHES, A NAMED CAMPUS BEATS        *
003300*  "*ALL" AND THEN A NAMED FROM STATUS BEATS "*ALL".            *
003400*****************************************************************
003500*  MODIFICATION HISTORY                                         *
003600*  10/15/26  RJM  NEW PROGRAM.                                  *
003620*  10/15/26  RJM  CHECK OPERATOR AUTHORITY (AUTHCHK) AT SIGN-ON *
003640*                 AND BEFORE EVERY ACTION.                      *
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SPECIAL-NAMES.
004100     CONSOLE IS OPER-CONSOLE.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT RULE-FILE ASSIGN TO MOVERULE
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS RULE-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  RULE-FILE
005000     RECORD CONTAINS 105 CHARACTERS.
005100 01  RULE-RECORD.
005200     05  MRM-F-CAMPUS            PIC X(06).
005300     05  MRM-F-FROM-STATUS       PIC X(25).
005400     05  MRM-F-TO-STATUS         PIC X(25).
005500     05  MRM-F-DEST-YARD         PIC X(06).
005600     05  MRM-F-DEST-DOOR         PIC X(06).
005700     05  MRM-F-STATUS            PIC X(01).
005800         88  MRM-F-ACTIVE                    VALUE "A".
005900         88  MRM-F-INACTIVE                  VALUE "I".
006000     05  MRM-F-MAINT-USER        PIC X(10).
006100     05  MRM-F-MAINT-TIMESTAMP   PIC X(26).
006200 WORKING-STORAGE SECTION.
006300 77  RULE-STATUS                 PIC X(02)   VALUE SPACES.
006400 77  RULE-COUNT                  PIC S9(05)  COMP VALUE ZERO.
006500 77  RULE-I                      PIC S9(05)  COMP VALUE ZERO.
006600 77  RULE-FOUND-I                PIC S9(05)  COMP VALUE ZERO.
006700 77  RULE-MAX                    PIC S9(05)  COMP VALUE +1000.
006800 77  CHANGE-COUNT                PIC S9(05)  COMP VALUE ZERO.
006900 77  SWAP-ENTRY                  PIC X(105)  VALUE SPACES.
007000 01  SWITCH-AREA.
007100     05  SESSION-END-SW          PIC X(01)   VALUE "N".
007200         88  SESSION-ENDED                   VALUE "Y".
007300     05  FILE-EOF-SW             PIC X(01)   VALUE "N".
007400         88  END-OF-FILE                     VALUE "Y".
007420     05  AUTH-OK-SW              PIC X(01)   VALUE "N".
007440         88  ACTION-AUTHORIZED               VALUE "Y".
007500 01  RULE-TABLE-AREA.
007600     05  RULE-ENTRY              OCCURS 1000 TIMES
007700                                 INDEXED BY RULE-X.
007800         10  RTB-CAMPUS          PIC X(06).
007900         10  RTB-FROM-STATUS     PIC X(25).
008000         10  RTB-TO-STATUS       PIC X(25).
008100         10  RTB-DEST-YARD       PIC X(06).
008200         10  RTB-DEST-DOOR       PIC X(06).
008300         10  RTB-STATUS          PIC X(01).
008400         10  RTB-MAINT-USER      PIC X(10).
008500         10  RTB-MAINT-TIMESTAMP PIC X(26).
008600 01  OPERATOR-AREA.
008700     05  OPERATOR-ID             PIC X(10)   VALUE SPACES.
008800     05  ACTION-CODE             PIC X(01)   VALUE SPACES.
008900     05  WORK-CAMPUS             PIC X(06)   VALUE SPACES.
009000     05  WORK-FROM-STATUS        PIC X(25)   VALUE SPACES.
009100     05  WORK-TO-STATUS          PIC X(25)   VALUE SPACES.
009200     05  WORK-DEST-YARD          PIC X(06)   VALUE SPACES.
009300     05  WORK-DEST-DOOR          PIC X(06)   VALUE SPACES.
009400 01  RUN-STAMP-AREA.
009500     05  RUN-DATE-YMD            PIC 9(08).
009600     05  RUN-DATE-X REDEFINES RUN-DATE-YMD.
009700         10  RUN-YEAR            PIC X(04).
009800         10  RUN-MONTH           PIC X(02).
009900         10  RUN-DAY             PIC X(02).
010000     05  RUN-TIME-HMS            PIC 9(08).
010100     05  RUN-TIME-X REDEFINES RUN-TIME-HMS.
010200         10  RUN-HOUR            PIC X(02).
010300         10  RUN-MINUTE          PIC X(02).
010400         10  RUN-SECOND          PIC X(02).
010500         10  FILLER              PIC X(02).
010600     05  STAMP-TIMESTAMP         PIC X(26).
010610*    OPERATOR AUTHORITY CHECK - SEE AUTHCHK
010620 01  AUTH-PARAMETER-AREA.
010630     05  AUTH-USER-ID            PIC X(10)   VALUE SPACES.
010640     05  AUTH-PROGRAM            PIC X(08)   VALUE "MOVRMNT".
010650     05  AUTH-ACTION-CLASS       PIC X(01)   VALUE SPACES.
010660     05  AUTH-ACTION-CODE        PIC X(01)   VALUE SPACES.
010670     05  AUTH-RETURN-CODE        PIC X(02)   VALUE SPACES.
010700 PROCEDURE DIVISION.
010800*****************************************************************
010900*  0000-MAINLINE - OVERALL PROGRAM CONTROL                      *
011000*****************************************************************
011100 0000-MAINLINE.
011200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011300     PERFORM 2000-CONVERSE THRU 2000-EXIT
011400         UNTIL SESSION-ENDED.
011500     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
011600     STOP RUN.
011700*****************************************************************
011800*  1000-INITIALIZE - SIGN-ON AND MASTER LOAD                    *
011900*****************************************************************
012000 1000-INITIALIZE.
012100     DISPLAY "MOVRMNT - HOSTLER MOVE RULE MAINTENANCE"
012200         UPON OPER-CONSOLE.
012300     DISPLAY "ENTER OPERATOR ID:" UPON OPER-CONSOLE.
012400     ACCEPT OPERATOR-ID FROM OPER-CONSOLE.
012500     IF OPERATOR-ID = SPACES
012600         DISPLAY "OPERATOR ID IS REQUIRED - SESSION ENDED"
012700             UPON OPER-CONSOLE
012800         MOVE 12 TO RETURN-CODE
012900         MOVE "Y" TO SESSION-END-SW
013000         GO TO 1000-EXIT.
013010     MOVE "S" TO AUTH-ACTION-CLASS.
013020     MOVE SPACES TO AUTH-ACTION-CODE.
013030     PERFORM 2150-CALL-AUTHCHK THRU 2150-EXIT.
013040     IF NOT ACTION-AUTHORIZED
013050         DISPLAY "OPERATOR " OPERATOR-ID " NOT AUTHORIZED "
013060             "FOR MOVRMNT - SESSION ENDED" UPON OPER-CONSOLE
013070         MOVE 12 TO RETURN-CODE
013080         MOVE "Y" TO SESSION-END-SW
013090         GO TO 1000-EXIT.
013100     OPEN INPUT RULE-FILE.
013200     IF RULE-STATUS = "00"
013300         PERFORM 1100-LOAD-MASTER THRU 1100-EXIT
013400             UNTIL END-OF-FILE
013500         CLOSE RULE-FILE
013600     ELSE
013700         DISPLAY "MOVERULE NOT FOUND - STARTING EMPTY FILE"
013800             UPON OPER-CONSOLE.
013900     DISPLAY "RECORDS LOADED: " RULE-COUNT UPON OPER-CONSOLE.
014000 1000-EXIT.
014100     EXIT.
014200 1100-LOAD-MASTER.
014300     READ RULE-FILE
014400         AT END MOVE "Y" TO FILE-EOF-SW
014500         GO TO 1100-EXIT.
014600     IF RULE-COUNT < RULE-MAX
014700         ADD 1 TO RULE-COUNT
014800         MOVE MRM-F-CAMPUS TO RTB-CAMPUS (RULE-COUNT)
014900         MOVE MRM-F-FROM-STATUS TO RTB-FROM-STATUS (RULE-COUNT)
015000         MOVE MRM-F-TO-STATUS TO RTB-TO-STATUS (RULE-COUNT)
015100         MOVE MRM-F-DEST-YARD TO RTB-DEST-YARD (RULE-COUNT)
015200         MOVE MRM-F-DEST-DOOR TO RTB-DEST-DOOR (RULE-COUNT)
015300         MOVE MRM-F-STATUS TO RTB-STATUS (RULE-COUNT)
015400         MOVE MRM-F-MAINT-USER
015500             TO RTB-MAINT-USER (RULE-COUNT)
015600         MOVE MRM-F-MAINT-TIMESTAMP
015700             TO RTB-MAINT-TIMESTAMP (RULE-COUNT)
015800     ELSE
015900         DISPLAY "RULE TABLE FULL - INCREASE RULE-MAX"
016000             UPON OPER-CONSOLE
016100         MOVE "Y" TO FILE-EOF-SW.
016200 1100-EXIT.
016300     EXIT.
016400*****************************************************************
016500*  2000-CONVERSE - ONE ACTION PER PASS                          *
016600*****************************************************************
016700 2000-CONVERSE.
016800     DISPLAY "ACTION? A=ADD C=CHANGE D=DEACTIVATE "
016900         "R=REACTIVATE I=INQUIRE E=END" UPON OPER-CONSOLE.
017000     MOVE SPACES TO ACTION-CODE.
017100     ACCEPT ACTION-CODE FROM OPER-CONSOLE.
017120     PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT.
017140     IF NOT ACTION-AUTHORIZED
017160         GO TO 2000-EXIT.
017200     EVALUATE ACTION-CODE
017300         WHEN SPACES
017400             DISPLAY "NO ACTION ENTERED - SESSION ENDED"
017500                 UPON OPER-CONSOLE
017600             MOVE "Y" TO SESSION-END-SW
017700         WHEN "A"
017800             PERFORM 3000-ADD-RULE THRU 3000-EXIT
017900         WHEN "C"
018000             PERFORM 3100-CHANGE-RULE THRU 3100-EXIT
018100         WHEN "D"
018200             PERFORM 3200-SET-STATUS THRU 3200-EXIT
018300         WHEN "R"
018400             PERFORM 3200-SET-STATUS THRU 3200-EXIT
018500         WHEN "I"
018600             PERFORM 3300-INQUIRE-RULE THRU 3300-EXIT
018700         WHEN "E"
018800             MOVE "Y" TO SESSION-END-SW
018900         WHEN OTHER
019000             DISPLAY "UNKNOWN ACTION " ACTION-CODE
019100                 UPON OPER-CONSOLE
019200     END-EVALUATE.
019300 2000-EXIT.
019400     EXIT.
019402*****************************************************************
019404*  2100-CHECK-AUTHORITY - MAP THE ACTION TO ITS AUTHORITY       *
019406*  CLASS AND ASK AUTHCHK, WHICH LOGS ANY REFUSAL.  END, BLANK   *
019408*  AND UNKNOWN ACTIONS NEED NO AUTHORITY.                       *
019410*****************************************************************
019412 2100-CHECK-AUTHORITY.
019414     MOVE "Y" TO AUTH-OK-SW.
019416     MOVE SPACES TO AUTH-ACTION-CLASS.
019418     EVALUATE ACTION-CODE
019420         WHEN "I"
019422             MOVE "I" TO AUTH-ACTION-CLASS
019424         WHEN "A"
019426         WHEN "C"
019428             MOVE "U" TO AUTH-ACTION-CLASS
019430         WHEN "D"
019432         WHEN "R"
019434             MOVE "D" TO AUTH-ACTION-CLASS
019436     END-EVALUATE.
019438     IF AUTH-ACTION-CLASS = SPACES
019440         GO TO 2100-EXIT.
019442     MOVE ACTION-CODE TO AUTH-ACTION-CODE.
019444     PERFORM 2150-CALL-AUTHCHK THRU 2150-EXIT.
019446     IF NOT ACTION-AUTHORIZED
019448         DISPLAY "ACTION " ACTION-CODE " NOT AUTHORIZED FOR "
019450             OPERATOR-ID UPON OPER-CONSOLE.
019452 2100-EXIT.
019454     EXIT.
019456 2150-CALL-AUTHCHK.
019458     MOVE OPERATOR-ID TO AUTH-USER-ID.
019460     MOVE SPACES TO AUTH-RETURN-CODE.
019462     CALL "AUTHCHK" USING AUTH-PARAMETER-AREA.
019464     IF AUTH-RETURN-CODE = "00"
019466         MOVE "Y" TO AUTH-OK-SW
019468     ELSE
019470         MOVE "N" TO AUTH-OK-SW.
019472 2150-EXIT.
019474     EXIT.
019500*****************************************************************
019600*  3000-ADD-RULE                                                *
019700*****************************************************************
019800 3000-ADD-RULE.
019900     PERFORM 4000-ACCEPT-RULE-KEY THRU 4000-EXIT.
020000     IF WORK-CAMPUS = SPACES
020100         GO TO 3000-EXIT.
020200     PERFORM 4100-FIND-RULE THRU 4100-EXIT.
020300     IF RULE-FOUND-I > ZERO
020400         DISPLAY "RULE ALREADY ON FILE - STATUS "
020500             RTB-STATUS (RULE-FOUND-I) UPON OPER-CONSOLE
020600         GO TO 3000-EXIT.
020700     IF RULE-COUNT NOT < RULE-MAX
020800         DISPLAY "RULE TABLE FULL - ADD REFUSED"
020900             UPON OPER-CONSOLE
021000         GO TO 3000-EXIT.
021100     PERFORM 4050-ACCEPT-DESTINATION THRU 4050-EXIT.
021200     IF WORK-DEST-YARD = SPACES
021300         DISPLAY "DESTINATION YARD IS REQUIRED - ADD REFUSED"
021400             UPON OPER-CONSOLE
021500         GO TO 3000-EXIT.
021600     ADD 1 TO RULE-COUNT.
021700     MOVE WORK-CAMPUS TO RTB-CAMPUS (RULE-COUNT).
021800     MOVE WORK-FROM-STATUS TO RTB-FROM-STATUS (RULE-COUNT).
021900     MOVE WORK-TO-STATUS TO RTB-TO-STATUS (RULE-COUNT).
022000     MOVE WORK-DEST-YARD TO RTB-DEST-YARD (RULE-COUNT).
022100     MOVE WORK-DEST-DOOR TO RTB-DEST-DOOR (RULE-COUNT).
022200     MOVE "A" TO RTB-STATUS (RULE-COUNT).
022300     MOVE RULE-COUNT TO RULE-FOUND-I.
022400     PERFORM 4200-STAMP-ENTRY THRU 4200-EXIT.
022500     DISPLAY "RULE ADDED ACTIVE - MOVE TO " WORK-DEST-YARD "/"
022600         WORK-DEST-DOOR UPON OPER-CONSOLE.
022700 3000-EXIT.
022800     EXIT.
022900*****************************************************************
023000*  3100-CHANGE-RULE - NEW DESTINATION YARD/DOOR                 *
023100*****************************************************************
023200 3100-CHANGE-RULE.
023300     PERFORM 4000-ACCEPT-RULE-KEY THRU 4000-EXIT.
023400     IF WORK-CAMPUS = SPACES
023500         GO TO 3100-EXIT.
023600     PERFORM 4100-FIND-RULE THRU 4100-EXIT.
023700     IF RULE-FOUND-I = ZERO
023800         DISPLAY "RULE NOT ON FILE" UPON OPER-CONSOLE
023900         GO TO 3100-EXIT.
024000     DISPLAY "CURRENT DESTINATION: "
024100         RTB-DEST-YARD (RULE-FOUND-I) "/"
024200         RTB-DEST-DOOR (RULE-FOUND-I) UPON OPER-CONSOLE.
024300     PERFORM 4050-ACCEPT-DESTINATION THRU 4050-EXIT.
024400     IF WORK-DEST-YARD = SPACES
024500         DISPLAY "DESTINATION UNCHANGED" UPON OPER-CONSOLE
024600         GO TO 3100-EXIT.
024700     MOVE WORK-DEST-YARD TO RTB-DEST-YARD (RULE-FOUND-I).
024800     MOVE WORK-DEST-DOOR TO RTB-DEST-DOOR (RULE-FOUND-I).
024900     PERFORM 4200-STAMP-ENTRY THRU 4200-EXIT.
025000     DISPLAY "RULE CHANGED - MOVE TO " WORK-DEST-YARD "/"
025100         WORK-DEST-DOOR UPON OPER-CONSOLE.
025200 3100-EXIT.
025300     EXIT.
025400*****************************************************************
025500*  3200-SET-STATUS - DEACTIVATE (D) OR REACTIVATE (R)           *
025600*****************************************************************
025700 3200-SET-STATUS.
025800     PERFORM 4000-ACCEPT-RULE-KEY THRU 4000-EXIT.
025900     IF WORK-CAMPUS = SPACES
026000         GO TO 3200-EXIT.
026100     PERFORM 4100-FIND-RULE THRU 4100-EXIT.
026200     IF RULE-FOUND-I = ZERO
026300         DISPLAY "RULE NOT ON FILE" UPON OPER-CONSOLE
026400         GO TO 3200-EXIT.
026500     IF ACTION-CODE = "D"
026600         MOVE "I" TO RTB-STATUS (RULE-FOUND-I)
026700         DISPLAY "RULE DEACTIVATED" UPON OPER-CONSOLE
026800     ELSE
026900         MOVE "A" TO RTB-STATUS (RULE-FOUND-I)
027000         DISPLAY "RULE REACTIVATED" UPON OPER-CONSOLE.
027100     PERFORM 4200-STAMP-ENTRY THRU 4200-EXIT.
027200 3200-EXIT.
027300     EXIT.
027400*****************************************************************
027500*  3300-INQUIRE-RULE - SHOW EVERY RULE FOR A CAMPUS ("*ALL"     *
027600*  SHOWS THE ALL-CAMPUS RULES), OPTIONALLY ONE FROM/TO STATUS   *
027700*****************************************************************
027800 3300-INQUIRE-RULE.
027900     PERFORM 4000-ACCEPT-RULE-KEY THRU 4000-EXIT.
028000     IF WORK-CAMPUS = SPACES
028100         GO TO 3300-EXIT.
028200     MOVE ZERO TO RULE-FOUND-I.
028300     PERFORM 3350-SHOW-ONE THRU 3350-EXIT
028400         VARYING RULE-I FROM 1 BY 1
028500         UNTIL RULE-I > RULE-COUNT.
028600     IF RULE-FOUND-I = ZERO
028700         DISPLAY "NO MATCHING RULE ON FILE" UPON OPER-CONSOLE.
028800 3300-EXIT.
028900     EXIT.
029000 3350-SHOW-ONE.
029100     IF RTB-CAMPUS (RULE-I) NOT = WORK-CAMPUS
029200         GO TO 3350-EXIT.
029300     IF WORK-FROM-STATUS NOT = SPACES
029400         AND RTB-FROM-STATUS (RULE-I) NOT = WORK-FROM-STATUS
029500         GO TO 3350-EXIT.
029600     IF WORK-TO-STATUS NOT = SPACES
029700         AND RTB-TO-STATUS (RULE-I) NOT = WORK-TO-STATUS
029800         GO TO 3350-EXIT.
029900     MOVE RULE-I TO RULE-FOUND-I.
030000     DISPLAY RTB-CAMPUS (RULE-I) " "
030100         RTB-FROM-STATUS (RULE-I) " -> "
030200         RTB-TO-STATUS (RULE-I) UPON OPER-CONSOLE.
030300     DISPLAY "    MOVE TO " RTB-DEST-YARD (RULE-I) "/"
030400         RTB-DEST-DOOR (RULE-I) " STATUS "
030500         RTB-STATUS (RULE-I) " LAST MAINT "
030600         RTB-MAINT-USER (RULE-I) " "
030700         RTB-MAINT-TIMESTAMP (RULE-I)
030800         UPON OPER-CONSOLE.
030900 3350-EXIT.
031000     EXIT.
031100*****************************************************************
031200*  4000-ACCEPT-RULE-KEY - PROMPT FOR CAMPUS, FROM AND TO        *
031300*  STATUS.  ADD, CHANGE AND STATUS ACTIONS NEED THE FULL KEY;   *
031400*  INQUIRY MAY LEAVE THE STATUSES BLANK.                        *
031500*****************************************************************
031600 4000-ACCEPT-RULE-KEY.
031700     DISPLAY "CAMPUS (*ALL = EVERY CAMPUS):" UPON OPER-CONSOLE.
031800     MOVE SPACES TO WORK-CAMPUS.
031900     ACCEPT WORK-CAMPUS FROM OPER-CONSOLE.
032000     IF WORK-CAMPUS = SPACES
032100         DISPLAY "NO CAMPUS ENTERED" UPON OPER-CONSOLE
032200         GO TO 4000-EXIT.
032300     DISPLAY "FROM LOAD STATUS (*ALL = ANY):" UPON OPER-CONSOLE.
032400     MOVE SPACES TO WORK-FROM-STATUS.
032500     ACCEPT WORK-FROM-STATUS FROM OPER-CONSOLE.
032600     DISPLAY "TO LOAD STATUS:" UPON OPER-CONSOLE.
032700     MOVE SPACES TO WORK-TO-STATUS.
032800     ACCEPT WORK-TO-STATUS FROM OPER-CONSOLE.
032900     IF ACTION-CODE = "I"
033000         GO TO 4000-EXIT.
033100     IF WORK-FROM-STATUS = SPACES
033200         OR WORK-TO-STATUS = SPACES
033300         DISPLAY "FROM AND TO LOAD STATUS ARE REQUIRED"
033400             UPON OPER-CONSOLE
033500         MOVE SPACES TO WORK-CAMPUS
033600         GO TO 4000-EXIT.
033700     IF WORK-TO-STATUS = "*ALL"
033800         DISPLAY "TO LOAD STATUS MUST BE A STATUS, NOT *ALL"
033900             UPON OPER-CONSOLE
034000         MOVE SPACES TO WORK-CAMPUS
034100         GO TO 4000-EXIT.
034200     IF WORK-FROM-STATUS = WORK-TO-STATUS
034300         DISPLAY "FROM AND TO LOAD STATUS ARE THE SAME - "
034400             "NOT A TRANSITION" UPON OPER-CONSOLE
034500         MOVE SPACES TO WORK-CAMPUS.
034600 4000-EXIT.
034700     EXIT.
034800 4050-ACCEPT-DESTINATION.
034900     DISPLAY "DESTINATION YARD:" UPON OPER-CONSOLE.
035000     MOVE SPACES TO WORK-DEST-YARD.
035100     ACCEPT WORK-DEST-YARD FROM OPER-CONSOLE.
035200     IF WORK-DEST-YARD = SPACES
035300         GO TO 4050-EXIT.
035400     DISPLAY "DESTINATION DOOR (BLANK = ANY SLOT IN THE YARD):"
035500         UPON OPER-CONSOLE.
035600     MOVE SPACES TO WORK-DEST-DOOR.
035700     ACCEPT WORK-DEST-DOOR FROM OPER-CONSOLE.
035800 4050-EXIT.
035900     EXIT.
036000*****************************************************************
036100*  4100-FIND-RULE - SERIAL SEARCH ON THE FULL KEY,              *
036200*  RESULT IN RULE-FOUND-I                                       *
036300*****************************************************************
036400 4100-FIND-RULE.
036500     MOVE ZERO TO RULE-FOUND-I.
036600     IF RULE-COUNT = ZERO
036700         GO TO 4100-EXIT.
036800     PERFORM 4150-SCAN-ONE THRU 4150-EXIT
036900         VARYING RULE-I FROM 1 BY 1
037000         UNTIL RULE-I > RULE-COUNT
037100         OR RULE-FOUND-I > ZERO.
037200 4100-EXIT.
037300     EXIT.
037400 4150-SCAN-ONE.
037500     IF RTB-CAMPUS (RULE-I) = WORK-CAMPUS
037600         AND RTB-FROM-STATUS (RULE-I) = WORK-FROM-STATUS
037700         AND RTB-TO-STATUS (RULE-I) = WORK-TO-STATUS
037800         MOVE RULE-I TO RULE-FOUND-I.
037900 4150-EXIT.
038000     EXIT.
038100*****************************************************************
038200*  4200-STAMP-ENTRY - WHO/WHEN ON THE ENTRY JUST TOUCHED        *
038300*****************************************************************
038400 4200-STAMP-ENTRY.
038500     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD.
038600     ACCEPT RUN-TIME-HMS FROM TIME.
038700     MOVE SPACES TO STAMP-TIMESTAMP.
038800     STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY "-"
038900            RUN-HOUR "." RUN-MINUTE "." RUN-SECOND
039000            ".000000"
039100            DELIMITED BY SIZE INTO STAMP-TIMESTAMP.
039200     MOVE OPERATOR-ID TO RTB-MAINT-USER (RULE-FOUND-I).
039300     MOVE STAMP-TIMESTAMP
039400         TO RTB-MAINT-TIMESTAMP (RULE-FOUND-I).
039500     ADD 1 TO CHANGE-COUNT.
039600 4200-EXIT.
039700     EXIT.
039800*****************************************************************
039900*  9000-WRAP-UP - REWRITE THE MASTER IN KEY ORDER               *
040000*****************************************************************
040100 9000-WRAP-UP.
040200     IF CHANGE-COUNT = ZERO
040300         DISPLAY "NO CHANGES - MOVERULE NOT REWRITTEN"
040400             UPON OPER-CONSOLE
040500         GO TO 9000-EXIT.
040600     PERFORM 9100-SORT-TABLE THRU 9100-EXIT.
040700     OPEN OUTPUT RULE-FILE.
040800     IF RULE-STATUS NOT = "00"
040900         DISPLAY "MOVERULE REWRITE OPEN ERROR " RULE-STATUS
041000             UPON OPER-CONSOLE
041100         MOVE 12 TO RETURN-CODE
041200         GO TO 9000-EXIT.
041300     PERFORM 9200-WRITE-ONE THRU 9200-EXIT
041400         VARYING RULE-I FROM 1 BY 1
041500         UNTIL RULE-I > RULE-COUNT.
041600     CLOSE RULE-FILE.
041700     DISPLAY "MOVERULE REWRITTEN - " RULE-COUNT " RECORDS, "
041800         CHANGE-COUNT " CHANGES BY " OPERATOR-ID
041900         UPON OPER-CONSOLE.
042000 9000-EXIT.
042100     EXIT.
042200*****************************************************************
042300*  9100-SORT-TABLE - SIMPLE EXCHANGE SORT ON THE FULL KEY       *
042400*****************************************************************
042500 9100-SORT-TABLE.
042600     IF RULE-COUNT < 2
042700         GO TO 9100-EXIT.
042800     PERFORM 9150-SORT-PASS THRU 9150-EXIT
042900         VARYING RULE-I FROM 1 BY 1
043000         UNTIL RULE-I NOT < RULE-COUNT.
043100 9100-EXIT.
043200     EXIT.
043300 9150-SORT-PASS.
043400     PERFORM 9160-SORT-COMPARE THRU 9160-EXIT
043500         VARYING RULE-FOUND-I FROM 1 BY 1
043600         UNTIL RULE-FOUND-I NOT < RULE-COUNT.
043700 9150-EXIT.
043800     EXIT.
043900 9160-SORT-COMPARE.
044000     IF RULE-ENTRY (RULE-FOUND-I) (1:56) >
044100         RULE-ENTRY (RULE-FOUND-I + 1) (1:56)
044200         MOVE RULE-ENTRY (RULE-FOUND-I) TO SWAP-ENTRY
044300         MOVE RULE-ENTRY (RULE-FOUND-I + 1)
044400             TO RULE-ENTRY (RULE-FOUND-I)
044500         MOVE SWAP-ENTRY TO RULE-ENTRY (RULE-FOUND-I + 1).
044600 9160-EXIT.
044700     EXIT.
044800 9200-WRITE-ONE.
044900     MOVE RTB-CAMPUS (RULE-I) TO MRM-F-CAMPUS.
045000     MOVE RTB-FROM-STATUS (RULE-I) TO MRM-F-FROM-STATUS.
045100     MOVE RTB-TO-STATUS (RULE-I) TO MRM-F-TO-STATUS.
045200     MOVE RTB-DEST-YARD (RULE-I) TO MRM-F-DEST-YARD.
045300     MOVE RTB-DEST-DOOR (RULE-I) TO MRM-F-DEST-DOOR.
045400     MOVE RTB-STATUS (RULE-I) TO MRM-F-STATUS.
045500     MOVE RTB-MAINT-USER (RULE-I) TO MRM-F-MAINT-USER.
045600     MOVE RTB-MAINT-TIMESTAMP (RULE-I)
045700         TO MRM-F-MAINT-TIMESTAMP.
045800     WRITE RULE-RECORD.
045900 9200-EXIT.
046000     EXIT.
