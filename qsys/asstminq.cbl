000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ASSTMINQ.
000300 AUTHOR. R J MARINO.
000400 INSTALLATION. NATIONAL RETAIL SYSTEMS - NORTH BERGEN NJ.
000500 DATE-WRITTEN. OCTOBER 2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  ASSTMINQ - KEYED ASSET MASTER INQUIRY                        *
000900*                                                               *
001000*  CONVERSATIONAL INQUIRY OVER THE INDEXED ASSET MASTER         *
001100*  (ASSTMAST) KEPT BY ASSTMLOD.  THE OPERATOR LOOKS AN ASSET    *
001200*  UP BY ASSET KEY, BY ASSETID, BY BARCODE OR BY SERIAL         *
001300*  NUMBER AND SEES THE MASTER FIELDS, THE CUSTOM FIELDS AND     *
001400*  WHEN AND HOW THE RECORD WAS LAST REFRESHED.  BARCODE AND     *
001500*  SERIAL NUMBER ARE NOT UNIQUE; EVERY ASSET SHARING THE VALUE  *
001600*  IS SHOWN, UP TO A LIMIT.  THE MASTER IS READ ONLY.           *
001700*****************************************************************
001800*  MODIFICATION HISTORY                                         *
001900*  10/15/26  RJM  NEW PROGRAM.                                  *
002000*****************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SPECIAL-NAMES.
002400     CONSOLE IS OPER-CONSOLE.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT MAST-FILE ASSIGN TO ASSTMAST
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS AMI-M-ASSET-KEY
003100         ALTERNATE RECORD KEY IS AMI-M-ASSET-ID
003200         ALTERNATE RECORD KEY IS AMI-M-BARCODE
003300             WITH DUPLICATES
003400         ALTERNATE RECORD KEY IS AMI-M-SERIAL-NUMBER
003500             WITH DUPLICATES
003600         FILE STATUS IS MAST-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  MAST-FILE
004000     RECORD CONTAINS 15000 CHARACTERS.
004100 01  MAST-RECORD.
004200     05  AMI-M-ASSET-DATA.
004300         10  AMI-M-ASSET-KEY     PIC S9(10).
004400         10  AMI-M-ENTITY-NAME   PIC X(50).
004500         10  AMI-M-ASSET-ID      PIC X(24).
004600         10  AMI-M-PARENT-ASSET-ID
004700                                 PIC X(24).
004800         10  AMI-M-DESCRIPTION   PIC X(50).
004900         10  AMI-M-GROUP-KEY     PIC S9(10).
005000         10  AMI-M-GROUP-ID      PIC X(24).
005100         10  AMI-M-CATEGORY-ID   PIC X(24).
005200         10  AMI-M-TYPE-ID       PIC X(24).
005300         10  AMI-M-BUDGET-GROUP-ID
005400                                 PIC X(24).
005500         10  AMI-M-BUDGET-ID     PIC X(24).
005600         10  AMI-M-STATUS-ID     PIC X(24).
005700         10  AMI-M-BARCODE       PIC X(50).
005800         10  AMI-M-MANUFACTURER  PIC X(24).
005900         10  AMI-M-MODEL         PIC X(32).
006000         10  AMI-M-SERIAL-NUMBER PIC X(32).
006100         10  AMI-M-CUSTOMER      PIC X(50).
006200         10  AMI-M-CUSTOMER-KEY  PIC S9(10).
006300         10  AMI-M-PURCHASE-DATE PIC X(10).
006400         10  AMI-M-PURCHASE-COST PIC S9(13)V9(02)  COMP-3.
006500         10  AMI-M-MORE-CUSTOM-FIELDS
006600                                 PIC X(01).
006700         10  AMI-M-RESUME-CF-KEY PIC S9(10).
006800         10  AMI-M-CUSTOM-FIELD-COUNT
006900                                 PIC S9(03).
007000         10  AMI-M-CUSTOM-FIELDS OCCURS 100 TIMES.
007100             15  AMI-M-CF-KEY    PIC S9(10).
007200             15  AMI-M-CF-FIELD-KEY
007300                                 PIC S9(10).
007400             15  AMI-M-CF-FIELD-NAME
007500                                 PIC X(24).
007600             15  AMI-M-CF-VALUE  PIC X(100).
007700     05  AMI-M-UPDATE-STAMP      PIC X(19).
007800     05  AMI-M-UPDATE-SOURCE     PIC X(01).
007900     05  AMI-M-PARTIAL-SW        PIC X(01).
008000         88  AMI-M-PARTIAL                   VALUE "Y".
008100     05  FILLER                  PIC X(37).
008200 WORKING-STORAGE SECTION.
008300 77  MAST-STATUS                 PIC X(02)   VALUE SPACES.
008400     88  MAST-OK                             VALUE "00" "02".
008500     88  MAST-NOT-FOUND                      VALUE "23".
008600     88  MAST-AT-END                         VALUE "10".
008700 77  MATCH-COUNT                 PIC S9(03)  COMP VALUE ZERO.
008800 77  MATCH-MAX                   PIC S9(03)  COMP VALUE +10.
008900 77  CF-I                        PIC S9(03)  COMP VALUE ZERO.
009000 77  CF-COUNT                    PIC S9(03)  COMP VALUE ZERO.
009100 01  SWITCH-AREA.
009200     05  SESSION-END-SW          PIC X(01)   VALUE "N".
009300         88  SESSION-ENDED                   VALUE "Y".
009400     05  MATCH-END-SW            PIC X(01)   VALUE "N".
009500         88  END-OF-MATCHES                  VALUE "Y".
009600     05  NUM-VALID-SW            PIC X(01)   VALUE "Y".
009700         88  NUMBER-IS-VALID                 VALUE "Y".
009800     05  NUM-DONE-SW             PIC X(01)   VALUE "N".
009900         88  NUMBER-SCAN-DONE                VALUE "Y".
010000 01  OPERATOR-AREA.
010100     05  LOOKUP-TYPE             PIC X(01)   VALUE SPACES.
010200         88  LOOKUP-BY-KEY                   VALUE "K".
010300         88  LOOKUP-BY-ASSET-ID              VALUE "I".
010400         88  LOOKUP-BY-BARCODE               VALUE "B".
010500         88  LOOKUP-BY-SERIAL                VALUE "S".
010600     05  LOOKUP-VALUE            PIC X(50)   VALUE SPACES.
010700 01  NUMBER-ENTRY-AREA.
010800     05  NUM-INPUT               PIC X(10)   VALUE SPACES.
010900     05  NUM-INPUT-CHARS REDEFINES NUM-INPUT.
011000         10  NUM-CHAR            PIC X(01)   OCCURS 10 TIMES.
011100     05  NUM-RESULT              PIC S9(10)  VALUE ZERO.
011200     05  NUM-SCAN-I              PIC S9(03)  COMP VALUE ZERO.
011300     05  NUM-DIGIT-AREA.
011400         10  NUM-DIGIT-X         PIC X(01).
011500     05  NUM-DIGIT-9-AREA REDEFINES NUM-DIGIT-AREA.
011600         10  NUM-DIGIT-9         PIC 9(01).
011700 01  DISPLAY-AREA.
011800     05  DSP-ASSET-KEY           PIC -(10)9.
011900     05  DSP-OTHER-KEY           PIC -(10)9.
012000     05  DSP-COST                PIC -(12)9.99.
012100     05  DSP-CF-COUNT            PIC ZZ9.
012200     05  DSP-SOURCE              PIC X(12)   VALUE SPACES.
012300 PROCEDURE DIVISION.
012400*****************************************************************
012500*  0000-MAINLINE - OVERALL PROGRAM CONTROL                      *
012600*****************************************************************
012700 0000-MAINLINE.
012800     DISPLAY "ASSTMINQ - ASSET MASTER INQUIRY"
012900         UPON OPER-CONSOLE.
013000     OPEN INPUT MAST-FILE.
013100     IF MAST-STATUS NOT = "00"
013200         DISPLAY "ASSTMINQ - ASSTMAST NOT AVAILABLE " MAST-STATUS
013300             UPON OPER-CONSOLE
013400         MOVE 12 TO RETURN-CODE
013500         STOP RUN.
013600     PERFORM 2000-ONE-INQUIRY THRU 2000-EXIT
013700         UNTIL SESSION-ENDED.
013800     CLOSE MAST-FILE.
013900     STOP RUN.
014000*****************************************************************
014100*  2000-ONE-INQUIRY - PROMPT FOR THE KEY TYPE AND VALUE         *
014200*****************************************************************
014300 2000-ONE-INQUIRY.
014400     DISPLAY "LOOK UP BY K=ASSET KEY I=ASSETID B=BARCODE "
014500         "S=SERIAL NUMBER (BLANK = END):" UPON OPER-CONSOLE.
014600     MOVE SPACES TO LOOKUP-TYPE.
014700     ACCEPT LOOKUP-TYPE FROM OPER-CONSOLE.
014800     IF LOOKUP-TYPE = SPACES
014900         MOVE "Y" TO SESSION-END-SW
015000         GO TO 2000-EXIT.
015100     IF NOT LOOKUP-BY-KEY AND NOT LOOKUP-BY-ASSET-ID
015200         AND NOT LOOKUP-BY-BARCODE AND NOT LOOKUP-BY-SERIAL
015300         DISPLAY "ENTER K, I, B OR S" UPON OPER-CONSOLE
015400         GO TO 2000-EXIT.
015500     DISPLAY "VALUE:" UPON OPER-CONSOLE.
015600     MOVE SPACES TO LOOKUP-VALUE.
015700     ACCEPT LOOKUP-VALUE FROM OPER-CONSOLE.
015800     IF LOOKUP-VALUE = SPACES
015900         GO TO 2000-EXIT.
016000     EVALUATE TRUE
016100         WHEN LOOKUP-BY-KEY
016200             PERFORM 3000-READ-BY-KEY THRU 3000-EXIT
016300         WHEN LOOKUP-BY-ASSET-ID
016400             PERFORM 3100-READ-BY-ASSET-ID THRU 3100-EXIT
016500         WHEN OTHER
016600             PERFORM 3200-READ-DUPLICATES THRU 3200-EXIT
016700     END-EVALUATE.
016800 2000-EXIT.
016900     EXIT.
017000*****************************************************************
017100*  3000-READ-BY-KEY - PRIME KEY, DIGITS ONLY                    *
017200*****************************************************************
017300 3000-READ-BY-KEY.
017400     MOVE LOOKUP-VALUE TO NUM-INPUT.
017500     MOVE ZERO TO NUM-RESULT.
017600     MOVE "Y" TO NUM-VALID-SW.
017700     MOVE "N" TO NUM-DONE-SW.
017800     PERFORM 3050-ONE-DIGIT THRU 3050-EXIT
017900         VARYING NUM-SCAN-I FROM 1 BY 1
018000         UNTIL NUM-SCAN-I > 10
018100         OR NUMBER-SCAN-DONE
018200         OR NOT NUMBER-IS-VALID.
018300     IF NOT NUMBER-IS-VALID
018400         OR LOOKUP-VALUE (11:40) NOT = SPACES
018500         DISPLAY "ASSET KEY MUST BE NUMERIC" UPON OPER-CONSOLE
018600         GO TO 3000-EXIT.
018700     MOVE NUM-RESULT TO AMI-M-ASSET-KEY.
018800     READ MAST-FILE
018900         KEY IS AMI-M-ASSET-KEY.
019000     IF MAST-NOT-FOUND
019100         DISPLAY "NO ASSET WITH KEY " NUM-INPUT
019200             UPON OPER-CONSOLE
019300         GO TO 3000-EXIT.
019400     IF NOT MAST-OK
019500         DISPLAY "ASSTMINQ - ASSTMAST READ ERROR " MAST-STATUS
019600             UPON OPER-CONSOLE
019700         GO TO 3000-EXIT.
019800     PERFORM 7000-SHOW-ASSET THRU 7000-EXIT.
019900 3000-EXIT.
020000     EXIT.
020100 3050-ONE-DIGIT.
020200     IF NUM-CHAR (NUM-SCAN-I) = SPACE
020300         MOVE "Y" TO NUM-DONE-SW
020400         GO TO 3050-EXIT.
020500     MOVE NUM-CHAR (NUM-SCAN-I) TO NUM-DIGIT-X.
020600     IF NUM-DIGIT-9-AREA NOT NUMERIC
020700         MOVE "N" TO NUM-VALID-SW
020800         GO TO 3050-EXIT.
020900     COMPUTE NUM-RESULT = (NUM-RESULT * 10) + NUM-DIGIT-9.
021000 3050-EXIT.
021100     EXIT.
021200*****************************************************************
021300*  3100-READ-BY-ASSET-ID - UNIQUE ALTERNATE KEY                 *
021400*****************************************************************
021500 3100-READ-BY-ASSET-ID.
021600     MOVE LOOKUP-VALUE TO AMI-M-ASSET-ID.
021700     READ MAST-FILE
021800         KEY IS AMI-M-ASSET-ID.
021900     IF MAST-NOT-FOUND
022000         DISPLAY "NO ASSET WITH ASSETID " AMI-M-ASSET-ID
022100             UPON OPER-CONSOLE
022200         GO TO 3100-EXIT.
022300     IF NOT MAST-OK
022400         DISPLAY "ASSTMINQ - ASSTMAST READ ERROR " MAST-STATUS
022500             UPON OPER-CONSOLE
022600         GO TO 3100-EXIT.
022700     PERFORM 7000-SHOW-ASSET THRU 7000-EXIT.
022800 3100-EXIT.
022900     EXIT.
023000*****************************************************************
023100*  3200-READ-DUPLICATES - BARCODE OR SERIAL NUMBER.  POSITION   *
023200*  ON THE FIRST ASSET WITH THE VALUE AND READ FORWARD WHILE     *
023300*  THE VALUE HOLDS.                                             *
023400*****************************************************************
023500 3200-READ-DUPLICATES.
023600     MOVE ZERO TO MATCH-COUNT.
023700     MOVE "N" TO MATCH-END-SW.
023800     IF LOOKUP-BY-BARCODE
023900         MOVE LOOKUP-VALUE TO AMI-M-BARCODE
024000         START MAST-FILE
024100             KEY IS EQUAL TO AMI-M-BARCODE
024200     ELSE
024300         MOVE LOOKUP-VALUE TO AMI-M-SERIAL-NUMBER
024400         START MAST-FILE
024500             KEY IS EQUAL TO AMI-M-SERIAL-NUMBER.
024600     IF MAST-NOT-FOUND
024700         DISPLAY "NO ASSET WITH THAT VALUE" UPON OPER-CONSOLE
024800         GO TO 3200-EXIT.
024900     IF NOT MAST-OK
025000         DISPLAY "ASSTMINQ - ASSTMAST START ERROR " MAST-STATUS
025100             UPON OPER-CONSOLE
025200         GO TO 3200-EXIT.
025300     PERFORM 3300-NEXT-MATCH THRU 3300-EXIT
025400         UNTIL END-OF-MATCHES.
025500     DISPLAY MATCH-COUNT " ASSET(S) SHOWN" UPON OPER-CONSOLE.
025600 3200-EXIT.
025700     EXIT.
025800 3300-NEXT-MATCH.
025900     READ MAST-FILE NEXT RECORD.
026000     IF MAST-AT-END
026100         MOVE "Y" TO MATCH-END-SW
026200         GO TO 3300-EXIT.
026300     IF NOT MAST-OK
026400         DISPLAY "ASSTMINQ - ASSTMAST READ ERROR " MAST-STATUS
026500             UPON OPER-CONSOLE
026600         MOVE "Y" TO MATCH-END-SW
026700         GO TO 3300-EXIT.
026800     IF LOOKUP-BY-BARCODE
026900         AND AMI-M-BARCODE NOT = LOOKUP-VALUE
027000         MOVE "Y" TO MATCH-END-SW
027100         GO TO 3300-EXIT.
027200     IF LOOKUP-BY-SERIAL
027300         AND AMI-M-SERIAL-NUMBER NOT = LOOKUP-VALUE
027400         MOVE "Y" TO MATCH-END-SW
027500         GO TO 3300-EXIT.
027600     IF MATCH-COUNT NOT < MATCH-MAX
027700         DISPLAY "MORE ASSETS SHARE THIS VALUE - FIRST "
027800             MATCH-MAX " SHOWN" UPON OPER-CONSOLE
027900         MOVE "Y" TO MATCH-END-SW
028000         GO TO 3300-EXIT.
028100     ADD 1 TO MATCH-COUNT.
028200     PERFORM 7000-SHOW-ASSET THRU 7000-EXIT.
028300 3300-EXIT.
028400     EXIT.
028500*****************************************************************
028600*  7000-SHOW-ASSET - MASTER FIELDS, REFRESH STAMP, CUSTOM       *
028700*  FIELDS                                                       *
028800*****************************************************************
028900 7000-SHOW-ASSET.
029000     MOVE AMI-M-ASSET-KEY TO DSP-ASSET-KEY.
029100     DISPLAY "ASSET KEY     " DSP-ASSET-KEY "   ASSETID "
029200         AMI-M-ASSET-ID UPON OPER-CONSOLE.
029300     DISPLAY "NAME          " AMI-M-ENTITY-NAME UPON OPER-CONSOLE.
029400     DISPLAY "DESCRIPTION   " AMI-M-DESCRIPTION UPON OPER-CONSOLE.
029500     DISPLAY "PARENT ASSET  " AMI-M-PARENT-ASSET-ID
029600         UPON OPER-CONSOLE.
029700     MOVE AMI-M-GROUP-KEY TO DSP-OTHER-KEY.
029800     DISPLAY "GROUP         " AMI-M-GROUP-ID "  KEY "
029900         DSP-OTHER-KEY UPON OPER-CONSOLE.
030000     DISPLAY "CATEGORY      " AMI-M-CATEGORY-ID "  TYPE "
030100         AMI-M-TYPE-ID UPON OPER-CONSOLE.
030200     DISPLAY "STATUS        " AMI-M-STATUS-ID UPON OPER-CONSOLE.
030300     DISPLAY "BARCODE       " AMI-M-BARCODE UPON OPER-CONSOLE.
030400     DISPLAY "SERIAL NUMBER " AMI-M-SERIAL-NUMBER
030500         UPON OPER-CONSOLE.
030600     DISPLAY "MAKE / MODEL  " AMI-M-MANUFACTURER " "
030700         AMI-M-MODEL UPON OPER-CONSOLE.
030800     MOVE AMI-M-CUSTOMER-KEY TO DSP-OTHER-KEY.
030900     DISPLAY "CUSTOMER      " AMI-M-CUSTOMER "  KEY "
031000         DSP-OTHER-KEY UPON OPER-CONSOLE.
031100     DISPLAY "BUDGET GROUP  " AMI-M-BUDGET-GROUP-ID "  BUDGET "
031200         AMI-M-BUDGET-ID UPON OPER-CONSOLE.
031300     MOVE AMI-M-PURCHASE-COST TO DSP-COST.
031400     DISPLAY "PURCHASED     " AMI-M-PURCHASE-DATE "  COST "
031500         DSP-COST UPON OPER-CONSOLE.
031600     EVALUATE AMI-M-UPDATE-SOURCE
031700         WHEN "F"
031800             MOVE "FULL LOAD" TO DSP-SOURCE
031900         WHEN "I"
032000             MOVE "EXTRACT" TO DSP-SOURCE
032100         WHEN "D"
032200             MOVE "DELTA" TO DSP-SOURCE
032300         WHEN OTHER
032400             MOVE AMI-M-UPDATE-SOURCE TO DSP-SOURCE
032500     END-EVALUATE.
032600     DISPLAY "LAST UPDATED  " AMI-M-UPDATE-STAMP " BY "
032700         DSP-SOURCE UPON OPER-CONSOLE.
032800     IF AMI-M-PARTIAL
032900         DISPLAY "*** PARTIAL RECORD - ADDED FROM A DELTA, FULL "
033000             "DETAIL AT THE NEXT EXTRACT ***" UPON OPER-CONSOLE.
033100     MOVE AMI-M-CUSTOM-FIELD-COUNT TO CF-COUNT.
033200     IF CF-COUNT > 100
033300         MOVE 100 TO CF-COUNT.
033400     IF CF-COUNT < ZERO
033500         MOVE ZERO TO CF-COUNT.
033600     MOVE CF-COUNT TO DSP-CF-COUNT.
033700     DISPLAY "CUSTOM FIELDS " DSP-CF-COUNT UPON OPER-CONSOLE.
033800     PERFORM 7100-SHOW-CUSTOM-FIELD THRU 7100-EXIT
033900         VARYING CF-I FROM 1 BY 1
034000         UNTIL CF-I > CF-COUNT.
034100     DISPLAY " " UPON OPER-CONSOLE.
034200 7000-EXIT.
034300     EXIT.
034400 7100-SHOW-CUSTOM-FIELD.
034500     DISPLAY "  " AMI-M-CF-FIELD-NAME (CF-I) " "
034600         AMI-M-CF-VALUE (CF-I) UPON OPER-CONSOLE.
034700 7100-EXIT.
034800     EXIT.
