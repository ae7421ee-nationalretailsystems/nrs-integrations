000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AUTHCHK.
000300 AUTHOR. R J MARINO.
000400 INSTALLATION. NATIONAL RETAIL SYSTEMS - NORTH BERGEN NJ.
000500 DATE-WRITTEN. OCTOBER 2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  AUTHCHK - OPERATOR AUTHORITY CHECK                           *
000900*                                                               *
001000*  CALLED SUBPROGRAM.  DECIDES WHETHER AN OPERATOR MAY USE A    *
001100*  CONVERSATIONAL MAINTENANCE PROGRAM, OR TAKE ONE ACTION IN    *
001200*  IT, FROM THE OPERATOR AUTHORITY FILE (OPERAUTH) KEPT BY      *
001300*  AUTHMNT.  THE CALLING PROGRAM CHECKS ONCE AT SIGN-ON AND     *
001400*  AGAIN BEFORE EVERY ACTION.  THE FILE IS READ ON EVERY CALL   *
001500*  SO THAT AN AUTHORITY WITHDRAWN BY A SECURITY ADMINISTRATOR   *
001600*  TAKES EFFECT AT THE OPERATOR'S NEXT ACTION.  EVERY REFUSAL   *
001700*  IS APPENDED TO THE SECURITY VIOLATION FILE (SECVIOL) FOR     *
001800*  THE AUDITORS' DAILY REPORT (AUTHRPT).  A MISSING AUTHORITY   *
001900*  FILE REFUSES EVERYTHING.                                     *
002000*                                                               *
002100*  ACTION CLASSES:                                              *
002200*     S  SIGN-ON - ANY ONE OF THE THREE AUTHORITIES             *
002300*     I  INQUIRY                                                *
002400*     U  ADD / CHANGE                                           *
002500*     D  DEACTIVATE / REACTIVATE / CANCEL                       *
002600*                                                               *
002700*  OPERAUTH RECORD (64 BYTES):                                  *
002800*     USER ID            X(10)                                  *
002900*     PROGRAM            X(8)                                   *
003000*     INQUIRY            X(1)   Y = ALLOWED                     *
003100*     ADD / CHANGE       X(1)   Y = ALLOWED                     *
003200*     DEACTIVATE/CANCEL  X(1)   Y = ALLOWED                     *
003300*     STATUS             X(1)   A=ACTIVE  I=INACTIVE            *
003400*     MAINTENANCE USER   X(10)                                  *
003500*     MAINTENANCE TIME   X(26)                                  *
003600*     FILLER             X(6)                                   *
003700*                                                               *
003800*  SECVIOL RECORD (100 BYTES):                                  *
003900*     TIMESTAMP          X(26)                                  *
004000*     USER ID            X(10)                                  *
004100*     PROGRAM            X(8)                                   *
004200*     ACTION CLASS       X(1)                                   *
004300*     ACTION CODE        X(1)   THE OPERATOR'S ACTION LETTER    *
004400*     REASON             X(40)                                  *
004500*     FILLER             X(14)                                  *
004600*                                                               *
004700*  PARAMETER AREA:                                              *
004800*     USER ID IN         X(10)                                  *
004900*     PROGRAM IN         X(8)                                   *
005000*     ACTION CLASS IN    X(1)   S, I, U OR D                    *
005100*     ACTION CODE IN     X(1)                                   *
005200*     RETURN CODE OUT    X(2)   00=ALLOWED  08=REFUSED          *
005300*                               90=AUTHORITY FILE UNAVAILABLE   *
005400*****************************************************************
005500*  MODIFICATION HISTORY                                         *
005600*  10/15/26  RJM  NEW PROGRAM.                                  *
005700*****************************************************************
005800 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
006000 SPECIAL-NAMES.
006100     CONSOLE IS OPER-CONSOLE.
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     SELECT AUTH-FILE ASSIGN TO OPERAUTH
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS AUTH-STATUS.
006700     SELECT VIOL-FILE ASSIGN TO SECVIOL
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS VIOL-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  AUTH-FILE
007300     RECORD CONTAINS 64 CHARACTERS.
007400 01  AUTH-RECORD.
007500     05  AUC-F-USER-ID           PIC X(10).
007600     05  AUC-F-PROGRAM           PIC X(08).
007700     05  AUC-F-INQUIRY           PIC X(01).
007800     05  AUC-F-UPDATE            PIC X(01).
007900     05  AUC-F-DEACTIVATE        PIC X(01).
008000     05  AUC-F-STATUS            PIC X(01).
008100         88  AUC-F-ACTIVE                    VALUE "A".
008200     05  AUC-F-MAINT-USER        PIC X(10).
008300     05  AUC-F-MAINT-TIMESTAMP   PIC X(26).
008400     05  FILLER                  PIC X(06).
008500 FD  VIOL-FILE
008600     RECORD CONTAINS 100 CHARACTERS.
008700 01  VIOL-RECORD.
008800     05  AUC-V-TIMESTAMP         PIC X(26).
008900     05  AUC-V-USER-ID           PIC X(10).
009000     05  AUC-V-PROGRAM           PIC X(08).
009100     05  AUC-V-ACTION-CLASS      PIC X(01).
009200     05  AUC-V-ACTION-CODE       PIC X(01).
009300     05  AUC-V-REASON            PIC X(40).
009400     05  FILLER                  PIC X(14).
009500 WORKING-STORAGE SECTION.
009600 77  AUTH-STATUS                 PIC X(02)   VALUE SPACES.
009700 77  VIOL-STATUS                 PIC X(02)   VALUE SPACES.
009800 01  SWITCH-AREA.
009900     05  AUTH-EOF-SW             PIC X(01)   VALUE "N".
010000         88  END-OF-AUTH                     VALUE "Y".
010100     05  ENTRY-FOUND-SW          PIC X(01)   VALUE "N".
010200         88  ENTRY-FOUND                     VALUE "Y".
010300 01  FOUND-AUTHORITY.
010400     05  FND-INQUIRY             PIC X(01)   VALUE "N".
010500     05  FND-UPDATE              PIC X(01)   VALUE "N".
010600     05  FND-DEACTIVATE          PIC X(01)   VALUE "N".
010700 01  REFUSAL-REASON              PIC X(40)   VALUE SPACES.
010800 01  RUN-STAMP-AREA.
010900     05  RUN-DATE-YMD            PIC 9(08).
011000     05  RUN-DATE-X REDEFINES RUN-DATE-YMD.
011100         10  RUN-YEAR            PIC X(04).
011200         10  RUN-MONTH           PIC X(02).
011300         10  RUN-DAY             PIC X(02).
011400     05  RUN-TIME-HMS            PIC 9(08).
011500     05  RUN-TIME-X REDEFINES RUN-TIME-HMS.
011600         10  RUN-HOUR            PIC X(02).
011700         10  RUN-MINUTE          PIC X(02).
011800         10  RUN-SECOND          PIC X(02).
011900         10  RUN-HUNDREDTHS      PIC X(02).
012000     05  STAMP-TIMESTAMP         PIC X(26).
012100 LINKAGE SECTION.
012200 01  AUC-PARAMETER-AREA.
012300     05  AUC-P-USER-ID           PIC X(10).
012400     05  AUC-P-PROGRAM           PIC X(08).
012500     05  AUC-P-ACTION-CLASS      PIC X(01).
012600         88  AUC-P-SIGN-ON                   VALUE "S".
012700         88  AUC-P-INQUIRY                   VALUE "I".
012800         88  AUC-P-UPDATE                    VALUE "U".
012900         88  AUC-P-DEACTIVATE                VALUE "D".
013000     05  AUC-P-ACTION-CODE       PIC X(01).
013100     05  AUC-P-RETURN-CODE       PIC X(02).
013200 PROCEDURE DIVISION USING AUC-PARAMETER-AREA.
013300*****************************************************************
013400*  0000-MAINLINE                                                *
013500*****************************************************************
013600 0000-MAINLINE.
013700     PERFORM 1000-FIND-AUTHORITY THRU 1000-EXIT.
013800     IF AUTH-STATUS NOT = "00" AND NOT END-OF-AUTH
013900         MOVE "90" TO AUC-P-RETURN-CODE
014000         MOVE "AUTHORITY FILE UNAVAILABLE" TO REFUSAL-REASON
014100         PERFORM 3000-LOG-VIOLATION THRU 3000-EXIT
014200         GO TO 0000-GOBACK.
014300     PERFORM 2000-DECIDE THRU 2000-EXIT.
014400     IF REFUSAL-REASON = SPACES
014500         MOVE "00" TO AUC-P-RETURN-CODE
014600     ELSE
014700         MOVE "08" TO AUC-P-RETURN-CODE
014800         PERFORM 3000-LOG-VIOLATION THRU 3000-EXIT.
014900 0000-GOBACK.
015000     GOBACK.
015100*****************************************************************
015200*  1000-FIND-AUTHORITY - THE ACTIVE ENTRY FOR THIS OPERATOR     *
015300*  AND PROGRAM, READ FRESH ON EVERY CALL                        *
015400*****************************************************************
015500 1000-FIND-AUTHORITY.
015600     MOVE "N" TO AUTH-EOF-SW.
015700     MOVE "N" TO ENTRY-FOUND-SW.
015800     MOVE "NNN" TO FOUND-AUTHORITY.
015900     OPEN INPUT AUTH-FILE.
016000     IF AUTH-STATUS NOT = "00"
016100         DISPLAY "AUTHCHK - OPERAUTH OPEN ERROR " AUTH-STATUS
016200             UPON OPER-CONSOLE
016300         GO TO 1000-EXIT.
016400     PERFORM 1100-READ-ONE THRU 1100-EXIT
016500         UNTIL END-OF-AUTH OR ENTRY-FOUND.
016600     CLOSE AUTH-FILE.
016700     MOVE "00" TO AUTH-STATUS.
016800 1000-EXIT.
016900     EXIT.
017000 1100-READ-ONE.
017100     READ AUTH-FILE
017200         AT END MOVE "Y" TO AUTH-EOF-SW
017300         GO TO 1100-EXIT.
017400     IF AUC-F-USER-ID = AUC-P-USER-ID
017500         AND AUC-F-PROGRAM = AUC-P-PROGRAM
017600         AND AUC-F-ACTIVE
017700         MOVE "Y" TO ENTRY-FOUND-SW
017800         MOVE AUC-F-INQUIRY TO FND-INQUIRY
017900         MOVE AUC-F-UPDATE TO FND-UPDATE
018000         MOVE AUC-F-DEACTIVATE TO FND-DEACTIVATE.
018100 1100-EXIT.
018200     EXIT.
018300*****************************************************************
018400*  2000-DECIDE - REFUSAL-REASON STAYS BLANK WHEN ALLOWED        *
018500*****************************************************************
018600 2000-DECIDE.
018700     MOVE SPACES TO REFUSAL-REASON.
018800     IF NOT ENTRY-FOUND
018900         MOVE "NO AUTHORITY FOR PROGRAM" TO REFUSAL-REASON
019000         GO TO 2000-EXIT.
019100     EVALUATE TRUE
019200         WHEN AUC-P-SIGN-ON
019300             IF FND-INQUIRY NOT = "Y" AND FND-UPDATE NOT = "Y"
019400                 AND FND-DEACTIVATE NOT = "Y"
019500                 MOVE "NO ACTIONS ALLOWED IN PROGRAM"
019600                     TO REFUSAL-REASON
019700             END-IF
019800         WHEN AUC-P-INQUIRY
019900             IF FND-INQUIRY NOT = "Y"
020000                 MOVE "INQUIRY NOT AUTHORIZED" TO REFUSAL-REASON
020100             END-IF
020200         WHEN AUC-P-UPDATE
020300             IF FND-UPDATE NOT = "Y"
020400                 MOVE "ADD/CHANGE NOT AUTHORIZED"
020500                     TO REFUSAL-REASON
020600             END-IF
020700         WHEN AUC-P-DEACTIVATE
020800             IF FND-DEACTIVATE NOT = "Y"
020900                 MOVE "DEACTIVATE/CANCEL NOT AUTHORIZED"
021000                     TO REFUSAL-REASON
021100             END-IF
021200         WHEN OTHER
021300             MOVE "UNKNOWN ACTION CLASS" TO REFUSAL-REASON
021400     END-EVALUATE.
021500 2000-EXIT.
021600     EXIT.
021700*****************************************************************
021800*  3000-LOG-VIOLATION - APPEND TO SECVIOL.  A LOG THAT CANNOT   *
021900*  BE WRITTEN IS REPORTED AT THE CONSOLE; THE REFUSAL STANDS.   *
022000*****************************************************************
022100 3000-LOG-VIOLATION.
022200     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD.
022300     ACCEPT RUN-TIME-HMS FROM TIME.
022400     MOVE SPACES TO STAMP-TIMESTAMP.
022500     STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY "-"
022600            RUN-HOUR "." RUN-MINUTE "." RUN-SECOND
022700            ".000000"
022800            DELIMITED BY SIZE INTO STAMP-TIMESTAMP.
022900     OPEN EXTEND VIOL-FILE.
023000     IF VIOL-STATUS NOT = "00"
023100         OPEN OUTPUT VIOL-FILE.
023200     IF VIOL-STATUS NOT = "00"
023300         DISPLAY "AUTHCHK - SECVIOL OPEN ERROR " VIOL-STATUS
023400             " - VIOLATION BY " AUC-P-USER-ID " IN "
023500             AUC-P-PROGRAM " NOT LOGGED" UPON OPER-CONSOLE
023600         GO TO 3000-EXIT.
023700     MOVE SPACES TO VIOL-RECORD.
023800     MOVE STAMP-TIMESTAMP TO AUC-V-TIMESTAMP.
023900     MOVE AUC-P-USER-ID TO AUC-V-USER-ID.
024000     MOVE AUC-P-PROGRAM TO AUC-V-PROGRAM.
024100     MOVE AUC-P-ACTION-CLASS TO AUC-V-ACTION-CLASS.
024200     MOVE AUC-P-ACTION-CODE TO AUC-V-ACTION-CODE.
024300     MOVE REFUSAL-REASON TO AUC-V-REASON.
024400     WRITE VIOL-RECORD.
024500     CLOSE VIOL-FILE.
024600 3000-EXIT.
024700     EXIT.
