000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AUTHRPT.
000300 AUTHOR. R J MARINO.
000400 INSTALLATION. NATIONAL RETAIL SYSTEMS - NORTH BERGEN NJ.
000500 DATE-WRITTEN. OCTOBER 2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  AUTHRPT - DAILY SECURITY AUDIT REPORT                        *
000900*                                                               *
001000*  PRINTS FOR THE AUDITORS, FOR ONE REPORT DATE:                *
001100*     1. EVERY REFUSED ATTEMPT LOGGED BY AUTHCHK TO SECVIOL     *
001200*     2. THE REFUSED ATTEMPTS SUMMARIZED BY OPERATOR            *
001300*     3. EVERY OPERATOR AUTHORITY CHANGE JOURNALED BY AUTHMNT   *
001400*        TO AUTHJRNL, WITH THE AUTHORITIES BEFORE AND AFTER     *
001500*  FOLLOWED BY RUN TOTALS.  THE REPORT DATE IS THE RUN DATE     *
001600*  UNLESS THE OPTIONAL AUTHRCTL CARD GIVES ONE (YYYY-MM-DD IN   *
001700*  COLUMNS 1-10), SO A MISSED DAY CAN BE RERUN.  A MISSING      *
001800*  SECVIOL OR AUTHJRNL SIMPLY MEANS NOTHING TO REPORT.          *
001900*                                                               *
002000*  SECVIOL RECORD (100 BYTES) - SEE AUTHCHK                     *
002100*  AUTHJRNL RECORD (165 BYTES) - SEE AUTHMNT                    *
002200*****************************************************************
002300*  MODIFICATION HISTORY                                         *
002400*  10/15/26  RJM  NEW PROGRAM.                                  *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SPECIAL-NAMES.
002900     CONSOLE IS OPER-CONSOLE.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CNTL-FILE ASSIGN TO AUTHRCTL
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS CNTL-STATUS.
003500     SELECT VIOL-FILE ASSIGN TO SECVIOL
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS VIOL-STATUS.
003800     SELECT JRNL-FILE ASSIGN TO AUTHJRNL
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS JRNL-STATUS.
004100     SELECT PRINT-FILE ASSIGN TO QSYSPRT
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS PRINT-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  CNTL-FILE
004700     RECORD CONTAINS 80 CHARACTERS.
004800 01  CNTL-RECORD.
004900     05  AUR-C-REPORT-DATE.
005000         10  AUR-C-YEAR          PIC X(04).
005100         10  AUR-C-DASH-1        PIC X(01).
005200         10  AUR-C-MONTH         PIC X(02).
005300         10  AUR-C-DASH-2        PIC X(01).
005400         10  AUR-C-DAY           PIC X(02).
005500     05  FILLER                  PIC X(70).
005600 FD  VIOL-FILE
005700     RECORD CONTAINS 100 CHARACTERS.
005800 01  VIOL-RECORD.
005900     05  AUR-V-TIMESTAMP.
006000         10  AUR-V-DATE          PIC X(10).
006100         10  FILLER              PIC X(01).
006200         10  AUR-V-TIME          PIC X(08).
006300         10  FILLER              PIC X(07).
006400     05  AUR-V-USER-ID           PIC X(10).
006500     05  AUR-V-PROGRAM           PIC X(08).
006600     05  AUR-V-ACTION-CLASS      PIC X(01).
006700     05  AUR-V-ACTION-CODE       PIC X(01).
006800     05  AUR-V-REASON            PIC X(40).
006900     05  FILLER                  PIC X(14).
007000 FD  JRNL-FILE
007100     RECORD CONTAINS 165 CHARACTERS.
007200 01  JRNL-RECORD.
007300     05  AUR-J-ACTION            PIC X(01).
007400     05  AUR-J-BEFORE-IMAGE.
007500         10  AUR-JB-USER-ID      PIC X(10).
007600         10  AUR-JB-PROGRAM      PIC X(08).
007700         10  AUR-JB-INQUIRY      PIC X(01).
007800         10  AUR-JB-UPDATE       PIC X(01).
007900         10  AUR-JB-DEACTIVATE   PIC X(01).
008000         10  AUR-JB-STATUS       PIC X(01).
008100         10  FILLER              PIC X(42).
008200     05  AUR-J-AFTER-IMAGE.
008300         10  AUR-JA-USER-ID      PIC X(10).
008400         10  AUR-JA-PROGRAM      PIC X(08).
008500         10  AUR-JA-INQUIRY      PIC X(01).
008600         10  AUR-JA-UPDATE       PIC X(01).
008700         10  AUR-JA-DEACTIVATE   PIC X(01).
008800         10  AUR-JA-STATUS       PIC X(01).
008900         10  FILLER              PIC X(42).
009000     05  AUR-J-OPERATOR          PIC X(10).
009100     05  AUR-J-TIMESTAMP.
009200         10  AUR-J-DATE          PIC X(10).
009300         10  FILLER              PIC X(01).
009400         10  AUR-J-TIME          PIC X(08).
009500         10  FILLER              PIC X(07).
009600 FD  PRINT-FILE
009700     RECORD CONTAINS 132 CHARACTERS.
009800 01  PRINT-RECORD                PIC X(132).
009900 WORKING-STORAGE SECTION.
010000 77  CNTL-STATUS                 PIC X(02)   VALUE SPACES.
010100 77  VIOL-STATUS                 PIC X(02)   VALUE SPACES.
010200 77  JRNL-STATUS                 PIC X(02)   VALUE SPACES.
010300 77  PRINT-STATUS                PIC X(02)   VALUE SPACES.
010400 77  VIOL-READ-COUNT             PIC S9(07)  COMP VALUE ZERO.
010500 77  VIOL-DATE-COUNT             PIC S9(07)  COMP VALUE ZERO.
010600 77  JRNL-READ-COUNT             PIC S9(07)  COMP VALUE ZERO.
010700 77  JRNL-DATE-COUNT             PIC S9(07)  COMP VALUE ZERO.
010800 77  ADD-COUNT                   PIC S9(07)  COMP VALUE ZERO.
010900 77  CHANGE-COUNT                PIC S9(07)  COMP VALUE ZERO.
011000 77  DEACTIVATE-COUNT            PIC S9(07)  COMP VALUE ZERO.
011100 77  REACTIVATE-COUNT            PIC S9(07)  COMP VALUE ZERO.
011200 77  OPR-COUNT                   PIC S9(05)  COMP VALUE ZERO.
011300 77  OPR-I                       PIC S9(05)  COMP VALUE ZERO.
011400 77  OPR-FOUND-I                 PIC S9(05)  COMP VALUE ZERO.
011500 77  OPR-MAX                     PIC S9(05)  COMP VALUE +500.
011600 77  LINE-COUNT                  PIC S9(03)  COMP VALUE +99.
011700 77  PAGE-COUNT                  PIC S9(05)  COMP VALUE ZERO.
011800 01  SWITCH-AREA.
011900     05  CNTL-EOF-SW             PIC X(01)   VALUE "N".
012000         88  END-OF-CNTL                     VALUE "Y".
012100     05  VIOL-EOF-SW             PIC X(01)   VALUE "N".
012200         88  END-OF-VIOL                     VALUE "Y".
012300     05  JRNL-EOF-SW             PIC X(01)   VALUE "N".
012400         88  END-OF-JRNL                     VALUE "Y".
012500     05  CNTL-OK-SW              PIC X(01)   VALUE "Y".
012600         88  CNTL-VALID                      VALUE "Y".
012700     05  RUN-OK-SW               PIC X(01)   VALUE "N".
012800         88  RUN-OK                          VALUE "Y".
012900 01  REPORT-DATE-AREA.
013000     05  REPORT-DATE.
013100         10  REPORT-YEAR         PIC X(04)   VALUE SPACES.
013200         10  FILLER              PIC X(01)   VALUE "-".
013300         10  REPORT-MONTH        PIC X(02)   VALUE SPACES.
013400         10  FILLER              PIC X(01)   VALUE "-".
013500         10  REPORT-DAY          PIC X(02)   VALUE SPACES.
013600*****************************************************************
013700*  REFUSED ATTEMPTS BY OPERATOR, SORTED BY OPERATOR FOR PRINT   *
013800*****************************************************************
013900 01  OPERATOR-TABLE.
014000     05  OPR-ENTRY               OCCURS 500 TIMES
014100                                 INDEXED BY OPR-X.
014200         10  OPR-USER-ID         PIC X(10).
014300         10  OPR-VIOLATIONS      PIC S9(07)  COMP.
014400         10  OPR-LAST-PROGRAM    PIC X(08).
014500         10  OPR-LAST-TIME       PIC X(08).
014600 01  SWAP-ENTRY                  PIC X(30).
014700 01  RUN-STAMP-AREA.
014800     05  RUN-DATE-YMD            PIC 9(08).
014900     05  RUN-DATE-X REDEFINES RUN-DATE-YMD.
015000         10  RUN-YEAR            PIC X(04).
015100         10  RUN-MONTH           PIC X(02).
015200         10  RUN-DAY             PIC X(02).
015300     05  RUN-TIME-HMS            PIC 9(08).
015400     05  RUN-TIME-X REDEFINES RUN-TIME-HMS.
015500         10  RUN-HOUR            PIC X(02).
015600         10  RUN-MINUTE          PIC X(02).
015700         10  RUN-SECOND          PIC X(02).
015800         10  FILLER              PIC X(02).
015900     05  RUN-TIMESTAMP           PIC X(26).
016000 01  HEADING-LINE-1.
016100     05  FILLER                  PIC X(09)   VALUE "AUTHRPT".
016200     05  FILLER                  PIC X(27)   VALUE SPACES.
016300     05  HDG-TITLE               PIC X(44).
016400     05  FILLER                  PIC X(05)   VALUE "RUN: ".
016500     05  HDG-RUN-STAMP           PIC X(19).
016600     05  FILLER                  PIC X(18)   VALUE SPACES.
016700     05  FILLER                  PIC X(05)   VALUE "PAGE ".
016800     05  HDG-PAGE                PIC ZZZZ9.
016900*    COLUMN HEADING OF THE SECTION BEING PRINTED
017000 01  HEADING-LINE-2              PIC X(132)  VALUE SPACES.
017100 01  VIOLATION-HEADING.
017200     05  FILLER                  PIC X(10)   VALUE "TIME".
017300     05  FILLER                  PIC X(12)   VALUE "OPERATOR".
017400     05  FILLER                  PIC X(10)   VALUE "PROGRAM".
017500     05  FILLER                  PIC X(08)   VALUE "ACTION".
017600     05  FILLER                  PIC X(20)   VALUE
017700         "AUTHORITY NEEDED".
017800     05  FILLER                  PIC X(72)   VALUE "REASON".
017900 01  VIOLATION-LINE.
018000     05  VLN-TIME                PIC X(08).
018100     05  FILLER                  PIC X(02)   VALUE SPACES.
018200     05  VLN-USER-ID             PIC X(10).
018300     05  FILLER                  PIC X(02)   VALUE SPACES.
018400     05  VLN-PROGRAM             PIC X(08).
018500     05  FILLER                  PIC X(04)   VALUE SPACES.
018600     05  VLN-ACTION-CODE         PIC X(01).
018700     05  FILLER                  PIC X(05)   VALUE SPACES.
018800     05  VLN-CLASS               PIC X(18).
018900     05  FILLER                  PIC X(02)   VALUE SPACES.
019000     05  VLN-REASON              PIC X(40).
019100     05  FILLER                  PIC X(32)   VALUE SPACES.
019200 01  OPERATOR-HEADING.
019300     05  FILLER                  PIC X(12)   VALUE "OPERATOR".
019400     05  FILLER                  PIC X(12)   VALUE "  REFUSALS".
019500     05  FILLER                  PIC X(12)   VALUE "LAST TIME".
019600     05  FILLER                  PIC X(96)   VALUE
019700         "LAST PROGRAM".
019800 01  OPERATOR-LINE.
019900     05  OLN-USER-ID             PIC X(10).
020000     05  FILLER                  PIC X(02)   VALUE SPACES.
020100     05  OLN-VIOLATIONS          PIC ZZ,ZZZ,ZZ9.
020200     05  FILLER                  PIC X(02)   VALUE SPACES.
020300     05  OLN-LAST-TIME           PIC X(08).
020400     05  FILLER                  PIC X(04)   VALUE SPACES.
020500     05  OLN-LAST-PROGRAM        PIC X(08).
020600     05  FILLER                  PIC X(88)   VALUE SPACES.
020700 01  CHANGE-HEADING.
020800     05  FILLER                  PIC X(10)   VALUE "TIME".
020900     05  FILLER                  PIC X(15)   VALUE
021000         "ADMINISTRATOR".
021100     05  FILLER                  PIC X(12)   VALUE "ACTION".
021200     05  FILLER                  PIC X(12)   VALUE "OPERATOR".
021300     05  FILLER                  PIC X(10)   VALUE "PROGRAM".
021400     05  FILLER                  PIC X(16)   VALUE
021500         "BEFORE I U D S".
021600     05  FILLER                  PIC X(57)   VALUE
021700         "AFTER  I U D S".
021800 01  CHANGE-LINE.
021900     05  CLN-TIME                PIC X(08).
022000     05  FILLER                  PIC X(02)   VALUE SPACES.
022100     05  CLN-ADMINISTRATOR       PIC X(10).
022200     05  FILLER                  PIC X(05)   VALUE SPACES.
022300     05  CLN-ACTION              PIC X(10).
022400     05  FILLER                  PIC X(02)   VALUE SPACES.
022500     05  CLN-USER-ID             PIC X(10).
022600     05  FILLER                  PIC X(02)   VALUE SPACES.
022700     05  CLN-PROGRAM             PIC X(08).
022800     05  FILLER                  PIC X(09)   VALUE SPACES.
022900     05  CLN-BEFORE-FLAGS.
023000         10  CLN-B-INQUIRY       PIC X(01).
023100         10  FILLER              PIC X(01)   VALUE SPACES.
023200         10  CLN-B-UPDATE        PIC X(01).
023300         10  FILLER              PIC X(01)   VALUE SPACES.
023400         10  CLN-B-DEACTIVATE    PIC X(01).
023500         10  FILLER              PIC X(01)   VALUE SPACES.
023600         10  CLN-B-STATUS        PIC X(01).
023700     05  FILLER                  PIC X(09)   VALUE SPACES.
023800     05  CLN-AFTER-FLAGS.
023900         10  CLN-A-INQUIRY       PIC X(01).
024000         10  FILLER              PIC X(01)   VALUE SPACES.
024100         10  CLN-A-UPDATE        PIC X(01).
024200         10  FILLER              PIC X(01)   VALUE SPACES.
024300         10  CLN-A-DEACTIVATE    PIC X(01).
024400         10  FILLER              PIC X(01)   VALUE SPACES.
024500         10  CLN-A-STATUS        PIC X(01).
024600     05  FILLER                  PIC X(43)   VALUE SPACES.
024700 01  HOLD-LINE                   PIC X(132)  VALUE SPACES.
024800 01  NONE-LINE.
024900     05  FILLER                  PIC X(10)   VALUE SPACES.
025000     05  NONE-TEXT               PIC X(50).
025100     05  FILLER                  PIC X(72)   VALUE SPACES.
025200 01  TOTAL-LINE-1.
025300     05  FILLER                  PIC X(31)   VALUE
025400         "REPORT DATE  . . . . . . . . : ".
025500     05  TOT-REPORT-DATE         PIC X(10).
025600     05  FILLER                  PIC X(91)   VALUE SPACES.
025700 01  TOTAL-LINE-2.
025800     05  FILLER                  PIC X(31)   VALUE
025900         "VIOLATION RECORDS READ . . . : ".
026000     05  TOT-VIOL-READ           PIC ZZ,ZZZ,ZZ9.
026100     05  FILLER                  PIC X(91)   VALUE SPACES.
026200 01  TOTAL-LINE-3.
026300     05  FILLER                  PIC X(31)   VALUE
026400         "REFUSED ATTEMPTS ON DATE . . : ".
026500     05  TOT-VIOL-DATE           PIC ZZ,ZZZ,ZZ9.
026600     05  FILLER                  PIC X(91)   VALUE SPACES.
026700 01  TOTAL-LINE-4.
026800     05  FILLER                  PIC X(31)   VALUE
026900         "OPERATORS REFUSED  . . . . . : ".
027000     05  TOT-OPERATORS           PIC ZZ,ZZZ,ZZ9.
027100     05  FILLER                  PIC X(91)   VALUE SPACES.
027200 01  TOTAL-LINE-5.
027300     05  FILLER                  PIC X(31)   VALUE
027400         "JOURNAL RECORDS READ . . . . : ".
027500     05  TOT-JRNL-READ           PIC ZZ,ZZZ,ZZ9.
027600     05  FILLER                  PIC X(91)   VALUE SPACES.
027700 01  TOTAL-LINE-6.
027800     05  FILLER                  PIC X(31)   VALUE
027900         "AUTHORITY CHANGES ON DATE  . : ".
028000     05  TOT-JRNL-DATE           PIC ZZ,ZZZ,ZZ9.
028100     05  FILLER                  PIC X(91)   VALUE SPACES.
028200 01  TOTAL-LINE-7.
028300     05  FILLER                  PIC X(31)   VALUE
028400         "  ADDED  . . . . . . . . . . : ".
028500     05  TOT-ADDS                PIC ZZ,ZZZ,ZZ9.
028600     05  FILLER                  PIC X(91)   VALUE SPACES.
028700 01  TOTAL-LINE-8.
028800     05  FILLER                  PIC X(31)   VALUE
028900         "  CHANGED  . . . . . . . . . : ".
029000     05  TOT-CHANGES             PIC ZZ,ZZZ,ZZ9.
029100     05  FILLER                  PIC X(91)   VALUE SPACES.
029200 01  TOTAL-LINE-9.
029300     05  FILLER                  PIC X(31)   VALUE
029400         "  DEACTIVATED  . . . . . . . : ".
029500     05  TOT-DEACTIVATES         PIC ZZ,ZZZ,ZZ9.
029600     05  FILLER                  PIC X(91)   VALUE SPACES.
029700 01  TOTAL-LINE-10.
029800     05  FILLER                  PIC X(31)   VALUE
029900         "  REACTIVATED  . . . . . . . : ".
030000     05  TOT-REACTIVATES         PIC ZZ,ZZZ,ZZ9.
030100     05  FILLER                  PIC X(91)   VALUE SPACES.
030200 PROCEDURE DIVISION.
030300*****************************************************************
030400*  0000-MAINLINE - OVERALL PROGRAM CONTROL                      *
030500*****************************************************************
030600 0000-MAINLINE.
030700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030800     IF RUN-OK
030900         PERFORM 2000-REPORT-VIOLATIONS THRU 2000-EXIT
031000         PERFORM 3000-REPORT-OPERATORS THRU 3000-EXIT
031100         PERFORM 4000-REPORT-CHANGES THRU 4000-EXIT.
031200     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
031300     STOP RUN.
031400*****************************************************************
031500*  1000-INITIALIZE - RUN STAMP, CONTROL CARD, PRINT OPEN        *
031600*****************************************************************
031700 1000-INITIALIZE.
031800     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD.
031900     ACCEPT RUN-TIME-HMS FROM TIME.
032000     MOVE SPACES TO RUN-TIMESTAMP.
032100     STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY "-"
032200            RUN-HOUR "." RUN-MINUTE "." RUN-SECOND
032300            ".000000"
032400            DELIMITED BY SIZE INTO RUN-TIMESTAMP.
032500     MOVE RUN-TIMESTAMP TO HDG-RUN-STAMP.
032600     MOVE "DAILY SECURITY AUDIT REPORT" TO HDG-TITLE.
032700     OPEN OUTPUT PRINT-FILE.
032800     IF PRINT-STATUS NOT = "00"
032900         DISPLAY "AUTHRPT - PRINT OPEN ERROR " PRINT-STATUS
033000             UPON OPER-CONSOLE
033100         MOVE 12 TO RETURN-CODE
033200         STOP RUN.
033300     MOVE RUN-YEAR TO REPORT-YEAR.
033400     MOVE RUN-MONTH TO REPORT-MONTH.
033500     MOVE RUN-DAY TO REPORT-DAY.
033600     OPEN INPUT CNTL-FILE.
033700     IF CNTL-STATUS = "00"
033800         PERFORM 1100-LOAD-CONTROL THRU 1100-EXIT
033900             UNTIL END-OF-CNTL
034000         CLOSE CNTL-FILE.
034100     IF NOT CNTL-VALID
034200         DISPLAY "AUTHRPT - UNREADABLE AUTHRCTL CARD - EXPECTED "
034300             "YYYY-MM-DD - RUN ENDED" UPON OPER-CONSOLE
034400         MOVE 12 TO RETURN-CODE
034500         GO TO 1000-EXIT.
034600     DISPLAY "AUTHRPT - SECURITY AUDIT FOR " REPORT-DATE
034700         UPON OPER-CONSOLE.
034800     MOVE "Y" TO RUN-OK-SW.
034900 1000-EXIT.
035000     EXIT.
035100 1100-LOAD-CONTROL.
035200     READ CNTL-FILE
035300         AT END MOVE "Y" TO CNTL-EOF-SW
035400         GO TO 1100-EXIT.
035500     IF AUR-C-REPORT-DATE = SPACES
035600         GO TO 1100-EXIT.
035700     IF AUR-C-YEAR NOT NUMERIC
035800         OR AUR-C-DASH-1 NOT = "-"
035900         OR AUR-C-MONTH NOT NUMERIC
036000         OR AUR-C-DASH-2 NOT = "-"
036100         OR AUR-C-DAY NOT NUMERIC
036200         OR AUR-C-MONTH < "01"
036300         OR AUR-C-MONTH > "12"
036400         OR AUR-C-DAY < "01"
036500         OR AUR-C-DAY > "31"
036600         MOVE "N" TO CNTL-OK-SW
036700         GO TO 1100-EXIT.
036800     MOVE AUR-C-YEAR TO REPORT-YEAR.
036900     MOVE AUR-C-MONTH TO REPORT-MONTH.
037000     MOVE AUR-C-DAY TO REPORT-DAY.
037100 1100-EXIT.
037200     EXIT.
037300*****************************************************************
037400*  2000-REPORT-VIOLATIONS - EVERY REFUSAL ON THE REPORT DATE,   *
037500*  COUNTED BY OPERATOR AS IT IS PRINTED                         *
037600*****************************************************************
037700 2000-REPORT-VIOLATIONS.
037800     MOVE SPACES TO HDG-TITLE.
037900     STRING "SECURITY VIOLATIONS FOR " REPORT-DATE
038000            DELIMITED BY SIZE INTO HDG-TITLE.
038100     MOVE VIOLATION-HEADING TO HEADING-LINE-2.
038200     MOVE 99 TO LINE-COUNT.
038300     OPEN INPUT VIOL-FILE.
038400     IF VIOL-STATUS = "00"
038500         PERFORM 2100-READ-VIOLATION THRU 2100-EXIT
038600             UNTIL END-OF-VIOL
038700         CLOSE VIOL-FILE
038800     ELSE
038900         DISPLAY "AUTHRPT - SECVIOL NOT FOUND - NO VIOLATIONS "
039000             "LOGGED" UPON OPER-CONSOLE.
039100     IF VIOL-DATE-COUNT = ZERO
039200         MOVE "NO SECURITY VIOLATIONS ON THE REPORT DATE"
039300             TO NONE-TEXT
039400         MOVE NONE-LINE TO PRINT-RECORD
039500         PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
039600 2000-EXIT.
039700     EXIT.
039800 2100-READ-VIOLATION.
039900     READ VIOL-FILE
040000         AT END MOVE "Y" TO VIOL-EOF-SW
040100         GO TO 2100-EXIT.
040200     ADD 1 TO VIOL-READ-COUNT.
040300     IF AUR-V-DATE NOT = REPORT-DATE
040400         GO TO 2100-EXIT.
040500     ADD 1 TO VIOL-DATE-COUNT.
040600     MOVE AUR-V-TIME TO VLN-TIME.
040700     MOVE AUR-V-USER-ID TO VLN-USER-ID.
040800     MOVE AUR-V-PROGRAM TO VLN-PROGRAM.
040900     MOVE AUR-V-ACTION-CODE TO VLN-ACTION-CODE.
041000     EVALUATE AUR-V-ACTION-CLASS
041100         WHEN "S"
041200             MOVE "SIGN-ON" TO VLN-CLASS
041300         WHEN "I"
041400             MOVE "INQUIRY" TO VLN-CLASS
041500         WHEN "U"
041600             MOVE "ADD/CHANGE" TO VLN-CLASS
041700         WHEN "D"
041800             MOVE "DEACTIVATE/CANCEL" TO VLN-CLASS
041900         WHEN OTHER
042000             MOVE AUR-V-ACTION-CLASS TO VLN-CLASS
042100     END-EVALUATE.
042200     MOVE AUR-V-REASON TO VLN-REASON.
042300     MOVE VIOLATION-LINE TO PRINT-RECORD.
042400     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
042500     PERFORM 2200-COUNT-OPERATOR THRU 2200-EXIT.
042600 2100-EXIT.
042700     EXIT.
042800 2200-COUNT-OPERATOR.
042900     MOVE ZERO TO OPR-FOUND-I.
043000     PERFORM 2250-SCAN-ONE THRU 2250-EXIT
043100         VARYING OPR-I FROM 1 BY 1
043200         UNTIL OPR-I > OPR-COUNT
043300         OR OPR-FOUND-I > ZERO.
043400     IF OPR-FOUND-I = ZERO
043500         IF OPR-COUNT < OPR-MAX
043600             ADD 1 TO OPR-COUNT
043700             MOVE OPR-COUNT TO OPR-FOUND-I
043800             MOVE AUR-V-USER-ID TO OPR-USER-ID (OPR-FOUND-I)
043900             MOVE ZERO TO OPR-VIOLATIONS (OPR-FOUND-I)
044000         ELSE
044100             DISPLAY "AUTHRPT - OPERATOR TABLE FULL - "
044200                 AUR-V-USER-ID " NOT SUMMARIZED"
044300                 UPON OPER-CONSOLE
044400             IF RETURN-CODE = ZERO
044500                 MOVE 8 TO RETURN-CODE
044600             END-IF
044700             GO TO 2200-EXIT.
044800     ADD 1 TO OPR-VIOLATIONS (OPR-FOUND-I).
044900     MOVE AUR-V-PROGRAM TO OPR-LAST-PROGRAM (OPR-FOUND-I).
045000     MOVE AUR-V-TIME TO OPR-LAST-TIME (OPR-FOUND-I).
045100 2200-EXIT.
045200     EXIT.
045300 2250-SCAN-ONE.
045400     IF OPR-USER-ID (OPR-I) = AUR-V-USER-ID
045500         MOVE OPR-I TO OPR-FOUND-I.
045600 2250-EXIT.
045700     EXIT.
045800*****************************************************************
045900*  3000-REPORT-OPERATORS - REFUSALS BY OPERATOR, NEW PAGE       *
046000*****************************************************************
046100 3000-REPORT-OPERATORS.
046200     MOVE SPACES TO HDG-TITLE.
046300     STRING "VIOLATIONS BY OPERATOR FOR " REPORT-DATE
046400            DELIMITED BY SIZE INTO HDG-TITLE.
046500     MOVE OPERATOR-HEADING TO HEADING-LINE-2.
046600     MOVE 99 TO LINE-COUNT.
046700     IF OPR-COUNT = ZERO
046800         MOVE "NO OPERATOR WAS REFUSED ON THE REPORT DATE"
046900             TO NONE-TEXT
047000         MOVE NONE-LINE TO PRINT-RECORD
047100         PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT
047200         GO TO 3000-EXIT.
047300     PERFORM 3100-SORT-PASS THRU 3100-EXIT
047400         VARYING OPR-I FROM 1 BY 1
047500         UNTIL OPR-I NOT < OPR-COUNT.
047600     PERFORM 3300-PRINT-ONE-OPERATOR THRU 3300-EXIT
047700         VARYING OPR-I FROM 1 BY 1
047800         UNTIL OPR-I > OPR-COUNT.
047900 3000-EXIT.
048000     EXIT.
048100 3100-SORT-PASS.
048200     PERFORM 3200-SORT-COMPARE THRU 3200-EXIT
048300         VARYING OPR-FOUND-I FROM 1 BY 1
048400         UNTIL OPR-FOUND-I NOT < OPR-COUNT.
048500 3100-EXIT.
048600     EXIT.
048700 3200-SORT-COMPARE.
048800     IF OPR-USER-ID (OPR-FOUND-I) > OPR-USER-ID (OPR-FOUND-I + 1)
048900         MOVE OPR-ENTRY (OPR-FOUND-I) TO SWAP-ENTRY
049000         MOVE OPR-ENTRY (OPR-FOUND-I + 1)
049100             TO OPR-ENTRY (OPR-FOUND-I)
049200         MOVE SWAP-ENTRY TO OPR-ENTRY (OPR-FOUND-I + 1).
049300 3200-EXIT.
049400     EXIT.
049500 3300-PRINT-ONE-OPERATOR.
049600     MOVE OPR-USER-ID (OPR-I) TO OLN-USER-ID.
049700     MOVE OPR-VIOLATIONS (OPR-I) TO OLN-VIOLATIONS.
049800     MOVE OPR-LAST-TIME (OPR-I) TO OLN-LAST-TIME.
049900     MOVE OPR-LAST-PROGRAM (OPR-I) TO OLN-LAST-PROGRAM.
050000     MOVE OPERATOR-LINE TO PRINT-RECORD.
050100     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
050200 3300-EXIT.
050300     EXIT.
050400*****************************************************************
050500*  4000-REPORT-CHANGES - AUTHORITY CHANGES ON THE REPORT DATE,  *
050600*  NEW PAGE                                                     *
050700*****************************************************************
050800 4000-REPORT-CHANGES.
050900     MOVE SPACES TO HDG-TITLE.
051000     STRING "AUTHORITY CHANGES FOR " REPORT-DATE
051100            DELIMITED BY SIZE INTO HDG-TITLE.
051200     MOVE CHANGE-HEADING TO HEADING-LINE-2.
051300     MOVE 99 TO LINE-COUNT.
051400     OPEN INPUT JRNL-FILE.
051500     IF JRNL-STATUS = "00"
051600         PERFORM 4100-READ-JOURNAL THRU 4100-EXIT
051700             UNTIL END-OF-JRNL
051800         CLOSE JRNL-FILE
051900     ELSE
052000         DISPLAY "AUTHRPT - AUTHJRNL NOT FOUND - NO CHANGES "
052100             "JOURNALED" UPON OPER-CONSOLE.
052200     IF JRNL-DATE-COUNT = ZERO
052300         MOVE "NO AUTHORITY CHANGES ON THE REPORT DATE"
052400             TO NONE-TEXT
052500         MOVE NONE-LINE TO PRINT-RECORD
052600         PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
052700 4000-EXIT.
052800     EXIT.
052900 4100-READ-JOURNAL.
053000     READ JRNL-FILE
053100         AT END MOVE "Y" TO JRNL-EOF-SW
053200         GO TO 4100-EXIT.
053300     ADD 1 TO JRNL-READ-COUNT.
053400     IF AUR-J-DATE NOT = REPORT-DATE
053500         GO TO 4100-EXIT.
053600     ADD 1 TO JRNL-DATE-COUNT.
053700     MOVE AUR-J-TIME TO CLN-TIME.
053800     MOVE AUR-J-OPERATOR TO CLN-ADMINISTRATOR.
053900     EVALUATE AUR-J-ACTION
054000         WHEN "A"
054100             MOVE "ADD" TO CLN-ACTION
054200             ADD 1 TO ADD-COUNT
054300         WHEN "C"
054400             MOVE "CHANGE" TO CLN-ACTION
054500             ADD 1 TO CHANGE-COUNT
054600         WHEN "D"
054700             MOVE "DEACTIVATE" TO CLN-ACTION
054800             ADD 1 TO DEACTIVATE-COUNT
054900         WHEN "R"
055000             MOVE "REACTIVATE" TO CLN-ACTION
055100             ADD 1 TO REACTIVATE-COUNT
055200         WHEN OTHER
055300             MOVE AUR-J-ACTION TO CLN-ACTION
055400     END-EVALUATE.
055500     MOVE AUR-JA-USER-ID TO CLN-USER-ID.
055600     MOVE AUR-JA-PROGRAM TO CLN-PROGRAM.
055700     MOVE AUR-JB-INQUIRY TO CLN-B-INQUIRY.
055800     MOVE AUR-JB-UPDATE TO CLN-B-UPDATE.
055900     MOVE AUR-JB-DEACTIVATE TO CLN-B-DEACTIVATE.
056000     MOVE AUR-JB-STATUS TO CLN-B-STATUS.
056100     MOVE AUR-JA-INQUIRY TO CLN-A-INQUIRY.
056200     MOVE AUR-JA-UPDATE TO CLN-A-UPDATE.
056300     MOVE AUR-JA-DEACTIVATE TO CLN-A-DEACTIVATE.
056400     MOVE AUR-JA-STATUS TO CLN-A-STATUS.
056500     MOVE CHANGE-LINE TO PRINT-RECORD.
056600     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
056700 4100-EXIT.
056800     EXIT.
056900*****************************************************************
057000*  5000-PRINT-A-LINE - PRINT-RECORD WITH PAGE BREAK             *
057100*****************************************************************
057200 5000-PRINT-A-LINE.
057300     IF LINE-COUNT > 56
057400         PERFORM 5100-PAGE-HEADING THRU 5100-EXIT.
057500     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
057600     ADD 1 TO LINE-COUNT.
057700 5000-EXIT.
057800     EXIT.
057900 5100-PAGE-HEADING.
058000     ADD 1 TO PAGE-COUNT.
058100     MOVE PAGE-COUNT TO HDG-PAGE.
058200     MOVE PRINT-RECORD TO HOLD-LINE.
058300     WRITE PRINT-RECORD FROM HEADING-LINE-1
058400         AFTER ADVANCING PAGE.
058500     WRITE PRINT-RECORD FROM HEADING-LINE-2
058600         AFTER ADVANCING 2 LINES.
058700     MOVE SPACES TO PRINT-RECORD.
058800     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
058900     MOVE HOLD-LINE TO PRINT-RECORD.
059000     MOVE 4 TO LINE-COUNT.
059100 5100-EXIT.
059200     EXIT.
059300*****************************************************************
059400*  9000-WRAP-UP - TOTALS AND CLOSE                              *
059500*****************************************************************
059600 9000-WRAP-UP.
059700     IF PAGE-COUNT = ZERO
059800         MOVE SPACES TO PRINT-RECORD
059900         PERFORM 5100-PAGE-HEADING THRU 5100-EXIT.
060000     MOVE REPORT-DATE TO TOT-REPORT-DATE.
060100     MOVE VIOL-READ-COUNT TO TOT-VIOL-READ.
060200     MOVE VIOL-DATE-COUNT TO TOT-VIOL-DATE.
060300     MOVE OPR-COUNT TO TOT-OPERATORS.
060400     MOVE JRNL-READ-COUNT TO TOT-JRNL-READ.
060500     MOVE JRNL-DATE-COUNT TO TOT-JRNL-DATE.
060600     MOVE ADD-COUNT TO TOT-ADDS.
060700     MOVE CHANGE-COUNT TO TOT-CHANGES.
060800     MOVE DEACTIVATE-COUNT TO TOT-DEACTIVATES.
060900     MOVE REACTIVATE-COUNT TO TOT-REACTIVATES.
061000     MOVE SPACES TO PRINT-RECORD.
061100     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
061200     WRITE PRINT-RECORD FROM TOTAL-LINE-1
061300         AFTER ADVANCING 1 LINE.
061400     WRITE PRINT-RECORD FROM TOTAL-LINE-2
061500         AFTER ADVANCING 1 LINE.
061600     WRITE PRINT-RECORD FROM TOTAL-LINE-3
061700         AFTER ADVANCING 1 LINE.
061800     WRITE PRINT-RECORD FROM TOTAL-LINE-4
061900         AFTER ADVANCING 1 LINE.
062000     WRITE PRINT-RECORD FROM TOTAL-LINE-5
062100         AFTER ADVANCING 1 LINE.
062200     WRITE PRINT-RECORD FROM TOTAL-LINE-6
062300         AFTER ADVANCING 1 LINE.
062400     WRITE PRINT-RECORD FROM TOTAL-LINE-7
062500         AFTER ADVANCING 1 LINE.
062600     WRITE PRINT-RECORD FROM TOTAL-LINE-8
062700         AFTER ADVANCING 1 LINE.
062800     WRITE PRINT-RECORD FROM TOTAL-LINE-9
062900         AFTER ADVANCING 1 LINE.
063000     WRITE PRINT-RECORD FROM TOTAL-LINE-10
063100         AFTER ADVANCING 1 LINE.
063200     CLOSE PRINT-FILE.
063300 9000-EXIT.
063400     EXIT.
