000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PWDHRPT.
000300 AUTHOR. R J MARINO.
000400 INSTALLATION. NATIONAL RETAIL SYSTEMS - NORTH BERGEN NJ.
000500 DATE-WRITTEN. OCTOBER 2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  PWDHRPT - PASSWORD HISTORY COMPLIANCE REPORT                 *
000900*                                                               *
001000*  PROVES N-GENERATION PASSWORD HISTORY ENFORCEMENT FOR THE     *
001100*  AUDITORS.  PRINTS:                                           *
001200*     1. EVERY PWDROSTR ACCOUNT WITH ITS PROFILE HISTORY DEPTH  *
001300*        (HIST ON PWDPROF), THE DIGESTS HELD FOR IT IN PWDHIST, *
001400*        ITS REPEAT FAILURES AND EACH ROTATION DATE ON RECORD,  *
001500*        FOLLOWED BY ANY PWDHIST ACCOUNT NO LONGER ON THE       *
001600*        ROSTER                                                 *
001700*     2. EVERY ROTATION PWDROTAT LOGGED TO PWDREUSE BECAUSE     *
001800*        PWDGEN COULD NOT FIND A NON-REPEATING PASSWORD         *
001900*  FOLLOWED BY RUN TOTALS.  A MISSING PWDHIST OR PWDREUSE       *
002000*  SIMPLY MEANS NOTHING RECORDED YET.                           *
002100*                                                               *
002200*  PWDROSTR, PWDHIST, PWDREUSE - SEE PWDROTAT                   *
002300*  PWDPROF - SEE PWDPRMNT                                       *
002400*****************************************************************
002500*  MODIFICATION HISTORY                                         *
002600*  10/15/26  RJM  NEW PROGRAM.                                  *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SPECIAL-NAMES.
003100     CONSOLE IS OPER-CONSOLE.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ROST-FILE ASSIGN TO PWDROSTR
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS ROST-STATUS.
003700     SELECT PROF-FILE ASSIGN TO PWDPROF
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS PROF-STATUS.
004000     SELECT HIST-FILE ASSIGN TO PWDHIST
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS HIST-STATUS.
004300     SELECT REUS-FILE ASSIGN TO PWDREUSE
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS REUS-STATUS.
004600     SELECT PRINT-FILE ASSIGN TO QSYSPRT
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS PRINT-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  ROST-FILE
005200     RECORD CONTAINS 35 CHARACTERS.
005300 01  ROST-RECORD.
005400     05  PHR-R-ACCOUNT-ID        PIC X(10).
005500     05  PHR-R-PROFILE-NAME      PIC X(10).
005600     05  PHR-R-GEN-MODE          PIC X(01).
005700     05  PHR-R-INTERVAL-DAYS     PIC 9(03).
005800     05  PHR-R-LAST-ROTATED      PIC X(10).
005900     05  PHR-R-ACTIVE            PIC X(01).
006000 FD  PROF-FILE
006100     RECORD CONTAINS 100 CHARACTERS.
006200 01  PROF-RECORD.
006300     05  PHR-F-PROFILE-NAME      PIC X(10).
006400     05  PHR-F-WC                PIC S9(03).
006500     05  PHR-F-PC                PIC S9(03).
006600     05  PHR-F-SP                PIC X(01).
006700     05  PHR-F-MINCH             PIC S9(03).
006800     05  PHR-F-MAXCH             PIC S9(03).
006900     05  PHR-F-WHENNUM           PIC X(15).
007000     05  PHR-F-NUMS              PIC S9(03).
007100     05  PHR-F-WHENUP            PIC X(15).
007200     05  PHR-F-UPS               PIC S9(03).
007300     05  PHR-F-NOAMBIG           PIC X(01).
007500     05  PHR-F-STATUS            PIC X(01).
007600     05  PHR-F-MAINT-USER        PIC X(10).
007700     05  PHR-F-MAINT-TIMESTAMP   PIC X(26).
007750     05  PHR-F-HIST              PIC S9(03).
007800 FD  HIST-FILE
007900     RECORD CONTAINS 1610 CHARACTERS.
008000 01  HIST-RECORD                 PIC X(1610).
008100 FD  REUS-FILE
008200     RECORD CONTAINS 100 CHARACTERS.
008300 01  REUS-RECORD.
008400     05  PHR-U-ACCOUNT-ID        PIC X(10).
008500     05  PHR-U-PROFILE-NAME      PIC X(10).
008600     05  PHR-U-GEN-MODE          PIC X(01).
008700     05  PHR-U-HIST-DEPTH        PIC 9(02).
008800     05  PHR-U-TIMESTAMP         PIC X(26).
008900     05  PHR-U-ERR-TEXT          PIC X(50).
009000     05  FILLER                  PIC X(01).
009100 FD  PRINT-FILE
009200     RECORD CONTAINS 132 CHARACTERS.
009300 01  PRINT-RECORD                PIC X(132).
009400 WORKING-STORAGE SECTION.
009500 77  ROST-STATUS                 PIC X(02)   VALUE SPACES.
009600 77  PROF-STATUS                 PIC X(02)   VALUE SPACES.
009700 77  HIST-STATUS                 PIC X(02)   VALUE SPACES.
009800 77  REUS-STATUS                 PIC X(02)   VALUE SPACES.
009900 77  PRINT-STATUS                PIC X(02)   VALUE SPACES.
010000 77  ROST-COUNT                  PIC S9(03)  COMP VALUE ZERO.
010100 77  ROST-I                      PIC S9(03)  COMP VALUE ZERO.
010200 77  ROST-FOUND-I                PIC S9(03)  COMP VALUE ZERO.
010300 77  ROST-MAX                    PIC S9(03)  COMP VALUE +300.
010400 77  PROF-COUNT                  PIC S9(03)  COMP VALUE ZERO.
010500 77  PROF-I                      PIC S9(03)  COMP VALUE ZERO.
010600 77  PROF-FOUND-I                PIC S9(03)  COMP VALUE ZERO.
010700 77  PROF-MAX                    PIC S9(03)  COMP VALUE +200.
010800 77  HIST-COUNT                  PIC S9(03)  COMP VALUE ZERO.
010900 77  HIST-I                      PIC S9(03)  COMP VALUE ZERO.
011000 77  HIST-FOUND-I                PIC S9(03)  COMP VALUE ZERO.
011100 77  HIST-MAX                    PIC S9(03)  COMP VALUE +500.
011200 77  SLOT-I                      PIC S9(03)  COMP VALUE ZERO.
011300 77  DEPTH-WORK                  PIC S9(03)  COMP VALUE ZERO.
011400 77  HELD-WORK                   PIC S9(03)  COMP VALUE ZERO.
011500 77  FULL-DEPTH-COUNT            PIC S9(07)  COMP VALUE ZERO.
011600 77  BELOW-DEPTH-COUNT           PIC S9(07)  COMP VALUE ZERO.
011700 77  NO-HISTORY-COUNT            PIC S9(07)  COMP VALUE ZERO.
011800 77  NO-PROFILE-COUNT            PIC S9(07)  COMP VALUE ZERO.
011900 77  OFF-ROSTER-COUNT            PIC S9(07)  COMP VALUE ZERO.
012000 77  DATES-LISTED-COUNT          PIC S9(07)  COMP VALUE ZERO.
012100 77  REPEAT-COUNT                PIC S9(07)  COMP VALUE ZERO.
012200 77  LINE-COUNT                  PIC S9(03)  COMP VALUE +99.
012300 77  PAGE-COUNT                  PIC S9(05)  COMP VALUE ZERO.
012400 01  SWITCH-AREA.
012500     05  ROST-EOF-SW             PIC X(01)   VALUE "N".
012600         88  END-OF-ROST                     VALUE "Y".
012700     05  PROF-EOF-SW             PIC X(01)   VALUE "N".
012800         88  END-OF-PROF                     VALUE "Y".
012900     05  HIST-EOF-SW             PIC X(01)   VALUE "N".
013000         88  END-OF-HIST                     VALUE "Y".
013100     05  REUS-EOF-SW             PIC X(01)   VALUE "N".
013200         88  END-OF-REUS                     VALUE "Y".
013300     05  RUN-OK-SW               PIC X(01)   VALUE "N".
013400         88  RUN-OK                          VALUE "Y".
013500 01  WORK-PROFILE-NAME           PIC X(10)   VALUE SPACES.
013600 01  ROSTER-TABLE-AREA.
013700     05  ROST-ENTRY              OCCURS 300 TIMES
013800                                 INDEXED BY ROST-X.
013900         10  RTB-ACCOUNT-ID      PIC X(10).
014000         10  RTB-PROFILE-NAME    PIC X(10).
014100         10  RTB-LAST-ROTATED    PIC X(10).
014200         10  RTB-ACTIVE          PIC X(01).
014300         10  RTB-REPEATS         PIC S9(05)  COMP.
014400 01  PROFILE-TABLE-AREA.
014500     05  PROF-ENTRY              OCCURS 200 TIMES
014600                                 INDEXED BY PROF-X.
014700         10  PTB-PROFILE-NAME    PIC X(10).
014800         10  PTB-HIST            PIC S9(03).
014900*****************************************************************
015000*  PWDHIST HELD WHOLE - THE RECORD LAYOUT PLUS A SWITCH SET     *
015100*  WHEN A ROSTER ACCOUNT CLAIMS THE ENTRY                       *
015200*****************************************************************
015300 01  HISTORY-TABLE-AREA.
015400     05  HIST-ENTRY              OCCURS 500 TIMES
015500                                 INDEXED BY HIST-X.
015600         10  HTB-RECORD.
015700             15  HTB-ACCOUNT-ID  PIC X(10).
015800             15  HTB-PROFILE-NAME
015900                                 PIC X(10).
016000             15  HTB-HELD-COUNT  PIC 9(02).
016100             15  HTB-SLOT        OCCURS 24 TIMES.
016200                 20  HTB-DIGEST  PIC X(40).
016300                 20  HTB-ROTATED-TS
016400                                 PIC X(26).
016500             15  FILLER          PIC X(04).
016600         10  HTB-ON-ROSTER-SW    PIC X(01).
016700 01  RUN-STAMP-AREA.
016800     05  RUN-DATE-YMD            PIC 9(08).
016900     05  RUN-DATE-X REDEFINES RUN-DATE-YMD.
017000         10  RUN-YEAR            PIC X(04).
017100         10  RUN-MONTH           PIC X(02).
017200         10  RUN-DAY             PIC X(02).
017300     05  RUN-TIME-HMS            PIC 9(08).
017400     05  RUN-TIME-X REDEFINES RUN-TIME-HMS.
017500         10  RUN-HOUR            PIC X(02).
017600         10  RUN-MINUTE          PIC X(02).
017700         10  RUN-SECOND          PIC X(02).
017800         10  FILLER              PIC X(02).
017900     05  RUN-TIMESTAMP           PIC X(26).
018000 01  HEADING-LINE-1.
018100     05  FILLER                  PIC X(09)   VALUE "PWDHRPT".
018200     05  FILLER                  PIC X(27)   VALUE SPACES.
018300     05  HDG-TITLE               PIC X(44).
018400     05  FILLER                  PIC X(05)   VALUE "RUN: ".
018500     05  HDG-RUN-STAMP           PIC X(19).
018600     05  FILLER                  PIC X(18)   VALUE SPACES.
018700     05  FILLER                  PIC X(05)   VALUE "PAGE ".
018800     05  HDG-PAGE                PIC ZZZZ9.
018900*    COLUMN HEADING OF THE SECTION BEING PRINTED
019000 01  HEADING-LINE-2              PIC X(132)  VALUE SPACES.
019100 01  ACCOUNT-HEADING.
019200     05  FILLER                  PIC X(12)   VALUE "ACCOUNT".
019300     05  FILLER                  PIC X(12)   VALUE "PROFILE".
019400     05  FILLER                  PIC X(12)   VALUE "ROSTER".
019500     05  FILLER                  PIC X(12)   VALUE
019600         "LAST ROTATED".
019700     05  FILLER                  PIC X(08)   VALUE " DEPTH".
019800     05  FILLER                  PIC X(08)   VALUE "  HELD".
019900     05  FILLER                  PIC X(11)   VALUE "  REPEATS".
020000     05  FILLER                  PIC X(57)   VALUE "NOTE".
020100 01  ACCOUNT-LINE.
020200     05  ALN-ACCOUNT-ID          PIC X(10).
020300     05  FILLER                  PIC X(02)   VALUE SPACES.
020400     05  ALN-PROFILE             PIC X(10).
020500     05  FILLER                  PIC X(02)   VALUE SPACES.
020600     05  ALN-STATUS              PIC X(10).
020700     05  FILLER                  PIC X(02)   VALUE SPACES.
020800     05  ALN-LAST-ROTATED        PIC X(10).
020900     05  FILLER                  PIC X(04)   VALUE SPACES.
021000     05  ALN-DEPTH               PIC ZZ9.
021100     05  FILLER                  PIC X(05)   VALUE SPACES.
021200     05  ALN-HELD                PIC ZZ9.
021300     05  FILLER                  PIC X(05)   VALUE SPACES.
021400     05  ALN-REPEATS             PIC ZZ,ZZ9.
021500     05  FILLER                  PIC X(03)   VALUE SPACES.
021600     05  ALN-NOTE                PIC X(40).
021700     05  FILLER                  PIC X(17)   VALUE SPACES.
021800 01  ROTATION-LINE.
021900     05  FILLER                  PIC X(12)   VALUE SPACES.
022000     05  FILLER                  PIC X(09)   VALUE "ROTATION ".
022100     05  RLN-SEQ                 PIC Z9.
022200     05  FILLER                  PIC X(03)   VALUE SPACES.
022300     05  RLN-STAMP               PIC X(19).
022400     05  FILLER                  PIC X(87)   VALUE SPACES.
022500 01  REPEAT-HEADING.
022600     05  FILLER                  PIC X(21)   VALUE
022700         "ROTATION TIME".
022800     05  FILLER                  PIC X(12)   VALUE "ACCOUNT".
022900     05  FILLER                  PIC X(12)   VALUE "PROFILE".
023000     05  FILLER                  PIC X(05)   VALUE "MODE".
023100     05  FILLER                  PIC X(06)   VALUE "DEPTH".
023200     05  FILLER                  PIC X(76)   VALUE
023300         "PWDGEN MESSAGE".
023400 01  REPEAT-LINE.
023500     05  RPL-TIMESTAMP           PIC X(19).
023600     05  FILLER                  PIC X(02)   VALUE SPACES.
023700     05  RPL-ACCOUNT-ID          PIC X(10).
023800     05  FILLER                  PIC X(02)   VALUE SPACES.
023900     05  RPL-PROFILE             PIC X(10).
024000     05  FILLER                  PIC X(02)   VALUE SPACES.
024100     05  RPL-MODE                PIC X(01).
024200     05  FILLER                  PIC X(05)   VALUE SPACES.
024300     05  RPL-DEPTH               PIC Z9.
024400     05  FILLER                  PIC X(03)   VALUE SPACES.
024500     05  RPL-ERR-TEXT            PIC X(50).
024600     05  FILLER                  PIC X(26)   VALUE SPACES.
024700 01  HOLD-LINE                   PIC X(132)  VALUE SPACES.
024800 01  NONE-LINE.
024900     05  FILLER                  PIC X(10)   VALUE SPACES.
025000     05  NONE-TEXT               PIC X(50).
025100     05  FILLER                  PIC X(72)   VALUE SPACES.
025200 01  TOTAL-LINE-1.
025300     05  FILLER                  PIC X(31)   VALUE
025400         "ROSTER ACCOUNTS  . . . . . . : ".
025500     05  TOT-ROSTER              PIC ZZ,ZZZ,ZZ9.
025600     05  FILLER                  PIC X(91)   VALUE SPACES.
025700 01  TOTAL-LINE-2.
025800     05  FILLER                  PIC X(31)   VALUE
025900         "  HISTORY AT FULL DEPTH  . . : ".
026000     05  TOT-FULL-DEPTH          PIC ZZ,ZZZ,ZZ9.
026100     05  FILLER                  PIC X(91)   VALUE SPACES.
026200 01  TOTAL-LINE-3.
026300     05  FILLER                  PIC X(31)   VALUE
026400         "  HISTORY BELOW DEPTH  . . . : ".
026500     05  TOT-BELOW-DEPTH         PIC ZZ,ZZZ,ZZ9.
026600     05  FILLER                  PIC X(91)   VALUE SPACES.
026700 01  TOTAL-LINE-4.
026800     05  FILLER                  PIC X(31)   VALUE
026900         "  PROFILE KEEPS NO HISTORY . : ".
027000     05  TOT-NO-HISTORY          PIC ZZ,ZZZ,ZZ9.
027100     05  FILLER                  PIC X(91)   VALUE SPACES.
027200 01  TOTAL-LINE-5.
027300     05  FILLER                  PIC X(31)   VALUE
027400         "  PROFILE NOT ON PWDPROF . . : ".
027500     05  TOT-NO-PROFILE          PIC ZZ,ZZZ,ZZ9.
027600     05  FILLER                  PIC X(91)   VALUE SPACES.
027700 01  TOTAL-LINE-6.
027800     05  FILLER                  PIC X(31)   VALUE
027900         "HISTORY RECORDS OFF ROSTER . : ".
028000     05  TOT-OFF-ROSTER          PIC ZZ,ZZZ,ZZ9.
028100     05  FILLER                  PIC X(91)   VALUE SPACES.
028200 01  TOTAL-LINE-7.
028300     05  FILLER                  PIC X(31)   VALUE
028400         "ROTATION DATES LISTED  . . . : ".
028500     05  TOT-DATES-LISTED        PIC ZZ,ZZZ,ZZ9.
028600     05  FILLER                  PIC X(91)   VALUE SPACES.
028700 01  TOTAL-LINE-8.
028800     05  FILLER                  PIC X(31)   VALUE
028900         "REPEAT FAILURES LOGGED . . . : ".
029000     05  TOT-REPEATS             PIC ZZ,ZZZ,ZZ9.
029100     05  FILLER                  PIC X(91)   VALUE SPACES.
029200 PROCEDURE DIVISION.
029300*****************************************************************
029400*  0000-MAINLINE - OVERALL PROGRAM CONTROL                      *
029500*****************************************************************
029600 0000-MAINLINE.
029700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029800     IF RUN-OK
029900         PERFORM 2000-REPORT-ACCOUNTS THRU 2000-EXIT
030000         PERFORM 3000-REPORT-REPEATS THRU 3000-EXIT.
030100     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
030200     STOP RUN.
030300*****************************************************************
030400*  1000-INITIALIZE - RUN STAMP, PRINT OPEN, TABLE LOADS         *
030500*****************************************************************
030600 1000-INITIALIZE.
030700     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD.
030800     ACCEPT RUN-TIME-HMS FROM TIME.
030900     MOVE SPACES TO RUN-TIMESTAMP.
031000     STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY "-"
031100            RUN-HOUR "." RUN-MINUTE "." RUN-SECOND
031200            ".000000"
031300            DELIMITED BY SIZE INTO RUN-TIMESTAMP.
031400     MOVE RUN-TIMESTAMP TO HDG-RUN-STAMP.
031500     MOVE "PASSWORD HISTORY COMPLIANCE REPORT" TO HDG-TITLE.
031600     OPEN OUTPUT PRINT-FILE.
031700     IF PRINT-STATUS NOT = "00"
031800         DISPLAY "PWDHRPT - PRINT OPEN ERROR " PRINT-STATUS
031900             UPON OPER-CONSOLE
032000         MOVE 12 TO RETURN-CODE
032100         STOP RUN.
032200     OPEN INPUT ROST-FILE.
032300     IF ROST-STATUS NOT = "00"
032400         DISPLAY "PWDHRPT - PWDROSTR OPEN ERROR " ROST-STATUS
032500             UPON OPER-CONSOLE
032600         MOVE 12 TO RETURN-CODE
032700         GO TO 1000-EXIT.
032800     PERFORM 1100-LOAD-ROSTER THRU 1100-EXIT
032900         UNTIL END-OF-ROST.
033000     CLOSE ROST-FILE.
033100     OPEN INPUT PROF-FILE.
033200     IF PROF-STATUS = "00"
033300         PERFORM 1200-LOAD-PROFILE THRU 1200-EXIT
033400             UNTIL END-OF-PROF
033500         CLOSE PROF-FILE
033600     ELSE
033700         DISPLAY "PWDHRPT - PWDPROF OPEN ERROR " PROF-STATUS
033800             " - HISTORY DEPTHS UNKNOWN" UPON OPER-CONSOLE
033900         MOVE 8 TO RETURN-CODE.
034000     OPEN INPUT HIST-FILE.
034100     IF HIST-STATUS = "00"
034200         PERFORM 1300-LOAD-HISTORY THRU 1300-EXIT
034300             UNTIL END-OF-HIST
034400         CLOSE HIST-FILE
034500     ELSE
034600         DISPLAY "PWDHRPT - PWDHIST NOT FOUND - NO HISTORY "
034700             "RECORDED" UPON OPER-CONSOLE.
034800     OPEN INPUT REUS-FILE.
034900     IF REUS-STATUS = "00"
035000         PERFORM 1400-COUNT-REPEAT THRU 1400-EXIT
035100             UNTIL END-OF-REUS
035200         CLOSE REUS-FILE.
035300     MOVE "Y" TO RUN-OK-SW.
035400 1000-EXIT.
035500     EXIT.
035600 1100-LOAD-ROSTER.
035700     READ ROST-FILE
035800         AT END MOVE "Y" TO ROST-EOF-SW
035900         GO TO 1100-EXIT.
036000     IF ROST-COUNT < ROST-MAX
036100         ADD 1 TO ROST-COUNT
036200         MOVE PHR-R-ACCOUNT-ID TO RTB-ACCOUNT-ID (ROST-COUNT)
036300         MOVE PHR-R-PROFILE-NAME
036400             TO RTB-PROFILE-NAME (ROST-COUNT)
036500         MOVE PHR-R-LAST-ROTATED
036600             TO RTB-LAST-ROTATED (ROST-COUNT)
036700         MOVE PHR-R-ACTIVE TO RTB-ACTIVE (ROST-COUNT)
036800         MOVE ZERO TO RTB-REPEATS (ROST-COUNT)
036900     ELSE
037000         DISPLAY "PWDHRPT - ROSTER TABLE FULL - INCREASE "
037100             "ROST-MAX" UPON OPER-CONSOLE
037200         MOVE 12 TO RETURN-CODE
037300         MOVE "Y" TO ROST-EOF-SW.
037400 1100-EXIT.
037500     EXIT.
037600 1200-LOAD-PROFILE.
037700     READ PROF-FILE
037800         AT END MOVE "Y" TO PROF-EOF-SW
037900         GO TO 1200-EXIT.
038000     IF PROF-COUNT < PROF-MAX
038100         ADD 1 TO PROF-COUNT
038200         MOVE PHR-F-PROFILE-NAME
038300             TO PTB-PROFILE-NAME (PROF-COUNT)
038320         MOVE ZERO TO PTB-HIST (PROF-COUNT)
038340         IF PHR-F-HIST NUMERIC
038360             MOVE PHR-F-HIST TO PTB-HIST (PROF-COUNT)
038380         END-IF
038500     ELSE
038600         DISPLAY "PWDHRPT - PROFILE TABLE FULL - INCREASE "
038700             "PROF-MAX" UPON OPER-CONSOLE
038800         MOVE 12 TO RETURN-CODE
038900         MOVE "Y" TO PROF-EOF-SW.
039000 1200-EXIT.
039100     EXIT.
039200 1300-LOAD-HISTORY.
039300     READ HIST-FILE
039400         AT END MOVE "Y" TO HIST-EOF-SW
039500         GO TO 1300-EXIT.
039600     IF HIST-COUNT < HIST-MAX
039700         ADD 1 TO HIST-COUNT
039800         MOVE HIST-RECORD TO HTB-RECORD (HIST-COUNT)
039900         MOVE "N" TO HTB-ON-ROSTER-SW (HIST-COUNT)
040000         IF HTB-HELD-COUNT (HIST-COUNT) NOT NUMERIC
040100             MOVE ZERO TO HTB-HELD-COUNT (HIST-COUNT)
040200         END-IF
040300         IF HTB-HELD-COUNT (HIST-COUNT) > 24
040400             MOVE 24 TO HTB-HELD-COUNT (HIST-COUNT)
040500         END-IF
040600     ELSE
040700         DISPLAY "PWDHRPT - HISTORY TABLE FULL - INCREASE "
040800             "HIST-MAX" UPON OPER-CONSOLE
040900         MOVE 12 TO RETURN-CODE
041000         MOVE "Y" TO HIST-EOF-SW.
041100 1300-EXIT.
041200     EXIT.
041300*****************************************************************
041400*  1400-COUNT-REPEAT - REPEAT FAILURES TALLIED BY ACCOUNT FOR   *
041500*  THE ACCOUNT SECTION; PRINTED IN FULL BY 3000                 *
041600*****************************************************************
041700 1400-COUNT-REPEAT.
041800     READ REUS-FILE
041900         AT END MOVE "Y" TO REUS-EOF-SW
042000         GO TO 1400-EXIT.
042100     MOVE ZERO TO ROST-FOUND-I.
042200     PERFORM 1450-SCAN-ROSTER THRU 1450-EXIT
042300         VARYING ROST-I FROM 1 BY 1
042400         UNTIL ROST-I > ROST-COUNT
042500         OR ROST-FOUND-I > ZERO.
042600     IF ROST-FOUND-I > ZERO
042700         ADD 1 TO RTB-REPEATS (ROST-FOUND-I).
042800 1400-EXIT.
042900     EXIT.
043000 1450-SCAN-ROSTER.
043100     IF RTB-ACCOUNT-ID (ROST-I) = PHR-U-ACCOUNT-ID
043200         MOVE ROST-I TO ROST-FOUND-I.
043300 1450-EXIT.
043400     EXIT.
043500*****************************************************************
043600*  2000-REPORT-ACCOUNTS - EVERY ROSTER ACCOUNT, THEN ANY        *
043700*  HISTORY LEFT BY AN ACCOUNT NO LONGER ON THE ROSTER           *
043800*****************************************************************
043900 2000-REPORT-ACCOUNTS.
044000     MOVE "PASSWORD HISTORY BY ACCOUNT" TO HDG-TITLE.
044100     MOVE ACCOUNT-HEADING TO HEADING-LINE-2.
044200     MOVE 99 TO LINE-COUNT.
044300     IF ROST-COUNT = ZERO
044400         MOVE "NO ACCOUNTS ON THE ROTATION ROSTER" TO NONE-TEXT
044500         MOVE NONE-LINE TO PRINT-RECORD
044600         PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
044700     PERFORM 2100-ONE-ROSTER-ACCOUNT THRU 2100-EXIT
044800         VARYING ROST-I FROM 1 BY 1
044900         UNTIL ROST-I > ROST-COUNT.
045000     PERFORM 2500-ONE-OFF-ROSTER THRU 2500-EXIT
045100         VARYING HIST-I FROM 1 BY 1
045200         UNTIL HIST-I > HIST-COUNT.
045300 2000-EXIT.
045400     EXIT.
045500 2100-ONE-ROSTER-ACCOUNT.
045600     MOVE RTB-ACCOUNT-ID (ROST-I) TO ALN-ACCOUNT-ID.
045700     MOVE RTB-PROFILE-NAME (ROST-I) TO ALN-PROFILE.
045800     IF RTB-ACTIVE (ROST-I) = "A"
045900         MOVE "ACTIVE" TO ALN-STATUS
046000     ELSE
046100         MOVE "INACTIVE" TO ALN-STATUS.
046200     MOVE RTB-LAST-ROTATED (ROST-I) TO ALN-LAST-ROTATED.
046300     MOVE RTB-REPEATS (ROST-I) TO ALN-REPEATS.
046400     MOVE ZERO TO HIST-FOUND-I.
046500     PERFORM 2150-SCAN-HISTORY THRU 2150-EXIT
046600         VARYING HIST-I FROM 1 BY 1
046700         UNTIL HIST-I > HIST-COUNT
046800         OR HIST-FOUND-I > ZERO.
046900     MOVE ZERO TO HELD-WORK.
047000     IF HIST-FOUND-I > ZERO
047100         MOVE "Y" TO HTB-ON-ROSTER-SW (HIST-FOUND-I)
047200         MOVE HTB-HELD-COUNT (HIST-FOUND-I) TO HELD-WORK.
047300     MOVE RTB-PROFILE-NAME (ROST-I) TO WORK-PROFILE-NAME.
047400     PERFORM 2200-FIND-DEPTH THRU 2200-EXIT.
047500     PERFORM 2300-SET-NOTE THRU 2300-EXIT.
047600     MOVE ACCOUNT-LINE TO PRINT-RECORD.
047700     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
047800     IF HIST-FOUND-I > ZERO
047900         PERFORM 2400-PRINT-ROTATION THRU 2400-EXIT
048000             VARYING SLOT-I FROM 1 BY 1
048100             UNTIL SLOT-I > HELD-WORK.
048200 2100-EXIT.
048300     EXIT.
048400 2150-SCAN-HISTORY.
048500     IF HTB-ACCOUNT-ID (HIST-I) = RTB-ACCOUNT-ID (ROST-I)
048600         MOVE HIST-I TO HIST-FOUND-I.
048700 2150-EXIT.
048800     EXIT.
048900*****************************************************************
049000*  2200-FIND-DEPTH - HIST FOR WORK-PROFILE-NAME FROM PWDPROF    *
049100*****************************************************************
049200 2200-FIND-DEPTH.
049300     MOVE ZERO TO PROF-FOUND-I.
049400     MOVE ZERO TO DEPTH-WORK.
049500     PERFORM 2250-SCAN-PROFILE THRU 2250-EXIT
049600         VARYING PROF-I FROM 1 BY 1
049700         UNTIL PROF-I > PROF-COUNT
049800         OR PROF-FOUND-I > ZERO.
049900     IF PROF-FOUND-I = ZERO
050000         GO TO 2200-EXIT.
050100     MOVE PTB-HIST (PROF-FOUND-I) TO DEPTH-WORK.
050200     IF DEPTH-WORK < ZERO
050300         MOVE ZERO TO DEPTH-WORK.
050400     IF DEPTH-WORK > 24
050500         MOVE 24 TO DEPTH-WORK.
050600 2200-EXIT.
050700     EXIT.
050800 2250-SCAN-PROFILE.
050900     IF PTB-PROFILE-NAME (PROF-I) = WORK-PROFILE-NAME
051000         MOVE PROF-I TO PROF-FOUND-I.
051100 2250-EXIT.
051200     EXIT.
051300*****************************************************************
051400*  2300-SET-NOTE - DEPTH AGAINST DIGESTS HELD FOR A ROSTER      *
051500*  ACCOUNT, COUNTED FOR THE TOTALS                              *
051600*****************************************************************
051700 2300-SET-NOTE.
051800     MOVE DEPTH-WORK TO ALN-DEPTH.
051900     MOVE HELD-WORK TO ALN-HELD.
052000     IF PROF-FOUND-I = ZERO
052100         ADD 1 TO NO-PROFILE-COUNT
052200         MOVE "PROFILE NOT ON PWDPROF" TO ALN-NOTE
052300         GO TO 2300-EXIT.
052400     IF DEPTH-WORK = ZERO
052500         ADD 1 TO NO-HISTORY-COUNT
052600         MOVE "PROFILE KEEPS NO PASSWORD HISTORY" TO ALN-NOTE
052700         GO TO 2300-EXIT.
052800     IF HELD-WORK NOT < DEPTH-WORK
052900         ADD 1 TO FULL-DEPTH-COUNT
053000         MOVE "HISTORY AT FULL DEPTH" TO ALN-NOTE
053100         GO TO 2300-EXIT.
053200     ADD 1 TO BELOW-DEPTH-COUNT.
053300     IF HELD-WORK = ZERO
053400         MOVE "NO ROTATION RECORDED UNDER HISTORY" TO ALN-NOTE
053500     ELSE
053600         MOVE "FEWER ROTATIONS RECORDED THAN DEPTH"
053700             TO ALN-NOTE.
053800 2300-EXIT.
053900     EXIT.
054000 2400-PRINT-ROTATION.
054100     MOVE SLOT-I TO RLN-SEQ.
054200     MOVE HTB-ROTATED-TS (HIST-FOUND-I, SLOT-I) TO RLN-STAMP.
054300     MOVE ROTATION-LINE TO PRINT-RECORD.
054400     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
054500     ADD 1 TO DATES-LISTED-COUNT.
054600 2400-EXIT.
054700     EXIT.
054800*****************************************************************
054900*  2500-ONE-OFF-ROSTER - HISTORY NO ROSTER ACCOUNT CLAIMED      *
055000*****************************************************************
055100 2500-ONE-OFF-ROSTER.
055200     IF HTB-ON-ROSTER-SW (HIST-I) = "Y"
055300         GO TO 2500-EXIT.
055400     ADD 1 TO OFF-ROSTER-COUNT.
055500     MOVE HTB-ACCOUNT-ID (HIST-I) TO ALN-ACCOUNT-ID.
055600     MOVE HTB-PROFILE-NAME (HIST-I) TO ALN-PROFILE.
055700     MOVE "OFF ROSTER" TO ALN-STATUS.
055800     MOVE HTB-ROTATED-TS (HIST-I, 1) TO ALN-LAST-ROTATED.
055900     MOVE ZERO TO ALN-REPEATS.
056000     MOVE HTB-PROFILE-NAME (HIST-I) TO WORK-PROFILE-NAME.
056100     PERFORM 2200-FIND-DEPTH THRU 2200-EXIT.
056200     MOVE HTB-HELD-COUNT (HIST-I) TO HELD-WORK.
056300     MOVE DEPTH-WORK TO ALN-DEPTH.
056400     MOVE HELD-WORK TO ALN-HELD.
056500     MOVE "ACCOUNT NO LONGER ON THE ROSTER" TO ALN-NOTE.
056600     MOVE ACCOUNT-LINE TO PRINT-RECORD.
056700     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
056800     MOVE HIST-I TO HIST-FOUND-I.
056900     PERFORM 2400-PRINT-ROTATION THRU 2400-EXIT
057000         VARYING SLOT-I FROM 1 BY 1
057100         UNTIL SLOT-I > HELD-WORK.
057200 2500-EXIT.
057300     EXIT.
057400*****************************************************************
057500*  3000-REPORT-REPEATS - EVERY ROTATION LOGGED TO PWDREUSE,     *
057600*  NEW PAGE                                                     *
057700*****************************************************************
057800 3000-REPORT-REPEATS.
057900     MOVE "ROTATIONS WITH NO NON-REPEATING PASSWORD"
058000         TO HDG-TITLE.
058100     MOVE REPEAT-HEADING TO HEADING-LINE-2.
058200     MOVE 99 TO LINE-COUNT.
058300     MOVE "N" TO REUS-EOF-SW.
058400     OPEN INPUT REUS-FILE.
058500     IF REUS-STATUS = "00"
058600         PERFORM 3100-READ-REPEAT THRU 3100-EXIT
058700             UNTIL END-OF-REUS
058800         CLOSE REUS-FILE
058900     ELSE
059000         DISPLAY "PWDHRPT - PWDREUSE NOT FOUND - NO REPEAT "
059100             "FAILURES LOGGED" UPON OPER-CONSOLE.
059200     IF REPEAT-COUNT = ZERO
059300         MOVE "NO ROTATION FAILED FOR LACK OF A NEW PASSWORD"
059400             TO NONE-TEXT
059500         MOVE NONE-LINE TO PRINT-RECORD
059600         PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
059700 3000-EXIT.
059800     EXIT.
059900 3100-READ-REPEAT.
060000     READ REUS-FILE
060100         AT END MOVE "Y" TO REUS-EOF-SW
060200         GO TO 3100-EXIT.
060300     ADD 1 TO REPEAT-COUNT.
060400     MOVE PHR-U-TIMESTAMP TO RPL-TIMESTAMP.
060500     MOVE PHR-U-ACCOUNT-ID TO RPL-ACCOUNT-ID.
060600     MOVE PHR-U-PROFILE-NAME TO RPL-PROFILE.
060700     MOVE PHR-U-GEN-MODE TO RPL-MODE.
060800     IF PHR-U-HIST-DEPTH NUMERIC
060900         MOVE PHR-U-HIST-DEPTH TO RPL-DEPTH
061000     ELSE
061100         MOVE ZERO TO RPL-DEPTH.
061200     MOVE PHR-U-ERR-TEXT TO RPL-ERR-TEXT.
061300     MOVE REPEAT-LINE TO PRINT-RECORD.
061400     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
061500 3100-EXIT.
061600     EXIT.
061700*****************************************************************
061800*  5000-PRINT-A-LINE - PRINT-RECORD WITH PAGE BREAK             *
061900*****************************************************************
062000 5000-PRINT-A-LINE.
062100     IF LINE-COUNT > 56
062200         PERFORM 5100-PAGE-HEADING THRU 5100-EXIT.
062300     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
062400     ADD 1 TO LINE-COUNT.
062500 5000-EXIT.
062600     EXIT.
062700 5100-PAGE-HEADING.
062800     ADD 1 TO PAGE-COUNT.
062900     MOVE PAGE-COUNT TO HDG-PAGE.
063000     MOVE PRINT-RECORD TO HOLD-LINE.
063100     WRITE PRINT-RECORD FROM HEADING-LINE-1
063200         AFTER ADVANCING PAGE.
063300     WRITE PRINT-RECORD FROM HEADING-LINE-2
063400         AFTER ADVANCING 2 LINES.
063500     MOVE SPACES TO PRINT-RECORD.
063600     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
063700     MOVE HOLD-LINE TO PRINT-RECORD.
063800     MOVE 4 TO LINE-COUNT.
063900 5100-EXIT.
064000     EXIT.
064100*****************************************************************
064200*  9000-WRAP-UP - TOTALS AND CLOSE                              *
064300*****************************************************************
064400 9000-WRAP-UP.
064500     IF PAGE-COUNT = ZERO
064600         MOVE SPACES TO PRINT-RECORD
064700         PERFORM 5100-PAGE-HEADING THRU 5100-EXIT.
064800     MOVE ROST-COUNT TO TOT-ROSTER.
064900     MOVE FULL-DEPTH-COUNT TO TOT-FULL-DEPTH.
065000     MOVE BELOW-DEPTH-COUNT TO TOT-BELOW-DEPTH.
065100     MOVE NO-HISTORY-COUNT TO TOT-NO-HISTORY.
065200     MOVE NO-PROFILE-COUNT TO TOT-NO-PROFILE.
065300     MOVE OFF-ROSTER-COUNT TO TOT-OFF-ROSTER.
065400     MOVE DATES-LISTED-COUNT TO TOT-DATES-LISTED.
065500     MOVE REPEAT-COUNT TO TOT-REPEATS.
065600     MOVE SPACES TO PRINT-RECORD.
065700     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
065800     WRITE PRINT-RECORD FROM TOTAL-LINE-1
065900         AFTER ADVANCING 1 LINE.
066000     WRITE PRINT-RECORD FROM TOTAL-LINE-2
066100         AFTER ADVANCING 1 LINE.
066200     WRITE PRINT-RECORD FROM TOTAL-LINE-3
066300         AFTER ADVANCING 1 LINE.
066400     WRITE PRINT-RECORD FROM TOTAL-LINE-4
066500         AFTER ADVANCING 1 LINE.
066600     WRITE PRINT-RECORD FROM TOTAL-LINE-5
066700         AFTER ADVANCING 1 LINE.
066800     WRITE PRINT-RECORD FROM TOTAL-LINE-6
066900         AFTER ADVANCING 1 LINE.
067000     WRITE PRINT-RECORD FROM TOTAL-LINE-7
067100         AFTER ADVANCING 1 LINE.
067200     WRITE PRINT-RECORD FROM TOTAL-LINE-8
067300         AFTER ADVANCING 1 LINE.
067400     CLOSE PRINT-FILE.
067500 9000-EXIT.
067600     EXIT.
