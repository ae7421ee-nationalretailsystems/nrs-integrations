000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SCACSCOR.
000300 AUTHOR. R J MARINO.
000400 INSTALLATION. NATIONAL RETAIL SYSTEMS - NORTH BERGEN NJ.
000500 DATE-WRITTEN. OCTOBER 2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  SCACSCOR - MONTHLY CARRIER (SCAC) PERFORMANCE SCORECARD      *
000900*                                                               *
001000*  ONE LINE PER CARRIER FOR A CALENDAR MONTH, SHOWING:          *
001100*    - APPOINTMENTS KEPT, LATE AND NO-SHOW - THE APPTMTCH       *
001200*      RULES: AN APPOINTMENT IS MATCHED TO THE ASSET'S          *
001300*      EARLIEST SIGHTING ON OR AFTER ITS WINDOW START, IS LATE  *
001400*      WHEN THAT SIGHTING IS PAST THE WINDOW END, AND IS A      *
001500*      NO-SHOW WHEN UNMATCHED AND THE WINDOW HAS EXPIRED,       *
001600*    - YARD VISITS WITH AVERAGE AND WORST DWELL.  A VISIT       *
001700*      RUNS FROM THE FIRST SIGHTING AT A CAMPUS TO THE          *
001800*      PNCGATEO GATE-OUT ("DEPARTED") OR THE FIRST SIGHTING AT  *
001900*      ANOTHER CAMPUS, AND IS SCORED IN THE MONTH IT ENDS.      *
002000*      VISITS STILL OPEN AT MONTH END ARE COUNTED ON YARD,      *
002100*    - DETENTION HOURS AND DOLLARS BILLED BY DETNBILL           *
002200*      (DETNCHRG) FOR DETENTIONS STARTED IN THE MONTH,          *
002300*    - DOOR CONFLICTS (PNCDCONF) CAUSED BY THE CARRIER'S        *
002400*      ARRIVING ASSET.                                          *
002500*                                                               *
002600*  APPOINTMENTS ARE SCORED TO THE SCAC ON THE APPOINTMENT.      *
002700*  EVERYTHING ELSE IS SCORED TO THE TRAILER SCAC THE PNC FEED   *
002800*  LAST REPORTED FOR THE ASSET ON PNCHIST AT THE TIME OF THE    *
002900*  EVENT.  ALL FOUR FILES GO THROUGH ONE SORT BY ASSET AND      *
003000*  TIMESTAMP SO THAT SCAC IS KNOWN WHEN EACH EVENT ARRIVES.     *
003100*  THE ASSET NUMBER IS THE TRAILER NUMBER WHEN PRESENT,         *
003200*  OTHERWISE THE CONTAINER NUMBER - THE PNCUPD2P RULE.          *
003300*                                                               *
003400*  PERIOD CONTROL CARD (SCORCNTL, 10 BYTES):                    *
003500*     PERIOD   X(7)   YYYY-MM                                   *
003600*  A MISSING OR BLANK CARD SCORES THE PREVIOUS CALENDAR MONTH.  *
003700*  CARRIER NAMES COME FROM THE SCACREF CARRIER REFERENCE FILE.  *
003800*****************************************************************
003900*  MODIFICATION HISTORY                                         *
004000*  10/15/26  RJM  NEW PROGRAM.                                  *
004100*****************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SPECIAL-NAMES.
004500     CONSOLE IS OPER-CONSOLE.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT CNTL-FILE ASSIGN TO SCORCNTL
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS CNTL-STATUS.
005100     SELECT SCAC-FILE ASSIGN TO SCACREF
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS SCAC-STATUS.
005400     SELECT APPT-FILE ASSIGN TO APPTEXPT
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS APPT-STATUS.
005700     SELECT HIST-FILE ASSIGN TO PNCHIST
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS HIST-STATUS.
006000     SELECT CHRG-FILE ASSIGN TO DETNCHRG
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS CHRG-STATUS.
006300     SELECT DCON-FILE ASSIGN TO PNCDCONF
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS DCON-STATUS.
006600     SELECT SORT-FILE ASSIGN TO SORTWK01.
006700     SELECT PRINT-FILE ASSIGN TO QSYSPRT
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS PRINT-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  CNTL-FILE
007300     RECORD CONTAINS 10 CHARACTERS.
007400 01  CNTL-RECORD.
007500     05  SCR-C-PERIOD.
007600         10  SCR-C-YEAR          PIC X(04).
007700         10  SCR-C-DASH          PIC X(01).
007800         10  SCR-C-MONTH         PIC X(02).
007900     05  FILLER                  PIC X(03).
008000 FD  SCAC-FILE
008100     RECORD CONTAINS 91 CHARACTERS.
008200 01  SCAC-RECORD.
008300     05  SCR-S-SCAC-CODE         PIC X(04).
008400     05  SCR-S-CARRIER-NAME      PIC X(50).
008500     05  SCR-S-STATUS            PIC X(01).
008600     05  SCR-S-MAINT-USER        PIC X(10).
008700     05  SCR-S-MAINT-TIMESTAMP   PIC X(26).
008800 FD  APPT-FILE
008900     RECORD CONTAINS 152 CHARACTERS.
009000 01  APPT-RECORD.
009100     05  SCR-A-APPT-ID           PIC X(15).
009200     05  SCR-A-CAMPUS            PIC X(06).
009300     05  SCR-A-TRAILER-NUMBER    PIC X(25).
009400     05  SCR-A-CONTAINER-NUMBER  PIC X(25).
009500     05  SCR-A-SCAC              PIC X(04).
009600     05  SCR-A-CUSTOMER-CODE     PIC X(25).
009700     05  SCR-A-WINDOW-FROM       PIC X(26).
009800     05  SCR-A-WINDOW-TO         PIC X(26).
009900 FD  HIST-FILE
010000     RECORD CONTAINS 198 CHARACTERS.
010100 01  HIST-RECORD.
010200     05  SCR-H-MSG-GROUP-ID      PIC X(25).
010300     05  SCR-H-CAMPUS            PIC X(06).
010400     05  SCR-H-YARD-CODE         PIC X(06).
010500     05  SCR-H-DOOR-NUMBER       PIC X(06).
010600     05  SCR-H-SITE-CODE         PIC X(25).
010700     05  SCR-H-TRAILER-NUMBER    PIC X(25).
010800     05  SCR-H-CONTAINER-NUMBER  PIC X(25).
010900     05  SCR-H-LOAD-STATUS       PIC X(25).
011000     05  SCR-H-CUSTOMER-CODE     PIC X(25).
011100     05  SCR-H-TIMESTAMP         PIC X(26).
011200     05  SCR-H-TRAILER-SCAC      PIC X(04).
011300 FD  CHRG-FILE
011400     RECORD CONTAINS 163 CHARACTERS.
011500 01  CHRG-RECORD.
011600     05  SCR-D-CUSTOMER-CODE     PIC X(25).
011700     05  SCR-D-CUSTOMER-KEY      PIC S9(10).
011800     05  SCR-D-TRAILER-NUMBER    PIC X(25).
011900     05  SCR-D-START-TIMESTAMP   PIC X(26).
012000     05  SCR-D-STOP-TIMESTAMP    PIC X(26).
012100     05  SCR-D-OPEN-FLAG         PIC X(01).
012200     05  SCR-D-DETAINED-HOURS    PIC 9(05).
012300     05  SCR-D-FREE-HOURS        PIC 9(03).
012400     05  SCR-D-BILLABLE-HOURS    PIC 9(05).
012500     05  SCR-D-RATE-BASIS        PIC X(01).
012600     05  SCR-D-RATE              PIC S9(05)V99  COMP-3.
012700     05  SCR-D-AMOUNT            PIC S9(09)V99  COMP-3.
012800     05  SCR-D-RUN-TIMESTAMP     PIC X(26).
012900 FD  DCON-FILE
013000     RECORD CONTAINS 120 CHARACTERS.
013100 01  DCON-RECORD.
013200     05  SCR-X-CAMPUS            PIC X(06).
013300     05  SCR-X-YARD-CODE         PIC X(06).
013400     05  SCR-X-DOOR-NUMBER       PIC X(06).
013500     05  SCR-X-NEW-ASSET-ID      PIC X(25).
013600     05  SCR-X-NEW-TIMESTAMP     PIC X(26).
013700     05  SCR-X-OLD-ASSET-ID      PIC X(25).
013800     05  SCR-X-OLD-TIMESTAMP     PIC X(26).
013900*    ONE SORT RECORD PER EVENT.  AT EQUAL TIMESTAMPS THE RECORD
014000*    TYPE ORDERS AN APPOINTMENT BEFORE THE SIGHTING THAT KEEPS IT
014100*    AND THE SIGHTING BEFORE THE CHARGE OR CONFLICT IT CAUSED.
014200 SD  SORT-FILE.
014300 01  SORT-RECORD.
014400     05  SRT-ASSET-ID            PIC X(25).
014500     05  SRT-TIMESTAMP           PIC X(26).
014600     05  SRT-RECORD-TYPE         PIC X(01).
014700         88  SRT-APPOINTMENT                 VALUE "1".
014800         88  SRT-SIGHTING                    VALUE "2".
014900         88  SRT-CHARGE                      VALUE "3".
015000         88  SRT-CONFLICT                    VALUE "4".
015100     05  SRT-CAMPUS              PIC X(06).
015200     05  SRT-SCAC                PIC X(04).
015300     05  SRT-DEPARTED-SW         PIC X(01).
015400         88  SRT-DEPARTED                    VALUE "Y".
015500     05  SRT-WINDOW-TO           PIC X(26).
015600     05  SRT-HOURS               PIC 9(05).
015700     05  SRT-AMOUNT              PIC S9(09)V99  COMP-3.
015800 FD  PRINT-FILE
015900     RECORD CONTAINS 132 CHARACTERS.
016000 01  PRINT-RECORD                PIC X(132).
016100 WORKING-STORAGE SECTION.
016200 77  CNTL-STATUS                 PIC X(02)   VALUE SPACES.
016300 77  SCAC-STATUS                 PIC X(02)   VALUE SPACES.
016400 77  APPT-STATUS                 PIC X(02)   VALUE SPACES.
016500 77  HIST-STATUS                 PIC X(02)   VALUE SPACES.
016600 77  CHRG-STATUS                 PIC X(02)   VALUE SPACES.
016700 77  DCON-STATUS                 PIC X(02)   VALUE SPACES.
016800 77  PRINT-STATUS                PIC X(02)   VALUE SPACES.
016900 77  HIST-READ-COUNT             PIC S9(07)  COMP VALUE ZERO.
017000 77  APPT-READ-COUNT             PIC S9(07)  COMP VALUE ZERO.
017100 77  APPT-PERIOD-COUNT           PIC S9(07)  COMP VALUE ZERO.
017200 77  CHRG-READ-COUNT             PIC S9(07)  COMP VALUE ZERO.
017300 77  CHRG-PERIOD-COUNT           PIC S9(07)  COMP VALUE ZERO.
017400 77  DCON-READ-COUNT             PIC S9(07)  COMP VALUE ZERO.
017500 77  DCON-PERIOD-COUNT           PIC S9(07)  COMP VALUE ZERO.
017600 77  NAME-COUNT                  PIC S9(05)  COMP VALUE ZERO.
017700 77  NAME-I                      PIC S9(05)  COMP VALUE ZERO.
017800 77  NAME-FOUND-I                PIC S9(05)  COMP VALUE ZERO.
017900 77  NAME-MAX                    PIC S9(05)  COMP VALUE +5000.
018000 77  SCT-COUNT                   PIC S9(05)  COMP VALUE ZERO.
018100 77  SCT-I                       PIC S9(05)  COMP VALUE ZERO.
018200 77  SCT-FOUND-I                 PIC S9(05)  COMP VALUE ZERO.
018300 77  SCT-MAX                     PIC S9(05)  COMP VALUE +999.
018400 77  SCT-TOTAL-I                 PIC S9(05)  COMP VALUE +1000.
018500 77  PAP-COUNT                   PIC S9(03)  COMP VALUE ZERO.
018600 77  PAP-I                       PIC S9(03)  COMP VALUE ZERO.
018700 77  PAP-NEXT                    PIC S9(03)  COMP VALUE +1.
018800 77  PAP-MAX                     PIC S9(03)  COMP VALUE +100.
018900 77  SORT-PASS-I                 PIC S9(05)  COMP VALUE ZERO.
019000 77  SORT-COMP-I                 PIC S9(05)  COMP VALUE ZERO.
019100 77  ABS-MINUTES                 PIC S9(09)  COMP VALUE ZERO.
019200 77  INT-START-MIN               PIC S9(09)  COMP VALUE ZERO.
019300 77  INT-END-MIN                 PIC S9(09)  COMP VALUE ZERO.
019400 77  DWELL-MINUTES               PIC S9(09)  COMP VALUE ZERO.
019500 77  SCORED-COUNT                PIC S9(07)  COMP VALUE ZERO.
019600 77  ONTIME-PCT                  PIC S9(03)V9 COMP-3 VALUE ZERO.
019700 77  DWELL-HOURS                 PIC S9(07)V9 COMP-3 VALUE ZERO.
019800 77  LINE-COUNT                  PIC S9(03)  COMP VALUE +99.
019900 77  PAGE-COUNT                  PIC S9(05)  COMP VALUE ZERO.
020000 01  SWITCH-AREA.
020100     05  CNTL-EOF-SW             PIC X(01)   VALUE "N".
020200         88  END-OF-CNTL                     VALUE "Y".
020300     05  SCAC-EOF-SW             PIC X(01)   VALUE "N".
020400         88  END-OF-SCAC                     VALUE "Y".
020500     05  APPT-EOF-SW             PIC X(01)   VALUE "N".
020600         88  END-OF-APPT                     VALUE "Y".
020700     05  HIST-EOF-SW             PIC X(01)   VALUE "N".
020800         88  END-OF-HIST                     VALUE "Y".
020900     05  CHRG-EOF-SW             PIC X(01)   VALUE "N".
021000         88  END-OF-CHRG                     VALUE "Y".
021100     05  DCON-EOF-SW             PIC X(01)   VALUE "N".
021200         88  END-OF-DCON                     VALUE "Y".
021300     05  SORT-EOF-SW             PIC X(01)   VALUE "N".
021400         88  END-OF-SORT                     VALUE "Y".
021500     05  PERIOD-OK-SW            PIC X(01)   VALUE "N".
021600         88  PERIOD-VALID                    VALUE "Y".
021700     05  STAY-OPEN-SW            PIC X(01)   VALUE "N".
021800         88  STAY-OPEN                       VALUE "Y".
021900     05  TS-OK-SW                PIC X(01)   VALUE "N".
022000         88  TS-CONVERTED                    VALUE "Y".
022100     05  SCT-FULL-SW             PIC X(01)   VALUE "N".
022200         88  SCT-TABLE-FULL                  VALUE "Y".
022300*****************************************************************
022400*  THE SCORING PERIOD - START INCLUSIVE, END EXCLUSIVE (THE     *
022500*  FIRST INSTANT OF THE FOLLOWING MONTH)                        *
022600*****************************************************************
022700 01  PERIOD-AREA.
022800     05  PERIOD-ID.
022900         10  PERIOD-YEAR         PIC 9(04)   VALUE ZERO.
023000         10  FILLER              PIC X(01)   VALUE "-".
023100         10  PERIOD-MONTH        PIC 9(02)   VALUE ZERO.
023200     05  NEXT-YEAR               PIC 9(04)   VALUE ZERO.
023300     05  NEXT-MONTH              PIC 9(02)   VALUE ZERO.
023400     05  PERIOD-START-TS         PIC X(26)   VALUE SPACES.
023500     05  PERIOD-END-TS           PIC X(26)   VALUE SPACES.
023600*****************************************************************
023700*  THE ASSET CURRENTLY COMING BACK FROM THE SORT - ITS LATEST   *
023800*  REPORTED SCAC, ITS OPEN YARD VISIT AND ITS APPOINTMENTS      *
023900*  NOT YET KEPT, IN WINDOW-START ORDER                          *
024000*****************************************************************
024100 01  CURRENT-ASSET-AREA.
024200     05  CURR-ASSET-ID           PIC X(25)   VALUE LOW-VALUES.
024300     05  CURR-SCAC               PIC X(04)   VALUE SPACES.
024400     05  STAY-CAMPUS             PIC X(06)   VALUE SPACES.
024500     05  STAY-SCAC               PIC X(04)   VALUE SPACES.
024600     05  STAY-ARRIVAL-TS         PIC X(26)   VALUE SPACES.
024700     05  STAY-END-TS             PIC X(26)   VALUE SPACES.
024800 01  WORK-SCAC                   PIC X(04)   VALUE SPACES.
024900 01  PENDING-APPT-AREA.
025000     05  PAP-ENTRY               OCCURS 100 TIMES
025100                                 INDEXED BY PAP-X.
025200         10  PAP-SCAC            PIC X(04).
025300         10  PAP-WINDOW-TO       PIC X(26).
025400 01  CARRIER-NAME-AREA.
025500     05  NAME-ENTRY              OCCURS 5000 TIMES
025600                                 INDEXED BY NAME-X.
025700         10  NTB-SCAC-CODE       PIC X(04).
025800         10  NTB-CARRIER-NAME    PIC X(50).
025900*****************************************************************
026000*  THE SCORECARD - ONE ROW PER SCAC.  THE LAST ROW HOLDS THE    *
026100*  ALL-CARRIER TOTALS (SCT-TOTAL-I).                            *
026200*****************************************************************
026300 01  CARRIER-TABLE-AREA.
026400     05  SCT-ENTRY               OCCURS 1000 TIMES
026500                                 INDEXED BY SCT-X.
026600         10  SCT-SCAC            PIC X(04).
026700         10  SCT-CARRIER-NAME    PIC X(50).
026800         10  SCT-APPTS           PIC S9(07)  COMP.
026900         10  SCT-KEPT            PIC S9(07)  COMP.
027000         10  SCT-LATE            PIC S9(07)  COMP.
027100         10  SCT-NOSHOW          PIC S9(07)  COMP.
027200         10  SCT-PENDING         PIC S9(07)  COMP.
027300         10  SCT-VISITS          PIC S9(07)  COMP.
027400         10  SCT-ON-YARD         PIC S9(07)  COMP.
027500         10  SCT-DWELL-MINUTES   PIC S9(11)  COMP.
027600         10  SCT-WORST-MINUTES   PIC S9(09)  COMP.
027700         10  SCT-DETN-CHARGES    PIC S9(07)  COMP.
027800         10  SCT-DETN-HOURS      PIC S9(09)  COMP.
027900         10  SCT-DETN-AMOUNT     PIC S9(11)V99  COMP-3.
028000         10  SCT-CONFLICTS       PIC S9(07)  COMP.
028100 01  SCT-SWAP-ENTRY              PIC X(113).
028200 01  TIMESTAMP-WORK-AREA.
028300     05  TSW-TIMESTAMP.
028400         10  TSW-YEAR            PIC 9(04).
028500         10  FILLER              PIC X(01).
028600         10  TSW-MONTH           PIC 9(02).
028700         10  FILLER              PIC X(01).
028800         10  TSW-DAY             PIC 9(02).
028900         10  FILLER              PIC X(01).
029000         10  TSW-HOUR            PIC 9(02).
029100         10  FILLER              PIC X(01).
029200         10  TSW-MINUTE          PIC 9(02).
029300         10  FILLER              PIC X(10).
029400     05  TSW-ADJ-YEAR            PIC S9(05)  COMP VALUE ZERO.
029500     05  TSW-ADJ-MONTH           PIC S9(03)  COMP VALUE ZERO.
029600     05  TSW-WORK-1              PIC S9(09)  COMP VALUE ZERO.
029700     05  TSW-WORK-2              PIC S9(09)  COMP VALUE ZERO.
029800     05  TSW-DAY-NUMBER          PIC S9(09)  COMP VALUE ZERO.
029900 01  RUN-STAMP-AREA.
030000     05  RUN-DATE-YMD            PIC 9(08).
030100     05  RUN-DATE-X REDEFINES RUN-DATE-YMD.
030200         10  RUN-YEAR            PIC X(04).
030300         10  RUN-MONTH           PIC X(02).
030400         10  RUN-DAY             PIC X(02).
030500     05  RUN-TIME-HMS            PIC 9(08).
030600     05  RUN-TIME-X REDEFINES RUN-TIME-HMS.
030700         10  RUN-HOUR            PIC X(02).
030800         10  RUN-MINUTE          PIC X(02).
030900         10  RUN-SECOND          PIC X(02).
031000         10  FILLER              PIC X(02).
031100     05  RUN-TIMESTAMP           PIC X(26).
031200 01  HEADING-LINE-1.
031300     05  FILLER                  PIC X(09)   VALUE "SCACSCOR".
031400     05  FILLER                  PIC X(27)   VALUE SPACES.
031500     05  FILLER                  PIC X(44)   VALUE
031600         "CARRIER PERFORMANCE SCORECARD               ".
031700     05  FILLER                  PIC X(05)   VALUE "RUN: ".
031800     05  HDG-RUN-STAMP           PIC X(19).
031900     05  FILLER                  PIC X(18)   VALUE SPACES.
032000     05  FILLER                  PIC X(05)   VALUE "PAGE ".
032100     05  HDG-PAGE                PIC ZZZZ9.
032200 01  HEADING-LINE-2.
032300     05  FILLER                  PIC X(16)   VALUE
032400         "SCORING PERIOD: ".
032500     05  HDG-PERIOD              PIC X(07).
032600     05  FILLER                  PIC X(15)   VALUE
032700         "  (EVENTS FROM ".
032800     05  HDG-PERIOD-START        PIC X(10).
032900     05  FILLER                  PIC X(15)   VALUE
033000         " UP TO BUT NOT ".
033100     05  FILLER                  PIC X(10)   VALUE "INCLUDING ".
033200     05  HDG-PERIOD-END          PIC X(10).
033300     05  FILLER                  PIC X(01)   VALUE ")".
033400     05  FILLER                  PIC X(48)   VALUE SPACES.
033500 01  COLUMN-HEADING-1.
033600     05  FILLER                  PIC X(27)   VALUE
033700         "SCAC  CARRIER".
033800     05  FILLER                  PIC X(27)   VALUE
033900         " APPTS   KEPT   LATE     NO".
034000     05  FILLER                  PIC X(23)   VALUE
034100         "   % ON VISITS  AVG HRS".
034200     05  FILLER                  PIC X(24)   VALUE
034300         "  MAX HRS     ON    DETN".
034400     05  FILLER                  PIC X(31)   VALUE
034500         "    DETENTION   DOOR".
034600 01  COLUMN-HEADING-2.
034700     05  FILLER                  PIC X(27)   VALUE SPACES.
034800     05  FILLER                  PIC X(27)   VALUE
034900         "                       SHOW".
035000     05  FILLER                  PIC X(23)   VALUE
035100         "   TIME           DWELL".
035200     05  FILLER                  PIC X(24)   VALUE
035300         "    DWELL   YARD   HOURS".
035400     05  FILLER                  PIC X(31)   VALUE
035500         "       AMOUNT  CONFL".
035600 01  CARRIER-DETAIL-LINE.
035700     05  CDL-SCAC                PIC X(04).
035800     05  FILLER                  PIC X(02)   VALUE SPACES.
035900     05  CDL-CARRIER-NAME        PIC X(20).
036000     05  FILLER                  PIC X(01)   VALUE SPACES.
036100     05  CDL-APPTS               PIC ZZ,ZZ9.
036200     05  FILLER                  PIC X(01)   VALUE SPACES.
036300     05  CDL-KEPT                PIC ZZ,ZZ9.
036400     05  FILLER                  PIC X(01)   VALUE SPACES.
036500     05  CDL-LATE                PIC ZZ,ZZ9.
036600     05  FILLER                  PIC X(01)   VALUE SPACES.
036700     05  CDL-NOSHOW              PIC ZZ,ZZ9.
036800     05  FILLER                  PIC X(02)   VALUE SPACES.
036900     05  CDL-ONTIME-PCT          PIC ZZ9.9.
037000     05  CDL-ONTIME-PCT-X REDEFINES CDL-ONTIME-PCT
037100                                 PIC X(05).
037200     05  FILLER                  PIC X(01)   VALUE SPACES.
037300     05  CDL-VISITS              PIC ZZ,ZZ9.
037400     05  FILLER                  PIC X(01)   VALUE SPACES.
037500     05  CDL-AVG-DWELL           PIC ZZ,ZZ9.9.
037600     05  CDL-AVG-DWELL-X REDEFINES CDL-AVG-DWELL
037700                                 PIC X(08).
037800     05  FILLER                  PIC X(01)   VALUE SPACES.
037900     05  CDL-WORST-DWELL         PIC ZZ,ZZ9.9.
038000     05  CDL-WORST-DWELL-X REDEFINES CDL-WORST-DWELL
038100                                 PIC X(08).
038200     05  FILLER                  PIC X(01)   VALUE SPACES.
038300     05  CDL-ON-YARD             PIC ZZ,ZZ9.
038400     05  FILLER                  PIC X(01)   VALUE SPACES.
038500     05  CDL-DETN-HOURS          PIC ZZZ,ZZ9.
038600     05  FILLER                  PIC X(01)   VALUE SPACES.
038700     05  CDL-DETN-AMOUNT         PIC Z,ZZZ,ZZ9.99.
038800     05  FILLER                  PIC X(01)   VALUE SPACES.
038900     05  CDL-CONFLICTS           PIC ZZ,ZZ9.
039000     05  FILLER                  PIC X(11)   VALUE SPACES.
039100 01  TOTAL-LINE-1.
039200     05  FILLER                  PIC X(31)   VALUE
039300         "HISTORY RECORDS READ . . . . : ".
039400     05  TOT-HIST-READ           PIC ZZ,ZZZ,ZZ9.
039500     05  FILLER                  PIC X(91)   VALUE SPACES.
039600 01  TOTAL-LINE-2.
039700     05  FILLER                  PIC X(31)   VALUE
039800         "APPOINTMENTS IN PERIOD . . . : ".
039900     05  TOT-APPTS               PIC ZZ,ZZZ,ZZ9.
040000     05  FILLER                  PIC X(91)   VALUE SPACES.
040100 01  TOTAL-LINE-3.
040200     05  FILLER                  PIC X(31)   VALUE
040300         "  OF WHICH STILL PENDING . . : ".
040400     05  TOT-PENDING             PIC ZZ,ZZZ,ZZ9.
040500     05  FILLER                  PIC X(91)   VALUE SPACES.
040600 01  TOTAL-LINE-4.
040700     05  FILLER                  PIC X(31)   VALUE
040800         "DETENTION CHARGES IN PERIOD  : ".
040900     05  TOT-CHARGES             PIC ZZ,ZZZ,ZZ9.
041000     05  FILLER                  PIC X(91)   VALUE SPACES.
041100 01  TOTAL-LINE-5.
041200     05  FILLER                  PIC X(31)   VALUE
041300         "DOOR CONFLICTS IN PERIOD . . : ".
041400     05  TOT-CONFLICTS           PIC ZZ,ZZZ,ZZ9.
041500     05  FILLER                  PIC X(91)   VALUE SPACES.
041600 01  TOTAL-LINE-6.
041700     05  FILLER                  PIC X(31)   VALUE
041800         "CARRIERS SCORED  . . . . . . : ".
041900     05  TOT-CARRIERS            PIC ZZ,ZZZ,ZZ9.
042000     05  FILLER                  PIC X(91)   VALUE SPACES.
042100 PROCEDURE DIVISION.
042200*****************************************************************
042300*  0000-MAINLINE - OVERALL PROGRAM CONTROL                      *
042400*****************************************************************
042500 0000-MAINLINE.
042600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
042700     IF PERIOD-VALID
042800         SORT SORT-FILE
042900             ON ASCENDING KEY SRT-ASSET-ID
043000                              SRT-TIMESTAMP
043100                              SRT-RECORD-TYPE
043200             INPUT PROCEDURE IS 2000-RELEASE-EVENTS
043300                            THRU 2999-EXIT
043400             OUTPUT PROCEDURE IS 3000-SCORE-EVENTS
043500                            THRU 3999-EXIT
043600         PERFORM 7000-PRINT-REPORT THRU 7000-EXIT.
043700     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
043800     STOP RUN.
043900*****************************************************************
044000*  1000-INITIALIZE - RUN STAMP, PERIOD, CARRIER NAMES, REPORT   *
044100*****************************************************************
044200 1000-INITIALIZE.
044300     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD.
044400     ACCEPT RUN-TIME-HMS FROM TIME.
044500     MOVE SPACES TO RUN-TIMESTAMP.
044600     STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY "-"
044700            RUN-HOUR "." RUN-MINUTE "." RUN-SECOND
044800            ".000000"
044900            DELIMITED BY SIZE INTO RUN-TIMESTAMP.
045000     MOVE RUN-TIMESTAMP TO HDG-RUN-STAMP.
045100     OPEN OUTPUT PRINT-FILE.
045200     IF PRINT-STATUS NOT = "00"
045300         DISPLAY "SCACSCOR - PRINT OPEN ERROR " PRINT-STATUS
045400             UPON OPER-CONSOLE
045500         MOVE 12 TO RETURN-CODE
045600         STOP RUN.
045700*    DEFAULT PERIOD IS THE CALENDAR MONTH BEFORE THE RUN DATE
045800     MOVE RUN-YEAR TO PERIOD-YEAR.
045900     MOVE RUN-MONTH TO PERIOD-MONTH.
046000     IF PERIOD-MONTH = 1
046100         SUBTRACT 1 FROM PERIOD-YEAR
046200         MOVE 12 TO PERIOD-MONTH
046300     ELSE
046400         SUBTRACT 1 FROM PERIOD-MONTH.
046500     MOVE "Y" TO PERIOD-OK-SW.
046600     OPEN INPUT CNTL-FILE.
046700     IF CNTL-STATUS = "00"
046800         PERFORM 1100-LOAD-CONTROL THRU 1100-EXIT
046900             UNTIL END-OF-CNTL
047000         CLOSE CNTL-FILE.
047100     IF NOT PERIOD-VALID
047200         DISPLAY "SCACSCOR - UNREADABLE PERIOD ON SCORCNTL - "
047300             "EXPECTED YYYY-MM - RUN ENDED" UPON OPER-CONSOLE
047400         MOVE 12 TO RETURN-CODE
047500         GO TO 1000-EXIT.
047600     PERFORM 1200-SET-PERIOD THRU 1200-EXIT.
047700     OPEN INPUT SCAC-FILE.
047800     IF SCAC-STATUS = "00"
047900         PERFORM 1300-LOAD-CARRIER-NAME THRU 1300-EXIT
048000             UNTIL END-OF-SCAC
048100         CLOSE SCAC-FILE
048200     ELSE
048300         DISPLAY "SCACSCOR - SCACREF NOT AVAILABLE - CARRIER "
048400             "NAMES LEFT BLANK" UPON OPER-CONSOLE.
048500     MOVE SPACES TO SCT-ENTRY (SCT-TOTAL-I).
048600     MOVE "ALL CARRIERS" TO SCT-CARRIER-NAME (SCT-TOTAL-I).
048700     MOVE SCT-TOTAL-I TO SCT-FOUND-I.
048800     PERFORM 4150-CLEAR-CARRIER THRU 4150-EXIT.
048900 1000-EXIT.
049000     EXIT.
049100 1100-LOAD-CONTROL.
049200     READ CNTL-FILE
049300         AT END MOVE "Y" TO CNTL-EOF-SW
049400         GO TO 1100-EXIT.
049500     IF SCR-C-PERIOD = SPACES
049600         GO TO 1100-EXIT.
049700     IF SCR-C-YEAR NOT NUMERIC
049800         OR SCR-C-DASH NOT = "-"
049900         OR SCR-C-MONTH NOT NUMERIC
050000         OR SCR-C-MONTH < "01"
050100         OR SCR-C-MONTH > "12"
050200         MOVE "N" TO PERIOD-OK-SW
050300         GO TO 1100-EXIT.
050400     MOVE SCR-C-YEAR TO PERIOD-YEAR.
050500     MOVE SCR-C-MONTH TO PERIOD-MONTH.
050600     MOVE "Y" TO PERIOD-OK-SW.
050700 1100-EXIT.
050800     EXIT.
050900*****************************************************************
051000*  1200-SET-PERIOD - FIRST INSTANT OF THE PERIOD MONTH AND OF   *
051100*  THE MONTH AFTER IT                                           *
051200*****************************************************************
051300 1200-SET-PERIOD.
051400     MOVE PERIOD-YEAR TO NEXT-YEAR.
051500     IF PERIOD-MONTH = 12
051600         ADD 1 TO NEXT-YEAR
051700         MOVE 1 TO NEXT-MONTH
051800     ELSE
051900         COMPUTE NEXT-MONTH = PERIOD-MONTH + 1.
052000     MOVE SPACES TO PERIOD-START-TS.
052100     STRING PERIOD-YEAR "-" PERIOD-MONTH "-01-00.00.00.000000"
052200            DELIMITED BY SIZE INTO PERIOD-START-TS.
052300     MOVE SPACES TO PERIOD-END-TS.
052400     STRING NEXT-YEAR "-" NEXT-MONTH "-01-00.00.00.000000"
052500            DELIMITED BY SIZE INTO PERIOD-END-TS.
052600     MOVE PERIOD-ID TO HDG-PERIOD.
052700     MOVE PERIOD-START-TS TO HDG-PERIOD-START.
052800     MOVE PERIOD-END-TS TO HDG-PERIOD-END.
052900     DISPLAY "SCACSCOR - SCORING PERIOD " PERIOD-ID
053000         UPON OPER-CONSOLE.
053100 1200-EXIT.
053200     EXIT.
053300 1300-LOAD-CARRIER-NAME.
053400     READ SCAC-FILE
053500         AT END MOVE "Y" TO SCAC-EOF-SW
053600         GO TO 1300-EXIT.
053700     IF NAME-COUNT < NAME-MAX
053800         ADD 1 TO NAME-COUNT
053900         MOVE SCR-S-SCAC-CODE TO NTB-SCAC-CODE (NAME-COUNT)
054000         MOVE SCR-S-CARRIER-NAME
054100             TO NTB-CARRIER-NAME (NAME-COUNT)
054200     ELSE
054300         DISPLAY "SCACSCOR - CARRIER NAME TABLE FULL" UPON
054400             OPER-CONSOLE
054500         MOVE "Y" TO SCAC-EOF-SW.
054600 1300-EXIT.
054700     EXIT.
054800*****************************************************************
054900*  2000-RELEASE-EVENTS - SORT INPUT PROCEDURE.  ALL OF PNCHIST  *
055000*  GOES IN (A VISIT MAY START BEFORE THE PERIOD, AN APPOINTMENT *
055100*  MAY BE KEPT LATE AFTER IT); APPOINTMENTS, CHARGES AND        *
055200*  CONFLICTS ONLY WHEN THEY FALL IN THE PERIOD.                 *
055300*****************************************************************
055400 2000-RELEASE-EVENTS.
055500     OPEN INPUT HIST-FILE.
055600     IF HIST-STATUS NOT = "00"
055700         DISPLAY "SCACSCOR - HISTORY OPEN ERROR " HIST-STATUS
055800             UPON OPER-CONSOLE
055900         MOVE 12 TO RETURN-CODE
056000         GO TO 2999-EXIT.
056100     PERFORM 2100-RELEASE-SIGHTING THRU 2100-EXIT
056200         UNTIL END-OF-HIST.
056300     CLOSE HIST-FILE.
056400     OPEN INPUT APPT-FILE.
056500     IF APPT-STATUS = "00"
056600         PERFORM 2200-RELEASE-APPOINTMENT THRU 2200-EXIT
056700             UNTIL END-OF-APPT
056800         CLOSE APPT-FILE
056900     ELSE
057000         DISPLAY "SCACSCOR - APPTEXPT NOT AVAILABLE - NO "
057100             "APPOINTMENTS SCORED" UPON OPER-CONSOLE.
057200     OPEN INPUT CHRG-FILE.
057300     IF CHRG-STATUS = "00"
057400         PERFORM 2300-RELEASE-CHARGE THRU 2300-EXIT
057500             UNTIL END-OF-CHRG
057600         CLOSE CHRG-FILE
057700     ELSE
057800         DISPLAY "SCACSCOR - DETNCHRG NOT AVAILABLE - NO "
057900             "DETENTION SCORED" UPON OPER-CONSOLE.
058000     OPEN INPUT DCON-FILE.
058100     IF DCON-STATUS = "00"
058200         PERFORM 2400-RELEASE-CONFLICT THRU 2400-EXIT
058300             UNTIL END-OF-DCON
058400         CLOSE DCON-FILE
058500     ELSE
058600         DISPLAY "SCACSCOR - PNCDCONF NOT AVAILABLE - NO "
058700             "DOOR CONFLICTS SCORED" UPON OPER-CONSOLE.
058800 2999-EXIT.
058900     EXIT.
059000 2100-RELEASE-SIGHTING.
059100     READ HIST-FILE
059200         AT END MOVE "Y" TO HIST-EOF-SW
059300         GO TO 2100-EXIT.
059400     ADD 1 TO HIST-READ-COUNT.
059500     MOVE SPACES TO SORT-RECORD.
059600     IF SCR-H-TRAILER-NUMBER NOT = SPACES
059700         MOVE SCR-H-TRAILER-NUMBER TO SRT-ASSET-ID
059800     ELSE
059900         IF SCR-H-CONTAINER-NUMBER NOT = SPACES
060000             MOVE SCR-H-CONTAINER-NUMBER TO SRT-ASSET-ID
060100         ELSE
060200             GO TO 2100-EXIT.
060300     MOVE SCR-H-TIMESTAMP TO SRT-TIMESTAMP.
060400     MOVE "2" TO SRT-RECORD-TYPE.
060500     MOVE SCR-H-CAMPUS TO SRT-CAMPUS.
060600     MOVE SCR-H-TRAILER-SCAC TO SRT-SCAC.
060700     IF SCR-H-LOAD-STATUS = "DEPARTED"
060800         MOVE "Y" TO SRT-DEPARTED-SW
060900     ELSE
061000         MOVE "N" TO SRT-DEPARTED-SW.
061100     MOVE ZERO TO SRT-HOURS.
061200     MOVE ZERO TO SRT-AMOUNT.
061300     RELEASE SORT-RECORD.
061400 2100-EXIT.
061500     EXIT.
061600 2200-RELEASE-APPOINTMENT.
061700     READ APPT-FILE
061800         AT END MOVE "Y" TO APPT-EOF-SW
061900         GO TO 2200-EXIT.
062000     ADD 1 TO APPT-READ-COUNT.
062100     IF SCR-A-WINDOW-FROM < PERIOD-START-TS
062200         OR SCR-A-WINDOW-FROM NOT < PERIOD-END-TS
062300         GO TO 2200-EXIT.
062400     MOVE SPACES TO SORT-RECORD.
062500     IF SCR-A-TRAILER-NUMBER NOT = SPACES
062600         MOVE SCR-A-TRAILER-NUMBER TO SRT-ASSET-ID
062700     ELSE
062800         IF SCR-A-CONTAINER-NUMBER NOT = SPACES
062900             MOVE SCR-A-CONTAINER-NUMBER TO SRT-ASSET-ID
063000         ELSE
063100             GO TO 2200-EXIT.
063200     ADD 1 TO APPT-PERIOD-COUNT.
063300     MOVE SCR-A-WINDOW-FROM TO SRT-TIMESTAMP.
063400     MOVE "1" TO SRT-RECORD-TYPE.
063500     MOVE SCR-A-CAMPUS TO SRT-CAMPUS.
063600     MOVE SCR-A-SCAC TO SRT-SCAC.
063700     MOVE "N" TO SRT-DEPARTED-SW.
063800     MOVE SCR-A-WINDOW-TO TO SRT-WINDOW-TO.
063900     MOVE ZERO TO SRT-HOURS.
064000     MOVE ZERO TO SRT-AMOUNT.
064100     RELEASE SORT-RECORD.
064200 2200-EXIT.
064300     EXIT.
064400 2300-RELEASE-CHARGE.
064500     READ CHRG-FILE
064600         AT END MOVE "Y" TO CHRG-EOF-SW
064700         GO TO 2300-EXIT.
064800     ADD 1 TO CHRG-READ-COUNT.
064900     IF SCR-D-START-TIMESTAMP < PERIOD-START-TS
065000         OR SCR-D-START-TIMESTAMP NOT < PERIOD-END-TS
065100         OR SCR-D-TRAILER-NUMBER = SPACES
065200         GO TO 2300-EXIT.
065300     ADD 1 TO CHRG-PERIOD-COUNT.
065400     MOVE SPACES TO SORT-RECORD.
065500     MOVE SCR-D-TRAILER-NUMBER TO SRT-ASSET-ID.
065600     MOVE SCR-D-START-TIMESTAMP TO SRT-TIMESTAMP.
065700     MOVE "3" TO SRT-RECORD-TYPE.
065800     MOVE "N" TO SRT-DEPARTED-SW.
065900     MOVE SCR-D-BILLABLE-HOURS TO SRT-HOURS.
066000     MOVE SCR-D-AMOUNT TO SRT-AMOUNT.
066100     RELEASE SORT-RECORD.
066200 2300-EXIT.
066300     EXIT.
066400 2400-RELEASE-CONFLICT.
066500     READ DCON-FILE
066600         AT END MOVE "Y" TO DCON-EOF-SW
066700         GO TO 2400-EXIT.
066800     ADD 1 TO DCON-READ-COUNT.
066900     IF SCR-X-NEW-TIMESTAMP < PERIOD-START-TS
067000         OR SCR-X-NEW-TIMESTAMP NOT < PERIOD-END-TS
067100         OR SCR-X-NEW-ASSET-ID = SPACES
067200         GO TO 2400-EXIT.
067300     ADD 1 TO DCON-PERIOD-COUNT.
067400     MOVE SPACES TO SORT-RECORD.
067500     MOVE SCR-X-NEW-ASSET-ID TO SRT-ASSET-ID.
067600     MOVE SCR-X-NEW-TIMESTAMP TO SRT-TIMESTAMP.
067700     MOVE "4" TO SRT-RECORD-TYPE.
067800     MOVE SCR-X-CAMPUS TO SRT-CAMPUS.
067900     MOVE "N" TO SRT-DEPARTED-SW.
068000     MOVE ZERO TO SRT-HOURS.
068100     MOVE ZERO TO SRT-AMOUNT.
068200     RELEASE SORT-RECORD.
068300 2400-EXIT.
068400     EXIT.
068500*****************************************************************
068600*  3000-SCORE-EVENTS - SORT OUTPUT PROCEDURE.  AN ASSET'S       *
068700*  EVENTS COME BACK TOGETHER IN TIME ORDER; WHAT IS STILL OPEN  *
068800*  WHEN THE ASSET CHANGES IS SETTLED IN 3300.                   *
068900*****************************************************************
069000 3000-SCORE-EVENTS.
069100     PERFORM 3100-NEXT-RECORD THRU 3100-EXIT
069200         UNTIL END-OF-SORT.
069300     IF CURR-ASSET-ID NOT = LOW-VALUES
069400         PERFORM 3300-END-OF-ASSET THRU 3300-EXIT.
069500 3999-EXIT.
069600     EXIT.
069700 3100-NEXT-RECORD.
069800     RETURN SORT-FILE
069900         AT END MOVE "Y" TO SORT-EOF-SW
070000         GO TO 3100-EXIT.
070100     IF SRT-ASSET-ID NOT = CURR-ASSET-ID
070200         IF CURR-ASSET-ID NOT = LOW-VALUES
070300             PERFORM 3300-END-OF-ASSET THRU 3300-EXIT
070400         END-IF
070500         PERFORM 3200-NEW-ASSET THRU 3200-EXIT.
070600     IF SRT-APPOINTMENT
070700         PERFORM 3400-ONE-APPOINTMENT THRU 3400-EXIT
070800     ELSE
070900         IF SRT-SIGHTING
071000             PERFORM 3500-ONE-SIGHTING THRU 3500-EXIT
071100         ELSE
071200             IF SRT-CHARGE
071300                 PERFORM 3600-ONE-CHARGE THRU 3600-EXIT
071400             ELSE
071500                 PERFORM 3650-ONE-CONFLICT THRU 3650-EXIT.
071600 3100-EXIT.
071700     EXIT.
071800 3200-NEW-ASSET.
071900     MOVE SRT-ASSET-ID TO CURR-ASSET-ID.
072000     MOVE SPACES TO CURR-SCAC.
072100     MOVE "N" TO STAY-OPEN-SW.
072200     MOVE SPACES TO STAY-CAMPUS.
072300     MOVE SPACES TO STAY-SCAC.
072400     MOVE SPACES TO STAY-ARRIVAL-TS.
072500     MOVE ZERO TO PAP-COUNT.
072600     MOVE 1 TO PAP-NEXT.
072700 3200-EXIT.
072800     EXIT.
072900*****************************************************************
073000*  3300-END-OF-ASSET - APPOINTMENTS NEVER KEPT ARE NO-SHOWS     *
073100*  ONCE THE WINDOW HAS EXPIRED, OTHERWISE PENDING; A VISIT      *
073200*  STILL OPEN THAT STARTED BEFORE PERIOD END IS ON YARD.        *
073300*****************************************************************
073400 3300-END-OF-ASSET.
073500     PERFORM 3350-SETTLE-APPOINTMENT THRU 3350-EXIT
073600         VARYING PAP-I FROM PAP-NEXT BY 1
073700         UNTIL PAP-I > PAP-COUNT.
073800     IF NOT STAY-OPEN
073900         GO TO 3300-EXIT.
074000     IF STAY-ARRIVAL-TS NOT < PERIOD-END-TS
074100         GO TO 3300-EXIT.
074200     MOVE STAY-SCAC TO WORK-SCAC.
074300     PERFORM 4000-FIND-CARRIER THRU 4000-EXIT.
074400     IF SCT-FOUND-I > ZERO
074500         ADD 1 TO SCT-ON-YARD (SCT-FOUND-I).
074600 3300-EXIT.
074700     EXIT.
074800 3350-SETTLE-APPOINTMENT.
074900     MOVE PAP-SCAC (PAP-I) TO WORK-SCAC.
075000     IF WORK-SCAC = SPACES
075100         MOVE CURR-SCAC TO WORK-SCAC.
075200     PERFORM 4000-FIND-CARRIER THRU 4000-EXIT.
075300     IF SCT-FOUND-I = ZERO
075400         GO TO 3350-EXIT.
075500     ADD 1 TO SCT-APPTS (SCT-FOUND-I).
075600     IF PAP-WINDOW-TO (PAP-I) < RUN-TIMESTAMP
075700         ADD 1 TO SCT-NOSHOW (SCT-FOUND-I)
075800     ELSE
075900         ADD 1 TO SCT-PENDING (SCT-FOUND-I).
076000 3350-EXIT.
076100     EXIT.
076200 3400-ONE-APPOINTMENT.
076300     IF PAP-COUNT NOT < PAP-MAX
076400         DISPLAY "SCACSCOR - OVER " PAP-MAX " APPOINTMENTS FOR "
076500             SRT-ASSET-ID " - EXCESS NOT SCORED"
076600             UPON OPER-CONSOLE
076700         GO TO 3400-EXIT.
076800     ADD 1 TO PAP-COUNT.
076900     MOVE SRT-SCAC TO PAP-SCAC (PAP-COUNT).
077000     MOVE SRT-WINDOW-TO TO PAP-WINDOW-TO (PAP-COUNT).
077100 3400-EXIT.
077200     EXIT.
077300*****************************************************************
077400*  3500-ONE-SIGHTING - KEEP THE NEXT APPOINTMENT, THEN OPEN,    *
077500*  CARRY ON OR CLOSE THE YARD VISIT                             *
077600*****************************************************************
077700 3500-ONE-SIGHTING.
077800     IF SRT-SCAC NOT = SPACES
077900         MOVE SRT-SCAC TO CURR-SCAC.
078000     IF SRT-DEPARTED
078100         IF STAY-OPEN
078200             PERFORM 3700-CLOSE-STAY THRU 3700-EXIT
078300         END-IF
078400         GO TO 3500-EXIT.
078500     IF PAP-NEXT NOT > PAP-COUNT
078600         PERFORM 3550-KEEP-APPOINTMENT THRU 3550-EXIT
078700         ADD 1 TO PAP-NEXT.
078800     IF STAY-OPEN
078900         AND SRT-CAMPUS NOT = STAY-CAMPUS
079000         PERFORM 3700-CLOSE-STAY THRU 3700-EXIT.
079100     IF STAY-OPEN
079200         IF STAY-SCAC = SPACES
079300             MOVE CURR-SCAC TO STAY-SCAC
079400         END-IF
079500         GO TO 3500-EXIT.
079600     MOVE "Y" TO STAY-OPEN-SW.
079700     MOVE SRT-CAMPUS TO STAY-CAMPUS.
079800     MOVE CURR-SCAC TO STAY-SCAC.
079900     MOVE SRT-TIMESTAMP TO STAY-ARRIVAL-TS.
080000 3500-EXIT.
080100     EXIT.
080200 3550-KEEP-APPOINTMENT.
080300     MOVE PAP-SCAC (PAP-NEXT) TO WORK-SCAC.
080400     IF WORK-SCAC = SPACES
080500         MOVE CURR-SCAC TO WORK-SCAC.
080600     PERFORM 4000-FIND-CARRIER THRU 4000-EXIT.
080700     IF SCT-FOUND-I = ZERO
080800         GO TO 3550-EXIT.
080900     ADD 1 TO SCT-APPTS (SCT-FOUND-I).
081000     IF SRT-TIMESTAMP > PAP-WINDOW-TO (PAP-NEXT)
081100         ADD 1 TO SCT-LATE (SCT-FOUND-I)
081200     ELSE
081300         ADD 1 TO SCT-KEPT (SCT-FOUND-I).
081400 3550-EXIT.
081500     EXIT.
081600 3600-ONE-CHARGE.
081700     MOVE CURR-SCAC TO WORK-SCAC.
081800     PERFORM 4000-FIND-CARRIER THRU 4000-EXIT.
081900     IF SCT-FOUND-I = ZERO
082000         GO TO 3600-EXIT.
082100     ADD 1 TO SCT-DETN-CHARGES (SCT-FOUND-I).
082200     ADD SRT-HOURS TO SCT-DETN-HOURS (SCT-FOUND-I).
082300     ADD SRT-AMOUNT TO SCT-DETN-AMOUNT (SCT-FOUND-I).
082400 3600-EXIT.
082500     EXIT.
082600 3650-ONE-CONFLICT.
082700     MOVE CURR-SCAC TO WORK-SCAC.
082800     PERFORM 4000-FIND-CARRIER THRU 4000-EXIT.
082900     IF SCT-FOUND-I > ZERO
083000         ADD 1 TO SCT-CONFLICTS (SCT-FOUND-I).
083100 3650-EXIT.
083200     EXIT.
083300*****************************************************************
083400*  3700-CLOSE-STAY - THE VISIT ENDS AT THIS SIGHTING; IT IS     *
083500*  SCORED ONLY WHEN IT ENDS INSIDE THE PERIOD                   *
083600*****************************************************************
083700 3700-CLOSE-STAY.
083800     MOVE "N" TO STAY-OPEN-SW.
083900     MOVE SRT-TIMESTAMP TO STAY-END-TS.
084000     IF STAY-END-TS < PERIOD-START-TS
084100         OR STAY-END-TS NOT < PERIOD-END-TS
084200         GO TO 3700-EXIT.
084300     MOVE STAY-ARRIVAL-TS TO TSW-TIMESTAMP.
084400     PERFORM 8500-TS-TO-ABS-MINUTES THRU 8500-EXIT.
084500     IF NOT TS-CONVERTED
084600         GO TO 3700-EXIT.
084700     MOVE ABS-MINUTES TO INT-START-MIN.
084800     MOVE STAY-END-TS TO TSW-TIMESTAMP.
084900     PERFORM 8500-TS-TO-ABS-MINUTES THRU 8500-EXIT.
085000     IF NOT TS-CONVERTED
085100         GO TO 3700-EXIT.
085200     MOVE ABS-MINUTES TO INT-END-MIN.
085300     COMPUTE DWELL-MINUTES = INT-END-MIN - INT-START-MIN.
085400     IF DWELL-MINUTES < ZERO
085500         MOVE ZERO TO DWELL-MINUTES.
085600     MOVE STAY-SCAC TO WORK-SCAC.
085700     PERFORM 4000-FIND-CARRIER THRU 4000-EXIT.
085800     IF SCT-FOUND-I = ZERO
085900         GO TO 3700-EXIT.
086000     ADD 1 TO SCT-VISITS (SCT-FOUND-I).
086100     ADD DWELL-MINUTES TO SCT-DWELL-MINUTES (SCT-FOUND-I).
086200     IF DWELL-MINUTES > SCT-WORST-MINUTES (SCT-FOUND-I)
086300         MOVE DWELL-MINUTES TO SCT-WORST-MINUTES (SCT-FOUND-I).
086400 3700-EXIT.
086500     EXIT.
086600*****************************************************************
086700*  4000-FIND-CARRIER - SCORECARD ROW FOR WORK-SCAC, ADDED ON    *
086800*  FIRST USE WITH ITS SCACREF NAME.  A BLANK SCAC IS SCORED     *
086900*  ON ITS OWN ROW SO NOTHING DROPS OUT OF THE TOTALS.           *
087000*****************************************************************
087100 4000-FIND-CARRIER.
087200     MOVE ZERO TO SCT-FOUND-I.
087300     PERFORM 4050-SCAN-CARRIER THRU 4050-EXIT
087400         VARYING SCT-I FROM 1 BY 1
087500         UNTIL SCT-I > SCT-COUNT
087600         OR SCT-FOUND-I > ZERO.
087700     IF SCT-FOUND-I > ZERO
087800         GO TO 4000-EXIT.
087900     IF SCT-COUNT NOT < SCT-MAX
088000         IF NOT SCT-TABLE-FULL
088100             DISPLAY "SCACSCOR - CARRIER TABLE FULL - INCREASE "
088200                 "SCT-MAX" UPON OPER-CONSOLE
088300             MOVE 12 TO RETURN-CODE
088400             MOVE "Y" TO SCT-FULL-SW
088500         END-IF
088600         GO TO 4000-EXIT.
088700     ADD 1 TO SCT-COUNT.
088800     MOVE SCT-COUNT TO SCT-FOUND-I.
088900     MOVE WORK-SCAC TO SCT-SCAC (SCT-FOUND-I).
089000     MOVE SPACES TO SCT-CARRIER-NAME (SCT-FOUND-I).
089100     IF WORK-SCAC = SPACES
089200         MOVE "SCAC NOT REPORTED"
089300             TO SCT-CARRIER-NAME (SCT-FOUND-I)
089400     ELSE
089500         PERFORM 4100-FIND-NAME THRU 4100-EXIT.
089600     PERFORM 4150-CLEAR-CARRIER THRU 4150-EXIT.
089700 4000-EXIT.
089800     EXIT.
089900 4050-SCAN-CARRIER.
090000     IF SCT-SCAC (SCT-I) = WORK-SCAC
090100         MOVE SCT-I TO SCT-FOUND-I.
090200 4050-EXIT.
090300     EXIT.
090400 4100-FIND-NAME.
090500     MOVE ZERO TO NAME-FOUND-I.
090600     PERFORM 4120-SCAN-NAME THRU 4120-EXIT
090700         VARYING NAME-I FROM 1 BY 1
090800         UNTIL NAME-I > NAME-COUNT
090900         OR NAME-FOUND-I > ZERO.
091000     IF NAME-FOUND-I > ZERO
091100         MOVE NTB-CARRIER-NAME (NAME-FOUND-I)
091200             TO SCT-CARRIER-NAME (SCT-FOUND-I)
091300     ELSE
091400         MOVE "NOT ON SCACREF" TO SCT-CARRIER-NAME (SCT-FOUND-I).
091500 4100-EXIT.
091600     EXIT.
091700 4120-SCAN-NAME.
091800     IF NTB-SCAC-CODE (NAME-I) = WORK-SCAC
091900         MOVE NAME-I TO NAME-FOUND-I.
092000 4120-EXIT.
092100     EXIT.
092200 4150-CLEAR-CARRIER.
092300     MOVE ZERO TO SCT-APPTS (SCT-FOUND-I)
092400                  SCT-KEPT (SCT-FOUND-I)
092500                  SCT-LATE (SCT-FOUND-I)
092600                  SCT-NOSHOW (SCT-FOUND-I)
092700                  SCT-PENDING (SCT-FOUND-I)
092800                  SCT-VISITS (SCT-FOUND-I)
092900                  SCT-ON-YARD (SCT-FOUND-I)
093000                  SCT-DWELL-MINUTES (SCT-FOUND-I)
093100                  SCT-WORST-MINUTES (SCT-FOUND-I)
093200                  SCT-DETN-CHARGES (SCT-FOUND-I)
093300                  SCT-DETN-HOURS (SCT-FOUND-I)
093400                  SCT-DETN-AMOUNT (SCT-FOUND-I)
093500                  SCT-CONFLICTS (SCT-FOUND-I).
093600 4150-EXIT.
093700     EXIT.
093800*****************************************************************
093900*  7000-PRINT-REPORT - ONE LINE PER CARRIER IN SCAC ORDER,      *
094000*  THEN THE ALL-CARRIER LINE                                    *
094100*****************************************************************
094200 7000-PRINT-REPORT.
094300     PERFORM 8100-SORT-CARRIERS THRU 8100-EXIT.
094400     PERFORM 5100-PAGE-HEADING THRU 5100-EXIT.
094500     PERFORM 7100-ONE-CARRIER THRU 7100-EXIT
094600         VARYING SCT-I FROM 1 BY 1
094700         UNTIL SCT-I > SCT-COUNT.
094800     MOVE SPACES TO PRINT-RECORD.
094900     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
095000     MOVE SCT-TOTAL-I TO SCT-I.
095100     PERFORM 7200-BUILD-CARRIER-LINE THRU 7200-EXIT.
095200     MOVE CARRIER-DETAIL-LINE TO PRINT-RECORD.
095300     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
095400 7000-EXIT.
095500     EXIT.
095600 7100-ONE-CARRIER.
095700     PERFORM 7150-ADD-TO-TOTAL THRU 7150-EXIT.
095800     PERFORM 7200-BUILD-CARRIER-LINE THRU 7200-EXIT.
095900     MOVE CARRIER-DETAIL-LINE TO PRINT-RECORD.
096000     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
096100 7100-EXIT.
096200     EXIT.
096300 7150-ADD-TO-TOTAL.
096400     ADD SCT-APPTS (SCT-I) TO SCT-APPTS (SCT-TOTAL-I).
096500     ADD SCT-KEPT (SCT-I) TO SCT-KEPT (SCT-TOTAL-I).
096600     ADD SCT-LATE (SCT-I) TO SCT-LATE (SCT-TOTAL-I).
096700     ADD SCT-NOSHOW (SCT-I) TO SCT-NOSHOW (SCT-TOTAL-I).
096800     ADD SCT-PENDING (SCT-I) TO SCT-PENDING (SCT-TOTAL-I).
096900     ADD SCT-VISITS (SCT-I) TO SCT-VISITS (SCT-TOTAL-I).
097000     ADD SCT-ON-YARD (SCT-I) TO SCT-ON-YARD (SCT-TOTAL-I).
097100     ADD SCT-DWELL-MINUTES (SCT-I)
097200         TO SCT-DWELL-MINUTES (SCT-TOTAL-I).
097300     IF SCT-WORST-MINUTES (SCT-I) >
097400         SCT-WORST-MINUTES (SCT-TOTAL-I)
097500         MOVE SCT-WORST-MINUTES (SCT-I)
097600             TO SCT-WORST-MINUTES (SCT-TOTAL-I).
097700     ADD SCT-DETN-CHARGES (SCT-I)
097800         TO SCT-DETN-CHARGES (SCT-TOTAL-I).
097900     ADD SCT-DETN-HOURS (SCT-I) TO SCT-DETN-HOURS (SCT-TOTAL-I).
098000     ADD SCT-DETN-AMOUNT (SCT-I)
098100         TO SCT-DETN-AMOUNT (SCT-TOTAL-I).
098200     ADD SCT-CONFLICTS (SCT-I) TO SCT-CONFLICTS (SCT-TOTAL-I).
098300 7150-EXIT.
098400     EXIT.
098500*****************************************************************
098600*  7200-BUILD-CARRIER-LINE - ON-TIME PERCENT IS KEPT OVER KEPT  *
098700*  + LATE + NO-SHOW; PENDING APPOINTMENTS ARE NOT YET SCORED.   *
098800*  DWELL IS SHOWN IN HOURS TO ONE DECIMAL.                      *
098900*****************************************************************
099000 7200-BUILD-CARRIER-LINE.
099100     MOVE SPACES TO CARRIER-DETAIL-LINE.
099200     MOVE SCT-SCAC (SCT-I) TO CDL-SCAC.
099300     MOVE SCT-CARRIER-NAME (SCT-I) TO CDL-CARRIER-NAME.
099400     MOVE SCT-APPTS (SCT-I) TO CDL-APPTS.
099500     MOVE SCT-KEPT (SCT-I) TO CDL-KEPT.
099600     MOVE SCT-LATE (SCT-I) TO CDL-LATE.
099700     MOVE SCT-NOSHOW (SCT-I) TO CDL-NOSHOW.
099800     COMPUTE SCORED-COUNT = SCT-KEPT (SCT-I) + SCT-LATE (SCT-I)
099900         + SCT-NOSHOW (SCT-I).
100000     IF SCORED-COUNT > ZERO
100100         COMPUTE ONTIME-PCT ROUNDED =
100200             (SCT-KEPT (SCT-I) * 100) / SCORED-COUNT
100300         MOVE ONTIME-PCT TO CDL-ONTIME-PCT
100400     ELSE
100500         MOVE SPACES TO CDL-ONTIME-PCT-X.
100600     MOVE SCT-VISITS (SCT-I) TO CDL-VISITS.
100700     IF SCT-VISITS (SCT-I) > ZERO
100800         COMPUTE DWELL-HOURS ROUNDED =
100900             SCT-DWELL-MINUTES (SCT-I) / SCT-VISITS (SCT-I) / 60
101000         MOVE DWELL-HOURS TO CDL-AVG-DWELL
101100         COMPUTE DWELL-HOURS ROUNDED =
101200             SCT-WORST-MINUTES (SCT-I) / 60
101300         MOVE DWELL-HOURS TO CDL-WORST-DWELL
101400     ELSE
101500         MOVE SPACES TO CDL-AVG-DWELL-X
101600         MOVE SPACES TO CDL-WORST-DWELL-X.
101700     MOVE SCT-ON-YARD (SCT-I) TO CDL-ON-YARD.
101800     MOVE SCT-DETN-HOURS (SCT-I) TO CDL-DETN-HOURS.
101900     MOVE SCT-DETN-AMOUNT (SCT-I) TO CDL-DETN-AMOUNT.
102000     MOVE SCT-CONFLICTS (SCT-I) TO CDL-CONFLICTS.
102100 7200-EXIT.
102200     EXIT.
102300*****************************************************************
102400*  5000-PRINT-A-LINE - PRINT WITH PAGE OVERFLOW CONTROL         *
102500*****************************************************************
102600 5000-PRINT-A-LINE.
102700     IF LINE-COUNT > 56
102800         PERFORM 5100-PAGE-HEADING THRU 5100-EXIT.
102900     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
103000     ADD 1 TO LINE-COUNT.
103100 5000-EXIT.
103200     EXIT.
103300 5100-PAGE-HEADING.
103400     ADD 1 TO PAGE-COUNT.
103500     MOVE PAGE-COUNT TO HDG-PAGE.
103600     MOVE PRINT-RECORD TO CARRIER-DETAIL-LINE.
103700     WRITE PRINT-RECORD FROM HEADING-LINE-1
103800         AFTER ADVANCING PAGE.
103900     WRITE PRINT-RECORD FROM HEADING-LINE-2
104000         AFTER ADVANCING 1 LINE.
104100     MOVE SPACES TO PRINT-RECORD.
104200     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
104300     WRITE PRINT-RECORD FROM COLUMN-HEADING-1
104400         AFTER ADVANCING 1 LINE.
104500     WRITE PRINT-RECORD FROM COLUMN-HEADING-2
104600         AFTER ADVANCING 1 LINE.
104700     MOVE SPACES TO PRINT-RECORD.
104800     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
104900     MOVE CARRIER-DETAIL-LINE TO PRINT-RECORD.
105000     MOVE 6 TO LINE-COUNT.
105100 5100-EXIT.
105200     EXIT.
105300*****************************************************************
105400*  8000-TIMESTAMP-TO-DAYS - CONVERT THE DATE PORTION OF THE     *
105500*  TIMESTAMP IN TSW-TIMESTAMP TO A SERIAL DAY NUMBER SO THAT    *
105600*  ELAPSED TIME CAN BE COMPUTED ACROSS MONTH AND YEAR ENDS.     *
105700*****************************************************************
105800 8000-TIMESTAMP-TO-DAYS.
105900     IF TSW-MONTH > 2
106000         MOVE TSW-YEAR TO TSW-ADJ-YEAR
106100         COMPUTE TSW-ADJ-MONTH = TSW-MONTH + 1
106200     ELSE
106300         COMPUTE TSW-ADJ-YEAR = TSW-YEAR - 1
106400         COMPUTE TSW-ADJ-MONTH = TSW-MONTH + 13.
106500     COMPUTE TSW-WORK-1 = (1461 * TSW-ADJ-YEAR) / 4.
106600     COMPUTE TSW-WORK-2 = (153 * TSW-ADJ-MONTH) / 5.
106700     COMPUTE TSW-DAY-NUMBER =
106800         TSW-WORK-1 + TSW-WORK-2 + TSW-DAY - 621049.
106900 8000-EXIT.
107000     EXIT.
107100*****************************************************************
107200*  8100 - SIMPLE EXCHANGE SORT SO THE CARRIERS PRINT IN SCAC    *
107300*  ORDER                                                        *
107400*****************************************************************
107500 8100-SORT-CARRIERS.
107600     IF SCT-COUNT < 2
107700         GO TO 8100-EXIT.
107800     PERFORM 8150-CARRIER-PASS THRU 8150-EXIT
107900         VARYING SORT-PASS-I FROM 1 BY 1
108000         UNTIL SORT-PASS-I NOT < SCT-COUNT.
108100 8100-EXIT.
108200     EXIT.
108300 8150-CARRIER-PASS.
108400     PERFORM 8160-CARRIER-COMPARE THRU 8160-EXIT
108500         VARYING SORT-COMP-I FROM 1 BY 1
108600         UNTIL SORT-COMP-I NOT < SCT-COUNT.
108700 8150-EXIT.
108800     EXIT.
108900 8160-CARRIER-COMPARE.
109000     IF SCT-SCAC (SORT-COMP-I) > SCT-SCAC (SORT-COMP-I + 1)
109100         MOVE SCT-ENTRY (SORT-COMP-I) TO SCT-SWAP-ENTRY
109200         MOVE SCT-ENTRY (SORT-COMP-I + 1)
109300             TO SCT-ENTRY (SORT-COMP-I)
109400         MOVE SCT-SWAP-ENTRY TO SCT-ENTRY (SORT-COMP-I + 1).
109500 8160-EXIT.
109600     EXIT.
109700*****************************************************************
109800*  8500-TS-TO-ABS-MINUTES - THE TIMESTAMP IN TSW-TIMESTAMP AS   *
109900*  ABSOLUTE MINUTES (SERIAL DAY X 1440 + HOUR X 60 + MINUTE).   *
110000*  RESULT IN ABS-MINUTES, VALIDITY IN TS-OK-SW.                 *
110100*****************************************************************
110200 8500-TS-TO-ABS-MINUTES.
110300     MOVE "N" TO TS-OK-SW.
110400     IF TSW-TIMESTAMP (1:4) NOT NUMERIC
110500         OR TSW-TIMESTAMP (6:2) NOT NUMERIC
110600         OR TSW-TIMESTAMP (9:2) NOT NUMERIC
110700         OR TSW-TIMESTAMP (12:2) NOT NUMERIC
110800         OR TSW-TIMESTAMP (15:2) NOT NUMERIC
110900         GO TO 8500-EXIT.
111000     PERFORM 8000-TIMESTAMP-TO-DAYS THRU 8000-EXIT.
111100     COMPUTE ABS-MINUTES =
111200         (TSW-DAY-NUMBER * 1440) + (TSW-HOUR * 60)
111300         + TSW-MINUTE.
111400     MOVE "Y" TO TS-OK-SW.
111500 8500-EXIT.
111600     EXIT.
111700*****************************************************************
111800*  9000-WRAP-UP - TOTALS AND CLOSE                              *
111900*****************************************************************
112000 9000-WRAP-UP.
112100     MOVE HIST-READ-COUNT TO TOT-HIST-READ.
112200     MOVE APPT-PERIOD-COUNT TO TOT-APPTS.
112300     MOVE SCT-PENDING (SCT-TOTAL-I) TO TOT-PENDING.
112400     MOVE CHRG-PERIOD-COUNT TO TOT-CHARGES.
112500     MOVE DCON-PERIOD-COUNT TO TOT-CONFLICTS.
112600     MOVE SCT-COUNT TO TOT-CARRIERS.
112700     MOVE SPACES TO PRINT-RECORD.
112800     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
112900     WRITE PRINT-RECORD FROM TOTAL-LINE-1
113000         AFTER ADVANCING 1 LINE.
113100     WRITE PRINT-RECORD FROM TOTAL-LINE-2
113200         AFTER ADVANCING 1 LINE.
113300     WRITE PRINT-RECORD FROM TOTAL-LINE-3
113400         AFTER ADVANCING 1 LINE.
113500     WRITE PRINT-RECORD FROM TOTAL-LINE-4
113600         AFTER ADVANCING 1 LINE.
113700     WRITE PRINT-RECORD FROM TOTAL-LINE-5
113800         AFTER ADVANCING 1 LINE.
113900     WRITE PRINT-RECORD FROM TOTAL-LINE-6
114000         AFTER ADVANCING 1 LINE.
114100     CLOSE PRINT-FILE.
114200 9000-EXIT.
114300     EXIT.
