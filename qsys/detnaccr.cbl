000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DETNACCR.
000300 AUTHOR. R J MARINO.
000400 INSTALLATION. NATIONAL RETAIL SYSTEMS - NORTH BERGEN NJ.
000500 DATE-WRITTEN. OCTOBER 2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  DETNACCR - MONTH-END UNBILLED DETENTION ACCRUAL              *
000900*                                                               *
001000*  FOR A PERIOD-END DATE, RATES EVERY DETENTION CHARGE THROUGH  *
001100*  THE END OF THAT DAY WITH THE DETNBILL RULES - START/STOP     *
001200*  PAIRING BY CUSTOMER AND TRAILER, ANY PART OF AN HOUR IS AN   *
001250*  HOUR, FREE HOURS, TIERED HOURLY OR DAILY RATE FROM DETNRATE  *
001300*  IN EFFECT ON THE DETENTION START DATE - AND                  *
001400*  SUBTRACTS THE CUMULATIVE AMOUNT ALREADY INVOICED FROM        *
001500*  DETNBLTH.  WHAT REMAINS IS EARNED BUT NOT YET BILLED:        *
001600*  DETENTION STILL RUNNING AT PERIOD END AND CLOSED CHARGES     *
001700*  BILLED FOR LESS THAN THEY CAME TO.  EVENTS AFTER THE PERIOD  *
001800*  END ARE IGNORED, SO A CHARGE STOPPED LATER IS RATED AS OPEN  *
001900*  THROUGH THE PERIOD END.                                      *
002000*                                                               *
002100*  THE CAMPUS OF A CHARGE IS THE CAMPUS OF THE TRAILER'S LAST   *
002200*  PNCHIST SIGHTING AT OR BEFORE THE DETENTION START, SO        *
002300*  PNCHIST AND PNCDETN GO THROUGH ONE SORT BY TRAILER AND       *
002400*  TIMESTAMP.  THE ACCRUALS ARE THEN SORTED BY CUSTOMER KEY     *
002500*  AND CAMPUS FOR THE REPORT AND THE TWO OUTPUT FILES:          *
002600*    DETNACRL - ONE ACCRUAL ENTRY PER CHARGE, DATED THE PERIOD  *
002700*               END,                                            *
002800*    DETNACRV - THE SAME ENTRIES NEGATED, DATED THE FIRST DAY   *
002900*               OF THE NEXT PERIOD, SO THE ACCRUAL REVERSES     *
003000*               WHEN DETNINV BILLS THE CHARGES.                 *
003100*                                                               *
003200*  PERIOD CONTROL CARD (ACCRCNTL, 10 BYTES):                    *
003300*     PERIOD END  X(10)  YYYY-MM-DD                             *
003400*  A MISSING OR BLANK CARD ACCRUES THROUGH THE LAST DAY OF THE  *
003500*  PREVIOUS CALENDAR MONTH.                                     *
003600*                                                               *
003700*  ACCRUAL / REVERSAL RECORD (DETNACRL, DETNACRV, 140 BYTES):   *
003800*     ENTRY TYPE       X(1)   A=ACCRUAL  R=REVERSAL             *
003900*     ENTRY DATE       X(10)                                    *
004000*     PERIOD END       X(10)                                    *
004100*     CUSTOMER KEY     S9(10)                                   *
004200*     CAMPUS           X(6)                                     *
004300*     CUSTOMER CODE    X(25)                                    *
004400*     TRAILER NUMBER   X(25)                                    *
004500*     START TIMESTAMP  X(26)                                    *
004600*     OPEN FLAG        X(1)   Y=STILL OPEN AT PERIOD END        *
004700*     BILLABLE HOURS   9(5)                                     *
004800*     RATED AMOUNT     S9(9)V99 COMP-3                          *
004900*     BILLED AMOUNT    S9(9)V99 COMP-3                          *
005000*     ACCRUAL AMOUNT   S9(9)V99 COMP-3  NEGATIVE ON REVERSALS   *
005100*****************************************************************
005200*  MODIFICATION HISTORY                                         *
005300*  10/15/26  RJM  NEW PROGRAM.                                  *
005320*  10/15/26  RJM  DETNRATE IS NOW EFFECTIVE-DATED AND TIERED    *
005340*                 (124 BYTES).  RATE WITH THE DETNBILL RULES.   *
005400*****************************************************************
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SPECIAL-NAMES.
005800     CONSOLE IS OPER-CONSOLE.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT CNTL-FILE ASSIGN TO ACCRCNTL
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS CNTL-STATUS.
006400     SELECT DETN-FILE ASSIGN TO PNCDETN
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS DETN-STATUS.
006700     SELECT HIST-FILE ASSIGN TO PNCHIST
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS HIST-STATUS.
007000     SELECT RATE-FILE ASSIGN TO DETNRATE
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS RATE-STATUS.
007300     SELECT BLTH-FILE ASSIGN TO DETNBLTH
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS BLTH-STATUS.
007600     SELECT ACRL-FILE ASSIGN TO DETNACRL
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS ACRL-STATUS.
007900     SELECT ACRV-FILE ASSIGN TO DETNACRV
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS ACRV-STATUS.
008200     SELECT SORT-FILE ASSIGN TO SORTWK01.
008300     SELECT ACCR-SORT-FILE ASSIGN TO SORTWK02.
008400     SELECT PRINT-FILE ASSIGN TO QSYSPRT
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS PRINT-STATUS.
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  CNTL-FILE
009000     RECORD CONTAINS 10 CHARACTERS.
009100 01  CNTL-RECORD.
009200     05  ACR-C-PERIOD-END.
009300         10  ACR-C-YEAR          PIC X(04).
009400         10  ACR-C-DASH-1        PIC X(01).
009500         10  ACR-C-MONTH         PIC X(02).
009600         10  ACR-C-DASH-2        PIC X(01).
009700         10  ACR-C-DAY           PIC X(02).
009800 FD  DETN-FILE
009900     RECORD CONTAINS 102 CHARACTERS.
010000 01  DETN-RECORD.
010100     05  ACR-D-MSG-GROUP-ID      PIC X(25).
010200     05  ACR-D-TRAILER-NUMBER    PIC X(25).
010300     05  ACR-D-CUSTOMER-CODE     PIC X(25).
010400     05  ACR-D-EVENT             PIC X(01).
010500     05  ACR-D-TIMESTAMP         PIC X(26).
010600 FD  HIST-FILE
010700     RECORD CONTAINS 198 CHARACTERS.
010800 01  HIST-RECORD.
010900     05  ACR-H-MSG-GROUP-ID      PIC X(25).
011000     05  ACR-H-CAMPUS            PIC X(06).
011100     05  ACR-H-YARD-CODE         PIC X(06).
011200     05  ACR-H-DOOR-NUMBER       PIC X(06).
011300     05  ACR-H-SITE-CODE         PIC X(25).
011400     05  ACR-H-TRAILER-NUMBER    PIC X(25).
011500     05  ACR-H-CONTAINER-NUMBER  PIC X(25).
011600     05  ACR-H-LOAD-STATUS       PIC X(25).
011700     05  ACR-H-CUSTOMER-CODE     PIC X(25).
011800     05  ACR-H-TIMESTAMP         PIC X(26).
011900     05  ACR-H-TRAILER-SCAC      PIC X(04).
012000 FD  RATE-FILE
012100     RECORD CONTAINS 124 CHARACTERS.
012200 01  RATE-RECORD.
012300     05  ACR-R-CUSTOMER-CODE     PIC X(25).
012400     05  ACR-R-ASSET-TYPE        PIC X(25).
012500     05  ACR-R-FREE-HOURS        PIC 9(03).
012600     05  ACR-R-RATE-BASIS        PIC X(01).
012700     05  ACR-R-RATE              PIC S9(05)V99  COMP-3.
012710     05  ACR-R-TIER-LIMIT        PIC 9(05).
012720     05  ACR-R-UPPER-RATE        PIC S9(05)V99  COMP-3.
012730     05  ACR-R-EFF-FROM          PIC X(10).
012740     05  ACR-R-EFF-TO            PIC X(10).
012750     05  ACR-R-STATUS            PIC X(01).
012760     05  ACR-R-MAINT-USER        PIC X(10).
012770     05  ACR-R-MAINT-TIMESTAMP   PIC X(26).
012800 FD  BLTH-FILE
012900     RECORD CONTAINS 124 CHARACTERS.
013000 01  BLTH-RECORD.
013100     05  ACR-B-CUSTOMER-CODE     PIC X(25).
013200     05  ACR-B-TRAILER-NUMBER    PIC X(25).
013300     05  ACR-B-START-TIMESTAMP   PIC X(26).
013400     05  ACR-B-BILLED-THROUGH    PIC X(26).
013500     05  ACR-B-BILLED-HOURS      PIC 9(05).
013600     05  ACR-B-BILLED-AMOUNT     PIC S9(09)V99  COMP-3.
013700     05  ACR-B-CREDITED-HOURS    PIC 9(05).
013800     05  ACR-B-CREDITED-AMOUNT   PIC S9(09)V99  COMP-3.
013900 FD  ACRL-FILE
014000     RECORD CONTAINS 140 CHARACTERS.
014100 01  ACRL-RECORD                 PIC X(140).
014200 FD  ACRV-FILE
014300     RECORD CONTAINS 140 CHARACTERS.
014400 01  ACRV-RECORD                 PIC X(140).
014500*    ONE SORT RECORD PER EVENT.  AT EQUAL TIMESTAMPS THE SIGHTING
014600*    SORTS AHEAD OF THE DETENTION EVENT IT CAUSED.
014700 SD  SORT-FILE.
014800 01  SORT-RECORD.
014900     05  SRT-TRAILER-NUMBER      PIC X(25).
015000     05  SRT-TIMESTAMP           PIC X(26).
015100     05  SRT-RECORD-TYPE         PIC X(01).
015200         88  SRT-SIGHTING                    VALUE "1".
015300         88  SRT-DETENTION                   VALUE "2".
015400     05  SRT-CUSTOMER-CODE       PIC X(25).
015500     05  SRT-EVENT               PIC X(01).
015600     05  SRT-CAMPUS              PIC X(06).
015700 SD  ACCR-SORT-FILE.
015800 01  ACCR-SORT-RECORD.
015900     05  ASR-CUSTOMER-KEY        PIC S9(10).
016000     05  ASR-CAMPUS              PIC X(06).
016100     05  ASR-CUSTOMER-CODE       PIC X(25).
016200     05  ASR-TRAILER-NUMBER      PIC X(25).
016300     05  ASR-START-TS            PIC X(26).
016400     05  ASR-ACCRUAL-I           PIC S9(05)  COMP.
016500 FD  PRINT-FILE
016600     RECORD CONTAINS 132 CHARACTERS.
016700 01  PRINT-RECORD                PIC X(132).
016800 WORKING-STORAGE SECTION.
016900 77  CNTL-STATUS                 PIC X(02)   VALUE SPACES.
017000 77  DETN-STATUS                 PIC X(02)   VALUE SPACES.
017100 77  HIST-STATUS                 PIC X(02)   VALUE SPACES.
017200 77  RATE-STATUS                 PIC X(02)   VALUE SPACES.
017300 77  BLTH-STATUS                 PIC X(02)   VALUE SPACES.
017400 77  ACRL-STATUS                 PIC X(02)   VALUE SPACES.
017500 77  ACRV-STATUS                 PIC X(02)   VALUE SPACES.
017600 77  PRINT-STATUS                PIC X(02)   VALUE SPACES.
017700 77  EVENT-READ-COUNT            PIC S9(07)  COMP VALUE ZERO.
017800 77  HIST-READ-COUNT             PIC S9(07)  COMP VALUE ZERO.
017900 77  RATED-COUNT                 PIC S9(07)  COMP VALUE ZERO.
018000 77  FULLY-BILLED-COUNT          PIC S9(07)  COMP VALUE ZERO.
018100 77  ACCRUED-COUNT               PIC S9(07)  COMP VALUE ZERO.
018200 77  EXCEPTION-COUNT             PIC S9(07)  COMP VALUE ZERO.
018300 77  RATE-COUNT                  PIC S9(05)  COMP VALUE ZERO.
018400 77  RATE-I                      PIC S9(05)  COMP VALUE ZERO.
018500 77  RATE-MAX                    PIC S9(05)  COMP VALUE +2000.
018600 77  BLT-COUNT                   PIC S9(05)  COMP VALUE ZERO.
018700 77  BLT-I                       PIC S9(05)  COMP VALUE ZERO.
018800 77  BLT-FOUND-I                 PIC S9(05)  COMP VALUE ZERO.
018900 77  BLT-MAX                     PIC S9(05)  COMP VALUE +2000.
019000 77  PND-COUNT                   PIC S9(03)  COMP VALUE ZERO.
019100 77  PND-I                       PIC S9(03)  COMP VALUE ZERO.
019200 77  PND-FOUND-I                 PIC S9(03)  COMP VALUE ZERO.
019300 77  PND-MAX                     PIC S9(03)  COMP VALUE +20.
019400 77  ACT-COUNT                   PIC S9(05)  COMP VALUE ZERO.
019500 77  ACT-I                       PIC S9(05)  COMP VALUE ZERO.
019600 77  ACT-MAX                     PIC S9(05)  COMP VALUE +5000.
019700 77  EXT-COUNT                   PIC S9(05)  COMP VALUE ZERO.
019800 77  EXT-I                       PIC S9(05)  COMP VALUE ZERO.
019900 77  EXT-MAX                     PIC S9(05)  COMP VALUE +1000.
020000 77  LINE-COUNT                  PIC S9(03)  COMP VALUE +99.
020100 77  PAGE-COUNT                  PIC S9(05)  COMP VALUE ZERO.
020200 77  ELAPSED-MINUTES             PIC S9(09)  COMP VALUE ZERO.
020300 77  DETAINED-HOURS              PIC S9(05)  COMP VALUE ZERO.
020400 77  BILLABLE-HOURS              PIC S9(05)  COMP VALUE ZERO.
020500 77  BILLABLE-DAYS               PIC S9(05)  COMP VALUE ZERO.
020520 77  LOWER-TIER-UNITS            PIC S9(05)  COMP VALUE ZERO.
020540 77  UPPER-TIER-UNITS            PIC S9(05)  COMP VALUE ZERO.
020560 77  TIER-LIMIT-UNITS            PIC S9(05)  COMP VALUE ZERO.
020600 77  LEAP-QUOTIENT               PIC S9(05)  COMP VALUE ZERO.
020700 77  LEAP-REMAINDER              PIC S9(05)  COMP VALUE ZERO.
020800 01  SWITCH-AREA.
020900     05  CNTL-EOF-SW             PIC X(01)   VALUE "N".
021000         88  END-OF-CNTL                     VALUE "Y".
021100     05  DETN-EOF-SW             PIC X(01)   VALUE "N".
021200         88  END-OF-DETN                     VALUE "Y".
021300     05  HIST-EOF-SW             PIC X(01)   VALUE "N".
021400         88  END-OF-HIST                     VALUE "Y".
021500     05  RATE-EOF-SW             PIC X(01)   VALUE "N".
021600         88  END-OF-RATE                     VALUE "Y".
021620     05  RATE-OVERFLOW-SW        PIC X(01)   VALUE "N".
021640         88  RATE-TABLE-OVERFLOW             VALUE "Y".
021700     05  BLTH-EOF-SW             PIC X(01)   VALUE "N".
021800         88  END-OF-BLTH                     VALUE "Y".
021900     05  BLTH-OVERFLOW-SW        PIC X(01)   VALUE "N".
022000         88  BILLED-THROUGH-OVERFLOW         VALUE "Y".
022100     05  SORT-EOF-SW             PIC X(01)   VALUE "N".
022200         88  END-OF-SORT                     VALUE "Y".
022300     05  ACCR-SORT-EOF-SW        PIC X(01)   VALUE "N".
022400         88  END-OF-ACCR-SORT                VALUE "Y".
022500     05  PERIOD-OK-SW            PIC X(01)   VALUE "N".
022600         88  PERIOD-VALID                    VALUE "Y".
022700     05  RUN-OK-SW               PIC X(01)   VALUE "N".
022800         88  RUN-OK                          VALUE "Y".
022900     05  RATE-FOUND-SW           PIC X(01)   VALUE "N".
023000         88  RATE-FOUND                      VALUE "Y".
023100     05  STILL-OPEN-SW           PIC X(01)   VALUE "N".
023200         88  PAIR-STILL-OPEN                 VALUE "Y".
023300     05  KEY-OPEN-SW             PIC X(01)   VALUE "N".
023400         88  KEY-OPEN                        VALUE "Y".
023500     05  CAMPUS-OPEN-SW          PIC X(01)   VALUE "N".
023600         88  CAMPUS-OPEN                     VALUE "Y".
023700*****************************************************************
023800*  THE PERIOD END AND THE DAY AFTER IT.  THE CUT-OFF IS THE     *
023900*  FIRST INSTANT OF THE DAY AFTER.                              *
024000*****************************************************************
024100 01  PERIOD-AREA.
024200     05  PERIOD-END-DATE.
024300         10  PERIOD-YEAR         PIC 9(04)   VALUE ZERO.
024400         10  FILLER              PIC X(01)   VALUE "-".
024500         10  PERIOD-MONTH        PIC 9(02)   VALUE ZERO.
024600         10  FILLER              PIC X(01)   VALUE "-".
024700         10  PERIOD-DAY          PIC 9(02)   VALUE ZERO.
024800     05  REVERSAL-DATE.
024900         10  NEXT-YEAR           PIC 9(04)   VALUE ZERO.
025000         10  FILLER              PIC X(01)   VALUE "-".
025100         10  NEXT-MONTH          PIC 9(02)   VALUE ZERO.
025200         10  FILLER              PIC X(01)   VALUE "-".
025300         10  NEXT-DAY            PIC 9(02)   VALUE ZERO.
025400     05  CUTOFF-TS               PIC X(26)   VALUE SPACES.
025500     05  MONTH-DAYS              PIC 9(02)   VALUE ZERO.
025600     05  DAYS-YEAR               PIC 9(04)   VALUE ZERO.
025700     05  DAYS-MONTH              PIC 9(02)   VALUE ZERO.
025800 01  MONTH-LENGTH-VALUES         PIC X(24)   VALUE
025900     "312831303130313130313031".
026000 01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
026100     05  MONTH-LENGTH            PIC 9(02)   OCCURS 12 TIMES.
026200 01  RATE-TABLE-AREA.
026300     05  RATE-ENTRY              OCCURS 2000 TIMES
026400                                 INDEXED BY RATE-X.
026500         10  RTB-CUSTOMER-CODE   PIC X(25).
026600         10  RTB-ASSET-TYPE      PIC X(25).
026700         10  RTB-FREE-HOURS      PIC 9(03).
026800         10  RTB-RATE-BASIS      PIC X(01).
026900         10  RTB-RATE            PIC S9(05)V99  COMP-3.
026910         10  RTB-TIER-LIMIT      PIC 9(05).
026920         10  RTB-UPPER-RATE      PIC S9(05)V99  COMP-3.
026930         10  RTB-EFF-FROM        PIC X(10).
026940         10  RTB-EFF-TO          PIC X(10).
026950         10  RTB-STATUS          PIC X(01).
027000 01  FOUND-RATE-AREA.
027100     05  FND-FREE-HOURS          PIC 9(03)   VALUE ZERO.
027200     05  FND-RATE-BASIS          PIC X(01)   VALUE SPACES.
027300     05  FND-RATE                PIC S9(05)V99  COMP-3
027400                                             VALUE ZERO.
027420     05  FND-TIER-LIMIT          PIC 9(05)   VALUE ZERO.
027440     05  FND-UPPER-RATE          PIC S9(05)V99  COMP-3
027460                                             VALUE ZERO.
027500 01  BILLED-THROUGH-TABLE.
027600     05  BLT-ENTRY               OCCURS 2000 TIMES
027700                                 INDEXED BY BLT-X.
027800         10  BTT-CUSTOMER-CODE   PIC X(25).
027900         10  BTT-TRAILER-NUMBER  PIC X(25).
028000         10  BTT-START-TS        PIC X(26).
028100         10  BTT-BILLED-AMOUNT   PIC S9(09)V99  COMP-3.
028200*    DETENTION STARTS NOT YET STOPPED FOR THE TRAILER IN HAND,
028300*    ONE PER CUSTOMER AS DETNBILL PAIRS THEM
028400 01  PENDING-START-TABLE.
028500     05  PND-ENTRY               OCCURS 20 TIMES
028600                                 INDEXED BY PND-X.
028700         10  PND-CUSTOMER-CODE   PIC X(25).
028800         10  PND-START-TS        PIC X(26).
028900         10  PND-CAMPUS          PIC X(06).
029000 01  ACCRUAL-TABLE.
029100     05  ACT-ENTRY               OCCURS 5000 TIMES
029200                                 INDEXED BY ACT-X.
029300         10  ACT-CUSTOMER-KEY    PIC S9(10).
029400         10  ACT-CAMPUS          PIC X(06).
029500         10  ACT-CUSTOMER-CODE   PIC X(25).
029600         10  ACT-TRAILER-NUMBER  PIC X(25).
029700         10  ACT-START-TS        PIC X(26).
029800         10  ACT-OPEN-FLAG       PIC X(01).
029900         10  ACT-BILLABLE-HOURS  PIC 9(05).
030000         10  ACT-RATED-AMOUNT    PIC S9(09)V99  COMP-3.
030100         10  ACT-BILLED-AMOUNT   PIC S9(09)V99  COMP-3.
030200         10  ACT-ACCRUAL-AMOUNT  PIC S9(09)V99  COMP-3.
030300 01  EXCEPTION-TABLE.
030400     05  EXT-ENTRY               OCCURS 1000 TIMES
030500                                 INDEXED BY EXT-X.
030600         10  EXT-CUSTOMER-CODE   PIC X(25).
030700         10  EXT-TRAILER-NUMBER  PIC X(25).
030800         10  EXT-TIMESTAMP       PIC X(26).
030900         10  EXT-MESSAGE         PIC X(40).
031000 01  ACCRUAL-RECORD-AREA.
031100     05  ACR-A-ENTRY-TYPE        PIC X(01).
031200     05  ACR-A-ENTRY-DATE        PIC X(10).
031300     05  ACR-A-PERIOD-END        PIC X(10).
031400     05  ACR-A-CUSTOMER-KEY      PIC S9(10).
031500     05  ACR-A-CAMPUS            PIC X(06).
031600     05  ACR-A-CUSTOMER-CODE     PIC X(25).
031700     05  ACR-A-TRAILER-NUMBER    PIC X(25).
031800     05  ACR-A-START-TIMESTAMP   PIC X(26).
031900     05  ACR-A-OPEN-FLAG         PIC X(01).
032000     05  ACR-A-BILLABLE-HOURS    PIC 9(05).
032100     05  ACR-A-RATED-AMOUNT      PIC S9(09)V99  COMP-3.
032200     05  ACR-A-BILLED-AMOUNT     PIC S9(09)V99  COMP-3.
032300     05  ACR-A-ACCRUAL-AMOUNT    PIC S9(09)V99  COMP-3.
032400     05  FILLER                  PIC X(03).
032500 01  PAIRING-AREA.
032600     05  CURR-TRAILER-NUMBER     PIC X(25)   VALUE HIGH-VALUES.
032700     05  LAST-CAMPUS             PIC X(06)   VALUE SPACES.
032800     05  PAIR-CUSTOMER-CODE      PIC X(25)   VALUE SPACES.
032900     05  PAIR-START-TS           PIC X(26)   VALUE SPACES.
033000     05  PAIR-STOP-TS            PIC X(26)   VALUE SPACES.
033100     05  PAIR-CAMPUS             PIC X(06)   VALUE SPACES.
033200     05  EXC-MESSAGE             PIC X(40)   VALUE SPACES.
033300 01  CHARGE-AREA.
033400     05  RATED-AMOUNT            PIC S9(09)V99  COMP-3
033500                                             VALUE ZERO.
033600     05  BILLED-AMOUNT           PIC S9(09)V99  COMP-3
033700                                             VALUE ZERO.
033800     05  ACCRUAL-AMOUNT          PIC S9(09)V99  COMP-3
033900                                             VALUE ZERO.
034000 01  CXRF-PARAMETER-AREA.
034100     05  CXRF-CUSTOMER-CODE      PIC X(25)   VALUE SPACES.
034200     05  CXRF-AS-OF-DATE         PIC X(10)   VALUE SPACES.
034300     05  CXRF-CUSTOMER-KEY       PIC S9(10)  VALUE ZERO.
034400     05  CXRF-RETURN-CODE        PIC X(02)   VALUE SPACES.
034500 01  START-TIMESTAMP-SPLIT.
034600     05  START-DATE-PART         PIC X(10).
034700     05  FILLER                  PIC X(16).
034800 01  REPORT-TOTAL-AREA.
034900     05  CUR-CUSTOMER-KEY        PIC S9(10)  VALUE ZERO.
035000     05  CUR-CAMPUS              PIC X(06)   VALUE SPACES.
035100     05  CAMPUS-CHARGE-COUNT     PIC S9(05)  COMP VALUE ZERO.
035200     05  CAMPUS-ACCRUAL          PIC S9(11)V99  COMP-3
035300                                             VALUE ZERO.
035400     05  KEY-CHARGE-COUNT        PIC S9(05)  COMP VALUE ZERO.
035500     05  KEY-ACCRUAL             PIC S9(11)V99  COMP-3
035600                                             VALUE ZERO.
035700     05  GRAND-ACCRUAL           PIC S9(11)V99  COMP-3
035800                                             VALUE ZERO.
035900 01  TIMESTAMP-WORK-AREA.
036000     05  TSW-TIMESTAMP.
036100         10  TSW-YEAR            PIC 9(04).
036200         10  FILLER              PIC X(01).
036300         10  TSW-MONTH           PIC 9(02).
036400         10  FILLER              PIC X(01).
036500         10  TSW-DAY             PIC 9(02).
036600         10  FILLER              PIC X(01).
036700         10  TSW-HOUR            PIC 9(02).
036800         10  FILLER              PIC X(01).
036900         10  TSW-MINUTE          PIC 9(02).
037000         10  FILLER              PIC X(10).
037100     05  TSW-ADJ-YEAR            PIC S9(05)  COMP VALUE ZERO.
037200     05  TSW-ADJ-MONTH           PIC S9(03)  COMP VALUE ZERO.
037300     05  TSW-WORK-1              PIC S9(09)  COMP VALUE ZERO.
037400     05  TSW-WORK-2              PIC S9(09)  COMP VALUE ZERO.
037500     05  TSW-DAY-NUMBER          PIC S9(09)  COMP VALUE ZERO.
037600     05  TSW-START-DAY-NO        PIC S9(09)  COMP VALUE ZERO.
037700     05  TSW-START-MINUTES       PIC S9(05)  COMP VALUE ZERO.
037800     05  TSW-STOP-DAY-NO         PIC S9(09)  COMP VALUE ZERO.
037900     05  TSW-STOP-MINUTES        PIC S9(05)  COMP VALUE ZERO.
038000 01  RUN-STAMP-AREA.
038100     05  RUN-DATE-YMD            PIC 9(08).
038200     05  RUN-DATE-X REDEFINES RUN-DATE-YMD.
038300         10  RUN-YEAR            PIC X(04).
038400         10  RUN-MONTH           PIC X(02).
038500         10  RUN-DAY             PIC X(02).
038600     05  RUN-TIME-HMS            PIC 9(08).
038700     05  RUN-TIME-X REDEFINES RUN-TIME-HMS.
038800         10  RUN-HOUR            PIC X(02).
038900         10  RUN-MINUTE          PIC X(02).
039000         10  RUN-SECOND          PIC X(02).
039100         10  FILLER              PIC X(02).
039200     05  RUN-TIMESTAMP           PIC X(26).
039300 01  HEADING-LINE-1.
039400     05  FILLER                  PIC X(09)   VALUE "DETNACCR".
039500     05  FILLER                  PIC X(27)   VALUE SPACES.
039600     05  HDG-TITLE               PIC X(44).
039700     05  FILLER                  PIC X(05)   VALUE "RUN: ".
039800     05  HDG-RUN-STAMP           PIC X(19).
039900     05  FILLER                  PIC X(18)   VALUE SPACES.
040000     05  FILLER                  PIC X(05)   VALUE "PAGE ".
040100     05  HDG-PAGE                PIC ZZZZ9.
040200*    COLUMN HEADING OF THE SECTION BEING PRINTED
040300 01  HEADING-LINE-2              PIC X(132)  VALUE SPACES.
040400 01  EXCEPTION-TITLE             PIC X(44)   VALUE
040500     "UNBILLED DETENTION ACCRUAL - EXCEPTIONS     ".
040600 01  ACCRUAL-HEADING.
040700     05  FILLER                  PIC X(08)   VALUE "CAMPUS".
040800     05  FILLER                  PIC X(22)   VALUE "CUSTOMER".
040900     05  FILLER                  PIC X(22)   VALUE "TRAILER".
041000     05  FILLER                  PIC X(21)   VALUE
041100         "DETENTION START".
041200     05  FILLER                  PIC X(06)   VALUE "STAT".
041300     05  FILLER                  PIC X(07)   VALUE "  HRS".
041400     05  FILLER                  PIC X(16)   VALUE
041500         "         RATED".
041600     05  FILLER                  PIC X(16)   VALUE
041700         "        BILLED".
041800     05  FILLER                  PIC X(14)   VALUE
041900         "       ACCRUAL".
042000 01  KEY-LINE.
042100     05  FILLER                  PIC X(14)   VALUE
042200         "CUSTOMER KEY: ".
042300     05  KYL-CUSTOMER-KEY        PIC ZZZZZZZZZ9.
042400     05  FILLER                  PIC X(108)  VALUE SPACES.
042500 01  DETAIL-LINE.
042600     05  DTL-CAMPUS              PIC X(06).
042700     05  FILLER                  PIC X(02)   VALUE SPACES.
042800     05  DTL-CUSTOMER            PIC X(20).
042900     05  FILLER                  PIC X(02)   VALUE SPACES.
043000     05  DTL-TRAILER             PIC X(20).
043100     05  FILLER                  PIC X(02)   VALUE SPACES.
043200     05  DTL-START               PIC X(19).
043300     05  FILLER                  PIC X(02)   VALUE SPACES.
043400     05  DTL-STATUS              PIC X(04).
043500     05  FILLER                  PIC X(02)   VALUE SPACES.
043600     05  DTL-HOURS               PIC ZZZZ9.
043700     05  FILLER                  PIC X(02)   VALUE SPACES.
043800     05  DTL-RATED               PIC ZZZ,ZZZ,ZZ9.99.
043900     05  FILLER                  PIC X(02)   VALUE SPACES.
044000     05  DTL-BILLED              PIC ZZZ,ZZZ,ZZ9.99.
044100     05  FILLER                  PIC X(02)   VALUE SPACES.
044200     05  DTL-ACCRUAL             PIC ZZZ,ZZZ,ZZ9.99.
044300 01  CAMPUS-TOTAL-LINE.
044400     05  FILLER                  PIC X(22)   VALUE
044500         "   CAMPUS TOTAL . . . ".
044600     05  CPT-CAMPUS              PIC X(06).
044700     05  FILLER                  PIC X(11)   VALUE
044800         "  CHARGES: ".
044900     05  CPT-CHARGES             PIC ZZZZ9.
045000     05  FILLER                  PIC X(74)   VALUE SPACES.
045100     05  CPT-ACCRUAL             PIC ZZZ,ZZZ,ZZ9.99.
045200 01  KEY-TOTAL-LINE.
045300     05  FILLER                  PIC X(22)   VALUE
045400         "   CUSTOMER KEY TOTAL ".
045500     05  KTL-CUSTOMER-KEY        PIC ZZZZZZZZZ9.
045600     05  FILLER                  PIC X(07)   VALUE
045700         "  CHGS:".
045800     05  KTL-CHARGES             PIC ZZZZ9.
045900     05  FILLER                  PIC X(74)   VALUE SPACES.
046000     05  KTL-ACCRUAL             PIC ZZZ,ZZZ,ZZ9.99.
046100 01  EXCEPTION-HEADING.
046200     05  FILLER                  PIC X(22)   VALUE "CUSTOMER".
046300     05  FILLER                  PIC X(22)   VALUE "TRAILER".
046400     05  FILLER                  PIC X(21)   VALUE "TIMESTAMP".
046500     05  FILLER                  PIC X(67)   VALUE "EXCEPTION".
046600 01  EXCEPTION-LINE.
046700     05  EXL-CUSTOMER            PIC X(20).
046800     05  FILLER                  PIC X(02)   VALUE SPACES.
046900     05  EXL-TRAILER             PIC X(20).
047000     05  FILLER                  PIC X(02)   VALUE SPACES.
047100     05  EXL-TIMESTAMP           PIC X(19).
047200     05  FILLER                  PIC X(02)   VALUE SPACES.
047300     05  EXL-MESSAGE             PIC X(40).
047400     05  FILLER                  PIC X(27)   VALUE SPACES.
047500 01  NONE-LINE.
047600     05  FILLER                  PIC X(10)   VALUE SPACES.
047700     05  NONE-TEXT               PIC X(50).
047800     05  FILLER                  PIC X(72)   VALUE SPACES.
047900 01  TOTAL-LINE-1.
048000     05  FILLER                  PIC X(31)   VALUE
048100         "PERIOD END DATE  . . . . . . : ".
048200     05  TOT-PERIOD-END          PIC X(10).
048300     05  FILLER                  PIC X(91)   VALUE SPACES.
048400 01  TOTAL-LINE-2.
048500     05  FILLER                  PIC X(31)   VALUE
048600         "REVERSAL DATE  . . . . . . . : ".
048700     05  TOT-REVERSAL-DATE       PIC X(10).
048800     05  FILLER                  PIC X(91)   VALUE SPACES.
048900 01  TOTAL-LINE-3.
049000     05  FILLER                  PIC X(31)   VALUE
049100         "DETENTION EVENTS READ  . . . : ".
049200     05  TOT-EVENTS              PIC ZZ,ZZZ,ZZ9.
049300     05  FILLER                  PIC X(91)   VALUE SPACES.
049400 01  TOTAL-LINE-4.
049500     05  FILLER                  PIC X(31)   VALUE
049600         "HISTORY RECORDS READ . . . . : ".
049700     05  TOT-HIST                PIC ZZ,ZZZ,ZZ9.
049800     05  FILLER                  PIC X(91)   VALUE SPACES.
049900 01  TOTAL-LINE-5.
050000     05  FILLER                  PIC X(31)   VALUE
050100         "CHARGES RATED  . . . . . . . : ".
050200     05  TOT-RATED               PIC ZZ,ZZZ,ZZ9.
050300     05  FILLER                  PIC X(91)   VALUE SPACES.
050400 01  TOTAL-LINE-6.
050500     05  FILLER                  PIC X(31)   VALUE
050600         "  FULLY BILLED . . . . . . . : ".
050700     05  TOT-FULLY-BILLED        PIC ZZ,ZZZ,ZZ9.
050800     05  FILLER                  PIC X(91)   VALUE SPACES.
050900 01  TOTAL-LINE-7.
051000     05  FILLER                  PIC X(31)   VALUE
051100         "  ACCRUED  . . . . . . . . . : ".
051200     05  TOT-ACCRUED             PIC ZZ,ZZZ,ZZ9.
051300     05  FILLER                  PIC X(91)   VALUE SPACES.
051400 01  TOTAL-LINE-8.
051500     05  FILLER                  PIC X(31)   VALUE
051600         "EXCEPTIONS REPORTED  . . . . : ".
051700     05  TOT-EXCEPTIONS          PIC ZZ,ZZZ,ZZ9.
051800     05  FILLER                  PIC X(91)   VALUE SPACES.
051900 01  TOTAL-LINE-9.
052000     05  FILLER                  PIC X(31)   VALUE
052100         "TOTAL UNBILLED ACCRUAL . . . : ".
052200     05  TOT-ACCRUAL             PIC ZZZ,ZZZ,ZZ9.99.
052300     05  FILLER                  PIC X(87)   VALUE SPACES.
052400 PROCEDURE DIVISION.
052500*****************************************************************
052600*  0000-MAINLINE - OVERALL PROGRAM CONTROL                      *
052700*****************************************************************
052800 0000-MAINLINE.
052900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
053000     IF RUN-OK
053100         SORT SORT-FILE
053200             ON ASCENDING KEY SRT-TRAILER-NUMBER
053300                              SRT-TIMESTAMP
053400                              SRT-RECORD-TYPE
053500             INPUT PROCEDURE IS 2000-RELEASE-EVENTS
053600                            THRU 2999-EXIT
053700             OUTPUT PROCEDURE IS 3000-RATE-CHARGES
053800                            THRU 3999-EXIT
053900         SORT ACCR-SORT-FILE
054000             ON ASCENDING KEY ASR-CUSTOMER-KEY
054100                              ASR-CAMPUS
054200                              ASR-CUSTOMER-CODE
054300                              ASR-TRAILER-NUMBER
054400                              ASR-START-TS
054500             INPUT PROCEDURE IS 6000-RELEASE-ACCRUALS
054600                            THRU 6999-EXIT
054700             OUTPUT PROCEDURE IS 7000-WRITE-ACCRUALS
054800                            THRU 7999-EXIT
054900         PERFORM 8500-PRINT-EXCEPTIONS THRU 8500-EXIT.
055000     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
055100     STOP RUN.
055200*****************************************************************
055300*  1000-INITIALIZE - RUN STAMP, PERIOD, RATE AND BILLED-THROUGH *
055400*  LOADS, OUTPUT OPENS                                          *
055500*****************************************************************
055600 1000-INITIALIZE.
055700     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD.
055800     ACCEPT RUN-TIME-HMS FROM TIME.
055900     MOVE SPACES TO RUN-TIMESTAMP.
056000     STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY "-"
056100            RUN-HOUR "." RUN-MINUTE "." RUN-SECOND
056200            ".000000"
056300            DELIMITED BY SIZE INTO RUN-TIMESTAMP.
056400     MOVE RUN-TIMESTAMP TO HDG-RUN-STAMP.
056500     OPEN OUTPUT PRINT-FILE.
056600     IF PRINT-STATUS NOT = "00"
056700         DISPLAY "DETNACCR - PRINT OPEN ERROR " PRINT-STATUS
056800             UPON OPER-CONSOLE
056900         MOVE 12 TO RETURN-CODE
057000         STOP RUN.
057100*    DEFAULT PERIOD END IS THE LAST DAY OF THE PREVIOUS MONTH
057200     MOVE RUN-YEAR TO PERIOD-YEAR.
057300     MOVE RUN-MONTH TO PERIOD-MONTH.
057400     IF PERIOD-MONTH = 1
057500         SUBTRACT 1 FROM PERIOD-YEAR
057600         MOVE 12 TO PERIOD-MONTH
057700     ELSE
057800         SUBTRACT 1 FROM PERIOD-MONTH.
057900     MOVE PERIOD-YEAR TO DAYS-YEAR.
058000     MOVE PERIOD-MONTH TO DAYS-MONTH.
058100     PERFORM 1300-DAYS-IN-MONTH THRU 1300-EXIT.
058200     MOVE MONTH-DAYS TO PERIOD-DAY.
058300     MOVE "Y" TO PERIOD-OK-SW.
058400     OPEN INPUT CNTL-FILE.
058500     IF CNTL-STATUS = "00"
058600         PERFORM 1100-LOAD-CONTROL THRU 1100-EXIT
058700             UNTIL END-OF-CNTL
058800         CLOSE CNTL-FILE.
058900     IF NOT PERIOD-VALID
059000         DISPLAY "DETNACCR - UNREADABLE PERIOD END ON ACCRCNTL - "
059100             "EXPECTED YYYY-MM-DD - RUN ENDED" UPON OPER-CONSOLE
059200         MOVE 12 TO RETURN-CODE
059300         GO TO 1000-EXIT.
059400     PERFORM 1200-SET-PERIOD THRU 1200-EXIT.
059500     OPEN INPUT RATE-FILE.
059600     IF RATE-STATUS NOT = "00"
059700         DISPLAY "DETNACCR - RATE MASTER OPEN ERROR "
059800             RATE-STATUS UPON OPER-CONSOLE
059900         MOVE 12 TO RETURN-CODE
060000         GO TO 1000-EXIT.
060100     PERFORM 1400-LOAD-RATE-MASTER THRU 1400-EXIT
060200         UNTIL END-OF-RATE.
060300     CLOSE RATE-FILE.
060320*    A PARTIAL TABLE WOULD ACCRUE CHARGES AT THE WRONG RATE
060340     IF RATE-TABLE-OVERFLOW
060360         GO TO 1000-EXIT.
060400*    WITH NO BILLED-THROUGH FILE NOTHING HAS BEEN INVOICED YET
060500     OPEN INPUT BLTH-FILE.
060600     IF BLTH-STATUS = "00"
060700         PERFORM 1500-LOAD-BILLED-THROUGH THRU 1500-EXIT
060800             UNTIL END-OF-BLTH
060900         CLOSE BLTH-FILE
061000     ELSE
061100     IF BLTH-STATUS NOT = "35"
061200         DISPLAY "DETNACCR - BILLED-THROUGH OPEN ERROR "
061300             BLTH-STATUS UPON OPER-CONSOLE
061400         MOVE 12 TO RETURN-CODE
061500         GO TO 1000-EXIT.
061600*    A PARTIAL TABLE WOULD ACCRUE CHARGES ALREADY INVOICED
061700     IF BILLED-THROUGH-OVERFLOW
061800         DISPLAY "DETNACCR - BILLED-THROUGH TABLE FULL - "
061900             "INCREASE BLT-MAX - RUN ENDED" UPON OPER-CONSOLE
062000         MOVE 12 TO RETURN-CODE
062100         GO TO 1000-EXIT.
062200     OPEN OUTPUT ACRL-FILE.
062300     IF ACRL-STATUS NOT = "00"
062400         DISPLAY "DETNACCR - ACCRUAL FILE OPEN ERROR "
062500             ACRL-STATUS UPON OPER-CONSOLE
062600         MOVE 12 TO RETURN-CODE
062700         GO TO 1000-EXIT.
062800     OPEN OUTPUT ACRV-FILE.
062900     IF ACRV-STATUS NOT = "00"
063000         DISPLAY "DETNACCR - REVERSAL FILE OPEN ERROR "
063100             ACRV-STATUS UPON OPER-CONSOLE
063200         MOVE 12 TO RETURN-CODE
063300         CLOSE ACRL-FILE
063400         GO TO 1000-EXIT.
063500     MOVE "Y" TO RUN-OK-SW.
063600 1000-EXIT.
063700     EXIT.
063800 1100-LOAD-CONTROL.
063900     READ CNTL-FILE
064000         AT END MOVE "Y" TO CNTL-EOF-SW
064100         GO TO 1100-EXIT.
064200     IF ACR-C-PERIOD-END = SPACES
064300         GO TO 1100-EXIT.
064400     MOVE "N" TO PERIOD-OK-SW.
064500     IF ACR-C-YEAR NOT NUMERIC
064600         OR ACR-C-DASH-1 NOT = "-"
064700         OR ACR-C-MONTH NOT NUMERIC
064800         OR ACR-C-DASH-2 NOT = "-"
064900         OR ACR-C-DAY NOT NUMERIC
065000         OR ACR-C-MONTH < "01"
065100         OR ACR-C-MONTH > "12"
065200         OR ACR-C-DAY < "01"
065300         GO TO 1100-EXIT.
065400     MOVE ACR-C-YEAR TO DAYS-YEAR.
065500     MOVE ACR-C-MONTH TO DAYS-MONTH.
065600     PERFORM 1300-DAYS-IN-MONTH THRU 1300-EXIT.
065700     MOVE ACR-C-DAY TO PERIOD-DAY.
065800     IF PERIOD-DAY > MONTH-DAYS
065900         GO TO 1100-EXIT.
066000     MOVE ACR-C-YEAR TO PERIOD-YEAR.
066100     MOVE ACR-C-MONTH TO PERIOD-MONTH.
066200     MOVE "Y" TO PERIOD-OK-SW.
066300 1100-EXIT.
066400     EXIT.
066500*****************************************************************
066600*  1200-SET-PERIOD - THE DAY AFTER THE PERIOD END IS BOTH THE   *
066700*  REVERSAL DATE AND THE RATING CUT-OFF                         *
066800*****************************************************************
066900 1200-SET-PERIOD.
067000     MOVE PERIOD-YEAR TO NEXT-YEAR.
067100     MOVE PERIOD-MONTH TO NEXT-MONTH.
067200     MOVE PERIOD-YEAR TO DAYS-YEAR.
067300     MOVE PERIOD-MONTH TO DAYS-MONTH.
067400     PERFORM 1300-DAYS-IN-MONTH THRU 1300-EXIT.
067500     IF PERIOD-DAY < MONTH-DAYS
067600         COMPUTE NEXT-DAY = PERIOD-DAY + 1
067700     ELSE
067800         MOVE 1 TO NEXT-DAY
067900         IF PERIOD-MONTH = 12
068000             ADD 1 TO NEXT-YEAR
068100             MOVE 1 TO NEXT-MONTH
068200         ELSE
068300             COMPUTE NEXT-MONTH = PERIOD-MONTH + 1.
068400     MOVE SPACES TO CUTOFF-TS.
068500     STRING REVERSAL-DATE "-00.00.00.000000"
068600            DELIMITED BY SIZE INTO CUTOFF-TS.
068700     MOVE SPACES TO HDG-TITLE.
068800     STRING "UNBILLED DETENTION ACCRUAL THRU "
068900            PERIOD-END-DATE
069000            DELIMITED BY SIZE INTO HDG-TITLE.
069100     DISPLAY "DETNACCR - ACCRUING THROUGH " PERIOD-END-DATE
069200         UPON OPER-CONSOLE.
069300 1200-EXIT.
069400     EXIT.
069500*****************************************************************
069600*  1300-DAYS-IN-MONTH - LENGTH OF DAYS-MONTH IN DAYS-YEAR       *
069700*****************************************************************
069800 1300-DAYS-IN-MONTH.
069900     MOVE MONTH-LENGTH (DAYS-MONTH) TO MONTH-DAYS.
070000     IF DAYS-MONTH NOT = 2
070100         GO TO 1300-EXIT.
070200     DIVIDE DAYS-YEAR BY 4 GIVING LEAP-QUOTIENT
070300         REMAINDER LEAP-REMAINDER.
070400     IF LEAP-REMAINDER NOT = ZERO
070500         GO TO 1300-EXIT.
070600     MOVE 29 TO MONTH-DAYS.
070700     DIVIDE DAYS-YEAR BY 100 GIVING LEAP-QUOTIENT
070800         REMAINDER LEAP-REMAINDER.
070900     IF LEAP-REMAINDER NOT = ZERO
071000         GO TO 1300-EXIT.
071100     DIVIDE DAYS-YEAR BY 400 GIVING LEAP-QUOTIENT
071200         REMAINDER LEAP-REMAINDER.
071300     IF LEAP-REMAINDER NOT = ZERO
071400         MOVE 28 TO MONTH-DAYS.
071500 1300-EXIT.
071600     EXIT.
071700 1400-LOAD-RATE-MASTER.
071800     READ RATE-FILE
071900         AT END MOVE "Y" TO RATE-EOF-SW
072000         GO TO 1400-EXIT.
072100     IF RATE-COUNT < RATE-MAX
072200         ADD 1 TO RATE-COUNT
072300         MOVE ACR-R-CUSTOMER-CODE
072400             TO RTB-CUSTOMER-CODE (RATE-COUNT)
072500         MOVE ACR-R-ASSET-TYPE
072600             TO RTB-ASSET-TYPE (RATE-COUNT)
072700         MOVE ACR-R-FREE-HOURS
072800             TO RTB-FREE-HOURS (RATE-COUNT)
072900         MOVE ACR-R-RATE-BASIS
073000             TO RTB-RATE-BASIS (RATE-COUNT)
073100         MOVE ACR-R-RATE TO RTB-RATE (RATE-COUNT)
073105         MOVE ZERO TO RTB-TIER-LIMIT (RATE-COUNT)
073110         MOVE ZERO TO RTB-UPPER-RATE (RATE-COUNT)
073115         IF ACR-R-TIER-LIMIT NUMERIC
073120             MOVE ACR-R-TIER-LIMIT
073125                 TO RTB-TIER-LIMIT (RATE-COUNT)
073130         END-IF
073135         IF ACR-R-UPPER-RATE NUMERIC
073140             MOVE ACR-R-UPPER-RATE
073145                 TO RTB-UPPER-RATE (RATE-COUNT)
073150         END-IF
073155         MOVE ACR-R-EFF-FROM TO RTB-EFF-FROM (RATE-COUNT)
073160         MOVE ACR-R-EFF-TO TO RTB-EFF-TO (RATE-COUNT)
073165         MOVE ACR-R-STATUS TO RTB-STATUS (RATE-COUNT)
073200     ELSE
073250         DISPLAY "DETNACCR - RATE TABLE FULL - INCREASE "
073300             "RATE-MAX - RUN ENDED" UPON OPER-CONSOLE
073350         MOVE 12 TO RETURN-CODE
073400         MOVE "Y" TO RATE-OVERFLOW-SW
073450         MOVE "Y" TO RATE-EOF-SW.
073600 1400-EXIT.
073700     EXIT.
073800 1500-LOAD-BILLED-THROUGH.
073900     READ BLTH-FILE
074000         AT END MOVE "Y" TO BLTH-EOF-SW
074100         GO TO 1500-EXIT.
074200     IF BLT-COUNT < BLT-MAX
074300         ADD 1 TO BLT-COUNT
074400         MOVE ACR-B-CUSTOMER-CODE
074500             TO BTT-CUSTOMER-CODE (BLT-COUNT)
074600         MOVE ACR-B-TRAILER-NUMBER
074700             TO BTT-TRAILER-NUMBER (BLT-COUNT)
074800         MOVE ACR-B-START-TIMESTAMP
074900             TO BTT-START-TS (BLT-COUNT)
075000         MOVE ACR-B-BILLED-AMOUNT
075100             TO BTT-BILLED-AMOUNT (BLT-COUNT)
075200     ELSE
075300         MOVE "Y" TO BLTH-OVERFLOW-SW
075400         MOVE "Y" TO BLTH-EOF-SW.
075500 1500-EXIT.
075600     EXIT.
075700*****************************************************************
075800*  2000-RELEASE-EVENTS - SORT INPUT PROCEDURE.  SIGHTINGS AND   *
075900*  DETENTION EVENTS UP TO THE CUT-OFF.                          *
076000*****************************************************************
076100 2000-RELEASE-EVENTS.
076200     OPEN INPUT HIST-FILE.
076300     IF HIST-STATUS = "00"
076400         PERFORM 2100-RELEASE-SIGHTING THRU 2100-EXIT
076500             UNTIL END-OF-HIST
076600         CLOSE HIST-FILE
076700     ELSE
076800         DISPLAY "DETNACCR - PNCHIST NOT AVAILABLE - CAMPUS "
076900             "NOT REPORTED" UPON OPER-CONSOLE
077000         MOVE 8 TO RETURN-CODE.
077100     OPEN INPUT DETN-FILE.
077200     IF DETN-STATUS NOT = "00"
077300         DISPLAY "DETNACCR - EVENT FILE OPEN ERROR "
077400             DETN-STATUS UPON OPER-CONSOLE
077500         MOVE 12 TO RETURN-CODE
077600         GO TO 2999-EXIT.
077700     PERFORM 2200-RELEASE-DETENTION THRU 2200-EXIT
077800         UNTIL END-OF-DETN.
077900     CLOSE DETN-FILE.
078000 2999-EXIT.
078100     EXIT.
078200 2100-RELEASE-SIGHTING.
078300     READ HIST-FILE
078400         AT END MOVE "Y" TO HIST-EOF-SW
078500         GO TO 2100-EXIT.
078600     ADD 1 TO HIST-READ-COUNT.
078700     IF ACR-H-TRAILER-NUMBER = SPACES
078800         OR ACR-H-TIMESTAMP NOT < CUTOFF-TS
078900         GO TO 2100-EXIT.
079000     MOVE SPACES TO SORT-RECORD.
079100     MOVE ACR-H-TRAILER-NUMBER TO SRT-TRAILER-NUMBER.
079200     MOVE ACR-H-TIMESTAMP TO SRT-TIMESTAMP.
079300     MOVE "1" TO SRT-RECORD-TYPE.
079400     MOVE ACR-H-CAMPUS TO SRT-CAMPUS.
079500     RELEASE SORT-RECORD.
079600 2100-EXIT.
079700     EXIT.
079800 2200-RELEASE-DETENTION.
079900     READ DETN-FILE
080000         AT END MOVE "Y" TO DETN-EOF-SW
080100         GO TO 2200-EXIT.
080200     ADD 1 TO EVENT-READ-COUNT.
080300     IF ACR-D-TIMESTAMP NOT < CUTOFF-TS
080400         GO TO 2200-EXIT.
080500     MOVE SPACES TO SORT-RECORD.
080600     MOVE ACR-D-TRAILER-NUMBER TO SRT-TRAILER-NUMBER.
080700     MOVE ACR-D-TIMESTAMP TO SRT-TIMESTAMP.
080800     MOVE "2" TO SRT-RECORD-TYPE.
080900     MOVE ACR-D-CUSTOMER-CODE TO SRT-CUSTOMER-CODE.
081000     MOVE ACR-D-EVENT TO SRT-EVENT.
081100     RELEASE SORT-RECORD.
081200 2200-EXIT.
081300     EXIT.
081400*****************************************************************
081500*  3000-RATE-CHARGES - SORT OUTPUT PROCEDURE.  PAIRS START AND  *
081600*  STOP BY CUSTOMER WITHIN TRAILER; A START STILL UNPAIRED AT   *
081700*  THE TRAILER BREAK IS RATED AS OPEN THROUGH THE CUT-OFF.      *
081800*****************************************************************
081900 3000-RATE-CHARGES.
082000     PERFORM 3100-NEXT-EVENT THRU 3100-EXIT
082100         UNTIL END-OF-SORT.
082200     PERFORM 3300-CLOSE-OPEN-STARTS THRU 3300-EXIT.
082300 3999-EXIT.
082400     EXIT.
082500 3100-NEXT-EVENT.
082600     RETURN SORT-FILE
082700         AT END MOVE "Y" TO SORT-EOF-SW
082800         GO TO 3100-EXIT.
082900     IF SRT-TRAILER-NUMBER NOT = CURR-TRAILER-NUMBER
083000         PERFORM 3300-CLOSE-OPEN-STARTS THRU 3300-EXIT
083100         MOVE SRT-TRAILER-NUMBER TO CURR-TRAILER-NUMBER
083200         MOVE "*NONE*" TO LAST-CAMPUS.
083300     IF SRT-SIGHTING
083400         MOVE SRT-CAMPUS TO LAST-CAMPUS
083500         GO TO 3100-EXIT.
083600     PERFORM 4300-FIND-PENDING THRU 4300-EXIT.
083700     EVALUATE SRT-EVENT
083800         WHEN "S"
083900             PERFORM 3200-APPLY-START THRU 3200-EXIT
084000         WHEN "E"
084100             PERFORM 3250-APPLY-STOP THRU 3250-EXIT
084200         WHEN OTHER
084300             MOVE "UNKNOWN EVENT CODE - IGNORED" TO EXC-MESSAGE
084400             PERFORM 3850-EXCEPTION-FROM-EVENT THRU 3850-EXIT
084500     END-EVALUATE.
084600 3100-EXIT.
084700     EXIT.
084800 3200-APPLY-START.
084900     IF PND-FOUND-I > ZERO
085000         MOVE "START WITH NO PRIOR STOP - REPLACED" TO
085100             EXC-MESSAGE
085200         PERFORM 3850-EXCEPTION-FROM-EVENT THRU 3850-EXIT
085300         MOVE SRT-TIMESTAMP TO PND-START-TS (PND-FOUND-I)
085400         MOVE LAST-CAMPUS TO PND-CAMPUS (PND-FOUND-I)
085500         GO TO 3200-EXIT.
085600     IF PND-COUNT NOT < PND-MAX
085700         MOVE "TOO MANY OPEN STARTS ON TRAILER - SKIPPED"
085800             TO EXC-MESSAGE
085900         PERFORM 3850-EXCEPTION-FROM-EVENT THRU 3850-EXIT
086000         GO TO 3200-EXIT.
086100     ADD 1 TO PND-COUNT.
086200     MOVE SRT-CUSTOMER-CODE TO PND-CUSTOMER-CODE (PND-COUNT).
086300     MOVE SRT-TIMESTAMP TO PND-START-TS (PND-COUNT).
086400     MOVE LAST-CAMPUS TO PND-CAMPUS (PND-COUNT).
086500 3200-EXIT.
086600     EXIT.
086700 3250-APPLY-STOP.
086800     IF PND-FOUND-I = ZERO
086900         MOVE "STOP WITH NO MATCHING START - SKIPPED" TO
087000             EXC-MESSAGE
087100         PERFORM 3850-EXCEPTION-FROM-EVENT THRU 3850-EXIT
087200         GO TO 3250-EXIT.
087300     MOVE "N" TO STILL-OPEN-SW.
087400     MOVE PND-FOUND-I TO PND-I.
087500     MOVE SRT-TIMESTAMP TO PAIR-STOP-TS.
087600     PERFORM 3400-RATE-ONE-PAIR THRU 3400-EXIT.
087700*    THE LAST PENDING START FILLS THE HOLE
087800     MOVE PND-ENTRY (PND-COUNT) TO PND-ENTRY (PND-FOUND-I).
087900     SUBTRACT 1 FROM PND-COUNT.
088000 3250-EXIT.
088100     EXIT.
088200 3300-CLOSE-OPEN-STARTS.
088300     IF PND-COUNT = ZERO
088400         GO TO 3300-EXIT.
088500     MOVE "Y" TO STILL-OPEN-SW.
088600     MOVE CUTOFF-TS TO PAIR-STOP-TS.
088700     PERFORM 3400-RATE-ONE-PAIR THRU 3400-EXIT
088800         VARYING PND-I FROM 1 BY 1
088900         UNTIL PND-I > PND-COUNT.
089000     MOVE ZERO TO PND-COUNT.
089100 3300-EXIT.
089200     EXIT.
089300*****************************************************************
089400*  3400-RATE-ONE-PAIR - THE DETNBILL CHARGE FOR PENDING START   *
089500*  PND-I THROUGH PAIR-STOP-TS, LESS THE AMOUNT BILLED           *
089600*****************************************************************
089700 3400-RATE-ONE-PAIR.
089800     MOVE PND-CUSTOMER-CODE (PND-I) TO PAIR-CUSTOMER-CODE.
089900     MOVE PND-START-TS (PND-I) TO PAIR-START-TS.
090000     MOVE PND-CAMPUS (PND-I) TO PAIR-CAMPUS.
090100     PERFORM 4000-FIND-RATE THRU 4000-EXIT.
090200     IF NOT RATE-FOUND
090300         MOVE "NO DETENTION RATE ON FILE FOR CUSTOMER"
090400             TO EXC-MESSAGE
090500         PERFORM 3860-EXCEPTION-FROM-PAIR THRU 3860-EXIT
090600         GO TO 3400-EXIT.
090700     MOVE PAIR-START-TS TO TSW-TIMESTAMP.
090800     PERFORM 8000-TIMESTAMP-TO-DAYS THRU 8000-EXIT.
090900     MOVE TSW-DAY-NUMBER TO TSW-START-DAY-NO.
091000     COMPUTE TSW-START-MINUTES =
091100         (TSW-HOUR * 60) + TSW-MINUTE.
091200     MOVE PAIR-STOP-TS TO TSW-TIMESTAMP.
091300     PERFORM 8000-TIMESTAMP-TO-DAYS THRU 8000-EXIT.
091400     MOVE TSW-DAY-NUMBER TO TSW-STOP-DAY-NO.
091500     COMPUTE TSW-STOP-MINUTES =
091600         (TSW-HOUR * 60) + TSW-MINUTE.
091700     COMPUTE ELAPSED-MINUTES =
091800         ((TSW-STOP-DAY-NO - TSW-START-DAY-NO) * 1440)
091900         + TSW-STOP-MINUTES - TSW-START-MINUTES.
092000     IF ELAPSED-MINUTES < ZERO
092100         MOVE "STOP PRECEDES START - PAIR SKIPPED" TO
092200             EXC-MESSAGE
092300         PERFORM 3860-EXCEPTION-FROM-PAIR THRU 3860-EXIT
092400         GO TO 3400-EXIT.
092500*    ANY PART OF AN HOUR IN DETENTION COUNTS AS A FULL HOUR
092600     COMPUTE DETAINED-HOURS = (ELAPSED-MINUTES + 59) / 60.
092700     COMPUTE BILLABLE-HOURS = DETAINED-HOURS - FND-FREE-HOURS.
092800     IF BILLABLE-HOURS < ZERO
092900         MOVE ZERO TO BILLABLE-HOURS.
093000     PERFORM 3450-PRICE-CHARGE THRU 3450-EXIT.
093600     ADD 1 TO RATED-COUNT.
093700     PERFORM 4100-FIND-BILLED-THROUGH THRU 4100-EXIT.
093800     MOVE ZERO TO BILLED-AMOUNT.
093900     IF BLT-FOUND-I > ZERO
094000         MOVE BTT-BILLED-AMOUNT (BLT-FOUND-I) TO BILLED-AMOUNT.
094100     COMPUTE ACCRUAL-AMOUNT = RATED-AMOUNT - BILLED-AMOUNT.
094200     IF ACCRUAL-AMOUNT NOT > ZERO
094300         ADD 1 TO FULLY-BILLED-COUNT
094400         GO TO 3400-EXIT.
094500     IF ACT-COUNT NOT < ACT-MAX
094600         MOVE "ACCRUAL TABLE FULL - NOT ACCRUED" TO EXC-MESSAGE
094700         PERFORM 3860-EXCEPTION-FROM-PAIR THRU 3860-EXIT
094800         MOVE 12 TO RETURN-CODE
094900         GO TO 3400-EXIT.
095000     ADD 1 TO ACT-COUNT.
095100     PERFORM 4500-TRANSLATE-CUSTOMER THRU 4500-EXIT.
095200     MOVE PAIR-CAMPUS TO ACT-CAMPUS (ACT-COUNT).
095300     MOVE PAIR-CUSTOMER-CODE TO ACT-CUSTOMER-CODE (ACT-COUNT).
095400     MOVE CURR-TRAILER-NUMBER TO ACT-TRAILER-NUMBER (ACT-COUNT).
095500     MOVE PAIR-START-TS TO ACT-START-TS (ACT-COUNT).
095600     IF PAIR-STILL-OPEN
095700         MOVE "Y" TO ACT-OPEN-FLAG (ACT-COUNT)
095800     ELSE
095900         MOVE "N" TO ACT-OPEN-FLAG (ACT-COUNT).
096000     MOVE BILLABLE-HOURS TO ACT-BILLABLE-HOURS (ACT-COUNT).
096100     MOVE RATED-AMOUNT TO ACT-RATED-AMOUNT (ACT-COUNT).
096200     MOVE BILLED-AMOUNT TO ACT-BILLED-AMOUNT (ACT-COUNT).
096300     MOVE ACCRUAL-AMOUNT TO ACT-ACCRUAL-AMOUNT (ACT-COUNT).
096400     ADD 1 TO ACCRUED-COUNT.
096500 3400-EXIT.
096600     EXIT.
096602*****************************************************************
096604*  3450-PRICE-CHARGE - BILLABLE HOURS PRICED ON THE RATE TIERS  *
096606*  IN FOUND-RATE-AREA, AS DETNBILL PRICES THEM.  A DAILY RATE   *
096608*  BILLS ANY PART OF A DAY AS A FULL DAY.  AMOUNT IN            *
096610*  RATED-AMOUNT.                                                *
096612*****************************************************************
096614 3450-PRICE-CHARGE.
096616     IF FND-RATE-BASIS = "D"
096618         COMPUTE BILLABLE-DAYS = (BILLABLE-HOURS + 23) / 24
096620         MOVE BILLABLE-DAYS TO LOWER-TIER-UNITS
096622     ELSE
096624         MOVE BILLABLE-HOURS TO LOWER-TIER-UNITS.
096626     MOVE ZERO TO UPPER-TIER-UNITS.
096628     IF FND-TIER-LIMIT > FND-FREE-HOURS
096630         PERFORM 3460-SPLIT-TIERS THRU 3460-EXIT.
096632     COMPUTE RATED-AMOUNT =
096634         (LOWER-TIER-UNITS * FND-RATE)
096636         + (UPPER-TIER-UNITS * FND-UPPER-RATE).
096638 3450-EXIT.
096640     EXIT.
096642*****************************************************************
096644*  3460-SPLIT-TIERS - UNITS PAST THE TIER LIMIT MOVE TO THE     *
096646*  UPPER TIER.  ON A DAILY BASIS THE FIRST TIER IS ROUNDED UP   *
096648*  TO WHOLE DAYS.                                               *
096650*****************************************************************
096652 3460-SPLIT-TIERS.
096654     COMPUTE TIER-LIMIT-UNITS = FND-TIER-LIMIT - FND-FREE-HOURS.
096656     IF FND-RATE-BASIS = "D"
096658         COMPUTE TIER-LIMIT-UNITS = (TIER-LIMIT-UNITS + 23) / 24.
096660     IF LOWER-TIER-UNITS > TIER-LIMIT-UNITS
096662         COMPUTE UPPER-TIER-UNITS =
096664             LOWER-TIER-UNITS - TIER-LIMIT-UNITS
096666         MOVE TIER-LIMIT-UNITS TO LOWER-TIER-UNITS.
096668 3460-EXIT.
096670     EXIT.
096700*****************************************************************
096800*  3850/3860 - EXCEPTION STAGING.  3850 REPORTS THE SORT        *
096900*  RECORD IN HAND; 3860 REPORTS THE PAIR BEING RATED.           *
097000*****************************************************************
097100 3850-EXCEPTION-FROM-EVENT.
097200     MOVE SRT-CUSTOMER-CODE TO PAIR-CUSTOMER-CODE.
097300     MOVE SRT-TIMESTAMP TO PAIR-START-TS.
097400     PERFORM 3860-EXCEPTION-FROM-PAIR THRU 3860-EXIT.
097500 3850-EXIT.
097600     EXIT.
097700 3860-EXCEPTION-FROM-PAIR.
097800     ADD 1 TO EXCEPTION-COUNT.
097900     IF EXT-COUNT NOT < EXT-MAX
098000         GO TO 3860-EXIT.
098100     ADD 1 TO EXT-COUNT.
098200     MOVE PAIR-CUSTOMER-CODE TO EXT-CUSTOMER-CODE (EXT-COUNT).
098300     MOVE CURR-TRAILER-NUMBER TO EXT-TRAILER-NUMBER (EXT-COUNT).
098400     MOVE PAIR-START-TS TO EXT-TIMESTAMP (EXT-COUNT).
098500     MOVE EXC-MESSAGE TO EXT-MESSAGE (EXT-COUNT).
098600 3860-EXIT.
098700     EXIT.
098800*****************************************************************
098850*  4000-FIND-RATE - CUSTOMER + "TRAILER", THEN CUSTOMER +       *
098900*  "*ALL", ACTIVE AND IN EFFECT ON THE DETENTION START DATE.    *
099000*  RESULT IN FOUND-RATE-AREA.                                   *
099100*****************************************************************
099200 4000-FIND-RATE.
099250     MOVE PAIR-START-TS TO START-TIMESTAMP-SPLIT.
099300     MOVE "N" TO RATE-FOUND-SW.
099400     IF RATE-COUNT = ZERO
099500         GO TO 4000-EXIT.
099600     PERFORM 4010-SCAN-RATE-TABLE THRU 4010-EXIT
099700         VARYING RATE-I FROM 1 BY 1
099800         UNTIL RATE-I > RATE-COUNT
099900         OR RATE-FOUND.
100000     IF RATE-FOUND
100100         GO TO 4000-EXIT.
100200     PERFORM 4020-SCAN-RATE-DEFAULT THRU 4020-EXIT
100300         VARYING RATE-I FROM 1 BY 1
100400         UNTIL RATE-I > RATE-COUNT
100500         OR RATE-FOUND.
100600 4000-EXIT.
100700     EXIT.
100800 4010-SCAN-RATE-TABLE.
100900     IF RTB-CUSTOMER-CODE (RATE-I) = PAIR-CUSTOMER-CODE
101000         AND RTB-ASSET-TYPE (RATE-I) = "TRAILER"
101020         AND RTB-STATUS (RATE-I) NOT = "I"
101040         AND RTB-EFF-FROM (RATE-I) NOT > START-DATE-PART
101060         AND (RTB-EFF-TO (RATE-I) = SPACES
101080             OR RTB-EFF-TO (RATE-I) NOT < START-DATE-PART)
101100         MOVE RTB-FREE-HOURS (RATE-I) TO FND-FREE-HOURS
101200         MOVE RTB-RATE-BASIS (RATE-I) TO FND-RATE-BASIS
101300         MOVE RTB-RATE (RATE-I) TO FND-RATE
101320         MOVE RTB-TIER-LIMIT (RATE-I) TO FND-TIER-LIMIT
101340         MOVE RTB-UPPER-RATE (RATE-I) TO FND-UPPER-RATE
101400         MOVE "Y" TO RATE-FOUND-SW.
101500 4010-EXIT.
101600     EXIT.
101700 4020-SCAN-RATE-DEFAULT.
101800     IF RTB-CUSTOMER-CODE (RATE-I) = PAIR-CUSTOMER-CODE
101900         AND RTB-ASSET-TYPE (RATE-I) = "*ALL"
101920         AND RTB-STATUS (RATE-I) NOT = "I"
101940         AND RTB-EFF-FROM (RATE-I) NOT > START-DATE-PART
101960         AND (RTB-EFF-TO (RATE-I) = SPACES
101980             OR RTB-EFF-TO (RATE-I) NOT < START-DATE-PART)
102000         MOVE RTB-FREE-HOURS (RATE-I) TO FND-FREE-HOURS
102100         MOVE RTB-RATE-BASIS (RATE-I) TO FND-RATE-BASIS
102200         MOVE RTB-RATE (RATE-I) TO FND-RATE
102220         MOVE RTB-TIER-LIMIT (RATE-I) TO FND-TIER-LIMIT
102240         MOVE RTB-UPPER-RATE (RATE-I) TO FND-UPPER-RATE
102300         MOVE "Y" TO RATE-FOUND-SW.
102400 4020-EXIT.
102500     EXIT.
102600*****************************************************************
102700*  4100-FIND-BILLED-THROUGH - DETNBLTH ENTRY FOR THE PAIR       *
102800*****************************************************************
102900 4100-FIND-BILLED-THROUGH.
103000     MOVE ZERO TO BLT-FOUND-I.
103100     IF BLT-COUNT = ZERO
103200         GO TO 4100-EXIT.
103300     PERFORM 4150-SCAN-BILLED-THROUGH THRU 4150-EXIT
103400         VARYING BLT-I FROM 1 BY 1
103500         UNTIL BLT-I > BLT-COUNT
103600         OR BLT-FOUND-I > ZERO.
103700 4100-EXIT.
103800     EXIT.
103900 4150-SCAN-BILLED-THROUGH.
104000     IF BTT-CUSTOMER-CODE (BLT-I) = PAIR-CUSTOMER-CODE
104100         AND BTT-TRAILER-NUMBER (BLT-I) = CURR-TRAILER-NUMBER
104200         AND BTT-START-TS (BLT-I) = PAIR-START-TS
104300         MOVE BLT-I TO BLT-FOUND-I.
104400 4150-EXIT.
104500     EXIT.
104600*****************************************************************
104700*  4300-FIND-PENDING - OPEN START FOR THE EVENT'S CUSTOMER      *
104800*****************************************************************
104900 4300-FIND-PENDING.
105000     MOVE ZERO TO PND-FOUND-I.
105100     IF PND-COUNT = ZERO
105200         GO TO 4300-EXIT.
105300     PERFORM 4350-SCAN-PENDING THRU 4350-EXIT
105400         VARYING PND-I FROM 1 BY 1
105500         UNTIL PND-I > PND-COUNT
105600         OR PND-FOUND-I > ZERO.
105700 4300-EXIT.
105800     EXIT.
105900 4350-SCAN-PENDING.
106000     IF PND-CUSTOMER-CODE (PND-I) = SRT-CUSTOMER-CODE
106100         MOVE PND-I TO PND-FOUND-I.
106200 4350-EXIT.
106300     EXIT.
106400*****************************************************************
106500*  4500-TRANSLATE-CUSTOMER - ASSET SYSTEM CUSTOMER KEY VIA      *
106600*  THE CUSTXREF CROSS-REFERENCE, AS OF THE DETENTION START      *
106700*****************************************************************
106800 4500-TRANSLATE-CUSTOMER.
106900     MOVE ZERO TO ACT-CUSTOMER-KEY (ACT-COUNT).
107000     IF PAIR-CUSTOMER-CODE = SPACES
107100         GO TO 4500-EXIT.
107200     MOVE PAIR-START-TS TO START-TIMESTAMP-SPLIT.
107300     MOVE PAIR-CUSTOMER-CODE TO CXRF-CUSTOMER-CODE.
107400     MOVE START-DATE-PART TO CXRF-AS-OF-DATE.
107500     CALL "CXRFLOOK" USING CXRF-PARAMETER-AREA.
107600     IF CXRF-RETURN-CODE = "00"
107700         MOVE CXRF-CUSTOMER-KEY TO ACT-CUSTOMER-KEY (ACT-COUNT).
107800 4500-EXIT.
107900     EXIT.
108000*****************************************************************
108100*  5000-PRINT-A-LINE - PRINT WITH PAGE OVERFLOW CONTROL         *
108200*****************************************************************
108300 5000-PRINT-A-LINE.
108400     IF LINE-COUNT > 56
108500         PERFORM 5100-PAGE-HEADING THRU 5100-EXIT.
108600     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
108700     ADD 1 TO LINE-COUNT.
108800 5000-EXIT.
108900     EXIT.
109000 5100-PAGE-HEADING.
109100     ADD 1 TO PAGE-COUNT.
109200     MOVE PAGE-COUNT TO HDG-PAGE.
109300     MOVE PRINT-RECORD TO DETAIL-LINE.
109400     WRITE PRINT-RECORD FROM HEADING-LINE-1
109500         AFTER ADVANCING PAGE.
109600     WRITE PRINT-RECORD FROM HEADING-LINE-2
109700         AFTER ADVANCING 2 LINES.
109800     MOVE SPACES TO PRINT-RECORD.
109900     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
110000     MOVE DETAIL-LINE TO PRINT-RECORD.
110100     MOVE 4 TO LINE-COUNT.
110200 5100-EXIT.
110300     EXIT.
110400*****************************************************************
110500*  6000-RELEASE-ACCRUALS - SORT INPUT PROCEDURE.  THE TABLE     *
110600*  POSITION TRAVELS WITH THE KEY.                               *
110700*****************************************************************
110800 6000-RELEASE-ACCRUALS.
110900     IF ACT-COUNT > ZERO
111000         PERFORM 6100-RELEASE-ONE THRU 6100-EXIT
111100             VARYING ACT-I FROM 1 BY 1
111200             UNTIL ACT-I > ACT-COUNT.
111300 6999-EXIT.
111400     EXIT.
111500 6100-RELEASE-ONE.
111600     MOVE ACT-CUSTOMER-KEY (ACT-I) TO ASR-CUSTOMER-KEY.
111700     MOVE ACT-CAMPUS (ACT-I) TO ASR-CAMPUS.
111800     MOVE ACT-CUSTOMER-CODE (ACT-I) TO ASR-CUSTOMER-CODE.
111900     MOVE ACT-TRAILER-NUMBER (ACT-I) TO ASR-TRAILER-NUMBER.
112000     MOVE ACT-START-TS (ACT-I) TO ASR-START-TS.
112100     MOVE ACT-I TO ASR-ACCRUAL-I.
112200     RELEASE ACCR-SORT-RECORD.
112300 6100-EXIT.
112400     EXIT.
112500*****************************************************************
112600*  7000-WRITE-ACCRUALS - SORT OUTPUT PROCEDURE.  ACCRUAL AND    *
112700*  REVERSAL ENTRIES AND THE REPORT BY CUSTOMER KEY AND CAMPUS   *
112800*****************************************************************
112900 7000-WRITE-ACCRUALS.
113000     MOVE ACCRUAL-HEADING TO HEADING-LINE-2.
113100     MOVE 99 TO LINE-COUNT.
113200     PERFORM 7100-NEXT-ACCRUAL THRU 7100-EXIT
113300         UNTIL END-OF-ACCR-SORT.
113400     IF KEY-OPEN
113500         PERFORM 7600-CAMPUS-TOTAL THRU 7600-EXIT
113600         PERFORM 7700-KEY-TOTAL THRU 7700-EXIT
113700     ELSE
113800         MOVE SPACES TO NONE-LINE
113900         MOVE "NO UNBILLED DETENTION AT PERIOD END" TO NONE-TEXT
114000         MOVE NONE-LINE TO PRINT-RECORD
114100         PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
114200 7999-EXIT.
114300     EXIT.
114400 7100-NEXT-ACCRUAL.
114500     RETURN ACCR-SORT-FILE
114600         AT END MOVE "Y" TO ACCR-SORT-EOF-SW
114700         GO TO 7100-EXIT.
114800     MOVE ASR-ACCRUAL-I TO ACT-I.
114900     IF KEY-OPEN
115000         AND ASR-CUSTOMER-KEY NOT = CUR-CUSTOMER-KEY
115100         PERFORM 7600-CAMPUS-TOTAL THRU 7600-EXIT
115200         PERFORM 7700-KEY-TOTAL THRU 7700-EXIT.
115300     IF NOT KEY-OPEN
115400         PERFORM 7300-START-KEY THRU 7300-EXIT.
115500     IF CAMPUS-OPEN
115600         AND ASR-CAMPUS NOT = CUR-CAMPUS
115700         PERFORM 7600-CAMPUS-TOTAL THRU 7600-EXIT.
115800     IF NOT CAMPUS-OPEN
115900         MOVE ASR-CAMPUS TO CUR-CAMPUS
116000         MOVE ZERO TO CAMPUS-CHARGE-COUNT
116100         MOVE ZERO TO CAMPUS-ACCRUAL
116200         MOVE "Y" TO CAMPUS-OPEN-SW.
116300     PERFORM 7200-WRITE-ENTRIES THRU 7200-EXIT.
116400     PERFORM 7400-PRINT-ACCRUAL THRU 7400-EXIT.
116500     ADD 1 TO CAMPUS-CHARGE-COUNT.
116600     ADD 1 TO KEY-CHARGE-COUNT.
116700     ADD ACT-ACCRUAL-AMOUNT (ACT-I) TO CAMPUS-ACCRUAL.
116800     ADD ACT-ACCRUAL-AMOUNT (ACT-I) TO KEY-ACCRUAL.
116900     ADD ACT-ACCRUAL-AMOUNT (ACT-I) TO GRAND-ACCRUAL.
117000 7100-EXIT.
117100     EXIT.
117200 7200-WRITE-ENTRIES.
117300     MOVE SPACES TO ACCRUAL-RECORD-AREA.
117400     MOVE "A" TO ACR-A-ENTRY-TYPE.
117500     MOVE PERIOD-END-DATE TO ACR-A-ENTRY-DATE.
117600     MOVE PERIOD-END-DATE TO ACR-A-PERIOD-END.
117700     MOVE ACT-CUSTOMER-KEY (ACT-I) TO ACR-A-CUSTOMER-KEY.
117800     MOVE ACT-CAMPUS (ACT-I) TO ACR-A-CAMPUS.
117900     MOVE ACT-CUSTOMER-CODE (ACT-I) TO ACR-A-CUSTOMER-CODE.
118000     MOVE ACT-TRAILER-NUMBER (ACT-I) TO ACR-A-TRAILER-NUMBER.
118100     MOVE ACT-START-TS (ACT-I) TO ACR-A-START-TIMESTAMP.
118200     MOVE ACT-OPEN-FLAG (ACT-I) TO ACR-A-OPEN-FLAG.
118300     MOVE ACT-BILLABLE-HOURS (ACT-I) TO ACR-A-BILLABLE-HOURS.
118400     MOVE ACT-RATED-AMOUNT (ACT-I) TO ACR-A-RATED-AMOUNT.
118500     MOVE ACT-BILLED-AMOUNT (ACT-I) TO ACR-A-BILLED-AMOUNT.
118600     MOVE ACT-ACCRUAL-AMOUNT (ACT-I) TO ACR-A-ACCRUAL-AMOUNT.
118700     WRITE ACRL-RECORD FROM ACCRUAL-RECORD-AREA.
118800     MOVE "R" TO ACR-A-ENTRY-TYPE.
118900     MOVE REVERSAL-DATE TO ACR-A-ENTRY-DATE.
119000     COMPUTE ACR-A-ACCRUAL-AMOUNT =
119100         ZERO - ACT-ACCRUAL-AMOUNT (ACT-I).
119200     WRITE ACRV-RECORD FROM ACCRUAL-RECORD-AREA.
119300 7200-EXIT.
119400     EXIT.
119500 7300-START-KEY.
119600     MOVE ASR-CUSTOMER-KEY TO CUR-CUSTOMER-KEY.
119700     MOVE ZERO TO KEY-CHARGE-COUNT.
119800     MOVE ZERO TO KEY-ACCRUAL.
119900     MOVE "Y" TO KEY-OPEN-SW.
120000     IF LINE-COUNT > 53
120100         MOVE 99 TO LINE-COUNT.
120200     MOVE ASR-CUSTOMER-KEY TO KYL-CUSTOMER-KEY.
120300     MOVE KEY-LINE TO PRINT-RECORD.
120400     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
120500 7300-EXIT.
120600     EXIT.
120700 7400-PRINT-ACCRUAL.
120800     MOVE SPACES TO DETAIL-LINE.
120900     MOVE ACT-CAMPUS (ACT-I) TO DTL-CAMPUS.
121000     MOVE ACT-CUSTOMER-CODE (ACT-I) TO DTL-CUSTOMER.
121100     MOVE ACT-TRAILER-NUMBER (ACT-I) TO DTL-TRAILER.
121200     MOVE ACT-START-TS (ACT-I) TO DTL-START.
121300     IF ACT-OPEN-FLAG (ACT-I) = "Y"
121400         MOVE "OPEN" TO DTL-STATUS.
121500     MOVE ACT-BILLABLE-HOURS (ACT-I) TO DTL-HOURS.
121600     MOVE ACT-RATED-AMOUNT (ACT-I) TO DTL-RATED.
121700     MOVE ACT-BILLED-AMOUNT (ACT-I) TO DTL-BILLED.
121800     MOVE ACT-ACCRUAL-AMOUNT (ACT-I) TO DTL-ACCRUAL.
121900     MOVE DETAIL-LINE TO PRINT-RECORD.
122000     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
122100 7400-EXIT.
122200     EXIT.
122300 7600-CAMPUS-TOTAL.
122400     IF NOT CAMPUS-OPEN
122500         GO TO 7600-EXIT.
122600     MOVE CUR-CAMPUS TO CPT-CAMPUS.
122700     MOVE CAMPUS-CHARGE-COUNT TO CPT-CHARGES.
122800     MOVE CAMPUS-ACCRUAL TO CPT-ACCRUAL.
122900     MOVE CAMPUS-TOTAL-LINE TO PRINT-RECORD.
123000     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
123100     MOVE "N" TO CAMPUS-OPEN-SW.
123200 7600-EXIT.
123300     EXIT.
123400 7700-KEY-TOTAL.
123500     MOVE CUR-CUSTOMER-KEY TO KTL-CUSTOMER-KEY.
123600     MOVE KEY-CHARGE-COUNT TO KTL-CHARGES.
123700     MOVE KEY-ACCRUAL TO KTL-ACCRUAL.
123800     MOVE KEY-TOTAL-LINE TO PRINT-RECORD.
123900     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
124000     MOVE SPACES TO PRINT-RECORD.
124100     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
124200     MOVE "N" TO KEY-OPEN-SW.
124300 7700-EXIT.
124400     EXIT.
124500*****************************************************************
124600*  8000-TIMESTAMP-TO-DAYS - CONVERT THE DATE PORTION OF THE     *
124700*  TIMESTAMP IN TSW-TIMESTAMP TO A SERIAL DAY NUMBER SO THAT    *
124800*  ELAPSED TIME CAN BE COMPUTED ACROSS MONTH AND YEAR ENDS.     *
124900*****************************************************************
125000 8000-TIMESTAMP-TO-DAYS.
125100     IF TSW-MONTH > 2
125200         MOVE TSW-YEAR TO TSW-ADJ-YEAR
125300         COMPUTE TSW-ADJ-MONTH = TSW-MONTH + 1
125400     ELSE
125500         COMPUTE TSW-ADJ-YEAR = TSW-YEAR - 1
125600         COMPUTE TSW-ADJ-MONTH = TSW-MONTH + 13.
125700     COMPUTE TSW-WORK-1 = (1461 * TSW-ADJ-YEAR) / 4.
125800     COMPUTE TSW-WORK-2 = (153 * TSW-ADJ-MONTH) / 5.
125900     COMPUTE TSW-DAY-NUMBER =
126000         TSW-WORK-1 + TSW-WORK-2 + TSW-DAY - 621049.
126100 8000-EXIT.
126200     EXIT.
126300*****************************************************************
126400*  8500-PRINT-EXCEPTIONS - EVENTS THAT COULD NOT BE RATED, ON A *
126500*  NEW PAGE                                                     *
126600*****************************************************************
126700 8500-PRINT-EXCEPTIONS.
126800     MOVE EXCEPTION-TITLE TO HDG-TITLE.
126900     MOVE EXCEPTION-HEADING TO HEADING-LINE-2.
127000     MOVE 99 TO LINE-COUNT.
127100     IF EXT-COUNT = ZERO
127200         MOVE SPACES TO NONE-LINE
127300         MOVE "NO RATING EXCEPTIONS" TO NONE-TEXT
127400         MOVE NONE-LINE TO PRINT-RECORD
127500         PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT
127600         GO TO 8500-EXIT.
127700     PERFORM 8600-PRINT-ONE-EXCEPTION THRU 8600-EXIT
127800         VARYING EXT-I FROM 1 BY 1
127900         UNTIL EXT-I > EXT-COUNT.
128000 8500-EXIT.
128100     EXIT.
128200 8600-PRINT-ONE-EXCEPTION.
128300     MOVE SPACES TO EXCEPTION-LINE.
128400     MOVE EXT-CUSTOMER-CODE (EXT-I) TO EXL-CUSTOMER.
128500     MOVE EXT-TRAILER-NUMBER (EXT-I) TO EXL-TRAILER.
128600     MOVE EXT-TIMESTAMP (EXT-I) TO EXL-TIMESTAMP.
128700     MOVE EXT-MESSAGE (EXT-I) TO EXL-MESSAGE.
128800     MOVE EXCEPTION-LINE TO PRINT-RECORD.
128900     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
129000 8600-EXIT.
129100     EXIT.
129200*****************************************************************
129300*  9000-WRAP-UP - TOTALS AND CLOSE                              *
129400*****************************************************************
129500 9000-WRAP-UP.
129600     IF RUN-OK
129700         CLOSE ACRL-FILE
129800         CLOSE ACRV-FILE.
129900     IF PAGE-COUNT = ZERO
130000         MOVE SPACES TO DETAIL-LINE
130100         PERFORM 5100-PAGE-HEADING THRU 5100-EXIT.
130200     MOVE PERIOD-END-DATE TO TOT-PERIOD-END.
130300     MOVE REVERSAL-DATE TO TOT-REVERSAL-DATE.
130400     MOVE EVENT-READ-COUNT TO TOT-EVENTS.
130500     MOVE HIST-READ-COUNT TO TOT-HIST.
130600     MOVE RATED-COUNT TO TOT-RATED.
130700     MOVE FULLY-BILLED-COUNT TO TOT-FULLY-BILLED.
130800     MOVE ACCRUED-COUNT TO TOT-ACCRUED.
130900     MOVE EXCEPTION-COUNT TO TOT-EXCEPTIONS.
131000     MOVE GRAND-ACCRUAL TO TOT-ACCRUAL.
131100     MOVE SPACES TO PRINT-RECORD.
131200     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
131300     WRITE PRINT-RECORD FROM TOTAL-LINE-1
131400         AFTER ADVANCING 1 LINE.
131500     WRITE PRINT-RECORD FROM TOTAL-LINE-2
131600         AFTER ADVANCING 1 LINE.
131700     WRITE PRINT-RECORD FROM TOTAL-LINE-3
131800         AFTER ADVANCING 1 LINE.
131900     WRITE PRINT-RECORD FROM TOTAL-LINE-4
132000         AFTER ADVANCING 1 LINE.
132100     WRITE PRINT-RECORD FROM TOTAL-LINE-5
132200         AFTER ADVANCING 1 LINE.
132300     WRITE PRINT-RECORD FROM TOTAL-LINE-6
132400         AFTER ADVANCING 1 LINE.
132500     WRITE PRINT-RECORD FROM TOTAL-LINE-7
132600         AFTER ADVANCING 1 LINE.
132700     WRITE PRINT-RECORD FROM TOTAL-LINE-8
132800         AFTER ADVANCING 1 LINE.
132900     WRITE PRINT-RECORD FROM TOTAL-LINE-9
133000         AFTER ADVANCING 1 LINE.
133100     CLOSE PRINT-FILE.
133200 9000-EXIT.
133300     EXIT.
