000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DEPRSCHD.
000300 AUTHOR. R J MARINO.
000400 INSTALLATION. NATIONAL RETAIL SYSTEMS - NORTH BERGEN NJ.
000500 DATE-WRITTEN. OCTOBER 2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  DEPRSCHD - FLEET DEPRECIATION AND BUDGET SCHEDULE            *
000900*                                                               *
001000*  READS THE MPGETEQ2 ASSET EXTRACT (ASSETEXT) AND PRICES EVERY *
001100*  ASSET'S DEPRECIATION THROUGH A PERIOD-END DATE FROM ITS      *
001200*  PURCHASEDATE AND PURCHASECOST, UNDER THE DEPRPOLY POLICY FOR *
001300*  ITS CATEGORYID AND TYPEID (TYPE "*ALL" COVERS EVERY TYPE OF  *
001400*  THE CATEGORY).  DEPRECIATION RUNS BY WHOLE MONTHS, STARTING  *
001500*  IN THE MONTH OF PURCHASE, DOWN TO THE SALVAGE VALUE AT THE   *
001600*  END OF THE USEFUL LIFE:                                      *
001700*    S - STRAIGHT LINE.  (COST - SALVAGE) / LIFE EACH MONTH.    *
001800*    D - DOUBLE DECLINING BALANCE.  BOOK VALUE FALLS BY 2/LIFE  *
001900*        EACH MONTH BUT NOT BELOW SALVAGE, AND IS SALVAGE ONCE  *
002000*        THE LIFE IS OVER.                                      *
002100*  THE CURRENT PERIOD'S EXPENSE IS THE ACCUMULATED DEPRECIATION *
002200*  AT THE PERIOD END LESS THAT AT THE END OF THE PRIOR PERIOD.  *
002300*                                                               *
002400*  REPORT SECTIONS, EACH ON A NEW PAGE:                         *
002500*    THE SCHEDULE BY BUDGETGROUPID AND BUDGETID, WITH BUDGET    *
002600*    AND BUDGET GROUP TOTALS,                                   *
002700*    FULLY DEPRECIATED ASSETS WHOSE STATUSID IS STILL ACTIVE,   *
002800*    ASSETS WITH A PURCHASE COST OF ZERO (NOT SCHEDULED),       *
002900*    EXCEPTIONS - NO POLICY, UNREADABLE PURCHASE DATE, NEGATIVE *
003000*    COST (NOT SCHEDULED),                                      *
003100*    THE SCHEDULE SUMMARIZED BY CUSTOMER.                       *
003200*                                                               *
003300*  POLICY RECORD (DEPRPOLY, 58 BYTES):                          *
003400*     CATEGORY ID      X(24)                                    *
003500*     TYPE ID          X(24)  OR "*ALL"                         *
003600*     USEFUL LIFE      9(4)   MONTHS                            *
003700*     SALVAGE PERCENT  9(3)V99  OF COST                         *
003800*     METHOD           X(1)   S=STRAIGHT LINE                   *
003900*                             D=DOUBLE DECLINING BALANCE        *
004000*                                                               *
004100*  CONTROL CARD (DEPRCNTL, 108 BYTES), OPTIONAL:                *
004200*     PERIOD END       X(10)  YYYY-MM-DD  BLANK = LAST DAY OF   *
004300*                             THE PREVIOUS MONTH                *
004400*     PERIOD MONTHS    9(2)   01-12  BLANK = 01                 *
004500*     ACTIVE STATUS    X(24) OCCURS 4  STATUSID VALUES THAT     *
004600*                      COUNT AS ACTIVE.  ALL BLANK = "ACTIVE"   *
004700*                      AND "Active"                             *
004800*  AN UNREADABLE CARD ENDS THE RUN.                             *
004900*****************************************************************
005000*  MODIFICATION HISTORY                                         *
005100*  10/15/26  RJM  NEW PROGRAM.                                  *
005200*****************************************************************
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SPECIAL-NAMES.
005600     CONSOLE IS OPER-CONSOLE.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT CNTL-FILE ASSIGN TO DEPRCNTL
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS CNTL-STATUS.
006200     SELECT POLY-FILE ASSIGN TO DEPRPOLY
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS POLY-STATUS.
006500     SELECT EXT-FILE ASSIGN TO ASSETEXT
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS EXT-STATUS.
006800     SELECT SORT-FILE ASSIGN TO SORTWK01.
006900     SELECT PRINT-FILE ASSIGN TO QSYSPRT
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS PRINT-STATUS.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  CNTL-FILE
007500     RECORD CONTAINS 108 CHARACTERS.
007600 01  CNTL-RECORD.
007700     05  DPR-C-PERIOD-END.
007800         10  DPR-C-YEAR          PIC X(04).
007900         10  DPR-C-DASH-1        PIC X(01).
008000         10  DPR-C-MONTH         PIC X(02).
008100         10  DPR-C-DASH-2        PIC X(01).
008200         10  DPR-C-DAY           PIC X(02).
008300     05  DPR-C-PERIOD-MONTHS     PIC X(02).
008400     05  DPR-C-PERIOD-MONTHS-N REDEFINES DPR-C-PERIOD-MONTHS
008500                                 PIC 9(02).
008600     05  DPR-C-ACTIVE-STATUS     PIC X(24)   OCCURS 4 TIMES.
008700 FD  POLY-FILE
008800     RECORD CONTAINS 58 CHARACTERS.
008900 01  POLY-RECORD.
009000     05  DPR-P-CATEGORY-ID       PIC X(24).
009100     05  DPR-P-TYPE-ID           PIC X(24).
009200     05  DPR-P-LIFE-MONTHS       PIC 9(04).
009300     05  DPR-P-SALVAGE-PCT       PIC 9(03)V99.
009400     05  DPR-P-METHOD            PIC X(01).
009500 FD  EXT-FILE
009600     RECORD CONTAINS 14942 CHARACTERS.
009700 01  EXT-RECORD.
009800     05  DPR-E-ASSET-KEY         PIC S9(10).
009900     05  DPR-E-ENTITY-NAME       PIC X(50).
010000     05  DPR-E-ASSET-ID          PIC X(24).
010100     05  DPR-E-PARENT-ASSET-ID   PIC X(24).
010200     05  DPR-E-DESCRIPTION       PIC X(50).
010300     05  DPR-E-GROUP-KEY         PIC S9(10).
010400     05  DPR-E-GROUP-ID          PIC X(24).
010500     05  DPR-E-CATEGORY-ID       PIC X(24).
010600     05  DPR-E-TYPE-ID           PIC X(24).
010700     05  DPR-E-BUDGET-GROUP-ID   PIC X(24).
010800     05  DPR-E-BUDGET-ID         PIC X(24).
010900     05  DPR-E-STATUS-ID         PIC X(24).
011000     05  DPR-E-BARCODE           PIC X(50).
011100     05  DPR-E-MANUFACTURER      PIC X(24).
011200     05  DPR-E-MODEL             PIC X(32).
011300     05  DPR-E-SERIAL-NUMBER     PIC X(32).
011400     05  DPR-E-CUSTOMER          PIC X(50).
011500     05  DPR-E-CUSTOMER-KEY      PIC S9(10).
011600     05  DPR-E-PURCHASE-DATE.
011700         10  DPR-E-PURCH-YEAR    PIC X(04).
011800         10  DPR-E-PURCH-DASH-1  PIC X(01).
011900         10  DPR-E-PURCH-MONTH   PIC X(02).
012000         10  DPR-E-PURCH-DASH-2  PIC X(01).
012100         10  DPR-E-PURCH-DAY     PIC X(02).
012200     05  DPR-E-PURCHASE-COST     PIC S9(13)V9(02)  COMP-3.
012300     05  DPR-E-MORE-CF           PIC X(01).
012400     05  DPR-E-RESUME-CF-KEY     PIC S9(10).
012500     05  DPR-E-CF-COUNT          PIC S9(03).
012600     05  DPR-E-CUSTOM-FIELDS     OCCURS 100 TIMES.
012700         10  DPR-E-CF-KEY        PIC S9(10).
012800         10  DPR-E-CF-FIELD-KEY  PIC S9(10).
012900         10  DPR-E-CF-NAME       PIC X(24).
013000         10  DPR-E-CF-VALUE      PIC X(100).
013100*    ONE SORT RECORD PER REPORT LINE.  THE SECTION NUMBER IS THE
013200*    MAJOR KEY SO THE SECTIONS PRINT IN ORDER.
013300 SD  SORT-FILE.
013400 01  SORT-RECORD.
013500     05  SRT-SECTION             PIC 9(01).
013600         88  SRT-SCHEDULE                    VALUE 1.
013700         88  SRT-FULLY-DEPRECIATED           VALUE 2.
013800         88  SRT-ZERO-COST                   VALUE 3.
013900         88  SRT-EXCEPTION                   VALUE 4.
014000     05  SRT-BUDGET-GROUP-ID     PIC X(24).
014100     05  SRT-BUDGET-ID           PIC X(24).
014200     05  SRT-ASSET-ID            PIC X(24).
014300     05  SRT-CATEGORY-ID         PIC X(24).
014400     05  SRT-TYPE-ID             PIC X(24).
014500     05  SRT-PURCHASE-DATE       PIC X(10).
014600     05  SRT-METHOD              PIC X(01).
014700     05  SRT-LIFE-MONTHS         PIC 9(04).
014800     05  SRT-COST                PIC S9(13)V99  COMP-3.
014900     05  SRT-ACCUMULATED         PIC S9(13)V99  COMP-3.
015000     05  SRT-NET-BOOK-VALUE      PIC S9(13)V99  COMP-3.
015100     05  SRT-PERIOD-EXPENSE      PIC S9(13)V99  COMP-3.
015200     05  SRT-MESSAGE             PIC X(40).
015300 FD  PRINT-FILE
015400     RECORD CONTAINS 132 CHARACTERS.
015500 01  PRINT-RECORD                PIC X(132).
015600 WORKING-STORAGE SECTION.
015700 77  CNTL-STATUS                 PIC X(02)   VALUE SPACES.
015800 77  POLY-STATUS                 PIC X(02)   VALUE SPACES.
015900 77  EXT-STATUS                  PIC X(02)   VALUE SPACES.
016000 77  PRINT-STATUS                PIC X(02)   VALUE SPACES.
016100 77  EXT-READ-COUNT              PIC S9(07)  COMP VALUE ZERO.
016200 77  SCHEDULED-COUNT             PIC S9(07)  COMP VALUE ZERO.
016300 77  FULLY-DEPR-COUNT            PIC S9(07)  COMP VALUE ZERO.
016400 77  ZERO-COST-COUNT             PIC S9(07)  COMP VALUE ZERO.
016500 77  EXCEPTION-COUNT             PIC S9(07)  COMP VALUE ZERO.
016600 77  STATUS-I                    PIC S9(03)  COMP VALUE ZERO.
016700 77  POLY-COUNT                  PIC S9(03)  COMP VALUE ZERO.
016800 77  POLY-I                      PIC S9(03)  COMP VALUE ZERO.
016900 77  POLY-MAX                    PIC S9(03)  COMP VALUE +500.
017000 77  CUS-COUNT                   PIC S9(05)  COMP VALUE ZERO.
017100 77  CUS-I                       PIC S9(05)  COMP VALUE ZERO.
017200 77  CUS-FOUND-I                 PIC S9(05)  COMP VALUE ZERO.
017300 77  CUS-MAX                     PIC S9(05)  COMP VALUE +1000.
017400 77  LINE-COUNT                  PIC S9(03)  COMP VALUE +99.
017500 77  PAGE-COUNT                  PIC S9(05)  COMP VALUE ZERO.
017600 77  CURR-SECTION                PIC 9(01)   VALUE ZERO.
017700 77  TARGET-SECTION              PIC 9(01)   VALUE ZERO.
017800 77  SECTION-LINES               PIC S9(07)  COMP VALUE ZERO.
017900 77  PERIOD-MONTHS               PIC 9(02)   VALUE 1.
018000 77  END-MONTH-NO                PIC S9(07)  COMP VALUE ZERO.
018100 77  PURCH-MONTH-NO              PIC S9(07)  COMP VALUE ZERO.
018200 77  MONTHS-TO-DATE              PIC S9(07)  COMP VALUE ZERO.
018300 77  MONTHS-TO-PRIOR             PIC S9(07)  COMP VALUE ZERO.
018400 77  DEPR-MONTHS                 PIC S9(07)  COMP VALUE ZERO.
018500 77  LEAP-QUOTIENT               PIC S9(05)  COMP VALUE ZERO.
018600 77  LEAP-REMAINDER              PIC S9(05)  COMP VALUE ZERO.
018700 01  SWITCH-AREA.
018800     05  CNTL-EOF-SW             PIC X(01)   VALUE "N".
018900         88  END-OF-CNTL                     VALUE "Y".
019000     05  POLY-EOF-SW             PIC X(01)   VALUE "N".
019100         88  END-OF-POLY                     VALUE "Y".
019200     05  EXT-EOF-SW              PIC X(01)   VALUE "N".
019300         88  END-OF-EXT                      VALUE "Y".
019400     05  SORT-EOF-SW             PIC X(01)   VALUE "N".
019500         88  END-OF-SORT                     VALUE "Y".
019600     05  CNTL-OK-SW              PIC X(01)   VALUE "Y".
019700         88  CNTL-VALID                      VALUE "Y".
019800     05  RUN-OK-SW               PIC X(01)   VALUE "N".
019900         88  RUN-OK                          VALUE "Y".
020000     05  ACTIVE-SW               PIC X(01)   VALUE "N".
020100         88  ASSET-ACTIVE                    VALUE "Y".
020200     05  POLICY-FOUND-SW         PIC X(01)   VALUE "N".
020300         88  POLICY-FOUND                    VALUE "Y".
020400     05  DATE-OK-SW              PIC X(01)   VALUE "N".
020500         88  PURCHASE-DATE-VALID             VALUE "Y".
020600     05  CUS-FULL-SW             PIC X(01)   VALUE "N".
020700         88  CUSTOMER-TABLE-FULL             VALUE "Y".
020800     05  GROUP-OPEN-SW           PIC X(01)   VALUE "N".
020900         88  GROUP-OPEN                      VALUE "Y".
021000     05  BUDGET-OPEN-SW          PIC X(01)   VALUE "N".
021100         88  BUDGET-OPEN                     VALUE "Y".
021200 01  PERIOD-AREA.
021300     05  PERIOD-END-DATE.
021400         10  PERIOD-YEAR         PIC 9(04)   VALUE ZERO.
021500         10  FILLER              PIC X(01)   VALUE "-".
021600         10  PERIOD-MONTH        PIC 9(02)   VALUE ZERO.
021700         10  FILLER              PIC X(01)   VALUE "-".
021800         10  PERIOD-DAY          PIC 9(02)   VALUE ZERO.
021900     05  MONTH-DAYS              PIC 9(02)   VALUE ZERO.
022000     05  DAYS-YEAR               PIC 9(04)   VALUE ZERO.
022100     05  DAYS-MONTH              PIC 9(02)   VALUE ZERO.
022200 01  MONTH-LENGTH-VALUES         PIC X(24)   VALUE
022300     "312831303130313130313031".
022400 01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
022500     05  MONTH-LENGTH            PIC 9(02)   OCCURS 12 TIMES.
022600 01  ACTIVE-STATUS-AREA.
022700     05  ACTIVE-STATUS           PIC X(24)   OCCURS 4 TIMES.
022800 01  POLICY-TABLE-AREA.
022900     05  POLY-ENTRY              OCCURS 500 TIMES
023000                                 INDEXED BY POLY-X.
023100         10  PTB-CATEGORY-ID     PIC X(24).
023200         10  PTB-TYPE-ID         PIC X(24).
023300         10  PTB-LIFE-MONTHS     PIC 9(04).
023400         10  PTB-SALVAGE-PCT     PIC 9(03)V99.
023500         10  PTB-METHOD          PIC X(01).
023600 01  FOUND-POLICY-AREA.
023700     05  FND-LIFE-MONTHS         PIC 9(04)   VALUE ZERO.
023800     05  FND-SALVAGE-PCT         PIC 9(03)V99  VALUE ZERO.
023900     05  FND-METHOD              PIC X(01)   VALUE SPACES.
024000*****************************************************************
024100*  CUSTOMER SUMMARY, SORTED BY CUSTOMER BEFORE PRINTING         *
024200*****************************************************************
024300 01  CUSTOMER-TABLE.
024400     05  CUS-ENTRY               OCCURS 1000 TIMES
024500                                 INDEXED BY CUS-X.
024600         10  CUS-CUSTOMER        PIC X(50).
024700         10  CUS-ASSETS          PIC S9(07)  COMP.
024800         10  CUS-COST            PIC S9(15)V99  COMP-3.
024900         10  CUS-ACCUMULATED     PIC S9(15)V99  COMP-3.
025000         10  CUS-NET-BOOK-VALUE  PIC S9(15)V99  COMP-3.
025100         10  CUS-PERIOD-EXPENSE  PIC S9(15)V99  COMP-3.
025200 01  SWAP-ENTRY                  PIC X(90).
025300 01  DEPRECIATION-WORK-AREA.
025400     05  ASSET-COST              PIC S9(13)V99  COMP-3 VALUE ZERO.
025500     05  SALVAGE-AMOUNT          PIC S9(13)V99  COMP-3 VALUE ZERO.
025600     05  DEPR-BASE               PIC S9(13)V99  COMP-3 VALUE ZERO.
025700     05  ACCUM-WORK              PIC S9(13)V99  COMP-3 VALUE ZERO.
025800     05  ACCUM-TO-DATE           PIC S9(13)V99  COMP-3 VALUE ZERO.
025900     05  ACCUM-TO-PRIOR          PIC S9(13)V99  COMP-3 VALUE ZERO.
026000     05  BOOK-WORK               PIC S9(13)V99  COMP-3 VALUE ZERO.
026100     05  DDB-RATE                PIC S9(01)V9(12)  COMP-3
026200                                             VALUE ZERO.
026300     05  DDB-FACTOR              PIC S9(01)V9(12)  COMP-3
026400                                             VALUE ZERO.
026500     05  EXC-MESSAGE             PIC X(40)   VALUE SPACES.
026600 01  REPORT-TOTAL-AREA.
026700     05  CUR-BUDGET-GROUP-ID     PIC X(24)   VALUE SPACES.
026800     05  CUR-BUDGET-ID           PIC X(24)   VALUE SPACES.
026900     05  BUDGET-TOTALS.
027000         10  BUD-ASSETS          PIC S9(07)  COMP VALUE ZERO.
027100         10  BUD-COST            PIC S9(15)V99  COMP-3
027200                                             VALUE ZERO.
027300         10  BUD-ACCUMULATED     PIC S9(15)V99  COMP-3
027400                                             VALUE ZERO.
027500         10  BUD-NET-BOOK-VALUE  PIC S9(15)V99  COMP-3
027600                                             VALUE ZERO.
027700         10  BUD-PERIOD-EXPENSE  PIC S9(15)V99  COMP-3
027800                                             VALUE ZERO.
027900     05  GROUP-TOTALS.
028000         10  GRP-ASSETS          PIC S9(07)  COMP VALUE ZERO.
028100         10  GRP-COST            PIC S9(15)V99  COMP-3
028200                                             VALUE ZERO.
028300         10  GRP-ACCUMULATED     PIC S9(15)V99  COMP-3
028400                                             VALUE ZERO.
028500         10  GRP-NET-BOOK-VALUE  PIC S9(15)V99  COMP-3
028600                                             VALUE ZERO.
028700         10  GRP-PERIOD-EXPENSE  PIC S9(15)V99  COMP-3
028800                                             VALUE ZERO.
028900     05  GRAND-TOTALS.
029000         10  GRD-COST            PIC S9(15)V99  COMP-3
029100                                             VALUE ZERO.
029200         10  GRD-ACCUMULATED     PIC S9(15)V99  COMP-3
029300                                             VALUE ZERO.
029400         10  GRD-NET-BOOK-VALUE  PIC S9(15)V99  COMP-3
029500                                             VALUE ZERO.
029600         10  GRD-PERIOD-EXPENSE  PIC S9(15)V99  COMP-3
029700                                             VALUE ZERO.
029800 01  RUN-STAMP-AREA.
029900     05  RUN-DATE-YMD            PIC 9(08).
030000     05  RUN-DATE-X REDEFINES RUN-DATE-YMD.
030100         10  RUN-YEAR            PIC X(04).
030200         10  RUN-MONTH           PIC X(02).
030300         10  RUN-DAY             PIC X(02).
030400     05  RUN-TIME-HMS            PIC 9(08).
030500     05  RUN-TIME-X REDEFINES RUN-TIME-HMS.
030600         10  RUN-HOUR            PIC X(02).
030700         10  RUN-MINUTE          PIC X(02).
030800         10  RUN-SECOND          PIC X(02).
030900         10  FILLER              PIC X(02).
031000     05  RUN-TIMESTAMP           PIC X(26).
031100 01  HEADING-LINE-1.
031200     05  FILLER                  PIC X(09)   VALUE "DEPRSCHD".
031300     05  FILLER                  PIC X(27)   VALUE SPACES.
031400     05  HDG-TITLE               PIC X(44).
031500     05  FILLER                  PIC X(05)   VALUE "RUN: ".
031600     05  HDG-RUN-STAMP           PIC X(19).
031700     05  FILLER                  PIC X(18)   VALUE SPACES.
031800     05  FILLER                  PIC X(05)   VALUE "PAGE ".
031900     05  HDG-PAGE                PIC ZZZZ9.
032000*    COLUMN HEADING OF THE SECTION BEING PRINTED
032100 01  HEADING-LINE-2              PIC X(132)  VALUE SPACES.
032200 01  SCHEDULE-TITLE              PIC X(44)   VALUE SPACES.
032300 01  SCHEDULE-HEADING.
032400     05  FILLER                  PIC X(25)   VALUE "ASSET ID".
032500     05  FILLER                  PIC X(16)   VALUE "CATEGORY".
032600     05  FILLER                  PIC X(11)   VALUE "PURCHASED".
032700     05  FILLER                  PIC X(04)   VALUE "METH".
032800     05  FILLER                  PIC X(05)   VALUE "LIFE".
032900     05  FILLER                  PIC X(14)   VALUE
033000         "          COST".
033100     05  FILLER                  PIC X(19)   VALUE
033200         "        ACCUMULATED".
033300     05  FILLER                  PIC X(19)   VALUE
033400         "     NET BOOK VALUE".
033500     05  FILLER                  PIC X(19)   VALUE
033600         "     PERIOD EXPENSE".
033650*    THE MONEY COLUMNS END WHERE THE BUDGET TOTALS END
033700 01  DETAIL-LINE.
033800     05  DTL-ASSET-ID            PIC X(24).
033900     05  FILLER                  PIC X(01)   VALUE SPACES.
034000     05  DTL-CATEGORY            PIC X(15).
034100     05  FILLER                  PIC X(01)   VALUE SPACES.
034200     05  DTL-PURCHASED           PIC X(10).
034300     05  FILLER                  PIC X(01)   VALUE SPACES.
034400     05  DTL-METHOD              PIC X(03).
034500     05  FILLER                  PIC X(01)   VALUE SPACES.
034600     05  DTL-LIFE                PIC ZZZ9.
034700     05  FILLER                  PIC X(01)   VALUE SPACES.
034800     05  DTL-COST                PIC ZZZ,ZZZ,ZZ9.99.
034900     05  FILLER                  PIC X(05)   VALUE SPACES.
035000     05  DTL-ACCUMULATED         PIC ZZZ,ZZZ,ZZ9.99.
035100     05  FILLER                  PIC X(05)   VALUE SPACES.
035200     05  DTL-NET-BOOK-VALUE      PIC ZZZ,ZZZ,ZZ9.99.
035300     05  FILLER                  PIC X(05)   VALUE SPACES.
035400     05  DTL-PERIOD-EXPENSE      PIC ZZZ,ZZZ,ZZ9.99.
035600 01  GROUP-LINE.
035700     05  FILLER                  PIC X(14)   VALUE
035800         "BUDGET GROUP: ".
035900     05  GPL-BUDGET-GROUP-ID     PIC X(24).
036000     05  FILLER                  PIC X(94)   VALUE SPACES.
036100 01  BUDGET-TOTAL-LINE.
036200     05  BTL-LABEL               PIC X(19).
036300     05  BTL-KEY                 PIC X(24).
036400     05  FILLER                  PIC X(08)   VALUE " ASSETS ".
036500     05  BTL-ASSETS              PIC ZZZZ9.
036600     05  FILLER                  PIC X(01)   VALUE SPACES.
036700     05  BTL-COST                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
036800     05  FILLER                  PIC X(01)   VALUE SPACES.
036900     05  BTL-ACCUMULATED         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
037000     05  FILLER                  PIC X(01)   VALUE SPACES.
037100     05  BTL-NET-BOOK-VALUE      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
037200     05  FILLER                  PIC X(01)   VALUE SPACES.
037300     05  BTL-PERIOD-EXPENSE      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
037500 01  EXCEPTION-HEADING.
037600     05  FILLER                  PIC X(26)   VALUE "ASSET ID".
037700     05  FILLER                  PIC X(26)   VALUE "CATEGORY".
037800     05  FILLER                  PIC X(26)   VALUE "TYPE".
037900     05  FILLER                  PIC X(12)   VALUE "PURCHASED".
038000     05  FILLER                  PIC X(42)   VALUE "EXCEPTION".
038100 01  EXCEPTION-LINE.
038200     05  EXL-ASSET-ID            PIC X(24).
038300     05  FILLER                  PIC X(02)   VALUE SPACES.
038400     05  EXL-CATEGORY            PIC X(24).
038500     05  FILLER                  PIC X(02)   VALUE SPACES.
038600     05  EXL-TYPE                PIC X(24).
038700     05  FILLER                  PIC X(02)   VALUE SPACES.
038800     05  EXL-PURCHASED           PIC X(10).
038900     05  FILLER                  PIC X(02)   VALUE SPACES.
039000     05  EXL-MESSAGE             PIC X(40).
039100     05  FILLER                  PIC X(02)   VALUE SPACES.
039200 01  CUSTOMER-HEADING.
039300     05  FILLER                  PIC X(42)   VALUE "CUSTOMER".
039400     05  FILLER                  PIC X(10)   VALUE " ASSETS".
039500     05  FILLER                  PIC X(20)   VALUE
039600         "              COST".
039700     05  FILLER                  PIC X(20)   VALUE
039800         "       ACCUMULATED".
039900     05  FILLER                  PIC X(20)   VALUE
040000         "    NET BOOK VALUE".
040100     05  FILLER                  PIC X(20)   VALUE
040200         "    PERIOD EXPENSE".
040300 01  CUSTOMER-LINE.
040400     05  CSL-CUSTOMER            PIC X(40).
040500     05  FILLER                  PIC X(02)   VALUE SPACES.
040600     05  CSL-ASSETS              PIC ZZZ,ZZ9.
040700     05  FILLER                  PIC X(03)   VALUE SPACES.
040800     05  CSL-COST                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
040900     05  FILLER                  PIC X(02)   VALUE SPACES.
041000     05  CSL-ACCUMULATED         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
041100     05  FILLER                  PIC X(02)   VALUE SPACES.
041200     05  CSL-NET-BOOK-VALUE      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
041300     05  FILLER                  PIC X(02)   VALUE SPACES.
041400     05  CSL-PERIOD-EXPENSE      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
041500     05  FILLER                  PIC X(02)   VALUE SPACES.
041600 01  NONE-LINE.
041700     05  FILLER                  PIC X(10)   VALUE SPACES.
041800     05  NONE-TEXT               PIC X(50).
041900     05  FILLER                  PIC X(72)   VALUE SPACES.
042000 01  TOTAL-LINE-1.
042100     05  FILLER                  PIC X(31)   VALUE
042200         "PERIOD END DATE  . . . . . . : ".
042300     05  TOT-PERIOD-END          PIC X(10).
042400     05  FILLER                  PIC X(91)   VALUE SPACES.
042500 01  TOTAL-LINE-2.
042600     05  FILLER                  PIC X(31)   VALUE
042700         "PERIOD LENGTH IN MONTHS  . . : ".
042800     05  TOT-PERIOD-MONTHS       PIC ZZ,ZZZ,ZZ9.
042900     05  FILLER                  PIC X(91)   VALUE SPACES.
043000 01  TOTAL-LINE-3.
043100     05  FILLER                  PIC X(31)   VALUE
043200         "EXTRACT RECORDS READ . . . . : ".
043300     05  TOT-EXTRACT             PIC ZZ,ZZZ,ZZ9.
043400     05  FILLER                  PIC X(91)   VALUE SPACES.
043500 01  TOTAL-LINE-4.
043600     05  FILLER                  PIC X(31)   VALUE
043700         "ASSETS SCHEDULED . . . . . . : ".
043800     05  TOT-SCHEDULED           PIC ZZ,ZZZ,ZZ9.
043900     05  FILLER                  PIC X(91)   VALUE SPACES.
044000 01  TOTAL-LINE-5.
044100     05  FILLER                  PIC X(31)   VALUE
044200         "  FULLY DEPRECIATED ACTIVE . : ".
044300     05  TOT-FULLY-DEPR          PIC ZZ,ZZZ,ZZ9.
044400     05  FILLER                  PIC X(91)   VALUE SPACES.
044500 01  TOTAL-LINE-6.
044600     05  FILLER                  PIC X(31)   VALUE
044700         "ZERO COST ASSETS . . . . . . : ".
044800     05  TOT-ZERO-COST           PIC ZZ,ZZZ,ZZ9.
044900     05  FILLER                  PIC X(91)   VALUE SPACES.
045000 01  TOTAL-LINE-7.
045100     05  FILLER                  PIC X(31)   VALUE
045200         "EXCEPTIONS REPORTED  . . . . : ".
045300     05  TOT-EXCEPTIONS          PIC ZZ,ZZZ,ZZ9.
045400     05  FILLER                  PIC X(91)   VALUE SPACES.
045500 01  TOTAL-LINE-8.
045600     05  FILLER                  PIC X(31)   VALUE
045700         "TOTAL COST . . . . . . . . . : ".
045800     05  TOT-COST                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
045900     05  FILLER                  PIC X(83)   VALUE SPACES.
046000 01  TOTAL-LINE-9.
046100     05  FILLER                  PIC X(31)   VALUE
046200         "TOTAL ACCUMULATED  . . . . . : ".
046300     05  TOT-ACCUMULATED         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
046400     05  FILLER                  PIC X(83)   VALUE SPACES.
046500 01  TOTAL-LINE-10.
046600     05  FILLER                  PIC X(31)   VALUE
046700         "TOTAL NET BOOK VALUE . . . . : ".
046800     05  TOT-NET-BOOK-VALUE      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
046900     05  FILLER                  PIC X(83)   VALUE SPACES.
047000 01  TOTAL-LINE-11.
047100     05  FILLER                  PIC X(31)   VALUE
047200         "TOTAL PERIOD EXPENSE . . . . : ".
047300     05  TOT-PERIOD-EXPENSE      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
047400     05  FILLER                  PIC X(83)   VALUE SPACES.
047500 PROCEDURE DIVISION.
047600*****************************************************************
047700*  0000-MAINLINE - OVERALL PROGRAM CONTROL                      *
047800*****************************************************************
047900 0000-MAINLINE.
048000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
048100     IF RUN-OK
048200         SORT SORT-FILE
048300             ON ASCENDING KEY SRT-SECTION
048400                              SRT-BUDGET-GROUP-ID
048500                              SRT-BUDGET-ID
048600                              SRT-ASSET-ID
048700             INPUT PROCEDURE IS 2000-PRICE-ASSETS
048800                            THRU 2999-EXIT
048900             OUTPUT PROCEDURE IS 3000-PRINT-SCHEDULE
049000                            THRU 3999-EXIT
049100         PERFORM 6000-PRINT-CUSTOMERS THRU 6000-EXIT.
049200     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
049300     STOP RUN.
049400*****************************************************************
049500*  1000-INITIALIZE - RUN STAMP, CONTROL CARD, POLICY LOAD       *
049600*****************************************************************
049700 1000-INITIALIZE.
049800     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD.
049900     ACCEPT RUN-TIME-HMS FROM TIME.
050000     MOVE SPACES TO RUN-TIMESTAMP.
050100     STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY "-"
050200            RUN-HOUR "." RUN-MINUTE "." RUN-SECOND
050300            ".000000"
050400            DELIMITED BY SIZE INTO RUN-TIMESTAMP.
050500     MOVE RUN-TIMESTAMP TO HDG-RUN-STAMP.
050600     MOVE "FLEET DEPRECIATION SCHEDULE" TO HDG-TITLE.
050700     OPEN OUTPUT PRINT-FILE.
050800     IF PRINT-STATUS NOT = "00"
050900         DISPLAY "DEPRSCHD - PRINT OPEN ERROR " PRINT-STATUS
051000             UPON OPER-CONSOLE
051100         MOVE 12 TO RETURN-CODE
051200         STOP RUN.
051300*    DEFAULT PERIOD END IS THE LAST DAY OF THE PREVIOUS MONTH
051400     MOVE RUN-YEAR TO PERIOD-YEAR.
051500     MOVE RUN-MONTH TO PERIOD-MONTH.
051600     IF PERIOD-MONTH = 1
051700         SUBTRACT 1 FROM PERIOD-YEAR
051800         MOVE 12 TO PERIOD-MONTH
051900     ELSE
052000         SUBTRACT 1 FROM PERIOD-MONTH.
052100     MOVE PERIOD-YEAR TO DAYS-YEAR.
052200     MOVE PERIOD-MONTH TO DAYS-MONTH.
052300     PERFORM 1300-DAYS-IN-MONTH THRU 1300-EXIT.
052400     MOVE MONTH-DAYS TO PERIOD-DAY.
052500     MOVE SPACES TO ACTIVE-STATUS-AREA.
052600     OPEN INPUT CNTL-FILE.
052700     IF CNTL-STATUS = "00"
052800         PERFORM 1100-LOAD-CONTROL THRU 1100-EXIT
052900             UNTIL END-OF-CNTL
053000         CLOSE CNTL-FILE.
053100     IF NOT CNTL-VALID
053200         DISPLAY "DEPRSCHD - UNREADABLE DEPRCNTL CARD - EXPECTED "
053300             "YYYY-MM-DD AND 01-12 MONTHS - RUN ENDED"
053400             UPON OPER-CONSOLE
053500         MOVE 12 TO RETURN-CODE
053600         GO TO 1000-EXIT.
053700     IF ACTIVE-STATUS-AREA = SPACES
053800         MOVE "ACTIVE" TO ACTIVE-STATUS (1)
053900         MOVE "Active" TO ACTIVE-STATUS (2).
054000     COMPUTE END-MONTH-NO = (PERIOD-YEAR * 12) + PERIOD-MONTH.
054100     MOVE SPACES TO SCHEDULE-TITLE.
054200     STRING "FLEET DEPRECIATION SCHEDULE THRU "
054300            PERIOD-END-DATE
054400            DELIMITED BY SIZE INTO SCHEDULE-TITLE.
054500     DISPLAY "DEPRSCHD - DEPRECIATING THROUGH " PERIOD-END-DATE
054600         " FOR " PERIOD-MONTHS " MONTH(S)" UPON OPER-CONSOLE.
054700     OPEN INPUT POLY-FILE.
054800     IF POLY-STATUS NOT = "00"
054900         DISPLAY "DEPRSCHD - POLICY FILE OPEN ERROR " POLY-STATUS
055000             UPON OPER-CONSOLE
055100         MOVE 12 TO RETURN-CODE
055200         GO TO 1000-EXIT.
055300     PERFORM 1400-LOAD-POLICY THRU 1400-EXIT
055400         UNTIL END-OF-POLY.
055500     CLOSE POLY-FILE.
055600     OPEN INPUT EXT-FILE.
055700     IF EXT-STATUS NOT = "00"
055800         DISPLAY "DEPRSCHD - ASSET EXTRACT OPEN ERROR " EXT-STATUS
055900             UPON OPER-CONSOLE
056000         MOVE 12 TO RETURN-CODE
056100         GO TO 1000-EXIT.
056200     MOVE "Y" TO RUN-OK-SW.
056300 1000-EXIT.
056400     EXIT.
056500 1100-LOAD-CONTROL.
056600     READ CNTL-FILE
056700         AT END MOVE "Y" TO CNTL-EOF-SW
056800         GO TO 1100-EXIT.
056900     IF CNTL-RECORD = SPACES
057000         GO TO 1100-EXIT.
057100     MOVE DPR-C-ACTIVE-STATUS (1) TO ACTIVE-STATUS (1).
057200     MOVE DPR-C-ACTIVE-STATUS (2) TO ACTIVE-STATUS (2).
057300     MOVE DPR-C-ACTIVE-STATUS (3) TO ACTIVE-STATUS (3).
057400     MOVE DPR-C-ACTIVE-STATUS (4) TO ACTIVE-STATUS (4).
057500     IF DPR-C-PERIOD-MONTHS NOT = SPACES
057600         AND (DPR-C-PERIOD-MONTHS-N NOT NUMERIC
057700         OR DPR-C-PERIOD-MONTHS-N < 1
057800         OR DPR-C-PERIOD-MONTHS-N > 12)
057900         MOVE "N" TO CNTL-OK-SW
058000         GO TO 1100-EXIT.
058100     IF DPR-C-PERIOD-MONTHS NOT = SPACES
058200         MOVE DPR-C-PERIOD-MONTHS-N TO PERIOD-MONTHS.
058300     IF DPR-C-PERIOD-END = SPACES
058400         GO TO 1100-EXIT.
058500     MOVE "N" TO CNTL-OK-SW.
058600     IF DPR-C-YEAR NOT NUMERIC
058700         OR DPR-C-DASH-1 NOT = "-"
058800         OR DPR-C-MONTH NOT NUMERIC
058900         OR DPR-C-DASH-2 NOT = "-"
059000         OR DPR-C-DAY NOT NUMERIC
059100         OR DPR-C-MONTH < "01"
059200         OR DPR-C-MONTH > "12"
059300         OR DPR-C-DAY < "01"
059400         GO TO 1100-EXIT.
059500     MOVE DPR-C-YEAR TO DAYS-YEAR.
059600     MOVE DPR-C-MONTH TO DAYS-MONTH.
059700     PERFORM 1300-DAYS-IN-MONTH THRU 1300-EXIT.
059800     MOVE DPR-C-DAY TO PERIOD-DAY.
059900     IF PERIOD-DAY > MONTH-DAYS
060000         GO TO 1100-EXIT.
060100     MOVE DPR-C-YEAR TO PERIOD-YEAR.
060200     MOVE DPR-C-MONTH TO PERIOD-MONTH.
060300     MOVE "Y" TO CNTL-OK-SW.
060400 1100-EXIT.
060500     EXIT.
060600*****************************************************************
060700*  1300-DAYS-IN-MONTH - LENGTH OF DAYS-MONTH IN DAYS-YEAR       *
060800*****************************************************************
060900 1300-DAYS-IN-MONTH.
061000     MOVE MONTH-LENGTH (DAYS-MONTH) TO MONTH-DAYS.
061100     IF DAYS-MONTH NOT = 2
061200         GO TO 1300-EXIT.
061300     DIVIDE DAYS-YEAR BY 4 GIVING LEAP-QUOTIENT
061400         REMAINDER LEAP-REMAINDER.
061500     IF LEAP-REMAINDER NOT = ZERO
061600         GO TO 1300-EXIT.
061700     MOVE 29 TO MONTH-DAYS.
061800     DIVIDE DAYS-YEAR BY 100 GIVING LEAP-QUOTIENT
061900         REMAINDER LEAP-REMAINDER.
062000     IF LEAP-REMAINDER NOT = ZERO
062100         GO TO 1300-EXIT.
062200     DIVIDE DAYS-YEAR BY 400 GIVING LEAP-QUOTIENT
062300         REMAINDER LEAP-REMAINDER.
062400     IF LEAP-REMAINDER NOT = ZERO
062500         MOVE 28 TO MONTH-DAYS.
062600 1300-EXIT.
062700     EXIT.
062800*    A POLICY THAT CANNOT BE APPLIED IS LEFT OUT AND ITS ASSETS
062900*    FALL TO THE EXCEPTIONS SECTION
063000 1400-LOAD-POLICY.
063100     READ POLY-FILE
063200         AT END MOVE "Y" TO POLY-EOF-SW
063300         GO TO 1400-EXIT.
063400     IF DPR-P-LIFE-MONTHS NOT NUMERIC
063500         OR DPR-P-LIFE-MONTHS = ZERO
063600         OR DPR-P-SALVAGE-PCT NOT NUMERIC
063700         OR DPR-P-SALVAGE-PCT NOT < 100
063800         OR (DPR-P-METHOD NOT = "S" AND DPR-P-METHOD NOT = "D")
063900         DISPLAY "DEPRSCHD - POLICY " DPR-P-CATEGORY-ID " "
064000             DPR-P-TYPE-ID " INVALID - IGNORED" UPON OPER-CONSOLE
064100         MOVE 8 TO RETURN-CODE
064200         GO TO 1400-EXIT.
064300     IF POLY-COUNT NOT < POLY-MAX
064400         DISPLAY "DEPRSCHD - POLICY TABLE FULL - INCREASE "
064500             "POLY-MAX" UPON OPER-CONSOLE
064600         MOVE 8 TO RETURN-CODE
064700         MOVE "Y" TO POLY-EOF-SW
064800         GO TO 1400-EXIT.
064900     ADD 1 TO POLY-COUNT.
065000     MOVE DPR-P-CATEGORY-ID TO PTB-CATEGORY-ID (POLY-COUNT).
065100     MOVE DPR-P-TYPE-ID TO PTB-TYPE-ID (POLY-COUNT).
065200     MOVE DPR-P-LIFE-MONTHS TO PTB-LIFE-MONTHS (POLY-COUNT).
065300     MOVE DPR-P-SALVAGE-PCT TO PTB-SALVAGE-PCT (POLY-COUNT).
065400     MOVE DPR-P-METHOD TO PTB-METHOD (POLY-COUNT).
065500 1400-EXIT.
065600     EXIT.
065700*****************************************************************
065800*  2000-PRICE-ASSETS - SORT INPUT PROCEDURE.  DEPRECIATES EACH  *
065900*  ASSET AND RELEASES ITS REPORT LINES                          *
066000*****************************************************************
066100 2000-PRICE-ASSETS.
066200     PERFORM 2100-PRICE-ONE-ASSET THRU 2100-EXIT
066300         UNTIL END-OF-EXT.
066400     CLOSE EXT-FILE.
066500 2999-EXIT.
066600     EXIT.
066700 2100-PRICE-ONE-ASSET.
066800     READ EXT-FILE
066900         AT END MOVE "Y" TO EXT-EOF-SW
067000         GO TO 2100-EXIT.
067100     ADD 1 TO EXT-READ-COUNT.
067200     MOVE SPACES TO SORT-RECORD.
067300     MOVE DPR-E-BUDGET-GROUP-ID TO SRT-BUDGET-GROUP-ID.
067400     MOVE DPR-E-BUDGET-ID TO SRT-BUDGET-ID.
067500     MOVE DPR-E-ASSET-ID TO SRT-ASSET-ID.
067600     MOVE DPR-E-CATEGORY-ID TO SRT-CATEGORY-ID.
067700     MOVE DPR-E-TYPE-ID TO SRT-TYPE-ID.
067800     MOVE DPR-E-PURCHASE-DATE TO SRT-PURCHASE-DATE.
067900     MOVE ZERO TO SRT-LIFE-MONTHS.
068000     MOVE DPR-E-PURCHASE-COST TO SRT-COST.
068100     MOVE ZERO TO SRT-ACCUMULATED.
068200     MOVE ZERO TO SRT-NET-BOOK-VALUE.
068300     MOVE ZERO TO SRT-PERIOD-EXPENSE.
068400     IF DPR-E-PURCHASE-COST = ZERO
068500         MOVE 3 TO SRT-SECTION
068600         ADD 1 TO ZERO-COST-COUNT
068700         RELEASE SORT-RECORD
068800         GO TO 2100-EXIT.
068900     IF DPR-E-PURCHASE-COST < ZERO
069000         MOVE "NEGATIVE PURCHASE COST" TO EXC-MESSAGE
069100         PERFORM 2800-RELEASE-EXCEPTION THRU 2800-EXIT
069200         GO TO 2100-EXIT.
069300     PERFORM 2200-EDIT-PURCHASE-DATE THRU 2200-EXIT.
069400     IF NOT PURCHASE-DATE-VALID
069500         MOVE "PURCHASE DATE MISSING OR UNREADABLE" TO EXC-MESSAGE
069600         PERFORM 2800-RELEASE-EXCEPTION THRU 2800-EXIT
069700         GO TO 2100-EXIT.
069800     PERFORM 2300-FIND-POLICY THRU 2300-EXIT.
069900     IF NOT POLICY-FOUND
070000         MOVE "NO DEPRECIATION POLICY FOR CATEGORY/TYPE"
070100             TO EXC-MESSAGE
070200         PERFORM 2800-RELEASE-EXCEPTION THRU 2800-EXIT
070300         GO TO 2100-EXIT.
070400     PERFORM 2500-DEPRECIATE THRU 2500-EXIT.
070500     MOVE 1 TO SRT-SECTION.
070600     MOVE FND-METHOD TO SRT-METHOD.
070700     MOVE FND-LIFE-MONTHS TO SRT-LIFE-MONTHS.
070800     MOVE ACCUM-TO-DATE TO SRT-ACCUMULATED.
070900     COMPUTE SRT-NET-BOOK-VALUE = ASSET-COST - ACCUM-TO-DATE.
071000     COMPUTE SRT-PERIOD-EXPENSE = ACCUM-TO-DATE - ACCUM-TO-PRIOR.
071100     RELEASE SORT-RECORD.
071200     ADD 1 TO SCHEDULED-COUNT.
071300     ADD SRT-COST TO GRD-COST.
071400     ADD SRT-ACCUMULATED TO GRD-ACCUMULATED.
071500     ADD SRT-NET-BOOK-VALUE TO GRD-NET-BOOK-VALUE.
071600     ADD SRT-PERIOD-EXPENSE TO GRD-PERIOD-EXPENSE.
071700     PERFORM 2600-POST-CUSTOMER THRU 2600-EXIT.
071800     IF ACCUM-TO-DATE NOT < DEPR-BASE
071900         PERFORM 2700-CHECK-ACTIVE THRU 2700-EXIT.
072000 2100-EXIT.
072100     EXIT.
072200 2200-EDIT-PURCHASE-DATE.
072300     MOVE "N" TO DATE-OK-SW.
072400     IF DPR-E-PURCH-YEAR NOT NUMERIC
072500         OR DPR-E-PURCH-DASH-1 NOT = "-"
072600         OR DPR-E-PURCH-MONTH NOT NUMERIC
072700         OR DPR-E-PURCH-DASH-2 NOT = "-"
072800         OR DPR-E-PURCH-DAY NOT NUMERIC
072900         OR DPR-E-PURCH-MONTH < "01"
073000         OR DPR-E-PURCH-MONTH > "12"
073100         OR DPR-E-PURCH-DAY < "01"
073200         GO TO 2200-EXIT.
073300     MOVE DPR-E-PURCH-YEAR TO DAYS-YEAR.
073400     MOVE DPR-E-PURCH-MONTH TO DAYS-MONTH.
073500     PERFORM 1300-DAYS-IN-MONTH THRU 1300-EXIT.
073600     IF DPR-E-PURCH-DAY > MONTH-DAYS
073700         GO TO 2200-EXIT.
073800     MOVE "Y" TO DATE-OK-SW.
073900 2200-EXIT.
074000     EXIT.
074100*****************************************************************
074200*  2300-FIND-POLICY - CATEGORY + TYPE, THEN CATEGORY + "*ALL".  *
074300*  RESULT IN FOUND-POLICY-AREA.                                 *
074400*****************************************************************
074500 2300-FIND-POLICY.
074600     MOVE "N" TO POLICY-FOUND-SW.
074700     IF POLY-COUNT = ZERO
074800         GO TO 2300-EXIT.
074900     PERFORM 2310-SCAN-POLICY-TYPE THRU 2310-EXIT
075000         VARYING POLY-I FROM 1 BY 1
075100         UNTIL POLY-I > POLY-COUNT
075200         OR POLICY-FOUND.
075300     IF POLICY-FOUND
075400         GO TO 2300-EXIT.
075500     PERFORM 2320-SCAN-POLICY-DEFAULT THRU 2320-EXIT
075600         VARYING POLY-I FROM 1 BY 1
075700         UNTIL POLY-I > POLY-COUNT
075800         OR POLICY-FOUND.
075900 2300-EXIT.
076000     EXIT.
076100 2310-SCAN-POLICY-TYPE.
076200     IF PTB-CATEGORY-ID (POLY-I) = DPR-E-CATEGORY-ID
076300         AND PTB-TYPE-ID (POLY-I) = DPR-E-TYPE-ID
076400         PERFORM 2330-TAKE-POLICY THRU 2330-EXIT.
076500 2310-EXIT.
076600     EXIT.
076700 2320-SCAN-POLICY-DEFAULT.
076800     IF PTB-CATEGORY-ID (POLY-I) = DPR-E-CATEGORY-ID
076900         AND PTB-TYPE-ID (POLY-I) = "*ALL"
077000         PERFORM 2330-TAKE-POLICY THRU 2330-EXIT.
077100 2320-EXIT.
077200     EXIT.
077300 2330-TAKE-POLICY.
077400     MOVE PTB-LIFE-MONTHS (POLY-I) TO FND-LIFE-MONTHS.
077500     MOVE PTB-SALVAGE-PCT (POLY-I) TO FND-SALVAGE-PCT.
077600     MOVE PTB-METHOD (POLY-I) TO FND-METHOD.
077700     MOVE "Y" TO POLICY-FOUND-SW.
077800 2330-EXIT.
077900     EXIT.
078000*****************************************************************
078100*  2500-DEPRECIATE - ACCUMULATED DEPRECIATION AT THE PERIOD END *
078200*  AND AT THE END OF THE PRIOR PERIOD.  THE MONTH OF PURCHASE   *
078300*  IS THE FIRST MONTH DEPRECIATED.                              *
078400*****************************************************************
078500 2500-DEPRECIATE.
078600     MOVE DPR-E-PURCHASE-COST TO ASSET-COST.
078700     COMPUTE SALVAGE-AMOUNT ROUNDED =
078800         ASSET-COST * FND-SALVAGE-PCT / 100.
078900     COMPUTE DEPR-BASE = ASSET-COST - SALVAGE-AMOUNT.
079000     MOVE DPR-E-PURCH-YEAR TO DAYS-YEAR.
079100     MOVE DPR-E-PURCH-MONTH TO DAYS-MONTH.
079200     COMPUTE PURCH-MONTH-NO = (DAYS-YEAR * 12) + DAYS-MONTH.
079300     COMPUTE MONTHS-TO-DATE = END-MONTH-NO - PURCH-MONTH-NO + 1.
079400     COMPUTE MONTHS-TO-PRIOR = MONTHS-TO-DATE - PERIOD-MONTHS.
079500     IF FND-METHOD = "D"
079600         COMPUTE DDB-RATE ROUNDED = 2 / FND-LIFE-MONTHS
079700         IF DDB-RATE > 1
079800             MOVE 1 TO DDB-RATE.
079900     MOVE MONTHS-TO-DATE TO DEPR-MONTHS.
080000     PERFORM 2550-ACCUMULATED THRU 2550-EXIT.
080100     MOVE ACCUM-WORK TO ACCUM-TO-DATE.
080200     MOVE MONTHS-TO-PRIOR TO DEPR-MONTHS.
080300     PERFORM 2550-ACCUMULATED THRU 2550-EXIT.
080400     MOVE ACCUM-WORK TO ACCUM-TO-PRIOR.
080500 2500-EXIT.
080600     EXIT.
080700*    ACCUMULATED DEPRECIATION AFTER DEPR-MONTHS MONTHS
080800 2550-ACCUMULATED.
080900     IF DEPR-MONTHS NOT > ZERO
081000         MOVE ZERO TO ACCUM-WORK
081100         GO TO 2550-EXIT.
081200     IF DEPR-MONTHS NOT < FND-LIFE-MONTHS
081300         MOVE DEPR-BASE TO ACCUM-WORK
081400         GO TO 2550-EXIT.
081500     IF FND-METHOD = "S"
081600         COMPUTE ACCUM-WORK ROUNDED =
081700             DEPR-BASE * DEPR-MONTHS / FND-LIFE-MONTHS
081800         GO TO 2550-EXIT.
081900     COMPUTE DDB-FACTOR ROUNDED = (1 - DDB-RATE) ** DEPR-MONTHS.
082000     COMPUTE BOOK-WORK ROUNDED = ASSET-COST * DDB-FACTOR.
082100     IF BOOK-WORK < SALVAGE-AMOUNT
082200         MOVE SALVAGE-AMOUNT TO BOOK-WORK.
082300     COMPUTE ACCUM-WORK = ASSET-COST - BOOK-WORK.
082400 2550-EXIT.
082500     EXIT.
082600*****************************************************************
082700*  2600-POST-CUSTOMER - ADD THE ASSET TO ITS CUSTOMER'S SUMMARY *
082800*****************************************************************
082900 2600-POST-CUSTOMER.
083000     MOVE ZERO TO CUS-FOUND-I.
083100     IF CUS-COUNT > ZERO
083200         PERFORM 2650-SCAN-CUSTOMER THRU 2650-EXIT
083300             VARYING CUS-I FROM 1 BY 1
083400             UNTIL CUS-I > CUS-COUNT
083500             OR CUS-FOUND-I > ZERO.
083600     IF CUS-FOUND-I = ZERO
083700         PERFORM 2660-ADD-CUSTOMER THRU 2660-EXIT.
083800     IF CUS-FOUND-I = ZERO
083900         GO TO 2600-EXIT.
084000     ADD 1 TO CUS-ASSETS (CUS-FOUND-I).
084100     ADD SRT-COST TO CUS-COST (CUS-FOUND-I).
084200     ADD SRT-ACCUMULATED TO CUS-ACCUMULATED (CUS-FOUND-I).
084300     ADD SRT-NET-BOOK-VALUE TO CUS-NET-BOOK-VALUE (CUS-FOUND-I).
084400     ADD SRT-PERIOD-EXPENSE TO CUS-PERIOD-EXPENSE (CUS-FOUND-I).
084500 2600-EXIT.
084600     EXIT.
084700 2650-SCAN-CUSTOMER.
084800     IF CUS-CUSTOMER (CUS-I) = DPR-E-CUSTOMER
084900         MOVE CUS-I TO CUS-FOUND-I.
085000 2650-EXIT.
085100     EXIT.
085200 2660-ADD-CUSTOMER.
085300     IF CUS-COUNT < CUS-MAX
085400         ADD 1 TO CUS-COUNT
085500         MOVE CUS-COUNT TO CUS-FOUND-I
085600         MOVE DPR-E-CUSTOMER TO CUS-CUSTOMER (CUS-COUNT)
085700         MOVE ZERO TO CUS-ASSETS (CUS-COUNT)
085800         MOVE ZERO TO CUS-COST (CUS-COUNT)
085900         MOVE ZERO TO CUS-ACCUMULATED (CUS-COUNT)
086000         MOVE ZERO TO CUS-NET-BOOK-VALUE (CUS-COUNT)
086100         MOVE ZERO TO CUS-PERIOD-EXPENSE (CUS-COUNT)
086200         GO TO 2660-EXIT.
086300     IF NOT CUSTOMER-TABLE-FULL
086400         DISPLAY "DEPRSCHD - CUSTOMER TABLE FULL - INCREASE "
086500             "CUS-MAX - SUMMARY INCOMPLETE" UPON OPER-CONSOLE
086600         MOVE "Y" TO CUS-FULL-SW
086700         MOVE 8 TO RETURN-CODE.
086800 2660-EXIT.
086900     EXIT.
087000*****************************************************************
087100*  2700-CHECK-ACTIVE - A FULLY DEPRECIATED ASSET WITH AN ACTIVE *
087200*  STATUSID IS LISTED AGAIN IN ITS OWN SECTION                  *
087300*****************************************************************
087400 2700-CHECK-ACTIVE.
087500     MOVE "N" TO ACTIVE-SW.
087600     PERFORM 2750-CHECK-STATUS THRU 2750-EXIT
087700         VARYING STATUS-I FROM 1 BY 1
087800         UNTIL STATUS-I > 4
087900         OR ASSET-ACTIVE.
088000     IF NOT ASSET-ACTIVE
088100         GO TO 2700-EXIT.
088200     MOVE 2 TO SRT-SECTION.
088300     RELEASE SORT-RECORD.
088400     ADD 1 TO FULLY-DEPR-COUNT.
088500 2700-EXIT.
088600     EXIT.
088700 2750-CHECK-STATUS.
088800     IF ACTIVE-STATUS (STATUS-I) NOT = SPACES
088900         AND ACTIVE-STATUS (STATUS-I) = DPR-E-STATUS-ID
089000         MOVE "Y" TO ACTIVE-SW.
089100 2750-EXIT.
089200     EXIT.
089300 2800-RELEASE-EXCEPTION.
089400     MOVE 4 TO SRT-SECTION.
089500     MOVE EXC-MESSAGE TO SRT-MESSAGE.
089600     RELEASE SORT-RECORD.
089700     ADD 1 TO EXCEPTION-COUNT.
089800 2800-EXIT.
089900     EXIT.
090000*****************************************************************
090100*  3000-PRINT-SCHEDULE - SORT OUTPUT PROCEDURE.  EVERY SECTION  *
090200*  IS STARTED IN TURN SO AN EMPTY ONE STILL PRINTS ITS PAGE.    *
090300*****************************************************************
090400 3000-PRINT-SCHEDULE.
090500     MOVE ZERO TO CURR-SECTION.
090600     PERFORM 3100-NEXT-LINE THRU 3100-EXIT
090700         UNTIL END-OF-SORT.
090800     MOVE 4 TO TARGET-SECTION.
090900     PERFORM 3200-ADVANCE-SECTION THRU 3200-EXIT
091000         UNTIL CURR-SECTION NOT < TARGET-SECTION.
091100     PERFORM 3600-END-SECTION THRU 3600-EXIT.
091200 3999-EXIT.
091300     EXIT.
091400 3100-NEXT-LINE.
091500     RETURN SORT-FILE
091600         AT END MOVE "Y" TO SORT-EOF-SW
091700         GO TO 3100-EXIT.
091800     MOVE SRT-SECTION TO TARGET-SECTION.
091900     PERFORM 3200-ADVANCE-SECTION THRU 3200-EXIT
092000         UNTIL CURR-SECTION NOT < TARGET-SECTION.
092100     ADD 1 TO SECTION-LINES.
092200     IF SRT-EXCEPTION
092300         PERFORM 3500-PRINT-EXCEPTION THRU 3500-EXIT
092400         GO TO 3100-EXIT.
092500     IF NOT SRT-SCHEDULE
092600         PERFORM 3400-PRINT-DETAIL THRU 3400-EXIT
092700         GO TO 3100-EXIT.
092800     IF GROUP-OPEN
092900         AND SRT-BUDGET-GROUP-ID NOT = CUR-BUDGET-GROUP-ID
093000         PERFORM 3700-BUDGET-TOTAL THRU 3700-EXIT
093100         PERFORM 3750-GROUP-TOTAL THRU 3750-EXIT.
093200     IF NOT GROUP-OPEN
093300         PERFORM 3800-START-GROUP THRU 3800-EXIT.
093400     IF BUDGET-OPEN
093500         AND SRT-BUDGET-ID NOT = CUR-BUDGET-ID
093600         PERFORM 3700-BUDGET-TOTAL THRU 3700-EXIT.
093700     IF NOT BUDGET-OPEN
093800         PERFORM 3850-START-BUDGET THRU 3850-EXIT.
093900     PERFORM 3400-PRINT-DETAIL THRU 3400-EXIT.
094000     ADD 1 TO BUD-ASSETS.
094100     ADD SRT-COST TO BUD-COST.
094200     ADD SRT-ACCUMULATED TO BUD-ACCUMULATED.
094300     ADD SRT-NET-BOOK-VALUE TO BUD-NET-BOOK-VALUE.
094400     ADD SRT-PERIOD-EXPENSE TO BUD-PERIOD-EXPENSE.
094500     ADD 1 TO GRP-ASSETS.
094600     ADD SRT-COST TO GRP-COST.
094700     ADD SRT-ACCUMULATED TO GRP-ACCUMULATED.
094800     ADD SRT-NET-BOOK-VALUE TO GRP-NET-BOOK-VALUE.
094900     ADD SRT-PERIOD-EXPENSE TO GRP-PERIOD-EXPENSE.
095000 3100-EXIT.
095100     EXIT.
095200 3200-ADVANCE-SECTION.
095300     PERFORM 3600-END-SECTION THRU 3600-EXIT.
095400     ADD 1 TO CURR-SECTION.
095500     MOVE ZERO TO SECTION-LINES.
095600     MOVE SCHEDULE-HEADING TO HEADING-LINE-2.
095700     EVALUATE CURR-SECTION
095800         WHEN 1
095900             MOVE SCHEDULE-TITLE TO HDG-TITLE
096000         WHEN 2
096100             MOVE "FULLY DEPRECIATED ASSETS STILL ACTIVE"
096200                 TO HDG-TITLE
096300         WHEN 3
096400             MOVE "ASSETS WITH ZERO PURCHASE COST" TO HDG-TITLE
096500         WHEN OTHER
096600             MOVE "DEPRECIATION EXCEPTIONS" TO HDG-TITLE
096700             MOVE EXCEPTION-HEADING TO HEADING-LINE-2
096800     END-EVALUATE.
096900     MOVE 99 TO LINE-COUNT.
097000 3200-EXIT.
097100     EXIT.
097200 3400-PRINT-DETAIL.
097300     MOVE SPACES TO DETAIL-LINE.
097400     MOVE SRT-ASSET-ID TO DTL-ASSET-ID.
097500     MOVE SRT-CATEGORY-ID TO DTL-CATEGORY.
097600     MOVE SRT-PURCHASE-DATE TO DTL-PURCHASED.
097700     IF SRT-METHOD = "S"
097800         MOVE "SL" TO DTL-METHOD.
097900     IF SRT-METHOD = "D"
098000         MOVE "DDB" TO DTL-METHOD.
098100     MOVE SRT-LIFE-MONTHS TO DTL-LIFE.
098200     MOVE SRT-COST TO DTL-COST.
098300     MOVE SRT-ACCUMULATED TO DTL-ACCUMULATED.
098400     MOVE SRT-NET-BOOK-VALUE TO DTL-NET-BOOK-VALUE.
098500     MOVE SRT-PERIOD-EXPENSE TO DTL-PERIOD-EXPENSE.
098600     MOVE DETAIL-LINE TO PRINT-RECORD.
098700     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
098800 3400-EXIT.
098900     EXIT.
099000 3500-PRINT-EXCEPTION.
099100     MOVE SPACES TO EXCEPTION-LINE.
099200     MOVE SRT-ASSET-ID TO EXL-ASSET-ID.
099300     MOVE SRT-CATEGORY-ID TO EXL-CATEGORY.
099400     MOVE SRT-TYPE-ID TO EXL-TYPE.
099500     MOVE SRT-PURCHASE-DATE TO EXL-PURCHASED.
099600     MOVE SRT-MESSAGE TO EXL-MESSAGE.
099700     MOVE EXCEPTION-LINE TO PRINT-RECORD.
099800     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
099900 3500-EXIT.
100000     EXIT.
100100 3600-END-SECTION.
100200     IF CURR-SECTION = ZERO
100300         GO TO 3600-EXIT.
100400     IF SECTION-LINES > ZERO
100500         AND CURR-SECTION = 1
100600         PERFORM 3700-BUDGET-TOTAL THRU 3700-EXIT
100700         PERFORM 3750-GROUP-TOTAL THRU 3750-EXIT.
100800     IF SECTION-LINES > ZERO
100900         GO TO 3600-EXIT.
101000     MOVE SPACES TO NONE-LINE.
101100     EVALUATE CURR-SECTION
101200         WHEN 1
101300             MOVE "NO ASSETS SCHEDULED" TO NONE-TEXT
101400         WHEN 2
101500             MOVE "NO FULLY DEPRECIATED ACTIVE ASSETS"
101600                 TO NONE-TEXT
101700         WHEN 3
101800             MOVE "NO ZERO COST ASSETS" TO NONE-TEXT
101900         WHEN OTHER
102000             MOVE "NO DEPRECIATION EXCEPTIONS" TO NONE-TEXT
102100     END-EVALUATE.
102200     MOVE NONE-LINE TO PRINT-RECORD.
102300     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
102400 3600-EXIT.
102500     EXIT.
102600 3700-BUDGET-TOTAL.
102700     IF NOT BUDGET-OPEN
102800         GO TO 3700-EXIT.
102900     MOVE "BUDGET TOTAL . . . " TO BTL-LABEL.
103000     MOVE CUR-BUDGET-ID TO BTL-KEY.
103100     MOVE BUD-ASSETS TO BTL-ASSETS.
103200     MOVE BUD-COST TO BTL-COST.
103300     MOVE BUD-ACCUMULATED TO BTL-ACCUMULATED.
103400     MOVE BUD-NET-BOOK-VALUE TO BTL-NET-BOOK-VALUE.
103500     MOVE BUD-PERIOD-EXPENSE TO BTL-PERIOD-EXPENSE.
103600     MOVE BUDGET-TOTAL-LINE TO PRINT-RECORD.
103700     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
103800     MOVE "N" TO BUDGET-OPEN-SW.
103900 3700-EXIT.
104000     EXIT.
104100 3750-GROUP-TOTAL.
104200     IF NOT GROUP-OPEN
104300         GO TO 3750-EXIT.
104400     MOVE "BUDGET GROUP TOTAL " TO BTL-LABEL.
104500     MOVE CUR-BUDGET-GROUP-ID TO BTL-KEY.
104600     MOVE GRP-ASSETS TO BTL-ASSETS.
104700     MOVE GRP-COST TO BTL-COST.
104800     MOVE GRP-ACCUMULATED TO BTL-ACCUMULATED.
104900     MOVE GRP-NET-BOOK-VALUE TO BTL-NET-BOOK-VALUE.
105000     MOVE GRP-PERIOD-EXPENSE TO BTL-PERIOD-EXPENSE.
105100     MOVE BUDGET-TOTAL-LINE TO PRINT-RECORD.
105200     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
105300     MOVE SPACES TO PRINT-RECORD.
105400     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
105500     MOVE "N" TO GROUP-OPEN-SW.
105600 3750-EXIT.
105700     EXIT.
105800 3800-START-GROUP.
105900     MOVE SRT-BUDGET-GROUP-ID TO CUR-BUDGET-GROUP-ID.
106000     MOVE ZERO TO GRP-ASSETS.
106100     MOVE ZERO TO GRP-COST.
106200     MOVE ZERO TO GRP-ACCUMULATED.
106300     MOVE ZERO TO GRP-NET-BOOK-VALUE.
106400     MOVE ZERO TO GRP-PERIOD-EXPENSE.
106500     MOVE "Y" TO GROUP-OPEN-SW.
106600     IF LINE-COUNT > 53
106700         MOVE 99 TO LINE-COUNT.
106800     MOVE SRT-BUDGET-GROUP-ID TO GPL-BUDGET-GROUP-ID.
106900     MOVE GROUP-LINE TO PRINT-RECORD.
107000     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
107100 3800-EXIT.
107200     EXIT.
107300 3850-START-BUDGET.
107400     MOVE SRT-BUDGET-ID TO CUR-BUDGET-ID.
107500     MOVE ZERO TO BUD-ASSETS.
107600     MOVE ZERO TO BUD-COST.
107700     MOVE ZERO TO BUD-ACCUMULATED.
107800     MOVE ZERO TO BUD-NET-BOOK-VALUE.
107900     MOVE ZERO TO BUD-PERIOD-EXPENSE.
108000     MOVE "Y" TO BUDGET-OPEN-SW.
108100 3850-EXIT.
108200     EXIT.
108300*****************************************************************
108400*  5000-PRINT-A-LINE - PRINT WITH PAGE OVERFLOW CONTROL         *
108500*****************************************************************
108600 5000-PRINT-A-LINE.
108700     IF LINE-COUNT > 56
108800         PERFORM 5100-PAGE-HEADING THRU 5100-EXIT.
108900     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
109000     ADD 1 TO LINE-COUNT.
109100 5000-EXIT.
109200     EXIT.
109300 5100-PAGE-HEADING.
109400     ADD 1 TO PAGE-COUNT.
109500     MOVE PAGE-COUNT TO HDG-PAGE.
109600     MOVE PRINT-RECORD TO DETAIL-LINE.
109700     WRITE PRINT-RECORD FROM HEADING-LINE-1
109800         AFTER ADVANCING PAGE.
109900     WRITE PRINT-RECORD FROM HEADING-LINE-2
110000         AFTER ADVANCING 2 LINES.
110100     MOVE SPACES TO PRINT-RECORD.
110200     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
110300     MOVE DETAIL-LINE TO PRINT-RECORD.
110400     MOVE 4 TO LINE-COUNT.
110500 5100-EXIT.
110600     EXIT.
110700*****************************************************************
110800*  6000-PRINT-CUSTOMERS - THE SCHEDULE SUMMARIZED BY CUSTOMER   *
110900*****************************************************************
111000 6000-PRINT-CUSTOMERS.
111100     MOVE "DEPRECIATION SUMMARY BY CUSTOMER" TO HDG-TITLE.
111200     MOVE CUSTOMER-HEADING TO HEADING-LINE-2.
111300     MOVE 99 TO LINE-COUNT.
111400     IF CUS-COUNT = ZERO
111500         MOVE SPACES TO NONE-LINE
111600         MOVE "NO ASSETS SCHEDULED" TO NONE-TEXT
111700         MOVE NONE-LINE TO PRINT-RECORD
111800         PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT
111900         GO TO 6000-EXIT.
112000     PERFORM 6100-SORT-PASS THRU 6100-EXIT
112100         VARYING CUS-I FROM 1 BY 1
112200         UNTIL CUS-I NOT < CUS-COUNT.
112300     PERFORM 6300-PRINT-ONE-CUSTOMER THRU 6300-EXIT
112400         VARYING CUS-I FROM 1 BY 1
112500         UNTIL CUS-I > CUS-COUNT.
112600 6000-EXIT.
112700     EXIT.
112800 6100-SORT-PASS.
112900     PERFORM 6200-SORT-COMPARE THRU 6200-EXIT
113000         VARYING CUS-FOUND-I FROM 1 BY 1
113100         UNTIL CUS-FOUND-I NOT < CUS-COUNT.
113200 6100-EXIT.
113300     EXIT.
113400 6200-SORT-COMPARE.
113500     IF CUS-CUSTOMER (CUS-FOUND-I) >
113600         CUS-CUSTOMER (CUS-FOUND-I + 1)
113700         MOVE CUS-ENTRY (CUS-FOUND-I) TO SWAP-ENTRY
113800         MOVE CUS-ENTRY (CUS-FOUND-I + 1)
113900             TO CUS-ENTRY (CUS-FOUND-I)
114000         MOVE SWAP-ENTRY TO CUS-ENTRY (CUS-FOUND-I + 1).
114100 6200-EXIT.
114200     EXIT.
114300 6300-PRINT-ONE-CUSTOMER.
114400     MOVE SPACES TO CUSTOMER-LINE.
114500     IF CUS-CUSTOMER (CUS-I) = SPACES
114600         MOVE "(NONE)" TO CSL-CUSTOMER
114700     ELSE
114800         MOVE CUS-CUSTOMER (CUS-I) TO CSL-CUSTOMER.
114900     MOVE CUS-ASSETS (CUS-I) TO CSL-ASSETS.
115000     MOVE CUS-COST (CUS-I) TO CSL-COST.
115100     MOVE CUS-ACCUMULATED (CUS-I) TO CSL-ACCUMULATED.
115200     MOVE CUS-NET-BOOK-VALUE (CUS-I) TO CSL-NET-BOOK-VALUE.
115300     MOVE CUS-PERIOD-EXPENSE (CUS-I) TO CSL-PERIOD-EXPENSE.
115400     MOVE CUSTOMER-LINE TO PRINT-RECORD.
115500     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
115600 6300-EXIT.
115700     EXIT.
115800*****************************************************************
115900*  9000-WRAP-UP - TOTALS AND CLOSE                              *
116000*****************************************************************
116100 9000-WRAP-UP.
116200     IF PAGE-COUNT = ZERO
116300         MOVE SPACES TO DETAIL-LINE
116400         PERFORM 5100-PAGE-HEADING THRU 5100-EXIT.
116500     MOVE PERIOD-END-DATE TO TOT-PERIOD-END.
116600     MOVE PERIOD-MONTHS TO TOT-PERIOD-MONTHS.
116700     MOVE EXT-READ-COUNT TO TOT-EXTRACT.
116800     MOVE SCHEDULED-COUNT TO TOT-SCHEDULED.
116900     MOVE FULLY-DEPR-COUNT TO TOT-FULLY-DEPR.
117000     MOVE ZERO-COST-COUNT TO TOT-ZERO-COST.
117100     MOVE EXCEPTION-COUNT TO TOT-EXCEPTIONS.
117200     MOVE GRD-COST TO TOT-COST.
117300     MOVE GRD-ACCUMULATED TO TOT-ACCUMULATED.
117400     MOVE GRD-NET-BOOK-VALUE TO TOT-NET-BOOK-VALUE.
117500     MOVE GRD-PERIOD-EXPENSE TO TOT-PERIOD-EXPENSE.
117600     MOVE SPACES TO PRINT-RECORD.
117700     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
117800     WRITE PRINT-RECORD FROM TOTAL-LINE-1
117900         AFTER ADVANCING 1 LINE.
118000     WRITE PRINT-RECORD FROM TOTAL-LINE-2
118100         AFTER ADVANCING 1 LINE.
118200     WRITE PRINT-RECORD FROM TOTAL-LINE-3
118300         AFTER ADVANCING 1 LINE.
118400     WRITE PRINT-RECORD FROM TOTAL-LINE-4
118500         AFTER ADVANCING 1 LINE.
118600     WRITE PRINT-RECORD FROM TOTAL-LINE-5
118700         AFTER ADVANCING 1 LINE.
118800     WRITE PRINT-RECORD FROM TOTAL-LINE-6
118900         AFTER ADVANCING 1 LINE.
119000     WRITE PRINT-RECORD FROM TOTAL-LINE-7
119100         AFTER ADVANCING 1 LINE.
119200     WRITE PRINT-RECORD FROM TOTAL-LINE-8
119300         AFTER ADVANCING 1 LINE.
119400     WRITE PRINT-RECORD FROM TOTAL-LINE-9
119500         AFTER ADVANCING 1 LINE.
119600     WRITE PRINT-RECORD FROM TOTAL-LINE-10
119700         AFTER ADVANCING 1 LINE.
119800     WRITE PRINT-RECORD FROM TOTAL-LINE-11
119900         AFTER ADVANCING 1 LINE.
120000     CLOSE PRINT-FILE.
120100 9000-EXIT.
120200     EXIT.
