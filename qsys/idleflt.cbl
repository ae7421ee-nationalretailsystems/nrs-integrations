000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. IDLEFLT.
000300 AUTHOR. R J MARINO.
000400 INSTALLATION. NATIONAL RETAIL SYSTEMS - NORTH BERGEN NJ.
000500 DATE-WRITTEN. OCTOBER 2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  IDLEFLT - IDLE FLEET REPORT                                  *
000900*                                                               *
001000*  THE OTHER DIRECTION FROM PNCRECON: READS THE MPGETEQ2 ASSET  *
001100*  EXTRACT (ASSETEXT) AND LISTS EVERY ASSET WITH AN ACTIVE      *
001200*  STATUSID THAT PNC HAS NOT SIGHTED FOR A SET NUMBER OF DAYS,  *
001300*  OR HAS NEVER SIGHTED AT ALL.  A SIGHTING IS A PNCPOSN        *
001400*  POSITION OR A PNCHIST RECORD WHOSE TRAILER OR CONTAINER      *
001500*  NUMBER EQUALS THE ASSETID.  SIGHTINGS AFTER THE AS-OF DATE   *
001600*  ARE IGNORED.  EACH IDLE ASSET SHOWS THE DATE OF AND DAYS     *
001700*  SINCE ITS LAST SIGHTING, AND THE CAMPUS AND PNC CUSTOMER OF  *
001800*  THAT SIGHTING.                                               *
001900*                                                               *
002000*  EXTRACT ASSETS AND SIGHTINGS GO THROUGH ONE SORT BY ASSET    *
002100*  ID, SIGHTINGS FIRST IN TIMESTAMP ORDER, SO THE LAST SIGHTING *
002200*  IS IN HAND WHEN THE ASSET ARRIVES.  ACTIVE AND IDLE COUNTS   *
002300*  ARE SUMMARIZED BY CATEGORYID, BY CUSTOMER AND BY             *
002400*  BUDGETGROUPID ON THE PAGES AFTER THE LISTING.                *
002420*                                                               *
002440*  A SIGHTING WHOSE TIMESTAMP DOES NOT CARRY A NUMERIC YEAR,    *
002460*  MONTH AND DAY IS SKIPPED AND COUNTED IN THE TOTALS.          *
002500*                                                               *
002600*  CONTROL CARD (IDLECNTL, 110 BYTES), OPTIONAL:                *
002700*     AS-OF DATE       X(10)  YYYY-MM-DD  BLANK = RUN DATE      *
002800*     IDLE DAYS        9(4)   BLANK = 30                        *
002900*     ACTIVE STATUS    X(24) OCCURS 4  STATUSID VALUES THAT     *
003000*                      COUNT AS ACTIVE.  ALL BLANK = "ACTIVE"   *
003100*                      AND "Active"                             *
003200*  A MISSING OR BLANK CARD TAKES ALL DEFAULTS.  AN UNREADABLE   *
003300*  DATE OR DAY COUNT ENDS THE RUN.                              *
003400*****************************************************************
003500*  MODIFICATION HISTORY                                         *
003600*  10/15/26  RJM  NEW PROGRAM.                                  *
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SPECIAL-NAMES.
004100     CONSOLE IS OPER-CONSOLE.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CNTL-FILE ASSIGN TO IDLECNTL
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS CNTL-STATUS.
004700     SELECT EXT-FILE ASSIGN TO ASSETEXT
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS EXT-STATUS.
005000     SELECT POSN-FILE ASSIGN TO PNCPOSN
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS POSN-STATUS.
005300     SELECT HIST-FILE ASSIGN TO PNCHIST
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS HIST-STATUS.
005600     SELECT SORT-FILE ASSIGN TO SORTWK01.
005700     SELECT PRINT-FILE ASSIGN TO QSYSPRT
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS PRINT-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  CNTL-FILE
006300     RECORD CONTAINS 110 CHARACTERS.
006400 01  CNTL-RECORD.
006500     05  IDL-C-AS-OF-DATE.
006600         10  IDL-C-YEAR          PIC X(04).
006700         10  IDL-C-DASH-1        PIC X(01).
006800         10  IDL-C-MONTH         PIC X(02).
006900         10  IDL-C-DASH-2        PIC X(01).
007000         10  IDL-C-DAY           PIC X(02).
007100     05  IDL-C-IDLE-DAYS         PIC X(04).
007200     05  IDL-C-IDLE-DAYS-N REDEFINES IDL-C-IDLE-DAYS
007300                                 PIC 9(04).
007400     05  IDL-C-ACTIVE-STATUS     PIC X(24)   OCCURS 4 TIMES.
007500 FD  EXT-FILE
007600     RECORD CONTAINS 14942 CHARACTERS.
007700 01  EXT-RECORD.
007800     05  IDL-E-ASSET-KEY         PIC S9(10).
007900     05  IDL-E-ENTITY-NAME       PIC X(50).
008000     05  IDL-E-ASSET-ID          PIC X(24).
008100     05  IDL-E-PARENT-ASSET-ID   PIC X(24).
008200     05  IDL-E-DESCRIPTION       PIC X(50).
008300     05  IDL-E-GROUP-KEY         PIC S9(10).
008400     05  IDL-E-GROUP-ID          PIC X(24).
008500     05  IDL-E-CATEGORY-ID       PIC X(24).
008600     05  IDL-E-TYPE-ID           PIC X(24).
008700     05  IDL-E-BUDGET-GROUP-ID   PIC X(24).
008800     05  IDL-E-BUDGET-ID         PIC X(24).
008900     05  IDL-E-STATUS-ID         PIC X(24).
009000     05  IDL-E-BARCODE           PIC X(50).
009100     05  IDL-E-MANUFACTURER      PIC X(24).
009200     05  IDL-E-MODEL             PIC X(32).
009300     05  IDL-E-SERIAL-NUMBER     PIC X(32).
009400     05  IDL-E-CUSTOMER          PIC X(50).
009500     05  IDL-E-CUSTOMER-KEY      PIC S9(10).
009600     05  IDL-E-PURCHASE-DATE     PIC X(10).
009700     05  IDL-E-PURCHASE-COST     PIC S9(13)V9(02)  COMP-3.
009800     05  IDL-E-MORE-CF           PIC X(01).
009900     05  IDL-E-RESUME-CF-KEY     PIC S9(10).
010000     05  IDL-E-CF-COUNT          PIC S9(03).
010100     05  IDL-E-CUSTOM-FIELDS     OCCURS 100 TIMES.
010200         10  IDL-E-CF-KEY        PIC S9(10).
010300         10  IDL-E-CF-FIELD-KEY  PIC S9(10).
010400         10  IDL-E-CF-NAME       PIC X(24).
010500         10  IDL-E-CF-VALUE      PIC X(100).
010600 FD  POSN-FILE
010700     RECORD CONTAINS 124 CHARACTERS.
010800 01  POSN-RECORD.
010900     05  IDL-P-ASSET-ID          PIC X(25).
011000     05  IDL-P-ASSET-TYPE        PIC X(01).
011100     05  IDL-P-CAMPUS            PIC X(06).
011200     05  IDL-P-YARD-CODE         PIC X(06).
011300     05  IDL-P-DOOR-NUMBER       PIC X(06).
011400     05  IDL-P-LOAD-STATUS       PIC X(25).
011500     05  IDL-P-CUSTOMER-CODE     PIC X(25).
011600     05  IDL-P-TIMESTAMP         PIC X(26).
011700     05  IDL-P-TRAILER-SCAC      PIC X(04).
011800 FD  HIST-FILE
011900     RECORD CONTAINS 198 CHARACTERS.
012000 01  HIST-RECORD.
012100     05  IDL-H-MSG-GROUP-ID      PIC X(25).
012200     05  IDL-H-CAMPUS            PIC X(06).
012300     05  IDL-H-YARD-CODE         PIC X(06).
012400     05  IDL-H-DOOR-NUMBER       PIC X(06).
012500     05  IDL-H-SITE-CODE         PIC X(25).
012600     05  IDL-H-TRAILER-NUMBER    PIC X(25).
012700     05  IDL-H-CONTAINER-NUMBER  PIC X(25).
012800     05  IDL-H-LOAD-STATUS       PIC X(25).
012900     05  IDL-H-CUSTOMER-CODE     PIC X(25).
013000     05  IDL-H-TIMESTAMP         PIC X(26).
013100     05  IDL-H-TRAILER-SCAC      PIC X(04).
013200*    ONE SORT RECORD PER SIGHTING AND PER ACTIVE ASSET.  THE
013300*    SIGHTINGS OF AN ASSET SORT AHEAD OF THE ASSET ITSELF.
013400 SD  SORT-FILE.
013500 01  SORT-RECORD.
013600     05  SRT-ASSET-ID            PIC X(25).
013700     05  SRT-RECORD-TYPE         PIC X(01).
013800         88  SRT-SIGHTING                    VALUE "1".
013900         88  SRT-ASSET                       VALUE "2".
014000     05  SRT-TIMESTAMP           PIC X(26).
014100     05  SRT-CAMPUS              PIC X(06).
014200     05  SRT-PNC-CUSTOMER        PIC X(25).
014300     05  SRT-CATEGORY-ID         PIC X(24).
014400     05  SRT-BUDGET-GROUP-ID     PIC X(24).
014500     05  SRT-CUSTOMER            PIC X(50).
014600 FD  PRINT-FILE
014700     RECORD CONTAINS 132 CHARACTERS.
014800 01  PRINT-RECORD                PIC X(132).
014900 WORKING-STORAGE SECTION.
015000 77  CNTL-STATUS                 PIC X(02)   VALUE SPACES.
015100 77  EXT-STATUS                  PIC X(02)   VALUE SPACES.
015200 77  POSN-STATUS                 PIC X(02)   VALUE SPACES.
015300 77  HIST-STATUS                 PIC X(02)   VALUE SPACES.
015400 77  PRINT-STATUS                PIC X(02)   VALUE SPACES.
015500 77  EXT-READ-COUNT              PIC S9(07)  COMP VALUE ZERO.
015600 77  POSN-READ-COUNT             PIC S9(07)  COMP VALUE ZERO.
015700 77  HIST-READ-COUNT             PIC S9(07)  COMP VALUE ZERO.
015800 77  ACTIVE-COUNT                PIC S9(07)  COMP VALUE ZERO.
015900 77  STALE-COUNT                 PIC S9(07)  COMP VALUE ZERO.
016000 77  NEVER-COUNT                 PIC S9(07)  COMP VALUE ZERO.
016050 77  BAD-DATE-COUNT              PIC S9(07)  COMP VALUE ZERO.
016100 77  STATUS-I                    PIC S9(03)  COMP VALUE ZERO.
016200 77  SUM-COUNT                   PIC S9(05)  COMP VALUE ZERO.
016300 77  SUM-I                       PIC S9(05)  COMP VALUE ZERO.
016400 77  SUM-FOUND-I                 PIC S9(05)  COMP VALUE ZERO.
016500 77  SUM-MAX                     PIC S9(05)  COMP VALUE +1500.
016600 77  LINE-COUNT                  PIC S9(03)  COMP VALUE +99.
016700 77  PAGE-COUNT                  PIC S9(05)  COMP VALUE ZERO.
016800 77  DAYS-SINCE                  PIC S9(07)  COMP VALUE ZERO.
016900 77  AS-OF-DAY-NO                PIC S9(09)  COMP VALUE ZERO.
017000 77  IDLE-DAYS                   PIC 9(04)   VALUE 30.
017100 77  LEAP-QUOTIENT               PIC S9(05)  COMP VALUE ZERO.
017200 77  LEAP-REMAINDER              PIC S9(05)  COMP VALUE ZERO.
017300 01  SWITCH-AREA.
017400     05  CNTL-EOF-SW             PIC X(01)   VALUE "N".
017500         88  END-OF-CNTL                     VALUE "Y".
017600     05  EXT-EOF-SW              PIC X(01)   VALUE "N".
017700         88  END-OF-EXT                      VALUE "Y".
017800     05  POSN-EOF-SW             PIC X(01)   VALUE "N".
017900         88  END-OF-POSN                     VALUE "Y".
018000     05  HIST-EOF-SW             PIC X(01)   VALUE "N".
018100         88  END-OF-HIST                     VALUE "Y".
018200     05  SORT-EOF-SW             PIC X(01)   VALUE "N".
018300         88  END-OF-SORT                     VALUE "Y".
018400     05  CNTL-OK-SW              PIC X(01)   VALUE "Y".
018500         88  CNTL-VALID                      VALUE "Y".
018600     05  RUN-OK-SW               PIC X(01)   VALUE "N".
018700         88  RUN-OK                          VALUE "Y".
018800     05  ACTIVE-SW               PIC X(01)   VALUE "N".
018900         88  ASSET-ACTIVE                    VALUE "Y".
019000     05  SIGHTED-SW              PIC X(01)   VALUE "N".
019100         88  ASSET-SIGHTED                   VALUE "Y".
019200     05  IDLE-SW                 PIC X(01)   VALUE "N".
019300         88  ASSET-IDLE                      VALUE "Y".
019400     05  SUM-FULL-SW             PIC X(01)   VALUE "N".
019500         88  SUMMARY-FULL                    VALUE "Y".
019600*****************************************************************
019700*  AS-OF DATE.  A SIGHTING LATER THAN THE LAST INSTANT OF THE   *
019800*  AS-OF DATE IS IGNORED.                                       *
019900*****************************************************************
020000 01  AS-OF-AREA.
020100     05  AS-OF-DATE.
020200         10  AS-OF-YEAR          PIC 9(04)   VALUE ZERO.
020300         10  FILLER              PIC X(01)   VALUE "-".
020400         10  AS-OF-MONTH         PIC 9(02)   VALUE ZERO.
020500         10  FILLER              PIC X(01)   VALUE "-".
020600         10  AS-OF-DAY           PIC 9(02)   VALUE ZERO.
020700     05  LATEST-TS               PIC X(26)   VALUE SPACES.
020800     05  MONTH-DAYS              PIC 9(02)   VALUE ZERO.
020900     05  DAYS-YEAR               PIC 9(04)   VALUE ZERO.
021000     05  DAYS-MONTH              PIC 9(02)   VALUE ZERO.
021100 01  MONTH-LENGTH-VALUES         PIC X(24)   VALUE
021200     "312831303130313130313031".
021300 01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
021400     05  MONTH-LENGTH            PIC 9(02)   OCCURS 12 TIMES.
021500 01  ACTIVE-STATUS-AREA.
021600     05  ACTIVE-STATUS           PIC X(24)   OCCURS 4 TIMES.
021700*****************************************************************
021800*  SUMMARY TABLE.  ONE ENTRY PER CATEGORY (KIND 1), CUSTOMER    *
021900*  (KIND 2) AND BUDGET GROUP (KIND 3), SORTED BY KIND AND KEY   *
022000*  BEFORE PRINTING.                                             *
022100*****************************************************************
022200 01  SUMMARY-TABLE.
022300     05  SUM-ENTRY               OCCURS 1500 TIMES
022400                                 INDEXED BY SUM-X.
022500         10  SUM-KIND            PIC X(01).
022600         10  SUM-KEY             PIC X(50).
022700         10  SUM-ACTIVE          PIC S9(07)  COMP.
022800         10  SUM-STALE           PIC S9(07)  COMP.
022900         10  SUM-NEVER           PIC S9(07)  COMP.
023000 01  SWAP-ENTRY                  PIC X(63).
023100 01  SUMMARY-SEARCH-AREA.
023200     05  SEARCH-KIND             PIC X(01)   VALUE SPACES.
023300     05  SEARCH-KEY              PIC X(50)   VALUE SPACES.
023400     05  CURR-KIND               PIC X(01)   VALUE SPACES.
023500     05  IDLE-PERCENT            PIC S9(03)  COMP VALUE ZERO.
023600 01  LAST-SIGHTING-AREA.
023700     05  CURR-ASSET-ID           PIC X(25)   VALUE HIGH-VALUES.
023800     05  LAST-TIMESTAMP          PIC X(26)   VALUE SPACES.
023900     05  LAST-CAMPUS             PIC X(06)   VALUE SPACES.
024000     05  LAST-PNC-CUSTOMER       PIC X(25)   VALUE SPACES.
024100 01  LAST-TIMESTAMP-SPLIT.
024200     05  LAST-DATE-PART          PIC X(10).
024300     05  FILLER                  PIC X(16).
024400 01  TIMESTAMP-WORK-AREA.
024500     05  TSW-TIMESTAMP.
024600         10  TSW-YEAR            PIC 9(04).
024700         10  FILLER              PIC X(01).
024800         10  TSW-MONTH           PIC 9(02).
024900         10  FILLER              PIC X(01).
025000         10  TSW-DAY             PIC 9(02).
025100         10  FILLER              PIC X(16).
025200     05  TSW-ADJ-YEAR            PIC S9(05)  COMP VALUE ZERO.
025300     05  TSW-ADJ-MONTH           PIC S9(03)  COMP VALUE ZERO.
025400     05  TSW-WORK-1              PIC S9(09)  COMP VALUE ZERO.
025500     05  TSW-WORK-2              PIC S9(09)  COMP VALUE ZERO.
025600     05  TSW-DAY-NUMBER          PIC S9(09)  COMP VALUE ZERO.
025700 01  RUN-STAMP-AREA.
025800     05  RUN-DATE-YMD            PIC 9(08).
025900     05  RUN-DATE-X REDEFINES RUN-DATE-YMD.
026000         10  RUN-YEAR            PIC X(04).
026100         10  RUN-MONTH           PIC X(02).
026200         10  RUN-DAY             PIC X(02).
026300     05  RUN-TIME-HMS            PIC 9(08).
026400     05  RUN-TIME-X REDEFINES RUN-TIME-HMS.
026500         10  RUN-HOUR            PIC X(02).
026600         10  RUN-MINUTE          PIC X(02).
026700         10  RUN-SECOND          PIC X(02).
026800         10  FILLER              PIC X(02).
026900     05  RUN-TIMESTAMP           PIC X(26).
027000 01  HEADING-LINE-1.
027100     05  FILLER                  PIC X(09)   VALUE "IDLEFLT".
027200     05  FILLER                  PIC X(27)   VALUE SPACES.
027300     05  HDG-TITLE               PIC X(44).
027400     05  FILLER                  PIC X(05)   VALUE "RUN: ".
027500     05  HDG-RUN-STAMP           PIC X(19).
027600     05  FILLER                  PIC X(18)   VALUE SPACES.
027700     05  FILLER                  PIC X(05)   VALUE "PAGE ".
027800     05  HDG-PAGE                PIC ZZZZ9.
027900*    COLUMN HEADING OF THE SECTION BEING PRINTED
028000 01  HEADING-LINE-2              PIC X(132)  VALUE SPACES.
028100 01  IDLE-HEADING.
028200     05  FILLER                  PIC X(26)   VALUE "ASSET ID".
028300     05  FILLER                  PIC X(18)   VALUE "CATEGORY".
028400     05  FILLER                  PIC X(16)   VALUE "BUDGET GROUP".
028500     05  FILLER                  PIC X(12)   VALUE "LAST SEEN".
028600     05  FILLER                  PIC X(07)   VALUE " DAYS".
028700     05  FILLER                  PIC X(08)   VALUE "CAMPUS".
028800     05  FILLER                  PIC X(22)   VALUE
028900         "LAST PNC CUSTOMER".
029000     05  FILLER                  PIC X(23)   VALUE
029100         "ASSET CUSTOMER".
029200 01  DETAIL-LINE.
029300     05  DTL-ASSET-ID            PIC X(24).
029400     05  FILLER                  PIC X(02)   VALUE SPACES.
029500     05  DTL-CATEGORY            PIC X(16).
029600     05  FILLER                  PIC X(02)   VALUE SPACES.
029700     05  DTL-BUDGET-GROUP        PIC X(14).
029800     05  FILLER                  PIC X(02)   VALUE SPACES.
029900     05  DTL-LAST-SEEN           PIC X(10).
030000     05  FILLER                  PIC X(02)   VALUE SPACES.
030100     05  DTL-DAYS                PIC ZZZZ9.
030200     05  DTL-DAYS-X REDEFINES DTL-DAYS
030300                                 PIC X(05).
030400     05  FILLER                  PIC X(02)   VALUE SPACES.
030500     05  DTL-CAMPUS              PIC X(06).
030600     05  FILLER                  PIC X(02)   VALUE SPACES.
030700     05  DTL-PNC-CUSTOMER        PIC X(20).
030800     05  FILLER                  PIC X(02)   VALUE SPACES.
030900     05  DTL-ASSET-CUSTOMER      PIC X(20).
031000     05  FILLER                  PIC X(03)   VALUE SPACES.
031100 01  SUMMARY-HEADING.
031200     05  SMH-KEY-NAME            PIC X(42).
031300     05  FILLER                  PIC X(07)   VALUE " ACTIVE".
031400     05  FILLER                  PIC X(11)   VALUE " NOT RECENT".
031500     05  FILLER                  PIC X(11)   VALUE " NEVER SEEN".
031600     05  FILLER                  PIC X(11)   VALUE " TOTAL IDLE".
031700     05  FILLER                  PIC X(07)   VALUE " % IDLE".
031800     05  FILLER                  PIC X(43)   VALUE SPACES.
031900 01  SUMMARY-LINE.
032000     05  SML-KEY                 PIC X(40).
032100     05  FILLER                  PIC X(02)   VALUE SPACES.
032200     05  SML-ACTIVE              PIC ZZZ,ZZ9.
032300     05  FILLER                  PIC X(04)   VALUE SPACES.
032400     05  SML-STALE               PIC ZZZ,ZZ9.
032500     05  FILLER                  PIC X(04)   VALUE SPACES.
032600     05  SML-NEVER               PIC ZZZ,ZZ9.
032700     05  FILLER                  PIC X(04)   VALUE SPACES.
032800     05  SML-IDLE                PIC ZZZ,ZZ9.
032900     05  FILLER                  PIC X(04)   VALUE SPACES.
033000     05  SML-PERCENT             PIC ZZ9.
033100     05  FILLER                  PIC X(43)   VALUE SPACES.
033200 01  NONE-LINE.
033300     05  FILLER                  PIC X(10)   VALUE SPACES.
033400     05  NONE-TEXT               PIC X(50).
033500     05  FILLER                  PIC X(72)   VALUE SPACES.
033600 01  TOTAL-LINE-1.
033700     05  FILLER                  PIC X(31)   VALUE
033800         "AS-OF DATE . . . . . . . . . : ".
033900     05  TOT-AS-OF               PIC X(10).
034000     05  FILLER                  PIC X(91)   VALUE SPACES.
034100 01  TOTAL-LINE-2.
034200     05  FILLER                  PIC X(31)   VALUE
034300         "IDLE AFTER DAYS  . . . . . . : ".
034400     05  TOT-IDLE-DAYS           PIC ZZ,ZZZ,ZZ9.
034500     05  FILLER                  PIC X(91)   VALUE SPACES.
034600 01  TOTAL-LINE-3.
034700     05  FILLER                  PIC X(31)   VALUE
034800         "EXTRACT RECORDS READ . . . . : ".
034900     05  TOT-EXTRACT             PIC ZZ,ZZZ,ZZ9.
035000     05  FILLER                  PIC X(91)   VALUE SPACES.
035100 01  TOTAL-LINE-4.
035200     05  FILLER                  PIC X(31)   VALUE
035300         "POSITION RECORDS READ  . . . : ".
035400     05  TOT-POSN                PIC ZZ,ZZZ,ZZ9.
035500     05  FILLER                  PIC X(91)   VALUE SPACES.
035600 01  TOTAL-LINE-5.
035700     05  FILLER                  PIC X(31)   VALUE
035800         "HISTORY RECORDS READ . . . . : ".
035900     05  TOT-HIST                PIC ZZ,ZZZ,ZZ9.
036000     05  FILLER                  PIC X(91)   VALUE SPACES.
036100 01  TOTAL-LINE-6.
036200     05  FILLER                  PIC X(31)   VALUE
036300         "ACTIVE ASSETS  . . . . . . . : ".
036400     05  TOT-ACTIVE              PIC ZZ,ZZZ,ZZ9.
036500     05  FILLER                  PIC X(91)   VALUE SPACES.
036600 01  TOTAL-LINE-7.
036700     05  FILLER                  PIC X(31)   VALUE
036800         "  NOT SIGHTED RECENTLY . . . : ".
036900     05  TOT-STALE               PIC ZZ,ZZZ,ZZ9.
037000     05  FILLER                  PIC X(91)   VALUE SPACES.
037100 01  TOTAL-LINE-8.
037200     05  FILLER                  PIC X(31)   VALUE
037300         "  NEVER SIGHTED  . . . . . . : ".
037400     05  TOT-NEVER               PIC ZZ,ZZZ,ZZ9.
037500     05  FILLER                  PIC X(91)   VALUE SPACES.
037600 01  TOTAL-LINE-9.
037700     05  FILLER                  PIC X(31)   VALUE
037800         "TOTAL IDLE ASSETS  . . . . . : ".
037900     05  TOT-IDLE                PIC ZZ,ZZZ,ZZ9.
038000     05  FILLER                  PIC X(91)   VALUE SPACES.
038010 01  TOTAL-LINE-10.
038020     05  FILLER                  PIC X(31)   VALUE
038030         "SIGHTINGS WITH BAD DATES . . : ".
038040     05  TOT-BAD-DATE            PIC ZZ,ZZZ,ZZ9.
038050     05  FILLER                  PIC X(91)   VALUE SPACES.
038100 PROCEDURE DIVISION.
038200*****************************************************************
038300*  0000-MAINLINE - OVERALL PROGRAM CONTROL                      *
038400*****************************************************************
038500 0000-MAINLINE.
038600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038700     IF RUN-OK
038800         SORT SORT-FILE
038900             ON ASCENDING KEY SRT-ASSET-ID
039000                              SRT-RECORD-TYPE
039100                              SRT-TIMESTAMP
039200             INPUT PROCEDURE IS 2000-RELEASE-RECORDS
039300                            THRU 2999-EXIT
039400             OUTPUT PROCEDURE IS 3000-CHECK-ASSETS
039500                            THRU 3999-EXIT
039600         PERFORM 6000-PRINT-SUMMARIES THRU 6000-EXIT.
039700     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
039800     STOP RUN.
039900*****************************************************************
040000*  1000-INITIALIZE - RUN STAMP, CONTROL CARD, PRINT OPEN        *
040100*****************************************************************
040200 1000-INITIALIZE.
040300     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD.
040400     ACCEPT RUN-TIME-HMS FROM TIME.
040500     MOVE SPACES TO RUN-TIMESTAMP.
040600     STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY "-"
040700            RUN-HOUR "." RUN-MINUTE "." RUN-SECOND
040800            ".000000"
040900            DELIMITED BY SIZE INTO RUN-TIMESTAMP.
041000     MOVE RUN-TIMESTAMP TO HDG-RUN-STAMP.
041100     MOVE "IDLE FLEET - ACTIVE ASSETS NOT SIGHTED" TO HDG-TITLE.
041200     OPEN OUTPUT PRINT-FILE.
041300     IF PRINT-STATUS NOT = "00"
041400         DISPLAY "IDLEFLT - PRINT OPEN ERROR " PRINT-STATUS
041500             UPON OPER-CONSOLE
041600         MOVE 12 TO RETURN-CODE
041700         STOP RUN.
041800     MOVE RUN-YEAR TO AS-OF-YEAR.
041900     MOVE RUN-MONTH TO AS-OF-MONTH.
042000     MOVE RUN-DAY TO AS-OF-DAY.
042100     MOVE SPACES TO ACTIVE-STATUS-AREA.
042200     OPEN INPUT CNTL-FILE.
042300     IF CNTL-STATUS = "00"
042400         PERFORM 1100-LOAD-CONTROL THRU 1100-EXIT
042500             UNTIL END-OF-CNTL
042600         CLOSE CNTL-FILE.
042700     IF NOT CNTL-VALID
042800         DISPLAY "IDLEFLT - UNREADABLE IDLECNTL CARD - EXPECTED "
042900             "YYYY-MM-DD AND A DAY COUNT - RUN ENDED"
043000             UPON OPER-CONSOLE
043100         MOVE 12 TO RETURN-CODE
043200         GO TO 1000-EXIT.
043300     IF ACTIVE-STATUS-AREA = SPACES
043400         MOVE "ACTIVE" TO ACTIVE-STATUS (1)
043500         MOVE "Active" TO ACTIVE-STATUS (2).
043600     MOVE AS-OF-DATE TO TSW-TIMESTAMP.
043700     PERFORM 8000-TIMESTAMP-TO-DAYS THRU 8000-EXIT.
043800     MOVE TSW-DAY-NUMBER TO AS-OF-DAY-NO.
043900     MOVE SPACES TO LATEST-TS.
044000     STRING AS-OF-DATE "-23.59.59.999999"
044100            DELIMITED BY SIZE INTO LATEST-TS.
044200     DISPLAY "IDLEFLT - IDLE AFTER " IDLE-DAYS " DAYS AS OF "
044300         AS-OF-DATE UPON OPER-CONSOLE.
044400     OPEN INPUT EXT-FILE.
044500     IF EXT-STATUS NOT = "00"
044600         DISPLAY "IDLEFLT - ASSET EXTRACT OPEN ERROR " EXT-STATUS
044700             UPON OPER-CONSOLE
044800         MOVE 12 TO RETURN-CODE
044900         GO TO 1000-EXIT.
045000     MOVE "Y" TO RUN-OK-SW.
045100 1000-EXIT.
045200     EXIT.
045300 1100-LOAD-CONTROL.
045400     READ CNTL-FILE
045500         AT END MOVE "Y" TO CNTL-EOF-SW
045600         GO TO 1100-EXIT.
045700     IF CNTL-RECORD = SPACES
045800         GO TO 1100-EXIT.
045900     MOVE IDL-C-ACTIVE-STATUS (1) TO ACTIVE-STATUS (1).
046000     MOVE IDL-C-ACTIVE-STATUS (2) TO ACTIVE-STATUS (2).
046100     MOVE IDL-C-ACTIVE-STATUS (3) TO ACTIVE-STATUS (3).
046200     MOVE IDL-C-ACTIVE-STATUS (4) TO ACTIVE-STATUS (4).
046300     IF IDL-C-IDLE-DAYS NOT = SPACES
046400         AND (IDL-C-IDLE-DAYS-N NOT NUMERIC
046500         OR IDL-C-IDLE-DAYS-N = ZERO)
046600         MOVE "N" TO CNTL-OK-SW
046700         GO TO 1100-EXIT.
046800     IF IDL-C-IDLE-DAYS NOT = SPACES
046900         MOVE IDL-C-IDLE-DAYS-N TO IDLE-DAYS.
047000     IF IDL-C-AS-OF-DATE = SPACES
047100         GO TO 1100-EXIT.
047200     MOVE "N" TO CNTL-OK-SW.
047300     IF IDL-C-YEAR NOT NUMERIC
047400         OR IDL-C-DASH-1 NOT = "-"
047500         OR IDL-C-MONTH NOT NUMERIC
047600         OR IDL-C-DASH-2 NOT = "-"
047700         OR IDL-C-DAY NOT NUMERIC
047800         OR IDL-C-MONTH < "01"
047900         OR IDL-C-MONTH > "12"
048000         OR IDL-C-DAY < "01"
048100         GO TO 1100-EXIT.
048200     MOVE IDL-C-YEAR TO DAYS-YEAR.
048300     MOVE IDL-C-MONTH TO DAYS-MONTH.
048400     PERFORM 1300-DAYS-IN-MONTH THRU 1300-EXIT.
048500     MOVE IDL-C-DAY TO AS-OF-DAY.
048600     IF AS-OF-DAY > MONTH-DAYS
048700         GO TO 1100-EXIT.
048800     MOVE IDL-C-YEAR TO AS-OF-YEAR.
048900     MOVE IDL-C-MONTH TO AS-OF-MONTH.
049000     MOVE "Y" TO CNTL-OK-SW.
049100 1100-EXIT.
049200     EXIT.
049300*****************************************************************
049400*  1300-DAYS-IN-MONTH - LENGTH OF DAYS-MONTH IN DAYS-YEAR       *
049500*****************************************************************
049600 1300-DAYS-IN-MONTH.
049700     MOVE MONTH-LENGTH (DAYS-MONTH) TO MONTH-DAYS.
049800     IF DAYS-MONTH NOT = 2
049900         GO TO 1300-EXIT.
050000     DIVIDE DAYS-YEAR BY 4 GIVING LEAP-QUOTIENT
050100         REMAINDER LEAP-REMAINDER.
050200     IF LEAP-REMAINDER NOT = ZERO
050300         GO TO 1300-EXIT.
050400     MOVE 29 TO MONTH-DAYS.
050500     DIVIDE DAYS-YEAR BY 100 GIVING LEAP-QUOTIENT
050600         REMAINDER LEAP-REMAINDER.
050700     IF LEAP-REMAINDER NOT = ZERO
050800         GO TO 1300-EXIT.
050900     DIVIDE DAYS-YEAR BY 400 GIVING LEAP-QUOTIENT
051000         REMAINDER LEAP-REMAINDER.
051100     IF LEAP-REMAINDER NOT = ZERO
051200         MOVE 28 TO MONTH-DAYS.
051300 1300-EXIT.
051400     EXIT.
051500*****************************************************************
051600*  2000-RELEASE-RECORDS - SORT INPUT PROCEDURE.  SIGHTINGS UP   *
051700*  TO THE AS-OF DATE AND THE ACTIVE ASSETS OF THE EXTRACT.      *
051800*****************************************************************
051900 2000-RELEASE-RECORDS.
052000     OPEN INPUT POSN-FILE.
052100     IF POSN-STATUS = "00"
052200         PERFORM 2100-RELEASE-POSITION THRU 2100-EXIT
052300             UNTIL END-OF-POSN
052400         CLOSE POSN-FILE
052500     ELSE
052600         DISPLAY "IDLEFLT - PNCPOSN NOT AVAILABLE - "
052700             "CURRENT POSITIONS NOT COUNTED" UPON OPER-CONSOLE
052800         MOVE 8 TO RETURN-CODE.
052900     OPEN INPUT HIST-FILE.
053000     IF HIST-STATUS = "00"
053100         PERFORM 2200-RELEASE-HISTORY THRU 2200-EXIT
053200             UNTIL END-OF-HIST
053300         CLOSE HIST-FILE
053400     ELSE
053500         DISPLAY "IDLEFLT - PNCHIST NOT AVAILABLE - "
053600             "HISTORY NOT COUNTED" UPON OPER-CONSOLE
053700         MOVE 8 TO RETURN-CODE.
053800     PERFORM 2300-RELEASE-ASSET THRU 2300-EXIT
053900         UNTIL END-OF-EXT.
054000     CLOSE EXT-FILE.
054100 2999-EXIT.
054200     EXIT.
054300 2100-RELEASE-POSITION.
054400     READ POSN-FILE
054500         AT END MOVE "Y" TO POSN-EOF-SW
054600         GO TO 2100-EXIT.
054700     ADD 1 TO POSN-READ-COUNT.
054800     IF IDL-P-ASSET-ID = SPACES
054900         OR IDL-P-TIMESTAMP > LATEST-TS
055000         GO TO 2100-EXIT.
055100     MOVE SPACES TO SORT-RECORD.
055200     MOVE IDL-P-ASSET-ID TO SRT-ASSET-ID.
055300     MOVE "1" TO SRT-RECORD-TYPE.
055400     MOVE IDL-P-TIMESTAMP TO SRT-TIMESTAMP.
055500     MOVE IDL-P-CAMPUS TO SRT-CAMPUS.
055600     MOVE IDL-P-CUSTOMER-CODE TO SRT-PNC-CUSTOMER.
055700     RELEASE SORT-RECORD.
055800 2100-EXIT.
055900     EXIT.
056000*    A HISTORY RECORD SIGHTS BOTH THE TRAILER AND THE CONTAINER
056100 2200-RELEASE-HISTORY.
056200     READ HIST-FILE
056300         AT END MOVE "Y" TO HIST-EOF-SW
056400         GO TO 2200-EXIT.
056500     ADD 1 TO HIST-READ-COUNT.
056600     IF IDL-H-TIMESTAMP > LATEST-TS
056700         GO TO 2200-EXIT.
056800     MOVE SPACES TO SORT-RECORD.
056900     MOVE "1" TO SRT-RECORD-TYPE.
057000     MOVE IDL-H-TIMESTAMP TO SRT-TIMESTAMP.
057100     MOVE IDL-H-CAMPUS TO SRT-CAMPUS.
057200     MOVE IDL-H-CUSTOMER-CODE TO SRT-PNC-CUSTOMER.
057300     IF IDL-H-TRAILER-NUMBER NOT = SPACES
057400         MOVE IDL-H-TRAILER-NUMBER TO SRT-ASSET-ID
057500         RELEASE SORT-RECORD.
057600     IF IDL-H-CONTAINER-NUMBER NOT = SPACES
057700         MOVE IDL-H-CONTAINER-NUMBER TO SRT-ASSET-ID
057800         RELEASE SORT-RECORD.
057900 2200-EXIT.
058000     EXIT.
058100 2300-RELEASE-ASSET.
058200     READ EXT-FILE
058300         AT END MOVE "Y" TO EXT-EOF-SW
058400         GO TO 2300-EXIT.
058500     ADD 1 TO EXT-READ-COUNT.
058600     MOVE "N" TO ACTIVE-SW.
058700     PERFORM 2350-CHECK-STATUS THRU 2350-EXIT
058800         VARYING STATUS-I FROM 1 BY 1
058900         UNTIL STATUS-I > 4
059000         OR ASSET-ACTIVE.
059100     IF NOT ASSET-ACTIVE
059200         GO TO 2300-EXIT.
059300     MOVE SPACES TO SORT-RECORD.
059400     MOVE IDL-E-ASSET-ID TO SRT-ASSET-ID.
059500     MOVE "2" TO SRT-RECORD-TYPE.
059600     MOVE IDL-E-CATEGORY-ID TO SRT-CATEGORY-ID.
059700     MOVE IDL-E-BUDGET-GROUP-ID TO SRT-BUDGET-GROUP-ID.
059800     MOVE IDL-E-CUSTOMER TO SRT-CUSTOMER.
059900     RELEASE SORT-RECORD.
060000 2300-EXIT.
060100     EXIT.
060200 2350-CHECK-STATUS.
060300     IF ACTIVE-STATUS (STATUS-I) NOT = SPACES
060400         AND ACTIVE-STATUS (STATUS-I) = IDL-E-STATUS-ID
060500         MOVE "Y" TO ACTIVE-SW.
060600 2350-EXIT.
060700     EXIT.
060800*****************************************************************
060900*  3000-CHECK-ASSETS - SORT OUTPUT PROCEDURE.  THE LAST         *
061000*  SIGHTING OF EACH ASSET ID IS HELD UNTIL THE ASSET ARRIVES;   *
061100*  SIGHTINGS OF IDS NOT ON THE EXTRACT ARE PNCRECON'S CONCERN.  *
061200*****************************************************************
061300 3000-CHECK-ASSETS.
061400     MOVE IDLE-HEADING TO HEADING-LINE-2.
061500     MOVE 99 TO LINE-COUNT.
061600     PERFORM 3100-NEXT-RECORD THRU 3100-EXIT
061700         UNTIL END-OF-SORT.
061800     IF STALE-COUNT = ZERO
061900         AND NEVER-COUNT = ZERO
062000         MOVE SPACES TO NONE-LINE
062100         MOVE "NO IDLE ACTIVE ASSETS" TO NONE-TEXT
062200         MOVE NONE-LINE TO PRINT-RECORD
062300         PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
062400 3999-EXIT.
062500     EXIT.
062600 3100-NEXT-RECORD.
062700     RETURN SORT-FILE
062800         AT END MOVE "Y" TO SORT-EOF-SW
062900         GO TO 3100-EXIT.
063000     IF SRT-ASSET-ID NOT = CURR-ASSET-ID
063100         MOVE SRT-ASSET-ID TO CURR-ASSET-ID
063200         MOVE "N" TO SIGHTED-SW
063300         MOVE SPACES TO LAST-TIMESTAMP
063400         MOVE SPACES TO LAST-CAMPUS
063500         MOVE SPACES TO LAST-PNC-CUSTOMER.
063510*    A SIGHTING WITH NO USABLE DATE CANNOT BE AGED - IT IS
063520*    COUNTED AND DROPPED SO AN EARLIER GOOD ONE STANDS
063530     IF SRT-SIGHTING
063540         MOVE SRT-TIMESTAMP TO TSW-TIMESTAMP
063550         IF TSW-YEAR NOT NUMERIC
063560             OR TSW-MONTH NOT NUMERIC
063570             OR TSW-DAY NOT NUMERIC
063580             ADD 1 TO BAD-DATE-COUNT
063590             GO TO 3100-EXIT.
063600*    SIGHTINGS ARRIVE IN TIMESTAMP ORDER - THE LAST ONE STANDS
063700     IF SRT-SIGHTING
063800         MOVE "Y" TO SIGHTED-SW
063900         MOVE SRT-TIMESTAMP TO LAST-TIMESTAMP
064000         MOVE SRT-CAMPUS TO LAST-CAMPUS
064100         MOVE SRT-PNC-CUSTOMER TO LAST-PNC-CUSTOMER
064200         GO TO 3100-EXIT.
064300     PERFORM 3200-CHECK-ONE-ASSET THRU 3200-EXIT.
064400 3100-EXIT.
064500     EXIT.
064600 3200-CHECK-ONE-ASSET.
064700     ADD 1 TO ACTIVE-COUNT.
064800     MOVE "N" TO IDLE-SW.
064900     MOVE ZERO TO DAYS-SINCE.
065000     IF NOT ASSET-SIGHTED
065100         MOVE "Y" TO IDLE-SW
065200         ADD 1 TO NEVER-COUNT
065300     ELSE
065400         MOVE LAST-TIMESTAMP TO TSW-TIMESTAMP
065500         PERFORM 8000-TIMESTAMP-TO-DAYS THRU 8000-EXIT
065600         COMPUTE DAYS-SINCE = AS-OF-DAY-NO - TSW-DAY-NUMBER
065700         IF DAYS-SINCE NOT < IDLE-DAYS
065800             MOVE "Y" TO IDLE-SW
065900             ADD 1 TO STALE-COUNT.
066000     MOVE "1" TO SEARCH-KIND.
066100     MOVE SRT-CATEGORY-ID TO SEARCH-KEY.
066200     PERFORM 4000-POST-SUMMARY THRU 4000-EXIT.
066300     MOVE "2" TO SEARCH-KIND.
066400     MOVE SRT-CUSTOMER TO SEARCH-KEY.
066500     PERFORM 4000-POST-SUMMARY THRU 4000-EXIT.
066600     MOVE "3" TO SEARCH-KIND.
066700     MOVE SRT-BUDGET-GROUP-ID TO SEARCH-KEY.
066800     PERFORM 4000-POST-SUMMARY THRU 4000-EXIT.
066900     IF ASSET-IDLE
067000         PERFORM 3300-PRINT-IDLE THRU 3300-EXIT.
067100 3200-EXIT.
067200     EXIT.
067300 3300-PRINT-IDLE.
067400     MOVE SPACES TO DETAIL-LINE.
067500     MOVE SRT-ASSET-ID TO DTL-ASSET-ID.
067600     MOVE SRT-CATEGORY-ID TO DTL-CATEGORY.
067700     MOVE SRT-BUDGET-GROUP-ID TO DTL-BUDGET-GROUP.
067800     MOVE SRT-CUSTOMER TO DTL-ASSET-CUSTOMER.
067900     IF ASSET-SIGHTED
068000         MOVE LAST-TIMESTAMP TO LAST-TIMESTAMP-SPLIT
068100         MOVE LAST-DATE-PART TO DTL-LAST-SEEN
068200         MOVE DAYS-SINCE TO DTL-DAYS
068300         MOVE LAST-CAMPUS TO DTL-CAMPUS
068400         MOVE LAST-PNC-CUSTOMER TO DTL-PNC-CUSTOMER
068500     ELSE
068600         MOVE "NEVER" TO DTL-LAST-SEEN
068700         MOVE SPACES TO DTL-DAYS-X.
068800     MOVE DETAIL-LINE TO PRINT-RECORD.
068900     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
069000 3300-EXIT.
069100     EXIT.
069200*****************************************************************
069300*  4000-POST-SUMMARY - COUNT THE ASSET UNDER SEARCH-KIND AND    *
069400*  SEARCH-KEY, ADDING THE ENTRY IF IT IS NEW                    *
069500*****************************************************************
069600 4000-POST-SUMMARY.
069700     MOVE ZERO TO SUM-FOUND-I.
069800     IF SUM-COUNT > ZERO
069900         PERFORM 4050-SCAN-SUMMARY THRU 4050-EXIT
070000             VARYING SUM-I FROM 1 BY 1
070100             UNTIL SUM-I > SUM-COUNT
070200             OR SUM-FOUND-I > ZERO.
070300     IF SUM-FOUND-I = ZERO
070400         PERFORM 4100-ADD-SUMMARY THRU 4100-EXIT.
070500     IF SUM-FOUND-I = ZERO
070600         GO TO 4000-EXIT.
070700     ADD 1 TO SUM-ACTIVE (SUM-FOUND-I).
070800     IF NOT ASSET-IDLE
070900         GO TO 4000-EXIT.
071000     IF ASSET-SIGHTED
071100         ADD 1 TO SUM-STALE (SUM-FOUND-I)
071200     ELSE
071300         ADD 1 TO SUM-NEVER (SUM-FOUND-I).
071400 4000-EXIT.
071500     EXIT.
071600 4050-SCAN-SUMMARY.
071700     IF SUM-KIND (SUM-I) = SEARCH-KIND
071800         AND SUM-KEY (SUM-I) = SEARCH-KEY
071900         MOVE SUM-I TO SUM-FOUND-I.
072000 4050-EXIT.
072100     EXIT.
072200 4100-ADD-SUMMARY.
072300     IF SUM-COUNT < SUM-MAX
072400         ADD 1 TO SUM-COUNT
072500         MOVE SUM-COUNT TO SUM-FOUND-I
072600         MOVE SEARCH-KIND TO SUM-KIND (SUM-COUNT)
072700         MOVE SEARCH-KEY TO SUM-KEY (SUM-COUNT)
072800         MOVE ZERO TO SUM-ACTIVE (SUM-COUNT)
072900         MOVE ZERO TO SUM-STALE (SUM-COUNT)
073000         MOVE ZERO TO SUM-NEVER (SUM-COUNT)
073100         GO TO 4100-EXIT.
073200     IF NOT SUMMARY-FULL
073300         DISPLAY "IDLEFLT - SUMMARY TABLE FULL - INCREASE "
073400             "SUM-MAX - SUMMARIES INCOMPLETE" UPON OPER-CONSOLE
073500         MOVE "Y" TO SUM-FULL-SW
073600         MOVE 8 TO RETURN-CODE.
073700 4100-EXIT.
073800     EXIT.
073900*****************************************************************
074000*  5000-PRINT-A-LINE - PRINT WITH PAGE OVERFLOW CONTROL         *
074100*****************************************************************
074200 5000-PRINT-A-LINE.
074300     IF LINE-COUNT > 56
074400         PERFORM 5100-PAGE-HEADING THRU 5100-EXIT.
074500     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
074600     ADD 1 TO LINE-COUNT.
074700 5000-EXIT.
074800     EXIT.
074900 5100-PAGE-HEADING.
075000     ADD 1 TO PAGE-COUNT.
075100     MOVE PAGE-COUNT TO HDG-PAGE.
075200     MOVE PRINT-RECORD TO DETAIL-LINE.
075300     WRITE PRINT-RECORD FROM HEADING-LINE-1
075400         AFTER ADVANCING PAGE.
075500     WRITE PRINT-RECORD FROM HEADING-LINE-2
075600         AFTER ADVANCING 2 LINES.
075700     MOVE SPACES TO PRINT-RECORD.
075800     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
075900     MOVE DETAIL-LINE TO PRINT-RECORD.
076000     MOVE 4 TO LINE-COUNT.
076100 5100-EXIT.
076200     EXIT.
076300*****************************************************************
076400*  6000-PRINT-SUMMARIES - CATEGORY, CUSTOMER AND BUDGET GROUP   *
076500*  SUMMARIES, EACH STARTING A NEW PAGE                          *
076600*****************************************************************
076700 6000-PRINT-SUMMARIES.
076800     IF SUM-COUNT = ZERO
076900         GO TO 6000-EXIT.
077000     PERFORM 6100-SORT-PASS THRU 6100-EXIT
077100         VARYING SUM-I FROM 1 BY 1
077200         UNTIL SUM-I NOT < SUM-COUNT.
077300     MOVE SPACES TO CURR-KIND.
077400     PERFORM 6300-PRINT-ONE-SUMMARY THRU 6300-EXIT
077500         VARYING SUM-I FROM 1 BY 1
077600         UNTIL SUM-I > SUM-COUNT.
077700 6000-EXIT.
077800     EXIT.
077900 6100-SORT-PASS.
078000     PERFORM 6200-SORT-COMPARE THRU 6200-EXIT
078100         VARYING SUM-FOUND-I FROM 1 BY 1
078200         UNTIL SUM-FOUND-I NOT < SUM-COUNT.
078300 6100-EXIT.
078400     EXIT.
078500 6200-SORT-COMPARE.
078600     IF SUM-KIND (SUM-FOUND-I) > SUM-KIND (SUM-FOUND-I + 1)
078700         OR (SUM-KIND (SUM-FOUND-I) = SUM-KIND (SUM-FOUND-I + 1)
078800         AND SUM-KEY (SUM-FOUND-I) > SUM-KEY (SUM-FOUND-I + 1))
078900         MOVE SUM-ENTRY (SUM-FOUND-I) TO SWAP-ENTRY
079000         MOVE SUM-ENTRY (SUM-FOUND-I + 1)
079100             TO SUM-ENTRY (SUM-FOUND-I)
079200         MOVE SWAP-ENTRY TO SUM-ENTRY (SUM-FOUND-I + 1).
079300 6200-EXIT.
079400     EXIT.
079500 6300-PRINT-ONE-SUMMARY.
079600     IF SUM-KIND (SUM-I) NOT = CURR-KIND
079700         MOVE SUM-KIND (SUM-I) TO CURR-KIND
079800         PERFORM 6400-START-SUMMARY THRU 6400-EXIT.
079900     MOVE SPACES TO SUMMARY-LINE.
080000     IF SUM-KEY (SUM-I) = SPACES
080100         MOVE "(NONE)" TO SML-KEY
080200     ELSE
080300         MOVE SUM-KEY (SUM-I) TO SML-KEY.
080400     MOVE SUM-ACTIVE (SUM-I) TO SML-ACTIVE.
080500     MOVE SUM-STALE (SUM-I) TO SML-STALE.
080600     MOVE SUM-NEVER (SUM-I) TO SML-NEVER.
080700     COMPUTE SML-IDLE = SUM-STALE (SUM-I) + SUM-NEVER (SUM-I).
080800     COMPUTE IDLE-PERCENT ROUNDED =
080900         ((SUM-STALE (SUM-I) + SUM-NEVER (SUM-I)) * 100)
081000         / SUM-ACTIVE (SUM-I).
081100     MOVE IDLE-PERCENT TO SML-PERCENT.
081200     MOVE SUMMARY-LINE TO PRINT-RECORD.
081300     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
081400 6300-EXIT.
081500     EXIT.
081600 6400-START-SUMMARY.
081700     EVALUATE CURR-KIND
081800         WHEN "1"
081900             MOVE "IDLE FLEET SUMMARY BY CATEGORY" TO HDG-TITLE
082000             MOVE "CATEGORY ID" TO SMH-KEY-NAME
082100         WHEN "2"
082200             MOVE "IDLE FLEET SUMMARY BY CUSTOMER" TO HDG-TITLE
082300             MOVE "CUSTOMER" TO SMH-KEY-NAME
082400         WHEN OTHER
082500             MOVE "IDLE FLEET SUMMARY BY BUDGET GROUP"
082600                 TO HDG-TITLE
082700             MOVE "BUDGET GROUP ID" TO SMH-KEY-NAME
082800     END-EVALUATE.
082900     MOVE SUMMARY-HEADING TO HEADING-LINE-2.
083000     MOVE 99 TO LINE-COUNT.
083100 6400-EXIT.
083200     EXIT.
083300*****************************************************************
083400*  8000-TIMESTAMP-TO-DAYS - CONVERT THE DATE PORTION OF THE     *
083500*  TIMESTAMP IN TSW-TIMESTAMP TO A SERIAL DAY NUMBER SO THAT    *
083600*  ELAPSED DAYS CAN BE COMPUTED ACROSS MONTH AND YEAR ENDS.     *
083700*****************************************************************
083800 8000-TIMESTAMP-TO-DAYS.
083900     IF TSW-MONTH > 2
084000         MOVE TSW-YEAR TO TSW-ADJ-YEAR
084100         COMPUTE TSW-ADJ-MONTH = TSW-MONTH + 1
084200     ELSE
084300         COMPUTE TSW-ADJ-YEAR = TSW-YEAR - 1
084400         COMPUTE TSW-ADJ-MONTH = TSW-MONTH + 13.
084500     COMPUTE TSW-WORK-1 = (1461 * TSW-ADJ-YEAR) / 4.
084600     COMPUTE TSW-WORK-2 = (153 * TSW-ADJ-MONTH) / 5.
084700     COMPUTE TSW-DAY-NUMBER =
084800         TSW-WORK-1 + TSW-WORK-2 + TSW-DAY - 621049.
084900 8000-EXIT.
085000     EXIT.
085100*****************************************************************
085200*  9000-WRAP-UP - TOTALS AND CLOSE                              *
085300*****************************************************************
085400 9000-WRAP-UP.
085500     IF PAGE-COUNT = ZERO
085600         MOVE SPACES TO DETAIL-LINE
085700         PERFORM 5100-PAGE-HEADING THRU 5100-EXIT.
085800     MOVE AS-OF-DATE TO TOT-AS-OF.
085900     MOVE IDLE-DAYS TO TOT-IDLE-DAYS.
086000     MOVE EXT-READ-COUNT TO TOT-EXTRACT.
086100     MOVE POSN-READ-COUNT TO TOT-POSN.
086200     MOVE HIST-READ-COUNT TO TOT-HIST.
086300     MOVE ACTIVE-COUNT TO TOT-ACTIVE.
086400     MOVE STALE-COUNT TO TOT-STALE.
086500     MOVE NEVER-COUNT TO TOT-NEVER.
086550     MOVE BAD-DATE-COUNT TO TOT-BAD-DATE.
086600     COMPUTE TOT-IDLE = STALE-COUNT + NEVER-COUNT.
086700     MOVE SPACES TO PRINT-RECORD.
086800     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
086900     WRITE PRINT-RECORD FROM TOTAL-LINE-1
087000         AFTER ADVANCING 1 LINE.
087100     WRITE PRINT-RECORD FROM TOTAL-LINE-2
087200         AFTER ADVANCING 1 LINE.
087300     WRITE PRINT-RECORD FROM TOTAL-LINE-3
087400         AFTER ADVANCING 1 LINE.
087500     WRITE PRINT-RECORD FROM TOTAL-LINE-4
087600         AFTER ADVANCING 1 LINE.
087700     WRITE PRINT-RECORD FROM TOTAL-LINE-5
087800         AFTER ADVANCING 1 LINE.
087900     WRITE PRINT-RECORD FROM TOTAL-LINE-6
088000         AFTER ADVANCING 1 LINE.
088100     WRITE PRINT-RECORD FROM TOTAL-LINE-7
088200         AFTER ADVANCING 1 LINE.
088300     WRITE PRINT-RECORD FROM TOTAL-LINE-8
088400         AFTER ADVANCING 1 LINE.
088500     WRITE PRINT-RECORD FROM TOTAL-LINE-9
088600         AFTER ADVANCING 1 LINE.
088620     WRITE PRINT-RECORD FROM TOTAL-LINE-10
088640         AFTER ADVANCING 1 LINE.
088700     CLOSE PRINT-FILE.
088800 9000-EXIT.
088900     EXIT.
