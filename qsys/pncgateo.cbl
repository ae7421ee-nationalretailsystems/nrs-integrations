000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PNCGATEO.
000300 AUTHOR. R J MARINO.
000400 INSTALLATION. NATIONAL RETAIL SYSTEMS - NORTH BERGEN NJ.
000500 DATE-WRITTEN. OCTOBER 2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  PNCGATEO - GATE-OUT DEPARTURE PROCESSOR                      *
000900*                                                               *
001000*  APPLIES THE GATE SYSTEM'S GATE-OUT FEED (PNCGATEI) TO THE    *
001100*  CURRENT-POSITION MASTER (PNCPOSN).  FOR EVERY ASSET THAT     *
001200*  DROVE OUT OF A CAMPUS:                                       *
001300*    - THE POSITION IS CLOSED (DROPPED FROM PNCPOSN), SO THE    *
001400*      ASSET LEAVES PNCINVQ, DWELLRPT AND THE PNCUPD2P DOOR     *
001500*      CONFLICT CHECK,                                          *
001600*    - A DEPARTURE RECORD IS APPENDED TO PNCHIST IN THE NORMAL  *
001700*      HISTORY LAYOUT WITH LOAD STATUS "DEPARTED" AND BLANK     *
001800*      YARD AND DOOR, WHICH YARDUTIL, APPTMTCH AND THE          *
001900*      PNCUPD2P POSITION REBUILD RECOGNIZE AS A GATE-OUT,       *
002000*    - EVERY DETENTION STILL OPEN ON PNCDETN FOR THE ASSET IS   *
002100*      STOPPED WITH AN "E" EVENT AT THE GATE-OUT TIME, SO       *
002200*      DETNBILL NO LONGER BILLS IT THROUGH THE RUN DATE,        *
002300*    - A "DEPARTED" TRANSITION IS PUBLISHED TO EVERY PNCSUBSC   *
002400*      SUBSCRIBER WHOSE FILTERS MATCH, THE SAME WAY PNCUPD2P    *
002500*      PUBLISHES LOAD STATUS CHANGES.                           *
002600*  GATE-OUTS THAT CANNOT BE APPLIED - NO POSITION ON FILE,      *
002700*  POSITION AT ANOTHER CAMPUS, OR OLDER THAN THE LATEST PNC     *
002800*  SIGHTING - ARE LISTED ON THE EXCEPTIONS REPORT AND CHANGE    *
002900*  NOTHING.                                                     *
003000*                                                               *
003100*  PNCPOSN IS REWRITTEN AT END OF RUN, SO THIS STEP RUNS IN     *
003200*  THE YARD JOB STREAM BEFORE OR AFTER PNCUPD2P, NEVER          *
003300*  ALONGSIDE IT.  A MISSING OR UNREADABLE POSITION MASTER ENDS  *
003400*  THE RUN WITH RC 12 - REWRITING AN EMPTY MASTER WOULD STOP    *
003500*  PNCUPD2P FROM REBUILDING IT FROM PNCHIST.                    *
003505*  A PNCUPD2P RUN AWAITING ITS RESTART WOULD RESTORE PNCPOSN    *
003510*  FROM ITS CHECKPOINT AND UNDO THE GATE-OUTS, SO WHILE THE     *
003515*  NEWEST COMPLETE UPD2CKP1/2 CHECKPOINT IS STILL ACTIVE THE    *
003520*  RUN ENDS RC 12 AND WRITES NOTHING.  RUN IT AGAIN ONCE THE    *
003525*  RESTART HAS COMPLETED.  A PNC SIGHTING STILL QUEUED FOR A    *
003530*  DEPARTED UNIT IS REJECTED BY PNCUPD2P WHEN IT IS STAMPED AT  *
003535*  OR BEFORE THE GATE-OUT, SO IT CANNOT PUT THE UNIT BACK.      *
003540*  A WRITE ERROR ON PNCHIST OR PNCDETN STOPS THE RUN (RC 12)    *
003545*  WITH THAT UNIT STILL ON PNCPOSN, SO A RERUN OF THE FEED      *
003550*  COMPLETES ITS GATE-OUT; THE UNITS ALREADY APPLIED COME UP    *
003555*  AS "NO POSITION ON FILE FOR ASSET" EXCEPTIONS.               *
003600*                                                               *
003700*  GATE-OUT RECORD (PNCGATEI, 111 BYTES):                       *
003800*     GATE TRANSACTION ID X(25)                                 *
003900*     CAMPUS              X(6)                                  *
004000*     TRAILER SCAC        X(4)                                  *
004100*     TRAILER NUMBER      X(25)                                 *
004200*     CONTAINER NUMBER    X(25)                                 *
004300*     GATE TIMESTAMP      X(26)                                 *
004400*  THE ASSET NUMBER IS THE TRAILER NUMBER WHEN PRESENT,         *
004500*  OTHERWISE THE CONTAINER NUMBER - THE PNCUPD2P RULE.          *
004600*****************************************************************
004700*  MODIFICATION HISTORY                                         *
004800*  10/15/26  RJM  NEW PROGRAM.                                  *
004820*  10/15/26  RJM  CARRY THE TRAILER SCAC ON THE PNCHIST         *
004840*                 (NOW 198 BYTES) AND PNCPOSN (NOW 124 BYTES)   *
004850*                 RECORDS.                                      *
004860*  10/15/26  RJM  PUBLISH TO THE QUEUE EACH SUBSCRIBER IS ROUTED *
004870*                 TO ON PNCROUTE (POOL PNCEVT01-16) IN PLACE OF *
004880*                 THE QUEUE DIGIT - PNCSUBSC NOW 97 BYTES WITH  *
004890*                 A STATUS, ONE EVENT PER SUBSCRIBER.           *
004900*****************************************************************
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SPECIAL-NAMES.
005300     CONSOLE IS OPER-CONSOLE.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT GATE-FILE ASSIGN TO PNCGATEI
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS GATE-STATUS.
005900     SELECT POSN-FILE ASSIGN TO PNCPOSN
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS POSN-STATUS.
006200     SELECT HIST-FILE ASSIGN TO PNCHIST
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS HIST-STATUS.
006500     SELECT DETN-FILE ASSIGN TO PNCDETN
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS DETN-STATUS.
006800     SELECT SUBS-FILE ASSIGN TO PNCSUBSC
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS SUBS-STATUS.
007020     SELECT EVT1-FILE ASSIGN TO PNCEVT01
007040         ORGANIZATION IS SEQUENTIAL
007060         FILE STATUS IS EVT-STATUS.
007080     SELECT EVT2-FILE ASSIGN TO PNCEVT02
007100         ORGANIZATION IS SEQUENTIAL
007120         FILE STATUS IS EVT-STATUS.
007140     SELECT EVT3-FILE ASSIGN TO PNCEVT03
007160         ORGANIZATION IS SEQUENTIAL
007180         FILE STATUS IS EVT-STATUS.
007200     SELECT EVT4-FILE ASSIGN TO PNCEVT04
007220         ORGANIZATION IS SEQUENTIAL
007240         FILE STATUS IS EVT-STATUS.
007260     SELECT EVT5-FILE ASSIGN TO PNCEVT05
007280         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS EVT-STATUS.
007320     SELECT EVT6-FILE ASSIGN TO PNCEVT06
007340         ORGANIZATION IS SEQUENTIAL
007360         FILE STATUS IS EVT-STATUS.
007380     SELECT EVT7-FILE ASSIGN TO PNCEVT07
007400         ORGANIZATION IS SEQUENTIAL
007420         FILE STATUS IS EVT-STATUS.
007440     SELECT EVT8-FILE ASSIGN TO PNCEVT08
007460         ORGANIZATION IS SEQUENTIAL
007480         FILE STATUS IS EVT-STATUS.
007500     SELECT EVT9-FILE ASSIGN TO PNCEVT09
007520         ORGANIZATION IS SEQUENTIAL
007540         FILE STATUS IS EVT-STATUS.
007560     SELECT EVT10-FILE ASSIGN TO PNCEVT10
007580         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS EVT-STATUS.
007620     SELECT EVT11-FILE ASSIGN TO PNCEVT11
007640         ORGANIZATION IS SEQUENTIAL
007660         FILE STATUS IS EVT-STATUS.
007680     SELECT EVT12-FILE ASSIGN TO PNCEVT12
007700         ORGANIZATION IS SEQUENTIAL
007720         FILE STATUS IS EVT-STATUS.
007740     SELECT EVT13-FILE ASSIGN TO PNCEVT13
007760         ORGANIZATION IS SEQUENTIAL
007780         FILE STATUS IS EVT-STATUS.
007800     SELECT EVT14-FILE ASSIGN TO PNCEVT14
007820         ORGANIZATION IS SEQUENTIAL
007840         FILE STATUS IS EVT-STATUS.
007860     SELECT EVT15-FILE ASSIGN TO PNCEVT15
007880         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS EVT-STATUS.
007920     SELECT EVT16-FILE ASSIGN TO PNCEVT16
007940         ORGANIZATION IS SEQUENTIAL
007960         FILE STATUS IS EVT-STATUS.
007980     SELECT ROUTE-FILE ASSIGN TO PNCROUTE
008000         ORGANIZATION IS SEQUENTIAL
008020         FILE STATUS IS ROUTE-STATUS.
008040     SELECT CKP1-FILE ASSIGN TO UPD2CKP1
008060         ORGANIZATION IS SEQUENTIAL
008080         FILE STATUS IS CKPT-STATUS.
008100     SELECT CKP2-FILE ASSIGN TO UPD2CKP2
008120         ORGANIZATION IS SEQUENTIAL
008140         FILE STATUS IS CKPT-STATUS.
008300     SELECT PRINT-FILE ASSIGN TO QSYSPRT
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS PRINT-STATUS.
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  GATE-FILE
008900     RECORD CONTAINS 111 CHARACTERS.
009000 01  GATE-RECORD.
009100     05  GTO-I-GATE-TRANS-ID     PIC X(25).
009200     05  GTO-I-CAMPUS            PIC X(06).
009300     05  GTO-I-TRAILER-SCAC      PIC X(04).
009400     05  GTO-I-TRAILER-NUMBER    PIC X(25).
009500     05  GTO-I-CONTAINER-NUMBER  PIC X(25).
009600     05  GTO-I-GATE-TIMESTAMP    PIC X(26).
009700 FD  POSN-FILE
009800     RECORD CONTAINS 124 CHARACTERS.
009900 01  POSN-RECORD.
010000     05  GTO-P-ASSET-ID          PIC X(25).
010100     05  GTO-P-ASSET-TYPE        PIC X(01).
010200     05  GTO-P-CAMPUS            PIC X(06).
010300     05  GTO-P-YARD-CODE         PIC X(06).
010400     05  GTO-P-DOOR-NUMBER       PIC X(06).
010500     05  GTO-P-LOAD-STATUS       PIC X(25).
010600     05  GTO-P-CUSTOMER-CODE     PIC X(25).
010700     05  GTO-P-TIMESTAMP         PIC X(26).
010750     05  GTO-P-TRAILER-SCAC      PIC X(04).
010800 FD  HIST-FILE
010900     RECORD CONTAINS 198 CHARACTERS.
011000 01  HIST-RECORD.
011100     05  GTO-H-MSG-GROUP-ID      PIC X(25).
011200     05  GTO-H-CAMPUS            PIC X(06).
011300     05  GTO-H-YARD-CODE         PIC X(06).
011400     05  GTO-H-DOOR-NUMBER       PIC X(06).
011500     05  GTO-H-SITE-CODE         PIC X(25).
011600     05  GTO-H-TRAILER-NUMBER    PIC X(25).
011700     05  GTO-H-CONTAINER-NUMBER  PIC X(25).
011800     05  GTO-H-LOAD-STATUS       PIC X(25).
011900     05  GTO-H-CUSTOMER-CODE     PIC X(25).
012000     05  GTO-H-TIMESTAMP         PIC X(26).
012050     05  GTO-H-TRAILER-SCAC      PIC X(04).
012100 FD  DETN-FILE
012200     RECORD CONTAINS 102 CHARACTERS.
012300 01  DETN-RECORD.
012400     05  GTO-D-MSG-GROUP-ID      PIC X(25).
012500     05  GTO-D-TRAILER-NUMBER    PIC X(25).
012600     05  GTO-D-CUSTOMER-CODE     PIC X(25).
012700     05  GTO-D-EVENT             PIC X(01).
012800         88  GTO-D-EVENT-START               VALUE "S".
012900         88  GTO-D-EVENT-STOP                VALUE "E".
013000     05  GTO-D-TIMESTAMP         PIC X(26).
013020 FD  SUBS-FILE
013040     RECORD CONTAINS 97 CHARACTERS.
013060 01  SUBS-RECORD.
013080     05  GTO-B-SUBSCRIBER-ID     PIC X(10).
013100     05  GTO-B-CUSTOMER-FILTER   PIC X(25).
013120     05  GTO-B-STATUS-FILTER     PIC X(25).
013140     05  GTO-B-STATUS            PIC X(01).
013160     05  GTO-B-MAINT-USER        PIC X(10).
013180     05  GTO-B-MAINT-TIMESTAMP   PIC X(26).
013200 FD  ROUTE-FILE
013220     RECORD CONTAINS 55 CHARACTERS.
013240 01  ROUTE-RECORD.
013260     05  GTO-Q-SUBSCRIBER-ID     PIC X(10).
013280     05  GTO-Q-QUEUE-DD          PIC X(08).
013300     05  GTO-Q-QUEUE-PARTS REDEFINES GTO-Q-QUEUE-DD.
013320         10  GTO-Q-QUEUE-PREFIX  PIC X(06).
013340         10  GTO-Q-QUEUE-NUMBER  PIC 9(02).
013360     05  GTO-Q-STATUS            PIC X(01).
013380     05  GTO-Q-MAINT-USER        PIC X(10).
013400     05  GTO-Q-MAINT-TIMESTAMP   PIC X(26).
013420 FD  EVT1-FILE
013440     RECORD CONTAINS 179 CHARACTERS.
013460 01  EVT1-RECORD                 PIC X(179).
013480 FD  EVT2-FILE
013500     RECORD CONTAINS 179 CHARACTERS.
013520 01  EVT2-RECORD                 PIC X(179).
013540 FD  EVT3-FILE
013560     RECORD CONTAINS 179 CHARACTERS.
013580 01  EVT3-RECORD                 PIC X(179).
013600 FD  EVT4-FILE
013620     RECORD CONTAINS 179 CHARACTERS.
013640 01  EVT4-RECORD                 PIC X(179).
013660 FD  EVT5-FILE
013680     RECORD CONTAINS 179 CHARACTERS.
013700 01  EVT5-RECORD                 PIC X(179).
013720 FD  EVT6-FILE
013740     RECORD CONTAINS 179 CHARACTERS.
013760 01  EVT6-RECORD                 PIC X(179).
013780 FD  EVT7-FILE
013800     RECORD CONTAINS 179 CHARACTERS.
013820 01  EVT7-RECORD                 PIC X(179).
013840 FD  EVT8-FILE
013860     RECORD CONTAINS 179 CHARACTERS.
013880 01  EVT8-RECORD                 PIC X(179).
013900 FD  EVT9-FILE
013920     RECORD CONTAINS 179 CHARACTERS.
013940 01  EVT9-RECORD                 PIC X(179).
013960 FD  EVT10-FILE
013980     RECORD CONTAINS 179 CHARACTERS.
014000 01  EVT10-RECORD                PIC X(179).
014020 FD  EVT11-FILE
014040     RECORD CONTAINS 179 CHARACTERS.
014060 01  EVT11-RECORD                PIC X(179).
014080 FD  EVT12-FILE
014100     RECORD CONTAINS 179 CHARACTERS.
014120 01  EVT12-RECORD                PIC X(179).
014140 FD  EVT13-FILE
014160     RECORD CONTAINS 179 CHARACTERS.
014180 01  EVT13-RECORD                PIC X(179).
014200 FD  EVT14-FILE
014220     RECORD CONTAINS 179 CHARACTERS.
014240 01  EVT14-RECORD                PIC X(179).
014260 FD  EVT15-FILE
014280     RECORD CONTAINS 179 CHARACTERS.
014300 01  EVT15-RECORD                PIC X(179).
014320 FD  EVT16-FILE
014340     RECORD CONTAINS 179 CHARACTERS.
014360 01  EVT16-RECORD                PIC X(179).
014460 FD  CKP1-FILE
014560     RECORD CONTAINS 396 CHARACTERS.
014660 01  CKP1-RECORD                 PIC X(396).
014760 FD  CKP2-FILE
014860     RECORD CONTAINS 396 CHARACTERS.
014960 01  CKP2-RECORD                 PIC X(396).
015100 FD  PRINT-FILE
015200     RECORD CONTAINS 132 CHARACTERS.
015300 01  PRINT-RECORD                PIC X(132).
015400 WORKING-STORAGE SECTION.
015500 77  GATE-STATUS                 PIC X(02)   VALUE SPACES.
015600 77  POSN-STATUS                 PIC X(02)   VALUE SPACES.
015700 77  HIST-STATUS                 PIC X(02)   VALUE SPACES.
015800 77  DETN-STATUS                 PIC X(02)   VALUE SPACES.
015900 77  SUBS-STATUS                 PIC X(02)   VALUE SPACES.
016000 77  EVT-STATUS                  PIC X(02)   VALUE SPACES.
016100 77  ROUTE-STATUS                PIC X(02)   VALUE SPACES.
016200 77  CKPT-STATUS                 PIC X(02)   VALUE SPACES.
016400 77  PRINT-STATUS                PIC X(02)   VALUE SPACES.
016500 77  READ-COUNT                  PIC S9(07)  COMP VALUE ZERO.
016600 77  DEPART-COUNT                PIC S9(07)  COMP VALUE ZERO.
016700 77  EXCEPTION-COUNT             PIC S9(07)  COMP VALUE ZERO.
016800 77  STOP-COUNT                  PIC S9(07)  COMP VALUE ZERO.
016900 77  EVENT-COUNT                 PIC S9(07)  COMP VALUE ZERO.
017000 77  REMAIN-COUNT                PIC S9(07)  COMP VALUE ZERO.
017100 77  POSN-COUNT                  PIC S9(05)  COMP VALUE ZERO.
017200 77  POSN-I                      PIC S9(05)  COMP VALUE ZERO.
017300 77  POSN-FOUND-I                PIC S9(05)  COMP VALUE ZERO.
017400 77  POSN-MAX                    PIC S9(05)  COMP VALUE +10000.
017500 77  DOPN-COUNT                  PIC S9(05)  COMP VALUE ZERO.
017600 77  DOPN-I                      PIC S9(05)  COMP VALUE ZERO.
017700 77  DOPN-FOUND-I                PIC S9(05)  COMP VALUE ZERO.
017800 77  DOPN-MAX                    PIC S9(05)  COMP VALUE +5000.
017900 77  SUBS-COUNT                  PIC S9(03)  COMP VALUE ZERO.
018000 77  SUBS-I                      PIC S9(03)  COMP VALUE ZERO.
018100 77  SUBS-MAX                    PIC S9(03)  COMP VALUE +100.
018110 77  ROUTE-COUNT                 PIC S9(03)  COMP VALUE ZERO.
018120 77  ROUTE-I                     PIC S9(03)  COMP VALUE ZERO.
018130 77  ROUTE-FOUND-I               PIC S9(03)  COMP VALUE ZERO.
018140 77  ROUTE-MAX                   PIC S9(03)  COMP VALUE +200.
018150 77  QUEUE-I                     PIC S9(03)  COMP VALUE ZERO.
018160 77  QUEUE-POOL-MAX              PIC S9(03)  COMP VALUE +16.
018165 77  CKPT-GEN                    PIC 9(01)   VALUE ZERO.
018170 77  BEST-GEN                    PIC 9(01)   VALUE ZERO.
018175 77  CKPT-POSN-READ              PIC S9(05)  COMP VALUE ZERO.
018180 77  CKPT-REG-READ               PIC S9(05)  COMP VALUE ZERO.
018200 77  LINE-COUNT                  PIC S9(03)  COMP VALUE +99.
018300 77  PAGE-COUNT                  PIC S9(05)  COMP VALUE ZERO.
018400 01  SWITCH-AREA.
018500     05  GATE-EOF-SW             PIC X(01)   VALUE "N".
018600         88  END-OF-GATE                     VALUE "Y".
018700     05  POSN-EOF-SW             PIC X(01)   VALUE "N".
018800         88  END-OF-POSN                     VALUE "Y".
018900     05  POSN-OVERFLOW-SW        PIC X(01)   VALUE "N".
019000         88  POSITION-OVERFLOW               VALUE "Y".
019100     05  POSN-LOADED-SW          PIC X(01)   VALUE "N".
019200         88  POSITIONS-LOADED                VALUE "Y".
019300     05  DETN-EOF-SW             PIC X(01)   VALUE "N".
019400         88  END-OF-DETN                     VALUE "Y".
019500     05  SUBS-EOF-SW             PIC X(01)   VALUE "N".
019600         88  END-OF-SUBS                     VALUE "Y".
019620     05  ROUTE-EOF-SW            PIC X(01)   VALUE "N".
019640         88  END-OF-ROUTE                    VALUE "Y".
019660     05  QUEUE-OPEN-FAIL-SW      PIC X(01)   VALUE "N".
019680         88  QUEUE-OPEN-FAILED               VALUE "Y".
019700     05  EDIT-PASS-SW            PIC X(01)   VALUE "Y".
019800         88  EDITS-PASSED                    VALUE "Y".
019900     05  OUTPUTS-OPEN-SW         PIC X(01)   VALUE "N".
020000         88  OUTPUTS-OPEN                    VALUE "Y".
020005     05  GATE-OPEN-SW            PIC X(01)   VALUE "N".
020010         88  GATE-OPEN                       VALUE "Y".
020015     05  HIST-OPEN-SW            PIC X(01)   VALUE "N".
020020         88  HIST-OPEN                       VALUE "Y".
020025     05  DETN-OPEN-SW            PIC X(01)   VALUE "N".
020030         88  DETN-OPEN                       VALUE "Y".
020031     05  CKPT-EOF-SW             PIC X(01)   VALUE "N".
020032         88  END-OF-CKPT                     VALUE "Y".
020033     05  RESTART-PEND-SW         PIC X(01)   VALUE "N".
020034         88  RESTART-PENDING                 VALUE "Y".
020035*    POOL QUEUES ACTUALLY OPENED - ONLY THESE ARE CLOSED, SO A
020040*    FAILED OPEN PART WAY THROUGH THE POOL LEAVES NOTHING OPEN
020045 01  QUEUE-OPEN-AREA.
020050     05  QUEUE-OPEN-SET          PIC X(16)   VALUE
020055         "NNNNNNNNNNNNNNNN".
020060     05  QUEUE-OPEN-FLAGS REDEFINES QUEUE-OPEN-SET.
020065         10  QUEUE-OPEN-SW       PIC X(01)   OCCURS 16 TIMES.
020066*    ONE ROW PER PNCUPD2P CHECKPOINT GENERATION
020067 01  CHECKPOINT-GEN-AREA.
020068     05  GEN-ENTRY               OCCURS 2 TIMES.
020069         10  GNT-SEQUENCE        PIC 9(07).
020070         10  GNT-RUN-STATUS      PIC X(01).
020071         10  GNT-VALID-SW        PIC X(01).
020072*    PNCUPD2P CHECKPOINT RECORD - ONLY THE HEADER AND TRAILER
020073*    FIELDS NEEDED TO FIND THE NEWEST COMPLETE GENERATION
020074 01  CHECKPOINT-RECORD-AREA.
020075     05  GTO-K-RECORD-TYPE       PIC X(01).
020076         88  GTO-K-HEADER                    VALUE "H".
020077         88  GTO-K-POSITION                  VALUE "P".
020078         88  GTO-K-REGISTRY                  VALUE "G".
020079         88  GTO-K-TRAILER                   VALUE "T".
020080     05  GTO-K-DATA              PIC X(395).
020081     05  GTO-K-HEADER-DATA REDEFINES GTO-K-DATA.
020082         10  GTO-K-SEQUENCE      PIC 9(07).
020083         10  GTO-K-RUN-STATUS    PIC X(01).
020084         10  FILLER              PIC X(387).
020085     05  GTO-K-TRAILER-DATA REDEFINES GTO-K-DATA.
020086         10  GTO-K-T-SEQUENCE    PIC 9(07).
020087         10  GTO-K-T-POSN-COUNT  PIC 9(05).
020088         10  GTO-K-T-REG-COUNT   PIC 9(05).
020089         10  FILLER              PIC X(378).
020100 01  EDIT-REASON                 PIC X(50)   VALUE SPACES.
020200 01  WORK-ASSET-ID               PIC X(25)   VALUE SPACES.
020300*    LOAD STATUS THAT MARKS A GATE-OUT ON PNCHIST AND ON THE
020400*    PUBLISHED EVENT
020500 01  DEPARTED-STATUS             PIC X(25)   VALUE "DEPARTED".
020600 01  POSITION-TABLE-AREA.
020700     05  POSN-ENTRY              OCCURS 10000 TIMES
020800                                 INDEXED BY POSN-X.
020900         10  PTB-ASSET-ID        PIC X(25).
021000         10  PTB-ASSET-TYPE      PIC X(01).
021100         10  PTB-CAMPUS          PIC X(06).
021200         10  PTB-YARD-CODE       PIC X(06).
021300         10  PTB-DOOR-NUMBER     PIC X(06).
021400         10  PTB-LOAD-STATUS     PIC X(25).
021500         10  PTB-CUSTOMER-CODE   PIC X(25).
021600         10  PTB-TIMESTAMP       PIC X(26).
021650         10  PTB-TRAILER-SCAC    PIC X(04).
021700*    DETENTION STARTS WITH NO STOP YET ON PNCDETN
021800 01  OPEN-DETENTION-AREA.
021900     05  DOPN-ENTRY              OCCURS 5000 TIMES
022000                                 INDEXED BY DOPN-X.
022100         10  OTB-TRAILER-NUMBER  PIC X(25).
022200         10  OTB-CUSTOMER-CODE   PIC X(25).
022300         10  OTB-START-TS        PIC X(26).
022400 01  SUBSCRIPTION-TABLE-AREA.
022500     05  SUBS-ENTRY              OCCURS 100 TIMES
022600                                 INDEXED BY SUBS-X.
022700         10  BTB-SUBSCRIBER-ID   PIC X(10).
022800         10  BTB-QUEUE-NUMBER    PIC 9(02).
022900         10  BTB-CUSTOMER-FILTER PIC X(25).
023000         10  BTB-STATUS-FILTER   PIC X(25).
023005 01  ROUTE-TABLE-AREA.
023010     05  ROUTE-ENTRY             OCCURS 200 TIMES
023015                                 INDEXED BY ROUTE-X.
023020         10  QTB-SUBSCRIBER-ID   PIC X(10).
023025         10  QTB-QUEUE-NUMBER    PIC 9(02).
023030*    POOL QUEUES THAT HAVE AN ACTIVE SUBSCRIBER THIS RUN, AND THE
023035*    QUEUES ALREADY WRITTEN FOR THE CURRENT DEPARTURE
023040 01  QUEUE-USE-AREA.
023045     05  QUEUE-USED-SW           PIC X(01)   OCCURS 16 TIMES.
023050 01  QUEUE-SENT-AREA.
023055     05  QUEUE-SENT-SW           PIC X(01)   OCCURS 16 TIMES.
023060 01  QUEUE-DD-WORK.
023065     05  FILLER                  PIC X(06)   VALUE "PNCEVT".
023070     05  QDW-NUMBER              PIC 9(02).
023100 01  EVENT-RECORD-AREA.
023200     05  EVT-SUBSCRIBER-ID       PIC X(10).
023300     05  EVT-TRAILER-NUMBER      PIC X(25).
023400     05  EVT-CONTAINER-NUMBER    PIC X(25).
023500     05  EVT-CAMPUS              PIC X(06).
023600     05  EVT-YARD-CODE           PIC X(06).
023700     05  EVT-DOOR-NUMBER         PIC X(06).
023800     05  EVT-OLD-LOAD-STATUS     PIC X(25).
023900     05  EVT-NEW-LOAD-STATUS     PIC X(25).
024000     05  EVT-CUSTOMER-CODE       PIC X(25).
024100     05  EVT-TIMESTAMP           PIC X(26).
024200 01  RUN-STAMP-AREA.
024300     05  RUN-DATE-YMD            PIC 9(08).
024400     05  RUN-DATE-X REDEFINES RUN-DATE-YMD.
024500         10  RUN-YEAR            PIC X(04).
024600         10  RUN-MONTH           PIC X(02).
024700         10  RUN-DAY             PIC X(02).
024800     05  RUN-TIME-HMS            PIC 9(08).
024900     05  RUN-TIME-X REDEFINES RUN-TIME-HMS.
025000         10  RUN-HOUR            PIC X(02).
025100         10  RUN-MINUTE          PIC X(02).
025200         10  RUN-SECOND          PIC X(02).
025300         10  FILLER              PIC X(02).
025400     05  RUN-STAMP               PIC X(19).
025500 01  HEADING-LINE-1.
025600     05  FILLER                  PIC X(09)   VALUE "PNCGATEO".
025700     05  FILLER                  PIC X(27)   VALUE SPACES.
025800     05  FILLER                  PIC X(44)   VALUE
025900         "GATE-OUT DEPARTURE EXCEPTIONS               ".
026000     05  FILLER                  PIC X(05)   VALUE "RUN: ".
026100     05  HDG-RUN-STAMP           PIC X(19).
026200     05  FILLER                  PIC X(18)   VALUE SPACES.
026300     05  FILLER                  PIC X(05)   VALUE "PAGE ".
026400     05  HDG-PAGE                PIC ZZZZ9.
026500 01  HEADING-LINE-2.
026600     05  FILLER                  PIC X(22)   VALUE
026700         "GATE TRANSACTION".
026800     05  FILLER                  PIC X(08)   VALUE "CAMPUS".
026900     05  FILLER                  PIC X(22)   VALUE
027000         "ASSET".
027100     05  FILLER                  PIC X(21)   VALUE
027200         "GATE-OUT TIME".
027300     05  FILLER                  PIC X(59)   VALUE
027400         "EXCEPTION".
027500 01  DETAIL-LINE.
027600     05  DTL-GATE-TRANS-ID       PIC X(20).
027700     05  FILLER                  PIC X(02)   VALUE SPACES.
027800     05  DTL-CAMPUS              PIC X(06).
027900     05  FILLER                  PIC X(02)   VALUE SPACES.
028000     05  DTL-ASSET-ID            PIC X(20).
028100     05  FILLER                  PIC X(02)   VALUE SPACES.
028200     05  DTL-GATE-TIMESTAMP      PIC X(19).
028300     05  FILLER                  PIC X(02)   VALUE SPACES.
028400     05  DTL-REASON              PIC X(50).
028500     05  FILLER                  PIC X(09)   VALUE SPACES.
028600 01  TOTAL-LINE-1.
028700     05  FILLER                  PIC X(31)   VALUE
028800         "GATE-OUTS READ . . . . . . . : ".
028900     05  TOT-READ                PIC ZZ,ZZZ,ZZ9.
029000     05  FILLER                  PIC X(91)   VALUE SPACES.
029100 01  TOTAL-LINE-2.
029200     05  FILLER                  PIC X(31)   VALUE
029300         "POSITIONS CLOSED . . . . . . : ".
029400     05  TOT-DEPARTED            PIC ZZ,ZZZ,ZZ9.
029500     05  FILLER                  PIC X(91)   VALUE SPACES.
029600 01  TOTAL-LINE-3.
029700     05  FILLER                  PIC X(31)   VALUE
029800         "GATE-OUT EXCEPTIONS  . . . . : ".
029900     05  TOT-EXCEPTIONS          PIC ZZ,ZZZ,ZZ9.
030000     05  FILLER                  PIC X(91)   VALUE SPACES.
030100 01  TOTAL-LINE-4.
030200     05  FILLER                  PIC X(31)   VALUE
030300         "DETENTION STOPS WRITTEN  . . : ".
030400     05  TOT-STOPS               PIC ZZ,ZZZ,ZZ9.
030500     05  FILLER                  PIC X(91)   VALUE SPACES.
030600 01  TOTAL-LINE-5.
030700     05  FILLER                  PIC X(31)   VALUE
030800         "EVENTS PUBLISHED . . . . . . : ".
030900     05  TOT-EVENTS              PIC ZZ,ZZZ,ZZ9.
031000     05  FILLER                  PIC X(91)   VALUE SPACES.
031100 01  TOTAL-LINE-6.
031200     05  FILLER                  PIC X(31)   VALUE
031300         "ASSETS ON POSITION MASTER  . : ".
031400     05  TOT-POSITIONS           PIC ZZ,ZZZ,ZZ9.
031500     05  FILLER                  PIC X(91)   VALUE SPACES.
031600 PROCEDURE DIVISION.
031700*****************************************************************
031800*  0000-MAINLINE - OVERALL PROGRAM CONTROL                      *
031900*****************************************************************
032000 0000-MAINLINE.
032100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032200     PERFORM 3000-PROCESS-GATE-OUT THRU 3000-EXIT
032300         UNTIL END-OF-GATE.
032400     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
032500     STOP RUN.
032600*****************************************************************
032700*  1000-INITIALIZE - POSITION, DETENTION AND SUBSCRIPTION       *
032800*  TABLES AND FILE OPENS                                        *
032900*****************************************************************
033000 1000-INITIALIZE.
033100     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD.
033200     ACCEPT RUN-TIME-HMS FROM TIME.
033300     STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY "-"
033400            RUN-HOUR "." RUN-MINUTE "." RUN-SECOND
033500            DELIMITED BY SIZE INTO RUN-STAMP.
033600     MOVE RUN-STAMP TO HDG-RUN-STAMP.
033700     OPEN OUTPUT PRINT-FILE.
033800     IF PRINT-STATUS NOT = "00"
033900         DISPLAY "PNCGATEO - PRINT OPEN ERROR " PRINT-STATUS
034000             UPON OPER-CONSOLE
034100         MOVE 12 TO RETURN-CODE
034200         STOP RUN.
034300     MOVE "Y" TO GATE-EOF-SW.
034310     PERFORM 1050-CHECK-RESTART THRU 1050-EXIT.
034320     IF RESTART-PENDING
034330         DISPLAY "PNCGATEO - CHECKPOINT ACTIVE - RERUN AFTER "
034340             "PNCUPD2P RESTART" UPON OPER-CONSOLE
034350         MOVE 12 TO RETURN-CODE
034360         GO TO 1000-EXIT.
034400     OPEN INPUT POSN-FILE.
034500     IF POSN-STATUS NOT = "00"
034600         DISPLAY "PNCGATEO - POSITION MASTER UNAVAILABLE "
034700             POSN-STATUS " - NO GATE-OUTS APPLIED"
034800             UPON OPER-CONSOLE
034900         MOVE 12 TO RETURN-CODE
035000         GO TO 1000-EXIT.
035100     PERFORM 1100-LOAD-POSITION THRU 1100-EXIT
035200         UNTIL END-OF-POSN.
035300     CLOSE POSN-FILE.
035400     IF POSITION-OVERFLOW
035500         GO TO 1000-EXIT.
035600     MOVE "Y" TO POSN-LOADED-SW.
035700     OPEN INPUT DETN-FILE.
035800     IF DETN-STATUS = "00"
035900         PERFORM 1200-LOAD-DETENTION THRU 1200-EXIT
036000             UNTIL END-OF-DETN
036100         CLOSE DETN-FILE.
036110     MOVE ALL "N" TO QUEUE-USE-AREA.
036120     OPEN INPUT ROUTE-FILE.
036130     IF ROUTE-STATUS = "00"
036140         PERFORM 1250-LOAD-ROUTES THRU 1250-EXIT
036150             UNTIL END-OF-ROUTE
036160         CLOSE ROUTE-FILE
036170     ELSE
036180         DISPLAY "PNCGATEO - PNCROUTE UNAVAILABLE - "
036190             "NO EVENTS PUBLISHED" UPON OPER-CONSOLE.
036200     OPEN INPUT SUBS-FILE.
036300     IF SUBS-STATUS = "00"
036400         PERFORM 1300-LOAD-SUBSCRIPTIONS THRU 1300-EXIT
036500             UNTIL END-OF-SUBS
036600         CLOSE SUBS-FILE.
036700     OPEN INPUT GATE-FILE.
036800     IF GATE-STATUS NOT = "00"
036900         DISPLAY "PNCGATEO - GATE-OUT FEED OPEN ERROR "
037000             GATE-STATUS UPON OPER-CONSOLE
037100         MOVE 12 TO RETURN-CODE
037200         GO TO 1000-EXIT.
037250     MOVE "Y" TO GATE-OPEN-SW.
037300     PERFORM 1400-OPEN-OUTPUTS THRU 1400-EXIT.
037400     IF OUTPUTS-OPEN
037500         MOVE "N" TO GATE-EOF-SW.
037600 1000-EXIT.
037700     EXIT.
037701*****************************************************************
037702*  1050-CHECK-RESTART - IS PNCUPD2P WAITING TO RESTART?  THE    *
037703*  NEWEST CHECKPOINT GENERATION WRITTEN THROUGH TO ITS TRAILER  *
037704*  IS FOUND THE WAY PNCUPD2P FINDS IT; RUN STATUS "A" ON IT     *
037705*  MEANS THE RESTART WILL RELOAD PNCPOSN FROM THE CHECKPOINT.   *
037706*****************************************************************
037707 1050-CHECK-RESTART.
037708     MOVE ZERO TO BEST-GEN.
037709     PERFORM 1055-EXAMINE-GENERATION THRU 1055-EXIT
037710         VARYING CKPT-GEN FROM 1 BY 1 UNTIL CKPT-GEN > 2.
037711     IF BEST-GEN > ZERO
037712         AND GNT-RUN-STATUS (BEST-GEN) = "A"
037713         MOVE "Y" TO RESTART-PEND-SW.
037714 1050-EXIT.
037715     EXIT.
037716 1055-EXAMINE-GENERATION.
037717     MOVE ZERO TO GNT-SEQUENCE (CKPT-GEN).
037718     MOVE SPACES TO GNT-RUN-STATUS (CKPT-GEN).
037719     MOVE "N" TO GNT-VALID-SW (CKPT-GEN).
037720     MOVE "N" TO CKPT-EOF-SW.
037721     MOVE ZERO TO CKPT-POSN-READ.
037722     MOVE ZERO TO CKPT-REG-READ.
037723     PERFORM 9600-OPEN-CKPT-INPUT THRU 9600-EXIT.
037724     IF CKPT-STATUS NOT = "00"
037725         GO TO 1055-EXIT.
037726     PERFORM 9610-READ-CKPT THRU 9610-EXIT.
037727     IF END-OF-CKPT
037728         OR NOT GTO-K-HEADER
037729         PERFORM 9640-CLOSE-CKPT THRU 9640-EXIT
037730         GO TO 1055-EXIT.
037731     MOVE GTO-K-SEQUENCE TO GNT-SEQUENCE (CKPT-GEN).
037732     MOVE GTO-K-RUN-STATUS TO GNT-RUN-STATUS (CKPT-GEN).
037733     PERFORM 1058-READ-TO-TRAILER THRU 1058-EXIT
037734         UNTIL END-OF-CKPT.
037735     PERFORM 9640-CLOSE-CKPT THRU 9640-EXIT.
037736     IF GNT-VALID-SW (CKPT-GEN) = "Y"
037737         IF BEST-GEN = ZERO
037738             OR GNT-SEQUENCE (CKPT-GEN) > GNT-SEQUENCE (BEST-GEN)
037739             MOVE CKPT-GEN TO BEST-GEN.
037740 1055-EXIT.
037741     EXIT.
037742 1058-READ-TO-TRAILER.
037743     PERFORM 9610-READ-CKPT THRU 9610-EXIT.
037744     IF END-OF-CKPT
037745         GO TO 1058-EXIT.
037746     IF GTO-K-POSITION
037747         ADD 1 TO CKPT-POSN-READ
037748     ELSE
037749     IF GTO-K-REGISTRY
037750         ADD 1 TO CKPT-REG-READ
037751     ELSE
037752     IF GTO-K-TRAILER
037753         IF GTO-K-T-SEQUENCE = GNT-SEQUENCE (CKPT-GEN)
037754             AND GTO-K-T-POSN-COUNT = CKPT-POSN-READ
037755             AND GTO-K-T-REG-COUNT = CKPT-REG-READ
037756             MOVE "Y" TO GNT-VALID-SW (CKPT-GEN)
037757         END-IF
037758         MOVE "Y" TO CKPT-EOF-SW.
037759 1058-EXIT.
037760     EXIT.
037800 1100-LOAD-POSITION.
037900     READ POSN-FILE
038000         AT END MOVE "Y" TO POSN-EOF-SW
038100         GO TO 1100-EXIT.
038200     IF POSN-COUNT < POSN-MAX
038300         ADD 1 TO POSN-COUNT
038400         MOVE POSN-RECORD TO POSN-ENTRY (POSN-COUNT)
038500     ELSE
038600         DISPLAY "PNCGATEO - POSITION TABLE FULL - "
038700             "INCREASE POSN-MAX - NO GATE-OUTS APPLIED"
038800             UPON OPER-CONSOLE
038900         MOVE 12 TO RETURN-CODE
039000         MOVE "Y" TO POSN-OVERFLOW-SW
039100         MOVE "Y" TO POSN-EOF-SW.
039200 1100-EXIT.
039300     EXIT.
039400*****************************************************************
039500*  1200-LOAD-DETENTION - A START OPENS A DETENTION, A LATER     *
039600*  STOP FOR THE SAME CUSTOMER AND TRAILER CLOSES IT             *
039700*****************************************************************
039800 1200-LOAD-DETENTION.
039900     READ DETN-FILE
040000         AT END MOVE "Y" TO DETN-EOF-SW
040100         GO TO 1200-EXIT.
040200     PERFORM 4200-FIND-OPEN-DETENTION THRU 4200-EXIT.
040300     IF GTO-D-EVENT-STOP
040400         IF DOPN-FOUND-I > ZERO
040500             AND GTO-D-TIMESTAMP
040600                 NOT < OTB-START-TS (DOPN-FOUND-I)
040700             MOVE DOPN-ENTRY (DOPN-COUNT)
040800                 TO DOPN-ENTRY (DOPN-FOUND-I)
040900             SUBTRACT 1 FROM DOPN-COUNT
041000         END-IF
041100         GO TO 1200-EXIT.
041200     IF NOT GTO-D-EVENT-START
041300         GO TO 1200-EXIT.
041400     IF DOPN-FOUND-I > ZERO
041500         IF GTO-D-TIMESTAMP > OTB-START-TS (DOPN-FOUND-I)
041600             MOVE GTO-D-TIMESTAMP
041700                 TO OTB-START-TS (DOPN-FOUND-I)
041800         END-IF
041900         GO TO 1200-EXIT.
042000     IF DOPN-COUNT < DOPN-MAX
042100         ADD 1 TO DOPN-COUNT
042200         MOVE GTO-D-TRAILER-NUMBER
042300             TO OTB-TRAILER-NUMBER (DOPN-COUNT)
042400         MOVE GTO-D-CUSTOMER-CODE
042500             TO OTB-CUSTOMER-CODE (DOPN-COUNT)
042600         MOVE GTO-D-TIMESTAMP TO OTB-START-TS (DOPN-COUNT)
042700     ELSE
042800         DISPLAY "PNCGATEO - OPEN DETENTION TABLE FULL - "
042900             "INCREASE DOPN-MAX" UPON OPER-CONSOLE
043000         MOVE 8 TO RETURN-CODE
043100         MOVE "Y" TO DETN-EOF-SW.
043200 1200-EXIT.
043300     EXIT.
043302 1250-LOAD-ROUTES.
043304     READ ROUTE-FILE
043306         AT END MOVE "Y" TO ROUTE-EOF-SW
043308         GO TO 1250-EXIT.
043310     IF GTO-Q-STATUS NOT = "A"
043312         GO TO 1250-EXIT.
043314     IF GTO-Q-QUEUE-PREFIX NOT = "PNCEVT"
043316         OR GTO-Q-QUEUE-NUMBER IS NOT NUMERIC
043318         MOVE ZERO TO QUEUE-I
043320     ELSE
043322         MOVE GTO-Q-QUEUE-NUMBER TO QUEUE-I.
043324     IF QUEUE-I < 1 OR QUEUE-I > QUEUE-POOL-MAX
043326         DISPLAY "PNCGATEO - SUBSCRIBER " GTO-Q-SUBSCRIBER-ID
043328             " ROUTED TO INVALID QUEUE " GTO-Q-QUEUE-DD
043330             " - SKIPPED" UPON OPER-CONSOLE
043332         GO TO 1250-EXIT.
043334     IF ROUTE-COUNT < ROUTE-MAX
043336         ADD 1 TO ROUTE-COUNT
043338         MOVE GTO-Q-SUBSCRIBER-ID
043340             TO QTB-SUBSCRIBER-ID (ROUTE-COUNT)
043342         MOVE GTO-Q-QUEUE-NUMBER
043344             TO QTB-QUEUE-NUMBER (ROUTE-COUNT)
043346     ELSE
043348         DISPLAY "PNCGATEO - ROUTE TABLE FULL"
043350             UPON OPER-CONSOLE
043352         MOVE "Y" TO ROUTE-EOF-SW.
043354 1250-EXIT.
043356     EXIT.
043400 1300-LOAD-SUBSCRIPTIONS.
043500     READ SUBS-FILE
043600         AT END MOVE "Y" TO SUBS-EOF-SW
043700         GO TO 1300-EXIT.
043750     IF GTO-B-STATUS NOT = "A"
043800         GO TO 1300-EXIT.
043850     PERFORM 1350-FIND-ROUTE THRU 1350-EXIT.
043900     IF ROUTE-FOUND-I = ZERO
043950         DISPLAY "PNCGATEO - SUBSCRIBER "
044000             GTO-B-SUBSCRIBER-ID " HAS NO QUEUE ROUTE - SKIPPED"
044050             UPON OPER-CONSOLE
044100         GO TO 1300-EXIT.
044150     IF SUBS-COUNT < SUBS-MAX
044200         ADD 1 TO SUBS-COUNT
044250         MOVE GTO-B-SUBSCRIBER-ID
044300             TO BTB-SUBSCRIBER-ID (SUBS-COUNT)
044350         MOVE QTB-QUEUE-NUMBER (ROUTE-FOUND-I)
044400             TO BTB-QUEUE-NUMBER (SUBS-COUNT)
044450         MOVE GTO-B-CUSTOMER-FILTER
044500             TO BTB-CUSTOMER-FILTER (SUBS-COUNT)
044550         MOVE GTO-B-STATUS-FILTER
044600             TO BTB-STATUS-FILTER (SUBS-COUNT)
044650         MOVE QTB-QUEUE-NUMBER (ROUTE-FOUND-I) TO QUEUE-I
044700         MOVE "Y" TO QUEUE-USED-SW (QUEUE-I)
044750     ELSE
044800         DISPLAY "PNCGATEO - SUBSCRIPTION TABLE FULL"
044850             UPON OPER-CONSOLE
044900         MOVE "Y" TO SUBS-EOF-SW.
046000 1300-EXIT.
046100     EXIT.
046102 1350-FIND-ROUTE.
046104     MOVE ZERO TO ROUTE-FOUND-I.
046106     IF ROUTE-COUNT = ZERO
046108         GO TO 1350-EXIT.
046110     PERFORM 1355-SCAN-ROUTE THRU 1355-EXIT
046112         VARYING ROUTE-I FROM 1 BY 1
046114         UNTIL ROUTE-I > ROUTE-COUNT
046116         OR ROUTE-FOUND-I > ZERO.
046118 1350-EXIT.
046120     EXIT.
046122 1355-SCAN-ROUTE.
046124     IF QTB-SUBSCRIBER-ID (ROUTE-I) = GTO-B-SUBSCRIBER-ID
046126         MOVE ROUTE-I TO ROUTE-FOUND-I.
046128 1355-EXIT.
046130     EXIT.
046132 1370-OPEN-ONE-QUEUE.
046134     IF QUEUE-USED-SW (QUEUE-I) NOT = "Y"
046136         GO TO 1370-EXIT.
046138     PERFORM 9300-OPEN-QUEUE-EXTEND THRU 9300-EXIT.
046140     IF EVT-STATUS NOT = "00"
046142         PERFORM 9400-OPEN-QUEUE-OUTPUT THRU 9400-EXIT.
046144     IF EVT-STATUS NOT = "00"
046146         MOVE QUEUE-I TO QDW-NUMBER
046148         DISPLAY "PNCGATEO - EVENT FILE " QUEUE-DD-WORK
046150             " OPEN ERROR " EVT-STATUS UPON OPER-CONSOLE
046152         MOVE 12 TO RETURN-CODE
046154         MOVE "Y" TO QUEUE-OPEN-FAIL-SW.
046156 1370-EXIT.
046158     EXIT.
046200 1400-OPEN-OUTPUTS.
046300     IF SUBS-COUNT > ZERO
046400         PERFORM 1370-OPEN-ONE-QUEUE THRU 1370-EXIT
046500             VARYING QUEUE-I FROM 1 BY 1
046600             UNTIL QUEUE-I > QUEUE-POOL-MAX
046700         IF QUEUE-OPEN-FAILED
046800             GO TO 1400-EXIT
046900         END-IF
047000     END-IF.
049200     OPEN EXTEND HIST-FILE.
049300     IF HIST-STATUS NOT = "00"
049400         OPEN OUTPUT HIST-FILE.
049420     IF HIST-STATUS = "00"
049440         MOVE "Y" TO HIST-OPEN-SW.
049500     OPEN EXTEND DETN-FILE.
049600     IF DETN-STATUS NOT = "00"
049700         OPEN OUTPUT DETN-FILE.
049720     IF DETN-STATUS = "00"
049740         MOVE "Y" TO DETN-OPEN-SW.
049800     IF HIST-STATUS NOT = "00" OR DETN-STATUS NOT = "00"
049900         DISPLAY "PNCGATEO - OUTPUT OPEN ERROR H=" HIST-STATUS
050000             " D=" DETN-STATUS UPON OPER-CONSOLE
050100         MOVE 12 TO RETURN-CODE
050200         GO TO 1400-EXIT.
050300     MOVE "Y" TO OUTPUTS-OPEN-SW.
050400 1400-EXIT.
050500     EXIT.
050600*****************************************************************
050700*  3000-PROCESS-GATE-OUT - ONE GATE-OUT TRANSACTION             *
050800*****************************************************************
050900 3000-PROCESS-GATE-OUT.
051000     READ GATE-FILE
051100         AT END MOVE "Y" TO GATE-EOF-SW
051200         GO TO 3000-EXIT.
051300     ADD 1 TO READ-COUNT.
051400     PERFORM 4000-EDIT-GATE-OUT THRU 4000-EXIT.
051500     IF NOT EDITS-PASSED
051600         PERFORM 3900-LIST-EXCEPTION THRU 3900-EXIT
051700         GO TO 3000-EXIT.
051800     PERFORM 3100-WRITE-DEPARTURE THRU 3100-EXIT.
051820     IF END-OF-GATE
051840         GO TO 3000-EXIT.
051900     PERFORM 3200-STOP-DETENTION THRU 3200-EXIT.
051920     IF END-OF-GATE
051940         GO TO 3000-EXIT.
052000     IF SUBS-COUNT > ZERO
052100         PERFORM 3300-PUBLISH-DEPARTURE THRU 3300-EXIT.
052200*    A BLANK ASSET ID CLOSES THE POSITION - THE ENTRY IS NOT
052300*    WRITTEN BACK TO PNCPOSN AND CAN NO LONGER BE FOUND
052400     MOVE SPACES TO PTB-ASSET-ID (POSN-FOUND-I).
052500     ADD 1 TO DEPART-COUNT.
052600 3000-EXIT.
052700     EXIT.
052800*****************************************************************
052900*  3100-WRITE-DEPARTURE - GATE-OUT RECORD ON PNCHIST.  THE      *
053000*  CUSTOMER IS THE ONE ON THE POSITION BEING CLOSED.            *
053050*  THE SCAC IS THE GATE'S, OR THE POSITION'S WHEN THE GATE     *
053070*  FEED LEAVES IT BLANK.                                        *
053100*****************************************************************
053200 3100-WRITE-DEPARTURE.
053300     MOVE SPACES TO HIST-RECORD.
053400     MOVE GTO-I-GATE-TRANS-ID TO GTO-H-MSG-GROUP-ID.
053500     MOVE GTO-I-CAMPUS TO GTO-H-CAMPUS.
053600     MOVE GTO-I-TRAILER-NUMBER TO GTO-H-TRAILER-NUMBER.
053700     MOVE GTO-I-CONTAINER-NUMBER TO GTO-H-CONTAINER-NUMBER.
053800     MOVE DEPARTED-STATUS TO GTO-H-LOAD-STATUS.
053900     MOVE PTB-CUSTOMER-CODE (POSN-FOUND-I)
054000         TO GTO-H-CUSTOMER-CODE.
054100     MOVE GTO-I-GATE-TIMESTAMP TO GTO-H-TIMESTAMP.
054110     IF GTO-I-TRAILER-SCAC NOT = SPACES
054120         MOVE GTO-I-TRAILER-SCAC TO GTO-H-TRAILER-SCAC
054130     ELSE
054140         MOVE PTB-TRAILER-SCAC (POSN-FOUND-I)
054150             TO GTO-H-TRAILER-SCAC.
054170     WRITE HIST-RECORD.
054190     IF HIST-STATUS NOT = "00"
054210         DISPLAY "PNCGATEO - HISTORY WRITE ERROR " HIST-STATUS
054230             " - GATE-OUTS STOPPED" UPON OPER-CONSOLE
054250         MOVE 12 TO RETURN-CODE
054270         MOVE "Y" TO GATE-EOF-SW.
054300 3100-EXIT.
054400     EXIT.
054500*****************************************************************
054600*  3200-STOP-DETENTION - AN "E" EVENT FOR EVERY DETENTION STILL *
054700*  OPEN ON THE ASSET, WHICHEVER CUSTOMER IT RUNS UNDER          *
054800*****************************************************************
054900 3200-STOP-DETENTION.
055000     IF DOPN-COUNT = ZERO
055100         GO TO 3200-EXIT.
055200     PERFORM 3250-STOP-ONE THRU 3250-EXIT
055300         VARYING DOPN-I FROM 1 BY 1
055400         UNTIL DOPN-I > DOPN-COUNT.
055500 3200-EXIT.
055600     EXIT.
055700 3250-STOP-ONE.
055800     IF OTB-TRAILER-NUMBER (DOPN-I) NOT = WORK-ASSET-ID
055900         OR OTB-START-TS (DOPN-I) > GTO-I-GATE-TIMESTAMP
056000         GO TO 3250-EXIT.
056100     MOVE SPACES TO DETN-RECORD.
056200     MOVE GTO-I-GATE-TRANS-ID TO GTO-D-MSG-GROUP-ID.
056300     MOVE OTB-TRAILER-NUMBER (DOPN-I) TO GTO-D-TRAILER-NUMBER.
056400     MOVE OTB-CUSTOMER-CODE (DOPN-I) TO GTO-D-CUSTOMER-CODE.
056500     MOVE "E" TO GTO-D-EVENT.
056600     MOVE GTO-I-GATE-TIMESTAMP TO GTO-D-TIMESTAMP.
056620     WRITE DETN-RECORD.
056640     IF DETN-STATUS NOT = "00"
056660         DISPLAY "PNCGATEO - DETENTION WRITE ERROR " DETN-STATUS
056680             " - GATE-OUTS STOPPED" UPON OPER-CONSOLE
056700         MOVE 12 TO RETURN-CODE
056720         MOVE "Y" TO GATE-EOF-SW
056740         MOVE DOPN-COUNT TO DOPN-I
056760         GO TO 3250-EXIT.
056800     ADD 1 TO STOP-COUNT.
056900     MOVE SPACES TO OTB-TRAILER-NUMBER (DOPN-I).
057000 3250-EXIT.
057100     EXIT.
057200*****************************************************************
057300*  3300-PUBLISH-DEPARTURE - ONE EVENT PER MATCHING SUBSCRIPTION *
057400*  CARRYING THE LOCATION THE ASSET LEFT FROM                    *
057500*****************************************************************
057600 3300-PUBLISH-DEPARTURE.
057700     MOVE SPACES TO EVENT-RECORD-AREA.
057800     MOVE GTO-I-TRAILER-NUMBER TO EVT-TRAILER-NUMBER.
057900     MOVE GTO-I-CONTAINER-NUMBER TO EVT-CONTAINER-NUMBER.
058000     MOVE PTB-CAMPUS (POSN-FOUND-I) TO EVT-CAMPUS.
058100     MOVE PTB-YARD-CODE (POSN-FOUND-I) TO EVT-YARD-CODE.
058200     MOVE PTB-DOOR-NUMBER (POSN-FOUND-I) TO EVT-DOOR-NUMBER.
058300     MOVE PTB-LOAD-STATUS (POSN-FOUND-I)
058400         TO EVT-OLD-LOAD-STATUS.
058500     MOVE DEPARTED-STATUS TO EVT-NEW-LOAD-STATUS.
058600     MOVE PTB-CUSTOMER-CODE (POSN-FOUND-I)
058700         TO EVT-CUSTOMER-CODE.
058800     MOVE GTO-I-GATE-TIMESTAMP TO EVT-TIMESTAMP.
058850     MOVE ALL "N" TO QUEUE-SENT-AREA.
058900     PERFORM 3350-ONE-SUBSCRIPTION THRU 3350-EXIT
059000         VARYING SUBS-I FROM 1 BY 1
059100         UNTIL SUBS-I > SUBS-COUNT.
059200 3300-EXIT.
059300     EXIT.
059400 3350-ONE-SUBSCRIPTION.
059500     IF BTB-CUSTOMER-FILTER (SUBS-I) NOT = "*ALL"
059600         AND BTB-CUSTOMER-FILTER (SUBS-I)
059700             NOT = EVT-CUSTOMER-CODE
059800         GO TO 3350-EXIT.
059900     IF BTB-STATUS-FILTER (SUBS-I) NOT = "*ALL"
060000         AND BTB-STATUS-FILTER (SUBS-I)
060100             NOT = DEPARTED-STATUS
060200         GO TO 3350-EXIT.
060300*    A SUBSCRIBER MATCHED BY MORE THAN ONE OF ITS FILTERS GETS
060400*    THE DEPARTURE ONCE
060500     MOVE BTB-QUEUE-NUMBER (SUBS-I) TO QUEUE-I.
060600     IF QUEUE-SENT-SW (QUEUE-I) = "Y"
060700         GO TO 3350-EXIT.
060800     MOVE "Y" TO QUEUE-SENT-SW (QUEUE-I).
060900     MOVE BTB-SUBSCRIBER-ID (SUBS-I) TO EVT-SUBSCRIBER-ID.
061000     PERFORM 9200-WRITE-EVENT THRU 9200-EXIT.
061100     ADD 1 TO EVENT-COUNT.
061900 3350-EXIT.
062000     EXIT.
062100*****************************************************************
062200*  3900-LIST-EXCEPTION - ONE LINE ON THE EXCEPTIONS REPORT      *
062300*****************************************************************
062400 3900-LIST-EXCEPTION.
062500     ADD 1 TO EXCEPTION-COUNT.
062600     MOVE SPACES TO DETAIL-LINE.
062700     MOVE GTO-I-GATE-TRANS-ID TO DTL-GATE-TRANS-ID.
062800     MOVE GTO-I-CAMPUS TO DTL-CAMPUS.
062900     MOVE WORK-ASSET-ID TO DTL-ASSET-ID.
063000     MOVE GTO-I-GATE-TIMESTAMP TO DTL-GATE-TIMESTAMP.
063100     MOVE EDIT-REASON TO DTL-REASON.
063200     MOVE DETAIL-LINE TO PRINT-RECORD.
063300     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
063400 3900-EXIT.
063500     EXIT.
063600*****************************************************************
063700*  4000-EDIT-GATE-OUT - FIRST FAILURE WINS.  A PASSING GATE-OUT *
063800*  LEAVES ITS POSITION ENTRY IN POSN-FOUND-I.                   *
063900*****************************************************************
064000 4000-EDIT-GATE-OUT.
064100     MOVE "Y" TO EDIT-PASS-SW.
064200     MOVE SPACES TO EDIT-REASON.
064300     IF GTO-I-TRAILER-NUMBER NOT = SPACES
064400         MOVE GTO-I-TRAILER-NUMBER TO WORK-ASSET-ID
064500     ELSE
064600         MOVE GTO-I-CONTAINER-NUMBER TO WORK-ASSET-ID.
064700     IF WORK-ASSET-ID = SPACES
064800         MOVE "TRAILER AND CONTAINER NUMBER BOTH MISSING"
064900             TO EDIT-REASON
065000         MOVE "N" TO EDIT-PASS-SW
065100         GO TO 4000-EXIT.
065200     IF GTO-I-CAMPUS = SPACES
065300         MOVE "CAMPUS MISSING" TO EDIT-REASON
065400         MOVE "N" TO EDIT-PASS-SW
065500         GO TO 4000-EXIT.
065600     IF GTO-I-GATE-TIMESTAMP = SPACES
065700         MOVE "GATE TIMESTAMP MISSING" TO EDIT-REASON
065800         MOVE "N" TO EDIT-PASS-SW
065900         GO TO 4000-EXIT.
066000     PERFORM 4100-FIND-POSITION THRU 4100-EXIT.
066100     IF POSN-FOUND-I = ZERO
066200         MOVE "NO POSITION ON FILE FOR ASSET" TO EDIT-REASON
066300         MOVE "N" TO EDIT-PASS-SW
066400         GO TO 4000-EXIT.
066500     IF PTB-CAMPUS (POSN-FOUND-I) NOT = GTO-I-CAMPUS
066600         STRING "POSITION ON FILE IS AT CAMPUS "
066700             PTB-CAMPUS (POSN-FOUND-I)
066800             DELIMITED BY SIZE INTO EDIT-REASON
066900         MOVE "N" TO EDIT-PASS-SW
067000         GO TO 4000-EXIT.
067100     IF GTO-I-GATE-TIMESTAMP < PTB-TIMESTAMP (POSN-FOUND-I)
067200         MOVE "GATE-OUT OLDER THAN LATEST PNC SIGHTING"
067300             TO EDIT-REASON
067400         MOVE "N" TO EDIT-PASS-SW
067500         GO TO 4000-EXIT.
067600 4000-EXIT.
067700     EXIT.
067800 4100-FIND-POSITION.
067900     MOVE ZERO TO POSN-FOUND-I.
068000     IF POSN-COUNT = ZERO
068100         GO TO 4100-EXIT.
068200     PERFORM 4150-SCAN-POSITION THRU 4150-EXIT
068300         VARYING POSN-I FROM 1 BY 1
068400         UNTIL POSN-I > POSN-COUNT
068500         OR POSN-FOUND-I > ZERO.
068600 4100-EXIT.
068700     EXIT.
068800 4150-SCAN-POSITION.
068900     IF PTB-ASSET-ID (POSN-I) = WORK-ASSET-ID
069000         MOVE POSN-I TO POSN-FOUND-I.
069100 4150-EXIT.
069200     EXIT.
069300 4200-FIND-OPEN-DETENTION.
069400     MOVE ZERO TO DOPN-FOUND-I.
069500     IF DOPN-COUNT = ZERO
069600         GO TO 4200-EXIT.
069700     PERFORM 4250-SCAN-DETENTION THRU 4250-EXIT
069800         VARYING DOPN-I FROM 1 BY 1
069900         UNTIL DOPN-I > DOPN-COUNT
070000         OR DOPN-FOUND-I > ZERO.
070100 4200-EXIT.
070200     EXIT.
070300 4250-SCAN-DETENTION.
070400     IF OTB-TRAILER-NUMBER (DOPN-I) = GTO-D-TRAILER-NUMBER
070500         AND OTB-CUSTOMER-CODE (DOPN-I) = GTO-D-CUSTOMER-CODE
070600         MOVE DOPN-I TO DOPN-FOUND-I.
070700 4250-EXIT.
070800     EXIT.
070900*****************************************************************
071000*  5000-PRINT-A-LINE - PRINT WITH PAGE OVERFLOW CONTROL         *
071100*****************************************************************
071200 5000-PRINT-A-LINE.
071300     IF LINE-COUNT > 56
071400         PERFORM 5100-PAGE-HEADING THRU 5100-EXIT.
071500     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
071600     ADD 1 TO LINE-COUNT.
071700 5000-EXIT.
071800     EXIT.
071900 5100-PAGE-HEADING.
072000     ADD 1 TO PAGE-COUNT.
072100     MOVE PAGE-COUNT TO HDG-PAGE.
072200     WRITE PRINT-RECORD FROM HEADING-LINE-1
072300         AFTER ADVANCING PAGE.
072400     WRITE PRINT-RECORD FROM HEADING-LINE-2
072500         AFTER ADVANCING 2 LINES.
072600     MOVE SPACES TO PRINT-RECORD.
072700     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
072800     MOVE DETAIL-LINE TO PRINT-RECORD.
072900     MOVE 4 TO LINE-COUNT.
073000 5100-EXIT.
073100     EXIT.
073200*****************************************************************
073300*  9000-WRAP-UP - POSITION MASTER REWRITE, TOTALS AND CLOSE     *
073400*****************************************************************
073500 9000-WRAP-UP.
073600     IF DEPART-COUNT > ZERO
073700         PERFORM 9100-WRITE-POSN-MASTER THRU 9100-EXIT.
073800     IF PAGE-COUNT = ZERO
073900         MOVE SPACES TO DETAIL-LINE
074000         PERFORM 5100-PAGE-HEADING THRU 5100-EXIT.
074100     COMPUTE REMAIN-COUNT = POSN-COUNT - DEPART-COUNT.
074200     MOVE READ-COUNT TO TOT-READ.
074300     MOVE DEPART-COUNT TO TOT-DEPARTED.
074400     MOVE EXCEPTION-COUNT TO TOT-EXCEPTIONS.
074500     MOVE STOP-COUNT TO TOT-STOPS.
074600     MOVE EVENT-COUNT TO TOT-EVENTS.
074700     MOVE REMAIN-COUNT TO TOT-POSITIONS.
074800     MOVE SPACES TO PRINT-RECORD.
074900     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
075000     WRITE PRINT-RECORD FROM TOTAL-LINE-1
075100         AFTER ADVANCING 1 LINE.
075200     WRITE PRINT-RECORD FROM TOTAL-LINE-2
075300         AFTER ADVANCING 1 LINE.
075400     WRITE PRINT-RECORD FROM TOTAL-LINE-3
075500         AFTER ADVANCING 1 LINE.
075600     WRITE PRINT-RECORD FROM TOTAL-LINE-4
075700         AFTER ADVANCING 1 LINE.
075800     WRITE PRINT-RECORD FROM TOTAL-LINE-5
075900         AFTER ADVANCING 1 LINE.
076000     WRITE PRINT-RECORD FROM TOTAL-LINE-6
076100         AFTER ADVANCING 1 LINE.
076200     IF GATE-OPEN
076300         CLOSE GATE-FILE.
076400     IF HIST-OPEN
076500         CLOSE HIST-FILE.
076600     IF DETN-OPEN
076700         CLOSE DETN-FILE.
076800     PERFORM 9500-CLOSE-QUEUE THRU 9500-EXIT
076900         VARYING QUEUE-I FROM 1 BY 1
077000         UNTIL QUEUE-I > QUEUE-POOL-MAX.
077300     CLOSE PRINT-FILE.
077400 9000-EXIT.
077500     EXIT.
077600*****************************************************************
077700*  9100-WRITE-POSN-MASTER - REWRITE PNCPOSN WITHOUT THE CLOSED  *
077800*  POSITIONS                                                    *
077900*****************************************************************
078000 9100-WRITE-POSN-MASTER.
078100     OPEN OUTPUT POSN-FILE.
078200     IF POSN-STATUS NOT = "00"
078300         DISPLAY "PNCGATEO - POSITION MASTER REWRITE ERROR "
078400             POSN-STATUS UPON OPER-CONSOLE
078500         MOVE 12 TO RETURN-CODE
078600         GO TO 9100-EXIT.
078700     PERFORM 9150-WRITE-ONE-POSN THRU 9150-EXIT
078800         VARYING POSN-I FROM 1 BY 1
078900         UNTIL POSN-I > POSN-COUNT.
079000     CLOSE POSN-FILE.
079100 9100-EXIT.
079200     EXIT.
079300 9150-WRITE-ONE-POSN.
079400     IF PTB-ASSET-ID (POSN-I) = SPACES
079500         GO TO 9150-EXIT.
079600     MOVE POSN-ENTRY (POSN-I) TO POSN-RECORD.
079620     WRITE POSN-RECORD.
079640     IF POSN-STATUS NOT = "00"
079660         DISPLAY "PNCGATEO - POSITION MASTER WRITE ERROR "
079680             POSN-STATUS " - PNCPOSN INCOMPLETE" UPON OPER-CONSOLE
079700         MOVE 12 TO RETURN-CODE
079720         MOVE POSN-COUNT TO POSN-I.
079800 9150-EXIT.
079900     EXIT.
080000*****************************************************************
080100*  9200-9500 - EVENT QUEUE I/O DISPATCHED ON THE POOL QUEUE     *
080200*  NUMBER IN QUEUE-I                                            *
080300*****************************************************************
080400 9200-WRITE-EVENT.
080500     EVALUATE QUEUE-I
080600         WHEN 1
080700             WRITE EVT1-RECORD FROM EVENT-RECORD-AREA
080800         WHEN 2
080900             WRITE EVT2-RECORD FROM EVENT-RECORD-AREA
081000         WHEN 3
081100             WRITE EVT3-RECORD FROM EVENT-RECORD-AREA
081200         WHEN 4
081300             WRITE EVT4-RECORD FROM EVENT-RECORD-AREA
081400         WHEN 5
081500             WRITE EVT5-RECORD FROM EVENT-RECORD-AREA
081600         WHEN 6
081700             WRITE EVT6-RECORD FROM EVENT-RECORD-AREA
081800         WHEN 7
081900             WRITE EVT7-RECORD FROM EVENT-RECORD-AREA
082000         WHEN 8
082100             WRITE EVT8-RECORD FROM EVENT-RECORD-AREA
082200         WHEN 9
082300             WRITE EVT9-RECORD FROM EVENT-RECORD-AREA
082400         WHEN 10
082500             WRITE EVT10-RECORD FROM EVENT-RECORD-AREA
082600         WHEN 11
082700             WRITE EVT11-RECORD FROM EVENT-RECORD-AREA
082800         WHEN 12
082900             WRITE EVT12-RECORD FROM EVENT-RECORD-AREA
083000         WHEN 13
083100             WRITE EVT13-RECORD FROM EVENT-RECORD-AREA
083200         WHEN 14
083300             WRITE EVT14-RECORD FROM EVENT-RECORD-AREA
083400         WHEN 15
083500             WRITE EVT15-RECORD FROM EVENT-RECORD-AREA
083600         WHEN 16
083700             WRITE EVT16-RECORD FROM EVENT-RECORD-AREA
083800     END-EVALUATE.
083900 9200-EXIT.
084000     EXIT.
084100 9300-OPEN-QUEUE-EXTEND.
084200     EVALUATE QUEUE-I
084300         WHEN 1
084400             OPEN EXTEND EVT1-FILE
084500         WHEN 2
084600             OPEN EXTEND EVT2-FILE
084700         WHEN 3
084800             OPEN EXTEND EVT3-FILE
084900         WHEN 4
085000             OPEN EXTEND EVT4-FILE
085100         WHEN 5
085200             OPEN EXTEND EVT5-FILE
085300         WHEN 6
085400             OPEN EXTEND EVT6-FILE
085500         WHEN 7
085600             OPEN EXTEND EVT7-FILE
085700         WHEN 8
085800             OPEN EXTEND EVT8-FILE
085900         WHEN 9
086000             OPEN EXTEND EVT9-FILE
086100         WHEN 10
086200             OPEN EXTEND EVT10-FILE
086300         WHEN 11
086400             OPEN EXTEND EVT11-FILE
086500         WHEN 12
086600             OPEN EXTEND EVT12-FILE
086700         WHEN 13
086800             OPEN EXTEND EVT13-FILE
086900         WHEN 14
087000             OPEN EXTEND EVT14-FILE
087100         WHEN 15
087200             OPEN EXTEND EVT15-FILE
087300         WHEN 16
087400             OPEN EXTEND EVT16-FILE
087500     END-EVALUATE.
087520     IF EVT-STATUS = "00"
087540         MOVE "Y" TO QUEUE-OPEN-SW (QUEUE-I).
087600 9300-EXIT.
087700     EXIT.
087800 9400-OPEN-QUEUE-OUTPUT.
087900     EVALUATE QUEUE-I
088000         WHEN 1
088100             OPEN OUTPUT EVT1-FILE
088200         WHEN 2
088300             OPEN OUTPUT EVT2-FILE
088400         WHEN 3
088500             OPEN OUTPUT EVT3-FILE
088600         WHEN 4
088700             OPEN OUTPUT EVT4-FILE
088800         WHEN 5
088900             OPEN OUTPUT EVT5-FILE
089000         WHEN 6
089100             OPEN OUTPUT EVT6-FILE
089200         WHEN 7
089300             OPEN OUTPUT EVT7-FILE
089400         WHEN 8
089500             OPEN OUTPUT EVT8-FILE
089600         WHEN 9
089700             OPEN OUTPUT EVT9-FILE
089800         WHEN 10
089900             OPEN OUTPUT EVT10-FILE
090000         WHEN 11
090100             OPEN OUTPUT EVT11-FILE
090200         WHEN 12
090300             OPEN OUTPUT EVT12-FILE
090400         WHEN 13
090500             OPEN OUTPUT EVT13-FILE
090600         WHEN 14
090700             OPEN OUTPUT EVT14-FILE
090800         WHEN 15
090900             OPEN OUTPUT EVT15-FILE
091000         WHEN 16
091100             OPEN OUTPUT EVT16-FILE
091200     END-EVALUATE.
091220     IF EVT-STATUS = "00"
091240         MOVE "Y" TO QUEUE-OPEN-SW (QUEUE-I).
091300 9400-EXIT.
091400     EXIT.
091500 9500-CLOSE-QUEUE.
091600     IF QUEUE-OPEN-SW (QUEUE-I) NOT = "Y"
091700         GO TO 9500-EXIT.
091800     EVALUATE QUEUE-I
091900         WHEN 1
092000             CLOSE EVT1-FILE
092100         WHEN 2
092200             CLOSE EVT2-FILE
092300         WHEN 3
092400             CLOSE EVT3-FILE
092500         WHEN 4
092600             CLOSE EVT4-FILE
092700         WHEN 5
092800             CLOSE EVT5-FILE
092900         WHEN 6
093000             CLOSE EVT6-FILE
093100         WHEN 7
093200             CLOSE EVT7-FILE
093300         WHEN 8
093400             CLOSE EVT8-FILE
093500         WHEN 9
093600             CLOSE EVT9-FILE
093700         WHEN 10
093800             CLOSE EVT10-FILE
093900         WHEN 11
094000             CLOSE EVT11-FILE
094100         WHEN 12
094200             CLOSE EVT12-FILE
094300         WHEN 13
094400             CLOSE EVT13-FILE
094500         WHEN 14
094600             CLOSE EVT14-FILE
094700         WHEN 15
094800             CLOSE EVT15-FILE
094900         WHEN 16
095000             CLOSE EVT16-FILE
095100     END-EVALUATE.
095200 9500-EXIT.
095300     EXIT.
095400*****************************************************************
095500*  9600-9640 - PNCUPD2P CHECKPOINT I/O DISPATCHED ON THE        *
095600*  CHECKPOINT GENERATION                                        *
095700*****************************************************************
095800 9600-OPEN-CKPT-INPUT.
095900     IF CKPT-GEN = 1
096000         OPEN INPUT CKP1-FILE
096100     ELSE
096200         OPEN INPUT CKP2-FILE.
096300 9600-EXIT.
096400     EXIT.
096500 9610-READ-CKPT.
096600     IF CKPT-GEN = 1
096700         READ CKP1-FILE INTO CHECKPOINT-RECORD-AREA
096800             AT END MOVE "Y" TO CKPT-EOF-SW
096900         END-READ
097000     ELSE
097100         READ CKP2-FILE INTO CHECKPOINT-RECORD-AREA
097200             AT END MOVE "Y" TO CKPT-EOF-SW
097300         END-READ
097400     END-IF.
097500     IF CKPT-STATUS NOT = "00"
097600         MOVE "Y" TO CKPT-EOF-SW.
097700 9610-EXIT.
097800     EXIT.
097900 9640-CLOSE-CKPT.
098000     IF CKPT-GEN = 1
098100         CLOSE CKP1-FILE
098200     ELSE
098300         CLOSE CKP2-FILE.
098400 9640-EXIT.
098500     EXIT.
