000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YARDCHK.
000300 AUTHOR. R J MARINO.
000400 INSTALLATION. NATIONAL RETAIL SYSTEMS - NORTH BERGEN NJ.
000500 DATE-WRITTEN. OCTOBER 2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  YARDCHK - PHYSICAL YARD CHECK RECONCILIATION                 *
000900*                                                               *
001000*  MATCHES THE SHIFT YARD CHECK (YARDCHKI) - EVERY TRAILER AND  *
001100*  CONTAINER A CHECKER SAW AT EVERY YARD SLOT AND DOOR -        *
001200*  AGAINST THE CURRENT-POSITION MASTER (PNCPOSN) FOR THE        *
001300*  CAMPUSES CHECKED, AND REPORTS EACH ASSET AS:                 *
001400*    FOUND       - ON PNCPOSN AT THE CHECKED YARD AND DOOR,     *
001500*    MISLOCATED  - ON PNCPOSN, BUT SOMEWHERE ELSE,              *
001600*    UNEXPECTED  - CHECKED, BUT NOT ON PNCPOSN AT ALL,          *
001700*    MISSING     - ON PNCPOSN AT A CHECKED CAMPUS, BUT NOT SEEN *
001800*                  BY THE CHECKERS,                             *
001900*    PNC NEWER   - THE LATEST PNC SIGHTING IS LATER THAN THE    *
002000*                  CHECK, SO THE CHECK PROVES NOTHING EITHER    *
002100*                  WAY.  A POSITION SIGHTED ON OR AFTER THE     *
002200*                  FIRST CHECK AT ITS CAMPUS IS NEVER MISSING.  *
002300*                                                               *
002400*  CORRECTIONS THE YARD SUPERVISOR APPROVES (YARDCHKA) ARE      *
002500*  WRITTEN TO PNCHIST IN THE NORMAL HISTORY LAYOUT UNDER A      *
002600*  YARD CHECK MESSAGE GROUP ID, AND APPLIED TO PNCPOSN:         *
002700*    M - MISSING    - A "DEPARTED" RECORD WITH BLANK YARD AND   *
002800*                     DOOR, AS PNCGATEO WRITES, AT THE LAST     *
002900*                     CHECK TIME FOR THE CAMPUS; THE POSITION   *
002920*                     IS CLOSED, AND EVERY DETENTION STILL OPEN *
002940*                     ON PNCDETN FOR THE ASSET IS STOPPED WITH  *
002960*                     AN "E" EVENT AT THE SAME TIME, AS         *
002980*                     PNCGATEO DOES FOR A GATE-OUT,             *
003100*    L - MISLOCATED - A RECORD AT THE CHECKED YARD AND DOOR     *
003200*                     WITH THE POSITION'S LOAD STATUS AND       *
003300*                     CUSTOMER, AT THE CHECK TIME,              *
003400*    U - UNEXPECTED - A RECORD AT THE CHECKED YARD AND DOOR     *
003500*                     WITH LOAD STATUS "YARD CHECK" AND NO      *
003600*                     CUSTOMER, AT THE CHECK TIME; THE ASSET    *
003700*                     IS ADDED TO PNCPOSN.                      *
003800*  AN APPROVAL MUST NAME THE DISCREPANCY THIS RUN FOUND FOR THE *
003900*  ASSET AT THAT CAMPUS, OR IT IS REJECTED.  WITHOUT YARDCHKA   *
004000*  THE RUN IS REPORT ONLY.                                      *
004100*                                                               *
004200*  PNCPOSN IS REWRITTEN WHEN A CORRECTION IS APPLIED, SO THIS   *
004300*  STEP RUNS IN THE YARD JOB STREAM BEFORE OR AFTER PNCUPD2P    *
004400*  AND PNCGATEO, NEVER ALONGSIDE THEM.  A MISSING OR            *
004500*  UNREADABLE POSITION MASTER ENDS THE RUN WITH RC 12.          *
004510*  A PNCUPD2P RUN AWAITING ITS RESTART WOULD RESTORE PNCPOSN    *
004520*  FROM ITS CHECKPOINT AND UNDO THE CORRECTIONS, SO WHILE THE   *
004530*  NEWEST COMPLETE UPD2CKP1/2 CHECKPOINT IS STILL ACTIVE NO     *
004540*  APPROVAL IS APPLIED AND THE RUN ENDS RC 12 AFTER THE         *
004550*  REPORT.  RERUN WITH THE APPROVALS ONCE THE RESTART HAS       *
004560*  COMPLETED.                                                   *
004600*                                                               *
004700*  YARD CHECK RECORD (YARDCHKI, 80 BYTES):                      *
004800*     CAMPUS            X(6)                                    *
004900*     YARD CODE         X(6)                                    *
005000*     DOOR NUMBER       X(6)    BLANK = YARD SLOT, NO DOOR      *
005100*     ASSET NUMBER      X(25)                                   *
005200*     ASSET TYPE        X(1)    T = TRAILER (DEFAULT)           *
005300*                               C = CONTAINER                   *
005400*     CHECKER ID        X(10)                                   *
005500*     CHECK TIMESTAMP   X(26)                                   *
005600*  APPROVED CORRECTION (YARDCHKA, 42 BYTES):                    *
005700*     CAMPUS            X(6)                                    *
005800*     ASSET NUMBER      X(25)                                   *
005900*     CORRECTION TYPE   X(1)    M, L OR U AS ABOVE              *
006000*     APPROVED BY       X(10)                                   *
006100*  CORRECTION MESSAGE GROUP ID: YCK-YYYYMMDDHHMMSS-NNNNN        *
006200*****************************************************************
006300*  MODIFICATION HISTORY                                         *
006400*  10/15/26  RJM  NEW PROGRAM.                                  *
006500*****************************************************************
006600 ENVIRONMENT DIVISION.
006700 CONFIGURATION SECTION.
006800 SPECIAL-NAMES.
006900     CONSOLE IS OPER-CONSOLE.
007000 INPUT-OUTPUT SECTION.
007100 FILE-CONTROL.
007200     SELECT CHECK-FILE ASSIGN TO YARDCHKI
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS CHECK-STATUS.
007500     SELECT APPR-FILE ASSIGN TO YARDCHKA
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS APPR-STATUS.
007800     SELECT POSN-FILE ASSIGN TO PNCPOSN
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS POSN-STATUS.
008100     SELECT HIST-FILE ASSIGN TO PNCHIST
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS HIST-STATUS.
008320     SELECT DETN-FILE ASSIGN TO PNCDETN
008340         ORGANIZATION IS SEQUENTIAL
008360         FILE STATUS IS DETN-STATUS.
008365     SELECT CKP1-FILE ASSIGN TO UPD2CKP1
008370         ORGANIZATION IS SEQUENTIAL
008375         FILE STATUS IS CKPT-STATUS.
008380     SELECT CKP2-FILE ASSIGN TO UPD2CKP2
008385         ORGANIZATION IS SEQUENTIAL
008390         FILE STATUS IS CKPT-STATUS.
008400     SELECT SORT-FILE ASSIGN TO SORTWK01.
008500     SELECT PRINT-FILE ASSIGN TO QSYSPRT
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS PRINT-STATUS.
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  CHECK-FILE
009100     RECORD CONTAINS 80 CHARACTERS.
009200 01  CHECK-RECORD.
009300     05  YCK-I-CAMPUS            PIC X(06).
009400     05  YCK-I-YARD-CODE         PIC X(06).
009500     05  YCK-I-DOOR-NUMBER       PIC X(06).
009600     05  YCK-I-ASSET-ID          PIC X(25).
009700     05  YCK-I-ASSET-TYPE        PIC X(01).
009800     05  YCK-I-CHECKER-ID        PIC X(10).
009900     05  YCK-I-CHECK-TIMESTAMP   PIC X(26).
010000 FD  APPR-FILE
010100     RECORD CONTAINS 42 CHARACTERS.
010200 01  APPR-RECORD.
010300     05  YCK-A-CAMPUS            PIC X(06).
010400     05  YCK-A-ASSET-ID          PIC X(25).
010500     05  YCK-A-CORRECTION-TYPE   PIC X(01).
010600         88  YCK-A-CORRECT-MISSING           VALUE "M".
010700         88  YCK-A-CORRECT-MISLOCATED        VALUE "L".
010800         88  YCK-A-CORRECT-UNEXPECTED        VALUE "U".
010900     05  YCK-A-APPROVED-BY       PIC X(10).
011000 FD  POSN-FILE
011100     RECORD CONTAINS 124 CHARACTERS.
011200 01  POSN-RECORD.
011300     05  YCK-P-ASSET-ID          PIC X(25).
011400     05  YCK-P-ASSET-TYPE        PIC X(01).
011500     05  YCK-P-CAMPUS            PIC X(06).
011600     05  YCK-P-YARD-CODE         PIC X(06).
011700     05  YCK-P-DOOR-NUMBER       PIC X(06).
011800     05  YCK-P-LOAD-STATUS       PIC X(25).
011900     05  YCK-P-CUSTOMER-CODE     PIC X(25).
012000     05  YCK-P-TIMESTAMP         PIC X(26).
012100     05  YCK-P-TRAILER-SCAC      PIC X(04).
012200 FD  HIST-FILE
012300     RECORD CONTAINS 198 CHARACTERS.
012400 01  HIST-RECORD.
012500     05  YCK-H-MSG-GROUP-ID      PIC X(25).
012600     05  YCK-H-CAMPUS            PIC X(06).
012700     05  YCK-H-YARD-CODE         PIC X(06).
012800     05  YCK-H-DOOR-NUMBER       PIC X(06).
012900     05  YCK-H-SITE-CODE         PIC X(25).
013000     05  YCK-H-TRAILER-NUMBER    PIC X(25).
013100     05  YCK-H-CONTAINER-NUMBER  PIC X(25).
013200     05  YCK-H-LOAD-STATUS       PIC X(25).
013300     05  YCK-H-CUSTOMER-CODE     PIC X(25).
013400     05  YCK-H-TIMESTAMP         PIC X(26).
013500     05  YCK-H-TRAILER-SCAC      PIC X(04).
013505 FD  DETN-FILE
013510     RECORD CONTAINS 102 CHARACTERS.
013515 01  DETN-RECORD.
013520     05  YCK-D-MSG-GROUP-ID      PIC X(25).
013525     05  YCK-D-TRAILER-NUMBER    PIC X(25).
013530     05  YCK-D-CUSTOMER-CODE     PIC X(25).
013535     05  YCK-D-EVENT             PIC X(01).
013540         88  YCK-D-EVENT-START               VALUE "S".
013545         88  YCK-D-EVENT-STOP                VALUE "E".
013550     05  YCK-D-TIMESTAMP         PIC X(26).
013555 FD  CKP1-FILE
013560     RECORD CONTAINS 396 CHARACTERS.
013565 01  CKP1-RECORD                 PIC X(396).
013570 FD  CKP2-FILE
013575     RECORD CONTAINS 396 CHARACTERS.
013580 01  CKP2-RECORD                 PIC X(396).
013600 SD  SORT-FILE.
013700 01  SORT-RECORD.
013800     05  SRT-CAMPUS              PIC X(06).
013900     05  SRT-YARD-CODE           PIC X(06).
014000     05  SRT-DOOR-NUMBER         PIC X(06).
014100     05  SRT-ASSET-ID            PIC X(25).
014200     05  SRT-RESULT              PIC X(01).
014300     05  SRT-SYS-CAMPUS          PIC X(06).
014400     05  SRT-SYS-YARD-CODE       PIC X(06).
014500     05  SRT-SYS-DOOR-NUMBER     PIC X(06).
014600     05  SRT-CHECKER-ID          PIC X(10).
014700     05  SRT-CHECK-TIMESTAMP     PIC X(26).
014800     05  SRT-CORRECTED-SW        PIC X(01).
014900         88  SRT-CORRECTED                   VALUE "Y".
015000 FD  PRINT-FILE
015100     RECORD CONTAINS 132 CHARACTERS.
015200 01  PRINT-RECORD                PIC X(132).
015300 WORKING-STORAGE SECTION.
015400 77  CHECK-STATUS                PIC X(02)   VALUE SPACES.
015500 77  APPR-STATUS                 PIC X(02)   VALUE SPACES.
015600 77  POSN-STATUS                 PIC X(02)   VALUE SPACES.
015700 77  HIST-STATUS                 PIC X(02)   VALUE SPACES.
015750 77  DETN-STATUS                 PIC X(02)   VALUE SPACES.
015770 77  CKPT-STATUS                 PIC X(02)   VALUE SPACES.
015800 77  PRINT-STATUS                PIC X(02)   VALUE SPACES.
015900 77  CHECK-READ-COUNT            PIC S9(07)  COMP VALUE ZERO.
016000 77  CHECK-REJECT-COUNT          PIC S9(07)  COMP VALUE ZERO.
016100 77  APPR-READ-COUNT             PIC S9(07)  COMP VALUE ZERO.
016200 77  APPR-REJECT-COUNT           PIC S9(07)  COMP VALUE ZERO.
016300 77  CORRECTION-COUNT            PIC S9(07)  COMP VALUE ZERO.
016350 77  STOP-COUNT                  PIC S9(07)  COMP VALUE ZERO.
016400 77  FOUND-COUNT                 PIC S9(07)  COMP VALUE ZERO.
016500 77  MISSING-COUNT               PIC S9(07)  COMP VALUE ZERO.
016600 77  UNEXPECTED-COUNT            PIC S9(07)  COMP VALUE ZERO.
016700 77  MISLOCATED-COUNT            PIC S9(07)  COMP VALUE ZERO.
016800 77  NEWER-COUNT                 PIC S9(07)  COMP VALUE ZERO.
016900 77  CAMPUS-FOUND-COUNT          PIC S9(07)  COMP VALUE ZERO.
017000 77  CAMPUS-MISSING-COUNT        PIC S9(07)  COMP VALUE ZERO.
017100 77  CAMPUS-UNEXPECTED-COUNT     PIC S9(07)  COMP VALUE ZERO.
017200 77  CAMPUS-MISLOCATED-COUNT     PIC S9(07)  COMP VALUE ZERO.
017300 77  CAMPUS-CORRECTED-COUNT      PIC S9(07)  COMP VALUE ZERO.
017400 77  REMAIN-COUNT                PIC S9(07)  COMP VALUE ZERO.
017500 77  POSN-COUNT                  PIC S9(05)  COMP VALUE ZERO.
017600 77  POSN-I                      PIC S9(05)  COMP VALUE ZERO.
017700 77  POSN-FOUND-I                PIC S9(05)  COMP VALUE ZERO.
017800 77  POSN-MAX                    PIC S9(05)  COMP VALUE +10000.
017900 77  CHK-COUNT                   PIC S9(05)  COMP VALUE ZERO.
018000 77  CHK-I                       PIC S9(05)  COMP VALUE ZERO.
018100 77  CHK-FOUND-I                 PIC S9(05)  COMP VALUE ZERO.
018200 77  CHK-MAX                     PIC S9(05)  COMP VALUE +10000.
018300 77  CAMP-COUNT                  PIC S9(03)  COMP VALUE ZERO.
018400 77  CAMP-I                      PIC S9(03)  COMP VALUE ZERO.
018500 77  CAMP-FOUND-I                PIC S9(03)  COMP VALUE ZERO.
018600 77  CAMP-MAX                    PIC S9(03)  COMP VALUE +100.
018700 77  EXC-COUNT                   PIC S9(05)  COMP VALUE ZERO.
018800 77  EXC-I                       PIC S9(05)  COMP VALUE ZERO.
018900 77  EXC-MAX                     PIC S9(05)  COMP VALUE +1000.
018920 77  DOPN-COUNT                  PIC S9(05)  COMP VALUE ZERO.
018940 77  DOPN-I                      PIC S9(05)  COMP VALUE ZERO.
018960 77  DOPN-FOUND-I                PIC S9(05)  COMP VALUE ZERO.
018980 77  DOPN-MAX                    PIC S9(05)  COMP VALUE +5000.
018982 77  CKPT-GEN                    PIC 9(01)   VALUE ZERO.
018984 77  BEST-GEN                    PIC 9(01)   VALUE ZERO.
018986 77  CKPT-POSN-READ              PIC S9(05)  COMP VALUE ZERO.
018988 77  CKPT-REG-READ               PIC S9(05)  COMP VALUE ZERO.
019000 77  LINE-COUNT                  PIC S9(03)  COMP VALUE +99.
019100 77  PAGE-COUNT                  PIC S9(05)  COMP VALUE ZERO.
019200 01  SWITCH-AREA.
019300     05  CHECK-EOF-SW            PIC X(01)   VALUE "N".
019400         88  END-OF-CHECK                    VALUE "Y".
019500     05  APPR-EOF-SW             PIC X(01)   VALUE "N".
019600         88  END-OF-APPR                     VALUE "Y".
019700     05  POSN-EOF-SW             PIC X(01)   VALUE "N".
019800         88  END-OF-POSN                     VALUE "Y".
019900     05  SORT-EOF-SW             PIC X(01)   VALUE "N".
020000         88  END-OF-SORT                     VALUE "Y".
020100     05  TABLE-OVERFLOW-SW       PIC X(01)   VALUE "N".
020200         88  TABLE-OVERFLOW                  VALUE "Y".
020300     05  RECON-READY-SW          PIC X(01)   VALUE "N".
020400         88  RECON-READY                     VALUE "Y".
020500     05  APPR-OPEN-SW            PIC X(01)   VALUE "N".
020600         88  APPROVALS-OPEN                  VALUE "Y".
020700     05  EDIT-PASS-SW            PIC X(01)   VALUE "Y".
020800         88  EDITS-PASSED                    VALUE "Y".
020820     05  HIST-OPEN-SW            PIC X(01)   VALUE "N".
020840         88  HISTORY-OPEN                    VALUE "Y".
020860     05  HIST-WRITE-SW           PIC X(01)   VALUE "N".
020880         88  CORRECTION-WRITTEN              VALUE "Y".
020882     05  DETN-EOF-SW             PIC X(01)   VALUE "N".
020884         88  END-OF-DETN                     VALUE "Y".
020886     05  DETN-OPEN-SW            PIC X(01)   VALUE "N".
020888         88  DETENTION-OPEN                  VALUE "Y".
020890     05  CKPT-EOF-SW             PIC X(01)   VALUE "N".
020892         88  END-OF-CKPT                     VALUE "Y".
020894     05  RESTART-PEND-SW         PIC X(01)   VALUE "N".
020896         88  RESTART-PENDING                 VALUE "Y".
020900 01  EDIT-REASON                 PIC X(50)   VALUE SPACES.
021000 01  WORK-ASSET-ID               PIC X(25)   VALUE SPACES.
021100 01  WORK-CAMPUS                 PIC X(06)   VALUE SPACES.
021200 01  PREV-CAMPUS                 PIC X(06)   VALUE SPACES.
021300*    LOAD STATUS THAT MARKS A GATE-OUT ON PNCHIST - A MISSING
021400*    ASSET IS CLOSED THE SAME WAY
021500 01  DEPARTED-STATUS             PIC X(25)   VALUE "DEPARTED".
021600*    LOAD STATUS GIVEN TO AN UNEXPECTED ASSET UNTIL PNC
021700*    REPORTS IT
021800 01  CHECKED-STATUS              PIC X(25)   VALUE "YARD CHECK".
021900 01  CORRECTION-GROUP-ID.
022000     05  FILLER                  PIC X(04)   VALUE "YCK-".
022100     05  CGI-DATE                PIC X(08).
022200     05  CGI-TIME                PIC X(06).
022300     05  FILLER                  PIC X(01)   VALUE "-".
022400     05  CGI-SEQUENCE            PIC 9(05).
022500     05  FILLER                  PIC X(01)   VALUE SPACES.
022600*    POSITION MASTER.  RESULT: BLANK = NOT CHECKED, C = MATCHED
022700*    BY A CHECK RECORD, M = MISSING, S = PNC SIGHTING NEWER THAN
022800*    THE CHECK, A = ADDED BY AN UNEXPECTED CORRECTION.
022900 01  POSITION-TABLE-AREA.
023000     05  POSN-ENTRY              OCCURS 10000 TIMES
023100                                 INDEXED BY POSN-X.
023200         10  PTB-POSITION.
023300             15  PTB-ASSET-ID    PIC X(25).
023400             15  PTB-ASSET-TYPE  PIC X(01).
023500             15  PTB-CAMPUS      PIC X(06).
023600             15  PTB-YARD-CODE   PIC X(06).
023700             15  PTB-DOOR-NUMBER PIC X(06).
023800             15  PTB-LOAD-STATUS PIC X(25).
023900             15  PTB-CUSTOMER-CODE
024000                                 PIC X(25).
024100             15  PTB-TIMESTAMP   PIC X(26).
024200             15  PTB-TRAILER-SCAC
024300                                 PIC X(04).
024400         10  PTB-RESULT          PIC X(01).
024500         10  PTB-CORRECTED-SW    PIC X(01).
024600             88  PTB-CORRECTED               VALUE "Y".
024700*    YARD CHECK.  RESULT: F = FOUND, L = MISLOCATED,
024800*    U = UNEXPECTED, N = PNC SIGHTING NEWER THAN THE CHECK.
024900 01  CHECK-TABLE-AREA.
025000     05  CHK-ENTRY               OCCURS 10000 TIMES
025100                                 INDEXED BY CHK-X.
025200         10  CTB-CAMPUS          PIC X(06).
025300         10  CTB-YARD-CODE       PIC X(06).
025400         10  CTB-DOOR-NUMBER     PIC X(06).
025500         10  CTB-ASSET-ID        PIC X(25).
025600         10  CTB-ASSET-TYPE      PIC X(01).
025700         10  CTB-CHECKER-ID      PIC X(10).
025800         10  CTB-CHECK-TIMESTAMP PIC X(26).
025900         10  CTB-RESULT          PIC X(01).
026000         10  CTB-POSN-I          PIC S9(05)  COMP.
026100         10  CTB-SYS-CAMPUS      PIC X(06).
026200         10  CTB-SYS-YARD-CODE   PIC X(06).
026300         10  CTB-SYS-DOOR-NUMBER PIC X(06).
026400         10  CTB-CORRECTED-SW    PIC X(01).
026500             88  CTB-CORRECTED               VALUE "Y".
026510*    DETENTION STARTS WITH NO STOP YET ON PNCDETN
026520 01  OPEN-DETENTION-AREA.
026530     05  DOPN-ENTRY              OCCURS 5000 TIMES
026540                                 INDEXED BY DOPN-X.
026550         10  OTB-TRAILER-NUMBER  PIC X(25).
026560         10  OTB-CUSTOMER-CODE   PIC X(25).
026570         10  OTB-START-TS        PIC X(26).
026571*    ONE ROW PER PNCUPD2P CHECKPOINT GENERATION
026572 01  CHECKPOINT-GEN-AREA.
026573     05  GEN-ENTRY               OCCURS 2 TIMES.
026574         10  GNT-SEQUENCE        PIC 9(07).
026575         10  GNT-RUN-STATUS      PIC X(01).
026576         10  GNT-VALID-SW        PIC X(01).
026577*    PNCUPD2P CHECKPOINT RECORD - ONLY THE HEADER AND TRAILER
026578*    FIELDS NEEDED TO FIND THE NEWEST COMPLETE GENERATION
026579 01  CHECKPOINT-RECORD-AREA.
026580     05  YCK-K-RECORD-TYPE       PIC X(01).
026581         88  YCK-K-HEADER                    VALUE "H".
026582         88  YCK-K-POSITION                  VALUE "P".
026583         88  YCK-K-REGISTRY                  VALUE "G".
026584         88  YCK-K-TRAILER                   VALUE "T".
026585     05  YCK-K-DATA              PIC X(395).
026586     05  YCK-K-HEADER-DATA REDEFINES YCK-K-DATA.
026587         10  YCK-K-SEQUENCE      PIC 9(07).
026588         10  YCK-K-RUN-STATUS    PIC X(01).
026589         10  FILLER              PIC X(387).
026590     05  YCK-K-TRAILER-DATA REDEFINES YCK-K-DATA.
026591         10  YCK-K-T-SEQUENCE    PIC 9(07).
026592         10  YCK-K-T-POSN-COUNT  PIC 9(05).
026593         10  YCK-K-T-REG-COUNT   PIC 9(05).
026594         10  FILLER              PIC X(378).
026600*    CAMPUSES CHECKED, WITH THE FIRST AND LAST CHECK TIMES
026700 01  CAMPUS-TABLE-AREA.
026800     05  CAMP-ENTRY              OCCURS 100 TIMES
026900                                 INDEXED BY CAMP-X.
027000         10  CMT-CAMPUS          PIC X(06).
027100         10  CMT-FIRST-CHECK-TS  PIC X(26).
027200         10  CMT-LAST-CHECK-TS   PIC X(26).
027300*    REJECTED CHECK RECORDS AND APPROVALS, LISTED AFTER THE
027400*    RECONCILIATION
027500 01  EXCEPTION-TABLE-AREA.
027600     05  EXC-ENTRY               OCCURS 1000 TIMES
027700                                 INDEXED BY EXC-X.
027800         10  ETB-SOURCE          PIC X(08).
027900         10  ETB-CAMPUS          PIC X(06).
028000         10  ETB-YARD-CODE       PIC X(06).
028100         10  ETB-DOOR-NUMBER     PIC X(06).
028200         10  ETB-ASSET-ID        PIC X(25).
028300         10  ETB-USER-ID         PIC X(10).
028400         10  ETB-REASON          PIC X(50).
028500 01  EXCEPTION-WORK.
028600     05  EXW-SOURCE              PIC X(08).
028700     05  EXW-CAMPUS              PIC X(06).
028800     05  EXW-YARD-CODE           PIC X(06).
028900     05  EXW-DOOR-NUMBER         PIC X(06).
029000     05  EXW-ASSET-ID            PIC X(25).
029100     05  EXW-USER-ID             PIC X(10).
029200     05  EXW-REASON              PIC X(50).
029300 01  RUN-STAMP-AREA.
029400     05  RUN-DATE-YMD            PIC 9(08).
029500     05  RUN-DATE-X REDEFINES RUN-DATE-YMD.
029600         10  RUN-YEAR            PIC X(04).
029700         10  RUN-MONTH           PIC X(02).
029800         10  RUN-DAY             PIC X(02).
029900     05  RUN-TIME-HMS            PIC 9(08).
030000     05  RUN-TIME-X REDEFINES RUN-TIME-HMS.
030100         10  RUN-HOUR            PIC X(02).
030200         10  RUN-MINUTE          PIC X(02).
030300         10  RUN-SECOND          PIC X(02).
030400         10  FILLER              PIC X(02).
030500     05  RUN-STAMP               PIC X(19).
030600 01  HEADING-LINE-1.
030700     05  FILLER                  PIC X(09)   VALUE "YARDCHK".
030800     05  FILLER                  PIC X(27)   VALUE SPACES.
030900     05  HDG-TITLE               PIC X(44).
031000     05  FILLER                  PIC X(05)   VALUE "RUN: ".
031100     05  HDG-RUN-STAMP           PIC X(19).
031200     05  FILLER                  PIC X(18)   VALUE SPACES.
031300     05  FILLER                  PIC X(05)   VALUE "PAGE ".
031400     05  HDG-PAGE                PIC ZZZZ9.
031500*    COLUMN HEADING OF THE SECTION BEING PRINTED
031600 01  HEADING-LINE-2              PIC X(132)  VALUE SPACES.
031700 01  RECON-TITLE                 PIC X(44)   VALUE
031800     "YARD CHECK RECONCILIATION - POSITION MASTER ".
031900 01  EXCEPTION-TITLE             PIC X(44)   VALUE
032000     "YARD CHECK EXCEPTIONS / REJECTED APPROVALS  ".
032100 01  RECON-HEADING.
032200     05  FILLER                  PIC X(08)   VALUE "CAMPUS".
032300     05  FILLER                  PIC X(07)   VALUE "YARD".
032400     05  FILLER                  PIC X(08)   VALUE "DOOR".
032500     05  FILLER                  PIC X(27)   VALUE "ASSET".
032600     05  FILLER                  PIC X(14)   VALUE "RESULT".
032700     05  FILLER                  PIC X(22)   VALUE
032800         "PNCPOSN LOCATION".
032900     05  FILLER                  PIC X(12)   VALUE "CHECKER".
033000     05  FILLER                  PIC X(21)   VALUE "CHECK TIME".
033100     05  FILLER                  PIC X(13)   VALUE "CORRECTION".
033200 01  DETAIL-LINE.
033300     05  DTL-CAMPUS              PIC X(06).
033400     05  FILLER                  PIC X(02)   VALUE SPACES.
033500     05  DTL-YARD-CODE           PIC X(06).
033600     05  FILLER                  PIC X(01)   VALUE SPACES.
033700     05  DTL-DOOR-NUMBER         PIC X(06).
033800     05  FILLER                  PIC X(02)   VALUE SPACES.
033900     05  DTL-ASSET-ID            PIC X(25).
034000     05  FILLER                  PIC X(02)   VALUE SPACES.
034100     05  DTL-RESULT              PIC X(12).
034200     05  FILLER                  PIC X(02)   VALUE SPACES.
034300     05  DTL-SYS-CAMPUS          PIC X(06).
034400     05  FILLER                  PIC X(01)   VALUE SPACES.
034500     05  DTL-SYS-YARD-CODE       PIC X(06).
034600     05  FILLER                  PIC X(01)   VALUE SPACES.
034700     05  DTL-SYS-DOOR-NUMBER     PIC X(06).
034800     05  FILLER                  PIC X(02)   VALUE SPACES.
034900     05  DTL-CHECKER-ID          PIC X(10).
035000     05  FILLER                  PIC X(02)   VALUE SPACES.
035100     05  DTL-CHECK-TIMESTAMP     PIC X(19).
035200     05  FILLER                  PIC X(02)   VALUE SPACES.
035300     05  DTL-CORRECTION          PIC X(09).
035400     05  FILLER                  PIC X(04)   VALUE SPACES.
035500 01  CAMPUS-TOTAL-LINE.
035600     05  FILLER                  PIC X(08)   VALUE SPACES.
035700     05  FILLER                  PIC X(07)   VALUE "CAMPUS ".
035800     05  CTL-CAMPUS              PIC X(06).
035900     05  FILLER                  PIC X(09)   VALUE
036000         "  FOUND: ".
036100     05  CTL-FOUND               PIC ZZ,ZZ9.
036200     05  FILLER                  PIC X(11)   VALUE
036300         "  MISSING: ".
036400     05  CTL-MISSING             PIC ZZ,ZZ9.
036500     05  FILLER                  PIC X(14)   VALUE
036600         "  UNEXPECTED: ".
036700     05  CTL-UNEXPECTED          PIC ZZ,ZZ9.
036800     05  FILLER                  PIC X(14)   VALUE
036900         "  MISLOCATED: ".
037000     05  CTL-MISLOCATED          PIC ZZ,ZZ9.
037100     05  FILLER                  PIC X(13)   VALUE
037200         "  CORRECTED: ".
037300     05  CTL-CORRECTED           PIC ZZ,ZZ9.
037400     05  FILLER                  PIC X(20)   VALUE SPACES.
037500 01  EXCEPTION-HEADING.
037600     05  FILLER                  PIC X(10)   VALUE "SOURCE".
037700     05  FILLER                  PIC X(08)   VALUE "CAMPUS".
037800     05  FILLER                  PIC X(07)   VALUE "YARD".
037900     05  FILLER                  PIC X(08)   VALUE "DOOR".
038000     05  FILLER                  PIC X(27)   VALUE "ASSET".
038100     05  FILLER                  PIC X(12)   VALUE "ENTERED BY".
038200     05  FILLER                  PIC X(60)   VALUE "REASON".
038300 01  EXCEPTION-LINE.
038400     05  EXL-SOURCE              PIC X(08).
038500     05  FILLER                  PIC X(02)   VALUE SPACES.
038600     05  EXL-CAMPUS              PIC X(06).
038700     05  FILLER                  PIC X(02)   VALUE SPACES.
038800     05  EXL-YARD-CODE           PIC X(06).
038900     05  FILLER                  PIC X(01)   VALUE SPACES.
039000     05  EXL-DOOR-NUMBER         PIC X(06).
039100     05  FILLER                  PIC X(02)   VALUE SPACES.
039200     05  EXL-ASSET-ID            PIC X(25).
039300     05  FILLER                  PIC X(02)   VALUE SPACES.
039400     05  EXL-USER-ID             PIC X(10).
039500     05  FILLER                  PIC X(02)   VALUE SPACES.
039600     05  EXL-REASON              PIC X(50).
039700     05  FILLER                  PIC X(10)   VALUE SPACES.
039800 01  NONE-LINE.
039900     05  FILLER                  PIC X(10)   VALUE SPACES.
040000     05  NONE-TEXT               PIC X(50).
040100     05  FILLER                  PIC X(72)   VALUE SPACES.
040200 01  TOTAL-LINE-1.
040300     05  FILLER                  PIC X(31)   VALUE
040400         "YARD CHECK RECORDS READ  . . : ".
040500     05  TOT-CHECK-READ          PIC ZZ,ZZZ,ZZ9.
040600     05  FILLER                  PIC X(91)   VALUE SPACES.
040700 01  TOTAL-LINE-2.
040800     05  FILLER                  PIC X(31)   VALUE
040900         "  REJECTED . . . . . . . . . : ".
041000     05  TOT-CHECK-REJECTED      PIC ZZ,ZZZ,ZZ9.
041100     05  FILLER                  PIC X(91)   VALUE SPACES.
041200 01  TOTAL-LINE-3.
041300     05  FILLER                  PIC X(31)   VALUE
041400         "CAMPUSES CHECKED . . . . . . : ".
041500     05  TOT-CAMPUSES            PIC ZZ,ZZZ,ZZ9.
041600     05  FILLER                  PIC X(91)   VALUE SPACES.
041700 01  TOTAL-LINE-4.
041800     05  FILLER                  PIC X(31)   VALUE
041900         "  ASSETS FOUND . . . . . . . : ".
042000     05  TOT-FOUND               PIC ZZ,ZZZ,ZZ9.
042100     05  FILLER                  PIC X(91)   VALUE SPACES.
042200 01  TOTAL-LINE-5.
042300     05  FILLER                  PIC X(31)   VALUE
042400         "  ASSETS MISSING . . . . . . : ".
042500     05  TOT-MISSING             PIC ZZ,ZZZ,ZZ9.
042600     05  FILLER                  PIC X(91)   VALUE SPACES.
042700 01  TOTAL-LINE-6.
042800     05  FILLER                  PIC X(31)   VALUE
042900         "  ASSETS UNEXPECTED  . . . . : ".
043000     05  TOT-UNEXPECTED          PIC ZZ,ZZZ,ZZ9.
043100     05  FILLER                  PIC X(91)   VALUE SPACES.
043200 01  TOTAL-LINE-7.
043300     05  FILLER                  PIC X(31)   VALUE
043400         "  ASSETS MISLOCATED  . . . . : ".
043500     05  TOT-MISLOCATED          PIC ZZ,ZZZ,ZZ9.
043600     05  FILLER                  PIC X(91)   VALUE SPACES.
043700 01  TOTAL-LINE-8.
043800     05  FILLER                  PIC X(31)   VALUE
043900         "  PNC SIGHTING NEWER . . . . : ".
044000     05  TOT-NEWER               PIC ZZ,ZZZ,ZZ9.
044100     05  FILLER                  PIC X(91)   VALUE SPACES.
044200 01  TOTAL-LINE-9.
044300     05  FILLER                  PIC X(31)   VALUE
044400         "APPROVED CORRECTIONS READ  . : ".
044500     05  TOT-APPR-READ           PIC ZZ,ZZZ,ZZ9.
044600     05  FILLER                  PIC X(91)   VALUE SPACES.
044700 01  TOTAL-LINE-10.
044800     05  FILLER                  PIC X(31)   VALUE
044900         "  WRITTEN TO PNCHIST . . . . : ".
045000     05  TOT-CORRECTIONS         PIC ZZ,ZZZ,ZZ9.
045100     05  FILLER                  PIC X(91)   VALUE SPACES.
045110 01  TOTAL-LINE-13.
045120     05  FILLER                  PIC X(31)   VALUE
045130         "  DETENTIONS STOPPED . . . . : ".
045140     05  TOT-STOPS               PIC ZZ,ZZZ,ZZ9.
045150     05  FILLER                  PIC X(91)   VALUE SPACES.
045200 01  TOTAL-LINE-11.
045300     05  FILLER                  PIC X(31)   VALUE
045400         "  REJECTED . . . . . . . . . : ".
045500     05  TOT-APPR-REJECTED       PIC ZZ,ZZZ,ZZ9.
045600     05  FILLER                  PIC X(91)   VALUE SPACES.
045700 01  TOTAL-LINE-12.
045800     05  FILLER                  PIC X(31)   VALUE
045900         "ASSETS ON POSITION MASTER  . : ".
046000     05  TOT-POSITIONS           PIC ZZ,ZZZ,ZZ9.
046100     05  FILLER                  PIC X(91)   VALUE SPACES.
046200 PROCEDURE DIVISION.
046300*****************************************************************
046400*  0000-MAINLINE - OVERALL PROGRAM CONTROL                      *
046500*****************************************************************
046600 0000-MAINLINE.
046700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
046800     IF RECON-READY
046900         IF CHK-COUNT > ZERO
047000             PERFORM 2000-MATCH-ONE-CHECK THRU 2000-EXIT
047100                 VARYING CHK-I FROM 1 BY 1
047200                 UNTIL CHK-I > CHK-COUNT
047300             PERFORM 2500-CLASSIFY-POSITION THRU 2500-EXIT
047400                 VARYING POSN-I FROM 1 BY 1
047500                 UNTIL POSN-I > POSN-COUNT
047600         END-IF
047700         PERFORM 1500-OPEN-APPROVALS THRU 1500-EXIT
047800         PERFORM 3000-APPLY-APPROVAL THRU 3000-EXIT
047900             UNTIL END-OF-APPR
048000         SORT SORT-FILE
048100             ON ASCENDING KEY SRT-CAMPUS
048200                              SRT-YARD-CODE
048300                              SRT-DOOR-NUMBER
048400                              SRT-ASSET-ID
048500             INPUT PROCEDURE IS 6000-RELEASE-RESULTS
048600                            THRU 6999-EXIT
048700             OUTPUT PROCEDURE IS 7000-PRINT-RECONCILIATION
048800                            THRU 7999-EXIT
048900         PERFORM 8000-PRINT-EXCEPTIONS THRU 8000-EXIT.
049000     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
049100     STOP RUN.
049200*****************************************************************
049300*  1000-INITIALIZE - RUN STAMP, POSITION MASTER AND YARD CHECK  *
049400*  LOAD, REPORT OPEN                                            *
049500*****************************************************************
049600 1000-INITIALIZE.
049700     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD.
049800     ACCEPT RUN-TIME-HMS FROM TIME.
049900     STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY "-"
050000            RUN-HOUR "." RUN-MINUTE "." RUN-SECOND
050100            DELIMITED BY SIZE INTO RUN-STAMP.
050200     MOVE RUN-STAMP TO HDG-RUN-STAMP.
050300     MOVE RUN-DATE-X TO CGI-DATE.
050400     STRING RUN-HOUR RUN-MINUTE RUN-SECOND
050500            DELIMITED BY SIZE INTO CGI-TIME.
050600     OPEN OUTPUT PRINT-FILE.
050700     IF PRINT-STATUS NOT = "00"
050800         DISPLAY "YARDCHK - PRINT OPEN ERROR " PRINT-STATUS
050900             UPON OPER-CONSOLE
051000         MOVE 12 TO RETURN-CODE
051100         STOP RUN.
051200     OPEN INPUT POSN-FILE.
051300     IF POSN-STATUS NOT = "00"
051400         DISPLAY "YARDCHK - POSITION MASTER UNAVAILABLE "
051500             POSN-STATUS " - NO RECONCILIATION"
051600             UPON OPER-CONSOLE
051700         MOVE 12 TO RETURN-CODE
051800         GO TO 1000-EXIT.
051900     PERFORM 1100-LOAD-POSITION THRU 1100-EXIT
052000         UNTIL END-OF-POSN.
052100     CLOSE POSN-FILE.
052200     IF TABLE-OVERFLOW
052300         GO TO 1000-EXIT.
052400     OPEN INPUT CHECK-FILE.
052500     IF CHECK-STATUS NOT = "00"
052600         DISPLAY "YARDCHK - YARD CHECK OPEN ERROR " CHECK-STATUS
052700             UPON OPER-CONSOLE
052800         MOVE 12 TO RETURN-CODE
052900         GO TO 1000-EXIT.
053000     PERFORM 1200-LOAD-CHECK THRU 1200-EXIT
053100         UNTIL END-OF-CHECK.
053200     CLOSE CHECK-FILE.
053300     IF TABLE-OVERFLOW
053400         GO TO 1000-EXIT.
053500     MOVE "Y" TO RECON-READY-SW.
053600 1000-EXIT.
053700     EXIT.
053701*****************************************************************
053702*  1050-CHECK-RESTART - IS PNCUPD2P WAITING TO RESTART?  THE    *
053703*  NEWEST CHECKPOINT GENERATION WRITTEN THROUGH TO ITS TRAILER  *
053704*  IS FOUND THE WAY PNCUPD2P FINDS IT; RUN STATUS "A" ON IT     *
053705*  MEANS THE RESTART WILL RELOAD PNCPOSN FROM THE CHECKPOINT.   *
053706*****************************************************************
053707 1050-CHECK-RESTART.
053708     MOVE ZERO TO BEST-GEN.
053709     PERFORM 1055-EXAMINE-GENERATION THRU 1055-EXIT
053710         VARYING CKPT-GEN FROM 1 BY 1 UNTIL CKPT-GEN > 2.
053711     IF BEST-GEN > ZERO
053712         AND GNT-RUN-STATUS (BEST-GEN) = "A"
053713         MOVE "Y" TO RESTART-PEND-SW.
053714 1050-EXIT.
053715     EXIT.
053716 1055-EXAMINE-GENERATION.
053717     MOVE ZERO TO GNT-SEQUENCE (CKPT-GEN).
053718     MOVE SPACES TO GNT-RUN-STATUS (CKPT-GEN).
053719     MOVE "N" TO GNT-VALID-SW (CKPT-GEN).
053720     MOVE "N" TO CKPT-EOF-SW.
053721     MOVE ZERO TO CKPT-POSN-READ.
053722     MOVE ZERO TO CKPT-REG-READ.
053723     PERFORM 9600-OPEN-CKPT-INPUT THRU 9600-EXIT.
053724     IF CKPT-STATUS NOT = "00"
053725         GO TO 1055-EXIT.
053726     PERFORM 9610-READ-CKPT THRU 9610-EXIT.
053727     IF END-OF-CKPT
053728         OR NOT YCK-K-HEADER
053729         PERFORM 9640-CLOSE-CKPT THRU 9640-EXIT
053730         GO TO 1055-EXIT.
053731     MOVE YCK-K-SEQUENCE TO GNT-SEQUENCE (CKPT-GEN).
053732     MOVE YCK-K-RUN-STATUS TO GNT-RUN-STATUS (CKPT-GEN).
053733     PERFORM 1058-READ-TO-TRAILER THRU 1058-EXIT
053734         UNTIL END-OF-CKPT.
053735     PERFORM 9640-CLOSE-CKPT THRU 9640-EXIT.
053736     IF GNT-VALID-SW (CKPT-GEN) = "Y"
053737         IF BEST-GEN = ZERO
053738             OR GNT-SEQUENCE (CKPT-GEN) > GNT-SEQUENCE (BEST-GEN)
053739             MOVE CKPT-GEN TO BEST-GEN.
053740 1055-EXIT.
053741     EXIT.
053742 1058-READ-TO-TRAILER.
053743     PERFORM 9610-READ-CKPT THRU 9610-EXIT.
053744     IF END-OF-CKPT
053745         GO TO 1058-EXIT.
053746     IF YCK-K-POSITION
053747         ADD 1 TO CKPT-POSN-READ
053748     ELSE
053749     IF YCK-K-REGISTRY
053750         ADD 1 TO CKPT-REG-READ
053751     ELSE
053752     IF YCK-K-TRAILER
053753         IF YCK-K-T-SEQUENCE = GNT-SEQUENCE (CKPT-GEN)
053754             AND YCK-K-T-POSN-COUNT = CKPT-POSN-READ
053755             AND YCK-K-T-REG-COUNT = CKPT-REG-READ
053756             MOVE "Y" TO GNT-VALID-SW (CKPT-GEN)
053757         END-IF
053758         MOVE "Y" TO CKPT-EOF-SW.
053759 1058-EXIT.
053760     EXIT.
053800 1100-LOAD-POSITION.
053900     READ POSN-FILE
054000         AT END MOVE "Y" TO POSN-EOF-SW
054100         GO TO 1100-EXIT.
054200     IF POSN-COUNT < POSN-MAX
054300         ADD 1 TO POSN-COUNT
054400         MOVE POSN-RECORD TO PTB-POSITION (POSN-COUNT)
054500         MOVE SPACES TO PTB-RESULT (POSN-COUNT)
054600         MOVE "N" TO PTB-CORRECTED-SW (POSN-COUNT)
054700     ELSE
054800         DISPLAY "YARDCHK - POSITION TABLE FULL - "
054900             "INCREASE POSN-MAX - NO RECONCILIATION"
055000             UPON OPER-CONSOLE
055100         MOVE 12 TO RETURN-CODE
055200         MOVE "Y" TO TABLE-OVERFLOW-SW
055300         MOVE "Y" TO POSN-EOF-SW.
055400 1100-EXIT.
055500     EXIT.
055600*****************************************************************
055700*  1200-LOAD-CHECK - EDIT ONE YARD CHECK RECORD AND KEEP IT.    *
055800*  AN ASSET CHECKED TWICE KEEPS ITS FIRST SIGHTING.             *
055900*****************************************************************
056000 1200-LOAD-CHECK.
056100     READ CHECK-FILE
056200         AT END MOVE "Y" TO CHECK-EOF-SW
056300         GO TO 1200-EXIT.
056400     ADD 1 TO CHECK-READ-COUNT.
056500     PERFORM 4000-EDIT-CHECK THRU 4000-EXIT.
056600     IF NOT EDITS-PASSED
056700         ADD 1 TO CHECK-REJECT-COUNT
056800         MOVE "CHECK" TO EXW-SOURCE
056900         MOVE YCK-I-CAMPUS TO EXW-CAMPUS
057000         MOVE YCK-I-YARD-CODE TO EXW-YARD-CODE
057100         MOVE YCK-I-DOOR-NUMBER TO EXW-DOOR-NUMBER
057200         MOVE YCK-I-ASSET-ID TO EXW-ASSET-ID
057300         MOVE YCK-I-CHECKER-ID TO EXW-USER-ID
057400         MOVE EDIT-REASON TO EXW-REASON
057500         PERFORM 3900-NOTE-EXCEPTION THRU 3900-EXIT
057600         GO TO 1200-EXIT.
057700     IF CHK-COUNT NOT < CHK-MAX
057800         DISPLAY "YARDCHK - YARD CHECK TABLE FULL - "
057900             "INCREASE CHK-MAX - NO RECONCILIATION"
058000             UPON OPER-CONSOLE
058100         MOVE 12 TO RETURN-CODE
058200         MOVE "Y" TO TABLE-OVERFLOW-SW
058300         MOVE "Y" TO CHECK-EOF-SW
058400         GO TO 1200-EXIT.
058500     ADD 1 TO CHK-COUNT.
058600     MOVE YCK-I-CAMPUS TO CTB-CAMPUS (CHK-COUNT).
058700     MOVE YCK-I-YARD-CODE TO CTB-YARD-CODE (CHK-COUNT).
058800     MOVE YCK-I-DOOR-NUMBER TO CTB-DOOR-NUMBER (CHK-COUNT).
058900     MOVE YCK-I-ASSET-ID TO CTB-ASSET-ID (CHK-COUNT).
059000     IF YCK-I-ASSET-TYPE = SPACES
059100         MOVE "T" TO CTB-ASSET-TYPE (CHK-COUNT)
059200     ELSE
059300         MOVE YCK-I-ASSET-TYPE TO CTB-ASSET-TYPE (CHK-COUNT).
059400     MOVE YCK-I-CHECKER-ID TO CTB-CHECKER-ID (CHK-COUNT).
059500     MOVE YCK-I-CHECK-TIMESTAMP
059600         TO CTB-CHECK-TIMESTAMP (CHK-COUNT).
059700     MOVE SPACES TO CTB-RESULT (CHK-COUNT).
059800     MOVE ZERO TO CTB-POSN-I (CHK-COUNT).
059900     MOVE SPACES TO CTB-SYS-CAMPUS (CHK-COUNT).
060000     MOVE SPACES TO CTB-SYS-YARD-CODE (CHK-COUNT).
060100     MOVE SPACES TO CTB-SYS-DOOR-NUMBER (CHK-COUNT).
060200     MOVE "N" TO CTB-CORRECTED-SW (CHK-COUNT).
060300     IF YCK-I-CHECK-TIMESTAMP
060400         < CMT-FIRST-CHECK-TS (CAMP-FOUND-I)
060500         MOVE YCK-I-CHECK-TIMESTAMP
060600             TO CMT-FIRST-CHECK-TS (CAMP-FOUND-I).
060700     IF YCK-I-CHECK-TIMESTAMP
060800         > CMT-LAST-CHECK-TS (CAMP-FOUND-I)
060900         MOVE YCK-I-CHECK-TIMESTAMP
061000             TO CMT-LAST-CHECK-TS (CAMP-FOUND-I).
061100 1200-EXIT.
061200     EXIT.
061300*****************************************************************
061350*  1500-OPEN-APPROVALS - THE APPROVAL FILE IS OPTIONAL.  WITH   *
061400*  APPROVALS TO APPLY, PNCHIST IS OPENED FOR THE CORRECTIONS,   *
061450*  AND THE OPEN DETENTIONS ARE LOADED AND PNCDETN OPENED FOR    *
061500*  THE STOPS OF MISSING ASSETS.                                 *
061600*****************************************************************
061700 1500-OPEN-APPROVALS.
061800     MOVE "Y" TO APPR-EOF-SW.
061900     OPEN INPUT APPR-FILE.
062000     IF APPR-STATUS NOT = "00"
062100         DISPLAY "YARDCHK - NO APPROVED CORRECTIONS (YARDCHKA) - "
062200             "REPORT ONLY" UPON OPER-CONSOLE
062300         GO TO 1500-EXIT.
062400     MOVE "Y" TO APPR-OPEN-SW.
062410     PERFORM 1050-CHECK-RESTART THRU 1050-EXIT.
062420     IF RESTART-PENDING
062430         DISPLAY "YARDCHK - CHECKPOINT ACTIVE - RERUN AFTER "
062440             "PNCUPD2P RESTART" UPON OPER-CONSOLE
062450         MOVE 12 TO RETURN-CODE
062460         GO TO 1500-EXIT.
062500     OPEN EXTEND HIST-FILE.
062600     IF HIST-STATUS NOT = "00"
062700         OPEN OUTPUT HIST-FILE.
062800     IF HIST-STATUS NOT = "00"
062900         DISPLAY "YARDCHK - HISTORY OPEN ERROR " HIST-STATUS
063000             " - NO CORRECTIONS APPLIED" UPON OPER-CONSOLE
063100         MOVE 12 TO RETURN-CODE
063200         GO TO 1500-EXIT.
063250     MOVE "Y" TO HIST-OPEN-SW.
063252     OPEN INPUT DETN-FILE.
063254     IF DETN-STATUS = "00"
063256         PERFORM 1600-LOAD-DETENTION THRU 1600-EXIT
063258             UNTIL END-OF-DETN
063260         CLOSE DETN-FILE.
063262     OPEN EXTEND DETN-FILE.
063264     IF DETN-STATUS NOT = "00"
063266         OPEN OUTPUT DETN-FILE.
063268     IF DETN-STATUS NOT = "00"
063270         DISPLAY "YARDCHK - DETENTION OPEN ERROR " DETN-STATUS
063272             " - NO CORRECTIONS APPLIED" UPON OPER-CONSOLE
063274         MOVE 12 TO RETURN-CODE
063276         GO TO 1500-EXIT.
063278     MOVE "Y" TO DETN-OPEN-SW.
063300     MOVE "N" TO APPR-EOF-SW.
063400 1500-EXIT.
063500     EXIT.
063502*****************************************************************
063504*  1600-LOAD-DETENTION - A START OPENS A DETENTION, A LATER     *
063506*  STOP FOR THE SAME CUSTOMER AND TRAILER CLOSES IT             *
063508*****************************************************************
063510 1600-LOAD-DETENTION.
063512     READ DETN-FILE
063514         AT END MOVE "Y" TO DETN-EOF-SW
063516         GO TO 1600-EXIT.
063518     PERFORM 4500-FIND-OPEN-DETENTION THRU 4500-EXIT.
063520     IF YCK-D-EVENT-STOP
063522         IF DOPN-FOUND-I > ZERO
063524             AND YCK-D-TIMESTAMP
063526                 NOT < OTB-START-TS (DOPN-FOUND-I)
063528             MOVE DOPN-ENTRY (DOPN-COUNT)
063530                 TO DOPN-ENTRY (DOPN-FOUND-I)
063532             SUBTRACT 1 FROM DOPN-COUNT
063534         END-IF
063536         GO TO 1600-EXIT.
063538     IF NOT YCK-D-EVENT-START
063540         GO TO 1600-EXIT.
063542     IF DOPN-FOUND-I > ZERO
063544         IF YCK-D-TIMESTAMP > OTB-START-TS (DOPN-FOUND-I)
063546             MOVE YCK-D-TIMESTAMP
063548                 TO OTB-START-TS (DOPN-FOUND-I)
063550         END-IF
063552         GO TO 1600-EXIT.
063554     IF DOPN-COUNT < DOPN-MAX
063556         ADD 1 TO DOPN-COUNT
063558         MOVE YCK-D-TRAILER-NUMBER
063560             TO OTB-TRAILER-NUMBER (DOPN-COUNT)
063562         MOVE YCK-D-CUSTOMER-CODE
063564             TO OTB-CUSTOMER-CODE (DOPN-COUNT)
063566         MOVE YCK-D-TIMESTAMP TO OTB-START-TS (DOPN-COUNT)
063568     ELSE
063570         DISPLAY "YARDCHK - OPEN DETENTION TABLE FULL - "
063572             "INCREASE DOPN-MAX" UPON OPER-CONSOLE
063574         MOVE 8 TO RETURN-CODE
063576         MOVE "Y" TO DETN-EOF-SW.
063578 1600-EXIT.
063580     EXIT.
063600*****************************************************************
063700*  2000-MATCH-ONE-CHECK - LOOK UP THE CHECKED ASSET ON THE      *
063800*  POSITION MASTER                                              *
063900*****************************************************************
064000 2000-MATCH-ONE-CHECK.
064100     MOVE CTB-ASSET-ID (CHK-I) TO WORK-ASSET-ID.
064200     PERFORM 4100-FIND-POSITION THRU 4100-EXIT.
064300     IF POSN-FOUND-I = ZERO
064400         MOVE "U" TO CTB-RESULT (CHK-I)
064500         GO TO 2000-EXIT.
064600     MOVE POSN-FOUND-I TO CTB-POSN-I (CHK-I).
064700     MOVE "C" TO PTB-RESULT (POSN-FOUND-I).
064800     MOVE PTB-CAMPUS (POSN-FOUND-I) TO CTB-SYS-CAMPUS (CHK-I).
064900     MOVE PTB-YARD-CODE (POSN-FOUND-I)
065000         TO CTB-SYS-YARD-CODE (CHK-I).
065100     MOVE PTB-DOOR-NUMBER (POSN-FOUND-I)
065200         TO CTB-SYS-DOOR-NUMBER (CHK-I).
065300     IF PTB-CAMPUS (POSN-FOUND-I) = CTB-CAMPUS (CHK-I)
065400         AND PTB-YARD-CODE (POSN-FOUND-I) = CTB-YARD-CODE (CHK-I)
065500         AND PTB-DOOR-NUMBER (POSN-FOUND-I)
065600             = CTB-DOOR-NUMBER (CHK-I)
065700         MOVE "F" TO CTB-RESULT (CHK-I)
065800         GO TO 2000-EXIT.
065900     IF PTB-TIMESTAMP (POSN-FOUND-I)
066000         > CTB-CHECK-TIMESTAMP (CHK-I)
066100         MOVE "N" TO CTB-RESULT (CHK-I)
066200     ELSE
066300         MOVE "L" TO CTB-RESULT (CHK-I).
066400 2000-EXIT.
066500     EXIT.
066600*****************************************************************
066700*  2500-CLASSIFY-POSITION - A POSITION AT A CHECKED CAMPUS THAT *
066800*  NO CHECKER SAW IS MISSING, UNLESS PNC SIGHTED IT AFTER THE   *
066900*  WALK STARTED                                                 *
067000*****************************************************************
067100 2500-CLASSIFY-POSITION.
067200     IF PTB-RESULT (POSN-I) NOT = SPACES
067300         GO TO 2500-EXIT.
067400     MOVE PTB-CAMPUS (POSN-I) TO WORK-CAMPUS.
067500     PERFORM 4300-FIND-CAMPUS THRU 4300-EXIT.
067600     IF CAMP-FOUND-I = ZERO
067700         GO TO 2500-EXIT.
067800     IF PTB-TIMESTAMP (POSN-I)
067900         NOT < CMT-FIRST-CHECK-TS (CAMP-FOUND-I)
068000         MOVE "S" TO PTB-RESULT (POSN-I)
068100     ELSE
068200         MOVE "M" TO PTB-RESULT (POSN-I).
068300 2500-EXIT.
068400     EXIT.
068500*****************************************************************
068600*  3000-APPLY-APPROVAL - ONE SUPERVISOR-APPROVED CORRECTION     *
068700*****************************************************************
068800 3000-APPLY-APPROVAL.
068900     READ APPR-FILE
069000         AT END MOVE "Y" TO APPR-EOF-SW
069100         GO TO 3000-EXIT.
069200     ADD 1 TO APPR-READ-COUNT.
069300     PERFORM 4400-EDIT-APPROVAL THRU 4400-EXIT.
069400     IF NOT EDITS-PASSED
069500         ADD 1 TO APPR-REJECT-COUNT
069600         MOVE "APPROVAL" TO EXW-SOURCE
069700         MOVE YCK-A-CAMPUS TO EXW-CAMPUS
069800         MOVE SPACES TO EXW-YARD-CODE
069900         MOVE SPACES TO EXW-DOOR-NUMBER
070000         MOVE YCK-A-ASSET-ID TO EXW-ASSET-ID
070100         MOVE YCK-A-APPROVED-BY TO EXW-USER-ID
070200         MOVE EDIT-REASON TO EXW-REASON
070300         PERFORM 3900-NOTE-EXCEPTION THRU 3900-EXIT
070400         GO TO 3000-EXIT.
070500     EVALUATE TRUE
070600         WHEN YCK-A-CORRECT-MISSING
070700             PERFORM 3100-CORRECT-MISSING THRU 3100-EXIT
070800         WHEN YCK-A-CORRECT-MISLOCATED
070900             PERFORM 3200-CORRECT-MISLOCATED THRU 3200-EXIT
071000         WHEN YCK-A-CORRECT-UNEXPECTED
071100             PERFORM 3300-CORRECT-UNEXPECTED THRU 3300-EXIT
071200     END-EVALUATE.
071300 3000-EXIT.
071400     EXIT.
071500*****************************************************************
071550*  3100-CORRECT-MISSING - CLOSE THE POSITION WITH A DEPARTURE   *
071600*  AT THE LAST CHECK TIME FOR THE CAMPUS, AND STOP ITS OPEN     *
071650*  DETENTION AT THE SAME TIME                                   *
071800*****************************************************************
071900 3100-CORRECT-MISSING.
072000     MOVE PTB-CAMPUS (POSN-FOUND-I) TO WORK-CAMPUS.
072100     PERFORM 4300-FIND-CAMPUS THRU 4300-EXIT.
072200     MOVE SPACES TO HIST-RECORD.
072300     MOVE PTB-CAMPUS (POSN-FOUND-I) TO YCK-H-CAMPUS.
072400     IF PTB-ASSET-TYPE (POSN-FOUND-I) = "C"
072500         MOVE PTB-ASSET-ID (POSN-FOUND-I)
072600             TO YCK-H-CONTAINER-NUMBER
072700     ELSE
072800         MOVE PTB-ASSET-ID (POSN-FOUND-I)
072900             TO YCK-H-TRAILER-NUMBER.
073000     MOVE DEPARTED-STATUS TO YCK-H-LOAD-STATUS.
073100     MOVE PTB-CUSTOMER-CODE (POSN-FOUND-I)
073200         TO YCK-H-CUSTOMER-CODE.
073300     MOVE CMT-LAST-CHECK-TS (CAMP-FOUND-I) TO YCK-H-TIMESTAMP.
073400     MOVE PTB-TRAILER-SCAC (POSN-FOUND-I)
073500         TO YCK-H-TRAILER-SCAC.
073600     PERFORM 3400-WRITE-CORRECTION THRU 3400-EXIT.
073620     IF NOT CORRECTION-WRITTEN
073640         GO TO 3100-EXIT.
073660     MOVE PTB-ASSET-ID (POSN-FOUND-I) TO WORK-ASSET-ID.
073680     PERFORM 3150-STOP-DETENTION THRU 3150-EXIT.
073700     MOVE "Y" TO PTB-CORRECTED-SW (POSN-FOUND-I).
073800 3100-EXIT.
073900     EXIT.
073902*****************************************************************
073904*  3150-STOP-DETENTION - AN "E" EVENT FOR EVERY DETENTION STILL *
073906*  OPEN ON THE MISSING ASSET, WHICHEVER CUSTOMER IT RUNS UNDER, *
073908*  UNDER THE DEPARTURE'S MESSAGE GROUP ID AND TIME.  THE        *
073910*  DEPARTURE IS ALREADY ON PNCHIST, SO A FAILED STOP STILL      *
073912*  CLOSES THE POSITION, BUT NO FURTHER APPROVALS ARE TAKEN.     *
073914*****************************************************************
073916 3150-STOP-DETENTION.
073918     IF DOPN-COUNT = ZERO
073920         GO TO 3150-EXIT.
073922     PERFORM 3160-STOP-ONE THRU 3160-EXIT
073924         VARYING DOPN-I FROM 1 BY 1
073926         UNTIL DOPN-I > DOPN-COUNT
073928         OR DETN-STATUS NOT = "00".
073930 3150-EXIT.
073932     EXIT.
073934 3160-STOP-ONE.
073936     IF OTB-TRAILER-NUMBER (DOPN-I) NOT = WORK-ASSET-ID
073938         OR OTB-START-TS (DOPN-I) > YCK-H-TIMESTAMP
073940         GO TO 3160-EXIT.
073942     MOVE SPACES TO DETN-RECORD.
073944     MOVE YCK-H-MSG-GROUP-ID TO YCK-D-MSG-GROUP-ID.
073946     MOVE OTB-TRAILER-NUMBER (DOPN-I) TO YCK-D-TRAILER-NUMBER.
073948     MOVE OTB-CUSTOMER-CODE (DOPN-I) TO YCK-D-CUSTOMER-CODE.
073950     MOVE "E" TO YCK-D-EVENT.
073952     MOVE YCK-H-TIMESTAMP TO YCK-D-TIMESTAMP.
073954     WRITE DETN-RECORD.
073956     IF DETN-STATUS NOT = "00"
073958         DISPLAY "YARDCHK - DETENTION WRITE ERROR " DETN-STATUS
073960             " - CORRECTIONS STOPPED" UPON OPER-CONSOLE
073962         MOVE 12 TO RETURN-CODE
073964         MOVE "Y" TO APPR-EOF-SW
073966         GO TO 3160-EXIT.
073968     ADD 1 TO STOP-COUNT.
073970     MOVE SPACES TO OTB-TRAILER-NUMBER (DOPN-I).
073972 3160-EXIT.
073974     EXIT.
074000*****************************************************************
074100*  3200-CORRECT-MISLOCATED - MOVE THE POSITION TO WHERE THE     *
074200*  CHECKER SAW THE ASSET                                        *
074300*****************************************************************
074400 3200-CORRECT-MISLOCATED.
074500     MOVE CTB-POSN-I (CHK-FOUND-I) TO POSN-FOUND-I.
074600     MOVE SPACES TO HIST-RECORD.
074700     MOVE CTB-CAMPUS (CHK-FOUND-I) TO YCK-H-CAMPUS.
074800     MOVE CTB-YARD-CODE (CHK-FOUND-I) TO YCK-H-YARD-CODE.
074900     MOVE CTB-DOOR-NUMBER (CHK-FOUND-I) TO YCK-H-DOOR-NUMBER.
075000     IF PTB-ASSET-TYPE (POSN-FOUND-I) = "C"
075100         MOVE PTB-ASSET-ID (POSN-FOUND-I)
075200             TO YCK-H-CONTAINER-NUMBER
075300     ELSE
075400         MOVE PTB-ASSET-ID (POSN-FOUND-I)
075500             TO YCK-H-TRAILER-NUMBER.
075600     MOVE PTB-LOAD-STATUS (POSN-FOUND-I) TO YCK-H-LOAD-STATUS.
075700     MOVE PTB-CUSTOMER-CODE (POSN-FOUND-I)
075800         TO YCK-H-CUSTOMER-CODE.
075900     MOVE CTB-CHECK-TIMESTAMP (CHK-FOUND-I) TO YCK-H-TIMESTAMP.
076000     MOVE PTB-TRAILER-SCAC (POSN-FOUND-I)
076100         TO YCK-H-TRAILER-SCAC.
076200     PERFORM 3400-WRITE-CORRECTION THRU 3400-EXIT.
076220     IF NOT CORRECTION-WRITTEN
076240         GO TO 3200-EXIT.
076300     MOVE CTB-CAMPUS (CHK-FOUND-I) TO PTB-CAMPUS (POSN-FOUND-I).
076400     MOVE CTB-YARD-CODE (CHK-FOUND-I)
076500         TO PTB-YARD-CODE (POSN-FOUND-I).
076600     MOVE CTB-DOOR-NUMBER (CHK-FOUND-I)
076700         TO PTB-DOOR-NUMBER (POSN-FOUND-I).
076800     MOVE CTB-CHECK-TIMESTAMP (CHK-FOUND-I)
076900         TO PTB-TIMESTAMP (POSN-FOUND-I).
077000     MOVE "Y" TO CTB-CORRECTED-SW (CHK-FOUND-I).
077100 3200-EXIT.
077200     EXIT.
077300*****************************************************************
077400*  3300-CORRECT-UNEXPECTED - ADD THE ASSET AT THE CHECKED YARD  *
077500*  AND DOOR UNTIL PNC REPORTS IT                                *
077600*****************************************************************
077700 3300-CORRECT-UNEXPECTED.
077800     MOVE SPACES TO HIST-RECORD.
077900     MOVE CTB-CAMPUS (CHK-FOUND-I) TO YCK-H-CAMPUS.
078000     MOVE CTB-YARD-CODE (CHK-FOUND-I) TO YCK-H-YARD-CODE.
078100     MOVE CTB-DOOR-NUMBER (CHK-FOUND-I) TO YCK-H-DOOR-NUMBER.
078200     IF CTB-ASSET-TYPE (CHK-FOUND-I) = "C"
078300         MOVE CTB-ASSET-ID (CHK-FOUND-I)
078400             TO YCK-H-CONTAINER-NUMBER
078500     ELSE
078600         MOVE CTB-ASSET-ID (CHK-FOUND-I)
078700             TO YCK-H-TRAILER-NUMBER.
078800     MOVE CHECKED-STATUS TO YCK-H-LOAD-STATUS.
078900     MOVE CTB-CHECK-TIMESTAMP (CHK-FOUND-I) TO YCK-H-TIMESTAMP.
079000     PERFORM 3400-WRITE-CORRECTION THRU 3400-EXIT.
079020     IF NOT CORRECTION-WRITTEN
079040         GO TO 3300-EXIT.
079100     ADD 1 TO POSN-COUNT.
079200     MOVE SPACES TO PTB-POSITION (POSN-COUNT).
079300     MOVE CTB-ASSET-ID (CHK-FOUND-I) TO PTB-ASSET-ID (POSN-COUNT).
079400     MOVE CTB-ASSET-TYPE (CHK-FOUND-I)
079500         TO PTB-ASSET-TYPE (POSN-COUNT).
079600     MOVE CTB-CAMPUS (CHK-FOUND-I) TO PTB-CAMPUS (POSN-COUNT).
079700     MOVE CTB-YARD-CODE (CHK-FOUND-I)
079800         TO PTB-YARD-CODE (POSN-COUNT).
079900     MOVE CTB-DOOR-NUMBER (CHK-FOUND-I)
080000         TO PTB-DOOR-NUMBER (POSN-COUNT).
080100     MOVE CHECKED-STATUS TO PTB-LOAD-STATUS (POSN-COUNT).
080200     MOVE CTB-CHECK-TIMESTAMP (CHK-FOUND-I)
080300         TO PTB-TIMESTAMP (POSN-COUNT).
080400     MOVE "A" TO PTB-RESULT (POSN-COUNT).
080500     MOVE "N" TO PTB-CORRECTED-SW (POSN-COUNT).
080600     MOVE POSN-COUNT TO CTB-POSN-I (CHK-FOUND-I).
080700     MOVE "Y" TO CTB-CORRECTED-SW (CHK-FOUND-I).
080800 3300-EXIT.
080900     EXIT.
081000*****************************************************************
081050*  3400-WRITE-CORRECTION - STAMP THE YARD CHECK MESSAGE GROUP   *
081100*  ID ON THE HISTORY RECORD BUILT BY THE CALLER AND WRITE IT.   *
081150*  A CORRECTION NOT ON PNCHIST IS NOT APPLIED TO PNCPOSN, AND   *
081200*  NO FURTHER APPROVALS ARE TAKEN.                              *
081300*****************************************************************
081400 3400-WRITE-CORRECTION.
081500     ADD 1 TO CORRECTION-COUNT.
081600     MOVE CORRECTION-COUNT TO CGI-SEQUENCE.
081700     MOVE CORRECTION-GROUP-ID TO YCK-H-MSG-GROUP-ID.
081800     WRITE HIST-RECORD.
081810     IF HIST-STATUS NOT = "00"
081820         DISPLAY "YARDCHK - HISTORY WRITE ERROR " HIST-STATUS
081830             " - CORRECTIONS STOPPED" UPON OPER-CONSOLE
081840         MOVE 12 TO RETURN-CODE
081850         SUBTRACT 1 FROM CORRECTION-COUNT
081860         MOVE "N" TO HIST-WRITE-SW
081870         MOVE "Y" TO APPR-EOF-SW
081880         GO TO 3400-EXIT.
081890     MOVE "Y" TO HIST-WRITE-SW.
081900 3400-EXIT.
082000     EXIT.
082100*****************************************************************
082200*  3900-NOTE-EXCEPTION - KEEP A REJECTED CHECK OR APPROVAL FOR  *
082300*  THE EXCEPTIONS LISTING                                       *
082400*****************************************************************
082500 3900-NOTE-EXCEPTION.
082600     IF EXC-COUNT NOT < EXC-MAX
082700         DISPLAY "YARDCHK - EXCEPTION TABLE FULL - "
082800             "INCREASE EXC-MAX" UPON OPER-CONSOLE
082900         MOVE 8 TO RETURN-CODE
083000         GO TO 3900-EXIT.
083100     ADD 1 TO EXC-COUNT.
083200     MOVE EXCEPTION-WORK TO EXC-ENTRY (EXC-COUNT).
083300 3900-EXIT.
083400     EXIT.
083500*****************************************************************
083600*  4000-EDIT-CHECK - FIRST FAILURE WINS.  A PASSING RECORD      *
083700*  LEAVES ITS CAMPUS ENTRY IN CAMP-FOUND-I.                     *
083800*****************************************************************
083900 4000-EDIT-CHECK.
084000     MOVE "Y" TO EDIT-PASS-SW.
084100     MOVE SPACES TO EDIT-REASON.
084200     IF YCK-I-CAMPUS = SPACES
084300         MOVE "CAMPUS MISSING" TO EDIT-REASON
084400         MOVE "N" TO EDIT-PASS-SW
084500         GO TO 4000-EXIT.
084600     IF YCK-I-YARD-CODE = SPACES
084700         MOVE "YARD CODE MISSING" TO EDIT-REASON
084800         MOVE "N" TO EDIT-PASS-SW
084900         GO TO 4000-EXIT.
085000     IF YCK-I-ASSET-ID = SPACES
085100         MOVE "ASSET NUMBER MISSING" TO EDIT-REASON
085200         MOVE "N" TO EDIT-PASS-SW
085300         GO TO 4000-EXIT.
085400     IF YCK-I-ASSET-TYPE NOT = SPACES
085500         AND YCK-I-ASSET-TYPE NOT = "T"
085600         AND YCK-I-ASSET-TYPE NOT = "C"
085700         MOVE "ASSET TYPE NOT T OR C" TO EDIT-REASON
085800         MOVE "N" TO EDIT-PASS-SW
085900         GO TO 4000-EXIT.
086000     IF YCK-I-CHECK-TIMESTAMP = SPACES
086100         MOVE "CHECK TIMESTAMP MISSING" TO EDIT-REASON
086200         MOVE "N" TO EDIT-PASS-SW
086300         GO TO 4000-EXIT.
086400     MOVE YCK-I-ASSET-ID TO WORK-ASSET-ID.
086500     PERFORM 4200-FIND-CHECK THRU 4200-EXIT.
086600     IF CHK-FOUND-I > ZERO
086700         STRING "CHECKED TWICE - KEPT "
086800             CTB-CAMPUS (CHK-FOUND-I) " "
086900             CTB-YARD-CODE (CHK-FOUND-I) " "
087000             CTB-DOOR-NUMBER (CHK-FOUND-I)
087100             DELIMITED BY SIZE INTO EDIT-REASON
087200         MOVE "N" TO EDIT-PASS-SW
087300         GO TO 4000-EXIT.
087400     MOVE YCK-I-CAMPUS TO WORK-CAMPUS.
087500     PERFORM 4300-FIND-CAMPUS THRU 4300-EXIT.
087600     IF CAMP-FOUND-I > ZERO
087700         GO TO 4000-EXIT.
087800     IF CAMP-COUNT NOT < CAMP-MAX
087900         MOVE "TOO MANY CAMPUSES - INCREASE CAMP-MAX"
088000             TO EDIT-REASON
088100         MOVE "N" TO EDIT-PASS-SW
088200         GO TO 4000-EXIT.
088300     ADD 1 TO CAMP-COUNT.
088400     MOVE CAMP-COUNT TO CAMP-FOUND-I.
088500     MOVE YCK-I-CAMPUS TO CMT-CAMPUS (CAMP-COUNT).
088600     MOVE YCK-I-CHECK-TIMESTAMP
088700         TO CMT-FIRST-CHECK-TS (CAMP-COUNT).
088800     MOVE YCK-I-CHECK-TIMESTAMP
088900         TO CMT-LAST-CHECK-TS (CAMP-COUNT).
089000 4000-EXIT.
089100     EXIT.
089200 4100-FIND-POSITION.
089300     MOVE ZERO TO POSN-FOUND-I.
089400     IF POSN-COUNT = ZERO
089500         GO TO 4100-EXIT.
089600     PERFORM 4150-SCAN-POSITION THRU 4150-EXIT
089700         VARYING POSN-I FROM 1 BY 1
089800         UNTIL POSN-I > POSN-COUNT
089900         OR POSN-FOUND-I > ZERO.
090000 4100-EXIT.
090100     EXIT.
090200 4150-SCAN-POSITION.
090300     IF PTB-ASSET-ID (POSN-I) = WORK-ASSET-ID
090400         MOVE POSN-I TO POSN-FOUND-I.
090500 4150-EXIT.
090600     EXIT.
090700 4200-FIND-CHECK.
090800     MOVE ZERO TO CHK-FOUND-I.
090900     IF CHK-COUNT = ZERO
091000         GO TO 4200-EXIT.
091100     PERFORM 4250-SCAN-CHECK THRU 4250-EXIT
091200         VARYING CHK-I FROM 1 BY 1
091300         UNTIL CHK-I > CHK-COUNT
091400         OR CHK-FOUND-I > ZERO.
091500 4200-EXIT.
091600     EXIT.
091700 4250-SCAN-CHECK.
091800     IF CTB-ASSET-ID (CHK-I) = WORK-ASSET-ID
091900         MOVE CHK-I TO CHK-FOUND-I.
092000 4250-EXIT.
092100     EXIT.
092200 4300-FIND-CAMPUS.
092300     MOVE ZERO TO CAMP-FOUND-I.
092400     IF CAMP-COUNT = ZERO
092500         GO TO 4300-EXIT.
092600     PERFORM 4350-SCAN-CAMPUS THRU 4350-EXIT
092700         VARYING CAMP-I FROM 1 BY 1
092800         UNTIL CAMP-I > CAMP-COUNT
092900         OR CAMP-FOUND-I > ZERO.
093000 4300-EXIT.
093100     EXIT.
093200 4350-SCAN-CAMPUS.
093300     IF CMT-CAMPUS (CAMP-I) = WORK-CAMPUS
093400         MOVE CAMP-I TO CAMP-FOUND-I.
093500 4350-EXIT.
093600     EXIT.
093700*****************************************************************
093800*  4400-EDIT-APPROVAL - THE APPROVAL MUST NAME THE DISCREPANCY  *
093900*  THIS RUN FOUND.  A PASSING MISSING CORRECTION LEAVES ITS     *
094000*  POSITION IN POSN-FOUND-I, THE OTHERS THEIR CHECK RECORD IN   *
094100*  CHK-FOUND-I.                                                 *
094200*****************************************************************
094300 4400-EDIT-APPROVAL.
094400     MOVE "Y" TO EDIT-PASS-SW.
094500     MOVE SPACES TO EDIT-REASON.
094600     IF YCK-A-APPROVED-BY = SPACES
094700         MOVE "APPROVED BY MISSING" TO EDIT-REASON
094800         MOVE "N" TO EDIT-PASS-SW
094900         GO TO 4400-EXIT.
095000     IF YCK-A-CAMPUS = SPACES OR YCK-A-ASSET-ID = SPACES
095100         MOVE "CAMPUS OR ASSET NUMBER MISSING" TO EDIT-REASON
095200         MOVE "N" TO EDIT-PASS-SW
095300         GO TO 4400-EXIT.
095400     IF NOT YCK-A-CORRECT-MISSING
095500         AND NOT YCK-A-CORRECT-MISLOCATED
095600         AND NOT YCK-A-CORRECT-UNEXPECTED
095700         MOVE "CORRECTION TYPE NOT M, L OR U" TO EDIT-REASON
095800         MOVE "N" TO EDIT-PASS-SW
095900         GO TO 4400-EXIT.
096000     MOVE YCK-A-ASSET-ID TO WORK-ASSET-ID.
096100     IF YCK-A-CORRECT-MISSING
096200         PERFORM 4100-FIND-POSITION THRU 4100-EXIT
096300         IF POSN-FOUND-I = ZERO
096400             MOVE "ASSET NOT ON POSITION MASTER" TO EDIT-REASON
096500             MOVE "N" TO EDIT-PASS-SW
096600             GO TO 4400-EXIT
096700         END-IF
096800         IF PTB-CAMPUS (POSN-FOUND-I) NOT = YCK-A-CAMPUS
096900             OR PTB-RESULT (POSN-FOUND-I) NOT = "M"
097000             MOVE "ASSET NOT REPORTED MISSING AT THIS CAMPUS"
097100                 TO EDIT-REASON
097200             MOVE "N" TO EDIT-PASS-SW
097300             GO TO 4400-EXIT
097400         END-IF
097500         IF PTB-CORRECTED (POSN-FOUND-I)
097600             MOVE "CORRECTION ALREADY APPLIED" TO EDIT-REASON
097700             MOVE "N" TO EDIT-PASS-SW
097800         END-IF
097900         GO TO 4400-EXIT.
098000     PERFORM 4200-FIND-CHECK THRU 4200-EXIT.
098100     IF CHK-FOUND-I = ZERO
098200         MOVE "ASSET NOT ON THE YARD CHECK" TO EDIT-REASON
098300         MOVE "N" TO EDIT-PASS-SW
098400         GO TO 4400-EXIT.
098500     IF CTB-CAMPUS (CHK-FOUND-I) NOT = YCK-A-CAMPUS
098600         OR CTB-RESULT (CHK-FOUND-I) NOT = YCK-A-CORRECTION-TYPE
098700         IF YCK-A-CORRECT-MISLOCATED
098800             MOVE "ASSET NOT REPORTED MISLOCATED AT THIS CAMPUS"
098900                 TO EDIT-REASON
099000         ELSE
099100             MOVE "ASSET NOT REPORTED UNEXPECTED AT THIS CAMPUS"
099200                 TO EDIT-REASON
099300         END-IF
099400         MOVE "N" TO EDIT-PASS-SW
099500         GO TO 4400-EXIT.
099600     IF CTB-CORRECTED (CHK-FOUND-I)
099700         MOVE "CORRECTION ALREADY APPLIED" TO EDIT-REASON
099800         MOVE "N" TO EDIT-PASS-SW
099900         GO TO 4400-EXIT.
100000     IF YCK-A-CORRECT-UNEXPECTED
100100         AND POSN-COUNT NOT < POSN-MAX
100200         MOVE "POSITION TABLE FULL - INCREASE POSN-MAX"
100300             TO EDIT-REASON
100400         MOVE "N" TO EDIT-PASS-SW
100500         GO TO 4400-EXIT.
100600 4400-EXIT.
100700     EXIT.
100705 4500-FIND-OPEN-DETENTION.
100710     MOVE ZERO TO DOPN-FOUND-I.
100715     IF DOPN-COUNT = ZERO
100720         GO TO 4500-EXIT.
100725     PERFORM 4550-SCAN-DETENTION THRU 4550-EXIT
100730         VARYING DOPN-I FROM 1 BY 1
100735         UNTIL DOPN-I > DOPN-COUNT
100740         OR DOPN-FOUND-I > ZERO.
100745 4500-EXIT.
100750     EXIT.
100755 4550-SCAN-DETENTION.
100760     IF OTB-TRAILER-NUMBER (DOPN-I) = YCK-D-TRAILER-NUMBER
100765         AND OTB-CUSTOMER-CODE (DOPN-I) = YCK-D-CUSTOMER-CODE
100770         MOVE DOPN-I TO DOPN-FOUND-I.
100775 4550-EXIT.
100780     EXIT.
100800*****************************************************************
100900*  5000-PRINT-A-LINE - PRINT WITH PAGE OVERFLOW CONTROL         *
101000*****************************************************************
101100 5000-PRINT-A-LINE.
101200     IF LINE-COUNT > 56
101300         PERFORM 5100-PAGE-HEADING THRU 5100-EXIT.
101400     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
101500     ADD 1 TO LINE-COUNT.
101600 5000-EXIT.
101700     EXIT.
101800 5100-PAGE-HEADING.
101900     ADD 1 TO PAGE-COUNT.
102000     MOVE PAGE-COUNT TO HDG-PAGE.
102100     MOVE PRINT-RECORD TO DETAIL-LINE.
102200     WRITE PRINT-RECORD FROM HEADING-LINE-1
102300         AFTER ADVANCING PAGE.
102400     WRITE PRINT-RECORD FROM HEADING-LINE-2
102500         AFTER ADVANCING 2 LINES.
102600     MOVE SPACES TO PRINT-RECORD.
102700     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
102800     MOVE DETAIL-LINE TO PRINT-RECORD.
102900     MOVE 4 TO LINE-COUNT.
103000 5100-EXIT.
103100     EXIT.
103200*****************************************************************
103300*  6000-RELEASE-RESULTS - SORT INPUT PROCEDURE.  EVERY CHECKED  *
103400*  ASSET, THEN EVERY POSITION AT A CHECKED CAMPUS NOBODY SAW.   *
103500*****************************************************************
103600 6000-RELEASE-RESULTS.
103700     IF CHK-COUNT > ZERO
103800         PERFORM 6100-RELEASE-CHECK THRU 6100-EXIT
103900             VARYING CHK-I FROM 1 BY 1
104000             UNTIL CHK-I > CHK-COUNT.
104100     IF POSN-COUNT > ZERO
104200         PERFORM 6200-RELEASE-UNSEEN THRU 6200-EXIT
104300             VARYING POSN-I FROM 1 BY 1
104400             UNTIL POSN-I > POSN-COUNT.
104500 6999-EXIT.
104600     EXIT.
104700 6100-RELEASE-CHECK.
104800     MOVE SPACES TO SORT-RECORD.
104900     MOVE CTB-CAMPUS (CHK-I) TO SRT-CAMPUS.
105000     MOVE CTB-YARD-CODE (CHK-I) TO SRT-YARD-CODE.
105100     MOVE CTB-DOOR-NUMBER (CHK-I) TO SRT-DOOR-NUMBER.
105200     MOVE CTB-ASSET-ID (CHK-I) TO SRT-ASSET-ID.
105300     MOVE CTB-RESULT (CHK-I) TO SRT-RESULT.
105400     MOVE CTB-SYS-CAMPUS (CHK-I) TO SRT-SYS-CAMPUS.
105500     MOVE CTB-SYS-YARD-CODE (CHK-I) TO SRT-SYS-YARD-CODE.
105600     MOVE CTB-SYS-DOOR-NUMBER (CHK-I) TO SRT-SYS-DOOR-NUMBER.
105700     MOVE CTB-CHECKER-ID (CHK-I) TO SRT-CHECKER-ID.
105800     MOVE CTB-CHECK-TIMESTAMP (CHK-I) TO SRT-CHECK-TIMESTAMP.
105900     MOVE CTB-CORRECTED-SW (CHK-I) TO SRT-CORRECTED-SW.
106000     RELEASE SORT-RECORD.
106100 6100-EXIT.
106200     EXIT.
106300 6200-RELEASE-UNSEEN.
106400     IF PTB-RESULT (POSN-I) NOT = "M"
106500         AND PTB-RESULT (POSN-I) NOT = "S"
106600         GO TO 6200-EXIT.
106700     MOVE SPACES TO SORT-RECORD.
106800     MOVE PTB-CAMPUS (POSN-I) TO SRT-CAMPUS.
106900     MOVE PTB-YARD-CODE (POSN-I) TO SRT-YARD-CODE.
107000     MOVE PTB-DOOR-NUMBER (POSN-I) TO SRT-DOOR-NUMBER.
107100     MOVE PTB-ASSET-ID (POSN-I) TO SRT-ASSET-ID.
107200     MOVE PTB-RESULT (POSN-I) TO SRT-RESULT.
107300     MOVE PTB-CORRECTED-SW (POSN-I) TO SRT-CORRECTED-SW.
107400     RELEASE SORT-RECORD.
107500 6200-EXIT.
107600     EXIT.
107700*****************************************************************
107800*  7000-PRINT-RECONCILIATION - SORT OUTPUT PROCEDURE.  ONE LINE *
107900*  PER ASSET BY CAMPUS, YARD AND DOOR, WITH A TOTAL LINE AT     *
108000*  EACH CHANGE OF CAMPUS                                        *
108100*****************************************************************
108200 7000-PRINT-RECONCILIATION.
108300     MOVE RECON-TITLE TO HDG-TITLE.
108400     MOVE RECON-HEADING TO HEADING-LINE-2.
108500     MOVE 99 TO LINE-COUNT.
108600     MOVE SPACES TO PREV-CAMPUS.
108700     PERFORM 7100-NEXT-RESULT THRU 7100-EXIT
108800         UNTIL END-OF-SORT.
108900     IF PREV-CAMPUS = SPACES
109000         MOVE SPACES TO NONE-LINE
109100         MOVE "NO ASSETS CHECKED" TO NONE-TEXT
109200         MOVE NONE-LINE TO PRINT-RECORD
109300         PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT
109400     ELSE
109500         PERFORM 7300-CAMPUS-TOTAL THRU 7300-EXIT.
109600 7999-EXIT.
109700     EXIT.
109800 7100-NEXT-RESULT.
109900     RETURN SORT-FILE
110000         AT END MOVE "Y" TO SORT-EOF-SW
110100         GO TO 7100-EXIT.
110200     PERFORM 7200-PRINT-RESULT THRU 7200-EXIT.
110300 7100-EXIT.
110400     EXIT.
110500 7200-PRINT-RESULT.
110600     IF SRT-CAMPUS NOT = PREV-CAMPUS
110700         IF PREV-CAMPUS NOT = SPACES
110800             PERFORM 7300-CAMPUS-TOTAL THRU 7300-EXIT
110900             MOVE SPACES TO PRINT-RECORD
111000             PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT
111100         END-IF
111200         MOVE SRT-CAMPUS TO PREV-CAMPUS
111300         MOVE ZERO TO CAMPUS-FOUND-COUNT
111400         MOVE ZERO TO CAMPUS-MISSING-COUNT
111500         MOVE ZERO TO CAMPUS-UNEXPECTED-COUNT
111600         MOVE ZERO TO CAMPUS-MISLOCATED-COUNT
111700         MOVE ZERO TO CAMPUS-CORRECTED-COUNT.
111800     MOVE SPACES TO DETAIL-LINE.
111900     MOVE SRT-CAMPUS TO DTL-CAMPUS.
112000     MOVE SRT-YARD-CODE TO DTL-YARD-CODE.
112100     MOVE SRT-DOOR-NUMBER TO DTL-DOOR-NUMBER.
112200     MOVE SRT-ASSET-ID TO DTL-ASSET-ID.
112300     MOVE SRT-SYS-CAMPUS TO DTL-SYS-CAMPUS.
112400     MOVE SRT-SYS-YARD-CODE TO DTL-SYS-YARD-CODE.
112500     MOVE SRT-SYS-DOOR-NUMBER TO DTL-SYS-DOOR-NUMBER.
112600     MOVE SRT-CHECKER-ID TO DTL-CHECKER-ID.
112700     MOVE SRT-CHECK-TIMESTAMP TO DTL-CHECK-TIMESTAMP.
112800     EVALUATE SRT-RESULT
112900         WHEN "F"
113000             MOVE "FOUND" TO DTL-RESULT
113100             MOVE SPACES TO DTL-SYS-CAMPUS
113200             MOVE SPACES TO DTL-SYS-YARD-CODE
113300             MOVE SPACES TO DTL-SYS-DOOR-NUMBER
113400             ADD 1 TO FOUND-COUNT
113500             ADD 1 TO CAMPUS-FOUND-COUNT
113600         WHEN "M"
113700             MOVE "MISSING" TO DTL-RESULT
113800             ADD 1 TO MISSING-COUNT
113900             ADD 1 TO CAMPUS-MISSING-COUNT
114000         WHEN "U"
114100             MOVE "UNEXPECTED" TO DTL-RESULT
114200             ADD 1 TO UNEXPECTED-COUNT
114300             ADD 1 TO CAMPUS-UNEXPECTED-COUNT
114400         WHEN "L"
114500             MOVE "MISLOCATED" TO DTL-RESULT
114600             ADD 1 TO MISLOCATED-COUNT
114700             ADD 1 TO CAMPUS-MISLOCATED-COUNT
114800         WHEN OTHER
114900             MOVE "PNC NEWER" TO DTL-RESULT
115000             ADD 1 TO NEWER-COUNT
115100     END-EVALUATE.
115200     IF SRT-CORRECTED
115300         MOVE "CORRECTED" TO DTL-CORRECTION
115400         ADD 1 TO CAMPUS-CORRECTED-COUNT.
115500     MOVE DETAIL-LINE TO PRINT-RECORD.
115600     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
115700 7200-EXIT.
115800     EXIT.
115900 7300-CAMPUS-TOTAL.
116000     MOVE PREV-CAMPUS TO CTL-CAMPUS.
116100     MOVE CAMPUS-FOUND-COUNT TO CTL-FOUND.
116200     MOVE CAMPUS-MISSING-COUNT TO CTL-MISSING.
116300     MOVE CAMPUS-UNEXPECTED-COUNT TO CTL-UNEXPECTED.
116400     MOVE CAMPUS-MISLOCATED-COUNT TO CTL-MISLOCATED.
116500     MOVE CAMPUS-CORRECTED-COUNT TO CTL-CORRECTED.
116600     MOVE CAMPUS-TOTAL-LINE TO PRINT-RECORD.
116700     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
116800 7300-EXIT.
116900     EXIT.
117000*****************************************************************
117100*  8000-PRINT-EXCEPTIONS - REJECTED YARD CHECK RECORDS AND      *
117200*  APPROVALS, IN THE ORDER READ                                 *
117300*****************************************************************
117400 8000-PRINT-EXCEPTIONS.
117500     MOVE EXCEPTION-TITLE TO HDG-TITLE.
117600     MOVE EXCEPTION-HEADING TO HEADING-LINE-2.
117700     MOVE 99 TO LINE-COUNT.
117800     IF EXC-COUNT = ZERO
117900         MOVE SPACES TO NONE-LINE
118000         MOVE "NO EXCEPTIONS" TO NONE-TEXT
118100         MOVE NONE-LINE TO PRINT-RECORD
118200         PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT
118300         GO TO 8000-EXIT.
118400     PERFORM 8100-ONE-EXCEPTION THRU 8100-EXIT
118500         VARYING EXC-I FROM 1 BY 1
118600         UNTIL EXC-I > EXC-COUNT.
118700 8000-EXIT.
118800     EXIT.
118900 8100-ONE-EXCEPTION.
119000     MOVE SPACES TO EXCEPTION-LINE.
119100     MOVE ETB-SOURCE (EXC-I) TO EXL-SOURCE.
119200     MOVE ETB-CAMPUS (EXC-I) TO EXL-CAMPUS.
119300     MOVE ETB-YARD-CODE (EXC-I) TO EXL-YARD-CODE.
119400     MOVE ETB-DOOR-NUMBER (EXC-I) TO EXL-DOOR-NUMBER.
119500     MOVE ETB-ASSET-ID (EXC-I) TO EXL-ASSET-ID.
119600     MOVE ETB-USER-ID (EXC-I) TO EXL-USER-ID.
119700     MOVE ETB-REASON (EXC-I) TO EXL-REASON.
119800     MOVE EXCEPTION-LINE TO PRINT-RECORD.
119900     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
120000 8100-EXIT.
120100     EXIT.
120200*****************************************************************
120300*  9000-WRAP-UP - POSITION MASTER REWRITE, TOTALS AND CLOSE     *
120400*****************************************************************
120500 9000-WRAP-UP.
120600     IF CORRECTION-COUNT > ZERO
120700         PERFORM 9100-WRITE-POSN-MASTER THRU 9100-EXIT.
120800     IF PAGE-COUNT = ZERO
120900         MOVE SPACES TO DETAIL-LINE
121000         PERFORM 5100-PAGE-HEADING THRU 5100-EXIT.
121100     MOVE ZERO TO REMAIN-COUNT.
121200     IF POSN-COUNT > ZERO
121300         PERFORM 9200-COUNT-REMAINING THRU 9200-EXIT
121400             VARYING POSN-I FROM 1 BY 1
121500             UNTIL POSN-I > POSN-COUNT.
121600     MOVE CHECK-READ-COUNT TO TOT-CHECK-READ.
121700     MOVE CHECK-REJECT-COUNT TO TOT-CHECK-REJECTED.
121800     MOVE CAMP-COUNT TO TOT-CAMPUSES.
121900     MOVE FOUND-COUNT TO TOT-FOUND.
122000     MOVE MISSING-COUNT TO TOT-MISSING.
122100     MOVE UNEXPECTED-COUNT TO TOT-UNEXPECTED.
122200     MOVE MISLOCATED-COUNT TO TOT-MISLOCATED.
122300     MOVE NEWER-COUNT TO TOT-NEWER.
122400     MOVE APPR-READ-COUNT TO TOT-APPR-READ.
122500     MOVE CORRECTION-COUNT TO TOT-CORRECTIONS.
122550     MOVE STOP-COUNT TO TOT-STOPS.
122600     MOVE APPR-REJECT-COUNT TO TOT-APPR-REJECTED.
122700     MOVE REMAIN-COUNT TO TOT-POSITIONS.
122800     MOVE SPACES TO PRINT-RECORD.
122900     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
123000     WRITE PRINT-RECORD FROM TOTAL-LINE-1
123100         AFTER ADVANCING 1 LINE.
123200     WRITE PRINT-RECORD FROM TOTAL-LINE-2
123300         AFTER ADVANCING 1 LINE.
123400     WRITE PRINT-RECORD FROM TOTAL-LINE-3
123500         AFTER ADVANCING 1 LINE.
123600     WRITE PRINT-RECORD FROM TOTAL-LINE-4
123700         AFTER ADVANCING 1 LINE.
123800     WRITE PRINT-RECORD FROM TOTAL-LINE-5
123900         AFTER ADVANCING 1 LINE.
124000     WRITE PRINT-RECORD FROM TOTAL-LINE-6
124100         AFTER ADVANCING 1 LINE.
124200     WRITE PRINT-RECORD FROM TOTAL-LINE-7
124300         AFTER ADVANCING 1 LINE.
124400     WRITE PRINT-RECORD FROM TOTAL-LINE-8
124500         AFTER ADVANCING 1 LINE.
124600     WRITE PRINT-RECORD FROM TOTAL-LINE-9
124700         AFTER ADVANCING 1 LINE.
124800     WRITE PRINT-RECORD FROM TOTAL-LINE-10
124900         AFTER ADVANCING 1 LINE.
124920     WRITE PRINT-RECORD FROM TOTAL-LINE-13
124940         AFTER ADVANCING 1 LINE.
125000     WRITE PRINT-RECORD FROM TOTAL-LINE-11
125100         AFTER ADVANCING 1 LINE.
125200     WRITE PRINT-RECORD FROM TOTAL-LINE-12
125300         AFTER ADVANCING 1 LINE.
125400     IF APPROVALS-OPEN
125500         CLOSE APPR-FILE
125600         IF HISTORY-OPEN
125700             CLOSE HIST-FILE
125800         END-IF
125900     END-IF.
125920     IF DETENTION-OPEN
125940         CLOSE DETN-FILE.
126000     CLOSE PRINT-FILE.
126100 9000-EXIT.
126200     EXIT.
126300*****************************************************************
126400*  9100-WRITE-POSN-MASTER - REWRITE PNCPOSN WITH THE CORRECTED  *
126500*  POSITIONS, LEAVING OUT THE MISSING ASSETS CLOSED             *
126600*****************************************************************
126700 9100-WRITE-POSN-MASTER.
126800     OPEN OUTPUT POSN-FILE.
126900     IF POSN-STATUS NOT = "00"
127000         DISPLAY "YARDCHK - POSITION MASTER REWRITE ERROR "
127100             POSN-STATUS UPON OPER-CONSOLE
127200         MOVE 12 TO RETURN-CODE
127300         GO TO 9100-EXIT.
127400     PERFORM 9150-WRITE-ONE-POSN THRU 9150-EXIT
127500         VARYING POSN-I FROM 1 BY 1
127600         UNTIL POSN-I > POSN-COUNT.
127700     CLOSE POSN-FILE.
127800 9100-EXIT.
127900     EXIT.
128000 9150-WRITE-ONE-POSN.
128100     IF PTB-RESULT (POSN-I) = "M"
128200         AND PTB-CORRECTED (POSN-I)
128300         GO TO 9150-EXIT.
128400     MOVE PTB-POSITION (POSN-I) TO POSN-RECORD.
128420     WRITE POSN-RECORD.
128440     IF POSN-STATUS NOT = "00"
128460         DISPLAY "YARDCHK - POSITION MASTER WRITE ERROR "
128480             POSN-STATUS " - PNCPOSN INCOMPLETE" UPON OPER-CONSOLE
128500         MOVE 12 TO RETURN-CODE
128520         MOVE POSN-COUNT TO POSN-I.
128600 9150-EXIT.
128700     EXIT.
128800 9200-COUNT-REMAINING.
128900     IF PTB-RESULT (POSN-I) = "M"
129000         AND PTB-CORRECTED (POSN-I)
129100         GO TO 9200-EXIT.
129200     ADD 1 TO REMAIN-COUNT.
129300 9200-EXIT.
129400     EXIT.
129500*****************************************************************
129600*  9600-9640 - PNCUPD2P CHECKPOINT I/O DISPATCHED ON THE        *
129700*  CHECKPOINT GENERATION                                        *
129800*****************************************************************
129900 9600-OPEN-CKPT-INPUT.
130000     IF CKPT-GEN = 1
130100         OPEN INPUT CKP1-FILE
130200     ELSE
130300         OPEN INPUT CKP2-FILE.
130400 9600-EXIT.
130500     EXIT.
130600 9610-READ-CKPT.
130700     IF CKPT-GEN = 1
130800         READ CKP1-FILE INTO CHECKPOINT-RECORD-AREA
130900             AT END MOVE "Y" TO CKPT-EOF-SW
131000         END-READ
131100     ELSE
131200         READ CKP2-FILE INTO CHECKPOINT-RECORD-AREA
131300             AT END MOVE "Y" TO CKPT-EOF-SW
131400         END-READ
131500     END-IF.
131600     IF CKPT-STATUS NOT = "00"
131700         MOVE "Y" TO CKPT-EOF-SW.
131800 9610-EXIT.
131900     EXIT.
132000 9640-CLOSE-CKPT.
132100     IF CKPT-GEN = 1
132200         CLOSE CKP1-FILE
132300     ELSE
132400         CLOSE CKP2-FILE.
132500 9640-EXIT.
132600     EXIT.
