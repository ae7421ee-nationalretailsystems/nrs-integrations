000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DETNDISP.
000300 AUTHOR. R J MARINO.
000400 INSTALLATION. NATIONAL RETAIL SYSTEMS - NORTH BERGEN NJ.
000500 DATE-WRITTEN. OCTOBER 2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  DETNDISP - DETENTION DISPUTES AND CREDIT MEMOS               *
000900*                                                               *
001000*  WORKS THE DETENTION DISPUTE FILE (DETNDSPT).  EACH DISPUTE   *
001100*  NAMES AN INVOICE AND ONE CHARGE ON IT (CUSTOMER CODE,        *
001200*  TRAILER, DETENTION START) WITH THE AMOUNT DISPUTED AND A     *
001300*  REASON CODE.  BILLING ENTERS THE DISPUTE OPEN (O) AND LATER  *
001400*  MARKS IT APPROVED (A) OR DENIED (D).  EACH RUN:              *
001500*    - EVERY DISPUTE NOT YET CREDITED IS EDITED AGAINST THE     *
001600*      OPEN-ITEM FILE (DETNOPEN) AND THE BILLED-THROUGH FILE    *
001700*      (DETNBLTH).  ONE THAT FAILS IS LISTED AS AN EXCEPTION    *
001800*      AND LEFT AS IT IS.                                       *
001900*    - AN APPROVED DISPUTE GETS A CREDIT MEMO NUMBERED FROM THE *
002000*      DETNINVN SEQUENCE.  THE MEMO IS ADDED TO THE INVOICE     *
002100*      REGISTER (DETNIREG) AS A NEGATIVE INVOICE AND TO THE     *
002200*      POSTING FILE (DETNPOST) AS A NEGATIVE DETAIL.  THE       *
002300*      POSTING TRAILER IS REWRITTEN TO COVER EVERY DETAIL ON    *
002400*      THE FILE.                                                *
002500*    - THE CREDITED HOURS AND AMOUNT ARE ADDED TO THE CHARGE'S  *
002600*      DETNBLTH ENTRY.  THE BILLED AMOUNT IS LEFT AS INVOICED,  *
002700*      SO DETNINV NEVER BILLS THE CREDITED HOURS AGAIN, AND A   *
002800*      CHARGE CANNOT BE CREDITED FOR MORE THAN WAS BILLED.      *
002900*    - THE DISPUTE REGISTER LISTS EVERY DISPUTE BY CUSTOMER -   *
003000*      OPEN, APPROVED AND DENIED - WITH THE EXCEPTIONS AFTER.   *
003100*  RUN DETNCASH AFTER DETNDISP SO THE MEMOS REACH THE OPEN-ITEM *
003200*  FILE.                                                        *
003300*                                                               *
003400*  DISPUTE RECORD (DETNDSPT, 220 BYTES):                        *
003500*     DISPUTE ID       X(10)                                    *
003600*     INVOICE NUMBER   9(7)                                     *
003700*     CUSTOMER CODE    X(25)                                    *
003800*     TRAILER NUMBER   X(25)                                    *
003900*     START TIMESTAMP  X(26)                                    *
004000*     DISPUTED AMOUNT  9(9)V99                                  *
004100*     REASON CODE      X(4)   GATE PNCE RATE DUPL FREE OTHR     *
004200*     OPENED DATE      X(10)                                    *
004300*     ENTERED BY       X(10)                                    *
004400*     STATUS           X(1)   O=OPEN A=APPROVED D=DENIED        *
004500*     DECIDED BY       X(10)                                    *
004600*     DECIDED DATE     X(10)                                    *
004700*     APPROVED AMOUNT  9(9)V99  ZERO = AMOUNT DISPUTED          *
004800*     CREDIT HOURS     9(5)                                     *
004900*     CREDIT MEMO      9(7)   SET BY DETNDISP                   *
005000*     CREDITED AT      X(26)  SET BY DETNDISP                   *
005100*     CUSTOMER KEY     S9(10) SET BY DETNDISP                   *
005200*****************************************************************
005300*  MODIFICATION HISTORY                                         *
005400*  10/15/26  RJM  NEW PROGRAM.                                  *
005500*****************************************************************
005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
005800 SPECIAL-NAMES.
005900     CONSOLE IS OPER-CONSOLE.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT DSPT-FILE ASSIGN TO DETNDSPT
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS DSPT-STATUS.
006500     SELECT OPEN-FILE ASSIGN TO DETNOPEN
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS OPEN-STATUS.
006800     SELECT BLTH-FILE ASSIGN TO DETNBLTH
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS BLTH-STATUS.
007100     SELECT INVN-FILE ASSIGN TO DETNINVN
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS INVN-STATUS.
007400     SELECT IREG-FILE ASSIGN TO DETNIREG
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS IREG-STATUS.
007700     SELECT POST-FILE ASSIGN TO DETNPOST
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS POST-STATUS.
008000     SELECT SORT-FILE ASSIGN TO SORTWK01.
008100     SELECT PRINT-FILE ASSIGN TO QSYSPRT
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS PRINT-STATUS.
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  DSPT-FILE
008700     RECORD CONTAINS 220 CHARACTERS.
008800 01  DSPT-RECORD                 PIC X(220).
008900 FD  OPEN-FILE
009000     RECORD CONTAINS 120 CHARACTERS.
009100 01  OPEN-RECORD.
009200     05  DDP-O-RECORD-TYPE       PIC X(01).
009300         88  DDP-O-OPEN-ITEM                 VALUE "I".
009400     05  DDP-O-INVOICE-NUMBER    PIC 9(07).
009500     05  DDP-O-CUSTOMER-CODE     PIC X(25).
009600     05  DDP-O-CUSTOMER-KEY      PIC S9(10).
009700     05  FILLER                  PIC X(77).
009800 FD  BLTH-FILE
009900     RECORD CONTAINS 124 CHARACTERS.
010000 01  BLTH-RECORD.
010100     05  DDP-B-CUSTOMER-CODE     PIC X(25).
010200     05  DDP-B-TRAILER-NUMBER    PIC X(25).
010300     05  DDP-B-START-TIMESTAMP   PIC X(26).
010400     05  DDP-B-BILLED-THROUGH    PIC X(26).
010500     05  DDP-B-BILLED-HOURS      PIC 9(05).
010600     05  DDP-B-BILLED-AMOUNT     PIC S9(09)V99  COMP-3.
010700     05  DDP-B-CREDITED-HOURS    PIC 9(05).
010800     05  DDP-B-CREDITED-AMOUNT   PIC S9(09)V99  COMP-3.
010900 FD  INVN-FILE
011000     RECORD CONTAINS 7 CHARACTERS.
011100 01  INVN-RECORD.
011200     05  DDP-N-LAST-INVOICE      PIC 9(07).
011300 FD  IREG-FILE
011400     RECORD CONTAINS 80 CHARACTERS.
011500 01  IREG-RECORD.
011600     05  DDP-R-INVOICE-NUMBER    PIC 9(07).
011700     05  DDP-R-CUSTOMER-CODE     PIC X(25).
011800     05  DDP-R-CUSTOMER-KEY      PIC S9(10).
011900     05  DDP-R-CHARGE-COUNT      PIC 9(05).
012000     05  DDP-R-AMOUNT            PIC S9(11)V99  COMP-3.
012100     05  DDP-R-RUN-TIMESTAMP     PIC X(26).
012200 FD  POST-FILE
012300     RECORD CONTAINS 35 CHARACTERS.
012400 01  POST-RECORD.
012500     05  DDP-P-RECORD-TYPE       PIC X(01).
012600         88  DDP-P-DETAIL                    VALUE "D".
012700         88  DDP-P-TRAILER                   VALUE "T".
012800     05  DDP-P-INVOICE-NUMBER    PIC 9(07).
012900     05  DDP-P-CUSTOMER-KEY      PIC S9(10).
013000     05  DDP-P-AMOUNT            PIC S9(11)V99  COMP-3.
013100     05  DDP-P-RUN-DATE          PIC X(10).
013200 SD  SORT-FILE.
013300 01  SORT-RECORD.
013400     05  SRT-CUSTOMER-CODE       PIC X(25).
013500     05  SRT-STATUS-SEQ          PIC 9(01).
013600     05  SRT-DISPUTE-ID          PIC X(10).
013700     05  SRT-DISPUTE-I           PIC S9(05)  COMP.
013800 FD  PRINT-FILE
013900     RECORD CONTAINS 132 CHARACTERS.
014000 01  PRINT-RECORD                PIC X(132).
014100 WORKING-STORAGE SECTION.
014200 77  DSPT-STATUS                 PIC X(02)   VALUE SPACES.
014300 77  OPEN-STATUS                 PIC X(02)   VALUE SPACES.
014400 77  BLTH-STATUS                 PIC X(02)   VALUE SPACES.
014500 77  INVN-STATUS                 PIC X(02)   VALUE SPACES.
014600 77  IREG-STATUS                 PIC X(02)   VALUE SPACES.
014700 77  POST-STATUS                 PIC X(02)   VALUE SPACES.
014800 77  PRINT-STATUS                PIC X(02)   VALUE SPACES.
014900 77  DISPUTE-READ-COUNT          PIC S9(07)  COMP VALUE ZERO.
015000 77  OPEN-COUNT                  PIC S9(07)  COMP VALUE ZERO.
015100 77  APPROVED-COUNT              PIC S9(07)  COMP VALUE ZERO.
015200 77  DENIED-COUNT                PIC S9(07)  COMP VALUE ZERO.
015300 77  CREDITED-COUNT              PIC S9(07)  COMP VALUE ZERO.
015400 77  EXCEPTION-COUNT             PIC S9(07)  COMP VALUE ZERO.
015500 77  POST-CARRIED-COUNT          PIC S9(07)  COMP VALUE ZERO.
015600 77  LAST-INVOICE-NUMBER         PIC 9(07)   VALUE ZERO.
015700 77  DTB-COUNT                   PIC S9(05)  COMP VALUE ZERO.
015800 77  DTB-I                       PIC S9(05)  COMP VALUE ZERO.
015900 77  DTB-MAX                     PIC S9(05)  COMP VALUE +5000.
016000 77  IVT-COUNT                   PIC S9(05)  COMP VALUE ZERO.
016100 77  IVT-I                       PIC S9(05)  COMP VALUE ZERO.
016200 77  IVT-FOUND-I                 PIC S9(05)  COMP VALUE ZERO.
016300 77  IVT-MAX                     PIC S9(05)  COMP VALUE +5000.
016400 77  BLT-COUNT                   PIC S9(05)  COMP VALUE ZERO.
016500 77  BLT-I                       PIC S9(05)  COMP VALUE ZERO.
016600 77  BLT-FOUND-I                 PIC S9(05)  COMP VALUE ZERO.
016700 77  BLT-MAX                     PIC S9(05)  COMP VALUE +2000.
016800 77  PST-COUNT                   PIC S9(05)  COMP VALUE ZERO.
016900 77  PST-I                       PIC S9(05)  COMP VALUE ZERO.
017000 77  PST-MAX                     PIC S9(05)  COMP VALUE +5000.
017100 77  EXC-COUNT                   PIC S9(05)  COMP VALUE ZERO.
017200 77  EXC-I                       PIC S9(05)  COMP VALUE ZERO.
017300 77  EXC-MAX                     PIC S9(05)  COMP VALUE +1000.
017400 77  LINE-COUNT                  PIC S9(03)  COMP VALUE +99.
017500 77  PAGE-COUNT                  PIC S9(05)  COMP VALUE ZERO.
017600 01  SWITCH-AREA.
017700     05  DSPT-EOF-SW             PIC X(01)   VALUE "N".
017800         88  END-OF-DSPT                     VALUE "Y".
017900     05  OPEN-EOF-SW             PIC X(01)   VALUE "N".
018000         88  END-OF-OPEN                     VALUE "Y".
018100     05  BLTH-EOF-SW             PIC X(01)   VALUE "N".
018200         88  END-OF-BLTH                     VALUE "Y".
018300     05  POST-EOF-SW             PIC X(01)   VALUE "N".
018400         88  END-OF-POST                     VALUE "Y".
018500     05  SORT-EOF-SW             PIC X(01)   VALUE "N".
018600         88  END-OF-SORT                     VALUE "Y".
018700     05  TABLE-OVERFLOW-SW       PIC X(01)   VALUE "N".
018800         88  TABLE-OVERFLOW                  VALUE "Y".
018900     05  CREDIT-READY-SW         PIC X(01)   VALUE "N".
019000         88  CREDIT-READY                    VALUE "Y".
019100     05  IREG-OPEN-SW            PIC X(01)   VALUE "N".
019200         88  REGISTER-OPEN                   VALUE "Y".
019300     05  CUSTOMER-OPEN-SW        PIC X(01)   VALUE "N".
019400         88  CUSTOMER-OPEN                   VALUE "Y".
019500 01  EDIT-REASON                 PIC X(40)   VALUE SPACES.
019600 01  AMOUNT-AREA.
019700     05  CREDIT-AMOUNT           PIC S9(11)V99  COMP-3
019800                                             VALUE ZERO.
019900     05  UNCREDITED-AMOUNT       PIC S9(11)V99  COMP-3
020000                                             VALUE ZERO.
020100     05  UNCREDITED-HOURS        PIC S9(07)  COMP VALUE ZERO.
020200     05  CREDITED-TOTAL          PIC S9(11)V99  COMP-3
020300                                             VALUE ZERO.
020400     05  POST-TOTAL              PIC S9(11)V99  COMP-3
020500                                             VALUE ZERO.
020600 01  CUR-CUSTOMER-CODE           PIC X(25)   VALUE SPACES.
020700 01  CUSTOMER-TOTALS.
020800     05  CUS-OPEN-COUNT          PIC S9(05)  COMP.
020900     05  CUS-OPEN-AMOUNT         PIC S9(11)V99  COMP-3.
021000     05  CUS-APPROVED-COUNT      PIC S9(05)  COMP.
021100     05  CUS-APPROVED-AMOUNT     PIC S9(11)V99  COMP-3.
021200     05  CUS-DENIED-COUNT        PIC S9(05)  COMP.
021300     05  CUS-DENIED-AMOUNT       PIC S9(11)V99  COMP-3.
021400 01  DISPUTE-TABLE.
021500     05  DTB-ENTRY               OCCURS 5000 TIMES
021600                                 INDEXED BY DTB-X.
021700         10  DTB-DISPUTE.
021800             15  DTB-DISPUTE-ID  PIC X(10).
021900             15  DTB-INVOICE-NUMBER
022000                                 PIC 9(07).
022100             15  DTB-INVOICE-X REDEFINES DTB-INVOICE-NUMBER
022200                                 PIC X(07).
022300             15  DTB-CUSTOMER-CODE
022400                                 PIC X(25).
022500             15  DTB-TRAILER-NUMBER
022600                                 PIC X(25).
022700             15  DTB-START-TS    PIC X(26).
022800             15  DTB-DISPUTED-AMOUNT
022900                                 PIC 9(09)V99.
023000             15  DTB-REASON-CODE PIC X(04).
023100                 88  DTB-REASON-VALID        VALUE "GATE" "PNCE"
023200                                                   "RATE" "DUPL"
023300                                                   "FREE" "OTHR".
023400             15  DTB-OPENED-DATE PIC X(10).
023500             15  DTB-ENTERED-BY  PIC X(10).
023600             15  DTB-STATUS      PIC X(01).
023700                 88  DTB-OPEN                VALUE "O".
023800                 88  DTB-APPROVED            VALUE "A".
023900                 88  DTB-DENIED              VALUE "D".
024000             15  DTB-DECIDED-BY  PIC X(10).
024100             15  DTB-DECIDED-DATE
024200                                 PIC X(10).
024300             15  DTB-APPROVED-AMOUNT
024400                                 PIC 9(09)V99.
024500             15  DTB-APPROVED-X REDEFINES DTB-APPROVED-AMOUNT
024600                                 PIC X(11).
024700             15  DTB-CREDIT-HOURS
024800                                 PIC 9(05).
024900             15  DTB-HOURS-X REDEFINES DTB-CREDIT-HOURS
025000                                 PIC X(05).
025100             15  DTB-CREDIT-MEMO PIC 9(07).
025200             15  DTB-CREDIT-MEMO-X REDEFINES DTB-CREDIT-MEMO
025300                                 PIC X(07).
025400             15  DTB-CREDITED-TS PIC X(26).
025500             15  DTB-CUSTOMER-KEY
025600                                 PIC S9(10).
025700             15  FILLER          PIC X(12).
025800 01  INVOICE-TABLE.
025900     05  IVT-ENTRY               OCCURS 5000 TIMES
026000                                 INDEXED BY IVT-X.
026100         10  IVT-INVOICE-NUMBER  PIC 9(07).
026200         10  IVT-CUSTOMER-CODE   PIC X(25).
026300         10  IVT-CUSTOMER-KEY    PIC S9(10).
026400 01  BILLED-THROUGH-TABLE.
026500     05  BLT-ENTRY               OCCURS 2000 TIMES
026600                                 INDEXED BY BLT-X.
026700         10  BTT-CUSTOMER-CODE   PIC X(25).
026800         10  BTT-TRAILER-NUMBER  PIC X(25).
026900         10  BTT-START-TS        PIC X(26).
027000         10  BTT-BILLED-THROUGH  PIC X(26).
027100         10  BTT-BILLED-HOURS    PIC 9(05).
027200         10  BTT-BILLED-AMOUNT   PIC S9(09)V99  COMP-3.
027300         10  BTT-CREDITED-HOURS  PIC 9(05).
027400         10  BTT-CREDITED-AMOUNT PIC S9(09)V99  COMP-3.
027500 01  POSTING-TABLE.
027600     05  PST-ENTRY               OCCURS 5000 TIMES
027700                                 INDEXED BY PST-X.
027800         10  PST-DETAIL          PIC X(35).
027900 01  EXCEPTION-TABLE.
028000     05  EXC-ENTRY               OCCURS 1000 TIMES
028100                                 INDEXED BY EXC-X.
028200         10  ETB-DISPUTE-ID      PIC X(10).
028300         10  ETB-INVOICE-X       PIC X(07).
028400         10  ETB-CUSTOMER-CODE   PIC X(25).
028500         10  ETB-STATUS          PIC X(01).
028600         10  ETB-REASON          PIC X(40).
028700 01  RUN-STAMP-AREA.
028800     05  RUN-DATE-YMD            PIC 9(08).
028900     05  RUN-DATE-X REDEFINES RUN-DATE-YMD.
029000         10  RUN-YEAR            PIC X(04).
029100         10  RUN-MONTH           PIC X(02).
029200         10  RUN-DAY             PIC X(02).
029300     05  RUN-TIME-HMS            PIC 9(08).
029400     05  RUN-TIME-X REDEFINES RUN-TIME-HMS.
029500         10  RUN-HOUR            PIC X(02).
029600         10  RUN-MINUTE          PIC X(02).
029700         10  RUN-SECOND          PIC X(02).
029800         10  FILLER              PIC X(02).
029900     05  RUN-TIMESTAMP           PIC X(26).
030000     05  RUN-DATE-ISO            PIC X(10).
030100 01  HEADING-LINE-1.
030200     05  FILLER                  PIC X(09)   VALUE "DETNDISP".
030300     05  FILLER                  PIC X(27)   VALUE SPACES.
030400     05  HDG-TITLE               PIC X(44).
030500     05  FILLER                  PIC X(05)   VALUE "RUN: ".
030600     05  HDG-RUN-STAMP           PIC X(19).
030700     05  FILLER                  PIC X(18)   VALUE SPACES.
030800     05  FILLER                  PIC X(05)   VALUE "PAGE ".
030900     05  HDG-PAGE                PIC ZZZZ9.
031000*    COLUMN HEADING OF THE SECTION BEING PRINTED
031100 01  HEADING-LINE-2              PIC X(132)  VALUE SPACES.
031200 01  REGISTER-TITLE              PIC X(44)   VALUE
031300     "DETENTION DISPUTE REGISTER BY CUSTOMER      ".
031400 01  EXCEPTION-TITLE             PIC X(44)   VALUE
031500     "DETENTION DISPUTE EXCEPTIONS                ".
031600 01  REGISTER-HEADING.
031700     05  FILLER                  PIC X(10)   VALUE "STATUS".
031800     05  FILLER                  PIC X(12)   VALUE "DISPUTE".
031900     05  FILLER                  PIC X(09)   VALUE "INVOICE".
032000     05  FILLER                  PIC X(27)   VALUE "TRAILER".
032100     05  FILLER                  PIC X(21)   VALUE
032200         "DETENTION START".
032300     05  FILLER                  PIC X(06)   VALUE "RSN".
032400     05  FILLER                  PIC X(16)   VALUE
032500         "      DISPUTED".
032600     05  FILLER                  PIC X(16)   VALUE
032700         "      APPROVED".
032800     05  FILLER                  PIC X(15)   VALUE "CR MEMO".
032900 01  CUSTOMER-LINE.
033000     05  FILLER                  PIC X(10)   VALUE "CUSTOMER: ".
033100     05  CUL-CUSTOMER-CODE       PIC X(25).
033200     05  FILLER                  PIC X(97)   VALUE SPACES.
033300 01  DETAIL-LINE.
033400     05  DTL-STATUS              PIC X(08).
033500     05  FILLER                  PIC X(02)   VALUE SPACES.
033600     05  DTL-DISPUTE-ID          PIC X(10).
033700     05  FILLER                  PIC X(02)   VALUE SPACES.
033800     05  DTL-INVOICE-X           PIC X(07).
033900     05  FILLER                  PIC X(02)   VALUE SPACES.
034000     05  DTL-TRAILER-NUMBER      PIC X(25).
034100     05  FILLER                  PIC X(02)   VALUE SPACES.
034200     05  DTL-START-TS            PIC X(19).
034300     05  FILLER                  PIC X(02)   VALUE SPACES.
034400     05  DTL-REASON-CODE         PIC X(04).
034500     05  FILLER                  PIC X(02)   VALUE SPACES.
034600     05  DTL-DISPUTED-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
034700     05  FILLER                  PIC X(02)   VALUE SPACES.
034800     05  DTL-APPROVED-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
034900     05  FILLER                  PIC X(02)   VALUE SPACES.
035000     05  DTL-CREDIT-MEMO         PIC X(07).
035100     05  FILLER                  PIC X(08)   VALUE SPACES.
035200 01  CUSTOMER-TOTAL-LINE.
035300     05  FILLER                  PIC X(10)   VALUE SPACES.
035400     05  FILLER                  PIC X(06)   VALUE "OPEN: ".
035500     05  CTL-OPEN-COUNT          PIC ZZ,ZZ9.
035600     05  FILLER                  PIC X(01)   VALUE SPACES.
035700     05  CTL-OPEN-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
035800     05  FILLER                  PIC X(12)   VALUE
035900         "  APPROVED: ".
036000     05  CTL-APPROVED-COUNT      PIC ZZ,ZZ9.
036100     05  FILLER                  PIC X(01)   VALUE SPACES.
036200     05  CTL-APPROVED-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
036300     05  FILLER                  PIC X(10)   VALUE
036400         "  DENIED: ".
036500     05  CTL-DENIED-COUNT        PIC ZZ,ZZ9.
036600     05  FILLER                  PIC X(01)   VALUE SPACES.
036700     05  CTL-DENIED-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
036800     05  FILLER                  PIC X(31)   VALUE SPACES.
036900 01  EXCEPTION-HEADING.
037000     05  FILLER                  PIC X(12)   VALUE "DISPUTE".
037100     05  FILLER                  PIC X(09)   VALUE "INVOICE".
037200     05  FILLER                  PIC X(27)   VALUE "CUSTOMER".
037300     05  FILLER                  PIC X(08)   VALUE "STATUS".
037400     05  FILLER                  PIC X(76)   VALUE "REASON".
037500 01  EXCEPTION-LINE.
037600     05  EXL-DISPUTE-ID          PIC X(10).
037700     05  FILLER                  PIC X(02)   VALUE SPACES.
037800     05  EXL-INVOICE-X           PIC X(07).
037900     05  FILLER                  PIC X(02)   VALUE SPACES.
038000     05  EXL-CUSTOMER-CODE       PIC X(25).
038100     05  FILLER                  PIC X(02)   VALUE SPACES.
038200     05  EXL-STATUS              PIC X(01).
038300     05  FILLER                  PIC X(07)   VALUE SPACES.
038400     05  EXL-REASON              PIC X(40).
038500     05  FILLER                  PIC X(36)   VALUE SPACES.
038600 01  NONE-LINE.
038700     05  FILLER                  PIC X(10)   VALUE SPACES.
038800     05  NONE-TEXT               PIC X(50).
038900     05  FILLER                  PIC X(72)   VALUE SPACES.
039000 01  TOTAL-LINE-1.
039100     05  FILLER                  PIC X(31)   VALUE
039200         "DISPUTES READ  . . . . . . . : ".
039300     05  TOT-READ                PIC ZZ,ZZZ,ZZ9.
039400     05  FILLER                  PIC X(91)   VALUE SPACES.
039500 01  TOTAL-LINE-2.
039600     05  FILLER                  PIC X(31)   VALUE
039700         "  OPEN . . . . . . . . . . . : ".
039800     05  TOT-OPEN                PIC ZZ,ZZZ,ZZ9.
039900     05  FILLER                  PIC X(91)   VALUE SPACES.
040000 01  TOTAL-LINE-3.
040100     05  FILLER                  PIC X(31)   VALUE
040200         "  APPROVED . . . . . . . . . : ".
040300     05  TOT-APPROVED            PIC ZZ,ZZZ,ZZ9.
040400     05  FILLER                  PIC X(91)   VALUE SPACES.
040500 01  TOTAL-LINE-4.
040600     05  FILLER                  PIC X(31)   VALUE
040700         "  DENIED . . . . . . . . . . : ".
040800     05  TOT-DENIED              PIC ZZ,ZZZ,ZZ9.
040900     05  FILLER                  PIC X(91)   VALUE SPACES.
041000 01  TOTAL-LINE-5.
041100     05  FILLER                  PIC X(31)   VALUE
041200         "  EXCEPTIONS . . . . . . . . : ".
041300     05  TOT-EXCEPTIONS          PIC ZZ,ZZZ,ZZ9.
041400     05  FILLER                  PIC X(91)   VALUE SPACES.
041500 01  TOTAL-LINE-6.
041600     05  FILLER                  PIC X(31)   VALUE
041700         "CREDIT MEMOS ISSUED  . . . . : ".
041800     05  TOT-CREDITED            PIC ZZ,ZZZ,ZZ9.
041900     05  FILLER                  PIC X(91)   VALUE SPACES.
042000 01  TOTAL-LINE-7.
042100     05  FILLER                  PIC X(31)   VALUE
042200         "TOTAL CREDITED AMOUNT  . . . : ".
042300     05  TOT-CREDITED-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
042400     05  FILLER                  PIC X(87)   VALUE SPACES.
042500 01  TOTAL-LINE-8.
042600     05  FILLER                  PIC X(31)   VALUE
042700         "POSTING DETAILS CARRIED  . . : ".
042800     05  TOT-POST-CARRIED        PIC ZZ,ZZZ,ZZ9.
042900     05  FILLER                  PIC X(91)   VALUE SPACES.
043000 PROCEDURE DIVISION.
043100*****************************************************************
043200*  0000-MAINLINE - OVERALL PROGRAM CONTROL                      *
043300*****************************************************************
043400 0000-MAINLINE.
043500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
043600     IF DTB-COUNT > ZERO
043700         PERFORM 2000-WORK-ONE-DISPUTE THRU 2000-EXIT
043800             VARYING DTB-I FROM 1 BY 1
043900             UNTIL DTB-I > DTB-COUNT.
044000     SORT SORT-FILE
044100         ON ASCENDING KEY SRT-CUSTOMER-CODE
044200                          SRT-STATUS-SEQ
044300                          SRT-DISPUTE-ID
044400         INPUT PROCEDURE IS 6000-RELEASE-DISPUTES
044500                        THRU 6999-EXIT
044600         OUTPUT PROCEDURE IS 7000-PRINT-REGISTER
044700                        THRU 7999-EXIT.
044800     PERFORM 8000-PRINT-EXCEPTIONS THRU 8000-EXIT.
044900     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
045000     STOP RUN.
045100*****************************************************************
045200*  1000-INITIALIZE - RUN STAMP, TABLE LOADS, NEXT NUMBER        *
045300*****************************************************************
045400 1000-INITIALIZE.
045500     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD.
045600     ACCEPT RUN-TIME-HMS FROM TIME.
045700     MOVE SPACES TO RUN-TIMESTAMP.
045800     STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY "-"
045900            RUN-HOUR "." RUN-MINUTE "." RUN-SECOND
046000            ".000000"
046100            DELIMITED BY SIZE INTO RUN-TIMESTAMP.
046200     MOVE RUN-TIMESTAMP TO HDG-RUN-STAMP.
046300     MOVE SPACES TO RUN-DATE-ISO.
046400     STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY
046500            DELIMITED BY SIZE INTO RUN-DATE-ISO.
046600     OPEN OUTPUT PRINT-FILE.
046700     IF PRINT-STATUS NOT = "00"
046800         DISPLAY "DETNDISP - PRINT OPEN ERROR " PRINT-STATUS
046900             UPON OPER-CONSOLE
047000         MOVE 12 TO RETURN-CODE
047100         STOP RUN.
047200     OPEN INPUT DSPT-FILE.
047300     IF DSPT-STATUS NOT = "00"
047400         DISPLAY "DETNDISP - NO DISPUTE FILE " DSPT-STATUS
047500             UPON OPER-CONSOLE
047600         GO TO 1000-EXIT.
047700     PERFORM 1100-LOAD-DISPUTE THRU 1100-EXIT
047800         UNTIL END-OF-DSPT.
047900     CLOSE DSPT-FILE.
048000*    A DISPUTE FILE THAT DID NOT FIT WOULD BE WRITTEN BACK SHORT
048100     IF TABLE-OVERFLOW
048200         DISPLAY "DETNDISP - INCREASE DTB-MAX AND RERUN - NO "
048300             "CREDIT MEMOS ISSUED" UPON OPER-CONSOLE
048400         CLOSE PRINT-FILE
048500         STOP RUN.
048600     OPEN INPUT OPEN-FILE.
048700     IF OPEN-STATUS = "00"
048800         PERFORM 1200-LOAD-INVOICE THRU 1200-EXIT
048900             UNTIL END-OF-OPEN
049000         CLOSE OPEN-FILE
049100     ELSE
049200         DISPLAY "DETNDISP - OPEN-ITEM FILE UNAVAILABLE "
049300             OPEN-STATUS " - NO CREDIT MEMOS ISSUED"
049400             UPON OPER-CONSOLE
049500         GO TO 1000-EXIT.
049600*    THE BILLED-THROUGH FILE IS REWRITTEN WHEN A MEMO IS ISSUED,
049700*    SO IT MUST LOAD IN FULL BEFORE ANY CREDIT IS GIVEN
049800     OPEN INPUT BLTH-FILE.
049900     IF BLTH-STATUS = "00"
050000         PERFORM 1300-LOAD-BILLED-THROUGH THRU 1300-EXIT
050100             UNTIL END-OF-BLTH
050200         CLOSE BLTH-FILE
050300     ELSE
050400         DISPLAY "DETNDISP - BILLED-THROUGH FILE UNAVAILABLE "
050500             BLTH-STATUS " - NO CREDIT MEMOS ISSUED"
050600             UPON OPER-CONSOLE
050700         GO TO 1000-EXIT.
050800*    THE POSTING FILE IS REWRITTEN WITH ITS DETAILS CARRIED AND
050900*    A NEW TRAILER, SO IT TOO MUST LOAD IN FULL
051000     OPEN INPUT POST-FILE.
051100     IF POST-STATUS = "00"
051200         PERFORM 1400-LOAD-POSTING THRU 1400-EXIT
051300             UNTIL END-OF-POST
051400         CLOSE POST-FILE
051500     ELSE
051600     IF POST-STATUS NOT = "35"
051700         DISPLAY "DETNDISP - POSTING FILE OPEN ERROR "
051800             POST-STATUS " - NO CREDIT MEMOS ISSUED"
051900             UPON OPER-CONSOLE
052000         MOVE 12 TO RETURN-CODE
052100         GO TO 1000-EXIT.
052200     IF TABLE-OVERFLOW
052300         DISPLAY "DETNDISP - TABLE FULL - NO CREDIT MEMOS ISSUED"
052400             UPON OPER-CONSOLE
052500         GO TO 1000-EXIT.
052600     OPEN INPUT INVN-FILE.
052700     IF INVN-STATUS = "00"
052800         READ INVN-FILE
052900             AT END CONTINUE
053000         NOT AT END
053100             IF DDP-N-LAST-INVOICE NUMERIC
053200                 MOVE DDP-N-LAST-INVOICE
053300                     TO LAST-INVOICE-NUMBER
053400             END-IF
053500         END-READ
053600         CLOSE INVN-FILE
053700     ELSE
053800         DISPLAY "DETNDISP - NO NEXT-NUMBER FILE - NO CREDIT "
053900             "MEMOS ISSUED" UPON OPER-CONSOLE
054000         MOVE 12 TO RETURN-CODE
054100         GO TO 1000-EXIT.
054200     MOVE "Y" TO CREDIT-READY-SW.
054300 1000-EXIT.
054400     EXIT.
054500 1100-LOAD-DISPUTE.
054600     READ DSPT-FILE
054700         AT END MOVE "Y" TO DSPT-EOF-SW
054800         GO TO 1100-EXIT.
054900     IF DTB-COUNT < DTB-MAX
055000         ADD 1 TO DTB-COUNT
055100         MOVE DSPT-RECORD TO DTB-DISPUTE (DTB-COUNT)
055200     ELSE
055300         DISPLAY "DETNDISP - DISPUTE TABLE FULL" UPON
055400             OPER-CONSOLE
055500         MOVE 12 TO RETURN-CODE
055600         MOVE "Y" TO TABLE-OVERFLOW-SW
055700         MOVE "Y" TO DSPT-EOF-SW.
055800 1100-EXIT.
055900     EXIT.
056000 1200-LOAD-INVOICE.
056100     READ OPEN-FILE
056200         AT END MOVE "Y" TO OPEN-EOF-SW
056300         GO TO 1200-EXIT.
056400     IF NOT DDP-O-OPEN-ITEM
056500         GO TO 1200-EXIT.
056600     IF IVT-COUNT < IVT-MAX
056700         ADD 1 TO IVT-COUNT
056800         MOVE DDP-O-INVOICE-NUMBER
056900             TO IVT-INVOICE-NUMBER (IVT-COUNT)
057000         MOVE DDP-O-CUSTOMER-CODE
057100             TO IVT-CUSTOMER-CODE (IVT-COUNT)
057200         MOVE DDP-O-CUSTOMER-KEY
057300             TO IVT-CUSTOMER-KEY (IVT-COUNT)
057400     ELSE
057500         DISPLAY "DETNDISP - INVOICE TABLE FULL - INCREASE "
057600             "IVT-MAX" UPON OPER-CONSOLE
057700         MOVE 12 TO RETURN-CODE
057800         MOVE "Y" TO TABLE-OVERFLOW-SW
057900         MOVE "Y" TO OPEN-EOF-SW.
058000 1200-EXIT.
058100     EXIT.
058200 1300-LOAD-BILLED-THROUGH.
058300     READ BLTH-FILE
058400         AT END MOVE "Y" TO BLTH-EOF-SW
058500         GO TO 1300-EXIT.
058600     IF BLT-COUNT < BLT-MAX
058700         ADD 1 TO BLT-COUNT
058800         MOVE BLTH-RECORD TO BLT-ENTRY (BLT-COUNT)
058900         IF DDP-B-CREDITED-HOURS NOT NUMERIC
059000             MOVE ZERO TO BTT-CREDITED-HOURS (BLT-COUNT)
059100         END-IF
059200         IF DDP-B-CREDITED-AMOUNT NOT NUMERIC
059300             MOVE ZERO TO BTT-CREDITED-AMOUNT (BLT-COUNT)
059400         END-IF
059500     ELSE
059600         DISPLAY "DETNDISP - BILLED-THROUGH TABLE FULL - "
059700             "INCREASE BLT-MAX" UPON OPER-CONSOLE
059800         MOVE 12 TO RETURN-CODE
059900         MOVE "Y" TO TABLE-OVERFLOW-SW
060000         MOVE "Y" TO BLTH-EOF-SW.
060100 1300-EXIT.
060200     EXIT.
060300*****************************************************************
060400*  1400-LOAD-POSTING - DETAILS ARE CARRIED; THE OLD TRAILER IS  *
060500*  DROPPED AND REBUILT AT WRAP-UP                               *
060600*****************************************************************
060700 1400-LOAD-POSTING.
060800     READ POST-FILE
060900         AT END MOVE "Y" TO POST-EOF-SW
061000         GO TO 1400-EXIT.
061100     IF NOT DDP-P-DETAIL
061200         GO TO 1400-EXIT.
061300     IF PST-COUNT < PST-MAX
061400         ADD 1 TO PST-COUNT
061500         MOVE POST-RECORD TO PST-DETAIL (PST-COUNT)
061600         ADD 1 TO POST-CARRIED-COUNT
061700         ADD DDP-P-AMOUNT TO POST-TOTAL
061800     ELSE
061900         DISPLAY "DETNDISP - POSTING TABLE FULL - INCREASE "
062000             "PST-MAX" UPON OPER-CONSOLE
062100         MOVE 12 TO RETURN-CODE
062200         MOVE "Y" TO TABLE-OVERFLOW-SW
062300         MOVE "Y" TO POST-EOF-SW.
062400 1400-EXIT.
062500     EXIT.
062600*****************************************************************
062700*  2000-WORK-ONE-DISPUTE - EDIT EVERY DISPUTE NOT YET CREDITED; *
062800*  CREDIT THE APPROVED ONES THAT PASS                           *
062900*****************************************************************
063000 2000-WORK-ONE-DISPUTE.
063100     ADD 1 TO DISPUTE-READ-COUNT.
063200     IF DTB-CREDIT-MEMO (DTB-I) NUMERIC
063300         AND DTB-CREDIT-MEMO (DTB-I) > ZERO
063400         GO TO 2000-EXIT.
063500     PERFORM 2200-EDIT-DISPUTE THRU 2200-EXIT.
063600     IF EDIT-REASON NOT = SPACES
063700         PERFORM 2900-ADD-EXCEPTION THRU 2900-EXIT
063800         GO TO 2000-EXIT.
063900     IF NOT DTB-APPROVED (DTB-I)
064000         GO TO 2000-EXIT.
064100     IF NOT CREDIT-READY
064200         GO TO 2000-EXIT.
064300     PERFORM 2500-ISSUE-CREDIT-MEMO THRU 2500-EXIT.
064400 2000-EXIT.
064500     EXIT.
064600*****************************************************************
064700*  2200-EDIT-DISPUTE - THE INVOICE MUST BE ON THE OPEN-ITEM     *
064800*  FILE FOR THE SAME CUSTOMER AND THE CHARGE ON DETNBLTH.  AN   *
064900*  APPROVAL CANNOT CREDIT MORE THAN IS STILL UNCREDITED.        *
065000*****************************************************************
065100 2200-EDIT-DISPUTE.
065200     MOVE SPACES TO EDIT-REASON.
065300     MOVE ZERO TO IVT-FOUND-I.
065400     MOVE ZERO TO BLT-FOUND-I.
065500     IF DTB-DISPUTE-ID (DTB-I) = SPACES
065600         MOVE "DISPUTE ID MISSING" TO EDIT-REASON
065700         GO TO 2200-EXIT.
065800     IF NOT DTB-OPEN (DTB-I)
065900         AND NOT DTB-APPROVED (DTB-I)
066000         AND NOT DTB-DENIED (DTB-I)
066100         MOVE "STATUS NOT O, A OR D" TO EDIT-REASON
066200         GO TO 2200-EXIT.
066300     IF NOT DTB-REASON-VALID (DTB-I)
066400         MOVE "REASON CODE NOT RECOGNIZED" TO EDIT-REASON
066500         GO TO 2200-EXIT.
066600     IF DTB-DISPUTED-AMOUNT (DTB-I) NOT NUMERIC
066700         OR DTB-DISPUTED-AMOUNT (DTB-I) = ZERO
066800         MOVE "DISPUTED AMOUNT MISSING OR NOT NUMERIC"
066900             TO EDIT-REASON
067000         GO TO 2200-EXIT.
067100     IF DTB-DENIED (DTB-I)
067200         GO TO 2200-EXIT.
067300     IF NOT CREDIT-READY
067400         GO TO 2200-EXIT.
067500     PERFORM 4100-FIND-INVOICE THRU 4100-EXIT.
067600     IF IVT-FOUND-I = ZERO
067700         MOVE "INVOICE NOT ON OPEN-ITEM FILE" TO EDIT-REASON
067800         GO TO 2200-EXIT.
067900     IF IVT-CUSTOMER-CODE (IVT-FOUND-I)
068000         NOT = DTB-CUSTOMER-CODE (DTB-I)
068100         MOVE "INVOICE IS FOR ANOTHER CUSTOMER" TO EDIT-REASON
068200         GO TO 2200-EXIT.
068300     PERFORM 4200-FIND-CHARGE THRU 4200-EXIT.
068400     IF BLT-FOUND-I = ZERO
068500         MOVE "CHARGE NOT ON BILLED-THROUGH FILE"
068600             TO EDIT-REASON
068700         GO TO 2200-EXIT.
068800     IF DTB-OPEN (DTB-I)
068900         GO TO 2200-EXIT.
069000     IF DTB-DECIDED-BY (DTB-I) = SPACES
069100         MOVE "APPROVED WITHOUT DECIDED-BY" TO EDIT-REASON
069200         GO TO 2200-EXIT.
069300     IF DTB-APPROVED-X (DTB-I) = SPACES
069400         MOVE ZERO TO DTB-APPROVED-AMOUNT (DTB-I).
069500     IF DTB-HOURS-X (DTB-I) = SPACES
069600         MOVE ZERO TO DTB-CREDIT-HOURS (DTB-I).
069700     IF DTB-APPROVED-AMOUNT (DTB-I) NOT NUMERIC
069800         MOVE "APPROVED AMOUNT NOT NUMERIC" TO EDIT-REASON
069900         GO TO 2200-EXIT.
070000     IF DTB-CREDIT-HOURS (DTB-I) NOT NUMERIC
070100         MOVE "CREDIT HOURS NOT NUMERIC" TO EDIT-REASON
070200         GO TO 2200-EXIT.
070300     IF DTB-APPROVED-AMOUNT (DTB-I) = ZERO
070400         MOVE DTB-DISPUTED-AMOUNT (DTB-I) TO CREDIT-AMOUNT
070500     ELSE
070600         MOVE DTB-APPROVED-AMOUNT (DTB-I) TO CREDIT-AMOUNT.
070700     IF CREDIT-AMOUNT > DTB-DISPUTED-AMOUNT (DTB-I)
070800         MOVE "APPROVED AMOUNT OVER AMOUNT DISPUTED"
070900             TO EDIT-REASON
071000         GO TO 2200-EXIT.
071100     COMPUTE UNCREDITED-AMOUNT =
071200         BTT-BILLED-AMOUNT (BLT-FOUND-I)
071300         - BTT-CREDITED-AMOUNT (BLT-FOUND-I).
071400     COMPUTE UNCREDITED-HOURS =
071500         BTT-BILLED-HOURS (BLT-FOUND-I)
071600         - BTT-CREDITED-HOURS (BLT-FOUND-I).
071700     IF CREDIT-AMOUNT > UNCREDITED-AMOUNT
071800         MOVE "CREDIT OVER UNCREDITED BILLED AMOUNT"
071900             TO EDIT-REASON
072000         GO TO 2200-EXIT.
072100     IF DTB-CREDIT-HOURS (DTB-I) > UNCREDITED-HOURS
072200         MOVE "CREDIT HOURS OVER UNCREDITED BILLED HOURS"
072300             TO EDIT-REASON.
072400 2200-EXIT.
072500     EXIT.
072600*****************************************************************
072700*  2500-ISSUE-CREDIT-MEMO - NEXT NUMBER, REGISTER CREDIT,       *
072800*  NEGATIVE POSTING DETAIL, BILLED-THROUGH CREDIT               *
072900*****************************************************************
073000 2500-ISSUE-CREDIT-MEMO.
073100     IF NOT REGISTER-OPEN
073200         OPEN EXTEND IREG-FILE
073300         IF IREG-STATUS NOT = "00"
073400             OPEN OUTPUT IREG-FILE
073500         END-IF
073600         IF IREG-STATUS NOT = "00"
073700             DISPLAY "DETNDISP - REGISTER OPEN ERROR " IREG-STATUS
073800                 " - NO CREDIT MEMOS ISSUED" UPON OPER-CONSOLE
073900             MOVE 12 TO RETURN-CODE
074000             MOVE "N" TO CREDIT-READY-SW
074100             GO TO 2500-EXIT
074200         END-IF
074300         MOVE "Y" TO IREG-OPEN-SW.
074400     IF PST-COUNT NOT < PST-MAX
074500         MOVE "POSTING TABLE FULL - NOT CREDITED"
074600             TO EDIT-REASON
074700         PERFORM 2900-ADD-EXCEPTION THRU 2900-EXIT
074800         GO TO 2500-EXIT.
074900     ADD 1 TO LAST-INVOICE-NUMBER.
075000     MOVE LAST-INVOICE-NUMBER TO DTB-CREDIT-MEMO (DTB-I).
075100     MOVE RUN-TIMESTAMP TO DTB-CREDITED-TS (DTB-I).
075200     MOVE IVT-CUSTOMER-KEY (IVT-FOUND-I)
075300         TO DTB-CUSTOMER-KEY (DTB-I).
075400     MOVE CREDIT-AMOUNT TO DTB-APPROVED-AMOUNT (DTB-I).
075500     MOVE SPACES TO IREG-RECORD.
075600     MOVE LAST-INVOICE-NUMBER TO DDP-R-INVOICE-NUMBER.
075700     MOVE DTB-CUSTOMER-CODE (DTB-I) TO DDP-R-CUSTOMER-CODE.
075800     MOVE IVT-CUSTOMER-KEY (IVT-FOUND-I) TO DDP-R-CUSTOMER-KEY.
075900     MOVE 1 TO DDP-R-CHARGE-COUNT.
076000     COMPUTE DDP-R-AMOUNT = ZERO - CREDIT-AMOUNT.
076100     MOVE RUN-TIMESTAMP TO DDP-R-RUN-TIMESTAMP.
076200     WRITE IREG-RECORD.
076300     MOVE SPACES TO POST-RECORD.
076400     MOVE "D" TO DDP-P-RECORD-TYPE.
076500     MOVE LAST-INVOICE-NUMBER TO DDP-P-INVOICE-NUMBER.
076600     MOVE IVT-CUSTOMER-KEY (IVT-FOUND-I) TO DDP-P-CUSTOMER-KEY.
076700     COMPUTE DDP-P-AMOUNT = ZERO - CREDIT-AMOUNT.
076800     MOVE RUN-DATE-ISO TO DDP-P-RUN-DATE.
076900     ADD 1 TO PST-COUNT.
077000     MOVE POST-RECORD TO PST-DETAIL (PST-COUNT).
077100     SUBTRACT CREDIT-AMOUNT FROM POST-TOTAL.
077200     ADD DTB-CREDIT-HOURS (DTB-I)
077300         TO BTT-CREDITED-HOURS (BLT-FOUND-I).
077400     ADD CREDIT-AMOUNT TO BTT-CREDITED-AMOUNT (BLT-FOUND-I).
077500     ADD 1 TO CREDITED-COUNT.
077600     ADD CREDIT-AMOUNT TO CREDITED-TOTAL.
077700 2500-EXIT.
077800     EXIT.
077900 2900-ADD-EXCEPTION.
078000     ADD 1 TO EXCEPTION-COUNT.
078100     IF EXC-COUNT < EXC-MAX
078200         ADD 1 TO EXC-COUNT
078300         MOVE DTB-DISPUTE-ID (DTB-I) TO ETB-DISPUTE-ID (EXC-COUNT)
078400         MOVE DTB-INVOICE-X (DTB-I) TO ETB-INVOICE-X (EXC-COUNT)
078500         MOVE DTB-CUSTOMER-CODE (DTB-I)
078600             TO ETB-CUSTOMER-CODE (EXC-COUNT)
078700         MOVE DTB-STATUS (DTB-I) TO ETB-STATUS (EXC-COUNT)
078800         MOVE EDIT-REASON TO ETB-REASON (EXC-COUNT)
078900     ELSE
079000         DISPLAY "DETNDISP - EXCEPTION TABLE FULL - DISPUTE "
079100             DTB-DISPUTE-ID (DTB-I) " " EDIT-REASON
079200             UPON OPER-CONSOLE.
079300 2900-EXIT.
079400     EXIT.
079500*****************************************************************
079600*  4100-FIND-INVOICE - OPEN ITEM FOR THE DISPUTED INVOICE       *
079700*****************************************************************
079800 4100-FIND-INVOICE.
079900     MOVE ZERO TO IVT-FOUND-I.
080000     IF IVT-COUNT = ZERO
080100         OR DTB-INVOICE-NUMBER (DTB-I) NOT NUMERIC
080200         GO TO 4100-EXIT.
080300     PERFORM 4150-SCAN-INVOICE THRU 4150-EXIT
080400         VARYING IVT-I FROM 1 BY 1
080500         UNTIL IVT-I > IVT-COUNT
080600         OR IVT-FOUND-I > ZERO.
080700 4100-EXIT.
080800     EXIT.
080900 4150-SCAN-INVOICE.
081000     IF IVT-INVOICE-NUMBER (IVT-I) = DTB-INVOICE-NUMBER (DTB-I)
081100         MOVE IVT-I TO IVT-FOUND-I.
081200 4150-EXIT.
081300     EXIT.
081400*****************************************************************
081500*  4200-FIND-CHARGE - BILLED-THROUGH ENTRY FOR THE DISPUTED     *
081600*  CHARGE                                                       *
081700*****************************************************************
081800 4200-FIND-CHARGE.
081900     MOVE ZERO TO BLT-FOUND-I.
082000     IF BLT-COUNT = ZERO
082100         GO TO 4200-EXIT.
082200     PERFORM 4250-SCAN-CHARGE THRU 4250-EXIT
082300         VARYING BLT-I FROM 1 BY 1
082400         UNTIL BLT-I > BLT-COUNT
082500         OR BLT-FOUND-I > ZERO.
082600 4200-EXIT.
082700     EXIT.
082800 4250-SCAN-CHARGE.
082900     IF BTT-CUSTOMER-CODE (BLT-I) = DTB-CUSTOMER-CODE (DTB-I)
083000         AND BTT-TRAILER-NUMBER (BLT-I)
083100             = DTB-TRAILER-NUMBER (DTB-I)
083200         AND BTT-START-TS (BLT-I) = DTB-START-TS (DTB-I)
083300         MOVE BLT-I TO BLT-FOUND-I.
083400 4250-EXIT.
083500     EXIT.
083600*****************************************************************
083700*  5000-PRINT-A-LINE - PRINT WITH PAGE OVERFLOW CONTROL         *
083800*****************************************************************
083900 5000-PRINT-A-LINE.
084000     IF LINE-COUNT > 56
084100         PERFORM 5100-PAGE-HEADING THRU 5100-EXIT.
084200     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
084300     ADD 1 TO LINE-COUNT.
084400 5000-EXIT.
084500     EXIT.
084600 5100-PAGE-HEADING.
084700     ADD 1 TO PAGE-COUNT.
084800     MOVE PAGE-COUNT TO HDG-PAGE.
084900     MOVE PRINT-RECORD TO DETAIL-LINE.
085000     WRITE PRINT-RECORD FROM HEADING-LINE-1
085100         AFTER ADVANCING PAGE.
085200     WRITE PRINT-RECORD FROM HEADING-LINE-2
085300         AFTER ADVANCING 2 LINES.
085400     MOVE SPACES TO PRINT-RECORD.
085500     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
085600     MOVE DETAIL-LINE TO PRINT-RECORD.
085700     MOVE 4 TO LINE-COUNT.
085800 5100-EXIT.
085900     EXIT.
086000*****************************************************************
086100*  6000-RELEASE-DISPUTES - SORT INPUT PROCEDURE.  THE TABLE     *
086200*  POSITION TRAVELS WITH THE KEY; OPEN SORTS FIRST, THEN        *
086300*  APPROVED, THEN DENIED.                                       *
086400*****************************************************************
086500 6000-RELEASE-DISPUTES.
086600     IF DTB-COUNT > ZERO
086700         PERFORM 6100-RELEASE-ONE THRU 6100-EXIT
086800             VARYING DTB-I FROM 1 BY 1
086900             UNTIL DTB-I > DTB-COUNT.
087000 6999-EXIT.
087100     EXIT.
087200 6100-RELEASE-ONE.
087300     MOVE DTB-CUSTOMER-CODE (DTB-I) TO SRT-CUSTOMER-CODE.
087400     EVALUATE TRUE
087500         WHEN DTB-OPEN (DTB-I)
087600             MOVE 1 TO SRT-STATUS-SEQ
087700         WHEN DTB-APPROVED (DTB-I)
087800             MOVE 2 TO SRT-STATUS-SEQ
087900         WHEN DTB-DENIED (DTB-I)
088000             MOVE 3 TO SRT-STATUS-SEQ
088100         WHEN OTHER
088200             MOVE 4 TO SRT-STATUS-SEQ
088300     END-EVALUATE.
088400     MOVE DTB-DISPUTE-ID (DTB-I) TO SRT-DISPUTE-ID.
088500     MOVE DTB-I TO SRT-DISPUTE-I.
088600     RELEASE SORT-RECORD.
088700 6100-EXIT.
088800     EXIT.
088900*****************************************************************
089000*  7000-PRINT-REGISTER - SORT OUTPUT PROCEDURE.  DISPUTES BY    *
089100*  CUSTOMER WITH OPEN, APPROVED AND DENIED TOTALS PER CUSTOMER  *
089200*****************************************************************
089300 7000-PRINT-REGISTER.
089400     MOVE REGISTER-TITLE TO HDG-TITLE.
089500     MOVE REGISTER-HEADING TO HEADING-LINE-2.
089600     MOVE 99 TO LINE-COUNT.
089700     PERFORM 7100-NEXT-DISPUTE THRU 7100-EXIT
089800         UNTIL END-OF-SORT.
089900     IF CUSTOMER-OPEN
090000         PERFORM 7500-CUSTOMER-TOTAL THRU 7500-EXIT
090100     ELSE
090200         MOVE SPACES TO NONE-LINE
090300         MOVE "NO DISPUTES ON FILE" TO NONE-TEXT
090400         MOVE NONE-LINE TO PRINT-RECORD
090500         PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
090600 7999-EXIT.
090700     EXIT.
090800 7100-NEXT-DISPUTE.
090900     RETURN SORT-FILE
091000         AT END MOVE "Y" TO SORT-EOF-SW
091100         GO TO 7100-EXIT.
091200     IF NOT CUSTOMER-OPEN
091300         OR SRT-CUSTOMER-CODE NOT = CUR-CUSTOMER-CODE
091400         PERFORM 7500-CUSTOMER-TOTAL THRU 7500-EXIT
091500         PERFORM 7300-START-CUSTOMER THRU 7300-EXIT.
091600     MOVE SRT-DISPUTE-I TO DTB-I.
091700     PERFORM 7200-PRINT-DISPUTE THRU 7200-EXIT.
091800 7100-EXIT.
091900     EXIT.
092000 7200-PRINT-DISPUTE.
092100     MOVE SPACES TO DETAIL-LINE.
092200     EVALUATE TRUE
092300         WHEN DTB-OPEN (DTB-I)
092400             MOVE "OPEN" TO DTL-STATUS
092500             ADD 1 TO OPEN-COUNT
092600             ADD 1 TO CUS-OPEN-COUNT
092700             IF DTB-DISPUTED-AMOUNT (DTB-I) NUMERIC
092800                 ADD DTB-DISPUTED-AMOUNT (DTB-I)
092900                     TO CUS-OPEN-AMOUNT
093000             END-IF
093100         WHEN DTB-APPROVED (DTB-I)
093200             MOVE "APPROVED" TO DTL-STATUS
093300             ADD 1 TO APPROVED-COUNT
093400             ADD 1 TO CUS-APPROVED-COUNT
093500             IF DTB-APPROVED-AMOUNT (DTB-I) NUMERIC
093600                 ADD DTB-APPROVED-AMOUNT (DTB-I)
093700                     TO CUS-APPROVED-AMOUNT
093800             END-IF
093900         WHEN DTB-DENIED (DTB-I)
094000             MOVE "DENIED" TO DTL-STATUS
094100             ADD 1 TO DENIED-COUNT
094200             ADD 1 TO CUS-DENIED-COUNT
094300             IF DTB-DISPUTED-AMOUNT (DTB-I) NUMERIC
094400                 ADD DTB-DISPUTED-AMOUNT (DTB-I)
094500                     TO CUS-DENIED-AMOUNT
094600             END-IF
094700         WHEN OTHER
094800             MOVE "INVALID" TO DTL-STATUS
094900     END-EVALUATE.
095000     MOVE DTB-DISPUTE-ID (DTB-I) TO DTL-DISPUTE-ID.
095100     MOVE DTB-INVOICE-X (DTB-I) TO DTL-INVOICE-X.
095200     MOVE DTB-TRAILER-NUMBER (DTB-I) TO DTL-TRAILER-NUMBER.
095300     MOVE DTB-START-TS (DTB-I) TO DTL-START-TS.
095400     MOVE DTB-REASON-CODE (DTB-I) TO DTL-REASON-CODE.
095500     IF DTB-DISPUTED-AMOUNT (DTB-I) NUMERIC
095600         MOVE DTB-DISPUTED-AMOUNT (DTB-I) TO DTL-DISPUTED-AMOUNT.
095700     IF DTB-APPROVED (DTB-I)
095800         AND DTB-APPROVED-AMOUNT (DTB-I) NUMERIC
095900         AND DTB-APPROVED-AMOUNT (DTB-I) > ZERO
096000         MOVE DTB-APPROVED-AMOUNT (DTB-I) TO DTL-APPROVED-AMOUNT.
096100     IF DTB-CREDIT-MEMO (DTB-I) NUMERIC
096200         AND DTB-CREDIT-MEMO (DTB-I) > ZERO
096300         MOVE DTB-CREDIT-MEMO-X (DTB-I) TO DTL-CREDIT-MEMO.
096400     MOVE DETAIL-LINE TO PRINT-RECORD.
096500     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
096600 7200-EXIT.
096700     EXIT.
096800 7300-START-CUSTOMER.
096900     MOVE SRT-CUSTOMER-CODE TO CUR-CUSTOMER-CODE.
097000     MOVE "Y" TO CUSTOMER-OPEN-SW.
097100     MOVE ZERO TO CUS-OPEN-COUNT.
097200     MOVE ZERO TO CUS-OPEN-AMOUNT.
097300     MOVE ZERO TO CUS-APPROVED-COUNT.
097400     MOVE ZERO TO CUS-APPROVED-AMOUNT.
097500     MOVE ZERO TO CUS-DENIED-COUNT.
097600     MOVE ZERO TO CUS-DENIED-AMOUNT.
097700     IF LINE-COUNT > 53
097800         MOVE 99 TO LINE-COUNT.
097900     MOVE SRT-CUSTOMER-CODE TO CUL-CUSTOMER-CODE.
098000     MOVE CUSTOMER-LINE TO PRINT-RECORD.
098100     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
098200 7300-EXIT.
098300     EXIT.
098400 7500-CUSTOMER-TOTAL.
098500     IF NOT CUSTOMER-OPEN
098600         GO TO 7500-EXIT.
098700     MOVE CUS-OPEN-COUNT TO CTL-OPEN-COUNT.
098800     MOVE CUS-OPEN-AMOUNT TO CTL-OPEN-AMOUNT.
098900     MOVE CUS-APPROVED-COUNT TO CTL-APPROVED-COUNT.
099000     MOVE CUS-APPROVED-AMOUNT TO CTL-APPROVED-AMOUNT.
099100     MOVE CUS-DENIED-COUNT TO CTL-DENIED-COUNT.
099200     MOVE CUS-DENIED-AMOUNT TO CTL-DENIED-AMOUNT.
099300     MOVE CUSTOMER-TOTAL-LINE TO PRINT-RECORD.
099400     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
099500     MOVE SPACES TO PRINT-RECORD.
099600     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
099700     MOVE "N" TO CUSTOMER-OPEN-SW.
099800 7500-EXIT.
099900     EXIT.
100000*****************************************************************
100100*  8000-PRINT-EXCEPTIONS - DISPUTES THAT FAILED THE EDIT, ON A  *
100200*  NEW PAGE                                                     *
100300*****************************************************************
100400 8000-PRINT-EXCEPTIONS.
100500     MOVE EXCEPTION-TITLE TO HDG-TITLE.
100600     MOVE EXCEPTION-HEADING TO HEADING-LINE-2.
100700     MOVE 99 TO LINE-COUNT.
100800     IF EXC-COUNT = ZERO
100900         MOVE SPACES TO NONE-LINE
101000         MOVE "NO DISPUTE EXCEPTIONS" TO NONE-TEXT
101100         MOVE NONE-LINE TO PRINT-RECORD
101200         PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT
101300         GO TO 8000-EXIT.
101400     PERFORM 8100-PRINT-ONE-EXCEPTION THRU 8100-EXIT
101500         VARYING EXC-I FROM 1 BY 1
101600         UNTIL EXC-I > EXC-COUNT.
101700 8000-EXIT.
101800     EXIT.
101900 8100-PRINT-ONE-EXCEPTION.
102000     MOVE SPACES TO EXCEPTION-LINE.
102100     MOVE ETB-DISPUTE-ID (EXC-I) TO EXL-DISPUTE-ID.
102200     MOVE ETB-INVOICE-X (EXC-I) TO EXL-INVOICE-X.
102300     MOVE ETB-CUSTOMER-CODE (EXC-I) TO EXL-CUSTOMER-CODE.
102400     MOVE ETB-STATUS (EXC-I) TO EXL-STATUS.
102500     MOVE ETB-REASON (EXC-I) TO EXL-REASON.
102600     MOVE EXCEPTION-LINE TO PRINT-RECORD.
102700     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
102800 8100-EXIT.
102900     EXIT.
103000*****************************************************************
103100*  9000-WRAP-UP - WHEN MEMOS WERE ISSUED: POSTING FILE,         *
103200*  BILLED-THROUGH, NEXT NUMBER AND DISPUTE FILE REWRITES.       *
103300*  THEN TOTALS.                                                 *
103400*****************************************************************
103500 9000-WRAP-UP.
103600     IF REGISTER-OPEN
103700         CLOSE IREG-FILE.
103800     IF CREDITED-COUNT > ZERO
103900         PERFORM 9100-REWRITE-POSTING THRU 9100-EXIT
104000         PERFORM 9200-REWRITE-BILLED-THROUGH THRU 9200-EXIT
104100         PERFORM 9300-REWRITE-NEXT-NUMBER THRU 9300-EXIT
104200         PERFORM 9400-REWRITE-DISPUTES THRU 9400-EXIT.
104300     IF PAGE-COUNT = ZERO
104400         MOVE SPACES TO DETAIL-LINE
104500         PERFORM 5100-PAGE-HEADING THRU 5100-EXIT.
104600     MOVE DISPUTE-READ-COUNT TO TOT-READ.
104700     MOVE OPEN-COUNT TO TOT-OPEN.
104800     MOVE APPROVED-COUNT TO TOT-APPROVED.
104900     MOVE DENIED-COUNT TO TOT-DENIED.
105000     MOVE EXCEPTION-COUNT TO TOT-EXCEPTIONS.
105100     MOVE CREDITED-COUNT TO TOT-CREDITED.
105200     MOVE CREDITED-TOTAL TO TOT-CREDITED-AMOUNT.
105300     MOVE POST-CARRIED-COUNT TO TOT-POST-CARRIED.
105400     MOVE SPACES TO PRINT-RECORD.
105500     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
105600     WRITE PRINT-RECORD FROM TOTAL-LINE-1
105700         AFTER ADVANCING 1 LINE.
105800     WRITE PRINT-RECORD FROM TOTAL-LINE-2
105900         AFTER ADVANCING 1 LINE.
106000     WRITE PRINT-RECORD FROM TOTAL-LINE-3
106100         AFTER ADVANCING 1 LINE.
106200     WRITE PRINT-RECORD FROM TOTAL-LINE-4
106300         AFTER ADVANCING 1 LINE.
106400     WRITE PRINT-RECORD FROM TOTAL-LINE-5
106500         AFTER ADVANCING 1 LINE.
106600     WRITE PRINT-RECORD FROM TOTAL-LINE-6
106700         AFTER ADVANCING 1 LINE.
106800     WRITE PRINT-RECORD FROM TOTAL-LINE-7
106900         AFTER ADVANCING 1 LINE.
107000     WRITE PRINT-RECORD FROM TOTAL-LINE-8
107100         AFTER ADVANCING 1 LINE.
107200     CLOSE PRINT-FILE.
107300 9000-EXIT.
107400     EXIT.
107500*****************************************************************
107600*  9100-REWRITE-POSTING - CARRIED DETAILS, THE NEW CREDIT       *
107700*  DETAILS, THEN ONE TRAILER COUNTING AND TOTALLING THEM ALL    *
107800*****************************************************************
107900 9100-REWRITE-POSTING.
108000     OPEN OUTPUT POST-FILE.
108100     IF POST-STATUS NOT = "00"
108200         DISPLAY "DETNDISP - POSTING FILE REWRITE ERROR "
108300             POST-STATUS UPON OPER-CONSOLE
108400         MOVE 12 TO RETURN-CODE
108500         GO TO 9100-EXIT.
108600     PERFORM 9150-WRITE-ONE-POSTING THRU 9150-EXIT
108700         VARYING PST-I FROM 1 BY 1
108800         UNTIL PST-I > PST-COUNT.
108900     MOVE SPACES TO POST-RECORD.
109000     MOVE "T" TO DDP-P-RECORD-TYPE.
109100     MOVE PST-COUNT TO DDP-P-INVOICE-NUMBER.
109200     MOVE ZERO TO DDP-P-CUSTOMER-KEY.
109300     MOVE POST-TOTAL TO DDP-P-AMOUNT.
109400     MOVE RUN-DATE-ISO TO DDP-P-RUN-DATE.
109500     WRITE POST-RECORD.
109600     CLOSE POST-FILE.
109700 9100-EXIT.
109800     EXIT.
109900 9150-WRITE-ONE-POSTING.
110000     MOVE PST-DETAIL (PST-I) TO POST-RECORD.
110100     WRITE POST-RECORD.
110200 9150-EXIT.
110300     EXIT.
110400 9200-REWRITE-BILLED-THROUGH.
110500     OPEN OUTPUT BLTH-FILE.
110600     IF BLTH-STATUS NOT = "00"
110700         DISPLAY "DETNDISP - BILLED-THROUGH REWRITE ERROR "
110800             BLTH-STATUS UPON OPER-CONSOLE
110900         MOVE 12 TO RETURN-CODE
111000         GO TO 9200-EXIT.
111100     PERFORM 9250-WRITE-ONE-BILLED THRU 9250-EXIT
111200         VARYING BLT-I FROM 1 BY 1
111300         UNTIL BLT-I > BLT-COUNT.
111400     CLOSE BLTH-FILE.
111500 9200-EXIT.
111600     EXIT.
111700 9250-WRITE-ONE-BILLED.
111800     MOVE BLT-ENTRY (BLT-I) TO BLTH-RECORD.
111900     WRITE BLTH-RECORD.
112000 9250-EXIT.
112100     EXIT.
112200 9300-REWRITE-NEXT-NUMBER.
112300     OPEN OUTPUT INVN-FILE.
112400     IF INVN-STATUS = "00"
112500         MOVE LAST-INVOICE-NUMBER TO DDP-N-LAST-INVOICE
112600         WRITE INVN-RECORD
112700         CLOSE INVN-FILE
112800     ELSE
112900         DISPLAY "DETNDISP - NEXT-NUMBER REWRITE ERROR "
113000             INVN-STATUS UPON OPER-CONSOLE
113100         MOVE 12 TO RETURN-CODE.
113200 9300-EXIT.
113300     EXIT.
113400 9400-REWRITE-DISPUTES.
113500     OPEN OUTPUT DSPT-FILE.
113600     IF DSPT-STATUS NOT = "00"
113700         DISPLAY "DETNDISP - DISPUTE FILE REWRITE ERROR "
113800             DSPT-STATUS UPON OPER-CONSOLE
113900         MOVE 12 TO RETURN-CODE
114000         GO TO 9400-EXIT.
114100     PERFORM 9450-WRITE-ONE-DISPUTE THRU 9450-EXIT
114200         VARYING DTB-I FROM 1 BY 1
114300         UNTIL DTB-I > DTB-COUNT.
114400     CLOSE DSPT-FILE.
114500 9400-EXIT.
114600     EXIT.
114700 9450-WRITE-ONE-DISPUTE.
114800     MOVE DTB-DISPUTE (DTB-I) TO DSPT-RECORD.
114900     WRITE DSPT-RECORD.
115000 9450-EXIT.
115100     EXIT.
