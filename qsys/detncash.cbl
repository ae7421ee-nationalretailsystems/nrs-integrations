000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DETNCASH.
000300 AUTHOR. R J MARINO.
000400 INSTALLATION. NATIONAL RETAIL SYSTEMS - NORTH BERGEN NJ.
000500 DATE-WRITTEN. OCTOBER 2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  DETNCASH - DETENTION CASH APPLICATION                        *
000900*                                                               *
001000*  KEEPS THE DETENTION OPEN-ITEM FILE (DETNOPEN) - ONE ENTRY    *
001100*  PER INVOICE CARRYING ITS ORIGINAL AMOUNT, PAYMENTS APPLIED   *
001200*  AND BALANCE - AND APPLIES CUSTOMER REMITTANCES (DETNREMT)    *
001300*  AGAINST IT:                                                  *
001400*    - INVOICES ON THE DETNINV REGISTER (DETNIREG) THAT ARE     *
001500*      NOT YET ON THE OPEN-ITEM FILE ARE ADDED FIRST.  THE      *
001600*      REGISTER HOLDS ONLY THE LAST DETNINV RUN, SO DETNCASH    *
001700*      RUNS AFTER EVERY DETNINV RUN.  THE HEADER RECORD KEEPS   *
001800*      THE HIGHEST INVOICE NUMBER TAKEN FROM THE REGISTER SO A  *
001900*      RERUN NEVER ADDS AN INVOICE TWICE.                       *
002000*    - A REMITTANCE IS APPLIED WHEN ITS INVOICE IS ON FILE AND  *
002100*      ITS CUSTOMER KEY MATCHES THE INVOICE.  A PARTIAL PAYMENT *
002200*      LEAVES A BALANCE OPEN; AN OVERPAYMENT LEAVES A CREDIT    *
002300*      (NEGATIVE) BALANCE FOR THE CREDIT TEAM TO REFUND OR      *
002400*      APPLY.                                                   *
002500*    - A REMITTANCE THAT CANNOT BE APPLIED IS WRITTEN TO THE    *
002600*      SUSPENSE FILE (DETNSUSP) WITH THE REASON, AND LISTED ON  *
002700*      ITS OWN PAGE OF THE REPORT FOR THE CREDIT TEAM.          *
002800*  A PAID ITEM (BALANCE ZERO) DROPS OFF THE OPEN-ITEM FILE      *
002900*  WHEN ITS LAST PAYMENT IS MORE THAN PURGE-DAYS OLD.  THE      *
003000*  AGING REPORT IS DETNAGE.                                     *
003100*                                                               *
003200*  REMITTANCE RECORD (DETNREMT, 60 BYTES):                      *
003300*     INVOICE NUMBER   9(7)                                     *
003400*     CUSTOMER KEY     9(10)                                    *
003500*     AMOUNT PAID      9(9)V99                                  *
003600*     PAYMENT DATE     X(10)  YYYY-MM-DD                        *
003700*     CHECK/REFERENCE  X(20)                                    *
003800*  OPEN-ITEM RECORD (DETNOPEN, 120 BYTES): TYPE H=HEADER (LAST  *
003900*  REGISTER INVOICE TAKEN, LAST RUN), TYPE I=ITEM (INVOICE,     *
004000*  CUSTOMER CODE AND KEY, INVOICE DATE, INVOICE AMOUNT, AMOUNT  *
004100*  PAID, BALANCE, PAYMENT COUNT, LAST PAYMENT DATE AND          *
004200*  REFERENCE, STATUS O=OPEN P=PART PAID C=PAID R=CREDIT).       *
004300*  SUSPENSE RECORD (DETNSUSP, 110 BYTES): THE REMITTANCE AS     *
004400*  RECEIVED, THE REASON AND THE RUN TIMESTAMP.                  *
004500*****************************************************************
004600*  MODIFICATION HISTORY                                         *
004700*  10/15/26  RJM  NEW PROGRAM.                                  *
004800*****************************************************************
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SPECIAL-NAMES.
005200     CONSOLE IS OPER-CONSOLE.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT OPEN-FILE ASSIGN TO DETNOPEN
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS OPEN-STATUS.
005800     SELECT IREG-FILE ASSIGN TO DETNIREG
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS IREG-STATUS.
006100     SELECT REMT-FILE ASSIGN TO DETNREMT
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS REMT-STATUS.
006400     SELECT SUSP-FILE ASSIGN TO DETNSUSP
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS SUSP-STATUS.
006700     SELECT PRINT-FILE ASSIGN TO QSYSPRT
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS PRINT-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  OPEN-FILE
007300     RECORD CONTAINS 120 CHARACTERS.
007400 01  OPEN-RECORD.
007500     05  CSH-O-RECORD-TYPE       PIC X(01).
007600         88  CSH-O-HEADER                    VALUE "H".
007700         88  CSH-O-OPEN-ITEM                 VALUE "I".
007800     05  CSH-O-ITEM.
007900         10  CSH-O-INVOICE-NUMBER
008000                                 PIC 9(07).
008100         10  CSH-O-CUSTOMER-CODE PIC X(25).
008200         10  CSH-O-CUSTOMER-KEY  PIC S9(10).
008300         10  CSH-O-INVOICE-DATE  PIC X(10).
008400         10  CSH-O-INVOICE-AMOUNT
008500                                 PIC S9(11)V99  COMP-3.
008600         10  CSH-O-PAID-AMOUNT   PIC S9(11)V99  COMP-3.
008700         10  CSH-O-BALANCE       PIC S9(11)V99  COMP-3.
008800         10  CSH-O-PAYMENT-COUNT PIC 9(05).
008900         10  CSH-O-LAST-PAY-DATE PIC X(10).
009000         10  CSH-O-LAST-REFERENCE
009100                                 PIC X(20).
009200         10  CSH-O-STATUS        PIC X(01).
009300         10  FILLER              PIC X(10).
009400     05  CSH-O-HEADER-DATA REDEFINES CSH-O-ITEM.
009500         10  CSH-O-LAST-REG-INVOICE
009600                                 PIC 9(07).
009700         10  CSH-O-LAST-RUN-TS   PIC X(26).
009800         10  FILLER              PIC X(86).
009900 FD  IREG-FILE
010000     RECORD CONTAINS 80 CHARACTERS.
010100 01  IREG-RECORD.
010200     05  CSH-G-INVOICE-NUMBER    PIC 9(07).
010300     05  CSH-G-CUSTOMER-CODE     PIC X(25).
010400     05  CSH-G-CUSTOMER-KEY      PIC S9(10).
010500     05  CSH-G-CHARGE-COUNT      PIC 9(05).
010600     05  CSH-G-AMOUNT            PIC S9(11)V99  COMP-3.
010700     05  CSH-G-RUN-TIMESTAMP     PIC X(26).
010800 FD  REMT-FILE
010900     RECORD CONTAINS 60 CHARACTERS.
011000 01  REMT-RECORD.
011100     05  CSH-R-INVOICE-NUMBER    PIC 9(07).
011200     05  CSH-R-INVOICE-X REDEFINES CSH-R-INVOICE-NUMBER
011300                                 PIC X(07).
011400     05  CSH-R-CUSTOMER-KEY      PIC 9(10).
011500     05  CSH-R-CUSTOMER-KEY-X REDEFINES CSH-R-CUSTOMER-KEY
011600                                 PIC X(10).
011700     05  CSH-R-AMOUNT-PAID       PIC 9(09)V99.
011800     05  CSH-R-PAYMENT-DATE      PIC X(10).
011900     05  CSH-R-REFERENCE         PIC X(20).
012000     05  FILLER                  PIC X(02).
012100 FD  SUSP-FILE
012200     RECORD CONTAINS 110 CHARACTERS.
012300 01  SUSP-RECORD.
012400     05  CSH-S-REMITTANCE        PIC X(60).
012500     05  CSH-S-REASON            PIC X(40).
012600     05  CSH-S-RUN-DATE          PIC X(10).
012700 FD  PRINT-FILE
012800     RECORD CONTAINS 132 CHARACTERS.
012900 01  PRINT-RECORD                PIC X(132).
013000 WORKING-STORAGE SECTION.
013100 77  OPEN-STATUS                 PIC X(02)   VALUE SPACES.
013200 77  IREG-STATUS                 PIC X(02)   VALUE SPACES.
013300 77  REMT-STATUS                 PIC X(02)   VALUE SPACES.
013400 77  SUSP-STATUS                 PIC X(02)   VALUE SPACES.
013500 77  PRINT-STATUS                PIC X(02)   VALUE SPACES.
013600 77  ITEM-READ-COUNT             PIC S9(07)  COMP VALUE ZERO.
013700 77  REG-READ-COUNT              PIC S9(07)  COMP VALUE ZERO.
013800 77  REG-ADDED-COUNT             PIC S9(07)  COMP VALUE ZERO.
013900 77  REG-SKIPPED-COUNT           PIC S9(07)  COMP VALUE ZERO.
014000 77  REMT-READ-COUNT             PIC S9(07)  COMP VALUE ZERO.
014100 77  APPLIED-COUNT               PIC S9(07)  COMP VALUE ZERO.
014200 77  PAID-FULL-COUNT             PIC S9(07)  COMP VALUE ZERO.
014300 77  PARTIAL-COUNT               PIC S9(07)  COMP VALUE ZERO.
014400 77  OVERPAID-COUNT              PIC S9(07)  COMP VALUE ZERO.
014500 77  SUSPENSE-COUNT              PIC S9(07)  COMP VALUE ZERO.
014600 77  PURGED-COUNT                PIC S9(07)  COMP VALUE ZERO.
014700 77  ITEMS-WRITTEN-COUNT         PIC S9(07)  COMP VALUE ZERO.
014800 77  LAST-REG-INVOICE            PIC 9(07)   VALUE ZERO.
014900 77  SEARCH-INVOICE              PIC 9(07)   VALUE ZERO.
015000 77  PURGE-DAYS                  PIC S9(05)  COMP VALUE +90.
015100 77  OIT-COUNT                   PIC S9(05)  COMP VALUE ZERO.
015200 77  OIT-I                       PIC S9(05)  COMP VALUE ZERO.
015300 77  OIT-FOUND-I                 PIC S9(05)  COMP VALUE ZERO.
015400 77  OIT-MAX                     PIC S9(05)  COMP VALUE +5000.
015500 77  SUS-COUNT                   PIC S9(05)  COMP VALUE ZERO.
015600 77  SUS-I                       PIC S9(05)  COMP VALUE ZERO.
015700 77  SUS-MAX                     PIC S9(05)  COMP VALUE +1000.
015800 77  LINE-COUNT                  PIC S9(03)  COMP VALUE +99.
015900 77  PAGE-COUNT                  PIC S9(05)  COMP VALUE ZERO.
016000 01  SWITCH-AREA.
016100     05  OPEN-EOF-SW             PIC X(01)   VALUE "N".
016200         88  END-OF-OPEN                     VALUE "Y".
016300     05  IREG-EOF-SW             PIC X(01)   VALUE "N".
016400         88  END-OF-IREG                     VALUE "Y".
016500     05  REMT-EOF-SW             PIC X(01)   VALUE "N".
016600         88  END-OF-REMT                     VALUE "Y".
016700     05  TABLE-OVERFLOW-SW       PIC X(01)   VALUE "N".
016800         88  TABLE-OVERFLOW                  VALUE "Y".
016900     05  SUSP-OPEN-SW            PIC X(01)   VALUE "N".
017000         88  SUSPENSE-OPEN                   VALUE "Y".
017100 01  EDIT-REASON                 PIC X(40)   VALUE SPACES.
017200 01  AMOUNT-AREA.
017300     05  PAYMENT-AMOUNT          PIC S9(11)V99  COMP-3
017400                                             VALUE ZERO.
017500     05  PRIOR-BALANCE           PIC S9(11)V99  COMP-3
017600                                             VALUE ZERO.
017700     05  APPLIED-AMOUNT          PIC S9(11)V99  COMP-3
017800                                             VALUE ZERO.
017900     05  SUSPENSE-AMOUNT         PIC S9(11)V99  COMP-3
018000                                             VALUE ZERO.
018100     05  ADDED-AMOUNT            PIC S9(11)V99  COMP-3
018200                                             VALUE ZERO.
018300     05  OPEN-BALANCE            PIC S9(11)V99  COMP-3
018400                                             VALUE ZERO.
018500 01  OPEN-ITEM-TABLE.
018600     05  OIT-ENTRY               OCCURS 5000 TIMES
018700                                 INDEXED BY OIT-X.
018800         10  OIT-ITEM.
018900             15  OIT-INVOICE-NUMBER
019000                                 PIC 9(07).
019100             15  OIT-CUSTOMER-CODE
019200                                 PIC X(25).
019300             15  OIT-CUSTOMER-KEY
019400                                 PIC S9(10).
019500             15  OIT-INVOICE-DATE
019600                                 PIC X(10).
019700             15  OIT-INVOICE-AMOUNT
019800                                 PIC S9(11)V99  COMP-3.
019900             15  OIT-PAID-AMOUNT PIC S9(11)V99  COMP-3.
020000             15  OIT-BALANCE     PIC S9(11)V99  COMP-3.
020100             15  OIT-PAYMENT-COUNT
020200                                 PIC 9(05).
020300             15  OIT-LAST-PAY-DATE
020400                                 PIC X(10).
020500             15  OIT-LAST-REFERENCE
020600                                 PIC X(20).
020700             15  OIT-STATUS      PIC X(01).
020800                 88  OIT-OPEN                VALUE "O".
020900                 88  OIT-PART-PAID           VALUE "P".
021000                 88  OIT-PAID                VALUE "C".
021100                 88  OIT-CREDIT              VALUE "R".
021200             15  FILLER          PIC X(10).
021300 01  SUSPENSE-TABLE.
021400     05  SUS-ENTRY               OCCURS 1000 TIMES
021500                                 INDEXED BY SUS-X.
021600         10  STB-REMITTANCE      PIC X(60).
021700         10  STB-REASON          PIC X(40).
021800 01  REMITTANCE-WORK.
021900     05  RMW-INVOICE-X           PIC X(07).
022000     05  RMW-CUSTOMER-KEY-X      PIC X(10).
022100     05  RMW-AMOUNT-PAID         PIC 9(09)V99.
022200     05  RMW-AMOUNT-X REDEFINES RMW-AMOUNT-PAID
022300                                 PIC X(11).
022400     05  RMW-PAYMENT-DATE        PIC X(10).
022500     05  RMW-REFERENCE           PIC X(20).
022600     05  FILLER                  PIC X(02).
022700 01  TIMESTAMP-WORK-AREA.
022800     05  TSW-TIMESTAMP.
022900         10  TSW-YEAR            PIC 9(04).
023000         10  TSW-DASH-1          PIC X(01).
023100         10  TSW-MONTH           PIC 9(02).
023200         10  TSW-DASH-2          PIC X(01).
023300         10  TSW-DAY             PIC 9(02).
023400         10  FILLER              PIC X(16).
023500     05  TSW-ADJ-YEAR            PIC S9(05)  COMP VALUE ZERO.
023600     05  TSW-ADJ-MONTH           PIC S9(03)  COMP VALUE ZERO.
023700     05  TSW-WORK-1              PIC S9(09)  COMP VALUE ZERO.
023800     05  TSW-WORK-2              PIC S9(09)  COMP VALUE ZERO.
023900     05  TSW-DAY-NUMBER          PIC S9(09)  COMP VALUE ZERO.
024000     05  TSW-RUN-DAY-NO          PIC S9(09)  COMP VALUE ZERO.
024100 01  RUN-STAMP-AREA.
024200     05  RUN-DATE-YMD            PIC 9(08).
024300     05  RUN-DATE-X REDEFINES RUN-DATE-YMD.
024400         10  RUN-YEAR            PIC X(04).
024500         10  RUN-MONTH           PIC X(02).
024600         10  RUN-DAY             PIC X(02).
024700     05  RUN-TIME-HMS            PIC 9(08).
024800     05  RUN-TIME-X REDEFINES RUN-TIME-HMS.
024900         10  RUN-HOUR            PIC X(02).
025000         10  RUN-MINUTE          PIC X(02).
025100         10  RUN-SECOND          PIC X(02).
025200         10  FILLER              PIC X(02).
025300     05  RUN-TIMESTAMP           PIC X(26).
025400     05  RUN-DATE-ISO            PIC X(10).
025500 01  HEADING-LINE-1.
025600     05  FILLER                  PIC X(09)   VALUE "DETNCASH".
025700     05  FILLER                  PIC X(27)   VALUE SPACES.
025800     05  HDG-TITLE               PIC X(44).
025900     05  FILLER                  PIC X(05)   VALUE "RUN: ".
026000     05  HDG-RUN-STAMP           PIC X(19).
026100     05  FILLER                  PIC X(18)   VALUE SPACES.
026200     05  FILLER                  PIC X(05)   VALUE "PAGE ".
026300     05  HDG-PAGE                PIC ZZZZ9.
026400*    COLUMN HEADING OF THE SECTION BEING PRINTED
026500 01  HEADING-LINE-2              PIC X(132)  VALUE SPACES.
026600 01  APPLIED-TITLE               PIC X(44)   VALUE
026700     "DETENTION CASH APPLICATION REGISTER         ".
026800 01  SUSPENSE-TITLE              PIC X(44)   VALUE
026900     "UNAPPLIED REMITTANCES - SUSPENSE LISTING    ".
027000 01  APPLIED-HEADING.
027100     05  FILLER                  PIC X(09)   VALUE "INVOICE".
027200     05  FILLER                  PIC X(12)   VALUE "  CUST KEY".
027300     05  FILLER                  PIC X(22)   VALUE
027400         "CHECK / REFERENCE".
027500     05  FILLER                  PIC X(12)   VALUE "PAID DATE".
027600     05  FILLER                  PIC X(16)   VALUE
027700         "   AMOUNT PAID".
027800     05  FILLER                  PIC X(17)   VALUE
027900         " PRIOR BALANCE".
028000     05  FILLER                  PIC X(17)   VALUE
028100         "   NEW BALANCE".
028200     05  FILLER                  PIC X(27)   VALUE "RESULT".
028300 01  DETAIL-LINE.
028400     05  DTL-INVOICE-NUMBER      PIC 9(07).
028500     05  FILLER                  PIC X(02)   VALUE SPACES.
028600     05  DTL-CUSTOMER-KEY        PIC ZZZZZZZZZ9.
028700     05  FILLER                  PIC X(02)   VALUE SPACES.
028800     05  DTL-REFERENCE           PIC X(20).
028900     05  FILLER                  PIC X(02)   VALUE SPACES.
029000     05  DTL-PAYMENT-DATE        PIC X(10).
029100     05  FILLER                  PIC X(02)   VALUE SPACES.
029200     05  DTL-AMOUNT-PAID         PIC ZZZ,ZZZ,ZZ9.99.
029300     05  FILLER                  PIC X(02)   VALUE SPACES.
029400     05  DTL-PRIOR-BALANCE       PIC ZZZ,ZZZ,ZZ9.99-.
029500     05  FILLER                  PIC X(02)   VALUE SPACES.
029600     05  DTL-NEW-BALANCE         PIC ZZZ,ZZZ,ZZ9.99-.
029700     05  FILLER                  PIC X(02)   VALUE SPACES.
029800     05  DTL-RESULT              PIC X(12).
029900     05  FILLER                  PIC X(15)   VALUE SPACES.
030000 01  SUSPENSE-HEADING.
030100     05  FILLER                  PIC X(09)   VALUE "INVOICE".
030200     05  FILLER                  PIC X(12)   VALUE "CUST KEY".
030300     05  FILLER                  PIC X(22)   VALUE
030400         "CHECK / REFERENCE".
030500     05  FILLER                  PIC X(12)   VALUE "PAID DATE".
030600     05  FILLER                  PIC X(16)   VALUE
030700         "   AMOUNT PAID".
030800     05  FILLER                  PIC X(61)   VALUE "REASON".
030900 01  SUSPENSE-LINE.
031000     05  SPL-INVOICE-X           PIC X(07).
031100     05  FILLER                  PIC X(02)   VALUE SPACES.
031200     05  SPL-CUSTOMER-KEY-X      PIC X(10).
031300     05  FILLER                  PIC X(02)   VALUE SPACES.
031400     05  SPL-REFERENCE           PIC X(20).
031500     05  FILLER                  PIC X(02)   VALUE SPACES.
031600     05  SPL-PAYMENT-DATE        PIC X(10).
031700     05  FILLER                  PIC X(02)   VALUE SPACES.
031800     05  SPL-AMOUNT-PAID         PIC ZZZ,ZZZ,ZZ9.99.
031900     05  SPL-AMOUNT-X REDEFINES SPL-AMOUNT-PAID
032000                                 PIC X(14).
032100     05  FILLER                  PIC X(02)   VALUE SPACES.
032200     05  SPL-REASON              PIC X(40).
032300     05  FILLER                  PIC X(21)   VALUE SPACES.
032400 01  NONE-LINE.
032500     05  FILLER                  PIC X(10)   VALUE SPACES.
032600     05  NONE-TEXT               PIC X(50).
032700     05  FILLER                  PIC X(72)   VALUE SPACES.
032800 01  TOTAL-LINE-1.
032900     05  FILLER                  PIC X(31)   VALUE
033000         "REGISTER INVOICES READ . . . : ".
033100     05  TOT-REG-READ            PIC ZZ,ZZZ,ZZ9.
033200     05  FILLER                  PIC X(91)   VALUE SPACES.
033300 01  TOTAL-LINE-2.
033400     05  FILLER                  PIC X(31)   VALUE
033500         "  ADDED TO OPEN ITEMS  . . . : ".
033600     05  TOT-REG-ADDED           PIC ZZ,ZZZ,ZZ9.
033700     05  FILLER                  PIC X(91)   VALUE SPACES.
033800 01  TOTAL-LINE-3.
033900     05  FILLER                  PIC X(31)   VALUE
034000         "  ALREADY ON FILE  . . . . . : ".
034100     05  TOT-REG-SKIPPED         PIC ZZ,ZZZ,ZZ9.
034200     05  FILLER                  PIC X(91)   VALUE SPACES.
034300 01  TOTAL-LINE-4.
034400     05  FILLER                  PIC X(31)   VALUE
034500         "REMITTANCES READ . . . . . . : ".
034600     05  TOT-REMT-READ           PIC ZZ,ZZZ,ZZ9.
034700     05  FILLER                  PIC X(91)   VALUE SPACES.
034800 01  TOTAL-LINE-5.
034900     05  FILLER                  PIC X(31)   VALUE
035000         "  APPLIED  . . . . . . . . . : ".
035100     05  TOT-APPLIED             PIC ZZ,ZZZ,ZZ9.
035200     05  FILLER                  PIC X(91)   VALUE SPACES.
035300 01  TOTAL-LINE-6.
035400     05  FILLER                  PIC X(31)   VALUE
035500         "    PAID IN FULL . . . . . . : ".
035600     05  TOT-PAID-FULL           PIC ZZ,ZZZ,ZZ9.
035700     05  FILLER                  PIC X(91)   VALUE SPACES.
035800 01  TOTAL-LINE-7.
035900     05  FILLER                  PIC X(31)   VALUE
036000         "    PARTIAL PAYMENT  . . . . : ".
036100     05  TOT-PARTIAL             PIC ZZ,ZZZ,ZZ9.
036200     05  FILLER                  PIC X(91)   VALUE SPACES.
036300 01  TOTAL-LINE-8.
036400     05  FILLER                  PIC X(31)   VALUE
036500         "    OVERPAID - CREDIT BALANCE: ".
036600     05  TOT-OVERPAID            PIC ZZ,ZZZ,ZZ9.
036700     05  FILLER                  PIC X(91)   VALUE SPACES.
036800 01  TOTAL-LINE-9.
036900     05  FILLER                  PIC X(31)   VALUE
037000         "  SENT TO SUSPENSE . . . . . : ".
037100     05  TOT-SUSPENSE            PIC ZZ,ZZZ,ZZ9.
037200     05  FILLER                  PIC X(91)   VALUE SPACES.
037300 01  TOTAL-LINE-10.
037400     05  FILLER                  PIC X(31)   VALUE
037500         "AMOUNT APPLIED . . . . . . . : ".
037600     05  TOT-APPLIED-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
037700     05  FILLER                  PIC X(87)   VALUE SPACES.
037800 01  TOTAL-LINE-11.
037900     05  FILLER                  PIC X(31)   VALUE
038000         "AMOUNT TO SUSPENSE . . . . . : ".
038100     05  TOT-SUSPENSE-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
038200     05  FILLER                  PIC X(87)   VALUE SPACES.
038300 01  TOTAL-LINE-12.
038400     05  FILLER                  PIC X(31)   VALUE
038500         "PAID ITEMS PURGED  . . . . . : ".
038600     05  TOT-PURGED              PIC ZZ,ZZZ,ZZ9.
038700     05  FILLER                  PIC X(91)   VALUE SPACES.
038800 01  TOTAL-LINE-13.
038900     05  FILLER                  PIC X(31)   VALUE
039000         "OPEN ITEMS ON FILE . . . . . : ".
039100     05  TOT-ITEMS               PIC ZZ,ZZZ,ZZ9.
039200     05  FILLER                  PIC X(91)   VALUE SPACES.
039300 01  TOTAL-LINE-14.
039400     05  FILLER                  PIC X(31)   VALUE
039500         "TOTAL OPEN BALANCE . . . . . : ".
039600     05  TOT-OPEN-BALANCE        PIC ZZZ,ZZZ,ZZ9.99-.
039700     05  FILLER                  PIC X(86)   VALUE SPACES.
039800 PROCEDURE DIVISION.
039900*****************************************************************
040000*  0000-MAINLINE - OVERALL PROGRAM CONTROL                      *
040100*****************************************************************
040200 0000-MAINLINE.
040300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
040400     PERFORM 2000-APPLY-REMITTANCES THRU 2000-EXIT.
040500     PERFORM 6000-PRINT-SUSPENSE THRU 6000-EXIT.
040600     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
040700     STOP RUN.
040800*****************************************************************
040900*  1000-INITIALIZE - RUN STAMP, OPEN-ITEM AND REGISTER LOAD,    *
041000*  OPENS                                                        *
041100*****************************************************************
041200 1000-INITIALIZE.
041300     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD.
041400     ACCEPT RUN-TIME-HMS FROM TIME.
041500     MOVE SPACES TO RUN-TIMESTAMP.
041600     STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY "-"
041700            RUN-HOUR "." RUN-MINUTE "." RUN-SECOND
041800            ".000000"
041900            DELIMITED BY SIZE INTO RUN-TIMESTAMP.
042000     MOVE RUN-TIMESTAMP TO HDG-RUN-STAMP.
042100     MOVE SPACES TO RUN-DATE-ISO.
042200     STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY
042300            DELIMITED BY SIZE INTO RUN-DATE-ISO.
042400     MOVE RUN-TIMESTAMP TO TSW-TIMESTAMP.
042500     PERFORM 8000-TIMESTAMP-TO-DAYS THRU 8000-EXIT.
042600     MOVE TSW-DAY-NUMBER TO TSW-RUN-DAY-NO.
042700     OPEN OUTPUT PRINT-FILE.
042800     IF PRINT-STATUS NOT = "00"
042900         DISPLAY "DETNCASH - PRINT OPEN ERROR " PRINT-STATUS
043000             UPON OPER-CONSOLE
043100         MOVE 12 TO RETURN-CODE
043200         STOP RUN.
043300*    ONLY A MISSING FILE (35) IS A LEGITIMATE FIRST RUN - ANY
043400*    OTHER OPEN FAILURE WOULD REWRITE THE OPEN ITEMS FROM THE
043500*    REGISTER ALONE AND LOSE EVERY BALANCE CARRIED
043600     OPEN INPUT OPEN-FILE.
043700     IF OPEN-STATUS = "00"
043800         PERFORM 1100-LOAD-OPEN-ITEM THRU 1100-EXIT
043900             UNTIL END-OF-OPEN
044000         CLOSE OPEN-FILE
044100     ELSE
044200     IF OPEN-STATUS = "35"
044300         DISPLAY "DETNCASH - NO OPEN-ITEM FILE - STARTING A NEW "
044400             "ONE" UPON OPER-CONSOLE
044500     ELSE
044600         DISPLAY "DETNCASH - OPEN-ITEM FILE OPEN ERROR "
044700             OPEN-STATUS " - NO CASH APPLIED" UPON OPER-CONSOLE
044800         MOVE 12 TO RETURN-CODE
044900         CLOSE PRINT-FILE
045000         STOP RUN.
045100     OPEN INPUT IREG-FILE.
045200     IF IREG-STATUS = "00"
045300         PERFORM 1200-ADD-REGISTER-INVOICE THRU 1200-EXIT
045400             UNTIL END-OF-IREG
045500         CLOSE IREG-FILE
045600     ELSE
045700         DISPLAY "DETNCASH - NO INVOICE REGISTER " IREG-STATUS
045800             " - NO NEW INVOICES ADDED" UPON OPER-CONSOLE.
045900*    A PARTIAL TABLE WOULD BE WRITTEN BACK SHORT, DROPPING THE
046000*    BALANCES THAT DID NOT FIT, SO THE RUN ENDS HERE INSTEAD
046100     IF TABLE-OVERFLOW
046200         DISPLAY "DETNCASH - INCREASE OIT-MAX AND RERUN - NO "
046300             "CASH APPLIED" UPON OPER-CONSOLE
046400         CLOSE PRINT-FILE
046500         STOP RUN.
046600     OPEN EXTEND SUSP-FILE.
046700     IF SUSP-STATUS NOT = "00"
046800         OPEN OUTPUT SUSP-FILE.
046900     IF SUSP-STATUS = "00"
047000         MOVE "Y" TO SUSP-OPEN-SW
047100     ELSE
047200         DISPLAY "DETNCASH - SUSPENSE FILE OPEN ERROR "
047300             SUSP-STATUS " - NO CASH APPLIED" UPON OPER-CONSOLE
047400         MOVE 12 TO RETURN-CODE
047500         CLOSE PRINT-FILE
047600         STOP RUN.
047700     MOVE APPLIED-TITLE TO HDG-TITLE.
047800     MOVE APPLIED-HEADING TO HEADING-LINE-2.
047900 1000-EXIT.
048000     EXIT.
048100 1100-LOAD-OPEN-ITEM.
048200     READ OPEN-FILE
048300         AT END MOVE "Y" TO OPEN-EOF-SW
048400         GO TO 1100-EXIT.
048500     IF CSH-O-HEADER
048600         IF CSH-O-LAST-REG-INVOICE NUMERIC
048700             MOVE CSH-O-LAST-REG-INVOICE TO LAST-REG-INVOICE
048800         END-IF
048900         GO TO 1100-EXIT.
049000     ADD 1 TO ITEM-READ-COUNT.
049100     IF OIT-COUNT < OIT-MAX
049200         ADD 1 TO OIT-COUNT
049300         MOVE CSH-O-ITEM TO OIT-ITEM (OIT-COUNT)
049400     ELSE
049500         DISPLAY "DETNCASH - OPEN-ITEM TABLE FULL" UPON
049600             OPER-CONSOLE
049700         MOVE 12 TO RETURN-CODE
049800         MOVE "Y" TO TABLE-OVERFLOW-SW
049900         MOVE "Y" TO OPEN-EOF-SW.
050000 1100-EXIT.
050100     EXIT.
050200*****************************************************************
050300*  1200-ADD-REGISTER-INVOICE - A REGISTER INVOICE ABOVE THE     *
050400*  HEADER HIGH-WATER MARK AND NOT ALREADY ON FILE BECOMES A NEW *
050500*  OPEN ITEM.  A NEGATIVE INVOICE (CREDIT) OPENS AS A CREDIT.   *
050600*****************************************************************
050700 1200-ADD-REGISTER-INVOICE.
050800     READ IREG-FILE
050900         AT END MOVE "Y" TO IREG-EOF-SW
051000         GO TO 1200-EXIT.
051100     IF TABLE-OVERFLOW
051200         GO TO 1200-EXIT.
051300     ADD 1 TO REG-READ-COUNT.
051400     IF CSH-G-INVOICE-NUMBER NOT > LAST-REG-INVOICE
051500         ADD 1 TO REG-SKIPPED-COUNT
051600         GO TO 1200-EXIT.
051700     MOVE CSH-G-INVOICE-NUMBER TO SEARCH-INVOICE.
051800     PERFORM 4100-FIND-ITEM THRU 4100-EXIT.
051900     IF OIT-FOUND-I > ZERO
052000         ADD 1 TO REG-SKIPPED-COUNT
052100         GO TO 1200-EXIT.
052200     IF OIT-COUNT NOT < OIT-MAX
052300         DISPLAY "DETNCASH - OPEN-ITEM TABLE FULL" UPON
052400             OPER-CONSOLE
052500         MOVE 12 TO RETURN-CODE
052600         MOVE "Y" TO TABLE-OVERFLOW-SW
052700         GO TO 1200-EXIT.
052800     ADD 1 TO OIT-COUNT.
052900     MOVE SPACES TO OIT-ITEM (OIT-COUNT).
053000     MOVE CSH-G-INVOICE-NUMBER TO OIT-INVOICE-NUMBER (OIT-COUNT).
053100     MOVE CSH-G-CUSTOMER-CODE TO OIT-CUSTOMER-CODE (OIT-COUNT).
053200     MOVE CSH-G-CUSTOMER-KEY TO OIT-CUSTOMER-KEY (OIT-COUNT).
053300     MOVE CSH-G-RUN-TIMESTAMP (1:10)
053400         TO OIT-INVOICE-DATE (OIT-COUNT).
053500     MOVE CSH-G-AMOUNT TO OIT-INVOICE-AMOUNT (OIT-COUNT).
053600     MOVE ZERO TO OIT-PAID-AMOUNT (OIT-COUNT).
053700     MOVE CSH-G-AMOUNT TO OIT-BALANCE (OIT-COUNT).
053800     MOVE ZERO TO OIT-PAYMENT-COUNT (OIT-COUNT).
053900     IF CSH-G-AMOUNT < ZERO
054000         MOVE "R" TO OIT-STATUS (OIT-COUNT)
054100     ELSE
054200         MOVE "O" TO OIT-STATUS (OIT-COUNT).
054300     ADD 1 TO REG-ADDED-COUNT.
054400     ADD CSH-G-AMOUNT TO ADDED-AMOUNT.
054500     IF CSH-G-INVOICE-NUMBER > LAST-REG-INVOICE
054600         MOVE CSH-G-INVOICE-NUMBER TO LAST-REG-INVOICE.
054700 1200-EXIT.
054800     EXIT.
054900*****************************************************************
055000*  2000-APPLY-REMITTANCES - ONE PASS OF THE REMITTANCE FILE IN  *
055100*  THE ORDER RECEIVED                                           *
055200*****************************************************************
055300 2000-APPLY-REMITTANCES.
055400     OPEN INPUT REMT-FILE.
055500     IF REMT-STATUS NOT = "00"
055600         DISPLAY "DETNCASH - NO REMITTANCE FILE " REMT-STATUS
055700             " - OPEN ITEMS UPDATED FROM REGISTER ONLY"
055800             UPON OPER-CONSOLE
055900         MOVE SPACES TO NONE-LINE
056000         MOVE "NO REMITTANCES RECEIVED" TO NONE-TEXT
056100         MOVE NONE-LINE TO PRINT-RECORD
056200         PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT
056300         GO TO 2000-EXIT.
056400     PERFORM 2100-APPLY-ONE THRU 2100-EXIT
056500         UNTIL END-OF-REMT.
056600     CLOSE REMT-FILE.
056700     IF REMT-READ-COUNT = SUSPENSE-COUNT
056800         MOVE SPACES TO NONE-LINE
056900         MOVE "NO REMITTANCES APPLIED" TO NONE-TEXT
057000         MOVE NONE-LINE TO PRINT-RECORD
057100         PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
057200 2000-EXIT.
057300     EXIT.
057400 2100-APPLY-ONE.
057500     READ REMT-FILE
057600         AT END MOVE "Y" TO REMT-EOF-SW
057700         GO TO 2100-EXIT.
057800     ADD 1 TO REMT-READ-COUNT.
057900     PERFORM 2200-EDIT-REMITTANCE THRU 2200-EXIT.
058000     IF EDIT-REASON NOT = SPACES
058100         PERFORM 2500-TO-SUSPENSE THRU 2500-EXIT
058200         GO TO 2100-EXIT.
058300     PERFORM 2300-POST-PAYMENT THRU 2300-EXIT.
058400 2100-EXIT.
058500     EXIT.
058600*****************************************************************
058700*  2200-EDIT-REMITTANCE - A REMITTANCE IS APPLIED ONLY TO AN    *
058800*  INVOICE ON FILE FOR THE SAME CUSTOMER KEY                    *
058900*****************************************************************
059000 2200-EDIT-REMITTANCE.
059100     MOVE SPACES TO EDIT-REASON.
059200     MOVE ZERO TO OIT-FOUND-I.
059300     IF CSH-R-AMOUNT-PAID NOT NUMERIC
059400         OR CSH-R-AMOUNT-PAID = ZERO
059500         MOVE "AMOUNT PAID MISSING OR NOT NUMERIC"
059600             TO EDIT-REASON
059700         GO TO 2200-EXIT.
059800     MOVE CSH-R-PAYMENT-DATE TO TSW-TIMESTAMP.
059900     IF TSW-YEAR NOT NUMERIC
060000         OR TSW-MONTH NOT NUMERIC
060100         OR TSW-DAY NOT NUMERIC
060200         OR TSW-DASH-1 NOT = "-"
060300         OR TSW-DASH-2 NOT = "-"
060400         OR TSW-MONTH < 1 OR TSW-MONTH > 12
060500         OR TSW-DAY < 1 OR TSW-DAY > 31
060600         MOVE "PAYMENT DATE NOT YYYY-MM-DD" TO EDIT-REASON
060700         GO TO 2200-EXIT.
060800     IF CSH-R-INVOICE-NUMBER NOT NUMERIC
060900         OR CSH-R-INVOICE-NUMBER = ZERO
061000         MOVE "NO INVOICE NUMBER ON REMITTANCE"
061100             TO EDIT-REASON
061200         GO TO 2200-EXIT.
061300     MOVE CSH-R-INVOICE-NUMBER TO SEARCH-INVOICE.
061400     PERFORM 4100-FIND-ITEM THRU 4100-EXIT.
061500     IF OIT-FOUND-I = ZERO
061600         MOVE "INVOICE NOT ON OPEN-ITEM FILE" TO EDIT-REASON
061700         GO TO 2200-EXIT.
061800     IF CSH-R-CUSTOMER-KEY NOT NUMERIC
061900         MOVE "CUSTOMER KEY MISSING OR NOT NUMERIC"
062000             TO EDIT-REASON
062100         GO TO 2200-EXIT.
062200     IF CSH-R-CUSTOMER-KEY NOT = OIT-CUSTOMER-KEY (OIT-FOUND-I)
062300         MOVE "CUSTOMER KEY DOES NOT MATCH INVOICE"
062400             TO EDIT-REASON.
062500 2200-EXIT.
062600     EXIT.
062700*****************************************************************
062800*  2300-POST-PAYMENT - APPLY THE FULL AMOUNT TO THE INVOICE.  AN *
062900*  OVERPAYMENT IS KEPT ON THE INVOICE AS A CREDIT BALANCE.      *
063000*****************************************************************
063100 2300-POST-PAYMENT.
063200     MOVE CSH-R-AMOUNT-PAID TO PAYMENT-AMOUNT.
063300     MOVE OIT-BALANCE (OIT-FOUND-I) TO PRIOR-BALANCE.
063400     SUBTRACT PAYMENT-AMOUNT FROM OIT-BALANCE (OIT-FOUND-I).
063500     ADD PAYMENT-AMOUNT TO OIT-PAID-AMOUNT (OIT-FOUND-I).
063600     ADD 1 TO OIT-PAYMENT-COUNT (OIT-FOUND-I).
063700     MOVE CSH-R-PAYMENT-DATE TO OIT-LAST-PAY-DATE (OIT-FOUND-I).
063800     MOVE CSH-R-REFERENCE TO OIT-LAST-REFERENCE (OIT-FOUND-I).
063900     ADD 1 TO APPLIED-COUNT.
064000     ADD PAYMENT-AMOUNT TO APPLIED-AMOUNT.
064100     MOVE SPACES TO DETAIL-LINE.
064200     EVALUATE TRUE
064300         WHEN OIT-BALANCE (OIT-FOUND-I) > ZERO
064400             MOVE "P" TO OIT-STATUS (OIT-FOUND-I)
064500             MOVE "PARTIAL" TO DTL-RESULT
064600             ADD 1 TO PARTIAL-COUNT
064700         WHEN OIT-BALANCE (OIT-FOUND-I) = ZERO
064800             MOVE "C" TO OIT-STATUS (OIT-FOUND-I)
064900             MOVE "PAID IN FULL" TO DTL-RESULT
065000             ADD 1 TO PAID-FULL-COUNT
065100         WHEN OTHER
065200             MOVE "R" TO OIT-STATUS (OIT-FOUND-I)
065300             MOVE "OVERPAID" TO DTL-RESULT
065400             ADD 1 TO OVERPAID-COUNT
065500     END-EVALUATE.
065600     MOVE OIT-INVOICE-NUMBER (OIT-FOUND-I) TO DTL-INVOICE-NUMBER.
065700     MOVE OIT-CUSTOMER-KEY (OIT-FOUND-I) TO DTL-CUSTOMER-KEY.
065800     MOVE CSH-R-REFERENCE TO DTL-REFERENCE.
065900     MOVE CSH-R-PAYMENT-DATE TO DTL-PAYMENT-DATE.
066000     MOVE PAYMENT-AMOUNT TO DTL-AMOUNT-PAID.
066100     MOVE PRIOR-BALANCE TO DTL-PRIOR-BALANCE.
066200     MOVE OIT-BALANCE (OIT-FOUND-I) TO DTL-NEW-BALANCE.
066300     MOVE DETAIL-LINE TO PRINT-RECORD.
066400     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
066500 2300-EXIT.
066600     EXIT.
066700*****************************************************************
066800*  2500-TO-SUSPENSE - WRITE THE REMITTANCE AS RECEIVED, WITH THE *
066900*  REASON, AND HOLD IT FOR THE SUSPENSE LISTING                 *
067000*****************************************************************
067100 2500-TO-SUSPENSE.
067200     ADD 1 TO SUSPENSE-COUNT.
067300     IF CSH-R-AMOUNT-PAID NUMERIC
067400         ADD CSH-R-AMOUNT-PAID TO SUSPENSE-AMOUNT.
067500     MOVE SPACES TO SUSP-RECORD.
067600     MOVE REMT-RECORD TO CSH-S-REMITTANCE.
067700     MOVE EDIT-REASON TO CSH-S-REASON.
067800     MOVE RUN-DATE-ISO TO CSH-S-RUN-DATE.
067900     WRITE SUSP-RECORD.
068000     IF SUSP-STATUS NOT = "00"
068100         DISPLAY "DETNCASH - SUSPENSE WRITE ERROR " SUSP-STATUS
068200             " INVOICE " CSH-R-INVOICE-X UPON OPER-CONSOLE
068300         MOVE 12 TO RETURN-CODE.
068400     IF SUS-COUNT < SUS-MAX
068500         ADD 1 TO SUS-COUNT
068600         MOVE REMT-RECORD TO STB-REMITTANCE (SUS-COUNT)
068700         MOVE EDIT-REASON TO STB-REASON (SUS-COUNT)
068800     ELSE
068900         DISPLAY "DETNCASH - SUSPENSE LISTING TABLE FULL - SEE "
069000             "DETNSUSP FOR THE REST" UPON OPER-CONSOLE
069100         MOVE 8 TO RETURN-CODE.
069200 2500-EXIT.
069300     EXIT.
069400*****************************************************************
069500*  4100-FIND-ITEM - OPEN ITEM FOR THE INVOICE IN SEARCH-INVOICE *
069600*****************************************************************
069700 4100-FIND-ITEM.
069800     MOVE ZERO TO OIT-FOUND-I.
069900     IF OIT-COUNT = ZERO
070000         GO TO 4100-EXIT.
070100     PERFORM 4150-SCAN-ITEM THRU 4150-EXIT
070200         VARYING OIT-I FROM 1 BY 1
070300         UNTIL OIT-I > OIT-COUNT
070400         OR OIT-FOUND-I > ZERO.
070500 4100-EXIT.
070600     EXIT.
070700 4150-SCAN-ITEM.
070800     IF OIT-INVOICE-NUMBER (OIT-I) = SEARCH-INVOICE
070900         MOVE OIT-I TO OIT-FOUND-I.
071000 4150-EXIT.
071100     EXIT.
071200*****************************************************************
071300*  5000-PRINT-A-LINE - PRINT WITH PAGE OVERFLOW CONTROL         *
071400*****************************************************************
071500 5000-PRINT-A-LINE.
071600     IF LINE-COUNT > 56
071700         PERFORM 5100-PAGE-HEADING THRU 5100-EXIT.
071800     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
071900     ADD 1 TO LINE-COUNT.
072000 5000-EXIT.
072100     EXIT.
072200 5100-PAGE-HEADING.
072300     ADD 1 TO PAGE-COUNT.
072400     MOVE PAGE-COUNT TO HDG-PAGE.
072500     MOVE PRINT-RECORD TO DETAIL-LINE.
072600     WRITE PRINT-RECORD FROM HEADING-LINE-1
072700         AFTER ADVANCING PAGE.
072800     WRITE PRINT-RECORD FROM HEADING-LINE-2
072900         AFTER ADVANCING 2 LINES.
073000     MOVE SPACES TO PRINT-RECORD.
073100     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
073200     MOVE DETAIL-LINE TO PRINT-RECORD.
073300     MOVE 4 TO LINE-COUNT.
073400 5100-EXIT.
073500     EXIT.
073600*****************************************************************
073700*  6000-PRINT-SUSPENSE - THE CREDIT TEAM'S LISTING, ALWAYS ON A *
073800*  NEW PAGE                                                     *
073900*****************************************************************
074000 6000-PRINT-SUSPENSE.
074100     MOVE SUSPENSE-TITLE TO HDG-TITLE.
074200     MOVE SUSPENSE-HEADING TO HEADING-LINE-2.
074300     MOVE 99 TO LINE-COUNT.
074400     IF SUS-COUNT = ZERO
074500         MOVE SPACES TO NONE-LINE
074600         MOVE "NO REMITTANCES SENT TO SUSPENSE" TO NONE-TEXT
074700         MOVE NONE-LINE TO PRINT-RECORD
074800         PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT
074900         GO TO 6000-EXIT.
075000     PERFORM 6100-PRINT-ONE-SUSPENSE THRU 6100-EXIT
075100         VARYING SUS-I FROM 1 BY 1
075200         UNTIL SUS-I > SUS-COUNT.
075300 6000-EXIT.
075400     EXIT.
075500 6100-PRINT-ONE-SUSPENSE.
075600     MOVE STB-REMITTANCE (SUS-I) TO REMITTANCE-WORK.
075700     MOVE SPACES TO SUSPENSE-LINE.
075800     MOVE RMW-INVOICE-X TO SPL-INVOICE-X.
075900     MOVE RMW-CUSTOMER-KEY-X TO SPL-CUSTOMER-KEY-X.
076000     MOVE RMW-REFERENCE TO SPL-REFERENCE.
076100     MOVE RMW-PAYMENT-DATE TO SPL-PAYMENT-DATE.
076200     IF RMW-AMOUNT-PAID NUMERIC
076300         MOVE RMW-AMOUNT-PAID TO SPL-AMOUNT-PAID
076400     ELSE
076500         MOVE RMW-AMOUNT-X TO SPL-AMOUNT-X.
076600     MOVE STB-REASON (SUS-I) TO SPL-REASON.
076700     MOVE SUSPENSE-LINE TO PRINT-RECORD.
076800     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
076900 6100-EXIT.
077000     EXIT.
077100*****************************************************************
077200*  8000-TIMESTAMP-TO-DAYS - CONVERT THE DATE PORTION OF THE     *
077300*  TIMESTAMP IN TSW-TIMESTAMP TO A SERIAL DAY NUMBER SO THAT    *
077400*  ELAPSED TIME CAN BE COMPUTED ACROSS MONTH AND YEAR ENDS.     *
077500*****************************************************************
077600 8000-TIMESTAMP-TO-DAYS.
077700     IF TSW-MONTH > 2
077800         MOVE TSW-YEAR TO TSW-ADJ-YEAR
077900         COMPUTE TSW-ADJ-MONTH = TSW-MONTH + 1
078000     ELSE
078100         COMPUTE TSW-ADJ-YEAR = TSW-YEAR - 1
078200         COMPUTE TSW-ADJ-MONTH = TSW-MONTH + 13.
078300     COMPUTE TSW-WORK-1 = (1461 * TSW-ADJ-YEAR) / 4.
078400     COMPUTE TSW-WORK-2 = (153 * TSW-ADJ-MONTH) / 5.
078500     COMPUTE TSW-DAY-NUMBER =
078600         TSW-WORK-1 + TSW-WORK-2 + TSW-DAY - 621049.
078700 8000-EXIT.
078800     EXIT.
078900*****************************************************************
079000*  9000-WRAP-UP - OPEN-ITEM REWRITE, TOTALS                     *
079100*****************************************************************
079200 9000-WRAP-UP.
079300     CLOSE SUSP-FILE.
079400     PERFORM 9100-WRITE-OPEN-ITEMS THRU 9100-EXIT.
079500     IF PAGE-COUNT = ZERO
079600         MOVE SPACES TO DETAIL-LINE
079700         PERFORM 5100-PAGE-HEADING THRU 5100-EXIT.
079800     MOVE REG-READ-COUNT TO TOT-REG-READ.
079900     MOVE REG-ADDED-COUNT TO TOT-REG-ADDED.
080000     MOVE REG-SKIPPED-COUNT TO TOT-REG-SKIPPED.
080100     MOVE REMT-READ-COUNT TO TOT-REMT-READ.
080200     MOVE APPLIED-COUNT TO TOT-APPLIED.
080300     MOVE PAID-FULL-COUNT TO TOT-PAID-FULL.
080400     MOVE PARTIAL-COUNT TO TOT-PARTIAL.
080500     MOVE OVERPAID-COUNT TO TOT-OVERPAID.
080600     MOVE SUSPENSE-COUNT TO TOT-SUSPENSE.
080700     MOVE APPLIED-AMOUNT TO TOT-APPLIED-AMOUNT.
080800     MOVE SUSPENSE-AMOUNT TO TOT-SUSPENSE-AMOUNT.
080900     MOVE PURGED-COUNT TO TOT-PURGED.
081000     MOVE ITEMS-WRITTEN-COUNT TO TOT-ITEMS.
081100     MOVE OPEN-BALANCE TO TOT-OPEN-BALANCE.
081200     MOVE SPACES TO PRINT-RECORD.
081300     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
081400     WRITE PRINT-RECORD FROM TOTAL-LINE-1
081500         AFTER ADVANCING 1 LINE.
081600     WRITE PRINT-RECORD FROM TOTAL-LINE-2
081700         AFTER ADVANCING 1 LINE.
081800     WRITE PRINT-RECORD FROM TOTAL-LINE-3
081900         AFTER ADVANCING 1 LINE.
082000     WRITE PRINT-RECORD FROM TOTAL-LINE-4
082100         AFTER ADVANCING 1 LINE.
082200     WRITE PRINT-RECORD FROM TOTAL-LINE-5
082300         AFTER ADVANCING 1 LINE.
082400     WRITE PRINT-RECORD FROM TOTAL-LINE-6
082500         AFTER ADVANCING 1 LINE.
082600     WRITE PRINT-RECORD FROM TOTAL-LINE-7
082700         AFTER ADVANCING 1 LINE.
082800     WRITE PRINT-RECORD FROM TOTAL-LINE-8
082900         AFTER ADVANCING 1 LINE.
083000     WRITE PRINT-RECORD FROM TOTAL-LINE-9
083100         AFTER ADVANCING 1 LINE.
083200     WRITE PRINT-RECORD FROM TOTAL-LINE-10
083300         AFTER ADVANCING 1 LINE.
083400     WRITE PRINT-RECORD FROM TOTAL-LINE-11
083500         AFTER ADVANCING 1 LINE.
083600     WRITE PRINT-RECORD FROM TOTAL-LINE-12
083700         AFTER ADVANCING 1 LINE.
083800     WRITE PRINT-RECORD FROM TOTAL-LINE-13
083900         AFTER ADVANCING 1 LINE.
084000     WRITE PRINT-RECORD FROM TOTAL-LINE-14
084100         AFTER ADVANCING 1 LINE.
084200     CLOSE PRINT-FILE.
084300 9000-EXIT.
084400     EXIT.
084500*****************************************************************
084600*  9100-WRITE-OPEN-ITEMS - HEADER, THEN EVERY ITEM STILL OPEN OR *
084700*  PAID WITHIN PURGE-DAYS                                       *
084800*****************************************************************
084900 9100-WRITE-OPEN-ITEMS.
085000     OPEN OUTPUT OPEN-FILE.
085100     IF OPEN-STATUS NOT = "00"
085200         DISPLAY "DETNCASH - OPEN-ITEM REWRITE ERROR " OPEN-STATUS
085300             " - RESTORE DETNOPEN AND RERUN" UPON OPER-CONSOLE
085400         MOVE 12 TO RETURN-CODE
085500         GO TO 9100-EXIT.
085600     MOVE SPACES TO OPEN-RECORD.
085700     MOVE "H" TO CSH-O-RECORD-TYPE.
085800     MOVE LAST-REG-INVOICE TO CSH-O-LAST-REG-INVOICE.
085900     MOVE RUN-TIMESTAMP TO CSH-O-LAST-RUN-TS.
086000     WRITE OPEN-RECORD.
086100     PERFORM 9150-WRITE-ONE-ITEM THRU 9150-EXIT
086200         VARYING OIT-I FROM 1 BY 1
086300         UNTIL OIT-I > OIT-COUNT.
086400     CLOSE OPEN-FILE.
086500 9100-EXIT.
086600     EXIT.
086700 9150-WRITE-ONE-ITEM.
086800     IF OIT-PAID (OIT-I)
086900         AND OIT-BALANCE (OIT-I) = ZERO
087000         MOVE OIT-LAST-PAY-DATE (OIT-I) TO TSW-TIMESTAMP
087100         PERFORM 8000-TIMESTAMP-TO-DAYS THRU 8000-EXIT
087200         IF TSW-RUN-DAY-NO - TSW-DAY-NUMBER > PURGE-DAYS
087300             ADD 1 TO PURGED-COUNT
087400             GO TO 9150-EXIT
087500         END-IF
087600     END-IF.
087700     MOVE SPACES TO OPEN-RECORD.
087800     MOVE "I" TO CSH-O-RECORD-TYPE.
087900     MOVE OIT-ITEM (OIT-I) TO CSH-O-ITEM.
088000     WRITE OPEN-RECORD.
088100     ADD 1 TO ITEMS-WRITTEN-COUNT.
088200     ADD OIT-BALANCE (OIT-I) TO OPEN-BALANCE.
088300 9150-EXIT.
088400     EXIT.
