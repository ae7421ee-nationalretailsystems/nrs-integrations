000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DETNAGE.
000300 AUTHOR. R J MARINO.
000400 INSTALLATION. NATIONAL RETAIL SYSTEMS - NORTH BERGEN NJ.
000500 DATE-WRITTEN. OCTOBER 2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  DETNAGE - DETENTION ACCOUNTS RECEIVABLE AGING                *
000900*                                                               *
001000*  AGES EVERY DETENTION INVOICE WITH A BALANCE ON THE OPEN-ITEM *
001100*  FILE (DETNOPEN) KEPT BY DETNCASH, BY CUSTOMER KEY.  AN       *
001200*  INVOICE IS CURRENT UNTIL ITS PAYMENT TERMS RUN OUT; AFTER    *
001300*  THAT IT AGES BY DAYS PAST DUE INTO 1-30, 31-60, 61-90 AND    *
001400*  OVER 90.  A CREDIT BALANCE (OVERPAYMENT OR CREDIT MEMO) AGES *
001500*  THE SAME WAY AND REDUCES ITS BUCKET.  BALANCES ARE AS OF THE *
001600*  LAST DETNCASH RUN; AN INVOICE DATED AFTER THE AS-OF DATE IS  *
001700*  LEFT OUT.                                                    *
001800*                                                               *
001900*  CONTROL RECORD (AGECNTL, 13 BYTES, OPTIONAL):                *
002000*     AS-OF DATE       X(10)  YYYY-MM-DD, BLANK = RUN DATE      *
002100*     TERMS DAYS       9(3)   BLANK = 30                        *
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
003200     SELECT CNTL-FILE ASSIGN TO AGECNTL
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS CNTL-STATUS.
003500     SELECT OPEN-FILE ASSIGN TO DETNOPEN
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS OPEN-STATUS.
003800     SELECT SORT-FILE ASSIGN TO SORTWK01.
003900     SELECT PRINT-FILE ASSIGN TO QSYSPRT
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS PRINT-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  CNTL-FILE
004500     RECORD CONTAINS 13 CHARACTERS.
004600 01  CNTL-RECORD.
004700     05  AGE-C-AS-OF-DATE        PIC X(10).
004800     05  AGE-C-TERMS-DAYS        PIC 9(03).
004900     05  AGE-C-TERMS-X REDEFINES AGE-C-TERMS-DAYS
005000                                 PIC X(03).
005100 FD  OPEN-FILE
005200     RECORD CONTAINS 120 CHARACTERS.
005300 01  OPEN-RECORD.
005400     05  AGE-O-RECORD-TYPE       PIC X(01).
005500         88  AGE-O-OPEN-ITEM                 VALUE "I".
005600     05  AGE-O-INVOICE-NUMBER    PIC 9(07).
005700     05  AGE-O-CUSTOMER-CODE     PIC X(25).
005800     05  AGE-O-CUSTOMER-KEY      PIC S9(10).
005900     05  AGE-O-INVOICE-DATE      PIC X(10).
006000     05  AGE-O-INVOICE-AMOUNT    PIC S9(11)V99  COMP-3.
006100     05  AGE-O-PAID-AMOUNT       PIC S9(11)V99  COMP-3.
006200     05  AGE-O-BALANCE           PIC S9(11)V99  COMP-3.
006300     05  AGE-O-PAYMENT-COUNT     PIC 9(05).
006400     05  AGE-O-LAST-PAY-DATE     PIC X(10).
006500     05  AGE-O-LAST-REFERENCE    PIC X(20).
006600     05  AGE-O-STATUS            PIC X(01).
006700     05  FILLER                  PIC X(10).
006800 SD  SORT-FILE.
006900 01  SORT-RECORD.
007000     05  SRT-CUSTOMER-KEY        PIC S9(10).
007100     05  SRT-INVOICE-NUMBER      PIC 9(07).
007200     05  SRT-CUSTOMER-CODE       PIC X(25).
007300     05  SRT-INVOICE-DATE        PIC X(10).
007400     05  SRT-AGE-DAYS            PIC S9(05).
007500     05  SRT-BUCKET              PIC 9(01).
007600         88  SRT-CURRENT                     VALUE 1.
007700         88  SRT-PAST-30                     VALUE 2.
007800         88  SRT-PAST-60                     VALUE 3.
007900         88  SRT-PAST-90                     VALUE 4.
008000         88  SRT-OVER-90                     VALUE 5.
008100     05  SRT-BALANCE             PIC S9(11)V99  COMP-3.
008200 FD  PRINT-FILE
008300     RECORD CONTAINS 132 CHARACTERS.
008400 01  PRINT-RECORD                PIC X(132).
008500 WORKING-STORAGE SECTION.
008600 77  CNTL-STATUS                 PIC X(02)   VALUE SPACES.
008700 77  OPEN-STATUS                 PIC X(02)   VALUE SPACES.
008800 77  PRINT-STATUS                PIC X(02)   VALUE SPACES.
008900 77  ITEM-READ-COUNT             PIC S9(07)  COMP VALUE ZERO.
009000 77  ITEM-AGED-COUNT             PIC S9(07)  COMP VALUE ZERO.
009100 77  ZERO-BALANCE-COUNT          PIC S9(07)  COMP VALUE ZERO.
009200 77  FUTURE-COUNT                PIC S9(07)  COMP VALUE ZERO.
009300 77  CUSTOMER-COUNT              PIC S9(07)  COMP VALUE ZERO.
009400 77  TERMS-DAYS                  PIC S9(03)  COMP VALUE +30.
009500 77  PAST-DUE-DAYS               PIC S9(05)  COMP VALUE ZERO.
009600 77  LINE-COUNT                  PIC S9(03)  COMP VALUE +99.
009700 77  PAGE-COUNT                  PIC S9(05)  COMP VALUE ZERO.
009800 01  SWITCH-AREA.
009900     05  OPEN-EOF-SW             PIC X(01)   VALUE "N".
010000         88  END-OF-OPEN                     VALUE "Y".
010100     05  SORT-EOF-SW             PIC X(01)   VALUE "N".
010200         88  END-OF-SORT                     VALUE "Y".
010300     05  CUSTOMER-OPEN-SW        PIC X(01)   VALUE "N".
010400         88  CUSTOMER-OPEN                   VALUE "Y".
010500 01  AS-OF-DATE                  PIC X(10)   VALUE SPACES.
010600 01  CUR-CUSTOMER-KEY            PIC S9(10)  VALUE ZERO.
010700 01  CUSTOMER-TOTALS.
010800     05  CUS-CURRENT             PIC S9(11)V99  COMP-3.
010900     05  CUS-PAST-30             PIC S9(11)V99  COMP-3.
011000     05  CUS-PAST-60             PIC S9(11)V99  COMP-3.
011100     05  CUS-PAST-90             PIC S9(11)V99  COMP-3.
011200     05  CUS-OVER-90             PIC S9(11)V99  COMP-3.
011300     05  CUS-BALANCE             PIC S9(11)V99  COMP-3.
011400 01  GRAND-TOTALS.
011500     05  GRD-CURRENT             PIC S9(11)V99  COMP-3
011600                                             VALUE ZERO.
011700     05  GRD-PAST-30             PIC S9(11)V99  COMP-3
011800                                             VALUE ZERO.
011900     05  GRD-PAST-60             PIC S9(11)V99  COMP-3
012000                                             VALUE ZERO.
012100     05  GRD-PAST-90             PIC S9(11)V99  COMP-3
012200                                             VALUE ZERO.
012300     05  GRD-OVER-90             PIC S9(11)V99  COMP-3
012400                                             VALUE ZERO.
012500     05  GRD-BALANCE             PIC S9(11)V99  COMP-3
012600                                             VALUE ZERO.
012700 01  TIMESTAMP-WORK-AREA.
012800     05  TSW-TIMESTAMP.
012900         10  TSW-YEAR            PIC 9(04).
013000         10  TSW-DASH-1          PIC X(01).
013100         10  TSW-MONTH           PIC 9(02).
013200         10  TSW-DASH-2          PIC X(01).
013300         10  TSW-DAY             PIC 9(02).
013400         10  FILLER              PIC X(16).
013500     05  TSW-ADJ-YEAR            PIC S9(05)  COMP VALUE ZERO.
013600     05  TSW-ADJ-MONTH           PIC S9(03)  COMP VALUE ZERO.
013700     05  TSW-WORK-1              PIC S9(09)  COMP VALUE ZERO.
013800     05  TSW-WORK-2              PIC S9(09)  COMP VALUE ZERO.
013900     05  TSW-DAY-NUMBER          PIC S9(09)  COMP VALUE ZERO.
014000     05  TSW-AS-OF-DAY-NO        PIC S9(09)  COMP VALUE ZERO.
014100 01  RUN-STAMP-AREA.
014200     05  RUN-DATE-YMD            PIC 9(08).
014300     05  RUN-DATE-X REDEFINES RUN-DATE-YMD.
014400         10  RUN-YEAR            PIC X(04).
014500         10  RUN-MONTH           PIC X(02).
014600         10  RUN-DAY             PIC X(02).
014700     05  RUN-TIME-HMS            PIC 9(08).
014800     05  RUN-TIME-X REDEFINES RUN-TIME-HMS.
014900         10  RUN-HOUR            PIC X(02).
015000         10  RUN-MINUTE          PIC X(02).
015100         10  RUN-SECOND          PIC X(02).
015200         10  FILLER              PIC X(02).
015300     05  RUN-STAMP               PIC X(19).
015400 01  HEADING-LINE-1.
015500     05  FILLER                  PIC X(09)   VALUE "DETNAGE".
015600     05  FILLER                  PIC X(27)   VALUE SPACES.
015700     05  FILLER                  PIC X(44)   VALUE
015800         "DETENTION RECEIVABLES AGING                 ".
015900     05  FILLER                  PIC X(05)   VALUE "RUN: ".
016000     05  HDG-RUN-STAMP           PIC X(19).
016100     05  FILLER                  PIC X(18)   VALUE SPACES.
016200     05  FILLER                  PIC X(05)   VALUE "PAGE ".
016300     05  HDG-PAGE                PIC ZZZZ9.
016400 01  HEADING-LINE-2.
016500     05  FILLER                  PIC X(12)   VALUE "AS OF DATE: ".
016600     05  HDG-AS-OF-DATE          PIC X(10).
016700     05  FILLER                  PIC X(28)   VALUE
016800         "   AGED BY DAYS PAST DUE ON ".
016900     05  HDG-TERMS-DAYS          PIC ZZ9.
017000     05  FILLER                  PIC X(10)   VALUE "-DAY TERMS".
017100     05  FILLER                  PIC X(69)   VALUE SPACES.
017200 01  HEADING-LINE-3.
017300     05  FILLER                  PIC X(09)   VALUE "INVOICE".
017400     05  FILLER                  PIC X(12)   VALUE "INV DATE".
017500     05  FILLER                  PIC X(07)   VALUE "  AGE".
017600     05  FILLER                  PIC X(17)   VALUE
017700         "       CURRENT".
017800     05  FILLER                  PIC X(17)   VALUE
017900         "          1-30".
018000     05  FILLER                  PIC X(17)   VALUE
018100         "         31-60".
018200     05  FILLER                  PIC X(17)   VALUE
018300         "         61-90".
018400     05  FILLER                  PIC X(17)   VALUE
018500         "       OVER 90".
018600     05  FILLER                  PIC X(19)   VALUE
018700         "         BALANCE".
018800 01  CUSTOMER-LINE.
018900     05  FILLER                  PIC X(14)   VALUE
019000         "CUSTOMER KEY: ".
019100     05  CUL-CUSTOMER-KEY        PIC ZZZZZZZZZ9.
019200     05  FILLER                  PIC X(04)   VALUE SPACES.
019300     05  CUL-CUSTOMER-CODE       PIC X(25).
019400     05  FILLER                  PIC X(79)   VALUE SPACES.
019500 01  DETAIL-LINE.
019600     05  DTL-INVOICE-NUMBER      PIC 9(07).
019700     05  FILLER                  PIC X(02)   VALUE SPACES.
019800     05  DTL-INVOICE-DATE        PIC X(10).
019900     05  FILLER                  PIC X(02)   VALUE SPACES.
020000     05  DTL-AGE-DAYS            PIC ZZZZ9.
020100     05  FILLER                  PIC X(02)   VALUE SPACES.
020200     05  DTL-CURRENT             PIC ZZZ,ZZZ,ZZ9.99-.
020300     05  FILLER                  PIC X(02)   VALUE SPACES.
020400     05  DTL-PAST-30             PIC ZZZ,ZZZ,ZZ9.99-.
020500     05  FILLER                  PIC X(02)   VALUE SPACES.
020600     05  DTL-PAST-60             PIC ZZZ,ZZZ,ZZ9.99-.
020700     05  FILLER                  PIC X(02)   VALUE SPACES.
020800     05  DTL-PAST-90             PIC ZZZ,ZZZ,ZZ9.99-.
020900     05  FILLER                  PIC X(02)   VALUE SPACES.
021000     05  DTL-OVER-90             PIC ZZZ,ZZZ,ZZ9.99-.
021100     05  FILLER                  PIC X(04)   VALUE SPACES.
021200     05  DTL-BALANCE             PIC ZZZ,ZZZ,ZZ9.99-.
021300     05  FILLER                  PIC X(02)   VALUE SPACES.
021400 01  AGE-TOTAL-LINE.
021500     05  FILLER                  PIC X(02)   VALUE SPACES.
021600     05  ATL-LABEL               PIC X(24).
021700     05  FILLER                  PIC X(02)   VALUE SPACES.
021800     05  ATL-CURRENT             PIC ZZZ,ZZZ,ZZ9.99-.
021900     05  FILLER                  PIC X(02)   VALUE SPACES.
022000     05  ATL-PAST-30             PIC ZZZ,ZZZ,ZZ9.99-.
022100     05  FILLER                  PIC X(02)   VALUE SPACES.
022200     05  ATL-PAST-60             PIC ZZZ,ZZZ,ZZ9.99-.
022300     05  FILLER                  PIC X(02)   VALUE SPACES.
022400     05  ATL-PAST-90             PIC ZZZ,ZZZ,ZZ9.99-.
022500     05  FILLER                  PIC X(02)   VALUE SPACES.
022600     05  ATL-OVER-90             PIC ZZZ,ZZZ,ZZ9.99-.
022700     05  FILLER                  PIC X(04)   VALUE SPACES.
022800     05  ATL-BALANCE             PIC ZZZ,ZZZ,ZZ9.99-.
022900     05  FILLER                  PIC X(02)   VALUE SPACES.
023000 01  NONE-LINE.
023100     05  FILLER                  PIC X(10)   VALUE SPACES.
023200     05  NONE-TEXT               PIC X(50).
023300     05  FILLER                  PIC X(72)   VALUE SPACES.
023400 01  TOTAL-LINE-1.
023500     05  FILLER                  PIC X(31)   VALUE
023600         "OPEN-ITEM RECORDS READ . . . : ".
023700     05  TOT-READ                PIC ZZ,ZZZ,ZZ9.
023800     05  FILLER                  PIC X(91)   VALUE SPACES.
023900 01  TOTAL-LINE-2.
024000     05  FILLER                  PIC X(31)   VALUE
024100         "  PAID - NOTHING TO AGE  . . : ".
024200     05  TOT-ZERO-BALANCE        PIC ZZ,ZZZ,ZZ9.
024300     05  FILLER                  PIC X(91)   VALUE SPACES.
024400 01  TOTAL-LINE-3.
024500     05  FILLER                  PIC X(31)   VALUE
024600         "  DATED AFTER AS-OF DATE . . : ".
024700     05  TOT-FUTURE              PIC ZZ,ZZZ,ZZ9.
024800     05  FILLER                  PIC X(91)   VALUE SPACES.
024900 01  TOTAL-LINE-4.
025000     05  FILLER                  PIC X(31)   VALUE
025100         "INVOICES AGED  . . . . . . . : ".
025200     05  TOT-AGED                PIC ZZ,ZZZ,ZZ9.
025300     05  FILLER                  PIC X(91)   VALUE SPACES.
025400 01  TOTAL-LINE-5.
025500     05  FILLER                  PIC X(31)   VALUE
025600         "CUSTOMERS WITH A BALANCE . . : ".
025700     05  TOT-CUSTOMERS           PIC ZZ,ZZZ,ZZ9.
025800     05  FILLER                  PIC X(91)   VALUE SPACES.
025900 PROCEDURE DIVISION.
026000*****************************************************************
026100*  0000-MAINLINE - OVERALL PROGRAM CONTROL                      *
026200*****************************************************************
026300 0000-MAINLINE.
026400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026500     SORT SORT-FILE
026600         ON ASCENDING KEY SRT-CUSTOMER-KEY
026700                          SRT-INVOICE-NUMBER
026800         INPUT PROCEDURE IS 2000-RELEASE-ITEMS
026900                        THRU 2999-EXIT
027000         OUTPUT PROCEDURE IS 3000-PRINT-AGING
027100                        THRU 3999-EXIT.
027200     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
027300     STOP RUN.
027400*****************************************************************
027500*  1000-INITIALIZE - RUN STAMP, CONTROL RECORD, REPORT OPEN     *
027600*****************************************************************
027700 1000-INITIALIZE.
027800     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD.
027900     ACCEPT RUN-TIME-HMS FROM TIME.
028000     STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY "-"
028100            RUN-HOUR "." RUN-MINUTE "." RUN-SECOND
028200            DELIMITED BY SIZE INTO RUN-STAMP.
028300     MOVE RUN-STAMP TO HDG-RUN-STAMP.
028400     MOVE RUN-STAMP (1:10) TO AS-OF-DATE.
028500     OPEN OUTPUT PRINT-FILE.
028600     IF PRINT-STATUS NOT = "00"
028700         DISPLAY "DETNAGE - PRINT OPEN ERROR " PRINT-STATUS
028800             UPON OPER-CONSOLE
028900         MOVE 12 TO RETURN-CODE
029000         STOP RUN.
029100     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
029200     MOVE AS-OF-DATE TO TSW-TIMESTAMP.
029300     PERFORM 8000-TIMESTAMP-TO-DAYS THRU 8000-EXIT.
029400     MOVE TSW-DAY-NUMBER TO TSW-AS-OF-DAY-NO.
029500     MOVE AS-OF-DATE TO HDG-AS-OF-DATE.
029600     MOVE TERMS-DAYS TO HDG-TERMS-DAYS.
029700 1000-EXIT.
029800     EXIT.
029900*****************************************************************
030000*  1100-READ-CONTROL - AS-OF DATE AND PAYMENT TERMS.  THE       *
030100*  CONTROL RECORD IS OPTIONAL - WITHOUT IT THE REPORT AGES AS   *
030200*  OF THE RUN DATE ON 30-DAY TERMS.                             *
030300*****************************************************************
030400 1100-READ-CONTROL.
030500     OPEN INPUT CNTL-FILE.
030600     IF CNTL-STATUS NOT = "00"
030700         GO TO 1100-EXIT.
030800     READ CNTL-FILE
030900         AT END MOVE SPACES TO CNTL-RECORD.
031000     IF AGE-C-AS-OF-DATE NOT = SPACES
031100         MOVE AGE-C-AS-OF-DATE TO TSW-TIMESTAMP
031200         IF TSW-YEAR NUMERIC
031300             AND TSW-MONTH NUMERIC
031400             AND TSW-DAY NUMERIC
031500             AND TSW-DASH-1 = "-"
031600             AND TSW-DASH-2 = "-"
031700             AND TSW-MONTH > ZERO AND TSW-MONTH < 13
031800             AND TSW-DAY > ZERO AND TSW-DAY < 32
031900             MOVE AGE-C-AS-OF-DATE TO AS-OF-DATE
032000         ELSE
032100             DISPLAY "DETNAGE - AGECNTL AS-OF DATE "
032200                 AGE-C-AS-OF-DATE " INVALID - RUN DATE USED"
032300                 UPON OPER-CONSOLE
032400         END-IF
032500     END-IF.
032600     IF AGE-C-TERMS-DAYS NUMERIC
032700         MOVE AGE-C-TERMS-DAYS TO TERMS-DAYS
032800     ELSE
032900     IF AGE-C-TERMS-X NOT = SPACES
033000         DISPLAY "DETNAGE - AGECNTL TERMS DAYS "
033100             AGE-C-TERMS-X " INVALID - DEFAULT USED"
033200             UPON OPER-CONSOLE.
033300     CLOSE CNTL-FILE.
033400 1100-EXIT.
033500     EXIT.
033600*****************************************************************
033700*  2000-RELEASE-ITEMS - SORT INPUT PROCEDURE.  EVERY OPEN ITEM  *
033800*  WITH A BALANCE IS AGED AND RELEASED.                         *
033900*****************************************************************
034000 2000-RELEASE-ITEMS.
034100     OPEN INPUT OPEN-FILE.
034200     IF OPEN-STATUS NOT = "00"
034300         DISPLAY "DETNAGE - OPEN-ITEM FILE OPEN ERROR "
034400             OPEN-STATUS UPON OPER-CONSOLE
034500         MOVE 12 TO RETURN-CODE
034600         GO TO 2999-EXIT.
034700     PERFORM 2100-RELEASE-ONE THRU 2100-EXIT
034800         UNTIL END-OF-OPEN.
034900     CLOSE OPEN-FILE.
035000 2999-EXIT.
035100     EXIT.
035200 2100-RELEASE-ONE.
035300     READ OPEN-FILE
035400         AT END MOVE "Y" TO OPEN-EOF-SW
035500         GO TO 2100-EXIT.
035600     IF NOT AGE-O-OPEN-ITEM
035700         GO TO 2100-EXIT.
035800     ADD 1 TO ITEM-READ-COUNT.
035900     IF AGE-O-BALANCE = ZERO
036000         ADD 1 TO ZERO-BALANCE-COUNT
036100         GO TO 2100-EXIT.
036200     IF AGE-O-INVOICE-DATE > AS-OF-DATE
036300         ADD 1 TO FUTURE-COUNT
036400         GO TO 2100-EXIT.
036500     MOVE AGE-O-INVOICE-DATE TO TSW-TIMESTAMP.
036600     PERFORM 8000-TIMESTAMP-TO-DAYS THRU 8000-EXIT.
036700     MOVE AGE-O-CUSTOMER-KEY TO SRT-CUSTOMER-KEY.
036800     MOVE AGE-O-INVOICE-NUMBER TO SRT-INVOICE-NUMBER.
036900     MOVE AGE-O-CUSTOMER-CODE TO SRT-CUSTOMER-CODE.
037000     MOVE AGE-O-INVOICE-DATE TO SRT-INVOICE-DATE.
037100     COMPUTE SRT-AGE-DAYS = TSW-AS-OF-DAY-NO - TSW-DAY-NUMBER.
037200     COMPUTE PAST-DUE-DAYS = SRT-AGE-DAYS - TERMS-DAYS.
037300     EVALUATE TRUE
037400         WHEN PAST-DUE-DAYS < 1
037500             MOVE 1 TO SRT-BUCKET
037600         WHEN PAST-DUE-DAYS < 31
037700             MOVE 2 TO SRT-BUCKET
037800         WHEN PAST-DUE-DAYS < 61
037900             MOVE 3 TO SRT-BUCKET
038000         WHEN PAST-DUE-DAYS < 91
038100             MOVE 4 TO SRT-BUCKET
038200         WHEN OTHER
038300             MOVE 5 TO SRT-BUCKET
038400     END-EVALUATE.
038500     MOVE AGE-O-BALANCE TO SRT-BALANCE.
038600     ADD 1 TO ITEM-AGED-COUNT.
038700     RELEASE SORT-RECORD.
038800 2100-EXIT.
038900     EXIT.
039000*****************************************************************
039100*  3000-PRINT-AGING - SORT OUTPUT PROCEDURE.  INVOICES BY       *
039200*  CUSTOMER KEY WITH A TOTAL LINE PER CUSTOMER AND FOR THE      *
039300*  REPORT.                                                      *
039400*****************************************************************
039500 3000-PRINT-AGING.
039600     PERFORM 3100-NEXT-ITEM THRU 3100-EXIT
039700         UNTIL END-OF-SORT.
039800     IF CUSTOMER-COUNT = ZERO
039900         MOVE SPACES TO NONE-LINE
040000         MOVE "NO OPEN DETENTION BALANCES" TO NONE-TEXT
040100         MOVE NONE-LINE TO PRINT-RECORD
040200         PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT
040300         GO TO 3999-EXIT.
040400     PERFORM 3500-CUSTOMER-TOTAL THRU 3500-EXIT.
040500     MOVE SPACES TO AGE-TOTAL-LINE.
040600     MOVE "REPORT TOTAL" TO ATL-LABEL.
040700     MOVE GRD-CURRENT TO ATL-CURRENT.
040800     MOVE GRD-PAST-30 TO ATL-PAST-30.
040900     MOVE GRD-PAST-60 TO ATL-PAST-60.
041000     MOVE GRD-PAST-90 TO ATL-PAST-90.
041100     MOVE GRD-OVER-90 TO ATL-OVER-90.
041200     MOVE GRD-BALANCE TO ATL-BALANCE.
041300     MOVE AGE-TOTAL-LINE TO PRINT-RECORD.
041400     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
041500 3999-EXIT.
041600     EXIT.
041700 3100-NEXT-ITEM.
041800     RETURN SORT-FILE
041900         AT END MOVE "Y" TO SORT-EOF-SW
042000         GO TO 3100-EXIT.
042100     IF NOT CUSTOMER-OPEN
042200         OR SRT-CUSTOMER-KEY NOT = CUR-CUSTOMER-KEY
042300         PERFORM 3500-CUSTOMER-TOTAL THRU 3500-EXIT
042400         PERFORM 3300-START-CUSTOMER THRU 3300-EXIT.
042500     PERFORM 3200-PRINT-ITEM THRU 3200-EXIT.
042600 3100-EXIT.
042700     EXIT.
042800 3200-PRINT-ITEM.
042900     MOVE SPACES TO DETAIL-LINE.
043000     MOVE SRT-INVOICE-NUMBER TO DTL-INVOICE-NUMBER.
043100     MOVE SRT-INVOICE-DATE TO DTL-INVOICE-DATE.
043200     MOVE SRT-AGE-DAYS TO DTL-AGE-DAYS.
043300     EVALUATE TRUE
043400         WHEN SRT-CURRENT
043500             MOVE SRT-BALANCE TO DTL-CURRENT
043600             ADD SRT-BALANCE TO CUS-CURRENT
043700             ADD SRT-BALANCE TO GRD-CURRENT
043800         WHEN SRT-PAST-30
043900             MOVE SRT-BALANCE TO DTL-PAST-30
044000             ADD SRT-BALANCE TO CUS-PAST-30
044100             ADD SRT-BALANCE TO GRD-PAST-30
044200         WHEN SRT-PAST-60
044300             MOVE SRT-BALANCE TO DTL-PAST-60
044400             ADD SRT-BALANCE TO CUS-PAST-60
044500             ADD SRT-BALANCE TO GRD-PAST-60
044600         WHEN SRT-PAST-90
044700             MOVE SRT-BALANCE TO DTL-PAST-90
044800             ADD SRT-BALANCE TO CUS-PAST-90
044900             ADD SRT-BALANCE TO GRD-PAST-90
045000         WHEN OTHER
045100             MOVE SRT-BALANCE TO DTL-OVER-90
045200             ADD SRT-BALANCE TO CUS-OVER-90
045300             ADD SRT-BALANCE TO GRD-OVER-90
045400     END-EVALUATE.
045500     MOVE SRT-BALANCE TO DTL-BALANCE.
045600     ADD SRT-BALANCE TO CUS-BALANCE.
045700     ADD SRT-BALANCE TO GRD-BALANCE.
045800     MOVE DETAIL-LINE TO PRINT-RECORD.
045900     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
046000 3200-EXIT.
046100     EXIT.
046200*****************************************************************
046300*  3300-START-CUSTOMER - CUSTOMER LINE AND CLEARED TOTALS.  THE *
046400*  CODE SHOWN IS THE ONE ON THE CUSTOMER'S LOWEST INVOICE.      *
046500*****************************************************************
046600 3300-START-CUSTOMER.
046700     MOVE SRT-CUSTOMER-KEY TO CUR-CUSTOMER-KEY.
046800     MOVE "Y" TO CUSTOMER-OPEN-SW.
046900     ADD 1 TO CUSTOMER-COUNT.
047000     MOVE ZERO TO CUS-CURRENT.
047100     MOVE ZERO TO CUS-PAST-30.
047200     MOVE ZERO TO CUS-PAST-60.
047300     MOVE ZERO TO CUS-PAST-90.
047400     MOVE ZERO TO CUS-OVER-90.
047500     MOVE ZERO TO CUS-BALANCE.
047600     IF LINE-COUNT > 53
047700         MOVE 99 TO LINE-COUNT.
047800     MOVE SRT-CUSTOMER-KEY TO CUL-CUSTOMER-KEY.
047900     MOVE SRT-CUSTOMER-CODE TO CUL-CUSTOMER-CODE.
048000     MOVE CUSTOMER-LINE TO PRINT-RECORD.
048100     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
048200 3300-EXIT.
048300     EXIT.
048400 3500-CUSTOMER-TOTAL.
048500     IF NOT CUSTOMER-OPEN
048600         GO TO 3500-EXIT.
048700     MOVE SPACES TO AGE-TOTAL-LINE.
048800     MOVE "CUSTOMER TOTAL" TO ATL-LABEL.
048900     MOVE CUS-CURRENT TO ATL-CURRENT.
049000     MOVE CUS-PAST-30 TO ATL-PAST-30.
049100     MOVE CUS-PAST-60 TO ATL-PAST-60.
049200     MOVE CUS-PAST-90 TO ATL-PAST-90.
049300     MOVE CUS-OVER-90 TO ATL-OVER-90.
049400     MOVE CUS-BALANCE TO ATL-BALANCE.
049500     MOVE AGE-TOTAL-LINE TO PRINT-RECORD.
049600     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
049700     MOVE SPACES TO PRINT-RECORD.
049800     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
049900     MOVE "N" TO CUSTOMER-OPEN-SW.
050000 3500-EXIT.
050100     EXIT.
050200*****************************************************************
050300*  5000-PRINT-A-LINE - PRINT WITH PAGE OVERFLOW CONTROL         *
050400*****************************************************************
050500 5000-PRINT-A-LINE.
050600     IF LINE-COUNT > 56
050700         PERFORM 5100-PAGE-HEADING THRU 5100-EXIT.
050800     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
050900     ADD 1 TO LINE-COUNT.
051000 5000-EXIT.
051100     EXIT.
051200 5100-PAGE-HEADING.
051300     ADD 1 TO PAGE-COUNT.
051400     MOVE PAGE-COUNT TO HDG-PAGE.
051500     MOVE PRINT-RECORD TO DETAIL-LINE.
051600     WRITE PRINT-RECORD FROM HEADING-LINE-1
051700         AFTER ADVANCING PAGE.
051800     WRITE PRINT-RECORD FROM HEADING-LINE-2
051900         AFTER ADVANCING 2 LINES.
052000     WRITE PRINT-RECORD FROM HEADING-LINE-3
052100         AFTER ADVANCING 2 LINES.
052200     MOVE SPACES TO PRINT-RECORD.
052300     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
052400     MOVE DETAIL-LINE TO PRINT-RECORD.
052500     MOVE 6 TO LINE-COUNT.
052600 5100-EXIT.
052700     EXIT.
052800*****************************************************************
052900*  8000-TIMESTAMP-TO-DAYS - CONVERT THE DATE PORTION OF THE     *
053000*  TIMESTAMP IN TSW-TIMESTAMP TO A SERIAL DAY NUMBER SO THAT    *
053100*  ELAPSED TIME CAN BE COMPUTED ACROSS MONTH AND YEAR ENDS.     *
053200*****************************************************************
053300 8000-TIMESTAMP-TO-DAYS.
053400     IF TSW-MONTH > 2
053500         MOVE TSW-YEAR TO TSW-ADJ-YEAR
053600         COMPUTE TSW-ADJ-MONTH = TSW-MONTH + 1
053700     ELSE
053800         COMPUTE TSW-ADJ-YEAR = TSW-YEAR - 1
053900         COMPUTE TSW-ADJ-MONTH = TSW-MONTH + 13.
054000     COMPUTE TSW-WORK-1 = (1461 * TSW-ADJ-YEAR) / 4.
054100     COMPUTE TSW-WORK-2 = (153 * TSW-ADJ-MONTH) / 5.
054200     COMPUTE TSW-DAY-NUMBER =
054300         TSW-WORK-1 + TSW-WORK-2 + TSW-DAY - 621049.
054400 8000-EXIT.
054500     EXIT.
054600*****************************************************************
054700*  9000-WRAP-UP - RUN TOTALS AND CLOSE                          *
054800*****************************************************************
054900 9000-WRAP-UP.
055000     IF PAGE-COUNT = ZERO
055100         MOVE SPACES TO DETAIL-LINE
055200         PERFORM 5100-PAGE-HEADING THRU 5100-EXIT.
055300     MOVE ITEM-READ-COUNT TO TOT-READ.
055400     MOVE ZERO-BALANCE-COUNT TO TOT-ZERO-BALANCE.
055500     MOVE FUTURE-COUNT TO TOT-FUTURE.
055600     MOVE ITEM-AGED-COUNT TO TOT-AGED.
055700     MOVE CUSTOMER-COUNT TO TOT-CUSTOMERS.
055800     MOVE SPACES TO PRINT-RECORD.
055900     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
056000     WRITE PRINT-RECORD FROM TOTAL-LINE-1
056100         AFTER ADVANCING 1 LINE.
056200     WRITE PRINT-RECORD FROM TOTAL-LINE-2
056300         AFTER ADVANCING 1 LINE.
056400     WRITE PRINT-RECORD FROM TOTAL-LINE-3
056500         AFTER ADVANCING 1 LINE.
056600     WRITE PRINT-RECORD FROM TOTAL-LINE-4
056700         AFTER ADVANCING 1 LINE.
056800     WRITE PRINT-RECORD FROM TOTAL-LINE-5
056900         AFTER ADVANCING 1 LINE.
057000     CLOSE PRINT-FILE.
057100 9000-EXIT.
057200     EXIT.
