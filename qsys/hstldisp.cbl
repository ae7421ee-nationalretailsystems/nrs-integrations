000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HSTLDISP.
000300 AUTHOR. R J MARINO.
000400 INSTALLATION. NATIONAL RETAIL SYSTEMS - NORTH BERGEN NJ.
000500 DATE-WRITTEN. OCTOBER 2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  HSTLDISP - HOSTLER DISPATCH LISTING AND OVERDUE MOVES        *
000900*                                                               *
001000*  READS THE MOVEQUE HOSTLER MOVE ORDER WORK QUEUE WRITTEN BY   *
001100*  PNCUPD2P AND REBUILDS THE ORDERS STILL OPEN: EVERY ORDER     *
001200*  RAISED (O) WITH NO COMPLETION (C) OR CLOSURE (D) RECORD.     *
001300*  EACH OPEN ORDER IS AGED IN MINUTES FROM THE TIME IT WAS      *
001400*  RAISED TO THE RUN TIMESTAMP, AND:                            *
001500*    - THE DISPATCH LISTING PRINTS THE OPEN ORDERS BY CAMPUS,   *
001600*      OLDEST FIRST, WITH FROM AND TO YARD/DOOR, AND A CAMPUS   *
001700*      TOTAL OF OPEN AND OVERDUE ORDERS,                        *
001800*    - THE EXCEPTION REPORT PRINTS EVERY ORDER OPEN LONGER THAN *
001900*      THE OVERDUE LIMIT BY CAMPUS/YARD/DOOR, SO THE YARD       *
002000*      OFFICE CAN SEE WHICH DOORS ARE TIED UP WAITING ON A MOVE.*
002100*  AN OPEN ORDER WHOSE ASSET IS NO LONGER ON THE POSITION       *
002200*  MASTER (PNCPOSN) HAS GATED OUT - PNCUPD2P CLOSES IT ON ITS   *
002300*  NEXT RUN, SO IT IS COUNTED BUT NOT DISPATCHED.               *
002400*                                                               *
002500*  CONTROL RECORD (HSTLCNTL, 10 BYTES, OPTIONAL):               *
002600*     OVERDUE MINUTES  9(5)   DEFAULT 30                        *
002700*  MOVE ORDER RECORD (MOVEQUE, 220 BYTES) - SEE PNCUPD2P.       *
002800*****************************************************************
002900*  MODIFICATION HISTORY                                         *
003000*  10/15/26  RJM  NEW PROGRAM.                                  *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SPECIAL-NAMES.
003500     CONSOLE IS OPER-CONSOLE.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT MOVE-FILE ASSIGN TO MOVEQUE
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS MOVE-STATUS.
004100     SELECT POSN-FILE ASSIGN TO PNCPOSN
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS POSN-STATUS.
004400     SELECT CNTL-FILE ASSIGN TO HSTLCNTL
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS CNTL-STATUS.
004700     SELECT PRINT-FILE ASSIGN TO QSYSPRT
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS PRINT-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  MOVE-FILE
005300     RECORD CONTAINS 220 CHARACTERS.
005400 01  MOVE-RECORD.
005500     05  HSD-M-RECORD-TYPE       PIC X(01).
005600         88  HSD-M-ORDER-RAISED              VALUE "O".
005700         88  HSD-M-ORDER-COMPLETED           VALUE "C".
005800         88  HSD-M-ORDER-CLOSED              VALUE "D".
005900     05  HSD-M-ORDER-ID          PIC X(25).
006000     05  HSD-M-ASSET-ID          PIC X(25).
006100     05  HSD-M-ASSET-TYPE        PIC X(01).
006200     05  HSD-M-CAMPUS            PIC X(06).
006300     05  HSD-M-FROM-YARD         PIC X(06).
006400     05  HSD-M-FROM-DOOR         PIC X(06).
006500     05  HSD-M-TO-YARD           PIC X(06).
006600     05  HSD-M-TO-DOOR           PIC X(06).
006700     05  HSD-M-OLD-STATUS        PIC X(25).
006800     05  HSD-M-NEW-STATUS        PIC X(25).
006900     05  HSD-M-CUSTOMER-CODE     PIC X(25).
007000     05  HSD-M-TRAILER-SCAC      PIC X(04).
007100     05  HSD-M-TIMESTAMP         PIC X(26).
007200     05  HSD-M-EVENT-GROUP-ID    PIC X(25).
007300     05  FILLER                  PIC X(08).
007400 FD  POSN-FILE
007500     RECORD CONTAINS 124 CHARACTERS.
007600 01  POSN-RECORD.
007700     05  HSD-P-ASSET-ID          PIC X(25).
007800     05  HSD-P-ASSET-TYPE        PIC X(01).
007900     05  HSD-P-CAMPUS            PIC X(06).
008000     05  HSD-P-YARD-CODE         PIC X(06).
008100     05  HSD-P-DOOR-NUMBER       PIC X(06).
008200     05  HSD-P-LOAD-STATUS       PIC X(25).
008300     05  HSD-P-CUSTOMER-CODE     PIC X(25).
008400     05  HSD-P-TIMESTAMP         PIC X(26).
008500     05  HSD-P-TRAILER-SCAC      PIC X(04).
008600 FD  CNTL-FILE
008700     RECORD CONTAINS 10 CHARACTERS.
008800 01  CNTL-RECORD.
008900     05  HSD-C-OVERDUE-MINUTES   PIC 9(05).
009000     05  HSD-C-MINUTES-X REDEFINES HSD-C-OVERDUE-MINUTES
009100                                 PIC X(05).
009200     05  FILLER                  PIC X(05).
009300 FD  PRINT-FILE
009400     RECORD CONTAINS 132 CHARACTERS.
009500 01  PRINT-RECORD                PIC X(132).
009600 WORKING-STORAGE SECTION.
009700 77  MOVE-STATUS                 PIC X(02)   VALUE SPACES.
009800 77  POSN-STATUS                 PIC X(02)   VALUE SPACES.
009900 77  CNTL-STATUS                 PIC X(02)   VALUE SPACES.
010000 77  PRINT-STATUS                PIC X(02)   VALUE SPACES.
010100 77  MOVE-READ-COUNT             PIC S9(07)  COMP VALUE ZERO.
010200 77  RAISED-READ-COUNT           PIC S9(07)  COMP VALUE ZERO.
010300 77  COMPLETED-READ-COUNT        PIC S9(07)  COMP VALUE ZERO.
010400 77  CLOSED-READ-COUNT           PIC S9(07)  COMP VALUE ZERO.
010500 77  POSN-READ-COUNT             PIC S9(07)  COMP VALUE ZERO.
010600 77  DISPATCH-COUNT              PIC S9(07)  COMP VALUE ZERO.
010700 77  OVERDUE-COUNT               PIC S9(07)  COMP VALUE ZERO.
010800 77  DEPARTED-COUNT              PIC S9(07)  COMP VALUE ZERO.
010900 77  CAMPUS-OPEN-COUNT           PIC S9(07)  COMP VALUE ZERO.
011000 77  CAMPUS-OVERDUE-COUNT        PIC S9(07)  COMP VALUE ZERO.
011100 77  CAMPUS-OLDEST-MINUTES       PIC S9(09)  COMP VALUE ZERO.
011200 77  ORDER-COUNT                 PIC S9(05)  COMP VALUE ZERO.
011300 77  ORDER-I                     PIC S9(05)  COMP VALUE ZERO.
011400 77  ORDER-FOUND-I               PIC S9(05)  COMP VALUE ZERO.
011500 77  ORDER-MAX                   PIC S9(05)  COMP VALUE +5000.
011600 77  SORT-I                      PIC S9(05)  COMP VALUE ZERO.
011700 77  SWAP-ENTRY                  PIC X(137)  VALUE SPACES.
011800 77  OVERDUE-MINUTES             PIC S9(05)  COMP VALUE +30.
011900 77  ELAPSED-MINUTES             PIC S9(09)  COMP VALUE ZERO.
012000 77  LINE-COUNT                  PIC S9(03)  COMP VALUE +99.
012100 77  PAGE-COUNT                  PIC S9(05)  COMP VALUE ZERO.
012200 01  SWITCH-AREA.
012300     05  MOVE-EOF-SW             PIC X(01)   VALUE "N".
012400         88  END-OF-MOVE                     VALUE "Y".
012500     05  POSN-EOF-SW             PIC X(01)   VALUE "N".
012600         88  END-OF-POSN                     VALUE "Y".
012700     05  POSN-OPEN-SW            PIC X(01)   VALUE "N".
012800         88  POSN-OPENED                     VALUE "Y".
012900 01  WORK-ASSET-ID               PIC X(25)   VALUE SPACES.
013000 01  PREV-CAMPUS                 PIC X(06)   VALUE SPACES.
013100*    OPEN MOVE ORDERS.  CAMPUS AND TIMESTAMP LEAD THE ENTRY SO
013200*    THE TABLE SORTS BY CAMPUS, OLDEST FIRST, ON ITS FIRST 32
013300*    BYTES.
013400 01  ORDER-TABLE-AREA.
013500     05  ORDER-ENTRY             OCCURS 5000 TIMES
013600                                 INDEXED BY ORDER-X.
013700         10  OTB-CAMPUS          PIC X(06).
013800         10  OTB-TIMESTAMP       PIC X(26).
013900         10  OTB-ORDER-ID        PIC X(25).
014000         10  OTB-ASSET-ID        PIC X(25).
014100         10  OTB-ASSET-TYPE      PIC X(01).
014200         10  OTB-FROM-YARD       PIC X(06).
014300         10  OTB-FROM-DOOR       PIC X(06).
014400         10  OTB-TO-YARD         PIC X(06).
014500         10  OTB-TO-DOOR         PIC X(06).
014600         10  OTB-NEW-STATUS      PIC X(25).
014700         10  OTB-ON-POSN-SW      PIC X(01).
014800             88  OTB-ON-POSITION             VALUE "Y".
014900         10  OTB-AGE-MINUTES     PIC S9(09)  COMP.
015000 01  TIMESTAMP-WORK-AREA.
015100     05  TSW-TIMESTAMP.
015200         10  TSW-YEAR            PIC 9(04).
015300         10  FILLER              PIC X(01).
015400         10  TSW-MONTH           PIC 9(02).
015500         10  FILLER              PIC X(01).
015600         10  TSW-DAY             PIC 9(02).
015700         10  FILLER              PIC X(01).
015800         10  TSW-HOUR            PIC 9(02).
015900         10  FILLER              PIC X(01).
016000         10  TSW-MINUTE          PIC 9(02).
016100         10  FILLER              PIC X(10).
016200     05  TSW-ADJ-YEAR            PIC S9(05)  COMP VALUE ZERO.
016300     05  TSW-ADJ-MONTH           PIC S9(03)  COMP VALUE ZERO.
016400     05  TSW-WORK-1              PIC S9(09)  COMP VALUE ZERO.
016500     05  TSW-WORK-2              PIC S9(09)  COMP VALUE ZERO.
016600     05  TSW-DAY-NUMBER          PIC S9(09)  COMP VALUE ZERO.
016700     05  TSW-EVENT-DAY-NO        PIC S9(09)  COMP VALUE ZERO.
016800     05  TSW-EVENT-MINUTES       PIC S9(05)  COMP VALUE ZERO.
016900     05  TSW-RUN-DAY-NO          PIC S9(09)  COMP VALUE ZERO.
017000     05  TSW-RUN-MINUTES         PIC S9(05)  COMP VALUE ZERO.
017100 01  RUN-STAMP-AREA.
017200     05  RUN-DATE-YMD            PIC 9(08).
017300     05  RUN-DATE-X REDEFINES RUN-DATE-YMD.
017400         10  RUN-YEAR            PIC X(04).
017500         10  RUN-MONTH           PIC X(02).
017600         10  RUN-DAY             PIC X(02).
017700     05  RUN-TIME-HMS            PIC 9(08).
017800     05  RUN-TIME-X REDEFINES RUN-TIME-HMS.
017900         10  RUN-HOUR            PIC X(02).
018000         10  RUN-MINUTE          PIC X(02).
018100         10  RUN-SECOND          PIC X(02).
018200         10  FILLER              PIC X(02).
018300     05  RUN-TIMESTAMP           PIC X(26).
018400 01  HEADING-LINE-1.
018500     05  FILLER                  PIC X(09)   VALUE "HSTLDISP".
018600     05  FILLER                  PIC X(27)   VALUE SPACES.
018700     05  HDG-TITLE               PIC X(44).
018800     05  FILLER                  PIC X(05)   VALUE "RUN: ".
018900     05  HDG-RUN-STAMP           PIC X(19).
019000     05  FILLER                  PIC X(18)   VALUE SPACES.
019100     05  FILLER                  PIC X(05)   VALUE "PAGE ".
019200     05  HDG-PAGE                PIC ZZZZ9.
019300*    COLUMN HEADING OF THE SECTION BEING PRINTED
019400 01  HEADING-LINE-2              PIC X(132)  VALUE SPACES.
019500 01  DISPATCH-TITLE              PIC X(44)   VALUE
019600     "HOSTLER DISPATCH LISTING - OPEN MOVE ORDERS ".
019700 01  EXCEPTION-TITLE             PIC X(44)   VALUE
019800     "OVERDUE MOVE ORDERS - DOORS WAITING ON MOVE ".
019900 01  DISPATCH-HEADING.
020000     05  FILLER                  PIC X(25)   VALUE
020100         "ASSET NUMBER".
020200     05  FILLER                  PIC X(03)   VALUE SPACES.
020300     05  FILLER                  PIC X(03)   VALUE "T/C".
020400     05  FILLER                  PIC X(01)   VALUE SPACES.
020500     05  FILLER                  PIC X(13)   VALUE
020600         "FROM YARD/DR".
020700     05  FILLER                  PIC X(03)   VALUE SPACES.
020800     05  FILLER                  PIC X(13)   VALUE
020900         "TO YARD/DOOR".
021000     05  FILLER                  PIC X(03)   VALUE SPACES.
021100     05  FILLER                  PIC X(20)   VALUE
021200         "NEW LOAD STATUS".
021300     05  FILLER                  PIC X(03)   VALUE SPACES.
021400     05  FILLER                  PIC X(19)   VALUE
021500         "ORDER RAISED".
021600     05  FILLER                  PIC X(03)   VALUE SPACES.
021700     05  FILLER                  PIC X(06)   VALUE "  MINS".
021800     05  FILLER                  PIC X(17)   VALUE SPACES.
021900 01  DISPATCH-LINE.
022000     05  DSP-ASSET-ID            PIC X(25).
022100     05  FILLER                  PIC X(03)   VALUE SPACES.
022200     05  DSP-ASSET-TYPE          PIC X(01).
022300     05  FILLER                  PIC X(03)   VALUE SPACES.
022400     05  DSP-FROM-YARD           PIC X(06).
022500     05  FILLER                  PIC X(01)   VALUE SPACES.
022600     05  DSP-FROM-DOOR           PIC X(06).
022700     05  FILLER                  PIC X(03)   VALUE SPACES.
022800     05  DSP-TO-YARD             PIC X(06).
022900     05  FILLER                  PIC X(01)   VALUE SPACES.
023000     05  DSP-TO-DOOR             PIC X(06).
023100     05  FILLER                  PIC X(03)   VALUE SPACES.
023200     05  DSP-NEW-STATUS          PIC X(20).
023300     05  FILLER                  PIC X(03)   VALUE SPACES.
023400     05  DSP-TIMESTAMP           PIC X(19).
023500     05  FILLER                  PIC X(03)   VALUE SPACES.
023600     05  DSP-AGE                 PIC ZZZZZ9.
023700     05  FILLER                  PIC X(03)   VALUE SPACES.
023800     05  DSP-OVERDUE-FLAG        PIC X(07).
023900     05  FILLER                  PIC X(03)   VALUE SPACES.
024000 01  CAMPUS-LINE.
024100     05  FILLER                  PIC X(08)   VALUE "CAMPUS: ".
024200     05  CPL-CAMPUS              PIC X(06).
024300     05  FILLER                  PIC X(118)  VALUE SPACES.
024400 01  CAMPUS-TOTAL-LINE.
024500     05  FILLER                  PIC X(10)   VALUE SPACES.
024600     05  FILLER                  PIC X(07)   VALUE "CAMPUS ".
024700     05  CTL-CAMPUS              PIC X(06).
024800     05  FILLER                  PIC X(14)   VALUE
024900         " OPEN ORDERS: ".
025000     05  CTL-OPEN                PIC ZZ,ZZ9.
025100     05  FILLER                  PIC X(11)   VALUE
025200         "  OVERDUE: ".
025300     05  CTL-OVERDUE             PIC ZZ,ZZ9.
025400     05  FILLER                  PIC X(10)   VALUE
025500         "  OLDEST: ".
025600     05  CTL-OLDEST              PIC ZZZZZ9.
025700     05  FILLER                  PIC X(05)   VALUE " MINS".
025800     05  FILLER                  PIC X(51)   VALUE SPACES.
025900 01  EXCEPTION-HEADING.
026000     05  FILLER                  PIC X(06)   VALUE "CAMPUS".
026100     05  FILLER                  PIC X(03)   VALUE SPACES.
026200     05  FILLER                  PIC X(06)   VALUE "YARD".
026300     05  FILLER                  PIC X(03)   VALUE SPACES.
026400     05  FILLER                  PIC X(06)   VALUE "DOOR".
026500     05  FILLER                  PIC X(03)   VALUE SPACES.
026600     05  FILLER                  PIC X(25)   VALUE
026700         "ASSET WAITING ON MOVE".
026800     05  FILLER                  PIC X(03)   VALUE SPACES.
026900     05  FILLER                  PIC X(20)   VALUE
027000         "NEW LOAD STATUS".
027100     05  FILLER                  PIC X(03)   VALUE SPACES.
027200     05  FILLER                  PIC X(19)   VALUE
027300         "ORDER RAISED".
027400     05  FILLER                  PIC X(03)   VALUE SPACES.
027500     05  FILLER                  PIC X(06)   VALUE "  MINS".
027600     05  FILLER                  PIC X(03)   VALUE SPACES.
027700     05  FILLER                  PIC X(13)   VALUE
027800         "TO YARD/DOOR".
027900     05  FILLER                  PIC X(10)   VALUE SPACES.
028000 01  EXCEPTION-LINE.
028100     05  EXL-CAMPUS              PIC X(06).
028200     05  FILLER                  PIC X(03)   VALUE SPACES.
028300     05  EXL-YARD-CODE           PIC X(06).
028400     05  FILLER                  PIC X(03)   VALUE SPACES.
028500     05  EXL-DOOR-NUMBER         PIC X(06).
028600     05  FILLER                  PIC X(03)   VALUE SPACES.
028700     05  EXL-ASSET-ID            PIC X(25).
028800     05  FILLER                  PIC X(03)   VALUE SPACES.
028900     05  EXL-NEW-STATUS          PIC X(20).
029000     05  FILLER                  PIC X(03)   VALUE SPACES.
029100     05  EXL-TIMESTAMP           PIC X(19).
029200     05  FILLER                  PIC X(03)   VALUE SPACES.
029300     05  EXL-AGE                 PIC ZZZZZ9.
029400     05  FILLER                  PIC X(03)   VALUE SPACES.
029500     05  EXL-TO-YARD             PIC X(06).
029600     05  FILLER                  PIC X(01)   VALUE SPACES.
029700     05  EXL-TO-DOOR             PIC X(06).
029800     05  FILLER                  PIC X(10)   VALUE SPACES.
029900 01  NONE-LINE.
030000     05  FILLER                  PIC X(10)   VALUE SPACES.
030100     05  NONE-TEXT               PIC X(50).
030200     05  FILLER                  PIC X(72)   VALUE SPACES.
030300 01  LIMIT-LINE.
030400     05  FILLER                  PIC X(31)   VALUE
030500         "OVERDUE LIMIT (MINUTES)  . . : ".
030600     05  TOT-LIMIT               PIC ZZ,ZZZ,ZZ9.
030700     05  FILLER                  PIC X(91)   VALUE SPACES.
030800 01  TOTAL-LINE-1.
030900     05  FILLER                  PIC X(31)   VALUE
031000         "MOVEQUE RECORDS READ . . . . : ".
031100     05  TOT-MOVE-READ           PIC ZZ,ZZZ,ZZ9.
031200     05  FILLER                  PIC X(91)   VALUE SPACES.
031300 01  TOTAL-LINE-2.
031400     05  FILLER                  PIC X(31)   VALUE
031500         "  ORDERS RAISED  . . . . . . : ".
031600     05  TOT-RAISED              PIC ZZ,ZZZ,ZZ9.
031700     05  FILLER                  PIC X(91)   VALUE SPACES.
031800 01  TOTAL-LINE-3.
031900     05  FILLER                  PIC X(31)   VALUE
032000         "  ORDERS COMPLETED . . . . . : ".
032100     05  TOT-COMPLETED           PIC ZZ,ZZZ,ZZ9.
032200     05  FILLER                  PIC X(91)   VALUE SPACES.
032300 01  TOTAL-LINE-4.
032400     05  FILLER                  PIC X(31)   VALUE
032500         "  ORDERS CLOSED - DEPARTED . : ".
032600     05  TOT-CLOSED              PIC ZZ,ZZZ,ZZ9.
032700     05  FILLER                  PIC X(91)   VALUE SPACES.
032800 01  TOTAL-LINE-5.
032900     05  FILLER                  PIC X(31)   VALUE
033000         "OPEN ORDERS DISPATCHED . . . : ".
033100     05  TOT-DISPATCHED          PIC ZZ,ZZZ,ZZ9.
033200     05  FILLER                  PIC X(91)   VALUE SPACES.
033300 01  TOTAL-LINE-6.
033400     05  FILLER                  PIC X(31)   VALUE
033500         "  OPEN OVER THE LIMIT  . . . : ".
033600     05  TOT-OVERDUE             PIC ZZ,ZZZ,ZZ9.
033700     05  FILLER                  PIC X(91)   VALUE SPACES.
033800 01  TOTAL-LINE-7.
033900     05  FILLER                  PIC X(31)   VALUE
034000         "OPEN, ASSET GATED OUT  . . . : ".
034100     05  TOT-DEPARTED            PIC ZZ,ZZZ,ZZ9.
034200     05  FILLER                  PIC X(91)   VALUE SPACES.
034300 PROCEDURE DIVISION.
034400*****************************************************************
034500*  0000-MAINLINE - OVERALL PROGRAM CONTROL                      *
034600*****************************************************************
034700 0000-MAINLINE.
034800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034900     PERFORM 2000-LOAD-ONE-RECORD THRU 2000-EXIT
035000         UNTIL END-OF-MOVE.
035100     PERFORM 2500-CHECK-POSITIONS THRU 2500-EXIT.
035200     IF ORDER-COUNT > ZERO
035300         PERFORM 3000-AGE-ONE-ORDER THRU 3000-EXIT
035400             VARYING ORDER-I FROM 1 BY 1
035500             UNTIL ORDER-I > ORDER-COUNT
035600         PERFORM 8100-SORT-TABLE THRU 8100-EXIT.
035700     PERFORM 4000-DISPATCH-LISTING THRU 4000-EXIT.
035800     PERFORM 6000-EXCEPTION-REPORT THRU 6000-EXIT.
035900     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
036000     STOP RUN.
036100*****************************************************************
036200*  1000-INITIALIZE - RUN STAMP, OVERDUE LIMIT, FILE OPENS       *
036300*****************************************************************
036400 1000-INITIALIZE.
036500     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD.
036600     ACCEPT RUN-TIME-HMS FROM TIME.
036700     MOVE SPACES TO RUN-TIMESTAMP.
036800     STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY "-"
036900            RUN-HOUR "." RUN-MINUTE "." RUN-SECOND
037000            ".000000"
037100            DELIMITED BY SIZE INTO RUN-TIMESTAMP.
037200     MOVE RUN-TIMESTAMP TO HDG-RUN-STAMP.
037300     MOVE RUN-TIMESTAMP TO TSW-TIMESTAMP.
037400     PERFORM 8000-TIMESTAMP-TO-DAYS THRU 8000-EXIT.
037500     MOVE TSW-DAY-NUMBER TO TSW-RUN-DAY-NO.
037600     COMPUTE TSW-RUN-MINUTES =
037700         (TSW-HOUR * 60) + TSW-MINUTE.
037800     OPEN OUTPUT PRINT-FILE.
037900     IF PRINT-STATUS NOT = "00"
038000         DISPLAY "HSTLDISP - PRINT OPEN ERROR " PRINT-STATUS
038100             UPON OPER-CONSOLE
038200         MOVE 12 TO RETURN-CODE
038300         STOP RUN.
038400     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
038500     OPEN INPUT MOVE-FILE.
038600     IF MOVE-STATUS NOT = "00"
038700         DISPLAY "HSTLDISP - MOVEQUE NOT AVAILABLE " MOVE-STATUS
038800             " - NO MOVE ORDERS TO LIST" UPON OPER-CONSOLE
038900         MOVE "Y" TO MOVE-EOF-SW.
039000 1000-EXIT.
039100     EXIT.
039200*****************************************************************
039300*  1100-READ-CONTROL - OVERDUE LIMIT IN MINUTES.  THE CONTROL   *
039400*  RECORD IS OPTIONAL - WITHOUT IT THE DEFAULT LIMIT APPLIES.   *
039500*****************************************************************
039600 1100-READ-CONTROL.
039700     OPEN INPUT CNTL-FILE.
039800     IF CNTL-STATUS NOT = "00"
039900         GO TO 1100-EXIT.
040000     READ CNTL-FILE
040100         AT END MOVE SPACES TO CNTL-RECORD.
040200     IF HSD-C-OVERDUE-MINUTES NUMERIC
040300         AND HSD-C-OVERDUE-MINUTES > ZERO
040400         MOVE HSD-C-OVERDUE-MINUTES TO OVERDUE-MINUTES
040500     ELSE
040600     IF HSD-C-MINUTES-X NOT = SPACES
040700         DISPLAY "HSTLDISP - HSTLCNTL OVERDUE MINUTES "
040800             HSD-C-MINUTES-X " INVALID - DEFAULT USED"
040900             UPON OPER-CONSOLE.
041000     CLOSE CNTL-FILE.
041100 1100-EXIT.
041200     EXIT.
041300*****************************************************************
041400*  2000-LOAD-ONE-RECORD - AN "O" RECORD OPENS AN ORDER FOR ITS  *
041500*  ASSET; A "C" OR "D" RECORD FOR THE SAME ORDER ENDS IT        *
041600*****************************************************************
041700 2000-LOAD-ONE-RECORD.
041800     READ MOVE-FILE
041900         AT END MOVE "Y" TO MOVE-EOF-SW
042000         GO TO 2000-EXIT.
042100     ADD 1 TO MOVE-READ-COUNT.
042200     MOVE HSD-M-ASSET-ID TO WORK-ASSET-ID.
042300     PERFORM 2200-FIND-ORDER THRU 2200-EXIT.
042400     IF HSD-M-ORDER-COMPLETED
042500         ADD 1 TO COMPLETED-READ-COUNT
042600     ELSE
042700     IF HSD-M-ORDER-CLOSED
042800         ADD 1 TO CLOSED-READ-COUNT.
042900     IF NOT HSD-M-ORDER-RAISED
043000         IF ORDER-FOUND-I > ZERO
043100             AND OTB-ORDER-ID (ORDER-FOUND-I) = HSD-M-ORDER-ID
043200             PERFORM 2100-DROP-ORDER THRU 2100-EXIT
043300         END-IF
043400         GO TO 2000-EXIT.
043500     ADD 1 TO RAISED-READ-COUNT.
043600     IF ORDER-FOUND-I = ZERO
043700         IF ORDER-COUNT < ORDER-MAX
043800             ADD 1 TO ORDER-COUNT
043900             MOVE ORDER-COUNT TO ORDER-FOUND-I
044000         ELSE
044100             DISPLAY "HSTLDISP - ORDER TABLE FULL - "
044200                 "INCREASE ORDER-MAX" UPON OPER-CONSOLE
044300             MOVE 12 TO RETURN-CODE
044400             MOVE "Y" TO MOVE-EOF-SW
044500             GO TO 2000-EXIT.
044600     MOVE HSD-M-CAMPUS TO OTB-CAMPUS (ORDER-FOUND-I).
044700     MOVE HSD-M-TIMESTAMP TO OTB-TIMESTAMP (ORDER-FOUND-I).
044800     MOVE HSD-M-ORDER-ID TO OTB-ORDER-ID (ORDER-FOUND-I).
044900     MOVE HSD-M-ASSET-ID TO OTB-ASSET-ID (ORDER-FOUND-I).
045000     MOVE HSD-M-ASSET-TYPE TO OTB-ASSET-TYPE (ORDER-FOUND-I).
045100     MOVE HSD-M-FROM-YARD TO OTB-FROM-YARD (ORDER-FOUND-I).
045200     MOVE HSD-M-FROM-DOOR TO OTB-FROM-DOOR (ORDER-FOUND-I).
045300     MOVE HSD-M-TO-YARD TO OTB-TO-YARD (ORDER-FOUND-I).
045400     MOVE HSD-M-TO-DOOR TO OTB-TO-DOOR (ORDER-FOUND-I).
045500     MOVE HSD-M-NEW-STATUS TO OTB-NEW-STATUS (ORDER-FOUND-I).
045600     MOVE "N" TO OTB-ON-POSN-SW (ORDER-FOUND-I).
045700     MOVE ZERO TO OTB-AGE-MINUTES (ORDER-FOUND-I).
045800 2000-EXIT.
045900     EXIT.
046000 2100-DROP-ORDER.
046100     IF ORDER-FOUND-I < ORDER-COUNT
046200         MOVE ORDER-ENTRY (ORDER-COUNT)
046300             TO ORDER-ENTRY (ORDER-FOUND-I).
046400     SUBTRACT 1 FROM ORDER-COUNT.
046500 2100-EXIT.
046600     EXIT.
046700 2200-FIND-ORDER.
046800     MOVE ZERO TO ORDER-FOUND-I.
046900     IF ORDER-COUNT = ZERO
047000         GO TO 2200-EXIT.
047100     PERFORM 2250-SCAN-ORDER THRU 2250-EXIT
047200         VARYING ORDER-I FROM 1 BY 1
047300         UNTIL ORDER-I > ORDER-COUNT
047400         OR ORDER-FOUND-I > ZERO.
047500 2200-EXIT.
047600     EXIT.
047700 2250-SCAN-ORDER.
047800     IF OTB-ASSET-ID (ORDER-I) = WORK-ASSET-ID
047900         MOVE ORDER-I TO ORDER-FOUND-I.
048000 2250-EXIT.
048100     EXIT.
048200*****************************************************************
048300*  2500-CHECK-POSITIONS - MARK EVERY OPEN ORDER WHOSE ASSET IS  *
048400*  STILL ON THE POSITION MASTER.  WITHOUT THE MASTER EVERY      *
048500*  OPEN ORDER IS DISPATCHED.                                    *
048600*****************************************************************
048700 2500-CHECK-POSITIONS.
048800     IF ORDER-COUNT = ZERO
048900         GO TO 2500-EXIT.
049000     OPEN INPUT POSN-FILE.
049100     IF POSN-STATUS = "00"
049200         MOVE "Y" TO POSN-OPEN-SW
049300         PERFORM 2550-CHECK-ONE-POSITION THRU 2550-EXIT
049400             UNTIL END-OF-POSN
049500     ELSE
049600         DISPLAY "HSTLDISP - POSITION MASTER NOT AVAILABLE "
049700             POSN-STATUS " - GATED-OUT ASSETS NOT DETECTED"
049800             UPON OPER-CONSOLE
049900         PERFORM 2600-MARK-ALL THRU 2600-EXIT
050000             VARYING ORDER-I FROM 1 BY 1
050100             UNTIL ORDER-I > ORDER-COUNT.
050200 2500-EXIT.
050300     EXIT.
050400 2550-CHECK-ONE-POSITION.
050500     READ POSN-FILE
050600         AT END MOVE "Y" TO POSN-EOF-SW
050700         GO TO 2550-EXIT.
050800     ADD 1 TO POSN-READ-COUNT.
050900     MOVE HSD-P-ASSET-ID TO WORK-ASSET-ID.
051000     PERFORM 2200-FIND-ORDER THRU 2200-EXIT.
051100     IF ORDER-FOUND-I > ZERO
051200         MOVE "Y" TO OTB-ON-POSN-SW (ORDER-FOUND-I).
051300 2550-EXIT.
051400     EXIT.
051500 2600-MARK-ALL.
051600     MOVE "Y" TO OTB-ON-POSN-SW (ORDER-I).
051700 2600-EXIT.
051800     EXIT.
051900*****************************************************************
052000*  3000-AGE-ONE-ORDER - MINUTES FROM ORDER RAISED TO RUN TIME   *
052100*****************************************************************
052200 3000-AGE-ONE-ORDER.
052300     MOVE OTB-TIMESTAMP (ORDER-I) TO TSW-TIMESTAMP.
052400     PERFORM 8000-TIMESTAMP-TO-DAYS THRU 8000-EXIT.
052500     MOVE TSW-DAY-NUMBER TO TSW-EVENT-DAY-NO.
052600     COMPUTE TSW-EVENT-MINUTES =
052700         (TSW-HOUR * 60) + TSW-MINUTE.
052800     COMPUTE ELAPSED-MINUTES =
052900         ((TSW-RUN-DAY-NO - TSW-EVENT-DAY-NO) * 1440)
053000         + TSW-RUN-MINUTES - TSW-EVENT-MINUTES.
053100     IF ELAPSED-MINUTES < ZERO
053200         MOVE ZERO TO ELAPSED-MINUTES.
053300     MOVE ELAPSED-MINUTES TO OTB-AGE-MINUTES (ORDER-I).
053400     IF NOT OTB-ON-POSITION (ORDER-I)
053500         ADD 1 TO DEPARTED-COUNT
053600         GO TO 3000-EXIT.
053700     ADD 1 TO DISPATCH-COUNT.
053800     IF ELAPSED-MINUTES > OVERDUE-MINUTES
053900         ADD 1 TO OVERDUE-COUNT.
054000 3000-EXIT.
054100     EXIT.
054200*****************************************************************
054300*  4000-DISPATCH-LISTING - OPEN ORDERS BY CAMPUS, OLDEST FIRST, *
054400*  WITH A TOTAL LINE AT EACH CHANGE OF CAMPUS                   *
054500*****************************************************************
054600 4000-DISPATCH-LISTING.
054700     MOVE DISPATCH-TITLE TO HDG-TITLE.
054800     MOVE DISPATCH-HEADING TO HEADING-LINE-2.
054900     MOVE 99 TO LINE-COUNT.
055000     MOVE SPACES TO PREV-CAMPUS.
055100     IF DISPATCH-COUNT = ZERO
055200         MOVE SPACES TO NONE-LINE
055300         MOVE "NO OPEN MOVE ORDERS" TO NONE-TEXT
055400         MOVE NONE-LINE TO PRINT-RECORD
055500         PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT
055600         GO TO 4000-EXIT.
055700     PERFORM 4100-LIST-ONE-ORDER THRU 4100-EXIT
055800         VARYING ORDER-I FROM 1 BY 1
055900         UNTIL ORDER-I > ORDER-COUNT.
056000     PERFORM 4200-CAMPUS-TOTAL THRU 4200-EXIT.
056100 4000-EXIT.
056200     EXIT.
056300 4100-LIST-ONE-ORDER.
056400     IF NOT OTB-ON-POSITION (ORDER-I)
056500         GO TO 4100-EXIT.
056600     IF OTB-CAMPUS (ORDER-I) NOT = PREV-CAMPUS
056700         IF PREV-CAMPUS NOT = SPACES
056800             PERFORM 4200-CAMPUS-TOTAL THRU 4200-EXIT
056900         END-IF
057000         MOVE OTB-CAMPUS (ORDER-I) TO PREV-CAMPUS
057100         MOVE ZERO TO CAMPUS-OPEN-COUNT
057200         MOVE ZERO TO CAMPUS-OVERDUE-COUNT
057300         MOVE ZERO TO CAMPUS-OLDEST-MINUTES
057400         MOVE SPACES TO PRINT-RECORD
057500         PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT
057600         MOVE PREV-CAMPUS TO CPL-CAMPUS
057700         MOVE CAMPUS-LINE TO PRINT-RECORD
057800         PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
057900     ADD 1 TO CAMPUS-OPEN-COUNT.
058000     IF OTB-AGE-MINUTES (ORDER-I) > CAMPUS-OLDEST-MINUTES
058100         MOVE OTB-AGE-MINUTES (ORDER-I) TO CAMPUS-OLDEST-MINUTES.
058200     MOVE SPACES TO DISPATCH-LINE.
058300     MOVE OTB-ASSET-ID (ORDER-I) TO DSP-ASSET-ID.
058400     MOVE OTB-ASSET-TYPE (ORDER-I) TO DSP-ASSET-TYPE.
058500     MOVE OTB-FROM-YARD (ORDER-I) TO DSP-FROM-YARD.
058600     MOVE OTB-FROM-DOOR (ORDER-I) TO DSP-FROM-DOOR.
058700     MOVE OTB-TO-YARD (ORDER-I) TO DSP-TO-YARD.
058800     IF OTB-TO-DOOR (ORDER-I) = SPACES
058900         MOVE "ANY" TO DSP-TO-DOOR
059000     ELSE
059100         MOVE OTB-TO-DOOR (ORDER-I) TO DSP-TO-DOOR.
059200     MOVE OTB-NEW-STATUS (ORDER-I) TO DSP-NEW-STATUS.
059300     MOVE OTB-TIMESTAMP (ORDER-I) TO DSP-TIMESTAMP.
059400     MOVE OTB-AGE-MINUTES (ORDER-I) TO DSP-AGE.
059500     IF OTB-AGE-MINUTES (ORDER-I) > OVERDUE-MINUTES
059600         MOVE "OVERDUE" TO DSP-OVERDUE-FLAG
059700         ADD 1 TO CAMPUS-OVERDUE-COUNT.
059800     MOVE DISPATCH-LINE TO PRINT-RECORD.
059900     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
060000 4100-EXIT.
060100     EXIT.
060200 4200-CAMPUS-TOTAL.
060300     MOVE PREV-CAMPUS TO CTL-CAMPUS.
060400     MOVE CAMPUS-OPEN-COUNT TO CTL-OPEN.
060500     MOVE CAMPUS-OVERDUE-COUNT TO CTL-OVERDUE.
060600     MOVE CAMPUS-OLDEST-MINUTES TO CTL-OLDEST.
060700     MOVE CAMPUS-TOTAL-LINE TO PRINT-RECORD.
060800     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
060900 4200-EXIT.
061000     EXIT.
061100*****************************************************************
061200*  5000-PRINT-A-LINE - PRINT WITH PAGE OVERFLOW CONTROL         *
061300*****************************************************************
061400 5000-PRINT-A-LINE.
061500     IF LINE-COUNT > 56
061600         PERFORM 5100-PAGE-HEADING THRU 5100-EXIT.
061700     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
061800     ADD 1 TO LINE-COUNT.
061900 5000-EXIT.
062000     EXIT.
062100 5100-PAGE-HEADING.
062200     ADD 1 TO PAGE-COUNT.
062300     MOVE PAGE-COUNT TO HDG-PAGE.
062400     MOVE PRINT-RECORD TO DISPATCH-LINE.
062500     WRITE PRINT-RECORD FROM HEADING-LINE-1
062600         AFTER ADVANCING PAGE.
062700     WRITE PRINT-RECORD FROM HEADING-LINE-2
062800         AFTER ADVANCING 2 LINES.
062900     MOVE SPACES TO PRINT-RECORD.
063000     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
063100     MOVE DISPATCH-LINE TO PRINT-RECORD.
063200     MOVE 4 TO LINE-COUNT.
063300 5100-EXIT.
063400     EXIT.
063500*****************************************************************
063600*  6000-EXCEPTION-REPORT - ORDERS OPEN LONGER THAN THE OVERDUE  *
063700*  LIMIT, BY THE CAMPUS/YARD/DOOR THEY ARE HOLDING              *
063800*****************************************************************
063900 6000-EXCEPTION-REPORT.
064000     MOVE EXCEPTION-TITLE TO HDG-TITLE.
064100     MOVE EXCEPTION-HEADING TO HEADING-LINE-2.
064200     MOVE 99 TO LINE-COUNT.
064300     IF OVERDUE-COUNT = ZERO
064400         MOVE SPACES TO NONE-LINE
064500         MOVE "NO MOVE ORDERS OPEN OVER THE LIMIT" TO NONE-TEXT
064600         MOVE NONE-LINE TO PRINT-RECORD
064700         PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT
064800         GO TO 6000-EXIT.
064900     PERFORM 6100-ONE-EXCEPTION THRU 6100-EXIT
065000         VARYING ORDER-I FROM 1 BY 1
065100         UNTIL ORDER-I > ORDER-COUNT.
065200 6000-EXIT.
065300     EXIT.
065400 6100-ONE-EXCEPTION.
065500     IF NOT OTB-ON-POSITION (ORDER-I)
065600         GO TO 6100-EXIT.
065700     IF OTB-AGE-MINUTES (ORDER-I) NOT > OVERDUE-MINUTES
065800         GO TO 6100-EXIT.
065900     MOVE SPACES TO EXCEPTION-LINE.
066000     MOVE OTB-CAMPUS (ORDER-I) TO EXL-CAMPUS.
066100     MOVE OTB-FROM-YARD (ORDER-I) TO EXL-YARD-CODE.
066200     MOVE OTB-FROM-DOOR (ORDER-I) TO EXL-DOOR-NUMBER.
066300     MOVE OTB-ASSET-ID (ORDER-I) TO EXL-ASSET-ID.
066400     MOVE OTB-NEW-STATUS (ORDER-I) TO EXL-NEW-STATUS.
066500     MOVE OTB-TIMESTAMP (ORDER-I) TO EXL-TIMESTAMP.
066600     MOVE OTB-AGE-MINUTES (ORDER-I) TO EXL-AGE.
066700     MOVE OTB-TO-YARD (ORDER-I) TO EXL-TO-YARD.
066800     IF OTB-TO-DOOR (ORDER-I) = SPACES
066900         MOVE "ANY" TO EXL-TO-DOOR
067000     ELSE
067100         MOVE OTB-TO-DOOR (ORDER-I) TO EXL-TO-DOOR.
067200     MOVE EXCEPTION-LINE TO PRINT-RECORD.
067300     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
067400 6100-EXIT.
067500     EXIT.
067600*****************************************************************
067700*  8000-TIMESTAMP-TO-DAYS - CONVERT THE DATE PORTION OF THE     *
067800*  TIMESTAMP IN TSW-TIMESTAMP TO A SERIAL DAY NUMBER SO THAT    *
067900*  ELAPSED TIME CAN BE COMPUTED ACROSS MONTH AND YEAR ENDS.     *
068000*****************************************************************
068100 8000-TIMESTAMP-TO-DAYS.
068200     IF TSW-MONTH > 2
068300         MOVE TSW-YEAR TO TSW-ADJ-YEAR
068400         COMPUTE TSW-ADJ-MONTH = TSW-MONTH + 1
068500     ELSE
068600         COMPUTE TSW-ADJ-YEAR = TSW-YEAR - 1
068700         COMPUTE TSW-ADJ-MONTH = TSW-MONTH + 13.
068800     COMPUTE TSW-WORK-1 = (1461 * TSW-ADJ-YEAR) / 4.
068900     COMPUTE TSW-WORK-2 = (153 * TSW-ADJ-MONTH) / 5.
069000     COMPUTE TSW-DAY-NUMBER =
069100         TSW-WORK-1 + TSW-WORK-2 + TSW-DAY - 621049.
069200 8000-EXIT.
069300     EXIT.
069400*****************************************************************
069500*  8100-SORT-TABLE - SIMPLE EXCHANGE SORT ON CAMPUS AND THE     *
069600*  TIME THE ORDER WAS RAISED                                    *
069700*****************************************************************
069800 8100-SORT-TABLE.
069900     IF ORDER-COUNT < 2
070000         GO TO 8100-EXIT.
070100     PERFORM 8150-SORT-PASS THRU 8150-EXIT
070200         VARYING ORDER-I FROM 1 BY 1
070300         UNTIL ORDER-I NOT < ORDER-COUNT.
070400 8100-EXIT.
070500     EXIT.
070600 8150-SORT-PASS.
070700     PERFORM 8160-SORT-COMPARE THRU 8160-EXIT
070800         VARYING SORT-I FROM 1 BY 1
070900         UNTIL SORT-I NOT < ORDER-COUNT.
071000 8150-EXIT.
071100     EXIT.
071200 8160-SORT-COMPARE.
071300     IF ORDER-ENTRY (SORT-I) (1:32) >
071400         ORDER-ENTRY (SORT-I + 1) (1:32)
071500         MOVE ORDER-ENTRY (SORT-I) TO SWAP-ENTRY
071600         MOVE ORDER-ENTRY (SORT-I + 1) TO ORDER-ENTRY (SORT-I)
071700         MOVE SWAP-ENTRY TO ORDER-ENTRY (SORT-I + 1).
071800 8160-EXIT.
071900     EXIT.
072000*****************************************************************
072100*  9000-WRAP-UP - CONTROL TOTALS AND CLOSE                      *
072200*****************************************************************
072300 9000-WRAP-UP.
072400     MOVE OVERDUE-MINUTES TO TOT-LIMIT.
072500     MOVE MOVE-READ-COUNT TO TOT-MOVE-READ.
072600     MOVE RAISED-READ-COUNT TO TOT-RAISED.
072700     MOVE COMPLETED-READ-COUNT TO TOT-COMPLETED.
072800     MOVE CLOSED-READ-COUNT TO TOT-CLOSED.
072900     MOVE DISPATCH-COUNT TO TOT-DISPATCHED.
073000     MOVE OVERDUE-COUNT TO TOT-OVERDUE.
073100     MOVE DEPARTED-COUNT TO TOT-DEPARTED.
073200     MOVE SPACES TO PRINT-RECORD.
073300     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
073400     WRITE PRINT-RECORD FROM LIMIT-LINE
073500         AFTER ADVANCING 1 LINE.
073600     WRITE PRINT-RECORD FROM TOTAL-LINE-1
073700         AFTER ADVANCING 1 LINE.
073800     WRITE PRINT-RECORD FROM TOTAL-LINE-2
073900         AFTER ADVANCING 1 LINE.
074000     WRITE PRINT-RECORD FROM TOTAL-LINE-3
074100         AFTER ADVANCING 1 LINE.
074200     WRITE PRINT-RECORD FROM TOTAL-LINE-4
074300         AFTER ADVANCING 1 LINE.
074400     WRITE PRINT-RECORD FROM TOTAL-LINE-5
074500         AFTER ADVANCING 1 LINE.
074600     WRITE PRINT-RECORD FROM TOTAL-LINE-6
074700         AFTER ADVANCING 1 LINE.
074800     WRITE PRINT-RECORD FROM TOTAL-LINE-7
074900         AFTER ADVANCING 1 LINE.
075000     IF MOVE-STATUS = "00" OR MOVE-STATUS = "10"
075100         CLOSE MOVE-FILE.
075200     IF POSN-OPENED
075300         CLOSE POSN-FILE.
075400     CLOSE PRINT-FILE.
075500 9000-EXIT.
075600     EXIT.
