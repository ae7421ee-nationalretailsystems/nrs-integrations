000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ASSTMLOD.
000300 AUTHOR. R J MARINO.
000400 INSTALLATION. NATIONAL RETAIL SYSTEMS - NORTH BERGEN NJ.
000500 DATE-WRITTEN. OCTOBER 2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  ASSTMLOD - KEYED ASSET MASTER LOAD AND REFRESH               *
000900*                                                               *
001000*  MAINTAINS ASSTMAST, AN INDEXED COPY OF THE MPGETEQ2 ASSET    *
001100*  MASTER, SO THAT PROGRAMS NEEDING AN ASSET CAN READ IT BY     *
001200*  KEY INSTEAD OF PULLING A FULL EXTRACT AND MATCHING IT.  THE  *
001300*  PRIME KEY IS THE ASSET KEY; ASSETID IS A UNIQUE ALTERNATE    *
001400*  KEY AND BARCODE AND SERIALNUMBER ARE ALTERNATE KEYS WITH     *
001500*  DUPLICATES (BOTH ARE OFTEN BLANK).  THREE RUN MODES:         *
001600*                                                               *
001700*     F  FULL LOAD.  ASSTMAST IS RECREATED FROM A FULL ASSET    *
001800*        EXTRACT (ASSETEXT).  USED THE FIRST TIME AND WHENEVER  *
001900*        THE MASTER IS TO BE REBUILT.                           *
002000*     I  INCREMENTAL FROM AN EXTRACT.  EACH ASSETEXT RECORD -   *
002100*        NORMALLY FROM A CHANGED-SINCE RUN OF MPGETEQ2 -        *
002200*        REPLACES THE ASSET ON THE MASTER OR IS ADDED IF NEW.   *
002300*        A CHANGED-SINCE RUN DOES NOT REPORT DELETED ASSETS;    *
002400*        THOSE COME OFF THROUGH MODE D OR THE NEXT FULL LOAD.   *
002500*     D  INCREMENTAL FROM THE ASSTDELT DELTA FILE (ASSTDLTA).   *
002600*        DELETES REMOVE THE ASSET; FIELD CHANGES ARE APPLIED    *
002700*        BY FIELD NAME, "CF:" NAMES TO THE CUSTOM FIELDS (A     *
002800*        BLANK NEW VALUE REMOVES THE CUSTOM FIELD).  A DELTA    *
002900*        ADD CARRIES ONLY THE KEY, ASSETID AND ENTITY NAME, SO  *
003000*        THE ASSET IS ADDED WITH THOSE AND FLAGGED PARTIAL      *
003100*        UNTIL AN EXTRACT SUPPLIES THE FULL RECORD.             *
003200*                                                               *
003300*  CONTROL CARD (ASSTMCTL, 80 BYTES), OPTIONAL:                 *
003400*     RUN MODE         X(1)   F, I OR D.  BLANK = I             *
003500*  A MISSING OR BLANK CARD RUNS MODE I.  ANY OTHER MODE ENDS    *
003600*  THE RUN.  MODES I AND D NEED A MASTER THAT HAS BEEN LOADED.  *
003700*                                                               *
003800*  ASSET MASTER RECORD (ASSTMAST, 15000 BYTES):                 *
003900*     ASSET EXTRACT RECORD  X(14942)  AS WRITTEN BY MPGETEQ2    *
004000*     LAST UPDATED          X(19)     YYYY-MM-DD-HH.MM.SS       *
004100*     UPDATE SOURCE         X(1)      F, I OR D AS ABOVE        *
004200*     PARTIAL               X(1)      Y = ADDED FROM A DELTA    *
004300*     FILLER                X(37)                               *
004400*                                                               *
004500*  EVERY RECORD THAT CANNOT BE APPLIED IS LISTED WITH THE       *
004600*  REASON AND GIVES RETURN CODE 8.  AN I/O ERROR ON THE MASTER  *
004700*  ENDS THE RUN WITH RETURN CODE 12.                            *
004800*****************************************************************
004900*  MODIFICATION HISTORY                                         *
005000*  10/15/26  RJM  NEW PROGRAM.                                  *
005100*****************************************************************
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SPECIAL-NAMES.
005500     CONSOLE IS OPER-CONSOLE.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT CNTL-FILE ASSIGN TO ASSTMCTL
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS CNTL-STATUS.
006100     SELECT EXT-FILE ASSIGN TO ASSETEXT
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS EXT-STATUS.
006400     SELECT DELTA-FILE ASSIGN TO ASSTDLTA
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS DELTA-STATUS.
006700     SELECT MAST-FILE ASSIGN TO ASSTMAST
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS AML-M-ASSET-KEY
007100         ALTERNATE RECORD KEY IS AML-M-ASSET-ID
007200         ALTERNATE RECORD KEY IS AML-M-BARCODE
007300             WITH DUPLICATES
007400         ALTERNATE RECORD KEY IS AML-M-SERIAL-NUMBER
007500             WITH DUPLICATES
007600         FILE STATUS IS MAST-STATUS.
007700     SELECT PRINT-FILE ASSIGN TO QSYSPRT
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS PRINT-STATUS.
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  CNTL-FILE
008300     RECORD CONTAINS 80 CHARACTERS.
008400 01  CNTL-RECORD.
008500     05  AML-C-RUN-MODE          PIC X(01).
008600     05  FILLER                  PIC X(79).
008700 FD  EXT-FILE
008800     RECORD CONTAINS 14942 CHARACTERS.
008900 01  EXT-RECORD.
009000     05  AML-E-ASSET-KEY         PIC S9(10).
009100     05  AML-E-ENTITY-NAME       PIC X(50).
009200     05  AML-E-ASSET-ID          PIC X(24).
009300     05  FILLER                  PIC X(14858).
009400 FD  DELTA-FILE
009500     RECORD CONTAINS 259 CHARACTERS.
009600 01  DELTA-RECORD.
009700     05  ADL-D-ASSET-KEY         PIC S9(10).
009800     05  ADL-D-ASSET-ID          PIC X(24).
009900     05  ADL-D-CHANGE-TYPE       PIC X(01).
010000         88  ADL-D-ADDED                     VALUE "A".
010100         88  ADL-D-DELETED                   VALUE "D".
010200         88  ADL-D-CHANGED                   VALUE "C".
010300     05  ADL-D-FIELD-NAME        PIC X(24).
010400     05  ADL-D-FIELD-SPLIT REDEFINES ADL-D-FIELD-NAME.
010500         10  ADL-D-CF-PREFIX     PIC X(03).
010600         10  ADL-D-CF-NAME       PIC X(21).
010700     05  ADL-D-OLD-VALUE         PIC X(100).
010800     05  ADL-D-NEW-VALUE         PIC X(100).
010900 FD  MAST-FILE
011000     RECORD CONTAINS 15000 CHARACTERS.
011100 01  MAST-RECORD.
011200     05  AML-M-ASSET-DATA.
011300         10  AML-M-ASSET-KEY     PIC S9(10).
011400         10  AML-M-ENTITY-NAME   PIC X(50).
011500         10  AML-M-ASSET-ID      PIC X(24).
011600         10  AML-M-PARENT-ASSET-ID
011700                                 PIC X(24).
011800         10  AML-M-DESCRIPTION   PIC X(50).
011900         10  AML-M-GROUP-KEY     PIC S9(10).
012000         10  AML-M-GROUP-ID      PIC X(24).
012100         10  AML-M-CATEGORY-ID   PIC X(24).
012200         10  AML-M-TYPE-ID       PIC X(24).
012300         10  AML-M-BUDGET-GROUP-ID
012400                                 PIC X(24).
012500         10  AML-M-BUDGET-ID     PIC X(24).
012600         10  AML-M-STATUS-ID     PIC X(24).
012700         10  AML-M-BARCODE       PIC X(50).
012800         10  AML-M-MANUFACTURER  PIC X(24).
012900         10  AML-M-MODEL         PIC X(32).
013000         10  AML-M-SERIAL-NUMBER PIC X(32).
013100         10  AML-M-CUSTOMER      PIC X(50).
013200         10  AML-M-CUSTOMER-KEY  PIC S9(10).
013300         10  AML-M-PURCHASE-DATE PIC X(10).
013400         10  AML-M-PURCHASE-COST PIC S9(13)V9(02)  COMP-3.
013500         10  AML-M-MORE-CUSTOM-FIELDS
013600                                 PIC X(01).
013700         10  AML-M-RESUME-CF-KEY PIC S9(10).
013800         10  AML-M-CUSTOM-FIELD-COUNT
013900                                 PIC S9(03).
014000         10  AML-M-CUSTOM-FIELDS OCCURS 100 TIMES.
014100             15  AML-M-CF-KEY    PIC S9(10).
014200             15  AML-M-CF-FIELD-KEY
014300                                 PIC S9(10).
014400             15  AML-M-CF-FIELD-NAME
014500                                 PIC X(24).
014600             15  AML-M-CF-VALUE  PIC X(100).
014700     05  AML-M-UPDATE-STAMP      PIC X(19).
014800     05  AML-M-UPDATE-SOURCE     PIC X(01).
014900     05  AML-M-PARTIAL-SW        PIC X(01).
015000         88  AML-M-PARTIAL                   VALUE "Y".
015100     05  FILLER                  PIC X(37).
015200 FD  PRINT-FILE
015300     RECORD CONTAINS 132 CHARACTERS.
015400 01  PRINT-RECORD                PIC X(132).
015500 WORKING-STORAGE SECTION.
015600 77  CNTL-STATUS                 PIC X(02)   VALUE SPACES.
015700 77  EXT-STATUS                  PIC X(02)   VALUE SPACES.
015800 77  DELTA-STATUS                PIC X(02)   VALUE SPACES.
015900 77  MAST-STATUS                 PIC X(02)   VALUE SPACES.
016000*    02 IS A GOOD COMPLETION THAT LEFT A DUPLICATE BARCODE OR
016100*    SERIAL NUMBER ALTERNATE KEY
016200     88  MAST-OK                             VALUE "00" "02".
016300     88  MAST-NOT-FOUND                      VALUE "23".
016400     88  MAST-DUPLICATE                      VALUE "22".
016500 77  PRINT-STATUS                PIC X(02)   VALUE SPACES.
016600 77  EXT-READ-COUNT              PIC S9(07)  COMP VALUE ZERO.
016700 77  DELTA-READ-COUNT            PIC S9(07)  COMP VALUE ZERO.
016800 77  ADD-COUNT                   PIC S9(07)  COMP VALUE ZERO.
016900 77  REPLACE-COUNT               PIC S9(07)  COMP VALUE ZERO.
017000 77  DELETE-COUNT                PIC S9(07)  COMP VALUE ZERO.
017100 77  FIELD-CHANGE-COUNT          PIC S9(07)  COMP VALUE ZERO.
017200 77  ALREADY-COUNT               PIC S9(07)  COMP VALUE ZERO.
017300 77  PARTIAL-COUNT               PIC S9(07)  COMP VALUE ZERO.
017400 77  EXCEPTION-COUNT             PIC S9(07)  COMP VALUE ZERO.
017500 77  CF-I                        PIC S9(03)  COMP VALUE ZERO.
017600 77  CF-FOUND-I                  PIC S9(03)  COMP VALUE ZERO.
017700 77  CF-COUNT                    PIC S9(03)  COMP VALUE ZERO.
017800 77  CF-MAX                      PIC S9(03)  COMP VALUE +100.
017900 77  LINE-COUNT                  PIC S9(03)  COMP VALUE +99.
018000 77  PAGE-COUNT                  PIC S9(05)  COMP VALUE ZERO.
018100 01  SWITCH-AREA.
018200     05  CNTL-EOF-SW             PIC X(01)   VALUE "N".
018300         88  END-OF-CNTL                     VALUE "Y".
018400     05  EXT-EOF-SW              PIC X(01)   VALUE "N".
018500         88  END-OF-EXT                      VALUE "Y".
018600     05  DELTA-EOF-SW            PIC X(01)   VALUE "N".
018700         88  END-OF-DELTA                    VALUE "Y".
018800     05  RUN-OK-SW               PIC X(01)   VALUE "N".
018900         88  RUN-OK                          VALUE "Y".
019000     05  MAST-OPEN-SW            PIC X(01)   VALUE "N".
019100         88  MASTER-OPEN                     VALUE "Y".
019200     05  INPUT-OPEN-SW           PIC X(01)   VALUE "N".
019300         88  INPUT-OPEN                      VALUE "Y".
019400     05  MAST-ERROR-SW           PIC X(01)   VALUE "N".
019500         88  MASTER-ERROR                    VALUE "Y".
019600     05  APPLIED-SW              PIC X(01)   VALUE "N".
019700         88  CHANGE-APPLIED                  VALUE "Y".
019800 01  RUN-MODE-AREA.
019900     05  RUN-MODE                PIC X(01)   VALUE "I".
020000         88  FULL-LOAD                       VALUE "F".
020100         88  EXTRACT-UPDATE                  VALUE "I".
020200         88  DELTA-UPDATE                    VALUE "D".
020300     05  RUN-MODE-NAME           PIC X(30)   VALUE SPACES.
020400*****************************************************************
020500*  DELTA VALUE WORK AREA.  ASSTDELT SHOWS KEYS AS -9(10) AND    *
020600*  THE PURCHASE COST AS -9(13).9(02); THE DIGITS ARE TAKEN BY   *
020700*  POSITION AND THE SIGN APPLIED AFTERWARD.                     *
020800*****************************************************************
020900 01  DELTA-VALUE-AREA.
021000     05  DVA-KEY-DIGITS          PIC X(10)   VALUE SPACES.
021100     05  DVA-KEY-N REDEFINES DVA-KEY-DIGITS
021200                                 PIC 9(10).
021300     05  DVA-KEY-VALUE           PIC S9(10)  VALUE ZERO.
021400     05  DVA-COST-DIGITS.
021500         10  DVA-COST-INTEGER    PIC X(13)   VALUE SPACES.
021600         10  DVA-COST-DECIMAL    PIC X(02)   VALUE SPACES.
021700     05  DVA-COST-N REDEFINES DVA-COST-DIGITS
021800                                 PIC 9(13)V9(02).
021900     05  DVA-COST-VALUE          PIC S9(13)V9(02)  VALUE ZERO.
022000     05  DVA-VALUE-OK-SW         PIC X(01)   VALUE "N".
022100         88  DVA-VALUE-OK                    VALUE "Y".
022200 01  EXCEPTION-AREA.
022300     05  EXC-ASSET-KEY           PIC S9(10)  VALUE ZERO.
022400     05  EXC-ASSET-ID            PIC X(24)   VALUE SPACES.
022500     05  EXC-SOURCE              PIC X(05)   VALUE SPACES.
022600     05  EXC-FIELD-NAME          PIC X(24)   VALUE SPACES.
022700     05  EXC-KIND                PIC X(09)   VALUE SPACES.
022800     05  EXC-MESSAGE             PIC X(49)   VALUE SPACES.
022900     05  IO-OPERATION            PIC X(07)   VALUE SPACES.
023000 01  RUN-STAMP-AREA.
023100     05  RUN-DATE-YMD            PIC 9(08).
023200     05  RUN-DATE-X REDEFINES RUN-DATE-YMD.
023300         10  RUN-YEAR            PIC X(04).
023400         10  RUN-MONTH           PIC X(02).
023500         10  RUN-DAY             PIC X(02).
023600     05  RUN-TIME-HMS            PIC 9(08).
023700     05  RUN-TIME-X REDEFINES RUN-TIME-HMS.
023800         10  RUN-HOUR            PIC X(02).
023900         10  RUN-MINUTE          PIC X(02).
024000         10  RUN-SECOND          PIC X(02).
024100         10  FILLER              PIC X(02).
024200     05  RUN-STAMP               PIC X(19).
024300 01  HEADING-LINE-1.
024400     05  FILLER                  PIC X(09)   VALUE "ASSTMLOD".
024500     05  FILLER                  PIC X(27)   VALUE SPACES.
024600     05  FILLER                  PIC X(44)   VALUE
024700         "ASSET MASTER LOAD AND REFRESH               ".
024800     05  FILLER                  PIC X(05)   VALUE "RUN: ".
024900     05  HDG-RUN-STAMP           PIC X(19).
025000     05  FILLER                  PIC X(18)   VALUE SPACES.
025100     05  FILLER                  PIC X(05)   VALUE "PAGE ".
025200     05  HDG-PAGE                PIC ZZZZ9.
025300 01  HEADING-LINE-2.
025400     05  FILLER                  PIC X(13)   VALUE " ASSET KEY".
025500     05  FILLER                  PIC X(26)   VALUE "ASSET ID".
025600     05  FILLER                  PIC X(07)   VALUE "FROM".
025700     05  FILLER                  PIC X(26)   VALUE "FIELD".
025800     05  FILLER                  PIC X(11)   VALUE "KIND".
025900     05  FILLER                  PIC X(49)   VALUE "REASON".
026000 01  DETAIL-LINE.
026100     05  DTL-ASSET-KEY           PIC -9(10).
026200     05  FILLER                  PIC X(02)   VALUE SPACES.
026300     05  DTL-ASSET-ID            PIC X(24).
026400     05  FILLER                  PIC X(02)   VALUE SPACES.
026500     05  DTL-SOURCE              PIC X(05).
026600     05  FILLER                  PIC X(02)   VALUE SPACES.
026700     05  DTL-FIELD-NAME          PIC X(24).
026800     05  FILLER                  PIC X(02)   VALUE SPACES.
026900     05  DTL-KIND                PIC X(09).
027000     05  FILLER                  PIC X(02)   VALUE SPACES.
027100     05  DTL-MESSAGE             PIC X(49).
027200 01  TOTAL-LINE-1.
027300     05  FILLER                  PIC X(31)   VALUE
027400         "RUN MODE . . . . . . . . . . : ".
027500     05  TOT-MODE                PIC X(30).
027600     05  FILLER                  PIC X(71)   VALUE SPACES.
027700 01  TOTAL-LINE-2.
027800     05  FILLER                  PIC X(31)   VALUE
027900         "EXTRACT RECORDS READ . . . . : ".
028000     05  TOT-EXTRACT             PIC ZZ,ZZZ,ZZ9.
028100     05  FILLER                  PIC X(91)   VALUE SPACES.
028200 01  TOTAL-LINE-3.
028300     05  FILLER                  PIC X(31)   VALUE
028400         "DELTA RECORDS READ . . . . . : ".
028500     05  TOT-DELTA               PIC ZZ,ZZZ,ZZ9.
028600     05  FILLER                  PIC X(91)   VALUE SPACES.
028700 01  TOTAL-LINE-4.
028800     05  FILLER                  PIC X(31)   VALUE
028900         "ASSETS ADDED . . . . . . . . : ".
029000     05  TOT-ADDS                PIC ZZ,ZZZ,ZZ9.
029100     05  FILLER                  PIC X(91)   VALUE SPACES.
029200 01  TOTAL-LINE-5.
029300     05  FILLER                  PIC X(31)   VALUE
029400         "ASSETS REPLACED  . . . . . . : ".
029500     05  TOT-REPLACES            PIC ZZ,ZZZ,ZZ9.
029600     05  FILLER                  PIC X(91)   VALUE SPACES.
029700 01  TOTAL-LINE-6.
029800     05  FILLER                  PIC X(31)   VALUE
029900         "ASSETS DELETED . . . . . . . : ".
030000     05  TOT-DELETES             PIC ZZ,ZZZ,ZZ9.
030100     05  FILLER                  PIC X(91)   VALUE SPACES.
030200 01  TOTAL-LINE-7.
030300     05  FILLER                  PIC X(31)   VALUE
030400         "FIELD CHANGES APPLIED  . . . : ".
030500     05  TOT-FIELD-CHANGES       PIC ZZ,ZZZ,ZZ9.
030600     05  FILLER                  PIC X(91)   VALUE SPACES.
030700 01  TOTAL-LINE-8.
030800     05  FILLER                  PIC X(31)   VALUE
030900         "DELTA ADDS ALREADY ON MASTER : ".
031000     05  TOT-ALREADY             PIC ZZ,ZZZ,ZZ9.
031100     05  FILLER                  PIC X(91)   VALUE SPACES.
031200 01  TOTAL-LINE-9.
031300     05  FILLER                  PIC X(31)   VALUE
031400         "PARTIAL ASSETS ADDED . . . . : ".
031500     05  TOT-PARTIAL             PIC ZZ,ZZZ,ZZ9.
031600     05  FILLER                  PIC X(91)   VALUE SPACES.
031700 01  TOTAL-LINE-10.
031800     05  FILLER                  PIC X(31)   VALUE
031900         "EXCEPTIONS . . . . . . . . . : ".
032000     05  TOT-EXCEPTIONS          PIC ZZ,ZZZ,ZZ9.
032100     05  FILLER                  PIC X(91)   VALUE SPACES.
032200 PROCEDURE DIVISION.
032300*****************************************************************
032400*  0000-MAINLINE - OVERALL PROGRAM CONTROL                      *
032500*****************************************************************
032600 0000-MAINLINE.
032700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032800     IF RUN-OK AND DELTA-UPDATE
032900         PERFORM 3000-APPLY-DELTA THRU 3000-EXIT
033000             UNTIL END-OF-DELTA OR MASTER-ERROR.
033100     IF RUN-OK AND NOT DELTA-UPDATE
033200         PERFORM 2000-APPLY-EXTRACT THRU 2000-EXIT
033300             UNTIL END-OF-EXT OR MASTER-ERROR.
033400     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
033500     STOP RUN.
033600*****************************************************************
033700*  1000-INITIALIZE - RUN STAMP, CONTROL CARD, FILE OPENS        *
033800*****************************************************************
033900 1000-INITIALIZE.
034000     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD.
034100     ACCEPT RUN-TIME-HMS FROM TIME.
034200     MOVE SPACES TO RUN-STAMP.
034300     STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY "-"
034400            RUN-HOUR "." RUN-MINUTE "." RUN-SECOND
034500            DELIMITED BY SIZE INTO RUN-STAMP.
034600     MOVE RUN-STAMP TO HDG-RUN-STAMP.
034700     OPEN OUTPUT PRINT-FILE.
034800     IF PRINT-STATUS NOT = "00"
034900         DISPLAY "ASSTMLOD - PRINT OPEN ERROR " PRINT-STATUS
035000             UPON OPER-CONSOLE
035100         MOVE 12 TO RETURN-CODE
035200         STOP RUN.
035300     OPEN INPUT CNTL-FILE.
035400     IF CNTL-STATUS = "00"
035500         PERFORM 1100-LOAD-CONTROL THRU 1100-EXIT
035600             UNTIL END-OF-CNTL
035700         CLOSE CNTL-FILE.
035800     IF NOT FULL-LOAD AND NOT EXTRACT-UPDATE
035900         AND NOT DELTA-UPDATE
036000         DISPLAY "ASSTMLOD - ASSTMCTL RUN MODE " RUN-MODE
036100             " INVALID - EXPECTED F, I OR D - RUN ENDED"
036200             UPON OPER-CONSOLE
036300         MOVE 12 TO RETURN-CODE
036400         GO TO 1000-EXIT.
036500     IF FULL-LOAD
036600         MOVE "F - FULL LOAD FROM EXTRACT" TO RUN-MODE-NAME.
036700     IF EXTRACT-UPDATE
036800         MOVE "I - INCREMENTAL FROM EXTRACT" TO RUN-MODE-NAME.
036900     IF DELTA-UPDATE
037000         MOVE "D - INCREMENTAL FROM DELTA" TO RUN-MODE-NAME.
037100     DISPLAY "ASSTMLOD - RUN MODE " RUN-MODE-NAME
037200         UPON OPER-CONSOLE.
037300*    THE INPUT IS OPENED BEFORE THE MASTER SO THAT A MISSING
037400*    EXTRACT CANNOT LEAVE A FULL LOAD WITH AN EMPTIED MASTER
037500     IF DELTA-UPDATE
037600         OPEN INPUT DELTA-FILE
037700     ELSE
037800         OPEN INPUT EXT-FILE.
037900     IF DELTA-UPDATE AND DELTA-STATUS NOT = "00"
038000         DISPLAY "ASSTMLOD - ASSTDLTA OPEN ERROR " DELTA-STATUS
038100             UPON OPER-CONSOLE
038200         MOVE 12 TO RETURN-CODE
038300         GO TO 1000-EXIT.
038400     IF NOT DELTA-UPDATE AND EXT-STATUS NOT = "00"
038500         DISPLAY "ASSTMLOD - ASSET EXTRACT OPEN ERROR "
038600             EXT-STATUS UPON OPER-CONSOLE
038700         MOVE 12 TO RETURN-CODE
038800         GO TO 1000-EXIT.
038900     MOVE "Y" TO INPUT-OPEN-SW.
039000     IF FULL-LOAD
039100         OPEN OUTPUT MAST-FILE
039200     ELSE
039300         OPEN I-O MAST-FILE.
039400     IF MAST-STATUS = "35"
039500         DISPLAY "ASSTMLOD - ASSTMAST NOT LOADED - RUN MODE F "
039600             "FIRST" UPON OPER-CONSOLE
039700         MOVE 12 TO RETURN-CODE
039800         GO TO 1000-EXIT.
039900     IF MAST-STATUS NOT = "00"
040000         DISPLAY "ASSTMLOD - ASSTMAST OPEN ERROR " MAST-STATUS
040100             UPON OPER-CONSOLE
040200         MOVE 12 TO RETURN-CODE
040300         GO TO 1000-EXIT.
040400     MOVE "Y" TO MAST-OPEN-SW.
040500     MOVE "Y" TO RUN-OK-SW.
040600 1000-EXIT.
040700     EXIT.
040800 1100-LOAD-CONTROL.
040900     READ CNTL-FILE
041000         AT END MOVE "Y" TO CNTL-EOF-SW
041100         GO TO 1100-EXIT.
041200     IF AML-C-RUN-MODE NOT = SPACE
041300         MOVE AML-C-RUN-MODE TO RUN-MODE.
041400 1100-EXIT.
041500     EXIT.
041600*****************************************************************
041700*  2000-APPLY-EXTRACT - MODES F AND I.  A FULL LOAD WRITES      *
041800*  EVERY RECORD; AN INCREMENTAL RUN REPLACES THE ASSET WHEN     *
041900*  IT IS ALREADY ON THE MASTER AND ADDS IT OTHERWISE.  A        *
042000*  REPLACED PARTIAL ASSET BECOMES COMPLETE.                     *
042100*****************************************************************
042200 2000-APPLY-EXTRACT.
042300     READ EXT-FILE
042400         AT END MOVE "Y" TO EXT-EOF-SW
042500         GO TO 2000-EXIT.
042600     ADD 1 TO EXT-READ-COUNT.
042700     MOVE AML-E-ASSET-KEY TO AML-M-ASSET-KEY.
042800     IF FULL-LOAD
042900         PERFORM 2100-ADD-FROM-EXTRACT THRU 2100-EXIT
043000         GO TO 2000-EXIT.
043100     READ MAST-FILE
043200         KEY IS AML-M-ASSET-KEY.
043300     IF MAST-NOT-FOUND
043400         PERFORM 2100-ADD-FROM-EXTRACT THRU 2100-EXIT
043500         GO TO 2000-EXIT.
043600     IF NOT MAST-OK
043700         MOVE "READ" TO IO-OPERATION
043800         PERFORM 8900-MASTER-IO-ERROR THRU 8900-EXIT
043900         GO TO 2000-EXIT.
044000     MOVE EXT-RECORD TO AML-M-ASSET-DATA.
044100     PERFORM 8000-STAMP-MASTER THRU 8000-EXIT.
044200     MOVE "N" TO AML-M-PARTIAL-SW.
044300     REWRITE MAST-RECORD.
044400     IF MAST-DUPLICATE
044500         MOVE "ASSETID ALREADY ON MASTER UNDER ANOTHER KEY"
044600             TO EXC-MESSAGE
044700         PERFORM 2900-EXTRACT-EXCEPTION THRU 2900-EXIT
044800         GO TO 2000-EXIT.
044900     IF NOT MAST-OK
045000         MOVE "REWRITE" TO IO-OPERATION
045100         PERFORM 8900-MASTER-IO-ERROR THRU 8900-EXIT
045200         GO TO 2000-EXIT.
045300     ADD 1 TO REPLACE-COUNT.
045400 2000-EXIT.
045500     EXIT.
045600 2100-ADD-FROM-EXTRACT.
045700     MOVE SPACES TO MAST-RECORD.
045800     MOVE EXT-RECORD TO AML-M-ASSET-DATA.
045900     PERFORM 8000-STAMP-MASTER THRU 8000-EXIT.
046000     MOVE "N" TO AML-M-PARTIAL-SW.
046100     WRITE MAST-RECORD.
046200     IF MAST-DUPLICATE
046300         MOVE "DUPLICATE ASSET KEY OR ASSETID - NOT WRITTEN"
046400             TO EXC-MESSAGE
046500         PERFORM 2900-EXTRACT-EXCEPTION THRU 2900-EXIT
046600         GO TO 2100-EXIT.
046700     IF NOT MAST-OK
046800         MOVE "WRITE" TO IO-OPERATION
046900         PERFORM 8900-MASTER-IO-ERROR THRU 8900-EXIT
047000         GO TO 2100-EXIT.
047100     ADD 1 TO ADD-COUNT.
047200 2100-EXIT.
047300     EXIT.
047400 2900-EXTRACT-EXCEPTION.
047500     MOVE AML-E-ASSET-KEY TO EXC-ASSET-KEY.
047600     MOVE AML-E-ASSET-ID TO EXC-ASSET-ID.
047700     MOVE "EXTR" TO EXC-SOURCE.
047800     MOVE SPACES TO EXC-FIELD-NAME.
047900     PERFORM 5500-PRINT-EXCEPTION THRU 5500-EXIT.
048000 2900-EXIT.
048100     EXIT.
048200*****************************************************************
048300*  3000-APPLY-DELTA - MODE D, ONE ASSTDLTA RECORD               *
048400*****************************************************************
048500 3000-APPLY-DELTA.
048600     READ DELTA-FILE
048700         AT END MOVE "Y" TO DELTA-EOF-SW
048800         GO TO 3000-EXIT.
048900     ADD 1 TO DELTA-READ-COUNT.
049000     MOVE ADL-D-ASSET-KEY TO AML-M-ASSET-KEY.
049100     READ MAST-FILE
049200         KEY IS AML-M-ASSET-KEY.
049300     IF NOT MAST-OK AND NOT MAST-NOT-FOUND
049400         MOVE "READ" TO IO-OPERATION
049500         PERFORM 8900-MASTER-IO-ERROR THRU 8900-EXIT
049600         GO TO 3000-EXIT.
049700     IF ADL-D-ADDED
049800         PERFORM 3100-DELTA-ADD THRU 3100-EXIT
049900         GO TO 3000-EXIT.
050000     IF ADL-D-DELETED
050100         PERFORM 3200-DELTA-DELETE THRU 3200-EXIT
050200         GO TO 3000-EXIT.
050300     IF ADL-D-CHANGED
050400         PERFORM 3300-DELTA-CHANGE THRU 3300-EXIT
050500         GO TO 3000-EXIT.
050600     MOVE "CHANGE TYPE NOT A, D OR C - IGNORED" TO EXC-MESSAGE.
050700     PERFORM 3900-DELTA-EXCEPTION THRU 3900-EXIT.
050800 3000-EXIT.
050900     EXIT.
051000*****************************************************************
051100*  3100-DELTA-ADD - THE DELTA CARRIES ONLY THE KEY, ASSETID AND *
051200*  ENTITY NAME.  AN ASSET ALREADY ON THE MASTER (ADDED BY AN    *
051300*  EARLIER INCREMENTAL EXTRACT) IS LEFT AS IT IS.               *
051400*****************************************************************
051500 3100-DELTA-ADD.
051600     IF MAST-OK
051700         ADD 1 TO ALREADY-COUNT
051800         GO TO 3100-EXIT.
051900     MOVE SPACES TO MAST-RECORD.
052000     MOVE ADL-D-ASSET-KEY TO AML-M-ASSET-KEY.
052100     MOVE ADL-D-ASSET-ID TO AML-M-ASSET-ID.
052200     MOVE ADL-D-NEW-VALUE TO AML-M-ENTITY-NAME.
052300     MOVE ZERO TO AML-M-GROUP-KEY.
052400     MOVE ZERO TO AML-M-CUSTOMER-KEY.
052500     MOVE ZERO TO AML-M-PURCHASE-COST.
052600     MOVE ZERO TO AML-M-RESUME-CF-KEY.
052700     MOVE ZERO TO AML-M-CUSTOM-FIELD-COUNT.
052800     MOVE "N" TO AML-M-MORE-CUSTOM-FIELDS.
052900     PERFORM 8000-STAMP-MASTER THRU 8000-EXIT.
053000     MOVE "Y" TO AML-M-PARTIAL-SW.
053100     WRITE MAST-RECORD.
053200     IF MAST-DUPLICATE
053300         MOVE "ASSETID ALREADY ON MASTER UNDER ANOTHER KEY"
053400             TO EXC-MESSAGE
053500         PERFORM 3900-DELTA-EXCEPTION THRU 3900-EXIT
053600         GO TO 3100-EXIT.
053700     IF NOT MAST-OK
053800         MOVE "WRITE" TO IO-OPERATION
053900         PERFORM 8900-MASTER-IO-ERROR THRU 8900-EXIT
054000         GO TO 3100-EXIT.
054100     ADD 1 TO ADD-COUNT.
054200     ADD 1 TO PARTIAL-COUNT.
054300     MOVE ADL-D-ASSET-KEY TO EXC-ASSET-KEY.
054400     MOVE ADL-D-ASSET-ID TO EXC-ASSET-ID.
054500     MOVE "ADD" TO EXC-SOURCE.
054600     MOVE ADL-D-FIELD-NAME TO EXC-FIELD-NAME.
054700     MOVE "ADDED PARTIAL - FULL DETAIL AT NEXT EXTRACT"
054800         TO EXC-MESSAGE.
054900     PERFORM 5600-PRINT-NOTE THRU 5600-EXIT.
055000 3100-EXIT.
055100     EXIT.
055200 3200-DELTA-DELETE.
055300     IF MAST-NOT-FOUND
055400         MOVE "NOT ON MASTER - DELETE NOT APPLIED" TO EXC-MESSAGE
055500         PERFORM 3900-DELTA-EXCEPTION THRU 3900-EXIT
055600         GO TO 3200-EXIT.
055700     DELETE MAST-FILE RECORD.
055800     IF NOT MAST-OK
055900         MOVE "DELETE" TO IO-OPERATION
056000         PERFORM 8900-MASTER-IO-ERROR THRU 8900-EXIT
056100         GO TO 3200-EXIT.
056200     ADD 1 TO DELETE-COUNT.
056300 3200-EXIT.
056400     EXIT.
056500*****************************************************************
056600*  3300-DELTA-CHANGE - ONE FIELD OF ONE ASSET                   *
056700*****************************************************************
056800 3300-DELTA-CHANGE.
056900     IF MAST-NOT-FOUND
057000         MOVE "NOT ON MASTER - CHANGE NOT APPLIED" TO EXC-MESSAGE
057100         PERFORM 3900-DELTA-EXCEPTION THRU 3900-EXIT
057200         GO TO 3300-EXIT.
057300     MOVE "Y" TO APPLIED-SW.
057400     IF ADL-D-CF-PREFIX = "CF:"
057500         PERFORM 3500-CUSTOM-FIELD-CHANGE THRU 3500-EXIT
057600     ELSE
057700         PERFORM 3400-MASTER-FIELD-CHANGE THRU 3400-EXIT.
057800     IF NOT CHANGE-APPLIED
057900         GO TO 3300-EXIT.
058000     PERFORM 8000-STAMP-MASTER THRU 8000-EXIT.
058100     REWRITE MAST-RECORD.
058200     IF MAST-DUPLICATE
058300         MOVE "NEW ASSETID ALREADY ON MASTER - NOT APPLIED"
058400             TO EXC-MESSAGE
058500         PERFORM 3900-DELTA-EXCEPTION THRU 3900-EXIT
058600         GO TO 3300-EXIT.
058700     IF NOT MAST-OK
058800         MOVE "REWRITE" TO IO-OPERATION
058900         PERFORM 8900-MASTER-IO-ERROR THRU 8900-EXIT
059000         GO TO 3300-EXIT.
059100     ADD 1 TO FIELD-CHANGE-COUNT.
059200 3300-EXIT.
059300     EXIT.
059400*****************************************************************
059500*  3400-MASTER-FIELD-CHANGE - FIELD NAMES AS ASSTDELT WRITES    *
059600*  THEM                                                         *
059700*****************************************************************
059800 3400-MASTER-FIELD-CHANGE.
059900     EVALUATE ADL-D-FIELD-NAME
060000         WHEN "ENTITYNAME"
060100             MOVE ADL-D-NEW-VALUE TO AML-M-ENTITY-NAME
060200         WHEN "ASSETID"
060300             MOVE ADL-D-NEW-VALUE TO AML-M-ASSET-ID
060400         WHEN "PARENTASSETID"
060500             MOVE ADL-D-NEW-VALUE TO AML-M-PARENT-ASSET-ID
060600         WHEN "DESCRIPTION"
060700             MOVE ADL-D-NEW-VALUE TO AML-M-DESCRIPTION
060800         WHEN "GROUPKEY"
060900             PERFORM 3450-KEY-VALUE THRU 3450-EXIT
061000             IF DVA-VALUE-OK
061100                 MOVE DVA-KEY-VALUE TO AML-M-GROUP-KEY
061200             END-IF
061300         WHEN "GROUPID"
061400             MOVE ADL-D-NEW-VALUE TO AML-M-GROUP-ID
061500         WHEN "CATEGORYID"
061600             MOVE ADL-D-NEW-VALUE TO AML-M-CATEGORY-ID
061700         WHEN "TYPEID"
061800             MOVE ADL-D-NEW-VALUE TO AML-M-TYPE-ID
061900         WHEN "BUDGETGROUPID"
062000             MOVE ADL-D-NEW-VALUE TO AML-M-BUDGET-GROUP-ID
062100         WHEN "BUDGETID"
062200             MOVE ADL-D-NEW-VALUE TO AML-M-BUDGET-ID
062300         WHEN "STATUSID"
062400             MOVE ADL-D-NEW-VALUE TO AML-M-STATUS-ID
062500         WHEN "BARCODE"
062600             MOVE ADL-D-NEW-VALUE TO AML-M-BARCODE
062700         WHEN "MANUFACTURER"
062800             MOVE ADL-D-NEW-VALUE TO AML-M-MANUFACTURER
062900         WHEN "MODEL"
063000             MOVE ADL-D-NEW-VALUE TO AML-M-MODEL
063100         WHEN "SERIALNUMBER"
063200             MOVE ADL-D-NEW-VALUE TO AML-M-SERIAL-NUMBER
063300         WHEN "CUSTOMER"
063400             MOVE ADL-D-NEW-VALUE TO AML-M-CUSTOMER
063500         WHEN "CUSTOMERKEY"
063600             PERFORM 3450-KEY-VALUE THRU 3450-EXIT
063700             IF DVA-VALUE-OK
063800                 MOVE DVA-KEY-VALUE TO AML-M-CUSTOMER-KEY
063900             END-IF
064000         WHEN "PURCHASEDATE"
064100             MOVE ADL-D-NEW-VALUE TO AML-M-PURCHASE-DATE
064200         WHEN "PURCHASECOST"
064300             PERFORM 3460-COST-VALUE THRU 3460-EXIT
064400             IF DVA-VALUE-OK
064500                 MOVE DVA-COST-VALUE TO AML-M-PURCHASE-COST
064600             END-IF
064700         WHEN OTHER
064800             MOVE "N" TO APPLIED-SW
064900             MOVE "FIELD NAME NOT RECOGNIZED - NOT APPLIED"
065000                 TO EXC-MESSAGE
065100             PERFORM 3900-DELTA-EXCEPTION THRU 3900-EXIT
065200     END-EVALUATE.
065300 3400-EXIT.
065400     EXIT.
065500*    KEY SHOWN AS -9(10) - SIGN POSITION THEN TEN DIGITS
065600 3450-KEY-VALUE.
065700     MOVE "N" TO DVA-VALUE-OK-SW.
065800     MOVE ADL-D-NEW-VALUE (2:10) TO DVA-KEY-DIGITS.
065900     IF DVA-KEY-N NOT NUMERIC
066000         OR (ADL-D-NEW-VALUE (1:1) NOT = SPACE
066100         AND ADL-D-NEW-VALUE (1:1) NOT = "-")
066200         MOVE "N" TO APPLIED-SW
066300         MOVE "KEY VALUE NOT NUMERIC - NOT APPLIED"
066400             TO EXC-MESSAGE
066500         PERFORM 3900-DELTA-EXCEPTION THRU 3900-EXIT
066600         GO TO 3450-EXIT.
066700     MOVE DVA-KEY-N TO DVA-KEY-VALUE.
066800     IF ADL-D-NEW-VALUE (1:1) = "-"
066900         COMPUTE DVA-KEY-VALUE = ZERO - DVA-KEY-VALUE.
067000     MOVE "Y" TO DVA-VALUE-OK-SW.
067100 3450-EXIT.
067200     EXIT.
067300*    COST SHOWN AS -9(13).9(02) - SIGN, THIRTEEN DIGITS, POINT
067400*    AND TWO DECIMALS
067500 3460-COST-VALUE.
067600     MOVE "N" TO DVA-VALUE-OK-SW.
067700     MOVE ADL-D-NEW-VALUE (2:13) TO DVA-COST-INTEGER.
067800     MOVE ADL-D-NEW-VALUE (16:2) TO DVA-COST-DECIMAL.
067900     IF DVA-COST-N NOT NUMERIC
068000         OR ADL-D-NEW-VALUE (15:1) NOT = "."
068100         OR (ADL-D-NEW-VALUE (1:1) NOT = SPACE
068200         AND ADL-D-NEW-VALUE (1:1) NOT = "-")
068300         MOVE "N" TO APPLIED-SW
068400         MOVE "COST VALUE NOT NUMERIC - NOT APPLIED"
068500             TO EXC-MESSAGE
068600         PERFORM 3900-DELTA-EXCEPTION THRU 3900-EXIT
068700         GO TO 3460-EXIT.
068800     MOVE DVA-COST-N TO DVA-COST-VALUE.
068900     IF ADL-D-NEW-VALUE (1:1) = "-"
069000         COMPUTE DVA-COST-VALUE = ZERO - DVA-COST-VALUE.
069100     MOVE "Y" TO DVA-VALUE-OK-SW.
069200 3460-EXIT.
069300     EXIT.
069400*****************************************************************
069500*  3500-CUSTOM-FIELD-CHANGE - MATCHED BY FIELD NAME.  A BLANK   *
069600*  NEW VALUE REMOVES THE FIELD; A NEW NAME IS APPENDED.  THE    *
069700*  DELTA DOES NOT CARRY THE CUSTOM FIELD KEYS, SO AN APPENDED   *
069800*  FIELD HAS ZERO KEYS UNTIL THE NEXT EXTRACT REPLACES IT.      *
069900*****************************************************************
070000 3500-CUSTOM-FIELD-CHANGE.
070100     MOVE AML-M-CUSTOM-FIELD-COUNT TO CF-COUNT.
070200     IF CF-COUNT > CF-MAX
070300         MOVE CF-MAX TO CF-COUNT.
070400     MOVE ZERO TO CF-FOUND-I.
070500     PERFORM 3550-FIND-CUSTOM-FIELD THRU 3550-EXIT
070600         VARYING CF-I FROM 1 BY 1
070700         UNTIL CF-I > CF-COUNT
070800         OR CF-FOUND-I > ZERO.
070900     IF CF-FOUND-I > ZERO
071000         AND ADL-D-NEW-VALUE NOT = SPACES
071100         MOVE ADL-D-NEW-VALUE TO AML-M-CF-VALUE (CF-FOUND-I)
071200         GO TO 3500-EXIT.
071300     IF CF-FOUND-I > ZERO
071400         PERFORM 3600-REMOVE-CUSTOM-FIELD THRU 3600-EXIT
071500         GO TO 3500-EXIT.
071600     IF ADL-D-NEW-VALUE = SPACES
071700         GO TO 3500-EXIT.
071800     IF CF-COUNT NOT < CF-MAX
071900         MOVE "N" TO APPLIED-SW
072000         MOVE "CUSTOM FIELD TABLE FULL - NOT APPLIED"
072100             TO EXC-MESSAGE
072200         PERFORM 3900-DELTA-EXCEPTION THRU 3900-EXIT
072300         GO TO 3500-EXIT.
072400     ADD 1 TO CF-COUNT.
072500     MOVE ZERO TO AML-M-CF-KEY (CF-COUNT).
072600     MOVE ZERO TO AML-M-CF-FIELD-KEY (CF-COUNT).
072700     MOVE ADL-D-CF-NAME TO AML-M-CF-FIELD-NAME (CF-COUNT).
072800     MOVE ADL-D-NEW-VALUE TO AML-M-CF-VALUE (CF-COUNT).
072900     MOVE CF-COUNT TO AML-M-CUSTOM-FIELD-COUNT.
073000 3500-EXIT.
073100     EXIT.
073200 3550-FIND-CUSTOM-FIELD.
073250*    THE DELTA CARRIES ONLY THE FIRST 21 BYTES OF A FIELD NAME
073300     IF AML-M-CF-FIELD-NAME (CF-I) (1:21) = ADL-D-CF-NAME
073400         MOVE CF-I TO CF-FOUND-I.
073500 3550-EXIT.
073600     EXIT.
073700 3600-REMOVE-CUSTOM-FIELD.
073800     PERFORM 3650-SHIFT-CUSTOM-FIELD THRU 3650-EXIT
073900         VARYING CF-I FROM CF-FOUND-I BY 1
074000         UNTIL CF-I NOT < CF-COUNT.
074100     MOVE ZERO TO AML-M-CF-KEY (CF-COUNT).
074200     MOVE ZERO TO AML-M-CF-FIELD-KEY (CF-COUNT).
074300     MOVE SPACES TO AML-M-CF-FIELD-NAME (CF-COUNT).
074400     MOVE SPACES TO AML-M-CF-VALUE (CF-COUNT).
074500     SUBTRACT 1 FROM CF-COUNT.
074600     MOVE CF-COUNT TO AML-M-CUSTOM-FIELD-COUNT.
074700 3600-EXIT.
074800     EXIT.
074900 3650-SHIFT-CUSTOM-FIELD.
075000     MOVE AML-M-CUSTOM-FIELDS (CF-I + 1)
075100         TO AML-M-CUSTOM-FIELDS (CF-I).
075200 3650-EXIT.
075300     EXIT.
075400 3900-DELTA-EXCEPTION.
075500     MOVE ADL-D-ASSET-KEY TO EXC-ASSET-KEY.
075600     MOVE ADL-D-ASSET-ID TO EXC-ASSET-ID.
075700     EVALUATE TRUE
075800         WHEN ADL-D-ADDED
075900             MOVE "ADD" TO EXC-SOURCE
076000         WHEN ADL-D-DELETED
076100             MOVE "DEL" TO EXC-SOURCE
076200         WHEN ADL-D-CHANGED
076300             MOVE "CHG" TO EXC-SOURCE
076400         WHEN OTHER
076500             MOVE ADL-D-CHANGE-TYPE TO EXC-SOURCE
076600     END-EVALUATE.
076700     MOVE ADL-D-FIELD-NAME TO EXC-FIELD-NAME.
076800     PERFORM 5500-PRINT-EXCEPTION THRU 5500-EXIT.
076900 3900-EXIT.
077000     EXIT.
077100*****************************************************************
077200*  5000-PRINT-A-LINE - PRINT WITH PAGE OVERFLOW CONTROL         *
077300*****************************************************************
077400 5000-PRINT-A-LINE.
077500     IF LINE-COUNT > 56
077600         PERFORM 5100-PAGE-HEADING THRU 5100-EXIT.
077700     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
077800     ADD 1 TO LINE-COUNT.
077900 5000-EXIT.
078000     EXIT.
078100 5100-PAGE-HEADING.
078200     ADD 1 TO PAGE-COUNT.
078300     MOVE PAGE-COUNT TO HDG-PAGE.
078400     MOVE PRINT-RECORD TO DETAIL-LINE.
078500     WRITE PRINT-RECORD FROM HEADING-LINE-1
078600         AFTER ADVANCING PAGE.
078700     WRITE PRINT-RECORD FROM HEADING-LINE-2
078800         AFTER ADVANCING 2 LINES.
078900     MOVE SPACES TO PRINT-RECORD.
079000     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
079100     MOVE DETAIL-LINE TO PRINT-RECORD.
079200     MOVE 4 TO LINE-COUNT.
079300 5100-EXIT.
079400     EXIT.
079500*****************************************************************
079600*  5500-PRINT-EXCEPTION - A RECORD THAT WAS NOT APPLIED         *
079700*  5600-PRINT-NOTE      - APPLIED, BUT NEEDS FOLLOWING UP       *
079800*****************************************************************
079900 5500-PRINT-EXCEPTION.
080000     ADD 1 TO EXCEPTION-COUNT.
080100     MOVE "EXCEPTION" TO EXC-KIND.
080200     PERFORM 5700-PRINT-DETAIL THRU 5700-EXIT.
080300 5500-EXIT.
080400     EXIT.
080500 5600-PRINT-NOTE.
080600     MOVE "NOTE" TO EXC-KIND.
080700     PERFORM 5700-PRINT-DETAIL THRU 5700-EXIT.
080800 5600-EXIT.
080900     EXIT.
081000 5700-PRINT-DETAIL.
081100     MOVE EXC-ASSET-KEY TO DTL-ASSET-KEY.
081200     MOVE EXC-ASSET-ID TO DTL-ASSET-ID.
081300     MOVE EXC-SOURCE TO DTL-SOURCE.
081400     MOVE EXC-FIELD-NAME TO DTL-FIELD-NAME.
081500     MOVE EXC-KIND TO DTL-KIND.
081600     MOVE EXC-MESSAGE TO DTL-MESSAGE.
081700     MOVE DETAIL-LINE TO PRINT-RECORD.
081800     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
081900 5700-EXIT.
082000     EXIT.
082100*****************************************************************
082200*  8000-STAMP-MASTER - LAST UPDATED AND SOURCE OF THE UPDATE    *
082300*****************************************************************
082400 8000-STAMP-MASTER.
082500     MOVE RUN-STAMP TO AML-M-UPDATE-STAMP.
082600     MOVE RUN-MODE TO AML-M-UPDATE-SOURCE.
082700 8000-EXIT.
082800     EXIT.
082900*****************************************************************
083000*  8900-MASTER-IO-ERROR - IO-OPERATION NAMES THE OPERATION      *
083100*****************************************************************
083200 8900-MASTER-IO-ERROR.
083300     DISPLAY "ASSTMLOD - ASSTMAST " IO-OPERATION " ERROR "
083400         MAST-STATUS " AT ASSET KEY " AML-M-ASSET-KEY
083500         " - RUN ENDED" UPON OPER-CONSOLE.
083600     MOVE 12 TO RETURN-CODE.
083700     MOVE "Y" TO MAST-ERROR-SW.
083800 8900-EXIT.
083900     EXIT.
084000*****************************************************************
084100*  9000-WRAP-UP - TOTALS AND CLOSE                              *
084200*****************************************************************
084300 9000-WRAP-UP.
084400     IF PAGE-COUNT = ZERO
084500         MOVE SPACES TO DETAIL-LINE
084600         PERFORM 5100-PAGE-HEADING THRU 5100-EXIT.
084700     MOVE RUN-MODE-NAME TO TOT-MODE.
084800     MOVE EXT-READ-COUNT TO TOT-EXTRACT.
084900     MOVE DELTA-READ-COUNT TO TOT-DELTA.
085000     MOVE ADD-COUNT TO TOT-ADDS.
085100     MOVE REPLACE-COUNT TO TOT-REPLACES.
085200     MOVE DELETE-COUNT TO TOT-DELETES.
085300     MOVE FIELD-CHANGE-COUNT TO TOT-FIELD-CHANGES.
085400     MOVE ALREADY-COUNT TO TOT-ALREADY.
085500     MOVE PARTIAL-COUNT TO TOT-PARTIAL.
085600     MOVE EXCEPTION-COUNT TO TOT-EXCEPTIONS.
085700     MOVE SPACES TO PRINT-RECORD.
085800     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
085900     WRITE PRINT-RECORD FROM TOTAL-LINE-1
086000         AFTER ADVANCING 1 LINE.
086100     WRITE PRINT-RECORD FROM TOTAL-LINE-2
086200         AFTER ADVANCING 1 LINE.
086300     WRITE PRINT-RECORD FROM TOTAL-LINE-3
086400         AFTER ADVANCING 1 LINE.
086500     WRITE PRINT-RECORD FROM TOTAL-LINE-4
086600         AFTER ADVANCING 1 LINE.
086700     WRITE PRINT-RECORD FROM TOTAL-LINE-5
086800         AFTER ADVANCING 1 LINE.
086900     WRITE PRINT-RECORD FROM TOTAL-LINE-6
087000         AFTER ADVANCING 1 LINE.
087100     WRITE PRINT-RECORD FROM TOTAL-LINE-7
087200         AFTER ADVANCING 1 LINE.
087300     WRITE PRINT-RECORD FROM TOTAL-LINE-8
087400         AFTER ADVANCING 1 LINE.
087500     WRITE PRINT-RECORD FROM TOTAL-LINE-9
087600         AFTER ADVANCING 1 LINE.
087700     WRITE PRINT-RECORD FROM TOTAL-LINE-10
087800         AFTER ADVANCING 1 LINE.
087900     IF EXCEPTION-COUNT > ZERO
088000         AND RETURN-CODE = ZERO
088100         MOVE 8 TO RETURN-CODE.
088200     IF MASTER-OPEN
088300         CLOSE MAST-FILE.
088400     IF INPUT-OPEN AND DELTA-UPDATE
088500         CLOSE DELTA-FILE.
088600     IF INPUT-OPEN AND NOT DELTA-UPDATE
088700         CLOSE EXT-FILE.
088800     CLOSE PRINT-FILE.
088900 9000-EXIT.
089000     EXIT.
