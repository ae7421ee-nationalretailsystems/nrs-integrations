001600*  AN INVOICE-SUPPORT REPORT IS PRINTED WITH CUSTOMER           *
001700*  SUBTOTALS.                                                   *
001800*                                                               *
001850*  RATE MASTER RECORD (DETNRATE, 124 BYTES), MAINTAINED BY      *
001900*  DETRMNT:                                                     *
002000*     CUSTOMER CODE  X(25)                                      *
002100*     ASSET TYPE     X(25)  - "*ALL" OR SPECIFIC TYPE           *
002200*     FREE HOURS     9(3)                                       *
002300*     RATE BASIS     X(1)   - H=HOURLY  D=DAILY                 *
002320*     FIRST-TIER RATE S9(5)V99 COMP-3                           *
002340*     TIER LIMIT     9(5)   - HOURS OF DETENTION AT THE FIRST   *
002360*                             RATE, ZERO = SINGLE RATE          *
002380*     UPPER-TIER RATE S9(5)V99 COMP-3                           *
002400*     EFFECTIVE FROM X(10)  - YYYY-MM-DD                        *
002420*     EFFECTIVE TO   X(10)  - YYYY-MM-DD OR BLANK = OPEN        *
002440*     STATUS         X(1)   - A=ACTIVE  I=INACTIVE              *
002460*     MAINT USER/TIME X(10), X(26)                              *
002500*  THE CHARGE RECORD CARRIES THE ASSET SYSTEM CUSTOMER KEY     *
002600*  FROM THE CUSTXREF CROSS-REFERENCE (ZERO WHEN UNMAPPED).     *
002700*  LOOKUP IS BY CUSTOMER + "TRAILER", FALLING BACK TO           *
002800*  CUSTOMER + "*ALL".  EVENTS WITH NO RATE ON FILE ARE          *
002900*  REPORTED AS EXCEPTIONS AND NOT BILLED.                       *
002910*  EACH CHARGE IS PRICED AT THE ACTIVE RATE IN EFFECT ON THE    *
002920*  DAY ITS DETENTION STARTED.  HOURS PAST THE FREE TIME ARE     *
002930*  BILLED AT THE FIRST-TIER RATE UP TO THE TIER LIMIT AND AT    *
002940*  THE UPPER-TIER RATE BEYOND IT; ON A DAILY BASIS EACH TIER    *
002950*  BILLS WHOLE DAYS, THE FIRST TIER ROUNDED UP.  A 58-BYTE      *
002960*  RATE RECORD CARRIED FORWARD WITH SPACES IN THE NEW FIELDS    *
002970*  IS A SINGLE RATE IN EFFECT FROM THE BEGINNING.               *
003000*****************************************************************
003100*  MODIFICATION HISTORY                                         *
003200*  08/04/26  RJM  NEW PROGRAM.                                  *
003400*                 CHARGE RECORD (CXRFLOOK) SO BILLING POSTS     *
003500*                 TO THE RIGHT ACCOUNT.  DETNCHRG IS NOW 163    *
003600*                 BYTES.                                        *
003620*  10/15/26  RJM  EFFECTIVE-DATED, TIERED DETNRATE (124 BYTES,  *
003640*                 MAINTAINED BY DETRMNT).  EACH CHARGE IS       *
003660*                 PRICED AT THE RATE IN EFFECT WHEN ITS         *
003680*                 DETENTION STARTED.                            *
003685*  10/15/26  RJM  RATE TABLE RAISED TO 2000 ENTRIES.  A FULL    *
003690*                 TABLE NOW ENDS THE RUN WITH RC 12 BEFORE ANY  *
003695*                 CHARGE IS PRICED.                             *
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
006700         88  DTB-D-EVENT-STOP                VALUE "E".
006800     05  DTB-D-TIMESTAMP         PIC X(26).
006900 FD  RATE-FILE
007000     RECORD CONTAINS 124 CHARACTERS.
007100 01  RATE-RECORD.
007200     05  DTB-R-CUSTOMER-CODE     PIC X(25).
007300     05  DTB-R-ASSET-TYPE        PIC X(25).
007600         88  DTB-R-HOURLY                    VALUE "H".
007700         88  DTB-R-DAILY                     VALUE "D".
007800     05  DTB-R-RATE              PIC S9(05)V99  COMP-3.
007810     05  DTB-R-TIER-LIMIT        PIC 9(05).
007820     05  DTB-R-UPPER-RATE        PIC S9(05)V99  COMP-3.
007830     05  DTB-R-EFF-FROM          PIC X(10).
007840     05  DTB-R-EFF-TO            PIC X(10).
007850     05  DTB-R-STATUS            PIC X(01).
007860     05  DTB-R-MAINT-USER        PIC X(10).
007870     05  DTB-R-MAINT-TIMESTAMP   PIC X(26).
007900 FD  CHRG-FILE
008000     RECORD CONTAINS 163 CHARACTERS.
008100 01  CHRG-RECORD.
011100 77  EVENT-READ-COUNT            PIC S9(07)  COMP VALUE ZERO.
011200 77  CHARGE-COUNT                PIC S9(07)  COMP VALUE ZERO.
011300 77  EXCEPTION-COUNT             PIC S9(07)  COMP VALUE ZERO.
011400 77  RATE-COUNT                  PIC S9(05)  COMP VALUE ZERO.
011500 77  RATE-I                      PIC S9(05)  COMP VALUE ZERO.
011600 77  RATE-MAX                    PIC S9(05)  COMP VALUE +2000.
011700 77  LINE-COUNT                  PIC S9(03)  COMP VALUE +99.
011800 77  PAGE-COUNT                  PIC S9(05)  COMP VALUE ZERO.
011900 77  ELAPSED-MINUTES             PIC S9(09)  COMP VALUE ZERO.
012000 77  DETAINED-HOURS              PIC S9(05)  COMP VALUE ZERO.
012100 77  BILLABLE-HOURS              PIC S9(05)  COMP VALUE ZERO.
012200 77  BILLABLE-DAYS               PIC S9(05)  COMP VALUE ZERO.
012220 77  LOWER-TIER-UNITS            PIC S9(05)  COMP VALUE ZERO.
012240 77  UPPER-TIER-UNITS            PIC S9(05)  COMP VALUE ZERO.
012260 77  TIER-LIMIT-UNITS            PIC S9(05)  COMP VALUE ZERO.
012300 01  SWITCH-AREA.
012400     05  DETN-EOF-SW             PIC X(01)   VALUE "N".
012500         88  END-OF-DETN                     VALUE "Y".
012600     05  RATE-EOF-SW             PIC X(01)   VALUE "N".
012700         88  END-OF-RATE                     VALUE "Y".
012720     05  RATE-OVERFLOW-SW        PIC X(01)   VALUE "N".
012740         88  RATE-TABLE-OVERFLOW             VALUE "Y".
012800     05  SORT-EOF-SW             PIC X(01)   VALUE "N".
012900         88  END-OF-SORT                     VALUE "Y".
013000     05  OPEN-START-SW           PIC X(01)   VALUE "N".
013400     05  STILL-OPEN-SW           PIC X(01)   VALUE "N".
013500         88  PAIR-STILL-OPEN                 VALUE "Y".
013600 01  RATE-TABLE-AREA.
013700     05  RATE-ENTRY              OCCURS 2000 TIMES
013800                                 INDEXED BY RATE-X.
013900         10  RTB-CUSTOMER-CODE   PIC X(25).
014000         10  RTB-ASSET-TYPE      PIC X(25).
014100         10  RTB-FREE-HOURS      PIC 9(03).
014200         10  RTB-RATE-BASIS      PIC X(01).
014300         10  RTB-RATE            PIC S9(05)V99  COMP-3.
014310         10  RTB-TIER-LIMIT      PIC 9(05).
014320         10  RTB-UPPER-RATE      PIC S9(05)V99  COMP-3.
014330         10  RTB-EFF-FROM        PIC X(10).
014340         10  RTB-EFF-TO          PIC X(10).
014350         10  RTB-STATUS          PIC X(01).
014400 01  FOUND-RATE-AREA.
014500     05  FND-FREE-HOURS          PIC 9(03)   VALUE ZERO.
014600     05  FND-RATE-BASIS          PIC X(01)   VALUE SPACES.
014700     05  FND-RATE                PIC S9(05)V99  COMP-3
014800                                             VALUE ZERO.
014820     05  FND-TIER-LIMIT          PIC 9(05)   VALUE ZERO.
014840     05  FND-UPPER-RATE          PIC S9(05)V99  COMP-3
014860                                             VALUE ZERO.
014900 01  PAIRING-AREA.
015000     05  CURR-CUSTOMER-CODE      PIC X(25)   VALUE HIGH-VALUES.
015100     05  CURR-TRAILER-NUMBER     PIC X(25)   VALUE HIGH-VALUES.
024900     05  DTL-AMOUNT              PIC Z,ZZZ,ZZ9.99.
025000     05  FILLER                  PIC X(01)   VALUE SPACES.
025100     05  DTL-NOTE                PIC X(05).
025110 01  TIER-LINE.
025120     05  FILLER                  PIC X(84)   VALUE SPACES.
025130     05  FILLER                  PIC X(12)   VALUE
025140         "  UPPER TIER".
025150     05  TRL-UNITS               PIC ZZZZZ9.
025160     05  FILLER                  PIC X(02)   VALUE SPACES.
025170     05  TRL-RATE                PIC ZZ,ZZ9.99.
025180     05  FILLER                  PIC X(19)   VALUE SPACES.
025200 01  EXCEPTION-LINE.
025300     05  FILLER                  PIC X(03)   VALUE "** ".
025400     05  EXC-CUSTOMER            PIC X(20).
034200     PERFORM 1100-LOAD-RATE-MASTER THRU 1100-EXIT
034300         UNTIL END-OF-RATE.
034400     CLOSE RATE-FILE.
034410*    A PARTIAL TABLE WOULD PRICE CHARGES AT THE WRONG RATE
034420     IF RATE-TABLE-OVERFLOW
034430         CLOSE CHRG-FILE
034440         CLOSE PRINT-FILE
034450         STOP RUN.
034500 1000-EXIT.
034600     EXIT.
034700 1100-LOAD-RATE-MASTER.
035900         MOVE DTB-R-RATE-BASIS
036000             TO RTB-RATE-BASIS (RATE-COUNT)
036100         MOVE DTB-R-RATE TO RTB-RATE (RATE-COUNT)
036105         MOVE ZERO TO RTB-TIER-LIMIT (RATE-COUNT)
036110         MOVE ZERO TO RTB-UPPER-RATE (RATE-COUNT)
036115         IF DTB-R-TIER-LIMIT NUMERIC
036120             MOVE DTB-R-TIER-LIMIT
036125                 TO RTB-TIER-LIMIT (RATE-COUNT)
036130         END-IF
036135         IF DTB-R-UPPER-RATE NUMERIC
036140             MOVE DTB-R-UPPER-RATE
036145                 TO RTB-UPPER-RATE (RATE-COUNT)
036150         END-IF
036155         MOVE DTB-R-EFF-FROM TO RTB-EFF-FROM (RATE-COUNT)
036160         MOVE DTB-R-EFF-TO TO RTB-EFF-TO (RATE-COUNT)
036165         MOVE DTB-R-STATUS TO RTB-STATUS (RATE-COUNT)
036200     ELSE
036250         DISPLAY "DETNBILL - RATE TABLE FULL - INCREASE "
036300             "RATE-MAX - RUN ENDED" UPON OPER-CONSOLE
036350         MOVE 12 TO RETURN-CODE
036400         MOVE "Y" TO RATE-OVERFLOW-SW
036450         MOVE "Y" TO RATE-EOF-SW.
036600 1100-EXIT.
036700     EXIT.
036800*****************************************************************
051100     MOVE BILLABLE-HOURS TO DTB-C-BILLABLE-HOURS.
051200     MOVE FND-RATE-BASIS TO DTB-C-RATE-BASIS.
051300     MOVE FND-RATE TO DTB-C-RATE.
051400     PERFORM 3450-PRICE-CHARGE THRU 3450-EXIT.
052000     MOVE RUN-TIMESTAMP TO DTB-C-RUN-TIMESTAMP.
052100     WRITE CHRG-RECORD.
052200     ADD 1 TO CHARGE-COUNT.
052600     PERFORM 3700-PRINT-CHARGE THRU 3700-EXIT.
052700 3400-EXIT.
052800     EXIT.
052802*****************************************************************
052804*  3450-PRICE-CHARGE - BILLABLE HOURS PRICED ON THE RATE TIERS  *
052806*  IN FOUND-RATE-AREA.  A DAILY RATE BILLS ANY PART OF A DAY    *
052808*  AS A FULL DAY.  AMOUNT IN DTB-C-AMOUNT.                      *
052810*****************************************************************
052812 3450-PRICE-CHARGE.
052814     IF FND-RATE-BASIS = "D"
052816         COMPUTE BILLABLE-DAYS = (BILLABLE-HOURS + 23) / 24
052818         MOVE BILLABLE-DAYS TO LOWER-TIER-UNITS
052820     ELSE
052822         MOVE BILLABLE-HOURS TO LOWER-TIER-UNITS.
052824     MOVE ZERO TO UPPER-TIER-UNITS.
052826     IF FND-TIER-LIMIT > FND-FREE-HOURS
052828         PERFORM 3460-SPLIT-TIERS THRU 3460-EXIT.
052830     COMPUTE DTB-C-AMOUNT =
052832         (LOWER-TIER-UNITS * FND-RATE)
052834         + (UPPER-TIER-UNITS * FND-UPPER-RATE).
052836 3450-EXIT.
052838     EXIT.
052840*****************************************************************
052842*  3460-SPLIT-TIERS - UNITS PAST THE TIER LIMIT MOVE TO THE     *
052844*  UPPER TIER.  ON A DAILY BASIS THE FIRST TIER IS ROUNDED UP   *
052846*  TO WHOLE DAYS.                                               *
052848*****************************************************************
052850 3460-SPLIT-TIERS.
052852     COMPUTE TIER-LIMIT-UNITS = FND-TIER-LIMIT - FND-FREE-HOURS.
052854     IF FND-RATE-BASIS = "D"
052856         COMPUTE TIER-LIMIT-UNITS = (TIER-LIMIT-UNITS + 23) / 24.
052858     IF LOWER-TIER-UNITS > TIER-LIMIT-UNITS
052860         COMPUTE UPPER-TIER-UNITS =
052862             LOWER-TIER-UNITS - TIER-LIMIT-UNITS
052864         MOVE TIER-LIMIT-UNITS TO LOWER-TIER-UNITS.
052866 3460-EXIT.
052868     EXIT.
052900 3700-PRINT-CHARGE.
053000     MOVE SPACES TO DETAIL-LINE.
053100     MOVE CURR-CUSTOMER-CODE TO DTL-CUSTOMER.
054200         MOVE "OPEN" TO DTL-NOTE.
054300     MOVE DETAIL-LINE TO PRINT-RECORD.
054400     PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
054410     IF UPPER-TIER-UNITS > ZERO
054420         MOVE UPPER-TIER-UNITS TO TRL-UNITS
054430         MOVE FND-UPPER-RATE TO TRL-RATE
054440         MOVE TIER-LINE TO PRINT-RECORD
054450         PERFORM 5000-PRINT-A-LINE THRU 5000-EXIT.
054500 3700-EXIT.
054600     EXIT.
054700 3800-CUSTOMER-TOTAL.
058300 3900-EXIT.
058400     EXIT.
058500*****************************************************************
058550*  4000-FIND-RATE - CUSTOMER + "TRAILER", THEN CUSTOMER +       *
058600*  "*ALL", ACTIVE AND IN EFFECT ON THE DETENTION START DATE.    *
058650*  RESULT IN FOUND-RATE-AREA.                                   *
058800*****************************************************************
058900 4000-FIND-RATE.
058950     MOVE OPEN-START-TIMESTAMP TO START-TIMESTAMP-SPLIT.
059000     MOVE "N" TO RATE-FOUND-SW.
059100     IF RATE-COUNT = ZERO
059200         GO TO 4000-EXIT.
060500 4100-SCAN-RATE-TABLE.
060600     IF RTB-CUSTOMER-CODE (RATE-I) = CURR-CUSTOMER-CODE
060700         AND RTB-ASSET-TYPE (RATE-I) = "TRAILER"
060720         AND RTB-STATUS (RATE-I) NOT = "I"
060740         AND RTB-EFF-FROM (RATE-I) NOT > START-DATE-PART
060760         AND (RTB-EFF-TO (RATE-I) = SPACES
060780             OR RTB-EFF-TO (RATE-I) NOT < START-DATE-PART)
060800         MOVE RTB-FREE-HOURS (RATE-I) TO FND-FREE-HOURS
060900         MOVE RTB-RATE-BASIS (RATE-I) TO FND-RATE-BASIS
061000         MOVE RTB-RATE (RATE-I) TO FND-RATE
061020         MOVE RTB-TIER-LIMIT (RATE-I) TO FND-TIER-LIMIT
061040         MOVE RTB-UPPER-RATE (RATE-I) TO FND-UPPER-RATE
061100         MOVE "Y" TO RATE-FOUND-SW.
061200 4100-EXIT.
061300     EXIT.
061400 4200-SCAN-RATE-DEFAULT.
061500     IF RTB-CUSTOMER-CODE (RATE-I) = CURR-CUSTOMER-CODE
061600         AND RTB-ASSET-TYPE (RATE-I) = "*ALL"
061620         AND RTB-STATUS (RATE-I) NOT = "I"
061640         AND RTB-EFF-FROM (RATE-I) NOT > START-DATE-PART
061660         AND (RTB-EFF-TO (RATE-I) = SPACES
061680             OR RTB-EFF-TO (RATE-I) NOT < START-DATE-PART)
061700         MOVE RTB-FREE-HOURS (RATE-I) TO FND-FREE-HOURS
061800         MOVE RTB-RATE-BASIS (RATE-I) TO FND-RATE-BASIS
061900         MOVE RTB-RATE (RATE-I) TO FND-RATE
061920         MOVE RTB-TIER-LIMIT (RATE-I) TO FND-TIER-LIMIT
061940         MOVE RTB-UPPER-RATE (RATE-I) TO FND-UPPER-RATE
062000         MOVE "Y" TO RATE-FOUND-SW.
062100 4200-EXIT.
062200     EXIT.
