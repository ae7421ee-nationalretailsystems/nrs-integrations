001500*  WITH NO CURSOR RECORD HAS CONFIRMED NOTHING - EVERY EVENT   *
001600*  ON ITS QUEUE IS UNCONFIRMED.                                *
001700*                                                               *
001750*  THE SUBSCRIBER ROSTER COMES FROM PNCSUBSC (ACTIVE AND        *
001800*  SUSPENDED SUBSCRIBERS) AND EACH SUBSCRIBER'S QUEUE FROM ITS  *
001850*  PNCROUTE ASSIGNMENT; EVENTS FOUND ON A POOL QUEUE FOR AN ID  *
001900*  NOT ON THE ROSTER ARE STILL REPORTED.                        *
002000*****************************************************************
002100*  MODIFICATION HISTORY                                         *
002200*  09/02/26  RJM  NEW PROGRAM.                                  *
002220*  10/15/26  RJM  TAKE EACH SUBSCRIBER'S QUEUE FROM PNCROUTE    *
002240*                 AND TALLY THE WHOLE PNCEVT01-16 POOL, SHOWING *
002260*                 THE QUEUE DD NAME - PNCSUBSC NOW 97 BYTES,    *
002280*                 AND SUSPENDED SUBSCRIBERS ARE REPORTED.       *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
004500     SELECT EVT4-FILE ASSIGN TO PNCEVT04
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS EVT-STATUS.
004702     SELECT EVT5-FILE ASSIGN TO PNCEVT05
004704         ORGANIZATION IS SEQUENTIAL
004706         FILE STATUS IS EVT-STATUS.
004708     SELECT EVT6-FILE ASSIGN TO PNCEVT06
004710         ORGANIZATION IS SEQUENTIAL
004712         FILE STATUS IS EVT-STATUS.
004714     SELECT EVT7-FILE ASSIGN TO PNCEVT07
004716         ORGANIZATION IS SEQUENTIAL
004718         FILE STATUS IS EVT-STATUS.
004720     SELECT EVT8-FILE ASSIGN TO PNCEVT08
004722         ORGANIZATION IS SEQUENTIAL
004724         FILE STATUS IS EVT-STATUS.
004726     SELECT EVT9-FILE ASSIGN TO PNCEVT09
004728         ORGANIZATION IS SEQUENTIAL
004730         FILE STATUS IS EVT-STATUS.
004732     SELECT EVT10-FILE ASSIGN TO PNCEVT10
004734         ORGANIZATION IS SEQUENTIAL
004736         FILE STATUS IS EVT-STATUS.
004738     SELECT EVT11-FILE ASSIGN TO PNCEVT11
004740         ORGANIZATION IS SEQUENTIAL
004742         FILE STATUS IS EVT-STATUS.
004744     SELECT EVT12-FILE ASSIGN TO PNCEVT12
004746         ORGANIZATION IS SEQUENTIAL
004748         FILE STATUS IS EVT-STATUS.
004750     SELECT EVT13-FILE ASSIGN TO PNCEVT13
004752         ORGANIZATION IS SEQUENTIAL
004754         FILE STATUS IS EVT-STATUS.
004756     SELECT EVT14-FILE ASSIGN TO PNCEVT14
004758         ORGANIZATION IS SEQUENTIAL
004760         FILE STATUS IS EVT-STATUS.
004762     SELECT EVT15-FILE ASSIGN TO PNCEVT15
004764         ORGANIZATION IS SEQUENTIAL
004766         FILE STATUS IS EVT-STATUS.
004768     SELECT EVT16-FILE ASSIGN TO PNCEVT16
004770         ORGANIZATION IS SEQUENTIAL
004772         FILE STATUS IS EVT-STATUS.
004774     SELECT ROUTE-FILE ASSIGN TO PNCROUTE
004776         ORGANIZATION IS SEQUENTIAL
004778         FILE STATUS IS ROUTE-STATUS.
004800     SELECT PRINT-FILE ASSIGN TO QSYSPRT
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS PRINT-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005220 FD  SUBS-FILE
005240     RECORD CONTAINS 97 CHARACTERS.
005260 01  SUBS-RECORD.
005280     05  ERP-B-SUBSCRIBER-ID     PIC X(10).
005300     05  ERP-B-CUSTOMER-FILTER   PIC X(25).
005320     05  ERP-B-STATUS-FILTER     PIC X(25).
005340     05  ERP-B-STATUS            PIC X(01).
005360     05  ERP-B-MAINT-USER        PIC X(10).
005380     05  ERP-B-MAINT-TIMESTAMP   PIC X(26).
005400 FD  ROUTE-FILE
005420     RECORD CONTAINS 55 CHARACTERS.
005440 01  ROUTE-RECORD.
005460     05  ERP-Q-SUBSCRIBER-ID     PIC X(10).
005480     05  ERP-Q-QUEUE-DD          PIC X(08).
005500     05  ERP-Q-QUEUE-PARTS REDEFINES ERP-Q-QUEUE-DD.
005520         10  ERP-Q-QUEUE-PREFIX  PIC X(06).
005540         10  ERP-Q-QUEUE-NUMBER  PIC 9(02).
005560     05  ERP-Q-STATUS            PIC X(01).
005580     05  ERP-Q-MAINT-USER        PIC X(10).
005600     05  ERP-Q-MAINT-TIMESTAMP   PIC X(26).
006100 FD  CURS-FILE
006200     RECORD CONTAINS 36 CHARACTERS.
006300 01  CURS-RECORD.
007500 FD  EVT4-FILE
007600     RECORD CONTAINS 179 CHARACTERS.
007700 01  EVT4-RECORD                 PIC X(179).
007702 FD  EVT5-FILE
007704     RECORD CONTAINS 179 CHARACTERS.
007706 01  EVT5-RECORD                 PIC X(179).
007708 FD  EVT6-FILE
007710     RECORD CONTAINS 179 CHARACTERS.
007712 01  EVT6-RECORD                 PIC X(179).
007714 FD  EVT7-FILE
007716     RECORD CONTAINS 179 CHARACTERS.
007718 01  EVT7-RECORD                 PIC X(179).
007720 FD  EVT8-FILE
007722     RECORD CONTAINS 179 CHARACTERS.
007724 01  EVT8-RECORD                 PIC X(179).
007726 FD  EVT9-FILE
007728     RECORD CONTAINS 179 CHARACTERS.
007730 01  EVT9-RECORD                 PIC X(179).
007732 FD  EVT10-FILE
007734     RECORD CONTAINS 179 CHARACTERS.
007736 01  EVT10-RECORD                PIC X(179).
007738 FD  EVT11-FILE
007740     RECORD CONTAINS 179 CHARACTERS.
007742 01  EVT11-RECORD                PIC X(179).
007744 FD  EVT12-FILE
007746     RECORD CONTAINS 179 CHARACTERS.
007748 01  EVT12-RECORD                PIC X(179).
007750 FD  EVT13-FILE
007752     RECORD CONTAINS 179 CHARACTERS.
007754 01  EVT13-RECORD                PIC X(179).
007756 FD  EVT14-FILE
007758     RECORD CONTAINS 179 CHARACTERS.
007760 01  EVT14-RECORD                PIC X(179).
007762 FD  EVT15-FILE
007764     RECORD CONTAINS 179 CHARACTERS.
007766 01  EVT15-RECORD                PIC X(179).
007768 FD  EVT16-FILE
007770     RECORD CONTAINS 179 CHARACTERS.
007772 01  EVT16-RECORD                PIC X(179).
007800 FD  PRINT-FILE
007900     RECORD CONTAINS 132 CHARACTERS.
008000 01  PRINT-RECORD                PIC X(132).
008200 77  SUBS-STATUS                 PIC X(02)   VALUE SPACES.
008300 77  CURS-STATUS                 PIC X(02)   VALUE SPACES.
008400 77  EVT-STATUS                  PIC X(02)   VALUE SPACES.
008450 77  ROUTE-STATUS                PIC X(02)   VALUE SPACES.
008500 77  PRINT-STATUS                PIC X(02)   VALUE SPACES.
008600 77  SUB-COUNT                   PIC S9(03)  COMP VALUE ZERO.
008700 77  SUB-I                       PIC S9(03)  COMP VALUE ZERO.
008800 77  SUB-FOUND-I                 PIC S9(03)  COMP VALUE ZERO.
008900 77  SUB-MAX                     PIC S9(03)  COMP VALUE +100.
009000 77  FILE-I                      PIC S9(03)  COMP VALUE ZERO.
009020 77  QUEUE-I                     PIC S9(03)  COMP VALUE ZERO.
009040 77  QUEUE-POOL-MAX              PIC S9(03)  COMP VALUE +16.
009100 77  EVENT-READ-COUNT            PIC S9(07)  COMP VALUE ZERO.
009200 77  UNCONF-TOTAL                PIC S9(07)  COMP VALUE ZERO.
009300 77  AGE-HOURS                   PIC S9(07)  COMP VALUE ZERO.
010100         88  END-OF-CURS                     VALUE "Y".
010200     05  EVT-EOF-SW              PIC X(01)   VALUE "N".
010300         88  END-OF-EVT                      VALUE "Y".
010320     05  ROUTE-EOF-SW            PIC X(01)   VALUE "N".
010340         88  END-OF-ROUTE                    VALUE "Y".
010400 01  EVENT-WORK-RECORD.
010500     05  ERP-E-SUBSCRIBER-ID     PIC X(10).
010600     05  ERP-E-TRAILER-NUMBER    PIC X(25).
011600     05  SUB-ENTRY               OCCURS 100 TIMES
011700                                 INDEXED BY SUB-X.
011800         10  STB-SUBSCRIBER-ID   PIC X(10).
011900         10  STB-QUEUE-NUMBER    PIC 9(02).
012000         10  STB-CONFIRMED-TS    PIC X(26).
012100         10  STB-EVENT-COUNT     PIC S9(07)  COMP.
012200         10  STB-UNCONF-COUNT    PIC S9(07)  COMP.
012300         10  STB-OLDEST-UNCONF   PIC X(26).
012320 01  QUEUE-DD-WORK.
012340     05  FILLER                  PIC X(06)   VALUE "PNCEVT".
012360     05  QDW-NUMBER              PIC 9(02).
012400 01  TIMESTAMP-WORK-AREA.
012500     05  TSW-TIMESTAMP.
012600         10  TSW-YEAR            PIC 9(04).
016800 01  HEADING-LINE-2.
016900     05  FILLER                  PIC X(12)   VALUE
017000         "SUBSCRIBER".
017100     05  FILLER                  PIC X(10)   VALUE "QUEUE".
017200     05  FILLER                  PIC X(10)   VALUE
017300         "    EVENTS".
017400     05  FILLER                  PIC X(02)   VALUE SPACES.
018200         "OLDEST UNCONFIRMED".
018300     05  FILLER                  PIC X(02)   VALUE SPACES.
018400     05  FILLER                  PIC X(08)   VALUE " AGE HRS".
018500     05  FILLER                  PIC X(35)   VALUE SPACES.
018600 01  DETAIL-LINE.
018700     05  DTL-SUBSCRIBER          PIC X(10).
018800     05  FILLER                  PIC X(02)   VALUE SPACES.
018900     05  DTL-QUEUE               PIC X(08).
019000     05  FILLER                  PIC X(02)   VALUE SPACES.
019100     05  DTL-EVENTS              PIC ZZZZ,ZZ9.
019200     05  FILLER                  PIC X(04)   VALUE SPACES.
019300     05  DTL-CONFIRMED           PIC X(19).
019900     05  DTL-AGE-HOURS           PIC ZZZ,ZZ9.
020000     05  DTL-AGE-HOURS-X REDEFINES DTL-AGE-HOURS
020100                                 PIC X(07).
020200     05  FILLER                  PIC X(36)   VALUE SPACES.
020300 01  TOTAL-LINE-1.
020400     05  FILLER                  PIC X(31)   VALUE
020500         "EVENT RECORDS READ . . . . . : ".
021800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021900     PERFORM 3000-ONE-QUEUE THRU 3000-EXIT
022000         VARYING FILE-I FROM 1 BY 1
022100         UNTIL FILE-I > QUEUE-POOL-MAX.
022200     PERFORM 7000-PRINT-REPORT THRU 7000-EXIT.
022300     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
022400     STOP RUN.
025300     ELSE
025400         DISPLAY "PNCEVTRP - PNCSUBSC NOT AVAILABLE "
025500             SUBS-STATUS UPON OPER-CONSOLE.
025510     OPEN INPUT ROUTE-FILE.
025520     IF ROUTE-STATUS = "00"
025530         PERFORM 1150-LOAD-ROUTE THRU 1150-EXIT
025540             UNTIL END-OF-ROUTE
025550         CLOSE ROUTE-FILE
025560     ELSE
025570         DISPLAY "PNCEVTRP - PNCROUTE NOT AVAILABLE "
025580             ROUTE-STATUS UPON OPER-CONSOLE.
025600     OPEN INPUT CURS-FILE.
025700     IF CURS-STATUS = "00"
025800         PERFORM 1200-LOAD-CURSOR THRU 1200-EXIT
027000     READ SUBS-FILE
027100         AT END MOVE "Y" TO SUBS-EOF-SW
027200         GO TO 1100-EXIT.
027250     IF ERP-B-STATUS NOT = "A"
027300         AND ERP-B-STATUS NOT = "S"
027350         GO TO 1100-EXIT.
027500     MOVE ERP-B-SUBSCRIBER-ID TO ERP-E-SUBSCRIBER-ID.
027600     PERFORM 4000-FIND-SUBSCRIBER THRU 4000-EXIT.
027700     IF SUB-FOUND-I > ZERO
027800         GO TO 1100-EXIT.
027900     PERFORM 4100-ADD-SUBSCRIBER THRU 4100-EXIT.
028300 1100-EXIT.
028400     EXIT.
028402*****************************************************************
028404*  1150-LOAD-ROUTE - QUEUE ASSIGNED TO A ROSTER SUBSCRIBER      *
028406*****************************************************************
028408 1150-LOAD-ROUTE.
028410     READ ROUTE-FILE
028412         AT END MOVE "Y" TO ROUTE-EOF-SW
028414         GO TO 1150-EXIT.
028416     IF ERP-Q-STATUS NOT = "A"
028418         GO TO 1150-EXIT.
028420     IF ERP-Q-QUEUE-PREFIX NOT = "PNCEVT"
028422         OR ERP-Q-QUEUE-NUMBER IS NOT NUMERIC
028424         MOVE ZERO TO QUEUE-I
028426     ELSE
028428         MOVE ERP-Q-QUEUE-NUMBER TO QUEUE-I.
028430     IF QUEUE-I < 1 OR QUEUE-I > QUEUE-POOL-MAX
028432         DISPLAY "PNCEVTRP - SUBSCRIBER " ERP-Q-SUBSCRIBER-ID
028434             " ROUTED TO INVALID QUEUE " ERP-Q-QUEUE-DD
028436             UPON OPER-CONSOLE
028438         GO TO 1150-EXIT.
028440     MOVE ERP-Q-SUBSCRIBER-ID TO ERP-E-SUBSCRIBER-ID.
028442     PERFORM 4000-FIND-SUBSCRIBER THRU 4000-EXIT.
028444     IF SUB-FOUND-I > ZERO
028446         MOVE ERP-Q-QUEUE-NUMBER
028448             TO STB-QUEUE-NUMBER (SUB-FOUND-I).
028450 1150-EXIT.
028452     EXIT.
028500 1200-LOAD-CURSOR.
028600     READ CURS-FILE
028700         AT END MOVE "Y" TO CURS-EOF-SW
030500         WHEN 2 OPEN INPUT EVT2-FILE
030600         WHEN 3 OPEN INPUT EVT3-FILE
030700         WHEN 4 OPEN INPUT EVT4-FILE
030705         WHEN 5 OPEN INPUT EVT5-FILE
030710         WHEN 6 OPEN INPUT EVT6-FILE
030715         WHEN 7 OPEN INPUT EVT7-FILE
030720         WHEN 8 OPEN INPUT EVT8-FILE
030725         WHEN 9 OPEN INPUT EVT9-FILE
030730         WHEN 10 OPEN INPUT EVT10-FILE
030735         WHEN 11 OPEN INPUT EVT11-FILE
030740         WHEN 12 OPEN INPUT EVT12-FILE
030745         WHEN 13 OPEN INPUT EVT13-FILE
030750         WHEN 14 OPEN INPUT EVT14-FILE
030755         WHEN 15 OPEN INPUT EVT15-FILE
030760         WHEN 16 OPEN INPUT EVT16-FILE
030800     END-EVALUATE.
030900     IF EVT-STATUS NOT = "00"
031000         GO TO 3000-EXIT.
031500         WHEN 2 CLOSE EVT2-FILE
031600         WHEN 3 CLOSE EVT3-FILE
031700         WHEN 4 CLOSE EVT4-FILE
031705         WHEN 5 CLOSE EVT5-FILE
031710         WHEN 6 CLOSE EVT6-FILE
031715         WHEN 7 CLOSE EVT7-FILE
031720         WHEN 8 CLOSE EVT8-FILE
031725         WHEN 9 CLOSE EVT9-FILE
031730         WHEN 10 CLOSE EVT10-FILE
031735         WHEN 11 CLOSE EVT11-FILE
031740         WHEN 12 CLOSE EVT12-FILE
031745         WHEN 13 CLOSE EVT13-FILE
031750         WHEN 14 CLOSE EVT14-FILE
031755         WHEN 15 CLOSE EVT15-FILE
031760         WHEN 16 CLOSE EVT16-FILE
031800     END-EVALUATE.
031900 3000-EXIT.
032000     EXIT.
033600             READ EVT4-FILE INTO EVENT-WORK-RECORD
033700                 AT END MOVE "Y" TO EVT-EOF-SW
033800             END-READ
033802         WHEN 5
033804             READ EVT5-FILE INTO EVENT-WORK-RECORD
033806                 AT END MOVE "Y" TO EVT-EOF-SW
033808             END-READ
033810         WHEN 6
033812             READ EVT6-FILE INTO EVENT-WORK-RECORD
033814                 AT END MOVE "Y" TO EVT-EOF-SW
033816             END-READ
033818         WHEN 7
033820             READ EVT7-FILE INTO EVENT-WORK-RECORD
033822                 AT END MOVE "Y" TO EVT-EOF-SW
033824             END-READ
033826         WHEN 8
033828             READ EVT8-FILE INTO EVENT-WORK-RECORD
033830                 AT END MOVE "Y" TO EVT-EOF-SW
033832             END-READ
033834         WHEN 9
033836             READ EVT9-FILE INTO EVENT-WORK-RECORD
033838                 AT END MOVE "Y" TO EVT-EOF-SW
033840             END-READ
033842         WHEN 10
033844             READ EVT10-FILE INTO EVENT-WORK-RECORD
033846                 AT END MOVE "Y" TO EVT-EOF-SW
033848             END-READ
033850         WHEN 11
033852             READ EVT11-FILE INTO EVENT-WORK-RECORD
033854                 AT END MOVE "Y" TO EVT-EOF-SW
033856             END-READ
033858         WHEN 12
033860             READ EVT12-FILE INTO EVENT-WORK-RECORD
033862                 AT END MOVE "Y" TO EVT-EOF-SW
033864             END-READ
033866         WHEN 13
033868             READ EVT13-FILE INTO EVENT-WORK-RECORD
033870                 AT END MOVE "Y" TO EVT-EOF-SW
033872             END-READ
033874         WHEN 14
033876             READ EVT14-FILE INTO EVENT-WORK-RECORD
033878                 AT END MOVE "Y" TO EVT-EOF-SW
033880             END-READ
033882         WHEN 15
033884             READ EVT15-FILE INTO EVENT-WORK-RECORD
033886                 AT END MOVE "Y" TO EVT-EOF-SW
033888             END-READ
033890         WHEN 16
033892             READ EVT16-FILE INTO EVENT-WORK-RECORD
033894                 AT END MOVE "Y" TO EVT-EOF-SW
033896             END-READ
033900     END-EVALUATE.
034000     IF END-OF-EVT
034100         GO TO 3100-EXIT.
041500 7100-ONE-SUBSCRIBER.
041600     MOVE SPACES TO DETAIL-LINE.
041700     MOVE STB-SUBSCRIBER-ID (SUB-I) TO DTL-SUBSCRIBER.
041720     IF STB-QUEUE-NUMBER (SUB-I) = ZERO
041740         MOVE "*NONE*" TO DTL-QUEUE
041760     ELSE
041780         MOVE STB-QUEUE-NUMBER (SUB-I) TO QDW-NUMBER
041800         MOVE QUEUE-DD-WORK TO DTL-QUEUE.
041900     MOVE STB-EVENT-COUNT (SUB-I) TO DTL-EVENTS.
042000     IF STB-CONFIRMED-TS (SUB-I) = SPACES
042100         MOVE "*NONE*" TO DTL-CONFIRMED
