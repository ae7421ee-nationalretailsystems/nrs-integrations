000800*  PNCEVTRY - SUBSCRIBER EVENT REPLAY UTILITY                   *
000900*                                                               *
001000*  RE-EMITS EVENTS FOR ONE SUBSCRIBER FROM A GIVEN TIMESTAMP    *
001050*  FORWARD, WITHOUT TOUCHING ANY OTHER QUEUE.  THE              *
001100*  SUBSCRIBER'S QUEUE COMES FROM ITS ACTIVE PNCROUTE            *
001150*  ASSIGNMENT IN THE PNCEVT01-16 POOL; ONLY THAT QUEUE FILE IS  *
001200*  READ, AND ONLY EVENTS ADDRESSED                              *
001400*  TO THE SUBSCRIBER WITH AN EVENT TIMESTAMP ON OR AFTER THE    *
001500*  REPLAY-FROM POINT ARE COPIED TO THE REPLAY OUTPUT FILE       *
001600*  (PNCEVTRO, SAME 179-BYTE EVENT LAYOUT), WHICH OPERATIONS     *
002200*****************************************************************
002300*  MODIFICATION HISTORY                                         *
002400*  09/02/26  RJM  NEW PROGRAM.                                  *
002420*  10/15/26  RJM  FIND THE SUBSCRIBER'S QUEUE ON PNCROUTE IN    *
002440*                 PLACE OF THE PNCSUBSC QUEUE DIGIT, AND READ   *
002460*                 ANY OF THE PNCEVT01-16 POOL.                  *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
003200     SELECT CNTL-FILE ASSIGN TO PNCEVTRC
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS CNTL-STATUS.
003500     SELECT ROUTE-FILE ASSIGN TO PNCROUTE
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS ROUTE-STATUS.
003800     SELECT EVT1-FILE ASSIGN TO PNCEVT01
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS EVT-STATUS.
004700     SELECT EVT4-FILE ASSIGN TO PNCEVT04
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS EVT-STATUS.
004902     SELECT EVT5-FILE ASSIGN TO PNCEVT05
004904         ORGANIZATION IS SEQUENTIAL
004906         FILE STATUS IS EVT-STATUS.
004908     SELECT EVT6-FILE ASSIGN TO PNCEVT06
004910         ORGANIZATION IS SEQUENTIAL
004912         FILE STATUS IS EVT-STATUS.
004914     SELECT EVT7-FILE ASSIGN TO PNCEVT07
004916         ORGANIZATION IS SEQUENTIAL
004918         FILE STATUS IS EVT-STATUS.
004920     SELECT EVT8-FILE ASSIGN TO PNCEVT08
004922         ORGANIZATION IS SEQUENTIAL
004924         FILE STATUS IS EVT-STATUS.
004926     SELECT EVT9-FILE ASSIGN TO PNCEVT09
004928         ORGANIZATION IS SEQUENTIAL
004930         FILE STATUS IS EVT-STATUS.
004932     SELECT EVT10-FILE ASSIGN TO PNCEVT10
004934         ORGANIZATION IS SEQUENTIAL
004936         FILE STATUS IS EVT-STATUS.
004938     SELECT EVT11-FILE ASSIGN TO PNCEVT11
004940         ORGANIZATION IS SEQUENTIAL
004942         FILE STATUS IS EVT-STATUS.
004944     SELECT EVT12-FILE ASSIGN TO PNCEVT12
004946         ORGANIZATION IS SEQUENTIAL
004948         FILE STATUS IS EVT-STATUS.
004950     SELECT EVT13-FILE ASSIGN TO PNCEVT13
004952         ORGANIZATION IS SEQUENTIAL
004954         FILE STATUS IS EVT-STATUS.
004956     SELECT EVT14-FILE ASSIGN TO PNCEVT14
004958         ORGANIZATION IS SEQUENTIAL
004960         FILE STATUS IS EVT-STATUS.
004962     SELECT EVT15-FILE ASSIGN TO PNCEVT15
004964         ORGANIZATION IS SEQUENTIAL
004966         FILE STATUS IS EVT-STATUS.
004968     SELECT EVT16-FILE ASSIGN TO PNCEVT16
004970         ORGANIZATION IS SEQUENTIAL
004972         FILE STATUS IS EVT-STATUS.
005000     SELECT RPLY-FILE ASSIGN TO PNCEVTRO
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS RPLY-STATUS.
005700 01  CNTL-RECORD.
005800     05  ERY-C-SUBSCRIBER-ID     PIC X(10).
005900     05  ERY-C-REPLAY-FROM       PIC X(26).
005950 FD  ROUTE-FILE
006000     RECORD CONTAINS 55 CHARACTERS.
006050 01  ROUTE-RECORD.
006100     05  ERY-Q-SUBSCRIBER-ID     PIC X(10).
006150     05  ERY-Q-QUEUE-DD          PIC X(08).
006200     05  ERY-Q-QUEUE-PARTS REDEFINES ERY-Q-QUEUE-DD.
006250         10  ERY-Q-QUEUE-PREFIX  PIC X(06).
006300         10  ERY-Q-QUEUE-NUMBER  PIC 9(02).
006350     05  ERY-Q-STATUS            PIC X(01).
006400     05  ERY-Q-MAINT-USER        PIC X(10).
006450     05  ERY-Q-MAINT-TIMESTAMP   PIC X(26).
006800 FD  EVT1-FILE
006900     RECORD CONTAINS 179 CHARACTERS.
007000 01  EVT1-RECORD                 PIC X(179).
007700 FD  EVT4-FILE
007800     RECORD CONTAINS 179 CHARACTERS.
007900 01  EVT4-RECORD                 PIC X(179).
007902 FD  EVT5-FILE
007904     RECORD CONTAINS 179 CHARACTERS.
007906 01  EVT5-RECORD                 PIC X(179).
007908 FD  EVT6-FILE
007910     RECORD CONTAINS 179 CHARACTERS.
007912 01  EVT6-RECORD                 PIC X(179).
007914 FD  EVT7-FILE
007916     RECORD CONTAINS 179 CHARACTERS.
007918 01  EVT7-RECORD                 PIC X(179).
007920 FD  EVT8-FILE
007922     RECORD CONTAINS 179 CHARACTERS.
007924 01  EVT8-RECORD                 PIC X(179).
007926 FD  EVT9-FILE
007928     RECORD CONTAINS 179 CHARACTERS.
007930 01  EVT9-RECORD                 PIC X(179).
007932 FD  EVT10-FILE
007934     RECORD CONTAINS 179 CHARACTERS.
007936 01  EVT10-RECORD                PIC X(179).
007938 FD  EVT11-FILE
007940     RECORD CONTAINS 179 CHARACTERS.
007942 01  EVT11-RECORD                PIC X(179).
007944 FD  EVT12-FILE
007946     RECORD CONTAINS 179 CHARACTERS.
007948 01  EVT12-RECORD                PIC X(179).
007950 FD  EVT13-FILE
007952     RECORD CONTAINS 179 CHARACTERS.
007954 01  EVT13-RECORD                PIC X(179).
007956 FD  EVT14-FILE
007958     RECORD CONTAINS 179 CHARACTERS.
007960 01  EVT14-RECORD                PIC X(179).
007962 FD  EVT15-FILE
007964     RECORD CONTAINS 179 CHARACTERS.
007966 01  EVT15-RECORD                PIC X(179).
007968 FD  EVT16-FILE
007970     RECORD CONTAINS 179 CHARACTERS.
007972 01  EVT16-RECORD                PIC X(179).
008000 FD  RPLY-FILE
008100     RECORD CONTAINS 179 CHARACTERS.
008200 01  RPLY-RECORD                 PIC X(179).
008300 WORKING-STORAGE SECTION.
008400 77  CNTL-STATUS                 PIC X(02)   VALUE SPACES.
008500 77  ROUTE-STATUS                PIC X(02)   VALUE SPACES.
008600 77  EVT-STATUS                  PIC X(02)   VALUE SPACES.
008700 77  RPLY-STATUS                 PIC X(02)   VALUE SPACES.
008800 77  QUEUE-NUMBER                PIC S9(03)  COMP VALUE ZERO.
008850 77  QUEUE-POOL-MAX              PIC S9(03)  COMP VALUE +16.
008900 77  EVENT-READ-COUNT            PIC S9(07)  COMP VALUE ZERO.
009000 77  REPLAY-COUNT                PIC S9(07)  COMP VALUE ZERO.
009100 01  SWITCH-AREA.
009200     05  CNTL-OK-SW              PIC X(01)   VALUE "N".
009300         88  CONTROL-PRESENT                 VALUE "Y".
009400     05  ROUTE-EOF-SW            PIC X(01)   VALUE "N".
009500         88  END-OF-ROUTE                    VALUE "Y".
009600     05  EVT-EOF-SW              PIC X(01)   VALUE "N".
009700         88  END-OF-EVT                      VALUE "Y".
009800 01  REQUEST-AREA.
009900     05  REQ-SUBSCRIBER-ID       PIC X(10)   VALUE SPACES.
010000     05  REQ-REPLAY-FROM         PIC X(26)   VALUE SPACES.
010050     05  REQ-QUEUE-DD            PIC X(08)   VALUE SPACES.
010100 01  EVENT-WORK-RECORD.
010200     05  ERY-E-SUBSCRIBER-ID     PIC X(10).
010300     05  ERY-E-BODY              PIC X(143).
013600         MOVE 12 TO RETURN-CODE
013700         GO TO 1000-EXIT.
013800     MOVE "Y" TO CNTL-OK-SW.
013900     OPEN INPUT ROUTE-FILE.
014000     IF ROUTE-STATUS NOT = "00"
014100         DISPLAY "PNCEVTRY - PNCROUTE NOT AVAILABLE "
014200             ROUTE-STATUS UPON OPER-CONSOLE
014300         MOVE 12 TO RETURN-CODE
014400         GO TO 1000-EXIT.
014500     PERFORM 1100-FIND-QUEUE THRU 1100-EXIT
014600         UNTIL END-OF-ROUTE
014700         OR QUEUE-NUMBER > ZERO.
014800     CLOSE ROUTE-FILE.
014900     IF QUEUE-NUMBER = ZERO
015000         DISPLAY "PNCEVTRY - SUBSCRIBER " REQ-SUBSCRIBER-ID
015100             " HAS NO ACTIVE PNCROUTE QUEUE"
015200             UPON OPER-CONSOLE
015300         MOVE 12 TO RETURN-CODE.
015400 1000-EXIT.
015500     EXIT.
015600 1100-FIND-QUEUE.
015650     READ ROUTE-FILE
015700         AT END MOVE "Y" TO ROUTE-EOF-SW
015750         GO TO 1100-EXIT.
015800     IF ERY-Q-SUBSCRIBER-ID = REQ-SUBSCRIBER-ID
015850         AND ERY-Q-STATUS = "A"
015900         AND ERY-Q-QUEUE-PREFIX = "PNCEVT"
015950         AND ERY-Q-QUEUE-NUMBER IS NUMERIC
016000         AND ERY-Q-QUEUE-NUMBER > 0
016050         AND ERY-Q-QUEUE-NUMBER NOT > QUEUE-POOL-MAX
016100         MOVE ERY-Q-QUEUE-NUMBER TO QUEUE-NUMBER
016150         MOVE ERY-Q-QUEUE-DD TO REQ-QUEUE-DD.
016500 1100-EXIT.
016600     EXIT.
016700*****************************************************************
017400         WHEN 2 OPEN INPUT EVT2-FILE
017500         WHEN 3 OPEN INPUT EVT3-FILE
017600         WHEN 4 OPEN INPUT EVT4-FILE
017605         WHEN 5 OPEN INPUT EVT5-FILE
017610         WHEN 6 OPEN INPUT EVT6-FILE
017615         WHEN 7 OPEN INPUT EVT7-FILE
017620         WHEN 8 OPEN INPUT EVT8-FILE
017625         WHEN 9 OPEN INPUT EVT9-FILE
017630         WHEN 10 OPEN INPUT EVT10-FILE
017635         WHEN 11 OPEN INPUT EVT11-FILE
017640         WHEN 12 OPEN INPUT EVT12-FILE
017645         WHEN 13 OPEN INPUT EVT13-FILE
017650         WHEN 14 OPEN INPUT EVT14-FILE
017655         WHEN 15 OPEN INPUT EVT15-FILE
017660         WHEN 16 OPEN INPUT EVT16-FILE
017700     END-EVALUATE.
017800     IF EVT-STATUS NOT = "00"
017900         DISPLAY "PNCEVTRY - QUEUE " REQ-QUEUE-DD
018000             " OPEN ERROR " EVT-STATUS UPON OPER-CONSOLE
018100         MOVE 12 TO RETURN-CODE
018200         GO TO 3000-EXIT.
021100             READ EVT4-FILE INTO EVENT-WORK-RECORD
021200                 AT END MOVE "Y" TO EVT-EOF-SW
021300             END-READ
021302         WHEN 5
021304             READ EVT5-FILE INTO EVENT-WORK-RECORD
021306                 AT END MOVE "Y" TO EVT-EOF-SW
021308             END-READ
021310         WHEN 6
021312             READ EVT6-FILE INTO EVENT-WORK-RECORD
021314                 AT END MOVE "Y" TO EVT-EOF-SW
021316             END-READ
021318         WHEN 7
021320             READ EVT7-FILE INTO EVENT-WORK-RECORD
021322                 AT END MOVE "Y" TO EVT-EOF-SW
021324             END-READ
021326         WHEN 8
021328             READ EVT8-FILE INTO EVENT-WORK-RECORD
021330                 AT END MOVE "Y" TO EVT-EOF-SW
021332             END-READ
021334         WHEN 9
021336             READ EVT9-FILE INTO EVENT-WORK-RECORD
021338                 AT END MOVE "Y" TO EVT-EOF-SW
021340             END-READ
021342         WHEN 10
021344             READ EVT10-FILE INTO EVENT-WORK-RECORD
021346                 AT END MOVE "Y" TO EVT-EOF-SW
021348             END-READ
021350         WHEN 11
021352             READ EVT11-FILE INTO EVENT-WORK-RECORD
021354                 AT END MOVE "Y" TO EVT-EOF-SW
021356             END-READ
021358         WHEN 12
021360             READ EVT12-FILE INTO EVENT-WORK-RECORD
021362                 AT END MOVE "Y" TO EVT-EOF-SW
021364             END-READ
021366         WHEN 13
021368             READ EVT13-FILE INTO EVENT-WORK-RECORD
021370                 AT END MOVE "Y" TO EVT-EOF-SW
021372             END-READ
021374         WHEN 14
021376             READ EVT14-FILE INTO EVENT-WORK-RECORD
021378                 AT END MOVE "Y" TO EVT-EOF-SW
021380             END-READ
021382         WHEN 15
021384             READ EVT15-FILE INTO EVENT-WORK-RECORD
021386                 AT END MOVE "Y" TO EVT-EOF-SW
021388             END-READ
021390         WHEN 16
021392             READ EVT16-FILE INTO EVENT-WORK-RECORD
021394                 AT END MOVE "Y" TO EVT-EOF-SW
021396             END-READ
021400     END-EVALUATE.
021500     IF END-OF-EVT
021600         GO TO 3100-EXIT.
023100         WHEN 2 CLOSE EVT2-FILE
023200         WHEN 3 CLOSE EVT3-FILE
023300         WHEN 4 CLOSE EVT4-FILE
023305         WHEN 5 CLOSE EVT5-FILE
023310         WHEN 6 CLOSE EVT6-FILE
023315         WHEN 7 CLOSE EVT7-FILE
023320         WHEN 8 CLOSE EVT8-FILE
023325         WHEN 9 CLOSE EVT9-FILE
023330         WHEN 10 CLOSE EVT10-FILE
023335         WHEN 11 CLOSE EVT11-FILE
023340         WHEN 12 CLOSE EVT12-FILE
023345         WHEN 13 CLOSE EVT13-FILE
023350         WHEN 14 CLOSE EVT14-FILE
023355         WHEN 15 CLOSE EVT15-FILE
023360         WHEN 16 CLOSE EVT16-FILE
023400     END-EVALUATE.
023500 3300-EXIT.
023600     EXIT.
023900*****************************************************************
024000 9000-WRAP-UP.
024100     DISPLAY "PNCEVTRY - SUBSCRIBER " REQ-SUBSCRIBER-ID
024200         " QUEUE " REQ-QUEUE-DD ": "
024300         EVENT-READ-COUNT " EVENTS READ, "
024400         REPLAY-COUNT " RE-EMITTED FROM "
024500         REQ-REPLAY-FROM UPON OPER-CONSOLE.
