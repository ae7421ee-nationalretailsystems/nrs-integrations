003400*  OLDER THAN THE NEWEST APPLIED EVENT FOR ITS ASSET IS        *
003500*  REJECTED AS OUT OF SEQUENCE SO A STALE STATUS CAN NEVER     *
003600*  OVERWRITE A NEWER ONE.                                      *
003609*                                                              *
003618*  GATE-OUTS: PNCGATEO DROPS A DEPARTED ASSET FROM PNCPOSN AND *
003627*  WRITES A "DEPARTED" RECORD TO PNCHIST.  A SIGHTING STAMPED  *
003636*  AT OR BEFORE THE ASSET'S LATEST GATE-OUT IN THE RETENTION   *
003645*  WINDOW IS REJECTED AS OUT OF SEQUENCE, SO A MESSAGE QUEUED  *
003654*  BEFORE THE UNIT LEFT CANNOT PUT IT BACK ON THE YARD.        *
003663*  RUN ORDER: PNCGATEO AND YARDCHK RUN BETWEEN PNCUPD2P RUNS,  *
003672*  NEVER ALONGSIDE ONE, AND NEVER WHILE AN INTERRUPTED RUN     *
003681*  AWAITS ITS RESTART - BOTH END RC 12 UNTIL THE RESTART HAS   *
003690*  RUN.                                                        *
003700*                                                              *
003800*  POSITION MASTER RECORD (PNCPOSN, 124 BYTES): ASSET ID,      *
003900*  ASSET TYPE (T/C), CAMPUS, YARD, DOOR, LOAD STATUS,          *
004000*  CUSTOMER, THE LAST APPLIED EVENT TIMESTAMP AND THE          *
004100*  TRAILER SCAC.  PNCINVQ AND DWELLRPT READ IT DIRECTLY        *
004200*  INSTEAD OF REPLAYING THE HISTORY FILE.  THE SCAC IS ALSO    *
004250*  CARRIED ON EVERY PNCHIST RECORD (198 BYTES) FOR THE         *
004270*  SCACSCOR CARRIER SCORECARD.                                 *
004300*                                                              *
004400*  DOOR CONFLICTS: WHEN AN ACCEPTED UPDATE PLACES AN ASSET AT  *
004500*  A CAMPUS/YARD/DOOR THAT THE LATEST POSITION DATA SAYS IS    *
005000*  OCCUPYING ASSET AND TIMESTAMP) FOR THE DAILY DCONFRPT       *
005100*  CONFLICT REPORT.                                            *
005200*                                                              *
005202*  HOSTLER MOVE ORDERS: WHEN AN ACCEPTED UPDATE CHANGES THE    *
005204*  LOAD STATUS OF AN ASSET AT A DOOR AND THE MOVE RULE FILE    *
005206*  (MOVERULE, MAINTAINED BY MOVRMNT) HAS AN ACTIVE RULE FOR    *
005208*  THE CAMPUS AND TRANSITION, A MOVE ORDER NAMING THE RULE'S   *
005210*  DESTINATION YARD/DOOR IS RAISED ON THE MOVEQUE WORK QUEUE.  *
005212*  AN ASSET HAS AT MOST ONE OPEN ORDER.  A LATER ACCEPTED      *
005214*  SIGHTING OF THE ASSET AT ANY OTHER CAMPUS/YARD/DOOR         *
005216*  COMPLETES THE ORDER; AN ORDER WHOSE ASSET IS NO LONGER ON   *
005218*  THE POSITION MASTER (GATED OUT) IS CLOSED AT THE NEXT RUN.  *
005220*  MOVEQUE IS A LOG - THE OPEN ORDERS ARE REBUILT FROM IT AT   *
005222*  START.  HSTLDISP PRINTS THE HOSTLER DISPATCH LISTING AND    *
005224*  THE OVERDUE ORDER EXCEPTIONS FROM IT.                       *
005226*  MOVE ORDER RECORD (MOVEQUE, 220 BYTES):                     *
005228*     RECORD TYPE      X(1)   O = ORDER RAISED                 *
005230*                             C = COMPLETED BY A SIGHTING      *
005232*                             D = CLOSED, ASSET DEPARTED       *
005234*     ORDER ID         X(25)  RAISING MESSAGE GROUP ID         *
005236*     ASSET ID, TYPE   X(25), X(1)  TRAILER ELSE CONTAINER     *
005238*     CAMPUS, FROM YARD/DOOR, TO YARD/DOOR  X(6) EACH - ON A   *
005240*                             C RECORD "TO" IS WHERE THE ASSET *
005242*                             WAS SIGHTED                      *
005244*     OLD/NEW LOAD STATUS, CUSTOMER  X(25) EACH                *
005246*     TRAILER SCAC     X(4)                                    *
005248*     TIMESTAMP        X(26)  EVENT TIME (RUN TIME ON A D)     *
005250*     EVENT GROUP ID   X(25)  MESSAGE GROUP THAT WROTE IT      *
005252*                                                              *
005300*  INPUT QUEUE RECORD (PNCUPD2I, 223 BYTES) IS THE PNC         *
005400*  UPDATE MESSAGE FOLLOWED BY THE PNC MESSAGE TIMESTAMP.       *
005500*  REGISTRY RECORD (PNCMSGRG, 51 BYTES) IS MESSAGE GROUP ID    *
006200*  ANYTHING), GIVING THE GATE SYSTEM, BILLING AND THE          *
006300*  CUSTOMER PORTAL NEAR-REAL-TIME STATUS WITHOUT POLLING.      *
006400*                                                              *
006420*  SUBSCRIPTION RECORD (PNCSUBSC, 97 BYTES), MAINTAINED BY      *
006440*  PNCSBMNT - A SUBSCRIBER MAY HOLD SEVERAL:                    *
006460*     SUBSCRIBER ID    X(10)                                    *
006480*     CUSTOMER FILTER  X(25)  CODE OR "*ALL"                    *
006500*     STATUS FILTER    X(25)  NEW STATUS OR "*ALL"              *
006520*     STATUS           X(1)   A=ACTIVE  S=SUSPENDED  I=RETIRED  *
006540*     MAINT USER/TIME  X(10), X(26)                             *
006560*  QUEUE ROUTING (PNCROUTE, 55 BYTES, ALSO MAINTAINED BY        *
006580*  PNCSBMNT) GIVES EACH SUBSCRIBER ITS OWN QUEUE FROM THE       *
006600*  PNCEVT01 THRU PNCEVT16 POOL: SUBSCRIBER ID X(10), QUEUE DD   *
006620*  NAME X(8), STATUS X(1) A=ASSIGNED R=RELEASED, MAINT USER     *
006640*  X(10), MAINT TIME X(26).  ONLY THE QUEUES OF SUBSCRIBERS     *
006660*  WITH AN ASSIGNED ROUTE AND AN ACTIVE SUBSCRIPTION ARE        *
006680*  OPENED; AN ACTIVE SUBSCRIPTION WITHOUT A ROUTE IS SKIPPED.   *
006700*  A SUBSCRIBER MATCHED BY SEVERAL SUBSCRIPTIONS GETS THE       *
006720*  EVENT ONCE.                                                  *
007100*  EVENT RECORD (PNCEVTNN, 179 BYTES): SUBSCRIBER, TRAILER,    *
007200*  CONTAINER, CAMPUS, YARD, DOOR, OLD STATUS (BLANK ON A       *
007300*  FIRST SIGHTING), NEW STATUS, CUSTOMER, EVENT TIMESTAMP.     *
007400*                                                              *
007500*  COMMIT POINTS AND RESTART: EVERY COMMIT-INTERVAL INPUT      *
007600*  MESSAGES (DEFAULT 1000, OVERRIDDEN BY THE UPD2CNTL CONTROL  *
007700*  RECORD) THE OUTPUT FILES ARE CLOSED AND REOPENED SO THEIR   *
007800*  CONTENT IS ON DISK, AND A CHECKPOINT IS WRITTEN HOLDING THE *
007900*  POSITION TABLE, THE REGISTRY, THE COUNT OF INPUT MESSAGES   *
008000*  CONSUMED, THE RECORD COUNT OF EVERY OUTPUT FILE AND THE     *
008100*  CONTROL TOTALS.  CHECKPOINTS ALTERNATE BETWEEN UPD2CKP1 AND *
008200*  UPD2CKP2, SO A RUN KILLED WHILE WRITING ONE STILL HAS THE   *
008300*  OTHER; A CHECKPOINT COUNTS ONLY IF ITS TRAILER RECORD IS    *
008400*  PRESENT.  A RUN THAT READS ITS QUEUE TO THE END MARKS THE   *
008500*  LAST CHECKPOINT COMPLETE.                                   *
008510*  A FRESH RUN COUNTS THE RECORDS ALREADY ON EVERY OUTPUT FILE *
008520*  BEFORE IT WRITES ONE - A PLAIN READ OF PNCHIST, NOT THE     *
008530*  POSITION REPLAY RETIRED ON 09/02/26.  THE COUNT CANNOT WAIT *
008540*  FOR A RESTART: OUTPUT RECORDS CARRY THE SENDER'S MESSAGE    *
008550*  TIMESTAMP, NOT THE TIME THEY WERE WRITTEN, AND PNCRESP      *
008560*  CARRIES NONE, SO THE INTERRUPTED RUN'S RECORDS COULD NOT BE *
008570*  TOLD FROM THOSE WRITTEN BEFORE IT.                          *
008600*  A RUN SUBMITTED IN RESTART MODE AFTER AN INTERRUPTED RUN:   *
008700*    - BACKS EVERY OUTPUT FILE (PNCHIST, PNCRESP, PNCSUSP,     *
008800*      PNCDCONF, PNCEVT01-16, MOVEQUE) OUT TO ITS RECORD        *
008900*      COUNT AT THE LAST COMMIT, THROUGH THE UPD2WORK WORK     *
008950*      FILE,                                                   *
009000*    - RELOADS THE POSITION TABLE, REGISTRY AND TOTALS FROM    *
009100*      THE CHECKPOINT INSTEAD OF PNCPOSN AND PNCMSGRG,         *
009200*    - SKIPS THE INPUT MESSAGES CONSUMED BEFORE THE COMMIT,    *
009300*  SO NOTHING IS APPLIED, ACKNOWLEDGED OR PUBLISHED TWICE.     *
009400*  A NORMAL RUN REFUSES TO START (RC 12) WHILE AN              *
009500*  INTERRUPTED RUN IS ON THE CHECKPOINT.  RESTART MUST RUN     *
009600*  BEFORE ANY JOB STEP THAT READS OR REPLACES THE OUTPUT       *
009700*  FILES.  THE CONSOLE SHOWS WHETHER THE RUN STARTED FRESH     *
009800*  OR RESUMED.  CHECKPOINT RECORDS (UPD2CKP1/2, 396 BYTES):     *
009900*  ONE HEADER (H), ONE PER POSITION (P) AND REGISTRY ENTRY     *
010000*  (G), AND A TRAILER (T) CARRYING THE HEADER SEQUENCE NUMBER. *
010100*  CONTROL RECORD (UPD2CNTL, 10 BYTES, OPTIONAL):              *
010200*     RUN MODE         X(1)   R = RESTART, BLANK = NORMAL      *
010300*     COMMIT INTERVAL  9(5)   MESSAGES BETWEEN COMMIT POINTS   *
010400*****************************************************************
010500*  MODIFICATION HISTORY                                         *
010600*  08/10/26  RJM  NEW PROGRAM.                                  *
010700*  08/12/26  RJM  VALIDATE CUSTOMER CODE AGAINST THE CUSTXREF   *
010800*                 CROSS-REFERENCE (CXRFLOOK).                   *
010900*  08/18/26  RJM  PUBLISH ACCEPTED LOAD STATUS TRANSITIONS TO   *
011000*                 SUBSCRIBER INTERFACE FILES (PNCEVT01-04)      *
011100*                 DRIVEN BY THE PNCSUBSC SUBSCRIPTION TABLE.    *
011200*  09/02/26  RJM  MAINTAIN THE CURRENT-POSITION MASTER          *
011300*                 (PNCPOSN) IN PLACE OF THE FULL PNCHIST        *
011400*                 REPLAY AT START, SO STARTUP NO LONGER         *
011500*                 SCALES WITH HISTORY SIZE.                     *
011600*  09/02/26  RJM  SLIDING-WINDOW REGISTRY: DROP PNCMSGRG        *
011700*                 ENTRIES OLDER THAN SEVEN DAYS AT LOAD AND     *
011800*                 REWRITE THE FILE AT END OF RUN, SO THE        *
011900*                 REGISTRY NEVER NEEDS A HAND PURGE.            *
012000*  09/02/26  RJM  VALIDATE CAMPUS/YARD/DOOR AGAINST THE LOCNREF *
012100*                 LOCATION REFERENCE FILE (MAINTAINED BY        *
012200*                 LOCNMNT); UNKNOWN OR INACTIVE LOCATIONS ARE   *
012300*                 SUSPENDED WITH A SPECIFIC REASON.             *
012400*  09/02/26  RJM  WRITE DOOR DOUBLE-BOOKINGS TO THE PNCDCONF    *
012500*                 DOOR-CONFLICT EXCEPTION FILE FOR THE DAILY    *
012600*                 CONFLICT REPORT (DCONFRPT).                   *
012700*  10/15/26  RJM  DROP ASSETS WHOSE LATEST PNCHIST RECORD IS A  *
012800*                 PNCGATEO GATE-OUT ("DEPARTED") WHEN THE       *
012900*                 POSITION MASTER IS REBUILT FROM HISTORY.      *
013000*  10/15/26  RJM  COMMIT-INTERVAL CHECKPOINTS (UPD2CKP1/2) AND  *
013100*                 A RESTART MODE THAT BACKS UNCOMMITTED OUTPUT  *
013200*                 OUT AND RESUMES AFTER THE LAST COMMIT.        *
013210*  10/15/26  RJM  CARRY THE TRAILER SCAC ON PNCHIST (NOW 198    *
013220*                 BYTES) AND PNCPOSN (NOW 124 BYTES).           *
013230*  10/15/26  RJM  RAISE HOSTLER MOVE ORDERS ON THE MOVEQUE WORK *
013240*                 QUEUE FROM THE MOVERULE TABLE AND COMPLETE    *
013250*                 THEM ON A LATER SIGHTING ELSEWHERE.  MOVEQUE  *
013260*                 IS BACKED OUT ON RESTART LIKE THE OTHER       *
013270*                 OUTPUTS; CHECKPOINT RECORDS NOW 288 BYTES.    *
013272*  10/15/26  RJM  ROUTE EVENTS THROUGH THE PNCROUTE QUEUE       *
013274*                 ROUTING TABLE TO A DEDICATED QUEUE PER        *
013276*                 SUBSCRIBER FROM THE PNCEVT01-16 POOL IN       *
013278*                 PLACE OF THE PNCSUBSC QUEUE DIGIT.  PNCSUBSC  *
013280*                 NOW 97 BYTES WITH A SUSPENDED STATUS AND A    *
013282*                 MAINTENANCE STAMP (PNCSBMNT).  ONE EVENT PER  *
013284*                 SUBSCRIBER EVEN WHEN SEVERAL FILTERS MATCH.   *
013286*                 CHECKPOINT RECORDS NOW 396 BYTES.             *
013288*  10/15/26  RJM  REJECT A SIGHTING STAMPED AT OR BEFORE THE    *
013290*                 ASSET'S LATEST PNCGATEO GATE-OUT ON PNCHIST.  *
013300*****************************************************************
013400 ENVIRONMENT DIVISION.
013500 CONFIGURATION SECTION.
013600 SPECIAL-NAMES.
013700     CONSOLE IS OPER-CONSOLE.
013800 INPUT-OUTPUT SECTION.
013900 FILE-CONTROL.
014000     SELECT UPDT-FILE ASSIGN TO PNCUPD2I
014100         ORGANIZATION IS SEQUENTIAL
014200         FILE STATUS IS UPDT-STATUS.
014300     SELECT SCAC-FILE ASSIGN TO SCACREF
014400         ORGANIZATION IS SEQUENTIAL
014500         FILE STATUS IS SCAC-STATUS.
014600     SELECT LOCN-FILE ASSIGN TO LOCNREF
014700         ORGANIZATION IS SEQUENTIAL
014800         FILE STATUS IS LOCN-STATUS.
014900     SELECT REG-FILE ASSIGN TO PNCMSGRG
015000         ORGANIZATION IS SEQUENTIAL
015100         FILE STATUS IS REG-STATUS.
015200     SELECT HIST-FILE ASSIGN TO PNCHIST
015300         ORGANIZATION IS SEQUENTIAL
015400         FILE STATUS IS HIST-STATUS.
015500     SELECT POSN-FILE ASSIGN TO PNCPOSN
015600         ORGANIZATION IS SEQUENTIAL
015700         FILE STATUS IS POSN-STATUS.
015800     SELECT RESP-FILE ASSIGN TO PNCRESP
015900         ORGANIZATION IS SEQUENTIAL
016000         FILE STATUS IS RESP-STATUS.
016100     SELECT SUSP-FILE ASSIGN TO PNCSUSP
016200         ORGANIZATION IS SEQUENTIAL
016300         FILE STATUS IS SUSP-STATUS.
016400     SELECT DCON-FILE ASSIGN TO PNCDCONF
016500         ORGANIZATION IS SEQUENTIAL
016600         FILE STATUS IS DCON-STATUS.
016700     SELECT SUBS-FILE ASSIGN TO PNCSUBSC
016800         ORGANIZATION IS SEQUENTIAL
016900         FILE STATUS IS SUBS-STATUS.
017000     SELECT EVT1-FILE ASSIGN TO PNCEVT01
017100         ORGANIZATION IS SEQUENTIAL
017200         FILE STATUS IS EVT1-STATUS.
017300     SELECT EVT2-FILE ASSIGN TO PNCEVT02
017400         ORGANIZATION IS SEQUENTIAL
017500         FILE STATUS IS EVT2-STATUS.
017600     SELECT EVT3-FILE ASSIGN TO PNCEVT03
017700         ORGANIZATION IS SEQUENTIAL
017800         FILE STATUS IS EVT3-STATUS.
017900     SELECT EVT4-FILE ASSIGN TO PNCEVT04
018000         ORGANIZATION IS SEQUENTIAL
018100         FILE STATUS IS EVT4-STATUS.
018102     SELECT EVT5-FILE ASSIGN TO PNCEVT05
018104         ORGANIZATION IS SEQUENTIAL
018106         FILE STATUS IS EVT5-STATUS.
018108     SELECT EVT6-FILE ASSIGN TO PNCEVT06
018110         ORGANIZATION IS SEQUENTIAL
018112         FILE STATUS IS EVT6-STATUS.
018114     SELECT EVT7-FILE ASSIGN TO PNCEVT07
018116         ORGANIZATION IS SEQUENTIAL
018118         FILE STATUS IS EVT7-STATUS.
018120     SELECT EVT8-FILE ASSIGN TO PNCEVT08
018122         ORGANIZATION IS SEQUENTIAL
018124         FILE STATUS IS EVT8-STATUS.
018126     SELECT EVT9-FILE ASSIGN TO PNCEVT09
018128         ORGANIZATION IS SEQUENTIAL
018130         FILE STATUS IS EVT9-STATUS.
018132     SELECT EVT10-FILE ASSIGN TO PNCEVT10
018134         ORGANIZATION IS SEQUENTIAL
018136         FILE STATUS IS EVT10-STATUS.
018138     SELECT EVT11-FILE ASSIGN TO PNCEVT11
018140         ORGANIZATION IS SEQUENTIAL
018142         FILE STATUS IS EVT11-STATUS.
018144     SELECT EVT12-FILE ASSIGN TO PNCEVT12
018146         ORGANIZATION IS SEQUENTIAL
018148         FILE STATUS IS EVT12-STATUS.
018150     SELECT EVT13-FILE ASSIGN TO PNCEVT13
018152         ORGANIZATION IS SEQUENTIAL
018154         FILE STATUS IS EVT13-STATUS.
018156     SELECT EVT14-FILE ASSIGN TO PNCEVT14
018158         ORGANIZATION IS SEQUENTIAL
018160         FILE STATUS IS EVT14-STATUS.
018162     SELECT EVT15-FILE ASSIGN TO PNCEVT15
018164         ORGANIZATION IS SEQUENTIAL
018166         FILE STATUS IS EVT15-STATUS.
018168     SELECT EVT16-FILE ASSIGN TO PNCEVT16
018170         ORGANIZATION IS SEQUENTIAL
018172         FILE STATUS IS EVT16-STATUS.
018174     SELECT ROUTE-FILE ASSIGN TO PNCROUTE
018176         ORGANIZATION IS SEQUENTIAL
018178         FILE STATUS IS ROUTE-STATUS.
018200     SELECT PRINT-FILE ASSIGN TO QSYSPRT
018300         ORGANIZATION IS SEQUENTIAL
018400         FILE STATUS IS PRINT-STATUS.
018500     SELECT CNTL-FILE ASSIGN TO UPD2CNTL
018600         ORGANIZATION IS SEQUENTIAL
018700         FILE STATUS IS CNTL-STATUS.
018800     SELECT CKP1-FILE ASSIGN TO UPD2CKP1
018900         ORGANIZATION IS SEQUENTIAL
019000         FILE STATUS IS CKPT-STATUS.
019100     SELECT CKP2-FILE ASSIGN TO UPD2CKP2
019200         ORGANIZATION IS SEQUENTIAL
019300         FILE STATUS IS CKPT-STATUS.
019400     SELECT WORK-FILE ASSIGN TO UPD2WORK
019500         ORGANIZATION IS SEQUENTIAL
019600         FILE STATUS IS WORK-STATUS.
019610     SELECT RULE-FILE ASSIGN TO MOVERULE
019620         ORGANIZATION IS SEQUENTIAL
019630         FILE STATUS IS RULE-STATUS.
019640     SELECT MOVE-FILE ASSIGN TO MOVEQUE
019650         ORGANIZATION IS SEQUENTIAL
019660         FILE STATUS IS MOVE-STATUS.
019700 DATA DIVISION.
019800 FILE SECTION.
019900 FD  UPDT-FILE
020000     RECORD CONTAINS 223 CHARACTERS.
020100 01  UPDT-RECORD.
020200     05  UPD-I-MSG-GROUP-ID      PIC X(25).
020300     05  UPD-I-CAMPUS            PIC X(06).
020400     05  UPD-I-YARD-CODE         PIC X(06).
020500     05  UPD-I-DOOR-NUMBER       PIC X(06).
020600     05  UPD-I-SITE-CODE         PIC X(25).
020700     05  UPD-I-ASSET-TYPE        PIC X(25).
020800     05  UPD-I-TRAILER-SCAC      PIC X(04).
020900     05  UPD-I-TRAILER-NUMBER    PIC X(25).
021000     05  UPD-I-CONTAINER-NUMBER  PIC X(25).
021100     05  UPD-I-LOAD-STATUS       PIC X(25).
021200     05  UPD-I-CUSTOMER-CODE     PIC X(25).
021300     05  UPD-I-MSG-TIMESTAMP     PIC X(26).
021400 FD  SCAC-FILE
021500     RECORD CONTAINS 91 CHARACTERS.
021600 01  SCAC-RECORD.
021700     05  UPD-S-SCAC-CODE         PIC X(04).
021800     05  UPD-S-CARRIER-NAME      PIC X(50).
021900     05  UPD-S-STATUS            PIC X(01).
022000     05  UPD-S-MAINT-USER        PIC X(10).
022100     05  UPD-S-MAINT-TIMESTAMP   PIC X(26).
022200 FD  LOCN-FILE
022300     RECORD CONTAINS 55 CHARACTERS.
022400 01  LOCN-RECORD.
022500     05  UPD-L-CAMPUS            PIC X(06).
022600     05  UPD-L-YARD-CODE         PIC X(06).
022700     05  UPD-L-DOOR-NUMBER       PIC X(06).
022800     05  UPD-L-STATUS            PIC X(01).
022900     05  UPD-L-MAINT-USER        PIC X(10).
023000     05  UPD-L-MAINT-TIMESTAMP   PIC X(26).
023100 FD  REG-FILE
023200     RECORD CONTAINS 51 CHARACTERS.
023300 01  REG-RECORD.
023400     05  UPD-G-MSG-GROUP-ID      PIC X(25).
023500     05  UPD-G-TIMESTAMP         PIC X(26).
023600 FD  HIST-FILE
023700     RECORD CONTAINS 198 CHARACTERS.
023800 01  HIST-RECORD.
023900     05  UPD-H-MSG-GROUP-ID      PIC X(25).
024000     05  UPD-H-CAMPUS            PIC X(06).
024100     05  UPD-H-YARD-CODE         PIC X(06).
024200     05  UPD-H-DOOR-NUMBER       PIC X(06).
024300     05  UPD-H-SITE-CODE         PIC X(25).
024400     05  UPD-H-TRAILER-NUMBER    PIC X(25).
024500     05  UPD-H-CONTAINER-NUMBER  PIC X(25).
024600     05  UPD-H-LOAD-STATUS       PIC X(25).
024700     05  UPD-H-CUSTOMER-CODE     PIC X(25).
024800     05  UPD-H-TIMESTAMP         PIC X(26).
024850     05  UPD-H-TRAILER-SCAC      PIC X(04).
024900 FD  POSN-FILE
025000     RECORD CONTAINS 124 CHARACTERS.
025100 01  POSN-RECORD.
025200     05  UPD-P-ASSET-ID          PIC X(25).
025300     05  UPD-P-ASSET-TYPE        PIC X(01).
025400     05  UPD-P-CAMPUS            PIC X(06).
025500     05  UPD-P-YARD-CODE         PIC X(06).
025600     05  UPD-P-DOOR-NUMBER       PIC X(06).
025700     05  UPD-P-LOAD-STATUS       PIC X(25).
025800     05  UPD-P-CUSTOMER-CODE     PIC X(25).
025900     05  UPD-P-TIMESTAMP         PIC X(26).
025950     05  UPD-P-TRAILER-SCAC      PIC X(04).
026000 FD  RESP-FILE
026100     RECORD CONTAINS 126 CHARACTERS.
026200 01  RESP-RECORD.
026300     05  UPD-R-MSG-GROUP-ID      PIC X(25).
026400     05  UPD-R-ACK-STATUS        PIC X(01).
026500         88  UPD-R-ACCEPTED                  VALUE "A".
026600         88  UPD-R-REJECTED                  VALUE "R".
026700         88  UPD-R-DUPLICATE                 VALUE "D".
026800     05  UPD-R-ERROR-REASON      PIC X(100).
026900 FD  SUSP-FILE
027000     RECORD CONTAINS 323 CHARACTERS.
027100 01  SUSP-RECORD.
027200     05  UPD-X-MSG-GROUP-ID      PIC X(25).
027300     05  UPD-X-CAMPUS            PIC X(06).
027400     05  UPD-X-TRAILER-SCAC      PIC X(04).
027500     05  UPD-X-YARD-CODE         PIC X(06).
027600     05  UPD-X-DOOR-NUMBER       PIC X(06).
027700     05  UPD-X-SITE-CODE         PIC X(25).
027800     05  UPD-X-ASSET-TYPE        PIC X(25).
027900     05  UPD-X-TRAILER-NUMBER    PIC X(25).
028000     05  UPD-X-CONTAINER-NUMBER  PIC X(25).
028100     05  UPD-X-LOAD-STATUS       PIC X(25).
028200     05  UPD-X-CUSTOMER-CODE     PIC X(25).
028300     05  UPD-X-SUSPENSE-REASON   PIC X(100).
028400     05  UPD-X-TIMESTAMP         PIC X(26).
028500 FD  DCON-FILE
028600     RECORD CONTAINS 120 CHARACTERS.
028700 01  DCON-RECORD.
028800     05  UPD-D-CAMPUS            PIC X(06).
028900     05  UPD-D-YARD-CODE         PIC X(06).
029000     05  UPD-D-DOOR-NUMBER       PIC X(06).
029100     05  UPD-D-NEW-ASSET-ID      PIC X(25).
029200     05  UPD-D-NEW-TIMESTAMP     PIC X(26).
029300     05  UPD-D-OLD-ASSET-ID      PIC X(25).
029400     05  UPD-D-OLD-TIMESTAMP     PIC X(26).
029420 FD  SUBS-FILE
029440     RECORD CONTAINS 97 CHARACTERS.
029460 01  SUBS-RECORD.
029480     05  UPD-B-SUBSCRIBER-ID     PIC X(10).
029500     05  UPD-B-CUSTOMER-FILTER   PIC X(25).
029520     05  UPD-B-STATUS-FILTER     PIC X(25).
029540     05  UPD-B-STATUS            PIC X(01).
029560     05  UPD-B-MAINT-USER        PIC X(10).
029580     05  UPD-B-MAINT-TIMESTAMP   PIC X(26).
029600 FD  ROUTE-FILE
029620     RECORD CONTAINS 55 CHARACTERS.
029640 01  ROUTE-RECORD.
029660     05  UPD-Q-SUBSCRIBER-ID     PIC X(10).
029680     05  UPD-Q-QUEUE-DD          PIC X(08).
029700     05  UPD-Q-QUEUE-PARTS REDEFINES UPD-Q-QUEUE-DD.
029720         10  UPD-Q-QUEUE-PREFIX  PIC X(06).
029740         10  UPD-Q-QUEUE-NUMBER  PIC 9(02).
029760     05  UPD-Q-STATUS            PIC X(01).
029780     05  UPD-Q-MAINT-USER        PIC X(10).
029800     05  UPD-Q-MAINT-TIMESTAMP   PIC X(26).
030300 FD  EVT1-FILE
030400     RECORD CONTAINS 179 CHARACTERS.
030500 01  EVT1-RECORD                 PIC X(179).
030600 FD  EVT2-FILE
030700     RECORD CONTAINS 179 CHARACTERS.
030800 01  EVT2-RECORD                 PIC X(179).
030900 FD  EVT3-FILE
031000     RECORD CONTAINS 179 CHARACTERS.
031100 01  EVT3-RECORD                 PIC X(179).
031200 FD  EVT4-FILE
031300     RECORD CONTAINS 179 CHARACTERS.
031400 01  EVT4-RECORD                 PIC X(179).
031402 FD  EVT5-FILE
031404     RECORD CONTAINS 179 CHARACTERS.
031406 01  EVT5-RECORD                 PIC X(179).
031408 FD  EVT6-FILE
031410     RECORD CONTAINS 179 CHARACTERS.
031412 01  EVT6-RECORD                 PIC X(179).
031414 FD  EVT7-FILE
031416     RECORD CONTAINS 179 CHARACTERS.
031418 01  EVT7-RECORD                 PIC X(179).
031420 FD  EVT8-FILE
031422     RECORD CONTAINS 179 CHARACTERS.
031424 01  EVT8-RECORD                 PIC X(179).
031426 FD  EVT9-FILE
031428     RECORD CONTAINS 179 CHARACTERS.
031430 01  EVT9-RECORD                 PIC X(179).
031432 FD  EVT10-FILE
031434     RECORD CONTAINS 179 CHARACTERS.
031436 01  EVT10-RECORD                PIC X(179).
031438 FD  EVT11-FILE
031440     RECORD CONTAINS 179 CHARACTERS.
031442 01  EVT11-RECORD                PIC X(179).
031444 FD  EVT12-FILE
031446     RECORD CONTAINS 179 CHARACTERS.
031448 01  EVT12-RECORD                PIC X(179).
031450 FD  EVT13-FILE
031452     RECORD CONTAINS 179 CHARACTERS.
031454 01  EVT13-RECORD                PIC X(179).
031456 FD  EVT14-FILE
031458     RECORD CONTAINS 179 CHARACTERS.
031460 01  EVT14-RECORD                PIC X(179).
031462 FD  EVT15-FILE
031464     RECORD CONTAINS 179 CHARACTERS.
031466 01  EVT15-RECORD                PIC X(179).
031468 FD  EVT16-FILE
031470     RECORD CONTAINS 179 CHARACTERS.
031472 01  EVT16-RECORD                PIC X(179).
031500 FD  CNTL-FILE
031600     RECORD CONTAINS 10 CHARACTERS.
031700 01  CNTL-RECORD.
031800     05  UPD-C-RUN-MODE          PIC X(01).
031900         88  UPD-C-RESTART                   VALUE "R".
032000     05  UPD-C-COMMIT-INTERVAL   PIC 9(05).
032100     05  UPD-C-INTERVAL-X REDEFINES UPD-C-COMMIT-INTERVAL
032200                                 PIC X(05).
032300     05  FILLER                  PIC X(04).
032400 FD  CKP1-FILE
032500     RECORD CONTAINS 396 CHARACTERS.
032600 01  CKP1-RECORD                 PIC X(396).
032700 FD  CKP2-FILE
032800     RECORD CONTAINS 396 CHARACTERS.
032900 01  CKP2-RECORD                 PIC X(396).
033000 FD  WORK-FILE
033100     RECORD CONTAINS 323 CHARACTERS.
033200 01  WORK-FILE-RECORD            PIC X(323).
033202 FD  RULE-FILE
033204     RECORD CONTAINS 105 CHARACTERS.
033206 01  RULE-RECORD.
033208     05  UPD-U-CAMPUS            PIC X(06).
033210     05  UPD-U-FROM-STATUS       PIC X(25).
033212     05  UPD-U-TO-STATUS         PIC X(25).
033214     05  UPD-U-DEST-YARD         PIC X(06).
033216     05  UPD-U-DEST-DOOR         PIC X(06).
033218     05  UPD-U-STATUS            PIC X(01).
033220     05  UPD-U-MAINT-USER        PIC X(10).
033222     05  UPD-U-MAINT-TIMESTAMP   PIC X(26).
033224 FD  MOVE-FILE
033226     RECORD CONTAINS 220 CHARACTERS.
033228 01  MOVE-RECORD.
033230     05  UPD-M-RECORD-TYPE       PIC X(01).
033232         88  UPD-M-ORDER-RAISED              VALUE "O".
033234         88  UPD-M-ORDER-COMPLETED           VALUE "C".
033236         88  UPD-M-ORDER-CLOSED              VALUE "D".
033238     05  UPD-M-ORDER-ID          PIC X(25).
033240     05  UPD-M-ASSET-ID          PIC X(25).
033242     05  UPD-M-ASSET-TYPE        PIC X(01).
033244     05  UPD-M-CAMPUS            PIC X(06).
033246     05  UPD-M-FROM-YARD         PIC X(06).
033248     05  UPD-M-FROM-DOOR         PIC X(06).
033250     05  UPD-M-TO-YARD           PIC X(06).
033252     05  UPD-M-TO-DOOR           PIC X(06).
033254     05  UPD-M-OLD-STATUS        PIC X(25).
033256     05  UPD-M-NEW-STATUS        PIC X(25).
033258     05  UPD-M-CUSTOMER-CODE     PIC X(25).
033260     05  UPD-M-TRAILER-SCAC      PIC X(04).
033262     05  UPD-M-TIMESTAMP         PIC X(26).
033264     05  UPD-M-EVENT-GROUP-ID    PIC X(25).
033266     05  FILLER                  PIC X(08).
033300 FD  PRINT-FILE
033400     RECORD CONTAINS 132 CHARACTERS.
033500 01  PRINT-RECORD                PIC X(132).
033600 WORKING-STORAGE SECTION.
033700 77  UPDT-STATUS                 PIC X(02)   VALUE SPACES.
033800 77  SCAC-STATUS                 PIC X(02)   VALUE SPACES.
033900 77  REG-STATUS                  PIC X(02)   VALUE SPACES.
034000 77  HIST-STATUS                 PIC X(02)   VALUE SPACES.
034100 77  RESP-STATUS                 PIC X(02)   VALUE SPACES.
034200 77  SUSP-STATUS                 PIC X(02)   VALUE SPACES.
034300 77  DCON-STATUS                 PIC X(02)   VALUE SPACES.
034400 77  PRINT-STATUS                PIC X(02)   VALUE SPACES.
034500 77  POSN-STATUS                 PIC X(02)   VALUE SPACES.
034600 77  READ-COUNT                  PIC S9(07)  COMP VALUE ZERO.
034700 77  ACCEPT-COUNT                PIC S9(07)  COMP VALUE ZERO.
034800 77  SUSPEND-COUNT               PIC S9(07)  COMP VALUE ZERO.
034900 77  STALE-COUNT                 PIC S9(07)  COMP VALUE ZERO.
035000 77  DUP-COUNT                   PIC S9(07)  COMP VALUE ZERO.
035100 77  CONFLICT-COUNT              PIC S9(07)  COMP VALUE ZERO.
035200 77  DCON-I                      PIC S9(05)  COMP VALUE ZERO.
035300 77  SCAC-COUNT                  PIC S9(05)  COMP VALUE ZERO.
035400 77  SCAC-I                      PIC S9(05)  COMP VALUE ZERO.
035500 77  SCAC-FOUND-I                PIC S9(05)  COMP VALUE ZERO.
035600 77  SCAC-MAX                    PIC S9(05)  COMP VALUE +5000.
035700 77  LOCN-STATUS                 PIC X(02)   VALUE SPACES.
035800 77  LOCN-COUNT                  PIC S9(05)  COMP VALUE ZERO.
035900 77  LOCN-I                      PIC S9(05)  COMP VALUE ZERO.
036000 77  LOCN-FOUND-I                PIC S9(05)  COMP VALUE ZERO.
036100 77  LOCN-MAX                    PIC S9(05)  COMP VALUE +2000.
036200 77  REG-COUNT                   PIC S9(05)  COMP VALUE ZERO.
036300 77  REG-I                       PIC S9(05)  COMP VALUE ZERO.
036400 77  REG-FOUND-I                 PIC S9(05)  COMP VALUE ZERO.
036500 77  REG-MAX                     PIC S9(05)  COMP VALUE +20000.
036600*    PNC NEVER RESENDS A BATCH MORE THAN SEVEN DAYS OLD
036700 77  REG-RETAIN-DAYS             PIC S9(03)  COMP VALUE +7.
036800 77  REG-AGED-COUNT              PIC S9(07)  COMP VALUE ZERO.
036900 77  REG-CUTOFF-DAY-NO           PIC S9(09)  COMP VALUE ZERO.
037000 77  POSN-COUNT                  PIC S9(05)  COMP VALUE ZERO.
037100 77  POSN-I                      PIC S9(05)  COMP VALUE ZERO.
037200 77  POSN-FOUND-I                PIC S9(05)  COMP VALUE ZERO.
037300 77  POSN-MAX                    PIC S9(05)  COMP VALUE +10000.
037400 77  POSN-KEEP-COUNT             PIC S9(05)  COMP VALUE ZERO.
037420 77  DEPT-COUNT                  PIC S9(05)  COMP VALUE ZERO.
037440 77  DEPT-I                      PIC S9(05)  COMP VALUE ZERO.
037460 77  DEPT-FOUND-I                PIC S9(05)  COMP VALUE ZERO.
037480 77  DEPT-MAX                    PIC S9(05)  COMP VALUE +5000.
037500 77  SUBS-STATUS                 PIC X(02)   VALUE SPACES.
037600 77  EVT1-STATUS                 PIC X(02)   VALUE SPACES.
037700 77  EVT2-STATUS                 PIC X(02)   VALUE SPACES.
037800 77  EVT3-STATUS                 PIC X(02)   VALUE SPACES.
037900 77  EVT4-STATUS                 PIC X(02)   VALUE SPACES.
037905 77  EVT5-STATUS                 PIC X(02)   VALUE SPACES.
037910 77  EVT6-STATUS                 PIC X(02)   VALUE SPACES.
037915 77  EVT7-STATUS                 PIC X(02)   VALUE SPACES.
037920 77  EVT8-STATUS                 PIC X(02)   VALUE SPACES.
037925 77  EVT9-STATUS                 PIC X(02)   VALUE SPACES.
037930 77  EVT10-STATUS                PIC X(02)   VALUE SPACES.
037935 77  EVT11-STATUS                PIC X(02)   VALUE SPACES.
037940 77  EVT12-STATUS                PIC X(02)   VALUE SPACES.
037945 77  EVT13-STATUS                PIC X(02)   VALUE SPACES.
037950 77  EVT14-STATUS                PIC X(02)   VALUE SPACES.
037955 77  EVT15-STATUS                PIC X(02)   VALUE SPACES.
037960 77  EVT16-STATUS                PIC X(02)   VALUE SPACES.
038000 77  SUBS-COUNT                  PIC S9(03)  COMP VALUE ZERO.
038100 77  SUBS-I                      PIC S9(03)  COMP VALUE ZERO.
038200 77  SUBS-MAX                    PIC S9(03)  COMP VALUE +100.
038210 77  ROUTE-STATUS                PIC X(02)   VALUE SPACES.
038220 77  ROUTE-COUNT                 PIC S9(03)  COMP VALUE ZERO.
038230 77  ROUTE-I                     PIC S9(03)  COMP VALUE ZERO.
038240 77  ROUTE-FOUND-I               PIC S9(03)  COMP VALUE ZERO.
038250 77  ROUTE-MAX                   PIC S9(03)  COMP VALUE +200.
038260*    THE QUEUE POOL - PNCEVT01 THRU PNCEVT16, OUTPUT FILES 5-20
038270 77  QUEUE-POOL-MAX              PIC S9(03)  COMP VALUE +16.
038280 77  QUEUE-I                     PIC S9(03)  COMP VALUE ZERO.
038290 77  EVT-OUT-BASE                PIC S9(03)  COMP VALUE +4.
038300 77  EVENT-COUNT                 PIC S9(07)  COMP VALUE ZERO.
038400 77  CNTL-STATUS                 PIC X(02)   VALUE SPACES.
038500 77  CKPT-STATUS                 PIC X(02)   VALUE SPACES.
038600 77  WORK-STATUS                 PIC X(02)   VALUE SPACES.
038700 77  TARGET-STATUS               PIC X(02)   VALUE SPACES.
038800 77  COMMIT-INTERVAL             PIC S9(07)  COMP VALUE +1000.
038900 77  CKPT-SEQUENCE               PIC S9(07)  COMP VALUE ZERO.
039000 77  CKPT-INPUT-COUNT            PIC S9(09)  COMP VALUE ZERO.
039100 77  CKPT-QUOTIENT               PIC S9(07)  COMP VALUE ZERO.
039200 77  CKPT-REMAINDER              PIC S9(03)  COMP VALUE ZERO.
039300 77  CHECKPOINT-COUNT            PIC S9(05)  COMP VALUE ZERO.
039400 77  CKPT-GEN                    PIC 9(01)   VALUE ZERO.
039500 77  BEST-GEN                    PIC 9(01)   VALUE ZERO.
039600 77  OUT-I                       PIC S9(03)  COMP VALUE ZERO.
039700 77  COPY-COUNT                  PIC S9(09)  COMP VALUE ZERO.
039800 77  DROP-COUNT                  PIC S9(09)  COMP VALUE ZERO.
039900 77  SKIP-COUNT                  PIC S9(09)  COMP VALUE ZERO.
040000 77  CKPT-POSN-READ              PIC S9(05)  COMP VALUE ZERO.
040100 77  CKPT-REG-READ               PIC S9(05)  COMP VALUE ZERO.
040105 77  RULE-STATUS                 PIC X(02)   VALUE SPACES.
040110 77  RULE-COUNT                  PIC S9(05)  COMP VALUE ZERO.
040115 77  RULE-I                      PIC S9(05)  COMP VALUE ZERO.
040120 77  RULE-FOUND-I                PIC S9(05)  COMP VALUE ZERO.
040125 77  RULE-MAX                    PIC S9(05)  COMP VALUE +1000.
040130 77  RULE-SCORE                  PIC S9(03)  COMP VALUE ZERO.
040135 77  BEST-SCORE                  PIC S9(03)  COMP VALUE ZERO.
040140 77  MOVE-STATUS                 PIC X(02)   VALUE SPACES.
040145 77  ORDER-COUNT                 PIC S9(05)  COMP VALUE ZERO.
040150 77  ORDER-I                     PIC S9(05)  COMP VALUE ZERO.
040155 77  ORDER-FOUND-I               PIC S9(05)  COMP VALUE ZERO.
040160 77  ORDER-MAX                   PIC S9(05)  COMP VALUE +5000.
040165 77  ORDER-RAISED-COUNT          PIC S9(07)  COMP VALUE ZERO.
040170 77  ORDER-COMPLETED-COUNT       PIC S9(07)  COMP VALUE ZERO.
040175 77  ORDER-CLOSED-COUNT          PIC S9(07)  COMP VALUE ZERO.
040200 01  SWITCH-AREA.
040300     05  UPDT-EOF-SW             PIC X(01)   VALUE "N".
040400         88  END-OF-UPDT                     VALUE "Y".
040500     05  SCAC-EOF-SW             PIC X(01)   VALUE "N".
040600         88  END-OF-SCAC                     VALUE "Y".
040700     05  LOCN-EOF-SW             PIC X(01)   VALUE "N".
040800         88  END-OF-LOCN                     VALUE "Y".
040900     05  REG-EOF-SW              PIC X(01)   VALUE "N".
041000         88  END-OF-REG                      VALUE "Y".
041100     05  REG-EXPIRED-SW          PIC X(01)   VALUE "N".
041200         88  REG-ENTRY-EXPIRED               VALUE "Y".
041300     05  REG-OVERFLOW-SW         PIC X(01)   VALUE "N".
041400         88  REGISTRY-OVERFLOW               VALUE "Y".
041500     05  REG-LOAD-FAIL-SW        PIC X(01)   VALUE "N".
041600         88  REGISTRY-LOAD-FAILED            VALUE "Y".
041700     05  POSN-OVERFLOW-SW        PIC X(01)   VALUE "N".
041800         88  POSITION-OVERFLOW               VALUE "Y".
041820     05  DEPT-OVERFLOW-SW        PIC X(01)   VALUE "N".
041840         88  DEPARTURE-OVERFLOW              VALUE "Y".
041900     05  HIST-EOF-SW             PIC X(01)   VALUE "N".
042000         88  END-OF-HIST                     VALUE "Y".
042100     05  POSN-EOF-SW             PIC X(01)   VALUE "N".
042200         88  END-OF-POSN                     VALUE "Y".
042300     05  EDIT-PASS-SW            PIC X(01)   VALUE "Y".
042400         88  EDITS-PASSED                    VALUE "Y".
042500     05  SUBS-EOF-SW             PIC X(01)   VALUE "N".
042600         88  END-OF-SUBS                     VALUE "Y".
042700     05  RESTART-REQ-SW          PIC X(01)   VALUE "N".
042800         88  RESTART-REQUESTED               VALUE "Y".
042900     05  RESTART-RUN-SW          PIC X(01)   VALUE "N".
043000         88  RESTART-RUN                     VALUE "Y".
043100     05  INPUT-DONE-SW           PIC X(01)   VALUE "N".
043200         88  INPUT-EXHAUSTED                 VALUE "Y".
043300     05  CKPT-EOF-SW             PIC X(01)   VALUE "N".
043400         88  END-OF-CKPT                     VALUE "Y".
043500     05  TARGET-EOF-SW           PIC X(01)   VALUE "N".
043600         88  END-OF-TARGET                   VALUE "Y".
043700     05  WORK-EOF-SW             PIC X(01)   VALUE "N".
043800         88  END-OF-WORK                     VALUE "Y".
043820     05  RULE-EOF-SW             PIC X(01)   VALUE "N".
043840         88  END-OF-RULE                     VALUE "Y".
043860     05  MOVE-EOF-SW             PIC X(01)   VALUE "N".
043880         88  END-OF-MOVE                     VALUE "Y".
043885     05  ROUTE-EOF-SW            PIC X(01)   VALUE "N".
043890         88  END-OF-ROUTE                    VALUE "Y".
043900 01  EDIT-REASON                 PIC X(100)  VALUE SPACES.
044000 01  WORK-ASSET-ID               PIC X(25)   VALUE SPACES.
044100 01  OLD-LOAD-STATUS             PIC X(25)   VALUE SPACES.
044200 01  CKPT-RUN-STATUS             PIC X(01)   VALUE SPACES.
044300 01  CKPT-RUN-TIMESTAMP          PIC X(26)   VALUE SPACES.
044400 01  DISPLAY-COUNT               PIC ZZZ,ZZZ,ZZ9.
044500*    OUTPUT FILE RECORD COUNTS - THE STARTING COUNT OF EACH FILE
044600*    PLUS EVERY RECORD WRITTEN SINCE.  THE SUBSCRIPT ORDER IS THE
044700*    6000-SERIES FILE DISPATCH ORDER.
044800 01  OUTPUT-COUNT-AREA.
044900     05  HIST-OUT-COUNT          PIC S9(09)  COMP VALUE ZERO.
045000     05  RESP-OUT-COUNT          PIC S9(09)  COMP VALUE ZERO.
045100     05  SUSP-OUT-COUNT          PIC S9(09)  COMP VALUE ZERO.
045200     05  DCON-OUT-COUNT          PIC S9(09)  COMP VALUE ZERO.
045300     05  EVT-OUT-COUNT           PIC S9(09)  COMP
045400                                 OCCURS 16 TIMES.
045650     05  MOVE-OUT-COUNT          PIC S9(09)  COMP VALUE ZERO.
045700 01  OUTPUT-COUNTS REDEFINES OUTPUT-COUNT-AREA.
045800     05  OUT-COUNT               PIC S9(09)  COMP
045900                                 OCCURS 21 TIMES.
046000 01  OUTPUT-FILE-NAME-TABLE.
046100     05  FILLER                  PIC X(08)   VALUE "PNCHIST".
046200     05  FILLER                  PIC X(08)   VALUE "PNCRESP".
046300     05  FILLER                  PIC X(08)   VALUE "PNCSUSP".
046400     05  FILLER                  PIC X(08)   VALUE "PNCDCONF".
046500     05  FILLER                  PIC X(08)   VALUE "PNCEVT01".
046600     05  FILLER                  PIC X(08)   VALUE "PNCEVT02".
046700     05  FILLER                  PIC X(08)   VALUE "PNCEVT03".
046800     05  FILLER                  PIC X(08)   VALUE "PNCEVT04".
046802     05  FILLER                  PIC X(08)   VALUE "PNCEVT05".
046804     05  FILLER                  PIC X(08)   VALUE "PNCEVT06".
046806     05  FILLER                  PIC X(08)   VALUE "PNCEVT07".
046808     05  FILLER                  PIC X(08)   VALUE "PNCEVT08".
046810     05  FILLER                  PIC X(08)   VALUE "PNCEVT09".
046812     05  FILLER                  PIC X(08)   VALUE "PNCEVT10".
046814     05  FILLER                  PIC X(08)   VALUE "PNCEVT11".
046816     05  FILLER                  PIC X(08)   VALUE "PNCEVT12".
046818     05  FILLER                  PIC X(08)   VALUE "PNCEVT13".
046820     05  FILLER                  PIC X(08)   VALUE "PNCEVT14".
046822     05  FILLER                  PIC X(08)   VALUE "PNCEVT15".
046824     05  FILLER                  PIC X(08)   VALUE "PNCEVT16".
046850     05  FILLER                  PIC X(08)   VALUE "MOVEQUE".
046900 01  OUTPUT-FILE-NAMES REDEFINES OUTPUT-FILE-NAME-TABLE.
047000     05  OFN-NAME                PIC X(08)   OCCURS 21 TIMES.
047100 01  BACKOUT-RECORD              PIC X(323)  VALUE SPACES.
047200*    ONE ROW PER CHECKPOINT GENERATION FOUND AT START
047300 01  CHECKPOINT-GEN-AREA.
047400     05  GEN-ENTRY               OCCURS 2 TIMES.
047500         10  GNT-SEQUENCE        PIC 9(07).
047600         10  GNT-RUN-STATUS      PIC X(01).
047700         10  GNT-VALID-SW        PIC X(01).
047800 01  CHECKPOINT-RECORD-AREA.
047900     05  UPD-K-RECORD-TYPE       PIC X(01).
048000         88  UPD-K-HEADER                    VALUE "H".
048100         88  UPD-K-POSITION                  VALUE "P".
048200         88  UPD-K-REGISTRY                  VALUE "G".
048300         88  UPD-K-TRAILER                   VALUE "T".
048400     05  UPD-K-DATA              PIC X(395).
048500     05  UPD-K-HEADER-DATA REDEFINES UPD-K-DATA.
048600         10  UPD-K-SEQUENCE      PIC 9(07).
048700         10  UPD-K-RUN-STATUS    PIC X(01).
048800             88  UPD-K-RUN-ACTIVE            VALUE "A".
048900             88  UPD-K-RUN-COMPLETE          VALUE "C".
049000         10  UPD-K-RUN-TIMESTAMP PIC X(26).
049100         10  UPD-K-LAST-RUN-TIMESTAMP
049200                                 PIC X(26).
049300         10  UPD-K-INPUT-COUNT   PIC 9(09).
049400         10  UPD-K-OUT-COUNT     PIC 9(09)   OCCURS 21 TIMES.
049500         10  UPD-K-ACCEPT-COUNT  PIC 9(07).
049600         10  UPD-K-SUSPEND-COUNT PIC 9(07).
049700         10  UPD-K-STALE-COUNT   PIC 9(07).
049800         10  UPD-K-DUP-COUNT     PIC 9(07).
049900         10  UPD-K-EVENT-COUNT   PIC 9(07).
050000         10  UPD-K-CONFLICT-COUNT
050100                                 PIC 9(07).
050200         10  UPD-K-REG-AGED-COUNT
050300                                 PIC 9(07).
050400         10  UPD-K-AGED-MIN-TS   PIC X(26).
050500         10  UPD-K-AGED-MAX-TS   PIC X(26).
050600         10  UPD-K-POSN-OVERFLOW PIC X(01).
050700         10  UPD-K-REG-OVERFLOW  PIC X(01).
050800         10  UPD-K-CHECKPOINTS   PIC 9(05).
050900         10  UPD-K-ORDER-RAISED  PIC 9(07).
050920         10  UPD-K-ORDER-COMPLETED
050940                                 PIC 9(07).
050960         10  UPD-K-ORDER-CLOSED  PIC 9(07).
050980         10  FILLER              PIC X(08).
051000     05  UPD-K-POSITION-DATA REDEFINES UPD-K-DATA.
051100         10  UPD-K-POSN-ENTRY    PIC X(124).
051200         10  FILLER              PIC X(271).
051300     05  UPD-K-REGISTRY-DATA REDEFINES UPD-K-DATA.
051400         10  UPD-K-REG-ENTRY     PIC X(51).
051500         10  FILLER              PIC X(344).
051600     05  UPD-K-TRAILER-DATA REDEFINES UPD-K-DATA.
051700         10  UPD-K-T-SEQUENCE    PIC 9(07).
051800         10  UPD-K-T-POSN-COUNT  PIC 9(05).
051900         10  UPD-K-T-REG-COUNT   PIC 9(05).
051950         10  FILLER              PIC X(378).
052002*    ACTIVE MOVE RULES FROM MOVERULE
052004 01  RULE-TABLE-AREA.
052006     05  RULE-ENTRY              OCCURS 1000 TIMES
052008                                 INDEXED BY RULE-X.
052010         10  RTB-CAMPUS          PIC X(06).
052012         10  RTB-FROM-STATUS     PIC X(25).
052014         10  RTB-TO-STATUS       PIC X(25).
052016         10  RTB-DEST-YARD       PIC X(06).
052018         10  RTB-DEST-DOOR       PIC X(06).
052020*    OPEN MOVE ORDERS - EACH ENTRY IS THE MOVEQUE RECORD THAT
052022*    RAISED THE ORDER
052024 01  ORDER-TABLE-AREA.
052026     05  ORDER-ENTRY             OCCURS 5000 TIMES
052028                                 INDEXED BY ORDER-X.
052030         10  OTB-RECORD-TYPE     PIC X(01).
052032         10  OTB-ORDER-ID        PIC X(25).
052034         10  OTB-ASSET-ID        PIC X(25).
052036         10  OTB-ASSET-TYPE      PIC X(01).
052038         10  OTB-CAMPUS          PIC X(06).
052040         10  OTB-FROM-YARD       PIC X(06).
052042         10  OTB-FROM-DOOR       PIC X(06).
052044         10  FILLER              PIC X(150).
052100 01  SUBSCRIPTION-TABLE-AREA.
052200     05  SUBS-ENTRY              OCCURS 100 TIMES
052300                                 INDEXED BY SUBS-X.
052400         10  BTB-SUBSCRIBER-ID   PIC X(10).
052500         10  BTB-QUEUE-NUMBER    PIC 9(02).
052600         10  BTB-CUSTOMER-FILTER PIC X(25).
052700         10  BTB-STATUS-FILTER   PIC X(25).
052705*    ASSIGNED QUEUE ROUTES FROM PNCROUTE
052710 01  ROUTE-TABLE-AREA.
052715     05  ROUTE-ENTRY             OCCURS 200 TIMES
052720                                 INDEXED BY ROUTE-X.
052725         10  QTB-SUBSCRIBER-ID   PIC X(10).
052730         10  QTB-QUEUE-NUMBER    PIC 9(02).
052735*    PER POOL QUEUE: IN USE THIS RUN, AND EVENT ALREADY WRITTEN
052740 01  QUEUE-USE-AREA.
052745     05  QUEUE-USED-SW           PIC X(01)   OCCURS 16 TIMES.
052750 01  QUEUE-SENT-AREA.
052755     05  QUEUE-SENT-SW           PIC X(01)   OCCURS 16 TIMES.
052800 01  EVENT-RECORD-AREA.
052900     05  EVT-SUBSCRIBER-ID       PIC X(10).
053000     05  EVT-TRAILER-NUMBER      PIC X(25).
053100     05  EVT-CONTAINER-NUMBER    PIC X(25).
053200     05  EVT-CAMPUS              PIC X(06).
053300     05  EVT-YARD-CODE           PIC X(06).
053400     05  EVT-DOOR-NUMBER         PIC X(06).
053500     05  EVT-OLD-LOAD-STATUS     PIC X(25).
053600     05  EVT-NEW-LOAD-STATUS     PIC X(25).
053700     05  EVT-CUSTOMER-CODE       PIC X(25).
053800     05  EVT-TIMESTAMP           PIC X(26).
053900 01  MSG-TIMESTAMP-SPLIT.
054000     05  MSG-DATE-PART           PIC X(10).
054100     05  FILLER                  PIC X(16).
054200 01  CXRF-PARAMETER-AREA.
054300     05  CXRF-CUSTOMER-CODE      PIC X(25)   VALUE SPACES.
054400     05  CXRF-AS-OF-DATE         PIC X(10)   VALUE SPACES.
054500     05  CXRF-CUSTOMER-KEY       PIC S9(10)  VALUE ZERO.
054600     05  CXRF-RETURN-CODE        PIC X(02)   VALUE SPACES.
054700 01  XREF-WARNED-SW              PIC X(01)   VALUE "N".
054800     88  XREF-WARNED                         VALUE "Y".
054900 01  SCAC-TABLE-AREA.
055000     05  SCAC-ENTRY              OCCURS 5000 TIMES
055100                                 INDEXED BY SCAC-X.
055200         10  STB-SCAC-CODE       PIC X(04).
055300         10  STB-STATUS          PIC X(01).
055400 01  LOCN-TABLE-AREA.
055500     05  LOCN-ENTRY              OCCURS 2000 TIMES
055600                                 INDEXED BY LOCN-X.
055700         10  LTB-CAMPUS          PIC X(06).
055800         10  LTB-YARD-CODE       PIC X(06).
055900         10  LTB-DOOR-NUMBER     PIC X(06).
056000         10  LTB-STATUS          PIC X(01).
056100 01  REGISTRY-TABLE-AREA.
056200     05  REG-ENTRY               OCCURS 20000 TIMES
056300                                 INDEXED BY REG-X.
056400         10  GTB-MSG-GROUP-ID    PIC X(25).
056500         10  GTB-TIMESTAMP       PIC X(26).
056600 01  POSITION-TABLE-AREA.
056700     05  POSN-ENTRY              OCCURS 10000 TIMES
056800                                 INDEXED BY POSN-X.
056900         10  PTB-ASSET-ID        PIC X(25).
057000         10  PTB-TIMESTAMP       PIC X(26).
057100         10  PTB-LOAD-STATUS     PIC X(25).
057200         10  PTB-ASSET-TYPE      PIC X(01).
057300         10  PTB-CAMPUS          PIC X(06).
057400         10  PTB-YARD-CODE       PIC X(06).
057500         10  PTB-DOOR-NUMBER     PIC X(06).
057600         10  PTB-CUSTOMER-CODE   PIC X(25).
057650         10  PTB-TRAILER-SCAC    PIC X(04).
057655*    LATEST GATE-OUT PER ASSET FROM PNCHIST, RETENTION WINDOW ONLY
057660 01  DEPARTURE-TABLE-AREA.
057665     05  DEPT-ENTRY              OCCURS 5000 TIMES
057670                                 INDEXED BY DEPT-X.
057675         10  DTB-ASSET-ID        PIC X(25).
057680         10  DTB-TIMESTAMP       PIC X(26).
057700 01  RUN-STAMP-AREA.
057800     05  RUN-DATE-YMD            PIC 9(08).
057900     05  RUN-DATE-X REDEFINES RUN-DATE-YMD.
058000         10  RUN-YEAR            PIC X(04).
058100         10  RUN-MONTH           PIC X(02).
058200         10  RUN-DAY             PIC X(02).
058300     05  RUN-TIME-HMS            PIC 9(08).
058400     05  RUN-TIME-X REDEFINES RUN-TIME-HMS.
058500         10  RUN-HOUR            PIC X(02).
058600         10  RUN-MINUTE          PIC X(02).
058700         10  RUN-SECOND          PIC X(02).
058800         10  FILLER              PIC X(02).
058900     05  RUN-TIMESTAMP           PIC X(26).
059000 01  TIMESTAMP-WORK-AREA.
059100     05  TSW-TIMESTAMP.
059200         10  TSW-YEAR            PIC 9(04).
059300         10  FILLER              PIC X(01).
059400         10  TSW-MONTH           PIC 9(02).
059500         10  FILLER              PIC X(01).
059600         10  TSW-DAY             PIC 9(02).
059700         10  FILLER              PIC X(16).
059800     05  TSW-DATE-CHECK REDEFINES TSW-TIMESTAMP.
059900         10  TSW-CHECK-YEAR      PIC X(04).
060000         10  FILLER              PIC X(01).
060100         10  TSW-CHECK-MONTH     PIC X(02).
060200         10  FILLER              PIC X(01).
060300         10  TSW-CHECK-DAY       PIC X(02).
060400         10  FILLER              PIC X(16).
060500     05  TSW-ADJ-YEAR            PIC S9(05)  COMP VALUE ZERO.
060600     05  TSW-ADJ-MONTH           PIC S9(03)  COMP VALUE ZERO.
060700     05  TSW-WORK-1              PIC S9(09)  COMP VALUE ZERO.
060800     05  TSW-WORK-2              PIC S9(09)  COMP VALUE ZERO.
060900     05  TSW-DAY-NUMBER          PIC S9(09)  COMP VALUE ZERO.
061000 01  AGED-RANGE-AREA.
061100     05  AGED-MIN-TIMESTAMP      PIC X(26)   VALUE HIGH-VALUES.
061200     05  AGED-MAX-TIMESTAMP      PIC X(26)   VALUE LOW-VALUES.
061300 01  TOTAL-LINE-1.
061400     05  FILLER                  PIC X(31)   VALUE
061500         "MESSAGES READ  . . . . . . . : ".
061600     05  TOT-READ                PIC ZZ,ZZZ,ZZ9.
061700     05  FILLER                  PIC X(91)   VALUE SPACES.
061800 01  TOTAL-LINE-2.
061900     05  FILLER                  PIC X(31)   VALUE
062000         "ACCEPTED AND APPLIED . . . . : ".
062100     05  TOT-ACCEPTED            PIC ZZ,ZZZ,ZZ9.
062200     05  FILLER                  PIC X(91)   VALUE SPACES.
062300 01  TOTAL-LINE-3.
062400     05  FILLER                  PIC X(31)   VALUE
062500         "REJECTED TO SUSPENSE . . . . : ".
062600     05  TOT-SUSPENDED           PIC ZZ,ZZZ,ZZ9.
062700     05  FILLER                  PIC X(91)   VALUE SPACES.
062800 01  TOTAL-LINE-4.
062900     05  FILLER                  PIC X(31)   VALUE
063000         "REJECTED OUT OF SEQUENCE . . : ".
063100     05  TOT-STALE               PIC ZZ,ZZZ,ZZ9.
063200     05  FILLER                  PIC X(91)   VALUE SPACES.
063300 01  TOTAL-LINE-5.
063400     05  FILLER                  PIC X(31)   VALUE
063500         "DUPLICATES ACKNOWLEDGED  . . : ".
063600     05  TOT-DUPS                PIC ZZ,ZZZ,ZZ9.
063700     05  FILLER                  PIC X(91)   VALUE SPACES.
063800 01  TOTAL-LINE-6.
063900     05  FILLER                  PIC X(31)   VALUE
064000         "EVENTS PUBLISHED . . . . . . : ".
064100     05  TOT-EVENTS              PIC ZZ,ZZZ,ZZ9.
064200     05  FILLER                  PIC X(91)   VALUE SPACES.
064300 01  TOTAL-LINE-7.
064400     05  FILLER                  PIC X(31)   VALUE
064500         "ASSETS ON POSITION MASTER  . : ".
064600     05  TOT-POSITIONS           PIC ZZ,ZZZ,ZZ9.
064700     05  FILLER                  PIC X(91)   VALUE SPACES.
064800 01  TOTAL-LINE-8.
064900     05  FILLER                  PIC X(31)   VALUE
065000         "REGISTRY ENTRIES AGED OUT  . : ".
065100     05  TOT-REG-AGED            PIC ZZ,ZZZ,ZZ9.
065200     05  FILLER                  PIC X(91)   VALUE SPACES.
065300 01  TOTAL-LINE-9.
065400     05  FILLER                  PIC X(31)   VALUE
065500         "REGISTRY ENTRIES RETAINED  . : ".
065600     05  TOT-REG-KEPT            PIC ZZ,ZZZ,ZZ9.
065700     05  FILLER                  PIC X(91)   VALUE SPACES.
065800 01  AGED-RANGE-LINE.
065900     05  FILLER                  PIC X(31)   VALUE
066000         "  AGED-OUT ENTRY TIMESTAMPS  : ".
066100     05  ARL-MIN-TIMESTAMP       PIC X(26).
066200     05  FILLER                  PIC X(03)   VALUE " - ".
066300     05  ARL-MAX-TIMESTAMP       PIC X(26).
066400     05  FILLER                  PIC X(46)   VALUE SPACES.
066500 01  TOTAL-LINE-10.
066600     05  FILLER                  PIC X(31)   VALUE
066700         "DOOR CONFLICTS DETECTED  . . : ".
066800     05  TOT-CONFLICTS           PIC ZZ,ZZZ,ZZ9.
066900     05  FILLER                  PIC X(91)   VALUE SPACES.
067000 01  TOTAL-LINE-11.
067100     05  FILLER                  PIC X(31)   VALUE
067200         "CHECKPOINTS TAKEN  . . . . . : ".
067300     05  TOT-CHECKPOINTS         PIC ZZ,ZZZ,ZZ9.
067400     05  FILLER                  PIC X(91)   VALUE SPACES.
067402 01  TOTAL-LINE-12.
067404     05  FILLER                  PIC X(31)   VALUE
067406         "MOVE ORDERS RAISED . . . . . : ".
067408     05  TOT-ORDERS-RAISED       PIC ZZ,ZZZ,ZZ9.
067410     05  FILLER                  PIC X(91)   VALUE SPACES.
067412 01  TOTAL-LINE-13.
067414     05  FILLER                  PIC X(31)   VALUE
067416         "MOVE ORDERS COMPLETED  . . . : ".
067418     05  TOT-ORDERS-COMPLETED    PIC ZZ,ZZZ,ZZ9.
067420     05  FILLER                  PIC X(91)   VALUE SPACES.
067422 01  TOTAL-LINE-14.
067424     05  FILLER                  PIC X(31)   VALUE
067426         "MOVE ORDERS CLOSED - DEPARTED: ".
067428     05  TOT-ORDERS-CLOSED       PIC ZZ,ZZZ,ZZ9.
067430     05  FILLER                  PIC X(91)   VALUE SPACES.
067432 01  TOTAL-LINE-15.
067434     05  FILLER                  PIC X(31)   VALUE
067436         "MOVE ORDERS STILL OPEN . . . : ".
067438     05  TOT-ORDERS-OPEN         PIC ZZ,ZZZ,ZZ9.
067440     05  FILLER                  PIC X(91)   VALUE SPACES.
067500 01  RESUMED-LINE.
067600     05  FILLER                  PIC X(31)   VALUE
067700         "RESUMED AFTER INPUT MESSAGE  : ".
067800     05  RSL-INPUT-COUNT         PIC ZZ,ZZZ,ZZ9.
067900     05  FILLER                  PIC X(16)   VALUE
068000         " - RUN STARTED ".
068100     05  RSL-RUN-TIMESTAMP       PIC X(26).
068200     05  FILLER                  PIC X(49)   VALUE SPACES.
068300 01  HEADING-LINE-1.
068400     05  FILLER                  PIC X(09)   VALUE "PNCUPD2P".
068500     05  FILLER                  PIC X(27)   VALUE SPACES.
068600     05  FILLER                  PIC X(44)   VALUE
068700         "PNC UPDATE PROCESSING CONTROL TOTALS        ".
068800     05  FILLER                  PIC X(05)   VALUE "RUN: ".
068900     05  HDG-RUN-STAMP           PIC X(19).
069000     05  FILLER                  PIC X(28)   VALUE SPACES.
069100 PROCEDURE DIVISION.
069200*****************************************************************
069300*  0000-MAINLINE - OVERALL PROGRAM CONTROL                      *
069400*****************************************************************
069500 0000-MAINLINE.
069600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
069700     PERFORM 3000-PROCESS-MESSAGE THRU 3000-EXIT
069800         UNTIL END-OF-UPDT.
069900     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
070000     STOP RUN.
070100*****************************************************************
070200*  1000-INITIALIZE - REFERENCE TABLES AND FILE OPENS            *
070300*****************************************************************
070400 1000-INITIALIZE.
070500     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD.
070600     ACCEPT RUN-TIME-HMS FROM TIME.
070700     MOVE SPACES TO RUN-TIMESTAMP.
070800     STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY "-"
070900            RUN-HOUR "." RUN-MINUTE "." RUN-SECOND
071000            ".000000"
071100            DELIMITED BY SIZE INTO RUN-TIMESTAMP.
071200     MOVE RUN-TIMESTAMP TO HDG-RUN-STAMP.
071300     MOVE RUN-TIMESTAMP TO TSW-TIMESTAMP.
071400     PERFORM 8000-TIMESTAMP-TO-DAYS THRU 8000-EXIT.
071500     COMPUTE REG-CUTOFF-DAY-NO =
071600         TSW-DAY-NUMBER - REG-RETAIN-DAYS.
071700     OPEN OUTPUT PRINT-FILE.
071800     IF PRINT-STATUS NOT = "00"
071900         DISPLAY "PNCUPD2P - PRINT OPEN ERROR " PRINT-STATUS
072000             UPON OPER-CONSOLE
072100         MOVE 12 TO RETURN-CODE
072200         STOP RUN.
072300     PERFORM 1010-READ-CONTROL THRU 1010-EXIT.
072400     PERFORM 1020-FIND-CHECKPOINT THRU 1020-EXIT.
072500*    AN INTERRUPTED RUN ON THE CHECKPOINT MUST BE RESUMED - A
072600*    NORMAL RUN WOULD REAPPLY WHAT IT ALREADY WROTE
072700     IF BEST-GEN > ZERO
072800         AND GNT-RUN-STATUS (BEST-GEN) = "A"
072900         IF RESTART-REQUESTED
073000             MOVE "Y" TO RESTART-RUN-SW
073100         ELSE
073200             DISPLAY "PNCUPD2P - PRIOR RUN DID NOT COMPLETE - "
073300                 "RESUBMIT IN RESTART MODE (UPD2CNTL MODE R)"
073400                 UPON OPER-CONSOLE
073500             PERFORM 1990-ABANDON-RUN THRU 1990-EXIT
073600         END-IF
073700     ELSE
073800         IF RESTART-REQUESTED
073900             DISPLAY "PNCUPD2P - RESTART REQUESTED BUT NO "
074000                 "INTERRUPTED RUN ON CHECKPOINT" UPON OPER-CONSOLE
074100         END-IF
074200         MOVE COMMIT-INTERVAL TO DISPLAY-COUNT
074300         DISPLAY "PNCUPD2P - FRESH START - COMMIT POINT EVERY"
074400             DISPLAY-COUNT " INPUT MESSAGES" UPON OPER-CONSOLE
074500         MOVE RUN-TIMESTAMP TO CKPT-RUN-TIMESTAMP.
074600     OPEN INPUT SCAC-FILE.
074700     IF SCAC-STATUS = "00"
074800         PERFORM 1100-LOAD-SCAC THRU 1100-EXIT
074900             UNTIL END-OF-SCAC
075000         CLOSE SCAC-FILE
075100     ELSE
075200         DISPLAY "PNCUPD2P - SCACREF OPEN ERROR "
075300             SCAC-STATUS UPON OPER-CONSOLE.
075400     OPEN INPUT LOCN-FILE.
075500     IF LOCN-STATUS = "00"
075600         PERFORM 1150-LOAD-LOCATIONS THRU 1150-EXIT
075700             UNTIL END-OF-LOCN
075800         CLOSE LOCN-FILE
075900     ELSE
076000         DISPLAY "PNCUPD2P - LOCNREF UNAVAILABLE - "
076100             "LOCATION VALIDATION BYPASSED"
076200             UPON OPER-CONSOLE.
076210     OPEN INPUT RULE-FILE.
076220     IF RULE-STATUS = "00"
076230         PERFORM 1160-LOAD-RULES THRU 1160-EXIT
076240             UNTIL END-OF-RULE
076250         CLOSE RULE-FILE
076260     ELSE
076270         DISPLAY "PNCUPD2P - MOVERULE UNAVAILABLE - "
076280             "NO MOVE ORDERS RAISED" UPON OPER-CONSOLE.
076300     IF RESTART-RUN
076400         PERFORM 1500-RESTORE-CHECKPOINT THRU 1500-EXIT
076500     ELSE
076600         PERFORM 1030-LOAD-MASTERS THRU 1030-EXIT.
076610     MOVE ALL "N" TO QUEUE-USE-AREA.
076620     OPEN INPUT ROUTE-FILE.
076630     IF ROUTE-STATUS = "00"
076640         PERFORM 1340-LOAD-ROUTES THRU 1340-EXIT
076650             UNTIL END-OF-ROUTE
076660         CLOSE ROUTE-FILE
076670     ELSE
076680         DISPLAY "PNCUPD2P - PNCROUTE UNAVAILABLE - "
076690             "NO EVENTS PUBLISHED" UPON OPER-CONSOLE.
076700     OPEN INPUT SUBS-FILE.
076800     IF SUBS-STATUS = "00"
076900         PERFORM 1350-LOAD-SUBSCRIPTIONS THRU 1350-EXIT
077000             UNTIL END-OF-SUBS
077100         CLOSE SUBS-FILE.
077200     IF RESTART-RUN
077300         PERFORM 1700-BACK-OUT-OUTPUT THRU 1700-EXIT
077400             VARYING OUT-I FROM 1 BY 1 UNTIL OUT-I > 21
077500     ELSE
077600         PERFORM 1600-COUNT-OUTPUT THRU 1600-EXIT
077700             VARYING OUT-I FROM 1 BY 1 UNTIL OUT-I > 21.
077720*    MOVEQUE NOW STANDS AT THE LAST COMMIT (OR IS UNTOUCHED ON A
077740*    FRESH RUN), SO ITS OPEN ORDERS ARE THE ONES TO CARRY ON WITH
077760     PERFORM 1450-LOAD-OPEN-ORDERS THRU 1450-EXIT.
077800     PERFORM 1400-OPEN-OUTPUTS THRU 1400-EXIT.
077820     IF NOT END-OF-UPDT
077840         AND NOT POSITION-OVERFLOW
077860         PERFORM 1480-CLOSE-DEPARTED THRU 1480-EXIT.
077900     OPEN INPUT UPDT-FILE.
078000     IF UPDT-STATUS NOT = "00"
078100         DISPLAY "PNCUPD2P - INPUT QUEUE OPEN ERROR "
078200             UPDT-STATUS UPON OPER-CONSOLE
078300         MOVE 12 TO RETURN-CODE
078400         MOVE "Y" TO UPDT-EOF-SW.
078500     IF RESTART-RUN
078600         AND NOT END-OF-UPDT
078700         PERFORM 1800-SKIP-COMMITTED THRU 1800-EXIT.
078800     IF NOT END-OF-UPDT
078900         PERFORM 3900-TAKE-CHECKPOINT THRU 3900-EXIT.
079000 1000-EXIT.
079100     EXIT.
079200*****************************************************************
079300*  1010-READ-CONTROL - RUN MODE AND COMMIT INTERVAL.  THE       *
079400*  CONTROL RECORD IS OPTIONAL - WITHOUT IT THE RUN IS A NORMAL  *
079500*  RUN AT THE DEFAULT COMMIT INTERVAL.                          *
079600*****************************************************************
079700 1010-READ-CONTROL.
079800     OPEN INPUT CNTL-FILE.
079900     IF CNTL-STATUS NOT = "00"
080000         GO TO 1010-EXIT.
080100     READ CNTL-FILE
080200         AT END MOVE SPACES TO CNTL-RECORD.
080300     IF UPD-C-RESTART
080400         MOVE "Y" TO RESTART-REQ-SW.
080500     IF UPD-C-COMMIT-INTERVAL NUMERIC
080600         AND UPD-C-COMMIT-INTERVAL > ZERO
080700         MOVE UPD-C-COMMIT-INTERVAL TO COMMIT-INTERVAL
080800     ELSE
080900     IF UPD-C-INTERVAL-X NOT = SPACES
081000         DISPLAY "PNCUPD2P - UPD2CNTL COMMIT INTERVAL "
081100             UPD-C-INTERVAL-X " INVALID - DEFAULT USED"
081200             UPON OPER-CONSOLE.
081300     CLOSE CNTL-FILE.
081400 1010-EXIT.
081500     EXIT.
081600*****************************************************************
081700*  1020-FIND-CHECKPOINT - THE NEWEST CHECKPOINT GENERATION      *
081800*  THAT WAS WRITTEN THROUGH TO ITS TRAILER                      *
081900*****************************************************************
082000 1020-FIND-CHECKPOINT.
082100     MOVE ZERO TO BEST-GEN.
082200     PERFORM 1025-EXAMINE-GENERATION THRU 1025-EXIT
082300         VARYING CKPT-GEN FROM 1 BY 1 UNTIL CKPT-GEN > 2.
082400     IF BEST-GEN > ZERO
082500         MOVE GNT-SEQUENCE (BEST-GEN) TO CKPT-SEQUENCE.
082600 1020-EXIT.
082700     EXIT.
082800 1025-EXAMINE-GENERATION.
082900     MOVE ZERO TO GNT-SEQUENCE (CKPT-GEN).
083000     MOVE SPACES TO GNT-RUN-STATUS (CKPT-GEN).
083100     MOVE "N" TO GNT-VALID-SW (CKPT-GEN).
083200     MOVE "N" TO CKPT-EOF-SW.
083300     MOVE ZERO TO CKPT-POSN-READ.
083400     MOVE ZERO TO CKPT-REG-READ.
083500     PERFORM 6100-OPEN-CKPT-INPUT THRU 6100-EXIT.
083600     IF CKPT-STATUS NOT = "00"
083700         GO TO 1025-EXIT.
083800     PERFORM 6110-READ-CKPT THRU 6110-EXIT.
083900     IF END-OF-CKPT
084000         OR NOT UPD-K-HEADER
084100         PERFORM 6140-CLOSE-CKPT THRU 6140-EXIT
084200         GO TO 1025-EXIT.
084300     MOVE UPD-K-SEQUENCE TO GNT-SEQUENCE (CKPT-GEN).
084400     MOVE UPD-K-RUN-STATUS TO GNT-RUN-STATUS (CKPT-GEN).
084500     PERFORM 1028-READ-TO-TRAILER THRU 1028-EXIT
084600         UNTIL END-OF-CKPT.
084700     PERFORM 6140-CLOSE-CKPT THRU 6140-EXIT.
084800     IF GNT-VALID-SW (CKPT-GEN) = "Y"
084900         IF BEST-GEN = ZERO
085000             OR GNT-SEQUENCE (CKPT-GEN) > GNT-SEQUENCE (BEST-GEN)
085100             MOVE CKPT-GEN TO BEST-GEN.
085200 1025-EXIT.
085300     EXIT.
085400 1028-READ-TO-TRAILER.
085500     PERFORM 6110-READ-CKPT THRU 6110-EXIT.
085600     IF END-OF-CKPT
085700         GO TO 1028-EXIT.
085800     IF UPD-K-POSITION
085900         ADD 1 TO CKPT-POSN-READ
086000     ELSE
086100     IF UPD-K-REGISTRY
086200         ADD 1 TO CKPT-REG-READ
086300     ELSE
086400     IF UPD-K-TRAILER
086500         IF UPD-K-T-SEQUENCE = GNT-SEQUENCE (CKPT-GEN)
086600             AND UPD-K-T-POSN-COUNT = CKPT-POSN-READ
086700             AND UPD-K-T-REG-COUNT = CKPT-REG-READ
086800             MOVE "Y" TO GNT-VALID-SW (CKPT-GEN)
086900         END-IF
087000         MOVE "Y" TO CKPT-EOF-SW.
087100 1028-EXIT.
087200     EXIT.
087300*****************************************************************
087400*  1030-LOAD-MASTERS - REGISTRY AND POSITION TABLES FROM THE    *
087500*  MASTER FILES FOR A RUN THAT IS NOT RESUMING A CHECKPOINT     *
087600*****************************************************************
087700 1030-LOAD-MASTERS.
087800*    ONLY A MISSING FILE (35) IS A LEGITIMATE EMPTY REGISTRY -
087900*    ANY OTHER OPEN FAILURE MUST NOT LET THE END-OF-RUN REWRITE
088000*    REPLACE SEVEN DAYS OF DUPLICATE PROTECTION WITH ONE RUN,
088100*    AND NO MESSAGE MAY BE APPLIED WITHOUT THAT PROTECTION -
088200*    THE UNCONSUMED QUEUE IS RERUN ONCE PNCMSGRG IS READABLE
088300     OPEN INPUT REG-FILE.
088400     IF REG-STATUS = "00"
088500         PERFORM 1200-LOAD-REGISTRY THRU 1200-EXIT
088600             UNTIL END-OF-REG
088700         CLOSE REG-FILE
088800     ELSE
088900     IF REG-STATUS = "35"
089000         MOVE "Y" TO REG-EOF-SW
089100     ELSE
089200         DISPLAY "PNCUPD2P - PNCMSGRG OPEN ERROR "
089300             REG-STATUS " - NO MESSAGES PROCESSED"
089400             UPON OPER-CONSOLE
089500         MOVE 12 TO RETURN-CODE
089600         MOVE "Y" TO REG-LOAD-FAIL-SW
089700         MOVE "Y" TO REG-EOF-SW
089800         MOVE "Y" TO UPDT-EOF-SW.
089900     OPEN INPUT POSN-FILE.
090000     IF POSN-STATUS = "00"
090100         PERFORM 1250-LOAD-POSN-MASTER THRU 1250-EXIT
090200             UNTIL END-OF-POSN
090300         CLOSE POSN-FILE
090400     ELSE
090500         DISPLAY "PNCUPD2P - POSITION MASTER ABSENT - "
090600             "REBUILDING FROM PNCHIST" UPON OPER-CONSOLE
090700         OPEN INPUT HIST-FILE
090800         IF HIST-STATUS = "00"
090900             PERFORM 1300-LOAD-POSITIONS THRU 1300-EXIT
091000                 UNTIL END-OF-HIST
091100             CLOSE HIST-FILE
091200             PERFORM 1380-DROP-DEPARTED THRU 1380-EXIT
091300         ELSE
091400             MOVE "Y" TO HIST-EOF-SW.
091500 1030-EXIT.
091600     EXIT.
091700 1100-LOAD-SCAC.
091800     READ SCAC-FILE
091900         AT END MOVE "Y" TO SCAC-EOF-SW
092000         GO TO 1100-EXIT.
092100     IF SCAC-COUNT < SCAC-MAX
092200         ADD 1 TO SCAC-COUNT
092300         MOVE UPD-S-SCAC-CODE TO STB-SCAC-CODE (SCAC-COUNT)
092400         MOVE UPD-S-STATUS TO STB-STATUS (SCAC-COUNT)
092500     ELSE
092600         DISPLAY "PNCUPD2P - SCAC TABLE FULL" UPON
092700             OPER-CONSOLE
092800         MOVE "Y" TO SCAC-EOF-SW.
092900 1100-EXIT.
093000     EXIT.
093100 1150-LOAD-LOCATIONS.
093200     READ LOCN-FILE
093300         AT END MOVE "Y" TO LOCN-EOF-SW
093400         GO TO 1150-EXIT.
093500     IF LOCN-COUNT < LOCN-MAX
093600         ADD 1 TO LOCN-COUNT
093700         MOVE UPD-L-CAMPUS TO LTB-CAMPUS (LOCN-COUNT)
093800         MOVE UPD-L-YARD-CODE TO LTB-YARD-CODE (LOCN-COUNT)
093900         MOVE UPD-L-DOOR-NUMBER
094000             TO LTB-DOOR-NUMBER (LOCN-COUNT)
094100         MOVE UPD-L-STATUS TO LTB-STATUS (LOCN-COUNT)
094200     ELSE
094300         DISPLAY "PNCUPD2P - LOCATION TABLE FULL" UPON
094400             OPER-CONSOLE
094500         MOVE "Y" TO LOCN-EOF-SW.
094600 1150-EXIT.
094700     EXIT.
094702 1160-LOAD-RULES.
094704     READ RULE-FILE
094706         AT END MOVE "Y" TO RULE-EOF-SW
094708         GO TO 1160-EXIT.
094710     IF UPD-U-STATUS NOT = "A"
094712         OR UPD-U-DEST-YARD = SPACES
094714         GO TO 1160-EXIT.
094716     IF RULE-COUNT < RULE-MAX
094718         ADD 1 TO RULE-COUNT
094720         MOVE UPD-U-CAMPUS TO RTB-CAMPUS (RULE-COUNT)
094722         MOVE UPD-U-FROM-STATUS TO RTB-FROM-STATUS (RULE-COUNT)
094724         MOVE UPD-U-TO-STATUS TO RTB-TO-STATUS (RULE-COUNT)
094726         MOVE UPD-U-DEST-YARD TO RTB-DEST-YARD (RULE-COUNT)
094728         MOVE UPD-U-DEST-DOOR TO RTB-DEST-DOOR (RULE-COUNT)
094730     ELSE
094732         DISPLAY "PNCUPD2P - MOVE RULE TABLE FULL" UPON
094734             OPER-CONSOLE
094736         MOVE "Y" TO RULE-EOF-SW.
094738 1160-EXIT.
094740     EXIT.
094800 1200-LOAD-REGISTRY.
094900     READ REG-FILE
095000         AT END MOVE "Y" TO REG-EOF-SW
095100         GO TO 1200-EXIT.
095200     PERFORM 1220-CHECK-REG-AGE THRU 1220-EXIT.
095300     IF REG-ENTRY-EXPIRED
095400         ADD 1 TO REG-AGED-COUNT
095500         IF UPD-G-TIMESTAMP < AGED-MIN-TIMESTAMP
095600             MOVE UPD-G-TIMESTAMP TO AGED-MIN-TIMESTAMP
095700         END-IF
095800         IF UPD-G-TIMESTAMP > AGED-MAX-TIMESTAMP
095900             MOVE UPD-G-TIMESTAMP TO AGED-MAX-TIMESTAMP
096000         END-IF
096100         GO TO 1200-EXIT.
096200     IF REG-COUNT < REG-MAX
096300         ADD 1 TO REG-COUNT
096400         MOVE UPD-G-MSG-GROUP-ID
096500             TO GTB-MSG-GROUP-ID (REG-COUNT)
096600         MOVE UPD-G-TIMESTAMP TO GTB-TIMESTAMP (REG-COUNT)
096700     ELSE
096800         DISPLAY "PNCUPD2P - REGISTRY TABLE FULL - "
096900             "INCREASE REG-MAX" UPON OPER-CONSOLE
097000         MOVE 12 TO RETURN-CODE
097100         MOVE "Y" TO REG-OVERFLOW-SW
097200         MOVE "Y" TO REG-EOF-SW.
097300 1200-EXIT.
097400     EXIT.
097500*****************************************************************
097600*  1220-CHECK-REG-AGE - AN ENTRY OLDER THAN THE RETENTION       *
097700*  WINDOW (OR WITH AN UNREADABLE DATE) HAS EXPIRED              *
097800*****************************************************************
097900 1220-CHECK-REG-AGE.
098000     MOVE "N" TO REG-EXPIRED-SW.
098100     MOVE UPD-G-TIMESTAMP TO TSW-TIMESTAMP.
098200     IF TSW-CHECK-YEAR NOT NUMERIC
098300         OR TSW-CHECK-MONTH NOT NUMERIC
098400         OR TSW-CHECK-DAY NOT NUMERIC
098500         MOVE "Y" TO REG-EXPIRED-SW
098600         GO TO 1220-EXIT.
098700     PERFORM 8000-TIMESTAMP-TO-DAYS THRU 8000-EXIT.
098800     IF TSW-DAY-NUMBER < REG-CUTOFF-DAY-NO
098900         MOVE "Y" TO REG-EXPIRED-SW.
099000 1220-EXIT.
099100     EXIT.
099200*****************************************************************
099300*  1250-LOAD-POSN-MASTER - ONE CURRENT POSITION PER ASSET       *
099400*  FROM THE POSITION MASTER (PNCPOSN)                           *
099500*****************************************************************
099600 1250-LOAD-POSN-MASTER.
099700     READ POSN-FILE
099800         AT END MOVE "Y" TO POSN-EOF-SW
099900         GO TO 1250-EXIT.
100000     IF POSN-COUNT < POSN-MAX
100100         ADD 1 TO POSN-COUNT
100200         MOVE UPD-P-ASSET-ID TO PTB-ASSET-ID (POSN-COUNT)
100300         MOVE UPD-P-ASSET-TYPE TO PTB-ASSET-TYPE (POSN-COUNT)
100400         MOVE UPD-P-CAMPUS TO PTB-CAMPUS (POSN-COUNT)
100500         MOVE UPD-P-YARD-CODE TO PTB-YARD-CODE (POSN-COUNT)
100600         MOVE UPD-P-DOOR-NUMBER
100700             TO PTB-DOOR-NUMBER (POSN-COUNT)
100800         MOVE UPD-P-LOAD-STATUS
100900             TO PTB-LOAD-STATUS (POSN-COUNT)
101000         MOVE UPD-P-CUSTOMER-CODE
101100             TO PTB-CUSTOMER-CODE (POSN-COUNT)
101200         MOVE UPD-P-TIMESTAMP TO PTB-TIMESTAMP (POSN-COUNT)
101250         MOVE UPD-P-TRAILER-SCAC
101270             TO PTB-TRAILER-SCAC (POSN-COUNT)
101300     ELSE
101400         DISPLAY "PNCUPD2P - POSITION TABLE FULL" UPON
101500             OPER-CONSOLE
101600         MOVE 12 TO RETURN-CODE
101700         MOVE "Y" TO POSN-OVERFLOW-SW
101800         MOVE "Y" TO POSN-EOF-SW.
101900 1250-EXIT.
102000     EXIT.
102100*****************************************************************
102200*  1300-LOAD-POSITIONS - NEWEST APPLIED TIMESTAMP PER ASSET     *
102300*  REBUILT FROM PNCHIST WHEN THE POSITION MASTER IS ABSENT      *
102400*****************************************************************
102500 1300-LOAD-POSITIONS.
102600     READ HIST-FILE
102700         AT END MOVE "Y" TO HIST-EOF-SW
102800         GO TO 1300-EXIT.
102900     IF UPD-H-TRAILER-NUMBER NOT = SPACES
103000         MOVE UPD-H-TRAILER-NUMBER TO WORK-ASSET-ID
103100     ELSE
103200         IF UPD-H-CONTAINER-NUMBER NOT = SPACES
103300             MOVE UPD-H-CONTAINER-NUMBER TO WORK-ASSET-ID
103400         ELSE
103500             GO TO 1300-EXIT.
103600     PERFORM 4300-FIND-POSITION THRU 4300-EXIT.
103700     IF POSN-FOUND-I > ZERO
103800         IF UPD-H-TIMESTAMP > PTB-TIMESTAMP (POSN-FOUND-I)
103900             PERFORM 1320-STORE-HIST-POSITION THRU 1320-EXIT
104000         END-IF
104100         GO TO 1300-EXIT.
104200     IF POSN-COUNT < POSN-MAX
104300         ADD 1 TO POSN-COUNT
104400         MOVE WORK-ASSET-ID TO PTB-ASSET-ID (POSN-COUNT)
104500         MOVE POSN-COUNT TO POSN-FOUND-I
104600         PERFORM 1320-STORE-HIST-POSITION THRU 1320-EXIT
104700     ELSE
104800         DISPLAY "PNCUPD2P - POSITION TABLE FULL" UPON
104900             OPER-CONSOLE
105000         MOVE 12 TO RETURN-CODE
105100         MOVE "Y" TO POSN-OVERFLOW-SW
105200         MOVE "Y" TO HIST-EOF-SW.
105300 1300-EXIT.
105400     EXIT.
105500 1320-STORE-HIST-POSITION.
105600     IF UPD-H-TRAILER-NUMBER NOT = SPACES
105700         MOVE "T" TO PTB-ASSET-TYPE (POSN-FOUND-I)
105800     ELSE
105900         MOVE "C" TO PTB-ASSET-TYPE (POSN-FOUND-I).
106000     MOVE UPD-H-CAMPUS TO PTB-CAMPUS (POSN-FOUND-I).
106100     MOVE UPD-H-YARD-CODE TO PTB-YARD-CODE (POSN-FOUND-I).
106200     MOVE UPD-H-DOOR-NUMBER TO PTB-DOOR-NUMBER (POSN-FOUND-I).
106300     MOVE UPD-H-LOAD-STATUS TO PTB-LOAD-STATUS (POSN-FOUND-I).
106400     MOVE UPD-H-CUSTOMER-CODE
106500         TO PTB-CUSTOMER-CODE (POSN-FOUND-I).
106600     MOVE UPD-H-TIMESTAMP TO PTB-TIMESTAMP (POSN-FOUND-I).
106650     MOVE UPD-H-TRAILER-SCAC
106670         TO PTB-TRAILER-SCAC (POSN-FOUND-I).
106700 1320-EXIT.
106800     EXIT.
106900*****************************************************************
107000*  1380-DROP-DEPARTED - AN ASSET WHOSE NEWEST HISTORY RECORD IS *
107100*  A GATE-OUT HAS LEFT THE CAMPUS AND HAS NO CURRENT POSITION   *
107200*****************************************************************
107300 1380-DROP-DEPARTED.
107400     MOVE ZERO TO POSN-KEEP-COUNT.
107500     PERFORM 1390-KEEP-ONE-POSITION THRU 1390-EXIT
107600         VARYING POSN-I FROM 1 BY 1
107700         UNTIL POSN-I > POSN-COUNT.
107800     MOVE POSN-KEEP-COUNT TO POSN-COUNT.
107900 1380-EXIT.
108000     EXIT.
108100 1390-KEEP-ONE-POSITION.
108200     IF PTB-LOAD-STATUS (POSN-I) = "DEPARTED"
108300         GO TO 1390-EXIT.
108400     ADD 1 TO POSN-KEEP-COUNT.
108500     IF POSN-KEEP-COUNT NOT = POSN-I
108600         MOVE POSN-ENTRY (POSN-I)
108700             TO POSN-ENTRY (POSN-KEEP-COUNT).
108800 1390-EXIT.
108900     EXIT.
108920 1340-LOAD-ROUTES.
108940     READ ROUTE-FILE
108960         AT END MOVE "Y" TO ROUTE-EOF-SW
108980         GO TO 1340-EXIT.
109000     IF UPD-Q-STATUS NOT = "A"
109020         GO TO 1340-EXIT.
109040     IF UPD-Q-QUEUE-PREFIX NOT = "PNCEVT"
109060         OR UPD-Q-QUEUE-NUMBER IS NOT NUMERIC
109080         MOVE ZERO TO QUEUE-I
109100     ELSE
109120         MOVE UPD-Q-QUEUE-NUMBER TO QUEUE-I.
109140     IF QUEUE-I < 1 OR QUEUE-I > QUEUE-POOL-MAX
109160         DISPLAY "PNCUPD2P - SUBSCRIBER " UPD-Q-SUBSCRIBER-ID
109180             " ROUTED TO INVALID QUEUE " UPD-Q-QUEUE-DD
109200             " - SKIPPED" UPON OPER-CONSOLE
109220         GO TO 1340-EXIT.
109240     IF ROUTE-COUNT < ROUTE-MAX
109260         ADD 1 TO ROUTE-COUNT
109280         MOVE UPD-Q-SUBSCRIBER-ID
109300             TO QTB-SUBSCRIBER-ID (ROUTE-COUNT)
109320         MOVE UPD-Q-QUEUE-NUMBER
109340             TO QTB-QUEUE-NUMBER (ROUTE-COUNT)
109360     ELSE
109380         DISPLAY "PNCUPD2P - ROUTE TABLE FULL"
109400             UPON OPER-CONSOLE
109420         MOVE "Y" TO ROUTE-EOF-SW.
109440 1340-EXIT.
109460     EXIT.
109480 1350-LOAD-SUBSCRIPTIONS.
109500     READ SUBS-FILE
109520         AT END MOVE "Y" TO SUBS-EOF-SW
109540         GO TO 1350-EXIT.
109560     IF UPD-B-STATUS NOT = "A"
109580         GO TO 1350-EXIT.
109600     PERFORM 1360-FIND-ROUTE THRU 1360-EXIT.
109620     IF ROUTE-FOUND-I = ZERO
109640         DISPLAY "PNCUPD2P - SUBSCRIBER "
109660             UPD-B-SUBSCRIBER-ID " HAS NO QUEUE ROUTE - SKIPPED"
109680             UPON OPER-CONSOLE
109700         GO TO 1350-EXIT.
109720     IF SUBS-COUNT < SUBS-MAX
109740         ADD 1 TO SUBS-COUNT
109760         MOVE UPD-B-SUBSCRIBER-ID
109780             TO BTB-SUBSCRIBER-ID (SUBS-COUNT)
109800         MOVE QTB-QUEUE-NUMBER (ROUTE-FOUND-I)
109820             TO BTB-QUEUE-NUMBER (SUBS-COUNT)
109840         MOVE UPD-B-CUSTOMER-FILTER
109860             TO BTB-CUSTOMER-FILTER (SUBS-COUNT)
109880         MOVE UPD-B-STATUS-FILTER
109900             TO BTB-STATUS-FILTER (SUBS-COUNT)
109920         MOVE QTB-QUEUE-NUMBER (ROUTE-FOUND-I) TO QUEUE-I
109930         MOVE "Y" TO QUEUE-USED-SW (QUEUE-I)
109940     ELSE
109960         DISPLAY "PNCUPD2P - SUBSCRIPTION TABLE FULL"
109980             UPON OPER-CONSOLE
110000         MOVE "Y" TO SUBS-EOF-SW.
110020 1350-EXIT.
110040     EXIT.
110060 1360-FIND-ROUTE.
110080     MOVE ZERO TO ROUTE-FOUND-I.
110100     IF ROUTE-COUNT = ZERO
110120         GO TO 1360-EXIT.
110140     PERFORM 1365-SCAN-ROUTE THRU 1365-EXIT
110160         VARYING ROUTE-I FROM 1 BY 1
110180         UNTIL ROUTE-I > ROUTE-COUNT
110200         OR ROUTE-FOUND-I > ZERO.
110220 1360-EXIT.
110240     EXIT.
110260 1365-SCAN-ROUTE.
110280     IF QTB-SUBSCRIBER-ID (ROUTE-I) = UPD-B-SUBSCRIBER-ID
110300         MOVE ROUTE-I TO ROUTE-FOUND-I.
110320 1365-EXIT.
110340     EXIT.
110360 1370-OPEN-ONE-QUEUE.
110380     IF QUEUE-USED-SW (QUEUE-I) NOT = "Y"
110400         GO TO 1370-EXIT.
110420     COMPUTE OUT-I = QUEUE-I + EVT-OUT-BASE.
110440     PERFORM 6050-OPEN-TARGET-EXTEND THRU 6050-EXIT.
110460     IF TARGET-STATUS NOT = "00"
110480         PERFORM 6020-OPEN-TARGET-OUTPUT THRU 6020-EXIT.
110500     IF TARGET-STATUS NOT = "00"
110520         DISPLAY "PNCUPD2P - EVENT FILE " OFN-NAME (OUT-I)
110540             " OPEN ERROR " TARGET-STATUS UPON OPER-CONSOLE
110560         MOVE 12 TO RETURN-CODE
110580         MOVE "Y" TO UPDT-EOF-SW.
110600 1370-EXIT.
110620     EXIT.
111800 1400-OPEN-OUTPUTS.
111900     IF SUBS-COUNT > ZERO
112000         PERFORM 1370-OPEN-ONE-QUEUE THRU 1370-EXIT
112100             VARYING QUEUE-I FROM 1 BY 1
112200             UNTIL QUEUE-I > QUEUE-POOL-MAX.
114800     OPEN EXTEND RESP-FILE.
114900     IF RESP-STATUS NOT = "00"
115000         OPEN OUTPUT RESP-FILE.
115100     OPEN EXTEND SUSP-FILE.
115200     IF SUSP-STATUS NOT = "00"
115300         OPEN OUTPUT SUSP-FILE.
115400     OPEN EXTEND DCON-FILE.
115500     IF DCON-STATUS NOT = "00"
115600         OPEN OUTPUT DCON-FILE.
115620     OPEN EXTEND MOVE-FILE.
115640     IF MOVE-STATUS NOT = "00"
115660         OPEN OUTPUT MOVE-FILE.
115700     OPEN EXTEND HIST-FILE.
115800     IF HIST-STATUS NOT = "00"
115900         OPEN OUTPUT HIST-FILE.
116000     IF RESP-STATUS NOT = "00" OR SUSP-STATUS NOT = "00"
116100         OR HIST-STATUS NOT = "00" OR DCON-STATUS NOT = "00"
116150         OR MOVE-STATUS NOT = "00"
116200         DISPLAY "PNCUPD2P - OUTPUT OPEN ERROR R=" RESP-STATUS
116300             " S=" SUSP-STATUS " H=" HIST-STATUS
116400             " D=" DCON-STATUS " M=" MOVE-STATUS UPON OPER-CONSOLE
116500         MOVE 12 TO RETURN-CODE
116600         MOVE "Y" TO UPDT-EOF-SW.
116700 1400-EXIT.
116800     EXIT.
116801*****************************************************************
116802*  1450-LOAD-OPEN-ORDERS - EVERY ORDER RAISED ON MOVEQUE (O)    *
116803*  WITH NO LATER COMPLETION (C) OR CLOSURE (D) RECORD           *
116804*****************************************************************
116805 1450-LOAD-OPEN-ORDERS.
116806     MOVE ZERO TO ORDER-COUNT.
116807     OPEN INPUT MOVE-FILE.
116808     IF MOVE-STATUS NOT = "00"
116809         GO TO 1450-EXIT.
116810     PERFORM 1460-LOAD-ONE-ORDER THRU 1460-EXIT
116811         UNTIL END-OF-MOVE.
116812     CLOSE MOVE-FILE.
116813 1450-EXIT.
116814     EXIT.
116815 1460-LOAD-ONE-ORDER.
116816     READ MOVE-FILE
116817         AT END MOVE "Y" TO MOVE-EOF-SW
116818         GO TO 1460-EXIT.
116819     MOVE UPD-M-ASSET-ID TO WORK-ASSET-ID.
116820     PERFORM 4700-FIND-ORDER THRU 4700-EXIT.
116821     IF NOT UPD-M-ORDER-RAISED
116822         IF ORDER-FOUND-I > ZERO
116823             AND OTB-ORDER-ID (ORDER-FOUND-I) = UPD-M-ORDER-ID
116824             PERFORM 3790-DROP-ORDER THRU 3790-EXIT
116825         END-IF
116826         GO TO 1460-EXIT.
116827     IF ORDER-FOUND-I > ZERO
116828         MOVE MOVE-RECORD TO ORDER-ENTRY (ORDER-FOUND-I)
116829         GO TO 1460-EXIT.
116830     IF ORDER-COUNT < ORDER-MAX
116831         ADD 1 TO ORDER-COUNT
116832         MOVE MOVE-RECORD TO ORDER-ENTRY (ORDER-COUNT)
116833     ELSE
116834         DISPLAY "PNCUPD2P - MOVE ORDER TABLE FULL - "
116835             "INCREASE ORDER-MAX" UPON OPER-CONSOLE
116836         MOVE 12 TO RETURN-CODE
116837         MOVE "Y" TO MOVE-EOF-SW.
116838 1460-EXIT.
116839     EXIT.
116840*****************************************************************
116841*  1480-CLOSE-DEPARTED - AN OPEN ORDER FOR AN ASSET NO LONGER   *
116842*  ON THE POSITION TABLE (GATED OUT SINCE) CAN NEVER COMPLETE - *
116843*  IT IS CLOSED WITH A "D" RECORD                               *
116844*****************************************************************
116845 1480-CLOSE-DEPARTED.
116846     MOVE 1 TO ORDER-I.
116847     PERFORM 1490-CHECK-ONE-ORDER THRU 1490-EXIT
116848         UNTIL ORDER-I > ORDER-COUNT.
116849 1480-EXIT.
116850     EXIT.
116851 1490-CHECK-ONE-ORDER.
116852     MOVE OTB-ASSET-ID (ORDER-I) TO WORK-ASSET-ID.
116853     PERFORM 4300-FIND-POSITION THRU 4300-EXIT.
116854     IF POSN-FOUND-I > ZERO
116855         ADD 1 TO ORDER-I
116856         GO TO 1490-EXIT.
116857     MOVE ORDER-ENTRY (ORDER-I) TO MOVE-RECORD.
116858     MOVE "D" TO UPD-M-RECORD-TYPE.
116859     MOVE SPACES TO UPD-M-TO-YARD.
116860     MOVE SPACES TO UPD-M-TO-DOOR.
116861     MOVE RUN-TIMESTAMP TO UPD-M-TIMESTAMP.
116862     MOVE SPACES TO UPD-M-EVENT-GROUP-ID.
116863     WRITE MOVE-RECORD.
116864     ADD 1 TO MOVE-OUT-COUNT.
116865     ADD 1 TO ORDER-CLOSED-COUNT.
116866*    THE LAST ENTRY MOVES INTO THIS SLOT - CHECK IT NEXT
116867     MOVE ORDER-I TO ORDER-FOUND-I.
116868     PERFORM 3790-DROP-ORDER THRU 3790-EXIT.
116869 1490-EXIT.
116870     EXIT.
116900*****************************************************************
117000*  1500-RESTORE-CHECKPOINT - TABLES, TOTALS AND OUTPUT COUNTS   *
117100*  AS THEY STOOD AT THE LAST COMMIT OF THE INTERRUPTED RUN      *
117200*****************************************************************
117300 1500-RESTORE-CHECKPOINT.
117400     MOVE BEST-GEN TO CKPT-GEN.
117500     MOVE "N" TO CKPT-EOF-SW.
117600     MOVE ZERO TO POSN-COUNT.
117700     MOVE ZERO TO REG-COUNT.
117800     PERFORM 6100-OPEN-CKPT-INPUT THRU 6100-EXIT.
117900     IF CKPT-STATUS NOT = "00"
118000         DISPLAY "PNCUPD2P - UPD2CKP" CKPT-GEN " OPEN ERROR "
118100             CKPT-STATUS " - RESTART ABANDONED" UPON OPER-CONSOLE
118200         PERFORM 1990-ABANDON-RUN THRU 1990-EXIT.
118300     PERFORM 1550-RESTORE-ONE-RECORD THRU 1550-EXIT
118400         UNTIL END-OF-CKPT.
118500     PERFORM 6140-CLOSE-CKPT THRU 6140-EXIT.
118600     MOVE CKPT-INPUT-COUNT TO READ-COUNT.
118700     MOVE "Y" TO REG-EOF-SW.
118800     MOVE CKPT-INPUT-COUNT TO DISPLAY-COUNT.
118900     MOVE CKPT-INPUT-COUNT TO RSL-INPUT-COUNT.
119000     MOVE CKPT-RUN-TIMESTAMP TO RSL-RUN-TIMESTAMP.
119100     DISPLAY "PNCUPD2P - RESUMING INTERRUPTED RUN OF "
119200         CKPT-RUN-TIMESTAMP " AFTER INPUT MESSAGE" DISPLAY-COUNT
119300         UPON OPER-CONSOLE.
119400 1500-EXIT.
119500     EXIT.
119600 1550-RESTORE-ONE-RECORD.
119700     PERFORM 6110-READ-CKPT THRU 6110-EXIT.
119800     IF END-OF-CKPT
119900         GO TO 1550-EXIT.
120000     IF UPD-K-HEADER
120100         MOVE UPD-K-RUN-TIMESTAMP TO CKPT-RUN-TIMESTAMP
120200         MOVE UPD-K-INPUT-COUNT TO CKPT-INPUT-COUNT
120300         MOVE UPD-K-ACCEPT-COUNT TO ACCEPT-COUNT
120400         MOVE UPD-K-SUSPEND-COUNT TO SUSPEND-COUNT
120500         MOVE UPD-K-STALE-COUNT TO STALE-COUNT
120600         MOVE UPD-K-DUP-COUNT TO DUP-COUNT
120700         MOVE UPD-K-EVENT-COUNT TO EVENT-COUNT
120800         MOVE UPD-K-CONFLICT-COUNT TO CONFLICT-COUNT
120900         MOVE UPD-K-REG-AGED-COUNT TO REG-AGED-COUNT
121000         MOVE UPD-K-AGED-MIN-TS TO AGED-MIN-TIMESTAMP
121100         MOVE UPD-K-AGED-MAX-TS TO AGED-MAX-TIMESTAMP
121200         MOVE UPD-K-POSN-OVERFLOW TO POSN-OVERFLOW-SW
121300         MOVE UPD-K-REG-OVERFLOW TO REG-OVERFLOW-SW
121400         MOVE UPD-K-CHECKPOINTS TO CHECKPOINT-COUNT
121420         MOVE UPD-K-ORDER-RAISED TO ORDER-RAISED-COUNT
121440         MOVE UPD-K-ORDER-COMPLETED TO ORDER-COMPLETED-COUNT
121460         MOVE UPD-K-ORDER-CLOSED TO ORDER-CLOSED-COUNT
121500         PERFORM 1560-RESTORE-OUT-COUNT THRU 1560-EXIT
121600             VARYING OUT-I FROM 1 BY 1 UNTIL OUT-I > 21
121700         GO TO 1550-EXIT.
121800     IF UPD-K-POSITION
121900         ADD 1 TO POSN-COUNT
122000         MOVE UPD-K-POSN-ENTRY TO POSN-ENTRY (POSN-COUNT)
122100         GO TO 1550-EXIT.
122200     IF UPD-K-REGISTRY
122300         ADD 1 TO REG-COUNT
122400         MOVE UPD-K-REG-ENTRY TO REG-ENTRY (REG-COUNT)
122500         GO TO 1550-EXIT.
122600     MOVE "Y" TO CKPT-EOF-SW.
122700 1550-EXIT.
122800     EXIT.
122900 1560-RESTORE-OUT-COUNT.
123000     MOVE UPD-K-OUT-COUNT (OUT-I) TO OUT-COUNT (OUT-I).
123100 1560-EXIT.
123200     EXIT.
123300*****************************************************************
123400*  1600-COUNT-OUTPUT - RECORDS ALREADY ON ONE OUTPUT FILE WHEN  *
123450*  A FRESH RUN STARTS.  A MISSING FILE COUNTS ZERO.  IT IS      *
123500*  COUNTED NOW BECAUSE NO OUTPUT RECORD CARRIES THE TIME IT     *
123550*  WAS WRITTEN, SO A RESTART COULD NOT RECOVER THE COUNT.       *
123600*****************************************************************
123700 1600-COUNT-OUTPUT.
123800     MOVE ZERO TO OUT-COUNT (OUT-I).
123900     MOVE "N" TO TARGET-EOF-SW.
124000     PERFORM 6000-OPEN-TARGET-INPUT THRU 6000-EXIT.
124100     IF TARGET-STATUS NOT = "00"
124200         GO TO 1600-EXIT.
124300     PERFORM 1650-COUNT-ONE THRU 1650-EXIT
124400         UNTIL END-OF-TARGET.
124500     PERFORM 6040-CLOSE-TARGET THRU 6040-EXIT.
124600 1600-EXIT.
124700     EXIT.
124800 1650-COUNT-ONE.
124900     PERFORM 6010-READ-TARGET THRU 6010-EXIT.
125000     IF END-OF-TARGET
125050         GO TO 1650-EXIT.
125100     ADD 1 TO OUT-COUNT (OUT-I).
125150     IF OUT-I = 1
125160         PERFORM 1680-NOTE-DEPARTURE THRU 1680-EXIT.
125200 1650-EXIT.
125300     EXIT.
125302*****************************************************************
125304*  1680-NOTE-DEPARTURE - KEEP THE LATEST GATE-OUT PER ASSET     *
125306*  FROM THE PNCHIST RECORD JUST READ.  ONLY THE RETENTION       *
125308*  WINDOW MATTERS - NO QUEUED SIGHTING IS OLDER THAN THAT.      *
125310*****************************************************************
125312 1680-NOTE-DEPARTURE.
125314     IF UPD-H-LOAD-STATUS NOT = "DEPARTED"
125316         OR DEPARTURE-OVERFLOW
125318         GO TO 1680-EXIT.
125320     MOVE UPD-H-TIMESTAMP TO TSW-TIMESTAMP.
125322     IF TSW-CHECK-YEAR NOT NUMERIC
125324         OR TSW-CHECK-MONTH NOT NUMERIC
125326         OR TSW-CHECK-DAY NOT NUMERIC
125328         GO TO 1680-EXIT.
125330     PERFORM 8000-TIMESTAMP-TO-DAYS THRU 8000-EXIT.
125332     IF TSW-DAY-NUMBER < REG-CUTOFF-DAY-NO
125334         GO TO 1680-EXIT.
125336     IF UPD-H-TRAILER-NUMBER NOT = SPACES
125338         MOVE UPD-H-TRAILER-NUMBER TO WORK-ASSET-ID
125340     ELSE
125342         IF UPD-H-CONTAINER-NUMBER NOT = SPACES
125344             MOVE UPD-H-CONTAINER-NUMBER TO WORK-ASSET-ID
125346         ELSE
125348             GO TO 1680-EXIT.
125350     PERFORM 4360-FIND-DEPARTURE THRU 4360-EXIT.
125352     IF DEPT-FOUND-I > ZERO
125354         IF UPD-H-TIMESTAMP > DTB-TIMESTAMP (DEPT-FOUND-I)
125356             MOVE UPD-H-TIMESTAMP TO DTB-TIMESTAMP (DEPT-FOUND-I)
125358         END-IF
125360         GO TO 1680-EXIT.
125362*    WITHOUT EVERY GATE-OUT IN THE TABLE A QUEUED SIGHTING COULD
125364*    PUT A DEPARTED ASSET BACK ON THE YARD - NOTHING IS APPLIED
125366     IF DEPT-COUNT < DEPT-MAX
125368         ADD 1 TO DEPT-COUNT
125370         MOVE WORK-ASSET-ID TO DTB-ASSET-ID (DEPT-COUNT)
125372         MOVE UPD-H-TIMESTAMP TO DTB-TIMESTAMP (DEPT-COUNT)
125374     ELSE
125376         DISPLAY "PNCUPD2P - DEPARTURE TABLE FULL - NO MESSAGES "
125378             "PROCESSED - INCREASE DEPT-MAX" UPON OPER-CONSOLE
125380         MOVE 12 TO RETURN-CODE
125382         MOVE "Y" TO DEPT-OVERFLOW-SW
125384         MOVE "Y" TO UPDT-EOF-SW.
125386 1680-EXIT.
125388     EXIT.
125400*****************************************************************
125500*  1700-BACK-OUT-OUTPUT - CUT ONE OUTPUT FILE BACK TO ITS       *
125600*  RECORD COUNT AT THE LAST COMMIT.  THE COMMITTED RECORDS ARE  *
125700*  COPIED TO UPD2WORK AND, IF ANYTHING WAS WRITTEN PAST THE     *
125800*  COMMIT, COPIED BACK OVER THE FILE.                           *
125900*****************************************************************
126000 1700-BACK-OUT-OUTPUT.
126100     MOVE ZERO TO COPY-COUNT.
126200     MOVE ZERO TO DROP-COUNT.
126300     MOVE "N" TO TARGET-EOF-SW.
126400     PERFORM 6000-OPEN-TARGET-INPUT THRU 6000-EXIT.
126500     IF TARGET-STATUS NOT = "00"
126600         IF OUT-COUNT (OUT-I) = ZERO
126700             GO TO 1700-EXIT
126800         ELSE
126900             DISPLAY "PNCUPD2P - " OFN-NAME (OUT-I)
127000                 " OPEN ERROR " TARGET-STATUS
127100                 " - RESTART ABANDONED" UPON OPER-CONSOLE
127200             PERFORM 1990-ABANDON-RUN THRU 1990-EXIT
127300         END-IF
127400     END-IF.
127500     OPEN OUTPUT WORK-FILE.
127600     IF WORK-STATUS NOT = "00"
127700         DISPLAY "PNCUPD2P - UPD2WORK OPEN ERROR " WORK-STATUS
127800             " - RESTART ABANDONED" UPON OPER-CONSOLE
127900         PERFORM 1990-ABANDON-RUN THRU 1990-EXIT.
128000     PERFORM 1750-COPY-COMMITTED THRU 1750-EXIT
128100         UNTIL END-OF-TARGET.
128200     PERFORM 6040-CLOSE-TARGET THRU 6040-EXIT.
128300     CLOSE WORK-FILE.
128400     IF COPY-COUNT < OUT-COUNT (OUT-I)
128500         DISPLAY "PNCUPD2P - " OFN-NAME (OUT-I)
128600             " HOLDS FEWER RECORDS THAN AT THE LAST COMMIT - "
128700             "RESTART ABANDONED" UPON OPER-CONSOLE
128800         PERFORM 1990-ABANDON-RUN THRU 1990-EXIT.
128900     IF DROP-COUNT = ZERO
129000         GO TO 1700-EXIT.
129100     MOVE "N" TO WORK-EOF-SW.
129200     OPEN INPUT WORK-FILE.
129300     PERFORM 6020-OPEN-TARGET-OUTPUT THRU 6020-EXIT.
129400     IF WORK-STATUS NOT = "00" OR TARGET-STATUS NOT = "00"
129500         DISPLAY "PNCUPD2P - " OFN-NAME (OUT-I)
129600             " BACK-OUT ERROR W=" WORK-STATUS " T=" TARGET-STATUS
129700             " - RESTORE FILE FROM UPD2WORK" UPON OPER-CONSOLE
129800         PERFORM 1990-ABANDON-RUN THRU 1990-EXIT.
129900     PERFORM 1760-RESTORE-ONE THRU 1760-EXIT
130000         UNTIL END-OF-WORK.
130100     CLOSE WORK-FILE.
130200     PERFORM 6040-CLOSE-TARGET THRU 6040-EXIT.
130300     MOVE DROP-COUNT TO DISPLAY-COUNT.
130400     DISPLAY "PNCUPD2P -" DISPLAY-COUNT
130500         " UNCOMMITTED RECORDS BACKED OUT OF " OFN-NAME (OUT-I)
130600         UPON OPER-CONSOLE.
130700 1700-EXIT.
130800     EXIT.
130900 1750-COPY-COMMITTED.
131000     PERFORM 6010-READ-TARGET THRU 6010-EXIT.
131100     IF END-OF-TARGET
131200         GO TO 1750-EXIT.
131300     IF COPY-COUNT < OUT-COUNT (OUT-I)
131400         WRITE WORK-FILE-RECORD FROM BACKOUT-RECORD
131500         ADD 1 TO COPY-COUNT
131520         IF OUT-I = 1
131540             PERFORM 1680-NOTE-DEPARTURE THRU 1680-EXIT
131560         END-IF
131600     ELSE
131700         ADD 1 TO DROP-COUNT.
131800 1750-EXIT.
131900     EXIT.
132000 1760-RESTORE-ONE.
132100     READ WORK-FILE INTO BACKOUT-RECORD
132200         AT END MOVE "Y" TO WORK-EOF-SW
132300         GO TO 1760-EXIT.
132400     PERFORM 6030-WRITE-TARGET THRU 6030-EXIT.
132500 1760-EXIT.
132600     EXIT.
132700*****************************************************************
132800*  1800-SKIP-COMMITTED - PASS OVER THE INPUT MESSAGES CONSUMED  *
132900*  BEFORE THE LAST COMMIT OF THE INTERRUPTED RUN                *
133000*****************************************************************
133100 1800-SKIP-COMMITTED.
133200     MOVE ZERO TO SKIP-COUNT.
133300     PERFORM 1850-SKIP-ONE THRU 1850-EXIT
133400         UNTIL SKIP-COUNT NOT < CKPT-INPUT-COUNT
133500         OR END-OF-UPDT.
133600     IF SKIP-COUNT < CKPT-INPUT-COUNT
133700         MOVE SKIP-COUNT TO DISPLAY-COUNT
133800         DISPLAY "PNCUPD2P - INPUT QUEUE HOLDS ONLY" DISPLAY-COUNT
133900             " COMMITTED MESSAGES - WRONG QUEUE FOR RESTART"
134000             UPON OPER-CONSOLE
134100         MOVE 12 TO RETURN-CODE.
134200 1800-EXIT.
134300     EXIT.
134400 1850-SKIP-ONE.
134500     READ UPDT-FILE
134600         AT END MOVE "Y" TO UPDT-EOF-SW
134700         GO TO 1850-EXIT.
134800     ADD 1 TO SKIP-COUNT.
134900 1850-EXIT.
135000     EXIT.
135100*****************************************************************
135200*  1990-ABANDON-RUN - STOP BEFORE ANY FILE IS UPDATED           *
135300*****************************************************************
135400 1990-ABANDON-RUN.
135500     MOVE 12 TO RETURN-CODE.
135600     CLOSE PRINT-FILE.
135700     STOP RUN.
135800 1990-EXIT.
135900     EXIT.
136000*****************************************************************
136100*  3000-PROCESS-MESSAGE - ONE QUEUED MESSAGE                    *
136200*****************************************************************
136300 3000-PROCESS-MESSAGE.
136400     IF READ-COUNT - CKPT-INPUT-COUNT NOT < COMMIT-INTERVAL
136500         PERFORM 3900-TAKE-CHECKPOINT THRU 3900-EXIT.
136600     IF END-OF-UPDT
136700         GO TO 3000-EXIT.
136800     READ UPDT-FILE
136900         AT END MOVE "Y" TO UPDT-EOF-SW
137000         MOVE "Y" TO INPUT-DONE-SW
137100         GO TO 3000-EXIT.
137200     ADD 1 TO READ-COUNT.
137300     PERFORM 4100-FIND-REGISTRY THRU 4100-EXIT.
137400     IF REG-FOUND-I > ZERO
137500         PERFORM 3200-ACK-DUPLICATE THRU 3200-EXIT
137600         GO TO 3000-EXIT.
137700     PERFORM 4000-EDIT-MESSAGE THRU 4000-EXIT.
137800     IF NOT EDITS-PASSED
137900         PERFORM 3300-REJECT-TO-SUSPENSE THRU 3300-EXIT
138000         GO TO 3000-EXIT.
138100     PERFORM 4300-FIND-POSITION THRU 4300-EXIT.
138200     IF POSN-FOUND-I > ZERO
138300         AND UPD-I-MSG-TIMESTAMP <
138400             PTB-TIMESTAMP (POSN-FOUND-I)
138500         PERFORM 3400-REJECT-STALE THRU 3400-EXIT
138600         GO TO 3000-EXIT.
138610     PERFORM 4360-FIND-DEPARTURE THRU 4360-EXIT.
138620     IF DEPT-FOUND-I > ZERO
138630         AND UPD-I-MSG-TIMESTAMP NOT >
138640             DTB-TIMESTAMP (DEPT-FOUND-I)
138650         PERFORM 3450-REJECT-DEPARTED THRU 3450-EXIT
138660         GO TO 3000-EXIT.
138700     PERFORM 3500-APPLY-UPDATE THRU 3500-EXIT.
138800 3000-EXIT.
138900     EXIT.
139000 3200-ACK-DUPLICATE.
139100     ADD 1 TO DUP-COUNT.
139200     MOVE SPACES TO RESP-RECORD.
139300     MOVE UPD-I-MSG-GROUP-ID TO UPD-R-MSG-GROUP-ID.
139400     MOVE "D" TO UPD-R-ACK-STATUS.
139500     MOVE SPACES TO UPD-R-ERROR-REASON.
139600     STRING "DUPLICATE - MESSAGE GROUP ALREADY PROCESSED "
139700         GTB-TIMESTAMP (REG-FOUND-I)
139800         DELIMITED BY SIZE INTO UPD-R-ERROR-REASON.
139900     WRITE RESP-RECORD.
140000     ADD 1 TO RESP-OUT-COUNT.
140100 3200-EXIT.
140200     EXIT.
140300 3300-REJECT-TO-SUSPENSE.
140400     ADD 1 TO SUSPEND-COUNT.
140500     MOVE SPACES TO RESP-RECORD.
140600     MOVE UPD-I-MSG-GROUP-ID TO UPD-R-MSG-GROUP-ID.
140700     MOVE "R" TO UPD-R-ACK-STATUS.
140800     MOVE EDIT-REASON TO UPD-R-ERROR-REASON.
140900     WRITE RESP-RECORD.
141000     ADD 1 TO RESP-OUT-COUNT.
141100     MOVE SPACES TO SUSP-RECORD.
141200     MOVE UPD-I-MSG-GROUP-ID TO UPD-X-MSG-GROUP-ID.
141300     MOVE UPD-I-CAMPUS TO UPD-X-CAMPUS.
141400     MOVE UPD-I-TRAILER-SCAC TO UPD-X-TRAILER-SCAC.
141500     MOVE UPD-I-YARD-CODE TO UPD-X-YARD-CODE.
141600     MOVE UPD-I-DOOR-NUMBER TO UPD-X-DOOR-NUMBER.
141700     MOVE UPD-I-SITE-CODE TO UPD-X-SITE-CODE.
141800     MOVE UPD-I-ASSET-TYPE TO UPD-X-ASSET-TYPE.
141900     MOVE UPD-I-TRAILER-NUMBER TO UPD-X-TRAILER-NUMBER.
142000     MOVE UPD-I-CONTAINER-NUMBER TO UPD-X-CONTAINER-NUMBER.
142100     MOVE UPD-I-LOAD-STATUS TO UPD-X-LOAD-STATUS.
142200     MOVE UPD-I-CUSTOMER-CODE TO UPD-X-CUSTOMER-CODE.
142300     MOVE EDIT-REASON TO UPD-X-SUSPENSE-REASON.
142400     MOVE UPD-I-MSG-TIMESTAMP TO UPD-X-TIMESTAMP.
142500     WRITE SUSP-RECORD.
142600     ADD 1 TO SUSP-OUT-COUNT.
142700 3300-EXIT.
142800     EXIT.
142900 3400-REJECT-STALE.
143000     ADD 1 TO STALE-COUNT.
143100     MOVE SPACES TO RESP-RECORD.
143200     MOVE UPD-I-MSG-GROUP-ID TO UPD-R-MSG-GROUP-ID.
143300     MOVE "R" TO UPD-R-ACK-STATUS.
143400     MOVE SPACES TO UPD-R-ERROR-REASON.
143500     STRING "OUT OF SEQUENCE - NEWER STATUS APPLIED "
143600         PTB-TIMESTAMP (POSN-FOUND-I)
143700         DELIMITED BY SIZE INTO UPD-R-ERROR-REASON.
143800     WRITE RESP-RECORD.
143900     ADD 1 TO RESP-OUT-COUNT.
144000 3400-EXIT.
144100     EXIT.
144105*****************************************************************
144110*  3450-REJECT-DEPARTED - THE SIGHTING WAS TAKEN BEFORE THE     *
144115*  ASSET GATED OUT AND WOULD PUT IT BACK ON THE YARD            *
144120*****************************************************************
144125 3450-REJECT-DEPARTED.
144130     ADD 1 TO STALE-COUNT.
144135     MOVE SPACES TO RESP-RECORD.
144140     MOVE UPD-I-MSG-GROUP-ID TO UPD-R-MSG-GROUP-ID.
144145     MOVE "R" TO UPD-R-ACK-STATUS.
144150     MOVE SPACES TO UPD-R-ERROR-REASON.
144155     STRING "OUT OF SEQUENCE - ASSET GATED OUT "
144160         DTB-TIMESTAMP (DEPT-FOUND-I)
144165         DELIMITED BY SIZE INTO UPD-R-ERROR-REASON.
144170     WRITE RESP-RECORD.
144175     ADD 1 TO RESP-OUT-COUNT.
144180 3450-EXIT.
144185     EXIT.
144200*****************************************************************
144300*  3500-APPLY-UPDATE - WRITE HISTORY, REGISTER, ACKNOWLEDGE     *
144400*****************************************************************
144500 3500-APPLY-UPDATE.
144600     ADD 1 TO ACCEPT-COUNT.
144700     IF POSN-FOUND-I > ZERO
144800         MOVE PTB-LOAD-STATUS (POSN-FOUND-I)
144900             TO OLD-LOAD-STATUS
145000     ELSE
145100         MOVE SPACES TO OLD-LOAD-STATUS.
145200     MOVE SPACES TO HIST-RECORD.
145300     MOVE UPD-I-MSG-GROUP-ID TO UPD-H-MSG-GROUP-ID.
145400     MOVE UPD-I-CAMPUS TO UPD-H-CAMPUS.
145500     MOVE UPD-I-YARD-CODE TO UPD-H-YARD-CODE.
145600     MOVE UPD-I-DOOR-NUMBER TO UPD-H-DOOR-NUMBER.
145700     MOVE UPD-I-SITE-CODE TO UPD-H-SITE-CODE.
145800     MOVE UPD-I-TRAILER-NUMBER TO UPD-H-TRAILER-NUMBER.
145900     MOVE UPD-I-CONTAINER-NUMBER TO UPD-H-CONTAINER-NUMBER.
146000     MOVE UPD-I-LOAD-STATUS TO UPD-H-LOAD-STATUS.
146100     MOVE UPD-I-CUSTOMER-CODE TO UPD-H-CUSTOMER-CODE.
146200     MOVE UPD-I-MSG-TIMESTAMP TO UPD-H-TIMESTAMP.
146250     MOVE UPD-I-TRAILER-SCAC TO UPD-H-TRAILER-SCAC.
146300     WRITE HIST-RECORD.
146400     ADD 1 TO HIST-OUT-COUNT.
146500*    THE POSITION TABLE STILL HOLDS THE PRIOR STATE HERE, SO A
146600*    DIFFERENT ASSET AT THIS DOOR IS A DOUBLE-BOOKING
146700     IF UPD-I-DOOR-NUMBER NOT = SPACES
146800         PERFORM 3550-CHECK-DOOR-CONFLICT THRU 3550-EXIT.
146900     PERFORM 3600-UPDATE-POSITION THRU 3600-EXIT.
147000     PERFORM 3700-REGISTER-MESSAGE THRU 3700-EXIT.
147010     IF ORDER-COUNT > ZERO
147020         PERFORM 3750-COMPLETE-ORDER THRU 3750-EXIT.
147030     IF RULE-COUNT > ZERO
147040         AND UPD-I-DOOR-NUMBER NOT = SPACES
147050         AND OLD-LOAD-STATUS NOT = UPD-I-LOAD-STATUS
147060         PERFORM 3760-RAISE-ORDER THRU 3760-EXIT.
147100     IF SUBS-COUNT > ZERO
147200         AND OLD-LOAD-STATUS NOT = UPD-I-LOAD-STATUS
147300         PERFORM 3800-PUBLISH-EVENT THRU 3800-EXIT.
147400     MOVE SPACES TO RESP-RECORD.
147500     MOVE UPD-I-MSG-GROUP-ID TO UPD-R-MSG-GROUP-ID.
147600     MOVE "A" TO UPD-R-ACK-STATUS.
147700     MOVE SPACES TO UPD-R-ERROR-REASON.
147800     WRITE RESP-RECORD.
147900     ADD 1 TO RESP-OUT-COUNT.
148000 3500-EXIT.
148100     EXIT.
148200*****************************************************************
148300*  3550-CHECK-DOOR-CONFLICT - ONE EXCEPTION RECORD PER ASSET    *
148400*  THE LATEST POSITION DATA SHOWS AT THE ARRIVING DOOR          *
148500*****************************************************************
148600 3550-CHECK-DOOR-CONFLICT.
148700     PERFORM 3560-SCAN-ONE-DOOR THRU 3560-EXIT
148800         VARYING DCON-I FROM 1 BY 1
148900         UNTIL DCON-I > POSN-COUNT.
149000 3550-EXIT.
149100     EXIT.
149200 3560-SCAN-ONE-DOOR.
149300     IF PTB-CAMPUS (DCON-I) = UPD-I-CAMPUS
149400         AND PTB-YARD-CODE (DCON-I) = UPD-I-YARD-CODE
149500         AND PTB-DOOR-NUMBER (DCON-I) = UPD-I-DOOR-NUMBER
149600         AND PTB-ASSET-ID (DCON-I) NOT = WORK-ASSET-ID
149700         ADD 1 TO CONFLICT-COUNT
149800         MOVE SPACES TO DCON-RECORD
149900         MOVE UPD-I-CAMPUS TO UPD-D-CAMPUS
150000         MOVE UPD-I-YARD-CODE TO UPD-D-YARD-CODE
150100         MOVE UPD-I-DOOR-NUMBER TO UPD-D-DOOR-NUMBER
150200         MOVE WORK-ASSET-ID TO UPD-D-NEW-ASSET-ID
150300         MOVE UPD-I-MSG-TIMESTAMP TO UPD-D-NEW-TIMESTAMP
150400         MOVE PTB-ASSET-ID (DCON-I) TO UPD-D-OLD-ASSET-ID
150500         MOVE PTB-TIMESTAMP (DCON-I) TO UPD-D-OLD-TIMESTAMP
150600         WRITE DCON-RECORD
150700         ADD 1 TO DCON-OUT-COUNT.
150800 3560-EXIT.
150900     EXIT.
151000 3600-UPDATE-POSITION.
151100     IF POSN-FOUND-I > ZERO
151200         PERFORM 3650-STORE-INPUT-POSITION THRU 3650-EXIT
151300         GO TO 3600-EXIT.
151400     IF POSN-COUNT < POSN-MAX
151500         ADD 1 TO POSN-COUNT
151600         MOVE WORK-ASSET-ID TO PTB-ASSET-ID (POSN-COUNT)
151700         MOVE POSN-COUNT TO POSN-FOUND-I
151800         PERFORM 3650-STORE-INPUT-POSITION THRU 3650-EXIT
151900     ELSE
152000         DISPLAY "PNCUPD2P - POSITION TABLE FULL" UPON
152100             OPER-CONSOLE
152200         MOVE 12 TO RETURN-CODE
152300         MOVE "Y" TO POSN-OVERFLOW-SW.
152400 3600-EXIT.
152500     EXIT.
152600 3650-STORE-INPUT-POSITION.
152700     IF UPD-I-TRAILER-NUMBER NOT = SPACES
152800         MOVE "T" TO PTB-ASSET-TYPE (POSN-FOUND-I)
152900     ELSE
153000         MOVE "C" TO PTB-ASSET-TYPE (POSN-FOUND-I).
153100     MOVE UPD-I-CAMPUS TO PTB-CAMPUS (POSN-FOUND-I).
153200     MOVE UPD-I-YARD-CODE TO PTB-YARD-CODE (POSN-FOUND-I).
153300     MOVE UPD-I-DOOR-NUMBER TO PTB-DOOR-NUMBER (POSN-FOUND-I).
153400     MOVE UPD-I-LOAD-STATUS TO PTB-LOAD-STATUS (POSN-FOUND-I).
153500     MOVE UPD-I-CUSTOMER-CODE
153600         TO PTB-CUSTOMER-CODE (POSN-FOUND-I).
153700     MOVE UPD-I-MSG-TIMESTAMP
153800         TO PTB-TIMESTAMP (POSN-FOUND-I).
153850     MOVE UPD-I-TRAILER-SCAC
153870         TO PTB-TRAILER-SCAC (POSN-FOUND-I).
153900 3650-EXIT.
154000     EXIT.
154100 3700-REGISTER-MESSAGE.
154200     IF REG-COUNT < REG-MAX
154300         ADD 1 TO REG-COUNT
154400         MOVE UPD-I-MSG-GROUP-ID
154500             TO GTB-MSG-GROUP-ID (REG-COUNT)
154600         MOVE RUN-TIMESTAMP TO GTB-TIMESTAMP (REG-COUNT)
154700     ELSE
154800         DISPLAY "PNCUPD2P - REGISTRY TABLE FULL - "
154900             "INCREASE REG-MAX" UPON OPER-CONSOLE
155000         MOVE 12 TO RETURN-CODE
155100         MOVE "Y" TO REG-OVERFLOW-SW.
155200 3700-EXIT.
155300     EXIT.
155301*****************************************************************
155302*  3750-COMPLETE-ORDER - A SIGHTING OF AN ASSET WITH AN OPEN    *
155303*  MOVE ORDER ANYWHERE BUT THE DOOR THE ORDER WAS RAISED AT     *
155304*  MEANS THE HOSTLER HAS MOVED IT                               *
155305*****************************************************************
155306 3750-COMPLETE-ORDER.
155307     PERFORM 4700-FIND-ORDER THRU 4700-EXIT.
155308     IF ORDER-FOUND-I = ZERO
155309         GO TO 3750-EXIT.
155310     IF UPD-I-CAMPUS = OTB-CAMPUS (ORDER-FOUND-I)
155311         AND UPD-I-YARD-CODE = OTB-FROM-YARD (ORDER-FOUND-I)
155312         AND UPD-I-DOOR-NUMBER = OTB-FROM-DOOR (ORDER-FOUND-I)
155313         GO TO 3750-EXIT.
155314     MOVE ORDER-ENTRY (ORDER-FOUND-I) TO MOVE-RECORD.
155315     MOVE "C" TO UPD-M-RECORD-TYPE.
155316     MOVE UPD-I-YARD-CODE TO UPD-M-TO-YARD.
155317     MOVE UPD-I-DOOR-NUMBER TO UPD-M-TO-DOOR.
155318     MOVE UPD-I-MSG-TIMESTAMP TO UPD-M-TIMESTAMP.
155319     MOVE UPD-I-MSG-GROUP-ID TO UPD-M-EVENT-GROUP-ID.
155320     WRITE MOVE-RECORD.
155321     ADD 1 TO MOVE-OUT-COUNT.
155322     ADD 1 TO ORDER-COMPLETED-COUNT.
155323     PERFORM 3790-DROP-ORDER THRU 3790-EXIT.
155324 3750-EXIT.
155325     EXIT.
155326*****************************************************************
155327*  3760-RAISE-ORDER - LOAD STATUS CHANGE AT A DOOR THAT THE     *
155328*  MOVE RULES SAY NEEDS THE ASSET PULLED                        *
155329*****************************************************************
155330 3760-RAISE-ORDER.
155331     PERFORM 4700-FIND-ORDER THRU 4700-EXIT.
155332     IF ORDER-FOUND-I > ZERO
155333         GO TO 3760-EXIT.
155334     PERFORM 4600-FIND-RULE THRU 4600-EXIT.
155335     IF RULE-FOUND-I = ZERO
155336         GO TO 3760-EXIT.
155337*    NO ORDER WHEN THE ASSET IS ALREADY WHERE THE RULE SENDS IT
155338     IF RTB-DEST-YARD (RULE-FOUND-I) = UPD-I-YARD-CODE
155339         IF RTB-DEST-DOOR (RULE-FOUND-I) = SPACES
155340             OR RTB-DEST-DOOR (RULE-FOUND-I) = UPD-I-DOOR-NUMBER
155341             GO TO 3760-EXIT.
155342     IF ORDER-COUNT NOT < ORDER-MAX
155343         DISPLAY "PNCUPD2P - MOVE ORDER TABLE FULL - "
155344             "INCREASE ORDER-MAX" UPON OPER-CONSOLE
155345         MOVE 12 TO RETURN-CODE
155346         GO TO 3760-EXIT.
155347     MOVE SPACES TO MOVE-RECORD.
155348     MOVE "O" TO UPD-M-RECORD-TYPE.
155349     MOVE UPD-I-MSG-GROUP-ID TO UPD-M-ORDER-ID.
155350     MOVE WORK-ASSET-ID TO UPD-M-ASSET-ID.
155351     IF UPD-I-TRAILER-NUMBER NOT = SPACES
155352         MOVE "T" TO UPD-M-ASSET-TYPE
155353     ELSE
155354         MOVE "C" TO UPD-M-ASSET-TYPE.
155355     MOVE UPD-I-CAMPUS TO UPD-M-CAMPUS.
155356     MOVE UPD-I-YARD-CODE TO UPD-M-FROM-YARD.
155357     MOVE UPD-I-DOOR-NUMBER TO UPD-M-FROM-DOOR.
155358     MOVE RTB-DEST-YARD (RULE-FOUND-I) TO UPD-M-TO-YARD.
155359     MOVE RTB-DEST-DOOR (RULE-FOUND-I) TO UPD-M-TO-DOOR.
155360     MOVE OLD-LOAD-STATUS TO UPD-M-OLD-STATUS.
155361     MOVE UPD-I-LOAD-STATUS TO UPD-M-NEW-STATUS.
155362     MOVE UPD-I-CUSTOMER-CODE TO UPD-M-CUSTOMER-CODE.
155363     MOVE UPD-I-TRAILER-SCAC TO UPD-M-TRAILER-SCAC.
155364     MOVE UPD-I-MSG-TIMESTAMP TO UPD-M-TIMESTAMP.
155365     MOVE UPD-I-MSG-GROUP-ID TO UPD-M-EVENT-GROUP-ID.
155366     WRITE MOVE-RECORD.
155367     ADD 1 TO MOVE-OUT-COUNT.
155368     ADD 1 TO ORDER-RAISED-COUNT.
155369     ADD 1 TO ORDER-COUNT.
155370     MOVE MOVE-RECORD TO ORDER-ENTRY (ORDER-COUNT).
155371 3760-EXIT.
155372     EXIT.
155373 3790-DROP-ORDER.
155374     IF ORDER-FOUND-I < ORDER-COUNT
155375         MOVE ORDER-ENTRY (ORDER-COUNT)
155376             TO ORDER-ENTRY (ORDER-FOUND-I).
155377     SUBTRACT 1 FROM ORDER-COUNT.
155378 3790-EXIT.
155379     EXIT.
155400*****************************************************************
155500*  3800-PUBLISH-EVENT - ONE EVENT PER MATCHING SUBSCRIPTION     *
155600*****************************************************************
155700 3800-PUBLISH-EVENT.
155800     MOVE SPACES TO EVENT-RECORD-AREA.
155900     MOVE UPD-I-TRAILER-NUMBER TO EVT-TRAILER-NUMBER.
156000     MOVE UPD-I-CONTAINER-NUMBER TO EVT-CONTAINER-NUMBER.
156100     MOVE UPD-I-CAMPUS TO EVT-CAMPUS.
156200     MOVE UPD-I-YARD-CODE TO EVT-YARD-CODE.
156300     MOVE UPD-I-DOOR-NUMBER TO EVT-DOOR-NUMBER.
156400     MOVE OLD-LOAD-STATUS TO EVT-OLD-LOAD-STATUS.
156500     MOVE UPD-I-LOAD-STATUS TO EVT-NEW-LOAD-STATUS.
156600     MOVE UPD-I-CUSTOMER-CODE TO EVT-CUSTOMER-CODE.
156700     MOVE UPD-I-MSG-TIMESTAMP TO EVT-TIMESTAMP.
156750     MOVE ALL "N" TO QUEUE-SENT-AREA.
156800     PERFORM 3850-ONE-SUBSCRIPTION THRU 3850-EXIT
156900         VARYING SUBS-I FROM 1 BY 1
157000         UNTIL SUBS-I > SUBS-COUNT.
157100 3800-EXIT.
157200     EXIT.
157300 3850-ONE-SUBSCRIPTION.
157400     IF BTB-CUSTOMER-FILTER (SUBS-I) NOT = "*ALL"
157500         AND BTB-CUSTOMER-FILTER (SUBS-I)
157600             NOT = UPD-I-CUSTOMER-CODE
157700         GO TO 3850-EXIT.
157800     IF BTB-STATUS-FILTER (SUBS-I) NOT = "*ALL"
157900         AND BTB-STATUS-FILTER (SUBS-I)
158000             NOT = UPD-I-LOAD-STATUS
158100         GO TO 3850-EXIT.
158200*    THE QUEUE IS THE SUBSCRIBER'S OWN - ONE EVENT PER SUBSCRIBER
158300*    HOWEVER MANY OF ITS SUBSCRIPTIONS MATCH
158350     MOVE BTB-QUEUE-NUMBER (SUBS-I) TO QUEUE-I.
158400     IF QUEUE-SENT-SW (QUEUE-I) = "Y"
158450         GO TO 3850-EXIT.
158500     MOVE "Y" TO QUEUE-SENT-SW (QUEUE-I).
158550     MOVE BTB-SUBSCRIBER-ID (SUBS-I) TO EVT-SUBSCRIBER-ID.
158600     COMPUTE OUT-I = QUEUE-I + EVT-OUT-BASE.
158900     MOVE EVENT-RECORD-AREA TO BACKOUT-RECORD.
159000     PERFORM 6030-WRITE-TARGET THRU 6030-EXIT.
159100     ADD 1 TO OUT-COUNT (OUT-I).
159200     ADD 1 TO EVENT-COUNT.
160200 3850-EXIT.
160300     EXIT.
160400*****************************************************************
160500*  3900-TAKE-CHECKPOINT - COMMIT POINT.  THE OUTPUT FILES ARE   *
160600*  CLOSED AND REOPENED SO EVERYTHING WRITTEN SO FAR IS ON DISK  *
160700*  BEFORE THE CHECKPOINT CLAIMS IT.                             *
160800*****************************************************************
160900 3900-TAKE-CHECKPOINT.
161000     PERFORM 3910-FLUSH-OUTPUTS THRU 3910-EXIT.
161100     IF END-OF-UPDT
161200         GO TO 3900-EXIT.
161300     MOVE "A" TO CKPT-RUN-STATUS.
161400     PERFORM 3950-WRITE-CHECKPOINT THRU 3950-EXIT.
161500 3900-EXIT.
161600     EXIT.
161700 3910-FLUSH-OUTPUTS.
161800     CLOSE HIST-FILE.
161900     CLOSE RESP-FILE.
162000     CLOSE SUSP-FILE.
162100     CLOSE DCON-FILE.
162150     CLOSE MOVE-FILE.
162200     OPEN EXTEND HIST-FILE.
162300     OPEN EXTEND RESP-FILE.
162400     OPEN EXTEND SUSP-FILE.
162500     OPEN EXTEND DCON-FILE.
162550     OPEN EXTEND MOVE-FILE.
162600     IF RESP-STATUS NOT = "00" OR SUSP-STATUS NOT = "00"
162700         OR HIST-STATUS NOT = "00" OR DCON-STATUS NOT = "00"
162750         OR MOVE-STATUS NOT = "00"
162800         DISPLAY "PNCUPD2P - COMMIT REOPEN ERROR R=" RESP-STATUS
162900             " S=" SUSP-STATUS " H=" HIST-STATUS
163000             " D=" DCON-STATUS " M=" MOVE-STATUS UPON OPER-CONSOLE
163100         MOVE 12 TO RETURN-CODE
163200         MOVE "Y" TO UPDT-EOF-SW
163300         GO TO 3910-EXIT.
163400     IF SUBS-COUNT = ZERO
163500         GO TO 3910-EXIT.
163600     PERFORM 3920-FLUSH-ONE-QUEUE THRU 3920-EXIT
163700         VARYING QUEUE-I FROM 1 BY 1
163800         UNTIL QUEUE-I > QUEUE-POOL-MAX.
165400 3910-EXIT.
165500     EXIT.
165505 3920-FLUSH-ONE-QUEUE.
165510     IF QUEUE-USED-SW (QUEUE-I) NOT = "Y"
165515         GO TO 3920-EXIT.
165520     COMPUTE OUT-I = QUEUE-I + EVT-OUT-BASE.
165525     PERFORM 6040-CLOSE-TARGET THRU 6040-EXIT.
165530     PERFORM 6050-OPEN-TARGET-EXTEND THRU 6050-EXIT.
165535     IF TARGET-STATUS NOT = "00"
165540         DISPLAY "PNCUPD2P - COMMIT EVENT REOPEN ERROR "
165545             OFN-NAME (OUT-I) " " TARGET-STATUS UPON OPER-CONSOLE
165550         MOVE 12 TO RETURN-CODE
165555         MOVE "Y" TO UPDT-EOF-SW.
165560 3920-EXIT.
165565     EXIT.
165600*****************************************************************
165700*  3950-WRITE-CHECKPOINT - HEADER, ONE RECORD PER POSITION AND  *
165800*  REGISTRY ENTRY, TRAILER.  SUCCESSIVE CHECKPOINTS ALTERNATE   *
165900*  BETWEEN UPD2CKP1 AND UPD2CKP2.                               *
166000*****************************************************************
166100 3950-WRITE-CHECKPOINT.
166200     ADD 1 TO CKPT-SEQUENCE.
166300     ADD 1 TO CHECKPOINT-COUNT.
166400     DIVIDE CKPT-SEQUENCE BY 2 GIVING CKPT-QUOTIENT
166500         REMAINDER CKPT-REMAINDER.
166600     COMPUTE CKPT-GEN = CKPT-REMAINDER + 1.
166700     PERFORM 6120-OPEN-CKPT-OUTPUT THRU 6120-EXIT.
166800     IF CKPT-STATUS NOT = "00"
166900         DISPLAY "PNCUPD2P - UPD2CKP" CKPT-GEN " OPEN ERROR "
167000             CKPT-STATUS UPON OPER-CONSOLE
167100         MOVE 12 TO RETURN-CODE
167200         MOVE "Y" TO UPDT-EOF-SW
167300         GO TO 3950-EXIT.
167400     MOVE SPACES TO CHECKPOINT-RECORD-AREA.
167500     MOVE "H" TO UPD-K-RECORD-TYPE.
167600     MOVE CKPT-SEQUENCE TO UPD-K-SEQUENCE.
167700     MOVE CKPT-RUN-STATUS TO UPD-K-RUN-STATUS.
167800     MOVE CKPT-RUN-TIMESTAMP TO UPD-K-RUN-TIMESTAMP.
167900     MOVE RUN-TIMESTAMP TO UPD-K-LAST-RUN-TIMESTAMP.
168000     MOVE READ-COUNT TO UPD-K-INPUT-COUNT.
168100     PERFORM 3955-SAVE-OUT-COUNT THRU 3955-EXIT
168200         VARYING OUT-I FROM 1 BY 1 UNTIL OUT-I > 21.
168300     MOVE ACCEPT-COUNT TO UPD-K-ACCEPT-COUNT.
168400     MOVE SUSPEND-COUNT TO UPD-K-SUSPEND-COUNT.
168500     MOVE STALE-COUNT TO UPD-K-STALE-COUNT.
168600     MOVE DUP-COUNT TO UPD-K-DUP-COUNT.
168700     MOVE EVENT-COUNT TO UPD-K-EVENT-COUNT.
168800     MOVE CONFLICT-COUNT TO UPD-K-CONFLICT-COUNT.
168900     MOVE REG-AGED-COUNT TO UPD-K-REG-AGED-COUNT.
169000     MOVE AGED-MIN-TIMESTAMP TO UPD-K-AGED-MIN-TS.
169100     MOVE AGED-MAX-TIMESTAMP TO UPD-K-AGED-MAX-TS.
169200     MOVE POSN-OVERFLOW-SW TO UPD-K-POSN-OVERFLOW.
169300     MOVE REG-OVERFLOW-SW TO UPD-K-REG-OVERFLOW.
169400     MOVE CHECKPOINT-COUNT TO UPD-K-CHECKPOINTS.
169420     MOVE ORDER-RAISED-COUNT TO UPD-K-ORDER-RAISED.
169440     MOVE ORDER-COMPLETED-COUNT TO UPD-K-ORDER-COMPLETED.
169460     MOVE ORDER-CLOSED-COUNT TO UPD-K-ORDER-CLOSED.
169500     PERFORM 6130-WRITE-CKPT THRU 6130-EXIT.
169600     PERFORM 3960-SAVE-ONE-POSN THRU 3960-EXIT
169700         VARYING POSN-I FROM 1 BY 1
169800         UNTIL POSN-I > POSN-COUNT.
169900     PERFORM 3970-SAVE-ONE-REG THRU 3970-EXIT
170000         VARYING REG-I FROM 1 BY 1
170100         UNTIL REG-I > REG-COUNT.
170200     MOVE SPACES TO CHECKPOINT-RECORD-AREA.
170300     MOVE "T" TO UPD-K-RECORD-TYPE.
170400     MOVE CKPT-SEQUENCE TO UPD-K-T-SEQUENCE.
170500     MOVE POSN-COUNT TO UPD-K-T-POSN-COUNT.
170600     MOVE REG-COUNT TO UPD-K-T-REG-COUNT.
170700     PERFORM 6130-WRITE-CKPT THRU 6130-EXIT.
170800     PERFORM 6140-CLOSE-CKPT THRU 6140-EXIT.
170900     MOVE READ-COUNT TO CKPT-INPUT-COUNT.
171000 3950-EXIT.
171100     EXIT.
171200 3955-SAVE-OUT-COUNT.
171300     MOVE OUT-COUNT (OUT-I) TO UPD-K-OUT-COUNT (OUT-I).
171400 3955-EXIT.
171500     EXIT.
171600 3960-SAVE-ONE-POSN.
171700     MOVE SPACES TO CHECKPOINT-RECORD-AREA.
171800     MOVE "P" TO UPD-K-RECORD-TYPE.
171900     MOVE POSN-ENTRY (POSN-I) TO UPD-K-POSN-ENTRY.
172000     PERFORM 6130-WRITE-CKPT THRU 6130-EXIT.
172100 3960-EXIT.
172200     EXIT.
172300 3970-SAVE-ONE-REG.
172400     MOVE SPACES TO CHECKPOINT-RECORD-AREA.
172500     MOVE "G" TO UPD-K-RECORD-TYPE.
172600     MOVE REG-ENTRY (REG-I) TO UPD-K-REG-ENTRY.
172700     PERFORM 6130-WRITE-CKPT THRU 6130-EXIT.
172800 3970-EXIT.
172900     EXIT.
173000*****************************************************************
173100*  4000-EDIT-MESSAGE - THE PNC UPDATE EDIT SET.  FIRST          *
173200*  FAILURE WINS.                                                *
173300*****************************************************************
173400 4000-EDIT-MESSAGE.
173500     MOVE "Y" TO EDIT-PASS-SW.
173600     MOVE SPACES TO EDIT-REASON.
173700     IF UPD-I-CAMPUS = SPACES
173800         MOVE "CAMPUS MISSING" TO EDIT-REASON
173900         MOVE "N" TO EDIT-PASS-SW
174000         GO TO 4000-EXIT.
174100*    AN EMPTY LOCNREF MEANS THE EDIT IS NOT IN FORCE
174200     IF LOCN-COUNT > ZERO
174300         PERFORM 4500-FIND-LOCATION THRU 4500-EXIT
174400         IF LOCN-FOUND-I = ZERO
174500             MOVE "LOCATION NOT ON CAMPUS/YARD/DOOR REFERENCE"
174600                 TO EDIT-REASON
174700             MOVE "N" TO EDIT-PASS-SW
174800             GO TO 4000-EXIT
174900         END-IF
175000         IF LTB-STATUS (LOCN-FOUND-I) NOT = "A"
175100             MOVE "LOCATION INACTIVE ON LOCATION REFERENCE"
175200                 TO EDIT-REASON
175300             MOVE "N" TO EDIT-PASS-SW
175400             GO TO 4000-EXIT
175500         END-IF
175600     END-IF.
175700     IF UPD-I-TRAILER-NUMBER = SPACES
175800         AND UPD-I-CONTAINER-NUMBER = SPACES
175900         MOVE "TRAILER AND CONTAINER NUMBER BOTH MISSING"
176000             TO EDIT-REASON
176100         MOVE "N" TO EDIT-PASS-SW
176200         GO TO 4000-EXIT.
176300     IF UPD-I-LOAD-STATUS = SPACES
176400         MOVE "LOAD STATUS MISSING" TO EDIT-REASON
176500         MOVE "N" TO EDIT-PASS-SW
176600         GO TO 4000-EXIT.
176700     IF UPD-I-MSG-TIMESTAMP = SPACES
176800         MOVE "MESSAGE TIMESTAMP MISSING" TO EDIT-REASON
176900         MOVE "N" TO EDIT-PASS-SW
177000         GO TO 4000-EXIT.
177100     IF UPD-I-TRAILER-SCAC = SPACES
177200         MOVE "TRAILER SCAC MISSING" TO EDIT-REASON
177300         MOVE "N" TO EDIT-PASS-SW
177400         GO TO 4000-EXIT.
177500     PERFORM 4200-FIND-SCAC THRU 4200-EXIT.
177600     IF SCAC-FOUND-I = ZERO
177700         MOVE "TRAILER SCAC NOT ON CARRIER REFERENCE FILE"
177800             TO EDIT-REASON
177900         MOVE "N" TO EDIT-PASS-SW
178000         GO TO 4000-EXIT.
178100     IF STB-STATUS (SCAC-FOUND-I) NOT = "A"
178200         MOVE "TRAILER SCAC INACTIVE ON CARRIER REFERENCE"
178300             TO EDIT-REASON
178400         MOVE "N" TO EDIT-PASS-SW
178500         GO TO 4000-EXIT.
178600     IF UPD-I-CUSTOMER-CODE NOT = SPACES
178700         PERFORM 4400-CHECK-CUSTOMER THRU 4400-EXIT
178800         IF NOT EDITS-PASSED
178900             GO TO 4000-EXIT
179000         END-IF
179100     END-IF.
179200     IF UPD-I-TRAILER-NUMBER NOT = SPACES
179300         MOVE UPD-I-TRAILER-NUMBER TO WORK-ASSET-ID
179400     ELSE
179500         MOVE UPD-I-CONTAINER-NUMBER TO WORK-ASSET-ID.
179600 4000-EXIT.
179700     EXIT.
179800*    NEWEST ENTRIES FIRST - A RESENT BATCH IS ALWAYS RECENT
179900 4100-FIND-REGISTRY.
180000     MOVE ZERO TO REG-FOUND-I.
180100     IF REG-COUNT = ZERO
180200         GO TO 4100-EXIT.
180300     PERFORM 4150-SCAN-REGISTRY THRU 4150-EXIT
180400         VARYING REG-I FROM REG-COUNT BY -1
180500         UNTIL REG-I < 1
180600         OR REG-FOUND-I > ZERO.
180700 4100-EXIT.
180800     EXIT.
180900 4150-SCAN-REGISTRY.
181000     IF GTB-MSG-GROUP-ID (REG-I) = UPD-I-MSG-GROUP-ID
181100         MOVE REG-I TO REG-FOUND-I.
181200 4150-EXIT.
181300     EXIT.
181400 4200-FIND-SCAC.
181500     MOVE ZERO TO SCAC-FOUND-I.
181600     IF SCAC-COUNT = ZERO
181700         GO TO 4200-EXIT.
181800     PERFORM 4250-SCAN-SCAC THRU 4250-EXIT
181900         VARYING SCAC-I FROM 1 BY 1
182000         UNTIL SCAC-I > SCAC-COUNT
182100         OR SCAC-FOUND-I > ZERO.
182200 4200-EXIT.
182300     EXIT.
182400 4250-SCAN-SCAC.
182500     IF STB-SCAC-CODE (SCAC-I) = UPD-I-TRAILER-SCAC
182600         MOVE SCAC-I TO SCAC-FOUND-I.
182700 4250-EXIT.
182800     EXIT.
182900 4300-FIND-POSITION.
183000     MOVE ZERO TO POSN-FOUND-I.
183100     IF POSN-COUNT = ZERO
183200         GO TO 4300-EXIT.
183300     PERFORM 4350-SCAN-POSITION THRU 4350-EXIT
183400         VARYING POSN-I FROM 1 BY 1
183500         UNTIL POSN-I > POSN-COUNT
183600         OR POSN-FOUND-I > ZERO.
183700 4300-EXIT.
183800     EXIT.
183900 4350-SCAN-POSITION.
184000     IF PTB-ASSET-ID (POSN-I) = WORK-ASSET-ID
184100         MOVE POSN-I TO POSN-FOUND-I.
184200 4350-EXIT.
184300     EXIT.
184305 4360-FIND-DEPARTURE.
184310     MOVE ZERO TO DEPT-FOUND-I.
184315     IF DEPT-COUNT = ZERO
184320         GO TO 4360-EXIT.
184325     PERFORM 4380-SCAN-DEPARTURE THRU 4380-EXIT
184330         VARYING DEPT-I FROM 1 BY 1
184335         UNTIL DEPT-I > DEPT-COUNT
184340         OR DEPT-FOUND-I > ZERO.
184345 4360-EXIT.
184350     EXIT.
184355 4380-SCAN-DEPARTURE.
184360     IF DTB-ASSET-ID (DEPT-I) = WORK-ASSET-ID
184365         MOVE DEPT-I TO DEPT-FOUND-I.
184370 4380-EXIT.
184375     EXIT.
184400*****************************************************************
184500*  4400-CHECK-CUSTOMER - PNC CUSTOMER CODE MUST RESOLVE ON THE  *
184600*  CROSS-REFERENCE AS OF THE MESSAGE DATE.  IF THE CROSS-       *
184700*  REFERENCE IS UNAVAILABLE THE FEED IS NOT BLOCKED - THE       *
184800*  CONDITION IS REPORTED ONCE TO THE OPERATOR INSTEAD.          *
184900*****************************************************************
185000 4400-CHECK-CUSTOMER.
185100     MOVE UPD-I-MSG-TIMESTAMP TO MSG-TIMESTAMP-SPLIT.
185200     MOVE UPD-I-CUSTOMER-CODE TO CXRF-CUSTOMER-CODE.
185300     MOVE MSG-DATE-PART TO CXRF-AS-OF-DATE.
185400     CALL "CXRFLOOK" USING CXRF-PARAMETER-AREA.
185500     IF CXRF-RETURN-CODE = "23"
185600         MOVE "CUSTOMER CODE NOT ON CROSS-REFERENCE"
185700             TO EDIT-REASON
185800         MOVE "N" TO EDIT-PASS-SW
185900         GO TO 4400-EXIT.
186000     IF CXRF-RETURN-CODE = "90"
186100         AND NOT XREF-WARNED
186200         DISPLAY "PNCUPD2P - CUSTXREF UNAVAILABLE - "
186300             "CUSTOMER VALIDATION BYPASSED"
186400             UPON OPER-CONSOLE
186500         MOVE "Y" TO XREF-WARNED-SW.
186600 4400-EXIT.
186700     EXIT.
186800 4500-FIND-LOCATION.
186900     MOVE ZERO TO LOCN-FOUND-I.
187000     PERFORM 4550-SCAN-LOCATION THRU 4550-EXIT
187100         VARYING LOCN-I FROM 1 BY 1
187200         UNTIL LOCN-I > LOCN-COUNT
187300         OR LOCN-FOUND-I > ZERO.
187400 4500-EXIT.
187500     EXIT.
187600 4550-SCAN-LOCATION.
187700     IF LTB-CAMPUS (LOCN-I) = UPD-I-CAMPUS
187800         AND LTB-YARD-CODE (LOCN-I) = UPD-I-YARD-CODE
187900         AND LTB-DOOR-NUMBER (LOCN-I) = UPD-I-DOOR-NUMBER
188000         MOVE LOCN-I TO LOCN-FOUND-I.
188100 4550-EXIT.
188200     EXIT.
188202*****************************************************************
188204*  4600-FIND-RULE - THE MOVE RULE FOR THIS LOAD STATUS CHANGE.  *
188206*  A NAMED CAMPUS OUTRANKS "*ALL", THEN A NAMED FROM STATUS     *
188208*  OUTRANKS "*ALL" (WHICH ALSO COVERS A FIRST SIGHTING).        *
188210*****************************************************************
188212 4600-FIND-RULE.
188214     MOVE ZERO TO RULE-FOUND-I.
188216     MOVE ZERO TO BEST-SCORE.
188218     PERFORM 4650-SCORE-RULE THRU 4650-EXIT
188220         VARYING RULE-I FROM 1 BY 1
188222         UNTIL RULE-I > RULE-COUNT.
188224 4600-EXIT.
188226     EXIT.
188228 4650-SCORE-RULE.
188230     IF RTB-TO-STATUS (RULE-I) NOT = UPD-I-LOAD-STATUS
188232         GO TO 4650-EXIT.
188234     MOVE 1 TO RULE-SCORE.
188236     IF RTB-CAMPUS (RULE-I) = UPD-I-CAMPUS
188238         ADD 4 TO RULE-SCORE
188240     ELSE
188242     IF RTB-CAMPUS (RULE-I) NOT = "*ALL"
188244         GO TO 4650-EXIT.
188246     IF RTB-FROM-STATUS (RULE-I) = OLD-LOAD-STATUS
188248         ADD 2 TO RULE-SCORE
188250     ELSE
188252     IF RTB-FROM-STATUS (RULE-I) NOT = "*ALL"
188254         GO TO 4650-EXIT.
188256     IF RULE-SCORE > BEST-SCORE
188258         MOVE RULE-SCORE TO BEST-SCORE
188260         MOVE RULE-I TO RULE-FOUND-I.
188262 4650-EXIT.
188264     EXIT.
188266 4700-FIND-ORDER.
188268     MOVE ZERO TO ORDER-FOUND-I.
188270     IF ORDER-COUNT = ZERO
188272         GO TO 4700-EXIT.
188274     PERFORM 4750-SCAN-ORDER THRU 4750-EXIT
188276         VARYING ORDER-I FROM 1 BY 1
188278         UNTIL ORDER-I > ORDER-COUNT
188280         OR ORDER-FOUND-I > ZERO.
188282 4700-EXIT.
188284     EXIT.
188286 4750-SCAN-ORDER.
188288     IF OTB-ASSET-ID (ORDER-I) = WORK-ASSET-ID
188290         MOVE ORDER-I TO ORDER-FOUND-I.
188292 4750-EXIT.
188294     EXIT.
188300*****************************************************************
188400*  6000-6050 - OUTPUT FILE I/O DISPATCHED ON THE OUTPUT FILE    *
188500*  INDEX FOR THE RESTART COUNT AND BACK-OUT.  EVERY RECORD      *
188600*  PASSES THROUGH THE COMMON BACK-OUT RECORD.                   *
188700*****************************************************************
188800 6000-OPEN-TARGET-INPUT.
188820     EVALUATE OUT-I
188840         WHEN 1
188860             OPEN INPUT HIST-FILE
188880             MOVE HIST-STATUS TO TARGET-STATUS
188900         WHEN 2
188920             OPEN INPUT RESP-FILE
188940             MOVE RESP-STATUS TO TARGET-STATUS
188960         WHEN 3
188980             OPEN INPUT SUSP-FILE
189000             MOVE SUSP-STATUS TO TARGET-STATUS
189020         WHEN 4
189040             OPEN INPUT DCON-FILE
189060             MOVE DCON-STATUS TO TARGET-STATUS
189080         WHEN 5
189100             OPEN INPUT EVT1-FILE
189120             MOVE EVT1-STATUS TO TARGET-STATUS
189140         WHEN 6
189160             OPEN INPUT EVT2-FILE
189180             MOVE EVT2-STATUS TO TARGET-STATUS
189200         WHEN 7
189220             OPEN INPUT EVT3-FILE
189240             MOVE EVT3-STATUS TO TARGET-STATUS
189260         WHEN 8
189280             OPEN INPUT EVT4-FILE
189300             MOVE EVT4-STATUS TO TARGET-STATUS
189320         WHEN 9
189340             OPEN INPUT EVT5-FILE
189360             MOVE EVT5-STATUS TO TARGET-STATUS
189380         WHEN 10
189400             OPEN INPUT EVT6-FILE
189420             MOVE EVT6-STATUS TO TARGET-STATUS
189440         WHEN 11
189460             OPEN INPUT EVT7-FILE
189480             MOVE EVT7-STATUS TO TARGET-STATUS
189500         WHEN 12
189520             OPEN INPUT EVT8-FILE
189540             MOVE EVT8-STATUS TO TARGET-STATUS
189560         WHEN 13
189580             OPEN INPUT EVT9-FILE
189600             MOVE EVT9-STATUS TO TARGET-STATUS
189620         WHEN 14
189640             OPEN INPUT EVT10-FILE
189660             MOVE EVT10-STATUS TO TARGET-STATUS
189680         WHEN 15
189700             OPEN INPUT EVT11-FILE
189720             MOVE EVT11-STATUS TO TARGET-STATUS
189740         WHEN 16
189760             OPEN INPUT EVT12-FILE
189780             MOVE EVT12-STATUS TO TARGET-STATUS
189800         WHEN 17
189820             OPEN INPUT EVT13-FILE
189840             MOVE EVT13-STATUS TO TARGET-STATUS
189860         WHEN 18
189880             OPEN INPUT EVT14-FILE
189900             MOVE EVT14-STATUS TO TARGET-STATUS
189920         WHEN 19
189940             OPEN INPUT EVT15-FILE
189960             MOVE EVT15-STATUS TO TARGET-STATUS
189980         WHEN 20
190000             OPEN INPUT EVT16-FILE
190020             MOVE EVT16-STATUS TO TARGET-STATUS
190040         WHEN 21
190060             OPEN INPUT MOVE-FILE
190080             MOVE MOVE-STATUS TO TARGET-STATUS
190100     END-EVALUATE.
191500 6000-EXIT.
191600     EXIT.
191700 6010-READ-TARGET.
191720     EVALUATE OUT-I
191740         WHEN 1
191760             READ HIST-FILE INTO BACKOUT-RECORD
191780                 AT END MOVE "Y" TO TARGET-EOF-SW
191800             END-READ
191820             MOVE HIST-STATUS TO TARGET-STATUS
191840         WHEN 2
191860             READ RESP-FILE INTO BACKOUT-RECORD
191880                 AT END MOVE "Y" TO TARGET-EOF-SW
191900             END-READ
191920             MOVE RESP-STATUS TO TARGET-STATUS
191940         WHEN 3
191960             READ SUSP-FILE INTO BACKOUT-RECORD
191980                 AT END MOVE "Y" TO TARGET-EOF-SW
192000             END-READ
192020             MOVE SUSP-STATUS TO TARGET-STATUS
192040         WHEN 4
192060             READ DCON-FILE INTO BACKOUT-RECORD
192080                 AT END MOVE "Y" TO TARGET-EOF-SW
192100             END-READ
192120             MOVE DCON-STATUS TO TARGET-STATUS
192140         WHEN 5
192160             READ EVT1-FILE INTO BACKOUT-RECORD
192180                 AT END MOVE "Y" TO TARGET-EOF-SW
192200             END-READ
192220             MOVE EVT1-STATUS TO TARGET-STATUS
192240         WHEN 6
192260             READ EVT2-FILE INTO BACKOUT-RECORD
192280                 AT END MOVE "Y" TO TARGET-EOF-SW
192300             END-READ
192320             MOVE EVT2-STATUS TO TARGET-STATUS
192340         WHEN 7
192360             READ EVT3-FILE INTO BACKOUT-RECORD
192380                 AT END MOVE "Y" TO TARGET-EOF-SW
192400             END-READ
192420             MOVE EVT3-STATUS TO TARGET-STATUS
192440         WHEN 8
192460             READ EVT4-FILE INTO BACKOUT-RECORD
192480                 AT END MOVE "Y" TO TARGET-EOF-SW
192500             END-READ
192520             MOVE EVT4-STATUS TO TARGET-STATUS
192540         WHEN 9
192560             READ EVT5-FILE INTO BACKOUT-RECORD
192580                 AT END MOVE "Y" TO TARGET-EOF-SW
192600             END-READ
192620             MOVE EVT5-STATUS TO TARGET-STATUS
192640         WHEN 10
192660             READ EVT6-FILE INTO BACKOUT-RECORD
192680                 AT END MOVE "Y" TO TARGET-EOF-SW
192700             END-READ
192720             MOVE EVT6-STATUS TO TARGET-STATUS
192740         WHEN 11
192760             READ EVT7-FILE INTO BACKOUT-RECORD
192780                 AT END MOVE "Y" TO TARGET-EOF-SW
192800             END-READ
192820             MOVE EVT7-STATUS TO TARGET-STATUS
192840         WHEN 12
192860             READ EVT8-FILE INTO BACKOUT-RECORD
192880                 AT END MOVE "Y" TO TARGET-EOF-SW
192900             END-READ
192920             MOVE EVT8-STATUS TO TARGET-STATUS
192940         WHEN 13
192960             READ EVT9-FILE INTO BACKOUT-RECORD
192980                 AT END MOVE "Y" TO TARGET-EOF-SW
193000             END-READ
193020             MOVE EVT9-STATUS TO TARGET-STATUS
193040         WHEN 14
193060             READ EVT10-FILE INTO BACKOUT-RECORD
193080                 AT END MOVE "Y" TO TARGET-EOF-SW
193100             END-READ
193120             MOVE EVT10-STATUS TO TARGET-STATUS
193140         WHEN 15
193160             READ EVT11-FILE INTO BACKOUT-RECORD
193180                 AT END MOVE "Y" TO TARGET-EOF-SW
193200             END-READ
193220             MOVE EVT11-STATUS TO TARGET-STATUS
193240         WHEN 16
193260             READ EVT12-FILE INTO BACKOUT-RECORD
193280                 AT END MOVE "Y" TO TARGET-EOF-SW
193300             END-READ
193320             MOVE EVT12-STATUS TO TARGET-STATUS
193340         WHEN 17
193360             READ EVT13-FILE INTO BACKOUT-RECORD
193380                 AT END MOVE "Y" TO TARGET-EOF-SW
193400             END-READ
193420             MOVE EVT13-STATUS TO TARGET-STATUS
193440         WHEN 18
193460             READ EVT14-FILE INTO BACKOUT-RECORD
193480                 AT END MOVE "Y" TO TARGET-EOF-SW
193500             END-READ
193520             MOVE EVT14-STATUS TO TARGET-STATUS
193540         WHEN 19
193560             READ EVT15-FILE INTO BACKOUT-RECORD
193580                 AT END MOVE "Y" TO TARGET-EOF-SW
193600             END-READ
193620             MOVE EVT15-STATUS TO TARGET-STATUS
193640         WHEN 20
193660             READ EVT16-FILE INTO BACKOUT-RECORD
193680                 AT END MOVE "Y" TO TARGET-EOF-SW
193700             END-READ
193720             MOVE EVT16-STATUS TO TARGET-STATUS
193740         WHEN 21
193760             READ MOVE-FILE INTO BACKOUT-RECORD
193780                 AT END MOVE "Y" TO TARGET-EOF-SW
193800             END-READ
193820             MOVE MOVE-STATUS TO TARGET-STATUS
193840     END-EVALUATE.
196000*    A READ ERROR ENDS THE PASS SHORT - THE BACK-OUT THEN STOPS
196100*    ON THE MISSING COMMITTED RECORDS
196200     IF TARGET-STATUS NOT = "00"
196300         MOVE "Y" TO TARGET-EOF-SW.
196400 6010-EXIT.
196500     EXIT.
196600 6020-OPEN-TARGET-OUTPUT.
196620     EVALUATE OUT-I
196640         WHEN 1
196660             OPEN OUTPUT HIST-FILE
196680             MOVE HIST-STATUS TO TARGET-STATUS
196700         WHEN 2
196720             OPEN OUTPUT RESP-FILE
196740             MOVE RESP-STATUS TO TARGET-STATUS
196760         WHEN 3
196780             OPEN OUTPUT SUSP-FILE
196800             MOVE SUSP-STATUS TO TARGET-STATUS
196820         WHEN 4
196840             OPEN OUTPUT DCON-FILE
196860             MOVE DCON-STATUS TO TARGET-STATUS
196880         WHEN 5
196900             OPEN OUTPUT EVT1-FILE
196920             MOVE EVT1-STATUS TO TARGET-STATUS
196940         WHEN 6
196960             OPEN OUTPUT EVT2-FILE
196980             MOVE EVT2-STATUS TO TARGET-STATUS
197000         WHEN 7
197020             OPEN OUTPUT EVT3-FILE
197040             MOVE EVT3-STATUS TO TARGET-STATUS
197060         WHEN 8
197080             OPEN OUTPUT EVT4-FILE
197100             MOVE EVT4-STATUS TO TARGET-STATUS
197120         WHEN 9
197140             OPEN OUTPUT EVT5-FILE
197160             MOVE EVT5-STATUS TO TARGET-STATUS
197180         WHEN 10
197200             OPEN OUTPUT EVT6-FILE
197220             MOVE EVT6-STATUS TO TARGET-STATUS
197240         WHEN 11
197260             OPEN OUTPUT EVT7-FILE
197280             MOVE EVT7-STATUS TO TARGET-STATUS
197300         WHEN 12
197320             OPEN OUTPUT EVT8-FILE
197340             MOVE EVT8-STATUS TO TARGET-STATUS
197360         WHEN 13
197380             OPEN OUTPUT EVT9-FILE
197400             MOVE EVT9-STATUS TO TARGET-STATUS
197420         WHEN 14
197440             OPEN OUTPUT EVT10-FILE
197460             MOVE EVT10-STATUS TO TARGET-STATUS
197480         WHEN 15
197500             OPEN OUTPUT EVT11-FILE
197520             MOVE EVT11-STATUS TO TARGET-STATUS
197540         WHEN 16
197560             OPEN OUTPUT EVT12-FILE
197580             MOVE EVT12-STATUS TO TARGET-STATUS
197600         WHEN 17
197620             OPEN OUTPUT EVT13-FILE
197640             MOVE EVT13-STATUS TO TARGET-STATUS
197660         WHEN 18
197680             OPEN OUTPUT EVT14-FILE
197700             MOVE EVT14-STATUS TO TARGET-STATUS
197720         WHEN 19
197740             OPEN OUTPUT EVT15-FILE
197760             MOVE EVT15-STATUS TO TARGET-STATUS
197780         WHEN 20
197800             OPEN OUTPUT EVT16-FILE
197820             MOVE EVT16-STATUS TO TARGET-STATUS
197840         WHEN 21
197860             OPEN OUTPUT MOVE-FILE
197880             MOVE MOVE-STATUS TO TARGET-STATUS
197900     END-EVALUATE.
199300 6020-EXIT.
199400     EXIT.
199500 6030-WRITE-TARGET.
199520     EVALUATE OUT-I
199540         WHEN 1
199560             WRITE HIST-RECORD FROM BACKOUT-RECORD
199580         WHEN 2
199600             WRITE RESP-RECORD FROM BACKOUT-RECORD
199620         WHEN 3
199640             WRITE SUSP-RECORD FROM BACKOUT-RECORD
199660         WHEN 4
199680             WRITE DCON-RECORD FROM BACKOUT-RECORD
199700         WHEN 5
199720             WRITE EVT1-RECORD FROM BACKOUT-RECORD
199740         WHEN 6
199760             WRITE EVT2-RECORD FROM BACKOUT-RECORD
199780         WHEN 7
199800             WRITE EVT3-RECORD FROM BACKOUT-RECORD
199820         WHEN 8
199840             WRITE EVT4-RECORD FROM BACKOUT-RECORD
199860         WHEN 9
199880             WRITE EVT5-RECORD FROM BACKOUT-RECORD
199900         WHEN 10
199920             WRITE EVT6-RECORD FROM BACKOUT-RECORD
199940         WHEN 11
199960             WRITE EVT7-RECORD FROM BACKOUT-RECORD
199980         WHEN 12
200000             WRITE EVT8-RECORD FROM BACKOUT-RECORD
200020         WHEN 13
200040             WRITE EVT9-RECORD FROM BACKOUT-RECORD
200060         WHEN 14
200080             WRITE EVT10-RECORD FROM BACKOUT-RECORD
200100         WHEN 15
200120             WRITE EVT11-RECORD FROM BACKOUT-RECORD
200140         WHEN 16
200160             WRITE EVT12-RECORD FROM BACKOUT-RECORD
200180         WHEN 17
200200             WRITE EVT13-RECORD FROM BACKOUT-RECORD
200220         WHEN 18
200240             WRITE EVT14-RECORD FROM BACKOUT-RECORD
200260         WHEN 19
200280             WRITE EVT15-RECORD FROM BACKOUT-RECORD
200300         WHEN 20
200320             WRITE EVT16-RECORD FROM BACKOUT-RECORD
200340         WHEN 21
200360             WRITE MOVE-RECORD FROM BACKOUT-RECORD
200380     END-EVALUATE.
201400 6030-EXIT.
201500     EXIT.
201600 6040-CLOSE-TARGET.
201620     EVALUATE OUT-I
201640         WHEN 1
201660             CLOSE HIST-FILE
201680         WHEN 2
201700             CLOSE RESP-FILE
201720         WHEN 3
201740             CLOSE SUSP-FILE
201760         WHEN 4
201780             CLOSE DCON-FILE
201800         WHEN 5
201820             CLOSE EVT1-FILE
201840         WHEN 6
201860             CLOSE EVT2-FILE
201880         WHEN 7
201900             CLOSE EVT3-FILE
201920         WHEN 8
201940             CLOSE EVT4-FILE
201960         WHEN 9
201980             CLOSE EVT5-FILE
202000         WHEN 10
202020             CLOSE EVT6-FILE
202040         WHEN 11
202060             CLOSE EVT7-FILE
202080         WHEN 12
202100             CLOSE EVT8-FILE
202120         WHEN 13
202140             CLOSE EVT9-FILE
202160         WHEN 14
202180             CLOSE EVT10-FILE
202200         WHEN 15
202220             CLOSE EVT11-FILE
202240         WHEN 16
202260             CLOSE EVT12-FILE
202280         WHEN 17
202300             CLOSE EVT13-FILE
202320         WHEN 18
202340             CLOSE EVT14-FILE
202360         WHEN 19
202380             CLOSE EVT15-FILE
202400         WHEN 20
202420             CLOSE EVT16-FILE
202440         WHEN 21
202460             CLOSE MOVE-FILE
202480     END-EVALUATE.
203500 6040-EXIT.
203600     EXIT.
203601 6050-OPEN-TARGET-EXTEND.
203602*    EVENT QUEUES ONLY - THE OTHER OUTPUTS ARE OPENED BY NAME
203603     EVALUATE OUT-I
203604         WHEN 5
203605             OPEN EXTEND EVT1-FILE
203606             MOVE EVT1-STATUS TO TARGET-STATUS
203607         WHEN 6
203608             OPEN EXTEND EVT2-FILE
203609             MOVE EVT2-STATUS TO TARGET-STATUS
203610         WHEN 7
203611             OPEN EXTEND EVT3-FILE
203612             MOVE EVT3-STATUS TO TARGET-STATUS
203613         WHEN 8
203614             OPEN EXTEND EVT4-FILE
203615             MOVE EVT4-STATUS TO TARGET-STATUS
203616         WHEN 9
203617             OPEN EXTEND EVT5-FILE
203618             MOVE EVT5-STATUS TO TARGET-STATUS
203619         WHEN 10
203620             OPEN EXTEND EVT6-FILE
203621             MOVE EVT6-STATUS TO TARGET-STATUS
203622         WHEN 11
203623             OPEN EXTEND EVT7-FILE
203624             MOVE EVT7-STATUS TO TARGET-STATUS
203625         WHEN 12
203626             OPEN EXTEND EVT8-FILE
203627             MOVE EVT8-STATUS TO TARGET-STATUS
203628         WHEN 13
203629             OPEN EXTEND EVT9-FILE
203630             MOVE EVT9-STATUS TO TARGET-STATUS
203631         WHEN 14
203632             OPEN EXTEND EVT10-FILE
203633             MOVE EVT10-STATUS TO TARGET-STATUS
203634         WHEN 15
203635             OPEN EXTEND EVT11-FILE
203636             MOVE EVT11-STATUS TO TARGET-STATUS
203637         WHEN 16
203638             OPEN EXTEND EVT12-FILE
203639             MOVE EVT12-STATUS TO TARGET-STATUS
203640         WHEN 17
203641             OPEN EXTEND EVT13-FILE
203642             MOVE EVT13-STATUS TO TARGET-STATUS
203643         WHEN 18
203644             OPEN EXTEND EVT14-FILE
203645             MOVE EVT14-STATUS TO TARGET-STATUS
203646         WHEN 19
203647             OPEN EXTEND EVT15-FILE
203648             MOVE EVT15-STATUS TO TARGET-STATUS
203649         WHEN 20
203650             OPEN EXTEND EVT16-FILE
203651             MOVE EVT16-STATUS TO TARGET-STATUS
203652     END-EVALUATE.
203653 6050-EXIT.
203654     EXIT.
203700*****************************************************************
203800*  6100-6140 - CHECKPOINT FILE I/O DISPATCHED ON THE            *
203900*  CHECKPOINT GENERATION                                        *
204000*****************************************************************
204100 6100-OPEN-CKPT-INPUT.
204200     IF CKPT-GEN = 1
204300         OPEN INPUT CKP1-FILE
204400     ELSE
204500         OPEN INPUT CKP2-FILE.
204600 6100-EXIT.
204700     EXIT.
204800 6110-READ-CKPT.
204900     IF CKPT-GEN = 1
205000         READ CKP1-FILE INTO CHECKPOINT-RECORD-AREA
205100             AT END MOVE "Y" TO CKPT-EOF-SW
205200         END-READ
205300     ELSE
205400         READ CKP2-FILE INTO CHECKPOINT-RECORD-AREA
205500             AT END MOVE "Y" TO CKPT-EOF-SW
205600         END-READ
205700     END-IF.
205800     IF CKPT-STATUS NOT = "00"
205900         MOVE "Y" TO CKPT-EOF-SW.
206000 6110-EXIT.
206100     EXIT.
206200 6120-OPEN-CKPT-OUTPUT.
206300     IF CKPT-GEN = 1
206400         OPEN OUTPUT CKP1-FILE
206500     ELSE
206600         OPEN OUTPUT CKP2-FILE.
206700 6120-EXIT.
206800     EXIT.
206900 6130-WRITE-CKPT.
207000     IF CKPT-GEN = 1
207100         WRITE CKP1-RECORD FROM CHECKPOINT-RECORD-AREA
207200     ELSE
207300         WRITE CKP2-RECORD FROM CHECKPOINT-RECORD-AREA.
207400 6130-EXIT.
207500     EXIT.
207600 6140-CLOSE-CKPT.
207700     IF CKPT-GEN = 1
207800         CLOSE CKP1-FILE
207900     ELSE
208000         CLOSE CKP2-FILE.
208100 6140-EXIT.
208200     EXIT.
208300*****************************************************************
208400*  9000-WRAP-UP - CONTROL TOTALS AND CLOSE                      *
208500*****************************************************************
208600 9000-WRAP-UP.
208700     MOVE READ-COUNT TO TOT-READ.
208800     MOVE ACCEPT-COUNT TO TOT-ACCEPTED.
208900     MOVE SUSPEND-COUNT TO TOT-SUSPENDED.
209000     MOVE STALE-COUNT TO TOT-STALE.
209100     MOVE DUP-COUNT TO TOT-DUPS.
209200     MOVE EVENT-COUNT TO TOT-EVENTS.
209300     MOVE POSN-COUNT TO TOT-POSITIONS.
209400     MOVE REG-AGED-COUNT TO TOT-REG-AGED.
209500     MOVE REG-COUNT TO TOT-REG-KEPT.
209600     MOVE CONFLICT-COUNT TO TOT-CONFLICTS.
209700     MOVE CHECKPOINT-COUNT TO TOT-CHECKPOINTS.
209720     MOVE ORDER-RAISED-COUNT TO TOT-ORDERS-RAISED.
209740     MOVE ORDER-COMPLETED-COUNT TO TOT-ORDERS-COMPLETED.
209760     MOVE ORDER-CLOSED-COUNT TO TOT-ORDERS-CLOSED.
209780     MOVE ORDER-COUNT TO TOT-ORDERS-OPEN.
209800     PERFORM 9100-WRITE-POSN-MASTER THRU 9100-EXIT.
209900     PERFORM 9200-WRITE-REGISTRY THRU 9200-EXIT.
210000*    A QUEUE READ TO THE END CLOSES OUT THE CHECKPOINT SO THE
210100*    NEXT RUN STARTS FRESH
210200     IF INPUT-EXHAUSTED
210300         PERFORM 9300-MARK-RUN-COMPLETE THRU 9300-EXIT.
210400     WRITE PRINT-RECORD FROM HEADING-LINE-1
210500         AFTER ADVANCING PAGE.
210600     MOVE SPACES TO PRINT-RECORD.
210700     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
210800     WRITE PRINT-RECORD FROM TOTAL-LINE-1
210900         AFTER ADVANCING 1 LINE.
211000     WRITE PRINT-RECORD FROM TOTAL-LINE-2
211100         AFTER ADVANCING 1 LINE.
211200     WRITE PRINT-RECORD FROM TOTAL-LINE-3
211300         AFTER ADVANCING 1 LINE.
211400     WRITE PRINT-RECORD FROM TOTAL-LINE-4
211500         AFTER ADVANCING 1 LINE.
211600     WRITE PRINT-RECORD FROM TOTAL-LINE-5
211700         AFTER ADVANCING 1 LINE.
211800     WRITE PRINT-RECORD FROM TOTAL-LINE-6
211900         AFTER ADVANCING 1 LINE.
212000     WRITE PRINT-RECORD FROM TOTAL-LINE-7
212100         AFTER ADVANCING 1 LINE.
212200     WRITE PRINT-RECORD FROM TOTAL-LINE-8
212300         AFTER ADVANCING 1 LINE.
212400     IF REG-AGED-COUNT > ZERO
212500         MOVE AGED-MIN-TIMESTAMP TO ARL-MIN-TIMESTAMP
212600         MOVE AGED-MAX-TIMESTAMP TO ARL-MAX-TIMESTAMP
212700         WRITE PRINT-RECORD FROM AGED-RANGE-LINE
212800             AFTER ADVANCING 1 LINE.
212900     WRITE PRINT-RECORD FROM TOTAL-LINE-9
213000         AFTER ADVANCING 1 LINE.
213100     WRITE PRINT-RECORD FROM TOTAL-LINE-10
213200         AFTER ADVANCING 1 LINE.
213210     WRITE PRINT-RECORD FROM TOTAL-LINE-12
213220         AFTER ADVANCING 1 LINE.
213230     WRITE PRINT-RECORD FROM TOTAL-LINE-13
213240         AFTER ADVANCING 1 LINE.
213250     WRITE PRINT-RECORD FROM TOTAL-LINE-14
213260         AFTER ADVANCING 1 LINE.
213270     WRITE PRINT-RECORD FROM TOTAL-LINE-15
213280         AFTER ADVANCING 1 LINE.
213300     WRITE PRINT-RECORD FROM TOTAL-LINE-11
213400         AFTER ADVANCING 1 LINE.
213500     IF RESTART-RUN
213600         WRITE PRINT-RECORD FROM RESUMED-LINE
213700             AFTER ADVANCING 1 LINE.
213800     IF SUBS-COUNT > ZERO
213900         PERFORM 9050-CLOSE-ONE-QUEUE THRU 9050-EXIT
214000             VARYING QUEUE-I FROM 1 BY 1
214100             UNTIL QUEUE-I > QUEUE-POOL-MAX.
214300     CLOSE UPDT-FILE.
214400     CLOSE RESP-FILE.
214500     CLOSE SUSP-FILE.
214600     CLOSE DCON-FILE.
214650     CLOSE MOVE-FILE.
214700     CLOSE HIST-FILE.
214800     CLOSE PRINT-FILE.
214900 9000-EXIT.
215000     EXIT.
215010 9050-CLOSE-ONE-QUEUE.
215020     IF QUEUE-USED-SW (QUEUE-I) = "Y"
215030         COMPUTE OUT-I = QUEUE-I + EVT-OUT-BASE
215040         PERFORM 6040-CLOSE-TARGET THRU 6040-EXIT.
215050 9050-EXIT.
215060     EXIT.
215100*****************************************************************
215200*  9100-WRITE-POSN-MASTER - REWRITE THE CURRENT-POSITION        *
215300*  MASTER FROM THE IN-STORAGE TABLE, ONE RECORD PER ASSET       *
215400*****************************************************************
215500 9100-WRITE-POSN-MASTER.
215600*    AN OVERFLOWED TABLE MUST NOT REWRITE - IT WOULD DROP THE
215700*    ASSETS THAT NEVER FIT AND THE LOSS WOULD CARRY FORWARD
215800     IF POSITION-OVERFLOW
215900         DISPLAY "PNCUPD2P - PNCPOSN NOT REWRITTEN - POSITION "
216000             "TABLE OVERFLOWED - INCREASE POSN-MAX"
216100             UPON OPER-CONSOLE
216200         GO TO 9100-EXIT.
216300     OPEN OUTPUT POSN-FILE.
216400     IF POSN-STATUS NOT = "00"
216500         DISPLAY "PNCUPD2P - POSITION MASTER REWRITE ERROR "
216600             POSN-STATUS UPON OPER-CONSOLE
216700         MOVE 12 TO RETURN-CODE
216800         GO TO 9100-EXIT.
216900     PERFORM 9150-WRITE-ONE-POSN THRU 9150-EXIT
217000         VARYING POSN-I FROM 1 BY 1
217100         UNTIL POSN-I > POSN-COUNT.
217200     CLOSE POSN-FILE.
217300 9100-EXIT.
217400     EXIT.
217500 9150-WRITE-ONE-POSN.
217600     MOVE SPACES TO POSN-RECORD.
217700     MOVE PTB-ASSET-ID (POSN-I) TO UPD-P-ASSET-ID.
217800     MOVE PTB-ASSET-TYPE (POSN-I) TO UPD-P-ASSET-TYPE.
217900     MOVE PTB-CAMPUS (POSN-I) TO UPD-P-CAMPUS.
218000     MOVE PTB-YARD-CODE (POSN-I) TO UPD-P-YARD-CODE.
218100     MOVE PTB-DOOR-NUMBER (POSN-I) TO UPD-P-DOOR-NUMBER.
218200     MOVE PTB-LOAD-STATUS (POSN-I) TO UPD-P-LOAD-STATUS.
218300     MOVE PTB-CUSTOMER-CODE (POSN-I) TO UPD-P-CUSTOMER-CODE.
218400     MOVE PTB-TIMESTAMP (POSN-I) TO UPD-P-TIMESTAMP.
218450     MOVE PTB-TRAILER-SCAC (POSN-I) TO UPD-P-TRAILER-SCAC.
218500     WRITE POSN-RECORD.
218600 9150-EXIT.
218700     EXIT.
218800*****************************************************************
218900*  9200-WRITE-REGISTRY - REWRITE PNCMSGRG WITH ONLY THE         *
219000*  RETAINED AND NEWLY REGISTERED MESSAGE GROUP IDS              *
219100*****************************************************************
219200 9200-WRITE-REGISTRY.
219300*    AN OVERFLOWED TABLE MUST NOT REWRITE - IT WOULD DELETE THE
219400*    MESSAGE GROUP IDS THAT NEVER FIT AND THEIR DUPLICATE
219500*    PROTECTION WITH THEM
219600     IF REGISTRY-OVERFLOW
219700         DISPLAY "PNCUPD2P - PNCMSGRG NOT REWRITTEN - REGISTRY "
219800             "TABLE OVERFLOWED - INCREASE REG-MAX"
219900             UPON OPER-CONSOLE
220000         GO TO 9200-EXIT.
220100     IF REGISTRY-LOAD-FAILED
220200         DISPLAY "PNCUPD2P - PNCMSGRG NOT REWRITTEN - REGISTRY "
220300             "COULD NOT BE LOADED" UPON OPER-CONSOLE
220400         GO TO 9200-EXIT.
220500     OPEN OUTPUT REG-FILE.
220600     IF REG-STATUS NOT = "00"
220700         DISPLAY "PNCUPD2P - REGISTRY REWRITE ERROR "
220800             REG-STATUS UPON OPER-CONSOLE
220900         MOVE 12 TO RETURN-CODE
221000         GO TO 9200-EXIT.
221100     PERFORM 9250-WRITE-ONE-REG THRU 9250-EXIT
221200         VARYING REG-I FROM 1 BY 1
221300         UNTIL REG-I > REG-COUNT.
221400     CLOSE REG-FILE.
221500 9200-EXIT.
221600     EXIT.
221700 9250-WRITE-ONE-REG.
221800     MOVE SPACES TO REG-RECORD.
221900     MOVE GTB-MSG-GROUP-ID (REG-I) TO UPD-G-MSG-GROUP-ID.
222000     MOVE GTB-TIMESTAMP (REG-I) TO UPD-G-TIMESTAMP.
222100     WRITE REG-RECORD.
222200 9250-EXIT.
222300     EXIT.
222400*****************************************************************
222500*  9300-MARK-RUN-COMPLETE - FINAL CHECKPOINT FLAGGED COMPLETE,  *
222600*  TAKEN ONCE THE MASTERS ARE REWRITTEN AND THE OUTPUTS ARE ON  *
222700*  DISK                                                         *
222800*****************************************************************
222900 9300-MARK-RUN-COMPLETE.
223000     PERFORM 3910-FLUSH-OUTPUTS THRU 3910-EXIT.
223100     MOVE "C" TO CKPT-RUN-STATUS.
223200     PERFORM 3950-WRITE-CHECKPOINT THRU 3950-EXIT.
223300     MOVE CHECKPOINT-COUNT TO TOT-CHECKPOINTS.
223400 9300-EXIT.
223500     EXIT.
223600*****************************************************************
223700*  8000-TIMESTAMP-TO-DAYS - CONVERT THE DATE PORTION OF THE     *
223800*  TIMESTAMP IN TSW-TIMESTAMP TO A SERIAL DAY NUMBER SO THAT    *
223900*  THE RETENTION WINDOW HOLDS ACROSS MONTH AND YEAR ENDS.       *
224000*****************************************************************
224100 8000-TIMESTAMP-TO-DAYS.
224200     IF TSW-MONTH > 2
224300         MOVE TSW-YEAR TO TSW-ADJ-YEAR
224400         COMPUTE TSW-ADJ-MONTH = TSW-MONTH + 1
224500     ELSE
224600         COMPUTE TSW-ADJ-YEAR = TSW-YEAR - 1
224700         COMPUTE TSW-ADJ-MONTH = TSW-MONTH + 13.
224800     COMPUTE TSW-WORK-1 = (1461 * TSW-ADJ-YEAR) / 4.
224900     COMPUTE TSW-WORK-2 = (153 * TSW-ADJ-MONTH) / 5.
225000     COMPUTE TSW-DAY-NUMBER =
225100         TSW-WORK-1 + TSW-WORK-2 + TSW-DAY - 621049.
225200 8000-EXIT.
225300     EXIT.
