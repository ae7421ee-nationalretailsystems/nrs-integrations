002400*       A DOOR TO ITS NEXT MOVEMENT; A STAY STILL OPEN AT THE  *
002500*       END OF THE DATA COUNTS AS OCCUPIED THROUGH THE RANGE   *
002600*       END, THE SAME ASSUMPTION DWELLRPT MAKES FOR DWELL.     *
002620*  A PNCGATEO GATE-OUT RECORD (LOAD STATUS "DEPARTED") IS A     *
002640*  DEPARTURE FROM THE LAST LOCATION WITH NO NEW ARRIVAL; THE    *
002660*  ASSET'S NEXT SIGHTING, IF ANY, IS A FRESH ARRIVAL.           *
002700*                                                               *
002800*  CONTROL RECORD (UTILCNTL, 20 BYTES):                         *
002900*     FROM DATE  X(10)  YYYY-MM-DD                              *
003300*****************************************************************
003400*  MODIFICATION HISTORY                                         *
003500*  09/02/26  RJM  NEW PROGRAM.                                  *
003520*  10/15/26  RJM  TREAT PNCGATEO GATE-OUT RECORDS AS A          *
003530*                 DEPARTURE THAT CLOSES THE DOOR STAY WITH      *
003540*                 NO ARRIVAL.                                   *
003560*  10/15/26  RJM  CARRY THE TRAILER SCAC ON THE PNCHIST RECORD  *
003580*                 (NOW 198 BYTES).                              *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  HIST-FILE
005600     RECORD CONTAINS 198 CHARACTERS.
005700 01  HIST-RECORD.
005800     05  UTL-H-MSG-GROUP-ID      PIC X(25).
005900     05  UTL-H-CAMPUS            PIC X(06).
006500     05  UTL-H-LOAD-STATUS       PIC X(25).
006600     05  UTL-H-CUSTOMER-CODE     PIC X(25).
006700     05  UTL-H-TIMESTAMP         PIC X(26).
006750     05  UTL-H-TRAILER-SCAC      PIC X(04).
006800 FD  CNTL-FILE
006900     RECORD CONTAINS 20 CHARACTERS.
007000 01  CNTL-RECORD.
007700     05  SRT-CAMPUS              PIC X(06).
007800     05  SRT-YARD-CODE           PIC X(06).
007900     05  SRT-DOOR-NUMBER         PIC X(06).
007920     05  SRT-DEPARTED-SW         PIC X(01).
007940         88  SRT-DEPARTED                    VALUE "Y".
008000 FD  PRINT-FILE
008100     RECORD CONTAINS 132 CHARACTERS.
008200 01  PRINT-RECORD                PIC X(132).
046100     MOVE UTL-H-CAMPUS TO SRT-CAMPUS.
046200     MOVE UTL-H-YARD-CODE TO SRT-YARD-CODE.
046300     MOVE UTL-H-DOOR-NUMBER TO SRT-DOOR-NUMBER.
046320     IF UTL-H-LOAD-STATUS = "DEPARTED"
046340         MOVE "Y" TO SRT-DEPARTED-SW
046360     ELSE
046380         MOVE "N" TO SRT-DEPARTED-SW.
046400     RELEASE SORT-RECORD.
046500 2100-EXIT.
046600     EXIT.
047900     RETURN SORT-FILE
048000         AT END MOVE "Y" TO SORT-EOF-SW
048100         GO TO 3100-EXIT.
048120     IF SRT-DEPARTED
048140         PERFORM 3150-GATE-OUT THRU 3150-EXIT
048160         GO TO 3100-EXIT.
048200     IF SRT-ASSET-ID NOT = PREV-ASSET-ID
048300         PERFORM 3250-CLOSE-OPEN-STAY THRU 3250-EXIT
048400         PERFORM 3200-ARRIVAL-EVENT THRU 3200-EXIT
048500         MOVE SRT-TIMESTAMP TO PREV-ARRIVAL-TS
048600     ELSE
048610*        BACK ON SITE AFTER A GATE-OUT - ARRIVAL ONLY
048620         IF PREV-CAMPUS = SPACES
048630             PERFORM 3200-ARRIVAL-EVENT THRU 3200-EXIT
048640             MOVE SRT-TIMESTAMP TO PREV-ARRIVAL-TS
048650         ELSE
048700             IF SRT-CAMPUS NOT = PREV-CAMPUS
048800                 OR SRT-YARD-CODE NOT = PREV-YARD-CODE
048900                 OR SRT-DOOR-NUMBER NOT = PREV-DOOR-NUMBER
049000                 PERFORM 3300-DEPARTURE-EVENT THRU 3300-EXIT
049100                 PERFORM 3350-CLOSE-DOOR-STAY THRU 3350-EXIT
049200                 PERFORM 3200-ARRIVAL-EVENT THRU 3200-EXIT
049300                 MOVE SRT-TIMESTAMP TO PREV-ARRIVAL-TS.
049400     MOVE SRT-ASSET-ID TO PREV-ASSET-ID.
049500     MOVE SRT-CAMPUS TO PREV-CAMPUS.
049600     MOVE SRT-YARD-CODE TO PREV-YARD-CODE.
049700     MOVE SRT-DOOR-NUMBER TO PREV-DOOR-NUMBER.
049800 3100-EXIT.
049900     EXIT.
049905*****************************************************************
049910*  3150-GATE-OUT - DEPARTURE FROM THE LAST LOCATION WITH NO     *
049915*  ARRIVAL.  BLANK PREVIOUS LOCATION MEANS "OFF SITE".          *
049920*****************************************************************
049925 3150-GATE-OUT.
049930     IF SRT-ASSET-ID NOT = PREV-ASSET-ID
049935         PERFORM 3250-CLOSE-OPEN-STAY THRU 3250-EXIT
049940     ELSE
049945         IF PREV-CAMPUS NOT = SPACES
049950             PERFORM 3300-DEPARTURE-EVENT THRU 3300-EXIT
049955             PERFORM 3350-CLOSE-DOOR-STAY THRU 3350-EXIT.
049960     MOVE SRT-ASSET-ID TO PREV-ASSET-ID.
049965     MOVE SPACES TO PREV-CAMPUS.
049970     MOVE SPACES TO PREV-YARD-CODE.
049975     MOVE SPACES TO PREV-DOOR-NUMBER.
049980 3150-EXIT.
049985     EXIT.
050000*****************************************************************
050100*  3200-ARRIVAL-EVENT - ARRIVAL AT THE NEW LOCATION             *
050200*****************************************************************
