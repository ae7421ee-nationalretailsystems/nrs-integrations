003400*****************************************************************
003500*  MODIFICATION HISTORY                                         *
003600*  09/02/26  RJM  NEW PROGRAM.                                  *
003620*  10/15/26  RJM  SKIP PNCGATEO GATE-OUT RECORDS - A DEPARTURE  *
003640*                 IS NOT AN ARRIVAL SIGHTING.                   *
003660*  10/15/26  RJM  CARRY THE TRAILER SCAC ON THE PNCHIST RECORD  *
003680*                 (NOW 198 BYTES).                              *
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
006500     05  APM-A-WINDOW-FROM       PIC X(26).
006600     05  APM-A-WINDOW-TO         PIC X(26).
006700 FD  HIST-FILE
006800     RECORD CONTAINS 198 CHARACTERS.
006900 01  HIST-RECORD.
007000     05  APM-H-MSG-GROUP-ID      PIC X(25).
007100     05  APM-H-CAMPUS            PIC X(06).
007700     05  APM-H-LOAD-STATUS       PIC X(25).
007800     05  APM-H-CUSTOMER-CODE     PIC X(25).
007900     05  APM-H-TIMESTAMP         PIC X(26).
007950     05  APM-H-TRAILER-SCAC      PIC X(04).
008000 SD  SORT-FILE.
008100 01  SORT-RECORD.
008200     05  SRT-ASSET-ID            PIC X(25).
037500         AT END MOVE "Y" TO HIST-EOF-SW
037600         GO TO 2100-EXIT.
037700     ADD 1 TO HIST-READ-COUNT.
037720     IF APM-H-LOAD-STATUS = "DEPARTED"
037740         GO TO 2100-EXIT.
037800     MOVE SPACES TO SORT-RECORD.
037900     IF APM-H-TRAILER-NUMBER NOT = SPACES
038000         MOVE APM-H-TRAILER-NUMBER TO SRT-ASSET-ID
