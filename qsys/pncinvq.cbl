002700*  09/02/26  RJM  READ THE CURRENT-POSITION MASTER (PNCPOSN)    *
002800*                 INSTEAD OF SORTING AND REPLAYING THE WHOLE    *
002900*                 PNCHIST HISTORY FILE.                         *
002920*  10/15/26  RJM  CARRY THE TRAILER SCAC ON THE PNCPOSN RECORD  *
002940*                 (NOW 124 BYTES).                              *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  POSN-FILE
004900     RECORD CONTAINS 124 CHARACTERS.
005000 01  POSN-RECORD.
005100     05  INV-P-ASSET-ID          PIC X(25).
005200     05  INV-P-ASSET-TYPE        PIC X(01).
005600     05  INV-P-LOAD-STATUS       PIC X(25).
005700     05  INV-P-CUSTOMER-CODE     PIC X(25).
005800     05  INV-P-TIMESTAMP         PIC X(26).
005850     05  INV-P-TRAILER-SCAC      PIC X(04).
005900 FD  CNTL-FILE
006000     RECORD CONTAINS 26 CHARACTERS.
006100 01  CNTL-RECORD.
