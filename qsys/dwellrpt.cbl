002900*  09/02/26  RJM  READ THE CURRENT-POSITION MASTER (PNCPOSN)    *
003000*                 INSTEAD OF SORTING AND REPLAYING THE WHOLE    *
003100*                 PNCHIST HISTORY FILE.                         *
003120*  10/15/26  RJM  CARRY THE TRAILER SCAC ON THE PNCPOSN RECORD  *
003140*                 (NOW 124 BYTES).                              *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  POSN-FILE
005100     RECORD CONTAINS 124 CHARACTERS.
005200 01  POSN-RECORD.
005300     05  DWL-P-ASSET-ID          PIC X(25).
005400     05  DWL-P-ASSET-TYPE        PIC X(01).
005800     05  DWL-P-LOAD-STATUS       PIC X(25).
005900     05  DWL-P-CUSTOMER-CODE     PIC X(25).
006000     05  DWL-P-TIMESTAMP         PIC X(26).
006050     05  DWL-P-TRAILER-SCAC      PIC X(04).
006100 FD  THRS-FILE
006200     RECORD CONTAINS 34 CHARACTERS.
006300 01  THRS-RECORD.
