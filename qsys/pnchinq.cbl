002300*****************************************************************
002400*  MODIFICATION HISTORY                                         *
002500*  09/02/26  RJM  NEW PROGRAM.                                  *
002520*  10/15/26  RJM  CARRY THE TRAILER SCAC ON THE PNCHIST RECORD  *
002540*                 AND ITS ARCHIVES (NOW 198 BYTES).             *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  HIST-FILE
004800     RECORD CONTAINS 198 CHARACTERS.
004900 01  HIST-RECORD                 PIC X(198).
005000 FD  ARCA-FILE
005100     RECORD CONTAINS 198 CHARACTERS.
005200 01  ARCA-RECORD                 PIC X(198).
005300 FD  ARCB-FILE
005400     RECORD CONTAINS 198 CHARACTERS.
005500 01  ARCB-RECORD                 PIC X(198).
005600 FD  ARCC-FILE
005700     RECORD CONTAINS 198 CHARACTERS.
005800 01  ARCC-RECORD                 PIC X(198).
005900 WORKING-STORAGE SECTION.
006000 77  HIST-STATUS                 PIC X(02)   VALUE SPACES.
006100 77  ARCA-STATUS                 PIC X(02)   VALUE SPACES.
008700     05  INQ-H-LOAD-STATUS       PIC X(25).
008800     05  INQ-H-CUSTOMER-CODE     PIC X(25).
008900     05  INQ-H-TIMESTAMP         PIC X(26).
008950     05  INQ-H-TRAILER-SCAC      PIC X(04).
009000 01  MOVEMENT-TABLE-AREA.
009100     05  MOVE-ENTRY              OCCURS 500 TIMES
009200                                 INDEXED BY MOVE-X.
