002800*****************************************************************
002900*  MODIFICATION HISTORY                                         *
003000*  09/02/26  RJM  NEW PROGRAM.                                  *
003020*  10/15/26  RJM  CARRY THE TRAILER SCAC ON THE PNCHIST         *
003040*                 (NOW 198 BYTES) AND PNCPOSN (NOW 124 BYTES)   *
003050*                 RECORDS.                                      *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
005900     05  STM-C-MONTH             PIC X(07).
006000     05  STM-C-CUSTOMER-CODE     PIC X(25).
006100 FD  HIST-FILE
006200     RECORD CONTAINS 198 CHARACTERS.
006300 01  HIST-RECORD.
006400     05  STM-H-MSG-GROUP-ID      PIC X(25).
006500     05  STM-H-CAMPUS            PIC X(06).
007100     05  STM-H-LOAD-STATUS       PIC X(25).
007200     05  STM-H-CUSTOMER-CODE     PIC X(25).
007300     05  STM-H-TIMESTAMP         PIC X(26).
007350     05  STM-H-TRAILER-SCAC      PIC X(04).
007400 FD  POSN-FILE
007500     RECORD CONTAINS 124 CHARACTERS.
007600 01  POSN-RECORD.
007700     05  STM-P-ASSET-ID          PIC X(25).
007800     05  STM-P-ASSET-TYPE        PIC X(01).
008200     05  STM-P-LOAD-STATUS       PIC X(25).
008300     05  STM-P-CUSTOMER-CODE     PIC X(25).
008400     05  STM-P-TIMESTAMP         PIC X(26).
008450     05  STM-P-TRAILER-SCAC      PIC X(04).
008500 FD  CHRG-FILE
008600     RECORD CONTAINS 163 CHARACTERS.
008700 01  CHRG-RECORD.
