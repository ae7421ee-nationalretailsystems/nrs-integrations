003900*****************************************************************
004000*  MODIFICATION HISTORY                                         *
004100*  08/20/26  RJM  NEW PROGRAM.                                  *
004120*  10/15/26  RJM  PNCHIST RECORD LENGTH NOW 198 BYTES (TRAILER  *
004140*                 SCAC ADDED AT THE END).                       *
004200*****************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
012400     05  RTP-C-RUN-DATE          PIC X(10).
012500     05  RTP-C-STATUS            PIC X(01).
012600 FD  HIST-L-FILE
012700     RECORD CONTAINS 198 CHARACTERS.
012800 01  HIST-L-RECORD              PIC X(198).
012900 FD  HIST-K-FILE
013000     RECORD CONTAINS 198 CHARACTERS.
013100 01  HIST-K-RECORD              PIC X(198).
013200 FD  HIST-A-FILE
013300     RECORD CONTAINS 198 CHARACTERS.
013400 01  HIST-A-RECORD              PIC X(198).
013500 FD  SUSP-L-FILE
013600     RECORD CONTAINS 323 CHARACTERS.
013700 01  SUSP-L-RECORD              PIC X(323).
022000*****************************************************************
022100 01  GOVERNED-FILE-TABLE.
022200     05  FILLER                  PIC X(20)   VALUE
022300         "PNCHIST   0198169026".
022400     05  FILLER                  PIC X(20)   VALUE
022500         "PNCSUSP   0323298026".
022600     05  FILLER                  PIC X(20)   VALUE
