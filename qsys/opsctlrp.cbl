004500*                 WITH WEEK- AND MONTH-AGO TRENDS, AND THE      *
004600*                 OPSTHRSH THRESHOLD POLICY FILE WITH BREACH    *
004700*                 FLAGGING AND A NONZERO RETURN CODE.           *
004720*  10/15/26  RJM  CARRY THE TRAILER SCAC ON THE PNCHIST RECORD  *
004740*                 (NOW 198 BYTES).                              *
004800*****************************************************************
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
010700     05  OCR-R-ACK-STATUS        PIC X(01).
010800     05  OCR-R-ERROR-REASON      PIC X(100).
010900 FD  HIST-FILE
011000     RECORD CONTAINS 198 CHARACTERS.
011100 01  HIST-RECORD                 PIC X(198).
011200 FD  SUSP-FILE
011300     RECORD CONTAINS 323 CHARACTERS.
011400 01  SUSP-RECORD.
