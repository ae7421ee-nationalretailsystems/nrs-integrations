000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PWDHASH.
000300 AUTHOR. R J MARINO.
000400 INSTALLATION. NATIONAL RETAIL SYSTEMS - NORTH BERGEN NJ.
000500 DATE-WRITTEN. OCTOBER 2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  PWDHASH - ONE-WAY PASSWORD DIGEST                            *
000900*                                                               *
001000*  CALLED SUBPROGRAM.  REDUCES AN ACCOUNT ID AND PASSWORD TO A  *
001100*  40-CHARACTER DIGEST SO THE PASSWORD HISTORY FILE (PWDHIST)   *
001200*  NEVER HOLDS A PASSWORD ITSELF.  THE ACCOUNT ID SALTS THE     *
001300*  DIGEST, SO TWO ACCOUNTS GIVEN THE SAME PASSWORD GET          *
001400*  DIFFERENT DIGESTS.  PWDGEN USES IT TO TEST A CANDIDATE       *
001500*  AGAINST THE HISTORY; PWDROTAT USES IT TO RECORD THE NEW      *
001600*  PASSWORD.                                                    *
001700*                                                               *
001800*  THE SALTED INPUT IS HASHED BY THE ICSF ONE-WAY HASH SERVICE  *
001900*  (CSNBOWH) WITH SHA-256 IN A SINGLE CALL.  THE FIRST 20       *
002000*  BYTES OF THE 32-BYTE HASH ARE RETURNED AS 40 HEX DIGITS.     *
002100*  IF ICSF REJECTS THE CALL THE RETURN AND REASON CODES GO TO   *
002200*  THE CONSOLE AND THE DIGEST COMES BACK AS SPACES, WHICH NO    *
002300*  SUCCESSFUL CALL CAN RETURN - CALLERS MUST TEST FOR IT.       *
002400*  BYTES ARE HASHED AS THEY ARE HELD, SO A HISTORY FILE IS NOT  *
002500*  PORTABLE BETWEEN EBCDIC AND ASCII.                           *
002600*                                                               *
002700*  PARAMETER AREA (100 BYTES):                                  *
002800*     ACCOUNT ID     X(10)   SALT                               *
002900*     PASSWORD       X(50)                                      *
003000*     DIGEST         X(40)   RETURNED - HEX, SPACES ON FAILURE  *
003100*****************************************************************
003200*  MODIFICATION HISTORY                                         *
003300*  10/15/26  RJM  NEW PROGRAM.                                  *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SPECIAL-NAMES.
003800     CONSOLE IS OPER-CONSOLE.
003900 DATA DIVISION.
004000 WORKING-STORAGE SECTION.
004100 77  BYTE-I                      PIC S9(03)  COMP VALUE ZERO.
004200 77  HEX-HIGH                    PIC S9(03)  COMP VALUE ZERO.
004300 77  HEX-LOW                     PIC S9(03)  COMP VALUE ZERO.
004400 01  HASH-INPUT-AREA.
004500     05  HASH-INPUT-ACCOUNT      PIC X(10).
004600     05  HASH-INPUT-PASSWORD     PIC X(50).
004700*****************************************************************
004800*  CSNBOWH PARAMETER LIST                                       *
004900*****************************************************************
005000 01  OWH-PARAMETERS.
005100     05  OWH-RETURN-CODE         PIC S9(09)  COMP VALUE ZERO.
005200     05  OWH-REASON-CODE         PIC S9(09)  COMP VALUE ZERO.
005300     05  OWH-EXIT-DATA-LENGTH    PIC S9(09)  COMP VALUE ZERO.
005400     05  OWH-EXIT-DATA           PIC X(04)   VALUE SPACES.
005500     05  OWH-RULE-ARRAY-COUNT    PIC S9(09)  COMP VALUE +2.
005600     05  OWH-RULE-ARRAY.
005700         10  FILLER              PIC X(08)   VALUE "SHA-256 ".
005800         10  FILLER              PIC X(08)   VALUE "ONLY    ".
005900     05  OWH-TEXT-LENGTH         PIC S9(09)  COMP VALUE +60.
006000     05  OWH-CHAIN-VECTOR-LENGTH PIC S9(09)  COMP VALUE +128.
006100     05  OWH-CHAIN-VECTOR        PIC X(128)  VALUE LOW-VALUES.
006200     05  OWH-HASH-LENGTH         PIC S9(09)  COMP VALUE +32.
006300     05  OWH-HASH.
006400         10  OWH-HASH-BYTE       PIC X(01)   OCCURS 32 TIMES.
006500*    A BYTE MOVED INTO THE LOW HALF OF A HALFWORD READS BACK AS
006600*    ITS CHARACTER CODE
006700 01  CHAR-CODE-AREA.
006800     05  CHAR-CODE               PIC 9(04)   COMP VALUE ZERO.
006900     05  CHAR-CODE-BYTES REDEFINES CHAR-CODE.
007000         10  FILLER              PIC X(01).
007100         10  CHAR-CODE-LOW       PIC X(01).
007200 01  HEX-DIGIT-AREA.
007300     05  HEX-DIGIT-SET           PIC X(16)   VALUE
007400         "0123456789ABCDEF".
007500     05  HEX-DIGIT-CHARS REDEFINES HEX-DIGIT-SET.
007600         10  HEX-DIGIT           PIC X(01)   OCCURS 16 TIMES.
007700 LINKAGE SECTION.
007800 01  PHS-PARAMETER-AREA.
007900     05  PHS-P-ACCOUNT-ID        PIC X(10).
008000     05  PHS-P-PASSWORD          PIC X(50).
008100     05  PHS-P-DIGEST.
008200         10  PHS-P-DIGEST-PAIR   OCCURS 20 TIMES.
008300             15  PHS-P-DIGEST-HI PIC X(01).
008400             15  PHS-P-DIGEST-LO PIC X(01).
008500 PROCEDURE DIVISION USING PHS-PARAMETER-AREA.
008600*****************************************************************
008700*  0000-MAINLINE                                                *
008800*****************************************************************
008900 0000-MAINLINE.
009000     MOVE SPACES TO PHS-P-DIGEST.
009100     MOVE PHS-P-ACCOUNT-ID TO HASH-INPUT-ACCOUNT.
009200     MOVE PHS-P-PASSWORD TO HASH-INPUT-PASSWORD.
009300     MOVE LOW-VALUES TO OWH-CHAIN-VECTOR.
009400     MOVE +32 TO OWH-HASH-LENGTH.
009500     MOVE LOW-VALUES TO OWH-HASH.
009600     CALL "CSNBOWH" USING OWH-RETURN-CODE
009700                          OWH-REASON-CODE
009800                          OWH-EXIT-DATA-LENGTH
009900                          OWH-EXIT-DATA
010000                          OWH-RULE-ARRAY-COUNT
010100                          OWH-RULE-ARRAY
010200                          OWH-TEXT-LENGTH
010300                          HASH-INPUT-AREA
010400                          OWH-CHAIN-VECTOR-LENGTH
010500                          OWH-CHAIN-VECTOR
010600                          OWH-HASH-LENGTH
010700                          OWH-HASH.
010800     IF OWH-RETURN-CODE NOT = ZERO
010900         DISPLAY "PWDHASH - CSNBOWH RETURN " OWH-RETURN-CODE
011000             " REASON " OWH-REASON-CODE
011100             " - NO DIGEST RETURNED" UPON OPER-CONSOLE
011200         GO TO 0000-GOBACK.
011300     PERFORM 1000-HEX-ONE-BYTE THRU 1000-EXIT
011400         VARYING BYTE-I FROM 1 BY 1
011500         UNTIL BYTE-I > 20.
011600 0000-GOBACK.
011700     GOBACK.
011800*****************************************************************
011900*  1000-HEX-ONE-BYTE - ONE HASH BYTE TO TWO HEX DIGITS          *
012000*****************************************************************
012100 1000-HEX-ONE-BYTE.
012200     MOVE ZERO TO CHAR-CODE.
012300     MOVE OWH-HASH-BYTE (BYTE-I) TO CHAR-CODE-LOW.
012400     DIVIDE CHAR-CODE BY 16
012500         GIVING HEX-HIGH REMAINDER HEX-LOW.
012600     ADD 1 TO HEX-HIGH.
012700     ADD 1 TO HEX-LOW.
012800     MOVE HEX-DIGIT (HEX-HIGH) TO PHS-P-DIGEST-HI (BYTE-I).
012900     MOVE HEX-DIGIT (HEX-LOW) TO PHS-P-DIGEST-LO (BYTE-I).
013000 1000-EXIT.
013100     EXIT.
