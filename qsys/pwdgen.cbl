002600*        RETURN CODE    X(2)   00=OK 23=PROFILE NOT FOUND       *
002700*                              90=PROFILE FILE UNAVAILABLE      *
002800*                              91=WORD LIST UNAVAILABLE (W)     *
002850*        ACCOUNT ID     X(10)  BLANK = NO HISTORY CHECK         *
002900*        HISTORY DEPTH  9(2)   RETURNED - PROFILE HIST          *
003000*                                                               *
003100*  PASSPHRASE MODE JOINS THE PROFILE WORD COUNT (WC) OF         *
003200*  DICTIONARY WORDS FROM PWDWORDS WITH THE SEPARATOR (SP),      *
003500*  UNTIL THE RESULT FITS MINCH THRU MAXCH.  HELP-DESK STAFF     *
003600*  CAN READ THE RESULT OVER THE PHONE.                          *
003700*     RESULT (1060 BYTES) - TEN ENTRIES OF PASSWORD X(50),      *
003800*        ITEM STATUS X(1) O/E/H, ITEM ERROR X(50), THEN A       *
003900*        BATCH ERROR MESSAGE X(50).                             *
003910*        H = NO NON-REPEATING PASSWORD - EVERY CANDIDATE        *
003920*        WITHIN THE TRY LIMIT MATCHED THE ACCOUNT HISTORY.      *
003930*                                                               *
003940*  WHEN AN ACCOUNT ID IS PASSED AND THE PROFILE KEEPS A         *
003950*  HISTORY (HIST > 0), EACH CANDIDATE IS REDUCED BY PWDHASH     *
003960*  AND COMPARED WITH THE LAST HIST DIGESTS HELD FOR THE         *
003970*  ACCOUNT IN PWDHIST; A MATCH IS THROWN AWAY AND A NEW         *
003980*  CANDIDATE GENERATED.  PWDHIST ITSELF IS WRITTEN BY           *
003990*  PWDROTAT.  RETURN CODE 92 = PWDHIST UNREADABLE.              *
004000*                                                               *
004100*  AUDIT RECORD (PWDAUDIT, 103 BYTES) IS THE ESTABLISHED        *
004200*  92-BYTE AUDIT LAYOUT FOLLOWED BY PROFILE NAME X(10) AND      *
004600*  08/15/26  RJM  NEW PROGRAM.                                  *
004700*  08/16/26  RJM  WORD-BASED PASSPHRASE MODE (W) FROM THE       *
004800*                 PWDWORDS DICTIONARY FILE.                     *
004820*  10/15/26  RJM  PASSWORD HISTORY - PROFILE HIST DEPTH, ACCOUNT *
004840*                 ID IN THE REQUEST, CANDIDATES MATCHING THE    *
004860*                 PWDHIST DIGESTS ARE REGENERATED.              *
004900*****************************************************************
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
006200     SELECT WORD-FILE ASSIGN TO PWDWORDS
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WORD-STATUS.
006420     SELECT HIST-FILE ASSIGN TO PWDHIST
006440         ORGANIZATION IS SEQUENTIAL
006460         FILE STATUS IS HIST-STATUS.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  PROF-FILE
006800     RECORD CONTAINS 100 CHARACTERS.
006900 01  PROF-RECORD.
007000     05  PWG-F-PROFILE-NAME      PIC X(10).
007100     05  PWG-F-WC                PIC S9(03).
008100     05  PWG-F-STATUS            PIC X(01).
008200     05  PWG-F-MAINT-USER        PIC X(10).
008300     05  PWG-F-MAINT-TIMESTAMP   PIC X(26).
008350     05  PWG-F-HIST              PIC S9(03).
008400 FD  AUDT-FILE
008500     RECORD CONTAINS 103 CHARACTERS.
008600 01  AUDT-RECORD.
010000 FD  WORD-FILE
010100     RECORD CONTAINS 12 CHARACTERS.
010200 01  WORD-RECORD                 PIC X(12).
010205*    PWDHIST - ONE RECORD PER ACCOUNT, NEWEST DIGEST FIRST
010210 FD  HIST-FILE
010215     RECORD CONTAINS 1610 CHARACTERS.
010220 01  HIST-RECORD.
010225     05  PWG-H-ACCOUNT-ID        PIC X(10).
010230     05  PWG-H-PROFILE-NAME      PIC X(10).
010235     05  PWG-H-HELD-COUNT        PIC 9(02).
010240     05  PWG-H-ENTRY             OCCURS 24 TIMES.
010245         10  PWG-H-DIGEST        PIC X(40).
010250         10  PWG-H-ROTATED-TS    PIC X(26).
010255     05  FILLER                  PIC X(04).
010300 WORKING-STORAGE SECTION.
010400 77  WORD-STATUS                 PIC X(02)   VALUE SPACES.
010500 77  WORD-COUNT                  PIC S9(05)  COMP VALUE ZERO.
012500 77  PICK-I                      PIC S9(03)  COMP VALUE ZERO.
012600 77  NEED-I                      PIC S9(03)  COMP VALUE ZERO.
012700 77  TRY-I                       PIC S9(03)  COMP VALUE ZERO.
012710 77  HIST-STATUS                 PIC X(02)   VALUE SPACES.
012720 77  HIST-COUNT                  PIC S9(03)  COMP VALUE ZERO.
012730 77  HIST-I                      PIC S9(03)  COMP VALUE ZERO.
012740 77  HIST-TRY-I                  PIC S9(03)  COMP VALUE ZERO.
012750 77  HIST-TRY-MAX                PIC S9(03)  COMP VALUE +20.
012800 01  SWITCH-AREA.
012900     05  FIRST-TIME-SW           PIC X(01)   VALUE "Y".
013000         88  FIRST-TIME                      VALUE "Y".
013600         88  END-OF-WORDS                    VALUE "Y".
013700     05  PHRASE-FIT-SW           PIC X(01)   VALUE "N".
013800         88  PHRASE-FITS                     VALUE "Y".
013810     05  HIST-EOF-SW             PIC X(01)   VALUE "N".
013820         88  END-OF-HIST                     VALUE "Y".
013830     05  HIST-MISSING-SW         PIC X(01)   VALUE "N".
013840         88  HISTORY-UNAVAILABLE             VALUE "Y".
013850     05  CANDIDATE-SW            PIC X(01)   VALUE "N".
013860         88  CANDIDATE-SETTLED               VALUE "Y".
013870     05  REPEAT-SW               PIC X(01)   VALUE "N".
013880         88  CANDIDATE-REPEATS               VALUE "Y".
013900 01  PROFILE-TABLE-AREA.
014000     05  PROF-ENTRY              OCCURS 200 TIMES
014100                                 INDEXED BY PROF-X.
015300         10  PTB-STATUS          PIC X(01).
015400         10  PTB-MAINT-USER      PIC X(10).
015500         10  PTB-MAINT-TS        PIC X(26).
015550         10  PTB-HIST            PIC S9(03).
015600 01  ACTIVE-POLICY-AREA.
015700     05  POL-WC                  PIC S9(03)  COMP VALUE ZERO.
015800     05  POL-PC                  PIC S9(03)  COMP VALUE ZERO.
016400     05  POL-WHENUP              PIC X(15)   VALUE SPACES.
016500     05  POL-UPS                 PIC S9(03)  COMP VALUE ZERO.
016600     05  POL-NOAMBIG             PIC X(01)   VALUE SPACES.
016650     05  POL-HIST                PIC S9(03)  COMP VALUE ZERO.
016700 01  ALPHABET-AREA.
016800     05  LOWER-FULL              PIC X(26)   VALUE
016900         "abcdefghijklmnopqrstuvwxyz".
022500         10  RUN-SECOND          PIC X(02).
022600         10  RUN-HUNDREDTH       PIC X(02).
022700     05  RUN-TIMESTAMP           PIC X(26).
022710*    DIGESTS OF THE REQUESTED ACCOUNT'S RECENT PASSWORDS
022720 01  HISTORY-TABLE-AREA.
022730     05  HTB-DIGEST              PIC X(40)   OCCURS 24 TIMES.
022740*    ONE-WAY DIGEST OF A CANDIDATE - SEE PWDHASH
022750 01  HASH-PARAMETER-AREA.
022760     05  HASH-ACCOUNT-ID         PIC X(10)   VALUE SPACES.
022770     05  HASH-PASSWORD           PIC X(50)   VALUE SPACES.
022780     05  HASH-DIGEST             PIC X(40)   VALUE SPACES.
022800 LINKAGE SECTION.
022900 01  PWG-REQUEST.
023000     05  PWG-R-PROFILE-NAME      PIC X(10).
023500     05  PWG-R-REQ-USER          PIC X(10).
023600     05  PWG-R-REQ-JOB           PIC X(10).
023700     05  PWG-R-RETURN-CODE       PIC X(02).
023750     05  PWG-R-ACCOUNT-ID        PIC X(10).
023800     05  PWG-R-HIST-DEPTH        PIC 9(02).
023900 01  PWG-RESULT.
024000     05  PWG-S-ITEM              OCCURS 10 TIMES.
024100         10  PWG-S-PASSWORD      PIC X(50).
024200         10  PWG-S-ITEM-STATUS   PIC X(01).
024300             88  PWG-S-ITEM-OK               VALUE "O".
024400             88  PWG-S-ITEM-ERROR            VALUE "E".
024450             88  PWG-S-ITEM-REPEAT           VALUE "H".
024500         10  PWG-S-ITEM-ERR-TEXT PIC X(50).
024600     05  PWG-S-BATCH-ERROR       PIC X(50).
024700 PROCEDURE DIVISION USING PWG-REQUEST PWG-RESULT.
026900         MOVE "WORD LIST UNAVAILABLE FOR PASSPHRASE MODE"
027000             TO PWG-S-BATCH-ERROR
027100         GO TO 0000-GOBACK.
027110     PERFORM 2200-LOAD-HISTORY THRU 2200-EXIT.
027120     IF HISTORY-UNAVAILABLE
027130         MOVE "92" TO PWG-R-RETURN-CODE
027140         MOVE "PASSWORD HISTORY FILE UNAVAILABLE"
027150             TO PWG-S-BATCH-ERROR
027160         GO TO 0000-GOBACK.
027200     MOVE "00" TO PWG-R-RETURN-CODE.
027300     PERFORM 3000-GENERATE-ONE THRU 3000-EXIT
027400         VARYING PWD-I FROM 1 BY 1
031500     IF PROF-COUNT < PROF-MAX
031600         ADD 1 TO PROF-COUNT
031700         MOVE PROF-RECORD TO PROF-ENTRY (PROF-COUNT)
031720         IF PTB-HIST (PROF-COUNT) NOT NUMERIC
031740             MOVE ZERO TO PTB-HIST (PROF-COUNT)
031760         END-IF
031800     ELSE
031900         MOVE "Y" TO PROF-EOF-SW.
032000 1100-EXIT.
037200     MOVE PTB-WHENUP (PROF-FOUND-I) TO POL-WHENUP.
037300     MOVE PTB-UPS (PROF-FOUND-I) TO POL-UPS.
037400     MOVE PTB-NOAMBIG (PROF-FOUND-I) TO POL-NOAMBIG.
037410     MOVE PTB-HIST (PROF-FOUND-I) TO POL-HIST.
037420     IF POL-HIST < ZERO
037430         MOVE ZERO TO POL-HIST.
037440     IF POL-HIST > 24
037450         MOVE 24 TO POL-HIST.
037460     MOVE POL-HIST TO PWG-R-HIST-DEPTH.
037500     IF PWG-R-COUNT-OVERRIDE > ZERO
037600         AND PWG-R-COUNT-OVERRIDE NOT > 10
037700         MOVE PWG-R-COUNT-OVERRIDE TO BATCH-SIZE
038300         MOVE 10 TO BATCH-SIZE.
038400 2100-EXIT.
038500     EXIT.
038510*****************************************************************
038520*  2200-LOAD-HISTORY - THE ACCOUNT'S LAST HIST DIGESTS FROM     *
038530*  PWDHIST, READ FRESH ON EVERY CALL                            *
038540*****************************************************************
038550 2200-LOAD-HISTORY.
038560     MOVE ZERO TO HIST-COUNT.
038570     MOVE "N" TO HIST-MISSING-SW.
038580     IF PWG-R-ACCOUNT-ID = SPACES
038590         OR POL-HIST < 1
038600         GO TO 2200-EXIT.
038610     OPEN INPUT HIST-FILE.
038620*    NO FILE YET - NO ACCOUNT HAS BEEN ROTATED UNDER HISTORY
038630     IF HIST-STATUS = "35"
038640         GO TO 2200-EXIT.
038650     IF HIST-STATUS NOT = "00"
038660         DISPLAY "PWDGEN - PWDHIST OPEN ERROR " HIST-STATUS
038670             UPON OPER-CONSOLE
038680         MOVE "Y" TO HIST-MISSING-SW
038690         GO TO 2200-EXIT.
038700     MOVE "N" TO HIST-EOF-SW.
038710     PERFORM 2250-FIND-ACCOUNT THRU 2250-EXIT
038720         UNTIL END-OF-HIST.
038730     CLOSE HIST-FILE.
038740 2200-EXIT.
038750     EXIT.
038760 2250-FIND-ACCOUNT.
038770     READ HIST-FILE
038780         AT END MOVE "Y" TO HIST-EOF-SW
038790         GO TO 2250-EXIT.
038800     IF PWG-H-ACCOUNT-ID NOT = PWG-R-ACCOUNT-ID
038810         GO TO 2250-EXIT.
038820     MOVE "Y" TO HIST-EOF-SW.
038830     IF PWG-H-HELD-COUNT NOT NUMERIC
038840         GO TO 2250-EXIT.
038850*    ONLY THE NEWEST HIST DIGESTS COUNT, SO LOWERING A PROFILE
038860*    DEPTH TAKES EFFECT BEFORE PWDROTAT TRIMS THE RECORD
038870     PERFORM 2260-KEEP-DIGEST THRU 2260-EXIT
038880         VARYING HIST-I FROM 1 BY 1
038890         UNTIL HIST-I > PWG-H-HELD-COUNT
038900         OR HIST-I > POL-HIST.
038910 2250-EXIT.
038920     EXIT.
038930 2260-KEEP-DIGEST.
038940     ADD 1 TO HIST-COUNT.
038950     MOVE PWG-H-DIGEST (HIST-I) TO HTB-DIGEST (HIST-COUNT).
038960 2260-EXIT.
038970     EXIT.
038980*****************************************************************
038990*  3000-GENERATE-ONE - ONE PASSWORD FOR RESULT ENTRY PWD-I,     *
039000*  REGENERATED WHILE IT REPEATS THE ACCOUNT HISTORY             *
039010*****************************************************************
039020 3000-GENERATE-ONE.
039030     MOVE "N" TO CANDIDATE-SW.
039040     PERFORM 3050-ONE-CANDIDATE THRU 3050-EXIT
039050         VARYING HIST-TRY-I FROM 1 BY 1
039060         UNTIL HIST-TRY-I > HIST-TRY-MAX
039070         OR CANDIDATE-SETTLED.
039080     IF NOT CANDIDATE-SETTLED
039090         MOVE SPACES TO PWG-S-PASSWORD (PWD-I)
039100         MOVE "H" TO PWG-S-ITEM-STATUS (PWD-I)
039110         MOVE "NO NON-REPEATING PASSWORD FOUND IN HISTORY"
039120             TO PWG-S-ITEM-ERR-TEXT (PWD-I).
039130 3000-EXIT.
039140     EXIT.
039150 3050-ONE-CANDIDATE.
039160     IF PWG-R-MODE-WORDS
039170         PERFORM 3500-WORD-PASSPHRASE THRU 3500-EXIT
039180     ELSE
039190         PERFORM 3100-RANDOM-PASSWORD THRU 3100-EXIT.
039200*    A GENERATION ERROR STANDS AS IT IS - ONLY A GOOD
039210*    PASSWORD IS TESTED AGAINST THE HISTORY
039220     IF NOT PWG-S-ITEM-OK (PWD-I)
039230         OR HIST-COUNT = ZERO
039240         MOVE "Y" TO CANDIDATE-SW
039250         GO TO 3050-EXIT.
039260     MOVE PWG-R-ACCOUNT-ID TO HASH-ACCOUNT-ID.
039270     MOVE PWG-S-PASSWORD (PWD-I) TO HASH-PASSWORD.
039280     CALL "PWDHASH" USING HASH-PARAMETER-AREA.
039281*    NO DIGEST MEANS THE HISTORY CANNOT BE CHECKED - THE
039282*    CANDIDATE IS WITHHELD RATHER THAN PASSED UNCHECKED
039283     IF HASH-DIGEST = SPACES
039284         MOVE SPACES TO PWG-S-PASSWORD (PWD-I)
039285         MOVE "E" TO PWG-S-ITEM-STATUS (PWD-I)
039286         MOVE "PASSWORD DIGEST UNAVAILABLE - HISTORY NOT CHECKED"
039287             TO PWG-S-ITEM-ERR-TEXT (PWD-I)
039288         MOVE "Y" TO CANDIDATE-SW
039289         GO TO 3050-EXIT.
039290     MOVE "N" TO REPEAT-SW.
039300     PERFORM 3060-COMPARE-ONE THRU 3060-EXIT
039310         VARYING HIST-I FROM 1 BY 1
039320         UNTIL HIST-I > HIST-COUNT
039330         OR CANDIDATE-REPEATS.
039340     IF NOT CANDIDATE-REPEATS
039350         MOVE "Y" TO CANDIDATE-SW.
039360 3050-EXIT.
039370     EXIT.
039380 3060-COMPARE-ONE.
039390     IF HTB-DIGEST (HIST-I) = HASH-DIGEST
039400         MOVE "Y" TO REPEAT-SW.
039410 3060-EXIT.
039420     EXIT.
039600*****************************************************************
039700*  3100-RANDOM-PASSWORD - RANDOM CHARACTER GENERATION           *
039800*****************************************************************
