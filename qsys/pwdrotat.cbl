002900*     ACTIVE           X(1)   A=ACTIVE  I=INACTIVE              *
003000*  PROVISIONING RECORD (PWDPROVN, 86 BYTES): ACCOUNT ID,        *
003100*  PASSWORD X(50), ROTATION TIMESTAMP.                          *
003105*                                                               *
003110*  EACH NEW PASSWORD IS REDUCED BY PWDHASH TO A ONE-WAY DIGEST  *
003115*  AND PUSHED ONTO THE ACCOUNT'S PWDHIST RECORD, WHICH IS       *
003120*  TRIMMED TO THE PROFILE HISTORY DEPTH THAT PWDGEN RETURNS,    *
003125*  SO PWDGEN CAN REFUSE A REPEAT AT THE NEXT ROTATION.  A       *
003130*  ROTATION PWDGEN COULD NOT FILL WITH A NON-REPEATING          *
003135*  PASSWORD IS LOGGED TO PWDREUSE FOR THE PWDHRPT               *
003140*  COMPLIANCE REPORT.                                           *
003145*  PASSWORD HISTORY RECORD (PWDHIST, 1610 BYTES): ACCOUNT ID,   *
003150*  PROFILE NAME, DIGESTS HELD 9(2), 24 SLOTS OF DIGEST X(40)    *
003155*  AND ROTATION TIMESTAMP X(26) NEWEST FIRST, FILLER X(4).      *
003160*  REUSE EXCEPTION RECORD (PWDREUSE, 100 BYTES): ACCOUNT ID,    *
003165*  PROFILE NAME, MODE, HISTORY DEPTH 9(2), TIMESTAMP X(26),     *
003170*  PWDGEN ITEM ERROR X(50), FILLER X(1).                        *
003200*****************************************************************
003300*  MODIFICATION HISTORY                                         *
003400*  09/02/26  RJM  NEW PROGRAM.                                  *
003420*  10/15/26  RJM  PASSWORD HISTORY - ACCOUNT ID PASSED TO       *
003440*                 PWDGEN, NEW DIGEST RECORDED IN PWDHIST,       *
003460*                 REPEAT FAILURES LOGGED TO PWDREUSE.           *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
004500     SELECT PROV-FILE ASSIGN TO PWDPROVN
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS PROV-STATUS.
004710     SELECT HIST-FILE ASSIGN TO PWDHIST
004720         ORGANIZATION IS SEQUENTIAL
004730         FILE STATUS IS HIST-STATUS.
004740     SELECT REUS-FILE ASSIGN TO PWDREUSE
004750         ORGANIZATION IS SEQUENTIAL
004760         FILE STATUS IS REUS-STATUS.
004800     SELECT PRINT-FILE ASSIGN TO QSYSPRT
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS PRINT-STATUS.
006500     05  PWR-P-ACCOUNT-ID        PIC X(10).
006600     05  PWR-P-PASSWORD          PIC X(50).
006700     05  PWR-P-TIMESTAMP         PIC X(26).
006705 FD  HIST-FILE
006710     RECORD CONTAINS 1610 CHARACTERS.
006715 01  HIST-RECORD                 PIC X(1610).
006720 FD  REUS-FILE
006725     RECORD CONTAINS 100 CHARACTERS.
006730 01  REUS-RECORD.
006735     05  PWR-U-ACCOUNT-ID        PIC X(10).
006740     05  PWR-U-PROFILE-NAME      PIC X(10).
006745     05  PWR-U-GEN-MODE          PIC X(01).
006750     05  PWR-U-HIST-DEPTH        PIC 9(02).
006755     05  PWR-U-TIMESTAMP         PIC X(26).
006760     05  PWR-U-ERR-TEXT          PIC X(50).
006765     05  FILLER                  PIC X(01).
006800 FD  PRINT-FILE
006900     RECORD CONTAINS 132 CHARACTERS.
007000 01  PRINT-RECORD                PIC X(132).
007200 77  ROST-STATUS                 PIC X(02)   VALUE SPACES.
007300 77  PROV-STATUS                 PIC X(02)   VALUE SPACES.
007400 77  PRINT-STATUS                PIC X(02)   VALUE SPACES.
007420 77  HIST-STATUS                 PIC X(02)   VALUE SPACES.
007440 77  REUS-STATUS                 PIC X(02)   VALUE SPACES.
007500 77  ROST-COUNT                  PIC S9(03)  COMP VALUE ZERO.
007600 77  ROST-I                      PIC S9(03)  COMP VALUE ZERO.
007700 77  ROST-MAX                    PIC S9(03)  COMP VALUE +300.
007800 77  ROTATED-COUNT               PIC S9(03)  COMP VALUE ZERO.
007900 77  FAILED-COUNT                PIC S9(03)  COMP VALUE ZERO.
008000 77  SKIPPED-COUNT               PIC S9(03)  COMP VALUE ZERO.
008010 77  REPEAT-COUNT                PIC S9(03)  COMP VALUE ZERO.
008020 77  HIST-COUNT                  PIC S9(03)  COMP VALUE ZERO.
008030 77  HIST-I                      PIC S9(03)  COMP VALUE ZERO.
008040 77  HIST-FOUND-I                PIC S9(03)  COMP VALUE ZERO.
008050 77  HIST-MAX                    PIC S9(03)  COMP VALUE +500.
008060 77  SLOT-I                      PIC S9(03)  COMP VALUE ZERO.
008070 77  SLOT-CLEAR-FROM             PIC S9(03)  COMP VALUE ZERO.
008080 77  HIST-DEPTH                  PIC S9(03)  COMP VALUE ZERO.
008090 77  HIST-HELD                   PIC S9(03)  COMP VALUE ZERO.
008100 77  RUN-DAY-NO                  PIC S9(09)  COMP VALUE ZERO.
008200 77  LAST-DAY-NO                 PIC S9(09)  COMP VALUE ZERO.
008300 77  DAYS-SINCE                  PIC S9(09)  COMP VALUE ZERO.
009200         88  PWDGEN-CALL-OK                  VALUE "Y".
009300     05  TABLE-FULL-SW           PIC X(01)   VALUE "N".
009400         88  ROSTER-OVERFLOW                 VALUE "Y".
009410     05  HIST-EOF-SW             PIC X(01)   VALUE "N".
009420         88  END-OF-HIST                     VALUE "Y".
009430     05  HIST-FULL-SW            PIC X(01)   VALUE "N".
009440         88  HISTORY-OVERFLOW                VALUE "Y".
009450     05  HIST-CHANGED-SW         PIC X(01)   VALUE "N".
009460         88  HISTORY-CHANGED                 VALUE "Y".
009500 01  ROSTER-TABLE-AREA.
009600     05  ROST-ENTRY              OCCURS 300 TIMES
009700                                 INDEXED BY ROST-X.
010100         10  RTB-INTERVAL-DAYS   PIC 9(03).
010200         10  RTB-LAST-ROTATED    PIC X(10).
010300         10  RTB-ACTIVE          PIC X(01).
010305*****************************************************************
010310*  PWDHIST HELD WHOLE - ONE ENTRY PER ACCOUNT, NEWEST DIGEST    *
010315*  IN SLOT 1                                                    *
010320*****************************************************************
010325 01  HISTORY-TABLE-AREA.
010330     05  HIST-ENTRY              OCCURS 500 TIMES
010335                                 INDEXED BY HIST-X.
010340         10  HTB-ACCOUNT-ID      PIC X(10).
010345         10  HTB-PROFILE-NAME    PIC X(10).
010350         10  HTB-HELD-COUNT      PIC 9(02).
010355         10  HTB-SLOT            OCCURS 24 TIMES.
010360             15  HTB-DIGEST      PIC X(40).
010365             15  HTB-ROTATED-TS  PIC X(26).
010370         10  FILLER              PIC X(04).
010400*****************************************************************
010500*  THE PWDGEN PARAMETER AREAS - THE ESTABLISHED 48-BYTE         *
010600*  REQUEST AND 1060-BYTE RESULT LAYOUTS                         *
011200     05  PWR-Q-REQ-USER          PIC X(10).
011300     05  PWR-Q-REQ-JOB           PIC X(10).
011400     05  PWR-Q-RETURN-CODE       PIC X(02).
011450     05  PWR-Q-ACCOUNT-ID        PIC X(10).
011500     05  PWR-Q-HIST-DEPTH        PIC 9(02).
011600 01  PWG-RESULT.
011700     05  PWR-S-ITEM              OCCURS 10 TIMES.
011800         10  PWR-S-PASSWORD      PIC X(50).
011900         10  PWR-S-ITEM-STATUS   PIC X(01).
012000             88  PWR-S-ITEM-OK               VALUE "O".
012050             88  PWR-S-ITEM-REPEAT           VALUE "H".
012100         10  PWR-S-ITEM-ERR-TEXT PIC X(50).
012200     05  PWR-S-BATCH-ERROR       PIC X(50).
012210*    ONE-WAY DIGEST OF THE NEW PASSWORD - SEE PWDHASH
012220 01  HASH-PARAMETER-AREA.
012230     05  HASH-ACCOUNT-ID         PIC X(10)   VALUE SPACES.
012240     05  HASH-PASSWORD           PIC X(50)   VALUE SPACES.
012250     05  HASH-DIGEST             PIC X(40)   VALUE SPACES.
012300 01  DATE-WORK-AREA.
012400     05  DTW-DATE.
012500         10  DTW-YEAR            PIC 9(04).
019700         "ACCOUNTS FAILED  . . . . . . : ".
019800     05  TOT-FAILED              PIC ZZ9.
019900     05  FILLER                  PIC X(98)   VALUE SPACES.
019910 01  TOTAL-LINE-3.
019920     05  FILLER                  PIC X(31)   VALUE
019930         "  OF WHICH HISTORY EXHAUSTED : ".
019940     05  TOT-REPEATS             PIC ZZ9.
019950     05  FILLER                  PIC X(98)   VALUE SPACES.
020000 01  TOTAL-LINE-4.
020100     05  FILLER                  PIC X(31)   VALUE
020200         "NOT DUE / INACTIVE . . . . . : ".
020300     05  TOT-SKIPPED             PIC ZZ9.
021200         VARYING ROST-I FROM 1 BY 1
021300         UNTIL ROST-I > ROST-COUNT.
021400     PERFORM 8000-REWRITE-ROSTER THRU 8000-EXIT.
021450     PERFORM 8200-REWRITE-HISTORY THRU 8200-EXIT.
021500     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
021600     STOP RUN.
021700*****************************************************************
024800     PERFORM 1100-LOAD-ONE THRU 1100-EXIT
024900         UNTIL END-OF-ROST.
025000     CLOSE ROST-FILE.
025050     PERFORM 1200-LOAD-HISTORY THRU 1200-EXIT.
025100     OPEN EXTEND PROV-FILE.
025200     IF PROV-STATUS NOT = "00"
025300         OPEN OUTPUT PROV-FILE.
025600             PROV-STATUS UPON OPER-CONSOLE
025700         MOVE 12 TO RETURN-CODE
025800         MOVE ZERO TO ROST-COUNT.
025810     OPEN EXTEND REUS-FILE.
025820     IF REUS-STATUS NOT = "00"
025830         OPEN OUTPUT REUS-FILE.
025840     IF REUS-STATUS NOT = "00"
025850         DISPLAY "PWDROTAT - PWDREUSE OPEN ERROR "
025860             REUS-STATUS UPON OPER-CONSOLE
025870         MOVE 12 TO RETURN-CODE
025880         MOVE ZERO TO ROST-COUNT.
025900 1000-EXIT.
026000     EXIT.
026100 1100-LOAD-ONE.
028200         MOVE "Y" TO ROST-EOF-SW.
028300 1100-EXIT.
028400     EXIT.
028402*****************************************************************
028404*  1200-LOAD-HISTORY - PWDHIST INTO THE TABLE.  THE FILE IS     *
028406*  REWRITTEN WHOLE AT THE END, SO A PARTIAL LOAD ROTATES        *
028408*  NOTHING RATHER THAN DROP ANY ACCOUNT'S HISTORY.              *
028410*****************************************************************
028412 1200-LOAD-HISTORY.
028414     OPEN INPUT HIST-FILE.
028416     IF HIST-STATUS = "35"
028418         DISPLAY "PWDROTAT - PWDHIST NOT FOUND - STARTING "
028420             "EMPTY HISTORY" UPON OPER-CONSOLE
028422         GO TO 1200-EXIT.
028424     IF HIST-STATUS NOT = "00"
028426         DISPLAY "PWDROTAT - PWDHIST OPEN ERROR "
028428             HIST-STATUS UPON OPER-CONSOLE
028430         MOVE 12 TO RETURN-CODE
028432         MOVE ZERO TO ROST-COUNT
028434         GO TO 1200-EXIT.
028436     PERFORM 1250-LOAD-ONE THRU 1250-EXIT
028438         UNTIL END-OF-HIST.
028440     CLOSE HIST-FILE.
028442     IF HISTORY-OVERFLOW
028444         DISPLAY "PWDROTAT - PWDHIST TABLE FULL - INCREASE "
028446             "HIST-MAX - NO ACCOUNTS ROTATED" UPON OPER-CONSOLE
028448         MOVE 12 TO RETURN-CODE
028450         MOVE ZERO TO ROST-COUNT.
028452 1200-EXIT.
028454     EXIT.
028456 1250-LOAD-ONE.
028458     READ HIST-FILE
028460         AT END MOVE "Y" TO HIST-EOF-SW
028462         GO TO 1250-EXIT.
028464     IF HIST-COUNT < HIST-MAX
028466         ADD 1 TO HIST-COUNT
028468         MOVE HIST-RECORD TO HIST-ENTRY (HIST-COUNT)
028470     ELSE
028472         MOVE "Y" TO HIST-FULL-SW
028474         MOVE "Y" TO HIST-EOF-SW.
028476 1250-EXIT.
028478     EXIT.
028500*****************************************************************
028600*  3000-ONE-ACCOUNT - DUE CHECK, PWDGEN CALL, STAMPING          *
028700*****************************************************************
034000     MOVE 1 TO PWR-Q-COUNT-OVERRIDE.
034100     MOVE "PWDROTAT" TO PWR-Q-REQ-USER.
034200     MOVE "PWDROTAT" TO PWR-Q-REQ-JOB.
034250     MOVE RTB-ACCOUNT-ID (ROST-I) TO PWR-Q-ACCOUNT-ID.
034300     MOVE "Y" TO CALL-OK-SW.
034400     CALL "PWDGEN" USING PWG-REQUEST PWG-RESULT
034500         ON EXCEPTION
035700         MOVE PWR-S-BATCH-ERROR TO DTL-NOTE
035800         MOVE 8 TO RETURN-CODE
035900         GO TO 3300-EXIT.
035920     IF PWR-S-ITEM-REPEAT (1)
035940         PERFORM 3400-LOG-REPEAT THRU 3400-EXIT.
036000     IF NOT PWR-S-ITEM-OK (1)
036100         ADD 1 TO FAILED-COUNT
036200         MOVE "FAILED" TO DTL-DISPOSITION
036800     MOVE PWR-S-PASSWORD (1) TO PWR-P-PASSWORD.
036900     MOVE RUN-TIMESTAMP TO PWR-P-TIMESTAMP.
037000     WRITE PROV-RECORD.
037050     PERFORM 3500-RECORD-HISTORY THRU 3500-EXIT.
037100     MOVE RUN-DATE-ISO TO RTB-LAST-ROTATED (ROST-I).
037200     MOVE RUN-DATE-ISO TO DTL-LAST-ROTATED.
037300     ADD 1 TO ROTATED-COUNT.
037500     MOVE "PROVISIONING RECORD WRITTEN" TO DTL-NOTE.
037600 3300-EXIT.
037700     EXIT.
037701*****************************************************************
037702*  3400-LOG-REPEAT - PWDGEN FOUND NO PASSWORD OUTSIDE THE       *
037703*  ACCOUNT HISTORY.  LOGGED TO PWDREUSE FOR THE AUDITORS.       *
037704*****************************************************************
037705 3400-LOG-REPEAT.
037706     ADD 1 TO REPEAT-COUNT.
037707     MOVE SPACES TO REUS-RECORD.
037708     MOVE RTB-ACCOUNT-ID (ROST-I) TO PWR-U-ACCOUNT-ID.
037709     MOVE RTB-PROFILE-NAME (ROST-I) TO PWR-U-PROFILE-NAME.
037710     MOVE RTB-GEN-MODE (ROST-I) TO PWR-U-GEN-MODE.
037711     MOVE PWR-Q-HIST-DEPTH TO PWR-U-HIST-DEPTH.
037712     MOVE RUN-TIMESTAMP TO PWR-U-TIMESTAMP.
037713     MOVE PWR-S-ITEM-ERR-TEXT (1) TO PWR-U-ERR-TEXT.
037714     WRITE REUS-RECORD.
037715 3400-EXIT.
037716     EXIT.
037717*****************************************************************
037718*  3500-RECORD-HISTORY - PUSH THE NEW DIGEST ONTO THE ACCOUNT'S *
037719*  HISTORY AND TRIM IT TO THE PROFILE DEPTH                     *
037720*****************************************************************
037721 3500-RECORD-HISTORY.
037722     PERFORM 8600-HASH-PASSWORD THRU 8600-EXIT.
037723     IF HASH-DIGEST = SPACES
037724         GO TO 3500-EXIT.
037725     MOVE ZERO TO HIST-DEPTH.
037726     IF PWR-Q-HIST-DEPTH NUMERIC
037727         MOVE PWR-Q-HIST-DEPTH TO HIST-DEPTH.
037728     IF HIST-DEPTH > 24
037729         MOVE 24 TO HIST-DEPTH.
037730     MOVE ZERO TO HIST-FOUND-I.
037731     PERFORM 3550-SCAN-ONE THRU 3550-EXIT
037732         VARYING HIST-I FROM 1 BY 1
037733         UNTIL HIST-I > HIST-COUNT
037734         OR HIST-FOUND-I > ZERO.
037735*    A PROFILE WITHOUT HISTORY STARTS NO RECORD
037736     IF HIST-FOUND-I = ZERO
037737         AND HIST-DEPTH = ZERO
037738         GO TO 3500-EXIT.
037739     IF HIST-FOUND-I = ZERO
037740         IF HIST-COUNT < HIST-MAX
037741             ADD 1 TO HIST-COUNT
037742             MOVE HIST-COUNT TO HIST-FOUND-I
037743             MOVE SPACES TO HIST-ENTRY (HIST-FOUND-I)
037744             MOVE RTB-ACCOUNT-ID (ROST-I)
037745                 TO HTB-ACCOUNT-ID (HIST-FOUND-I)
037746             MOVE ZERO TO HTB-HELD-COUNT (HIST-FOUND-I)
037747         ELSE
037748             DISPLAY "PWDROTAT - PWDHIST TABLE FULL - HISTORY "
037749                 "NOT RECORDED FOR " RTB-ACCOUNT-ID (ROST-I)
037750                 UPON OPER-CONSOLE
037751             IF RETURN-CODE < 8
037752                 MOVE 8 TO RETURN-CODE
037753             END-IF
037754             GO TO 3500-EXIT.
037755     MOVE RTB-PROFILE-NAME (ROST-I)
037756         TO HTB-PROFILE-NAME (HIST-FOUND-I).
037757     IF HTB-HELD-COUNT (HIST-FOUND-I) NOT NUMERIC
037758         MOVE ZERO TO HTB-HELD-COUNT (HIST-FOUND-I).
037759     PERFORM 3560-SHIFT-ONE THRU 3560-EXIT
037760         VARYING SLOT-I FROM 24 BY -1
037761         UNTIL SLOT-I < 2.
037762     MOVE HASH-DIGEST TO HTB-DIGEST (HIST-FOUND-I, 1).
037763     MOVE RUN-TIMESTAMP TO HTB-ROTATED-TS (HIST-FOUND-I, 1).
037764     COMPUTE HIST-HELD = HTB-HELD-COUNT (HIST-FOUND-I) + 1.
037765     IF HIST-HELD > HIST-DEPTH
037766         MOVE HIST-DEPTH TO HIST-HELD.
037767     MOVE HIST-HELD TO HTB-HELD-COUNT (HIST-FOUND-I).
037768*    SLOTS PAST THE DEPTH ARE CLEARED - ONLY THE LAST N
037769*    DIGESTS ARE KEPT
037770     COMPUTE SLOT-CLEAR-FROM = HIST-HELD + 1.
037771     PERFORM 3570-CLEAR-SLOT THRU 3570-EXIT
037772         VARYING SLOT-I FROM SLOT-CLEAR-FROM BY 1
037773         UNTIL SLOT-I > 24.
037774     MOVE "Y" TO HIST-CHANGED-SW.
037775 3500-EXIT.
037776     EXIT.
037777 3550-SCAN-ONE.
037778     IF HTB-ACCOUNT-ID (HIST-I) = RTB-ACCOUNT-ID (ROST-I)
037779         MOVE HIST-I TO HIST-FOUND-I.
037780 3550-EXIT.
037781     EXIT.
037782 3560-SHIFT-ONE.
037783     MOVE HTB-SLOT (HIST-FOUND-I, SLOT-I - 1)
037784         TO HTB-SLOT (HIST-FOUND-I, SLOT-I).
037785 3560-EXIT.
037786     EXIT.
037787 3570-CLEAR-SLOT.
037788     MOVE SPACES TO HTB-SLOT (HIST-FOUND-I, SLOT-I).
037789 3570-EXIT.
037790     EXIT.
037800*****************************************************************
037900*  5000-PRINT-A-LINE - PRINT WITH PAGE OVERFLOW CONTROL         *
038000*****************************************************************
043400     WRITE ROST-RECORD.
043500 8100-EXIT.
043600     EXIT.
043602*****************************************************************
043604*  8200-REWRITE-HISTORY - PWDHIST BACK WITH THIS RUN'S DIGESTS  *
043606*****************************************************************
043608 8200-REWRITE-HISTORY.
043610     IF NOT HISTORY-CHANGED
043612         GO TO 8200-EXIT.
043614     OPEN OUTPUT HIST-FILE.
043616     IF HIST-STATUS NOT = "00"
043618         DISPLAY "PWDROTAT - PWDHIST REWRITE ERROR "
043620             HIST-STATUS " - PASSWORD HISTORY LOST THIS RUN"
043622             UPON OPER-CONSOLE
043624         MOVE 12 TO RETURN-CODE
043626         GO TO 8200-EXIT.
043628     PERFORM 8300-WRITE-HISTORY THRU 8300-EXIT
043630         VARYING HIST-I FROM 1 BY 1
043631         UNTIL HIST-I > HIST-COUNT
043632         OR HIST-STATUS NOT = "00".
043634     CLOSE HIST-FILE.
043636 8200-EXIT.
043638     EXIT.
043640 8300-WRITE-HISTORY.
043645     MOVE HIST-ENTRY (HIST-I) TO HIST-RECORD.
043650     WRITE HIST-RECORD.
043655     IF HIST-STATUS NOT = "00"
043660         DISPLAY "PWDROTAT - PWDHIST WRITE ERROR " HIST-STATUS
043665             " - PASSWORD HISTORY INCOMPLETE" UPON OPER-CONSOLE
043670         MOVE 12 TO RETURN-CODE.
043675 8300-EXIT.
043680     EXIT.
043700*****************************************************************
043800*  8500-DATE-TO-DAYS - YYYY-MM-DD IN DTW-DATE TO A SERIAL DAY   *
043900*  NUMBER SO INTERVALS HOLD ACROSS MONTH AND YEAR ENDS          *
045100         DTW-WORK-1 + DTW-WORK-2 + DTW-DAY - 621049.
045200 8500-EXIT.
045300     EXIT.
045305*****************************************************************
045310*  8600-HASH-PASSWORD - ONE-WAY DIGEST OF THE NEW PASSWORD.     *
045315*  WITHOUT ONE THE ACCOUNT'S HISTORY IS LEFT AS IT WAS          *
045320*****************************************************************
045325 8600-HASH-PASSWORD.
045330     MOVE RTB-ACCOUNT-ID (ROST-I) TO HASH-ACCOUNT-ID.
045335     MOVE PWR-S-PASSWORD (1) TO HASH-PASSWORD.
045340     CALL "PWDHASH" USING HASH-PARAMETER-AREA.
045345     IF HASH-DIGEST = SPACES
045350         DISPLAY "PWDROTAT - NO PASSWORD DIGEST - HISTORY NOT "
045355             "RECORDED FOR " RTB-ACCOUNT-ID (ROST-I)
045360             UPON OPER-CONSOLE
045365         MOVE 8 TO RETURN-CODE.
045370 8600-EXIT.
045375     EXIT.
045400*****************************************************************
045500*  9000-WRAP-UP - TOTALS AND CLOSE                              *
045600*****************************************************************
045800     MOVE ROTATED-COUNT TO TOT-ROTATED.
045900     MOVE FAILED-COUNT TO TOT-FAILED.
046000     MOVE SKIPPED-COUNT TO TOT-SKIPPED.
046050     MOVE REPEAT-COUNT TO TOT-REPEATS.
046100     MOVE SPACES TO PRINT-RECORD.
046200     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
046300     WRITE PRINT-RECORD FROM TOTAL-LINE-1
046400         AFTER ADVANCING 1 LINE.
046500     WRITE PRINT-RECORD FROM TOTAL-LINE-2
046600         AFTER ADVANCING 1 LINE.
046620     WRITE PRINT-RECORD FROM TOTAL-LINE-3
046640         AFTER ADVANCING 1 LINE.
046700     WRITE PRINT-RECORD FROM TOTAL-LINE-4
046800         AFTER ADVANCING 1 LINE.
046900     IF PROV-STATUS = "00"
047000         CLOSE PROV-FILE.
047020     IF REUS-STATUS = "00"
047040         CLOSE REUS-FILE.
047100     CLOSE PRINT-FILE.
047200 9000-EXIT.
047300     EXIT.
