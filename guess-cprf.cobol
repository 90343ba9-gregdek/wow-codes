000010******************************************************
000020*  GUESS-CPRF                                         *
000030*  NIGHTLY HINT-CREDIT PROOF.  THE CREDIT FILE        *
000040*  (CREDFILE) CARRIES ONLY RUNNING TOTALS, SO A       *
000050*  BALANCE THAT DRIFTS CANNOT BE EXPLAINED FROM IT.   *
000060*  EVERY CREDIT MOVEMENT IS NOW ALSO WRITTEN TO THE   *
000070*  HINT-CREDIT LEDGER (CREDLDGR, SEE CLEDREC.CPY) BY  *
000080*  THE GAME PROGRAMS, GUESS-ADJT, AND THIS JOB.  THE  *
000090*  PROOF ADDS THE LEDGER UP PER PLAYER, COMPARES THE  *
000100*  RESULT TO CD-CREDIT-BALANCE, CD-CREDITS-EARNED,    *
000110*  AND CD-CREDITS-SPENT, AND PRINTS AN EXCEPTION FOR  *
000120*  EVERY DIFFERENCE AND FOR ANY PLAYER ON ONE FILE    *
000130*  BUT NOT THE OTHER.                                 *
000140*                                                     *
000150*  THE RUN MODE IS KEYED AT THE PROMPT:               *
000160*    P  PROOF ONLY (THE NIGHTLY RUN, AND THE DEFAULT) *
000170*    Y  YEAR-END EXPIRY.  CREDITS EARNED BEFORE THE   *
000180*       CUTOFF DATE AND STILL UNSPENT ARE WRITTEN     *
000190*       OFF: THE BALANCE AND THE EARNED COUNTER COME  *
000200*       DOWN AND AN 'X' ENTRY GOES ON THE LEDGER.     *
000210*       SPENDS, REVERSALS, AND EARLIER EXPIRIES ARE   *
000220*       TAKEN FROM THE OLDEST CREDITS FIRST, SO ONLY  *
000230*       WHAT IS LEFT OF THE PRE-CUTOFF EARNINGS GOES. *
000240*       THE CUTOFF DEFAULTS TO 1 JANUARY OF THE RUN   *
000250*       YEAR.  A PLAYER WHOSE CREDIT FILE DOES NOT    *
000260*       PROVE IS NOT EXPIRED -- FIX THE EXCEPTION     *
000270*       FIRST.  RERUNNING WITH THE SAME CUTOFF        *
000280*       EXPIRES NOTHING MORE.                         *
000290*    O  OPENING TAKE-ON.  RUN ONCE WHEN THE LEDGER IS *
000300*       FIRST INSTALLED, BEFORE ANY GAME IS PLAYED:   *
000310*       EVERY CREDIT ACCOUNT WITH NO LEDGER ENTRIES   *
000320*       GETS AN OPENING 'E' ENTRY FOR ITS EARNED      *
000330*       COUNTER AND AN OPENING 'S' ENTRY FOR ITS      *
000340*       SPENT COUNTER, SO THE FIRST PROOF BALANCES.   *
000350*                                                     *
000360*  RUN IT WHILE NO GAMES ARE BEING PLAYED.            *
000370*                                                     *
000380*  To compile and run on your friendly Linux system:  *
000390*         cobc -x guess-cprf.cobol                    *
000400******************************************************
000410*
000420******************************************************
000430*  MODIFICATION HISTORY                               *
000440******************************************************
000450*  DATE       INIT  DESCRIPTION                        *
000460*  ---------- ----  ------------------------------     *
000470*  2026-10-15 DLM   NEW PROGRAM.                       *
000480******************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. GUESS-CPRF.
000510 AUTHOR. D L MCKENZIE.
000520 INSTALLATION. OPERATIONS SUPPORT.
000530 DATE-WRITTEN. 2026-10-15.
000540 DATE-COMPILED. 2026-10-15.
000550*
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER. LINUX.
000590 OBJECT-COMPUTER. LINUX.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT CREDIT-LEDGER-FILE ASSIGN TO "CREDLDGR"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS CREDIT-LEDGER-STATUS.
000650     SELECT CREDIT-FILE ASSIGN TO "CREDFILE"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS CD-PLAYER-ID
000690         FILE STATUS IS CREDIT-FILE-STATUS.
000700*
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  CREDIT-LEDGER-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY "CLEDREC.CPY".
000760*
000770 FD  CREDIT-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY "CREDREC.CPY".
000800*
000810 WORKING-STORAGE SECTION.
000820*
000830 77  PT-MAX-ENTRIES              PIC 9(03)  COMP  VALUE 500.
000840 77  PT-COUNT                    PIC 9(03)  COMP  VALUE 0.
000850 77  PT-SUB                      PIC 9(03)  COMP  VALUE 0.
000860 77  PT-FOUND-SUB                PIC 9(03)  COMP  VALUE 0.
000870*
000880 77  LEDGER-RECORDS-READ         PIC 9(07)  VALUE 0.
000890 77  LEDGER-RECORDS-BAD          PIC 9(07)  VALUE 0.
000900 77  CREDIT-RECORDS-READ         PIC 9(05)  VALUE 0.
000910 77  EXCEPTION-COUNT             PIC 9(05)  VALUE 0.
000920 77  PLAYERS-EXPIRED             PIC 9(05)  VALUE 0.
000930 77  CREDITS-EXPIRED-TOTAL       PIC 9(07)  VALUE 0.
000940 77  OPENING-ENTRIES             PIC 9(05)  VALUE 0.
000950*
000960 77  DERIVED-EARNED              PIC S9(07) VALUE 0.
000970 77  DERIVED-SPENT               PIC S9(07) VALUE 0.
000980 77  DERIVED-BALANCE             PIC S9(07) VALUE 0.
000990 77  UNUSED-OLD-CREDITS          PIC S9(07) VALUE 0.
001000 77  CREDITS-TO-EXPIRE           PIC 9(05)  VALUE 0.
001010*
001020 01  PLAYER-TABLE.
001030     05  PT-ENTRY OCCURS 500 TIMES.
001040         10  PT-PLAYER-ID        PIC X(10).
001050         10  PT-EARNED           PIC 9(07).
001060         10  PT-SPENT            PIC 9(07).
001070         10  PT-REVERSED         PIC 9(07).
001080         10  PT-EXPIRED          PIC 9(07).
001090         10  PT-OLD-EARNED       PIC 9(07).
001100         10  PT-MATCHED-SWITCH   PIC X(01).
001110             88  PT-MATCHED      VALUE 'Y'.
001120*
001130 01  RUN-DATE                    PIC X(08).
001140 01  CUTOFF-DATE                 PIC X(08)  VALUE SPACES.
001150*
001160 01  RUN-MODE-ANSWER             PIC X(01)  VALUE 'P'.
001170     88  PROOF-MODE              VALUE 'P', 'p'.
001180     88  EXPIRY-MODE             VALUE 'Y', 'y'.
001190     88  OPENING-MODE            VALUE 'O', 'o'.
001200*
001210 01  TABLE-FULL-SWITCH           PIC X(01)  VALUE 'N'.
001220     88  TABLE-IS-FULL           VALUE 'Y'.
001230 01  ACCOUNT-CLEAN-SWITCH        PIC X(01)  VALUE 'Y'.
001240     88  ACCOUNT-IS-CLEAN        VALUE 'Y'.
001250     88  ACCOUNT-IS-DIRTY        VALUE 'N'.
001260*
001270 01  CREDIT-LEDGER-STATUS        PIC X(02).
001280     88  CREDIT-LEDGER-OK        VALUE '00'.
001290     88  CREDIT-LEDGER-NOT-FOUND VALUE '35'.
001300 01  CREDIT-FILE-STATUS          PIC X(02).
001310     88  CREDIT-FILE-OK          VALUE '00'.
001320     88  CREDIT-FILE-NOT-FOUND   VALUE '23', '35'.
001330*
001340 01  LEDGER-EOF-SWITCH           PIC X(01)  VALUE 'N'.
001350     88  LEDGER-AT-END           VALUE 'Y'.
001360 01  CREDIT-EOF-SWITCH           PIC X(01)  VALUE 'N'.
001370     88  CREDIT-AT-END           VALUE 'Y'.
001380*
001390 01  EXCEPTION-LINE.
001400     05  EXC-PLAYER-ID           PIC X(10).
001410     05  FILLER                  PIC X(02)  VALUE SPACES.
001420     05  EXC-FIELD               PIC X(16).
001430     05  FILLER                  PIC X(02)  VALUE SPACES.
001440     05  EXC-CREDFILE-VALUE      PIC -(07)9.
001450     05  FILLER                  PIC X(02)  VALUE SPACES.
001460     05  EXC-LEDGER-VALUE        PIC -(07)9.
001470     05  FILLER                  PIC X(02)  VALUE SPACES.
001480     05  EXC-ACTION              PIC X(10).
001490*
001500 01  COUNT-EDIT                  PIC Z(06)9.
001510*
001520 PROCEDURE DIVISION.
001530*
001540******************************************************
001550*  0000-MAINLINE                                      *
001560******************************************************
001570 0000-MAINLINE.
001580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001590     PERFORM 2000-ACCUMULATE-LEDGER THRU 2000-EXIT.
001600     PERFORM 4000-COMPARE-TO-CREDFILE THRU 4000-EXIT.
001610     PERFORM 5000-REPORT-MISSING-ACCOUNTS THRU 5000-EXIT.
001620     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001630     GO TO 9999-EXIT.
001640*
001650******************************************************
001660*  1000-INITIALIZE                                    *
001670*  ASK FOR THE RUN MODE (AND, FOR YEAR-END, THE       *
001680*  CUTOFF DATE), THEN PRINT THE REPORT HEADINGS.      *
001690******************************************************
001700 1000-INITIALIZE.
001710     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
001720     DISPLAY "Run mode -- P proof only, Y year-end expiry,"
001730         " O opening take-on (blank for P):".
001740     ACCEPT RUN-MODE-ANSWER.
001750     IF NOT EXPIRY-MODE AND NOT OPENING-MODE
001760         MOVE 'P' TO RUN-MODE-ANSWER
001770     END-IF.
001780     IF EXPIRY-MODE
001790         DISPLAY "Expire credits earned before (YYYYMMDD,"
001800             " blank for 1 January this year):"
001810         ACCEPT CUTOFF-DATE
001820         IF CUTOFF-DATE = SPACES OR CUTOFF-DATE NOT NUMERIC
001830             MOVE RUN-DATE (1:4) TO CUTOFF-DATE (1:4)
001840             MOVE "0101" TO CUTOFF-DATE (5:4)
001850         END-IF
001860     END-IF.
001870     DISPLAY "        GUESS-MY-NUMBER HINT-CREDIT PROOF".
001880     DISPLAY "Run date: " RUN-DATE.
001890     IF EXPIRY-MODE
001900         DISPLAY "          *** YEAR-END EXPIRY -- CREDITS"
001910             " EARNED BEFORE " CUTOFF-DATE " ***"
001920     END-IF.
001930     IF OPENING-MODE
001940         DISPLAY "          *** OPENING LEDGER TAKE-ON ***"
001950     END-IF.
001960     DISPLAY "PLAYER ID   FIELD             CREDFILE"
001970         "    LEDGER  ACTION".
001980     DISPLAY "----------  ----------------  --------"
001990         "  --------  ------".
002000 1000-EXIT.
002010     EXIT.
002020*
002030******************************************************
002040*  2000-ACCUMULATE-LEDGER                             *
002050*  ONE PASS OVER THE LEDGER: SUM EACH PLAYER'S        *
002060*  MOVEMENTS BY TYPE INTO THE PLAYER TABLE.  NO       *
002070*  LEDGER AT ALL IS NOT AN ERROR -- EVERY ACCOUNT     *
002080*  WITH A BALANCE THEN SHOWS AS AN EXCEPTION.         *
002090******************************************************
002100 2000-ACCUMULATE-LEDGER.
002110     OPEN INPUT CREDIT-LEDGER-FILE.
002120     IF NOT CREDIT-LEDGER-OK
002130         DISPLAY "CREDLDGR not available, status "
002140             CREDIT-LEDGER-STATUS
002150         GO TO 2000-EXIT
002160     END-IF.
002170     PERFORM 2100-TALLY-LEDGER-RECORD THRU 2100-EXIT
002180         UNTIL LEDGER-AT-END.
002190     CLOSE CREDIT-LEDGER-FILE.
002200 2000-EXIT.
002210     EXIT.
002220*
002230******************************************************
002240*  2100-TALLY-LEDGER-RECORD                           *
002250*  A RECORD WITH AN UNKNOWN TYPE OR A NON-NUMERIC     *
002260*  AMOUNT CANNOT BE SUMMED; IT IS PRINTED AND LEFT    *
002270*  OUT, AND THE PLAYER'S PROOF WILL SHOW THE GAP.     *
002280******************************************************
002290 2100-TALLY-LEDGER-RECORD.
002300     READ CREDIT-LEDGER-FILE
002310         AT END
002320         SET LEDGER-AT-END TO TRUE
002330         GO TO 2100-EXIT
002340     END-READ.
002350     ADD 1 TO LEDGER-RECORDS-READ.
002360     IF CL-AMOUNT NOT NUMERIC
002370             OR (NOT CL-EARNED AND NOT CL-SPENT
002380                 AND NOT CL-REVERSED AND NOT CL-EXPIRED)
002390         ADD 1 TO LEDGER-RECORDS-BAD
002400         MOVE CL-PLAYER-ID TO EXC-PLAYER-ID
002410         MOVE "BAD LEDGER REC" TO EXC-FIELD
002420         MOVE 0 TO EXC-CREDFILE-VALUE
002430         MOVE 0 TO EXC-LEDGER-VALUE
002440         MOVE "SKIPPED" TO EXC-ACTION
002450         DISPLAY EXCEPTION-LINE
002460         ADD 1 TO EXCEPTION-COUNT
002470         GO TO 2100-EXIT
002480     END-IF.
002490     MOVE CL-PLAYER-ID TO PT-PLAYER-ID (PT-MAX-ENTRIES).
002500     PERFORM 6000-FIND-OR-ADD-PLAYER THRU 6000-EXIT.
002510     IF PT-FOUND-SUB = 0
002520         GO TO 2100-EXIT
002530     END-IF.
002540     IF CL-EARNED
002550         ADD CL-AMOUNT TO PT-EARNED (PT-FOUND-SUB)
002560         IF EXPIRY-MODE AND CL-DATE < CUTOFF-DATE
002570             ADD CL-AMOUNT TO PT-OLD-EARNED (PT-FOUND-SUB)
002580         END-IF
002590     END-IF.
002600     IF CL-SPENT
002610         ADD CL-AMOUNT TO PT-SPENT (PT-FOUND-SUB)
002620     END-IF.
002630     IF CL-REVERSED
002640         ADD CL-AMOUNT TO PT-REVERSED (PT-FOUND-SUB)
002650     END-IF.
002660     IF CL-EXPIRED
002670         ADD CL-AMOUNT TO PT-EXPIRED (PT-FOUND-SUB)
002680     END-IF.
002690 2100-EXIT.
002700     EXIT.
002710*
002720******************************************************
002730*  4000-COMPARE-TO-CREDFILE                           *
002740*  WALK THE CREDIT FILE FRONT TO BACK AND PROVE EACH  *
002750*  ACCOUNT AGAINST ITS LEDGER TOTALS.  YEAR-END AND   *
002760*  TAKE-ON RUNS ALSO APPEND TO THE LEDGER; IF IT      *
002770*  CANNOT BE OPENED FOR APPEND THE RUN DROPS BACK TO  *
002780*  A PROOF ONLY, SO CREDFILE IS NEVER CHANGED WITHOUT *
002790*  ITS LEDGER ENTRY.                                  *
002800******************************************************
002810 4000-COMPARE-TO-CREDFILE.
002820     IF NOT PROOF-MODE
002830         OPEN EXTEND CREDIT-LEDGER-FILE
002840         IF CREDIT-LEDGER-NOT-FOUND
002850             OPEN OUTPUT CREDIT-LEDGER-FILE
002860         END-IF
002870         IF NOT CREDIT-LEDGER-OK
002880             DISPLAY "*** CREDLDGR cannot be opened for"
002890                 " append, status " CREDIT-LEDGER-STATUS
002900                 " -- THIS RUN PROVES ONLY ***"
002910             MOVE 'P' TO RUN-MODE-ANSWER
002920         END-IF
002930     END-IF.
002940     IF EXPIRY-MODE
002950         OPEN I-O CREDIT-FILE
002960     ELSE
002970         OPEN INPUT CREDIT-FILE
002980     END-IF.
002990     IF NOT CREDIT-FILE-OK
003000         DISPLAY "CREDFILE not available, status "
003010             CREDIT-FILE-STATUS
003020         GO TO 4000-CLOSE-LEDGER
003030     END-IF.
003040     PERFORM 4100-CHECK-ONE-ACCOUNT THRU 4100-EXIT
003050         UNTIL CREDIT-AT-END.
003060     CLOSE CREDIT-FILE.
003070 4000-CLOSE-LEDGER.
003080     IF NOT PROOF-MODE
003090         CLOSE CREDIT-LEDGER-FILE
003100     END-IF.
003110 4000-EXIT.
003120     EXIT.
003130*
003140******************************************************
003150*  4100-CHECK-ONE-ACCOUNT                             *
003160******************************************************
003170 4100-CHECK-ONE-ACCOUNT.
003180     READ CREDIT-FILE NEXT RECORD
003190         AT END
003200         SET CREDIT-AT-END TO TRUE
003210         GO TO 4100-EXIT
003220     END-READ.
003230     ADD 1 TO CREDIT-RECORDS-READ.
003240     MOVE CD-PLAYER-ID TO PT-PLAYER-ID (PT-MAX-ENTRIES).
003250     PERFORM 6100-FIND-PLAYER THRU 6100-EXIT.
003260     IF PT-FOUND-SUB = 0
003270         PERFORM 4400-ACCOUNT-WITHOUT-LEDGER THRU 4400-EXIT
003280         GO TO 4100-EXIT
003290     END-IF.
003300     SET PT-MATCHED (PT-FOUND-SUB) TO TRUE.
003310     PERFORM 4200-PROVE-COUNTERS THRU 4200-EXIT.
003320     IF EXPIRY-MODE AND ACCOUNT-IS-CLEAN
003330         PERFORM 4500-EXPIRE-OLD-CREDITS THRU 4500-EXIT
003340     END-IF.
003350 4100-EXIT.
003360     EXIT.
003370*
003380******************************************************
003390*  4200-PROVE-COUNTERS                                *
003400*  FIELD-BY-FIELD PROOF OF ONE CREDIT ACCOUNT:        *
003410*    EARNED  = E - R - X                              *
003420*    SPENT   = S                                      *
003430*    BALANCE = EARNED - SPENT                         *
003440******************************************************
003450 4200-PROVE-COUNTERS.
003460     SET ACCOUNT-IS-CLEAN TO TRUE.
003470     MOVE CD-PLAYER-ID TO EXC-PLAYER-ID.
003480     MOVE "REPORTED" TO EXC-ACTION.
003490     IF CD-CREDIT-BALANCE NOT NUMERIC
003500             OR CD-CREDITS-EARNED NOT NUMERIC
003510             OR CD-CREDITS-SPENT NOT NUMERIC
003520         MOVE "COUNTERS NOT NUM" TO EXC-FIELD
003530         MOVE 0 TO EXC-CREDFILE-VALUE
003540         MOVE 0 TO EXC-LEDGER-VALUE
003550         PERFORM 4300-NOTE-EXCEPTION THRU 4300-EXIT
003560         GO TO 4200-EXIT
003570     END-IF.
003580     COMPUTE DERIVED-EARNED = PT-EARNED (PT-FOUND-SUB)
003590         - PT-REVERSED (PT-FOUND-SUB)
003600         - PT-EXPIRED (PT-FOUND-SUB).
003610     MOVE PT-SPENT (PT-FOUND-SUB) TO DERIVED-SPENT.
003620     COMPUTE DERIVED-BALANCE = DERIVED-EARNED - DERIVED-SPENT.
003630     IF CD-CREDITS-EARNED NOT = DERIVED-EARNED
003640         MOVE "CREDITS EARNED" TO EXC-FIELD
003650         MOVE CD-CREDITS-EARNED TO EXC-CREDFILE-VALUE
003660         MOVE DERIVED-EARNED TO EXC-LEDGER-VALUE
003670         PERFORM 4300-NOTE-EXCEPTION THRU 4300-EXIT
003680     END-IF.
003690     IF CD-CREDITS-SPENT NOT = DERIVED-SPENT
003700         MOVE "CREDITS SPENT" TO EXC-FIELD
003710         MOVE CD-CREDITS-SPENT TO EXC-CREDFILE-VALUE
003720         MOVE DERIVED-SPENT TO EXC-LEDGER-VALUE
003730         PERFORM 4300-NOTE-EXCEPTION THRU 4300-EXIT
003740     END-IF.
003750     IF CD-CREDIT-BALANCE NOT = DERIVED-BALANCE
003760         MOVE "CREDIT BALANCE" TO EXC-FIELD
003770         MOVE CD-CREDIT-BALANCE TO EXC-CREDFILE-VALUE
003780         MOVE DERIVED-BALANCE TO EXC-LEDGER-VALUE
003790         PERFORM 4300-NOTE-EXCEPTION THRU 4300-EXIT
003800     END-IF.
003810 4200-EXIT.
003820     EXIT.
003830*
003840******************************************************
003850*  4300-NOTE-EXCEPTION                                *
003860******************************************************
003870 4300-NOTE-EXCEPTION.
003880     DISPLAY EXCEPTION-LINE.
003890     ADD 1 TO EXCEPTION-COUNT.
003900     SET ACCOUNT-IS-DIRTY TO TRUE.
003910 4300-EXIT.
003920     EXIT.
003930*
003940******************************************************
003950*  4400-ACCOUNT-WITHOUT-LEDGER                        *
003960*  A CREDIT ACCOUNT WITH NOTHING ON THE LEDGER.  AN   *
003970*  ALL-ZERO ACCOUNT PROVES TRIVIALLY.  ON A TAKE-ON   *
003980*  RUN THE COUNTERS BECOME OPENING LEDGER ENTRIES;    *
003990*  OTHERWISE THE ACCOUNT IS AN EXCEPTION.             *
004000******************************************************
004010 4400-ACCOUNT-WITHOUT-LEDGER.
004020     IF CD-CREDIT-BALANCE NOT NUMERIC
004030             OR CD-CREDITS-EARNED NOT NUMERIC
004040             OR CD-CREDITS-SPENT NOT NUMERIC
004050         MOVE CD-PLAYER-ID TO EXC-PLAYER-ID
004060         MOVE "COUNTERS NOT NUM" TO EXC-FIELD
004070         MOVE 0 TO EXC-CREDFILE-VALUE
004080         MOVE 0 TO EXC-LEDGER-VALUE
004090         MOVE "REPORTED" TO EXC-ACTION
004100         DISPLAY EXCEPTION-LINE
004110         ADD 1 TO EXCEPTION-COUNT
004120         GO TO 4400-EXIT
004130     END-IF.
004140     IF CD-CREDIT-BALANCE = 0 AND CD-CREDITS-EARNED = 0
004150             AND CD-CREDITS-SPENT = 0
004160         GO TO 4400-EXIT
004170     END-IF.
004180     MOVE CD-PLAYER-ID TO EXC-PLAYER-ID.
004190     MOVE "NO LEDGER" TO EXC-FIELD.
004200     MOVE CD-CREDIT-BALANCE TO EXC-CREDFILE-VALUE.
004210     MOVE 0 TO EXC-LEDGER-VALUE.
004220     IF NOT OPENING-MODE
004230         MOVE "REPORTED" TO EXC-ACTION
004240         DISPLAY EXCEPTION-LINE
004250         ADD 1 TO EXCEPTION-COUNT
004260         GO TO 4400-EXIT
004270     END-IF.
004280     IF CD-CREDIT-BALANCE
004290             NOT = CD-CREDITS-EARNED - CD-CREDITS-SPENT
004300         MOVE "BAL NOT E - S" TO EXC-FIELD
004310         MOVE "REPORTED" TO EXC-ACTION
004320         DISPLAY EXCEPTION-LINE
004330         ADD 1 TO EXCEPTION-COUNT
004340         GO TO 4400-EXIT
004350     END-IF.
004360     IF CD-CREDITS-EARNED > 0
004370         MOVE 'E' TO CL-TYPE
004380         MOVE CD-CREDITS-EARNED TO CL-AMOUNT
004390         PERFORM 4450-WRITE-OPENING-ENTRY THRU 4450-EXIT
004400     END-IF.
004410     IF CD-CREDITS-SPENT > 0
004420         MOVE 'S' TO CL-TYPE
004430         MOVE CD-CREDITS-SPENT TO CL-AMOUNT
004440         PERFORM 4450-WRITE-OPENING-ENTRY THRU 4450-EXIT
004450     END-IF.
004460     MOVE "OPENED" TO EXC-ACTION.
004470     MOVE CD-CREDIT-BALANCE TO EXC-LEDGER-VALUE.
004480     DISPLAY EXCEPTION-LINE.
004490 4400-EXIT.
004500     EXIT.
004510*
004520******************************************************
004530*  4450-WRITE-OPENING-ENTRY                           *
004540*  CL-TYPE AND CL-AMOUNT ARE SET BY THE CALLER.       *
004550******************************************************
004560 4450-WRITE-OPENING-ENTRY.
004570     MOVE CD-PLAYER-ID TO CL-PLAYER-ID.
004580     MOVE RUN-DATE TO CL-DATE.
004590     ACCEPT CL-TIME FROM TIME.
004600     MOVE "OPENING BALANCE" TO CL-REFERENCE.
004610     WRITE CREDIT-LEDGER-RECORD.
004620     ADD 1 TO OPENING-ENTRIES.
004630 4450-EXIT.
004640     EXIT.
004650*
004660******************************************************
004670*  4500-EXPIRE-OLD-CREDITS                            *
004680*  WHAT IS LEFT OF THE CREDITS EARNED BEFORE THE      *
004690*  CUTOFF ONCE EVERY SPEND, REVERSAL, AND EARLIER     *
004700*  EXPIRY HAS BEEN TAKEN FROM THEM, CAPPED AT THE     *
004710*  BALANCE, IS WRITTEN OFF.                           *
004720******************************************************
004730 4500-EXPIRE-OLD-CREDITS.
004740     COMPUTE UNUSED-OLD-CREDITS = PT-OLD-EARNED (PT-FOUND-SUB)
004750         - PT-SPENT (PT-FOUND-SUB)
004760         - PT-REVERSED (PT-FOUND-SUB)
004770         - PT-EXPIRED (PT-FOUND-SUB).
004780     IF UNUSED-OLD-CREDITS NOT > 0
004790         GO TO 4500-EXIT
004800     END-IF.
004810     IF UNUSED-OLD-CREDITS > CD-CREDIT-BALANCE
004820         MOVE CD-CREDIT-BALANCE TO CREDITS-TO-EXPIRE
004830     ELSE
004840         MOVE UNUSED-OLD-CREDITS TO CREDITS-TO-EXPIRE
004850     END-IF.
004860     IF CREDITS-TO-EXPIRE = 0
004870         GO TO 4500-EXIT
004880     END-IF.
004890     MOVE CD-CREDIT-BALANCE TO EXC-CREDFILE-VALUE.
004900     SUBTRACT CREDITS-TO-EXPIRE FROM CD-CREDIT-BALANCE.
004910     SUBTRACT CREDITS-TO-EXPIRE FROM CD-CREDITS-EARNED.
004920     REWRITE CREDIT-RECORD
004930         INVALID KEY
004940         DISPLAY "*** Rewrite of credit account "
004950             CD-PLAYER-ID " failed, status "
004960             CREDIT-FILE-STATUS " -- NOT expired."
004970         GO TO 4500-EXIT
004980     END-REWRITE.
004990     MOVE CD-PLAYER-ID TO CL-PLAYER-ID.
005000     MOVE RUN-DATE TO CL-DATE.
005010     ACCEPT CL-TIME FROM TIME.
005020     MOVE 'X' TO CL-TYPE.
005030     MOVE CREDITS-TO-EXPIRE TO CL-AMOUNT.
005040     MOVE CUTOFF-DATE TO CL-REFERENCE.
005050     WRITE CREDIT-LEDGER-RECORD.
005060     ADD 1 TO PLAYERS-EXPIRED.
005070     ADD CREDITS-TO-EXPIRE TO CREDITS-EXPIRED-TOTAL.
005080     MOVE CD-PLAYER-ID TO EXC-PLAYER-ID.
005090     MOVE "CREDITS EXPIRED" TO EXC-FIELD.
005100     MOVE CREDITS-TO-EXPIRE TO EXC-LEDGER-VALUE.
005110     MOVE "EXPIRED" TO EXC-ACTION.
005120     DISPLAY EXCEPTION-LINE.
005130 4500-EXIT.
005140     EXIT.
005150*
005160******************************************************
005170*  5000-REPORT-MISSING-ACCOUNTS                       *
005180*  ANY PLAYER WITH LEDGER ENTRIES BUT NO CREDIT       *
005190*  ACCOUNT IS AN EXCEPTION IN ITS OWN RIGHT.          *
005200******************************************************
005210 5000-REPORT-MISSING-ACCOUNTS.
005220     MOVE 1 TO PT-SUB.
005230     PERFORM 5100-CHECK-ONE-PLAYER THRU 5100-EXIT
005240         UNTIL PT-SUB > PT-COUNT.
005250 5000-EXIT.
005260     EXIT.
005270*
005280******************************************************
005290*  5100-CHECK-ONE-PLAYER                              *
005300******************************************************
005310 5100-CHECK-ONE-PLAYER.
005320     IF PT-MATCHED (PT-SUB)
005330         GO TO 5100-NEXT
005340     END-IF.
005350     MOVE PT-PLAYER-ID (PT-SUB) TO EXC-PLAYER-ID.
005360     MOVE "ACCOUNT MISSING" TO EXC-FIELD.
005370     MOVE 0 TO EXC-CREDFILE-VALUE.
005380     COMPUTE DERIVED-BALANCE = PT-EARNED (PT-SUB)
005390         - PT-REVERSED (PT-SUB)
005400         - PT-EXPIRED (PT-SUB)
005410         - PT-SPENT (PT-SUB).
005420     MOVE DERIVED-BALANCE TO EXC-LEDGER-VALUE.
005430     MOVE "REPORTED" TO EXC-ACTION.
005440     DISPLAY EXCEPTION-LINE.
005450     ADD 1 TO EXCEPTION-COUNT.
005460 5100-NEXT.
005470     ADD 1 TO PT-SUB.
005480 5100-EXIT.
005490     EXIT.
005500*
005510******************************************************
005520*  6000-FIND-OR-ADD-PLAYER                            *
005530*  LINEAR SEARCH OF THE PLAYER TABLE FOR THE ID       *
005540*  STAGED IN THE LAST (SENTINEL) SLOT; IF NOT FOUND,  *
005550*  A NEW ENTRY IS ADDED.  PT-FOUND-SUB COMES BACK     *
005560*  ZERO ONLY WHEN THE TABLE IS FULL.                  *
005570******************************************************
005580 6000-FIND-OR-ADD-PLAYER.
005590     PERFORM 6100-FIND-PLAYER THRU 6100-EXIT.
005600     IF PT-FOUND-SUB > 0
005610         GO TO 6000-EXIT
005620     END-IF.
005630     IF PT-COUNT >= PT-MAX-ENTRIES - 1
005640         IF NOT TABLE-IS-FULL
005650             SET TABLE-IS-FULL TO TRUE
005660             DISPLAY "Player table full -- some players"
005670                 " not proved this run."
005680         END-IF
005690         MOVE 0 TO PT-FOUND-SUB
005700         GO TO 6000-EXIT
005710     END-IF.
005720     ADD 1 TO PT-COUNT.
005730     MOVE PT-PLAYER-ID (PT-MAX-ENTRIES)
005740         TO PT-PLAYER-ID (PT-COUNT).
005750     MOVE 0 TO PT-EARNED (PT-COUNT).
005760     MOVE 0 TO PT-SPENT (PT-COUNT).
005770     MOVE 0 TO PT-REVERSED (PT-COUNT).
005780     MOVE 0 TO PT-EXPIRED (PT-COUNT).
005790     MOVE 0 TO PT-OLD-EARNED (PT-COUNT).
005800     MOVE 'N' TO PT-MATCHED-SWITCH (PT-COUNT).
005810     MOVE PT-COUNT TO PT-FOUND-SUB.
005820 6000-EXIT.
005830     EXIT.
005840*
005850******************************************************
005860*  6100-FIND-PLAYER                                   *
005870*  THE ID TO FIND IS STAGED IN THE LAST TABLE SLOT,   *
005880*  WHICH IS RESERVED FOR STAGING AND NEVER HOLDS A    *
005890*  REAL ENTRY.  A SCAN THAT RUNS PAST PT-COUNT MEANS  *
005900*  NOT FOUND AND RETURNS SUBSCRIPT ZERO.              *
005910******************************************************
005920 6100-FIND-PLAYER.
005930     MOVE 1 TO PT-SUB.
005940     PERFORM 6110-SCAN-ONE-ENTRY THRU 6110-EXIT
005950         UNTIL PT-SUB > PT-COUNT
005960             OR PT-PLAYER-ID (PT-SUB)
005970                 = PT-PLAYER-ID (PT-MAX-ENTRIES).
005980     IF PT-SUB > PT-COUNT
005990         MOVE 0 TO PT-FOUND-SUB
006000     ELSE
006010         MOVE PT-SUB TO PT-FOUND-SUB
006020     END-IF.
006030 6100-EXIT.
006040     EXIT.
006050*
006060******************************************************
006070*  6110-SCAN-ONE-ENTRY                                *
006080******************************************************
006090 6110-SCAN-ONE-ENTRY.
006100     ADD 1 TO PT-SUB.
006110 6110-EXIT.
006120     EXIT.
006130*
006140******************************************************
006150*  8000-PRINT-TOTALS                                  *
006160******************************************************
006170 8000-PRINT-TOTALS.
006180     DISPLAY "----------  ----------------  --------"
006190         "  --------  ------".
006200     MOVE LEDGER-RECORDS-READ TO COUNT-EDIT.
006210     DISPLAY "Ledger records read:        " COUNT-EDIT.
006220     MOVE LEDGER-RECORDS-BAD TO COUNT-EDIT.
006230     DISPLAY "Ledger records skipped:     " COUNT-EDIT.
006240     MOVE CREDIT-RECORDS-READ TO COUNT-EDIT.
006250     DISPLAY "Credit accounts read:       " COUNT-EDIT.
006260     MOVE EXCEPTION-COUNT TO COUNT-EDIT.
006270     DISPLAY "Exceptions reported:        " COUNT-EDIT.
006280     IF EXPIRY-MODE
006290         MOVE PLAYERS-EXPIRED TO COUNT-EDIT
006300         DISPLAY "Accounts with expiries:     " COUNT-EDIT
006310         MOVE CREDITS-EXPIRED-TOTAL TO COUNT-EDIT
006320         DISPLAY "Credits expired:            " COUNT-EDIT
006330     END-IF.
006340     IF OPENING-MODE
006350         MOVE OPENING-ENTRIES TO COUNT-EDIT
006360         DISPLAY "Opening entries written:    " COUNT-EDIT
006370     END-IF.
006380 8000-EXIT.
006390     EXIT.
006400*
006410******************************************************
006420*  9999-EXIT                                          *
006430******************************************************
006440 9999-EXIT.
006450     STOP RUN.
