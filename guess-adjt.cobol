000010******************************************************
000020*  GUESS-ADJT                                         *
000030*  GAME VOID AND ADJUSTMENT RUN.  UNTIL NOW A GAME    *
000040*  PLAYED ON A BAD SEED DAY, BY A PLAYER WHO HAD THE  *
000050*  ANSWER, OR THROUGH A KIOSK THAT FAULTED MID-GAME   *
000060*  COULD ONLY BE FIXED BY HAND-EDITING SCOREHST AND   *
000070*  PATCHING PLAYMSTR THROUGH GUESS-PMNT, WHICH LEFT   *
000080*  THE STREAKS, ACHIEVEMENTS, AND HINT CREDITS WRONG  *
000090*  AND NO TRAIL OF WHO DID IT.  THIS JOB READS A      *
000100*  TRANSACTION FILE (ADJTRAN, SEE ADJTREC.CPY) OF     *
000110*  VOIDS AND ADJUSTMENTS, EACH CARRYING THE OPERATOR  *
000120*  WHO AUTHORIZED IT AND A REASON CODE, AND FOR EACH  *
000130*  ONE:                                               *
000140*    - APPENDS A REVERSAL RECORD TO SCOREHST (AND,    *
000150*      FOR AN ADJUSTMENT, THE CORRECTED GAME) -- THE  *
000160*      ORIGINAL IS NEVER REWRITTEN (SEE SCOREREC.CPY) *
000170*    - BACKS THE GAME OUT OF THE PLAYER MASTER'S      *
000180*      COUNTERS AND REBUILDS THE STREAK AND           *
000190*      PERSONAL-BEST FIELDS BY REPLAYING THE PLAYER'S *
000200*      SURVIVING GAMES, AS GUESS-RCVR DOES            *
000210*    - TAKES BACK THE ACHIEVEMENTS ANNOUNCED FOR THE  *
000220*      GAME AND THE HINT CREDITS THEY EARNED          *
000230*    - PRINTS A REGISTER LINE WITH BEFORE AND AFTER   *
000240*      IMAGES OF EVERYTHING IT CHANGED.               *
000250*  THE GAME ACTED ON IS THE EARLIEST UNCANCELLED      *
000260*  GAME FOR THE PLAYER AND DATE ON THE LIVE HISTORY,  *
000270*  SO ADJUSTING A GAME TWICE ACTS ON THE CORRECTED    *
000280*  COPY.  A GAME ALREADY MOVED TO THE ARCHIVE BY      *
000290*  GUESS-ARCH CANNOT BE VOIDED AND IS REJECTED.       *
000300*  AN ADJUSTED GAME DOES NOT RE-EARN ACHIEVEMENTS.    *
000310*  CREDITS ALREADY SPENT ON HINTS CANNOT BE TAKEN     *
000320*  BACK; THE SHORTFALL IS PRINTED ON THE REGISTER.    *
000322*  EVERY CREDIT TAKEN BACK IS WRITTEN TO THE          *
000324*  HINT-CREDIT LEDGER (CREDLDGR) AS A REVERSAL, SO    *
000326*  THE NIGHTLY PROOF IN GUESS-CPRF STILL BALANCES.    *
000330*                                                     *
000340*  RUN IT AFTER GUESS-EOD HAS CLOSED THE GAME DATE    *
000350*  AND WHILE NO GAMES ARE BEING PLAYED.  POINT        *
000360*  SCORARCH AT THE FULL CONCATENATED ARCHIVE SET, AS  *
000370*  FOR GUESS-RCVR, SO THE STREAK REPLAY SEES EVERY    *
000380*  GAME.                                              *
000390*                                                     *
000400*  To compile and run on your friendly Linux system:  *
000410*         cobc -x guess-adjt.cobol                    *
000420******************************************************
000430*
000440******************************************************
000450*  MODIFICATION HISTORY                               *
000460******************************************************
000470*  DATE       INIT  DESCRIPTION                        *
000480*  ---------- ----  ------------------------------     *
000490*  2026-10-15 DLM   NEW PROGRAM.                       *
000492*  2026-10-15 DLM   CREDITS TAKEN BACK ARE NOW WRITTEN *
000494*                   TO THE HINT-CREDIT LEDGER          *
000496*                   (CREDLDGR) AS 'R' REVERSAL ENTRIES.*
000497*  2026-10-15 DLM   A TOURNAMENT CHAMPION LINE (FROM   *
000498*                   GUESS-TRNY) IS LEFT ON ACHVFILE    *
000499*                   WHEN THE GAME IS VOIDED; IT EARNED *
000500*                   NO HINT CREDIT.                    *
000501*  2026-10-15 DLM   THE STREAK REPLAY BRIDGES THE      *
000502*                   NON-GAMING DAYS (MAX-BRIDGE-DAYS)  *
000503*                   IN FORCE ON EACH GAME'S DATE ON    *
000504*                   THE GAME PARAMETER FILE            *
000505*                   (PARMFILE).                        *
000506*  2026-10-15 DLM   A SCOREHST WRITE THAT FAILS NOW    *
000507*                   REJECTS THE TRANSACTION, SO THE    *
000508*                   MASTER, ACHIEVEMENTS AND CREDITS   *
000509*                   ARE NOT BACKED OUT FOR A GAME THE  *
000510*                   HISTORY DOES NOT SHOW VOIDED.      *
000511******************************************************
000512 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. GUESS-ADJT.
000530 AUTHOR. D L MCKENZIE.
000540 INSTALLATION. OPERATIONS SUPPORT.
000550 DATE-WRITTEN. 2026-10-15.
000560 DATE-COMPILED. 2026-10-15.
000570*
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER. LINUX.
000610 OBJECT-COMPUTER. LINUX.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT ADJUST-TRAN-FILE ASSIGN TO "ADJTRAN"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS ADJUST-TRAN-STATUS.
000670     SELECT SCORE-HIST-FILE ASSIGN TO "SCOREHST"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS SCORE-HIST-STATUS.
000700     SELECT SCORE-ARCH-FILE ASSIGN TO "SCORARCH"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS SCORE-ARCH-STATUS.
000730     SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYMSTR"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS PM-PLAYER-ID
000770         FILE STATUS IS PLAYER-MASTER-STATUS.
000780     SELECT CREDIT-FILE ASSIGN TO "CREDFILE"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS RANDOM
000810         RECORD KEY IS CD-PLAYER-ID
000820         FILE STATUS IS CREDIT-FILE-STATUS.
000830     SELECT ACHIEVEMENT-FILE ASSIGN TO "ACHVFILE"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS ACHIEVEMENT-STATUS.
000852     SELECT CREDIT-LEDGER-FILE ASSIGN TO "CREDLDGR"
000854         ORGANIZATION IS LINE SEQUENTIAL
000856         FILE STATUS IS CREDIT-LEDGER-STATUS.
000860     SELECT ACH-WORK-FILE ASSIGN TO "ACHVWORK"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS ACH-WORK-STATUS.
000890     SELECT CALENDAR-FILE ASSIGN TO "GAMECAL"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS CALENDAR-STATUS.
000912     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000914         ORGANIZATION IS LINE SEQUENTIAL
000916         FILE STATUS IS PARM-FILE-STATUS.
000920     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
000930*
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  ADJUST-TRAN-FILE
000970     LABEL RECORDS ARE STANDARD.
000980     COPY "ADJTREC.CPY".
000990*
001000 FD  SCORE-HIST-FILE
001010     LABEL RECORDS ARE STANDARD.
001020     COPY "SCOREREC.CPY".
001030*
001040 FD  SCORE-ARCH-FILE
001050     LABEL RECORDS ARE STANDARD.
001060     COPY "SCOREREC.CPY" REPLACING LEADING ==SCORE==
001070         BY ==SARCH==.
001080*
001090 FD  PLAYER-MASTER-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY "PLAYREC.CPY".
001120*
001130 FD  CREDIT-FILE
001140     LABEL RECORDS ARE STANDARD.
001150     COPY "CREDREC.CPY".
001160*
001170 FD  ACHIEVEMENT-FILE
001180     LABEL RECORDS ARE STANDARD.
001190     COPY "ACHVREC.CPY".
001200*
001202 FD  CREDIT-LEDGER-FILE
001204     LABEL RECORDS ARE STANDARD.
001206     COPY "CLEDREC.CPY".
001208*
001210*    THE ACHIEVEMENT FILE IS COPIED HERE LESS THE LINES
001220*    BEING TAKEN BACK, THEN COPIED HOME AGAIN.
001230 FD  ACH-WORK-FILE
001240     LABEL RECORDS ARE STANDARD.
001250 01  ACH-WORK-RECORD             PIC X(48).
001260*
001270 FD  CALENDAR-FILE
001280     LABEL RECORDS ARE STANDARD.
001290     COPY "CALREC.CPY".
001292*
001294 FD  PARM-FILE
001296     LABEL RECORDS ARE STANDARD.
001298     COPY "PARMREC.CPY".
001300*
001310 SD  SORT-WORK-FILE.
001320 01  SORT-RECORD.
001330     05  SORT-DATE                PIC X(08).
001340     05  SORT-GUESSES             PIC 9(03).
001350     05  SORT-RESULT              PIC X(01).
001360     05  SORT-DIFFICULTY          PIC X(01).
001370*
001380 WORKING-STORAGE SECTION.
001390*
001400 77  TRANS-READ-COUNT            PIC 9(05)  VALUE 0.
001410 77  TRANS-VOID-COUNT            PIC 9(05)  VALUE 0.
001420 77  TRANS-ADJUST-COUNT          PIC 9(05)  VALUE 0.
001430 77  TRANS-REJECT-COUNT          PIC 9(05)  VALUE 0.
001440 77  ACH-REMOVED-TOTAL           PIC 9(05)  VALUE 0.
001450 77  CREDITS-BACK-TOTAL          PIC 9(05)  VALUE 0.
001460 77  CREDITS-SHORT-TOTAL         PIC 9(05)  VALUE 0.
001470*
001480 77  KEY-VOID-COUNT              PIC 9(03)  VALUE 0.
001490 77  KEY-GAME-COUNT              PIC 9(03)  VALUE 0.
001500 77  ACH-REMOVED-COUNT           PIC 9(03)  VALUE 0.
001510 77  CREDITS-TO-TAKE             PIC 9(05)  VALUE 0.
001520 77  CREDITS-SHORT               PIC 9(05)  VALUE 0.
001530*
001540 01  RUN-DATE                    PIC X(08).
001550*
001560 01  ADJUST-TRAN-STATUS          PIC X(02).
001570     88  ADJUST-TRAN-OK          VALUE '00'.
001580 01  SCORE-HIST-STATUS           PIC X(02).
001590     88  SCORE-HIST-OK           VALUE '00'.
001600 01  SCORE-ARCH-STATUS           PIC X(02).
001610     88  SCORE-ARCH-OK           VALUE '00'.
001620     88  SCORE-ARCH-NOT-FOUND    VALUE '35'.
001630 01  PLAYER-MASTER-STATUS        PIC X(02).
001640     88  PLAYER-MASTER-OK        VALUE '00'.
001650     88  PLAYER-MASTER-NOT-FOUND VALUE '23', '35'.
001660 01  CREDIT-FILE-STATUS          PIC X(02).
001670     88  CREDIT-FILE-OK          VALUE '00'.
001680     88  CREDIT-FILE-NOT-FOUND   VALUE '23', '35'.
001682 01  CREDIT-LEDGER-STATUS        PIC X(02).
001684     88  CREDIT-LEDGER-OK        VALUE '00'.
001686     88  CREDIT-LEDGER-NOT-FOUND VALUE '35'.
001690 01  ACHIEVEMENT-STATUS          PIC X(02).
001700     88  ACHIEVEMENT-OK          VALUE '00'.
001710 01  ACH-WORK-STATUS             PIC X(02).
001720     88  ACH-WORK-OK             VALUE '00'.
001730 01  CALENDAR-STATUS             PIC X(02).
001740     88  CALENDAR-OK             VALUE '00'.
001750*
001760 01  TRAN-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001770     88  TRAN-AT-END             VALUE 'Y'.
001780 01  SCORE-EOF-SWITCH            PIC X(01)  VALUE 'N'.
001790     88  SCORE-AT-END            VALUE 'Y'.
001800 01  ARCH-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001810     88  ARCH-AT-END             VALUE 'Y'.
001820 01  ACH-EOF-SWITCH              PIC X(01)  VALUE 'N'.
001830     88  ACH-AT-END              VALUE 'Y'.
001840 01  SORT-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001850     88  SORT-AT-END             VALUE 'Y'.
001860 01  CAL-EOF-SWITCH              PIC X(01)  VALUE 'N'.
001870     88  CAL-AT-END              VALUE 'Y'.
001880*
001890 01  TRAN-VALID-SWITCH           PIC X(01)  VALUE 'Y'.
001900     88  TRAN-IS-VALID           VALUE 'Y'.
001910     88  TRAN-IS-REJECTED        VALUE 'N'.
001920 01  ORIG-FOUND-SWITCH           PIC X(01)  VALUE 'N'.
001930     88  ORIG-IS-FOUND           VALUE 'Y'.
001940     88  ORIG-NOT-FOUND          VALUE 'N'.
001950 01  REPLAY-OK-SWITCH            PIC X(01)  VALUE 'Y'.
001960     88  REPLAY-IS-OK            VALUE 'Y'.
001970     88  REPLAY-FAILED           VALUE 'N'.
001980 01  RELEASE-SWITCH              PIC X(01)  VALUE 'Y'.
001990     88  RELEASE-THIS-GAME       VALUE 'Y'.
002000     88  SKIP-THIS-GAME          VALUE 'N'.
002010*
002020 01  REJECT-REASON               PIC X(40)  VALUE SPACES.
002030*
002040*    THE GAME BEING VOIDED OR ADJUSTED, AS FOUND ON THE
002050*    LIVE HISTORY.
002060     COPY "SCOREREC.CPY" REPLACING LEADING ==SCORE==
002070         BY ==ORIG==.
002080*
002090*    THE PLAYER'S REVERSALS ON FILE, BY GAME DATE, USED
002100*    TO DROP CANCELLED GAMES FROM THE STREAK REPLAY.
002110*    THE LAST SLOT IS THE SEARCH SENTINEL.
002120 77  VD-MAX-ENTRIES              PIC 9(03)  COMP  VALUE 200.
002130 77  VD-COUNT                    PIC 9(03)  COMP  VALUE 0.
002140 77  VD-SUB                      PIC 9(03)  COMP  VALUE 0.
002150 77  VD-FOUND-SUB                PIC 9(03)  COMP  VALUE 0.
002160 01  VOID-DATE-TABLE.
002170     05  VD-ENTRY                OCCURS 201 TIMES.
002180         10  VD-DATE             PIC X(08).
002190         10  VD-VOIDS            PIC 9(03).
002200 01  VD-SEARCH-DATE              PIC X(08)  VALUE SPACES.
002210*
002220*    THE STREAK AND PERSONAL-BEST FIELDS REBUILT FOR THE
002230*    PLAYER IN HAND BY THE REPLAY.
002240 01  REBUILD-WORK-AREA.
002250     05  RW-CURR-STREAK          PIC 9(03).
002260     05  RW-BEST-STREAK          PIC 9(03).
002270     05  RW-BEST-SCORE           PIC 9(02).
002280     05  RW-BEST-SCORE-DATE      PIC X(08).
002290     05  RW-LAST-WIN-DATE        PIC X(08).
002300     05  RW-EXPERT-WIN-DATE      PIC X(08).
002310*
002320 77  NG-MAX-ENTRIES              PIC 9(03)  COMP  VALUE 400.
002330 77  NG-COUNT                    PIC 9(03)  COMP  VALUE 0.
002340 77  NG-SUB                      PIC 9(03)  COMP  VALUE 0.
002350 77  BRIDGE-DAY-COUNT            PIC 9(02)  VALUE 0.
002360 77  MAX-BRIDGE-DAYS             PIC 9(02)  VALUE 0.
002370 01  NON-GAMING-TABLE.
002380     05  NG-DATE                 PIC X(08)  OCCURS 400.
002390 01  CAL-CHECK-DATE              PIC X(08)  VALUE SPACES.
002400 01  DAY-CALENDAR-SWITCH         PIC X(01)  VALUE 'G'.
002410     88  DATE-IS-GAMING          VALUE 'G'.
002420     88  DATE-IS-NON-GAMING      VALUE 'N'.
002430*
002440 01  PREV-GAME-DATE              PIC X(08)  VALUE SPACES.
002450 01  YDAY-WORK-DATE.
002460     05  YDAY-YEAR               PIC 9(04).
002470     05  YDAY-MONTH              PIC 9(02).
002480     05  YDAY-DAY                PIC 9(02).
002490 01  YDAY-WORK-DATE-X REDEFINES YDAY-WORK-DATE
002500                                 PIC X(08).
002510*
002520 01  LEAP-YEAR-SWITCH            PIC X(01).
002530     88  IS-LEAP-YEAR            VALUE 'Y'.
002540     88  NOT-LEAP-YEAR           VALUE 'N'.
002550 01  LEAP-QUOTIENT               PIC 9(04)  COMP.
002560 01  LEAP-REMAINDER              PIC 9(04)  COMP.
002570 01  MONTH-DAYS-VALUES.
002580     05  FILLER                  PIC X(24)
002590         VALUE "312831303130313130313031".
002600 01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
002610     05  MONTH-DAYS              PIC 9(02)  OCCURS 12 TIMES.
002620*
002630*    REGISTER IMAGE LINES.
002640 01  SCORE-IMAGE-LINE.
002650     05  FILLER                  PIC X(04)  VALUE SPACES.
002660     05  SIL-LABEL               PIC X(12).
002670     05  SIL-PLAYER-ID           PIC X(10).
002680     05  FILLER                  PIC X(02)  VALUE SPACES.
002690     05  SIL-DATE                PIC X(08).
002700     05  FILLER                  PIC X(07)  VALUE "  GUES ".
002710     05  SIL-GUESSES             PIC ZZ9.
002720     05  FILLER                  PIC X(06)  VALUE "  RES ".
002730     05  SIL-RESULT              PIC X(01).
002740     05  FILLER                  PIC X(06)  VALUE "  ORG ".
002750     05  SIL-ADJ-RESULT          PIC X(01).
002760     05  FILLER                  PIC X(06)  VALUE "  DIF ".
002770     05  SIL-DIFFICULTY          PIC X(01).
002780*
002790 01  MASTER-IMAGE-LINE.
002800     05  FILLER                  PIC X(04)  VALUE SPACES.
002810     05  MIL-LABEL               PIC X(12).
002820     05  FILLER                  PIC X(06)  VALUE "PLAYED".
002830     05  MIL-PLAYED              PIC ZZZZ9.
002840     05  FILLER                  PIC X(05)  VALUE "  WON".
002850     05  MIL-WON                 PIC ZZZZ9.
002860     05  FILLER                  PIC X(05)  VALUE "  GUE".
002870     05  MIL-GUESSES             PIC ZZZZZZ9.
002880     05  FILLER                  PIC X(05)  VALUE "  AVG".
002890     05  MIL-AVG                 PIC ZZ9.99.
002900*
002910 01  STREAK-IMAGE-LINE.
002920     05  FILLER                  PIC X(16)  VALUE SPACES.
002930     05  FILLER                  PIC X(06)  VALUE "STREAK".
002940     05  STL-CURR-STREAK         PIC ZZ9.
002950     05  FILLER                  PIC X(06)  VALUE "  BEST".
002960     05  STL-BEST-STREAK         PIC ZZ9.
002970     05  FILLER                  PIC X(04)  VALUE "  PB".
002980     05  STL-BEST-SCORE          PIC Z9.
002990     05  FILLER                  PIC X(01)  VALUE SPACE.
003000     05  STL-BEST-SCORE-DATE     PIC X(08).
003010     05  FILLER                  PIC X(07)  VALUE "  LWIN ".
003020     05  STL-LAST-WIN-DATE       PIC X(08).
003030*
003040 01  CREDIT-IMAGE-LINE.
003050     05  FILLER                  PIC X(04)  VALUE SPACES.
003060     05  CIL-LABEL               PIC X(12).
003070     05  FILLER                  PIC X(07)  VALUE "BALANCE".
003080     05  CIL-BALANCE             PIC ZZZZ9.
003090     05  FILLER                  PIC X(08)  VALUE "  EARNED".
003100     05  CIL-EARNED              PIC ZZZZ9.
003110     05  FILLER                  PIC X(07)  VALUE "  SPENT".
003120     05  CIL-SPENT               PIC ZZZZ9.
003130*
003140 01  COUNT-EDIT                  PIC Z(08)9.
003142*
003144*    GAME PARAMETERS (PARMFILE), SEE PARMTAB.CPY.
003146     COPY "PARMTAB.CPY".
003150*
003160 PROCEDURE DIVISION.
003170*
003180******************************************************
003190*  0000-MAINLINE                                      *
003200******************************************************
003210 0000-MAINLINE.
003220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003230     IF NOT ADJUST-TRAN-OK
003240         GO TO 9999-EXIT
003250     END-IF.
003260     PERFORM 2000-PROCESS-ONE-TRAN THRU 2000-EXIT
003270         UNTIL TRAN-AT-END.
003280     CLOSE ADJUST-TRAN-FILE.
003290     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
003300     GO TO 9999-EXIT.
003310*
003320******************************************************
003330*  1000-INITIALIZE                                    *
003340******************************************************
003350 1000-INITIALIZE.
003360     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
003370     DISPLAY "        GUESS-MY-NUMBER GAME VOID AND"
003380         " ADJUSTMENT REGISTER".
003390     DISPLAY "Run date: " RUN-DATE.
003400     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
003405     PERFORM 8800-LOAD-PARAMETERS THRU 8800-EXIT.
003410     OPEN INPUT ADJUST-TRAN-FILE.
003420     IF NOT ADJUST-TRAN-OK
003430         DISPLAY "Cannot open ADJTRAN, status "
003440             ADJUST-TRAN-STATUS " -- nothing posted."
003450     END-IF.
003460 1000-EXIT.
003470     EXIT.
003480*
003490******************************************************
003500*  1100-LOAD-CALENDAR                                 *
003510*  TABLE THE NON-GAMING DATES OFF THE GAMING          *
003520*  CALENDAR SO THE STREAK REPLAY BRIDGES THEM THE     *
003530*  WAY THE GAME PROGRAMS DO.  NO CALENDAR FILE        *
003540*  LEAVES THE TABLE EMPTY AND EVERY DAY A GAMING      *
003550*  DAY.                                               *
003560******************************************************
003570 1100-LOAD-CALENDAR.
003580     OPEN INPUT CALENDAR-FILE.
003590     IF NOT CALENDAR-OK
003600         GO TO 1100-EXIT
003610     END-IF.
003620     PERFORM 1110-LOAD-ONE-CAL-DAY THRU 1110-EXIT
003630         UNTIL CAL-AT-END.
003640     CLOSE CALENDAR-FILE.
003650 1100-EXIT.
003660     EXIT.
003670*
003680******************************************************
003690*  1110-LOAD-ONE-CAL-DAY                              *
003700******************************************************
003710 1110-LOAD-ONE-CAL-DAY.
003720     READ CALENDAR-FILE
003730         AT END
003740         SET CAL-AT-END TO TRUE
003750         GO TO 1110-EXIT
003760     END-READ.
003770     IF NOT CAL-NON-GAMING-DAY
003780         GO TO 1110-EXIT
003790     END-IF.
003800     IF NG-COUNT >= NG-MAX-ENTRIES
003810         GO TO 1110-EXIT
003820     END-IF.
003830     ADD 1 TO NG-COUNT.
003840     MOVE CAL-DATE TO NG-DATE (NG-COUNT).
003850 1110-EXIT.
003860     EXIT.
003870*
003880******************************************************
003890*  2000-PROCESS-ONE-TRAN                              *
003900*  VALIDATE ONE TRANSACTION, FIND THE GAME IT NAMES,  *
003910*  AND POST THE REVERSAL AND ALL ITS KNOCK-ON         *
003920*  EFFECTS.  A REJECTED TRANSACTION CHANGES NOTHING.  *
003930******************************************************
003940 2000-PROCESS-ONE-TRAN.
003950     READ ADJUST-TRAN-FILE
003960         AT END
003970         SET TRAN-AT-END TO TRUE
003980         GO TO 2000-EXIT
003990     END-READ.
004000     ADD 1 TO TRANS-READ-COUNT.
004010     DISPLAY " ".
004020     DISPLAY "TRANSACTION " AT-ACTION " " AT-PLAYER-ID
004030         " " AT-GAME-DATE "  OPERATOR " AT-OPERATOR-ID
004040         "  REASON " AT-REASON-CODE
004050         "  NEW " AT-NEW-GUESSES " " AT-NEW-RESULT.
004060     PERFORM 2100-VALIDATE-TRAN THRU 2100-EXIT.
004070     IF TRAN-IS-VALID
004080         PERFORM 3000-FIND-ORIGINAL-GAME THRU 3000-EXIT
004090     END-IF.
004100     IF TRAN-IS-VALID
004110         PERFORM 4000-POST-REVERSAL THRU 4000-EXIT
004120     END-IF.
004130     IF TRAN-IS-REJECTED
004140         ADD 1 TO TRANS-REJECT-COUNT
004150         DISPLAY "    *** REJECTED: " REJECT-REASON
004160         GO TO 2000-EXIT
004170     END-IF.
004180     IF AT-VOID
004190         ADD 1 TO TRANS-VOID-COUNT
004200     ELSE
004210         ADD 1 TO TRANS-ADJUST-COUNT
004220     END-IF.
004230     PERFORM 5000-REVERSE-PLAYER-MASTER THRU 5000-EXIT.
004240     PERFORM 6000-TAKE-BACK-ACHIEVEMENTS THRU 6000-EXIT.
004250     PERFORM 6500-TAKE-BACK-CREDITS THRU 6500-EXIT.
004260 2000-EXIT.
004270     EXIT.
004280*
004290******************************************************
004300*  2100-VALIDATE-TRAN                                 *
004310*  EVERY TRANSACTION NEEDS A PLAYER, A GAME DATE, AN  *
004320*  OPERATOR, AND A KNOWN REASON CODE; AN ADJUSTMENT   *
004330*  ALSO NEEDS THE CORRECTED GUESSES AND RESULT.       *
004340******************************************************
004350 2100-VALIDATE-TRAN.
004360     SET TRAN-IS-VALID TO TRUE.
004370     MOVE SPACES TO REJECT-REASON.
004380     IF NOT AT-VOID AND NOT AT-ADJUST
004390         MOVE "ACTION MUST BE V OR A" TO REJECT-REASON
004400         SET TRAN-IS-REJECTED TO TRUE
004410         GO TO 2100-EXIT
004420     END-IF.
004430     IF AT-PLAYER-ID = SPACES
004440         MOVE "NO PLAYER ID" TO REJECT-REASON
004450         SET TRAN-IS-REJECTED TO TRUE
004460         GO TO 2100-EXIT
004470     END-IF.
004480     IF AT-GAME-DATE NOT NUMERIC
004490         MOVE "GAME DATE NOT YYYYMMDD" TO REJECT-REASON
004500         SET TRAN-IS-REJECTED TO TRUE
004510         GO TO 2100-EXIT
004520     END-IF.
004530     IF AT-OPERATOR-ID = SPACES
004540         MOVE "NO AUTHORIZING OPERATOR" TO REJECT-REASON
004550         SET TRAN-IS-REJECTED TO TRUE
004560         GO TO 2100-EXIT
004570     END-IF.
004580     IF NOT AT-REASON-VALID
004590         MOVE "REASON CODE NOT BS, AK, KF OR OE"
004600             TO REJECT-REASON
004610         SET TRAN-IS-REJECTED TO TRUE
004620         GO TO 2100-EXIT
004630     END-IF.
004640     IF AT-VOID
004650         GO TO 2100-EXIT
004660     END-IF.
004670     IF AT-NEW-GUESSES NOT NUMERIC
004680             OR AT-NEW-GUESSES-NUM = 0
004690         MOVE "ADJUSTED GUESS COUNT MISSING OR ZERO"
004700             TO REJECT-REASON
004710         SET TRAN-IS-REJECTED TO TRUE
004720         GO TO 2100-EXIT
004730     END-IF.
004740     IF NOT AT-NEW-RESULT-VALID
004750         MOVE "ADJUSTED RESULT MUST BE W OR L"
004760             TO REJECT-REASON
004770         SET TRAN-IS-REJECTED TO TRUE
004780     END-IF.
004790 2100-EXIT.
004800     EXIT.
004810*
004820******************************************************
004830*  3000-FIND-ORIGINAL-GAME                            *
004840*  TWO PASSES OF THE LIVE HISTORY.  THE FIRST COUNTS  *
004850*  THE REVERSALS ALREADY POSTED FOR THE PLAYER AND    *
004860*  DATE; SINCE EACH CANCELS THE EARLIEST GAME STILL   *
004870*  STANDING, THE GAME TO ACT ON IS THE NEXT ONE, IN   *
004880*  FILE ORDER, AFTER THAT MANY.  THE SECOND PASS      *
004890*  PICKS IT UP.                                       *
004900******************************************************
004910 3000-FIND-ORIGINAL-GAME.
004920     SET ORIG-NOT-FOUND TO TRUE.
004930     MOVE 0 TO KEY-VOID-COUNT.
004940     MOVE 0 TO KEY-GAME-COUNT.
004950     OPEN INPUT SCORE-HIST-FILE.
004960     IF NOT SCORE-HIST-OK
004970         MOVE "SCOREHST NOT READABLE" TO REJECT-REASON
004980         SET TRAN-IS-REJECTED TO TRUE
004990         GO TO 3000-EXIT
005000     END-IF.
005010     MOVE 'N' TO SCORE-EOF-SWITCH.
005020     PERFORM 3100-COUNT-ONE-VOID THRU 3100-EXIT
005030         UNTIL SCORE-AT-END.
005040     CLOSE SCORE-HIST-FILE.
005050     OPEN INPUT SCORE-HIST-FILE.
005060     MOVE 'N' TO SCORE-EOF-SWITCH.
005070     PERFORM 3200-PICK-ONE-GAME THRU 3200-EXIT
005080         UNTIL SCORE-AT-END OR ORIG-IS-FOUND.
005090     CLOSE SCORE-HIST-FILE.
005100     IF ORIG-NOT-FOUND
005110         MOVE "NO STANDING GAME ON LIVE HISTORY"
005120             TO REJECT-REASON
005130         SET TRAN-IS-REJECTED TO TRUE
005140     END-IF.
005150 3000-EXIT.
005160     EXIT.
005170*
005180******************************************************
005190*  3100-COUNT-ONE-VOID                                *
005200******************************************************
005210 3100-COUNT-ONE-VOID.
005220     READ SCORE-HIST-FILE
005230         AT END
005240         SET SCORE-AT-END TO TRUE
005250         GO TO 3100-EXIT
005260     END-READ.
005270     IF SCORE-PLAYER-ID = AT-PLAYER-ID
005280             AND SCORE-DATE = AT-GAME-DATE
005290             AND SCORE-RESULT = 'V'
005300         ADD 1 TO KEY-VOID-COUNT
005310     END-IF.
005320 3100-EXIT.
005330     EXIT.
005340*
005350******************************************************
005360*  3200-PICK-ONE-GAME                                 *
005370******************************************************
005380 3200-PICK-ONE-GAME.
005390     READ SCORE-HIST-FILE
005400         AT END
005410         SET SCORE-AT-END TO TRUE
005420         GO TO 3200-EXIT
005430     END-READ.
005440     IF SCORE-PLAYER-ID NOT = AT-PLAYER-ID
005450             OR SCORE-DATE NOT = AT-GAME-DATE
005460             OR SCORE-RESULT = 'V'
005470         GO TO 3200-EXIT
005480     END-IF.
005490     ADD 1 TO KEY-GAME-COUNT.
005500     IF KEY-GAME-COUNT > KEY-VOID-COUNT
005510         MOVE SCORE-RECORD TO ORIG-RECORD
005520         SET ORIG-IS-FOUND TO TRUE
005530     END-IF.
005540 3200-EXIT.
005550     EXIT.
005560*
005570******************************************************
005580*  4000-POST-REVERSAL                                 *
005590*  APPEND THE REVERSAL RECORD -- THE ORIGINAL GAME    *
005600*  MARKED 'V' WITH ITS OLD RESULT KEPT BESIDE IT --   *
005610*  AND, FOR AN ADJUSTMENT, THE CORRECTED GAME.        *
005611*  EITHER WRITE FAILING REJECTS THE TRANSACTION SO    *
005612*  NOTHING IS BACKED OUT.  IF ONLY THE CORRECTED GAME *
005613*  IS LOST THE GAME NOW STANDS VOIDED ON THE HISTORY  *
005614*  WITH THE MASTER UNTOUCHED, FOR GUESS-RECON TO      *
005615*  REPORT.                                            *
005620******************************************************
005630 4000-POST-REVERSAL.
005640     OPEN EXTEND SCORE-HIST-FILE.
005650     IF NOT SCORE-HIST-OK
005660         MOVE "SCOREHST CANNOT BE OPENED FOR APPEND"
005670             TO REJECT-REASON
005680         SET TRAN-IS-REJECTED TO TRUE
005690         GO TO 4000-EXIT
005700     END-IF.
005710     MOVE "ORIGINAL" TO SIL-LABEL.
005720     MOVE ORIG-RECORD TO SCORE-RECORD.
005730     PERFORM 4100-PRINT-SCORE-IMAGE THRU 4100-EXIT.
005740     MOVE 'V' TO SCORE-RESULT.
005750     MOVE ORIG-RESULT TO SCORE-ADJ-RESULT.
005760     MOVE RUN-DATE TO SCORE-ADJ-DATE.
005770     MOVE AT-REASON-CODE TO SCORE-ADJ-REASON.
005780     MOVE AT-OPERATOR-ID TO SCORE-ADJ-OPERATOR.
005790     WRITE SCORE-RECORD.
005791     IF NOT SCORE-HIST-OK
005792         DISPLAY "    *** SCOREHST write failed, status "
005793             SCORE-HIST-STATUS
005794         MOVE "REVERSAL NOT WRITTEN TO SCOREHST"
005795             TO REJECT-REASON
005796         SET TRAN-IS-REJECTED TO TRUE
005797         CLOSE SCORE-HIST-FILE
005798         GO TO 4000-EXIT
005799     END-IF.
005800     MOVE "REVERSAL" TO SIL-LABEL.
005810     PERFORM 4100-PRINT-SCORE-IMAGE THRU 4100-EXIT.
005820     IF NOT AT-ADJUST
005825         CLOSE SCORE-HIST-FILE
005830         GO TO 4000-EXIT
005835     END-IF.
005840     MOVE ORIG-RECORD TO SCORE-RECORD.
005845     MOVE AT-NEW-GUESSES-NUM TO SCORE-GUESSES.
005850     MOVE AT-NEW-RESULT TO SCORE-RESULT.
005855     MOVE 'A' TO SCORE-ADJ-RESULT.
005860     MOVE RUN-DATE TO SCORE-ADJ-DATE.
005865     MOVE AT-REASON-CODE TO SCORE-ADJ-REASON.
005870     MOVE AT-OPERATOR-ID TO SCORE-ADJ-OPERATOR.
005875     WRITE SCORE-RECORD.
005880     IF NOT SCORE-HIST-OK
005885         DISPLAY "    *** SCOREHST write failed, status "
005890             SCORE-HIST-STATUS " -- game stands voided;"
005895             " run GUESS-RECON."
005900         MOVE "REVERSAL POSTED, REPLACEMENT NOT WRITTEN"
005905             TO REJECT-REASON
005910         SET TRAN-IS-REJECTED TO TRUE
005915         CLOSE SCORE-HIST-FILE
005920         GO TO 4000-EXIT
005925     END-IF.
005930     MOVE "REPLACEMENT" TO SIL-LABEL.
005935     PERFORM 4100-PRINT-SCORE-IMAGE THRU 4100-EXIT.
005940     CLOSE SCORE-HIST-FILE.
005950 4000-EXIT.
005960     EXIT.
005970*
005980******************************************************
005990*  4100-PRINT-SCORE-IMAGE                             *
006000*  PRINT THE SCORE RECORD IN THE BUFFER UNDER THE     *
006010*  LABEL ALREADY STAGED IN SIL-LABEL.                 *
006020******************************************************
006030 4100-PRINT-SCORE-IMAGE.
006040     MOVE SCORE-PLAYER-ID TO SIL-PLAYER-ID.
006050     MOVE SCORE-DATE TO SIL-DATE.
006060     MOVE SCORE-GUESSES TO SIL-GUESSES.
006070     MOVE SCORE-RESULT TO SIL-RESULT.
006080     MOVE SCORE-ADJ-RESULT TO SIL-ADJ-RESULT.
006090     MOVE SCORE-DIFFICULTY TO SIL-DIFFICULTY.
006100     DISPLAY SCORE-IMAGE-LINE.
006110 4100-EXIT.
006120     EXIT.
006130*
006140******************************************************
006150*  5000-REVERSE-PLAYER-MASTER                         *
006160*  BACK THE ORIGINAL GAME OUT OF THE COUNTERS (AND    *
006170*  ADD THE CORRECTED ONE BACK IN FOR AN ADJUSTMENT),  *
006180*  NEVER TAKING A COUNTER BELOW ZERO, THEN REBUILD    *
006190*  THE STREAK AND PERSONAL-BEST FIELDS FROM THE       *
006200*  PLAYER'S SURVIVING GAMES.  THE REVERSAL IS ALREADY *
006210*  ON SCOREHST, SO A MASTER THAT CANNOT BE UPDATED    *
006220*  HERE IS LEFT FOR GUESS-RECON TO REPORT.            *
006230******************************************************
006240 5000-REVERSE-PLAYER-MASTER.
006250     OPEN I-O PLAYER-MASTER-FILE.
006260     IF NOT PLAYER-MASTER-OK
006270         DISPLAY "    *** PLAYMSTR not opened, status "
006280             PLAYER-MASTER-STATUS
006290             " -- master NOT reversed."
006300         GO TO 5000-EXIT
006310     END-IF.
006320     MOVE AT-PLAYER-ID TO PM-PLAYER-ID.
006330     READ PLAYER-MASTER-FILE
006340         INVALID KEY
006350         DISPLAY "    *** No master record for "
006360             AT-PLAYER-ID " -- master NOT reversed."
006370         CLOSE PLAYER-MASTER-FILE
006380         GO TO 5000-EXIT
006390     END-READ.
006400     IF PM-GAMES-PLAYED NOT NUMERIC
006410             OR PM-GAMES-WON NOT NUMERIC
006420             OR PM-TOTAL-GUESSES NOT NUMERIC
006430         DISPLAY "    *** Master counters for "
006440             AT-PLAYER-ID " not numeric -- master NOT"
006450             " reversed; run GUESS-RECON."
006460         CLOSE PLAYER-MASTER-FILE
006470         GO TO 5000-EXIT
006480     END-IF.
006490     MOVE "MASTER BEFORE" TO MIL-LABEL.
006500     PERFORM 5800-PRINT-MASTER-IMAGE THRU 5800-EXIT.
006510     IF PM-GAMES-PLAYED > 0
006520         SUBTRACT 1 FROM PM-GAMES-PLAYED
006530     END-IF.
006540     IF ORIG-RESULT = 'W' AND PM-GAMES-WON > 0
006550         SUBTRACT 1 FROM PM-GAMES-WON
006560     END-IF.
006570     IF PM-TOTAL-GUESSES >= ORIG-GUESSES
006580         SUBTRACT ORIG-GUESSES FROM PM-TOTAL-GUESSES
006590     ELSE
006600         MOVE 0 TO PM-TOTAL-GUESSES
006610     END-IF.
006620     IF AT-ADJUST
006630         ADD 1 TO PM-GAMES-PLAYED
006640         ADD AT-NEW-GUESSES-NUM TO PM-TOTAL-GUESSES
006650         IF AT-NEW-RESULT = 'W'
006660             ADD 1 TO PM-GAMES-WON
006670         END-IF
006680     END-IF.
006690     IF PM-GAMES-PLAYED > 0
006700         COMPUTE PM-AVG-GUESSES =
006710             PM-TOTAL-GUESSES / PM-GAMES-PLAYED
006720     ELSE
006730         MOVE 0 TO PM-AVG-GUESSES
006740     END-IF.
006750     PERFORM 5100-REBUILD-STREAKS THRU 5100-EXIT.
006760     IF REPLAY-IS-OK
006770         MOVE RW-CURR-STREAK TO PM-CURR-STREAK
006780         MOVE RW-BEST-STREAK TO PM-BEST-STREAK
006790         MOVE RW-BEST-SCORE TO PM-BEST-SCORE
006800         MOVE RW-BEST-SCORE-DATE TO PM-BEST-SCORE-DATE
006810         MOVE RW-LAST-WIN-DATE TO PM-LAST-WIN-DATE
006820         MOVE RW-EXPERT-WIN-DATE TO PM-EXPERT-WIN-DATE
006830     ELSE
006840         DISPLAY "    *** Streak fields left as they"
006850             " were -- run GUESS-RCVR to rebuild."
006860     END-IF.
006870     REWRITE PLAYER-RECORD
006880         INVALID KEY
006890         DISPLAY "    *** Rewrite of " PM-PLAYER-ID
006900             " failed, status " PLAYER-MASTER-STATUS
006910         CLOSE PLAYER-MASTER-FILE
006920         GO TO 5000-EXIT
006930     END-REWRITE.
006940     MOVE "MASTER AFTER" TO MIL-LABEL.
006950     PERFORM 5800-PRINT-MASTER-IMAGE THRU 5800-EXIT.
006960     CLOSE PLAYER-MASTER-FILE.
006970 5000-EXIT.
006980     EXIT.
006990*
007000******************************************************
007010*  5100-REBUILD-STREAKS                               *
007020*  TABLE THE PLAYER'S REVERSALS (INCLUDING THE ONE    *
007030*  JUST POSTED), THEN SORT THE PLAYER'S GAMES THAT    *
007040*  ARE STILL STANDING INTO DATE ORDER AND REPLAY THE  *
007050*  STREAK RULES OVER THEM.  A HISTORY FILE THAT       *
007060*  CANNOT BE READ FAILS THE REPLAY AND THE OLD        *
007070*  FIELDS ARE KEPT.                                   *
007080******************************************************
007090 5100-REBUILD-STREAKS.
007100     SET REPLAY-IS-OK TO TRUE.
007110     MOVE 0 TO VD-COUNT.
007120     PERFORM 5110-TABLE-PLAYER-VOIDS THRU 5110-EXIT.
007130     IF REPLAY-FAILED
007140         GO TO 5100-EXIT
007150     END-IF.
007160     MOVE 0 TO RW-CURR-STREAK.
007170     MOVE 0 TO RW-BEST-STREAK.
007180     MOVE 0 TO RW-BEST-SCORE.
007190     MOVE SPACES TO RW-BEST-SCORE-DATE.
007200     MOVE SPACES TO RW-LAST-WIN-DATE.
007210     MOVE SPACES TO RW-EXPERT-WIN-DATE.
007220     SORT SORT-WORK-FILE
007230         ON ASCENDING KEY SORT-DATE
007240         INPUT PROCEDURE IS 5200-RELEASE-PLAYER-GAMES
007250             THRU 5200-EXIT
007260         OUTPUT PROCEDURE IS 5300-REPLAY-PLAYER-GAMES
007270             THRU 5300-EXIT.
007280 5100-EXIT.
007290     EXIT.
007300*
007310******************************************************
007320*  5110-TABLE-PLAYER-VOIDS                            *
007330*  COUNT THE PLAYER'S REVERSALS BY GAME DATE, ACROSS  *
007340*  THE ARCHIVES AND THE LIVE HISTORY.  NO ARCHIVE AT  *
007350*  ALL IS NORMAL BEFORE THE FIRST MONTH-END.          *
007360******************************************************
007370 5110-TABLE-PLAYER-VOIDS.
007380     OPEN INPUT SCORE-ARCH-FILE.
007390     IF SCORE-ARCH-OK
007400         MOVE 'N' TO ARCH-EOF-SWITCH
007410         PERFORM 5120-TABLE-ONE-ARCH-VOID THRU 5120-EXIT
007420             UNTIL ARCH-AT-END
007430         CLOSE SCORE-ARCH-FILE
007440     ELSE
007450         IF NOT SCORE-ARCH-NOT-FOUND
007460             DISPLAY "    *** SCORARCH not readable,"
007470                 " status " SCORE-ARCH-STATUS
007480             SET REPLAY-FAILED TO TRUE
007490             GO TO 5110-EXIT
007500         END-IF
007510     END-IF.
007520     OPEN INPUT SCORE-HIST-FILE.
007530     IF NOT SCORE-HIST-OK
007540         DISPLAY "    *** SCOREHST not readable, status "
007550             SCORE-HIST-STATUS
007560         SET REPLAY-FAILED TO TRUE
007570         GO TO 5110-EXIT
007580     END-IF.
007590     MOVE 'N' TO SCORE-EOF-SWITCH.
007600     PERFORM 5130-TABLE-ONE-LIVE-VOID THRU 5130-EXIT
007610         UNTIL SCORE-AT-END.
007620     CLOSE SCORE-HIST-FILE.
007630 5110-EXIT.
007640     EXIT.
007650*
007660******************************************************
007670*  5120-TABLE-ONE-ARCH-VOID                           *
007680******************************************************
007690 5120-TABLE-ONE-ARCH-VOID.
007700     READ SCORE-ARCH-FILE
007710         AT END
007720         SET ARCH-AT-END TO TRUE
007730         GO TO 5120-EXIT
007740     END-READ.
007750     IF SARCH-PLAYER-ID = AT-PLAYER-ID
007760             AND SARCH-RESULT = 'V'
007770         MOVE SARCH-DATE TO VD-SEARCH-DATE
007780         PERFORM 5140-ADD-ONE-VOID THRU 5140-EXIT
007790     END-IF.
007800 5120-EXIT.
007810     EXIT.
007820*
007830******************************************************
007840*  5130-TABLE-ONE-LIVE-VOID                           *
007850******************************************************
007860 5130-TABLE-ONE-LIVE-VOID.
007870     READ SCORE-HIST-FILE
007880         AT END
007890         SET SCORE-AT-END TO TRUE
007900         GO TO 5130-EXIT
007910     END-READ.
007920     IF SCORE-PLAYER-ID = AT-PLAYER-ID
007930             AND SCORE-RESULT = 'V'
007940         MOVE SCORE-DATE TO VD-SEARCH-DATE
007950         PERFORM 5140-ADD-ONE-VOID THRU 5140-EXIT
007960     END-IF.
007970 5130-EXIT.
007980     EXIT.
007990*
008000******************************************************
008010*  5140-ADD-ONE-VOID                                  *
008020*  COUNT ONE REVERSAL AGAINST THE DATE STAGED IN      *
008030*  VD-SEARCH-DATE, ADDING THE DATE TO THE TABLE IF    *
008040*  IT IS NEW.  A FULL TABLE FAILS THE REPLAY RATHER   *
008050*  THAN REBUILD THE STREAKS FROM CANCELLED GAMES.     *
008060******************************************************
008070 5140-ADD-ONE-VOID.
008080     PERFORM 5150-FIND-VOID-DATE THRU 5150-EXIT.
008090     IF VD-FOUND-SUB NOT > VD-COUNT
008100         ADD 1 TO VD-VOIDS (VD-FOUND-SUB)
008110         GO TO 5140-EXIT
008120     END-IF.
008130     IF VD-COUNT >= VD-MAX-ENTRIES
008140         IF REPLAY-IS-OK
008150             DISPLAY "    *** More than " VD-MAX-ENTRIES
008160                 " voided dates for " AT-PLAYER-ID
008170         END-IF
008180         SET REPLAY-FAILED TO TRUE
008190         GO TO 5140-EXIT
008200     END-IF.
008210     ADD 1 TO VD-COUNT.
008220     MOVE VD-SEARCH-DATE TO VD-DATE (VD-COUNT).
008230     MOVE 1 TO VD-VOIDS (VD-COUNT).
008240 5140-EXIT.
008250     EXIT.
008260*
008270******************************************************
008280*  5150-FIND-VOID-DATE                                *
008290*  SENTINEL SEARCH OF THE VOID-DATE TABLE FOR         *
008300*  VD-SEARCH-DATE.  VD-FOUND-SUB PAST VD-COUNT MEANS  *
008310*  NOT FOUND.                                         *
008320******************************************************
008330 5150-FIND-VOID-DATE.
008340     COMPUTE VD-SUB = VD-COUNT + 1.
008350     MOVE VD-SEARCH-DATE TO VD-DATE (VD-SUB).
008360     MOVE 1 TO VD-FOUND-SUB.
008370     PERFORM 5160-SCAN-ONE-VOID-DATE THRU 5160-EXIT
008380         UNTIL VD-DATE (VD-FOUND-SUB) = VD-SEARCH-DATE.
008390 5150-EXIT.
008400     EXIT.
008410*
008420******************************************************
008430*  5160-SCAN-ONE-VOID-DATE                            *
008440******************************************************
008450 5160-SCAN-ONE-VOID-DATE.
008460     ADD 1 TO VD-FOUND-SUB.
008470 5160-EXIT.
008480     EXIT.
008490*
008500******************************************************
008510*  5200-RELEASE-PLAYER-GAMES                          *
008520*  SORT INPUT PROCEDURE.  RELEASE THE PLAYER'S GAMES  *
008530*  FROM THE ARCHIVES AND THE LIVE HISTORY, SKIPPING   *
008540*  REVERSAL RECORDS AND, FOR EACH REVERSAL TABLED,    *
008550*  THE EARLIEST GAME OF THAT DATE IT CANCELS.         *
008560******************************************************
008570 5200-RELEASE-PLAYER-GAMES.
008580     OPEN INPUT SCORE-ARCH-FILE.
008590     IF SCORE-ARCH-OK
008600         MOVE 'N' TO ARCH-EOF-SWITCH
008610         PERFORM 5210-RELEASE-ONE-ARCH THRU 5210-EXIT
008620             UNTIL ARCH-AT-END
008630         CLOSE SCORE-ARCH-FILE
008640     END-IF.
008650     OPEN INPUT SCORE-HIST-FILE.
008660     IF NOT SCORE-HIST-OK
008670         GO TO 5200-EXIT
008680     END-IF.
008690     MOVE 'N' TO SCORE-EOF-SWITCH.
008700     PERFORM 5220-RELEASE-ONE-LIVE THRU 5220-EXIT
008710         UNTIL SCORE-AT-END.
008720     CLOSE SCORE-HIST-FILE.
008730 5200-EXIT.
008740     EXIT.
008750*
008760******************************************************
008770*  5210-RELEASE-ONE-ARCH                              *
008780******************************************************
008790 5210-RELEASE-ONE-ARCH.
008800     READ SCORE-ARCH-FILE
008810         AT END
008820         SET ARCH-AT-END TO TRUE
008830         GO TO 5210-EXIT
008840     END-READ.
008850     IF SARCH-PLAYER-ID NOT = AT-PLAYER-ID
008860             OR SARCH-RESULT = 'V'
008870         GO TO 5210-EXIT
008880     END-IF.
008890     MOVE SARCH-DATE TO SORT-DATE.
008900     MOVE SARCH-GUESSES TO SORT-GUESSES.
008910     MOVE SARCH-RESULT TO SORT-RESULT.
008920     MOVE SARCH-DIFFICULTY TO SORT-DIFFICULTY.
008930     PERFORM 5230-RELEASE-IF-STANDING THRU 5230-EXIT.
008940 5210-EXIT.
008950     EXIT.
008960*
008970******************************************************
008980*  5220-RELEASE-ONE-LIVE                              *
008990******************************************************
009000 5220-RELEASE-ONE-LIVE.
009010     READ SCORE-HIST-FILE
009020         AT END
009030         SET SCORE-AT-END TO TRUE
009040         GO TO 5220-EXIT
009050     END-READ.
009060     IF SCORE-PLAYER-ID NOT = AT-PLAYER-ID
009070             OR SCORE-RESULT = 'V'
009080         GO TO 5220-EXIT
009090     END-IF.
009100     MOVE SCORE-DATE TO SORT-DATE.
009110     MOVE SCORE-GUESSES TO SORT-GUESSES.
009120     MOVE SCORE-RESULT TO SORT-RESULT.
009130     MOVE SCORE-DIFFICULTY TO SORT-DIFFICULTY.
009140     PERFORM 5230-RELEASE-IF-STANDING THRU 5230-EXIT.
009150 5220-EXIT.
009160     EXIT.
009170*
009180******************************************************
009190*  5230-RELEASE-IF-STANDING                           *
009200*  A GAME WHOSE DATE STILL HAS AN UNUSED REVERSAL ON  *
009210*  THE TABLE IS THE ONE THAT REVERSAL CANCELS: USE    *
009220*  THE REVERSAL UP AND DROP THE GAME.                 *
009230******************************************************
009240 5230-RELEASE-IF-STANDING.
009250     MOVE SORT-DATE TO VD-SEARCH-DATE.
009260     PERFORM 5150-FIND-VOID-DATE THRU 5150-EXIT.
009270     IF VD-FOUND-SUB NOT > VD-COUNT
009280         IF VD-VOIDS (VD-FOUND-SUB) > 0
009290             SUBTRACT 1 FROM VD-VOIDS (VD-FOUND-SUB)
009300             GO TO 5230-EXIT
009310         END-IF
009320     END-IF.
009330     RELEASE SORT-RECORD.
009340 5230-EXIT.
009350     EXIT.
009360*
009370******************************************************
009380*  5300-REPLAY-PLAYER-GAMES                           *
009390*  SORT OUTPUT PROCEDURE.                             *
009400******************************************************
009410 5300-REPLAY-PLAYER-GAMES.
009420     MOVE 'N' TO SORT-EOF-SWITCH.
009430     PERFORM 5310-REPLAY-ONE-GAME THRU 5310-EXIT
009440         UNTIL SORT-AT-END.
009450 5300-EXIT.
009460     EXIT.
009470*
009480******************************************************
009490*  5310-REPLAY-ONE-GAME                               *
009500******************************************************
009510 5310-REPLAY-ONE-GAME.
009520     RETURN SORT-WORK-FILE
009530         AT END
009540         SET SORT-AT-END TO TRUE
009550         GO TO 5310-EXIT
009560     END-RETURN.
009570     PERFORM 5400-FOLD-IN-ONE-GAME THRU 5400-EXIT.
009580 5310-EXIT.
009590     EXIT.
009600*
009610******************************************************
009620*  5400-FOLD-IN-ONE-GAME                              *
009630*  THE PLAYREC STREAK RULES, REPLAYED AS GUESS-RCVR   *
009640*  DOES: A WIN THE GAMING DAY AFTER THE LAST WIN      *
009650*  EXTENDS THE STREAK, ANY OTHER WIN STARTS ONE, AND  *
009660*  ANYTHING ELSE ENDS IT.  THE PERSONAL BEST IS THE   *
009670*  FEWEST GUESSES IN ANY WIN.                         *
009680******************************************************
009690 5400-FOLD-IN-ONE-GAME.
009700     IF SORT-RESULT NOT = 'W'
009710         MOVE 0 TO RW-CURR-STREAK
009720         GO TO 5400-EXIT
009730     END-IF.
009740     PERFORM 5500-COMPUTE-PREV-DAY THRU 5500-EXIT.
009750     IF RW-LAST-WIN-DATE = PREV-GAME-DATE
009760         ADD 1 TO RW-CURR-STREAK
009770     ELSE
009780         MOVE 1 TO RW-CURR-STREAK
009790     END-IF.
009800     MOVE SORT-DATE TO RW-LAST-WIN-DATE.
009810     IF RW-CURR-STREAK > RW-BEST-STREAK
009820         MOVE RW-CURR-STREAK TO RW-BEST-STREAK
009830     END-IF.
009840     IF RW-BEST-SCORE = 0
009850             OR SORT-GUESSES < RW-BEST-SCORE
009860         MOVE SORT-GUESSES TO RW-BEST-SCORE
009870         MOVE SORT-DATE TO RW-BEST-SCORE-DATE
009880     END-IF.
009890     IF SORT-DIFFICULTY = 'E'
009900             AND RW-EXPERT-WIN-DATE = SPACES
009910         MOVE SORT-DATE TO RW-EXPERT-WIN-DATE
009920     END-IF.
009930 5400-EXIT.
009940     EXIT.
009950*
009960******************************************************
009970*  5500-COMPUTE-PREV-DAY                              *
009980*  THE GAMING DAY BEFORE THE GAME IN HAND, FOR THE    *
009990*  CONSECUTIVE-GAMING-DAY STREAK TEST, ROLLING        *
010000*  MONTH AND YEAR BACKWARD AND BRIDGING NON-GAMING    *
010010*  DATES EXACTLY AS THE GAME PROGRAMS DO.             *
010020******************************************************
010030 5500-COMPUTE-PREV-DAY.
010040     MOVE SORT-DATE TO YDAY-WORK-DATE-X.
010050     IF YDAY-WORK-DATE NOT NUMERIC
010060         MOVE SPACES TO PREV-GAME-DATE
010070         GO TO 5500-EXIT
010080     END-IF.
010090     PERFORM 5505-BACK-ONE-DAY THRU 5505-EXIT.
010100     MOVE 0 TO BRIDGE-DAY-COUNT.
010102     MOVE SORT-DATE TO PARM-AS-OF-DATE.
010104     MOVE "MAX-BRIDGE-DAYS" TO PARM-WANTED-NAME.
010106     PERFORM 8850-GET-PARAMETER THRU 8850-EXIT.
010108     MOVE PARM-FOUND-VALUE TO MAX-BRIDGE-DAYS.
010110 5500-CHECK-CALENDAR.
010120     MOVE YDAY-WORK-DATE-X TO CAL-CHECK-DATE.
010130     PERFORM 5520-CHECK-NON-GAMING THRU 5520-EXIT.
010140     IF DATE-IS-NON-GAMING
010150             AND BRIDGE-DAY-COUNT < MAX-BRIDGE-DAYS
010160         PERFORM 5505-BACK-ONE-DAY THRU 5505-EXIT
010170         ADD 1 TO BRIDGE-DAY-COUNT
010180         GO TO 5500-CHECK-CALENDAR
010190     END-IF.
010200     MOVE YDAY-WORK-DATE-X TO PREV-GAME-DATE.
010210 5500-EXIT.
010220     EXIT.
010230*
010240******************************************************
010250*  5505-BACK-ONE-DAY                                  *
010260*  STEP YDAY-WORK-DATE BACKWARD ONE CALENDAR DAY,     *
010270*  ROLLING MONTH AND YEAR AS NEEDED.                  *
010280******************************************************
010290 5505-BACK-ONE-DAY.
010300     SUBTRACT 1 FROM YDAY-DAY.
010310     IF YDAY-DAY = 0
010320         SUBTRACT 1 FROM YDAY-MONTH
010330         IF YDAY-MONTH = 0
010340             MOVE 12 TO YDAY-MONTH
010350             SUBTRACT 1 FROM YDAY-YEAR
010360         END-IF
010370         PERFORM 5510-CHECK-LEAP-YEAR THRU 5510-EXIT
010380         IF YDAY-MONTH = 2 AND IS-LEAP-YEAR
010390             MOVE 29 TO YDAY-DAY
010400         ELSE
010410             MOVE MONTH-DAYS (YDAY-MONTH) TO YDAY-DAY
010420         END-IF
010430     END-IF.
010440 5505-EXIT.
010450     EXIT.
010460*
010470******************************************************
010480*  5520-CHECK-NON-GAMING                              *
010490*  LINEAR SEARCH OF THE NON-GAMING TABLE FOR THE      *
010500*  DATE STAGED IN CAL-CHECK-DATE.  A DATE NOT ON      *
010510*  THE TABLE IS A GAMING DAY.                         *
010520******************************************************
010530 5520-CHECK-NON-GAMING.
010540     SET DATE-IS-GAMING TO TRUE.
010550     MOVE 1 TO NG-SUB.
010560     PERFORM 5530-SCAN-ONE-NG-DAY THRU 5530-EXIT
010570         UNTIL NG-SUB > NG-COUNT
010580             OR NG-DATE (NG-SUB) = CAL-CHECK-DATE.
010590     IF NG-SUB NOT > NG-COUNT
010600         SET DATE-IS-NON-GAMING TO TRUE
010610     END-IF.
010620 5520-EXIT.
010630     EXIT.
010640*
010650******************************************************
010660*  5530-SCAN-ONE-NG-DAY                               *
010670******************************************************
010680 5530-SCAN-ONE-NG-DAY.
010690     ADD 1 TO NG-SUB.
010700 5530-EXIT.
010710     EXIT.
010720*
010730******************************************************
010740*  5510-CHECK-LEAP-YEAR                               *
010750*  A YEAR DIVISIBLE BY 4 IS A LEAP YEAR, EXCEPT A     *
010760*  CENTURY YEAR MUST ALSO BE DIVISIBLE BY 400.        *
010770******************************************************
010780 5510-CHECK-LEAP-YEAR.
010790     SET NOT-LEAP-YEAR TO TRUE.
010800     DIVIDE YDAY-YEAR BY 4
010810         GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER.
010820     IF LEAP-REMAINDER NOT = 0
010830         GO TO 5510-EXIT
010840     END-IF.
010850     DIVIDE YDAY-YEAR BY 100
010860         GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER.
010870     IF LEAP-REMAINDER NOT = 0
010880         SET IS-LEAP-YEAR TO TRUE
010890         GO TO 5510-EXIT
010900     END-IF.
010910     DIVIDE YDAY-YEAR BY 400
010920         GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER.
010930     IF LEAP-REMAINDER = 0
010940         SET IS-LEAP-YEAR TO TRUE
010950     END-IF.
010960 5510-EXIT.
010970     EXIT.
010980*
010990******************************************************
011000*  5800-PRINT-MASTER-IMAGE                            *
011010*  PRINT THE PLAYER-MASTER RECORD IN THE BUFFER UNDER *
011020*  THE LABEL ALREADY STAGED IN MIL-LABEL.             *
011030******************************************************
011040 5800-PRINT-MASTER-IMAGE.
011050     MOVE PM-GAMES-PLAYED TO MIL-PLAYED.
011060     MOVE PM-GAMES-WON TO MIL-WON.
011070     MOVE PM-TOTAL-GUESSES TO MIL-GUESSES.
011080     MOVE PM-AVG-GUESSES TO MIL-AVG.
011090     DISPLAY MASTER-IMAGE-LINE.
011100     IF PM-CURR-STREAK NUMERIC
011110         MOVE PM-CURR-STREAK TO STL-CURR-STREAK
011120     ELSE
011130         MOVE 0 TO STL-CURR-STREAK
011140     END-IF.
011150     IF PM-BEST-STREAK NUMERIC
011160         MOVE PM-BEST-STREAK TO STL-BEST-STREAK
011170     ELSE
011180         MOVE 0 TO STL-BEST-STREAK
011190     END-IF.
011200     IF PM-BEST-SCORE NUMERIC
011210         MOVE PM-BEST-SCORE TO STL-BEST-SCORE
011220     ELSE
011230         MOVE 0 TO STL-BEST-SCORE
011240     END-IF.
011250     MOVE PM-BEST-SCORE-DATE TO STL-BEST-SCORE-DATE.
011260     MOVE PM-LAST-WIN-DATE TO STL-LAST-WIN-DATE.
011270     DISPLAY STREAK-IMAGE-LINE.
011280 5800-EXIT.
011290     EXIT.
011300*
011310******************************************************
011320*  6000-TAKE-BACK-ACHIEVEMENTS                        *
011330*  EVERY ACHIEVEMENT LINE FOR THE PLAYER ON THE GAME  *
011340*  DATE WAS ANNOUNCED BY THAT GAME.  COPY THE FILE TO *
011350*  THE WORK FILE WITHOUT THEM, PRINTING EACH ONE      *
011360*  DROPPED, AND COPY IT BACK ONLY IF ANY WERE.        *
011362*  A TOURNAMENT CHAMPION LINE IS KEPT: IT WAS EARNED  *
011364*  BY THE BRACKET (GUESS-TRNY), NOT BY THE GAME, AND  *
011366*  EARNED NO HINT CREDIT.                             *
011370******************************************************
011380 6000-TAKE-BACK-ACHIEVEMENTS.
011390     MOVE 0 TO ACH-REMOVED-COUNT.
011400     OPEN INPUT ACHIEVEMENT-FILE.
011410     IF NOT ACHIEVEMENT-OK
011420         GO TO 6000-EXIT
011430     END-IF.
011440     OPEN OUTPUT ACH-WORK-FILE.
011450     IF NOT ACH-WORK-OK
011460         DISPLAY "    *** Cannot open ACHVWORK, status "
011470             ACH-WORK-STATUS
011480             " -- achievements NOT taken back."
011490         CLOSE ACHIEVEMENT-FILE
011500         GO TO 6000-EXIT
011510     END-IF.
011520     MOVE 'N' TO ACH-EOF-SWITCH.
011530     PERFORM 6100-COPY-ONE-ACH-OUT THRU 6100-EXIT
011540         UNTIL ACH-AT-END.
011550     CLOSE ACHIEVEMENT-FILE.
011560     CLOSE ACH-WORK-FILE.
011570     IF ACH-REMOVED-COUNT = 0
011580         GO TO 6000-EXIT
011590     END-IF.
011600     OPEN INPUT ACH-WORK-FILE.
011610     OPEN OUTPUT ACHIEVEMENT-FILE.
011620     MOVE 'N' TO ACH-EOF-SWITCH.
011630     PERFORM 6200-COPY-ONE-ACH-BACK THRU 6200-EXIT
011640         UNTIL ACH-AT-END.
011650     CLOSE ACH-WORK-FILE.
011660     CLOSE ACHIEVEMENT-FILE.
011670     ADD ACH-REMOVED-COUNT TO ACH-REMOVED-TOTAL.
011680 6000-EXIT.
011690     EXIT.
011700*
011710******************************************************
011720*  6100-COPY-ONE-ACH-OUT                              *
011730******************************************************
011740 6100-COPY-ONE-ACH-OUT.
011750     READ ACHIEVEMENT-FILE
011760         AT END
011770         SET ACH-AT-END TO TRUE
011780         GO TO 6100-EXIT
011790     END-READ.
011800     IF ACH-PLAYER-ID = AT-PLAYER-ID
011810             AND ACH-DATE = AT-GAME-DATE
011815             AND ACH-TEXT (1:20) NOT = "TOURNAMENT CHAMPION "
011820         ADD 1 TO ACH-REMOVED-COUNT
011830         DISPLAY "    ACHIEVEMENT TAKEN BACK: " ACH-TEXT
011840         GO TO 6100-EXIT
011850     END-IF.
011860     WRITE ACH-WORK-RECORD FROM ACHIEVEMENT-RECORD.
011870 6100-EXIT.
011880     EXIT.
011890*
011900******************************************************
011910*  6200-COPY-ONE-ACH-BACK                             *
011920******************************************************
011930 6200-COPY-ONE-ACH-BACK.
011940     READ ACH-WORK-FILE INTO ACHIEVEMENT-RECORD
011950         AT END
011960         SET ACH-AT-END TO TRUE
011970         GO TO 6200-EXIT
011980     END-READ.
011990     WRITE ACHIEVEMENT-RECORD.
012000 6200-EXIT.
012010     EXIT.
012020*
012030******************************************************
012040*  6500-TAKE-BACK-CREDITS                             *
012050*  EACH ACHIEVEMENT TAKEN BACK HAD EARNED ONE HINT    *
012060*  CREDIT.  TAKE BACK AS MANY AS ARE STILL UNSPENT    *
012070*  IN THE BALANCE AND REPORT THE REST AS ALREADY      *
012080*  SPENT -- SPENT CREDITS ARE NOT CLAWED BACK.        *
012090******************************************************
012100 6500-TAKE-BACK-CREDITS.
012110     IF ACH-REMOVED-COUNT = 0
012120         GO TO 6500-EXIT
012130     END-IF.
012140     OPEN I-O CREDIT-FILE.
012150     IF NOT CREDIT-FILE-OK
012160         DISPLAY "    *** CREDFILE not opened, status "
012170             CREDIT-FILE-STATUS
012180             " -- credits NOT taken back."
012190         GO TO 6500-EXIT
012200     END-IF.
012210     MOVE AT-PLAYER-ID TO CD-PLAYER-ID.
012220     READ CREDIT-FILE
012230         INVALID KEY
012240         DISPLAY "    *** No credit account for "
012250             AT-PLAYER-ID
012260         CLOSE CREDIT-FILE
012270         GO TO 6500-EXIT
012280     END-READ.
012290     IF CD-CREDIT-BALANCE NOT NUMERIC
012300             OR CD-CREDITS-EARNED NOT NUMERIC
012310             OR CD-CREDITS-SPENT NOT NUMERIC
012320         DISPLAY "    *** Credit account for "
012330             AT-PLAYER-ID " not numeric -- credits NOT"
012340             " taken back."
012350         CLOSE CREDIT-FILE
012360         GO TO 6500-EXIT
012370     END-IF.
012380     MOVE "CREDIT BEFORE" TO CIL-LABEL.
012390     PERFORM 6600-PRINT-CREDIT-IMAGE THRU 6600-EXIT.
012400     MOVE ACH-REMOVED-COUNT TO CREDITS-TO-TAKE.
012410     IF CREDITS-TO-TAKE > CD-CREDIT-BALANCE
012420         MOVE CD-CREDIT-BALANCE TO CREDITS-TO-TAKE
012430     END-IF.
012440     COMPUTE CREDITS-SHORT =
012450         ACH-REMOVED-COUNT - CREDITS-TO-TAKE.
012460     SUBTRACT CREDITS-TO-TAKE FROM CD-CREDIT-BALANCE.
012470     IF CD-CREDITS-EARNED >= CREDITS-TO-TAKE
012480         SUBTRACT CREDITS-TO-TAKE FROM CD-CREDITS-EARNED
012490     ELSE
012500         MOVE 0 TO CD-CREDITS-EARNED
012510     END-IF.
012520     REWRITE CREDIT-RECORD
012530         INVALID KEY
012540         DISPLAY "    *** Rewrite of credit account "
012550             CD-PLAYER-ID " failed, status "
012560             CREDIT-FILE-STATUS
012570         CLOSE CREDIT-FILE
012580         GO TO 6500-EXIT
012590     END-REWRITE.
012600     CLOSE CREDIT-FILE.
012602     IF CREDITS-TO-TAKE > 0
012604         PERFORM 6550-POST-LEDGER-REVERSAL THRU 6550-EXIT
012606     END-IF.
012610     MOVE "CREDIT AFTER" TO CIL-LABEL.
012620     PERFORM 6600-PRINT-CREDIT-IMAGE THRU 6600-EXIT.
012630     ADD CREDITS-TO-TAKE TO CREDITS-BACK-TOTAL.
012640     ADD CREDITS-SHORT TO CREDITS-SHORT-TOTAL.
012650     IF CREDITS-SHORT > 0
012660         MOVE CREDITS-SHORT TO COUNT-EDIT
012670         DISPLAY "    CREDITS ALREADY SPENT, NOT"
012680             " RECOVERED: " COUNT-EDIT
012690     END-IF.
012700 6500-EXIT.
012710     EXIT.
012720*
012721******************************************************
012722*  6550-POST-LEDGER-REVERSAL                          *
012723*  WRITE THE CREDITS JUST TAKEN BACK TO THE           *
012724*  HINT-CREDIT LEDGER AS ONE REVERSAL ENTRY NAMING    *
012725*  THE GAMING DAY OF THE GAME ACTED ON.               *
012726******************************************************
012727 6550-POST-LEDGER-REVERSAL.
012728     OPEN EXTEND CREDIT-LEDGER-FILE.
012729     IF CREDIT-LEDGER-NOT-FOUND
012730         OPEN OUTPUT CREDIT-LEDGER-FILE
012731     END-IF.
012732     IF NOT CREDIT-LEDGER-OK
012733         DISPLAY "    *** CREDLDGR not opened, status "
012734             CREDIT-LEDGER-STATUS
012735             " -- reversal NOT logged."
012736         GO TO 6550-EXIT
012737     END-IF.
012738     MOVE AT-PLAYER-ID    TO CL-PLAYER-ID.
012739     MOVE RUN-DATE        TO CL-DATE.
012740     ACCEPT CL-TIME FROM TIME.
012741     MOVE 'R'             TO CL-TYPE.
012742     MOVE CREDITS-TO-TAKE TO CL-AMOUNT.
012743     MOVE AT-GAME-DATE    TO CL-REFERENCE.
012744     WRITE CREDIT-LEDGER-RECORD.
012745     CLOSE CREDIT-LEDGER-FILE.
012746 6550-EXIT.
012747     EXIT.
012748*
012749******************************************************
012750*  6600-PRINT-CREDIT-IMAGE                            *
012751******************************************************
012760 6600-PRINT-CREDIT-IMAGE.
012770     MOVE CD-CREDIT-BALANCE TO CIL-BALANCE.
012780     MOVE CD-CREDITS-EARNED TO CIL-EARNED.
012790     MOVE CD-CREDITS-SPENT TO CIL-SPENT.
012800     DISPLAY CREDIT-IMAGE-LINE.
012810 6600-EXIT.
012820     EXIT.
012830*
012840******************************************************
012850*  8000-PRINT-TOTALS                                  *
012860******************************************************
012870 8000-PRINT-TOTALS.
012880     DISPLAY " ".
012890     DISPLAY "                 RUN TOTALS".
012900     MOVE TRANS-READ-COUNT TO COUNT-EDIT.
012910     DISPLAY "Transactions read:   " COUNT-EDIT.
012920     MOVE TRANS-VOID-COUNT TO COUNT-EDIT.
012930     DISPLAY "Games voided:        " COUNT-EDIT.
012940     MOVE TRANS-ADJUST-COUNT TO COUNT-EDIT.
012950     DISPLAY "Games adjusted:      " COUNT-EDIT.
012960     MOVE TRANS-REJECT-COUNT TO COUNT-EDIT.
012970     DISPLAY "Rejected:            " COUNT-EDIT.
012980     MOVE ACH-REMOVED-TOTAL TO COUNT-EDIT.
012990     DISPLAY "Achievements removed:" COUNT-EDIT.
013000     MOVE CREDITS-BACK-TOTAL TO COUNT-EDIT.
013010     DISPLAY "Credits taken back:  " COUNT-EDIT.
013020     MOVE CREDITS-SHORT-TOTAL TO COUNT-EDIT.
013030     DISPLAY "Credits not recovered" COUNT-EDIT.
013040 8000-EXIT.
013050     EXIT.
013060*
013061******************************************************
013062*  8800-LOAD-PARAMETERS                               *
013063*  TABLE EVERY GAME PARAMETER ENTRY: THE STANDING     *
013064*  DEFAULTS FIRST (EFFECTIVE 00000000), THEN EACH     *
013065*  PARMFILE ENTRY IN FILE ORDER.  NO PARMFILE MEANS   *
013066*  THE DEFAULTS STAND.  AN ENTRY FOR AN UNKNOWN       *
013067*  PARAMETER, WITH A NON-NUMERIC VALUE OR DATE, OR    *
013068*  BEYOND THE END OF THE TABLE IS IGNORED AND         *
013069*  COUNTED.                                           *
013070******************************************************
013071 8800-LOAD-PARAMETERS.
013072     MOVE 0 TO PE-COUNT.
013073     MOVE 0 TO PARM-ENTRIES-IGNORED.
013074     MOVE 1 TO PD-SUB.
013075     PERFORM 8810-LOAD-ONE-DEFAULT THRU 8810-EXIT
013076         UNTIL PD-SUB > PD-COUNT.
013077     OPEN INPUT PARM-FILE.
013078     IF PARM-FILE-NOT-FOUND
013079         GO TO 8800-EXIT
013080     END-IF.
013081     IF NOT PARM-FILE-OK
013082         DISPLAY "Cannot open PARMFILE, status "
013083             PARM-FILE-STATUS " -- standing rules used."
013084         GO TO 8800-EXIT
013085     END-IF.
013086     MOVE 'N' TO PARM-EOF-SWITCH.
013087     PERFORM 8820-LOAD-ONE-ENTRY THRU 8820-EXIT
013088         UNTIL PARM-AT-END.
013089     CLOSE PARM-FILE.
013090     IF PARM-ENTRIES-IGNORED > 0
013091         DISPLAY "PARMFILE entries ignored: "
013092             PARM-ENTRIES-IGNORED
013093     END-IF.
013094 8800-EXIT.
013095     EXIT.
013096*
013097 8810-LOAD-ONE-DEFAULT.
013098     ADD 1 TO PE-COUNT.
013099     MOVE PD-NAME (PD-SUB) TO PE-NAME (PE-COUNT).
013100     MOVE "00000000" TO PE-EFFECTIVE-DATE (PE-COUNT).
013101     MOVE PD-DEFAULT (PD-SUB) TO PE-VALUE (PE-COUNT).
013102     ADD 1 TO PD-SUB.
013103 8810-EXIT.
013104     EXIT.
013105*
013106 8820-LOAD-ONE-ENTRY.
013107     READ PARM-FILE
013108         AT END
013109         SET PARM-AT-END TO TRUE
013110         GO TO 8820-EXIT
013111     END-READ.
013112     MOVE 1 TO PD-SUB.
013113     PERFORM 8830-SCAN-ONE-NAME THRU 8830-EXIT
013114         UNTIL PD-SUB > PD-COUNT
013115             OR PD-NAME (PD-SUB) = PARM-NAME.
013116     IF PD-SUB > PD-COUNT
013117             OR PARM-VALUE NOT NUMERIC
013118             OR PARM-EFFECTIVE-DATE NOT NUMERIC
013119             OR PE-COUNT NOT < PE-MAX
013120         ADD 1 TO PARM-ENTRIES-IGNORED
013121         GO TO 8820-EXIT
013122     END-IF.
013123     ADD 1 TO PE-COUNT.
013124     MOVE PARM-NAME TO PE-NAME (PE-COUNT).
013125     MOVE PARM-EFFECTIVE-DATE TO PE-EFFECTIVE-DATE (PE-COUNT).
013126     MOVE PARM-VALUE TO PE-VALUE (PE-COUNT).
013127 8820-EXIT.
013128     EXIT.
013129*
013130 8830-SCAN-ONE-NAME.
013131     ADD 1 TO PD-SUB.
013132 8830-EXIT.
013133     EXIT.
013134*
013135******************************************************
013136*  8850-GET-PARAMETER                                 *
013137*  THE VALUE OF PARM-WANTED-NAME IN FORCE ON          *
013138*  PARM-AS-OF-DATE: THE ENTRY WITH THE LATEST         *
013139*  EFFECTIVE DATE NOT AFTER IT, THE LATER ON THE FILE *
013140*  WHERE TWO SHARE A DATE.  THE DEFAULTS, EFFECTIVE   *
013141*  00000000, ARE ALWAYS A CANDIDATE.                  *
013142******************************************************
013143 8850-GET-PARAMETER.
013144     MOVE 0 TO PARM-FOUND-VALUE.
013145     MOVE SPACES TO PARM-FOUND-DATE.
013146     MOVE 1 TO PE-SUB.
013147     PERFORM 8860-CHECK-ONE-ENTRY THRU 8860-EXIT
013148         UNTIL PE-SUB > PE-COUNT.
013149 8850-EXIT.
013150     EXIT.
013151*
013152 8860-CHECK-ONE-ENTRY.
013153     IF PE-NAME (PE-SUB) = PARM-WANTED-NAME
013154             AND PE-EFFECTIVE-DATE (PE-SUB) NOT > PARM-AS-OF-DATE
013155             AND PE-EFFECTIVE-DATE (PE-SUB) NOT < PARM-FOUND-DATE
013156         MOVE PE-VALUE (PE-SUB) TO PARM-FOUND-VALUE
013157         MOVE PE-EFFECTIVE-DATE (PE-SUB) TO PARM-FOUND-DATE
013158     END-IF.
013159     ADD 1 TO PE-SUB.
013160 8860-EXIT.
013161     EXIT.
013162*
013163******************************************************
013164*  9999-EXIT                                          *
013165******************************************************
013166 9999-EXIT.
013167     STOP RUN.
