000010******************************************************
000020*  GUESS-TRNY                                         *
000030*  INDIVIDUAL KNOCKOUT TOURNAMENTS.  OPERATIONS       *
000040*  OPENS A TOURNAMENT FROM AN ENTRY LIST (TRNYENTR,   *
000050*  ONE PLAYER ID PER LINE) AND A START DATE; THE JOB  *
000060*  SEEDS THE FIELD BY SKILL RATING (RT-RATING ON      *
000070*  RATEFILE, HIGHEST FIRST, UNRATED PLAYERS LAST IN   *
000080*  ENTRY ORDER) AND BUILDS A SINGLE-ELIMINATION       *
000090*  BRACKET ON THE BRACKET FILE (TRNYBRKT, SEE         *
000100*  TRNYREC.CPY).  A FIELD THAT IS NOT A POWER OF TWO  *
000110*  GIVES THE TOP SEEDS FIRST-ROUND BYES.  EACH ROUND  *
000120*  IS PLAYED ON ONE GAMING DAY OF THE GAMING          *
000130*  CALENDAR (GAMECAL): ROUND 1 ON THE FIRST GAMING    *
000140*  DAY ON OR AFTER THE START DATE, EACH LATER ROUND   *
000150*  ON THE NEXT GAMING DAY AFTER THE ONE BEFORE.       *
000160*                                                     *
000170*  RUN IN RESOLVE MODE EACH NIGHT AFTER GUESS-EOD HAS *
000180*  CLOSED THE DAY (GUESS-STRM DOES THIS).  EVERY      *
000190*  MATCH DUE THAT DAY IS DECIDED FROM THE DAY'S       *
000200*  SCORE-HISTORY RECORDS (SCOREHST).  A PLAYER'S      *
000210*  GAME IS THE EARLIEST OF THE DAY STILL STANDING    *
000220*  AFTER ANY GUESS-ADJT VOIDS.  THE MATCH GOES TO:    *
000230*      A WIN OVER A LOSS, THEN                        *
000240*      FEWER GUESSES, THEN                            *
000250*      FEWER HINTS (SCORE-HINTS), THEN                *
000260*      THE HIGHER SEED.                               *
000270*  A PLAYER WITH NO GAME THAT DAY FORFEITS; IF        *
000280*  NEITHER PLAYED THE HIGHER SEED GOES THROUGH.       *
000290*  WHEN A ROUND IS DECIDED THE WINNERS ARE DRAWN      *
000300*  INTO THE NEXT ROUND, AND THE WINNER OF THE FINAL   *
000310*  IS WRITTEN TO THE ACHIEVEMENT FILE (ACHVFILE) SO   *
000320*  GUESS-RPT SHOWS THE CHAMPION.  THE UPDATED         *
000330*  BRACKET IS PRINTED.  A RESOLVE RUN IS REFUSED      *
000340*  UNTIL GUESS-EOD HAS COMPLETED FOR THE DATE ON THE  *
000350*  RUN-CONTROL FILE (RUNCTRL), AND POSTS ITS OWN      *
000360*  STATUS THERE.  PRINT MODE PRINTS ONE BRACKET.      *
000370*                                                     *
000380*  To compile and run on your friendly Linux system:  *
000390*         cobc -x guess-trny.cobol                    *
000400******************************************************
000410*
000420******************************************************
000430*  MODIFICATION HISTORY                               *
000440******************************************************
000450*  DATE       INIT  DESCRIPTION                        *
000460*  ---------- ----  ------------------------------     *
000470*  2026-10-15 DLM   NEW PROGRAM.                       *
000472*  2026-10-15 DLM   MATCH DAYS BRIDGE THE NON-GAMING   *
000474*                   DAYS (MAX-BRIDGE-DAYS) IN FORCE ON *
000476*                   THE GAME PARAMETER FILE            *
000478*                   (PARMFILE).                        *
000480******************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. GUESS-TRNY.
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
000620     SELECT TOURNAMENT-FILE ASSIGN TO "TRNYBRKT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS TOURNAMENT-STATUS.
000650     SELECT ENTRY-FILE ASSIGN TO "TRNYENTR"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS ENTRY-STATUS.
000680     SELECT RATING-FILE ASSIGN TO "RATEFILE"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS RT-PLAYER-ID
000720         FILE STATUS IS RATING-STATUS.
000730     SELECT SCORE-HIST-FILE ASSIGN TO "SCOREHST"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS SCORE-HIST-STATUS.
000760     SELECT CALENDAR-FILE ASSIGN TO "GAMECAL"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS CALENDAR-STATUS.
000790     SELECT ACHIEVEMENT-FILE ASSIGN TO "ACHVFILE"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS ACHIEVEMENT-STATUS.
000820     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS RANDOM
000850         RECORD KEY IS RC-KEY
000860         FILE STATUS IS RUN-CONTROL-STATUS.
000862     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000864         ORGANIZATION IS LINE SEQUENTIAL
000866         FILE STATUS IS PARM-FILE-STATUS.
000870     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
000880*
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  TOURNAMENT-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  TOURNAMENT-IO-AREA          PIC X(73).
000940*
000950 FD  ENTRY-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 01  ENTRY-RECORD.
000980     05  EN-PLAYER-ID             PIC X(10).
000990     05  FILLER                   PIC X(70).
001000*
001010 FD  RATING-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY "RATEREC.CPY".
001040*
001050 FD  SCORE-HIST-FILE
001060     LABEL RECORDS ARE STANDARD.
001070     COPY "SCOREREC.CPY".
001080*
001090 FD  CALENDAR-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY "CALREC.CPY".
001120*
001130 FD  ACHIEVEMENT-FILE
001140     LABEL RECORDS ARE STANDARD.
001150     COPY "ACHVREC.CPY".
001160*
001170 FD  RUN-CONTROL-FILE
001180     LABEL RECORDS ARE STANDARD.
001190     COPY "RUNCREC.CPY".
001192*
001194 FD  PARM-FILE
001196     LABEL RECORDS ARE STANDARD.
001198     COPY "PARMREC.CPY".
001200*
001210 SD  SORT-WORK-FILE.
001220 01  SORT-RECORD.
001230     05  SORT-RATING              PIC 9(03).
001240     05  SORT-ENTRY-SEQ           PIC 9(03).
001250     05  SORT-PLAYER-ID           PIC X(10).
001260*
001270 WORKING-STORAGE SECTION.
001280*
001290*    THE BRACKET FILE IS HELD HERE WHILE THE JOB RUNS AND
001300*    WRITTEN BACK WHOLE.  THE KEY FIELDS OF A MATCH ARE
001310*    BROKEN OUT FOR SEARCHING; THE FULL RECORD IS WORKED
001320*    ON IN TOURNAMENT-RECORD.
001330 77  BT-MAX-ENTRIES              PIC 9(03)  COMP  VALUE 500.
001340 77  BT-COUNT                    PIC 9(03)  COMP  VALUE 0.
001350 77  BT-SUB                      PIC 9(03)  COMP  VALUE 0.
001360 77  BR-SUB                      PIC 9(03)  COMP  VALUE 0.
001370 77  BT-FOUND-SUB                PIC 9(03)  COMP  VALUE 0.
001380 01  BRACKET-TABLE.
001390     05  BT-ENTRY OCCURS 500 TIMES.
001400         10  BT-TOURN-ID         PIC X(08).
001410         10  BT-RECORD-TYPE      PIC X(01).
001420         10  BT-ROUND            PIC 9(02).
001430         10  BT-MATCH-NO         PIC 9(03).
001440         10  BT-ROUND-DATE       PIC X(08).
001450         10  FILLER              PIC X(38).
001460         10  BT-WINNER           PIC X(01).
001470         10  FILLER              PIC X(12).
001480     COPY "TRNYREC.CPY".
001490*
001500*    THE FIELD IN SEED ORDER, AND THE BRACKET POSITIONS:
001510*    PO-SEED (N) IS THE SEED DRAWN INTO SLOT N OF ROUND 1.
001520 77  SL-MAX-ENTRIES              PIC 9(03)  COMP  VALUE 64.
001530 77  SL-COUNT                    PIC 9(03)  COMP  VALUE 0.
001540 77  SL-SUB                      PIC 9(03)  COMP  VALUE 0.
001550 01  SEED-LIST.
001560     05  SL-ENTRY OCCURS 64 TIMES.
001570         10  SL-PLAYER-ID        PIC X(10).
001580         10  SL-RATING           PIC 9(03).
001590 77  PO-SIZE                     PIC 9(03)  COMP  VALUE 0.
001600 77  PO-SUB                      PIC 9(03)  COMP  VALUE 0.
001610 77  PW-SUB                      PIC 9(03)  COMP  VALUE 0.
001620 01  PLACEMENT-TABLE.
001630     05  PO-SEED                 PIC 9(03)  OCCURS 64 TIMES.
001640 01  PLACEMENT-WORK.
001650     05  PW-SEED                 PIC 9(03)  OCCURS 64 TIMES.
001660*
001670*    EACH PLAYER DUE TO PLAY TODAY AND THE DAY'S GAMES
001680*    FROM SCOREHST, IN FILE ORDER.
001690 77  GT-MAX-ENTRIES              PIC 9(03)  COMP  VALUE 200.
001700 77  GT-COUNT                    PIC 9(03)  COMP  VALUE 0.
001710 77  GT-SUB                      PIC 9(03)  COMP  VALUE 0.
001720 77  GT-MAX-GAMES                PIC 9(02)  COMP  VALUE 9.
001730 77  GT-GAME-SUB                 PIC 9(02)  COMP  VALUE 0.
001740 01  GAME-TABLE.
001750     05  GT-ENTRY OCCURS 200 TIMES.
001760         10  GT-PLAYER-ID        PIC X(10).
001770         10  GT-VOIDS            PIC 9(02).
001780         10  GT-GAMES            PIC 9(02).
001790         10  GT-GAME OCCURS 9 TIMES.
001800             15  GT-RESULT       PIC X(01).
001810             15  GT-GUESSES      PIC 9(03).
001820             15  GT-HINTS        PIC 9(02).
001830*
001840 77  NG-MAX-ENTRIES              PIC 9(03)  COMP  VALUE 400.
001850 77  NG-COUNT                    PIC 9(03)  COMP  VALUE 0.
001860 77  NG-SUB                      PIC 9(03)  COMP  VALUE 0.
001870 77  BRIDGE-DAY-COUNT            PIC 9(02)  VALUE 0.
001880 77  MAX-BRIDGE-DAYS             PIC 9(02)  VALUE 0.
001890 01  NON-GAMING-TABLE.
001900     05  NG-DATE                 PIC X(08)  OCCURS 400.
001910 01  CAL-CHECK-DATE              PIC X(08)  VALUE SPACES.
001920 01  DAY-CALENDAR-SWITCH         PIC X(01)  VALUE 'G'.
001930     88  DATE-IS-GAMING          VALUE 'G'.
001940     88  DATE-IS-NON-GAMING      VALUE 'N'.
001950 01  NEXT-WORK-DATE.
001960     05  NEXT-YEAR               PIC 9(04).
001970     05  NEXT-MONTH              PIC 9(02).
001980     05  NEXT-DAY                PIC 9(02).
001990 01  NEXT-WORK-DATE-X REDEFINES NEXT-WORK-DATE
002000                                 PIC X(08).
002010 01  LEAP-YEAR-SWITCH            PIC X(01).
002020     88  IS-LEAP-YEAR            VALUE 'Y'.
002030     88  NOT-LEAP-YEAR           VALUE 'N'.
002040 01  LEAP-QUOTIENT               PIC 9(04)  COMP.
002050 01  LEAP-REMAINDER              PIC 9(04)  COMP.
002060 01  MONTH-DAYS-VALUES.
002070     05  FILLER                  PIC X(24)
002080         VALUE "312831303130313130313031".
002090 01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
002100     05  MONTH-DAYS              PIC 9(02)  OCCURS 12 TIMES.
002110*
002120 01  DECIDED-BY-VALUES.
002130     05  FILLER                  PIC X(15)  VALUE "WWIN".
002140     05  FILLER                  PIC X(15)
002150         VALUE "GFEWER GUESSES".
002160     05  FILLER                  PIC X(15)  VALUE "HFEWER HINTS".
002170     05  FILLER                  PIC X(15)  VALUE "SHIGHER SEED".
002180     05  FILLER                  PIC X(15)  VALUE "FFORFEIT".
002190     05  FILLER                  PIC X(15)
002200         VALUE "DNEITHER PLAYED".
002210     05  FILLER                  PIC X(15)  VALUE "BBYE".
002220     05  FILLER                  PIC X(15)  VALUE " PENDING".
002230 01  DECIDED-BY-TABLE REDEFINES DECIDED-BY-VALUES.
002240     05  DB-ENTRY OCCURS 8 TIMES.
002250         10  DB-CODE             PIC X(01).
002260         10  DB-WORDS            PIC X(14).
002270 77  DB-COUNT                    PIC 9(02)  COMP  VALUE 8.
002280 77  DB-SUB                      PIC 9(02)  COMP  VALUE 0.
002290*
002300 01  RUN-DATE                    PIC X(08).
002310 01  RUN-MODE-ANSWER             PIC X(01)  VALUE 'R'.
002320     88  RESOLVE-MODE            VALUE 'R', 'r'.
002330     88  OPENING-MODE            VALUE 'O', 'o'.
002340     88  PRINT-MODE              VALUE 'P', 'p'.
002350 01  RESOLVE-DATE                PIC X(08)  VALUE SPACES.
002360 01  NEW-TOURN-ID                PIC X(08)  VALUE SPACES.
002370 01  NEW-TITLE                   PIC X(30)  VALUE SPACES.
002380 01  NEW-START-DATE              PIC X(08)  VALUE SPACES.
002390 01  BRACKET-SIZE                PIC 9(03)  VALUE 0.
002400 01  ROUND-COUNT                 PIC 9(02)  VALUE 0.
002410 01  ROUND-ONE-DATE              PIC X(08)  VALUE SPACES.
002420*
002430*    THE TOURNAMENT BEING WORKED ON, FROM ITS HEADER.
002440 01  CUR-HEADER-SUB              PIC 9(03)  COMP  VALUE 0.
002450 01  CUR-TOURN-ID                PIC X(08)  VALUE SPACES.
002460 01  CUR-ROUNDS                  PIC 9(02)  VALUE 0.
002470 01  CUR-ROUND                   PIC 9(02)  VALUE 0.
002480 01  CUR-CHAMPION                PIC X(10)  VALUE SPACES.
002490 01  ROUND-MATCHES               PIC 9(03)  VALUE 0.
002500 01  ROUND-UNDECIDED             PIC 9(03)  VALUE 0.
002510 01  ROUND-DATE                  PIC X(08)  VALUE SPACES.
002520 01  NEXT-ROUND-DATE             PIC X(08)  VALUE SPACES.
002530 01  NEXT-MATCH-NO               PIC 9(03)  VALUE 0.
002540 01  FIND-ROUND                  PIC 9(02)  VALUE 0.
002550 01  FIND-MATCH-NO               PIC 9(03)  VALUE 0.
002560 01  WIN-PLAYER-ID               PIC X(10)  VALUE SPACES.
002570 01  WIN-SEED                    PIC 9(03)  VALUE 0.
002580 01  WIN-A-PLAYER-ID             PIC X(10)  VALUE SPACES.
002590 01  WIN-A-SEED                  PIC 9(03)  VALUE 0.
002600*
002610*    THE GAME THAT COUNTS FOR ONE PLAYER.
002620 01  PICK-PLAYER-ID              PIC X(10)  VALUE SPACES.
002630 01  PICK-RESULT                 PIC X(01)  VALUE SPACES.
002640 01  PICK-GUESSES                PIC 9(03)  VALUE 0.
002650 01  PICK-HINTS                  PIC 9(02)  VALUE 0.
002660*
002670 77  ENTRIES-READ                PIC 9(05)  VALUE 0.
002680 77  DUPLICATES-SKIPPED          PIC 9(05)  VALUE 0.
002690 77  UNRATED-ENTRANTS            PIC 9(05)  VALUE 0.
002700 77  MATCHES-DUE                 PIC 9(05)  VALUE 0.
002710 77  MATCHES-DECIDED             PIC 9(05)  VALUE 0.
002720 77  FORFEITS                    PIC 9(05)  VALUE 0.
002730 77  CHAMPIONS-CROWNED           PIC 9(05)  VALUE 0.
002740 77  ROUNDS-DRAWN                PIC 9(05)  VALUE 0.
002750 77  SCORES-READ                 PIC 9(07)  VALUE 0.
002760 01  COUNT-EDIT                  PIC Z(06)9.
002770 01  ROUND-EDIT                  PIC Z9.
002780 01  ROUNDS-EDIT                 PIC Z9.
002790*
002800 01  BRACKET-HEADING-1.
002810     05  FILLER                  PIC X(12)  VALUE "TOURNAMENT ".
002820     05  BH-TOURN-ID             PIC X(08).
002830     05  FILLER                  PIC X(02)  VALUE SPACES.
002840     05  BH-TITLE                PIC X(30).
002850 01  BRACKET-HEADING-2.
002860     05  FILLER                  PIC X(12)  VALUE "ENTRANTS".
002870     05  BH-ENTRANTS             PIC ZZ9.
002880     05  FILLER                  PIC X(12)  VALUE "    ROUNDS".
002890     05  BH-ROUNDS               PIC Z9.
002900     05  FILLER                  PIC X(14)  VALUE "    STARTED".
002910     05  BH-START-DATE           PIC X(08).
002920     05  FILLER                  PIC X(12)  VALUE "    STATUS".
002930     05  BH-STATUS               PIC X(08).
002940 01  MATCH-LINE.
002950     05  FILLER                  PIC X(02)  VALUE SPACES.
002960     05  ML-MATCH-NO             PIC ZZ9.
002970     05  FILLER                  PIC X(03)  VALUE SPACES.
002980     05  ML-SEED-A               PIC ZZZ.
002990     05  FILLER                  PIC X(02)  VALUE SPACES.
003000     05  ML-PLAYER-A             PIC X(10).
003010     05  FILLER                  PIC X(01)  VALUE SPACES.
003020     05  ML-GAME-A               PIC X(10).
003030     05  FILLER                  PIC X(02)  VALUE SPACES.
003040     05  ML-SEED-B               PIC ZZZ.
003050     05  FILLER                  PIC X(02)  VALUE SPACES.
003060     05  ML-PLAYER-B             PIC X(10).
003070     05  FILLER                  PIC X(01)  VALUE SPACES.
003080     05  ML-GAME-B               PIC X(10).
003090     05  FILLER                  PIC X(02)  VALUE SPACES.
003100     05  ML-WINNER               PIC X(10).
003110     05  FILLER                  PIC X(02)  VALUE SPACES.
003120     05  ML-DECIDED-BY           PIC X(14).
003130 01  GAME-EDIT.
003140     05  GE-RESULT               PIC X(01).
003150     05  GE-GUESSES              PIC ZZZ9.
003160     05  FILLER                  PIC X(01)  VALUE "G".
003170     05  GE-HINTS                PIC ZZ9.
003180     05  FILLER                  PIC X(01)  VALUE "H".
003190*
003200 01  TOURNAMENT-STATUS           PIC X(02).
003210     88  TOURNAMENT-OK           VALUE '00'.
003220     88  TOURNAMENT-NOT-FOUND    VALUE '35'.
003230 01  ENTRY-STATUS                PIC X(02).
003240     88  ENTRY-OK                VALUE '00'.
003250 01  RATING-STATUS               PIC X(02).
003260     88  RATING-OK               VALUE '00'.
003270 01  SCORE-HIST-STATUS           PIC X(02).
003280     88  SCORE-HIST-OK           VALUE '00'.
003290 01  CALENDAR-STATUS             PIC X(02).
003300     88  CALENDAR-OK             VALUE '00'.
003310 01  ACHIEVEMENT-STATUS          PIC X(02).
003320     88  ACHIEVEMENT-OK          VALUE '00'.
003330     88  ACHIEVEMENT-NOT-FOUND   VALUE '35'.
003340*
003350 01  TOURN-EOF-SWITCH            PIC X(01)  VALUE 'N'.
003360     88  TOURN-AT-END            VALUE 'Y'.
003370 01  ENTRY-EOF-SWITCH            PIC X(01)  VALUE 'N'.
003380     88  ENTRY-AT-END            VALUE 'Y'.
003390 01  SCORE-EOF-SWITCH            PIC X(01)  VALUE 'N'.
003400     88  SCORE-AT-END            VALUE 'Y'.
003410 01  CAL-EOF-SWITCH              PIC X(01)  VALUE 'N'.
003420     88  CAL-AT-END              VALUE 'Y'.
003430 01  SORT-EOF-SWITCH             PIC X(01)  VALUE 'N'.
003440     88  SORT-AT-END             VALUE 'Y'.
003450 01  RATING-FILE-SWITCH          PIC X(01)  VALUE 'N'.
003460     88  RATING-FILE-OPEN        VALUE 'Y'.
003470 01  OPEN-REFUSED-SWITCH         PIC X(01)  VALUE 'N'.
003480     88  OPEN-IS-REFUSED         VALUE 'Y'.
003490 01  BRACKET-FULL-SWITCH         PIC X(01)  VALUE 'N'.
003500     88  BRACKET-IS-FULL         VALUE 'Y'.
003510*
003520*    RUN CONTROL (RUNCTRL): THE JOBS THAT MUST HAVE
003530*    COMPLETED FOR THE BUSINESS DATE BEFORE THIS ONE
003540*    MAY RUN, AND THIS JOB'S STATUS AND KEY COUNTS.
003550 77  PRED-COUNT                  PIC 9(02)  COMP  VALUE 1.
003560 77  PRED-SUB                    PIC 9(02)  COMP  VALUE 0.
003570 01  PREDECESSOR-VALUES.
003580     05  FILLER                  PIC X(12)  VALUE "GUESS-EOD".
003590 01  PREDECESSOR-TABLE REDEFINES PREDECESSOR-VALUES.
003600     05  PRED-JOB-NAME           PIC X(12)
003610                                 OCCURS 1 TIMES.
003620 01  RUN-JOB-NAME                PIC X(12)  VALUE "GUESS-TRNY".
003630 01  RUN-BUSINESS-DATE           PIC X(08)  VALUE SPACES.
003640 01  RUN-START-DATE              PIC X(08)  VALUE SPACES.
003650 01  RUN-START-TIME              PIC X(08)  VALUE SPACES.
003660 01  RUN-STATUS-CODE             PIC X(01)  VALUE 'R'.
003670 01  RUN-COMPLETION-CODE         PIC 9(04)  VALUE 0.
003680 01  RUN-MESSAGE                 PIC X(30)  VALUE SPACES.
003690 01  RUN-COUNT-VALUES.
003700     05  FILLER                  PIC X(12)  VALUE "MATCHES".
003710     05  RUN-COUNT-1             PIC 9(09)  VALUE 0.
003720     05  FILLER                  PIC X(12)  VALUE "FORFEITS".
003730     05  RUN-COUNT-2             PIC 9(09)  VALUE 0.
003740     05  FILLER                  PIC X(12)  VALUE "CHAMPIONS".
003750     05  RUN-COUNT-3             PIC 9(09)  VALUE 0.
003760 01  RUN-CONTROL-STATUS          PIC X(02).
003770     88  RUN-CONTROL-OK          VALUE '00'.
003780     88  RUN-CONTROL-NOT-FOUND   VALUE '23', '35'.
003790 01  RUN-RECORD-SWITCH           PIC X(01)  VALUE 'N'.
003800     88  RUN-RECORD-EXISTS       VALUE 'Y'.
003810 01  RUN-REFUSED-SWITCH          PIC X(01)  VALUE 'N'.
003820     88  RUN-IS-REFUSED          VALUE 'Y'.
003822*
003824*    GAME PARAMETERS (PARMFILE), SEE PARMTAB.CPY.
003826     COPY "PARMTAB.CPY".
003830*
003840 PROCEDURE DIVISION.
003845*
003850******************************************************
003860*  0000-MAINLINE                                      *
003870*  ONLY A RESOLVE RUN IS PART OF THE NIGHTLY STREAM   *
003880*  AND POSTS TO THE RUN-CONTROL FILE.                 *
003890******************************************************
003900 0000-MAINLINE.
003910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003920     IF OPENING-MODE
003930         PERFORM 2000-OPEN-TOURNAMENT THRU 2000-EXIT
003940         GO TO 9999-EXIT
003950     END-IF.
003960     IF PRINT-MODE
003970         PERFORM 7500-PRINT-ONE-BRACKET THRU 7500-EXIT
003980         GO TO 9999-EXIT
003990     END-IF.
004000     MOVE RESOLVE-DATE TO RUN-BUSINESS-DATE.
004010     PERFORM 8500-START-RUN-CONTROL THRU 8500-EXIT.
004020     IF RUN-IS-REFUSED
004030         GO TO 9999-EXIT
004040     END-IF.
004050     PERFORM 3000-RESOLVE-DAY THRU 3000-EXIT.
004060     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
004070     MOVE MATCHES-DECIDED TO RUN-COUNT-1.
004080     MOVE FORFEITS TO RUN-COUNT-2.
004090     MOVE CHAMPIONS-CROWNED TO RUN-COUNT-3.
004100     PERFORM 8650-END-RUN-CONTROL THRU 8650-EXIT.
004110     GO TO 9999-EXIT.
004120*
004130******************************************************
004140*  1000-INITIALIZE                                    *
004150*  ASK WHAT TO DO, AND FOR A RESOLVE RUN THE          *
004160*  BUSINESS DATE.  THE GAMING CALENDAR IS TABLED FOR  *
004170*  DATING THE ROUNDS.                                 *
004180******************************************************
004190 1000-INITIALIZE.
004200     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
004210     DISPLAY "Run mode -- R resolve the day's matches, O open"
004220         " a tournament, P print a bracket (blank for R):".
004230     ACCEPT RUN-MODE-ANSWER.
004240     IF NOT OPENING-MODE AND NOT PRINT-MODE
004250         MOVE 'R' TO RUN-MODE-ANSWER
004260     END-IF.
004270     IF RESOLVE-MODE
004280         DISPLAY "Business date to resolve (YYYYMMDD, blank"
004290             " for today):"
004300         ACCEPT RESOLVE-DATE
004310         IF RESOLVE-DATE = SPACES OR RESOLVE-DATE NOT NUMERIC
004320             MOVE RUN-DATE TO RESOLVE-DATE
004330         END-IF
004340     END-IF.
004350     PERFORM 1050-LOAD-CALENDAR THRU 1050-EXIT.
004355     PERFORM 8800-LOAD-PARAMETERS THRU 8800-EXIT.
004360     DISPLAY "        GUESS-MY-NUMBER KNOCKOUT TOURNAMENTS"
004370         " -- " RUN-DATE.
004380     DISPLAY " ".
004390 1000-EXIT.
004400     EXIT.
004410*
004420******************************************************
004430*  1050-LOAD-CALENDAR                                 *
004440*  TABLE THE NON-GAMING DATES OFF THE GAMING          *
004450*  CALENDAR.  NO CALENDAR FILE LEAVES THE TABLE       *
004460*  EMPTY AND EVERY DAY A GAMING DAY.                  *
004470******************************************************
004480 1050-LOAD-CALENDAR.
004490     OPEN INPUT CALENDAR-FILE.
004500     IF NOT CALENDAR-OK
004510         GO TO 1050-EXIT
004520     END-IF.
004530     PERFORM 1060-LOAD-ONE-CAL-DAY THRU 1060-EXIT
004540         UNTIL CAL-AT-END.
004550     CLOSE CALENDAR-FILE.
004560 1050-EXIT.
004570     EXIT.
004580*
004590******************************************************
004600*  1060-LOAD-ONE-CAL-DAY                              *
004610******************************************************
004620 1060-LOAD-ONE-CAL-DAY.
004630     READ CALENDAR-FILE
004640         AT END
004650         SET CAL-AT-END TO TRUE
004660         GO TO 1060-EXIT
004670     END-READ.
004680     IF NOT CAL-NON-GAMING-DAY
004690         GO TO 1060-EXIT
004700     END-IF.
004710     IF NG-COUNT >= NG-MAX-ENTRIES
004720         GO TO 1060-EXIT
004730     END-IF.
004740     ADD 1 TO NG-COUNT.
004750     MOVE CAL-DATE TO NG-DATE (NG-COUNT).
004760 1060-EXIT.
004770     EXIT.
004780*
004790******************************************************
004800*  1100-LOAD-BRACKETS                                 *
004810*  TABLE THE WHOLE BRACKET FILE.  NO FILE YET MEANS   *
004820*  NO TOURNAMENTS.  A FILE TOO BIG FOR THE TABLE      *
004830*  CANNOT BE SAFELY REWRITTEN AND STOPS THE RUN.      *
004840******************************************************
004850 1100-LOAD-BRACKETS.
004860     MOVE 0 TO BT-COUNT.
004870     OPEN INPUT TOURNAMENT-FILE.
004880     IF TOURNAMENT-NOT-FOUND
004890         GO TO 1100-EXIT
004900     END-IF.
004910     IF NOT TOURNAMENT-OK
004920         DISPLAY "TRNYBRKT not available, status "
004930             TOURNAMENT-STATUS
004940         SET BRACKET-IS-FULL TO TRUE
004950         GO TO 1100-EXIT
004960     END-IF.
004970     PERFORM 1110-LOAD-ONE-RECORD THRU 1110-EXIT
004980         UNTIL TOURN-AT-END.
004990     CLOSE TOURNAMENT-FILE.
005000 1100-EXIT.
005010     EXIT.
005020*
005030******************************************************
005040*  1110-LOAD-ONE-RECORD                               *
005050******************************************************
005060 1110-LOAD-ONE-RECORD.
005070     READ TOURNAMENT-FILE
005080         AT END
005090         SET TOURN-AT-END TO TRUE
005100         GO TO 1110-EXIT
005110     END-READ.
005120     IF BT-COUNT >= BT-MAX-ENTRIES
005130         DISPLAY "TRNYBRKT has more than " BT-MAX-ENTRIES
005140             " records -- run stopped."
005150         SET BRACKET-IS-FULL TO TRUE
005160         SET TOURN-AT-END TO TRUE
005170         GO TO 1110-EXIT
005180     END-IF.
005190     ADD 1 TO BT-COUNT.
005200     MOVE TOURNAMENT-IO-AREA TO BT-ENTRY (BT-COUNT).
005210 1110-EXIT.
005220     EXIT.
005230*
005240******************************************************
005250*  1200-FIND-HEADER                                   *
005260*  LOOK UP THE HEADER RECORD FOR CUR-TOURN-ID.        *
005270*  BT-FOUND-SUB IS PAST BT-COUNT IF THERE IS NONE.    *
005280******************************************************
005290 1200-FIND-HEADER.
005300     MOVE 1 TO BT-FOUND-SUB.
005310     PERFORM 1210-SCAN-ONE-RECORD THRU 1210-EXIT
005320         UNTIL BT-FOUND-SUB > BT-COUNT
005330             OR (BT-TOURN-ID (BT-FOUND-SUB) = CUR-TOURN-ID
005340             AND BT-RECORD-TYPE (BT-FOUND-SUB) = 'H').
005350 1200-EXIT.
005360     EXIT.
005370*
005380******************************************************
005390*  1210-SCAN-ONE-RECORD                               *
005400******************************************************
005410 1210-SCAN-ONE-RECORD.
005420     ADD 1 TO BT-FOUND-SUB.
005430 1210-EXIT.
005440     EXIT.
005450*
005460******************************************************
005470*  2000-OPEN-TOURNAMENT                               *
005480*  TAKE THE NEW TOURNAMENT'S ID, TITLE, AND START     *
005490*  DATE, SEED THE ENTRY LIST, DRAW ROUND 1, WRITE     *
005500*  THE BRACKET FILE BACK, AND PRINT THE NEW BRACKET.  *
005510******************************************************
005520 2000-OPEN-TOURNAMENT.
005530     DISPLAY "Tournament ID (up to 8 characters):".
005540     ACCEPT NEW-TOURN-ID.
005550     IF NEW-TOURN-ID = SPACES
005560         DISPLAY "No tournament ID -- nothing opened."
005570         GO TO 2000-EXIT
005580     END-IF.
005590     DISPLAY "Tournament title:".
005600     ACCEPT NEW-TITLE.
005610     DISPLAY "Start date (YYYYMMDD, blank for today):".
005620     ACCEPT NEW-START-DATE.
005630     IF NEW-START-DATE = SPACES OR NEW-START-DATE NOT NUMERIC
005640         MOVE RUN-DATE TO NEW-START-DATE
005650     END-IF.
005660     PERFORM 1100-LOAD-BRACKETS THRU 1100-EXIT.
005670     IF BRACKET-IS-FULL
005680         DISPLAY "Tournament " NEW-TOURN-ID " not opened."
005690         GO TO 2000-EXIT
005700     END-IF.
005710     MOVE NEW-TOURN-ID TO CUR-TOURN-ID.
005720     PERFORM 1200-FIND-HEADER THRU 1200-EXIT.
005730     IF BT-FOUND-SUB NOT > BT-COUNT
005740         DISPLAY "Tournament " NEW-TOURN-ID " is already on"
005750             " TRNYBRKT -- nothing opened."
005760         GO TO 2000-EXIT
005770     END-IF.
005780     PERFORM 2100-LOAD-ENTRANTS THRU 2100-EXIT.
005790     IF OPEN-IS-REFUSED
005800         DISPLAY "Tournament " NEW-TOURN-ID " not opened."
005810         GO TO 2000-EXIT
005820     END-IF.
005830     SORT SORT-WORK-FILE
005840         ON DESCENDING KEY SORT-RATING
005850         ON ASCENDING KEY SORT-ENTRY-SEQ
005860         INPUT PROCEDURE IS 2300-RELEASE-ENTRANTS
005870         OUTPUT PROCEDURE IS 2400-TAKE-SEEDS.
005880     PERFORM 2500-SIZE-BRACKET THRU 2500-EXIT.
005890     MOVE NEW-START-DATE TO NEXT-WORK-DATE-X.
005900     PERFORM 6000-FIND-GAMING-DAY THRU 6000-EXIT.
005910     MOVE NEXT-WORK-DATE-X TO ROUND-ONE-DATE.
005920     IF BT-COUNT + 1 + (BRACKET-SIZE / 2) > BT-MAX-ENTRIES
005930         DISPLAY "TRNYBRKT is full -- tournament "
005940             NEW-TOURN-ID " not opened."
005950         GO TO 2000-EXIT
005960     END-IF.
005970     ADD 1 TO BT-COUNT.
005980     MOVE BT-COUNT TO CUR-HEADER-SUB.
005990     MOVE SPACES TO TOURNAMENT-RECORD.
006000     MOVE NEW-TOURN-ID TO TR-TOURN-ID.
006010     SET TR-HEADER TO TRUE.
006020     MOVE NEW-TITLE TO TH-TITLE.
006030     MOVE NEW-START-DATE TO TH-START-DATE.
006040     MOVE SL-COUNT TO TH-ENTRANTS.
006050     MOVE BRACKET-SIZE TO TH-BRACKET-SIZE.
006060     MOVE ROUND-COUNT TO TH-ROUNDS.
006070     MOVE 1 TO TH-CURRENT-ROUND.
006080     SET TH-OPEN TO TRUE.
006090     MOVE TOURNAMENT-RECORD TO BT-ENTRY (BT-COUNT).
006100     MOVE 0 TO NEXT-MATCH-NO.
006110     MOVE 1 TO PO-SUB.
006120     PERFORM 2700-DRAW-ONE-MATCH THRU 2700-EXIT
006130         UNTIL PO-SUB > BRACKET-SIZE.
006140     PERFORM 5000-REWRITE-BRACKETS THRU 5000-EXIT.
006150     IF NOT TOURNAMENT-OK
006160         GO TO 2000-EXIT
006170     END-IF.
006180     MOVE ENTRIES-READ TO COUNT-EDIT.
006190     DISPLAY "Entries read:          " COUNT-EDIT.
006200     MOVE DUPLICATES-SKIPPED TO COUNT-EDIT.
006210     DISPLAY "Duplicates skipped:    " COUNT-EDIT.
006220     MOVE UNRATED-ENTRANTS TO COUNT-EDIT.
006230     DISPLAY "Unrated (seeded last): " COUNT-EDIT.
006240     DISPLAY " ".
006250     PERFORM 7000-PRINT-BRACKET THRU 7000-EXIT.
006260 2000-EXIT.
006270     EXIT.
006280*
006290******************************************************
006300*  2100-LOAD-ENTRANTS                                 *
006310*  READ THE ENTRY LIST INTO THE SEED LIST WITH EACH   *
006320*  PLAYER'S RATING.  BLANK LINES ARE IGNORED AND A    *
006330*  PLAYER ENTERED TWICE IS TAKEN ONCE.  A FIELD OF    *
006340*  FEWER THAN 2 OR MORE THAN 64 PLAYERS IS REFUSED.   *
006350*  A PLAYER NOT ON RATEFILE IS RATED ZERO.            *
006360******************************************************
006370 2100-LOAD-ENTRANTS.
006380     MOVE 0 TO SL-COUNT.
006390     OPEN INPUT ENTRY-FILE.
006400     IF NOT ENTRY-OK
006410         DISPLAY "TRNYENTR not available, status "
006420             ENTRY-STATUS
006430         SET OPEN-IS-REFUSED TO TRUE
006440         GO TO 2100-EXIT
006450     END-IF.
006460     OPEN INPUT RATING-FILE.
006470     IF RATING-OK
006480         SET RATING-FILE-OPEN TO TRUE
006490     ELSE
006500         DISPLAY "RATEFILE not available, status "
006510             RATING-STATUS " -- every entrant rated zero."
006520     END-IF.
006530     PERFORM 2110-LOAD-ONE-ENTRANT THRU 2110-EXIT
006540         UNTIL ENTRY-AT-END OR OPEN-IS-REFUSED.
006550     CLOSE ENTRY-FILE.
006560     IF RATING-FILE-OPEN
006570         CLOSE RATING-FILE
006580     END-IF.
006590     IF OPEN-IS-REFUSED
006600         GO TO 2100-EXIT
006610     END-IF.
006620     IF SL-COUNT < 2
006630         DISPLAY "Fewer than 2 entrants on TRNYENTR."
006640         SET OPEN-IS-REFUSED TO TRUE
006650     END-IF.
006660 2100-EXIT.
006670     EXIT.
006680*
006690******************************************************
006700*  2110-LOAD-ONE-ENTRANT                              *
006710******************************************************
006720 2110-LOAD-ONE-ENTRANT.
006730     READ ENTRY-FILE
006740         AT END
006750         SET ENTRY-AT-END TO TRUE
006760         GO TO 2110-EXIT
006770     END-READ.
006780     IF EN-PLAYER-ID = SPACES
006790         GO TO 2110-EXIT
006800     END-IF.
006810     ADD 1 TO ENTRIES-READ.
006820     MOVE 1 TO SL-SUB.
006830     PERFORM 2120-SCAN-ONE-ENTRANT THRU 2120-EXIT
006840         UNTIL SL-SUB > SL-COUNT
006850             OR SL-PLAYER-ID (SL-SUB) = EN-PLAYER-ID.
006860     IF SL-SUB NOT > SL-COUNT
006870         DISPLAY "Entered twice, taken once: " EN-PLAYER-ID
006880         ADD 1 TO DUPLICATES-SKIPPED
006890         GO TO 2110-EXIT
006900     END-IF.
006910     IF SL-COUNT >= SL-MAX-ENTRIES
006920         DISPLAY "More than " SL-MAX-ENTRIES " entrants on"
006930             " TRNYENTR."
006940         SET OPEN-IS-REFUSED TO TRUE
006950         GO TO 2110-EXIT
006960     END-IF.
006970     ADD 1 TO SL-COUNT.
006980     MOVE EN-PLAYER-ID TO SL-PLAYER-ID (SL-COUNT).
006990     MOVE 0 TO SL-RATING (SL-COUNT).
007000     IF NOT RATING-FILE-OPEN
007010         ADD 1 TO UNRATED-ENTRANTS
007020         GO TO 2110-EXIT
007030     END-IF.
007040     MOVE EN-PLAYER-ID TO RT-PLAYER-ID.
007050     READ RATING-FILE
007060         INVALID KEY
007070         ADD 1 TO UNRATED-ENTRANTS
007080         GO TO 2110-EXIT
007090     END-READ.
007100     IF RT-RATING NUMERIC
007110         MOVE RT-RATING TO SL-RATING (SL-COUNT)
007120     END-IF.
007130 2110-EXIT.
007140     EXIT.
007150*
007160******************************************************
007170*  2120-SCAN-ONE-ENTRANT                              *
007180******************************************************
007190 2120-SCAN-ONE-ENTRANT.
007200     ADD 1 TO SL-SUB.
007210 2120-EXIT.
007220     EXIT.
007230*
007240******************************************************
007250*  2300-RELEASE-ENTRANTS                              *
007260*  SORT INPUT PROCEDURE.  ENTRY ORDER BREAKS A TIE    *
007270*  IN RATING.                                         *
007280******************************************************
007290 2300-RELEASE-ENTRANTS.
007300     MOVE 1 TO SL-SUB.
007310     PERFORM 2310-RELEASE-ONE-ENTRANT THRU 2310-EXIT
007320         UNTIL SL-SUB > SL-COUNT.
007330 2300-EXIT.
007340     EXIT.
007350*
007360******************************************************
007370*  2310-RELEASE-ONE-ENTRANT                           *
007380******************************************************
007390 2310-RELEASE-ONE-ENTRANT.
007400     MOVE SL-RATING (SL-SUB) TO SORT-RATING.
007410     MOVE SL-SUB TO SORT-ENTRY-SEQ.
007420     MOVE SL-PLAYER-ID (SL-SUB) TO SORT-PLAYER-ID.
007430     RELEASE SORT-RECORD.
007440     ADD 1 TO SL-SUB.
007450 2310-EXIT.
007460     EXIT.
007470*
007480******************************************************
007490*  2400-TAKE-SEEDS                                    *
007500*  SORT OUTPUT PROCEDURE.  THE ENTRANTS COME BACK     *
007510*  BEST RATED FIRST; REFILL THE SEED LIST IN THAT     *
007520*  ORDER, SO SL-ENTRY (N) IS SEED N.                  *
007530******************************************************
007540 2400-TAKE-SEEDS.
007550     MOVE 0 TO SL-SUB.
007560     MOVE 'N' TO SORT-EOF-SWITCH.
007570     PERFORM 2410-TAKE-ONE-SEED THRU 2410-EXIT
007580         UNTIL SORT-AT-END.
007590 2400-EXIT.
007600     EXIT.
007610*
007620******************************************************
007630*  2410-TAKE-ONE-SEED                                 *
007640******************************************************
007650 2410-TAKE-ONE-SEED.
007660     RETURN SORT-WORK-FILE
007670         AT END
007680         SET SORT-AT-END TO TRUE
007690         GO TO 2410-EXIT
007700     END-RETURN.
007710     ADD 1 TO SL-SUB.
007720     MOVE SORT-PLAYER-ID TO SL-PLAYER-ID (SL-SUB).
007730     MOVE SORT-RATING TO SL-RATING (SL-SUB).
007740 2410-EXIT.
007750     EXIT.
007760*
007770******************************************************
007780*  2500-SIZE-BRACKET                                  *
007790*  THE BRACKET IS THE SMALLEST POWER OF TWO THAT      *
007800*  HOLDS THE FIELD.  THE SEEDS ARE PLACED SO THAT     *
007810*  EACH ROUND PAIRS THE TOP SEED LEFT WITH THE        *
007820*  BOTTOM ONE: START WITH SEEDS 1 AND 2 AND, FOR      *
007830*  EACH DOUBLING, FOLLOW EVERY SEED S WITH ITS NEW    *
007840*  OPPONENT (SIZE + 1 - S).                           *
007850******************************************************
007860 2500-SIZE-BRACKET.
007870     MOVE 2 TO BRACKET-SIZE.
007880     MOVE 1 TO ROUND-COUNT.
007890     PERFORM 2510-DOUBLE-BRACKET THRU 2510-EXIT
007900         UNTIL BRACKET-SIZE NOT < SL-COUNT.
007910     MOVE 1 TO PO-SEED (1).
007920     MOVE 2 TO PO-SEED (2).
007930     MOVE 2 TO PO-SIZE.
007940     PERFORM 2520-DOUBLE-PLACEMENT THRU 2520-EXIT
007950         UNTIL PO-SIZE NOT < BRACKET-SIZE.
007960 2500-EXIT.
007970     EXIT.
007980*
007990******************************************************
008000*  2510-DOUBLE-BRACKET                                *
008010******************************************************
008020 2510-DOUBLE-BRACKET.
008030     COMPUTE BRACKET-SIZE = BRACKET-SIZE * 2.
008040     ADD 1 TO ROUND-COUNT.
008050 2510-EXIT.
008060     EXIT.
008070*
008080******************************************************
008090*  2520-DOUBLE-PLACEMENT                              *
008100******************************************************
008110 2520-DOUBLE-PLACEMENT.
008120     MOVE 1 TO PO-SUB.
008130     PERFORM 2530-SPLIT-ONE-SLOT THRU 2530-EXIT
008140         UNTIL PO-SUB > PO-SIZE.
008150     COMPUTE PO-SIZE = PO-SIZE * 2.
008160     MOVE PLACEMENT-WORK TO PLACEMENT-TABLE.
008170 2520-EXIT.
008180     EXIT.
008190*
008200******************************************************
008210*  2530-SPLIT-ONE-SLOT                                *
008220******************************************************
008230 2530-SPLIT-ONE-SLOT.
008240     COMPUTE PW-SUB = (PO-SUB * 2) - 1.
008250     MOVE PO-SEED (PO-SUB) TO PW-SEED (PW-SUB).
008260     ADD 1 TO PW-SUB.
008270     COMPUTE PW-SEED (PW-SUB) =
008280         (PO-SIZE * 2) + 1 - PO-SEED (PO-SUB).
008290     ADD 1 TO PO-SUB.
008300 2530-EXIT.
008310     EXIT.
008320*
008330******************************************************
008340*  2700-DRAW-ONE-MATCH                                *
008350*  PAIR THE SEEDS IN BRACKET SLOTS PO-SUB AND         *
008360*  PO-SUB + 1 FOR ROUND 1.  A SEED BEYOND THE FIELD   *
008370*  IS A BYE, AND THE MATCH IS DECIDED AT ONCE.        *
008380******************************************************
008390 2700-DRAW-ONE-MATCH.
008400     ADD 1 TO NEXT-MATCH-NO.
008410     MOVE SPACES TO TOURNAMENT-RECORD.
008420     MOVE NEW-TOURN-ID TO TR-TOURN-ID.
008430     SET TR-MATCH TO TRUE.
008440     MOVE 1 TO TM-ROUND.
008450     MOVE NEXT-MATCH-NO TO TM-MATCH-NO.
008460     MOVE ROUND-ONE-DATE TO TM-ROUND-DATE.
008470     MOVE 0 TO TM-GUESSES-A.
008480     MOVE 0 TO TM-HINTS-A.
008490     MOVE 0 TO TM-GUESSES-B.
008500     MOVE 0 TO TM-HINTS-B.
008510     MOVE PO-SEED (PO-SUB) TO TM-SEED-A.
008520     MOVE SL-PLAYER-ID (TM-SEED-A) TO TM-PLAYER-A.
008530     ADD 1 TO PO-SUB.
008540     IF PO-SEED (PO-SUB) > SL-COUNT
008550         MOVE 0 TO TM-SEED-B
008560         MOVE 'A' TO TM-WINNER
008570         MOVE 'B' TO TM-DECIDED-BY
008580     ELSE
008590         MOVE PO-SEED (PO-SUB) TO TM-SEED-B
008600         MOVE SL-PLAYER-ID (TM-SEED-B) TO TM-PLAYER-B
008610     END-IF.
008620     ADD 1 TO PO-SUB.
008630     ADD 1 TO BT-COUNT.
008640     MOVE TOURNAMENT-RECORD TO BT-ENTRY (BT-COUNT).
008650 2700-EXIT.
008660     EXIT.
008670*
008680******************************************************
008690*  3000-RESOLVE-DAY                                   *
008700*  DECIDE EVERY MATCH DUE ON THE BUSINESS DATE,       *
008710*  ADVANCE THE WINNERS, WRITE THE BRACKET FILE BACK,  *
008720*  AND PRINT EACH BRACKET THAT MOVED.  A RERUN FINDS  *
008730*  THE DAY'S MATCHES ALREADY DECIDED AND CHANGES      *
008740*  NOTHING.                                           *
008750******************************************************
008760 3000-RESOLVE-DAY.
008770     DISPLAY "Resolving matches due " RESOLVE-DATE.
008780     DISPLAY " ".
008790     PERFORM 1100-LOAD-BRACKETS THRU 1100-EXIT.
008800     IF BRACKET-IS-FULL
008810         MOVE 8 TO RUN-COMPLETION-CODE
008820         MOVE "TRNYBRKT NOT LOADED" TO RUN-MESSAGE
008830         GO TO 3000-EXIT
008840     END-IF.
008850     MOVE 1 TO BT-SUB.
008860     PERFORM 3100-NOTE-DUE-MATCH THRU 3100-EXIT
008870         UNTIL BT-SUB > BT-COUNT.
008880     IF MATCHES-DUE = 0
008890         DISPLAY "No tournament matches due " RESOLVE-DATE "."
008900         MOVE "NO MATCHES DUE" TO RUN-MESSAGE
008910         GO TO 3000-EXIT
008920     END-IF.
008930     PERFORM 3200-LOAD-DAYS-GAMES THRU 3200-EXIT.
008940     IF NOT SCORE-HIST-OK
008950         MOVE 8 TO RUN-COMPLETION-CODE
008960         MOVE "SCOREHST NOT AVAILABLE" TO RUN-MESSAGE
008970         GO TO 3000-EXIT
008980     END-IF.
008990     MOVE 1 TO BT-SUB.
009000     PERFORM 3300-DECIDE-ONE-MATCH THRU 3300-EXIT
009010         UNTIL BT-SUB > BT-COUNT.
009020     MOVE 1 TO BT-SUB.
009030     PERFORM 4000-ADVANCE-ONE-TOURNAMENT THRU 4000-EXIT
009040         UNTIL BT-SUB > BT-COUNT.
009050     PERFORM 5000-REWRITE-BRACKETS THRU 5000-EXIT.
009060     IF NOT TOURNAMENT-OK
009070         MOVE 8 TO RUN-COMPLETION-CODE
009080         MOVE "TRNYBRKT NOT REWRITTEN" TO RUN-MESSAGE
009090         GO TO 3000-EXIT
009100     END-IF.
009110     IF BRACKET-IS-FULL
009120         MOVE 8 TO RUN-COMPLETION-CODE
009130         MOVE "TRNYBRKT FULL -- ROUND NOT DRAWN" TO RUN-MESSAGE
009140     END-IF.
009150     MOVE 1 TO BT-SUB.
009160     PERFORM 3900-PRINT-IF-PLAYED THRU 3900-EXIT
009170         UNTIL BT-SUB > BT-COUNT.
009180 3000-EXIT.
009190     EXIT.
009200*
009210******************************************************
009220*  3100-NOTE-DUE-MATCH                                *
009230*  AN UNDECIDED MATCH DATED THE BUSINESS DATE IS DUE; *
009240*  BOTH ITS PLAYERS GO ON THE GAME TABLE.             *
009250******************************************************
009260 3100-NOTE-DUE-MATCH.
009270     IF BT-RECORD-TYPE (BT-SUB) NOT = 'M'
009280             OR BT-ROUND-DATE (BT-SUB) NOT = RESOLVE-DATE
009290             OR BT-WINNER (BT-SUB) NOT = SPACE
009300         GO TO 3100-NEXT
009310     END-IF.
009320     ADD 1 TO MATCHES-DUE.
009330     MOVE BT-ENTRY (BT-SUB) TO TOURNAMENT-RECORD.
009340     MOVE TM-PLAYER-A TO PICK-PLAYER-ID.
009350     PERFORM 3150-FIND-PLAYER THRU 3150-EXIT.
009360     MOVE TM-PLAYER-B TO PICK-PLAYER-ID.
009370     PERFORM 3150-FIND-PLAYER THRU 3150-EXIT.
009380 3100-NEXT.
009390     ADD 1 TO BT-SUB.
009400 3100-EXIT.
009410     EXIT.
009420*
009430******************************************************
009440*  3150-FIND-PLAYER                                   *
009450*  FIND PICK-PLAYER-ID ON THE GAME TABLE, ADDING THE  *
009460*  PLAYER IF NOT THERE.  GT-SUB POINTS AT THE ENTRY.  *
009470******************************************************
009480 3150-FIND-PLAYER.
009490     MOVE 1 TO GT-SUB.
009500     PERFORM 3160-SCAN-ONE-PLAYER THRU 3160-EXIT
009510         UNTIL GT-SUB > GT-COUNT
009520             OR GT-PLAYER-ID (GT-SUB) = PICK-PLAYER-ID.
009530     IF GT-SUB NOT > GT-COUNT
009540         GO TO 3150-EXIT
009550     END-IF.
009560     IF GT-COUNT >= GT-MAX-ENTRIES
009570         GO TO 3150-EXIT
009580     END-IF.
009590     ADD 1 TO GT-COUNT.
009600     MOVE GT-COUNT TO GT-SUB.
009610     MOVE PICK-PLAYER-ID TO GT-PLAYER-ID (GT-SUB).
009620     MOVE 0 TO GT-VOIDS (GT-SUB).
009630     MOVE 0 TO GT-GAMES (GT-SUB).
009640 3150-EXIT.
009650     EXIT.
009660*
009670******************************************************
009680*  3160-SCAN-ONE-PLAYER                               *
009690******************************************************
009700 3160-SCAN-ONE-PLAYER.
009710     ADD 1 TO GT-SUB.
009720 3160-EXIT.
009730     EXIT.
009740*
009750******************************************************
009760*  3200-LOAD-DAYS-GAMES                               *
009770*  COLLECT THE BUSINESS DATE'S GAMES FOR THE PLAYERS  *
009780*  ON THE GAME TABLE.  A REVERSAL ('V') CANCELS THE   *
009790*  PLAYER'S EARLIEST GAME STILL STANDING, AS IN       *
009800*  GUESS-ADJT, SO IT IS ONLY COUNTED HERE.            *
009810******************************************************
009820 3200-LOAD-DAYS-GAMES.
009830     OPEN INPUT SCORE-HIST-FILE.
009840     IF NOT SCORE-HIST-OK
009850         DISPLAY "SCOREHST not available, status "
009860             SCORE-HIST-STATUS " -- no matches decided."
009870         GO TO 3200-EXIT
009880     END-IF.
009890     PERFORM 3210-LOAD-ONE-GAME THRU 3210-EXIT
009900         UNTIL SCORE-AT-END.
009910     CLOSE SCORE-HIST-FILE.
009920     MOVE '00' TO SCORE-HIST-STATUS.
009930 3200-EXIT.
009940     EXIT.
009950*
009960******************************************************
009970*  3210-LOAD-ONE-GAME                                 *
009980******************************************************
009990 3210-LOAD-ONE-GAME.
010000     READ SCORE-HIST-FILE
010010         AT END
010020         SET SCORE-AT-END TO TRUE
010030         GO TO 3210-EXIT
010040     END-READ.
010050     IF SCORE-DATE NOT = RESOLVE-DATE
010060         GO TO 3210-EXIT
010070     END-IF.
010080     ADD 1 TO SCORES-READ.
010090     MOVE 1 TO GT-SUB.
010100     PERFORM 3160-SCAN-ONE-PLAYER THRU 3160-EXIT
010110         UNTIL GT-SUB > GT-COUNT
010120             OR GT-PLAYER-ID (GT-SUB) = SCORE-PLAYER-ID.
010130     IF GT-SUB > GT-COUNT
010140         GO TO 3210-EXIT
010150     END-IF.
010160     IF SCORE-RESULT = 'V'
010170         ADD 1 TO GT-VOIDS (GT-SUB)
010180         GO TO 3210-EXIT
010190     END-IF.
010200     IF GT-GAMES (GT-SUB) >= GT-MAX-GAMES
010210         GO TO 3210-EXIT
010220     END-IF.
010230     ADD 1 TO GT-GAMES (GT-SUB).
010240     MOVE GT-GAMES (GT-SUB) TO GT-GAME-SUB.
010250     MOVE SCORE-RESULT TO GT-RESULT (GT-SUB GT-GAME-SUB).
010260     MOVE 0 TO GT-GUESSES (GT-SUB GT-GAME-SUB).
010270     IF SCORE-GUESSES NUMERIC
010280         MOVE SCORE-GUESSES TO GT-GUESSES (GT-SUB GT-GAME-SUB)
010290     END-IF.
010300     MOVE 0 TO GT-HINTS (GT-SUB GT-GAME-SUB).
010310     IF SCORE-HINTS NUMERIC
010320         MOVE SCORE-HINTS TO GT-HINTS (GT-SUB GT-GAME-SUB)
010330     END-IF.
010340 3210-EXIT.
010350     EXIT.
010360*
010370******************************************************
010380*  3300-DECIDE-ONE-MATCH                              *
010390*  SETTLE A DUE MATCH: A NO-SHOW FORFEITS (THE        *
010400*  HIGHER SEED GOES ON IF BOTH ARE MISSING), THEN A   *
010410*  WIN BEATS A LOSS, THEN FEWER GUESSES, THEN FEWER   *
010420*  HINTS, THEN THE HIGHER (LOWER-NUMBERED) SEED.      *
010430******************************************************
010440 3300-DECIDE-ONE-MATCH.
010450     IF BT-RECORD-TYPE (BT-SUB) NOT = 'M'
010460             OR BT-ROUND-DATE (BT-SUB) NOT = RESOLVE-DATE
010470             OR BT-WINNER (BT-SUB) NOT = SPACE
010480         GO TO 3300-NEXT
010490     END-IF.
010500     MOVE BT-ENTRY (BT-SUB) TO TOURNAMENT-RECORD.
010510     MOVE TM-PLAYER-A TO PICK-PLAYER-ID.
010520     PERFORM 3400-PICK-GAME THRU 3400-EXIT.
010530     MOVE PICK-RESULT TO TM-RESULT-A.
010540     MOVE PICK-GUESSES TO TM-GUESSES-A.
010550     MOVE PICK-HINTS TO TM-HINTS-A.
010560     MOVE TM-PLAYER-B TO PICK-PLAYER-ID.
010570     PERFORM 3400-PICK-GAME THRU 3400-EXIT.
010580     MOVE PICK-RESULT TO TM-RESULT-B.
010590     MOVE PICK-GUESSES TO TM-GUESSES-B.
010600     MOVE PICK-HINTS TO TM-HINTS-B.
010610     PERFORM 3500-APPLY-TIE-BREAKS THRU 3500-EXIT.
010620     ADD 1 TO MATCHES-DECIDED.
010630     IF TM-DECIDED-BY = 'F' OR TM-DECIDED-BY = 'D'
010640         ADD 1 TO FORFEITS
010650     END-IF.
010660     MOVE TOURNAMENT-RECORD TO BT-ENTRY (BT-SUB).
010670 3300-NEXT.
010680     ADD 1 TO BT-SUB.
010690 3300-EXIT.
010700     EXIT.
010710*
010720******************************************************
010730*  3400-PICK-GAME                                     *
010740*  THE GAME THAT COUNTS FOR PICK-PLAYER-ID IS THE     *
010750*  EARLIEST OF THE DAY STILL STANDING, ONE PAST THE   *
010760*  GAMES THE PLAYER'S REVERSALS CANCELLED.  NONE IS   *
010770*  A NO-SHOW ('N').                                   *
010780******************************************************
010790 3400-PICK-GAME.
010800     MOVE 'N' TO PICK-RESULT.
010810     MOVE 0 TO PICK-GUESSES.
010820     MOVE 0 TO PICK-HINTS.
010830     MOVE 1 TO GT-SUB.
010840     PERFORM 3160-SCAN-ONE-PLAYER THRU 3160-EXIT
010850         UNTIL GT-SUB > GT-COUNT
010860             OR GT-PLAYER-ID (GT-SUB) = PICK-PLAYER-ID.
010870     IF GT-SUB > GT-COUNT
010880         GO TO 3400-EXIT
010890     END-IF.
010900     COMPUTE GT-GAME-SUB = GT-VOIDS (GT-SUB) + 1.
010910     IF GT-GAME-SUB > GT-GAMES (GT-SUB)
010920         GO TO 3400-EXIT
010930     END-IF.
010940     MOVE GT-RESULT (GT-SUB GT-GAME-SUB) TO PICK-RESULT.
010950     IF PICK-RESULT = 'N'
010960         MOVE 'L' TO PICK-RESULT
010970     END-IF.
010980     MOVE GT-GUESSES (GT-SUB GT-GAME-SUB) TO PICK-GUESSES.
010990     MOVE GT-HINTS (GT-SUB GT-GAME-SUB) TO PICK-HINTS.
011000 3400-EXIT.
011010     EXIT.
011020*
011030******************************************************
011040*  3500-APPLY-TIE-BREAKS                              *
011050******************************************************
011060 3500-APPLY-TIE-BREAKS.
011070     IF TM-RESULT-A = 'N' AND TM-RESULT-B = 'N'
011080         MOVE 'D' TO TM-DECIDED-BY
011090         GO TO 3500-HIGHER-SEED
011100     END-IF.
011110     IF TM-RESULT-A = 'N'
011120         MOVE 'B' TO TM-WINNER
011130         MOVE 'F' TO TM-DECIDED-BY
011140         GO TO 3500-EXIT
011150     END-IF.
011160     IF TM-RESULT-B = 'N'
011170         MOVE 'A' TO TM-WINNER
011180         MOVE 'F' TO TM-DECIDED-BY
011190         GO TO 3500-EXIT
011200     END-IF.
011210     MOVE 'W' TO TM-DECIDED-BY.
011220     IF TM-RESULT-A = 'W' AND TM-RESULT-B NOT = 'W'
011230         MOVE 'A' TO TM-WINNER
011240         GO TO 3500-EXIT
011250     END-IF.
011260     IF TM-RESULT-B = 'W' AND TM-RESULT-A NOT = 'W'
011270         MOVE 'B' TO TM-WINNER
011280         GO TO 3500-EXIT
011290     END-IF.
011300     MOVE 'G' TO TM-DECIDED-BY.
011310     IF TM-GUESSES-A < TM-GUESSES-B
011320         MOVE 'A' TO TM-WINNER
011330         GO TO 3500-EXIT
011340     END-IF.
011350     IF TM-GUESSES-B < TM-GUESSES-A
011360         MOVE 'B' TO TM-WINNER
011370         GO TO 3500-EXIT
011380     END-IF.
011390     MOVE 'H' TO TM-DECIDED-BY.
011400     IF TM-HINTS-A < TM-HINTS-B
011410         MOVE 'A' TO TM-WINNER
011420         GO TO 3500-EXIT
011430     END-IF.
011440     IF TM-HINTS-B < TM-HINTS-A
011450         MOVE 'B' TO TM-WINNER
011460         GO TO 3500-EXIT
011470     END-IF.
011480     MOVE 'S' TO TM-DECIDED-BY.
011490 3500-HIGHER-SEED.
011500     IF TM-SEED-A < TM-SEED-B
011510         MOVE 'A' TO TM-WINNER
011520     ELSE
011530         MOVE 'B' TO TM-WINNER
011540     END-IF.
011550 3500-EXIT.
011560     EXIT.
011570*
011580******************************************************
011590*  3900-PRINT-IF-PLAYED                               *
011600*  PRINT EACH TOURNAMENT THAT HAD A MATCH DECIDED     *
011610*  ON THE BUSINESS DATE.                              *
011620******************************************************
011630 3900-PRINT-IF-PLAYED.
011640     IF BT-RECORD-TYPE (BT-SUB) NOT = 'H'
011650         GO TO 3900-NEXT
011660     END-IF.
011670     MOVE BT-TOURN-ID (BT-SUB) TO CUR-TOURN-ID.
011680     MOVE 1 TO BR-SUB.
011690     PERFORM 3910-SCAN-ONE-PLAYED THRU 3910-EXIT
011700         UNTIL BR-SUB > BT-COUNT
011710             OR (BT-TOURN-ID (BR-SUB) = CUR-TOURN-ID
011720             AND BT-RECORD-TYPE (BR-SUB) = 'M'
011730             AND BT-ROUND-DATE (BR-SUB) = RESOLVE-DATE
011740             AND BT-WINNER (BR-SUB) NOT = SPACE).
011750     IF BR-SUB NOT > BT-COUNT
011760         MOVE BT-SUB TO CUR-HEADER-SUB
011770         PERFORM 7000-PRINT-BRACKET THRU 7000-EXIT
011780     END-IF.
011790 3900-NEXT.
011800     ADD 1 TO BT-SUB.
011810 3900-EXIT.
011820     EXIT.
011830*
011840******************************************************
011850*  3910-SCAN-ONE-PLAYED                               *
011860******************************************************
011870 3910-SCAN-ONE-PLAYED.
011880     ADD 1 TO BR-SUB.
011890 3910-EXIT.
011900     EXIT.
011910*
011920******************************************************
011930*  4000-ADVANCE-ONE-TOURNAMENT                        *
011940*  FOR AN OPEN TOURNAMENT WHOSE CURRENT ROUND IS NOW  *
011950*  FULLY DECIDED, CROWN THE WINNER OF THE FINAL OR    *
011960*  DRAW THE NEXT ROUND.                               *
011970******************************************************
011980 4000-ADVANCE-ONE-TOURNAMENT.
011990     IF BT-RECORD-TYPE (BT-SUB) NOT = 'H'
012000         GO TO 4000-NEXT
012010     END-IF.
012020     MOVE BT-ENTRY (BT-SUB) TO TOURNAMENT-RECORD.
012030     IF NOT TH-OPEN
012040         GO TO 4000-NEXT
012050     END-IF.
012060     MOVE BT-SUB TO CUR-HEADER-SUB.
012070     MOVE TR-TOURN-ID TO CUR-TOURN-ID.
012080     MOVE TH-ROUNDS TO CUR-ROUNDS.
012090     MOVE TH-CURRENT-ROUND TO CUR-ROUND.
012100     MOVE 0 TO ROUND-MATCHES.
012110     MOVE 0 TO ROUND-UNDECIDED.
012120     MOVE 1 TO BR-SUB.
012130     PERFORM 4100-COUNT-ONE-MATCH THRU 4100-EXIT
012140         UNTIL BR-SUB > BT-COUNT.
012150     IF ROUND-MATCHES = 0 OR ROUND-UNDECIDED > 0
012160         GO TO 4000-NEXT
012170     END-IF.
012180     IF CUR-ROUND NOT < CUR-ROUNDS
012190         PERFORM 4500-CROWN-CHAMPION THRU 4500-EXIT
012200     ELSE
012210         PERFORM 4200-DRAW-NEXT-ROUND THRU 4200-EXIT
012220     END-IF.
012230 4000-NEXT.
012240     ADD 1 TO BT-SUB.
012250 4000-EXIT.
012260     EXIT.
012270*
012280******************************************************
012290*  4100-COUNT-ONE-MATCH                               *
012300******************************************************
012310 4100-COUNT-ONE-MATCH.
012320     IF BT-TOURN-ID (BR-SUB) = CUR-TOURN-ID
012330             AND BT-RECORD-TYPE (BR-SUB) = 'M'
012340             AND BT-ROUND (BR-SUB) = CUR-ROUND
012350         ADD 1 TO ROUND-MATCHES
012360         MOVE BT-ROUND-DATE (BR-SUB) TO ROUND-DATE
012370         IF BT-WINNER (BR-SUB) = SPACE
012380             ADD 1 TO ROUND-UNDECIDED
012390         END-IF
012400     END-IF.
012410     ADD 1 TO BR-SUB.
012420 4100-EXIT.
012430     EXIT.
012440*
012450******************************************************
012460*  4200-DRAW-NEXT-ROUND                               *
012470*  MATCH N OF THE NEXT ROUND PITS THE WINNERS OF      *
012480*  MATCHES 2N - 1 AND 2N, ON THE NEXT GAMING DAY      *
012490*  AFTER THIS ROUND'S.                                *
012500******************************************************
012510 4200-DRAW-NEXT-ROUND.
012520     IF BT-COUNT + (ROUND-MATCHES / 2) > BT-MAX-ENTRIES
012530         DISPLAY "TRNYBRKT is full -- round " CUR-ROUND
012540             " of " CUR-TOURN-ID " not advanced."
012550         SET BRACKET-IS-FULL TO TRUE
012560         GO TO 4200-EXIT
012570     END-IF.
012580     MOVE ROUND-DATE TO NEXT-WORK-DATE-X.
012590     PERFORM 6050-FORWARD-ONE-DAY THRU 6050-EXIT.
012600     PERFORM 6000-FIND-GAMING-DAY THRU 6000-EXIT.
012610     MOVE NEXT-WORK-DATE-X TO NEXT-ROUND-DATE.
012620     MOVE 0 TO NEXT-MATCH-NO.
012630     MOVE 1 TO FIND-MATCH-NO.
012640     PERFORM 4300-DRAW-ONE-PAIRING THRU 4300-EXIT
012650         UNTIL FIND-MATCH-NO > ROUND-MATCHES.
012660     MOVE BT-ENTRY (CUR-HEADER-SUB) TO TOURNAMENT-RECORD.
012670     ADD 1 TO TH-CURRENT-ROUND.
012680     MOVE TOURNAMENT-RECORD TO BT-ENTRY (CUR-HEADER-SUB).
012690     ADD 1 TO ROUNDS-DRAWN.
012700 4200-EXIT.
012710     EXIT.
012720*
012730******************************************************
012740*  4300-DRAW-ONE-PAIRING                              *
012750******************************************************
012760 4300-DRAW-ONE-PAIRING.
012770     MOVE CUR-ROUND TO FIND-ROUND.
012780     PERFORM 4400-TAKE-WINNER THRU 4400-EXIT.
012790     MOVE WIN-PLAYER-ID TO WIN-A-PLAYER-ID.
012800     MOVE WIN-SEED TO WIN-A-SEED.
012810     ADD 1 TO FIND-MATCH-NO.
012820     PERFORM 4400-TAKE-WINNER THRU 4400-EXIT.
012830     ADD 1 TO FIND-MATCH-NO.
012840     ADD 1 TO NEXT-MATCH-NO.
012850     MOVE SPACES TO TOURNAMENT-RECORD.
012860     MOVE CUR-TOURN-ID TO TR-TOURN-ID.
012870     SET TR-MATCH TO TRUE.
012880     COMPUTE TM-ROUND = CUR-ROUND + 1.
012890     MOVE NEXT-MATCH-NO TO TM-MATCH-NO.
012900     MOVE NEXT-ROUND-DATE TO TM-ROUND-DATE.
012910     MOVE WIN-A-SEED TO TM-SEED-A.
012920     MOVE WIN-A-PLAYER-ID TO TM-PLAYER-A.
012930     MOVE 0 TO TM-GUESSES-A.
012940     MOVE 0 TO TM-HINTS-A.
012950     MOVE WIN-SEED TO TM-SEED-B.
012960     MOVE WIN-PLAYER-ID TO TM-PLAYER-B.
012970     MOVE 0 TO TM-GUESSES-B.
012980     MOVE 0 TO TM-HINTS-B.
012990     ADD 1 TO BT-COUNT.
013000     MOVE TOURNAMENT-RECORD TO BT-ENTRY (BT-COUNT).
013010 4300-EXIT.
013020     EXIT.
013030*
013040******************************************************
013050*  4400-TAKE-WINNER                                   *
013060*  FIND MATCH FIND-MATCH-NO OF ROUND FIND-ROUND FOR   *
013070*  CUR-TOURN-ID AND RETURN ITS WINNER AND SEED.       *
013080******************************************************
013090 4400-TAKE-WINNER.
013100     MOVE SPACES TO WIN-PLAYER-ID.
013110     MOVE 0 TO WIN-SEED.
013120     MOVE 1 TO BT-FOUND-SUB.
013130     PERFORM 1210-SCAN-ONE-RECORD THRU 1210-EXIT
013140         UNTIL BT-FOUND-SUB > BT-COUNT
013150             OR (BT-TOURN-ID (BT-FOUND-SUB) = CUR-TOURN-ID
013160             AND BT-RECORD-TYPE (BT-FOUND-SUB) = 'M'
013170             AND BT-ROUND (BT-FOUND-SUB) = FIND-ROUND
013180             AND BT-MATCH-NO (BT-FOUND-SUB) = FIND-MATCH-NO).
013190     IF BT-FOUND-SUB > BT-COUNT
013200         GO TO 4400-EXIT
013210     END-IF.
013220     MOVE BT-ENTRY (BT-FOUND-SUB) TO TOURNAMENT-RECORD.
013230     IF TM-WINNER = 'A'
013240         MOVE TM-PLAYER-A TO WIN-PLAYER-ID
013250         MOVE TM-SEED-A TO WIN-SEED
013260     ELSE
013270         MOVE TM-PLAYER-B TO WIN-PLAYER-ID
013280         MOVE TM-SEED-B TO WIN-SEED
013290     END-IF.
013300 4400-EXIT.
013310     EXIT.
013320*
013330******************************************************
013340*  4500-CROWN-CHAMPION                                *
013350*  THE WINNER OF THE FINAL IS CHAMPION: CLOSE THE     *
013360*  TOURNAMENT AND LOG THE TITLE TO THE ACHIEVEMENT    *
013370*  FILE UNDER THE DATE OF THE FINAL.                  *
013380******************************************************
013390 4500-CROWN-CHAMPION.
013400     MOVE CUR-ROUND TO FIND-ROUND.
013410     MOVE 1 TO FIND-MATCH-NO.
013420     PERFORM 4400-TAKE-WINNER THRU 4400-EXIT.
013430     MOVE BT-ENTRY (CUR-HEADER-SUB) TO TOURNAMENT-RECORD.
013440     SET TH-COMPLETE TO TRUE.
013450     MOVE WIN-PLAYER-ID TO TH-CHAMPION.
013460     MOVE TOURNAMENT-RECORD TO BT-ENTRY (CUR-HEADER-SUB).
013470     ADD 1 TO CHAMPIONS-CROWNED.
013480     MOVE WIN-PLAYER-ID TO ACH-PLAYER-ID.
013490     MOVE ROUND-DATE TO ACH-DATE.
013500     MOVE SPACES TO ACH-TEXT.
013510     STRING "TOURNAMENT CHAMPION " DELIMITED BY SIZE
013520         CUR-TOURN-ID DELIMITED BY SPACE
013530         INTO ACH-TEXT
013540     END-STRING.
013550     DISPLAY "*** " WIN-PLAYER-ID " " ACH-TEXT " ***".
013560     OPEN EXTEND ACHIEVEMENT-FILE.
013570     IF ACHIEVEMENT-NOT-FOUND
013580         OPEN OUTPUT ACHIEVEMENT-FILE
013590     END-IF.
013600     IF NOT ACHIEVEMENT-OK
013610         DISPLAY "ACHVFILE not available, status "
013620             ACHIEVEMENT-STATUS " -- champion not logged."
013630         GO TO 4500-EXIT
013640     END-IF.
013650     WRITE ACHIEVEMENT-RECORD.
013660     CLOSE ACHIEVEMENT-FILE.
013670 4500-EXIT.
013680     EXIT.
013690*
013700******************************************************
013710*  5000-REWRITE-BRACKETS                              *
013720*  WRITE THE BRACKET FILE BACK FROM THE TABLE, EACH   *
013730*  HEADER FOLLOWED BY ITS MATCHES IN ROUND ORDER.     *
013740******************************************************
013750 5000-REWRITE-BRACKETS.
013760     OPEN OUTPUT TOURNAMENT-FILE.
013770     IF NOT TOURNAMENT-OK
013780         DISPLAY "TRNYBRKT NOT rewritten -- status "
013790             TOURNAMENT-STATUS
013800         GO TO 5000-EXIT
013810     END-IF.
013820     MOVE 1 TO BT-SUB.
013830     PERFORM 5100-WRITE-ONE-TOURNAMENT THRU 5100-EXIT
013840         UNTIL BT-SUB > BT-COUNT.
013850     CLOSE TOURNAMENT-FILE.
013860 5000-EXIT.
013870     EXIT.
013880*
013890******************************************************
013900*  5100-WRITE-ONE-TOURNAMENT                          *
013910******************************************************
013920 5100-WRITE-ONE-TOURNAMENT.
013930     IF BT-RECORD-TYPE (BT-SUB) NOT = 'H'
013940         GO TO 5100-NEXT
013950     END-IF.
013960     MOVE BT-ENTRY (BT-SUB) TO TOURNAMENT-IO-AREA.
013970     WRITE TOURNAMENT-IO-AREA.
013980     MOVE 1 TO BR-SUB.
013990     PERFORM 5200-WRITE-ONE-MATCH THRU 5200-EXIT
014000         UNTIL BR-SUB > BT-COUNT.
014010 5100-NEXT.
014020     ADD 1 TO BT-SUB.
014030 5100-EXIT.
014040     EXIT.
014050*
014060******************************************************
014070*  5200-WRITE-ONE-MATCH                               *
014080******************************************************
014090 5200-WRITE-ONE-MATCH.
014100     IF BT-TOURN-ID (BR-SUB) = BT-TOURN-ID (BT-SUB)
014110             AND BT-RECORD-TYPE (BR-SUB) = 'M'
014120         MOVE BT-ENTRY (BR-SUB) TO TOURNAMENT-IO-AREA
014130         WRITE TOURNAMENT-IO-AREA
014140     END-IF.
014150     ADD 1 TO BR-SUB.
014160 5200-EXIT.
014170     EXIT.
014180*
014190******************************************************
014200*  6000-FIND-GAMING-DAY                               *
014210*  MOVE NEXT-WORK-DATE FORWARD OVER ANY DATES THE     *
014220*  GAMING CALENDAR MARKS NON-GAMING, BRIDGING AT      *
014230*  MOST MAX-BRIDGE-DAYS OF THEM (AS IN FORCE ON THE   *
014235*  DATE THE SEARCH STARTS FROM).                      *
014240******************************************************
014250 6000-FIND-GAMING-DAY.
014260     MOVE 0 TO BRIDGE-DAY-COUNT.
014262     MOVE NEXT-WORK-DATE-X TO PARM-AS-OF-DATE.
014264     MOVE "MAX-BRIDGE-DAYS" TO PARM-WANTED-NAME.
014266     PERFORM 8850-GET-PARAMETER THRU 8850-EXIT.
014268     MOVE PARM-FOUND-VALUE TO MAX-BRIDGE-DAYS.
014270 6000-CHECK-CALENDAR.
014280     MOVE NEXT-WORK-DATE-X TO CAL-CHECK-DATE.
014290     PERFORM 6100-CHECK-NON-GAMING THRU 6100-EXIT.
014300     IF DATE-IS-NON-GAMING
014310             AND BRIDGE-DAY-COUNT < MAX-BRIDGE-DAYS
014320         PERFORM 6050-FORWARD-ONE-DAY THRU 6050-EXIT
014330         ADD 1 TO BRIDGE-DAY-COUNT
014340         GO TO 6000-CHECK-CALENDAR
014350     END-IF.
014360 6000-EXIT.
014370     EXIT.
014380*
014390******************************************************
014400*  6050-FORWARD-ONE-DAY                               *
014410*  STEP NEXT-WORK-DATE FORWARD ONE CALENDAR DAY,      *
014420*  ROLLING MONTH AND YEAR AS NEEDED.                  *
014430******************************************************
014440 6050-FORWARD-ONE-DAY.
014450     ADD 1 TO NEXT-DAY.
014460     PERFORM 6200-CHECK-LEAP-YEAR THRU 6200-EXIT.
014470     IF NEXT-MONTH = 2 AND IS-LEAP-YEAR
014480         IF NEXT-DAY > 29
014490             MOVE 1 TO NEXT-DAY
014500             ADD 1 TO NEXT-MONTH
014510         END-IF
014520     ELSE
014530         IF NEXT-DAY > MONTH-DAYS (NEXT-MONTH)
014540             MOVE 1 TO NEXT-DAY
014550             ADD 1 TO NEXT-MONTH
014560         END-IF
014570     END-IF.
014580     IF NEXT-MONTH > 12
014590         MOVE 1 TO NEXT-MONTH
014600         ADD 1 TO NEXT-YEAR
014610     END-IF.
014620 6050-EXIT.
014630     EXIT.
014640*
014650******************************************************
014660*  6100-CHECK-NON-GAMING                              *
014670*  LINEAR SEARCH OF THE NON-GAMING TABLE FOR THE      *
014680*  DATE STAGED IN CAL-CHECK-DATE.  A DATE NOT ON      *
014690*  THE TABLE IS A GAMING DAY.                         *
014700******************************************************
014710 6100-CHECK-NON-GAMING.
014720     SET DATE-IS-GAMING TO TRUE.
014730     MOVE 1 TO NG-SUB.
014740     PERFORM 6110-SCAN-ONE-NG-DAY THRU 6110-EXIT
014750         UNTIL NG-SUB > NG-COUNT
014760             OR NG-DATE (NG-SUB) = CAL-CHECK-DATE.
014770     IF NG-SUB NOT > NG-COUNT
014780         SET DATE-IS-NON-GAMING TO TRUE
014790     END-IF.
014800 6100-EXIT.
014810     EXIT.
014820*
014830******************************************************
014840*  6110-SCAN-ONE-NG-DAY                               *
014850******************************************************
014860 6110-SCAN-ONE-NG-DAY.
014870     ADD 1 TO NG-SUB.
014880 6110-EXIT.
014890     EXIT.
014900*
014910******************************************************
014920*  6200-CHECK-LEAP-YEAR                               *
014930*  A YEAR DIVISIBLE BY 4 IS A LEAP YEAR, EXCEPT A     *
014940*  CENTURY YEAR MUST ALSO BE DIVISIBLE BY 400.        *
014950******************************************************
014960 6200-CHECK-LEAP-YEAR.
014970     SET NOT-LEAP-YEAR TO TRUE.
014980     DIVIDE NEXT-YEAR BY 4
014990         GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER.
015000     IF LEAP-REMAINDER NOT = 0
015010         GO TO 6200-EXIT
015020     END-IF.
015030     DIVIDE NEXT-YEAR BY 100
015040         GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER.
015050     IF LEAP-REMAINDER NOT = 0
015060         SET IS-LEAP-YEAR TO TRUE
015070         GO TO 6200-EXIT
015080     END-IF.
015090     DIVIDE NEXT-YEAR BY 400
015100         GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER.
015110     IF LEAP-REMAINDER = 0
015120         SET IS-LEAP-YEAR TO TRUE
015130     END-IF.
015140 6200-EXIT.
015150     EXIT.
015160*
015170******************************************************
015180*  7000-PRINT-BRACKET                                 *
015190*  PRINT THE TOURNAMENT WHOSE HEADER IS AT            *
015200*  CUR-HEADER-SUB, ROUND BY ROUND.                    *
015210******************************************************
015220 7000-PRINT-BRACKET.
015230     MOVE BT-ENTRY (CUR-HEADER-SUB) TO TOURNAMENT-RECORD.
015240     MOVE TR-TOURN-ID TO CUR-TOURN-ID.
015250     MOVE TH-ROUNDS TO CUR-ROUNDS.
015260     MOVE TH-CHAMPION TO CUR-CHAMPION.
015270     MOVE TR-TOURN-ID TO BH-TOURN-ID.
015280     MOVE TH-TITLE TO BH-TITLE.
015290     MOVE TH-ENTRANTS TO BH-ENTRANTS.
015300     MOVE TH-ROUNDS TO BH-ROUNDS.
015310     MOVE TH-START-DATE TO BH-START-DATE.
015320     IF TH-COMPLETE
015330         MOVE "COMPLETE" TO BH-STATUS
015340     ELSE
015350         MOVE "OPEN" TO BH-STATUS
015360     END-IF.
015370     DISPLAY BRACKET-HEADING-1.
015380     DISPLAY BRACKET-HEADING-2.
015390     MOVE 0 TO CUR-ROUND.
015400     MOVE 1 TO BR-SUB.
015410     PERFORM 7100-PRINT-ONE-MATCH THRU 7100-EXIT
015420         UNTIL BR-SUB > BT-COUNT.
015430     DISPLAY " ".
015440     IF CUR-CHAMPION NOT = SPACES
015450         DISPLAY "CHAMPION: " CUR-CHAMPION
015460         DISPLAY " "
015470     END-IF.
015480 7000-EXIT.
015490     EXIT.
015500*
015510******************************************************
015520*  7100-PRINT-ONE-MATCH                               *
015530*  A NEW ROUND GETS A HEADING WITH ITS GAMING DAY.    *
015540******************************************************
015550 7100-PRINT-ONE-MATCH.
015560     IF BT-TOURN-ID (BR-SUB) NOT = CUR-TOURN-ID
015570             OR BT-RECORD-TYPE (BR-SUB) NOT = 'M'
015580         GO TO 7100-NEXT
015590     END-IF.
015600     MOVE BT-ENTRY (BR-SUB) TO TOURNAMENT-RECORD.
015610     IF TM-ROUND NOT = CUR-ROUND
015620         MOVE TM-ROUND TO CUR-ROUND
015630         MOVE TM-ROUND TO ROUND-EDIT
015640         MOVE CUR-ROUNDS TO ROUNDS-EDIT
015650         DISPLAY " "
015660         DISPLAY "ROUND " ROUND-EDIT " OF " ROUNDS-EDIT
015670             " -- GAMING DAY " TM-ROUND-DATE
015680         DISPLAY "MATCH  SEED  PLAYER A   GAME A     SEED"
015690             "  PLAYER B   GAME B      WINNER      DECIDED BY"
015700         DISPLAY "-----  ----  ---------- ---------- ----"
015710             "  ---------- ----------  ----------  ----------"
015720             "----"
015730     END-IF.
015740     MOVE TM-MATCH-NO TO ML-MATCH-NO.
015750     MOVE TM-SEED-A TO ML-SEED-A.
015760     MOVE TM-PLAYER-A TO ML-PLAYER-A.
015770     MOVE TM-SEED-B TO ML-SEED-B.
015780     MOVE TM-PLAYER-B TO ML-PLAYER-B.
015790     MOVE SPACES TO ML-GAME-A.
015800     MOVE SPACES TO ML-GAME-B.
015810     MOVE SPACES TO ML-WINNER.
015820     IF TM-RESULT-A = 'N'
015830         MOVE "NO-SHOW" TO ML-GAME-A
015840     END-IF.
015850     IF TM-RESULT-A NOT = 'N' AND TM-RESULT-A NOT = SPACE
015860         MOVE TM-RESULT-A TO GE-RESULT
015870         MOVE TM-GUESSES-A TO GE-GUESSES
015880         MOVE TM-HINTS-A TO GE-HINTS
015890         MOVE GAME-EDIT TO ML-GAME-A
015900     END-IF.
015910     IF TM-RESULT-B = 'N'
015920         MOVE "NO-SHOW" TO ML-GAME-B
015930     END-IF.
015940     IF TM-RESULT-B NOT = 'N' AND TM-RESULT-B NOT = SPACE
015950         MOVE TM-RESULT-B TO GE-RESULT
015960         MOVE TM-GUESSES-B TO GE-GUESSES
015970         MOVE TM-HINTS-B TO GE-HINTS
015980         MOVE GAME-EDIT TO ML-GAME-B
015990     END-IF.
016000     IF TM-WINNER = 'A'
016010         MOVE TM-PLAYER-A TO ML-WINNER
016020     END-IF.
016030     IF TM-WINNER = 'B'
016040         MOVE TM-PLAYER-B TO ML-WINNER
016050     END-IF.
016060     MOVE 1 TO DB-SUB.
016070     PERFORM 7110-SCAN-ONE-DECIDED THRU 7110-EXIT
016080         UNTIL DB-SUB >= DB-COUNT
016090             OR DB-CODE (DB-SUB) = TM-DECIDED-BY.
016100     MOVE DB-WORDS (DB-SUB) TO ML-DECIDED-BY.
016110     DISPLAY MATCH-LINE.
016120 7100-NEXT.
016130     ADD 1 TO BR-SUB.
016140 7100-EXIT.
016150     EXIT.
016160*
016170******************************************************
016180*  7110-SCAN-ONE-DECIDED                              *
016190******************************************************
016200 7110-SCAN-ONE-DECIDED.
016210     ADD 1 TO DB-SUB.
016220 7110-EXIT.
016230     EXIT.
016240*
016250******************************************************
016260*  7500-PRINT-ONE-BRACKET                             *
016270*  PRINT MODE: ASK FOR A TOURNAMENT AND PRINT IT.     *
016280******************************************************
016290 7500-PRINT-ONE-BRACKET.
016300     DISPLAY "Tournament ID to print:".
016310     ACCEPT CUR-TOURN-ID.
016320     PERFORM 1100-LOAD-BRACKETS THRU 1100-EXIT.
016330     PERFORM 1200-FIND-HEADER THRU 1200-EXIT.
016340     IF BT-FOUND-SUB > BT-COUNT
016350         DISPLAY "Tournament " CUR-TOURN-ID " is not on"
016360             " TRNYBRKT."
016370         GO TO 7500-EXIT
016380     END-IF.
016390     MOVE BT-FOUND-SUB TO CUR-HEADER-SUB.
016400     PERFORM 7000-PRINT-BRACKET THRU 7000-EXIT.
016410 7500-EXIT.
016420     EXIT.
016430*
016440******************************************************
016450*  8000-PRINT-TOTALS                                  *
016460******************************************************
016470 8000-PRINT-TOTALS.
016480     DISPLAY " ".
016490     MOVE MATCHES-DUE TO COUNT-EDIT.
016500     DISPLAY "Matches due:           " COUNT-EDIT.
016510     MOVE SCORES-READ TO COUNT-EDIT.
016520     DISPLAY "Games on the date:     " COUNT-EDIT.
016530     MOVE MATCHES-DECIDED TO COUNT-EDIT.
016540     DISPLAY "Matches decided:       " COUNT-EDIT.
016550     MOVE FORFEITS TO COUNT-EDIT.
016560     DISPLAY "  by no-show:          " COUNT-EDIT.
016570     MOVE ROUNDS-DRAWN TO COUNT-EDIT.
016580     DISPLAY "Rounds drawn:          " COUNT-EDIT.
016590     MOVE CHAMPIONS-CROWNED TO COUNT-EDIT.
016600     DISPLAY "Champions crowned:     " COUNT-EDIT.
016610 8000-EXIT.
016620     EXIT.
016630*
016640******************************************************
016650*  8500-START-RUN-CONTROL                             *
016660*  CHECK ON THE RUN-CONTROL FILE THAT EVERY JOB THIS  *
016670*  ONE DEPENDS ON HAS COMPLETED FOR THE BUSINESS      *
016680*  DATE, THEN POST THIS JOB AS RUNNING -- OR AS       *
016690*  REFUSED (0012), IN WHICH CASE NOTHING ELSE RUNS.   *
016700******************************************************
016710 8500-START-RUN-CONTROL.
016720     ACCEPT RUN-START-DATE FROM DATE YYYYMMDD.
016730     ACCEPT RUN-START-TIME FROM TIME.
016740     PERFORM 8610-OPEN-RUN-CONTROL THRU 8610-EXIT.
016750     IF NOT RUN-CONTROL-OK
016760         DISPLAY "RUNCTRL not available, status "
016770             RUN-CONTROL-STATUS " -- run refused."
016780         SET RUN-IS-REFUSED TO TRUE
016790         GO TO 8500-EXIT
016800     END-IF.
016810     MOVE 1 TO PRED-SUB.
016820     PERFORM 8510-CHECK-ONE-PREDECESSOR THRU 8510-EXIT
016830         UNTIL PRED-SUB > PRED-COUNT.
016840     CLOSE RUN-CONTROL-FILE.
016850     IF RUN-IS-REFUSED
016860         MOVE 'F' TO RUN-STATUS-CODE
016870         MOVE 12 TO RUN-COMPLETION-CODE
016880         MOVE "PREDECESSOR NOT COMPLETE" TO RUN-MESSAGE
016890     END-IF.
016900     PERFORM 8600-POST-RUN-CONTROL THRU 8600-EXIT.
016910 8500-EXIT.
016920     EXIT.
016930*
016940 8510-CHECK-ONE-PREDECESSOR.
016950     MOVE PRED-JOB-NAME (PRED-SUB) TO RC-JOB-NAME.
016960     MOVE RUN-BUSINESS-DATE TO RC-BUSINESS-DATE.
016970     READ RUN-CONTROL-FILE
016980         INVALID KEY
016990         CONTINUE
017000     END-READ.
017010     IF NOT RUN-CONTROL-OK OR NOT RC-COMPLETE
017020         DISPLAY "*** " PRED-JOB-NAME (PRED-SUB)
017030             " HAS NOT COMPLETED FOR " RUN-BUSINESS-DATE
017040             " -- RUN REFUSED ***"
017050         SET RUN-IS-REFUSED TO TRUE
017060     END-IF.
017070     ADD 1 TO PRED-SUB.
017080 8510-EXIT.
017090     EXIT.
017100*
017110******************************************************
017120*  8600-POST-RUN-CONTROL                              *
017130*  WRITE (OR REWRITE) THIS JOB'S RUN-CONTROL RECORD   *
017140*  FOR THE BUSINESS DATE FROM RUN-STATUS-CODE,        *
017150*  RUN-COMPLETION-CODE, RUN-MESSAGE, AND THE COUNTS.  *
017160*  A FINAL POSTING ('C' OR 'F') CARRIES THE END TIME. *
017170*  A RUN-CONTROL FAILURE IS REPORTED BUT DOES NOT     *
017180*  UNDO THE WORK ALREADY DONE.                        *
017190******************************************************
017200 8600-POST-RUN-CONTROL.
017210     PERFORM 8610-OPEN-RUN-CONTROL THRU 8610-EXIT.
017220     IF NOT RUN-CONTROL-OK
017230         DISPLAY "Run status NOT posted -- RUNCTRL status "
017240             RUN-CONTROL-STATUS
017250         GO TO 8600-EXIT
017260     END-IF.
017270     MOVE 'N' TO RUN-RECORD-SWITCH.
017280     MOVE RUN-JOB-NAME TO RC-JOB-NAME.
017290     MOVE RUN-BUSINESS-DATE TO RC-BUSINESS-DATE.
017300     READ RUN-CONTROL-FILE
017310         INVALID KEY
017320         CONTINUE
017330     END-READ.
017340     IF RUN-CONTROL-OK
017350         SET RUN-RECORD-EXISTS TO TRUE
017360     END-IF.
017370     MOVE RUN-JOB-NAME TO RC-JOB-NAME.
017380     MOVE RUN-BUSINESS-DATE TO RC-BUSINESS-DATE.
017390     MOVE RUN-STATUS-CODE TO RC-STATUS.
017400     MOVE RUN-COMPLETION-CODE TO RC-COMPLETION-CODE.
017410     MOVE RUN-START-DATE TO RC-START-DATE.
017420     MOVE RUN-START-TIME TO RC-START-TIME.
017430     IF RC-RUNNING
017440         MOVE SPACES TO RC-END-DATE
017450         MOVE SPACES TO RC-END-TIME
017460     ELSE
017470         ACCEPT RC-END-DATE FROM DATE YYYYMMDD
017480         ACCEPT RC-END-TIME FROM TIME
017490     END-IF.
017500     MOVE RUN-COUNT-VALUES TO RC-CONTROL-COUNTS.
017510     MOVE RUN-MESSAGE TO RC-MESSAGE.
017520     IF RUN-RECORD-EXISTS
017530         REWRITE RUN-CONTROL-RECORD
017540     ELSE
017550         WRITE RUN-CONTROL-RECORD
017560     END-IF.
017570     IF NOT RUN-CONTROL-OK
017580         DISPLAY "Run status NOT posted -- RUNCTRL status "
017590             RUN-CONTROL-STATUS
017600     END-IF.
017610     CLOSE RUN-CONTROL-FILE.
017620 8600-EXIT.
017630     EXIT.
017640*
017650 8610-OPEN-RUN-CONTROL.
017660     OPEN I-O RUN-CONTROL-FILE.
017670     IF RUN-CONTROL-NOT-FOUND
017680         OPEN OUTPUT RUN-CONTROL-FILE
017690         CLOSE RUN-CONTROL-FILE
017700         OPEN I-O RUN-CONTROL-FILE
017710     END-IF.
017720 8610-EXIT.
017730     EXIT.
017740*
017750******************************************************
017760*  8650-END-RUN-CONTROL                               *
017770*  POST THE FINAL STATUS: A COMPLETION CODE UNDER     *
017780*  0008 IS COMPLETE, ANYTHING ELSE FAILED.            *
017790******************************************************
017800 8650-END-RUN-CONTROL.
017810     IF RUN-COMPLETION-CODE < 8
017820         MOVE 'C' TO RUN-STATUS-CODE
017830     ELSE
017840         MOVE 'F' TO RUN-STATUS-CODE
017850     END-IF.
017860     PERFORM 8600-POST-RUN-CONTROL THRU 8600-EXIT.
017870 8650-EXIT.
017880     EXIT.
017890*
017891******************************************************
017892*  8800-LOAD-PARAMETERS                               *
017893*  TABLE EVERY GAME PARAMETER ENTRY: THE STANDING     *
017894*  DEFAULTS FIRST (EFFECTIVE 00000000), THEN EACH     *
017895*  PARMFILE ENTRY IN FILE ORDER.  NO PARMFILE MEANS   *
017896*  THE DEFAULTS STAND.  AN ENTRY FOR AN UNKNOWN       *
017897*  PARAMETER, WITH A NON-NUMERIC VALUE OR DATE, OR    *
017898*  BEYOND THE END OF THE TABLE IS IGNORED AND         *
017899*  COUNTED.                                           *
017900******************************************************
017901 8800-LOAD-PARAMETERS.
017902     MOVE 0 TO PE-COUNT.
017903     MOVE 0 TO PARM-ENTRIES-IGNORED.
017904     MOVE 1 TO PD-SUB.
017905     PERFORM 8810-LOAD-ONE-DEFAULT THRU 8810-EXIT
017906         UNTIL PD-SUB > PD-COUNT.
017907     OPEN INPUT PARM-FILE.
017908     IF PARM-FILE-NOT-FOUND
017909         GO TO 8800-EXIT
017910     END-IF.
017911     IF NOT PARM-FILE-OK
017912         DISPLAY "Cannot open PARMFILE, status "
017913             PARM-FILE-STATUS " -- standing rules used."
017914         GO TO 8800-EXIT
017915     END-IF.
017916     MOVE 'N' TO PARM-EOF-SWITCH.
017917     PERFORM 8820-LOAD-ONE-ENTRY THRU 8820-EXIT
017918         UNTIL PARM-AT-END.
017919     CLOSE PARM-FILE.
017920     IF PARM-ENTRIES-IGNORED > 0
017921         DISPLAY "PARMFILE entries ignored: "
017922             PARM-ENTRIES-IGNORED
017923     END-IF.
017924 8800-EXIT.
017925     EXIT.
017926*
017927 8810-LOAD-ONE-DEFAULT.
017928     ADD 1 TO PE-COUNT.
017929     MOVE PD-NAME (PD-SUB) TO PE-NAME (PE-COUNT).
017930     MOVE "00000000" TO PE-EFFECTIVE-DATE (PE-COUNT).
017931     MOVE PD-DEFAULT (PD-SUB) TO PE-VALUE (PE-COUNT).
017932     ADD 1 TO PD-SUB.
017933 8810-EXIT.
017934     EXIT.
017935*
017936 8820-LOAD-ONE-ENTRY.
017937     READ PARM-FILE
017938         AT END
017939         SET PARM-AT-END TO TRUE
017940         GO TO 8820-EXIT
017941     END-READ.
017942     MOVE 1 TO PD-SUB.
017943     PERFORM 8830-SCAN-ONE-NAME THRU 8830-EXIT
017944         UNTIL PD-SUB > PD-COUNT
017945             OR PD-NAME (PD-SUB) = PARM-NAME.
017946     IF PD-SUB > PD-COUNT
017947             OR PARM-VALUE NOT NUMERIC
017948             OR PARM-EFFECTIVE-DATE NOT NUMERIC
017949             OR PE-COUNT NOT < PE-MAX
017950         ADD 1 TO PARM-ENTRIES-IGNORED
017951         GO TO 8820-EXIT
017952     END-IF.
017953     ADD 1 TO PE-COUNT.
017954     MOVE PARM-NAME TO PE-NAME (PE-COUNT).
017955     MOVE PARM-EFFECTIVE-DATE TO PE-EFFECTIVE-DATE (PE-COUNT).
017956     MOVE PARM-VALUE TO PE-VALUE (PE-COUNT).
017957 8820-EXIT.
017958     EXIT.
017959*
017960 8830-SCAN-ONE-NAME.
017961     ADD 1 TO PD-SUB.
017962 8830-EXIT.
017963     EXIT.
017964*
017965******************************************************
017966*  8850-GET-PARAMETER                                 *
017967*  THE VALUE OF PARM-WANTED-NAME IN FORCE ON          *
017968*  PARM-AS-OF-DATE: THE ENTRY WITH THE LATEST         *
017969*  EFFECTIVE DATE NOT AFTER IT, THE LATER ON THE FILE *
017970*  WHERE TWO SHARE A DATE.  THE DEFAULTS, EFFECTIVE   *
017971*  00000000, ARE ALWAYS A CANDIDATE.                  *
017972******************************************************
017973 8850-GET-PARAMETER.
017974     MOVE 0 TO PARM-FOUND-VALUE.
017975     MOVE SPACES TO PARM-FOUND-DATE.
017976     MOVE 1 TO PE-SUB.
017977     PERFORM 8860-CHECK-ONE-ENTRY THRU 8860-EXIT
017978         UNTIL PE-SUB > PE-COUNT.
017979 8850-EXIT.
017980     EXIT.
017981*
017982 8860-CHECK-ONE-ENTRY.
017983     IF PE-NAME (PE-SUB) = PARM-WANTED-NAME
017984             AND PE-EFFECTIVE-DATE (PE-SUB) NOT > PARM-AS-OF-DATE
017985             AND PE-EFFECTIVE-DATE (PE-SUB) NOT < PARM-FOUND-DATE
017986         MOVE PE-VALUE (PE-SUB) TO PARM-FOUND-VALUE
017987         MOVE PE-EFFECTIVE-DATE (PE-SUB) TO PARM-FOUND-DATE
017988     END-IF.
017989     ADD 1 TO PE-SUB.
017990 8860-EXIT.
017991     EXIT.
017992*
017993******************************************************
017994*  9999-EXIT                                          *
017995******************************************************
017996 9999-EXIT.
017997     STOP RUN.
