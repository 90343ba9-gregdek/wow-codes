000010******************************************************
000020*  GUESS-INTG                                         *
000030*  NIGHTLY INTEGRITY EXCEPTION REPORT.  EVERY OPEN OF *
000040*  THE SEED SCHEDULE IS LOGGED TO SEEDAUDT, BUT UNTIL *
000050*  NOW NOBODY READ THE LOG AGAINST THE RESULTS, AND   *
000060*  CHEATING WAS ONLY EVER FOUND BY RUMOUR.  FOR ONE   *
000070*  GAMING DAY THIS JOB:                               *
000080*    1. FLAGS EVERY SEEDAUDT OPEN BY A PROGRAM NOT ON *
000090*       THE APPROVED LIST BELOW, AND EVERY OPEN BY A  *
000100*       BATCH-ONLY PROGRAM OUTSIDE THE BATCH WINDOW   *
000110*       (THE OPERATOR GIVES THE WINDOW; BLANK TAKES   *
000120*       18:00 TO 08:00).  THE GAME PROGRAM ITSELF     *
000130*       OPENS THE SCHEDULE ALL DAY AND IS APPROVED AT *
000140*       ANY HOUR.                                     *
000150*    2. FLAGS SUSPECT WINS ON SCOREHST: A FIRST-GUESS *
000160*       WIN, OR A WIN IN NO MORE THAN HALF THE        *
000170*       THEORETICAL BEST FOR THE DAY'S RANGE (3 OF 7  *
000180*       NORMAL, 5 OF 10 EXPERT) WITH NO 'T' HINT      *
000190*       RECORDS ON AUDITLOG FOR THE PLAYER THAT DAY.  *
000200*    3. FLAGS A PLAYER WHOSE DAY, RATED THE WAY       *
000210*       GUESS-RATE RATES A GAME, BEATS THEIR RT-      *
000220*       RATING ON RATEFILE BY JUMP-POINTS OR MORE.    *
000230*  A SUSPECT GAME OR PLAYER WHOSE FIRST GUESS OF THE  *
000240*  DAY (FROM AUDITLOG) CAME AFTER A FLAGGED SEED READ *
000250*  SCORES EXTRA POINTS AND IS MARKED '*'.  THE        *
000260*  EXCEPTIONS ARE PRINTED HIGHEST POINTS FIRST WITH A *
000270*  SEVERITY OF HIGH (70+), MEDIUM (40+) OR LOW.       *
000280*                                                     *
000290*  EVERY SUSPECT GAME IS ALSO WRITTEN TO INTGEXCP IN  *
000300*  THE ADJTRAN LAYOUT (ADJTREC.CPY) AS A VOID WITH    *
000310*  REASON AK AND NO OPERATOR.  THE REVIEWING          *
000320*  OPERATOR DELETES THE LINES NOT TO BE ACTED ON,     *
000330*  KEYS THEIR ID INTO THE REST, AND FEEDS THE FILE TO *
000340*  GUESS-ADJT AS ADJTRAN -- GUESS-ADJT REFUSES A LINE *
000350*  WITH NO OPERATOR, SO NOTHING IS VOIDED ON THIS     *
000360*  JOB'S SAY-SO ALONE.  GUESS-ADJT VOIDS THE PLAYER'S *
000370*  EARLIEST STANDING GAME OF THE DAY, SO CHECK A      *
000380*  PLAYER WHO PLAYED MORE THAN ONCE BEFORE FEEDING    *
000390*  IT.  GAMES ALREADY VOIDED ARE NOT CHECKED, AND A   *
000400*  CORRECTED GAME HAS BEEN REVIEWED ONCE AND IS NOT   *
000410*  FLAGGED AGAIN.                                     *
000420*                                                     *
000430*  RUN IT AFTER GUESS-EOD CLOSES THE DAY AND BEFORE   *
000440*  GUESS-RATE REBUILDS RATEFILE, SO THE DAY IS        *
000450*  COMPARED WITH THE RATING THE PLAYER CARRIED INTO   *
000460*  IT.                                                *
000461*  THE NIGHTLY STREAM (GUESS-STRM) RUNS IT THERE.     *
000462*  IT IS REFUSED UNTIL GUESS-EOD HAS CLOSED THE DAY,  *
000463*  AND GUESS-RATE IS REFUSED UNTIL IT HAS COMPLETED,  *
000464*  AS SHOWN ON THE RUN-CONTROL FILE (RUNCTRL).  A DAY *
000465*  WITH EXCEPTIONS TO REVIEW POSTS CODE 0004.         *
000466*  THE THEORETICAL-BEST FIGURES ARE GAME PARAMETERS   *
000467*  (PARMFILE), TAKEN AS IN FORCE ON THE GAMING DAY.   *
000470*                                                     *
000480*  To compile and run on your friendly Linux system:  *
000490*         cobc -x guess-intg.cobol                    *
000500******************************************************
000510*
000520******************************************************
000530*  MODIFICATION HISTORY                               *
000540******************************************************
000550*  DATE       INIT  DESCRIPTION                        *
000560*  ---------- ----  ------------------------------     *
000570*  2026-10-15 DLM   NEW PROGRAM.                       *
000572*  2026-10-15 DLM   GUESS-FAIR ADDED TO THE APPROVED   *
000574*                   LIST, BATCH WINDOW ONLY -- IT LOGS *
000576*                   ITS OPEN OF THE ANSWER HISTORY     *
000578*                   (SEEDHIST) TO SEEDAUDT.            *
000579*  2026-10-15 DLM   THE THEORETICAL BEST GUESSES FOR   *
000580*                   NORMAL AND EXPERT DAYS COME FROM   *
000581*                   THE GAME PARAMETER FILE (PARMFILE) *
000582*                   AS IN FORCE ON THE GAMING DAY.     *
000583*  2026-10-15 DLM   REFUSED UNLESS GUESS-EOD HAS       *
000584*                   COMPLETED FOR THE DAY ON THE RUN-  *
000585*                   CONTROL FILE (RUNCTRL); EACH RUN   *
000586*                   POSTS ITS STATUS AND COUNTS THERE. *
000587******************************************************
000590 IDENTIFICATION DIVISION.
000600 PROGRAM-ID. GUESS-INTG.
000610 AUTHOR. D L MCKENZIE.
000620 INSTALLATION. OPERATIONS SUPPORT.
000630 DATE-WRITTEN. 2026-10-15.
000640 DATE-COMPILED. 2026-10-15.
000650*
000660 ENVIRONMENT DIVISION.
000670 CONFIGURATION SECTION.
000680 SOURCE-COMPUTER. LINUX.
000690 OBJECT-COMPUTER. LINUX.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT SEED-AUDIT-FILE ASSIGN TO "SEEDAUDT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS SEED-AUDIT-STATUS.
000750     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS AUDIT-FILE-STATUS.
000780     SELECT SCORE-HIST-FILE ASSIGN TO "SCOREHST"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS SCORE-HIST-STATUS.
000810     SELECT RATING-FILE ASSIGN TO "RATEFILE"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS RANDOM
000840         RECORD KEY IS RT-PLAYER-ID
000850         FILE STATUS IS RATING-FILE-STATUS.
000860     SELECT EXCEPTION-FILE ASSIGN TO "INTGEXCP"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS EXCEPTION-FILE-STATUS.
000881     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
000882         ORGANIZATION IS INDEXED
000883         ACCESS MODE IS RANDOM
000884         RECORD KEY IS RC-KEY
000885         FILE STATUS IS RUN-CONTROL-STATUS.
000886     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000887         ORGANIZATION IS LINE SEQUENTIAL
000888         FILE STATUS IS PARM-FILE-STATUS.
000890     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
000900*
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  SEED-AUDIT-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY "SEEDAREC.CPY".
000960*
000970 FD  AUDIT-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY "AUDITREC.CPY".
001000*
001010 FD  SCORE-HIST-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY "SCOREREC.CPY".
001040*
001050 FD  RATING-FILE
001060     LABEL RECORDS ARE STANDARD.
001070     COPY "RATEREC.CPY".
001080*
001090 FD  EXCEPTION-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY "ADJTREC.CPY".
001111*
001112 FD  RUN-CONTROL-FILE
001113     LABEL RECORDS ARE STANDARD.
001114     COPY "RUNCREC.CPY".
001115*
001116 FD  PARM-FILE
001117     LABEL RECORDS ARE STANDARD.
001118     COPY "PARMREC.CPY".
001120*
001130 SD  SORT-WORK-FILE.
001140 01  SORT-RECORD.
001150     05  SORT-POINTS              PIC 9(03).
001160     05  SORT-PLAYER-ID           PIC X(10).
001170     05  SORT-TIME.
001180         10  SORT-TIME-HH         PIC X(02).
001190         10  SORT-TIME-MM         PIC X(02).
001200         10  SORT-TIME-SS         PIC X(02).
001210         10  FILLER               PIC X(02).
001220     05  SORT-PROGRAM             PIC X(12).
001230     05  SORT-GUESSES             PIC 9(03).
001240     05  SORT-DIFFICULTY          PIC X(01).
001250     05  SORT-SEED-MATCH          PIC X(01).
001260     05  SORT-GAME-FLAG           PIC X(01).
001270         88  SORT-IS-GAME         VALUE 'Y'.
001280     05  SORT-REASON              PIC X(34).
001290*
001300 WORKING-STORAGE SECTION.
001310*
001320 77  SEED-OPENS-READ             PIC 9(05)  VALUE 0.
001330 77  SEED-OPENS-FLAGGED          PIC 9(05)  VALUE 0.
001340 77  GAMES-CHECKED               PIC 9(05)  VALUE 0.
001350 77  VOIDED-GAMES-SKIPPED        PIC 9(05)  VALUE 0.
001360 77  LEGACY-SKIPPED              PIC 9(05)  VALUE 0.
001370 77  HIGH-COUNT                  PIC 9(05)  VALUE 0.
001380 77  MEDIUM-COUNT                PIC 9(05)  VALUE 0.
001390 77  LOW-COUNT                   PIC 9(05)  VALUE 0.
001400 77  EXCEPTIONS-WRITTEN          PIC 9(05)  VALUE 0.
001410*
001420*    THE SCORING RULES.  POINTS DECIDE THE ORDER OF THE
001430*    REPORT AND THE SEVERITY BAND.
001440 77  UNAPPROVED-POINTS           PIC 9(03)  VALUE 90.
001450 77  OUT-OF-WINDOW-POINTS        PIC 9(03)  VALUE 60.
001460 77  FIRST-GUESS-POINTS          PIC 9(03)  VALUE 50.
001470 77  LOW-GUESS-POINTS            PIC 9(03)  VALUE 40.
001480 77  RATING-JUMP-POINTS          PIC 9(03)  VALUE 30.
001490 77  SEED-MATCH-POINTS           PIC 9(03)  VALUE 30.
001500 77  HIGH-SEVERITY-POINTS        PIC 9(03)  VALUE 70.
001510 77  MEDIUM-SEVERITY-POINTS      PIC 9(03)  VALUE 40.
001520*
001530 77  THEO-BEST-GUESSES           PIC 9(02)  VALUE 0.
001540 77  LOW-GUESS-LIMIT             PIC 9(02)  VALUE 3.
001550 77  GAME-EFFICIENCY             PIC 9(03)  VALUE 0.
001560 77  DAY-RATING                  PIC 9(03)  VALUE 0.
001570 77  JUMP-POINTS                 PIC 9(03)  VALUE 40.
001580 77  MIN-RATED-GAMES             PIC 9(02)  VALUE 5.
001590 77  SUSPECT-POINTS              PIC 9(03)  VALUE 0.
001600*
001610 01  RUN-DATE                    PIC X(08).
001620 01  CHECK-DATE                  PIC X(08)  VALUE SPACES.
001630 01  WINDOW-START                PIC X(04)  VALUE SPACES.
001640 01  WINDOW-END                  PIC X(04)  VALUE SPACES.
001650 01  FIRST-FLAGGED-TIME          PIC X(08)  VALUE SPACES.
001660 01  SUSPECT-REASON              PIC X(34)  VALUE SPACES.
001670*
001680 01  OPEN-TIME-WORK.
001690     05  OPEN-HHMM               PIC X(04).
001700     05  FILLER                  PIC X(04).
001710*
001720 01  SEED-AUDIT-STATUS           PIC X(02).
001730     88  SEED-AUDIT-OK           VALUE '00'.
001740 01  AUDIT-FILE-STATUS           PIC X(02).
001750     88  AUDIT-FILE-OK           VALUE '00'.
001760 01  SCORE-HIST-STATUS           PIC X(02).
001770     88  SCORE-HIST-OK           VALUE '00'.
001780 01  RATING-FILE-STATUS          PIC X(02).
001790     88  RATING-FILE-OK          VALUE '00'.
001800 01  EXCEPTION-FILE-STATUS       PIC X(02).
001810     88  EXCEPTION-FILE-OK       VALUE '00'.
001820*
001830 01  SEED-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001840     88  SEED-AT-END             VALUE 'Y'.
001850 01  AUDIT-EOF-SWITCH            PIC X(01)  VALUE 'N'.
001860     88  AUDIT-AT-END            VALUE 'Y'.
001870 01  SCORE-EOF-SWITCH            PIC X(01)  VALUE 'N'.
001880     88  SCORE-AT-END            VALUE 'Y'.
001890 01  SORT-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001900     88  SORT-AT-END             VALUE 'Y'.
001910*
001920 01  WINDOW-SWITCH               PIC X(01)  VALUE 'Y'.
001930     88  OPEN-IN-WINDOW          VALUE 'Y'.
001940     88  OPEN-OUT-OF-WINDOW      VALUE 'N'.
001950 01  HINT-CHECK-SWITCH           PIC X(01)  VALUE 'Y'.
001960     88  HINTS-ARE-KNOWN         VALUE 'Y'.
001970     88  HINTS-NOT-KNOWN         VALUE 'N'.
001980 01  EXCEPTION-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
001990     88  EXCEPTION-FILE-OPEN     VALUE 'Y'.
002000 01  TABLE-FULL-SWITCH           PIC X(01)  VALUE 'N'.
002010     88  TABLE-IS-FULL           VALUE 'Y'.
002020*
002030*    THE PROGRAMS APPROVED TO OPEN SEEDSCHD (OR THE
002035*    ANSWER HISTORY, SEEDHIST), AS THEY
002040*    LOG THEMSELVES IN SA-PROGRAM, EACH WITH 'A' IF IT
002050*    MAY OPEN THE SCHEDULE AT ANY HOUR OR 'B' IF ONLY
002060*    INSIDE THE BATCH WINDOW.  THE LAST SLOT IS THE
002070*    SEARCH SENTINEL.
002080 77  AP-COUNT                    PIC 9(02)  COMP  VALUE 6.
002090 77  AP-SUB                      PIC 9(02)  COMP  VALUE 0.
002100 01  APPROVED-PROGRAM-VALUES.
002110     05  FILLER                  PIC X(12)  VALUE "GUESS-MY-NUM".
002120     05  FILLER                  PIC X(01)  VALUE 'A'.
002130     05  FILLER                  PIC X(12)  VALUE "GUESS-BATCH".
002140     05  FILLER                  PIC X(01)  VALUE 'B'.
002150     05  FILLER                  PIC X(12)  VALUE "GUESS-EOD".
002160     05  FILLER                  PIC X(01)  VALUE 'B'.
002170     05  FILLER                  PIC X(12)  VALUE "GUESS-OPER".
002180     05  FILLER                  PIC X(01)  VALUE 'B'.
002190     05  FILLER                  PIC X(12)  VALUE "SEED-GEN".
002200     05  FILLER                  PIC X(01)  VALUE 'B'.
002203     05  FILLER                  PIC X(12)  VALUE "GUESS-FAIR".
002206     05  FILLER                  PIC X(01)  VALUE 'B'.
002210     05  FILLER                  PIC X(13)  VALUE SPACES.
002220 01  APPROVED-PROGRAM-TABLE REDEFINES APPROVED-PROGRAM-VALUES.
002230     05  AP-ENTRY                OCCURS 7 TIMES.
002240         10  AP-PROGRAM          PIC X(12).
002250         10  AP-WINDOW-CODE      PIC X(01).
002260             88  AP-ANY-HOUR     VALUE 'A'.
002270             88  AP-BATCH-ONLY   VALUE 'B'.
002280*
002290*    ONE ENTRY PER PLAYER SEEN ON THE DAY: HINTS BOUGHT
002300*    AND THE TIME OF THE FIRST GUESS FROM AUDITLOG, THE
002310*    REVERSALS STILL TO APPLY, AND THE DAY'S PLAY.  THE
002320*    LAST SLOT IS RESERVED FOR STAGING THE SEARCH ID.
002330 77  DP-MAX-ENTRIES              PIC 9(03)  COMP  VALUE 500.
002340 77  DP-COUNT                    PIC 9(03)  COMP  VALUE 0.
002350 77  DP-SUB                      PIC 9(03)  COMP  VALUE 0.
002360 77  DP-FOUND-SUB                PIC 9(03)  COMP  VALUE 0.
002370 01  DAY-PLAYER-TABLE.
002380     05  DP-ENTRY                OCCURS 500 TIMES.
002390         10  DP-PLAYER-ID        PIC X(10).
002400         10  DP-HINTS            PIC 9(03).
002410         10  DP-FIRST-TIME       PIC X(08).
002420         10  DP-VOIDS            PIC 9(03).
002430         10  DP-GAMES            PIC 9(03).
002440         10  DP-EFF-SUM          PIC 9(05).
002450*
002460 01  JUMP-REASON.
002470     05  FILLER                  PIC X(12)  VALUE "RATING JUMP ".
002480     05  JR-RATING-WAS           PIC 9(03).
002490     05  FILLER                  PIC X(04)  VALUE " TO ".
002500     05  JR-RATING-DAY           PIC 9(03).
002510*
002520 01  EXCEPTION-LINE.
002530     05  EXL-SEVERITY            PIC X(06).
002540     05  FILLER                  PIC X(01)  VALUE SPACES.
002550     05  EXL-POINTS              PIC ZZ9.
002560     05  EXL-SEED-MATCH          PIC X(01).
002570     05  FILLER                  PIC X(01)  VALUE SPACES.
002580     05  EXL-PLAYER-ID           PIC X(10).
002590     05  FILLER                  PIC X(02)  VALUE SPACES.
002600     05  EXL-PROGRAM             PIC X(12).
002610     05  FILLER                  PIC X(01)  VALUE SPACES.
002620     05  EXL-TIME-HH             PIC X(02).
002630     05  EXL-TIME-COLON-1        PIC X(01).
002640     05  EXL-TIME-MM             PIC X(02).
002650     05  EXL-TIME-COLON-2        PIC X(01).
002660     05  EXL-TIME-SS             PIC X(02).
002670     05  FILLER                  PIC X(02)  VALUE SPACES.
002680     05  EXL-GUESSES             PIC ZZ9 BLANK WHEN ZERO.
002690     05  FILLER                  PIC X(01)  VALUE SPACES.
002700     05  EXL-DIFFICULTY          PIC X(01).
002710     05  FILLER                  PIC X(02)  VALUE SPACES.
002720     05  EXL-REASON              PIC X(34).
002730*
002740 01  COUNT-EDIT                  PIC Z(06)9.
002741*
002742*    RUN CONTROL (RUNCTRL): THE JOBS THAT MUST HAVE
002743*    COMPLETED FOR THE BUSINESS DATE BEFORE THIS ONE
002744*    MAY RUN, AND THIS JOB'S STATUS AND KEY COUNTS.
002745 77  PRED-COUNT                  PIC 9(02)  COMP  VALUE 1.
002746 77  PRED-SUB                    PIC 9(02)  COMP  VALUE 0.
002747 01  PREDECESSOR-VALUES.
002748     05  FILLER                  PIC X(12)  VALUE "GUESS-EOD".
002749 01  PREDECESSOR-TABLE REDEFINES PREDECESSOR-VALUES.
002750     05  PRED-JOB-NAME           PIC X(12)
002751                                 OCCURS 1 TIMES.
002752 01  RUN-JOB-NAME                PIC X(12)  VALUE "GUESS-INTG".
002753 01  RUN-BUSINESS-DATE           PIC X(08)  VALUE SPACES.
002754 01  RUN-START-DATE              PIC X(08)  VALUE SPACES.
002755 01  RUN-START-TIME              PIC X(08)  VALUE SPACES.
002756 01  RUN-STATUS-CODE             PIC X(01)  VALUE 'R'.
002757 01  RUN-COMPLETION-CODE         PIC 9(04)  VALUE 0.
002758 01  RUN-MESSAGE                 PIC X(30)  VALUE SPACES.
002759 01  RUN-COUNT-VALUES.
002760     05  FILLER                  PIC X(12)  VALUE "CHECKED".
002761     05  RUN-COUNT-1             PIC 9(09)  VALUE 0.
002762     05  FILLER                  PIC X(12)  VALUE "SEED FLAGGED".
002763     05  RUN-COUNT-2             PIC 9(09)  VALUE 0.
002764     05  FILLER                  PIC X(12)  VALUE "EXCEPTIONS".
002765     05  RUN-COUNT-3             PIC 9(09)  VALUE 0.
002766 01  RUN-CONTROL-STATUS          PIC X(02).
002767     88  RUN-CONTROL-OK          VALUE '00'.
002768     88  RUN-CONTROL-NOT-FOUND   VALUE '23', '35'.
002769 01  RUN-RECORD-SWITCH           PIC X(01)  VALUE 'N'.
002770     88  RUN-RECORD-EXISTS       VALUE 'Y'.
002771 01  RUN-REFUSED-SWITCH          PIC X(01)  VALUE 'N'.
002772     88  RUN-IS-REFUSED          VALUE 'Y'.
002773*
002774*    GAME PARAMETERS (PARMFILE), SEE PARMTAB.CPY.
002775     COPY "PARMTAB.CPY".
002776*
002777 PROCEDURE DIVISION.
002778*
002780******************************************************
002790*  0000-MAINLINE                                      *
002800******************************************************
002810 0000-MAINLINE.
002820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002821     MOVE CHECK-DATE TO RUN-BUSINESS-DATE.
002822     PERFORM 8500-START-RUN-CONTROL THRU 8500-EXIT.
002823     IF RUN-IS-REFUSED
002824         GO TO 9999-EXIT
002825     END-IF.
002830     SORT SORT-WORK-FILE
002840         ON DESCENDING KEY SORT-POINTS
002850         ON ASCENDING KEY SORT-PLAYER-ID
002860                          SORT-TIME
002870         INPUT PROCEDURE IS 2000-GATHER-EXCEPTIONS
002880             THRU 2000-EXIT
002890         OUTPUT PROCEDURE IS 7000-PRINT-EXCEPTIONS
002900             THRU 7000-EXIT.
002910     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002911     MOVE GAMES-CHECKED TO RUN-COUNT-1.
002912     MOVE SEED-OPENS-FLAGGED TO RUN-COUNT-2.
002913     COMPUTE RUN-COUNT-3 = HIGH-COUNT + MEDIUM-COUNT + LOW-COUNT.
002914     IF RUN-COUNT-3 > 0
002915         MOVE 4 TO RUN-COMPLETION-CODE
002916         MOVE "EXCEPTIONS TO REVIEW" TO RUN-MESSAGE
002917     END-IF.
002918     PERFORM 8650-END-RUN-CONTROL THRU 8650-EXIT.
002920     GO TO 9999-EXIT.
002930*
002940******************************************************
002950*  1000-INITIALIZE                                    *
002960*  THE DAY CHECKED IS NORMALLY TODAY, BUT THE         *
002970*  OPERATOR CAN NAME A PRIOR DAY, AS FOR GUESS-EOD.   *
002980*  A BLANK OR BAD BATCH WINDOW TAKES THE STANDARD     *
002990*  OVERNIGHT WINDOW.                                  *
003000******************************************************
003010 1000-INITIALIZE.
003020     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
003030     DISPLAY "Enter gaming day to check (YYYYMMDD,"
003040         " blank for today):".
003050     ACCEPT CHECK-DATE.
003060     IF CHECK-DATE = SPACES OR CHECK-DATE NOT NUMERIC
003070         MOVE RUN-DATE TO CHECK-DATE
003080     END-IF.
003085     PERFORM 8800-LOAD-PARAMETERS THRU 8800-EXIT.
003090     DISPLAY "Enter batch window start (HHMM, blank"
003100         " for 1800):".
003110     ACCEPT WINDOW-START.
003120     IF WINDOW-START NOT NUMERIC
003130         MOVE "1800" TO WINDOW-START
003140     END-IF.
003150     DISPLAY "Enter batch window end (HHMM, blank"
003160         " for 0800):".
003170     ACCEPT WINDOW-END.
003180     IF WINDOW-END NOT NUMERIC
003190         MOVE "0800" TO WINDOW-END
003200     END-IF.
003210     DISPLAY "        GUESS-MY-NUMBER INTEGRITY EXCEPTION"
003220         " REPORT".
003230     DISPLAY "        GAMING DAY " CHECK-DATE
003240         "   BATCH WINDOW " WINDOW-START "-" WINDOW-END
003250         "   RUN " RUN-DATE.
003260 1000-EXIT.
003270     EXIT.
003280*
003290******************************************************
003300*  2000-GATHER-EXCEPTIONS                             *
003310*  SORT INPUT PROCEDURE.  THE SEED READS ARE CHECKED  *
003320*  FIRST SO THE GAME CHECKS KNOW WHEN THE FIRST       *
003330*  FLAGGED READ HAPPENED; THE AUDIT TRAIL AND THE     *
003340*  DAY'S REVERSALS ARE TABLED BEFORE THE GAMES ARE    *
003350*  READ; THE RATINGS ARE COMPARED LAST, ONCE THE      *
003360*  DAY'S PLAY IS KNOWN.                               *
003370******************************************************
003380 2000-GATHER-EXCEPTIONS.
003390     PERFORM 2100-CHECK-SEED-OPENS THRU 2100-EXIT.
003400     PERFORM 3000-TABLE-AUDIT-TRAIL THRU 3000-EXIT.
003410     PERFORM 3500-TABLE-DAY-VOIDS THRU 3500-EXIT.
003420     PERFORM 4000-CHECK-DAY-GAMES THRU 4000-EXIT.
003430     PERFORM 5000-CHECK-RATING-JUMPS THRU 5000-EXIT.
003440 2000-EXIT.
003450     EXIT.
003460*
003470******************************************************
003480*  2100-CHECK-SEED-OPENS                              *
003490******************************************************
003500 2100-CHECK-SEED-OPENS.
003510     OPEN INPUT SEED-AUDIT-FILE.
003520     IF NOT SEED-AUDIT-OK
003530         DISPLAY "SEEDAUDT not available, status "
003540             SEED-AUDIT-STATUS
003550             " -- seed reads NOT checked."
003560         GO TO 2100-EXIT
003570     END-IF.
003580     PERFORM 2110-CHECK-ONE-OPEN THRU 2110-EXIT
003590         UNTIL SEED-AT-END.
003600     CLOSE SEED-AUDIT-FILE.
003610 2100-EXIT.
003620     EXIT.
003630*
003640******************************************************
003650*  2110-CHECK-ONE-OPEN                                *
003660*  AN OPEN BY A PROGRAM NOT ON THE LIST, OR BY A      *
003670*  BATCH-ONLY PROGRAM OUTSIDE THE WINDOW, IS AN       *
003680*  EXCEPTION.  THE EARLIEST SUCH OPEN IS KEPT FOR     *
003690*  MATCHING AGAINST THE DAY'S PLAY.                   *
003700******************************************************
003710 2110-CHECK-ONE-OPEN.
003720     READ SEED-AUDIT-FILE
003730         AT END
003740         SET SEED-AT-END TO TRUE
003750         GO TO 2110-EXIT
003760     END-READ.
003770     IF SA-DATE NOT = CHECK-DATE
003780         GO TO 2110-EXIT
003790     END-IF.
003800     ADD 1 TO SEED-OPENS-READ.
003810     PERFORM 2120-FIND-PROGRAM THRU 2120-EXIT.
003820     IF AP-SUB > AP-COUNT
003830         MOVE UNAPPROVED-POINTS TO SORT-POINTS
003840         MOVE "SEED READ BY UNAPPROVED PROGRAM"
003850             TO SORT-REASON
003860     ELSE
003870         IF AP-ANY-HOUR (AP-SUB)
003880             GO TO 2110-EXIT
003890         END-IF
003900         PERFORM 2130-CHECK-WINDOW THRU 2130-EXIT
003910         IF OPEN-IN-WINDOW
003920             GO TO 2110-EXIT
003930         END-IF
003940         MOVE OUT-OF-WINDOW-POINTS TO SORT-POINTS
003950         MOVE "SEED READ OUTSIDE BATCH WINDOW"
003960             TO SORT-REASON
003970     END-IF.
003980     ADD 1 TO SEED-OPENS-FLAGGED.
003990     IF FIRST-FLAGGED-TIME = SPACES
004000             OR SA-TIME < FIRST-FLAGGED-TIME
004010         MOVE SA-TIME TO FIRST-FLAGGED-TIME
004020     END-IF.
004030     MOVE SPACES TO SORT-PLAYER-ID.
004040     MOVE SA-TIME TO SORT-TIME.
004050     MOVE SA-PROGRAM TO SORT-PROGRAM.
004060     MOVE 0 TO SORT-GUESSES.
004070     MOVE SPACE TO SORT-DIFFICULTY.
004080     MOVE SPACE TO SORT-SEED-MATCH.
004090     MOVE 'N' TO SORT-GAME-FLAG.
004100     RELEASE SORT-RECORD.
004110 2110-EXIT.
004120     EXIT.
004130*
004140******************************************************
004150*  2120-FIND-PROGRAM                                  *
004160*  SENTINEL SEARCH OF THE APPROVED LIST FOR           *
004170*  SA-PROGRAM.  AP-SUB PAST AP-COUNT MEANS NOT ON     *
004180*  THE LIST.                                          *
004190******************************************************
004200 2120-FIND-PROGRAM.
004210     COMPUTE AP-SUB = AP-COUNT + 1.
004220     MOVE SA-PROGRAM TO AP-PROGRAM (AP-SUB).
004230     MOVE 1 TO AP-SUB.
004240     PERFORM 2125-SCAN-ONE-PROGRAM THRU 2125-EXIT
004250         UNTIL AP-PROGRAM (AP-SUB) = SA-PROGRAM.
004260 2120-EXIT.
004270     EXIT.
004280*
004290******************************************************
004300*  2125-SCAN-ONE-PROGRAM                              *
004310******************************************************
004320 2125-SCAN-ONE-PROGRAM.
004330     ADD 1 TO AP-SUB.
004340 2125-EXIT.
004350     EXIT.
004360*
004370******************************************************
004380*  2130-CHECK-WINDOW                                  *
004390*  A WINDOW WHOSE START IS LATER THAN ITS END RUNS    *
004400*  OVER MIDNIGHT.  THE START MINUTE IS INSIDE THE     *
004410*  WINDOW, THE END MINUTE IS NOT.                     *
004420******************************************************
004430 2130-CHECK-WINDOW.
004440     MOVE SA-TIME TO OPEN-TIME-WORK.
004450     SET OPEN-OUT-OF-WINDOW TO TRUE.
004460     IF WINDOW-START > WINDOW-END
004470         IF OPEN-HHMM >= WINDOW-START
004480                 OR OPEN-HHMM < WINDOW-END
004490             SET OPEN-IN-WINDOW TO TRUE
004500         END-IF
004510     ELSE
004520         IF OPEN-HHMM >= WINDOW-START
004530                 AND OPEN-HHMM < WINDOW-END
004540             SET OPEN-IN-WINDOW TO TRUE
004550         END-IF
004560     END-IF.
004570 2130-EXIT.
004580     EXIT.
004590*
004600******************************************************
004610*  3000-TABLE-AUDIT-TRAIL                             *
004620*  FOR EACH PLAYER ON THE DAY: HOW MANY HINTS WERE    *
004630*  BOUGHT ('T' RECORDS) AND WHEN THE FIRST GUESS WAS  *
004640*  MADE.  WITH NO AUDIT TRAIL THE HINT TEST CANNOT BE *
004650*  MADE AND EVERY LOW-GUESS WIN IS FLAGGED.           *
004660******************************************************
004670 3000-TABLE-AUDIT-TRAIL.
004680     OPEN INPUT AUDIT-FILE.
004690     IF NOT AUDIT-FILE-OK
004700         SET HINTS-NOT-KNOWN TO TRUE
004710         DISPLAY "AUDITLOG not available, status "
004720             AUDIT-FILE-STATUS
004730             " -- hints not known, low wins all flagged."
004740         GO TO 3000-EXIT
004750     END-IF.
004760     PERFORM 3010-TABLE-ONE-AUDIT THRU 3010-EXIT
004770         UNTIL AUDIT-AT-END.
004780     CLOSE AUDIT-FILE.
004790 3000-EXIT.
004800     EXIT.
004810*
004820******************************************************
004830*  3010-TABLE-ONE-AUDIT                               *
004840******************************************************
004850 3010-TABLE-ONE-AUDIT.
004860     READ AUDIT-FILE
004870         AT END
004880         SET AUDIT-AT-END TO TRUE
004890         GO TO 3010-EXIT
004900     END-READ.
004910     IF AUDIT-DATE NOT = CHECK-DATE
004920         GO TO 3010-EXIT
004930     END-IF.
004940     MOVE AUDIT-PLAYER-ID TO DP-PLAYER-ID (DP-MAX-ENTRIES).
004950     PERFORM 6000-FIND-OR-ADD-PLAYER THRU 6000-EXIT.
004960     IF DP-FOUND-SUB = 0
004970         GO TO 3010-EXIT
004980     END-IF.
004990     IF AUDIT-RESULT = 'T'
005000         ADD 1 TO DP-HINTS (DP-FOUND-SUB)
005010         GO TO 3010-EXIT
005020     END-IF.
005030     IF DP-FIRST-TIME (DP-FOUND-SUB) = SPACES
005040             OR AUDIT-TIME < DP-FIRST-TIME (DP-FOUND-SUB)
005050         MOVE AUDIT-TIME TO DP-FIRST-TIME (DP-FOUND-SUB)
005060     END-IF.
005070 3010-EXIT.
005080     EXIT.
005090*
005100******************************************************
005110*  3500-TABLE-DAY-VOIDS                               *
005120*  FIRST PASS OF THE HISTORY: COUNT THE DAY'S         *
005130*  REVERSALS BY PLAYER.  EACH ONE CANCELS THE         *
005140*  PLAYER'S EARLIEST GAME OF THE DAY STILL STANDING,  *
005150*  WHICH IS THEN NOT CHECKED.                         *
005160******************************************************
005170 3500-TABLE-DAY-VOIDS.
005180     OPEN INPUT SCORE-HIST-FILE.
005190     IF NOT SCORE-HIST-OK
005200         GO TO 3500-EXIT
005210     END-IF.
005220     PERFORM 3510-TABLE-ONE-VOID THRU 3510-EXIT
005230         UNTIL SCORE-AT-END.
005240     CLOSE SCORE-HIST-FILE.
005250     MOVE 'N' TO SCORE-EOF-SWITCH.
005260 3500-EXIT.
005270     EXIT.
005280*
005290******************************************************
005300*  3510-TABLE-ONE-VOID                                *
005310******************************************************
005320 3510-TABLE-ONE-VOID.
005330     READ SCORE-HIST-FILE
005340         AT END
005350         SET SCORE-AT-END TO TRUE
005360         GO TO 3510-EXIT
005370     END-READ.
005380     IF SCORE-DATE NOT = CHECK-DATE
005390             OR SCORE-RESULT NOT = 'V'
005400         GO TO 3510-EXIT
005410     END-IF.
005420     MOVE SCORE-PLAYER-ID TO DP-PLAYER-ID (DP-MAX-ENTRIES).
005430     PERFORM 6000-FIND-OR-ADD-PLAYER THRU 6000-EXIT.
005440     IF DP-FOUND-SUB > 0
005450         ADD 1 TO DP-VOIDS (DP-FOUND-SUB)
005460     END-IF.
005470 3510-EXIT.
005480     EXIT.
005490*
005500******************************************************
005510*  4000-CHECK-DAY-GAMES                               *
005520******************************************************
005530 4000-CHECK-DAY-GAMES.
005540     OPEN INPUT SCORE-HIST-FILE.
005550     IF NOT SCORE-HIST-OK
005560         DISPLAY "SCOREHST not available, status "
005570             SCORE-HIST-STATUS
005580             " -- games NOT checked."
005590         GO TO 4000-EXIT
005600     END-IF.
005610     PERFORM 4100-CHECK-ONE-GAME THRU 4100-EXIT
005620         UNTIL SCORE-AT-END.
005630     CLOSE SCORE-HIST-FILE.
005640 4000-EXIT.
005650     EXIT.
005660*
005670******************************************************
005680*  4100-CHECK-ONE-GAME                                *
005690*  FOLD THE GAME INTO THE PLAYER'S DAY (SCORED AS     *
005700*  GUESS-RATE SCORES IT: THEO-BEST * 100 / GUESSES,   *
005710*  CAPPED AT 100, ZERO FOR A LOSS), THEN TEST A WIN   *
005720*  FOR THE FIRST-GUESS AND LOW-GUESS RULES.           *
005730******************************************************
005740 4100-CHECK-ONE-GAME.
005750     READ SCORE-HIST-FILE
005760         AT END
005770         SET SCORE-AT-END TO TRUE
005780         GO TO 4100-EXIT
005790     END-READ.
005800     IF SCORE-DATE NOT = CHECK-DATE
005810             OR SCORE-RESULT = 'V'
005820         GO TO 4100-EXIT
005830     END-IF.
005840     MOVE SCORE-PLAYER-ID TO DP-PLAYER-ID (DP-MAX-ENTRIES).
005850     PERFORM 6000-FIND-OR-ADD-PLAYER THRU 6000-EXIT.
005860     IF DP-FOUND-SUB = 0
005870         GO TO 4100-EXIT
005880     END-IF.
005890     IF DP-VOIDS (DP-FOUND-SUB) > 0
005900         SUBTRACT 1 FROM DP-VOIDS (DP-FOUND-SUB)
005910         ADD 1 TO VOIDED-GAMES-SKIPPED
005920         GO TO 4100-EXIT
005930     END-IF.
005940     IF SCORE-RESULT NOT = 'W' AND SCORE-RESULT NOT = 'L'
005950         ADD 1 TO LEGACY-SKIPPED
005960         GO TO 4100-EXIT
005970     END-IF.
005980     ADD 1 TO GAMES-CHECKED.
005990     ADD 1 TO DP-GAMES (DP-FOUND-SUB).
006000     IF SCORE-RESULT NOT = 'W'
006010         GO TO 4100-EXIT
006020     END-IF.
006026     MOVE SCORE-DATE TO PARM-AS-OF-DATE.
006032     IF SCORE-DIFFICULTY = 'E'
006038         MOVE "THEO-BEST-EXPERT" TO PARM-WANTED-NAME
006044     ELSE
006050         MOVE "THEO-BEST-NORMAL" TO PARM-WANTED-NAME
006056     END-IF.
006062     PERFORM 8850-GET-PARAMETER THRU 8850-EXIT.
006068     MOVE PARM-FOUND-VALUE TO THEO-BEST-GUESSES.
006080     IF SCORE-GUESSES > 0
006090         COMPUTE GAME-EFFICIENCY =
006100             THEO-BEST-GUESSES * 100 / SCORE-GUESSES
006110     ELSE
006120         MOVE 0 TO GAME-EFFICIENCY
006130     END-IF.
006140     IF GAME-EFFICIENCY > 100
006150         MOVE 100 TO GAME-EFFICIENCY
006160     END-IF.
006170     ADD GAME-EFFICIENCY TO DP-EFF-SUM (DP-FOUND-SUB).
006180     IF SCORE-ADJ-RESULT = 'A'
006190         GO TO 4100-EXIT
006200     END-IF.
006210     COMPUTE LOW-GUESS-LIMIT = THEO-BEST-GUESSES / 2.
006220     IF SCORE-GUESSES = 1
006230         MOVE FIRST-GUESS-POINTS TO SUSPECT-POINTS
006240         MOVE "FIRST-GUESS WIN" TO SUSPECT-REASON
006250     ELSE
006260         IF SCORE-GUESSES > LOW-GUESS-LIMIT
006270             GO TO 4100-EXIT
006280         END-IF
006290         IF HINTS-ARE-KNOWN
006300                 AND DP-HINTS (DP-FOUND-SUB) > 0
006310             GO TO 4100-EXIT
006320         END-IF
006330         MOVE LOW-GUESS-POINTS TO SUSPECT-POINTS
006340         MOVE "WIN WELL UNDER THEO BEST, NO HINT"
006350             TO SUSPECT-REASON
006360     END-IF.
006370     MOVE SCORE-GUESSES TO SORT-GUESSES.
006380     MOVE SCORE-DIFFICULTY TO SORT-DIFFICULTY.
006390     MOVE 'Y' TO SORT-GAME-FLAG.
006400     PERFORM 4500-RELEASE-SUSPECT THRU 4500-EXIT.
006410 4100-EXIT.
006420     EXIT.
006430*
006440******************************************************
006450*  4500-RELEASE-SUSPECT                               *
006460*  RELEASE A SUSPECT GAME OR PLAYER FOR THE ENTRY AT  *
006470*  DP-FOUND-SUB.  IF THE DAY HAD A FLAGGED SEED READ  *
006480*  AND THE PLAYER'S FIRST GUESS CAME AFTER IT (OR     *
006490*  THERE IS NO AUDIT DETAIL TO SAY OTHERWISE), THE    *
006500*  SUSPECT SCORES THE SEED-MATCH POINTS AS WELL.      *
006510******************************************************
006520 4500-RELEASE-SUSPECT.
006530     MOVE SPACE TO SORT-SEED-MATCH.
006540     IF SEED-OPENS-FLAGGED > 0
006550         IF DP-FIRST-TIME (DP-FOUND-SUB) = SPACES
006560                 OR DP-FIRST-TIME (DP-FOUND-SUB)
006570                     >= FIRST-FLAGGED-TIME
006580             ADD SEED-MATCH-POINTS TO SUSPECT-POINTS
006590             MOVE '*' TO SORT-SEED-MATCH
006600         END-IF
006610     END-IF.
006620     MOVE SUSPECT-POINTS TO SORT-POINTS.
006630     MOVE DP-PLAYER-ID (DP-FOUND-SUB) TO SORT-PLAYER-ID.
006640     MOVE DP-FIRST-TIME (DP-FOUND-SUB) TO SORT-TIME.
006650     MOVE SPACES TO SORT-PROGRAM.
006660     MOVE SUSPECT-REASON TO SORT-REASON.
006670     RELEASE SORT-RECORD.
006680 4500-EXIT.
006690     EXIT.
006700*
006710******************************************************
006720*  5000-CHECK-RATING-JUMPS                            *
006730*  A PLAYER WITH NO RATING, OR TOO FEW RATED GAMES    *
006740*  FOR THE RATING TO MEAN ANYTHING (THE SAME MINIMUM  *
006750*  GUESS-RATE USES), IS NOT COMPARED.                 *
006760******************************************************
006770 5000-CHECK-RATING-JUMPS.
006780     OPEN INPUT RATING-FILE.
006790     IF NOT RATING-FILE-OK
006800         DISPLAY "RATEFILE not available, status "
006810             RATING-FILE-STATUS
006820             " -- ratings NOT compared."
006830         GO TO 5000-EXIT
006840     END-IF.
006850     MOVE 1 TO DP-SUB.
006860     PERFORM 5100-CHECK-ONE-PLAYER THRU 5100-EXIT
006870         UNTIL DP-SUB > DP-COUNT.
006880     CLOSE RATING-FILE.
006890 5000-EXIT.
006900     EXIT.
006910*
006920******************************************************
006930*  5100-CHECK-ONE-PLAYER                              *
006940******************************************************
006950 5100-CHECK-ONE-PLAYER.
006960     MOVE DP-SUB TO DP-FOUND-SUB.
006970     ADD 1 TO DP-SUB.
006980     IF DP-GAMES (DP-FOUND-SUB) = 0
006990         GO TO 5100-EXIT
007000     END-IF.
007010     MOVE DP-PLAYER-ID (DP-FOUND-SUB) TO RT-PLAYER-ID.
007020     READ RATING-FILE
007030         INVALID KEY
007040         GO TO 5100-EXIT
007050     END-READ.
007060     IF RT-GAMES-RATED < MIN-RATED-GAMES
007070         GO TO 5100-EXIT
007080     END-IF.
007090     COMPUTE DAY-RATING =
007100         DP-EFF-SUM (DP-FOUND-SUB) / DP-GAMES (DP-FOUND-SUB).
007110     IF DAY-RATING < RT-RATING + JUMP-POINTS
007120         GO TO 5100-EXIT
007130     END-IF.
007140     MOVE RT-RATING TO JR-RATING-WAS.
007150     MOVE DAY-RATING TO JR-RATING-DAY.
007160     MOVE JUMP-REASON TO SUSPECT-REASON.
007170     MOVE RATING-JUMP-POINTS TO SUSPECT-POINTS.
007180     MOVE DP-GAMES (DP-FOUND-SUB) TO SORT-GUESSES.
007190     MOVE SPACE TO SORT-DIFFICULTY.
007200     MOVE 'N' TO SORT-GAME-FLAG.
007210     PERFORM 4500-RELEASE-SUSPECT THRU 4500-EXIT.
007220 5100-EXIT.
007230     EXIT.
007240*
007250******************************************************
007260*  6000-FIND-OR-ADD-PLAYER                            *
007270*  LINEAR SEARCH OF THE DAY-PLAYER TABLE FOR THE ID   *
007280*  STAGED IN THE LAST TABLE SLOT, WHICH IS RESERVED   *
007290*  FOR STAGING AND NEVER HOLDS A REAL ENTRY; IF NOT   *
007300*  FOUND, A NEW ENTRY IS ADDED.  DP-FOUND-SUB COMES   *
007310*  BACK ZERO ONLY WHEN THE TABLE IS FULL.             *
007320******************************************************
007330 6000-FIND-OR-ADD-PLAYER.
007340     MOVE 1 TO DP-SUB.
007350     PERFORM 6110-SCAN-ONE-ENTRY THRU 6110-EXIT
007360         UNTIL DP-SUB > DP-COUNT
007370             OR DP-PLAYER-ID (DP-SUB)
007380                 = DP-PLAYER-ID (DP-MAX-ENTRIES).
007390     IF DP-SUB NOT > DP-COUNT
007400         MOVE DP-SUB TO DP-FOUND-SUB
007410         GO TO 6000-EXIT
007420     END-IF.
007430     IF DP-COUNT >= DP-MAX-ENTRIES - 1
007440         IF NOT TABLE-IS-FULL
007450             SET TABLE-IS-FULL TO TRUE
007460             DISPLAY "Player table full -- some players"
007470                 " not checked this run."
007480         END-IF
007490         MOVE 0 TO DP-FOUND-SUB
007500         GO TO 6000-EXIT
007510     END-IF.
007520     ADD 1 TO DP-COUNT.
007530     MOVE DP-PLAYER-ID (DP-MAX-ENTRIES)
007540         TO DP-PLAYER-ID (DP-COUNT).
007550     MOVE 0 TO DP-HINTS (DP-COUNT).
007560     MOVE SPACES TO DP-FIRST-TIME (DP-COUNT).
007570     MOVE 0 TO DP-VOIDS (DP-COUNT).
007580     MOVE 0 TO DP-GAMES (DP-COUNT).
007590     MOVE 0 TO DP-EFF-SUM (DP-COUNT).
007600     MOVE DP-COUNT TO DP-FOUND-SUB.
007610 6000-EXIT.
007620     EXIT.
007630*
007640******************************************************
007650*  6110-SCAN-ONE-ENTRY                                *
007660******************************************************
007670 6110-SCAN-ONE-ENTRY.
007680     ADD 1 TO DP-SUB.
007690 6110-EXIT.
007700     EXIT.
007710*
007720******************************************************
007730*  7000-PRINT-EXCEPTIONS                              *
007740*  SORT OUTPUT PROCEDURE.  PRINT THE EXCEPTIONS       *
007750*  HIGHEST POINTS FIRST AND WRITE EVERY SUSPECT GAME  *
007760*  TO THE EXCEPTIONS FILE FOR REVIEW.                 *
007770******************************************************
007780 7000-PRINT-EXCEPTIONS.
007790     OPEN OUTPUT EXCEPTION-FILE.
007800     IF EXCEPTION-FILE-OK
007810         SET EXCEPTION-FILE-OPEN TO TRUE
007820     ELSE
007830         DISPLAY "Cannot open INTGEXCP, status "
007840             EXCEPTION-FILE-STATUS
007850             " -- exceptions printed only."
007860     END-IF.
007870     DISPLAY " ".
007880     DISPLAY "SEV    PTS  PLAYER ID   PROGRAM      TIME"
007890         "      GUE D  EXCEPTION".
007900     DISPLAY "------ ---  ----------  ------------ --------"
007910         "  --- -  ----------------------------------".
007920     PERFORM 7100-PRINT-ONE-EXCEPTION THRU 7100-EXIT
007930         UNTIL SORT-AT-END.
007940     IF EXCEPTION-FILE-OPEN
007950         CLOSE EXCEPTION-FILE
007960     END-IF.
007970 7000-EXIT.
007980     EXIT.
007990*
008000******************************************************
008010*  7100-PRINT-ONE-EXCEPTION                           *
008020******************************************************
008030 7100-PRINT-ONE-EXCEPTION.
008040     RETURN SORT-WORK-FILE
008050         AT END
008060         SET SORT-AT-END TO TRUE
008070         GO TO 7100-EXIT
008080     END-RETURN.
008090     IF SORT-POINTS >= HIGH-SEVERITY-POINTS
008100         MOVE "HIGH" TO EXL-SEVERITY
008110         ADD 1 TO HIGH-COUNT
008120     ELSE
008130         IF SORT-POINTS >= MEDIUM-SEVERITY-POINTS
008140             MOVE "MEDIUM" TO EXL-SEVERITY
008150             ADD 1 TO MEDIUM-COUNT
008160         ELSE
008170             MOVE "LOW" TO EXL-SEVERITY
008180             ADD 1 TO LOW-COUNT
008190         END-IF
008200     END-IF.
008210     MOVE SORT-POINTS TO EXL-POINTS.
008220     MOVE SORT-SEED-MATCH TO EXL-SEED-MATCH.
008230     MOVE SORT-PLAYER-ID TO EXL-PLAYER-ID.
008240     MOVE SORT-PROGRAM TO EXL-PROGRAM.
008250     MOVE SORT-TIME-HH TO EXL-TIME-HH.
008260     MOVE SORT-TIME-MM TO EXL-TIME-MM.
008270     MOVE SORT-TIME-SS TO EXL-TIME-SS.
008280     IF SORT-TIME = SPACES
008290         MOVE SPACES TO EXL-TIME-COLON-1
008300         MOVE SPACES TO EXL-TIME-COLON-2
008310     ELSE
008320         MOVE ":" TO EXL-TIME-COLON-1
008330         MOVE ":" TO EXL-TIME-COLON-2
008340     END-IF.
008350     MOVE SORT-GUESSES TO EXL-GUESSES.
008360     MOVE SORT-DIFFICULTY TO EXL-DIFFICULTY.
008370     MOVE SORT-REASON TO EXL-REASON.
008380     DISPLAY EXCEPTION-LINE.
008390     IF NOT SORT-IS-GAME OR NOT EXCEPTION-FILE-OPEN
008400         GO TO 7100-EXIT
008410     END-IF.
008420     MOVE SPACES TO ADJUST-TRAN-RECORD.
008430     SET AT-VOID TO TRUE.
008440     MOVE SORT-PLAYER-ID TO AT-PLAYER-ID.
008450     MOVE CHECK-DATE TO AT-GAME-DATE.
008460     MOVE "AK" TO AT-REASON-CODE.
008470     WRITE ADJUST-TRAN-RECORD.
008480     ADD 1 TO EXCEPTIONS-WRITTEN.
008490 7100-EXIT.
008500     EXIT.
008510*
008520******************************************************
008530*  8000-PRINT-TOTALS                                  *
008540******************************************************
008550 8000-PRINT-TOTALS.
008560     DISPLAY "------ ---  ----------  ------------ --------"
008570         "  --- -  ----------------------------------".
008580     DISPLAY "* = FIRST GUESS CAME AFTER A FLAGGED SEED READ;"
008590         " GUE IS GAMES PLAYED ON A RATING JUMP.".
008600     MOVE SEED-OPENS-READ TO COUNT-EDIT.
008610     DISPLAY "Seed reads on the day:     " COUNT-EDIT.
008620     MOVE SEED-OPENS-FLAGGED TO COUNT-EDIT.
008630     DISPLAY "Seed reads flagged:        " COUNT-EDIT.
008640     MOVE GAMES-CHECKED TO COUNT-EDIT.
008650     DISPLAY "Games checked:             " COUNT-EDIT.
008660     MOVE VOIDED-GAMES-SKIPPED TO COUNT-EDIT.
008670     DISPLAY "Voided games not checked:  " COUNT-EDIT.
008680     MOVE LEGACY-SKIPPED TO COUNT-EDIT.
008690     DISPLAY "Legacy records excluded:   " COUNT-EDIT.
008700     MOVE HIGH-COUNT TO COUNT-EDIT.
008710     DISPLAY "High exceptions:           " COUNT-EDIT.
008720     MOVE MEDIUM-COUNT TO COUNT-EDIT.
008730     DISPLAY "Medium exceptions:         " COUNT-EDIT.
008740     MOVE LOW-COUNT TO COUNT-EDIT.
008750     DISPLAY "Low exceptions:            " COUNT-EDIT.
008760     MOVE EXCEPTIONS-WRITTEN TO COUNT-EDIT.
008770     DISPLAY "Games written to INTGEXCP: " COUNT-EDIT.
008780 8000-EXIT.
008790     EXIT.
008800*
008810******************************************************
008820*  8500-START-RUN-CONTROL                             *
008830*  CHECK ON THE RUN-CONTROL FILE THAT EVERY JOB THIS  *
008840*  ONE DEPENDS ON HAS COMPLETED FOR THE BUSINESS      *
008850*  DATE, THEN POST THIS JOB AS RUNNING -- OR AS       *
008860*  REFUSED (0012), IN WHICH CASE NOTHING ELSE RUNS.   *
008870******************************************************
008880 8500-START-RUN-CONTROL.
008890     ACCEPT RUN-START-DATE FROM DATE YYYYMMDD.
008900     ACCEPT RUN-START-TIME FROM TIME.
008910     PERFORM 8610-OPEN-RUN-CONTROL THRU 8610-EXIT.
008920     IF NOT RUN-CONTROL-OK
008930         DISPLAY "RUNCTRL not available, status "
008940             RUN-CONTROL-STATUS " -- run refused."
008950         SET RUN-IS-REFUSED TO TRUE
008960         GO TO 8500-EXIT
008970     END-IF.
008980     MOVE 1 TO PRED-SUB.
008990     PERFORM 8510-CHECK-ONE-PREDECESSOR THRU 8510-EXIT
009000         UNTIL PRED-SUB > PRED-COUNT.
009010     CLOSE RUN-CONTROL-FILE.
009020     IF RUN-IS-REFUSED
009030         MOVE 'F' TO RUN-STATUS-CODE
009040         MOVE 12 TO RUN-COMPLETION-CODE
009050         MOVE "PREDECESSOR NOT COMPLETE" TO RUN-MESSAGE
009060     END-IF.
009070     PERFORM 8600-POST-RUN-CONTROL THRU 8600-EXIT.
009080 8500-EXIT.
009090     EXIT.
009100*
009110 8510-CHECK-ONE-PREDECESSOR.
009120     MOVE PRED-JOB-NAME (PRED-SUB) TO RC-JOB-NAME.
009130     MOVE RUN-BUSINESS-DATE TO RC-BUSINESS-DATE.
009140     READ RUN-CONTROL-FILE
009150         INVALID KEY
009160         CONTINUE
009170     END-READ.
009180     IF NOT RUN-CONTROL-OK OR NOT RC-COMPLETE
009190         DISPLAY "*** " PRED-JOB-NAME (PRED-SUB)
009200             " HAS NOT COMPLETED FOR " RUN-BUSINESS-DATE
009210             " -- RUN REFUSED ***"
009220         SET RUN-IS-REFUSED TO TRUE
009230     END-IF.
009240     ADD 1 TO PRED-SUB.
009250 8510-EXIT.
009260     EXIT.
009270*
009280******************************************************
009290*  8600-POST-RUN-CONTROL                              *
009300*  WRITE (OR REWRITE) THIS JOB'S RUN-CONTROL RECORD   *
009310*  FOR THE BUSINESS DATE FROM RUN-STATUS-CODE,        *
009320*  RUN-COMPLETION-CODE, RUN-MESSAGE, AND THE COUNTS.  *
009330*  A FINAL POSTING ('C' OR 'F') CARRIES THE END TIME. *
009340*  A RUN-CONTROL FAILURE IS REPORTED BUT DOES NOT     *
009350*  UNDO THE WORK ALREADY DONE.                        *
009360******************************************************
009370 8600-POST-RUN-CONTROL.
009380     PERFORM 8610-OPEN-RUN-CONTROL THRU 8610-EXIT.
009390     IF NOT RUN-CONTROL-OK
009400         DISPLAY "Run status NOT posted -- RUNCTRL status "
009410             RUN-CONTROL-STATUS
009420         GO TO 8600-EXIT
009430     END-IF.
009440     MOVE 'N' TO RUN-RECORD-SWITCH.
009450     MOVE RUN-JOB-NAME TO RC-JOB-NAME.
009460     MOVE RUN-BUSINESS-DATE TO RC-BUSINESS-DATE.
009470     READ RUN-CONTROL-FILE
009480         INVALID KEY
009490         CONTINUE
009500     END-READ.
009510     IF RUN-CONTROL-OK
009520         SET RUN-RECORD-EXISTS TO TRUE
009530     END-IF.
009540     MOVE RUN-JOB-NAME TO RC-JOB-NAME.
009550     MOVE RUN-BUSINESS-DATE TO RC-BUSINESS-DATE.
009560     MOVE RUN-STATUS-CODE TO RC-STATUS.
009570     MOVE RUN-COMPLETION-CODE TO RC-COMPLETION-CODE.
009580     MOVE RUN-START-DATE TO RC-START-DATE.
009590     MOVE RUN-START-TIME TO RC-START-TIME.
009600     IF RC-RUNNING
009610         MOVE SPACES TO RC-END-DATE
009620         MOVE SPACES TO RC-END-TIME
009630     ELSE
009640         ACCEPT RC-END-DATE FROM DATE YYYYMMDD
009650         ACCEPT RC-END-TIME FROM TIME
009660     END-IF.
009670     MOVE RUN-COUNT-VALUES TO RC-CONTROL-COUNTS.
009680     MOVE RUN-MESSAGE TO RC-MESSAGE.
009690     IF RUN-RECORD-EXISTS
009700         REWRITE RUN-CONTROL-RECORD
009710     ELSE
009720         WRITE RUN-CONTROL-RECORD
009730     END-IF.
009740     IF NOT RUN-CONTROL-OK
009750         DISPLAY "Run status NOT posted -- RUNCTRL status "
009760             RUN-CONTROL-STATUS
009770     END-IF.
009780     CLOSE RUN-CONTROL-FILE.
009790 8600-EXIT.
009800     EXIT.
009810*
009820 8610-OPEN-RUN-CONTROL.
009830     OPEN I-O RUN-CONTROL-FILE.
009840     IF RUN-CONTROL-NOT-FOUND
009850         OPEN OUTPUT RUN-CONTROL-FILE
009860         CLOSE RUN-CONTROL-FILE
009870         OPEN I-O RUN-CONTROL-FILE
009880     END-IF.
009890 8610-EXIT.
009900     EXIT.
009910*
009920******************************************************
009930*  8650-END-RUN-CONTROL                               *
009940*  POST THE FINAL STATUS: A COMPLETION CODE UNDER     *
009950*  0008 IS COMPLETE, ANYTHING ELSE FAILED.            *
009960******************************************************
009970 8650-END-RUN-CONTROL.
009980     IF RUN-COMPLETION-CODE < 8
009990         MOVE 'C' TO RUN-STATUS-CODE
010000     ELSE
010010         MOVE 'F' TO RUN-STATUS-CODE
010020     END-IF.
010030     PERFORM 8600-POST-RUN-CONTROL THRU 8600-EXIT.
010040 8650-EXIT.
010050     EXIT.
010060*
010070******************************************************
010080*  8800-LOAD-PARAMETERS                               *
010090*  TABLE EVERY GAME PARAMETER ENTRY: THE STANDING     *
010100*  DEFAULTS FIRST (EFFECTIVE 00000000), THEN EACH     *
010110*  PARMFILE ENTRY IN FILE ORDER.  NO PARMFILE MEANS   *
010120*  THE DEFAULTS STAND.  AN ENTRY FOR AN UNKNOWN       *
010130*  PARAMETER, WITH A NON-NUMERIC VALUE OR DATE, OR    *
010140*  BEYOND THE END OF THE TABLE IS IGNORED AND         *
010150*  COUNTED.                                           *
010160******************************************************
010170 8800-LOAD-PARAMETERS.
010180     MOVE 0 TO PE-COUNT.
010190     MOVE 0 TO PARM-ENTRIES-IGNORED.
010200     MOVE 1 TO PD-SUB.
010210     PERFORM 8810-LOAD-ONE-DEFAULT THRU 8810-EXIT
010220         UNTIL PD-SUB > PD-COUNT.
010230     OPEN INPUT PARM-FILE.
010240     IF PARM-FILE-NOT-FOUND
010250         GO TO 8800-EXIT
010260     END-IF.
010270     IF NOT PARM-FILE-OK
010280         DISPLAY "Cannot open PARMFILE, status "
010290             PARM-FILE-STATUS " -- standing rules used."
010300         GO TO 8800-EXIT
010310     END-IF.
010320     MOVE 'N' TO PARM-EOF-SWITCH.
010330     PERFORM 8820-LOAD-ONE-ENTRY THRU 8820-EXIT
010340         UNTIL PARM-AT-END.
010350     CLOSE PARM-FILE.
010360     IF PARM-ENTRIES-IGNORED > 0
010370         DISPLAY "PARMFILE entries ignored: "
010380             PARM-ENTRIES-IGNORED
010390     END-IF.
010400 8800-EXIT.
010410     EXIT.
010420*
010430 8810-LOAD-ONE-DEFAULT.
010440     ADD 1 TO PE-COUNT.
010450     MOVE PD-NAME (PD-SUB) TO PE-NAME (PE-COUNT).
010460     MOVE "00000000" TO PE-EFFECTIVE-DATE (PE-COUNT).
010470     MOVE PD-DEFAULT (PD-SUB) TO PE-VALUE (PE-COUNT).
010480     ADD 1 TO PD-SUB.
010490 8810-EXIT.
010500     EXIT.
010510*
010520 8820-LOAD-ONE-ENTRY.
010530     READ PARM-FILE
010540         AT END
010550         SET PARM-AT-END TO TRUE
010560         GO TO 8820-EXIT
010570     END-READ.
010580     MOVE 1 TO PD-SUB.
010590     PERFORM 8830-SCAN-ONE-NAME THRU 8830-EXIT
010600         UNTIL PD-SUB > PD-COUNT
010610             OR PD-NAME (PD-SUB) = PARM-NAME.
010620     IF PD-SUB > PD-COUNT
010630             OR PARM-VALUE NOT NUMERIC
010640             OR PARM-EFFECTIVE-DATE NOT NUMERIC
010650             OR PE-COUNT NOT < PE-MAX
010660         ADD 1 TO PARM-ENTRIES-IGNORED
010670         GO TO 8820-EXIT
010680     END-IF.
010690     ADD 1 TO PE-COUNT.
010700     MOVE PARM-NAME TO PE-NAME (PE-COUNT).
010710     MOVE PARM-EFFECTIVE-DATE TO PE-EFFECTIVE-DATE (PE-COUNT).
010720     MOVE PARM-VALUE TO PE-VALUE (PE-COUNT).
010730 8820-EXIT.
010740     EXIT.
010750*
010760 8830-SCAN-ONE-NAME.
010770     ADD 1 TO PD-SUB.
010780 8830-EXIT.
010790     EXIT.
010800*
010810******************************************************
010820*  8850-GET-PARAMETER                                 *
010830*  THE VALUE OF PARM-WANTED-NAME IN FORCE ON          *
010840*  PARM-AS-OF-DATE: THE ENTRY WITH THE LATEST         *
010850*  EFFECTIVE DATE NOT AFTER IT, THE LATER ON THE FILE *
010860*  WHERE TWO SHARE A DATE.  THE DEFAULTS, EFFECTIVE   *
010870*  00000000, ARE ALWAYS A CANDIDATE.                  *
010880******************************************************
010890 8850-GET-PARAMETER.
010900     MOVE 0 TO PARM-FOUND-VALUE.
010910     MOVE SPACES TO PARM-FOUND-DATE.
010920     MOVE 1 TO PE-SUB.
010930     PERFORM 8860-CHECK-ONE-ENTRY THRU 8860-EXIT
010940         UNTIL PE-SUB > PE-COUNT.
010950 8850-EXIT.
010960     EXIT.
010970*
010980 8860-CHECK-ONE-ENTRY.
010990     IF PE-NAME (PE-SUB) = PARM-WANTED-NAME
011000             AND PE-EFFECTIVE-DATE (PE-SUB) NOT > PARM-AS-OF-DATE
011010             AND PE-EFFECTIVE-DATE (PE-SUB) NOT < PARM-FOUND-DATE
011020         MOVE PE-VALUE (PE-SUB) TO PARM-FOUND-VALUE
011030         MOVE PE-EFFECTIVE-DATE (PE-SUB) TO PARM-FOUND-DATE
011040     END-IF.
011050     ADD 1 TO PE-SUB.
011060 8860-EXIT.
011070     EXIT.
011080*
011090******************************************************
011100*  9999-EXIT                                          *
011110******************************************************
011120 9999-EXIT.
011130     STOP RUN.
