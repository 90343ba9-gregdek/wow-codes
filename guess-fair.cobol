000010******************************************************
000020*  GUESS-FAIR                                         *
000030*  ANSWER FAIRNESS REPORT.  JOINS THE PERMANENT ANSWER*
000040*  HISTORY (SEEDHIST) TO THE SCORE HISTORY FOR A RANGE*
000050*  OF MONTHS (UP TO MAX-MONTHS) AND PRINTS, FOR EACH  *
000060*  MONTH, EVERY DAY'S ANSWER WITH THE DECILE OF THE   *
000070*  DAY'S RANGE IT FELL IN, ANY EARLIER DAY OF THE     *
000080*  MONTH WITH THE SAME ANSWER, THE REDRAWS SEED-GEN   *
000090*  NEEDED, AND THE DAY AS ACTUALLY PLAYED -- GAMES,   *
000100*  WIN RATE AND AVERAGE GUESSES.  EACH MONTH, AND THE *
000110*  WHOLE RANGE, CLOSES WITH THE ANSWER COUNT PER      *
000120*  DECILE AGAINST THE COUNT A FAIR GENERATOR WOULD    *
000130*  GIVE AND A CHI-SQUARE FIGURE, SO OPERATIONS CAN    *
000140*  SHOW THAT 2100-NEXT-RANDOM IN SEED-GEN IS NOT      *
000150*  FAVOURING SOME NUMBERS.                            *
000160*                                                     *
000170*  A DAY SCHEDULED MORE THAN ONCE KEEPS ITS LAST ENTRY*
000180*  ON SEEDHIST, WHICH IS THE ANSWER THAT WAS PLAYED.  *
000190*  ONLY DAYS BEFORE THE RUN DATE ARE REPORTED --      *
000200*  SEEDHIST ALSO HOLDS THE WEEK AHEAD, WHICH NOBODY   *
000210*  SEES -- AND THE OPEN OF SEEDHIST IS LOGGED TO      *
000220*  SEEDAUDT.  ANSWERS ARE DECODED AND CHECK-DIGIT     *
000230*  VERIFIED AS GUESS-MY-NUMBER DOES FOR SEEDSCHD.     *
000240*                                                     *
000250*  PLAY IS TAKEN FROM THE SCORE ARCHIVE (SCORARCH,    *
000260*  WHEN OPERATIONS POINTS IT AT A PURGED MONTH) AND   *
000270*  THEN THE LIVE SCOREHST.  A VOIDED GAME IS BACKED   *
000280*  OUT WHEN ITS REVERSAL IS READ, AS IN GUESS-MRPT,   *
000290*  AND RECORDS WITHOUT AN OUTCOME FLAG ARE COUNTED AND*
000300*  EXCLUDED.  A GAME PLAYED AGAINST AN ANSWER OTHER   *
000310*  THAN THE HISTORY'S (THE FALLBACK ANSWER, SAY) MARKS*
000320*  ITS DAY '*'.                                       *
000330*                                                     *
000340*  To compile and run on your friendly Linux system:  *
000350*         cobc -x guess-fair.cobol                    *
000360******************************************************
000370*
000380******************************************************
000390*  MODIFICATION HISTORY                               *
000400******************************************************
000410*  DATE       INIT  DESCRIPTION                        *
000420*  ---------- ----  ------------------------------     *
000430*  2026-10-15 DLM   NEW PROGRAM.                       *
000440******************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. GUESS-FAIR.
000470 AUTHOR. D L MCKENZIE.
000480 INSTALLATION. OPERATIONS SUPPORT.
000490 DATE-WRITTEN. 2026-10-15.
000500 DATE-COMPILED. 2026-10-15.
000510*
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER. LINUX.
000550 OBJECT-COMPUTER. LINUX.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT SEED-HIST-FILE ASSIGN TO "SEEDHIST"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS SEED-HIST-STATUS.
000610     SELECT SEED-AUDIT-FILE ASSIGN TO "SEEDAUDT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS SEED-AUDIT-STATUS.
000640     SELECT SCORE-ARCH-FILE ASSIGN TO "SCORARCH"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS SCORE-ARCH-STATUS.
000670     SELECT SCORE-HIST-FILE ASSIGN TO "SCOREHST"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS SCORE-HIST-STATUS.
000700*
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  SEED-HIST-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY "SEEDHREC.CPY".
000760*
000770 FD  SEED-AUDIT-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY "SEEDAREC.CPY".
000800*
000810 FD  SCORE-ARCH-FILE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY "SCOREREC.CPY" REPLACING LEADING ==SCORE==
000840         BY ==SARCH==.
000850*
000860 FD  SCORE-HIST-FILE
000870     LABEL RECORDS ARE STANDARD.
000880     COPY "SCOREREC.CPY".
000890*
000900 WORKING-STORAGE SECTION.
000910*
000920 77  MAX-MONTHS                  PIC 9(02)  VALUE 24.
000930 77  MONTH-SPAN                  PIC 9(02)  VALUE 0.
000940 77  MONTH-INDEX                 PIC S9(04) COMP  VALUE 0.
000950 77  MONTH-ABS                   PIC 9(06)  COMP  VALUE 0.
000960 77  MONTH-REMAINDER             PIC 9(02)  COMP  VALUE 0.
000970 77  DAY-OF-MONTH                PIC 9(02)  COMP  VALUE 0.
000980 77  EARLIER-DAY                 PIC 9(02)  COMP  VALUE 0.
000990 77  DAY-SLOT                    PIC 9(04)  COMP  VALUE 0.
001000 77  EARLIER-SLOT                PIC 9(04)  COMP  VALUE 0.
001010 77  DT-MAX-ENTRIES              PIC 9(04)  COMP  VALUE 744.
001020 77  DT-SUB                      PIC 9(04)  COMP  VALUE 0.
001030 77  DEC-SUB                     PIC 9(02)  COMP  VALUE 0.
001040 77  TL-SUB                      PIC 9(01)  COMP  VALUE 0.
001050 77  DAY-DECILE                  PIC 9(02)  VALUE 0.
001060 77  RANGE-HIGH                  PIC 9(03)  VALUE 0.
001070 77  HIST-READ                   PIC 9(07)  VALUE 0.
001080 77  HIST-BAD-COUNT              PIC 9(07)  VALUE 0.
001090 77  HIST-SUPERSEDED             PIC 9(07)  VALUE 0.
001100 77  GAMES-READ                  PIC 9(07)  VALUE 0.
001110 77  GAMES-NO-HISTORY            PIC 9(07)  VALUE 0.
001120 77  LEGACY-SKIPPED              PIC 9(07)  VALUE 0.
001130 77  VOIDS-BACKED-OUT            PIC 9(07)  VALUE 0.
001140 77  MIN-JUDGE-DAYS              PIC 9(03)  VALUE 50.
001150*
001160*    ONE SLOT PER CALENDAR DAY OF THE PERIOD, 31 TO THE
001170*    MONTH, SO A DATE FINDS ITS SLOT BY ARITHMETIC AND
001180*    THE TABLE IS ALREADY IN DATE ORDER FOR PRINTING.  A
001190*    SLOT WITH NO DATE HAD NO ANSWER ON FILE.
001200 01  DAY-TABLE.
001210     05  DT-ENTRY                OCCURS 744 TIMES.
001220         10  DT-DATE             PIC X(08).
001230         10  DT-ANSWER           PIC 9(03).
001240         10  DT-DIFFICULTY       PIC X(01).
001250         10  DT-REDRAWS          PIC 9(02).
001260         10  DT-GAMES            PIC 9(05).
001270         10  DT-WINS             PIC 9(05).
001280         10  DT-GUESSES          PIC 9(07).
001290         10  DT-OFF-ANSWER       PIC 9(05).
001300*
001310*    TOTALS FOR THE MONTH BEING PRINTED (1) AND FOR THE
001320*    WHOLE PERIOD (2).
001330 01  TOTALS-TABLE.
001340     05  TL-ENTRY                OCCURS 2 TIMES.
001350         10  TL-DAYS             PIC 9(05).
001360         10  TL-NORMAL-DAYS      PIC 9(05).
001370         10  TL-EXPERT-DAYS      PIC 9(05).
001380         10  TL-REPEATS          PIC 9(05).
001390         10  TL-REDRAWS          PIC 9(05).
001400         10  TL-GAMES            PIC 9(07).
001410         10  TL-WINS             PIC 9(07).
001420         10  TL-GUESSES          PIC 9(09).
001430         10  TL-OFF-DAYS         PIC 9(05).
001440         10  TL-DECILE-COUNT     PIC 9(05)  OCCURS 10 TIMES.
001450*
001460*    SHARE OF A DAY'S RANGE IN EACH DECILE.  1-99 SPLITS
001470*    INTO NINE DECILES OF 10 AND A LAST OF 9; 1-999 INTO
001480*    NINE OF 100 AND A LAST OF 99.
001490 01  DECILE-WIDTH-VALUES.
001500     05  FILLER                  PIC X(20)
001510         VALUE "10101010101010101009".
001520     05  FILLER                  PIC X(30)
001530         VALUE "100100100100100100100100100099".
001540 01  DECILE-WIDTH-TABLE REDEFINES DECILE-WIDTH-VALUES.
001550     05  NORMAL-DECILE-WIDTH     PIC 9(02)  OCCURS 10 TIMES.
001560     05  EXPERT-DECILE-WIDTH     PIC 9(03)  OCCURS 10 TIMES.
001570*
001580 01  EXPECTED-COUNT              PIC 9(05)V9(04).
001590 01  COUNT-DIFFERENCE            PIC S9(05)V9(04).
001600 01  CHI-SQUARE                  PIC 9(05)V9(04).
001610 01  CHI-SQUARE-CRITICAL         PIC 9(02)V99  VALUE 16.92.
001620*
001630 01  FROM-MONTH-INPUT            PIC X(06)  VALUE SPACES.
001640 01  FROM-MONTH.
001650     05  FROM-YEAR               PIC 9(04).
001660     05  FROM-MON                PIC 9(02).
001670 01  FROM-MONTH-X REDEFINES FROM-MONTH
001680                                 PIC X(06).
001690 01  THRU-MONTH-INPUT            PIC X(06)  VALUE SPACES.
001700 01  THRU-MONTH.
001710     05  THRU-YEAR               PIC 9(04).
001720     05  THRU-MON                PIC 9(02).
001730 01  THRU-MONTH-X REDEFINES THRU-MONTH
001740                                 PIC X(06).
001750 01  PRINT-MONTH.
001760     05  PRINT-YEAR              PIC 9(04).
001770     05  FILLER                  PIC X(01)  VALUE '-'.
001780     05  PRINT-MON               PIC 9(02).
001790 01  FROM-DATE                   PIC X(08)  VALUE SPACES.
001800 01  TO-DATE                     PIC X(08)  VALUE SPACES.
001810 01  RUN-DATE                    PIC X(08)  VALUE SPACES.
001820*
001830 01  SLOT-DATE.
001840     05  SLOT-YEAR               PIC 9(04).
001850     05  SLOT-MON                PIC 9(02).
001860     05  SLOT-DAY                PIC 9(02).
001870 01  SLOT-DATE-X REDEFINES SLOT-DATE
001880                                 PIC X(08).
001890*
001900     COPY "SCOREREC.CPY" REPLACING LEADING ==SCORE==
001910         BY ==GAME==.
001920*
001930 01  HIST-DATE-NUM               PIC 9(08).
001940 01  HIST-ANSWER                 PIC 9(03).
001950 01  SEED-KEY                    PIC 9(04)  COMP.
001960 01  SEED-KEY-QUOTIENT           PIC 9(06)  COMP.
001970 01  ENC-SPLIT.
001980     05  ENC-DIGIT-1             PIC 9(01).
001990     05  ENC-DIGIT-2             PIC 9(01).
002000     05  ENC-DIGIT-3             PIC 9(01).
002010 01  ENC-SPLIT-NUM REDEFINES ENC-SPLIT
002020                                 PIC 9(03).
002030 01  CHECK-WORK                  PIC 9(05)  COMP.
002040 01  CHECK-QUOTIENT              PIC 9(05)  COMP.
002050 01  CHECK-DIGIT-WORK            PIC 9(01).
002060 01  CHECK-DIGIT-IN              PIC 9(01).
002070 01  DECODE-WORK                 PIC S9(04) COMP.
002080*
002090 01  SEED-HIST-STATUS            PIC X(02).
002100     88  SEED-HIST-OK            VALUE '00'.
002110 01  SEED-AUDIT-STATUS           PIC X(02).
002120     88  SEED-AUDIT-OK           VALUE '00'.
002130     88  SEED-AUDIT-NOT-FOUND    VALUE '35'.
002140 01  SCORE-ARCH-STATUS           PIC X(02).
002150     88  SCORE-ARCH-OK           VALUE '00'.
002160 01  SCORE-HIST-STATUS           PIC X(02).
002170     88  SCORE-HIST-OK           VALUE '00'.
002180*
002190 01  HIST-EOF-SWITCH             PIC X(01)  VALUE 'N'.
002200     88  HIST-AT-END             VALUE 'Y'.
002210 01  ARCH-EOF-SWITCH             PIC X(01)  VALUE 'N'.
002220     88  ARCH-AT-END             VALUE 'Y'.
002230 01  INPUT-EOF-SWITCH            PIC X(01)  VALUE 'N'.
002240     88  INPUT-AT-END            VALUE 'Y'.
002250 01  HIST-ENTRY-SWITCH           PIC X(01)  VALUE 'Y'.
002260     88  HIST-ENTRY-GOOD         VALUE 'Y'.
002270     88  HIST-ENTRY-BAD          VALUE 'N'.
002280 01  REPEAT-SWITCH               PIC X(01)  VALUE 'N'.
002290     88  DAY-IS-REPEAT           VALUE 'Y'.
002300     88  DAY-NOT-REPEAT          VALUE 'N'.
002310*
002320 01  DETAIL-LINE.
002330     05  DET-DATE                PIC X(08).
002340     05  FILLER                  PIC X(02)  VALUE SPACES.
002350     05  DET-DIFFICULTY          PIC X(01).
002360     05  FILLER                  PIC X(01)  VALUE SPACES.
002370     05  FILLER                  PIC X(05)  VALUE SPACES.
002380     05  DET-ANSWER              PIC ZZ9.
002390     05  FILLER                  PIC X(06)  VALUE SPACES.
002400     05  DET-DECILE              PIC Z9.
002410     05  FILLER                  PIC X(02)  VALUE SPACES.
002420     05  DET-REPEAT-OF           PIC X(08).
002430     05  FILLER                  PIC X(01)  VALUE SPACES.
002440     05  FILLER                  PIC X(07)  VALUE SPACES.
002450     05  DET-REDRAWS             PIC Z9.
002460     05  FILLER                  PIC X(02)  VALUE SPACES.
002470     05  DET-GAMES               PIC ZZZZ9.
002480     05  FILLER                  PIC X(02)  VALUE SPACES.
002490     05  DET-WINS                PIC ZZZZ9.
002500     05  FILLER                  PIC X(02)  VALUE SPACES.
002510     05  DET-WIN-PCT             PIC ZZ9.9.
002520     05  FILLER                  PIC X(02)  VALUE SPACES.
002530     05  DET-AVG-GUESSES         PIC ZZ9.99.
002540     05  FILLER                  PIC X(01)  VALUE SPACES.
002550     05  DET-OFF-FLAG            PIC X(01).
002560*
002570 01  DECILE-HEAD-LINE.
002580     05  FILLER                  PIC X(12)  VALUE "  DECILE".
002590     05  FILLER                  PIC X(30)
002600         VALUE "     1     2     3     4     5".
002610     05  FILLER                  PIC X(30)
002620         VALUE "     6     7     8     9    10".
002630 01  DECILE-COUNT-LINE.
002640     05  DCL-LABEL               PIC X(12)  VALUE "  ANSWERS".
002650     05  DCL-CELL                OCCURS 10 TIMES.
002660         10  FILLER              PIC X(01)  VALUE SPACE.
002670         10  DCL-COUNT           PIC ZZZZ9.
002680 01  DECILE-EXPECT-LINE.
002690     05  DEL-LABEL               PIC X(12)  VALUE "  FAIR SHARE".
002700     05  DEL-CELL                OCCURS 10 TIMES.
002710         10  FILLER              PIC X(01)  VALUE SPACE.
002720         10  DEL-COUNT           PIC ZZ9.9.
002730*
002740 01  SUMMARY-LINE-1.
002750     05  FILLER                  PIC X(08)  VALUE "  DAYS ".
002760     05  SL1-DAYS                PIC ZZZZ9.
002770     05  FILLER                  PIC X(09)  VALUE "  NORMAL ".
002780     05  SL1-NORMAL              PIC ZZZZ9.
002790     05  FILLER                  PIC X(09)  VALUE "  EXPERT ".
002800     05  SL1-EXPERT              PIC ZZZZ9.
002810     05  FILLER                  PIC X(10)  VALUE "  REPEATS ".
002820     05  SL1-REPEATS             PIC ZZZZ9.
002830     05  FILLER                  PIC X(10)  VALUE "  REDRAWS ".
002840     05  SL1-REDRAWS             PIC ZZZZ9.
002850 01  SUMMARY-LINE-2.
002860     05  FILLER                  PIC X(08)  VALUE "  GAMES ".
002870     05  SL2-GAMES               PIC ZZZZZZ9.
002880     05  FILLER                  PIC X(07)  VALUE "  WINS ".
002890     05  SL2-WINS                PIC ZZZZZZ9.
002900     05  FILLER                  PIC X(07)  VALUE "  WIN% ".
002910     05  SL2-WIN-PCT             PIC ZZ9.9.
002920     05  FILLER                  PIC X(14)
002930         VALUE "  AVG GUESSES ".
002940     05  SL2-AVG-GUESSES         PIC ZZ9.99.
002950     05  FILLER                  PIC X(11)  VALUE "  OFF DAYS ".
002960     05  SL2-OFF-DAYS            PIC ZZZZ9.
002970 01  SUMMARY-LINE-3.
002980     05  FILLER                  PIC X(14)
002990         VALUE "  CHI-SQUARE ".
003000     05  SL3-CHI-SQUARE          PIC ZZZZ9.99.
003010     05  FILLER                  PIC X(15)
003020         VALUE " ON 9 DF (FAIR ".
003030     05  FILLER                  PIC X(06)  VALUE "BELOW ".
003040     05  SL3-CRITICAL            PIC Z9.99.
003050     05  FILLER                  PIC X(03)  VALUE ")  ".
003060     05  SL3-VERDICT             PIC X(24).
003070*
003080 PROCEDURE DIVISION.
003090*
003100******************************************************
003110*  0000-MAINLINE                                      *
003120******************************************************
003130 0000-MAINLINE.
003140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003150     PERFORM 2000-LOAD-ANSWER-HISTORY THRU 2000-EXIT.
003160     PERFORM 3000-TALLY-PLAY THRU 3000-EXIT.
003170     PERFORM 4000-PRINT-MONTHS THRU 4000-EXIT.
003180     PERFORM 8000-FINISH THRU 8000-EXIT.
003190     GO TO 9999-EXIT.
003200*
003210******************************************************
003220*  1000-INITIALIZE                                    *
003230*  GET THE PERIOD AS A FROM AND THROUGH MONTH.  A     *
003240*  BLANK FROM MONTH MEANS THIS MONTH AND A BLANK      *
003250*  THROUGH MONTH THE FROM MONTH; A BAD MONTH FALLS    *
003260*  BACK THE SAME WAY.  A PERIOD LONGER THAN MAX-MONTHS*
003270*  IS CUT BACK, AND THE DAY TABLE IS CLEARED.         *
003280******************************************************
003290 1000-INITIALIZE.
003300     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
003310     DISPLAY "Enter FROM month (YYYYMM, blank for this"
003320         " month):".
003330     ACCEPT FROM-MONTH-INPUT.
003340     IF FROM-MONTH-INPUT = SPACES
003350             OR FROM-MONTH-INPUT NOT NUMERIC
003360         MOVE RUN-DATE (1:6) TO FROM-MONTH-INPUT
003370     END-IF.
003380     MOVE FROM-MONTH-INPUT TO FROM-MONTH-X.
003390     IF FROM-MON < 1 OR FROM-MON > 12
003400         DISPLAY "FROM month is not a real month -- using"
003410             " this month."
003420         MOVE RUN-DATE (1:6) TO FROM-MONTH-X
003430     END-IF.
003440     DISPLAY "Enter THROUGH month (YYYYMM, blank for the"
003450         " FROM month):".
003460     ACCEPT THRU-MONTH-INPUT.
003470     IF THRU-MONTH-INPUT = SPACES
003480             OR THRU-MONTH-INPUT NOT NUMERIC
003490         MOVE FROM-MONTH-X TO THRU-MONTH-INPUT
003500     END-IF.
003510     MOVE THRU-MONTH-INPUT TO THRU-MONTH-X.
003520     IF THRU-MON < 1 OR THRU-MON > 12
003530             OR THRU-MONTH-X < FROM-MONTH-X
003540         DISPLAY "THROUGH month is not usable -- using the"
003550             " FROM month."
003560         MOVE FROM-MONTH-X TO THRU-MONTH-X
003570     END-IF.
003580     COMPUTE MONTH-INDEX = THRU-YEAR * 12 + THRU-MON
003590         - FROM-YEAR * 12 - FROM-MON.
003600     IF MONTH-INDEX NOT < MAX-MONTHS
003610         DISPLAY "Period cut back to " MAX-MONTHS " months."
003620         COMPUTE MONTH-INDEX = MAX-MONTHS - 1
003630         PERFORM 6200-SET-MONTH-FROM-INDEX THRU 6200-EXIT
003640         MOVE PRINT-YEAR TO THRU-YEAR
003650         MOVE PRINT-MON TO THRU-MON
003660     END-IF.
003670     COMPUTE MONTH-SPAN = MONTH-INDEX + 1.
003680     MOVE FROM-MONTH-X TO FROM-DATE (1:6).
003690     MOVE "01" TO FROM-DATE (7:2).
003700     MOVE THRU-MONTH-X TO TO-DATE (1:6).
003710     MOVE "31" TO TO-DATE (7:2).
003720     MOVE 1 TO DT-SUB.
003730     PERFORM 1100-CLEAR-ONE-DAY THRU 1100-EXIT
003740         UNTIL DT-SUB > DT-MAX-ENTRIES.
003750     MOVE 1 TO TL-SUB.
003760     PERFORM 1200-CLEAR-TOTALS THRU 1200-EXIT.
003770     MOVE 2 TO TL-SUB.
003780     PERFORM 1200-CLEAR-TOTALS THRU 1200-EXIT.
003790     DISPLAY "        GUESS-MY-NUMBER ANSWER FAIRNESS REPORT".
003800     DISPLAY "        MONTHS " FROM-MONTH-X " THRU " THRU-MONTH-X
003810         ", DAYS BEFORE " RUN-DATE.
003820 1000-EXIT.
003830     EXIT.
003840*
003850******************************************************
003860*  1100-CLEAR-ONE-DAY                                 *
003870******************************************************
003880 1100-CLEAR-ONE-DAY.
003890     MOVE SPACES TO DT-DATE (DT-SUB).
003900     MOVE 0 TO DT-ANSWER (DT-SUB).
003910     MOVE SPACES TO DT-DIFFICULTY (DT-SUB).
003920     MOVE 0 TO DT-REDRAWS (DT-SUB).
003930     MOVE 0 TO DT-GAMES (DT-SUB).
003940     MOVE 0 TO DT-WINS (DT-SUB).
003950     MOVE 0 TO DT-GUESSES (DT-SUB).
003960     MOVE 0 TO DT-OFF-ANSWER (DT-SUB).
003970     ADD 1 TO DT-SUB.
003980 1100-EXIT.
003990     EXIT.
004000*
004010******************************************************
004020*  1200-CLEAR-TOTALS                                  *
004030*  ZERO THE TOTALS ENTRY SELECTED BY TL-SUB.          *
004040******************************************************
004050 1200-CLEAR-TOTALS.
004060     MOVE 0 TO TL-DAYS (TL-SUB).
004070     MOVE 0 TO TL-NORMAL-DAYS (TL-SUB).
004080     MOVE 0 TO TL-EXPERT-DAYS (TL-SUB).
004090     MOVE 0 TO TL-REPEATS (TL-SUB).
004100     MOVE 0 TO TL-REDRAWS (TL-SUB).
004110     MOVE 0 TO TL-GAMES (TL-SUB).
004120     MOVE 0 TO TL-WINS (TL-SUB).
004130     MOVE 0 TO TL-GUESSES (TL-SUB).
004140     MOVE 0 TO TL-OFF-DAYS (TL-SUB).
004150     MOVE 1 TO DEC-SUB.
004160     PERFORM 1210-CLEAR-ONE-DECILE THRU 1210-EXIT
004170         UNTIL DEC-SUB > 10.
004180 1200-EXIT.
004190     EXIT.
004200*
004210******************************************************
004220*  1210-CLEAR-ONE-DECILE                              *
004230******************************************************
004240 1210-CLEAR-ONE-DECILE.
004250     MOVE 0 TO TL-DECILE-COUNT (TL-SUB, DEC-SUB).
004260     ADD 1 TO DEC-SUB.
004270 1210-EXIT.
004280     EXIT.
004290*
004300******************************************************
004310*  2000-LOAD-ANSWER-HISTORY                           *
004320*  ONE PASS OVER SEEDHIST, PUTTING EVERY ANSWER FOR A *
004330*  DAY OF THE PERIOD BEFORE THE RUN DATE INTO ITS DAY *
004340*  SLOT.  A LATER ENTRY FOR A DAY REPLACES AN EARLIER *
004350*  ONE.  THE OPEN IS LOGGED TO SEEDAUDT.              *
004360******************************************************
004370 2000-LOAD-ANSWER-HISTORY.
004380     OPEN INPUT SEED-HIST-FILE.
004390     IF NOT SEED-HIST-OK
004400         DISPLAY "SEEDHIST not available, status "
004410             SEED-HIST-STATUS
004420         GO TO 2000-EXIT
004430     END-IF.
004440     PERFORM 2900-LOG-SEED-ACCESS THRU 2900-EXIT.
004450     PERFORM 2100-LOAD-ONE-ENTRY THRU 2100-EXIT
004460         UNTIL HIST-AT-END.
004470     CLOSE SEED-HIST-FILE.
004480 2000-EXIT.
004490     EXIT.
004500*
004510******************************************************
004520*  2100-LOAD-ONE-ENTRY                                *
004530******************************************************
004540 2100-LOAD-ONE-ENTRY.
004550     READ SEED-HIST-FILE
004560         AT END
004570         SET HIST-AT-END TO TRUE
004580         GO TO 2100-EXIT
004590     END-READ.
004600     IF SH-DATE < FROM-DATE OR SH-DATE > TO-DATE
004610             OR SH-DATE NOT < RUN-DATE
004620         GO TO 2100-EXIT
004630     END-IF.
004640     ADD 1 TO HIST-READ.
004650     PERFORM 2200-DECODE-ANSWER THRU 2200-EXIT.
004660     IF HIST-ENTRY-GOOD
004670         MOVE SH-DATE TO SLOT-DATE-X
004680         PERFORM 6000-FIND-DAY-SLOT THRU 6000-EXIT
004690     END-IF.
004700     IF HIST-ENTRY-BAD OR DAY-SLOT = 0
004710         ADD 1 TO HIST-BAD-COUNT
004720         DISPLAY "SEEDHIST entry for " SH-DATE
004730             " fails its check -- ignored."
004740         GO TO 2100-EXIT
004750     END-IF.
004760     IF DT-DATE (DAY-SLOT) NOT = SPACES
004770         ADD 1 TO HIST-SUPERSEDED
004780     END-IF.
004790     MOVE SH-DATE TO DT-DATE (DAY-SLOT).
004800     MOVE HIST-ANSWER TO DT-ANSWER (DAY-SLOT).
004810     MOVE SH-DIFFICULTY-CODE TO DT-DIFFICULTY (DAY-SLOT).
004820     MOVE SH-REDRAWS TO DT-REDRAWS (DAY-SLOT).
004830     IF SH-REDRAWS NOT NUMERIC
004840         MOVE 0 TO DT-REDRAWS (DAY-SLOT)
004850     END-IF.
004860 2100-EXIT.
004870     EXIT.
004880*
004890******************************************************
004900*  2200-DECODE-ANSWER                                 *
004910*  VERIFY THE CHECK DIGIT AND UNDO THE CONCEALMENT    *
004920*  SEED-GEN APPLIED IN 2050-CONCEAL-ANSWER, AS GUESS- *
004930*  MY-NUMBER DOES FOR SEEDSCHD (SEE SEEDREC.CPY).     *
004940******************************************************
004950 2200-DECODE-ANSWER.
004960     SET HIST-ENTRY-GOOD TO TRUE.
004970     IF SH-DATE NOT NUMERIC
004980             OR SH-ANSWER NOT NUMERIC
004990             OR SH-CHECK-DIGIT NOT NUMERIC
005000         SET HIST-ENTRY-BAD TO TRUE
005010         GO TO 2200-EXIT
005020     END-IF.
005030     MOVE SH-DATE TO HIST-DATE-NUM.
005040     DIVIDE HIST-DATE-NUM BY 787
005050         GIVING SEED-KEY-QUOTIENT REMAINDER SEED-KEY.
005060     MOVE SH-ANSWER TO ENC-SPLIT-NUM.
005070     COMPUTE CHECK-WORK = ENC-DIGIT-1 * 3
005080         + ENC-DIGIT-2 * 7 + ENC-DIGIT-3 * 9 + SEED-KEY.
005090     DIVIDE CHECK-WORK BY 10
005100         GIVING CHECK-QUOTIENT REMAINDER CHECK-DIGIT-WORK.
005110     MOVE SH-CHECK-DIGIT TO CHECK-DIGIT-IN.
005120     IF CHECK-DIGIT-WORK NOT = CHECK-DIGIT-IN
005130         SET HIST-ENTRY-BAD TO TRUE
005140         GO TO 2200-EXIT
005150     END-IF.
005160     COMPUTE DECODE-WORK = SH-ANSWER - SEED-KEY.
005170     IF DECODE-WORK < 1
005180         ADD 999 TO DECODE-WORK
005190     END-IF.
005200     MOVE DECODE-WORK TO HIST-ANSWER.
005210 2200-EXIT.
005220     EXIT.
005230*
005240******************************************************
005250*  2900-LOG-SEED-ACCESS                               *
005260*  APPEND ONE RECORD TO THE SEED-ACCESS AUDIT FILE FOR*
005270*  THIS RUN'S OPEN OF SEEDHIST, WHICH HOLDS THE WEEK  *
005280*  AHEAD AS WELL AS THE PAST.  A FAILURE TO LOG IS    *
005290*  REPORTED BUT DOES NOT STOP THE REPORT.             *
005300******************************************************
005310 2900-LOG-SEED-ACCESS.
005320     OPEN EXTEND SEED-AUDIT-FILE.
005330     IF SEED-AUDIT-NOT-FOUND
005340         OPEN OUTPUT SEED-AUDIT-FILE
005350     END-IF.
005360     IF NOT SEED-AUDIT-OK
005370         DISPLAY "Seed access NOT logged -- SEEDAUDT"
005380             " status " SEED-AUDIT-STATUS
005390         GO TO 2900-EXIT
005400     END-IF.
005410     ACCEPT SA-DATE FROM DATE YYYYMMDD.
005420     ACCEPT SA-TIME FROM TIME.
005430     MOVE "GUESS-FAIR" TO SA-PROGRAM.
005440     WRITE SEED-ACCESS-RECORD.
005450     CLOSE SEED-AUDIT-FILE.
005460 2900-EXIT.
005470     EXIT.
005480*
005490******************************************************
005500*  3000-TALLY-PLAY                                    *
005510*  FOLD EVERY GAME PLAYED ON A DAY OF THE PERIOD INTO *
005520*  THAT DAY'S SLOT -- FIRST FROM THE ARCHIVE, WHICH   *
005530*  CARRIES THE OLDER RECORDS, THEN FROM THE LIVE FILE.*
005540*  NO ARCHIVE ON FILE SIMPLY MEANS NOTHING HAS BEEN   *
005550*  PURGED.                                            *
005560******************************************************
005570 3000-TALLY-PLAY.
005580     OPEN INPUT SCORE-ARCH-FILE.
005590     IF SCORE-ARCH-OK
005600         PERFORM 3100-READ-ONE-ARCH THRU 3100-EXIT
005610             UNTIL ARCH-AT-END
005620         CLOSE SCORE-ARCH-FILE
005630     END-IF.
005640     OPEN INPUT SCORE-HIST-FILE.
005650     IF NOT SCORE-HIST-OK
005660         DISPLAY "SCOREHST not available, status "
005670             SCORE-HIST-STATUS
005680         GO TO 3000-EXIT
005690     END-IF.
005700     PERFORM 3200-READ-ONE-GAME THRU 3200-EXIT
005710         UNTIL INPUT-AT-END.
005720     CLOSE SCORE-HIST-FILE.
005730 3000-EXIT.
005740     EXIT.
005750*
005760******************************************************
005770*  3100-READ-ONE-ARCH                                 *
005780******************************************************
005790 3100-READ-ONE-ARCH.
005800     READ SCORE-ARCH-FILE INTO GAME-RECORD
005810         AT END
005820         SET ARCH-AT-END TO TRUE
005830         GO TO 3100-EXIT
005840     END-READ.
005850     PERFORM 3300-TALLY-ONE-GAME THRU 3300-EXIT.
005860 3100-EXIT.
005870     EXIT.
005880*
005890******************************************************
005900*  3200-READ-ONE-GAME                                 *
005910******************************************************
005920 3200-READ-ONE-GAME.
005930     READ SCORE-HIST-FILE INTO GAME-RECORD
005940         AT END
005950         SET INPUT-AT-END TO TRUE
005960         GO TO 3200-EXIT
005970     END-READ.
005980     PERFORM 3300-TALLY-ONE-GAME THRU 3300-EXIT.
005990 3200-EXIT.
006000     EXIT.
006010*
006020******************************************************
006030*  3300-TALLY-ONE-GAME                                *
006040*  ADD THE GAME STAGED IN GAME-RECORD TO ITS DAY.  A  *
006050*  GAME ON A DAY WITH NO ANSWER ON FILE (PLAYED BEFORE*
006060*  THE HISTORY BEGAN) IS COUNTED APART.  A GAME WHOSE *
006070*  ANSWER DIFFERS FROM THE HISTORY'S IS COUNTED       *
006080*  AGAINST THE DAY.                                   *
006090******************************************************
006100 3300-TALLY-ONE-GAME.
006110     IF GAME-DATE < FROM-DATE OR GAME-DATE > TO-DATE
006120             OR GAME-DATE NOT < RUN-DATE
006130         GO TO 3300-EXIT
006140     END-IF.
006150     ADD 1 TO GAMES-READ.
006160     MOVE GAME-DATE TO SLOT-DATE-X.
006170     PERFORM 6000-FIND-DAY-SLOT THRU 6000-EXIT.
006180     IF DAY-SLOT = 0
006190         ADD 1 TO GAMES-NO-HISTORY
006200         GO TO 3300-EXIT
006210     END-IF.
006220     IF DT-DATE (DAY-SLOT) = SPACES
006230         ADD 1 TO GAMES-NO-HISTORY
006240         GO TO 3300-EXIT
006250     END-IF.
006260     IF GAME-RESULT = 'V'
006270         PERFORM 3400-BACK-OUT-VOID THRU 3400-EXIT
006280         GO TO 3300-EXIT
006290     END-IF.
006300     IF GAME-RESULT NOT = 'W' AND GAME-RESULT NOT = 'L'
006310         ADD 1 TO LEGACY-SKIPPED
006320         GO TO 3300-EXIT
006330     END-IF.
006340     ADD 1 TO DT-GAMES (DAY-SLOT).
006350     ADD GAME-GUESSES TO DT-GUESSES (DAY-SLOT).
006360     IF GAME-RESULT = 'W'
006370         ADD 1 TO DT-WINS (DAY-SLOT)
006380     END-IF.
006390     IF GAME-ANSWER NOT = DT-ANSWER (DAY-SLOT)
006400         ADD 1 TO DT-OFF-ANSWER (DAY-SLOT)
006410     END-IF.
006420 3300-EXIT.
006430     EXIT.
006440*
006450******************************************************
006460*  3400-BACK-OUT-VOID                                 *
006470*  UNDO WHAT 3300 DID FOR THE GAME THIS REVERSAL      *
006480*  CANCELS, USING THE ORIGINAL RESULT CARRIED IN GAME-*
006490*  ADJ-RESULT.  NO TOTAL IS TAKEN BELOW ZERO.         *
006500******************************************************
006510 3400-BACK-OUT-VOID.
006520     IF GAME-ADJ-RESULT NOT = 'W'
006530             AND GAME-ADJ-RESULT NOT = 'L'
006540         IF LEGACY-SKIPPED > 0
006550             SUBTRACT 1 FROM LEGACY-SKIPPED
006560         END-IF
006570         GO TO 3400-EXIT
006580     END-IF.
006590     ADD 1 TO VOIDS-BACKED-OUT.
006600     IF DT-GAMES (DAY-SLOT) > 0
006610         SUBTRACT 1 FROM DT-GAMES (DAY-SLOT)
006620     END-IF.
006630     IF DT-GUESSES (DAY-SLOT) >= GAME-GUESSES
006640         SUBTRACT GAME-GUESSES FROM DT-GUESSES (DAY-SLOT)
006650     ELSE
006660         MOVE 0 TO DT-GUESSES (DAY-SLOT)
006670     END-IF.
006680     IF GAME-ADJ-RESULT = 'W' AND DT-WINS (DAY-SLOT) > 0
006690         SUBTRACT 1 FROM DT-WINS (DAY-SLOT)
006700     END-IF.
006710     IF GAME-ANSWER NOT = DT-ANSWER (DAY-SLOT)
006720             AND DT-OFF-ANSWER (DAY-SLOT) > 0
006730         SUBTRACT 1 FROM DT-OFF-ANSWER (DAY-SLOT)
006740     END-IF.
006750 3400-EXIT.
006760     EXIT.
006770*
006780******************************************************
006790*  4000-PRINT-MONTHS                                  *
006800*  PRINT THE PERIOD A MONTH AT A TIME, THEN THE       *
006810*  SUMMARY FOR THE WHOLE PERIOD.                      *
006820******************************************************
006830 4000-PRINT-MONTHS.
006840     MOVE 0 TO MONTH-INDEX.
006850     PERFORM 4100-PRINT-ONE-MONTH THRU 4100-EXIT
006860         UNTIL MONTH-INDEX NOT < MONTH-SPAN.
006870     DISPLAY " ".
006880     DISPLAY "WHOLE PERIOD " FROM-MONTH-X " THRU " THRU-MONTH-X.
006890     MOVE 2 TO TL-SUB.
006900     PERFORM 4500-PRINT-SUMMARY THRU 4500-EXIT.
006910 4000-EXIT.
006920     EXIT.
006930*
006940******************************************************
006950*  4100-PRINT-ONE-MONTH                               *
006960*  ONE LINE PER DAY OF THE MONTH WITH AN ANSWER ON    *
006970*  FILE, THEN THE MONTH'S SUMMARY.                    *
006980******************************************************
006990 4100-PRINT-ONE-MONTH.
007000     PERFORM 6200-SET-MONTH-FROM-INDEX THRU 6200-EXIT.
007010     MOVE 1 TO TL-SUB.
007020     PERFORM 1200-CLEAR-TOTALS THRU 1200-EXIT.
007030     DISPLAY " ".
007040     DISPLAY "MONTH " PRINT-MONTH.
007050     DISPLAY "DATE      DF  ANSWER  DECILE  REPEAT OF "
007060         " REDRAWS  GAMES   WINS   WIN%  AVG GS".
007070     DISPLAY "----      --  ------  ------  --------- "
007080         " -------  -----   ----   ----  ------".
007090     MOVE 1 TO DAY-OF-MONTH.
007100     PERFORM 4200-PRINT-ONE-DAY THRU 4200-EXIT
007110         UNTIL DAY-OF-MONTH > 31.
007120     IF TL-DAYS (1) = 0
007130         DISPLAY "  NO ANSWERS ON FILE FOR THE MONTH"
007140     ELSE
007150         PERFORM 4500-PRINT-SUMMARY THRU 4500-EXIT
007160     END-IF.
007170     ADD 1 TO MONTH-INDEX.
007180 4100-EXIT.
007190     EXIT.
007200*
007210******************************************************
007220*  4200-PRINT-ONE-DAY                                 *
007230*  THE DECILE IS (ANSWER - 1) * 10 / TOP OF RANGE,    *
007240*  PLUS ONE, ON THE DAY'S OWN RANGE.  THE DAY IS A    *
007250*  REPEAT WHEN AN EARLIER DAY OF THE MONTH HAD THE    *
007260*  SAME ANSWER; THE FIRST SUCH DAY IS PRINTED.  BOTH  *
007270*  TOTALS ENTRIES TAKE THE DAY.                       *
007280******************************************************
007290 4200-PRINT-ONE-DAY.
007300     COMPUTE DAY-SLOT = MONTH-INDEX * 31 + DAY-OF-MONTH.
007310     IF DT-DATE (DAY-SLOT) = SPACES
007320         ADD 1 TO DAY-OF-MONTH
007330         GO TO 4200-EXIT
007340     END-IF.
007350     MOVE 99 TO RANGE-HIGH.
007360     IF DT-DIFFICULTY (DAY-SLOT) = 'E'
007370         MOVE 999 TO RANGE-HIGH
007380         ADD 1 TO TL-EXPERT-DAYS (1) TL-EXPERT-DAYS (2)
007390     ELSE
007400         ADD 1 TO TL-NORMAL-DAYS (1) TL-NORMAL-DAYS (2)
007410     END-IF.
007420     COMPUTE DAY-DECILE =
007430         (DT-ANSWER (DAY-SLOT) - 1) * 10 / RANGE-HIGH + 1.
007440     IF DAY-DECILE > 10
007450         MOVE 10 TO DAY-DECILE
007460     END-IF.
007470     ADD 1 TO TL-DECILE-COUNT (1, DAY-DECILE)
007480         TL-DECILE-COUNT (2, DAY-DECILE).
007490     ADD 1 TO TL-DAYS (1) TL-DAYS (2).
007500     ADD DT-REDRAWS (DAY-SLOT) TO TL-REDRAWS (1) TL-REDRAWS (2).
007510     ADD DT-GAMES (DAY-SLOT) TO TL-GAMES (1) TL-GAMES (2).
007520     ADD DT-WINS (DAY-SLOT) TO TL-WINS (1) TL-WINS (2).
007530     ADD DT-GUESSES (DAY-SLOT) TO TL-GUESSES (1) TL-GUESSES (2).
007540     MOVE SPACES TO DETAIL-LINE.
007550     MOVE DT-DATE (DAY-SLOT) TO DET-DATE.
007560     MOVE DT-DIFFICULTY (DAY-SLOT) TO DET-DIFFICULTY.
007570     MOVE DT-ANSWER (DAY-SLOT) TO DET-ANSWER.
007580     MOVE DAY-DECILE TO DET-DECILE.
007590     MOVE DT-REDRAWS (DAY-SLOT) TO DET-REDRAWS.
007600     MOVE DT-GAMES (DAY-SLOT) TO DET-GAMES.
007610     MOVE DT-WINS (DAY-SLOT) TO DET-WINS.
007620     PERFORM 4300-FIND-REPEAT THRU 4300-EXIT.
007630     IF DAY-IS-REPEAT
007640         ADD 1 TO TL-REPEATS (1) TL-REPEATS (2)
007650     END-IF.
007660     IF DT-OFF-ANSWER (DAY-SLOT) > 0
007670         MOVE '*' TO DET-OFF-FLAG
007680         ADD 1 TO TL-OFF-DAYS (1) TL-OFF-DAYS (2)
007690     END-IF.
007700     IF DT-GAMES (DAY-SLOT) > 0
007710         COMPUTE DET-WIN-PCT ROUNDED =
007720             DT-WINS (DAY-SLOT) * 100 / DT-GAMES (DAY-SLOT)
007730         COMPUTE DET-AVG-GUESSES ROUNDED =
007740             DT-GUESSES (DAY-SLOT) / DT-GAMES (DAY-SLOT)
007750     END-IF.
007760     DISPLAY DETAIL-LINE.
007770     ADD 1 TO DAY-OF-MONTH.
007780 4200-EXIT.
007790     EXIT.
007800*
007810******************************************************
007820*  4300-FIND-REPEAT                                   *
007830*  LOOK BACK OVER THE EARLIER DAYS OF THE MONTH FOR   *
007840*  THE FIRST ONE WITH THE SAME ANSWER.                *
007850******************************************************
007860 4300-FIND-REPEAT.
007870     SET DAY-NOT-REPEAT TO TRUE.
007880     MOVE 1 TO EARLIER-DAY.
007890     PERFORM 4310-CHECK-ONE-EARLIER THRU 4310-EXIT
007900         UNTIL EARLIER-DAY NOT < DAY-OF-MONTH
007910             OR DAY-IS-REPEAT.
007920 4300-EXIT.
007930     EXIT.
007940*
007950******************************************************
007960*  4310-CHECK-ONE-EARLIER                             *
007970******************************************************
007980 4310-CHECK-ONE-EARLIER.
007990     COMPUTE EARLIER-SLOT = MONTH-INDEX * 31 + EARLIER-DAY.
008000     IF DT-DATE (EARLIER-SLOT) NOT = SPACES
008010             AND DT-ANSWER (EARLIER-SLOT) = DT-ANSWER (DAY-SLOT)
008020         SET DAY-IS-REPEAT TO TRUE
008030         MOVE DT-DATE (EARLIER-SLOT) TO DET-REPEAT-OF
008040     END-IF.
008050     ADD 1 TO EARLIER-DAY.
008060 4310-EXIT.
008070     EXIT.
008080*
008090******************************************************
008100*  4500-PRINT-SUMMARY                                 *
008110*  SUMMARY FOR THE TOTALS ENTRY SELECTED BY TL-SUB:   *
008120*  THE DAY COUNTS, THE PLAY, AND THE ANSWERS PER      *
008130*  DECILE AGAINST EACH DECILE'S FAIR SHARE -- ITS     *
008140*  WIDTH OVER THE RANGE, SUMMED OVER THE NORMAL AND   *
008150*  EXPERT DAYS.  CHI-SQUARE IS THE SUM OF (ANSWERS -  *
008160*  FAIR SHARE) SQUARED OVER FAIR SHARE; A FAIR        *
008170*  GENERATOR STAYS BELOW THE CRITICAL FIGURE 19 TIMES *
008180*  IN 20.  UNDER MIN-JUDGE-DAYS THE FAIR SHARES ARE   *
008190*  TOO SMALL FOR THE TEST TO MEAN MUCH, AND THE       *
008200*  VERDICT SAYS SO.                                   *
008210******************************************************
008220 4500-PRINT-SUMMARY.
008230     MOVE TL-DAYS (TL-SUB) TO SL1-DAYS.
008240     MOVE TL-NORMAL-DAYS (TL-SUB) TO SL1-NORMAL.
008250     MOVE TL-EXPERT-DAYS (TL-SUB) TO SL1-EXPERT.
008260     MOVE TL-REPEATS (TL-SUB) TO SL1-REPEATS.
008270     MOVE TL-REDRAWS (TL-SUB) TO SL1-REDRAWS.
008280     MOVE TL-GAMES (TL-SUB) TO SL2-GAMES.
008290     MOVE TL-WINS (TL-SUB) TO SL2-WINS.
008300     MOVE TL-OFF-DAYS (TL-SUB) TO SL2-OFF-DAYS.
008310     MOVE 0 TO SL2-WIN-PCT.
008320     MOVE 0 TO SL2-AVG-GUESSES.
008330     IF TL-GAMES (TL-SUB) > 0
008340         COMPUTE SL2-WIN-PCT ROUNDED =
008350             TL-WINS (TL-SUB) * 100 / TL-GAMES (TL-SUB)
008360         COMPUTE SL2-AVG-GUESSES ROUNDED =
008370             TL-GUESSES (TL-SUB) / TL-GAMES (TL-SUB)
008380     END-IF.
008390     DISPLAY SUMMARY-LINE-1.
008400     DISPLAY SUMMARY-LINE-2.
008410     MOVE 0 TO CHI-SQUARE.
008420     MOVE 1 TO DEC-SUB.
008430     PERFORM 4510-FILL-ONE-DECILE THRU 4510-EXIT
008440         UNTIL DEC-SUB > 10.
008450     DISPLAY DECILE-HEAD-LINE.
008460     DISPLAY DECILE-COUNT-LINE.
008470     DISPLAY DECILE-EXPECT-LINE.
008480     MOVE CHI-SQUARE TO SL3-CHI-SQUARE.
008490     MOVE CHI-SQUARE-CRITICAL TO SL3-CRITICAL.
008500     IF TL-DAYS (TL-SUB) < MIN-JUDGE-DAYS
008510         MOVE "TOO FEW DAYS TO JUDGE" TO SL3-VERDICT
008520     ELSE
008530         IF CHI-SQUARE < CHI-SQUARE-CRITICAL
008540             MOVE "WITHIN CHANCE" TO SL3-VERDICT
008550         ELSE
008560             MOVE "UNEVEN -- REVIEW" TO SL3-VERDICT
008570         END-IF
008580     END-IF.
008590     DISPLAY SUMMARY-LINE-3.
008600 4500-EXIT.
008610     EXIT.
008620*
008630******************************************************
008640*  4510-FILL-ONE-DECILE                               *
008650******************************************************
008660 4510-FILL-ONE-DECILE.
008670     MOVE TL-DECILE-COUNT (TL-SUB, DEC-SUB)
008680         TO DCL-COUNT (DEC-SUB).
008690     COMPUTE EXPECTED-COUNT ROUNDED =
008700         TL-NORMAL-DAYS (TL-SUB)
008710             * NORMAL-DECILE-WIDTH (DEC-SUB) / 99
008720         + TL-EXPERT-DAYS (TL-SUB)
008730             * EXPERT-DECILE-WIDTH (DEC-SUB) / 999.
008740     MOVE EXPECTED-COUNT TO DEL-COUNT (DEC-SUB).
008750     IF EXPECTED-COUNT > 0
008760         COMPUTE COUNT-DIFFERENCE =
008770             TL-DECILE-COUNT (TL-SUB, DEC-SUB) - EXPECTED-COUNT
008780         COMPUTE CHI-SQUARE ROUNDED = CHI-SQUARE
008790             + COUNT-DIFFERENCE * COUNT-DIFFERENCE
008800             / EXPECTED-COUNT
008810     END-IF.
008820     ADD 1 TO DEC-SUB.
008830 4510-EXIT.
008840     EXIT.
008850*
008860******************************************************
008870*  6000-FIND-DAY-SLOT                                 *
008880*  THE DAY-TABLE SLOT FOR THE DATE STAGED IN SLOT-    *
008890*  DATE: 31 SLOTS FOR EACH MONTH SINCE THE FROM MONTH,*
008900*  PLUS THE DAY.  DAY-SLOT COMES BACK ZERO FOR A DATE *
008910*  THAT IS NOT A DATE OR FALLS OUTSIDE THE PERIOD.    *
008920******************************************************
008930 6000-FIND-DAY-SLOT.
008940     MOVE 0 TO DAY-SLOT.
008950     IF SLOT-DATE-X NOT NUMERIC
008960         GO TO 6000-EXIT
008970     END-IF.
008980     IF SLOT-MON < 1 OR SLOT-MON > 12
008990             OR SLOT-DAY < 1 OR SLOT-DAY > 31
009000         GO TO 6000-EXIT
009010     END-IF.
009020     COMPUTE DT-SUB = SLOT-YEAR * 12 + SLOT-MON
009030         - FROM-YEAR * 12 - FROM-MON.
009040     IF SLOT-DATE-X < FROM-DATE OR DT-SUB NOT < MONTH-SPAN
009050         GO TO 6000-EXIT
009060     END-IF.
009070     COMPUTE DAY-SLOT = DT-SUB * 31 + SLOT-DAY.
009080 6000-EXIT.
009090     EXIT.
009100*
009110******************************************************
009120*  6200-SET-MONTH-FROM-INDEX                          *
009130*  THE YEAR AND MONTH MONTH-INDEX MONTHS AFTER THE    *
009140*  FROM MONTH, INTO PRINT-MONTH.                      *
009150******************************************************
009160 6200-SET-MONTH-FROM-INDEX.
009170     COMPUTE MONTH-ABS = FROM-YEAR * 12 + FROM-MON - 1
009180         + MONTH-INDEX.
009190     DIVIDE MONTH-ABS BY 12
009200         GIVING PRINT-YEAR REMAINDER MONTH-REMAINDER.
009210     COMPUTE PRINT-MON = MONTH-REMAINDER + 1.
009220 6200-EXIT.
009230     EXIT.
009240*
009250******************************************************
009260*  8000-FINISH                                        *
009270******************************************************
009280 8000-FINISH.
009290     DISPLAY " ".
009300     DISPLAY "SEEDHIST entries for the period: " HIST-READ.
009310     DISPLAY "Entries replaced by a rerun:     " HIST-SUPERSEDED.
009320     DISPLAY "Entries failing check digit:     " HIST-BAD-COUNT.
009330     DISPLAY "Games read for the period:       " GAMES-READ.
009340     DISPLAY "Games on days with no answer:    " GAMES-NO-HISTORY.
009350     DISPLAY "Legacy records excluded:         " LEGACY-SKIPPED.
009360     DISPLAY "Voided games backed out:         " VOIDS-BACKED-OUT.
009370     DISPLAY "* = games played to an answer other than the"
009380         " history's.".
009390 8000-EXIT.
009400     EXIT.
009410*
009420******************************************************
009430*  9999-EXIT                                          *
009440******************************************************
009450 9999-EXIT.
009460     STOP RUN.
