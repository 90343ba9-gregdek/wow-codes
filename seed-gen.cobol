000090*  REPORT OF WHAT IT PRODUCED.  REPLACES THE HAND-     *
000100*  TYPED ONE-RECORD MORNING DROP THAT LEFT THE WHOLE   *
000110*  SHOP PLAYING THE FALLBACK ANSWER WHEN IT WAS BAD.   *
000111*                                                      *
000112*  EVERY DAY SCHEDULED IS ALSO POSTED TO THE PERMANENT *
000113*  ANSWER HISTORY (SEEDHIST), AND A DRAW THAT REPEATS  *
000114*  AN ANSWER USED WITHIN THE OPERATOR'S REPEAT WINDOW  *
000115*  IS THROWN AWAY AND DRAWN AGAIN.                     *
000120*                                                      *
000130*  To compile and run on your friendly Linux system:   *
000140*         cobc -x seed-gen.cobol                       *
000236*                   SEEDS ARE NOT WASTED.  NO          *
000237*                   CALENDAR FILE MEANS EVERY DAY IS   *
000238*                   A GAMING DAY, AS BEFORE.           *
000239*  2026-10-15 DLM   EVERY DAY WRITTEN TO SEEDSCHD IS   *
000240*                   NOW ALSO APPENDED TO THE PERMANENT *
000241*                   ANSWER HISTORY (SEEDHIST), STILL   *
000242*                   CONCEALED BY 2050-CONCEAL-ANSWER.  *
000243*                   NEW PROMPT FOR A REPEAT WINDOW IN  *
000244*                   DAYS (BLANK FOR 30, 0 TURNS THE    *
000245*                   GUARD OFF): A DRAW THAT MATCHES AN *
000246*                   ANSWER USED THAT MANY DAYS BEFORE  *
000247*                   THE SEED DATE IS REDRAWN, UP TO    *
000248*                   MAX-REDRAWS TIMES, AFTER WHICH THE *
000249*                   REPEAT IS LET THROUGH AND FLAGGED  *
000250*                   ON THE EDIT REPORT.                *
000251******************************************************
000252 IDENTIFICATION DIVISION.
000253 PROGRAM-ID. SEED-GEN.
000260 AUTHOR. D L MCKENZIE.
000270 INSTALLATION. OPERATIONS SUPPORT.
000280 DATE-WRITTEN. 2026-08-22.
000394     SELECT CALENDAR-FILE ASSIGN TO "GAMECAL"
000395         ORGANIZATION IS LINE SEQUENTIAL
000396         FILE STATUS IS CALENDAR-STATUS.
000397     SELECT SEED-HIST-FILE ASSIGN TO "SEEDHIST"
000398         ORGANIZATION IS LINE SEQUENTIAL
000399         FILE STATUS IS SEED-HIST-STATUS.
000400*
000410 DATA DIVISION.
000420 FILE SECTION.
000456 FD  CALENDAR-FILE
000457     LABEL RECORDS ARE STANDARD.
000458     COPY "CALREC.CPY".
000459*
000460 FD  SEED-HIST-FILE
000461     LABEL RECORDS ARE STANDARD.
000462     COPY "SEEDHREC.CPY".
000463*
000470 WORKING-STORAGE SECTION.
000480*
000490 77  EDIT-MAX-DAY                PIC 9(02)  VALUE 0.
000563     88  SEED-AUDIT-NOT-FOUND    VALUE '35'.
000564 01  CALENDAR-STATUS             PIC X(02).
000565     88  CALENDAR-OK             VALUE '00'.
000566 01  SEED-HIST-STATUS            PIC X(02).
000567     88  SEED-HIST-OK            VALUE '00'.
000568     88  SEED-HIST-NOT-FOUND     VALUE '35'.
000569*
000570 77  NG-MAX-ENTRIES              PIC 9(03)  COMP  VALUE 400.
000571 77  NG-COUNT                    PIC 9(03)  COMP  VALUE 0.
000572 77  NG-SUB                      PIC 9(03)  COMP  VALUE 0.
000573 77  SKIP-DAY-COUNT              PIC 9(02)  VALUE 0.
000574 77  MAX-SKIP-DAYS               PIC 9(02)  VALUE 30.
000575*
000576 01  NON-GAMING-TABLE.
000577     05  NG-DATE                 PIC X(08)  OCCURS 400.
000578*
000579 01  CAL-EOF-SWITCH              PIC X(01)  VALUE 'N'.
000580     88  CAL-AT-END              VALUE 'Y'.
000581 01  CAL-CHECK-DATE              PIC X(08)  VALUE SPACES.
000582 01  DAY-CALENDAR-SWITCH         PIC X(01)  VALUE 'G'.
000583     88  DATE-IS-GAMING          VALUE 'G'.
000584     88  DATE-IS-NON-GAMING      VALUE 'N'.
000585*
000587 77  DEFAULT-REPEAT-DAYS         PIC 9(03)  VALUE 30.
000588 77  MAX-REPEAT-DAYS             PIC 9(03)  VALUE 365.
000589 77  REPEAT-DAYS                 PIC 9(03)  VALUE 30.
000590 77  BACK-DAY-COUNT              PIC 9(03)  VALUE 0.
000591 77  REDRAW-COUNT                PIC 9(02)  VALUE 0.
000592 77  MAX-REDRAWS                 PIC 9(02)  VALUE 50.
000593 77  ANSWERS-REDRAWN             PIC 9(03)  VALUE 0.
000594 77  REPEATS-ALLOWED             PIC 9(03)  VALUE 0.
000595 77  HIST-POSTED                 PIC 9(03)  VALUE 0.
000596 77  HIST-BAD-COUNT              PIC 9(05)  VALUE 0.
000597 77  RH-MAX-ENTRIES              PIC 9(03)  COMP  VALUE 400.
000598 77  RH-COUNT                    PIC 9(03)  COMP  VALUE 0.
000599 77  RH-SUB                      PIC 9(03)  COMP  VALUE 0.
000600 77  REPEAT-INPUT-LEN            PIC 9(01)  VALUE 0.
000601*
000602 01  RECENT-ANSWER-TABLE.
000603     05  RH-ENTRY                OCCURS 400.
000604         10  RH-DATE             PIC X(08).
000605         10  RH-ANSWER           PIC 9(03).
000606*
000607 01  REPEAT-DAYS-INPUT           PIC X(03)  VALUE SPACES.
000608 01  REPEAT-DAYS-CHARS REDEFINES REPEAT-DAYS-INPUT.
000609     05  REPEAT-DAYS-CHAR        PIC X(01)  OCCURS 3 TIMES.
000610 01  REPEAT-CUTOFF-DATE          PIC X(08)  VALUE SPACES.
000611 01  HOLD-WORK-DATE              PIC X(08)  VALUE SPACES.
000612 01  HIST-DATE-NUM               PIC 9(08).
000613 01  HIST-ANSWER                 PIC 9(03).
000614 01  CHECK-DIGIT-IN              PIC 9(01).
000615 01  DECODE-WORK                 PIC S9(04) COMP.
000616*
000617 01  HIST-EOF-SWITCH             PIC X(01)  VALUE 'N'.
000618     88  HIST-AT-END             VALUE 'Y'.
000619 01  HIST-OPEN-SWITCH            PIC X(01)  VALUE 'N'.
000620     88  HIST-FILE-OPEN          VALUE 'Y'.
000621 01  HIST-ENTRY-SWITCH           PIC X(01)  VALUE 'Y'.
000622     88  HIST-ENTRY-GOOD         VALUE 'Y'.
000623     88  HIST-ENTRY-BAD          VALUE 'N'.
000624 01  REPEAT-SWITCH               PIC X(01)  VALUE 'N'.
000625     88  ANSWER-IS-REPEAT        VALUE 'Y'.
000626     88  ANSWER-IS-FRESH         VALUE 'N'.
000627*
000628 01  RUN-DATE                    PIC X(08).
000629 01  START-DATE-INPUT            PIC X(08)  VALUE SPACES.
000630*
000631 01  WORK-DATE.
000632     05  WORK-YEAR               PIC 9(04).
000633     05  WORK-MONTH              PIC 9(02).
000640     05  WORK-DAY                PIC 9(02).
000650 01  WORK-DATE-X REDEFINES WORK-DATE
000660                                 PIC X(08).
001210*
001220******************************************************
001230*  1000-INITIALIZE                                    *
001240*  ASK OPERATIONS FOR THE START DATE, THE WEEK'S       *
001250*  DIFFICULTY PATTERN AND THE REPEAT WINDOW, SEED THE  *
001260*  ANSWER GENERATOR FROM THE START DATE, OPEN THE      *
001265*  SCHEDULE FILE, AND LOAD THE RECENT ANSWERS.         *
001270******************************************************
001280 1000-INITIALIZE.
001290     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
001430         " blank for all N):".
001440     ACCEPT DIFF-PATTERN-INPUT.
001450     PERFORM 1100-EDIT-DIFF-PATTERN THRU 1100-EXIT.
001452     DISPLAY "Enter repeat window in days (0-365, blank"
001454         " for 30):".
001456     ACCEPT REPEAT-DAYS-INPUT.
001458     PERFORM 1150-EDIT-REPEAT-DAYS THRU 1150-EXIT.
001460     MOVE WORK-DATE-NUM TO RANDOM-HOLD.
001470     OPEN OUTPUT SEED-SCHED-FILE.
001480     IF NOT SEED-SCHED-OK
001510         GO TO 9999-EXIT
001520     END-IF.
001521     PERFORM 7000-LOG-SEED-ACCESS THRU 7000-EXIT.
001525     PERFORM 1400-LOAD-ANSWER-HISTORY THRU 1400-EXIT.
001530     DISPLAY "            SEED SCHEDULE EDIT REPORT".
001540     DISPLAY "DATE       ANSWER  DIFF  RANGE      STATUS".
001550     DISPLAY "--------   ------  ----  --------   ------".
001830     ADD 1 TO SCHED-DAY-SUB.
001840 1110-EXIT.
001850     EXIT.
001851*
001852******************************************************
001853*  1150-EDIT-REPEAT-DAYS                              *
001854*  THE REPEAT WINDOW IS ACCEPTED INTO AN ALPHANUMERIC  *
001855*  FIELD AND TRIMMED, AS GUESSES ARE IN GUESS-MY-      *
001856*  NUMBER.  BLANK TAKES THE DEFAULT; ANYTHING NOT ALL  *
001857*  DIGITS ALSO TAKES THE DEFAULT, AND A WINDOW LONGER  *
001858*  THAN MAX-REPEAT-DAYS IS CUT BACK TO IT.  ZERO TURNS *
001859*  THE REPEAT GUARD OFF.                              *
001860******************************************************
001861 1150-EDIT-REPEAT-DAYS.
001862     MOVE DEFAULT-REPEAT-DAYS TO REPEAT-DAYS.
001863     MOVE 3 TO REPEAT-INPUT-LEN.
001864     PERFORM 1160-SCAN-BACKWARD THRU 1160-EXIT
001865         UNTIL REPEAT-INPUT-LEN = ZERO
001866             OR REPEAT-DAYS-CHAR (REPEAT-INPUT-LEN) NOT = SPACE.
001867     IF REPEAT-INPUT-LEN = ZERO
001868         GO TO 1150-EXIT
001869     END-IF.
001870     IF REPEAT-DAYS-INPUT (1:REPEAT-INPUT-LEN) NOT NUMERIC
001871         DISPLAY "Repeat window is not numeric -- using "
001872             DEFAULT-REPEAT-DAYS " days."
001873         GO TO 1150-EXIT
001874     END-IF.
001875     MOVE REPEAT-DAYS-INPUT (1:REPEAT-INPUT-LEN) TO REPEAT-DAYS.
001876     IF REPEAT-DAYS > MAX-REPEAT-DAYS
001877         DISPLAY "Repeat window cut back to "
001878             MAX-REPEAT-DAYS " days."
001879         MOVE MAX-REPEAT-DAYS TO REPEAT-DAYS
001880     END-IF.
001881 1150-EXIT.
001882     EXIT.
001883*
001884******************************************************
001885*  1160-SCAN-BACKWARD                                 *
001886*  ONE STEP OF THE RIGHT-TO-LEFT SCAN PERFORMED BY    *
001887*  1150-EDIT-REPEAT-DAYS.                             *
001888******************************************************
001889 1160-SCAN-BACKWARD.
001890     SUBTRACT 1 FROM REPEAT-INPUT-LEN.
001891 1160-EXIT.
001892     EXIT.
001893*
001894******************************************************
001895*  1200-EDIT-START-DATE                               *
001896*  THE START DATE IN WORK-DATE MUST BE A REAL         *
001900*  CALENDAR DATE -- MONTH 1-12 AND DAY WITHIN THAT    *
001910*  MONTH, WITH FEBRUARY 29 ALLOWED ONLY IN A LEAP     *
001920*  YEAR.  A DATE LIKE 20260231 WOULD OTHERWISE GO     *
002188     EXIT.
002189*
002190******************************************************
002191*  1400-LOAD-ANSWER-HISTORY                           *
002192*  TABLE THE ANSWERS THE HISTORY FILE HOLDS FOR THE   *
002193*  REPEAT WINDOW BEFORE THE START DATE (AND AFTER IT, *
002194*  WHEN THIS IS A RERUN), THEN REOPEN THE FILE TO     *
002195*  APPEND THIS RUN'S DAYS.  A LATER ENTRY FOR A DATE  *
002196*  REPLACES AN EARLIER ONE.  AN ENTRY THAT FAILS ITS  *
002197*  CHECK DIGIT IS COUNTED AND IGNORED.  A HISTORY     *
002198*  FILE THAT CANNOT BE OPENED FOR APPEND IS REPORTED  *
002199*  BUT DOES NOT STOP THE BUILD -- THE GAME NEEDS THE  *
002200*  SCHEDULE MORE THAN THE REPORT NEEDS THE HISTORY.   *
002201******************************************************
002202 1400-LOAD-ANSWER-HISTORY.
002203     IF REPEAT-DAYS = 0
002204         GO TO 1400-OPEN-FOR-POSTING
002205     END-IF.
002206     PERFORM 2010-SET-REPEAT-CUTOFF THRU 2010-EXIT.
002207     OPEN INPUT SEED-HIST-FILE.
002208     IF NOT SEED-HIST-OK
002209         GO TO 1400-OPEN-FOR-POSTING
002210     END-IF.
002211     PERFORM 1410-LOAD-ONE-HISTORY THRU 1410-EXIT
002212         UNTIL HIST-AT-END.
002213     CLOSE SEED-HIST-FILE.
002214 1400-OPEN-FOR-POSTING.
002215     OPEN EXTEND SEED-HIST-FILE.
002216     IF SEED-HIST-NOT-FOUND
002217         OPEN OUTPUT SEED-HIST-FILE
002218     END-IF.
002219     IF SEED-HIST-OK
002220         SET HIST-FILE-OPEN TO TRUE
002221     ELSE
002222         DISPLAY "Cannot open SEEDHIST, status "
002223             SEED-HIST-STATUS " -- answers NOT posted"
002224             " to the history."
002225     END-IF.
002226     IF HIST-BAD-COUNT > 0
002227         DISPLAY "SEEDHIST entries failing check digit: "
002228             HIST-BAD-COUNT
002229     END-IF.
002230 1400-EXIT.
002231     EXIT.
002232*
002233******************************************************
002234*  1410-LOAD-ONE-HISTORY                              *
002235******************************************************
002236 1410-LOAD-ONE-HISTORY.
002237     READ SEED-HIST-FILE
002238         AT END
002239         SET HIST-AT-END TO TRUE
002240         GO TO 1410-EXIT
002241     END-READ.
002242     IF SH-DATE < REPEAT-CUTOFF-DATE
002243         GO TO 1410-EXIT
002244     END-IF.
002245     PERFORM 1420-DECODE-HIST-ANSWER THRU 1420-EXIT.
002246     IF HIST-ENTRY-BAD
002247         ADD 1 TO HIST-BAD-COUNT
002248         GO TO 1410-EXIT
002249     END-IF.
002250     PERFORM 2450-REMEMBER-ANSWER THRU 2450-EXIT.
002251 1410-EXIT.
002252     EXIT.
002253*
002254******************************************************
002255*  1420-DECODE-HIST-ANSWER                            *
002256*  VERIFY THE CHECK DIGIT AND UNDO 2050-CONCEAL-      *
002257*  ANSWER, AS GUESS-MY-NUMBER DOES FOR SEEDSCHD.      *
002258******************************************************
002259 1420-DECODE-HIST-ANSWER.
002260     SET HIST-ENTRY-GOOD TO TRUE.
002261     IF SH-DATE NOT NUMERIC
002262             OR SH-ANSWER NOT NUMERIC
002263             OR SH-CHECK-DIGIT NOT NUMERIC
002264         SET HIST-ENTRY-BAD TO TRUE
002265         GO TO 1420-EXIT
002266     END-IF.
002267     MOVE SH-DATE TO HIST-DATE-NUM.
002268     DIVIDE HIST-DATE-NUM BY 787
002269         GIVING SEED-KEY-QUOTIENT REMAINDER SEED-KEY.
002270     MOVE SH-ANSWER TO ENC-SPLIT-NUM.
002271     COMPUTE CHECK-WORK = ENC-DIGIT-1 * 3
002272         + ENC-DIGIT-2 * 7 + ENC-DIGIT-3 * 9 + SEED-KEY.
002273     DIVIDE CHECK-WORK BY 10
002274         GIVING CHECK-QUOTIENT REMAINDER CHECK-DIGIT-WORK.
002275     MOVE SH-CHECK-DIGIT TO CHECK-DIGIT-IN.
002276     IF CHECK-DIGIT-WORK NOT = CHECK-DIGIT-IN
002277         SET HIST-ENTRY-BAD TO TRUE
002278         GO TO 1420-EXIT
002279     END-IF.
002280     COMPUTE DECODE-WORK = SH-ANSWER - SEED-KEY.
002281     IF DECODE-WORK < 1
002282         ADD 999 TO DECODE-WORK
002283     END-IF.
002284     MOVE DECODE-WORK TO HIST-ANSWER.
002285 1420-EXIT.
002286     EXIT.
002287*
002288******************************************************
002289*  2000-GENERATE-ONE-DAY                              *
002290*  BUILD, EDIT, AND WRITE THE SEED-RECORD FOR ONE DAY  *
002291*  OF THE SCHEDULE, THEN STEP WORK-DATE FORWARD ONE    *
002292*  DAY.  A RECORD THAT FAILS ITS EDIT IS REPORTED AND  *
002293*  NOT WRITTEN, SO THE SCHEDULE FILE NEVER CARRIES A   *
002294*  RECORD THE GAME PROGRAMS WOULD HAVE TO SECOND-      *
002295*  GUESS.  A DRAW THAT REPEATS AN ANSWER USED WITHIN   *
002296*  THE REPEAT WINDOW IS THROWN AWAY AND DRAWN AGAIN,   *
002297*  UP TO MAX-REDRAWS TIMES; A WINDOW TOO LONG FOR THE  *
002298*  RANGE (EVERY ANSWER USED) THEN LETS THE REPEAT      *
002299*  THROUGH RATHER THAN LOOP.  A WRITTEN RECORD IS      *
002300*  ALSO POSTED TO THE ANSWER HISTORY.                  *
002301******************************************************
002302 2000-GENERATE-ONE-DAY.
002303     PERFORM 2020-SKIP-NON-GAMING THRU 2020-EXIT.
002304     MOVE 99 TO DAY-HIGH-BOUND.
002305     IF DIFF-DAY-CODE (SCHED-DAY-SUB) = 'E'
002306         MOVE 999 TO DAY-HIGH-BOUND
002307     END-IF.
002308     PERFORM 2010-SET-REPEAT-CUTOFF THRU 2010-EXIT.
002309     MOVE 0 TO REDRAW-COUNT.
002310 2000-DRAW-ANSWER.
002311     PERFORM 2100-NEXT-RANDOM THRU 2100-EXIT.
002320     DIVIDE RANDOM-HOLD BY DAY-HIGH-BOUND
002330         GIVING RANDOM-QUOTIENT
002340         REMAINDER RANDOM-REMAINDER.
002350     COMPUTE DAY-ANSWER = RANDOM-REMAINDER + 1.
002351     PERFORM 2150-CHECK-REPEAT THRU 2150-EXIT.
002352     IF ANSWER-IS-REPEAT AND REDRAW-COUNT < MAX-REDRAWS
002353         ADD 1 TO REDRAW-COUNT
002354         ADD 1 TO ANSWERS-REDRAWN
002355         GO TO 2000-DRAW-ANSWER
002356     END-IF.
002360     MOVE WORK-DATE-X TO SEED-DATE.
002370     PERFORM 2050-CONCEAL-ANSWER THRU 2050-EXIT.
002380     MOVE DIFF-DAY-CODE (SCHED-DAY-SUB)
002390         TO SEED-DIFFICULTY-CODE.
002400     PERFORM 2200-EDIT-SEED-RECORD THRU 2200-EXIT.
002401     IF RECORD-EDIT-OK AND ANSWER-IS-REPEAT
002402         MOVE "OK -- REPEAT ALLOWED" TO EDIT-STATUS
002403         ADD 1 TO REPEATS-ALLOWED
002404     END-IF.
002405     IF RECORD-EDIT-OK AND ANSWER-IS-FRESH
002406             AND REDRAW-COUNT > 0
002407         MOVE "OK -- REDRAWN" TO EDIT-STATUS
002408     END-IF.
002410     IF RECORD-EDIT-OK
002415         MOVE SEED-RECORD TO SH-SEED-DATA
002420         WRITE SEED-RECORD
002430         ADD 1 TO RECORDS-WRITTEN
002435         PERFORM 2400-POST-ANSWER-HISTORY THRU 2400-EXIT
002440     ELSE
002450         ADD 1 TO EDIT-ERROR-COUNT
002460     END-IF.
002500     ADD 1 TO SCHED-DAY-SUB.
002510 2000-EXIT.
002520     EXIT.
002521*
002522******************************************************
002523*  2010-SET-REPEAT-CUTOFF                             *
002524*  THE FIRST DATE INSIDE THE REPEAT WINDOW FOR THE    *
002525*  DATE IN WORK-DATE -- REPEAT-DAYS CALENDAR DAYS     *
002526*  EARLIER.  WORK-DATE ITSELF IS PUT BACK AFTERWARD.  *
002527******************************************************
002528 2010-SET-REPEAT-CUTOFF.
002529     MOVE WORK-DATE-X TO HOLD-WORK-DATE.
002530     MOVE 0 TO BACK-DAY-COUNT.
002531     PERFORM 5200-BACK-ONE-DAY THRU 5200-EXIT
002532         UNTIL BACK-DAY-COUNT NOT < REPEAT-DAYS.
002533     MOVE WORK-DATE-X TO REPEAT-CUTOFF-DATE.
002534     MOVE HOLD-WORK-DATE TO WORK-DATE-X.
002535 2010-EXIT.
002536     EXIT.
002537*
002538******************************************************
002539*  2020-SKIP-NON-GAMING                               *
002540*  STEP WORK-DATE FORWARD PAST ANY DATES THE GAMING   *
002541*  CALENDAR MARKS NON-GAMING, SO NO SEED IS WASTED    *
002542*  ON A DAY NOBODY PLAYS.  ADD-ONE-DAY REFRESHES      *
002543*  EXPECTED-DATE AS IT GOES, SO THE CONTIGUITY EDIT   *
002544*  STILL HOLDS ACROSS THE GAP.  A RUNAWAY CALENDAR    *
002545*  (EVERY DAY MARKED OFF) IS STOPPED AT               *
002546*  MAX-SKIP-DAYS.                                     *
002547******************************************************
002548 2020-SKIP-NON-GAMING.
002549     MOVE 0 TO SKIP-DAY-COUNT.
002550 2020-CHECK-DATE.
002551     MOVE WORK-DATE-X TO CAL-CHECK-DATE.
002552     PERFORM 6000-CHECK-NON-GAMING THRU 6000-EXIT.
002553     IF DATE-IS-NON-GAMING
002554             AND SKIP-DAY-COUNT < MAX-SKIP-DAYS
002555         PERFORM 5000-ADD-ONE-DAY THRU 5000-EXIT
002556         ADD 1 TO SKIP-DAY-COUNT
002557         GO TO 2020-CHECK-DATE
002558     END-IF.
002559 2020-EXIT.
002560     EXIT.
002561*
002562******************************************************
002563*  2050-CONCEAL-ANSWER                                *
002564*  WRITE THE DAY'S ANSWER TO THE RECORD IN ITS        *
002565*  CONCEALED FORM: ADD THE DATE-DERIVED KEY (DATE     *
002566*  MODULO 787), WRAP BACK INTO 1-999, AND SET THE     *
002567*  CHECK DIGIT THE GAME PROGRAMS VERIFY AT PLAY       *
002568*  TIME.  SEE SEEDREC.CPY FOR THE SCHEME.             *
002569******************************************************
002570 2050-CONCEAL-ANSWER.
002571     DIVIDE WORK-DATE-NUM BY 787
002572         GIVING SEED-KEY-QUOTIENT REMAINDER SEED-KEY.
002573     COMPUTE ENC-ANSWER = DAY-ANSWER + SEED-KEY.
002574     IF ENC-ANSWER > 999
002575         SUBTRACT 999 FROM ENC-ANSWER
002576     END-IF.
002577     MOVE ENC-ANSWER TO ENC-SPLIT-NUM.
002578     COMPUTE CHECK-WORK = ENC-DIGIT-1 * 3
002579         + ENC-DIGIT-2 * 7 + ENC-DIGIT-3 * 9 + SEED-KEY.
002580     DIVIDE CHECK-WORK BY 10
002581         GIVING CHECK-QUOTIENT REMAINDER CHECK-DIGIT-WORK.
002582     MOVE ENC-SPLIT-NUM TO SEED-ANSWER.
002583     MOVE CHECK-DIGIT-WORK TO SEED-CHECK-DIGIT.
002584 2050-EXIT.
002585     EXIT.
002586*
002587******************************************************
002588*  2100-NEXT-RANDOM                                   *
002589*  ONE STEP OF A LINEAR CONGRUENTIAL GENERATOR SEEDED  *
002590*  FROM THE SCHEDULE START DATE.  RANDOMIZATION IS NOT *
002591*  A CORE FUNCTION IN OLD SCHOOL COBOL, BUT THIS IS    *
002592*  PLENTY TO KEEP THE WEEK'S ANSWERS FROM REPEATING    *
002600*  THE SAME HAND-PICKED FAVORITES.                     *
002610******************************************************
002620 2100-NEXT-RANDOM.
002660         REMAINDER RANDOM-HOLD.
002670 2100-EXIT.
002680     EXIT.
002681*
002682******************************************************
002683*  2150-CHECK-REPEAT                                  *
002684*  A DRAW IS A REPEAT WHEN THE SAME ANSWER WAS USED   *
002685*  ON A DATE FROM REPEAT-CUTOFF-DATE UP TO, BUT NOT   *
002686*  INCLUDING, THE DATE BEING SCHEDULED -- WHATEVER    *
002687*  THAT DAY'S DIFFICULTY.  ENTRIES FOR LATER DATES    *
002688*  ARE LEFT OVER FROM AN EARLIER RUN OVER THE SAME    *
002689*  WEEK AND ARE ABOUT TO BE REPLACED.                 *
002690******************************************************
002691 2150-CHECK-REPEAT.
002692     SET ANSWER-IS-FRESH TO TRUE.
002693     IF REPEAT-DAYS = 0
002694         GO TO 2150-EXIT
002695     END-IF.
002696     MOVE 1 TO RH-SUB.
002697     PERFORM 2160-CHECK-ONE-RECENT THRU 2160-EXIT
002698         UNTIL RH-SUB > RH-COUNT OR ANSWER-IS-REPEAT.
002699 2150-EXIT.
002700     EXIT.
002701*
002702******************************************************
002703*  2160-CHECK-ONE-RECENT                              *
002704******************************************************
002705 2160-CHECK-ONE-RECENT.
002706     IF RH-ANSWER (RH-SUB) = DAY-ANSWER
002707             AND RH-DATE (RH-SUB) NOT < REPEAT-CUTOFF-DATE
002708             AND RH-DATE (RH-SUB) < WORK-DATE-X
002709         SET ANSWER-IS-REPEAT TO TRUE
002710     END-IF.
002711     ADD 1 TO RH-SUB.
002712 2160-EXIT.
002713     EXIT.
002714*
002715******************************************************
002716*  2200-EDIT-SEED-RECORD                              *
002720*  THE ANSWER MUST FALL INSIDE THE BOUNDS IMPLIED BY   *
002730*  THE DIFFICULTY CODE, AND THE DATE MUST FOLLOW THE   *
002740*  PRIOR RECORD'S DATE BY EXACTLY ONE DAY -- WHICH     *
003140     DISPLAY EDIT-LINE.
003150 2300-EXIT.
003160     EXIT.
003161*
003162******************************************************
003163*  2400-POST-ANSWER-HISTORY                           *
003164*  APPEND THE RECORD JUST WRITTEN TO SEEDSCHD, STILL  *
003165*  CONCEALED, TO THE PERMANENT ANSWER HISTORY, AND    *
003166*  TABLE ITS ANSWER SO THE REST OF THE WEEK IS        *
003167*  CHECKED AGAINST IT.  SH-SEED-DATA WAS FILLED FROM  *
003168*  SEED-RECORD BEFORE THE WRITE.                      *
003169******************************************************
003170 2400-POST-ANSWER-HISTORY.
003171     MOVE DAY-ANSWER TO HIST-ANSWER.
003172     PERFORM 2450-REMEMBER-ANSWER THRU 2450-EXIT.
003173     IF NOT HIST-FILE-OPEN
003174         GO TO 2400-EXIT
003175     END-IF.
003176     MOVE RUN-DATE TO SH-GEN-DATE.
003177     MOVE REDRAW-COUNT TO SH-REDRAWS.
003178     WRITE SEED-HISTORY-RECORD.
003179     IF SEED-HIST-OK
003180         ADD 1 TO HIST-POSTED
003181     ELSE
003182         DISPLAY "SEEDHIST write failed for " SH-DATE
003183             ", status " SEED-HIST-STATUS
003184     END-IF.
003185 2400-EXIT.
003186     EXIT.
003187*
003188******************************************************
003189*  2450-REMEMBER-ANSWER                               *
003190*  PUT SH-DATE AND HIST-ANSWER ON THE RECENT-ANSWER   *
003191*  TABLE, REPLACING ANY ENTRY ALREADY THERE FOR THE   *
003192*  DATE.  A FULL TABLE DROPS THE NEW ENTRY.           *
003193******************************************************
003194 2450-REMEMBER-ANSWER.
003195     MOVE 1 TO RH-SUB.
003196     PERFORM 2460-SCAN-ONE-RECENT THRU 2460-EXIT
003197         UNTIL RH-SUB > RH-COUNT
003198             OR RH-DATE (RH-SUB) = SH-DATE.
003199     IF RH-SUB > RH-COUNT
003200         IF RH-COUNT NOT < RH-MAX-ENTRIES
003201             GO TO 2450-EXIT
003202         END-IF
003203         ADD 1 TO RH-COUNT
003204         MOVE RH-COUNT TO RH-SUB
003205     END-IF.
003206     MOVE SH-DATE TO RH-DATE (RH-SUB).
003207     MOVE HIST-ANSWER TO RH-ANSWER (RH-SUB).
003208 2450-EXIT.
003209     EXIT.
003210*
003211******************************************************
003212*  2460-SCAN-ONE-RECENT                               *
003213******************************************************
003214 2460-SCAN-ONE-RECENT.
003215     ADD 1 TO RH-SUB.
003216 2460-EXIT.
003217     EXIT.
003218*
003219******************************************************
003220*  5000-ADD-ONE-DAY                                   *
003221*  STEP WORK-DATE FORWARD ONE CALENDAR DAY, ROLLING    *
003222*  MONTH AND YEAR AS NEEDED.  FEBRUARY GETS ITS 29TH   *
003223*  DAY IN A LEAP YEAR.  THE RESULT IS ALSO SAVED AS    *
003230*  EXPECTED-DATE SO THE NEXT RECORD'S CONTIGUITY EDIT  *
003240*  HAS SOMETHING TO COMPARE AGAINST.                   *
003250******************************************************
003700     END-IF.
003710 5100-EXIT.
003720     EXIT.
003721*
003722******************************************************
003723*  5200-BACK-ONE-DAY                                  *
003724*  STEP WORK-DATE BACK ONE CALENDAR DAY, ROLLING      *
003725*  MONTH AND YEAR AS NEEDED, AND COUNT THE STEP.      *
003726*  EXPECTED-DATE IS LEFT ALONE.                       *
003727******************************************************
003728 5200-BACK-ONE-DAY.
003729     SUBTRACT 1 FROM WORK-DAY.
003730     IF WORK-DAY = 0
003731         SUBTRACT 1 FROM WORK-MONTH
003732         IF WORK-MONTH = 0
003733             MOVE 12 TO WORK-MONTH
003734             SUBTRACT 1 FROM WORK-YEAR
003735         END-IF
003736         PERFORM 5100-CHECK-LEAP-YEAR THRU 5100-EXIT
003737         MOVE MONTH-DAYS (WORK-MONTH) TO WORK-DAY
003738         IF WORK-MONTH = 2 AND IS-LEAP-YEAR
003739             MOVE 29 TO WORK-DAY
003740         END-IF
003741     END-IF.
003742     ADD 1 TO BACK-DAY-COUNT.
003743 5200-EXIT.
003744     EXIT.
003745*
003746******************************************************
003747*  6000-CHECK-NON-GAMING                              *
003748*  LINEAR SEARCH OF THE NON-GAMING TABLE FOR THE      *
003749*  DATE STAGED IN CAL-CHECK-DATE.  A DATE NOT ON      *
003750*  THE TABLE IS A GAMING DAY.                         *
003751******************************************************
003752 6000-CHECK-NON-GAMING.
003753     SET DATE-IS-GAMING TO TRUE.
003754     MOVE 1 TO NG-SUB.
003755     PERFORM 6010-SCAN-ONE-NG-DAY THRU 6010-EXIT
003756         UNTIL NG-SUB > NG-COUNT
003757             OR NG-DATE (NG-SUB) = CAL-CHECK-DATE.
003758     IF NG-SUB NOT > NG-COUNT
003759         SET DATE-IS-NON-GAMING TO TRUE
003760     END-IF.
003761 6000-EXIT.
003762     EXIT.
003763*
003764******************************************************
003765*  6010-SCAN-ONE-NG-DAY                               *
003766******************************************************
003767 6010-SCAN-ONE-NG-DAY.
003768     ADD 1 TO NG-SUB.
003769 6010-EXIT.
003770     EXIT.
003771*
003772******************************************************
003773*  7000-LOG-SEED-ACCESS                               *
003774*  APPEND ONE RECORD TO THE SEED-ACCESS AUDIT FILE    *
003775*  FOR THIS RUN'S OPEN OF SEEDSCHD, SO EVERY LOOK AT  *
003776*  THE ANSWER SCHEDULE LEAVES A TRACE.  A FAILURE TO  *
003777*  LOG IS REPORTED BUT DOES NOT STOP THE BUILD.       *
003778******************************************************
003779 7000-LOG-SEED-ACCESS.
003780     OPEN EXTEND SEED-AUDIT-FILE.
003781     IF SEED-AUDIT-NOT-FOUND
003782         OPEN OUTPUT SEED-AUDIT-FILE
003783     END-IF.
003784     IF NOT SEED-AUDIT-OK
003785         DISPLAY "Seed access NOT logged -- SEEDAUDT"
003786             " status " SEED-AUDIT-STATUS
003787         GO TO 7000-EXIT
003788     END-IF.
003789     ACCEPT SA-DATE FROM DATE YYYYMMDD.
003790     ACCEPT SA-TIME FROM TIME.
003791     MOVE "SEED-GEN" TO SA-PROGRAM.
003792     WRITE SEED-ACCESS-RECORD.
003793     CLOSE SEED-AUDIT-FILE.
003794 7000-EXIT.
003795     EXIT.
003796*
003797******************************************************
003798*  8000-PRINT-TOTALS                                  *
003799******************************************************
003800 8000-PRINT-TOTALS.
003801     CLOSE SEED-SCHED-FILE.
003802     IF HIST-FILE-OPEN
003803         CLOSE SEED-HIST-FILE
003804     END-IF.
003805     DISPLAY "--------   ------  ----  --------   ------".
003806     DISPLAY "Records written to SEEDSCHD: " RECORDS-WRITTEN.
003810     DISPLAY "Records failing edit:        " EDIT-ERROR-COUNT.
003812     DISPLAY "Records posted to SEEDHIST:  " HIST-POSTED.
003814     DISPLAY "Draws redrawn as repeats:    " ANSWERS-REDRAWN.
003816     DISPLAY "Repeats allowed (no choice): " REPEATS-ALLOWED.
003820 8000-EXIT.
003830     EXIT.
003840*
