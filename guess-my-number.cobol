000974*                   HINT PURCHASE, SO A RESUMED GAME   *
000975*                   STILL REPORTS ITS TRUE             *
000976*                   SCORE-HINTS COUNT.                 *
000977*  2026-10-15 DLM   ONLY A PLAYER ENROLLED AND ACTIVE  *
000978*                   ON THE REGISTRATION FILE (PLAYREG, *
000979*                   MAINTAINED BY GUESS-ENRL) MAY      *
000980*                   PLAY; AN UNKNOWN, SUSPENDED, OR    *
000981*                   DEPARTED ID IS TURNED AWAY AT THE  *
000982*                   PLAYER-ID PROMPT.                  *
000983*  2026-10-15 DLM   THE SCORE RECORD'S ADJUSTMENT      *
000984*                   FIELDS (SET ONLY BY GUESS-ADJT)    *
000985*                   ARE WRITTEN AS SPACES ON EVERY     *
000986*                   GAME.                              *
000987*  2026-10-15 DLM   EVERY HINT CREDIT EARNED OR SPENT  *
000988*                   IS NOW ALSO WRITTEN TO THE HINT-   *
000989*                   CREDIT LEDGER (CREDLDGR, SEE       *
000990*                   CLEDREC.CPY) WITH THE DATE, TIME,  *
000991*                   AND THE ACHIEVEMENT TEXT OR GAMING *
000992*                   DAY, SO GUESS-CPRF CAN PROVE EVERY *
000993*                   BALANCE ON CREDFILE.               *
000994*  2026-10-15 DLM   MAX-GUESSES, MAX-INVALID-GUESSES,  *
000995*                   MAX-FILE-RETRIES, MAX-BRIDGE-DAYS, *
000996*                   AND THE STREAK AND GAMES-PLAYED    *
000997*                   MILESTONES COME FROM THE GAME      *
000998*                   PARAMETER FILE (PARMFILE) AS IN    *
000999*                   FORCE ON THE GAME DATE.            *
001000******************************************************
001001 IDENTIFICATION DIVISION.
001002 PROGRAM-ID. GUESS-MY-NUMBER.
001003 AUTHOR. D L MCKENZIE.
001004 INSTALLATION. OPERATIONS SUPPORT.
001005 DATE-WRITTEN. 2026-08-09.
001006 DATE-COMPILED. 2026-08-09.
001010*
001020******************************************************
001030*  THE CLASSIC GUESS-THE-NUMBER GAME.  THE PLAYER IS   *
001402     SELECT CALENDAR-FILE ASSIGN TO "GAMECAL"
001403         ORGANIZATION IS LINE SEQUENTIAL
001404         FILE STATUS IS CALENDAR-STATUS.
001405     SELECT REGISTRATION-FILE ASSIGN TO "PLAYREG"
001406         ORGANIZATION IS INDEXED
001407         ACCESS MODE IS RANDOM
001408         RECORD KEY IS RG-PLAYER-ID
001409         FILE STATUS IS REGISTRATION-STATUS.
001410     SELECT CREDIT-LEDGER-FILE ASSIGN TO "CREDLDGR"
001411         ORGANIZATION IS LINE SEQUENTIAL
001412         FILE STATUS IS CREDIT-LEDGER-STATUS.
001413     SELECT PARM-FILE ASSIGN TO "PARMFILE"
001414         ORGANIZATION IS LINE SEQUENTIAL
001415         FILE STATUS IS PARM-FILE-STATUS.
001416*
001417 DATA DIVISION.
001420 FILE SECTION.
001430 FD  SEED-FILE
001440     LABEL RECORDS ARE STANDARD.
001701     LABEL RECORDS ARE STANDARD.
001702     COPY "CALREC.CPY".
001703*
001704 FD  REGISTRATION-FILE
001705     LABEL RECORDS ARE STANDARD.
001706     COPY "REGREC.CPY".
001707*
001708 FD  CREDIT-LEDGER-FILE
001709     LABEL RECORDS ARE STANDARD.
001710     COPY "CLEDREC.CPY".
001711*
001712 FD  PARM-FILE
001713     LABEL RECORDS ARE STANDARD.
001714     COPY "PARMREC.CPY".
001715*
001716 WORKING-STORAGE SECTION.
001720*
001730 77  TOTAL-GUESSES               PIC 99.
001740 77  MAX-GUESSES                 PIC 99  VALUE 0.
001750 77  INVALID-GUESS-COUNT         PIC 99  VALUE 0.
001760 77  MAX-INVALID-GUESSES         PIC 99  VALUE 0.
001770 77  FILE-RETRY-COUNT            PIC 9(03)  VALUE 0.
001780 77  MAX-FILE-RETRIES            PIC 9(03)  VALUE 0.
001790 77  RETRY-DELAY-COUNT           PIC 9(07)  COMP  VALUE 0.
001800 77  RETRY-DELAY-LIMIT           PIC 9(07)  COMP
001810                                 VALUE 1000000.
002029     88  CREDIT-FILE-OK          VALUE '00'.
002030     88  CREDIT-FILE-NOT-FOUND   VALUE '23', '35'.
002031     88  CREDIT-FILE-LOCKED      VALUE '93'.
002032 01  CREDIT-LEDGER-STATUS        PIC X(02).
002033     88  CREDIT-LEDGER-OK        VALUE '00'.
002034     88  CREDIT-LEDGER-NOT-FOUND VALUE '35'.
002035     88  CREDIT-LEDGER-LOCKED    VALUE '93'.
002036 01  LEDGER-TYPE                 PIC X(01).
002037 01  LEDGER-REFERENCE            PIC X(30).
002038 77  HINTS-USED                  PIC 9(02)  VALUE 0.
002039 01  ODD-QUOTIENT                PIC 9(03)  COMP.
002040 01  ODD-REMAINDER               PIC 9(01)  COMP.
002041 01  HINT-BAND                   PIC 9(03)  COMP.
002042 01  HINT-OFFSET                 PIC 9(03)  COMP.
002043 01  BAND-QUOTIENT               PIC 9(03)  COMP.
002044 01  BAND-REMAINDER              PIC 9(03)  COMP.
002045 01  HINT-LOW                    PIC 9(03).
002046 01  HINT-HIGH                   PIC 9(03).
002047 01  HINT-LOW-EDIT               PIC ZZ9.
002048 01  HINT-HIGH-EDIT              PIC ZZ9.
002049 01  CREDIT-BAL-EDIT             PIC ZZZZ9.
002050*
002051 01  GUESS-VALID-SWITCH          PIC X(01).
002052     88  GUESS-IS-VALID          VALUE 'Y'.
002060     88  GUESS-IS-INVALID        VALUE 'N'.
002070*
002080 01  SEED-FILE-STATUS            PIC X(02).
002540 01  DECLINED-SWITCH             PIC X(01)  VALUE 'N'.
002550     88  PLAYER-DECLINED         VALUE 'Y'.
002560*
002561 01  REGISTRATION-STATUS         PIC X(02).
002562     88  REGISTRATION-OK         VALUE '00'.
002563 01  REJECTED-SWITCH             PIC X(01)  VALUE 'N'.
002564     88  PLAYER-REJECTED         VALUE 'Y'.
002565*
002570 01  PRACTICE-ANSWER             PIC X(01)  VALUE 'N'.
002580     88  PRACTICE-IS-YES         VALUE 'Y', 'y'.
002590*
002650 77  NG-COUNT                    PIC 9(03)  COMP  VALUE 0.
002651 77  NG-SUB                      PIC 9(03)  COMP  VALUE 0.
002652 77  BRIDGE-DAY-COUNT            PIC 9(02)  VALUE 0.
002653 77  MAX-BRIDGE-DAYS             PIC 9(02)  VALUE 0.
002654 01  NON-GAMING-TABLE.
002655     05  NG-DATE                 PIC X(08)  OCCURS 400.
002656 01  CAL-CHECK-DATE              PIC X(08)  VALUE SPACES.
002810 01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
002820     05  MONTH-DAYS              PIC 9(02)  OCCURS 12 TIMES.
002830*
002840 01  MILESTONE-QUOTIENT          PIC 9(05)  COMP.
002850 01  MILESTONE-REMAINDER         PIC 9(05)  COMP.
002860 01  STREAK-EDIT                 PIC ZZ9.
002870 01  BEST-EDIT                   PIC Z9.
002880 01  GAME-NUMBER-EDIT            PIC ZZZZ9.
002881*
002882*    ACHIEVEMENT MILESTONES IN FORCE ON THE GAME DATE,
002883*    SET BY 1070-SET-GAME-RULES.  A MILESTONE OF ZERO
002884*    IS NEVER ANNOUNCED.
002885 01  STREAK-MILESTONE-VALUES.
002886     05  STREAK-MILESTONE        PIC 9(03)  OCCURS 6 TIMES.
002887 01  STREAK-MILESTONE-COUNT      PIC 9(02)  COMP  VALUE 6.
002888 01  SM-SUB                      PIC 9(02)  COMP  VALUE 0.
002889 01  GAMES-MILESTONE             PIC 9(05)  VALUE 0.
002890 01  MILESTONE-PARM-NAME.
002891     05  FILLER                  PIC X(17)
002892                                 VALUE "STREAK-MILESTONE-".
002893     05  MILESTONE-PARM-DIGIT    PIC 9(01)  VALUE 0.
002894     05  FILLER                  PIC X(02)  VALUE SPACES.
002895*
002896*    GAME PARAMETERS (PARMFILE), SEE PARMTAB.CPY.
002897     COPY "PARMTAB.CPY".
002898*
002900 PROCEDURE DIVISION.
002910*
002920******************************************************
002950 0000-MAINLINE.
002960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002970     PERFORM 1200-GET-PLAYER-ID THRU 1200-EXIT.
002971     IF PLAYER-REJECTED
002972         GO TO 9999-EXIT
002973     END-IF.
002974     PERFORM 1230-READ-SKILL-RATING THRU 1230-EXIT.
002980     PERFORM 1250-CHECK-DAY-CONTROL THRU 1250-EXIT.
002990     IF DAY-IS-CLOSED
003000         GO TO 9999-EXIT
003200     MOVE 43 TO ANSWER.
003210     SET GAME-LOST TO TRUE.
003220     ACCEPT GAME-DATE FROM DATE YYYYMMDD.
003221     PERFORM 1070-SET-GAME-RULES THRU 1070-EXIT.
003222     PERFORM 1050-LOAD-CALENDAR THRU 1050-EXIT.
003230     PERFORM 1500-COMPUTE-YESTERDAY THRU 1500-EXIT.
003240     PERFORM 1100-READ-SEED-FILE THRU 1100-EXIT.
003250 1000-EXIT.
003940*  ASK THE PLAYER WHO THEY ARE BEFORE THE FIRST GUESS  *
003950*  SO THE SCORE-HISTORY AND PLAYER-MASTER RECORDS CAN  *
003960*  BE CREDITED TO THE RIGHT PERSON.                    *
003963*  THE ID MUST BE ENROLLED AND ACTIVE -- SEE           *
003966*  1210-CHECK-REGISTRATION.                            *
003970******************************************************
003980 1200-GET-PLAYER-ID.
003990     DISPLAY "Enter your player ID (up to 10 characters):".
004000     ACCEPT PLAYER-ID.
004005     PERFORM 1210-CHECK-REGISTRATION THRU 1210-EXIT.
004010 1200-EXIT.
004020     EXIT.
004021*
004025*  BUILT NIGHTLY BY GUESS-RATE AND SET THE SESSION'S  *
004026*  HANDICAPPED GUESS ALLOWANCE FROM IT.  NO RATING    *
004027*  FILE, NO RECORD, OR A RECORD THAT DOES NOT PASS    *
004028*  ITS SANITY CHECK LEAVES MAX-GUESSES STANDING.      *
004029*  THE PROMPT IS REBUILT SO IT CARRIES THE ALLOWANCE  *
004030*  ACTUALLY IN EFFECT.                                *
004031******************************************************
004830 1280-EXIT.
004840     EXIT.
004850*
004851******************************************************
004852*  1210-CHECK-REGISTRATION                            *
004853*  ONLY A PLAYER ENROLLED ON THE REGISTRATION FILE    *
004854*  (PLAYREG, MAINTAINED BY GUESS-ENRL) AND STILL      *
004855*  ACTIVE MAY PLAY.  AN UNKNOWN ID -- USUALLY A TYPO  *
004856*  THAT WOULD OTHERWISE BECOME A NEW MASTER RECORD -- *
004857*  A SUSPENDED PLAYER, OR ONE WHO HAS LEFT THE        *
004858*  COMPANY IS TURNED AWAY BEFORE ANY FILE IS          *
004859*  TOUCHED.  NO REGISTRATION FILE TURNS EVERYONE      *
004860*  AWAY: ENROLMENT IS NOT OPTIONAL.                   *
004861******************************************************
004862 1210-CHECK-REGISTRATION.
004863     OPEN INPUT REGISTRATION-FILE.
004864     IF NOT REGISTRATION-OK
004865         DISPLAY "The player registration file is not"
004866             " available -- see Operations."
004867         SET PLAYER-REJECTED TO TRUE
004868         GO TO 1210-EXIT
004869     END-IF.
004870     MOVE PLAYER-ID TO RG-PLAYER-ID.
004871     READ REGISTRATION-FILE
004872         INVALID KEY
004873         DISPLAY "Player " PLAYER-ID " is not enrolled"
004874             " -- see Operations to register."
004875         SET PLAYER-REJECTED TO TRUE
004876         CLOSE REGISTRATION-FILE
004877         GO TO 1210-EXIT
004878     END-READ.
004879     CLOSE REGISTRATION-FILE.
004880     IF RG-ACTIVE
004881         DISPLAY "Welcome, " RG-DISPLAY-NAME
004882         GO TO 1210-EXIT
004883     END-IF.
004884     SET PLAYER-REJECTED TO TRUE.
004885     IF RG-SUSPENDED
004886         DISPLAY "Player " PLAYER-ID " is suspended --"
004887             " see Operations."
004888     ELSE
004889         DISPLAY "Player " PLAYER-ID " is no longer"
004890             " active."
004891     END-IF.
004892 1210-EXIT.
004893     EXIT.
004894*
004895******************************************************
004896*  1500-COMPUTE-YESTERDAY                             *
004897*  WORK OUT THE PREVIOUS GAMING DAY'S DATE FROM       *
004898*  TODAY'S, SO THE WIN-STREAK LOGIC CAN TELL A        *
004900*  CONSECUTIVE-GAMING-DAY WIN FROM A GAP.  DATES THE  *
004910*  GAMING CALENDAR MARKS NON-GAMING ARE BRIDGED --    *
004911*  A MONDAY GAME LOOKS BACK TO FRIDAY WHEN THE        *
005181     EXIT.
005182*
005183******************************************************
005184*  1070-SET-GAME-RULES                                *
005185*  LOAD THE GAME PARAMETER FILE (PARMFILE) AND SET    *
005186*  THE GUESS, RETRY, AND BRIDGE LIMITS AND THE        *
005187*  ACHIEVEMENT MILESTONES IN FORCE ON THE GAME DATE.  *
005188*  RUNS BEFORE THE SEED AND RATING ARE READ, SO A     *
005189*  PLAYER'S RATED ALLOWANCE STILL OVERRIDES           *
005190*  MAX-GUESSES.                                       *
005191******************************************************
005192 1070-SET-GAME-RULES.
005193     PERFORM 8800-LOAD-PARAMETERS THRU 8800-EXIT.
005194     MOVE GAME-DATE TO PARM-AS-OF-DATE.
005195     MOVE "MAX-GUESSES" TO PARM-WANTED-NAME.
005196     PERFORM 8850-GET-PARAMETER THRU 8850-EXIT.
005197     MOVE PARM-FOUND-VALUE TO MAX-GUESSES.
005198     MOVE "MAX-INVALID-GUESSES" TO PARM-WANTED-NAME.
005199     PERFORM 8850-GET-PARAMETER THRU 8850-EXIT.
005200     MOVE PARM-FOUND-VALUE TO MAX-INVALID-GUESSES.
005201     MOVE "MAX-FILE-RETRIES" TO PARM-WANTED-NAME.
005202     PERFORM 8850-GET-PARAMETER THRU 8850-EXIT.
005203     MOVE PARM-FOUND-VALUE TO MAX-FILE-RETRIES.
005204     MOVE "MAX-BRIDGE-DAYS" TO PARM-WANTED-NAME.
005205     PERFORM 8850-GET-PARAMETER THRU 8850-EXIT.
005206     MOVE PARM-FOUND-VALUE TO MAX-BRIDGE-DAYS.
005207     MOVE "GAMES-MILESTONE" TO PARM-WANTED-NAME.
005208     PERFORM 8850-GET-PARAMETER THRU 8850-EXIT.
005209     MOVE PARM-FOUND-VALUE TO GAMES-MILESTONE.
005210     MOVE 1 TO SM-SUB.
005211     PERFORM 1075-GET-ONE-MILESTONE THRU 1075-EXIT
005212         UNTIL SM-SUB > STREAK-MILESTONE-COUNT.
005213 1070-EXIT.
005214     EXIT.
005215*
005216 1075-GET-ONE-MILESTONE.
005217     MOVE SM-SUB TO MILESTONE-PARM-DIGIT.
005218     MOVE MILESTONE-PARM-NAME TO PARM-WANTED-NAME.
005219     PERFORM 8850-GET-PARAMETER THRU 8850-EXIT.
005220     MOVE PARM-FOUND-VALUE TO STREAK-MILESTONE (SM-SUB).
005221     ADD 1 TO SM-SUB.
005222 1075-EXIT.
005223     EXIT.
005224*
005225******************************************************
005226*  1520-CHECK-NON-GAMING                              *
005227*  LINEAR SEARCH OF THE NON-GAMING TABLE FOR THE      *
005228*  DATE STAGED IN CAL-CHECK-DATE.  A DATE NOT ON      *
005229*  THE TABLE IS A GAMING DAY.                         *
005230******************************************************
005231 1520-CHECK-NON-GAMING.
005232     SET DATE-IS-GAMING TO TRUE.
005233     MOVE 1 TO NG-SUB.
005234     PERFORM 1530-SCAN-ONE-NG-DAY THRU 1530-EXIT
005235         UNTIL NG-SUB > NG-COUNT
005236             OR NG-DATE (NG-SUB) = CAL-CHECK-DATE.
005237     IF NG-SUB NOT > NG-COUNT
005238         SET DATE-IS-NON-GAMING TO TRUE
005239     END-IF.
005240 1520-EXIT.
005241     EXIT.
005242*
005243******************************************************
005244*  1530-SCAN-ONE-NG-DAY                               *
005245******************************************************
005246 1530-SCAN-ONE-NG-DAY.
005247     ADD 1 TO NG-SUB.
005248 1530-EXIT.
005249     EXIT.
005250*
005251******************************************************
005252*  1510-CHECK-LEAP-YEAR                               *
005253*  A YEAR DIVISIBLE BY 4 IS A LEAP YEAR, EXCEPT A     *
005254*  CENTURY YEAR MUST ALSO BE DIVISIBLE BY 400.        *
005255******************************************************
005256 1510-CHECK-LEAP-YEAR.
005257     SET NOT-LEAP-YEAR TO TRUE.
005258     DIVIDE YDAY-YEAR BY 4
005259         GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER.
005260     IF LEAP-REMAINDER NOT = 0
005261         GO TO 1510-EXIT
005262     END-IF.
005263     DIVIDE YDAY-YEAR BY 100
005270         GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER.
005280     IF LEAP-REMAINDER NOT = 0
005290         SET IS-LEAP-YEAR TO TRUE
007764     ADD 1 TO CD-CREDITS-SPENT.
007765     REWRITE CREDIT-RECORD.
007766     CLOSE CREDIT-FILE.
007767     MOVE 'S' TO LEDGER-TYPE.
007768     MOVE GAME-DATE TO LEDGER-REFERENCE.
007769     PERFORM 2530-POST-CREDIT-LEDGER THRU 2530-EXIT.
007770     ADD 1 TO HINTS-USED.
007771     PERFORM 2520-ISSUE-HINT THRU 2520-EXIT.
007772     MOVE CD-CREDIT-BALANCE TO CREDIT-BAL-EDIT.
007773     DISPLAY "Hint credits remaining: " CREDIT-BAL-EDIT.
007774     MOVE 'T' TO AUDIT-RESULT-CODE.
007775     MOVE 0 TO GUESS.
007776     PERFORM 2300-LOG-AUDIT-TRAIL THRU 2300-EXIT.
007777*        CHECKPOINT THE NEW HINT COUNT AT ONCE -- AN
007778*        ABEND AND RESUME MUST NOT TURN A HINTED GAME
007779*        BACK INTO A CLEAN ONE.
007780     PERFORM 2200-CHECKPOINT-GAME THRU 2200-EXIT.
007781 2500-EXIT.
007782     EXIT.
007783*
007784******************************************************
007785*  2510-OPEN-CREDIT-FILE                              *
007786*  OPEN THE SHARED HINT-CREDIT FILE FOR UPDATE,       *
007787*  CREATING IT ON FIRST USE AND RETRYING WHILE THE    *
007788*  OTHER TERMINAL HAS IT, AS FOR THE PLAYER MASTER.   *
007789******************************************************
007790 2510-OPEN-CREDIT-FILE.
007791     MOVE 0 TO FILE-RETRY-COUNT.
007792 2510-TRY-OPEN.
007793     OPEN I-O CREDIT-FILE.
007794     IF CREDIT-FILE-NOT-FOUND
007795         OPEN OUTPUT CREDIT-FILE
007796         CLOSE CREDIT-FILE
007797         OPEN I-O CREDIT-FILE
007798     END-IF.
007799     IF CREDIT-FILE-LOCKED
007800         ADD 1 TO FILE-RETRY-COUNT
007801         IF FILE-RETRY-COUNT < MAX-FILE-RETRIES
007802             PERFORM 9100-RETRY-DELAY THRU 9100-EXIT
007803             GO TO 2510-TRY-OPEN
007804         END-IF
007805         DISPLAY "CREDFILE is busy -- try again in a"
007806             " moment."
007807     END-IF.
007808     IF NOT CREDIT-FILE-OK
007809             AND NOT CREDIT-FILE-LOCKED
007810         DISPLAY "Cannot open CREDFILE, status "
007811             CREDIT-FILE-STATUS "."
007812     END-IF.
007813 2510-EXIT.
007814     EXIT.
007815*
007816******************************************************
007817*  2520-ISSUE-HINT                                    *
007818*  THE FIRST HINT SAYS ODD OR EVEN.  THE SECOND       *
007819*  NAMES THE QUARTER OF THE RANGE THE ANSWER SITS     *
007820*  IN; ANY AFTER THAT NAME THE EIGHTH.  THE BAND IS   *
007821*  ALIGNED TO THE RANGE, NOT CENTERED ON THE ANSWER,  *
007822*  SO THE CLUE NEVER POINTS STRAIGHT AT IT.           *
007823******************************************************
007824 2520-ISSUE-HINT.
007825     IF HINTS-USED = 1
007826         DIVIDE ANSWER BY 2
007827             GIVING ODD-QUOTIENT REMAINDER ODD-REMAINDER
007828         IF ODD-REMAINDER = 0
007829             DISPLAY "HINT: the answer is EVEN."
007830         ELSE
007831             DISPLAY "HINT: the answer is ODD."
007832         END-IF
007833         GO TO 2520-EXIT
007834     END-IF.
007835     COMPUTE HINT-BAND =
007836         (HIGH-BOUND - LOW-BOUND + 1) / 4.
007837     IF HINTS-USED > 2
007838         COMPUTE HINT-BAND = HINT-BAND / 2
007839     END-IF.
007840     IF HINT-BAND < 2
007841         MOVE 2 TO HINT-BAND
007842     END-IF.
007843     COMPUTE HINT-OFFSET = ANSWER - LOW-BOUND.
007844     DIVIDE HINT-OFFSET BY HINT-BAND
007845         GIVING BAND-QUOTIENT REMAINDER BAND-REMAINDER.
007846     COMPUTE HINT-LOW =
007847         BAND-QUOTIENT * HINT-BAND + LOW-BOUND.
007848     COMPUTE HINT-HIGH = HINT-LOW + HINT-BAND - 1.
007849     IF HINT-HIGH > HIGH-BOUND
007850         MOVE HIGH-BOUND TO HINT-HIGH
007851     END-IF.
007852     MOVE HINT-LOW TO HINT-LOW-EDIT.
007853     MOVE HINT-HIGH TO HINT-HIGH-EDIT.
007854     DISPLAY "HINT: the answer is between " HINT-LOW-EDIT
007855         " and " HINT-HIGH-EDIT ".".
007856 2520-EXIT.
007857     EXIT.
007858*
007859******************************************************
007860*  2300-LOG-AUDIT-TRAIL                               *
007861*  APPEND A RECORD OF THIS ONE GUESS -- NOT JUST THE    *
007862*  GAME TOTAL -- TO THE AUDIT-TRAIL FILE SO GUESSING    *
007863*  PATTERNS CAN BE ANALYZED LATER.                      *
007864******************************************************
007865 2300-LOG-AUDIT-TRAIL.
007866     MOVE PLAYER-ID       TO AUDIT-PLAYER-ID.
007867     MOVE GAME-DATE       TO AUDIT-DATE.
007868     ACCEPT AUDIT-TIME FROM TIME.
007869     MOVE GUESS           TO AUDIT-GUESS.
007870     MOVE AUDIT-RESULT-CODE TO AUDIT-RESULT.
007871     PERFORM 2310-OPEN-AUDIT-FILE THRU 2310-EXIT.
007872     IF NOT AUDIT-FILE-OK
007873         GO TO 2300-EXIT
007880     END-IF.
007890     WRITE AUDIT-RECORD.
007900     CLOSE AUDIT-FILE.
008170 2310-EXIT.
008180     EXIT.
008190*
008191******************************************************
008192*  2530-POST-CREDIT-LEDGER                            *
008193*  APPEND ONE CREDIT MOVEMENT TO THE HINT-CREDIT      *
008194*  LEDGER.  THE CALLER SETS LEDGER-TYPE ('E' EARNED   *
008195*  OR 'S' SPENT) AND LEDGER-REFERENCE.  A LEDGER      *
008196*  THAT CANNOT BE OPENED DOES NOT STOP THE GAME --    *
008197*  THE NIGHTLY PROOF IN GUESS-CPRF REPORTS THE GAP.   *
008198******************************************************
008199 2530-POST-CREDIT-LEDGER.
008200     PERFORM 2540-OPEN-CREDIT-LEDGER THRU 2540-EXIT.
008201     IF NOT CREDIT-LEDGER-OK
008202         GO TO 2530-EXIT
008203     END-IF.
008204     MOVE PLAYER-ID        TO CL-PLAYER-ID.
008205     MOVE GAME-DATE        TO CL-DATE.
008206     ACCEPT CL-TIME FROM TIME.
008207     MOVE LEDGER-TYPE      TO CL-TYPE.
008208     MOVE 1                TO CL-AMOUNT.
008209     MOVE LEDGER-REFERENCE TO CL-REFERENCE.
008210     WRITE CREDIT-LEDGER-RECORD.
008211     CLOSE CREDIT-LEDGER-FILE.
008212 2530-EXIT.
008213     EXIT.
008214*
008215******************************************************
008216*  2540-OPEN-CREDIT-LEDGER                            *
008217*  OPEN THE SHARED CREDIT LEDGER FOR APPEND,          *
008218*  CREATING IT ON FIRST USE AND RETRYING WHILE THE    *
008219*  OTHER TERMINAL HAS IT OPEN.                        *
008220******************************************************
008221 2540-OPEN-CREDIT-LEDGER.
008222     MOVE 0 TO FILE-RETRY-COUNT.
008223 2540-TRY-OPEN.
008224     OPEN EXTEND CREDIT-LEDGER-FILE.
008225     IF CREDIT-LEDGER-NOT-FOUND
008226         OPEN OUTPUT CREDIT-LEDGER-FILE
008227     END-IF.
008228     IF CREDIT-LEDGER-LOCKED
008229         ADD 1 TO FILE-RETRY-COUNT
008230         IF FILE-RETRY-COUNT < MAX-FILE-RETRIES
008231             PERFORM 9100-RETRY-DELAY THRU 9100-EXIT
008232             GO TO 2540-TRY-OPEN
008233         END-IF
008234         DISPLAY "CREDLDGR is busy -- credit movement not"
008235             " logged."
008236     END-IF.
008237 2540-EXIT.
008238     EXIT.
008239*
008240******************************************************
008241*  8000-FINISH-GAME                                   *
008242*  REPORT THE OUTCOME OF THE GAME, WON OR LOST, AND     *
008243*  LOG IT TO THE SCORE-HISTORY AND PLAYER-MASTER FILES. *
008244******************************************************
008250 8000-FINISH-GAME.
008260     IF GAME-WON
008270         DISPLAY "You got it! Total guesses:"
008610     END-IF.
008620     MOVE DIFFICULTY-CODE TO SCORE-DIFFICULTY.
008621     MOVE HINTS-USED TO SCORE-HINTS.
008625     MOVE SPACES TO SCORE-ADJ-INFO.
008630     WRITE SCORE-RECORD.
008640     CLOSE SCORE-HIST-FILE.
008650 8100-EXIT.
009861*  STREAK, ANY OTHER WIN STARTS ONE, AND A LOSS ENDS  *
009870*  IT.  RUNS BEFORE THE MASTER RECORD IS WRITTEN SO   *
009880*  THE FIELDS GO OUT WITH THE GAME THAT EARNED THEM.  *
009883*  THE STREAK AND GAMES-PLAYED MILESTONES ARE THOSE   *
009886*  SET BY 1070-SET-GAME-RULES.                        *
009890******************************************************
009900 8300-UPDATE-STREAKS.
009910     IF GAME-WON
009980         IF PM-CURR-STREAK > PM-BEST-STREAK
009990             MOVE PM-CURR-STREAK TO PM-BEST-STREAK
010000         END-IF
010010         MOVE 1 TO SM-SUB
010020         PERFORM 8310-SCAN-ONE-MILESTONE THRU 8310-EXIT
010030             UNTIL SM-SUB > STREAK-MILESTONE-COUNT
010040                 OR STREAK-MILESTONE (SM-SUB) = PM-CURR-STREAK
010050         IF SM-SUB NOT > STREAK-MILESTONE-COUNT
010060             MOVE PM-CURR-STREAK TO STREAK-EDIT
010070             MOVE SPACES TO ACH-TEXT
010080             STRING STREAK-EDIT      DELIMITED BY SIZE
010370     ELSE
010380         MOVE 0 TO PM-CURR-STREAK
010390     END-IF.
010396     IF GAMES-MILESTONE = 0
010402         GO TO 8300-EXIT
010408     END-IF.
010414     DIVIDE PM-GAMES-PLAYED BY GAMES-MILESTONE
010420         GIVING MILESTONE-QUOTIENT
010426         REMAINDER MILESTONE-REMAINDER.
010432     IF MILESTONE-REMAINDER = 0 AND PM-GAMES-PLAYED > 0
010440         MOVE PM-GAMES-PLAYED TO GAME-NUMBER-EDIT
010450         MOVE SPACES TO ACH-TEXT
010460         STRING "GAME NUMBER"       DELIMITED BY SIZE
010530 8300-EXIT.
010540     EXIT.
010550*
010551 8310-SCAN-ONE-MILESTONE.
010552     ADD 1 TO SM-SUB.
010553 8310-EXIT.
010554     EXIT.
010555*
010560******************************************************
010570*  8350-ANNOUNCE-ACHIEVEMENT                          *
010580*  TELL THE PLAYER, AND APPEND THE MILESTONE TO THE   *
010765         REWRITE CREDIT-RECORD
010766     END-IF.
010767     CLOSE CREDIT-FILE.
010768     MOVE 'E' TO LEDGER-TYPE.
010769     MOVE ACH-TEXT TO LEDGER-REFERENCE.
010770     PERFORM 2530-POST-CREDIT-LEDGER THRU 2530-EXIT.
010771     DISPLAY "A hint credit has been added to your"
010772         " balance.".
010773 8400-EXIT.
010774     EXIT.
010775*
010776******************************************************
010777*  8360-OPEN-ACHIEVEMENT-FILE                         *
010778*  OPEN THE SHARED ACHIEVEMENT FILE FOR APPEND,       *
010780*  CREATING IT ON FIRST USE AND RETRYING WHILE THE    *
010790*  OTHER TERMINAL HAS IT OPEN.                        *
010800******************************************************
011350 8210-EXIT.
011360     EXIT.
011370*
011371******************************************************
011372*  8800-LOAD-PARAMETERS                               *
011373*  TABLE EVERY GAME PARAMETER ENTRY: THE STANDING     *
011374*  DEFAULTS FIRST (EFFECTIVE 00000000), THEN EACH     *
011375*  PARMFILE ENTRY IN FILE ORDER.  NO PARMFILE MEANS   *
011376*  THE DEFAULTS STAND.  AN ENTRY FOR AN UNKNOWN       *
011377*  PARAMETER, WITH A NON-NUMERIC VALUE OR DATE, OR    *
011378*  BEYOND THE END OF THE TABLE IS IGNORED AND         *
011379*  COUNTED.                                           *
011380******************************************************
011381 8800-LOAD-PARAMETERS.
011382     MOVE 0 TO PE-COUNT.
011383     MOVE 0 TO PARM-ENTRIES-IGNORED.
011384     MOVE 1 TO PD-SUB.
011385     PERFORM 8810-LOAD-ONE-DEFAULT THRU 8810-EXIT
011386         UNTIL PD-SUB > PD-COUNT.
011387     OPEN INPUT PARM-FILE.
011388     IF PARM-FILE-NOT-FOUND
011389         GO TO 8800-EXIT
011390     END-IF.
011391     IF NOT PARM-FILE-OK
011392         DISPLAY "Cannot open PARMFILE, status "
011393             PARM-FILE-STATUS " -- standing rules used."
011394         GO TO 8800-EXIT
011395     END-IF.
011396     MOVE 'N' TO PARM-EOF-SWITCH.
011397     PERFORM 8820-LOAD-ONE-ENTRY THRU 8820-EXIT
011398         UNTIL PARM-AT-END.
011399     CLOSE PARM-FILE.
011400     IF PARM-ENTRIES-IGNORED > 0
011401         DISPLAY "PARMFILE entries ignored: "
011402             PARM-ENTRIES-IGNORED
011403     END-IF.
011404 8800-EXIT.
011405     EXIT.
011406*
011407 8810-LOAD-ONE-DEFAULT.
011408     ADD 1 TO PE-COUNT.
011409     MOVE PD-NAME (PD-SUB) TO PE-NAME (PE-COUNT).
011410     MOVE "00000000" TO PE-EFFECTIVE-DATE (PE-COUNT).
011411     MOVE PD-DEFAULT (PD-SUB) TO PE-VALUE (PE-COUNT).
011412     ADD 1 TO PD-SUB.
011413 8810-EXIT.
011414     EXIT.
011415*
011416 8820-LOAD-ONE-ENTRY.
011417     READ PARM-FILE
011418         AT END
011419         SET PARM-AT-END TO TRUE
011420         GO TO 8820-EXIT
011421     END-READ.
011422     MOVE 1 TO PD-SUB.
011423     PERFORM 8830-SCAN-ONE-NAME THRU 8830-EXIT
011424         UNTIL PD-SUB > PD-COUNT
011425             OR PD-NAME (PD-SUB) = PARM-NAME.
011426     IF PD-SUB > PD-COUNT
011427             OR PARM-VALUE NOT NUMERIC
011428             OR PARM-EFFECTIVE-DATE NOT NUMERIC
011429             OR PE-COUNT NOT < PE-MAX
011430         ADD 1 TO PARM-ENTRIES-IGNORED
011431         GO TO 8820-EXIT
011432     END-IF.
011433     ADD 1 TO PE-COUNT.
011434     MOVE PARM-NAME TO PE-NAME (PE-COUNT).
011435     MOVE PARM-EFFECTIVE-DATE TO PE-EFFECTIVE-DATE (PE-COUNT).
011436     MOVE PARM-VALUE TO PE-VALUE (PE-COUNT).
011437 8820-EXIT.
011438     EXIT.
011439*
011440 8830-SCAN-ONE-NAME.
011441     ADD 1 TO PD-SUB.
011442 8830-EXIT.
011443     EXIT.
011444*
011445******************************************************
011446*  8850-GET-PARAMETER                                 *
011447*  THE VALUE OF PARM-WANTED-NAME IN FORCE ON          *
011448*  PARM-AS-OF-DATE: THE ENTRY WITH THE LATEST         *
011449*  EFFECTIVE DATE NOT AFTER IT, THE LATER ON THE FILE *
011450*  WHERE TWO SHARE A DATE.  THE DEFAULTS, EFFECTIVE   *
011451*  00000000, ARE ALWAYS A CANDIDATE.                  *
011452******************************************************
011453 8850-GET-PARAMETER.
011454     MOVE 0 TO PARM-FOUND-VALUE.
011455     MOVE SPACES TO PARM-FOUND-DATE.
011456     MOVE 1 TO PE-SUB.
011457     PERFORM 8860-CHECK-ONE-ENTRY THRU 8860-EXIT
011458         UNTIL PE-SUB > PE-COUNT.
011459 8850-EXIT.
011460     EXIT.
011461*
011462 8860-CHECK-ONE-ENTRY.
011463     IF PE-NAME (PE-SUB) = PARM-WANTED-NAME
011464             AND PE-EFFECTIVE-DATE (PE-SUB) NOT > PARM-AS-OF-DATE
011465             AND PE-EFFECTIVE-DATE (PE-SUB) NOT < PARM-FOUND-DATE
011466         MOVE PE-VALUE (PE-SUB) TO PARM-FOUND-VALUE
011467         MOVE PE-EFFECTIVE-DATE (PE-SUB) TO PARM-FOUND-DATE
011468     END-IF.
011469     ADD 1 TO PE-SUB.
011470 8860-EXIT.
011471     EXIT.
011472*
011473******************************************************
011474*  9100-RETRY-DELAY                                   *
011475*  A COUNTED PAUSE BETWEEN OPEN RETRIES ON A BUSY     *
011476*  SHARED FILE.  THERE IS NO TIMER SERVICE ON THIS    *
011477*  BOX, SO A SPIN OF THE LOOP COUNTER STANDS IN --    *
011478*  WITH MAX-FILE-RETRIES IT GIVES THE OTHER TERMINAL  *
011479*  A FEW SECONDS TO FINISH ITS OPEN-WRITE-CLOSE       *
011480*  CYCLE BEFORE THIS ONE GIVES UP.                    *
011481******************************************************
011482 9100-RETRY-DELAY.
011483     MOVE 0 TO RETRY-DELAY-COUNT.
011490     PERFORM 9110-COUNT-ONE-DELAY THRU 9110-EXIT
011500         UNTIL RETRY-DELAY-COUNT >= RETRY-DELAY-LIMIT.
011510 9100-EXIT.
