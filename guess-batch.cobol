000688*                   MATCHING GUESS-MY-NUMBER.  NO      *
000689*                   CALENDAR FILE MEANS EVERY DAY IS   *
000690*                   A GAMING DAY, AS BEFORE.           *
000691*  2026-10-15 DLM   ONLY A PLAYER ENROLLED AND ACTIVE  *
000692*                   ON THE REGISTRATION FILE (PLAYREG) *
000693*                   MAY BE REPLAYED; AN UNKNOWN,       *
000694*                   SUSPENDED, OR DEPARTED ID IS       *
000695*                   REFUSED, MATCHING GUESS-MY-NUMBER. *
000696*  2026-10-15 DLM   THE SCORE RECORD'S ADJUSTMENT      *
000697*                   FIELDS (SET ONLY BY GUESS-ADJT)    *
000698*                   ARE WRITTEN AS SPACES ON EVERY     *
000699*                   GAME.                              *
000700*  2026-10-15 DLM   EVERY HINT CREDIT EARNED IS NOW    *
000701*                   ALSO WRITTEN TO THE HINT-CREDIT    *
000702*                   LEDGER (CREDLDGR, SEE CLEDREC.CPY),*
000703*                   MATCHING GUESS-MY-NUMBER.          *
000704*  2026-10-15 DLM   MAX-GUESSES,                       *
000705*                   MAX-FILE-RETRIES, MAX-BRIDGE-DAYS, *
000706*                   AND THE STREAK AND GAMES-PLAYED    *
000707*                   MILESTONES COME FROM THE GAME      *
000708*                   PARAMETER FILE (PARMFILE) AS IN    *
000709*                   FORCE ON THE GAME DATE.            *
000710******************************************************
000711 IDENTIFICATION DIVISION.
000712 PROGRAM-ID. GUESS-BATCH.
000713 AUTHOR. D L MCKENZIE.
000714 INSTALLATION. OPERATIONS SUPPORT.
000720 DATE-WRITTEN. 2026-08-09.
000730 DATE-COMPILED. 2026-08-09.
000740*
001122     SELECT CALENDAR-FILE ASSIGN TO "GAMECAL"
001123         ORGANIZATION IS LINE SEQUENTIAL
001124         FILE STATUS IS CALENDAR-STATUS.
001125     SELECT REGISTRATION-FILE ASSIGN TO "PLAYREG"
001126         ORGANIZATION IS INDEXED
001127         ACCESS MODE IS RANDOM
001128         RECORD KEY IS RG-PLAYER-ID
001129         FILE STATUS IS REGISTRATION-STATUS.
001130     SELECT CREDIT-LEDGER-FILE ASSIGN TO "CREDLDGR"
001131         ORGANIZATION IS LINE SEQUENTIAL
001132         FILE STATUS IS CREDIT-LEDGER-STATUS.
001133     SELECT PARM-FILE ASSIGN TO "PARMFILE"
001134         ORGANIZATION IS LINE SEQUENTIAL
001135         FILE STATUS IS PARM-FILE-STATUS.
001136*
001137 DATA DIVISION.
001140 FILE SECTION.
001150 FD  SEED-FILE
001160     LABEL RECORDS ARE STANDARD.
001421     LABEL RECORDS ARE STANDARD.
001422     COPY "CALREC.CPY".
001423*
001424 FD  REGISTRATION-FILE
001425     LABEL RECORDS ARE STANDARD.
001426     COPY "REGREC.CPY".
001427*
001428 FD  CREDIT-LEDGER-FILE
001429     LABEL RECORDS ARE STANDARD.
001430     COPY "CLEDREC.CPY".
001431*
001432 FD  PARM-FILE
001433     LABEL RECORDS ARE STANDARD.
001434     COPY "PARMREC.CPY".
001435*
001436 WORKING-STORAGE SECTION.
001440*
001450 01  GUESS                       PIC 9(03).
001460 01  ANSWER                      PIC 9(03).
001490     05  TRAN-GUESS-CHAR         PIC X(01)  OCCURS 3 TIMES.
001500*
001510 77  TOTAL-GUESSES               PIC 99.
001520 77  MAX-GUESSES                 PIC 99  VALUE 0.
001530 77  FILE-RETRY-COUNT            PIC 9(03)  VALUE 0.
001540 77  MAX-FILE-RETRIES            PIC 9(03)  VALUE 0.
001550 77  RETRY-DELAY-COUNT           PIC 9(07)  COMP  VALUE 0.
001560 77  RETRY-DELAY-LIMIT           PIC 9(07)  COMP
001570                                 VALUE 1000000.
002100 01  PLAYED-TODAY-SWITCH         PIC X(01)  VALUE 'N'.
002110     88  PLAYED-TODAY            VALUE 'Y'.
002120*
002121 01  REGISTRATION-STATUS         PIC X(02).
002122     88  REGISTRATION-OK         VALUE '00'.
002123 01  REJECTED-SWITCH             PIC X(01)  VALUE 'N'.
002124     88  PLAYER-REJECTED         VALUE 'Y'.
002125*
002130 01  ACHIEVEMENT-STATUS          PIC X(02).
002140     88  ACHIEVEMENT-OK          VALUE '00'.
002150     88  ACHIEVEMENT-NOT-FOUND   VALUE '35'.
002169     88  CREDIT-FILE-OK          VALUE '00'.
002170     88  CREDIT-FILE-NOT-FOUND   VALUE '23', '35'.
002171     88  CREDIT-FILE-LOCKED      VALUE '93'.
002172 01  CREDIT-LEDGER-STATUS        PIC X(02).
002173     88  CREDIT-LEDGER-OK        VALUE '00'.
002174     88  CREDIT-LEDGER-NOT-FOUND VALUE '35'.
002175     88  CREDIT-LEDGER-LOCKED    VALUE '93'.
002176*
002177 01  CALENDAR-STATUS             PIC X(02).
002178     88  CALENDAR-OK             VALUE '00'.
002179 01  CAL-EOF-SWITCH              PIC X(01)  VALUE 'N'.
002180     88  CAL-AT-END              VALUE 'Y'.
002181*
002182 77  NG-MAX-ENTRIES              PIC 9(03)  COMP  VALUE 400.
002183 77  NG-COUNT                    PIC 9(03)  COMP  VALUE 0.
002184 77  NG-SUB                      PIC 9(03)  COMP  VALUE 0.
002185 77  BRIDGE-DAY-COUNT            PIC 9(02)  VALUE 0.
002186 77  MAX-BRIDGE-DAYS             PIC 9(02)  VALUE 0.
002187 01  NON-GAMING-TABLE.
002188     05  NG-DATE                 PIC X(08)  OCCURS 400.
002189 01  CAL-CHECK-DATE              PIC X(08)  VALUE SPACES.
002190 01  DAY-CALENDAR-SWITCH         PIC X(01)  VALUE 'G'.
002191     88  DATE-IS-GAMING          VALUE 'G'.
002192     88  DATE-IS-NON-GAMING      VALUE 'N'.
002193*
002194 01  YESTERDAY-DATE              PIC X(08)  VALUE SPACES.
002195 01  YDAY-WORK-DATE.
002200     05  YDAY-YEAR               PIC 9(04).
002210     05  YDAY-MONTH              PIC 9(02).
002220     05  YDAY-DAY                PIC 9(02).
002340 01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
002350     05  MONTH-DAYS              PIC 9(02)  OCCURS 12 TIMES.
002360*
002370 01  MILESTONE-QUOTIENT          PIC 9(05)  COMP.
002380 01  MILESTONE-REMAINDER         PIC 9(05)  COMP.
002390 01  STREAK-EDIT                 PIC ZZ9.
002400 01  BEST-EDIT                   PIC Z9.
002410 01  GAME-NUMBER-EDIT            PIC ZZZZ9.
002411*
002412*    ACHIEVEMENT MILESTONES IN FORCE ON THE GAME DATE,
002413*    SET BY 1070-SET-GAME-RULES.  A MILESTONE OF ZERO
002414*    IS NEVER ANNOUNCED.
002415 01  STREAK-MILESTONE-VALUES.
002416     05  STREAK-MILESTONE        PIC 9(03)  OCCURS 6 TIMES.
002417 01  STREAK-MILESTONE-COUNT      PIC 9(02)  COMP  VALUE 6.
002418 01  SM-SUB                      PIC 9(02)  COMP  VALUE 0.
002419 01  GAMES-MILESTONE             PIC 9(05)  VALUE 0.
002420 01  MILESTONE-PARM-NAME.
002421     05  FILLER                  PIC X(17)
002422                                 VALUE "STREAK-MILESTONE-".
002423     05  MILESTONE-PARM-DIGIT    PIC 9(01)  VALUE 0.
002424     05  FILLER                  PIC X(02)  VALUE SPACES.
002425*
002426*    GAME PARAMETERS (PARMFILE), SEE PARMTAB.CPY.
002427     COPY "PARMTAB.CPY".
002428*
002430 PROCEDURE DIVISION.
002440*
002450******************************************************
002480 0000-MAINLINE.
002490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002500     PERFORM 1200-GET-PLAYER-ID THRU 1200-EXIT.
002501     IF PLAYER-REJECTED
002502         GO TO 9999-EXIT
002503     END-IF.
002504     PERFORM 1230-READ-SKILL-RATING THRU 1230-EXIT.
002510     PERFORM 1250-CHECK-DAY-CONTROL THRU 1250-EXIT.
002520     IF DAY-IS-CLOSED
002530         GO TO 9999-EXIT
002710     MOVE 43 TO ANSWER.
002720     SET GAME-LOST TO TRUE.
002730     ACCEPT GAME-DATE FROM DATE YYYYMMDD.
002731     PERFORM 1070-SET-GAME-RULES THRU 1070-EXIT.
002732     PERFORM 1050-LOAD-CALENDAR THRU 1050-EXIT.
002740     PERFORM 1500-COMPUTE-YESTERDAY THRU 1500-EXIT.
002750     PERFORM 1100-READ-SEED-FILE THRU 1100-EXIT.
002760 1000-EXIT.
003306*  ASK THE PLAYER WHO THEY ARE BEFORE THE FIRST GUESS  *
003307*  SO THE SCORE-HISTORY AND PLAYER-MASTER RECORDS CAN  *
003308*  BE CREDITED TO THE RIGHT PERSON.                    *
003309*  THE ID MUST BE ENROLLED AND ACTIVE -- SEE           *
003310*  1210-CHECK-REGISTRATION.                            *
003311******************************************************
003312 1200-GET-PLAYER-ID.
003313     DISPLAY "Enter your player ID (up to 10 characters):".
003320     ACCEPT PLAYER-ID.
003325     PERFORM 1210-CHECK-REGISTRATION THRU 1210-EXIT.
003330 1200-EXIT.
003340     EXIT.
003341*
003345*  BUILT NIGHTLY BY GUESS-RATE AND SET THE RUN'S      *
003346*  HANDICAPPED GUESS ALLOWANCE FROM IT.  NO RATING    *
003347*  FILE, NO RECORD, OR A RECORD THAT DOES NOT PASS    *
003348*  ITS SANITY CHECK LEAVES MAX-GUESSES STANDING.      *
003349******************************************************
003350 1230-READ-SKILL-RATING.
003351     OPEN INPUT RATING-FILE.
004030 1280-EXIT.
004040     EXIT.
004050*
004051******************************************************
004052*  1210-CHECK-REGISTRATION                            *
004053*  ONLY A PLAYER ENROLLED ON THE REGISTRATION FILE    *
004054*  (PLAYREG, MAINTAINED BY GUESS-ENRL) AND STILL      *
004055*  ACTIVE MAY BE REPLAYED, AS IN GUESS-MY-NUMBER.     *
004056*  NO REGISTRATION FILE REFUSES EVERY REPLAY.         *
004057******************************************************
004058 1210-CHECK-REGISTRATION.
004059     OPEN INPUT REGISTRATION-FILE.
004060     IF NOT REGISTRATION-OK
004061         DISPLAY "PLAYREG not available, status "
004062             REGISTRATION-STATUS " -- replay refused."
004063         SET PLAYER-REJECTED TO TRUE
004064         GO TO 1210-EXIT
004065     END-IF.
004066     MOVE PLAYER-ID TO RG-PLAYER-ID.
004067     READ REGISTRATION-FILE
004068         INVALID KEY
004069         DISPLAY "Player " PLAYER-ID " is not enrolled"
004070             " -- replay refused."
004071         SET PLAYER-REJECTED TO TRUE
004072         CLOSE REGISTRATION-FILE
004073         GO TO 1210-EXIT
004074     END-READ.
004075     CLOSE REGISTRATION-FILE.
004076     IF NOT RG-ACTIVE
004077         DISPLAY "Player " PLAYER-ID " has status "
004078             RG-STATUS " (not active) -- replay refused."
004079         SET PLAYER-REJECTED TO TRUE
004080     END-IF.
004081 1210-EXIT.
004082     EXIT.
004083*
004084******************************************************
004085*  1500-COMPUTE-YESTERDAY                             *
004086*  WORK OUT THE PREVIOUS GAMING DAY'S DATE FROM       *
004090*  TODAY'S, SO THE WIN-STREAK LOGIC CAN TELL A        *
004100*  CONSECUTIVE-GAMING-DAY WIN FROM A GAP.  DATES THE  *
004110*  GAMING CALENDAR MARKS NON-GAMING ARE BRIDGED, AS   *
004381     EXIT.
004382*
004383******************************************************
004384*  1070-SET-GAME-RULES                                *
004385*  LOAD THE GAME PARAMETER FILE (PARMFILE) AND SET    *
004386*  THE GUESS, RETRY, AND BRIDGE LIMITS AND THE        *
004387*  ACHIEVEMENT MILESTONES IN FORCE ON THE GAME DATE.  *
004388*  RUNS BEFORE THE SEED AND RATING ARE READ, SO A     *
004389*  PLAYER'S RATED ALLOWANCE STILL OVERRIDES           *
004390*  MAX-GUESSES.                                       *
004391******************************************************
004392 1070-SET-GAME-RULES.
004393     PERFORM 8800-LOAD-PARAMETERS THRU 8800-EXIT.
004394     MOVE GAME-DATE TO PARM-AS-OF-DATE.
004395     MOVE "MAX-GUESSES" TO PARM-WANTED-NAME.
004396     PERFORM 8850-GET-PARAMETER THRU 8850-EXIT.
004397     MOVE PARM-FOUND-VALUE TO MAX-GUESSES.
004398     MOVE "MAX-FILE-RETRIES" TO PARM-WANTED-NAME.
004399     PERFORM 8850-GET-PARAMETER THRU 8850-EXIT.
004400     MOVE PARM-FOUND-VALUE TO MAX-FILE-RETRIES.
004401     MOVE "MAX-BRIDGE-DAYS" TO PARM-WANTED-NAME.
004402     PERFORM 8850-GET-PARAMETER THRU 8850-EXIT.
004403     MOVE PARM-FOUND-VALUE TO MAX-BRIDGE-DAYS.
004404     MOVE "GAMES-MILESTONE" TO PARM-WANTED-NAME.
004405     PERFORM 8850-GET-PARAMETER THRU 8850-EXIT.
004406     MOVE PARM-FOUND-VALUE TO GAMES-MILESTONE.
004407     MOVE 1 TO SM-SUB.
004408     PERFORM 1075-GET-ONE-MILESTONE THRU 1075-EXIT
004409         UNTIL SM-SUB > STREAK-MILESTONE-COUNT.
004410 1070-EXIT.
004411     EXIT.
004412*
004413 1075-GET-ONE-MILESTONE.
004414     MOVE SM-SUB TO MILESTONE-PARM-DIGIT.
004415     MOVE MILESTONE-PARM-NAME TO PARM-WANTED-NAME.
004416     PERFORM 8850-GET-PARAMETER THRU 8850-EXIT.
004417     MOVE PARM-FOUND-VALUE TO STREAK-MILESTONE (SM-SUB).
004418     ADD 1 TO SM-SUB.
004419 1075-EXIT.
004420     EXIT.
004421*
004422******************************************************
004423*  1520-CHECK-NON-GAMING                              *
004424*  LINEAR SEARCH OF THE NON-GAMING TABLE FOR THE      *
004425*  DATE STAGED IN CAL-CHECK-DATE.  A DATE NOT ON      *
004426*  THE TABLE IS A GAMING DAY.                         *
004427******************************************************
004428 1520-CHECK-NON-GAMING.
004429     SET DATE-IS-GAMING TO TRUE.
004430     MOVE 1 TO NG-SUB.
004431     PERFORM 1530-SCAN-ONE-NG-DAY THRU 1530-EXIT
004432         UNTIL NG-SUB > NG-COUNT
004433             OR NG-DATE (NG-SUB) = CAL-CHECK-DATE.
004434     IF NG-SUB NOT > NG-COUNT
004435         SET DATE-IS-NON-GAMING TO TRUE
004436     END-IF.
004437 1520-EXIT.
004438     EXIT.
004439*
004440******************************************************
004441*  1530-SCAN-ONE-NG-DAY                               *
004442******************************************************
004443 1530-SCAN-ONE-NG-DAY.
004444     ADD 1 TO NG-SUB.
004445 1530-EXIT.
004446     EXIT.
004447*
004448******************************************************
004449*  1510-CHECK-LEAP-YEAR                               *
004450*  A YEAR DIVISIBLE BY 4 IS A LEAP YEAR, EXCEPT A     *
004451*  CENTURY YEAR MUST ALSO BE DIVISIBLE BY 400.        *
004452******************************************************
004453 1510-CHECK-LEAP-YEAR.
004454     SET NOT-LEAP-YEAR TO TRUE.
004455     DIVIDE YDAY-YEAR BY 4
004456         GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER.
004457     IF LEAP-REMAINDER NOT = 0
004458         GO TO 1510-EXIT
004459     END-IF.
004460     DIVIDE YDAY-YEAR BY 100
004470         GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER.
004480     IF LEAP-REMAINDER NOT = 0
006620     END-IF.
006630     MOVE DIFFICULTY-CODE TO SCORE-DIFFICULTY.
006631     MOVE "00" TO SCORE-HINTS.
006635     MOVE SPACES TO SCORE-ADJ-INFO.
006640     WRITE SCORE-RECORD.
006650     CLOSE SCORE-HIST-FILE.
006660 8100-EXIT.
007651*  STREAK, ANY OTHER WIN STARTS ONE, AND A LOSS ENDS  *
007660*  IT.  RUNS BEFORE THE MASTER RECORD IS WRITTEN SO   *
007670*  THE FIELDS GO OUT WITH THE GAME THAT EARNED THEM.  *
007673*  THE STREAK AND GAMES-PLAYED MILESTONES ARE THOSE   *
007676*  SET BY 1070-SET-GAME-RULES.                        *
007680******************************************************
007690 8300-UPDATE-STREAKS.
007700     IF GAME-WON
007770         IF PM-CURR-STREAK > PM-BEST-STREAK
007780             MOVE PM-CURR-STREAK TO PM-BEST-STREAK
007790         END-IF
007800         MOVE 1 TO SM-SUB
007810         PERFORM 8310-SCAN-ONE-MILESTONE THRU 8310-EXIT
007820             UNTIL SM-SUB > STREAK-MILESTONE-COUNT
007830                 OR STREAK-MILESTONE (SM-SUB) = PM-CURR-STREAK
007840         IF SM-SUB NOT > STREAK-MILESTONE-COUNT
007850             MOVE PM-CURR-STREAK TO STREAK-EDIT
007860             MOVE SPACES TO ACH-TEXT
007870             STRING STREAK-EDIT      DELIMITED BY SIZE
008160     ELSE
008170         MOVE 0 TO PM-CURR-STREAK
008180     END-IF.
008186     IF GAMES-MILESTONE = 0
008192         GO TO 8300-EXIT
008198     END-IF.
008204     DIVIDE PM-GAMES-PLAYED BY GAMES-MILESTONE
008210         GIVING MILESTONE-QUOTIENT
008216         REMAINDER MILESTONE-REMAINDER.
008222     IF MILESTONE-REMAINDER = 0 AND PM-GAMES-PLAYED > 0
008230         MOVE PM-GAMES-PLAYED TO GAME-NUMBER-EDIT
008240         MOVE SPACES TO ACH-TEXT
008250         STRING "GAME NUMBER"       DELIMITED BY SIZE
008320 8300-EXIT.
008330     EXIT.
008340*
008341 8310-SCAN-ONE-MILESTONE.
008342     ADD 1 TO SM-SUB.
008343 8310-EXIT.
008344     EXIT.
008345*
008350******************************************************
008360*  8350-ANNOUNCE-ACHIEVEMENT                          *
008370*  TELL THE PLAYER, AND APPEND THE MILESTONE TO THE   *
008555         REWRITE CREDIT-RECORD
008556     END-IF.
008557     CLOSE CREDIT-FILE.
008558     PERFORM 8460-POST-CREDIT-LEDGER THRU 8460-EXIT.
008559     DISPLAY "A hint credit has been added to the"
008560         " player's balance.".
008561 8400-EXIT.
008562     EXIT.
008563*
008564******************************************************
008565*  8450-OPEN-CREDIT-FILE                              *
008566*  OPEN THE SHARED HINT-CREDIT FILE FOR UPDATE,       *
008567*  CREATING IT ON FIRST USE AND RETRYING WHILE        *
008568*  ANOTHER GAME HAS IT, AS FOR THE PLAYER MASTER.     *
008569******************************************************
008570 8450-OPEN-CREDIT-FILE.
008571     MOVE 0 TO FILE-RETRY-COUNT.
008572 8450-TRY-OPEN.
008573     OPEN I-O CREDIT-FILE.
008574     IF CREDIT-FILE-NOT-FOUND
008575         OPEN OUTPUT CREDIT-FILE
008576         CLOSE CREDIT-FILE
008577         OPEN I-O CREDIT-FILE
008578     END-IF.
008579     IF CREDIT-FILE-LOCKED
008580         ADD 1 TO FILE-RETRY-COUNT
008581         IF FILE-RETRY-COUNT < MAX-FILE-RETRIES
008582             PERFORM 9100-RETRY-DELAY THRU 9100-EXIT
008583             GO TO 8450-TRY-OPEN
008584         END-IF
008585         DISPLAY "CREDFILE is busy -- credit not"
008586             " awarded this game."
008587     END-IF.
008588     IF NOT CREDIT-FILE-OK
008589             AND NOT CREDIT-FILE-LOCKED
008590         DISPLAY "Cannot open CREDFILE, status "
008591             CREDIT-FILE-STATUS "."
008592     END-IF.
008593 8450-EXIT.
008594     EXIT.
008595*
008596******************************************************
008597*  8360-OPEN-ACHIEVEMENT-FILE                         *
008598*  OPEN THE SHARED ACHIEVEMENT FILE FOR APPEND,       *
008599*  CREATING IT ON FIRST USE AND RETRYING WHILE        *
008600*  ANOTHER GAME HAS IT OPEN.                          *
008601******************************************************
008602 8360-OPEN-ACHIEVEMENT-FILE.
008610     MOVE 0 TO FILE-RETRY-COUNT.
008620 8360-TRY-OPEN.
008630     OPEN EXTEND ACHIEVEMENT-FILE.
008760 8360-EXIT.
008770     EXIT.
008780*
008781******************************************************
008782*  8460-POST-CREDIT-LEDGER                            *
008783*  APPEND THE CREDIT JUST EARNED TO THE HINT-CREDIT   *
008784*  LEDGER, WITH THE ACHIEVEMENT TEXT THAT EARNED IT,  *
008785*  MATCHING GUESS-MY-NUMBER.                          *
008786******************************************************
008787 8460-POST-CREDIT-LEDGER.
008788     PERFORM 8470-OPEN-CREDIT-LEDGER THRU 8470-EXIT.
008789     IF NOT CREDIT-LEDGER-OK
008790         GO TO 8460-EXIT
008791     END-IF.
008792     MOVE PLAYER-ID        TO CL-PLAYER-ID.
008793     MOVE GAME-DATE        TO CL-DATE.
008794     ACCEPT CL-TIME FROM TIME.
008795     MOVE 'E'              TO CL-TYPE.
008796     MOVE 1                TO CL-AMOUNT.
008797     MOVE ACH-TEXT         TO CL-REFERENCE.
008798     WRITE CREDIT-LEDGER-RECORD.
008799     CLOSE CREDIT-LEDGER-FILE.
008800 8460-EXIT.
008801     EXIT.
008802*
008803******************************************************
008804*  8470-OPEN-CREDIT-LEDGER                            *
008805*  OPEN THE SHARED CREDIT LEDGER FOR APPEND,          *
008806*  CREATING IT ON FIRST USE AND RETRYING WHILE        *
008807*  ANOTHER GAME HAS IT OPEN.                          *
008808******************************************************
008809 8470-OPEN-CREDIT-LEDGER.
008810     MOVE 0 TO FILE-RETRY-COUNT.
008811 8470-TRY-OPEN.
008812     OPEN EXTEND CREDIT-LEDGER-FILE.
008813     IF CREDIT-LEDGER-NOT-FOUND
008814         OPEN OUTPUT CREDIT-LEDGER-FILE
008815     END-IF.
008816     IF CREDIT-LEDGER-LOCKED
008817         ADD 1 TO FILE-RETRY-COUNT
008818         IF FILE-RETRY-COUNT < MAX-FILE-RETRIES
008819             PERFORM 9100-RETRY-DELAY THRU 9100-EXIT
008820             GO TO 8470-TRY-OPEN
008821         END-IF
008822         DISPLAY "CREDLDGR is busy -- credit movement not"
008823             " logged."
008824     END-IF.
008825 8470-EXIT.
008826     EXIT.
008827*
008828******************************************************
008829*  8210-OPEN-PLAYER-MASTER                            *
008830*  OPEN THE PLAYER-MASTER FILE FOR UPDATE, CREATING    *
008831*  IT IF THIS IS THE VERY FIRST GAME EVER PLAYED AND   *
008832*  RETRYING WHILE ANOTHER GAME HAS IT.  THE OPEN       *
008840*  HOLDS THE FILE FOR THE WHOLE READ/REWRITE CYCLE,    *
008850*  SO TWO GAMES FINISHING TOGETHER CANNOT LOSE ONE     *
008860*  PLAYER'S GAME FROM THE COUNTERS.                    *
009140 8210-EXIT.
009150     EXIT.
009160*
009161******************************************************
009162*  8800-LOAD-PARAMETERS                               *
009163*  TABLE EVERY GAME PARAMETER ENTRY: THE STANDING     *
009164*  DEFAULTS FIRST (EFFECTIVE 00000000), THEN EACH     *
009165*  PARMFILE ENTRY IN FILE ORDER.  NO PARMFILE MEANS   *
009166*  THE DEFAULTS STAND.  AN ENTRY FOR AN UNKNOWN       *
009167*  PARAMETER, WITH A NON-NUMERIC VALUE OR DATE, OR    *
009168*  BEYOND THE END OF THE TABLE IS IGNORED AND         *
009169*  COUNTED.                                           *
009170******************************************************
009171 8800-LOAD-PARAMETERS.
009172     MOVE 0 TO PE-COUNT.
009173     MOVE 0 TO PARM-ENTRIES-IGNORED.
009174     MOVE 1 TO PD-SUB.
009175     PERFORM 8810-LOAD-ONE-DEFAULT THRU 8810-EXIT
009176         UNTIL PD-SUB > PD-COUNT.
009177     OPEN INPUT PARM-FILE.
009178     IF PARM-FILE-NOT-FOUND
009179         GO TO 8800-EXIT
009180     END-IF.
009181     IF NOT PARM-FILE-OK
009182         DISPLAY "Cannot open PARMFILE, status "
009183             PARM-FILE-STATUS " -- standing rules used."
009184         GO TO 8800-EXIT
009185     END-IF.
009186     MOVE 'N' TO PARM-EOF-SWITCH.
009187     PERFORM 8820-LOAD-ONE-ENTRY THRU 8820-EXIT
009188         UNTIL PARM-AT-END.
009189     CLOSE PARM-FILE.
009190     IF PARM-ENTRIES-IGNORED > 0
009191         DISPLAY "PARMFILE entries ignored: "
009192             PARM-ENTRIES-IGNORED
009193     END-IF.
009194 8800-EXIT.
009195     EXIT.
009196*
009197 8810-LOAD-ONE-DEFAULT.
009198     ADD 1 TO PE-COUNT.
009199     MOVE PD-NAME (PD-SUB) TO PE-NAME (PE-COUNT).
009200     MOVE "00000000" TO PE-EFFECTIVE-DATE (PE-COUNT).
009201     MOVE PD-DEFAULT (PD-SUB) TO PE-VALUE (PE-COUNT).
009202     ADD 1 TO PD-SUB.
009203 8810-EXIT.
009204     EXIT.
009205*
009206 8820-LOAD-ONE-ENTRY.
009207     READ PARM-FILE
009208         AT END
009209         SET PARM-AT-END TO TRUE
009210         GO TO 8820-EXIT
009211     END-READ.
009212     MOVE 1 TO PD-SUB.
009213     PERFORM 8830-SCAN-ONE-NAME THRU 8830-EXIT
009214         UNTIL PD-SUB > PD-COUNT
009215             OR PD-NAME (PD-SUB) = PARM-NAME.
009216     IF PD-SUB > PD-COUNT
009217             OR PARM-VALUE NOT NUMERIC
009218             OR PARM-EFFECTIVE-DATE NOT NUMERIC
009219             OR PE-COUNT NOT < PE-MAX
009220         ADD 1 TO PARM-ENTRIES-IGNORED
009221         GO TO 8820-EXIT
009222     END-IF.
009223     ADD 1 TO PE-COUNT.
009224     MOVE PARM-NAME TO PE-NAME (PE-COUNT).
009225     MOVE PARM-EFFECTIVE-DATE TO PE-EFFECTIVE-DATE (PE-COUNT).
009226     MOVE PARM-VALUE TO PE-VALUE (PE-COUNT).
009227 8820-EXIT.
009228     EXIT.
009229*
009230 8830-SCAN-ONE-NAME.
009231     ADD 1 TO PD-SUB.
009232 8830-EXIT.
009233     EXIT.
009234*
009235******************************************************
009236*  8850-GET-PARAMETER                                 *
009237*  THE VALUE OF PARM-WANTED-NAME IN FORCE ON          *
009238*  PARM-AS-OF-DATE: THE ENTRY WITH THE LATEST         *
009239*  EFFECTIVE DATE NOT AFTER IT, THE LATER ON THE FILE *
009240*  WHERE TWO SHARE A DATE.  THE DEFAULTS, EFFECTIVE   *
009241*  00000000, ARE ALWAYS A CANDIDATE.                  *
009242******************************************************
009243 8850-GET-PARAMETER.
009244     MOVE 0 TO PARM-FOUND-VALUE.
009245     MOVE SPACES TO PARM-FOUND-DATE.
009246     MOVE 1 TO PE-SUB.
009247     PERFORM 8860-CHECK-ONE-ENTRY THRU 8860-EXIT
009248         UNTIL PE-SUB > PE-COUNT.
009249 8850-EXIT.
009250     EXIT.
009251*
009252 8860-CHECK-ONE-ENTRY.
009253     IF PE-NAME (PE-SUB) = PARM-WANTED-NAME
009254             AND PE-EFFECTIVE-DATE (PE-SUB) NOT > PARM-AS-OF-DATE
009255             AND PE-EFFECTIVE-DATE (PE-SUB) NOT < PARM-FOUND-DATE
009256         MOVE PE-VALUE (PE-SUB) TO PARM-FOUND-VALUE
009257         MOVE PE-EFFECTIVE-DATE (PE-SUB) TO PARM-FOUND-DATE
009258     END-IF.
009259     ADD 1 TO PE-SUB.
009260 8860-EXIT.
009261     EXIT.
009262*
009263******************************************************
009264*  9100-RETRY-DELAY                                   *
009265*  A COUNTED PAUSE BETWEEN OPEN RETRIES ON A BUSY     *
009266*  SHARED FILE.  THERE IS NO TIMER SERVICE ON THIS    *
009267*  BOX, SO A SPIN OF THE LOOP COUNTER STANDS IN --    *
009268*  WITH MAX-FILE-RETRIES IT GIVES THE OTHER GAME A    *
009269*  FEW SECONDS TO FINISH ITS OPEN-WRITE-CLOSE CYCLE   *
009270*  BEFORE THIS ONE GIVES UP.                          *
009271******************************************************
009272 9100-RETRY-DELAY.
009273     MOVE 0 TO RETRY-DELAY-COUNT.
009280     PERFORM 9110-COUNT-ONE-DELAY THRU 9110-EXIT
009290         UNTIL RETRY-DELAY-COUNT >= RETRY-DELAY-LIMIT.
009300 9100-EXIT.
