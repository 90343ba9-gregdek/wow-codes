000010******************************************************
000020*  GUESS-STRM                                         *
000030*  NIGHTLY STREAM DRIVER FOR GUESS-MY-NUMBER.  THE    *
000040*  NIGHT'S BATCH STEPS HAVE AN ORDER THAT MATTERS --  *
000050*  GUESS-RATE ONCE REBUILT RATEFILE BEFORE GUESS-EOD  *
000060*  HAD CLOSED THE DAY -- SO THIS JOB RUNS THEM IN     *
000070*  ORDER FOR ONE BUSINESS DATE:                       *
000080*                                                     *
000090*      GUESS-EOD    CLOSE THE GAMING DAY              *
000093*      GUESS-TRNY   RESOLVE THE DAY'S TOURNAMENT      *
000096*                   MATCHES                           *
000100*      GUESS-XTRT   CUT THE INTRANET FEED             *
000110*      GUESS-RECON  RECONCILE (REPORT ONLY)           *
000113*      GUESS-INTG   CHECK THE DAY FOR CHEATING,      *
000116*                   BEFORE THE RATINGS MOVE          *
000120*      GUESS-RATE   REBUILD THE SKILL RATINGS         *
000130*      GUESS-LEAG   SCORE THE LEAGUE WEEK (FRIDAYS,   *
000140*                   SATURDAY THRU FRIDAY)             *
000150*      GUESS-RPT    PRINT THE DAILY LEADERBOARD       *
000160*                                                     *
000170*  EVERY STEP POSTS ITS OWN STATUS TO THE RUN-        *
000180*  CONTROL FILE (RUNCTRL, SEE RUNCREC.CPY) AND        *
000190*  REFUSES TO RUN UNTIL THE STEPS IT DEPENDS ON ARE   *
000200*  COMPLETE FOR THE DATE.  THIS JOB STARTS EACH STEP  *
000210*  IN TURN, ANSWERING ITS PROMPTS, AND READS RUNCTRL  *
000220*  AFTERWARD TO SEE HOW IT ENDED.  A STEP NOT         *
000230*  COMPLETE STOPS THE STREAM.  ON A RERUN, STEPS      *
000240*  ALREADY COMPLETE FOR THE DATE ARE SKIPPED, SO THE  *
000250*  STREAM RESUMES AT THE STEP THAT FAILED.  THE STEP  *
000260*  PROGRAMS MUST BE ON THE PATH.                      *
000270*                                                     *
000280*  A DATE THE GAMING CALENDAR MARKS NON-GAMING HAS    *
000290*  NO STREAM; NOTHING IS RUN.                         *
000291*                                                     *
000292*  TWO NIGHTLY JOBS ARE NOT STREAM STEPS AND ARE RUN  *
000293*  BY HAND ONCE THE STREAM IS COMPLETE, IN THIS       *
000294*  ORDER:                                             *
000295*      GUESS-CPRF   PROVE THE CREDIT LEDGER (MODE P)  *
000296*      GUESS-BKUP   BACK UP THE NIGHT'S FILES, LAST,  *
000297*                   SO THE BACKUP HOLDS THEM AS THE   *
000298*                   STREAM AND THE PROOF LEFT THEM    *
000300*                                                     *
000310*  To compile and run on your friendly Linux system:  *
000320*         cobc -x guess-strm.cobol                    *
000330******************************************************
000340*
000350******************************************************
000360*  MODIFICATION HISTORY                               *
000370******************************************************
000380*  DATE       INIT  DESCRIPTION                        *
000390*  ---------- ----  ------------------------------     *
000400*  2026-10-15 DLM   NEW PROGRAM.                       *
000402*  2026-10-15 DLM   GUESS-TRNY RUNS RIGHT AFTER        *
000404*                   GUESS-EOD, SO A CHAMPION IS ON     *
000406*                   ACHVFILE BEFORE THE FEED AND THE   *
000408*                   LEADERBOARD ARE CUT.               *
000409*  2026-10-15 DLM   GUESS-INTG RUNS AFTER GUESS-RECON  *
000410*                   AND BEFORE GUESS-RATE, SO IT SEES  *
000411*                   THE RATINGS THE DAY WAS PLAYED ON. *
000412******************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. GUESS-STRM.
000440 AUTHOR. D L MCKENZIE.
000450 INSTALLATION. OPERATIONS SUPPORT.
000460 DATE-WRITTEN. 2026-10-15.
000470 DATE-COMPILED. 2026-10-15.
000480*
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. LINUX.
000520 OBJECT-COMPUTER. LINUX.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT CALENDAR-FILE ASSIGN TO "GAMECAL"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS CALENDAR-STATUS.
000580     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS RC-KEY
000620         FILE STATUS IS RUN-CONTROL-STATUS.
000630*
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  CALENDAR-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY "CALREC.CPY".
000690*
000700 FD  RUN-CONTROL-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY "RUNCREC.CPY".
000730*
000740 WORKING-STORAGE SECTION.
000750*
000760*    THE STREAM, IN RUN ORDER.  THE ANSWER TYPE SAYS
000770*    WHAT THE STEP PROMPTS FOR: 'D' THE BUSINESS DATE,
000780*    'R' THE REPAIR-MODE ANSWER (ALWAYS N) AND THE
000790*    DATE, 'W' THE LEAGUE WEEK'S FIRST AND LAST DAYS,
000795*    'T' THE RESOLVE-MODE ANSWER (ALWAYS R) AND THE DATE,
000797*    'I' THE DATE AND A BLANK (STANDARD) BATCH WINDOW.
000800 77  STEP-COUNT                  PIC 9(02)  COMP  VALUE 8.
000810 77  STEP-SUB                    PIC 9(02)  COMP  VALUE 0.
000820 77  STEPS-RUN                   PIC 9(02)  VALUE 0.
000830 77  STEPS-SKIPPED               PIC 9(02)  VALUE 0.
000840 77  STEPS-FAILED                PIC 9(02)  VALUE 0.
000850 01  STEP-VALUES.
000860     05  FILLER                  PIC X(26)
000870         VALUE "GUESS-EOD   guess-eod   DN".
000873     05  FILLER                  PIC X(26)
000876         VALUE "GUESS-TRNY  guess-trny  TN".
000880     05  FILLER                  PIC X(26)
000890         VALUE "GUESS-XTRT  guess-xtrt  DN".
000900     05  FILLER                  PIC X(26)
000910         VALUE "GUESS-RECON guess-recon RN".
000913     05  FILLER                  PIC X(26)
000916         VALUE "GUESS-INTG  guess-intg  IN".
000920     05  FILLER                  PIC X(26)
000930         VALUE "GUESS-RATE  guess-rate  DN".
000940     05  FILLER                  PIC X(26)
000950         VALUE "GUESS-LEAG  guess-leag  WY".
000960     05  FILLER                  PIC X(26)
000970         VALUE "GUESS-RPT   guess-rpt   DN".
000980 01  STEP-TABLE REDEFINES STEP-VALUES.
000990     05  STEP-ENTRY              OCCURS 8 TIMES.
001000         10  STEP-JOB-NAME       PIC X(12).
001010         10  STEP-PROGRAM        PIC X(12).
001020         10  STEP-ANSWER-TYPE    PIC X(01).
001030         10  STEP-FRIDAY-ONLY    PIC X(01).
001040*
001050 01  RUN-DATE                    PIC X(08).
001060 01  WEEK-FROM-DATE              PIC X(08)  VALUE SPACES.
001070 01  STEP-COMMAND                PIC X(100) VALUE SPACES.
001080 01  STEP-RETURN-CODE            PIC S9(04) VALUE 0.
001090 01  STEP-CODE-EDIT              PIC 9(04).
001100 01  STEP-STATUS-SWITCH          PIC X(01)  VALUE 'N'.
001110     88  STEP-IS-COMPLETE        VALUE 'C'.
001120     88  STEP-HAS-FAILED         VALUE 'F'.
001130     88  STEP-IS-RUNNING         VALUE 'R'.
001140     88  STEP-NOT-POSTED         VALUE 'N'.
001150 01  STREAM-FAILED-SWITCH        PIC X(01)  VALUE 'N'.
001160     88  STREAM-HAS-FAILED       VALUE 'Y'.
001170 01  FAILED-JOB-NAME             PIC X(12)  VALUE SPACES.
001180*
001190 01  BUS-DATE-WORK.
001200     05  BUS-YEAR                PIC 9(04).
001210     05  BUS-MONTH               PIC 9(02).
001220     05  BUS-DAY                 PIC 9(02).
001230 01  BUS-DATE-WORK-X REDEFINES BUS-DATE-WORK
001240                                 PIC X(08).
001250 01  ZELLER-MONTH                PIC 9(02)  COMP.
001260 01  ZELLER-YEAR                 PIC 9(04)  COMP.
001270 01  ZELLER-CENTURY              PIC 9(02)  COMP.
001280 01  ZELLER-YEAR-OF-CENTURY      PIC 9(02)  COMP.
001290 01  ZELLER-TERM                 PIC 9(04)  COMP.
001300 01  ZELLER-SUM                  PIC 9(05)  COMP.
001310 01  ZELLER-QUOTIENT             PIC 9(05)  COMP.
001320 01  BUS-WEEKDAY                 PIC 9(01).
001330     88  DAY-IS-FRIDAY           VALUE 6.
001340*
001350 01  YDAY-WORK-DATE.
001360     05  YDAY-YEAR               PIC 9(04).
001370     05  YDAY-MONTH              PIC 9(02).
001380     05  YDAY-DAY                PIC 9(02).
001390 01  YDAY-WORK-DATE-X REDEFINES YDAY-WORK-DATE
001400                                 PIC X(08).
001410 01  BACK-DAY-COUNT              PIC 9(02)  VALUE 0.
001420 01  LEAP-YEAR-SWITCH            PIC X(01).
001430     88  IS-LEAP-YEAR            VALUE 'Y'.
001440     88  NOT-LEAP-YEAR           VALUE 'N'.
001450 01  LEAP-QUOTIENT               PIC 9(04)  COMP.
001460 01  LEAP-REMAINDER              PIC 9(04)  COMP.
001470 01  MONTH-DAYS-VALUES.
001480     05  FILLER                  PIC X(24)
001490         VALUE "312831303130313130313031".
001500 01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
001510     05  MONTH-DAYS              PIC 9(02)  OCCURS 12 TIMES.
001520*
001530 01  CALENDAR-STATUS             PIC X(02).
001540     88  CALENDAR-OK             VALUE '00'.
001550 01  CAL-EOF-SWITCH              PIC X(01)  VALUE 'N'.
001560     88  CAL-AT-END              VALUE 'Y'.
001570 01  NON-GAMING-SWITCH           PIC X(01)  VALUE 'N'.
001580     88  DATE-IS-NON-GAMING      VALUE 'Y'.
001590*
001600*    RUN CONTROL (RUNCTRL): THIS JOB'S STATUS AND
001610*    KEY COUNTS FOR THE BUSINESS DATE.
001620 01  RUN-JOB-NAME                PIC X(12)  VALUE "GUESS-STRM".
001630 01  RUN-BUSINESS-DATE           PIC X(08)  VALUE SPACES.
001640 01  RUN-START-DATE              PIC X(08)  VALUE SPACES.
001650 01  RUN-START-TIME              PIC X(08)  VALUE SPACES.
001660 01  RUN-STATUS-CODE             PIC X(01)  VALUE 'R'.
001670 01  RUN-COMPLETION-CODE         PIC 9(04)  VALUE 0.
001680 01  RUN-MESSAGE                 PIC X(30)  VALUE SPACES.
001690 01  RUN-COUNT-VALUES.
001700     05  FILLER                  PIC X(12)  VALUE "STEPS RUN".
001710     05  RUN-COUNT-1             PIC 9(09)  VALUE 0.
001720     05  FILLER                  PIC X(12)  VALUE "SKIPPED".
001730     05  RUN-COUNT-2             PIC 9(09)  VALUE 0.
001740     05  FILLER                  PIC X(12)  VALUE "FAILED".
001750     05  RUN-COUNT-3             PIC 9(09)  VALUE 0.
001760 01  RUN-CONTROL-STATUS          PIC X(02).
001770     88  RUN-CONTROL-OK          VALUE '00'.
001780     88  RUN-CONTROL-NOT-FOUND   VALUE '23', '35'.
001790 01  RUN-RECORD-SWITCH           PIC X(01)  VALUE 'N'.
001800     88  RUN-RECORD-EXISTS       VALUE 'Y'.
001810*
001820 01  COUNT-EDIT                  PIC Z(06)9.
001830*
001840 PROCEDURE DIVISION.
001850*
001860******************************************************
001870*  0000-MAINLINE                                      *
001880******************************************************
001890 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001910     PERFORM 8500-START-RUN-CONTROL THRU 8500-EXIT.
001920     IF DATE-IS-NON-GAMING
001930         DISPLAY "*** " RUN-BUSINESS-DATE " IS A NON-GAMING"
001940             " DAY ON THE CALENDAR -- NO STREAM TO RUN ***"
001950         MOVE "NON-GAMING DAY -- NOTHING RUN" TO RUN-MESSAGE
001960         PERFORM 8650-END-RUN-CONTROL THRU 8650-EXIT
001970         GO TO 9999-EXIT
001980     END-IF.
001990     PERFORM 2000-RUN-STREAM THRU 2000-EXIT.
002000     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
002010     PERFORM 8700-SET-RUN-RESULT THRU 8700-EXIT.
002020     PERFORM 8650-END-RUN-CONTROL THRU 8650-EXIT.
002030     GO TO 9999-EXIT.
002040*
002050******************************************************
002060*  1000-INITIALIZE                                    *
002070*  THE STREAM NORMALLY RUNS FOR TODAY, BUT THE        *
002080*  OPERATOR CAN NAME A PRIOR DAY TO CATCH UP OR TO    *
002090*  RESUME A STREAM THAT STOPPED.  WORK OUT WHETHER    *
002100*  THE DATE IS A FRIDAY (LEAGUE NIGHT) AND, IF SO,    *
002110*  THE SATURDAY THAT STARTS ITS LEAGUE WEEK.          *
002120******************************************************
002130 1000-INITIALIZE.
002140     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
002150     DISPLAY "Enter business date for the stream (YYYYMMDD,"
002160         " blank for today):".
002170     ACCEPT RUN-BUSINESS-DATE.
002180     IF RUN-BUSINESS-DATE = SPACES
002190             OR RUN-BUSINESS-DATE NOT NUMERIC
002200         MOVE RUN-DATE TO RUN-BUSINESS-DATE
002210     END-IF.
002220     PERFORM 1100-CHECK-GAMING-CALENDAR THRU 1100-EXIT.
002230     PERFORM 1200-COMPUTE-WEEKDAY THRU 1200-EXIT.
002240     IF DAY-IS-FRIDAY
002250         PERFORM 1300-COMPUTE-WEEK-START THRU 1300-EXIT
002260     END-IF.
002270     DISPLAY "        GUESS-MY-NUMBER NIGHTLY STREAM".
002280     DISPLAY "        BUSINESS DATE " RUN-BUSINESS-DATE.
002290     IF DAY-IS-FRIDAY
002300         DISPLAY "        LEAGUE WEEK " WEEK-FROM-DATE
002310             " THRU " RUN-BUSINESS-DATE
002320     END-IF.
002330     DISPLAY " ".
002340 1000-EXIT.
002350     EXIT.
002360*
002370******************************************************
002380*  1100-CHECK-GAMING-CALENDAR                         *
002390*  NO CALENDAR FILE, OR NO RECORD FOR THE DATE,       *
002400*  MEANS A GAMING DAY, AS FOR GUESS-EOD.              *
002410******************************************************
002420 1100-CHECK-GAMING-CALENDAR.
002430     OPEN INPUT CALENDAR-FILE.
002440     IF NOT CALENDAR-OK
002450         GO TO 1100-EXIT
002460     END-IF.
002470     PERFORM 1110-SCAN-ONE-CAL-DAY THRU 1110-EXIT
002480         UNTIL CAL-AT-END OR DATE-IS-NON-GAMING.
002490     CLOSE CALENDAR-FILE.
002500 1100-EXIT.
002510     EXIT.
002520*
002530 1110-SCAN-ONE-CAL-DAY.
002540     READ CALENDAR-FILE
002550         AT END
002560         SET CAL-AT-END TO TRUE
002570         GO TO 1110-EXIT
002580     END-READ.
002590     IF CAL-DATE = RUN-BUSINESS-DATE AND CAL-NON-GAMING-DAY
002600         SET DATE-IS-NON-GAMING TO TRUE
002610     END-IF.
002620 1110-EXIT.
002630     EXIT.
002640*
002650******************************************************
002660*  1200-COMPUTE-WEEKDAY                               *
002670*  ZELLER'S CONGRUENCE.  JANUARY AND FEBRUARY COUNT   *
002680*  AS MONTHS 13 AND 14 OF THE YEAR BEFORE.  THE       *
002690*  RESULT RUNS 0 = SATURDAY THROUGH 6 = FRIDAY.       *
002700******************************************************
002710 1200-COMPUTE-WEEKDAY.
002720     MOVE RUN-BUSINESS-DATE TO BUS-DATE-WORK-X.
002730     MOVE BUS-MONTH TO ZELLER-MONTH.
002740     MOVE BUS-YEAR TO ZELLER-YEAR.
002750     IF ZELLER-MONTH < 3
002760         ADD 12 TO ZELLER-MONTH
002770         SUBTRACT 1 FROM ZELLER-YEAR
002780     END-IF.
002790     DIVIDE ZELLER-YEAR BY 100
002800         GIVING ZELLER-CENTURY
002810         REMAINDER ZELLER-YEAR-OF-CENTURY.
002820     MOVE BUS-DAY TO ZELLER-SUM.
002830     COMPUTE ZELLER-TERM = 13 * (ZELLER-MONTH + 1).
002840     DIVIDE ZELLER-TERM BY 5 GIVING ZELLER-TERM.
002850     ADD ZELLER-TERM TO ZELLER-SUM.
002860     ADD ZELLER-YEAR-OF-CENTURY TO ZELLER-SUM.
002870     DIVIDE ZELLER-YEAR-OF-CENTURY BY 4 GIVING ZELLER-TERM.
002880     ADD ZELLER-TERM TO ZELLER-SUM.
002890     DIVIDE ZELLER-CENTURY BY 4 GIVING ZELLER-TERM.
002900     ADD ZELLER-TERM TO ZELLER-SUM.
002910     COMPUTE ZELLER-TERM = 5 * ZELLER-CENTURY.
002920     ADD ZELLER-TERM TO ZELLER-SUM.
002930     DIVIDE ZELLER-SUM BY 7
002940         GIVING ZELLER-QUOTIENT REMAINDER BUS-WEEKDAY.
002950 1200-EXIT.
002960     EXIT.
002970*
002980******************************************************
002990*  1300-COMPUTE-WEEK-START                            *
003000*  THE LEAGUE WEEK RUNS SATURDAY THROUGH FRIDAY, SO   *
003010*  IT STARTS SIX CALENDAR DAYS BEFORE THE BUSINESS    *
003020*  DATE.                                              *
003030******************************************************
003040 1300-COMPUTE-WEEK-START.
003050     MOVE RUN-BUSINESS-DATE TO YDAY-WORK-DATE-X.
003060     MOVE 0 TO BACK-DAY-COUNT.
003070     PERFORM 1305-BACK-ONE-DAY THRU 1305-EXIT
003080         UNTIL BACK-DAY-COUNT = 6.
003090     MOVE YDAY-WORK-DATE-X TO WEEK-FROM-DATE.
003100 1300-EXIT.
003110     EXIT.
003120*
003130******************************************************
003140*  1305-BACK-ONE-DAY                                  *
003150*  STEP YDAY-WORK-DATE BACKWARD ONE CALENDAR DAY,     *
003160*  ROLLING MONTH AND YEAR AS NEEDED.                  *
003170******************************************************
003180 1305-BACK-ONE-DAY.
003190     SUBTRACT 1 FROM YDAY-DAY.
003200     IF YDAY-DAY = 0
003210         SUBTRACT 1 FROM YDAY-MONTH
003220         IF YDAY-MONTH = 0
003230             MOVE 12 TO YDAY-MONTH
003240             SUBTRACT 1 FROM YDAY-YEAR
003250         END-IF
003260         PERFORM 1310-CHECK-LEAP-YEAR THRU 1310-EXIT
003270         IF YDAY-MONTH = 2 AND IS-LEAP-YEAR
003280             MOVE 29 TO YDAY-DAY
003290         ELSE
003300             MOVE MONTH-DAYS (YDAY-MONTH) TO YDAY-DAY
003310         END-IF
003320     END-IF.
003330     ADD 1 TO BACK-DAY-COUNT.
003340 1305-EXIT.
003350     EXIT.
003360*
003370******************************************************
003380*  1310-CHECK-LEAP-YEAR                               *
003390*  A YEAR DIVISIBLE BY 4 IS A LEAP YEAR, EXCEPT A     *
003400*  CENTURY YEAR MUST ALSO BE DIVISIBLE BY 400.        *
003410******************************************************
003420 1310-CHECK-LEAP-YEAR.
003430     SET NOT-LEAP-YEAR TO TRUE.
003440     DIVIDE YDAY-YEAR BY 4
003450         GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER.
003460     IF LEAP-REMAINDER NOT = 0
003470         GO TO 1310-EXIT
003480     END-IF.
003490     DIVIDE YDAY-YEAR BY 100
003500         GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER.
003510     IF LEAP-REMAINDER NOT = 0
003520         SET IS-LEAP-YEAR TO TRUE
003530         GO TO 1310-EXIT
003540     END-IF.
003550     DIVIDE YDAY-YEAR BY 400
003560         GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER.
003570     IF LEAP-REMAINDER = 0
003580         SET IS-LEAP-YEAR TO TRUE
003590     END-IF.
003600 1310-EXIT.
003610     EXIT.
003620*
003630******************************************************
003640*  2000-RUN-STREAM                                    *
003650*  RUN THE STEPS IN ORDER UNTIL THE LAST IS DONE OR   *
003660*  ONE FAILS.                                         *
003670******************************************************
003680 2000-RUN-STREAM.
003690     MOVE 0 TO STEP-SUB.
003700     PERFORM 2100-RUN-ONE-STEP THRU 2100-EXIT
003710         UNTIL STEP-SUB NOT < STEP-COUNT
003720             OR STREAM-HAS-FAILED.
003730 2000-EXIT.
003740     EXIT.
003750*
003760******************************************************
003770*  2100-RUN-ONE-STEP                                  *
003780*  A FRIDAY-ONLY STEP IS PASSED OVER ON OTHER DAYS,   *
003790*  AND A STEP ALREADY COMPLETE FOR THE DATE IS NOT    *
003800*  RUN AGAIN.  OTHERWISE START THE STEP, THEN READ    *
003810*  ITS RUN-CONTROL RECORD: ANYTHING BUT COMPLETE      *
003820*  (INCLUDING NO RECORD, OR ONE LEFT RUNNING BY AN    *
003830*  ABEND) STOPS THE STREAM.                           *
003840******************************************************
003850 2100-RUN-ONE-STEP.
003860     ADD 1 TO STEP-SUB.
003870     IF STEP-FRIDAY-ONLY (STEP-SUB) = 'Y'
003880             AND NOT DAY-IS-FRIDAY
003890         DISPLAY STEP-JOB-NAME (STEP-SUB)
003900             "  NOT SCHEDULED -- NOT A FRIDAY"
003910         ADD 1 TO STEPS-SKIPPED
003920         GO TO 2100-EXIT
003930     END-IF.
003940     PERFORM 2200-READ-STEP-STATUS THRU 2200-EXIT.
003950     IF STEP-IS-COMPLETE
003960         DISPLAY STEP-JOB-NAME (STEP-SUB)
003970             "  ALREADY COMPLETE FOR THE DATE -- SKIPPED"
003980         ADD 1 TO STEPS-SKIPPED
003990         GO TO 2100-EXIT
004000     END-IF.
004010     PERFORM 2300-BUILD-COMMAND THRU 2300-EXIT.
004020     DISPLAY STEP-JOB-NAME (STEP-SUB) "  STARTED".
004030     CALL "SYSTEM" USING STEP-COMMAND.
004040     MOVE RETURN-CODE TO STEP-RETURN-CODE.
004050     MOVE 0 TO RETURN-CODE.
004060     PERFORM 2200-READ-STEP-STATUS THRU 2200-EXIT.
004070     IF STEP-IS-COMPLETE
004080         MOVE RC-COMPLETION-CODE TO STEP-CODE-EDIT
004090         DISPLAY STEP-JOB-NAME (STEP-SUB)
004100             "  COMPLETE, CODE " STEP-CODE-EDIT
004110         ADD 1 TO STEPS-RUN
004120         GO TO 2100-EXIT
004130     END-IF.
004140     SET STREAM-HAS-FAILED TO TRUE.
004150     ADD 1 TO STEPS-FAILED.
004160     MOVE STEP-JOB-NAME (STEP-SUB) TO FAILED-JOB-NAME.
004170     IF STEP-NOT-POSTED
004180         DISPLAY "*** " STEP-JOB-NAME (STEP-SUB)
004190             " POSTED NO STATUS (RETURN CODE "
004200             STEP-RETURN-CODE ") -- STREAM STOPPED ***"
004210     ELSE
004220         MOVE RC-COMPLETION-CODE TO STEP-CODE-EDIT
004230         DISPLAY "*** " STEP-JOB-NAME (STEP-SUB)
004240             " DID NOT COMPLETE, CODE " STEP-CODE-EDIT
004250             " " RC-MESSAGE
004260         DISPLAY "*** STREAM STOPPED ***"
004270     END-IF.
004280 2100-EXIT.
004290     EXIT.
004300*
004310******************************************************
004320*  2200-READ-STEP-STATUS                              *
004330*  FETCH THE CURRENT STEP'S RUN-CONTROL RECORD FOR    *
004340*  THE BUSINESS DATE.  NO FILE OR NO RECORD LEAVES    *
004350*  THE STEP NOT POSTED.                               *
004360******************************************************
004370 2200-READ-STEP-STATUS.
004380     SET STEP-NOT-POSTED TO TRUE.
004390     OPEN INPUT RUN-CONTROL-FILE.
004400     IF NOT RUN-CONTROL-OK
004410         GO TO 2200-EXIT
004420     END-IF.
004430     MOVE STEP-JOB-NAME (STEP-SUB) TO RC-JOB-NAME.
004440     MOVE RUN-BUSINESS-DATE TO RC-BUSINESS-DATE.
004450     READ RUN-CONTROL-FILE
004460         INVALID KEY
004470         CONTINUE
004480     END-READ.
004490     IF RUN-CONTROL-OK
004500         MOVE RC-STATUS TO STEP-STATUS-SWITCH
004510     END-IF.
004520     CLOSE RUN-CONTROL-FILE.
004530 2200-EXIT.
004540     EXIT.
004550*
004560******************************************************
004570*  2300-BUILD-COMMAND                                 *
004580*  PIPE THE STEP ITS ANSWERS, ONE PER LINE, IN THE    *
004590*  ORDER IT PROMPTS FOR THEM.                         *
004600******************************************************
004610 2300-BUILD-COMMAND.
004620     MOVE SPACES TO STEP-COMMAND.
004630     IF STEP-ANSWER-TYPE (STEP-SUB) = 'R'
004640         STRING "printf 'N\n" DELIMITED BY SIZE
004650             RUN-BUSINESS-DATE DELIMITED BY SIZE
004660             "\n' | " DELIMITED BY SIZE
004670             STEP-PROGRAM (STEP-SUB) DELIMITED BY SPACE
004680             INTO STEP-COMMAND
004690         END-STRING
004700         GO TO 2300-EXIT
004710     END-IF.
004711     IF STEP-ANSWER-TYPE (STEP-SUB) = 'T'
004712         STRING "printf 'R\n" DELIMITED BY SIZE
004713             RUN-BUSINESS-DATE DELIMITED BY SIZE
004714             "\n' | " DELIMITED BY SIZE
004715             STEP-PROGRAM (STEP-SUB) DELIMITED BY SPACE
004716             INTO STEP-COMMAND
004717         END-STRING
004718         GO TO 2300-EXIT
004719     END-IF.
004720     IF STEP-ANSWER-TYPE (STEP-SUB) = 'I'
004721         STRING "printf '" DELIMITED BY SIZE
004722             RUN-BUSINESS-DATE DELIMITED BY SIZE
004723             "\n\n\n' | " DELIMITED BY SIZE
004724             STEP-PROGRAM (STEP-SUB) DELIMITED BY SPACE
004725             INTO STEP-COMMAND
004726         END-STRING
004727         GO TO 2300-EXIT
004728     END-IF.
004729     IF STEP-ANSWER-TYPE (STEP-SUB) = 'W'
004730         STRING "printf '" DELIMITED BY SIZE
004740             WEEK-FROM-DATE DELIMITED BY SIZE
004750             "\n" DELIMITED BY SIZE
004760             RUN-BUSINESS-DATE DELIMITED BY SIZE
004770             "\n' | " DELIMITED BY SIZE
004780             STEP-PROGRAM (STEP-SUB) DELIMITED BY SPACE
004790             INTO STEP-COMMAND
004800         END-STRING
004810         GO TO 2300-EXIT
004820     END-IF.
004830     STRING "printf '" DELIMITED BY SIZE
004840         RUN-BUSINESS-DATE DELIMITED BY SIZE
004850         "\n' | " DELIMITED BY SIZE
004860         STEP-PROGRAM (STEP-SUB) DELIMITED BY SPACE
004870         INTO STEP-COMMAND
004880     END-STRING.
004890 2300-EXIT.
004900     EXIT.
004910*
004920******************************************************
004930*  8000-PRINT-SUMMARY                                 *
004940******************************************************
004950 8000-PRINT-SUMMARY.
004960     DISPLAY " ".
004970     MOVE STEPS-RUN TO COUNT-EDIT.
004980     DISPLAY "Steps run this time:       " COUNT-EDIT.
004990     MOVE STEPS-SKIPPED TO COUNT-EDIT.
005000     DISPLAY "Steps skipped:             " COUNT-EDIT.
005010     IF STREAM-HAS-FAILED
005020         DISPLAY "*** STREAM FOR " RUN-BUSINESS-DATE
005030             " STOPPED AT " FAILED-JOB-NAME " ***"
005040         DISPLAY "Fix the problem and rerun GUESS-STRM for "
005050             RUN-BUSINESS-DATE " -- it resumes at that step."
005060     ELSE
005070         DISPLAY "Stream for " RUN-BUSINESS-DATE
005080             " is COMPLETE."
005090     END-IF.
005100 8000-EXIT.
005110     EXIT.
005120*
005130******************************************************
005140*  8500-START-RUN-CONTROL                             *
005150*  POST THIS JOB AS RUNNING FOR THE BUSINESS DATE.    *
005160*  IT DEPENDS ON NO OTHER JOB; THE STEPS IT RUNS      *
005170*  CHECK THEIR OWN PREDECESSORS.                      *
005180******************************************************
005190 8500-START-RUN-CONTROL.
005200     ACCEPT RUN-START-DATE FROM DATE YYYYMMDD.
005210     ACCEPT RUN-START-TIME FROM TIME.
005220     PERFORM 8600-POST-RUN-CONTROL THRU 8600-EXIT.
005230 8500-EXIT.
005240     EXIT.
005250*
005260******************************************************
005270*  8600-POST-RUN-CONTROL                              *
005280*  WRITE (OR REWRITE) THIS JOB'S RUN-CONTROL RECORD   *
005290*  FOR THE BUSINESS DATE FROM RUN-STATUS-CODE,        *
005300*  RUN-COMPLETION-CODE, RUN-MESSAGE, AND THE COUNTS.  *
005310*  A FINAL POSTING ('C' OR 'F') CARRIES THE END TIME. *
005320*  A RUN-CONTROL FAILURE IS REPORTED BUT DOES NOT     *
005330*  UNDO THE WORK ALREADY DONE.                        *
005340******************************************************
005350 8600-POST-RUN-CONTROL.
005360     PERFORM 8610-OPEN-RUN-CONTROL THRU 8610-EXIT.
005370     IF NOT RUN-CONTROL-OK
005380         DISPLAY "Run status NOT posted -- RUNCTRL status "
005390             RUN-CONTROL-STATUS
005400         GO TO 8600-EXIT
005410     END-IF.
005420     MOVE 'N' TO RUN-RECORD-SWITCH.
005430     MOVE RUN-JOB-NAME TO RC-JOB-NAME.
005440     MOVE RUN-BUSINESS-DATE TO RC-BUSINESS-DATE.
005450     READ RUN-CONTROL-FILE
005460         INVALID KEY
005470         CONTINUE
005480     END-READ.
005490     IF RUN-CONTROL-OK
005500         SET RUN-RECORD-EXISTS TO TRUE
005510     END-IF.
005520     MOVE RUN-JOB-NAME TO RC-JOB-NAME.
005530     MOVE RUN-BUSINESS-DATE TO RC-BUSINESS-DATE.
005540     MOVE RUN-STATUS-CODE TO RC-STATUS.
005550     MOVE RUN-COMPLETION-CODE TO RC-COMPLETION-CODE.
005560     MOVE RUN-START-DATE TO RC-START-DATE.
005570     MOVE RUN-START-TIME TO RC-START-TIME.
005580     IF RC-RUNNING
005590         MOVE SPACES TO RC-END-DATE
005600         MOVE SPACES TO RC-END-TIME
005610     ELSE
005620         ACCEPT RC-END-DATE FROM DATE YYYYMMDD
005630         ACCEPT RC-END-TIME FROM TIME
005640     END-IF.
005650     MOVE RUN-COUNT-VALUES TO RC-CONTROL-COUNTS.
005660     MOVE RUN-MESSAGE TO RC-MESSAGE.
005670     IF RUN-RECORD-EXISTS
005680         REWRITE RUN-CONTROL-RECORD
005690     ELSE
005700         WRITE RUN-CONTROL-RECORD
005710     END-IF.
005720     IF NOT RUN-CONTROL-OK
005730         DISPLAY "Run status NOT posted -- RUNCTRL status "
005740             RUN-CONTROL-STATUS
005750     END-IF.
005760     CLOSE RUN-CONTROL-FILE.
005770 8600-EXIT.
005780     EXIT.
005790*
005800 8610-OPEN-RUN-CONTROL.
005810     OPEN I-O RUN-CONTROL-FILE.
005820     IF RUN-CONTROL-NOT-FOUND
005830         OPEN OUTPUT RUN-CONTROL-FILE
005840         CLOSE RUN-CONTROL-FILE
005850         OPEN I-O RUN-CONTROL-FILE
005860     END-IF.
005870 8610-EXIT.
005880     EXIT.
005890*
005900******************************************************
005910*  8650-END-RUN-CONTROL                               *
005920*  POST THE FINAL STATUS: A COMPLETION CODE UNDER     *
005930*  0008 IS COMPLETE, ANYTHING ELSE FAILED.            *
005940******************************************************
005950 8650-END-RUN-CONTROL.
005960     IF RUN-COMPLETION-CODE < 8
005970         MOVE 'C' TO RUN-STATUS-CODE
005980     ELSE
005990         MOVE 'F' TO RUN-STATUS-CODE
006000     END-IF.
006010     PERFORM 8600-POST-RUN-CONTROL THRU 8600-EXIT.
006020 8650-EXIT.
006030     EXIT.
006040*
006050******************************************************
006060*  8700-SET-RUN-RESULT                                *
006070*  A STREAM THAT STOPPED SHORT FAILS (0008).          *
006080******************************************************
006090 8700-SET-RUN-RESULT.
006100     MOVE STEPS-RUN TO RUN-COUNT-1.
006110     MOVE STEPS-SKIPPED TO RUN-COUNT-2.
006120     MOVE STEPS-FAILED TO RUN-COUNT-3.
006130     IF STREAM-HAS-FAILED
006140         MOVE 8 TO RUN-COMPLETION-CODE
006150         STRING "STOPPED AT " DELIMITED BY SIZE
006160             FAILED-JOB-NAME DELIMITED BY SPACE
006170             INTO RUN-MESSAGE
006180         END-STRING
006190     ELSE
006200         MOVE "STREAM COMPLETE" TO RUN-MESSAGE
006210     END-IF.
006220 8700-EXIT.
006230     EXIT.
006240*
006250******************************************************
006260*  9999-EXIT                                          *
006270******************************************************
006280 9999-EXIT.
006290     STOP RUN.
