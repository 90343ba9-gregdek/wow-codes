000290*  OR A PURGE IS ONLY HALF DONE, REPAIR MODE IS       *
000300*  DISABLED SO A PERIOD-ONLY DERIVATION CAN NEVER     *
000310*  OVERWRITE CORRECT LIFETIME COUNTERS.               *
000311*                                                     *
000312*  A REVERSAL RECORD ('V', WRITTEN BY GUESS-ADJT)     *
000313*  CANCELS A GAME STILL ON FILE, WHOSE AUDIT DETAIL   *
000314*  ALSO STAYS ON FILE.  REVERSALS ARE TALLIED         *
000315*  SEPARATELY AND NETTED OUT OF BOTH SIDES ONCE ALL   *
000316*  THE HISTORY HAS BEEN READ, SO THE ORDER THE FILES  *
000317*  ARE READ IN DOES NOT MATTER.                       *
000320*                                                     *
000330*  To compile and run on your friendly Linux system:  *
000340*         cobc -x guess-recon.cobol                   *
000544*                   FROM THE AUDIT GUESS COUNTS SO     *
000545*                   THE TIEBACK TO THE SCORE-HISTORY   *
000546*                   GUESS TOTALS STILL BALANCES.       *
000547*  2026-10-15 DLM   A GAME VOIDED BY GUESS-ADJT NO     *
000548*                   LONGER COUNTS: ITS REVERSAL        *
000549*                   RECORD BACKS IT OUT OF THE         *
000550*                   DERIVED GAMES, GUESSES, AND WINS   *
000551*                   AND OUT OF THE AUDIT TIEBACK, AND  *
000552*                   A CORRECTED GAME (WHICH HAS NO     *
000553*                   AUDIT DETAIL) IS ALLOWED FOR IN    *
000554*                   THE TIEBACK.                       *
000555*  2026-10-15 DLM   THE OPERATOR NAMES THE BUSINESS    *
000556*                   DATE; THE RUN IS REFUSED UNLESS    *
000557*                   GUESS-EOD HAS COMPLETED FOR IT ON  *
000558*                   THE RUN-CONTROL FILE (RUNCTRL),    *
000559*                   AND EACH RUN POSTS ITS STATUS AND  *
000560*                   COUNTS THERE (0004 WHEN THERE ARE  *
000561*                   EXCEPTIONS).                       *
000562*  2026-10-15 DLM   THE RECONCILIATION IS NOW PRINTED  *
000563*                   TO PRTRECON WITH STANDARD PAGE     *
000564*                   HEADINGS AND AN END-OF-REPORT LINE,*
000565*                   AND A COPY IS KEPT IN THE REPORT   *
000566*                   REPOSITORY (REPTREPO) FOR GUESS-   *
000567*                   RPRT TO LIST AND REPRINT.  THE     *
000568*                   HISTORY WARNINGS GO TO THE REPORT  *
000569*                   AS WELL AS THE CONSOLE.            *
000570******************************************************
000571 IDENTIFICATION DIVISION.
000572 PROGRAM-ID. GUESS-RECON.
000580 AUTHOR. D L MCKENZIE.
000590 INSTALLATION. OPERATIONS SUPPORT.
000600 DATE-WRITTEN. 2026-08-22.
000860     SELECT PURGE-CTRL-FILE ASSIGN TO "PURGCTRL"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS PURGE-CTRL-STATUS.
000881     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
000882         ORGANIZATION IS INDEXED
000883         ACCESS MODE IS RANDOM
000884         RECORD KEY IS RC-KEY
000885         FILE STATUS IS RUN-CONTROL-STATUS.
000886     SELECT SPOOL-FILE ASSIGN TO "SPLRECON"
000887         ORGANIZATION IS LINE SEQUENTIAL
000888         FILE STATUS IS SPOOL-FILE-STATUS.
000889     SELECT PRINT-FILE ASSIGN TO "PRTRECON"
000890         ORGANIZATION IS LINE SEQUENTIAL
000891         FILE STATUS IS PRINT-FILE-STATUS.
000892     SELECT REPORT-REPOSITORY ASSIGN TO "REPTREPO"
000893         ORGANIZATION IS INDEXED
000894         ACCESS MODE IS RANDOM
000895         RECORD KEY IS RR-KEY
000896         FILE STATUS IS REPOSITORY-STATUS.
000897*
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  SCORE-HIST-FILE
001140 FD  PURGE-CTRL-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 01  PURGE-CTRL-IO-AREA          PIC X(51).
001162*
001164 FD  RUN-CONTROL-FILE
001166     LABEL RECORDS ARE STANDARD.
001168     COPY "RUNCREC.CPY".
001169*
001170 FD  SPOOL-FILE
001171     LABEL RECORDS ARE STANDARD.
001172     COPY "SPOOLREC.CPY".
001173*
001174 FD  PRINT-FILE
001175     LABEL RECORDS ARE OMITTED.
001176 01  PRINT-RECORD                PIC X(132).
001177*
001178 FD  REPORT-REPOSITORY
001179     LABEL RECORDS ARE STANDARD.
001180     COPY "REPTREC.CPY".
001181*
001182 WORKING-STORAGE SECTION.
001190*
001200 77  PT-MAX-ENTRIES              PIC 9(03)  COMP  VALUE 500.
001210 77  PT-COUNT                    PIC 9(03)  COMP  VALUE 0.
001410         10  PT-AUDIT-GUESSES    PIC 9(07).
001420         10  PT-MATCHED-SWITCH   PIC X(01).
001430             88  PT-MATCHED      VALUE 'Y'.
001431         10  PT-VOID-GAMES       PIC 9(05).
001432         10  PT-VOID-GUESSES     PIC 9(07).
001433         10  PT-VOID-WINS        PIC 9(05).
001434         10  PT-VOID-LEGACY      PIC 9(05).
001435         10  PT-ADJ-GUESSES      PIC 9(07).
001436         10  PT-ADJ-WINS         PIC 9(05).
001440*
001450 01  REPAIR-MODE-ANSWER          PIC X(01)  VALUE 'N'.
001460     88  REPAIR-MODE             VALUE 'Y', 'y'.
002030     05  EXC-DERIVED-VALUE       PIC ZZZZZZ9.99.
002040     05  FILLER                  PIC X(02)  VALUE SPACES.
002050     05  EXC-ACTION              PIC X(10).
002051*
002052*    RUN CONTROL (RUNCTRL): THE JOBS THAT MUST HAVE
002053*    COMPLETED FOR THE BUSINESS DATE BEFORE THIS ONE
002054*    MAY RUN, AND THIS JOB'S STATUS AND KEY COUNTS.
002055 77  PRED-COUNT                  PIC 9(02)  COMP  VALUE 1.
002056 77  PRED-SUB                    PIC 9(02)  COMP  VALUE 0.
002057 01  PREDECESSOR-VALUES.
002058     05  FILLER                  PIC X(12)  VALUE "GUESS-EOD".
002059 01  PREDECESSOR-TABLE REDEFINES PREDECESSOR-VALUES.
002060     05  PRED-JOB-NAME           PIC X(12)
002061                                 OCCURS 1 TIMES.
002062 01  RUN-JOB-NAME                PIC X(12)  VALUE "GUESS-RECON".
002063 01  RUN-BUSINESS-DATE           PIC X(08)  VALUE SPACES.
002064 01  RUN-START-DATE              PIC X(08)  VALUE SPACES.
002065 01  RUN-START-TIME              PIC X(08)  VALUE SPACES.
002066 01  RUN-STATUS-CODE             PIC X(01)  VALUE 'R'.
002067 01  RUN-COMPLETION-CODE         PIC 9(04)  VALUE 0.
002068 01  RUN-MESSAGE                 PIC X(30)  VALUE SPACES.
002069 01  RUN-COUNT-VALUES.
002070     05  FILLER                  PIC X(12)  VALUE "MASTERS READ".
002071     05  RUN-COUNT-1             PIC 9(09)  VALUE 0.
002072     05  FILLER                  PIC X(12)  VALUE "EXCEPTIONS".
002073     05  RUN-COUNT-2             PIC 9(09)  VALUE 0.
002074     05  FILLER                  PIC X(12)  VALUE "REPAIRS".
002075     05  RUN-COUNT-3             PIC 9(09)  VALUE 0.
002076 01  RUN-CONTROL-STATUS          PIC X(02).
002077     88  RUN-CONTROL-OK          VALUE '00'.
002078     88  RUN-CONTROL-NOT-FOUND   VALUE '23', '35'.
002079 01  RUN-RECORD-SWITCH           PIC X(01)  VALUE 'N'.
002080     88  RUN-RECORD-EXISTS       VALUE 'Y'.
002081 01  RUN-REFUSED-SWITCH          PIC X(01)  VALUE 'N'.
002082     88  RUN-IS-REFUSED          VALUE 'Y'.
002083*
002084*    PRINT SPOOLING AND THE REPORT REPOSITORY, SEE
002085*    PRTCTL.CPY.
002086     COPY "PRTCTL.CPY".
002087*
002088 PROCEDURE DIVISION.
002089*
002090******************************************************
002100*  0000-MAINLINE                                      *
002110******************************************************
002120 0000-MAINLINE.
002130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002132     PERFORM 8500-START-RUN-CONTROL THRU 8500-EXIT.
002134     IF RUN-IS-REFUSED
002135         IF RUN-MESSAGE = SPACES
002136             MOVE "RUNCTRL NOT AVAILABLE" TO RUN-MESSAGE
002137         END-IF
002138         STRING "*** RUN REFUSED -- " DELIMITED BY SIZE
002139             RUN-MESSAGE DELIMITED BY SIZE
002140             INTO PRINT-TEXT
002141         END-STRING
002142         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
002143         PERFORM 8920-PRINT-REPORT THRU 8920-EXIT
002144         GO TO 9999-EXIT
002145     END-IF.
002146     PERFORM 2000-ACCUMULATE-SCORE-HIST THRU 2000-EXIT.
002150     PERFORM 3000-ACCUMULATE-AUDIT-TRAIL THRU 3000-EXIT.
002160     IF PURGE-COMPLETE
002170         PERFORM 3200-ACCUMULATE-SCORE-ARCH THRU 3200-EXIT
002180         PERFORM 3300-ACCUMULATE-AUDIT-ARCH THRU 3300-EXIT
002190     END-IF.
002195     PERFORM 3400-NET-OUT-VOIDS THRU 3400-EXIT.
002200     PERFORM 3600-CHECK-HISTORY-COMPLETE THRU 3600-EXIT.
002210     PERFORM 3500-TIE-BACK-GUESSES THRU 3500-EXIT.
002220     PERFORM 4000-COMPARE-TO-MASTER THRU 4000-EXIT.
002230     PERFORM 5000-REPORT-MISSING-MASTERS THRU 5000-EXIT.
002234     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002238     PERFORM 8920-PRINT-REPORT THRU 8920-EXIT.
002243     PERFORM 8700-SET-RUN-RESULT THRU 8700-EXIT.
002246     PERFORM 8650-END-RUN-CONTROL THRU 8650-EXIT.
002250     GO TO 9999-EXIT.
002260*
002270******************************************************
002280*  1000-INITIALIZE                                    *
002290*  ASK WHETHER THIS RUN MAY CORRECT THE MASTER OR     *
002295*  ONLY REPORT, AND FOR THE BUSINESS DATE TO POST TO  *
002300*  RUN CONTROL, THEN PRINT THE REPORT HEADINGS.       *
002310******************************************************
002320 1000-INITIALIZE.
002330     DISPLAY "Run in repair mode -- correct the master"
002340         " from the history (Y/N)?".
002350     ACCEPT REPAIR-MODE-ANSWER.
002351     DISPLAY "Business date (YYYYMMDD, blank for today):".
002352     ACCEPT RUN-BUSINESS-DATE.
002353     IF RUN-BUSINESS-DATE = SPACES
002354             OR RUN-BUSINESS-DATE NOT NUMERIC
002355         ACCEPT RUN-BUSINESS-DATE FROM DATE YYYYMMDD
002356     END-IF.
002360     PERFORM 1100-READ-PURGE-CONTROL THRU 1100-EXIT.
002362     MOVE "GUESS-RECON" TO REPORT-ID.
002364     MOVE "GUESS-MY-NUMBER FILE RECONCILIATION" TO REPORT-TITLE.
002366     IF REPAIR-MODE
002368         STRING "BUSINESS DATE " DELIMITED BY SIZE
002370             RUN-BUSINESS-DATE DELIMITED BY SIZE
002372             "  *** REPAIR MODE ***" DELIMITED BY SIZE
002374             INTO REPORT-PARAMETERS
002376         END-STRING
002378     ELSE
002380         STRING "BUSINESS DATE " DELIMITED BY SIZE
002382             RUN-BUSINESS-DATE DELIMITED BY SIZE
002384             "  REPORT ONLY" DELIMITED BY SIZE
002386             INTO REPORT-PARAMETERS
002388         END-STRING
002390     END-IF.
002392     PERFORM 8900-OPEN-PRINT-SPOOL THRU 8900-EXIT.
002394     SET PRINT-COLUMN-HEADING TO TRUE.
002396     STRING "PLAYER ID   FIELD             MASTER VAL"
002398             DELIMITED BY SIZE
002400         "  DERIVED VAL  ACTION" DELIMITED BY SIZE
002402         INTO PRINT-TEXT
002404     END-STRING.
002406     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
002408     SET PRINT-COLUMN-HEADING TO TRUE.
002410     STRING "----------  ----------------  ----------"
002412             DELIMITED BY SIZE
002414         "  -----------  ------" DELIMITED BY SIZE
002416         INTO PRINT-TEXT
002418     END-STRING.
002420     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
002450 1000-EXIT.
002460     EXIT.
002470*
003070     IF PT-FOUND-SUB = 0
003080         GO TO 2100-EXIT
003090     END-IF.
003091     IF SCORE-RESULT = 'V'
003092         ADD 1 TO PT-VOID-GAMES (PT-FOUND-SUB)
003093         ADD SCORE-GUESSES TO PT-VOID-GUESSES (PT-FOUND-SUB)
003094         IF SCORE-ADJ-RESULT = 'W'
003095             ADD 1 TO PT-VOID-WINS (PT-FOUND-SUB)
003096         END-IF
003097         IF SCORE-ADJ-RESULT NOT = 'W'
003098                 AND SCORE-ADJ-RESULT NOT = 'L'
003099             ADD 1 TO PT-VOID-LEGACY (PT-FOUND-SUB)
003100         END-IF
003101         GO TO 2100-EXIT
003102     END-IF.
003103     IF SCORE-ADJ-RESULT = 'A'
003104         ADD SCORE-GUESSES TO PT-ADJ-GUESSES (PT-FOUND-SUB)
003105         IF SCORE-RESULT = 'W'
003106             ADD 1 TO PT-ADJ-WINS (PT-FOUND-SUB)
003107         END-IF
003108     END-IF.
003109     ADD 1 TO PT-GAMES (PT-FOUND-SUB).
003110     ADD SCORE-GUESSES TO PT-SCORE-GUESSES (PT-FOUND-SUB).
003120     IF SCORE-RESULT = 'W'
003130         ADD 1 TO PT-HIST-WINS (PT-FOUND-SUB)
003940     IF PT-FOUND-SUB = 0
003950         GO TO 3210-EXIT
003960     END-IF.
003961     IF SARCH-RESULT = 'V'
003962         ADD 1 TO PT-VOID-GAMES (PT-FOUND-SUB)
003963         ADD SARCH-GUESSES TO PT-VOID-GUESSES (PT-FOUND-SUB)
003964         IF SARCH-ADJ-RESULT = 'W'
003965             ADD 1 TO PT-VOID-WINS (PT-FOUND-SUB)
003966         END-IF
003967         IF SARCH-ADJ-RESULT NOT = 'W'
003968                 AND SARCH-ADJ-RESULT NOT = 'L'
003969             ADD 1 TO PT-VOID-LEGACY (PT-FOUND-SUB)
003970         END-IF
003971         GO TO 3210-EXIT
003972     END-IF.
003973     IF SARCH-ADJ-RESULT = 'A'
003974         ADD SARCH-GUESSES TO PT-ADJ-GUESSES (PT-FOUND-SUB)
003975         IF SARCH-RESULT = 'W'
003976             ADD 1 TO PT-ADJ-WINS (PT-FOUND-SUB)
003977         END-IF
003978     END-IF.
003979     ADD 1 TO PT-GAMES (PT-FOUND-SUB).
003980     ADD SARCH-GUESSES TO PT-SCORE-GUESSES (PT-FOUND-SUB).
003990     IF SARCH-RESULT = 'W'
004000         ADD 1 TO PT-HIST-WINS (PT-FOUND-SUB)
004450 3310-EXIT.
004460     EXIT.
004470*
004471******************************************************
004472*  3400-NET-OUT-VOIDS                                 *
004473*  BACK EVERY VOIDED GAME OUT OF THE DERIVED TOTALS.  *
004474*  ITS AUDIT DETAIL IS STILL ON THE TRAIL, SO IT      *
004475*  COMES OUT OF THE AUDIT SIDE TOO; A CORRECTED GAME  *
004476*  HAS NO AUDIT DETAIL, SO ITS GUESSES AND WIN ARE    *
004477*  ADDED TO THE AUDIT SIDE TO KEEP THE TIEBACK        *
004478*  SQUARE.  NO TOTAL IS TAKEN BELOW ZERO.             *
004479******************************************************
004480 3400-NET-OUT-VOIDS.
004481     MOVE 1 TO PT-SUB.
004482     PERFORM 3410-NET-ONE-PLAYER THRU 3410-EXIT
004483         UNTIL PT-SUB > PT-COUNT.
004484 3400-EXIT.
004485     EXIT.
004486*
004487******************************************************
004488*  3410-NET-ONE-PLAYER                                *
004489******************************************************
004490 3410-NET-ONE-PLAYER.
004491     IF PT-GAMES (PT-SUB) >= PT-VOID-GAMES (PT-SUB)
004492         SUBTRACT PT-VOID-GAMES (PT-SUB) FROM PT-GAMES (PT-SUB)
004493     ELSE
004494         MOVE 0 TO PT-GAMES (PT-SUB)
004495     END-IF.
004496     IF PT-SCORE-GUESSES (PT-SUB) >= PT-VOID-GUESSES (PT-SUB)
004497         SUBTRACT PT-VOID-GUESSES (PT-SUB)
004498             FROM PT-SCORE-GUESSES (PT-SUB)
004499     ELSE
004500         MOVE 0 TO PT-SCORE-GUESSES (PT-SUB)
004501     END-IF.
004502     IF PT-HIST-WINS (PT-SUB) >= PT-VOID-WINS (PT-SUB)
004503         SUBTRACT PT-VOID-WINS (PT-SUB)
004504             FROM PT-HIST-WINS (PT-SUB)
004505     ELSE
004506         MOVE 0 TO PT-HIST-WINS (PT-SUB)
004507     END-IF.
004508     IF PT-LEGACY-RECORDS (PT-SUB) >= PT-VOID-LEGACY (PT-SUB)
004509         SUBTRACT PT-VOID-LEGACY (PT-SUB)
004510             FROM PT-LEGACY-RECORDS (PT-SUB)
004511     ELSE
004512         MOVE 0 TO PT-LEGACY-RECORDS (PT-SUB)
004513     END-IF.
004514     ADD PT-ADJ-GUESSES (PT-SUB) TO PT-AUDIT-GUESSES (PT-SUB).
004515     IF PT-AUDIT-GUESSES (PT-SUB) >= PT-VOID-GUESSES (PT-SUB)
004516         SUBTRACT PT-VOID-GUESSES (PT-SUB)
004517             FROM PT-AUDIT-GUESSES (PT-SUB)
004518     ELSE
004519         MOVE 0 TO PT-AUDIT-GUESSES (PT-SUB)
004520     END-IF.
004521     ADD PT-ADJ-WINS (PT-SUB) TO PT-WINS (PT-SUB).
004522     IF PT-WINS (PT-SUB) >= PT-VOID-WINS (PT-SUB)
004523         SUBTRACT PT-VOID-WINS (PT-SUB) FROM PT-WINS (PT-SUB)
004524     ELSE
004525         MOVE 0 TO PT-WINS (PT-SUB)
004526     END-IF.
004527     ADD 1 TO PT-SUB.
004528 3410-EXIT.
004529     EXIT.
004530*
004531******************************************************
004532*  3600-CHECK-HISTORY-COMPLETE                        *
004533*  THE MASTER CARRIES LIFETIME COUNTERS, SO REPAIR    *
004534*  IS ONLY SAFE WHEN THE HISTORY ON HAND IS THE FULL  *
004535*  LIFETIME.  A HALF-DONE PURGE, OR A COMPLETED ONE   *
004536*  WHOSE ARCHIVES COULD NOT BE READ, MEANS IT IS      *
004540*  NOT -- REPORT ONLY, NEVER REPAIR.                  *
004550******************************************************
004560 3600-CHECK-HISTORY-COMPLETE.
004570     IF PURGE-IN-PROGRESS
004573         DISPLAY "*** A MONTH-END PURGE IS HALF DONE"
004576             " (PURGCTRL PHASE 1) -- RESTART GUESS-ARCH"
004579             " BEFORE RECONCILING ***"
004582         STRING "*** A MONTH-END PURGE IS HALF DONE"
004585                 DELIMITED BY SIZE
004588             " (PURGCTRL PHASE 1) -- RESTART GUESS-ARCH"
004591                 DELIMITED BY SIZE
004594             " BEFORE RECONCILING ***" DELIMITED BY SIZE
004597             INTO PRINT-TEXT
004600         END-STRING
004603         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
004610         SET HISTORY-IS-SHORT TO TRUE
004620     END-IF.
004630     IF HISTORY-IS-SHORT AND REPAIR-MODE
004633         DISPLAY "*** HISTORY ON HAND IS NOT THE FULL"
004636             " LIFETIME -- REPAIR MODE DISABLED, THIS"
004639             " RUN REPORTS ONLY ***"
004642         STRING "*** HISTORY ON HAND IS NOT THE FULL"
004645                 DELIMITED BY SIZE
004648             " LIFETIME -- REPAIR MODE DISABLED, THIS"
004651                 DELIMITED BY SIZE
004654             " RUN REPORTS ONLY ***" DELIMITED BY SIZE
004657             INTO PRINT-TEXT
004660         END-STRING
004663         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
004670         MOVE 'N' TO REPAIR-MODE-ANSWER
004680     END-IF.
004690 3600-EXIT.
004990         MOVE PT-HIST-WINS (PT-SUB) TO EXC-MASTER-VALUE
005000         MOVE PT-WINS (PT-SUB) TO EXC-DERIVED-VALUE
005010         MOVE "REPORTED" TO EXC-ACTION
005016         MOVE EXCEPTION-LINE TO PRINT-TEXT
005022         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
005030         ADD 1 TO EXCEPTION-COUNT
005040     END-IF.
005050     IF PT-SCORE-GUESSES (PT-SUB)
005110         MOVE PT-AUDIT-GUESSES (PT-SUB)
005120             TO EXC-DERIVED-VALUE
005130         MOVE "REPORTED" TO EXC-ACTION
005136         MOVE EXCEPTION-LINE TO PRINT-TEXT
005142         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
005150         ADD 1 TO EXCEPTION-COUNT
005160     END-IF.
005170     ADD 1 TO PT-SUB.
005570         MOVE 0 TO EXC-MASTER-VALUE
005580         MOVE 0 TO EXC-DERIVED-VALUE
005590         MOVE "REPORTED" TO EXC-ACTION
005596         MOVE EXCEPTION-LINE TO PRINT-TEXT
005602         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
005610         ADD 1 TO EXCEPTION-COUNT
005620         GO TO 4100-EXIT
005630     END-IF.
006540     ELSE
006550         MOVE "REPORTED" TO EXC-ACTION
006560     END-IF.
006566     MOVE EXCEPTION-LINE TO PRINT-TEXT.
006572     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
006580     ADD 1 TO EXCEPTION-COUNT.
006590     SET MASTER-IS-DIRTY TO TRUE.
006600 4300-EXIT.
007290     ELSE
007300         MOVE "REPORTED" TO EXC-ACTION
007310     END-IF.
007316     MOVE EXCEPTION-LINE TO PRINT-TEXT.
007322     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
007330     ADD 1 TO EXCEPTION-COUNT.
007340 5100-NEXT.
007350     ADD 1 TO PT-SUB.
007670     MOVE 0 TO PT-SCORE-GUESSES (PT-COUNT).
007680     MOVE 0 TO PT-AUDIT-GUESSES (PT-COUNT).
007690     MOVE 'N' TO PT-MATCHED-SWITCH (PT-COUNT).
007691     MOVE 0 TO PT-VOID-GAMES (PT-COUNT).
007692     MOVE 0 TO PT-VOID-GUESSES (PT-COUNT).
007693     MOVE 0 TO PT-VOID-WINS (PT-COUNT).
007694     MOVE 0 TO PT-VOID-LEGACY (PT-COUNT).
007695     MOVE 0 TO PT-ADJ-GUESSES (PT-COUNT).
007696     MOVE 0 TO PT-ADJ-WINS (PT-COUNT).
007700     MOVE PT-COUNT TO PT-FOUND-SUB.
007710 6000-EXIT.
007720     EXIT.
008040*  8000-PRINT-TOTALS                                  *
008050******************************************************
008060 8000-PRINT-TOTALS.
008063     STRING "----------  ----------------  ----------"
008066             DELIMITED BY SIZE
008069         "  -----------  ------" DELIMITED BY SIZE
008072         INTO PRINT-TEXT
008075     END-STRING.
008078     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
008081     STRING "Score-history records read: " DELIMITED BY SIZE
008084         SCORE-RECORDS-READ DELIMITED BY SIZE
008087         INTO PRINT-TEXT
008090     END-STRING.
008093     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
008096     STRING "Audit-trail records read:   " DELIMITED BY SIZE
008099         AUDIT-RECORDS-READ DELIMITED BY SIZE
008102         INTO PRINT-TEXT
008105     END-STRING.
008108     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
008111     IF PURGE-COMPLETE
008114         STRING "Score-archive records read: " DELIMITED BY SIZE
008117             SCORE-ARCH-READ DELIMITED BY SIZE
008120             INTO PRINT-TEXT
008123         END-STRING
008126         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
008129         STRING "Audit-archive records read: " DELIMITED BY SIZE
008132             AUDIT-ARCH-READ DELIMITED BY SIZE
008135             INTO PRINT-TEXT
008138         END-STRING
008141         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
008144     END-IF.
008147     STRING "Master records read:        " DELIMITED BY SIZE
008150         MASTER-RECORDS-READ DELIMITED BY SIZE
008153         INTO PRINT-TEXT
008156     END-STRING.
008159     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
008162     STRING "Exceptions reported:        " DELIMITED BY SIZE
008165         EXCEPTION-COUNT DELIMITED BY SIZE
008168         INTO PRINT-TEXT
008171     END-STRING.
008174     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
008177     STRING "Master records repaired:    " DELIMITED BY SIZE
008180         REPAIR-COUNT DELIMITED BY SIZE
008183         INTO PRINT-TEXT
008186     END-STRING.
008189     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
008230 8000-EXIT.
008240     EXIT.
008250*
008251******************************************************
008252*  8500-START-RUN-CONTROL                             *
008253*  CHECK ON THE RUN-CONTROL FILE THAT EVERY JOB THIS  *
008254*  ONE DEPENDS ON HAS COMPLETED FOR THE BUSINESS      *
008255*  DATE, THEN POST THIS JOB AS RUNNING -- OR AS       *
008256*  REFUSED (0012), IN WHICH CASE NOTHING ELSE RUNS.   *
008257******************************************************
008258 8500-START-RUN-CONTROL.
008259     ACCEPT RUN-START-DATE FROM DATE YYYYMMDD.
008260     ACCEPT RUN-START-TIME FROM TIME.
008261     PERFORM 8610-OPEN-RUN-CONTROL THRU 8610-EXIT.
008262     IF NOT RUN-CONTROL-OK
008263         DISPLAY "RUNCTRL not available, status "
008264             RUN-CONTROL-STATUS " -- run refused."
008265         SET RUN-IS-REFUSED TO TRUE
008266         GO TO 8500-EXIT
008267     END-IF.
008268     MOVE 1 TO PRED-SUB.
008269     PERFORM 8510-CHECK-ONE-PREDECESSOR THRU 8510-EXIT
008270         UNTIL PRED-SUB > PRED-COUNT.
008271     CLOSE RUN-CONTROL-FILE.
008272     IF RUN-IS-REFUSED
008273         MOVE 'F' TO RUN-STATUS-CODE
008274         MOVE 12 TO RUN-COMPLETION-CODE
008275         MOVE "PREDECESSOR NOT COMPLETE" TO RUN-MESSAGE
008276     END-IF.
008277     PERFORM 8600-POST-RUN-CONTROL THRU 8600-EXIT.
008278 8500-EXIT.
008279     EXIT.
008280*
008281 8510-CHECK-ONE-PREDECESSOR.
008282     MOVE PRED-JOB-NAME (PRED-SUB) TO RC-JOB-NAME.
008283     MOVE RUN-BUSINESS-DATE TO RC-BUSINESS-DATE.
008284     READ RUN-CONTROL-FILE
008285         INVALID KEY
008286         CONTINUE
008287     END-READ.
008288     IF NOT RUN-CONTROL-OK OR NOT RC-COMPLETE
008289         DISPLAY "*** " PRED-JOB-NAME (PRED-SUB)
008290             " HAS NOT COMPLETED FOR " RUN-BUSINESS-DATE
008291             " -- RUN REFUSED ***"
008292         SET RUN-IS-REFUSED TO TRUE
008293     END-IF.
008294     ADD 1 TO PRED-SUB.
008295 8510-EXIT.
008296     EXIT.
008297*
008298******************************************************
008299*  8600-POST-RUN-CONTROL                              *
008300*  WRITE (OR REWRITE) THIS JOB'S RUN-CONTROL RECORD   *
008301*  FOR THE BUSINESS DATE FROM RUN-STATUS-CODE,        *
008302*  RUN-COMPLETION-CODE, RUN-MESSAGE, AND THE COUNTS.  *
008303*  A FINAL POSTING ('C' OR 'F') CARRIES THE END TIME. *
008304*  A RUN-CONTROL FAILURE IS REPORTED BUT DOES NOT     *
008305*  UNDO THE WORK ALREADY DONE.                        *
008306******************************************************
008307 8600-POST-RUN-CONTROL.
008308     PERFORM 8610-OPEN-RUN-CONTROL THRU 8610-EXIT.
008309     IF NOT RUN-CONTROL-OK
008310         DISPLAY "Run status NOT posted -- RUNCTRL status "
008311             RUN-CONTROL-STATUS
008312         GO TO 8600-EXIT
008313     END-IF.
008314     MOVE 'N' TO RUN-RECORD-SWITCH.
008315     MOVE RUN-JOB-NAME TO RC-JOB-NAME.
008316     MOVE RUN-BUSINESS-DATE TO RC-BUSINESS-DATE.
008317     READ RUN-CONTROL-FILE
008318         INVALID KEY
008319         CONTINUE
008320     END-READ.
008321     IF RUN-CONTROL-OK
008322         SET RUN-RECORD-EXISTS TO TRUE
008323     END-IF.
008324     MOVE RUN-JOB-NAME TO RC-JOB-NAME.
008325     MOVE RUN-BUSINESS-DATE TO RC-BUSINESS-DATE.
008326     MOVE RUN-STATUS-CODE TO RC-STATUS.
008327     MOVE RUN-COMPLETION-CODE TO RC-COMPLETION-CODE.
008328     MOVE RUN-START-DATE TO RC-START-DATE.
008329     MOVE RUN-START-TIME TO RC-START-TIME.
008330     IF RC-RUNNING
008331         MOVE SPACES TO RC-END-DATE
008332         MOVE SPACES TO RC-END-TIME
008333     ELSE
008334         ACCEPT RC-END-DATE FROM DATE YYYYMMDD
008335         ACCEPT RC-END-TIME FROM TIME
008336     END-IF.
008337     MOVE RUN-COUNT-VALUES TO RC-CONTROL-COUNTS.
008338     MOVE RUN-MESSAGE TO RC-MESSAGE.
008339     IF RUN-RECORD-EXISTS
008340         REWRITE RUN-CONTROL-RECORD
008341     ELSE
008342         WRITE RUN-CONTROL-RECORD
008343     END-IF.
008344     IF NOT RUN-CONTROL-OK
008345         DISPLAY "Run status NOT posted -- RUNCTRL status "
008346             RUN-CONTROL-STATUS
008347     END-IF.
008348     CLOSE RUN-CONTROL-FILE.
008349 8600-EXIT.
008350     EXIT.
008351*
008352 8610-OPEN-RUN-CONTROL.
008353     OPEN I-O RUN-CONTROL-FILE.
008354     IF RUN-CONTROL-NOT-FOUND
008355         OPEN OUTPUT RUN-CONTROL-FILE
008356         CLOSE RUN-CONTROL-FILE
008357         OPEN I-O RUN-CONTROL-FILE
008358     END-IF.
008359 8610-EXIT.
008360     EXIT.
008361*
008362******************************************************
008363*  8650-END-RUN-CONTROL                               *
008364*  POST THE FINAL STATUS: A COMPLETION CODE UNDER     *
008365*  0008 IS COMPLETE, ANYTHING ELSE FAILED.            *
008366******************************************************
008367 8650-END-RUN-CONTROL.
008368     IF RUN-COMPLETION-CODE < 8
008369         MOVE 'C' TO RUN-STATUS-CODE
008370     ELSE
008371         MOVE 'F' TO RUN-STATUS-CODE
008372     END-IF.
008373     PERFORM 8600-POST-RUN-CONTROL THRU 8600-EXIT.
008374 8650-EXIT.
008375     EXIT.
008376*
008377******************************************************
008378*  8700-SET-RUN-RESULT                                *
008379*  EXCEPTIONS, OR A HISTORY TOO SHORT TO TRUST, ARE   *
008380*  POSTED AS A WARNING (0004).  THE RUN IS STILL      *
008381*  COMPLETE -- THE REPORT IS THE PRODUCT.             *
008382******************************************************
008383 8700-SET-RUN-RESULT.
008384     MOVE MASTER-RECORDS-READ TO RUN-COUNT-1.
008385     MOVE EXCEPTION-COUNT TO RUN-COUNT-2.
008386     MOVE REPAIR-COUNT TO RUN-COUNT-3.
008387     IF EXCEPTION-COUNT > 0
008388         MOVE 4 TO RUN-COMPLETION-CODE
008389         MOVE "EXCEPTIONS REPORTED" TO RUN-MESSAGE
008390     END-IF.
008391     IF HISTORY-IS-SHORT
008392         MOVE 4 TO RUN-COMPLETION-CODE
008393         MOVE "HISTORY INCOMPLETE" TO RUN-MESSAGE
008394     END-IF.
008395 8700-EXIT.
008396     EXIT.
008397*
008398******************************************************
008399*  8900-OPEN-PRINT-SPOOL                              *
008400*  START THE REPORT: STAMP THE RUN DATE AND TIME AND  *
008401*  OPEN THE PRINT SPOOL.  REPORT-ID, REPORT-TITLE AND *
008402*  REPORT-PARAMETERS MUST ALREADY BE SET.  IF THE     *
008403*  SPOOL WILL NOT OPEN THE REPORT GOES TO THE CONSOLE *
008404*  INSTEAD, UNPAGED AND NOT STORED.                   *
008405******************************************************
008406 8900-OPEN-PRINT-SPOOL.
008407     ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.
008408     ACCEPT REPORT-RUN-TIME FROM TIME.
008409     MOVE 0 TO PRINT-PAGE-COUNT.
008410     MOVE 0 TO PRINT-LINE-ON-PAGE.
008411     MOVE 0 TO PH-COUNT.
008412     MOVE SPACE TO PRINT-PREVIOUS-TYPE.
008413     MOVE SPACES TO PRINT-TEXT.
008414     MOVE SPACE TO PRINT-LINE-TYPE.
008415     MOVE 'N' TO PRINT-NEW-PAGE-SWITCH.
008416     OPEN OUTPUT SPOOL-FILE.
008417     IF SPOOL-FILE-OK
008418         SET SPOOL-IS-OPEN TO TRUE
008419         GO TO 8900-EXIT
008420     END-IF.
008421     DISPLAY "Cannot open print spool, status "
008422         SPOOL-FILE-STATUS " -- report shown here only.".
008423     DISPLAY REPORT-ID "  " REPORT-TITLE.
008424     DISPLAY "RUN DATE " REPORT-RUN-DATE "  TIME "
008425         REPORT-RUN-TIME.
008426     DISPLAY "PARAMETERS: " REPORT-PARAMETERS.
008427 8900-EXIT.
008428     EXIT.
008429*
008430******************************************************
008431*  8910-PRINT-LINE                                    *
008432*  SPOOL THE LINE IN PRINT-TEXT, THEN CLEAR IT.  THE  *
008433*  PAGES ARE LAID OUT HERE: A NEW PAGE STARTS WITH    *
008434*  THE FIRST LINE, WHEN PRINT-BODY-LINES ARE FULL     *
008435*  (COUNTING THE COLUMN HEADINGS THAT WILL BE         *
008436*  REPEATED AT ITS TOP), OR WHEN THE CALLER SETS      *
008437*  PRINT-NEW-PAGE.  8930 REPEATS THE SAME STEPS WHEN  *
008438*  PRINTING, SO THE TWO MUST BE CHANGED TOGETHER.     *
008439******************************************************
008440 8910-PRINT-LINE.
008441     IF NOT SPOOL-IS-OPEN
008442         DISPLAY PRINT-TEXT
008443         MOVE SPACES TO PRINT-TEXT
008444         MOVE SPACE TO PRINT-LINE-TYPE
008445         GO TO 8910-EXIT
008446     END-IF.
008447     IF PRINT-SECTION-START
008448         MOVE 0 TO PH-COUNT
008449     END-IF.
008450     IF PRINT-COLUMN-HEADING
008451         IF PRINT-PREVIOUS-TYPE NOT = 'H'
008452             MOVE 0 TO PH-COUNT
008453         END-IF
008454         IF PH-COUNT < PH-MAX
008455             ADD 1 TO PH-COUNT
008456             MOVE PRINT-TEXT TO PH-LINE (PH-COUNT)
008457         END-IF
008458     END-IF.
008459     MOVE 'N' TO SPL-PAGE-BREAK.
008460     IF PRINT-PAGE-COUNT = 0
008461             OR PRINT-LINE-ON-PAGE NOT < PRINT-BODY-LINES
008462             OR PRINT-NEW-PAGE
008463         ADD 1 TO PRINT-PAGE-COUNT
008464         MOVE 'Y' TO SPL-PAGE-BREAK
008465         MOVE 'N' TO PRINT-NEW-PAGE-SWITCH
008466         MOVE 0 TO PRINT-LINE-ON-PAGE
008467         IF NOT PRINT-COLUMN-HEADING
008468             MOVE PH-COUNT TO PRINT-LINE-ON-PAGE
008469         END-IF
008470     END-IF.
008471     ADD 1 TO PRINT-LINE-ON-PAGE.
008472     MOVE PRINT-LINE-TYPE TO SPL-LINE-TYPE.
008473     MOVE PRINT-LINE-TYPE TO PRINT-PREVIOUS-TYPE.
008474     MOVE PRINT-TEXT TO SPL-TEXT.
008475     WRITE SPOOL-RECORD.
008476     MOVE SPACES TO PRINT-TEXT.
008477     MOVE SPACE TO PRINT-LINE-TYPE.
008478 8910-EXIT.
008479     EXIT.
008480*
008481******************************************************
008482*  8920-PRINT-REPORT                                  *
008483*  END THE REPORT: SPOOL THE END-OF-REPORT LINE,      *
008484*  THEN PRINT THE SPOOL WITH THE STANDARD HEADINGS    *
008485*  AND STORE EVERY PRINTED LINE, AND A COPY HEADER,   *
008486*  IN THE REPORT REPOSITORY (REPTREPO) UNDER THE      *
008487*  REPORT-ID AND RUN DATE AND TIME.  A REPOSITORY     *
008488*  FAILURE IS REPORTED BUT DOES NOT STOP THE PRINT.   *
008489******************************************************
008490 8920-PRINT-REPORT.
008491     IF NOT SPOOL-IS-OPEN
008492         DISPLAY " "
008493         DISPLAY "*** END OF REPORT " REPORT-ID " ***"
008494         GO TO 8920-EXIT
008495     END-IF.
008496     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
008497     SET PRINT-END-MARKER TO TRUE.
008498     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
008499     CLOSE SPOOL-FILE.
008500     MOVE 'N' TO SPOOL-OPEN-SWITCH.
008501     OPEN INPUT SPOOL-FILE.
008502     IF NOT SPOOL-FILE-OK
008503         DISPLAY "Cannot reopen print spool, status "
008504             SPOOL-FILE-STATUS " -- report NOT printed."
008505         GO TO 8920-EXIT
008506     END-IF.
008507     OPEN OUTPUT PRINT-FILE.
008508     IF PRINT-FILE-OK
008509         SET PRINT-IS-OPEN TO TRUE
008510     ELSE
008511         DISPLAY "Cannot open print file, status "
008512             PRINT-FILE-STATUS " -- report NOT printed."
008513     END-IF.
008514     OPEN I-O REPORT-REPOSITORY.
008515     IF REPOSITORY-NOT-FOUND
008516         OPEN OUTPUT REPORT-REPOSITORY
008517         CLOSE REPORT-REPOSITORY
008518         OPEN I-O REPORT-REPOSITORY
008519     END-IF.
008520     IF REPOSITORY-OK
008521         SET REPOSITORY-IS-OPEN TO TRUE
008522     ELSE
008523         DISPLAY "Report NOT stored -- REPTREPO status "
008524             REPOSITORY-STATUS
008525     END-IF.
008526     MOVE 0 TO PRINT-PAGE-NUMBER.
008527     MOVE 0 TO PRINT-LINES-STORED.
008528     MOVE 0 TO PH-COUNT.
008529     MOVE SPACE TO PRINT-PREVIOUS-TYPE.
008530     MOVE 'N' TO SPOOL-EOF-SWITCH.
008531     PERFORM 8930-PRINT-SPOOLED-LINE THRU 8930-EXIT
008532         UNTIL SPOOL-AT-END.
008533     CLOSE SPOOL-FILE.
008534     MOVE PRINT-PAGE-COUNT TO PRINT-COUNT-EDIT.
008535     IF PRINT-IS-OPEN
008536         CLOSE PRINT-FILE
008537         MOVE 'N' TO PRINT-OPEN-SWITCH
008538         DISPLAY "Report " REPORT-ID " printed, "
008539             PRINT-COUNT-EDIT " page(s)."
008540     END-IF.
008541     IF REPOSITORY-IS-OPEN
008542         PERFORM 8970-STORE-COPY-HEADER THRU 8970-EXIT
008543     END-IF.
008544     IF REPOSITORY-IS-OPEN
008545         CLOSE REPORT-REPOSITORY
008546         MOVE 'N' TO REPOSITORY-OPEN-SWITCH
008547         DISPLAY "Report " REPORT-ID " stored as "
008548             REPORT-RUN-DATE " " REPORT-RUN-TIME "."
008549     END-IF.
008550 8920-EXIT.
008551     EXIT.
008552*
008553******************************************************
008554*  8930-PRINT-SPOOLED-LINE                            *
008555*  PRINT ONE SPOOLED LINE, PRECEDED AT A PAGE BREAK   *
008556*  BY THE STANDARD HEADING AND, UNLESS THE LINE IS    *
008557*  ITSELF A COLUMN HEADING, THE SECTION'S COLUMN      *
008558*  HEADINGS.  THE END MARKER BECOMES THE END-OF-      *
008559*  REPORT LINE.                                       *
008560******************************************************
008561 8930-PRINT-SPOOLED-LINE.
008562     READ SPOOL-FILE
008563         AT END
008564         SET SPOOL-AT-END TO TRUE
008565         GO TO 8930-EXIT
008566     END-READ.
008567     IF SPL-LINE-TYPE = 'S'
008568         MOVE 0 TO PH-COUNT
008569     END-IF.
008570     IF SPL-LINE-TYPE = 'H'
008571         IF PRINT-PREVIOUS-TYPE NOT = 'H'
008572             MOVE 0 TO PH-COUNT
008573         END-IF
008574         IF PH-COUNT < PH-MAX
008575             ADD 1 TO PH-COUNT
008576             MOVE SPL-TEXT TO PH-LINE (PH-COUNT)
008577         END-IF
008578     END-IF.
008579     MOVE SPL-LINE-TYPE TO PRINT-PREVIOUS-TYPE.
008580     IF SPL-PAGE-BREAK = 'Y'
008581         PERFORM 8940-PRINT-PAGE-HEADING THRU 8940-EXIT
008582         IF SPL-LINE-TYPE NOT = 'H'
008583             MOVE 1 TO PH-SUB
008584             PERFORM 8950-REPEAT-ONE-HEADING THRU 8950-EXIT
008585                 UNTIL PH-SUB > PH-COUNT
008586         END-IF
008587     END-IF.
008588     MOVE SPL-TEXT TO PRINT-OUT-TEXT.
008589     IF SPL-LINE-TYPE = 'E'
008590         MOVE REPORT-ID TO END-REPORT-ID
008591         MOVE PRINT-PAGE-COUNT TO END-PAGE-COUNT
008592         MOVE PRINT-END-LINE TO PRINT-OUT-TEXT
008593     END-IF.
008594     MOVE SPACE TO PRINT-CARRIAGE.
008595     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
008596 8930-EXIT.
008597     EXIT.
008598*
008599 8940-PRINT-PAGE-HEADING.
008600     ADD 1 TO PRINT-PAGE-NUMBER.
008601     MOVE REPORT-ID TO HDG1-REPORT-ID.
008602     MOVE REPORT-TITLE TO HDG1-TITLE.
008603     MOVE PRINT-PAGE-NUMBER TO HDG1-PAGE.
008604     MOVE PRINT-PAGE-COUNT TO HDG1-PAGES.
008605     MOVE PRINT-HEADING-1 TO PRINT-OUT-TEXT.
008606     MOVE '1' TO PRINT-CARRIAGE.
008607     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
008608     MOVE REPORT-RUN-DATE TO HDG2-RUN-DATE.
008609     MOVE REPORT-RUN-HH TO HDG2-HH.
008610     MOVE REPORT-RUN-MM TO HDG2-MM.
008611     MOVE REPORT-RUN-SS TO HDG2-SS.
008612     MOVE PRINT-HEADING-2 TO PRINT-OUT-TEXT.
008613     MOVE SPACE TO PRINT-CARRIAGE.
008614     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
008615     MOVE REPORT-PARAMETERS TO HDG3-PARAMETERS.
008616     MOVE PRINT-HEADING-3 TO PRINT-OUT-TEXT.
008617     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
008618     MOVE PRINT-DASH-LINE TO PRINT-OUT-TEXT.
008619     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
008620     MOVE SPACES TO PRINT-OUT-TEXT.
008621     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
008622 8940-EXIT.
008623     EXIT.
008624*
008625 8950-REPEAT-ONE-HEADING.
008626     MOVE PH-LINE (PH-SUB) TO PRINT-OUT-TEXT.
008627     MOVE SPACE TO PRINT-CARRIAGE.
008628     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
008629     ADD 1 TO PH-SUB.
008630 8950-EXIT.
008631     EXIT.
008632*
008633******************************************************
008634*  8960-WRITE-PRINT-LINE                              *
008635*  PRINT PRINT-OUT-TEXT -- AT THE TOP OF A NEW PAGE   *
008636*  IF PRINT-CARRIAGE IS '1' -- AND STORE IT AS THE    *
008637*  NEXT LINE OF THIS COPY IN THE REPOSITORY.          *
008638******************************************************
008639 8960-WRITE-PRINT-LINE.
008640     IF PRINT-IS-OPEN
008641         IF PRINT-CARRIAGE = '1'
008642             WRITE PRINT-RECORD FROM PRINT-OUT-TEXT
008643                 AFTER ADVANCING PAGE
008644         ELSE
008645             WRITE PRINT-RECORD FROM PRINT-OUT-TEXT
008646                 AFTER ADVANCING 1 LINE
008647         END-IF
008648     END-IF.
008649     IF NOT REPOSITORY-IS-OPEN
008650         GO TO 8960-EXIT
008651     END-IF.
008652     ADD 1 TO PRINT-LINES-STORED.
008653     MOVE REPORT-ID TO RR-REPORT-ID.
008654     MOVE REPORT-RUN-DATE TO RR-RUN-DATE.
008655     MOVE REPORT-RUN-TIME TO RR-RUN-TIME.
008656     MOVE PRINT-LINES-STORED TO RR-LINE-NUMBER.
008657     MOVE PRINT-CARRIAGE TO RR-CARRIAGE.
008658     MOVE PRINT-OUT-TEXT TO RR-LINE.
008659     WRITE REPORT-REPOSITORY-RECORD.
008660     IF NOT REPOSITORY-OK
008661         DISPLAY "Report NOT stored -- REPTREPO status "
008662             REPOSITORY-STATUS
008663         CLOSE REPORT-REPOSITORY
008664         MOVE 'N' TO REPOSITORY-OPEN-SWITCH
008665     END-IF.
008666 8960-EXIT.
008667     EXIT.
008668*
008669******************************************************
008670*  8970-STORE-COPY-HEADER                             *
008671*  LINE 00000 OF THE COPY: WHAT GUESS-RPRT LISTS.     *
008672*  IT IS WRITTEN LAST, SO A COPY CUT SHORT BY A       *
008673*  REPOSITORY FAILURE NEVER APPEARS ON THE LIST.      *
008674******************************************************
008675 8970-STORE-COPY-HEADER.
008676     MOVE REPORT-ID TO RR-REPORT-ID.
008677     MOVE REPORT-RUN-DATE TO RR-RUN-DATE.
008678     MOVE REPORT-RUN-TIME TO RR-RUN-TIME.
008679     MOVE 0 TO RR-LINE-NUMBER.
008680     MOVE SPACE TO RR-CARRIAGE.
008681     MOVE SPACES TO RR-LINE.
008682     MOVE REPORT-TITLE TO RR-TITLE.
008683     MOVE REPORT-PARAMETERS TO RR-PARAMETERS.
008684     MOVE PRINT-PAGE-COUNT TO RR-PAGE-COUNT.
008685     MOVE PRINT-LINES-STORED TO RR-LINE-COUNT.
008686     WRITE REPORT-REPOSITORY-RECORD.
008687     IF NOT REPOSITORY-OK
008688         DISPLAY "Report NOT stored -- REPTREPO status "
008689             REPOSITORY-STATUS
008690         CLOSE REPORT-REPOSITORY
008691         MOVE 'N' TO REPOSITORY-OPEN-SWITCH
008692     END-IF.
008693 8970-EXIT.
008694     EXIT.
008695*
008696******************************************************
008697*  9999-EXIT                                          *
008698******************************************************
008699 9999-EXIT.
008700     STOP RUN.
