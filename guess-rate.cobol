000160*  THE RATING IS THE AVERAGE.  RECORDS WRITTEN        *
000170*  BEFORE THE OUTCOME FLAG EXISTED CANNOT BE RATED    *
000180*  AND ARE COUNTED AND EXCLUDED, AS IN GUESS-MRPT.    *
000182*  THE BUILD IS REFUSED UNTIL GUESS-EOD HAS CLOSED    *
000184*  THE DAY AND GUESS-RECON AND GUESS-INTG HAVE RUN    *
000185*  FOR IT, AS SHOWN ON THE RUN-CONTROL FILE (RUNCTRL) *
000186*  -- GUESS-INTG MUST SEE THE RATINGS AS THEY WERE.   *
000187*  THE TWO THEORETICAL-BEST FIGURES ARE GAME          *
000188*  PARAMETERS (PARMFILE), TAKEN AS IN FORCE ON EACH   *
000189*  GAME'S OWN DATE.                                   *
000190*                                                     *
000200*  To compile and run on your friendly Linux system:  *
000210*         cobc -x guess-rate.cobol                    *
000270*  DATE       INIT  DESCRIPTION                        *
000280*  ---------- ----  ------------------------------     *
000290*  2026-09-02 DLM   NEW PROGRAM.                       *
000291*  2026-10-15 DLM   THE OPERATOR NAMES THE BUSINESS    *
000292*                   DATE; THE BUILD IS REFUSED UNLESS  *
000293*                   GUESS-EOD AND GUESS-RECON HAVE     *
000294*                   COMPLETED FOR IT ON THE RUN-       *
000295*                   CONTROL FILE (RUNCTRL), AND EACH   *
000296*                   RUN POSTS ITS STATUS AND COUNTS    *
000297*                   THERE.                             *
000298*  2026-10-15 DLM   THE THEORETICAL BEST GUESSES FOR   *
000299*                   NORMAL AND EXPERT DAYS COME FROM   *
000300*                   THE GAME PARAMETER FILE (PARMFILE) *
000301*                   AS IN FORCE ON EACH GAME'S DATE.   *
000302*  2026-10-15 DLM   GUESS-INTG MUST ALSO HAVE          *
000303*                   COMPLETED FOR THE DATE.            *
000304*  2026-10-15 DLM   A GAME VOIDED BY GUESS-ADJT IS NOW *
000305*                   BACKED OUT OF ITS PLAYER'S RATING  *
000306*                   WHEN ITS REVERSAL RECORD IS READ,  *
000307*                   AS IN GUESS-MRPT, AND REVERSALS    *
000308*                   ARE NO LONGER COUNTED AS LEGACY    *
000309*                   RECORDS.                           *
000310******************************************************
000311 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. GUESS-RATE.
000330 AUTHOR. D L MCKENZIE.
000340 INSTALLATION. OPERATIONS SUPPORT.
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS RT-PLAYER-ID
000510         FILE STATUS IS RATING-FILE-STATUS.
000511     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
000512         ORGANIZATION IS INDEXED
000513         ACCESS MODE IS RANDOM
000514         RECORD KEY IS RC-KEY
000515         FILE STATUS IS RUN-CONTROL-STATUS.
000516     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000517         ORGANIZATION IS LINE SEQUENTIAL
000518         FILE STATUS IS PARM-FILE-STATUS.
000520*
000530 DATA DIVISION.
000540 FILE SECTION.
000590 FD  RATING-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY "RATEREC.CPY".
000612*
000614 FD  RUN-CONTROL-FILE
000616     LABEL RECORDS ARE STANDARD.
000618     COPY "RUNCREC.CPY".
000619*
000620 FD  PARM-FILE
000621     LABEL RECORDS ARE STANDARD.
000622     COPY "PARMREC.CPY".
000623*
000630 WORKING-STORAGE SECTION.
000640*
000650 77  PT-MAX-ENTRIES              PIC 9(03)  COMP  VALUE 500.
000690*
000700 77  RECORDS-RATED               PIC 9(07)  VALUE 0.
000710 77  LEGACY-SKIPPED              PIC 9(07)  VALUE 0.
000715 77  VOIDS-BACKED-OUT            PIC 9(07)  VALUE 0.
000720 77  RATINGS-WRITTEN             PIC 9(05)  VALUE 0.
000730 77  MIN-RATED-GAMES             PIC 9(02)  VALUE 5.
000740 77  THEO-BEST-GUESSES           PIC 9(02)  VALUE 0.
000750 77  GAME-EFFICIENCY             PIC 9(03)  VALUE 0.
000760*
000770 01  PLAYER-TABLE.
001010     05  DET-RATING              PIC ZZ9.
001020     05  FILLER                  PIC X(06)  VALUE SPACES.
001030     05  DET-ALLOWANCE           PIC Z9.
001031*
001032*    RUN CONTROL (RUNCTRL): THE JOBS THAT MUST HAVE
001033*    COMPLETED FOR THE BUSINESS DATE BEFORE THIS ONE
001034*    MAY RUN, AND THIS JOB'S STATUS AND KEY COUNTS.
001035 77  PRED-COUNT                  PIC 9(02)  COMP  VALUE 3.
001036 77  PRED-SUB                    PIC 9(02)  COMP  VALUE 0.
001037 01  PREDECESSOR-VALUES.
001038     05  FILLER                  PIC X(12)  VALUE "GUESS-EOD".
001039     05  FILLER                  PIC X(12)  VALUE "GUESS-RECON".
001040     05  FILLER                  PIC X(12)  VALUE "GUESS-INTG".
001041 01  PREDECESSOR-TABLE REDEFINES PREDECESSOR-VALUES.
001042     05  PRED-JOB-NAME           PIC X(12)
001043                                 OCCURS 3 TIMES.
001044 01  RUN-JOB-NAME                PIC X(12)  VALUE "GUESS-RATE".
001045 01  RUN-BUSINESS-DATE           PIC X(08)  VALUE SPACES.
001046 01  RUN-START-DATE              PIC X(08)  VALUE SPACES.
001047 01  RUN-START-TIME              PIC X(08)  VALUE SPACES.
001048 01  RUN-STATUS-CODE             PIC X(01)  VALUE 'R'.
001049 01  RUN-COMPLETION-CODE         PIC 9(04)  VALUE 0.
001050 01  RUN-MESSAGE                 PIC X(30)  VALUE SPACES.
001051 01  RUN-COUNT-VALUES.
001052     05  FILLER                  PIC X(12)  VALUE "GAMES RATED".
001053     05  RUN-COUNT-1             PIC 9(09)  VALUE 0.
001054     05  FILLER                  PIC X(12)  VALUE "LEGACY".
001055     05  RUN-COUNT-2             PIC 9(09)  VALUE 0.
001056     05  FILLER                  PIC X(12)  VALUE "RATINGS".
001057     05  RUN-COUNT-3             PIC 9(09)  VALUE 0.
001058 01  RUN-CONTROL-STATUS          PIC X(02).
001059     88  RUN-CONTROL-OK          VALUE '00'.
001060     88  RUN-CONTROL-NOT-FOUND   VALUE '23', '35'.
001061 01  RUN-RECORD-SWITCH           PIC X(01)  VALUE 'N'.
001062     88  RUN-RECORD-EXISTS       VALUE 'Y'.
001063 01  RUN-REFUSED-SWITCH          PIC X(01)  VALUE 'N'.
001064     88  RUN-IS-REFUSED          VALUE 'Y'.
001065*
001066*    GAME PARAMETERS (PARMFILE), SEE PARMTAB.CPY.
001067     COPY "PARMTAB.CPY".
001068*
001069 PROCEDURE DIVISION.
001070*
001071******************************************************
001080*  0000-MAINLINE                                      *
001090******************************************************
001100 0000-MAINLINE.
001110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001112     PERFORM 8500-START-RUN-CONTROL THRU 8500-EXIT.
001114     IF RUN-IS-REFUSED
001116         GO TO 9999-EXIT
001118     END-IF.
001120     PERFORM 2000-ACCUMULATE-HISTORY THRU 2000-EXIT.
001130     PERFORM 3000-BUILD-RATING-FILE THRU 3000-EXIT.
001140     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001142     MOVE RECORDS-RATED TO RUN-COUNT-1.
001144     MOVE LEGACY-SKIPPED TO RUN-COUNT-2.
001146     MOVE RATINGS-WRITTEN TO RUN-COUNT-3.
001148     PERFORM 8650-END-RUN-CONTROL THRU 8650-EXIT.
001150     GO TO 9999-EXIT.
001160*
001170******************************************************
001180*  1000-INITIALIZE                                    *
001183*  THE BUSINESS DATE IS THE GAMING DAY WHOSE CLOSE    *
001186*  THIS BUILD FOLLOWS -- NORMALLY TODAY.              *
001190******************************************************
001200 1000-INITIALIZE.
001210     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
001211     DISPLAY "Business date (YYYYMMDD, blank for today):".
001212     ACCEPT RUN-BUSINESS-DATE.
001213     IF RUN-BUSINESS-DATE = SPACES
001214             OR RUN-BUSINESS-DATE NOT NUMERIC
001215         MOVE RUN-DATE TO RUN-BUSINESS-DATE
001216     END-IF.
001218     PERFORM 8800-LOAD-PARAMETERS THRU 8800-EXIT.
001220     DISPLAY "        GUESS-MY-NUMBER SKILL-RATING BUILD".
001230     DISPLAY "PLAYER ID   GAMES   RATING  ALLOW".
001240     DISPLAY "----------  -----   ------  -----".
001500*  CAPPED AT 100 SO A LUCKY TWO-GUESS WIN DOES NOT    *
001510*  OUTWEIGH A WEEK OF SOLID PLAY; A LOST GAME         *
001520*  SCORES ZERO BUT STILL COUNTS IN THE AVERAGE.       *
001523*  A REVERSAL FROM GUESS-ADJT BACKS OUT THE GAME IT   *
001526*  CANCELS (2200).                                    *
001530******************************************************
001540 2100-RATE-ONE-GAME.
001550     READ SCORE-HIST-FILE
001570         SET SCORE-AT-END TO TRUE
001580         GO TO 2100-EXIT
001590     END-READ.
001592     IF SCORE-RESULT = 'V'
001594         PERFORM 2200-BACK-OUT-VOID THRU 2200-EXIT
001596         GO TO 2100-EXIT
001598     END-IF.
001600     IF SCORE-RESULT NOT = 'W' AND SCORE-RESULT NOT = 'L'
001610         ADD 1 TO LEGACY-SKIPPED
001620         GO TO 2100-EXIT
001710     IF SCORE-RESULT NOT = 'W'
001720         GO TO 2100-EXIT
001730     END-IF.
001736     PERFORM 2300-GAME-EFFICIENCY THRU 2300-EXIT.
001880     ADD GAME-EFFICIENCY TO PT-EFF-SUM (PT-FOUND-SUB).
001890 2100-EXIT.
001900     EXIT.
001910*
001911******************************************************
001912*  2200-BACK-OUT-VOID                                 *
001913*  UNDO WHAT 2100 DID FOR THE GAME THIS REVERSAL      *
001914*  CANCELS, USING THE ORIGINAL RESULT CARRIED IN      *
001915*  SCORE-ADJ-RESULT.  THE REVERSAL IS A COPY OF THAT  *
001916*  GAME, SO ITS EFFICIENCY COMES OUT THE SAME.  NO    *
001917*  TOTAL IS TAKEN BELOW ZERO.                         *
001918******************************************************
001919 2200-BACK-OUT-VOID.
001920     IF SCORE-ADJ-RESULT NOT = 'W'
001921             AND SCORE-ADJ-RESULT NOT = 'L'
001922         IF LEGACY-SKIPPED > 0
001923             SUBTRACT 1 FROM LEGACY-SKIPPED
001924         END-IF
001925         GO TO 2200-EXIT
001926     END-IF.
001927     MOVE SCORE-PLAYER-ID TO PT-PLAYER-ID (PT-MAX-ENTRIES).
001928     PERFORM 6000-FIND-OR-ADD-PLAYER THRU 6000-EXIT.
001929     IF PT-FOUND-SUB = 0
001930         GO TO 2200-EXIT
001931     END-IF.
001932     ADD 1 TO VOIDS-BACKED-OUT.
001933     IF RECORDS-RATED > 0
001934         SUBTRACT 1 FROM RECORDS-RATED
001935     END-IF.
001936     IF PT-GAMES (PT-FOUND-SUB) > 0
001937         SUBTRACT 1 FROM PT-GAMES (PT-FOUND-SUB)
001938     END-IF.
001939     IF SCORE-ADJ-RESULT NOT = 'W'
001940         GO TO 2200-EXIT
001941     END-IF.
001942     PERFORM 2300-GAME-EFFICIENCY THRU 2300-EXIT.
001943     IF PT-EFF-SUM (PT-FOUND-SUB) >= GAME-EFFICIENCY
001944         SUBTRACT GAME-EFFICIENCY FROM PT-EFF-SUM (PT-FOUND-SUB)
001945     ELSE
001946         MOVE 0 TO PT-EFF-SUM (PT-FOUND-SUB)
001947     END-IF.
001948 2200-EXIT.
001949     EXIT.
001950*
001951******************************************************
001952*  2300-GAME-EFFICIENCY                               *
001953*  THE EFFICIENCY OF THE WON GAME IN THE SCORE        *
001954*  RECORD, AGAINST THE THEORETICAL BEST IN FORCE ON   *
001955*  ITS DATE FOR ITS DIFFICULTY.                       *
001956******************************************************
001957 2300-GAME-EFFICIENCY.
001958     MOVE SCORE-DATE TO PARM-AS-OF-DATE.
001959     IF SCORE-DIFFICULTY = 'E'
001960         MOVE "THEO-BEST-EXPERT" TO PARM-WANTED-NAME
001961     ELSE
001962         MOVE "THEO-BEST-NORMAL" TO PARM-WANTED-NAME
001963     END-IF.
001964     PERFORM 8850-GET-PARAMETER THRU 8850-EXIT.
001965     MOVE PARM-FOUND-VALUE TO THEO-BEST-GUESSES.
001966     IF SCORE-GUESSES > 0
001967         COMPUTE GAME-EFFICIENCY =
001968             THEO-BEST-GUESSES * 100 / SCORE-GUESSES
001969     ELSE
001970         MOVE 0 TO GAME-EFFICIENCY
001971     END-IF.
001972     IF GAME-EFFICIENCY > 100
001973         MOVE 100 TO GAME-EFFICIENCY
001974     END-IF.
001975 2300-EXIT.
001976     EXIT.
001977*
001978******************************************************
001979*  3000-BUILD-RATING-FILE                             *
001980*  REBUILD RATEFILE FRESH FROM THE TABLE, ONE        *
001981*  RECORD PER RATED PLAYER, AND PRINT EACH RATING    *
001982*  AS IT GOES OUT.                                   *
001983******************************************************
001984 3000-BUILD-RATING-FILE.
001990     OPEN OUTPUT RATING-FILE.
002000     IF NOT RATING-FILE-OK
002010         DISPLAY "Cannot rebuild RATEFILE, status "
002020             RATING-FILE-STATUS
002030             " -- ratings NOT updated."
002033         MOVE 8 TO RUN-COMPLETION-CODE
002036         MOVE "RATEFILE REBUILD FAILED" TO RUN-MESSAGE
002040         GO TO 3000-EXIT
002050     END-IF.
002060     MOVE 1 TO PT-SUB.
003140     DISPLAY "----------  -----   ------  -----".
003150     DISPLAY "Games rated:              " RECORDS-RATED.
003160     DISPLAY "Legacy records excluded:  " LEGACY-SKIPPED.
003165     DISPLAY "Voided games backed out:  " VOIDS-BACKED-OUT.
003170     DISPLAY "Rating records written:   " RATINGS-WRITTEN.
003180 8000-EXIT.
003190     EXIT.
003200*
003201******************************************************
003202*  8800-LOAD-PARAMETERS                               *
003203*  TABLE EVERY GAME PARAMETER ENTRY: THE STANDING     *
003204*  DEFAULTS FIRST (EFFECTIVE 00000000), THEN EACH     *
003205*  PARMFILE ENTRY IN FILE ORDER.  NO PARMFILE MEANS   *
003206*  THE DEFAULTS STAND.  AN ENTRY FOR AN UNKNOWN       *
003207*  PARAMETER, WITH A NON-NUMERIC VALUE OR DATE, OR    *
003208*  BEYOND THE END OF THE TABLE IS IGNORED AND         *
003209*  COUNTED.                                           *
003210******************************************************
003211 8800-LOAD-PARAMETERS.
003212     MOVE 0 TO PE-COUNT.
003213     MOVE 0 TO PARM-ENTRIES-IGNORED.
003214     MOVE 1 TO PD-SUB.
003215     PERFORM 8810-LOAD-ONE-DEFAULT THRU 8810-EXIT
003216         UNTIL PD-SUB > PD-COUNT.
003217     OPEN INPUT PARM-FILE.
003218     IF PARM-FILE-NOT-FOUND
003219         GO TO 8800-EXIT
003220     END-IF.
003221     IF NOT PARM-FILE-OK
003222         DISPLAY "Cannot open PARMFILE, status "
003223             PARM-FILE-STATUS " -- standing rules used."
003224         GO TO 8800-EXIT
003225     END-IF.
003226     MOVE 'N' TO PARM-EOF-SWITCH.
003227     PERFORM 8820-LOAD-ONE-ENTRY THRU 8820-EXIT
003228         UNTIL PARM-AT-END.
003229     CLOSE PARM-FILE.
003230     IF PARM-ENTRIES-IGNORED > 0
003231         DISPLAY "PARMFILE entries ignored: "
003232             PARM-ENTRIES-IGNORED
003233     END-IF.
003234 8800-EXIT.
003235     EXIT.
003236*
003237 8810-LOAD-ONE-DEFAULT.
003238     ADD 1 TO PE-COUNT.
003239     MOVE PD-NAME (PD-SUB) TO PE-NAME (PE-COUNT).
003240     MOVE "00000000" TO PE-EFFECTIVE-DATE (PE-COUNT).
003241     MOVE PD-DEFAULT (PD-SUB) TO PE-VALUE (PE-COUNT).
003242     ADD 1 TO PD-SUB.
003243 8810-EXIT.
003244     EXIT.
003245*
003246 8820-LOAD-ONE-ENTRY.
003247     READ PARM-FILE
003248         AT END
003249         SET PARM-AT-END TO TRUE
003250         GO TO 8820-EXIT
003251     END-READ.
003252     MOVE 1 TO PD-SUB.
003253     PERFORM 8830-SCAN-ONE-NAME THRU 8830-EXIT
003254         UNTIL PD-SUB > PD-COUNT
003255             OR PD-NAME (PD-SUB) = PARM-NAME.
003256     IF PD-SUB > PD-COUNT
003257             OR PARM-VALUE NOT NUMERIC
003258             OR PARM-EFFECTIVE-DATE NOT NUMERIC
003259             OR PE-COUNT NOT < PE-MAX
003260         ADD 1 TO PARM-ENTRIES-IGNORED
003261         GO TO 8820-EXIT
003262     END-IF.
003263     ADD 1 TO PE-COUNT.
003264     MOVE PARM-NAME TO PE-NAME (PE-COUNT).
003265     MOVE PARM-EFFECTIVE-DATE TO PE-EFFECTIVE-DATE (PE-COUNT).
003266     MOVE PARM-VALUE TO PE-VALUE (PE-COUNT).
003267 8820-EXIT.
003268     EXIT.
003269*
003270 8830-SCAN-ONE-NAME.
003271     ADD 1 TO PD-SUB.
003272 8830-EXIT.
003273     EXIT.
003274*
003275******************************************************
003276*  8850-GET-PARAMETER                                 *
003277*  THE VALUE OF PARM-WANTED-NAME IN FORCE ON          *
003278*  PARM-AS-OF-DATE: THE ENTRY WITH THE LATEST         *
003279*  EFFECTIVE DATE NOT AFTER IT, THE LATER ON THE FILE *
003280*  WHERE TWO SHARE A DATE.  THE DEFAULTS, EFFECTIVE   *
003281*  00000000, ARE ALWAYS A CANDIDATE.                  *
003282******************************************************
003283 8850-GET-PARAMETER.
003284     MOVE 0 TO PARM-FOUND-VALUE.
003285     MOVE SPACES TO PARM-FOUND-DATE.
003286     MOVE 1 TO PE-SUB.
003287     PERFORM 8860-CHECK-ONE-ENTRY THRU 8860-EXIT
003288         UNTIL PE-SUB > PE-COUNT.
003289 8850-EXIT.
003290     EXIT.
003291*
003292 8860-CHECK-ONE-ENTRY.
003293     IF PE-NAME (PE-SUB) = PARM-WANTED-NAME
003294             AND PE-EFFECTIVE-DATE (PE-SUB) NOT > PARM-AS-OF-DATE
003295             AND PE-EFFECTIVE-DATE (PE-SUB) NOT < PARM-FOUND-DATE
003296         MOVE PE-VALUE (PE-SUB) TO PARM-FOUND-VALUE
003297         MOVE PE-EFFECTIVE-DATE (PE-SUB) TO PARM-FOUND-DATE
003298     END-IF.
003299     ADD 1 TO PE-SUB.
003300 8860-EXIT.
003301     EXIT.
003302*
003303******************************************************
003304*  8500-START-RUN-CONTROL                             *
003305*  CHECK ON THE RUN-CONTROL FILE THAT EVERY JOB THIS  *
003306*  ONE DEPENDS ON HAS COMPLETED FOR THE BUSINESS      *
003307*  DATE, THEN POST THIS JOB AS RUNNING -- OR AS       *
003308*  REFUSED (0012), IN WHICH CASE NOTHING ELSE RUNS.   *
003309******************************************************
003310 8500-START-RUN-CONTROL.
003311     ACCEPT RUN-START-DATE FROM DATE YYYYMMDD.
003312     ACCEPT RUN-START-TIME FROM TIME.
003313     PERFORM 8610-OPEN-RUN-CONTROL THRU 8610-EXIT.
003314     IF NOT RUN-CONTROL-OK
003315         DISPLAY "RUNCTRL not available, status "
003316             RUN-CONTROL-STATUS " -- run refused."
003317         SET RUN-IS-REFUSED TO TRUE
003318         GO TO 8500-EXIT
003319     END-IF.
003320     MOVE 1 TO PRED-SUB.
003321     PERFORM 8510-CHECK-ONE-PREDECESSOR THRU 8510-EXIT
003322         UNTIL PRED-SUB > PRED-COUNT.
003323     CLOSE RUN-CONTROL-FILE.
003324     IF RUN-IS-REFUSED
003325         MOVE 'F' TO RUN-STATUS-CODE
003326         MOVE 12 TO RUN-COMPLETION-CODE
003327         MOVE "PREDECESSOR NOT COMPLETE" TO RUN-MESSAGE
003328     END-IF.
003329     PERFORM 8600-POST-RUN-CONTROL THRU 8600-EXIT.
003330 8500-EXIT.
003331     EXIT.
003332*
003333 8510-CHECK-ONE-PREDECESSOR.
003334     MOVE PRED-JOB-NAME (PRED-SUB) TO RC-JOB-NAME.
003335     MOVE RUN-BUSINESS-DATE TO RC-BUSINESS-DATE.
003336     READ RUN-CONTROL-FILE
003337         INVALID KEY
003338         CONTINUE
003339     END-READ.
003340     IF NOT RUN-CONTROL-OK OR NOT RC-COMPLETE
003341         DISPLAY "*** " PRED-JOB-NAME (PRED-SUB)
003342             " HAS NOT COMPLETED FOR " RUN-BUSINESS-DATE
003343             " -- RUN REFUSED ***"
003344         SET RUN-IS-REFUSED TO TRUE
003345     END-IF.
003346     ADD 1 TO PRED-SUB.
003347 8510-EXIT.
003348     EXIT.
003349*
003350******************************************************
003351*  8600-POST-RUN-CONTROL                              *
003352*  WRITE (OR REWRITE) THIS JOB'S RUN-CONTROL RECORD   *
003353*  FOR THE BUSINESS DATE FROM RUN-STATUS-CODE,        *
003354*  RUN-COMPLETION-CODE, RUN-MESSAGE, AND THE COUNTS.  *
003355*  A FINAL POSTING ('C' OR 'F') CARRIES THE END TIME. *
003356*  A RUN-CONTROL FAILURE IS REPORTED BUT DOES NOT     *
003357*  UNDO THE WORK ALREADY DONE.                        *
003358******************************************************
003359 8600-POST-RUN-CONTROL.
003360     PERFORM 8610-OPEN-RUN-CONTROL THRU 8610-EXIT.
003361     IF NOT RUN-CONTROL-OK
003362         DISPLAY "Run status NOT posted -- RUNCTRL status "
003363             RUN-CONTROL-STATUS
003364         GO TO 8600-EXIT
003365     END-IF.
003366     MOVE 'N' TO RUN-RECORD-SWITCH.
003367     MOVE RUN-JOB-NAME TO RC-JOB-NAME.
003368     MOVE RUN-BUSINESS-DATE TO RC-BUSINESS-DATE.
003369     READ RUN-CONTROL-FILE
003370         INVALID KEY
003371         CONTINUE
003372     END-READ.
003373     IF RUN-CONTROL-OK
003374         SET RUN-RECORD-EXISTS TO TRUE
003375     END-IF.
003376     MOVE RUN-JOB-NAME TO RC-JOB-NAME.
003377     MOVE RUN-BUSINESS-DATE TO RC-BUSINESS-DATE.
003378     MOVE RUN-STATUS-CODE TO RC-STATUS.
003379     MOVE RUN-COMPLETION-CODE TO RC-COMPLETION-CODE.
003380     MOVE RUN-START-DATE TO RC-START-DATE.
003381     MOVE RUN-START-TIME TO RC-START-TIME.
003382     IF RC-RUNNING
003383         MOVE SPACES TO RC-END-DATE
003384         MOVE SPACES TO RC-END-TIME
003385     ELSE
003386         ACCEPT RC-END-DATE FROM DATE YYYYMMDD
003387         ACCEPT RC-END-TIME FROM TIME
003388     END-IF.
003389     MOVE RUN-COUNT-VALUES TO RC-CONTROL-COUNTS.
003390     MOVE RUN-MESSAGE TO RC-MESSAGE.
003391     IF RUN-RECORD-EXISTS
003392         REWRITE RUN-CONTROL-RECORD
003393     ELSE
003394         WRITE RUN-CONTROL-RECORD
003395     END-IF.
003396     IF NOT RUN-CONTROL-OK
003397         DISPLAY "Run status NOT posted -- RUNCTRL status "
003398             RUN-CONTROL-STATUS
003399     END-IF.
003400     CLOSE RUN-CONTROL-FILE.
003401 8600-EXIT.
003402     EXIT.
003403*
003404 8610-OPEN-RUN-CONTROL.
003405     OPEN I-O RUN-CONTROL-FILE.
003406     IF RUN-CONTROL-NOT-FOUND
003407         OPEN OUTPUT RUN-CONTROL-FILE
003408         CLOSE RUN-CONTROL-FILE
003409         OPEN I-O RUN-CONTROL-FILE
003410     END-IF.
003411 8610-EXIT.
003412     EXIT.
003413*
003414******************************************************
003415*  8650-END-RUN-CONTROL                               *
003416*  POST THE FINAL STATUS: A COMPLETION CODE UNDER     *
003417*  0008 IS COMPLETE, ANYTHING ELSE FAILED.            *
003418******************************************************
003419 8650-END-RUN-CONTROL.
003420     IF RUN-COMPLETION-CODE < 8
003421         MOVE 'C' TO RUN-STATUS-CODE
003422     ELSE
003423         MOVE 'F' TO RUN-STATUS-CODE
003424     END-IF.
003425     PERFORM 8600-POST-RUN-CONTROL THRU 8600-EXIT.
003426 8650-EXIT.
003427     EXIT.
003428*
003429******************************************************
003430*  9999-EXIT                                          *
003431******************************************************
003432 9999-EXIT.
003433     STOP RUN.
