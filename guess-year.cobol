000170*  ON EXPERT) SCALE USED BY GUESS-MRPT AND            *
000180*  GUESS-LEAG, SO THE PARTY TROPHY AND THE MONTHLY    *
000190*  RANKINGS AGREE ON WHAT A GOOD GAME IS.             *
000192*  THE SCORE BASE (11) AND THE EXPERT FACTOR (2) ARE  *
000194*  GAME PARAMETERS (PARMFILE), TAKEN AS IN FORCE ON   *
000196*  EACH GAME'S OWN DATE.                              *
000200*                                                     *
000210*  To compile and run on your friendly Linux system:  *
000220*         cobc -x guess-year.cobol                    *
000303*                   GUESSES POSSIBLE; THEY NOW SCORE   *
000304*                   ZERO INSTEAD OF UNDERFLOWING THE   *
000305*                   (11 - GUESSES) GAME SCORE.         *
000306*  2026-10-15 DLM   THE SCORE BASE AND EXPERT FACTOR   *
000307*                   COME FROM THE GAME PARAMETER FILE  *
000308*                   (PARMFILE) AS IN FORCE ON EACH     *
000309*                   GAME'S DATE (8870).                *
000310*  2026-10-15 DLM   THE SUMMARY AND AWARDS ARE NOW     *
000311*                   PRINTED TO PRTYEAR WITH STANDARD   *
000312*                   PAGE HEADINGS AND AN END-OF-REPORT *
000313*                   LINE, AND A COPY IS KEPT IN THE    *
000314*                   REPORT REPOSITORY (REPTREPO) FOR   *
000315*                   GUESS-RPRT TO LIST AND REPRINT.    *
000316*  2026-10-15 DLM   A GAME VOIDED BY GUESS-ADJT IS NOW *
000317*                   BACKED OUT OF ITS PLAYER'S GAMES,  *
000318*                   GUESSES, WINS AND POINTS WHEN ITS  *
000319*                   REVERSAL RECORD IS READ, AS IN     *
000320*                   GUESS-MRPT, AND REVERSALS ARE NO   *
000321*                   LONGER COUNTED AS LEGACY RECORDS.  *
000322******************************************************
000323 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. GUESS-YEAR.
000340 AUTHOR. D L MCKENZIE.
000350 INSTALLATION. OPERATIONS SUPPORT.
000590     SELECT PRIOR-SUMM-FILE ASSIGN TO "PRIORANN"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS PRIOR-SUMM-STATUS.
000612     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000614         ORGANIZATION IS LINE SEQUENTIAL
000616         FILE STATUS IS PARM-FILE-STATUS.
000617     SELECT SPOOL-FILE ASSIGN TO "SPLYEAR"
000618         ORGANIZATION IS LINE SEQUENTIAL
000619         FILE STATUS IS SPOOL-FILE-STATUS.
000620     SELECT PRINT-FILE ASSIGN TO "PRTYEAR"
000621         ORGANIZATION IS LINE SEQUENTIAL
000622         FILE STATUS IS PRINT-FILE-STATUS.
000623     SELECT REPORT-REPOSITORY ASSIGN TO "REPTREPO"
000624         ORGANIZATION IS INDEXED
000625         ACCESS MODE IS RANDOM
000626         RECORD KEY IS RR-KEY
000627         FILE STATUS IS REPOSITORY-STATUS.
000628*
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  SCORE-HIST-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY "ANNREC.CPY" REPLACING LEADING ==AS== BY ==PY==
000841         LEADING ==ANNUAL== BY ==PRIOR==.
000842*
000843 FD  PARM-FILE
000844     LABEL RECORDS ARE STANDARD.
000845     COPY "PARMREC.CPY".
000846*
000847 FD  SPOOL-FILE
000848     LABEL RECORDS ARE STANDARD.
000849     COPY "SPOOLREC.CPY".
000850*
000851 FD  PRINT-FILE
000852     LABEL RECORDS ARE OMITTED.
000853 01  PRINT-RECORD                PIC X(132).
000854*
000855 FD  REPORT-REPOSITORY
000856     LABEL RECORDS ARE STANDARD.
000857     COPY "REPTREC.CPY".
000858*
000860 WORKING-STORAGE SECTION.
000870*
000880 77  PT-MAX-ENTRIES              PIC 9(03)  COMP  VALUE 300.
000980*
000990 77  RECORDS-TALLIED             PIC 9(07)  VALUE 0.
001000 77  LEGACY-SKIPPED              PIC 9(07)  VALUE 0.
001005 77  VOIDS-BACKED-OUT            PIC 9(07)  VALUE 0.
001010 77  SUMMARIES-WRITTEN           PIC 9(05)  VALUE 0.
001020 77  GAME-SCORE                  PIC 9(03)  VALUE 0.
001030 77  MIN-AWARD-GAMES             PIC 9(03)  VALUE 20.
001530     05  TW-GUESSES              PIC 9(03).
001540     05  TW-RESULT               PIC X(01).
001550     05  TW-DIFFICULTY           PIC X(01).
001555     05  TW-ADJ-RESULT           PIC X(01).
001560*
001570 01  BEST-POINTS                 PIC 9(07)  VALUE 0.
001580 01  BEST-POINTS-SUB             PIC 9(03)  COMP  VALUE 0.
001830 01  COUNT-EDIT                  PIC Z(06)9.
001840 01  AVG-EDIT                    PIC ZZZ9.99.
001850 01  DELTA-EDIT                  PIC +ZZZ9.99.
001852*
001854*    GAME PARAMETERS (PARMFILE), SEE PARMTAB.CPY.
001856     COPY "PARMTAB.CPY".
001857*
001858*    PRINT SPOOLING AND THE REPORT REPOSITORY, SEE
001859*    PRTCTL.CPY.
001860     COPY "PRTCTL.CPY".
001861*
001870 PROCEDURE DIVISION.
001880*
001890******************************************************
001970     PERFORM 4000-WRITE-ANNUAL-SUMMARY THRU 4000-EXIT.
001980     PERFORM 5000-LOAD-PRIOR-SUMMARY THRU 5000-EXIT.
001990     PERFORM 6000-PRINT-AWARDS THRU 6000-EXIT.
001996     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002002     PERFORM 8920-PRINT-REPORT THRU 8920-EXIT.
002010     GO TO 9999-EXIT.
002020*
002030******************************************************
002100         DISPLAY "Report year must be numeric YYYY."
002110         GO TO 9999-EXIT
002120     END-IF.
002125     PERFORM 8800-LOAD-PARAMETERS THRU 8800-EXIT.
002128     MOVE "GUESS-YEAR" TO REPORT-ID.
002131     MOVE "GUESS-MY-NUMBER ANNUAL SUMMARY AND AWARDS"
002134         TO REPORT-TITLE.
002137     STRING "YEAR " DELIMITED BY SIZE
002140         REPORT-YEAR DELIMITED BY SIZE
002143         INTO REPORT-PARAMETERS
002146     END-STRING.
002149     PERFORM 8900-OPEN-PRINT-SPOOL THRU 8900-EXIT.
002152     SET PRINT-COLUMN-HEADING TO TRUE.
002155     STRING "PLAYER ID   GAMES   WINS   AVG GS" DELIMITED BY SIZE
002158         "    POINTS    DAYS" DELIMITED BY SIZE
002161         INTO PRINT-TEXT
002164     END-STRING.
002167     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
002170     SET PRINT-COLUMN-HEADING TO TRUE.
002173     STRING "----------  -----   ----   ------" DELIMITED BY SIZE
002176         "   -------    ----" DELIMITED BY SIZE
002179         INTO PRINT-TEXT
002182     END-STRING.
002185     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
002190 1000-EXIT.
002200     EXIT.
002210*
002930     MOVE SARCH-GUESSES TO TW-GUESSES.
002940     MOVE SARCH-RESULT TO TW-RESULT.
002950     MOVE SARCH-DIFFICULTY TO TW-DIFFICULTY.
002955     MOVE SARCH-ADJ-RESULT TO TW-ADJ-RESULT.
002960     PERFORM 2500-TALLY-ONE-GAME THRU 2500-EXIT.
002970 2100-EXIT.
002980     EXIT.
003040*  PLAYED.  OUT-OF-YEAR GAMES ARE PASSED OVER;        *
003050*  RECORDS WITH NO OUTCOME FLAG CANNOT BE SCORED      *
003060*  AND ARE COUNTED AND EXCLUDED, AS IN GUESS-MRPT.    *
003061*  A WIN IS SCORED BY 8870-SCORE-ONE-WIN.  A          *
003064*  REVERSAL FROM GUESS-ADJT BACKS OUT THE GAME IT     *
003067*  CANCELS (2700).                                    *
003070******************************************************
003080 2500-TALLY-ONE-GAME.
003090     IF TW-DATE (1:4) NOT = REPORT-YEAR
003100         GO TO 2500-EXIT
003110     END-IF.
003112     IF TW-RESULT = 'V'
003114         PERFORM 2700-BACK-OUT-VOID THRU 2700-EXIT
003116         GO TO 2500-EXIT
003118     END-IF.
003120     IF TW-RESULT NOT = 'W' AND TW-RESULT NOT = 'L'
003130         ADD 1 TO LEGACY-SKIPPED
003140         GO TO 2500-EXIT
003230     ADD TW-GUESSES TO PT-GUESSES (PT-FOUND-SUB).
003240     IF TW-RESULT = 'W'
003250         ADD 1 TO PT-WINS (PT-FOUND-SUB)
003251         PERFORM 8870-SCORE-ONE-WIN THRU 8870-EXIT
003300         ADD GAME-SCORE TO PT-POINTS (PT-FOUND-SUB)
003310     END-IF.
003320     PERFORM 2600-MARK-DAY-PLAYED THRU 2600-EXIT.
003590 2610-EXIT.
003600     EXIT.
003610*
003611******************************************************
003612*  2700-BACK-OUT-VOID                                 *
003613*  UNDO WHAT 2500 DID FOR THE GAME THIS REVERSAL      *
003614*  CANCELS, USING THE ORIGINAL RESULT CARRIED IN      *
003615*  TW-ADJ-RESULT.  THE REVERSAL ALWAYS FOLLOWS THE    *
003616*  GAME IT CANCELS, ARCHIVE BEFORE LIVE FILE, SO THAT *
003617*  GAME HAS ALREADY BEEN TALLIED.  NO TOTAL IS TAKEN  *
003618*  BELOW ZERO.  THE DAY STAYS MARKED PLAYED.          *
003619******************************************************
003620 2700-BACK-OUT-VOID.
003621     IF TW-ADJ-RESULT NOT = 'W'
003622             AND TW-ADJ-RESULT NOT = 'L'
003623         IF LEGACY-SKIPPED > 0
003624             SUBTRACT 1 FROM LEGACY-SKIPPED
003625         END-IF
003626         GO TO 2700-EXIT
003627     END-IF.
003628     MOVE TW-PLAYER-ID TO PT-PLAYER-ID (PT-MAX-ENTRIES).
003629     PERFORM 6500-FIND-OR-ADD-PLAYER THRU 6500-EXIT.
003630     IF PT-FOUND-SUB = 0
003631         GO TO 2700-EXIT
003632     END-IF.
003633     ADD 1 TO VOIDS-BACKED-OUT.
003634     IF RECORDS-TALLIED > 0
003635         SUBTRACT 1 FROM RECORDS-TALLIED
003636     END-IF.
003637     IF PT-GAMES (PT-FOUND-SUB) > 0
003638         SUBTRACT 1 FROM PT-GAMES (PT-FOUND-SUB)
003639     END-IF.
003640     IF PT-GUESSES (PT-FOUND-SUB) >= TW-GUESSES
003641         SUBTRACT TW-GUESSES FROM PT-GUESSES (PT-FOUND-SUB)
003642     ELSE
003643         MOVE 0 TO PT-GUESSES (PT-FOUND-SUB)
003644     END-IF.
003645     IF TW-ADJ-RESULT = 'L'
003646         GO TO 2700-EXIT
003647     END-IF.
003648     IF PT-WINS (PT-FOUND-SUB) > 0
003649         SUBTRACT 1 FROM PT-WINS (PT-FOUND-SUB)
003650     END-IF.
003651     PERFORM 8870-SCORE-ONE-WIN THRU 8870-EXIT.
003652     IF PT-POINTS (PT-FOUND-SUB) >= GAME-SCORE
003653         SUBTRACT GAME-SCORE FROM PT-POINTS (PT-FOUND-SUB)
003654     ELSE
003655         MOVE 0 TO PT-POINTS (PT-FOUND-SUB)
003656     END-IF.
003657 2700-EXIT.
003658     EXIT.
003659*
003660******************************************************
003661*  3000-TALLY-LIVE-HISTORY                            *
003662******************************************************
003663 3000-TALLY-LIVE-HISTORY.
003664     OPEN INPUT SCORE-HIST-FILE.
003670     IF NOT SCORE-HIST-OK
003680         DISPLAY "SCOREHST not available, status "
003690             SCORE-HIST-STATUS
003890     MOVE SCORE-GUESSES TO TW-GUESSES.
003900     MOVE SCORE-RESULT TO TW-RESULT.
003910     MOVE SCORE-DIFFICULTY TO TW-DIFFICULTY.
003915     MOVE SCORE-ADJ-RESULT TO TW-ADJ-RESULT.
003920     PERFORM 2500-TALLY-ONE-GAME THRU 2500-EXIT.
003930 3100-EXIT.
003940     EXIT.
004390     MOVE AS-AVG-GUESSES TO SUM-AVG.
004400     MOVE AS-WEIGHTED-POINTS TO SUM-POINTS.
004410     MOVE AS-DAYS-PLAYED TO SUM-DAYS.
004416     MOVE SUMMARY-LINE TO PRINT-TEXT.
004422     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
004430     ADD 1 TO PT-SUB.
004440 4100-EXIT.
004450     EXIT.
005150*  PLAYER.                                            *
005160******************************************************
005170 6000-PRINT-AWARDS.
005175     STRING "----------  -----   ----   ------" DELIMITED BY SIZE
005180         "   -------    ----" DELIMITED BY SIZE
005185         INTO PRINT-TEXT
005190     END-STRING.
005195     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
005200     SET PRINT-SECTION-START TO TRUE.
005205     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
005210     STRING "        ANNUAL AWARDS -- " DELIMITED BY SIZE
005215         REPORT-YEAR DELIMITED BY SIZE
005220         INTO PRINT-TEXT
005225     END-STRING.
005230     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
005235     MOVE 1 TO PT-SUB.
005240     PERFORM 6100-JUDGE-ONE-PLAYER THRU 6100-EXIT
005245         UNTIL PT-SUB > PT-COUNT.
005250     IF BEST-POINTS-SUB > 0
005255         MOVE BEST-POINTS TO COUNT-EDIT
005260         STRING "PLAYER OF THE YEAR:  " DELIMITED BY SIZE
005265             PT-PLAYER-ID (BEST-POINTS-SUB) DELIMITED BY SIZE
005270             " (" DELIMITED BY SIZE
005275             COUNT-EDIT DELIMITED BY SIZE
005280             " weighted points)" DELIMITED BY SIZE
005285             INTO PRINT-TEXT
005290         END-STRING
005295         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
005300     ELSE
005305         MOVE "PLAYER OF THE YEAR:  no scored games on file"
005310             TO PRINT-TEXT
005315         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
005320     END-IF.
005325     IF BEST-AVG-SUB > 0
005330         MOVE BEST-AVG TO AVG-EDIT
005335         STRING "BEST AVG GUESSES:    " DELIMITED BY SIZE
005340             PT-PLAYER-ID (BEST-AVG-SUB) DELIMITED BY SIZE
005345             " (" DELIMITED BY SIZE
005350             AVG-EDIT DELIMITED BY SIZE
005355             " over a full season)" DELIMITED BY SIZE
005360             INTO PRINT-TEXT
005365         END-STRING
005370         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
005375     ELSE
005380         STRING "BEST AVG GUESSES:    no player with "
005385                 DELIMITED BY SIZE
005390             MIN-AWARD-GAMES DELIMITED BY SIZE
005395             " games" DELIMITED BY SIZE
005400             INTO PRINT-TEXT
005405         END-STRING
005410         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
005415     END-IF.
005420     IF BEST-IMPROVE-SUB > 0
005425         MOVE BEST-IMPROVE TO DELTA-EDIT
005430         STRING "MOST IMPROVED:       " DELIMITED BY SIZE
005435             PT-PLAYER-ID (BEST-IMPROVE-SUB) DELIMITED BY SIZE
005440             " (" DELIMITED BY SIZE
005445             DELTA-EDIT DELIMITED BY SIZE
005450             " points per game vs prior year)" DELIMITED BY SIZE
005455             INTO PRINT-TEXT
005460         END-STRING
005465         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
005470     ELSE
005475         STRING "MOST IMPROVED:       no prior-year"
005480                 DELIMITED BY SIZE
005485             " summary to compare" DELIMITED BY SIZE
005490             INTO PRINT-TEXT
005495         END-STRING
005500         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
005505     END-IF.
005530     PERFORM 6300-PRINT-ATTENDANCE THRU 6300-EXIT.
005540 6000-EXIT.
005550     EXIT.
006270******************************************************
006280 6300-PRINT-ATTENDANCE.
006290     IF DT-COUNT = 0
006294         STRING "PERFECT ATTENDANCE:  no day-control"
006298                 DELIMITED BY SIZE
006302             " dates on file for the year" DELIMITED BY SIZE
006306             INTO PRINT-TEXT
006310         END-STRING
006314         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
006320         GO TO 6300-EXIT
006330     END-IF.
006340     MOVE 1 TO PT-SUB.
006350     PERFORM 6310-CHECK-ONE-ATTENDANCE THRU 6310-EXIT
006360         UNTIL PT-SUB > PT-COUNT.
006370     IF PERFECT-COUNT = 0
006376         MOVE "PERFECT ATTENDANCE:  none this year" TO PRINT-TEXT
006382         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
006390     END-IF.
006400 6300-EXIT.
006410     EXIT.
006450******************************************************
006460 6310-CHECK-ONE-ATTENDANCE.
006470     IF PT-DAYS-PLAYED (PT-SUB) = DT-COUNT
006475         STRING "PERFECT ATTENDANCE:  " DELIMITED BY SIZE
006480             PT-PLAYER-ID (PT-SUB) DELIMITED BY SIZE
006485             INTO PRINT-TEXT
006490         END-STRING
006495         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
006500         ADD 1 TO PERFECT-COUNT
006510     END-IF.
006520     ADD 1 TO PT-SUB.
007040*  8000-PRINT-TOTALS                                  *
007050******************************************************
007060 8000-PRINT-TOTALS.
007064     SET PRINT-SECTION-START TO TRUE.
007068     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
007072     STRING "Games tallied for the year:  " DELIMITED BY SIZE
007076         RECORDS-TALLIED DELIMITED BY SIZE
007080         INTO PRINT-TEXT
007084     END-STRING.
007088     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
007092     STRING "Legacy records excluded:     " DELIMITED BY SIZE
007096         LEGACY-SKIPPED DELIMITED BY SIZE
007100         INTO PRINT-TEXT
007104     END-STRING.
007108     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
007109     STRING "Voided games backed out:     " DELIMITED BY SIZE
007110         VOIDS-BACKED-OUT DELIMITED BY SIZE
007111         INTO PRINT-TEXT
007112     END-STRING.
007113     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
007114     STRING "Summary records written:     " DELIMITED BY SIZE
007116         SUMMARIES-WRITTEN DELIMITED BY SIZE
007120         INTO PRINT-TEXT
007124     END-STRING.
007128     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
007132     MOVE DT-COUNT TO COUNT-EDIT.
007136     STRING "Gaming days in the year:     " DELIMITED BY SIZE
007140         COUNT-EDIT DELIMITED BY SIZE
007144         INTO PRINT-TEXT
007148     END-STRING.
007152     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
007160 8000-EXIT.
007170     EXIT.
007180*
007181******************************************************
007182*  8800-LOAD-PARAMETERS                               *
007183*  TABLE EVERY GAME PARAMETER ENTRY: THE STANDING     *
007184*  DEFAULTS FIRST (EFFECTIVE 00000000), THEN EACH     *
007185*  PARMFILE ENTRY IN FILE ORDER.  NO PARMFILE MEANS   *
007186*  THE DEFAULTS STAND.  AN ENTRY FOR AN UNKNOWN       *
007187*  PARAMETER, WITH A NON-NUMERIC VALUE OR DATE, OR    *
007188*  BEYOND THE END OF THE TABLE IS IGNORED AND         *
007189*  COUNTED.                                           *
007190******************************************************
007191 8800-LOAD-PARAMETERS.
007192     MOVE 0 TO PE-COUNT.
007193     MOVE 0 TO PARM-ENTRIES-IGNORED.
007194     MOVE 1 TO PD-SUB.
007195     PERFORM 8810-LOAD-ONE-DEFAULT THRU 8810-EXIT
007196         UNTIL PD-SUB > PD-COUNT.
007197     OPEN INPUT PARM-FILE.
007198     IF PARM-FILE-NOT-FOUND
007199         GO TO 8800-EXIT
007200     END-IF.
007201     IF NOT PARM-FILE-OK
007202         DISPLAY "Cannot open PARMFILE, status "
007203             PARM-FILE-STATUS " -- standing rules used."
007204         GO TO 8800-EXIT
007205     END-IF.
007206     MOVE 'N' TO PARM-EOF-SWITCH.
007207     PERFORM 8820-LOAD-ONE-ENTRY THRU 8820-EXIT
007208         UNTIL PARM-AT-END.
007209     CLOSE PARM-FILE.
007210     IF PARM-ENTRIES-IGNORED > 0
007211         DISPLAY "PARMFILE entries ignored: "
007212             PARM-ENTRIES-IGNORED
007213     END-IF.
007214 8800-EXIT.
007215     EXIT.
007216*
007217 8810-LOAD-ONE-DEFAULT.
007218     ADD 1 TO PE-COUNT.
007219     MOVE PD-NAME (PD-SUB) TO PE-NAME (PE-COUNT).
007220     MOVE "00000000" TO PE-EFFECTIVE-DATE (PE-COUNT).
007221     MOVE PD-DEFAULT (PD-SUB) TO PE-VALUE (PE-COUNT).
007222     ADD 1 TO PD-SUB.
007223 8810-EXIT.
007224     EXIT.
007225*
007226 8820-LOAD-ONE-ENTRY.
007227     READ PARM-FILE
007228         AT END
007229         SET PARM-AT-END TO TRUE
007230         GO TO 8820-EXIT
007231     END-READ.
007232     MOVE 1 TO PD-SUB.
007233     PERFORM 8830-SCAN-ONE-NAME THRU 8830-EXIT
007234         UNTIL PD-SUB > PD-COUNT
007235             OR PD-NAME (PD-SUB) = PARM-NAME.
007236     IF PD-SUB > PD-COUNT
007237             OR PARM-VALUE NOT NUMERIC
007238             OR PARM-EFFECTIVE-DATE NOT NUMERIC
007239             OR PE-COUNT NOT < PE-MAX
007240         ADD 1 TO PARM-ENTRIES-IGNORED
007241         GO TO 8820-EXIT
007242     END-IF.
007243     ADD 1 TO PE-COUNT.
007244     MOVE PARM-NAME TO PE-NAME (PE-COUNT).
007245     MOVE PARM-EFFECTIVE-DATE TO PE-EFFECTIVE-DATE (PE-COUNT).
007246     MOVE PARM-VALUE TO PE-VALUE (PE-COUNT).
007247 8820-EXIT.
007248     EXIT.
007249*
007250 8830-SCAN-ONE-NAME.
007251     ADD 1 TO PD-SUB.
007252 8830-EXIT.
007253     EXIT.
007254*
007255******************************************************
007256*  8850-GET-PARAMETER                                 *
007257*  THE VALUE OF PARM-WANTED-NAME IN FORCE ON          *
007258*  PARM-AS-OF-DATE: THE ENTRY WITH THE LATEST         *
007259*  EFFECTIVE DATE NOT AFTER IT, THE LATER ON THE FILE *
007260*  WHERE TWO SHARE A DATE.  THE DEFAULTS, EFFECTIVE   *
007261*  00000000, ARE ALWAYS A CANDIDATE.                  *
007262******************************************************
007263 8850-GET-PARAMETER.
007264     MOVE 0 TO PARM-FOUND-VALUE.
007265     MOVE SPACES TO PARM-FOUND-DATE.
007266     MOVE 1 TO PE-SUB.
007267     PERFORM 8860-CHECK-ONE-ENTRY THRU 8860-EXIT
007268         UNTIL PE-SUB > PE-COUNT.
007269 8850-EXIT.
007270     EXIT.
007271*
007272 8860-CHECK-ONE-ENTRY.
007273     IF PE-NAME (PE-SUB) = PARM-WANTED-NAME
007274             AND PE-EFFECTIVE-DATE (PE-SUB) NOT > PARM-AS-OF-DATE
007275             AND PE-EFFECTIVE-DATE (PE-SUB) NOT < PARM-FOUND-DATE
007276         MOVE PE-VALUE (PE-SUB) TO PARM-FOUND-VALUE
007277         MOVE PE-EFFECTIVE-DATE (PE-SUB) TO PARM-FOUND-DATE
007278     END-IF.
007279     ADD 1 TO PE-SUB.
007280 8860-EXIT.
007281     EXIT.
007282*
007283******************************************************
007284*  8870-SCORE-ONE-WIN                                 *
007285*  POINTS FOR A WON GAME UNDER THE RULES IN FORCE ON  *
007286*  THE GAME DATE: SCORE-BASE LESS THE GUESSES TAKEN,  *
007287*  TIMES EXPERT-SCORE-FACTOR ON AN EXPERT DAY.  A WIN *
007288*  IN SCORE-BASE GUESSES OR MORE (POSSIBLE UNDER A    *
007289*  HANDICAPPED ALLOWANCE) SCORES ZERO -- GAME-SCORE   *
007290*  IS UNSIGNED AND MUST NOT UNDERFLOW.                *
007291******************************************************
007292 8870-SCORE-ONE-WIN.
007293     MOVE TW-DATE TO PARM-AS-OF-DATE.
007294     MOVE "SCORE-BASE" TO PARM-WANTED-NAME.
007295     PERFORM 8850-GET-PARAMETER THRU 8850-EXIT.
007296     IF TW-GUESSES NOT < PARM-FOUND-VALUE
007297         MOVE 0 TO GAME-SCORE
007298         GO TO 8870-EXIT
007299     END-IF.
007300     COMPUTE GAME-SCORE = PARM-FOUND-VALUE - TW-GUESSES.
007301     IF TW-DIFFICULTY = 'E'
007302         MOVE "EXPERT-SCORE-FACTOR" TO PARM-WANTED-NAME
007303         PERFORM 8850-GET-PARAMETER THRU 8850-EXIT
007304         COMPUTE GAME-SCORE = GAME-SCORE * PARM-FOUND-VALUE
007305     END-IF.
007306 8870-EXIT.
007307     EXIT.
007308*
007309******************************************************
007310*  8900-OPEN-PRINT-SPOOL                              *
007311*  START THE REPORT: STAMP THE RUN DATE AND TIME AND  *
007312*  OPEN THE PRINT SPOOL.  REPORT-ID, REPORT-TITLE AND *
007313*  REPORT-PARAMETERS MUST ALREADY BE SET.  IF THE     *
007314*  SPOOL WILL NOT OPEN THE REPORT GOES TO THE CONSOLE *
007315*  INSTEAD, UNPAGED AND NOT STORED.                   *
007316******************************************************
007317 8900-OPEN-PRINT-SPOOL.
007318     ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.
007319     ACCEPT REPORT-RUN-TIME FROM TIME.
007320     MOVE 0 TO PRINT-PAGE-COUNT.
007321     MOVE 0 TO PRINT-LINE-ON-PAGE.
007322     MOVE 0 TO PH-COUNT.
007323     MOVE SPACE TO PRINT-PREVIOUS-TYPE.
007324     MOVE SPACES TO PRINT-TEXT.
007325     MOVE SPACE TO PRINT-LINE-TYPE.
007326     MOVE 'N' TO PRINT-NEW-PAGE-SWITCH.
007327     OPEN OUTPUT SPOOL-FILE.
007328     IF SPOOL-FILE-OK
007329         SET SPOOL-IS-OPEN TO TRUE
007330         GO TO 8900-EXIT
007331     END-IF.
007332     DISPLAY "Cannot open print spool, status "
007333         SPOOL-FILE-STATUS " -- report shown here only.".
007334     DISPLAY REPORT-ID "  " REPORT-TITLE.
007335     DISPLAY "RUN DATE " REPORT-RUN-DATE "  TIME "
007336         REPORT-RUN-TIME.
007337     DISPLAY "PARAMETERS: " REPORT-PARAMETERS.
007338 8900-EXIT.
007339     EXIT.
007340*
007341******************************************************
007342*  8910-PRINT-LINE                                    *
007343*  SPOOL THE LINE IN PRINT-TEXT, THEN CLEAR IT.  THE  *
007344*  PAGES ARE LAID OUT HERE: A NEW PAGE STARTS WITH    *
007345*  THE FIRST LINE, WHEN PRINT-BODY-LINES ARE FULL     *
007346*  (COUNTING THE COLUMN HEADINGS THAT WILL BE         *
007347*  REPEATED AT ITS TOP), OR WHEN THE CALLER SETS      *
007348*  PRINT-NEW-PAGE.  8930 REPEATS THE SAME STEPS WHEN  *
007349*  PRINTING, SO THE TWO MUST BE CHANGED TOGETHER.     *
007350******************************************************
007351 8910-PRINT-LINE.
007352     IF NOT SPOOL-IS-OPEN
007353         DISPLAY PRINT-TEXT
007354         MOVE SPACES TO PRINT-TEXT
007355         MOVE SPACE TO PRINT-LINE-TYPE
007356         GO TO 8910-EXIT
007357     END-IF.
007358     IF PRINT-SECTION-START
007359         MOVE 0 TO PH-COUNT
007360     END-IF.
007361     IF PRINT-COLUMN-HEADING
007362         IF PRINT-PREVIOUS-TYPE NOT = 'H'
007363             MOVE 0 TO PH-COUNT
007364         END-IF
007365         IF PH-COUNT < PH-MAX
007366             ADD 1 TO PH-COUNT
007367             MOVE PRINT-TEXT TO PH-LINE (PH-COUNT)
007368         END-IF
007369     END-IF.
007370     MOVE 'N' TO SPL-PAGE-BREAK.
007371     IF PRINT-PAGE-COUNT = 0
007372             OR PRINT-LINE-ON-PAGE NOT < PRINT-BODY-LINES
007373             OR PRINT-NEW-PAGE
007374         ADD 1 TO PRINT-PAGE-COUNT
007375         MOVE 'Y' TO SPL-PAGE-BREAK
007376         MOVE 'N' TO PRINT-NEW-PAGE-SWITCH
007377         MOVE 0 TO PRINT-LINE-ON-PAGE
007378         IF NOT PRINT-COLUMN-HEADING
007379             MOVE PH-COUNT TO PRINT-LINE-ON-PAGE
007380         END-IF
007381     END-IF.
007382     ADD 1 TO PRINT-LINE-ON-PAGE.
007383     MOVE PRINT-LINE-TYPE TO SPL-LINE-TYPE.
007384     MOVE PRINT-LINE-TYPE TO PRINT-PREVIOUS-TYPE.
007385     MOVE PRINT-TEXT TO SPL-TEXT.
007386     WRITE SPOOL-RECORD.
007387     MOVE SPACES TO PRINT-TEXT.
007388     MOVE SPACE TO PRINT-LINE-TYPE.
007389 8910-EXIT.
007390     EXIT.
007391*
007392******************************************************
007393*  8920-PRINT-REPORT                                  *
007394*  END THE REPORT: SPOOL THE END-OF-REPORT LINE,      *
007395*  THEN PRINT THE SPOOL WITH THE STANDARD HEADINGS    *
007396*  AND STORE EVERY PRINTED LINE, AND A COPY HEADER,   *
007397*  IN THE REPORT REPOSITORY (REPTREPO) UNDER THE      *
007398*  REPORT-ID AND RUN DATE AND TIME.  A REPOSITORY     *
007399*  FAILURE IS REPORTED BUT DOES NOT STOP THE PRINT.   *
007400******************************************************
007401 8920-PRINT-REPORT.
007402     IF NOT SPOOL-IS-OPEN
007403         DISPLAY " "
007404         DISPLAY "*** END OF REPORT " REPORT-ID " ***"
007405         GO TO 8920-EXIT
007406     END-IF.
007407     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
007408     SET PRINT-END-MARKER TO TRUE.
007409     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
007410     CLOSE SPOOL-FILE.
007411     MOVE 'N' TO SPOOL-OPEN-SWITCH.
007412     OPEN INPUT SPOOL-FILE.
007413     IF NOT SPOOL-FILE-OK
007414         DISPLAY "Cannot reopen print spool, status "
007415             SPOOL-FILE-STATUS " -- report NOT printed."
007416         GO TO 8920-EXIT
007417     END-IF.
007418     OPEN OUTPUT PRINT-FILE.
007419     IF PRINT-FILE-OK
007420         SET PRINT-IS-OPEN TO TRUE
007421     ELSE
007422         DISPLAY "Cannot open print file, status "
007423             PRINT-FILE-STATUS " -- report NOT printed."
007424     END-IF.
007425     OPEN I-O REPORT-REPOSITORY.
007426     IF REPOSITORY-NOT-FOUND
007427         OPEN OUTPUT REPORT-REPOSITORY
007428         CLOSE REPORT-REPOSITORY
007429         OPEN I-O REPORT-REPOSITORY
007430     END-IF.
007431     IF REPOSITORY-OK
007432         SET REPOSITORY-IS-OPEN TO TRUE
007433     ELSE
007434         DISPLAY "Report NOT stored -- REPTREPO status "
007435             REPOSITORY-STATUS
007436     END-IF.
007437     MOVE 0 TO PRINT-PAGE-NUMBER.
007438     MOVE 0 TO PRINT-LINES-STORED.
007439     MOVE 0 TO PH-COUNT.
007440     MOVE SPACE TO PRINT-PREVIOUS-TYPE.
007441     MOVE 'N' TO SPOOL-EOF-SWITCH.
007442     PERFORM 8930-PRINT-SPOOLED-LINE THRU 8930-EXIT
007443         UNTIL SPOOL-AT-END.
007444     CLOSE SPOOL-FILE.
007445     MOVE PRINT-PAGE-COUNT TO PRINT-COUNT-EDIT.
007446     IF PRINT-IS-OPEN
007447         CLOSE PRINT-FILE
007448         MOVE 'N' TO PRINT-OPEN-SWITCH
007449         DISPLAY "Report " REPORT-ID " printed, "
007450             PRINT-COUNT-EDIT " page(s)."
007451     END-IF.
007452     IF REPOSITORY-IS-OPEN
007453         PERFORM 8970-STORE-COPY-HEADER THRU 8970-EXIT
007454     END-IF.
007455     IF REPOSITORY-IS-OPEN
007456         CLOSE REPORT-REPOSITORY
007457         MOVE 'N' TO REPOSITORY-OPEN-SWITCH
007458         DISPLAY "Report " REPORT-ID " stored as "
007459             REPORT-RUN-DATE " " REPORT-RUN-TIME "."
007460     END-IF.
007461 8920-EXIT.
007462     EXIT.
007463*
007464******************************************************
007465*  8930-PRINT-SPOOLED-LINE                            *
007466*  PRINT ONE SPOOLED LINE, PRECEDED AT A PAGE BREAK   *
007467*  BY THE STANDARD HEADING AND, UNLESS THE LINE IS    *
007468*  ITSELF A COLUMN HEADING, THE SECTION'S COLUMN      *
007469*  HEADINGS.  THE END MARKER BECOMES THE END-OF-      *
007470*  REPORT LINE.                                       *
007471******************************************************
007472 8930-PRINT-SPOOLED-LINE.
007473     READ SPOOL-FILE
007474         AT END
007475         SET SPOOL-AT-END TO TRUE
007476         GO TO 8930-EXIT
007477     END-READ.
007478     IF SPL-LINE-TYPE = 'S'
007479         MOVE 0 TO PH-COUNT
007480     END-IF.
007481     IF SPL-LINE-TYPE = 'H'
007482         IF PRINT-PREVIOUS-TYPE NOT = 'H'
007483             MOVE 0 TO PH-COUNT
007484         END-IF
007485         IF PH-COUNT < PH-MAX
007486             ADD 1 TO PH-COUNT
007487             MOVE SPL-TEXT TO PH-LINE (PH-COUNT)
007488         END-IF
007489     END-IF.
007490     MOVE SPL-LINE-TYPE TO PRINT-PREVIOUS-TYPE.
007491     IF SPL-PAGE-BREAK = 'Y'
007492         PERFORM 8940-PRINT-PAGE-HEADING THRU 8940-EXIT
007493         IF SPL-LINE-TYPE NOT = 'H'
007494             MOVE 1 TO PH-SUB
007495             PERFORM 8950-REPEAT-ONE-HEADING THRU 8950-EXIT
007496                 UNTIL PH-SUB > PH-COUNT
007497         END-IF
007498     END-IF.
007499     MOVE SPL-TEXT TO PRINT-OUT-TEXT.
007500     IF SPL-LINE-TYPE = 'E'
007501         MOVE REPORT-ID TO END-REPORT-ID
007502         MOVE PRINT-PAGE-COUNT TO END-PAGE-COUNT
007503         MOVE PRINT-END-LINE TO PRINT-OUT-TEXT
007504     END-IF.
007505     MOVE SPACE TO PRINT-CARRIAGE.
007506     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
007507 8930-EXIT.
007508     EXIT.
007509*
007510 8940-PRINT-PAGE-HEADING.
007511     ADD 1 TO PRINT-PAGE-NUMBER.
007512     MOVE REPORT-ID TO HDG1-REPORT-ID.
007513     MOVE REPORT-TITLE TO HDG1-TITLE.
007514     MOVE PRINT-PAGE-NUMBER TO HDG1-PAGE.
007515     MOVE PRINT-PAGE-COUNT TO HDG1-PAGES.
007516     MOVE PRINT-HEADING-1 TO PRINT-OUT-TEXT.
007517     MOVE '1' TO PRINT-CARRIAGE.
007518     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
007519     MOVE REPORT-RUN-DATE TO HDG2-RUN-DATE.
007520     MOVE REPORT-RUN-HH TO HDG2-HH.
007521     MOVE REPORT-RUN-MM TO HDG2-MM.
007522     MOVE REPORT-RUN-SS TO HDG2-SS.
007523     MOVE PRINT-HEADING-2 TO PRINT-OUT-TEXT.
007524     MOVE SPACE TO PRINT-CARRIAGE.
007525     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
007526     MOVE REPORT-PARAMETERS TO HDG3-PARAMETERS.
007527     MOVE PRINT-HEADING-3 TO PRINT-OUT-TEXT.
007528     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
007529     MOVE PRINT-DASH-LINE TO PRINT-OUT-TEXT.
007530     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
007531     MOVE SPACES TO PRINT-OUT-TEXT.
007532     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
007533 8940-EXIT.
007534     EXIT.
007535*
007536 8950-REPEAT-ONE-HEADING.
007537     MOVE PH-LINE (PH-SUB) TO PRINT-OUT-TEXT.
007538     MOVE SPACE TO PRINT-CARRIAGE.
007539     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
007540     ADD 1 TO PH-SUB.
007541 8950-EXIT.
007542     EXIT.
007543*
007544******************************************************
007545*  8960-WRITE-PRINT-LINE                              *
007546*  PRINT PRINT-OUT-TEXT -- AT THE TOP OF A NEW PAGE   *
007547*  IF PRINT-CARRIAGE IS '1' -- AND STORE IT AS THE    *
007548*  NEXT LINE OF THIS COPY IN THE REPOSITORY.          *
007549******************************************************
007550 8960-WRITE-PRINT-LINE.
007551     IF PRINT-IS-OPEN
007552         IF PRINT-CARRIAGE = '1'
007553             WRITE PRINT-RECORD FROM PRINT-OUT-TEXT
007554                 AFTER ADVANCING PAGE
007555         ELSE
007556             WRITE PRINT-RECORD FROM PRINT-OUT-TEXT
007557                 AFTER ADVANCING 1 LINE
007558         END-IF
007559     END-IF.
007560     IF NOT REPOSITORY-IS-OPEN
007561         GO TO 8960-EXIT
007562     END-IF.
007563     ADD 1 TO PRINT-LINES-STORED.
007564     MOVE REPORT-ID TO RR-REPORT-ID.
007565     MOVE REPORT-RUN-DATE TO RR-RUN-DATE.
007566     MOVE REPORT-RUN-TIME TO RR-RUN-TIME.
007567     MOVE PRINT-LINES-STORED TO RR-LINE-NUMBER.
007568     MOVE PRINT-CARRIAGE TO RR-CARRIAGE.
007569     MOVE PRINT-OUT-TEXT TO RR-LINE.
007570     WRITE REPORT-REPOSITORY-RECORD.
007571     IF NOT REPOSITORY-OK
007572         DISPLAY "Report NOT stored -- REPTREPO status "
007573             REPOSITORY-STATUS
007574         CLOSE REPORT-REPOSITORY
007575         MOVE 'N' TO REPOSITORY-OPEN-SWITCH
007576     END-IF.
007577 8960-EXIT.
007578     EXIT.
007579*
007580******************************************************
007581*  8970-STORE-COPY-HEADER                             *
007582*  LINE 00000 OF THE COPY: WHAT GUESS-RPRT LISTS.     *
007583*  IT IS WRITTEN LAST, SO A COPY CUT SHORT BY A       *
007584*  REPOSITORY FAILURE NEVER APPEARS ON THE LIST.      *
007585******************************************************
007586 8970-STORE-COPY-HEADER.
007587     MOVE REPORT-ID TO RR-REPORT-ID.
007588     MOVE REPORT-RUN-DATE TO RR-RUN-DATE.
007589     MOVE REPORT-RUN-TIME TO RR-RUN-TIME.
007590     MOVE 0 TO RR-LINE-NUMBER.
007591     MOVE SPACE TO RR-CARRIAGE.
007592     MOVE SPACES TO RR-LINE.
007593     MOVE REPORT-TITLE TO RR-TITLE.
007594     MOVE REPORT-PARAMETERS TO RR-PARAMETERS.
007595     MOVE PRINT-PAGE-COUNT TO RR-PAGE-COUNT.
007596     MOVE PRINT-LINES-STORED TO RR-LINE-COUNT.
007597     WRITE REPORT-REPOSITORY-RECORD.
007598     IF NOT REPOSITORY-OK
007599         DISPLAY "Report NOT stored -- REPTREPO status "
007600             REPOSITORY-STATUS
007601         CLOSE REPORT-REPOSITORY
007602         MOVE 'N' TO REPOSITORY-OPEN-SWITCH
007603     END-IF.
007604 8970-EXIT.
007605     EXIT.
007606*
007607******************************************************
007608*  9999-EXIT                                          *
007609******************************************************
007610 9999-EXIT.
007611     STOP RUN.
