000110*  GUESSES AND LOST NO LONGER SORTS LIKE A PLAYER     *
000120*  WHO WON IN TEN, AND AN EXPERT-DAY WIN OUTRANKS     *
000130*  THE SAME WIN ON AN EASY DAY.                       *
000132*  THE SCORE BASE (11) AND THE EXPERT FACTOR (2) ARE  *
000134*  GAME PARAMETERS (PARMFILE); EACH GAME IS SCORED    *
000136*  UNDER THE VALUES IN FORCE ON ITS OWN DATE, SO A    *
000138*  PAST PERIOD REPRINTS AS IT FIRST PRINTED.          *
000140*  RECORDS WRITTEN BEFORE THE SCORE RECORD CARRIED    *
000150*  AN OUTCOME FLAG CANNOT BE SCORED FAIRLY AND ARE    *
000160*  COUNTED AND EXCLUDED.                              *
000162*  A REVERSAL RECORD ('V', WRITTEN BY GUESS-ADJT)     *
000164*  ALWAYS FOLLOWS THE GAME IT CANCELS ON THE FILE, SO *
000166*  THAT GAME IS SIMPLY SUBTRACTED BACK OUT WHEN THE   *
000168*  REVERSAL IS READ.                                  *
000170*                                                     *
000180*  To compile and run on your friendly Linux system:  *
000190*         cobc -x guess-mrpt.cobol                    *
000273*                   GUESSES POSSIBLE; THEY NOW SCORE   *
000274*                   ZERO INSTEAD OF UNDERFLOWING THE   *
000275*                   (11 - GUESSES) GAME SCORE.         *
000276*  2026-10-15 DLM   THE PLAYER'S DISPLAY NAME FROM THE *
000277*                   REGISTRATION FILE (PLAYREG) IS NOW *
000278*                   PRINTED BESIDE THE ID ON EACH      *
000279*                   RANKING LINE.                      *
000280*  2026-10-15 DLM   A GAME VOIDED OR ADJUSTED BY       *
000281*                   GUESS-ADJT IS BACKED OUT WHEN ITS  *
000282*                   REVERSAL RECORD IS READ, SO IT NO  *
000283*                   LONGER COUNTS TOWARD THE RANKING;  *
000284*                   A PLAYER LEFT WITH NO GAMES IN     *
000285*                   THE PERIOD IS NOT RANKED.          *
000286*  2026-10-15 DLM   THE SCORE BASE AND EXPERT FACTOR   *
000287*                   COME FROM THE GAME PARAMETER FILE  *
000288*                   (PARMFILE) AS IN FORCE ON EACH     *
000289*                   GAME'S DATE, IN ONE SCORING        *
000290*                   PARAGRAPH (8870) FOR WINS AND      *
000291*                   REVERSALS ALIKE.                   *
000292*  2026-10-15 DLM   THE RANKING IS NOW PRINTED TO      *
000293*                   PRTMRPT WITH STANDARD PAGE         *
000294*                   HEADINGS AND AN END-OF-REPORT LINE,*
000295*                   AND A COPY IS KEPT IN THE REPORT   *
000296*                   REPOSITORY (REPTREPO) FOR GUESS-   *
000297*                   RPRT TO LIST AND REPRINT.          *
000298******************************************************
000299 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. GUESS-MRPT.
000310 AUTHOR. D L MCKENZIE.
000320 INSTALLATION. OPERATIONS SUPPORT.
000420     SELECT SCORE-HIST-FILE ASSIGN TO "SCOREHST"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS SCORE-HIST-STATUS.
000441     SELECT REGISTRATION-FILE ASSIGN TO "PLAYREG"
000442         ORGANIZATION IS INDEXED
000443         ACCESS MODE IS RANDOM
000444         RECORD KEY IS RG-PLAYER-ID
000445         FILE STATUS IS REGISTRATION-STATUS.
000446     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000447         ORGANIZATION IS LINE SEQUENTIAL
000448         FILE STATUS IS PARM-FILE-STATUS.
000449     SELECT SPOOL-FILE ASSIGN TO "SPLMRPT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000451         FILE STATUS IS SPOOL-FILE-STATUS.
000452     SELECT PRINT-FILE ASSIGN TO "PRTMRPT"
000453         ORGANIZATION IS LINE SEQUENTIAL
000454         FILE STATUS IS PRINT-FILE-STATUS.
000455     SELECT REPORT-REPOSITORY ASSIGN TO "REPTREPO"
000456         ORGANIZATION IS INDEXED
000457         ACCESS MODE IS RANDOM
000458         RECORD KEY IS RR-KEY
000459         FILE STATUS IS REPOSITORY-STATUS.
000460     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
000461*
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  SCORE-HIST-FILE
000500     LABEL RECORDS ARE STANDARD.
000510     COPY "SCOREREC.CPY".
000520*
000522 FD  REGISTRATION-FILE
000524     LABEL RECORDS ARE STANDARD.
000526     COPY "REGREC.CPY".
000527*
000528 FD  PARM-FILE
000529     LABEL RECORDS ARE STANDARD.
000530     COPY "PARMREC.CPY".
000531*
000532 FD  SPOOL-FILE
000533     LABEL RECORDS ARE STANDARD.
000534     COPY "SPOOLREC.CPY".
000535*
000536 FD  PRINT-FILE
000537     LABEL RECORDS ARE OMITTED.
000538 01  PRINT-RECORD                PIC X(132).
000539*
000540 FD  REPORT-REPOSITORY
000541     LABEL RECORDS ARE STANDARD.
000542     COPY "REPTREC.CPY".
000543*
000544 SD  SORT-WORK-FILE.
000545 01  SORT-RECORD.
000550     05  SORT-WTD-AVG             PIC 9(03)V99.
000560     05  SORT-PLAYER-ID           PIC X(10).
000570     05  SORT-WINS                PIC 9(05).
000660 77  PT-FOUND-SUB                PIC 9(03)  COMP  VALUE 0.
000670 77  RECORDS-SELECTED            PIC 9(07)  VALUE 0.
000680 77  LEGACY-SKIPPED              PIC 9(07)  VALUE 0.
000685 77  VOIDS-BACKED-OUT            PIC 9(07)  VALUE 0.
000690 77  RANK-NUMBER                 PIC 9(03)  VALUE 0.
000700 77  GAME-SCORE                  PIC 9(03)  VALUE 0.
000710*
000850 01  SCORE-HIST-STATUS           PIC X(02).
000860     88  SCORE-HIST-OK           VALUE '00'.
000870*
000871 01  REGISTRATION-STATUS         PIC X(02).
000872     88  REGISTRATION-OK         VALUE '00'.
000873 01  NAMES-SWITCH                PIC X(01)  VALUE 'N'.
000874     88  NAMES-ON-FILE           VALUE 'Y'.
000875*
000880 01  INPUT-EOF-SWITCH            PIC X(01)  VALUE 'N'.
000890     88  INPUT-AT-END            VALUE 'Y'.
000900*
000910 01  SORT-EOF-SWITCH             PIC X(01)  VALUE 'N'.
000920     88  SORT-AT-END             VALUE 'Y'.
000922*
000924*    GAME PARAMETERS (PARMFILE), SEE PARMTAB.CPY.
000926     COPY "PARMTAB.CPY".
000927*
000928*    PRINT SPOOLING AND THE REPORT REPOSITORY, SEE
000929*    PRTCTL.CPY.
000930     COPY "PRTCTL.CPY".
000931*
000940 01  DETAIL-LINE.
000950     05  DET-RANK                PIC ZZ9.
000960     05  FILLER                  PIC X(02)  VALUE SPACES.
000970     05  DET-PLAYER-ID           PIC X(10).
000980     05  FILLER                  PIC X(02)  VALUE SPACES.
000983     05  DET-NAME                PIC X(20).
000986     05  FILLER                  PIC X(02)  VALUE SPACES.
000990     05  DET-WINS                PIC ZZZZ9.
001000     05  FILLER                  PIC X(03)  VALUE SPACES.
001010     05  DET-LOSSES              PIC ZZZZ9.
001160         ON DESCENDING KEY SORT-WTD-AVG
001170         INPUT PROCEDURE IS 3000-RELEASE-PLAYERS
001180         OUTPUT PROCEDURE IS 4000-PRINT-RANKING.
001184     PERFORM 8000-FINISH THRU 8000-EXIT.
001188     PERFORM 8920-PRINT-REPORT THRU 8920-EXIT.
001192     IF NAMES-ON-FILE
001194         CLOSE REGISTRATION-FILE
001196     END-IF.
001200     GO TO 9999-EXIT.
001210*
001220******************************************************
001380     IF TO-DATE = SPACES OR TO-DATE NOT NUMERIC
001390         MOVE "99999999" TO TO-DATE
001400     END-IF.
001401     PERFORM 8800-LOAD-PARAMETERS THRU 8800-EXIT.
001402     OPEN INPUT REGISTRATION-FILE.
001404     IF REGISTRATION-OK
001406         SET NAMES-ON-FILE TO TRUE
001408     END-IF.
001410     MOVE "GUESS-MRPT" TO REPORT-ID.
001412     MOVE "GUESS-MY-NUMBER PERIOD PLAYER RANKING"
001414         TO REPORT-TITLE.
001416     STRING "PERIOD " DELIMITED BY SIZE
001418         FROM-DATE DELIMITED BY SIZE
001420         " THRU " DELIMITED BY SIZE
001422         TO-DATE DELIMITED BY SIZE
001424         INTO REPORT-PARAMETERS
001426     END-STRING.
001428     PERFORM 8900-OPEN-PRINT-SPOOL THRU 8900-EXIT.
001430     SET PRINT-COLUMN-HEADING TO TRUE.
001432     STRING "RNK  PLAYER ID   NAME                  "
001434             DELIMITED BY SIZE
001436         " WINS   LOSSES   WIN%    WTDAVG" DELIMITED BY SIZE
001438         INTO PRINT-TEXT
001440     END-STRING.
001442     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
001444     SET PRINT-COLUMN-HEADING TO TRUE.
001446     STRING "---  ----------  --------------------  "
001448             DELIMITED BY SIZE
001450         "-----   ------   -----   ------" DELIMITED BY SIZE
001452         INTO PRINT-TEXT
001454     END-STRING.
001456     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
001470 1000-EXIT.
001480     EXIT.
001490*
001670*
001680******************************************************
001690*  2100-TALLY-ONE-GAME                                *
001700*  A WON GAME IS SCORED BY 8870-SCORE-ONE-WIN; A      *
001710*  LOST GAME SCORES ZERO BUT STILL COUNTS IN THE      *
001720*  AVERAGE.  A RECORD WITH NO OUTCOME FLAG PREDATES   *
001721*  THE FLAG AND IS EXCLUDED.                          *
001740******************************************************
001750 2100-TALLY-ONE-GAME.
001760     READ SCORE-HIST-FILE
001810     IF SCORE-DATE < FROM-DATE OR SCORE-DATE > TO-DATE
001820         GO TO 2100-EXIT
001830     END-IF.
001832     IF SCORE-RESULT = 'V'
001834         PERFORM 2200-BACK-OUT-VOID THRU 2200-EXIT
001836         GO TO 2100-EXIT
001838     END-IF.
001840     IF SCORE-RESULT NOT = 'W' AND SCORE-RESULT NOT = 'L'
001850         ADD 1 TO LEGACY-SKIPPED
001860         GO TO 2100-EXIT
001930     END-IF.
001940     IF SCORE-RESULT = 'W'
001950         ADD 1 TO PT-WINS (PT-FOUND-SUB)
001951         PERFORM 8870-SCORE-ONE-WIN THRU 8870-EXIT
002000         ADD GAME-SCORE TO PT-SCORE-SUM (PT-FOUND-SUB)
002010     ELSE
002020         ADD 1 TO PT-LOSSES (PT-FOUND-SUB)
002040 2100-EXIT.
002050     EXIT.
002060*
002061******************************************************
002062*  2200-BACK-OUT-VOID                                 *
002063*  UNDO WHAT 2100 DID FOR THE GAME THIS REVERSAL      *
002064*  CANCELS, USING THE ORIGINAL RESULT CARRIED IN      *
002065*  SCORE-ADJ-RESULT.  NO TOTAL IS TAKEN BELOW ZERO.   *
002066******************************************************
002067 2200-BACK-OUT-VOID.
002068     IF SCORE-ADJ-RESULT NOT = 'W'
002069             AND SCORE-ADJ-RESULT NOT = 'L'
002070         IF LEGACY-SKIPPED > 0
002071             SUBTRACT 1 FROM LEGACY-SKIPPED
002072         END-IF
002073         GO TO 2200-EXIT
002074     END-IF.
002075     MOVE SCORE-PLAYER-ID TO PT-PLAYER-ID (PT-MAX-ENTRIES).
002076     PERFORM 6000-FIND-OR-ADD-PLAYER THRU 6000-EXIT.
002077     IF PT-FOUND-SUB = 0
002078         GO TO 2200-EXIT
002079     END-IF.
002080     ADD 1 TO VOIDS-BACKED-OUT.
002081     IF RECORDS-SELECTED > 0
002082         SUBTRACT 1 FROM RECORDS-SELECTED
002083     END-IF.
002084     IF SCORE-ADJ-RESULT = 'L'
002085         IF PT-LOSSES (PT-FOUND-SUB) > 0
002086             SUBTRACT 1 FROM PT-LOSSES (PT-FOUND-SUB)
002087         END-IF
002088         GO TO 2200-EXIT
002089     END-IF.
002090     IF PT-WINS (PT-FOUND-SUB) > 0
002091         SUBTRACT 1 FROM PT-WINS (PT-FOUND-SUB)
002092     END-IF.
002093     PERFORM 8870-SCORE-ONE-WIN THRU 8870-EXIT.
002101     IF PT-SCORE-SUM (PT-FOUND-SUB) >= GAME-SCORE
002102         SUBTRACT GAME-SCORE FROM PT-SCORE-SUM (PT-FOUND-SUB)
002103     ELSE
002104         MOVE 0 TO PT-SCORE-SUM (PT-FOUND-SUB)
002105     END-IF.
002106 2200-EXIT.
002107     EXIT.
002108*
002109******************************************************
002110*  3000-RELEASE-PLAYERS                               *
002111*  SORT INPUT PROCEDURE.  BUILD ONE SUMMARY RECORD    *
002112*  PER PLAYER AND RELEASE IT KEYED ON THE WEIGHTED    *
002113*  AVERAGE SCORE.                                     *
002120******************************************************
002130 3000-RELEASE-PLAYERS.
002140     MOVE 1 TO PT-SUB.
002210*  3100-RELEASE-ONE-PLAYER                            *
002220******************************************************
002230 3100-RELEASE-ONE-PLAYER.
002232     IF PT-WINS (PT-SUB) + PT-LOSSES (PT-SUB) = 0
002234         ADD 1 TO PT-SUB
002236         GO TO 3100-EXIT
002238     END-IF.
002240     MOVE PT-PLAYER-ID (PT-SUB) TO SORT-PLAYER-ID.
002250     MOVE PT-WINS (PT-SUB) TO SORT-WINS.
002260     MOVE PT-LOSSES (PT-SUB) TO SORT-LOSSES.
002580     ADD 1 TO RANK-NUMBER.
002590     MOVE RANK-NUMBER TO DET-RANK.
002600     MOVE SORT-PLAYER-ID TO DET-PLAYER-ID.
002603     MOVE SORT-PLAYER-ID TO RG-PLAYER-ID.
002606     PERFORM 7000-LOOK-UP-NAME THRU 7000-EXIT.
002610     MOVE SORT-WINS TO DET-WINS.
002620     MOVE SORT-LOSSES TO DET-LOSSES.
002630     MOVE SORT-WIN-PCT TO DET-WIN-PCT.
002640     MOVE SORT-WTD-AVG TO DET-WTD-AVG.
002646     MOVE DETAIL-LINE TO PRINT-TEXT.
002652     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
002660 4100-EXIT.
002670     EXIT.
002680*
003110 6110-EXIT.
003120     EXIT.
003130*
003131******************************************************
003132*  7000-LOOK-UP-NAME                                  *
003133*  FETCH THE DISPLAY NAME FOR THE ID STAGED IN        *
003134*  RG-PLAYER-ID FROM THE REGISTRATION FILE.  AN ID    *
003135*  NOT ENROLLED, OR NO REGISTRATION FILE AT ALL,      *
003136*  PRINTS A BLANK NAME -- THE REPORT STILL RUNS.      *
003137******************************************************
003138 7000-LOOK-UP-NAME.
003139     MOVE SPACES TO DET-NAME.
003140     IF NOT NAMES-ON-FILE
003141         GO TO 7000-EXIT
003142     END-IF.
003143     READ REGISTRATION-FILE
003144         INVALID KEY
003145         GO TO 7000-EXIT
003146     END-READ.
003147     MOVE RG-DISPLAY-NAME TO DET-NAME.
003148 7000-EXIT.
003149     EXIT.
003150*
003151******************************************************
003152*  8800-LOAD-PARAMETERS                               *
003153*  TABLE EVERY GAME PARAMETER ENTRY: THE STANDING     *
003154*  DEFAULTS FIRST (EFFECTIVE 00000000), THEN EACH     *
003155*  PARMFILE ENTRY IN FILE ORDER.  NO PARMFILE MEANS   *
003156*  THE DEFAULTS STAND.  AN ENTRY FOR AN UNKNOWN       *
003157*  PARAMETER, WITH A NON-NUMERIC VALUE OR DATE, OR    *
003158*  BEYOND THE END OF THE TABLE IS IGNORED AND         *
003159*  COUNTED.                                           *
003160******************************************************
003161 8800-LOAD-PARAMETERS.
003162     MOVE 0 TO PE-COUNT.
003163     MOVE 0 TO PARM-ENTRIES-IGNORED.
003164     MOVE 1 TO PD-SUB.
003165     PERFORM 8810-LOAD-ONE-DEFAULT THRU 8810-EXIT
003166         UNTIL PD-SUB > PD-COUNT.
003167     OPEN INPUT PARM-FILE.
003168     IF PARM-FILE-NOT-FOUND
003169         GO TO 8800-EXIT
003170     END-IF.
003171     IF NOT PARM-FILE-OK
003172         DISPLAY "Cannot open PARMFILE, status "
003173             PARM-FILE-STATUS " -- standing rules used."
003174         GO TO 8800-EXIT
003175     END-IF.
003176     MOVE 'N' TO PARM-EOF-SWITCH.
003177     PERFORM 8820-LOAD-ONE-ENTRY THRU 8820-EXIT
003178         UNTIL PARM-AT-END.
003179     CLOSE PARM-FILE.
003180     IF PARM-ENTRIES-IGNORED > 0
003181         DISPLAY "PARMFILE entries ignored: "
003182             PARM-ENTRIES-IGNORED
003183     END-IF.
003184 8800-EXIT.
003185     EXIT.
003186*
003187 8810-LOAD-ONE-DEFAULT.
003188     ADD 1 TO PE-COUNT.
003189     MOVE PD-NAME (PD-SUB) TO PE-NAME (PE-COUNT).
003190     MOVE "00000000" TO PE-EFFECTIVE-DATE (PE-COUNT).
003191     MOVE PD-DEFAULT (PD-SUB) TO PE-VALUE (PE-COUNT).
003192     ADD 1 TO PD-SUB.
003193 8810-EXIT.
003194     EXIT.
003195*
003196 8820-LOAD-ONE-ENTRY.
003197     READ PARM-FILE
003198         AT END
003199         SET PARM-AT-END TO TRUE
003200         GO TO 8820-EXIT
003201     END-READ.
003202     MOVE 1 TO PD-SUB.
003203     PERFORM 8830-SCAN-ONE-NAME THRU 8830-EXIT
003204         UNTIL PD-SUB > PD-COUNT
003205             OR PD-NAME (PD-SUB) = PARM-NAME.
003206     IF PD-SUB > PD-COUNT
003207             OR PARM-VALUE NOT NUMERIC
003208             OR PARM-EFFECTIVE-DATE NOT NUMERIC
003209             OR PE-COUNT NOT < PE-MAX
003210         ADD 1 TO PARM-ENTRIES-IGNORED
003211         GO TO 8820-EXIT
003212     END-IF.
003213     ADD 1 TO PE-COUNT.
003214     MOVE PARM-NAME TO PE-NAME (PE-COUNT).
003215     MOVE PARM-EFFECTIVE-DATE TO PE-EFFECTIVE-DATE (PE-COUNT).
003216     MOVE PARM-VALUE TO PE-VALUE (PE-COUNT).
003217 8820-EXIT.
003218     EXIT.
003219*
003220 8830-SCAN-ONE-NAME.
003221     ADD 1 TO PD-SUB.
003222 8830-EXIT.
003223     EXIT.
003224*
003225******************************************************
003226*  8850-GET-PARAMETER                                 *
003227*  THE VALUE OF PARM-WANTED-NAME IN FORCE ON          *
003228*  PARM-AS-OF-DATE: THE ENTRY WITH THE LATEST         *
003229*  EFFECTIVE DATE NOT AFTER IT, THE LATER ON THE FILE *
003230*  WHERE TWO SHARE A DATE.  THE DEFAULTS, EFFECTIVE   *
003231*  00000000, ARE ALWAYS A CANDIDATE.                  *
003232******************************************************
003233 8850-GET-PARAMETER.
003234     MOVE 0 TO PARM-FOUND-VALUE.
003235     MOVE SPACES TO PARM-FOUND-DATE.
003236     MOVE 1 TO PE-SUB.
003237     PERFORM 8860-CHECK-ONE-ENTRY THRU 8860-EXIT
003238         UNTIL PE-SUB > PE-COUNT.
003239 8850-EXIT.
003240     EXIT.
003241*
003242 8860-CHECK-ONE-ENTRY.
003243     IF PE-NAME (PE-SUB) = PARM-WANTED-NAME
003244             AND PE-EFFECTIVE-DATE (PE-SUB) NOT > PARM-AS-OF-DATE
003245             AND PE-EFFECTIVE-DATE (PE-SUB) NOT < PARM-FOUND-DATE
003246         MOVE PE-VALUE (PE-SUB) TO PARM-FOUND-VALUE
003247         MOVE PE-EFFECTIVE-DATE (PE-SUB) TO PARM-FOUND-DATE
003248     END-IF.
003249     ADD 1 TO PE-SUB.
003250 8860-EXIT.
003251     EXIT.
003252*
003253******************************************************
003254*  8870-SCORE-ONE-WIN                                 *
003255*  POINTS FOR A WON GAME UNDER THE RULES IN FORCE ON  *
003256*  THE GAME DATE: SCORE-BASE LESS THE GUESSES TAKEN,  *
003257*  TIMES EXPERT-SCORE-FACTOR ON AN EXPERT DAY.  A WIN *
003258*  IN SCORE-BASE GUESSES OR MORE (POSSIBLE UNDER A    *
003259*  HANDICAPPED ALLOWANCE) SCORES ZERO -- GAME-SCORE   *
003260*  IS UNSIGNED AND MUST NOT UNDERFLOW.                *
003261******************************************************
003262 8870-SCORE-ONE-WIN.
003263     MOVE SCORE-DATE TO PARM-AS-OF-DATE.
003264     MOVE "SCORE-BASE" TO PARM-WANTED-NAME.
003265     PERFORM 8850-GET-PARAMETER THRU 8850-EXIT.
003266     IF SCORE-GUESSES NOT < PARM-FOUND-VALUE
003267         MOVE 0 TO GAME-SCORE
003268         GO TO 8870-EXIT
003269     END-IF.
003270     COMPUTE GAME-SCORE = PARM-FOUND-VALUE - SCORE-GUESSES.
003271     IF SCORE-DIFFICULTY = 'E'
003272         MOVE "EXPERT-SCORE-FACTOR" TO PARM-WANTED-NAME
003273         PERFORM 8850-GET-PARAMETER THRU 8850-EXIT
003274         COMPUTE GAME-SCORE = GAME-SCORE * PARM-FOUND-VALUE
003275     END-IF.
003276 8870-EXIT.
003277     EXIT.
003278*
003279******************************************************
003280*  8000-FINISH                                        *
003281******************************************************
003282 8000-FINISH.
003283     STRING "---  ----------  --------------------  "
003284             DELIMITED BY SIZE
003285         "-----   ------   -----   ------" DELIMITED BY SIZE
003286         INTO PRINT-TEXT
003287     END-STRING.
003288     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
003289     STRING "Games ranked in period:   " DELIMITED BY SIZE
003290         RECORDS-SELECTED DELIMITED BY SIZE
003291         INTO PRINT-TEXT
003292     END-STRING.
003293     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
003294     STRING "Legacy records excluded:  " DELIMITED BY SIZE
003295         LEGACY-SKIPPED DELIMITED BY SIZE
003296         INTO PRINT-TEXT
003297     END-STRING.
003298     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
003299     STRING "Voided games backed out:  " DELIMITED BY SIZE
003300         VOIDS-BACKED-OUT DELIMITED BY SIZE
003301         INTO PRINT-TEXT
003302     END-STRING.
003303     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
003304 8000-EXIT.
003305     EXIT.
003306*
003307******************************************************
003308*  8900-OPEN-PRINT-SPOOL                              *
003309*  START THE REPORT: STAMP THE RUN DATE AND TIME AND  *
003310*  OPEN THE PRINT SPOOL.  REPORT-ID, REPORT-TITLE AND *
003311*  REPORT-PARAMETERS MUST ALREADY BE SET.  IF THE     *
003312*  SPOOL WILL NOT OPEN THE REPORT GOES TO THE CONSOLE *
003313*  INSTEAD, UNPAGED AND NOT STORED.                   *
003314******************************************************
003315 8900-OPEN-PRINT-SPOOL.
003316     ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.
003317     ACCEPT REPORT-RUN-TIME FROM TIME.
003318     MOVE 0 TO PRINT-PAGE-COUNT.
003319     MOVE 0 TO PRINT-LINE-ON-PAGE.
003320     MOVE 0 TO PH-COUNT.
003321     MOVE SPACE TO PRINT-PREVIOUS-TYPE.
003322     MOVE SPACES TO PRINT-TEXT.
003323     MOVE SPACE TO PRINT-LINE-TYPE.
003324     MOVE 'N' TO PRINT-NEW-PAGE-SWITCH.
003325     OPEN OUTPUT SPOOL-FILE.
003326     IF SPOOL-FILE-OK
003327         SET SPOOL-IS-OPEN TO TRUE
003328         GO TO 8900-EXIT
003329     END-IF.
003330     DISPLAY "Cannot open print spool, status "
003331         SPOOL-FILE-STATUS " -- report shown here only.".
003332     DISPLAY REPORT-ID "  " REPORT-TITLE.
003333     DISPLAY "RUN DATE " REPORT-RUN-DATE "  TIME "
003334         REPORT-RUN-TIME.
003335     DISPLAY "PARAMETERS: " REPORT-PARAMETERS.
003336 8900-EXIT.
003337     EXIT.
003338*
003339******************************************************
003340*  8910-PRINT-LINE                                    *
003341*  SPOOL THE LINE IN PRINT-TEXT, THEN CLEAR IT.  THE  *
003342*  PAGES ARE LAID OUT HERE: A NEW PAGE STARTS WITH    *
003343*  THE FIRST LINE, WHEN PRINT-BODY-LINES ARE FULL     *
003344*  (COUNTING THE COLUMN HEADINGS THAT WILL BE         *
003345*  REPEATED AT ITS TOP), OR WHEN THE CALLER SETS      *
003346*  PRINT-NEW-PAGE.  8930 REPEATS THE SAME STEPS WHEN  *
003347*  PRINTING, SO THE TWO MUST BE CHANGED TOGETHER.     *
003348******************************************************
003349 8910-PRINT-LINE.
003350     IF NOT SPOOL-IS-OPEN
003351         DISPLAY PRINT-TEXT
003352         MOVE SPACES TO PRINT-TEXT
003353         MOVE SPACE TO PRINT-LINE-TYPE
003354         GO TO 8910-EXIT
003355     END-IF.
003356     IF PRINT-SECTION-START
003357         MOVE 0 TO PH-COUNT
003358     END-IF.
003359     IF PRINT-COLUMN-HEADING
003360         IF PRINT-PREVIOUS-TYPE NOT = 'H'
003361             MOVE 0 TO PH-COUNT
003362         END-IF
003363         IF PH-COUNT < PH-MAX
003364             ADD 1 TO PH-COUNT
003365             MOVE PRINT-TEXT TO PH-LINE (PH-COUNT)
003366         END-IF
003367     END-IF.
003368     MOVE 'N' TO SPL-PAGE-BREAK.
003369     IF PRINT-PAGE-COUNT = 0
003370             OR PRINT-LINE-ON-PAGE NOT < PRINT-BODY-LINES
003371             OR PRINT-NEW-PAGE
003372         ADD 1 TO PRINT-PAGE-COUNT
003373         MOVE 'Y' TO SPL-PAGE-BREAK
003374         MOVE 'N' TO PRINT-NEW-PAGE-SWITCH
003375         MOVE 0 TO PRINT-LINE-ON-PAGE
003376         IF NOT PRINT-COLUMN-HEADING
003377             MOVE PH-COUNT TO PRINT-LINE-ON-PAGE
003378         END-IF
003379     END-IF.
003380     ADD 1 TO PRINT-LINE-ON-PAGE.
003381     MOVE PRINT-LINE-TYPE TO SPL-LINE-TYPE.
003382     MOVE PRINT-LINE-TYPE TO PRINT-PREVIOUS-TYPE.
003383     MOVE PRINT-TEXT TO SPL-TEXT.
003384     WRITE SPOOL-RECORD.
003385     MOVE SPACES TO PRINT-TEXT.
003386     MOVE SPACE TO PRINT-LINE-TYPE.
003387 8910-EXIT.
003388     EXIT.
003389*
003390******************************************************
003391*  8920-PRINT-REPORT                                  *
003392*  END THE REPORT: SPOOL THE END-OF-REPORT LINE,      *
003393*  THEN PRINT THE SPOOL WITH THE STANDARD HEADINGS    *
003394*  AND STORE EVERY PRINTED LINE, AND A COPY HEADER,   *
003395*  IN THE REPORT REPOSITORY (REPTREPO) UNDER THE      *
003396*  REPORT-ID AND RUN DATE AND TIME.  A REPOSITORY     *
003397*  FAILURE IS REPORTED BUT DOES NOT STOP THE PRINT.   *
003398******************************************************
003399 8920-PRINT-REPORT.
003400     IF NOT SPOOL-IS-OPEN
003401         DISPLAY " "
003402         DISPLAY "*** END OF REPORT " REPORT-ID " ***"
003403         GO TO 8920-EXIT
003404     END-IF.
003405     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
003406     SET PRINT-END-MARKER TO TRUE.
003407     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
003408     CLOSE SPOOL-FILE.
003409     MOVE 'N' TO SPOOL-OPEN-SWITCH.
003410     OPEN INPUT SPOOL-FILE.
003411     IF NOT SPOOL-FILE-OK
003412         DISPLAY "Cannot reopen print spool, status "
003413             SPOOL-FILE-STATUS " -- report NOT printed."
003414         GO TO 8920-EXIT
003415     END-IF.
003416     OPEN OUTPUT PRINT-FILE.
003417     IF PRINT-FILE-OK
003418         SET PRINT-IS-OPEN TO TRUE
003419     ELSE
003420         DISPLAY "Cannot open print file, status "
003421             PRINT-FILE-STATUS " -- report NOT printed."
003422     END-IF.
003423     OPEN I-O REPORT-REPOSITORY.
003424     IF REPOSITORY-NOT-FOUND
003425         OPEN OUTPUT REPORT-REPOSITORY
003426         CLOSE REPORT-REPOSITORY
003427         OPEN I-O REPORT-REPOSITORY
003428     END-IF.
003429     IF REPOSITORY-OK
003430         SET REPOSITORY-IS-OPEN TO TRUE
003431     ELSE
003432         DISPLAY "Report NOT stored -- REPTREPO status "
003433             REPOSITORY-STATUS
003434     END-IF.
003435     MOVE 0 TO PRINT-PAGE-NUMBER.
003436     MOVE 0 TO PRINT-LINES-STORED.
003437     MOVE 0 TO PH-COUNT.
003438     MOVE SPACE TO PRINT-PREVIOUS-TYPE.
003439     MOVE 'N' TO SPOOL-EOF-SWITCH.
003440     PERFORM 8930-PRINT-SPOOLED-LINE THRU 8930-EXIT
003441         UNTIL SPOOL-AT-END.
003442     CLOSE SPOOL-FILE.
003443     MOVE PRINT-PAGE-COUNT TO PRINT-COUNT-EDIT.
003444     IF PRINT-IS-OPEN
003445         CLOSE PRINT-FILE
003446         MOVE 'N' TO PRINT-OPEN-SWITCH
003447         DISPLAY "Report " REPORT-ID " printed, "
003448             PRINT-COUNT-EDIT " page(s)."
003449     END-IF.
003450     IF REPOSITORY-IS-OPEN
003451         PERFORM 8970-STORE-COPY-HEADER THRU 8970-EXIT
003452     END-IF.
003453     IF REPOSITORY-IS-OPEN
003454         CLOSE REPORT-REPOSITORY
003455         MOVE 'N' TO REPOSITORY-OPEN-SWITCH
003456         DISPLAY "Report " REPORT-ID " stored as "
003457             REPORT-RUN-DATE " " REPORT-RUN-TIME "."
003458     END-IF.
003459 8920-EXIT.
003460     EXIT.
003461*
003462******************************************************
003463*  8930-PRINT-SPOOLED-LINE                            *
003464*  PRINT ONE SPOOLED LINE, PRECEDED AT A PAGE BREAK   *
003465*  BY THE STANDARD HEADING AND, UNLESS THE LINE IS    *
003466*  ITSELF A COLUMN HEADING, THE SECTION'S COLUMN      *
003467*  HEADINGS.  THE END MARKER BECOMES THE END-OF-      *
003468*  REPORT LINE.                                       *
003469******************************************************
003470 8930-PRINT-SPOOLED-LINE.
003471     READ SPOOL-FILE
003472         AT END
003473         SET SPOOL-AT-END TO TRUE
003474         GO TO 8930-EXIT
003475     END-READ.
003476     IF SPL-LINE-TYPE = 'S'
003477         MOVE 0 TO PH-COUNT
003478     END-IF.
003479     IF SPL-LINE-TYPE = 'H'
003480         IF PRINT-PREVIOUS-TYPE NOT = 'H'
003481             MOVE 0 TO PH-COUNT
003482         END-IF
003483         IF PH-COUNT < PH-MAX
003484             ADD 1 TO PH-COUNT
003485             MOVE SPL-TEXT TO PH-LINE (PH-COUNT)
003486         END-IF
003487     END-IF.
003488     MOVE SPL-LINE-TYPE TO PRINT-PREVIOUS-TYPE.
003489     IF SPL-PAGE-BREAK = 'Y'
003490         PERFORM 8940-PRINT-PAGE-HEADING THRU 8940-EXIT
003491         IF SPL-LINE-TYPE NOT = 'H'
003492             MOVE 1 TO PH-SUB
003493             PERFORM 8950-REPEAT-ONE-HEADING THRU 8950-EXIT
003494                 UNTIL PH-SUB > PH-COUNT
003495         END-IF
003496     END-IF.
003497     MOVE SPL-TEXT TO PRINT-OUT-TEXT.
003498     IF SPL-LINE-TYPE = 'E'
003499         MOVE REPORT-ID TO END-REPORT-ID
003500         MOVE PRINT-PAGE-COUNT TO END-PAGE-COUNT
003501         MOVE PRINT-END-LINE TO PRINT-OUT-TEXT
003502     END-IF.
003503     MOVE SPACE TO PRINT-CARRIAGE.
003504     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
003505 8930-EXIT.
003506     EXIT.
003507*
003508 8940-PRINT-PAGE-HEADING.
003509     ADD 1 TO PRINT-PAGE-NUMBER.
003510     MOVE REPORT-ID TO HDG1-REPORT-ID.
003511     MOVE REPORT-TITLE TO HDG1-TITLE.
003512     MOVE PRINT-PAGE-NUMBER TO HDG1-PAGE.
003513     MOVE PRINT-PAGE-COUNT TO HDG1-PAGES.
003514     MOVE PRINT-HEADING-1 TO PRINT-OUT-TEXT.
003515     MOVE '1' TO PRINT-CARRIAGE.
003516     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
003517     MOVE REPORT-RUN-DATE TO HDG2-RUN-DATE.
003518     MOVE REPORT-RUN-HH TO HDG2-HH.
003519     MOVE REPORT-RUN-MM TO HDG2-MM.
003520     MOVE REPORT-RUN-SS TO HDG2-SS.
003521     MOVE PRINT-HEADING-2 TO PRINT-OUT-TEXT.
003522     MOVE SPACE TO PRINT-CARRIAGE.
003523     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
003524     MOVE REPORT-PARAMETERS TO HDG3-PARAMETERS.
003525     MOVE PRINT-HEADING-3 TO PRINT-OUT-TEXT.
003526     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
003527     MOVE PRINT-DASH-LINE TO PRINT-OUT-TEXT.
003528     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
003529     MOVE SPACES TO PRINT-OUT-TEXT.
003530     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
003531 8940-EXIT.
003532     EXIT.
003533*
003534 8950-REPEAT-ONE-HEADING.
003535     MOVE PH-LINE (PH-SUB) TO PRINT-OUT-TEXT.
003536     MOVE SPACE TO PRINT-CARRIAGE.
003537     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
003538     ADD 1 TO PH-SUB.
003539 8950-EXIT.
003540     EXIT.
003541*
003542******************************************************
003543*  8960-WRITE-PRINT-LINE                              *
003544*  PRINT PRINT-OUT-TEXT -- AT THE TOP OF A NEW PAGE   *
003545*  IF PRINT-CARRIAGE IS '1' -- AND STORE IT AS THE    *
003546*  NEXT LINE OF THIS COPY IN THE REPOSITORY.          *
003547******************************************************
003548 8960-WRITE-PRINT-LINE.
003549     IF PRINT-IS-OPEN
003550         IF PRINT-CARRIAGE = '1'
003551             WRITE PRINT-RECORD FROM PRINT-OUT-TEXT
003552                 AFTER ADVANCING PAGE
003553         ELSE
003554             WRITE PRINT-RECORD FROM PRINT-OUT-TEXT
003555                 AFTER ADVANCING 1 LINE
003556         END-IF
003557     END-IF.
003558     IF NOT REPOSITORY-IS-OPEN
003559         GO TO 8960-EXIT
003560     END-IF.
003561     ADD 1 TO PRINT-LINES-STORED.
003562     MOVE REPORT-ID TO RR-REPORT-ID.
003563     MOVE REPORT-RUN-DATE TO RR-RUN-DATE.
003564     MOVE REPORT-RUN-TIME TO RR-RUN-TIME.
003565     MOVE PRINT-LINES-STORED TO RR-LINE-NUMBER.
003566     MOVE PRINT-CARRIAGE TO RR-CARRIAGE.
003567     MOVE PRINT-OUT-TEXT TO RR-LINE.
003568     WRITE REPORT-REPOSITORY-RECORD.
003569     IF NOT REPOSITORY-OK
003570         DISPLAY "Report NOT stored -- REPTREPO status "
003571             REPOSITORY-STATUS
003572         CLOSE REPORT-REPOSITORY
003573         MOVE 'N' TO REPOSITORY-OPEN-SWITCH
003574     END-IF.
003575 8960-EXIT.
003576     EXIT.
003577*
003578******************************************************
003579*  8970-STORE-COPY-HEADER                             *
003580*  LINE 00000 OF THE COPY: WHAT GUESS-RPRT LISTS.     *
003581*  IT IS WRITTEN LAST, SO A COPY CUT SHORT BY A       *
003582*  REPOSITORY FAILURE NEVER APPEARS ON THE LIST.      *
003583******************************************************
003584 8970-STORE-COPY-HEADER.
003585     MOVE REPORT-ID TO RR-REPORT-ID.
003586     MOVE REPORT-RUN-DATE TO RR-RUN-DATE.
003587     MOVE REPORT-RUN-TIME TO RR-RUN-TIME.
003588     MOVE 0 TO RR-LINE-NUMBER.
003589     MOVE SPACE TO RR-CARRIAGE.
003590     MOVE SPACES TO RR-LINE.
003591     MOVE REPORT-TITLE TO RR-TITLE.
003592     MOVE REPORT-PARAMETERS TO RR-PARAMETERS.
003593     MOVE PRINT-PAGE-COUNT TO RR-PAGE-COUNT.
003594     MOVE PRINT-LINES-STORED TO RR-LINE-COUNT.
003595     WRITE REPORT-REPOSITORY-RECORD.
003596     IF NOT REPOSITORY-OK
003597         DISPLAY "Report NOT stored -- REPTREPO status "
003598             REPOSITORY-STATUS
003599         CLOSE REPORT-REPOSITORY
003600         MOVE 'N' TO REPOSITORY-OPEN-SWITCH
003601     END-IF.
003602 8970-EXIT.
003603     EXIT.
003604*
003605******************************************************
003606*  9999-EXIT                                          *
003607******************************************************
003608 9999-EXIT.
003609     STOP RUN.
