000160*  COUNTED AND SKIPPED; RECORDS WRITTEN BEFORE THE    *
000170*  OUTCOME FLAG EXISTED CANNOT BE SCORED FAIRLY AND   *
000180*  ARE COUNTED AND EXCLUDED, AS IN GUESS-MRPT.        *
000181*  A REVERSAL RECORD ('V', WRITTEN BY GUESS-ADJT)     *
000182*  FOLLOWS THE GAME IT CANCELS ON THE FILE; FOR A     *
000183*  GAME IN THE WEEK IT IS SUBTRACTED BACK OUT OF      *
000184*  THE WEEK.  A GAME FROM BEFORE THE WEEK IS ALREADY  *
000185*  IN THE SEASON TABLE, SO A REVERSAL OR CORRECTED    *
000186*  GAME FOR IT POSTED DURING THE WEEK (SCORE-ADJ-     *
000187*  DATE) CORRECTS THE SEASON TOTALS DIRECTLY,         *
000188*  AGAINST THE PLAYER'S CURRENT TEAM.                 *
000189*  THE SCORE BASE (11) AND THE EXPERT FACTOR (2) ARE  *
000190*  GAME PARAMETERS (PARMFILE), TAKEN AS IN FORCE ON   *
000191*  EACH GAME'S OWN DATE.                              *
000192*                                                     *
000200*  To compile and run on your friendly Linux system:  *
000210*         cobc -x guess-leag.cobol                    *
000220******************************************************
000293*                   GUESSES POSSIBLE; THEY NOW SCORE   *
000294*                   ZERO INSTEAD OF UNDERFLOWING THE   *
000295*                   (11 - GUESSES) GAME SCORE.         *
000296*  2026-10-15 DLM   GAMES VOIDED OR ADJUSTED BY        *
000297*                   GUESS-ADJT: A VOIDED GAME IN THE   *
000298*                   WEEK IS BACKED OUT OF THE WEEK'S   *
000299*                   TALLY, AND ONE FROM AN EARLIER     *
000300*                   WEEK VOIDED OR ADJUSTED DURING     *
000301*                   THIS WEEK CORRECTS THE SEASON      *
000302*                   TOTALS ALREADY CARRIED FORWARD.    *
000303*  2026-10-15 DLM   THE RUN IS REFUSED UNLESS GUESS-EOD*
000304*                   AND GUESS-RECON HAVE COMPLETED FOR *
000305*                   THE WEEK'S LAST DAY ON THE RUN-    *
000306*                   CONTROL FILE (RUNCTRL), AND EACH   *
000307*                   RUN POSTS ITS STATUS AND COUNTS    *
000308*                   THERE.                             *
000309*  2026-10-15 DLM   THE SCORE BASE AND EXPERT FACTOR   *
000310*                   COME FROM THE GAME PARAMETER FILE  *
000311*                   (PARMFILE) AS IN FORCE ON EACH     *
000312*                   GAME'S DATE; THE WEEK'S WINS NOW   *
000313*                   SCORE THROUGH 2400 AS THE SEASON   *
000314*                   CORRECTIONS ALREADY DID.           *
000315*  2026-10-15 DLM   THE STANDINGS AND SEASON TABLE ARE *
000316*                   NOW PRINTED TO PRTLEAG WITH        *
000317*                   STANDARD PAGE HEADINGS AND AN END- *
000318*                   OF-REPORT LINE, AND A COPY IS KEPT *
000319*                   IN THE REPORT REPOSITORY (REPTREPO)*
000320*                   FOR GUESS-RPRT TO LIST AND REPRINT.*
000321******************************************************
000322 IDENTIFICATION DIVISION.
000323 PROGRAM-ID. GUESS-LEAG.
000330 AUTHOR. D L MCKENZIE.
000340 INSTALLATION. OPERATIONS SUPPORT.
000350 DATE-WRITTEN. 2026-09-02.
000500     SELECT LEAGUE-SEASON-FILE ASSIGN TO "LEAGSEAS"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS LEAGUE-SEASON-STATUS.
000521     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
000522         ORGANIZATION IS INDEXED
000523         ACCESS MODE IS RANDOM
000524         RECORD KEY IS RC-KEY
000525         FILE STATUS IS RUN-CONTROL-STATUS.
000526     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000527         ORGANIZATION IS LINE SEQUENTIAL
000528         FILE STATUS IS PARM-FILE-STATUS.
000529     SELECT SPOOL-FILE ASSIGN TO "SPLLEAG"
000530         ORGANIZATION IS LINE SEQUENTIAL
000531         FILE STATUS IS SPOOL-FILE-STATUS.
000532     SELECT PRINT-FILE ASSIGN TO "PRTLEAG"
000533         ORGANIZATION IS LINE SEQUENTIAL
000534         FILE STATUS IS PRINT-FILE-STATUS.
000535     SELECT REPORT-REPOSITORY ASSIGN TO "REPTREPO"
000536         ORGANIZATION IS INDEXED
000537         ACCESS MODE IS RANDOM
000538         RECORD KEY IS RR-KEY
000539         FILE STATUS IS REPOSITORY-STATUS.
000540     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
000541*
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  SCORE-HIST-FILE
000650 FD  LEAGUE-SEASON-FILE
000660     LABEL RECORDS ARE STANDARD.
000670     COPY "LEAGREC.CPY".
000672*
000674 FD  RUN-CONTROL-FILE
000676     LABEL RECORDS ARE STANDARD.
000678     COPY "RUNCREC.CPY".
000679*
000680 FD  PARM-FILE
000681     LABEL RECORDS ARE STANDARD.
000682     COPY "PARMREC.CPY".
000683*
000684 FD  SPOOL-FILE
000685     LABEL RECORDS ARE STANDARD.
000686     COPY "SPOOLREC.CPY".
000687*
000688 FD  PRINT-FILE
000689     LABEL RECORDS ARE OMITTED.
000690 01  PRINT-RECORD                PIC X(132).
000691*
000692 FD  REPORT-REPOSITORY
000693     LABEL RECORDS ARE STANDARD.
000694     COPY "REPTREC.CPY".
000695*
000696 SD  SORT-WORK-FILE.
000700 01  SORT-RECORD.
000710     05  SORT-POINTS              PIC 9(07).
000720     05  SORT-TEAM-CODE           PIC X(04).
000920 77  LEGACY-SKIPPED              PIC 9(07)  VALUE 0.
000930 77  RANK-NUMBER                 PIC 9(03)  VALUE 0.
000940 77  GAME-SCORE                  PIC 9(03)  VALUE 0.
000943 77  VOIDS-BACKED-OUT            PIC 9(07)  VALUE 0.
000946 77  SEASON-CORRECTIONS          PIC 9(07)  VALUE 0.
000950*
000960 01  TEAM-TABLE.
000970     05  TT-ENTRY OCCURS 50 TIMES.
001640     05  SEA-WINS                PIC ZZZZ9.
001650     05  FILLER                  PIC X(03)  VALUE SPACES.
001660     05  SEA-GAMES               PIC ZZZZ9.
001661*
001662*    RUN CONTROL (RUNCTRL): THE JOBS THAT MUST HAVE
001663*    COMPLETED FOR THE BUSINESS DATE BEFORE THIS ONE
001664*    MAY RUN, AND THIS JOB'S STATUS AND KEY COUNTS.
001665 77  PRED-COUNT                  PIC 9(02)  COMP  VALUE 2.
001666 77  PRED-SUB                    PIC 9(02)  COMP  VALUE 0.
001667 01  PREDECESSOR-VALUES.
001668     05  FILLER                  PIC X(12)  VALUE "GUESS-EOD".
001669     05  FILLER                  PIC X(12)  VALUE "GUESS-RECON".
001670 01  PREDECESSOR-TABLE REDEFINES PREDECESSOR-VALUES.
001671     05  PRED-JOB-NAME           PIC X(12)
001672                                 OCCURS 2 TIMES.
001673 01  RUN-JOB-NAME                PIC X(12)  VALUE "GUESS-LEAG".
001674 01  RUN-BUSINESS-DATE           PIC X(08)  VALUE SPACES.
001675 01  RUN-START-DATE              PIC X(08)  VALUE SPACES.
001676 01  RUN-START-TIME              PIC X(08)  VALUE SPACES.
001677 01  RUN-STATUS-CODE             PIC X(01)  VALUE 'R'.
001678 01  RUN-COMPLETION-CODE         PIC 9(04)  VALUE 0.
001679 01  RUN-MESSAGE                 PIC X(30)  VALUE SPACES.
001680 01  RUN-COUNT-VALUES.
001681     05  FILLER                  PIC X(12)  VALUE "GAMES SCORED".
001682     05  RUN-COUNT-1             PIC 9(09)  VALUE 0.
001683     05  FILLER                  PIC X(12)  VALUE "UNROSTERED".
001684     05  RUN-COUNT-2             PIC 9(09)  VALUE 0.
001685     05  FILLER                  PIC X(12)  VALUE "LEGACY".
001686     05  RUN-COUNT-3             PIC 9(09)  VALUE 0.
001687 01  RUN-CONTROL-STATUS          PIC X(02).
001688     88  RUN-CONTROL-OK          VALUE '00'.
001689     88  RUN-CONTROL-NOT-FOUND   VALUE '23', '35'.
001690 01  RUN-RECORD-SWITCH           PIC X(01)  VALUE 'N'.
001691     88  RUN-RECORD-EXISTS       VALUE 'Y'.
001692 01  RUN-REFUSED-SWITCH          PIC X(01)  VALUE 'N'.
001693     88  RUN-IS-REFUSED          VALUE 'Y'.
001694*
001695*    GAME PARAMETERS (PARMFILE), SEE PARMTAB.CPY.
001696     COPY "PARMTAB.CPY".
001697*
001698*    PRINT SPOOLING AND THE REPORT REPOSITORY, SEE
001699*    PRTCTL.CPY.
001700     COPY "PRTCTL.CPY".
001701*
001702 PROCEDURE DIVISION.
001703*
001704******************************************************
001710*  0000-MAINLINE                                      *
001720******************************************************
001730 0000-MAINLINE.
001740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001742     PERFORM 8500-START-RUN-CONTROL THRU 8500-EXIT.
001744     IF RUN-IS-REFUSED
001745         IF RUN-MESSAGE = SPACES
001746             MOVE "RUNCTRL NOT AVAILABLE" TO RUN-MESSAGE
001747         END-IF
001748         STRING "*** RUN REFUSED -- " DELIMITED BY SIZE
001749             RUN-MESSAGE DELIMITED BY SIZE
001750             INTO PRINT-TEXT
001751         END-STRING
001752         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
001753         PERFORM 8920-PRINT-REPORT THRU 8920-EXIT
001754         GO TO 9999-EXIT
001755     END-IF.
001756     PERFORM 1100-LOAD-SEASON-TABLE THRU 1100-EXIT.
001760     PERFORM 1200-LOAD-ROSTER THRU 1200-EXIT.
001770     PERFORM 2000-TALLY-WEEK THRU 2000-EXIT.
001780     PERFORM 3000-FOLD-WEEK-INTO-SEASON THRU 3000-EXIT.
001850         INPUT PROCEDURE IS 5500-RELEASE-SEASON-TEAMS
001860         OUTPUT PROCEDURE IS 6000-PRINT-SEASON-TABLE.
001870     PERFORM 7000-REWRITE-SEASON-FILE THRU 7000-EXIT.
001874     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001878     PERFORM 8920-PRINT-REPORT THRU 8920-EXIT.
001882     MOVE RECORDS-SCORED TO RUN-COUNT-1.
001884     MOVE UNROSTERED-SKIPPED TO RUN-COUNT-2.
001886     MOVE LEGACY-SKIPPED TO RUN-COUNT-3.
001888     PERFORM 8650-END-RUN-CONTROL THRU 8650-EXIT.
001890     GO TO 9999-EXIT.
001900*
001910******************************************************
001930*  GET THE WEEK BEING SCORED.  A BLANK FROM-DATE      *
001940*  MEANS THE BEGINNING OF THE FILE; A BLANK TO-DATE   *
001950*  MEANS RIGHT UP TO TODAY.                           *
001953*  THE WEEK'S LAST DAY (TODAY WHEN OPEN-ENDED) IS THE *
001956*  BUSINESS DATE THE RUN IS CONTROLLED UNDER.         *
001960******************************************************
001970 1000-INITIALIZE.
001980     DISPLAY "Enter week FROM date (YYYYMMDD, blank for"
002070     IF TO-DATE = SPACES OR TO-DATE NOT NUMERIC
002080         MOVE "99999999" TO TO-DATE
002090     END-IF.
002091     IF TO-DATE = "99999999"
002092         ACCEPT RUN-BUSINESS-DATE FROM DATE YYYYMMDD
002093     ELSE
002094         MOVE TO-DATE TO RUN-BUSINESS-DATE
002095     END-IF.
002097     PERFORM 8800-LOAD-PARAMETERS THRU 8800-EXIT.
002098     MOVE "GUESS-LEAG" TO REPORT-ID.
002099     MOVE "GUESS-MY-NUMBER LEAGUE WEEKLY STANDINGS"
002100         TO REPORT-TITLE.
002101     STRING "WEEK " DELIMITED BY SIZE
002102         FROM-DATE DELIMITED BY SIZE
002103         " THRU " DELIMITED BY SIZE
002104         TO-DATE DELIMITED BY SIZE
002105         INTO REPORT-PARAMETERS
002106     END-STRING.
002107     PERFORM 8900-OPEN-PRINT-SPOOL THRU 8900-EXIT.
002108 1000-EXIT.
002110     EXIT.
002120*
002130******************************************************
004060*
004070******************************************************
004080*  2100-TALLY-ONE-GAME                                *
004090*  A WON GAME IS SCORED BY 2400-SCORE-ONE-WIN; A      *
004100*  LOST GAME SCORES ZERO BUT STILL COUNTS IN THE      *
004110*  TEAM'S GAMES AND GUESSES.                          *
004120******************************************************
004130 2100-TALLY-ONE-GAME.
004140     READ SCORE-HIST-FILE
004160         SET SCORE-AT-END TO TRUE
004170         GO TO 2100-EXIT
004180     END-READ.
004181     IF SCORE-DATE < FROM-DATE
004182             AND SCORE-ADJ-DATE NOT < FROM-DATE
004183             AND SCORE-ADJ-DATE NOT > TO-DATE
004184             AND (SCORE-RESULT = 'V'
004185                 OR SCORE-ADJ-RESULT = 'A')
004186         PERFORM 2300-CORRECT-SEASON THRU 2300-EXIT
004187         GO TO 2100-EXIT
004188     END-IF.
004190     IF SCORE-DATE < FROM-DATE OR SCORE-DATE > TO-DATE
004200         GO TO 2100-EXIT
004210     END-IF.
004212     IF SCORE-RESULT = 'V'
004214         PERFORM 2200-BACK-OUT-VOID THRU 2200-EXIT
004216         GO TO 2100-EXIT
004218     END-IF.
004220     IF SCORE-RESULT NOT = 'W' AND SCORE-RESULT NOT = 'L'
004230         ADD 1 TO LEGACY-SKIPPED
004240         GO TO 2100-EXIT
004400     ADD SCORE-GUESSES TO TT-WEEK-GUESSES (TT-FOUND-SUB).
004410     IF SCORE-RESULT = 'W'
004420         ADD 1 TO TT-WEEK-WINS (TT-FOUND-SUB)
004421         PERFORM 2400-SCORE-ONE-WIN THRU 2400-EXIT
004470         ADD GAME-SCORE TO TT-WEEK-POINTS (TT-FOUND-SUB)
004480     END-IF.
004490 2100-EXIT.
004500     EXIT.
004510*
004511******************************************************
004512*  2200-BACK-OUT-VOID                                 *
004513*  UNDO WHAT 2100 DID FOR THE IN-WEEK GAME THIS       *
004514*  REVERSAL CANCELS, USING THE ORIGINAL RESULT        *
004515*  CARRIED IN SCORE-ADJ-RESULT.  NO COUNTER IS TAKEN  *
004516*  BELOW ZERO.                                        *
004517******************************************************
004518 2200-BACK-OUT-VOID.
004519     IF SCORE-ADJ-RESULT NOT = 'W'
004520             AND SCORE-ADJ-RESULT NOT = 'L'
004521         IF LEGACY-SKIPPED > 0
004522             SUBTRACT 1 FROM LEGACY-SKIPPED
004523         END-IF
004524         GO TO 2200-EXIT
004525     END-IF.
004526     MOVE SCORE-PLAYER-ID TO RO-PLAYER-ID (RO-MAX-ENTRIES).
004527     PERFORM 1400-FIND-ROSTER-PLAYER THRU 1400-EXIT.
004528     IF RO-FOUND-SUB = 0
004529         IF UNROSTERED-SKIPPED > 0
004530             SUBTRACT 1 FROM UNROSTERED-SKIPPED
004531         END-IF
004532         GO TO 2200-EXIT
004533     END-IF.
004534     MOVE RO-TEAM-CODE (RO-FOUND-SUB)
004535         TO TT-TEAM-CODE (TT-MAX-ENTRIES).
004536     PERFORM 1300-FIND-OR-ADD-TEAM THRU 1300-EXIT.
004537     IF TT-FOUND-SUB = 0
004538         GO TO 2200-EXIT
004539     END-IF.
004540     ADD 1 TO VOIDS-BACKED-OUT.
004541     IF RECORDS-SCORED > 0
004542         SUBTRACT 1 FROM RECORDS-SCORED
004543     END-IF.
004544     IF TT-WEEK-GAMES (TT-FOUND-SUB) > 0
004545         SUBTRACT 1 FROM TT-WEEK-GAMES (TT-FOUND-SUB)
004546     END-IF.
004547     IF TT-WEEK-GUESSES (TT-FOUND-SUB) >= SCORE-GUESSES
004548         SUBTRACT SCORE-GUESSES
004549             FROM TT-WEEK-GUESSES (TT-FOUND-SUB)
004550     ELSE
004551         MOVE 0 TO TT-WEEK-GUESSES (TT-FOUND-SUB)
004552     END-IF.
004553     IF SCORE-ADJ-RESULT NOT = 'W'
004554         GO TO 2200-EXIT
004555     END-IF.
004556     IF TT-WEEK-WINS (TT-FOUND-SUB) > 0
004557         SUBTRACT 1 FROM TT-WEEK-WINS (TT-FOUND-SUB)
004558     END-IF.
004559     PERFORM 2400-SCORE-ONE-WIN THRU 2400-EXIT.
004560     IF TT-WEEK-POINTS (TT-FOUND-SUB) >= GAME-SCORE
004561         SUBTRACT GAME-SCORE
004562             FROM TT-WEEK-POINTS (TT-FOUND-SUB)
004563     ELSE
004564         MOVE 0 TO TT-WEEK-POINTS (TT-FOUND-SUB)
004565     END-IF.
004566 2200-EXIT.
004567     EXIT.
004568*
004569******************************************************
004570*  2300-CORRECT-SEASON                                *
004571*  A GAME FROM AN EARLIER WEEK, VOIDED OR ADJUSTED    *
004572*  DURING THIS ONE.  A REVERSAL TAKES THE GAME BACK   *
004573*  OUT OF THE SEASON TOTALS; A CORRECTED GAME PUTS    *
004574*  ITS NEW RESULT IN.  A LEGACY GAME WAS NEVER        *
004575*  SCORED AND NEEDS NOTHING.                          *
004576******************************************************
004577 2300-CORRECT-SEASON.
004578     IF SCORE-RESULT = 'V'
004579             AND SCORE-ADJ-RESULT NOT = 'W'
004580             AND SCORE-ADJ-RESULT NOT = 'L'
004581         GO TO 2300-EXIT
004582     END-IF.
004583     MOVE SCORE-PLAYER-ID TO RO-PLAYER-ID (RO-MAX-ENTRIES).
004584     PERFORM 1400-FIND-ROSTER-PLAYER THRU 1400-EXIT.
004585     IF RO-FOUND-SUB = 0
004586         GO TO 2300-EXIT
004587     END-IF.
004588     MOVE RO-TEAM-CODE (RO-FOUND-SUB)
004589         TO TT-TEAM-CODE (TT-MAX-ENTRIES).
004590     PERFORM 1300-FIND-OR-ADD-TEAM THRU 1300-EXIT.
004591     IF TT-FOUND-SUB = 0
004592         GO TO 2300-EXIT
004593     END-IF.
004594     ADD 1 TO SEASON-CORRECTIONS.
004595     IF SCORE-RESULT NOT = 'V'
004596         ADD 1 TO TT-SEASON-GAMES (TT-FOUND-SUB)
004597         IF SCORE-RESULT = 'W'
004598             ADD 1 TO TT-SEASON-WINS (TT-FOUND-SUB)
004599             PERFORM 2400-SCORE-ONE-WIN THRU 2400-EXIT
004600             ADD GAME-SCORE TO TT-SEASON-POINTS (TT-FOUND-SUB)
004601         END-IF
004602         GO TO 2300-EXIT
004603     END-IF.
004604     IF TT-SEASON-GAMES (TT-FOUND-SUB) > 0
004605         SUBTRACT 1 FROM TT-SEASON-GAMES (TT-FOUND-SUB)
004606     END-IF.
004607     IF SCORE-ADJ-RESULT NOT = 'W'
004608         GO TO 2300-EXIT
004609     END-IF.
004610     IF TT-SEASON-WINS (TT-FOUND-SUB) > 0
004611         SUBTRACT 1 FROM TT-SEASON-WINS (TT-FOUND-SUB)
004612     END-IF.
004613     PERFORM 2400-SCORE-ONE-WIN THRU 2400-EXIT.
004614     IF TT-SEASON-POINTS (TT-FOUND-SUB) >= GAME-SCORE
004615         SUBTRACT GAME-SCORE
004616             FROM TT-SEASON-POINTS (TT-FOUND-SUB)
004617     ELSE
004618         MOVE 0 TO TT-SEASON-POINTS (TT-FOUND-SUB)
004619     END-IF.
004620 2300-EXIT.
004621     EXIT.
004622*
004623******************************************************
004624*  2400-SCORE-ONE-WIN                                 *
004625*  THE POINTS FOR THE WON GAME IN THE SCORE RECORD,   *
004626*  UNDER THE RULES IN FORCE ON THE GAME DATE:         *
004627*  SCORE-BASE LESS THE GUESSES TAKEN, TIMES           *
004628*  EXPERT-SCORE-FACTOR ON AN EXPERT DAY.  A WIN IN    *
004629*  SCORE-BASE GUESSES OR MORE (POSSIBLE UNDER A       *
004630*  HANDICAPPED ALLOWANCE) SCORES ZERO -- GAME-SCORE   *
004631*  IS UNSIGNED AND MUST NOT UNDERFLOW.                *
004632******************************************************
004633 2400-SCORE-ONE-WIN.
004634     MOVE SCORE-DATE TO PARM-AS-OF-DATE.
004635     MOVE "SCORE-BASE" TO PARM-WANTED-NAME.
004636     PERFORM 8850-GET-PARAMETER THRU 8850-EXIT.
004637     IF SCORE-GUESSES NOT < PARM-FOUND-VALUE
004638         MOVE 0 TO GAME-SCORE
004639         GO TO 2400-EXIT
004640     END-IF.
004641     COMPUTE GAME-SCORE = PARM-FOUND-VALUE - SCORE-GUESSES.
004642     IF SCORE-DIFFICULTY = 'E'
004643         MOVE "EXPERT-SCORE-FACTOR" TO PARM-WANTED-NAME
004644         PERFORM 8850-GET-PARAMETER THRU 8850-EXIT
004645         COMPUTE GAME-SCORE = GAME-SCORE * PARM-FOUND-VALUE
004646     END-IF.
004647 2400-EXIT.
004648     EXIT.
004649*
004650******************************************************
004651*  3000-FOLD-WEEK-INTO-SEASON                         *
004652*  ADD THE WEEK JUST TALLIED INTO EACH TEAM'S         *
004653*  RUNNING SEASON COUNTERS.  A TEAM WITH NO SCORED    *
004654*  GAME THIS WEEK KEEPS ITS SEASON TOTALS AND DOES    *
004655*  NOT GET A WEEK CREDITED.                           *
004656******************************************************
004657 3000-FOLD-WEEK-INTO-SEASON.
004658     MOVE 1 TO TT-SUB.
004659     PERFORM 3100-FOLD-ONE-TEAM THRU 3100-EXIT
004660         UNTIL TT-SUB > TT-COUNT.
004661 3000-EXIT.
004662     EXIT.
004663*
004664******************************************************
004670*  3100-FOLD-ONE-TEAM                                 *
004680******************************************************
004690 3100-FOLD-ONE-TEAM.
005200*  WEEK FIRST; NUMBER THEM.                           *
005210******************************************************
005220 5000-PRINT-WEEK-STANDINGS.
005253     SET PRINT-COLUMN-HEADING TO TRUE.
005256     STRING "RNK  TEAM  NAME                  POINTS"
005259             DELIMITED BY SIZE
005262         "    WINS    GAMES   AVGGS" DELIMITED BY SIZE
005265         INTO PRINT-TEXT
005268     END-STRING.
005271     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
005274     SET PRINT-COLUMN-HEADING TO TRUE.
005277     STRING "---  ----  --------------------  -------"
005280             DELIMITED BY SIZE
005283         "   -----   -----   ------" DELIMITED BY SIZE
005286         INTO PRINT-TEXT
005289     END-STRING.
005292     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
005300     MOVE 0 TO RANK-NUMBER.
005310     MOVE 'N' TO SORT-EOF-SWITCH.
005320     PERFORM 5100-PRINT-ONE-WEEK THRU 5100-EXIT
005330         UNTIL SORT-AT-END.
005334     STRING "---  ----  --------------------  -------"
005338             DELIMITED BY SIZE
005342         "   -----   -----   ------" DELIMITED BY SIZE
005346         INTO PRINT-TEXT
005350     END-STRING.
005354     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
005360 5000-EXIT.
005370     EXIT.
005380*
005530     MOVE SORT-WINS TO DET-WINS.
005540     MOVE SORT-GAMES TO DET-GAMES.
005550     MOVE SORT-AVG-GUESSES TO DET-AVG-GUESSES.
005556     MOVE DETAIL-LINE TO PRINT-TEXT.
005562     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
005570 5100-EXIT.
005580     EXIT.
005590*
005960*  BEST SEASON FIRST.                                 *
005970******************************************************
006000 6000-PRINT-SEASON-TABLE.
006003     SET PRINT-SECTION-START TO TRUE.
006006     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
006009     MOVE "        SEASON TABLE TO DATE" TO PRINT-TEXT.
006012     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
006015     SET PRINT-COLUMN-HEADING TO TRUE.
006018     STRING "RNK  TEAM  NAME                  WKS"
006021             DELIMITED BY SIZE
006024         "   POINTS    WINS    GAMES" DELIMITED BY SIZE
006027         INTO PRINT-TEXT
006030     END-STRING.
006033     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
006036     SET PRINT-COLUMN-HEADING TO TRUE.
006039     STRING "---  ----  --------------------  ---"
006042             DELIMITED BY SIZE
006045         "   -------   -----   -----" DELIMITED BY SIZE
006048         INTO PRINT-TEXT
006051     END-STRING.
006054     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
006070     MOVE 0 TO RANK-NUMBER.
006080     MOVE 'N' TO SORT-EOF-SWITCH.
006090     PERFORM 6100-PRINT-ONE-SEASON THRU 6100-EXIT
006100         UNTIL SORT-AT-END.
006104     STRING "---  ----  --------------------  ---"
006108             DELIMITED BY SIZE
006112         "   -------   -----   -----" DELIMITED BY SIZE
006116         INTO PRINT-TEXT
006120     END-STRING.
006124     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
006130 6000-EXIT.
006140     EXIT.
006150*
006300     MOVE SORT-POINTS TO SEA-POINTS.
006310     MOVE SORT-WINS TO SEA-WINS.
006320     MOVE SORT-GAMES TO SEA-GAMES.
006326     MOVE SEASON-LINE TO PRINT-TEXT.
006332     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
006340 6100-EXIT.
006350     EXIT.
006360*
006460         DISPLAY "Cannot rewrite LEAGSEAS, status "
006470             LEAGUE-SEASON-STATUS
006480             " -- season table NOT updated."
006483         MOVE 8 TO RUN-COMPLETION-CODE
006486         MOVE "LEAGSEAS REWRITE FAILED" TO RUN-MESSAGE
006490         GO TO 7000-EXIT
006500     END-IF.
006510     MOVE 1 TO TT-SUB.
006740*  8000-PRINT-TOTALS                                  *
006750******************************************************
006760 8000-PRINT-TOTALS.
006761     SET PRINT-SECTION-START TO TRUE.
006762     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
006763     STRING "Games scored for a team:   " DELIMITED BY SIZE
006764         RECORDS-SCORED DELIMITED BY SIZE
006765         INTO PRINT-TEXT
006766     END-STRING.
006767     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
006768     STRING "Unrostered games skipped:  " DELIMITED BY SIZE
006769         UNROSTERED-SKIPPED DELIMITED BY SIZE
006770         INTO PRINT-TEXT
006771     END-STRING.
006772     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
006773     STRING "Legacy records excluded:   " DELIMITED BY SIZE
006774         LEGACY-SKIPPED DELIMITED BY SIZE
006775         INTO PRINT-TEXT
006776     END-STRING.
006777     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
006778     STRING "Voided games backed out:   " DELIMITED BY SIZE
006779         VOIDS-BACKED-OUT DELIMITED BY SIZE
006780         INTO PRINT-TEXT
006781     END-STRING.
006782     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
006783     STRING "Earlier-week corrections:  " DELIMITED BY SIZE
006784         SEASON-CORRECTIONS DELIMITED BY SIZE
006785         INTO PRINT-TEXT
006786     END-STRING.
006787     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
006810 8000-EXIT.
006820     EXIT.
006830*
006831******************************************************
006832*  8800-LOAD-PARAMETERS                               *
006833*  TABLE EVERY GAME PARAMETER ENTRY: THE STANDING     *
006834*  DEFAULTS FIRST (EFFECTIVE 00000000), THEN EACH     *
006835*  PARMFILE ENTRY IN FILE ORDER.  NO PARMFILE MEANS   *
006836*  THE DEFAULTS STAND.  AN ENTRY FOR AN UNKNOWN       *
006837*  PARAMETER, WITH A NON-NUMERIC VALUE OR DATE, OR    *
006838*  BEYOND THE END OF THE TABLE IS IGNORED AND         *
006839*  COUNTED.                                           *
006840******************************************************
006841 8800-LOAD-PARAMETERS.
006842     MOVE 0 TO PE-COUNT.
006843     MOVE 0 TO PARM-ENTRIES-IGNORED.
006844     MOVE 1 TO PD-SUB.
006845     PERFORM 8810-LOAD-ONE-DEFAULT THRU 8810-EXIT
006846         UNTIL PD-SUB > PD-COUNT.
006847     OPEN INPUT PARM-FILE.
006848     IF PARM-FILE-NOT-FOUND
006849         GO TO 8800-EXIT
006850     END-IF.
006851     IF NOT PARM-FILE-OK
006852         DISPLAY "Cannot open PARMFILE, status "
006853             PARM-FILE-STATUS " -- standing rules used."
006854         GO TO 8800-EXIT
006855     END-IF.
006856     MOVE 'N' TO PARM-EOF-SWITCH.
006857     PERFORM 8820-LOAD-ONE-ENTRY THRU 8820-EXIT
006858         UNTIL PARM-AT-END.
006859     CLOSE PARM-FILE.
006860     IF PARM-ENTRIES-IGNORED > 0
006861         DISPLAY "PARMFILE entries ignored: "
006862             PARM-ENTRIES-IGNORED
006863     END-IF.
006864 8800-EXIT.
006865     EXIT.
006866*
006867 8810-LOAD-ONE-DEFAULT.
006868     ADD 1 TO PE-COUNT.
006869     MOVE PD-NAME (PD-SUB) TO PE-NAME (PE-COUNT).
006870     MOVE "00000000" TO PE-EFFECTIVE-DATE (PE-COUNT).
006871     MOVE PD-DEFAULT (PD-SUB) TO PE-VALUE (PE-COUNT).
006872     ADD 1 TO PD-SUB.
006873 8810-EXIT.
006874     EXIT.
006875*
006876 8820-LOAD-ONE-ENTRY.
006877     READ PARM-FILE
006878         AT END
006879         SET PARM-AT-END TO TRUE
006880         GO TO 8820-EXIT
006881     END-READ.
006882     MOVE 1 TO PD-SUB.
006883     PERFORM 8830-SCAN-ONE-NAME THRU 8830-EXIT
006884         UNTIL PD-SUB > PD-COUNT
006885             OR PD-NAME (PD-SUB) = PARM-NAME.
006886     IF PD-SUB > PD-COUNT
006887             OR PARM-VALUE NOT NUMERIC
006888             OR PARM-EFFECTIVE-DATE NOT NUMERIC
006889             OR PE-COUNT NOT < PE-MAX
006890         ADD 1 TO PARM-ENTRIES-IGNORED
006891         GO TO 8820-EXIT
006892     END-IF.
006893     ADD 1 TO PE-COUNT.
006894     MOVE PARM-NAME TO PE-NAME (PE-COUNT).
006895     MOVE PARM-EFFECTIVE-DATE TO PE-EFFECTIVE-DATE (PE-COUNT).
006896     MOVE PARM-VALUE TO PE-VALUE (PE-COUNT).
006897 8820-EXIT.
006898     EXIT.
006899*
006900 8830-SCAN-ONE-NAME.
006901     ADD 1 TO PD-SUB.
006902 8830-EXIT.
006903     EXIT.
006904*
006905******************************************************
006906*  8850-GET-PARAMETER                                 *
006907*  THE VALUE OF PARM-WANTED-NAME IN FORCE ON          *
006908*  PARM-AS-OF-DATE: THE ENTRY WITH THE LATEST         *
006909*  EFFECTIVE DATE NOT AFTER IT, THE LATER ON THE FILE *
006910*  WHERE TWO SHARE A DATE.  THE DEFAULTS, EFFECTIVE   *
006911*  00000000, ARE ALWAYS A CANDIDATE.                  *
006912******************************************************
006913 8850-GET-PARAMETER.
006914     MOVE 0 TO PARM-FOUND-VALUE.
006915     MOVE SPACES TO PARM-FOUND-DATE.
006916     MOVE 1 TO PE-SUB.
006917     PERFORM 8860-CHECK-ONE-ENTRY THRU 8860-EXIT
006918         UNTIL PE-SUB > PE-COUNT.
006919 8850-EXIT.
006920     EXIT.
006921*
006922 8860-CHECK-ONE-ENTRY.
006923     IF PE-NAME (PE-SUB) = PARM-WANTED-NAME
006924             AND PE-EFFECTIVE-DATE (PE-SUB) NOT > PARM-AS-OF-DATE
006925             AND PE-EFFECTIVE-DATE (PE-SUB) NOT < PARM-FOUND-DATE
006926         MOVE PE-VALUE (PE-SUB) TO PARM-FOUND-VALUE
006927         MOVE PE-EFFECTIVE-DATE (PE-SUB) TO PARM-FOUND-DATE
006928     END-IF.
006929     ADD 1 TO PE-SUB.
006930 8860-EXIT.
006931     EXIT.
006932*
006933******************************************************
006934*  8500-START-RUN-CONTROL                             *
006935*  CHECK ON THE RUN-CONTROL FILE THAT EVERY JOB THIS  *
006936*  ONE DEPENDS ON HAS COMPLETED FOR THE BUSINESS      *
006937*  DATE, THEN POST THIS JOB AS RUNNING -- OR AS       *
006938*  REFUSED (0012), IN WHICH CASE NOTHING ELSE RUNS.   *
006939******************************************************
006940 8500-START-RUN-CONTROL.
006941     ACCEPT RUN-START-DATE FROM DATE YYYYMMDD.
006942     ACCEPT RUN-START-TIME FROM TIME.
006943     PERFORM 8610-OPEN-RUN-CONTROL THRU 8610-EXIT.
006944     IF NOT RUN-CONTROL-OK
006945         DISPLAY "RUNCTRL not available, status "
006946             RUN-CONTROL-STATUS " -- run refused."
006947         SET RUN-IS-REFUSED TO TRUE
006948         GO TO 8500-EXIT
006949     END-IF.
006950     MOVE 1 TO PRED-SUB.
006951     PERFORM 8510-CHECK-ONE-PREDECESSOR THRU 8510-EXIT
006952         UNTIL PRED-SUB > PRED-COUNT.
006953     CLOSE RUN-CONTROL-FILE.
006954     IF RUN-IS-REFUSED
006955         MOVE 'F' TO RUN-STATUS-CODE
006956         MOVE 12 TO RUN-COMPLETION-CODE
006957         MOVE "PREDECESSOR NOT COMPLETE" TO RUN-MESSAGE
006958     END-IF.
006959     PERFORM 8600-POST-RUN-CONTROL THRU 8600-EXIT.
006960 8500-EXIT.
006961     EXIT.
006962*
006963 8510-CHECK-ONE-PREDECESSOR.
006964     MOVE PRED-JOB-NAME (PRED-SUB) TO RC-JOB-NAME.
006965     MOVE RUN-BUSINESS-DATE TO RC-BUSINESS-DATE.
006966     READ RUN-CONTROL-FILE
006967         INVALID KEY
006968         CONTINUE
006969     END-READ.
006970     IF NOT RUN-CONTROL-OK OR NOT RC-COMPLETE
006971         DISPLAY "*** " PRED-JOB-NAME (PRED-SUB)
006972             " HAS NOT COMPLETED FOR " RUN-BUSINESS-DATE
006973             " -- RUN REFUSED ***"
006974         SET RUN-IS-REFUSED TO TRUE
006975     END-IF.
006976     ADD 1 TO PRED-SUB.
006977 8510-EXIT.
006978     EXIT.
006979*
006980******************************************************
006981*  8600-POST-RUN-CONTROL                              *
006982*  WRITE (OR REWRITE) THIS JOB'S RUN-CONTROL RECORD   *
006983*  FOR THE BUSINESS DATE FROM RUN-STATUS-CODE,        *
006984*  RUN-COMPLETION-CODE, RUN-MESSAGE, AND THE COUNTS.  *
006985*  A FINAL POSTING ('C' OR 'F') CARRIES THE END TIME. *
006986*  A RUN-CONTROL FAILURE IS REPORTED BUT DOES NOT     *
006987*  UNDO THE WORK ALREADY DONE.                        *
006988******************************************************
006989 8600-POST-RUN-CONTROL.
006990     PERFORM 8610-OPEN-RUN-CONTROL THRU 8610-EXIT.
006991     IF NOT RUN-CONTROL-OK
006992         DISPLAY "Run status NOT posted -- RUNCTRL status "
006993             RUN-CONTROL-STATUS
006994         GO TO 8600-EXIT
006995     END-IF.
006996     MOVE 'N' TO RUN-RECORD-SWITCH.
006997     MOVE RUN-JOB-NAME TO RC-JOB-NAME.
006998     MOVE RUN-BUSINESS-DATE TO RC-BUSINESS-DATE.
006999     READ RUN-CONTROL-FILE
007000         INVALID KEY
007001         CONTINUE
007002     END-READ.
007003     IF RUN-CONTROL-OK
007004         SET RUN-RECORD-EXISTS TO TRUE
007005     END-IF.
007006     MOVE RUN-JOB-NAME TO RC-JOB-NAME.
007007     MOVE RUN-BUSINESS-DATE TO RC-BUSINESS-DATE.
007008     MOVE RUN-STATUS-CODE TO RC-STATUS.
007009     MOVE RUN-COMPLETION-CODE TO RC-COMPLETION-CODE.
007010     MOVE RUN-START-DATE TO RC-START-DATE.
007011     MOVE RUN-START-TIME TO RC-START-TIME.
007012     IF RC-RUNNING
007013         MOVE SPACES TO RC-END-DATE
007014         MOVE SPACES TO RC-END-TIME
007015     ELSE
007016         ACCEPT RC-END-DATE FROM DATE YYYYMMDD
007017         ACCEPT RC-END-TIME FROM TIME
007018     END-IF.
007019     MOVE RUN-COUNT-VALUES TO RC-CONTROL-COUNTS.
007020     MOVE RUN-MESSAGE TO RC-MESSAGE.
007021     IF RUN-RECORD-EXISTS
007022         REWRITE RUN-CONTROL-RECORD
007023     ELSE
007024         WRITE RUN-CONTROL-RECORD
007025     END-IF.
007026     IF NOT RUN-CONTROL-OK
007027         DISPLAY "Run status NOT posted -- RUNCTRL status "
007028             RUN-CONTROL-STATUS
007029     END-IF.
007030     CLOSE RUN-CONTROL-FILE.
007031 8600-EXIT.
007032     EXIT.
007033*
007034 8610-OPEN-RUN-CONTROL.
007035     OPEN I-O RUN-CONTROL-FILE.
007036     IF RUN-CONTROL-NOT-FOUND
007037         OPEN OUTPUT RUN-CONTROL-FILE
007038         CLOSE RUN-CONTROL-FILE
007039         OPEN I-O RUN-CONTROL-FILE
007040     END-IF.
007041 8610-EXIT.
007042     EXIT.
007043*
007044******************************************************
007045*  8650-END-RUN-CONTROL                               *
007046*  POST THE FINAL STATUS: A COMPLETION CODE UNDER     *
007047*  0008 IS COMPLETE, ANYTHING ELSE FAILED.            *
007048******************************************************
007049 8650-END-RUN-CONTROL.
007050     IF RUN-COMPLETION-CODE < 8
007051         MOVE 'C' TO RUN-STATUS-CODE
007052     ELSE
007053         MOVE 'F' TO RUN-STATUS-CODE
007054     END-IF.
007055     PERFORM 8600-POST-RUN-CONTROL THRU 8600-EXIT.
007056 8650-EXIT.
007057     EXIT.
007058*
007059******************************************************
007060*  8900-OPEN-PRINT-SPOOL                              *
007061*  START THE REPORT: STAMP THE RUN DATE AND TIME AND  *
007062*  OPEN THE PRINT SPOOL.  REPORT-ID, REPORT-TITLE AND *
007063*  REPORT-PARAMETERS MUST ALREADY BE SET.  IF THE     *
007064*  SPOOL WILL NOT OPEN THE REPORT GOES TO THE CONSOLE *
007065*  INSTEAD, UNPAGED AND NOT STORED.                   *
007066******************************************************
007067 8900-OPEN-PRINT-SPOOL.
007068     ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.
007069     ACCEPT REPORT-RUN-TIME FROM TIME.
007070     MOVE 0 TO PRINT-PAGE-COUNT.
007071     MOVE 0 TO PRINT-LINE-ON-PAGE.
007072     MOVE 0 TO PH-COUNT.
007073     MOVE SPACE TO PRINT-PREVIOUS-TYPE.
007074     MOVE SPACES TO PRINT-TEXT.
007075     MOVE SPACE TO PRINT-LINE-TYPE.
007076     MOVE 'N' TO PRINT-NEW-PAGE-SWITCH.
007077     OPEN OUTPUT SPOOL-FILE.
007078     IF SPOOL-FILE-OK
007079         SET SPOOL-IS-OPEN TO TRUE
007080         GO TO 8900-EXIT
007081     END-IF.
007082     DISPLAY "Cannot open print spool, status "
007083         SPOOL-FILE-STATUS " -- report shown here only.".
007084     DISPLAY REPORT-ID "  " REPORT-TITLE.
007085     DISPLAY "RUN DATE " REPORT-RUN-DATE "  TIME "
007086         REPORT-RUN-TIME.
007087     DISPLAY "PARAMETERS: " REPORT-PARAMETERS.
007088 8900-EXIT.
007089     EXIT.
007090*
007091******************************************************
007092*  8910-PRINT-LINE                                    *
007093*  SPOOL THE LINE IN PRINT-TEXT, THEN CLEAR IT.  THE  *
007094*  PAGES ARE LAID OUT HERE: A NEW PAGE STARTS WITH    *
007095*  THE FIRST LINE, WHEN PRINT-BODY-LINES ARE FULL     *
007096*  (COUNTING THE COLUMN HEADINGS THAT WILL BE         *
007097*  REPEATED AT ITS TOP), OR WHEN THE CALLER SETS      *
007098*  PRINT-NEW-PAGE.  8930 REPEATS THE SAME STEPS WHEN  *
007099*  PRINTING, SO THE TWO MUST BE CHANGED TOGETHER.     *
007100******************************************************
007101 8910-PRINT-LINE.
007102     IF NOT SPOOL-IS-OPEN
007103         DISPLAY PRINT-TEXT
007104         MOVE SPACES TO PRINT-TEXT
007105         MOVE SPACE TO PRINT-LINE-TYPE
007106         GO TO 8910-EXIT
007107     END-IF.
007108     IF PRINT-SECTION-START
007109         MOVE 0 TO PH-COUNT
007110     END-IF.
007111     IF PRINT-COLUMN-HEADING
007112         IF PRINT-PREVIOUS-TYPE NOT = 'H'
007113             MOVE 0 TO PH-COUNT
007114         END-IF
007115         IF PH-COUNT < PH-MAX
007116             ADD 1 TO PH-COUNT
007117             MOVE PRINT-TEXT TO PH-LINE (PH-COUNT)
007118         END-IF
007119     END-IF.
007120     MOVE 'N' TO SPL-PAGE-BREAK.
007121     IF PRINT-PAGE-COUNT = 0
007122             OR PRINT-LINE-ON-PAGE NOT < PRINT-BODY-LINES
007123             OR PRINT-NEW-PAGE
007124         ADD 1 TO PRINT-PAGE-COUNT
007125         MOVE 'Y' TO SPL-PAGE-BREAK
007126         MOVE 'N' TO PRINT-NEW-PAGE-SWITCH
007127         MOVE 0 TO PRINT-LINE-ON-PAGE
007128         IF NOT PRINT-COLUMN-HEADING
007129             MOVE PH-COUNT TO PRINT-LINE-ON-PAGE
007130         END-IF
007131     END-IF.
007132     ADD 1 TO PRINT-LINE-ON-PAGE.
007133     MOVE PRINT-LINE-TYPE TO SPL-LINE-TYPE.
007134     MOVE PRINT-LINE-TYPE TO PRINT-PREVIOUS-TYPE.
007135     MOVE PRINT-TEXT TO SPL-TEXT.
007136     WRITE SPOOL-RECORD.
007137     MOVE SPACES TO PRINT-TEXT.
007138     MOVE SPACE TO PRINT-LINE-TYPE.
007139 8910-EXIT.
007140     EXIT.
007141*
007142******************************************************
007143*  8920-PRINT-REPORT                                  *
007144*  END THE REPORT: SPOOL THE END-OF-REPORT LINE,      *
007145*  THEN PRINT THE SPOOL WITH THE STANDARD HEADINGS    *
007146*  AND STORE EVERY PRINTED LINE, AND A COPY HEADER,   *
007147*  IN THE REPORT REPOSITORY (REPTREPO) UNDER THE      *
007148*  REPORT-ID AND RUN DATE AND TIME.  A REPOSITORY     *
007149*  FAILURE IS REPORTED BUT DOES NOT STOP THE PRINT.   *
007150******************************************************
007151 8920-PRINT-REPORT.
007152     IF NOT SPOOL-IS-OPEN
007153         DISPLAY " "
007154         DISPLAY "*** END OF REPORT " REPORT-ID " ***"
007155         GO TO 8920-EXIT
007156     END-IF.
007157     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
007158     SET PRINT-END-MARKER TO TRUE.
007159     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
007160     CLOSE SPOOL-FILE.
007161     MOVE 'N' TO SPOOL-OPEN-SWITCH.
007162     OPEN INPUT SPOOL-FILE.
007163     IF NOT SPOOL-FILE-OK
007164         DISPLAY "Cannot reopen print spool, status "
007165             SPOOL-FILE-STATUS " -- report NOT printed."
007166         GO TO 8920-EXIT
007167     END-IF.
007168     OPEN OUTPUT PRINT-FILE.
007169     IF PRINT-FILE-OK
007170         SET PRINT-IS-OPEN TO TRUE
007171     ELSE
007172         DISPLAY "Cannot open print file, status "
007173             PRINT-FILE-STATUS " -- report NOT printed."
007174     END-IF.
007175     OPEN I-O REPORT-REPOSITORY.
007176     IF REPOSITORY-NOT-FOUND
007177         OPEN OUTPUT REPORT-REPOSITORY
007178         CLOSE REPORT-REPOSITORY
007179         OPEN I-O REPORT-REPOSITORY
007180     END-IF.
007181     IF REPOSITORY-OK
007182         SET REPOSITORY-IS-OPEN TO TRUE
007183     ELSE
007184         DISPLAY "Report NOT stored -- REPTREPO status "
007185             REPOSITORY-STATUS
007186     END-IF.
007187     MOVE 0 TO PRINT-PAGE-NUMBER.
007188     MOVE 0 TO PRINT-LINES-STORED.
007189     MOVE 0 TO PH-COUNT.
007190     MOVE SPACE TO PRINT-PREVIOUS-TYPE.
007191     MOVE 'N' TO SPOOL-EOF-SWITCH.
007192     PERFORM 8930-PRINT-SPOOLED-LINE THRU 8930-EXIT
007193         UNTIL SPOOL-AT-END.
007194     CLOSE SPOOL-FILE.
007195     MOVE PRINT-PAGE-COUNT TO PRINT-COUNT-EDIT.
007196     IF PRINT-IS-OPEN
007197         CLOSE PRINT-FILE
007198         MOVE 'N' TO PRINT-OPEN-SWITCH
007199         DISPLAY "Report " REPORT-ID " printed, "
007200             PRINT-COUNT-EDIT " page(s)."
007201     END-IF.
007202     IF REPOSITORY-IS-OPEN
007203         PERFORM 8970-STORE-COPY-HEADER THRU 8970-EXIT
007204     END-IF.
007205     IF REPOSITORY-IS-OPEN
007206         CLOSE REPORT-REPOSITORY
007207         MOVE 'N' TO REPOSITORY-OPEN-SWITCH
007208         DISPLAY "Report " REPORT-ID " stored as "
007209             REPORT-RUN-DATE " " REPORT-RUN-TIME "."
007210     END-IF.
007211 8920-EXIT.
007212     EXIT.
007213*
007214******************************************************
007215*  8930-PRINT-SPOOLED-LINE                            *
007216*  PRINT ONE SPOOLED LINE, PRECEDED AT A PAGE BREAK   *
007217*  BY THE STANDARD HEADING AND, UNLESS THE LINE IS    *
007218*  ITSELF A COLUMN HEADING, THE SECTION'S COLUMN      *
007219*  HEADINGS.  THE END MARKER BECOMES THE END-OF-      *
007220*  REPORT LINE.                                       *
007221******************************************************
007222 8930-PRINT-SPOOLED-LINE.
007223     READ SPOOL-FILE
007224         AT END
007225         SET SPOOL-AT-END TO TRUE
007226         GO TO 8930-EXIT
007227     END-READ.
007228     IF SPL-LINE-TYPE = 'S'
007229         MOVE 0 TO PH-COUNT
007230     END-IF.
007231     IF SPL-LINE-TYPE = 'H'
007232         IF PRINT-PREVIOUS-TYPE NOT = 'H'
007233             MOVE 0 TO PH-COUNT
007234         END-IF
007235         IF PH-COUNT < PH-MAX
007236             ADD 1 TO PH-COUNT
007237             MOVE SPL-TEXT TO PH-LINE (PH-COUNT)
007238         END-IF
007239     END-IF.
007240     MOVE SPL-LINE-TYPE TO PRINT-PREVIOUS-TYPE.
007241     IF SPL-PAGE-BREAK = 'Y'
007242         PERFORM 8940-PRINT-PAGE-HEADING THRU 8940-EXIT
007243         IF SPL-LINE-TYPE NOT = 'H'
007244             MOVE 1 TO PH-SUB
007245             PERFORM 8950-REPEAT-ONE-HEADING THRU 8950-EXIT
007246                 UNTIL PH-SUB > PH-COUNT
007247         END-IF
007248     END-IF.
007249     MOVE SPL-TEXT TO PRINT-OUT-TEXT.
007250     IF SPL-LINE-TYPE = 'E'
007251         MOVE REPORT-ID TO END-REPORT-ID
007252         MOVE PRINT-PAGE-COUNT TO END-PAGE-COUNT
007253         MOVE PRINT-END-LINE TO PRINT-OUT-TEXT
007254     END-IF.
007255     MOVE SPACE TO PRINT-CARRIAGE.
007256     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
007257 8930-EXIT.
007258     EXIT.
007259*
007260 8940-PRINT-PAGE-HEADING.
007261     ADD 1 TO PRINT-PAGE-NUMBER.
007262     MOVE REPORT-ID TO HDG1-REPORT-ID.
007263     MOVE REPORT-TITLE TO HDG1-TITLE.
007264     MOVE PRINT-PAGE-NUMBER TO HDG1-PAGE.
007265     MOVE PRINT-PAGE-COUNT TO HDG1-PAGES.
007266     MOVE PRINT-HEADING-1 TO PRINT-OUT-TEXT.
007267     MOVE '1' TO PRINT-CARRIAGE.
007268     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
007269     MOVE REPORT-RUN-DATE TO HDG2-RUN-DATE.
007270     MOVE REPORT-RUN-HH TO HDG2-HH.
007271     MOVE REPORT-RUN-MM TO HDG2-MM.
007272     MOVE REPORT-RUN-SS TO HDG2-SS.
007273     MOVE PRINT-HEADING-2 TO PRINT-OUT-TEXT.
007274     MOVE SPACE TO PRINT-CARRIAGE.
007275     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
007276     MOVE REPORT-PARAMETERS TO HDG3-PARAMETERS.
007277     MOVE PRINT-HEADING-3 TO PRINT-OUT-TEXT.
007278     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
007279     MOVE PRINT-DASH-LINE TO PRINT-OUT-TEXT.
007280     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
007281     MOVE SPACES TO PRINT-OUT-TEXT.
007282     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
007283 8940-EXIT.
007284     EXIT.
007285*
007286 8950-REPEAT-ONE-HEADING.
007287     MOVE PH-LINE (PH-SUB) TO PRINT-OUT-TEXT.
007288     MOVE SPACE TO PRINT-CARRIAGE.
007289     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
007290     ADD 1 TO PH-SUB.
007291 8950-EXIT.
007292     EXIT.
007293*
007294******************************************************
007295*  8960-WRITE-PRINT-LINE                              *
007296*  PRINT PRINT-OUT-TEXT -- AT THE TOP OF A NEW PAGE   *
007297*  IF PRINT-CARRIAGE IS '1' -- AND STORE IT AS THE    *
007298*  NEXT LINE OF THIS COPY IN THE REPOSITORY.          *
007299******************************************************
007300 8960-WRITE-PRINT-LINE.
007301     IF PRINT-IS-OPEN
007302         IF PRINT-CARRIAGE = '1'
007303             WRITE PRINT-RECORD FROM PRINT-OUT-TEXT
007304                 AFTER ADVANCING PAGE
007305         ELSE
007306             WRITE PRINT-RECORD FROM PRINT-OUT-TEXT
007307                 AFTER ADVANCING 1 LINE
007308         END-IF
007309     END-IF.
007310     IF NOT REPOSITORY-IS-OPEN
007311         GO TO 8960-EXIT
007312     END-IF.
007313     ADD 1 TO PRINT-LINES-STORED.
007314     MOVE REPORT-ID TO RR-REPORT-ID.
007315     MOVE REPORT-RUN-DATE TO RR-RUN-DATE.
007316     MOVE REPORT-RUN-TIME TO RR-RUN-TIME.
007317     MOVE PRINT-LINES-STORED TO RR-LINE-NUMBER.
007318     MOVE PRINT-CARRIAGE TO RR-CARRIAGE.
007319     MOVE PRINT-OUT-TEXT TO RR-LINE.
007320     WRITE REPORT-REPOSITORY-RECORD.
007321     IF NOT REPOSITORY-OK
007322         DISPLAY "Report NOT stored -- REPTREPO status "
007323             REPOSITORY-STATUS
007324         CLOSE REPORT-REPOSITORY
007325         MOVE 'N' TO REPOSITORY-OPEN-SWITCH
007326     END-IF.
007327 8960-EXIT.
007328     EXIT.
007329*
007330******************************************************
007331*  8970-STORE-COPY-HEADER                             *
007332*  LINE 00000 OF THE COPY: WHAT GUESS-RPRT LISTS.     *
007333*  IT IS WRITTEN LAST, SO A COPY CUT SHORT BY A       *
007334*  REPOSITORY FAILURE NEVER APPEARS ON THE LIST.      *
007335******************************************************
007336 8970-STORE-COPY-HEADER.
007337     MOVE REPORT-ID TO RR-REPORT-ID.
007338     MOVE REPORT-RUN-DATE TO RR-RUN-DATE.
007339     MOVE REPORT-RUN-TIME TO RR-RUN-TIME.
007340     MOVE 0 TO RR-LINE-NUMBER.
007341     MOVE SPACE TO RR-CARRIAGE.
007342     MOVE SPACES TO RR-LINE.
007343     MOVE REPORT-TITLE TO RR-TITLE.
007344     MOVE REPORT-PARAMETERS TO RR-PARAMETERS.
007345     MOVE PRINT-PAGE-COUNT TO RR-PAGE-COUNT.
007346     MOVE PRINT-LINES-STORED TO RR-LINE-COUNT.
007347     WRITE REPORT-REPOSITORY-RECORD.
007348     IF NOT REPOSITORY-OK
007349         DISPLAY "Report NOT stored -- REPTREPO status "
007350             REPOSITORY-STATUS
007351         CLOSE REPORT-REPOSITORY
007352         MOVE 'N' TO REPOSITORY-OPEN-SWITCH
007353     END-IF.
007354 8970-EXIT.
007355     EXIT.
007356*
007357******************************************************
007358*  9999-EXIT                                          *
007359******************************************************
007360 9999-EXIT.
007361     STOP RUN.
