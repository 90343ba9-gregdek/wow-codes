000213*                   RECORD) IS NOW FLAGGED ON ITS      *
000214*                   LEADERBOARD LINE, SO A HINTED      *
000215*                   WIN NEVER PASSES FOR A CLEAN ONE.  *
000216*  2026-10-15 DLM   THE PLAYER'S DISPLAY NAME FROM THE *
000217*                   REGISTRATION FILE (PLAYREG) IS NOW *
000218*                   PRINTED BESIDE THE ID ON THE       *
000219*                   LEADERBOARD AND ACHIEVEMENT LINES. *
000220*  2026-10-15 DLM   THE OPERATOR CAN NAME THE DAY TO   *
000221*                   REPORT (BLANK FOR TODAY).  THE RUN *
000222*                   IS REFUSED UNLESS GUESS-EOD HAS    *
000223*                   COMPLETED FOR THAT DAY ON THE RUN- *
000224*                   CONTROL FILE (RUNCTRL), AND EACH   *
000225*                   RUN POSTS ITS STATUS AND COUNTS    *
000226*                   THERE.                             *
000227*  2026-10-15 DLM   THE LEADERBOARD IS NOW PRINTED TO  *
000228*                   PRTRPT WITH STANDARD PAGE HEADINGS *
000229*                   AND AN END-OF-REPORT LINE, AND A   *
000230*                   COPY IS KEPT IN THE REPORT         *
000231*                   REPOSITORY (REPTREPO) FOR GUESS-   *
000232*                   RPRT TO LIST AND REPRINT.          *
000233*  2026-10-15 DLM   GAMES VOIDED BY GUESS-ADJT NO      *
000234*                   LONGER RANK: REVERSAL RECORDS ARE  *
000235*                   LEFT OFF THE LEADERBOARD, AND EACH *
000236*                   ONE DROPS THE PLAYER'S EARLIEST    *
000237*                   GAME OF THE DAY STILL STANDING.    *
000238******************************************************
000239 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. GUESS-RPT.
000250 AUTHOR. D L MCKENZIE.
000260 INSTALLATION. OPERATIONS SUPPORT.
000390     SELECT ACHIEVEMENT-FILE ASSIGN TO "ACHVFILE"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS ACHIEVEMENT-STATUS.
000411     SELECT REGISTRATION-FILE ASSIGN TO "PLAYREG"
000412         ORGANIZATION IS INDEXED
000413         ACCESS MODE IS RANDOM
000414         RECORD KEY IS RG-PLAYER-ID
000415         FILE STATUS IS REGISTRATION-STATUS.
000416     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
000417         ORGANIZATION IS INDEXED
000418         ACCESS MODE IS RANDOM
000419         RECORD KEY IS RC-KEY
000420         FILE STATUS IS RUN-CONTROL-STATUS.
000421     SELECT SPOOL-FILE ASSIGN TO "SPLRPT"
000422         ORGANIZATION IS LINE SEQUENTIAL
000423         FILE STATUS IS SPOOL-FILE-STATUS.
000424     SELECT PRINT-FILE ASSIGN TO "PRTRPT"
000425         ORGANIZATION IS LINE SEQUENTIAL
000426         FILE STATUS IS PRINT-FILE-STATUS.
000427     SELECT REPORT-REPOSITORY ASSIGN TO "REPTREPO"
000428         ORGANIZATION IS INDEXED
000429         ACCESS MODE IS RANDOM
000430         RECORD KEY IS RR-KEY
000431         FILE STATUS IS REPOSITORY-STATUS.
000432     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
000433*
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  SCORE-HIST-FILE
000510     LABEL RECORDS ARE STANDARD.
000520     COPY "ACHVREC.CPY".
000530*
000532 FD  REGISTRATION-FILE
000534     LABEL RECORDS ARE STANDARD.
000536     COPY "REGREC.CPY".
000537*
000538 FD  RUN-CONTROL-FILE
000539     LABEL RECORDS ARE STANDARD.
000540     COPY "RUNCREC.CPY".
000541*
000542 FD  SPOOL-FILE
000543     LABEL RECORDS ARE STANDARD.
000544     COPY "SPOOLREC.CPY".
000545*
000546 FD  PRINT-FILE
000547     LABEL RECORDS ARE OMITTED.
000548 01  PRINT-RECORD                PIC X(132).
000549*
000550 FD  REPORT-REPOSITORY
000551     LABEL RECORDS ARE STANDARD.
000552     COPY "REPTREC.CPY".
000553*
000554 SD  SORT-WORK-FILE.
000555 01  SORT-RECORD.
000560     05  SORT-PLAYER-ID           PIC X(10).
000570     05  SORT-DATE                PIC X(08).
000580     05  SORT-ANSWER              PIC 9(03).
000630 01  TODAYS-DATE                 PIC X(08).
000640*
000650 77  GAMES-PLAYED-TODAY          PIC 9(05)   VALUE 0.
000655 77  ACHIEVEMENTS-PRINTED        PIC 9(05)   VALUE 0.
000656 77  VOID-SKIP-COUNT             PIC 9(05)   VALUE 0.
000657*
000658*    THE DAY'S REVERSALS BY PLAYER.  EACH ONE CANCELS THE
000659*    PLAYER'S EARLIEST GAME OF THE DAY STILL STANDING.
000660*    THE LAST SLOT IS THE SEARCH SENTINEL.
000661 77  XV-MAX-ENTRIES              PIC 9(03)   COMP  VALUE 200.
000662 77  XV-COUNT                    PIC 9(03)   COMP  VALUE 0.
000663 77  XV-SUB                      PIC 9(03)   COMP  VALUE 0.
000664 01  VOID-TABLE.
000665     05  XV-ENTRY                OCCURS 201 TIMES.
000666         10  XV-PLAYER-ID        PIC X(10).
000667         10  XV-VOIDS            PIC 9(03).
000668*
000670 01  SCORE-HIST-STATUS           PIC X(02).
000680     88  SCORE-HIST-OK           VALUE '00'.
000690     88  SCORE-HIST-AT-END       VALUE '10'.
000710 01  ACHIEVEMENT-STATUS          PIC X(02).
000720     88  ACHIEVEMENT-OK          VALUE '00'.
000730*
000731 01  REGISTRATION-STATUS         PIC X(02).
000732     88  REGISTRATION-OK         VALUE '00'.
000733 01  NAMES-SWITCH                PIC X(01)   VALUE 'N'.
000734     88  NAMES-ON-FILE           VALUE 'Y'.
000735 01  PRINT-NAME                  PIC X(20)   VALUE SPACES.
000736*
000740 01  ACH-EOF-SWITCH              PIC X(01)   VALUE 'N'.
000750     88  ACH-AT-END              VALUE 'Y'.
000760*
000820*
000830 01  SORT-EOF-SWITCH             PIC X(01)   VALUE 'N'.
000840     88  SORT-AT-END             VALUE 'Y'.
000841*
000842*    RUN CONTROL (RUNCTRL): THE JOBS THAT MUST HAVE
000843*    COMPLETED FOR THE BUSINESS DATE BEFORE THIS ONE
000844*    MAY RUN, AND THIS JOB'S STATUS AND KEY COUNTS.
000845 77  PRED-COUNT                  PIC 9(02)   COMP  VALUE 1.
000846 77  PRED-SUB                    PIC 9(02)   COMP  VALUE 0.
000847 01  PREDECESSOR-VALUES.
000848     05  FILLER                  PIC X(12)   VALUE "GUESS-EOD".
000849 01  PREDECESSOR-TABLE REDEFINES PREDECESSOR-VALUES.
000850     05  PRED-JOB-NAME           PIC X(12)
000851                                 OCCURS 1 TIMES.
000852 01  RUN-JOB-NAME                PIC X(12)   VALUE "GUESS-RPT".
000853 01  RUN-BUSINESS-DATE           PIC X(08)   VALUE SPACES.
000854 01  RUN-START-DATE              PIC X(08)   VALUE SPACES.
000855 01  RUN-START-TIME              PIC X(08)   VALUE SPACES.
000856 01  RUN-STATUS-CODE             PIC X(01)   VALUE 'R'.
000857 01  RUN-COMPLETION-CODE         PIC 9(04)   VALUE 0.
000858 01  RUN-MESSAGE                 PIC X(30)   VALUE SPACES.
000859 01  RUN-COUNT-VALUES.
000860     05  FILLER                  PIC X(12)   VALUE "GAMES PLAYED".
000861     05  RUN-COUNT-1             PIC 9(09)   VALUE 0.
000862     05  FILLER                  PIC X(12)   VALUE "ACHIEVEMENTS".
000863     05  RUN-COUNT-2             PIC 9(09)   VALUE 0.
000864     05  FILLER                  PIC X(12)   VALUE "GAMES VOIDED".
000865     05  RUN-COUNT-3             PIC 9(09)   VALUE 0.
000866 01  RUN-CONTROL-STATUS          PIC X(02).
000867     88  RUN-CONTROL-OK          VALUE '00'.
000868     88  RUN-CONTROL-NOT-FOUND   VALUE '23', '35'.
000869 01  RUN-RECORD-SWITCH           PIC X(01)   VALUE 'N'.
000870     88  RUN-RECORD-EXISTS       VALUE 'Y'.
000871 01  RUN-REFUSED-SWITCH          PIC X(01)   VALUE 'N'.
000872     88  RUN-IS-REFUSED          VALUE 'Y'.
000873*
000874*    PRINT SPOOLING AND THE REPORT REPOSITORY, SEE
000875*    PRTCTL.CPY.
000876     COPY "PRTCTL.CPY".
000877*
000878 PROCEDURE DIVISION.
000879*
000880******************************************************
000890*  0000-MAINLINE                                      *
000900******************************************************
000910 0000-MAINLINE.
000920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000922     PERFORM 8500-START-RUN-CONTROL THRU 8500-EXIT.
000924     IF RUN-IS-REFUSED
000925         IF RUN-MESSAGE = SPACES
000926             MOVE "RUNCTRL NOT AVAILABLE" TO RUN-MESSAGE
000927         END-IF
000928         STRING "*** RUN REFUSED -- " DELIMITED BY SIZE
000929             RUN-MESSAGE DELIMITED BY SIZE
000930             INTO PRINT-TEXT
000931         END-STRING
000932         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
000933         PERFORM 8920-PRINT-REPORT THRU 8920-EXIT
000934         GO TO 9999-EXIT
000935     END-IF.
000936     SORT SORT-WORK-FILE
000940         ON ASCENDING KEY SORT-GUESSES
000950         INPUT PROCEDURE IS 2000-SELECT-TODAYS-GAMES
000960         OUTPUT PROCEDURE IS 3000-PRINT-LEADERBOARD.
000970     PERFORM 8000-FINISH THRU 8000-EXIT.
000974     PERFORM 4000-PRINT-ACHIEVEMENTS THRU 4000-EXIT.
000978     PERFORM 8920-PRINT-REPORT THRU 8920-EXIT.
000982     IF NAMES-ON-FILE
000984         CLOSE REGISTRATION-FILE
000986     END-IF.
000987     MOVE GAMES-PLAYED-TODAY TO RUN-COUNT-1.
000988     MOVE ACHIEVEMENTS-PRINTED TO RUN-COUNT-2.
000989     MOVE VOID-SKIP-COUNT TO RUN-COUNT-3.
000990     PERFORM 8650-END-RUN-CONTROL THRU 8650-EXIT.
000991     GO TO 9999-EXIT.
001000*
001010******************************************************
001020*  1000-INITIALIZE                                    *
001022*  THE LEADERBOARD IS NORMALLY TODAY'S, BUT THE       *
001024*  OPERATOR CAN NAME A PRIOR DAY TO RERUN A MISSED    *
001026*  ONE.  THAT DAY IS ALSO THE RUN-CONTROL BUSINESS    *
001028*  DATE.                                              *
001030******************************************************
001040 1000-INITIALIZE.
001050     ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
001051     DISPLAY "Enter leaderboard date (YYYYMMDD, blank for"
001052         " today):".
001053     ACCEPT RUN-BUSINESS-DATE.
001054     IF RUN-BUSINESS-DATE = SPACES
001055             OR RUN-BUSINESS-DATE NOT NUMERIC
001056         MOVE TODAYS-DATE TO RUN-BUSINESS-DATE
001057     END-IF.
001058     MOVE RUN-BUSINESS-DATE TO TODAYS-DATE.
001059     OPEN INPUT REGISTRATION-FILE.
001060     IF REGISTRATION-OK
001061         SET NAMES-ON-FILE TO TRUE
001062     END-IF.
001063     MOVE "GUESS-RPT" TO REPORT-ID.
001064     MOVE "GUESS-MY-NUMBER DAILY LEADERBOARD" TO REPORT-TITLE.
001065     STRING "LEADERBOARD DATE " DELIMITED BY SIZE
001066         TODAYS-DATE DELIMITED BY SIZE
001067         INTO REPORT-PARAMETERS
001068     END-STRING.
001069     PERFORM 8900-OPEN-PRINT-SPOOL THRU 8900-EXIT.
001070     SET PRINT-COLUMN-HEADING TO TRUE.
001071     MOVE "PLAYER ID   NAME                  GUESSES  ANSWER"
001072         TO PRINT-TEXT.
001073     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
001074     SET PRINT-COLUMN-HEADING TO TRUE.
001075     MOVE "----------  --------------------  -------  ------"
001076         TO PRINT-TEXT.
001077     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
001090 1000-EXIT.
001100     EXIT.
001110*
001130*  2000-SELECT-TODAYS-GAMES                           *
001140*  SORT INPUT PROCEDURE.  READS THE SCORE-HISTORY      *
001150*  FILE AND RELEASES ONLY TODAY'S GAMES TO THE SORT.   *
001153*  THE DAY'S REVERSALS ARE COUNTED FIRST, SINCE THE    *
001156*  GAMES THEY CANCEL COME BEFORE THEM ON THE FILE.     *
001160******************************************************
001170 2000-SELECT-TODAYS-GAMES.
001175     PERFORM 2200-TABLE-DAY-VOIDS THRU 2200-EXIT.
001180     OPEN INPUT SCORE-HIST-FILE.
001190     IF NOT SCORE-HIST-OK
001200         GO TO 2000-EXIT
001340         SET INPUT-AT-END TO TRUE
001350         GO TO 2100-EXIT
001360     END-READ.
001370     IF SCORE-DATE NOT = TODAYS-DATE
001371         GO TO 2100-EXIT
001372     END-IF.
001373*        REVERSALS NEVER RANK, AND EACH ONE KEEPS THE
001374*        PLAYER'S EARLIEST STANDING GAME OF THE DAY OFF
001375*        THE LEADERBOARD.
001376     IF SCORE-RESULT = 'V'
001377         GO TO 2100-EXIT
001378     END-IF.
001379     PERFORM 2220-FIND-VOID-PLAYER THRU 2220-EXIT.
001380     IF XV-SUB NOT > XV-COUNT
001381         IF XV-VOIDS (XV-SUB) > 0
001382             SUBTRACT 1 FROM XV-VOIDS (XV-SUB)
001383             ADD 1 TO VOID-SKIP-COUNT
001384             GO TO 2100-EXIT
001385         END-IF
001386     END-IF.
001387     MOVE SCORE-RECORD TO SORT-RECORD.
001390     RELEASE SORT-RECORD.
001410 2100-EXIT.
001420     EXIT.
001430*
001431******************************************************
001432*  2200-TABLE-DAY-VOIDS                               *
001433*  FIRST PASS OF THE HISTORY: COUNT THE DAY'S         *
001434*  REVERSALS BY PLAYER SO THE RELEASE PASS KNOWS      *
001435*  WHICH GAMES TO LEAVE OUT.                          *
001436******************************************************
001437 2200-TABLE-DAY-VOIDS.
001438     OPEN INPUT SCORE-HIST-FILE.
001439     IF NOT SCORE-HIST-OK
001440         GO TO 2200-EXIT
001441     END-IF.
001442     PERFORM 2210-TABLE-ONE-VOID THRU 2210-EXIT
001443         UNTIL INPUT-AT-END.
001444     CLOSE SCORE-HIST-FILE.
001445     MOVE 'N' TO INPUT-EOF-SWITCH.
001446 2200-EXIT.
001447     EXIT.
001448*
001449******************************************************
001450*  2210-TABLE-ONE-VOID                                *
001451******************************************************
001452 2210-TABLE-ONE-VOID.
001453     READ SCORE-HIST-FILE
001454         AT END
001455         SET INPUT-AT-END TO TRUE
001456         GO TO 2210-EXIT
001457     END-READ.
001458     IF SCORE-DATE NOT = TODAYS-DATE
001459             OR SCORE-RESULT NOT = 'V'
001460         GO TO 2210-EXIT
001461     END-IF.
001462     PERFORM 2220-FIND-VOID-PLAYER THRU 2220-EXIT.
001463     IF XV-SUB NOT > XV-COUNT
001464         ADD 1 TO XV-VOIDS (XV-SUB)
001465         GO TO 2210-EXIT
001466     END-IF.
001467     IF XV-COUNT >= XV-MAX-ENTRIES
001468         DISPLAY "Void table full -- voided game for "
001469             SCORE-PLAYER-ID " will be ranked."
001470         GO TO 2210-EXIT
001471     END-IF.
001472     ADD 1 TO XV-COUNT.
001473     MOVE SCORE-PLAYER-ID TO XV-PLAYER-ID (XV-COUNT).
001474     MOVE 1 TO XV-VOIDS (XV-COUNT).
001475 2210-EXIT.
001476     EXIT.
001477*
001478******************************************************
001479*  2220-FIND-VOID-PLAYER                              *
001480*  SENTINEL SEARCH OF THE VOID TABLE FOR THE PLAYER   *
001481*  IN THE SCORE RECORD.  XV-SUB PAST XV-COUNT MEANS   *
001482*  NOT FOUND.                                         *
001483******************************************************
001484 2220-FIND-VOID-PLAYER.
001485     COMPUTE XV-SUB = XV-COUNT + 1.
001486     MOVE SCORE-PLAYER-ID TO XV-PLAYER-ID (XV-SUB).
001487     MOVE 1 TO XV-SUB.
001488     PERFORM 2230-SCAN-ONE-VOID THRU 2230-EXIT
001489         UNTIL XV-PLAYER-ID (XV-SUB) = SCORE-PLAYER-ID.
001490 2220-EXIT.
001491     EXIT.
001492*
001493******************************************************
001494*  2230-SCAN-ONE-VOID                                 *
001495******************************************************
001496 2230-SCAN-ONE-VOID.
001497     ADD 1 TO XV-SUB.
001498 2230-EXIT.
001499     EXIT.
001500*
001501******************************************************
001502*  3000-PRINT-LEADERBOARD                             *
001503*  SORT OUTPUT PROCEDURE.  PRINTS EACH SORTED RECORD   *
001504*  AND TALLIES THE GAMES PLAYED TODAY.                 *
001505******************************************************
001506 3000-PRINT-LEADERBOARD.
001507     PERFORM 3100-RETURN-AND-PRINT THRU 3100-EXIT
001510         UNTIL SORT-AT-END.
001520 3000-EXIT.
001530     EXIT.
001631*        A GAME BOUGHT WITH HINTS SAYS SO ON ITS LINE;
001632*        LEGACY RECORDS CARRY SPACES THERE AND PRINT
001633*        PLAIN.
001634     MOVE SORT-PLAYER-ID TO RG-PLAYER-ID.
001635     PERFORM 7000-LOOK-UP-NAME THRU 7000-EXIT.
001636     STRING SORT-PLAYER-ID DELIMITED BY SIZE
001637         "  " DELIMITED BY SIZE
001638         PRINT-NAME DELIMITED BY SIZE
001639         "  " DELIMITED BY SIZE
001640         SORT-GUESSES DELIMITED BY SIZE
001641         "     " DELIMITED BY SIZE
001642         SORT-ANSWER DELIMITED BY SIZE
001643         INTO PRINT-TEXT
001644     END-STRING.
001645     IF SORT-HINTS NUMERIC AND SORT-HINTS NOT = "00"
001646         MOVE "HINTS" TO PRINT-TEXT (48:5)
001647         MOVE SORT-HINTS TO PRINT-TEXT (54:2)
001648     END-IF.
001649     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
001650     ADD 1 TO GAMES-PLAYED-TODAY.
001660 3100-EXIT.
001670     EXIT.
001970         GO TO 4100-EXIT
001980     END-IF.
001990     IF NOT ACH-HEADER-PRINTED
001996         SET ACH-HEADER-PRINTED TO TRUE
002002         SET PRINT-SECTION-START TO TRUE
002008         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
002014         MOVE "TODAY'S ACHIEVEMENTS:" TO PRINT-TEXT
002020         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
002026     END-IF.
002033     MOVE ACH-PLAYER-ID TO RG-PLAYER-ID.
002036     PERFORM 7000-LOOK-UP-NAME THRU 7000-EXIT.
002037     STRING ACH-PLAYER-ID DELIMITED BY SIZE
002038         "  " DELIMITED BY SIZE
002039         PRINT-NAME DELIMITED BY SIZE
002040         "  " DELIMITED BY SIZE
002041         ACH-TEXT DELIMITED BY SIZE
002042         INTO PRINT-TEXT
002043     END-STRING.
002044     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
002045     ADD 1 TO ACHIEVEMENTS-PRINTED.
002050 4100-EXIT.
002060     EXIT.
002070*
002071******************************************************
002072*  7000-LOOK-UP-NAME                                  *
002073*  FETCH THE DISPLAY NAME FOR THE ID STAGED IN        *
002074*  RG-PLAYER-ID FROM THE REGISTRATION FILE.  AN ID    *
002075*  NOT ENROLLED, OR NO REGISTRATION FILE AT ALL,      *
002076*  PRINTS A BLANK NAME -- THE REPORT STILL RUNS.      *
002077******************************************************
002078 7000-LOOK-UP-NAME.
002079     MOVE SPACES TO PRINT-NAME.
002080     IF NOT NAMES-ON-FILE
002081         GO TO 7000-EXIT
002082     END-IF.
002083     READ REGISTRATION-FILE
002084         INVALID KEY
002085         GO TO 7000-EXIT
002086     END-READ.
002087     MOVE RG-DISPLAY-NAME TO PRINT-NAME.
002088 7000-EXIT.
002089     EXIT.
002090*
002091******************************************************
002092*  8000-FINISH                                        *
002100******************************************************
002110 8000-FINISH.
002113     MOVE "----------  --------------------  -------  ------"
002116         TO PRINT-TEXT.
002119     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
002122     STRING "Games played today: " DELIMITED BY SIZE
002125         GAMES-PLAYED-TODAY DELIMITED BY SIZE
002128         INTO PRINT-TEXT
002131     END-STRING.
002134     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
002140 8000-EXIT.
002150     EXIT.
002160*
002161******************************************************
002162*  8500-START-RUN-CONTROL                             *
002163*  CHECK ON THE RUN-CONTROL FILE THAT EVERY JOB THIS  *
002164*  ONE DEPENDS ON HAS COMPLETED FOR THE BUSINESS      *
002165*  DATE, THEN POST THIS JOB AS RUNNING -- OR AS       *
002166*  REFUSED (0012), IN WHICH CASE NOTHING ELSE RUNS.   *
002167******************************************************
002168 8500-START-RUN-CONTROL.
002169     ACCEPT RUN-START-DATE FROM DATE YYYYMMDD.
002170     ACCEPT RUN-START-TIME FROM TIME.
002171     PERFORM 8610-OPEN-RUN-CONTROL THRU 8610-EXIT.
002172     IF NOT RUN-CONTROL-OK
002173         DISPLAY "RUNCTRL not available, status "
002174             RUN-CONTROL-STATUS " -- run refused."
002175         SET RUN-IS-REFUSED TO TRUE
002176         GO TO 8500-EXIT
002177     END-IF.
002178     MOVE 1 TO PRED-SUB.
002179     PERFORM 8510-CHECK-ONE-PREDECESSOR THRU 8510-EXIT
002180         UNTIL PRED-SUB > PRED-COUNT.
002181     CLOSE RUN-CONTROL-FILE.
002182     IF RUN-IS-REFUSED
002183         MOVE 'F' TO RUN-STATUS-CODE
002184         MOVE 12 TO RUN-COMPLETION-CODE
002185         MOVE "PREDECESSOR NOT COMPLETE" TO RUN-MESSAGE
002186     END-IF.
002187     PERFORM 8600-POST-RUN-CONTROL THRU 8600-EXIT.
002188 8500-EXIT.
002189     EXIT.
002190*
002191 8510-CHECK-ONE-PREDECESSOR.
002192     MOVE PRED-JOB-NAME (PRED-SUB) TO RC-JOB-NAME.
002193     MOVE RUN-BUSINESS-DATE TO RC-BUSINESS-DATE.
002194     READ RUN-CONTROL-FILE
002195         INVALID KEY
002196         CONTINUE
002197     END-READ.
002198     IF NOT RUN-CONTROL-OK OR NOT RC-COMPLETE
002199         DISPLAY "*** " PRED-JOB-NAME (PRED-SUB)
002200             " HAS NOT COMPLETED FOR " RUN-BUSINESS-DATE
002201             " -- RUN REFUSED ***"
002202         SET RUN-IS-REFUSED TO TRUE
002203     END-IF.
002204     ADD 1 TO PRED-SUB.
002205 8510-EXIT.
002206     EXIT.
002207*
002208******************************************************
002209*  8600-POST-RUN-CONTROL                              *
002210*  WRITE (OR REWRITE) THIS JOB'S RUN-CONTROL RECORD   *
002211*  FOR THE BUSINESS DATE FROM RUN-STATUS-CODE,        *
002212*  RUN-COMPLETION-CODE, RUN-MESSAGE, AND THE COUNTS.  *
002213*  A FINAL POSTING ('C' OR 'F') CARRIES THE END TIME. *
002214*  A RUN-CONTROL FAILURE IS REPORTED BUT DOES NOT     *
002215*  UNDO THE WORK ALREADY DONE.                        *
002216******************************************************
002217 8600-POST-RUN-CONTROL.
002218     PERFORM 8610-OPEN-RUN-CONTROL THRU 8610-EXIT.
002219     IF NOT RUN-CONTROL-OK
002220         DISPLAY "Run status NOT posted -- RUNCTRL status "
002221             RUN-CONTROL-STATUS
002222         GO TO 8600-EXIT
002223     END-IF.
002224     MOVE 'N' TO RUN-RECORD-SWITCH.
002225     MOVE RUN-JOB-NAME TO RC-JOB-NAME.
002226     MOVE RUN-BUSINESS-DATE TO RC-BUSINESS-DATE.
002227     READ RUN-CONTROL-FILE
002228         INVALID KEY
002229         CONTINUE
002230     END-READ.
002231     IF RUN-CONTROL-OK
002232         SET RUN-RECORD-EXISTS TO TRUE
002233     END-IF.
002234     MOVE RUN-JOB-NAME TO RC-JOB-NAME.
002235     MOVE RUN-BUSINESS-DATE TO RC-BUSINESS-DATE.
002236     MOVE RUN-STATUS-CODE TO RC-STATUS.
002237     MOVE RUN-COMPLETION-CODE TO RC-COMPLETION-CODE.
002238     MOVE RUN-START-DATE TO RC-START-DATE.
002239     MOVE RUN-START-TIME TO RC-START-TIME.
002240     IF RC-RUNNING
002241         MOVE SPACES TO RC-END-DATE
002242         MOVE SPACES TO RC-END-TIME
002243     ELSE
002244         ACCEPT RC-END-DATE FROM DATE YYYYMMDD
002245         ACCEPT RC-END-TIME FROM TIME
002246     END-IF.
002247     MOVE RUN-COUNT-VALUES TO RC-CONTROL-COUNTS.
002248     MOVE RUN-MESSAGE TO RC-MESSAGE.
002249     IF RUN-RECORD-EXISTS
002250         REWRITE RUN-CONTROL-RECORD
002251     ELSE
002252         WRITE RUN-CONTROL-RECORD
002253     END-IF.
002254     IF NOT RUN-CONTROL-OK
002255         DISPLAY "Run status NOT posted -- RUNCTRL status "
002256             RUN-CONTROL-STATUS
002257     END-IF.
002258     CLOSE RUN-CONTROL-FILE.
002259 8600-EXIT.
002260     EXIT.
002261*
002262 8610-OPEN-RUN-CONTROL.
002263     OPEN I-O RUN-CONTROL-FILE.
002264     IF RUN-CONTROL-NOT-FOUND
002265         OPEN OUTPUT RUN-CONTROL-FILE
002266         CLOSE RUN-CONTROL-FILE
002267         OPEN I-O RUN-CONTROL-FILE
002268     END-IF.
002269 8610-EXIT.
002270     EXIT.
002271*
002272******************************************************
002273*  8650-END-RUN-CONTROL                               *
002274*  POST THE FINAL STATUS: A COMPLETION CODE UNDER     *
002275*  0008 IS COMPLETE, ANYTHING ELSE FAILED.            *
002276******************************************************
002277 8650-END-RUN-CONTROL.
002278     IF RUN-COMPLETION-CODE < 8
002279         MOVE 'C' TO RUN-STATUS-CODE
002280     ELSE
002281         MOVE 'F' TO RUN-STATUS-CODE
002282     END-IF.
002283     PERFORM 8600-POST-RUN-CONTROL THRU 8600-EXIT.
002284 8650-EXIT.
002285     EXIT.
002286*
002287******************************************************
002288*  8900-OPEN-PRINT-SPOOL                              *
002289*  START THE REPORT: STAMP THE RUN DATE AND TIME AND  *
002290*  OPEN THE PRINT SPOOL.  REPORT-ID, REPORT-TITLE AND *
002291*  REPORT-PARAMETERS MUST ALREADY BE SET.  IF THE     *
002292*  SPOOL WILL NOT OPEN THE REPORT GOES TO THE CONSOLE *
002293*  INSTEAD, UNPAGED AND NOT STORED.                   *
002294******************************************************
002295 8900-OPEN-PRINT-SPOOL.
002296     ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.
002297     ACCEPT REPORT-RUN-TIME FROM TIME.
002298     MOVE 0 TO PRINT-PAGE-COUNT.
002299     MOVE 0 TO PRINT-LINE-ON-PAGE.
002300     MOVE 0 TO PH-COUNT.
002301     MOVE SPACE TO PRINT-PREVIOUS-TYPE.
002302     MOVE SPACES TO PRINT-TEXT.
002303     MOVE SPACE TO PRINT-LINE-TYPE.
002304     MOVE 'N' TO PRINT-NEW-PAGE-SWITCH.
002305     OPEN OUTPUT SPOOL-FILE.
002306     IF SPOOL-FILE-OK
002307         SET SPOOL-IS-OPEN TO TRUE
002308         GO TO 8900-EXIT
002309     END-IF.
002310     DISPLAY "Cannot open print spool, status "
002311         SPOOL-FILE-STATUS " -- report shown here only.".
002312     DISPLAY REPORT-ID "  " REPORT-TITLE.
002313     DISPLAY "RUN DATE " REPORT-RUN-DATE "  TIME "
002314         REPORT-RUN-TIME.
002315     DISPLAY "PARAMETERS: " REPORT-PARAMETERS.
002316 8900-EXIT.
002317     EXIT.
002318*
002319******************************************************
002320*  8910-PRINT-LINE                                    *
002321*  SPOOL THE LINE IN PRINT-TEXT, THEN CLEAR IT.  THE  *
002322*  PAGES ARE LAID OUT HERE: A NEW PAGE STARTS WITH    *
002323*  THE FIRST LINE, WHEN PRINT-BODY-LINES ARE FULL     *
002324*  (COUNTING THE COLUMN HEADINGS THAT WILL BE         *
002325*  REPEATED AT ITS TOP), OR WHEN THE CALLER SETS      *
002326*  PRINT-NEW-PAGE.  8930 REPEATS THE SAME STEPS WHEN  *
002327*  PRINTING, SO THE TWO MUST BE CHANGED TOGETHER.     *
002328******************************************************
002329 8910-PRINT-LINE.
002330     IF NOT SPOOL-IS-OPEN
002331         DISPLAY PRINT-TEXT
002332         MOVE SPACES TO PRINT-TEXT
002333         MOVE SPACE TO PRINT-LINE-TYPE
002334         GO TO 8910-EXIT
002335     END-IF.
002336     IF PRINT-SECTION-START
002337         MOVE 0 TO PH-COUNT
002338     END-IF.
002339     IF PRINT-COLUMN-HEADING
002340         IF PRINT-PREVIOUS-TYPE NOT = 'H'
002341             MOVE 0 TO PH-COUNT
002342         END-IF
002343         IF PH-COUNT < PH-MAX
002344             ADD 1 TO PH-COUNT
002345             MOVE PRINT-TEXT TO PH-LINE (PH-COUNT)
002346         END-IF
002347     END-IF.
002348     MOVE 'N' TO SPL-PAGE-BREAK.
002349     IF PRINT-PAGE-COUNT = 0
002350             OR PRINT-LINE-ON-PAGE NOT < PRINT-BODY-LINES
002351             OR PRINT-NEW-PAGE
002352         ADD 1 TO PRINT-PAGE-COUNT
002353         MOVE 'Y' TO SPL-PAGE-BREAK
002354         MOVE 'N' TO PRINT-NEW-PAGE-SWITCH
002355         MOVE 0 TO PRINT-LINE-ON-PAGE
002356         IF NOT PRINT-COLUMN-HEADING
002357             MOVE PH-COUNT TO PRINT-LINE-ON-PAGE
002358         END-IF
002359     END-IF.
002360     ADD 1 TO PRINT-LINE-ON-PAGE.
002361     MOVE PRINT-LINE-TYPE TO SPL-LINE-TYPE.
002362     MOVE PRINT-LINE-TYPE TO PRINT-PREVIOUS-TYPE.
002363     MOVE PRINT-TEXT TO SPL-TEXT.
002364     WRITE SPOOL-RECORD.
002365     MOVE SPACES TO PRINT-TEXT.
002366     MOVE SPACE TO PRINT-LINE-TYPE.
002367 8910-EXIT.
002368     EXIT.
002369*
002370******************************************************
002371*  8920-PRINT-REPORT                                  *
002372*  END THE REPORT: SPOOL THE END-OF-REPORT LINE,      *
002373*  THEN PRINT THE SPOOL WITH THE STANDARD HEADINGS    *
002374*  AND STORE EVERY PRINTED LINE, AND A COPY HEADER,   *
002375*  IN THE REPORT REPOSITORY (REPTREPO) UNDER THE      *
002376*  REPORT-ID AND RUN DATE AND TIME.  A REPOSITORY     *
002377*  FAILURE IS REPORTED BUT DOES NOT STOP THE PRINT.   *
002378******************************************************
002379 8920-PRINT-REPORT.
002380     IF NOT SPOOL-IS-OPEN
002381         DISPLAY " "
002382         DISPLAY "*** END OF REPORT " REPORT-ID " ***"
002383         GO TO 8920-EXIT
002384     END-IF.
002385     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
002386     SET PRINT-END-MARKER TO TRUE.
002387     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
002388     CLOSE SPOOL-FILE.
002389     MOVE 'N' TO SPOOL-OPEN-SWITCH.
002390     OPEN INPUT SPOOL-FILE.
002391     IF NOT SPOOL-FILE-OK
002392         DISPLAY "Cannot reopen print spool, status "
002393             SPOOL-FILE-STATUS " -- report NOT printed."
002394         GO TO 8920-EXIT
002395     END-IF.
002396     OPEN OUTPUT PRINT-FILE.
002397     IF PRINT-FILE-OK
002398         SET PRINT-IS-OPEN TO TRUE
002399     ELSE
002400         DISPLAY "Cannot open print file, status "
002401             PRINT-FILE-STATUS " -- report NOT printed."
002402     END-IF.
002403     OPEN I-O REPORT-REPOSITORY.
002404     IF REPOSITORY-NOT-FOUND
002405         OPEN OUTPUT REPORT-REPOSITORY
002406         CLOSE REPORT-REPOSITORY
002407         OPEN I-O REPORT-REPOSITORY
002408     END-IF.
002409     IF REPOSITORY-OK
002410         SET REPOSITORY-IS-OPEN TO TRUE
002411     ELSE
002412         DISPLAY "Report NOT stored -- REPTREPO status "
002413             REPOSITORY-STATUS
002414     END-IF.
002415     MOVE 0 TO PRINT-PAGE-NUMBER.
002416     MOVE 0 TO PRINT-LINES-STORED.
002417     MOVE 0 TO PH-COUNT.
002418     MOVE SPACE TO PRINT-PREVIOUS-TYPE.
002419     MOVE 'N' TO SPOOL-EOF-SWITCH.
002420     PERFORM 8930-PRINT-SPOOLED-LINE THRU 8930-EXIT
002421         UNTIL SPOOL-AT-END.
002422     CLOSE SPOOL-FILE.
002423     MOVE PRINT-PAGE-COUNT TO PRINT-COUNT-EDIT.
002424     IF PRINT-IS-OPEN
002425         CLOSE PRINT-FILE
002426         MOVE 'N' TO PRINT-OPEN-SWITCH
002427         DISPLAY "Report " REPORT-ID " printed, "
002428             PRINT-COUNT-EDIT " page(s)."
002429     END-IF.
002430     IF REPOSITORY-IS-OPEN
002431         PERFORM 8970-STORE-COPY-HEADER THRU 8970-EXIT
002432     END-IF.
002433     IF REPOSITORY-IS-OPEN
002434         CLOSE REPORT-REPOSITORY
002435         MOVE 'N' TO REPOSITORY-OPEN-SWITCH
002436         DISPLAY "Report " REPORT-ID " stored as "
002437             REPORT-RUN-DATE " " REPORT-RUN-TIME "."
002438     END-IF.
002439 8920-EXIT.
002440     EXIT.
002441*
002442******************************************************
002443*  8930-PRINT-SPOOLED-LINE                            *
002444*  PRINT ONE SPOOLED LINE, PRECEDED AT A PAGE BREAK   *
002445*  BY THE STANDARD HEADING AND, UNLESS THE LINE IS    *
002446*  ITSELF A COLUMN HEADING, THE SECTION'S COLUMN      *
002447*  HEADINGS.  THE END MARKER BECOMES THE END-OF-      *
002448*  REPORT LINE.                                       *
002449******************************************************
002450 8930-PRINT-SPOOLED-LINE.
002451     READ SPOOL-FILE
002452         AT END
002453         SET SPOOL-AT-END TO TRUE
002454         GO TO 8930-EXIT
002455     END-READ.
002456     IF SPL-LINE-TYPE = 'S'
002457         MOVE 0 TO PH-COUNT
002458     END-IF.
002459     IF SPL-LINE-TYPE = 'H'
002460         IF PRINT-PREVIOUS-TYPE NOT = 'H'
002461             MOVE 0 TO PH-COUNT
002462         END-IF
002463         IF PH-COUNT < PH-MAX
002464             ADD 1 TO PH-COUNT
002465             MOVE SPL-TEXT TO PH-LINE (PH-COUNT)
002466         END-IF
002467     END-IF.
002468     MOVE SPL-LINE-TYPE TO PRINT-PREVIOUS-TYPE.
002469     IF SPL-PAGE-BREAK = 'Y'
002470         PERFORM 8940-PRINT-PAGE-HEADING THRU 8940-EXIT
002471         IF SPL-LINE-TYPE NOT = 'H'
002472             MOVE 1 TO PH-SUB
002473             PERFORM 8950-REPEAT-ONE-HEADING THRU 8950-EXIT
002474                 UNTIL PH-SUB > PH-COUNT
002475         END-IF
002476     END-IF.
002477     MOVE SPL-TEXT TO PRINT-OUT-TEXT.
002478     IF SPL-LINE-TYPE = 'E'
002479         MOVE REPORT-ID TO END-REPORT-ID
002480         MOVE PRINT-PAGE-COUNT TO END-PAGE-COUNT
002481         MOVE PRINT-END-LINE TO PRINT-OUT-TEXT
002482     END-IF.
002483     MOVE SPACE TO PRINT-CARRIAGE.
002484     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
002485 8930-EXIT.
002486     EXIT.
002487*
002488 8940-PRINT-PAGE-HEADING.
002489     ADD 1 TO PRINT-PAGE-NUMBER.
002490     MOVE REPORT-ID TO HDG1-REPORT-ID.
002491     MOVE REPORT-TITLE TO HDG1-TITLE.
002492     MOVE PRINT-PAGE-NUMBER TO HDG1-PAGE.
002493     MOVE PRINT-PAGE-COUNT TO HDG1-PAGES.
002494     MOVE PRINT-HEADING-1 TO PRINT-OUT-TEXT.
002495     MOVE '1' TO PRINT-CARRIAGE.
002496     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
002497     MOVE REPORT-RUN-DATE TO HDG2-RUN-DATE.
002498     MOVE REPORT-RUN-HH TO HDG2-HH.
002499     MOVE REPORT-RUN-MM TO HDG2-MM.
002500     MOVE REPORT-RUN-SS TO HDG2-SS.
002501     MOVE PRINT-HEADING-2 TO PRINT-OUT-TEXT.
002502     MOVE SPACE TO PRINT-CARRIAGE.
002503     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
002504     MOVE REPORT-PARAMETERS TO HDG3-PARAMETERS.
002505     MOVE PRINT-HEADING-3 TO PRINT-OUT-TEXT.
002506     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
002507     MOVE PRINT-DASH-LINE TO PRINT-OUT-TEXT.
002508     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
002509     MOVE SPACES TO PRINT-OUT-TEXT.
002510     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
002511 8940-EXIT.
002512     EXIT.
002513*
002514 8950-REPEAT-ONE-HEADING.
002515     MOVE PH-LINE (PH-SUB) TO PRINT-OUT-TEXT.
002516     MOVE SPACE TO PRINT-CARRIAGE.
002517     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
002518     ADD 1 TO PH-SUB.
002519 8950-EXIT.
002520     EXIT.
002521*
002522******************************************************
002523*  8960-WRITE-PRINT-LINE                              *
002524*  PRINT PRINT-OUT-TEXT -- AT THE TOP OF A NEW PAGE   *
002525*  IF PRINT-CARRIAGE IS '1' -- AND STORE IT AS THE    *
002526*  NEXT LINE OF THIS COPY IN THE REPOSITORY.          *
002527******************************************************
002528 8960-WRITE-PRINT-LINE.
002529     IF PRINT-IS-OPEN
002530         IF PRINT-CARRIAGE = '1'
002531             WRITE PRINT-RECORD FROM PRINT-OUT-TEXT
002532                 AFTER ADVANCING PAGE
002533         ELSE
002534             WRITE PRINT-RECORD FROM PRINT-OUT-TEXT
002535                 AFTER ADVANCING 1 LINE
002536         END-IF
002537     END-IF.
002538     IF NOT REPOSITORY-IS-OPEN
002539         GO TO 8960-EXIT
002540     END-IF.
002541     ADD 1 TO PRINT-LINES-STORED.
002542     MOVE REPORT-ID TO RR-REPORT-ID.
002543     MOVE REPORT-RUN-DATE TO RR-RUN-DATE.
002544     MOVE REPORT-RUN-TIME TO RR-RUN-TIME.
002545     MOVE PRINT-LINES-STORED TO RR-LINE-NUMBER.
002546     MOVE PRINT-CARRIAGE TO RR-CARRIAGE.
002547     MOVE PRINT-OUT-TEXT TO RR-LINE.
002548     WRITE REPORT-REPOSITORY-RECORD.
002549     IF NOT REPOSITORY-OK
002550         DISPLAY "Report NOT stored -- REPTREPO status "
002551             REPOSITORY-STATUS
002552         CLOSE REPORT-REPOSITORY
002553         MOVE 'N' TO REPOSITORY-OPEN-SWITCH
002554     END-IF.
002555 8960-EXIT.
002556     EXIT.
002557*
002558******************************************************
002559*  8970-STORE-COPY-HEADER                             *
002560*  LINE 00000 OF THE COPY: WHAT GUESS-RPRT LISTS.     *
002561*  IT IS WRITTEN LAST, SO A COPY CUT SHORT BY A       *
002562*  REPOSITORY FAILURE NEVER APPEARS ON THE LIST.      *
002563******************************************************
002564 8970-STORE-COPY-HEADER.
002565     MOVE REPORT-ID TO RR-REPORT-ID.
002566     MOVE REPORT-RUN-DATE TO RR-RUN-DATE.
002567     MOVE REPORT-RUN-TIME TO RR-RUN-TIME.
002568     MOVE 0 TO RR-LINE-NUMBER.
002569     MOVE SPACE TO RR-CARRIAGE.
002570     MOVE SPACES TO RR-LINE.
002571     MOVE REPORT-TITLE TO RR-TITLE.
002572     MOVE REPORT-PARAMETERS TO RR-PARAMETERS.
002573     MOVE PRINT-PAGE-COUNT TO RR-PAGE-COUNT.
002574     MOVE PRINT-LINES-STORED TO RR-LINE-COUNT.
002575     WRITE REPORT-REPOSITORY-RECORD.
002576     IF NOT REPOSITORY-OK
002577         DISPLAY "Report NOT stored -- REPTREPO status "
002578             REPOSITORY-STATUS
002579         CLOSE REPORT-REPOSITORY
002580         MOVE 'N' TO REPOSITORY-OPEN-SWITCH
002581     END-IF.
002582 8970-EXIT.
002583     EXIT.
002584*
002585******************************************************
002586*  9999-EXIT                                          *
002587******************************************************
002588 9999-EXIT.
002589     STOP RUN.
