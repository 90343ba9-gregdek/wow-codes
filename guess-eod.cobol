000264*                   (GAMECAL) MARKS NON-GAMING IS      *
000265*                   REFUSED -- A DAY THAT WAS NEVER    *
000266*                   OPEN CANNOT BE CLOSED.             *
000267*  2026-10-15 DLM   A REVERSAL RECORD POSTED BY        *
000268*                   GUESS-ADJT TAKES ITS GAME BACK     *
000269*                   OUT OF THE DAY'S GAMES (AND WINS), *
000270*                   SO A CLOSE RERUN AFTER A VOID      *
000271*                   STILL BALANCES WITH GUESS-XTRT.    *
000272*  2026-10-15 DLM   EACH RUN POSTS ITS STATUS, START   *
000273*                   AND END TIMES, COMPLETION CODE AND *
000274*                   GAMES/WINS/GUESSES TO THE RUN-     *
000275*                   CONTROL FILE (RUNCTRL) FOR THE     *
000276*                   DAY CLOSED: 0004 WHEN THE SEED WAS *
000277*                   NOT ON SCHEDULE, 0008 WHEN THE DAY *
000278*                   WAS REFUSED OR NOT CLOSED.         *
000279*  2026-10-15 DLM   THE CLOSE-OUT IS NOW PRINTED TO    *
000280*                   PRTEOD WITH STANDARD PAGE HEADINGS *
000281*                   AND AN END-OF-REPORT LINE, AND A   *
000282*                   COPY IS KEPT IN THE REPORT         *
000283*                   REPOSITORY (REPTREPO) FOR GUESS-   *
000284*                   RPRT TO LIST AND REPRINT.  A       *
000285*                   REFUSED DAY IS PRINTED TOO.        *
000286******************************************************
000287 IDENTIFICATION DIVISION.
000288 PROGRAM-ID. GUESS-EOD.
000290 AUTHOR. D L MCKENZIE.
000300 INSTALLATION. OPERATIONS SUPPORT.
000310 DATE-WRITTEN. 2026-08-22.
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS DC-DATE
000530         FILE STATUS IS DAY-CONTROL-STATUS.
000531     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
000532         ORGANIZATION IS INDEXED
000533         ACCESS MODE IS RANDOM
000534         RECORD KEY IS RC-KEY
000535         FILE STATUS IS RUN-CONTROL-STATUS.
000536     SELECT SPOOL-FILE ASSIGN TO "SPLEOD"
000537         ORGANIZATION IS LINE SEQUENTIAL
000538         FILE STATUS IS SPOOL-FILE-STATUS.
000539     SELECT PRINT-FILE ASSIGN TO "PRTEOD"
000540         ORGANIZATION IS LINE SEQUENTIAL
000541         FILE STATUS IS PRINT-FILE-STATUS.
000542     SELECT REPORT-REPOSITORY ASSIGN TO "REPTREPO"
000543         ORGANIZATION IS INDEXED
000544         ACCESS MODE IS RANDOM
000545         RECORD KEY IS RR-KEY
000546         FILE STATUS IS REPOSITORY-STATUS.
000547*
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  SEED-FILE
000690 FD  DAY-CONTROL-FILE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY "DAYCREC.CPY".
000712*
000714 FD  RUN-CONTROL-FILE
000716     LABEL RECORDS ARE STANDARD.
000718     COPY "RUNCREC.CPY".
000719*
000720 FD  SPOOL-FILE
000721     LABEL RECORDS ARE STANDARD.
000722     COPY "SPOOLREC.CPY".
000723*
000724 FD  PRINT-FILE
000725     LABEL RECORDS ARE OMITTED.
000726 01  PRINT-RECORD                PIC X(132).
000727*
000728 FD  REPORT-REPOSITORY
000729     LABEL RECORDS ARE STANDARD.
000730     COPY "REPTREC.CPY".
000731*
000732 WORKING-STORAGE SECTION.
000740*
000750 77  DAY-GAMES-PLAYED            PIC 9(05)  VALUE 0.
000760 77  DAY-GAMES-WON               PIC 9(05)  VALUE 0.
001050     88  DAY-ALREADY-CLOSED      VALUE 'Y'.
001060 01  CLOSE-WRITTEN-SWITCH        PIC X(01)  VALUE 'N'.
001070     88  CLOSE-WAS-WRITTEN       VALUE 'Y'.
001071*
001072*    RUN CONTROL (RUNCTRL): THIS JOB'S STATUS AND
001073*    KEY COUNTS FOR THE BUSINESS DATE.
001074 01  RUN-JOB-NAME                PIC X(12)  VALUE "GUESS-EOD".
001075 01  RUN-BUSINESS-DATE           PIC X(08)  VALUE SPACES.
001076 01  RUN-START-DATE              PIC X(08)  VALUE SPACES.
001077 01  RUN-START-TIME              PIC X(08)  VALUE SPACES.
001078 01  RUN-STATUS-CODE             PIC X(01)  VALUE 'R'.
001079 01  RUN-COMPLETION-CODE         PIC 9(04)  VALUE 0.
001080 01  RUN-MESSAGE                 PIC X(30)  VALUE SPACES.
001081 01  RUN-COUNT-VALUES.
001082     05  FILLER                  PIC X(12)  VALUE "GAMES PLAYED".
001083     05  RUN-COUNT-1             PIC 9(09)  VALUE 0.
001084     05  FILLER                  PIC X(12)  VALUE "GAMES WON".
001085     05  RUN-COUNT-2             PIC 9(09)  VALUE 0.
001086     05  FILLER                  PIC X(12)  VALUE "GUESSES".
001087     05  RUN-COUNT-3             PIC 9(09)  VALUE 0.
001088 01  RUN-CONTROL-STATUS          PIC X(02).
001089     88  RUN-CONTROL-OK          VALUE '00'.
001090     88  RUN-CONTROL-NOT-FOUND   VALUE '23', '35'.
001091 01  RUN-RECORD-SWITCH           PIC X(01)  VALUE 'N'.
001092     88  RUN-RECORD-EXISTS       VALUE 'Y'.
001093*
001094 01  COUNT-EDIT                  PIC Z(06)9.
001095*
001096*    PRINT SPOOLING AND THE REPORT REPOSITORY, SEE
001097*    PRTCTL.CPY.
001098     COPY "PRTCTL.CPY".
001100*
001110 PROCEDURE DIVISION.
001120*
001150******************************************************
001160 0000-MAINLINE.
001170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001171     MOVE CLOSE-DATE TO RUN-BUSINESS-DATE.
001172     PERFORM 8500-START-RUN-CONTROL THRU 8500-EXIT.
001173     PERFORM 1600-CHECK-GAMING-CALENDAR THRU 1600-EXIT.
001174     IF CLOSE-IS-REFUSED
001175         MOVE 8 TO RUN-COMPLETION-CODE
001176         MOVE "NOT A GAMING DAY" TO RUN-MESSAGE
001177         PERFORM 8920-PRINT-REPORT THRU 8920-EXIT
001178         PERFORM 8650-END-RUN-CONTROL THRU 8650-EXIT
001179         GO TO 9999-EXIT
001180     END-IF.
001181     PERFORM 2000-VERIFY-SEED-RECORD THRU 2000-EXIT.
001190     PERFORM 3000-COUNT-SCORE-RECORDS THRU 3000-EXIT.
001200     PERFORM 4000-COUNT-AUDIT-RECORDS THRU 4000-EXIT.
001210     PERFORM 5000-WRITE-DAY-CONTROL THRU 5000-EXIT.
001214     PERFORM 8000-PRINT-CLOSE-OUT THRU 8000-EXIT.
001218     PERFORM 8920-PRINT-REPORT THRU 8920-EXIT.
001223     PERFORM 8700-SET-RUN-RESULT THRU 8700-EXIT.
001226     PERFORM 8650-END-RUN-CONTROL THRU 8650-EXIT.
001230     GO TO 9999-EXIT.
001240*
001250******************************************************
001360     IF CLOSE-DATE = SPACES OR CLOSE-DATE NOT NUMERIC
001370         MOVE RUN-DATE TO CLOSE-DATE
001380     END-IF.
001383     MOVE "GUESS-EOD" TO REPORT-ID.
001386     MOVE "GUESS-MY-NUMBER END-OF-DAY CLOSE-OUT" TO REPORT-TITLE.
001389     STRING "GAMING DAY " DELIMITED BY SIZE
001392         CLOSE-DATE DELIMITED BY SIZE
001395         INTO REPORT-PARAMETERS
001398     END-STRING.
001401     PERFORM 8900-OPEN-PRINT-SPOOL THRU 8900-EXIT.
001410 1000-EXIT.
001420     EXIT.
001430*
001448         DISPLAY "*** " CLOSE-DATE " IS A NON-GAMING"
001449             " DAY ON THE CALENDAR -- NOTHING TO"
001450             " CLOSE ***"
001451         STRING "*** " DELIMITED BY SIZE
001452             CLOSE-DATE DELIMITED BY SIZE
001453             " IS A NON-GAMING" DELIMITED BY SIZE
001454             " DAY ON THE CALENDAR -- NOTHING TO"
001455                 DELIMITED BY SIZE
001456             " CLOSE ***" DELIMITED BY SIZE
001457             INTO PRINT-TEXT
001458         END-STRING
001459         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
001460     END-IF.
001461 1600-EXIT.
001462     EXIT.
001463*
001464******************************************************
001465*  1610-SCAN-ONE-CAL-DAY                              *
001466******************************************************
001467 1610-SCAN-ONE-CAL-DAY.
001468     READ CALENDAR-FILE
001469         AT END
001470         SET CAL-AT-END TO TRUE
001471         GO TO 1610-EXIT
001472     END-READ.
001473     IF CAL-DATE = CLOSE-DATE AND CAL-NON-GAMING-DAY
001474         SET CLOSE-IS-REFUSED TO TRUE
001475     END-IF.
001476 1610-EXIT.
001477     EXIT.
001478*
001479******************************************************
001480*  2000-VERIFY-SEED-RECORD                            *
001481*  THE DAY'S ANSWER MUST ACTUALLY HAVE BEEN ON THE    *
001482*  SEED SCHEDULE.  A DAY PLAYED WITHOUT ONE RAN ON    *
001483*  THE STANDALONE FALLBACK ANSWER, WHICH OPERATIONS   *
001490*  NEEDS TO KNOW ABOUT BEFORE SIGNING OFF.            *
001500******************************************************
001510 2000-VERIFY-SEED-RECORD.
001724     IF SEED-RECORD-BAD
001725         DISPLAY "Seed record for the day fails its"
001726             " check digit -- treated as not on schedule."
001727         STRING "Seed record for the day fails its"
001728                 DELIMITED BY SIZE
001729             " check digit -- treated as not on schedule."
001730                 DELIMITED BY SIZE
001731             INTO PRINT-TEXT
001732         END-STRING
001733         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
001734         GO TO 2100-EXIT
001735     END-IF.
001736     SET SEED-FOUND TO TRUE.
001740     MOVE SEED-DIFFICULTY-CODE
001750         TO SEED-DIFFICULTY-SAVE.
001770 2100-EXIT.
002020         SET SCORE-AT-END TO TRUE
002030         GO TO 3100-EXIT
002040     END-READ.
002041     IF SCORE-DATE NOT = CLOSE-DATE
002042         GO TO 3100-EXIT
002043     END-IF.
002044*        A REVERSAL CANCELS A GAME COUNTED ABOVE IT ON
002045*        THE FILE; ITS ORIGINAL RESULT IS IN SCORE-ADJ-
002046*        RESULT.
002047     IF SCORE-RESULT = 'V'
002048         IF DAY-GAMES-PLAYED > 0
002049             SUBTRACT 1 FROM DAY-GAMES-PLAYED
002050         END-IF
002051         IF SCORE-ADJ-RESULT = 'W' AND DAY-GAMES-WON > 0
002052             SUBTRACT 1 FROM DAY-GAMES-WON
002053         END-IF
002054         GO TO 3100-EXIT
002055     END-IF.
002056     IF SCORE-DATE = CLOSE-DATE
002060         ADD 1 TO DAY-GAMES-PLAYED
002070         IF SCORE-RESULT = 'W'
002080             ADD 1 TO DAY-GAMES-WON
002957*  8000-PRINT-CLOSE-OUT                               *
002958******************************************************
002970 8000-PRINT-CLOSE-OUT.
002973     IF SEED-FOUND
002976         STRING "Seed record for the day:   ON SCHEDULE,"
002979                 DELIMITED BY SIZE
002982             " DIFFICULTY " DELIMITED BY SIZE
002985             SEED-DIFFICULTY-SAVE DELIMITED BY SIZE
002988             INTO PRINT-TEXT
002991         END-STRING
002994         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
002997     ELSE
003000         STRING "Seed record for the day:   *** NOT ON"
003003                 DELIMITED BY SIZE
003006             " SCHEDULE -- FALLBACK ANSWER WAS IN PLAY ***"
003009                 DELIMITED BY SIZE
003012             INTO PRINT-TEXT
003015         END-STRING
003018         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
003021     END-IF.
003024     MOVE DAY-GAMES-PLAYED TO COUNT-EDIT.
003027     STRING "Games played:              " DELIMITED BY SIZE
003030         COUNT-EDIT DELIMITED BY SIZE
003033         INTO PRINT-TEXT
003036     END-STRING.
003039     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
003042     MOVE DAY-GAMES-WON TO COUNT-EDIT.
003045     STRING "Games won:                 " DELIMITED BY SIZE
003048         COUNT-EDIT DELIMITED BY SIZE
003051         INTO PRINT-TEXT
003054     END-STRING.
003057     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
003060     MOVE DAY-GUESSES-LOGGED TO COUNT-EDIT.
003063     STRING "Guesses logged:            " DELIMITED BY SIZE
003066         COUNT-EDIT DELIMITED BY SIZE
003069         INTO PRINT-TEXT
003072     END-STRING.
003075     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
003078     IF DAY-ALREADY-CLOSED
003081         STRING "Day was already closed -- counts"
003084                 DELIMITED BY SIZE
003087             " refreshed by this rerun." DELIMITED BY SIZE
003090             INTO PRINT-TEXT
003093         END-STRING
003096         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
003099     END-IF.
003102     IF CLOSE-WAS-WRITTEN
003105         STRING "Gaming day " DELIMITED BY SIZE
003108             CLOSE-DATE DELIMITED BY SIZE
003111             " is CLOSED." DELIMITED BY SIZE
003114             INTO PRINT-TEXT
003117         END-STRING
003120         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
003123     ELSE
003126         STRING "*** GAMING DAY " DELIMITED BY SIZE
003129             CLOSE-DATE DELIMITED BY SIZE
003132             " WAS NOT" DELIMITED BY SIZE
003135             " CLOSED -- DAY-CONTROL WRITE FAILED ***"
003138                 DELIMITED BY SIZE
003141             INTO PRINT-TEXT
003144         END-STRING
003147         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
003150     END-IF.
003210 8000-EXIT.
003220     EXIT.
003230*
003231******************************************************
003232*  8500-START-RUN-CONTROL                             *
003233*  POST THIS JOB AS RUNNING FOR THE BUSINESS DATE.    *
003234*  IT IS THE FIRST STEP OF THE STREAM AND DEPENDS ON  *
003235*  NO OTHER JOB.                                      *
003236******************************************************
003237 8500-START-RUN-CONTROL.
003238     ACCEPT RUN-START-DATE FROM DATE YYYYMMDD.
003239     ACCEPT RUN-START-TIME FROM TIME.
003240     PERFORM 8600-POST-RUN-CONTROL THRU 8600-EXIT.
003241 8500-EXIT.
003242     EXIT.
003243*
003244******************************************************
003245*  8600-POST-RUN-CONTROL                              *
003246*  WRITE (OR REWRITE) THIS JOB'S RUN-CONTROL RECORD   *
003247*  FOR THE BUSINESS DATE FROM RUN-STATUS-CODE,        *
003248*  RUN-COMPLETION-CODE, RUN-MESSAGE, AND THE COUNTS.  *
003249*  A FINAL POSTING ('C' OR 'F') CARRIES THE END TIME. *
003250*  A RUN-CONTROL FAILURE IS REPORTED BUT DOES NOT     *
003251*  UNDO THE WORK ALREADY DONE.                        *
003252******************************************************
003253 8600-POST-RUN-CONTROL.
003254     PERFORM 8610-OPEN-RUN-CONTROL THRU 8610-EXIT.
003255     IF NOT RUN-CONTROL-OK
003256         DISPLAY "Run status NOT posted -- RUNCTRL status "
003257             RUN-CONTROL-STATUS
003258         GO TO 8600-EXIT
003259     END-IF.
003260     MOVE 'N' TO RUN-RECORD-SWITCH.
003261     MOVE RUN-JOB-NAME TO RC-JOB-NAME.
003262     MOVE RUN-BUSINESS-DATE TO RC-BUSINESS-DATE.
003263     READ RUN-CONTROL-FILE
003264         INVALID KEY
003265         CONTINUE
003266     END-READ.
003267     IF RUN-CONTROL-OK
003268         SET RUN-RECORD-EXISTS TO TRUE
003269     END-IF.
003270     MOVE RUN-JOB-NAME TO RC-JOB-NAME.
003271     MOVE RUN-BUSINESS-DATE TO RC-BUSINESS-DATE.
003272     MOVE RUN-STATUS-CODE TO RC-STATUS.
003273     MOVE RUN-COMPLETION-CODE TO RC-COMPLETION-CODE.
003274     MOVE RUN-START-DATE TO RC-START-DATE.
003275     MOVE RUN-START-TIME TO RC-START-TIME.
003276     IF RC-RUNNING
003277         MOVE SPACES TO RC-END-DATE
003278         MOVE SPACES TO RC-END-TIME
003279     ELSE
003280         ACCEPT RC-END-DATE FROM DATE YYYYMMDD
003281         ACCEPT RC-END-TIME FROM TIME
003282     END-IF.
003283     MOVE RUN-COUNT-VALUES TO RC-CONTROL-COUNTS.
003284     MOVE RUN-MESSAGE TO RC-MESSAGE.
003285     IF RUN-RECORD-EXISTS
003286         REWRITE RUN-CONTROL-RECORD
003287     ELSE
003288         WRITE RUN-CONTROL-RECORD
003289     END-IF.
003290     IF NOT RUN-CONTROL-OK
003291         DISPLAY "Run status NOT posted -- RUNCTRL status "
003292             RUN-CONTROL-STATUS
003293     END-IF.
003294     CLOSE RUN-CONTROL-FILE.
003295 8600-EXIT.
003296     EXIT.
003297*
003298 8610-OPEN-RUN-CONTROL.
003299     OPEN I-O RUN-CONTROL-FILE.
003300     IF RUN-CONTROL-NOT-FOUND
003301         OPEN OUTPUT RUN-CONTROL-FILE
003302         CLOSE RUN-CONTROL-FILE
003303         OPEN I-O RUN-CONTROL-FILE
003304     END-IF.
003305 8610-EXIT.
003306     EXIT.
003307*
003308******************************************************
003309*  8650-END-RUN-CONTROL                               *
003310*  POST THE FINAL STATUS: A COMPLETION CODE UNDER     *
003311*  0008 IS COMPLETE, ANYTHING ELSE FAILED.            *
003312******************************************************
003313 8650-END-RUN-CONTROL.
003314     IF RUN-COMPLETION-CODE < 8
003315         MOVE 'C' TO RUN-STATUS-CODE
003316     ELSE
003317         MOVE 'F' TO RUN-STATUS-CODE
003318     END-IF.
003319     PERFORM 8600-POST-RUN-CONTROL THRU 8600-EXIT.
003320 8650-EXIT.
003321     EXIT.
003322*
003323******************************************************
003324*  8700-SET-RUN-RESULT                                *
003325*  A CLOSE THAT WAS NOT WRITTEN FAILS THE RUN (0008). *
003326*  A DAY PLAYED ON THE FALLBACK ANSWER IS CLOSED BUT  *
003327*  POSTED WITH A WARNING (0004).                      *
003328******************************************************
003329 8700-SET-RUN-RESULT.
003330     MOVE DAY-GAMES-PLAYED TO RUN-COUNT-1.
003331     MOVE DAY-GAMES-WON TO RUN-COUNT-2.
003332     MOVE DAY-GUESSES-LOGGED TO RUN-COUNT-3.
003333     IF NOT CLOSE-WAS-WRITTEN
003334         MOVE 8 TO RUN-COMPLETION-CODE
003335         MOVE "DAY-CONTROL WRITE FAILED" TO RUN-MESSAGE
003336         GO TO 8700-EXIT
003337     END-IF.
003338     IF NOT SEED-FOUND
003339         MOVE 4 TO RUN-COMPLETION-CODE
003340         MOVE "SEED NOT ON SCHEDULE" TO RUN-MESSAGE
003341     END-IF.
003342 8700-EXIT.
003343     EXIT.
003344*
003345******************************************************
003346*  8900-OPEN-PRINT-SPOOL                              *
003347*  START THE REPORT: STAMP THE RUN DATE AND TIME AND  *
003348*  OPEN THE PRINT SPOOL.  REPORT-ID, REPORT-TITLE AND *
003349*  REPORT-PARAMETERS MUST ALREADY BE SET.  IF THE     *
003350*  SPOOL WILL NOT OPEN THE REPORT GOES TO THE CONSOLE *
003351*  INSTEAD, UNPAGED AND NOT STORED.                   *
003352******************************************************
003353 8900-OPEN-PRINT-SPOOL.
003354     ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.
003355     ACCEPT REPORT-RUN-TIME FROM TIME.
003356     MOVE 0 TO PRINT-PAGE-COUNT.
003357     MOVE 0 TO PRINT-LINE-ON-PAGE.
003358     MOVE 0 TO PH-COUNT.
003359     MOVE SPACE TO PRINT-PREVIOUS-TYPE.
003360     MOVE SPACES TO PRINT-TEXT.
003361     MOVE SPACE TO PRINT-LINE-TYPE.
003362     MOVE 'N' TO PRINT-NEW-PAGE-SWITCH.
003363     OPEN OUTPUT SPOOL-FILE.
003364     IF SPOOL-FILE-OK
003365         SET SPOOL-IS-OPEN TO TRUE
003366         GO TO 8900-EXIT
003367     END-IF.
003368     DISPLAY "Cannot open print spool, status "
003369         SPOOL-FILE-STATUS " -- report shown here only.".
003370     DISPLAY REPORT-ID "  " REPORT-TITLE.
003371     DISPLAY "RUN DATE " REPORT-RUN-DATE "  TIME "
003372         REPORT-RUN-TIME.
003373     DISPLAY "PARAMETERS: " REPORT-PARAMETERS.
003374 8900-EXIT.
003375     EXIT.
003376*
003377******************************************************
003378*  8910-PRINT-LINE                                    *
003379*  SPOOL THE LINE IN PRINT-TEXT, THEN CLEAR IT.  THE  *
003380*  PAGES ARE LAID OUT HERE: A NEW PAGE STARTS WITH    *
003381*  THE FIRST LINE, WHEN PRINT-BODY-LINES ARE FULL     *
003382*  (COUNTING THE COLUMN HEADINGS THAT WILL BE         *
003383*  REPEATED AT ITS TOP), OR WHEN THE CALLER SETS      *
003384*  PRINT-NEW-PAGE.  8930 REPEATS THE SAME STEPS WHEN  *
003385*  PRINTING, SO THE TWO MUST BE CHANGED TOGETHER.     *
003386******************************************************
003387 8910-PRINT-LINE.
003388     IF NOT SPOOL-IS-OPEN
003389         DISPLAY PRINT-TEXT
003390         MOVE SPACES TO PRINT-TEXT
003391         MOVE SPACE TO PRINT-LINE-TYPE
003392         GO TO 8910-EXIT
003393     END-IF.
003394     IF PRINT-SECTION-START
003395         MOVE 0 TO PH-COUNT
003396     END-IF.
003397     IF PRINT-COLUMN-HEADING
003398         IF PRINT-PREVIOUS-TYPE NOT = 'H'
003399             MOVE 0 TO PH-COUNT
003400         END-IF
003401         IF PH-COUNT < PH-MAX
003402             ADD 1 TO PH-COUNT
003403             MOVE PRINT-TEXT TO PH-LINE (PH-COUNT)
003404         END-IF
003405     END-IF.
003406     MOVE 'N' TO SPL-PAGE-BREAK.
003407     IF PRINT-PAGE-COUNT = 0
003408             OR PRINT-LINE-ON-PAGE NOT < PRINT-BODY-LINES
003409             OR PRINT-NEW-PAGE
003410         ADD 1 TO PRINT-PAGE-COUNT
003411         MOVE 'Y' TO SPL-PAGE-BREAK
003412         MOVE 'N' TO PRINT-NEW-PAGE-SWITCH
003413         MOVE 0 TO PRINT-LINE-ON-PAGE
003414         IF NOT PRINT-COLUMN-HEADING
003415             MOVE PH-COUNT TO PRINT-LINE-ON-PAGE
003416         END-IF
003417     END-IF.
003418     ADD 1 TO PRINT-LINE-ON-PAGE.
003419     MOVE PRINT-LINE-TYPE TO SPL-LINE-TYPE.
003420     MOVE PRINT-LINE-TYPE TO PRINT-PREVIOUS-TYPE.
003421     MOVE PRINT-TEXT TO SPL-TEXT.
003422     WRITE SPOOL-RECORD.
003423     MOVE SPACES TO PRINT-TEXT.
003424     MOVE SPACE TO PRINT-LINE-TYPE.
003425 8910-EXIT.
003426     EXIT.
003427*
003428******************************************************
003429*  8920-PRINT-REPORT                                  *
003430*  END THE REPORT: SPOOL THE END-OF-REPORT LINE,      *
003431*  THEN PRINT THE SPOOL WITH THE STANDARD HEADINGS    *
003432*  AND STORE EVERY PRINTED LINE, AND A COPY HEADER,   *
003433*  IN THE REPORT REPOSITORY (REPTREPO) UNDER THE      *
003434*  REPORT-ID AND RUN DATE AND TIME.  A REPOSITORY     *
003435*  FAILURE IS REPORTED BUT DOES NOT STOP THE PRINT.   *
003436******************************************************
003437 8920-PRINT-REPORT.
003438     IF NOT SPOOL-IS-OPEN
003439         DISPLAY " "
003440         DISPLAY "*** END OF REPORT " REPORT-ID " ***"
003441         GO TO 8920-EXIT
003442     END-IF.
003443     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
003444     SET PRINT-END-MARKER TO TRUE.
003445     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
003446     CLOSE SPOOL-FILE.
003447     MOVE 'N' TO SPOOL-OPEN-SWITCH.
003448     OPEN INPUT SPOOL-FILE.
003449     IF NOT SPOOL-FILE-OK
003450         DISPLAY "Cannot reopen print spool, status "
003451             SPOOL-FILE-STATUS " -- report NOT printed."
003452         GO TO 8920-EXIT
003453     END-IF.
003454     OPEN OUTPUT PRINT-FILE.
003455     IF PRINT-FILE-OK
003456         SET PRINT-IS-OPEN TO TRUE
003457     ELSE
003458         DISPLAY "Cannot open print file, status "
003459             PRINT-FILE-STATUS " -- report NOT printed."
003460     END-IF.
003461     OPEN I-O REPORT-REPOSITORY.
003462     IF REPOSITORY-NOT-FOUND
003463         OPEN OUTPUT REPORT-REPOSITORY
003464         CLOSE REPORT-REPOSITORY
003465         OPEN I-O REPORT-REPOSITORY
003466     END-IF.
003467     IF REPOSITORY-OK
003468         SET REPOSITORY-IS-OPEN TO TRUE
003469     ELSE
003470         DISPLAY "Report NOT stored -- REPTREPO status "
003471             REPOSITORY-STATUS
003472     END-IF.
003473     MOVE 0 TO PRINT-PAGE-NUMBER.
003474     MOVE 0 TO PRINT-LINES-STORED.
003475     MOVE 0 TO PH-COUNT.
003476     MOVE SPACE TO PRINT-PREVIOUS-TYPE.
003477     MOVE 'N' TO SPOOL-EOF-SWITCH.
003478     PERFORM 8930-PRINT-SPOOLED-LINE THRU 8930-EXIT
003479         UNTIL SPOOL-AT-END.
003480     CLOSE SPOOL-FILE.
003481     MOVE PRINT-PAGE-COUNT TO PRINT-COUNT-EDIT.
003482     IF PRINT-IS-OPEN
003483         CLOSE PRINT-FILE
003484         MOVE 'N' TO PRINT-OPEN-SWITCH
003485         DISPLAY "Report " REPORT-ID " printed, "
003486             PRINT-COUNT-EDIT " page(s)."
003487     END-IF.
003488     IF REPOSITORY-IS-OPEN
003489         PERFORM 8970-STORE-COPY-HEADER THRU 8970-EXIT
003490     END-IF.
003491     IF REPOSITORY-IS-OPEN
003492         CLOSE REPORT-REPOSITORY
003493         MOVE 'N' TO REPOSITORY-OPEN-SWITCH
003494         DISPLAY "Report " REPORT-ID " stored as "
003495             REPORT-RUN-DATE " " REPORT-RUN-TIME "."
003496     END-IF.
003497 8920-EXIT.
003498     EXIT.
003499*
003500******************************************************
003501*  8930-PRINT-SPOOLED-LINE                            *
003502*  PRINT ONE SPOOLED LINE, PRECEDED AT A PAGE BREAK   *
003503*  BY THE STANDARD HEADING AND, UNLESS THE LINE IS    *
003504*  ITSELF A COLUMN HEADING, THE SECTION'S COLUMN      *
003505*  HEADINGS.  THE END MARKER BECOMES THE END-OF-      *
003506*  REPORT LINE.                                       *
003507******************************************************
003508 8930-PRINT-SPOOLED-LINE.
003509     READ SPOOL-FILE
003510         AT END
003511         SET SPOOL-AT-END TO TRUE
003512         GO TO 8930-EXIT
003513     END-READ.
003514     IF SPL-LINE-TYPE = 'S'
003515         MOVE 0 TO PH-COUNT
003516     END-IF.
003517     IF SPL-LINE-TYPE = 'H'
003518         IF PRINT-PREVIOUS-TYPE NOT = 'H'
003519             MOVE 0 TO PH-COUNT
003520         END-IF
003521         IF PH-COUNT < PH-MAX
003522             ADD 1 TO PH-COUNT
003523             MOVE SPL-TEXT TO PH-LINE (PH-COUNT)
003524         END-IF
003525     END-IF.
003526     MOVE SPL-LINE-TYPE TO PRINT-PREVIOUS-TYPE.
003527     IF SPL-PAGE-BREAK = 'Y'
003528         PERFORM 8940-PRINT-PAGE-HEADING THRU 8940-EXIT
003529         IF SPL-LINE-TYPE NOT = 'H'
003530             MOVE 1 TO PH-SUB
003531             PERFORM 8950-REPEAT-ONE-HEADING THRU 8950-EXIT
003532                 UNTIL PH-SUB > PH-COUNT
003533         END-IF
003534     END-IF.
003535     MOVE SPL-TEXT TO PRINT-OUT-TEXT.
003536     IF SPL-LINE-TYPE = 'E'
003537         MOVE REPORT-ID TO END-REPORT-ID
003538         MOVE PRINT-PAGE-COUNT TO END-PAGE-COUNT
003539         MOVE PRINT-END-LINE TO PRINT-OUT-TEXT
003540     END-IF.
003541     MOVE SPACE TO PRINT-CARRIAGE.
003542     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
003543 8930-EXIT.
003544     EXIT.
003545*
003546 8940-PRINT-PAGE-HEADING.
003547     ADD 1 TO PRINT-PAGE-NUMBER.
003548     MOVE REPORT-ID TO HDG1-REPORT-ID.
003549     MOVE REPORT-TITLE TO HDG1-TITLE.
003550     MOVE PRINT-PAGE-NUMBER TO HDG1-PAGE.
003551     MOVE PRINT-PAGE-COUNT TO HDG1-PAGES.
003552     MOVE PRINT-HEADING-1 TO PRINT-OUT-TEXT.
003553     MOVE '1' TO PRINT-CARRIAGE.
003554     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
003555     MOVE REPORT-RUN-DATE TO HDG2-RUN-DATE.
003556     MOVE REPORT-RUN-HH TO HDG2-HH.
003557     MOVE REPORT-RUN-MM TO HDG2-MM.
003558     MOVE REPORT-RUN-SS TO HDG2-SS.
003559     MOVE PRINT-HEADING-2 TO PRINT-OUT-TEXT.
003560     MOVE SPACE TO PRINT-CARRIAGE.
003561     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
003562     MOVE REPORT-PARAMETERS TO HDG3-PARAMETERS.
003563     MOVE PRINT-HEADING-3 TO PRINT-OUT-TEXT.
003564     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
003565     MOVE PRINT-DASH-LINE TO PRINT-OUT-TEXT.
003566     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
003567     MOVE SPACES TO PRINT-OUT-TEXT.
003568     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
003569 8940-EXIT.
003570     EXIT.
003571*
003572 8950-REPEAT-ONE-HEADING.
003573     MOVE PH-LINE (PH-SUB) TO PRINT-OUT-TEXT.
003574     MOVE SPACE TO PRINT-CARRIAGE.
003575     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
003576     ADD 1 TO PH-SUB.
003577 8950-EXIT.
003578     EXIT.
003579*
003580******************************************************
003581*  8960-WRITE-PRINT-LINE                              *
003582*  PRINT PRINT-OUT-TEXT -- AT THE TOP OF A NEW PAGE   *
003583*  IF PRINT-CARRIAGE IS '1' -- AND STORE IT AS THE    *
003584*  NEXT LINE OF THIS COPY IN THE REPOSITORY.          *
003585******************************************************
003586 8960-WRITE-PRINT-LINE.
003587     IF PRINT-IS-OPEN
003588         IF PRINT-CARRIAGE = '1'
003589             WRITE PRINT-RECORD FROM PRINT-OUT-TEXT
003590                 AFTER ADVANCING PAGE
003591         ELSE
003592             WRITE PRINT-RECORD FROM PRINT-OUT-TEXT
003593                 AFTER ADVANCING 1 LINE
003594         END-IF
003595     END-IF.
003596     IF NOT REPOSITORY-IS-OPEN
003597         GO TO 8960-EXIT
003598     END-IF.
003599     ADD 1 TO PRINT-LINES-STORED.
003600     MOVE REPORT-ID TO RR-REPORT-ID.
003601     MOVE REPORT-RUN-DATE TO RR-RUN-DATE.
003602     MOVE REPORT-RUN-TIME TO RR-RUN-TIME.
003603     MOVE PRINT-LINES-STORED TO RR-LINE-NUMBER.
003604     MOVE PRINT-CARRIAGE TO RR-CARRIAGE.
003605     MOVE PRINT-OUT-TEXT TO RR-LINE.
003606     WRITE REPORT-REPOSITORY-RECORD.
003607     IF NOT REPOSITORY-OK
003608         DISPLAY "Report NOT stored -- REPTREPO status "
003609             REPOSITORY-STATUS
003610         CLOSE REPORT-REPOSITORY
003611         MOVE 'N' TO REPOSITORY-OPEN-SWITCH
003612     END-IF.
003613 8960-EXIT.
003614     EXIT.
003615*
003616******************************************************
003617*  8970-STORE-COPY-HEADER                             *
003618*  LINE 00000 OF THE COPY: WHAT GUESS-RPRT LISTS.     *
003619*  IT IS WRITTEN LAST, SO A COPY CUT SHORT BY A       *
003620*  REPOSITORY FAILURE NEVER APPEARS ON THE LIST.      *
003621******************************************************
003622 8970-STORE-COPY-HEADER.
003623     MOVE REPORT-ID TO RR-REPORT-ID.
003624     MOVE REPORT-RUN-DATE TO RR-RUN-DATE.
003625     MOVE REPORT-RUN-TIME TO RR-RUN-TIME.
003626     MOVE 0 TO RR-LINE-NUMBER.
003627     MOVE SPACE TO RR-CARRIAGE.
003628     MOVE SPACES TO RR-LINE.
003629     MOVE REPORT-TITLE TO RR-TITLE.
003630     MOVE REPORT-PARAMETERS TO RR-PARAMETERS.
003631     MOVE PRINT-PAGE-COUNT TO RR-PAGE-COUNT.
003632     MOVE PRINT-LINES-STORED TO RR-LINE-COUNT.
003633     WRITE REPORT-REPOSITORY-RECORD.
003634     IF NOT REPOSITORY-OK
003635         DISPLAY "Report NOT stored -- REPTREPO status "
003636             REPOSITORY-STATUS
003637         CLOSE REPORT-REPOSITORY
003638         MOVE 'N' TO REPOSITORY-OPEN-SWITCH
003639     END-IF.
003640 8970-EXIT.
003641     EXIT.
003642*
003643******************************************************
003644*  9999-EXIT                                          *
003645******************************************************
003646 9999-EXIT.
003647     STOP RUN.
