000200*  A RECORD WITH NO OUTCOME FLAG (PRE-FLAG HISTORY)   *
000210*  COUNTS TOWARD GAMES PLAYED AND GUESSES BUT NOT     *
000220*  WINS, EXACTLY AS GUESS-RECON DERIVES ITS TOTALS.   *
000221*  A GAME CANCELLED BY A REVERSAL RECORD ('V',        *
000222*  WRITTEN BY GUESS-ADJT) IS LEFT OUT OF THE REPLAY,  *
000223*  AS IS THE REVERSAL ITSELF; EACH REVERSAL CANCELS   *
000224*  THE EARLIEST GAME STILL STANDING FOR ITS PLAYER    *
000225*  AND DATE, ARCHIVES FIRST, THEN THE LIVE HISTORY.   *
000230*                                                     *
000240*  To compile and run on your friendly Linux system:  *
000250*         cobc -x guess-rcvr.cobol                    *
000334*                   THE REBUILT STREAKS MATCH WHAT     *
000335*                   THE GAME PROGRAMS WOULD HAVE       *
000336*                   WRITTEN DAY BY DAY.                *
000337*  2026-10-15 DLM   VOIDED GAMES AND THEIR REVERSAL    *
000338*                   RECORDS ARE LEFT OUT OF THE        *
000339*                   REBUILD; THE TIE CHECK ALLOWS FOR  *
000340*                   BOTH.                              *
000341*  2026-10-15 DLM   THE STREAK REPLAY BRIDGES THE      *
000342*                   NON-GAMING DAYS (MAX-BRIDGE-DAYS)  *
000343*                   IN FORCE ON EACH GAME'S DATE ON    *
000344*                   THE GAME PARAMETER FILE            *
000345*                   (PARMFILE).                        *
000346******************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. GUESS-RCVR.
000370 AUTHOR. D L MCKENZIE.
000631     SELECT CALENDAR-FILE ASSIGN TO "GAMECAL"
000632         ORGANIZATION IS LINE SEQUENTIAL
000633         FILE STATUS IS CALENDAR-STATUS.
000634     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000635         ORGANIZATION IS LINE SEQUENTIAL
000636         FILE STATUS IS PARM-FILE-STATUS.
000640     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
000650*
000660 DATA DIVISION.
000842 FD  CALENDAR-FILE
000843     LABEL RECORDS ARE STANDARD.
000844     COPY "CALREC.CPY".
000845*
000846 FD  PARM-FILE
000847     LABEL RECORDS ARE STANDARD.
000848     COPY "PARMREC.CPY".
000850*
000860 SD  SORT-WORK-FILE.
000870 01  SORT-RECORD.
001040 77  HIST-RECORDS-READ           PIC 9(07)  VALUE 0.
001050 77  ARCH-RECORDS-READ           PIC 9(07)  VALUE 0.
001060 77  LEGACY-RECORDS              PIC 9(07)  VALUE 0.
001061 77  VOID-RECORDS                PIC 9(07)  VALUE 0.
001062 77  CANCELLED-GAMES             PIC 9(07)  VALUE 0.
001063*
001064*    REVERSALS BY PLAYER AND DATE, TABLED BEFORE THE
001065*    SORT SO EACH ONE CAN STOP THE GAME IT CANCELS
001066*    BEING RELEASED.  THE LAST SLOT IS THE SEARCH
001067*    SENTINEL.
001068 77  RV-MAX-ENTRIES              PIC 9(03)  COMP  VALUE 500.
001069 77  RV-COUNT                    PIC 9(03)  COMP  VALUE 0.
001070 77  RV-SUB                      PIC 9(03)  COMP  VALUE 0.
001071 01  REVERSAL-TABLE.
001072     05  RV-ENTRY                OCCURS 501 TIMES.
001073         10  RV-KEY.
001074             15  RV-PLAYER-ID    PIC X(10).
001075             15  RV-DATE         PIC X(08).
001076         10  RV-VOIDS            PIC 9(03).
001077 01  RV-SEARCH-KEY.
001078     05  RV-SEARCH-PLAYER-ID     PIC X(10).
001079     05  RV-SEARCH-DATE          PIC X(08).
001080 01  REVERSAL-TABLE-SWITCH       PIC X(01)  VALUE 'N'.
001081     88  REVERSAL-TABLE-FULL     VALUE 'Y'.
001082*
001083 01  OLD-MASTER-READABLE-SW      PIC X(01)  VALUE 'N'.
001090     88  OLD-MASTER-READABLE     VALUE 'Y'.
001100*
001110 01  SCORE-HIST-STATUS           PIC X(02).
001487 77  NG-COUNT                    PIC 9(03)  COMP  VALUE 0.
001488 77  NG-SUB                      PIC 9(03)  COMP  VALUE 0.
001489 77  BRIDGE-DAY-COUNT            PIC 9(02)  VALUE 0.
001490 77  MAX-BRIDGE-DAYS             PIC 9(02)  VALUE 0.
001491 01  NON-GAMING-TABLE.
001492     05  NG-DATE                 PIC X(08)  OCCURS 400.
001493 01  CAL-CHECK-DATE              PIC X(08)  VALUE SPACES.
001660     05  MONTH-DAYS              PIC 9(02)  OCCURS 12 TIMES.
001670*
001680 01  COUNT-EDIT                  PIC Z(08)9.
001682*
001684*    GAME PARAMETERS (PARMFILE), SEE PARMTAB.CPY.
001686     COPY "PARMTAB.CPY".
001690*
001700 PROCEDURE DIVISION.
001710*
001970     DISPLAY "Rebuilding PLAYNEW from SCORARCH +"
001980         " SCOREHST; PLAYMSTR is not touched.".
001981     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
001983     PERFORM 8800-LOAD-PARAMETERS THRU 8800-EXIT.
001985     PERFORM 1200-TABLE-REVERSALS THRU 1200-EXIT.
001990 1000-EXIT.
002000     EXIT.
002001*
002039     EXIT.
002040*
002041******************************************************
002042*  1200-TABLE-REVERSALS                               *
002043*  A FIRST PASS OF THE ARCHIVES AND THE LIVE HISTORY  *
002044*  COUNTING THE REVERSAL RECORDS FOR EACH PLAYER AND  *
002045*  DATE.  A FILE THAT CANNOT BE READ IS REPORTED      *
002046*  WHEN THE SORT COMES TO RELEASE IT.                 *
002047******************************************************
002048 1200-TABLE-REVERSALS.
002049     OPEN INPUT SCORE-ARCH-FILE.
002050     IF SCORE-ARCH-OK
002051         PERFORM 1210-TABLE-ONE-ARCH THRU 1210-EXIT
002052             UNTIL ARCH-AT-END
002053         CLOSE SCORE-ARCH-FILE
002054         MOVE 'N' TO ARCH-EOF-SWITCH
002055     END-IF.
002056     OPEN INPUT SCORE-HIST-FILE.
002057     IF SCORE-HIST-OK
002058         PERFORM 1220-TABLE-ONE-LIVE THRU 1220-EXIT
002059             UNTIL SCORE-AT-END
002060         CLOSE SCORE-HIST-FILE
002061         MOVE 'N' TO SCORE-EOF-SWITCH
002062     END-IF.
002063 1200-EXIT.
002064     EXIT.
002065*
002066******************************************************
002067*  1210-TABLE-ONE-ARCH                                *
002068******************************************************
002069 1210-TABLE-ONE-ARCH.
002070     READ SCORE-ARCH-FILE
002071         AT END
002072         SET ARCH-AT-END TO TRUE
002073         GO TO 1210-EXIT
002074     END-READ.
002075     IF SARCH-RESULT = 'V'
002076         MOVE SARCH-PLAYER-ID TO RV-SEARCH-PLAYER-ID
002077         MOVE SARCH-DATE TO RV-SEARCH-DATE
002078         PERFORM 1240-ADD-ONE-REVERSAL THRU 1240-EXIT
002079     END-IF.
002080 1210-EXIT.
002081     EXIT.
002082*
002083******************************************************
002084*  1220-TABLE-ONE-LIVE                                *
002085******************************************************
002086 1220-TABLE-ONE-LIVE.
002087     READ SCORE-HIST-FILE
002088         AT END
002089         SET SCORE-AT-END TO TRUE
002090         GO TO 1220-EXIT
002091     END-READ.
002092     IF SCORE-RESULT = 'V'
002093         MOVE SCORE-PLAYER-ID TO RV-SEARCH-PLAYER-ID
002094         MOVE SCORE-DATE TO RV-SEARCH-DATE
002095         PERFORM 1240-ADD-ONE-REVERSAL THRU 1240-EXIT
002096     END-IF.
002097 1220-EXIT.
002098     EXIT.
002099*
002100******************************************************
002101*  1230-FIND-REVERSAL                                 *
002102*  SENTINEL SEARCH OF THE REVERSAL TABLE FOR          *
002103*  RV-SEARCH-KEY.  RV-SUB PAST RV-COUNT MEANS NOT     *
002104*  FOUND.                                             *
002105******************************************************
002106 1230-FIND-REVERSAL.
002107     COMPUTE RV-SUB = RV-COUNT + 1.
002108     MOVE RV-SEARCH-KEY TO RV-KEY (RV-SUB).
002109     MOVE 1 TO RV-SUB.
002110     PERFORM 1235-SCAN-ONE-REVERSAL THRU 1235-EXIT
002111         UNTIL RV-KEY (RV-SUB) = RV-SEARCH-KEY.
002112 1230-EXIT.
002113     EXIT.
002114*
002115******************************************************
002116*  1235-SCAN-ONE-REVERSAL                             *
002117******************************************************
002118 1235-SCAN-ONE-REVERSAL.
002119     ADD 1 TO RV-SUB.
002120 1235-EXIT.
002121     EXIT.
002122*
002123******************************************************
002124*  1240-ADD-ONE-REVERSAL                              *
002125*  COUNT ONE REVERSAL AGAINST RV-SEARCH-KEY, ADDING   *
002126*  THE KEY TO THE TABLE IF IT IS NEW.  A FULL TABLE   *
002127*  IS FLAGGED SO THE CONTROL TOTALS FORBID THE        *
002128*  CUT-OVER.                                          *
002129******************************************************
002130 1240-ADD-ONE-REVERSAL.
002131     PERFORM 1230-FIND-REVERSAL THRU 1230-EXIT.
002132     IF RV-SUB NOT > RV-COUNT
002133         ADD 1 TO RV-VOIDS (RV-SUB)
002134         GO TO 1240-EXIT
002135     END-IF.
002136     IF RV-COUNT >= RV-MAX-ENTRIES
002137         SET REVERSAL-TABLE-FULL TO TRUE
002138         GO TO 1240-EXIT
002139     END-IF.
002140     ADD 1 TO RV-COUNT.
002141     MOVE RV-SEARCH-KEY TO RV-KEY (RV-COUNT).
002142     MOVE 1 TO RV-VOIDS (RV-COUNT).
002143 1240-EXIT.
002144     EXIT.
002145*
002146******************************************************
002147*  2000-TOTAL-OLD-MASTER                              *
002148*  WALK THE DAMAGED MASTER, IF IT CAN BE READ AT      *
002149*  ALL, AND ACCUMULATE ITS CONTROL TOTALS FOR THE     *
002150*  BEFORE SIDE OF THE PROOF.  AN UNREADABLE MASTER    *
002151*  IS EXACTLY THE CASE THIS JOB EXISTS FOR, SO IT     *
002152*  IS REPORTED AND THE REBUILD GOES ON.               *
002153******************************************************
002154 2000-TOTAL-OLD-MASTER.
002155     OPEN INPUT PLAYER-MASTER-FILE.
002156     IF NOT PLAYER-MASTER-OK
002157         DISPLAY "PLAYMSTR unreadable, status "
002158             PLAYER-MASTER-STATUS
002159             " -- before totals unavailable."
002160         GO TO 2000-EXIT
002170     END-IF.
002180     SET OLD-MASTER-READABLE TO TRUE.
003010         GO TO 4100-EXIT
003020     END-READ.
003030     ADD 1 TO ARCH-RECORDS-READ.
003031     IF SARCH-RESULT = 'V'
003032         ADD 1 TO VOID-RECORDS
003033         GO TO 4100-EXIT
003034     END-IF.
003035     MOVE SARCH-PLAYER-ID TO RV-SEARCH-PLAYER-ID.
003036     MOVE SARCH-DATE TO RV-SEARCH-DATE.
003037     PERFORM 4300-CHECK-CANCELLED THRU 4300-EXIT.
003038     IF RV-SUB NOT > RV-COUNT
003039         GO TO 4100-EXIT
003040     END-IF.
003041     MOVE SARCH-PLAYER-ID TO SORT-PLAYER-ID.
003050     MOVE SARCH-DATE TO SORT-DATE.
003060     MOVE SARCH-GUESSES TO SORT-GUESSES.
003070     MOVE SARCH-RESULT TO SORT-RESULT.
003200         GO TO 4200-EXIT
003210     END-READ.
003220     ADD 1 TO HIST-RECORDS-READ.
003221     IF SCORE-RESULT = 'V'
003222         ADD 1 TO VOID-RECORDS
003223         GO TO 4200-EXIT
003224     END-IF.
003225     MOVE SCORE-PLAYER-ID TO RV-SEARCH-PLAYER-ID.
003226     MOVE SCORE-DATE TO RV-SEARCH-DATE.
003227     PERFORM 4300-CHECK-CANCELLED THRU 4300-EXIT.
003228     IF RV-SUB NOT > RV-COUNT
003229         GO TO 4200-EXIT
003230     END-IF.
003231     MOVE SCORE-PLAYER-ID TO SORT-PLAYER-ID.
003240     MOVE SCORE-DATE TO SORT-DATE.
003250     MOVE SCORE-GUESSES TO SORT-GUESSES.
003260     MOVE SCORE-RESULT TO SORT-RESULT.
003290 4200-EXIT.
003300     EXIT.
003310*
003311******************************************************
003312*  4300-CHECK-CANCELLED                               *
003313*  IS THE GAME STAGED IN RV-SEARCH-KEY CANCELLED BY   *
003314*  A REVERSAL NOT YET USED UP?  IF SO THE REVERSAL    *
003315*  IS USED UP AND RV-SUB IS LEFT ON ITS ENTRY; IF     *
003316*  NOT, RV-SUB IS LEFT PAST RV-COUNT.                 *
003317******************************************************
003318 4300-CHECK-CANCELLED.
003319     PERFORM 1230-FIND-REVERSAL THRU 1230-EXIT.
003320     IF RV-SUB > RV-COUNT
003321         GO TO 4300-EXIT
003322     END-IF.
003323     IF RV-VOIDS (RV-SUB) = 0
003324         COMPUTE RV-SUB = RV-COUNT + 1
003325         GO TO 4300-EXIT
003326     END-IF.
003327     SUBTRACT 1 FROM RV-VOIDS (RV-SUB).
003328     ADD 1 TO CANCELLED-GAMES.
003329 4300-EXIT.
003330     EXIT.
003331*
003332******************************************************
003333*  5000-REPLAY-HISTORY                                *
003340*  SORT OUTPUT PROCEDURE.  WALK THE GAMES IN PLAYER   *
003350*  AND DATE ORDER, REBUILDING EACH PLAYER'S COUNTERS  *
003360*  AND STREAK FIELDS, AND WRITE THE FINISHED RECORD   *
004390     END-IF.
004400     PERFORM 5505-BACK-ONE-DAY THRU 5505-EXIT.
004410     MOVE 0 TO BRIDGE-DAY-COUNT.
004411     MOVE SORT-DATE TO PARM-AS-OF-DATE.
004412     MOVE "MAX-BRIDGE-DAYS" TO PARM-WANTED-NAME.
004413     PERFORM 8850-GET-PARAMETER THRU 8850-EXIT.
004414     MOVE PARM-FOUND-VALUE TO MAX-BRIDGE-DAYS.
004415 5500-CHECK-CALENDAR.
004416     MOVE YDAY-WORK-DATE-X TO CAL-CHECK-DATE.
004417     PERFORM 5520-CHECK-NON-GAMING THRU 5520-EXIT.
004418     IF DATE-IS-NON-GAMING
004419             AND BRIDGE-DAY-COUNT < MAX-BRIDGE-DAYS
004420         PERFORM 5505-BACK-ONE-DAY THRU 5505-EXIT
004421         ADD 1 TO BRIDGE-DAY-COUNT
004422         GO TO 5500-CHECK-CALENDAR
004423     END-IF.
004540     MOVE YDAY-WORK-DATE-X TO PREV-GAME-DATE.
004550 5500-EXIT.
004560     EXIT.
005570     DISPLAY "Live records:        " COUNT-EDIT.
005580     MOVE LEGACY-RECORDS TO COUNT-EDIT.
005590     DISPLAY "Legacy (no flag):    " COUNT-EDIT.
005591     MOVE VOID-RECORDS TO COUNT-EDIT.
005592     DISPLAY "Reversal records:    " COUNT-EDIT.
005593     MOVE CANCELLED-GAMES TO COUNT-EDIT.
005594     DISPLAY "Voided games:        " COUNT-EDIT.
005595     IF REVERSAL-TABLE-FULL
005596         DISPLAY "*** REVERSAL TABLE OVERFLOWED -- VOIDED"
005597             " GAMES MAY BE IN PLAYNEW -- DO NOT CUT"
005598             " OVER ***"
005599         GO TO 8000-EXIT
005600     END-IF.
005601     IF NEW-GAMES-TOTAL + VOID-RECORDS + CANCELLED-GAMES =
005610             ARCH-RECORDS-READ + HIST-RECORDS-READ
005620         DISPLAY "Rebuilt games tie to history records"
005630             " read -- safe to cut PLAYNEW over."
005690 8000-EXIT.
005700     EXIT.
005710*
005711******************************************************
005712*  8800-LOAD-PARAMETERS                               *
005713*  TABLE EVERY GAME PARAMETER ENTRY: THE STANDING     *
005714*  DEFAULTS FIRST (EFFECTIVE 00000000), THEN EACH     *
005715*  PARMFILE ENTRY IN FILE ORDER.  NO PARMFILE MEANS   *
005716*  THE DEFAULTS STAND.  AN ENTRY FOR AN UNKNOWN       *
005717*  PARAMETER, WITH A NON-NUMERIC VALUE OR DATE, OR    *
005718*  BEYOND THE END OF THE TABLE IS IGNORED AND         *
005719*  COUNTED.                                           *
005720******************************************************
005721 8800-LOAD-PARAMETERS.
005722     MOVE 0 TO PE-COUNT.
005723     MOVE 0 TO PARM-ENTRIES-IGNORED.
005724     MOVE 1 TO PD-SUB.
005725     PERFORM 8810-LOAD-ONE-DEFAULT THRU 8810-EXIT
005726         UNTIL PD-SUB > PD-COUNT.
005727     OPEN INPUT PARM-FILE.
005728     IF PARM-FILE-NOT-FOUND
005729         GO TO 8800-EXIT
005730     END-IF.
005731     IF NOT PARM-FILE-OK
005732         DISPLAY "Cannot open PARMFILE, status "
005733             PARM-FILE-STATUS " -- standing rules used."
005734         GO TO 8800-EXIT
005735     END-IF.
005736     MOVE 'N' TO PARM-EOF-SWITCH.
005737     PERFORM 8820-LOAD-ONE-ENTRY THRU 8820-EXIT
005738         UNTIL PARM-AT-END.
005739     CLOSE PARM-FILE.
005740     IF PARM-ENTRIES-IGNORED > 0
005741         DISPLAY "PARMFILE entries ignored: "
005742             PARM-ENTRIES-IGNORED
005743     END-IF.
005744 8800-EXIT.
005745     EXIT.
005746*
005747 8810-LOAD-ONE-DEFAULT.
005748     ADD 1 TO PE-COUNT.
005749     MOVE PD-NAME (PD-SUB) TO PE-NAME (PE-COUNT).
005750     MOVE "00000000" TO PE-EFFECTIVE-DATE (PE-COUNT).
005751     MOVE PD-DEFAULT (PD-SUB) TO PE-VALUE (PE-COUNT).
005752     ADD 1 TO PD-SUB.
005753 8810-EXIT.
005754     EXIT.
005755*
005756 8820-LOAD-ONE-ENTRY.
005757     READ PARM-FILE
005758         AT END
005759         SET PARM-AT-END TO TRUE
005760         GO TO 8820-EXIT
005761     END-READ.
005762     MOVE 1 TO PD-SUB.
005763     PERFORM 8830-SCAN-ONE-NAME THRU 8830-EXIT
005764         UNTIL PD-SUB > PD-COUNT
005765             OR PD-NAME (PD-SUB) = PARM-NAME.
005766     IF PD-SUB > PD-COUNT
005767             OR PARM-VALUE NOT NUMERIC
005768             OR PARM-EFFECTIVE-DATE NOT NUMERIC
005769             OR PE-COUNT NOT < PE-MAX
005770         ADD 1 TO PARM-ENTRIES-IGNORED
005771         GO TO 8820-EXIT
005772     END-IF.
005773     ADD 1 TO PE-COUNT.
005774     MOVE PARM-NAME TO PE-NAME (PE-COUNT).
005775     MOVE PARM-EFFECTIVE-DATE TO PE-EFFECTIVE-DATE (PE-COUNT).
005776     MOVE PARM-VALUE TO PE-VALUE (PE-COUNT).
005777 8820-EXIT.
005778     EXIT.
005779*
005780 8830-SCAN-ONE-NAME.
005781     ADD 1 TO PD-SUB.
005782 8830-EXIT.
005783     EXIT.
005784*
005785******************************************************
005786*  8850-GET-PARAMETER                                 *
005787*  THE VALUE OF PARM-WANTED-NAME IN FORCE ON          *
005788*  PARM-AS-OF-DATE: THE ENTRY WITH THE LATEST         *
005789*  EFFECTIVE DATE NOT AFTER IT, THE LATER ON THE FILE *
005790*  WHERE TWO SHARE A DATE.  THE DEFAULTS, EFFECTIVE   *
005791*  00000000, ARE ALWAYS A CANDIDATE.                  *
005792******************************************************
005793 8850-GET-PARAMETER.
005794     MOVE 0 TO PARM-FOUND-VALUE.
005795     MOVE SPACES TO PARM-FOUND-DATE.
005796     MOVE 1 TO PE-SUB.
005797     PERFORM 8860-CHECK-ONE-ENTRY THRU 8860-EXIT
005798         UNTIL PE-SUB > PE-COUNT.
005799 8850-EXIT.
005800     EXIT.
005801*
005802 8860-CHECK-ONE-ENTRY.
005803     IF PE-NAME (PE-SUB) = PARM-WANTED-NAME
005804             AND PE-EFFECTIVE-DATE (PE-SUB) NOT > PARM-AS-OF-DATE
005805             AND PE-EFFECTIVE-DATE (PE-SUB) NOT < PARM-FOUND-DATE
005806         MOVE PE-VALUE (PE-SUB) TO PARM-FOUND-VALUE
005807         MOVE PE-EFFECTIVE-DATE (PE-SUB) TO PARM-FOUND-DATE
005808     END-IF.
005809     ADD 1 TO PE-SUB.
005810 8860-EXIT.
005811     EXIT.
005812*
005813******************************************************
005814*  9999-EXIT                                          *
005815******************************************************
005816 9999-EXIT.
005817     STOP RUN.
