000250*  PHASE 2 RESTARTS THE REWRITE FROM THE INTACT KEEP  *
000260*  FILES -- HISTORY IS NEVER IN NEITHER THE LIVE      *
000270*  FILE NOR THE ARCHIVE.                              *
000271*                                                     *
000272*  THE SAME RUN PURGES STORED REPORT COPIES FROM THE  *
000273*  REPORT REPOSITORY (REPTREPO) RUN BEFORE THE FIRST  *
000274*  OF THE MONTH REPORT-RETAIN-MONTHS (PARMFILE) BACK  *
000275*  FROM THE RUN DATE.                                 *
000280*                                                     *
000290*  To compile and run on your friendly Linux system:  *
000300*         cobc -x guess-arch.cobol                    *
000420*                   TOTALS OUT OF BALANCE; A FAILED    *
000430*                   REWRITE NO LONGER MARKS THE PURGE  *
000440*                   DONE.                              *
000443*  2026-10-15 DLM   PURGE REPORT COPIES OLDER THAN THE *
000446*                   RETENTION PERIOD FROM REPTREPO.    *
000450******************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. GUESS-ARCH.
000770     SELECT PURGE-CTRL-FILE ASSIGN TO "PURGCTRL"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS PURGE-CTRL-STATUS.
000791     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000792         ORGANIZATION IS LINE SEQUENTIAL
000793         FILE STATUS IS PARM-FILE-STATUS.
000794     SELECT REPORT-REPOSITORY ASSIGN TO "REPTREPO"
000795         ORGANIZATION IS INDEXED
000796         ACCESS MODE IS DYNAMIC
000797         RECORD KEY IS RR-KEY
000798         FILE STATUS IS REPOSITORY-STATUS.
000800*
000810 DATA DIVISION.
000820 FILE SECTION.
001110 FD  PURGE-CTRL-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 01  PURGE-CTRL-IO-AREA          PIC X(51).
001131*
001132 FD  PARM-FILE
001133     LABEL RECORDS ARE STANDARD.
001134     COPY "PARMREC.CPY".
001135*
001136 FD  REPORT-REPOSITORY
001137     LABEL RECORDS ARE STANDARD.
001138     COPY "REPTREC.CPY".
001140*
001150 WORKING-STORAGE SECTION.
001160*
001180 77  AUDIT-COPIED-COUNT          PIC 9(07)  VALUE 0.
001190 77  CUTOFF-TRY-COUNT            PIC 9(01)  VALUE 0.
001200 77  MAX-CUTOFF-TRIES            PIC 9(01)  VALUE 3.
001202 77  COPIES-PURGED               PIC 9(05)  VALUE 0.
001204 77  LINES-PURGED                PIC 9(07)  VALUE 0.
001206 77  RETAIN-MONTH-INDEX          PIC 9(06)  COMP  VALUE 0.
001210*
001220*    THE CONTROL RECORD IS KEPT IN WORKING STORAGE AND
001230*    MOVED THROUGH THE FD AREA AT READ AND WRITE TIME,
001260     COPY "PURGREC.CPY".
001270*
001280 01  CUTOFF-DATE                 PIC X(08)  VALUE SPACES.
001281*
001282*    REPORT COPIES RUN BEFORE REPORT-CUTOFF-DATE ARE
001283*    PURGED FROM THE REPOSITORY.
001284 01  PURGE-RUN-DATE              PIC X(08)  VALUE SPACES.
001285 01  PURGE-RUN-DATE-PARTS REDEFINES PURGE-RUN-DATE.
001286     05  PURGE-RUN-YEAR          PIC 9(04).
001287     05  PURGE-RUN-MONTH         PIC 9(02).
001288     05  PURGE-RUN-DAY           PIC 9(02).
001289 01  REPORT-CUTOFF-DATE          PIC X(08)  VALUE SPACES.
001290 01  REPORT-CUTOFF-PARTS REDEFINES REPORT-CUTOFF-DATE.
001291     05  REPORT-CUTOFF-YEAR      PIC 9(04).
001292     05  REPORT-CUTOFF-MONTH     PIC 9(02).
001293     05  REPORT-CUTOFF-DAY       PIC 9(02).
001294*
001300 01  SCORE-HIST-STATUS           PIC X(02).
001310     88  SCORE-HIST-OK           VALUE '00'.
001320     88  SCORE-HIST-NOT-FOUND    VALUE '35'.
001430     88  AUDIT-ARCH-OK           VALUE '00'.
001440 01  PURGE-CTRL-STATUS           PIC X(02).
001450     88  PURGE-CTRL-OK           VALUE '00'.
001452 01  REPOSITORY-STATUS           PIC X(02).
001454     88  REPOSITORY-OK           VALUE '00'.
001456     88  REPOSITORY-NOT-FOUND    VALUE '35'.
001460*
001470 01  SCORE-EOF-SWITCH            PIC X(01)  VALUE 'N'.
001480     88  SCORE-AT-END            VALUE 'Y'.
001500     88  AUDIT-AT-END            VALUE 'Y'.
001510 01  KEEP-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001520     88  KEEP-AT-END             VALUE 'Y'.
001523 01  REPOSITORY-EOF-SWITCH       PIC X(01)  VALUE 'N'.
001526     88  REPOSITORY-AT-END       VALUE 'Y'.
001530*
001540 01  RESTART-PHASE               PIC X(01)  VALUE '0'.
001550     88  FRESH-RUN               VALUE '0'.
001710     88  AUDIT-WAS-OPENED        VALUE 'Y'.
001720*
001730 01  COUNT-EDIT                  PIC Z(06)9.
001732*
001734*    GAME PARAMETERS (PARMFILE), SEE PARMTAB.CPY.
001736     COPY "PARMTAB.CPY".
001740*
001750 PROCEDURE DIVISION.
001760*
002050     IF NOT REWRITE-FAILED
002060         PERFORM 6000-MARK-PURGE-DONE THRU 6000-EXIT
002070     END-IF.
002075     PERFORM 7000-PURGE-REPORT-COPIES THRU 7000-EXIT.
002080     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
002090     GO TO 9999-EXIT.
002100*
006050 6000-EXIT.
006060     EXIT.
006070*
006071******************************************************
006072*  7000-PURGE-REPORT-COPIES                           *
006073*  DELETE EVERY STORED REPORT COPY RUN BEFORE THE     *
006074*  FIRST OF THE MONTH REPORT-RETAIN-MONTHS BEFORE THE *
006075*  RUN MONTH -- WITH 12, A RUN IN OCTOBER 2026 KEEPS  *
006076*  COPIES FROM 1 OCTOBER 2025 ON.  THE REPOSITORY IS  *
006077*  KEYED BY REPORT ID FIRST, SO THE WHOLE FILE IS     *
006078*  READ.  A COPY'S HEADER AND LINES SHARE ITS RUN     *
006079*  DATE, SO A COPY IS NEVER LEFT HALF PURGED.         *
006080******************************************************
006081 7000-PURGE-REPORT-COPIES.
006082     ACCEPT PURGE-RUN-DATE FROM DATE YYYYMMDD.
006083     PERFORM 8800-LOAD-PARAMETERS THRU 8800-EXIT.
006084     MOVE PURGE-RUN-DATE TO PARM-AS-OF-DATE.
006085     MOVE "REPORT-RETAIN-MONTHS" TO PARM-WANTED-NAME.
006086     PERFORM 8850-GET-PARAMETER THRU 8850-EXIT.
006087     COMPUTE RETAIN-MONTH-INDEX = PURGE-RUN-YEAR * 12
006088         + PURGE-RUN-MONTH - 1 - PARM-FOUND-VALUE.
006089     DIVIDE RETAIN-MONTH-INDEX BY 12
006090         GIVING REPORT-CUTOFF-YEAR
006091         REMAINDER REPORT-CUTOFF-MONTH.
006092     ADD 1 TO REPORT-CUTOFF-MONTH.
006093     MOVE 1 TO REPORT-CUTOFF-DAY.
006094     DISPLAY "Report copies kept " PARM-FOUND-VALUE
006095         " months -- copies run before "
006096         REPORT-CUTOFF-DATE " are purged.".
006097     OPEN I-O REPORT-REPOSITORY.
006098     IF REPOSITORY-NOT-FOUND
006099         DISPLAY "REPTREPO not on file -- no report copies"
006100             " to purge."
006101         GO TO 7000-EXIT
006102     END-IF.
006103     IF NOT REPOSITORY-OK
006104         DISPLAY "Cannot open REPTREPO, status "
006105             REPOSITORY-STATUS " -- report copies not"
006106             " purged."
006107         GO TO 7000-EXIT
006108     END-IF.
006109     MOVE LOW-VALUES TO RR-KEY.
006110     MOVE 'N' TO REPOSITORY-EOF-SWITCH.
006111     START REPORT-REPOSITORY
006112         KEY IS NOT LESS THAN RR-KEY
006113         INVALID KEY
006114         SET REPOSITORY-AT-END TO TRUE
006115     END-START.
006116     PERFORM 7100-PURGE-ONE-LINE THRU 7100-EXIT
006117         UNTIL REPOSITORY-AT-END.
006118     CLOSE REPORT-REPOSITORY.
006119     DISPLAY "Report copies purged: " COPIES-PURGED
006120         "  lines: " LINES-PURGED.
006121 7000-EXIT.
006122     EXIT.
006123*
006124******************************************************
006125*  7100-PURGE-ONE-LINE                                *
006126******************************************************
006127 7100-PURGE-ONE-LINE.
006128     READ REPORT-REPOSITORY NEXT RECORD
006129         AT END
006130         SET REPOSITORY-AT-END TO TRUE
006131         GO TO 7100-EXIT
006132     END-READ.
006133     IF RR-RUN-DATE NOT < REPORT-CUTOFF-DATE
006134         GO TO 7100-EXIT
006135     END-IF.
006136     DELETE REPORT-REPOSITORY RECORD
006137         INVALID KEY
006138         DISPLAY "Delete from REPTREPO failed, status "
006139             REPOSITORY-STATUS " -- purge abandoned."
006140         SET REPOSITORY-AT-END TO TRUE
006141         GO TO 7100-EXIT
006142     END-DELETE.
006143     IF RR-LINE-NUMBER = 0
006144         ADD 1 TO COPIES-PURGED
006145     ELSE
006146         ADD 1 TO LINES-PURGED
006147     END-IF.
006148 7100-EXIT.
006149     EXIT.
006150*
006151******************************************************
006152*  8000-PRINT-CONTROL-TOTALS                          *
006153*  RECORDS-IN MUST EQUAL RECORDS-KEPT PLUS RECORDS-   *
006154*  ARCHIVED FOR BOTH FILES, AND THE REWRITE MUST      *
006155*  HAVE COPIED EXACTLY THE KEPT COUNT.  ON A PHASE-2  *
006156*  RESTART THE SPLIT COUNTS COME FROM THE CONTROL     *
006157*  RECORD WRITTEN WHEN THE SPLIT FINISHED.            *
006158******************************************************
006160 8000-PRINT-CONTROL-TOTALS.
006170     DISPLAY "                 CONTROL TOTALS".
006180     DISPLAY "FILE        RECORDS IN    KEPT      ARCHIVED".
006520     EXIT.
006530*
006540******************************************************
006550*  8800-LOAD-PARAMETERS                               *
006560*  TABLE EVERY GAME PARAMETER ENTRY: THE STANDING     *
006570*  DEFAULTS FIRST (EFFECTIVE 00000000), THEN EACH     *
006580*  PARMFILE ENTRY IN FILE ORDER.  NO PARMFILE MEANS   *
006590*  THE DEFAULTS STAND.  AN ENTRY FOR AN UNKNOWN       *
006600*  PARAMETER, WITH A NON-NUMERIC VALUE OR DATE, OR    *
006610*  BEYOND THE END OF THE TABLE IS IGNORED AND         *
006620*  COUNTED.                                           *
006630******************************************************
006640 8800-LOAD-PARAMETERS.
006650     MOVE 0 TO PE-COUNT.
006660     MOVE 0 TO PARM-ENTRIES-IGNORED.
006670     MOVE 1 TO PD-SUB.
006680     PERFORM 8810-LOAD-ONE-DEFAULT THRU 8810-EXIT
006690         UNTIL PD-SUB > PD-COUNT.
006700     OPEN INPUT PARM-FILE.
006710     IF PARM-FILE-NOT-FOUND
006720         GO TO 8800-EXIT
006730     END-IF.
006740     IF NOT PARM-FILE-OK
006750         DISPLAY "Cannot open PARMFILE, status "
006760             PARM-FILE-STATUS " -- standing rules used."
006770         GO TO 8800-EXIT
006780     END-IF.
006790     MOVE 'N' TO PARM-EOF-SWITCH.
006800     PERFORM 8820-LOAD-ONE-ENTRY THRU 8820-EXIT
006810         UNTIL PARM-AT-END.
006820     CLOSE PARM-FILE.
006830     IF PARM-ENTRIES-IGNORED > 0
006840         DISPLAY "PARMFILE entries ignored: "
006850             PARM-ENTRIES-IGNORED
006860     END-IF.
006870 8800-EXIT.
006880     EXIT.
006890*
006900 8810-LOAD-ONE-DEFAULT.
006910     ADD 1 TO PE-COUNT.
006920     MOVE PD-NAME (PD-SUB) TO PE-NAME (PE-COUNT).
006930     MOVE "00000000" TO PE-EFFECTIVE-DATE (PE-COUNT).
006940     MOVE PD-DEFAULT (PD-SUB) TO PE-VALUE (PE-COUNT).
006950     ADD 1 TO PD-SUB.
006960 8810-EXIT.
006970     EXIT.
006980*
006990 8820-LOAD-ONE-ENTRY.
007000     READ PARM-FILE
007010         AT END
007020         SET PARM-AT-END TO TRUE
007030         GO TO 8820-EXIT
007040     END-READ.
007050     MOVE 1 TO PD-SUB.
007060     PERFORM 8830-SCAN-ONE-NAME THRU 8830-EXIT
007070         UNTIL PD-SUB > PD-COUNT
007080             OR PD-NAME (PD-SUB) = PARM-NAME.
007090     IF PD-SUB > PD-COUNT
007100             OR PARM-VALUE NOT NUMERIC
007110             OR PARM-EFFECTIVE-DATE NOT NUMERIC
007120             OR PE-COUNT NOT < PE-MAX
007130         ADD 1 TO PARM-ENTRIES-IGNORED
007140         GO TO 8820-EXIT
007150     END-IF.
007160     ADD 1 TO PE-COUNT.
007170     MOVE PARM-NAME TO PE-NAME (PE-COUNT).
007180     MOVE PARM-EFFECTIVE-DATE TO PE-EFFECTIVE-DATE (PE-COUNT).
007190     MOVE PARM-VALUE TO PE-VALUE (PE-COUNT).
007200 8820-EXIT.
007210     EXIT.
007220*
007230 8830-SCAN-ONE-NAME.
007240     ADD 1 TO PD-SUB.
007250 8830-EXIT.
007260     EXIT.
007270*
007280******************************************************
007290*  8850-GET-PARAMETER                                 *
007300*  THE VALUE OF PARM-WANTED-NAME IN FORCE ON          *
007310*  PARM-AS-OF-DATE: THE ENTRY WITH THE LATEST         *
007320*  EFFECTIVE DATE NOT AFTER IT, THE LATER ON THE FILE *
007330*  WHERE TWO SHARE A DATE.  THE DEFAULTS, EFFECTIVE   *
007340*  00000000, ARE ALWAYS A CANDIDATE.                  *
007350******************************************************
007360 8850-GET-PARAMETER.
007370     MOVE 0 TO PARM-FOUND-VALUE.
007380     MOVE SPACES TO PARM-FOUND-DATE.
007390     MOVE 1 TO PE-SUB.
007400     PERFORM 8860-CHECK-ONE-ENTRY THRU 8860-EXIT
007410         UNTIL PE-SUB > PE-COUNT.
007420 8850-EXIT.
007430     EXIT.
007440*
007450 8860-CHECK-ONE-ENTRY.
007460     IF PE-NAME (PE-SUB) = PARM-WANTED-NAME
007470             AND PE-EFFECTIVE-DATE (PE-SUB) NOT > PARM-AS-OF-DATE
007480             AND PE-EFFECTIVE-DATE (PE-SUB) NOT < PARM-FOUND-DATE
007490         MOVE PE-VALUE (PE-SUB) TO PARM-FOUND-VALUE
007500         MOVE PE-EFFECTIVE-DATE (PE-SUB) TO PARM-FOUND-DATE
007510     END-IF.
007520     ADD 1 TO PE-SUB.
007530 8860-EXIT.
007540     EXIT.
007550*
007560******************************************************
007570*  9999-EXIT                                          *
007580******************************************************
007590 9999-EXIT.
007600     STOP RUN.
