000010******************************************************
000020*  GUESS-RPRT                                         *
000030*  REPORT REPRINT.  EVERY REPORT PRINTED BY GUESS-    *
000040*  RPT, GUESS-MRPT, GUESS-LEAG, GUESS-STMT, GUESS-    *
000050*  YEAR, GUESS-RECON AND GUESS-EOD IS ALSO STORED,    *
000060*  LINE FOR LINE, IN THE REPORT REPOSITORY (REPTREPO, *
000070*  SEE REPTREC.CPY) UNDER ITS REPORT ID AND RUN DATE  *
000080*  AND TIME.  THIS PROGRAM LISTS THE COPIES ON FILE   *
000090*  FOR ONE REPORT OR ALL OF THEM, OVER A RANGE OF RUN *
000100*  DATES, AND REPRINTS ANY COPY EXACTLY AS IT FIRST   *
000110*  PRINTED, PAGE HEADINGS AND ALL, TO THE REPRINT     *
000120*  FILE (PRTREPR).  EACH REPRINT ENDS WITH A LINE     *
000130*  SAYING WHICH RUN IT IS AND WHEN IT WAS REPRINTED,  *
000140*  SO A REPRINT IS NEVER TAKEN FOR THE ORIGINAL.      *
000150*  SEVERAL COPIES REPRINTED IN ONE SESSION GO TO THE  *
000160*  REPRINT FILE ONE AFTER THE OTHER.                  *
000170*                                                     *
000180*  COPIES OLDER THAN REPORT-RETAIN-MONTHS (PARMFILE)  *
000190*  ARE PURGED AT MONTH-END BY GUESS-ARCH.             *
000200*                                                     *
000210*  To compile and run on your friendly Linux system:  *
000220*         cobc -x guess-rprt.cobol                    *
000230******************************************************
000240*
000250******************************************************
000260*  MODIFICATION HISTORY                               *
000270******************************************************
000280*  DATE       INIT  DESCRIPTION                        *
000290*  ---------- ----  ------------------------------     *
000300*  2026-10-15 DLM   NEW PROGRAM.                       *
000310******************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. GUESS-RPRT.
000340 AUTHOR. D L MCKENZIE.
000350 INSTALLATION. OPERATIONS SUPPORT.
000360 DATE-WRITTEN. 2026-10-15.
000370 DATE-COMPILED. 2026-10-15.
000380*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. LINUX.
000420 OBJECT-COMPUTER. LINUX.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT REPORT-REPOSITORY ASSIGN TO "REPTREPO"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS RR-KEY
000490         FILE STATUS IS REPOSITORY-STATUS.
000500     SELECT REPRINT-FILE ASSIGN TO "PRTREPR"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS REPRINT-FILE-STATUS.
000530*
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  REPORT-REPOSITORY
000570     LABEL RECORDS ARE STANDARD.
000580     COPY "REPTREC.CPY".
000590*
000600 FD  REPRINT-FILE
000610     LABEL RECORDS ARE OMITTED.
000620 01  REPRINT-RECORD              PIC X(132).
000630*
000640 WORKING-STORAGE SECTION.
000650*
000660 77  INVALID-ACTION-COUNT        PIC 9(02)  VALUE 0.
000670 77  MAX-INVALID-ACTIONS         PIC 9(02)  VALUE 10.
000680 77  COPIES-LISTED               PIC 9(05)  VALUE 0.
000690 77  LINES-REPRINTED             PIC 9(05)  VALUE 0.
000700 77  COPIES-REPRINTED            PIC 9(03)  VALUE 0.
000710*
000720 01  RUN-DATE                    PIC X(08).
000730*
000740 01  ACTION-CODE                 PIC X(01)  VALUE SPACE.
000750     88  ACTION-LIST             VALUE 'L', 'l'.
000760     88  ACTION-REPRINT          VALUE 'P', 'p'.
000770     88  ACTION-EXIT             VALUE 'X', 'x'.
000780*
000790 01  WANTED-REPORT-ID            PIC X(12)  VALUE SPACES.
000800 01  WANTED-RUN-DATE             PIC X(08)  VALUE SPACES.
000810 01  WANTED-RUN-TIME             PIC X(08)  VALUE SPACES.
000820 01  FROM-DATE                   PIC X(08)  VALUE SPACES.
000830 01  TO-DATE                     PIC X(08)  VALUE SPACES.
000840*
000850 01  REPOSITORY-STATUS           PIC X(02).
000860     88  REPOSITORY-OK           VALUE '00'.
000870     88  REPOSITORY-NOT-FOUND    VALUE '23', '35'.
000880 01  REPRINT-FILE-STATUS         PIC X(02).
000890     88  REPRINT-FILE-OK         VALUE '00'.
000900*
000910 01  LIST-EOF-SWITCH             PIC X(01)  VALUE 'N'.
000920     88  LIST-AT-END             VALUE 'Y'.
000930 01  COPY-EOF-SWITCH             PIC X(01)  VALUE 'N'.
000940     88  COPY-AT-END             VALUE 'Y'.
000950 01  REPRINT-OPEN-SWITCH         PIC X(01)  VALUE 'N'.
000960     88  REPRINT-IS-OPEN         VALUE 'Y'.
000970*
000980 01  COPY-LINE.
000990     05  CPY-REPORT-ID           PIC X(12).
001000     05  FILLER                  PIC X(02)  VALUE SPACES.
001010     05  CPY-RUN-DATE            PIC X(08).
001020     05  FILLER                  PIC X(02)  VALUE SPACES.
001030     05  CPY-RUN-TIME            PIC X(08).
001040     05  FILLER                  PIC X(02)  VALUE SPACES.
001050     05  CPY-PAGES               PIC ZZZ9.
001060     05  FILLER                  PIC X(02)  VALUE SPACES.
001070     05  CPY-LINES               PIC ZZZZ9.
001080     05  FILLER                  PIC X(02)  VALUE SPACES.
001090     05  CPY-TITLE               PIC X(48).
001100 01  COPY-PARAMETER-LINE.
001110     05  FILLER                  PIC X(14)  VALUE SPACES.
001120     05  FILLER                  PIC X(12)
001130                                 VALUE "PARAMETERS: ".
001140     05  CPY-PARAMETERS          PIC X(60).
001150*
001160 01  REPRINT-TRAILER.
001170     05  FILLER                  PIC X(15)
001180                                 VALUE "*** REPRINT OF ".
001190     05  TRL-REPORT-ID           PIC X(12).
001200     05  FILLER                  PIC X(05)  VALUE " RUN ".
001210     05  TRL-RUN-DATE            PIC X(08).
001220     05  FILLER                  PIC X(01)  VALUE SPACE.
001230     05  TRL-RUN-TIME            PIC X(08).
001240     05  FILLER                  PIC X(12)
001250                                 VALUE ", REPRINTED ".
001260     05  TRL-REPRINT-DATE        PIC X(08).
001270     05  FILLER                  PIC X(04)  VALUE " ***".
001280     05  FILLER                  PIC X(59)  VALUE SPACES.
001290*
001300 PROCEDURE DIVISION.
001310*
001320******************************************************
001330*  0000-MAINLINE                                      *
001340******************************************************
001350 0000-MAINLINE.
001360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001370     PERFORM 2000-GET-ACTION THRU 2000-EXIT.
001380     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
001390     GO TO 9999-EXIT.
001400*
001410******************************************************
001420*  1000-INITIALIZE                                    *
001430*  OPEN THE REPOSITORY FOR READING.  NO REPOSITORY    *
001440*  MEANS NO REPORT HAS BEEN STORED YET.               *
001450******************************************************
001460 1000-INITIALIZE.
001470     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
001480     DISPLAY "REPORT REPRINT".
001490     OPEN INPUT REPORT-REPOSITORY.
001500     IF REPOSITORY-NOT-FOUND
001510         DISPLAY "No reports stored yet -- REPTREPO not"
001520             " found."
001530         GO TO 9999-EXIT
001540     END-IF.
001550     IF NOT REPOSITORY-OK
001560         DISPLAY "Cannot open REPTREPO, status "
001570             REPOSITORY-STATUS
001580         GO TO 9999-EXIT
001590     END-IF.
001600 1000-EXIT.
001610     EXIT.
001620*
001630******************************************************
001640*  2000-GET-ACTION                                    *
001650*  PROMPT FOR ONE ACTION AND DO IT.  THE PARAGRAPH    *
001660*  LOOPS, VIA GO TO, UNTIL THE OPERATOR EXITS.  A RUN *
001670*  OF UNRECOGNIZED ACTIONS ENDS THE SESSION INSTEAD   *
001680*  OF LOOPING FOREVER.                                *
001690******************************************************
001700 2000-GET-ACTION.
001710     DISPLAY " ".
001720     DISPLAY "Action? L=list copies P=reprint a copy X=exit".
001730     ACCEPT ACTION-CODE.
001740     IF ACTION-EXIT
001750         GO TO 2000-EXIT
001760     END-IF.
001770     IF ACTION-LIST
001780         PERFORM 3000-LIST-COPIES THRU 3000-EXIT
001790         GO TO 2000-GET-ACTION
001800     END-IF.
001810     IF ACTION-REPRINT
001820         PERFORM 4000-REPRINT-COPY THRU 4000-EXIT
001830         GO TO 2000-GET-ACTION
001840     END-IF.
001850     DISPLAY "Unrecognized action: " ACTION-CODE.
001860     ADD 1 TO INVALID-ACTION-COUNT.
001870     IF INVALID-ACTION-COUNT >= MAX-INVALID-ACTIONS
001880         DISPLAY "Too many invalid actions -- ending"
001890             " session."
001900         GO TO 2000-EXIT
001910     END-IF.
001920     GO TO 2000-GET-ACTION.
001930 2000-EXIT.
001940     EXIT.
001950*
001960******************************************************
001970*  3000-LIST-COPIES                                   *
001980*  LIST THE COPIES ON FILE FOR ONE REPORT ID, OR FOR  *
001990*  EVERY REPORT, RUN BETWEEN TWO DATES.  ONLY THE     *
002000*  COPY HEADERS (LINE 00000) ARE LISTED.  FOR ONE     *
002010*  REPORT THE READ STARTS AT ITS FROM DATE AND STOPS  *
002020*  AT THE NEXT REPORT ID.                             *
002030******************************************************
002040 3000-LIST-COPIES.
002050     DISPLAY "Enter report ID (e.g. GUESS-RPT, blank for"
002060         " all):".
002070     MOVE SPACES TO WANTED-REPORT-ID.
002080     ACCEPT WANTED-REPORT-ID.
002090     DISPLAY "Enter FROM run date (YYYYMMDD, blank for"
002100         " start of file):".
002110     MOVE SPACES TO FROM-DATE.
002120     ACCEPT FROM-DATE.
002130     IF FROM-DATE = SPACES OR FROM-DATE NOT NUMERIC
002140         MOVE "00000000" TO FROM-DATE
002150     END-IF.
002160     DISPLAY "Enter TO run date (YYYYMMDD, blank for end"
002170         " of file):".
002180     MOVE SPACES TO TO-DATE.
002190     ACCEPT TO-DATE.
002200     IF TO-DATE = SPACES OR TO-DATE NOT NUMERIC
002210         MOVE "99999999" TO TO-DATE
002220     END-IF.
002230     IF WANTED-REPORT-ID = SPACES
002240         MOVE LOW-VALUES TO RR-KEY
002250     ELSE
002260         MOVE WANTED-REPORT-ID TO RR-REPORT-ID
002270         MOVE FROM-DATE TO RR-RUN-DATE
002280         MOVE LOW-VALUES TO RR-RUN-TIME
002290         MOVE 0 TO RR-LINE-NUMBER
002300     END-IF.
002310     MOVE 0 TO COPIES-LISTED.
002320     START REPORT-REPOSITORY
002330         KEY IS NOT LESS THAN RR-KEY
002340         INVALID KEY
002350         DISPLAY "No copies on file."
002360         GO TO 3000-EXIT
002370     END-START.
002380     DISPLAY "REPORT ID     RUN DATE  RUN TIME  PAGES  LINES"
002390         "  TITLE".
002400     DISPLAY "------------  --------  --------  -----  -----"
002410         "  ------------------------------------------------".
002420     MOVE 'N' TO LIST-EOF-SWITCH.
002430     PERFORM 3100-LIST-ONE-RECORD THRU 3100-EXIT
002440         UNTIL LIST-AT-END.
002450     DISPLAY "Copies listed: " COPIES-LISTED.
002460 3000-EXIT.
002470     EXIT.
002480*
002490******************************************************
002500*  3100-LIST-ONE-RECORD                               *
002510******************************************************
002520 3100-LIST-ONE-RECORD.
002530     READ REPORT-REPOSITORY NEXT RECORD
002540         AT END
002550         SET LIST-AT-END TO TRUE
002560         GO TO 3100-EXIT
002570     END-READ.
002580     IF WANTED-REPORT-ID NOT = SPACES
002590             AND RR-REPORT-ID NOT = WANTED-REPORT-ID
002600         SET LIST-AT-END TO TRUE
002610         GO TO 3100-EXIT
002620     END-IF.
002630     IF RR-LINE-NUMBER NOT = 0
002640             OR RR-RUN-DATE < FROM-DATE
002650             OR RR-RUN-DATE > TO-DATE
002660         GO TO 3100-EXIT
002670     END-IF.
002680     MOVE RR-REPORT-ID TO CPY-REPORT-ID.
002690     MOVE RR-RUN-DATE TO CPY-RUN-DATE.
002700     MOVE RR-RUN-TIME TO CPY-RUN-TIME.
002710     MOVE RR-PAGE-COUNT TO CPY-PAGES.
002720     MOVE RR-LINE-COUNT TO CPY-LINES.
002730     MOVE RR-TITLE TO CPY-TITLE.
002740     MOVE RR-PARAMETERS TO CPY-PARAMETERS.
002750     DISPLAY COPY-LINE.
002760     DISPLAY COPY-PARAMETER-LINE.
002770     ADD 1 TO COPIES-LISTED.
002780 3100-EXIT.
002790     EXIT.
002800*
002810******************************************************
002820*  4000-REPRINT-COPY                                  *
002830*  REPRINT ONE COPY, NAMED BY REPORT ID, RUN DATE     *
002840*  AND RUN TIME AS LISTED.  A BLANK RUN TIME TAKES    *
002850*  THE LAST COPY RUN THAT DAY.  THE LINES ARE         *
002860*  PRINTED WITH THE CARRIAGE CONTROL THEY WERE STORED *
002870*  WITH, THEN THE REPRINT TRAILER.                    *
002880******************************************************
002890 4000-REPRINT-COPY.
002900     DISPLAY "Enter report ID (e.g. GUESS-RPT):".
002910     MOVE SPACES TO WANTED-REPORT-ID.
002920     ACCEPT WANTED-REPORT-ID.
002930     IF WANTED-REPORT-ID = SPACES
002940         DISPLAY "A report ID is required."
002950         GO TO 4000-EXIT
002960     END-IF.
002970     DISPLAY "Enter run date (YYYYMMDD):".
002980     MOVE SPACES TO WANTED-RUN-DATE.
002990     ACCEPT WANTED-RUN-DATE.
003000     IF WANTED-RUN-DATE NOT NUMERIC
003010         DISPLAY "Run date must be numeric YYYYMMDD."
003020         GO TO 4000-EXIT
003030     END-IF.
003040     DISPLAY "Enter run time as listed (blank for the"
003050         " last run that day):".
003060     MOVE SPACES TO WANTED-RUN-TIME.
003070     ACCEPT WANTED-RUN-TIME.
003080     IF WANTED-RUN-TIME = SPACES
003090         PERFORM 4100-FIND-LAST-COPY THRU 4100-EXIT
003100     END-IF.
003110     MOVE WANTED-REPORT-ID TO RR-REPORT-ID.
003120     MOVE WANTED-RUN-DATE TO RR-RUN-DATE.
003130     MOVE WANTED-RUN-TIME TO RR-RUN-TIME.
003140     MOVE 0 TO RR-LINE-NUMBER.
003150     READ REPORT-REPOSITORY
003160         INVALID KEY
003170         DISPLAY "No copy of " WANTED-REPORT-ID " run "
003180             WANTED-RUN-DATE " " WANTED-RUN-TIME " on file."
003190         GO TO 4000-EXIT
003200     END-READ.
003210     IF NOT REPRINT-IS-OPEN
003220         OPEN OUTPUT REPRINT-FILE
003230         IF NOT REPRINT-FILE-OK
003240             DISPLAY "Cannot open PRTREPR, status "
003250                 REPRINT-FILE-STATUS
003260             GO TO 4000-EXIT
003270         END-IF
003280         SET REPRINT-IS-OPEN TO TRUE
003290     END-IF.
003300     MOVE 1 TO RR-LINE-NUMBER.
003310     MOVE 0 TO LINES-REPRINTED.
003320     MOVE 'N' TO COPY-EOF-SWITCH.
003330     START REPORT-REPOSITORY
003340         KEY IS NOT LESS THAN RR-KEY
003350         INVALID KEY
003360         SET COPY-AT-END TO TRUE
003370     END-START.
003380     PERFORM 4200-REPRINT-ONE-LINE THRU 4200-EXIT
003390         UNTIL COPY-AT-END.
003400     MOVE WANTED-REPORT-ID TO TRL-REPORT-ID.
003410     MOVE WANTED-RUN-DATE TO TRL-RUN-DATE.
003420     MOVE WANTED-RUN-TIME TO TRL-RUN-TIME.
003430     MOVE RUN-DATE TO TRL-REPRINT-DATE.
003440     WRITE REPRINT-RECORD FROM SPACES
003450         AFTER ADVANCING 1 LINE.
003460     WRITE REPRINT-RECORD FROM REPRINT-TRAILER
003470         AFTER ADVANCING 1 LINE.
003480     ADD 1 TO COPIES-REPRINTED.
003490     DISPLAY "Reprinted " WANTED-REPORT-ID " run "
003500         WANTED-RUN-DATE " " WANTED-RUN-TIME ": "
003510         LINES-REPRINTED " lines to PRTREPR.".
003520 4000-EXIT.
003530     EXIT.
003540*
003550******************************************************
003560*  4100-FIND-LAST-COPY                                *
003570*  THE RUN TIME OF THE LAST COPY OF THE REPORT RUN ON *
003580*  THE DATE WANTED.  NONE LEAVES THE TIME BLANK, AND  *
003590*  THE READ IN 4000 THEN SAYS THERE IS NO COPY.       *
003600******************************************************
003610 4100-FIND-LAST-COPY.
003620     MOVE WANTED-REPORT-ID TO RR-REPORT-ID.
003630     MOVE WANTED-RUN-DATE TO RR-RUN-DATE.
003640     MOVE LOW-VALUES TO RR-RUN-TIME.
003650     MOVE 0 TO RR-LINE-NUMBER.
003660     START REPORT-REPOSITORY
003670         KEY IS NOT LESS THAN RR-KEY
003680         INVALID KEY
003690         GO TO 4100-EXIT
003700     END-START.
003710     MOVE 'N' TO COPY-EOF-SWITCH.
003720     PERFORM 4110-CHECK-ONE-RECORD THRU 4110-EXIT
003730         UNTIL COPY-AT-END.
003740 4100-EXIT.
003750     EXIT.
003760*
003770 4110-CHECK-ONE-RECORD.
003780     READ REPORT-REPOSITORY NEXT RECORD
003790         AT END
003800         SET COPY-AT-END TO TRUE
003810         GO TO 4110-EXIT
003820     END-READ.
003830     IF RR-REPORT-ID NOT = WANTED-REPORT-ID
003840             OR RR-RUN-DATE NOT = WANTED-RUN-DATE
003850         SET COPY-AT-END TO TRUE
003860         GO TO 4110-EXIT
003870     END-IF.
003880     IF RR-LINE-NUMBER = 0
003890         MOVE RR-RUN-TIME TO WANTED-RUN-TIME
003900     END-IF.
003910 4110-EXIT.
003920     EXIT.
003930*
003940******************************************************
003950*  4200-REPRINT-ONE-LINE                              *
003960******************************************************
003970 4200-REPRINT-ONE-LINE.
003980     READ REPORT-REPOSITORY NEXT RECORD
003990         AT END
004000         SET COPY-AT-END TO TRUE
004010         GO TO 4200-EXIT
004020     END-READ.
004030     IF RR-REPORT-ID NOT = WANTED-REPORT-ID
004040             OR RR-RUN-DATE NOT = WANTED-RUN-DATE
004050             OR RR-RUN-TIME NOT = WANTED-RUN-TIME
004060         SET COPY-AT-END TO TRUE
004070         GO TO 4200-EXIT
004080     END-IF.
004090     IF RR-CARRIAGE = '1'
004100         WRITE REPRINT-RECORD FROM RR-LINE
004110             AFTER ADVANCING PAGE
004120     ELSE
004130         WRITE REPRINT-RECORD FROM RR-LINE
004140             AFTER ADVANCING 1 LINE
004150     END-IF.
004160     ADD 1 TO LINES-REPRINTED.
004170 4200-EXIT.
004180     EXIT.
004190*
004200******************************************************
004210*  9000-WRAP-UP                                       *
004220******************************************************
004230 9000-WRAP-UP.
004240     CLOSE REPORT-REPOSITORY.
004250     IF REPRINT-IS-OPEN
004260         CLOSE REPRINT-FILE
004270     END-IF.
004280     DISPLAY "Copies reprinted: " COPIES-REPRINTED.
004290     DISPLAY "Reprint session ended.".
004300 9000-EXIT.
004310     EXIT.
004320*
004330******************************************************
004340*  9999-EXIT                                          *
004350******************************************************
004360 9999-EXIT.
004370     STOP RUN.
