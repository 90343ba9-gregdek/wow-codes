000010******************************************************
000020*  GUESS-RSTR                                         *
000030*  RELOAD ONE FILE FROM A BACKUP TAKEN BY GUESS-BKUP. *
000040*  THE OPERATOR KEYS THE FILE TO RESTORE (PLAYMSTR,   *
000050*  CREDFILE, DAYCTRL, RATEFILE, RESTART, PLAYREG,     *
000060*  LEAGSEAS, REPTREPO, RUNCTRL, OR TRNYBRKT) AND      *
000070*  POINTS THE LOGICAL NAME BKUPIN AT THE CHOSEN DATED *
000080*  BACKUP IN THE RUN SCRIPT (E.G.                     *
000085*  BKUPIN=BKPCRED.20261015).                          *
000090*                                                     *
000100*  THE BACKUP IS PROVED BEFORE ANYTHING IS TOUCHED:   *
000110*  ITS HEADER MUST NAME THE FILE BEING RESTORED, IT   *
000120*  MUST END IN A TRAILER, AND THE DETAILS MUST ADD UP *
000130*  TO THE TRAILER'S RECORD COUNT, KEY HASH, AND       *
000140*  NUMERIC HASH.  IF ANY OF THAT FAILS THE RESTORE IS *
000150*  REFUSED AND THE LIVE FILE IS LEFT AS IT IS.        *
000160*                                                     *
000170*  AFTER THE OPERATOR CONFIRMS, THE LIVE FILE'S       *
000180*  CONTROL TOTALS ARE PRINTED AS THEY STAND, THE      *
000190*  FILE IS RECREATED FROM THE BACKUP, AND ITS TOTALS  *
000200*  ARE PRINTED AGAIN AND MUST MATCH THE TRAILER.      *
000210*  ANY ACTIVITY SINCE THE BACKUP WAS TAKEN IS LOST    *
000220*  AND MUST BE RE-KEYED OR RECOVERED.                 *
000230*                                                     *
000240*  RUN IT WHILE NO GAMES ARE BEING PLAYED.            *
000250*                                                     *
000260*  To compile and run on your friendly Linux system:  *
000270*         cobc -x guess-rstr.cobol                    *
000280******************************************************
000290*
000300******************************************************
000310*  MODIFICATION HISTORY                               *
000320******************************************************
000330*  DATE       INIT  DESCRIPTION                        *
000340*  ---------- ----  ------------------------------     *
000350*  2026-10-15 DLM   NEW PROGRAM.                       *
000353*  2026-10-15 DLM   RESTORE REPTREPO, RUNCTRL AND      *
000356*                   TRNYBRKT ALSO.                     *
000357*  2026-10-15 DLM   BKUPIN IS REOPENED AND CHECKED     *
000358*                   BEFORE THE LIVE FILE IS EMPTIED,   *
000359*                   SO A BACKUP THAT CANNOT BE REREAD  *
000360*                   LEAVES THE LIVE FILE AS IT WAS.    *
000361******************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. GUESS-RSTR.
000390 AUTHOR. D L MCKENZIE.
000400 INSTALLATION. OPERATIONS SUPPORT.
000410 DATE-WRITTEN. 2026-10-15.
000420 DATE-COMPILED. 2026-10-15.
000430*
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. LINUX.
000470 OBJECT-COMPUTER. LINUX.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT BACKUP-IN-FILE ASSIGN TO "BKUPIN"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS BACKUP-IN-STATUS.
000530*
000540*    ONLY ONE LIVE FILE IS OPEN AT A TIME, SO THEY SHARE
000550*    ONE STATUS FIELD.
000560     SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYMSTR"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS PLAYER-MASTER-IO-KEY
000600         FILE STATUS IS LIVE-FILE-STATUS.
000610     SELECT CREDIT-FILE ASSIGN TO "CREDFILE"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS CREDIT-IO-KEY
000650         FILE STATUS IS LIVE-FILE-STATUS.
000660     SELECT DAY-CONTROL-FILE ASSIGN TO "DAYCTRL"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS DAY-CONTROL-IO-KEY
000700         FILE STATUS IS LIVE-FILE-STATUS.
000710     SELECT RATING-FILE ASSIGN TO "RATEFILE"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS RATING-IO-KEY
000750         FILE STATUS IS LIVE-FILE-STATUS.
000760     SELECT RESTART-FILE ASSIGN TO "RESTART"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS RESTART-IO-KEY
000800         FILE STATUS IS LIVE-FILE-STATUS.
000810     SELECT REGISTRATION-FILE ASSIGN TO "PLAYREG"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS REGISTRATION-IO-KEY
000850         FILE STATUS IS LIVE-FILE-STATUS.
000860     SELECT LEAGUE-SEASON-FILE ASSIGN TO "LEAGSEAS"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS LIVE-FILE-STATUS.
000890     SELECT REPORT-REPOSITORY ASSIGN TO "REPTREPO"
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS REPORT-REPOSITORY-IO-KEY
000930         FILE STATUS IS LIVE-FILE-STATUS.
000940     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS DYNAMIC
000970         RECORD KEY IS RUN-CONTROL-IO-KEY
000980         FILE STATUS IS LIVE-FILE-STATUS.
000990     SELECT TOURNAMENT-FILE ASSIGN TO "TRNYBRKT"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS LIVE-FILE-STATUS.
001020*
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  BACKUP-IN-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 01  BACKUP-IN-LINE              PIC X(167).
001080*
001090*    THE LIVE RECORDS ARE LAID OUT IN WORKING STORAGE SO
001100*    THE BACKUP CAN BE HASHED BEFORE ANY LIVE FILE IS
001110*    OPENED; THE FD AREAS CARRY ONLY THE KEY.
001120 FD  PLAYER-MASTER-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 01  PLAYER-MASTER-IO-AREA.
001150     05  PLAYER-MASTER-IO-KEY    PIC X(10).
001160     05  FILLER                  PIC X(54).
001170*
001180 FD  CREDIT-FILE
001190     LABEL RECORDS ARE STANDARD.
001200 01  CREDIT-IO-AREA.
001210     05  CREDIT-IO-KEY           PIC X(10).
001220     05  FILLER                  PIC X(15).
001230*
001240 FD  DAY-CONTROL-FILE
001250     LABEL RECORDS ARE STANDARD.
001260 01  DAY-CONTROL-IO-AREA.
001270     05  DAY-CONTROL-IO-KEY      PIC X(08).
001280     05  FILLER                  PIC X(22).
001290*
001300 FD  RATING-FILE
001310     LABEL RECORDS ARE STANDARD.
001320 01  RATING-IO-AREA.
001330     05  RATING-IO-KEY           PIC X(10).
001340     05  FILLER                  PIC X(18).
001350*
001360 FD  RESTART-FILE
001370     LABEL RECORDS ARE STANDARD.
001380 01  RESTART-IO-AREA.
001390     05  RESTART-IO-KEY          PIC X(10).
001400     05  FILLER                  PIC X(25).
001410*
001420 FD  REGISTRATION-FILE
001430     LABEL RECORDS ARE STANDARD.
001440 01  REGISTRATION-IO-AREA.
001450     05  REGISTRATION-IO-KEY     PIC X(10).
001460     05  FILLER                  PIC X(39).
001470*
001480 FD  LEAGUE-SEASON-FILE
001490     LABEL RECORDS ARE STANDARD.
001500 01  LEAGUE-SEASON-IO-AREA       PIC X(44).
001510*
001520 FD  REPORT-REPOSITORY
001530     LABEL RECORDS ARE STANDARD.
001540 01  REPORT-REPOSITORY-IO-AREA.
001550     05  REPORT-REPOSITORY-IO-KEY PIC X(33).
001560     05  FILLER                  PIC X(133).
001570*
001580 FD  RUN-CONTROL-FILE
001590     LABEL RECORDS ARE STANDARD.
001600 01  RUN-CONTROL-IO-AREA.
001610     05  RUN-CONTROL-IO-KEY      PIC X(20).
001620     05  FILLER                  PIC X(130).
001630*
001640 FD  TOURNAMENT-FILE
001650     LABEL RECORDS ARE STANDARD.
001660 01  TOURNAMENT-IO-AREA          PIC X(73).
001670*
001680 WORKING-STORAGE SECTION.
001690*
001700 77  RECORDS-RELOADED            PIC 9(07)  VALUE 0.
001710 77  RELOAD-ERRORS               PIC 9(07)  VALUE 0.
001720*
001730     COPY "BKUPREC.CPY".
001740     COPY "PLAYREC.CPY".
001750     COPY "CREDREC.CPY".
001760     COPY "DAYCREC.CPY".
001770     COPY "RATEREC.CPY".
001780     COPY "RESTREC.CPY".
001790     COPY "REGREC.CPY".
001800     COPY "LEAGREC.CPY".
001810     COPY "REPTREC.CPY".
001820     COPY "RUNCREC.CPY".
001830     COPY "TRNYREC.CPY".
001840*
001850*    RUNNING CONTROL TOTALS.  THE HASH PARAGRAPHS (7100-
001860*    7150, 7500-7590) ARE THE SAME WORD FOR WORD AS IN
001870*    GUESS-BKUP; CHANGE BOTH PROGRAMS TOGETHER.
001880 01  BACKUP-COUNT                PIC 9(07)  VALUE 0.
001890 01  BACKUP-KEY-HASH             PIC 9(15)  VALUE 0.
001900 01  BACKUP-NUMERIC-HASH         PIC 9(15)  VALUE 0.
001910*
001920 01  TRAILER-TOTALS.
001930     05  TRAILER-COUNT           PIC 9(07)  VALUE 0.
001940     05  TRAILER-KEY-HASH        PIC 9(15)  VALUE 0.
001950     05  TRAILER-NUMERIC-HASH    PIC 9(15)  VALUE 0.
001960 01  BEFORE-TOTALS.
001970     05  BEFORE-COUNT            PIC 9(07)  VALUE 0.
001980     05  BEFORE-KEY-HASH         PIC 9(15)  VALUE 0.
001990     05  BEFORE-NUMERIC-HASH     PIC 9(15)  VALUE 0.
002000*
002010 77  HASH-ALPHABET-SIZE          PIC 9(02)  COMP  VALUE 66.
002020 77  HASH-ALPHA-SUB              PIC 9(02)  COMP  VALUE 0.
002030 77  HASH-KEY-SUB                PIC 9(02)  COMP  VALUE 0.
002040 77  HASH-CHAR-VALUE             PIC 9(02)  VALUE 0.
002050 01  HASH-ALPHABET-VALUES.
002060     05  FILLER                  PIC X(33)
002070         VALUE " 0123456789ABCDEFGHIJKLMNOPQRSTUV".
002080     05  FILLER                  PIC X(33)
002090         VALUE "WXYZabcdefghijklmnopqrstuvwxyz-_.".
002100     05  FILLER                  PIC X(01)  VALUE SPACE.
002110 01  HASH-ALPHABET-TABLE REDEFINES HASH-ALPHABET-VALUES.
002120     05  HASH-ALPHA-CHAR         PIC X(01)  OCCURS 67 TIMES.
002130 01  HASH-KEY.
002140     05  HASH-KEY-CHAR           PIC X(01)  OCCURS 10 TIMES.
002150*    A KEY LONGER THAN TEN CHARACTERS IS HASHED TEN AT A
002160*    TIME THROUGH HASH-LONG-KEY.
002170 01  HASH-LONG-KEY.
002180     05  HASH-LONG-KEY-FIRST     PIC X(10).
002190     05  HASH-LONG-KEY-SECOND    PIC X(10).
002200 01  HASH-DATE                   PIC X(08).
002210 01  HASH-DATE-NUM REDEFINES HASH-DATE
002220                                 PIC 9(08).
002230*
002240 01  RUN-DATE                    PIC X(08).
002250 01  BACKUP-TAKEN-DATE           PIC X(08)  VALUE SPACES.
002260 01  BACKUP-TAKEN-TIME           PIC X(08)  VALUE SPACES.
002270*
002280 01  RESTORE-FILE-NAME           PIC X(08)  VALUE SPACES.
002290     88  RESTORE-NAME-VALID      VALUE "PLAYMSTR", "CREDFILE",
002300                                       "DAYCTRL", "RATEFILE",
002310                                       "RESTART", "PLAYREG",
002320                                       "LEAGSEAS", "REPTREPO",
002330                                       "RUNCTRL", "TRNYBRKT".
002340     88  RESTORE-PLAYMSTR        VALUE "PLAYMSTR".
002350     88  RESTORE-CREDFILE        VALUE "CREDFILE".
002360     88  RESTORE-DAYCTRL         VALUE "DAYCTRL".
002370     88  RESTORE-RATEFILE        VALUE "RATEFILE".
002380     88  RESTORE-RESTART         VALUE "RESTART".
002390     88  RESTORE-PLAYREG         VALUE "PLAYREG".
002400     88  RESTORE-LEAGSEAS        VALUE "LEAGSEAS".
002410     88  RESTORE-REPTREPO        VALUE "REPTREPO".
002420     88  RESTORE-RUNCTRL         VALUE "RUNCTRL".
002430     88  RESTORE-TRNYBRKT        VALUE "TRNYBRKT".
002440 01  CONFIRM-ANSWER              PIC X(01)  VALUE 'N'.
002450     88  RESTORE-CONFIRMED       VALUE 'Y', 'y'.
002460*
002470 01  REFUSAL-REASON              PIC X(40)  VALUE SPACES.
002480 01  TRAILER-SEEN-SWITCH         PIC X(01)  VALUE 'N'.
002490     88  TRAILER-SEEN            VALUE 'Y'.
002500 01  BACKUP-IN-EOF-SWITCH        PIC X(01)  VALUE 'N'.
002510     88  BACKUP-IN-AT-END        VALUE 'Y'.
002520 01  LIVE-EOF-SWITCH             PIC X(01)  VALUE 'N'.
002530     88  LIVE-AT-END             VALUE 'Y'.
002540 01  LIVE-PRESENT-SWITCH         PIC X(01)  VALUE 'N'.
002550     88  LIVE-FILE-PRESENT       VALUE 'Y'.
002560*
002570 01  BACKUP-IN-STATUS            PIC X(02).
002580     88  BACKUP-IN-OK            VALUE '00'.
002590 01  LIVE-FILE-STATUS            PIC X(02).
002600     88  LIVE-FILE-OK            VALUE '00'.
002610     88  LIVE-FILE-NOT-FOUND     VALUE '35'.
002620*
002630 01  TOTAL-LINE.
002640     05  TL-LABEL                PIC X(16).
002650     05  TL-COUNT                PIC Z(06)9.
002660     05  FILLER                  PIC X(02)  VALUE SPACES.
002670     05  TL-KEY-HASH             PIC Z(14)9.
002680     05  FILLER                  PIC X(02)  VALUE SPACES.
002690     05  TL-NUMERIC-HASH         PIC Z(14)9.
002700*
002710 01  COUNT-EDIT                  PIC Z(06)9.
002720*
002730 PROCEDURE DIVISION.
002740*
002750******************************************************
002760*  0000-MAINLINE                                      *
002770******************************************************
002780 0000-MAINLINE.
002790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002800     PERFORM 2000-VERIFY-BACKUP THRU 2000-EXIT.
002810     IF REFUSAL-REASON NOT = SPACES
002820         DISPLAY "    *** RESTORE REFUSED -- " REFUSAL-REASON
002830         DISPLAY "    *** " RESTORE-FILE-NAME
002840             " HAS NOT BEEN TOUCHED ***"
002850         GO TO 9999-EXIT
002860     END-IF.
002870     PERFORM 3000-CONFIRM-RESTORE THRU 3000-EXIT.
002880     IF NOT RESTORE-CONFIRMED
002890         DISPLAY "Restore cancelled; " RESTORE-FILE-NAME
002900             " has not been touched."
002910         GO TO 9999-EXIT
002920     END-IF.
002930     PERFORM 4000-TOTAL-LIVE-FILE THRU 4000-EXIT.
002940     MOVE BACKUP-COUNT TO BEFORE-COUNT.
002950     MOVE BACKUP-KEY-HASH TO BEFORE-KEY-HASH.
002960     MOVE BACKUP-NUMERIC-HASH TO BEFORE-NUMERIC-HASH.
002970     PERFORM 5000-RELOAD-LIVE-FILE THRU 5000-EXIT.
002980     PERFORM 4000-TOTAL-LIVE-FILE THRU 4000-EXIT.
002990     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
003000     GO TO 9999-EXIT.
003010*
003020******************************************************
003030*  1000-INITIALIZE                                    *
003040******************************************************
003050 1000-INITIALIZE.
003060     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
003070     DISPLAY "        GUESS-MY-NUMBER FILE RESTORE".
003080     DISPLAY "Run date: " RUN-DATE.
003090     DISPLAY "File to restore (PLAYMSTR, CREDFILE, DAYCTRL,"
003100         " RATEFILE, RESTART, PLAYREG, LEAGSEAS, REPTREPO,"
003110         " RUNCTRL, TRNYBRKT):".
003120     ACCEPT RESTORE-FILE-NAME.
003130     IF NOT RESTORE-NAME-VALID
003140         DISPLAY "    *** " RESTORE-FILE-NAME
003150             " IS NOT A FILE THIS JOB CAN RESTORE ***"
003160         GO TO 9999-EXIT
003170     END-IF.
003180 1000-EXIT.
003190     EXIT.
003200*
003210******************************************************
003220*  2000-VERIFY-BACKUP                                 *
003230*  READ THE WHOLE BACKUP WITHOUT OPENING THE LIVE     *
003240*  FILE AND PROVE IT AGAINST ITS OWN TRAILER.  ANY    *
003250*  FAULT LEAVES ITS REASON IN REFUSAL-REASON.         *
003260******************************************************
003270 2000-VERIFY-BACKUP.
003280     OPEN INPUT BACKUP-IN-FILE.
003290     IF NOT BACKUP-IN-OK
003300         MOVE "BKUPIN CANNOT BE OPENED" TO REFUSAL-REASON
003310         DISPLAY "BKUPIN status " BACKUP-IN-STATUS
003320         GO TO 2000-EXIT
003330     END-IF.
003340     READ BACKUP-IN-FILE INTO BACKUP-RECORD
003350         AT END
003360         MOVE "THE BACKUP IS EMPTY" TO REFUSAL-REASON
003370         CLOSE BACKUP-IN-FILE
003380         GO TO 2000-EXIT
003390     END-READ.
003400     IF NOT BK-HEADER
003410         MOVE "THE BACKUP HAS NO HEADER" TO REFUSAL-REASON
003420         CLOSE BACKUP-IN-FILE
003430         GO TO 2000-EXIT
003440     END-IF.
003450     MOVE BK-RUN-DATE TO BACKUP-TAKEN-DATE.
003460     MOVE BK-RUN-TIME TO BACKUP-TAKEN-TIME.
003470     DISPLAY "Backup of " BK-FILE-NAME " taken "
003480         BACKUP-TAKEN-DATE " at " BACKUP-TAKEN-TIME.
003490     IF BK-FILE-NAME NOT = RESTORE-FILE-NAME
003500         MOVE "THE BACKUP IS OF A DIFFERENT FILE"
003510             TO REFUSAL-REASON
003520         CLOSE BACKUP-IN-FILE
003530         GO TO 2000-EXIT
003540     END-IF.
003550     MOVE 0 TO BACKUP-COUNT.
003560     MOVE 0 TO BACKUP-KEY-HASH.
003570     MOVE 0 TO BACKUP-NUMERIC-HASH.
003580     PERFORM 2100-CHECK-ONE-BACKUP-RECORD THRU 2100-EXIT
003590         UNTIL BACKUP-IN-AT-END.
003600     CLOSE BACKUP-IN-FILE.
003610     IF REFUSAL-REASON NOT = SPACES
003620         GO TO 2000-EXIT
003630     END-IF.
003640     IF NOT TRAILER-SEEN
003650         MOVE "THE BACKUP HAS NO TRAILER" TO REFUSAL-REASON
003660         GO TO 2000-EXIT
003670     END-IF.
003680     IF BACKUP-COUNT NOT = TRAILER-COUNT
003690             OR BACKUP-KEY-HASH NOT = TRAILER-KEY-HASH
003700             OR BACKUP-NUMERIC-HASH NOT = TRAILER-NUMERIC-HASH
003710         MOVE "DETAILS DO NOT AGREE WITH TRAILER"
003720             TO REFUSAL-REASON
003730         MOVE "BACKUP TRAILER" TO TL-LABEL
003740         MOVE TRAILER-COUNT TO TL-COUNT
003750         MOVE TRAILER-KEY-HASH TO TL-KEY-HASH
003760         MOVE TRAILER-NUMERIC-HASH TO TL-NUMERIC-HASH
003770         DISPLAY TOTAL-LINE
003780         MOVE "BACKUP DETAILS" TO TL-LABEL
003790         MOVE BACKUP-COUNT TO TL-COUNT
003800         MOVE BACKUP-KEY-HASH TO TL-KEY-HASH
003810         MOVE BACKUP-NUMERIC-HASH TO TL-NUMERIC-HASH
003820         DISPLAY TOTAL-LINE
003830     END-IF.
003840 2000-EXIT.
003850     EXIT.
003860*
003870******************************************************
003880*  2100-CHECK-ONE-BACKUP-RECORD                       *
003890*  NOTHING MAY FOLLOW THE TRAILER, AND EVERY OTHER    *
003900*  RECORD AFTER THE HEADER MUST BE A DETAIL.          *
003910******************************************************
003920 2100-CHECK-ONE-BACKUP-RECORD.
003930     READ BACKUP-IN-FILE INTO BACKUP-RECORD
003940         AT END
003950         SET BACKUP-IN-AT-END TO TRUE
003960         GO TO 2100-EXIT
003970     END-READ.
003980     IF TRAILER-SEEN
003990         MOVE "RECORDS FOLLOW THE TRAILER" TO REFUSAL-REASON
004000         SET BACKUP-IN-AT-END TO TRUE
004010         GO TO 2100-EXIT
004020     END-IF.
004030     IF BK-TRAILER
004040         SET TRAILER-SEEN TO TRUE
004050         MOVE BK-RECORD-COUNT TO TRAILER-COUNT
004060         MOVE BK-KEY-HASH TO TRAILER-KEY-HASH
004070         MOVE BK-NUMERIC-HASH TO TRAILER-NUMERIC-HASH
004080         GO TO 2100-EXIT
004090     END-IF.
004100     IF NOT BK-DETAIL
004110         MOVE "THE BACKUP HAS AN UNKNOWN RECORD TYPE"
004120             TO REFUSAL-REASON
004130         SET BACKUP-IN-AT-END TO TRUE
004140         GO TO 2100-EXIT
004150     END-IF.
004160     ADD 1 TO BACKUP-COUNT.
004170     PERFORM 7400-HASH-BACKUP-DETAIL THRU 7400-EXIT.
004180 2100-EXIT.
004190     EXIT.
004200*
004210******************************************************
004220*  3000-CONFIRM-RESTORE                               *
004230******************************************************
004240 3000-CONFIRM-RESTORE.
004250     MOVE TRAILER-COUNT TO COUNT-EDIT.
004260     DISPLAY "Backup proves: " COUNT-EDIT " records.".
004270     DISPLAY "Replace " RESTORE-FILE-NAME " with this backup?"
004280         " Everything since " BACKUP-TAKEN-DATE " "
004290         BACKUP-TAKEN-TIME " is lost (Y/N):".
004300     ACCEPT CONFIRM-ANSWER.
004310 3000-EXIT.
004320     EXIT.
004330*
004340******************************************************
004350*  4000-TOTAL-LIVE-FILE                               *
004360*  CONTROL TOTALS OF THE LIVE FILE AS IT STANDS, INTO *
004370*  BACKUP-COUNT AND THE HASHES.  A LIVE FILE THAT     *
004380*  DOES NOT EXIST TOTALS ZERO.                        *
004390******************************************************
004400 4000-TOTAL-LIVE-FILE.
004410     MOVE 0 TO BACKUP-COUNT.
004420     MOVE 0 TO BACKUP-KEY-HASH.
004430     MOVE 0 TO BACKUP-NUMERIC-HASH.
004440     MOVE 'N' TO LIVE-EOF-SWITCH.
004450     PERFORM 6000-OPEN-LIVE-INPUT THRU 6000-EXIT.
004460     IF LIVE-FILE-NOT-FOUND
004470         GO TO 4000-EXIT
004480     END-IF.
004490     IF NOT LIVE-FILE-OK
004500         DISPLAY RESTORE-FILE-NAME " cannot be opened, status "
004510             LIVE-FILE-STATUS
004520         GO TO 4000-EXIT
004530     END-IF.
004540     PERFORM 4100-TOTAL-ONE-LIVE-RECORD THRU 4100-EXIT
004550         UNTIL LIVE-AT-END.
004560     PERFORM 6200-CLOSE-LIVE-FILE THRU 6200-EXIT.
004570 4000-EXIT.
004580     EXIT.
004590*
004600 4100-TOTAL-ONE-LIVE-RECORD.
004610     PERFORM 6100-READ-LIVE-NEXT THRU 6100-EXIT.
004620     IF LIVE-AT-END
004630         GO TO 4100-EXIT
004640     END-IF.
004650     IF NOT LIVE-FILE-OK
004660         DISPLAY RESTORE-FILE-NAME " read failed, status "
004670             LIVE-FILE-STATUS
004680         SET LIVE-AT-END TO TRUE
004690         GO TO 4100-EXIT
004700     END-IF.
004710     ADD 1 TO BACKUP-COUNT.
004720     PERFORM 7450-HASH-LIVE-RECORD THRU 7450-EXIT.
004730 4100-EXIT.
004740     EXIT.
004750*
004760******************************************************
004770*  5000-RELOAD-LIVE-FILE                              *
004780*  RECREATE THE LIVE FILE EMPTY AND WRITE EVERY       *
004790*  DETAIL OF THE (ALREADY PROVED) BACKUP INTO IT.     *
004793*  THE BACKUP IS REOPENED FIRST: IF IT CANNOT BE, THE *
004796*  LIVE FILE IS NEVER TOUCHED.                        *
004800******************************************************
004810 5000-RELOAD-LIVE-FILE.
004811     OPEN INPUT BACKUP-IN-FILE.
004812     IF NOT BACKUP-IN-OK
004813         DISPLAY "BKUPIN cannot be reopened, status "
004814             BACKUP-IN-STATUS " -- " RESTORE-FILE-NAME
004815             " left as it was."
004816         ADD 1 TO RELOAD-ERRORS
004817         GO TO 5000-EXIT
004818     END-IF.
004820     PERFORM 6300-OPEN-LIVE-OUTPUT THRU 6300-EXIT.
004830     IF NOT LIVE-FILE-OK
004840         DISPLAY RESTORE-FILE-NAME " cannot be created, status "
004850             LIVE-FILE-STATUS
004860         ADD 1 TO RELOAD-ERRORS
004865         CLOSE BACKUP-IN-FILE
004870         GO TO 5000-EXIT
004880     END-IF.
004900     MOVE 'N' TO BACKUP-IN-EOF-SWITCH.
004910     PERFORM 5100-RELOAD-ONE-RECORD THRU 5100-EXIT
004920         UNTIL BACKUP-IN-AT-END.
004930     CLOSE BACKUP-IN-FILE.
004940     PERFORM 6200-CLOSE-LIVE-FILE THRU 6200-EXIT.
004950 5000-EXIT.
004960     EXIT.
004970*
004980 5100-RELOAD-ONE-RECORD.
004990     READ BACKUP-IN-FILE INTO BACKUP-RECORD
005000         AT END
005010         SET BACKUP-IN-AT-END TO TRUE
005020         GO TO 5100-EXIT
005030     END-READ.
005040     IF NOT BK-DETAIL
005050         GO TO 5100-EXIT
005060     END-IF.
005070     PERFORM 6400-WRITE-LIVE-RECORD THRU 6400-EXIT.
005080     IF LIVE-FILE-OK
005090         ADD 1 TO RECORDS-RELOADED
005100     ELSE
005110         ADD 1 TO RELOAD-ERRORS
005120         DISPLAY "Write failed, status " LIVE-FILE-STATUS
005130             ": " BK-BODY
005140     END-IF.
005150 5100-EXIT.
005160     EXIT.
005170*
005180******************************************************
005190*  6000-OPEN-LIVE-INPUT THROUGH 6400-WRITE-LIVE-      *
005200*  RECORD                                             *
005210*  I/O ON WHICHEVER LIVE FILE IS BEING RESTORED.      *
005220*  THE STATUS COMES BACK IN LIVE-FILE-STATUS.         *
005230******************************************************
005240 6000-OPEN-LIVE-INPUT.
005250     IF RESTORE-PLAYMSTR
005260         OPEN INPUT PLAYER-MASTER-FILE
005270     END-IF.
005280     IF RESTORE-CREDFILE
005290         OPEN INPUT CREDIT-FILE
005300     END-IF.
005310     IF RESTORE-DAYCTRL
005320         OPEN INPUT DAY-CONTROL-FILE
005330     END-IF.
005340     IF RESTORE-RATEFILE
005350         OPEN INPUT RATING-FILE
005360     END-IF.
005370     IF RESTORE-RESTART
005380         OPEN INPUT RESTART-FILE
005390     END-IF.
005400     IF RESTORE-PLAYREG
005410         OPEN INPUT REGISTRATION-FILE
005420     END-IF.
005430     IF RESTORE-LEAGSEAS
005440         OPEN INPUT LEAGUE-SEASON-FILE
005450     END-IF.
005460     IF RESTORE-REPTREPO
005470         OPEN INPUT REPORT-REPOSITORY
005480     END-IF.
005490     IF RESTORE-RUNCTRL
005500         OPEN INPUT RUN-CONTROL-FILE
005510     END-IF.
005520     IF RESTORE-TRNYBRKT
005530         OPEN INPUT TOURNAMENT-FILE
005540     END-IF.
005550 6000-EXIT.
005560     EXIT.
005570*
005580 6100-READ-LIVE-NEXT.
005590     IF RESTORE-PLAYMSTR
005600         READ PLAYER-MASTER-FILE NEXT RECORD INTO PLAYER-RECORD
005610             AT END
005620             SET LIVE-AT-END TO TRUE
005630         END-READ
005640     END-IF.
005650     IF RESTORE-CREDFILE
005660         READ CREDIT-FILE NEXT RECORD INTO CREDIT-RECORD
005670             AT END
005680             SET LIVE-AT-END TO TRUE
005690         END-READ
005700     END-IF.
005710     IF RESTORE-DAYCTRL
005720         READ DAY-CONTROL-FILE NEXT RECORD
005730             INTO DAY-CONTROL-RECORD
005740             AT END
005750             SET LIVE-AT-END TO TRUE
005760         END-READ
005770     END-IF.
005780     IF RESTORE-RATEFILE
005790         READ RATING-FILE NEXT RECORD INTO RATING-RECORD
005800             AT END
005810             SET LIVE-AT-END TO TRUE
005820         END-READ
005830     END-IF.
005840     IF RESTORE-RESTART
005850         READ RESTART-FILE NEXT RECORD INTO RESTART-RECORD
005860             AT END
005870             SET LIVE-AT-END TO TRUE
005880         END-READ
005890     END-IF.
005900     IF RESTORE-PLAYREG
005910         READ REGISTRATION-FILE NEXT RECORD
005920             INTO REGISTRATION-RECORD
005930             AT END
005940             SET LIVE-AT-END TO TRUE
005950         END-READ
005960     END-IF.
005970     IF RESTORE-LEAGSEAS
005980         READ LEAGUE-SEASON-FILE INTO LEAGUE-SEASON-RECORD
005990             AT END
006000             SET LIVE-AT-END TO TRUE
006010         END-READ
006020     END-IF.
006030     IF RESTORE-REPTREPO
006040         READ REPORT-REPOSITORY NEXT RECORD
006050             INTO REPORT-REPOSITORY-RECORD
006060             AT END
006070             SET LIVE-AT-END TO TRUE
006080         END-READ
006090     END-IF.
006100     IF RESTORE-RUNCTRL
006110         READ RUN-CONTROL-FILE NEXT RECORD
006120             INTO RUN-CONTROL-RECORD
006130             AT END
006140             SET LIVE-AT-END TO TRUE
006150         END-READ
006160     END-IF.
006170     IF RESTORE-TRNYBRKT
006180         READ TOURNAMENT-FILE INTO TOURNAMENT-RECORD
006190             AT END
006200             SET LIVE-AT-END TO TRUE
006210         END-READ
006220     END-IF.
006230 6100-EXIT.
006240     EXIT.
006250*
006260 6200-CLOSE-LIVE-FILE.
006270     IF RESTORE-PLAYMSTR
006280         CLOSE PLAYER-MASTER-FILE
006290     END-IF.
006300     IF RESTORE-CREDFILE
006310         CLOSE CREDIT-FILE
006320     END-IF.
006330     IF RESTORE-DAYCTRL
006340         CLOSE DAY-CONTROL-FILE
006350     END-IF.
006360     IF RESTORE-RATEFILE
006370         CLOSE RATING-FILE
006380     END-IF.
006390     IF RESTORE-RESTART
006400         CLOSE RESTART-FILE
006410     END-IF.
006420     IF RESTORE-PLAYREG
006430         CLOSE REGISTRATION-FILE
006440     END-IF.
006450     IF RESTORE-LEAGSEAS
006460         CLOSE LEAGUE-SEASON-FILE
006470     END-IF.
006480     IF RESTORE-REPTREPO
006490         CLOSE REPORT-REPOSITORY
006500     END-IF.
006510     IF RESTORE-RUNCTRL
006520         CLOSE RUN-CONTROL-FILE
006530     END-IF.
006540     IF RESTORE-TRNYBRKT
006550         CLOSE TOURNAMENT-FILE
006560     END-IF.
006570 6200-EXIT.
006580     EXIT.
006590*
006600 6300-OPEN-LIVE-OUTPUT.
006610     IF RESTORE-PLAYMSTR
006620         OPEN OUTPUT PLAYER-MASTER-FILE
006630     END-IF.
006640     IF RESTORE-CREDFILE
006650         OPEN OUTPUT CREDIT-FILE
006660     END-IF.
006670     IF RESTORE-DAYCTRL
006680         OPEN OUTPUT DAY-CONTROL-FILE
006690     END-IF.
006700     IF RESTORE-RATEFILE
006710         OPEN OUTPUT RATING-FILE
006720     END-IF.
006730     IF RESTORE-RESTART
006740         OPEN OUTPUT RESTART-FILE
006750     END-IF.
006760     IF RESTORE-PLAYREG
006770         OPEN OUTPUT REGISTRATION-FILE
006780     END-IF.
006790     IF RESTORE-LEAGSEAS
006800         OPEN OUTPUT LEAGUE-SEASON-FILE
006810     END-IF.
006820     IF RESTORE-REPTREPO
006830         OPEN OUTPUT REPORT-REPOSITORY
006840     END-IF.
006850     IF RESTORE-RUNCTRL
006860         OPEN OUTPUT RUN-CONTROL-FILE
006870     END-IF.
006880     IF RESTORE-TRNYBRKT
006890         OPEN OUTPUT TOURNAMENT-FILE
006900     END-IF.
006910 6300-EXIT.
006920     EXIT.
006930*
006940 6400-WRITE-LIVE-RECORD.
006950     IF RESTORE-PLAYMSTR
006960         MOVE BK-BODY TO PLAYER-MASTER-IO-AREA
006970         WRITE PLAYER-MASTER-IO-AREA
006980     END-IF.
006990     IF RESTORE-CREDFILE
007000         MOVE BK-BODY TO CREDIT-IO-AREA
007010         WRITE CREDIT-IO-AREA
007020     END-IF.
007030     IF RESTORE-DAYCTRL
007040         MOVE BK-BODY TO DAY-CONTROL-IO-AREA
007050         WRITE DAY-CONTROL-IO-AREA
007060     END-IF.
007070     IF RESTORE-RATEFILE
007080         MOVE BK-BODY TO RATING-IO-AREA
007090         WRITE RATING-IO-AREA
007100     END-IF.
007110     IF RESTORE-RESTART
007120         MOVE BK-BODY TO RESTART-IO-AREA
007130         WRITE RESTART-IO-AREA
007140     END-IF.
007150     IF RESTORE-PLAYREG
007160         MOVE BK-BODY TO REGISTRATION-IO-AREA
007170         WRITE REGISTRATION-IO-AREA
007180     END-IF.
007190     IF RESTORE-LEAGSEAS
007200         MOVE BK-BODY TO LEAGUE-SEASON-IO-AREA
007210         WRITE LEAGUE-SEASON-IO-AREA
007220     END-IF.
007230     IF RESTORE-REPTREPO
007240         MOVE BK-BODY TO REPORT-REPOSITORY-IO-AREA
007250         WRITE REPORT-REPOSITORY-IO-AREA
007260     END-IF.
007270     IF RESTORE-RUNCTRL
007280         MOVE BK-BODY TO RUN-CONTROL-IO-AREA
007290         WRITE RUN-CONTROL-IO-AREA
007300     END-IF.
007310     IF RESTORE-TRNYBRKT
007320         MOVE BK-BODY TO TOURNAMENT-IO-AREA
007330         WRITE TOURNAMENT-IO-AREA
007340     END-IF.
007350 6400-EXIT.
007360     EXIT.
007370*
007380******************************************************
007390*  7100-HASH-KEY                                      *
007400*  ADD THE KEY IN HASH-KEY TO BACKUP-KEY-HASH.        *
007410******************************************************
007420 7100-HASH-KEY.
007430     MOVE 1 TO HASH-KEY-SUB.
007440     PERFORM 7110-HASH-ONE-CHAR THRU 7110-EXIT
007450         UNTIL HASH-KEY-SUB > 10.
007460 7100-EXIT.
007470     EXIT.
007480*
007490 7110-HASH-ONE-CHAR.
007500     COMPUTE HASH-ALPHA-SUB = HASH-ALPHABET-SIZE + 1.
007510     MOVE HASH-KEY-CHAR (HASH-KEY-SUB)
007520         TO HASH-ALPHA-CHAR (HASH-ALPHA-SUB).
007530     MOVE 1 TO HASH-ALPHA-SUB.
007540     PERFORM 7120-STEP-ALPHABET THRU 7120-EXIT
007550         UNTIL HASH-ALPHA-CHAR (HASH-ALPHA-SUB)
007560             = HASH-KEY-CHAR (HASH-KEY-SUB).
007570     IF HASH-ALPHA-SUB > HASH-ALPHABET-SIZE
007580         MOVE 99 TO HASH-CHAR-VALUE
007590     ELSE
007600         MOVE HASH-ALPHA-SUB TO HASH-CHAR-VALUE
007610     END-IF.
007620     COMPUTE BACKUP-KEY-HASH = BACKUP-KEY-HASH
007630         + HASH-CHAR-VALUE * HASH-KEY-SUB.
007640     ADD 1 TO HASH-KEY-SUB.
007650 7110-EXIT.
007660     EXIT.
007670*
007680 7120-STEP-ALPHABET.
007690     ADD 1 TO HASH-ALPHA-SUB.
007700 7120-EXIT.
007710     EXIT.
007720*
007730******************************************************
007740*  7130-HASH-LONG-KEY                                 *
007750*  ADD THE KEY IN HASH-LONG-KEY TO BACKUP-KEY-HASH,   *
007760*  TEN CHARACTERS AT A TIME.                          *
007770******************************************************
007780 7130-HASH-LONG-KEY.
007790     MOVE HASH-LONG-KEY-FIRST TO HASH-KEY.
007800     PERFORM 7100-HASH-KEY THRU 7100-EXIT.
007810     MOVE HASH-LONG-KEY-SECOND TO HASH-KEY.
007820     PERFORM 7100-HASH-KEY THRU 7100-EXIT.
007830 7130-EXIT.
007840     EXIT.
007850*
007860******************************************************
007870*  7150-HASH-DATE                                     *
007880*  A DATE IN HASH-DATE COUNTS IN THE NUMERIC HASH     *
007890*  WHEN IT IS ALL DIGITS; A BLANK DATE ADDS NOTHING.  *
007900******************************************************
007910 7150-HASH-DATE.
007920     IF HASH-DATE-NUM NUMERIC
007930         ADD HASH-DATE-NUM TO BACKUP-NUMERIC-HASH
007940     END-IF.
007950 7150-EXIT.
007960     EXIT.
007970*
007980******************************************************
007990*  7400-HASH-BACKUP-DETAIL                            *
008000*  LAY THE DETAIL IN BK-BODY OVER THE RECORD LAYOUT   *
008010*  OF THE FILE BEING RESTORED AND HASH IT.            *
008020******************************************************
008030 7400-HASH-BACKUP-DETAIL.
008040     IF RESTORE-PLAYMSTR
008050         MOVE BK-BODY TO PLAYER-RECORD
008060     END-IF.
008070     IF RESTORE-CREDFILE
008080         MOVE BK-BODY TO CREDIT-RECORD
008090     END-IF.
008100     IF RESTORE-DAYCTRL
008110         MOVE BK-BODY TO DAY-CONTROL-RECORD
008120     END-IF.
008130     IF RESTORE-RATEFILE
008140         MOVE BK-BODY TO RATING-RECORD
008150     END-IF.
008160     IF RESTORE-RESTART
008170         MOVE BK-BODY TO RESTART-RECORD
008180     END-IF.
008190     IF RESTORE-PLAYREG
008200         MOVE BK-BODY TO REGISTRATION-RECORD
008210     END-IF.
008220     IF RESTORE-LEAGSEAS
008230         MOVE BK-BODY TO LEAGUE-SEASON-RECORD
008240     END-IF.
008250     IF RESTORE-REPTREPO
008260         MOVE BK-BODY TO REPORT-REPOSITORY-RECORD
008270     END-IF.
008280     IF RESTORE-RUNCTRL
008290         MOVE BK-BODY TO RUN-CONTROL-RECORD
008300     END-IF.
008310     IF RESTORE-TRNYBRKT
008320         MOVE BK-BODY TO TOURNAMENT-RECORD
008330     END-IF.
008340     PERFORM 7450-HASH-LIVE-RECORD THRU 7450-EXIT.
008350 7400-EXIT.
008360     EXIT.
008370*
008380******************************************************
008390*  7450-HASH-LIVE-RECORD                              *
008400*  HASH THE WORKING-STORAGE RECORD OF THE FILE BEING  *
008410*  RESTORED.                                          *
008420******************************************************
008430 7450-HASH-LIVE-RECORD.
008440     IF RESTORE-PLAYMSTR
008450         PERFORM 7500-HASH-PLAYER-RECORD THRU 7500-EXIT
008460     END-IF.
008470     IF RESTORE-CREDFILE
008480         PERFORM 7510-HASH-CREDIT-RECORD THRU 7510-EXIT
008490     END-IF.
008500     IF RESTORE-DAYCTRL
008510         PERFORM 7520-HASH-DAY-RECORD THRU 7520-EXIT
008520     END-IF.
008530     IF RESTORE-RATEFILE
008540         PERFORM 7530-HASH-RATING-RECORD THRU 7530-EXIT
008550     END-IF.
008560     IF RESTORE-RESTART
008570         PERFORM 7540-HASH-RESTART-RECORD THRU 7540-EXIT
008580     END-IF.
008590     IF RESTORE-PLAYREG
008600         PERFORM 7550-HASH-REGISTRATION-RECORD THRU 7550-EXIT
008610     END-IF.
008620     IF RESTORE-LEAGSEAS
008630         PERFORM 7560-HASH-LEAGUE-RECORD THRU 7560-EXIT
008640     END-IF.
008650     IF RESTORE-REPTREPO
008660         PERFORM 7570-HASH-REPORT-RECORD THRU 7570-EXIT
008670     END-IF.
008680     IF RESTORE-RUNCTRL
008690         PERFORM 7580-HASH-RUN-CONTROL-RECORD THRU 7580-EXIT
008700     END-IF.
008710     IF RESTORE-TRNYBRKT
008720         PERFORM 7590-HASH-TOURNAMENT-RECORD THRU 7590-EXIT
008730     END-IF.
008740 7450-EXIT.
008750     EXIT.
008760*
008770******************************************************
008780*  7500-HASH-PLAYER-RECORD THROUGH                    *
008790*  7590-HASH-TOURNAMENT-RECORD                        *
008800*  ONE PARAGRAPH PER FILE: THE KEY GOES TO THE KEY    *
008810*  HASH, AND EVERY NUMERIC FIELD AND DATE TO THE      *
008820*  NUMERIC HASH.  PM-AVG-GUESSES IS COUNTED IN        *
008830*  HUNDREDTHS SO ITS DECIMALS ARE NOT LOST.  A FIELD  *
008840*  THAT IS NOT NUMERIC IS LEFT OUT.  A TIME OF DAY IS *
008850*  HASHED AS A DATE IS.                               *
008860******************************************************
008870 7500-HASH-PLAYER-RECORD.
008880     MOVE PM-PLAYER-ID TO HASH-KEY.
008890     PERFORM 7100-HASH-KEY THRU 7100-EXIT.
008900     IF PM-GAMES-PLAYED NUMERIC
008910         ADD PM-GAMES-PLAYED TO BACKUP-NUMERIC-HASH
008920     END-IF.
008930     IF PM-GAMES-WON NUMERIC
008940         ADD PM-GAMES-WON TO BACKUP-NUMERIC-HASH
008950     END-IF.
008960     IF PM-TOTAL-GUESSES NUMERIC
008970         ADD PM-TOTAL-GUESSES TO BACKUP-NUMERIC-HASH
008980     END-IF.
008990     IF PM-AVG-GUESSES NUMERIC
009000         COMPUTE BACKUP-NUMERIC-HASH = BACKUP-NUMERIC-HASH
009010             + PM-AVG-GUESSES * 100
009020     END-IF.
009030     IF PM-CURR-STREAK NUMERIC
009040         ADD PM-CURR-STREAK TO BACKUP-NUMERIC-HASH
009050     END-IF.
009060     IF PM-BEST-STREAK NUMERIC
009070         ADD PM-BEST-STREAK TO BACKUP-NUMERIC-HASH
009080     END-IF.
009090     IF PM-BEST-SCORE NUMERIC
009100         ADD PM-BEST-SCORE TO BACKUP-NUMERIC-HASH
009110     END-IF.
009120     MOVE PM-BEST-SCORE-DATE TO HASH-DATE.
009130     PERFORM 7150-HASH-DATE THRU 7150-EXIT.
009140     MOVE PM-LAST-WIN-DATE TO HASH-DATE.
009150     PERFORM 7150-HASH-DATE THRU 7150-EXIT.
009160     MOVE PM-EXPERT-WIN-DATE TO HASH-DATE.
009170     PERFORM 7150-HASH-DATE THRU 7150-EXIT.
009180 7500-EXIT.
009190     EXIT.
009200*
009210 7510-HASH-CREDIT-RECORD.
009220     MOVE CD-PLAYER-ID TO HASH-KEY.
009230     PERFORM 7100-HASH-KEY THRU 7100-EXIT.
009240     IF CD-CREDIT-BALANCE NUMERIC
009250         ADD CD-CREDIT-BALANCE TO BACKUP-NUMERIC-HASH
009260     END-IF.
009270     IF CD-CREDITS-EARNED NUMERIC
009280         ADD CD-CREDITS-EARNED TO BACKUP-NUMERIC-HASH
009290     END-IF.
009300     IF CD-CREDITS-SPENT NUMERIC
009310         ADD CD-CREDITS-SPENT TO BACKUP-NUMERIC-HASH
009320     END-IF.
009330 7510-EXIT.
009340     EXIT.
009350*
009360 7520-HASH-DAY-RECORD.
009370     MOVE DC-DATE TO HASH-KEY.
009380     PERFORM 7100-HASH-KEY THRU 7100-EXIT.
009390     IF DC-GAMES-PLAYED NUMERIC
009400         ADD DC-GAMES-PLAYED TO BACKUP-NUMERIC-HASH
009410     END-IF.
009420     IF DC-GUESSES-LOGGED NUMERIC
009430         ADD DC-GUESSES-LOGGED TO BACKUP-NUMERIC-HASH
009440     END-IF.
009450 7520-EXIT.
009460     EXIT.
009470*
009480 7530-HASH-RATING-RECORD.
009490     MOVE RT-PLAYER-ID TO HASH-KEY.
009500     PERFORM 7100-HASH-KEY THRU 7100-EXIT.
009510     IF RT-RATING NUMERIC
009520         ADD RT-RATING TO BACKUP-NUMERIC-HASH
009530     END-IF.
009540     IF RT-GAMES-RATED NUMERIC
009550         ADD RT-GAMES-RATED TO BACKUP-NUMERIC-HASH
009560     END-IF.
009570     IF RT-GUESS-ALLOWANCE NUMERIC
009580         ADD RT-GUESS-ALLOWANCE TO BACKUP-NUMERIC-HASH
009590     END-IF.
009600     MOVE RT-RATE-DATE TO HASH-DATE.
009610     PERFORM 7150-HASH-DATE THRU 7150-EXIT.
009620 7530-EXIT.
009630     EXIT.
009640*
009650 7540-HASH-RESTART-RECORD.
009660     MOVE RESTART-PLAYER-ID TO HASH-KEY.
009670     PERFORM 7100-HASH-KEY THRU 7100-EXIT.
009680     MOVE RESTART-GAME-DATE TO HASH-DATE.
009690     PERFORM 7150-HASH-DATE THRU 7150-EXIT.
009700     IF RESTART-ANSWER NUMERIC
009710         ADD RESTART-ANSWER TO BACKUP-NUMERIC-HASH
009720     END-IF.
009730     IF RESTART-TOTAL-GUESSES NUMERIC
009740         ADD RESTART-TOTAL-GUESSES TO BACKUP-NUMERIC-HASH
009750     END-IF.
009760     IF RESTART-LAST-GUESS NUMERIC
009770         ADD RESTART-LAST-GUESS TO BACKUP-NUMERIC-HASH
009780     END-IF.
009790     IF RESTART-LOW-BOUND NUMERIC
009800         ADD RESTART-LOW-BOUND TO BACKUP-NUMERIC-HASH
009810     END-IF.
009820     IF RESTART-HIGH-BOUND NUMERIC
009830         ADD RESTART-HIGH-BOUND TO BACKUP-NUMERIC-HASH
009840     END-IF.
009850     IF RESTART-HINTS-USED NUMERIC
009860         ADD RESTART-HINTS-USED TO BACKUP-NUMERIC-HASH
009870     END-IF.
009880 7540-EXIT.
009890     EXIT.
009900*
009910 7550-HASH-REGISTRATION-RECORD.
009920     MOVE RG-PLAYER-ID TO HASH-KEY.
009930     PERFORM 7100-HASH-KEY THRU 7100-EXIT.
009940     MOVE RG-ENROL-DATE TO HASH-DATE.
009950     PERFORM 7150-HASH-DATE THRU 7150-EXIT.
009960 7550-EXIT.
009970     EXIT.
009980*
009990 7560-HASH-LEAGUE-RECORD.
010000     MOVE LG-TEAM-CODE TO HASH-KEY.
010010     PERFORM 7100-HASH-KEY THRU 7100-EXIT.
010020     IF LG-WEEKS-SCORED NUMERIC
010030         ADD LG-WEEKS-SCORED TO BACKUP-NUMERIC-HASH
010040     END-IF.
010050     IF LG-SEASON-POINTS NUMERIC
010060         ADD LG-SEASON-POINTS TO BACKUP-NUMERIC-HASH
010070     END-IF.
010080     IF LG-SEASON-WINS NUMERIC
010090         ADD LG-SEASON-WINS TO BACKUP-NUMERIC-HASH
010100     END-IF.
010110     IF LG-SEASON-GAMES NUMERIC
010120         ADD LG-SEASON-GAMES TO BACKUP-NUMERIC-HASH
010130     END-IF.
010140 7560-EXIT.
010150     EXIT.
010160*
010170 7570-HASH-REPORT-RECORD.
010180     MOVE RR-REPORT-ID TO HASH-LONG-KEY.
010190     PERFORM 7130-HASH-LONG-KEY THRU 7130-EXIT.
010200     MOVE RR-RUN-DATE TO HASH-DATE.
010210     PERFORM 7150-HASH-DATE THRU 7150-EXIT.
010220     MOVE RR-RUN-TIME TO HASH-DATE.
010230     PERFORM 7150-HASH-DATE THRU 7150-EXIT.
010240     IF RR-LINE-NUMBER NUMERIC
010250         ADD RR-LINE-NUMBER TO BACKUP-NUMERIC-HASH
010260     END-IF.
010270     IF RR-LINE-NUMBER = ZERO
010280         IF RR-PAGE-COUNT NUMERIC
010290             ADD RR-PAGE-COUNT TO BACKUP-NUMERIC-HASH
010300         END-IF
010310         IF RR-LINE-COUNT NUMERIC
010320             ADD RR-LINE-COUNT TO BACKUP-NUMERIC-HASH
010330         END-IF
010340     END-IF.
010350 7570-EXIT.
010360     EXIT.
010370*
010380 7580-HASH-RUN-CONTROL-RECORD.
010390     MOVE RC-JOB-NAME TO HASH-LONG-KEY.
010400     PERFORM 7130-HASH-LONG-KEY THRU 7130-EXIT.
010410     MOVE RC-BUSINESS-DATE TO HASH-DATE.
010420     PERFORM 7150-HASH-DATE THRU 7150-EXIT.
010430     IF RC-COMPLETION-CODE NUMERIC
010440         ADD RC-COMPLETION-CODE TO BACKUP-NUMERIC-HASH
010450     END-IF.
010460     MOVE RC-START-DATE TO HASH-DATE.
010470     PERFORM 7150-HASH-DATE THRU 7150-EXIT.
010480     MOVE RC-START-TIME TO HASH-DATE.
010490     PERFORM 7150-HASH-DATE THRU 7150-EXIT.
010500     MOVE RC-END-DATE TO HASH-DATE.
010510     PERFORM 7150-HASH-DATE THRU 7150-EXIT.
010520     MOVE RC-END-TIME TO HASH-DATE.
010530     PERFORM 7150-HASH-DATE THRU 7150-EXIT.
010540     IF RC-COUNT-VALUE (1) NUMERIC
010550         ADD RC-COUNT-VALUE (1) TO BACKUP-NUMERIC-HASH
010560     END-IF.
010570     IF RC-COUNT-VALUE (2) NUMERIC
010580         ADD RC-COUNT-VALUE (2) TO BACKUP-NUMERIC-HASH
010590     END-IF.
010600     IF RC-COUNT-VALUE (3) NUMERIC
010610         ADD RC-COUNT-VALUE (3) TO BACKUP-NUMERIC-HASH
010620     END-IF.
010630 7580-EXIT.
010640     EXIT.
010650*
010660 7590-HASH-TOURNAMENT-RECORD.
010670     MOVE TR-TOURN-ID TO HASH-KEY.
010680     PERFORM 7100-HASH-KEY THRU 7100-EXIT.
010690     IF TR-HEADER
010700         MOVE TH-START-DATE TO HASH-DATE
010710         PERFORM 7150-HASH-DATE THRU 7150-EXIT
010720         IF TH-ENTRANTS NUMERIC
010730             ADD TH-ENTRANTS TO BACKUP-NUMERIC-HASH
010740         END-IF
010750         IF TH-BRACKET-SIZE NUMERIC
010760             ADD TH-BRACKET-SIZE TO BACKUP-NUMERIC-HASH
010770         END-IF
010780         IF TH-ROUNDS NUMERIC
010790             ADD TH-ROUNDS TO BACKUP-NUMERIC-HASH
010800         END-IF
010810         IF TH-CURRENT-ROUND NUMERIC
010820             ADD TH-CURRENT-ROUND TO BACKUP-NUMERIC-HASH
010830         END-IF
010840         GO TO 7590-EXIT
010850     END-IF.
010860     IF TM-ROUND NUMERIC
010870         ADD TM-ROUND TO BACKUP-NUMERIC-HASH
010880     END-IF.
010890     IF TM-MATCH-NO NUMERIC
010900         ADD TM-MATCH-NO TO BACKUP-NUMERIC-HASH
010910     END-IF.
010920     MOVE TM-ROUND-DATE TO HASH-DATE.
010930     PERFORM 7150-HASH-DATE THRU 7150-EXIT.
010940     IF TM-SEED-A NUMERIC
010950         ADD TM-SEED-A TO BACKUP-NUMERIC-HASH
010960     END-IF.
010970     IF TM-GUESSES-A NUMERIC
010980         ADD TM-GUESSES-A TO BACKUP-NUMERIC-HASH
010990     END-IF.
011000     IF TM-HINTS-A NUMERIC
011010         ADD TM-HINTS-A TO BACKUP-NUMERIC-HASH
011020     END-IF.
011030     IF TM-SEED-B NUMERIC
011040         ADD TM-SEED-B TO BACKUP-NUMERIC-HASH
011050     END-IF.
011060     IF TM-GUESSES-B NUMERIC
011070         ADD TM-GUESSES-B TO BACKUP-NUMERIC-HASH
011080     END-IF.
011090     IF TM-HINTS-B NUMERIC
011100         ADD TM-HINTS-B TO BACKUP-NUMERIC-HASH
011110     END-IF.
011120 7590-EXIT.
011130     EXIT.
011140*
011150******************************************************
011160*  8000-PRINT-CONTROL-TOTALS                          *
011170*  BEFORE AND AFTER TOTALS OF THE LIVE FILE AGAINST   *
011180*  THE BACKUP TRAILER.  THE AFTER LINE MUST MATCH.    *
011190******************************************************
011200 8000-PRINT-CONTROL-TOTALS.
011210     DISPLAY " ".
011220     DISPLAY "                RECORDS         KEY HASH"
011230         "     NUMERIC HASH".
011240     MOVE "BACKUP TRAILER" TO TL-LABEL.
011250     MOVE TRAILER-COUNT TO TL-COUNT.
011260     MOVE TRAILER-KEY-HASH TO TL-KEY-HASH.
011270     MOVE TRAILER-NUMERIC-HASH TO TL-NUMERIC-HASH.
011280     DISPLAY TOTAL-LINE.
011290     MOVE "LIVE BEFORE" TO TL-LABEL.
011300     MOVE BEFORE-COUNT TO TL-COUNT.
011310     MOVE BEFORE-KEY-HASH TO TL-KEY-HASH.
011320     MOVE BEFORE-NUMERIC-HASH TO TL-NUMERIC-HASH.
011330     DISPLAY TOTAL-LINE.
011340     MOVE "LIVE AFTER" TO TL-LABEL.
011350     MOVE BACKUP-COUNT TO TL-COUNT.
011360     MOVE BACKUP-KEY-HASH TO TL-KEY-HASH.
011370     MOVE BACKUP-NUMERIC-HASH TO TL-NUMERIC-HASH.
011380     DISPLAY TOTAL-LINE.
011390     DISPLAY " ".
011400     MOVE RECORDS-RELOADED TO COUNT-EDIT.
011410     DISPLAY "Records reloaded:       " COUNT-EDIT.
011420     MOVE RELOAD-ERRORS TO COUNT-EDIT.
011430     DISPLAY "Reload errors:          " COUNT-EDIT.
011440     IF BACKUP-COUNT = TRAILER-COUNT
011450             AND BACKUP-KEY-HASH = TRAILER-KEY-HASH
011460             AND BACKUP-NUMERIC-HASH = TRAILER-NUMERIC-HASH
011470             AND RELOAD-ERRORS = 0
011480         DISPLAY "Restore complete -- " RESTORE-FILE-NAME
011490             " agrees with the backup."
011500     ELSE
011510         DISPLAY "    *** " RESTORE-FILE-NAME " DOES NOT AGREE"
011520             " WITH THE BACKUP -- DO NOT START GAMES ***"
011530     END-IF.
011540 8000-EXIT.
011550     EXIT.
011560*
011570******************************************************
011580*  9999-EXIT                                          *
011590******************************************************
011600 9999-EXIT.
011610     STOP RUN.
