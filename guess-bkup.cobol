000010******************************************************
000020*  GUESS-BKUP                                         *
000030*  NIGHTLY BACKUP OF THE FILES THAT CANNOT BE         *
000040*  REBUILT FROM THE SCORE HISTORY.  GUESS-RCVR CAN    *
000050*  RECREATE PLAYMSTR, BUT THE CREDIT FILE, THE DAY    *
000060*  CONTROL FILE, THE RATINGS, THE LEAGUE SEASON, THE  *
000070*  REGISTRATION FILE, AND THE RESTART CHECKPOINTS     *
000080*  ARE THE ONLY COPY OF WHAT THEY HOLD.  THIS JOB     *
000090*  UNLOADS EACH OF THEM (AND PLAYMSTR, SO A RESTORE   *
000100*  NEED NOT WAIT FOR A FULL RECOVERY) TO ITS OWN      *
000110*  SEQUENTIAL BACKUP IN THE LAYOUT OF BKUPREC.CPY: A  *
000120*  HEADER, ONE DETAIL PER RECORD IN KEY ORDER, AND A  *
000130*  TRAILER WITH THE RECORD COUNT, A HASH TOTAL OF     *
000140*  THE KEYS, AND A HASH TOTAL OF THE NUMERIC AND      *
000150*  DATE FIELDS.  GUESS-RSTR WILL NOT RELOAD A BACKUP  *
000160*  WHOSE DETAILS DO NOT ADD UP TO ITS TRAILER.        *
000162*                                                     *
000164*  THE REPORT REPOSITORY, THE NIGHTLY RUN-CONTROL     *
000166*  FILE, AND THE TOURNAMENT BRACKET ARE BACKED UP THE *
000168*  SAME WAY.                                          *
000170*                                                     *
000180*  THE BACKUP FILE NAMES ARE LOGICAL, DD-STYLE, AS    *
000190*  FOR GUESS-ARCH: OPERATIONS POINTS BKPPLAY,         *
000200*  BKPCRED, BKPDAYC, BKPRATE, BKPREST, BKPREGS,       *
000210*  BKPLEAG, BKPREPT, BKPRUNC, AND BKPTRNY AT DATED    *
000215*  FILES (E.G. BKPCRED.20261015) IN THE RUN SCRIPT.   *
000220*  EACH FILE'S RESULT AND CONTROL TOTALS ARE ALSO     *
000230*  APPENDED TO THE BACKUP CATALOG (BKUPCTLG, SEE      *
000240*  BKCTREC.CPY), WHICH GUESS-OPER READS TO WARN ABOUT *
000250*  A STALE BACKUP.                                    *
000260*                                                     *
000270*  A LIVE FILE THAT DOES NOT EXIST YET IS BACKED UP   *
000280*  AS EMPTY.  A FILE THAT CANNOT BE READ TO THE END   *
000290*  GETS NO TRAILER AND IS CATALOGUED AS FAILED.       *
000300*                                                     *
000310*  RUN IT WHILE NO GAMES ARE BEING PLAYED.            *
000320*                                                     *
000330*  To compile and run on your friendly Linux system:  *
000340*         cobc -x guess-bkup.cobol                    *
000350******************************************************
000360*
000370******************************************************
000380*  MODIFICATION HISTORY                               *
000390******************************************************
000400*  DATE       INIT  DESCRIPTION                        *
000410*  ---------- ----  ------------------------------     *
000420*  2026-10-15 DLM   NEW PROGRAM.                       *
000423*  2026-10-15 DLM   BACK UP REPTREPO, RUNCTRL AND      *
000426*                   TRNYBRKT ALSO.                     *
000427*  2026-10-15 DLM   A FAILED HEADER WRITE NOW FAILS    *
000428*                   THE BACKUP ON BKUPCTLG, AS A       *
000429*                   FAILED DETAIL WRITE DOES.          *
000430******************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. GUESS-BKUP.
000460 AUTHOR. D L MCKENZIE.
000470 INSTALLATION. OPERATIONS SUPPORT.
000480 DATE-WRITTEN. 2026-10-15.
000490 DATE-COMPILED. 2026-10-15.
000500*
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER. LINUX.
000540 OBJECT-COMPUTER. LINUX.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYMSTR"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS PM-PLAYER-ID
000610         FILE STATUS IS PLAYER-MASTER-STATUS.
000620     SELECT CREDIT-FILE ASSIGN TO "CREDFILE"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS CD-PLAYER-ID
000660         FILE STATUS IS CREDIT-FILE-STATUS.
000670     SELECT DAY-CONTROL-FILE ASSIGN TO "DAYCTRL"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS DC-DATE
000710         FILE STATUS IS DAY-CONTROL-STATUS.
000720     SELECT RATING-FILE ASSIGN TO "RATEFILE"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS RT-PLAYER-ID
000760         FILE STATUS IS RATING-FILE-STATUS.
000770     SELECT RESTART-FILE ASSIGN TO "RESTART"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS RESTART-PLAYER-ID
000810         FILE STATUS IS RESTART-FILE-STATUS.
000820     SELECT REGISTRATION-FILE ASSIGN TO "PLAYREG"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS RG-PLAYER-ID
000860         FILE STATUS IS REGISTRATION-STATUS.
000870     SELECT LEAGUE-SEASON-FILE ASSIGN TO "LEAGSEAS"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS LEAGUE-SEASON-STATUS.
000900     SELECT REPORT-REPOSITORY ASSIGN TO "REPTREPO"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS RR-KEY
000940         FILE STATUS IS REPOSITORY-STATUS.
000950     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS DYNAMIC
000980         RECORD KEY IS RC-KEY
000990         FILE STATUS IS RUN-CONTROL-STATUS.
001000     SELECT TOURNAMENT-FILE ASSIGN TO "TRNYBRKT"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS TOURNAMENT-STATUS.
001030     SELECT BKUP-PLAY-FILE ASSIGN TO "BKPPLAY"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS BKUP-PLAY-STATUS.
001060     SELECT BKUP-CRED-FILE ASSIGN TO "BKPCRED"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS BKUP-CRED-STATUS.
001090     SELECT BKUP-DAYC-FILE ASSIGN TO "BKPDAYC"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS BKUP-DAYC-STATUS.
001120     SELECT BKUP-RATE-FILE ASSIGN TO "BKPRATE"
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS BKUP-RATE-STATUS.
001150     SELECT BKUP-REST-FILE ASSIGN TO "BKPREST"
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS BKUP-REST-STATUS.
001180     SELECT BKUP-REGS-FILE ASSIGN TO "BKPREGS"
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS BKUP-REGS-STATUS.
001210     SELECT BKUP-LEAG-FILE ASSIGN TO "BKPLEAG"
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS BKUP-LEAG-STATUS.
001240     SELECT BKUP-REPT-FILE ASSIGN TO "BKPREPT"
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS BKUP-REPT-STATUS.
001270     SELECT BKUP-RUNC-FILE ASSIGN TO "BKPRUNC"
001280         ORGANIZATION IS LINE SEQUENTIAL
001290         FILE STATUS IS BKUP-RUNC-STATUS.
001300     SELECT BKUP-TRNY-FILE ASSIGN TO "BKPTRNY"
001310         ORGANIZATION IS LINE SEQUENTIAL
001320         FILE STATUS IS BKUP-TRNY-STATUS.
001330     SELECT BACKUP-CATALOG-FILE ASSIGN TO "BKUPCTLG"
001340         ORGANIZATION IS LINE SEQUENTIAL
001350         FILE STATUS IS BACKUP-CATALOG-STATUS.
001360*
001370 DATA DIVISION.
001380 FILE SECTION.
001390 FD  PLAYER-MASTER-FILE
001400     LABEL RECORDS ARE STANDARD.
001410     COPY "PLAYREC.CPY".
001420*
001430 FD  CREDIT-FILE
001440     LABEL RECORDS ARE STANDARD.
001450     COPY "CREDREC.CPY".
001460*
001470 FD  DAY-CONTROL-FILE
001480     LABEL RECORDS ARE STANDARD.
001490     COPY "DAYCREC.CPY".
001500*
001510 FD  RATING-FILE
001520     LABEL RECORDS ARE STANDARD.
001530     COPY "RATEREC.CPY".
001540*
001550 FD  RESTART-FILE
001560     LABEL RECORDS ARE STANDARD.
001570     COPY "RESTREC.CPY".
001580*
001590 FD  REGISTRATION-FILE
001600     LABEL RECORDS ARE STANDARD.
001610     COPY "REGREC.CPY".
001620*
001630 FD  LEAGUE-SEASON-FILE
001640     LABEL RECORDS ARE STANDARD.
001650     COPY "LEAGREC.CPY".
001660*
001670 FD  REPORT-REPOSITORY
001680     LABEL RECORDS ARE STANDARD.
001690     COPY "REPTREC.CPY".
001700*
001710 FD  RUN-CONTROL-FILE
001720     LABEL RECORDS ARE STANDARD.
001730     COPY "RUNCREC.CPY".
001740*
001750 FD  TOURNAMENT-FILE
001760     LABEL RECORDS ARE STANDARD.
001770     COPY "TRNYREC.CPY".
001780*
001790 FD  BKUP-PLAY-FILE
001800     LABEL RECORDS ARE STANDARD.
001810 01  BKUP-PLAY-LINE              PIC X(167).
001820*
001830 FD  BKUP-CRED-FILE
001840     LABEL RECORDS ARE STANDARD.
001850 01  BKUP-CRED-LINE              PIC X(167).
001860*
001870 FD  BKUP-DAYC-FILE
001880     LABEL RECORDS ARE STANDARD.
001890 01  BKUP-DAYC-LINE              PIC X(167).
001900*
001910 FD  BKUP-RATE-FILE
001920     LABEL RECORDS ARE STANDARD.
001930 01  BKUP-RATE-LINE              PIC X(167).
001940*
001950 FD  BKUP-REST-FILE
001960     LABEL RECORDS ARE STANDARD.
001970 01  BKUP-REST-LINE              PIC X(167).
001980*
001990 FD  BKUP-REGS-FILE
002000     LABEL RECORDS ARE STANDARD.
002010 01  BKUP-REGS-LINE              PIC X(167).
002020*
002030 FD  BKUP-LEAG-FILE
002040     LABEL RECORDS ARE STANDARD.
002050 01  BKUP-LEAG-LINE              PIC X(167).
002060*
002070 FD  BKUP-REPT-FILE
002080     LABEL RECORDS ARE STANDARD.
002090 01  BKUP-REPT-LINE              PIC X(167).
002100*
002110 FD  BKUP-RUNC-FILE
002120     LABEL RECORDS ARE STANDARD.
002130 01  BKUP-RUNC-LINE              PIC X(167).
002140*
002150 FD  BKUP-TRNY-FILE
002160     LABEL RECORDS ARE STANDARD.
002170 01  BKUP-TRNY-LINE              PIC X(167).
002180*
002190 FD  BACKUP-CATALOG-FILE
002200     LABEL RECORDS ARE STANDARD.
002210     COPY "BKCTREC.CPY".
002220*
002230 WORKING-STORAGE SECTION.
002240*
002250 77  FILES-BACKED-UP             PIC 9(02)  VALUE 0.
002260 77  FILES-FAILED                PIC 9(02)  VALUE 0.
002270*
002280*    THE BACKUP RECORD IS BUILT HERE AND WRITTEN THROUGH
002290*    WHICHEVER BACKUP FILE IS BEING LOADED.
002300     COPY "BKUPREC.CPY".
002310*
002320*    CONTROL TOTALS FOR THE FILE BEING BACKED UP.  THE
002330*    HASH PARAGRAPHS (7100-7150, 7500-7590) ARE REPEATED
002340*    WORD FOR WORD IN GUESS-RSTR, WHICH MUST ARRIVE AT
002350*    THE SAME TOTALS; CHANGE BOTH PROGRAMS TOGETHER.
002360 01  BACKUP-FILE-NAME            PIC X(08).
002370 01  BACKUP-COUNT                PIC 9(07)  VALUE 0.
002380 01  BACKUP-KEY-HASH             PIC 9(15)  VALUE 0.
002390 01  BACKUP-NUMERIC-HASH         PIC 9(15)  VALUE 0.
002400*
002410*    KEY HASH: EACH CHARACTER OF THE KEY IS VALUED BY ITS
002420*    PLACE IN HASH-ALPHABET (99 IF NOT THERE) TIMES ITS
002430*    POSITION IN THE KEY, SO TRANSPOSED CHARACTERS AND
002440*    SWAPPED KEYS BOTH CHANGE THE TOTAL.  THE SLOT AFTER
002450*    THE ALPHABET IS THE SEARCH SENTINEL.
002460 77  HASH-ALPHABET-SIZE          PIC 9(02)  COMP  VALUE 66.
002470 77  HASH-ALPHA-SUB              PIC 9(02)  COMP  VALUE 0.
002480 77  HASH-KEY-SUB                PIC 9(02)  COMP  VALUE 0.
002490 77  HASH-CHAR-VALUE             PIC 9(02)  VALUE 0.
002500 01  HASH-ALPHABET-VALUES.
002510     05  FILLER                  PIC X(33)
002520         VALUE " 0123456789ABCDEFGHIJKLMNOPQRSTUV".
002530     05  FILLER                  PIC X(33)
002540         VALUE "WXYZabcdefghijklmnopqrstuvwxyz-_.".
002550     05  FILLER                  PIC X(01)  VALUE SPACE.
002560 01  HASH-ALPHABET-TABLE REDEFINES HASH-ALPHABET-VALUES.
002570     05  HASH-ALPHA-CHAR         PIC X(01)  OCCURS 67 TIMES.
002580 01  HASH-KEY.
002590     05  HASH-KEY-CHAR           PIC X(01)  OCCURS 10 TIMES.
002600*    A KEY LONGER THAN TEN CHARACTERS IS HASHED TEN AT A
002610*    TIME THROUGH HASH-LONG-KEY.
002620 01  HASH-LONG-KEY.
002630     05  HASH-LONG-KEY-FIRST     PIC X(10).
002640     05  HASH-LONG-KEY-SECOND    PIC X(10).
002650 01  HASH-DATE                   PIC X(08).
002660 01  HASH-DATE-NUM REDEFINES HASH-DATE
002670                                 PIC 9(08).
002680*
002690 01  RUN-DATE                    PIC X(08).
002700 01  RUN-TIME                    PIC X(08).
002710*
002720 01  BACKUP-RESULT-SWITCH        PIC X(01)  VALUE 'G'.
002730     88  BACKUP-IS-GOOD          VALUE 'G'.
002740     88  BACKUP-HAS-FAILED       VALUE 'F'.
002750 01  LIVE-EOF-SWITCH             PIC X(01)  VALUE 'N'.
002760     88  LIVE-AT-END             VALUE 'Y'.
002770*
002780 01  PLAYER-MASTER-STATUS        PIC X(02).
002790     88  PLAYER-MASTER-OK        VALUE '00'.
002800     88  PLAYER-MASTER-NOT-FOUND VALUE '35'.
002810 01  CREDIT-FILE-STATUS          PIC X(02).
002820     88  CREDIT-FILE-OK          VALUE '00'.
002830     88  CREDIT-FILE-NOT-FOUND   VALUE '35'.
002840 01  DAY-CONTROL-STATUS          PIC X(02).
002850     88  DAY-CONTROL-OK          VALUE '00'.
002860     88  DAY-CONTROL-NOT-FOUND   VALUE '35'.
002870 01  RATING-FILE-STATUS          PIC X(02).
002880     88  RATING-FILE-OK          VALUE '00'.
002890     88  RATING-FILE-NOT-FOUND   VALUE '35'.
002900 01  RESTART-FILE-STATUS         PIC X(02).
002910     88  RESTART-FILE-OK         VALUE '00'.
002920     88  RESTART-FILE-NOT-FOUND  VALUE '35'.
002930 01  REGISTRATION-STATUS         PIC X(02).
002940     88  REGISTRATION-OK         VALUE '00'.
002950     88  REGISTRATION-NOT-FOUND  VALUE '35'.
002960 01  LEAGUE-SEASON-STATUS        PIC X(02).
002970     88  LEAGUE-SEASON-OK        VALUE '00'.
002980     88  LEAGUE-SEASON-NOT-FOUND VALUE '35'.
002990 01  REPOSITORY-STATUS           PIC X(02).
003000     88  REPOSITORY-OK           VALUE '00'.
003010     88  REPOSITORY-NOT-FOUND    VALUE '35'.
003020 01  RUN-CONTROL-STATUS          PIC X(02).
003030     88  RUN-CONTROL-OK          VALUE '00'.
003040     88  RUN-CONTROL-NOT-FOUND   VALUE '35'.
003050 01  TOURNAMENT-STATUS           PIC X(02).
003060     88  TOURNAMENT-OK           VALUE '00'.
003070     88  TOURNAMENT-NOT-FOUND    VALUE '35'.
003080 01  BKUP-PLAY-STATUS            PIC X(02).
003090     88  BKUP-PLAY-OK            VALUE '00'.
003100 01  BKUP-CRED-STATUS            PIC X(02).
003110     88  BKUP-CRED-OK            VALUE '00'.
003120 01  BKUP-DAYC-STATUS            PIC X(02).
003130     88  BKUP-DAYC-OK            VALUE '00'.
003140 01  BKUP-RATE-STATUS            PIC X(02).
003150     88  BKUP-RATE-OK            VALUE '00'.
003160 01  BKUP-REST-STATUS            PIC X(02).
003170     88  BKUP-REST-OK            VALUE '00'.
003180 01  BKUP-REGS-STATUS            PIC X(02).
003190     88  BKUP-REGS-OK            VALUE '00'.
003200 01  BKUP-LEAG-STATUS            PIC X(02).
003210     88  BKUP-LEAG-OK            VALUE '00'.
003220 01  BKUP-REPT-STATUS            PIC X(02).
003230     88  BKUP-REPT-OK            VALUE '00'.
003240 01  BKUP-RUNC-STATUS            PIC X(02).
003250     88  BKUP-RUNC-OK            VALUE '00'.
003260 01  BKUP-TRNY-STATUS            PIC X(02).
003270     88  BKUP-TRNY-OK            VALUE '00'.
003280 01  BACKUP-CATALOG-STATUS       PIC X(02).
003290     88  BACKUP-CATALOG-OK       VALUE '00'.
003300     88  BACKUP-CATALOG-NOT-FOUND VALUE '35'.
003310*
003320 01  BACKUP-REPORT-LINE.
003330     05  BRL-FILE-NAME           PIC X(08).
003340     05  FILLER                  PIC X(02)  VALUE SPACES.
003350     05  BRL-COUNT               PIC Z(06)9.
003360     05  FILLER                  PIC X(02)  VALUE SPACES.
003370     05  BRL-KEY-HASH            PIC Z(14)9.
003380     05  FILLER                  PIC X(02)  VALUE SPACES.
003390     05  BRL-NUMERIC-HASH        PIC Z(14)9.
003400     05  FILLER                  PIC X(02)  VALUE SPACES.
003410     05  BRL-RESULT              PIC X(06).
003420*
003430 01  COUNT-EDIT                  PIC Z(06)9.
003440*
003450 PROCEDURE DIVISION.
003460*
003470******************************************************
003480*  0000-MAINLINE                                      *
003490******************************************************
003500 0000-MAINLINE.
003510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003520     PERFORM 2000-BACKUP-PLAYER-MASTER THRU 2000-EXIT.
003530     PERFORM 2200-BACKUP-CREDIT-FILE THRU 2200-EXIT.
003540     PERFORM 2400-BACKUP-DAY-CONTROL THRU 2400-EXIT.
003550     PERFORM 2600-BACKUP-RATING-FILE THRU 2600-EXIT.
003560     PERFORM 2800-BACKUP-RESTART-FILE THRU 2800-EXIT.
003570     PERFORM 3000-BACKUP-REGISTRATION THRU 3000-EXIT.
003580     PERFORM 3200-BACKUP-LEAGUE-SEASON THRU 3200-EXIT.
003590     PERFORM 3400-BACKUP-REPORT-REPOSITORY THRU 3400-EXIT.
003600     PERFORM 3600-BACKUP-RUN-CONTROL THRU 3600-EXIT.
003610     PERFORM 3800-BACKUP-TOURNAMENT THRU 3800-EXIT.
003620     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
003630     GO TO 9999-EXIT.
003640*
003650******************************************************
003660*  1000-INITIALIZE                                    *
003670******************************************************
003680 1000-INITIALIZE.
003690     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
003700     ACCEPT RUN-TIME FROM TIME.
003710     DISPLAY "        GUESS-MY-NUMBER NIGHTLY FILE BACKUP".
003720     DISPLAY "Run date: " RUN-DATE "  time: " RUN-TIME.
003730     DISPLAY "FILE        RECORDS         KEY HASH"
003740         "     NUMERIC HASH  RESULT".
003750     DISPLAY "--------  -------  ---------------"
003760         "  ---------------  ------".
003770 1000-EXIT.
003780     EXIT.
003790*
003800******************************************************
003810*  2000-BACKUP-PLAYER-MASTER                          *
003820*  THE TEN BACKUP PARAGRAPHS BELOW ALL FOLLOW ONE     *
003830*  PATTERN: OPEN THE BACKUP, WRITE THE HEADER, COPY   *
003840*  THE LIVE FILE IN KEY ORDER, AND WRITE THE TRAILER  *
003850*  ONLY IF EVERY RECORD GOT ACROSS.                   *
003860******************************************************
003870 2000-BACKUP-PLAYER-MASTER.
003880     MOVE "PLAYMSTR" TO BACKUP-FILE-NAME.
003890     PERFORM 7000-START-BACKUP THRU 7000-EXIT.
003900     OPEN OUTPUT BKUP-PLAY-FILE.
003910     IF NOT BKUP-PLAY-OK
003920         DISPLAY "BKPPLAY cannot be opened, status "
003930             BKUP-PLAY-STATUS
003940         SET BACKUP-HAS-FAILED TO TRUE
003950         PERFORM 7300-POST-CATALOG THRU 7300-EXIT
003960         GO TO 2000-EXIT
003970     END-IF.
003980     WRITE BKUP-PLAY-LINE FROM BACKUP-RECORD.
003981     IF NOT BKUP-PLAY-OK
003982         DISPLAY "BKPPLAY write failed, status "
003983             BKUP-PLAY-STATUS
003984         SET BACKUP-HAS-FAILED TO TRUE
003985         CLOSE BKUP-PLAY-FILE
003986         PERFORM 7300-POST-CATALOG THRU 7300-EXIT
003987         GO TO 2000-EXIT
003988     END-IF.
003990     OPEN INPUT PLAYER-MASTER-FILE.
004000     IF PLAYER-MASTER-OK
004010         PERFORM 2010-UNLOAD-ONE-PLAYER THRU 2010-EXIT
004020             UNTIL LIVE-AT-END
004030         CLOSE PLAYER-MASTER-FILE
004040     ELSE
004050         IF NOT PLAYER-MASTER-NOT-FOUND
004060             DISPLAY "PLAYMSTR cannot be opened, status "
004070                 PLAYER-MASTER-STATUS
004080             SET BACKUP-HAS-FAILED TO TRUE
004090         END-IF
004100     END-IF.
004110     IF BACKUP-IS-GOOD
004120         PERFORM 7200-BUILD-TRAILER THRU 7200-EXIT
004130         WRITE BKUP-PLAY-LINE FROM BACKUP-RECORD
004140         IF NOT BKUP-PLAY-OK
004150             SET BACKUP-HAS-FAILED TO TRUE
004160         END-IF
004170     END-IF.
004180     CLOSE BKUP-PLAY-FILE.
004190     PERFORM 7300-POST-CATALOG THRU 7300-EXIT.
004200 2000-EXIT.
004210     EXIT.
004220*
004230 2010-UNLOAD-ONE-PLAYER.
004240     READ PLAYER-MASTER-FILE NEXT RECORD
004250         AT END
004260         SET LIVE-AT-END TO TRUE
004270         GO TO 2010-EXIT
004280     END-READ.
004290     IF NOT PLAYER-MASTER-OK
004300         DISPLAY "PLAYMSTR read failed, status "
004310             PLAYER-MASTER-STATUS
004320         SET BACKUP-HAS-FAILED TO TRUE
004330         SET LIVE-AT-END TO TRUE
004340         GO TO 2010-EXIT
004350     END-IF.
004360     MOVE 'D' TO BK-RECORD-TYPE.
004370     MOVE PLAYER-RECORD TO BK-BODY.
004380     WRITE BKUP-PLAY-LINE FROM BACKUP-RECORD.
004390     IF NOT BKUP-PLAY-OK
004400         DISPLAY "BKPPLAY write failed, status "
004410             BKUP-PLAY-STATUS
004420         SET BACKUP-HAS-FAILED TO TRUE
004430         SET LIVE-AT-END TO TRUE
004440         GO TO 2010-EXIT
004450     END-IF.
004460     ADD 1 TO BACKUP-COUNT.
004470     PERFORM 7500-HASH-PLAYER-RECORD THRU 7500-EXIT.
004480 2010-EXIT.
004490     EXIT.
004500*
004510******************************************************
004520*  2200-BACKUP-CREDIT-FILE                            *
004530******************************************************
004540 2200-BACKUP-CREDIT-FILE.
004550     MOVE "CREDFILE" TO BACKUP-FILE-NAME.
004560     PERFORM 7000-START-BACKUP THRU 7000-EXIT.
004570     OPEN OUTPUT BKUP-CRED-FILE.
004580     IF NOT BKUP-CRED-OK
004590         DISPLAY "BKPCRED cannot be opened, status "
004600             BKUP-CRED-STATUS
004610         SET BACKUP-HAS-FAILED TO TRUE
004620         PERFORM 7300-POST-CATALOG THRU 7300-EXIT
004630         GO TO 2200-EXIT
004640     END-IF.
004650     WRITE BKUP-CRED-LINE FROM BACKUP-RECORD.
004651     IF NOT BKUP-CRED-OK
004652         DISPLAY "BKPCRED write failed, status "
004653             BKUP-CRED-STATUS
004654         SET BACKUP-HAS-FAILED TO TRUE
004655         CLOSE BKUP-CRED-FILE
004656         PERFORM 7300-POST-CATALOG THRU 7300-EXIT
004657         GO TO 2200-EXIT
004658     END-IF.
004660     OPEN INPUT CREDIT-FILE.
004670     IF CREDIT-FILE-OK
004680         PERFORM 2210-UNLOAD-ONE-CREDIT THRU 2210-EXIT
004690             UNTIL LIVE-AT-END
004700         CLOSE CREDIT-FILE
004710     ELSE
004720         IF NOT CREDIT-FILE-NOT-FOUND
004730             DISPLAY "CREDFILE cannot be opened, status "
004740                 CREDIT-FILE-STATUS
004750             SET BACKUP-HAS-FAILED TO TRUE
004760         END-IF
004770     END-IF.
004780     IF BACKUP-IS-GOOD
004790         PERFORM 7200-BUILD-TRAILER THRU 7200-EXIT
004800         WRITE BKUP-CRED-LINE FROM BACKUP-RECORD
004810         IF NOT BKUP-CRED-OK
004820             SET BACKUP-HAS-FAILED TO TRUE
004830         END-IF
004840     END-IF.
004850     CLOSE BKUP-CRED-FILE.
004860     PERFORM 7300-POST-CATALOG THRU 7300-EXIT.
004870 2200-EXIT.
004880     EXIT.
004890*
004900 2210-UNLOAD-ONE-CREDIT.
004910     READ CREDIT-FILE NEXT RECORD
004920         AT END
004930         SET LIVE-AT-END TO TRUE
004940         GO TO 2210-EXIT
004950     END-READ.
004960     IF NOT CREDIT-FILE-OK
004970         DISPLAY "CREDFILE read failed, status "
004980             CREDIT-FILE-STATUS
004990         SET BACKUP-HAS-FAILED TO TRUE
005000         SET LIVE-AT-END TO TRUE
005010         GO TO 2210-EXIT
005020     END-IF.
005030     MOVE 'D' TO BK-RECORD-TYPE.
005040     MOVE CREDIT-RECORD TO BK-BODY.
005050     WRITE BKUP-CRED-LINE FROM BACKUP-RECORD.
005060     IF NOT BKUP-CRED-OK
005070         DISPLAY "BKPCRED write failed, status "
005080             BKUP-CRED-STATUS
005090         SET BACKUP-HAS-FAILED TO TRUE
005100         SET LIVE-AT-END TO TRUE
005110         GO TO 2210-EXIT
005120     END-IF.
005130     ADD 1 TO BACKUP-COUNT.
005140     PERFORM 7510-HASH-CREDIT-RECORD THRU 7510-EXIT.
005150 2210-EXIT.
005160     EXIT.
005170*
005180******************************************************
005190*  2400-BACKUP-DAY-CONTROL                            *
005200******************************************************
005210 2400-BACKUP-DAY-CONTROL.
005220     MOVE "DAYCTRL" TO BACKUP-FILE-NAME.
005230     PERFORM 7000-START-BACKUP THRU 7000-EXIT.
005240     OPEN OUTPUT BKUP-DAYC-FILE.
005250     IF NOT BKUP-DAYC-OK
005260         DISPLAY "BKPDAYC cannot be opened, status "
005270             BKUP-DAYC-STATUS
005280         SET BACKUP-HAS-FAILED TO TRUE
005290         PERFORM 7300-POST-CATALOG THRU 7300-EXIT
005300         GO TO 2400-EXIT
005310     END-IF.
005320     WRITE BKUP-DAYC-LINE FROM BACKUP-RECORD.
005321     IF NOT BKUP-DAYC-OK
005322         DISPLAY "BKPDAYC write failed, status "
005323             BKUP-DAYC-STATUS
005324         SET BACKUP-HAS-FAILED TO TRUE
005325         CLOSE BKUP-DAYC-FILE
005326         PERFORM 7300-POST-CATALOG THRU 7300-EXIT
005327         GO TO 2400-EXIT
005328     END-IF.
005330     OPEN INPUT DAY-CONTROL-FILE.
005340     IF DAY-CONTROL-OK
005350         PERFORM 2410-UNLOAD-ONE-DAY THRU 2410-EXIT
005360             UNTIL LIVE-AT-END
005370         CLOSE DAY-CONTROL-FILE
005380     ELSE
005390         IF NOT DAY-CONTROL-NOT-FOUND
005400             DISPLAY "DAYCTRL cannot be opened, status "
005410                 DAY-CONTROL-STATUS
005420             SET BACKUP-HAS-FAILED TO TRUE
005430         END-IF
005440     END-IF.
005450     IF BACKUP-IS-GOOD
005460         PERFORM 7200-BUILD-TRAILER THRU 7200-EXIT
005470         WRITE BKUP-DAYC-LINE FROM BACKUP-RECORD
005480         IF NOT BKUP-DAYC-OK
005490             SET BACKUP-HAS-FAILED TO TRUE
005500         END-IF
005510     END-IF.
005520     CLOSE BKUP-DAYC-FILE.
005530     PERFORM 7300-POST-CATALOG THRU 7300-EXIT.
005540 2400-EXIT.
005550     EXIT.
005560*
005570 2410-UNLOAD-ONE-DAY.
005580     READ DAY-CONTROL-FILE NEXT RECORD
005590         AT END
005600         SET LIVE-AT-END TO TRUE
005610         GO TO 2410-EXIT
005620     END-READ.
005630     IF NOT DAY-CONTROL-OK
005640         DISPLAY "DAYCTRL read failed, status "
005650             DAY-CONTROL-STATUS
005660         SET BACKUP-HAS-FAILED TO TRUE
005670         SET LIVE-AT-END TO TRUE
005680         GO TO 2410-EXIT
005690     END-IF.
005700     MOVE 'D' TO BK-RECORD-TYPE.
005710     MOVE DAY-CONTROL-RECORD TO BK-BODY.
005720     WRITE BKUP-DAYC-LINE FROM BACKUP-RECORD.
005730     IF NOT BKUP-DAYC-OK
005740         DISPLAY "BKPDAYC write failed, status "
005750             BKUP-DAYC-STATUS
005760         SET BACKUP-HAS-FAILED TO TRUE
005770         SET LIVE-AT-END TO TRUE
005780         GO TO 2410-EXIT
005790     END-IF.
005800     ADD 1 TO BACKUP-COUNT.
005810     PERFORM 7520-HASH-DAY-RECORD THRU 7520-EXIT.
005820 2410-EXIT.
005830     EXIT.
005840*
005850******************************************************
005860*  2600-BACKUP-RATING-FILE                            *
005870******************************************************
005880 2600-BACKUP-RATING-FILE.
005890     MOVE "RATEFILE" TO BACKUP-FILE-NAME.
005900     PERFORM 7000-START-BACKUP THRU 7000-EXIT.
005910     OPEN OUTPUT BKUP-RATE-FILE.
005920     IF NOT BKUP-RATE-OK
005930         DISPLAY "BKPRATE cannot be opened, status "
005940             BKUP-RATE-STATUS
005950         SET BACKUP-HAS-FAILED TO TRUE
005960         PERFORM 7300-POST-CATALOG THRU 7300-EXIT
005970         GO TO 2600-EXIT
005980     END-IF.
005990     WRITE BKUP-RATE-LINE FROM BACKUP-RECORD.
005991     IF NOT BKUP-RATE-OK
005992         DISPLAY "BKPRATE write failed, status "
005993             BKUP-RATE-STATUS
005994         SET BACKUP-HAS-FAILED TO TRUE
005995         CLOSE BKUP-RATE-FILE
005996         PERFORM 7300-POST-CATALOG THRU 7300-EXIT
005997         GO TO 2600-EXIT
005998     END-IF.
006000     OPEN INPUT RATING-FILE.
006010     IF RATING-FILE-OK
006020         PERFORM 2610-UNLOAD-ONE-RATING THRU 2610-EXIT
006030             UNTIL LIVE-AT-END
006040         CLOSE RATING-FILE
006050     ELSE
006060         IF NOT RATING-FILE-NOT-FOUND
006070             DISPLAY "RATEFILE cannot be opened, status "
006080                 RATING-FILE-STATUS
006090             SET BACKUP-HAS-FAILED TO TRUE
006100         END-IF
006110     END-IF.
006120     IF BACKUP-IS-GOOD
006130         PERFORM 7200-BUILD-TRAILER THRU 7200-EXIT
006140         WRITE BKUP-RATE-LINE FROM BACKUP-RECORD
006150         IF NOT BKUP-RATE-OK
006160             SET BACKUP-HAS-FAILED TO TRUE
006170         END-IF
006180     END-IF.
006190     CLOSE BKUP-RATE-FILE.
006200     PERFORM 7300-POST-CATALOG THRU 7300-EXIT.
006210 2600-EXIT.
006220     EXIT.
006230*
006240 2610-UNLOAD-ONE-RATING.
006250     READ RATING-FILE NEXT RECORD
006260         AT END
006270         SET LIVE-AT-END TO TRUE
006280         GO TO 2610-EXIT
006290     END-READ.
006300     IF NOT RATING-FILE-OK
006310         DISPLAY "RATEFILE read failed, status "
006320             RATING-FILE-STATUS
006330         SET BACKUP-HAS-FAILED TO TRUE
006340         SET LIVE-AT-END TO TRUE
006350         GO TO 2610-EXIT
006360     END-IF.
006370     MOVE 'D' TO BK-RECORD-TYPE.
006380     MOVE RATING-RECORD TO BK-BODY.
006390     WRITE BKUP-RATE-LINE FROM BACKUP-RECORD.
006400     IF NOT BKUP-RATE-OK
006410         DISPLAY "BKPRATE write failed, status "
006420             BKUP-RATE-STATUS
006430         SET BACKUP-HAS-FAILED TO TRUE
006440         SET LIVE-AT-END TO TRUE
006450         GO TO 2610-EXIT
006460     END-IF.
006470     ADD 1 TO BACKUP-COUNT.
006480     PERFORM 7530-HASH-RATING-RECORD THRU 7530-EXIT.
006490 2610-EXIT.
006500     EXIT.
006510*
006520******************************************************
006530*  2800-BACKUP-RESTART-FILE                           *
006540******************************************************
006550 2800-BACKUP-RESTART-FILE.
006560     MOVE "RESTART" TO BACKUP-FILE-NAME.
006570     PERFORM 7000-START-BACKUP THRU 7000-EXIT.
006580     OPEN OUTPUT BKUP-REST-FILE.
006590     IF NOT BKUP-REST-OK
006600         DISPLAY "BKPREST cannot be opened, status "
006610             BKUP-REST-STATUS
006620         SET BACKUP-HAS-FAILED TO TRUE
006630         PERFORM 7300-POST-CATALOG THRU 7300-EXIT
006640         GO TO 2800-EXIT
006650     END-IF.
006660     WRITE BKUP-REST-LINE FROM BACKUP-RECORD.
006661     IF NOT BKUP-REST-OK
006662         DISPLAY "BKPREST write failed, status "
006663             BKUP-REST-STATUS
006664         SET BACKUP-HAS-FAILED TO TRUE
006665         CLOSE BKUP-REST-FILE
006666         PERFORM 7300-POST-CATALOG THRU 7300-EXIT
006667         GO TO 2800-EXIT
006668     END-IF.
006670     OPEN INPUT RESTART-FILE.
006680     IF RESTART-FILE-OK
006690         PERFORM 2810-UNLOAD-ONE-CHECKPOINT THRU 2810-EXIT
006700             UNTIL LIVE-AT-END
006710         CLOSE RESTART-FILE
006720     ELSE
006730         IF NOT RESTART-FILE-NOT-FOUND
006740             DISPLAY "RESTART cannot be opened, status "
006750                 RESTART-FILE-STATUS
006760             SET BACKUP-HAS-FAILED TO TRUE
006770         END-IF
006780     END-IF.
006790     IF BACKUP-IS-GOOD
006800         PERFORM 7200-BUILD-TRAILER THRU 7200-EXIT
006810         WRITE BKUP-REST-LINE FROM BACKUP-RECORD
006820         IF NOT BKUP-REST-OK
006830             SET BACKUP-HAS-FAILED TO TRUE
006840         END-IF
006850     END-IF.
006860     CLOSE BKUP-REST-FILE.
006870     PERFORM 7300-POST-CATALOG THRU 7300-EXIT.
006880 2800-EXIT.
006890     EXIT.
006900*
006910 2810-UNLOAD-ONE-CHECKPOINT.
006920     READ RESTART-FILE NEXT RECORD
006930         AT END
006940         SET LIVE-AT-END TO TRUE
006950         GO TO 2810-EXIT
006960     END-READ.
006970     IF NOT RESTART-FILE-OK
006980         DISPLAY "RESTART read failed, status "
006990             RESTART-FILE-STATUS
007000         SET BACKUP-HAS-FAILED TO TRUE
007010         SET LIVE-AT-END TO TRUE
007020         GO TO 2810-EXIT
007030     END-IF.
007040     MOVE 'D' TO BK-RECORD-TYPE.
007050     MOVE RESTART-RECORD TO BK-BODY.
007060     WRITE BKUP-REST-LINE FROM BACKUP-RECORD.
007070     IF NOT BKUP-REST-OK
007080         DISPLAY "BKPREST write failed, status "
007090             BKUP-REST-STATUS
007100         SET BACKUP-HAS-FAILED TO TRUE
007110         SET LIVE-AT-END TO TRUE
007120         GO TO 2810-EXIT
007130     END-IF.
007140     ADD 1 TO BACKUP-COUNT.
007150     PERFORM 7540-HASH-RESTART-RECORD THRU 7540-EXIT.
007160 2810-EXIT.
007170     EXIT.
007180*
007190******************************************************
007200*  3000-BACKUP-REGISTRATION                           *
007210******************************************************
007220 3000-BACKUP-REGISTRATION.
007230     MOVE "PLAYREG" TO BACKUP-FILE-NAME.
007240     PERFORM 7000-START-BACKUP THRU 7000-EXIT.
007250     OPEN OUTPUT BKUP-REGS-FILE.
007260     IF NOT BKUP-REGS-OK
007270         DISPLAY "BKPREGS cannot be opened, status "
007280             BKUP-REGS-STATUS
007290         SET BACKUP-HAS-FAILED TO TRUE
007300         PERFORM 7300-POST-CATALOG THRU 7300-EXIT
007310         GO TO 3000-EXIT
007320     END-IF.
007330     WRITE BKUP-REGS-LINE FROM BACKUP-RECORD.
007331     IF NOT BKUP-REGS-OK
007332         DISPLAY "BKPREGS write failed, status "
007333             BKUP-REGS-STATUS
007334         SET BACKUP-HAS-FAILED TO TRUE
007335         CLOSE BKUP-REGS-FILE
007336         PERFORM 7300-POST-CATALOG THRU 7300-EXIT
007337         GO TO 3000-EXIT
007338     END-IF.
007340     OPEN INPUT REGISTRATION-FILE.
007350     IF REGISTRATION-OK
007360         PERFORM 3010-UNLOAD-ONE-REGISTRATION THRU 3010-EXIT
007370             UNTIL LIVE-AT-END
007380         CLOSE REGISTRATION-FILE
007390     ELSE
007400         IF NOT REGISTRATION-NOT-FOUND
007410             DISPLAY "PLAYREG cannot be opened, status "
007420                 REGISTRATION-STATUS
007430             SET BACKUP-HAS-FAILED TO TRUE
007440         END-IF
007450     END-IF.
007460     IF BACKUP-IS-GOOD
007470         PERFORM 7200-BUILD-TRAILER THRU 7200-EXIT
007480         WRITE BKUP-REGS-LINE FROM BACKUP-RECORD
007490         IF NOT BKUP-REGS-OK
007500             SET BACKUP-HAS-FAILED TO TRUE
007510         END-IF
007520     END-IF.
007530     CLOSE BKUP-REGS-FILE.
007540     PERFORM 7300-POST-CATALOG THRU 7300-EXIT.
007550 3000-EXIT.
007560     EXIT.
007570*
007580 3010-UNLOAD-ONE-REGISTRATION.
007590     READ REGISTRATION-FILE NEXT RECORD
007600         AT END
007610         SET LIVE-AT-END TO TRUE
007620         GO TO 3010-EXIT
007630     END-READ.
007640     IF NOT REGISTRATION-OK
007650         DISPLAY "PLAYREG read failed, status "
007660             REGISTRATION-STATUS
007670         SET BACKUP-HAS-FAILED TO TRUE
007680         SET LIVE-AT-END TO TRUE
007690         GO TO 3010-EXIT
007700     END-IF.
007710     MOVE 'D' TO BK-RECORD-TYPE.
007720     MOVE REGISTRATION-RECORD TO BK-BODY.
007730     WRITE BKUP-REGS-LINE FROM BACKUP-RECORD.
007740     IF NOT BKUP-REGS-OK
007750         DISPLAY "BKPREGS write failed, status "
007760             BKUP-REGS-STATUS
007770         SET BACKUP-HAS-FAILED TO TRUE
007780         SET LIVE-AT-END TO TRUE
007790         GO TO 3010-EXIT
007800     END-IF.
007810     ADD 1 TO BACKUP-COUNT.
007820     PERFORM 7550-HASH-REGISTRATION-RECORD THRU 7550-EXIT.
007830 3010-EXIT.
007840     EXIT.
007850*
007860******************************************************
007870*  3200-BACKUP-LEAGUE-SEASON                          *
007880*  THE LEAGUE SEASON IS A SEQUENTIAL FILE IN TEAM     *
007890*  ORDER AS GUESS-LEAG WRITES IT.                     *
007900******************************************************
007910 3200-BACKUP-LEAGUE-SEASON.
007920     MOVE "LEAGSEAS" TO BACKUP-FILE-NAME.
007930     PERFORM 7000-START-BACKUP THRU 7000-EXIT.
007940     OPEN OUTPUT BKUP-LEAG-FILE.
007950     IF NOT BKUP-LEAG-OK
007960         DISPLAY "BKPLEAG cannot be opened, status "
007970             BKUP-LEAG-STATUS
007980         SET BACKUP-HAS-FAILED TO TRUE
007990         PERFORM 7300-POST-CATALOG THRU 7300-EXIT
008000         GO TO 3200-EXIT
008010     END-IF.
008020     WRITE BKUP-LEAG-LINE FROM BACKUP-RECORD.
008021     IF NOT BKUP-LEAG-OK
008022         DISPLAY "BKPLEAG write failed, status "
008023             BKUP-LEAG-STATUS
008024         SET BACKUP-HAS-FAILED TO TRUE
008025         CLOSE BKUP-LEAG-FILE
008026         PERFORM 7300-POST-CATALOG THRU 7300-EXIT
008027         GO TO 3200-EXIT
008028     END-IF.
008030     OPEN INPUT LEAGUE-SEASON-FILE.
008040     IF LEAGUE-SEASON-OK
008050         PERFORM 3210-UNLOAD-ONE-TEAM THRU 3210-EXIT
008060             UNTIL LIVE-AT-END
008070         CLOSE LEAGUE-SEASON-FILE
008080     ELSE
008090         IF NOT LEAGUE-SEASON-NOT-FOUND
008100             DISPLAY "LEAGSEAS cannot be opened, status "
008110                 LEAGUE-SEASON-STATUS
008120             SET BACKUP-HAS-FAILED TO TRUE
008130         END-IF
008140     END-IF.
008150     IF BACKUP-IS-GOOD
008160         PERFORM 7200-BUILD-TRAILER THRU 7200-EXIT
008170         WRITE BKUP-LEAG-LINE FROM BACKUP-RECORD
008180         IF NOT BKUP-LEAG-OK
008190             SET BACKUP-HAS-FAILED TO TRUE
008200         END-IF
008210     END-IF.
008220     CLOSE BKUP-LEAG-FILE.
008230     PERFORM 7300-POST-CATALOG THRU 7300-EXIT.
008240 3200-EXIT.
008250     EXIT.
008260*
008270 3210-UNLOAD-ONE-TEAM.
008280     READ LEAGUE-SEASON-FILE
008290         AT END
008300         SET LIVE-AT-END TO TRUE
008310         GO TO 3210-EXIT
008320     END-READ.
008330     IF NOT LEAGUE-SEASON-OK
008340         DISPLAY "LEAGSEAS read failed, status "
008350             LEAGUE-SEASON-STATUS
008360         SET BACKUP-HAS-FAILED TO TRUE
008370         SET LIVE-AT-END TO TRUE
008380         GO TO 3210-EXIT
008390     END-IF.
008400     MOVE 'D' TO BK-RECORD-TYPE.
008410     MOVE LEAGUE-SEASON-RECORD TO BK-BODY.
008420     WRITE BKUP-LEAG-LINE FROM BACKUP-RECORD.
008430     IF NOT BKUP-LEAG-OK
008440         DISPLAY "BKPLEAG write failed, status "
008450             BKUP-LEAG-STATUS
008460         SET BACKUP-HAS-FAILED TO TRUE
008470         SET LIVE-AT-END TO TRUE
008480         GO TO 3210-EXIT
008490     END-IF.
008500     ADD 1 TO BACKUP-COUNT.
008510     PERFORM 7560-HASH-LEAGUE-RECORD THRU 7560-EXIT.
008520 3210-EXIT.
008530     EXIT.
008540*
008550******************************************************
008560*  3400-BACKUP-REPORT-REPOSITORY                      *
008570******************************************************
008580 3400-BACKUP-REPORT-REPOSITORY.
008590     MOVE "REPTREPO" TO BACKUP-FILE-NAME.
008600     PERFORM 7000-START-BACKUP THRU 7000-EXIT.
008610     OPEN OUTPUT BKUP-REPT-FILE.
008620     IF NOT BKUP-REPT-OK
008630         DISPLAY "BKPREPT cannot be opened, status "
008640             BKUP-REPT-STATUS
008650         SET BACKUP-HAS-FAILED TO TRUE
008660         PERFORM 7300-POST-CATALOG THRU 7300-EXIT
008670         GO TO 3400-EXIT
008680     END-IF.
008690     WRITE BKUP-REPT-LINE FROM BACKUP-RECORD.
008691     IF NOT BKUP-REPT-OK
008692         DISPLAY "BKPREPT write failed, status "
008693             BKUP-REPT-STATUS
008694         SET BACKUP-HAS-FAILED TO TRUE
008695         CLOSE BKUP-REPT-FILE
008696         PERFORM 7300-POST-CATALOG THRU 7300-EXIT
008697         GO TO 3400-EXIT
008698     END-IF.
008700     OPEN INPUT REPORT-REPOSITORY.
008710     IF REPOSITORY-OK
008720         PERFORM 3410-UNLOAD-ONE-REPORT-LINE THRU 3410-EXIT
008730             UNTIL LIVE-AT-END
008740         CLOSE REPORT-REPOSITORY
008750     ELSE
008760         IF NOT REPOSITORY-NOT-FOUND
008770             DISPLAY "REPTREPO cannot be opened, status "
008780                 REPOSITORY-STATUS
008790             SET BACKUP-HAS-FAILED TO TRUE
008800         END-IF
008810     END-IF.
008820     IF BACKUP-IS-GOOD
008830         PERFORM 7200-BUILD-TRAILER THRU 7200-EXIT
008840         WRITE BKUP-REPT-LINE FROM BACKUP-RECORD
008850         IF NOT BKUP-REPT-OK
008860             SET BACKUP-HAS-FAILED TO TRUE
008870         END-IF
008880     END-IF.
008890     CLOSE BKUP-REPT-FILE.
008900     PERFORM 7300-POST-CATALOG THRU 7300-EXIT.
008910 3400-EXIT.
008920     EXIT.
008930*
008940 3410-UNLOAD-ONE-REPORT-LINE.
008950     READ REPORT-REPOSITORY NEXT RECORD
008960         AT END
008970         SET LIVE-AT-END TO TRUE
008980         GO TO 3410-EXIT
008990     END-READ.
009000     IF NOT REPOSITORY-OK
009010         DISPLAY "REPTREPO read failed, status "
009020             REPOSITORY-STATUS
009030         SET BACKUP-HAS-FAILED TO TRUE
009040         SET LIVE-AT-END TO TRUE
009050         GO TO 3410-EXIT
009060     END-IF.
009070     MOVE 'D' TO BK-RECORD-TYPE.
009080     MOVE REPORT-REPOSITORY-RECORD TO BK-BODY.
009090     WRITE BKUP-REPT-LINE FROM BACKUP-RECORD.
009100     IF NOT BKUP-REPT-OK
009110         DISPLAY "BKPREPT write failed, status "
009120             BKUP-REPT-STATUS
009130         SET BACKUP-HAS-FAILED TO TRUE
009140         SET LIVE-AT-END TO TRUE
009150         GO TO 3410-EXIT
009160     END-IF.
009170     ADD 1 TO BACKUP-COUNT.
009180     PERFORM 7570-HASH-REPORT-RECORD THRU 7570-EXIT.
009190 3410-EXIT.
009200     EXIT.
009210*
009220******************************************************
009230*  3600-BACKUP-RUN-CONTROL                            *
009240******************************************************
009250 3600-BACKUP-RUN-CONTROL.
009260     MOVE "RUNCTRL" TO BACKUP-FILE-NAME.
009270     PERFORM 7000-START-BACKUP THRU 7000-EXIT.
009280     OPEN OUTPUT BKUP-RUNC-FILE.
009290     IF NOT BKUP-RUNC-OK
009300         DISPLAY "BKPRUNC cannot be opened, status "
009310             BKUP-RUNC-STATUS
009320         SET BACKUP-HAS-FAILED TO TRUE
009330         PERFORM 7300-POST-CATALOG THRU 7300-EXIT
009340         GO TO 3600-EXIT
009350     END-IF.
009360     WRITE BKUP-RUNC-LINE FROM BACKUP-RECORD.
009361     IF NOT BKUP-RUNC-OK
009362         DISPLAY "BKPRUNC write failed, status "
009363             BKUP-RUNC-STATUS
009364         SET BACKUP-HAS-FAILED TO TRUE
009365         CLOSE BKUP-RUNC-FILE
009366         PERFORM 7300-POST-CATALOG THRU 7300-EXIT
009367         GO TO 3600-EXIT
009368     END-IF.
009370     OPEN INPUT RUN-CONTROL-FILE.
009380     IF RUN-CONTROL-OK
009390         PERFORM 3610-UNLOAD-ONE-RUN THRU 3610-EXIT
009400             UNTIL LIVE-AT-END
009410         CLOSE RUN-CONTROL-FILE
009420     ELSE
009430         IF NOT RUN-CONTROL-NOT-FOUND
009440             DISPLAY "RUNCTRL cannot be opened, status "
009450                 RUN-CONTROL-STATUS
009460             SET BACKUP-HAS-FAILED TO TRUE
009470         END-IF
009480     END-IF.
009490     IF BACKUP-IS-GOOD
009500         PERFORM 7200-BUILD-TRAILER THRU 7200-EXIT
009510         WRITE BKUP-RUNC-LINE FROM BACKUP-RECORD
009520         IF NOT BKUP-RUNC-OK
009530             SET BACKUP-HAS-FAILED TO TRUE
009540         END-IF
009550     END-IF.
009560     CLOSE BKUP-RUNC-FILE.
009570     PERFORM 7300-POST-CATALOG THRU 7300-EXIT.
009580 3600-EXIT.
009590     EXIT.
009600*
009610 3610-UNLOAD-ONE-RUN.
009620     READ RUN-CONTROL-FILE NEXT RECORD
009630         AT END
009640         SET LIVE-AT-END TO TRUE
009650         GO TO 3610-EXIT
009660     END-READ.
009670     IF NOT RUN-CONTROL-OK
009680         DISPLAY "RUNCTRL read failed, status "
009690             RUN-CONTROL-STATUS
009700         SET BACKUP-HAS-FAILED TO TRUE
009710         SET LIVE-AT-END TO TRUE
009720         GO TO 3610-EXIT
009730     END-IF.
009740     MOVE 'D' TO BK-RECORD-TYPE.
009750     MOVE RUN-CONTROL-RECORD TO BK-BODY.
009760     WRITE BKUP-RUNC-LINE FROM BACKUP-RECORD.
009770     IF NOT BKUP-RUNC-OK
009780         DISPLAY "BKPRUNC write failed, status "
009790             BKUP-RUNC-STATUS
009800         SET BACKUP-HAS-FAILED TO TRUE
009810         SET LIVE-AT-END TO TRUE
009820         GO TO 3610-EXIT
009830     END-IF.
009840     ADD 1 TO BACKUP-COUNT.
009850     PERFORM 7580-HASH-RUN-CONTROL-RECORD THRU 7580-EXIT.
009860 3610-EXIT.
009870     EXIT.
009880*
009890******************************************************
009900*  3800-BACKUP-TOURNAMENT                             *
009910*  THE BRACKET IS A SEQUENTIAL FILE, BACKED UP IN THE *
009920*  ORDER GUESS-TRNY WRITES IT.                        *
009930******************************************************
009940 3800-BACKUP-TOURNAMENT.
009950     MOVE "TRNYBRKT" TO BACKUP-FILE-NAME.
009960     PERFORM 7000-START-BACKUP THRU 7000-EXIT.
009970     OPEN OUTPUT BKUP-TRNY-FILE.
009980     IF NOT BKUP-TRNY-OK
009990         DISPLAY "BKPTRNY cannot be opened, status "
010000             BKUP-TRNY-STATUS
010010         SET BACKUP-HAS-FAILED TO TRUE
010020         PERFORM 7300-POST-CATALOG THRU 7300-EXIT
010030         GO TO 3800-EXIT
010040     END-IF.
010050     WRITE BKUP-TRNY-LINE FROM BACKUP-RECORD.
010051     IF NOT BKUP-TRNY-OK
010052         DISPLAY "BKPTRNY write failed, status "
010053             BKUP-TRNY-STATUS
010054         SET BACKUP-HAS-FAILED TO TRUE
010055         CLOSE BKUP-TRNY-FILE
010056         PERFORM 7300-POST-CATALOG THRU 7300-EXIT
010057         GO TO 3800-EXIT
010058     END-IF.
010060     OPEN INPUT TOURNAMENT-FILE.
010070     IF TOURNAMENT-OK
010080         PERFORM 3810-UNLOAD-ONE-BRACKET-RECORD THRU 3810-EXIT
010090             UNTIL LIVE-AT-END
010100         CLOSE TOURNAMENT-FILE
010110     ELSE
010120         IF NOT TOURNAMENT-NOT-FOUND
010130             DISPLAY "TRNYBRKT cannot be opened, status "
010140                 TOURNAMENT-STATUS
010150             SET BACKUP-HAS-FAILED TO TRUE
010160         END-IF
010170     END-IF.
010180     IF BACKUP-IS-GOOD
010190         PERFORM 7200-BUILD-TRAILER THRU 7200-EXIT
010200         WRITE BKUP-TRNY-LINE FROM BACKUP-RECORD
010210         IF NOT BKUP-TRNY-OK
010220             SET BACKUP-HAS-FAILED TO TRUE
010230         END-IF
010240     END-IF.
010250     CLOSE BKUP-TRNY-FILE.
010260     PERFORM 7300-POST-CATALOG THRU 7300-EXIT.
010270 3800-EXIT.
010280     EXIT.
010290*
010300 3810-UNLOAD-ONE-BRACKET-RECORD.
010310     READ TOURNAMENT-FILE
010320         AT END
010330         SET LIVE-AT-END TO TRUE
010340         GO TO 3810-EXIT
010350     END-READ.
010360     IF NOT TOURNAMENT-OK
010370         DISPLAY "TRNYBRKT read failed, status "
010380             TOURNAMENT-STATUS
010390         SET BACKUP-HAS-FAILED TO TRUE
010400         SET LIVE-AT-END TO TRUE
010410         GO TO 3810-EXIT
010420     END-IF.
010430     MOVE 'D' TO BK-RECORD-TYPE.
010440     MOVE TOURNAMENT-RECORD TO BK-BODY.
010450     WRITE BKUP-TRNY-LINE FROM BACKUP-RECORD.
010460     IF NOT BKUP-TRNY-OK
010470         DISPLAY "BKPTRNY write failed, status "
010480             BKUP-TRNY-STATUS
010490         SET BACKUP-HAS-FAILED TO TRUE
010500         SET LIVE-AT-END TO TRUE
010510         GO TO 3810-EXIT
010520     END-IF.
010530     ADD 1 TO BACKUP-COUNT.
010540     PERFORM 7590-HASH-TOURNAMENT-RECORD THRU 7590-EXIT.
010550 3810-EXIT.
010560     EXIT.
010570*
010580******************************************************
010590*  7000-START-BACKUP                                  *
010600*  CLEAR THE CONTROL TOTALS AND BUILD THE HEADER FOR  *
010610*  THE FILE NAMED IN BACKUP-FILE-NAME.                *
010620******************************************************
010630 7000-START-BACKUP.
010640     MOVE 0 TO BACKUP-COUNT.
010650     MOVE 0 TO BACKUP-KEY-HASH.
010660     MOVE 0 TO BACKUP-NUMERIC-HASH.
010670     SET BACKUP-IS-GOOD TO TRUE.
010680     MOVE 'N' TO LIVE-EOF-SWITCH.
010690     MOVE SPACES TO BACKUP-RECORD.
010700     MOVE 'H' TO BK-RECORD-TYPE.
010710     MOVE BACKUP-FILE-NAME TO BK-FILE-NAME.
010720     MOVE RUN-DATE TO BK-RUN-DATE.
010730     MOVE RUN-TIME TO BK-RUN-TIME.
010740 7000-EXIT.
010750     EXIT.
010760*
010770******************************************************
010780*  7100-HASH-KEY                                      *
010790*  ADD THE KEY IN HASH-KEY TO BACKUP-KEY-HASH.        *
010800******************************************************
010810 7100-HASH-KEY.
010820     MOVE 1 TO HASH-KEY-SUB.
010830     PERFORM 7110-HASH-ONE-CHAR THRU 7110-EXIT
010840         UNTIL HASH-KEY-SUB > 10.
010850 7100-EXIT.
010860     EXIT.
010870*
010880 7110-HASH-ONE-CHAR.
010890     COMPUTE HASH-ALPHA-SUB = HASH-ALPHABET-SIZE + 1.
010900     MOVE HASH-KEY-CHAR (HASH-KEY-SUB)
010910         TO HASH-ALPHA-CHAR (HASH-ALPHA-SUB).
010920     MOVE 1 TO HASH-ALPHA-SUB.
010930     PERFORM 7120-STEP-ALPHABET THRU 7120-EXIT
010940         UNTIL HASH-ALPHA-CHAR (HASH-ALPHA-SUB)
010950             = HASH-KEY-CHAR (HASH-KEY-SUB).
010960     IF HASH-ALPHA-SUB > HASH-ALPHABET-SIZE
010970         MOVE 99 TO HASH-CHAR-VALUE
010980     ELSE
010990         MOVE HASH-ALPHA-SUB TO HASH-CHAR-VALUE
011000     END-IF.
011010     COMPUTE BACKUP-KEY-HASH = BACKUP-KEY-HASH
011020         + HASH-CHAR-VALUE * HASH-KEY-SUB.
011030     ADD 1 TO HASH-KEY-SUB.
011040 7110-EXIT.
011050     EXIT.
011060*
011070 7120-STEP-ALPHABET.
011080     ADD 1 TO HASH-ALPHA-SUB.
011090 7120-EXIT.
011100     EXIT.
011110*
011120******************************************************
011130*  7130-HASH-LONG-KEY                                 *
011140*  ADD THE KEY IN HASH-LONG-KEY TO BACKUP-KEY-HASH,   *
011150*  TEN CHARACTERS AT A TIME.                          *
011160******************************************************
011170 7130-HASH-LONG-KEY.
011180     MOVE HASH-LONG-KEY-FIRST TO HASH-KEY.
011190     PERFORM 7100-HASH-KEY THRU 7100-EXIT.
011200     MOVE HASH-LONG-KEY-SECOND TO HASH-KEY.
011210     PERFORM 7100-HASH-KEY THRU 7100-EXIT.
011220 7130-EXIT.
011230     EXIT.
011240*
011250******************************************************
011260*  7150-HASH-DATE                                     *
011270*  A DATE IN HASH-DATE COUNTS IN THE NUMERIC HASH     *
011280*  WHEN IT IS ALL DIGITS; A BLANK DATE ADDS NOTHING.  *
011290******************************************************
011300 7150-HASH-DATE.
011310     IF HASH-DATE-NUM NUMERIC
011320         ADD HASH-DATE-NUM TO BACKUP-NUMERIC-HASH
011330     END-IF.
011340 7150-EXIT.
011350     EXIT.
011360*
011370******************************************************
011380*  7200-BUILD-TRAILER                                 *
011390******************************************************
011400 7200-BUILD-TRAILER.
011410     MOVE SPACES TO BACKUP-RECORD.
011420     MOVE 'T' TO BK-RECORD-TYPE.
011430     MOVE BACKUP-COUNT TO BK-RECORD-COUNT.
011440     MOVE BACKUP-KEY-HASH TO BK-KEY-HASH.
011450     MOVE BACKUP-NUMERIC-HASH TO BK-NUMERIC-HASH.
011460 7200-EXIT.
011470     EXIT.
011480*
011490******************************************************
011500*  7300-POST-CATALOG                                  *
011510*  APPEND THIS FILE'S RESULT TO THE BACKUP CATALOG    *
011520*  AND PRINT IT.  A CATALOG THAT CANNOT BE WRITTEN    *
011530*  IS REPORTED BUT DOES NOT FAIL THE BACKUP ITSELF.   *
011540******************************************************
011550 7300-POST-CATALOG.
011560     IF BACKUP-IS-GOOD
011570         ADD 1 TO FILES-BACKED-UP
011580         MOVE "OK" TO BRL-RESULT
011590     ELSE
011600         ADD 1 TO FILES-FAILED
011610         MOVE "FAILED" TO BRL-RESULT
011620     END-IF.
011630     MOVE BACKUP-FILE-NAME TO BRL-FILE-NAME.
011640     MOVE BACKUP-COUNT TO BRL-COUNT.
011650     MOVE BACKUP-KEY-HASH TO BRL-KEY-HASH.
011660     MOVE BACKUP-NUMERIC-HASH TO BRL-NUMERIC-HASH.
011670     DISPLAY BACKUP-REPORT-LINE.
011680     OPEN EXTEND BACKUP-CATALOG-FILE.
011690     IF BACKUP-CATALOG-NOT-FOUND
011700         OPEN OUTPUT BACKUP-CATALOG-FILE
011710     END-IF.
011720     IF NOT BACKUP-CATALOG-OK
011730         DISPLAY "BKUPCTLG cannot be opened, status "
011740             BACKUP-CATALOG-STATUS
011750         GO TO 7300-EXIT
011760     END-IF.
011770     MOVE BACKUP-FILE-NAME TO BC-FILE-NAME.
011780     MOVE RUN-DATE TO BC-RUN-DATE.
011790     MOVE RUN-TIME TO BC-RUN-TIME.
011800     IF BACKUP-IS-GOOD
011810         SET BC-BACKUP-GOOD TO TRUE
011820     ELSE
011830         SET BC-BACKUP-FAILED TO TRUE
011840     END-IF.
011850     MOVE BACKUP-COUNT TO BC-RECORD-COUNT.
011860     MOVE BACKUP-KEY-HASH TO BC-KEY-HASH.
011870     MOVE BACKUP-NUMERIC-HASH TO BC-NUMERIC-HASH.
011880     WRITE BACKUP-CATALOG-RECORD.
011890     CLOSE BACKUP-CATALOG-FILE.
011900 7300-EXIT.
011910     EXIT.
011920*
011930******************************************************
011940*  7500-HASH-PLAYER-RECORD THROUGH                    *
011950*  7590-HASH-TOURNAMENT-RECORD                        *
011960*  ONE PARAGRAPH PER FILE: THE KEY GOES TO THE KEY    *
011970*  HASH, AND EVERY NUMERIC FIELD AND DATE TO THE      *
011980*  NUMERIC HASH.  PM-AVG-GUESSES IS COUNTED IN        *
011990*  HUNDREDTHS SO ITS DECIMALS ARE NOT LOST.  A FIELD  *
012000*  THAT IS NOT NUMERIC IS LEFT OUT.  A TIME OF DAY IS *
012010*  HASHED AS A DATE IS.                               *
012020******************************************************
012030 7500-HASH-PLAYER-RECORD.
012040     MOVE PM-PLAYER-ID TO HASH-KEY.
012050     PERFORM 7100-HASH-KEY THRU 7100-EXIT.
012060     IF PM-GAMES-PLAYED NUMERIC
012070         ADD PM-GAMES-PLAYED TO BACKUP-NUMERIC-HASH
012080     END-IF.
012090     IF PM-GAMES-WON NUMERIC
012100         ADD PM-GAMES-WON TO BACKUP-NUMERIC-HASH
012110     END-IF.
012120     IF PM-TOTAL-GUESSES NUMERIC
012130         ADD PM-TOTAL-GUESSES TO BACKUP-NUMERIC-HASH
012140     END-IF.
012150     IF PM-AVG-GUESSES NUMERIC
012160         COMPUTE BACKUP-NUMERIC-HASH = BACKUP-NUMERIC-HASH
012170             + PM-AVG-GUESSES * 100
012180     END-IF.
012190     IF PM-CURR-STREAK NUMERIC
012200         ADD PM-CURR-STREAK TO BACKUP-NUMERIC-HASH
012210     END-IF.
012220     IF PM-BEST-STREAK NUMERIC
012230         ADD PM-BEST-STREAK TO BACKUP-NUMERIC-HASH
012240     END-IF.
012250     IF PM-BEST-SCORE NUMERIC
012260         ADD PM-BEST-SCORE TO BACKUP-NUMERIC-HASH
012270     END-IF.
012280     MOVE PM-BEST-SCORE-DATE TO HASH-DATE.
012290     PERFORM 7150-HASH-DATE THRU 7150-EXIT.
012300     MOVE PM-LAST-WIN-DATE TO HASH-DATE.
012310     PERFORM 7150-HASH-DATE THRU 7150-EXIT.
012320     MOVE PM-EXPERT-WIN-DATE TO HASH-DATE.
012330     PERFORM 7150-HASH-DATE THRU 7150-EXIT.
012340 7500-EXIT.
012350     EXIT.
012360*
012370 7510-HASH-CREDIT-RECORD.
012380     MOVE CD-PLAYER-ID TO HASH-KEY.
012390     PERFORM 7100-HASH-KEY THRU 7100-EXIT.
012400     IF CD-CREDIT-BALANCE NUMERIC
012410         ADD CD-CREDIT-BALANCE TO BACKUP-NUMERIC-HASH
012420     END-IF.
012430     IF CD-CREDITS-EARNED NUMERIC
012440         ADD CD-CREDITS-EARNED TO BACKUP-NUMERIC-HASH
012450     END-IF.
012460     IF CD-CREDITS-SPENT NUMERIC
012470         ADD CD-CREDITS-SPENT TO BACKUP-NUMERIC-HASH
012480     END-IF.
012490 7510-EXIT.
012500     EXIT.
012510*
012520 7520-HASH-DAY-RECORD.
012530     MOVE DC-DATE TO HASH-KEY.
012540     PERFORM 7100-HASH-KEY THRU 7100-EXIT.
012550     IF DC-GAMES-PLAYED NUMERIC
012560         ADD DC-GAMES-PLAYED TO BACKUP-NUMERIC-HASH
012570     END-IF.
012580     IF DC-GUESSES-LOGGED NUMERIC
012590         ADD DC-GUESSES-LOGGED TO BACKUP-NUMERIC-HASH
012600     END-IF.
012610 7520-EXIT.
012620     EXIT.
012630*
012640 7530-HASH-RATING-RECORD.
012650     MOVE RT-PLAYER-ID TO HASH-KEY.
012660     PERFORM 7100-HASH-KEY THRU 7100-EXIT.
012670     IF RT-RATING NUMERIC
012680         ADD RT-RATING TO BACKUP-NUMERIC-HASH
012690     END-IF.
012700     IF RT-GAMES-RATED NUMERIC
012710         ADD RT-GAMES-RATED TO BACKUP-NUMERIC-HASH
012720     END-IF.
012730     IF RT-GUESS-ALLOWANCE NUMERIC
012740         ADD RT-GUESS-ALLOWANCE TO BACKUP-NUMERIC-HASH
012750     END-IF.
012760     MOVE RT-RATE-DATE TO HASH-DATE.
012770     PERFORM 7150-HASH-DATE THRU 7150-EXIT.
012780 7530-EXIT.
012790     EXIT.
012800*
012810 7540-HASH-RESTART-RECORD.
012820     MOVE RESTART-PLAYER-ID TO HASH-KEY.
012830     PERFORM 7100-HASH-KEY THRU 7100-EXIT.
012840     MOVE RESTART-GAME-DATE TO HASH-DATE.
012850     PERFORM 7150-HASH-DATE THRU 7150-EXIT.
012860     IF RESTART-ANSWER NUMERIC
012870         ADD RESTART-ANSWER TO BACKUP-NUMERIC-HASH
012880     END-IF.
012890     IF RESTART-TOTAL-GUESSES NUMERIC
012900         ADD RESTART-TOTAL-GUESSES TO BACKUP-NUMERIC-HASH
012910     END-IF.
012920     IF RESTART-LAST-GUESS NUMERIC
012930         ADD RESTART-LAST-GUESS TO BACKUP-NUMERIC-HASH
012940     END-IF.
012950     IF RESTART-LOW-BOUND NUMERIC
012960         ADD RESTART-LOW-BOUND TO BACKUP-NUMERIC-HASH
012970     END-IF.
012980     IF RESTART-HIGH-BOUND NUMERIC
012990         ADD RESTART-HIGH-BOUND TO BACKUP-NUMERIC-HASH
013000     END-IF.
013010     IF RESTART-HINTS-USED NUMERIC
013020         ADD RESTART-HINTS-USED TO BACKUP-NUMERIC-HASH
013030     END-IF.
013040 7540-EXIT.
013050     EXIT.
013060*
013070 7550-HASH-REGISTRATION-RECORD.
013080     MOVE RG-PLAYER-ID TO HASH-KEY.
013090     PERFORM 7100-HASH-KEY THRU 7100-EXIT.
013100     MOVE RG-ENROL-DATE TO HASH-DATE.
013110     PERFORM 7150-HASH-DATE THRU 7150-EXIT.
013120 7550-EXIT.
013130     EXIT.
013140*
013150 7560-HASH-LEAGUE-RECORD.
013160     MOVE LG-TEAM-CODE TO HASH-KEY.
013170     PERFORM 7100-HASH-KEY THRU 7100-EXIT.
013180     IF LG-WEEKS-SCORED NUMERIC
013190         ADD LG-WEEKS-SCORED TO BACKUP-NUMERIC-HASH
013200     END-IF.
013210     IF LG-SEASON-POINTS NUMERIC
013220         ADD LG-SEASON-POINTS TO BACKUP-NUMERIC-HASH
013230     END-IF.
013240     IF LG-SEASON-WINS NUMERIC
013250         ADD LG-SEASON-WINS TO BACKUP-NUMERIC-HASH
013260     END-IF.
013270     IF LG-SEASON-GAMES NUMERIC
013280         ADD LG-SEASON-GAMES TO BACKUP-NUMERIC-HASH
013290     END-IF.
013300 7560-EXIT.
013310     EXIT.
013320*
013330 7570-HASH-REPORT-RECORD.
013340     MOVE RR-REPORT-ID TO HASH-LONG-KEY.
013350     PERFORM 7130-HASH-LONG-KEY THRU 7130-EXIT.
013360     MOVE RR-RUN-DATE TO HASH-DATE.
013370     PERFORM 7150-HASH-DATE THRU 7150-EXIT.
013380     MOVE RR-RUN-TIME TO HASH-DATE.
013390     PERFORM 7150-HASH-DATE THRU 7150-EXIT.
013400     IF RR-LINE-NUMBER NUMERIC
013410         ADD RR-LINE-NUMBER TO BACKUP-NUMERIC-HASH
013420     END-IF.
013430     IF RR-LINE-NUMBER = ZERO
013440         IF RR-PAGE-COUNT NUMERIC
013450             ADD RR-PAGE-COUNT TO BACKUP-NUMERIC-HASH
013460         END-IF
013470         IF RR-LINE-COUNT NUMERIC
013480             ADD RR-LINE-COUNT TO BACKUP-NUMERIC-HASH
013490         END-IF
013500     END-IF.
013510 7570-EXIT.
013520     EXIT.
013530*
013540 7580-HASH-RUN-CONTROL-RECORD.
013550     MOVE RC-JOB-NAME TO HASH-LONG-KEY.
013560     PERFORM 7130-HASH-LONG-KEY THRU 7130-EXIT.
013570     MOVE RC-BUSINESS-DATE TO HASH-DATE.
013580     PERFORM 7150-HASH-DATE THRU 7150-EXIT.
013590     IF RC-COMPLETION-CODE NUMERIC
013600         ADD RC-COMPLETION-CODE TO BACKUP-NUMERIC-HASH
013610     END-IF.
013620     MOVE RC-START-DATE TO HASH-DATE.
013630     PERFORM 7150-HASH-DATE THRU 7150-EXIT.
013640     MOVE RC-START-TIME TO HASH-DATE.
013650     PERFORM 7150-HASH-DATE THRU 7150-EXIT.
013660     MOVE RC-END-DATE TO HASH-DATE.
013670     PERFORM 7150-HASH-DATE THRU 7150-EXIT.
013680     MOVE RC-END-TIME TO HASH-DATE.
013690     PERFORM 7150-HASH-DATE THRU 7150-EXIT.
013700     IF RC-COUNT-VALUE (1) NUMERIC
013710         ADD RC-COUNT-VALUE (1) TO BACKUP-NUMERIC-HASH
013720     END-IF.
013730     IF RC-COUNT-VALUE (2) NUMERIC
013740         ADD RC-COUNT-VALUE (2) TO BACKUP-NUMERIC-HASH
013750     END-IF.
013760     IF RC-COUNT-VALUE (3) NUMERIC
013770         ADD RC-COUNT-VALUE (3) TO BACKUP-NUMERIC-HASH
013780     END-IF.
013790 7580-EXIT.
013800     EXIT.
013810*
013820 7590-HASH-TOURNAMENT-RECORD.
013830     MOVE TR-TOURN-ID TO HASH-KEY.
013840     PERFORM 7100-HASH-KEY THRU 7100-EXIT.
013850     IF TR-HEADER
013860         MOVE TH-START-DATE TO HASH-DATE
013870         PERFORM 7150-HASH-DATE THRU 7150-EXIT
013880         IF TH-ENTRANTS NUMERIC
013890             ADD TH-ENTRANTS TO BACKUP-NUMERIC-HASH
013900         END-IF
013910         IF TH-BRACKET-SIZE NUMERIC
013920             ADD TH-BRACKET-SIZE TO BACKUP-NUMERIC-HASH
013930         END-IF
013940         IF TH-ROUNDS NUMERIC
013950             ADD TH-ROUNDS TO BACKUP-NUMERIC-HASH
013960         END-IF
013970         IF TH-CURRENT-ROUND NUMERIC
013980             ADD TH-CURRENT-ROUND TO BACKUP-NUMERIC-HASH
013990         END-IF
014000         GO TO 7590-EXIT
014010     END-IF.
014020     IF TM-ROUND NUMERIC
014030         ADD TM-ROUND TO BACKUP-NUMERIC-HASH
014040     END-IF.
014050     IF TM-MATCH-NO NUMERIC
014060         ADD TM-MATCH-NO TO BACKUP-NUMERIC-HASH
014070     END-IF.
014080     MOVE TM-ROUND-DATE TO HASH-DATE.
014090     PERFORM 7150-HASH-DATE THRU 7150-EXIT.
014100     IF TM-SEED-A NUMERIC
014110         ADD TM-SEED-A TO BACKUP-NUMERIC-HASH
014120     END-IF.
014130     IF TM-GUESSES-A NUMERIC
014140         ADD TM-GUESSES-A TO BACKUP-NUMERIC-HASH
014150     END-IF.
014160     IF TM-HINTS-A NUMERIC
014170         ADD TM-HINTS-A TO BACKUP-NUMERIC-HASH
014180     END-IF.
014190     IF TM-SEED-B NUMERIC
014200         ADD TM-SEED-B TO BACKUP-NUMERIC-HASH
014210     END-IF.
014220     IF TM-GUESSES-B NUMERIC
014230         ADD TM-GUESSES-B TO BACKUP-NUMERIC-HASH
014240     END-IF.
014250     IF TM-HINTS-B NUMERIC
014260         ADD TM-HINTS-B TO BACKUP-NUMERIC-HASH
014270     END-IF.
014280 7590-EXIT.
014290     EXIT.
014300*
014310******************************************************
014320*  8000-PRINT-TOTALS                                  *
014330******************************************************
014340 8000-PRINT-TOTALS.
014350     DISPLAY " ".
014360     MOVE FILES-BACKED-UP TO COUNT-EDIT.
014370     DISPLAY "Files backed up:        " COUNT-EDIT.
014380     MOVE FILES-FAILED TO COUNT-EDIT.
014390     DISPLAY "Files failed:           " COUNT-EDIT.
014400     IF FILES-FAILED > 0
014410         DISPLAY "    *** BACKUP INCOMPLETE -- RERUN BEFORE"
014420             " THE NEXT GAMING DAY ***"
014430     END-IF.
014440 8000-EXIT.
014450     EXIT.
014460*
014470******************************************************
014480*  9999-EXIT                                          *
014490******************************************************
014500 9999-EXIT.
014510     STOP RUN.
