000010******************************************************
000020*  GUESS-ENRL                                         *
000030*  ENROLMENT MAINTENANCE FOR THE PLAYER REGISTRATION  *
000040*  FILE (PLAYREG).  UNTIL NOW ANY ID TYPED AT THE     *
000050*  PROMPT BECAME A PLAYER, AND THE REPORTS COULD      *
000060*  PRINT NOTHING BUT THE ID.  A PLAYER MUST NOW BE    *
000070*  ENROLLED HERE -- ID, DISPLAY NAME, DEPARTMENT,     *
000080*  AND ENROLMENT DATE -- AND BE ACTIVE BEFORE THE     *
000090*  GAME PROGRAMS WILL SCORE A GAME FOR THEM.  THIS    *
000100*  PROGRAM CAN LIST AND INQUIRE ON REGISTRATIONS,     *
000110*  ENROL A NEW PLAYER, CHANGE A NAME OR DEPARTMENT,   *
000120*  SET THE STATUS (ACTIVE, SUSPENDED, LEFT THE        *
000130*  COMPANY), AND BULK-ENROL EVERY ID ALREADY ON THE   *
000140*  PLAYER MASTER (PLAYMSTR) -- RUN THAT ONCE AT       *
000150*  CUTOVER SO NOBODY WITH A HISTORY IS LOCKED OUT,    *
000160*  THEN FIX UP THE NAMES.  A PLAYER IS NEVER          *
000170*  DELETED; ONE WHO LEAVES IS MARKED 'L'.  EVERY      *
000180*  ACTION IS LOGGED TO THE ENROLMENT AUDIT FILE       *
000190*  (ENRLAUD) UNDER THE OPERATOR'S ID WITH BEFORE      *
000200*  AND AFTER IMAGES.                                  *
000210*                                                     *
000220*  To compile and run on your friendly Linux system:  *
000230*         cobc -x guess-enrl.cobol                    *
000240******************************************************
000250*
000260******************************************************
000270*  MODIFICATION HISTORY                               *
000280******************************************************
000290*  DATE       INIT  DESCRIPTION                        *
000300*  ---------- ----  ------------------------------     *
000310*  2026-10-15 DLM   NEW PROGRAM.                       *
000320******************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. GUESS-ENRL.
000350 AUTHOR. D L MCKENZIE.
000360 INSTALLATION. OPERATIONS SUPPORT.
000370 DATE-WRITTEN. 2026-10-15.
000380 DATE-COMPILED. 2026-10-15.
000390*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. LINUX.
000430 OBJECT-COMPUTER. LINUX.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT REGISTRATION-FILE ASSIGN TO "PLAYREG"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS RG-PLAYER-ID
000500         FILE STATUS IS REGISTRATION-STATUS.
000510     SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYMSTR"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS PM-PLAYER-ID
000550         FILE STATUS IS PLAYER-MASTER-STATUS.
000560     SELECT ENROL-AUDIT-FILE ASSIGN TO "ENRLAUD"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS ENROL-AUDIT-STATUS.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  REGISTRATION-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY "REGREC.CPY".
000650*
000660 FD  PLAYER-MASTER-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY "PLAYREC.CPY".
000690*
000700 FD  ENROL-AUDIT-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY "REGAREC.CPY".
000730*
000740 WORKING-STORAGE SECTION.
000750*
000760 77  INVALID-ACTION-COUNT        PIC 9(02)  VALUE 0.
000770 77  MAX-INVALID-ACTIONS         PIC 9(02)  VALUE 10.
000780 77  RECORDS-LISTED              PIC 9(05)  VALUE 0.
000790 77  BULK-READ-COUNT             PIC 9(05)  VALUE 0.
000800 77  BULK-ENROL-COUNT            PIC 9(05)  VALUE 0.
000810*
000820 01  OPERATOR-ID                 PIC X(10)  VALUE SPACES.
000830 01  RUN-DATE                    PIC X(08).
000840*
000850 01  ACTION-CODE                 PIC X(01)  VALUE SPACE.
000860     88  ACTION-LIST             VALUE 'L', 'l'.
000870     88  ACTION-INQUIRE          VALUE 'I', 'i'.
000880     88  ACTION-ENROL            VALUE 'E', 'e'.
000890     88  ACTION-CHANGE           VALUE 'C', 'c'.
000900     88  ACTION-STATUS           VALUE 'S', 's'.
000910     88  ACTION-BULK             VALUE 'B', 'b'.
000920     88  ACTION-EXIT             VALUE 'X', 'x'.
000930*
000940 01  ENROL-PLAYER-ID             PIC X(10)  VALUE SPACES.
000950 01  NEW-DISPLAY-NAME            PIC X(20)  VALUE SPACES.
000960 01  NEW-DEPARTMENT              PIC X(10)  VALUE SPACES.
000970 01  NEW-STATUS-CODE             PIC X(01)  VALUE SPACE.
000980     88  NEW-STATUS-VALID        VALUE 'A', 'S', 'L'.
000990 01  CONFIRM-ANSWER              PIC X(01)  VALUE 'N'.
001000     88  CONFIRM-IS-YES          VALUE 'Y', 'y'.
001010*
001020 01  REGISTRATION-STATUS         PIC X(02).
001030     88  REGISTRATION-OK         VALUE '00'.
001040     88  REGISTRATION-AT-END     VALUE '10'.
001050     88  REGISTRATION-NOT-FOUND  VALUE '23', '35'.
001060*
001070 01  PLAYER-MASTER-STATUS        PIC X(02).
001080     88  PLAYER-MASTER-OK        VALUE '00'.
001090     88  PLAYER-MASTER-AT-END    VALUE '10'.
001100     88  PLAYER-MASTER-NOT-FOUND VALUE '23', '35'.
001110*
001120 01  ENROL-AUDIT-STATUS          PIC X(02).
001130     88  ENROL-AUDIT-OK          VALUE '00'.
001140     88  ENROL-AUDIT-NOT-FOUND   VALUE '35'.
001150*
001160 01  LIST-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001170     88  LIST-AT-END             VALUE 'Y'.
001180 01  MASTER-EOF-SWITCH           PIC X(01)  VALUE 'N'.
001190     88  MASTER-AT-END           VALUE 'Y'.
001200*
001210 01  DETAIL-LINE.
001220     05  DET-PLAYER-ID           PIC X(10).
001230     05  FILLER                  PIC X(02)  VALUE SPACES.
001240     05  DET-DISPLAY-NAME        PIC X(20).
001250     05  FILLER                  PIC X(02)  VALUE SPACES.
001260     05  DET-DEPARTMENT          PIC X(10).
001270     05  FILLER                  PIC X(02)  VALUE SPACES.
001280     05  DET-ENROL-DATE          PIC X(08).
001290     05  FILLER                  PIC X(02)  VALUE SPACES.
001300     05  DET-STATUS              PIC X(09).
001310*
001320 PROCEDURE DIVISION.
001330*
001340******************************************************
001350*  0000-MAINLINE                                      *
001360******************************************************
001370 0000-MAINLINE.
001380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001390     PERFORM 2000-GET-ACTION THRU 2000-EXIT.
001400     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
001410     GO TO 9999-EXIT.
001420*
001430******************************************************
001440*  1000-INITIALIZE                                    *
001450*  IDENTIFY THE OPERATOR FOR THE ENROLMENT AUDIT      *
001460*  TRAIL AND OPEN THE REGISTRATION FILE FOR UPDATE.   *
001470*  THE FIRST RUN FINDS NO FILE AND CREATES AN EMPTY   *
001480*  ONE.                                               *
001490******************************************************
001500 1000-INITIALIZE.
001510     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
001520     DISPLAY "PLAYER ENROLMENT MAINTENANCE".
001530     DISPLAY "Enter your operator ID (up to 10"
001540         " characters):".
001550     ACCEPT OPERATOR-ID.
001560     OPEN I-O REGISTRATION-FILE.
001570     IF REGISTRATION-NOT-FOUND
001580         OPEN OUTPUT REGISTRATION-FILE
001590         CLOSE REGISTRATION-FILE
001600         OPEN I-O REGISTRATION-FILE
001610     END-IF.
001620     IF NOT REGISTRATION-OK
001630         DISPLAY "Cannot open PLAYREG, status "
001640             REGISTRATION-STATUS
001650         GO TO 9999-EXIT
001660     END-IF.
001670 1000-EXIT.
001680     EXIT.
001690*
001700******************************************************
001710*  2000-GET-ACTION                                    *
001720*  PROMPT FOR ONE ENROLMENT ACTION AND DO IT.  THE    *
001730*  PARAGRAPH LOOPS, VIA GO TO, UNTIL THE OPERATOR     *
001740*  EXITS.  A RUN OF UNRECOGNIZED ACTIONS ENDS THE     *
001750*  SESSION INSTEAD OF LOOPING FOREVER.                *
001760******************************************************
001770 2000-GET-ACTION.
001780     DISPLAY " ".
001790     DISPLAY "Action? L=list I=inquire E=enrol C=change"
001800         " S=status B=bulk-enrol X=exit".
001810     ACCEPT ACTION-CODE.
001820     IF ACTION-EXIT
001830         GO TO 2000-EXIT
001840     END-IF.
001850     IF ACTION-LIST
001860         PERFORM 3000-LIST-ALL-PLAYERS THRU 3000-EXIT
001870         GO TO 2000-GET-ACTION
001880     END-IF.
001890     IF ACTION-INQUIRE
001900         PERFORM 4000-INQUIRE-ON-PLAYER THRU 4000-EXIT
001910         GO TO 2000-GET-ACTION
001920     END-IF.
001930     IF ACTION-ENROL
001940         PERFORM 5000-ENROL-PLAYER THRU 5000-EXIT
001950         GO TO 2000-GET-ACTION
001960     END-IF.
001970     IF ACTION-CHANGE
001980         PERFORM 5500-CHANGE-PLAYER THRU 5500-EXIT
001990         GO TO 2000-GET-ACTION
002000     END-IF.
002010     IF ACTION-STATUS
002020         PERFORM 6000-SET-STATUS THRU 6000-EXIT
002030         GO TO 2000-GET-ACTION
002040     END-IF.
002050     IF ACTION-BULK
002060         PERFORM 6500-BULK-ENROL THRU 6500-EXIT
002070         GO TO 2000-GET-ACTION
002080     END-IF.
002090     DISPLAY "Unrecognized action: " ACTION-CODE.
002100     ADD 1 TO INVALID-ACTION-COUNT.
002110     IF INVALID-ACTION-COUNT >= MAX-INVALID-ACTIONS
002120         DISPLAY "Too many invalid actions -- ending"
002130             " session."
002140         GO TO 2000-EXIT
002150     END-IF.
002160     GO TO 2000-GET-ACTION.
002170 2000-EXIT.
002180     EXIT.
002190*
002200******************************************************
002210*  3000-LIST-ALL-PLAYERS                              *
002220*  LIST EVERY REGISTRATION FRONT TO BACK.             *
002230******************************************************
002240 3000-LIST-ALL-PLAYERS.
002250     MOVE LOW-VALUES TO RG-PLAYER-ID.
002260     START REGISTRATION-FILE
002270         KEY IS NOT LESS THAN RG-PLAYER-ID
002280         INVALID KEY
002290         DISPLAY "No players enrolled."
002300         GO TO 3000-EXIT
002310     END-START.
002320     PERFORM 3200-PRINT-HEADINGS THRU 3200-EXIT.
002330     MOVE 'N' TO LIST-EOF-SWITCH.
002340     MOVE 0 TO RECORDS-LISTED.
002350     PERFORM 3100-LIST-ONE-PLAYER THRU 3100-EXIT
002360         UNTIL LIST-AT-END.
002370     DISPLAY "Players enrolled: " RECORDS-LISTED.
002380 3000-EXIT.
002390     EXIT.
002400*
002410******************************************************
002420*  3100-LIST-ONE-PLAYER                               *
002430******************************************************
002440 3100-LIST-ONE-PLAYER.
002450     READ REGISTRATION-FILE NEXT RECORD
002460         AT END
002470         SET LIST-AT-END TO TRUE
002480         GO TO 3100-EXIT
002490     END-READ.
002500     PERFORM 3300-PRINT-ONE-LINE THRU 3300-EXIT.
002510     ADD 1 TO RECORDS-LISTED.
002520 3100-EXIT.
002530     EXIT.
002540*
002550******************************************************
002560*  3200-PRINT-HEADINGS                                *
002570******************************************************
002580 3200-PRINT-HEADINGS.
002590     DISPLAY "PLAYER ID   DISPLAY NAME          DEPT"
002600         "        ENROLLED  STATUS".
002610     DISPLAY "----------  --------------------  ----------"
002620         "  --------  ---------".
002630 3200-EXIT.
002640     EXIT.
002650*
002660******************************************************
002670*  3300-PRINT-ONE-LINE                                *
002680*  ONE DETAIL LINE FOR THE REGISTRATION RECORD IN     *
002690*  THE FILE AREA.                                     *
002700******************************************************
002710 3300-PRINT-ONE-LINE.
002720     MOVE RG-PLAYER-ID TO DET-PLAYER-ID.
002730     MOVE RG-DISPLAY-NAME TO DET-DISPLAY-NAME.
002740     MOVE RG-DEPARTMENT TO DET-DEPARTMENT.
002750     MOVE RG-ENROL-DATE TO DET-ENROL-DATE.
002760     IF RG-ACTIVE
002770         MOVE "ACTIVE" TO DET-STATUS
002780     ELSE
002790         IF RG-SUSPENDED
002800             MOVE "SUSPENDED" TO DET-STATUS
002810         ELSE
002820             IF RG-LEFT
002830                 MOVE "LEFT" TO DET-STATUS
002840             ELSE
002850                 MOVE "UNKNOWN" TO DET-STATUS
002860             END-IF
002870         END-IF
002880     END-IF.
002890     DISPLAY DETAIL-LINE.
002900 3300-EXIT.
002910     EXIT.
002920*
002930******************************************************
002940*  4000-INQUIRE-ON-PLAYER                             *
002950******************************************************
002960 4000-INQUIRE-ON-PLAYER.
002970     DISPLAY "Enter player ID to inquire on:".
002980     ACCEPT ENROL-PLAYER-ID.
002990     MOVE ENROL-PLAYER-ID TO RG-PLAYER-ID.
003000     READ REGISTRATION-FILE
003010         INVALID KEY
003020         DISPLAY "Player " ENROL-PLAYER-ID " is not"
003030             " enrolled."
003040         GO TO 4000-EXIT
003050     END-READ.
003060     PERFORM 3200-PRINT-HEADINGS THRU 3200-EXIT.
003070     PERFORM 3300-PRINT-ONE-LINE THRU 3300-EXIT.
003080     MOVE "INQ" TO EA-ACTION.
003090     PERFORM 7100-SAVE-BEFORE-IMAGE THRU 7100-EXIT.
003100     PERFORM 7000-WRITE-ENROL-AUDIT THRU 7000-EXIT.
003110 4000-EXIT.
003120     EXIT.
003130*
003140******************************************************
003150*  5000-ENROL-PLAYER                                  *
003160*  ADD A NEW PLAYER, ACTIVE FROM TODAY.  AN ID THAT   *
003170*  IS ALREADY ENROLLED IS REFUSED -- CHANGE OR        *
003180*  REINSTATE IT INSTEAD.  A BLANK NAME DEFAULTS TO    *
003190*  THE ID SO THE REPORTS ALWAYS HAVE SOMETHING TO     *
003200*  PRINT.                                             *
003210******************************************************
003220 5000-ENROL-PLAYER.
003230     DISPLAY "Enter player ID to enrol (up to 10"
003240         " characters):".
003250     ACCEPT ENROL-PLAYER-ID.
003260     IF ENROL-PLAYER-ID = SPACES
003270         DISPLAY "A blank player ID cannot be enrolled."
003280         GO TO 5000-EXIT
003290     END-IF.
003300     MOVE ENROL-PLAYER-ID TO RG-PLAYER-ID.
003310     READ REGISTRATION-FILE
003320         INVALID KEY
003330         CONTINUE
003340     END-READ.
003350     IF REGISTRATION-OK
003360         DISPLAY "Player " ENROL-PLAYER-ID " is already"
003370             " enrolled -- use change or status."
003380         GO TO 5000-EXIT
003390     END-IF.
003400     DISPLAY "Enter display name (up to 20 characters):".
003410     ACCEPT NEW-DISPLAY-NAME.
003420     IF NEW-DISPLAY-NAME = SPACES
003430         MOVE ENROL-PLAYER-ID TO NEW-DISPLAY-NAME
003440     END-IF.
003450     DISPLAY "Enter department (up to 10 characters):".
003460     ACCEPT NEW-DEPARTMENT.
003470     MOVE ENROL-PLAYER-ID TO RG-PLAYER-ID.
003480     MOVE NEW-DISPLAY-NAME TO RG-DISPLAY-NAME.
003490     MOVE NEW-DEPARTMENT TO RG-DEPARTMENT.
003500     MOVE RUN-DATE TO RG-ENROL-DATE.
003510     SET RG-ACTIVE TO TRUE.
003520     WRITE REGISTRATION-RECORD
003530         INVALID KEY
003540         DISPLAY "Write of " ENROL-PLAYER-ID " failed,"
003550             " status " REGISTRATION-STATUS
003560         GO TO 5000-EXIT
003570     END-WRITE.
003580     DISPLAY "Enrolled " ENROL-PLAYER-ID ".".
003590     MOVE "ENROL" TO EA-ACTION.
003600     MOVE SPACES TO EA-OLD-NAME.
003610     MOVE SPACES TO EA-OLD-DEPARTMENT.
003620     MOVE SPACE TO EA-OLD-STATUS.
003630     PERFORM 7000-WRITE-ENROL-AUDIT THRU 7000-EXIT.
003640 5000-EXIT.
003650     EXIT.
003660*
003670******************************************************
003680*  5500-CHANGE-PLAYER                                 *
003690*  CHANGE THE DISPLAY NAME AND/OR DEPARTMENT.  A      *
003700*  BLANK ENTRY KEEPS THE FIELD AS IT IS.  THE ID      *
003710*  ITSELF IS NOT CHANGED HERE -- THAT IS A RENAME     *
003720*  ON THE PLAYER MASTER (GUESS-PMNT) AND A NEW        *
003730*  ENROLMENT.                                         *
003740******************************************************
003750 5500-CHANGE-PLAYER.
003760     DISPLAY "Enter player ID to change:".
003770     ACCEPT ENROL-PLAYER-ID.
003780     MOVE ENROL-PLAYER-ID TO RG-PLAYER-ID.
003790     READ REGISTRATION-FILE
003800         INVALID KEY
003810         DISPLAY "Player " ENROL-PLAYER-ID " is not"
003820             " enrolled."
003830         GO TO 5500-EXIT
003840     END-READ.
003850     PERFORM 7100-SAVE-BEFORE-IMAGE THRU 7100-EXIT.
003860     DISPLAY "Display name is " RG-DISPLAY-NAME.
003870     DISPLAY "Enter new display name (blank to keep):".
003880     MOVE SPACES TO NEW-DISPLAY-NAME.
003890     ACCEPT NEW-DISPLAY-NAME.
003900     DISPLAY "Department is " RG-DEPARTMENT.
003910     DISPLAY "Enter new department (blank to keep):".
003920     MOVE SPACES TO NEW-DEPARTMENT.
003930     ACCEPT NEW-DEPARTMENT.
003940     IF NEW-DISPLAY-NAME = SPACES
003950             AND NEW-DEPARTMENT = SPACES
003960         DISPLAY "Nothing to change."
003970         GO TO 5500-EXIT
003980     END-IF.
003990     IF NEW-DISPLAY-NAME NOT = SPACES
004000         MOVE NEW-DISPLAY-NAME TO RG-DISPLAY-NAME
004010     END-IF.
004020     IF NEW-DEPARTMENT NOT = SPACES
004030         MOVE NEW-DEPARTMENT TO RG-DEPARTMENT
004040     END-IF.
004050     REWRITE REGISTRATION-RECORD.
004060     IF NOT REGISTRATION-OK
004070         DISPLAY "Rewrite of " ENROL-PLAYER-ID " failed,"
004080             " status " REGISTRATION-STATUS
004090         GO TO 5500-EXIT
004100     END-IF.
004110     DISPLAY "Changed " ENROL-PLAYER-ID ".".
004120     MOVE "CHANGE" TO EA-ACTION.
004130     PERFORM 7000-WRITE-ENROL-AUDIT THRU 7000-EXIT.
004140 5500-EXIT.
004150     EXIT.
004160*
004170******************************************************
004180*  6000-SET-STATUS                                    *
004190*  SUSPEND, REINSTATE, OR MARK A PLAYER AS HAVING     *
004200*  LEFT THE COMPANY.  ONLY AN ACTIVE PLAYER CAN       *
004210*  START A GAME.  THE CHANGE IS CONFIRMED FIRST.      *
004220******************************************************
004230 6000-SET-STATUS.
004240     DISPLAY "Enter player ID:".
004250     ACCEPT ENROL-PLAYER-ID.
004260     MOVE ENROL-PLAYER-ID TO RG-PLAYER-ID.
004270     READ REGISTRATION-FILE
004280         INVALID KEY
004290         DISPLAY "Player " ENROL-PLAYER-ID " is not"
004300             " enrolled."
004310         GO TO 6000-EXIT
004320     END-READ.
004330     PERFORM 7100-SAVE-BEFORE-IMAGE THRU 7100-EXIT.
004340     DISPLAY "Status is " RG-STATUS
004350         " -- enter new status (A=active S=suspended"
004360         " L=left):".
004370     ACCEPT NEW-STATUS-CODE.
004380     IF NEW-STATUS-CODE = 'a'
004390         MOVE 'A' TO NEW-STATUS-CODE
004400     END-IF.
004410     IF NEW-STATUS-CODE = 's'
004420         MOVE 'S' TO NEW-STATUS-CODE
004430     END-IF.
004440     IF NEW-STATUS-CODE = 'l'
004450         MOVE 'L' TO NEW-STATUS-CODE
004460     END-IF.
004470     IF NOT NEW-STATUS-VALID
004480         DISPLAY "Status must be A, S, or L -- nothing"
004490             " changed."
004500         GO TO 6000-EXIT
004510     END-IF.
004520     IF NEW-STATUS-CODE = RG-STATUS
004530         DISPLAY "Status is already " RG-STATUS
004540             " -- nothing changed."
004550         GO TO 6000-EXIT
004560     END-IF.
004570     DISPLAY "Set " ENROL-PLAYER-ID " to status "
004580         NEW-STATUS-CODE " -- are you sure (Y/N)?".
004590     ACCEPT CONFIRM-ANSWER.
004600     IF NOT CONFIRM-IS-YES
004610         DISPLAY "Status change abandoned."
004620         GO TO 6000-EXIT
004630     END-IF.
004640     MOVE NEW-STATUS-CODE TO RG-STATUS.
004650     REWRITE REGISTRATION-RECORD.
004660     IF NOT REGISTRATION-OK
004670         DISPLAY "Rewrite of " ENROL-PLAYER-ID " failed,"
004680             " status " REGISTRATION-STATUS
004690         GO TO 6000-EXIT
004700     END-IF.
004710     DISPLAY "Status of " ENROL-PLAYER-ID " set to "
004720         RG-STATUS ".".
004730     MOVE "STATUS" TO EA-ACTION.
004740     PERFORM 7000-WRITE-ENROL-AUDIT THRU 7000-EXIT.
004750 6000-EXIT.
004760     EXIT.
004770*
004780******************************************************
004790*  6500-BULK-ENROL                                    *
004800*  ENROL, ACTIVE AND UNDER THEIR OWN ID AS DISPLAY    *
004810*  NAME, EVERY PLAYER ON THE PLAYER MASTER WHO IS     *
004820*  NOT ENROLLED YET.  THIS IS THE CUTOVER STEP THAT   *
004830*  KEEPS EXISTING PLAYERS FROM BEING LOCKED OUT;      *
004840*  RERUNNING IT ONLY PICKS UP IDS STILL MISSING.      *
004850******************************************************
004860 6500-BULK-ENROL.
004870     DISPLAY "Enrol every player on PLAYMSTR not yet"
004880         " enrolled -- are you sure (Y/N)?".
004890     ACCEPT CONFIRM-ANSWER.
004900     IF NOT CONFIRM-IS-YES
004910         DISPLAY "Bulk enrolment abandoned."
004920         GO TO 6500-EXIT
004930     END-IF.
004940     OPEN INPUT PLAYER-MASTER-FILE.
004950     IF NOT PLAYER-MASTER-OK
004960         DISPLAY "Cannot open PLAYMSTR, status "
004970             PLAYER-MASTER-STATUS
004980         GO TO 6500-EXIT
004990     END-IF.
005000     MOVE 'N' TO MASTER-EOF-SWITCH.
005010     MOVE 0 TO BULK-READ-COUNT.
005020     MOVE 0 TO BULK-ENROL-COUNT.
005030     PERFORM 6510-BULK-ENROL-ONE THRU 6510-EXIT
005040         UNTIL MASTER-AT-END.
005050     CLOSE PLAYER-MASTER-FILE.
005060     DISPLAY "Master records read:  " BULK-READ-COUNT.
005070     DISPLAY "Players enrolled:     " BULK-ENROL-COUNT.
005080 6500-EXIT.
005090     EXIT.
005100*
005110******************************************************
005120*  6510-BULK-ENROL-ONE                                *
005130******************************************************
005140 6510-BULK-ENROL-ONE.
005150     READ PLAYER-MASTER-FILE NEXT RECORD
005160         AT END
005170         SET MASTER-AT-END TO TRUE
005180         GO TO 6510-EXIT
005190     END-READ.
005200     ADD 1 TO BULK-READ-COUNT.
005210     MOVE PM-PLAYER-ID TO RG-PLAYER-ID.
005220     READ REGISTRATION-FILE
005230         INVALID KEY
005240         CONTINUE
005250     END-READ.
005260     IF REGISTRATION-OK
005270         GO TO 6510-EXIT
005280     END-IF.
005290     MOVE PM-PLAYER-ID TO RG-PLAYER-ID.
005300     MOVE PM-PLAYER-ID TO RG-DISPLAY-NAME.
005310     MOVE SPACES TO RG-DEPARTMENT.
005320     MOVE RUN-DATE TO RG-ENROL-DATE.
005330     SET RG-ACTIVE TO TRUE.
005340     WRITE REGISTRATION-RECORD
005350         INVALID KEY
005360         DISPLAY "Write of " PM-PLAYER-ID " failed,"
005370             " status " REGISTRATION-STATUS
005380         GO TO 6510-EXIT
005390     END-WRITE.
005400     ADD 1 TO BULK-ENROL-COUNT.
005410     MOVE "BULK" TO EA-ACTION.
005420     MOVE SPACES TO EA-OLD-NAME.
005430     MOVE SPACES TO EA-OLD-DEPARTMENT.
005440     MOVE SPACE TO EA-OLD-STATUS.
005450     PERFORM 7000-WRITE-ENROL-AUDIT THRU 7000-EXIT.
005460 6510-EXIT.
005470     EXIT.
005480*
005490******************************************************
005500*  7000-WRITE-ENROL-AUDIT                             *
005510*  APPEND ONE RECORD OF THIS ACTION TO THE ENROLMENT  *
005520*  AUDIT FILE.  EA-ACTION AND THE BEFORE IMAGE ARE    *
005530*  SET BY THE CALLER; THE AFTER IMAGE IS TAKEN FROM   *
005540*  THE REGISTRATION RECORD LAST TOUCHED.              *
005550******************************************************
005560 7000-WRITE-ENROL-AUDIT.
005570     MOVE OPERATOR-ID TO EA-OPERATOR-ID.
005580     MOVE RUN-DATE TO EA-DATE.
005590     ACCEPT EA-TIME FROM TIME.
005600     MOVE RG-PLAYER-ID TO EA-PLAYER-ID.
005610     MOVE RG-DISPLAY-NAME TO EA-NEW-NAME.
005620     MOVE RG-DEPARTMENT TO EA-NEW-DEPARTMENT.
005630     MOVE RG-STATUS TO EA-NEW-STATUS.
005640     OPEN EXTEND ENROL-AUDIT-FILE.
005650     IF ENROL-AUDIT-NOT-FOUND
005660         OPEN OUTPUT ENROL-AUDIT-FILE
005670     END-IF.
005680     IF NOT ENROL-AUDIT-OK
005690         DISPLAY "Cannot write enrolment audit,"
005700             " status " ENROL-AUDIT-STATUS
005710         GO TO 7000-EXIT
005720     END-IF.
005730     WRITE ENROL-AUDIT-RECORD.
005740     CLOSE ENROL-AUDIT-FILE.
005750 7000-EXIT.
005760     EXIT.
005770*
005780******************************************************
005790*  7100-SAVE-BEFORE-IMAGE                             *
005800*  COPY THE REGISTRATION RECORD AS READ INTO THE      *
005810*  BEFORE-IMAGE FIELDS OF THE AUDIT RECORD.           *
005820******************************************************
005830 7100-SAVE-BEFORE-IMAGE.
005840     MOVE RG-DISPLAY-NAME TO EA-OLD-NAME.
005850     MOVE RG-DEPARTMENT TO EA-OLD-DEPARTMENT.
005860     MOVE RG-STATUS TO EA-OLD-STATUS.
005870 7100-EXIT.
005880     EXIT.
005890*
005900******************************************************
005910*  9000-WRAP-UP                                       *
005920******************************************************
005930 9000-WRAP-UP.
005940     CLOSE REGISTRATION-FILE.
005950     DISPLAY "Enrolment session ended.".
005960 9000-EXIT.
005970     EXIT.
005980*
005990******************************************************
006000*  9999-EXIT                                          *
006010******************************************************
006020 9999-EXIT.
006030     STOP RUN.
