000010******************************************************
000020*  GUESS-PARM                                         *
000030*  MAINTENANCE FOR THE SHOP-WIDE GAME PARAMETER FILE  *
000040*  (PARMFILE, SEE PARMREC.CPY).  THE GAME RULES --    *
000050*  GUESSES PER GAME, RETRY AND BRIDGE LIMITS, THE     *
000060*  SCORE FORMULA, THE THEORETICAL BEST, AND THE       *
000070*  ACHIEVEMENT MILESTONES -- ARE NO LONGER CODED IN   *
000080*  THE PROGRAMS.  EACH IS A DATED ENTRY ON PARMFILE,  *
000090*  AND EVERY PROGRAM USES THE ENTRY IN FORCE ON THE   *
000100*  DATE IT IS PROCESSING, SO A PAST PERIOD REPRINTED  *
000110*  AFTER A CHANGE STILL USES THE OLD RULES.  THIS     *
000120*  PROGRAM ADDS A NEW ENTRY -- A KNOWN PARAMETER, A   *
000130*  VALUE WITHIN ITS LIMITS (PARMTAB.CPY), AND AN      *
000140*  EFFECTIVE DATE THAT IS A REAL DATE AFTER TODAY --  *
000150*  AND PRINTS THE FULL HISTORY OF EVERY PARAMETER.    *
000160*  AN ENTRY IS NEVER CHANGED OR DELETED; A MISTAKE IS *
000170*  PUT RIGHT BY A LATER ENTRY.  EVERY ENTRY ADDED OR  *
000180*  REFUSED, AND EVERY HISTORY LISTING, IS LOGGED TO   *
000190*  THE PARAMETER CHANGE LOG (PARMLOG) UNDER THE       *
000200*  OPERATOR'S ID.                                     *
000210*                                                     *
000220*  To compile and run on your friendly Linux system:  *
000230*         cobc -x guess-parm.cobol                    *
000240******************************************************
000250*
000260******************************************************
000270*  MODIFICATION HISTORY                               *
000280******************************************************
000290*  DATE       INIT  DESCRIPTION                        *
000300*  ---------- ----  ------------------------------     *
000310*  2026-10-15 DLM   NEW PROGRAM.                       *
000312*  2026-10-15 DLM   AN ENTRY MUST TAKE EFFECT AFTER    *
000314*                   TODAY; A BLANK DATE MEANS          *
000316*                   TOMORROW.                          *
000320******************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. GUESS-PARM.
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
000460     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS PARM-FILE-STATUS.
000490     SELECT PARM-LOG-FILE ASSIGN TO "PARMLOG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS PARM-LOG-STATUS.
000520     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
000530*
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  PARM-FILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY "PARMREC.CPY".
000590*
000600 FD  PARM-LOG-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY "PARMLREC.CPY".
000630*
000640 SD  SORT-WORK-FILE.
000650 01  SORT-RECORD.
000660     05  SORT-NAME                PIC X(20).
000670     05  SORT-EFFECTIVE-DATE      PIC X(08).
000680     05  SORT-SEQUENCE            PIC 9(05).
000690     05  SORT-VALUE               PIC 9(05).
000700     05  SORT-ENTERED-DATE        PIC X(08).
000710     05  SORT-ENTERED-TIME        PIC X(08).
000720     05  SORT-OPERATOR-ID         PIC X(10).
000730*
000740 WORKING-STORAGE SECTION.
000750*
000760 77  INVALID-ACTION-COUNT        PIC 9(02)  VALUE 0.
000770 77  MAX-INVALID-ACTIONS         PIC 9(02)  VALUE 10.
000780 77  ENTRIES-LISTED              PIC 9(05)  VALUE 0.
000790 77  ENTRIES-NOT-LISTED          PIC 9(05)  VALUE 0.
000800 77  ENTRY-SEQUENCE              PIC 9(05)  VALUE 0.
000810*
000820 01  OPERATOR-ID                 PIC X(10)  VALUE SPACES.
000830 01  RUN-DATE                    PIC X(08).
000840*
000850 01  ACTION-CODE                 PIC X(01)  VALUE SPACE.
000860     88  ACTION-ADD              VALUE 'A', 'a'.
000870     88  ACTION-LIST             VALUE 'L', 'l'.
000880     88  ACTION-EXIT             VALUE 'X', 'x'.
000890*
000900 01  NEW-PARM-NAME               PIC X(20)  VALUE SPACES.
000910 01  NEW-VALUE-INPUT             PIC X(06)  VALUE SPACES.
000920 01  NEW-VALUE-CHARS REDEFINES NEW-VALUE-INPUT.
000930     05  NEW-VALUE-CHAR          PIC X(01)  OCCURS 6 TIMES.
000940 01  NEW-VALUE-LEN               PIC 9(01)  VALUE 0.
000950 01  NEW-VALUE                   PIC 9(05)  VALUE 0.
000960 01  OLD-VALUE                   PIC 9(05)  VALUE 0.
000970 01  NEW-EFFECTIVE-DATE          PIC X(08)  VALUE SPACES.
000980 01  NEW-EFFECTIVE-PARTS REDEFINES NEW-EFFECTIVE-DATE.
000990     05  NEW-EFFECTIVE-YEAR      PIC 9(04).
001000     05  NEW-EFFECTIVE-MONTH     PIC 9(02).
001010     05  NEW-EFFECTIVE-DAY       PIC 9(02).
001020 01  REJECT-REASON               PIC X(40)  VALUE SPACES.
001030 01  CONFIRM-ANSWER              PIC X(01)  VALUE 'N'.
001040     88  CONFIRM-IS-YES          VALUE 'Y', 'y'.
001050*
001060 01  VALUE-EDIT                  PIC ZZZZ9.
001070 01  OLD-VALUE-EDIT              PIC ZZZZ9.
001080 01  MINIMUM-EDIT                PIC ZZZZ9.
001090 01  MAXIMUM-EDIT                PIC ZZZZ9.
001100*
001110 01  LEAP-YEAR-SWITCH            PIC X(01).
001120     88  IS-LEAP-YEAR            VALUE 'Y'.
001130     88  NOT-LEAP-YEAR           VALUE 'N'.
001140 01  LEAP-QUOTIENT               PIC 9(04)  COMP.
001150 01  LEAP-REMAINDER              PIC 9(04)  COMP.
001160 01  DAYS-IN-MONTH               PIC 9(02)  VALUE 0.
001170 01  MONTH-DAYS-VALUES.
001180     05  FILLER                  PIC X(24)
001190         VALUE "312831303130313130313031".
001200 01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
001210     05  MONTH-DAYS              PIC 9(02)  OCCURS 12 TIMES.
001220*
001230 01  PARM-LOG-STATUS             PIC X(02).
001240     88  PARM-LOG-OK             VALUE '00'.
001250     88  PARM-LOG-NOT-FOUND      VALUE '35'.
001260*
001270 01  SORT-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001280     88  SORT-AT-END             VALUE 'Y'.
001290*
001300*    THE HISTORY LISTING HOLDS BACK EACH ENTRY UNTIL THE
001310*    NEXT ONE IS SEEN: AN ENTRY IS IN FORCE TODAY WHEN
001320*    IT IS EFFECTIVE BY TODAY AND THE NEXT ENTRY FOR THE
001330*    SAME PARAMETER IS NOT.
001340 01  HELD-SWITCH                 PIC X(01)  VALUE 'N'.
001350     88  HELD-PRESENT            VALUE 'Y'.
001360 01  HELD-SUPERSEDED-SWITCH      PIC X(01)  VALUE 'N'.
001370     88  HELD-IS-SUPERSEDED      VALUE 'Y'.
001380 01  HELD-RECORD.
001390     05  HELD-NAME               PIC X(20).
001400     05  HELD-EFFECTIVE-DATE     PIC X(08).
001410     05  HELD-SEQUENCE           PIC 9(05).
001420     05  HELD-VALUE              PIC 9(05).
001430     05  HELD-ENTERED-DATE       PIC X(08).
001440     05  HELD-ENTERED-TIME       PIC X(08).
001450     05  HELD-OPERATOR-ID        PIC X(10).
001460 01  PREV-NAME                   PIC X(20)  VALUE SPACES.
001470*
001480 01  PARM-HEADING-LINE.
001490     05  HDG-NAME                PIC X(20).
001500     05  FILLER                  PIC X(08)  VALUE " LIMITS ".
001510     05  HDG-MINIMUM             PIC ZZZZ9.
001520     05  FILLER                  PIC X(04)  VALUE " TO ".
001530     05  HDG-MAXIMUM             PIC ZZZZ9.
001540*
001550 01  DETAIL-LINE.
001560     05  FILLER                  PIC X(02)  VALUE SPACES.
001570     05  DET-EFFECTIVE-DATE      PIC X(08).
001580     05  FILLER                  PIC X(02)  VALUE SPACES.
001590     05  DET-VALUE               PIC ZZZZ9.
001600     05  FILLER                  PIC X(02)  VALUE SPACES.
001610     05  DET-ENTERED-DATE        PIC X(08).
001620     05  FILLER                  PIC X(02)  VALUE SPACES.
001630     05  DET-ENTERED-TIME        PIC X(08).
001640     05  FILLER                  PIC X(02)  VALUE SPACES.
001650     05  DET-OPERATOR-ID         PIC X(10).
001660     05  FILLER                  PIC X(02)  VALUE SPACES.
001670     05  DET-STATUS              PIC X(08).
001680*
001690*    GAME PARAMETERS (PARMFILE), SEE PARMTAB.CPY.
001700     COPY "PARMTAB.CPY".
001710*
001720 PROCEDURE DIVISION.
001730*
001740******************************************************
001750*  0000-MAINLINE                                      *
001760******************************************************
001770 0000-MAINLINE.
001780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001790     PERFORM 2000-GET-ACTION THRU 2000-EXIT.
001800     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
001810     GO TO 9999-EXIT.
001820*
001830******************************************************
001840*  1000-INITIALIZE                                    *
001850*  IDENTIFY THE OPERATOR FOR THE PARAMETER CHANGE     *
001860*  LOG.  PARMFILE IS OPENED ONLY AS EACH ACTION NEEDS *
001870*  IT, SO THE GAME PROGRAMS ARE NOT HELD OFF WHILE A  *
001880*  SESSION SITS AT A PROMPT.                          *
001890******************************************************
001900 1000-INITIALIZE.
001910     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
001920     DISPLAY "GAME PARAMETER MAINTENANCE".
001930     DISPLAY "Enter your operator ID (up to 10"
001940         " characters):".
001950     ACCEPT OPERATOR-ID.
001960 1000-EXIT.
001970     EXIT.
001980*
001990******************************************************
002000*  2000-GET-ACTION                                    *
002010*  PROMPT FOR ONE PARAMETER ACTION AND DO IT.  THE    *
002020*  PARAGRAPH LOOPS, VIA GO TO, UNTIL THE OPERATOR     *
002030*  EXITS.  A RUN OF UNRECOGNIZED ACTIONS ENDS THE     *
002040*  SESSION INSTEAD OF LOOPING FOREVER.                *
002050******************************************************
002060 2000-GET-ACTION.
002070     DISPLAY " ".
002080     DISPLAY "Action? A=add entry L=list history X=exit".
002090     ACCEPT ACTION-CODE.
002100     IF ACTION-EXIT
002110         GO TO 2000-EXIT
002120     END-IF.
002130     IF ACTION-ADD
002140         PERFORM 3000-ADD-ENTRY THRU 3000-EXIT
002150         GO TO 2000-GET-ACTION
002160     END-IF.
002170     IF ACTION-LIST
002180         PERFORM 4000-LIST-HISTORY THRU 4000-EXIT
002190         GO TO 2000-GET-ACTION
002200     END-IF.
002210     DISPLAY "Unrecognized action: " ACTION-CODE.
002220     ADD 1 TO INVALID-ACTION-COUNT.
002230     IF INVALID-ACTION-COUNT >= MAX-INVALID-ACTIONS
002240         DISPLAY "Too many invalid actions -- ending"
002250             " session."
002260         GO TO 2000-EXIT
002270     END-IF.
002280     GO TO 2000-GET-ACTION.
002290 2000-EXIT.
002300     EXIT.
002310*
002320******************************************************
002330*  3000-ADD-ENTRY                                     *
002340*  KEY, VALIDATE, CONFIRM, AND APPEND ONE DATED       *
002348*  ENTRY.  THE PARAMETER MUST BE ONE NAMED IN         *
002356*  PARMTAB.CPY, THE VALUE ALL DIGITS AND WITHIN ITS   *
002364*  LIMITS, AND THE EFFECTIVE DATE A REAL DATE AFTER   *
002372*  TODAY -- A BACK-DATED ENTRY WOULD CHANGE THE RULES *
002380*  UNDER PERIODS ALREADY REPORTED, AND ONE EFFECTIVE  *
002388*  TODAY THE RULES UNDER GAMES ALREADY PLAYED TODAY.  *
002396*  A BLANK DATE IS TAKEN AS TOMORROW.  AN ENTRY THAT  *
002404*  CHANGES NOTHING, OR THAT THE PROGRAMS' TABLE HAS   *
002412*  NO ROOM FOR, IS ALSO REFUSED.  PARMFILE IS         *
002420*  RELOADED FIRST SO THE VALUE SHOWN AS IN FORCE      *
002428*  INCLUDES ANY ENTRY MADE SINCE THE SESSION BEGAN.   *
002440******************************************************
002450 3000-ADD-ENTRY.
002460     PERFORM 8800-LOAD-PARAMETERS THRU 8800-EXIT.
002470     MOVE SPACES TO NEW-VALUE-INPUT.
002480     MOVE SPACES TO NEW-EFFECTIVE-DATE.
002490     MOVE 0 TO OLD-VALUE.
002500     DISPLAY "Parameter name:".
002510     MOVE SPACES TO NEW-PARM-NAME.
002520     ACCEPT NEW-PARM-NAME.
002530     INSPECT NEW-PARM-NAME
002540         CONVERTING "abcdefghijklmnopqrstuvwxyz"
002550                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002560     MOVE 1 TO PD-SUB.
002570     PERFORM 8830-SCAN-ONE-NAME THRU 8830-EXIT
002580         UNTIL PD-SUB > PD-COUNT
002590             OR PD-NAME (PD-SUB) = NEW-PARM-NAME.
002600     IF PD-SUB > PD-COUNT
002610         MOVE "UNKNOWN PARAMETER" TO REJECT-REASON
002620         PERFORM 3900-REFUSE-ENTRY THRU 3900-EXIT
002630         GO TO 3000-EXIT
002640     END-IF.
002650     MOVE NEW-PARM-NAME TO PARM-WANTED-NAME.
002660     MOVE RUN-DATE TO PARM-AS-OF-DATE.
002670     PERFORM 8850-GET-PARAMETER THRU 8850-EXIT.
002680     MOVE PARM-FOUND-VALUE TO VALUE-EDIT.
002690     MOVE PD-MINIMUM (PD-SUB) TO MINIMUM-EDIT.
002700     MOVE PD-MAXIMUM (PD-SUB) TO MAXIMUM-EDIT.
002710     DISPLAY NEW-PARM-NAME " is " VALUE-EDIT " today"
002720         " -- limits " MINIMUM-EDIT " to " MAXIMUM-EDIT.
002730     DISPLAY "New value:".
002740     ACCEPT NEW-VALUE-INPUT.
002750     PERFORM 3100-CHECK-VALUE THRU 3100-EXIT.
002760     IF REJECT-REASON NOT = SPACES
002770         PERFORM 3900-REFUSE-ENTRY THRU 3900-EXIT
002780         GO TO 3000-EXIT
002790     END-IF.
002800     DISPLAY "Effective date (YYYYMMDD, after today;"
002805         " blank for tomorrow):".
002810     ACCEPT NEW-EFFECTIVE-DATE.
002820     IF NEW-EFFECTIVE-DATE = SPACES
002830         PERFORM 3220-SET-TOMORROW THRU 3220-EXIT
002840     END-IF.
002850     PERFORM 3200-CHECK-EFFECTIVE-DATE THRU 3200-EXIT.
002860     IF REJECT-REASON NOT = SPACES
002870         PERFORM 3900-REFUSE-ENTRY THRU 3900-EXIT
002880         GO TO 3000-EXIT
002890     END-IF.
002900     MOVE NEW-EFFECTIVE-DATE TO PARM-AS-OF-DATE.
002910     PERFORM 8850-GET-PARAMETER THRU 8850-EXIT.
002920     MOVE PARM-FOUND-VALUE TO OLD-VALUE.
002930     IF NEW-VALUE = OLD-VALUE
002940         MOVE "VALUE ALREADY IN FORCE" TO REJECT-REASON
002950         PERFORM 3900-REFUSE-ENTRY THRU 3900-EXIT
002960         GO TO 3000-EXIT
002970     END-IF.
002980     IF PE-COUNT NOT < PE-MAX
002990         MOVE "PARAMETER TABLE IS FULL" TO REJECT-REASON
003000         PERFORM 3900-REFUSE-ENTRY THRU 3900-EXIT
003010         GO TO 3000-EXIT
003020     END-IF.
003030     MOVE OLD-VALUE TO OLD-VALUE-EDIT.
003040     MOVE NEW-VALUE TO VALUE-EDIT.
003050     DISPLAY "Set " NEW-PARM-NAME " from " OLD-VALUE-EDIT
003060         " to " VALUE-EDIT " effective " NEW-EFFECTIVE-DATE.
003070     DISPLAY "Are you sure (Y/N)?".
003080     ACCEPT CONFIRM-ANSWER.
003090     IF NOT CONFIRM-IS-YES
003100         DISPLAY "Entry abandoned."
003110         GO TO 3000-EXIT
003120     END-IF.
003130     PERFORM 3300-APPEND-ENTRY THRU 3300-EXIT.
003140     IF REJECT-REASON NOT = SPACES
003150         PERFORM 3900-REFUSE-ENTRY THRU 3900-EXIT
003160         GO TO 3000-EXIT
003170     END-IF.
003180     DISPLAY "Entry added for " NEW-PARM-NAME ".".
003190     MOVE "ADD" TO PL-ACTION.
003200     MOVE SPACES TO PL-MESSAGE.
003210     PERFORM 7000-WRITE-PARM-LOG THRU 7000-EXIT.
003220 3000-EXIT.
003230     EXIT.
003240*
003250******************************************************
003260*  3100-CHECK-VALUE                                   *
003270*  NEW-VALUE-INPUT IS ACCEPTED INTO AN ALPHANUMERIC   *
003280*  FIELD, AS THE GAME ACCEPTS A GUESS, SO A STRAY     *
003290*  CHARACTER OR AN OVERLONG ENTRY IS SEEN RATHER      *
003300*  THAN COERCED.  THE TRIMMED ENTRY MUST BE ONE TO    *
003310*  FIVE DIGITS AND WITHIN THE PARAMETER'S LIMITS.     *
003320*  REJECT-REASON IS LEFT BLANK WHEN IT PASSES.        *
003330******************************************************
003340 3100-CHECK-VALUE.
003350     MOVE SPACES TO REJECT-REASON.
003360     MOVE 6 TO NEW-VALUE-LEN.
003370     PERFORM 3110-SCAN-BACKWARD THRU 3110-EXIT
003380         UNTIL NEW-VALUE-LEN = ZERO
003390             OR NEW-VALUE-CHAR (NEW-VALUE-LEN) NOT = SPACE.
003400     IF NEW-VALUE-LEN = ZERO
003410             OR NEW-VALUE-LEN > 5
003420         MOVE "VALUE NOT 1 TO 5 DIGITS" TO REJECT-REASON
003430         GO TO 3100-EXIT
003440     END-IF.
003450     IF NEW-VALUE-INPUT (1:NEW-VALUE-LEN) NOT NUMERIC
003460         MOVE "VALUE NOT NUMERIC" TO REJECT-REASON
003470         GO TO 3100-EXIT
003480     END-IF.
003490     MOVE NEW-VALUE-INPUT (1:NEW-VALUE-LEN) TO NEW-VALUE.
003500     IF NEW-VALUE < PD-MINIMUM (PD-SUB)
003510             OR NEW-VALUE > PD-MAXIMUM (PD-SUB)
003520         MOVE "VALUE OUTSIDE LIMITS" TO REJECT-REASON
003530     END-IF.
003540 3100-EXIT.
003550     EXIT.
003560*
003570 3110-SCAN-BACKWARD.
003580     SUBTRACT 1 FROM NEW-VALUE-LEN.
003590 3110-EXIT.
003600     EXIT.
003610*
003620******************************************************
003630*  3200-CHECK-EFFECTIVE-DATE                          *
003640*  THE EFFECTIVE DATE MUST BE EIGHT DIGITS, A REAL    *
003650*  CALENDAR DATE (FEBRUARY 29 ONLY IN A LEAP YEAR),   *
003660*  AND AFTER TODAY.  REJECT-REASON IS LEFT            *
003670*  BLANK WHEN IT PASSES.                              *
003680******************************************************
003690 3200-CHECK-EFFECTIVE-DATE.
003700     MOVE SPACES TO REJECT-REASON.
003710     IF NEW-EFFECTIVE-DATE NOT NUMERIC
003720         MOVE "EFFECTIVE DATE NOT NUMERIC" TO REJECT-REASON
003730         GO TO 3200-EXIT
003740     END-IF.
003750     IF NEW-EFFECTIVE-MONTH < 1 OR NEW-EFFECTIVE-MONTH > 12
003760         MOVE "EFFECTIVE DATE NOT A DATE" TO REJECT-REASON
003770         GO TO 3200-EXIT
003780     END-IF.
003790     MOVE MONTH-DAYS (NEW-EFFECTIVE-MONTH) TO DAYS-IN-MONTH.
003800     IF NEW-EFFECTIVE-MONTH = 2
003810         PERFORM 3210-CHECK-LEAP-YEAR THRU 3210-EXIT
003820         IF IS-LEAP-YEAR
003830             MOVE 29 TO DAYS-IN-MONTH
003840         END-IF
003850     END-IF.
003860     IF NEW-EFFECTIVE-DAY < 1
003870             OR NEW-EFFECTIVE-DAY > DAYS-IN-MONTH
003880         MOVE "EFFECTIVE DATE NOT A DATE" TO REJECT-REASON
003890         GO TO 3200-EXIT
003900     END-IF.
003910     IF NEW-EFFECTIVE-DATE NOT > RUN-DATE
003920         MOVE "EFFECTIVE DATE MUST BE AFTER TODAY"
003925             TO REJECT-REASON
003930     END-IF.
003940 3200-EXIT.
003950     EXIT.
003960*
003970******************************************************
003980*  3210-CHECK-LEAP-YEAR                               *
003990*  A YEAR DIVISIBLE BY 4 IS A LEAP YEAR, EXCEPT A     *
004000*  CENTURY YEAR MUST ALSO BE DIVISIBLE BY 400.        *
004010******************************************************
004020 3210-CHECK-LEAP-YEAR.
004030     SET NOT-LEAP-YEAR TO TRUE.
004040     DIVIDE NEW-EFFECTIVE-YEAR BY 4
004050         GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER.
004060     IF LEAP-REMAINDER NOT = 0
004070         GO TO 3210-EXIT
004080     END-IF.
004090     DIVIDE NEW-EFFECTIVE-YEAR BY 100
004100         GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER.
004110     IF LEAP-REMAINDER NOT = 0
004120         SET IS-LEAP-YEAR TO TRUE
004130         GO TO 3210-EXIT
004140     END-IF.
004150     DIVIDE NEW-EFFECTIVE-YEAR BY 400
004160         GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER.
004170     IF LEAP-REMAINDER = 0
004180         SET IS-LEAP-YEAR TO TRUE
004190     END-IF.
004200 3210-EXIT.
004210     EXIT.
004220*
004230******************************************************
004240*  3220-SET-TOMORROW                                  *
004250*  THE CALENDAR DAY AFTER RUN-DATE, INTO              *
004260*  NEW-EFFECTIVE-DATE.                                *
004270******************************************************
004280 3220-SET-TOMORROW.
004290     MOVE RUN-DATE TO NEW-EFFECTIVE-DATE.
004300     ADD 1 TO NEW-EFFECTIVE-DAY.
004310     MOVE MONTH-DAYS (NEW-EFFECTIVE-MONTH) TO DAYS-IN-MONTH.
004320     IF NEW-EFFECTIVE-MONTH = 2
004330         PERFORM 3210-CHECK-LEAP-YEAR THRU 3210-EXIT
004340         IF IS-LEAP-YEAR
004350             MOVE 29 TO DAYS-IN-MONTH
004360         END-IF
004370     END-IF.
004380     IF NEW-EFFECTIVE-DAY NOT > DAYS-IN-MONTH
004390         GO TO 3220-EXIT
004400     END-IF.
004410     MOVE 1 TO NEW-EFFECTIVE-DAY.
004420     ADD 1 TO NEW-EFFECTIVE-MONTH.
004430     IF NEW-EFFECTIVE-MONTH NOT > 12
004440         GO TO 3220-EXIT
004450     END-IF.
004460     MOVE 1 TO NEW-EFFECTIVE-MONTH.
004470     ADD 1 TO NEW-EFFECTIVE-YEAR.
004480 3220-EXIT.
004490     EXIT.
004500*
004510******************************************************
004520*  3300-APPEND-ENTRY                                  *
004530*  ADD THE CONFIRMED ENTRY TO THE END OF PARMFILE,    *
004540*  CREATING THE FILE ON ITS FIRST USE.  REJECT-REASON *
004550*  IS SET IF THE FILE CANNOT BE WRITTEN.              *
004560******************************************************
004570 3300-APPEND-ENTRY.
004580     MOVE SPACES TO REJECT-REASON.
004590     MOVE NEW-PARM-NAME TO PARM-NAME.
004600     MOVE NEW-EFFECTIVE-DATE TO PARM-EFFECTIVE-DATE.
004610     MOVE NEW-VALUE TO PARM-VALUE.
004620     MOVE RUN-DATE TO PARM-ENTERED-DATE.
004630     ACCEPT PARM-ENTERED-TIME FROM TIME.
004640     MOVE OPERATOR-ID TO PARM-OPERATOR-ID.
004650     OPEN EXTEND PARM-FILE.
004660     IF PARM-FILE-NOT-FOUND
004670         OPEN OUTPUT PARM-FILE
004680     END-IF.
004690     IF NOT PARM-FILE-OK
004700         DISPLAY "Cannot write PARMFILE, status "
004710             PARM-FILE-STATUS
004720         MOVE "PARMFILE NOT WRITABLE" TO REJECT-REASON
004730         GO TO 3300-EXIT
004740     END-IF.
004750     WRITE PARM-RECORD.
004760     CLOSE PARM-FILE.
004770 3300-EXIT.
004780     EXIT.
004790*
004800******************************************************
004810*  3900-REFUSE-ENTRY                                  *
004820*  TELL THE OPERATOR WHY THE ENTRY WAS REFUSED AND    *
004830*  LOG THE REFUSAL WITH THE VALUE AS KEYED.           *
004840******************************************************
004850 3900-REFUSE-ENTRY.
004860     DISPLAY "Entry refused: " REJECT-REASON.
004870     MOVE "REJECT" TO PL-ACTION.
004880     MOVE REJECT-REASON TO PL-MESSAGE.
004890     PERFORM 7000-WRITE-PARM-LOG THRU 7000-EXIT.
004900 3900-EXIT.
004910     EXIT.
004920*
004930******************************************************
004940*  4000-LIST-HISTORY                                  *
004950*  PRINT EVERY PARAMETER WITH ITS LIMITS AND EVERY    *
004960*  ENTRY FOR IT -- THE STANDING DEFAULT FIRST, THEN   *
004970*  EACH PARMFILE ENTRY IN EFFECTIVE-DATE ORDER (FILE  *
004980*  ORDER WITHIN A DATE) -- MARKING THE ONE IN FORCE   *
004990*  TODAY AND ANY STILL TO COME.  AN ENTRY THE         *
005000*  PROGRAMS WOULD IGNORE IS COUNTED, NOT LISTED.      *
005010******************************************************
005020 4000-LIST-HISTORY.
005030     MOVE 0 TO ENTRIES-LISTED.
005040     MOVE 0 TO ENTRIES-NOT-LISTED.
005050     SORT SORT-WORK-FILE
005060         ON ASCENDING KEY SORT-NAME
005070         ON ASCENDING KEY SORT-EFFECTIVE-DATE
005080         ON ASCENDING KEY SORT-SEQUENCE
005090         INPUT PROCEDURE IS 4100-RELEASE-ENTRIES
005100             THRU 4100-EXIT
005110         OUTPUT PROCEDURE IS 4200-PRINT-HISTORY
005120             THRU 4200-EXIT.
005130     DISPLAY " ".
005140     DISPLAY "Entries listed:       " ENTRIES-LISTED.
005150     IF ENTRIES-NOT-LISTED > 0
005160         DISPLAY "Entries not valid:    " ENTRIES-NOT-LISTED
005170     END-IF.
005180     MOVE "LIST" TO PL-ACTION.
005190     MOVE SPACES TO NEW-PARM-NAME.
005200     MOVE SPACES TO NEW-EFFECTIVE-DATE.
005210     MOVE SPACES TO NEW-VALUE-INPUT.
005220     MOVE 0 TO OLD-VALUE.
005230     MOVE "HISTORY PRINTED" TO PL-MESSAGE.
005240     PERFORM 7000-WRITE-PARM-LOG THRU 7000-EXIT.
005250 4000-EXIT.
005260     EXIT.
005270*
005280******************************************************
005290*  4100-RELEASE-ENTRIES                               *
005300*  SORT INPUT PROCEDURE.  RELEASE THE STANDING        *
005310*  DEFAULTS (EFFECTIVE 00000000, SEQUENCE ZERO), THEN *
005320*  EVERY VALID PARMFILE ENTRY NUMBERED IN FILE ORDER. *
005330*  NO PARMFILE LEAVES ONLY THE DEFAULTS.              *
005340******************************************************
005350 4100-RELEASE-ENTRIES.
005360     MOVE 1 TO PD-SUB.
005370     PERFORM 4110-RELEASE-ONE-DEFAULT THRU 4110-EXIT
005380         UNTIL PD-SUB > PD-COUNT.
005390     MOVE 0 TO ENTRY-SEQUENCE.
005400     OPEN INPUT PARM-FILE.
005410     IF PARM-FILE-NOT-FOUND
005420         GO TO 4100-EXIT
005430     END-IF.
005440     IF NOT PARM-FILE-OK
005450         DISPLAY "Cannot open PARMFILE, status "
005460             PARM-FILE-STATUS
005470         GO TO 4100-EXIT
005480     END-IF.
005490     MOVE 'N' TO PARM-EOF-SWITCH.
005500     PERFORM 4120-RELEASE-ONE-ENTRY THRU 4120-EXIT
005510         UNTIL PARM-AT-END.
005520     CLOSE PARM-FILE.
005530 4100-EXIT.
005540     EXIT.
005550*
005560 4110-RELEASE-ONE-DEFAULT.
005570     MOVE PD-NAME (PD-SUB) TO SORT-NAME.
005580     MOVE "00000000" TO SORT-EFFECTIVE-DATE.
005590     MOVE 0 TO SORT-SEQUENCE.
005600     MOVE PD-DEFAULT (PD-SUB) TO SORT-VALUE.
005610     MOVE SPACES TO SORT-ENTERED-DATE.
005620     MOVE SPACES TO SORT-ENTERED-TIME.
005630     MOVE "(DEFAULT)" TO SORT-OPERATOR-ID.
005640     RELEASE SORT-RECORD.
005650     ADD 1 TO PD-SUB.
005660 4110-EXIT.
005670     EXIT.
005680*
005690 4120-RELEASE-ONE-ENTRY.
005700     READ PARM-FILE
005710         AT END
005720         SET PARM-AT-END TO TRUE
005730         GO TO 4120-EXIT
005740     END-READ.
005750     MOVE 1 TO PD-SUB.
005760     PERFORM 8830-SCAN-ONE-NAME THRU 8830-EXIT
005770         UNTIL PD-SUB > PD-COUNT
005780             OR PD-NAME (PD-SUB) = PARM-NAME.
005790     IF PD-SUB > PD-COUNT
005800             OR PARM-VALUE NOT NUMERIC
005810             OR PARM-EFFECTIVE-DATE NOT NUMERIC
005820         ADD 1 TO ENTRIES-NOT-LISTED
005830         GO TO 4120-EXIT
005840     END-IF.
005850     ADD 1 TO ENTRY-SEQUENCE.
005860     MOVE PARM-NAME TO SORT-NAME.
005870     MOVE PARM-EFFECTIVE-DATE TO SORT-EFFECTIVE-DATE.
005880     MOVE ENTRY-SEQUENCE TO SORT-SEQUENCE.
005890     MOVE PARM-VALUE TO SORT-VALUE.
005900     MOVE PARM-ENTERED-DATE TO SORT-ENTERED-DATE.
005910     MOVE PARM-ENTERED-TIME TO SORT-ENTERED-TIME.
005920     MOVE PARM-OPERATOR-ID TO SORT-OPERATOR-ID.
005930     RELEASE SORT-RECORD.
005940 4120-EXIT.
005950     EXIT.
005960*
005970******************************************************
005980*  4200-PRINT-HISTORY                                 *
005990*  SORT OUTPUT PROCEDURE.  EACH ENTRY IS HELD UNTIL   *
006000*  THE NEXT IS RETURNED, SINCE ONLY THEN IS IT KNOWN  *
006010*  WHETHER A LATER ENTRY ALREADY IN FORCE SUPERSEDES  *
006020*  IT.  A HEADING WITH THE LIMITS STARTS EACH         *
006030*  PARAMETER.                                         *
006040******************************************************
006050 4200-PRINT-HISTORY.
006060     DISPLAY " ".
006070     DISPLAY "GAME PARAMETER HISTORY AS AT " RUN-DATE.
006080     MOVE SPACES TO PREV-NAME.
006090     MOVE 'N' TO HELD-SWITCH.
006100     MOVE 'N' TO SORT-EOF-SWITCH.
006110     PERFORM 4210-PRINT-ONE-ENTRY THRU 4210-EXIT
006120         UNTIL SORT-AT-END.
006130     IF HELD-PRESENT
006140         MOVE 'N' TO HELD-SUPERSEDED-SWITCH
006150         PERFORM 4230-PRINT-HELD-ENTRY THRU 4230-EXIT
006160     END-IF.
006170 4200-EXIT.
006180     EXIT.
006190*
006200 4210-PRINT-ONE-ENTRY.
006210     RETURN SORT-WORK-FILE
006220         AT END
006230         SET SORT-AT-END TO TRUE
006240         GO TO 4210-EXIT
006250     END-RETURN.
006260     IF HELD-PRESENT
006270         MOVE 'N' TO HELD-SUPERSEDED-SWITCH
006280         IF SORT-NAME = HELD-NAME
006290                 AND SORT-EFFECTIVE-DATE NOT > RUN-DATE
006300             SET HELD-IS-SUPERSEDED TO TRUE
006310         END-IF
006320         PERFORM 4230-PRINT-HELD-ENTRY THRU 4230-EXIT
006330     END-IF.
006340     IF SORT-NAME NOT = PREV-NAME
006350         PERFORM 4220-PRINT-PARM-HEADING THRU 4220-EXIT
006360         MOVE SORT-NAME TO PREV-NAME
006370     END-IF.
006380     MOVE SORT-RECORD TO HELD-RECORD.
006390     SET HELD-PRESENT TO TRUE.
006400 4210-EXIT.
006410     EXIT.
006420*
006430******************************************************
006440*  4220-PRINT-PARM-HEADING                            *
006450******************************************************
006460 4220-PRINT-PARM-HEADING.
006470     MOVE 1 TO PD-SUB.
006480     PERFORM 8830-SCAN-ONE-NAME THRU 8830-EXIT
006490         UNTIL PD-SUB > PD-COUNT
006500             OR PD-NAME (PD-SUB) = SORT-NAME.
006510     MOVE SORT-NAME TO HDG-NAME.
006520     MOVE PD-MINIMUM (PD-SUB) TO HDG-MINIMUM.
006530     MOVE PD-MAXIMUM (PD-SUB) TO HDG-MAXIMUM.
006540     DISPLAY " ".
006550     DISPLAY PARM-HEADING-LINE.
006560     DISPLAY "  EFFECTIVE VALUE  ENTERED   TIME      OPERATOR"
006570         "    STATUS".
006580     DISPLAY "  --------  -----  --------  --------  ----------"
006590         "  --------".
006600 4220-EXIT.
006610     EXIT.
006620*
006630******************************************************
006640*  4230-PRINT-HELD-ENTRY                              *
006650*  ONE DETAIL LINE FOR THE HELD ENTRY.  IT IS IN      *
006660*  FORCE IF EFFECTIVE BY TODAY AND NOT SUPERSEDED,    *
006670*  AND PENDING IF ITS DATE IS STILL TO COME -- AS     *
006680*  EVERY NEW ENTRY IS UNTIL ITS DAY ARRIVES.          *
006690******************************************************
006700 4230-PRINT-HELD-ENTRY.
006710     IF HELD-EFFECTIVE-DATE = "00000000"
006720         MOVE "DEFAULT" TO DET-EFFECTIVE-DATE
006730     ELSE
006740         MOVE HELD-EFFECTIVE-DATE TO DET-EFFECTIVE-DATE
006750     END-IF.
006760     MOVE HELD-VALUE TO DET-VALUE.
006770     MOVE HELD-ENTERED-DATE TO DET-ENTERED-DATE.
006780     MOVE HELD-ENTERED-TIME TO DET-ENTERED-TIME.
006790     MOVE HELD-OPERATOR-ID TO DET-OPERATOR-ID.
006800     MOVE SPACES TO DET-STATUS.
006810     IF HELD-EFFECTIVE-DATE > RUN-DATE
006820         MOVE "PENDING" TO DET-STATUS
006830     ELSE
006840         IF NOT HELD-IS-SUPERSEDED
006850             MOVE "IN FORCE" TO DET-STATUS
006860         END-IF
006870     END-IF.
006880     DISPLAY DETAIL-LINE.
006890     ADD 1 TO ENTRIES-LISTED.
006900     MOVE 'N' TO HELD-SWITCH.
006910 4230-EXIT.
006920     EXIT.
006930*
006940******************************************************
006950*  7000-WRITE-PARM-LOG                                *
006960*  APPEND ONE RECORD OF THIS ACTION TO THE PARAMETER  *
006970*  CHANGE LOG.  PL-ACTION AND PL-MESSAGE ARE SET BY   *
006980*  THE CALLER; THE REST IS TAKEN FROM THE ENTRY AS    *
006990*  KEYED AND THE VALUE IT WOULD REPLACE.              *
007000******************************************************
007010 7000-WRITE-PARM-LOG.
007020     MOVE OPERATOR-ID TO PL-OPERATOR-ID.
007030     MOVE RUN-DATE TO PL-DATE.
007040     ACCEPT PL-TIME FROM TIME.
007050     MOVE NEW-PARM-NAME TO PL-NAME.
007060     MOVE NEW-EFFECTIVE-DATE TO PL-EFFECTIVE-DATE.
007070     MOVE OLD-VALUE TO PL-OLD-VALUE.
007080     MOVE NEW-VALUE-INPUT TO PL-NEW-VALUE.
007090     OPEN EXTEND PARM-LOG-FILE.
007100     IF PARM-LOG-NOT-FOUND
007110         OPEN OUTPUT PARM-LOG-FILE
007120     END-IF.
007130     IF NOT PARM-LOG-OK
007140         DISPLAY "Cannot write parameter change log,"
007150             " status " PARM-LOG-STATUS
007160         GO TO 7000-EXIT
007170     END-IF.
007180     WRITE PARM-LOG-RECORD.
007190     CLOSE PARM-LOG-FILE.
007200 7000-EXIT.
007210     EXIT.
007220*
007230******************************************************
007240*  8800-LOAD-PARAMETERS                               *
007250*  TABLE EVERY GAME PARAMETER ENTRY: THE STANDING     *
007260*  DEFAULTS FIRST (EFFECTIVE 00000000), THEN EACH     *
007270*  PARMFILE ENTRY IN FILE ORDER.  NO PARMFILE MEANS   *
007280*  THE DEFAULTS STAND.  AN ENTRY FOR AN UNKNOWN       *
007290*  PARAMETER, WITH A NON-NUMERIC VALUE OR DATE, OR    *
007300*  BEYOND THE END OF THE TABLE IS IGNORED AND         *
007310*  COUNTED.                                           *
007320******************************************************
007330 8800-LOAD-PARAMETERS.
007340     MOVE 0 TO PE-COUNT.
007350     MOVE 0 TO PARM-ENTRIES-IGNORED.
007360     MOVE 1 TO PD-SUB.
007370     PERFORM 8810-LOAD-ONE-DEFAULT THRU 8810-EXIT
007380         UNTIL PD-SUB > PD-COUNT.
007390     OPEN INPUT PARM-FILE.
007400     IF PARM-FILE-NOT-FOUND
007410         GO TO 8800-EXIT
007420     END-IF.
007430     IF NOT PARM-FILE-OK
007440         DISPLAY "Cannot open PARMFILE, status "
007450             PARM-FILE-STATUS " -- standing rules used."
007460         GO TO 8800-EXIT
007470     END-IF.
007480     MOVE 'N' TO PARM-EOF-SWITCH.
007490     PERFORM 8820-LOAD-ONE-ENTRY THRU 8820-EXIT
007500         UNTIL PARM-AT-END.
007510     CLOSE PARM-FILE.
007520     IF PARM-ENTRIES-IGNORED > 0
007530         DISPLAY "PARMFILE entries ignored: "
007540             PARM-ENTRIES-IGNORED
007550     END-IF.
007560 8800-EXIT.
007570     EXIT.
007580*
007590 8810-LOAD-ONE-DEFAULT.
007600     ADD 1 TO PE-COUNT.
007610     MOVE PD-NAME (PD-SUB) TO PE-NAME (PE-COUNT).
007620     MOVE "00000000" TO PE-EFFECTIVE-DATE (PE-COUNT).
007630     MOVE PD-DEFAULT (PD-SUB) TO PE-VALUE (PE-COUNT).
007640     ADD 1 TO PD-SUB.
007650 8810-EXIT.
007660     EXIT.
007670*
007680 8820-LOAD-ONE-ENTRY.
007690     READ PARM-FILE
007700         AT END
007710         SET PARM-AT-END TO TRUE
007720         GO TO 8820-EXIT
007730     END-READ.
007740     MOVE 1 TO PD-SUB.
007750     PERFORM 8830-SCAN-ONE-NAME THRU 8830-EXIT
007760         UNTIL PD-SUB > PD-COUNT
007770             OR PD-NAME (PD-SUB) = PARM-NAME.
007780     IF PD-SUB > PD-COUNT
007790             OR PARM-VALUE NOT NUMERIC
007800             OR PARM-EFFECTIVE-DATE NOT NUMERIC
007810             OR PE-COUNT NOT < PE-MAX
007820         ADD 1 TO PARM-ENTRIES-IGNORED
007830         GO TO 8820-EXIT
007840     END-IF.
007850     ADD 1 TO PE-COUNT.
007860     MOVE PARM-NAME TO PE-NAME (PE-COUNT).
007870     MOVE PARM-EFFECTIVE-DATE TO PE-EFFECTIVE-DATE (PE-COUNT).
007880     MOVE PARM-VALUE TO PE-VALUE (PE-COUNT).
007890 8820-EXIT.
007900     EXIT.
007910*
007920 8830-SCAN-ONE-NAME.
007930     ADD 1 TO PD-SUB.
007940 8830-EXIT.
007950     EXIT.
007960*
007970******************************************************
007980*  8850-GET-PARAMETER                                 *
007990*  THE VALUE OF PARM-WANTED-NAME IN FORCE ON          *
008000*  PARM-AS-OF-DATE: THE ENTRY WITH THE LATEST         *
008010*  EFFECTIVE DATE NOT AFTER IT, THE LATER ON THE FILE *
008020*  WHERE TWO SHARE A DATE.  THE DEFAULTS, EFFECTIVE   *
008030*  00000000, ARE ALWAYS A CANDIDATE.                  *
008040******************************************************
008050 8850-GET-PARAMETER.
008060     MOVE 0 TO PARM-FOUND-VALUE.
008070     MOVE SPACES TO PARM-FOUND-DATE.
008080     MOVE 1 TO PE-SUB.
008090     PERFORM 8860-CHECK-ONE-ENTRY THRU 8860-EXIT
008100         UNTIL PE-SUB > PE-COUNT.
008110 8850-EXIT.
008120     EXIT.
008130*
008140 8860-CHECK-ONE-ENTRY.
008150     IF PE-NAME (PE-SUB) = PARM-WANTED-NAME
008160             AND PE-EFFECTIVE-DATE (PE-SUB) NOT > PARM-AS-OF-DATE
008170             AND PE-EFFECTIVE-DATE (PE-SUB) NOT < PARM-FOUND-DATE
008180         MOVE PE-VALUE (PE-SUB) TO PARM-FOUND-VALUE
008190         MOVE PE-EFFECTIVE-DATE (PE-SUB) TO PARM-FOUND-DATE
008200     END-IF.
008210     ADD 1 TO PE-SUB.
008220 8860-EXIT.
008230     EXIT.
008240*
008250******************************************************
008260*  9000-WRAP-UP                                       *
008270******************************************************
008280 9000-WRAP-UP.
008290     DISPLAY "Parameter session ended.".
008300 9000-EXIT.
008310     EXIT.
008320*
008330******************************************************
008340*  9999-EXIT                                          *
008350******************************************************
008360 9999-EXIT.
008370     STOP RUN.
