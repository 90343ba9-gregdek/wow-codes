000150*  CONCATENATED SET) IN THE RUN SCRIPT, AS FOR        *
000160*  GUESS-RECON.  REPLACES OPERATORS READING RAW       *
000170*  MASTER RECORDS TO PLAYERS OUT OF GUESS-PMNT.       *
000172*  A CREDIT STATEMENT FROM THE HINT-CREDIT LEDGER     *
000174*  (CREDLDGR) FOLLOWS: OPENING BALANCE, EVERY CREDIT  *
000176*  EARNED, SPENT, REVERSED, OR EXPIRED IN THE MONTH,  *
000178*  AND THE CLOSING BALANCE.                           *
000180*                                                     *
000190*  To compile and run on your friendly Linux system:  *
000200*         cobc -x guess-stmt.cobol                    *
000260*  DATE       INIT  DESCRIPTION                        *
000270*  ---------- ----  ------------------------------     *
000280*  2026-09-02 DLM   NEW PROGRAM.                       *
000282*  2026-10-15 DLM   THE PLAYER'S DISPLAY NAME FROM THE *
000284*                   REGISTRATION FILE (PLAYREG) IS NOW *
000286*                   PRINTED IN THE STATEMENT HEADING.  *
000287*  2026-10-15 DLM   A HINT-CREDIT STATEMENT FROM THE   *
000288*                   CREDIT LEDGER (CREDLDGR) NOW CLOSES*
000289*                   THE STATEMENT, WITH THE OPENING    *
000290*                   BALANCE, EACH MOVEMENT IN THE MONTH*
000291*                   WITH A RUNNING BALANCE, THE CLOSING*
000292*                   BALANCE, AND TODAY'S CREDFILE      *
000293*                   BALANCE FOR COMPARISON.            *
000294*  2026-10-15 DLM   THE STATEMENT IS NOW PRINTED TO    *
000295*                   PRTSTMT WITH STANDARD PAGE         *
000296*                   HEADINGS AND AN END-OF-REPORT LINE,*
000297*                   AND A COPY IS KEPT IN THE REPORT   *
000298*                   REPOSITORY (REPTREPO) FOR GUESS-   *
000299*                   RPRT TO LIST AND REPRINT.          *
000300*  2026-10-15 DLM   GAMES VOIDED BY GUESS-ADJT ARE NO  *
000301*                   LONGER PRINTED OR COUNTED: THE     *
000302*                   REVERSAL RECORD AND THE GAME IT    *
000303*                   CANCELS ARE BOTH LEFT OFF, IN THE  *
000304*                   ARCHIVE AND THE LIVE FILE ALIKE,   *
000305*                   AND THE MONTH'S TOTALS SAY HOW     *
000306*                   MANY GAMES WERE VOIDED.            *
000307******************************************************
000308 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. GUESS-STMT.
000320 AUTHOR. D L MCKENZIE.
000330 INSTALLATION. OPERATIONS SUPPORT.
000540     SELECT ACHIEVEMENT-FILE ASSIGN TO "ACHVFILE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS ACHIEVEMENT-STATUS.
000561     SELECT REGISTRATION-FILE ASSIGN TO "PLAYREG"
000562         ORGANIZATION IS INDEXED
000563         ACCESS MODE IS RANDOM
000564         RECORD KEY IS RG-PLAYER-ID
000565         FILE STATUS IS REGISTRATION-STATUS.
000566     SELECT CREDIT-LEDGER-FILE ASSIGN TO "CREDLDGR"
000567         ORGANIZATION IS LINE SEQUENTIAL
000568         FILE STATUS IS CREDIT-LEDGER-STATUS.
000569     SELECT CREDIT-FILE ASSIGN TO "CREDFILE"
000570         ORGANIZATION IS INDEXED
000571         ACCESS MODE IS RANDOM
000572         RECORD KEY IS CD-PLAYER-ID
000573         FILE STATUS IS CREDIT-FILE-STATUS.
000574     SELECT SPOOL-FILE ASSIGN TO "SPLSTMT"
000575         ORGANIZATION IS LINE SEQUENTIAL
000576         FILE STATUS IS SPOOL-FILE-STATUS.
000577     SELECT PRINT-FILE ASSIGN TO "PRTSTMT"
000578         ORGANIZATION IS LINE SEQUENTIAL
000579         FILE STATUS IS PRINT-FILE-STATUS.
000580     SELECT REPORT-REPOSITORY ASSIGN TO "REPTREPO"
000581         ORGANIZATION IS INDEXED
000582         ACCESS MODE IS RANDOM
000583         RECORD KEY IS RR-KEY
000584         FILE STATUS IS REPOSITORY-STATUS.
000585*
000586 DATA DIVISION.
000590 FILE SECTION.
000600 FD  SCORE-HIST-FILE
000610     LABEL RECORDS ARE STANDARD.
000740     LABEL RECORDS ARE STANDARD.
000750     COPY "ACHVREC.CPY".
000760*
000762 FD  REGISTRATION-FILE
000764     LABEL RECORDS ARE STANDARD.
000766     COPY "REGREC.CPY".
000768*
000769 FD  CREDIT-LEDGER-FILE
000770     LABEL RECORDS ARE STANDARD.
000771     COPY "CLEDREC.CPY".
000772*
000773 FD  CREDIT-FILE
000774     LABEL RECORDS ARE STANDARD.
000775     COPY "CREDREC.CPY".
000776*
000777 FD  SPOOL-FILE
000778     LABEL RECORDS ARE STANDARD.
000779     COPY "SPOOLREC.CPY".
000780*
000781 FD  PRINT-FILE
000782     LABEL RECORDS ARE OMITTED.
000783 01  PRINT-RECORD                PIC X(132).
000784*
000785 FD  REPORT-REPOSITORY
000786     LABEL RECORDS ARE STANDARD.
000787     COPY "REPTREC.CPY".
000788*
000789 WORKING-STORAGE SECTION.
000790*
000791 77  MONTH-GAMES                 PIC 9(05)  VALUE 0.
000800 77  MONTH-WINS                  PIC 9(05)  VALUE 0.
000810 77  MONTH-GUESSES               PIC 9(07)  VALUE 0.
000820 77  MONTH-MILESTONES            PIC 9(03)  VALUE 0.
000821 77  MONTH-MOVEMENTS             PIC 9(05)  VALUE 0.
000822 77  MONTH-VOIDS                 PIC 9(05)  VALUE 0.
000823 77  CREDIT-OPENING              PIC S9(07) VALUE 0.
000824 77  CREDIT-RUNNING              PIC S9(07) VALUE 0.
000825 77  CREDIT-TO-DATE              PIC S9(07) VALUE 0.
000826 77  LEDGER-SIGNED-AMOUNT        PIC S9(07) VALUE 0.
000830*
000840 01  STMT-PLAYER-ID              PIC X(10)  VALUE SPACES.
000850 01  STMT-MONTH                  PIC X(06)  VALUE SPACES.
000860*
000861*    THE MONTH'S REVERSALS BY DATE.  EACH ONE CANCELS THE
000862*    PLAYER'S EARLIEST GAME OF THAT DAY STILL STANDING.
000863*    THE LAST SLOT IS THE SEARCH SENTINEL.
000864 77  DV-MAX-ENTRIES              PIC 9(03)  COMP  VALUE 31.
000865 77  DV-COUNT                    PIC 9(03)  COMP  VALUE 0.
000866 77  DV-SUB                      PIC 9(03)  COMP  VALUE 0.
000867 01  DAY-VOID-TABLE.
000868     05  DV-ENTRY                OCCURS 32 TIMES.
000869         10  DV-DATE             PIC X(08).
000870         10  DV-VOIDS            PIC 9(03).
000871*
000872 01  SCORE-HIST-STATUS           PIC X(02).
000880     88  SCORE-HIST-OK           VALUE '00'.
000890 01  SCORE-ARCH-STATUS           PIC X(02).
000900     88  SCORE-ARCH-OK           VALUE '00'.
000930     88  PLAYER-MASTER-NOT-FOUND VALUE '23', '35'.
000940 01  ACHIEVEMENT-STATUS          PIC X(02).
000950     88  ACHIEVEMENT-OK          VALUE '00'.
000952 01  REGISTRATION-STATUS         PIC X(02).
000954     88  REGISTRATION-OK         VALUE '00'.
000955 01  CREDIT-LEDGER-STATUS        PIC X(02).
000956     88  CREDIT-LEDGER-OK        VALUE '00'.
000957 01  CREDIT-FILE-STATUS          PIC X(02).
000958     88  CREDIT-FILE-OK          VALUE '00'.
000959*
000960 01  STMT-PLAYER-NAME            PIC X(20)  VALUE SPACES.
000961*
000970 01  SCORE-EOF-SWITCH            PIC X(01)  VALUE 'N'.
000980     88  SCORE-AT-END            VALUE 'Y'.
000990 01  ARCH-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001000     88  ARCH-AT-END             VALUE 'Y'.
001010 01  ACH-EOF-SWITCH              PIC X(01)  VALUE 'N'.
001020     88  ACH-AT-END              VALUE 'Y'.
001023 01  LEDGER-EOF-SWITCH           PIC X(01)  VALUE 'N'.
001026     88  LEDGER-AT-END           VALUE 'Y'.
001030*
001040 01  ACH-HEADER-SWITCH           PIC X(01)  VALUE 'N'.
001050     88  ACH-HEADER-PRINTED      VALUE 'Y'.
001210*
001220 01  COUNT-EDIT                  PIC Z(06)9.
001230 01  AVG-EDIT                    PIC ZZZ9.99.
001231 01  BALANCE-EDIT                PIC -(06)9.
001232*
001233 01  CREDIT-DETAIL-LINE.
001234     05  CDL-DATE                PIC X(08).
001235     05  FILLER                  PIC X(02)  VALUE SPACES.
001236     05  CDL-TIME                PIC X(06).
001237     05  FILLER                  PIC X(02)  VALUE SPACES.
001238     05  CDL-TYPE                PIC X(08).
001239     05  CDL-AMOUNT              PIC +(05)9.
001240     05  FILLER                  PIC X(02)  VALUE SPACES.
001241     05  CDL-BALANCE             PIC -(05)9.
001242     05  FILLER                  PIC X(03)  VALUE SPACES.
001243     05  CDL-REFERENCE           PIC X(30).
001244*
001245*    PRINT SPOOLING AND THE REPORT REPOSITORY, SEE
001246*    PRTCTL.CPY.
001247     COPY "PRTCTL.CPY".
001248*
001250 PROCEDURE DIVISION.
001260*
001270******************************************************
001290******************************************************
001300 0000-MAINLINE.
001310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001315     PERFORM 1500-TABLE-MONTH-VOIDS THRU 1500-EXIT.
001320     PERFORM 2000-PRINT-ARCHIVE-GAMES THRU 2000-EXIT.
001330     PERFORM 3000-PRINT-LIVE-GAMES THRU 3000-EXIT.
001340     PERFORM 4000-PRINT-MONTH-TOTALS THRU 4000-EXIT.
001350     PERFORM 5000-PRINT-LIFETIME-TOTALS THRU 5000-EXIT.
001360     PERFORM 6000-PRINT-MILESTONES THRU 6000-EXIT.
001363     PERFORM 7000-PRINT-CREDIT-STATEMENT THRU 7000-EXIT.
001366     PERFORM 8920-PRINT-REPORT THRU 8920-EXIT.
001370     GO TO 9999-EXIT.
001380*
001390******************************************************
001500         DISPLAY "Statement month must be numeric YYYYMM."
001510         GO TO 9999-EXIT
001520     END-IF.
001525     PERFORM 1100-GET-PLAYER-NAME THRU 1100-EXIT.
001528     MOVE "GUESS-STMT" TO REPORT-ID.
001531     MOVE "GUESS-MY-NUMBER PLAYER STATEMENT" TO REPORT-TITLE.
001534     STRING "PLAYER " DELIMITED BY SIZE
001537         STMT-PLAYER-ID DELIMITED BY SIZE
001540         "  " DELIMITED BY SIZE
001543         STMT-PLAYER-NAME DELIMITED BY SIZE
001546         "  MONTH " DELIMITED BY SIZE
001549         STMT-MONTH DELIMITED BY SIZE
001552         INTO REPORT-PARAMETERS
001555     END-STRING.
001558     PERFORM 8900-OPEN-PRINT-SPOOL THRU 8900-EXIT.
001561     SET PRINT-COLUMN-HEADING TO TRUE.
001564     MOVE "DATE       DIFF     GUESSES  RESULT" TO PRINT-TEXT.
001567     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
001570     SET PRINT-COLUMN-HEADING TO TRUE.
001573     MOVE "--------   ------   -------  ------" TO PRINT-TEXT.
001576     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
001580 1000-EXIT.
001590     EXIT.
001600*
001601******************************************************
001602*  1100-GET-PLAYER-NAME                               *
001603*  FETCH THE PLAYER'S DISPLAY NAME FROM THE           *
001604*  REGISTRATION FILE FOR THE HEADING.  AN ID NOT      *
001605*  ENROLLED, OR NO REGISTRATION FILE AT ALL, PRINTS   *
001606*  A BLANK NAME -- THE STATEMENT STILL RUNS.          *
001607******************************************************
001608 1100-GET-PLAYER-NAME.
001609     MOVE SPACES TO STMT-PLAYER-NAME.
001610     OPEN INPUT REGISTRATION-FILE.
001611     IF NOT REGISTRATION-OK
001612         GO TO 1100-EXIT
001613     END-IF.
001614     MOVE STMT-PLAYER-ID TO RG-PLAYER-ID.
001615     READ REGISTRATION-FILE
001616         INVALID KEY
001617         CLOSE REGISTRATION-FILE
001618         GO TO 1100-EXIT
001619     END-READ.
001620     MOVE RG-DISPLAY-NAME TO STMT-PLAYER-NAME.
001621     CLOSE REGISTRATION-FILE.
001622 1100-EXIT.
001623     EXIT.
001624*
001625******************************************************
001626*  1500-TABLE-MONTH-VOIDS                             *
001627*  FIRST PASS OF THE ARCHIVE AND THE LIVE FILE:       *
001628*  COUNT THE PLAYER'S REVERSALS IN THE MONTH BY DATE  *
001629*  SO THE PRINT PASSES KNOW WHICH GAMES TO LEAVE OUT. *
001630******************************************************
001631 1500-TABLE-MONTH-VOIDS.
001632     OPEN INPUT SCORE-ARCH-FILE.
001633     IF SCORE-ARCH-OK
001634         PERFORM 1510-TABLE-ONE-ARCH-VOID THRU 1510-EXIT
001635             UNTIL ARCH-AT-END
001636         CLOSE SCORE-ARCH-FILE
001637         MOVE 'N' TO ARCH-EOF-SWITCH
001638     END-IF.
001639     OPEN INPUT SCORE-HIST-FILE.
001640     IF SCORE-HIST-OK
001641         PERFORM 1520-TABLE-ONE-LIVE-VOID THRU 1520-EXIT
001642             UNTIL SCORE-AT-END
001643         CLOSE SCORE-HIST-FILE
001644         MOVE 'N' TO SCORE-EOF-SWITCH
001645     END-IF.
001646 1500-EXIT.
001647     EXIT.
001648*
001649******************************************************
001650*  1510-TABLE-ONE-ARCH-VOID                           *
001651******************************************************
001652 1510-TABLE-ONE-ARCH-VOID.
001653     READ SCORE-ARCH-FILE
001654         AT END
001655         SET ARCH-AT-END TO TRUE
001656         GO TO 1510-EXIT
001657     END-READ.
001658     IF SARCH-PLAYER-ID NOT = STMT-PLAYER-ID
001659             OR SARCH-DATE (1:6) NOT = STMT-MONTH
001660             OR SARCH-RESULT NOT = 'V'
001661         GO TO 1510-EXIT
001662     END-IF.
001663     MOVE SARCH-DATE TO SW-DATE.
001664     PERFORM 1530-ADD-DAY-VOID THRU 1530-EXIT.
001665 1510-EXIT.
001666     EXIT.
001667*
001668******************************************************
001669*  1520-TABLE-ONE-LIVE-VOID                           *
001670******************************************************
001671 1520-TABLE-ONE-LIVE-VOID.
001672     READ SCORE-HIST-FILE
001673         AT END
001674         SET SCORE-AT-END TO TRUE
001675         GO TO 1520-EXIT
001676     END-READ.
001677     IF SCORE-PLAYER-ID NOT = STMT-PLAYER-ID
001678             OR SCORE-DATE (1:6) NOT = STMT-MONTH
001679             OR SCORE-RESULT NOT = 'V'
001680         GO TO 1520-EXIT
001681     END-IF.
001682     MOVE SCORE-DATE TO SW-DATE.
001683     PERFORM 1530-ADD-DAY-VOID THRU 1530-EXIT.
001684 1520-EXIT.
001685     EXIT.
001686*
001687******************************************************
001688*  1530-ADD-DAY-VOID                                  *
001689*  COUNT ONE REVERSAL AGAINST THE DATE IN SW-DATE.    *
001690******************************************************
001691 1530-ADD-DAY-VOID.
001692     PERFORM 1540-FIND-VOID-DAY THRU 1540-EXIT.
001693     IF DV-SUB NOT > DV-COUNT
001694         ADD 1 TO DV-VOIDS (DV-SUB)
001695         GO TO 1530-EXIT
001696     END-IF.
001697     IF DV-COUNT >= DV-MAX-ENTRIES
001698         DISPLAY "Void table full -- voided game of "
001699             SW-DATE " will be printed."
001700         GO TO 1530-EXIT
001701     END-IF.
001702     ADD 1 TO DV-COUNT.
001703     MOVE SW-DATE TO DV-DATE (DV-COUNT).
001704     MOVE 1 TO DV-VOIDS (DV-COUNT).
001705 1530-EXIT.
001706     EXIT.
001707*
001708******************************************************
001709*  1540-FIND-VOID-DAY                                 *
001710*  SENTINEL SEARCH OF THE VOID TABLE FOR THE DATE IN  *
001711*  SW-DATE.  DV-SUB PAST DV-COUNT MEANS NOT FOUND.    *
001712******************************************************
001713 1540-FIND-VOID-DAY.
001714     COMPUTE DV-SUB = DV-COUNT + 1.
001715     MOVE SW-DATE TO DV-DATE (DV-SUB).
001716     MOVE 1 TO DV-SUB.
001717     PERFORM 1550-SCAN-ONE-VOID THRU 1550-EXIT
001718         UNTIL DV-DATE (DV-SUB) = SW-DATE.
001719 1540-EXIT.
001720     EXIT.
001721*
001722******************************************************
001723*  1550-SCAN-ONE-VOID                                 *
001724******************************************************
001725 1550-SCAN-ONE-VOID.
001726     ADD 1 TO DV-SUB.
001727 1550-EXIT.
001728     EXIT.
001729*
001730******************************************************
001731*  2000-PRINT-ARCHIVE-GAMES                           *
001732*  THE ARCHIVE CARRIES THE OLDER RECORDS, SO IT IS    *
001733*  PRINTED FIRST AND THE LIVE FILE AFTER IT, WHICH    *
001734*  KEEPS THE STATEMENT IN DATE ORDER.  NO ARCHIVE     *
001735*  ON FILE SIMPLY MEANS THE MONTH HAS NOT BEEN        *
001736*  PURGED YET.                                        *
001737******************************************************
001738 2000-PRINT-ARCHIVE-GAMES.
001739     OPEN INPUT SCORE-ARCH-FILE.
001740     IF NOT SCORE-ARCH-OK
001741         GO TO 2000-EXIT
001742     END-IF.
001743     PERFORM 2100-PRINT-ONE-ARCH THRU 2100-EXIT
001750         UNTIL ARCH-AT-END.
001760     CLOSE SCORE-ARCH-FILE.
001770 2000-EXIT.
002050*  TOTALS.  A RECORD WRITTEN BEFORE THE OUTCOME       *
002060*  FLAG EXISTED PRINTS WITH DASHES WHERE THE          *
002070*  DIFFICULTY AND RESULT WOULD BE.                    *
002073*  A REVERSAL FROM GUESS-ADJT IS NOT A GAME, AND THE  *
002076*  GAME IT CANCELS IS LEFT OUT AS WELL.               *
002080******************************************************
002090 2500-PRINT-ONE-GAME.
002091     IF SW-RESULT = 'V'
002092         GO TO 2500-EXIT
002093     END-IF.
002094     PERFORM 1540-FIND-VOID-DAY THRU 1540-EXIT.
002095     IF DV-SUB NOT > DV-COUNT
002096         IF DV-VOIDS (DV-SUB) > 0
002097             SUBTRACT 1 FROM DV-VOIDS (DV-SUB)
002098             ADD 1 TO MONTH-VOIDS
002099             GO TO 2500-EXIT
002100         END-IF
002101     END-IF.
002102     MOVE SW-DATE TO DET-DATE.
002110     IF SW-DIFFICULTY = 'E'
002120         MOVE "EXPERT" TO DET-DIFFICULTY
002130     ELSE
002270             MOVE "----" TO DET-RESULT
002280         END-IF
002290     END-IF.
002296     MOVE DETAIL-LINE TO PRINT-TEXT.
002302     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
002310     ADD 1 TO MONTH-GAMES.
002320     ADD SW-GUESSES TO MONTH-GUESSES.
002330     IF SW-RESULT = 'W'
002750*  4000-PRINT-MONTH-TOTALS                            *
002760******************************************************
002770 4000-PRINT-MONTH-TOTALS.
002774     MOVE "--------   ------   -------  ------" TO PRINT-TEXT.
002778     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
002782     IF MONTH-GAMES = 0
002786         STRING "No games on file for " DELIMITED BY SIZE
002790             STMT-PLAYER-ID DELIMITED BY SIZE
002794             " in " DELIMITED BY SIZE
002798             STMT-MONTH DELIMITED BY SIZE
002802             "." DELIMITED BY SIZE
002806             INTO PRINT-TEXT
002810         END-STRING
002814         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
002818         GO TO 4000-EXIT
002822     END-IF.
002826     MOVE MONTH-GAMES TO COUNT-EDIT.
002830     STRING "Games this month:          " DELIMITED BY SIZE
002834         COUNT-EDIT DELIMITED BY SIZE
002838         INTO PRINT-TEXT
002842     END-STRING.
002846     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
002850     MOVE MONTH-WINS TO COUNT-EDIT.
002854     STRING "Wins this month:           " DELIMITED BY SIZE
002858         COUNT-EDIT DELIMITED BY SIZE
002862         INTO PRINT-TEXT
002866     END-STRING.
002870     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
002874     MOVE MONTH-GUESSES TO COUNT-EDIT.
002878     STRING "Guesses this month:        " DELIMITED BY SIZE
002882         COUNT-EDIT DELIMITED BY SIZE
002886         INTO PRINT-TEXT
002890     END-STRING.
002894     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
002895     IF MONTH-VOIDS > 0
002896         MOVE MONTH-VOIDS TO COUNT-EDIT
002897         STRING "Games voided this month:   " DELIMITED BY SIZE
002898             COUNT-EDIT DELIMITED BY SIZE
002899             INTO PRINT-TEXT
002900         END-STRING
002901         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
002902     END-IF.
002903 4000-EXIT.
002910     EXIT.
002920*
002930******************************************************
002980*  PRINTED AS GARBAGE.                                *
002990******************************************************
003000 5000-PRINT-LIFETIME-TOTALS.
003005     SET PRINT-SECTION-START TO TRUE.
003010     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
003015     OPEN INPUT PLAYER-MASTER-FILE.
003020     IF NOT PLAYER-MASTER-OK
003025         STRING "Lifetime totals unavailable -- PLAYMSTR"
003030                 DELIMITED BY SIZE
003035             " status " DELIMITED BY SIZE
003040             PLAYER-MASTER-STATUS DELIMITED BY SIZE
003045             "." DELIMITED BY SIZE
003050             INTO PRINT-TEXT
003055         END-STRING
003060         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
003065         GO TO 5000-EXIT
003070     END-IF.
003075     MOVE STMT-PLAYER-ID TO PM-PLAYER-ID.
003080     READ PLAYER-MASTER-FILE
003085         INVALID KEY
003090         STRING "No player-master record for " DELIMITED BY SIZE
003095             STMT-PLAYER-ID DELIMITED BY SIZE
003100             "." DELIMITED BY SIZE
003105             INTO PRINT-TEXT
003110         END-STRING
003115         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
003120         CLOSE PLAYER-MASTER-FILE
003125         GO TO 5000-EXIT
003130     END-READ.
003135     IF PM-GAMES-PLAYED NOT NUMERIC
003140             OR PM-GAMES-WON NOT NUMERIC
003145             OR PM-TOTAL-GUESSES NOT NUMERIC
003150             OR PM-AVG-GUESSES NOT NUMERIC
003155         STRING "Master counters are not numeric -- run"
003160                 DELIMITED BY SIZE
003165             " GUESS-RECON before quoting lifetime totals."
003170                 DELIMITED BY SIZE
003175             INTO PRINT-TEXT
003180         END-STRING
003185         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
003190         CLOSE PLAYER-MASTER-FILE
003195         GO TO 5000-EXIT
003200     END-IF.
003205     MOVE "LIFETIME TOTALS (PLAYER MASTER):" TO PRINT-TEXT.
003210     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
003215     MOVE PM-GAMES-PLAYED TO COUNT-EDIT.
003220     STRING "Games played:              " DELIMITED BY SIZE
003225         COUNT-EDIT DELIMITED BY SIZE
003230         INTO PRINT-TEXT
003235     END-STRING.
003240     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
003245     MOVE PM-GAMES-WON TO COUNT-EDIT.
003250     STRING "Games won:                 " DELIMITED BY SIZE
003255         COUNT-EDIT DELIMITED BY SIZE
003260         INTO PRINT-TEXT
003265     END-STRING.
003270     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
003275     MOVE PM-TOTAL-GUESSES TO COUNT-EDIT.
003280     STRING "Total guesses:             " DELIMITED BY SIZE
003285         COUNT-EDIT DELIMITED BY SIZE
003290         INTO PRINT-TEXT
003295     END-STRING.
003300     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
003305     MOVE PM-AVG-GUESSES TO AVG-EDIT.
003310     STRING "Average guesses:           " DELIMITED BY SIZE
003315         AVG-EDIT DELIMITED BY SIZE
003320         INTO PRINT-TEXT
003325     END-STRING.
003330     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
003335     IF PM-BEST-SCORE NUMERIC AND PM-BEST-SCORE > 0
003340         MOVE PM-BEST-SCORE TO COUNT-EDIT
003345         STRING "Personal best (guesses):   " DELIMITED BY SIZE
003350             COUNT-EDIT DELIMITED BY SIZE
003355             "  SET " DELIMITED BY SIZE
003360             PM-BEST-SCORE-DATE DELIMITED BY SIZE
003365             INTO PRINT-TEXT
003370         END-STRING
003375         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
003380     END-IF.
003385     IF PM-BEST-STREAK NUMERIC AND PM-BEST-STREAK > 0
003390         MOVE PM-BEST-STREAK TO COUNT-EDIT
003395         STRING "Best win streak (days):    " DELIMITED BY SIZE
003400             COUNT-EDIT DELIMITED BY SIZE
003405             INTO PRINT-TEXT
003410         END-STRING
003415         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
003420     END-IF.
003430     CLOSE PLAYER-MASTER-FILE.
003440 5000-EXIT.
003760     END-IF.
003770     IF NOT ACH-HEADER-PRINTED
003780         SET ACH-HEADER-PRINTED TO TRUE
003784         SET PRINT-SECTION-START TO TRUE
003788         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
003792         MOVE "MILESTONES EARNED THIS MONTH:" TO PRINT-TEXT
003796         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
003800     END-IF.
003804     STRING ACH-DATE DELIMITED BY SIZE
003808         "  " DELIMITED BY SIZE
003812         ACH-TEXT DELIMITED BY SIZE
003816         INTO PRINT-TEXT
003820     END-STRING.
003824     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
003830     ADD 1 TO MONTH-MILESTONES.
003840 6100-EXIT.
003850     EXIT.
003860*
003861******************************************************
003862*  7000-PRINT-CREDIT-STATEMENT                        *
003863*  THE PLAYER'S HINT CREDITS FOR THE MONTH, FROM THE  *
003864*  CREDIT LEDGER.  A FIRST PASS TOTALS EVERYTHING     *
003865*  BEFORE THE MONTH INTO THE OPENING BALANCE (AND     *
003866*  EVERYTHING TO DATE, TO SET BESIDE CREDFILE); A     *
003867*  SECOND PASS PRINTS THE MONTH'S MOVEMENTS WITH A    *
003868*  RUNNING BALANCE.  NO LEDGER ON FILE PRINTS NOTHING.*
003869******************************************************
003870 7000-PRINT-CREDIT-STATEMENT.
003871     OPEN INPUT CREDIT-LEDGER-FILE.
003872     IF NOT CREDIT-LEDGER-OK
003873         GO TO 7000-EXIT
003874     END-IF.
003875     PERFORM 7100-TOTAL-ONE-MOVEMENT THRU 7100-EXIT
003876         UNTIL LEDGER-AT-END.
003877     CLOSE CREDIT-LEDGER-FILE.
003878     SET PRINT-SECTION-START TO TRUE.
003879     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
003880     MOVE "HINT-CREDIT STATEMENT:" TO PRINT-TEXT.
003881     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
003882     MOVE CREDIT-OPENING TO BALANCE-EDIT.
003883     STRING "Opening balance:           " DELIMITED BY SIZE
003884         BALANCE-EDIT DELIMITED BY SIZE
003885         INTO PRINT-TEXT
003886     END-STRING.
003887     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
003888     SET PRINT-COLUMN-HEADING TO TRUE.
003889     STRING "DATE      TIME    TYPE      AMOUNT  BALANCE"
003890             DELIMITED BY SIZE
003891         "   REFERENCE" DELIMITED BY SIZE
003892         INTO PRINT-TEXT
003893     END-STRING.
003894     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
003895     SET PRINT-COLUMN-HEADING TO TRUE.
003896     STRING "--------  ------  --------  ------  -------"
003897             DELIMITED BY SIZE
003898         "   ------------------------------" DELIMITED BY SIZE
003899         INTO PRINT-TEXT
003900     END-STRING.
003901     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
003902     MOVE CREDIT-OPENING TO CREDIT-RUNNING.
003903     MOVE 'N' TO LEDGER-EOF-SWITCH.
003904     OPEN INPUT CREDIT-LEDGER-FILE.
003905     PERFORM 7200-PRINT-ONE-MOVEMENT THRU 7200-EXIT
003906         UNTIL LEDGER-AT-END.
003907     CLOSE CREDIT-LEDGER-FILE.
003908     IF MONTH-MOVEMENTS = 0
003909         STRING "No credit movements in " DELIMITED BY SIZE
003910             STMT-MONTH DELIMITED BY SIZE
003911             "." DELIMITED BY SIZE
003912             INTO PRINT-TEXT
003913         END-STRING
003914         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
003915     END-IF.
003916     MOVE CREDIT-RUNNING TO BALANCE-EDIT.
003917     STRING "Closing balance:           " DELIMITED BY SIZE
003918         BALANCE-EDIT DELIMITED BY SIZE
003919         INTO PRINT-TEXT
003920     END-STRING.
003921     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
003922     PERFORM 7300-PRINT-CREDFILE-BALANCE THRU 7300-EXIT.
003923 7000-EXIT.
003924     EXIT.
003925*
003926******************************************************
003927*  7100-TOTAL-ONE-MOVEMENT                            *
003928******************************************************
003929 7100-TOTAL-ONE-MOVEMENT.
003930     READ CREDIT-LEDGER-FILE
003931         AT END
003932         SET LEDGER-AT-END TO TRUE
003933         GO TO 7100-EXIT
003934     END-READ.
003935     IF CL-PLAYER-ID NOT = STMT-PLAYER-ID
003936         GO TO 7100-EXIT
003937     END-IF.
003938     PERFORM 7500-SIGN-MOVEMENT THRU 7500-EXIT.
003939     ADD LEDGER-SIGNED-AMOUNT TO CREDIT-TO-DATE.
003940     IF CL-DATE (1:6) < STMT-MONTH
003941         ADD LEDGER-SIGNED-AMOUNT TO CREDIT-OPENING
003942     END-IF.
003943 7100-EXIT.
003944     EXIT.
003945*
003946******************************************************
003947*  7200-PRINT-ONE-MOVEMENT                            *
003948******************************************************
003949 7200-PRINT-ONE-MOVEMENT.
003950     READ CREDIT-LEDGER-FILE
003951         AT END
003952         SET LEDGER-AT-END TO TRUE
003953         GO TO 7200-EXIT
003954     END-READ.
003955     IF CL-PLAYER-ID NOT = STMT-PLAYER-ID
003956             OR CL-DATE (1:6) NOT = STMT-MONTH
003957         GO TO 7200-EXIT
003958     END-IF.
003959     PERFORM 7500-SIGN-MOVEMENT THRU 7500-EXIT.
003960     ADD LEDGER-SIGNED-AMOUNT TO CREDIT-RUNNING.
003961     ADD 1 TO MONTH-MOVEMENTS.
003962     MOVE CL-DATE TO CDL-DATE.
003963     MOVE CL-TIME (1:6) TO CDL-TIME.
003964     IF CL-EARNED
003965         MOVE "EARNED" TO CDL-TYPE
003966     ELSE
003967         IF CL-SPENT
003968             MOVE "SPENT" TO CDL-TYPE
003969         ELSE
003970             IF CL-REVERSED
003971                 MOVE "REVERSED" TO CDL-TYPE
003972             ELSE
003973                 MOVE "EXPIRED" TO CDL-TYPE
003974             END-IF
003975         END-IF
003976     END-IF.
003977     MOVE LEDGER-SIGNED-AMOUNT TO CDL-AMOUNT.
003978     MOVE CREDIT-RUNNING TO CDL-BALANCE.
003979     MOVE CL-REFERENCE TO CDL-REFERENCE.
003980     MOVE CREDIT-DETAIL-LINE TO PRINT-TEXT.
003981     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
003982 7200-EXIT.
003983     EXIT.
003984*
003985******************************************************
003986*  7300-PRINT-CREDFILE-BALANCE                        *
003987*  TODAY'S BALANCE ON THE CREDIT FILE, FLAGGED WHEN   *
003988*  IT DOES NOT AGREE WITH THE LEDGER TO DATE -- THE   *
003989*  NIGHTLY PROOF IN GUESS-CPRF SAYS WHY.              *
003990******************************************************
003991 7300-PRINT-CREDFILE-BALANCE.
003992     OPEN INPUT CREDIT-FILE.
003993     IF NOT CREDIT-FILE-OK
003994         GO TO 7300-EXIT
003995     END-IF.
003996     MOVE STMT-PLAYER-ID TO CD-PLAYER-ID.
003997     READ CREDIT-FILE
003998         INVALID KEY
003999         CLOSE CREDIT-FILE
004000         GO TO 7300-EXIT
004001     END-READ.
004002     CLOSE CREDIT-FILE.
004003     IF CD-CREDIT-BALANCE NOT NUMERIC
004004         GO TO 7300-EXIT
004005     END-IF.
004006     MOVE CD-CREDIT-BALANCE TO BALANCE-EDIT.
004007     STRING "Balance on CREDFILE today: " DELIMITED BY SIZE
004008         BALANCE-EDIT DELIMITED BY SIZE
004009         INTO PRINT-TEXT
004010     END-STRING.
004011     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
004012     IF CD-CREDIT-BALANCE NOT = CREDIT-TO-DATE
004013         MOVE CREDIT-TO-DATE TO BALANCE-EDIT
004014         STRING "*** LEDGER TO DATE SHOWS  " DELIMITED BY SIZE
004015             BALANCE-EDIT DELIMITED BY SIZE
004016             " -- SEE THE GUESS-CPRF CREDIT PROOF."
004017                 DELIMITED BY SIZE
004018             INTO PRINT-TEXT
004019         END-STRING
004020         PERFORM 8910-PRINT-LINE THRU 8910-EXIT
004021     END-IF.
004022 7300-EXIT.
004023     EXIT.
004024*
004025******************************************************
004026*  7500-SIGN-MOVEMENT                                 *
004027*  AN EARN ADDS TO THE BALANCE; A SPEND, REVERSAL,    *
004028*  OR EXPIRY TAKES AWAY FROM IT (SEE CLEDREC.CPY).    *
004029******************************************************
004030 7500-SIGN-MOVEMENT.
004031     IF CL-AMOUNT NOT NUMERIC
004032         MOVE 0 TO LEDGER-SIGNED-AMOUNT
004033         GO TO 7500-EXIT
004034     END-IF.
004035     IF CL-EARNED
004036         MOVE CL-AMOUNT TO LEDGER-SIGNED-AMOUNT
004037     ELSE
004038         COMPUTE LEDGER-SIGNED-AMOUNT = 0 - CL-AMOUNT
004039     END-IF.
004040 7500-EXIT.
004041     EXIT.
004042*
004043******************************************************
004044*  8900-OPEN-PRINT-SPOOL                              *
004045*  START THE REPORT: STAMP THE RUN DATE AND TIME AND  *
004046*  OPEN THE PRINT SPOOL.  REPORT-ID, REPORT-TITLE AND *
004047*  REPORT-PARAMETERS MUST ALREADY BE SET.  IF THE     *
004048*  SPOOL WILL NOT OPEN THE REPORT GOES TO THE CONSOLE *
004049*  INSTEAD, UNPAGED AND NOT STORED.                   *
004050******************************************************
004051 8900-OPEN-PRINT-SPOOL.
004052     ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.
004053     ACCEPT REPORT-RUN-TIME FROM TIME.
004054     MOVE 0 TO PRINT-PAGE-COUNT.
004055     MOVE 0 TO PRINT-LINE-ON-PAGE.
004056     MOVE 0 TO PH-COUNT.
004057     MOVE SPACE TO PRINT-PREVIOUS-TYPE.
004058     MOVE SPACES TO PRINT-TEXT.
004059     MOVE SPACE TO PRINT-LINE-TYPE.
004060     MOVE 'N' TO PRINT-NEW-PAGE-SWITCH.
004061     OPEN OUTPUT SPOOL-FILE.
004062     IF SPOOL-FILE-OK
004063         SET SPOOL-IS-OPEN TO TRUE
004064         GO TO 8900-EXIT
004065     END-IF.
004066     DISPLAY "Cannot open print spool, status "
004067         SPOOL-FILE-STATUS " -- report shown here only.".
004068     DISPLAY REPORT-ID "  " REPORT-TITLE.
004069     DISPLAY "RUN DATE " REPORT-RUN-DATE "  TIME "
004070         REPORT-RUN-TIME.
004071     DISPLAY "PARAMETERS: " REPORT-PARAMETERS.
004072 8900-EXIT.
004073     EXIT.
004074*
004075******************************************************
004076*  8910-PRINT-LINE                                    *
004077*  SPOOL THE LINE IN PRINT-TEXT, THEN CLEAR IT.  THE  *
004078*  PAGES ARE LAID OUT HERE: A NEW PAGE STARTS WITH    *
004079*  THE FIRST LINE, WHEN PRINT-BODY-LINES ARE FULL     *
004080*  (COUNTING THE COLUMN HEADINGS THAT WILL BE         *
004081*  REPEATED AT ITS TOP), OR WHEN THE CALLER SETS      *
004082*  PRINT-NEW-PAGE.  8930 REPEATS THE SAME STEPS WHEN  *
004083*  PRINTING, SO THE TWO MUST BE CHANGED TOGETHER.     *
004084******************************************************
004085 8910-PRINT-LINE.
004086     IF NOT SPOOL-IS-OPEN
004087         DISPLAY PRINT-TEXT
004088         MOVE SPACES TO PRINT-TEXT
004089         MOVE SPACE TO PRINT-LINE-TYPE
004090         GO TO 8910-EXIT
004091     END-IF.
004092     IF PRINT-SECTION-START
004093         MOVE 0 TO PH-COUNT
004094     END-IF.
004095     IF PRINT-COLUMN-HEADING
004096         IF PRINT-PREVIOUS-TYPE NOT = 'H'
004097             MOVE 0 TO PH-COUNT
004098         END-IF
004099         IF PH-COUNT < PH-MAX
004100             ADD 1 TO PH-COUNT
004101             MOVE PRINT-TEXT TO PH-LINE (PH-COUNT)
004102         END-IF
004103     END-IF.
004104     MOVE 'N' TO SPL-PAGE-BREAK.
004105     IF PRINT-PAGE-COUNT = 0
004106             OR PRINT-LINE-ON-PAGE NOT < PRINT-BODY-LINES
004107             OR PRINT-NEW-PAGE
004108         ADD 1 TO PRINT-PAGE-COUNT
004109         MOVE 'Y' TO SPL-PAGE-BREAK
004110         MOVE 'N' TO PRINT-NEW-PAGE-SWITCH
004111         MOVE 0 TO PRINT-LINE-ON-PAGE
004112         IF NOT PRINT-COLUMN-HEADING
004113             MOVE PH-COUNT TO PRINT-LINE-ON-PAGE
004114         END-IF
004115     END-IF.
004116     ADD 1 TO PRINT-LINE-ON-PAGE.
004117     MOVE PRINT-LINE-TYPE TO SPL-LINE-TYPE.
004118     MOVE PRINT-LINE-TYPE TO PRINT-PREVIOUS-TYPE.
004119     MOVE PRINT-TEXT TO SPL-TEXT.
004120     WRITE SPOOL-RECORD.
004121     MOVE SPACES TO PRINT-TEXT.
004122     MOVE SPACE TO PRINT-LINE-TYPE.
004123 8910-EXIT.
004124     EXIT.
004125*
004126******************************************************
004127*  8920-PRINT-REPORT                                  *
004128*  END THE REPORT: SPOOL THE END-OF-REPORT LINE,      *
004129*  THEN PRINT THE SPOOL WITH THE STANDARD HEADINGS    *
004130*  AND STORE EVERY PRINTED LINE, AND A COPY HEADER,   *
004131*  IN THE REPORT REPOSITORY (REPTREPO) UNDER THE      *
004132*  REPORT-ID AND RUN DATE AND TIME.  A REPOSITORY     *
004133*  FAILURE IS REPORTED BUT DOES NOT STOP THE PRINT.   *
004134******************************************************
004135 8920-PRINT-REPORT.
004136     IF NOT SPOOL-IS-OPEN
004137         DISPLAY " "
004138         DISPLAY "*** END OF REPORT " REPORT-ID " ***"
004139         GO TO 8920-EXIT
004140     END-IF.
004141     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
004142     SET PRINT-END-MARKER TO TRUE.
004143     PERFORM 8910-PRINT-LINE THRU 8910-EXIT.
004144     CLOSE SPOOL-FILE.
004145     MOVE 'N' TO SPOOL-OPEN-SWITCH.
004146     OPEN INPUT SPOOL-FILE.
004147     IF NOT SPOOL-FILE-OK
004148         DISPLAY "Cannot reopen print spool, status "
004149             SPOOL-FILE-STATUS " -- report NOT printed."
004150         GO TO 8920-EXIT
004151     END-IF.
004152     OPEN OUTPUT PRINT-FILE.
004153     IF PRINT-FILE-OK
004154         SET PRINT-IS-OPEN TO TRUE
004155     ELSE
004156         DISPLAY "Cannot open print file, status "
004157             PRINT-FILE-STATUS " -- report NOT printed."
004158     END-IF.
004159     OPEN I-O REPORT-REPOSITORY.
004160     IF REPOSITORY-NOT-FOUND
004161         OPEN OUTPUT REPORT-REPOSITORY
004162         CLOSE REPORT-REPOSITORY
004163         OPEN I-O REPORT-REPOSITORY
004164     END-IF.
004165     IF REPOSITORY-OK
004166         SET REPOSITORY-IS-OPEN TO TRUE
004167     ELSE
004168         DISPLAY "Report NOT stored -- REPTREPO status "
004169             REPOSITORY-STATUS
004170     END-IF.
004171     MOVE 0 TO PRINT-PAGE-NUMBER.
004172     MOVE 0 TO PRINT-LINES-STORED.
004173     MOVE 0 TO PH-COUNT.
004174     MOVE SPACE TO PRINT-PREVIOUS-TYPE.
004175     MOVE 'N' TO SPOOL-EOF-SWITCH.
004176     PERFORM 8930-PRINT-SPOOLED-LINE THRU 8930-EXIT
004177         UNTIL SPOOL-AT-END.
004178     CLOSE SPOOL-FILE.
004179     MOVE PRINT-PAGE-COUNT TO PRINT-COUNT-EDIT.
004180     IF PRINT-IS-OPEN
004181         CLOSE PRINT-FILE
004182         MOVE 'N' TO PRINT-OPEN-SWITCH
004183         DISPLAY "Report " REPORT-ID " printed, "
004184             PRINT-COUNT-EDIT " page(s)."
004185     END-IF.
004186     IF REPOSITORY-IS-OPEN
004187         PERFORM 8970-STORE-COPY-HEADER THRU 8970-EXIT
004188     END-IF.
004189     IF REPOSITORY-IS-OPEN
004190         CLOSE REPORT-REPOSITORY
004191         MOVE 'N' TO REPOSITORY-OPEN-SWITCH
004192         DISPLAY "Report " REPORT-ID " stored as "
004193             REPORT-RUN-DATE " " REPORT-RUN-TIME "."
004194     END-IF.
004195 8920-EXIT.
004196     EXIT.
004197*
004198******************************************************
004199*  8930-PRINT-SPOOLED-LINE                            *
004200*  PRINT ONE SPOOLED LINE, PRECEDED AT A PAGE BREAK   *
004201*  BY THE STANDARD HEADING AND, UNLESS THE LINE IS    *
004202*  ITSELF A COLUMN HEADING, THE SECTION'S COLUMN      *
004203*  HEADINGS.  THE END MARKER BECOMES THE END-OF-      *
004204*  REPORT LINE.                                       *
004205******************************************************
004206 8930-PRINT-SPOOLED-LINE.
004207     READ SPOOL-FILE
004208         AT END
004209         SET SPOOL-AT-END TO TRUE
004210         GO TO 8930-EXIT
004211     END-READ.
004212     IF SPL-LINE-TYPE = 'S'
004213         MOVE 0 TO PH-COUNT
004214     END-IF.
004215     IF SPL-LINE-TYPE = 'H'
004216         IF PRINT-PREVIOUS-TYPE NOT = 'H'
004217             MOVE 0 TO PH-COUNT
004218         END-IF
004219         IF PH-COUNT < PH-MAX
004220             ADD 1 TO PH-COUNT
004221             MOVE SPL-TEXT TO PH-LINE (PH-COUNT)
004222         END-IF
004223     END-IF.
004224     MOVE SPL-LINE-TYPE TO PRINT-PREVIOUS-TYPE.
004225     IF SPL-PAGE-BREAK = 'Y'
004226         PERFORM 8940-PRINT-PAGE-HEADING THRU 8940-EXIT
004227         IF SPL-LINE-TYPE NOT = 'H'
004228             MOVE 1 TO PH-SUB
004229             PERFORM 8950-REPEAT-ONE-HEADING THRU 8950-EXIT
004230                 UNTIL PH-SUB > PH-COUNT
004231         END-IF
004232     END-IF.
004233     MOVE SPL-TEXT TO PRINT-OUT-TEXT.
004234     IF SPL-LINE-TYPE = 'E'
004235         MOVE REPORT-ID TO END-REPORT-ID
004236         MOVE PRINT-PAGE-COUNT TO END-PAGE-COUNT
004237         MOVE PRINT-END-LINE TO PRINT-OUT-TEXT
004238     END-IF.
004239     MOVE SPACE TO PRINT-CARRIAGE.
004240     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
004241 8930-EXIT.
004242     EXIT.
004243*
004244 8940-PRINT-PAGE-HEADING.
004245     ADD 1 TO PRINT-PAGE-NUMBER.
004246     MOVE REPORT-ID TO HDG1-REPORT-ID.
004247     MOVE REPORT-TITLE TO HDG1-TITLE.
004248     MOVE PRINT-PAGE-NUMBER TO HDG1-PAGE.
004249     MOVE PRINT-PAGE-COUNT TO HDG1-PAGES.
004250     MOVE PRINT-HEADING-1 TO PRINT-OUT-TEXT.
004251     MOVE '1' TO PRINT-CARRIAGE.
004252     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
004253     MOVE REPORT-RUN-DATE TO HDG2-RUN-DATE.
004254     MOVE REPORT-RUN-HH TO HDG2-HH.
004255     MOVE REPORT-RUN-MM TO HDG2-MM.
004256     MOVE REPORT-RUN-SS TO HDG2-SS.
004257     MOVE PRINT-HEADING-2 TO PRINT-OUT-TEXT.
004258     MOVE SPACE TO PRINT-CARRIAGE.
004259     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
004260     MOVE REPORT-PARAMETERS TO HDG3-PARAMETERS.
004261     MOVE PRINT-HEADING-3 TO PRINT-OUT-TEXT.
004262     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
004263     MOVE PRINT-DASH-LINE TO PRINT-OUT-TEXT.
004264     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
004265     MOVE SPACES TO PRINT-OUT-TEXT.
004266     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
004267 8940-EXIT.
004268     EXIT.
004269*
004270 8950-REPEAT-ONE-HEADING.
004271     MOVE PH-LINE (PH-SUB) TO PRINT-OUT-TEXT.
004272     MOVE SPACE TO PRINT-CARRIAGE.
004273     PERFORM 8960-WRITE-PRINT-LINE THRU 8960-EXIT.
004274     ADD 1 TO PH-SUB.
004275 8950-EXIT.
004276     EXIT.
004277*
004278******************************************************
004279*  8960-WRITE-PRINT-LINE                              *
004280*  PRINT PRINT-OUT-TEXT -- AT THE TOP OF A NEW PAGE   *
004281*  IF PRINT-CARRIAGE IS '1' -- AND STORE IT AS THE    *
004282*  NEXT LINE OF THIS COPY IN THE REPOSITORY.          *
004283******************************************************
004284 8960-WRITE-PRINT-LINE.
004285     IF PRINT-IS-OPEN
004286         IF PRINT-CARRIAGE = '1'
004287             WRITE PRINT-RECORD FROM PRINT-OUT-TEXT
004288                 AFTER ADVANCING PAGE
004289         ELSE
004290             WRITE PRINT-RECORD FROM PRINT-OUT-TEXT
004291                 AFTER ADVANCING 1 LINE
004292         END-IF
004293     END-IF.
004294     IF NOT REPOSITORY-IS-OPEN
004295         GO TO 8960-EXIT
004296     END-IF.
004297     ADD 1 TO PRINT-LINES-STORED.
004298     MOVE REPORT-ID TO RR-REPORT-ID.
004299     MOVE REPORT-RUN-DATE TO RR-RUN-DATE.
004300     MOVE REPORT-RUN-TIME TO RR-RUN-TIME.
004301     MOVE PRINT-LINES-STORED TO RR-LINE-NUMBER.
004302     MOVE PRINT-CARRIAGE TO RR-CARRIAGE.
004303     MOVE PRINT-OUT-TEXT TO RR-LINE.
004304     WRITE REPORT-REPOSITORY-RECORD.
004305     IF NOT REPOSITORY-OK
004306         DISPLAY "Report NOT stored -- REPTREPO status "
004307             REPOSITORY-STATUS
004308         CLOSE REPORT-REPOSITORY
004309         MOVE 'N' TO REPOSITORY-OPEN-SWITCH
004310     END-IF.
004311 8960-EXIT.
004312     EXIT.
004313*
004314******************************************************
004315*  8970-STORE-COPY-HEADER                             *
004316*  LINE 00000 OF THE COPY: WHAT GUESS-RPRT LISTS.     *
004317*  IT IS WRITTEN LAST, SO A COPY CUT SHORT BY A       *
004318*  REPOSITORY FAILURE NEVER APPEARS ON THE LIST.      *
004319******************************************************
004320 8970-STORE-COPY-HEADER.
004321     MOVE REPORT-ID TO RR-REPORT-ID.
004322     MOVE REPORT-RUN-DATE TO RR-RUN-DATE.
004323     MOVE REPORT-RUN-TIME TO RR-RUN-TIME.
004324     MOVE 0 TO RR-LINE-NUMBER.
004325     MOVE SPACE TO RR-CARRIAGE.
004326     MOVE SPACES TO RR-LINE.
004327     MOVE REPORT-TITLE TO RR-TITLE.
004328     MOVE REPORT-PARAMETERS TO RR-PARAMETERS.
004329     MOVE PRINT-PAGE-COUNT TO RR-PAGE-COUNT.
004330     MOVE PRINT-LINES-STORED TO RR-LINE-COUNT.
004331     WRITE REPORT-REPOSITORY-RECORD.
004332     IF NOT REPOSITORY-OK
004333         DISPLAY "Report NOT stored -- REPTREPO status "
004334             REPOSITORY-STATUS
004335         CLOSE REPORT-REPOSITORY
004336         MOVE 'N' TO REPOSITORY-OPEN-SWITCH
004337     END-IF.
004338 8970-EXIT.
004339     EXIT.
004340*
004341******************************************************
004342*  9999-EXIT                                          *
004343******************************************************
004344 9999-EXIT.
004345     STOP RUN.
