000160*  IT RECEIVED A COMPLETE FILE.  A DAY THE CONTROL    *
000170*  FILE DOES NOT SHOW AS CLOSED IS REFUSED -- AN      *
000180*  EXTRACT CUT MID-DAY COULD NEVER BALANCE.           *
000181*  A GAME CANCELLED BY A REVERSAL RECORD ('V', SEE    *
000182*  SCOREREC.CPY) IS NOT SENT, NOR IS THE REVERSAL;    *
000183*  GUESS-EOD NETS BOTH OUT OF DC-GAMES-PLAYED THE     *
000184*  SAME WAY, SO A VOID POSTED AFTER THE CLOSE NEEDS   *
000185*  A GUESS-EOD RERUN BEFORE THE FEED WILL BALANCE.    *
000190*                                                     *
000200*  To compile and run on your friendly Linux system:  *
000210*         cobc -x guess-xtrt.cobol                    *
000295*                   PRINTED LEADERBOARD DOES.  A       *
000296*                   LEGACY RECORD WITH BLANK HINTS     *
000297*                   GOES OUT AS 00.                    *
000298*  2026-10-15 DLM   GAMES VOIDED BY GUESS-ADJT ARE     *
000299*                   LEFT OUT OF THE FEED, AS ARE THE   *
000300*                   REVERSAL RECORDS THEMSELVES; A     *
000301*                   CORRECTED GAME GOES OUT IN PLACE   *
000302*                   OF THE ONE IT REPLACES.            *
000303*  2026-10-15 DLM   THE RUN IS REFUSED UNLESS GUESS-EOD*
000304*                   HAS COMPLETED FOR THE EXTRACT DATE *
000305*                   ON THE RUN-CONTROL FILE (RUNCTRL), *
000306*                   AND EACH RUN POSTS ITS STATUS AND  *
000307*                   COUNTS THERE; A FEED OUT OF        *
000308*                   BALANCE IS POSTED AS FAILED.       *
000309******************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. GUESS-XTRT.
000330 AUTHOR. D L MCKENZIE.
000550     SELECT EXTRACT-FILE ASSIGN TO "DAYXTRT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS EXTRACT-FILE-STATUS.
000571     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
000572         ORGANIZATION IS INDEXED
000573         ACCESS MODE IS RANDOM
000574         RECORD KEY IS RC-KEY
000575         FILE STATUS IS RUN-CONTROL-STATUS.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000690 FD  DAY-CONTROL-FILE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY "DAYCREC.CPY".
000712*
000714 FD  RUN-CONTROL-FILE
000716     LABEL RECORDS ARE STANDARD.
000718     COPY "RUNCREC.CPY".
000720*
000730 FD  EXTRACT-FILE
000740     LABEL RECORDS ARE STANDARD.
000780*
000790 77  SCORE-OUT-COUNT             PIC 9(05)  VALUE 0.
000800 77  ACH-OUT-COUNT               PIC 9(05)  VALUE 0.
000801 77  VOID-SKIP-COUNT             PIC 9(05)  VALUE 0.
000802*
000803*    THE DAY'S REVERSALS BY PLAYER.  EACH ONE CANCELS
000804*    THE PLAYER'S EARLIEST GAME OF THE DAY STILL
000805*    STANDING.  THE LAST SLOT IS THE SEARCH SENTINEL.
000806 77  XV-MAX-ENTRIES              PIC 9(03)  COMP  VALUE 200.
000807 77  XV-COUNT                    PIC 9(03)  COMP  VALUE 0.
000808 77  XV-SUB                      PIC 9(03)  COMP  VALUE 0.
000809 01  VOID-TABLE.
000810     05  XV-ENTRY                OCCURS 201 TIMES.
000811         10  XV-PLAYER-ID        PIC X(10).
000812         10  XV-VOIDS            PIC 9(03).
000813*
000820 01  RUN-DATE                    PIC X(08).
000830 01  EXTRACT-DATE                PIC X(08)  VALUE SPACES.
000840 01  CONTROL-GAMES-PLAYED        PIC 9(05)  VALUE 0.
000990*
001000 01  DAY-REFUSED-SWITCH          PIC X(01)  VALUE 'N'.
001010     88  DAY-IS-REFUSED          VALUE 'Y'.
001011*
001012*    RUN CONTROL (RUNCTRL): THE JOBS THAT MUST HAVE
001013*    COMPLETED FOR THE BUSINESS DATE BEFORE THIS ONE
001014*    MAY RUN, AND THIS JOB'S STATUS AND KEY COUNTS.
001015 77  PRED-COUNT                  PIC 9(02)  COMP  VALUE 1.
001016 77  PRED-SUB                    PIC 9(02)  COMP  VALUE 0.
001017 01  PREDECESSOR-VALUES.
001018     05  FILLER                  PIC X(12)  VALUE "GUESS-EOD".
001019 01  PREDECESSOR-TABLE REDEFINES PREDECESSOR-VALUES.
001020     05  PRED-JOB-NAME           PIC X(12)
001021                                 OCCURS 1 TIMES.
001022 01  RUN-JOB-NAME                PIC X(12)  VALUE "GUESS-XTRT".
001023 01  RUN-BUSINESS-DATE           PIC X(08)  VALUE SPACES.
001024 01  RUN-START-DATE              PIC X(08)  VALUE SPACES.
001025 01  RUN-START-TIME              PIC X(08)  VALUE SPACES.
001026 01  RUN-STATUS-CODE             PIC X(01)  VALUE 'R'.
001027 01  RUN-COMPLETION-CODE         PIC 9(04)  VALUE 0.
001028 01  RUN-MESSAGE                 PIC X(30)  VALUE SPACES.
001029 01  RUN-COUNT-VALUES.
001030     05  FILLER                  PIC X(12)  VALUE "SCORES OUT".
001031     05  RUN-COUNT-1             PIC 9(09)  VALUE 0.
001032     05  FILLER                  PIC X(12)  VALUE "ACHIEVEMENTS".
001033     05  RUN-COUNT-2             PIC 9(09)  VALUE 0.
001034     05  FILLER                  PIC X(12)  VALUE "VOIDS LEFT".
001035     05  RUN-COUNT-3             PIC 9(09)  VALUE 0.
001036 01  RUN-CONTROL-STATUS          PIC X(02).
001037     88  RUN-CONTROL-OK          VALUE '00'.
001038     88  RUN-CONTROL-NOT-FOUND   VALUE '23', '35'.
001039 01  RUN-RECORD-SWITCH           PIC X(01)  VALUE 'N'.
001040     88  RUN-RECORD-EXISTS       VALUE 'Y'.
001041 01  RUN-REFUSED-SWITCH          PIC X(01)  VALUE 'N'.
001042     88  RUN-IS-REFUSED          VALUE 'Y'.
001043*
001044 01  EXTRACT-WORK-LINE           PIC X(80)  VALUE SPACES.
001045 01  XTRT-HINTS                  PIC X(02)  VALUE "00".
001046 01  COUNT-EDIT                  PIC Z(06)9.
001050*
001060 PROCEDURE DIVISION.
001070*
001100******************************************************
001110 0000-MAINLINE.
001120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001121     MOVE EXTRACT-DATE TO RUN-BUSINESS-DATE.
001122     PERFORM 8500-START-RUN-CONTROL THRU 8500-EXIT.
001123     IF RUN-IS-REFUSED
001124         GO TO 9999-EXIT
001125     END-IF.
001130     PERFORM 2000-CHECK-DAY-CLOSED THRU 2000-EXIT.
001140     IF DAY-IS-REFUSED
001142         MOVE 8 TO RUN-COMPLETION-CODE
001144         MOVE "DAY NOT CLOSED" TO RUN-MESSAGE
001146         PERFORM 8650-END-RUN-CONTROL THRU 8650-EXIT
001150         GO TO 9999-EXIT
001160     END-IF.
001170     PERFORM 3000-OPEN-EXTRACT THRU 3000-EXIT.
001180     IF NOT EXTRACT-FILE-OK
001182         MOVE 8 TO RUN-COMPLETION-CODE
001184         MOVE "DAYXTRT OPEN FAILED" TO RUN-MESSAGE
001186         PERFORM 8650-END-RUN-CONTROL THRU 8650-EXIT
001190         GO TO 9999-EXIT
001200     END-IF.
001205     PERFORM 3500-TABLE-DAY-VOIDS THRU 3500-EXIT.
001210     PERFORM 4000-WRITE-SCORE-DETAIL THRU 4000-EXIT.
001220     PERFORM 5000-WRITE-ACHIEVEMENTS THRU 5000-EXIT.
001230     PERFORM 6000-WRITE-TRAILER THRU 6000-EXIT.
001240     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001243     PERFORM 8700-SET-RUN-RESULT THRU 8700-EXIT.
001246     PERFORM 8650-END-RUN-CONTROL THRU 8650-EXIT.
001250     GO TO 9999-EXIT.
001260*
001270******************************************************
002010 3000-EXIT.
002020     EXIT.
002030*
002031******************************************************
002032*  3500-TABLE-DAY-VOIDS                               *
002033*  FIRST PASS OF THE HISTORY: COUNT THE EXTRACT       *
002034*  DAY'S REVERSALS BY PLAYER SO THE DETAIL PASS KNOWS *
002035*  WHICH GAMES TO LEAVE OUT.                          *
002036******************************************************
002037 3500-TABLE-DAY-VOIDS.
002038     OPEN INPUT SCORE-HIST-FILE.
002039     IF NOT SCORE-HIST-OK
002040         GO TO 3500-EXIT
002041     END-IF.
002042     PERFORM 3510-TABLE-ONE-VOID THRU 3510-EXIT
002043         UNTIL SCORE-AT-END.
002044     CLOSE SCORE-HIST-FILE.
002045     MOVE 'N' TO SCORE-EOF-SWITCH.
002046 3500-EXIT.
002047     EXIT.
002048*
002049******************************************************
002050*  3510-TABLE-ONE-VOID                                *
002051******************************************************
002052 3510-TABLE-ONE-VOID.
002053     READ SCORE-HIST-FILE
002054         AT END
002055         SET SCORE-AT-END TO TRUE
002056         GO TO 3510-EXIT
002057     END-READ.
002058     IF SCORE-DATE NOT = EXTRACT-DATE
002059             OR SCORE-RESULT NOT = 'V'
002060         GO TO 3510-EXIT
002061     END-IF.
002062     PERFORM 3520-FIND-VOID-PLAYER THRU 3520-EXIT.
002063     IF XV-SUB NOT > XV-COUNT
002064         ADD 1 TO XV-VOIDS (XV-SUB)
002065         GO TO 3510-EXIT
002066     END-IF.
002067     IF XV-COUNT >= XV-MAX-ENTRIES
002068         DISPLAY "Void table full -- voided game for "
002069             SCORE-PLAYER-ID " will be extracted."
002070         GO TO 3510-EXIT
002071     END-IF.
002072     ADD 1 TO XV-COUNT.
002073     MOVE SCORE-PLAYER-ID TO XV-PLAYER-ID (XV-COUNT).
002074     MOVE 1 TO XV-VOIDS (XV-COUNT).
002075 3510-EXIT.
002076     EXIT.
002077*
002078******************************************************
002079*  3520-FIND-VOID-PLAYER                              *
002080*  SENTINEL SEARCH OF THE VOID TABLE FOR THE PLAYER   *
002081*  IN THE SCORE RECORD.  XV-SUB PAST XV-COUNT MEANS   *
002082*  NOT FOUND.                                         *
002083******************************************************
002084 3520-FIND-VOID-PLAYER.
002085     COMPUTE XV-SUB = XV-COUNT + 1.
002086     MOVE SCORE-PLAYER-ID TO XV-PLAYER-ID (XV-SUB).
002087     MOVE 1 TO XV-SUB.
002088     PERFORM 3530-SCAN-ONE-VOID THRU 3530-EXIT
002089         UNTIL XV-PLAYER-ID (XV-SUB) = SCORE-PLAYER-ID.
002090 3520-EXIT.
002091     EXIT.
002092*
002093******************************************************
002094*  3530-SCAN-ONE-VOID                                 *
002095******************************************************
002096 3530-SCAN-ONE-VOID.
002097     ADD 1 TO XV-SUB.
002098 3530-EXIT.
002099     EXIT.
002100*
002101******************************************************
002102*  4000-WRITE-SCORE-DETAIL                            *
002103*  ONE 'S' RECORD PER SCORE-HISTORY RECORD FOR THE    *
002104*  EXTRACT DAY.                                       *
002105******************************************************
002106 4000-WRITE-SCORE-DETAIL.
002107     OPEN INPUT SCORE-HIST-FILE.
002110     IF NOT SCORE-HIST-OK
002120         DISPLAY "SCOREHST not available, status "
002130             SCORE-HIST-STATUS
002310     IF SCORE-DATE NOT = EXTRACT-DATE
002320         GO TO 4100-EXIT
002330     END-IF.
002331*        REVERSALS ARE NEVER SENT, AND EACH ONE STOPS
002332*        THE PLAYER'S EARLIEST STANDING GAME OF THE DAY
002333*        GOING OUT.
002334     IF SCORE-RESULT = 'V'
002335         GO TO 4100-EXIT
002336     END-IF.
002337     PERFORM 3520-FIND-VOID-PLAYER THRU 3520-EXIT.
002338     IF XV-SUB NOT > XV-COUNT
002339         IF XV-VOIDS (XV-SUB) > 0
002340             SUBTRACT 1 FROM XV-VOIDS (XV-SUB)
002341             ADD 1 TO VOID-SKIP-COUNT
002342             GO TO 4100-EXIT
002343         END-IF
002344     END-IF.
002345*        A LEGACY RECORD CARRIES SPACES WHERE THE HINT
002346*        COUNT BELONGS -- THE FEED SENDS 00 SO EVERY
002347*        DETAIL RECORD HAS THE SAME FIELD COUNT.
002348     IF SCORE-HINTS NUMERIC
002349         MOVE SCORE-HINTS TO XTRT-HINTS
002350     ELSE
002351         MOVE "00" TO XTRT-HINTS
002352     END-IF.
002353     MOVE SPACES TO EXTRACT-WORK-LINE.
002354     STRING "S|"              DELIMITED BY SIZE
002360            SCORE-PLAYER-ID   DELIMITED BY SPACE
002370            "|"               DELIMITED BY SIZE
002380            SCORE-DATE        DELIMITED BY SIZE
003250     DISPLAY "Score records extracted:   " COUNT-EDIT.
003260     MOVE ACH-OUT-COUNT TO COUNT-EDIT.
003270     DISPLAY "Achievement records:       " COUNT-EDIT.
003273     MOVE VOID-SKIP-COUNT TO COUNT-EDIT.
003276     DISPLAY "Voided games left out:     " COUNT-EDIT.
003280     MOVE CONTROL-GAMES-PLAYED TO COUNT-EDIT.
003290     DISPLAY "Day-control games played:  " COUNT-EDIT.
003300     IF SCORE-OUT-COUNT = CONTROL-GAMES-PLAYED
003380 8000-EXIT.
003390     EXIT.
003400*
003401******************************************************
003402*  8500-START-RUN-CONTROL                             *
003403*  CHECK ON THE RUN-CONTROL FILE THAT EVERY JOB THIS  *
003404*  ONE DEPENDS ON HAS COMPLETED FOR THE BUSINESS      *
003405*  DATE, THEN POST THIS JOB AS RUNNING -- OR AS       *
003406*  REFUSED (0012), IN WHICH CASE NOTHING ELSE RUNS.   *
003407******************************************************
003408 8500-START-RUN-CONTROL.
003409     ACCEPT RUN-START-DATE FROM DATE YYYYMMDD.
003410     ACCEPT RUN-START-TIME FROM TIME.
003411     PERFORM 8610-OPEN-RUN-CONTROL THRU 8610-EXIT.
003412     IF NOT RUN-CONTROL-OK
003413         DISPLAY "RUNCTRL not available, status "
003414             RUN-CONTROL-STATUS " -- run refused."
003415         SET RUN-IS-REFUSED TO TRUE
003416         GO TO 8500-EXIT
003417     END-IF.
003418     MOVE 1 TO PRED-SUB.
003419     PERFORM 8510-CHECK-ONE-PREDECESSOR THRU 8510-EXIT
003420         UNTIL PRED-SUB > PRED-COUNT.
003421     CLOSE RUN-CONTROL-FILE.
003422     IF RUN-IS-REFUSED
003423         MOVE 'F' TO RUN-STATUS-CODE
003424         MOVE 12 TO RUN-COMPLETION-CODE
003425         MOVE "PREDECESSOR NOT COMPLETE" TO RUN-MESSAGE
003426     END-IF.
003427     PERFORM 8600-POST-RUN-CONTROL THRU 8600-EXIT.
003428 8500-EXIT.
003429     EXIT.
003430*
003431 8510-CHECK-ONE-PREDECESSOR.
003432     MOVE PRED-JOB-NAME (PRED-SUB) TO RC-JOB-NAME.
003433     MOVE RUN-BUSINESS-DATE TO RC-BUSINESS-DATE.
003434     READ RUN-CONTROL-FILE
003435         INVALID KEY
003436         CONTINUE
003437     END-READ.
003438     IF NOT RUN-CONTROL-OK OR NOT RC-COMPLETE
003439         DISPLAY "*** " PRED-JOB-NAME (PRED-SUB)
003440             " HAS NOT COMPLETED FOR " RUN-BUSINESS-DATE
003441             " -- RUN REFUSED ***"
003442         SET RUN-IS-REFUSED TO TRUE
003443     END-IF.
003444     ADD 1 TO PRED-SUB.
003445 8510-EXIT.
003446     EXIT.
003447*
003448******************************************************
003449*  8600-POST-RUN-CONTROL                              *
003450*  WRITE (OR REWRITE) THIS JOB'S RUN-CONTROL RECORD   *
003451*  FOR THE BUSINESS DATE FROM RUN-STATUS-CODE,        *
003452*  RUN-COMPLETION-CODE, RUN-MESSAGE, AND THE COUNTS.  *
003453*  A FINAL POSTING ('C' OR 'F') CARRIES THE END TIME. *
003454*  A RUN-CONTROL FAILURE IS REPORTED BUT DOES NOT     *
003455*  UNDO THE WORK ALREADY DONE.                        *
003456******************************************************
003457 8600-POST-RUN-CONTROL.
003458     PERFORM 8610-OPEN-RUN-CONTROL THRU 8610-EXIT.
003459     IF NOT RUN-CONTROL-OK
003460         DISPLAY "Run status NOT posted -- RUNCTRL status "
003461             RUN-CONTROL-STATUS
003462         GO TO 8600-EXIT
003463     END-IF.
003464     MOVE 'N' TO RUN-RECORD-SWITCH.
003465     MOVE RUN-JOB-NAME TO RC-JOB-NAME.
003466     MOVE RUN-BUSINESS-DATE TO RC-BUSINESS-DATE.
003467     READ RUN-CONTROL-FILE
003468         INVALID KEY
003469         CONTINUE
003470     END-READ.
003471     IF RUN-CONTROL-OK
003472         SET RUN-RECORD-EXISTS TO TRUE
003473     END-IF.
003474     MOVE RUN-JOB-NAME TO RC-JOB-NAME.
003475     MOVE RUN-BUSINESS-DATE TO RC-BUSINESS-DATE.
003476     MOVE RUN-STATUS-CODE TO RC-STATUS.
003477     MOVE RUN-COMPLETION-CODE TO RC-COMPLETION-CODE.
003478     MOVE RUN-START-DATE TO RC-START-DATE.
003479     MOVE RUN-START-TIME TO RC-START-TIME.
003480     IF RC-RUNNING
003481         MOVE SPACES TO RC-END-DATE
003482         MOVE SPACES TO RC-END-TIME
003483     ELSE
003484         ACCEPT RC-END-DATE FROM DATE YYYYMMDD
003485         ACCEPT RC-END-TIME FROM TIME
003486     END-IF.
003487     MOVE RUN-COUNT-VALUES TO RC-CONTROL-COUNTS.
003488     MOVE RUN-MESSAGE TO RC-MESSAGE.
003489     IF RUN-RECORD-EXISTS
003490         REWRITE RUN-CONTROL-RECORD
003491     ELSE
003492         WRITE RUN-CONTROL-RECORD
003493     END-IF.
003494     IF NOT RUN-CONTROL-OK
003495         DISPLAY "Run status NOT posted -- RUNCTRL status "
003496             RUN-CONTROL-STATUS
003497     END-IF.
003498     CLOSE RUN-CONTROL-FILE.
003499 8600-EXIT.
003500     EXIT.
003501*
003502 8610-OPEN-RUN-CONTROL.
003503     OPEN I-O RUN-CONTROL-FILE.
003504     IF RUN-CONTROL-NOT-FOUND
003505         OPEN OUTPUT RUN-CONTROL-FILE
003506         CLOSE RUN-CONTROL-FILE
003507         OPEN I-O RUN-CONTROL-FILE
003508     END-IF.
003509 8610-EXIT.
003510     EXIT.
003511*
003512******************************************************
003513*  8650-END-RUN-CONTROL                               *
003514*  POST THE FINAL STATUS: A COMPLETION CODE UNDER     *
003515*  0008 IS COMPLETE, ANYTHING ELSE FAILED.            *
003516******************************************************
003517 8650-END-RUN-CONTROL.
003518     IF RUN-COMPLETION-CODE < 8
003519         MOVE 'C' TO RUN-STATUS-CODE
003520     ELSE
003521         MOVE 'F' TO RUN-STATUS-CODE
003522     END-IF.
003523     PERFORM 8600-POST-RUN-CONTROL THRU 8600-EXIT.
003524 8650-EXIT.
003525     EXIT.
003526*
003527******************************************************
003528*  8700-SET-RUN-RESULT                                *
003529*  A FEED THAT DOES NOT BALANCE WITH THE DAY-CONTROL  *
003530*  RECORD FAILS THE RUN (0008) SO THE STREAM HOLDS.   *
003531******************************************************
003532 8700-SET-RUN-RESULT.
003533     MOVE SCORE-OUT-COUNT TO RUN-COUNT-1.
003534     MOVE ACH-OUT-COUNT TO RUN-COUNT-2.
003535     MOVE VOID-SKIP-COUNT TO RUN-COUNT-3.
003536     IF SCORE-OUT-COUNT NOT = CONTROL-GAMES-PLAYED
003537         MOVE 8 TO RUN-COMPLETION-CODE
003538         MOVE "EXTRACT OUT OF BALANCE" TO RUN-MESSAGE
003539     END-IF.
003540 8700-EXIT.
003541     EXIT.
003542*
003543******************************************************
003544*  9999-EXIT                                          *
003545******************************************************
003546 9999-EXIT.
003547     STOP RUN.
