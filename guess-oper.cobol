000140*  WARNING LINE, SO A MISSED SEED-GEN RUN IS FOUND    *
000150*  HERE AND NOT BY THE FIRST PLAYER DRAWING THE       *
000160*  FALLBACK ANSWER.                                   *
000161*                                                     *
000162*  IT ALSO READS THE BACKUP CATALOG (BKUPCTLG) THAT   *
000163*  GUESS-BKUP APPENDS TO, AND WARNS FOR ANY BACKED-UP *
000164*  FILE WHOSE LATEST GOOD BACKUP IS OLDER THAN THE    *
000165*  LAST GAMING DAY -- MORE THAN ONE NIGHT'S WORK AT   *
000166*  RISK IF THE FILE WERE LOST.                        *
000167*                                                     *
000168*  AND IT PRINTS LAST NIGHT'S BATCH STREAM FROM THE   *
000169*  RUN-CONTROL FILE (RUNCTRL) -- EACH JOB'S STATUS,   *
000170*  CODE, AND TIMES -- AND WARNS IF ANY JOB DID NOT    *
000171*  COMPLETE.                                          *
000172*                                                     *
000180*  To compile and run on your friendly Linux system:  *
000190*         cobc -x guess-oper.cobol                    *
000200******************************************************
000279*                   LITERAL YESTERDAY, SO A QUIET      *
000280*                   MONDAY MORNING DOES NOT FLAG THE   *
000281*                   WEEKEND AS AN UNCLOSED DAY.        *
000282*  2026-10-15 DLM   NEW BACKUP CHECK WARNS WHEN A      *
000283*                   FILE'S LATEST GOOD BACKUP IN       *
000284*                   BKUPCTLG IS OLDER THAN THE LAST    *
000285*                   GAMING DAY, OR THERE IS NONE.      *
000286*  2026-10-15 DLM   NEW STREAM CHECK PRINTS LAST       *
000287*                   NIGHT'S RUN-CONTROL RECORDS        *
000288*                   (RUNCTRL) FOR EACH JOB IN THE      *
000289*                   NIGHTLY STREAM AND WARNS IF ANY    *
000290*                   DID NOT COMPLETE.                  *
000291*  2026-10-15 DLM   GUESS-TRNY ADDED TO THE STREAM     *
000292*                   CHECK.                             *
000293*  2026-10-15 DLM   THE NON-GAMING DAYS BRIDGED WHEN   *
000294*                   LOOKING BACK FOR THE LAST GAMING   *
000295*                   DAY (MAX-BRIDGE-DAYS) COME FROM    *
000296*                   THE GAME PARAMETER FILE (PARMFILE).*
000297*  2026-10-15 DLM   GUESS-INTG ADDED TO THE STREAM     *
000298*                   CHECK; REPTREPO, RUNCTRL AND       *
000299*                   TRNYBRKT ADDED TO THE BACKUP       *
000300*                   CHECK.                             *
000301******************************************************
000302 IDENTIFICATION DIVISION.
000303 PROGRAM-ID. GUESS-OPER.
000310 AUTHOR. D L MCKENZIE.
000320 INSTALLATION. OPERATIONS SUPPORT.
000330 DATE-WRITTEN. 2026-09-02.
000601     SELECT CALENDAR-FILE ASSIGN TO "GAMECAL"
000602         ORGANIZATION IS LINE SEQUENTIAL
000603         FILE STATUS IS CALENDAR-STATUS.
000604     SELECT BACKUP-CATALOG-FILE ASSIGN TO "BKUPCTLG"
000605         ORGANIZATION IS LINE SEQUENTIAL
000606         FILE STATUS IS BACKUP-CATALOG-STATUS.
000607     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
000608         ORGANIZATION IS INDEXED
000609         ACCESS MODE IS RANDOM
000610         RECORD KEY IS RC-KEY
000611         FILE STATUS IS RUN-CONTROL-STATUS.
000612     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000613         ORGANIZATION IS LINE SEQUENTIAL
000614         FILE STATUS IS PARM-FILE-STATUS.
000615*
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  SEED-FILE
000822 FD  CALENDAR-FILE
000823     LABEL RECORDS ARE STANDARD.
000824     COPY "CALREC.CPY".
000825*
000826 FD  BACKUP-CATALOG-FILE
000827     LABEL RECORDS ARE STANDARD.
000828     COPY "BKCTREC.CPY".
000829*
000830 FD  RUN-CONTROL-FILE
000831     LABEL RECORDS ARE STANDARD.
000832     COPY "RUNCREC.CPY".
000833*
000834 FD  PARM-FILE
000835     LABEL RECORDS ARE STANDARD.
000836     COPY "PARMREC.CPY".
000837*
000840 WORKING-STORAGE SECTION.
000850*
000860 77  SEED-DAYS-AHEAD             PIC 9(03)  VALUE 0.
001235 77  NG-COUNT                    PIC 9(03)  COMP  VALUE 0.
001236 77  NG-SUB                      PIC 9(03)  COMP  VALUE 0.
001237 77  BRIDGE-DAY-COUNT            PIC 9(02)  VALUE 0.
001238 77  MAX-BRIDGE-DAYS             PIC 9(02)  VALUE 0.
001239 01  NON-GAMING-TABLE.
001240     05  NG-DATE                 PIC X(08)  OCCURS 400.
001241 01  CAL-CHECK-DATE              PIC X(08)  VALUE SPACES.
001290     88  TODAY-IS-SEEDED         VALUE 'Y'.
001300*
001310     COPY "PURGREC.CPY".
001311*
001312*    THE FILES GUESS-BKUP BACKS UP, WITH THE DATE OF EACH
001313*    ONE'S LATEST GOOD BACKUP FOUND IN THE CATALOG.
001314 77  BF-COUNT                    PIC 9(02)  COMP  VALUE 10.
001315 77  BF-SUB                      PIC 9(02)  COMP  VALUE 0.
001316 77  STALE-BACKUPS               PIC 9(02)  VALUE 0.
001317 01  BACKUP-FILE-VALUES.
001318     05  FILLER                  PIC X(08)  VALUE "PLAYMSTR".
001319     05  FILLER                  PIC X(08)  VALUE "CREDFILE".
001320     05  FILLER                  PIC X(08)  VALUE "DAYCTRL".
001321     05  FILLER                  PIC X(08)  VALUE "RATEFILE".
001322     05  FILLER                  PIC X(08)  VALUE "RESTART".
001323     05  FILLER                  PIC X(08)  VALUE "PLAYREG".
001324     05  FILLER                  PIC X(08)  VALUE "LEAGSEAS".
001325     05  FILLER                  PIC X(08)  VALUE "REPTREPO".
001326     05  FILLER                  PIC X(08)  VALUE "RUNCTRL".
001327     05  FILLER                  PIC X(08)  VALUE "TRNYBRKT".
001328     05  FILLER                  PIC X(08)  VALUE SPACES.
001329 01  BACKUP-FILE-TABLE REDEFINES BACKUP-FILE-VALUES.
001330     05  BF-NAME                 PIC X(08)  OCCURS 11 TIMES.
001331 01  BACKUP-DATE-TABLE           VALUE SPACES.
001332     05  BF-LATEST-DATE          PIC X(08)  OCCURS 11 TIMES.
001333 01  BACKUP-CATALOG-STATUS       PIC X(02).
001334     88  BACKUP-CATALOG-OK       VALUE '00'.
001335 01  CATALOG-EOF-SWITCH          PIC X(01)  VALUE 'N'.
001336     88  CATALOG-AT-END          VALUE 'Y'.
001337*
001338*    THE NIGHTLY STREAM'S JOBS, IN RUN ORDER, AS POSTED
001339*    TO THE RUN-CONTROL FILE, FOLLOWED BY THE DRIVER.
001340 77  SJ-COUNT                    PIC 9(02)  COMP  VALUE 9.
001341 77  SJ-SUB                      PIC 9(02)  COMP  VALUE 0.
001342 77  STREAM-PROBLEMS             PIC 9(02)  VALUE 0.
001343 01  STREAM-JOB-VALUES.
001344     05  FILLER                  PIC X(12)  VALUE "GUESS-EOD".
001345     05  FILLER                  PIC X(12)  VALUE "GUESS-TRNY".
001346     05  FILLER                  PIC X(12)  VALUE "GUESS-XTRT".
001347     05  FILLER                  PIC X(12)  VALUE "GUESS-RECON".
001348     05  FILLER                  PIC X(12)  VALUE "GUESS-INTG".
001349     05  FILLER                  PIC X(12)  VALUE "GUESS-RATE".
001350     05  FILLER                  PIC X(12)  VALUE "GUESS-LEAG".
001351     05  FILLER                  PIC X(12)  VALUE "GUESS-RPT".
001352     05  FILLER                  PIC X(12)  VALUE "GUESS-STRM".
001353 01  STREAM-JOB-TABLE REDEFINES STREAM-JOB-VALUES.
001354     05  SJ-JOB-NAME             PIC X(12)  OCCURS 9 TIMES.
001355 01  RUN-CONTROL-STATUS          PIC X(02).
001356     88  RUN-CONTROL-OK          VALUE '00'.
001357 01  RUN-TIME-SPLIT.
001358     05  RUN-TIME-HH             PIC X(02).
001359     05  RUN-TIME-MM             PIC X(02).
001360     05  FILLER                  PIC X(04).
001361 01  STREAM-LINE.
001362     05  FILLER                  PIC X(04)  VALUE SPACES.
001363     05  SL-JOB-NAME             PIC X(12).
001364     05  SL-STATUS               PIC X(08).
001365     05  FILLER                  PIC X(01)  VALUE SPACES.
001366     05  SL-CODE                 PIC 9(04).
001367     05  FILLER                  PIC X(02)  VALUE SPACES.
001368     05  SL-START-HH             PIC X(02).
001369     05  FILLER                  PIC X(01)  VALUE ':'.
001370     05  SL-START-MM             PIC X(02).
001371     05  FILLER                  PIC X(02)  VALUE SPACES.
001372     05  SL-END-HH               PIC X(02).
001373     05  FILLER                  PIC X(01)  VALUE ':'.
001374     05  SL-END-MM               PIC X(02).
001375     05  FILLER                  PIC X(02)  VALUE SPACES.
001376     05  SL-MESSAGE              PIC X(30).
001377*
001378 01  COUNT-EDIT                  PIC Z(06)9.
001379*
001380*    GAME PARAMETERS (PARMFILE), SEE PARMTAB.CPY.
001381     COPY "PARMTAB.CPY".
001382*
001383 PROCEDURE DIVISION.
001384*
001385******************************************************
001386*  0000-MAINLINE                                      *
001390******************************************************
001400 0000-MAINLINE.
001410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001430     PERFORM 3000-CHECK-YESTERDAY-CLOSE THRU 3000-EXIT.
001440     PERFORM 4000-CHECK-CHECKPOINTS THRU 4000-EXIT.
001450     PERFORM 5000-CHECK-PURGE-CONTROL THRU 5000-EXIT.
001455     PERFORM 6000-CHECK-BACKUPS THRU 6000-EXIT.
001457     PERFORM 6500-CHECK-STREAM THRU 6500-EXIT.
001460     PERFORM 8000-PRINT-GO-NO-GO THRU 8000-EXIT.
001470     GO TO 9999-EXIT.
001480*
001520 1000-INITIALIZE.
001530     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
001531     PERFORM 1050-LOAD-CALENDAR THRU 1050-EXIT.
001532     PERFORM 8800-LOAD-PARAMETERS THRU 8800-EXIT.
001533     MOVE RUN-DATE TO PARM-AS-OF-DATE.
001534     MOVE "MAX-BRIDGE-DAYS" TO PARM-WANTED-NAME.
001535     PERFORM 8850-GET-PARAMETER THRU 8850-EXIT.
001536     MOVE PARM-FOUND-VALUE TO MAX-BRIDGE-DAYS.
001540     PERFORM 1500-COMPUTE-YESTERDAY THRU 1500-EXIT.
001550     DISPLAY "        GUESS-MY-NUMBER MORNING HEALTH"
001560         " CHECK -- " RUN-DATE.
004000 5000-EXIT.
004010     EXIT.
004020*
004021******************************************************
004022*  6000-CHECK-BACKUPS                                 *
004023*  FIND EACH FILE'S LATEST GOOD BACKUP IN THE         *
004024*  CATALOG.  ONE OLDER THAN THE LAST GAMING DAY       *
004025*  (YESTERDAY-DATE) MEANS LAST NIGHT'S BACKUP DID     *
004026*  NOT RUN OR DID NOT FINISH FOR THAT FILE.           *
004027******************************************************
004028 6000-CHECK-BACKUPS.
004029     OPEN INPUT BACKUP-CATALOG-FILE.
004030     IF NOT BACKUP-CATALOG-OK
004031         DISPLAY "BACKUPS:         *** NO BACKUP CATALOG"
004032             " (BKUPCTLG STATUS " BACKUP-CATALOG-STATUS
004033             ") -- RUN GUESS-BKUP ***"
004034         ADD 1 TO WARNING-COUNT
004035         GO TO 6000-EXIT
004036     END-IF.
004037     PERFORM 6100-NOTE-ONE-BACKUP THRU 6100-EXIT
004038         UNTIL CATALOG-AT-END.
004039     CLOSE BACKUP-CATALOG-FILE.
004040     MOVE 1 TO BF-SUB.
004041     PERFORM 6200-CHECK-ONE-FILE THRU 6200-EXIT
004042         UNTIL BF-SUB > BF-COUNT.
004043     IF STALE-BACKUPS > 0
004044         ADD 1 TO WARNING-COUNT
004045     END-IF.
004046 6000-EXIT.
004047     EXIT.
004048*
004049******************************************************
004050*  6100-NOTE-ONE-BACKUP                               *
004051*  A FAILED BACKUP, OR ONE OF A FILE NOT IN THE       *
004052*  TABLE, IS PASSED OVER.                             *
004053******************************************************
004054 6100-NOTE-ONE-BACKUP.
004055     READ BACKUP-CATALOG-FILE
004056         AT END
004057         SET CATALOG-AT-END TO TRUE
004058         GO TO 6100-EXIT
004059     END-READ.
004060     IF NOT BC-BACKUP-GOOD
004061         GO TO 6100-EXIT
004062     END-IF.
004063     COMPUTE BF-SUB = BF-COUNT + 1.
004064     MOVE BC-FILE-NAME TO BF-NAME (BF-SUB).
004065     MOVE 1 TO BF-SUB.
004066     PERFORM 6110-STEP-FILE-TABLE THRU 6110-EXIT
004067         UNTIL BF-NAME (BF-SUB) = BC-FILE-NAME.
004068     IF BF-SUB > BF-COUNT
004069         GO TO 6100-EXIT
004070     END-IF.
004071     IF BC-RUN-DATE > BF-LATEST-DATE (BF-SUB)
004072             OR BF-LATEST-DATE (BF-SUB) = SPACES
004073         MOVE BC-RUN-DATE TO BF-LATEST-DATE (BF-SUB)
004074     END-IF.
004075 6100-EXIT.
004076     EXIT.
004077*
004078 6110-STEP-FILE-TABLE.
004079     ADD 1 TO BF-SUB.
004080 6110-EXIT.
004081     EXIT.
004082*
004083******************************************************
004084*  6200-CHECK-ONE-FILE                                *
004085******************************************************
004086 6200-CHECK-ONE-FILE.
004087     IF BF-LATEST-DATE (BF-SUB) = SPACES
004088         DISPLAY "BACKUPS:         *** " BF-NAME (BF-SUB)
004089             " HAS NO GOOD BACKUP -- RUN GUESS-BKUP ***"
004090         ADD 1 TO STALE-BACKUPS
004091     ELSE
004092         IF BF-LATEST-DATE (BF-SUB) < YESTERDAY-DATE
004093             DISPLAY "BACKUPS:         *** " BF-NAME (BF-SUB)
004094                 " LAST BACKED UP " BF-LATEST-DATE (BF-SUB)
004095                 " -- RUN GUESS-BKUP ***"
004096             ADD 1 TO STALE-BACKUPS
004097         ELSE
004098             DISPLAY "BACKUPS:         " BF-NAME (BF-SUB)
004099                 " backed up " BF-LATEST-DATE (BF-SUB)
004100         END-IF
004101     END-IF.
004102     ADD 1 TO BF-SUB.
004103 6200-EXIT.
004104     EXIT.
004105*
004106******************************************************
004107*  6500-CHECK-STREAM                                  *
004108*  PRINT LAST NIGHT'S STREAM STATUS FROM THE RUN-     *
004109*  CONTROL FILE: ONE LINE PER JOB FOR THE LAST        *
004110*  GAMING DAY WITH ITS STATUS, COMPLETION CODE,       *
004111*  START AND END TIMES, AND MESSAGE.  ANY JOB NOT     *
004112*  COMPLETE, OR NOT RUN AT ALL, IS ONE WARNING FOR    *
004113*  THE STREAM.  GUESS-LEAG RUNS ONLY ON FRIDAYS, SO   *
004114*  NO RECORD FOR IT IS NOT A WARNING.                 *
004115******************************************************
004116 6500-CHECK-STREAM.
004117     OPEN INPUT RUN-CONTROL-FILE.
004118     IF NOT RUN-CONTROL-OK
004119         DISPLAY "NIGHTLY STREAM:  *** RUNCTRL NOT READABLE,"
004120             " STATUS " RUN-CONTROL-STATUS
004121             " -- RUN GUESS-STRM ***"
004122         ADD 1 TO WARNING-COUNT
004123         GO TO 6500-EXIT
004124     END-IF.
004125     DISPLAY "NIGHTLY STREAM:  " YESTERDAY-DATE.
004126     DISPLAY "    JOB         STATUS   CODE  START  END"
004127         "    MESSAGE".
004128     MOVE 0 TO SJ-SUB.
004129     PERFORM 6600-SHOW-ONE-JOB THRU 6600-EXIT
004130         UNTIL SJ-SUB NOT < SJ-COUNT.
004131     CLOSE RUN-CONTROL-FILE.
004132     IF STREAM-PROBLEMS > 0
004133         DISPLAY "    *** STREAM NOT COMPLETE FOR " YESTERDAY-DATE
004134             " -- RERUN GUESS-STRM ***"
004135         ADD 1 TO WARNING-COUNT
004136     END-IF.
004137 6500-EXIT.
004138     EXIT.
004139*
004140******************************************************
004141*  6600-SHOW-ONE-JOB                                  *
004142*  A RECORD LEFT RUNNING MEANS THE JOB ABENDED OR IS  *
004143*  STILL GOING -- EITHER WAY THE DAY IS NOT DONE.     *
004144******************************************************
004145 6600-SHOW-ONE-JOB.
004146     ADD 1 TO SJ-SUB.
004147     MOVE SJ-JOB-NAME (SJ-SUB) TO RC-JOB-NAME.
004148     MOVE YESTERDAY-DATE TO RC-BUSINESS-DATE.
004149     READ RUN-CONTROL-FILE
004150         INVALID KEY
004151         CONTINUE
004152     END-READ.
004153     IF NOT RUN-CONTROL-OK
004154         IF SJ-JOB-NAME (SJ-SUB) = "GUESS-LEAG"
004155             DISPLAY "    " SJ-JOB-NAME (SJ-SUB)
004156                 "not run (league night is Friday)"
004157         ELSE
004158             DISPLAY "    " SJ-JOB-NAME (SJ-SUB)
004159                 "*** NOT RUN ***"
004160             ADD 1 TO STREAM-PROBLEMS
004161         END-IF
004162         GO TO 6600-EXIT
004163     END-IF.
004164     MOVE RC-JOB-NAME TO SL-JOB-NAME.
004165     IF RC-COMPLETE
004166         MOVE "COMPLETE" TO SL-STATUS
004167     ELSE
004168         IF RC-FAILED
004169             MOVE "FAILED" TO SL-STATUS
004170         ELSE
004171             MOVE "RUNNING" TO SL-STATUS
004172         END-IF
004173         ADD 1 TO STREAM-PROBLEMS
004174     END-IF.
004175     MOVE RC-COMPLETION-CODE TO SL-CODE.
004176     MOVE RC-START-TIME TO RUN-TIME-SPLIT.
004177     MOVE RUN-TIME-HH TO SL-START-HH.
004178     MOVE RUN-TIME-MM TO SL-START-MM.
004179     MOVE RC-END-TIME TO RUN-TIME-SPLIT.
004180     MOVE RUN-TIME-HH TO SL-END-HH.
004181     MOVE RUN-TIME-MM TO SL-END-MM.
004182     MOVE RC-MESSAGE TO SL-MESSAGE.
004183     DISPLAY STREAM-LINE.
004184 6600-EXIT.
004185     EXIT.
004186*
004187******************************************************
004188*  7000-LOG-SEED-ACCESS                               *
004189*  APPEND ONE RECORD TO THE SEED-ACCESS AUDIT FILE    *
004190*  FOR THIS RUN'S OPEN OF SEEDSCHD, SO EVERY LOOK AT  *
004191*  THE ANSWER SCHEDULE LEAVES A TRACE.                *
004192******************************************************
004193 7000-LOG-SEED-ACCESS.
004194     OPEN EXTEND SEED-AUDIT-FILE.
004195     IF SEED-AUDIT-NOT-FOUND
004196         OPEN OUTPUT SEED-AUDIT-FILE
004197     END-IF.
004198     IF NOT SEED-AUDIT-OK
004199         DISPLAY "Seed access NOT logged -- SEEDAUDT"
004200             " status " SEED-AUDIT-STATUS
004201         GO TO 7000-EXIT
004202     END-IF.
004203     ACCEPT SA-DATE FROM DATE YYYYMMDD.
004204     ACCEPT SA-TIME FROM TIME.
004210     MOVE "GUESS-OPER" TO SA-PROGRAM.
004220     WRITE SEED-ACCESS-RECORD.
004230     CLOSE SEED-AUDIT-FILE.
004390 8000-EXIT.
004400     EXIT.
004410*
004411******************************************************
004412*  8800-LOAD-PARAMETERS                               *
004413*  TABLE EVERY GAME PARAMETER ENTRY: THE STANDING     *
004414*  DEFAULTS FIRST (EFFECTIVE 00000000), THEN EACH     *
004415*  PARMFILE ENTRY IN FILE ORDER.  NO PARMFILE MEANS   *
004416*  THE DEFAULTS STAND.  AN ENTRY FOR AN UNKNOWN       *
004417*  PARAMETER, WITH A NON-NUMERIC VALUE OR DATE, OR    *
004418*  BEYOND THE END OF THE TABLE IS IGNORED AND         *
004419*  COUNTED.                                           *
004420******************************************************
004421 8800-LOAD-PARAMETERS.
004422     MOVE 0 TO PE-COUNT.
004423     MOVE 0 TO PARM-ENTRIES-IGNORED.
004424     MOVE 1 TO PD-SUB.
004425     PERFORM 8810-LOAD-ONE-DEFAULT THRU 8810-EXIT
004426         UNTIL PD-SUB > PD-COUNT.
004427     OPEN INPUT PARM-FILE.
004428     IF PARM-FILE-NOT-FOUND
004429         GO TO 8800-EXIT
004430     END-IF.
004431     IF NOT PARM-FILE-OK
004432         DISPLAY "Cannot open PARMFILE, status "
004433             PARM-FILE-STATUS " -- standing rules used."
004434         GO TO 8800-EXIT
004435     END-IF.
004436     MOVE 'N' TO PARM-EOF-SWITCH.
004437     PERFORM 8820-LOAD-ONE-ENTRY THRU 8820-EXIT
004438         UNTIL PARM-AT-END.
004439     CLOSE PARM-FILE.
004440     IF PARM-ENTRIES-IGNORED > 0
004441         DISPLAY "PARMFILE entries ignored: "
004442             PARM-ENTRIES-IGNORED
004443     END-IF.
004444 8800-EXIT.
004445     EXIT.
004446*
004447 8810-LOAD-ONE-DEFAULT.
004448     ADD 1 TO PE-COUNT.
004449     MOVE PD-NAME (PD-SUB) TO PE-NAME (PE-COUNT).
004450     MOVE "00000000" TO PE-EFFECTIVE-DATE (PE-COUNT).
004451     MOVE PD-DEFAULT (PD-SUB) TO PE-VALUE (PE-COUNT).
004452     ADD 1 TO PD-SUB.
004453 8810-EXIT.
004454     EXIT.
004455*
004456 8820-LOAD-ONE-ENTRY.
004457     READ PARM-FILE
004458         AT END
004459         SET PARM-AT-END TO TRUE
004460         GO TO 8820-EXIT
004461     END-READ.
004462     MOVE 1 TO PD-SUB.
004463     PERFORM 8830-SCAN-ONE-NAME THRU 8830-EXIT
004464         UNTIL PD-SUB > PD-COUNT
004465             OR PD-NAME (PD-SUB) = PARM-NAME.
004466     IF PD-SUB > PD-COUNT
004467             OR PARM-VALUE NOT NUMERIC
004468             OR PARM-EFFECTIVE-DATE NOT NUMERIC
004469             OR PE-COUNT NOT < PE-MAX
004470         ADD 1 TO PARM-ENTRIES-IGNORED
004471         GO TO 8820-EXIT
004472     END-IF.
004473     ADD 1 TO PE-COUNT.
004474     MOVE PARM-NAME TO PE-NAME (PE-COUNT).
004475     MOVE PARM-EFFECTIVE-DATE TO PE-EFFECTIVE-DATE (PE-COUNT).
004476     MOVE PARM-VALUE TO PE-VALUE (PE-COUNT).
004477 8820-EXIT.
004478     EXIT.
004479*
004480 8830-SCAN-ONE-NAME.
004481     ADD 1 TO PD-SUB.
004482 8830-EXIT.
004483     EXIT.
004484*
004485******************************************************
004486*  8850-GET-PARAMETER                                 *
004487*  THE VALUE OF PARM-WANTED-NAME IN FORCE ON          *
004488*  PARM-AS-OF-DATE: THE ENTRY WITH THE LATEST         *
004489*  EFFECTIVE DATE NOT AFTER IT, THE LATER ON THE FILE *
004490*  WHERE TWO SHARE A DATE.  THE DEFAULTS, EFFECTIVE   *
004491*  00000000, ARE ALWAYS A CANDIDATE.                  *
004492******************************************************
004493 8850-GET-PARAMETER.
004494     MOVE 0 TO PARM-FOUND-VALUE.
004495     MOVE SPACES TO PARM-FOUND-DATE.
004496     MOVE 1 TO PE-SUB.
004497     PERFORM 8860-CHECK-ONE-ENTRY THRU 8860-EXIT
004498         UNTIL PE-SUB > PE-COUNT.
004499 8850-EXIT.
004500     EXIT.
004501*
004502 8860-CHECK-ONE-ENTRY.
004503     IF PE-NAME (PE-SUB) = PARM-WANTED-NAME
004504             AND PE-EFFECTIVE-DATE (PE-SUB) NOT > PARM-AS-OF-DATE
004505             AND PE-EFFECTIVE-DATE (PE-SUB) NOT < PARM-FOUND-DATE
004506         MOVE PE-VALUE (PE-SUB) TO PARM-FOUND-VALUE
004507         MOVE PE-EFFECTIVE-DATE (PE-SUB) TO PARM-FOUND-DATE
004508     END-IF.
004509     ADD 1 TO PE-SUB.
004510 8860-EXIT.
004511     EXIT.
004512*
004513******************************************************
004514*  9999-EXIT                                          *
004515******************************************************
004516 9999-EXIT.
004517     STOP RUN.
