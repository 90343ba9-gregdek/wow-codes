000110*  RANGE.  A CLOSING SUMMARY COMPARES NORMAL (1-99)   *
000120*  DAYS AGAINST EXPERT (1-999) DAYS SO NOBODY HAS TO  *
000130*  EYEBALL RAW AUDIT RECORDS TO ANSWER THAT QUESTION. *
000132*  THE GUESS LIMIT AND THE THEORETICAL-BEST FIGURES   *
000134*  ARE GAME PARAMETERS (PARMFILE), TAKEN AS IN FORCE  *
000136*  ON EACH DAY ANALYZED.                              *
000140*                                                     *
000150*  To compile and run on your friendly Linux system:  *
000160*         cobc -x guess-analyze.cobol                 *
000325*                   GUESS, WASTE, AND TIMING TALLIES,  *
000326*                   SO A HINTED WIN IS VISIBLE AND     *
000327*                   DOES NOT SKEW THE ANALYSIS.        *
000328*  2026-10-15 DLM   THE GUESS LIMIT AND THE            *
000329*                   THEORETICAL BEST GUESSES COME FROM *
000330*                   THE GAME PARAMETER FILE (PARMFILE) *
000331*                   AS IN FORCE ON EACH DAY ANALYZED.  *
000332******************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. GUESS-ANALYZE.
000360 AUTHOR. D L MCKENZIE.
000500     SELECT SCORE-HIST-FILE ASSIGN TO "SCOREHST"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS SCORE-HIST-STATUS.
000522     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000524         ORGANIZATION IS LINE SEQUENTIAL
000526         FILE STATUS IS PARM-FILE-STATUS.
000530     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
000540*
000550 DATA DIVISION.
000610 FD  SCORE-HIST-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY "SCOREREC.CPY".
000632*
000634 FD  PARM-FILE
000636     LABEL RECORDS ARE STANDARD.
000638     COPY "PARMREC.CPY".
000640*
000650 SD  SORT-WORK-FILE.
000660 01  SORT-RECORD.
001572     05  DET-HINTS               PIC ZZZZ9.
001580*
001590 01  SUMMARY-AVG-EDIT            PIC ZZZ9.9.
001592*
001594*    GAME PARAMETERS (PARMFILE), SEE PARMTAB.CPY.
001596     COPY "PARMTAB.CPY".
001600*
001610 PROCEDURE DIVISION.
001620*
001790******************************************************
001800 1000-INITIALIZE.
001810     PERFORM 1100-LOAD-DAY-DIFFICULTY THRU 1100-EXIT.
001815     PERFORM 8800-LOAD-PARAMETERS THRU 8800-EXIT.
001820     DISPLAY "          GUESS-MY-NUMBER GUESS-PATTERN"
001830         " ANALYSIS".
001840     DISPLAY "PLAYER ID   DATE      GAMES  WINS  AVG/WIN"
003570     MOVE 0 TO KNOWN-LOW.
003580     MOVE 1000 TO KNOWN-HIGH.
003590     MOVE -1 TO PREV-GUESS-SECS.
003592     MOVE HOLD-DATE TO PARM-AS-OF-DATE.
003594     MOVE "MAX-GUESSES" TO PARM-WANTED-NAME.
003596     PERFORM 8850-GET-PARAMETER THRU 8850-EXIT.
003598     MOVE PARM-FOUND-VALUE TO MAX-GUESSES.
003600 3200-EXIT.
003610     EXIT.
003620*
003990         MOVE 1000 TO KNOWN-HIGH
004000         MOVE -1 TO PREV-GUESS-SECS
004010     END-IF.
004020*        MAX-GUESSES WITHOUT A 'C' IS A GAME LOST AT THE
004030*        GUESS LIMIT -- CLOSE IT OUT SO ITS BOUNDS DO NOT
004040*        LEAK INTO THE PLAYER'S NEXT GAME OF THE DAY.
004050     IF SORT-RESULT NOT = 'C'
004450*  SUMMARY TOTALS.  THE DAY'S RANGE COMES FROM THE    *
004460*  DIFFICULTY CODE ON THE DAY'S SCORE RECORDS; ON AN  *
004470*  EXPERT DAY (1-999) BINARY SEARCH NEEDS AT MOST 10  *
004480*  GUESSES INSTEAD OF 7 (THEO-BEST-EXPERT AND         *
004485*  THEO-BEST-NORMAL ON THE PARAMETER FILE).           *
004490******************************************************
004500 3500-PRINT-GROUP.
004510     MOVE HOLD-PLAYER-ID TO DET-PLAYER-ID.
004520     MOVE HOLD-DATE      TO DET-DATE.
004530     PERFORM 3450-GET-DAY-DIFFICULTY THRU 3450-EXIT.
004536     MOVE HOLD-DATE TO PARM-AS-OF-DATE.
004542     IF DAY-IS-EXPERT
004548         MOVE "THEO-BEST-EXPERT" TO PARM-WANTED-NAME
004554     ELSE
004560         MOVE "THEO-BEST-NORMAL" TO PARM-WANTED-NAME
004566     END-IF.
004572     PERFORM 8850-GET-PARAMETER THRU 8850-EXIT.
004578     MOVE PARM-FOUND-VALUE TO THEO-BEST-GUESSES.
004590     MOVE THEO-BEST-GUESSES TO DET-THEO.
004600     IF CURR-GAME-GUESSES > 0
004610         COMPUTE DET-GAMES = GROUP-WINS + GROUP-LOSSES + 1
005490 8000-EXIT.
005500     EXIT.
005510*
005511******************************************************
005512*  8800-LOAD-PARAMETERS                               *
005513*  TABLE EVERY GAME PARAMETER ENTRY: THE STANDING     *
005514*  DEFAULTS FIRST (EFFECTIVE 00000000), THEN EACH     *
005515*  PARMFILE ENTRY IN FILE ORDER.  NO PARMFILE MEANS   *
005516*  THE DEFAULTS STAND.  AN ENTRY FOR AN UNKNOWN       *
005517*  PARAMETER, WITH A NON-NUMERIC VALUE OR DATE, OR    *
005518*  BEYOND THE END OF THE TABLE IS IGNORED AND         *
005519*  COUNTED.                                           *
005520******************************************************
005521 8800-LOAD-PARAMETERS.
005522     MOVE 0 TO PE-COUNT.
005523     MOVE 0 TO PARM-ENTRIES-IGNORED.
005524     MOVE 1 TO PD-SUB.
005525     PERFORM 8810-LOAD-ONE-DEFAULT THRU 8810-EXIT
005526         UNTIL PD-SUB > PD-COUNT.
005527     OPEN INPUT PARM-FILE.
005528     IF PARM-FILE-NOT-FOUND
005529         GO TO 8800-EXIT
005530     END-IF.
005531     IF NOT PARM-FILE-OK
005532         DISPLAY "Cannot open PARMFILE, status "
005533             PARM-FILE-STATUS " -- standing rules used."
005534         GO TO 8800-EXIT
005535     END-IF.
005536     MOVE 'N' TO PARM-EOF-SWITCH.
005537     PERFORM 8820-LOAD-ONE-ENTRY THRU 8820-EXIT
005538         UNTIL PARM-AT-END.
005539     CLOSE PARM-FILE.
005540     IF PARM-ENTRIES-IGNORED > 0
005541         DISPLAY "PARMFILE entries ignored: "
005542             PARM-ENTRIES-IGNORED
005543     END-IF.
005544 8800-EXIT.
005545     EXIT.
005546*
005547 8810-LOAD-ONE-DEFAULT.
005548     ADD 1 TO PE-COUNT.
005549     MOVE PD-NAME (PD-SUB) TO PE-NAME (PE-COUNT).
005550     MOVE "00000000" TO PE-EFFECTIVE-DATE (PE-COUNT).
005551     MOVE PD-DEFAULT (PD-SUB) TO PE-VALUE (PE-COUNT).
005552     ADD 1 TO PD-SUB.
005553 8810-EXIT.
005554     EXIT.
005555*
005556 8820-LOAD-ONE-ENTRY.
005557     READ PARM-FILE
005558         AT END
005559         SET PARM-AT-END TO TRUE
005560         GO TO 8820-EXIT
005561     END-READ.
005562     MOVE 1 TO PD-SUB.
005563     PERFORM 8830-SCAN-ONE-NAME THRU 8830-EXIT
005564         UNTIL PD-SUB > PD-COUNT
005565             OR PD-NAME (PD-SUB) = PARM-NAME.
005566     IF PD-SUB > PD-COUNT
005567             OR PARM-VALUE NOT NUMERIC
005568             OR PARM-EFFECTIVE-DATE NOT NUMERIC
005569             OR PE-COUNT NOT < PE-MAX
005570         ADD 1 TO PARM-ENTRIES-IGNORED
005571         GO TO 8820-EXIT
005572     END-IF.
005573     ADD 1 TO PE-COUNT.
005574     MOVE PARM-NAME TO PE-NAME (PE-COUNT).
005575     MOVE PARM-EFFECTIVE-DATE TO PE-EFFECTIVE-DATE (PE-COUNT).
005576     MOVE PARM-VALUE TO PE-VALUE (PE-COUNT).
005577 8820-EXIT.
005578     EXIT.
005579*
005580 8830-SCAN-ONE-NAME.
005581     ADD 1 TO PD-SUB.
005582 8830-EXIT.
005583     EXIT.
005584*
005585******************************************************
005586*  8850-GET-PARAMETER                                 *
005587*  THE VALUE OF PARM-WANTED-NAME IN FORCE ON          *
005588*  PARM-AS-OF-DATE: THE ENTRY WITH THE LATEST         *
005589*  EFFECTIVE DATE NOT AFTER IT, THE LATER ON THE FILE *
005590*  WHERE TWO SHARE A DATE.  THE DEFAULTS, EFFECTIVE   *
005591*  00000000, ARE ALWAYS A CANDIDATE.                  *
005592******************************************************
005593 8850-GET-PARAMETER.
005594     MOVE 0 TO PARM-FOUND-VALUE.
005595     MOVE SPACES TO PARM-FOUND-DATE.
005596     MOVE 1 TO PE-SUB.
005597     PERFORM 8860-CHECK-ONE-ENTRY THRU 8860-EXIT
005598         UNTIL PE-SUB > PE-COUNT.
005599 8850-EXIT.
005600     EXIT.
005601*
005602 8860-CHECK-ONE-ENTRY.
005603     IF PE-NAME (PE-SUB) = PARM-WANTED-NAME
005604             AND PE-EFFECTIVE-DATE (PE-SUB) NOT > PARM-AS-OF-DATE
005605             AND PE-EFFECTIVE-DATE (PE-SUB) NOT < PARM-FOUND-DATE
005606         MOVE PE-VALUE (PE-SUB) TO PARM-FOUND-VALUE
005607         MOVE PE-EFFECTIVE-DATE (PE-SUB) TO PARM-FOUND-DATE
005608     END-IF.
005609     ADD 1 TO PE-SUB.
005610 8860-EXIT.
005611     EXIT.
005612*
005613******************************************************
005614*  9999-EXIT                                          *
005615******************************************************
005616 9999-EXIT.
005617     STOP RUN.
