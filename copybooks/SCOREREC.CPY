000100*  SO THE LEADERBOARD CAN TELL A HINTED WIN FROM A     *
000110*  CLEAN ONE.  RECORDS WRITTEN BEFORE THESE FIELDS     *
000120*  EXISTED CARRY SPACES THERE.                         *
000121*  A GAME THROWN OUT BY THE VOID/ADJUSTMENT RUN        *
000122*  (GUESS-ADJT) IS NEVER DELETED: A REVERSAL RECORD    *
000123*  IS APPENDED -- A COPY OF THE GAME WITH SCORE-RESULT *
000124*  'V' AND THE ORIGINAL RESULT IN SCORE-ADJ-RESULT --  *
000125*  AND EACH REVERSAL CANCELS THE EARLIEST UNCANCELLED  *
000126*  GAME FOR THE SAME PLAYER AND DATE.  AN ADJUSTMENT   *
000127*  ALSO APPENDS THE CORRECTED GAME, MARKED 'A' IN      *
000128*  SCORE-ADJ-RESULT; IT HAS NO AUDIT-TRAIL DETAIL OF   *
000129*  ITS OWN.  THE ADJ FIELDS CARRY THE POSTING DATE,    *
000130*  REASON CODE, AND OPERATOR; AN ORDINARY GAME         *
000131*  CARRIES SPACES THERE.                               *
000132******************************************************
000140 01  SCORE-RECORD.
000150     05  SCORE-PLAYER-ID          PIC X(10).
000160     05  SCORE-DATE               PIC X(08).
000190     05  SCORE-RESULT             PIC X(01).
000200     05  SCORE-DIFFICULTY         PIC X(01).
000210     05  SCORE-HINTS              PIC X(02).
000220     05  SCORE-ADJ-INFO.
000230         10  SCORE-ADJ-RESULT     PIC X(01).
000240         10  SCORE-ADJ-DATE       PIC X(08).
000250         10  SCORE-ADJ-REASON     PIC X(02).
000260         10  SCORE-ADJ-OPERATOR   PIC X(10).
