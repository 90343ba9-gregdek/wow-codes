000010******************************************************
000020*  TRNYREC.CPY                                        *
000030*  RECORD LAYOUT FOR THE KNOCKOUT TOURNAMENT BRACKET  *
000040*  FILE (TRNYBRKT), KEPT AND REWRITTEN WHOLE BY       *
000050*  GUESS-TRNY.  EACH TOURNAMENT HAS ONE HEADER        *
000060*  RECORD ('H') AND ONE MATCH RECORD ('M') PER        *
000070*  PAIRING, IN ROUND AND MATCH ORDER.  A ROUND IS     *
000080*  PLAYED ON ONE GAMING DAY (TM-ROUND-DATE); ROUND 1  *
000090*  IS BUILT WHEN THE TOURNAMENT IS OPENED AND EACH    *
000100*  LATER ROUND WHEN THE ONE BEFORE IS RESOLVED.       *
000110*                                                     *
000120*  TH-STATUS IS 'O' WHILE THE TOURNAMENT IS OPEN AND  *
000130*  'C' ONCE A CHAMPION IS CROWNED.  TM-WINNER IS 'A'  *
000140*  OR 'B', OR SPACE WHILE THE MATCH IS UNDECIDED.     *
000150*  TM-DECIDED-BY SAYS HOW IT WAS SETTLED:             *
000160*      W  A WIN BEAT A LOSS                           *
000170*      G  FEWER GUESSES                               *
000180*      H  FEWER HINTS                                 *
000190*      S  THE HIGHER SEED (ALL ELSE EQUAL)            *
000200*      F  THE OTHER PLAYER DID NOT PLAY (FORFEIT)     *
000210*      D  NEITHER PLAYED -- THE HIGHER SEED GOES ON   *
000220*      B  A FIRST-ROUND BYE (NO OPPONENT)             *
000230*  TM-RESULT-A/B IS THE SCORE-RESULT OF THE GAME      *
000240*  THAT COUNTED, OR 'N' FOR A NO-SHOW.                *
000250******************************************************
000260 01  TOURNAMENT-RECORD.
000270     05  TR-TOURN-ID              PIC X(08).
000280     05  TR-RECORD-TYPE           PIC X(01).
000290         88  TR-HEADER            VALUE 'H'.
000300         88  TR-MATCH             VALUE 'M'.
000310     05  TR-BODY                  PIC X(64).
000320     05  TR-HEADER-BODY REDEFINES TR-BODY.
000330         10  TH-TITLE             PIC X(30).
000340         10  TH-START-DATE        PIC X(08).
000350         10  TH-ENTRANTS          PIC 9(03).
000360         10  TH-BRACKET-SIZE      PIC 9(03).
000370         10  TH-ROUNDS            PIC 9(02).
000380         10  TH-CURRENT-ROUND     PIC 9(02).
000390         10  TH-STATUS            PIC X(01).
000400             88  TH-OPEN          VALUE 'O'.
000410             88  TH-COMPLETE      VALUE 'C'.
000420         10  TH-CHAMPION          PIC X(10).
000430         10  FILLER               PIC X(05).
000440     05  TR-MATCH-BODY REDEFINES TR-BODY.
000450         10  TM-ROUND             PIC 9(02).
000460         10  TM-MATCH-NO          PIC 9(03).
000470         10  TM-ROUND-DATE        PIC X(08).
000480         10  TM-SEED-A            PIC 9(03).
000490         10  TM-PLAYER-A          PIC X(10).
000500         10  TM-RESULT-A          PIC X(01).
000510         10  TM-GUESSES-A         PIC 9(03).
000520         10  TM-HINTS-A           PIC 9(02).
000530         10  TM-SEED-B            PIC 9(03).
000540         10  TM-PLAYER-B          PIC X(10).
000550         10  TM-RESULT-B          PIC X(01).
000560         10  TM-GUESSES-B         PIC 9(03).
000570         10  TM-HINTS-B           PIC 9(02).
000580         10  TM-WINNER            PIC X(01).
000590             88  TM-UNDECIDED     VALUE SPACE.
000600         10  TM-DECIDED-BY        PIC X(01).
000610         10  FILLER               PIC X(11).
