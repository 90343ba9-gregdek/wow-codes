000010******************************************************
000020*  PARMTAB.CPY                                        *
000030*  WORKING-STORAGE FOR EVERY PROGRAM THAT READS THE   *
000040*  GAME PARAMETER FILE (PARMFILE, SEE PARMREC.CPY).   *
000050*  PD-ENTRY NAMES EACH PARAMETER WITH THE VALUE IN    *
000060*  FORCE BEFORE ANY PARMFILE ENTRY (THE RULES AS THEY *
000070*  WERE WHEN THE FILE CAME IN) AND THE LOWEST AND     *
000080*  HIGHEST VALUE GUESS-PARM WILL ACCEPT FOR IT:       *
000090*    MAX-GUESSES         GUESSES PER GAME; A RATED    *
000100*                        PLAYER'S ALLOWANCE OVERRIDES *
000110*    MAX-INVALID-GUESSES BAD ENTRIES BEFORE A GAME    *
000120*                        IS ABANDONED                 *
000130*    MAX-FILE-RETRIES    WAITS ON A BUSY SHARED FILE  *
000140*    MAX-BRIDGE-DAYS     NON-GAMING DAYS A STREAK OR  *
000150*                        A DATE STEP MAY BRIDGE       *
000160*    SCORE-BASE          A WIN SCORES SCORE-BASE LESS *
000170*                        THE GUESSES TAKEN; ZERO AT   *
000180*                        SCORE-BASE GUESSES OR MORE   *
000190*    EXPERT-SCORE-FACTOR SCORE MULTIPLIER ON EXPERT   *
000200*                        DAYS                         *
000210*    THEO-BEST-NORMAL    GUESSES A PERFECT BINARY     *
000220*    THEO-BEST-EXPERT    SEARCH NEEDS, 1-100/1-1000   *
000230*    STREAK-MILESTONE-1  WIN STREAKS THAT EARN AN     *
000240*     THRU -6            ACHIEVEMENT (0 = NOT USED)   *
000250*    GAMES-MILESTONE     EVERY N-TH GAME PLAYED       *
000260*                        EARNS ONE (0 = NONE)         *
000262*    REPORT-RETAIN-MONTHS MONTHS A STORED REPORT COPY *
000264*                        STAYS IN REPTREPO; GUESS-    *
000266*                        ARCH PURGES OLDER AT MONTH-  *
000268*                        END                          *
000270******************************************************
000280 01  PARM-DEFAULT-VALUES.
000290     05  FILLER                  PIC X(20)  VALUE
000300             "MAX-GUESSES".
000310     05  FILLER                  PIC 9(05)  VALUE 10.
000320     05  FILLER                  PIC 9(05)  VALUE 1.
000330     05  FILLER                  PIC 9(05)  VALUE 99.
000340     05  FILLER                  PIC X(20)  VALUE
000350             "MAX-INVALID-GUESSES".
000360     05  FILLER                  PIC 9(05)  VALUE 10.
000370     05  FILLER                  PIC 9(05)  VALUE 1.
000380     05  FILLER                  PIC 9(05)  VALUE 99.
000390     05  FILLER                  PIC X(20)  VALUE
000400             "MAX-FILE-RETRIES".
000410     05  FILLER                  PIC 9(05)  VALUE 300.
000420     05  FILLER                  PIC 9(05)  VALUE 1.
000430     05  FILLER                  PIC 9(05)  VALUE 999.
000440     05  FILLER                  PIC X(20)  VALUE
000450             "MAX-BRIDGE-DAYS".
000460     05  FILLER                  PIC 9(05)  VALUE 30.
000470     05  FILLER                  PIC 9(05)  VALUE 1.
000480     05  FILLER                  PIC 9(05)  VALUE 99.
000490     05  FILLER                  PIC X(20)  VALUE
000500             "SCORE-BASE".
000510     05  FILLER                  PIC 9(05)  VALUE 11.
000520     05  FILLER                  PIC 9(05)  VALUE 2.
000530     05  FILLER                  PIC 9(05)  VALUE 99.
000540     05  FILLER                  PIC X(20)  VALUE
000550             "EXPERT-SCORE-FACTOR".
000560     05  FILLER                  PIC 9(05)  VALUE 2.
000570     05  FILLER                  PIC 9(05)  VALUE 1.
000580     05  FILLER                  PIC 9(05)  VALUE 9.
000590     05  FILLER                  PIC X(20)  VALUE
000600             "THEO-BEST-NORMAL".
000610     05  FILLER                  PIC 9(05)  VALUE 7.
000620     05  FILLER                  PIC 9(05)  VALUE 1.
000630     05  FILLER                  PIC 9(05)  VALUE 99.
000640     05  FILLER                  PIC X(20)  VALUE
000650             "THEO-BEST-EXPERT".
000660     05  FILLER                  PIC 9(05)  VALUE 10.
000670     05  FILLER                  PIC 9(05)  VALUE 1.
000680     05  FILLER                  PIC 9(05)  VALUE 99.
000690     05  FILLER                  PIC X(20)  VALUE
000700             "STREAK-MILESTONE-1".
000710     05  FILLER                  PIC 9(05)  VALUE 3.
000720     05  FILLER                  PIC 9(05)  VALUE 0.
000730     05  FILLER                  PIC 9(05)  VALUE 999.
000740     05  FILLER                  PIC X(20)  VALUE
000750             "STREAK-MILESTONE-2".
000760     05  FILLER                  PIC 9(05)  VALUE 5.
000770     05  FILLER                  PIC 9(05)  VALUE 0.
000780     05  FILLER                  PIC 9(05)  VALUE 999.
000790     05  FILLER                  PIC X(20)  VALUE
000800             "STREAK-MILESTONE-3".
000810     05  FILLER                  PIC 9(05)  VALUE 10.
000820     05  FILLER                  PIC 9(05)  VALUE 0.
000830     05  FILLER                  PIC 9(05)  VALUE 999.
000840     05  FILLER                  PIC X(20)  VALUE
000850             "STREAK-MILESTONE-4".
000860     05  FILLER                  PIC 9(05)  VALUE 25.
000870     05  FILLER                  PIC 9(05)  VALUE 0.
000880     05  FILLER                  PIC 9(05)  VALUE 999.
000890     05  FILLER                  PIC X(20)  VALUE
000900             "STREAK-MILESTONE-5".
000910     05  FILLER                  PIC 9(05)  VALUE 50.
000920     05  FILLER                  PIC 9(05)  VALUE 0.
000930     05  FILLER                  PIC 9(05)  VALUE 999.
000940     05  FILLER                  PIC X(20)  VALUE
000950             "STREAK-MILESTONE-6".
000960     05  FILLER                  PIC 9(05)  VALUE 100.
000970     05  FILLER                  PIC 9(05)  VALUE 0.
000980     05  FILLER                  PIC 9(05)  VALUE 999.
000990     05  FILLER                  PIC X(20)  VALUE
001000             "GAMES-MILESTONE".
001010     05  FILLER                  PIC 9(05)  VALUE 100.
001020     05  FILLER                  PIC 9(05)  VALUE 0.
001030     05  FILLER                  PIC 9(05)  VALUE 99999.
001031     05  FILLER                  PIC X(20)  VALUE
001032             "REPORT-RETAIN-MONTHS".
001033     05  FILLER                  PIC 9(05)  VALUE 12.
001034     05  FILLER                  PIC 9(05)  VALUE 1.
001035     05  FILLER                  PIC 9(05)  VALUE 120.
001040 01  PARM-DEFAULT-TABLE REDEFINES PARM-DEFAULT-VALUES.
001050     05  PD-ENTRY                OCCURS 16 TIMES.
001060         10  PD-NAME             PIC X(20).
001070         10  PD-DEFAULT          PIC 9(05).
001080         10  PD-MINIMUM          PIC 9(05).
001090         10  PD-MAXIMUM          PIC 9(05).
001100 01  PD-COUNT                    PIC 9(03)  COMP  VALUE 16.
001110 01  PD-SUB                      PIC 9(03)  COMP  VALUE 0.
001120*
001130*    EVERY ENTRY IN FORCE AT SOME TIME: THE DEFAULTS
001140*    (EFFECTIVE 00000000) FOLLOWED BY THE PARMFILE
001150*    ENTRIES IN FILE ORDER.
001160 01  PARM-ENTRY-TABLE.
001170     05  PE-ENTRY                OCCURS 500 TIMES.
001180         10  PE-NAME             PIC X(20).
001190         10  PE-EFFECTIVE-DATE   PIC X(08).
001200         10  PE-VALUE            PIC 9(05).
001210 01  PE-MAX                      PIC 9(03)  COMP  VALUE 500.
001220 01  PE-COUNT                    PIC 9(03)  COMP  VALUE 0.
001230 01  PE-SUB                      PIC 9(03)  COMP  VALUE 0.
001240*
001250*    LOOKUP: SET PARM-WANTED-NAME AND PARM-AS-OF-DATE,
001260*    GET PARM-FOUND-VALUE AND PARM-FOUND-DATE (THE
001270*    EFFECTIVE DATE OF THE ENTRY USED).
001280 01  PARM-WANTED-NAME            PIC X(20)  VALUE SPACES.
001290 01  PARM-AS-OF-DATE             PIC X(08)  VALUE SPACES.
001300 01  PARM-FOUND-VALUE            PIC 9(05)  VALUE 0.
001310 01  PARM-FOUND-DATE             PIC X(08)  VALUE SPACES.
001320 01  PARM-ENTRIES-IGNORED        PIC 9(05)  VALUE 0.
001330 01  PARM-FILE-STATUS            PIC X(02).
001340     88  PARM-FILE-OK            VALUE '00'.
001350     88  PARM-FILE-NOT-FOUND     VALUE '35'.
001360 01  PARM-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001370     88  PARM-AT-END             VALUE 'Y'.
