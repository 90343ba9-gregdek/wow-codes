000010******************************************************
000020*  ADJTREC.CPY                                        *
000030*  RECORD LAYOUT FOR THE VOID/ADJUSTMENT TRANSACTION  *
000040*  FILE (ADJTRAN) READ BY GUESS-ADJT.  ONE RECORD     *
000050*  PER GAME TO BE THROWN OUT ('V') OR RE-SCORED       *
000060*  ('A'), NAMING THE PLAYER AND THE GAMING DAY OF     *
000070*  THE GAME, THE OPERATOR WHO AUTHORIZED IT, AND A    *
000080*  REASON CODE:                                       *
000090*    BS  BAD SEED DAY                                 *
000100*    AK  PLAYER HAD THE ANSWER                        *
000110*    KF  KIOSK OR TERMINAL FAULT MID-GAME             *
000120*    OE  OPERATOR ERROR                               *
000130*  AN ADJUSTMENT ALSO CARRIES THE CORRECTED GUESS     *
000140*  COUNT AND RESULT; A VOID LEAVES THEM BLANK.        *
000150******************************************************
000160 01  ADJUST-TRAN-RECORD.
000170     05  AT-ACTION                PIC X(01).
000180         88  AT-VOID              VALUE 'V'.
000190         88  AT-ADJUST            VALUE 'A'.
000200     05  AT-PLAYER-ID             PIC X(10).
000210     05  AT-GAME-DATE             PIC X(08).
000220     05  AT-OPERATOR-ID           PIC X(10).
000230     05  AT-REASON-CODE           PIC X(02).
000240         88  AT-REASON-VALID      VALUE 'BS', 'AK', 'KF',
000250                                        'OE'.
000260     05  AT-NEW-GUESSES           PIC X(03).
000270     05  AT-NEW-GUESSES-NUM REDEFINES AT-NEW-GUESSES
000280                                  PIC 9(03).
000290     05  AT-NEW-RESULT            PIC X(01).
000300         88  AT-NEW-RESULT-VALID  VALUE 'W', 'L'.
