000010******************************************************
000020*  CLEDREC.CPY                                        *
000030*  RECORD LAYOUT FOR THE HINT-CREDIT LEDGER           *
000040*  (CREDLDGR), ONE RECORD FOR EVERY MOVEMENT ON THE   *
000050*  CREDIT FILE, APPENDED IN THE ORDER IT HAPPENED:    *
000060*    E  EARNED -- A MILESTONE WAS WRITTEN TO ACHVFILE *
000070*       (CL-REFERENCE HOLDS THE ACHIEVEMENT TEXT)     *
000080*    S  SPENT -- A HINT WAS BOUGHT MID-GAME           *
000090*       (CL-REFERENCE HOLDS THE GAMING DAY)           *
000100*    R  REVERSED -- GUESS-ADJT TOOK BACK A CREDIT     *
000110*       EARNED BY A VOIDED GAME (CL-REFERENCE HOLDS   *
000120*       THE GAMING DAY OF THE VOIDED GAME)            *
000130*    X  EXPIRED -- THE YEAR-END RUN OF GUESS-CPRF     *
000140*       WROTE OFF CREDITS EARNED BEFORE THE CUTOFF    *
000150*       AND NEVER SPENT (CL-REFERENCE HOLDS THE       *
000160*       CUTOFF DATE)                                  *
000170*  CL-AMOUNT IS ALWAYS POSITIVE; THE TYPE GIVES THE   *
000180*  DIRECTION.  SUMMED PER PLAYER THE LEDGER PROVES    *
000190*  THE CREDIT FILE:                                   *
000200*    CD-CREDITS-EARNED = E - R - X                    *
000210*    CD-CREDITS-SPENT  = S                            *
000220*    CD-CREDIT-BALANCE = E - R - X - S                *
000230******************************************************
000240 01  CREDIT-LEDGER-RECORD.
000250     05  CL-PLAYER-ID             PIC X(10).
000260     05  CL-DATE                  PIC X(08).
000270     05  CL-TIME                  PIC X(08).
000280     05  CL-TYPE                  PIC X(01).
000290         88  CL-EARNED            VALUE 'E'.
000300         88  CL-SPENT             VALUE 'S'.
000310         88  CL-REVERSED          VALUE 'R'.
000320         88  CL-EXPIRED           VALUE 'X'.
000330     05  CL-AMOUNT                PIC 9(05).
000340     05  CL-REFERENCE             PIC X(30).
