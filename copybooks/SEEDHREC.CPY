000010******************************************************
000020*  SEEDHREC.CPY                                       *
000030*  RECORD LAYOUT FOR THE PERMANENT ANSWER HISTORY     *
000040*  (SEEDHIST).  SEED-GEN APPENDS ONE RECORD FOR EVERY *
000050*  DAY IT PUTS ON THE SCHEDULE.  SEEDSCHD HOLDS ONLY  *
000060*  THE WEEK AHEAD AND IS REBUILT ON EVERY RUN; THIS   *
000070*  FILE KEEPS EVERY ANSWER EVER SCHEDULED.  A DAY     *
000080*  SCHEDULED MORE THAN ONCE (SEED-GEN RERUN OVER THE  *
000090*  SAME WEEK) HAS A RECORD FOR EACH RUN, AND THE LAST *
000100*  ONE ON THE FILE IS THE ANSWER THAT WAS PLAYED.     *
000110*                                                     *
000120*  SH-SEED-DATA IS THE SEED RECORD AS WRITTEN TO      *
000130*  SEEDSCHD, ANSWER CONCEALED AND CHECK DIGIT SET     *
000140*  (SEE SEEDREC.CPY).  THE FILE CARRIES THE COMING    *
000150*  WEEK'S ANSWERS TOO, SO A PROGRAM THAT OPENS IT     *
000160*  LOGS THE OPEN TO SEEDAUDT AS FOR SEEDSCHD.         *
000170*  SH-GEN-DATE IS THE DATE SEED-GEN RAN, AND          *
000180*  SH-REDRAWS THE NUMBER OF DRAWS IT THREW AWAY AS    *
000190*  REPEATS BEFORE SETTLING ON THE ANSWER.             *
000200******************************************************
000210 01  SEED-HISTORY-RECORD.
000220     05  SH-SEED-DATA.
000230         10  SH-DATE              PIC X(08).
000240         10  SH-ANSWER            PIC 9(03).
000250         10  SH-DIFFICULTY-CODE   PIC X(01).
000260         10  SH-CHECK-DIGIT       PIC X(01).
000270     05  SH-GEN-DATE              PIC X(08).
000280     05  SH-REDRAWS               PIC 9(02).
