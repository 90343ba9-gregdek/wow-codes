000010******************************************************
000020*  PARMREC.CPY                                        *
000030*  RECORD LAYOUT FOR THE SHOP-WIDE GAME PARAMETER     *
000040*  FILE (PARMFILE).  EACH RECORD IS ONE DATED ENTRY:  *
000050*  A PARAMETER, ITS VALUE, AND THE DATE IT TAKES      *
000060*  EFFECT.  GUESS-PARM ONLY EVER ADDS ENTRIES, SO THE *
000070*  FILE IS THE FULL HISTORY OF EVERY RULE CHANGE.     *
000080*  A PROGRAM USES, FOR THE DATE IT IS                 *
000090*  PROCESSING, THE ENTRY WITH THE LATEST EFFECTIVE    *
000100*  DATE NOT AFTER THAT DATE; WHERE TWO ENTRIES SHARE  *
000110*  AN EFFECTIVE DATE THE ONE LATER ON THE FILE WINS.  *
000120*  THE PARAMETER NAMES, THEIR LIMITS, AND THE VALUES  *
000130*  IN FORCE BEFORE ANY ENTRY ARE IN PARMTAB.CPY.      *
000140*  PARM-ENTERED-DATE/TIME AND PARM-OPERATOR-ID SAY    *
000150*  WHEN AND BY WHOM THE ENTRY WAS MADE.               *
000160******************************************************
000170 01  PARM-RECORD.
000180     05  PARM-NAME                PIC X(20).
000190     05  PARM-EFFECTIVE-DATE      PIC X(08).
000200     05  PARM-VALUE               PIC 9(05).
000210     05  PARM-ENTERED-DATE        PIC X(08).
000220     05  PARM-ENTERED-TIME        PIC X(08).
000230     05  PARM-OPERATOR-ID         PIC X(10).
