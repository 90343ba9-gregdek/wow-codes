000010******************************************************
000020*  PARMLREC.CPY                                       *
000030*  RECORD LAYOUT FOR THE GAME PARAMETER CHANGE LOG    *
000040*  (PARMLOG) WRITTEN BY GUESS-PARM.  ONE RECORD IS    *
000050*  APPENDED FOR EVERY ENTRY ADDED TO PARMFILE AND FOR *
000060*  EVERY ENTRY REFUSED, SO WE CAN SEE WHO CHANGED     *
000070*  WHAT, AND WHEN.  PL-OLD-VALUE IS THE VALUE THAT    *
000080*  WAS IN FORCE ON THE EFFECTIVE DATE BEFORE THE      *
000090*  CHANGE; PL-NEW-VALUE IS THE VALUE AS KEYED.        *
000100*  PL-ACTION:                                         *
000110*    ADD     ENTRY ADDED TO PARMFILE                  *
000120*    REJECT  ENTRY REFUSED -- PL-MESSAGE SAYS WHY     *
000130*    LIST    PARAMETER HISTORY PRINTED                *
000140******************************************************
000150 01  PARM-LOG-RECORD.
000160     05  PL-OPERATOR-ID           PIC X(10).
000170     05  PL-DATE                  PIC X(08).
000180     05  PL-TIME                  PIC X(08).
000190     05  PL-ACTION                PIC X(06).
000200     05  PL-NAME                  PIC X(20).
000210     05  PL-EFFECTIVE-DATE        PIC X(08).
000220     05  PL-OLD-VALUE             PIC 9(05).
000230     05  PL-NEW-VALUE             PIC X(05).
000240     05  PL-MESSAGE               PIC X(40).
