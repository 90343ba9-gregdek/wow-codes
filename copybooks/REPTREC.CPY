000010******************************************************
000020*  REPTREC.CPY                                        *
000030*  RECORD LAYOUT FOR THE REPORT REPOSITORY (REPTREPO) *
000040*  -- AN INDEXED FILE HOLDING A COPY OF EVERY REPORT  *
000050*  PRINTED, LINE FOR LINE AS PRINTED, FOR GUESS-RPRT  *
000060*  TO LIST AND REPRINT.  ONE COPY IS ONE REPORT-ID,   *
000070*  RUN-DATE AND RUN-TIME; ITS LINES ARE NUMBERED FROM *
000080*  00001.  LINE 00000 IS THE COPY HEADER (RR-COPY-    *
000090*  HEADER) CARRYING THE TITLE, THE PARAMETERS, AND    *
000100*  THE PAGE AND LINE COUNTS.  COPIES OLDER THAN       *
000110*  REPORT-RETAIN-MONTHS ARE PURGED AT MONTH-END BY    *
000120*  GUESS-ARCH.                                        *
000130*  RR-CARRIAGE:                                       *
000140*    1     LINE PRINTS AT THE TOP OF A NEW PAGE       *
000150*    SPACE LINE PRINTS ON THE NEXT LINE               *
000160******************************************************
000170 01  REPORT-REPOSITORY-RECORD.
000180     05  RR-KEY.
000190         10  RR-REPORT-ID         PIC X(12).
000200         10  RR-RUN-DATE          PIC X(08).
000210         10  RR-RUN-TIME          PIC X(08).
000220         10  RR-LINE-NUMBER       PIC 9(05).
000230     05  RR-CARRIAGE              PIC X(01).
000240     05  RR-LINE                  PIC X(132).
000250     05  RR-COPY-HEADER REDEFINES RR-LINE.
000260         10  RR-TITLE             PIC X(48).
000270         10  RR-PARAMETERS        PIC X(60).
000280         10  RR-PAGE-COUNT        PIC 9(04).
000290         10  RR-LINE-COUNT        PIC 9(05).
000300         10  FILLER               PIC X(15).
