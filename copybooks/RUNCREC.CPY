000010******************************************************
000020*  RUNCREC.CPY                                        *
000030*  RECORD LAYOUT FOR THE NIGHTLY RUN-CONTROL FILE     *
000040*  (RUNCTRL), KEYED BY JOB NAME AND BUSINESS DATE --  *
000050*  ONE RECORD PER JOB PER GAMING DAY.  EACH STREAM    *
000060*  JOB (GUESS-EOD, GUESS-XTRT, GUESS-RECON,           *
000070*  GUESS-RATE, GUESS-LEAG, GUESS-RPT) POSTS 'R' WHEN  *
000080*  IT STARTS AND 'C' OR 'F' WHEN IT ENDS; THE STREAM  *
000090*  DRIVER GUESS-STRM POSTS ITS OWN RECORD THE SAME    *
000100*  WAY.  A RECORD LEFT AT 'R' MEANS THE JOB ABENDED.  *
000110*  RC-COMPLETION-CODE:                                *
000120*    0000  RAN CLEAN                                  *
000130*    0004  COMPLETED WITH WARNINGS (STILL COMPLETE)   *
000140*    0008  FAILED                                     *
000150*    0012  REFUSED -- A JOB IT DEPENDS ON HAS NOT     *
000160*          COMPLETED FOR THE DATE                     *
000170*  THE THREE CONTROL COUNTS ARE THE JOB'S OWN KEY     *
000180*  TOTALS, EACH WITH A SHORT LABEL.                   *
000190******************************************************
000200 01  RUN-CONTROL-RECORD.
000210     05  RC-KEY.
000220         10  RC-JOB-NAME          PIC X(12).
000230         10  RC-BUSINESS-DATE     PIC X(08).
000240     05  RC-STATUS                PIC X(01).
000250         88  RC-RUNNING           VALUE 'R'.
000260         88  RC-COMPLETE          VALUE 'C'.
000270         88  RC-FAILED            VALUE 'F'.
000280     05  RC-COMPLETION-CODE       PIC 9(04).
000290     05  RC-START-DATE            PIC X(08).
000300     05  RC-START-TIME            PIC X(08).
000310     05  RC-END-DATE              PIC X(08).
000320     05  RC-END-TIME              PIC X(08).
000330     05  RC-CONTROL-COUNTS.
000340         10  RC-CONTROL-COUNT     OCCURS 3 TIMES.
000350             15  RC-COUNT-LABEL   PIC X(12).
000360             15  RC-COUNT-VALUE   PIC 9(09).
000370     05  RC-MESSAGE               PIC X(30).
