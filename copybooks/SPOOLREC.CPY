000010******************************************************
000020*  SPOOLREC.CPY                                       *
000030*  RECORD LAYOUT FOR A REPORT PROGRAM'S PRINT SPOOL   *
000040*  (SPLRPT, SPLMRPT, ...).  THE REPORT IS SPOOLED     *
000050*  HERE LINE BY LINE, THEN PRINTED FROM IT ONCE THE   *
000060*  PAGE COUNT IS KNOWN, SO EVERY PAGE CAN SAY         *
000070*  "PAGE X OF Y".  SEE PRTCTL.CPY.                    *
000080*  SPL-PAGE-BREAK:                                    *
000090*    Y     THIS LINE STARTS A NEW PAGE                *
000100*    N     SAME PAGE AS THE LINE BEFORE               *
000110*  SPL-LINE-TYPE:                                     *
000120*    H     COLUMN HEADING, REPEATED AT THE TOP OF     *
000130*          EACH LATER PAGE OF ITS SECTION             *
000140*    S     FIRST LINE OF A NEW SECTION -- ENDS THE    *
000150*          REPEATING OF THE LAST SECTION'S HEADINGS   *
000160*    E     END-OF-REPORT LINE, FILLED IN AT PRINT     *
000170*    SPACE ANY OTHER LINE                             *
000180******************************************************
000190 01  SPOOL-RECORD.
000200     05  SPL-PAGE-BREAK           PIC X(01).
000210     05  SPL-LINE-TYPE            PIC X(01).
000220     05  SPL-TEXT                 PIC X(132).
