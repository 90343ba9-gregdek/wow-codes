000010******************************************************
000020*  PRTCTL.CPY                                         *
000030*  WORKING STORAGE FOR PRINT SPOOLING, SHARED BY THE  *
000040*  REPORT PROGRAMS (PARAGRAPHS 8900-8970).  THE       *
000050*  PROGRAM SETS REPORT-ID, REPORT-TITLE AND REPORT-   *
000060*  PARAMETERS, OPENS THE SPOOL, AND PRINTS EACH LINE  *
000070*  BY MOVING IT TO PRINT-TEXT AND PERFORMING 8910.    *
000080*  SETTING PRINT-COLUMN-HEADING FIRST MARKS A COLUMN  *
000090*  HEADING (REPEATED ON LATER PAGES), PRINT-SECTION-  *
000100*  START THE FIRST LINE OF A NEW SECTION, AND         *
000110*  PRINT-NEW-PAGE FORCES A NEW PAGE.  8920 THEN       *
000120*  PRINTS THE REPORT WITH THE STANDARD HEADINGS --    *
000130*  REPORT ID, TITLE, RUN DATE AND TIME, PARAMETERS,   *
000140*  PAGE X OF Y -- AND AN END-OF-REPORT LINE, AND      *
000150*  STORES IT IN THE REPORT REPOSITORY (REPTREPO).     *
000160*  A PAGE IS 60 LINES: FIVE OF STANDARD HEADING AND   *
000170*  PRINT-BODY-LINES (55) OF REPORT.                   *
000180******************************************************
000190 01  REPORT-ID                   PIC X(12)   VALUE SPACES.
000200 01  REPORT-TITLE                PIC X(48)   VALUE SPACES.
000210 01  REPORT-PARAMETERS           PIC X(60)   VALUE SPACES.
000220 01  REPORT-RUN-DATE             PIC X(08)   VALUE SPACES.
000230 01  REPORT-RUN-TIME             PIC X(08)   VALUE SPACES.
000240 01  REPORT-RUN-TIME-PARTS REDEFINES REPORT-RUN-TIME.
000250     05  REPORT-RUN-HH           PIC X(02).
000260     05  REPORT-RUN-MM           PIC X(02).
000270     05  REPORT-RUN-SS           PIC X(02).
000280     05  FILLER                  PIC X(02).
000290*
000300 01  PRINT-TEXT                  PIC X(132)  VALUE SPACES.
000310 01  PRINT-LINE-TYPE             PIC X(01)   VALUE SPACE.
000320     88  PRINT-COLUMN-HEADING    VALUE 'H'.
000330     88  PRINT-SECTION-START     VALUE 'S'.
000340     88  PRINT-END-MARKER        VALUE 'E'.
000350 01  PRINT-NEW-PAGE-SWITCH       PIC X(01)   VALUE 'N'.
000360     88  PRINT-NEW-PAGE          VALUE 'Y'.
000370 01  PRINT-PREVIOUS-TYPE         PIC X(01)   VALUE SPACE.
000380 01  PRINT-CARRIAGE              PIC X(01)   VALUE SPACE.
000390 01  PRINT-OUT-TEXT              PIC X(132)  VALUE SPACES.
000400*
000410 77  PRINT-BODY-LINES            PIC 9(03)   COMP  VALUE 55.
000420 77  PRINT-PAGE-COUNT            PIC 9(04)   COMP  VALUE 0.
000430 77  PRINT-PAGE-NUMBER           PIC 9(04)   COMP  VALUE 0.
000440 77  PRINT-LINE-ON-PAGE          PIC 9(03)   COMP  VALUE 0.
000450 77  PRINT-LINES-STORED          PIC 9(05)   COMP  VALUE 0.
000460 77  PRINT-COUNT-EDIT            PIC ZZZ9.
000470*
000480*    COLUMN HEADINGS OF THE CURRENT SECTION, REPEATED
000490*    BELOW THE STANDARD HEADING OF EACH NEW PAGE.
000500 77  PH-MAX                      PIC 9(01)   COMP  VALUE 3.
000510 77  PH-COUNT                    PIC 9(01)   COMP  VALUE 0.
000520 77  PH-SUB                      PIC 9(01)   COMP  VALUE 0.
000530 01  PRINT-HEADING-TABLE.
000540     05  PH-LINE                 PIC X(132)
000550                                 OCCURS 3 TIMES.
000560*
000570 01  SPOOL-FILE-STATUS           PIC X(02).
000580     88  SPOOL-FILE-OK           VALUE '00'.
000590 01  PRINT-FILE-STATUS           PIC X(02).
000600     88  PRINT-FILE-OK           VALUE '00'.
000610 01  REPOSITORY-STATUS           PIC X(02).
000620     88  REPOSITORY-OK           VALUE '00'.
000630     88  REPOSITORY-NOT-FOUND    VALUE '35'.
000640 01  SPOOL-OPEN-SWITCH           PIC X(01)   VALUE 'N'.
000650     88  SPOOL-IS-OPEN           VALUE 'Y'.
000660 01  PRINT-OPEN-SWITCH           PIC X(01)   VALUE 'N'.
000670     88  PRINT-IS-OPEN           VALUE 'Y'.
000680 01  REPOSITORY-OPEN-SWITCH      PIC X(01)   VALUE 'N'.
000690     88  REPOSITORY-IS-OPEN      VALUE 'Y'.
000700 01  SPOOL-EOF-SWITCH            PIC X(01)   VALUE 'N'.
000710     88  SPOOL-AT-END            VALUE 'Y'.
000720*
000730*    STANDARD PAGE HEADING AND END-OF-REPORT LINE.
000740 01  PRINT-HEADING-1.
000750     05  HDG1-REPORT-ID          PIC X(12).
000760     05  FILLER                  PIC X(02)   VALUE SPACES.
000770     05  HDG1-TITLE              PIC X(48).
000780     05  FILLER                  PIC X(06)   VALUE SPACES.
000790     05  FILLER                  PIC X(05)   VALUE "PAGE ".
000800     05  HDG1-PAGE               PIC ZZZ9.
000810     05  FILLER                  PIC X(04)   VALUE " OF ".
000820     05  HDG1-PAGES              PIC ZZZ9.
000830     05  FILLER                  PIC X(47)   VALUE SPACES.
000840 01  PRINT-HEADING-2.
000850     05  FILLER                  PIC X(09)   VALUE "RUN DATE ".
000860     05  HDG2-RUN-DATE           PIC X(08).
000870     05  FILLER                  PIC X(07)   VALUE "  TIME ".
000880     05  HDG2-HH                 PIC X(02).
000890     05  FILLER                  PIC X(01)   VALUE ":".
000900     05  HDG2-MM                 PIC X(02).
000910     05  FILLER                  PIC X(01)   VALUE ":".
000920     05  HDG2-SS                 PIC X(02).
000930     05  FILLER                  PIC X(100)  VALUE SPACES.
000940 01  PRINT-HEADING-3.
000950     05  FILLER                  PIC X(12)   VALUE "PARAMETERS: ".
000960     05  HDG3-PARAMETERS         PIC X(60).
000970     05  FILLER                  PIC X(60)   VALUE SPACES.
000980 01  PRINT-DASH-LINE.
000990     05  FILLER                  PIC X(85)   VALUE ALL "-".
001000     05  FILLER                  PIC X(47)   VALUE SPACES.
001010 01  PRINT-END-LINE.
001020     05  FILLER                  PIC X(18)
001030                                 VALUE "*** END OF REPORT ".
001040     05  END-REPORT-ID           PIC X(12).
001050     05  FILLER                  PIC X(04)   VALUE " -- ".
001060     05  END-PAGE-COUNT          PIC ZZZ9.
001070     05  FILLER                  PIC X(12)   VALUE " PAGE(S) ***".
001080     05  FILLER                  PIC X(82)   VALUE SPACES.
