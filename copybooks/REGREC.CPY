000010******************************************************
000020*  REGREC.CPY                                         *
000030*  RECORD LAYOUT FOR THE PLAYER REGISTRATION FILE     *
000040*  (PLAYREG), ONE RECORD PER ENROLLED PLAYER, KEYED   *
000050*  BY RG-PLAYER-ID LIKE THE PLAYER MASTER.  THE       *
000060*  RECORD IS WRITTEN AND CHANGED ONLY BY GUESS-ENRL;  *
000070*  THE GAME PROGRAMS REFUSE ANY ID THAT IS NOT ON     *
000080*  FILE OR NOT ACTIVE, AND THE REPORTS PRINT THE      *
000090*  DISPLAY NAME BESIDE THE ID.  RG-STATUS IS 'A' FOR  *
000100*  AN ACTIVE PLAYER, 'S' FOR ONE SUSPENDED BY         *
000110*  OPERATIONS, AND 'L' FOR ONE WHO HAS LEFT THE       *
000120*  COMPANY.  A PLAYER IS NEVER DELETED, SO THE        *
000130*  HISTORY ALWAYS HAS A NAME TO PRINT.                *
000140******************************************************
000150 01  REGISTRATION-RECORD.
000160     05  RG-PLAYER-ID             PIC X(10).
000170     05  RG-DISPLAY-NAME          PIC X(20).
000180     05  RG-DEPARTMENT            PIC X(10).
000190     05  RG-ENROL-DATE            PIC X(08).
000200     05  RG-STATUS                PIC X(01).
000210         88  RG-ACTIVE            VALUE 'A'.
000220         88  RG-SUSPENDED         VALUE 'S'.
000230         88  RG-LEFT              VALUE 'L'.
