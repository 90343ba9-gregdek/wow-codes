000010******************************************************
000020*  REGAREC.CPY                                        *
000030*  RECORD LAYOUT FOR THE ENROLMENT AUDIT FILE         *
000040*  (ENRLAUD) WRITTEN BY GUESS-ENRL.  ONE RECORD IS    *
000050*  APPENDED FOR EVERY ENROLMENT ACTION (INQUIRE,      *
000060*  ENROL, CHANGE, STATUS, BULK ENROL) UNDER THE       *
000070*  OPERATOR'S ID, CARRYING THE BEFORE AND AFTER       *
000080*  IMAGES OF THE FIELDS THAT CAN CHANGE.  THE BEFORE  *
000090*  IMAGE IS SPACES FOR A NEW ENROLMENT.               *
000100******************************************************
000110 01  ENROL-AUDIT-RECORD.
000120     05  EA-OPERATOR-ID           PIC X(10).
000130     05  EA-DATE                  PIC X(08).
000140     05  EA-TIME                  PIC X(08).
000150     05  EA-ACTION                PIC X(06).
000160     05  EA-PLAYER-ID             PIC X(10).
000170     05  EA-OLD-NAME              PIC X(20).
000180     05  EA-OLD-DEPARTMENT        PIC X(10).
000190     05  EA-OLD-STATUS            PIC X(01).
000200     05  EA-NEW-NAME              PIC X(20).
000210     05  EA-NEW-DEPARTMENT        PIC X(10).
000220     05  EA-NEW-STATUS            PIC X(01).
