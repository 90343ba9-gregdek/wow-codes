000010******************************************************
000020*  BKCTREC.CPY                                        *
000030*  RECORD LAYOUT FOR THE BACKUP CATALOG (BKUPCTLG),   *
000040*  APPENDED BY GUESS-BKUP: ONE RECORD PER FILE PER    *
000050*  RUN, CARRYING THE SAME CONTROL TOTALS AS THE       *
000060*  BACKUP'S TRAILER.  GUESS-OPER READS IT TO WARN     *
000070*  WHEN A FILE'S LATEST GOOD BACKUP IS OUT OF DATE.   *
000080*  BC-RESULT 'F' MEANS THE BACKUP WAS NOT COMPLETED   *
000090*  (NO TRAILER WAS WRITTEN) AND DOES NOT COUNT.       *
000100******************************************************
000110 01  BACKUP-CATALOG-RECORD.
000120     05  BC-FILE-NAME             PIC X(08).
000130     05  BC-RUN-DATE              PIC X(08).
000140     05  BC-RUN-TIME              PIC X(08).
000150     05  BC-RESULT                PIC X(01).
000160         88  BC-BACKUP-GOOD       VALUE 'G'.
000170         88  BC-BACKUP-FAILED     VALUE 'F'.
000180     05  BC-RECORD-COUNT          PIC 9(07).
000190     05  BC-KEY-HASH              PIC 9(15).
000200     05  BC-NUMERIC-HASH          PIC 9(15).
