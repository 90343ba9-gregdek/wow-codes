000010******************************************************
000020*  BKUPREC.CPY                                        *
000030*  RECORD LAYOUT FOR THE NIGHTLY BACKUP FILES         *
000040*  WRITTEN BY GUESS-BKUP AND READ BY GUESS-RSTR.      *
000050*  EACH BACKUP HOLDS ONE FILE AND IS LAID OUT AS:     *
000060*    H  ONE HEADER -- THE FILE NAME, AND THE DATE     *
000070*       AND TIME THE BACKUP WAS TAKEN                 *
000080*    D  ONE DETAIL PER RECORD, THE RECORD IMAGE AS    *
000090*       IT STANDS ON THE LIVE FILE, IN KEY ORDER      *
000100*    T  ONE TRAILER -- THE DETAIL COUNT, A HASH       *
000110*       TOTAL OF THE KEYS, AND A HASH TOTAL OF THE    *
000120*       NUMERIC AND DATE FIELDS                       *
000130*  A BACKUP WITH NO TRAILER WAS NOT FINISHED AND      *
000140*  MUST NOT BE RESTORED.                              *
000142*  THE DETAIL BODY IS AS WIDE AS THE LONGEST RECORD   *
000144*  BACKED UP, THE REPORT REPOSITORY LINE; SHORTER     *
000146*  RECORDS ARE PADDED WITH SPACES.                    *
000150******************************************************
000160 01  BACKUP-RECORD.
000170     05  BK-RECORD-TYPE           PIC X(01).
000180         88  BK-HEADER            VALUE 'H'.
000190         88  BK-DETAIL            VALUE 'D'.
000200         88  BK-TRAILER           VALUE 'T'.
000210     05  BK-BODY                  PIC X(166).
000220     05  BK-HEADER-BODY REDEFINES BK-BODY.
000230         10  BK-FILE-NAME         PIC X(08).
000240         10  BK-RUN-DATE          PIC X(08).
000250         10  BK-RUN-TIME          PIC X(08).
000260         10  FILLER               PIC X(142).
000270     05  BK-TRAILER-BODY REDEFINES BK-BODY.
000280         10  BK-RECORD-COUNT      PIC 9(07).
000290         10  BK-KEY-HASH          PIC 9(15).
000300         10  BK-NUMERIC-HASH      PIC 9(15).
000310         10  FILLER               PIC X(129).
