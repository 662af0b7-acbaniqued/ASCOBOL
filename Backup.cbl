      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - CUSTMAST.DAT and ARLEDGER.DAT are indexed now and leave the
      *     generation list, secured with the site file utility like
      *     STUDENT.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Backup.
      * The stateful files: rewritten in place by their programs,
      * so these are the ones a crash can destroy. SALES.DAT and
      * SALEHIST.DAT are here because the pre-edit rewrites both
      * whole every night, and STOCKLED.DAT because it is a posting
      * ledger the Recover roll-forward replays its update journal
      * over - no generation here, no base to recover onto.
      * STUDENT.DAT, CUSTMAST.DAT and ARLEDGER.DAT are NOT here:
      * they are indexed now, a line-sequential copy of one is
      * garbage, and restoring that garbage would destroy a healthy
      * file - they must be secured with the site's indexed-file
      * utility, and the run says so below.
       01  Backup-File-Names.
           02  FILLER                  PIC X(12) VALUE "BALFWD.DAT".
           02  FILLER                  PIC X(12) VALUE "OILPRICE.DAT".
           02  FILLER                  PIC X(12) VALUE "TILLREC.DAT".
           02  FILLER                  PIC X(12) VALUE "PAYREG.DAT".
           02  FILLER                  PIC X(12) VALUE "SALES.DAT".
           02  FILLER                  PIC X(12) VALUE "SALEHIST.DAT".
           02  FILLER                  PIC X(12) VALUE "STOCKLED.DAT".
       01  Backup-File-Table REDEFINES Backup-File-Names.
           02  Backup-File-Name        PIC X(12) OCCURS 7 TIMES.

       01  File-Idx                    PIC 9.
       01  Keep-Generations            PIC 9 VALUE 3.
           PERFORM Log-Run-Start.
           PERFORM 1000-CYCLE-GENERATION.
           PERFORM 2000-BACKUP-ONE-FILE
               VARYING File-Idx FROM 1 BY 1 UNTIL File-Idx > 7.
           DISPLAY "BACKUP: STUDENT.DAT IS INDEXED AND IS NOT "
               "COPIED HERE - USE THE SITE FILE UTILITY".
           DISPLAY "BACKUP: CUSTMAST.DAT AND ARLEDGER.DAT ARE "
               "INDEXED AND ARE NOT COPIED HERE - USE THE SITE FILE "
               "UTILITY".
           PERFORM 3000-REWRITE-BACKUP-CONTROL.
           PERFORM Log-Run-Complete.
           STOP RUN.
