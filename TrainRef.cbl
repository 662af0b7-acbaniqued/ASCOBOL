      *          suite is a relative name, a session started in the
      *          training library touches only these copies - the
      *          live TILLREC.DAT and STUDENT.DAT are not there to
      *          touch. The indexed roster, customer master and AR
      *          ledger are not copied here; the site file utility
      *          builds the training copies, as it does for Restore.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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

      * Reference masters with no generations: copied straight from
      * live, they only steer the programs. The stock posting ledger
      * (STOCKLED.DAT) lives in the generation list above with the
      * other stateful files.
       01  Master-File-Names.
           02  FILLER                  PIC X(12) VALUE "OILMAST.DAT".
           02  FILLER                  PIC X(12) VALUE "PACKSIZE.DAT".
           ELSE
               PERFORM 2000-REFRESH-FROM-GENERATION
                   VARYING File-Idx FROM 1 BY 1
                   UNTIL File-Idx > 7
               PERFORM 2500-REFRESH-FROM-LIVE
                   VARYING File-Idx FROM 1 BY 1
                   UNTIL File-Idx > 12
                   Files-Refreshed " FILES"
               DISPLAY "TRAINREF: STUDENT.DAT IS INDEXED AND IS "
                   "NOT COPIED HERE - USE THE SITE FILE UTILITY"
               DISPLAY "TRAINREF: CUSTMAST.DAT AND ARLEDGER.DAT ARE "
                   "INDEXED AND ARE NOT COPIED HERE - USE THE SITE "
                   "FILE UTILITY"
           END-IF.
           PERFORM Log-Run-Complete.
           STOP RUN.
