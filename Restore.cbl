      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - CUSTMAST.DAT and ARLEDGER.DAT are indexed now and are
      *     refused like STUDENT.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Restore.
           PERFORM Log-Run-Start.
           DISPLAY "FILE TO RESTORE (E.G. BALFWD.DAT)".
           ACCEPT Restore-File-Name.
      * The roster, customer master and AR ledger are indexed:
      * nothing this program could write back would be a valid
      * file, so it refuses outright.
           IF Restore-File-Name = "STUDENT.DAT"
               OR Restore-File-Name = "CUSTMAST.DAT"
               OR Restore-File-Name = "ARLEDGER.DAT"
               DISPLAY "RESTORE: " Restore-File-Name " IS INDEXED - "
                   "USE THE SITE FILE UTILITY"
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
