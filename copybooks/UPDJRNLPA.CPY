      ******************************************************************
      * UPDJRNLPA - shared before/after update-journal paragraph.
      *
      * MOVE the file name, action (A add / U update / D delete), the
      * record's key and its before and after images to the Journal-*
      * fields, then PERFORM Log-Update-Journal at the point the
      * master is changed. The journal is append-only; Recover
      * replays it forward over the latest generation backup after
      * a crash. The operator comes from RunLog-Operator-ID, so the
      * RUNLOG set is required alongside.
      ******************************************************************
       Log-Update-Journal.
           OPEN EXTEND UpdJrnlFile.
           MOVE Journal-Record-Key TO UJ-Key.
           MOVE Journal-Before-Image TO UJ-Before-Image.
           MOVE Journal-After-Image TO UJ-After-Image.
           MOVE RunLog-Operator-ID TO UJ-Operator-ID.
           WRITE UpdJrnl-Rec.
           CLOSE UpdJrnlFile.
