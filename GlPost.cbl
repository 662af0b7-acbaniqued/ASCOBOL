                 FILE STATUS IS WS-GlMap-File-Status.

      * Account/period balances, the ledger itself: rewritten in
      * full each run from the table.
       SELECT GlBalanceFile ASSIGN TO "GLBAL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlBalance-File-Status.
