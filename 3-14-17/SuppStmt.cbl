      ******************************************************************
      * Author:
      * Date:
      * Purpose: Keeps the suppliers' own monthly statements on
      *          SUPPSTMT.DAT for SuppRecon to reconcile against
      *          APLEDGER.DAT. A statement is the supplier's list of
      *          what they say is outstanding - reference, date and
      *          amount, credit notes negative - under the statement
      *          date. (E)nter keys one in; (I)mport takes the lines
      *          from SUPSTIMP.DAT (one line per item, any number of
      *          suppliers), rejecting unreadable lines to
      *          SUPSTREJ.DAT with the reason. Either way a new
      *          statement replaces the supplier's previous one.
      *          (L)ist shows a supplier's statement and (D)elete
      *          drops it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuppStmt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SuppStmtFile ASSIGN TO "SUPPSTMT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SuppStmt-File-Status.

       SELECT SuppMasterFile ASSIGN TO "SUPPMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SuppMaster-File-Status.

       SELECT SuppStmtImportFile ASSIGN TO "SUPSTIMP.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SuppStmtImport-File-Status.

       SELECT SuppStmtRejectFile ASSIGN TO "SUPSTREJ.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SuppStmtReject-File-Status.
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "RUNLOCKFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD SuppStmtFile.
       01 SuppStmt-Rec.
           88 EndOfSuppStmtFile     VALUE HIGH-VALUES.
           02  SST-SupplierID           PIC X(5).
           02  FILLER                   PIC X.
           02  SST-Stmt-Date            PIC 9(8).
           02  FILLER                   PIC X.
           02  SST-Reference            PIC X(10).
           02  FILLER                   PIC X.
           02  SST-Line-Date            PIC 9(8).
           02  FILLER                   PIC X.
           02  SST-Amount               PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.

       FD SuppMasterFile.
       01 SuppMast-Rec.
           88 EndOfSuppMasterFile   VALUE HIGH-VALUES.
           02  SuppMast-SupplierID      PIC X(5).
           02  FILLER                   PIC X.
           02  SuppMast-Name            PIC X(20).

      * Import lines are laid out as SUPPSTMT.DAT itself.
       FD SuppStmtImportFile.
       01 SuppStmtImport-Rec.
           88 EndOfSuppStmtImportFile VALUE HIGH-VALUES.
           02  SSI-SupplierID           PIC X(5).
           02  FILLER                   PIC X.
           02  SSI-Stmt-Date            PIC 9(8).
           02  FILLER                   PIC X.
           02  SSI-Reference            PIC X(10).
           02  FILLER                   PIC X.
           02  SSI-Line-Date            PIC 9(8).
           02  FILLER                   PIC X.
           02  SSI-Amount               PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.

       FD SuppStmtRejectFile.
       01 SuppStmtReject-Rec.
           02  SSR-Image                PIC X(45).
           02  FILLER                   PIC X.
           02  SSR-Reason               PIC X(30).

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "RUNLOCKFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-SuppStmt-File-Status      PIC XX.
       01  WS-SuppMaster-File-Status    PIC XX.
       01  WS-SuppStmtImport-File-Status PIC XX.
       01  WS-SuppStmtReject-File-Status PIC XX.
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "RUNLOCKWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Supplier-Table.
           02  Supplier-Entry OCCURS 500 TIMES.
               03  SUP-SupplierID       PIC X(5).
               03  SUP-Name             PIC X(20).
       01  Supplier-Count               PIC 9(3) VALUE ZEROS.
       01  SUP-Idx                      PIC 9(3).
       01  Supplier-Found-Idx           PIC 9(3).

       01  Stmt-Line-Table.
           02  Stmt-Line-Entry OCCURS 3000 TIMES.
               03  STL-SupplierID       PIC X(5).
               03  STL-Stmt-Date        PIC 9(8).
               03  STL-Reference        PIC X(10).
               03  STL-Line-Date        PIC 9(8).
               03  STL-Amount           PIC S9(7)V99.
               03  STL-In-Use           PIC X VALUE "N".
                   88 STL-Is-In-Use     VALUE "Y".
       01  Stmt-Line-Count              PIC 9(4) VALUE ZEROS.
       01  STL-Idx                      PIC 9(4).
       01  Load-Overflow-Switch         PIC X VALUE "N".
           88 Load-Overflowed           VALUE "Y".

       01  WS-Transaction-Code          PIC X.
           88 Txn-Enter                 VALUE "E", "e".
           88 Txn-Import                VALUE "I", "i".
           88 Txn-List                  VALUE "L", "l".
           88 Txn-Delete                VALUE "D", "d".
           88 Txn-Quit                  VALUE "Q", "q".

       01  WS-Entry-SupplierID          PIC X(5).
       01  WS-Entry-Stmt-Date           PIC 9(8).
       01  WS-Entry-Reference           PIC X(10).
       01  WS-Entry-Line-Date           PIC 9(8).
       01  WS-Entry-Amount              PIC S9(7)V99.
       01  Entry-Done-Switch            PIC X.
           88 Entry-Done                VALUE "Y".
       01  Entry-Line-Count             PIC 9(4).
       01  Stmt-Total                   PIC S9(9)V99.
       01  Prn-Stmt-Total               PIC ZZZ,ZZZ,ZZ9.99-.

      * Suppliers already replaced in this import, so a second line
      * for the same supplier adds to the new statement rather than
      * replacing it again.
       01  Imported-Supplier-Table.
           02  Imported-SupplierID      PIC X(5) OCCURS 500 TIMES.
       01  Imported-Supplier-Count      PIC 9(3) VALUE ZEROS.
       01  IMP-Idx                      PIC 9(3).
       01  Imported-Found-Switch        PIC X.
           88 Imported-Found            VALUE "Y".
       01  Import-Reject-Reason         PIC X(30).
       01  Import-Lines-Loaded          PIC 9(5) VALUE ZEROS.
       01  Import-Lines-Rejected        PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           MOVE Operator-ID TO Lock-My-Operator.
           MOVE "SUPPSTMT.LCK" TO Lock-File-Name.
           PERFORM Acquire-Run-Lock.
           IF NOT Run-Lock-Held
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-SUPPLIERS.
           PERFORM 1100-LOAD-STATEMENTS.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL Txn-Quit.
           PERFORM 3000-REWRITE-STATEMENTS.
           PERFORM Release-Run-Lock.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-SUPPLIERS.
           OPEN INPUT SuppMasterFile.
           IF WS-SuppMaster-File-Status = "00"
               READ SuppMasterFile
                   AT END SET EndOfSuppMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSuppMasterFile
                   IF Supplier-Count < 500
                       ADD 1 TO Supplier-Count
                       MOVE SuppMast-SupplierID
                           TO SUP-SupplierID(Supplier-Count)
                       MOVE SuppMast-Name TO SUP-Name(Supplier-Count)
                   END-IF
                   READ SuppMasterFile
                       AT END SET EndOfSuppMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SuppMasterFile
           ELSE
               DISPLAY "WARNING: SUPPMAST.DAT NOT AVAILABLE - NO "
                   "STATEMENT CAN BE TAKEN"
           END-IF.

       1100-LOAD-STATEMENTS.
           OPEN INPUT SuppStmtFile.
           IF WS-SuppStmt-File-Status = "00"
               READ SuppStmtFile
                   AT END SET EndOfSuppStmtFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSuppStmtFile
                   IF Stmt-Line-Count < 3000
                       ADD 1 TO Stmt-Line-Count
                       MOVE SST-SupplierID
                           TO STL-SupplierID(Stmt-Line-Count)
                       MOVE SST-Stmt-Date
                           TO STL-Stmt-Date(Stmt-Line-Count)
                       MOVE SST-Reference
                           TO STL-Reference(Stmt-Line-Count)
                       MOVE SST-Line-Date
                           TO STL-Line-Date(Stmt-Line-Count)
                       MOVE SST-Amount TO STL-Amount(Stmt-Line-Count)
                       MOVE "Y" TO STL-In-Use(Stmt-Line-Count)
                   ELSE
                       SET Load-Overflowed TO TRUE
                       DISPLAY "WARNING: SUPPSTMT.DAT TABLE FULL - "
                           "LINE SKIPPED"
                   END-IF
                   READ SuppStmtFile
                       AT END SET EndOfSuppStmtFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SuppStmtFile
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           DISPLAY "SUPPLIER STATEMENTS - (E)NTER (I)MPORT (L)IST "
               "(D)ELETE (Q)UIT".
           ACCEPT WS-Transaction-Code.
           IF Txn-Enter OR Txn-List OR Txn-Delete
               DISPLAY "SUPPLIER ID"
               ACCEPT WS-Entry-SupplierID
               PERFORM 2150-FIND-SUPPLIER
               EVALUATE TRUE
                   WHEN Supplier-Found-Idx = ZEROS
                       DISPLAY "SUPPLIER NOT ON SUPPMAST.DAT"
                   WHEN Txn-Enter
                       PERFORM 2100-ENTER-STATEMENT
                   WHEN Txn-List
                       PERFORM 2600-LIST-STATEMENT
                   WHEN Txn-Delete
                       PERFORM 2200-DROP-STATEMENT
                       DISPLAY "STATEMENT FOR " WS-Entry-SupplierID
                           " DELETED"
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN Txn-Import
                       PERFORM 2700-IMPORT-STATEMENTS
                   WHEN Txn-Quit
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID TRANSACTION CODE"
               END-EVALUATE
           END-IF.

       2100-ENTER-STATEMENT.
           DISPLAY "SUPPLIER " SUP-Name(Supplier-Found-Idx).
           DISPLAY "STATEMENT DATE (YYYYMMDD), ZERO FOR TODAY".
           ACCEPT WS-Entry-Stmt-Date.
           IF WS-Entry-Stmt-Date = ZEROS
               MOVE Business-Date TO WS-Entry-Stmt-Date
           END-IF.
           PERFORM 2200-DROP-STATEMENT.
           MOVE ZEROS TO Entry-Line-Count, Stmt-Total.
           MOVE "N" TO Entry-Done-Switch.
           PERFORM 2160-ACCEPT-STATEMENT-LINE
               UNTIL Entry-Done.
           MOVE Stmt-Total TO Prn-Stmt-Total.
           DISPLAY Entry-Line-Count " LINES, STATEMENT BALANCE "
               Prn-Stmt-Total.

       2150-FIND-SUPPLIER.
           MOVE ZEROS TO Supplier-Found-Idx.
           PERFORM VARYING SUP-Idx FROM 1 BY 1
               UNTIL SUP-Idx > Supplier-Count
               OR Supplier-Found-Idx > ZEROS
               IF SUP-SupplierID(SUP-Idx) = WS-Entry-SupplierID
                   MOVE SUP-Idx TO Supplier-Found-Idx
               END-IF
           END-PERFORM.

       2160-ACCEPT-STATEMENT-LINE.
           DISPLAY "THEIR REFERENCE (BLANK TO FINISH)".
           MOVE SPACES TO WS-Entry-Reference.
           ACCEPT WS-Entry-Reference.
           IF WS-Entry-Reference = SPACES
               SET Entry-Done TO TRUE
           ELSE
               DISPLAY "ITEM DATE (YYYYMMDD)"
               ACCEPT WS-Entry-Line-Date
               DISPLAY "AMOUNT, CREDITS NEGATIVE (-NNNNNNN.NN)"
               ACCEPT WS-Entry-Amount
               IF WS-Entry-Amount = ZEROS
                   DISPLAY "AMOUNT IS ZERO - LINE NOT TAKEN"
               ELSE
                   PERFORM 2300-ADD-STATEMENT-LINE
                   IF STL-Idx > ZEROS
                       ADD 1 TO Entry-Line-Count
                       ADD WS-Entry-Amount TO Stmt-Total
                   ELSE
                       SET Entry-Done TO TRUE
                   END-IF
               END-IF
           END-IF.

       2200-DROP-STATEMENT.
           PERFORM VARYING STL-Idx FROM 1 BY 1
               UNTIL STL-Idx > Stmt-Line-Count
               IF STL-SupplierID(STL-Idx) = WS-Entry-SupplierID
                   MOVE "N" TO STL-In-Use(STL-Idx)
               END-IF
           END-PERFORM.

      * STL-Idx comes back zero when the table is full.
       2300-ADD-STATEMENT-LINE.
           MOVE ZEROS TO STL-Idx.
           IF Stmt-Line-Count < 3000
               ADD 1 TO Stmt-Line-Count
               MOVE Stmt-Line-Count TO STL-Idx
           ELSE
               DISPLAY "STATEMENT TABLE FULL - LINE NOT TAKEN"
           END-IF.
           IF STL-Idx > ZEROS
               MOVE WS-Entry-SupplierID TO STL-SupplierID(STL-Idx)
               MOVE WS-Entry-Stmt-Date TO STL-Stmt-Date(STL-Idx)
               MOVE WS-Entry-Reference TO STL-Reference(STL-Idx)
               MOVE WS-Entry-Line-Date TO STL-Line-Date(STL-Idx)
               MOVE WS-Entry-Amount TO STL-Amount(STL-Idx)
               MOVE "Y" TO STL-In-Use(STL-Idx)
           END-IF.

       2600-LIST-STATEMENT.
           MOVE ZEROS TO Stmt-Total.
           PERFORM VARYING STL-Idx FROM 1 BY 1
               UNTIL STL-Idx > Stmt-Line-Count
               IF STL-Is-In-Use(STL-Idx)
                   AND STL-SupplierID(STL-Idx) = WS-Entry-SupplierID
                   DISPLAY STL-Stmt-Date(STL-Idx)
                       " " STL-Reference(STL-Idx)
                       " " STL-Line-Date(STL-Idx)
                       " " STL-Amount(STL-Idx)
                   ADD STL-Amount(STL-Idx) TO Stmt-Total
               END-IF
           END-PERFORM.
           MOVE Stmt-Total TO Prn-Stmt-Total.
           DISPLAY "STATEMENT BALANCE " Prn-Stmt-Total.

       2700-IMPORT-STATEMENTS.
           OPEN INPUT SuppStmtImportFile.
           IF WS-SuppStmtImport-File-Status NOT = "00"
               DISPLAY "WARNING: SUPSTIMP.DAT NOT AVAILABLE - "
                   "NOTHING IMPORTED"
           ELSE
               MOVE ZEROS TO Import-Lines-Loaded
               MOVE ZEROS TO Import-Lines-Rejected
               MOVE ZEROS TO Imported-Supplier-Count
               OPEN OUTPUT SuppStmtRejectFile
               READ SuppStmtImportFile
                   AT END SET EndOfSuppStmtImportFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSuppStmtImportFile
                   PERFORM 2750-IMPORT-ONE-LINE
                   READ SuppStmtImportFile
                       AT END SET EndOfSuppStmtImportFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SuppStmtImportFile, SuppStmtRejectFile
               DISPLAY "IMPORT: " Import-Lines-Loaded
                   " LINES LOADED, " Import-Lines-Rejected
                   " REJECTED TO SUPSTREJ.DAT"
           END-IF.

       2750-IMPORT-ONE-LINE.
           MOVE SPACES TO Import-Reject-Reason.
           MOVE SSI-SupplierID TO WS-Entry-SupplierID.
           PERFORM 2150-FIND-SUPPLIER.
           EVALUATE TRUE
               WHEN Supplier-Found-Idx = ZEROS
                   MOVE "SUPPLIER NOT ON SUPPMAST.DAT"
                       TO Import-Reject-Reason
               WHEN SSI-Stmt-Date IS NOT NUMERIC
                   OR SSI-Line-Date IS NOT NUMERIC
                   MOVE "DATE NOT NUMERIC" TO Import-Reject-Reason
               WHEN SSI-Amount IS NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO Import-Reject-Reason
               WHEN SSI-Reference = SPACES
                   MOVE "REFERENCE MISSING" TO Import-Reject-Reason
               WHEN Stmt-Line-Count >= 3000
                   MOVE "STATEMENT TABLE FULL" TO Import-Reject-Reason
           END-EVALUATE.
           IF Import-Reject-Reason NOT = SPACES
               MOVE SPACES TO SuppStmtReject-Rec
               MOVE SuppStmtImport-Rec TO SSR-Image
               MOVE Import-Reject-Reason TO SSR-Reason
               WRITE SuppStmtReject-Rec
               ADD 1 TO Import-Lines-Rejected
           ELSE
               MOVE "N" TO Imported-Found-Switch
               PERFORM VARYING IMP-Idx FROM 1 BY 1
                   UNTIL IMP-Idx > Imported-Supplier-Count
                   IF Imported-SupplierID(IMP-Idx) = SSI-SupplierID
                       SET Imported-Found TO TRUE
                   END-IF
               END-PERFORM
               IF NOT Imported-Found
                   PERFORM 2200-DROP-STATEMENT
                   IF Imported-Supplier-Count < 500
                       ADD 1 TO Imported-Supplier-Count
                       MOVE SSI-SupplierID TO
                           Imported-SupplierID(Imported-Supplier-Count)
                   END-IF
               END-IF
               MOVE SSI-Stmt-Date TO WS-Entry-Stmt-Date
               MOVE SSI-Reference TO WS-Entry-Reference
               MOVE SSI-Line-Date TO WS-Entry-Line-Date
               MOVE SSI-Amount TO WS-Entry-Amount
               PERFORM 2300-ADD-STATEMENT-LINE
               ADD 1 TO Import-Lines-Loaded
           END-IF.

      * Dropped lines are simply left out of the rewrite.
       3000-REWRITE-STATEMENTS.
           IF Load-Overflowed
               DISPLAY "SUPPSTMT.DAT EXCEEDED THE TABLE AT LOAD - "
                   "NOT REWRITTEN, NO CHANGES SAVED"
               MOVE 8 TO RETURN-CODE
           ELSE
           OPEN OUTPUT SuppStmtFile
           PERFORM VARYING STL-Idx FROM 1 BY 1
               UNTIL STL-Idx > Stmt-Line-Count
               IF STL-Is-In-Use(STL-Idx)
                   MOVE SPACES TO SuppStmt-Rec
                   MOVE STL-SupplierID(STL-Idx) TO SST-SupplierID
                   MOVE STL-Stmt-Date(STL-Idx) TO SST-Stmt-Date
                   MOVE STL-Reference(STL-Idx) TO SST-Reference
                   MOVE STL-Line-Date(STL-Idx) TO SST-Line-Date
                   MOVE STL-Amount(STL-Idx) TO SST-Amount
                   WRITE SuppStmt-Rec
               END-IF
           END-PERFORM
           CLOSE SuppStmtFile
           END-IF.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="SUPPSTMT"==.
       COPY "OPSIGNPA.CPY".
       COPY "RUNLOCKPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="SUPPSTMT"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM SuppStmt.
