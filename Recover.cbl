      *          pass re-reads the rebuilt file and proves the record
      *          count and key hash against what the replay expected,
      *          so a half-applied recovery cannot pass quietly.
      *          Handles STOCKLED.DAT as a rewritten sequential
      *          master and STUDENT.DAT, ARLEDGER.DAT and
      *          CUSTMAST.DAT in place through their indexes. A
      *          delete - a leaver StuLeave has archived, a customer
      *          CustMaint has removed - is replayed from its before
      *          image.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS Student-RollNumber
                 FILE STATUS IS WS-Student-File-Status.

       SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AR-Invoice-Number
                 ALTERNATE RECORD KEY IS AR-CustomerID
                     WITH DUPLICATES
                 FILE STATUS IS WS-ArLedger-File-Status.

       SELECT CustMasterFile ASSIGN TO "CUSTMAST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CustMast-CustomerID
                 FILE STATUS IS WS-CustMaster-File-Status.
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".

           02  Student-Credit-Limit   PIC 9(5)V99.
           02  FILLER                 PIC X.
           02  Student-Year-Group     PIC X(2).
           02  FILLER                 PIC X.
           02  Student-Family-Code    PIC X(6).
           02  FILLER                 PIC X.
           02  Student-Status         PIC X.

       FD ArLedgerFile.
       01 ArLedger-Rec.
           02  AR-Invoice-Number      PIC 9(6).
           02  FILLER                 PIC X.
           02  AR-CustomerID          PIC X(5).
           02  FILLER                 PIC X(44).

       FD CustMasterFile.
       01 CustMast-Rec.
           02  CustMast-CustomerID    PIC X(5).
           02  FILLER                 PIC X(76).

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       01  WS-UpdJrnl-File-Status      PIC XX.
       01  WS-Master-File-Status       PIC XX.
       01  WS-Student-File-Status      PIC XX.
       01  WS-ArLedger-File-Status     PIC XX.
       01  WS-CustMaster-File-Status   PIC XX.
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".

           88 Recover-Student          VALUE "STUDENT.DAT ".
           88 Recover-ArLedger         VALUE "ARLEDGER.DAT".
           88 Recover-StockLed         VALUE "STOCKLED.DAT".
           88 Recover-CustMast         VALUE "CUSTMAST.DAT".

      * How many leading record bytes hold the key for the named
      * sequential master.
       01  Adds-Applied                PIC 9(5) VALUE ZEROS.
       01  Updates-Applied             PIC 9(5) VALUE ZEROS.
       01  Updates-Unmatched           PIC 9(5) VALUE ZEROS.
       01  Deletes-Applied             PIC 9(5) VALUE ZEROS.
       01  Expected-Count              PIC 9(5) VALUE ZEROS.
       01  Verified-Count              PIC 9(5) VALUE ZEROS.
       01  Expected-Hash               PIC 9(13) VALUE ZEROS.
       01  Student-Read-OK             PIC X.
           88 Student-Was-Read         VALUE "Y".

      * The ledger and customer master share one replay: each I/O
      * paragraph acts on whichever file is being recovered and
      * leaves its status here.
       01  Indexed-File-Status         PIC XX.
       01  Indexed-Image               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           DISPLAY "FILE TO ROLL FORWARD (ARLEDGER.DAT, "
               "CUSTMAST.DAT, STOCKLED.DAT OR STUDENT.DAT)".
           ACCEPT Master-File-Name.
           EVALUATE TRUE
               WHEN Recover-ArLedger
               WHEN Recover-CustMast
                   PERFORM 4000-RECOVER-INDEXED-MASTER
               WHEN Recover-StockLed
                   MOVE 2 TO Master-Key-Length
                   PERFORM 2000-RECOVER-SEQUENTIAL-MASTER
           DISPLAY "UPDATES APPLIED: " Updates-Applied.
           DISPLAY "UPDATES WITH NO MATCHING RECORD: "
               Updates-Unmatched.
           DISPLAY "DELETES APPLIED: " Deletes-Applied.
           PERFORM Log-Run-Complete.
           STOP RUN.

           END-IF.
           ADD Adds-Applied TO Expected-Count.
           ADD Updates-Unmatched TO Expected-Count.
           SUBTRACT Deletes-Applied FROM Expected-Count.
           PERFORM 3100-COUNT-ROSTER.
           DISPLAY "EXPECTED COUNT " Expected-Count
               " VERIFIED COUNT " Verified-Count

       3200-APPLY-ROSTER-IMAGE.
           MOVE UJ-After-Image TO Student-Rec.
           EVALUATE UJ-Action
      * A delete (an archived leaver) carries the record in its
      * before image only. If the backup ran after the delete the
      * record is already gone and the expected count stands still.
               WHEN "D"
                   MOVE UJ-Before-Image TO Student-Rec
                   DELETE StudentFile RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO Deletes-Applied
                   END-DELETE
               WHEN "A"
                   WRITE Student-Rec
                       INVALID KEY
      * The add was already on the restored base - the backup ran
      * after the add - so it applies as a rewrite and the expected
      * count stands still.
                           REWRITE Student-Rec
                           ADD 1 TO Updates-Applied
                       NOT INVALID KEY
                           ADD 1 TO Adds-Applied
                   END-WRITE
               WHEN OTHER
                   REWRITE Student-Rec
                       INVALID KEY
                           WRITE Student-Rec
                           END-WRITE
                           ADD 1 TO Updates-Unmatched
                       NOT INVALID KEY
                           ADD 1 TO Updates-Applied
                   END-REWRITE
           END-EVALUATE.

      * The ledger and customer master recover in place the same way
      * the roster does: the expected count comes from a pre-replay
      * pass, adds and unmatched updates raise it and deletes lower
      * it, and a post-replay pass must agree.
       4000-RECOVER-INDEXED-MASTER.
           PERFORM 4100-COUNT-INDEXED-MASTER.
           MOVE Verified-Count TO Expected-Count.
           PERFORM 4050-OPEN-INDEXED-MASTER.
           IF Indexed-File-Status NOT = "00"
               DISPLAY "RESTORED " Master-File-Name " NOT AVAILABLE"
           ELSE
               OPEN INPUT UpdJrnlFile
               IF WS-UpdJrnl-File-Status NOT = "00"
                   DISPLAY "UPDJRNL.DAT NOT AVAILABLE - NOTHING "
                       "TO REPLAY"
               ELSE
                   READ UpdJrnlFile
                       AT END SET EndOfUpdJrnlFile TO TRUE
                   END-READ
                   PERFORM UNTIL EndOfUpdJrnlFile
                       IF UJ-File-Name = Master-File-Name
                           PERFORM 4200-APPLY-INDEXED-IMAGE
                       END-IF
                       READ UpdJrnlFile
                           AT END SET EndOfUpdJrnlFile TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE UpdJrnlFile
               END-IF
               PERFORM 4060-CLOSE-INDEXED-MASTER
           END-IF.
           ADD Adds-Applied TO Expected-Count.
           ADD Updates-Unmatched TO Expected-Count.
           SUBTRACT Deletes-Applied FROM Expected-Count.
           PERFORM 4100-COUNT-INDEXED-MASTER.
           DISPLAY "EXPECTED COUNT " Expected-Count
               " VERIFIED COUNT " Verified-Count
               " KEY HASH " Verified-Hash.
           IF Expected-Count = Verified-Count
               DISPLAY "RECOVERY VERIFIED"
           ELSE
               DISPLAY "RECOVERY VERIFICATION FAILED - DO NOT "
                   "TRUST " Master-File-Name
               MOVE 8 TO RETURN-CODE
           END-IF.

       4050-OPEN-INDEXED-MASTER.
           IF Recover-ArLedger
               OPEN I-O ArLedgerFile
               MOVE WS-ArLedger-File-Status TO Indexed-File-Status
           ELSE
               OPEN I-O CustMasterFile
               MOVE WS-CustMaster-File-Status TO Indexed-File-Status
           END-IF.

       4060-CLOSE-INDEXED-MASTER.
           IF Recover-ArLedger
               CLOSE ArLedgerFile
           ELSE
               CLOSE CustMasterFile
           END-IF.

      * The ledger hashes its invoice numbers; customer ids are not
      * numeric, so the customer master proves on count alone.
       4100-COUNT-INDEXED-MASTER.
           MOVE ZEROS TO Verified-Count, Verified-Hash.
           IF Recover-ArLedger
               OPEN INPUT ArLedgerFile
               MOVE WS-ArLedger-File-Status TO Indexed-File-Status
           ELSE
               OPEN INPUT CustMasterFile
               MOVE WS-CustMaster-File-Status TO Indexed-File-Status
           END-IF.
           IF Indexed-File-Status = "00"
               MOVE "Y" TO Student-Read-OK
               PERFORM UNTIL NOT Student-Was-Read
                   PERFORM 4110-READ-NEXT-INDEXED
               END-PERFORM
               PERFORM 4060-CLOSE-INDEXED-MASTER
           END-IF.

       4110-READ-NEXT-INDEXED.
           IF Recover-ArLedger
               READ ArLedgerFile NEXT RECORD
                   AT END MOVE "N" TO Student-Read-OK
                   NOT AT END
                       ADD 1 TO Verified-Count
                       ADD AR-Invoice-Number TO Verified-Hash
               END-READ
           ELSE
               READ CustMasterFile NEXT RECORD
                   AT END MOVE "N" TO Student-Read-OK
                   NOT AT END
                       ADD 1 TO Verified-Count
               END-READ
           END-IF.

       4200-APPLY-INDEXED-IMAGE.
           EVALUATE UJ-Action
      * A delete carries the record in its before image only. If the
      * backup ran after the delete the record is already gone and
      * the expected count stands still.
               WHEN "D"
                   MOVE UJ-Before-Image TO Indexed-Image
                   PERFORM 4230-DELETE-INDEXED-RECORD
                   IF Indexed-File-Status = "00"
                       ADD 1 TO Deletes-Applied
                   END-IF
      * An add already on the restored base - the backup ran after
      * the add - applies as a rewrite and the expected count stands
      * still.
               WHEN "A"
                   MOVE UJ-After-Image TO Indexed-Image
                   PERFORM 4210-WRITE-INDEXED-RECORD
                   IF Indexed-File-Status = "00"
                       ADD 1 TO Adds-Applied
                   ELSE
                       PERFORM 4220-REWRITE-INDEXED-RECORD
                       ADD 1 TO Updates-Applied
                   END-IF
               WHEN OTHER
                   MOVE UJ-After-Image TO Indexed-Image
                   PERFORM 4220-REWRITE-INDEXED-RECORD
                   IF Indexed-File-Status = "00"
                       ADD 1 TO Updates-Applied
                   ELSE
                       PERFORM 4210-WRITE-INDEXED-RECORD
                       ADD 1 TO Updates-Unmatched
                   END-IF
           END-EVALUATE.

      * The journal image is 80 bytes and the customer record 81: the
      * last flag byte is kept from the record on file, or left
      * spaces on an add.
       4210-WRITE-INDEXED-RECORD.
           IF Recover-ArLedger
               MOVE Indexed-Image TO ArLedger-Rec
               WRITE ArLedger-Rec
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE WS-ArLedger-File-Status TO Indexed-File-Status
           ELSE
               MOVE SPACES TO CustMast-Rec
               MOVE Indexed-Image TO CustMast-Rec(1:80)
               WRITE CustMast-Rec
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE WS-CustMaster-File-Status TO Indexed-File-Status
           END-IF.

       4220-REWRITE-INDEXED-RECORD.
           IF Recover-ArLedger
               MOVE Indexed-Image TO ArLedger-Rec
               REWRITE ArLedger-Rec
                   INVALID KEY CONTINUE
               END-REWRITE
               MOVE WS-ArLedger-File-Status TO Indexed-File-Status
           ELSE
               MOVE Indexed-Image(1:5) TO CustMast-CustomerID
               READ CustMasterFile
                   INVALID KEY MOVE SPACES TO CustMast-Rec
               END-READ
               MOVE Indexed-Image TO CustMast-Rec(1:80)
               REWRITE CustMast-Rec
                   INVALID KEY CONTINUE
               END-REWRITE
               MOVE WS-CustMaster-File-Status TO Indexed-File-Status
           END-IF.

       4230-DELETE-INDEXED-RECORD.
           IF Recover-ArLedger
               MOVE Indexed-Image TO ArLedger-Rec
               DELETE ArLedgerFile RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               MOVE WS-ArLedger-File-Status TO Indexed-File-Status
           ELSE
               MOVE Indexed-Image(1:5) TO CustMast-CustomerID
               DELETE CustMasterFile RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               MOVE WS-CustMaster-File-Status TO Indexed-File-Status
           END-IF.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
