      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bad-debt write-off transaction against ARLEDGER.DAT.
      *          An invoice the customer will never pay - insolvency,
      *          a trace gone cold - is written off here instead of
      *          by keying a receipt that never reached the bank: the
      *          item's outstanding balance is written off, the item
      *          is marked "W" so it drops off the ageing, dunning
      *          and receipt matching, and the paid-to-date figure
      *          is left exactly as the cash made it. Every write-off
      *          is a supervisor function under the operator roles,
      *          carries a reason, and is recorded on the BADDEBT.DAT
      *          register and on the ARRCPT.DAT history the monthly
      *          statement reads. At the end of the session the
      *          session's write-offs go to GLJRNL.DAT as one
      *          balanced BADDEBT batch, mapped through GLMAP.DAT to
      *          the bad-debt expense and receivables accounts.
      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - ARLEDGER.DAT is indexed on the invoice number: each
      *     write-off reads and rewrites its own invoice, so the
      *     whole-ledger table and the rewrite at quit are gone, and
      *     with them the refusal when the ledger outgrew the table.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArWriteOff.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Keyed on the invoice number, so a write-off reads and
      * rewrites just the invoice it closes.
       SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AR-Invoice-Number
                 ALTERNATE RECORD KEY IS AR-CustomerID
                     WITH DUPLICATES
                 FILE STATUS IS WS-ArLedger-File-Status.

       SELECT ArReceiptFile ASSIGN TO "ARRCPT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ArReceipt-File-Status.

      * The write-off register: one line per write-off with its
      * reason and the supervisor who made it, appended and never
      * rewritten - the list the auditors ask for at the year end.
       SELECT BadDebtFile ASSIGN TO "BADDEBT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BadDebt-File-Status.

       SELECT GlMapFile ASSIGN TO "GLMAP.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlMap-File-Status.

       SELECT GlJournalFile ASSIGN TO "GLJRNL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlJournal-File-Status.
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "PERSTATFC.CPY".
       COPY "UPDJRNLFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD ArLedgerFile.
       01 ArLedger-Rec.
           88 EndOfArLedgerFile   VALUE HIGH-VALUES.
           02  AR-Invoice-Number      PIC 9(6).
           02  FILLER                 PIC X.
           02  AR-CustomerID          PIC X(5).
           02  FILLER                 PIC X.
           02  AR-Invoice-Date        PIC 9(8).
           02  FILLER                 PIC X.
           02  AR-Invoice-Amount      PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  AR-Amount-Paid         PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  AR-Status              PIC X.
               88 AR-Is-Open          VALUE "O".
           02  FILLER                 PIC X.
           02  AR-Settled-Date        PIC 9(8).
           02  FILLER                 PIC X.
           02  AR-Item-Type           PIC X.

       FD ArReceiptFile.
       01 ArReceipt-Rec.
           02  Rcpt-Date              PIC 9(8).
           02  FILLER                 PIC X.
           02  Rcpt-Invoice-Number    PIC 9(6).
           02  FILLER                 PIC X.
           02  Rcpt-CustomerID        PIC X(5).
           02  FILLER                 PIC X.
           02  Rcpt-Amount            PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  Rcpt-Source            PIC X.
           02  FILLER                 PIC X.
           02  Rcpt-Reference         PIC X(10).

       FD BadDebtFile.
       01 BadDebt-Rec.
           02  BD-Date                PIC 9(8).
           02  FILLER                 PIC X.
           02  BD-Invoice-Number      PIC 9(6).
           02  FILLER                 PIC X.
           02  BD-CustomerID          PIC X(5).
           02  FILLER                 PIC X.
           02  BD-Amount              PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  BD-Reason-Code         PIC X.
           02  FILLER                 PIC X.
           02  BD-Reason-Text         PIC X(30).
           02  FILLER                 PIC X.
           02  BD-Operator-ID         PIC X(5).

       FD GlMapFile.
       01 GlMap-Rec.
           88 EndOfGlMapFile       VALUE HIGH-VALUES.
           02  GlMap-Source            PIC X(8).
           02  FILLER                  PIC X.
           02  GlMap-Debit-Account     PIC X(6).
           02  FILLER                  PIC X.
           02  GlMap-Credit-Account    PIC X(6).

       FD GlJournalFile.
       01 GlJournal-Rec.
           02  GlJrnl-Date             PIC 9(8).
           02  FILLER                  PIC X.
           02  GlJrnl-Account          PIC X(6).
           02  FILLER                  PIC X.
           02  GlJrnl-DC-Flag          PIC X.
           02  FILLER                  PIC X.
           02  GlJrnl-Amount           PIC S9(9)V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                  PIC X.
           02  GlJrnl-Source           PIC X(8).
           02  GlJrnl-Trail-Count REDEFINES GlJrnl-Source
                                       PIC 9(8).

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "PERSTATFD.CPY".
       COPY "UPDJRNLFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-ArLedger-File-Status      PIC XX.
       01  WS-ArReceipt-File-Status     PIC XX.
       01  WS-BadDebt-File-Status       PIC XX.
       01  WS-GlMap-File-Status         PIC XX.
       01  WS-GlJournal-File-Status     PIC XX.
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "PERSTATWS.CPY".
       COPY "UPDJRNLWS.CPY".

       01  ARL-Found-Switch             PIC X VALUE "N".
           88 ARL-Is-Found              VALUE "Y".

       01  WS-Transaction-Code          PIC X.
           88 Txn-Write-Off             VALUE "W", "w".
           88 Txn-List                  VALUE "L", "l".
           88 Txn-Quit                  VALUE "Q", "q".

       01  WS-Entry-Invoice             PIC 9(6).
       01  WS-Entry-Reason-Code         PIC X.
           88 Reason-Insolvent          VALUE "I".
           88 Reason-Untraceable        VALUE "T".
           88 Reason-Disputed           VALUE "D".
           88 Reason-Uneconomic         VALUE "U".
           88 Reason-Is-Valid           VALUE "I", "T", "D", "U".
       01  WS-Entry-Reason-Text         PIC X(30).
       01  WS-Entry-Confirm             PIC X.
           88 Confirm-Yes               VALUE "Y", "y".
       01  WS-Outstanding               PIC S9(7)V99.

       01  Write-Off-Count              PIC 9(5) VALUE ZEROS.
       01  Write-Off-Total              PIC S9(9)V99 VALUE ZEROS.

       01  GLM-Idx                     PIC 99.
       01  Gl-Map-Count                PIC 99 VALUE ZEROS.
       01  Gl-Map-Table.
           02  Gl-Map-Entry OCCURS 50 TIMES.
               03  GLM-Source          PIC X(8).
               03  GLM-Debit-Account   PIC X(6).
               03  GLM-Credit-Account  PIC X(6).
       01  GLM-Found-Switch            PIC X.
           88 GLM-Is-Found             VALUE "Y".
       01  Posting-Amount              PIC S9(9)V99.
       01  Posting-Account             PIC X(6).
       01  Journal-Line-Count          PIC 9(8) VALUE ZEROS.
       01  Journal-Amount-Hash         PIC S9(9)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
      * Writing off a debt is a supervisor function from the first
      * keystroke; a clerk is refused the whole session.
           PERFORM Check-Supervisor-Role.
           IF NOT Role-OK
               DISPLAY "SESSION REFUSED - SUPERVISOR ONLY"
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           MOVE RunLog-Start-Date TO Posting-Check-Date.
           PERFORM Check-Posting-Period.
           IF NOT Posting-Period-OK
               DISPLAY "SESSION REFUSED - PERIOD CLOSED"
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM 1000-OPEN-AR-LEDGER.
           PERFORM 1300-LOAD-GL-MAP.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL Txn-Quit.
           CLOSE ArLedgerFile.
           IF Write-Off-Total NOT = ZERO
               PERFORM 4000-POST-GL-WRITE-OFFS
           END-IF.
           DISPLAY "INVOICES WRITTEN OFF: " Write-Off-Count
               " TOTAL " Write-Off-Total.
           PERFORM Log-Run-Complete.
           STOP RUN.

      * Open for the session; each write-off reads and rewrites its
      * own invoice. With no ledger there is nothing to write off.
       1000-OPEN-AR-LEDGER.
           OPEN I-O ArLedgerFile.
           IF WS-ArLedger-File-Status NOT = "00"
               DISPLAY "ARLEDGER.DAT NOT AVAILABLE - SESSION "
                   "REFUSED, NOTHING WRITTEN OFF"
               MOVE 8 TO RETURN-CODE
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.

       1300-LOAD-GL-MAP.
           OPEN INPUT GlMapFile.
           IF WS-GlMap-File-Status = "00"
               READ GlMapFile
                   AT END SET EndOfGlMapFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGlMapFile
                   IF Gl-Map-Count < 50
                       ADD 1 TO Gl-Map-Count
                       MOVE GlMap-Source
                           TO GLM-Source(Gl-Map-Count)
                       MOVE GlMap-Debit-Account
                           TO GLM-Debit-Account(Gl-Map-Count)
                       MOVE GlMap-Credit-Account
                           TO GLM-Credit-Account(Gl-Map-Count)
                   END-IF
                   READ GlMapFile
                       AT END SET EndOfGlMapFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GlMapFile
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           DISPLAY "BAD-DEBT WRITE-OFF - (W)RITE OFF (L)IST OPEN "
               "(Q)UIT".
           ACCEPT WS-Transaction-Code.

           EVALUATE TRUE
               WHEN Txn-Write-Off
                   PERFORM 2100-WRITE-OFF-INVOICE
               WHEN Txn-List
                   PERFORM 2200-LIST-OPEN-INVOICES
               WHEN Txn-Quit
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

      * The whole outstanding balance goes; a part-payment already
      * received stays on the item as paid.
       2100-WRITE-OFF-INVOICE.
           DISPLAY "INVOICE NUMBER"
           ACCEPT WS-Entry-Invoice.
           PERFORM 2150-FIND-INVOICE.
           IF NOT ARL-Is-Found
               DISPLAY "INVOICE " WS-Entry-Invoice " NOT ON LEDGER"
           ELSE
               COMPUTE WS-Outstanding =
                   AR-Invoice-Amount - AR-Amount-Paid
               IF NOT AR-Is-Open OR WS-Outstanding <= ZERO
                   DISPLAY "INVOICE " WS-Entry-Invoice
                       " HAS NOTHING OPEN TO WRITE OFF"
               ELSE
                   PERFORM 2110-TAKE-REASON
                   DISPLAY "WRITE OFF " WS-Outstanding " FOR "
                       AR-CustomerID " (Y/N)"
                   ACCEPT WS-Entry-Confirm
                   IF Confirm-Yes
                       IF AR-Settled-Date IS NOT NUMERIC
                           MOVE ZEROS TO AR-Settled-Date
                       END-IF
                       MOVE ArLedger-Rec TO Journal-Before-Image
                       MOVE "W" TO AR-Status
                       REWRITE ArLedger-Rec
                           INVALID KEY
                               DISPLAY "WARNING: INVOICE "
                                   WS-Entry-Invoice " NOT REWRITTEN, "
                                   "STATUS " WS-ArLedger-File-Status
                           NOT INVALID KEY
                               PERFORM 2170-JOURNAL-THE-WRITE-OFF
                               PERFORM 2190-LOG-WRITE-OFF
                               ADD 1 TO Write-Off-Count
                               ADD WS-Outstanding TO Write-Off-Total
                               DISPLAY "INVOICE " WS-Entry-Invoice
                                   " WRITTEN OFF"
                       END-REWRITE
                   ELSE
                       DISPLAY "WRITE-OFF ABANDONED"
                   END-IF
               END-IF
           END-IF.

       2110-TAKE-REASON.
           MOVE SPACES TO WS-Entry-Reason-Code.
           PERFORM UNTIL Reason-Is-Valid
               DISPLAY "REASON - (I)NSOLVENT (T)RACE FAILED "
                   "(D)ISPUTED (U)NECONOMIC"
               ACCEPT WS-Entry-Reason-Code
               INSPECT WS-Entry-Reason-Code
                   CONVERTING "itdu" TO "ITDU"
           END-PERFORM.
           MOVE SPACES TO WS-Entry-Reason-Text.
           PERFORM UNTIL WS-Entry-Reason-Text NOT = SPACES
               DISPLAY "REASON DETAIL (LIQUIDATOR, CASE REF ...)"
               ACCEPT WS-Entry-Reason-Text
           END-PERFORM.

      * Keyed read of the invoice entered.
       2150-FIND-INVOICE.
           MOVE "N" TO ARL-Found-Switch.
           MOVE WS-Entry-Invoice TO AR-Invoice-Number.
           READ ArLedgerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY SET ARL-Is-Found TO TRUE
           END-READ.

       2170-JOURNAL-THE-WRITE-OFF.
           MOVE ArLedger-Rec TO Journal-After-Image.
           MOVE "ARLEDGER.DAT" TO Journal-File-Name.
           MOVE "U" TO Journal-Action.
           MOVE AR-Invoice-Number TO Journal-Record-Key.
           PERFORM Log-Update-Journal.

      * The register line carries the reason; the receipt-history
      * line lets the statement show the write-off against the
      * invoice.
       2190-LOG-WRITE-OFF.
           OPEN EXTEND BadDebtFile.
           IF WS-BadDebt-File-Status NOT = "00"
               OPEN OUTPUT BadDebtFile
           END-IF.
           MOVE SPACES TO BadDebt-Rec.
           MOVE RunLog-Start-Date TO BD-Date.
           MOVE AR-Invoice-Number TO BD-Invoice-Number.
           MOVE AR-CustomerID TO BD-CustomerID.
           MOVE WS-Outstanding TO BD-Amount.
           MOVE WS-Entry-Reason-Code TO BD-Reason-Code.
           MOVE WS-Entry-Reason-Text TO BD-Reason-Text.
           MOVE Operator-ID TO BD-Operator-ID.
           WRITE BadDebt-Rec.
           CLOSE BadDebtFile.

           OPEN EXTEND ArReceiptFile.
           IF WS-ArReceipt-File-Status NOT = "00"
               OPEN OUTPUT ArReceiptFile
           END-IF.
           MOVE SPACES TO ArReceipt-Rec.
           MOVE RunLog-Start-Date TO Rcpt-Date.
           MOVE AR-Invoice-Number TO Rcpt-Invoice-Number.
           MOVE AR-CustomerID TO Rcpt-CustomerID.
           MOVE WS-Outstanding TO Rcpt-Amount.
           MOVE "W" TO Rcpt-Source.
           MOVE "WRITE-OFF" TO Rcpt-Reference.
           WRITE ArReceipt-Rec.
           CLOSE ArReceiptFile.

      * The open items in invoice-number order, straight off the
      * ledger.
       2200-LIST-OPEN-INVOICES.
           MOVE ZEROS TO AR-Invoice-Number.
           START ArLedgerFile KEY NOT < AR-Invoice-Number
               INVALID KEY
                   SET EndOfArLedgerFile TO TRUE
               NOT INVALID KEY
                   MOVE SPACES TO ArLedger-Rec
           END-START.
           PERFORM UNTIL EndOfArLedgerFile
               READ ArLedgerFile NEXT RECORD
                   AT END SET EndOfArLedgerFile TO TRUE
                   NOT AT END
                       IF AR-Is-Open
                           COMPUTE WS-Outstanding =
                               AR-Invoice-Amount - AR-Amount-Paid
                           DISPLAY AR-Invoice-Number
                               " " AR-CustomerID
                               " DATED " AR-Invoice-Date
                               " OUTSTANDING " WS-Outstanding
                       END-IF
               END-READ
           END-PERFORM.

      * One balanced BADDEBT batch for the session with its own
      * control trailer: debit bad-debt expense, credit receivables,
      * per the GLMAP.DAT pair.
       4000-POST-GL-WRITE-OFFS.
           MOVE "N" TO GLM-Found-Switch.
           PERFORM VARYING GLM-Idx FROM 1 BY 1
               UNTIL GLM-Idx > Gl-Map-Count OR GLM-Is-Found
               IF GLM-Source(GLM-Idx) = "BADDEBT"
                   SET GLM-Is-Found TO TRUE
                   SUBTRACT 1 FROM GLM-Idx
               END-IF
           END-PERFORM.
           IF NOT GLM-Is-Found
               DISPLAY "WARNING: NO GLMAP.DAT ENTRY FOR BADDEBT - "
                   "WRITE-OFFS NOT POSTED TO THE GL"
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN EXTEND GlJournalFile
               IF WS-GlJournal-File-Status NOT = "00"
                   OPEN OUTPUT GlJournalFile
               END-IF
               MOVE ZEROS TO Journal-Line-Count
               MOVE ZEROS TO Journal-Amount-Hash
               MOVE Write-Off-Total TO Posting-Amount
               MOVE GLM-Debit-Account(GLM-Idx) TO Posting-Account
               PERFORM 4100-WRITE-DEBIT-LINE
               MOVE GLM-Credit-Account(GLM-Idx) TO Posting-Account
               PERFORM 4200-WRITE-CREDIT-LINE
               MOVE SPACES TO GlJournal-Rec
               MOVE RunLog-Start-Date TO GlJrnl-Date
               MOVE "TRAILR" TO GlJrnl-Account
               MOVE "T" TO GlJrnl-DC-Flag
               MOVE Journal-Amount-Hash TO GlJrnl-Amount
               MOVE Journal-Line-Count TO GlJrnl-Trail-Count
               WRITE GlJournal-Rec
               CLOSE GlJournalFile
           END-IF.

       4100-WRITE-DEBIT-LINE.
           MOVE SPACES TO GlJournal-Rec.
           MOVE Posting-Account TO GlJrnl-Account.
           MOVE RunLog-Start-Date TO GlJrnl-Date.
           MOVE "D" TO GlJrnl-DC-Flag.
           MOVE Posting-Amount TO GlJrnl-Amount.
           MOVE "BADDEBT" TO GlJrnl-Source.
           WRITE GlJournal-Rec.
           ADD 1 TO Journal-Line-Count.
           ADD Posting-Amount TO Journal-Amount-Hash.

       4200-WRITE-CREDIT-LINE.
           MOVE SPACES TO GlJournal-Rec.
           MOVE Posting-Account TO GlJrnl-Account.
           MOVE RunLog-Start-Date TO GlJrnl-Date.
           MOVE "C" TO GlJrnl-DC-Flag.
           MOVE Posting-Amount TO GlJrnl-Amount.
           MOVE "BADDEBT" TO GlJrnl-Source.
           WRITE GlJournal-Rec.
           ADD 1 TO Journal-Line-Count.
           ADD Posting-Amount TO Journal-Amount-Hash.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="ARWRITEOFF"==.
       COPY "OPSIGNPA.CPY".
       COPY "PERSTATPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="ARWRITEOFF"==.
       COPY "OPROLEPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="ARWRITEOFF"==.
       COPY "UPDJRNLPA.CPY".

       END PROGRAM ArWriteOff.
