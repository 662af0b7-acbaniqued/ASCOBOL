      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manual general-ledger journal entry - accruals,
      *          prepayments, depreciation adjustments, corrections -
      *          kept on MANJNL.DAT. A journal is keyed as any number
      *          of debit and credit lines against GLMAP.DAT accounts
      *          and is saved only when it balances. It then waits
      *          for a second operator's approval (the approver must
      *          be an active operator and not the one who keyed it)
      *          and GlJnlGen releases approved journals into
      *          GLJRNL.DAT batches with their trailers. Three types:
      *            N normal    - posts once on its date;
      *            R recurring - posts again on the first day of
      *                          every period from its date up to an
      *                          optional last period;
      *            V reversing - posts on its date and again, debits
      *                          and credits swapped, on the first
      *                          day of the next period.
      *          A journal still pending, or a recurring journal, can
      *          be cancelled; a released one is corrected with a
      *          journal of its own.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlJnlEntry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ManJournalFile ASSIGN TO "MANJNL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ManJournal-File-Status.

       SELECT GlMapFile ASSIGN TO "GLMAP.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlMap-File-Status.
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "RUNLOCKFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
      * One record per journal line; the journal's own fields repeat
      * on every line so the file reads without a header record.
       FD ManJournalFile.
       01 ManJournal-Rec.
           88 EndOfManJournalFile   VALUE HIGH-VALUES.
           02  MJ-Journal-No            PIC 9(6).
           02  FILLER                   PIC X.
           02  MJ-Line-No               PIC 99.
           02  FILLER                   PIC X.
           02  MJ-Type                  PIC X.
           02  FILLER                   PIC X.
           02  MJ-Status                PIC X.
           02  FILLER                   PIC X.
           02  MJ-Date                  PIC 9(8).
           02  FILLER                   PIC X.
           02  MJ-Account               PIC X(6).
           02  FILLER                   PIC X.
           02  MJ-DC-Flag               PIC X.
           02  FILLER                   PIC X.
           02  MJ-Amount                PIC 9(9)V99.
           02  FILLER                   PIC X.
           02  MJ-Narrative             PIC X(20).
           02  FILLER                   PIC X.
           02  MJ-Entered-By            PIC X(5).
           02  FILLER                   PIC X.
           02  MJ-Approved-By           PIC X(5).
           02  FILLER                   PIC X.
           02  MJ-Last-Period           PIC 9(6).
           02  FILLER                   PIC X.
           02  MJ-End-Period            PIC 9(6).

       FD GlMapFile.
       01 GlMap-Rec.
           88 EndOfGlMapFile        VALUE HIGH-VALUES.
           02  GlMap-Source             PIC X(8).
           02  FILLER                   PIC X.
           02  GlMap-Debit-Account      PIC X(6).
           02  FILLER                   PIC X.
           02  GlMap-Credit-Account     PIC X(6).

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "RUNLOCKFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-ManJournal-File-Status    PIC XX.
       01  WS-GlMap-File-Status         PIC XX.
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "RUNLOCKWS.CPY".
       COPY "BUSDATEWS.CPY".

      * Accounts the GLMAP.DAT mapping knows about - the chart of
      * accounts, gathered the way GlPost gathers it.
       01  Known-Account-Table.
           02  Known-Account            PIC X(6) OCCURS 100 TIMES.
       01  Known-Account-Count          PIC 9(3) VALUE ZEROS.
       01  KAT-Idx                      PIC 9(3).
       01  Account-Known-Switch         PIC X.
           88 Account-Is-Known          VALUE "Y".
       01  Check-Account                PIC X(6).

      * The whole journal file held in a table and rewritten in
      * full, the same idiom the maintenance programs use.
       01  Jnl-Line-Table.
           02  Jnl-Line-Entry OCCURS 2000 TIMES.
               03  JLT-Journal-No       PIC 9(6).
               03  JLT-Line-No          PIC 99.
               03  JLT-Type             PIC X.
               03  JLT-Status           PIC X.
                   88 JLT-Is-Pending    VALUE "P".
                   88 JLT-Is-Approved   VALUE "A".
               03  JLT-Date             PIC 9(8).
               03  JLT-Account          PIC X(6).
               03  JLT-DC-Flag          PIC X.
               03  JLT-Amount           PIC 9(9)V99.
               03  JLT-Narrative        PIC X(20).
               03  JLT-Entered-By       PIC X(5).
               03  JLT-Approved-By      PIC X(5).
               03  JLT-Last-Period      PIC 9(6).
               03  JLT-End-Period       PIC 9(6).
       01  Jnl-Line-Count               PIC 9(4) VALUE ZEROS.
       01  JLT-Idx                      PIC 9(4).
       01  Load-Overflow-Switch         PIC X VALUE "N".
           88 Load-Overflowed           VALUE "Y".
       01  Next-Journal-No              PIC 9(6) VALUE 1.

      * The journal being keyed, held until it balances.
       01  Entry-Line-Table.
           02  Entry-Line OCCURS 50 TIMES.
               03  ENT-Account          PIC X(6).
               03  ENT-DC-Flag          PIC X.
               03  ENT-Amount           PIC 9(9)V99.
       01  Entry-Line-Count             PIC 99 VALUE ZEROS.
       01  ENT-Idx                      PIC 99.
       01  Entry-Done-Switch            PIC X.
           88 Entry-Done                VALUE "Y".
       01  Entry-Debit-Total            PIC 9(11)V99.
       01  Entry-Credit-Total           PIC 9(11)V99.

       01  WS-Transaction-Code          PIC X.
           88 Txn-Enter                 VALUE "E", "e".
           88 Txn-Approve               VALUE "A", "a".
           88 Txn-Cancel                VALUE "C", "c".
           88 Txn-List                  VALUE "L", "l".
           88 Txn-Quit                  VALUE "Q", "q".

       01  WS-Entry-Type                PIC X.
           88 WS-Type-Valid             VALUE "N", "R", "V".
           88 WS-Type-Recurring         VALUE "R".
       01  WS-Entry-Date                PIC 9(8).
       01  WS-Entry-Narrative           PIC X(20).
       01  WS-Entry-End-Period          PIC 9(6).
       01  WS-Entry-Account             PIC X(6).
       01  WS-Entry-DC-Flag             PIC X.
           88 WS-DC-Valid               VALUE "D", "C".
       01  WS-Entry-Amount              PIC 9(9)V99.
       01  WS-Entry-Journal-No          PIC 9(6).
       01  WS-Found-Idx                 PIC 9(4) VALUE ZEROS.

       01  WS-Approver-ID               PIC X(5).
       01  Approver-Valid-Switch        PIC X VALUE "N".
           88 Approver-Is-Valid         VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           MOVE Operator-ID TO Lock-My-Operator.
           MOVE "MANJNL.LCK" TO Lock-File-Name.
           PERFORM Acquire-Run-Lock.
           IF NOT Run-Lock-Held
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-KNOWN-ACCOUNTS.
           PERFORM 1100-LOAD-JOURNALS.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL Txn-Quit.
           PERFORM 3000-REWRITE-JOURNALS.
           PERFORM Release-Run-Lock.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-KNOWN-ACCOUNTS.
           OPEN INPUT GlMapFile.
           IF WS-GlMap-File-Status = "00"
               READ GlMapFile
                   AT END SET EndOfGlMapFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGlMapFile
                   MOVE GlMap-Debit-Account TO Check-Account
                   PERFORM 1050-NOTE-KNOWN-ACCOUNT
                   MOVE GlMap-Credit-Account TO Check-Account
                   PERFORM 1050-NOTE-KNOWN-ACCOUNT
                   READ GlMapFile
                       AT END SET EndOfGlMapFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GlMapFile
           ELSE
               DISPLAY "WARNING: GLMAP.DAT NOT AVAILABLE - NO "
                   "JOURNAL CAN BE KEYED"
           END-IF.

       1050-NOTE-KNOWN-ACCOUNT.
           PERFORM 2190-CHECK-ACCOUNT-KNOWN.
           IF NOT Account-Is-Known
               AND Known-Account-Count < 100
               ADD 1 TO Known-Account-Count
               MOVE Check-Account
                   TO Known-Account(Known-Account-Count)
           END-IF.

       1100-LOAD-JOURNALS.
           OPEN INPUT ManJournalFile.
           IF WS-ManJournal-File-Status = "00"
               READ ManJournalFile
                   AT END SET EndOfManJournalFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfManJournalFile
                   IF Jnl-Line-Count < 2000
                       ADD 1 TO Jnl-Line-Count
                       MOVE MJ-Journal-No
                           TO JLT-Journal-No(Jnl-Line-Count)
                       MOVE MJ-Line-No TO JLT-Line-No(Jnl-Line-Count)
                       MOVE MJ-Type TO JLT-Type(Jnl-Line-Count)
                       MOVE MJ-Status TO JLT-Status(Jnl-Line-Count)
                       MOVE MJ-Date TO JLT-Date(Jnl-Line-Count)
                       MOVE MJ-Account TO JLT-Account(Jnl-Line-Count)
                       MOVE MJ-DC-Flag TO JLT-DC-Flag(Jnl-Line-Count)
                       MOVE MJ-Amount TO JLT-Amount(Jnl-Line-Count)
                       MOVE MJ-Narrative
                           TO JLT-Narrative(Jnl-Line-Count)
                       MOVE MJ-Entered-By
                           TO JLT-Entered-By(Jnl-Line-Count)
                       MOVE MJ-Approved-By
                           TO JLT-Approved-By(Jnl-Line-Count)
                       MOVE MJ-Last-Period
                           TO JLT-Last-Period(Jnl-Line-Count)
                       MOVE MJ-End-Period
                           TO JLT-End-Period(Jnl-Line-Count)
                       IF MJ-Journal-No >= Next-Journal-No
                           COMPUTE Next-Journal-No = MJ-Journal-No + 1
                       END-IF
                   ELSE
                       SET Load-Overflowed TO TRUE
                       DISPLAY "WARNING: MANJNL.DAT TABLE FULL - "
                           "LINE SKIPPED"
                   END-IF
                   READ ManJournalFile
                       AT END SET EndOfManJournalFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ManJournalFile
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           DISPLAY "GL JOURNALS - (E)NTER (A)PPROVE (C)ANCEL "
               "(L)IST (Q)UIT".
           ACCEPT WS-Transaction-Code.
           EVALUATE TRUE
               WHEN Txn-Enter
                   PERFORM 2100-ENTER-JOURNAL
               WHEN Txn-Approve
                   PERFORM 2300-APPROVE-JOURNAL
               WHEN Txn-Cancel
                   PERFORM 2400-CANCEL-JOURNAL
               WHEN Txn-List
                   PERFORM 2500-LIST-JOURNALS
               WHEN Txn-Quit
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

       2100-ENTER-JOURNAL.
           DISPLAY "JOURNAL TYPE - (N)ORMAL (R)ECURRING RE(V)ERSING".
           ACCEPT WS-Entry-Type.
           IF NOT WS-Type-Valid
               DISPLAY "TYPE MUST BE N, R OR V"
           ELSE
               DISPLAY "JOURNAL DATE (YYYYMMDD), ZERO FOR TODAY"
               ACCEPT WS-Entry-Date
               IF WS-Entry-Date = ZEROS
                   MOVE Business-Date TO WS-Entry-Date
               END-IF
               MOVE ZEROS TO WS-Entry-End-Period
               IF WS-Type-Recurring
                   DISPLAY "LAST PERIOD TO RECUR (YYYYMM), ZERO FOR "
                       "NO END"
                   ACCEPT WS-Entry-End-Period
               END-IF
               DISPLAY "NARRATIVE"
               ACCEPT WS-Entry-Narrative
               MOVE ZEROS TO Entry-Line-Count
               MOVE "N" TO Entry-Done-Switch
               PERFORM 2150-ACCEPT-JOURNAL-LINE
                   UNTIL Entry-Done
               PERFORM 2200-SAVE-IF-BALANCED
           END-IF.

       2150-ACCEPT-JOURNAL-LINE.
           DISPLAY "LINE " Entry-Line-Count " - ACCOUNT (BLANK TO "
               "FINISH)".
           MOVE SPACES TO WS-Entry-Account.
           ACCEPT WS-Entry-Account.
           IF WS-Entry-Account = SPACES
               SET Entry-Done TO TRUE
           ELSE
               MOVE WS-Entry-Account TO Check-Account
               PERFORM 2190-CHECK-ACCOUNT-KNOWN
               DISPLAY "(D)EBIT OR (C)REDIT"
               ACCEPT WS-Entry-DC-Flag
               DISPLAY "AMOUNT (NNNNNNNNN.NN)"
               ACCEPT WS-Entry-Amount
               EVALUATE TRUE
                   WHEN NOT Account-Is-Known
                       DISPLAY "ACCOUNT NOT ON GLMAP.DAT - LINE "
                           "NOT TAKEN"
                   WHEN NOT WS-DC-Valid
                       DISPLAY "MUST BE D OR C - LINE NOT TAKEN"
                   WHEN WS-Entry-Amount = ZEROS
                       DISPLAY "AMOUNT MUST BE ABOVE ZERO - LINE "
                           "NOT TAKEN"
                   WHEN Entry-Line-Count >= 50
                       DISPLAY "JOURNAL IS FULL AT 50 LINES"
                       SET Entry-Done TO TRUE
                   WHEN OTHER
                       ADD 1 TO Entry-Line-Count
                       MOVE WS-Entry-Account
                           TO ENT-Account(Entry-Line-Count)
                       MOVE WS-Entry-DC-Flag
                           TO ENT-DC-Flag(Entry-Line-Count)
                       MOVE WS-Entry-Amount
                           TO ENT-Amount(Entry-Line-Count)
               END-EVALUATE
           END-IF.

       2190-CHECK-ACCOUNT-KNOWN.
           MOVE "N" TO Account-Known-Switch.
           PERFORM VARYING KAT-Idx FROM 1 BY 1
               UNTIL KAT-Idx > Known-Account-Count
               IF Known-Account(KAT-Idx) = Check-Account
                   SET Account-Is-Known TO TRUE
               END-IF
           END-PERFORM.

      * An unbalanced journal would only suspend at GlPost, so it
      * is refused here, where it can still be re-keyed.
       2200-SAVE-IF-BALANCED.
           MOVE ZEROS TO Entry-Debit-Total, Entry-Credit-Total.
           PERFORM VARYING ENT-Idx FROM 1 BY 1
               UNTIL ENT-Idx > Entry-Line-Count
               IF ENT-DC-Flag(ENT-Idx) = "D"
                   ADD ENT-Amount(ENT-Idx) TO Entry-Debit-Total
               ELSE
                   ADD ENT-Amount(ENT-Idx) TO Entry-Credit-Total
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN Entry-Line-Count < 2
                   DISPLAY "A JOURNAL NEEDS TWO LINES OR MORE - "
                       "NOT SAVED"
               WHEN Entry-Debit-Total NOT = Entry-Credit-Total
                   DISPLAY "DEBITS " Entry-Debit-Total
                       " CREDITS " Entry-Credit-Total
                   DISPLAY "JOURNAL DOES NOT BALANCE - NOT SAVED"
               WHEN Jnl-Line-Count + Entry-Line-Count > 2000
                   DISPLAY "JOURNAL TABLE FULL - NOT SAVED"
               WHEN OTHER
                   PERFORM VARYING ENT-Idx FROM 1 BY 1
                       UNTIL ENT-Idx > Entry-Line-Count
                       ADD 1 TO Jnl-Line-Count
                       MOVE Next-Journal-No
                           TO JLT-Journal-No(Jnl-Line-Count)
                       MOVE ENT-Idx TO JLT-Line-No(Jnl-Line-Count)
                       MOVE WS-Entry-Type TO JLT-Type(Jnl-Line-Count)
                       MOVE "P" TO JLT-Status(Jnl-Line-Count)
                       MOVE WS-Entry-Date TO JLT-Date(Jnl-Line-Count)
                       MOVE ENT-Account(ENT-Idx)
                           TO JLT-Account(Jnl-Line-Count)
                       MOVE ENT-DC-Flag(ENT-Idx)
                           TO JLT-DC-Flag(Jnl-Line-Count)
                       MOVE ENT-Amount(ENT-Idx)
                           TO JLT-Amount(Jnl-Line-Count)
                       MOVE WS-Entry-Narrative
                           TO JLT-Narrative(Jnl-Line-Count)
                       MOVE Operator-ID
                           TO JLT-Entered-By(Jnl-Line-Count)
                       MOVE SPACES TO JLT-Approved-By(Jnl-Line-Count)
                       MOVE ZEROS TO JLT-Last-Period(Jnl-Line-Count)
                       MOVE WS-Entry-End-Period
                           TO JLT-End-Period(Jnl-Line-Count)
                   END-PERFORM
                   DISPLAY "JOURNAL " Next-Journal-No
                       " SAVED - AWAITING SECOND-OPERATOR APPROVAL"
                   ADD 1 TO Next-Journal-No
           END-EVALUATE.

      * Second-operator approval, the OilPriceMaint control: the
      * approver must be active on OPERMAST.DAT and must not be the
      * operator who keyed the journal.
       2300-APPROVE-JOURNAL.
           DISPLAY "JOURNAL NUMBER TO APPROVE".
           ACCEPT WS-Entry-Journal-No.
           PERFORM 2600-FIND-JOURNAL.
           IF WS-Found-Idx = ZEROS
               DISPLAY "JOURNAL " WS-Entry-Journal-No " NOT ON FILE"
           ELSE
               IF NOT JLT-Is-Pending(WS-Found-Idx)
                   DISPLAY "JOURNAL " WS-Entry-Journal-No
                       " IS NOT AWAITING APPROVAL"
               ELSE
                   PERFORM 2650-SHOW-JOURNAL
                   DISPLAY "APPROVER OPERATOR ID"
                   ACCEPT WS-Approver-ID
                   PERFORM 2320-VALIDATE-APPROVER
                   IF NOT Approver-Is-Valid
                       DISPLAY "APPROVER " WS-Approver-ID
                           " IS NOT ON OPERMAST.DAT OR NOT ACTIVE "
                           "- NOT APPROVED"
                   ELSE
                   IF WS-Approver-ID = JLT-Entered-By(WS-Found-Idx)
                       DISPLAY "APPROVER MUST NOT BE THE OPERATOR "
                           "WHO KEYED IT - NOT APPROVED"
                   ELSE
                       PERFORM VARYING JLT-Idx FROM 1 BY 1
                           UNTIL JLT-Idx > Jnl-Line-Count
                           IF JLT-Journal-No(JLT-Idx) =
                               WS-Entry-Journal-No
                               MOVE "A" TO JLT-Status(JLT-Idx)
                               MOVE WS-Approver-ID
                                   TO JLT-Approved-By(JLT-Idx)
                           END-IF
                       END-PERFORM
                       DISPLAY "JOURNAL " WS-Entry-Journal-No
                           " APPROVED - RELEASED BY THE NEXT "
                           "GLJNLGEN RUN"
                   END-IF
                   END-IF
               END-IF
           END-IF.

       2320-VALIDATE-APPROVER.
           MOVE "N" TO Approver-Valid-Switch.
           OPEN INPUT OperMasterFile.
           IF WS-OperMaster-File-Status NOT = "00"
               DISPLAY "WARNING: OPERMAST.DAT NOT AVAILABLE - "
                   "APPROVER NOT VALIDATED"
               SET Approver-Is-Valid TO TRUE
           ELSE
               READ OperMasterFile
                   AT END SET EndOfOperMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOperMasterFile
                   IF OperMast-Operator-ID = WS-Approver-ID
                       AND OperMast-Is-Active
                       SET Approver-Is-Valid TO TRUE
                   END-IF
                   READ OperMasterFile
                       AT END SET EndOfOperMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OperMasterFile
           END-IF.

      * Pending journals, and recurring journals still generating,
      * can be stopped; anything already in the ledger cannot.
       2400-CANCEL-JOURNAL.
           DISPLAY "JOURNAL NUMBER TO CANCEL".
           ACCEPT WS-Entry-Journal-No.
           PERFORM 2600-FIND-JOURNAL.
           EVALUATE TRUE
               WHEN WS-Found-Idx = ZEROS
                   DISPLAY "JOURNAL " WS-Entry-Journal-No
                       " NOT ON FILE"
               WHEN JLT-Is-Pending(WS-Found-Idx)
                   OR (JLT-Is-Approved(WS-Found-Idx)
                   AND JLT-Type(WS-Found-Idx) = "R")
                   PERFORM VARYING JLT-Idx FROM 1 BY 1
                       UNTIL JLT-Idx > Jnl-Line-Count
                       IF JLT-Journal-No(JLT-Idx) =
                           WS-Entry-Journal-No
                           MOVE "X" TO JLT-Status(JLT-Idx)
                       END-IF
                   END-PERFORM
                   DISPLAY "JOURNAL " WS-Entry-Journal-No
                       " CANCELLED"
               WHEN OTHER
                   DISPLAY "JOURNAL " WS-Entry-Journal-No
                       " IS APPROVED OR POSTED - KEY A CORRECTING "
                       "JOURNAL INSTEAD"
           END-EVALUATE.

       2500-LIST-JOURNALS.
           PERFORM VARYING JLT-Idx FROM 1 BY 1
               UNTIL JLT-Idx > Jnl-Line-Count
               IF JLT-Is-Pending(JLT-Idx)
                   OR JLT-Is-Approved(JLT-Idx)
                   IF JLT-Line-No(JLT-Idx) = 1
                       DISPLAY "JOURNAL " JLT-Journal-No(JLT-Idx)
                           " TYPE " JLT-Type(JLT-Idx)
                           " STATUS " JLT-Status(JLT-Idx)
                           " DATE " JLT-Date(JLT-Idx)
                           " " JLT-Narrative(JLT-Idx)
                           " BY " JLT-Entered-By(JLT-Idx)
                   END-IF
                   DISPLAY "    " JLT-Account(JLT-Idx)
                       " " JLT-DC-Flag(JLT-Idx)
                       " " JLT-Amount(JLT-Idx)
               END-IF
           END-PERFORM.

       2600-FIND-JOURNAL.
           MOVE ZEROS TO WS-Found-Idx.
           PERFORM VARYING JLT-Idx FROM 1 BY 1
               UNTIL JLT-Idx > Jnl-Line-Count
               OR WS-Found-Idx > ZEROS
               IF JLT-Journal-No(JLT-Idx) = WS-Entry-Journal-No
                   MOVE JLT-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.

       2650-SHOW-JOURNAL.
           DISPLAY "JOURNAL " JLT-Journal-No(WS-Found-Idx)
               " TYPE " JLT-Type(WS-Found-Idx)
               " DATE " JLT-Date(WS-Found-Idx)
               " " JLT-Narrative(WS-Found-Idx)
               " KEYED BY " JLT-Entered-By(WS-Found-Idx).
           PERFORM VARYING JLT-Idx FROM 1 BY 1
               UNTIL JLT-Idx > Jnl-Line-Count
               IF JLT-Journal-No(JLT-Idx) = WS-Entry-Journal-No
                   DISPLAY "    " JLT-Account(JLT-Idx)
                       " " JLT-DC-Flag(JLT-Idx)
                       " " JLT-Amount(JLT-Idx)
               END-IF
           END-PERFORM.

       3000-REWRITE-JOURNALS.
           IF Load-Overflowed
               DISPLAY "MANJNL.DAT EXCEEDED THE TABLE AT LOAD - "
                   "NOT REWRITTEN, NO CHANGES SAVED"
               MOVE 8 TO RETURN-CODE
           ELSE
           OPEN OUTPUT ManJournalFile
           PERFORM VARYING JLT-Idx FROM 1 BY 1
               UNTIL JLT-Idx > Jnl-Line-Count
               MOVE SPACES TO ManJournal-Rec
               MOVE JLT-Journal-No(JLT-Idx) TO MJ-Journal-No
               MOVE JLT-Line-No(JLT-Idx) TO MJ-Line-No
               MOVE JLT-Type(JLT-Idx) TO MJ-Type
               MOVE JLT-Status(JLT-Idx) TO MJ-Status
               MOVE JLT-Date(JLT-Idx) TO MJ-Date
               MOVE JLT-Account(JLT-Idx) TO MJ-Account
               MOVE JLT-DC-Flag(JLT-Idx) TO MJ-DC-Flag
               MOVE JLT-Amount(JLT-Idx) TO MJ-Amount
               MOVE JLT-Narrative(JLT-Idx) TO MJ-Narrative
               MOVE JLT-Entered-By(JLT-Idx) TO MJ-Entered-By
               MOVE JLT-Approved-By(JLT-Idx) TO MJ-Approved-By
               MOVE JLT-Last-Period(JLT-Idx) TO MJ-Last-Period
               MOVE JLT-End-Period(JLT-Idx) TO MJ-End-Period
               WRITE ManJournal-Rec
           END-PERFORM
           CLOSE ManJournalFile
           END-IF.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="GLJNLENTRY"==.
       COPY "OPSIGNPA.CPY".
       COPY "RUNLOCKPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="GLJNLENTRY"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM GlJnlEntry.
