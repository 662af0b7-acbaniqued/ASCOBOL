      ******************************************************************
      * Author:
      * Date:
      * Purpose: Release approved manual journals from MANJNL.DAT
      *          into GLJRNL.DAT, one balanced batch with its control
      *          trailer per journal, ready for GlPost. Runs in the
      *          nightly schedule ahead of GlPost:
      *            - approved normal and reversing journals dated on
      *              or before the business date are released and
      *              marked R;
      *            - approved recurring journals are generated once
      *              in each period, dated the first of the period,
      *              from their own date up to their last period;
      *            - released reversing journals post again, debits
      *              and credits swapped, dated the first day of the
      *              period after their own, and are marked D.
      *          Batch sources carry the journal number - MJ for a
      *          release, RJ for a recurrence, MR for a reversal - so
      *          the suspense and trial balance reports trace back to
      *          the journal. Each batch is listed on GLJNLGEN.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlJnlGen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ManJournalFile ASSIGN TO "MANJNL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ManJournal-File-Status.

       SELECT GlJournalFile ASSIGN TO "GLJRNL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlJournal-File-Status.

       SELECT JnlGenRep ASSIGN TO "GLJNLGEN.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "RUNLOCKFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
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

       FD JnlGenRep.
       01 JnlGen-Print-Line            PIC X(80).

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "RUNLOCKFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-ManJournal-File-Status    PIC XX.
       01  WS-GlJournal-File-Status     PIC XX.
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "RUNLOCKWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Jnl-Line-Table.
           02  Jnl-Line-Entry OCCURS 2000 TIMES.
               03  JLT-Journal-No       PIC 9(6).
               03  JLT-Line-No          PIC 99.
               03  JLT-Type             PIC X.
                   88 JLT-Is-Normal     VALUE "N".
                   88 JLT-Is-Recurring  VALUE "R".
                   88 JLT-Is-Reversing  VALUE "V".
               03  JLT-Status           PIC X.
                   88 JLT-Is-Approved   VALUE "A".
                   88 JLT-Is-Released   VALUE "R".
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

      * The journal being worked on: its first and last table lines.
       01  Jnl-First-Idx                PIC 9(4).
       01  Jnl-Last-Idx                 PIC 9(4).

       01  Current-Period               PIC 9(6).
       01  Journal-Period               PIC 9(6).
       01  Journal-Period-Fields REDEFINES Journal-Period.
           02  JPP-Year                 PIC 9(4).
           02  JPP-Month                PIC 99.
       01  Reversal-Date                PIC 9(8).

      * The batch being written to GLJRNL.DAT.
       01  Batch-Date                   PIC 9(8).
       01  Batch-Source                 PIC X(8).
       01  Batch-Source-Fields REDEFINES Batch-Source.
           02  BSF-Prefix               PIC XX.
           02  BSF-Journal-No           PIC 9(6).
       01  Batch-Swap-Switch            PIC X.
           88 Batch-Swaps-Sides         VALUE "Y".
       01  New-Journal-Status           PIC X.
       01  Journal-Line-Count           PIC 9(8) VALUE ZEROS.
       01  Journal-Amount-Hash          PIC S9(9)V99 VALUE ZEROS.

       01  Released-Count               PIC 9(5) VALUE ZEROS.
       01  Recurred-Count               PIC 9(5) VALUE ZEROS.
       01  Reversed-Count               PIC 9(5) VALUE ZEROS.

       01  Heading-Line.
           02  FILLER                   PIC X(40)
               VALUE "MANUAL JOURNALS RELEASED TO GLJRNL.DAT ".
           02  FILLER                   PIC X(14)
               VALUE "BUSINESS DATE ".
           02  Prn-Business-Date        PIC 9(8).

       01  Column-Heading-Line.
           02  FILLER                   PIC X(40)
               VALUE "JOURNAL TYPE  BATCH     DATE      NARRAT".
           02  FILLER                   PIC X(40)
               VALUE "IVE                   AMOUNT".

       01  Detail-Line.
           02  Prn-Journal-No           PIC 9(6).
           02  FILLER                   PIC X(4) VALUE SPACES.
           02  Prn-Type                 PIC X.
           02  FILLER                   PIC X(3) VALUE SPACES.
           02  Prn-Batch-Source         PIC X(8).
           02  FILLER                   PIC X(2) VALUE SPACES.
           02  Prn-Batch-Date           PIC 9(8).
           02  FILLER                   PIC X(2) VALUE SPACES.
           02  Prn-Narrative            PIC X(20).
           02  FILLER                   PIC X(1) VALUE SPACES.
           02  Prn-Amount               PIC ZZZ,ZZZ,ZZ9.99.

       01  Total-Line.
           02  FILLER                   PIC X(10) VALUE "RELEASED ".
           02  Prn-Released-Count       PIC ZZZZ9.
           02  FILLER                   PIC X(14)
               VALUE "   RECURRING ".
           02  Prn-Recurred-Count       PIC ZZZZ9.
           02  FILLER                   PIC X(14)
               VALUE "   REVERSALS ".
           02  Prn-Reversed-Count       PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           MOVE Operator-ID TO Lock-My-Operator.
           MOVE "MANJNL.LCK" TO Lock-File-Name.
           MOVE "N" TO Lock-Prompt-Allowed.
           PERFORM Acquire-Run-Lock.
           IF NOT Run-Lock-Held
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM Get-Business-Date.
           COMPUTE Current-Period = Business-Date / 100.
           PERFORM 1000-LOAD-JOURNALS.
           IF Load-Overflowed
               DISPLAY "MANJNL.DAT EXCEEDED THE TABLE - NO JOURNALS "
                   "RELEASED"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT JnlGenRep
               MOVE Business-Date TO Prn-Business-Date
               WRITE JnlGen-Print-Line FROM Heading-Line
               MOVE SPACES TO JnlGen-Print-Line
               WRITE JnlGen-Print-Line
               WRITE JnlGen-Print-Line FROM Column-Heading-Line
               OPEN EXTEND GlJournalFile
               IF WS-GlJournal-File-Status NOT = "00"
                   OPEN OUTPUT GlJournalFile
               END-IF
               MOVE 1 TO Jnl-First-Idx
               PERFORM 2000-PROCESS-JOURNAL
                   UNTIL Jnl-First-Idx > Jnl-Line-Count
               CLOSE GlJournalFile
               MOVE Released-Count TO Prn-Released-Count
               MOVE Recurred-Count TO Prn-Recurred-Count
               MOVE Reversed-Count TO Prn-Reversed-Count
               MOVE SPACES TO JnlGen-Print-Line
               WRITE JnlGen-Print-Line
               WRITE JnlGen-Print-Line FROM Total-Line
               CLOSE JnlGenRep
               PERFORM 3000-REWRITE-JOURNALS
               DISPLAY "JOURNALS RELEASED " Released-Count
                   " RECURRING " Recurred-Count
                   " REVERSALS " Reversed-Count
           END-IF.
           PERFORM Release-Run-Lock.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-JOURNALS.
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
                   ELSE
                       SET Load-Overflowed TO TRUE
                   END-IF
                   READ ManJournalFile
                       AT END SET EndOfManJournalFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ManJournalFile
           END-IF.

      * A journal's lines sit together on the file; find where this
      * one ends, act on it, then move on to the next.
       2000-PROCESS-JOURNAL.
           MOVE Jnl-First-Idx TO Jnl-Last-Idx.
           PERFORM UNTIL Jnl-Last-Idx >= Jnl-Line-Count
               OR JLT-Journal-No(Jnl-Last-Idx + 1) NOT =
                   JLT-Journal-No(Jnl-First-Idx)
               ADD 1 TO Jnl-Last-Idx
           END-PERFORM.
           EVALUATE TRUE
               WHEN JLT-Is-Approved(Jnl-First-Idx)
                   AND JLT-Is-Recurring(Jnl-First-Idx)
                   PERFORM 2200-GENERATE-RECURRING
               WHEN JLT-Is-Approved(Jnl-First-Idx)
                   AND JLT-Date(Jnl-First-Idx) <= Business-Date
                   PERFORM 2100-RELEASE-JOURNAL
           END-EVALUATE.
           IF JLT-Is-Released(Jnl-First-Idx)
               AND JLT-Is-Reversing(Jnl-First-Idx)
               PERFORM 2300-REVERSE-JOURNAL
           END-IF.
           COMPUTE Jnl-First-Idx = Jnl-Last-Idx + 1.

       2100-RELEASE-JOURNAL.
           MOVE JLT-Date(Jnl-First-Idx) TO Batch-Date.
           MOVE "MJ" TO BSF-Prefix.
           MOVE "N" TO Batch-Swap-Switch.
           PERFORM 2500-WRITE-BATCH.
           MOVE "R" TO New-Journal-Status.
           PERFORM 2700-SET-JOURNAL-STATUS.
           ADD 1 TO Released-Count.

      * One batch per period, dated the first of the period. A
      * journal whose last period has passed is finished (R).
       2200-GENERATE-RECURRING.
           COMPUTE Journal-Period = JLT-Date(Jnl-First-Idx) / 100.
           IF JLT-End-Period(Jnl-First-Idx) NOT = ZEROS
               AND Current-Period > JLT-End-Period(Jnl-First-Idx)
               MOVE "R" TO New-Journal-Status
               PERFORM 2700-SET-JOURNAL-STATUS
           ELSE
               IF Current-Period >= Journal-Period
                   AND JLT-Last-Period(Jnl-First-Idx) < Current-Period
                   COMPUTE Batch-Date = Current-Period * 100 + 1
                   MOVE "RJ" TO BSF-Prefix
                   MOVE "N" TO Batch-Swap-Switch
                   PERFORM 2500-WRITE-BATCH
                   PERFORM VARYING JLT-Idx FROM Jnl-First-Idx BY 1
                       UNTIL JLT-Idx > Jnl-Last-Idx
                       MOVE Current-Period TO JLT-Last-Period(JLT-Idx)
                   END-PERFORM
                   ADD 1 TO Recurred-Count
               END-IF
           END-IF.

       2300-REVERSE-JOURNAL.
           COMPUTE Journal-Period = JLT-Date(Jnl-First-Idx) / 100.
           IF JPP-Month = 12
               ADD 1 TO JPP-Year
               MOVE 1 TO JPP-Month
           ELSE
               ADD 1 TO JPP-Month
           END-IF.
           COMPUTE Reversal-Date = Journal-Period * 100 + 1.
           IF Business-Date >= Reversal-Date
               MOVE Reversal-Date TO Batch-Date
               MOVE "MR" TO BSF-Prefix
               MOVE "Y" TO Batch-Swap-Switch
               PERFORM 2500-WRITE-BATCH
               MOVE "D" TO New-Journal-Status
               PERFORM 2700-SET-JOURNAL-STATUS
               ADD 1 TO Reversed-Count
           END-IF.

       2500-WRITE-BATCH.
           MOVE JLT-Journal-No(Jnl-First-Idx) TO BSF-Journal-No.
           MOVE ZEROS TO Journal-Line-Count, Journal-Amount-Hash.
           PERFORM VARYING JLT-Idx FROM Jnl-First-Idx BY 1
               UNTIL JLT-Idx > Jnl-Last-Idx
               MOVE SPACES TO GlJournal-Rec
               MOVE Batch-Date TO GlJrnl-Date
               MOVE JLT-Account(JLT-Idx) TO GlJrnl-Account
               MOVE JLT-DC-Flag(JLT-Idx) TO GlJrnl-DC-Flag
               IF Batch-Swaps-Sides
                   IF JLT-DC-Flag(JLT-Idx) = "D"
                       MOVE "C" TO GlJrnl-DC-Flag
                   ELSE
                       MOVE "D" TO GlJrnl-DC-Flag
                   END-IF
               END-IF
               MOVE JLT-Amount(JLT-Idx) TO GlJrnl-Amount
               MOVE Batch-Source TO GlJrnl-Source
               WRITE GlJournal-Rec
               ADD 1 TO Journal-Line-Count
               ADD JLT-Amount(JLT-Idx) TO Journal-Amount-Hash
           END-PERFORM.
           MOVE SPACES TO GlJournal-Rec.
           MOVE Batch-Date TO GlJrnl-Date.
           MOVE "TRAILR" TO GlJrnl-Account.
           MOVE "T" TO GlJrnl-DC-Flag.
           MOVE Journal-Amount-Hash TO GlJrnl-Amount.
           MOVE "COUNT" TO GlJrnl-Source.
           MOVE Journal-Line-Count TO GlJrnl-Trail-Count.
           WRITE GlJournal-Rec.
           MOVE JLT-Journal-No(Jnl-First-Idx) TO Prn-Journal-No.
           MOVE JLT-Type(Jnl-First-Idx) TO Prn-Type.
           MOVE Batch-Source TO Prn-Batch-Source.
           MOVE Batch-Date TO Prn-Batch-Date.
           MOVE JLT-Narrative(Jnl-First-Idx) TO Prn-Narrative.
           COMPUTE Prn-Amount = Journal-Amount-Hash / 2.
           WRITE JnlGen-Print-Line FROM Detail-Line.

       2700-SET-JOURNAL-STATUS.
           PERFORM VARYING JLT-Idx FROM Jnl-First-Idx BY 1
               UNTIL JLT-Idx > Jnl-Last-Idx
               MOVE New-Journal-Status TO JLT-Status(JLT-Idx)
           END-PERFORM.

       3000-REWRITE-JOURNALS.
           OPEN OUTPUT ManJournalFile.
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
           END-PERFORM.
           CLOSE ManJournalFile.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="GLJNLGEN"==.
       COPY "OPSIGNPA.CPY".
       COPY "RUNLOCKPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="GLJNLGEN"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM GlJnlGen.
