      ******************************************************************
      * Author:
      * Date:
      * Purpose: Closes the account of a student leaving the school.
      *          The (L)eaver transaction marks the roster record as
      *          left - Students then takes no more purchases for it
      *          and StuDebit no longer collects it - and works out
      *          the final position: any fee refund due (unused fees
      *          paid in advance, a deposit), keyed by a supervisor,
      *          is set against the shop balance. A credit left over
      *          is queued for repayment to the payer; a small debit
      *          at or under the write-off limit on STULPARM.DAT is
      *          written off with a supervisor's approval; anything
      *          more stays on the account for collection. Each step
      *          posts to STUJRNL.DAT like any other movement and the
      *          outcome is kept on the STULEAVE.DAT leavers register.
      *          The (R)efund run writes the queued repayments to
      *          STUREFND.DAT for the bank, paying the FAMILY.DAT
      *          payer's account or the student's STUMAND.DAT
      *          account, with the TRAILR count and total BankPay
      *          and StuDebit use; a refund with no bank details is
      *          held and listed. The (A)rchive run closes leavers
      *          whose debt has since been paid, and moves each
      *          closed account that has passed the retention period
      *          on STULPARM.DAT off the roster onto STUARCH.DAT,
      *          the delete journaled for Recover. Leavers still
      *          owing are listed on STULVARC.RPT for chasing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StuLeave.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT StudentFile ASSIGN TO "STUDENT.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS Student-RollNumber
                 FILE STATUS IS WS-Student-File-Status.

       SELECT LeaverFile ASSIGN TO "STULEAVE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Leaver-File-Status.

       SELECT MandateFile ASSIGN TO "STUMAND.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Mandate-File-Status.

       SELECT FamilyFile ASSIGN TO "FAMILY.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Family-File-Status.

       SELECT StuJournalFile ASSIGN TO "STUJRNL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-StuJournal-File-Status.

       SELECT RefundFile ASSIGN TO "STUREFND.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Refund-File-Status.

       SELECT ArchiveFile ASSIGN TO "STUARCH.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Archive-File-Status.

       SELECT LeaveParmFile ASSIGN TO "STULPARM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LeaveParm-File-Status.

       SELECT RefundCtlRep ASSIGN TO "STURFCTL.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ArchiveRep ASSIGN TO "STULVARC.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "UPDJRNLFC.CPY".
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       01 Student-Rec.
           02  Student-RollNumber     PIC 9(5).
           02  FILLER                 PIC X.
           02  Student-Name           PIC X(20).
           02  FILLER                 PIC X.
           02  Student-OtherName      PIC X(15).
           02  FILLER                 PIC X.
           02  Student-ShopTotal      PIC 9(5)V99.
           02  FILLER                 PIC X.
           02  Student-Business-Date  PIC 9(8).
           02  FILLER                 PIC X.
           02  Student-Credit-Limit   PIC 9(5)V99.
      * Year group (e.g. 09), carried for the term fees assessment;
      * spaces on records from before the field.
           02  FILLER                 PIC X.
           02  Student-Year-Group     PIC X(2).
      * Family code linking siblings to their FAMILY.DAT payer;
      * spaces for a student with no family on file.
           02  FILLER                 PIC X.
           02  Student-Family-Code    PIC X(6).
      * Status byte: "L" once the student has left; space while
      * the student is still on roll.
           02  FILLER                 PIC X.
           02  Student-Status         PIC X.
               88  Student-Has-Left   VALUE "L".

      * One line per leaver. The refund status is P while a credit
      * waits for the refund run and S once it has gone to the bank;
      * the account status is O while a debt is still owed, C once
      * the account is settled, and A when it has been archived off
      * the roster.
       FD LeaverFile.
       01 Leaver-Rec.
           88 EndOfLeaverFile     VALUE HIGH-VALUES.
           02  LV-RollNumber          PIC 9(5).
           02  FILLER                 PIC X.
           02  LV-Name                PIC X(20).
           02  FILLER                 PIC X.
           02  LV-Family-Code         PIC X(6).
           02  FILLER                 PIC X.
           02  LV-Leaving-Date        PIC 9(8).
           02  FILLER                 PIC X.
           02  LV-Balance-At-Leaving  PIC 9(5)V99.
           02  FILLER                 PIC X.
           02  LV-Fee-Refund          PIC 9(5)V99.
           02  FILLER                 PIC X.
           02  LV-Written-Off         PIC 9(5)V99.
           02  FILLER                 PIC X.
           02  LV-Refund-Due          PIC 9(5)V99.
           02  FILLER                 PIC X.
           02  LV-Refund-Status       PIC X.
           02  FILLER                 PIC X.
           02  LV-Refund-Date         PIC 9(8).
           02  FILLER                 PIC X.
           02  LV-Status              PIC X.
           02  FILLER                 PIC X.
           02  LV-Closed-Date         PIC 9(8).
           02  FILLER                 PIC X.
           02  LV-Operator-ID         PIC X(5).

       FD MandateFile.
       01 Mandate-Rec.
           88 EndOfMandateFile    VALUE HIGH-VALUES.
           02  Mand-RollNumber        PIC 9(5).
           02  FILLER                 PIC X.
           02  Mand-Sort-Code         PIC X(6).
           02  FILLER                 PIC X.
           02  Mand-Account-Number    PIC X(8).
           02  FILLER                 PIC X.
           02  Mand-Active            PIC X.

       FD FamilyFile.
       01 Family-Rec.
           88 EndOfFamilyFile     VALUE HIGH-VALUES.
           02  Fam-Code               PIC X(6).
           02  FILLER                 PIC X.
           02  Fam-Payer-Name         PIC X(30).
           02  FILLER                 PIC X(72).
           02  Fam-Sort-Code          PIC X(6).
           02  FILLER                 PIC X.
           02  Fam-Account-Number     PIC X(8).
           02  FILLER                 PIC X.
           02  Fam-Mandate-Active     PIC X.

       FD StuJournalFile.
       01 StuJournal-Rec.
           02  StuJrnl-RollNumber     PIC 9(5).
           02  FILLER                 PIC X.
           02  StuJrnl-Date           PIC 9(8).
           02  FILLER                 PIC X.
           02  StuJrnl-Type           PIC X.
           02  FILLER                 PIC X.
           02  StuJrnl-Amount         PIC S9(5)V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  StuJrnl-Description    PIC X(20).
           02  FILLER                 PIC X.
           02  StuJrnl-Operator-ID    PIC X(5).

       FD RefundFile.
       01 Refund-Rec.
           02  Refund-Sort-Code       PIC X(6).
           02  FILLER                 PIC X.
           02  Refund-Account-Number  PIC X(8).
           02  Refund-Trail-Count REDEFINES Refund-Account-Number
                                      PIC 9(8).
           02  FILLER                 PIC X.
           02  Refund-RollNumber      PIC 9(5).
           02  FILLER                 PIC X.
           02  Refund-Amount          PIC 9(9)V99.
           02  FILLER                 PIC X.
           02  Refund-Pay-Date        PIC 9(8).
           02  FILLER                 PIC X.
           02  Refund-Payee-Name      PIC X(30).

      * The roster record as it stood when archived, with the dates
      * that explain why it went.
       FD ArchiveFile.
       01 Archive-Rec.
           02  Arch-Student-Image     PIC X(80).
           02  FILLER                 PIC X.
           02  Arch-Leaving-Date      PIC 9(8).
           02  FILLER                 PIC X.
           02  Arch-Closed-Date       PIC 9(8).
           02  FILLER                 PIC X.
           02  Arch-Archive-Date      PIC 9(8).

       FD LeaveParmFile.
       01 LeaveParm-Rec.
           02  LPrm-Write-Off-Limit   PIC 9(5)V99.
           02  FILLER                 PIC X.
           02  LPrm-Retention-Months  PIC 9(3).

       FD RefundCtlRep.
       01 RefundCtl-Print-Line        PIC X(72).

       FD ArchiveRep.
       01 Archive-Print-Line          PIC X(72).

       COPY "UPDJRNLFD.CPY".
       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-Student-File-Status      PIC XX.
       01  WS-Leaver-File-Status       PIC XX.
       01  WS-Mandate-File-Status      PIC XX.
       01  WS-Family-File-Status       PIC XX.
       01  WS-StuJournal-File-Status   PIC XX.
       01  WS-Refund-File-Status       PIC XX.
       01  WS-Archive-File-Status      PIC XX.
       01  WS-LeaveParm-File-Status    PIC XX.
       COPY "UPDJRNLWS.CPY".
       01  Roster-Before-Image      PIC X(80).
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

      * The leavers register, laid out as the record so a line moves
      * in and out whole; rewritten at the end of the session.
       01  Leaver-Table.
           02  Leaver-Entry OCCURS 2000 TIMES.
               03  LVT-RollNumber       PIC 9(5).
               03  FILLER               PIC X.
               03  LVT-Name             PIC X(20).
               03  FILLER               PIC X.
               03  LVT-Family-Code      PIC X(6).
               03  FILLER               PIC X.
               03  LVT-Leaving-Date     PIC 9(8).
               03  FILLER               PIC X.
               03  LVT-Balance-At-Leaving PIC 9(5)V99.
               03  FILLER               PIC X.
               03  LVT-Fee-Refund       PIC 9(5)V99.
               03  FILLER               PIC X.
               03  LVT-Written-Off      PIC 9(5)V99.
               03  FILLER               PIC X.
               03  LVT-Refund-Due       PIC 9(5)V99.
               03  FILLER               PIC X.
               03  LVT-Refund-Status    PIC X.
                   88 LVT-Refund-Pending VALUE "P".
               03  FILLER               PIC X.
               03  LVT-Refund-Date      PIC 9(8).
               03  FILLER               PIC X.
               03  LVT-Status           PIC X.
                   88 LVT-Owing          VALUE "O".
                   88 LVT-Closed         VALUE "C".
                   88 LVT-Archived       VALUE "A".
               03  FILLER               PIC X.
               03  LVT-Closed-Date      PIC 9(8).
               03  FILLER               PIC X.
               03  LVT-Operator-ID      PIC X(5).

       01  Leaver-Count                PIC 9(4) VALUE ZEROS.
       01  LVT-Idx                     PIC 9(4).
      * Set when the load had to skip rows: carrying on would end in
      * a rewrite that deletes them, so the run stands down instead.
       01  Leaver-Load-Overflow-Switch PIC X VALUE "N".
           88 Leaver-Load-Overflowed   VALUE "Y".
       01  Leavers-Changed-Switch      PIC X VALUE "N".
           88 Leavers-Changed          VALUE "Y".

      * Where a refund can be paid: a family's payer account, or
      * the account on a student's own mandate.
       01  Family-Bank-Table.
           02  Family-Bank-Entry OCCURS 500 TIMES.
               03  FBK-Family-Code      PIC X(6).
               03  FBK-Payer-Name       PIC X(30).
               03  FBK-Sort-Code        PIC X(6).
               03  FBK-Account-Number   PIC X(8).
       01  Family-Bank-Count           PIC 9(3) VALUE ZEROS.
       01  FBK-Idx                     PIC 9(3).
       01  FBK-Found-Idx               PIC 9(3).

       01  Mandate-Table.
           02  Mandate-Entry OCCURS 700 TIMES.
               03  MND-RollNumber       PIC 9(5).
               03  MND-Sort-Code        PIC X(6).
               03  MND-Account-Number   PIC X(8).
       01  Mandate-Count               PIC 9(3) VALUE ZEROS.
       01  MND-Idx                     PIC 9(3).
       01  MND-Found-Idx               PIC 9(3).

       01  Write-Off-Limit             PIC 9(5)V99 VALUE ZEROS.
       01  Retention-Months            PIC 9(3) VALUE 12.
       01  Fee-Refund                  PIC 9(5)V99.
       01  Refund-Due                  PIC 9(5)V99.
       01  Written-Off                 PIC 9(5)V99.
       01  Balance-At-Leaving          PIC 9(5)V99.
       01  Leaving-Date                PIC 9(8).

      * The last closing date an account may carry and still be
      * archived: the business date taken back by the retention
      * period.
       01  Retention-Cutoff            PIC 9(8).
       01  Cutoff-Fields REDEFINES Retention-Cutoff.
           02  RCO-Year                PIC 9(4).
           02  RCO-Month               PIC 99.
           02  RCO-Day                 PIC 99.
       01  Shift-Idx                   PIC 9(3).

       01  Refund-Count                PIC 9(4) VALUE ZEROS.
       01  Refund-Total                PIC 9(9)V99 VALUE ZEROS.
       01  Refunds-Held                PIC 9(4) VALUE ZEROS.
       01  Archived-Count              PIC 9(4) VALUE ZEROS.
       01  Owing-Count                 PIC 9(4) VALUE ZEROS.
       01  Owing-Total                 PIC 9(9)V99 VALUE ZEROS.

       01  Txn-Mode                    PIC X VALUE SPACE.
           88 Txn-Leaver               VALUE "L", "l".
           88 Txn-Refund               VALUE "R", "r".
           88 Txn-Archive              VALUE "A", "a".
           88 Txn-Quit                 VALUE "Q", "q".
       01  Entry-RollNumber            PIC 9(5).
       01  Entry-Amount-X              PIC X(7).
       01  Entry-Amount-N REDEFINES Entry-Amount-X
                                       PIC 9(5)V99.
       01  Entry-Date-X                PIC X(8).
       01  Entry-Date-N REDEFINES Entry-Date-X
                                       PIC 9(8).
       01  Entry-Months-X              PIC X(3).
       01  Entry-Months-N REDEFINES Entry-Months-X
                                       PIC 9(3).
       01  Approve-Answer              PIC X VALUE "N".
           88 Approve-Yes              VALUE "Y", "y".

       01  RefundCtl-Heading-Line      PIC X(50) VALUE
           "   LEAVER REFUND PAYMENT CONTROL".

       01  RefundCtl-Detail-Line.
           02  FILLER                  PIC X(7)  VALUE " ROLL: ".
           02  RCL-RollNumber          PIC 9(5).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  RCL-Name                PIC X(20).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  RCL-Amount              PIC ZZ,ZZ9.99.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  RCL-Note                PIC X(20).

       01  RefundCtl-Totals-Line.
           02  FILLER                  PIC X(18) VALUE
               " REFUNDS PAID   : ".
           02  RCL-Count               PIC ZZZ9.
           02  FILLER                  PIC X(10) VALUE "  TOTAL : ".
           02  RCL-Total               PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(9)  VALUE "  HELD : ".
           02  RCL-Held                PIC ZZZ9.

       01  Archive-Heading-Line        PIC X(50) VALUE
           "   STUDENT LEAVER ARCHIVE RUN".

       01  Archive-Detail-Line.
           02  FILLER                  PIC X(7)  VALUE " ROLL: ".
           02  ARL-RollNumber          PIC 9(5).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  ARL-Name                PIC X(20).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  ARL-Amount              PIC ZZ,ZZ9.99.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  ARL-Note                PIC X(22).

       01  Archive-Totals-Line.
           02  FILLER                  PIC X(12) VALUE
               " ARCHIVED : ".
           02  ARL-Archived            PIC ZZZ9.
           02  FILLER                  PIC X(14) VALUE
               "  STILL OWING:".
           02  ARL-Owing               PIC ZZZ9.
           02  FILLER                  PIC X(10) VALUE "  TOTAL : ".
           02  ARL-Owing-Total         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-LEAVE-PARAMETERS.
           PERFORM 1100-LOAD-LEAVERS.
           IF Leaver-Load-Overflowed
               DISPLAY "STULEAVE.DAT EXCEEDS THE TABLE - RUN "
                   "REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM 1200-LOAD-FAMILY-BANKS.
           PERFORM 1300-LOAD-MANDATES.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL Txn-Quit.
           IF Leavers-Changed
               PERFORM 5000-REWRITE-LEAVERS
           END-IF.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-LEAVE-PARAMETERS.
           OPEN INPUT LeaveParmFile.
           IF WS-LeaveParm-File-Status = "00"
               READ LeaveParmFile
                   NOT AT END
                       MOVE LPrm-Write-Off-Limit TO Write-Off-Limit
                       IF LPrm-Retention-Months IS NUMERIC
                           AND LPrm-Retention-Months > ZEROS
                           MOVE LPrm-Retention-Months
                               TO Retention-Months
                       END-IF
               END-READ
               CLOSE LeaveParmFile
           ELSE
               DISPLAY "WRITE-OFF LIMIT (NNNNNNN, CENTS IMPLIED)"
               ACCEPT Entry-Amount-X
               IF Entry-Amount-X IS NUMERIC
                   MOVE Entry-Amount-N TO Write-Off-Limit
               END-IF
               DISPLAY "RETENTION PERIOD IN MONTHS (NNN)"
               ACCEPT Entry-Months-X
               IF Entry-Months-X IS NUMERIC
                   AND Entry-Months-N > ZEROS
                   MOVE Entry-Months-N TO Retention-Months
               END-IF
           END-IF.

       1100-LOAD-LEAVERS.
           OPEN INPUT LeaverFile.
           IF WS-Leaver-File-Status = "00"
               READ LeaverFile
                   AT END SET EndOfLeaverFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfLeaverFile
                   IF Leaver-Count < 2000
                       ADD 1 TO Leaver-Count
                       MOVE Leaver-Rec TO Leaver-Entry(Leaver-Count)
                   ELSE
                       SET Leaver-Load-Overflowed TO TRUE
                       DISPLAY "WARNING: STULEAVE.DAT TABLE FULL"
                   END-IF
                   READ LeaverFile
                       AT END SET EndOfLeaverFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LeaverFile
           END-IF.

       1200-LOAD-FAMILY-BANKS.
           OPEN INPUT FamilyFile.
           IF WS-Family-File-Status = "00"
               READ FamilyFile
                   AT END SET EndOfFamilyFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfFamilyFile
                   IF Fam-Sort-Code NOT = SPACES
                       AND Family-Bank-Count < 500
                       ADD 1 TO Family-Bank-Count
                       MOVE Fam-Code
                           TO FBK-Family-Code(Family-Bank-Count)
                       MOVE Fam-Payer-Name
                           TO FBK-Payer-Name(Family-Bank-Count)
                       MOVE Fam-Sort-Code
                           TO FBK-Sort-Code(Family-Bank-Count)
                       MOVE Fam-Account-Number
                           TO FBK-Account-Number(Family-Bank-Count)
                   END-IF
                   READ FamilyFile
                       AT END SET EndOfFamilyFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FamilyFile
           END-IF.

      * A lapsed mandate still names the account the money came
      * from, so any mandate on file will do for a refund.
       1300-LOAD-MANDATES.
           OPEN INPUT MandateFile.
           IF WS-Mandate-File-Status = "00"
               READ MandateFile
                   AT END SET EndOfMandateFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfMandateFile
                   IF Mandate-Count < 700
                       ADD 1 TO Mandate-Count
                       MOVE Mand-RollNumber
                           TO MND-RollNumber(Mandate-Count)
                       MOVE Mand-Sort-Code
                           TO MND-Sort-Code(Mandate-Count)
                       MOVE Mand-Account-Number
                           TO MND-Account-Number(Mandate-Count)
                   END-IF
                   READ MandateFile
                       AT END SET EndOfMandateFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MandateFile
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           DISPLAY "LEAVERS - (L)EAVER (R)EFUND RUN (A)RCHIVE RUN "
               "(Q)UIT".
           ACCEPT Txn-Mode.
           EVALUATE TRUE
               WHEN Txn-Leaver
                   PERFORM 2100-RECORD-LEAVER
               WHEN Txn-Refund
                   PERFORM 3000-REFUND-RUN
               WHEN Txn-Archive
                   PERFORM 4000-ARCHIVE-RUN
               WHEN Txn-Quit
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

       2100-RECORD-LEAVER.
           DISPLAY "Enter Roll Number".
           ACCEPT Entry-RollNumber.
           OPEN I-O StudentFile.
           IF WS-Student-File-Status NOT = "00"
               DISPLAY "STUDENT.DAT NOT AVAILABLE - STATUS "
                   WS-Student-File-Status
           ELSE
               MOVE Entry-RollNumber TO Student-RollNumber
               READ StudentFile
                   INVALID KEY
                       DISPLAY "WARNING: NO STUDENT ON FILE FOR "
                           "ROLL NUMBER " Entry-RollNumber
                   NOT INVALID KEY
                       PERFORM 2150-CLOSE-THE-ACCOUNT
               END-READ
               CLOSE StudentFile
           END-IF.

       2150-CLOSE-THE-ACCOUNT.
           IF Student-Has-Left
               DISPLAY "STUDENT " Entry-RollNumber
                   " HAS ALREADY LEFT"
           ELSE
               IF Leaver-Count NOT < 2000
                   DISPLAY "WARNING: LEAVERS REGISTER FULL - "
                       "NOT RECORDED"
               ELSE
                   PERFORM 2200-SETTLE-FINAL-POSITION
               END-IF
           END-IF.

      * The fee refund comes off the balance first; what is left is
      * either a credit to pay back, a small debt to write off, or a
      * debt that stays on the account to be collected.
       2200-SETTLE-FINAL-POSITION.
           DISPLAY "StudentName: ", Student-Name.
           DISPLAY "ShopTotal: ", Student-ShopTotal.
           DISPLAY "LEAVING DATE (YYYYMMDD, BLANK FOR TODAY)".
           MOVE SPACES TO Entry-Date-X.
           ACCEPT Entry-Date-X.
           IF Entry-Date-X IS NUMERIC
               AND Entry-Date-N > ZEROS
               MOVE Entry-Date-N TO Leaving-Date
           ELSE
               MOVE Business-Date TO Leaving-Date
           END-IF.
           PERFORM 2250-GET-FEE-REFUND.
           MOVE Student-Rec TO Roster-Before-Image.
           MOVE Student-ShopTotal TO Balance-At-Leaving.
           MOVE ZEROS TO Refund-Due, Written-Off.
           OPEN EXTEND StuJournalFile.
           IF WS-StuJournal-File-Status NOT = "00"
               OPEN OUTPUT StuJournalFile
           END-IF.
           MOVE SPACES TO StuJournal-Rec.
           IF Fee-Refund > ZEROS
               MOVE "R" TO StuJrnl-Type
               COMPUTE StuJrnl-Amount = ZERO - Fee-Refund
               MOVE "LEAVER FEE REFUND" TO StuJrnl-Description
               PERFORM 2400-WRITE-JOURNAL-LINE
               IF Fee-Refund > Student-ShopTotal
      * The credit leaves the account as a payment out to the payer,
      * so the journal still adds up to the roster balance.
                   COMPUTE Refund-Due =
                       Fee-Refund - Student-ShopTotal
                   MOVE ZEROS TO Student-ShopTotal
                   MOVE "P" TO StuJrnl-Type
                   MOVE Refund-Due TO StuJrnl-Amount
                   MOVE "REFUND TO PAYER" TO StuJrnl-Description
                   PERFORM 2400-WRITE-JOURNAL-LINE
               ELSE
                   SUBTRACT Fee-Refund FROM Student-ShopTotal
               END-IF
           END-IF.
           IF Student-ShopTotal > ZEROS
               AND Student-ShopTotal NOT > Write-Off-Limit
               PERFORM 2300-WRITE-OFF-SMALL-DEBT
           END-IF.
           CLOSE StuJournalFile.
           MOVE "L" TO Student-Status.
           MOVE Business-Date TO Student-Business-Date.
           REWRITE Student-Rec
               INVALID KEY
                   DISPLAY "WARNING: ROSTER REWRITE FAILED, "
                       "STATUS " WS-Student-File-Status
               NOT INVALID KEY
                   PERFORM JOURNAL-ROSTER-UPDATE
           END-REWRITE.
           PERFORM 2500-ADD-TO-REGISTER.

       2250-GET-FEE-REFUND.
           MOVE ZEROS TO Fee-Refund.
           DISPLAY "FEE REFUND DUE (NNNNNNN, CENTS IMPLIED, "
               "BLANK FOR NONE)".
           MOVE SPACES TO Entry-Amount-X.
           ACCEPT Entry-Amount-X.
           IF Entry-Amount-X IS NUMERIC
               AND Entry-Amount-N > ZEROS
      * Handing fees back is a supervisor's decision; a refused
      * attempt is logged and the account closes without one.
               PERFORM Check-Supervisor-Role
               IF Role-OK
                   MOVE Entry-Amount-N TO Fee-Refund
               END-IF
           END-IF.

       2300-WRITE-OFF-SMALL-DEBT.
           DISPLAY "DEBT OF " Student-ShopTotal
               " IS WITHIN THE WRITE-OFF LIMIT " Write-Off-Limit.
           PERFORM Check-Supervisor-Role.
           IF Role-OK
               DISPLAY "WRITE OFF (Y/N)?"
               ACCEPT Approve-Answer
               IF Approve-Yes
                   MOVE Student-ShopTotal TO Written-Off
                   MOVE "R" TO StuJrnl-Type
                   COMPUTE StuJrnl-Amount = ZERO - Written-Off
                   MOVE "LEAVER WRITE-OFF" TO StuJrnl-Description
                   PERFORM 2400-WRITE-JOURNAL-LINE
                   MOVE ZEROS TO Student-ShopTotal
               END-IF
           END-IF.

      * The caller has set the type, amount and description.
       2400-WRITE-JOURNAL-LINE.
           MOVE Student-RollNumber TO StuJrnl-RollNumber.
           MOVE Business-Date TO StuJrnl-Date.
           MOVE Operator-ID TO StuJrnl-Operator-ID.
           WRITE StuJournal-Rec.
           MOVE SPACES TO StuJournal-Rec.

       2500-ADD-TO-REGISTER.
           ADD 1 TO Leaver-Count.
           MOVE SPACES TO Leaver-Entry(Leaver-Count).
           MOVE Student-RollNumber TO LVT-RollNumber(Leaver-Count).
           MOVE Student-Name TO LVT-Name(Leaver-Count).
           MOVE Student-Family-Code TO LVT-Family-Code(Leaver-Count).
           MOVE Leaving-Date TO LVT-Leaving-Date(Leaver-Count).
           MOVE Balance-At-Leaving
               TO LVT-Balance-At-Leaving(Leaver-Count).
           MOVE Fee-Refund TO LVT-Fee-Refund(Leaver-Count).
           MOVE Written-Off TO LVT-Written-Off(Leaver-Count).
           MOVE Refund-Due TO LVT-Refund-Due(Leaver-Count).
           MOVE ZEROS TO LVT-Refund-Date(Leaver-Count),
               LVT-Closed-Date(Leaver-Count).
           IF Refund-Due > ZEROS
               MOVE "P" TO LVT-Refund-Status(Leaver-Count)
           END-IF.
           IF Student-ShopTotal > ZEROS
               MOVE "O" TO LVT-Status(Leaver-Count)
               DISPLAY "ACCOUNT LEFT OWING " Student-ShopTotal
                   " FOR COLLECTION"
           ELSE
               MOVE "C" TO LVT-Status(Leaver-Count)
               MOVE Business-Date TO LVT-Closed-Date(Leaver-Count)
               DISPLAY "ACCOUNT CLOSED"
           END-IF.
           IF Refund-Due > ZEROS
               DISPLAY "REFUND OF " Refund-Due
                   " QUEUED FOR THE NEXT REFUND RUN"
           END-IF.
           MOVE Operator-ID TO LVT-Operator-ID(Leaver-Count).
           SET Leavers-Changed TO TRUE.

      * Every refund waiting goes to the bank in one file. A refund
      * with nowhere to go is held, listed, and stays queued.
       3000-REFUND-RUN.
           MOVE ZEROS TO Refund-Count, Refund-Total, Refunds-Held.
           OPEN OUTPUT RefundFile.
           OPEN OUTPUT RefundCtlRep.
           WRITE RefundCtl-Print-Line FROM RefundCtl-Heading-Line
           AFTER ADVANCING 1 LINE.
           PERFORM VARYING LVT-Idx FROM 1 BY 1
               UNTIL LVT-Idx > Leaver-Count
               IF LVT-Refund-Pending(LVT-Idx)
                   PERFORM 3100-PAY-ONE-REFUND
               END-IF
           END-PERFORM.
           MOVE SPACES TO Refund-Rec.
           MOVE "TRAILR" TO Refund-Sort-Code.
           MOVE Refund-Count TO Refund-Trail-Count.
           MOVE Refund-Total TO Refund-Amount.
           WRITE Refund-Rec.
           CLOSE RefundFile.
           MOVE Refund-Count TO RCL-Count.
           MOVE Refund-Total TO RCL-Total.
           MOVE Refunds-Held TO RCL-Held.
           WRITE RefundCtl-Print-Line FROM RefundCtl-Totals-Line
           AFTER ADVANCING 2 LINES.
           CLOSE RefundCtlRep.
           DISPLAY "REFUNDS PAID: " Refund-Count " TOTAL "
               Refund-Total " HELD: " Refunds-Held.
           IF Refunds-Held > ZEROS
               DISPLAY "WARNING: REFUNDS HELD - SEE STURFCTL.RPT"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       3100-PAY-ONE-REFUND.
           MOVE ZEROS TO FBK-Found-Idx, MND-Found-Idx.
           IF LVT-Family-Code(LVT-Idx) NOT = SPACES
               PERFORM VARYING FBK-Idx FROM 1 BY 1
                   UNTIL FBK-Idx > Family-Bank-Count
                   IF FBK-Family-Code(FBK-Idx)
                       = LVT-Family-Code(LVT-Idx)
                       MOVE FBK-Idx TO FBK-Found-Idx
                   END-IF
               END-PERFORM
           END-IF.
           IF FBK-Found-Idx = ZEROS
               PERFORM VARYING MND-Idx FROM 1 BY 1
                   UNTIL MND-Idx > Mandate-Count
                   IF MND-RollNumber(MND-Idx) = LVT-RollNumber(LVT-Idx)
                       MOVE MND-Idx TO MND-Found-Idx
                   END-IF
               END-PERFORM
           END-IF.
           MOVE LVT-RollNumber(LVT-Idx) TO RCL-RollNumber.
           MOVE LVT-Name(LVT-Idx) TO RCL-Name.
           MOVE LVT-Refund-Due(LVT-Idx) TO RCL-Amount.
           IF FBK-Found-Idx = ZEROS
               AND MND-Found-Idx = ZEROS
               ADD 1 TO Refunds-Held
               MOVE "NO BANK DETAILS-HELD" TO RCL-Note
           ELSE
               MOVE SPACES TO Refund-Rec
               IF FBK-Found-Idx > ZEROS
                   MOVE FBK-Sort-Code(FBK-Found-Idx)
                       TO Refund-Sort-Code
                   MOVE FBK-Account-Number(FBK-Found-Idx)
                       TO Refund-Account-Number
                   MOVE FBK-Payer-Name(FBK-Found-Idx)
                       TO Refund-Payee-Name
                   MOVE "PAID TO FAMILY" TO RCL-Note
               ELSE
                   MOVE MND-Sort-Code(MND-Found-Idx)
                       TO Refund-Sort-Code
                   MOVE MND-Account-Number(MND-Found-Idx)
                       TO Refund-Account-Number
                   MOVE LVT-Name(LVT-Idx) TO Refund-Payee-Name
                   MOVE "PAID TO MANDATE" TO RCL-Note
               END-IF
               MOVE LVT-RollNumber(LVT-Idx) TO Refund-RollNumber
               MOVE LVT-Refund-Due(LVT-Idx) TO Refund-Amount
               MOVE Business-Date TO Refund-Pay-Date
               WRITE Refund-Rec
               ADD 1 TO Refund-Count
               ADD LVT-Refund-Due(LVT-Idx) TO Refund-Total
               MOVE "S" TO LVT-Refund-Status(LVT-Idx)
               MOVE Business-Date TO LVT-Refund-Date(LVT-Idx)
               SET Leavers-Changed TO TRUE
           END-IF.
           WRITE RefundCtl-Print-Line FROM RefundCtl-Detail-Line
           AFTER ADVANCING 1 LINE.

      * Settled debts close their accounts; closed accounts past the
      * retention period come off the roster; debts still owed are
      * listed for chasing.
       4000-ARCHIVE-RUN.
           PERFORM 4050-SET-RETENTION-CUTOFF.
           MOVE ZEROS TO Archived-Count, Owing-Count, Owing-Total.
           OPEN I-O StudentFile.
           IF WS-Student-File-Status NOT = "00"
               DISPLAY "STUDENT.DAT NOT AVAILABLE - NOTHING "
                   "ARCHIVED"
           ELSE
               OPEN EXTEND ArchiveFile
               IF WS-Archive-File-Status NOT = "00"
                   OPEN OUTPUT ArchiveFile
               END-IF
               OPEN OUTPUT ArchiveRep
               WRITE Archive-Print-Line FROM Archive-Heading-Line
               AFTER ADVANCING 1 LINE
               PERFORM VARYING LVT-Idx FROM 1 BY 1
                   UNTIL LVT-Idx > Leaver-Count
                   EVALUATE TRUE
                       WHEN LVT-Owing(LVT-Idx)
                           PERFORM 4100-REVIEW-OWING-LEAVER
                       WHEN LVT-Closed(LVT-Idx)
                           AND LVT-Closed-Date(LVT-Idx)
                               NOT > Retention-Cutoff
                           PERFORM 4200-ARCHIVE-ONE-LEAVER
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM
               MOVE Archived-Count TO ARL-Archived
               MOVE Owing-Count TO ARL-Owing
               MOVE Owing-Total TO ARL-Owing-Total
               WRITE Archive-Print-Line FROM Archive-Totals-Line
               AFTER ADVANCING 2 LINES
               CLOSE ArchiveRep, ArchiveFile, StudentFile
               DISPLAY "ARCHIVED: " Archived-Count
                   " STILL OWING: " Owing-Count
           END-IF.

       4050-SET-RETENTION-CUTOFF.
           MOVE Business-Date TO Retention-Cutoff.
           PERFORM VARYING Shift-Idx FROM 1 BY 1
               UNTIL Shift-Idx > Retention-Months
               IF RCO-Month > 1
                   SUBTRACT 1 FROM RCO-Month
               ELSE
                   MOVE 12 TO RCO-Month
                   SUBTRACT 1 FROM RCO-Year
               END-IF
           END-PERFORM.

      * A debt paid off since the student left (through Students or
      * a cheque) closes the account from today.
       4100-REVIEW-OWING-LEAVER.
           MOVE LVT-RollNumber(LVT-Idx) TO Student-RollNumber.
           READ StudentFile
               INVALID KEY
                   MOVE ZEROS TO Student-ShopTotal
           END-READ.
           IF Student-ShopTotal = ZEROS
               MOVE "C" TO LVT-Status(LVT-Idx)
               MOVE Business-Date TO LVT-Closed-Date(LVT-Idx)
               SET Leavers-Changed TO TRUE
           ELSE
               ADD 1 TO Owing-Count
               ADD Student-ShopTotal TO Owing-Total
               MOVE LVT-RollNumber(LVT-Idx) TO ARL-RollNumber
               MOVE LVT-Name(LVT-Idx) TO ARL-Name
               MOVE Student-ShopTotal TO ARL-Amount
               MOVE "STILL OWING" TO ARL-Note
               WRITE Archive-Print-Line FROM Archive-Detail-Line
               AFTER ADVANCING 1 LINE
           END-IF.

      * A refund still waiting for bank details keeps the account on
      * the roster until it has been paid.
       4200-ARCHIVE-ONE-LEAVER.
           MOVE LVT-RollNumber(LVT-Idx) TO ARL-RollNumber.
           MOVE LVT-Name(LVT-Idx) TO ARL-Name.
           MOVE ZEROS TO ARL-Amount.
           IF LVT-Refund-Pending(LVT-Idx)
               MOVE LVT-Refund-Due(LVT-Idx) TO ARL-Amount
               MOVE "HELD - REFUND UNPAID" TO ARL-Note
           ELSE
               MOVE LVT-RollNumber(LVT-Idx) TO Student-RollNumber
               READ StudentFile
                   INVALID KEY
                       MOVE "NOT ON ROSTER" TO ARL-Note
                   NOT INVALID KEY
                       PERFORM 4250-MOVE-TO-ARCHIVE
               END-READ
               MOVE "A" TO LVT-Status(LVT-Idx)
               SET Leavers-Changed TO TRUE
           END-IF.
           WRITE Archive-Print-Line FROM Archive-Detail-Line
           AFTER ADVANCING 1 LINE.

       4250-MOVE-TO-ARCHIVE.
           MOVE SPACES TO Archive-Rec.
           MOVE Student-Rec TO Arch-Student-Image.
           MOVE LVT-Leaving-Date(LVT-Idx) TO Arch-Leaving-Date.
           MOVE LVT-Closed-Date(LVT-Idx) TO Arch-Closed-Date.
           MOVE Business-Date TO Arch-Archive-Date.
           WRITE Archive-Rec.
           MOVE Student-Rec TO Roster-Before-Image.
           DELETE StudentFile RECORD
               INVALID KEY
                   MOVE "DELETE FAILED" TO ARL-Note
               NOT INVALID KEY
                   ADD 1 TO Archived-Count
                   MOVE "ARCHIVED" TO ARL-Note
                   MOVE "STUDENT.DAT" TO Journal-File-Name
                   MOVE "D" TO Journal-Action
                   MOVE LVT-RollNumber(LVT-Idx) TO Journal-Record-Key
                   MOVE Roster-Before-Image TO Journal-Before-Image
                   MOVE SPACES TO Journal-After-Image
                   PERFORM Log-Update-Journal
           END-DELETE.

       5000-REWRITE-LEAVERS.
           OPEN OUTPUT LeaverFile.
           PERFORM VARYING LVT-Idx FROM 1 BY 1
               UNTIL LVT-Idx > Leaver-Count
               MOVE Leaver-Entry(LVT-Idx) TO Leaver-Rec
               WRITE Leaver-Rec
           END-PERFORM.
           CLOSE LeaverFile.

       JOURNAL-ROSTER-UPDATE.
           MOVE "STUDENT.DAT" TO Journal-File-Name.
           MOVE "U" TO Journal-Action.
           MOVE Student-RollNumber TO Journal-Record-Key.
           MOVE Roster-Before-Image TO Journal-Before-Image.
           MOVE Student-Rec TO Journal-After-Image.
           PERFORM Log-Update-Journal.

       COPY "UPDJRNLPA.CPY".

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="STULEAVE"==.
       COPY "OPSIGNPA.CPY".
       COPY "BUSDATEPA.CPY".
       COPY "OPROLEPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="STULEAVE"==.

       END PROGRAM StuLeave.
