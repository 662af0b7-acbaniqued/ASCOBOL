      *          mandate keyed back in the (F) transaction puts the
      *          amount back on the balance with its own journal
      *          line.
      *          Brothers and sisters sharing a FAMILY.DAT family
      *          code with an active family mandate are collected
      *          together: the threshold applies to the family's
      *          combined balance, the bank gets one line for the
      *          family, and each child's balance is still cleared
      *          with its own journal line naming the family. A
      *          failed family collection is keyed once by family
      *          code and collection date and is traced back from
      *          those journal lines, each child's balance taking
      *          back exactly what was collected from it.
      *          A student StuLeave has marked as left is never
      *          collected and does not count towards a family's
      *          balance; the leaver's account is settled there.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Mandate-File-Status.

       SELECT FamilyFile ASSIGN TO "FAMILY.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Family-File-Status.

       SELECT StuJournalFile ASSIGN TO "STUJRNL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-StuJournal-File-Status.
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

       FD MandateFile.
       01 Mandate-Rec.
           02  Mand-Active            PIC X.
               88 Mand-Is-Active      VALUE "Y".

       FD FamilyFile.
       01 Family-Rec.
           88 EndOfFamilyFile     VALUE HIGH-VALUES.
           02  Fam-Code               PIC X(6).
           02  FILLER                 PIC X(103).
           02  Fam-Sort-Code          PIC X(6).
           02  FILLER                 PIC X.
           02  Fam-Account-Number     PIC X(8).
           02  FILLER                 PIC X.
           02  Fam-Mandate-Active     PIC X.
               88 Fam-Mandate-Is-Active VALUE "Y".

       FD StuJournalFile.
       01 StuJournal-Rec.
           88 EndOfStuJournalFile VALUE HIGH-VALUES.
           02  StuJrnl-RollNumber     PIC 9(5).
           02  FILLER                 PIC X.
           02  StuJrnl-Date           PIC 9(8).
           02  BankDd-Amount          PIC 9(9)V99.
           02  FILLER                 PIC X.
           02  BankDd-Collect-Date    PIC 9(8).
      * Set on a family's combined line, whose roll number is zero;
      * spaces on a single student's line.
           02  FILLER                 PIC X.
           02  BankDd-Family-Code     PIC X(6).

       FD DebitParmFile.
       01 DebitParm-Rec.
       WORKING-STORAGE SECTION.
       01  WS-Student-File-Status      PIC XX.
       01  WS-Mandate-File-Status      PIC XX.
       01  WS-Family-File-Status       PIC XX.
       01  WS-StuJournal-File-Status   PIC XX.
       01  WS-BankDd-File-Status       PIC XX.
       01  WS-DebitParm-File-Status    PIC XX.
       01  MND-Idx                     PIC 9(3).
       01  MND-Found-Idx               PIC 9(3).

      * Active family mandates, with the family's combined roster
      * balance and, once selected, the amount collected for it.
       01  Family-Mandate-Table.
           02  Family-Mandate-Entry OCCURS 500 TIMES.
               03  FMD-Family-Code      PIC X(6).
               03  FMD-Sort-Code        PIC X(6).
               03  FMD-Account-Number   PIC X(8).
               03  FMD-Balance-Total    PIC 9(7)V99.
               03  FMD-Collect-Amount   PIC 9(7)V99.

       01  Family-Mandate-Count        PIC 9(3) VALUE ZEROS.
       01  FMD-Idx                     PIC 9(3).
       01  FMD-Found-Idx               PIC 9(3).

      * The run's selected collections, proved before release.
       01  Collect-Table.
           02  Collect-Entry OCCURS 700 TIMES.
               03  COL-Sort-Code        PIC X(6).
               03  COL-Account-Number   PIC X(8).
               03  COL-Amount           PIC 9(5)V99.
               03  COL-Family-Idx       PIC 9(3).

       01  Collect-Count               PIC 9(3) VALUE ZEROS.
       01  COL-Idx                     PIC 9(3).
       01  Bank-Line-Count             PIC 9(4) VALUE ZEROS.

      * Journal description on a child's share of a family
      * collection, and on its reversal - the key the failed
      * collection is traced back by.
       01  Family-Dd-Description.
           02  FILLER                  PIC X(10) VALUE "DD FAMILY ".
           02  FDD-Family-Code         PIC X(6).
       01  Family-Fail-Description.
           02  FILLER                  PIC X(12) VALUE
               "DD FAM FAIL ".
           02  FFD-Family-Code         PIC X(6).

      * The children's shares of one failed family collection.
       01  Fail-Child-Table.
           02  Fail-Child-Entry OCCURS 30 TIMES.
               03  FCF-RollNumber       PIC 9(5).
               03  FCF-Amount           PIC 9(5)V99.
       01  Fail-Child-Count            PIC 99 VALUE ZEROS.
       01  FCF-Idx                     PIC 99.
       01  Fail-Traced-Total           PIC 9(7)V99 VALUE ZEROS.
       01  Fail-Already-Switch         PIC X VALUE "N".
           88 Fail-Already-Reversed    VALUE "Y".
       01  Fail-Overflow-Switch        PIC X VALUE "N".
           88 Fail-Overflowed          VALUE "Y".
       01  Entry-Family-Code           PIC X(6).
       01  Entry-Collect-Date          PIC 9(8).
       01  Fail-Kind                   PIC X VALUE SPACE.
           88 Fail-Family              VALUE "F", "f".

       01  Balance-Threshold           PIC 9(5)V99 VALUE ZEROS.
       01  Selected-Total              PIC 9(9)V99 VALUE ZEROS.
           02  CTL-RollNumber          PIC 9(5).
           02  FILLER                  PIC X(10) VALUE "  AMOUNT: ".
           02  CTL-Amount              PIC ZZ,ZZ9.99.
           02  FILLER                  PIC X(10) VALUE "  FAMILY: ".
           02  CTL-Family-Code         PIC X(6).

       01  DebitCtl-Family-Line.
           02  FILLER                  PIC X(9)  VALUE " FAMILY: ".
           02  CTL-Fam-Code            PIC X(6).
           02  FILLER                  PIC X(18) VALUE
               "  COMBINED DEBIT: ".
           02  CTL-Fam-Amount          PIC Z,ZZZ,ZZ9.99.

       01  DebitCtl-Totals-Line.
           02  FILLER                  PIC X(18) VALUE
           MOVE Operator-ID TO RunLog-Operator-ID.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-MANDATES.
           PERFORM 1100-LOAD-FAMILY-MANDATES.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL Txn-Quit.
           PERFORM Log-Run-Complete.
                   "BE COLLECTED"
           END-IF.

       1100-LOAD-FAMILY-MANDATES.
           OPEN INPUT FamilyFile.
           IF WS-Family-File-Status = "00"
               READ FamilyFile
                   AT END SET EndOfFamilyFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfFamilyFile
                   IF Fam-Mandate-Is-Active
                       IF Family-Mandate-Count < 500
                           ADD 1 TO Family-Mandate-Count
                           MOVE Fam-Code TO
                               FMD-Family-Code(Family-Mandate-Count)
                           MOVE Fam-Sort-Code TO
                               FMD-Sort-Code(Family-Mandate-Count)
                           MOVE Fam-Account-Number TO
                               FMD-Account-Number(Family-Mandate-Count)
                       ELSE
                           DISPLAY "WARNING: FAMILY MANDATE TABLE "
                               "FULL - FAMILY " Fam-Code
                               " NOT COLLECTED AS A FAMILY"
                       END-IF
                   END-IF
                   READ FamilyFile
                       AT END SET EndOfFamilyFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FamilyFile
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           DISPLAY "DD COLLECTION - (C)OLLECTION RUN "
               "(F)AILED MANDATE (Q)UIT".

       3000-COLLECTION-RUN.
           PERFORM 3100-GET-THRESHOLD.
           PERFORM 3150-TOTAL-FAMILY-BALANCES.
           PERFORM 3200-SELECT-BALANCES.
           PERFORM 3270-TOTAL-BANK-LINES.
           PERFORM 3300-PROVE-AND-RELEASE.

       3100-GET-THRESHOLD.
               END-IF
           END-IF.

      * A first pass adds up each mandated family's balances, so
      * the threshold can be tested against the family as a whole.
       3150-TOTAL-FAMILY-BALANCES.
           PERFORM VARYING FMD-Idx FROM 1 BY 1
               UNTIL FMD-Idx > Family-Mandate-Count
               MOVE ZEROS TO FMD-Balance-Total(FMD-Idx),
                   FMD-Collect-Amount(FMD-Idx)
           END-PERFORM.
           OPEN INPUT StudentFile.
           IF WS-Student-File-Status = "00"
               MOVE ZEROS TO Student-RollNumber
               START StudentFile KEY NOT < Student-RollNumber
                   INVALID KEY
                       CONTINUE
               END-START
               MOVE "Y" TO Student-Read-OK
               PERFORM UNTIL NOT Student-Was-Read
                   READ StudentFile NEXT RECORD
                       AT END MOVE "N" TO Student-Read-OK
                       NOT AT END
                           IF NOT Student-Has-Left
                               PERFORM 3155-ADD-TO-FAMILY-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE StudentFile
           END-IF.

       3155-ADD-TO-FAMILY-TOTAL.
           PERFORM 3160-FIND-FAMILY-MANDATE.
           IF FMD-Found-Idx > ZEROS
               ADD Student-ShopTotal TO FMD-Balance-Total(FMD-Found-Idx)
           END-IF.

       3160-FIND-FAMILY-MANDATE.
           MOVE ZEROS TO FMD-Found-Idx.
           IF Student-Family-Code NOT = SPACES
               PERFORM VARYING FMD-Idx FROM 1 BY 1
                   UNTIL FMD-Idx > Family-Mandate-Count
                   IF FMD-Family-Code(FMD-Idx) = Student-Family-Code
                       MOVE FMD-Idx TO FMD-Found-Idx
                   END-IF
               END-PERFORM
           END-IF.

      * The whole roster streams past once; a balance over the
      * threshold with an active mandate collects in full. A child
      * on a mandated family is collected with the family when the
      * family's combined balance is over the threshold, and never
      * on a mandate of its own.
       3200-SELECT-BALANCES.
           MOVE ZEROS TO Collect-Count, Selected-Total,
               Release-Total.
               PERFORM UNTIL NOT Student-Was-Read
                   READ StudentFile NEXT RECORD
                       AT END MOVE "N" TO Student-Read-OK
                       NOT AT END
                           IF NOT Student-Has-Left
                               PERFORM 3250-CONSIDER-STUDENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE StudentFile
           END-IF.

       3250-CONSIDER-STUDENT.
           PERFORM 3160-FIND-FAMILY-MANDATE.
           IF FMD-Found-Idx > ZEROS
               IF FMD-Balance-Total(FMD-Found-Idx) > Balance-Threshold
                   AND Student-ShopTotal > ZEROS
                   AND Collect-Count < 700
                   ADD 1 TO Collect-Count
                   MOVE Student-RollNumber
                       TO COL-RollNumber(Collect-Count)
                   MOVE FMD-Sort-Code(FMD-Found-Idx)
                       TO COL-Sort-Code(Collect-Count)
                   MOVE FMD-Account-Number(FMD-Found-Idx)
                       TO COL-Account-Number(Collect-Count)
                   MOVE Student-ShopTotal
                       TO COL-Amount(Collect-Count)
                   MOVE FMD-Found-Idx TO COL-Family-Idx(Collect-Count)
                   ADD Student-ShopTotal
                       TO FMD-Collect-Amount(FMD-Found-Idx)
                   ADD Student-ShopTotal TO Selected-Total
               END-IF
           ELSE
               IF Student-ShopTotal > Balance-Threshold
                   PERFORM 3260-CONSIDER-OWN-MANDATE
               END-IF
           END-IF.

       3260-CONSIDER-OWN-MANDATE.
           MOVE ZEROS TO MND-Found-Idx.
           PERFORM VARYING MND-Idx FROM 1 BY 1
               UNTIL MND-Idx > Mandate-Count
               IF MND-RollNumber(MND-Idx) = Student-RollNumber
                   MOVE MND-Idx TO MND-Found-Idx
               END-IF
           END-PERFORM.
           IF MND-Found-Idx > ZEROS
               AND Collect-Count < 700
               ADD 1 TO Collect-Count
               MOVE Student-RollNumber
                   TO COL-RollNumber(Collect-Count)
               MOVE MND-Sort-Code(MND-Found-Idx)
                   TO COL-Sort-Code(Collect-Count)
               MOVE MND-Account-Number(MND-Found-Idx)
                   TO COL-Account-Number(Collect-Count)
               MOVE Student-ShopTotal
                   TO COL-Amount(Collect-Count)
               MOVE ZEROS TO COL-Family-Idx(Collect-Count)
               ADD Student-ShopTotal TO Selected-Total
           END-IF.

      * The release total is built from the bank's side - each
      * single collection plus each family's combined line - so it
      * proves against the children's balances selected.
       3270-TOTAL-BANK-LINES.
           MOVE ZEROS TO Release-Total, Bank-Line-Count.
           PERFORM VARYING COL-Idx FROM 1 BY 1
               UNTIL COL-Idx > Collect-Count
               IF COL-Family-Idx(COL-Idx) = ZEROS
                   ADD 1 TO Bank-Line-Count
                   ADD COL-Amount(COL-Idx) TO Release-Total
               END-IF
           END-PERFORM.
           PERFORM VARYING FMD-Idx FROM 1 BY 1
               UNTIL FMD-Idx > Family-Mandate-Count
               IF FMD-Collect-Amount(FMD-Idx) > ZEROS
                   ADD 1 TO Bank-Line-Count
                   ADD FMD-Collect-Amount(FMD-Idx) TO Release-Total
               END-IF
           END-PERFORM.

      * Release only when the control columns agree, then cut the
      * file, post the journal lines and clear the balances - all
      * or nothing, the BankPay discipline.
               UNTIL COL-Idx > Collect-Count
               MOVE COL-RollNumber(COL-Idx) TO CTL-RollNumber
               MOVE COL-Amount(COL-Idx) TO CTL-Amount
               IF COL-Family-Idx(COL-Idx) > ZEROS
                   MOVE FMD-Family-Code(COL-Family-Idx(COL-Idx))
                       TO CTL-Family-Code
               ELSE
                   MOVE SPACES TO CTL-Family-Code
               END-IF
               WRITE DebitCtl-Print-Line FROM DebitCtl-Detail-Line
               AFTER ADVANCING 1 LINE
           END-PERFORM.
           PERFORM VARYING FMD-Idx FROM 1 BY 1
               UNTIL FMD-Idx > Family-Mandate-Count
               IF FMD-Collect-Amount(FMD-Idx) > ZEROS
                   MOVE FMD-Family-Code(FMD-Idx) TO CTL-Fam-Code
                   MOVE FMD-Collect-Amount(FMD-Idx) TO CTL-Fam-Amount
                   WRITE DebitCtl-Print-Line
                       FROM DebitCtl-Family-Line
                   AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.
           MOVE Selected-Total TO CTL-Selected-Total.
           MOVE Release-Total TO CTL-Release-Total.
           WRITE DebitCtl-Print-Line FROM DebitCtl-Totals-Line
           OPEN OUTPUT BankDdFile.
           PERFORM VARYING COL-Idx FROM 1 BY 1
               UNTIL COL-Idx > Collect-Count
               IF COL-Family-Idx(COL-Idx) = ZEROS
                   MOVE SPACES TO BankDd-Rec
                   MOVE COL-Sort-Code(COL-Idx) TO BankDd-Sort-Code
                   MOVE COL-Account-Number(COL-Idx)
                       TO BankDd-Account-Number
                   MOVE COL-RollNumber(COL-Idx) TO BankDd-RollNumber
                   MOVE COL-Amount(COL-Idx) TO BankDd-Amount
                   MOVE Business-Date TO BankDd-Collect-Date
                   WRITE BankDd-Rec
               END-IF
           END-PERFORM.
           PERFORM VARYING FMD-Idx FROM 1 BY 1
               UNTIL FMD-Idx > Family-Mandate-Count
               IF FMD-Collect-Amount(FMD-Idx) > ZEROS
                   MOVE SPACES TO BankDd-Rec
                   MOVE FMD-Sort-Code(FMD-Idx) TO BankDd-Sort-Code
                   MOVE FMD-Account-Number(FMD-Idx)
                       TO BankDd-Account-Number
                   MOVE ZEROS TO BankDd-RollNumber
                   MOVE FMD-Collect-Amount(FMD-Idx) TO BankDd-Amount
                   MOVE Business-Date TO BankDd-Collect-Date
                   MOVE FMD-Family-Code(FMD-Idx)
                       TO BankDd-Family-Code
                   WRITE BankDd-Rec
               END-IF
           END-PERFORM.
           MOVE SPACES TO BankDd-Rec.
           MOVE "TRAILR" TO BankDd-Sort-Code.
           MOVE Bank-Line-Count TO BankDd-Trail-Count.
           MOVE Release-Total TO BankDd-Amount.
           WRITE BankDd-Rec.
           CLOSE BankDdFile.
                       MOVE "R" TO StuJrnl-Type
                       COMPUTE StuJrnl-Amount =
                           ZERO - COL-Amount(COL-Idx)
                       IF COL-Family-Idx(COL-Idx) > ZEROS
                           MOVE FMD-Family-Code(COL-Family-Idx(COL-Idx))
                               TO FDD-Family-Code
                           MOVE Family-Dd-Description
                               TO StuJrnl-Description
                       ELSE
                           MOVE "DD COLLECTION" TO StuJrnl-Description
                       END-IF
                       MOVE Operator-ID TO StuJrnl-Operator-ID
                       WRITE StuJournal-Rec
               END-READ
      * balance takes the amount back, and the letters resume for
      * that parent.
       4000-FAILED-MANDATE.
           DISPLAY "FAILED MANDATE - (S)TUDENT OR (F)AMILY".
           ACCEPT Fail-Kind.
           IF Fail-Family
               PERFORM 4100-FAILED-FAMILY-MANDATE
           ELSE
               PERFORM 4050-FAILED-STUDENT-MANDATE
           END-IF.

       4050-FAILED-STUDENT-MANDATE.
           DISPLAY "STUDENT ROLL NUMBER".
           ACCEPT Entry-RollNumber.
           DISPLAY "FAILED AMOUNT (NNNNNNN, CENTS IMPLIED)".
               DISPLAY "AMOUNT MUST BE NUMERIC"
           END-IF.

      * A family's combined debit bounced. The journal lines of that
      * day's collection say what each child contributed; they must
      * add up to the amount the bank returned, and each child gets
      * back exactly its own share. A collection already reversed
      * is refused, so a second keying cannot restore it twice.
       4100-FAILED-FAMILY-MANDATE.
           DISPLAY "FAMILY CODE".
           ACCEPT Entry-Family-Code.
           DISPLAY "COLLECTION DATE (YYYYMMDD)".
           ACCEPT Entry-Collect-Date.
           DISPLAY "FAILED AMOUNT (NNNNNNN, CENTS IMPLIED)".
           ACCEPT Entry-Amount-X.
           IF Entry-Amount-X IS NUMERIC
               MOVE Entry-Amount-N TO Fail-Amount
               PERFORM 4150-TRACE-FAMILY-COLLECTION
               EVALUATE TRUE
                   WHEN Fail-Already-Reversed
                       DISPLAY "FAMILY " Entry-Family-Code
                           " COLLECTION OF " Entry-Collect-Date
                           " IS ALREADY REVERSED - NOTHING POSTED"
                   WHEN Fail-Child-Count = ZEROS
                       DISPLAY "NO FAMILY COLLECTION FOUND FOR "
                           Entry-Family-Code " ON "
                           Entry-Collect-Date " - NOTHING POSTED"
                   WHEN Fail-Overflowed
                       DISPLAY "TOO MANY CHILDREN IN THE COLLECTION "
                           "- NOTHING POSTED"
                   WHEN Fail-Traced-Total NOT = Fail-Amount
                       DISPLAY "COLLECTION TRACED TO "
                           Fail-Traced-Total " NOT " Fail-Amount
                           " - NOTHING POSTED"
                   WHEN OTHER
                       PERFORM 4200-RESTORE-CHILD-BALANCES
               END-EVALUATE
           ELSE
               DISPLAY "AMOUNT MUST BE NUMERIC"
           END-IF.

       4150-TRACE-FAMILY-COLLECTION.
           MOVE ZEROS TO Fail-Child-Count, Fail-Traced-Total.
           MOVE "N" TO Fail-Already-Switch, Fail-Overflow-Switch.
           MOVE Entry-Family-Code TO FDD-Family-Code,
               FFD-Family-Code.
           OPEN INPUT StuJournalFile.
           IF WS-StuJournal-File-Status = "00"
               READ StuJournalFile
                   AT END SET EndOfStuJournalFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfStuJournalFile
                   IF StuJrnl-Type = "R"
                       AND StuJrnl-Date = Entry-Collect-Date
                       AND StuJrnl-Description = Family-Dd-Description
                       IF Fail-Child-Count < 30
                           ADD 1 TO Fail-Child-Count
                           MOVE StuJrnl-RollNumber
                               TO FCF-RollNumber(Fail-Child-Count)
                           COMPUTE FCF-Amount(Fail-Child-Count) =
                               ZERO - StuJrnl-Amount
                           ADD FCF-Amount(Fail-Child-Count)
                               TO Fail-Traced-Total
                       ELSE
                           SET Fail-Overflowed TO TRUE
                       END-IF
                   END-IF
                   IF StuJrnl-Type = "F"
                       AND StuJrnl-Date >= Entry-Collect-Date
                       AND StuJrnl-Description
                           = Family-Fail-Description
                       SET Fail-Already-Reversed TO TRUE
                   END-IF
                   READ StuJournalFile
                       AT END SET EndOfStuJournalFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StuJournalFile
           END-IF.

       4200-RESTORE-CHILD-BALANCES.
           OPEN I-O StudentFile.
           IF WS-Student-File-Status NOT = "00"
               DISPLAY "STUDENT.DAT NOT AVAILABLE"
           ELSE
               OPEN EXTEND StuJournalFile
               IF WS-StuJournal-File-Status NOT = "00"
                   OPEN OUTPUT StuJournalFile
               END-IF
               PERFORM VARYING FCF-Idx FROM 1 BY 1
                   UNTIL FCF-Idx > Fail-Child-Count
                   MOVE FCF-RollNumber(FCF-Idx) TO Student-RollNumber
                   READ StudentFile
                       INVALID KEY
                           DISPLAY "WARNING: ROLL "
                               FCF-RollNumber(FCF-Idx)
                               " NOT ON FILE - NOT RESTORED"
                       NOT INVALID KEY
                           MOVE Student-Rec TO Roster-Before-Image
                           ADD FCF-Amount(FCF-Idx)
                               TO Student-ShopTotal
                           MOVE Business-Date
                               TO Student-Business-Date
                           REWRITE Student-Rec
                           PERFORM JOURNAL-ROSTER-UPDATE
                           MOVE SPACES TO StuJournal-Rec
                           MOVE FCF-RollNumber(FCF-Idx)
                               TO StuJrnl-RollNumber
                           MOVE Business-Date TO StuJrnl-Date
                           MOVE "F" TO StuJrnl-Type
                           MOVE FCF-Amount(FCF-Idx) TO StuJrnl-Amount
                           MOVE Family-Fail-Description
                               TO StuJrnl-Description
                           MOVE Operator-ID TO StuJrnl-Operator-ID
                           WRITE StuJournal-Rec
                           DISPLAY "BALANCE RESTORED FOR "
                               FCF-RollNumber(FCF-Idx) " "
                               FCF-Amount(FCF-Idx)
                   END-READ
               END-PERFORM
               CLOSE StuJournalFile, StudentFile
           END-IF.


      * One journal line for the roster change just applied.
       JOURNAL-ROSTER-UPDATE.
