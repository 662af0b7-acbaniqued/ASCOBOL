      ******************************************************************
      * Author:
      * Date:
      * Purpose: Sponsor billing and arrears for the bursary, grant
      *          and employer-sponsor shares the FeeAssess term fees
      *          run splits off onto SPONLEDG.DAT. The invoice run
      *          bills each funder on SPONSOR.DAT once for all its
      *          uninvoiced students - one document per funder on
      *          SPONINV.RPT, the next invoice number, due after the
      *          funder's terms in months - and marks those lines
      *          invoiced. A funder's receipt posts against its
      *          oldest invoiced lines first, and the arrears report
      *          shows what each funder still owes: not yet due,
      *          overdue by months, and anything still waiting for
      *          an invoice. The ledger is held in a table and
      *          rewritten in full at the end, the ParcBill way.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SponBill.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SponsorFile ASSIGN TO "SPONSOR.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Sponsor-File-Status.

       SELECT SponLedgFile ASSIGN TO "SPONLEDG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SponLedg-File-Status.

       SELECT SponInvRep ASSIGN TO "SPONINV.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SponArrRep ASSIGN TO "SPONARR.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "RUNLOCKFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
      * Funder master, kept by the bursar: name and address for the
      * invoice, and the months allowed to pay it.
       FD SponsorFile.
       01 Sponsor-Rec.
           88 EndOfSponsorFile    VALUE HIGH-VALUES.
           02  Spon-Code              PIC X(6).
           02  FILLER                 PIC X.
           02  Spon-Name              PIC X(30).
           02  FILLER                 PIC X.
           02  Spon-Address-1         PIC X(30).
           02  FILLER                 PIC X.
           02  Spon-Address-2         PIC X(30).
           02  FILLER                 PIC X.
           02  Spon-Postcode          PIC X(8).
           02  FILLER                 PIC X.
           02  Spon-Terms-Months      PIC 99.

      * One line per student share: U uninvoiced, O invoiced and
      * open, S settled.
       FD SponLedgFile.
       01 SponLedg-Rec.
           88 EndOfSponLedgFile   VALUE HIGH-VALUES.
           02  SL-Sponsor-Code        PIC X(6).
           02  FILLER                 PIC X.
           02  SL-RollNumber          PIC 9(5).
           02  FILLER                 PIC X.
           02  SL-Student-Name        PIC X(20).
           02  FILLER                 PIC X.
           02  SL-Term-Label          PIC X(12).
           02  FILLER                 PIC X.
           02  SL-Charge-Date         PIC 9(8).
           02  FILLER                 PIC X.
           02  SL-Amount              PIC 9(7)V99.
           02  FILLER                 PIC X.
           02  SL-Paid                PIC 9(7)V99.
           02  FILLER                 PIC X.
           02  SL-Status              PIC X.
           02  FILLER                 PIC X.
           02  SL-Invoice-No          PIC 9(6).
           02  FILLER                 PIC X.
           02  SL-Invoice-Date        PIC 9(8).
           02  FILLER                 PIC X.
           02  SL-Due-Date            PIC 9(8).

       FD SponInvRep.
       01 SponInv-Print-Line          PIC X(72).

       FD SponArrRep.
       01 SponArr-Print-Line          PIC X(90).

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "RUNLOCKFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-Sponsor-File-Status      PIC XX.
       01  WS-SponLedg-File-Status     PIC XX.
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "RUNLOCKWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Txn-Mode                    PIC X VALUE SPACE.
           88 Txn-Invoice              VALUE "I", "i".
           88 Txn-Receipt              VALUE "R", "r".
           88 Txn-Arrears              VALUE "A", "a".
           88 Txn-Quit                 VALUE "Q", "q".

       01  Sponsor-Table.
           02  Sponsor-Entry OCCURS 100 TIMES.
               03  SPT-Code             PIC X(6).
               03  SPT-Name             PIC X(30).
               03  SPT-Address-1        PIC X(30).
               03  SPT-Address-2        PIC X(30).
               03  SPT-Postcode         PIC X(8).
               03  SPT-Terms-Months     PIC 99.
       01  Sponsor-Count               PIC 9(3) VALUE ZEROS.
       01  SPT-Idx                     PIC 9(3).

       01  Ledger-Table.
           02  Ledger-Entry OCCURS 3000 TIMES.
               03  SLT-Sponsor-Code     PIC X(6).
               03  SLT-RollNumber       PIC 9(5).
               03  SLT-Student-Name     PIC X(20).
               03  SLT-Term-Label       PIC X(12).
               03  SLT-Charge-Date      PIC 9(8).
               03  SLT-Amount           PIC 9(7)V99.
               03  SLT-Paid             PIC 9(7)V99.
               03  SLT-Status           PIC X.
               03  SLT-Invoice-No       PIC 9(6).
               03  SLT-Invoice-Date     PIC 9(8).
               03  SLT-Due-Date         PIC 9(8).
       01  Ledger-Count                PIC 9(4) VALUE ZEROS.
      * Set when the load had to skip rows: carrying on would end in
      * a rewrite that deletes them, so the run stands down instead.
       01  Ledger-Load-Overflow-Switch PIC X VALUE "N".
           88 Ledger-Load-Overflowed   VALUE "Y".
       01  SLT-Idx                     PIC 9(4).
       01  SLT-Found-Idx               PIC 9(4).
       01  Ledger-Changed-Switch       PIC X VALUE "N".
           88 Ledger-Changed           VALUE "Y".

       01  Last-Invoice-No             PIC 9(6) VALUE ZEROS.
       01  Invoice-Total               PIC 9(9)V99.
       01  Invoice-Lines               PIC 9(4).
       01  Invoices-Raised             PIC 9(4) VALUE ZEROS.
       01  Due-Date-Work               PIC 9(8).
       01  Due-Date-Fields REDEFINES Due-Date-Work.
           02  DDW-Year                PIC 9(4).
           02  DDW-Month               PIC 99.
           02  DDW-Day                 PIC 99.
       01  Shift-Idx                   PIC 99.

       01  Entry-Sponsor-Code          PIC X(6).
       01  Entry-Amount-X              PIC X(11).
       01  Entry-Amount-N REDEFINES Entry-Amount-X
                                       PIC 9(9)V99.
       01  Payment-Left                PIC 9(9)V99.
       01  Take-Amount                 PIC 9(9)V99.
       01  Outstanding-Amount          PIC 9(9)V99.
       01  Oldest-Due-Date             PIC 9(8).
       01  Oldest-Invoice-No           PIC 9(6).

       01  Business-Month              PIC 9(6).
       01  Line-Due-Month              PIC 9(6).
       01  Months-Overdue              PIC S9(4).
       01  BM-Year                     PIC 9(4).
       01  BM-Month                    PIC 99.
       01  DM-Year                     PIC 9(4).
       01  DM-Month                    PIC 99.
       01  Age-Not-Due                 PIC 9(9)V99.
       01  Age-Bucket-1                PIC 9(9)V99.
       01  Age-Bucket-2                PIC 9(9)V99.
       01  Age-Bucket-3                PIC 9(9)V99.
       01  Age-Uninvoiced              PIC 9(9)V99.
       01  Sponsor-Owed                PIC 9(9)V99.
       01  All-Sponsors-Owed           PIC 9(11)V99 VALUE ZEROS.

       01  Inv-Heading-Line            PIC X(50) VALUE
           "     SPONSORED FEES INVOICE".

       01  Inv-Sponsor-Line.
           02  FILLER                  PIC X(11) VALUE " TO      : ".
           02  Prn-Sponsor-Name        PIC X(30).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Sponsor-Code        PIC X(6).

       01  Inv-Address-Line.
           02  FILLER                  PIC X(11) VALUE SPACES.
           02  Prn-Address             PIC X(30).

       01  Inv-Number-Line.
           02  FILLER                  PIC X(11) VALUE " INVOICE : ".
           02  Prn-Invoice-No          PIC 9(6).
           02  FILLER                  PIC X(9)  VALUE "  DATED: ".
           02  Prn-Invoice-Date        PIC 9(8).
           02  FILLER                  PIC X(7)  VALUE "  DUE: ".
           02  Prn-Due-Date            PIC 9(8).

       01  Inv-Detail-Line.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-RollNumber          PIC 9(5).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Student-Name        PIC X(20).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Term-Label          PIC X(12).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Amount              PIC Z,ZZZ,ZZ9.99.

       01  Inv-Total-Line.
           02  FILLER                  PIC X(46) VALUE
               " TOTAL DUE FOR THE STUDENTS ABOVE".
           02  Prn-Invoice-Total       PIC ZZZ,ZZZ,ZZ9.99.

       01  Arr-Heading-Line            PIC X(50) VALUE
           "     SPONSOR ARREARS BY FUNDER".

       01  Arr-Column-Line.
           02  FILLER                  PIC X(40) VALUE
               " FUNDER   NOT DUE    1 MONTH   2 MONTHS ".
           02  FILLER                  PIC X(40) VALUE
               "  3+MONTHS UNINVOICED   TOTAL OWED".

       01  Arr-Sponsor-Line.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Arr-Code            PIC X(6).
           02  Prn-Arr-Not-Due         PIC ZZZ,ZZ9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Arr-Bucket-1        PIC ZZZ,ZZ9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Arr-Bucket-2        PIC ZZZ,ZZ9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Arr-Bucket-3        PIC ZZZ,ZZ9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Arr-Uninvoiced      PIC ZZZ,ZZ9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Arr-Owed            PIC Z,ZZZ,ZZ9.99.

       01  Arr-Name-Line.
           02  FILLER                  PIC X(8)  VALUE SPACES.
           02  Prn-Arr-Name            PIC X(30).

       01  Arr-Total-Line.
           02  FILLER                  PIC X(30) VALUE
               " OWED BY ALL FUNDERS        : ".
           02  Prn-Arr-All-Owed        PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           MOVE Operator-ID TO Lock-My-Operator.
           MOVE "SPONLEDG.LCK" TO Lock-File-Name.
           PERFORM Acquire-Run-Lock.
           IF NOT Run-Lock-Held
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-SPONSORS.
           PERFORM 1100-LOAD-SPONSOR-LEDGER.
      * Working from a partial table would end in a rewrite that
      * deletes the lines that did not fit, so an overloaded ledger
      * refuses the whole session.
           IF Ledger-Load-Overflowed
               DISPLAY "SPONLEDG.DAT EXCEEDS THE TABLE - RUN "
                   "REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM Release-Run-Lock
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL Txn-Quit.
           IF Ledger-Changed
               PERFORM 5000-REWRITE-SPONSOR-LEDGER
           END-IF.
           PERFORM Release-Run-Lock.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-SPONSORS.
           OPEN INPUT SponsorFile.
           IF WS-Sponsor-File-Status = "00"
               READ SponsorFile
                   AT END SET EndOfSponsorFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSponsorFile
                   IF Sponsor-Count < 100
                       ADD 1 TO Sponsor-Count
                       MOVE Spon-Code TO SPT-Code(Sponsor-Count)
                       MOVE Spon-Name TO SPT-Name(Sponsor-Count)
                       MOVE Spon-Address-1
                           TO SPT-Address-1(Sponsor-Count)
                       MOVE Spon-Address-2
                           TO SPT-Address-2(Sponsor-Count)
                       MOVE Spon-Postcode
                           TO SPT-Postcode(Sponsor-Count)
                       IF Spon-Terms-Months IS NUMERIC
                           AND Spon-Terms-Months > ZEROS
                           MOVE Spon-Terms-Months
                               TO SPT-Terms-Months(Sponsor-Count)
                       ELSE
                           MOVE 01 TO SPT-Terms-Months(Sponsor-Count)
                       END-IF
                   ELSE
                       DISPLAY "WARNING: SPONSOR TABLE FULL - "
                           Spon-Code " NOT LOADED"
                   END-IF
                   READ SponsorFile
                       AT END SET EndOfSponsorFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SponsorFile
           ELSE
               DISPLAY "WARNING: SPONSOR.DAT NOT AVAILABLE - "
                   "NOBODY CAN BE INVOICED"
           END-IF.

       1100-LOAD-SPONSOR-LEDGER.
           OPEN INPUT SponLedgFile.
           IF WS-SponLedg-File-Status = "00"
               READ SponLedgFile
                   AT END SET EndOfSponLedgFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSponLedgFile
                   IF Ledger-Count < 3000
                       ADD 1 TO Ledger-Count
                       MOVE SL-Sponsor-Code
                           TO SLT-Sponsor-Code(Ledger-Count)
                       MOVE SL-RollNumber
                           TO SLT-RollNumber(Ledger-Count)
                       MOVE SL-Student-Name
                           TO SLT-Student-Name(Ledger-Count)
                       MOVE SL-Term-Label
                           TO SLT-Term-Label(Ledger-Count)
                       MOVE SL-Charge-Date
                           TO SLT-Charge-Date(Ledger-Count)
                       MOVE SL-Amount TO SLT-Amount(Ledger-Count)
                       MOVE SL-Paid TO SLT-Paid(Ledger-Count)
                       MOVE SL-Status TO SLT-Status(Ledger-Count)
                       MOVE SL-Invoice-No
                           TO SLT-Invoice-No(Ledger-Count)
                       MOVE SL-Invoice-Date
                           TO SLT-Invoice-Date(Ledger-Count)
                       MOVE SL-Due-Date TO SLT-Due-Date(Ledger-Count)
                       IF SL-Invoice-No > Last-Invoice-No
                           MOVE SL-Invoice-No TO Last-Invoice-No
                       END-IF
                   ELSE
                       SET Ledger-Load-Overflowed TO TRUE
                       DISPLAY "WARNING: SPONLEDG.DAT TABLE FULL"
                   END-IF
                   READ SponLedgFile
                       AT END SET EndOfSponLedgFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SponLedgFile
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           DISPLAY "SPONSOR BILLING - (I)NVOICE RUN (R)ECEIPT "
               "(A)RREARS (Q)UIT".
           ACCEPT Txn-Mode.
           EVALUATE TRUE
               WHEN Txn-Invoice
                   PERFORM 3000-INVOICE-RUN
               WHEN Txn-Receipt
                   PERFORM 4000-POST-RECEIPT
               WHEN Txn-Arrears
                   PERFORM 4500-ARREARS-REPORT
               WHEN Txn-Quit
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

      * One invoice per funder covering every student share not yet
      * billed. A share whose funder is not on SPONSOR.DAT stays
      * uninvoiced and is reported, rather than billed to nobody.
       3000-INVOICE-RUN.
           MOVE ZEROS TO Invoices-Raised.
           OPEN OUTPUT SponInvRep.
           PERFORM VARYING SPT-Idx FROM 1 BY 1
               UNTIL SPT-Idx > Sponsor-Count
               PERFORM 3100-INVOICE-ONE-SPONSOR
           END-PERFORM.
           CLOSE SponInvRep.
           PERFORM VARYING SLT-Idx FROM 1 BY 1
               UNTIL SLT-Idx > Ledger-Count
               IF SLT-Status(SLT-Idx) = "U"
                   DISPLAY "WARNING: FUNDER "
                       SLT-Sponsor-Code(SLT-Idx)
                       " NOT ON SPONSOR.DAT - ROLL "
                       SLT-RollNumber(SLT-Idx) " NOT INVOICED"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-PERFORM.
           DISPLAY "INVOICES RAISED: " Invoices-Raised.

       3100-INVOICE-ONE-SPONSOR.
           MOVE ZEROS TO Invoice-Lines.
           PERFORM VARYING SLT-Idx FROM 1 BY 1
               UNTIL SLT-Idx > Ledger-Count
               IF SLT-Sponsor-Code(SLT-Idx) = SPT-Code(SPT-Idx)
                   AND SLT-Status(SLT-Idx) = "U"
                   ADD 1 TO Invoice-Lines
               END-IF
           END-PERFORM.
           IF Invoice-Lines > ZEROS
               ADD 1 TO Last-Invoice-No
               ADD 1 TO Invoices-Raised
               SET Ledger-Changed TO TRUE
               MOVE Business-Date TO Due-Date-Work
               PERFORM 3200-ADVANCE-DUE-DATE
               PERFORM 3300-PRINT-INVOICE-HEAD
               MOVE ZEROS TO Invoice-Total
               PERFORM VARYING SLT-Idx FROM 1 BY 1
                   UNTIL SLT-Idx > Ledger-Count
                   IF SLT-Sponsor-Code(SLT-Idx) = SPT-Code(SPT-Idx)
                       AND SLT-Status(SLT-Idx) = "U"
                       PERFORM 3400-INVOICE-ONE-LINE
                   END-IF
               END-PERFORM
               MOVE Invoice-Total TO Prn-Invoice-Total
               WRITE SponInv-Print-Line FROM Inv-Total-Line
               AFTER ADVANCING 2 LINES
           END-IF.

       3200-ADVANCE-DUE-DATE.
           PERFORM VARYING Shift-Idx FROM 1 BY 1
               UNTIL Shift-Idx > SPT-Terms-Months(SPT-Idx)
               IF DDW-Month < 12
                   ADD 1 TO DDW-Month
               ELSE
                   MOVE 01 TO DDW-Month
                   ADD 1 TO DDW-Year
               END-IF
           END-PERFORM.
           IF DDW-Day > 28
               MOVE 28 TO DDW-Day
           END-IF.

       3300-PRINT-INVOICE-HEAD.
           WRITE SponInv-Print-Line FROM Inv-Heading-Line
           AFTER ADVANCING PAGE.
           MOVE SPT-Name(SPT-Idx) TO Prn-Sponsor-Name.
           MOVE SPT-Code(SPT-Idx) TO Prn-Sponsor-Code.
           WRITE SponInv-Print-Line FROM Inv-Sponsor-Line
           AFTER ADVANCING 2 LINES.
           MOVE SPT-Address-1(SPT-Idx) TO Prn-Address.
           WRITE SponInv-Print-Line FROM Inv-Address-Line
           AFTER ADVANCING 1 LINE.
           IF SPT-Address-2(SPT-Idx) NOT = SPACES
               MOVE SPT-Address-2(SPT-Idx) TO Prn-Address
               WRITE SponInv-Print-Line FROM Inv-Address-Line
               AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPT-Postcode(SPT-Idx) TO Prn-Address.
           WRITE SponInv-Print-Line FROM Inv-Address-Line
           AFTER ADVANCING 1 LINE.
           MOVE Last-Invoice-No TO Prn-Invoice-No.
           MOVE Business-Date TO Prn-Invoice-Date.
           MOVE Due-Date-Work TO Prn-Due-Date.
           WRITE SponInv-Print-Line FROM Inv-Number-Line
           AFTER ADVANCING 2 LINES.

       3400-INVOICE-ONE-LINE.
           MOVE "O" TO SLT-Status(SLT-Idx).
           MOVE Last-Invoice-No TO SLT-Invoice-No(SLT-Idx).
           MOVE Business-Date TO SLT-Invoice-Date(SLT-Idx).
           MOVE Due-Date-Work TO SLT-Due-Date(SLT-Idx).
           ADD SLT-Amount(SLT-Idx) TO Invoice-Total.
           MOVE SLT-RollNumber(SLT-Idx) TO Prn-RollNumber.
           MOVE SLT-Student-Name(SLT-Idx) TO Prn-Student-Name.
           MOVE SLT-Term-Label(SLT-Idx) TO Prn-Term-Label.
           MOVE SLT-Amount(SLT-Idx) TO Prn-Amount.
           WRITE SponInv-Print-Line FROM Inv-Detail-Line
           AFTER ADVANCING 1 LINE.

      * Oldest invoiced line first, the ParcBill discipline, so a
      * part-payment leaves the newest invoice open.
       4000-POST-RECEIPT.
           DISPLAY "FUNDER CODE".
           ACCEPT Entry-Sponsor-Code.
           DISPLAY "RECEIPT AMOUNT (NNNNNNNNNNN, CENTS IMPLIED)".
           ACCEPT Entry-Amount-X.
           IF Entry-Amount-X IS NOT NUMERIC
               DISPLAY "AMOUNT MUST BE NUMERIC"
           ELSE
               MOVE Entry-Amount-N TO Payment-Left
               PERFORM 4100-FIND-OLDEST-OPEN
               PERFORM UNTIL Payment-Left = ZEROS
                   OR SLT-Found-Idx = ZEROS
                   PERFORM 4200-APPLY-TO-LINE
                   PERFORM 4100-FIND-OLDEST-OPEN
               END-PERFORM
               IF Payment-Left > ZEROS
                   DISPLAY "UNAPPLIED REMAINDER " Payment-Left
                       " - NO OPEN INVOICE LEFT FOR "
                       Entry-Sponsor-Code
               END-IF
           END-IF.

       4100-FIND-OLDEST-OPEN.
           MOVE ZEROS TO SLT-Found-Idx.
           MOVE 99999999 TO Oldest-Due-Date.
           MOVE 999999 TO Oldest-Invoice-No.
           PERFORM VARYING SLT-Idx FROM 1 BY 1
               UNTIL SLT-Idx > Ledger-Count
               IF SLT-Sponsor-Code(SLT-Idx) = Entry-Sponsor-Code
                   AND SLT-Status(SLT-Idx) = "O"
                   AND (SLT-Due-Date(SLT-Idx) < Oldest-Due-Date
                   OR (SLT-Due-Date(SLT-Idx) = Oldest-Due-Date
                   AND SLT-Invoice-No(SLT-Idx) < Oldest-Invoice-No))
                   MOVE SLT-Due-Date(SLT-Idx) TO Oldest-Due-Date
                   MOVE SLT-Invoice-No(SLT-Idx) TO Oldest-Invoice-No
                   MOVE SLT-Idx TO SLT-Found-Idx
               END-IF
           END-PERFORM.

       4200-APPLY-TO-LINE.
           COMPUTE Outstanding-Amount =
               SLT-Amount(SLT-Found-Idx) - SLT-Paid(SLT-Found-Idx).
           IF Payment-Left < Outstanding-Amount
               MOVE Payment-Left TO Take-Amount
           ELSE
               MOVE Outstanding-Amount TO Take-Amount
           END-IF.
           ADD Take-Amount TO SLT-Paid(SLT-Found-Idx).
           SUBTRACT Take-Amount FROM Payment-Left.
           SET Ledger-Changed TO TRUE.
           IF SLT-Paid(SLT-Found-Idx) >= SLT-Amount(SLT-Found-Idx)
               MOVE "S" TO SLT-Status(SLT-Found-Idx)
               DISPLAY "INVOICE " SLT-Invoice-No(SLT-Found-Idx)
                   " ROLL " SLT-RollNumber(SLT-Found-Idx)
                   " SETTLED"
           END-IF.

      * What each funder still owes: invoiced lines by whole months
      * past their due date, and the shares not yet invoiced.
       4500-ARREARS-REPORT.
           COMPUTE Business-Month = Business-Date / 100.
           DIVIDE Business-Month BY 100 GIVING BM-Year
               REMAINDER BM-Month.
           MOVE ZEROS TO All-Sponsors-Owed.
           OPEN OUTPUT SponArrRep.
           WRITE SponArr-Print-Line FROM Arr-Heading-Line
           AFTER ADVANCING 1 LINE.
           WRITE SponArr-Print-Line FROM Arr-Column-Line
           AFTER ADVANCING 2 LINES.
           PERFORM VARYING SPT-Idx FROM 1 BY 1
               UNTIL SPT-Idx > Sponsor-Count
               PERFORM 4600-AGE-ONE-SPONSOR
           END-PERFORM.
           MOVE All-Sponsors-Owed TO Prn-Arr-All-Owed.
           WRITE SponArr-Print-Line FROM Arr-Total-Line
           AFTER ADVANCING 2 LINES.
           CLOSE SponArrRep.
           DISPLAY "ARREARS REPORT WRITTEN".

       4600-AGE-ONE-SPONSOR.
           MOVE ZEROS TO Age-Not-Due, Age-Bucket-1, Age-Bucket-2,
               Age-Bucket-3, Age-Uninvoiced.
           PERFORM VARYING SLT-Idx FROM 1 BY 1
               UNTIL SLT-Idx > Ledger-Count
               IF SLT-Sponsor-Code(SLT-Idx) = SPT-Code(SPT-Idx)
                   PERFORM 4700-AGE-ONE-LINE
               END-IF
           END-PERFORM.
           COMPUTE Sponsor-Owed = Age-Not-Due + Age-Bucket-1
               + Age-Bucket-2 + Age-Bucket-3 + Age-Uninvoiced.
           IF Sponsor-Owed > ZEROS
               ADD Sponsor-Owed TO All-Sponsors-Owed
               MOVE SPT-Code(SPT-Idx) TO Prn-Arr-Code
               MOVE Age-Not-Due TO Prn-Arr-Not-Due
               MOVE Age-Bucket-1 TO Prn-Arr-Bucket-1
               MOVE Age-Bucket-2 TO Prn-Arr-Bucket-2
               MOVE Age-Bucket-3 TO Prn-Arr-Bucket-3
               MOVE Age-Uninvoiced TO Prn-Arr-Uninvoiced
               MOVE Sponsor-Owed TO Prn-Arr-Owed
               WRITE SponArr-Print-Line FROM Arr-Sponsor-Line
               AFTER ADVANCING 1 LINE
               MOVE SPT-Name(SPT-Idx) TO Prn-Arr-Name
               WRITE SponArr-Print-Line FROM Arr-Name-Line
               AFTER ADVANCING 1 LINE
           END-IF.

       4700-AGE-ONE-LINE.
           COMPUTE Outstanding-Amount =
               SLT-Amount(SLT-Idx) - SLT-Paid(SLT-Idx).
           EVALUATE TRUE
               WHEN SLT-Status(SLT-Idx) = "U"
                   ADD Outstanding-Amount TO Age-Uninvoiced
               WHEN SLT-Status(SLT-Idx) NOT = "O"
                   CONTINUE
               WHEN SLT-Due-Date(SLT-Idx) >= Business-Date
                   ADD Outstanding-Amount TO Age-Not-Due
               WHEN OTHER
                   COMPUTE Line-Due-Month =
                       SLT-Due-Date(SLT-Idx) / 100
                   DIVIDE Line-Due-Month BY 100 GIVING DM-Year
                       REMAINDER DM-Month
                   COMPUTE Months-Overdue =
                       ((BM-Year - DM-Year) * 12)
                       + BM-Month - DM-Month
                   EVALUATE TRUE
                       WHEN Months-Overdue <= 1
                           ADD Outstanding-Amount TO Age-Bucket-1
                       WHEN Months-Overdue = 2
                           ADD Outstanding-Amount TO Age-Bucket-2
                       WHEN OTHER
                           ADD Outstanding-Amount TO Age-Bucket-3
                   END-EVALUATE
           END-EVALUATE.

       5000-REWRITE-SPONSOR-LEDGER.
           OPEN OUTPUT SponLedgFile.
           PERFORM VARYING SLT-Idx FROM 1 BY 1
               UNTIL SLT-Idx > Ledger-Count
               MOVE SPACES TO SponLedg-Rec
               MOVE SLT-Sponsor-Code(SLT-Idx) TO SL-Sponsor-Code
               MOVE SLT-RollNumber(SLT-Idx) TO SL-RollNumber
               MOVE SLT-Student-Name(SLT-Idx) TO SL-Student-Name
               MOVE SLT-Term-Label(SLT-Idx) TO SL-Term-Label
               MOVE SLT-Charge-Date(SLT-Idx) TO SL-Charge-Date
               MOVE SLT-Amount(SLT-Idx) TO SL-Amount
               MOVE SLT-Paid(SLT-Idx) TO SL-Paid
               MOVE SLT-Status(SLT-Idx) TO SL-Status
               MOVE SLT-Invoice-No(SLT-Idx) TO SL-Invoice-No
               MOVE SLT-Invoice-Date(SLT-Idx) TO SL-Invoice-Date
               MOVE SLT-Due-Date(SLT-Idx) TO SL-Due-Date
               WRITE SponLedg-Rec
           END-PERFORM.
           CLOSE SponLedgFile.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="SPONBILL"==.
       COPY "RUNLOCKPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="SPONBILL"==.
       COPY "OPSIGNPA.CPY".
       COPY "BUSDATEPA.CPY".

       END PROGRAM SponBill.
