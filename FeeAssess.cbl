      *          from the journal like any other posting.
      *          FEEAPARM.DAT carries the term label unattended, the
      *          same present-or-prompt pattern RUNPARM.DAT uses.
      *          It also carries the sibling discount rate: the
      *          first child of a family (lowest roll number) charged
      *          in the run pays the scheduled fee, and each brother
      *          or sister after them has the rate taken off theirs,
      *          shown against the charge on the register.
      *          A student on BURSARY.DAT - a bursary, a grant or an
      *          employer sponsor, by percentage or fixed amount,
      *          over the dates of the terms it covers - has the fee
      *          split: the sponsor's share goes to SPONLEDG.DAT for
      *          SponBill to invoice and only the family's share
      *          reaches the student balance, so nothing has to be
      *          reversed by hand afterwards.
      *          A student StuLeave has marked as left is listed on
      *          the register but not charged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FeeAssessParm-File-Status.

       SELECT BursaryFile ASSIGN TO "BURSARY.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Bursary-File-Status.

       SELECT SponLedgFile ASSIGN TO "SPONLEDG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SponLedg-File-Status.

       SELECT FeeAssessRep ASSIGN TO "FEEASSES.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "UPDJRNLFC.CPY".
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "RUNLOCKFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
           02  Student-Credit-Limit   PIC 9(5)V99.
           02  FILLER                 PIC X.
           02  Student-Year-Group     PIC X(2).
           02  FILLER                 PIC X.
           02  Student-Family-Code    PIC X(6).
           02  FILLER                 PIC X.
           02  Student-Status         PIC X.
               88  Student-Has-Left   VALUE "L".

       FD FeeSchedFile.
       01 FeeSched-Rec.
       FD FeeAssessParmFile.
       01 FeeAssessParm-Rec.
           02  FeeAParm-Term-Label    PIC X(12).
      * Sibling discount as a rate (100 = 10%); spaces on files from
      * before the field, which means no discount.
           02  FILLER                 PIC X.
           02  FeeAParm-Sibling-Rate-X
                                      PIC X(3).
           02  FeeAParm-Sibling-Rate REDEFINES FeeAParm-Sibling-Rate-X
                                      PIC V999.

      * One line per student per funder: the sponsor's share as a
      * percentage of the fee (P) or a fixed amount (F), for runs
      * dated From to To (a zero To-Date has no end).
       FD BursaryFile.
       01 Bursary-Rec.
           88 EndOfBursaryFile    VALUE HIGH-VALUES.
           02  Burs-RollNumber        PIC 9(5).
           02  FILLER                 PIC X.
           02  Burs-Sponsor-Code      PIC X(6).
           02  FILLER                 PIC X.
           02  Burs-Basis             PIC X.
               88 Burs-Is-Percent     VALUE "P".
               88 Burs-Is-Fixed       VALUE "F".
           02  FILLER                 PIC X.
           02  Burs-Percent           PIC 9(3)V99.
           02  FILLER                 PIC X.
           02  Burs-Fixed-Amount      PIC 9(5)V99.
           02  FILLER                 PIC X.
           02  Burs-From-Date         PIC 9(8).
           02  FILLER                 PIC X.
           02  Burs-To-Date           PIC 9(8).

      * Sponsor ledger; the fees run adds each share uninvoiced (U)
      * and SponBill invoices and collects it.
       FD SponLedgFile.
       01 SponLedg-Rec.
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

       FD FeeAssessRep.
       01 FeeAssess-Print-Line        PIC X(72).
       COPY "UPDJRNLFD.CPY".
       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "RUNLOCKFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-FeeSched-File-Status     PIC XX.
       01  WS-StuJournal-File-Status   PIC XX.
       01  WS-FeeAssessParm-File-Status PIC XX.
       01  WS-Bursary-File-Status      PIC XX.
       01  WS-SponLedg-File-Status     PIC XX.
       COPY "UPDJRNLWS.CPY".
       01  Roster-Before-Image      PIC X(80).
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "RUNLOCKWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Fee-Sched-Table.
       01  FST-Found-Idx               PIC 99.

       01  Term-Label                  PIC X(12) VALUE "TERM FEES".
       01  Sibling-Disc-Rate           PIC V999 VALUE ZEROS.
       01  Sibling-Rate-Entry          PIC X(3).
       01  Sibling-Rate-Entry-N REDEFINES Sibling-Rate-Entry
                                       PIC V999.

      * Families already charged in this run; a student whose family
      * is here is a younger sibling and takes the discount.
       01  Family-Seen-Table.
           02  Family-Seen-Entry OCCURS 700 TIMES.
               03  FSN-Family-Code      PIC X(6).
       01  Family-Seen-Count           PIC 9(3) VALUE ZEROS.
       01  FSN-Idx                     PIC 9(3).
       01  FSN-Found-Idx               PIC 9(3).
       01  Fee-Charge                  PIC 9(5)V99.
       01  Sibling-Discount            PIC 9(5)V99.
       01  Discounts-Given             PIC 9(4) VALUE ZEROS.
       01  Discounts-Total             PIC 9(9)V99 VALUE ZEROS.

       01  Bursary-Table.
           02  Bursary-Entry OCCURS 500 TIMES.
               03  BUT-RollNumber       PIC 9(5).
               03  BUT-Sponsor-Code     PIC X(6).
               03  BUT-Basis            PIC X.
               03  BUT-Percent          PIC 9(3)V99.
               03  BUT-Fixed-Amount     PIC 9(5)V99.
               03  BUT-From-Date        PIC 9(8).
               03  BUT-To-Date          PIC 9(8).
       01  Bursary-Count               PIC 9(3) VALUE ZEROS.
       01  BUT-Idx                     PIC 9(3).
       01  Sponsor-Share               PIC 9(5)V99.
       01  Fee-Before-Sponsors         PIC 9(5)V99.
      * The shares taken off the student being assessed, for the
      * register lines under the student.
       01  Student-Share-Table.
           02  Student-Share-Entry OCCURS 10 TIMES.
               03  SSH-Sponsor-Code     PIC X(6).
               03  SSH-Amount           PIC 9(5)V99.
       01  Student-Share-Count         PIC 99 VALUE ZEROS.
       01  SSH-Idx                     PIC 99.
       01  Sponsor-Shares-Raised       PIC 9(4) VALUE ZEROS.
       01  Sponsor-Shares-Total        PIC 9(9)V99 VALUE ZEROS.
       01  Student-Read-OK             PIC X.
           88 Student-Was-Read         VALUE "Y".
       01  Charges-Raised              PIC 9(4) VALUE ZEROS.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Note                PIC X(22).

       01  Register-Sibling-Note.
           02  FILLER                  PIC X(13) VALUE
               "SIBLING DISC ".
           02  Prn-Sibling-Discount    PIC ZZ,ZZ9.99.

       01  Register-Sponsor-Line.
           02  FILLER                  PIC X(30) VALUE SPACES.
           02  FILLER                  PIC X(8)  VALUE "SPONSOR ".
           02  Prn-Sponsor-Code        PIC X(6).
           02  FILLER                  PIC X(8)  VALUE "  SHARE ".
           02  Prn-Sponsor-Share       PIC ZZ,ZZ9.99.

       01  Register-Total-Line.
           02  FILLER                  PIC X(19) VALUE
               " CHARGES RAISED  : ".
           02  FILLER                  PIC X(11) VALUE "  VALUE  : ".
           02  Prn-Charges-Total       PIC ZZZ,ZZZ,ZZ9.99.

       01  Register-Discount-Line.
           02  FILLER                  PIC X(19) VALUE
               " SIBLING DISCOUNTS:".
           02  Prn-Discounts-Given     PIC Z,ZZ9.
           02  FILLER                  PIC X(11) VALUE "  VALUE  : ".
           02  Prn-Discounts-Total     PIC ZZZ,ZZZ,ZZ9.99.

       01  Register-Sponsor-Total-Line.
           02  FILLER                  PIC X(19) VALUE
               " SPONSOR SHARES  : ".
           02  Prn-Sponsor-Shares      PIC Z,ZZ9.
           02  FILLER                  PIC X(11) VALUE "  VALUE  : ".
           02  Prn-Sponsor-Total       PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           MOVE Operator-ID TO Lock-My-Operator.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-RUN-PARAMETERS.
           PERFORM 1100-LOAD-FEE-SCHEDULE.
           PERFORM 1200-LOAD-BURSARIES.
           IF Fee-Sched-Count = ZEROS
               DISPLAY "FEESCHED.DAT NOT AVAILABLE OR EMPTY - "
                   "NOTHING ASSESSED"
               MOVE Charges-Total TO Prn-Charges-Total
               WRITE FeeAssess-Print-Line FROM Register-Total-Line
               AFTER ADVANCING 2 LINES
               MOVE Discounts-Given TO Prn-Discounts-Given
               MOVE Discounts-Total TO Prn-Discounts-Total
               WRITE FeeAssess-Print-Line
                   FROM Register-Discount-Line
               AFTER ADVANCING 1 LINE
               MOVE Sponsor-Shares-Raised TO Prn-Sponsor-Shares
               MOVE Sponsor-Shares-Total TO Prn-Sponsor-Total
               WRITE FeeAssess-Print-Line
                   FROM Register-Sponsor-Total-Line
               AFTER ADVANCING 1 LINE
               CLOSE FeeAssessRep
           END-IF.
           DISPLAY "CHARGES RAISED: " Charges-Raised.
               READ FeeAssessParmFile
                   NOT AT END
                       MOVE FeeAParm-Term-Label TO Term-Label
                       IF FeeAParm-Sibling-Rate-X IS NUMERIC
                           MOVE FeeAParm-Sibling-Rate
                               TO Sibling-Disc-Rate
                       END-IF
               END-READ
               CLOSE FeeAssessParmFile
           ELSE
               DISPLAY "TERM LABEL (E.G. AUTUMN 2026)"
               ACCEPT Term-Label
               DISPLAY "SIBLING DISCOUNT RATE (NNN, 100 = 10%, "
                   "000 FOR NONE)"
               ACCEPT Sibling-Rate-Entry
               IF Sibling-Rate-Entry IS NUMERIC
                   MOVE Sibling-Rate-Entry-N TO Sibling-Disc-Rate
               END-IF
           END-IF.

       1100-LOAD-FEE-SCHEDULE.
               CLOSE FeeSchedFile
           END-IF.

      * Only the bursaries covering this run's date are kept.
       1200-LOAD-BURSARIES.
           OPEN INPUT BursaryFile.
           IF WS-Bursary-File-Status = "00"
               READ BursaryFile
                   AT END SET EndOfBursaryFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfBursaryFile
                   IF Burs-From-Date <= Business-Date
                       AND (Burs-To-Date = ZEROS
                       OR Burs-To-Date >= Business-Date)
                       AND (Burs-Is-Percent OR Burs-Is-Fixed)
                       IF Bursary-Count < 500
                           ADD 1 TO Bursary-Count
                           MOVE Burs-RollNumber
                               TO BUT-RollNumber(Bursary-Count)
                           MOVE Burs-Sponsor-Code
                               TO BUT-Sponsor-Code(Bursary-Count)
                           MOVE Burs-Basis TO BUT-Basis(Bursary-Count)
                           MOVE Burs-Percent
                               TO BUT-Percent(Bursary-Count)
                           MOVE Burs-Fixed-Amount
                               TO BUT-Fixed-Amount(Bursary-Count)
                           MOVE Burs-From-Date
                               TO BUT-From-Date(Bursary-Count)
                           MOVE Burs-To-Date
                               TO BUT-To-Date(Bursary-Count)
                       ELSE
                           DISPLAY "WARNING: BURSARY TABLE FULL - "
                               "ROLL " Burs-RollNumber " BILLED "
                               "TO THE FAMILY IN FULL"
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
                   READ BursaryFile
                       AT END SET EndOfBursaryFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BursaryFile
           END-IF.

      * SponBill holds SPONLEDG.DAT in a table for a whole session
      * and writes it back at the end, so the sponsor shares are only
      * appended while its lock is ours.
       2000-ASSESS-THE-ROSTER.
           MOVE "SPONLEDG.LCK" TO Lock-File-Name.
           PERFORM Acquire-Run-Lock.
           IF NOT Run-Lock-Held
               DISPLAY "SPONLEDG.DAT IN USE - NOTHING ASSESSED"
           ELSE
               PERFORM 2050-ASSESS-UNDER-LOCK
               PERFORM Release-Run-Lock
           END-IF.

       2050-ASSESS-UNDER-LOCK.
           OPEN I-O StudentFile.
           IF WS-Student-File-Status NOT = "00"
               DISPLAY "STUDENT.DAT NOT AVAILABLE - NOTHING "
               IF WS-StuJournal-File-Status NOT = "00"
                   OPEN OUTPUT StuJournalFile
               END-IF
               OPEN EXTEND SponLedgFile
               IF WS-SponLedg-File-Status NOT = "00"
                   OPEN OUTPUT SponLedgFile
               END-IF
               MOVE ZEROS TO Student-RollNumber
               START StudentFile KEY NOT < Student-RollNumber
                   INVALID KEY
                       NOT AT END PERFORM 2100-ASSESS-ONE-STUDENT
                   END-READ
               END-PERFORM
               CLOSE StuJournalFile, SponLedgFile, StudentFile
           END-IF.

       2100-ASSESS-ONE-STUDENT.
      * A leaver is listed so the register still accounts for every
      * roster record, but is neither charged nor counted as an
      * exception.
           IF Student-Has-Left
               MOVE Student-RollNumber TO Prn-RollNumber
               MOVE Student-Name TO Prn-Student-Name
               MOVE Student-Year-Group TO Prn-Year-Group
               MOVE ZEROS TO Prn-Charge
               MOVE "LEFT - NOT CHARGED" TO Prn-Note
               WRITE FeeAssess-Print-Line FROM Register-Detail-Line
               AFTER ADVANCING 1 LINE
           ELSE
               PERFORM 2110-ASSESS-ON-ROLL
           END-IF.

       2110-ASSESS-ON-ROLL.
           IF Student-Year-Group = SPACES
               ADD 1 TO Exceptions-Listed
               MOVE Student-RollNumber TO Prn-RollNumber
           END-IF.

       2200-POST-ONE-CHARGE.
           MOVE FST-Amount(FST-Found-Idx) TO Fee-Charge.
           MOVE ZEROS TO Sibling-Discount.
           IF Student-Family-Code NOT = SPACES
               PERFORM 2150-APPLY-SIBLING-DISCOUNT
           END-IF.
           MOVE Student-RollNumber TO Prn-RollNumber.
           MOVE Student-Name TO Prn-Student-Name.
           MOVE Student-Year-Group TO Prn-Year-Group.
           MOVE SPACES TO Prn-Note.
           IF Sibling-Discount > ZEROS
               MOVE Sibling-Discount TO Prn-Sibling-Discount
               MOVE Register-Sibling-Note TO Prn-Note
           END-IF.
      * The sponsors' shares come off first and are listed under
      * the student once the family's share has been printed.
           MOVE ZEROS TO Student-Share-Count.
           MOVE Fee-Charge TO Fee-Before-Sponsors.
           PERFORM VARYING BUT-Idx FROM 1 BY 1
               UNTIL BUT-Idx > Bursary-Count
               IF BUT-RollNumber(BUT-Idx) = Student-RollNumber
                   PERFORM 2170-TAKE-SPONSOR-SHARE
               END-IF
           END-PERFORM.
           MOVE Student-Rec TO Roster-Before-Image.
           ADD Fee-Charge TO Student-ShopTotal.
           MOVE Business-Date TO Student-Business-Date.
           REWRITE Student-Rec.
           PERFORM JOURNAL-ROSTER-UPDATE.
           MOVE Student-RollNumber TO StuJrnl-RollNumber.
           MOVE Business-Date TO StuJrnl-Date.
           MOVE "P" TO StuJrnl-Type.
           MOVE Fee-Charge TO StuJrnl-Amount.
           MOVE Term-Label TO StuJrnl-Description.
           MOVE Operator-ID TO StuJrnl-Operator-ID.
           MOVE SPACES TO StuJrnl-Item-Code.
           MOVE ZEROS TO StuJrnl-Qty.
           WRITE StuJournal-Rec.
           ADD 1 TO Charges-Raised.
           ADD Fee-Charge TO Charges-Total.
           MOVE Fee-Charge TO Prn-Charge.
           IF Fee-Charge = ZEROS
               MOVE "FULLY SPONSORED" TO Prn-Note
           END-IF.
           WRITE FeeAssess-Print-Line FROM Register-Detail-Line
           AFTER ADVANCING 1 LINE.
           PERFORM VARYING SSH-Idx FROM 1 BY 1
               UNTIL SSH-Idx > Student-Share-Count
               MOVE SSH-Sponsor-Code(SSH-Idx) TO Prn-Sponsor-Code
               MOVE SSH-Amount(SSH-Idx) TO Prn-Sponsor-Share
               WRITE FeeAssess-Print-Line FROM Register-Sponsor-Line
               AFTER ADVANCING 1 LINE
           END-PERFORM.

      * A percentage is of the fee after any sibling discount; a
      * fixed amount is taken as it stands. Either is capped at what
      * is left of the fee, so two funders can never take more than
      * the whole of it between them.
       2170-TAKE-SPONSOR-SHARE.
           IF BUT-Basis(BUT-Idx) = "P"
               COMPUTE Sponsor-Share ROUNDED =
                   Fee-Before-Sponsors * BUT-Percent(BUT-Idx) / 100
           ELSE
               MOVE BUT-Fixed-Amount(BUT-Idx) TO Sponsor-Share
           END-IF.
           IF Sponsor-Share > Fee-Charge
               MOVE Fee-Charge TO Sponsor-Share
           END-IF.
           IF Sponsor-Share > ZEROS
               IF Student-Share-Count < 10
                   ADD 1 TO Student-Share-Count
                   MOVE BUT-Sponsor-Code(BUT-Idx)
                       TO SSH-Sponsor-Code(Student-Share-Count)
                   MOVE Sponsor-Share
                       TO SSH-Amount(Student-Share-Count)
                   SUBTRACT Sponsor-Share FROM Fee-Charge
                   ADD 1 TO Sponsor-Shares-Raised
                   ADD Sponsor-Share TO Sponsor-Shares-Total
                   MOVE SPACES TO SponLedg-Rec
                   MOVE BUT-Sponsor-Code(BUT-Idx) TO SL-Sponsor-Code
                   MOVE Student-RollNumber TO SL-RollNumber
                   MOVE Student-Name TO SL-Student-Name
                   MOVE Term-Label TO SL-Term-Label
                   MOVE Business-Date TO SL-Charge-Date
                   MOVE Sponsor-Share TO SL-Amount
                   MOVE ZEROS TO SL-Paid, SL-Invoice-No,
                       SL-Invoice-Date, SL-Due-Date
                   MOVE "U" TO SL-Status
                   WRITE SponLedg-Rec
               ELSE
                   DISPLAY "WARNING: MORE THAN 10 SPONSORS FOR ROLL "
                       Student-RollNumber " - "
                       BUT-Sponsor-Code(BUT-Idx) " NOT BILLED"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * The roster comes past in roll-number order, so the family's
      * first child met pays in full and is remembered; any later
      * one is a sibling. The charge posts net of the discount.
       2150-APPLY-SIBLING-DISCOUNT.
           MOVE ZEROS TO FSN-Found-Idx.
           PERFORM VARYING FSN-Idx FROM 1 BY 1
               UNTIL FSN-Idx > Family-Seen-Count
               IF FSN-Family-Code(FSN-Idx) = Student-Family-Code
                   MOVE FSN-Idx TO FSN-Found-Idx
               END-IF
           END-PERFORM.
           IF FSN-Found-Idx > ZEROS
               COMPUTE Sibling-Discount ROUNDED =
                   Fee-Charge * Sibling-Disc-Rate
               SUBTRACT Sibling-Discount FROM Fee-Charge
               IF Sibling-Discount > ZEROS
                   ADD 1 TO Discounts-Given
                   ADD Sibling-Discount TO Discounts-Total
               END-IF
           ELSE
               IF Family-Seen-Count < 700
                   ADD 1 TO Family-Seen-Count
                   MOVE Student-Family-Code
                       TO FSN-Family-Code(Family-Seen-Count)
               ELSE
                   DISPLAY "WARNING: FAMILY TABLE FULL - FAMILY "
                       Student-Family-Code " CHARGED IN FULL"
               END-IF
           END-IF.


      * One journal line for the roster change just applied.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="FEEASSESS"==.
       COPY "RUNLOCKPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="FEEASSESS"==.
       COPY "OPSIGNPA.CPY".
       COPY "BUSDATEPA.CPY".

