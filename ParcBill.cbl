      *          PBILPARM.DAT carries the instalment count, first
      *          due date and interval months unattended, the same
      *          present-or-prompt pattern RUNPARM.DAT uses.
      *          Each bill goes to the parcel's ratepayer on the
      *          business date, by PARCLINK.DAT and RATEPAYR.DAT, and
      *          each instalment carries that ratepayer, so payments
      *          can be posted against one owner's instalments. The
      *          ownership transfer splits the year's charge by days
      *          between seller and buyer: the seller's instalments
      *          close with a final bill or a refund due, the buyer's
      *          open on the remaining due dates, and the buyer
      *          becomes the owner on PARCLINK.DAT from the transfer
      *          date; the statement prints on PARCXFER.RPT.
      *          Relief granted through ParcRelf and in force on the
      *          first due date comes off the charge before it is
      *          split, and the bill shows the gross charge, the
      *          relief and the net charge.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       SELECT ParcAgeRep ASSIGN TO "PARCAGE.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RatepayerFile ASSIGN TO "RATEPAYR.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Ratepayer-File-Status.

       SELECT ParcLinkFile ASSIGN TO "PARCLINK.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ParcLink-File-Status.

       SELECT ParcXferRep ASSIGN TO "PARCXFER.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ReliefFile ASSIGN TO "RELIEF.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Relief-File-Status.
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".
           02  ARR-Status             PIC X.
               88 ARR-Is-Open         VALUE "O".
               88 ARR-Is-Settled      VALUE "S".
      * C closed by an ownership transfer, R a refund due to the
      * seller on one.
               88 ARR-Is-Closed       VALUE "C".
               88 ARR-Is-Refund       VALUE "R".
           02  FILLER                 PIC X.
           02  ARR-Ratepayer-ID       PIC X(6).

       FD BillParmFile.
       01 BillParm-Rec.
       FD ParcAgeRep.
       01 ParcAge-Print-Line          PIC X(90).

       FD RatepayerFile.
       01 Ratepayer-Rec.
           88 EndOfRatepayerFile      VALUE HIGH-VALUES.
           02  RP-ID                  PIC X(6).
           02  FILLER                 PIC X.
           02  RP-Name                PIC X(30).
           02  FILLER                 PIC X.
           02  RP-Address-1           PIC X(30).
           02  FILLER                 PIC X.
           02  RP-Address-2           PIC X(30).
           02  FILLER                 PIC X.
           02  RP-Postcode            PIC X(8).

       FD ParcLinkFile.
       01 ParcLink-Rec.
           88 EndOfParcLinkFile       VALUE HIGH-VALUES.
           02  PL-Parcel-Seq          PIC 9(5).
           02  FILLER                 PIC X.
           02  PL-Ratepayer-ID        PIC X(6).
           02  FILLER                 PIC X.
           02  PL-Effective-Date      PIC 9(8).
           02  FILLER                 PIC X.
           02  PL-Operator-ID         PIC X(5).

       FD ParcXferRep.
       01 ParcXfer-Print-Line         PIC X(72).

       FD ReliefFile.
       01 Relief-Rec.
           88 EndOfReliefFile         VALUE HIGH-VALUES.
           02  RLF-Number             PIC 9(5).
           02  FILLER                 PIC X.
           02  RLF-Parcel-Seq         PIC 9(5).
           02  FILLER                 PIC X.
           02  RLF-Type               PIC X.
           02  FILLER                 PIC X.
           02  RLF-Basis              PIC X.
           02  FILLER                 PIC X.
           02  RLF-Pct                PIC 999V99.
           02  FILLER                 PIC X.
           02  RLF-Fixed-Amount       PIC 9(9)V99.
           02  FILLER                 PIC X.
           02  RLF-Start-Date         PIC 9(8).
           02  FILLER                 PIC X.
           02  RLF-End-Date           PIC 9(8).
           02  FILLER                 PIC X.
           02  RLF-Status             PIC X.
           02  FILLER                 PIC X.
           02  RLF-Applied-By         PIC X(5).
           02  FILLER                 PIC X.
           02  RLF-Applied-Date       PIC 9(8).
           02  FILLER                 PIC X.
           02  RLF-Decided-By         PIC X(5).
           02  FILLER                 PIC X.
           02  RLF-Decided-Date       PIC 9(8).

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".
       01  WS-ParcelVal-File-Status    PIC XX.
       01  WS-ParcArr-File-Status      PIC XX.
       01  WS-BillParm-File-Status     PIC XX.
       01  WS-Ratepayer-File-Status    PIC XX.
       01  WS-ParcLink-File-Status     PIC XX.
       01  WS-Relief-File-Status       PIC XX.
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".
           88 Txn-Bill                 VALUE "B", "b".
           88 Txn-Pay                  VALUE "P", "p".
           88 Txn-Ageing               VALUE "A", "a".
           88 Txn-Transfer             VALUE "T", "t".
           88 Txn-Quit                 VALUE "Q", "q".

       01  Inst-Count                  PIC 99 VALUE 04.
               03  ART-Amount           PIC 9(9)V99.
               03  ART-Paid             PIC 9(9)V99.
               03  ART-Status           PIC X.
               03  ART-Ratepayer-ID     PIC X(6).
      * Work flag for the ageing walk only; never written back.
               03  ART-Aged             PIC X.

       01  Arrears-Loaded              PIC X VALUE "N".
           88 Arrears-Were-Loaded      VALUE "Y".

      * Ratepayers and the owner history, read-only here; RatePayr
      * keeps the master, and a transfer only ever adds a link.
       01  Ratepayer-Table.
           02  Ratepayer-Entry OCCURS 2000 TIMES.
               03  RPT-ID               PIC X(6).
               03  RPT-Name             PIC X(30).
               03  RPT-Address-1        PIC X(30).
               03  RPT-Address-2        PIC X(30).
               03  RPT-Postcode         PIC X(8).
       01  Ratepayer-Count             PIC 9(4) VALUE ZEROS.
       01  RPT-Idx                     PIC 9(4).
       01  RPT-Found-Idx               PIC 9(4).

       01  Link-Table.
           02  Link-Entry OCCURS 3000 TIMES.
               03  LKT-Parcel-Seq       PIC 9(5).
               03  LKT-Ratepayer-ID     PIC X(6).
               03  LKT-Effective-Date   PIC 9(8).
       01  Link-Count                  PIC 9(4) VALUE ZEROS.
       01  LKT-Idx                     PIC 9(4).
      * A short owner history could name the wrong seller, so a
      * transfer is refused when the links did not all load.
       01  Link-Load-Overflow-Switch   PIC X VALUE "N".
           88 Link-Load-Overflowed     VALUE "Y".

      * Owner lookup: Owner-Parcel-Seq on Owner-As-Of in, the owner
      * and the date they took over out (spaces and zeros if none).
       01  Owner-Parcel-Seq            PIC 9(5).
       01  Owner-As-Of                 PIC 9(8).
       01  Owner-ID                    PIC X(6).
       01  Owner-Since                 PIC 9(8).
       01  Bills-Unaddressed           PIC 9(5) VALUE ZEROS.

      * Granted reliefs only; the billing run reads them afresh.
       01  Relief-Table.
           02  Relief-Entry OCCURS 2000 TIMES.
               03  RLT-Parcel-Seq       PIC 9(5).
               03  RLT-Basis            PIC X.
                   88 RLT-Basis-Pct     VALUE "P".
               03  RLT-Pct              PIC 999V99.
               03  RLT-Fixed-Amount     PIC 9(9)V99.
               03  RLT-Start-Date       PIC 9(8).
               03  RLT-End-Date         PIC 9(8).
       01  Relief-Count                PIC 9(4) VALUE ZEROS.
       01  RLT-Idx                     PIC 9(4).
      * A relief left off the table would bill its parcel in full,
      * so the billing run refuses instead.
       01  Relief-Load-Overflow-Switch PIC X VALUE "N".
           88 Relief-Load-Overflowed   VALUE "Y".
       01  Relief-End-Work             PIC 9(8).
       01  Gross-Charge                PIC 9(9)V99.
       01  Relief-Charge               PIC 9(9)V99.
       01  Net-Charge                  PIC 9(9)V99.
       01  Bills-Relieved              PIC 9(5) VALUE ZEROS.

       01  Parcel-Seq                  PIC 9(5).
       01  Inst-Idx                    PIC 99.
       01  Inst-Amount                 PIC 9(9)V99.
       01  Shift-Idx                   PIC 99.
       01  Bills-Printed               PIC 9(5) VALUE ZEROS.

       01  Entry-Ratepayer-ID          PIC X(6).
       01  Entry-Parcel-Seq-X          PIC X(5).
       01  Entry-Parcel-Seq-N REDEFINES Entry-Parcel-Seq-X
                                       PIC 9(5).
       01  Entry-Date-X                PIC X(8).
       01  Entry-Date-N REDEFINES Entry-Date-X
                                       PIC 9(8).

      * Ownership transfer working fields.
       01  Transfer-Date               PIC 9(8).
       01  Seller-ID                   PIC X(6).
       01  Seller-Since                PIC 9(8).
       01  Buyer-ID                    PIC X(6).
       01  Year-Start                  PIC 9(8).
       01  Year-End                    PIC 9(8).
       01  Year-End-Parts REDEFINES Year-End.
           02  YE-Year                 PIC 9(4).
           02  YE-Month-Day            PIC 9(4).
       01  Own-Start                   PIC 9(8).
       01  Seller-Billed               PIC 9(9)V99.
       01  Seller-Paid                 PIC 9(9)V99.
       01  Seller-Share                PIC 9(9)V99.
       01  Buyer-Share                 PIC 9(9)V99.
       01  Seller-Net                  PIC S9(9)V99.
       01  Seller-Lines                PIC 99.
       01  Seller-Last-Inst            PIC 99.
       01  Seller-AreaType             PIC X(10).
       01  Owned-Days                  PIC 9(5).
       01  Seller-Days                 PIC 9(5).
       01  Xfer-Report-Open-Switch     PIC X VALUE "N".
           88 Xfer-Report-Is-Open      VALUE "Y".

      * The seller's due dates still to come, which the buyer's
      * instalments take over.
       01  Buyer-Schedule.
           02  Buyer-Sched-Entry OCCURS 99 TIMES.
               03  BST-Inst-No          PIC 99.
               03  BST-Due-Date         PIC 9(8).
       01  Buyer-Inst-Count            PIC 99.
       01  BST-Idx                     PIC 9(3).
       01  Buyer-RPT-Idx               PIC 9(4).
       01  Seller-RPT-Idx              PIC 9(4).

      * One arrears line raised by a transfer.
       01  Xfer-Inst-No                PIC 99.
       01  Xfer-Due-Date               PIC 9(8).
       01  Xfer-Line-Status            PIC X.
       01  Xfer-Line-Owner             PIC X(6).

      * Day numbers for the apportionment, February 29 in a leap
      * year found the ApInvoice way.
       01  Day-Number-Date             PIC 9(8).
       01  Day-Number-Parts REDEFINES Day-Number-Date.
           02  DND-Year                PIC 9(4).
           02  DND-Month               PIC 99.
           02  DND-Day                 PIC 99.
       01  Day-Number                  PIC 9(7).
       01  Day-Number-From             PIC 9(7).
       01  Leap-Quot                   PIC 9(4).
       01  Leap-Rem                    PIC 9(4).
       01  Month-Idx                   PIC 99.
       01  Month-Day-Values.
           02  FILLER                  PIC X(24) VALUE
               "312831303130313130313031".
       01  Month-Day-Table REDEFINES Month-Day-Values.
           02  Month-Max-Day           PIC 99 OCCURS 12 TIMES.

       01  Entry-Parcel-Seq            PIC 9(5).
       01  Entry-Amount-X              PIC X(11).
       01  Entry-Amount-N REDEFINES Entry-Amount-X
           02  FILLER                  PIC X(10) VALUE "  ANNUAL: ".
           02  Prn-Annual              PIC ZZZ,ZZZ,ZZ9.99.

       01  Bill-Charge-Line.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Charge-Label        PIC X(20).
           02  Prn-Charge-Amount       PIC ZZZ,ZZZ,ZZ9.99.

       01  Bill-To-Line.
           02  FILLER                  PIC X(10) VALUE " TO     : ".
           02  Prn-Bill-To             PIC X(30).

       01  Bill-Address-Line.
           02  FILLER                  PIC X(10) VALUE SPACES.
           02  Prn-Bill-Address        PIC X(30).

       01  Bill-Inst-Line.
           02  FILLER                  PIC X(13) VALUE
               "   INSTALMENT".
           02  FILLER                  PIC X(11) VALUE "  3+MONTHS ".
           02  Prn-Bucket-3            PIC ZZZ,ZZZ,ZZ9.99.

       01  Xfer-Heading-Line           PIC X(50) VALUE
           "     OWNERSHIP TRANSFER APPORTIONMENT".

       01  Xfer-Parcel-Line.
           02  FILLER                  PIC X(10) VALUE " PARCEL : ".
           02  Prn-Xfer-Parcel         PIC 9(5).
           02  FILLER                  PIC X(17) VALUE
               "  TRANSFER DATE: ".
           02  Prn-Xfer-Date           PIC 9(8).

       01  Xfer-Party-Line.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Party-Label         PIC X(9).
           02  Prn-Party-ID            PIC X(6).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Party-Name          PIC X(30).

       01  Xfer-Amount-Line.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Xfer-Label          PIC X(36).
           02  Prn-Xfer-Amount         PIC ZZZ,ZZZ,ZZ9.99.

       01  Xfer-Days-Line.
           02  FILLER                  PIC X(21) VALUE
               " DAYS OWNED BY SELLER".
           02  Prn-Seller-Days         PIC ZZ,ZZ9.
           02  FILLER                  PIC X(4)  VALUE " OF ".
           02  Prn-Owned-Days          PIC ZZ,ZZ9.
           02  FILLER                  PIC X(6)  VALUE " FROM ".
           02  Prn-Own-Start           PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-RATEPAYERS.
           PERFORM 1200-LOAD-OWNER-LINKS.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL Txn-Quit.
           IF Xfer-Report-Is-Open
               CLOSE ParcXferRep
           END-IF.
           PERFORM 5000-REWRITE-ARREARS-LEDGER.
           PERFORM Log-Run-Complete.
           STOP RUN.
                       MOVE ARR-Paid TO ART-Paid(Arrears-Count)
                       MOVE ARR-Status
                           TO ART-Status(Arrears-Count)
                       MOVE ARR-Ratepayer-ID
                           TO ART-Ratepayer-ID(Arrears-Count)
                   ELSE
                       SET Arr-Load-Overflowed TO TRUE
                       DISPLAY "WARNING: PARCARR.DAT TABLE FULL"
               CLOSE ParcArrFile
           END-IF.

       1100-LOAD-RATEPAYERS.
           OPEN INPUT RatepayerFile.
           IF WS-Ratepayer-File-Status = "00"
               READ RatepayerFile
                   AT END SET EndOfRatepayerFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfRatepayerFile
                   IF Ratepayer-Count < 2000
                       ADD 1 TO Ratepayer-Count
                       MOVE RP-ID TO RPT-ID(Ratepayer-Count)
                       MOVE RP-Name TO RPT-Name(Ratepayer-Count)
                       MOVE RP-Address-1
                           TO RPT-Address-1(Ratepayer-Count)
                       MOVE RP-Address-2
                           TO RPT-Address-2(Ratepayer-Count)
                       MOVE RP-Postcode
                           TO RPT-Postcode(Ratepayer-Count)
                   ELSE
                       DISPLAY "WARNING: RATEPAYR.DAT TABLE FULL, "
                           "RATEPAYER " RP-ID " SKIPPED"
                   END-IF
                   READ RatepayerFile
                       AT END SET EndOfRatepayerFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RatepayerFile
           ELSE
               DISPLAY "WARNING: RATEPAYR.DAT NOT AVAILABLE - BILLS "
                   "WILL NOT BE ADDRESSED"
           END-IF.

       1200-LOAD-OWNER-LINKS.
           OPEN INPUT ParcLinkFile.
           IF WS-ParcLink-File-Status = "00"
               READ ParcLinkFile
                   AT END SET EndOfParcLinkFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfParcLinkFile
                   IF Link-Count < 3000
                       ADD 1 TO Link-Count
                       MOVE PL-Parcel-Seq TO LKT-Parcel-Seq(Link-Count)
                       MOVE PL-Ratepayer-ID
                           TO LKT-Ratepayer-ID(Link-Count)
                       MOVE PL-Effective-Date
                           TO LKT-Effective-Date(Link-Count)
                   ELSE
                       SET Link-Load-Overflowed TO TRUE
                       DISPLAY "WARNING: PARCLINK.DAT TABLE FULL"
                   END-IF
                   READ ParcLinkFile
                       AT END SET EndOfParcLinkFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ParcLinkFile
           END-IF.

      * The owner on a day is the link with the latest effective
      * date on or before it; a later line for the same date wins,
      * being the correction.
       1300-FIND-OWNER.
           MOVE SPACES TO Owner-ID.
           MOVE ZEROS TO Owner-Since, RPT-Found-Idx.
           PERFORM VARYING LKT-Idx FROM 1 BY 1
               UNTIL LKT-Idx > Link-Count
               IF LKT-Parcel-Seq(LKT-Idx) = Owner-Parcel-Seq
                   AND LKT-Effective-Date(LKT-Idx) <= Owner-As-Of
                   AND LKT-Effective-Date(LKT-Idx) >= Owner-Since
                   MOVE LKT-Ratepayer-ID(LKT-Idx) TO Owner-ID
                   MOVE LKT-Effective-Date(LKT-Idx) TO Owner-Since
               END-IF
           END-PERFORM.
           IF Owner-ID NOT = SPACES
               PERFORM VARYING RPT-Idx FROM 1 BY 1
                   UNTIL RPT-Idx > Ratepayer-Count
                   IF RPT-ID(RPT-Idx) = Owner-ID
                       MOVE RPT-Idx TO RPT-Found-Idx
                   END-IF
               END-PERFORM
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           DISPLAY "PARCEL BILLING - (B)ILL RUN (P)OST PAYMENT "
               "(A)GEING (T)RANSFER (Q)UIT".
           ACCEPT Txn-Mode.
           EVALUATE TRUE
               WHEN Txn-Bill
                   PERFORM 4000-POST-PAYMENT
               WHEN Txn-Ageing
                   PERFORM 4500-AGEING-REPORT
               WHEN Txn-Transfer
                   PERFORM 4800-TRANSFER-OWNERSHIP
               WHEN Txn-Quit
                   CONTINUE
               WHEN OTHER

       3000-BILLING-RUN.
           PERFORM 3100-GET-BILLING-PARAMETERS.
           PERFORM 3150-LOAD-RELIEFS.
           IF Relief-Load-Overflowed
               DISPLAY "RELIEF.DAT EXCEEDS THE TABLE - BILLING RUN "
                   "REFUSED"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT ParcelValFile
               IF WS-ParcelVal-File-Status NOT = "00"
                   DISPLAY "PARCVAL.DAT NOT AVAILABLE - RUN THE "
                       "VALUATION FIRST"
               ELSE
                   OPEN OUTPUT ParcBillRep
                   MOVE ZEROS TO Parcel-Seq
                   READ ParcelValFile
                       AT END SET EndOfParcelValFile TO TRUE
                   END-READ
                   PERFORM UNTIL EndOfParcelValFile
                       ADD 1 TO Parcel-Seq
                       PERFORM 3200-BILL-ONE-PARCEL
                       READ ParcelValFile
                           AT END SET EndOfParcelValFile TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE ParcBillRep
                   CLOSE ParcelValFile
                   DISPLAY "BILLS PRINTED: " Bills-Printed
                   IF Bills-Unaddressed > ZEROS
                       DISPLAY "BILLS WITH NO RATEPAYER: "
                           Bills-Unaddressed
                   END-IF
                   DISPLAY "BILLS WITH RELIEF: " Bills-Relieved
               END-IF
           END-IF.

       3100-GET-BILLING-PARAMETERS.
               MOVE 04 TO Inst-Count
           END-IF.

       3150-LOAD-RELIEFS.
           MOVE ZEROS TO Relief-Count.
           MOVE "N" TO Relief-Load-Overflow-Switch.
           OPEN INPUT ReliefFile.
           IF WS-Relief-File-Status = "00"
               READ ReliefFile
                   AT END SET EndOfReliefFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfReliefFile
                   IF RLF-Status = "G"
                       IF Relief-Count < 2000
                           ADD 1 TO Relief-Count
                           MOVE RLF-Parcel-Seq
                               TO RLT-Parcel-Seq(Relief-Count)
                           MOVE RLF-Basis TO RLT-Basis(Relief-Count)
                           MOVE RLF-Pct TO RLT-Pct(Relief-Count)
                           MOVE RLF-Fixed-Amount
                               TO RLT-Fixed-Amount(Relief-Count)
                           MOVE RLF-Start-Date
                               TO RLT-Start-Date(Relief-Count)
                           MOVE RLF-End-Date
                               TO RLT-End-Date(Relief-Count)
                       ELSE
                           SET Relief-Load-Overflowed TO TRUE
                       END-IF
                   END-IF
                   READ ReliefFile
                       AT END SET EndOfReliefFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ReliefFile
           END-IF.

      * The relief in force on the first due date - a percentage of
      * the charge or a fixed amount, never more than the charge.
       3250-APPLY-RELIEF.
           MOVE ParcVal-Total TO Gross-Charge.
           MOVE ZEROS TO Relief-Charge.
           PERFORM VARYING RLT-Idx FROM 1 BY 1
               UNTIL RLT-Idx > Relief-Count
               MOVE RLT-End-Date(RLT-Idx) TO Relief-End-Work
               IF Relief-End-Work = ZEROS
                   MOVE 99999999 TO Relief-End-Work
               END-IF
               IF RLT-Parcel-Seq(RLT-Idx) = Parcel-Seq
                   AND RLT-Start-Date(RLT-Idx) <= First-Due-Date
                   AND Relief-End-Work >= First-Due-Date
                   IF RLT-Basis-Pct(RLT-Idx)
                       COMPUTE Relief-Charge ROUNDED = Relief-Charge
                           + Gross-Charge * RLT-Pct(RLT-Idx) / 100
                   ELSE
                       ADD RLT-Fixed-Amount(RLT-Idx) TO Relief-Charge
                   END-IF
               END-IF
           END-PERFORM.
           IF Relief-Charge > Gross-Charge
               MOVE Gross-Charge TO Relief-Charge
           END-IF.
           COMPUTE Net-Charge = Gross-Charge - Relief-Charge.
           IF Relief-Charge > ZEROS
               ADD 1 TO Bills-Relieved
           END-IF.

      * Equal instalments with the rounding difference on the last,
      * so the schedule always sums back to the annual charge.
       3200-BILL-ONE-PARCEL.
           MOVE ParcVal-Total TO Prn-Annual.
           WRITE ParcBill-Print-Line FROM Bill-Parcel-Line
           AFTER ADVANCING 1 LINE.
           MOVE Parcel-Seq TO Owner-Parcel-Seq.
           MOVE Business-Date TO Owner-As-Of.
           PERFORM 1300-FIND-OWNER.
           IF RPT-Found-Idx = ZEROS
               ADD 1 TO Bills-Unaddressed
               MOVE "OWNER NOT RECORDED" TO Prn-Bill-To
               WRITE ParcBill-Print-Line FROM Bill-To-Line
               AFTER ADVANCING 1 LINE
           ELSE
               MOVE RPT-Name(RPT-Found-Idx) TO Prn-Bill-To
               WRITE ParcBill-Print-Line FROM Bill-To-Line
               AFTER ADVANCING 1 LINE
               MOVE RPT-Address-1(RPT-Found-Idx) TO Prn-Bill-Address
               WRITE ParcBill-Print-Line FROM Bill-Address-Line
               AFTER ADVANCING 1 LINE
               MOVE RPT-Address-2(RPT-Found-Idx) TO Prn-Bill-Address
               WRITE ParcBill-Print-Line FROM Bill-Address-Line
               AFTER ADVANCING 1 LINE
               MOVE RPT-Postcode(RPT-Found-Idx) TO Prn-Bill-Address
               WRITE ParcBill-Print-Line FROM Bill-Address-Line
               AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 3250-APPLY-RELIEF.
           MOVE "GROSS CHARGE" TO Prn-Charge-Label.
           MOVE Gross-Charge TO Prn-Charge-Amount.
           WRITE ParcBill-Print-Line FROM Bill-Charge-Line
           AFTER ADVANCING 2 LINES.
           MOVE "LESS RELIEF" TO Prn-Charge-Label.
           MOVE Relief-Charge TO Prn-Charge-Amount.
           WRITE ParcBill-Print-Line FROM Bill-Charge-Line
           AFTER ADVANCING 1 LINE.
           MOVE "NET CHARGE" TO Prn-Charge-Label.
           MOVE Net-Charge TO Prn-Charge-Amount.
           WRITE ParcBill-Print-Line FROM Bill-Charge-Line
           AFTER ADVANCING 1 LINE.
           COMPUTE Inst-Amount = Net-Charge / Inst-Count.
           COMPUTE Inst-Remainder = Net-Charge
               - (Inst-Amount * (Inst-Count - 1)).
           MOVE First-Due-Date TO Due-Date-Work.
           PERFORM VARYING Inst-Idx FROM 1 BY 1
               MOVE Take-Amount TO ART-Amount(Arrears-Count)
               MOVE ZEROS TO ART-Paid(Arrears-Count)
               MOVE "O" TO ART-Status(Arrears-Count)
               MOVE Owner-ID TO ART-Ratepayer-ID(Arrears-Count)
           ELSE
               DISPLAY "WARNING: ARREARS TABLE FULL - PARCEL "
                   Parcel-Seq " NOT LEDGERED"

      * Oldest open instalment first, the BoRelease discipline, so
      * part-payments age the right lines.
      * Naming the ratepayer keeps a buyer's payment off the
      * seller's final bill on a parcel that has changed hands.
       4000-POST-PAYMENT.
           DISPLAY "PARCEL SEQUENCE NUMBER".
           ACCEPT Entry-Parcel-Seq.
           DISPLAY "RATEPAYER ID (BLANK FOR THE OLDEST OF ANY OWNER)".
           ACCEPT Entry-Ratepayer-ID.
           DISPLAY "PAYMENT AMOUNT (NNNNNNNNNNN, CENTS IMPLIED)".
           ACCEPT Entry-Amount-X.
           IF Entry-Amount-X IS NOT NUMERIC
               IF ART-Parcel-Seq(ART-Idx) = Entry-Parcel-Seq
                   AND ART-Status(ART-Idx) = "O"
                   AND ART-Due-Date(ART-Idx) < Oldest-Due-Date
                   AND (Entry-Ratepayer-ID = SPACES
                   OR ART-Ratepayer-ID(ART-Idx) = Entry-Ratepayer-ID)
                   MOVE ART-Due-Date(ART-Idx) TO Oldest-Due-Date
                   MOVE ART-Idx TO ART-Found-Idx
               END-IF
           WRITE ParcAge-Print-Line FROM Age-Bucket-Line
           AFTER ADVANCING 1 LINE.

      * A sale part-way through the rating year. The year runs from
      * the first instalment of the parcel's latest bill on or
      * before the transfer; the seller's share is the part of
      * their billed charge for the days they owned the parcel in
      * it, set against what they have paid.
       4800-TRANSFER-OWNERSHIP.
           IF Link-Load-Overflowed
               DISPLAY "PARCLINK.DAT EXCEEDS THE TABLE - TRANSFER "
                   "REFUSED"
           ELSE
               DISPLAY "PARCEL SEQUENCE NUMBER (NNNNN)"
               ACCEPT Entry-Parcel-Seq-X
               DISPLAY "BUYER RATEPAYER ID"
               ACCEPT Entry-Ratepayer-ID
               DISPLAY "TRANSFER DATE (YYYYMMDD, BLANK FOR "
                   Business-Date ")"
               ACCEPT Entry-Date-X
               IF Entry-Date-X = SPACES
                   MOVE Business-Date TO Entry-Date-N
               END-IF
               MOVE Entry-Ratepayer-ID TO Buyer-ID
               MOVE ZEROS TO Buyer-RPT-Idx
               PERFORM VARYING RPT-Idx FROM 1 BY 1
                   UNTIL RPT-Idx > Ratepayer-Count
                   IF RPT-ID(RPT-Idx) = Buyer-ID
                       MOVE RPT-Idx TO Buyer-RPT-Idx
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN Entry-Parcel-Seq-X IS NOT NUMERIC
                       OR Entry-Parcel-Seq-N = ZEROS
                       DISPLAY "PARCEL SEQUENCE MUST BE NUMERIC"
                   WHEN Entry-Date-X IS NOT NUMERIC
                       DISPLAY "TRANSFER DATE MUST BE NUMERIC"
                   WHEN Buyer-RPT-Idx = ZEROS
                       DISPLAY "RATEPAYER " Buyer-ID " IS NOT ON "
                           "FILE - ADD THEM IN RATEPAYR FIRST"
                   WHEN OTHER
                       MOVE Entry-Parcel-Seq-N TO Owner-Parcel-Seq
                       MOVE Entry-Date-N TO Owner-As-Of, Transfer-Date
                       PERFORM 1300-FIND-OWNER
                       MOVE Owner-ID TO Seller-ID
                       MOVE Owner-Since TO Seller-Since
                       MOVE RPT-Found-Idx TO Seller-RPT-Idx
                       IF Seller-ID = Buyer-ID
                           DISPLAY "RATEPAYER " Buyer-ID
                               " ALREADY OWNS THE PARCEL"
                       ELSE
                           PERFORM 4810-APPORTION-CHARGE
                       END-IF
               END-EVALUATE
           END-IF.

       4810-APPORTION-CHARGE.
           MOVE ZEROS TO Year-Start.
           PERFORM VARYING ART-Idx FROM 1 BY 1
               UNTIL ART-Idx > Arrears-Count
               IF ART-Parcel-Seq(ART-Idx) = Owner-Parcel-Seq
                   AND ART-Inst-No(ART-Idx) = 01
                   AND ART-Due-Date(ART-Idx) <= Transfer-Date
                   AND ART-Due-Date(ART-Idx) > Year-Start
                   MOVE ART-Due-Date(ART-Idx) TO Year-Start
               END-IF
           END-PERFORM.
           MOVE Year-Start TO Year-End.
           ADD 1 TO YE-Year.
           MOVE Year-Start TO Own-Start.
           IF Seller-Since > Own-Start
               MOVE Seller-Since TO Own-Start
           END-IF.
           MOVE ZEROS TO Seller-Lines, Buyer-Inst-Count.
           IF Year-Start > ZEROS
               PERFORM 4820-TOTAL-SELLER-LINES
           END-IF.
           EVALUATE TRUE
               WHEN Seller-Lines = ZEROS
                   DISPLAY "NO INSTALMENTS BILLED TO THE SELLER - "
                       "OWNER RECORDED, NOTHING TO APPORTION"
                   PERFORM 4870-RECORD-BUYER
               WHEN Arrears-Count + Buyer-Inst-Count + 2 > 2000
                   DISPLAY "ARREARS TABLE FULL - TRANSFER REFUSED"
               WHEN OTHER
                   PERFORM 4830-SPLIT-BY-DAYS
                   PERFORM 4880-PRINT-STATEMENT-HEAD
                   PERFORM 4840-CLOSE-SELLER-LINES
                   PERFORM 4850-OPEN-BUYER-LINES
                   PERFORM 4870-RECORD-BUYER
                   DISPLAY "SELLER SHARE " Seller-Share
                       " PAID " Seller-Paid
                       " BUYER SHARE " Buyer-Share
                   DISPLAY "TRANSFER STATEMENT WRITTEN TO "
                       "PARCXFER.RPT"
           END-EVALUATE.

      * Lines with no ratepayer were billed before owners were
      * recorded, and belong to whoever owned the parcel then.
       4820-TOTAL-SELLER-LINES.
           MOVE ZEROS TO Seller-Billed, Seller-Paid, Seller-Last-Inst.
           MOVE SPACES TO Seller-AreaType.
           PERFORM VARYING ART-Idx FROM 1 BY 1
               UNTIL ART-Idx > Arrears-Count
               IF ART-Parcel-Seq(ART-Idx) = Owner-Parcel-Seq
                   AND ART-Inst-No(ART-Idx) > ZERO
                   AND ART-Due-Date(ART-Idx) >= Year-Start
                   AND ART-Due-Date(ART-Idx) < Year-End
                   AND ART-Ratepayer-ID(ART-Idx) = Seller-ID
                   AND (ART-Status(ART-Idx) = "O" OR "S")
                   ADD 1 TO Seller-Lines
                   ADD ART-Amount(ART-Idx) TO Seller-Billed
                   ADD ART-Paid(ART-Idx) TO Seller-Paid
                   MOVE ART-AreaType(ART-Idx) TO Seller-AreaType
                   IF ART-Inst-No(ART-Idx) > Seller-Last-Inst
                       MOVE ART-Inst-No(ART-Idx) TO Seller-Last-Inst
                   END-IF
                   IF ART-Due-Date(ART-Idx) >= Transfer-Date
                       AND Buyer-Inst-Count < 99
                       ADD 1 TO Buyer-Inst-Count
                       MOVE ART-Inst-No(ART-Idx)
                           TO BST-Inst-No(Buyer-Inst-Count)
                       MOVE ART-Due-Date(ART-Idx)
                           TO BST-Due-Date(Buyer-Inst-Count)
                   END-IF
               END-IF
           END-PERFORM.

      * Days from the seller's start in the year to the transfer,
      * over the days from that start to the year's end.
       4830-SPLIT-BY-DAYS.
           MOVE Own-Start TO Day-Number-Date.
           PERFORM 4890-DAY-NUMBER.
           MOVE Day-Number TO Day-Number-From.
           MOVE Year-End TO Day-Number-Date.
           PERFORM 4890-DAY-NUMBER.
           COMPUTE Owned-Days = Day-Number - Day-Number-From.
           MOVE Transfer-Date TO Day-Number-Date.
           PERFORM 4890-DAY-NUMBER.
           COMPUTE Seller-Days = Day-Number - Day-Number-From.
           IF Seller-Days > Owned-Days
               MOVE Owned-Days TO Seller-Days
           END-IF.
           IF Owned-Days = ZERO
               MOVE Seller-Billed TO Seller-Share
           ELSE
               COMPUTE Seller-Share ROUNDED =
                   Seller-Billed * Seller-Days / Owned-Days
           END-IF.
           COMPUTE Buyer-Share = Seller-Billed - Seller-Share.
           COMPUTE Seller-Net = Seller-Share - Seller-Paid.

      * The seller's open instalments close; what they still owe
      * for their days is one final bill due on the transfer date,
      * and what they paid beyond it is a refund due to them.
       4840-CLOSE-SELLER-LINES.
           PERFORM VARYING ART-Idx FROM 1 BY 1
               UNTIL ART-Idx > Arrears-Count
               IF ART-Parcel-Seq(ART-Idx) = Owner-Parcel-Seq
                   AND ART-Inst-No(ART-Idx) > ZERO
                   AND ART-Due-Date(ART-Idx) >= Year-Start
                   AND ART-Due-Date(ART-Idx) < Year-End
                   AND ART-Ratepayer-ID(ART-Idx) = Seller-ID
                   AND ART-Status(ART-Idx) = "O"
                   MOVE "C" TO ART-Status(ART-Idx)
               END-IF
           END-PERFORM.
           MOVE ZEROS TO Xfer-Inst-No.
           MOVE Transfer-Date TO Xfer-Due-Date.
           MOVE Seller-ID TO Xfer-Line-Owner.
           EVALUATE TRUE
               WHEN Seller-Net > ZERO
                   MOVE Seller-Net TO Take-Amount
                   MOVE "O" TO Xfer-Line-Status
                   PERFORM 4860-ADD-XFER-LINE
                   MOVE "FINAL BILL TO SELLER" TO Prn-Xfer-Label
                   MOVE Take-Amount TO Prn-Xfer-Amount
                   WRITE ParcXfer-Print-Line FROM Xfer-Amount-Line
                   AFTER ADVANCING 2 LINES
               WHEN Seller-Net < ZERO
                   COMPUTE Take-Amount = ZERO - Seller-Net
                   MOVE "R" TO Xfer-Line-Status
                   PERFORM 4860-ADD-XFER-LINE
                   MOVE "REFUND DUE TO SELLER" TO Prn-Xfer-Label
                   MOVE Take-Amount TO Prn-Xfer-Amount
                   WRITE ParcXfer-Print-Line FROM Xfer-Amount-Line
                   AFTER ADVANCING 2 LINES
               WHEN OTHER
                   MOVE "SELLER SETTLED IN FULL" TO Prn-Xfer-Label
                   MOVE ZEROS TO Prn-Xfer-Amount
                   WRITE ParcXfer-Print-Line FROM Xfer-Amount-Line
                   AFTER ADVANCING 2 LINES
           END-EVALUATE.

      * The buyer's share spread over the seller's due dates still
      * to come, the last carrying the rounding; past the last due
      * date it is one instalment due on the transfer date.
       4850-OPEN-BUYER-LINES.
           IF Buyer-Share > ZERO
               IF Buyer-Inst-Count = ZEROS
                   MOVE 1 TO Buyer-Inst-Count
                   COMPUTE BST-Inst-No(1) = Seller-Last-Inst + 1
                   MOVE Transfer-Date TO BST-Due-Date(1)
               END-IF
               MOVE "BUYER'S INSTALMENTS" TO Prn-Xfer-Label
               MOVE Buyer-Share TO Prn-Xfer-Amount
               WRITE ParcXfer-Print-Line FROM Xfer-Amount-Line
               AFTER ADVANCING 2 LINES
               COMPUTE Inst-Amount = Buyer-Share / Buyer-Inst-Count
               COMPUTE Inst-Remainder = Buyer-Share
                   - (Inst-Amount * (Buyer-Inst-Count - 1))
               MOVE "O" TO Xfer-Line-Status
               MOVE Buyer-ID TO Xfer-Line-Owner
               PERFORM VARYING BST-Idx FROM 1 BY 1
                   UNTIL BST-Idx > Buyer-Inst-Count
                   IF BST-Idx = Buyer-Inst-Count
                       MOVE Inst-Remainder TO Take-Amount
                   ELSE
                       MOVE Inst-Amount TO Take-Amount
                   END-IF
                   MOVE BST-Inst-No(BST-Idx) TO Xfer-Inst-No
                   MOVE BST-Due-Date(BST-Idx) TO Xfer-Due-Date
                   PERFORM 4860-ADD-XFER-LINE
                   MOVE Xfer-Inst-No TO Prn-Inst-No
                   MOVE Xfer-Due-Date TO Prn-Due-Date
                   MOVE Take-Amount TO Prn-Inst-Amount
                   WRITE ParcXfer-Print-Line FROM Bill-Inst-Line
                   AFTER ADVANCING 1 LINE
               END-PERFORM
           END-IF.

      * Room was checked before the transfer started.
       4860-ADD-XFER-LINE.
           ADD 1 TO Arrears-Count.
           SET Arrears-Were-Loaded TO TRUE.
           MOVE Owner-Parcel-Seq TO ART-Parcel-Seq(Arrears-Count).
           MOVE Xfer-Inst-No TO ART-Inst-No(Arrears-Count).
           MOVE Seller-AreaType TO ART-AreaType(Arrears-Count).
           MOVE Xfer-Due-Date TO ART-Due-Date(Arrears-Count).
           MOVE Take-Amount TO ART-Amount(Arrears-Count).
           MOVE ZEROS TO ART-Paid(Arrears-Count).
           MOVE Xfer-Line-Status TO ART-Status(Arrears-Count).
           MOVE Xfer-Line-Owner TO ART-Ratepayer-ID(Arrears-Count).

       4870-RECORD-BUYER.
           MOVE SPACES TO ParcLink-Rec.
           MOVE Owner-Parcel-Seq TO PL-Parcel-Seq.
           MOVE Buyer-ID TO PL-Ratepayer-ID.
           MOVE Transfer-Date TO PL-Effective-Date.
           MOVE Operator-ID TO PL-Operator-ID.
           OPEN EXTEND ParcLinkFile.
           IF WS-ParcLink-File-Status NOT = "00"
               OPEN OUTPUT ParcLinkFile
           END-IF.
           WRITE ParcLink-Rec.
           CLOSE ParcLinkFile.
           IF Link-Count < 3000
               ADD 1 TO Link-Count
               MOVE Owner-Parcel-Seq TO LKT-Parcel-Seq(Link-Count)
               MOVE Buyer-ID TO LKT-Ratepayer-ID(Link-Count)
               MOVE Transfer-Date TO LKT-Effective-Date(Link-Count)
           ELSE
               SET Link-Load-Overflowed TO TRUE
           END-IF.

       4880-PRINT-STATEMENT-HEAD.
           IF NOT Xfer-Report-Is-Open
               OPEN OUTPUT ParcXferRep
               SET Xfer-Report-Is-Open TO TRUE
           END-IF.
           WRITE ParcXfer-Print-Line FROM Xfer-Heading-Line
           AFTER ADVANCING 3 LINES.
           MOVE Owner-Parcel-Seq TO Prn-Xfer-Parcel.
           MOVE Transfer-Date TO Prn-Xfer-Date.
           WRITE ParcXfer-Print-Line FROM Xfer-Parcel-Line
           AFTER ADVANCING 1 LINE.
           MOVE "SELLER : " TO Prn-Party-Label.
           MOVE Seller-ID TO Prn-Party-ID.
           IF Seller-RPT-Idx > ZEROS
               MOVE RPT-Name(Seller-RPT-Idx) TO Prn-Party-Name
           ELSE
               MOVE "OWNER NOT RECORDED" TO Prn-Party-Name
           END-IF.
           WRITE ParcXfer-Print-Line FROM Xfer-Party-Line
           AFTER ADVANCING 2 LINES.
           MOVE "BUYER  : " TO Prn-Party-Label.
           MOVE Buyer-ID TO Prn-Party-ID.
           MOVE RPT-Name(Buyer-RPT-Idx) TO Prn-Party-Name.
           WRITE ParcXfer-Print-Line FROM Xfer-Party-Line
           AFTER ADVANCING 1 LINE.
           MOVE Seller-Days TO Prn-Seller-Days.
           MOVE Owned-Days TO Prn-Owned-Days.
           MOVE Own-Start TO Prn-Own-Start.
           WRITE ParcXfer-Print-Line FROM Xfer-Days-Line
           AFTER ADVANCING 2 LINES.
           MOVE "CHARGE BILLED TO SELLER FOR THE YEAR"
               TO Prn-Xfer-Label.
           MOVE Seller-Billed TO Prn-Xfer-Amount.
           WRITE ParcXfer-Print-Line FROM Xfer-Amount-Line
           AFTER ADVANCING 1 LINE.
           MOVE "SELLER'S SHARE FOR DAYS OWNED" TO Prn-Xfer-Label.
           MOVE Seller-Share TO Prn-Xfer-Amount.
           WRITE ParcXfer-Print-Line FROM Xfer-Amount-Line
           AFTER ADVANCING 1 LINE.
           MOVE "PAID BY SELLER" TO Prn-Xfer-Label.
           MOVE Seller-Paid TO Prn-Xfer-Amount.
           WRITE ParcXfer-Print-Line FROM Xfer-Amount-Line
           AFTER ADVANCING 1 LINE.

      * Days since a fixed origin, so two dates subtract to the
      * days between them.
       4890-DAY-NUMBER.
           COMPUTE Leap-Quot = (DND-Year - 1) / 4.
           COMPUTE Day-Number = (DND-Year - 1) * 365 + Leap-Quot
               + DND-Day.
           PERFORM VARYING Month-Idx FROM 1 BY 1
               UNTIL Month-Idx >= DND-Month
               ADD Month-Max-Day(Month-Idx) TO Day-Number
           END-PERFORM.
           IF DND-Month > 02
               DIVIDE DND-Year BY 4 GIVING Leap-Quot
                   REMAINDER Leap-Rem
               IF Leap-Rem = ZERO
                   ADD 1 TO Day-Number
               END-IF
           END-IF.

       5000-REWRITE-ARREARS-LEDGER.
           IF Arrears-Were-Loaded
               OPEN OUTPUT ParcArrFile
                   MOVE ART-Amount(ART-Idx) TO ARR-Amount
                   MOVE ART-Paid(ART-Idx) TO ARR-Paid
                   MOVE ART-Status(ART-Idx) TO ARR-Status
                   MOVE ART-Ratepayer-ID(ART-Idx) TO ARR-Ratepayer-ID
                   WRITE ParcArr-Rec
               END-PERFORM
               CLOSE ParcArrFile
