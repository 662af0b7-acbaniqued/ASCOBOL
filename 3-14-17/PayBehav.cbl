      ******************************************************************
      * Author:
      * Date:
      * Purpose: Quarterly customer payment-behaviour and credit-limit
      *          review. For every CUSTMAST.DAT customer it takes the
      *          ARLEDGER.DAT items settled in the quarter to the
      *          business date - the settlement date ArPayment and
      *          CashApply stamp on the item - and works out the
      *          average and the worst days-to-pay, plus the age of
      *          the oldest item still unpaid, and sets them against
      *          the terms. Each credit limit is recommended for a
      *          raise, a cut or a hold against the thresholds credit
      *          control keeps on CREVPARM.DAT, with the proposed new
      *          limit, so the whole book is reviewed from the one
      *          PAYBEHAV.RPT listing. Nothing is changed on the
      *          master: the limit itself is still set in CustMaint.
      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - The customer master is indexed on customer id and the AR
      *     ledger on invoice number; both are still read through in
      *     key order.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayBehav.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS AR-Invoice-Number
                 ALTERNATE RECORD KEY IS AR-CustomerID
                     WITH DUPLICATES
                 FILE STATUS IS WS-ArLedger-File-Status.

       SELECT CustMasterFile ASSIGN TO "CUSTMAST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS CustMast-CustomerID
                 FILE STATUS IS WS-CustMaster-File-Status.

      * One record: the terms in days and the review thresholds.
      * Missing, the run reviews against the defaults below.
       SELECT CrRevParmFile ASSIGN TO "CREVPARM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CrRevParm-File-Status.

       SELECT PayBehavRep ASSIGN TO "PAYBEHAV.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".

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
               88 AR-Is-Settled       VALUE "S".
           02  FILLER                 PIC X.
           02  AR-Settled-Date        PIC X(8).
           02  AR-Settled-Date-N REDEFINES AR-Settled-Date
                                      PIC 9(8).
           02  FILLER                 PIC X(2).

       FD CustMasterFile.
       01 CustMast-Rec.
           88 EndOfCustMasterFile   VALUE HIGH-VALUES.
           02  CustMast-CustomerID      PIC X(5).
           02  FILLER                   PIC X.
           02  CustMast-Region          PIC X(10).
           02  FILLER                   PIC X.
           02  CustMast-RepCode         PIC X(3).
           02  FILLER                   PIC X.
           02  CustMast-CommRate        PIC V999.
           02  FILLER                   PIC X.
           02  CustMast-Address         PIC X(30).
           02  FILLER                   PIC X.
           02  CustMast-Currency        PIC X(3).
           02  FILLER                   PIC X.
           02  CustMast-EDI-Flag        PIC X.
           02  FILLER                   PIC X.
           02  CustMast-Credit-Limit    PIC 9(7).
           02  FILLER                   PIC X(12).

       FD CrRevParmFile.
       01 CrRevParm-Rec.
           02  CrRevParm-Terms-Days       PIC 999.
           02  FILLER                     PIC X.
           02  CrRevParm-Raise-Avg-Days   PIC 999.
           02  FILLER                     PIC X.
           02  CrRevParm-Cut-Avg-Days     PIC 999.
           02  FILLER                     PIC X.
           02  CrRevParm-Cut-Worst-Days   PIC 999.
           02  FILLER                     PIC X.
           02  CrRevParm-Raise-Pct        PIC 99.
           02  FILLER                     PIC X.
           02  CrRevParm-Cut-Pct          PIC 99.

       FD PayBehavRep.
       01 PayBehav-Print-Line         PIC X(100).

       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-ArLedger-File-Status      PIC XX.
       01  WS-CustMaster-File-Status    PIC XX.
       01  WS-CrRevParm-File-Status     PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

      * Review thresholds. A customer whose average is within the
      * raise figure and who never went past terms earns a raise; an
      * average over the cut figure, or any one item (paid or still
      * unpaid) past the worst figure, earns a cut; anyone else holds.
       01  Terms-Days                   PIC 999 VALUE 030.
       01  Raise-Avg-Days               PIC 999 VALUE 020.
       01  Cut-Avg-Days                 PIC 999 VALUE 045.
       01  Cut-Worst-Days               PIC 999 VALUE 090.
       01  Raise-Pct                    PIC 99  VALUE 25.
       01  Cut-Pct                      PIC 99  VALUE 50.

      * The quarter: the business month and the two before it.
       01  Quarter-Start                PIC 9(8).
       01  Quarter-Start-F REDEFINES Quarter-Start.
           02  QS-Year                  PIC 9(4).
           02  QS-Month                 PIC 99.
           02  QS-Day                   PIC 99.

       01  Cust-Review-Table.
           02  Cust-Review-Entry OCCURS 5000 TIMES.
               03  CR-CustomerID        PIC X(5).
               03  CR-Credit-Limit      PIC 9(7).
               03  CR-Settled-Count     PIC 9(5).
               03  CR-Total-Days        PIC S9(9).
               03  CR-Worst-Days        PIC S9(5).
               03  CR-Oldest-Open-Days  PIC S9(5).

       01  Cust-Review-Count            PIC 9(4) VALUE ZEROS.
       01  CR-Idx                       PIC 9(4).
       01  CR-Found-Idx                 PIC 9(4).

       01  Date-Diff-Days               PIC S9(7).
       01  Diff-Date-1                  PIC 9(8).
       01  Diff-Date-1-F REDEFINES Diff-Date-1.
           02  DD1-Year                 PIC 9(4).
           02  DD1-Month                PIC 99.
           02  DD1-Day                  PIC 99.
       01  Diff-Date-2                  PIC 9(8).
       01  Diff-Date-2-F REDEFINES Diff-Date-2.
           02  DD2-Year                 PIC 9(4).
           02  DD2-Month                PIC 99.
           02  DD2-Day                  PIC 99.

       01  Average-Days                 PIC S9(5).
       01  Proposed-Limit               PIC 9(7).
       01  Recommendation               PIC X(5).
       01  Raise-Count                  PIC 9(5) VALUE ZEROS.
       01  Cut-Count                    PIC 9(5) VALUE ZEROS.
       01  Hold-Count                   PIC 9(5) VALUE ZEROS.

       01  PayBehav-Heading-Line        PIC X(60) VALUE
           "     PAYMENT BEHAVIOUR AND CREDIT-LIMIT REVIEW".

       01  PayBehav-Period-Line.
           02  FILLER                   PIC X(16) VALUE
               " SETTLED FROM : ".
           02  Prn-Quarter-Start        PIC 9(8).
           02  FILLER                   PIC X(6) VALUE "  TO ".
           02  Prn-Business-Date        PIC 9(8).
           02  FILLER                   PIC X(11) VALUE
               "  TERMS : ".
           02  Prn-Terms-Days           PIC ZZ9.
           02  FILLER                   PIC X(5) VALUE " DAYS".

       01  PayBehav-Topic-Line          PIC X(100) VALUE
           " CUSTOMER    LIMIT  PAID   AVG  WORST  OLDEST OPEN  ACTION
      -    "   PROPOSED".

       01  PayBehav-Detail-Line.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-CustomerID           PIC X(5).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Credit-Limit         PIC Z,ZZZ,ZZ9.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Settled-Count        PIC ZZZZ9.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Average-Days         PIC ZZZZ9.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Worst-Days           PIC ZZZZ9.
           02  FILLER                   PIC X(8)  VALUE SPACES.
           02  Prn-Oldest-Open-Days     PIC ZZZZ9.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Recommendation       PIC X(5).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Proposed-Limit       PIC Z,ZZZ,ZZ9.

       01  PayBehav-Totals-Line.
           02  FILLER                   PIC X(10) VALUE " RAISE : ".
           02  Prn-Raise-Count          PIC ZZZZ9.
           02  FILLER                   PIC X(9)  VALUE "  CUT : ".
           02  Prn-Cut-Count            PIC ZZZZ9.
           02  FILLER                   PIC X(10) VALUE "  HOLD : ".
           02  Prn-Hold-Count           PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-PARAMETERS.
           PERFORM 1100-SET-QUARTER-START.
           PERFORM 1200-LOAD-CUSTOMER-MASTER.
           PERFORM 2000-WALK-AR-LEDGER.
           PERFORM 3000-PRINT-REVIEW-REPORT.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-PARAMETERS.
           OPEN INPUT CrRevParmFile.
           IF WS-CrRevParm-File-Status = "00"
               READ CrRevParmFile
                   NOT AT END
                       IF CrRevParm-Terms-Days IS NUMERIC
                           MOVE CrRevParm-Terms-Days TO Terms-Days
                       END-IF
                       IF CrRevParm-Raise-Avg-Days IS NUMERIC
                           MOVE CrRevParm-Raise-Avg-Days
                               TO Raise-Avg-Days
                       END-IF
                       IF CrRevParm-Cut-Avg-Days IS NUMERIC
                           MOVE CrRevParm-Cut-Avg-Days TO Cut-Avg-Days
                       END-IF
                       IF CrRevParm-Cut-Worst-Days IS NUMERIC
                           MOVE CrRevParm-Cut-Worst-Days
                               TO Cut-Worst-Days
                       END-IF
                       IF CrRevParm-Raise-Pct IS NUMERIC
                           MOVE CrRevParm-Raise-Pct TO Raise-Pct
                       END-IF
                       IF CrRevParm-Cut-Pct IS NUMERIC
                           MOVE CrRevParm-Cut-Pct TO Cut-Pct
                       END-IF
               END-READ
               CLOSE CrRevParmFile
           ELSE
               DISPLAY "WARNING: CREVPARM.DAT NOT AVAILABLE - "
                   "REVIEWING AGAINST THE DEFAULT THRESHOLDS"
           END-IF.

       1100-SET-QUARTER-START.
           MOVE Business-Date TO Quarter-Start.
           IF QS-Month > 2
               SUBTRACT 2 FROM QS-Month
           ELSE
               ADD 10 TO QS-Month
               SUBTRACT 1 FROM QS-Year
           END-IF.
           MOVE 1 TO QS-Day.

       1200-LOAD-CUSTOMER-MASTER.
           OPEN INPUT CustMasterFile.
           IF WS-CustMaster-File-Status = "00"
               READ CustMasterFile
                   AT END SET EndOfCustMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCustMasterFile
                   IF Cust-Review-Count < 5000
                       ADD 1 TO Cust-Review-Count
                       MOVE CustMast-CustomerID
                           TO CR-CustomerID(Cust-Review-Count)
                       IF CustMast-Credit-Limit IS NUMERIC
                           MOVE CustMast-Credit-Limit
                               TO CR-Credit-Limit(Cust-Review-Count)
                       ELSE
                           MOVE ZEROS
                               TO CR-Credit-Limit(Cust-Review-Count)
                       END-IF
                       MOVE ZEROS TO CR-Settled-Count(Cust-Review-Count)
                           CR-Total-Days(Cust-Review-Count)
                           CR-Worst-Days(Cust-Review-Count)
                           CR-Oldest-Open-Days(Cust-Review-Count)
                   ELSE
                       DISPLAY "WARNING: CUSTMAST.DAT TABLE FULL, "
                           "CUSTOMER " CustMast-CustomerID " SKIPPED"
                   END-IF
                   READ CustMasterFile
                       AT END SET EndOfCustMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CustMasterFile
           ELSE
               DISPLAY "WARNING: CUSTMAST.DAT NOT AVAILABLE - "
                   "NOTHING TO REVIEW"
           END-IF.

      * Days between two YYYYMMDD dates by the 365/30 rule, the same
      * rough measure the cash forecast learns its payment lags by.
       1050-ROUGH-DAY-DIFF.
           COMPUTE Date-Diff-Days =
               ((DD2-Year - DD1-Year) * 365)
               + ((DD2-Month - DD1-Month) * 30)
               + (DD2-Day - DD1-Day).

      * A settled item counts when it settled in the quarter; an open
      * item with money still owing counts towards the oldest unpaid.
       2000-WALK-AR-LEDGER.
           OPEN INPUT ArLedgerFile.
           IF WS-ArLedger-File-Status NOT = "00"
               DISPLAY "WARNING: ARLEDGER.DAT NOT AVAILABLE - "
                   "NO PAYMENT HISTORY"
           ELSE
               READ ArLedgerFile
                   AT END SET EndOfArLedgerFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfArLedgerFile
                   PERFORM 2100-TAKE-LEDGER-ITEM
                   READ ArLedgerFile
                       AT END SET EndOfArLedgerFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ArLedgerFile
           END-IF.

       2100-TAKE-LEDGER-ITEM.
           MOVE ZEROS TO CR-Found-Idx.
           PERFORM VARYING CR-Idx FROM 1 BY 1
               UNTIL CR-Idx > Cust-Review-Count OR CR-Found-Idx > ZERO
               IF CR-CustomerID(CR-Idx) = AR-CustomerID
                   MOVE CR-Idx TO CR-Found-Idx
               END-IF
           END-PERFORM.
           IF CR-Found-Idx > ZERO
               MOVE AR-Invoice-Date TO Diff-Date-1
               EVALUATE TRUE
                   WHEN AR-Is-Settled
                       AND AR-Settled-Date IS NUMERIC
                       AND AR-Settled-Date-N >= Quarter-Start
                       AND AR-Settled-Date-N <= Business-Date
                       MOVE AR-Settled-Date-N TO Diff-Date-2
                       PERFORM 1050-ROUGH-DAY-DIFF
                       IF Date-Diff-Days < ZERO
                           MOVE ZEROS TO Date-Diff-Days
                       END-IF
                       ADD 1 TO CR-Settled-Count(CR-Found-Idx)
                       ADD Date-Diff-Days
                           TO CR-Total-Days(CR-Found-Idx)
                       IF Date-Diff-Days > CR-Worst-Days(CR-Found-Idx)
                           MOVE Date-Diff-Days
                               TO CR-Worst-Days(CR-Found-Idx)
                       END-IF
                   WHEN AR-Is-Open
                       AND AR-Invoice-Amount > AR-Amount-Paid
                       MOVE Business-Date TO Diff-Date-2
                       PERFORM 1050-ROUGH-DAY-DIFF
                       IF Date-Diff-Days
                           > CR-Oldest-Open-Days(CR-Found-Idx)
                           MOVE Date-Diff-Days
                               TO CR-Oldest-Open-Days(CR-Found-Idx)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       3000-PRINT-REVIEW-REPORT.
           OPEN OUTPUT PayBehavRep.
           WRITE PayBehav-Print-Line FROM PayBehav-Heading-Line
           AFTER ADVANCING 1 LINE.
           MOVE Quarter-Start TO Prn-Quarter-Start.
           MOVE Business-Date TO Prn-Business-Date.
           MOVE Terms-Days TO Prn-Terms-Days.
           WRITE PayBehav-Print-Line FROM PayBehav-Period-Line
           AFTER ADVANCING 1 LINE.
           WRITE PayBehav-Print-Line FROM PayBehav-Topic-Line
           AFTER ADVANCING 2 LINES.
           PERFORM VARYING CR-Idx FROM 1 BY 1
               UNTIL CR-Idx > Cust-Review-Count
               PERFORM 3100-RECOMMEND-ONE-CUSTOMER
               MOVE CR-CustomerID(CR-Idx) TO Prn-CustomerID
               MOVE CR-Credit-Limit(CR-Idx) TO Prn-Credit-Limit
               MOVE CR-Settled-Count(CR-Idx) TO Prn-Settled-Count
               MOVE Average-Days TO Prn-Average-Days
               MOVE CR-Worst-Days(CR-Idx) TO Prn-Worst-Days
               MOVE CR-Oldest-Open-Days(CR-Idx)
                   TO Prn-Oldest-Open-Days
               MOVE Recommendation TO Prn-Recommendation
               MOVE Proposed-Limit TO Prn-Proposed-Limit
               WRITE PayBehav-Print-Line FROM PayBehav-Detail-Line
               AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE Raise-Count TO Prn-Raise-Count.
           MOVE Cut-Count TO Prn-Cut-Count.
           MOVE Hold-Count TO Prn-Hold-Count.
           WRITE PayBehav-Print-Line FROM PayBehav-Totals-Line
           AFTER ADVANCING 2 LINES.
           CLOSE PayBehavRep.

      * A cut outranks a raise: one item unpaid far past terms is
      * enough, whatever the average. With nothing settled in the
      * quarter there is no evidence for a raise, so such a customer
      * holds unless an unpaid item calls for the cut.
       3100-RECOMMEND-ONE-CUSTOMER.
           MOVE ZEROS TO Average-Days.
           IF CR-Settled-Count(CR-Idx) > ZERO
               COMPUTE Average-Days ROUNDED =
                   CR-Total-Days(CR-Idx) / CR-Settled-Count(CR-Idx)
           END-IF.
           MOVE CR-Credit-Limit(CR-Idx) TO Proposed-Limit.
           EVALUATE TRUE
               WHEN CR-Worst-Days(CR-Idx) > Cut-Worst-Days
                   OR CR-Oldest-Open-Days(CR-Idx) > Cut-Worst-Days
                   OR (CR-Settled-Count(CR-Idx) > ZERO
                       AND Average-Days > Cut-Avg-Days)
                   MOVE "CUT" TO Recommendation
                   COMPUTE Proposed-Limit ROUNDED =
                       CR-Credit-Limit(CR-Idx) * (100 - Cut-Pct) / 100
                   ADD 1 TO Cut-Count
               WHEN CR-Settled-Count(CR-Idx) > ZERO
                   AND Average-Days <= Raise-Avg-Days
                   AND CR-Worst-Days(CR-Idx) <= Terms-Days
                   AND CR-Oldest-Open-Days(CR-Idx) <= Terms-Days
                   MOVE "RAISE" TO Recommendation
                   COMPUTE Proposed-Limit ROUNDED =
                       CR-Credit-Limit(CR-Idx) * (100 + Raise-Pct) / 100
                   ADD 1 TO Raise-Count
               WHEN OTHER
                   MOVE "HOLD" TO Recommendation
                   ADD 1 TO Hold-Count
           END-EVALUATE.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="PAYBEHAV"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM PayBehav.
