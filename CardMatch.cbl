      ******************************************************************
      * Author:
      * Date:
      * Purpose: Card settlement matching. Each trading day's card
      *          takings - the terminal end-of-day batch totals the
      *          till cash-up keeps on TILLREC.DAT, across every till
      *          and branch - are set against the acquirer's
      *          CARDSETL.DAT settlement lines for that trade date.
      *          What the bank should have paid is the batch total
      *          less the merchant fee it held back; a day whose
      *          settled net differs, or that never settled once
      *          the CARDPARM.DAT lag days have passed, is printed
      *          as NO MATCH, and a day still inside the lag as
      *          AWAITING. Chargebacks the acquirer took back in the
      *          window and the fees paid follow on CARDMTCH.RPT.
      *          The run ends with return code 4 when any day is
      *          unmatched, so the morning check cannot miss it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CardMatch.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TillRecFile ASSIGN TO "TILLREC.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TillRec-File-Status.

      * One line per settlement the acquirer paid in, and one per
      * chargeback it took back out.
       SELECT CardSetlFile ASSIGN TO "CARDSETL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CardSetl-File-Status.

       SELECT CardParmFile ASSIGN TO "CARDPARM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CardParm-File-Status.

       SELECT CardMatchRep ASSIGN TO "CARDMTCH.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD TillRecFile.
       01 TillRec-Rec.
           88 EndOfTillRecFile     VALUE HIGH-VALUES.
           02  TillRec-Date            PIC 9(8).
           02  FILLER                  PIC X.
           02  TillRec-Till-ID         PIC X(5).
           02  FILLER                  PIC X.
           02  TillRec-Cashier-ID      PIC X(5).
           02  FILLER                  PIC X.
           02  TillRec-Cash            PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  TillRec-Cheque          PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  TillRec-Total           PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  TillRec-Variance        PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                  PIC X.
           02  TillRec-Operator-ID     PIC X(5).
           02  FILLER                  PIC X.
           02  TillRec-Branch          PIC X(3).
           02  FILLER                  PIC X.
           02  TillRec-Card            PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  TillRec-Card-Batch      PIC 9(7)V99.

       FD CardSetlFile.
       01 CardSetl-Rec.
           88 EndOfCardSetlFile    VALUE HIGH-VALUES.
           02  CS-Settle-Date         PIC 9(8).
           02  FILLER                 PIC X.
           02  CS-Trade-Date          PIC 9(8).
           02  FILLER                 PIC X.
           02  CS-Type                PIC X.
               88 CS-Is-Settlement    VALUE "S".
               88 CS-Is-Chargeback    VALUE "C".
           02  FILLER                 PIC X.
           02  CS-Gross               PIC 9(7)V99.
           02  FILLER                 PIC X.
           02  CS-Fee                 PIC 9(5)V99.
           02  FILLER                 PIC X.
           02  CS-Net                 PIC 9(7)V99.
           02  FILLER                 PIC X.
           02  CS-Reference           PIC X(12).

       FD CardParmFile.
       01 CardParm-Rec.
           02  CP-Window-Days         PIC 9(3).
           02  FILLER                 PIC X.
           02  CP-Lag-Days            PIC 9(3).

       FD CardMatchRep.
       01 CardMatch-Print-Line        PIC X(72).

       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-TillRec-File-Status      PIC XX.
       01  WS-CardSetl-File-Status     PIC XX.
       01  WS-CardParm-File-Status     PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

      * One row per trading day in the window, held in date order so
      * the report reads down the calendar.
       01  Card-Day-Table.
           02  Card-Day-Entry OCCURS 370 TIMES.
               03  CDT-Trade-Date      PIC 9(8).
               03  CDT-Day-Number      PIC 9(7).
               03  CDT-Batch           PIC 9(9)V99.
               03  CDT-Gross           PIC 9(9)V99.
               03  CDT-Fee             PIC 9(7)V99.
               03  CDT-Net             PIC 9(9)V99.
               03  CDT-Settle-Lines    PIC 9(3).

       01  Card-Day-Count              PIC 9(3) VALUE ZEROS.
       01  CDT-Idx                     PIC 9(3).
       01  CDT-Found-Idx               PIC 9(3).
       01  CDT-Shift-Idx               PIC 9(3).

       01  Window-Days                 PIC 9(3) VALUE 30.
       01  Lag-Days                    PIC 9(3) VALUE 3.
       01  Business-Day-Number         PIC 9(7).
       01  Window-Start-Number         PIC 9(7).
       01  Search-Date                 PIC 9(8).
       01  Search-Day-Number           PIC 9(7).
       01  Days-Since-Trade            PIC S9(7).

       01  Day-Number-Date             PIC 9(8).
       01  Day-Number-Parts REDEFINES Day-Number-Date.
           02  DND-Year                PIC 9(4).
           02  DND-Month               PIC 99.
           02  DND-Day                 PIC 99.
       01  Day-Number                  PIC 9(7).
       01  Leap-Quot                   PIC 9(4).
       01  Leap-Rem                    PIC 9(4).
       01  Month-Idx                   PIC 99.
       01  Month-Day-Values.
           02  FILLER                  PIC X(24) VALUE
               "312831303130313130313031".
       01  Month-Day-Table REDEFINES Month-Day-Values.
           02  Month-Max-Day           PIC 99 OCCURS 12 TIMES.

       01  Expected-Net                PIC S9(9)V99.
       01  Net-Difference              PIC S9(9)V99.
       01  Days-Matched                PIC 9(3) VALUE ZEROS.
       01  Days-Unmatched              PIC 9(3) VALUE ZEROS.
       01  Days-Awaiting               PIC 9(3) VALUE ZEROS.
       01  Chargeback-Count            PIC 9(5) VALUE ZEROS.
       01  Chargeback-Total            PIC 9(9)V99 VALUE ZEROS.
       01  Fee-Total                   PIC 9(9)V99 VALUE ZEROS.
       01  Day-Table-Full-Switch       PIC X VALUE "N".
           88 Day-Table-Full           VALUE "Y".

       01  Match-Heading-Line          PIC X(44) VALUE
           "    CARD SETTLEMENT MATCHING".

       01  Match-Window-Line.
           02  FILLER                  PIC X(17) VALUE
               " TRADE WINDOW  : ".
           02  Prn-Window-Days         PIC ZZ9.
           02  FILLER                  PIC X(23) VALUE
               " DAYS TO BUSINESS DATE ".
           02  Prn-Business-Date       PIC 9(8).
           02  FILLER                  PIC X(8)  VALUE "  LAG : ".
           02  Prn-Lag-Days            PIC ZZ9.

       01  Match-Topic-Line.
           02  FILLER                  PIC X(36) VALUE
               " TRADE DT     CARD BATCH      FEES".
           02  FILLER                  PIC X(36) VALUE
               "EXPECTED NET    SETTLED NET STATUS".

       01  Match-Detail-Line.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Trade-Date          PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Batch               PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Fee                 PIC ZZ,ZZ9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Expected            PIC ZZ,ZZZ,ZZ9.99-.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Settled             PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Status              PIC X(8).

       01  Match-Difference-Line.
           02  FILLER                  PIC X(24) VALUE
               "      SETTLED DIFFERS BY".
           02  Prn-Difference          PIC ZZ,ZZZ,ZZ9.99-.

       01  Chargeback-Heading-Line     PIC X(44) VALUE
           " CHARGEBACKS".

       01  Chargeback-Topic-Line       PIC X(72) VALUE
           " SETTLED   TRADE DT  REFERENCE           AMOUNT       FEE".

       01  Chargeback-Detail-Line.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Cb-Settle-Date      PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Cb-Trade-Date       PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Cb-Reference        PIC X(12).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Cb-Amount           PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Cb-Fee              PIC ZZ,ZZ9.99.

       01  Match-Totals-Line.
           02  FILLER                  PIC X(17) VALUE
               " DAYS MATCHED  : ".
           02  Prn-Matched             PIC ZZ9.
           02  FILLER                  PIC X(14) VALUE
               "   NO MATCH : ".
           02  Prn-Unmatched           PIC ZZ9.
           02  FILLER                  PIC X(14) VALUE
               "   AWAITING : ".
           02  Prn-Awaiting            PIC ZZ9.

       01  Match-Chargeback-Line.
           02  FILLER                  PIC X(17) VALUE
               " CHARGEBACKS   : ".
           02  Prn-Cb-Count            PIC ZZZZ9.
           02  FILLER                  PIC X(12) VALUE
               "   VALUE : ".
           02  Prn-Cb-Total            PIC ZZZ,ZZZ,ZZ9.99.

       01  Match-Fee-Line.
           02  FILLER                  PIC X(17) VALUE
               " MERCHANT FEES : ".
           02  Prn-Fee-Total           PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-PARAMETERS.
           PERFORM 2000-SUM-CARD-TAKINGS.
           PERFORM 2100-SUM-SETTLEMENTS.
           PERFORM 3000-MATCH-AND-PRINT.
           DISPLAY "CARD DAYS MATCHED: " Days-Matched
               " NO MATCH: " Days-Unmatched
               " AWAITING: " Days-Awaiting.
           IF Days-Unmatched > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM Log-Run-Complete.
           STOP RUN.

      * The window runs back from the business date; the lag is how
      * many days the acquirer normally takes to pay a batch in.
       1000-LOAD-PARAMETERS.
           OPEN INPUT CardParmFile.
           IF WS-CardParm-File-Status = "00"
               READ CardParmFile
                   NOT AT END
                       IF CP-Window-Days IS NUMERIC
                           AND CP-Window-Days > ZERO
                           MOVE CP-Window-Days TO Window-Days
                       END-IF
                       IF CP-Lag-Days IS NUMERIC
                           MOVE CP-Lag-Days TO Lag-Days
                       END-IF
               END-READ
               CLOSE CardParmFile
           ELSE
               DISPLAY "WARNING: CARDPARM.DAT NOT AVAILABLE - "
                   "USING THE DEFAULT WINDOW AND LAG"
           END-IF.
           IF Window-Days > 366
               MOVE 366 TO Window-Days
           END-IF.
           MOVE Business-Date TO Day-Number-Date.
           PERFORM 4890-DAY-NUMBER.
           MOVE Day-Number TO Business-Day-Number.
           COMPUTE Window-Start-Number =
               Business-Day-Number - Window-Days.

      * Terminal batch totals per trade date, every till and branch
      * together, since the acquirer settles the merchant account
      * as one. Records from before card was kept carry spaces.
       2000-SUM-CARD-TAKINGS.
           OPEN INPUT TillRecFile.
           IF WS-TillRec-File-Status = "00"
               READ TillRecFile
                   AT END SET EndOfTillRecFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfTillRecFile
                   IF TillRec-Date IS NUMERIC
                       AND TillRec-Card-Batch IS NUMERIC
                       AND TillRec-Card-Batch > ZERO
                       MOVE TillRec-Date TO Search-Date
                       PERFORM 2200-FIND-TRADE-DAY
                       IF CDT-Found-Idx > ZEROS
                           ADD TillRec-Card-Batch
                               TO CDT-Batch(CDT-Found-Idx)
                       END-IF
                   END-IF
                   READ TillRecFile
                       AT END SET EndOfTillRecFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TillRecFile
           ELSE
               DISPLAY "WARNING: TILLREC.DAT NOT AVAILABLE - NO CARD "
                   "TAKINGS TO MATCH"
           END-IF.

      * Settlement lines go against the day they paid for; a
      * settlement for a day with no takings still gets a row, so
      * money nobody rang through shows as a mismatch.
       2100-SUM-SETTLEMENTS.
           OPEN INPUT CardSetlFile.
           IF WS-CardSetl-File-Status = "00"
               READ CardSetlFile
                   AT END SET EndOfCardSetlFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCardSetlFile
                   IF CS-Is-Settlement
                       AND CS-Trade-Date IS NUMERIC
                       AND CS-Gross IS NUMERIC
                       AND CS-Fee IS NUMERIC
                       AND CS-Net IS NUMERIC
                       MOVE CS-Trade-Date TO Search-Date
                       PERFORM 2200-FIND-TRADE-DAY
                       IF CDT-Found-Idx > ZEROS
                           ADD CS-Gross TO CDT-Gross(CDT-Found-Idx)
                           ADD CS-Fee TO CDT-Fee(CDT-Found-Idx)
                           ADD CS-Net TO CDT-Net(CDT-Found-Idx)
                           ADD 1 TO CDT-Settle-Lines(CDT-Found-Idx)
                       END-IF
                   END-IF
                   READ CardSetlFile
                       AT END SET EndOfCardSetlFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CardSetlFile
           ELSE
               DISPLAY "WARNING: CARDSETL.DAT NOT AVAILABLE - NO "
                   "SETTLEMENTS TO MATCH AGAINST"
           END-IF.

      * Finds the row for Search-Date, adding it in date order when
      * the date is inside the window and not yet held. Zero back
      * means the date is outside the window or the table is full.
       2200-FIND-TRADE-DAY.
           MOVE ZEROS TO CDT-Found-Idx.
           MOVE Search-Date TO Day-Number-Date.
           PERFORM 4890-DAY-NUMBER.
           MOVE Day-Number TO Search-Day-Number.
           IF Search-Day-Number >= Window-Start-Number
               AND Search-Day-Number <= Business-Day-Number
               PERFORM VARYING CDT-Idx FROM 1 BY 1
                   UNTIL CDT-Idx > Card-Day-Count
                   OR CDT-Found-Idx > ZERO
                   IF CDT-Trade-Date(CDT-Idx) = Search-Date
                       MOVE CDT-Idx TO CDT-Found-Idx
                   END-IF
               END-PERFORM
               IF CDT-Found-Idx = ZEROS
                   PERFORM 2250-INSERT-TRADE-DAY
               END-IF
           END-IF.

       2250-INSERT-TRADE-DAY.
           IF Card-Day-Count < 370
               MOVE 1 TO CDT-Found-Idx
               PERFORM VARYING CDT-Idx FROM 1 BY 1
                   UNTIL CDT-Idx > Card-Day-Count
                   IF CDT-Trade-Date(CDT-Idx) < Search-Date
                       COMPUTE CDT-Found-Idx = CDT-Idx + 1
                   END-IF
               END-PERFORM
               ADD 1 TO Card-Day-Count
               PERFORM VARYING CDT-Shift-Idx FROM Card-Day-Count BY -1
                   UNTIL CDT-Shift-Idx <= CDT-Found-Idx
                   MOVE Card-Day-Entry(CDT-Shift-Idx - 1)
                       TO Card-Day-Entry(CDT-Shift-Idx)
               END-PERFORM
               MOVE Search-Date TO CDT-Trade-Date(CDT-Found-Idx)
               MOVE Search-Day-Number TO CDT-Day-Number(CDT-Found-Idx)
               MOVE ZEROS TO CDT-Batch(CDT-Found-Idx)
                   CDT-Gross(CDT-Found-Idx)
                   CDT-Fee(CDT-Found-Idx)
                   CDT-Net(CDT-Found-Idx)
                   CDT-Settle-Lines(CDT-Found-Idx)
           ELSE
               IF NOT Day-Table-Full
                   SET Day-Table-Full TO TRUE
                   DISPLAY "WARNING: CARD DAY TABLE FULL - LATER "
                       "TRADE DATES NOT MATCHED"
               END-IF
           END-IF.

       3000-MATCH-AND-PRINT.
           OPEN OUTPUT CardMatchRep.
           WRITE CardMatch-Print-Line FROM Match-Heading-Line
           AFTER ADVANCING 1 LINE.
           MOVE Window-Days TO Prn-Window-Days.
           MOVE Business-Date TO Prn-Business-Date.
           MOVE Lag-Days TO Prn-Lag-Days.
           WRITE CardMatch-Print-Line FROM Match-Window-Line
           AFTER ADVANCING 1 LINE.
           WRITE CardMatch-Print-Line FROM Match-Topic-Line
           AFTER ADVANCING 2 LINES.
           PERFORM VARYING CDT-Idx FROM 1 BY 1
               UNTIL CDT-Idx > Card-Day-Count
               PERFORM 3100-MATCH-ONE-DAY
           END-PERFORM.
           PERFORM 3200-PRINT-CHARGEBACKS.
           MOVE Days-Matched TO Prn-Matched.
           MOVE Days-Unmatched TO Prn-Unmatched.
           MOVE Days-Awaiting TO Prn-Awaiting.
           WRITE CardMatch-Print-Line FROM Match-Totals-Line
           AFTER ADVANCING 2 LINES.
           MOVE Chargeback-Count TO Prn-Cb-Count.
           MOVE Chargeback-Total TO Prn-Cb-Total.
           WRITE CardMatch-Print-Line FROM Match-Chargeback-Line
           AFTER ADVANCING 1 LINE.
           MOVE Fee-Total TO Prn-Fee-Total.
           WRITE CardMatch-Print-Line FROM Match-Fee-Line
           AFTER ADVANCING 1 LINE.
           CLOSE CardMatchRep.

      * The bank should pay the batch less its own fee. A day with
      * no settlement yet is only a mismatch once the lag is up.
       3100-MATCH-ONE-DAY.
           COMPUTE Expected-Net =
               CDT-Batch(CDT-Idx) - CDT-Fee(CDT-Idx).
           COMPUTE Net-Difference = CDT-Net(CDT-Idx) - Expected-Net.
           COMPUTE Days-Since-Trade =
               Business-Day-Number - CDT-Day-Number(CDT-Idx).
           ADD CDT-Fee(CDT-Idx) TO Fee-Total.
           EVALUATE TRUE
               WHEN CDT-Settle-Lines(CDT-Idx) = ZERO
                   AND Days-Since-Trade <= Lag-Days
                   MOVE "AWAITING" TO Prn-Status
                   ADD 1 TO Days-Awaiting
               WHEN CDT-Settle-Lines(CDT-Idx) > ZERO
                   AND Net-Difference = ZERO
                   MOVE "MATCHED" TO Prn-Status
                   ADD 1 TO Days-Matched
               WHEN OTHER
                   MOVE "NO MATCH" TO Prn-Status
                   ADD 1 TO Days-Unmatched
           END-EVALUATE.
           MOVE CDT-Trade-Date(CDT-Idx) TO Prn-Trade-Date.
           MOVE CDT-Batch(CDT-Idx) TO Prn-Batch.
           MOVE CDT-Fee(CDT-Idx) TO Prn-Fee.
           MOVE Expected-Net TO Prn-Expected.
           MOVE CDT-Net(CDT-Idx) TO Prn-Settled.
           WRITE CardMatch-Print-Line FROM Match-Detail-Line
           AFTER ADVANCING 1 LINE.
           IF Prn-Status = "NO MATCH"
               MOVE Net-Difference TO Prn-Difference
               WRITE CardMatch-Print-Line FROM Match-Difference-Line
               AFTER ADVANCING 1 LINE
           END-IF.

      * Chargebacks the acquirer settled inside the window, each
      * with the fee it charged for the dispute.
       3200-PRINT-CHARGEBACKS.
           WRITE CardMatch-Print-Line FROM Chargeback-Heading-Line
           AFTER ADVANCING 2 LINES.
           WRITE CardMatch-Print-Line FROM Chargeback-Topic-Line
           AFTER ADVANCING 1 LINE.
           OPEN INPUT CardSetlFile.
           IF WS-CardSetl-File-Status = "00"
               READ CardSetlFile
                   AT END SET EndOfCardSetlFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCardSetlFile
                   IF CS-Is-Chargeback
                       AND CS-Settle-Date IS NUMERIC
                       AND CS-Gross IS NUMERIC
                       AND CS-Fee IS NUMERIC
                       PERFORM 3250-PRINT-ONE-CHARGEBACK
                   END-IF
                   READ CardSetlFile
                       AT END SET EndOfCardSetlFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CardSetlFile
           END-IF.

       3250-PRINT-ONE-CHARGEBACK.
           MOVE CS-Settle-Date TO Day-Number-Date.
           PERFORM 4890-DAY-NUMBER.
           IF Day-Number >= Window-Start-Number
               AND Day-Number <= Business-Day-Number
               ADD 1 TO Chargeback-Count
               ADD CS-Gross TO Chargeback-Total
               ADD CS-Fee TO Fee-Total
               MOVE CS-Settle-Date TO Prn-Cb-Settle-Date
               MOVE CS-Trade-Date TO Prn-Cb-Trade-Date
               MOVE CS-Reference TO Prn-Cb-Reference
               MOVE CS-Gross TO Prn-Cb-Amount
               MOVE CS-Fee TO Prn-Cb-Fee
               WRITE CardMatch-Print-Line FROM Chargeback-Detail-Line
               AFTER ADVANCING 1 LINE
           END-IF.

      * Days since 0001-01-01 for a YYYYMMDD date, the ParcBill
      * measure, so the window and the lag count real days.
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

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="CARDMATCH"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM CardMatch.
