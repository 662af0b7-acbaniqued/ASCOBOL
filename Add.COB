      *     comparison, so TillRec-Total is true takings and the
      *     supervisor stops adding the float into EXPTAKE.DAT by
      *     memory.
      *   - Card takings per the till and the card terminal's
      *     end-of-day batch total are keyed with the cash-up and
      *     kept on the till record; the batch total counts toward
      *     the over/short, and a till that disagrees with its own
      *     terminal is warned about at the counter.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDINGEXAMPLES.
      * as spaces and report under "HQ ".
           02  FILLER                  PIC X.
           02  TillRec-Branch          PIC X(3).
      * Card takings as the till rang them, and the terminal's own
      * end-of-day batch total that the acquirer will settle. Both
      * read as spaces on records from before card was kept.
           02  FILLER                  PIC X.
           02  TillRec-Card            PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  TillRec-Card-Batch      PIC 9(7)V99.

       FD TillParmFile.
       01 TillParm-Rec.
               88 TillParm-Header      VALUE "H".
               88 TillParm-Cheque      VALUE "C".
           02  FILLER                  PIC X.
           02  TillParm-Data           PIC X(112).
           02  TillParm-Header-Data REDEFINES TillParm-Data.
               03  TP-Till-ID          PIC X(5).
               03  FILLER              PIC X.
               03  TP-Cash             PIC 9(7)V99.
               03  FILLER              PIC X.
               03  TP-Denom-Count      PIC 9(7) OCCURS 10 TIMES.
      * Card figures; H records from before card was kept read as
      * spaces and count as no card trade.
               03  FILLER              PIC X.
               03  TP-Card             PIC 9(7)V99.
               03  FILLER              PIC X.
               03  TP-Card-Batch       PIC 9(7)V99.
           02  TillParm-Cheque-Data REDEFINES TillParm-Data.
               03  TP-Cheque-Amount    PIC 9(7)V99.
      * Drawer reference for the cheque register; C records from
      * before the field read as spaces.
               03  FILLER              PIC X.
               03  TP-Cheque-Ref       PIC X(10).
               03  FILLER              PIC X(92).

       FD ExpTakeFile.
       01 ExpTake-Rec.
       COPY "MONEYFLD.CPY" REPLACING MONEY-FIELD-NAME BY Cash.
       COPY "MONEYFLD.CPY" REPLACING MONEY-FIELD-NAME BY Cheque.
       COPY "MONEYFLD.CPY" REPLACING MONEY-FIELD-NAME BY Total.
       COPY "MONEYFLD.CPY" REPLACING MONEY-FIELD-NAME BY Card.
       COPY "MONEYFLD.CPY" REPLACING MONEY-FIELD-NAME BY Card-Batch.
       01  Card-Difference           PIC S9(7)V99 VALUE ZEROS.
       01  Cheque-Count   PIC 99.
       01  Cheque-Idx     PIC 99.
       COPY "MONEYFLD.CPY" REPLACING MONEY-FIELD-NAME BY Cheque-Amount.
                           "FULL - CHEQUE NOT REGISTERED"
                   END-IF
               END-PERFORM

               DISPLAY "Enter card takings per the till"
               ACCEPT Card
               DISPLAY "Enter card terminal batch total"
               ACCEPT Card-Batch
           END-IF.

      * The till and its terminal should agree to the penny; a
      * difference is usually a voided sale one side never saw.
           COMPUTE Card-Difference = Card-Batch - Card.
           IF Card-Difference NOT = ZERO
               DISPLAY "WARNING: CARD TERMINAL BATCH " Card-Batch
                   " DIFFERS FROM TILL CARD " Card
                   " BY " Card-Difference
           END-IF.

      * The denomination cross-check proves the count against the

           PERFORM FIND-EXPECTED-TAKINGS.
           IF Expected-Found
      * Expected takings cover card as well, and the terminal batch
      * is what the bank will actually pay, so that is what counts.
               COMPUTE Till-Variance =
                   Total + Card-Batch - Expected-Takings
               IF Till-Variance NOT = ZERO
                   DISPLAY "WARNING: TILL OVER/SHORT " Till-Variance
                       " AGAINST EXPECTED " Expected-Takings
           MOVE Till-Variance TO TillRec-Variance.
           MOVE Operator-ID TO TillRec-Operator-ID.
           MOVE Site-Branch-Code TO TillRec-Branch.
           MOVE Card TO TillRec-Card.
           MOVE Card-Batch TO TillRec-Card-Batch.
           OPEN EXTEND TillRecFile.
           IF WS-TillRec-File-Status NOT = "00"
               OPEN OUTPUT TillRecFile
           OPEN INPUT TillParmFile.
           IF WS-TillParm-File-Status = "00"
               SET TillParm-Present TO TRUE
               MOVE ZEROS TO Cheque, Cheque-Count, Card, Card-Batch
               READ TillParmFile
                   AT END SET EndOfTillParmFile TO TRUE
               END-READ
                           MOVE TP-Till-ID TO Till-ID
                           MOVE TP-Cashier-ID TO Cashier-ID
                           MOVE TP-Cash TO Cash
                           IF TP-Card IS NUMERIC
                               MOVE TP-Card TO Card
                           ELSE
                               MOVE ZEROS TO Card
                           END-IF
                           IF TP-Card-Batch IS NUMERIC
                               MOVE TP-Card-Batch TO Card-Batch
                           ELSE
                               MOVE ZEROS TO Card-Batch
                           END-IF
                           PERFORM VARYING Denom-Idx FROM 1 BY 1
                               UNTIL Denom-Idx > 10
                               MOVE TP-Denom-Count(Denom-Idx)
