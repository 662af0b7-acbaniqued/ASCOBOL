      *     fresh per period for the bank, so the history file is
      *     what the year-end reconciliation and the cash-flow
      *     forecast read their pattern from.
      *   - Register lines for a leaver in a period after their final
      *     pay, as LEAVER.DAT records it, are held back: they go
      *     neither into the file nor into the period total, are
      *     totalled on the control report, and warn the step.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankPay.
       SELECT BankPayParmFile ASSIGN TO "BPAYPARM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BankPayParm-File-Status.

      * Leaver statements SUBTRACTEXAMPLE writes with the final pay.
       SELECT LeaverFile ASSIGN TO "LEAVER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Leaver-File-Status.
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".

       01 BankPayParm-Rec.
           02  BankPayParm-Period-Date PIC 9(8).

       FD LeaverFile.
       01 Leaver-Rec.
           88 EndOfLeaverFile          VALUE HIGH-VALUES.
           02  Lvr-Employee-ID         PIC X(5).
           02  FILLER                  PIC X.
           02  Lvr-Leave-Date          PIC 9(8).
           02  FILLER                  PIC X.
           02  Lvr-Final-Period        PIC 9(8).

       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       01  WS-BankPay-File-Status       PIC XX.
       01  WS-BankHist-File-Status      PIC XX.
       01  WS-BankPayParm-File-Status   PIC XX.
       01  WS-Leaver-File-Status        PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Release-Total                PIC 9(9)V99 VALUE ZEROS.
       01  Missing-Details-Count        PIC 9(3) VALUE ZEROS.

      * Leavers and the period of their final pay.
       01  Leaver-Table.
           02  Leaver-Entry OCCURS 200 TIMES.
               03  LVT-Employee-ID      PIC X(5).
               03  LVT-Final-Period     PIC 9(8).
       01  Leaver-Count                 PIC 9(3) VALUE ZEROS.
       01  LVT-Idx                      PIC 9(3).
       01  Leaver-Held-Switch           PIC X VALUE "N".
           88 Leaver-Is-Held            VALUE "Y".
       01  Held-Total                   PIC 9(9)V99 VALUE ZEROS.
       01  Held-Count                   PIC 9(3) VALUE ZEROS.

       01  BankCtl-Heading-Line         PIC X(44) VALUE
           "   NET PAY CREDIT-TRANSFER CONTROL REPORT".

           02  FILLER                   PIC X(12) VALUE "  RELEASE : ".
           02  CTL-Release-Total        PIC ZZZ,ZZZ,ZZ9.99.

       01  BankCtl-Held-Line.
           02  FILLER                   PIC X(16) VALUE
               " HELD - LEFT  : ".
           02  CTL-Held-Total           PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER                   PIC X(12) VALUE "  LINES   : ".
           02  CTL-Held-Count           PIC ZZ9.

       01  BankCtl-Match-Line           PIC X(44) VALUE
           " TOTALS AGREE - BANKPAY.DAT RELEASED".

           PERFORM Get-Business-Date.
           PERFORM GET-PAY-PERIOD-DATE.
           PERFORM LOAD-EMPLOYEE-BANK-DETAILS.
           PERFORM LOAD-LEAVER-STATEMENTS.
           PERFORM SUM-PERIOD-PAYMENTS.
           PERFORM ATTACH-BANK-DETAILS.
           PERFORM PROVE-AND-RELEASE.
               END-READ
               PERFORM UNTIL EndOfPayRegFile
                   IF PayReg-Period-Date = Pay-Period-Date
                       PERFORM CHECK-LEAVER-HELD
                       IF Leaver-Is-Held
                           ADD PayReg-Total TO Held-Total
                           ADD 1 TO Held-Count
                       ELSE
                           ADD PayReg-Total TO Period-Total
                           PERFORM ADD-TO-PAYMENT-TABLE
                       END-IF
                   END-IF
                   READ PayRegFile
                       AT END SET EndOfPayRegFile TO TRUE
               CLOSE PayRegFile
           END-IF.

       LOAD-LEAVER-STATEMENTS.
           OPEN INPUT LeaverFile.
           IF WS-Leaver-File-Status = "00"
               READ LeaverFile
                   AT END SET EndOfLeaverFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfLeaverFile
                   IF Leaver-Count < 200
                       ADD 1 TO Leaver-Count
                       MOVE Lvr-Employee-ID
                           TO LVT-Employee-ID(Leaver-Count)
                       MOVE Lvr-Final-Period
                           TO LVT-Final-Period(Leaver-Count)
                   ELSE
                       DISPLAY "WARNING: LEAVER TABLE FULL, "
                           Lvr-Employee-ID " NOT CHECKED"
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   READ LeaverFile
                       AT END SET EndOfLeaverFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LeaverFile
           END-IF.

      * A leaver is paid up to and including the final period and
      * never after it.
       CHECK-LEAVER-HELD.
           MOVE "N" TO Leaver-Held-Switch.
           PERFORM VARYING LVT-Idx FROM 1 BY 1
               UNTIL LVT-Idx > Leaver-Count
               IF LVT-Employee-ID(LVT-Idx) = PayReg-Employee-ID
                   AND LVT-Final-Period(LVT-Idx) < Pay-Period-Date
                   SET Leaver-Is-Held TO TRUE
               END-IF
           END-PERFORM.
           IF Leaver-Is-Held
               DISPLAY "WARNING: EMPLOYEE " PayReg-Employee-ID
                   " HAS LEFT - PAYMENT HELD BACK"
               MOVE 4 TO RETURN-CODE
           END-IF.

       ADD-TO-PAYMENT-TABLE.
           MOVE "N" TO PAY-Found-Switch.
           PERFORM VARYING PAY-Idx FROM 1 BY 1
           MOVE Release-Total TO CTL-Release-Total.
           WRITE BankCtl-Print-Line FROM BankCtl-Totals-Line
           AFTER ADVANCING 2 LINES.
           IF Held-Count > ZEROS
               MOVE Held-Total TO CTL-Held-Total
               MOVE Held-Count TO CTL-Held-Count
               WRITE BankCtl-Print-Line FROM BankCtl-Held-Line
               AFTER ADVANCING 1 LINE
           END-IF.

           IF Payment-Count > ZERO
               AND Release-Total = Period-Total
