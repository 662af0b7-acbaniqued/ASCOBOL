      ******************************************************************
      * Author:
      * Date:
      * Purpose: Advance shipping notice control listing. DespConf
      *          logs every shipping notice it sends an EDI partner on
      *          ASNLOG.DAT; the partners send back ASNACK.DAT - one
      *          line per notice, customer id, notice number, the date
      *          they took it in and A (accepted) or R (rejected) -
      *          and this run applies those acknowledgements to the
      *          log, rewriting it, then consumes ASNACK.DAT like
      *          EdiImport consumes EDIORDIN.DAT so an acknowledgement
      *          is only ever applied once. ASNCTL.RPT lists every
      *          notice sent in the business month, customer by
      *          customer, with its parcel, carrier, lines and units
      *          and whether the partner has acknowledged it, then any
      *          notice from an earlier month still awaiting an
      *          answer, then any acknowledgement that matched no
      *          notice so it can be taken up with the partner.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AsnCtlRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AsnLogFile ASSIGN TO "ASNLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AsnLog-File-Status.

      * Acknowledgements received from the partners since the last
      * run.
       SELECT AsnAckFile ASSIGN TO "ASNACK.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AsnAck-File-Status.

       SELECT AsnCtlRep ASSIGN TO "ASNCTL.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD AsnLogFile.
       01 AsnLog-Rec.
           88 EndOfAsnLogFile     VALUE HIGH-VALUES.
           02  ASG-Notice-Number      PIC 9(6).
           02  FILLER                 PIC X.
           02  ASG-Desp-Date          PIC 9(8).
           02  FILLER                 PIC X.
           02  ASG-CustomerID         PIC X(5).
           02  FILLER                 PIC X.
           02  ASG-Partner-ID         PIC X(5).
           02  FILLER                 PIC X.
           02  ASG-Ship-Point         PIC X(3).
           02  FILLER                 PIC X.
           02  ASG-Carrier            PIC X(3).
           02  FILLER                 PIC X.
           02  ASG-Parcel-Number      PIC 9(6).
           02  FILLER                 PIC X.
           02  ASG-Lines              PIC 9(3).
           02  FILLER                 PIC X.
           02  ASG-Units-Shipped      PIC 9(5).
           02  FILLER                 PIC X.
           02  ASG-Units-Short        PIC 9(5).
      * N = awaiting the partner, A = acknowledged, R = rejected.
           02  FILLER                 PIC X.
           02  ASG-Ack-Status         PIC X.
           02  FILLER                 PIC X.
           02  ASG-Ack-Date           PIC 9(8).

       FD AsnAckFile.
       01 AsnAck-Rec.
           88 EndOfAsnAckFile     VALUE HIGH-VALUES.
           02  ACK-CustomerID         PIC X(5).
           02  FILLER                 PIC X.
           02  ACK-Notice-Number      PIC X(6).
           02  ACK-Notice-Number-N REDEFINES ACK-Notice-Number
                                      PIC 9(6).
           02  FILLER                 PIC X.
           02  ACK-Date               PIC X(8).
           02  ACK-Date-N REDEFINES ACK-Date
                                      PIC 9(8).
           02  FILLER                 PIC X.
           02  ACK-Code               PIC X.

       FD AsnCtlRep.
       01 AsnCtl-Print-Line           PIC X(80).

       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-AsnLog-File-Status        PIC XX.
       01  WS-AsnAck-File-Status        PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Business-Date-Parts.
           02  Business-Month           PIC 9(6).
           02  FILLER                   PIC 99.

       01  Notice-Table.
           02  Notice-Entry OCCURS 5000 TIMES.
               03  NTC-Notice-Number    PIC 9(6).
               03  NTC-Desp-Date        PIC 9(8).
               03  NTC-Desp-Date-Parts REDEFINES NTC-Desp-Date.
                   04  NTC-Desp-Month   PIC 9(6).
                   04  FILLER           PIC 99.
               03  NTC-CustomerID       PIC X(5).
               03  NTC-Partner-ID       PIC X(5).
               03  NTC-Ship-Point       PIC X(3).
               03  NTC-Carrier          PIC X(3).
               03  NTC-Parcel-Number    PIC 9(6).
               03  NTC-Lines            PIC 9(3).
               03  NTC-Units-Shipped    PIC 9(5).
               03  NTC-Units-Short      PIC 9(5).
               03  NTC-Ack-Status       PIC X.
               03  NTC-Ack-Date         PIC 9(8).
               03  NTC-Printed          PIC X.
                   88 NTC-Was-Printed   VALUE "Y".
       01  Notice-Count                 PIC 9(4) VALUE ZEROS.
       01  NTC-Idx                      PIC 9(4).
       01  NTC-Found-Idx                PIC 9(4).
      * Set when the log would not fit: rewriting it from the table
      * would lose the notices left out, so nothing is applied.
       01  Log-Overflow-Switch          PIC X VALUE "N".
           88 Log-Overflowed            VALUE "Y".

       01  Unmatched-Ack-Table.
           02  Unmatched-Ack-Entry OCCURS 200 TIMES.
               03  UMA-Image            PIC X(23).
               03  UMA-Reason           PIC X(30).
       01  Unmatched-Ack-Count          PIC 999 VALUE ZEROS.
       01  UMA-Idx                      PIC 999.
       01  Ack-Reject-Reason            PIC X(30).

       01  Report-Customer-ID           PIC X(5).
       01  Acks-Read                    PIC 9(5) VALUE ZEROS.
       01  Acks-Applied                 PIC 9(5) VALUE ZEROS.
       01  Month-Notices                PIC 9(5) VALUE ZEROS.
       01  Month-Acknowledged           PIC 9(5) VALUE ZEROS.
       01  Month-Rejected               PIC 9(5) VALUE ZEROS.
       01  Month-Awaiting               PIC 9(5) VALUE ZEROS.
       01  Earlier-Awaiting             PIC 9(5) VALUE ZEROS.

       01  Report-Heading-Line          PIC X(50) VALUE
           "   AROMAMORA LTD - SHIPPING NOTICE CONTROL LISTING".

       01  Report-Date-Line.
           02  FILLER                   PIC X(17) VALUE
               " BUSINESS DATE : ".
           02  Prn-Business-Date        PIC 9(8).

       01  Report-Month-Heading-Line.
           02  FILLER                   PIC X(31) VALUE
               " NOTICES SENT IN THE MONTH   : ".
           02  Prn-Business-Month       PIC 9(6).

       01  Report-Earlier-Heading-Line  PIC X(50) VALUE
           " EARLIER NOTICES STILL AWAITING THE PARTNER".

       01  Report-Customer-Line.
           02  FILLER                   PIC X(12) VALUE
               " CUSTOMER : ".
           02  Prn-CustomerID           PIC X(5).
           02  FILLER                   PIC X(12) VALUE
               "  PARTNER : ".
           02  Prn-Partner-ID           PIC X(5).

       01  Report-Topic-Line.
           02  FILLER                   PIC X(40) VALUE
               "   NOTICE  SENT      POINT CARR PARCEL  ".
           02  FILLER                   PIC X(37) VALUE
               "LINES  SHIPPED  SHORT  PARTNER ANSWER".

       01  Report-Detail-Line.
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  Prn-Notice-Number        PIC 9(6).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Desp-Date            PIC 9(8).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Ship-Point           PIC X(3).
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  Prn-Carrier              PIC X(3).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Parcel-Number        PIC 9(6).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Lines                PIC ZZZZ9.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Units-Shipped        PIC ZZZZZZ9.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Units-Short          PIC ZZZZ9.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Ack-Status           PIC X(8).
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Ack-Date             PIC X(8).

       01  Report-None-Line             PIC X(44) VALUE
           "   NONE".

       01  Report-Total-Line.
           02  FILLER                   PIC X(11) VALUE
               "   NOTICES ".
           02  Prn-Month-Notices        PIC ZZ,ZZ9.
           02  FILLER                   PIC X(15) VALUE
               "  ACKNOWLEDGED ".
           02  Prn-Month-Acknowledged   PIC ZZ,ZZ9.
           02  FILLER                   PIC X(11) VALUE
               "  REJECTED ".
           02  Prn-Month-Rejected       PIC ZZ,ZZ9.
           02  FILLER                   PIC X(11) VALUE
               "  AWAITING ".
           02  Prn-Month-Awaiting       PIC ZZ,ZZ9.

       01  Report-Unmatched-Heading-Line.
           02  FILLER                   PIC X(37) VALUE
               " ACKNOWLEDGEMENTS MATCHING NO NOTICE ".
           02  FILLER                   PIC X(23) VALUE
               "- TAKE UP WITH PARTNER".

       01  Report-Unmatched-Line.
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  Prn-Ack-Image            PIC X(23).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Ack-Reason           PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           MOVE Business-Date TO Business-Date-Parts.
           PERFORM 1000-LOAD-NOTICE-LOG.
           IF Log-Overflowed
               DISPLAY "ASNLOG.DAT EXCEEDS THE TABLE - RUN REFUSED, "
                   "NO ACKNOWLEDGEMENTS APPLIED"
               MOVE 8 TO RETURN-CODE
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM 2000-APPLY-ACKNOWLEDGEMENTS.
           IF Acks-Read > ZERO
               PERFORM 2500-REWRITE-NOTICE-LOG
           END-IF.
           OPEN OUTPUT AsnCtlRep.
           PERFORM 3000-PRINT-MONTH-NOTICES.
           PERFORM 3500-PRINT-EARLIER-AWAITING.
           PERFORM 3800-PRINT-UNMATCHED-ACKS.
           CLOSE AsnCtlRep.
           DISPLAY "NOTICES ON LOG: " Notice-Count.
           DISPLAY "ACKNOWLEDGEMENTS READ: " Acks-Read
               "  APPLIED: " Acks-Applied.
           DISPLAY "NOTICES AWAITING THE PARTNER: "
               Month-Awaiting " THIS MONTH, " Earlier-Awaiting
               " EARLIER".
           IF Unmatched-Ack-Count > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-NOTICE-LOG.
           OPEN INPUT AsnLogFile.
           IF WS-AsnLog-File-Status = "00"
               READ AsnLogFile
                   AT END SET EndOfAsnLogFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfAsnLogFile
                   IF Notice-Count < 5000
                       ADD 1 TO Notice-Count
                       MOVE ASG-Notice-Number
                           TO NTC-Notice-Number(Notice-Count)
                       MOVE ASG-Desp-Date TO NTC-Desp-Date(Notice-Count)
                       MOVE ASG-CustomerID
                           TO NTC-CustomerID(Notice-Count)
                       MOVE ASG-Partner-ID
                           TO NTC-Partner-ID(Notice-Count)
                       MOVE ASG-Ship-Point
                           TO NTC-Ship-Point(Notice-Count)
                       MOVE ASG-Carrier TO NTC-Carrier(Notice-Count)
                       MOVE ASG-Parcel-Number
                           TO NTC-Parcel-Number(Notice-Count)
                       MOVE ASG-Lines TO NTC-Lines(Notice-Count)
                       MOVE ASG-Units-Shipped
                           TO NTC-Units-Shipped(Notice-Count)
                       MOVE ASG-Units-Short
                           TO NTC-Units-Short(Notice-Count)
                       MOVE ASG-Ack-Status
                           TO NTC-Ack-Status(Notice-Count)
                       MOVE ASG-Ack-Date TO NTC-Ack-Date(Notice-Count)
                       MOVE "N" TO NTC-Printed(Notice-Count)
                   ELSE
                       SET Log-Overflowed TO TRUE
                   END-IF
                   READ AsnLogFile
                       AT END SET EndOfAsnLogFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AsnLogFile
           ELSE
               DISPLAY "ASNLOG.DAT NOT AVAILABLE - NO SHIPPING "
                   "NOTICES SENT YET"
           END-IF.

      * An acknowledgement must name a notice sent to the same
      * customer; a later acknowledgement of the same notice
      * overrides an earlier one.
       2000-APPLY-ACKNOWLEDGEMENTS.
           OPEN INPUT AsnAckFile.
           IF WS-AsnAck-File-Status = "00"
               READ AsnAckFile
                   AT END SET EndOfAsnAckFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfAsnAckFile
                   ADD 1 TO Acks-Read
                   PERFORM 2100-APPLY-ONE-ACK
                   READ AsnAckFile
                       AT END SET EndOfAsnAckFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AsnAckFile
               OPEN OUTPUT AsnAckFile
               CLOSE AsnAckFile
           END-IF.

       2100-APPLY-ONE-ACK.
           MOVE SPACES TO Ack-Reject-Reason.
           MOVE ZEROS TO NTC-Found-Idx.
           EVALUATE TRUE
               WHEN ACK-Notice-Number IS NOT NUMERIC
                   MOVE "NOTICE NUMBER NOT NUMERIC"
                       TO Ack-Reject-Reason
               WHEN ACK-Code NOT = "A" AND ACK-Code NOT = "R"
                   MOVE "ACK CODE NOT A OR R" TO Ack-Reject-Reason
               WHEN OTHER
                   PERFORM VARYING NTC-Idx FROM 1 BY 1
                       UNTIL NTC-Idx > Notice-Count
                       OR NTC-Found-Idx > ZERO
                       IF NTC-Notice-Number(NTC-Idx) =
                           ACK-Notice-Number-N
                           MOVE NTC-Idx TO NTC-Found-Idx
                       END-IF
                   END-PERFORM
                   IF NTC-Found-Idx = ZERO
                       MOVE "NO SUCH NOTICE ON ASNLOG"
                           TO Ack-Reject-Reason
                   ELSE
                       IF NTC-CustomerID(NTC-Found-Idx) NOT =
                           ACK-CustomerID
                           MOVE "NOTICE IS FOR ANOTHER CUSTOMER"
                               TO Ack-Reject-Reason
                       END-IF
                   END-IF
           END-EVALUATE.
           IF Ack-Reject-Reason = SPACES
               ADD 1 TO Acks-Applied
               MOVE ACK-Code TO NTC-Ack-Status(NTC-Found-Idx)
               IF ACK-Date IS NUMERIC
                   MOVE ACK-Date-N TO NTC-Ack-Date(NTC-Found-Idx)
               ELSE
                   MOVE Business-Date TO NTC-Ack-Date(NTC-Found-Idx)
               END-IF
           ELSE
               IF Unmatched-Ack-Count < 200
                   ADD 1 TO Unmatched-Ack-Count
                   MOVE AsnAck-Rec TO UMA-Image(Unmatched-Ack-Count)
                   MOVE Ack-Reject-Reason
                       TO UMA-Reason(Unmatched-Ack-Count)
               ELSE
                   DISPLAY "UNMATCHED ACKNOWLEDGEMENT " AsnAck-Rec
                       " - " Ack-Reject-Reason
               END-IF
           END-IF.

       2500-REWRITE-NOTICE-LOG.
           OPEN OUTPUT AsnLogFile.
           PERFORM VARYING NTC-Idx FROM 1 BY 1
               UNTIL NTC-Idx > Notice-Count
               MOVE SPACES TO AsnLog-Rec
               MOVE NTC-Notice-Number(NTC-Idx) TO ASG-Notice-Number
               MOVE NTC-Desp-Date(NTC-Idx) TO ASG-Desp-Date
               MOVE NTC-CustomerID(NTC-Idx) TO ASG-CustomerID
               MOVE NTC-Partner-ID(NTC-Idx) TO ASG-Partner-ID
               MOVE NTC-Ship-Point(NTC-Idx) TO ASG-Ship-Point
               MOVE NTC-Carrier(NTC-Idx) TO ASG-Carrier
               MOVE NTC-Parcel-Number(NTC-Idx) TO ASG-Parcel-Number
               MOVE NTC-Lines(NTC-Idx) TO ASG-Lines
               MOVE NTC-Units-Shipped(NTC-Idx) TO ASG-Units-Shipped
               MOVE NTC-Units-Short(NTC-Idx) TO ASG-Units-Short
               MOVE NTC-Ack-Status(NTC-Idx) TO ASG-Ack-Status
               MOVE NTC-Ack-Date(NTC-Idx) TO ASG-Ack-Date
               WRITE AsnLog-Rec
           END-PERFORM.
           CLOSE AsnLogFile.

      * The month's notices grouped by customer, customers in the
      * order their first notice of the month was sent.
       3000-PRINT-MONTH-NOTICES.
           WRITE AsnCtl-Print-Line FROM Report-Heading-Line
           AFTER ADVANCING 1 LINE.
           MOVE Business-Date TO Prn-Business-Date.
           WRITE AsnCtl-Print-Line FROM Report-Date-Line
           AFTER ADVANCING 1 LINE.
           MOVE Business-Month TO Prn-Business-Month.
           WRITE AsnCtl-Print-Line FROM Report-Month-Heading-Line
           AFTER ADVANCING 2 LINES.
           PERFORM VARYING NTC-Idx FROM 1 BY 1
               UNTIL NTC-Idx > Notice-Count
               IF NTC-Desp-Month(NTC-Idx) = Business-Month
                   AND NOT NTC-Was-Printed(NTC-Idx)
                   PERFORM 3100-PRINT-ONE-CUSTOMER
               END-IF
           END-PERFORM.
           IF Month-Notices = ZERO
               WRITE AsnCtl-Print-Line FROM Report-None-Line
               AFTER ADVANCING 1 LINE
           END-IF.
           MOVE Month-Notices TO Prn-Month-Notices.
           MOVE Month-Acknowledged TO Prn-Month-Acknowledged.
           MOVE Month-Rejected TO Prn-Month-Rejected.
           MOVE Month-Awaiting TO Prn-Month-Awaiting.
           WRITE AsnCtl-Print-Line FROM Report-Total-Line
           AFTER ADVANCING 2 LINES.

       3100-PRINT-ONE-CUSTOMER.
           MOVE NTC-CustomerID(NTC-Idx) TO Report-Customer-ID.
           MOVE NTC-CustomerID(NTC-Idx) TO Prn-CustomerID.
           MOVE NTC-Partner-ID(NTC-Idx) TO Prn-Partner-ID.
           WRITE AsnCtl-Print-Line FROM Report-Customer-Line
           AFTER ADVANCING 2 LINES.
           WRITE AsnCtl-Print-Line FROM Report-Topic-Line
           AFTER ADVANCING 1 LINE.
           PERFORM VARYING NTC-Found-Idx FROM NTC-Idx BY 1
               UNTIL NTC-Found-Idx > Notice-Count
               IF NTC-CustomerID(NTC-Found-Idx) = Report-Customer-ID
                   AND NTC-Desp-Month(NTC-Found-Idx) = Business-Month
                   MOVE "Y" TO NTC-Printed(NTC-Found-Idx)
                   ADD 1 TO Month-Notices
                   EVALUATE NTC-Ack-Status(NTC-Found-Idx)
                       WHEN "A"
                           ADD 1 TO Month-Acknowledged
                       WHEN "R"
                           ADD 1 TO Month-Rejected
                       WHEN OTHER
                           ADD 1 TO Month-Awaiting
                   END-EVALUATE
                   PERFORM 3900-PRINT-NOTICE-LINE
               END-IF
           END-PERFORM.

      * Anything sent before this month and never answered.
       3500-PRINT-EARLIER-AWAITING.
           WRITE AsnCtl-Print-Line FROM Report-Earlier-Heading-Line
           AFTER ADVANCING 3 LINES.
           WRITE AsnCtl-Print-Line FROM Report-Topic-Line
           AFTER ADVANCING 1 LINE.
           PERFORM VARYING NTC-Found-Idx FROM 1 BY 1
               UNTIL NTC-Found-Idx > Notice-Count
               IF NTC-Desp-Month(NTC-Found-Idx) < Business-Month
                   AND NTC-Ack-Status(NTC-Found-Idx) NOT = "A"
                   AND NTC-Ack-Status(NTC-Found-Idx) NOT = "R"
                   ADD 1 TO Earlier-Awaiting
                   PERFORM 3900-PRINT-NOTICE-LINE
               END-IF
           END-PERFORM.
           IF Earlier-Awaiting = ZERO
               WRITE AsnCtl-Print-Line FROM Report-None-Line
               AFTER ADVANCING 1 LINE
           END-IF.

       3800-PRINT-UNMATCHED-ACKS.
           IF Unmatched-Ack-Count > ZERO
               WRITE AsnCtl-Print-Line
                   FROM Report-Unmatched-Heading-Line
               AFTER ADVANCING 3 LINES
               PERFORM VARYING UMA-Idx FROM 1 BY 1
                   UNTIL UMA-Idx > Unmatched-Ack-Count
                   MOVE UMA-Image(UMA-Idx) TO Prn-Ack-Image
                   MOVE UMA-Reason(UMA-Idx) TO Prn-Ack-Reason
                   WRITE AsnCtl-Print-Line FROM Report-Unmatched-Line
                   AFTER ADVANCING 1 LINE
               END-PERFORM
           END-IF.

       3900-PRINT-NOTICE-LINE.
           MOVE NTC-Notice-Number(NTC-Found-Idx) TO Prn-Notice-Number.
           MOVE NTC-Desp-Date(NTC-Found-Idx) TO Prn-Desp-Date.
           MOVE NTC-Ship-Point(NTC-Found-Idx) TO Prn-Ship-Point.
           MOVE NTC-Carrier(NTC-Found-Idx) TO Prn-Carrier.
           MOVE NTC-Parcel-Number(NTC-Found-Idx) TO Prn-Parcel-Number.
           MOVE NTC-Lines(NTC-Found-Idx) TO Prn-Lines.
           MOVE NTC-Units-Shipped(NTC-Found-Idx) TO Prn-Units-Shipped.
           MOVE NTC-Units-Short(NTC-Found-Idx) TO Prn-Units-Short.
           MOVE SPACES TO Prn-Ack-Date.
           EVALUATE NTC-Ack-Status(NTC-Found-Idx)
               WHEN "A"
                   MOVE "ACCEPTED" TO Prn-Ack-Status
                   MOVE NTC-Ack-Date(NTC-Found-Idx) TO Prn-Ack-Date
               WHEN "R"
                   MOVE "REJECTED" TO Prn-Ack-Status
                   MOVE NTC-Ack-Date(NTC-Found-Idx) TO Prn-Ack-Date
               WHEN OTHER
                   MOVE "AWAITING" TO Prn-Ack-Status
           END-EVALUATE.
           WRITE AsnCtl-Print-Line FROM Report-Detail-Line
           AFTER ADVANCING 1 LINE.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="ASNCTLRPT"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM AsnCtlRpt.
