      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily carrier manifest. Lists, courier by courier,
      *          every parcel DespConf booked on MANIFEST.DAT for the
      *          business date - parcel number, customer, delivery
      *          point, weight and our banded carrier cost - for the
      *          driver to sign against at collection; then the
      *          month-to-date parcels, weight and cost per carrier,
      *          with the freight recovered on invoices, so the
      *          courier's monthly bill can be checked line for line
      *          against what we actually sent.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CarrManif.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ManifestFile ASSIGN TO "MANIFEST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Manifest-File-Status.

      * Carrier names; the bands themselves were applied by DespConf.
       SELECT CarrRateFile ASSIGN TO "CARRRATE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CarrRate-File-Status.

       SELECT ManifestRep ASSIGN TO "MANIFEST.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD ManifestFile.
       01 Manifest-Rec.
           88 EndOfManifestFile   VALUE HIGH-VALUES.
           02  Man-Parcel-Number      PIC 9(6).
           02  FILLER                 PIC X.
           02  Man-Desp-Date          PIC 9(8).
           02  Man-Desp-Date-Parts REDEFINES Man-Desp-Date.
               03  Man-Desp-Month     PIC 9(6).
               03  FILLER             PIC 99.
           02  FILLER                 PIC X.
           02  Man-Carrier            PIC X(3).
           02  FILLER                 PIC X.
           02  Man-CustomerID         PIC X(5).
           02  FILLER                 PIC X.
           02  Man-Ship-Point         PIC X(3).
           02  FILLER                 PIC X.
           02  Man-Weight             PIC 9(6).
           02  FILLER                 PIC X.
           02  Man-Cost               PIC 9(3)V99.
           02  FILLER                 PIC X.
           02  Man-Charge             PIC 9(3)V99.
           02  FILLER                 PIC X.
           02  Man-Invoice-Status     PIC X.
               88 Man-Is-Charged      VALUE "I".
           02  FILLER                 PIC X.
           02  Man-Invoice-Number     PIC 9(6).

       FD CarrRateFile.
       01 CarrRate-Rec.
           88 EndOfCarrRateFile   VALUE HIGH-VALUES.
           02  CarrRate-Carrier       PIC X(3).
           02  FILLER                 PIC X.
           02  CarrRate-Name          PIC X(20).

       FD ManifestRep.
       01 Manifest-Print-Line         PIC X(80).

       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-Manifest-File-Status      PIC XX.
       01  WS-CarrRate-File-Status      PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Business-Date-Parts.
           02  Business-Month           PIC 9(6).
           02  FILLER                   PIC 99.

      * One entry per carrier, named from the rate file or added as
      * the manifest turns up a code no longer on it.
       01  Carrier-Table.
           02  Carrier-Entry OCCURS 50 TIMES.
               03  CAR-Code             PIC X(3).
               03  CAR-Name             PIC X(20).
               03  CAR-Day-Parcels      PIC 9(5).
               03  CAR-Day-Weight       PIC 9(9).
               03  CAR-Day-Cost         PIC 9(7)V99.
               03  CAR-Mth-Parcels      PIC 9(5).
               03  CAR-Mth-Weight       PIC 9(9).
               03  CAR-Mth-Cost         PIC 9(7)V99.
               03  CAR-Mth-Recovered    PIC 9(7)V99.
               03  CAR-Printed          PIC X.
                   88 CAR-Was-Printed   VALUE "Y".
       01  Carrier-Count                PIC 99 VALUE ZEROS.
       01  CAR-Idx                      PIC 99.
       01  CAR-Found-Idx                PIC 99.
       01  Report-Carrier-Code          PIC X(3).
       01  Lookup-Carrier               PIC X(3).

      * The business date's parcels, kept for the per-carrier list.
       01  Day-Parcel-Table.
           02  Day-Parcel-Entry OCCURS 2000 TIMES.
               03  DPT-Parcel-Number    PIC 9(6).
               03  DPT-Carrier          PIC X(3).
               03  DPT-CustomerID       PIC X(5).
               03  DPT-Ship-Point       PIC X(3).
               03  DPT-Weight           PIC 9(6).
               03  DPT-Cost             PIC 9(3)V99.
       01  Day-Parcel-Count             PIC 9(4) VALUE ZEROS.
       01  DPT-Idx                      PIC 9(4).

       01  Manifest-Rows-Read           PIC 9(7) VALUE ZEROS.
       01  Rows-Not-Reported            PIC 9(7) VALUE ZEROS.

       01  Report-Heading-Line          PIC X(44) VALUE
           "      AROMAMORA LTD - DAILY CARRIER MANIFEST".

       01  Report-Date-Line.
           02  FILLER                   PIC X(17) VALUE
               " BUSINESS DATE : ".
           02  Prn-Business-Date        PIC 9(8).

       01  Report-Carrier-Line.
           02  FILLER                   PIC X(11) VALUE " CARRIER : ".
           02  Prn-Carrier-Code         PIC X(3).
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Carrier-Name         PIC X(20).

       01  Report-Parcel-Topic-Line     PIC X(60) VALUE
           "   PARCEL  CUSTOMER  POINT    WEIGHT (G)      OUR COST".

       01  Report-Parcel-Line.
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  Prn-Parcel-Number        PIC 9(6).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-CustomerID           PIC X(5).
           02  FILLER                   PIC X(5)  VALUE SPACES.
           02  Prn-Ship-Point           PIC X(3).
           02  FILLER                   PIC X(5)  VALUE SPACES.
           02  Prn-Parcel-Weight        PIC ZZZ,ZZ9.
           02  FILLER                   PIC X(5)  VALUE SPACES.
           02  Prn-Parcel-Cost          PIC $$,$$9.99.

       01  Report-Carrier-Total-Line.
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  FILLER                   PIC X(9)  VALUE "PARCELS: ".
           02  Prn-Day-Parcels          PIC ZZ,ZZ9.
           02  FILLER                   PIC X(4)  VALUE SPACES.
           02  Prn-Day-Weight           PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Day-Cost             PIC $$$,$$$,$$9.99.

       01  Report-Signature-Line        PIC X(60) VALUE
           "   COLLECTED BY .....................  TIME ........".

       01  Report-None-Line             PIC X(44) VALUE
           " NO PARCELS MANIFESTED FOR THE DATE".

       01  Report-Month-Heading-Line.
           02  FILLER                   PIC X(37) VALUE
               " MONTH TO DATE FOR BILL CHECKING  : ".
           02  Prn-Business-Month       PIC 9(6).

       01  Report-Month-Topic-Line.
           02  FILLER                   PIC X(43) VALUE
               " CARRIER                  PARCELS    WEIGHT".
           02  FILLER                   PIC X(36) VALUE
               " (G)       OUR COST       RECOVERED".

       01  Report-Month-Line.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Mth-Carrier-Code     PIC X(3).
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Mth-Carrier-Name     PIC X(20).
           02  Prn-Mth-Parcels          PIC ZZ,ZZ9.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Mth-Weight           PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  Prn-Mth-Cost             PIC $$$,$$$,$$9.99.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Mth-Recovered        PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           MOVE Business-Date TO Business-Date-Parts.
           PERFORM 1000-LOAD-CARRIERS.
           PERFORM 1100-LOAD-MANIFEST.
           OPEN OUTPUT ManifestRep.
           PERFORM 2000-PRINT-DAILY-MANIFEST.
           PERFORM 3000-PRINT-MONTH-TO-DATE.
           CLOSE ManifestRep.
           DISPLAY "MANIFEST ROWS READ: " Manifest-Rows-Read.
           DISPLAY "PARCELS FOR " Business-Date ": "
               Day-Parcel-Count.
           IF Rows-Not-Reported > ZERO
               DISPLAY "MANIFEST ROWS NOT REPORTED (TABLE FULL): "
                   Rows-Not-Reported
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-CARRIERS.
           OPEN INPUT CarrRateFile.
           IF WS-CarrRate-File-Status = "00"
               READ CarrRateFile
                   AT END SET EndOfCarrRateFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCarrRateFile
                   MOVE CarrRate-Carrier TO Lookup-Carrier
                   PERFORM 1200-FIND-CARRIER
                   IF CAR-Found-Idx > ZERO
                       MOVE CarrRate-Name TO CAR-Name(CAR-Found-Idx)
                   END-IF
                   READ CarrRateFile
                       AT END SET EndOfCarrRateFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CarrRateFile
           END-IF.

      * The business date's parcels are listed; everything in the
      * same calendar month feeds the bill-checking totals.
       1100-LOAD-MANIFEST.
           OPEN INPUT ManifestFile.
           IF WS-Manifest-File-Status = "00"
               READ ManifestFile
                   AT END SET EndOfManifestFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfManifestFile
                   ADD 1 TO Manifest-Rows-Read
                   IF Man-Desp-Date IS NUMERIC
                       AND Man-Desp-Month = Business-Month
                       PERFORM 1150-COUNT-ONE-PARCEL
                   END-IF
                   READ ManifestFile
                       AT END SET EndOfManifestFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ManifestFile
           ELSE
               DISPLAY "MANIFEST.DAT NOT AVAILABLE - RUN DESPCONF "
                   "FIRST"
           END-IF.

       1150-COUNT-ONE-PARCEL.
           MOVE Man-Carrier TO Lookup-Carrier.
           PERFORM 1200-FIND-CARRIER.
           IF CAR-Found-Idx = ZERO
               ADD 1 TO Rows-Not-Reported
           ELSE
               ADD 1 TO CAR-Mth-Parcels(CAR-Found-Idx)
               ADD Man-Weight TO CAR-Mth-Weight(CAR-Found-Idx)
               ADD Man-Cost TO CAR-Mth-Cost(CAR-Found-Idx)
               IF Man-Is-Charged
                   ADD Man-Charge TO CAR-Mth-Recovered(CAR-Found-Idx)
               END-IF
               IF Man-Desp-Date = Business-Date
                   IF Day-Parcel-Count < 2000
                       ADD 1 TO Day-Parcel-Count
                       MOVE Man-Parcel-Number
                           TO DPT-Parcel-Number(Day-Parcel-Count)
                       MOVE Man-Carrier
                           TO DPT-Carrier(Day-Parcel-Count)
                       MOVE Man-CustomerID
                           TO DPT-CustomerID(Day-Parcel-Count)
                       MOVE Man-Ship-Point
                           TO DPT-Ship-Point(Day-Parcel-Count)
                       MOVE Man-Weight TO DPT-Weight(Day-Parcel-Count)
                       MOVE Man-Cost TO DPT-Cost(Day-Parcel-Count)
                       ADD 1 TO CAR-Day-Parcels(CAR-Found-Idx)
                       ADD Man-Weight TO CAR-Day-Weight(CAR-Found-Idx)
                       ADD Man-Cost TO CAR-Day-Cost(CAR-Found-Idx)
                   ELSE
                       ADD 1 TO Rows-Not-Reported
                   END-IF
               END-IF
           END-IF.

       1200-FIND-CARRIER.
           MOVE ZEROS TO CAR-Found-Idx.
           PERFORM VARYING CAR-Idx FROM 1 BY 1
               UNTIL CAR-Idx > Carrier-Count
               IF CAR-Code(CAR-Idx) = Lookup-Carrier
                   MOVE CAR-Idx TO CAR-Found-Idx
               END-IF
           END-PERFORM.
           IF CAR-Found-Idx = ZERO AND Carrier-Count < 50
               ADD 1 TO Carrier-Count
               MOVE Carrier-Count TO CAR-Found-Idx
               MOVE Lookup-Carrier TO CAR-Code(Carrier-Count)
               MOVE "NOT ON CARRRATE.DAT" TO CAR-Name(Carrier-Count)
               MOVE ZEROS TO CAR-Day-Parcels(Carrier-Count)
               MOVE ZEROS TO CAR-Day-Weight(Carrier-Count)
               MOVE ZEROS TO CAR-Day-Cost(Carrier-Count)
               MOVE ZEROS TO CAR-Mth-Parcels(Carrier-Count)
               MOVE ZEROS TO CAR-Mth-Weight(Carrier-Count)
               MOVE ZEROS TO CAR-Mth-Cost(Carrier-Count)
               MOVE ZEROS TO CAR-Mth-Recovered(Carrier-Count)
               MOVE "N" TO CAR-Printed(Carrier-Count)
           END-IF.

      * Carriers in code order, each with its own parcel list and
      * a signature line for the driver.
       2000-PRINT-DAILY-MANIFEST.
           WRITE Manifest-Print-Line FROM Report-Heading-Line
           AFTER ADVANCING 1 LINE.
           MOVE Business-Date TO Prn-Business-Date.
           WRITE Manifest-Print-Line FROM Report-Date-Line
           AFTER ADVANCING 1 LINE.
           IF Day-Parcel-Count = ZERO
               WRITE Manifest-Print-Line FROM Report-None-Line
               AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 2100-FIND-NEXT-CARRIER
               PERFORM UNTIL CAR-Found-Idx = ZERO
                   PERFORM 2200-PRINT-ONE-CARRIER
                   PERFORM 2100-FIND-NEXT-CARRIER
               END-PERFORM
           END-IF.

       2100-FIND-NEXT-CARRIER.
           MOVE ZEROS TO CAR-Found-Idx.
           MOVE HIGH-VALUES TO Report-Carrier-Code.
           PERFORM VARYING CAR-Idx FROM 1 BY 1
               UNTIL CAR-Idx > Carrier-Count
               IF NOT CAR-Was-Printed(CAR-Idx)
                   AND CAR-Day-Parcels(CAR-Idx) > ZERO
                   AND CAR-Code(CAR-Idx) < Report-Carrier-Code
                   MOVE CAR-Code(CAR-Idx) TO Report-Carrier-Code
                   MOVE CAR-Idx TO CAR-Found-Idx
               END-IF
           END-PERFORM.

       2200-PRINT-ONE-CARRIER.
           MOVE "Y" TO CAR-Printed(CAR-Found-Idx).
           MOVE CAR-Code(CAR-Found-Idx) TO Prn-Carrier-Code.
           MOVE CAR-Name(CAR-Found-Idx) TO Prn-Carrier-Name.
           WRITE Manifest-Print-Line FROM Report-Carrier-Line
           AFTER ADVANCING 2 LINES.
           WRITE Manifest-Print-Line FROM Report-Parcel-Topic-Line
           AFTER ADVANCING 1 LINE.
           PERFORM VARYING DPT-Idx FROM 1 BY 1
               UNTIL DPT-Idx > Day-Parcel-Count
               IF DPT-Carrier(DPT-Idx) = CAR-Code(CAR-Found-Idx)
                   MOVE DPT-Parcel-Number(DPT-Idx)
                       TO Prn-Parcel-Number
                   MOVE DPT-CustomerID(DPT-Idx) TO Prn-CustomerID
                   MOVE DPT-Ship-Point(DPT-Idx) TO Prn-Ship-Point
                   MOVE DPT-Weight(DPT-Idx) TO Prn-Parcel-Weight
                   MOVE DPT-Cost(DPT-Idx) TO Prn-Parcel-Cost
                   WRITE Manifest-Print-Line FROM Report-Parcel-Line
                   AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.
           MOVE CAR-Day-Parcels(CAR-Found-Idx) TO Prn-Day-Parcels.
           MOVE CAR-Day-Weight(CAR-Found-Idx) TO Prn-Day-Weight.
           MOVE CAR-Day-Cost(CAR-Found-Idx) TO Prn-Day-Cost.
           WRITE Manifest-Print-Line FROM Report-Carrier-Total-Line
           AFTER ADVANCING 2 LINES.
           WRITE Manifest-Print-Line FROM Report-Signature-Line
           AFTER ADVANCING 2 LINES.

      * Every carrier used this month, in table order, with what
      * we should expect on its bill and what invoices recovered.
       3000-PRINT-MONTH-TO-DATE.
           MOVE Business-Month TO Prn-Business-Month.
           WRITE Manifest-Print-Line FROM Report-Month-Heading-Line
           AFTER ADVANCING 3 LINES.
           WRITE Manifest-Print-Line FROM Report-Month-Topic-Line
           AFTER ADVANCING 2 LINES.
           PERFORM VARYING CAR-Idx FROM 1 BY 1
               UNTIL CAR-Idx > Carrier-Count
               IF CAR-Mth-Parcels(CAR-Idx) > ZERO
                   MOVE CAR-Code(CAR-Idx) TO Prn-Mth-Carrier-Code
                   MOVE CAR-Name(CAR-Idx) TO Prn-Mth-Carrier-Name
                   MOVE CAR-Mth-Parcels(CAR-Idx) TO Prn-Mth-Parcels
                   MOVE CAR-Mth-Weight(CAR-Idx) TO Prn-Mth-Weight
                   MOVE CAR-Mth-Cost(CAR-Idx) TO Prn-Mth-Cost
                   MOVE CAR-Mth-Recovered(CAR-Idx)
                       TO Prn-Mth-Recovered
                   WRITE Manifest-Print-Line FROM Report-Month-Line
                   AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="CARRMANIF"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM CarrManif.
