      ******************************************************************
      * Author:
      * Date:
      * Purpose: Quotation conversion report. Reads every QUOTE.DAT
      *          quotation and counts, for each rep, the quotes still
      *          open, those past their validity date without an
      *          order (expired) and those SalesEntry converted into
      *          a sales line, with the quoted value of each and the
      *          rep's conversion rate - converted quotes as a
      *          percentage of all quotes issued - so sales can see
      *          who closes and who only quotes. Expiry is judged
      *          against the business date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QuoteRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT QuoteFile ASSIGN TO "QUOTE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Quote-File-Status.

       SELECT QuoteRep ASSIGN TO "QUOTE.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD QuoteFile.
       01 Quote-Rec.
           88 EndOfQuoteFile      VALUE HIGH-VALUES.
           02  QT-Number              PIC 9(6).
           02  FILLER                 PIC X.
           02  QT-CustomerID          PIC X(5).
           02  FILLER                 PIC X.
           02  QT-OilID               PIC X(3).
           02  FILLER                 PIC X.
           02  QT-UnitSize            PIC 99.
           02  FILLER                 PIC X.
           02  QT-Quantity            PIC 999.
           02  FILLER                 PIC X.
           02  QT-Price               PIC 9(3)V99.
           02  FILLER                 PIC X.
           02  QT-Valid-Until         PIC 9(8).
           02  FILLER                 PIC X.
           02  QT-RepCode             PIC X(3).
           02  FILLER                 PIC X.
           02  QT-Quote-Date          PIC 9(8).
           02  FILLER                 PIC X.
           02  QT-Status              PIC X.
               88 QT-Is-Open          VALUE "O".
               88 QT-Is-Converted     VALUE "C".
           02  FILLER                 PIC X.
           02  QT-Converted-Date      PIC 9(8).

       FD QuoteRep.
       01 Quote-Print-Line            PIC X(90).

       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-Quote-File-Status         PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Rep-Table.
           02  Rep-Entry OCCURS 100 TIMES.
               03  REP-Code             PIC X(3).
               03  REP-Open-Count       PIC 9(5).
               03  REP-Open-Value       PIC 9(9)V99.
               03  REP-Expired-Count    PIC 9(5).
               03  REP-Expired-Value    PIC 9(9)V99.
               03  REP-Conv-Count       PIC 9(5).
               03  REP-Conv-Value       PIC 9(9)V99.
               03  REP-Printed          PIC X.
                   88 REP-Was-Printed   VALUE "Y".

       01  Rep-Count                    PIC 999 VALUE ZEROS.
       01  REP-Idx                      PIC 999.
       01  REP-Found-Idx                PIC 999.
       01  Report-Rep-Code              PIC X(3).

       01  Quote-Value                  PIC 9(7)V99.
       01  Quotes-Read                  PIC 9(7) VALUE ZEROS.
       01  Quotes-Skipped               PIC 9(7) VALUE ZEROS.
       01  Rep-Quote-Total              PIC 9(7).
       01  Conversion-Rate              PIC 999V9.

       01  Grand-Totals.
           02  GT-Open-Count            PIC 9(7) VALUE ZEROS.
           02  GT-Open-Value            PIC 9(9)V99 VALUE ZEROS.
           02  GT-Expired-Count         PIC 9(7) VALUE ZEROS.
           02  GT-Expired-Value         PIC 9(9)V99 VALUE ZEROS.
           02  GT-Conv-Count            PIC 9(7) VALUE ZEROS.
           02  GT-Conv-Value            PIC 9(9)V99 VALUE ZEROS.

       01  Report-Heading-Line          PIC X(46) VALUE
           "        QUOTATION CONVERSION REPORT BY REP".

       01  Report-Date-Line.
           02  FILLER                   PIC X(17) VALUE
               " BUSINESS DATE : ".
           02  Prn-Business-Date        PIC 9(8).

       01  Report-Topic-Line.
           02  FILLER                   PIC X(46) VALUE
               " REP    OPEN     OPEN VALUE  EXPIRED  EXPIRED ".
           02  FILLER                   PIC X(44) VALUE
               "VALUE  CONVERTED  CONVERTED VALUE   RATE%".

       01  Report-Detail-Line.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Rep-Code             PIC X(5).
           02  Prn-Open-Count           PIC ZZ,ZZ9.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Open-Value           PIC $$,$$$,$$9.99.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Expired-Count        PIC ZZ,ZZ9.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Expired-Value        PIC $$,$$$,$$9.99.
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  Prn-Conv-Count           PIC ZZ,ZZ9.
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  Prn-Conv-Value           PIC $$,$$$,$$9.99.
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  Prn-Conv-Rate            PIC ZZ9.9.

       01  Report-None-Line             PIC X(46) VALUE
           " NO QUOTATIONS ON QUOTE.DAT".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-QUOTES.
           PERFORM 2000-PRINT-REPORT.
           DISPLAY "QUOTES READ: " Quotes-Read.
           IF Quotes-Skipped > ZERO
               DISPLAY "QUOTES NOT REPORTED (REP TABLE FULL): "
                   Quotes-Skipped
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-QUOTES.
           OPEN INPUT QuoteFile.
           IF WS-Quote-File-Status = "00"
               READ QuoteFile
                   AT END SET EndOfQuoteFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfQuoteFile
                   ADD 1 TO Quotes-Read
                   PERFORM 1100-COUNT-ONE-QUOTE
                   READ QuoteFile
                       AT END SET EndOfQuoteFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE QuoteFile
           ELSE
               DISPLAY "QUOTE.DAT NOT AVAILABLE - NOTHING TO REPORT"
           END-IF.

      * An open quote past its validity date counts as expired; it
      * can no longer be converted at entry.
       1100-COUNT-ONE-QUOTE.
           PERFORM 1200-FIND-REP.
           IF REP-Found-Idx = ZERO
               ADD 1 TO Quotes-Skipped
           ELSE
               COMPUTE Quote-Value ROUNDED =
                   QT-UnitSize * QT-Quantity * QT-Price
               EVALUATE TRUE
                   WHEN QT-Is-Converted
                       ADD 1 TO REP-Conv-Count(REP-Found-Idx)
                       ADD Quote-Value
                           TO REP-Conv-Value(REP-Found-Idx)
                   WHEN QT-Valid-Until < Business-Date
                       ADD 1 TO REP-Expired-Count(REP-Found-Idx)
                       ADD Quote-Value
                           TO REP-Expired-Value(REP-Found-Idx)
                   WHEN OTHER
                       ADD 1 TO REP-Open-Count(REP-Found-Idx)
                       ADD Quote-Value
                           TO REP-Open-Value(REP-Found-Idx)
               END-EVALUATE
           END-IF.

       1200-FIND-REP.
           MOVE ZEROS TO REP-Found-Idx.
           PERFORM VARYING REP-Idx FROM 1 BY 1
               UNTIL REP-Idx > Rep-Count
               IF REP-Code(REP-Idx) = QT-RepCode
                   MOVE REP-Idx TO REP-Found-Idx
               END-IF
           END-PERFORM.
           IF REP-Found-Idx = ZERO AND Rep-Count < 100
               ADD 1 TO Rep-Count
               MOVE Rep-Count TO REP-Found-Idx
               MOVE QT-RepCode TO REP-Code(Rep-Count)
               MOVE ZEROS TO REP-Open-Count(Rep-Count)
               MOVE ZEROS TO REP-Open-Value(Rep-Count)
               MOVE ZEROS TO REP-Expired-Count(Rep-Count)
               MOVE ZEROS TO REP-Expired-Value(Rep-Count)
               MOVE ZEROS TO REP-Conv-Count(Rep-Count)
               MOVE ZEROS TO REP-Conv-Value(Rep-Count)
               MOVE "N" TO REP-Printed(Rep-Count)
           END-IF.

      * Reps in code order: lowest code still unprinted each pass,
      * then a grand-total line over every rep.
       2000-PRINT-REPORT.
           OPEN OUTPUT QuoteRep.
           WRITE Quote-Print-Line FROM Report-Heading-Line
           AFTER ADVANCING 1 LINE.
           MOVE Business-Date TO Prn-Business-Date.
           WRITE Quote-Print-Line FROM Report-Date-Line
           AFTER ADVANCING 1 LINE.
           WRITE Quote-Print-Line FROM Report-Topic-Line
           AFTER ADVANCING 2 LINES.
           IF Rep-Count = ZERO
               WRITE Quote-Print-Line FROM Report-None-Line
               AFTER ADVANCING 1 LINE
           ELSE
               PERFORM 2100-FIND-NEXT-REP
               PERFORM UNTIL REP-Found-Idx = ZERO
                   PERFORM 2200-PRINT-ONE-REP
                   PERFORM 2100-FIND-NEXT-REP
               END-PERFORM
               PERFORM 2300-PRINT-GRAND-TOTAL
           END-IF.
           CLOSE QuoteRep.

       2100-FIND-NEXT-REP.
           MOVE ZEROS TO REP-Found-Idx.
           MOVE HIGH-VALUES TO Report-Rep-Code.
           PERFORM VARYING REP-Idx FROM 1 BY 1
               UNTIL REP-Idx > Rep-Count
               IF NOT REP-Was-Printed(REP-Idx)
                   AND REP-Code(REP-Idx) < Report-Rep-Code
                   MOVE REP-Code(REP-Idx) TO Report-Rep-Code
                   MOVE REP-Idx TO REP-Found-Idx
               END-IF
           END-PERFORM.

       2200-PRINT-ONE-REP.
           MOVE "Y" TO REP-Printed(REP-Found-Idx).
           MOVE REP-Code(REP-Found-Idx) TO Prn-Rep-Code.
           IF REP-Code(REP-Found-Idx) = SPACES
               MOVE "NONE" TO Prn-Rep-Code
           END-IF.
           MOVE REP-Open-Count(REP-Found-Idx) TO Prn-Open-Count.
           MOVE REP-Open-Value(REP-Found-Idx) TO Prn-Open-Value.
           MOVE REP-Expired-Count(REP-Found-Idx)
               TO Prn-Expired-Count.
           MOVE REP-Expired-Value(REP-Found-Idx)
               TO Prn-Expired-Value.
           MOVE REP-Conv-Count(REP-Found-Idx) TO Prn-Conv-Count.
           MOVE REP-Conv-Value(REP-Found-Idx) TO Prn-Conv-Value.
           COMPUTE Rep-Quote-Total =
               REP-Open-Count(REP-Found-Idx)
               + REP-Expired-Count(REP-Found-Idx)
               + REP-Conv-Count(REP-Found-Idx).
           IF Rep-Quote-Total > ZERO
               COMPUTE Conversion-Rate ROUNDED =
                   REP-Conv-Count(REP-Found-Idx) * 100
                   / Rep-Quote-Total
           ELSE
               MOVE ZEROS TO Conversion-Rate
           END-IF.
           MOVE Conversion-Rate TO Prn-Conv-Rate.
           WRITE Quote-Print-Line FROM Report-Detail-Line
           AFTER ADVANCING 1 LINE.
           ADD REP-Open-Count(REP-Found-Idx) TO GT-Open-Count.
           ADD REP-Open-Value(REP-Found-Idx) TO GT-Open-Value.
           ADD REP-Expired-Count(REP-Found-Idx) TO GT-Expired-Count.
           ADD REP-Expired-Value(REP-Found-Idx) TO GT-Expired-Value.
           ADD REP-Conv-Count(REP-Found-Idx) TO GT-Conv-Count.
           ADD REP-Conv-Value(REP-Found-Idx) TO GT-Conv-Value.

       2300-PRINT-GRAND-TOTAL.
           MOVE "ALL" TO Prn-Rep-Code.
           MOVE GT-Open-Count TO Prn-Open-Count.
           MOVE GT-Open-Value TO Prn-Open-Value.
           MOVE GT-Expired-Count TO Prn-Expired-Count.
           MOVE GT-Expired-Value TO Prn-Expired-Value.
           MOVE GT-Conv-Count TO Prn-Conv-Count.
           MOVE GT-Conv-Value TO Prn-Conv-Value.
           COMPUTE Rep-Quote-Total =
               GT-Open-Count + GT-Expired-Count + GT-Conv-Count.
           IF Rep-Quote-Total > ZERO
               COMPUTE Conversion-Rate ROUNDED =
                   GT-Conv-Count * 100 / Rep-Quote-Total
           ELSE
               MOVE ZEROS TO Conversion-Rate
           END-IF.
           MOVE Conversion-Rate TO Prn-Conv-Rate.
           WRITE Quote-Print-Line FROM Report-Detail-Line
           AFTER ADVANCING 2 LINES.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="QUOTERPT"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM QuoteRpt.
