      *          the figures of the day and not today's. Each copy
      *          lands in its own RPR<number>.TXT file for mailing.
      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - Detail lines show the archived delivery point, as
      *     InvoiceGen now prints it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InvReprint.
               03  AD-Unit-Price      PIC 9(3)V99.
               03  AD-Value           PIC S9(6)V99
                   SIGN IS TRAILING SEPARATE.
               03  AD-Ship-Point      PIC X(3).
               03  FILLER             PIC X(20).

       FD ReprintFile.
       01 Reprint-Print-Line          PIC X(72).
           02  Prn-Invoice-Cust-Id      PIC X(5).
           02  FILLER                   PIC X(1)  VALUE ")".

       01  Invoice-Topic-Line.
           02  FILLER                   PIC X(53) VALUE
               " OIL  SIZE   QTY    DATE       UNIT PRICE      VALUE".
           02  FILLER                   PIC X(11) VALUE
               "        DLV".

       01  Invoice-Detail-Line.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Inv-Unit-Price       PIC $$$9.99.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Inv-Value            PIC $$$,$$9.99-.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Inv-Ship-Point       PIC X(3).

       01  Invoice-Total-Line.
           02  FILLER                   PIC X(26) VALUE SPACES.
                   MOVE AD-Trans-Date TO Prn-Inv-Date
                   MOVE AD-Unit-Price TO Prn-Inv-Unit-Price
                   MOVE AD-Value TO Prn-Inv-Value
                   MOVE AD-Ship-Point TO Prn-Inv-Ship-Point
                   WRITE Reprint-Print-Line
                       FROM Invoice-Detail-Line
                   AFTER ADVANCING 1 LINE
