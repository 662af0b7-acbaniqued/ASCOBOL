      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - A converted quotation's number and quoted price are
      *     carried through suspense with the rest of the line.
      *   - So is the line's SHIPTO.DAT delivery point.
      *   - So is a prepayment account's PROFORMA.DAT pro-forma number.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuspenseMaint.
           02  Susp-RMA-Number        PIC X(6).
           02  FILLER                 PIC X.
           02  Susp-Branch            PIC X(3).
           02  FILLER                 PIC X.
           02  Susp-Quote-Number      PIC X(6).
           02  FILLER                 PIC X.
           02  Susp-Quote-Price       PIC X(5).
           02  FILLER                 PIC X.
           02  Susp-Ship-Point        PIC X(3).
           02  FILLER                 PIC X.
           02  Susp-ProForma-Number   PIC X(6).

       FD SalesFile.
       01 Sales-Rec                   PIC X(80).

       FD OilPriceFile.
       01 OilPrice-Rec.
               03  SUS-Reason-Code      PIC X(2).
               03  SUS-RMA-Number       PIC X(6).
               03  SUS-Branch           PIC X(3).
               03  SUS-Quote-Number     PIC X(6).
               03  SUS-Quote-Price      PIC X(5).
               03  SUS-Ship-Point       PIC X(3).
               03  SUS-ProForma-Number  PIC X(6).
               03  SUS-Disposition      PIC X.
                   88 SUS-Held          VALUE "H".
                   88 SUS-Released      VALUE "R".
                           TO SUS-RMA-Number(Suspense-Table-Count)
                       MOVE Susp-Branch
                           TO SUS-Branch(Suspense-Table-Count)
                       MOVE Susp-Quote-Number
                           TO SUS-Quote-Number(Suspense-Table-Count)
                       MOVE Susp-Quote-Price
                           TO SUS-Quote-Price(Suspense-Table-Count)
                       MOVE Susp-Ship-Point
                           TO SUS-Ship-Point(Suspense-Table-Count)
                       MOVE Susp-ProForma-Number
                           TO SUS-ProForma-Number(Suspense-Table-Count)
                       MOVE "H"
                           TO SUS-Disposition(Suspense-Table-Count)
                   ELSE
                   MOVE SUS-Reason-Code(SUS-Idx) TO Susp-Reason-Code
                   MOVE SUS-RMA-Number(SUS-Idx) TO Susp-RMA-Number
                   MOVE SUS-Branch(SUS-Idx) TO Susp-Branch
                   MOVE SUS-Quote-Number(SUS-Idx) TO Susp-Quote-Number
                   MOVE SUS-Quote-Price(SUS-Idx) TO Susp-Quote-Price
                   MOVE SUS-Ship-Point(SUS-Idx) TO Susp-Ship-Point
                   MOVE SUS-ProForma-Number(SUS-Idx)
                       TO Susp-ProForma-Number
                   WRITE Sales-Rec FROM Suspense-Rec
                   ADD 1 TO Released-Count
               END-IF
                   MOVE SUS-Reason-Code(SUS-Idx) TO Susp-Reason-Code
                   MOVE SUS-RMA-Number(SUS-Idx) TO Susp-RMA-Number
                   MOVE SUS-Branch(SUS-Idx) TO Susp-Branch
                   MOVE SUS-Quote-Number(SUS-Idx) TO Susp-Quote-Number
                   MOVE SUS-Quote-Price(SUS-Idx) TO Susp-Quote-Price
                   MOVE SUS-Ship-Point(SUS-Idx) TO Susp-Ship-Point
                   MOVE SUS-ProForma-Number(SUS-Idx)
                       TO Susp-ProForma-Number
                   WRITE Suspense-Rec
                   ADD 1 TO Held-Count
               END-IF
