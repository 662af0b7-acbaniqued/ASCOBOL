      *          StockUpdate like any other sale, so stock is drawn
      *          down once, at posting time, not here.
      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - A backorder taken off a converted quotation keeps the
      *     quote number and quoted price, and its released lines
      *     carry both onto SALES.DAT so they still invoice at the
      *     quoted price.
      *   - The backorder's SHIPTO.DAT delivery point carries onto
      *     its released lines the same way.
      *   - So does a prepayment account's PROFORMA.DAT pro-forma
      *     number, so the released lines still wait on payment at
      *     despatch and take the prepayment off their invoice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BoRelease.
           02  BO-Order-Date          PIC 9(8).
           02  FILLER                 PIC X.
           02  BO-Reason-Code         PIC X(2).
      * Quote the line was converted from, and its price; spaces on
      * an ordinary order and on lines from before the fields.
           02  FILLER                 PIC X.
           02  BO-Quote-Number        PIC X(6).
           02  FILLER                 PIC X.
           02  BO-Quote-Price         PIC 9(3)V99.
           02  FILLER                 PIC X.
           02  BO-Ship-Point          PIC X(3).
           02  FILLER                 PIC X.
           02  BO-ProForma-Number     PIC X(6).

       FD StockLedgerFile.
       01 StockLedger-Rec.
           02  SalesFile-RMA-Number         PIC X(6).
           02  FILLER                       PIC X.
           02  SalesFile-Branch             PIC X(3).
           02  FILLER                       PIC X.
           02  SalesFile-Quote-Number       PIC X(6).
           02  FILLER                       PIC X.
           02  SalesFile-Quote-Price        PIC 9(3)V99.
           02  FILLER                       PIC X.
           02  SalesFile-Ship-Point         PIC X(3).
           02  FILLER                       PIC X.
           02  SalesFile-ProForma-Number    PIC X(6).

       FD BackOrderRep.
       01 BackOrder-Print-Line        PIC X(72).
               03  BOT-Released-Qty     PIC 999.
               03  BOT-Order-Date       PIC 9(8).
               03  BOT-Reason-Code      PIC X(2).
               03  BOT-Quote-Number     PIC X(6).
               03  BOT-Quote-Price      PIC 9(3)V99.
               03  BOT-Ship-Point       PIC X(3).
               03  BOT-ProForma-Number  PIC X(6).
               03  BOT-Tried            PIC X.
                   88 BOT-Was-Tried     VALUE "Y".
               03  BOT-Printed          PIC X.
                           TO BOT-Order-Date(Back-Order-Count)
                       MOVE BO-Reason-Code
                           TO BOT-Reason-Code(Back-Order-Count)
                       MOVE BO-Quote-Number
                           TO BOT-Quote-Number(Back-Order-Count)
                       IF BO-Quote-Price IS NUMERIC
                           MOVE BO-Quote-Price
                               TO BOT-Quote-Price(Back-Order-Count)
                       ELSE
                           MOVE ZEROS
                               TO BOT-Quote-Price(Back-Order-Count)
                       END-IF
                       MOVE BO-Ship-Point
                           TO BOT-Ship-Point(Back-Order-Count)
                       MOVE BO-ProForma-Number
                           TO BOT-ProForma-Number(Back-Order-Count)
                       MOVE "N" TO BOT-Tried(Back-Order-Count)
                       MOVE "N" TO BOT-Printed(Back-Order-Count)
                   ELSE
           MOVE BOT-Reason-Code(BOT-Found-Idx)
               TO SalesFile-Reason-Code.
           MOVE Site-Branch-Code TO SalesFile-Branch.
           IF BOT-Quote-Number(BOT-Found-Idx) NOT = SPACES
               MOVE BOT-Quote-Number(BOT-Found-Idx)
                   TO SalesFile-Quote-Number
               MOVE BOT-Quote-Price(BOT-Found-Idx)
                   TO SalesFile-Quote-Price
           END-IF.
           MOVE BOT-Ship-Point(BOT-Found-Idx) TO SalesFile-Ship-Point.
           MOVE BOT-ProForma-Number(BOT-Found-Idx)
               TO SalesFile-ProForma-Number.
           WRITE Sales-Rec.
           ADD 1 TO Lines-Released.
           COMPUTE AVL-Units(BOT-OilNum(BOT-Found-Idx)) =
                           TO BO-Order-Date
                       MOVE BOT-Reason-Code(BOT-Idx)
                           TO BO-Reason-Code
                       IF BOT-Quote-Number(BOT-Idx) NOT = SPACES
                           MOVE BOT-Quote-Number(BOT-Idx)
                               TO BO-Quote-Number
                           MOVE BOT-Quote-Price(BOT-Idx)
                               TO BO-Quote-Price
                       END-IF
                       MOVE BOT-Ship-Point(BOT-Idx) TO BO-Ship-Point
                       MOVE BOT-ProForma-Number(BOT-Idx)
                           TO BO-ProForma-Number
                       WRITE BackOrder-Rec
                   END-IF
               END-PERFORM
