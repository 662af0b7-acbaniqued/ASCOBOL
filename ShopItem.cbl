      *          intake onto the counts, and prints a term's sales by
      *          item from the STUJRNL.DAT purchase lines, so "what
      *          do year 9s actually buy" finally has an answer.
      *          Each item also carries its reorder level, reorder
      *          quantity and preferred supplier (a SUPPMAST.DAT
      *          supplier, the same master the oil buying uses) for
      *          the ShopReord weekly suggestions and the ShopPurch
      *          purchase orders.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ShopItem-File-Status.

       SELECT SuppMasterFile ASSIGN TO "SUPPMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SuppMaster-File-Status.

       SELECT StuJournalFile ASSIGN TO "STUJRNL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-StuJournal-File-Status.
           02  FILLER                 PIC X.
           02  Item-Stock-Count       PIC S9(5)
               SIGN IS TRAILING SEPARATE.
      * Reorder level and quantity, and the preferred SUPPMAST.DAT
      * supplier; spaces on items from before the fields.
           02  FILLER                 PIC X.
           02  Item-Reorder-Level     PIC 9(5).
           02  FILLER                 PIC X.
           02  Item-Reorder-Qty       PIC 9(5).
           02  FILLER                 PIC X.
           02  Item-Supplier-ID       PIC X(5).

       FD SuppMasterFile.
       01 SuppMast-Rec.
           88 EndOfSuppMasterFile   VALUE HIGH-VALUES.
           02  SuppMast-SupplierID      PIC X(5).

       FD StuJournalFile.
       01 StuJournal-Rec.
       WORKING-STORAGE SECTION.
       01  WS-ShopItem-File-Status     PIC XX.
       01  WS-StuJournal-File-Status   PIC XX.
       01  WS-SuppMaster-File-Status   PIC XX.
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".
               03  SIT-Stock           PIC S9(5).
               03  SIT-Term-Qty        PIC 9(7).
               03  SIT-Term-Value      PIC 9(9)V99.
               03  SIT-Reorder-Level   PIC 9(5).
               03  SIT-Reorder-Qty     PIC 9(5).
               03  SIT-Supplier-ID     PIC X(5).

       01  Shop-Item-Count          PIC 9(3) VALUE ZEROS.
      * Set when the load had to skip rows: carrying on would end in
       01  SIT-Idx                  PIC 9(3).
       01  SIT-Found-Idx            PIC 9(3).

       01  Supplier-Table.
           02  Supplier-Entry OCCURS 500 TIMES.
               03  SUP-SupplierID      PIC X(5).
       01  Supplier-Count           PIC 9(3) VALUE ZEROS.
       01  SUP-Idx                  PIC 9(3).
       01  SUP-Found-Idx            PIC 9(3).

       01  Txn-Mode                 PIC X VALUE SPACE.
           88 Txn-Add               VALUE "A", "a".
           88 Txn-Update            VALUE "U", "u".
       01  Entry-Qty-X              PIC X(5).
       01  Entry-Qty-N REDEFINES Entry-Qty-X
                                    PIC 9(5).
       01  Entry-Supplier-ID        PIC X(5).
       01  Term-From-Date           PIC 9(8).
       01  Term-To-Date             PIC 9(8).
       01  Items-Changed            PIC 9(3) VALUE ZEROS.
           MOVE Operator-ID TO RunLog-Operator-ID.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-SHOP-ITEMS.
           PERFORM 1100-LOAD-SUPPLIERS.
      * Rewriting from a partial table would delete the items that
      * did not fit, so an overloaded master refuses the session.
           IF Item-Load-Overflowed
                       MOVE ZEROS TO SIT-Term-Qty(Shop-Item-Count)
                       MOVE ZEROS
                           TO SIT-Term-Value(Shop-Item-Count)
                       MOVE ZEROS
                           TO SIT-Reorder-Level(Shop-Item-Count)
                           SIT-Reorder-Qty(Shop-Item-Count)
                       IF Item-Reorder-Level IS NUMERIC
                           MOVE Item-Reorder-Level
                               TO SIT-Reorder-Level(Shop-Item-Count)
                       END-IF
                       IF Item-Reorder-Qty IS NUMERIC
                           MOVE Item-Reorder-Qty
                               TO SIT-Reorder-Qty(Shop-Item-Count)
                       END-IF
                       MOVE Item-Supplier-ID
                           TO SIT-Supplier-ID(Shop-Item-Count)
                   ELSE
                       SET Item-Load-Overflowed TO TRUE
                       DISPLAY "WARNING: SHOPITEM.DAT TABLE FULL, "
               CLOSE ShopItemFile
           END-IF.

       1100-LOAD-SUPPLIERS.
           OPEN INPUT SuppMasterFile.
           IF WS-SuppMaster-File-Status = "00"
               READ SuppMasterFile
                   AT END SET EndOfSuppMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSuppMasterFile
                   IF Supplier-Count < 500
                       ADD 1 TO Supplier-Count
                       MOVE SuppMast-SupplierID
                           TO SUP-SupplierID(Supplier-Count)
                   END-IF
                   READ SuppMasterFile
                       AT END SET EndOfSuppMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SuppMasterFile
           ELSE
               DISPLAY "WARNING: SUPPMAST.DAT NOT AVAILABLE - NO "
                   "SUPPLIER CAN BE VALIDATED"
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           DISPLAY "ITEM MASTER - (A)DD (U)PDATE (I)NTAKE "
               "(S)ALES REPORT (L)IST (Q)UIT".
                   MOVE ZEROS TO SIT-Stock(Shop-Item-Count)
                   MOVE ZEROS TO SIT-Term-Qty(Shop-Item-Count)
                   MOVE ZEROS TO SIT-Term-Value(Shop-Item-Count)
                   MOVE Shop-Item-Count TO SIT-Found-Idx
                   MOVE ZEROS TO SIT-Reorder-Level(SIT-Found-Idx)
                       SIT-Reorder-Qty(SIT-Found-Idx)
                   MOVE SPACES TO SIT-Supplier-ID(SIT-Found-Idx)
                   PERFORM 2250-GET-REORDER-TERMS
                   ADD 1 TO Items-Changed
                   DISPLAY "ITEM ADDED"
               ELSE
               IF Entry-Active = "Y" OR Entry-Active = "N"
                   MOVE Entry-Active TO SIT-Active(SIT-Found-Idx)
               END-IF
               PERFORM 2250-GET-REORDER-TERMS
               ADD 1 TO Items-Changed
               DISPLAY "ITEM UPDATED"
           END-IF.

      * Blank keeps what the item has; a supplier must be on the
      * supplier master, or the purchase order could not be paid.
       2250-GET-REORDER-TERMS.
           DISPLAY "REORDER LEVEL (NNNNN, CURRENTLY "
               SIT-Reorder-Level(SIT-Found-Idx) ")".
           MOVE SPACES TO Entry-Qty-X.
           ACCEPT Entry-Qty-X.
           IF Entry-Qty-X IS NUMERIC
               MOVE Entry-Qty-N TO SIT-Reorder-Level(SIT-Found-Idx)
           END-IF.
           DISPLAY "REORDER QUANTITY (NNNNN, CURRENTLY "
               SIT-Reorder-Qty(SIT-Found-Idx) ")".
           MOVE SPACES TO Entry-Qty-X.
           ACCEPT Entry-Qty-X.
           IF Entry-Qty-X IS NUMERIC
               MOVE Entry-Qty-N TO SIT-Reorder-Qty(SIT-Found-Idx)
           END-IF.
           DISPLAY "PREFERRED SUPPLIER (CURRENTLY "
               SIT-Supplier-ID(SIT-Found-Idx) ")".
           MOVE SPACES TO Entry-Supplier-ID.
           ACCEPT Entry-Supplier-ID.
           IF Entry-Supplier-ID NOT = SPACES
               MOVE ZEROS TO SUP-Found-Idx
               PERFORM VARYING SUP-Idx FROM 1 BY 1
                   UNTIL SUP-Idx > Supplier-Count
                   IF SUP-SupplierID(SUP-Idx) = Entry-Supplier-ID
                       MOVE SUP-Idx TO SUP-Found-Idx
                   END-IF
               END-PERFORM
               IF SUP-Found-Idx > ZEROS
                   MOVE Entry-Supplier-ID
                       TO SIT-Supplier-ID(SIT-Found-Idx)
               ELSE
                   DISPLAY "SUPPLIER " Entry-Supplier-ID
                       " IS NOT ON SUPPMAST.DAT - NOT CHANGED"
               END-IF
           END-IF.

       2300-STOCK-INTAKE.
           PERFORM 2050-FIND-ITEM.
           IF SIT-Found-Idx = ZEROS
                   SIT-Descr(SIT-Idx) " "
                   SIT-Price(SIT-Idx) " "
                   SIT-Active(SIT-Idx) " STOCK "
                   SIT-Stock(SIT-Idx) " REORDER "
                   SIT-Reorder-Level(SIT-Idx) "/"
                   SIT-Reorder-Qty(SIT-Idx) " "
                   SIT-Supplier-ID(SIT-Idx)
           END-PERFORM.

      * One pass of the journal over the term's window; purchase
               MOVE SIT-Price(SIT-Idx) TO Item-Price
               MOVE SIT-Active(SIT-Idx) TO Item-Active
               MOVE SIT-Stock(SIT-Idx) TO Item-Stock-Count
               MOVE SIT-Reorder-Level(SIT-Idx) TO Item-Reorder-Level
               MOVE SIT-Reorder-Qty(SIT-Idx) TO Item-Reorder-Qty
               MOVE SIT-Supplier-ID(SIT-Idx) TO Item-Supplier-ID
               WRITE ShopItem-Rec
           END-PERFORM.
           CLOSE ShopItemFile.
