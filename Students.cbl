      *   - Setting a credit limit on an add and overriding an
      *     over-limit purchase are supervisor functions; a clerk's
      *     attempt is refused and logged on OPLOG.DAT.
      *   - The roster record carries a family code linking
      *     siblings to their FAMILY.DAT payer; keyed on an add or
      *     changed from lookup, and checked against the family
      *     master so a mistyped code cannot orphan a child.
      *   - A student marked as left by StuLeave can take no further
      *     purchases; lookup shows the account as closed and no
      *     longer offers a family change.
      *   - The shop item rewrite carries the reorder level,
      *     quantity and supplier ShopItem now keeps on each item.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT.
       SELECT ShopItemFile ASSIGN TO "SHOPITEM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ShopItem-File-Status.
      * Family master, maintained by FamMaint; only read here, to
      * check a family code before it goes on the roster.
       SELECT FamilyFile ASSIGN TO "FAMILY.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Family-File-Status.
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "TRNMODEFC.CPY".
      * spaces on records from before the field.
           02  FILLER                 PIC X.
           02  Student-Year-Group     PIC X(2).
      * Family code linking siblings to their FAMILY.DAT payer;
      * spaces for a student with no family on file.
           02  FILLER                 PIC X.
           02  Student-Family-Code    PIC X(6).
      * Status byte: "L" once the student has left; space while
      * the student is still on roll.
           02  FILLER                 PIC X.
           02  Student-Status         PIC X.
               88  Student-Has-Left   VALUE "L".

       FD StuJournalFile.
       01 StuJournal-Rec.
           02  FILLER                 PIC X.
           02  Item-Stock-Count       PIC S9(5)
               SIGN IS TRAILING SEPARATE.
      * Reorder level, quantity and supplier, kept by ShopItem and
      * only carried through the rewrite here.
           02  Item-Reorder-Data      PIC X(18).

       FD AdmitRejFile.
       01 AdmitRej-Rec.
           02  FILLER                 PIC X.
           02  AdmitRej-Reason        PIC X(25).

       FD FamilyFile.
       01 Family-Rec.
           88 EndOfFamilyFile     VALUE HIGH-VALUES.
           02  Fam-Code               PIC X(6).
           02  FILLER                 PIC X.
           02  Fam-Payer-Name         PIC X(30).

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "TRNMODEFD.CPY".
               03  SIT-Price           PIC 9(5)V99.
               03  SIT-Active          PIC X.
               03  SIT-Stock           PIC S9(5).
               03  SIT-Reorder-Data    PIC X(18).

       01  Shop-Item-Count          PIC 9(3) VALUE ZEROS.
      * Set when the load had to skip rows: a rewrite from the
       01  Entry-Item-Qty           PIC 9(3).
       01  New-Credit-Limit         PIC 9(5)V99.
       01  New-Year-Group           PIC X(2).
       01  New-Family-Code          PIC X(6).
       01  WS-Family-File-Status    PIC XX.
       01  Family-Found-Switch      PIC X VALUE "N".
           88 Family-Code-Found     VALUE "Y".
       01  Family-Payer-Name        PIC X(30).
       01  Family-Change-Answer     PIC X VALUE "N".
           88 Family-Change-Wanted  VALUE "Y", "y".
       01  Projected-Total          PIC 9(6)V99.
       01  Item-Description         PIC X(20) VALUE SPACES.
       01  Journal-Type             PIC X VALUE "P".
               DISPLAY "ShopTotal: ", Student-ShopTotal
               DISPLAY "CreditLimit: ", Student-Credit-Limit
               DISPLAY "YearGroup: ", Student-Year-Group
               DISPLAY "FamilyCode: ", Student-Family-Code
               IF Student-Has-Left
                   DISPLAY "STATUS: LEFT - ACCOUNT CLOSED BY StuLeave"
               ELSE
                   PERFORM CHANGE-FAMILY-CODE
               END-IF
           ELSE
               DISPLAY "NO STUDENT ON FILE - ADDING NEW RECORD"
               DISPLAY "Enter Student Name"
               END-IF
               DISPLAY "Enter Year Group (e.g. 09)"
               ACCEPT New-Year-Group
               PERFORM GET-FAMILY-CODE
               MOVE SPACES TO Student-Rec
               MOVE Roll-Number-Entry TO Student-RollNumber
               MOVE New-Student-Name TO Student-Name
               MOVE Business-Date TO Student-Business-Date
               MOVE New-Credit-Limit TO Student-Credit-Limit
               MOVE New-Year-Group TO Student-Year-Group
               MOVE New-Family-Code TO Student-Family-Code
               WRITE Student-Rec
                   INVALID KEY
                       DISPLAY "WARNING: ROLL NUMBER "
               END-WRITE
           END-IF.

      * Links an existing student to a family, moves them to
      * another, or (with a blank code) takes them out of one.
       CHANGE-FAMILY-CODE.
           DISPLAY "Change Family Code (Y/N)"
           ACCEPT Family-Change-Answer.
           IF Family-Change-Wanted
               PERFORM GET-FAMILY-CODE
               MOVE New-Family-Code TO Student-Family-Code
               MOVE Business-Date TO Student-Business-Date
               REWRITE Student-Rec
                   INVALID KEY
                       DISPLAY "WARNING: ROSTER REWRITE FAILED, "
                           "STATUS " WS-Student-File-Status
                   NOT INVALID KEY
                       MOVE "U" TO Journal-Action
                       PERFORM JOURNAL-ROSTER-UPDATE
                       DISPLAY "FAMILY CODE NOW: ",
                           Student-Family-Code
               END-REWRITE
           END-IF.

      * Blank means no family; anything else must already be on
      * FAMILY.DAT, and the operator is asked again until it is.
       GET-FAMILY-CODE.
           MOVE "N" TO Family-Found-Switch.
           PERFORM UNTIL Family-Code-Found
               DISPLAY "Enter Family Code (blank for none)"
               ACCEPT New-Family-Code
               IF New-Family-Code = SPACES
                   SET Family-Code-Found TO TRUE
               ELSE
                   PERFORM FIND-FAMILY-CODE
                   IF Family-Code-Found
                       DISPLAY "FAMILY PAYER: ", Family-Payer-Name
                   ELSE
                       DISPLAY "FAMILY " New-Family-Code
                           " IS NOT ON FAMILY.DAT - ADD IT WITH "
                           "FAMMAINT FIRST"
                   END-IF
               END-IF
           END-PERFORM.

       FIND-FAMILY-CODE.
           MOVE "N" TO Family-Found-Switch.
           OPEN INPUT FamilyFile.
           IF WS-Family-File-Status = "00"
               READ FamilyFile
                   AT END SET EndOfFamilyFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfFamilyFile
                   IF Fam-Code = New-Family-Code
                       SET Family-Code-Found TO TRUE
                       MOVE Fam-Payer-Name TO Family-Payer-Name
                   END-IF
                   READ FamilyFile
                       AT END SET EndOfFamilyFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FamilyFile
           END-IF.

      * Posts a purchase onto the student's running balance and
      * rewrites just that record. A set credit limit refuses any
      * purchase that would carry the balance past it, unless the
               DISPLAY "WARNING: NO STUDENT ON FILE FOR ROLL NUMBER "
                   Roll-Number-Entry
           ELSE
      * A student who has left may not run up a new balance; the
      * closing account is settled through StuLeave.
               IF Student-Has-Left
                   DISPLAY "WARNING: STUDENT " Roll-Number-Entry
                       " HAS LEFT - PURCHASE NOT POSTED"
               ELSE
                   IF Item-Master-Present
                       PERFORM GET-ITEM-AND-QUANTITY
                   ELSE
                       DISPLAY "Enter Purchase Amount"
                       ACCEPT Purchase-Amount
                       DISPLAY "Enter Item Description"
                       ACCEPT Item-Description
                       MOVE SPACES TO Entry-Item-Code
                       MOVE ZEROS TO Entry-Item-Qty
                   END-IF
                   COMPUTE Projected-Total =
                       Student-ShopTotal + Purchase-Amount
                   IF Student-Credit-Limit > ZERO
                       AND Projected-Total > Student-Credit-Limit
                       DISPLAY "WARNING: PURCHASE WOULD PASS CREDIT "
                           "LIMIT " Student-Credit-Limit
      * Only a supervisor may push a purchase past the limit; a
      * refused attempt is logged.
                       PERFORM Check-Supervisor-Role
                       IF Role-OK
                           DISPLAY "OVERRIDE (Y/N)?"
                           ACCEPT Override-Answer
                       ELSE
                           MOVE "N" TO Override-Answer
                       END-IF
                   ELSE
                       MOVE "Y" TO Override-Answer
                   END-IF
                   IF Override-Approved
                       ADD Purchase-Amount TO Student-ShopTotal
                       MOVE Business-Date TO Student-Business-Date
                       REWRITE Student-Rec
                           INVALID KEY
                               DISPLAY "WARNING: ROSTER REWRITE "
                                   "FAILED, STATUS "
                                   WS-Student-File-Status
                           NOT INVALID KEY
                               MOVE "U" TO Journal-Action
                               PERFORM JOURNAL-ROSTER-UPDATE
                       END-REWRITE
                       DISPLAY "NEW SHOPTOTAL: ", Student-ShopTotal
                       IF Item-Master-Present
                           AND Entry-Item-Code NOT = SPACES
                           SUBTRACT Entry-Item-Qty
                               FROM SIT-Stock(SIT-Found-Idx)
                           IF SIT-Stock(SIT-Found-Idx) <= ZERO
                               DISPLAY "WARNING: ITEM "
                                   Entry-Item-Code " IS OUT OF STOCK"
                           END-IF
                       END-IF
                       MOVE "P" TO Journal-Type
                       PERFORM WRITE-JOURNAL-LINE
                   ELSE
                       DISPLAY "PURCHASE REFUSED"
                   END-IF
               END-IF
           END-IF.

                           TO SIT-Active(Shop-Item-Count)
                       MOVE Item-Stock-Count
                           TO SIT-Stock(Shop-Item-Count)
                       MOVE Item-Reorder-Data
                           TO SIT-Reorder-Data(Shop-Item-Count)
                   ELSE
                       SET Item-Load-Overflowed TO TRUE
                       DISPLAY "WARNING: SHOPITEM.DAT TABLE FULL, "
                   MOVE SIT-Price(SIT-Idx) TO Item-Price
                   MOVE SIT-Active(SIT-Idx) TO Item-Active
                   MOVE SIT-Stock(SIT-Idx) TO Item-Stock-Count
                   MOVE SIT-Reorder-Data(SIT-Idx)
                       TO Item-Reorder-Data
                   WRITE ShopItem-Rec
               END-PERFORM
               CLOSE ShopItemFile
