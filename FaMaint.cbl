      ******************************************************************
      * Author:
      * Date:
      * Purpose: Fixed-asset register maintenance against FAMAST.DAT
      *          - vans, distillation equipment, shop fit-outs. An
      *          asset carries its description, category, branch,
      *          purchase date, cost, useful life in months, method
      *          (S straight line to the residual value, R reducing
      *          balance at an annual rate) and residual value.
      *          Transactions: (A)dd, (C)hange, (T)ransfer to another
      *          branch, (D)ispose, (L)ist. A disposal works out the
      *          gain or loss as proceeds less net book value and is
      *          left for FaDepn to post at month end; cost, category
      *          and purchase date are fixed once depreciation has
      *          been charged. Every addition, transfer and disposal
      *          is logged on FAMOVE.DAT for the auditors.
      *          A category can only be used once GLMAP.DAT has its
      *          DEP<category> row (debit depreciation expense,
      *          credit accumulated depreciation) so FaDepn can post
      *          it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FaMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FaMasterFile ASSIGN TO "FAMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FaMaster-File-Status.

       SELECT FaMoveFile ASSIGN TO "FAMOVE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FaMove-File-Status.

       SELECT GlMapFile ASSIGN TO "GLMAP.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlMap-File-Status.

       SELECT BranchListFile ASSIGN TO "BRANCHES.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BranchList-File-Status.
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "RUNLOCKFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD FaMasterFile.
       01 FaMaster-Rec.
           88 EndOfFaMasterFile     VALUE HIGH-VALUES.
           02  FA-Asset-No              PIC X(6).
           02  FILLER                   PIC X.
           02  FA-Description           PIC X(20).
           02  FILLER                   PIC X.
           02  FA-Category              PIC X(4).
           02  FILLER                   PIC X.
           02  FA-Branch                PIC X(3).
           02  FILLER                   PIC X.
           02  FA-Purchase-Date         PIC 9(8).
           02  FILLER                   PIC X.
           02  FA-Cost                  PIC 9(9)V99.
           02  FILLER                   PIC X.
           02  FA-Life-Months           PIC 9(3).
           02  FILLER                   PIC X.
           02  FA-Method                PIC X.
           02  FILLER                   PIC X.
           02  FA-Rate                  PIC 99V9.
           02  FILLER                   PIC X.
           02  FA-Residual              PIC 9(9)V99.
           02  FILLER                   PIC X.
           02  FA-Accum-Depn            PIC 9(9)V99.
           02  FILLER                   PIC X.
           02  FA-Months-Charged        PIC 9(3).
           02  FILLER                   PIC X.
           02  FA-Last-Depn-Period      PIC 9(6).
           02  FILLER                   PIC X.
           02  FA-Status                PIC X.
           02  FILLER                   PIC X.
           02  FA-Disposal-Date         PIC 9(8).
           02  FILLER                   PIC X.
           02  FA-Proceeds              PIC 9(9)V99.
           02  FILLER                   PIC X.
           02  FA-Gain-Loss             PIC S9(9)V99
               SIGN IS TRAILING SEPARATE.

      * A = added, T = transferred, D = disposed.
       FD FaMoveFile.
       01 FaMove-Rec.
           02  FAM-Asset-No             PIC X(6).
           02  FILLER                   PIC X.
           02  FAM-Date                 PIC 9(8).
           02  FILLER                   PIC X.
           02  FAM-Type                 PIC X.
           02  FILLER                   PIC X.
           02  FAM-From-Branch          PIC X(3).
           02  FILLER                   PIC X.
           02  FAM-To-Branch            PIC X(3).
           02  FILLER                   PIC X.
           02  FAM-Amount               PIC S9(9)V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                   PIC X.
           02  FAM-Operator             PIC X(5).

       FD GlMapFile.
       01 GlMap-Rec.
           88 EndOfGlMapFile        VALUE HIGH-VALUES.
           02  GlMap-Source             PIC X(8).
           02  GlMap-Source-Fields REDEFINES GlMap-Source.
               03  GlMap-Source-Prefix  PIC X(3).
               03  GlMap-Source-Category PIC X(4).
               03  FILLER               PIC X.
           02  FILLER                   PIC X.
           02  GlMap-Debit-Account      PIC X(6).
           02  FILLER                   PIC X.
           02  GlMap-Credit-Account     PIC X(6).

       FD BranchListFile.
       01 BranchList-Rec.
           88 EndOfBranchListFile VALUE HIGH-VALUES.
           02  BRL-Branch-Code        PIC X(3).
           02  FILLER                 PIC X.
           02  BRL-Transfer-File      PIC X(12).

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "RUNLOCKFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-FaMaster-File-Status      PIC XX.
       01  WS-FaMove-File-Status        PIC XX.
       01  WS-GlMap-File-Status         PIC XX.
       01  WS-BranchList-File-Status    PIC XX.
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "RUNLOCKWS.CPY".
       COPY "BUSDATEWS.CPY".

      * Categories GLMAP.DAT can post depreciation for.
       01  Category-Table.
           02  Known-Category           PIC X(4) OCCURS 50 TIMES.
       01  Category-Count               PIC 99 VALUE ZEROS.
       01  CAT-Idx                      PIC 99.
       01  Category-Known-Switch        PIC X.
           88 Category-Is-Known         VALUE "Y".

      * Branch codes from BRANCHES.DAT; with no list on site, any
      * code is taken.
       01  Branch-Table.
           02  Known-Branch             PIC X(3) OCCURS 50 TIMES.
       01  Branch-Count                 PIC 99 VALUE ZEROS.
       01  BRT-Idx                      PIC 99.
       01  Branch-Known-Switch          PIC X.
           88 Branch-Is-Known           VALUE "Y".

       01  Fa-Table.
           02  Fa-Entry OCCURS 1000 TIMES.
               03  FAT-Asset-No         PIC X(6).
               03  FAT-Description      PIC X(20).
               03  FAT-Category         PIC X(4).
               03  FAT-Branch           PIC X(3).
               03  FAT-Purchase-Date    PIC 9(8).
               03  FAT-Cost             PIC 9(9)V99.
               03  FAT-Life-Months      PIC 9(3).
               03  FAT-Method           PIC X.
               03  FAT-Rate             PIC 99V9.
               03  FAT-Residual         PIC 9(9)V99.
               03  FAT-Accum-Depn       PIC 9(9)V99.
               03  FAT-Months-Charged   PIC 9(3).
               03  FAT-Last-Depn-Period PIC 9(6).
               03  FAT-Status           PIC X.
                   88 FAT-Is-Active     VALUE "A".
               03  FAT-Disposal-Date    PIC 9(8).
               03  FAT-Proceeds         PIC 9(9)V99.
               03  FAT-Gain-Loss        PIC S9(9)V99.
       01  Fa-Count                     PIC 9(4) VALUE ZEROS.
       01  FAT-Idx                      PIC 9(4).
       01  Load-Overflow-Switch         PIC X VALUE "N".
           88 Load-Overflowed           VALUE "Y".

       01  WS-Transaction-Code          PIC X.
           88 Txn-Add                   VALUE "A", "a".
           88 Txn-Change                VALUE "C", "c".
           88 Txn-Transfer              VALUE "T", "t".
           88 Txn-Dispose               VALUE "D", "d".
           88 Txn-List                  VALUE "L", "l".
           88 Txn-Quit                  VALUE "Q", "q".

       01  WS-Entry-Asset-No            PIC X(6).
       01  WS-Entry-Description         PIC X(20).
       01  WS-Entry-Category            PIC X(4).
       01  WS-Entry-Branch              PIC X(3).
       01  WS-Entry-Date                PIC 9(8).
       01  WS-Entry-Cost                PIC 9(9)V99.
       01  WS-Entry-Life                PIC 9(3).
       01  WS-Entry-Method              PIC X.
           88 WS-Method-Valid           VALUE "S", "R".
           88 WS-Method-Reducing        VALUE "R".
       01  WS-Entry-Rate                PIC 99V9.
       01  WS-Entry-Residual            PIC 9(9)V99.
       01  WS-Entry-Proceeds            PIC 9(9)V99.
       01  WS-Found-Idx                 PIC 9(4) VALUE ZEROS.
       01  WS-Error-Message             PIC X(50).
       01  WS-Net-Book-Value            PIC 9(9)V99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           MOVE Operator-ID TO Lock-My-Operator.
           MOVE "FAMAST.LCK" TO Lock-File-Name.
           PERFORM Acquire-Run-Lock.
           IF NOT Run-Lock-Held
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-CATEGORIES.
           PERFORM 1050-LOAD-BRANCHES.
           PERFORM 1100-LOAD-ASSETS.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL Txn-Quit.
           PERFORM 3000-REWRITE-ASSETS.
           PERFORM Release-Run-Lock.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-CATEGORIES.
           OPEN INPUT GlMapFile.
           IF WS-GlMap-File-Status = "00"
               READ GlMapFile
                   AT END SET EndOfGlMapFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGlMapFile
                   IF GlMap-Source-Prefix = "DEP"
                       AND GlMap-Source-Category NOT = SPACES
                       AND Category-Count < 50
                       ADD 1 TO Category-Count
                       MOVE GlMap-Source-Category
                           TO Known-Category(Category-Count)
                   END-IF
                   READ GlMapFile
                       AT END SET EndOfGlMapFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GlMapFile
           ELSE
               DISPLAY "WARNING: GLMAP.DAT NOT AVAILABLE - NO "
                   "ASSET CAN BE ADDED"
           END-IF.

       1050-LOAD-BRANCHES.
           OPEN INPUT BranchListFile.
           IF WS-BranchList-File-Status = "00"
               READ BranchListFile
                   AT END SET EndOfBranchListFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfBranchListFile
                   IF Branch-Count < 50
                       ADD 1 TO Branch-Count
                       MOVE BRL-Branch-Code
                           TO Known-Branch(Branch-Count)
                   END-IF
                   READ BranchListFile
                       AT END SET EndOfBranchListFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BranchListFile
           END-IF.

       1100-LOAD-ASSETS.
           OPEN INPUT FaMasterFile.
           IF WS-FaMaster-File-Status = "00"
               READ FaMasterFile
                   AT END SET EndOfFaMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfFaMasterFile
                   IF Fa-Count < 1000
                       ADD 1 TO Fa-Count
                       MOVE FA-Asset-No TO FAT-Asset-No(Fa-Count)
                       MOVE FA-Description
                           TO FAT-Description(Fa-Count)
                       MOVE FA-Category TO FAT-Category(Fa-Count)
                       MOVE FA-Branch TO FAT-Branch(Fa-Count)
                       MOVE FA-Purchase-Date
                           TO FAT-Purchase-Date(Fa-Count)
                       MOVE FA-Cost TO FAT-Cost(Fa-Count)
                       MOVE FA-Life-Months
                           TO FAT-Life-Months(Fa-Count)
                       MOVE FA-Method TO FAT-Method(Fa-Count)
                       MOVE FA-Rate TO FAT-Rate(Fa-Count)
                       MOVE FA-Residual TO FAT-Residual(Fa-Count)
                       MOVE FA-Accum-Depn TO FAT-Accum-Depn(Fa-Count)
                       MOVE FA-Months-Charged
                           TO FAT-Months-Charged(Fa-Count)
                       MOVE FA-Last-Depn-Period
                           TO FAT-Last-Depn-Period(Fa-Count)
                       MOVE FA-Status TO FAT-Status(Fa-Count)
                       MOVE FA-Disposal-Date
                           TO FAT-Disposal-Date(Fa-Count)
                       MOVE FA-Proceeds TO FAT-Proceeds(Fa-Count)
                       MOVE FA-Gain-Loss TO FAT-Gain-Loss(Fa-Count)
                   ELSE
                       SET Load-Overflowed TO TRUE
                       DISPLAY "WARNING: FAMAST.DAT TABLE FULL - "
                           "ASSET SKIPPED"
                   END-IF
                   READ FaMasterFile
                       AT END SET EndOfFaMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FaMasterFile
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           DISPLAY "FIXED ASSETS - (A)DD (C)HANGE (T)RANSFER "
               "(D)ISPOSE (L)IST (Q)UIT".
           ACCEPT WS-Transaction-Code.
           IF Txn-Add OR Txn-Change OR Txn-Transfer OR Txn-Dispose
               DISPLAY "ASSET NUMBER"
               ACCEPT WS-Entry-Asset-No
               PERFORM 2100-FIND-ASSET
               EVALUATE TRUE
                   WHEN WS-Entry-Asset-No = SPACES
                       DISPLAY "ASSET NUMBER IS REQUIRED"
                   WHEN Txn-Add
                       IF WS-Found-Idx > ZEROS
                           DISPLAY "ASSET ALREADY ON FILE"
                       ELSE
                           PERFORM 2200-ADD-ASSET
                       END-IF
                   WHEN WS-Found-Idx = ZEROS
                       DISPLAY "ASSET NOT ON FILE"
                   WHEN NOT FAT-Is-Active(WS-Found-Idx)
                       DISPLAY "ASSET HAS BEEN DISPOSED OF"
                   WHEN Txn-Change
                       PERFORM 2300-CHANGE-ASSET
                   WHEN Txn-Transfer
                       PERFORM 2400-TRANSFER-ASSET
                   WHEN Txn-Dispose
                       PERFORM 2500-DISPOSE-ASSET
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN Txn-List
                       PERFORM 2600-LIST-ASSETS
                   WHEN Txn-Quit
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID TRANSACTION CODE"
               END-EVALUATE
           END-IF.

       2100-FIND-ASSET.
           MOVE ZEROS TO WS-Found-Idx.
           PERFORM VARYING FAT-Idx FROM 1 BY 1
               UNTIL FAT-Idx > Fa-Count
               OR WS-Found-Idx > ZEROS
               IF FAT-Asset-No(FAT-Idx) = WS-Entry-Asset-No
                   MOVE FAT-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.

       2150-CHECK-CATEGORY-KNOWN.
           MOVE "N" TO Category-Known-Switch.
           PERFORM VARYING CAT-Idx FROM 1 BY 1
               UNTIL CAT-Idx > Category-Count
               IF Known-Category(CAT-Idx) = WS-Entry-Category
                   SET Category-Is-Known TO TRUE
               END-IF
           END-PERFORM.

       2160-CHECK-BRANCH-KNOWN.
           MOVE "N" TO Branch-Known-Switch.
           IF Branch-Count = ZEROS
               AND WS-Entry-Branch NOT = SPACES
               SET Branch-Is-Known TO TRUE
           END-IF.
           IF WS-Entry-Branch = "HQ "
               SET Branch-Is-Known TO TRUE
           END-IF.
           PERFORM VARYING BRT-Idx FROM 1 BY 1
               UNTIL BRT-Idx > Branch-Count
               IF Known-Branch(BRT-Idx) = WS-Entry-Branch
                   SET Branch-Is-Known TO TRUE
               END-IF
           END-PERFORM.

       2200-ADD-ASSET.
           DISPLAY "DESCRIPTION".
           ACCEPT WS-Entry-Description.
           DISPLAY "CATEGORY".
           ACCEPT WS-Entry-Category.
           DISPLAY "BRANCH".
           ACCEPT WS-Entry-Branch.
           DISPLAY "PURCHASE DATE (YYYYMMDD), ZERO FOR TODAY".
           ACCEPT WS-Entry-Date.
           IF WS-Entry-Date = ZEROS
               MOVE Business-Date TO WS-Entry-Date
           END-IF.
           DISPLAY "COST (NNNNNNNNN.NN)".
           ACCEPT WS-Entry-Cost.
           PERFORM 2250-ACCEPT-DEPRECIATION-TERMS.
           PERFORM 2150-CHECK-CATEGORY-KNOWN.
           PERFORM 2160-CHECK-BRANCH-KNOWN.
           PERFORM 2270-VALIDATE-TERMS.
           EVALUATE TRUE
               WHEN NOT Category-Is-Known
                   DISPLAY "NO GLMAP.DAT DEP" WS-Entry-Category
                       " ROW FOR THIS CATEGORY - NOT ADDED"
               WHEN NOT Branch-Is-Known
                   DISPLAY "BRANCH NOT ON BRANCHES.DAT - NOT ADDED"
               WHEN WS-Error-Message NOT = SPACES
                   DISPLAY WS-Error-Message
               WHEN Fa-Count >= 1000
                   DISPLAY "ASSET TABLE FULL - NOT ADDED"
               WHEN OTHER
                   ADD 1 TO Fa-Count
                   MOVE WS-Entry-Asset-No TO FAT-Asset-No(Fa-Count)
                   MOVE WS-Entry-Description
                       TO FAT-Description(Fa-Count)
                   MOVE WS-Entry-Category TO FAT-Category(Fa-Count)
                   MOVE WS-Entry-Branch TO FAT-Branch(Fa-Count)
                   MOVE WS-Entry-Date TO FAT-Purchase-Date(Fa-Count)
                   MOVE WS-Entry-Cost TO FAT-Cost(Fa-Count)
                   MOVE WS-Entry-Life TO FAT-Life-Months(Fa-Count)
                   MOVE WS-Entry-Method TO FAT-Method(Fa-Count)
                   MOVE WS-Entry-Rate TO FAT-Rate(Fa-Count)
                   MOVE WS-Entry-Residual TO FAT-Residual(Fa-Count)
                   MOVE ZEROS TO FAT-Accum-Depn(Fa-Count)
                   MOVE ZEROS TO FAT-Months-Charged(Fa-Count)
                   MOVE ZEROS TO FAT-Last-Depn-Period(Fa-Count)
                   MOVE "A" TO FAT-Status(Fa-Count)
                   MOVE ZEROS TO FAT-Disposal-Date(Fa-Count)
                   MOVE ZEROS TO FAT-Proceeds(Fa-Count)
                   MOVE ZEROS TO FAT-Gain-Loss(Fa-Count)
                   MOVE Fa-Count TO WS-Found-Idx
                   MOVE "A" TO FAM-Type
                   MOVE SPACES TO FAM-From-Branch
                   MOVE WS-Entry-Branch TO FAM-To-Branch
                   MOVE WS-Entry-Cost TO FAM-Amount
                   MOVE WS-Entry-Date TO FAM-Date
                   PERFORM 2800-LOG-MOVEMENT
                   DISPLAY "ASSET " WS-Entry-Asset-No " ADDED"
           END-EVALUATE.

       2250-ACCEPT-DEPRECIATION-TERMS.
           DISPLAY "USEFUL LIFE IN MONTHS".
           ACCEPT WS-Entry-Life.
           DISPLAY "METHOD - (S)TRAIGHT LINE OR (R)EDUCING BALANCE".
           ACCEPT WS-Entry-Method.
           MOVE ZEROS TO WS-Entry-Rate.
           IF WS-Method-Reducing
               DISPLAY "ANNUAL RATE PERCENT (NN.N)"
               ACCEPT WS-Entry-Rate
           END-IF.
           DISPLAY "RESIDUAL VALUE (NNNNNNNNN.NN)".
           ACCEPT WS-Entry-Residual.

       2270-VALIDATE-TERMS.
           MOVE SPACES TO WS-Error-Message.
           EVALUATE TRUE
               WHEN WS-Entry-Cost = ZEROS
                   MOVE "COST MUST BE ABOVE ZERO"
                       TO WS-Error-Message
               WHEN WS-Entry-Life = ZEROS
                   MOVE "USEFUL LIFE MUST BE ABOVE ZERO"
                       TO WS-Error-Message
               WHEN NOT WS-Method-Valid
                   MOVE "METHOD MUST BE S OR R" TO WS-Error-Message
               WHEN WS-Method-Reducing AND WS-Entry-Rate = ZEROS
                   MOVE "REDUCING BALANCE NEEDS A RATE"
                       TO WS-Error-Message
               WHEN WS-Entry-Residual >= WS-Entry-Cost
                   MOVE "RESIDUAL VALUE MUST BE BELOW COST"
                       TO WS-Error-Message
           END-EVALUATE.

      * Once depreciation has been charged the cost basis stands;
      * life, method and residual value can still be revised, and
      * FaDepn spreads what remains over what is left of the life.
       2300-CHANGE-ASSET.
           DISPLAY "DESCRIPTION (BLANK TO KEEP "
               FAT-Description(WS-Found-Idx) ")".
           MOVE SPACES TO WS-Entry-Description.
           ACCEPT WS-Entry-Description.
           IF WS-Entry-Description = SPACES
               MOVE FAT-Description(WS-Found-Idx)
                   TO WS-Entry-Description
           END-IF.
           MOVE FAT-Category(WS-Found-Idx) TO WS-Entry-Category.
           MOVE FAT-Purchase-Date(WS-Found-Idx) TO WS-Entry-Date.
           MOVE FAT-Cost(WS-Found-Idx) TO WS-Entry-Cost.
           IF FAT-Months-Charged(WS-Found-Idx) = ZEROS
               DISPLAY "CATEGORY (BLANK TO KEEP "
                   FAT-Category(WS-Found-Idx) ")"
               MOVE SPACES TO WS-Entry-Category
               ACCEPT WS-Entry-Category
               IF WS-Entry-Category = SPACES
                   MOVE FAT-Category(WS-Found-Idx)
                       TO WS-Entry-Category
               END-IF
               DISPLAY "PURCHASE DATE (YYYYMMDD), ZERO TO KEEP"
               ACCEPT WS-Entry-Date
               IF WS-Entry-Date = ZEROS
                   MOVE FAT-Purchase-Date(WS-Found-Idx)
                       TO WS-Entry-Date
               END-IF
               DISPLAY "COST (NNNNNNNNN.NN), ZERO TO KEEP"
               ACCEPT WS-Entry-Cost
               IF WS-Entry-Cost = ZEROS
                   MOVE FAT-Cost(WS-Found-Idx) TO WS-Entry-Cost
               END-IF
           ELSE
               DISPLAY "DEPRECIATION CHARGED - COST, CATEGORY AND "
                   "PURCHASE DATE ARE FIXED"
           END-IF.
           PERFORM 2250-ACCEPT-DEPRECIATION-TERMS.
           PERFORM 2150-CHECK-CATEGORY-KNOWN.
           PERFORM 2270-VALIDATE-TERMS.
           IF WS-Error-Message = SPACES
               AND WS-Entry-Life < FAT-Months-Charged(WS-Found-Idx)
               MOVE "LIFE IS SHORTER THAN THE MONTHS CHARGED"
                   TO WS-Error-Message
           END-IF.
           EVALUATE TRUE
               WHEN NOT Category-Is-Known
                   DISPLAY "NO GLMAP.DAT DEP" WS-Entry-Category
                       " ROW FOR THIS CATEGORY - NOT CHANGED"
               WHEN WS-Error-Message NOT = SPACES
                   DISPLAY WS-Error-Message " - NOT CHANGED"
               WHEN OTHER
                   MOVE WS-Entry-Description
                       TO FAT-Description(WS-Found-Idx)
                   MOVE WS-Entry-Category
                       TO FAT-Category(WS-Found-Idx)
                   MOVE WS-Entry-Date
                       TO FAT-Purchase-Date(WS-Found-Idx)
                   MOVE WS-Entry-Cost TO FAT-Cost(WS-Found-Idx)
                   MOVE WS-Entry-Life
                       TO FAT-Life-Months(WS-Found-Idx)
                   MOVE WS-Entry-Method TO FAT-Method(WS-Found-Idx)
                   MOVE WS-Entry-Rate TO FAT-Rate(WS-Found-Idx)
                   MOVE WS-Entry-Residual
                       TO FAT-Residual(WS-Found-Idx)
                   DISPLAY "ASSET " WS-Entry-Asset-No " CHANGED"
           END-EVALUATE.

       2400-TRANSFER-ASSET.
           DISPLAY "NOW AT BRANCH " FAT-Branch(WS-Found-Idx)
               " - TRANSFER TO BRANCH".
           ACCEPT WS-Entry-Branch.
           PERFORM 2160-CHECK-BRANCH-KNOWN.
           EVALUATE TRUE
               WHEN NOT Branch-Is-Known
                   DISPLAY "BRANCH NOT ON BRANCHES.DAT - NOT "
                       "TRANSFERRED"
               WHEN WS-Entry-Branch = FAT-Branch(WS-Found-Idx)
                   DISPLAY "ASSET IS ALREADY AT THAT BRANCH"
               WHEN OTHER
                   MOVE "T" TO FAM-Type
                   MOVE FAT-Branch(WS-Found-Idx) TO FAM-From-Branch
                   MOVE WS-Entry-Branch TO FAM-To-Branch
                   COMPUTE FAM-Amount = FAT-Cost(WS-Found-Idx)
                       - FAT-Accum-Depn(WS-Found-Idx)
                   MOVE Business-Date TO FAM-Date
                   PERFORM 2800-LOG-MOVEMENT
                   MOVE WS-Entry-Branch TO FAT-Branch(WS-Found-Idx)
                   DISPLAY "ASSET " WS-Entry-Asset-No
                       " TRANSFERRED TO " WS-Entry-Branch
           END-EVALUATE.

      * Net book value is as at the last depreciation run; FaDepn
      * posts the disposal and marks the asset D.
       2500-DISPOSE-ASSET.
           DISPLAY "DISPOSAL DATE (YYYYMMDD), ZERO FOR TODAY".
           ACCEPT WS-Entry-Date.
           IF WS-Entry-Date = ZEROS
               MOVE Business-Date TO WS-Entry-Date
           END-IF.
           DISPLAY "SALE PROCEEDS (NNNNNNNNN.NN)".
           ACCEPT WS-Entry-Proceeds.
           IF WS-Entry-Date < FAT-Purchase-Date(WS-Found-Idx)
               DISPLAY "DISPOSAL DATE IS BEFORE THE PURCHASE DATE "
                   "- NOT DISPOSED"
           ELSE
               COMPUTE WS-Net-Book-Value = FAT-Cost(WS-Found-Idx)
                   - FAT-Accum-Depn(WS-Found-Idx)
               MOVE WS-Entry-Date TO FAT-Disposal-Date(WS-Found-Idx)
               MOVE WS-Entry-Proceeds TO FAT-Proceeds(WS-Found-Idx)
               COMPUTE FAT-Gain-Loss(WS-Found-Idx) =
                   WS-Entry-Proceeds - WS-Net-Book-Value
               MOVE "P" TO FAT-Status(WS-Found-Idx)
               MOVE "D" TO FAM-Type
               MOVE FAT-Branch(WS-Found-Idx) TO FAM-From-Branch
               MOVE SPACES TO FAM-To-Branch
               MOVE WS-Entry-Proceeds TO FAM-Amount
               MOVE WS-Entry-Date TO FAM-Date
               PERFORM 2800-LOG-MOVEMENT
               DISPLAY "NET BOOK VALUE " WS-Net-Book-Value
                   " PROCEEDS " WS-Entry-Proceeds
               IF FAT-Gain-Loss(WS-Found-Idx) < ZEROS
                   DISPLAY "LOSS ON DISPOSAL "
                       FAT-Gain-Loss(WS-Found-Idx)
               ELSE
                   DISPLAY "GAIN ON DISPOSAL "
                       FAT-Gain-Loss(WS-Found-Idx)
               END-IF
               DISPLAY "DISPOSAL POSTS AT THE NEXT FADEPN RUN"
           END-IF.

       2600-LIST-ASSETS.
           PERFORM VARYING FAT-Idx FROM 1 BY 1
               UNTIL FAT-Idx > Fa-Count
               COMPUTE WS-Net-Book-Value = FAT-Cost(FAT-Idx)
                   - FAT-Accum-Depn(FAT-Idx)
               DISPLAY FAT-Asset-No(FAT-Idx)
                   " " FAT-Description(FAT-Idx)
                   " " FAT-Category(FAT-Idx)
                   " " FAT-Branch(FAT-Idx)
                   " " FAT-Status(FAT-Idx)
                   " COST " FAT-Cost(FAT-Idx)
                   " NBV " WS-Net-Book-Value
           END-PERFORM.

      * FAM-Type, the branches, amount and date are set by the
      * caller; the asset is the one at WS-Found-Idx.
       2800-LOG-MOVEMENT.
           MOVE FAT-Asset-No(WS-Found-Idx) TO FAM-Asset-No.
           MOVE Operator-ID TO FAM-Operator.
           OPEN EXTEND FaMoveFile.
           IF WS-FaMove-File-Status NOT = "00"
               OPEN OUTPUT FaMoveFile
           END-IF.
           WRITE FaMove-Rec.
           CLOSE FaMoveFile.

       3000-REWRITE-ASSETS.
           IF Load-Overflowed
               DISPLAY "FAMAST.DAT EXCEEDED THE TABLE AT LOAD - "
                   "NOT REWRITTEN, NO CHANGES SAVED"
               MOVE 8 TO RETURN-CODE
           ELSE
           OPEN OUTPUT FaMasterFile
           PERFORM VARYING FAT-Idx FROM 1 BY 1
               UNTIL FAT-Idx > Fa-Count
               MOVE SPACES TO FaMaster-Rec
               MOVE FAT-Asset-No(FAT-Idx) TO FA-Asset-No
               MOVE FAT-Description(FAT-Idx) TO FA-Description
               MOVE FAT-Category(FAT-Idx) TO FA-Category
               MOVE FAT-Branch(FAT-Idx) TO FA-Branch
               MOVE FAT-Purchase-Date(FAT-Idx) TO FA-Purchase-Date
               MOVE FAT-Cost(FAT-Idx) TO FA-Cost
               MOVE FAT-Life-Months(FAT-Idx) TO FA-Life-Months
               MOVE FAT-Method(FAT-Idx) TO FA-Method
               MOVE FAT-Rate(FAT-Idx) TO FA-Rate
               MOVE FAT-Residual(FAT-Idx) TO FA-Residual
               MOVE FAT-Accum-Depn(FAT-Idx) TO FA-Accum-Depn
               MOVE FAT-Months-Charged(FAT-Idx) TO FA-Months-Charged
               MOVE FAT-Last-Depn-Period(FAT-Idx)
                   TO FA-Last-Depn-Period
               MOVE FAT-Status(FAT-Idx) TO FA-Status
               MOVE FAT-Disposal-Date(FAT-Idx) TO FA-Disposal-Date
               MOVE FAT-Proceeds(FAT-Idx) TO FA-Proceeds
               MOVE FAT-Gain-Loss(FAT-Idx) TO FA-Gain-Loss
               WRITE FaMaster-Rec
           END-PERFORM
           CLOSE FaMasterFile
           END-IF.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="FAMAINT"==.
       COPY "OPSIGNPA.CPY".
       COPY "RUNLOCKPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="FAMAINT"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM FaMaint.
