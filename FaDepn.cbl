      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end fixed-asset depreciation run. Charges
      *          every active FAMAST.DAT asset up to the run period -
      *          straight line spreads what is left above the
      *          residual value over what is left of the life,
      *          reducing balance takes the annual rate on net book
      *          value a month at a time, and either way the last
      *          month of the life brings the asset down to its
      *          residual value. Depreciation starts in the month of
      *          purchase; a month missed is caught up, and a period
      *          already charged is never charged twice. The charge
      *          is posted by category through GLJRNL.DAT (GLMAP.DAT
      *          DEP<category>: debit expense, credit accumulated
      *          depreciation) as one batch with its trailer, source
      *          FADEP. Disposals keyed in FaMaint are posted in a
      *          second batch, source FADISP: accumulated
      *          depreciation and proceeds against cost, the
      *          difference to gain or loss on disposal (GLMAP.DAT
      *          FAC<category> debit is the cost account, FADISP
      *          debit the proceeds account and credit the gain/loss
      *          account). FAREG.RPT is the register: cost,
      *          accumulated depreciation and net book value by
      *          asset, then the disposals. FADPPARM.DAT can name
      *          the YYYYMM period; the default is the business
      *          month.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FaDepn.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FaMasterFile ASSIGN TO "FAMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FaMaster-File-Status.

       SELECT GlMapFile ASSIGN TO "GLMAP.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlMap-File-Status.

       SELECT GlJournalFile ASSIGN TO "GLJRNL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlJournal-File-Status.

       SELECT FaDpParmFile ASSIGN TO "FADPPARM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FaDpParm-File-Status.

       SELECT FaRegisterRep ASSIGN TO "FAREG.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
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

       FD GlMapFile.
       01 GlMap-Rec.
           88 EndOfGlMapFile        VALUE HIGH-VALUES.
           02  GlMap-Source             PIC X(8).
           02  FILLER                   PIC X.
           02  GlMap-Debit-Account      PIC X(6).
           02  FILLER                   PIC X.
           02  GlMap-Credit-Account     PIC X(6).

       FD GlJournalFile.
       01 GlJournal-Rec.
           02  GlJrnl-Date             PIC 9(8).
           02  FILLER                  PIC X.
           02  GlJrnl-Account          PIC X(6).
           02  FILLER                  PIC X.
           02  GlJrnl-DC-Flag          PIC X.
           02  FILLER                  PIC X.
           02  GlJrnl-Amount           PIC S9(9)V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                  PIC X.
           02  GlJrnl-Source           PIC X(8).
           02  GlJrnl-Trail-Count REDEFINES GlJrnl-Source
                                       PIC 9(8).

       FD FaDpParmFile.
       01 FaDpParm-Rec.
           02  FaDpParm-Period          PIC 9(6).

       FD FaRegisterRep.
       01 FaRegister-Print-Line         PIC X(120).

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "RUNLOCKFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-FaMaster-File-Status      PIC XX.
       01  WS-GlMap-File-Status         PIC XX.
       01  WS-GlJournal-File-Status     PIC XX.
       01  WS-FaDpParm-File-Status      PIC XX.
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "RUNLOCKWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Gl-Map-Table.
           02  Gl-Map-Entry OCCURS 200 TIMES.
               03  GLM-Source           PIC X(8).
               03  GLM-Debit-Account    PIC X(6).
               03  GLM-Credit-Account   PIC X(6).
       01  Gl-Map-Count                 PIC 9(3) VALUE ZEROS.
       01  GLM-Idx                      PIC 9(3).
       01  Map-Lookup-Source            PIC X(8).
       01  Map-Lookup-Fields REDEFINES Map-Lookup-Source.
           02  MLS-Prefix               PIC X(3).
           02  MLS-Category             PIC X(4).
           02  FILLER                   PIC X.
       01  Map-Found-Idx                PIC 9(3).
       01  Dep-Map-Idx                  PIC 9(3).
       01  Cost-Map-Idx                 PIC 9(3).
       01  Disp-Map-Idx                 PIC 9(3).

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
                   88 FAT-Is-Reducing   VALUE "R".
               03  FAT-Rate             PIC 99V9.
               03  FAT-Residual         PIC 9(9)V99.
               03  FAT-Accum-Depn       PIC 9(9)V99.
               03  FAT-Months-Charged   PIC 9(3).
               03  FAT-Last-Depn-Period PIC 9(6).
               03  FAT-Status           PIC X.
                   88 FAT-Is-Active     VALUE "A".
                   88 FAT-Is-Disposing  VALUE "P".
               03  FAT-Disposal-Date    PIC 9(8).
               03  FAT-Proceeds         PIC 9(9)V99.
               03  FAT-Gain-Loss        PIC S9(9)V99.
               03  FAT-Run-Charge       PIC 9(9)V99.
               03  FAT-Run-Note         PIC X(12).
       01  Fa-Count                     PIC 9(4) VALUE ZEROS.
       01  FAT-Idx                      PIC 9(4).
       01  Load-Overflow-Switch         PIC X VALUE "N".
           88 Load-Overflowed           VALUE "Y".

      * Depreciation to post, one row per GLMAP.DAT DEP row.
       01  Category-Charge-Table.
           02  Category-Charge OCCURS 200 TIMES.
               03  CCT-Map-Idx          PIC 9(3).
               03  CCT-Amount           PIC 9(9)V99.
       01  Category-Charge-Count        PIC 9(3) VALUE ZEROS.
       01  CCT-Idx                      PIC 9(3).
       01  CCT-Found-Idx                PIC 9(3).

       01  Run-Period                   PIC 9(6).
       01  Run-Period-Fields REDEFINES Run-Period.
           02  RPP-Year                 PIC 9(4).
           02  RPP-Month                PIC 99.
       01  Run-Date                     PIC 9(8).
       01  Work-Period                  PIC 9(6).
       01  Work-Period-Fields REDEFINES Work-Period.
           02  WPP-Year                 PIC 9(4).
           02  WPP-Month                PIC 99.
       01  Run-Month-Index              PIC 9(6).
       01  From-Month-Index             PIC 9(6).
       01  Months-Due                   PIC 9(4).
       01  Leap-Quotient                PIC 9(4).
       01  Leap-Remainder               PIC 9.
       01  Month-Days-Values.
           02  FILLER                   PIC X(24)
               VALUE "312831303130313130313031".
       01  Month-Days-Table REDEFINES Month-Days-Values.
           02  Month-Days               PIC 99 OCCURS 12 TIMES.

       01  Month-Charge                 PIC 9(9)V99.
       01  Remaining-Depreciable        PIC S9(9)V99.
       01  Remaining-Months             PIC S9(4).

       01  Journal-Line-Count           PIC 9(8) VALUE ZEROS.
       01  Journal-Amount-Hash          PIC S9(9)V99 VALUE ZEROS.
       01  Posting-Account              PIC X(6).
       01  Posting-DC-Flag              PIC X.
       01  Posting-Amount               PIC 9(9)V99.
       01  Posting-Date                 PIC 9(8).
       01  Posting-Source               PIC X(8).

       01  Assets-Charged               PIC 9(5) VALUE ZEROS.
       01  Assets-Disposed              PIC 9(5) VALUE ZEROS.
       01  Assets-Unposted              PIC 9(5) VALUE ZEROS.
       01  Total-Cost                   PIC 9(11)V99 VALUE ZEROS.
       01  Total-Run-Charge             PIC 9(11)V99 VALUE ZEROS.
       01  Total-Accum-Depn             PIC 9(11)V99 VALUE ZEROS.
       01  Total-Net-Book-Value         PIC 9(11)V99 VALUE ZEROS.
       01  Total-Proceeds               PIC 9(11)V99 VALUE ZEROS.
       01  Total-Gain-Loss              PIC S9(11)V99 VALUE ZEROS.

       01  Heading-Line.
           02  FILLER                   PIC X(40)
               VALUE "FIXED ASSET REGISTER FOR PERIOD ".
           02  Prn-Run-Period           PIC 9(6).

       01  Column-Heading-Line.
           02  FILLER                   PIC X(40)
               VALUE "ASSET  DESCRIPTION          CAT  BR     ".
           02  FILLER                   PIC X(40)
               VALUE "         COST     THIS CHARGE   ACCUM DE".
           02  FILLER                   PIC X(40)
               VALUE "PRECN  NET BOOK VALUE".

       01  Register-Line.
           02  Prn-Asset-No             PIC X(6).
           02  FILLER                   PIC X VALUE SPACE.
           02  Prn-Description          PIC X(20).
           02  FILLER                   PIC X VALUE SPACE.
           02  Prn-Category             PIC X(4).
           02  FILLER                   PIC X VALUE SPACE.
           02  Prn-Branch               PIC X(3).
           02  FILLER                   PIC X VALUE SPACE.
           02  Prn-Cost                 PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  Prn-Run-Charge           PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  Prn-Accum-Depn           PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  Prn-Net-Book-Value       PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER                   PIC X VALUE SPACE.
           02  Prn-Run-Note             PIC X(12).

       01  Register-Total-Line.
           02  FILLER                   PIC X(37)
               VALUE "TOTAL ASSETS HELD".
           02  Prn-Total-Cost           PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  Prn-Total-Run-Charge     PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  Prn-Total-Accum-Depn     PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  Prn-Total-Net-Book-Value PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  Disposal-Heading-Line.
           02  FILLER                   PIC X(40)
               VALUE "DISPOSALS POSTED            DISPOSED    ".
           02  FILLER                   PIC X(40)
               VALUE "         COST   ACCUM DEPRECN        PRO".
           02  FILLER                   PIC X(40)
               VALUE "CEEDS     GAIN/(LOSS)".

       01  Disposal-Line.
           02  Prn-Disp-Asset-No        PIC X(6).
           02  FILLER                   PIC X VALUE SPACE.
           02  Prn-Disp-Description     PIC X(20).
           02  FILLER                   PIC X VALUE SPACE.
           02  Prn-Disp-Date            PIC 9(8).
           02  FILLER                   PIC X VALUE SPACE.
           02  Prn-Disp-Cost            PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  Prn-Disp-Accum-Depn      PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  Prn-Disp-Proceeds        PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  Prn-Disp-Gain-Loss       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                   PIC X VALUE SPACE.
           02  Prn-Disp-Note            PIC X(12).

       01  Disposal-Total-Line.
           02  FILLER                   PIC X(69)
               VALUE "TOTAL DISPOSALS".
           02  Prn-Total-Proceeds       PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  Prn-Total-Gain-Loss      PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           MOVE Operator-ID TO Lock-My-Operator.
           MOVE "FAMAST.LCK" TO Lock-File-Name.
           MOVE "N" TO Lock-Prompt-Allowed.
           PERFORM Acquire-Run-Lock.
           IF NOT Run-Lock-Held
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-RUN-PARAMETERS.
           PERFORM 1100-LOAD-GL-MAP.
           PERFORM 1200-LOAD-ASSETS.
           IF Load-Overflowed
               DISPLAY "FAMAST.DAT EXCEEDED THE TABLE - NO "
                   "DEPRECIATION CHARGED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING FAT-Idx FROM 1 BY 1
                   UNTIL FAT-Idx > Fa-Count
                   MOVE ZEROS TO FAT-Run-Charge(FAT-Idx)
                   MOVE SPACES TO FAT-Run-Note(FAT-Idx)
                   IF FAT-Is-Active(FAT-Idx)
                       PERFORM 2000-DEPRECIATE-ASSET
                   END-IF
               END-PERFORM
               OPEN EXTEND GlJournalFile
               IF WS-GlJournal-File-Status NOT = "00"
                   OPEN OUTPUT GlJournalFile
               END-IF
               PERFORM 3000-POST-DEPRECIATION
               PERFORM 3500-POST-DISPOSALS
               CLOSE GlJournalFile
               PERFORM 4000-PRINT-REGISTER
               PERFORM 5000-REWRITE-ASSETS
               DISPLAY "DEPRECIATION FOR " Run-Period ": "
                   Assets-Charged " ASSETS, " Assets-Disposed
                   " DISPOSALS POSTED"
               IF Assets-Unposted > ZEROS
                   DISPLAY "WARNING: " Assets-Unposted
                       " ASSETS NOT POSTED FOR WANT OF A GLMAP.DAT "
                       "ROW - SEE FAREG.RPT"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM Release-Run-Lock.
           PERFORM Log-Run-Complete.
           STOP RUN.

      * The journal is dated the last day of the run period, or the
      * business date when that falls in it, so GlPost files it in
      * the period being charged.
       1000-LOAD-RUN-PARAMETERS.
           COMPUTE Run-Period = Business-Date / 100.
           OPEN INPUT FaDpParmFile.
           IF WS-FaDpParm-File-Status = "00"
               READ FaDpParmFile
                   NOT AT END
                       IF FaDpParm-Period IS NUMERIC
                           AND FaDpParm-Period > ZEROS
                           MOVE FaDpParm-Period TO Run-Period
                       END-IF
               END-READ
               CLOSE FaDpParmFile
           END-IF.
           IF Business-Date / 100 = Run-Period
               MOVE Business-Date TO Run-Date
           ELSE
               DIVIDE RPP-Year BY 4 GIVING Leap-Quotient
                   REMAINDER Leap-Remainder
               IF RPP-Month = 2 AND Leap-Remainder = ZERO
                   COMPUTE Run-Date = Run-Period * 100 + 29
               ELSE
                   COMPUTE Run-Date = Run-Period * 100
                       + Month-Days(RPP-Month)
               END-IF
           END-IF.
           COMPUTE Run-Month-Index = RPP-Year * 12 + RPP-Month.
           MOVE Run-Period TO Prn-Run-Period.

       1100-LOAD-GL-MAP.
           OPEN INPUT GlMapFile.
           IF WS-GlMap-File-Status = "00"
               READ GlMapFile
                   AT END SET EndOfGlMapFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGlMapFile
                   IF Gl-Map-Count < 200
                       ADD 1 TO Gl-Map-Count
                       MOVE GlMap-Source TO GLM-Source(Gl-Map-Count)
                       MOVE GlMap-Debit-Account
                           TO GLM-Debit-Account(Gl-Map-Count)
                       MOVE GlMap-Credit-Account
                           TO GLM-Credit-Account(Gl-Map-Count)
                   END-IF
                   READ GlMapFile
                       AT END SET EndOfGlMapFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GlMapFile
           ELSE
               DISPLAY "WARNING: GLMAP.DAT NOT AVAILABLE - NOTHING "
                   "CAN BE POSTED"
           END-IF.

       1200-LOAD-ASSETS.
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
                   END-IF
                   READ FaMasterFile
                       AT END SET EndOfFaMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FaMasterFile
           ELSE
               DISPLAY "WARNING: FAMAST.DAT NOT AVAILABLE - NO "
                   "ASSETS ON FILE"
           END-IF.

      * Months due run from the month after the last one charged -
      * or the month of purchase - up to the run period.
       2000-DEPRECIATE-ASSET.
           IF FAT-Last-Depn-Period(FAT-Idx) > ZEROS
               MOVE FAT-Last-Depn-Period(FAT-Idx) TO Work-Period
               COMPUTE From-Month-Index = WPP-Year * 12 + WPP-Month
           ELSE
               COMPUTE Work-Period =
                   FAT-Purchase-Date(FAT-Idx) / 100
               COMPUTE From-Month-Index =
                   WPP-Year * 12 + WPP-Month - 1
           END-IF.
           IF Run-Month-Index > From-Month-Index
               MOVE "DEP" TO MLS-Prefix
               MOVE FAT-Category(FAT-Idx) TO MLS-Category
               PERFORM 2500-FIND-GL-MAP
               IF Map-Found-Idx = ZEROS
                   MOVE "NO GLMAP ROW" TO FAT-Run-Note(FAT-Idx)
                   ADD 1 TO Assets-Unposted
               ELSE
                   COMPUTE Months-Due =
                       Run-Month-Index - From-Month-Index
                   PERFORM 2100-CHARGE-ONE-MONTH Months-Due TIMES
                   MOVE Run-Period TO FAT-Last-Depn-Period(FAT-Idx)
                   IF FAT-Run-Charge(FAT-Idx) > ZEROS
                       ADD 1 TO Assets-Charged
                       PERFORM 2200-ADD-CATEGORY-CHARGE
                   ELSE
                       MOVE "FULLY DEPREC" TO FAT-Run-Note(FAT-Idx)
                   END-IF
               END-IF
           END-IF.

       2100-CHARGE-ONE-MONTH.
           COMPUTE Remaining-Depreciable = FAT-Cost(FAT-Idx)
               - FAT-Residual(FAT-Idx) - FAT-Accum-Depn(FAT-Idx).
           COMPUTE Remaining-Months = FAT-Life-Months(FAT-Idx)
               - FAT-Months-Charged(FAT-Idx).
           IF Remaining-Depreciable > ZEROS
               EVALUATE TRUE
                   WHEN Remaining-Months <= 1
                       MOVE Remaining-Depreciable TO Month-Charge
                   WHEN FAT-Is-Reducing(FAT-Idx)
                       COMPUTE Month-Charge ROUNDED =
                           (FAT-Cost(FAT-Idx) - FAT-Accum-Depn(FAT-Idx))
                           * FAT-Rate(FAT-Idx) / 1200
                   WHEN OTHER
                       COMPUTE Month-Charge ROUNDED =
                           Remaining-Depreciable / Remaining-Months
               END-EVALUATE
               IF Month-Charge > Remaining-Depreciable
                   MOVE Remaining-Depreciable TO Month-Charge
               END-IF
               ADD Month-Charge TO FAT-Accum-Depn(FAT-Idx)
               ADD Month-Charge TO FAT-Run-Charge(FAT-Idx)
               ADD 1 TO FAT-Months-Charged(FAT-Idx)
           END-IF.

       2200-ADD-CATEGORY-CHARGE.
           MOVE ZEROS TO CCT-Found-Idx.
           PERFORM VARYING CCT-Idx FROM 1 BY 1
               UNTIL CCT-Idx > Category-Charge-Count
               IF CCT-Map-Idx(CCT-Idx) = Map-Found-Idx
                   MOVE CCT-Idx TO CCT-Found-Idx
               END-IF
           END-PERFORM.
           IF CCT-Found-Idx = ZEROS
               ADD 1 TO Category-Charge-Count
               MOVE Category-Charge-Count TO CCT-Found-Idx
               MOVE Map-Found-Idx TO CCT-Map-Idx(CCT-Found-Idx)
               MOVE ZEROS TO CCT-Amount(CCT-Found-Idx)
           END-IF.
           ADD FAT-Run-Charge(FAT-Idx) TO CCT-Amount(CCT-Found-Idx).

       2500-FIND-GL-MAP.
           MOVE ZEROS TO Map-Found-Idx.
           PERFORM VARYING GLM-Idx FROM 1 BY 1
               UNTIL GLM-Idx > Gl-Map-Count
               OR Map-Found-Idx > ZEROS
               IF GLM-Source(GLM-Idx) = Map-Lookup-Source
                   MOVE GLM-Idx TO Map-Found-Idx
               END-IF
           END-PERFORM.

       3000-POST-DEPRECIATION.
           IF Category-Charge-Count > ZEROS
               MOVE ZEROS TO Journal-Line-Count, Journal-Amount-Hash
               MOVE Run-Date TO Posting-Date
               MOVE "FADEP" TO Posting-Source
               PERFORM VARYING CCT-Idx FROM 1 BY 1
                   UNTIL CCT-Idx > Category-Charge-Count
                   MOVE CCT-Map-Idx(CCT-Idx) TO GLM-Idx
                   MOVE CCT-Amount(CCT-Idx) TO Posting-Amount
                   MOVE GLM-Debit-Account(GLM-Idx) TO Posting-Account
                   MOVE "D" TO Posting-DC-Flag
                   PERFORM 3800-WRITE-JOURNAL-LINE
                   MOVE GLM-Credit-Account(GLM-Idx)
                       TO Posting-Account
                   MOVE "C" TO Posting-DC-Flag
                   PERFORM 3800-WRITE-JOURNAL-LINE
               END-PERFORM
               PERFORM 3900-WRITE-JOURNAL-TRAILER
           END-IF.

      * Dr accumulated depreciation and proceeds, Cr cost; the
      * balance goes to gain or loss on disposal.
       3500-POST-DISPOSALS.
           MOVE ZEROS TO Journal-Line-Count, Journal-Amount-Hash.
           MOVE "FADISP" TO Posting-Source.
           PERFORM VARYING FAT-Idx FROM 1 BY 1
               UNTIL FAT-Idx > Fa-Count
               IF FAT-Is-Disposing(FAT-Idx)
                   PERFORM 3600-POST-ONE-DISPOSAL
               END-IF
           END-PERFORM.
           IF Journal-Line-Count > ZEROS
               PERFORM 3900-WRITE-JOURNAL-TRAILER
           END-IF.

       3600-POST-ONE-DISPOSAL.
           MOVE "DEP" TO MLS-Prefix.
           MOVE FAT-Category(FAT-Idx) TO MLS-Category.
           PERFORM 2500-FIND-GL-MAP.
           MOVE Map-Found-Idx TO Dep-Map-Idx.
           MOVE "FAC" TO MLS-Prefix.
           PERFORM 2500-FIND-GL-MAP.
           MOVE Map-Found-Idx TO Cost-Map-Idx.
           MOVE "FADISP" TO Map-Lookup-Source.
           PERFORM 2500-FIND-GL-MAP.
           MOVE Map-Found-Idx TO Disp-Map-Idx.
           IF Dep-Map-Idx = ZEROS OR Cost-Map-Idx = ZEROS
               OR Disp-Map-Idx = ZEROS
               MOVE "NO GLMAP ROW" TO FAT-Run-Note(FAT-Idx)
               ADD 1 TO Assets-Unposted
           ELSE
               MOVE FAT-Disposal-Date(FAT-Idx) TO Posting-Date
               IF FAT-Accum-Depn(FAT-Idx) > ZEROS
                   MOVE GLM-Credit-Account(Dep-Map-Idx)
                       TO Posting-Account
                   MOVE "D" TO Posting-DC-Flag
                   MOVE FAT-Accum-Depn(FAT-Idx) TO Posting-Amount
                   PERFORM 3800-WRITE-JOURNAL-LINE
               END-IF
               IF FAT-Proceeds(FAT-Idx) > ZEROS
                   MOVE GLM-Debit-Account(Disp-Map-Idx)
                       TO Posting-Account
                   MOVE "D" TO Posting-DC-Flag
                   MOVE FAT-Proceeds(FAT-Idx) TO Posting-Amount
                   PERFORM 3800-WRITE-JOURNAL-LINE
               END-IF
               MOVE GLM-Debit-Account(Cost-Map-Idx)
                   TO Posting-Account
               MOVE "C" TO Posting-DC-Flag
               MOVE FAT-Cost(FAT-Idx) TO Posting-Amount
               PERFORM 3800-WRITE-JOURNAL-LINE
               MOVE GLM-Credit-Account(Disp-Map-Idx)
                   TO Posting-Account
               IF FAT-Gain-Loss(FAT-Idx) > ZEROS
                   MOVE "C" TO Posting-DC-Flag
                   MOVE FAT-Gain-Loss(FAT-Idx) TO Posting-Amount
                   PERFORM 3800-WRITE-JOURNAL-LINE
               END-IF
               IF FAT-Gain-Loss(FAT-Idx) < ZEROS
                   MOVE "D" TO Posting-DC-Flag
                   COMPUTE Posting-Amount =
                       ZERO - FAT-Gain-Loss(FAT-Idx)
                   PERFORM 3800-WRITE-JOURNAL-LINE
               END-IF
               MOVE "D" TO FAT-Status(FAT-Idx)
               MOVE "DISPOSED" TO FAT-Run-Note(FAT-Idx)
               ADD 1 TO Assets-Disposed
           END-IF.

       3800-WRITE-JOURNAL-LINE.
           MOVE SPACES TO GlJournal-Rec.
           MOVE Posting-Date TO GlJrnl-Date.
           MOVE Posting-Account TO GlJrnl-Account.
           MOVE Posting-DC-Flag TO GlJrnl-DC-Flag.
           MOVE Posting-Amount TO GlJrnl-Amount.
           MOVE Posting-Source TO GlJrnl-Source.
           WRITE GlJournal-Rec.
           ADD 1 TO Journal-Line-Count.
           ADD Posting-Amount TO Journal-Amount-Hash.

       3900-WRITE-JOURNAL-TRAILER.
           MOVE SPACES TO GlJournal-Rec.
           MOVE Run-Date TO GlJrnl-Date.
           MOVE "TRAILR" TO GlJrnl-Account.
           MOVE "T" TO GlJrnl-DC-Flag.
           MOVE Journal-Amount-Hash TO GlJrnl-Amount.
           MOVE "COUNT" TO GlJrnl-Source.
           MOVE Journal-Line-Count TO GlJrnl-Trail-Count.
           WRITE GlJournal-Rec.

       4000-PRINT-REGISTER.
           OPEN OUTPUT FaRegisterRep.
           WRITE FaRegister-Print-Line FROM Heading-Line.
           MOVE SPACES TO FaRegister-Print-Line.
           WRITE FaRegister-Print-Line.
           WRITE FaRegister-Print-Line FROM Column-Heading-Line.
           PERFORM VARYING FAT-Idx FROM 1 BY 1
               UNTIL FAT-Idx > Fa-Count
               IF FAT-Is-Active(FAT-Idx)
                   OR FAT-Is-Disposing(FAT-Idx)
                   MOVE FAT-Asset-No(FAT-Idx) TO Prn-Asset-No
                   MOVE FAT-Description(FAT-Idx) TO Prn-Description
                   MOVE FAT-Category(FAT-Idx) TO Prn-Category
                   MOVE FAT-Branch(FAT-Idx) TO Prn-Branch
                   MOVE FAT-Cost(FAT-Idx) TO Prn-Cost
                   MOVE FAT-Run-Charge(FAT-Idx) TO Prn-Run-Charge
                   MOVE FAT-Accum-Depn(FAT-Idx) TO Prn-Accum-Depn
                   COMPUTE Prn-Net-Book-Value = FAT-Cost(FAT-Idx)
                       - FAT-Accum-Depn(FAT-Idx)
                   MOVE FAT-Run-Note(FAT-Idx) TO Prn-Run-Note
                   IF FAT-Is-Disposing(FAT-Idx)
                       MOVE "DISPOSAL DUE" TO Prn-Run-Note
                   END-IF
                   WRITE FaRegister-Print-Line FROM Register-Line
                   ADD FAT-Cost(FAT-Idx) TO Total-Cost
                   ADD FAT-Run-Charge(FAT-Idx) TO Total-Run-Charge
                   ADD FAT-Accum-Depn(FAT-Idx) TO Total-Accum-Depn
                   COMPUTE Total-Net-Book-Value =
                       Total-Net-Book-Value + FAT-Cost(FAT-Idx)
                       - FAT-Accum-Depn(FAT-Idx)
               END-IF
           END-PERFORM.
           MOVE Total-Cost TO Prn-Total-Cost.
           MOVE Total-Run-Charge TO Prn-Total-Run-Charge.
           MOVE Total-Accum-Depn TO Prn-Total-Accum-Depn.
           MOVE Total-Net-Book-Value TO Prn-Total-Net-Book-Value.
           MOVE SPACES TO FaRegister-Print-Line.
           WRITE FaRegister-Print-Line.
           WRITE FaRegister-Print-Line FROM Register-Total-Line.
           MOVE SPACES TO FaRegister-Print-Line.
           WRITE FaRegister-Print-Line.
           WRITE FaRegister-Print-Line FROM Disposal-Heading-Line.
           PERFORM VARYING FAT-Idx FROM 1 BY 1
               UNTIL FAT-Idx > Fa-Count
               IF FAT-Run-Note(FAT-Idx) = "DISPOSED"
                   MOVE FAT-Asset-No(FAT-Idx) TO Prn-Disp-Asset-No
                   MOVE FAT-Description(FAT-Idx)
                       TO Prn-Disp-Description
                   MOVE FAT-Disposal-Date(FAT-Idx) TO Prn-Disp-Date
                   MOVE FAT-Cost(FAT-Idx) TO Prn-Disp-Cost
                   MOVE FAT-Accum-Depn(FAT-Idx)
                       TO Prn-Disp-Accum-Depn
                   MOVE FAT-Proceeds(FAT-Idx) TO Prn-Disp-Proceeds
                   MOVE FAT-Gain-Loss(FAT-Idx) TO Prn-Disp-Gain-Loss
                   MOVE SPACES TO Prn-Disp-Note
                   WRITE FaRegister-Print-Line FROM Disposal-Line
                   ADD FAT-Proceeds(FAT-Idx) TO Total-Proceeds
                   ADD FAT-Gain-Loss(FAT-Idx) TO Total-Gain-Loss
               END-IF
           END-PERFORM.
           MOVE Total-Proceeds TO Prn-Total-Proceeds.
           MOVE Total-Gain-Loss TO Prn-Total-Gain-Loss.
           WRITE FaRegister-Print-Line FROM Disposal-Total-Line.
           CLOSE FaRegisterRep.

       5000-REWRITE-ASSETS.
           OPEN OUTPUT FaMasterFile.
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
           END-PERFORM.
           CLOSE FaMasterFile.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="FADEPN"==.
       COPY "OPSIGNPA.CPY".
       COPY "RUNLOCKPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="FADEPN"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM FaDepn.
