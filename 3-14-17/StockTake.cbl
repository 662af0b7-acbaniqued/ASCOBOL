      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - The stock ledger's new reorder quantity is carried
      *     through the STOCKLED.DAT rewrite untouched.
      *   - The oils the CYCSCHD.DAT cycle-count schedule plans for
      *     the day (and any missed earlier) are listed before the
      *     counting starts; every oil whose count stands - agreeing
      *     with book, or posted on approval - has its planned counts
      *     marked taken and its OILCLASS.DAT last count date set.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StockTake.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-StockAdj-File-Status.

      * Classes and last count dates from AbcClass, and the count
      * schedule it plans; the counts taken here are marked on both.
       SELECT OilClassFile ASSIGN TO "OILCLASS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OilClass-File-Status.

       SELECT CycSchedFile ASSIGN TO "CYCSCHD.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CycSched-File-Status.

       SELECT VarianceRep ASSIGN TO "STKTAKE.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "UPDJRNLFC.CPY".
      * before the field read as spaces and value at zero.
           02  FILLER                 PIC X.
           02  Stock-Unit-Cost        PIC 9(5)V99.
      * Quantity to order when the level is reached, set from the
      * approved demand-based proposal; zero on oils never reviewed.
           02  FILLER                 PIC X.
           02  Stock-Reorder-Qty      PIC 9(5).

       FD StockAdjFile.
       01 StockAdj-Rec.
           02  ADJ-New-OnHand         PIC S9(7)
               SIGN IS TRAILING SEPARATE.

       FD OilClassFile.
       01 OilClass-Rec.
           88 EndOfOilClassFile   VALUE HIGH-VALUES.
           02  OCL-OilNum             PIC 99.
           02  FILLER                 PIC X.
           02  OCL-Class              PIC X.
           02  FILLER                 PIC X.
           02  OCL-Annual-Value       PIC 9(9)V99.
           02  FILLER                 PIC X.
           02  OCL-Class-Date         PIC 9(8).
           02  FILLER                 PIC X.
           02  OCL-Last-Count-Date    PIC 9(8).

       FD CycSchedFile.
       01 CycSched-Rec.
           88 EndOfCycSchedFile   VALUE HIGH-VALUES.
           02  CYC-Count-Date         PIC 9(8).
           02  FILLER                 PIC X.
           02  CYC-OilNum             PIC 99.
           02  FILLER                 PIC X.
           02  CYC-Class              PIC X.
      * P planned, C counted.
           02  FILLER                 PIC X.
           02  CYC-Status             PIC X.
           02  FILLER                 PIC X.
           02  CYC-Counted-Date       PIC 9(8).

       FD VarianceRep.
       01 Variance-Print-Line         PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-StockLedger-File-Status   PIC XX.
       01  WS-StockAdj-File-Status      PIC XX.
       01  WS-OilClass-File-Status      PIC XX.
       01  WS-CycSched-File-Status      PIC XX.
       COPY "UPDJRNLWS.CPY".
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
               03  CNT-Counted          PIC S9(7) VALUE ZEROS.
               03  CNT-Reorder-Level    PIC 9(5)  VALUE ZEROS.
               03  CNT-Unit-Cost        PIC 9(5)V99 VALUE ZEROS.
               03  CNT-Reorder-Qty      PIC 9(5)  VALUE ZEROS.
               03  CNT-In-Use           PIC X     VALUE "N".
                   88 CNT-Is-In-Use     VALUE "Y".
               03  CNT-Was-Counted      PIC X     VALUE "N".

       01  CNT-Idx                      PIC 99.

       01  Oil-Class-Table.
           02  Oil-Class-Entry OCCURS 30 TIMES.
               03  OCT-Record           PIC X(34).
               03  OCT-OilNum           PIC 99.
               03  OCT-Last-Count-Date  PIC 9(8).
       01  Oil-Class-Count              PIC 99 VALUE ZEROS.
       01  OCT-Idx                      PIC 99.
       01  Class-Load-Overflow-Switch   PIC X VALUE "N".
           88 Class-Load-Overflowed     VALUE "Y".

       01  Cycle-Sched-Table.
           02  Cycle-Sched-Entry OCCURS 400 TIMES.
               03  CST-Record           PIC X(32).
               03  CST-Count-Date       PIC 9(8).
               03  CST-OilNum           PIC 99.
               03  CST-Status           PIC X.
                   88 CST-Is-Planned    VALUE "P".
               03  CST-Counted-Date     PIC 9(8).
       01  Cycle-Sched-Count            PIC 9(3) VALUE ZEROS.
       01  CST-Idx                      PIC 9(3).
       01  Sched-Load-Overflow-Switch   PIC X VALUE "N".
           88 Sched-Load-Overflowed     VALUE "Y".
       01  Cycle-Oils-Due               PIC 99 VALUE ZEROS.
       01  Counts-Recorded              PIC 99 VALUE ZEROS.

       01  Entry-OilNum-X               PIC X(2).
           88 Entry-Finished            VALUE "Q ", "q ", SPACES.
       01  Entry-OilNum-N REDEFINES Entry-OilNum-X
           MOVE Operator-ID TO RunLog-Operator-ID.
           PERFORM Get-Business-Date.
           PERFORM 1000-FREEZE-BOOK-SNAPSHOT.
           PERFORM 1100-LOAD-CYCLE-SCHEDULE.
           PERFORM 1200-LOAD-OIL-CLASSES.
           PERFORM 2000-ACCEPT-ONE-COUNT
               UNTIL Entry-Finished.
           PERFORM 3000-PRINT-VARIANCE-REPORT.
                   DISPLAY "NOT APPROVED - LEDGER LEFT UNTOUCHED"
               END-IF
           END-IF.
           PERFORM 5000-RECORD-COUNTS-TAKEN.
           PERFORM Log-Run-Complete.
           STOP RUN.

                           TO CNT-Book-OnHand(Stock-OilNum)
                       MOVE Stock-Reorder-Level
                           TO CNT-Reorder-Level(Stock-OilNum)
                       IF Stock-Reorder-Qty IS NUMERIC
                           MOVE Stock-Reorder-Qty
                               TO CNT-Reorder-Qty(Stock-OilNum)
                       END-IF
                       IF Stock-Unit-Cost IS NUMERIC
                           MOVE Stock-Unit-Cost
                               TO CNT-Unit-Cost(Stock-OilNum)
                   "NOTHING TO COUNT AGAINST"
           END-IF.

      * The day's cycle-count sheet, shown before the counting so
      * the counter keys the oils CycleCount printed.
       1100-LOAD-CYCLE-SCHEDULE.
           OPEN INPUT CycSchedFile.
           IF WS-CycSched-File-Status = "00"
               READ CycSchedFile
                   AT END SET EndOfCycSchedFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCycSchedFile
                   IF Cycle-Sched-Count < 400
                       ADD 1 TO Cycle-Sched-Count
                       MOVE CycSched-Rec
                           TO CST-Record(Cycle-Sched-Count)
                       MOVE CYC-Count-Date
                           TO CST-Count-Date(Cycle-Sched-Count)
                       MOVE CYC-OilNum
                           TO CST-OilNum(Cycle-Sched-Count)
                       MOVE CYC-Status
                           TO CST-Status(Cycle-Sched-Count)
                       MOVE CYC-Counted-Date
                           TO CST-Counted-Date(Cycle-Sched-Count)
                       IF CST-Is-Planned(Cycle-Sched-Count)
                           AND CYC-Count-Date <= Business-Date
                           DISPLAY "CYCLE COUNT DUE: OIL " CYC-OilNum
                               " CLASS " CYC-Class
                               " PLANNED " CYC-Count-Date
                           ADD 1 TO Cycle-Oils-Due
                       END-IF
                   ELSE
                       SET Sched-Load-Overflowed TO TRUE
                   END-IF
                   READ CycSchedFile
                       AT END SET EndOfCycSchedFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CycSchedFile
               IF Cycle-Oils-Due = ZERO
                   DISPLAY "NO CYCLE COUNTS DUE TODAY"
               END-IF
           END-IF.

       1200-LOAD-OIL-CLASSES.
           OPEN INPUT OilClassFile.
           IF WS-OilClass-File-Status = "00"
               READ OilClassFile
                   AT END SET EndOfOilClassFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOilClassFile
                   IF Oil-Class-Count < 30
                       ADD 1 TO Oil-Class-Count
                       MOVE OilClass-Rec
                           TO OCT-Record(Oil-Class-Count)
                       MOVE OCL-OilNum TO OCT-OilNum(Oil-Class-Count)
                       MOVE OCL-Last-Count-Date
                           TO OCT-Last-Count-Date(Oil-Class-Count)
                   ELSE
                       SET Class-Load-Overflowed TO TRUE
                   END-IF
                   READ OilClassFile
                       AT END SET EndOfOilClassFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OilClassFile
           END-IF.

       2000-ACCEPT-ONE-COUNT.
           DISPLAY "OIL NUMBER (01-30, OR Q TO FINISH COUNTING)"
           ACCEPT Entry-OilNum-X.
                   MOVE CNT-Book-OnHand(CNT-Idx) TO Stock-OnHand
                   MOVE CNT-Reorder-Level(CNT-Idx)
                       TO Stock-Reorder-Level
                   MOVE CNT-Reorder-Qty(CNT-Idx) TO Stock-Reorder-Qty
                   MOVE CNT-Unit-Cost(CNT-Idx) TO Stock-Unit-Cost
                   WRITE StockLedger-Rec
               END-IF
           MOVE CNT-Idx TO Stock-OilNum.
           MOVE CNT-Book-OnHand(CNT-Idx) TO Stock-OnHand.
           MOVE CNT-Reorder-Level(CNT-Idx) TO Stock-Reorder-Level.
           MOVE CNT-Reorder-Qty(CNT-Idx) TO Stock-Reorder-Qty.
           MOVE CNT-Unit-Cost(CNT-Idx) TO Stock-Unit-Cost.
           MOVE StockLedger-Rec TO Journal-Before-Image.
           MOVE CNT-Counted(CNT-Idx) TO Stock-OnHand.
           MOVE CNT-Idx TO Journal-Record-Key.
           PERFORM Log-Update-Journal.

      * A count stands when it agrees with the book as it now is -
      * either it agreed from the start or its adjustment was posted
      * on approval. A refused variance leaves the count still due.
       5000-RECORD-COUNTS-TAKEN.
           PERFORM VARYING CNT-Idx FROM 1 BY 1
               UNTIL CNT-Idx > 30
               IF CNT-Is-In-Use(CNT-Idx)
                   AND CNT-Has-Count(CNT-Idx)
                   AND CNT-Counted(CNT-Idx) = CNT-Book-OnHand(CNT-Idx)
                   ADD 1 TO Counts-Recorded
                   PERFORM VARYING CST-Idx FROM 1 BY 1
                       UNTIL CST-Idx > Cycle-Sched-Count
                       IF CST-OilNum(CST-Idx) = CNT-Idx
                           AND CST-Is-Planned(CST-Idx)
                           AND CST-Count-Date(CST-Idx) <= Business-Date
                           MOVE "C" TO CST-Status(CST-Idx)
                           MOVE Business-Date
                               TO CST-Counted-Date(CST-Idx)
                       END-IF
                   END-PERFORM
                   PERFORM VARYING OCT-Idx FROM 1 BY 1
                       UNTIL OCT-Idx > Oil-Class-Count
                       IF OCT-OilNum(OCT-Idx) = CNT-Idx
                           MOVE Business-Date
                               TO OCT-Last-Count-Date(OCT-Idx)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF Counts-Recorded > ZERO
               IF Sched-Load-Overflowed OR Class-Load-Overflowed
                   DISPLAY "CYCSCHD.DAT OR OILCLASS.DAT EXCEEDED THE "
                       "TABLE AT LOAD - COUNTS NOT MARKED TAKEN"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 5100-REWRITE-COUNT-FILES
               END-IF
           END-IF.

       5100-REWRITE-COUNT-FILES.
           IF Cycle-Sched-Count > ZERO
               OPEN OUTPUT CycSchedFile
               PERFORM VARYING CST-Idx FROM 1 BY 1
                   UNTIL CST-Idx > Cycle-Sched-Count
                   MOVE CST-Record(CST-Idx) TO CycSched-Rec
                   MOVE CST-Status(CST-Idx) TO CYC-Status
                   MOVE CST-Counted-Date(CST-Idx) TO CYC-Counted-Date
                   WRITE CycSched-Rec
               END-PERFORM
               CLOSE CycSchedFile
           END-IF.
           IF Oil-Class-Count > ZERO
               OPEN OUTPUT OilClassFile
               PERFORM VARYING OCT-Idx FROM 1 BY 1
                   UNTIL OCT-Idx > Oil-Class-Count
                   MOVE OCT-Record(OCT-Idx) TO OilClass-Rec
                   MOVE OCT-Last-Count-Date(OCT-Idx)
                       TO OCL-Last-Count-Date
                   WRITE OilClass-Rec
               END-PERFORM
               CLOSE OilClassFile
           END-IF.

       COPY "UPDJRNLPA.CPY".

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
