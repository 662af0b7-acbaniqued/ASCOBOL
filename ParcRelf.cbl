      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rates relief and exemptions for the parcel rates.
      *          RELIEF.DAT holds each relief against the parcel's
      *          sequence in PARCVAL.DAT: the type (charitable,
      *          agricultural, empty property or hardship), a
      *          percentage of the charge or a fixed amount off it,
      *          and the dates it runs from and to. A clerk keys the
      *          application; a supervisor grants or refuses it, and
      *          only a granted relief is taken off the charge by the
      *          ParcBill billing run - one relief to a parcel at a
      *          time, so overlapping grants are refused. The relief
      *          report totals, by type, the relief granted on the
      *          current charges of the parcels against the budget
      *          for the type held on RELBUDG.DAT, which the
      *          supervisor sets here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ParcRelf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ReliefFile ASSIGN TO "RELIEF.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Relief-File-Status.

       SELECT ReliefBudgetFile ASSIGN TO "RELBUDG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ReliefBudget-File-Status.

       SELECT ParcelValFile ASSIGN TO "PARCVAL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ParcelVal-File-Status.

       SELECT ReliefRep ASSIGN TO "RELIEF.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "RUNLOCKFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD ReliefFile.
       01 Relief-Rec.
           88 EndOfReliefFile         VALUE HIGH-VALUES.
           02  RLF-Number             PIC 9(5).
           02  FILLER                 PIC X.
           02  RLF-Parcel-Seq         PIC 9(5).
           02  FILLER                 PIC X.
           02  RLF-Type               PIC X.
           02  FILLER                 PIC X.
           02  RLF-Basis              PIC X.
           02  FILLER                 PIC X.
           02  RLF-Pct                PIC 999V99.
           02  FILLER                 PIC X.
           02  RLF-Fixed-Amount       PIC 9(9)V99.
           02  FILLER                 PIC X.
           02  RLF-Start-Date         PIC 9(8).
           02  FILLER                 PIC X.
           02  RLF-End-Date           PIC 9(8).
           02  FILLER                 PIC X.
           02  RLF-Status             PIC X.
           02  FILLER                 PIC X.
           02  RLF-Applied-By         PIC X(5).
           02  FILLER                 PIC X.
           02  RLF-Applied-Date       PIC 9(8).
           02  FILLER                 PIC X.
           02  RLF-Decided-By         PIC X(5).
           02  FILLER                 PIC X.
           02  RLF-Decided-Date       PIC 9(8).

       FD ReliefBudgetFile.
       01 ReliefBudget-Rec.
           88 EndOfReliefBudgetFile   VALUE HIGH-VALUES.
           02  RB-Type                PIC X.
           02  FILLER                 PIC X.
           02  RB-Budget              PIC 9(9)V99.

       FD ParcelValFile.
       01 ParcelVal-Rec.
           88 EndOfParcelValFile  VALUE HIGH-VALUES.
           02  ParcVal-LandArea        PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  ParcVal-AreaType        PIC X(10).
           02  FILLER                  PIC X.
           02  ParcVal-Rate            PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  ParcVal-Total           PIC 9(9)V99.
           02  FILLER                  PIC X.
           02  ParcVal-Run-Date        PIC 9(8).

       FD ReliefRep.
       01 Relief-Print-Line           PIC X(90).

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "RUNLOCKFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-Relief-File-Status       PIC XX.
       01  WS-ReliefBudget-File-Status PIC XX.
       01  WS-ParcelVal-File-Status    PIC XX.
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "RUNLOCKWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Relief-Table.
           02  Relief-Entry OCCURS 2000 TIMES.
               03  RLT-Number           PIC 9(5).
               03  RLT-Parcel-Seq       PIC 9(5).
               03  RLT-Type             PIC X.
               03  RLT-Basis            PIC X.
                   88 RLT-Basis-Pct     VALUE "P".
                   88 RLT-Basis-Fixed   VALUE "F".
               03  RLT-Pct              PIC 999V99.
               03  RLT-Fixed-Amount     PIC 9(9)V99.
               03  RLT-Start-Date       PIC 9(8).
               03  RLT-End-Date         PIC 9(8).
               03  RLT-Status           PIC X.
                   88 RLT-Pending       VALUE "P".
                   88 RLT-Granted       VALUE "G".
                   88 RLT-Refused       VALUE "R".
               03  RLT-Applied-By       PIC X(5).
               03  RLT-Applied-Date     PIC 9(8).
               03  RLT-Decided-By       PIC X(5).
               03  RLT-Decided-Date     PIC 9(8).
       01  Relief-Count                PIC 9(4) VALUE ZEROS.
      * Set when the load had to skip rows: carrying on would end in
      * a rewrite that deletes them, so the run stands down instead.
       01  Relief-Load-Overflow-Switch PIC X VALUE "N".
           88 Relief-Load-Overflowed   VALUE "Y".
       01  RLT-Idx                     PIC 9(4).
       01  RLT-Found-Idx               PIC 9(4).
       01  Next-Relief-Number          PIC 9(5) VALUE ZEROS.
       01  Reliefs-Changed             PIC 9(4) VALUE ZEROS.

      * The relief types, in report order, with the budget for each.
       01  Relief-Type-Values.
           02  FILLER                  PIC X(15) VALUE
               "CCHARITABLE".
           02  FILLER                  PIC X(15) VALUE
               "AAGRICULTURAL".
           02  FILLER                  PIC X(15) VALUE
               "EEMPTY PROPERTY".
           02  FILLER                  PIC X(15) VALUE
               "HHARDSHIP".
       01  Relief-Type-Table REDEFINES Relief-Type-Values.
           02  Relief-Type-Entry OCCURS 4 TIMES.
               03  RTT-Code             PIC X.
               03  RTT-Name             PIC X(14).
       01  Relief-Budgets.
           02  RTT-Budget              PIC 9(9)V99 OCCURS 4 TIMES.
       01  Relief-Granted-Totals.
           02  RTT-Granted             PIC 9(11)V99 OCCURS 4 TIMES.
       01  Relief-Parcel-Counts.
           02  RTT-Parcels             PIC 9(5) OCCURS 4 TIMES.
       01  RTT-Idx                     PIC 9.
       01  RTT-Found-Idx               PIC 9.
       01  Budgets-Changed             PIC X VALUE "N".
           88 Budgets-Were-Changed     VALUE "Y".

      * Current charges by parcel sequence for the report.
       01  Parcel-Total-Table.
           02  PVT-Total               PIC 9(9)V99 OCCURS 5000 TIMES.
       01  Parcel-Total-Count          PIC 9(4) VALUE ZEROS.
       01  Relief-Amount               PIC 9(9)V99.
       01  Total-Granted               PIC 9(11)V99.
       01  Total-Budget                PIC 9(11)V99.
       01  Total-Parcels               PIC 9(5).
       01  Budget-Left                 PIC S9(11)V99.

       01  Txn-Mode                    PIC X VALUE SPACE.
           88 Txn-Apply                VALUE "A", "a".
           88 Txn-Decide               VALUE "D", "d".
           88 Txn-Budget               VALUE "B", "b".
           88 Txn-List                 VALUE "L", "l".
           88 Txn-Report               VALUE "R", "r".
           88 Txn-Quit                 VALUE "Q", "q".

       01  Entry-Parcel-Seq-X          PIC X(5).
       01  Entry-Parcel-Seq-N REDEFINES Entry-Parcel-Seq-X
                                       PIC 9(5).
       01  Entry-Relief-Number-X       PIC X(5).
       01  Entry-Relief-Number-N REDEFINES Entry-Relief-Number-X
                                       PIC 9(5).
       01  Entry-Type                  PIC X.
       01  Entry-Basis                 PIC X.
           88 Entry-Basis-Pct          VALUE "P", "p".
           88 Entry-Basis-Fixed        VALUE "F", "f".
       01  Entry-Pct-X                 PIC X(5).
       01  Entry-Pct-N REDEFINES Entry-Pct-X
                                       PIC 999V99.
       01  Entry-Amount-X              PIC X(11).
       01  Entry-Amount-N REDEFINES Entry-Amount-X
                                       PIC 9(9)V99.
       01  Entry-Start-X               PIC X(8).
       01  Entry-Start-N REDEFINES Entry-Start-X
                                       PIC 9(8).
       01  Entry-End-X                 PIC X(8).
       01  Entry-End-N REDEFINES Entry-End-X
                                       PIC 9(8).
       01  Entry-Decision              PIC X.
           88 Decision-Grant           VALUE "G", "g".
           88 Decision-Refuse          VALUE "R", "r".
       01  Entry-Valid-Switch          PIC X.
           88 Entry-Is-Valid           VALUE "Y".
       01  Overlap-Number              PIC 9(5).
       01  Compare-End                 PIC 9(8).
       01  Other-End                   PIC 9(8).

       01  Relief-Heading-Line         PIC X(50) VALUE
           "     RATES RELIEF GRANTED BY TYPE".

       01  Relief-Date-Line.
           02  FILLER                  PIC X(22) VALUE
               " RELIEFS IN FORCE ON  ".
           02  Prn-As-Of-Date          PIC 9(8).

       01  Relief-Topic-Line.
           02  FILLER                  PIC X(45) VALUE
               " TYPE            PARCELS    RELIEF GRANTED   ".
           02  FILLER                  PIC X(45) VALUE
               "        BUDGET    LEFT OF BUDGET".

       01  Relief-Detail-Line.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Type-Name           PIC X(14).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Parcels             PIC ZZ,ZZ9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Granted             PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Budget              PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Budget-Left         PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           MOVE Operator-ID TO Lock-My-Operator.
           MOVE "RELIEF.LCK" TO Lock-File-Name.
           PERFORM Acquire-Run-Lock.
           IF NOT Run-Lock-Held
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-RELIEFS.
      * Rewriting from a partial table would delete the reliefs
      * that did not fit, so an overloaded master refuses the
      * session.
           IF Relief-Load-Overflowed
               DISPLAY "RELIEF.DAT EXCEEDS THE TABLE - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM Release-Run-Lock
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-BUDGETS.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL Txn-Quit.
           IF Reliefs-Changed > ZEROS
               PERFORM 5000-REWRITE-RELIEFS
           END-IF.
           IF Budgets-Were-Changed
               PERFORM 5100-REWRITE-BUDGETS
           END-IF.
           PERFORM Release-Run-Lock.
           DISPLAY "RELIEFS CHANGED: " Reliefs-Changed.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-RELIEFS.
           OPEN INPUT ReliefFile.
           IF WS-Relief-File-Status = "00"
               READ ReliefFile
                   AT END SET EndOfReliefFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfReliefFile
                   IF Relief-Count < 2000
                       ADD 1 TO Relief-Count
                       MOVE RLF-Number TO RLT-Number(Relief-Count)
                       MOVE RLF-Parcel-Seq
                           TO RLT-Parcel-Seq(Relief-Count)
                       MOVE RLF-Type TO RLT-Type(Relief-Count)
                       MOVE RLF-Basis TO RLT-Basis(Relief-Count)
                       MOVE RLF-Pct TO RLT-Pct(Relief-Count)
                       MOVE RLF-Fixed-Amount
                           TO RLT-Fixed-Amount(Relief-Count)
                       MOVE RLF-Start-Date
                           TO RLT-Start-Date(Relief-Count)
                       MOVE RLF-End-Date TO RLT-End-Date(Relief-Count)
                       MOVE RLF-Status TO RLT-Status(Relief-Count)
                       MOVE RLF-Applied-By
                           TO RLT-Applied-By(Relief-Count)
                       MOVE RLF-Applied-Date
                           TO RLT-Applied-Date(Relief-Count)
                       MOVE RLF-Decided-By
                           TO RLT-Decided-By(Relief-Count)
                       MOVE RLF-Decided-Date
                           TO RLT-Decided-Date(Relief-Count)
                       IF RLF-Number > Next-Relief-Number
                           MOVE RLF-Number TO Next-Relief-Number
                       END-IF
                   ELSE
                       SET Relief-Load-Overflowed TO TRUE
                       DISPLAY "WARNING: RELIEF.DAT TABLE FULL"
                   END-IF
                   READ ReliefFile
                       AT END SET EndOfReliefFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ReliefFile
           END-IF.

       1100-LOAD-BUDGETS.
           MOVE ZEROS TO Relief-Budgets.
           OPEN INPUT ReliefBudgetFile.
           IF WS-ReliefBudget-File-Status = "00"
               READ ReliefBudgetFile
                   AT END SET EndOfReliefBudgetFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfReliefBudgetFile
                   MOVE RB-Type TO Entry-Type
                   PERFORM 2060-FIND-TYPE
                   IF RTT-Found-Idx > ZERO
                       AND RB-Budget IS NUMERIC
                       MOVE RB-Budget TO RTT-Budget(RTT-Found-Idx)
                   END-IF
                   READ ReliefBudgetFile
                       AT END SET EndOfReliefBudgetFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ReliefBudgetFile
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           DISPLAY "RATES RELIEF - (A)PPLY (D)ECIDE (B)UDGET "
               "(L)IST (R)EPORT (Q)UIT".
           ACCEPT Txn-Mode.
           EVALUATE TRUE
               WHEN Txn-Apply
                   PERFORM 2100-APPLY-FOR-RELIEF
      * Granting relief and setting its budget are a supervisor's.
               WHEN Txn-Decide
                   PERFORM Check-Supervisor-Role
                   IF Role-OK
                       PERFORM 2200-DECIDE-RELIEF
                   END-IF
               WHEN Txn-Budget
                   PERFORM Check-Supervisor-Role
                   IF Role-OK
                       PERFORM 2300-SET-BUDGET
                   END-IF
               WHEN Txn-List
                   PERFORM 2400-LIST-RELIEFS
               WHEN Txn-Report
                   PERFORM 3000-RELIEF-REPORT
               WHEN Txn-Quit
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

       2050-FIND-RELIEF.
           DISPLAY "RELIEF NUMBER".
           ACCEPT Entry-Relief-Number-X.
           MOVE ZEROS TO RLT-Found-Idx.
           IF Entry-Relief-Number-X IS NUMERIC
               PERFORM VARYING RLT-Idx FROM 1 BY 1
                   UNTIL RLT-Idx > Relief-Count
                   IF RLT-Number(RLT-Idx) = Entry-Relief-Number-N
                       MOVE RLT-Idx TO RLT-Found-Idx
                   END-IF
               END-PERFORM
           END-IF.

       2060-FIND-TYPE.
           MOVE ZERO TO RTT-Found-Idx.
           PERFORM VARYING RTT-Idx FROM 1 BY 1
               UNTIL RTT-Idx > 4
               IF RTT-Code(RTT-Idx) = Entry-Type
                   MOVE RTT-Idx TO RTT-Found-Idx
               END-IF
           END-PERFORM.

      * The application waits, pending, for a supervisor's decision;
      * nothing comes off a bill until it is granted.
       2100-APPLY-FOR-RELIEF.
           MOVE "Y" TO Entry-Valid-Switch.
           MOVE ZEROS TO Entry-Pct-N, Entry-Amount-N, Entry-End-N.
           DISPLAY "PARCEL SEQUENCE NUMBER (NNNNN)".
           ACCEPT Entry-Parcel-Seq-X.
           DISPLAY "RELIEF TYPE - (C)HARITABLE (A)GRICULTURAL "
               "(E)MPTY PROPERTY (H)ARDSHIP".
           ACCEPT Entry-Type.
           PERFORM 2060-FIND-TYPE.
           DISPLAY "(P)ERCENTAGE OF THE CHARGE OR (F)IXED AMOUNT".
           ACCEPT Entry-Basis.
           EVALUATE TRUE
               WHEN Entry-Basis-Pct
                   MOVE "P" TO Entry-Basis
                   DISPLAY "PERCENTAGE (NNNNN, 10000 = 100.00%)"
                   ACCEPT Entry-Pct-X
                   IF Entry-Pct-X IS NOT NUMERIC
                       OR Entry-Pct-N = ZERO
                       OR Entry-Pct-N > 100
                       MOVE "N" TO Entry-Valid-Switch
                       DISPLAY "PERCENTAGE MUST BE 00001 TO 10000"
                   END-IF
               WHEN Entry-Basis-Fixed
                   MOVE "F" TO Entry-Basis
                   DISPLAY "AMOUNT (NNNNNNNNNNN, CENTS IMPLIED)"
                   ACCEPT Entry-Amount-X
                   IF Entry-Amount-X IS NOT NUMERIC
                       OR Entry-Amount-N = ZERO
                       MOVE "N" TO Entry-Valid-Switch
                       DISPLAY "AMOUNT MUST BE NUMERIC"
                   END-IF
               WHEN OTHER
                   MOVE "N" TO Entry-Valid-Switch
                   DISPLAY "BASIS MUST BE P OR F"
           END-EVALUATE.
           IF Entry-Is-Valid
               DISPLAY "START DATE (YYYYMMDD)"
               ACCEPT Entry-Start-X
               DISPLAY "END DATE (YYYYMMDD, BLANK IF OPEN-ENDED)"
               ACCEPT Entry-End-X
               IF Entry-End-X = SPACES
                   MOVE ZEROS TO Entry-End-N
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN NOT Entry-Is-Valid
                   DISPLAY "RELIEF NOT RECORDED"
               WHEN Entry-Parcel-Seq-X IS NOT NUMERIC
                   OR Entry-Parcel-Seq-N = ZEROS
                   DISPLAY "PARCEL SEQUENCE MUST BE NUMERIC"
               WHEN RTT-Found-Idx = ZERO
                   DISPLAY "RELIEF TYPE MUST BE C, A, E OR H"
               WHEN Entry-Start-X IS NOT NUMERIC
                   OR Entry-End-X IS NOT NUMERIC
                   DISPLAY "DATES MUST BE NUMERIC"
               WHEN Entry-End-N > ZEROS
                   AND Entry-End-N < Entry-Start-N
                   DISPLAY "END DATE IS BEFORE THE START DATE"
               WHEN Relief-Count >= 2000
                   DISPLAY "RELIEF TABLE FULL - NOT RECORDED"
               WHEN OTHER
                   ADD 1 TO Relief-Count
                   ADD 1 TO Next-Relief-Number
                   MOVE Next-Relief-Number TO RLT-Number(Relief-Count)
                   MOVE Entry-Parcel-Seq-N
                       TO RLT-Parcel-Seq(Relief-Count)
                   MOVE Entry-Type TO RLT-Type(Relief-Count)
                   MOVE Entry-Basis TO RLT-Basis(Relief-Count)
                   MOVE Entry-Pct-N TO RLT-Pct(Relief-Count)
                   MOVE Entry-Amount-N
                       TO RLT-Fixed-Amount(Relief-Count)
                   MOVE Entry-Start-N TO RLT-Start-Date(Relief-Count)
                   MOVE Entry-End-N TO RLT-End-Date(Relief-Count)
                   MOVE "P" TO RLT-Status(Relief-Count)
                   MOVE Operator-ID TO RLT-Applied-By(Relief-Count)
                   MOVE Business-Date
                       TO RLT-Applied-Date(Relief-Count)
                   MOVE SPACES TO RLT-Decided-By(Relief-Count)
                   MOVE ZEROS TO RLT-Decided-Date(Relief-Count)
                   ADD 1 TO Reliefs-Changed
                   DISPLAY "RELIEF " Next-Relief-Number
                       " RECORDED - AWAITING DECISION"
           END-EVALUATE.

      * A grant that would overlap another granted relief on the
      * same parcel is refused: one relief to a parcel at a time.
       2200-DECIDE-RELIEF.
           PERFORM 2050-FIND-RELIEF.
           EVALUATE TRUE
               WHEN RLT-Found-Idx = ZEROS
                   DISPLAY "RELIEF " Entry-Relief-Number-X
                       " IS NOT ON FILE"
               WHEN NOT RLT-Pending(RLT-Found-Idx)
                   DISPLAY "RELIEF " Entry-Relief-Number-X
                       " HAS ALREADY BEEN DECIDED"
               WHEN OTHER
                   DISPLAY "PARCEL " RLT-Parcel-Seq(RLT-Found-Idx)
                       " TYPE " RLT-Type(RLT-Found-Idx)
                       " BASIS " RLT-Basis(RLT-Found-Idx)
                       " PCT " RLT-Pct(RLT-Found-Idx)
                       " AMOUNT " RLT-Fixed-Amount(RLT-Found-Idx)
                   DISPLAY "FROM " RLT-Start-Date(RLT-Found-Idx)
                       " TO " RLT-End-Date(RLT-Found-Idx)
                       " APPLIED BY " RLT-Applied-By(RLT-Found-Idx)
                   DISPLAY "(G)RANT OR (R)EFUSE"
                   ACCEPT Entry-Decision
                   EVALUATE TRUE
                       WHEN Decision-Grant
                           PERFORM 2210-CHECK-OVERLAP
                           IF Overlap-Number > ZEROS
                               DISPLAY "OVERLAPS GRANTED RELIEF "
                                   Overlap-Number " - NOT GRANTED"
                           ELSE
                               MOVE "G" TO RLT-Status(RLT-Found-Idx)
                               PERFORM 2220-STAMP-DECISION
                               DISPLAY "RELIEF GRANTED"
                           END-IF
                       WHEN Decision-Refuse
                           MOVE "R" TO RLT-Status(RLT-Found-Idx)
                           PERFORM 2220-STAMP-DECISION
                           DISPLAY "RELIEF REFUSED"
                       WHEN OTHER
                           DISPLAY "NO DECISION RECORDED"
                   END-EVALUATE
           END-EVALUATE.

      * An open end compares as the end of time.
       2210-CHECK-OVERLAP.
           MOVE ZEROS TO Overlap-Number.
           MOVE RLT-End-Date(RLT-Found-Idx) TO Compare-End.
           IF Compare-End = ZEROS
               MOVE 99999999 TO Compare-End
           END-IF.
           PERFORM VARYING RLT-Idx FROM 1 BY 1
               UNTIL RLT-Idx > Relief-Count
               MOVE RLT-End-Date(RLT-Idx) TO Other-End
               IF Other-End = ZEROS
                   MOVE 99999999 TO Other-End
               END-IF
               IF RLT-Idx NOT = RLT-Found-Idx
                   AND RLT-Granted(RLT-Idx)
                   AND RLT-Parcel-Seq(RLT-Idx)
                       = RLT-Parcel-Seq(RLT-Found-Idx)
                   AND RLT-Start-Date(RLT-Idx) <= Compare-End
                   AND Other-End >= RLT-Start-Date(RLT-Found-Idx)
                   MOVE RLT-Number(RLT-Idx) TO Overlap-Number
               END-IF
           END-PERFORM.

       2220-STAMP-DECISION.
           MOVE Operator-ID TO RLT-Decided-By(RLT-Found-Idx).
           MOVE Business-Date TO RLT-Decided-Date(RLT-Found-Idx).
           ADD 1 TO Reliefs-Changed.

       2300-SET-BUDGET.
           DISPLAY "RELIEF TYPE - (C)HARITABLE (A)GRICULTURAL "
               "(E)MPTY PROPERTY (H)ARDSHIP".
           ACCEPT Entry-Type.
           PERFORM 2060-FIND-TYPE.
           IF RTT-Found-Idx = ZERO
               DISPLAY "RELIEF TYPE MUST BE C, A, E OR H"
           ELSE
               DISPLAY "BUDGET FOR " RTT-Name(RTT-Found-Idx)
                   " (NNNNNNNNNNN, CENTS IMPLIED, CURRENTLY "
                   RTT-Budget(RTT-Found-Idx) ")"
               ACCEPT Entry-Amount-X
               IF Entry-Amount-X IS NOT NUMERIC
                   DISPLAY "AMOUNT MUST BE NUMERIC"
               ELSE
                   MOVE Entry-Amount-N TO RTT-Budget(RTT-Found-Idx)
                   SET Budgets-Were-Changed TO TRUE
                   DISPLAY "BUDGET SET"
               END-IF
           END-IF.

       2400-LIST-RELIEFS.
           PERFORM VARYING RLT-Idx FROM 1 BY 1
               UNTIL RLT-Idx > Relief-Count
               DISPLAY RLT-Number(RLT-Idx) " PARCEL "
                   RLT-Parcel-Seq(RLT-Idx) " "
                   RLT-Type(RLT-Idx) " "
                   RLT-Basis(RLT-Idx) " "
                   RLT-Start-Date(RLT-Idx) "-"
                   RLT-End-Date(RLT-Idx) " STATUS "
                   RLT-Status(RLT-Idx)
           END-PERFORM.

      * Relief in force on the business date, worked on the current
      * PARCVAL.DAT charge the way the billing run works it.
       3000-RELIEF-REPORT.
           PERFORM 3100-LOAD-PARCEL-TOTALS.
           MOVE ZEROS TO Relief-Granted-Totals, Relief-Parcel-Counts.
           PERFORM VARYING RLT-Idx FROM 1 BY 1
               UNTIL RLT-Idx > Relief-Count
               MOVE RLT-End-Date(RLT-Idx) TO Other-End
               IF Other-End = ZEROS
                   MOVE 99999999 TO Other-End
               END-IF
               IF RLT-Granted(RLT-Idx)
                   AND RLT-Start-Date(RLT-Idx) <= Business-Date
                   AND Other-End >= Business-Date
                   PERFORM 3200-ADD-ONE-RELIEF
               END-IF
           END-PERFORM.
           OPEN OUTPUT ReliefRep.
           WRITE Relief-Print-Line FROM Relief-Heading-Line
           AFTER ADVANCING 1 LINE.
           MOVE Business-Date TO Prn-As-Of-Date.
           WRITE Relief-Print-Line FROM Relief-Date-Line
           AFTER ADVANCING 1 LINE.
           WRITE Relief-Print-Line FROM Relief-Topic-Line
           AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO Total-Granted, Total-Budget.
           MOVE ZEROS TO Total-Parcels.
           PERFORM VARYING RTT-Idx FROM 1 BY 1
               UNTIL RTT-Idx > 4
               MOVE RTT-Name(RTT-Idx) TO Prn-Type-Name
               MOVE RTT-Parcels(RTT-Idx) TO Prn-Parcels
               MOVE RTT-Granted(RTT-Idx) TO Prn-Granted
               MOVE RTT-Budget(RTT-Idx) TO Prn-Budget
               COMPUTE Budget-Left =
                   RTT-Budget(RTT-Idx) - RTT-Granted(RTT-Idx)
               MOVE Budget-Left TO Prn-Budget-Left
               WRITE Relief-Print-Line FROM Relief-Detail-Line
               AFTER ADVANCING 1 LINE
               ADD RTT-Granted(RTT-Idx) TO Total-Granted
               ADD RTT-Budget(RTT-Idx) TO Total-Budget
               ADD RTT-Parcels(RTT-Idx) TO Total-Parcels
           END-PERFORM.
           MOVE "TOTAL" TO Prn-Type-Name.
           MOVE Total-Parcels TO Prn-Parcels.
           MOVE Total-Granted TO Prn-Granted.
           MOVE Total-Budget TO Prn-Budget.
           COMPUTE Budget-Left = Total-Budget - Total-Granted.
           MOVE Budget-Left TO Prn-Budget-Left.
           WRITE Relief-Print-Line FROM Relief-Detail-Line
           AFTER ADVANCING 2 LINES.
           CLOSE ReliefRep.
           DISPLAY "RELIEF REPORT WRITTEN TO RELIEF.RPT".

       3100-LOAD-PARCEL-TOTALS.
           MOVE ZEROS TO Parcel-Total-Count.
           OPEN INPUT ParcelValFile.
           IF WS-ParcelVal-File-Status = "00"
               READ ParcelValFile
                   AT END SET EndOfParcelValFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfParcelValFile
                   IF Parcel-Total-Count < 5000
                       ADD 1 TO Parcel-Total-Count
                       MOVE ParcVal-Total
                           TO PVT-Total(Parcel-Total-Count)
                   ELSE
                       DISPLAY "WARNING: PARCVAL.DAT TABLE FULL - "
                           "LATER PARCELS LEFT OFF THE REPORT"
                   END-IF
                   READ ParcelValFile
                       AT END SET EndOfParcelValFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ParcelValFile
           ELSE
               DISPLAY "WARNING: PARCVAL.DAT NOT AVAILABLE - "
                   "RELIEF SHOWN AS NIL"
           END-IF.

      * A percentage of the charge, or the fixed amount, never more
      * than the charge itself.
       3200-ADD-ONE-RELIEF.
           IF RLT-Parcel-Seq(RLT-Idx) > ZEROS
               AND RLT-Parcel-Seq(RLT-Idx) <= Parcel-Total-Count
               IF RLT-Basis-Pct(RLT-Idx)
                   COMPUTE Relief-Amount ROUNDED =
                       PVT-Total(RLT-Parcel-Seq(RLT-Idx))
                       * RLT-Pct(RLT-Idx) / 100
               ELSE
                   MOVE RLT-Fixed-Amount(RLT-Idx) TO Relief-Amount
               END-IF
               IF Relief-Amount > PVT-Total(RLT-Parcel-Seq(RLT-Idx))
                   MOVE PVT-Total(RLT-Parcel-Seq(RLT-Idx))
                       TO Relief-Amount
               END-IF
               MOVE RLT-Type(RLT-Idx) TO Entry-Type
               PERFORM 2060-FIND-TYPE
               IF RTT-Found-Idx > ZERO
                   ADD Relief-Amount TO RTT-Granted(RTT-Found-Idx)
                   ADD 1 TO RTT-Parcels(RTT-Found-Idx)
               END-IF
           END-IF.

       5000-REWRITE-RELIEFS.
           OPEN OUTPUT ReliefFile.
           PERFORM VARYING RLT-Idx FROM 1 BY 1
               UNTIL RLT-Idx > Relief-Count
               MOVE SPACES TO Relief-Rec
               MOVE RLT-Number(RLT-Idx) TO RLF-Number
               MOVE RLT-Parcel-Seq(RLT-Idx) TO RLF-Parcel-Seq
               MOVE RLT-Type(RLT-Idx) TO RLF-Type
               MOVE RLT-Basis(RLT-Idx) TO RLF-Basis
               MOVE RLT-Pct(RLT-Idx) TO RLF-Pct
               MOVE RLT-Fixed-Amount(RLT-Idx) TO RLF-Fixed-Amount
               MOVE RLT-Start-Date(RLT-Idx) TO RLF-Start-Date
               MOVE RLT-End-Date(RLT-Idx) TO RLF-End-Date
               MOVE RLT-Status(RLT-Idx) TO RLF-Status
               MOVE RLT-Applied-By(RLT-Idx) TO RLF-Applied-By
               MOVE RLT-Applied-Date(RLT-Idx) TO RLF-Applied-Date
               MOVE RLT-Decided-By(RLT-Idx) TO RLF-Decided-By
               MOVE RLT-Decided-Date(RLT-Idx) TO RLF-Decided-Date
               WRITE Relief-Rec
           END-PERFORM.
           CLOSE ReliefFile.

       5100-REWRITE-BUDGETS.
           OPEN OUTPUT ReliefBudgetFile.
           PERFORM VARYING RTT-Idx FROM 1 BY 1
               UNTIL RTT-Idx > 4
               MOVE SPACES TO ReliefBudget-Rec
               MOVE RTT-Code(RTT-Idx) TO RB-Type
               MOVE RTT-Budget(RTT-Idx) TO RB-Budget
               WRITE ReliefBudget-Rec
           END-PERFORM.
           CLOSE ReliefBudgetFile.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="PARCRELF"==.
       COPY "RUNLOCKPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="PARCRELF"==.
       COPY "OPSIGNPA.CPY".
       COPY "OPROLEPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="PARCRELF"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM ParcRelf.
