      ******************************************************************
      * Author:
      * Date:
      * Purpose: Absence entry, replacing the wall chart. Holiday,
      *          sickness and unpaid leave are keyed by employee, date
      *          and absence type onto ABSENCE.DAT - a whole or a half
      *          day per record - and wait for a supervisor, not the
      *          operator who keyed them, to approve or refuse them.
      *          Approved absence is what PayCalc pays (holiday and
      *          sickness at the employee's rate) or holds back
      *          (unpaid leave), and what LeaveBal counts against the
      *          annual entitlement on EMPMAST.DAT. Holiday keyed past
      *          the entitlement for the leave year is warned of but
      *          still taken, for the supervisor to decide. The leave
      *          year starts on the month and day in LEAVPARM.DAT,
      *          1 January when there is none.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AbsEntry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AbsenceFile ASSIGN TO "ABSENCE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Absence-File-Status.

       SELECT EmpMasterFile ASSIGN TO "EMPMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EmpMaster-File-Status.

      * One record: the month and day the leave year starts.
       SELECT LeaveParmFile ASSIGN TO "LEAVPARM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LeaveParm-File-Status.
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "RUNLOCKFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
      * Type H holiday, S sickness, U unpaid leave. Status P pending,
      * A approved, X refused or cancelled.
       FD AbsenceFile.
       01 Absence-Rec.
           88 EndOfAbsenceFile      VALUE HIGH-VALUES.
           02  Abs-Employee-ID          PIC X(5).
           02  FILLER                   PIC X.
           02  Abs-Date                 PIC 9(8).
           02  FILLER                   PIC X.
           02  Abs-Type                 PIC X.
           02  FILLER                   PIC X.
           02  Abs-Days                 PIC 9V9.
           02  FILLER                   PIC X.
           02  Abs-Status               PIC X.
           02  FILLER                   PIC X.
           02  Abs-Entered-By           PIC X(5).
           02  FILLER                   PIC X.
           02  Abs-Approved-By          PIC X(5).
           02  FILLER                   PIC X.
           02  Abs-Note                 PIC X(20).

       FD EmpMasterFile.
       01 EmpMast-Rec.
           88 EndOfEmpMasterFile    VALUE HIGH-VALUES.
           02  EmpMast-Employee-ID      PIC X(5).
           02  FILLER                   PIC X.
           02  EmpMast-Name             PIC X(20).
           02  FILLER                   PIC X(53).
           02  EmpMast-Leave-Days       PIC 99V9.

       FD LeaveParmFile.
       01 LeaveParm-Rec.
           02  LeavParm-Year-Start      PIC 9(4).

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "RUNLOCKFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-Absence-File-Status       PIC XX.
       01  WS-EmpMaster-File-Status     PIC XX.
       01  WS-LeaveParm-File-Status     PIC XX.
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "RUNLOCKWS.CPY".
       COPY "BUSDATEWS.CPY".

      * Leave-year start as MMDD; 0101 is the calendar year.
       01  Leave-Year-Start-MMDD        PIC 9(4) VALUE 0101.
       01  Leave-Year-From              PIC 9(8).
       01  Leave-Year-To                PIC 9(8).
       01  Work-Date                    PIC 9(8).
       01  Work-Date-F REDEFINES Work-Date.
           02  WD-Year                  PIC 9(4).
           02  WD-MMDD                  PIC 9(4).

      * The whole absence file held in a table and rewritten in
      * full, the same idiom the maintenance programs use.
       01  Absence-Table.
           02  Absence-Entry OCCURS 3000 TIMES.
               03  ABT-Employee-ID      PIC X(5).
               03  ABT-Date             PIC 9(8).
               03  ABT-Type             PIC X.
               03  ABT-Days             PIC 9V9.
               03  ABT-Status           PIC X.
                   88 ABT-Is-Pending    VALUE "P".
                   88 ABT-Is-Approved   VALUE "A".
                   88 ABT-Is-Withdrawn  VALUE "X".
               03  ABT-Entered-By       PIC X(5).
               03  ABT-Approved-By      PIC X(5).
               03  ABT-Note             PIC X(20).
       01  Absence-Count                PIC 9(4) VALUE ZEROS.
       01  ABT-Idx                      PIC 9(4).
       01  Load-Overflow-Switch         PIC X VALUE "N".
           88 Load-Overflowed           VALUE "Y".

       01  WS-Transaction-Code          PIC X.
           88 Txn-Enter                 VALUE "E", "e".
           88 Txn-Approve               VALUE "A", "a".
           88 Txn-Cancel                VALUE "C", "c".
           88 Txn-List                  VALUE "L", "l".
           88 Txn-Quit                  VALUE "Q", "q".

       01  WS-Employee-ID               PIC X(5).
       01  WS-Employee-Name             PIC X(20).
       01  WS-Leave-Entitlement         PIC 99V9.
       01  WS-Absence-Date              PIC 9(8).
       01  WS-Absence-Type              PIC X.
           88 WS-Type-Valid             VALUE "H", "S", "U".
           88 WS-Type-Holiday           VALUE "H".
       01  WS-Absence-Days              PIC 9V9.
           88 WS-Days-Valid             VALUE 0.5, 1.0.
       01  WS-Absence-Note              PIC X(20).
       01  WS-Found-Idx                 PIC 9(4) VALUE ZEROS.
       01  Entry-Done-Switch            PIC X.
           88 Entry-Done                VALUE "Y".
       01  Holiday-Days-Used            PIC 999V9.
       01  Lines-Decided                PIC 9(4).
       01  WS-Decision                  PIC X.
           88 Decision-Approve          VALUE "A", "a".
           88 Decision-Refuse           VALUE "R", "r".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           MOVE Operator-ID TO Lock-My-Operator.
           MOVE "ABSENCE.LCK" TO Lock-File-Name.
           PERFORM Acquire-Run-Lock.
           IF NOT Run-Lock-Held
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-LEAVE-PARAMETER.
           PERFORM 1100-LOAD-ABSENCES.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL Txn-Quit.
           PERFORM 3000-REWRITE-ABSENCES.
           PERFORM Release-Run-Lock.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-LEAVE-PARAMETER.
           OPEN INPUT LeaveParmFile.
           IF WS-LeaveParm-File-Status = "00"
               READ LeaveParmFile
                   NOT AT END
                       IF LeavParm-Year-Start IS NUMERIC
                           AND LeavParm-Year-Start > ZEROS
                           MOVE LeavParm-Year-Start
                               TO Leave-Year-Start-MMDD
                       END-IF
               END-READ
               CLOSE LeaveParmFile
           END-IF.

       1100-LOAD-ABSENCES.
           OPEN INPUT AbsenceFile.
           IF WS-Absence-File-Status = "00"
               READ AbsenceFile
                   AT END SET EndOfAbsenceFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfAbsenceFile
                   IF Absence-Count < 3000
                       ADD 1 TO Absence-Count
                       MOVE Abs-Employee-ID
                           TO ABT-Employee-ID(Absence-Count)
                       MOVE Abs-Date TO ABT-Date(Absence-Count)
                       MOVE Abs-Type TO ABT-Type(Absence-Count)
                       MOVE Abs-Days TO ABT-Days(Absence-Count)
                       MOVE Abs-Status TO ABT-Status(Absence-Count)
                       MOVE Abs-Entered-By
                           TO ABT-Entered-By(Absence-Count)
                       MOVE Abs-Approved-By
                           TO ABT-Approved-By(Absence-Count)
                       MOVE Abs-Note TO ABT-Note(Absence-Count)
                   ELSE
                       SET Load-Overflowed TO TRUE
                       DISPLAY "WARNING: ABSENCE.DAT TABLE FULL - "
                           "RECORD SKIPPED"
                   END-IF
                   READ AbsenceFile
                       AT END SET EndOfAbsenceFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AbsenceFile
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           DISPLAY "ABSENCE - (E)NTER (A)PPROVE (C)ANCEL (L)IST "
               "(Q)UIT".
           ACCEPT WS-Transaction-Code.
           EVALUATE TRUE
               WHEN Txn-Enter
                   PERFORM 2100-ENTER-ABSENCE
               WHEN Txn-Approve
      * Signing off time away is a supervisor function.
                   PERFORM Check-Supervisor-Role
                   IF Role-OK
                       PERFORM 2300-DECIDE-ABSENCES
                   END-IF
               WHEN Txn-Cancel
                   PERFORM 2400-CANCEL-ABSENCE
               WHEN Txn-List
                   PERFORM 2500-LIST-ABSENCES
               WHEN Txn-Quit
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

       2100-ENTER-ABSENCE.
           DISPLAY "EMPLOYEE ID".
           ACCEPT WS-Employee-ID.
           PERFORM 2110-FIND-EMPLOYEE.
           IF WS-Employee-Name = SPACES
               DISPLAY "EMPLOYEE " WS-Employee-ID
                   " IS NOT ON EMPMAST.DAT"
           ELSE
               DISPLAY "ABSENCE FOR " WS-Employee-Name
                   " - ENTITLEMENT " WS-Leave-Entitlement " DAYS"
               MOVE "N" TO Entry-Done-Switch
               PERFORM 2150-ACCEPT-ABSENCE-DAY
                   UNTIL Entry-Done
           END-IF.

       2110-FIND-EMPLOYEE.
           MOVE SPACES TO WS-Employee-Name.
           MOVE ZEROS TO WS-Leave-Entitlement.
           OPEN INPUT EmpMasterFile.
           IF WS-EmpMaster-File-Status = "00"
               READ EmpMasterFile
                   AT END SET EndOfEmpMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfEmpMasterFile
                   IF EmpMast-Employee-ID = WS-Employee-ID
                       MOVE EmpMast-Name TO WS-Employee-Name
                       IF EmpMast-Leave-Days IS NUMERIC
                           MOVE EmpMast-Leave-Days
                               TO WS-Leave-Entitlement
                       END-IF
                   END-IF
                   READ EmpMasterFile
                       AT END SET EndOfEmpMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EmpMasterFile
           ELSE
               DISPLAY "WARNING: EMPMAST.DAT NOT AVAILABLE"
           END-IF.

       2150-ACCEPT-ABSENCE-DAY.
           DISPLAY "DATE OF ABSENCE (YYYYMMDD), ZERO TO FINISH".
           ACCEPT WS-Absence-Date.
           IF WS-Absence-Date = ZEROS
               SET Entry-Done TO TRUE
           ELSE
               DISPLAY "TYPE - (H)OLIDAY (S)ICKNESS (U)NPAID"
               ACCEPT WS-Absence-Type
               DISPLAY "DAYS - 1.0 OR 0.5"
               ACCEPT WS-Absence-Days
               DISPLAY "NOTE"
               MOVE SPACES TO WS-Absence-Note
               ACCEPT WS-Absence-Note
               PERFORM 2190-FIND-ABSENCE-DAY
               EVALUATE TRUE
                   WHEN NOT WS-Type-Valid
                       DISPLAY "TYPE MUST BE H, S OR U - NOT TAKEN"
                   WHEN NOT WS-Days-Valid
                       DISPLAY "DAYS MUST BE 1.0 OR 0.5 - NOT TAKEN"
                   WHEN WS-Found-Idx > ZEROS
                       DISPLAY "AN ABSENCE IS ALREADY KEYED FOR "
                           WS-Absence-Date " - NOT TAKEN"
                   WHEN Absence-Count >= 3000
                       DISPLAY "ABSENCE TABLE FULL - NOT TAKEN"
                       SET Entry-Done TO TRUE
                   WHEN OTHER
                       IF WS-Type-Holiday
                           PERFORM 2200-CHECK-ENTITLEMENT
                       END-IF
                       ADD 1 TO Absence-Count
                       MOVE WS-Employee-ID
                           TO ABT-Employee-ID(Absence-Count)
                       MOVE WS-Absence-Date TO ABT-Date(Absence-Count)
                       MOVE WS-Absence-Type TO ABT-Type(Absence-Count)
                       MOVE WS-Absence-Days TO ABT-Days(Absence-Count)
                       MOVE "P" TO ABT-Status(Absence-Count)
                       MOVE Operator-ID
                           TO ABT-Entered-By(Absence-Count)
                       MOVE SPACES TO ABT-Approved-By(Absence-Count)
                       MOVE WS-Absence-Note TO ABT-Note(Absence-Count)
                       DISPLAY "ABSENCE KEYED - AWAITING APPROVAL"
               END-EVALUATE
           END-IF.

      * A day already carrying a live absence for the employee.
       2190-FIND-ABSENCE-DAY.
           MOVE ZEROS TO WS-Found-Idx.
           PERFORM VARYING ABT-Idx FROM 1 BY 1
               UNTIL ABT-Idx > Absence-Count
               IF ABT-Employee-ID(ABT-Idx) = WS-Employee-ID
                   AND ABT-Date(ABT-Idx) = WS-Absence-Date
                   AND NOT ABT-Is-Withdrawn(ABT-Idx)
                   MOVE ABT-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.

      * Holiday already keyed in the leave year the day falls in,
      * pending or approved, plus this day, against the entitlement.
       2200-CHECK-ENTITLEMENT.
           MOVE WS-Absence-Date TO Work-Date.
           PERFORM 2250-SET-LEAVE-YEAR.
           MOVE WS-Absence-Days TO Holiday-Days-Used.
           PERFORM VARYING ABT-Idx FROM 1 BY 1
               UNTIL ABT-Idx > Absence-Count
               IF ABT-Employee-ID(ABT-Idx) = WS-Employee-ID
                   AND ABT-Type(ABT-Idx) = "H"
                   AND NOT ABT-Is-Withdrawn(ABT-Idx)
                   AND ABT-Date(ABT-Idx) >= Leave-Year-From
                   AND ABT-Date(ABT-Idx) < Leave-Year-To
                   ADD ABT-Days(ABT-Idx) TO Holiday-Days-Used
               END-IF
           END-PERFORM.
           IF Holiday-Days-Used > WS-Leave-Entitlement
               DISPLAY "WARNING: " Holiday-Days-Used " HOLIDAY DAYS "
                   "KEYED THIS LEAVE YEAR AGAINST AN ENTITLEMENT OF "
                   WS-Leave-Entitlement
           END-IF.

      * The leave year holding Work-Date: from its start date up to,
      * not including, the same date a year on.
       2250-SET-LEAVE-YEAR.
           IF WD-MMDD < Leave-Year-Start-MMDD
               SUBTRACT 1 FROM WD-Year
           END-IF.
           MOVE Leave-Year-Start-MMDD TO WD-MMDD.
           MOVE Work-Date TO Leave-Year-From.
           ADD 1 TO WD-Year.
           MOVE Work-Date TO Leave-Year-To.

      * Every pending day for the employee is shown and decided in
      * one go; the supervisor must not decide their own keying.
       2300-DECIDE-ABSENCES.
           DISPLAY "EMPLOYEE ID".
           ACCEPT WS-Employee-ID.
           MOVE ZEROS TO Lines-Decided.
           PERFORM VARYING ABT-Idx FROM 1 BY 1
               UNTIL ABT-Idx > Absence-Count
               IF ABT-Employee-ID(ABT-Idx) = WS-Employee-ID
                   AND ABT-Is-Pending(ABT-Idx)
                   DISPLAY ABT-Date(ABT-Idx) " " ABT-Type(ABT-Idx)
                       " " ABT-Days(ABT-Idx) " " ABT-Note(ABT-Idx)
                       " KEYED BY " ABT-Entered-By(ABT-Idx)
                   IF ABT-Entered-By(ABT-Idx) = Operator-ID
                       DISPLAY "    KEYED BY YOU - LEFT FOR ANOTHER "
                           "SUPERVISOR"
                   ELSE
                       DISPLAY "    (A)PPROVE (R)EFUSE, ANYTHING "
                           "ELSE LEAVES IT"
                       ACCEPT WS-Decision
                       EVALUATE TRUE
                           WHEN Decision-Approve
                               MOVE "A" TO ABT-Status(ABT-Idx)
                               MOVE Operator-ID
                                   TO ABT-Approved-By(ABT-Idx)
                               ADD 1 TO Lines-Decided
                           WHEN Decision-Refuse
                               MOVE "X" TO ABT-Status(ABT-Idx)
                               MOVE Operator-ID
                                   TO ABT-Approved-By(ABT-Idx)
                               ADD 1 TO Lines-Decided
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "ABSENCE DAYS DECIDED: " Lines-Decided.

      * Booked time not yet taken can be withdrawn; a day already in
      * the past has been paid or deducted and stays.
       2400-CANCEL-ABSENCE.
           DISPLAY "EMPLOYEE ID".
           ACCEPT WS-Employee-ID.
           DISPLAY "DATE OF ABSENCE (YYYYMMDD)".
           ACCEPT WS-Absence-Date.
           PERFORM 2190-FIND-ABSENCE-DAY.
           EVALUATE TRUE
               WHEN WS-Found-Idx = ZEROS
                   DISPLAY "NO ABSENCE KEYED FOR THAT DAY"
               WHEN ABT-Is-Approved(WS-Found-Idx)
                   AND ABT-Date(WS-Found-Idx) <= Business-Date
                   DISPLAY "ABSENCE ALREADY TAKEN - NOT CANCELLED"
               WHEN OTHER
                   MOVE "X" TO ABT-Status(WS-Found-Idx)
                   DISPLAY "ABSENCE CANCELLED"
           END-EVALUATE.

       2500-LIST-ABSENCES.
           DISPLAY "EMPLOYEE ID".
           ACCEPT WS-Employee-ID.
           PERFORM VARYING ABT-Idx FROM 1 BY 1
               UNTIL ABT-Idx > Absence-Count
               IF ABT-Employee-ID(ABT-Idx) = WS-Employee-ID
                   AND NOT ABT-Is-Withdrawn(ABT-Idx)
                   DISPLAY ABT-Date(ABT-Idx) " " ABT-Type(ABT-Idx)
                       " " ABT-Days(ABT-Idx)
                       " STATUS " ABT-Status(ABT-Idx)
                       " " ABT-Note(ABT-Idx)
               END-IF
           END-PERFORM.

       3000-REWRITE-ABSENCES.
           IF Load-Overflowed
               DISPLAY "ABSENCE.DAT EXCEEDED THE TABLE AT LOAD - "
                   "NOT REWRITTEN, NO CHANGES SAVED"
               MOVE 8 TO RETURN-CODE
           ELSE
           OPEN OUTPUT AbsenceFile
           PERFORM VARYING ABT-Idx FROM 1 BY 1
               UNTIL ABT-Idx > Absence-Count
               MOVE SPACES TO Absence-Rec
               MOVE ABT-Employee-ID(ABT-Idx) TO Abs-Employee-ID
               MOVE ABT-Date(ABT-Idx) TO Abs-Date
               MOVE ABT-Type(ABT-Idx) TO Abs-Type
               MOVE ABT-Days(ABT-Idx) TO Abs-Days
               MOVE ABT-Status(ABT-Idx) TO Abs-Status
               MOVE ABT-Entered-By(ABT-Idx) TO Abs-Entered-By
               MOVE ABT-Approved-By(ABT-Idx) TO Abs-Approved-By
               MOVE ABT-Note(ABT-Idx) TO Abs-Note
               WRITE Absence-Rec
           END-PERFORM
           CLOSE AbsenceFile
           END-IF.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="ABSENTRY"==.
       COPY "OPSIGNPA.CPY".
       COPY "OPROLEPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="ABSENTRY"==.
       COPY "RUNLOCKPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="ABSENTRY"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM AbsEntry.
