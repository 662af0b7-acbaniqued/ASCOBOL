      ******************************************************************
      * Author:
      * Date:
      * Purpose: Leave balance report. For every employee on
      *          EMPMAST.DAT, the annual leave entitlement for the
      *          leave year holding the business date, the holiday
      *          days taken so far, those booked ahead and approved,
      *          those still awaiting approval, and what remains -
      *          with the year's sickness and unpaid days alongside.
      *          Figures come from the ABSENCE.DAT days AbsEntry
      *          keeps. The leave year runs from the month and day in
      *          LEAVPARM.DAT (1 January without it), so the balances
      *          roll over by themselves on that date. A negative
      *          remainder is flagged OVER. Output on LEAVEBAL.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LeaveBal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EmpMasterFile ASSIGN TO "EMPMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EmpMaster-File-Status.

       SELECT AbsenceFile ASSIGN TO "ABSENCE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Absence-File-Status.

       SELECT LeaveParmFile ASSIGN TO "LEAVPARM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LeaveParm-File-Status.

       SELECT LeaveBalRep ASSIGN TO "LEAVEBAL.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD EmpMasterFile.
       01 EmpMast-Rec.
           88 EndOfEmpMasterFile    VALUE HIGH-VALUES.
           02  EmpMast-Employee-ID      PIC X(5).
           02  FILLER                   PIC X.
           02  EmpMast-Name             PIC X(20).
           02  FILLER                   PIC X(53).
           02  EmpMast-Leave-Days       PIC 99V9.

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
               88 Abs-Is-Pending        VALUE "P".
               88 Abs-Is-Approved       VALUE "A".

       FD LeaveParmFile.
       01 LeaveParm-Rec.
           02  LeavParm-Year-Start      PIC 9(4).

       FD LeaveBalRep.
       01 LeaveBal-Print-Line          PIC X(100).

       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-EmpMaster-File-Status     PIC XX.
       01  WS-Absence-File-Status       PIC XX.
       01  WS-LeaveParm-File-Status     PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Leave-Year-Start-MMDD        PIC 9(4) VALUE 0101.
       01  Leave-Year-From              PIC 9(8).
       01  Leave-Year-To                PIC 9(8).
       01  Work-Date                    PIC 9(8).
       01  Work-Date-F REDEFINES Work-Date.
           02  WD-Year                  PIC 9(4).
           02  WD-MMDD                  PIC 9(4).

       01  Leave-Table.
           02  Leave-Entry OCCURS 200 TIMES.
               03  LVT-Employee-ID      PIC X(5).
               03  LVT-Name             PIC X(20).
               03  LVT-Entitlement      PIC 99V9.
               03  LVT-Taken            PIC 999V9.
               03  LVT-Booked           PIC 999V9.
               03  LVT-Pending          PIC 999V9.
               03  LVT-Sick             PIC 999V9.
               03  LVT-Unpaid           PIC 999V9.
       01  Leave-Count                  PIC 9(3) VALUE ZEROS.
       01  LVT-Idx                      PIC 9(3).
       01  LVT-Found-Idx                PIC 9(3).
       01  Remaining-Days               PIC S999V9.
       01  Over-Count                   PIC 9(3) VALUE ZEROS.

       01  LeaveBal-Heading-Line.
           02  FILLER                   PIC X(35) VALUE
               " LEAVE BALANCES - LEAVE YEAR FROM: ".
           02  Prn-Year-From            PIC 9(8).
           02  FILLER                   PIC X(19) VALUE
               "  NEXT YEAR FROM : ".
           02  Prn-Next-Year-From       PIC 9(8).
           02  FILLER                   PIC X(9)  VALUE "  AS AT: ".
           02  Prn-Business-Date        PIC 9(8).

       01  LeaveBal-Column-Line.
           02  FILLER                   PIC X(40) VALUE
               " EMPNO  NAME                  ENTITLE   ".
           02  FILLER                   PIC X(40) VALUE
               " TAKEN   BOOKED  PENDING   REMAIN     SI".
           02  FILLER                   PIC X(20) VALUE
               "CK   UNPAID         ".

       01  LeaveBal-Detail-Line.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Employee-ID          PIC X(5).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Name                 PIC X(20).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Entitlement          PIC ZZZZ9.9.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Taken                PIC ZZZZ9.9.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Booked               PIC ZZZZ9.9.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Pending              PIC ZZZZ9.9.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Remaining            PIC -ZZZ9.9.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Sick                 PIC ZZZZ9.9.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Unpaid               PIC ZZZZ9.9.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Over-Flag            PIC X(4).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           PERFORM 1000-SET-LEAVE-YEAR.
           PERFORM 1100-LOAD-EMPLOYEES.
           PERFORM 1200-ADD-ABSENCES.
           PERFORM 2000-PRINT-BALANCES.
           DISPLAY "EMPLOYEES OVER ENTITLEMENT: " Over-Count.
           PERFORM Log-Run-Complete.
           STOP RUN.

      * The leave year holding the business date: from its start up
      * to, not including, the same date a year on.
       1000-SET-LEAVE-YEAR.
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
           MOVE Business-Date TO Work-Date.
           IF WD-MMDD < Leave-Year-Start-MMDD
               SUBTRACT 1 FROM WD-Year
           END-IF.
           MOVE Leave-Year-Start-MMDD TO WD-MMDD.
           MOVE Work-Date TO Leave-Year-From.
           ADD 1 TO WD-Year.
           MOVE Work-Date TO Leave-Year-To.

       1100-LOAD-EMPLOYEES.
           OPEN INPUT EmpMasterFile.
           IF WS-EmpMaster-File-Status = "00"
               READ EmpMasterFile
                   AT END SET EndOfEmpMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfEmpMasterFile
                   IF Leave-Count < 200
                       ADD 1 TO Leave-Count
                       MOVE EmpMast-Employee-ID
                           TO LVT-Employee-ID(Leave-Count)
                       MOVE EmpMast-Name TO LVT-Name(Leave-Count)
                       IF EmpMast-Leave-Days IS NUMERIC
                           MOVE EmpMast-Leave-Days
                               TO LVT-Entitlement(Leave-Count)
                       ELSE
                           MOVE ZEROS TO LVT-Entitlement(Leave-Count)
                       END-IF
                       MOVE ZEROS TO LVT-Taken(Leave-Count),
                           LVT-Booked(Leave-Count),
                           LVT-Pending(Leave-Count),
                           LVT-Sick(Leave-Count),
                           LVT-Unpaid(Leave-Count)
                   ELSE
                       DISPLAY "WARNING: EMPMAST.DAT TABLE FULL, "
                           "EMPLOYEE " EmpMast-Employee-ID " SKIPPED"
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   READ EmpMasterFile
                       AT END SET EndOfEmpMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EmpMasterFile
           ELSE
               DISPLAY "EMPMAST.DAT NOT AVAILABLE - NO BALANCES"
           END-IF.

       1200-ADD-ABSENCES.
           OPEN INPUT AbsenceFile.
           IF WS-Absence-File-Status = "00"
               READ AbsenceFile
                   AT END SET EndOfAbsenceFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfAbsenceFile
                   IF Abs-Date >= Leave-Year-From
                       AND Abs-Date < Leave-Year-To
                       AND (Abs-Is-Pending OR Abs-Is-Approved)
                       PERFORM 1250-ADD-ONE-ABSENCE
                   END-IF
                   READ AbsenceFile
                       AT END SET EndOfAbsenceFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AbsenceFile
           END-IF.

      * Holiday is taken once its day has come, booked before then,
      * and pending until a supervisor approves it. Sickness and
      * unpaid leave count only once approved.
       1250-ADD-ONE-ABSENCE.
           MOVE ZEROS TO LVT-Found-Idx.
           PERFORM VARYING LVT-Idx FROM 1 BY 1
               UNTIL LVT-Idx > Leave-Count
               IF LVT-Employee-ID(LVT-Idx) = Abs-Employee-ID
                   MOVE LVT-Idx TO LVT-Found-Idx
               END-IF
           END-PERFORM.
           IF LVT-Found-Idx > ZEROS
               EVALUATE TRUE
                   WHEN Abs-Type = "H" AND Abs-Is-Pending
                       ADD Abs-Days TO LVT-Pending(LVT-Found-Idx)
                   WHEN Abs-Type = "H"
                       AND Abs-Date <= Business-Date
                       ADD Abs-Days TO LVT-Taken(LVT-Found-Idx)
                   WHEN Abs-Type = "H"
                       ADD Abs-Days TO LVT-Booked(LVT-Found-Idx)
                   WHEN Abs-Is-Pending
                       CONTINUE
                   WHEN Abs-Type = "S"
                       ADD Abs-Days TO LVT-Sick(LVT-Found-Idx)
                   WHEN Abs-Type = "U"
                       ADD Abs-Days TO LVT-Unpaid(LVT-Found-Idx)
               END-EVALUATE
           END-IF.

       2000-PRINT-BALANCES.
           OPEN OUTPUT LeaveBalRep.
           MOVE Leave-Year-From TO Prn-Year-From.
           MOVE Leave-Year-To TO Prn-Next-Year-From.
           MOVE Business-Date TO Prn-Business-Date.
           WRITE LeaveBal-Print-Line FROM LeaveBal-Heading-Line
           AFTER ADVANCING 1 LINE.
           WRITE LeaveBal-Print-Line FROM LeaveBal-Column-Line
           AFTER ADVANCING 2 LINES.
           PERFORM VARYING LVT-Idx FROM 1 BY 1
               UNTIL LVT-Idx > Leave-Count
               COMPUTE Remaining-Days = LVT-Entitlement(LVT-Idx)
                   - LVT-Taken(LVT-Idx) - LVT-Booked(LVT-Idx)
               MOVE LVT-Employee-ID(LVT-Idx) TO Prn-Employee-ID
               MOVE LVT-Name(LVT-Idx) TO Prn-Name
               MOVE LVT-Entitlement(LVT-Idx) TO Prn-Entitlement
               MOVE LVT-Taken(LVT-Idx) TO Prn-Taken
               MOVE LVT-Booked(LVT-Idx) TO Prn-Booked
               MOVE LVT-Pending(LVT-Idx) TO Prn-Pending
               MOVE Remaining-Days TO Prn-Remaining
               MOVE LVT-Sick(LVT-Idx) TO Prn-Sick
               MOVE LVT-Unpaid(LVT-Idx) TO Prn-Unpaid
               IF Remaining-Days < ZERO
                   MOVE "OVER" TO Prn-Over-Flag
                   ADD 1 TO Over-Count
               ELSE
                   MOVE SPACES TO Prn-Over-Flag
               END-IF
               WRITE LeaveBal-Print-Line FROM LeaveBal-Detail-Line
               AFTER ADVANCING 1 LINE
           END-PERFORM.
           CLOSE LeaveBalRep.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="LEAVEBAL"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM LeaveBal.
