      ******************************************************************
      * Author:
      * Date:
      * Purpose: Expense claims report. Lists, employee by employee,
      *          every EXPCLAIM.DAT line still outstanding - waiting
      *          for a manager, or approved and waiting for the next
      *          pay run - and every line paid through payroll in the
      *          business year, with the pay period that paid it.
      *          Each employee closes with the three totals and the
      *          report with the same totals for everyone, so payroll
      *          can see before the run what it is about to repay.
      *          Rejected lines are left off. Output on EXPCLM.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExpClmRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ExpClaimFile ASSIGN TO "EXPCLAIM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ExpClaim-File-Status.

       SELECT EmpMasterFile ASSIGN TO "EMPMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EmpMaster-File-Status.

       SELECT ExpClmRep ASSIGN TO "EXPCLM.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD ExpClaimFile.
       01 ExpClaim-Rec.
           88 EndOfExpClaimFile     VALUE HIGH-VALUES.
           02  EC-Claim-No              PIC 9(6).
           02  FILLER                   PIC X.
           02  EC-Line-No               PIC 99.
           02  FILLER                   PIC X.
           02  EC-Employee-ID           PIC X(5).
           02  FILLER                   PIC X.
           02  EC-Status                PIC X.
               88 EC-Is-Pending         VALUE "P".
               88 EC-Is-Approved        VALUE "A".
               88 EC-Is-Paid            VALUE "D".
           02  FILLER                   PIC X.
           02  EC-Line-Date             PIC 9(8).
           02  FILLER                   PIC X.
           02  EC-Category              PIC X(4).
           02  FILLER                   PIC X.
           02  EC-Amount                PIC 9(7)V99.
           02  FILLER                   PIC X.
           02  EC-Vat                   PIC 9(7)V99.
           02  FILLER                   PIC X.
           02  EC-Description           PIC X(20).
           02  FILLER                   PIC X.
           02  EC-Entered-By            PIC X(5).
           02  FILLER                   PIC X.
           02  EC-Approved-By           PIC X(5).
           02  FILLER                   PIC X.
           02  EC-Paid-Period           PIC 9(8).
           02  FILLER                   PIC X.
           02  EC-Paid-Date             PIC 9(8).
           02  EC-Paid-Date-F REDEFINES EC-Paid-Date.
               03  EC-Paid-Year         PIC 9(4).
               03  FILLER               PIC 9(4).

       FD EmpMasterFile.
       01 EmpMast-Rec.
           88 EndOfEmpMasterFile    VALUE HIGH-VALUES.
           02  EmpMast-Employee-ID      PIC X(5).
           02  FILLER                   PIC X.
           02  EmpMast-Name             PIC X(20).

       FD ExpClmRep.
       01 ExpClm-Print-Line            PIC X(80).

       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-ExpClaim-File-Status      PIC XX.
       01  WS-EmpMaster-File-Status     PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Business-Date-F.
           02  BDF-Year                 PIC 9(4).
           02  FILLER                   PIC 9(4).

      * The lines the report shows: outstanding, or paid this year.
       01  Claim-Line-Table.
           02  Claim-Line-Entry OCCURS 2000 TIMES.
               03  CLT-Claim-No         PIC 9(6).
               03  CLT-Line-No          PIC 99.
               03  CLT-Employee-ID      PIC X(5).
               03  CLT-Status           PIC X.
               03  CLT-Line-Date        PIC 9(8).
               03  CLT-Category         PIC X(4).
               03  CLT-Amount           PIC 9(7)V99.
               03  CLT-Vat              PIC 9(7)V99.
               03  CLT-Paid-Period      PIC 9(8).
       01  Claim-Line-Count             PIC 9(4) VALUE ZEROS.
       01  CLT-Idx                      PIC 9(4).

      * One entry per employee with a line on the report.
       01  Emp-Claim-Table.
           02  Emp-Claim-Entry OCCURS 200 TIMES.
               03  ECT-Employee-ID      PIC X(5).
               03  ECT-Name             PIC X(20).
               03  ECT-Pending          PIC 9(9)V99.
               03  ECT-Approved         PIC 9(9)V99.
               03  ECT-Paid             PIC 9(9)V99.
               03  ECT-Printed          PIC X.
       01  Emp-Claim-Count              PIC 9(3) VALUE ZEROS.
       01  ECT-Idx                      PIC 9(3).
       01  ECT-Found-Idx                PIC 9(3).
       01  Report-Employee-ID           PIC X(5).

       01  Grand-Pending                PIC 9(9)V99 VALUE ZEROS.
       01  Grand-Approved               PIC 9(9)V99 VALUE ZEROS.
       01  Grand-Paid                   PIC 9(9)V99 VALUE ZEROS.
       01  Lines-Skipped                PIC 9(5) VALUE ZEROS.

       01  ExpClm-Heading-Line.
           02  FILLER                   PIC X(40) VALUE
               " EXPENSE CLAIMS - OUTSTANDING AND PAID  ".
           02  FILLER                   PIC X(16) VALUE
               "BUSINESS DATE: ".
           02  Prn-Business-Date        PIC 9(8).

       01  ExpClm-Emp-Line.
           02  FILLER                   PIC X(11) VALUE " EMPLOYEE: ".
           02  Prn-Employee-ID          PIC X(5).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Employee-Name        PIC X(20).

       01  ExpClm-Column-Line.
           02  FILLER                   PIC X(40) VALUE
               "   CLAIM LN DATE     CAT        AMOUNT  ".
           02  FILLER                   PIC X(40) VALUE
               "      VAT STATUS           PAID IN      ".

       01  ExpClm-Detail-Line.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Claim-No             PIC 9(6).
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Line-No              PIC 99.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Line-Date            PIC 9(8).
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Category             PIC X(4).
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Amount               PIC Z,ZZZ,ZZ9.99.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Vat                  PIC ZZZ,ZZ9.99.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Status-Text          PIC X(16).
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Paid-Period          PIC X(8).

       01  ExpClm-Total-Line.
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  Prn-Total-Label          PIC X(24).
           02  Prn-Total-Amount         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           MOVE Business-Date TO Business-Date-F.
           PERFORM 1000-LOAD-CLAIM-LINES.
           PERFORM 1100-LOAD-EMPLOYEE-NAMES.
           OPEN OUTPUT ExpClmRep.
           MOVE Business-Date TO Prn-Business-Date.
           WRITE ExpClm-Print-Line FROM ExpClm-Heading-Line
           AFTER ADVANCING 1 LINE.
           IF Emp-Claim-Count = ZEROS
               MOVE SPACES TO ExpClm-Print-Line
               MOVE " NO CLAIMS OUTSTANDING OR PAID THIS YEAR"
                   TO ExpClm-Print-Line
               WRITE ExpClm-Print-Line
               AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 2000-PRINT-EMPLOYEES-IN-ORDER
           END-IF.
           PERFORM 3000-PRINT-GRAND-TOTALS.
           CLOSE ExpClmRep.
           IF Lines-Skipped > ZEROS
               DISPLAY "WARNING: " Lines-Skipped " CLAIM LINES "
                   "EXCEEDED THE REPORT TABLES - NOT REPORTED"
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-CLAIM-LINES.
           OPEN INPUT ExpClaimFile.
           IF WS-ExpClaim-File-Status = "00"
               READ ExpClaimFile
                   AT END SET EndOfExpClaimFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfExpClaimFile
                   IF EC-Is-Pending OR EC-Is-Approved
                       OR (EC-Is-Paid AND EC-Paid-Year = BDF-Year)
                       PERFORM 1050-KEEP-CLAIM-LINE
                   END-IF
                   READ ExpClaimFile
                       AT END SET EndOfExpClaimFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ExpClaimFile
           ELSE
               DISPLAY "EXPCLAIM.DAT NOT AVAILABLE - NO CLAIMS TO "
                   "REPORT"
           END-IF.

       1050-KEEP-CLAIM-LINE.
           MOVE ZEROS TO ECT-Found-Idx.
           PERFORM VARYING ECT-Idx FROM 1 BY 1
               UNTIL ECT-Idx > Emp-Claim-Count
               IF ECT-Employee-ID(ECT-Idx) = EC-Employee-ID
                   MOVE ECT-Idx TO ECT-Found-Idx
               END-IF
           END-PERFORM.
           IF ECT-Found-Idx = ZEROS AND Emp-Claim-Count < 200
               ADD 1 TO Emp-Claim-Count
               MOVE Emp-Claim-Count TO ECT-Found-Idx
               MOVE EC-Employee-ID TO ECT-Employee-ID(ECT-Found-Idx)
               MOVE "NOT ON EMPMAST.DAT" TO ECT-Name(ECT-Found-Idx)
               MOVE ZEROS TO ECT-Pending(ECT-Found-Idx),
                   ECT-Approved(ECT-Found-Idx),
                   ECT-Paid(ECT-Found-Idx)
               MOVE "N" TO ECT-Printed(ECT-Found-Idx)
           END-IF.
           IF ECT-Found-Idx = ZEROS OR Claim-Line-Count >= 2000
               ADD 1 TO Lines-Skipped
           ELSE
               ADD 1 TO Claim-Line-Count
               MOVE EC-Claim-No TO CLT-Claim-No(Claim-Line-Count)
               MOVE EC-Line-No TO CLT-Line-No(Claim-Line-Count)
               MOVE EC-Employee-ID TO CLT-Employee-ID(Claim-Line-Count)
               MOVE EC-Status TO CLT-Status(Claim-Line-Count)
               MOVE EC-Line-Date TO CLT-Line-Date(Claim-Line-Count)
               MOVE EC-Category TO CLT-Category(Claim-Line-Count)
               MOVE EC-Amount TO CLT-Amount(Claim-Line-Count)
               MOVE EC-Vat TO CLT-Vat(Claim-Line-Count)
               MOVE EC-Paid-Period TO CLT-Paid-Period(Claim-Line-Count)
               EVALUATE TRUE
                   WHEN EC-Is-Pending
                       ADD EC-Amount TO ECT-Pending(ECT-Found-Idx),
                           Grand-Pending
                   WHEN EC-Is-Approved
                       ADD EC-Amount TO ECT-Approved(ECT-Found-Idx),
                           Grand-Approved
                   WHEN OTHER
                       ADD EC-Amount TO ECT-Paid(ECT-Found-Idx),
                           Grand-Paid
               END-EVALUATE
           END-IF.

       1100-LOAD-EMPLOYEE-NAMES.
           OPEN INPUT EmpMasterFile.
           IF WS-EmpMaster-File-Status = "00"
               READ EmpMasterFile
                   AT END SET EndOfEmpMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfEmpMasterFile
                   PERFORM VARYING ECT-Idx FROM 1 BY 1
                       UNTIL ECT-Idx > Emp-Claim-Count
                       IF ECT-Employee-ID(ECT-Idx)
                           = EmpMast-Employee-ID
                           MOVE EmpMast-Name TO ECT-Name(ECT-Idx)
                       END-IF
                   END-PERFORM
                   READ EmpMasterFile
                       AT END SET EndOfEmpMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EmpMasterFile
           END-IF.

       2000-PRINT-EMPLOYEES-IN-ORDER.
           PERFORM 2100-FIND-NEXT-EMPLOYEE.
           PERFORM UNTIL Report-Employee-ID = HIGH-VALUES
               PERFORM 2200-PRINT-ONE-EMPLOYEE
               PERFORM 2100-FIND-NEXT-EMPLOYEE
           END-PERFORM.

       2100-FIND-NEXT-EMPLOYEE.
           MOVE HIGH-VALUES TO Report-Employee-ID.
           PERFORM VARYING ECT-Idx FROM 1 BY 1
               UNTIL ECT-Idx > Emp-Claim-Count
               IF ECT-Printed(ECT-Idx) NOT = "Y"
                   AND ECT-Employee-ID(ECT-Idx) < Report-Employee-ID
                   MOVE ECT-Employee-ID(ECT-Idx) TO Report-Employee-ID
                   MOVE ECT-Idx TO ECT-Found-Idx
               END-IF
           END-PERFORM.

       2200-PRINT-ONE-EMPLOYEE.
           MOVE "Y" TO ECT-Printed(ECT-Found-Idx).
           MOVE Report-Employee-ID TO Prn-Employee-ID.
           MOVE ECT-Name(ECT-Found-Idx) TO Prn-Employee-Name.
           WRITE ExpClm-Print-Line FROM ExpClm-Emp-Line
           AFTER ADVANCING 2 LINES.
           WRITE ExpClm-Print-Line FROM ExpClm-Column-Line
           AFTER ADVANCING 1 LINE.
           PERFORM VARYING CLT-Idx FROM 1 BY 1
               UNTIL CLT-Idx > Claim-Line-Count
               IF CLT-Employee-ID(CLT-Idx) = Report-Employee-ID
                   PERFORM 2300-PRINT-CLAIM-LINE
               END-IF
           END-PERFORM.
           MOVE "PENDING APPROVAL      : " TO Prn-Total-Label.
           MOVE ECT-Pending(ECT-Found-Idx) TO Prn-Total-Amount.
           WRITE ExpClm-Print-Line FROM ExpClm-Total-Line
           AFTER ADVANCING 2 LINES.
           MOVE "APPROVED, NOT YET PAID: " TO Prn-Total-Label.
           MOVE ECT-Approved(ECT-Found-Idx) TO Prn-Total-Amount.
           WRITE ExpClm-Print-Line FROM ExpClm-Total-Line
           AFTER ADVANCING 1 LINE.
           MOVE "PAID THIS YEAR        : " TO Prn-Total-Label.
           MOVE ECT-Paid(ECT-Found-Idx) TO Prn-Total-Amount.
           WRITE ExpClm-Print-Line FROM ExpClm-Total-Line
           AFTER ADVANCING 1 LINE.

       2300-PRINT-CLAIM-LINE.
           MOVE CLT-Claim-No(CLT-Idx) TO Prn-Claim-No.
           MOVE CLT-Line-No(CLT-Idx) TO Prn-Line-No.
           MOVE CLT-Line-Date(CLT-Idx) TO Prn-Line-Date.
           MOVE CLT-Category(CLT-Idx) TO Prn-Category.
           MOVE CLT-Amount(CLT-Idx) TO Prn-Amount.
           MOVE CLT-Vat(CLT-Idx) TO Prn-Vat.
           MOVE SPACES TO Prn-Paid-Period.
           EVALUATE CLT-Status(CLT-Idx)
               WHEN "P"
                   MOVE "PENDING APPROVAL" TO Prn-Status-Text
               WHEN "A"
                   MOVE "APPROVED TO PAY" TO Prn-Status-Text
               WHEN OTHER
                   MOVE "PAID" TO Prn-Status-Text
                   MOVE CLT-Paid-Period(CLT-Idx) TO Prn-Paid-Period
           END-EVALUATE.
           WRITE ExpClm-Print-Line FROM ExpClm-Detail-Line
           AFTER ADVANCING 1 LINE.

       3000-PRINT-GRAND-TOTALS.
           MOVE SPACES TO ExpClm-Print-Line.
           MOVE " ALL EMPLOYEES" TO ExpClm-Print-Line.
           WRITE ExpClm-Print-Line
           AFTER ADVANCING 3 LINES.
           MOVE "PENDING APPROVAL      : " TO Prn-Total-Label.
           MOVE Grand-Pending TO Prn-Total-Amount.
           WRITE ExpClm-Print-Line FROM ExpClm-Total-Line
           AFTER ADVANCING 1 LINE.
           MOVE "APPROVED, NOT YET PAID: " TO Prn-Total-Label.
           MOVE Grand-Approved TO Prn-Total-Amount.
           WRITE ExpClm-Print-Line FROM ExpClm-Total-Line
           AFTER ADVANCING 1 LINE.
           MOVE "PAID THIS YEAR        : " TO Prn-Total-Label.
           MOVE Grand-Paid TO Prn-Total-Amount.
           WRITE ExpClm-Print-Line FROM ExpClm-Total-Line
           AFTER ADVANCING 1 LINE.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="EXPCLMRPT"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM ExpClmRpt.
