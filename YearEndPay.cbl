      *          unattended, the same present-or-prompt pattern
      *          RUNPARM.DAT uses.
      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - A leaver's certificate carries the leaving date and the
      *     gross and tax to date from their LEAVER.DAT statement,
      *     and a leaver whose year's register figures have moved
      *     since the statement was cut - pay after leaving - is
      *     flagged on the certificate and counted on the control
      *     sheet.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YearEndPay.

       SELECT YearEndCtlRep ASSIGN TO "PAYYECTL.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

      * Leaver statements written with each leaver's final pay.
       SELECT LeaverFile ASSIGN TO "LEAVER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Leaver-File-Status.
       COPY "RUNLOGFC.CPY".

       DATA DIVISION.
       01 YearEndParm-Rec.
           02  YEParm-Tax-Year        PIC 9(4).

       FD LeaverFile.
       01 Leaver-Rec.
           88 EndOfLeaverFile     VALUE HIGH-VALUES.
           02  Lvr-Employee-ID         PIC X(5).
           02  FILLER                  PIC X.
           02  Lvr-Leave-Date          PIC 9(8).
           02  FILLER                  PIC X.
           02  Lvr-Final-Period        PIC 9(8).
           02  FILLER                  PIC X.
           02  Lvr-Tax-Year            PIC 9(4).
           02  FILLER                  PIC X.
           02  Lvr-Gross-To-Date       PIC 9(9)V99.
           02  FILLER                  PIC X.
           02  Lvr-Tax-To-Date         PIC 9(9)V99.
           02  FILLER                  PIC X.
           02  Lvr-Pension-To-Date     PIC 9(9)V99.
           02  FILLER                  PIC X.
           02  Lvr-Health-To-Date      PIC 9(9)V99.

       FD TaxCertRep.
       01 TaxCert-Print-Line          PIC X(72).

       01  WS-EmpMaster-File-Status    PIC XX.
       01  WS-BankPay-File-Status      PIC XX.
       01  WS-YearEndParm-File-Status  PIC XX.
       01  WS-Leaver-File-Status       PIC XX.
       COPY "RUNLOGWS.CPY".

       01  Tax-Year                    PIC 9(4) VALUE ZEROS.
               03  CRT-Health           PIC 9(9)V99.
               03  CRT-Net              PIC 9(9)V99.
               03  CRT-Printed          PIC X.
               03  CRT-Leave-Date       PIC 9(8).
               03  CRT-Leaver-Gross     PIC 9(9)V99.
               03  CRT-Leaver-Tax       PIC 9(9)V99.

       01  Cert-Count                  PIC 9(3) VALUE ZEROS.
       01  CRT-Idx                     PIC 9(3).
       01  CRT-Found-Idx               PIC 9(3).
       01  Report-Employee-ID          PIC X(5).
       01  Certs-Printed               PIC 9(3) VALUE ZEROS.
       01  Leavers-Paid-After          PIC 9(3) VALUE ZEROS.

      * Per-period net totals, register side and bank-file side.
       01  Period-Table.
           02  Prn-Money-Label         PIC X(20).
           02  Prn-Money-Amount        PIC Z,ZZZ,ZZ9.99.

       01  Cert-Left-Line.
           02  FILLER                  PIC X(22) VALUE
               " LEFT EMPLOYMENT    : ".
           02  Prn-Leave-Date          PIC 9(8).

       01  Cert-Paid-After-Line        PIC X(60) VALUE
           " PAID AFTER LEAVING - FIGURES MOVED SINCE THE STATEMENT".

       01  Cert-Separator-Line         PIC X(60) VALUE ALL "-".

       01  Ctl-Heading-Line            PIC X(50) VALUE
           02  FILLER                  PIC X(8)  VALUE "  DIFF: ".
           02  Prn-Per-Diff            PIC ZZZ,ZZ9.99-.

       01  Ctl-Leavers-Line.
           02  FILLER                  PIC X(38) VALUE
               " LEAVERS PAID AFTER THEIR STATEMENT : ".
           02  Prn-Leavers-After       PIC ZZ9.

       01  Ctl-Agree-Line              PIC X(50) VALUE
           " EVERY PERIOD AGREES WITH THE BANK FILE".

           PERFORM 1000-LOAD-RUN-PARAMETERS.
           PERFORM 1100-ACCUMULATE-REGISTER.
           PERFORM 1200-ACCUMULATE-BANK-FILE.
           PERFORM 1300-ATTACH-LEAVER-STATEMENTS.
           IF Cert-Count = ZEROS
               DISPLAY "NO PAYREG.DAT LINES FOR " Tax-Year
                   " - NO CERTIFICATES PRODUCED"
           PERFORM 3000-PRINT-CONTROL-SHEET.
           DISPLAY "CERTIFICATES PRINTED: " Certs-Printed.
           DISPLAY "PERIODS WITH DIFFERENCES: " Differences-Found.
           DISPLAY "LEAVERS PAID AFTER LEAVING: " Leavers-Paid-After.
           PERFORM Log-Run-Complete.
           STOP RUN.

                       CRT-Tax(Cert-Count), CRT-Pension(Cert-Count),
                       CRT-Health(Cert-Count), CRT-Net(Cert-Count)
                   MOVE "N" TO CRT-Printed(Cert-Count)
                   MOVE ZEROS TO CRT-Leave-Date(Cert-Count),
                       CRT-Leaver-Gross(Cert-Count),
                       CRT-Leaver-Tax(Cert-Count)
                   MOVE Cert-Count TO CRT-Found-Idx
               ELSE
                   DISPLAY "WARNING: CERTIFICATE TABLE FULL - "
               CLOSE BankPayFile
           END-IF.

      * The tax year's leaver statements onto their certificates;
      * a leaver with no register lines this year has nothing to
      * certify.
       1300-ATTACH-LEAVER-STATEMENTS.
           OPEN INPUT LeaverFile.
           IF WS-Leaver-File-Status = "00"
               READ LeaverFile
                   AT END SET EndOfLeaverFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfLeaverFile
                   IF Lvr-Tax-Year = Tax-Year
                       PERFORM VARYING CRT-Idx FROM 1 BY 1
                           UNTIL CRT-Idx > Cert-Count
                           IF CRT-Employee-ID(CRT-Idx)
                               = Lvr-Employee-ID
                               MOVE Lvr-Leave-Date
                                   TO CRT-Leave-Date(CRT-Idx)
                               MOVE Lvr-Gross-To-Date
                                   TO CRT-Leaver-Gross(CRT-Idx)
                               MOVE Lvr-Tax-To-Date
                                   TO CRT-Leaver-Tax(CRT-Idx)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ LeaverFile
                       AT END SET EndOfLeaverFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LeaverFile
           END-IF.

       2000-PRINT-CERTIFICATES.
           PERFORM 2100-FIND-NEXT-EMPLOYEE.
           PERFORM UNTIL Report-Employee-ID = HIGH-VALUES
           MOVE CRT-Net(CRT-Found-Idx) TO Prn-Money-Amount.
           WRITE TaxCert-Print-Line FROM Cert-Money-Line
           AFTER ADVANCING 1 LINE.
           IF CRT-Leave-Date(CRT-Found-Idx) > ZEROS
               PERFORM 2250-PRINT-LEAVER-FIGURES
           END-IF.
           WRITE TaxCert-Print-Line FROM Cert-Separator-Line
           AFTER ADVANCING 2 LINES.

       2250-PRINT-LEAVER-FIGURES.
           MOVE CRT-Leave-Date(CRT-Found-Idx) TO Prn-Leave-Date.
           WRITE TaxCert-Print-Line FROM Cert-Left-Line
           AFTER ADVANCING 2 LINES.
           MOVE "GROSS TO LEAVING  : " TO Prn-Money-Label.
           MOVE CRT-Leaver-Gross(CRT-Found-Idx) TO Prn-Money-Amount.
           WRITE TaxCert-Print-Line FROM Cert-Money-Line
           AFTER ADVANCING 1 LINE.
           MOVE "TAX TO LEAVING    : " TO Prn-Money-Label.
           MOVE CRT-Leaver-Tax(CRT-Found-Idx) TO Prn-Money-Amount.
           WRITE TaxCert-Print-Line FROM Cert-Money-Line
           AFTER ADVANCING 1 LINE.
           IF CRT-Leaver-Gross(CRT-Found-Idx)
                   NOT = CRT-Gross(CRT-Found-Idx)
               OR CRT-Leaver-Tax(CRT-Found-Idx)
                   NOT = CRT-Tax(CRT-Found-Idx)
               ADD 1 TO Leavers-Paid-After
               WRITE TaxCert-Print-Line FROM Cert-Paid-After-Line
               AFTER ADVANCING 1 LINE
           END-IF.

       2300-FIND-EMPLOYEE-MASTER.
           MOVE SPACES TO Emp-Name-Found, Emp-Tax-Code-Found.
           OPEN INPUT EmpMasterFile.
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF Leavers-Paid-After > ZEROS
               MOVE Leavers-Paid-After TO Prn-Leavers-After
               WRITE YearEndCtl-Print-Line FROM Ctl-Leavers-Line
               AFTER ADVANCING 2 LINES
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE YearEndCtlRep.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
