      *   - Variances break out by the branch code on the till
      *     records (cashier within branch), with a consolidated
      *     company total at the foot.
      *   - The over/short on the till record now includes the card
      *     terminal batch, and a cumulative card difference column
      *     shows each cashier's till card figure against the
      *     terminal's, so a cashier whose voids never reach the
      *     terminal shows up before the settlement run does.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TillVar.
           02  TillRec-Operator-ID     PIC X(5).
           02  FILLER                  PIC X.
           02  TillRec-Branch          PIC X(3).
           02  FILLER                  PIC X.
           02  TillRec-Card            PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  TillRec-Card-Batch      PIC 9(7)V99.

       FD TillVarRep.
       01 Var-Print-Line               PIC X(72).
               03  CVT-Variance         PIC S9(9)V99.
               03  CVT-Nights           PIC 9(5).
               03  CVT-Short-Nights     PIC 9(5).
               03  CVT-Card-Diff        PIC S9(9)V99.

       01  Cashier-Var-Count            PIC 9(3) VALUE ZEROS.
       01  CVT-Idx                      PIC 9(3).
           88 CVT-Is-Found              VALUE "Y".
       01  Line-Branch                  PIC X(3).
       01  Company-Variance             PIC S9(11)V99 VALUE ZEROS.
       01  Company-Card-Diff            PIC S9(11)V99 VALUE ZEROS.

       01  Var-Heading-Line             PIC X(44) VALUE
           "   CUMULATIVE TILL VARIANCE BY CASHIER".

       01  Var-Topic-Line.
           02  FILLER                   PIC X(36) VALUE
               " BRN  CASHIER  NIGHTS  SHORT NIGHTS".
           02  FILLER                   PIC X(36) VALUE
               "     OVER/SHORT       CARD DIFF".

       01  Var-Detail-Line.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  VAR-Cashier-ID           PIC X(5).
           02  FILLER                   PIC X(4)  VALUE SPACES.
           02  VAR-Nights               PIC ZZ,ZZ9.
           02  FILLER                   PIC X(8)  VALUE SPACES.
           02  VAR-Short-Nights         PIC ZZ,ZZ9.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  VAR-Variance             PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  VAR-Card-Diff            PIC ZZZ,ZZZ,ZZ9.99-.

       01  Var-Company-Line.
           02  FILLER                   PIC X(22) VALUE
               " COMPANY OVER/SHORT : ".
           02  VAR-Company-Variance     PIC ZZZ,ZZZ,ZZ9.99-.

       01  Var-Company-Card-Line.
           02  FILLER                   PIC X(22) VALUE
               " COMPANY CARD DIFF  : ".
           02  VAR-Company-Card-Diff    PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
                   MOVE ZEROS TO CVT-Variance(CVT-Idx)
                   MOVE ZEROS TO CVT-Nights(CVT-Idx)
                   MOVE ZEROS TO CVT-Short-Nights(CVT-Idx)
                   MOVE ZEROS TO CVT-Card-Diff(CVT-Idx)
               ELSE
                   DISPLAY "WARNING: CASHIER TABLE FULL, CASHIER "
                       TillRec-Cashier-ID " NOT TRACKED"
               IF TillRec-Variance < ZERO
                   ADD 1 TO CVT-Short-Nights(CVT-Idx)
               END-IF
      * Terminal batch less what the till rang; nights from before
      * card was kept carry spaces there and add nothing.
               IF TillRec-Card IS NUMERIC
                   AND TillRec-Card-Batch IS NUMERIC
                   ADD TillRec-Card-Batch TO CVT-Card-Diff(CVT-Idx)
                   SUBTRACT TillRec-Card FROM CVT-Card-Diff(CVT-Idx)
               END-IF
           END-IF.

       PRINT-VARIANCE-REPORT.
               MOVE CVT-Nights(CVT-Idx) TO VAR-Nights
               MOVE CVT-Short-Nights(CVT-Idx) TO VAR-Short-Nights
               MOVE CVT-Variance(CVT-Idx) TO VAR-Variance
               MOVE CVT-Card-Diff(CVT-Idx) TO VAR-Card-Diff
               ADD CVT-Variance(CVT-Idx) TO Company-Variance
               ADD CVT-Card-Diff(CVT-Idx) TO Company-Card-Diff
               WRITE Var-Print-Line FROM Var-Detail-Line
               AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE Company-Variance TO VAR-Company-Variance.
           WRITE Var-Print-Line FROM Var-Company-Line
           AFTER ADVANCING 2 LINES.
           MOVE Company-Card-Diff TO VAR-Company-Card-Diff.
           WRITE Var-Print-Line FROM Var-Company-Card-Line
           AFTER ADVANCING 1 LINE.
           CLOSE TillVarRep.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
