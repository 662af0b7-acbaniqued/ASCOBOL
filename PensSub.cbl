      ******************************************************************
      * Author:
      * Date:
      * Purpose: Period-end pension contribution run. Reads the
      *          PAYREG.DAT lines for one pay period and works out,
      *          for every member of a pension scheme, the
      *          pensionable pay (gross pay for the period), the
      *          employee contribution already deducted, and the
      *          employer contribution at the scheme's PENSCHEM.DAT
      *          employer rate. The scheme is the EMPMAST.DAT pension
      *          scheme code; an employee with no code is in the
      *          first scheme on PENSCHEM.DAT. PENSSUB.DAT is the
      *          provider's fixed-format contribution file - per
      *          scheme a header, one line per member and a trailer
      *          carrying the member count and control totals - and
      *          the employee and employer contributions post to
      *          GLJRNL.DAT as one batch with its trailer: source
      *          PENSEE (debit wages, credit the pension liability)
      *          and source PENSER (debit employer pension cost,
      *          credit the liability). PENSCTL.RPT is the control
      *          report, with the amount due to each provider. Only
      *          when the scheduled employee contributions equal the
      *          pension deducted on the register for the period,
      *          every member's scheme is known and both GLMAP.DAT
      *          rows are there is anything released; a period
      *          already on PENSHIST.DAT is never released twice.
      *          PENSPARM.DAT carries the period date unattended,
      *          the same present-or-prompt pattern BankPay uses.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PensSub.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PayRegFile ASSIGN TO "PAYREG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PayReg-File-Status.

       SELECT EmpMasterFile ASSIGN TO "EMPMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EmpMaster-File-Status.

      * Pension schemes, hand-kept like TAXBAND.DAT: scheme code,
      * employer contribution rate, the provider's reference for
      * the employer, scheme name.
       SELECT PenSchemeFile ASSIGN TO "PENSCHEM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PenScheme-File-Status.

      * Leaver statements SUBTRACTEXAMPLE writes with the final pay.
       SELECT LeaverFile ASSIGN TO "LEAVER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Leaver-File-Status.

      * The provider's contribution file, cut fresh per period.
       SELECT PenSubFile ASSIGN TO "PENSSUB.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PenSub-File-Status.

      * Every contribution released, appended run on run - the
      * record of what was submitted for each period.
       SELECT PenHistFile ASSIGN TO "PENSHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PenHist-File-Status.

       SELECT GlMapFile ASSIGN TO "GLMAP.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlMap-File-Status.

       SELECT GlJournalFile ASSIGN TO "GLJRNL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlJournal-File-Status.

       SELECT PenCtlRep ASSIGN TO "PENSCTL.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PenParmFile ASSIGN TO "PENSPARM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PenParm-File-Status.
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD PayRegFile.
       01 PayReg-Rec.
           88 EndOfPayRegFile     VALUE HIGH-VALUES.
           02  PayReg-Period-Date      PIC 9(8).
           02  FILLER                  PIC X.
           02  PayReg-Employee-ID      PIC X(5).
           02  FILLER                  PIC X.
           02  PayReg-GrossPay         PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  PayReg-Tax              PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  PayReg-Pension          PIC 9(7)V99.

       FD EmpMasterFile.
       01 EmpMast-Rec.
           88 EndOfEmpMasterFile  VALUE HIGH-VALUES.
           02  EmpMast-Employee-ID     PIC X(5).
           02  FILLER                  PIC X.
           02  EmpMast-Name            PIC X(20).
           02  FILLER                  PIC X.
           02  EmpMast-Tax-Code        PIC X(3).
           02  FILLER                  PIC X.
           02  EmpMast-Tax-Rate        PIC V999.
           02  FILLER                  PIC X.
           02  EmpMast-Pension-Rate    PIC V999.
           02  FILLER                  PIC X(80).
           02  EmpMast-Pension-Scheme  PIC X(3).

       FD PenSchemeFile.
       01 PenScheme-Rec.
           88 EndOfPenSchemeFile  VALUE HIGH-VALUES.
           02  PenScheme-Code          PIC X(3).
           02  FILLER                  PIC X.
           02  PenScheme-Employer-Rate PIC V999.
           02  FILLER                  PIC X.
           02  PenScheme-Provider-Ref  PIC X(10).
           02  FILLER                  PIC X.
           02  PenScheme-Name          PIC X(20).

       FD LeaverFile.
       01 Leaver-Rec.
           88 EndOfLeaverFile          VALUE HIGH-VALUES.
           02  Lvr-Employee-ID         PIC X(5).
           02  FILLER                  PIC X.
           02  Lvr-Leave-Date          PIC 9(8).
           02  FILLER                  PIC X.
           02  Lvr-Final-Period        PIC 9(8).

      * Record type H header, D member, T trailer, each led by the
      * scheme code.
       FD PenSubFile.
       01 PenSub-Header-Rec.
           02  PSH-Rec-Type            PIC X.
           02  FILLER                  PIC X.
           02  PSH-Scheme-Code         PIC X(3).
           02  FILLER                  PIC X.
           02  PSH-Provider-Ref        PIC X(10).
           02  FILLER                  PIC X.
           02  PSH-Period-Date         PIC 9(8).
           02  FILLER                  PIC X.
           02  PSH-Created-Date        PIC 9(8).
           02  FILLER                  PIC X.
           02  PSH-Scheme-Name         PIC X(20).
       01 PenSub-Member-Rec.
           02  PSD-Rec-Type            PIC X.
           02  FILLER                  PIC X.
           02  PSD-Scheme-Code         PIC X(3).
           02  FILLER                  PIC X.
           02  PSD-Employee-ID         PIC X(5).
           02  FILLER                  PIC X.
           02  PSD-Employee-Name       PIC X(20).
           02  FILLER                  PIC X.
           02  PSD-Pensionable-Pay     PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  PSD-Employee-Contrib    PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  PSD-Employer-Contrib    PIC 9(7)V99.
       01 PenSub-Trailer-Rec.
           02  PST-Rec-Type            PIC X.
           02  FILLER                  PIC X.
           02  PST-Scheme-Code         PIC X(3).
           02  FILLER                  PIC X.
           02  PST-Member-Count        PIC 9(5).
           02  FILLER                  PIC X.
           02  PST-Pensionable-Pay     PIC 9(9)V99.
           02  FILLER                  PIC X.
           02  PST-Employee-Contrib    PIC 9(9)V99.
           02  FILLER                  PIC X.
           02  PST-Employer-Contrib    PIC 9(9)V99.
           02  FILLER                  PIC X.
           02  PST-Total-Due           PIC 9(9)V99.

       FD PenHistFile.
       01 PenHist-Rec.
           88 EndOfPenHistFile    VALUE HIGH-VALUES.
           02  PH-Period-Date          PIC 9(8).
           02  FILLER                  PIC X.
           02  PH-Scheme-Code          PIC X(3).
           02  FILLER                  PIC X.
           02  PH-Employee-ID          PIC X(5).
           02  FILLER                  PIC X.
           02  PH-Pensionable-Pay      PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  PH-Employee-Contrib     PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  PH-Employer-Contrib     PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  PH-Business-Date        PIC 9(8).

       FD GlMapFile.
       01 GlMap-Rec.
           88 EndOfGlMapFile       VALUE HIGH-VALUES.
           02  GlMap-Source            PIC X(8).
           02  FILLER                  PIC X.
           02  GlMap-Debit-Account     PIC X(6).
           02  FILLER                  PIC X.
           02  GlMap-Credit-Account    PIC X(6).

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

       FD PenCtlRep.
       01 PenCtl-Print-Line            PIC X(80).

       FD PenParmFile.
       01 PenParm-Rec.
           02  PenParm-Period-Date     PIC 9(8).

       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-PayReg-File-Status        PIC XX.
       01  WS-EmpMaster-File-Status     PIC XX.
       01  WS-PenScheme-File-Status     PIC XX.
       01  WS-Leaver-File-Status        PIC XX.
       01  WS-PenSub-File-Status        PIC XX.
       01  WS-PenHist-File-Status       PIC XX.
       01  WS-GlMap-File-Status         PIC XX.
       01  WS-GlJournal-File-Status     PIC XX.
       01  WS-PenParm-File-Status       PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Pay-Period-Date              PIC 9(8).

       01  Scheme-Table.
           02  Scheme-Entry OCCURS 20 TIMES.
               03  SCH-Code             PIC X(3).
               03  SCH-Employer-Rate    PIC V999.
               03  SCH-Provider-Ref     PIC X(10).
               03  SCH-Name             PIC X(20).
               03  SCH-Member-Count     PIC 9(5).
               03  SCH-Pensionable-Pay  PIC 9(9)V99.
               03  SCH-Employee-Contrib PIC 9(9)V99.
               03  SCH-Employer-Contrib PIC 9(9)V99.
       01  Scheme-Count                 PIC 99 VALUE ZEROS.
       01  SCH-Idx                      PIC 99.
       01  SCH-Found-Idx                PIC 99.

       01  Emp-Pension-Table.
           02  Emp-Pension-Entry OCCURS 200 TIMES.
               03  EPT-Employee-ID      PIC X(5).
               03  EPT-Name             PIC X(20).
               03  EPT-Pension-Rate     PIC V999.
               03  EPT-Scheme-Code      PIC X(3).
       01  Emp-Pension-Count            PIC 9(3) VALUE ZEROS.
       01  EPT-Idx                      PIC 9(3).
       01  EPT-Found-Idx                PIC 9(3).

      * One entry per employee paid in the period, summed across
      * the period's register lines.
       01  Member-Table.
           02  Member-Entry OCCURS 200 TIMES.
               03  MBR-Employee-ID      PIC X(5).
               03  MBR-Name             PIC X(20).
               03  MBR-Scheme-Code      PIC X(3).
               03  MBR-Scheme-Idx       PIC 99.
               03  MBR-Pensionable-Pay  PIC 9(7)V99.
               03  MBR-Employee-Contrib PIC 9(7)V99.
               03  MBR-Employer-Contrib PIC 9(7)V99.
               03  MBR-Status           PIC X.
                   88 MBR-In-Scheme     VALUE "Y".
                   88 MBR-Not-Member    VALUE "N".
                   88 MBR-No-Scheme     VALUE "X".
       01  Member-Count                 PIC 9(3) VALUE ZEROS.
       01  MBR-Idx                      PIC 9(3).
       01  MBR-Found-Switch             PIC X VALUE "N".
           88 MBR-Is-Found              VALUE "Y".
       01  Member-Overflow-Switch       PIC X VALUE "N".
           88 Member-Overflowed         VALUE "Y".

      * Leavers and the period of their final pay; a line after it
      * is held back as BankPay holds it.
       01  Leaver-Table.
           02  Leaver-Entry OCCURS 200 TIMES.
               03  LVT-Employee-ID      PIC X(5).
               03  LVT-Final-Period     PIC 9(8).
       01  Leaver-Count                 PIC 9(3) VALUE ZEROS.
       01  LVT-Idx                      PIC 9(3).
       01  Leaver-Held-Switch           PIC X VALUE "N".
           88 Leaver-Is-Held            VALUE "Y".
       01  Held-Count                   PIC 9(3) VALUE ZEROS.

       01  Period-Pension-Total         PIC 9(9)V99 VALUE ZEROS.
       01  Schedule-Employee-Total      PIC 9(9)V99 VALUE ZEROS.
       01  Schedule-Employer-Total      PIC 9(9)V99 VALUE ZEROS.
       01  Schedule-Pensionable-Total   PIC 9(9)V99 VALUE ZEROS.
       01  Scheme-Due                   PIC 9(9)V99.
       01  No-Scheme-Count              PIC 9(3) VALUE ZEROS.
       01  Members-Scheduled            PIC 9(5) VALUE ZEROS.
       01  Already-Submitted-Switch     PIC X VALUE "N".
           88 Already-Submitted         VALUE "Y".
       01  Release-Switch               PIC X VALUE "N".
           88 Release-Allowed           VALUE "Y".

       01  Gl-Map-Table.
           02  Gl-Map-Entry OCCURS 200 TIMES.
               03  GLM-Source           PIC X(8).
               03  GLM-Debit-Account    PIC X(6).
               03  GLM-Credit-Account   PIC X(6).
       01  Gl-Map-Count                 PIC 9(3) VALUE ZEROS.
       01  GLM-Idx                      PIC 9(3).
       01  Map-Lookup-Source            PIC X(8).
       01  Map-Found-Idx                PIC 9(3).
       01  Employee-Map-Idx             PIC 9(3) VALUE ZEROS.
       01  Employer-Map-Idx             PIC 9(3) VALUE ZEROS.

       01  Journal-Line-Count           PIC 9(8) VALUE ZEROS.
       01  Journal-Amount-Hash          PIC S9(9)V99 VALUE ZEROS.
       01  Posting-Account              PIC X(6).
       01  Posting-DC-Flag              PIC X.
       01  Posting-Amount               PIC 9(9)V99.
       01  Posting-Source               PIC X(8).

       01  PenCtl-Heading-Line.
           02  FILLER                   PIC X(40) VALUE
               "   PENSION CONTRIBUTION CONTROL REPORT  ".
           02  FILLER                   PIC X(8)  VALUE "PERIOD: ".
           02  CTL-Period-Date          PIC 9(8).

       01  PenCtl-Column-Line.
           02  FILLER                   PIC X(40) VALUE
               " EMPLOYEE NAME                 SCHEME  ".
           02  FILLER                   PIC X(40) VALUE
               "PENSIONABLE  EMPLOYEE  EMPLOYER NOTE    ".

       01  PenCtl-Detail-Line.
           02  FILLER                   PIC X     VALUE SPACE.
           02  CTL-Employee-ID          PIC X(5).
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  CTL-Employee-Name        PIC X(20).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  CTL-Scheme-Code          PIC X(3).
           02  FILLER                   PIC X     VALUE SPACE.
           02  CTL-Pensionable-Pay      PIC ZZZ,ZZ9.99.
           02  FILLER                   PIC X     VALUE SPACE.
           02  CTL-Employee-Contrib     PIC ZZ,ZZ9.99.
           02  FILLER                   PIC X     VALUE SPACE.
           02  CTL-Employer-Contrib     PIC ZZ,ZZ9.99.
           02  FILLER                   PIC X     VALUE SPACE.
           02  CTL-Note                 PIC X(14).

       01  PenCtl-Scheme-Line.
           02  FILLER                   PIC X(9)  VALUE " SCHEME: ".
           02  CTL-Sch-Code             PIC X(3).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  CTL-Sch-Name             PIC X(20).
           02  FILLER                   PIC X(12) VALUE
               "  PROVIDER: ".
           02  CTL-Sch-Provider-Ref     PIC X(10).
           02  FILLER                   PIC X(11) VALUE
               "  MEMBERS: ".
           02  CTL-Sch-Members          PIC ZZ,ZZ9.

       01  PenCtl-Amount-Line.
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  CTL-Amount-Label         PIC X(24).
           02  CTL-Amount               PIC ZZZ,ZZZ,ZZ9.99.

       01  PenCtl-Match-Line            PIC X(60) VALUE
           " TOTALS AGREE - PENSSUB.DAT RELEASED AND POSTED".

       01  PenCtl-Mismatch-Line         PIC X(60) VALUE
           " NOTHING RELEASED - SEE THE LINES ABOVE".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           PERFORM GET-PAY-PERIOD-DATE.
           PERFORM LOAD-PENSION-SCHEMES.
           PERFORM LOAD-EMPLOYEE-PENSIONS.
           PERFORM LOAD-LEAVER-STATEMENTS.
           PERFORM LOAD-GL-MAP.
           PERFORM CHECK-ALREADY-SUBMITTED.
           PERFORM SUM-PERIOD-PENSIONS.
           PERFORM ASSIGN-SCHEMES.
           PERFORM PROVE-AND-RELEASE.
           PERFORM Log-Run-Complete.
           STOP RUN.

       GET-PAY-PERIOD-DATE.
           OPEN INPUT PenParmFile.
           IF WS-PenParm-File-Status = "00"
               READ PenParmFile
                   NOT AT END
                       MOVE PenParm-Period-Date TO Pay-Period-Date
               END-READ
               CLOSE PenParmFile
           ELSE
               DISPLAY "PAY PERIOD DATE (YYYYMMDD)"
               ACCEPT Pay-Period-Date
           END-IF.

       LOAD-PENSION-SCHEMES.
           OPEN INPUT PenSchemeFile.
           IF WS-PenScheme-File-Status = "00"
               READ PenSchemeFile
                   AT END SET EndOfPenSchemeFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfPenSchemeFile
                   IF Scheme-Count < 20
                       ADD 1 TO Scheme-Count
                       MOVE PenScheme-Code TO SCH-Code(Scheme-Count)
                       MOVE ZEROS TO SCH-Employer-Rate(Scheme-Count)
                       IF PenScheme-Employer-Rate IS NUMERIC
                           MOVE PenScheme-Employer-Rate
                               TO SCH-Employer-Rate(Scheme-Count)
                       END-IF
                       MOVE PenScheme-Provider-Ref
                           TO SCH-Provider-Ref(Scheme-Count)
                       MOVE PenScheme-Name TO SCH-Name(Scheme-Count)
                       MOVE ZEROS TO SCH-Member-Count(Scheme-Count),
                           SCH-Pensionable-Pay(Scheme-Count),
                           SCH-Employee-Contrib(Scheme-Count),
                           SCH-Employer-Contrib(Scheme-Count)
                   ELSE
                       DISPLAY "WARNING: SCHEME TABLE FULL, SCHEME "
                           PenScheme-Code " SKIPPED"
                   END-IF
                   READ PenSchemeFile
                       AT END SET EndOfPenSchemeFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PenSchemeFile
           ELSE
               DISPLAY "WARNING: PENSCHEM.DAT NOT AVAILABLE - NO "
                   "SCHEMES"
           END-IF.

      * Masters from before the scheme code read it as spaces: the
      * first scheme on PENSCHEM.DAT.
       LOAD-EMPLOYEE-PENSIONS.
           OPEN INPUT EmpMasterFile.
           IF WS-EmpMaster-File-Status = "00"
               READ EmpMasterFile
                   AT END SET EndOfEmpMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfEmpMasterFile
                   IF Emp-Pension-Count < 200
                       ADD 1 TO Emp-Pension-Count
                       MOVE EmpMast-Employee-ID
                           TO EPT-Employee-ID(Emp-Pension-Count)
                       MOVE EmpMast-Name
                           TO EPT-Name(Emp-Pension-Count)
                       MOVE ZEROS
                           TO EPT-Pension-Rate(Emp-Pension-Count)
                       IF EmpMast-Pension-Rate IS NUMERIC
                           MOVE EmpMast-Pension-Rate
                               TO EPT-Pension-Rate(Emp-Pension-Count)
                       END-IF
                       MOVE EmpMast-Pension-Scheme
                           TO EPT-Scheme-Code(Emp-Pension-Count)
                   END-IF
                   READ EmpMasterFile
                       AT END SET EndOfEmpMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EmpMasterFile
           ELSE
               DISPLAY "WARNING: EMPMAST.DAT NOT AVAILABLE - NO "
                   "SCHEME MEMBERSHIP"
           END-IF.

       LOAD-LEAVER-STATEMENTS.
           OPEN INPUT LeaverFile.
           IF WS-Leaver-File-Status = "00"
               READ LeaverFile
                   AT END SET EndOfLeaverFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfLeaverFile
                   IF Leaver-Count < 200
                       ADD 1 TO Leaver-Count
                       MOVE Lvr-Employee-ID
                           TO LVT-Employee-ID(Leaver-Count)
                       MOVE Lvr-Final-Period
                           TO LVT-Final-Period(Leaver-Count)
                   ELSE
                       DISPLAY "WARNING: LEAVER TABLE FULL, "
                           Lvr-Employee-ID " NOT CHECKED"
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   READ LeaverFile
                       AT END SET EndOfLeaverFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LeaverFile
           END-IF.

       LOAD-GL-MAP.
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
           MOVE "PENSEE" TO Map-Lookup-Source.
           PERFORM FIND-GL-MAP.
           MOVE Map-Found-Idx TO Employee-Map-Idx.
           MOVE "PENSER" TO Map-Lookup-Source.
           PERFORM FIND-GL-MAP.
           MOVE Map-Found-Idx TO Employer-Map-Idx.

       FIND-GL-MAP.
           MOVE ZEROS TO Map-Found-Idx.
           PERFORM VARYING GLM-Idx FROM 1 BY 1
               UNTIL GLM-Idx > Gl-Map-Count
               OR Map-Found-Idx > ZEROS
               IF GLM-Source(GLM-Idx) = Map-Lookup-Source
                   MOVE GLM-Idx TO Map-Found-Idx
               END-IF
           END-PERFORM.

       CHECK-ALREADY-SUBMITTED.
           OPEN INPUT PenHistFile.
           IF WS-PenHist-File-Status = "00"
               READ PenHistFile
                   AT END SET EndOfPenHistFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfPenHistFile
                   IF PH-Period-Date = Pay-Period-Date
                       SET Already-Submitted TO TRUE
                   END-IF
                   READ PenHistFile
                       AT END SET EndOfPenHistFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PenHistFile
           END-IF.

       SUM-PERIOD-PENSIONS.
           OPEN INPUT PayRegFile.
           IF WS-PayReg-File-Status NOT = "00"
               DISPLAY "WARNING: PAYREG.DAT NOT AVAILABLE - "
                   "NOTHING TO SCHEDULE"
           ELSE
               READ PayRegFile
                   AT END SET EndOfPayRegFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfPayRegFile
                   IF PayReg-Period-Date = Pay-Period-Date
                       PERFORM CHECK-LEAVER-HELD
                       IF Leaver-Is-Held
                           ADD 1 TO Held-Count
                       ELSE
                           ADD PayReg-Pension TO Period-Pension-Total
                           PERFORM ADD-TO-MEMBER-TABLE
                       END-IF
                   END-IF
                   READ PayRegFile
                       AT END SET EndOfPayRegFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PayRegFile
           END-IF.

      * A leaver's pay after the final period is not paid by
      * BankPay, so nothing is scheduled on it either.
       CHECK-LEAVER-HELD.
           MOVE "N" TO Leaver-Held-Switch.
           PERFORM VARYING LVT-Idx FROM 1 BY 1
               UNTIL LVT-Idx > Leaver-Count
               IF LVT-Employee-ID(LVT-Idx) = PayReg-Employee-ID
                   AND LVT-Final-Period(LVT-Idx) < Pay-Period-Date
                   SET Leaver-Is-Held TO TRUE
               END-IF
           END-PERFORM.

       ADD-TO-MEMBER-TABLE.
           MOVE "N" TO MBR-Found-Switch.
           PERFORM VARYING MBR-Idx FROM 1 BY 1
               UNTIL MBR-Idx > Member-Count OR MBR-Is-Found
               IF MBR-Employee-ID(MBR-Idx) = PayReg-Employee-ID
                   SET MBR-Is-Found TO TRUE
                   ADD PayReg-GrossPay TO MBR-Pensionable-Pay(MBR-Idx)
                   ADD PayReg-Pension TO MBR-Employee-Contrib(MBR-Idx)
               END-IF
           END-PERFORM.
           IF NOT MBR-Is-Found
               IF Member-Count < 200
                   ADD 1 TO Member-Count
                   MOVE PayReg-Employee-ID
                       TO MBR-Employee-ID(Member-Count)
                   MOVE PayReg-GrossPay
                       TO MBR-Pensionable-Pay(Member-Count)
                   MOVE PayReg-Pension
                       TO MBR-Employee-Contrib(Member-Count)
               ELSE
                   SET Member-Overflowed TO TRUE
                   DISPLAY "WARNING: MEMBER TABLE FULL, EMPLOYEE "
                       PayReg-Employee-ID " NOT SCHEDULED"
               END-IF
           END-IF.

      * A member is anyone with an employee contribution rate on the
      * master or pension deducted in the period. The employer pays
      * the scheme rate on the same pensionable pay.
       ASSIGN-SCHEMES.
           PERFORM VARYING MBR-Idx FROM 1 BY 1
               UNTIL MBR-Idx > Member-Count
               MOVE ZEROS TO EPT-Found-Idx
               PERFORM VARYING EPT-Idx FROM 1 BY 1
                   UNTIL EPT-Idx > Emp-Pension-Count
                   IF EPT-Employee-ID(EPT-Idx)
                       = MBR-Employee-ID(MBR-Idx)
                       MOVE EPT-Idx TO EPT-Found-Idx
                   END-IF
               END-PERFORM
               MOVE ZEROS TO MBR-Employer-Contrib(MBR-Idx),
                   MBR-Scheme-Idx(MBR-Idx)
               MOVE SPACES TO MBR-Name(MBR-Idx),
                   MBR-Scheme-Code(MBR-Idx)
               SET MBR-Not-Member(MBR-Idx) TO TRUE
               IF EPT-Found-Idx > ZEROS
                   MOVE EPT-Name(EPT-Found-Idx) TO MBR-Name(MBR-Idx)
                   MOVE EPT-Scheme-Code(EPT-Found-Idx)
                       TO MBR-Scheme-Code(MBR-Idx)
                   IF EPT-Pension-Rate(EPT-Found-Idx) > ZEROS
                       SET MBR-In-Scheme(MBR-Idx) TO TRUE
                   END-IF
               END-IF
               IF MBR-Employee-Contrib(MBR-Idx) > ZEROS
                   SET MBR-In-Scheme(MBR-Idx) TO TRUE
               END-IF
               IF MBR-In-Scheme(MBR-Idx)
                   PERFORM ADD-MEMBER-TO-SCHEME
               END-IF
           END-PERFORM.

       ADD-MEMBER-TO-SCHEME.
           MOVE ZEROS TO SCH-Found-Idx.
           IF MBR-Scheme-Code(MBR-Idx) = SPACES
               AND Scheme-Count > ZEROS
               MOVE 1 TO SCH-Found-Idx
               MOVE SCH-Code(1) TO MBR-Scheme-Code(MBR-Idx)
           ELSE
               PERFORM VARYING SCH-Idx FROM 1 BY 1
                   UNTIL SCH-Idx > Scheme-Count
                   IF SCH-Code(SCH-Idx) = MBR-Scheme-Code(MBR-Idx)
                       MOVE SCH-Idx TO SCH-Found-Idx
                   END-IF
               END-PERFORM
           END-IF.
           IF SCH-Found-Idx = ZEROS
               SET MBR-No-Scheme(MBR-Idx) TO TRUE
               ADD 1 TO No-Scheme-Count
           ELSE
               MOVE SCH-Found-Idx TO MBR-Scheme-Idx(MBR-Idx)
               COMPUTE MBR-Employer-Contrib(MBR-Idx) ROUNDED =
                   MBR-Pensionable-Pay(MBR-Idx)
                   * SCH-Employer-Rate(SCH-Found-Idx)
               ADD 1 TO SCH-Member-Count(SCH-Found-Idx),
                   Members-Scheduled
               ADD MBR-Pensionable-Pay(MBR-Idx)
                   TO SCH-Pensionable-Pay(SCH-Found-Idx),
                   Schedule-Pensionable-Total
               ADD MBR-Employee-Contrib(MBR-Idx)
                   TO SCH-Employee-Contrib(SCH-Found-Idx),
                   Schedule-Employee-Total
               ADD MBR-Employer-Contrib(MBR-Idx)
                   TO SCH-Employer-Contrib(SCH-Found-Idx),
                   Schedule-Employer-Total
           END-IF.

      * Nothing goes to the provider or the ledger unless the
      * schedule accounts for every penny deducted for the period:
      * what the provider is sent, what the ledger owes and what is
      * paid to the provider are then one and the same figure.
       PROVE-AND-RELEASE.
           OPEN OUTPUT PenCtlRep.
           MOVE Pay-Period-Date TO CTL-Period-Date.
           WRITE PenCtl-Print-Line FROM PenCtl-Heading-Line
           AFTER ADVANCING 1 LINE.
           WRITE PenCtl-Print-Line FROM PenCtl-Column-Line
           AFTER ADVANCING 2 LINES.
           PERFORM VARYING MBR-Idx FROM 1 BY 1
               UNTIL MBR-Idx > Member-Count
               IF NOT MBR-Not-Member(MBR-Idx)
                   PERFORM PRINT-MEMBER-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING SCH-Idx FROM 1 BY 1
               UNTIL SCH-Idx > Scheme-Count
               IF SCH-Member-Count(SCH-Idx) > ZEROS
                   PERFORM PRINT-SCHEME-TOTALS
               END-IF
           END-PERFORM.
           MOVE "PENSION ON PAYREG.DAT : " TO CTL-Amount-Label.
           MOVE Period-Pension-Total TO CTL-Amount.
           WRITE PenCtl-Print-Line FROM PenCtl-Amount-Line
           AFTER ADVANCING 2 LINES.
           MOVE "EMPLOYEE SCHEDULED    : " TO CTL-Amount-Label.
           MOVE Schedule-Employee-Total TO CTL-Amount.
           WRITE PenCtl-Print-Line FROM PenCtl-Amount-Line
           AFTER ADVANCING 1 LINE.
           MOVE "EMPLOYER SCHEDULED    : " TO CTL-Amount-Label.
           MOVE Schedule-Employer-Total TO CTL-Amount.
           WRITE PenCtl-Print-Line FROM PenCtl-Amount-Line
           AFTER ADVANCING 1 LINE.
           IF Held-Count > ZEROS
               DISPLAY "WARNING: " Held-Count " REGISTER LINES FOR "
                   "LEAVERS AFTER THEIR FINAL PAY LEFT OUT"
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE "Y" TO Release-Switch.
           IF Members-Scheduled = ZEROS
               MOVE "N" TO Release-Switch
               MOVE " NO SCHEME MEMBERS PAID IN THE PERIOD"
                   TO PenCtl-Print-Line
               WRITE PenCtl-Print-Line AFTER ADVANCING 2 LINES
           END-IF.
           IF Already-Submitted
               MOVE "N" TO Release-Switch
               MOVE " PERIOD ALREADY ON PENSHIST.DAT - SUBMITTED "
                   TO PenCtl-Print-Line
               WRITE PenCtl-Print-Line AFTER ADVANCING 2 LINES
           END-IF.
           IF No-Scheme-Count > ZEROS OR Member-Overflowed
               MOVE "N" TO Release-Switch
               MOVE " MEMBERS WITHOUT A SCHEME ON PENSCHEM.DAT"
                   TO PenCtl-Print-Line
               WRITE PenCtl-Print-Line AFTER ADVANCING 2 LINES
           END-IF.
           IF Schedule-Employee-Total NOT = Period-Pension-Total
               MOVE "N" TO Release-Switch
               MOVE " SCHEDULE DISAGREES WITH THE PENSION DEDUCTED"
                   TO PenCtl-Print-Line
               WRITE PenCtl-Print-Line AFTER ADVANCING 2 LINES
           END-IF.
           IF Employee-Map-Idx = ZEROS OR Employer-Map-Idx = ZEROS
               MOVE "N" TO Release-Switch
               MOVE " NO GLMAP.DAT ROW FOR PENSEE OR PENSER"
                   TO PenCtl-Print-Line
               WRITE PenCtl-Print-Line AFTER ADVANCING 2 LINES
           END-IF.

           IF Release-Allowed
               PERFORM WRITE-PROVIDER-FILE
               PERFORM POST-CONTRIBUTIONS
               WRITE PenCtl-Print-Line FROM PenCtl-Match-Line
               AFTER ADVANCING 2 LINES
               DISPLAY "PENSION CONTRIBUTIONS FOR " Pay-Period-Date
                   ": " Members-Scheduled " MEMBERS, EMPLOYEE "
                   Schedule-Employee-Total " EMPLOYER "
                   Schedule-Employer-Total
           ELSE
               WRITE PenCtl-Print-Line FROM PenCtl-Mismatch-Line
               AFTER ADVANCING 1 LINE
               DISPLAY "WARNING: PENSION CONTRIBUTION FILE NOT "
                   "RELEASED - SEE PENSCTL.RPT"
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE PenCtlRep.

       PRINT-MEMBER-LINE.
           MOVE MBR-Employee-ID(MBR-Idx) TO CTL-Employee-ID.
           MOVE MBR-Name(MBR-Idx) TO CTL-Employee-Name.
           MOVE MBR-Scheme-Code(MBR-Idx) TO CTL-Scheme-Code.
           MOVE MBR-Pensionable-Pay(MBR-Idx) TO CTL-Pensionable-Pay.
           MOVE MBR-Employee-Contrib(MBR-Idx) TO CTL-Employee-Contrib.
           MOVE MBR-Employer-Contrib(MBR-Idx) TO CTL-Employer-Contrib.
           IF MBR-No-Scheme(MBR-Idx)
               MOVE "NO SUCH SCHEME" TO CTL-Note
           ELSE
               MOVE SPACES TO CTL-Note
           END-IF.
           WRITE PenCtl-Print-Line FROM PenCtl-Detail-Line
           AFTER ADVANCING 1 LINE.

       PRINT-SCHEME-TOTALS.
           MOVE SCH-Code(SCH-Idx) TO CTL-Sch-Code.
           MOVE SCH-Name(SCH-Idx) TO CTL-Sch-Name.
           MOVE SCH-Provider-Ref(SCH-Idx) TO CTL-Sch-Provider-Ref.
           MOVE SCH-Member-Count(SCH-Idx) TO CTL-Sch-Members.
           WRITE PenCtl-Print-Line FROM PenCtl-Scheme-Line
           AFTER ADVANCING 2 LINES.
           MOVE "PENSIONABLE PAY       : " TO CTL-Amount-Label.
           MOVE SCH-Pensionable-Pay(SCH-Idx) TO CTL-Amount.
           WRITE PenCtl-Print-Line FROM PenCtl-Amount-Line
           AFTER ADVANCING 1 LINE.
           MOVE "EMPLOYEE CONTRIBUTIONS: " TO CTL-Amount-Label.
           MOVE SCH-Employee-Contrib(SCH-Idx) TO CTL-Amount.
           WRITE PenCtl-Print-Line FROM PenCtl-Amount-Line
           AFTER ADVANCING 1 LINE.
           MOVE "EMPLOYER CONTRIBUTIONS: " TO CTL-Amount-Label.
           MOVE SCH-Employer-Contrib(SCH-Idx) TO CTL-Amount.
           WRITE PenCtl-Print-Line FROM PenCtl-Amount-Line
           AFTER ADVANCING 1 LINE.
           ADD SCH-Employee-Contrib(SCH-Idx),
               SCH-Employer-Contrib(SCH-Idx) GIVING Scheme-Due.
           MOVE "DUE TO THE PROVIDER   : " TO CTL-Amount-Label.
           MOVE Scheme-Due TO CTL-Amount.
           WRITE PenCtl-Print-Line FROM PenCtl-Amount-Line
           AFTER ADVANCING 1 LINE.

      * Per scheme a header, its members and a trailer whose totals
      * the provider checks the lines against.
       WRITE-PROVIDER-FILE.
           OPEN OUTPUT PenSubFile.
           OPEN EXTEND PenHistFile.
           IF WS-PenHist-File-Status NOT = "00"
               OPEN OUTPUT PenHistFile
           END-IF.
           PERFORM VARYING SCH-Idx FROM 1 BY 1
               UNTIL SCH-Idx > Scheme-Count
               IF SCH-Member-Count(SCH-Idx) > ZEROS
                   PERFORM WRITE-ONE-SCHEME
               END-IF
           END-PERFORM.
           CLOSE PenHistFile.
           CLOSE PenSubFile.

       WRITE-ONE-SCHEME.
           MOVE SPACES TO PenSub-Header-Rec.
           MOVE "H" TO PSH-Rec-Type.
           MOVE SCH-Code(SCH-Idx) TO PSH-Scheme-Code.
           MOVE SCH-Provider-Ref(SCH-Idx) TO PSH-Provider-Ref.
           MOVE Pay-Period-Date TO PSH-Period-Date.
           MOVE Business-Date TO PSH-Created-Date.
           MOVE SCH-Name(SCH-Idx) TO PSH-Scheme-Name.
           WRITE PenSub-Header-Rec.
           PERFORM VARYING MBR-Idx FROM 1 BY 1
               UNTIL MBR-Idx > Member-Count
               IF MBR-In-Scheme(MBR-Idx)
                   AND MBR-Scheme-Idx(MBR-Idx) = SCH-Idx
                   MOVE SPACES TO PenSub-Member-Rec
                   MOVE "D" TO PSD-Rec-Type
                   MOVE SCH-Code(SCH-Idx) TO PSD-Scheme-Code
                   MOVE MBR-Employee-ID(MBR-Idx) TO PSD-Employee-ID
                   MOVE MBR-Name(MBR-Idx) TO PSD-Employee-Name
                   MOVE MBR-Pensionable-Pay(MBR-Idx)
                       TO PSD-Pensionable-Pay
                   MOVE MBR-Employee-Contrib(MBR-Idx)
                       TO PSD-Employee-Contrib
                   MOVE MBR-Employer-Contrib(MBR-Idx)
                       TO PSD-Employer-Contrib
                   WRITE PenSub-Member-Rec
                   MOVE SPACES TO PenHist-Rec
                   MOVE Pay-Period-Date TO PH-Period-Date
                   MOVE SCH-Code(SCH-Idx) TO PH-Scheme-Code
                   MOVE MBR-Employee-ID(MBR-Idx) TO PH-Employee-ID
                   MOVE MBR-Pensionable-Pay(MBR-Idx)
                       TO PH-Pensionable-Pay
                   MOVE MBR-Employee-Contrib(MBR-Idx)
                       TO PH-Employee-Contrib
                   MOVE MBR-Employer-Contrib(MBR-Idx)
                       TO PH-Employer-Contrib
                   MOVE Business-Date TO PH-Business-Date
                   WRITE PenHist-Rec
               END-IF
           END-PERFORM.
           MOVE SPACES TO PenSub-Trailer-Rec.
           MOVE "T" TO PST-Rec-Type.
           MOVE SCH-Code(SCH-Idx) TO PST-Scheme-Code.
           MOVE SCH-Member-Count(SCH-Idx) TO PST-Member-Count.
           MOVE SCH-Pensionable-Pay(SCH-Idx) TO PST-Pensionable-Pay.
           MOVE SCH-Employee-Contrib(SCH-Idx) TO PST-Employee-Contrib.
           MOVE SCH-Employer-Contrib(SCH-Idx) TO PST-Employer-Contrib.
           ADD SCH-Employee-Contrib(SCH-Idx),
               SCH-Employer-Contrib(SCH-Idx) GIVING PST-Total-Due.
           WRITE PenSub-Trailer-Rec.

      * The employee share was taken out of wages, the employer
      * share is a cost of its own; both are owed to the provider.
       POST-CONTRIBUTIONS.
           OPEN EXTEND GlJournalFile.
           IF WS-GlJournal-File-Status NOT = "00"
               OPEN OUTPUT GlJournalFile
           END-IF.
           IF Schedule-Employee-Total > ZEROS
               MOVE "PENSEE" TO Posting-Source
               MOVE Schedule-Employee-Total TO Posting-Amount
               MOVE GLM-Debit-Account(Employee-Map-Idx)
                   TO Posting-Account
               MOVE "D" TO Posting-DC-Flag
               PERFORM WRITE-JOURNAL-LINE
               MOVE GLM-Credit-Account(Employee-Map-Idx)
                   TO Posting-Account
               MOVE "C" TO Posting-DC-Flag
               PERFORM WRITE-JOURNAL-LINE
           END-IF.
           IF Schedule-Employer-Total > ZEROS
               MOVE "PENSER" TO Posting-Source
               MOVE Schedule-Employer-Total TO Posting-Amount
               MOVE GLM-Debit-Account(Employer-Map-Idx)
                   TO Posting-Account
               MOVE "D" TO Posting-DC-Flag
               PERFORM WRITE-JOURNAL-LINE
               MOVE GLM-Credit-Account(Employer-Map-Idx)
                   TO Posting-Account
               MOVE "C" TO Posting-DC-Flag
               PERFORM WRITE-JOURNAL-LINE
           END-IF.
           IF Journal-Line-Count > ZEROS
               PERFORM WRITE-JOURNAL-TRAILER
           END-IF.
           CLOSE GlJournalFile.

       WRITE-JOURNAL-LINE.
           MOVE SPACES TO GlJournal-Rec.
           MOVE Business-Date TO GlJrnl-Date.
           MOVE Posting-Account TO GlJrnl-Account.
           MOVE Posting-DC-Flag TO GlJrnl-DC-Flag.
           MOVE Posting-Amount TO GlJrnl-Amount.
           MOVE Posting-Source TO GlJrnl-Source.
           WRITE GlJournal-Rec.
           ADD 1 TO Journal-Line-Count.
           ADD Posting-Amount TO Journal-Amount-Hash.

       WRITE-JOURNAL-TRAILER.
           MOVE SPACES TO GlJournal-Rec.
           MOVE Business-Date TO GlJrnl-Date.
           MOVE "TRAILR" TO GlJrnl-Account.
           MOVE "T" TO GlJrnl-DC-Flag.
           MOVE Journal-Amount-Hash TO GlJrnl-Amount.
           MOVE "COUNT" TO GlJrnl-Source.
           MOVE Journal-Line-Count TO GlJrnl-Trail-Count.
           WRITE GlJournal-Rec.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="PENSSUB"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM PensSub.
