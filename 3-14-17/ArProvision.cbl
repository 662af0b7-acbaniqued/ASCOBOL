      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end doubtful-debt provision. The open
      *          ARLEDGER.DAT balances are aged into the same
      *          current/30/60/90+ buckets as the ageing report, each
      *          bucket is provided at the percentage credit control
      *          keeps on PROVPARM.DAT, and the provision goes to
      *          GLJRNL.DAT as a reversing journal: the BDPROV lines
      *          dated the business date (debit bad-debt expense,
      *          credit the provision, per the GLMAP.DAT pair) and
      *          the same lines the other way round as BDPROVRV dated
      *          the first of the next month, so each month-end
      *          carries a fresh provision and never a build-up of
      *          old ones. PROVISN.RPT shows the workings for the
      *          auditors. PROVCTL.DAT holds the last month posted,
      *          so a second run in the same month prints the report
      *          but posts nothing.
      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - The AR ledger is indexed on invoice number; it is still
      *     read through in key order.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArProvision.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS AR-Invoice-Number
                 ALTERNATE RECORD KEY IS AR-CustomerID
                     WITH DUPLICATES
                 FILE STATUS IS WS-ArLedger-File-Status.

      * One record: the percentage provided on each ageing bucket,
      * current first - a change of policy is a data change.
       SELECT ProvParmFile ASSIGN TO "PROVPARM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ProvParm-File-Status.

      * One record: the YYYYMM of the last provision posted.
       SELECT ProvCtlFile ASSIGN TO "PROVCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ProvCtl-File-Status.

       SELECT GlMapFile ASSIGN TO "GLMAP.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlMap-File-Status.

       SELECT GlJournalFile ASSIGN TO "GLJRNL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlJournal-File-Status.

       SELECT ProvisionRep ASSIGN TO "PROVISN.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD ArLedgerFile.
       01 ArLedger-Rec.
           88 EndOfArLedgerFile   VALUE HIGH-VALUES.
           02  AR-Invoice-Number      PIC 9(6).
           02  FILLER                 PIC X.
           02  AR-CustomerID          PIC X(5).
           02  FILLER                 PIC X.
           02  AR-Invoice-Date.
               03  AR-Invoice-Year    PIC 9(4).
               03  AR-Invoice-Month   PIC 99.
               03  AR-Invoice-Day     PIC 99.
           02  FILLER                 PIC X.
           02  AR-Invoice-Amount      PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  AR-Amount-Paid         PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  AR-Status              PIC X.
               88 AR-Is-Open          VALUE "O".
           02  FILLER                 PIC X(11).

       FD ProvParmFile.
       01 ProvParm-Rec.
           02  ProvParm-Pct OCCURS 4 TIMES.
               03  ProvParm-Bucket-Pct PIC 999V99.
               03  FILLER              PIC X.

       FD ProvCtlFile.
       01 ProvCtl-Rec.
           02  ProvCtl-Last-Period    PIC 9(6).

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

       FD ProvisionRep.
       01 Provision-Print-Line         PIC X(80).

       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-ArLedger-File-Status      PIC XX.
       01  WS-ProvParm-File-Status      PIC XX.
       01  WS-ProvCtl-File-Status       PIC XX.
       01  WS-GlMap-File-Status         PIC XX.
       01  WS-GlJournal-File-Status     PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Business-Date-Parts REDEFINES Business-Date.
           02  Business-Year            PIC 9(4).
           02  Business-Month           PIC 99.
           02  Business-Day             PIC 99.

       01  Business-Period              PIC 9(6).
       01  Last-Posted-Period           PIC 9(6) VALUE ZEROS.

      * The first of the month after the business date: the day the
      * provision reverses.
       01  Reversal-Date.
           02  Reversal-Year            PIC 9(4).
           02  Reversal-Month           PIC 99.
           02  Reversal-Day             PIC 99.
       01  Reversal-Date-N REDEFINES Reversal-Date PIC 9(8).

       01  Bucket-Table.
           02  Bucket-Entry OCCURS 4 TIMES.
               03  BKT-Name             PIC X(10).
               03  BKT-Balance          PIC S9(9)V99.
               03  BKT-Pct              PIC 999V99.
               03  BKT-Provision        PIC S9(9)V99.
       01  Bucket-Idx                   PIC 9.
       01  Age-Months                   PIC S9(5).
       01  WS-Outstanding               PIC S9(7)V99.
       01  Total-Balance                PIC S9(9)V99 VALUE ZEROS.
       01  Total-Provision              PIC S9(9)V99 VALUE ZEROS.

       01  Parm-Found-Switch            PIC X VALUE "N".
           88 Parm-Was-Found            VALUE "Y".
       01  Post-Switch                  PIC X VALUE "N".
           88 Provision-Posted          VALUE "Y".

       01  GLM-Idx                     PIC 99.
       01  Gl-Map-Count                PIC 99 VALUE ZEROS.
       01  Gl-Map-Table.
           02  Gl-Map-Entry OCCURS 50 TIMES.
               03  GLM-Source          PIC X(8).
               03  GLM-Debit-Account   PIC X(6).
               03  GLM-Credit-Account  PIC X(6).
       01  GLM-Found-Switch            PIC X.
           88 GLM-Is-Found             VALUE "Y".
       01  Posting-Amount              PIC S9(9)V99.
       01  Posting-Account             PIC X(6).
       01  Posting-Date                PIC 9(8).
       01  Posting-Source              PIC X(8).
       01  Journal-Line-Count          PIC 9(8) VALUE ZEROS.
       01  Journal-Amount-Hash         PIC S9(9)V99 VALUE ZEROS.

       01  Provision-Heading-Line      PIC X(50) VALUE
           "     DOUBTFUL-DEBT PROVISION".

       01  Provision-Date-Line.
           02  FILLER                  PIC X(17) VALUE
               " BUSINESS DATE : ".
           02  Prn-Business-Date       PIC 9(8).
           02  FILLER                  PIC X(14) VALUE
               "  REVERSES : ".
           02  Prn-Reversal-Date       PIC 9(8).

       01  Provision-Topic-Line        PIC X(60) VALUE
           " BUCKET         BALANCE         PERCENT       PROVISION".

       01  Provision-Detail-Line.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Bucket-Name         PIC X(10).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Bucket-Balance      PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  Prn-Bucket-Pct          PIC ZZ9.99.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Bucket-Provision    PIC ZZZ,ZZZ,ZZ9.99-.

       01  Provision-Note-Line.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Note                PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           COMPUTE Business-Period = Business-Date / 100.
           PERFORM 1000-SET-UP-BUCKETS.
           PERFORM 1100-LOAD-PARAMETERS.
           IF NOT Parm-Was-Found
               DISPLAY "PROVPARM.DAT NOT AVAILABLE - NO PROVISION "
                   "CALCULATED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1200-LOAD-LAST-PERIOD
               PERFORM 1300-LOAD-GL-MAP
               PERFORM 2000-AGE-OPEN-INVOICES
               PERFORM 2500-CALCULATE-PROVISION
               IF Last-Posted-Period = Business-Period
                   DISPLAY "PROVISION FOR " Business-Period
                       " ALREADY POSTED - REPORT ONLY"
               ELSE
                   IF Total-Provision > ZERO
                       PERFORM 3000-POST-REVERSING-JOURNAL
                   END-IF
               END-IF
               PERFORM 4000-PRINT-PROVISION-REPORT
           END-IF.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-SET-UP-BUCKETS.
           MOVE "CURRENT" TO BKT-Name(1).
           MOVE "30 DAYS" TO BKT-Name(2).
           MOVE "60 DAYS" TO BKT-Name(3).
           MOVE "90+ DAYS" TO BKT-Name(4).
           PERFORM VARYING Bucket-Idx FROM 1 BY 1
               UNTIL Bucket-Idx > 4
               MOVE ZEROS TO BKT-Balance(Bucket-Idx)
               MOVE ZEROS TO BKT-Pct(Bucket-Idx)
               MOVE ZEROS TO BKT-Provision(Bucket-Idx)
           END-PERFORM.
           IF Business-Month = 12
               COMPUTE Reversal-Year = Business-Year + 1
               MOVE 1 TO Reversal-Month
           ELSE
               MOVE Business-Year TO Reversal-Year
               COMPUTE Reversal-Month = Business-Month + 1
           END-IF.
           MOVE 1 TO Reversal-Day.

       1100-LOAD-PARAMETERS.
           OPEN INPUT ProvParmFile.
           IF WS-ProvParm-File-Status = "00"
               READ ProvParmFile
                   NOT AT END
                       SET Parm-Was-Found TO TRUE
                       PERFORM VARYING Bucket-Idx FROM 1 BY 1
                           UNTIL Bucket-Idx > 4
                           IF ProvParm-Bucket-Pct(Bucket-Idx)
                               IS NUMERIC
                               MOVE ProvParm-Bucket-Pct(Bucket-Idx)
                                   TO BKT-Pct(Bucket-Idx)
                           END-IF
                       END-PERFORM
               END-READ
               CLOSE ProvParmFile
           END-IF.

       1200-LOAD-LAST-PERIOD.
           OPEN INPUT ProvCtlFile.
           IF WS-ProvCtl-File-Status = "00"
               READ ProvCtlFile
                   NOT AT END
                       IF ProvCtl-Last-Period IS NUMERIC
                           MOVE ProvCtl-Last-Period
                               TO Last-Posted-Period
                       END-IF
               END-READ
               CLOSE ProvCtlFile
           END-IF.

       1300-LOAD-GL-MAP.
           OPEN INPUT GlMapFile.
           IF WS-GlMap-File-Status = "00"
               READ GlMapFile
                   AT END SET EndOfGlMapFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGlMapFile
                   IF Gl-Map-Count < 50
                       ADD 1 TO Gl-Map-Count
                       MOVE GlMap-Source
                           TO GLM-Source(Gl-Map-Count)
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
           END-IF.

      * The ageing report's buckets exactly: whole calendar months
      * old, same month current, one month 30 days, two months 60,
      * three or more 90+.
       2000-AGE-OPEN-INVOICES.
           OPEN INPUT ArLedgerFile.
           IF WS-ArLedger-File-Status NOT = "00"
               DISPLAY "WARNING: ARLEDGER.DAT NOT AVAILABLE - "
                   "NOTHING TO PROVIDE"
           ELSE
               READ ArLedgerFile
                   AT END SET EndOfArLedgerFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfArLedgerFile
                   IF AR-Is-Open
                       COMPUTE WS-Outstanding =
                           AR-Invoice-Amount - AR-Amount-Paid
                       COMPUTE Age-Months =
                           (Business-Year - AR-Invoice-Year) * 12
                           + Business-Month - AR-Invoice-Month
                       EVALUATE TRUE
                           WHEN Age-Months <= ZERO
                               MOVE 1 TO Bucket-Idx
                           WHEN Age-Months = 1
                               MOVE 2 TO Bucket-Idx
                           WHEN Age-Months = 2
                               MOVE 3 TO Bucket-Idx
                           WHEN OTHER
                               MOVE 4 TO Bucket-Idx
                       END-EVALUATE
                       ADD WS-Outstanding TO BKT-Balance(Bucket-Idx)
                   END-IF
                   READ ArLedgerFile
                       AT END SET EndOfArLedgerFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ArLedgerFile
           END-IF.

      * A bucket left in credit by unallocated credit notes needs no
      * provision.
       2500-CALCULATE-PROVISION.
           PERFORM VARYING Bucket-Idx FROM 1 BY 1
               UNTIL Bucket-Idx > 4
               IF BKT-Balance(Bucket-Idx) > ZERO
                   COMPUTE BKT-Provision(Bucket-Idx) ROUNDED =
                       BKT-Balance(Bucket-Idx)
                       * BKT-Pct(Bucket-Idx) / 100
               END-IF
               ADD BKT-Balance(Bucket-Idx) TO Total-Balance
               ADD BKT-Provision(Bucket-Idx) TO Total-Provision
           END-PERFORM.

      * The provision and its reversal go out as one batch under one
      * control trailer, so GlPost takes both or neither.
       3000-POST-REVERSING-JOURNAL.
           MOVE "N" TO GLM-Found-Switch.
           PERFORM VARYING GLM-Idx FROM 1 BY 1
               UNTIL GLM-Idx > Gl-Map-Count OR GLM-Is-Found
               IF GLM-Source(GLM-Idx) = "BDPROV"
                   SET GLM-Is-Found TO TRUE
                   SUBTRACT 1 FROM GLM-Idx
               END-IF
           END-PERFORM.
           IF NOT GLM-Is-Found
               DISPLAY "WARNING: NO GLMAP.DAT ENTRY FOR BDPROV - "
                   "PROVISION NOT POSTED TO THE GL"
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN EXTEND GlJournalFile
               IF WS-GlJournal-File-Status NOT = "00"
                   OPEN OUTPUT GlJournalFile
               END-IF
               MOVE ZEROS TO Journal-Line-Count
               MOVE ZEROS TO Journal-Amount-Hash
               MOVE Total-Provision TO Posting-Amount
               MOVE Business-Date TO Posting-Date
               MOVE "BDPROV" TO Posting-Source
               MOVE GLM-Debit-Account(GLM-Idx) TO Posting-Account
               PERFORM 3100-WRITE-DEBIT-LINE
               MOVE GLM-Credit-Account(GLM-Idx) TO Posting-Account
               PERFORM 3200-WRITE-CREDIT-LINE
               MOVE Reversal-Date-N TO Posting-Date
               MOVE "BDPROVRV" TO Posting-Source
               MOVE GLM-Credit-Account(GLM-Idx) TO Posting-Account
               PERFORM 3100-WRITE-DEBIT-LINE
               MOVE GLM-Debit-Account(GLM-Idx) TO Posting-Account
               PERFORM 3200-WRITE-CREDIT-LINE
               MOVE SPACES TO GlJournal-Rec
               MOVE Business-Date TO GlJrnl-Date
               MOVE "TRAILR" TO GlJrnl-Account
               MOVE "T" TO GlJrnl-DC-Flag
               MOVE Journal-Amount-Hash TO GlJrnl-Amount
               MOVE Journal-Line-Count TO GlJrnl-Trail-Count
               WRITE GlJournal-Rec
               CLOSE GlJournalFile
               SET Provision-Posted TO TRUE
               PERFORM 3300-REWRITE-LAST-PERIOD
           END-IF.

       3100-WRITE-DEBIT-LINE.
           MOVE SPACES TO GlJournal-Rec.
           MOVE Posting-Account TO GlJrnl-Account.
           MOVE Posting-Date TO GlJrnl-Date.
           MOVE "D" TO GlJrnl-DC-Flag.
           MOVE Posting-Amount TO GlJrnl-Amount.
           MOVE Posting-Source TO GlJrnl-Source.
           WRITE GlJournal-Rec.
           ADD 1 TO Journal-Line-Count.
           ADD Posting-Amount TO Journal-Amount-Hash.

       3200-WRITE-CREDIT-LINE.
           MOVE SPACES TO GlJournal-Rec.
           MOVE Posting-Account TO GlJrnl-Account.
           MOVE Posting-Date TO GlJrnl-Date.
           MOVE "C" TO GlJrnl-DC-Flag.
           MOVE Posting-Amount TO GlJrnl-Amount.
           MOVE Posting-Source TO GlJrnl-Source.
           WRITE GlJournal-Rec.
           ADD 1 TO Journal-Line-Count.
           ADD Posting-Amount TO Journal-Amount-Hash.

       3300-REWRITE-LAST-PERIOD.
           OPEN OUTPUT ProvCtlFile.
           MOVE Business-Period TO ProvCtl-Last-Period.
           WRITE ProvCtl-Rec.
           CLOSE ProvCtlFile.

       4000-PRINT-PROVISION-REPORT.
           OPEN OUTPUT ProvisionRep.
           WRITE Provision-Print-Line FROM Provision-Heading-Line
           AFTER ADVANCING 1 LINE.
           MOVE Business-Date TO Prn-Business-Date.
           MOVE Reversal-Date-N TO Prn-Reversal-Date.
           WRITE Provision-Print-Line FROM Provision-Date-Line
           AFTER ADVANCING 1 LINE.
           WRITE Provision-Print-Line FROM Provision-Topic-Line
           AFTER ADVANCING 2 LINES.
           PERFORM VARYING Bucket-Idx FROM 1 BY 1
               UNTIL Bucket-Idx > 4
               MOVE BKT-Name(Bucket-Idx) TO Prn-Bucket-Name
               MOVE BKT-Balance(Bucket-Idx) TO Prn-Bucket-Balance
               MOVE BKT-Pct(Bucket-Idx) TO Prn-Bucket-Pct
               MOVE BKT-Provision(Bucket-Idx) TO Prn-Bucket-Provision
               WRITE Provision-Print-Line FROM Provision-Detail-Line
               AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE "TOTAL" TO Prn-Bucket-Name.
           MOVE Total-Balance TO Prn-Bucket-Balance.
           MOVE ZEROS TO Prn-Bucket-Pct.
           MOVE Total-Provision TO Prn-Bucket-Provision.
           WRITE Provision-Print-Line FROM Provision-Detail-Line
           AFTER ADVANCING 2 LINES.
           EVALUATE TRUE
               WHEN Provision-Posted
                   MOVE "POSTED AS BDPROV, REVERSING AS BDPROVRV"
                       TO Prn-Note
               WHEN Last-Posted-Period = Business-Period
                   MOVE "ALREADY POSTED THIS MONTH - NOT POSTED AGAIN"
                       TO Prn-Note
               WHEN OTHER
                   MOVE "NOT POSTED" TO Prn-Note
           END-EVALUATE.
           WRITE Provision-Print-Line FROM Provision-Note-Line
           AFTER ADVANCING 2 LINES.
           CLOSE ProvisionRep.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="ARPROVISION"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM ArProvision.
