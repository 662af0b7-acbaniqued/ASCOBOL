      ******************************************************************
      * Author:
      * Date:
      * Purpose: Keyed issue of free-of-charge samples and marketing
      *          stock. Each issue names the rep handing it out, the
      *          recipient - a customer on CUSTMAST.DAT, or a prospect
      *          keyed by name alone - and the oil, bottle size and
      *          bottles given, and appends a pending line to
      *          SAMPISS.DAT dated the business date. Nothing is
      *          invoiced: the nightly StockUpdate takes the stock
      *          out of STOCKLED.DAT, this site's STOCKBR.DAT row and
      *          the STKLOTS.DAT lots at cost, and keeps each posted
      *          issue with its cost on SAMPHIST.DAT, from which
      *          GlExtract posts the cost to marketing and SampleRpt
      *          follows the recipients' later orders.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SampleIssue.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RepMasterFile ASSIGN TO "REPMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RepMaster-File-Status.

       SELECT CustMasterFile ASSIGN TO "CUSTMAST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS CustMast-CustomerID
                 FILE STATUS IS WS-CustMaster-File-Status.

       SELECT StockLedgerFile ASSIGN TO "STOCKLED.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-StockLedger-File-Status.

       SELECT PackSizeFile ASSIGN TO "PACKSIZE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PackSize-File-Status.

      * Issues awaiting the nightly stock posting.
       SELECT SampleIssueFile ASSIGN TO "SAMPISS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SampleIssue-File-Status.
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".
       COPY "BRANCHFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD RepMasterFile.
       01 RepMast-Rec.
           88 EndOfRepMasterFile   VALUE HIGH-VALUES.
           02  RepMast-RepCode          PIC X(3).
           02  FILLER                   PIC X.
           02  RepMast-Name             PIC X(20).
           02  FILLER                   PIC X.
           02  RepMast-Status           PIC X.
               88 RepMast-Is-Active     VALUE "A".

       FD CustMasterFile.
       01 CustMast-Rec.
           88 EndOfCustMasterFile   VALUE HIGH-VALUES.
           02  CustMast-CustomerID      PIC X(5).
           02  FILLER                   PIC X(76).

       FD StockLedgerFile.
       01 StockLedger-Rec.
           88 EndOfStockLedgerFile  VALUE HIGH-VALUES.
           02  Stock-OilNum           PIC 99.
           02  FILLER                 PIC X.
           02  Stock-OnHand           PIC S9(7)
               SIGN IS TRAILING SEPARATE.

       FD PackSizeFile.
       01 PackSize-Rec.
           88 EndOfPackSizeFile   VALUE HIGH-VALUES.
           02  PackSize-OilNum        PIC 99.
           02  FILLER                 PIC X.
           02  PackSize-Size          PIC 99.

       FD SampleIssueFile.
       01 SampleIssue-Rec.
           02  SMP-Issue-Date           PIC 9(8).
           02  FILLER                   PIC X.
           02  SMP-RepCode              PIC X(3).
           02  FILLER                   PIC X.
      * Blank for a prospect not yet on the customer master.
           02  SMP-CustomerID           PIC X(5).
           02  FILLER                   PIC X.
           02  SMP-Recipient-Name       PIC X(20).
           02  FILLER                   PIC X.
           02  SMP-OilNum               PIC 99.
           02  FILLER                   PIC X.
           02  SMP-UnitSize             PIC 99.
           02  FILLER                   PIC X.
           02  SMP-Bottles              PIC 999.
           02  FILLER                   PIC X.
           02  SMP-Qty                  PIC 9(5).
           02  FILLER                   PIC X.
           02  SMP-Branch               PIC X(3).
           02  FILLER                   PIC X.
           02  SMP-Operator-ID          PIC X(5).

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".
       COPY "BRANCHFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-RepMaster-File-Status     PIC XX.
       01  WS-CustMaster-File-Status    PIC XX.
       01  WS-StockLedger-File-Status   PIC XX.
       01  WS-PackSize-File-Status      PIC XX.
       01  WS-SampleIssue-File-Status   PIC XX.
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".
       COPY "BRANCHWS.CPY".

       01  Rep-Master-Table.
           02  Rep-Master-Entry OCCURS 50 TIMES.
               03  RPM-RepCode          PIC X(3).
               03  RPM-Name             PIC X(20).
               03  RPM-Status           PIC X.
                   88 RPM-Is-Active     VALUE "A".
       01  Rep-Master-Count             PIC 99 VALUE ZEROS.
       01  RPM-Idx                      PIC 99.
       01  RPM-Found-Idx                PIC 99.

       01  Cust-Master-Table.
           02  Cust-Master-ID           PIC X(5) OCCURS 5000 TIMES.
       01  Cust-Master-Count            PIC 9(4) VALUE ZEROS.
       01  CMT-Idx                      PIC 9(4).
       01  Cust-Found-Switch            PIC X.
           88 Cust-Was-Found            VALUE "Y".

      * On-hand per oil, so a sample cannot be given from stock
      * the ledger does not show.
       01  Stock-Table.
           02  Stock-Entry OCCURS 30 TIMES.
               03  STK-OnHand           PIC S9(7) VALUE ZEROS.
               03  STK-In-Use           PIC X     VALUE "N".
                   88 STK-Is-In-Use     VALUE "Y".

       01  Pack-Size-Table.
           02  Pack-Size-Entry OCCURS 200 TIMES.
               03  PSZ-OilNum          PIC 99.
               03  PSZ-Size            PIC 99.
       01  Pack-Size-Count             PIC 9(3) VALUE ZEROS.
       01  PSZ-Idx                     PIC 9(3).
       01  Pack-Oil-Has-Rows           PIC X.
           88 Oil-Has-Pack-Rows        VALUE "Y".
       01  Pack-Size-OK-Switch         PIC X.
           88 Pack-Size-OK             VALUE "Y".

       01  WS-Transaction-Code          PIC X.
           88 Txn-Issue                 VALUE "I", "i".
           88 Txn-List                  VALUE "L", "l".
           88 Txn-Quit                  VALUE "Q", "q".

       01  Entry-RepCode                PIC X(3).
       01  Entry-CustomerID             PIC X(5).
       01  Entry-Recipient-Name         PIC X(20).
       01  Entry-OilID                  PIC X(3).
       01  Entry-OilID-Num REDEFINES Entry-OilID.
           02  FILLER                   PIC X.
           02  Entry-OilNum             PIC 99.
       01  Entry-UnitSize-X             PIC X(2).
       01  Entry-UnitSize-N REDEFINES Entry-UnitSize-X
                                        PIC 99.
       01  Entry-Bottles-X              PIC X(3).
       01  Entry-Bottles-N REDEFINES Entry-Bottles-X
                                        PIC 999.
       01  Issue-Qty                    PIC 9(5).

       01  Issues-Written               PIC 9(5) VALUE ZEROS.
       01  Issues-Listed                PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           PERFORM Get-Business-Date.
           PERFORM Get-Branch-Code.
           PERFORM 1000-LOAD-REP-MASTER.
           PERFORM 1100-LOAD-CUSTOMER-MASTER.
           PERFORM 1200-LOAD-STOCK-LEDGER.
           PERFORM 1300-LOAD-PACK-SIZES.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL Txn-Quit.
           DISPLAY "SAMPLE ISSUES WRITTEN: " Issues-Written.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-REP-MASTER.
           OPEN INPUT RepMasterFile.
           IF WS-RepMaster-File-Status = "00"
               READ RepMasterFile
                   AT END SET EndOfRepMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfRepMasterFile
                   IF Rep-Master-Count < 50
                       ADD 1 TO Rep-Master-Count
                       MOVE RepMast-RepCode
                           TO RPM-RepCode(Rep-Master-Count)
                       MOVE RepMast-Name
                           TO RPM-Name(Rep-Master-Count)
                       MOVE RepMast-Status
                           TO RPM-Status(Rep-Master-Count)
                   END-IF
                   READ RepMasterFile
                       AT END SET EndOfRepMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RepMasterFile
           ELSE
               DISPLAY "WARNING: REPMAST.DAT NOT AVAILABLE - NO "
                   "SAMPLES CAN BE ISSUED"
           END-IF.

       1100-LOAD-CUSTOMER-MASTER.
           OPEN INPUT CustMasterFile.
           IF WS-CustMaster-File-Status = "00"
               READ CustMasterFile
                   AT END SET EndOfCustMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCustMasterFile
                   IF Cust-Master-Count < 5000
                       ADD 1 TO Cust-Master-Count
                       MOVE CustMast-CustomerID
                           TO Cust-Master-ID(Cust-Master-Count)
                   END-IF
                   READ CustMasterFile
                       AT END SET EndOfCustMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CustMasterFile
           ELSE
               DISPLAY "WARNING: CUSTMAST.DAT NOT AVAILABLE - "
                   "SAMPLES TO PROSPECTS ONLY"
           END-IF.

       1200-LOAD-STOCK-LEDGER.
           OPEN INPUT StockLedgerFile.
           IF WS-StockLedger-File-Status = "00"
               READ StockLedgerFile
                   AT END SET EndOfStockLedgerFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfStockLedgerFile
                   IF Stock-OilNum > ZERO AND Stock-OilNum <= 30
                       MOVE Stock-OnHand TO STK-OnHand(Stock-OilNum)
                       MOVE "Y" TO STK-In-Use(Stock-OilNum)
                   END-IF
                   READ StockLedgerFile
                       AT END SET EndOfStockLedgerFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StockLedgerFile
           ELSE
               DISPLAY "WARNING: STOCKLED.DAT NOT AVAILABLE - NO "
                   "SAMPLES CAN BE ISSUED"
           END-IF.

       1300-LOAD-PACK-SIZES.
           OPEN INPUT PackSizeFile.
           IF WS-PackSize-File-Status = "00"
               READ PackSizeFile
                   AT END SET EndOfPackSizeFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfPackSizeFile
                   IF PackSize-OilNum > ZERO
                       AND PackSize-OilNum <= 30
                       AND Pack-Size-Count < 200
                       ADD 1 TO Pack-Size-Count
                       MOVE PackSize-OilNum
                           TO PSZ-OilNum(Pack-Size-Count)
                       MOVE PackSize-Size
                           TO PSZ-Size(Pack-Size-Count)
                   END-IF
                   READ PackSizeFile
                       AT END SET EndOfPackSizeFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PackSizeFile
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           DISPLAY "SAMPLES - (I)SSUE (L)IST TODAY'S ISSUES (Q)UIT".
           ACCEPT WS-Transaction-Code.
           EVALUATE TRUE
               WHEN Txn-Issue
                   PERFORM 2100-ENTER-ISSUE
               WHEN Txn-List
                   PERFORM 2500-LIST-PENDING-ISSUES
               WHEN Txn-Quit
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

      * One issue: who gave it, who got it, and what. The bottles
      * times the size is the stock quantity the posting relieves.
       2100-ENTER-ISSUE.
           DISPLAY "REP CODE".
           ACCEPT Entry-RepCode.
           DISPLAY "RECIPIENT CUSTOMER ID (BLANK FOR A PROSPECT)".
           ACCEPT Entry-CustomerID.
           DISPLAY "RECIPIENT NAME".
           ACCEPT Entry-Recipient-Name.
           DISPLAY "OIL ID (E.G. E07)".
           ACCEPT Entry-OilID.
           DISPLAY "UNIT SIZE (ML, 01-99)".
           ACCEPT Entry-UnitSize-X.
           DISPLAY "BOTTLES GIVEN (NNN)".
           ACCEPT Entry-Bottles-X.
           PERFORM 2150-FIND-REP.
           MOVE "N" TO Cust-Found-Switch.
           IF Entry-CustomerID NOT = SPACES
               PERFORM 2160-FIND-CUSTOMER
           END-IF.
           IF Entry-UnitSize-X IS NUMERIC
               AND Entry-OilNum IS NUMERIC
               PERFORM 2200-CHECK-PACK-SIZE
           END-IF.
           EVALUATE TRUE
               WHEN RPM-Found-Idx = ZERO
                   DISPLAY "REP " Entry-RepCode
                       " IS NOT ON REPMAST.DAT - NOT ISSUED"
               WHEN NOT RPM-Is-Active(RPM-Found-Idx)
                   DISPLAY "REP " Entry-RepCode
                       " IS NOT ACTIVE - NOT ISSUED"
               WHEN Entry-CustomerID NOT = SPACES
                   AND NOT Cust-Was-Found
                   DISPLAY "CUSTOMER " Entry-CustomerID
                       " IS NOT ON CUSTMAST.DAT - NOT ISSUED"
               WHEN Entry-CustomerID = SPACES
                   AND Entry-Recipient-Name = SPACES
                   DISPLAY "A PROSPECT NEEDS A NAME - NOT ISSUED"
               WHEN Entry-OilNum IS NOT NUMERIC
                   OR Entry-OilNum = ZERO
                   OR Entry-OilNum > 30
                   DISPLAY "OIL ID " Entry-OilID
                       " IS OUT OF RANGE (01-30) - NOT ISSUED"
               WHEN NOT STK-Is-In-Use(Entry-OilNum)
                   DISPLAY "OIL " Entry-OilNum
                       " IS NOT ON STOCKLED.DAT - NOT ISSUED"
               WHEN Entry-UnitSize-X IS NOT NUMERIC
                   OR Entry-UnitSize-N = ZERO
                   DISPLAY "UNIT SIZE MUST BE 01-99 - NOT ISSUED"
               WHEN Oil-Has-Pack-Rows AND NOT Pack-Size-OK
                   DISPLAY "SIZE " Entry-UnitSize-X
                       " IS NOT ON PACKSIZE.DAT - NOT ISSUED"
               WHEN Entry-Bottles-X IS NOT NUMERIC
                   OR Entry-Bottles-N = ZERO
                   DISPLAY "BOTTLES " Entry-Bottles-X
                       " IS NOT A POSITIVE NUMBER - NOT ISSUED"
               WHEN OTHER
                   COMPUTE Issue-Qty =
                       Entry-UnitSize-N * Entry-Bottles-N
                   IF Issue-Qty > STK-OnHand(Entry-OilNum)
                       DISPLAY "ONLY " STK-OnHand(Entry-OilNum)
                           " OF OIL " Entry-OilNum
                           " ON HAND - NOT ISSUED"
                   ELSE
                       PERFORM 2300-WRITE-ISSUE
                   END-IF
           END-EVALUATE.

       2150-FIND-REP.
           MOVE ZEROS TO RPM-Found-Idx.
           PERFORM VARYING RPM-Idx FROM 1 BY 1
               UNTIL RPM-Idx > Rep-Master-Count OR RPM-Found-Idx > ZERO
               IF RPM-RepCode(RPM-Idx) = Entry-RepCode
                   MOVE RPM-Idx TO RPM-Found-Idx
               END-IF
           END-PERFORM.

       2160-FIND-CUSTOMER.
           PERFORM VARYING CMT-Idx FROM 1 BY 1
               UNTIL CMT-Idx > Cust-Master-Count OR Cust-Was-Found
               IF Cust-Master-ID(CMT-Idx) = Entry-CustomerID
                   SET Cust-Was-Found TO TRUE
               END-IF
           END-PERFORM.

       2200-CHECK-PACK-SIZE.
           MOVE "N" TO Pack-Oil-Has-Rows.
           MOVE "N" TO Pack-Size-OK-Switch.
           PERFORM VARYING PSZ-Idx FROM 1 BY 1
               UNTIL PSZ-Idx > Pack-Size-Count
               IF PSZ-OilNum(PSZ-Idx) = Entry-OilNum
                   MOVE "Y" TO Pack-Oil-Has-Rows
                   IF PSZ-Size(PSZ-Idx) = Entry-UnitSize-N
                       SET Pack-Size-OK TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      * Appended and closed at once so the line is on file whatever
      * happens to the session; the in-memory on-hand is reduced so
      * a second issue the same day cannot overdraw it.
       2300-WRITE-ISSUE.
           OPEN EXTEND SampleIssueFile.
           IF WS-SampleIssue-File-Status NOT = "00"
               OPEN OUTPUT SampleIssueFile
           END-IF.
           MOVE SPACES TO SampleIssue-Rec.
           MOVE Business-Date TO SMP-Issue-Date.
           MOVE Entry-RepCode TO SMP-RepCode.
           MOVE Entry-CustomerID TO SMP-CustomerID.
           MOVE Entry-Recipient-Name TO SMP-Recipient-Name.
           MOVE Entry-OilNum TO SMP-OilNum.
           MOVE Entry-UnitSize-N TO SMP-UnitSize.
           MOVE Entry-Bottles-N TO SMP-Bottles.
           MOVE Issue-Qty TO SMP-Qty.
           MOVE Site-Branch-Code TO SMP-Branch.
           MOVE Operator-ID TO SMP-Operator-ID.
           WRITE SampleIssue-Rec.
           CLOSE SampleIssueFile.
           SUBTRACT Issue-Qty FROM STK-OnHand(Entry-OilNum).
           ADD 1 TO Issues-Written.
           DISPLAY Entry-Bottles-N " X " Entry-UnitSize-N "ML "
               Entry-OilID " ISSUED BY " Entry-RepCode " TO "
               Entry-Recipient-Name.

      * Everything keyed since the last nightly posting.
       2500-LIST-PENDING-ISSUES.
           MOVE ZEROS TO Issues-Listed.
           OPEN INPUT SampleIssueFile.
           IF WS-SampleIssue-File-Status = "00"
               PERFORM UNTIL WS-SampleIssue-File-Status NOT = "00"
                   READ SampleIssueFile
                       NOT AT END
                           ADD 1 TO Issues-Listed
                           DISPLAY SMP-Issue-Date " " SMP-RepCode " "
                               SMP-CustomerID " " SMP-Recipient-Name
                               " " SMP-OilNum " " SMP-Bottles "X"
                               SMP-UnitSize "ML"
                   END-READ
               END-PERFORM
               CLOSE SampleIssueFile
           END-IF.
           DISPLAY Issues-Listed " ISSUES AWAITING POSTING".

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="SAMPLEISSUE"==.
       COPY "OPSIGNPA.CPY".
       COPY "BUSDATEPA.CPY".
       COPY "BRANCHPA.CPY".

       END PROGRAM SampleIssue.
