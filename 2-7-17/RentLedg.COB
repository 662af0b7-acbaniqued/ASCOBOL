      ******************************************************************
      * Author:
      * Date:
      * Purpose: Tenancy rent ledger. Every rent demand, rent
      *          receipt and security-deposit movement goes onto
      *          TENLEDG.DAT against the property and the tenant, so
      *          each tenancy has a running account instead of the
      *          paper ledger. (M)onthly run raises the month's rent
      *          demand for every let PROPMAST.DAT property - the
      *          monthly rent plus the CITYRATE.DAT surcharge where
      *          RentCharge would charge one - and prints the demand
      *          notices on RENTDMD.RPT; a property already demanded
      *          for the month is not demanded twice. (R)eceipt
      *          books rent paid. (N)ew tenancy lets a vacant
      *          property and takes the security deposit. (E)nd of
      *          tenancy shows the deposit held, lets a supervisor
      *          deduct rent arrears and other charges from it,
      *          returns the rest and leaves the property vacant.
      *          (A)geing prints RENTAGE.RPT, each tenancy's unpaid
      *          rent aged by months since the demand, with receipts
      *          taken against the oldest demand first, totalled by
      *          city. (T)erms keeps each property's annual rent
      *          review - the review date, whether the rent follows
      *          the RENTINDX.DAT index or a fixed uplift, and any
      *          cap or floor on the change - for the RentRev review
      *          run, and (H)istory shows a property's past rents
      *          from RENTHIST.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RentLedg.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CityRateFile ASSIGN TO "CITYRATE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CityRate-File-Status.

       SELECT PropMasterFile ASSIGN TO "PROPMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PropMaster-File-Status.

      * One line per demand, receipt or deposit movement, appended
      * and never rewritten; balances are worked out by reading it.
       SELECT TenLedgerFile ASSIGN TO "TENLEDG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TenLedger-File-Status.

      * Past rents, one line per review that took effect; written
      * by the RentRev review run, read here for the enquiry.
       SELECT RentHistFile ASSIGN TO "RENTHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RentHist-File-Status.

       SELECT RentDemandRep ASSIGN TO "RENTDMD.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RentAgeingRep ASSIGN TO "RENTAGE.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "RUNLOCKFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD CityRateFile.
       01 CityRate-Rec.
           88 EndOfCityRateFile        VALUE HIGH-VALUES.
           02  CityRate-CityCode           PIC 9.
           02  FILLER                      PIC X.
           02  CityRate-CityName           PIC X(10).
           02  FILLER                      PIC X.
           02  CityRate-Amount             PIC 9(3)V99.
           02  FILLER                      PIC X.
           02  CityRate-University-Flag    PIC X.

       FD PropMasterFile.
       01 PropMast-Rec.
           88 EndOfPropMasterFile  VALUE HIGH-VALUES.
           02  PropMast-Property-ID    PIC X(10).
           02  FILLER                  PIC X.
           02  PropMast-CityCode       PIC 9.
           02  FILLER                  PIC X.
           02  PropMast-Tenant         PIC X(20).
           02  FILLER                  PIC X.
           02  PropMast-Monthly-Rent   PIC 9(5)V99.
      * Annual review terms: the next review date; basis I index,
      * F fixed uplift, space none; the fixed uplift, cap and floor
      * as percentages (a zero cap is no cap, a zero floor keeps the
      * rent from falling); and the reviewed rent waiting for its
      * effective date. Spaces on properties from before the terms.
           02  FILLER                  PIC X.
           02  PropMast-Review-Date    PIC 9(8).
           02  FILLER                  PIC X.
           02  PropMast-Review-Basis   PIC X.
           02  FILLER                  PIC X.
           02  PropMast-Fixed-Pct      PIC 99V99.
           02  FILLER                  PIC X.
           02  PropMast-Cap-Pct        PIC 99V99.
           02  FILLER                  PIC X.
           02  PropMast-Floor-Pct      PIC 99V99.
           02  FILLER                  PIC X.
           02  PropMast-New-Rent       PIC 9(5)V99.
           02  FILLER                  PIC X.
           02  PropMast-New-Rent-Date  PIC 9(8).

       FD RentHistFile.
       01 RentHist-Rec.
           88 EndOfRentHistFile    VALUE HIGH-VALUES.
           02  RH-Property-ID          PIC X(10).
           02  FILLER                  PIC X.
           02  RH-Effective-Date       PIC 9(8).
           02  FILLER                  PIC X.
           02  RH-Old-Rent             PIC 9(5)V99.
           02  FILLER                  PIC X.
           02  RH-New-Rent             PIC 9(5)V99.
           02  FILLER                  PIC X.
           02  RH-Basis                PIC X.
           02  FILLER                  PIC X.
           02  RH-Change-Pct           PIC S99V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                  PIC X.
           02  RH-Tenant               PIC X(20).

       FD TenLedgerFile.
       01 TenLedger-Rec.
           88 EndOfTenLedgerFile   VALUE HIGH-VALUES.
           02  TL-Property-ID          PIC X(10).
           02  FILLER                  PIC X.
           02  TL-Tenant               PIC X(20).
           02  FILLER                  PIC X.
           02  TL-Date                 PIC 9(8).
           02  FILLER                  PIC X.
      * D rent demand, R rent received, H deposit held, X deposit
      * deduction, T deposit returned to the tenant.
           02  TL-Type                 PIC X.
               88 TL-Is-Demand         VALUE "D".
               88 TL-Is-Receipt        VALUE "R".
               88 TL-Is-Deposit-Held   VALUE "H".
               88 TL-Is-Deduction      VALUE "X".
               88 TL-Is-Deposit-Return VALUE "T".
           02  FILLER                  PIC X.
           02  TL-Period               PIC 9(6).
           02  TL-Period-Parts REDEFINES TL-Period.
               03  TL-Period-Year      PIC 9(4).
               03  TL-Period-Month     PIC 99.
           02  FILLER                  PIC X.
           02  TL-Rent                 PIC 9(5)V99.
           02  FILLER                  PIC X.
           02  TL-Surcharge            PIC 9(3)V99.
           02  FILLER                  PIC X.
           02  TL-Amount               PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                  PIC X.
           02  TL-Reference            PIC X(20).
           02  FILLER                  PIC X.
           02  TL-Operator-ID          PIC X(5).

       FD RentDemandRep.
       01 Demand-Print-Line            PIC X(64).

       FD RentAgeingRep.
       01 Ageing-Print-Line            PIC X(90).

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "RUNLOCKFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-CityRate-File-Status     PIC XX.
       01  WS-PropMaster-File-Status   PIC XX.
       01  WS-TenLedger-File-Status    PIC XX.
       01  WS-RentHist-File-Status     PIC XX.
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "RUNLOCKWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Business-Date-Parts REDEFINES Business-Date.
           02  Business-Year           PIC 9(4).
           02  Business-Month          PIC 99.
           02  Business-Day            PIC 99.

       01  City-Rate-Table.
           02  City-Rate-Entry OCCURS 20 TIMES.
               03  CRT-CityCode            PIC 9.
               03  CRT-CityName            PIC X(10).
               03  CRT-Rate                PIC 9(3)V99.
               03  CRT-University-Flag     PIC X.
                   88 CRT-Is-University     VALUE "Y".
       01  City-Rate-Table-Count       PIC 99 VALUE ZEROS.
       01  CRT-Idx                     PIC 99.
       01  CRT-Found-Idx               PIC 99.

       01  Property-Table.
           02  Property-Entry OCCURS 1000 TIMES.
               03  PT-Property-ID          PIC X(10).
               03  PT-CityCode             PIC 9.
               03  PT-Tenant               PIC X(20).
               03  PT-Monthly-Rent         PIC 9(5)V99.
               03  PT-Review-Date          PIC 9(8).
               03  PT-Review-Basis         PIC X.
               03  PT-Fixed-Pct            PIC 99V99.
               03  PT-Cap-Pct              PIC 99V99.
               03  PT-Floor-Pct            PIC 99V99.
               03  PT-New-Rent             PIC 9(5)V99.
               03  PT-New-Rent-Date        PIC 9(8).
               03  PT-Balance              PIC S9(7)V99.
               03  PT-Billed-Switch        PIC X.
                   88 PT-Is-Billed         VALUE "Y".
       01  Property-Count              PIC 9(4) VALUE ZEROS.
       01  PT-Idx                      PIC 9(4).
       01  PT-Found-Idx                PIC 9(4).
      * Set when the load had to skip rows: carrying on would end in
      * a rewrite that deletes them, so the run stands down instead.
       01  Prop-Load-Overflow-Switch   PIC X VALUE "N".
           88 Prop-Load-Overflowed     VALUE "Y".
       01  Properties-Changed          PIC 9(4) VALUE ZEROS.

      * One row per tenancy met on the ledger, for the ageing: the
      * receipts not yet set against a demand, and the unpaid rent
      * in current/30/60/90+ buckets.
       01  Tenancy-Age-Table.
           02  Tenancy-Age-Entry OCCURS 2000 TIMES.
               03  TA-Property-ID          PIC X(10).
               03  TA-Tenant               PIC X(20).
               03  TA-City-Idx             PIC 99.
               03  TA-Credit               PIC S9(7)V99.
               03  TA-Bucket               PIC S9(7)V99
                                           OCCURS 4 TIMES.
       01  Tenancy-Age-Count           PIC 9(4) VALUE ZEROS.
       01  TA-Idx                      PIC 9(4).
       01  TA-Found-Idx                PIC 9(4).
       01  Age-Months                  PIC S9(5).
       01  Bucket-Idx                  PIC 9.
       01  City-Totals.
           02  City-Bucket             PIC S9(9)V99 OCCURS 4 TIMES.
       01  Grand-Totals.
           02  Grand-Bucket            PIC S9(9)V99 OCCURS 4 TIMES.
       01  City-Print-Idx              PIC 99.
       01  Tenancies-In-City           PIC 9(4).

       01  Txn-Mode                    PIC X VALUE SPACE.
           88 Txn-Monthly-Run          VALUE "M", "m".
           88 Txn-Receipt              VALUE "R", "r".
           88 Txn-New-Tenancy          VALUE "N", "n".
           88 Txn-End-Tenancy          VALUE "E", "e".
           88 Txn-Ageing               VALUE "A", "a".
           88 Txn-Review-Terms         VALUE "T", "t".
           88 Txn-History              VALUE "H", "h".
           88 Txn-Quit                 VALUE "Q", "q".

       01  Entry-Property-ID           PIC X(10).
       01  Entry-Tenant                PIC X(20).
       01  Entry-Amount-X              PIC X(9).
       01  Entry-Amount-N REDEFINES Entry-Amount-X
                                       PIC 9(7)V99.
       01  Entry-Reference             PIC X(20).
       01  Entry-Date-X                PIC X(8).
       01  Entry-Date-N REDEFINES Entry-Date-X
                                       PIC 9(8).
       01  Entry-Basis                 PIC X.
       01  Entry-Pct-X                 PIC X(4).
       01  Entry-Pct-N REDEFINES Entry-Pct-X
                                       PIC 99V99.
       01  History-Lines               PIC 9(4).
       01  Approve-Answer              PIC X.
           88 Approve-Yes              VALUE "Y", "y".
       01  Deduction-Switch            PIC X VALUE "N".
           88 Deductions-Done          VALUE "Y".

       01  Current-Period              PIC 9(6).
       01  Rent-Surcharge              PIC 9(3)V99.
       01  Demand-Amount               PIC S9(7)V99.
       01  Rent-Balance                PIC S9(7)V99.
       01  Deposit-Balance             PIC S9(7)V99.
       01  Deduct-Amount               PIC S9(7)V99.
       01  Demands-Raised              PIC 9(4) VALUE ZEROS.
       01  Demands-Skipped             PIC 9(4) VALUE ZEROS.
       01  Demands-Total               PIC 9(9)V99 VALUE ZEROS.

       01  Demand-Heading-Line         PIC X(44) VALUE
           "    RENT DEMAND".

       01  Demand-Property-Line.
           02  FILLER                  PIC X(12) VALUE " PROPERTY : ".
           02  Prn-Property-ID         PIC X(10).
           02  FILLER                  PIC X(10) VALUE "   CITY : ".
           02  Prn-City-Name           PIC X(10).

       01  Demand-Tenant-Line.
           02  FILLER                  PIC X(12) VALUE " TENANT   : ".
           02  Prn-Tenant              PIC X(20).

       01  Demand-Period-Line.
           02  FILLER                  PIC X(12) VALUE " PERIOD   : ".
           02  Prn-Period              PIC 9(6).
           02  FILLER                  PIC X(10) VALUE "   DATE : ".
           02  Prn-Date                PIC 9(8).

       01  Demand-Amount-Line.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Amount-Label        PIC X(20).
           02  Prn-Amount              PIC ZZZ,ZZ9.99-.

       01  Demand-Totals-Line.
           02  FILLER                  PIC X(18) VALUE
               " DEMANDS RAISED : ".
           02  Prn-Demands-Raised      PIC Z,ZZ9.
           02  FILLER                  PIC X(10) VALUE "  TOTAL : ".
           02  Prn-Demands-Total       PIC ZZZ,ZZZ,ZZ9.99.

       01  Ageing-Heading-Line         PIC X(44) VALUE
           "     RENT ARREARS AGEING BY CITY".

       01  Ageing-City-Line.
           02  FILLER                  PIC X(8)  VALUE " CITY : ".
           02  Prn-Age-City            PIC X(10).

       01  Ageing-Topic-Line           PIC X(90) VALUE
           " PROPERTY   TENANT                   CURRENT    30 DAYS
      -    "    60 DAYS   90+ DAYS".

       01  Ageing-Detail-Line.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  AGE-Property-ID         PIC X(10).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  AGE-Tenant              PIC X(20).
           02  AGE-Bucket-1            PIC ZZZ,ZZ9.99-.
           02  AGE-Bucket-2            PIC ZZZ,ZZ9.99-.
           02  AGE-Bucket-3            PIC ZZZ,ZZ9.99-.
           02  AGE-Bucket-4            PIC ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           PERFORM Get-Business-Date.
           COMPUTE Current-Period =
               Business-Year * 100 + Business-Month.
           PERFORM 1000-LOAD-CITY-RATE-TABLE.
      * The property master is loaded whole and written back whole,
      * so nobody else may rewrite it - another session or the
      * RentRev review run - while this one holds its table.
           MOVE Operator-ID TO Lock-My-Operator.
           MOVE "PROPMAST.LCK" TO Lock-File-Name.
           PERFORM Acquire-Run-Lock.
           IF NOT Run-Lock-Held
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-PROPERTIES.
      * Rewriting from a partial table would delete the properties
      * that did not fit, so an overloaded master refuses the run.
           IF Prop-Load-Overflowed
               DISPLAY "PROPMAST.DAT EXCEEDS THE TABLE - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM Release-Run-Lock
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL Txn-Quit.
           IF Properties-Changed > ZEROS
               PERFORM 5000-REWRITE-PROPERTIES
           END-IF.
           PERFORM Release-Run-Lock.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-CITY-RATE-TABLE.
           OPEN INPUT CityRateFile.
           IF WS-CityRate-File-Status = "00"
               READ CityRateFile
                   AT END SET EndOfCityRateFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCityRateFile
                   IF City-Rate-Table-Count < 20
                       ADD 1 TO City-Rate-Table-Count
                       MOVE CityRate-CityCode
                           TO CRT-CityCode(City-Rate-Table-Count)
                       MOVE CityRate-CityName
                           TO CRT-CityName(City-Rate-Table-Count)
                       MOVE CityRate-Amount
                           TO CRT-Rate(City-Rate-Table-Count)
                       MOVE CityRate-University-Flag
                           TO CRT-University-Flag(City-Rate-Table-Count)
                   ELSE
                       DISPLAY "WARNING: CITYRATE.DAT TABLE FULL, CITY "
                           "CODE " CityRate-CityCode " SKIPPED"
                   END-IF
                   READ CityRateFile
                       AT END SET EndOfCityRateFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CityRateFile
           ELSE
               DISPLAY "WARNING: CITYRATE.DAT NOT AVAILABLE - NO "
                   "SURCHARGE WILL BE DEMANDED"
           END-IF.

       1100-LOAD-PROPERTIES.
           OPEN INPUT PropMasterFile.
           IF WS-PropMaster-File-Status = "00"
               READ PropMasterFile
                   AT END SET EndOfPropMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfPropMasterFile
                   IF Property-Count < 1000
                       ADD 1 TO Property-Count
                       MOVE PropMast-Property-ID
                           TO PT-Property-ID(Property-Count)
                       MOVE PropMast-CityCode
                           TO PT-CityCode(Property-Count)
                       MOVE PropMast-Tenant
                           TO PT-Tenant(Property-Count)
                       MOVE PropMast-Monthly-Rent
                           TO PT-Monthly-Rent(Property-Count)
                       PERFORM 1150-LOAD-REVIEW-TERMS
                   ELSE
                       SET Prop-Load-Overflowed TO TRUE
                       DISPLAY "WARNING: PROPMAST.DAT TABLE FULL, "
                           "PROPERTY " PropMast-Property-ID " SKIPPED"
                   END-IF
                   READ PropMasterFile
                       AT END SET EndOfPropMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PropMasterFile
           ELSE
               DISPLAY "WARNING: PROPMAST.DAT NOT AVAILABLE - NO "
                   "PROPERTY TO LEDGER"
           END-IF.

      * Terms from before the review fields read as no review.
       1150-LOAD-REVIEW-TERMS.
           MOVE ZEROS TO PT-Review-Date(Property-Count)
               PT-Fixed-Pct(Property-Count)
               PT-Cap-Pct(Property-Count)
               PT-Floor-Pct(Property-Count)
               PT-New-Rent(Property-Count)
               PT-New-Rent-Date(Property-Count).
           MOVE SPACE TO PT-Review-Basis(Property-Count).
           IF PropMast-Review-Date IS NUMERIC
               MOVE PropMast-Review-Date
                   TO PT-Review-Date(Property-Count)
           END-IF.
           IF PropMast-Review-Basis = "I" OR "F"
               MOVE PropMast-Review-Basis
                   TO PT-Review-Basis(Property-Count)
           END-IF.
           IF PropMast-Fixed-Pct IS NUMERIC
               MOVE PropMast-Fixed-Pct TO PT-Fixed-Pct(Property-Count)
           END-IF.
           IF PropMast-Cap-Pct IS NUMERIC
               MOVE PropMast-Cap-Pct TO PT-Cap-Pct(Property-Count)
           END-IF.
           IF PropMast-Floor-Pct IS NUMERIC
               MOVE PropMast-Floor-Pct TO PT-Floor-Pct(Property-Count)
           END-IF.
           IF PropMast-New-Rent IS NUMERIC
               MOVE PropMast-New-Rent TO PT-New-Rent(Property-Count)
           END-IF.
           IF PropMast-New-Rent-Date IS NUMERIC
               MOVE PropMast-New-Rent-Date
                   TO PT-New-Rent-Date(Property-Count)
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           DISPLAY "RENT LEDGER - (M)ONTHLY RUN (R)ECEIPT (N)EW "
               "TENANCY (E)ND TENANCY (A)GEING".
           DISPLAY "              (T)ERMS OF REVIEW (H)ISTORY (Q)UIT".
           ACCEPT Txn-Mode.
           EVALUATE TRUE
               WHEN Txn-Monthly-Run
                   PERFORM 2100-MONTHLY-RENT-RUN
               WHEN Txn-Receipt
                   PERFORM 2200-RENT-RECEIPT
               WHEN Txn-New-Tenancy
                   PERFORM 2300-NEW-TENANCY
               WHEN Txn-End-Tenancy
                   PERFORM 2400-END-TENANCY
               WHEN Txn-Ageing
                   PERFORM 3000-ARREARS-AGEING
               WHEN Txn-Review-Terms
                   PERFORM 2500-REVIEW-TERMS
               WHEN Txn-History
                   PERFORM 2600-RENT-HISTORY
               WHEN Txn-Quit
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

       2050-FIND-PROPERTY.
           DISPLAY "PROPERTY ID".
           ACCEPT Entry-Property-ID.
           MOVE ZEROS TO PT-Found-Idx.
           PERFORM VARYING PT-Idx FROM 1 BY 1
               UNTIL PT-Idx > Property-Count
               OR PT-Found-Idx > ZERO
               IF PT-Property-ID(PT-Idx) = Entry-Property-ID
                   MOVE PT-Idx TO PT-Found-Idx
               END-IF
           END-PERFORM.
           IF PT-Found-Idx = ZERO
               DISPLAY "PROPERTY " Entry-Property-ID
                   " IS NOT ON PROPMAST.DAT"
           END-IF.

      * The same lookup RentCharge does: the surcharge is the city's
      * rate where the city is flagged for one, otherwise none.
       2060-FIND-CITY-RATE.
           MOVE ZEROS TO CRT-Found-Idx, Rent-Surcharge.
           PERFORM VARYING CRT-Idx FROM 1 BY 1
               UNTIL CRT-Idx > City-Rate-Table-Count
               OR CRT-Found-Idx > ZERO
               IF CRT-CityCode(CRT-Idx) = PT-CityCode(PT-Idx)
                   MOVE CRT-Idx TO CRT-Found-Idx
               END-IF
           END-PERFORM.
           IF CRT-Found-Idx > ZERO
               IF CRT-Is-University(CRT-Found-Idx)
                   MOVE CRT-Rate(CRT-Found-Idx) TO Rent-Surcharge
               END-IF
           END-IF.

      * Rent and deposit balances of the found property's current
      * tenancy: demands less receipts, and deposit held less what
      * has been deducted or returned.
       2070-TENANCY-BALANCES.
           MOVE ZEROS TO Rent-Balance, Deposit-Balance.
           OPEN INPUT TenLedgerFile.
           IF WS-TenLedger-File-Status = "00"
               READ TenLedgerFile
                   AT END SET EndOfTenLedgerFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfTenLedgerFile
                   IF TL-Property-ID = PT-Property-ID(PT-Found-Idx)
                       AND TL-Tenant = PT-Tenant(PT-Found-Idx)
                       EVALUATE TRUE
                           WHEN TL-Is-Demand
                               ADD TL-Amount TO Rent-Balance
                           WHEN TL-Is-Receipt
                               SUBTRACT TL-Amount FROM Rent-Balance
                           WHEN TL-Is-Deposit-Held
                               ADD TL-Amount TO Deposit-Balance
                           WHEN TL-Is-Deduction
                               SUBTRACT TL-Amount
                                   FROM Deposit-Balance
                           WHEN TL-Is-Deposit-Return
                               SUBTRACT TL-Amount
                                   FROM Deposit-Balance
                       END-EVALUATE
                   END-IF
                   READ TenLedgerFile
                       AT END SET EndOfTenLedgerFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TenLedgerFile
           END-IF.

      * Appends one ledger line for the found property's tenancy;
      * the caller sets the type, amount and reference.
       2080-WRITE-LEDGER-LINE.
           MOVE PT-Property-ID(PT-Found-Idx) TO TL-Property-ID.
           MOVE PT-Tenant(PT-Found-Idx) TO TL-Tenant.
           MOVE Business-Date TO TL-Date.
           MOVE Operator-ID TO TL-Operator-ID.
           OPEN EXTEND TenLedgerFile.
           IF WS-TenLedger-File-Status NOT = "00"
               OPEN OUTPUT TenLedgerFile
           END-IF.
           WRITE TenLedger-Rec.
           CLOSE TenLedgerFile.

      * One demand per let property per month. The ledger is read
      * first for each tenancy's balance brought forward and for
      * the demands this month already carries, so a second run in
      * the same month raises only what the first one missed.
       2100-MONTHLY-RENT-RUN.
           PERFORM VARYING PT-Idx FROM 1 BY 1
               UNTIL PT-Idx > Property-Count
               MOVE ZEROS TO PT-Balance(PT-Idx)
               MOVE "N" TO PT-Billed-Switch(PT-Idx)
           END-PERFORM.
           OPEN INPUT TenLedgerFile.
           IF WS-TenLedger-File-Status = "00"
               READ TenLedgerFile
                   AT END SET EndOfTenLedgerFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfTenLedgerFile
                   PERFORM 2110-BRING-FORWARD-ONE-LINE
                   READ TenLedgerFile
                       AT END SET EndOfTenLedgerFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TenLedgerFile
           END-IF.
           MOVE ZEROS TO Demands-Raised, Demands-Skipped,
               Demands-Total.
           OPEN OUTPUT RentDemandRep.
           PERFORM VARYING PT-Idx FROM 1 BY 1
               UNTIL PT-Idx > Property-Count
               IF PT-Tenant(PT-Idx) NOT = SPACES
                   AND PT-Monthly-Rent(PT-Idx) > ZERO
                   IF PT-Is-Billed(PT-Idx)
                       ADD 1 TO Demands-Skipped
                   ELSE
                       PERFORM 2120-RAISE-ONE-DEMAND
                   END-IF
               END-IF
           END-PERFORM.
           MOVE Demands-Raised TO Prn-Demands-Raised.
           MOVE Demands-Total TO Prn-Demands-Total.
           WRITE Demand-Print-Line FROM Demand-Totals-Line
           AFTER ADVANCING 3 LINES.
           CLOSE RentDemandRep.
           DISPLAY "RENT DEMANDS RAISED FOR " Current-Period ": "
               Demands-Raised " ALREADY DEMANDED: " Demands-Skipped.

       2110-BRING-FORWARD-ONE-LINE.
           MOVE ZEROS TO PT-Found-Idx.
           PERFORM VARYING PT-Idx FROM 1 BY 1
               UNTIL PT-Idx > Property-Count
               OR PT-Found-Idx > ZERO
               IF PT-Property-ID(PT-Idx) = TL-Property-ID
                   AND PT-Tenant(PT-Idx) = TL-Tenant
                   MOVE PT-Idx TO PT-Found-Idx
               END-IF
           END-PERFORM.
           IF PT-Found-Idx > ZERO
               IF TL-Is-Demand
                   ADD TL-Amount TO PT-Balance(PT-Found-Idx)
                   IF TL-Period = Current-Period
                       MOVE "Y" TO PT-Billed-Switch(PT-Found-Idx)
                   END-IF
               END-IF
               IF TL-Is-Receipt
                   SUBTRACT TL-Amount FROM PT-Balance(PT-Found-Idx)
               END-IF
           END-IF.

       2120-RAISE-ONE-DEMAND.
           PERFORM 2060-FIND-CITY-RATE.
           MOVE PT-Idx TO PT-Found-Idx.
           COMPUTE Demand-Amount =
               PT-Monthly-Rent(PT-Idx) + Rent-Surcharge.
           MOVE SPACES TO TenLedger-Rec.
           MOVE "D" TO TL-Type.
           MOVE Current-Period TO TL-Period.
           MOVE PT-Monthly-Rent(PT-Idx) TO TL-Rent.
           MOVE Rent-Surcharge TO TL-Surcharge.
           MOVE Demand-Amount TO TL-Amount.
           MOVE "MONTHLY RENT DEMAND" TO TL-Reference.
           PERFORM 2080-WRITE-LEDGER-LINE.
           ADD 1 TO Demands-Raised.
           ADD Demand-Amount TO Demands-Total.

           WRITE Demand-Print-Line FROM Demand-Heading-Line
           AFTER ADVANCING 3 LINES.
           MOVE PT-Property-ID(PT-Idx) TO Prn-Property-ID.
           IF CRT-Found-Idx > ZERO
               MOVE CRT-CityName(CRT-Found-Idx) TO Prn-City-Name
           ELSE
               MOVE "UNKNOWN" TO Prn-City-Name
           END-IF.
           WRITE Demand-Print-Line FROM Demand-Property-Line
           AFTER ADVANCING 2 LINES.
           MOVE PT-Tenant(PT-Idx) TO Prn-Tenant.
           WRITE Demand-Print-Line FROM Demand-Tenant-Line
           AFTER ADVANCING 1 LINE.
           MOVE Current-Period TO Prn-Period.
           MOVE Business-Date TO Prn-Date.
           WRITE Demand-Print-Line FROM Demand-Period-Line
           AFTER ADVANCING 1 LINE.
           MOVE "BROUGHT FORWARD" TO Prn-Amount-Label.
           MOVE PT-Balance(PT-Idx) TO Prn-Amount.
           WRITE Demand-Print-Line FROM Demand-Amount-Line
           AFTER ADVANCING 2 LINES.
           MOVE "MONTHLY RENT" TO Prn-Amount-Label.
           MOVE PT-Monthly-Rent(PT-Idx) TO Prn-Amount.
           WRITE Demand-Print-Line FROM Demand-Amount-Line
           AFTER ADVANCING 1 LINE.
           MOVE "CITY SURCHARGE" TO Prn-Amount-Label.
           MOVE Rent-Surcharge TO Prn-Amount.
           WRITE Demand-Print-Line FROM Demand-Amount-Line
           AFTER ADVANCING 1 LINE.
           ADD Demand-Amount TO PT-Balance(PT-Idx).
           MOVE "NOW DUE" TO Prn-Amount-Label.
           MOVE PT-Balance(PT-Idx) TO Prn-Amount.
           WRITE Demand-Print-Line FROM Demand-Amount-Line
           AFTER ADVANCING 2 LINES.

       2200-RENT-RECEIPT.
           PERFORM 2050-FIND-PROPERTY.
           IF PT-Found-Idx > ZERO
               IF PT-Tenant(PT-Found-Idx) = SPACES
                   DISPLAY "PROPERTY " Entry-Property-ID
                       " IS VACANT - NO TENANCY TO RECEIPT"
               ELSE
                   DISPLAY "TENANT " PT-Tenant(PT-Found-Idx)
                   DISPLAY "AMOUNT RECEIVED (NNNNNNNNN, CENTS "
                       "IMPLIED)"
                   ACCEPT Entry-Amount-X
                   IF Entry-Amount-X IS NOT NUMERIC
                       OR Entry-Amount-N = ZERO
                       DISPLAY "AMOUNT MUST BE NUMERIC AND NOT ZERO "
                           "- RECEIPT NOT POSTED"
                   ELSE
                       DISPLAY "RECEIPT REFERENCE"
                       ACCEPT Entry-Reference
                       MOVE SPACES TO TenLedger-Rec
                       MOVE "R" TO TL-Type
                       MOVE Current-Period TO TL-Period
                       MOVE ZEROS TO TL-Rent, TL-Surcharge
                       MOVE Entry-Amount-N TO TL-Amount
                       MOVE Entry-Reference TO TL-Reference
                       PERFORM 2080-WRITE-LEDGER-LINE
                       PERFORM 2070-TENANCY-BALANCES
                       DISPLAY "RECEIPT POSTED - RENT BALANCE NOW "
                           Rent-Balance
                   END-IF
               END-IF
           END-IF.

      * A vacant property is let to the named tenant, and the
      * security deposit taken goes onto the tenancy's ledger.
       2300-NEW-TENANCY.
           PERFORM 2050-FIND-PROPERTY.
           IF PT-Found-Idx > ZERO
               IF PT-Tenant(PT-Found-Idx) NOT = SPACES
                   DISPLAY "PROPERTY " Entry-Property-ID " IS LET TO "
                       PT-Tenant(PT-Found-Idx) " - END THAT TENANCY "
                       "FIRST"
               ELSE
                   DISPLAY "TENANT NAME"
                   ACCEPT Entry-Tenant
                   IF Entry-Tenant = SPACES
                       DISPLAY "NO TENANT NAMED - PROPERTY LEFT "
                           "VACANT"
                   ELSE
                       MOVE Entry-Tenant TO PT-Tenant(PT-Found-Idx)
                       ADD 1 TO Properties-Changed
                       DISPLAY "SECURITY DEPOSIT TAKEN (NNNNNNNNN, "
                           "CENTS IMPLIED, BLANK FOR NONE)"
                       MOVE SPACES TO Entry-Amount-X
                       ACCEPT Entry-Amount-X
                       IF Entry-Amount-X IS NUMERIC
                           AND Entry-Amount-N > ZERO
                           MOVE SPACES TO TenLedger-Rec
                           MOVE "H" TO TL-Type
                           MOVE Current-Period TO TL-Period
                           MOVE ZEROS TO TL-Rent, TL-Surcharge
                           MOVE Entry-Amount-N TO TL-Amount
                           MOVE "DEPOSIT TAKEN" TO TL-Reference
                           PERFORM 2080-WRITE-LEDGER-LINE
                       END-IF
                       DISPLAY "PROPERTY " Entry-Property-ID
                           " LET TO " Entry-Tenant
                   END-IF
               END-IF
           END-IF.

      * Deductions from a deposit are a supervisor's decision. Rent
      * arrears taken from the deposit are also receipted, so the
      * rent account clears as the deposit goes down.
       2400-END-TENANCY.
           PERFORM 2050-FIND-PROPERTY.
           IF PT-Found-Idx > ZERO
               IF PT-Tenant(PT-Found-Idx) = SPACES
                   DISPLAY "PROPERTY " Entry-Property-ID
                       " IS ALREADY VACANT"
               ELSE
                   PERFORM Check-Supervisor-Role
                   IF Role-OK
                       PERFORM 2410-SETTLE-DEPOSIT
                   END-IF
               END-IF
           END-IF.

       2410-SETTLE-DEPOSIT.
           PERFORM 2070-TENANCY-BALANCES.
           DISPLAY "TENANT " PT-Tenant(PT-Found-Idx)
               " RENT OWED " Rent-Balance
               " DEPOSIT HELD " Deposit-Balance.
           IF Rent-Balance > ZERO AND Deposit-Balance > ZERO
               DISPLAY "DEDUCT RENT ARREARS FROM THE DEPOSIT (Y/N)?"
               ACCEPT Approve-Answer
               IF Approve-Yes
                   IF Rent-Balance > Deposit-Balance
                       MOVE Deposit-Balance TO Deduct-Amount
                   ELSE
                       MOVE Rent-Balance TO Deduct-Amount
                   END-IF
                   MOVE SPACES TO TenLedger-Rec
                   MOVE "X" TO TL-Type
                   MOVE Current-Period TO TL-Period
                   MOVE ZEROS TO TL-Rent, TL-Surcharge
                   MOVE Deduct-Amount TO TL-Amount
                   MOVE "RENT ARREARS" TO TL-Reference
                   PERFORM 2080-WRITE-LEDGER-LINE
                   MOVE SPACES TO TenLedger-Rec
                   MOVE "R" TO TL-Type
                   MOVE Current-Period TO TL-Period
                   MOVE ZEROS TO TL-Rent, TL-Surcharge
                   MOVE Deduct-Amount TO TL-Amount
                   MOVE "FROM DEPOSIT" TO TL-Reference
                   PERFORM 2080-WRITE-LEDGER-LINE
                   SUBTRACT Deduct-Amount FROM Deposit-Balance,
                       Rent-Balance
               END-IF
           END-IF.
           MOVE "N" TO Deduction-Switch.
           PERFORM 2420-OTHER-DEDUCTION
               UNTIL Deductions-Done OR Deposit-Balance NOT > ZERO.
           IF Deposit-Balance > ZERO
               DISPLAY "DEPOSIT RETURNED " Deposit-Balance
                   " - RETURN REFERENCE"
               ACCEPT Entry-Reference
               MOVE SPACES TO TenLedger-Rec
               MOVE "T" TO TL-Type
               MOVE Current-Period TO TL-Period
               MOVE ZEROS TO TL-Rent, TL-Surcharge
               MOVE Deposit-Balance TO TL-Amount
               MOVE Entry-Reference TO TL-Reference
               PERFORM 2080-WRITE-LEDGER-LINE
           END-IF.
           IF Rent-Balance > ZERO
               DISPLAY "RENT STILL OWED " Rent-Balance
                   " STAYS ON THE TENANCY LEDGER"
           END-IF.
           MOVE SPACES TO PT-Tenant(PT-Found-Idx).
           ADD 1 TO Properties-Changed.
           DISPLAY "TENANCY ENDED - PROPERTY " Entry-Property-ID
               " NOW VACANT".

       2420-OTHER-DEDUCTION.
           DISPLAY "OTHER DEDUCTION (NNNNNNNNN, CENTS IMPLIED, "
               "BLANK TO FINISH) - " Deposit-Balance " LEFT".
           MOVE SPACES TO Entry-Amount-X.
           ACCEPT Entry-Amount-X.
           EVALUATE TRUE
               WHEN Entry-Amount-X = SPACES
                   SET Deductions-Done TO TRUE
               WHEN Entry-Amount-X IS NOT NUMERIC
                   DISPLAY "AMOUNT MUST BE NUMERIC"
               WHEN Entry-Amount-N > Deposit-Balance
                   DISPLAY "DEDUCTION EXCEEDS THE DEPOSIT LEFT"
               WHEN Entry-Amount-N = ZERO
                   SET Deductions-Done TO TRUE
               WHEN OTHER
                   DISPLAY "REASON FOR THE DEDUCTION"
                   ACCEPT Entry-Reference
                   MOVE SPACES TO TenLedger-Rec
                   MOVE "X" TO TL-Type
                   MOVE Current-Period TO TL-Period
                   MOVE ZEROS TO TL-Rent, TL-Surcharge
                   MOVE Entry-Amount-N TO TL-Amount
                   MOVE Entry-Reference TO TL-Reference
                   PERFORM 2080-WRITE-LEDGER-LINE
                   SUBTRACT Entry-Amount-N FROM Deposit-Balance
           END-EVALUATE.

      * Blank keeps what the property has. A reviewed rent already
      * waiting for its effective date is left to take effect.
       2500-REVIEW-TERMS.
           PERFORM 2050-FIND-PROPERTY.
           IF PT-Found-Idx > ZERO
               DISPLAY "RENT " PT-Monthly-Rent(PT-Found-Idx)
                   " NEXT REVIEW " PT-Review-Date(PT-Found-Idx)
                   " BASIS " PT-Review-Basis(PT-Found-Idx)
               IF PT-New-Rent(PT-Found-Idx) > ZERO
                   DISPLAY "REVIEWED RENT " PT-New-Rent(PT-Found-Idx)
                       " TAKES EFFECT "
                       PT-New-Rent-Date(PT-Found-Idx)
               END-IF
               DISPLAY "NEXT REVIEW DATE (YYYYMMDD, BLANK TO KEEP)"
               MOVE SPACES TO Entry-Date-X
               ACCEPT Entry-Date-X
               IF Entry-Date-X IS NUMERIC
                   MOVE Entry-Date-N TO PT-Review-Date(PT-Found-Idx)
               END-IF
               DISPLAY "REVIEW BASIS (I)NDEX (F)IXED (N)ONE, "
                   "BLANK TO KEEP"
               MOVE SPACE TO Entry-Basis
               ACCEPT Entry-Basis
               EVALUATE Entry-Basis
                   WHEN "I"
                   WHEN "F"
                       MOVE Entry-Basis
                           TO PT-Review-Basis(PT-Found-Idx)
                   WHEN "N"
                       MOVE SPACE TO PT-Review-Basis(PT-Found-Idx)
               END-EVALUATE
               IF PT-Review-Basis(PT-Found-Idx) = "F"
                   DISPLAY "FIXED UPLIFT % (NNNN, 2 DECIMALS "
                       "IMPLIED, CURRENTLY "
                       PT-Fixed-Pct(PT-Found-Idx) ")"
                   PERFORM 2510-ACCEPT-PCT
                   IF Entry-Pct-X IS NUMERIC
                       MOVE Entry-Pct-N TO PT-Fixed-Pct(PT-Found-Idx)
                   END-IF
               END-IF
               DISPLAY "CAP % (NNNN, 0000 FOR NO CAP, CURRENTLY "
                   PT-Cap-Pct(PT-Found-Idx) ")"
               PERFORM 2510-ACCEPT-PCT
               IF Entry-Pct-X IS NUMERIC
                   MOVE Entry-Pct-N TO PT-Cap-Pct(PT-Found-Idx)
               END-IF
               DISPLAY "FLOOR % (NNNN, 0000 SO THE RENT NEVER FALLS, "
                   "CURRENTLY " PT-Floor-Pct(PT-Found-Idx) ")"
               PERFORM 2510-ACCEPT-PCT
               IF Entry-Pct-X IS NUMERIC
                   MOVE Entry-Pct-N TO PT-Floor-Pct(PT-Found-Idx)
               END-IF
               IF PT-Cap-Pct(PT-Found-Idx) > ZERO
                   AND PT-Floor-Pct(PT-Found-Idx)
                       > PT-Cap-Pct(PT-Found-Idx)
                   MOVE PT-Cap-Pct(PT-Found-Idx)
                       TO PT-Floor-Pct(PT-Found-Idx)
                   DISPLAY "FLOOR ABOVE THE CAP - FLOOR SET TO THE CAP"
               END-IF
               ADD 1 TO Properties-Changed
               DISPLAY "REVIEW TERMS RECORDED"
           END-IF.

       2510-ACCEPT-PCT.
           MOVE SPACES TO Entry-Pct-X.
           ACCEPT Entry-Pct-X.
           IF Entry-Pct-X NOT = SPACES
               AND Entry-Pct-X IS NOT NUMERIC
               DISPLAY "PERCENTAGE MUST BE NUMERIC - NOT CHANGED"
           END-IF.

       2600-RENT-HISTORY.
           PERFORM 2050-FIND-PROPERTY.
           IF PT-Found-Idx > ZERO
               MOVE ZEROS TO History-Lines
               OPEN INPUT RentHistFile
               IF WS-RentHist-File-Status = "00"
                   READ RentHistFile
                       AT END SET EndOfRentHistFile TO TRUE
                   END-READ
                   PERFORM UNTIL EndOfRentHistFile
                       IF RH-Property-ID = Entry-Property-ID
                           ADD 1 TO History-Lines
                           DISPLAY RH-Effective-Date " "
                               RH-Old-Rent " TO " RH-New-Rent
                               " BASIS " RH-Basis " "
                               RH-Change-Pct "% " RH-Tenant
                       END-IF
                       READ RentHistFile
                           AT END SET EndOfRentHistFile TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE RentHistFile
               END-IF
               IF History-Lines = ZERO
                   DISPLAY "NO PAST RENTS ON RENTHIST.DAT FOR "
                       Entry-Property-ID
               END-IF
               DISPLAY "CURRENT RENT " PT-Monthly-Rent(PT-Found-Idx)
           END-IF.

      * Two passes of the ledger: the first totals each tenancy's
      * receipts, the second sets them against its demands oldest
      * first (the ledger is in date order) and ages what is left
      * by whole months since the demand's period, the ArAgeing
      * buckets. Receipts beyond every demand show as a credit in
      * the current column.
       3000-ARREARS-AGEING.
           MOVE ZEROS TO Tenancy-Age-Count.
           OPEN INPUT TenLedgerFile.
           IF WS-TenLedger-File-Status NOT = "00"
               DISPLAY "WARNING: TENLEDG.DAT NOT AVAILABLE - "
                   "NOTHING TO AGE"
           ELSE
               READ TenLedgerFile
                   AT END SET EndOfTenLedgerFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfTenLedgerFile
                   IF TL-Is-Receipt
                       PERFORM 3100-FIND-OR-ADD-TENANCY
                       IF TA-Found-Idx > ZERO
                           ADD TL-Amount TO TA-Credit(TA-Found-Idx)
                       END-IF
                   END-IF
                   READ TenLedgerFile
                       AT END SET EndOfTenLedgerFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TenLedgerFile
               OPEN INPUT TenLedgerFile
               READ TenLedgerFile
                   AT END SET EndOfTenLedgerFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfTenLedgerFile
                   IF TL-Is-Demand
                       PERFORM 3100-FIND-OR-ADD-TENANCY
                       IF TA-Found-Idx > ZERO
                           PERFORM 3200-AGE-ONE-DEMAND
                       END-IF
                   END-IF
                   READ TenLedgerFile
                       AT END SET EndOfTenLedgerFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TenLedgerFile
               PERFORM VARYING TA-Idx FROM 1 BY 1
                   UNTIL TA-Idx > Tenancy-Age-Count
                   SUBTRACT TA-Credit(TA-Idx)
                       FROM TA-Bucket(TA-Idx, 1)
               END-PERFORM
               PERFORM 3300-PRINT-AGEING-REPORT
           END-IF.

      * A tenancy's city is its property's city on the master, or
      * none when the property has since gone from it.
       3100-FIND-OR-ADD-TENANCY.
           MOVE ZEROS TO TA-Found-Idx.
           PERFORM VARYING TA-Idx FROM 1 BY 1
               UNTIL TA-Idx > Tenancy-Age-Count
               OR TA-Found-Idx > ZERO
               IF TA-Property-ID(TA-Idx) = TL-Property-ID
                   AND TA-Tenant(TA-Idx) = TL-Tenant
                   MOVE TA-Idx TO TA-Found-Idx
               END-IF
           END-PERFORM.
           IF TA-Found-Idx = ZERO AND Tenancy-Age-Count < 2000
               ADD 1 TO Tenancy-Age-Count
               MOVE Tenancy-Age-Count TO TA-Found-Idx
               MOVE TL-Property-ID TO TA-Property-ID(TA-Found-Idx)
               MOVE TL-Tenant TO TA-Tenant(TA-Found-Idx)
               MOVE ZEROS TO TA-Credit(TA-Found-Idx)
                   TA-Bucket(TA-Found-Idx, 1)
                   TA-Bucket(TA-Found-Idx, 2)
                   TA-Bucket(TA-Found-Idx, 3)
                   TA-Bucket(TA-Found-Idx, 4)
                   TA-City-Idx(TA-Found-Idx)
               MOVE ZEROS TO PT-Found-Idx
               PERFORM VARYING PT-Idx FROM 1 BY 1
                   UNTIL PT-Idx > Property-Count
                   OR PT-Found-Idx > ZERO
                   IF PT-Property-ID(PT-Idx) = TL-Property-ID
                       MOVE PT-Idx TO PT-Found-Idx
                   END-IF
               END-PERFORM
               IF PT-Found-Idx > ZERO
                   MOVE PT-Found-Idx TO PT-Idx
                   PERFORM 2060-FIND-CITY-RATE
                   MOVE CRT-Found-Idx TO TA-City-Idx(TA-Found-Idx)
               END-IF
           END-IF.

       3200-AGE-ONE-DEMAND.
           IF TA-Credit(TA-Found-Idx) >= TL-Amount
               SUBTRACT TL-Amount FROM TA-Credit(TA-Found-Idx)
           ELSE
               COMPUTE Deduct-Amount =
                   TL-Amount - TA-Credit(TA-Found-Idx)
               MOVE ZEROS TO TA-Credit(TA-Found-Idx)
               COMPUTE Age-Months =
                   (Business-Year - TL-Period-Year) * 12
                   + Business-Month - TL-Period-Month
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
               ADD Deduct-Amount
                   TO TA-Bucket(TA-Found-Idx, Bucket-Idx)
           END-IF.

      * City by city in CITYRATE.DAT order, then the tenancies whose
      * property has no known city, each with a subtotal, and the
      * grand total last. Settled tenancies are left off.
       3300-PRINT-AGEING-REPORT.
           MOVE ZEROS TO Grand-Bucket(1), Grand-Bucket(2),
               Grand-Bucket(3), Grand-Bucket(4).
           OPEN OUTPUT RentAgeingRep.
           WRITE Ageing-Print-Line FROM Ageing-Heading-Line
           AFTER ADVANCING 1 LINE.
           PERFORM VARYING City-Print-Idx FROM 1 BY 1
               UNTIL City-Print-Idx > City-Rate-Table-Count
               MOVE CRT-CityName(City-Print-Idx) TO Prn-Age-City
               PERFORM 3310-PRINT-ONE-CITY
           END-PERFORM.
           MOVE ZEROS TO City-Print-Idx.
           MOVE "UNKNOWN" TO Prn-Age-City.
           PERFORM 3310-PRINT-ONE-CITY.
           MOVE SPACES TO AGE-Property-ID.
           MOVE "ALL CITIES" TO AGE-Tenant.
           MOVE Grand-Bucket(1) TO AGE-Bucket-1.
           MOVE Grand-Bucket(2) TO AGE-Bucket-2.
           MOVE Grand-Bucket(3) TO AGE-Bucket-3.
           MOVE Grand-Bucket(4) TO AGE-Bucket-4.
           WRITE Ageing-Print-Line FROM Ageing-Detail-Line
           AFTER ADVANCING 2 LINES.
           CLOSE RentAgeingRep.
           DISPLAY "RENT ARREARS AGEING WRITTEN TO RENTAGE.RPT".

       3310-PRINT-ONE-CITY.
           MOVE ZEROS TO Tenancies-In-City.
           MOVE ZEROS TO City-Bucket(1), City-Bucket(2),
               City-Bucket(3), City-Bucket(4).
           PERFORM VARYING TA-Idx FROM 1 BY 1
               UNTIL TA-Idx > Tenancy-Age-Count
               IF TA-City-Idx(TA-Idx) = City-Print-Idx
                   AND (TA-Bucket(TA-Idx, 1) NOT = ZERO
                   OR TA-Bucket(TA-Idx, 2) NOT = ZERO
                   OR TA-Bucket(TA-Idx, 3) NOT = ZERO
                   OR TA-Bucket(TA-Idx, 4) NOT = ZERO)
                   IF Tenancies-In-City = ZERO
                       WRITE Ageing-Print-Line FROM Ageing-City-Line
                       AFTER ADVANCING 2 LINES
                       WRITE Ageing-Print-Line FROM Ageing-Topic-Line
                       AFTER ADVANCING 1 LINE
                   END-IF
                   ADD 1 TO Tenancies-In-City
                   MOVE TA-Property-ID(TA-Idx) TO AGE-Property-ID
                   MOVE TA-Tenant(TA-Idx) TO AGE-Tenant
                   MOVE TA-Bucket(TA-Idx, 1) TO AGE-Bucket-1
                   MOVE TA-Bucket(TA-Idx, 2) TO AGE-Bucket-2
                   MOVE TA-Bucket(TA-Idx, 3) TO AGE-Bucket-3
                   MOVE TA-Bucket(TA-Idx, 4) TO AGE-Bucket-4
                   WRITE Ageing-Print-Line FROM Ageing-Detail-Line
                   AFTER ADVANCING 1 LINE
                   ADD TA-Bucket(TA-Idx, 1) TO City-Bucket(1)
                   ADD TA-Bucket(TA-Idx, 2) TO City-Bucket(2)
                   ADD TA-Bucket(TA-Idx, 3) TO City-Bucket(3)
                   ADD TA-Bucket(TA-Idx, 4) TO City-Bucket(4)
               END-IF
           END-PERFORM.
           IF Tenancies-In-City > ZERO
               MOVE SPACES TO AGE-Property-ID
               MOVE "CITY TOTAL" TO AGE-Tenant
               MOVE City-Bucket(1) TO AGE-Bucket-1
               MOVE City-Bucket(2) TO AGE-Bucket-2
               MOVE City-Bucket(3) TO AGE-Bucket-3
               MOVE City-Bucket(4) TO AGE-Bucket-4
               WRITE Ageing-Print-Line FROM Ageing-Detail-Line
               AFTER ADVANCING 1 LINE
               ADD City-Bucket(1) TO Grand-Bucket(1)
               ADD City-Bucket(2) TO Grand-Bucket(2)
               ADD City-Bucket(3) TO Grand-Bucket(3)
               ADD City-Bucket(4) TO Grand-Bucket(4)
           END-IF.

       5000-REWRITE-PROPERTIES.
           OPEN OUTPUT PropMasterFile.
           PERFORM VARYING PT-Idx FROM 1 BY 1
               UNTIL PT-Idx > Property-Count
               MOVE SPACES TO PropMast-Rec
               MOVE PT-Property-ID(PT-Idx) TO PropMast-Property-ID
               MOVE PT-CityCode(PT-Idx) TO PropMast-CityCode
               MOVE PT-Tenant(PT-Idx) TO PropMast-Tenant
               MOVE PT-Monthly-Rent(PT-Idx) TO PropMast-Monthly-Rent
               MOVE PT-Review-Date(PT-Idx) TO PropMast-Review-Date
               MOVE PT-Review-Basis(PT-Idx) TO PropMast-Review-Basis
               MOVE PT-Fixed-Pct(PT-Idx) TO PropMast-Fixed-Pct
               MOVE PT-Cap-Pct(PT-Idx) TO PropMast-Cap-Pct
               MOVE PT-Floor-Pct(PT-Idx) TO PropMast-Floor-Pct
               MOVE PT-New-Rent(PT-Idx) TO PropMast-New-Rent
               MOVE PT-New-Rent-Date(PT-Idx)
                   TO PropMast-New-Rent-Date
               WRITE PropMast-Rec
           END-PERFORM.
           CLOSE PropMasterFile.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="RENTLEDG"==.
       COPY "RUNLOCKPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="RENTLEDG"==.
       COPY "OPSIGNPA.CPY".
       COPY "BUSDATEPA.CPY".
       COPY "OPROLEPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="RENTLEDG"==.

       END PROGRAM RentLedg.
