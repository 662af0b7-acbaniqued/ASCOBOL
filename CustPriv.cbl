      ******************************************************************
      * Author:
      * Date:
      * Purpose: Customer personal-data requests. A customer may ask
      *          for a copy of everything held on them, or ask to be
      *          forgotten; the name and address are spread across
      *          the customer master, the delivery points, the sales
      *          history, the despatch file, the invoice archive and
      *          the customer's dunning letter, and the ledger and
      *          the EDI feed carry the account itself.
      *          (E)xport gathers every record for one CustomerID
      *          from CUSTMAST.DAT, SHIPTO.DAT, SALES.DAT,
      *          DESPATCH.DAT, INVARCH.DAT, ARLEDGER.DAT, the
      *          DUNxxxxx.TXT letter and the FEEDxxxxx.CSV feed into
      *          one readable CUSTSAR.RPT for the reply.
      *          (A)nonymise replaces the name and address with a
      *          placeholder across the same files. It is refused
      *          while the customer has an open item on ARLEDGER.DAT,
      *          and it touches nothing else: invoice numbers, dates,
      *          quantities and amounts stay as they were for the
      *          statutory retention period. The customer's earlier
      *          CUSTMAST.DAT journal lines are scrubbed the same way
      *          and the change is journalled, so a recovery replays
      *          the placeholder rather than the old address.
      *          Both functions are for a supervisor, and each one
      *          run is entered on PRIVREG.DAT (date, customer,
      *          operator, function) as the record that the request
      *          was dealt with.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustPriv.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Both indexed: the master is read by the customer ID, the
      * ledger through its customer alternate key.
       SELECT CustMasterFile ASSIGN TO "CUSTMAST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CustMast-CustomerID
                 FILE STATUS IS WS-CustMaster-File-Status.

       SELECT ShipToFile ASSIGN TO "SHIPTO.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ShipTo-File-Status.

       SELECT SalesFile ASSIGN TO "SALES.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Sales-File-Status.

       SELECT DespatchFile ASSIGN TO "DESPATCH.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Despatch-File-Status.

       SELECT InvArchFile ASSIGN TO "INVARCH.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-InvArch-File-Status.

       SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AR-Invoice-Number
                 ALTERNATE RECORD KEY IS AR-CustomerID
                     WITH DUPLICATES
                 FILE STATUS IS WS-ArLedger-File-Status.

      * The customer's latest dunning letter and EDI feed, named by
      * CustomerID the way Dunning and CustFeed name them.
       SELECT DunLetterFile ASSIGN USING Letter-File-Name
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DunLetter-File-Status.

       SELECT FeedFile ASSIGN USING Feed-File-Name
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Feed-File-Status.

      * One line per request dealt with; it holds no personal data.
       SELECT PrivRegFile ASSIGN TO "PRIVREG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PrivReg-File-Status.

      * Work pass for the two-step rewrite of the sequential files.
       SELECT WorkPassFile ASSIGN TO "PRIVWORK.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-WorkPass-File-Status.

       SELECT CustSarRep ASSIGN TO "CUSTSAR.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "UPDJRNLFC.CPY".
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "RUNLOCKFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD CustMasterFile.
       01 CustMast-Rec.
           88 EndOfCustMasterFile   VALUE HIGH-VALUES.
           02  CustMast-CustomerID      PIC X(5).
           02  FILLER                   PIC X.
           02  CustMast-Region          PIC X(10).
           02  FILLER                   PIC X.
           02  CustMast-RepCode         PIC X(3).
           02  FILLER                   PIC X.
           02  CustMast-CommRate        PIC V999.
           02  FILLER                   PIC X.
           02  CustMast-Address         PIC X(30).
           02  FILLER                   PIC X.
           02  CustMast-Currency        PIC X(3).
           02  FILLER                   PIC X.
           02  CustMast-EDI-Flag        PIC X.
           02  FILLER                   PIC X.
           02  CustMast-Credit-Limit    PIC 9(7).
           02  FILLER                   PIC X.
           02  CustMast-Hold-Flag       PIC X.
           02  FILLER                   PIC X.
           02  CustMast-Branch          PIC X(3).
           02  FILLER                   PIC X.
           02  CustMast-Int-Waiver      PIC X.
           02  FILLER                   PIC X.
           02  CustMast-Prepay-Flag     PIC X.
           02  FILLER                   PIC X.
           02  CustMast-CoA-Flag        PIC X.

       FD ShipToFile.
       01 ShipTo-Rec.
           88 EndOfShipToFile       VALUE HIGH-VALUES.
           02  ShipTo-CustomerID        PIC X(5).
           02  FILLER                   PIC X.
           02  ShipTo-Point             PIC X(3).
           02  FILLER                   PIC X.
           02  ShipTo-Name              PIC X(20).
           02  FILLER                   PIC X.
           02  ShipTo-Address           PIC X(30).
           02  FILLER                   PIC X.
           02  ShipTo-Town              PIC X(20).
           02  FILLER                   PIC X.
           02  ShipTo-Postcode          PIC X(8).

       FD SalesFile.
       01 Sales-Rec.
           88 EndOfSalesFile        VALUE HIGH-VALUES.
           02  SalesFile-CustomerID         PIC X(5).
           02  SalesFile-CustomerName       PIC X(20).
           02  SalesFile-OilID              PIC X(3).
           02  SalesFile-UnitSize           PIC 99.
           02  SalesFile-UnitsSold          PIC S999
               SIGN IS TRAILING SEPARATE.
           02  SalesFile-Trans-Date         PIC 9(8).
           02  FILLER                       PIC X.
           02  SalesFile-Reason-Code        PIC X(2).
           02  FILLER                       PIC X.
           02  SalesFile-RMA-Number         PIC X(6).
           02  FILLER                       PIC X.
           02  SalesFile-Branch             PIC X(3).
           02  FILLER                       PIC X.
           02  SalesFile-Quote-Number       PIC X(6).
           02  FILLER                       PIC X.
           02  SalesFile-Quote-Price        PIC 9(3)V99.
           02  FILLER                       PIC X.
           02  SalesFile-Ship-Point         PIC X(3).
           02  FILLER                       PIC X.
           02  SalesFile-ProForma-Number    PIC X(6).

       FD DespatchFile.
       01 Desp-Rec.
           88 EndOfDespatchFile     VALUE HIGH-VALUES.
           02  Desp-CustomerID        PIC X(5).
           02  Desp-CustomerName      PIC X(20).
           02  Desp-OilID             PIC X(3).
           02  Desp-UnitSize          PIC 99.
           02  Desp-UnitsSold         PIC S999
               SIGN IS TRAILING SEPARATE.
           02  Desp-Trans-Seq         PIC 9(7).
           02  Desp-Trans-Date        PIC 9(8).
           02  Desp-Reason-Code       PIC X(2).
           02  Desp-Confirmed-Qty     PIC 999.
           02  Desp-Status            PIC X.
           02  Desp-Quote-Number      PIC X(6).
           02  Desp-Quote-Price       PIC 9(3)V99.
           02  Desp-Ship-Point        PIC X(3).
           02  Desp-ProForma-Number   PIC X(6).

       FD InvArchFile.
       01 InvArch-Rec.
           88 EndOfInvArchFile      VALUE HIGH-VALUES.
           02  Arch-Invoice-Number    PIC 9(6).
           02  FILLER                 PIC X.
           02  Arch-Rec-Type          PIC X.
               88 Arch-Is-Header      VALUE "H".
               88 Arch-Is-Detail      VALUE "D".
           02  FILLER                 PIC X.
           02  Arch-Data              PIC X(67).
           02  Arch-Header-View REDEFINES Arch-Data.
               03  AH-Doc-Type        PIC X.
               03  AH-CustomerID      PIC X(5).
               03  AH-CustomerName    PIC X(20).
               03  AH-Doc-Date        PIC 9(8).
               03  AH-Tax-Rate        PIC V999.
               03  AH-Total           PIC S9(7)V99
                   SIGN IS TRAILING SEPARATE.
               03  AH-Tax             PIC S9(7)V99
                   SIGN IS TRAILING SEPARATE.
               03  AH-Inc-Tax         PIC S9(7)V99
                   SIGN IS TRAILING SEPARATE.
           02  Arch-Detail-View REDEFINES Arch-Data.
               03  AD-OilID           PIC X(3).
               03  AD-Oil-Name        PIC X(13).
               03  AD-UnitSize        PIC 99.
               03  AD-Qty             PIC S999
                   SIGN IS TRAILING SEPARATE.
               03  AD-Trans-Date      PIC 9(8).
               03  AD-Unit-Price      PIC 9(3)V99.
               03  AD-Value           PIC S9(6)V99
                   SIGN IS TRAILING SEPARATE.
               03  AD-Ship-Point      PIC X(3).
               03  FILLER             PIC X(20).

       FD ArLedgerFile.
       01 ArLedger-Rec.
           88 EndOfArLedgerFile   VALUE HIGH-VALUES.
           02  AR-Invoice-Number      PIC 9(6).
           02  FILLER                 PIC X.
           02  AR-CustomerID          PIC X(5).
           02  FILLER                 PIC X.
           02  AR-Invoice-Date        PIC 9(8).
           02  FILLER                 PIC X.
           02  AR-Invoice-Amount      PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  AR-Amount-Paid         PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  AR-Status              PIC X.
               88 AR-Is-Open          VALUE "O".
           02  FILLER                 PIC X.
           02  AR-Settled-Date        PIC 9(8).
           02  FILLER                 PIC X.
           02  AR-Item-Type           PIC X.

       FD DunLetterFile.
       01 Letter-Print-Line.
           88 EndOfDunLetterFile    VALUE HIGH-VALUES.
           02  Letter-Lead-Byte       PIC X.
           02  Letter-Address         PIC X(30).
           02  Letter-Rest            PIC X(41).

       FD FeedFile.
       01 Feed-Line                   PIC X(80).
           88 EndOfFeedFile         VALUE HIGH-VALUES.

       FD PrivRegFile.
       01 PrivReg-Rec.
           02  PrivReg-Date           PIC 9(8).
           02  FILLER                 PIC X.
           02  PrivReg-CustomerID     PIC X(5).
           02  FILLER                 PIC X.
           02  PrivReg-Operator-ID    PIC X(5).
      * E = data exported, A = customer anonymised.
           02  FILLER                 PIC X.
           02  PrivReg-Function       PIC X.

       FD WorkPassFile.
       01 WorkPass-Rec.
           88 EndOfWorkPassFile   VALUE HIGH-VALUES.
           02  WorkPass-Image         PIC X(210).

       FD CustSarRep.
       01 CustSar-Print-Line          PIC X(72).

       COPY "UPDJRNLFD.CPY".
       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "RUNLOCKFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-CustMaster-File-Status   PIC XX.
       01  WS-ShipTo-File-Status       PIC XX.
       01  WS-Sales-File-Status        PIC XX.
       01  WS-Despatch-File-Status     PIC XX.
       01  WS-InvArch-File-Status      PIC XX.
       01  WS-ArLedger-File-Status     PIC XX.
       01  WS-DunLetter-File-Status    PIC XX.
       01  WS-Feed-File-Status         PIC XX.
       01  WS-PrivReg-File-Status      PIC XX.
       01  WS-WorkPass-File-Status     PIC XX.
       COPY "UPDJRNLWS.CPY".
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "RUNLOCKWS.CPY".

       01  Txn-Mode                    PIC X VALUE SPACE.
           88 Txn-Export               VALUE "E", "e".
           88 Txn-Anonymise            VALUE "A", "a".
           88 Txn-Quit                 VALUE "Q", "q".

       01  Entry-CustomerID            PIC X(5).
       01  Entry-Confirm               PIC X.
           88 Confirm-Yes              VALUE "Y", "y".

       01  Letter-File-Name.
           02  FILLER                   PIC X(3) VALUE "DUN".
           02  Letter-File-CustID       PIC X(5).
           02  FILLER                   PIC X(4) VALUE ".TXT".

       01  Feed-File-Name.
           02  FILLER                   PIC X(4) VALUE "FEED".
           02  Feed-File-CustID         PIC X(5).
           02  FILLER                   PIC X(4) VALUE ".CSV".

      * What the name and address fields become. Town and postcode
      * are cleared outright.
       01  Anon-Name                   PIC X(20) VALUE "ANONYMISED".
       01  Anon-Address                PIC X(30) VALUE "ANONYMISED".

      * The master address as it stood, to find it on the letter.
       01  Old-Address                 PIC X(30).

       01  Master-Found-Switch         PIC X VALUE "N".
           88 Master-Found             VALUE "Y".

       01  Register-Function           PIC X.
       01  Open-Item-Count             PIC 9(5).
       01  Section-Count               PIC 9(5).
       01  Header-Match-Switch         PIC X.
           88 Header-Matches           VALUE "Y".

       01  Changed-Counts.
           02  Changed-Master          PIC 9(5).
           02  Changed-ShipTo          PIC 9(5).
           02  Changed-Sales           PIC 9(5).
           02  Changed-Despatch        PIC 9(5).
           02  Changed-InvArch         PIC 9(5).
           02  Changed-Letter          PIC 9(5).
           02  Changed-Journal         PIC 9(5).

       01  Sar-Heading-Line.
           02  FILLER                  PIC X(36) VALUE
               "    CUSTOMER PERSONAL DATA EXPORT - ".
           02  Prn-Head-CustomerID     PIC X(5).
           02  FILLER                  PIC X(9)  VALUE "  AS AT ".
           02  Prn-Head-Date           PIC 9(8).

       01  Sar-Section-Line.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Section-Title       PIC X(50).

       01  Sar-None-Line               PIC X(20) VALUE
           "    NONE HELD".

       01  Sar-Master-Line-1.
           02  FILLER                  PIC X(13) VALUE
               "   CUSTOMER: ".
           02  Prn-CM-CustomerID       PIC X(5).
           02  FILLER                  PIC X(10) VALUE "  REGION: ".
           02  Prn-CM-Region           PIC X(10).
           02  FILLER                  PIC X(7)  VALUE "  REP: ".
           02  Prn-CM-RepCode          PIC X(3).
           02  FILLER                  PIC X(10) VALUE "  BRANCH: ".
           02  Prn-CM-Branch           PIC X(3).

       01  Sar-Master-Line-2.
           02  FILLER                  PIC X(13) VALUE
               "   ADDRESS : ".
           02  Prn-CM-Address          PIC X(30).

       01  Sar-Master-Line-3.
           02  FILLER                  PIC X(13) VALUE
               "   CURRENCY: ".
           02  Prn-CM-Currency         PIC X(3).
           02  FILLER                  PIC X(16) VALUE
               "  CREDIT LIMIT: ".
           02  Prn-CM-Credit-Limit     PIC Z,ZZZ,ZZ9.

       01  Sar-Master-Line-4.
           02  FILLER                  PIC X(17) VALUE
               "   FLAGS   : EDI ".
           02  Prn-CM-EDI-Flag         PIC X.
           02  FILLER                  PIC X(7)  VALUE "  HOLD ".
           02  Prn-CM-Hold-Flag        PIC X.
           02  FILLER                  PIC X(13) VALUE
               "  INT WAIVER ".
           02  Prn-CM-Int-Waiver       PIC X.
           02  FILLER                  PIC X(9)  VALUE "  PREPAY ".
           02  Prn-CM-Prepay-Flag      PIC X.
           02  FILLER                  PIC X(6)  VALUE "  COA ".
           02  Prn-CM-CoA-Flag         PIC X.

       01  Sar-ShipTo-Line-1.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-ST-Point            PIC X(3).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-ST-Name             PIC X(20).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-ST-Address          PIC X(30).

       01  Sar-ShipTo-Line-2.
           02  FILLER                  PIC X(30) VALUE SPACES.
           02  Prn-ST-Town             PIC X(20).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-ST-Postcode         PIC X(8).

       01  Sar-Sales-Topic-Line.
           02  FILLER                  PIC X(34) VALUE
               "   DATE      NAME                 ".
           02  FILLER                  PIC X(34) VALUE
               "OIL SZ  QTY RS BRN QUOTE".

       01  Sar-Sales-Line.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-SL-Date             PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-SL-Name             PIC X(20).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-SL-OilID            PIC X(3).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-SL-UnitSize         PIC Z9.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-SL-Qty              PIC ---9.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-SL-Reason           PIC X(2).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-SL-Branch           PIC X(3).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-SL-Quote            PIC X(6).

       01  Sar-Desp-Topic-Line.
           02  FILLER                  PIC X(34) VALUE
               "   DATE      NAME                 ".
           02  FILLER                  PIC X(34) VALUE
               "OIL SZ  QTY ST  SEQ     CNF".

       01  Sar-Desp-Line.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-DS-Date             PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-DS-Name             PIC X(20).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-DS-OilID            PIC X(3).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-DS-UnitSize         PIC Z9.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-DS-Qty              PIC ---9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-DS-Status           PIC X.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-DS-Seq              PIC 9(7).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-DS-Confirmed        PIC ZZ9.

       01  Sar-Arch-Topic-Line.
           02  FILLER                  PIC X(34) VALUE
               "   INVNO  T DATE      NAME        ".
           02  FILLER                  PIC X(34) VALUE
               "             EX-TAX     INC-TAX".

       01  Sar-Arch-Header-Line.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-AH-Invoice          PIC 9(6).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-AH-Doc-Type         PIC X.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-AH-Date             PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-AH-Name             PIC X(20).
           02  Prn-AH-Total            PIC ZZZ,ZZ9.99-.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-AH-Inc-Tax          PIC ZZZ,ZZ9.99-.

       01  Sar-Arch-Detail-Line.
           02  FILLER                  PIC X(11) VALUE SPACES.
           02  Prn-AD-OilID            PIC X(3).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-AD-Oil-Name         PIC X(13).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-AD-UnitSize         PIC Z9.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-AD-Qty              PIC ---9.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-AD-Date             PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-AD-Value            PIC ZZZ,ZZ9.99-.

       01  Sar-Ledger-Topic-Line.
           02  FILLER                  PIC X(34) VALUE
               "   INVNO   DATED        AMOUNT    ".
           02  FILLER                  PIC X(34) VALUE
               "   PAID ST  SETTLED   T".

       01  Sar-Ledger-Line.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-AR-Invoice          PIC 9(6).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-AR-Date             PIC 9(8).
           02  Prn-AR-Amount           PIC ZZZ,ZZ9.99-.
           02  Prn-AR-Paid             PIC ZZZ,ZZ9.99-.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-AR-Status           PIC X.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-AR-Settled          PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-AR-Item-Type        PIC X.

       01  Sar-Copy-Line.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Copy-Text           PIC X(71).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
      * Reading out or erasing a customer's personal data is a
      * supervisor function.
           PERFORM Check-Supervisor-Role.
           IF Role-OK
               PERFORM 2000-PROCESS-TRANSACTIONS
                   UNTIL Txn-Quit
           END-IF.
           PERFORM Log-Run-Complete.
           STOP RUN.

       2000-PROCESS-TRANSACTIONS.
           DISPLAY "CUSTOMER PERSONAL DATA - (E)XPORT (A)NONYMISE "
               "(Q)UIT".
           ACCEPT Txn-Mode.
           EVALUATE TRUE
               WHEN Txn-Export
                   PERFORM 2100-ACCEPT-CUSTOMER
                   PERFORM 3000-EXPORT-CUSTOMER-DATA
               WHEN Txn-Anonymise
                   PERFORM 2100-ACCEPT-CUSTOMER
                   PERFORM 4000-ANONYMISE-CUSTOMER
               WHEN Txn-Quit
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

       2100-ACCEPT-CUSTOMER.
           DISPLAY "CUSTOMER ID".
           MOVE SPACES TO Entry-CustomerID.
           ACCEPT Entry-CustomerID.
           INSPECT Entry-CustomerID CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE Entry-CustomerID TO Letter-File-CustID,
               Feed-File-CustID.

      * The subject-access export: one section per file, every
      * record carrying the CustomerID, in file order. The export
      * reads only; nothing is changed.
       3000-EXPORT-CUSTOMER-DATA.
           OPEN OUTPUT CustSarRep.
           MOVE Entry-CustomerID TO Prn-Head-CustomerID.
           ACCEPT Prn-Head-Date FROM DATE YYYYMMDD.
           WRITE CustSar-Print-Line FROM Sar-Heading-Line
           AFTER ADVANCING 1 LINE.
           PERFORM 3100-EXPORT-MASTER.
           PERFORM 3200-EXPORT-SHIP-TO.
           PERFORM 3300-EXPORT-SALES.
           PERFORM 3400-EXPORT-DESPATCH.
           PERFORM 3500-EXPORT-INVOICE-ARCHIVE.
           PERFORM 3600-EXPORT-LEDGER.
           PERFORM 3700-EXPORT-LETTER.
           PERFORM 3800-EXPORT-FEED.
           CLOSE CustSarRep.
           MOVE "E" TO Register-Function.
           PERFORM 4900-REGISTER-REQUEST.
           DISPLAY "PERSONAL DATA FOR " Entry-CustomerID
               " PRINTED TO CUSTSAR.RPT".

       3050-PRINT-SECTION-TITLE.
           WRITE CustSar-Print-Line FROM Sar-Section-Line
           AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO Section-Count.

       3060-PRINT-NONE-HELD.
           IF Section-Count = ZEROS
               WRITE CustSar-Print-Line FROM Sar-None-Line
               AFTER ADVANCING 1 LINE
           END-IF.

       3100-EXPORT-MASTER.
           MOVE "CUSTOMER MASTER - CUSTMAST.DAT"
               TO Prn-Section-Title.
           PERFORM 3050-PRINT-SECTION-TITLE.
           PERFORM 4200-READ-CUSTOMER-MASTER.
           IF Master-Found
               ADD 1 TO Section-Count
               PERFORM 3150-PRINT-MASTER-RECORD
           END-IF.
           PERFORM 3060-PRINT-NONE-HELD.

       3150-PRINT-MASTER-RECORD.
           MOVE CustMast-CustomerID TO Prn-CM-CustomerID.
           MOVE CustMast-Region TO Prn-CM-Region.
           MOVE CustMast-RepCode TO Prn-CM-RepCode.
           MOVE CustMast-Branch TO Prn-CM-Branch.
           WRITE CustSar-Print-Line FROM Sar-Master-Line-1
           AFTER ADVANCING 1 LINE.
           MOVE CustMast-Address TO Prn-CM-Address.
           WRITE CustSar-Print-Line FROM Sar-Master-Line-2
           AFTER ADVANCING 1 LINE.
           MOVE CustMast-Currency TO Prn-CM-Currency.
           MOVE CustMast-Credit-Limit TO Prn-CM-Credit-Limit.
           WRITE CustSar-Print-Line FROM Sar-Master-Line-3
           AFTER ADVANCING 1 LINE.
           MOVE CustMast-EDI-Flag TO Prn-CM-EDI-Flag.
           MOVE CustMast-Hold-Flag TO Prn-CM-Hold-Flag.
           MOVE CustMast-Int-Waiver TO Prn-CM-Int-Waiver.
           MOVE CustMast-Prepay-Flag TO Prn-CM-Prepay-Flag.
           MOVE CustMast-CoA-Flag TO Prn-CM-CoA-Flag.
           WRITE CustSar-Print-Line FROM Sar-Master-Line-4
           AFTER ADVANCING 1 LINE.

       3200-EXPORT-SHIP-TO.
           MOVE "DELIVERY POINTS - SHIPTO.DAT" TO Prn-Section-Title.
           PERFORM 3050-PRINT-SECTION-TITLE.
           OPEN INPUT ShipToFile.
           IF WS-ShipTo-File-Status = "00"
               READ ShipToFile
                   AT END SET EndOfShipToFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfShipToFile
                   IF ShipTo-CustomerID = Entry-CustomerID
                       ADD 1 TO Section-Count
                       MOVE ShipTo-Point TO Prn-ST-Point
                       MOVE ShipTo-Name TO Prn-ST-Name
                       MOVE ShipTo-Address TO Prn-ST-Address
                       WRITE CustSar-Print-Line
                           FROM Sar-ShipTo-Line-1
                       AFTER ADVANCING 1 LINE
                       MOVE ShipTo-Town TO Prn-ST-Town
                       MOVE ShipTo-Postcode TO Prn-ST-Postcode
                       WRITE CustSar-Print-Line
                           FROM Sar-ShipTo-Line-2
                       AFTER ADVANCING 1 LINE
                   END-IF
                   READ ShipToFile
                       AT END SET EndOfShipToFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ShipToFile
           END-IF.
           PERFORM 3060-PRINT-NONE-HELD.

       3300-EXPORT-SALES.
           MOVE "SALES HISTORY - SALES.DAT" TO Prn-Section-Title.
           PERFORM 3050-PRINT-SECTION-TITLE.
           WRITE CustSar-Print-Line FROM Sar-Sales-Topic-Line
           AFTER ADVANCING 1 LINE.
           OPEN INPUT SalesFile.
           IF WS-Sales-File-Status = "00"
               READ SalesFile
                   AT END SET EndOfSalesFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSalesFile
                   IF SalesFile-CustomerID = Entry-CustomerID
                       ADD 1 TO Section-Count
                       MOVE SalesFile-Trans-Date TO Prn-SL-Date
                       MOVE SalesFile-CustomerName TO Prn-SL-Name
                       MOVE SalesFile-OilID TO Prn-SL-OilID
                       MOVE SalesFile-UnitSize TO Prn-SL-UnitSize
                       MOVE SalesFile-UnitsSold TO Prn-SL-Qty
                       MOVE SalesFile-Reason-Code TO Prn-SL-Reason
                       MOVE SalesFile-Branch TO Prn-SL-Branch
                       MOVE SalesFile-Quote-Number TO Prn-SL-Quote
                       WRITE CustSar-Print-Line FROM Sar-Sales-Line
                       AFTER ADVANCING 1 LINE
                   END-IF
                   READ SalesFile
                       AT END SET EndOfSalesFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SalesFile
           END-IF.
           PERFORM 3060-PRINT-NONE-HELD.

       3400-EXPORT-DESPATCH.
           MOVE "DESPATCH LINES - DESPATCH.DAT" TO Prn-Section-Title.
           PERFORM 3050-PRINT-SECTION-TITLE.
           WRITE CustSar-Print-Line FROM Sar-Desp-Topic-Line
           AFTER ADVANCING 1 LINE.
           OPEN INPUT DespatchFile.
           IF WS-Despatch-File-Status = "00"
               READ DespatchFile
                   AT END SET EndOfDespatchFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfDespatchFile
                   IF Desp-CustomerID = Entry-CustomerID
                       ADD 1 TO Section-Count
                       MOVE Desp-Trans-Date TO Prn-DS-Date
                       MOVE Desp-CustomerName TO Prn-DS-Name
                       MOVE Desp-OilID TO Prn-DS-OilID
                       MOVE Desp-UnitSize TO Prn-DS-UnitSize
                       MOVE Desp-UnitsSold TO Prn-DS-Qty
                       MOVE Desp-Status TO Prn-DS-Status
                       MOVE Desp-Trans-Seq TO Prn-DS-Seq
                       MOVE Desp-Confirmed-Qty TO Prn-DS-Confirmed
                       WRITE CustSar-Print-Line FROM Sar-Desp-Line
                       AFTER ADVANCING 1 LINE
                   END-IF
                   READ DespatchFile
                       AT END SET EndOfDespatchFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DespatchFile
           END-IF.
           PERFORM 3060-PRINT-NONE-HELD.

      * Detail lines carry no CustomerID; they follow their header,
      * so the header's customer decides them.
       3500-EXPORT-INVOICE-ARCHIVE.
           MOVE "INVOICES AND CREDIT NOTES - INVARCH.DAT"
               TO Prn-Section-Title.
           PERFORM 3050-PRINT-SECTION-TITLE.
           WRITE CustSar-Print-Line FROM Sar-Arch-Topic-Line
           AFTER ADVANCING 1 LINE.
           MOVE "N" TO Header-Match-Switch.
           OPEN INPUT InvArchFile.
           IF WS-InvArch-File-Status = "00"
               READ InvArchFile
                   AT END SET EndOfInvArchFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfInvArchFile
                   IF Arch-Is-Header
                       MOVE "N" TO Header-Match-Switch
                       IF AH-CustomerID = Entry-CustomerID
                           MOVE "Y" TO Header-Match-Switch
                           ADD 1 TO Section-Count
                           MOVE Arch-Invoice-Number TO Prn-AH-Invoice
                           MOVE AH-Doc-Type TO Prn-AH-Doc-Type
                           MOVE AH-Doc-Date TO Prn-AH-Date
                           MOVE AH-CustomerName TO Prn-AH-Name
                           MOVE AH-Total TO Prn-AH-Total
                           MOVE AH-Inc-Tax TO Prn-AH-Inc-Tax
                           WRITE CustSar-Print-Line
                               FROM Sar-Arch-Header-Line
                           AFTER ADVANCING 1 LINE
                       END-IF
                   ELSE
                       IF Header-Matches
                           MOVE AD-OilID TO Prn-AD-OilID
                           MOVE AD-Oil-Name TO Prn-AD-Oil-Name
                           MOVE AD-UnitSize TO Prn-AD-UnitSize
                           MOVE AD-Qty TO Prn-AD-Qty
                           MOVE AD-Trans-Date TO Prn-AD-Date
                           MOVE AD-Value TO Prn-AD-Value
                           WRITE CustSar-Print-Line
                               FROM Sar-Arch-Detail-Line
                           AFTER ADVANCING 1 LINE
                       END-IF
                   END-IF
                   READ InvArchFile
                       AT END SET EndOfInvArchFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE InvArchFile
           END-IF.
           PERFORM 3060-PRINT-NONE-HELD.

       3600-EXPORT-LEDGER.
           MOVE "ACCOUNT LEDGER - ARLEDGER.DAT" TO Prn-Section-Title.
           PERFORM 3050-PRINT-SECTION-TITLE.
           WRITE CustSar-Print-Line FROM Sar-Ledger-Topic-Line
           AFTER ADVANCING 1 LINE.
           PERFORM 4150-START-CUSTOMER-ITEMS.
           PERFORM UNTIL EndOfArLedgerFile
               ADD 1 TO Section-Count
               MOVE AR-Invoice-Number TO Prn-AR-Invoice
               MOVE AR-Invoice-Date TO Prn-AR-Date
               MOVE AR-Invoice-Amount TO Prn-AR-Amount
               MOVE AR-Amount-Paid TO Prn-AR-Paid
               MOVE AR-Status TO Prn-AR-Status
               MOVE AR-Settled-Date TO Prn-AR-Settled
               MOVE AR-Item-Type TO Prn-AR-Item-Type
               WRITE CustSar-Print-Line FROM Sar-Ledger-Line
               AFTER ADVANCING 1 LINE
               PERFORM 4160-NEXT-CUSTOMER-ITEM
           END-PERFORM.
           IF WS-ArLedger-File-Status NOT = "35"
               CLOSE ArLedgerFile
           END-IF.
           PERFORM 3060-PRINT-NONE-HELD.

      * The letter and the feed are the customer's own files, so
      * they are copied across whole as they stand.
       3700-EXPORT-LETTER.
           MOVE SPACES TO Prn-Section-Title.
           STRING "LATEST DUNNING LETTER - " Letter-File-Name
               DELIMITED BY SIZE INTO Prn-Section-Title
           END-STRING.
           PERFORM 3050-PRINT-SECTION-TITLE.
           OPEN INPUT DunLetterFile.
           IF WS-DunLetter-File-Status = "00"
               READ DunLetterFile
                   AT END SET EndOfDunLetterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfDunLetterFile
                   ADD 1 TO Section-Count
                   MOVE Letter-Print-Line TO Prn-Copy-Text
                   WRITE CustSar-Print-Line FROM Sar-Copy-Line
                   AFTER ADVANCING 1 LINE
                   READ DunLetterFile
                       AT END SET EndOfDunLetterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DunLetterFile
           END-IF.
           PERFORM 3060-PRINT-NONE-HELD.

       3800-EXPORT-FEED.
           MOVE SPACES TO Prn-Section-Title.
           STRING "LATEST EDI FEED - " Feed-File-Name
               DELIMITED BY SIZE INTO Prn-Section-Title
           END-STRING.
           PERFORM 3050-PRINT-SECTION-TITLE.
           OPEN INPUT FeedFile.
           IF WS-Feed-File-Status = "00"
               READ FeedFile
                   AT END SET EndOfFeedFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfFeedFile
                   ADD 1 TO Section-Count
                   MOVE Feed-Line TO Prn-Copy-Text
                   WRITE CustSar-Print-Line FROM Sar-Copy-Line
                   AFTER ADVANCING 1 LINE
                   READ FeedFile
                       AT END SET EndOfFeedFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FeedFile
           END-IF.
           PERFORM 3060-PRINT-NONE-HELD.

      * The right to be forgotten. Refused while anything is still
      * open on the ledger, since the account may yet need chasing;
      * otherwise the name and address give way to the placeholder
      * in every file, and the amounts and invoice numbers stay for
      * the retention period. The feed carries no name or address
      * and the ledger only the CustomerID, so neither is touched.
       4000-ANONYMISE-CUSTOMER.
           PERFORM 4100-COUNT-OPEN-ITEMS.
           PERFORM 4200-READ-CUSTOMER-MASTER.
           IF Open-Item-Count > ZEROS
               DISPLAY "CUSTOMER " Entry-CustomerID " HAS "
                   Open-Item-Count " OPEN LEDGER ITEMS - "
                   "ANONYMISATION REFUSED"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT Master-Found
                   DISPLAY "CUSTOMER " Entry-CustomerID
                       " NOT ON CUSTMAST.DAT - NOTHING CHANGED"
               ELSE
                   DISPLAY "ANONYMISE CUSTOMER " Entry-CustomerID
                       " IN EVERY FILE - THIS CANNOT BE UNDONE"
                       " (Y/N)"
                   ACCEPT Entry-Confirm
                   IF Confirm-Yes
                       PERFORM 4250-LOCK-AND-ANONYMISE
                   ELSE
                       DISPLAY "ANONYMISATION ABANDONED"
                   END-IF
               END-IF
           END-IF.

       4100-COUNT-OPEN-ITEMS.
           MOVE ZEROS TO Open-Item-Count.
           PERFORM 4150-START-CUSTOMER-ITEMS.
           PERFORM UNTIL EndOfArLedgerFile
               IF AR-Is-Open
                   ADD 1 TO Open-Item-Count
               END-IF
               PERFORM 4160-NEXT-CUSTOMER-ITEM
           END-PERFORM.
           IF WS-ArLedger-File-Status NOT = "35"
               CLOSE ArLedgerFile
           END-IF.

      * Positions the ledger on the customer's first item through the
      * customer alternate key and reads it; EndOfArLedgerFile comes
      * up at once when the customer has no items or there is no
      * ledger. The caller closes the file unless it never opened.
       4150-START-CUSTOMER-ITEMS.
           OPEN INPUT ArLedgerFile.
           IF WS-ArLedger-File-Status NOT = "00"
               MOVE "35" TO WS-ArLedger-File-Status
               SET EndOfArLedgerFile TO TRUE
           ELSE
               MOVE Entry-CustomerID TO AR-CustomerID
               START ArLedgerFile KEY = AR-CustomerID
                   INVALID KEY
                       SET EndOfArLedgerFile TO TRUE
                   NOT INVALID KEY
                       PERFORM 4160-NEXT-CUSTOMER-ITEM
               END-START
           END-IF.

      * The next item in customer-key order; one for another customer
      * ends the run of items.
       4160-NEXT-CUSTOMER-ITEM.
           READ ArLedgerFile NEXT RECORD
               AT END SET EndOfArLedgerFile TO TRUE
           END-READ.
           IF NOT EndOfArLedgerFile
               AND AR-CustomerID NOT = Entry-CustomerID
               SET EndOfArLedgerFile TO TRUE
           END-IF.

      * Keyed read of the customer's master record.
       4200-READ-CUSTOMER-MASTER.
           MOVE "N" TO Master-Found-Switch.
           OPEN INPUT CustMasterFile.
           IF WS-CustMaster-File-Status = "00"
               MOVE Entry-CustomerID TO CustMast-CustomerID
               READ CustMasterFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET Master-Found TO TRUE
               END-READ
               CLOSE CustMasterFile
           END-IF.

      * SHIPTO.DAT is rewritten whole, and so is ShipToMaint's table
      * when a session closes; erasing under an open session would
      * see the old names and addresses written straight back, so
      * the erasure waits until no session holds the file.
       4250-LOCK-AND-ANONYMISE.
           MOVE Operator-ID TO Lock-My-Operator.
           MOVE "SHIPTO.LCK" TO Lock-File-Name.
           PERFORM Acquire-Run-Lock.
           IF NOT Run-Lock-Held
               DISPLAY "SHIPTO.DAT IS IN USE - ANONYMISATION REFUSED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 4300-ANONYMISE-ALL-FILES
               PERFORM Release-Run-Lock
           END-IF.

       4300-ANONYMISE-ALL-FILES.
           MOVE ZEROS TO Changed-Master, Changed-ShipTo,
               Changed-Sales, Changed-Despatch, Changed-InvArch,
               Changed-Letter, Changed-Journal.
           PERFORM 4310-REWRITE-MASTER.
           PERFORM 4400-REWRITE-SHIP-TO.
           PERFORM 4500-REWRITE-SALES.
           PERFORM 4600-REWRITE-DESPATCH.
           PERFORM 4700-REWRITE-INVOICE-ARCHIVE.
           PERFORM 4750-REWRITE-LETTER.
           PERFORM 4800-SCRUB-JOURNAL.
           PERFORM 4350-JOURNAL-MASTER-CHANGE.
           MOVE "A" TO Register-Function.
           PERFORM 4900-REGISTER-REQUEST.
           DISPLAY "CUSTOMER " Entry-CustomerID " ANONYMISED".
           DISPLAY "  CUSTMAST.DAT : " Changed-Master.
           DISPLAY "  SHIPTO.DAT   : " Changed-ShipTo.
           DISPLAY "  SALES.DAT    : " Changed-Sales.
           DISPLAY "  DESPATCH.DAT : " Changed-Despatch.
           DISPLAY "  INVARCH.DAT  : " Changed-InvArch.
           DISPLAY "  " Letter-File-Name " : " Changed-Letter.
           DISPLAY "  UPDJRNL.DAT  : " Changed-Journal.

      * The master record is read by key and rewritten in place;
      * the old address is kept back to find it on the letter.
       4310-REWRITE-MASTER.
           OPEN I-O CustMasterFile.
           MOVE Entry-CustomerID TO CustMast-CustomerID.
           READ CustMasterFile
               INVALID KEY CONTINUE
           END-READ.
           IF WS-CustMaster-File-Status = "00"
               MOVE CustMast-Address TO Old-Address
               MOVE CustMast-Rec TO Journal-Before-Image
               MOVE Anon-Address TO CustMast-Address
               MOVE CustMast-Rec TO Journal-After-Image
               REWRITE CustMast-Rec
                   INVALID KEY
                       DISPLAY "WARNING: CUSTMAST.DAT REWRITE FAILED, "
                           "STATUS " WS-CustMaster-File-Status
                   NOT INVALID KEY
                       ADD 1 TO Changed-Master
               END-REWRITE
           END-IF.
           CLOSE CustMasterFile.

      * Journalled with the placeholder on both sides, so neither
      * the journal nor a recovery replay brings the address back.
       4350-JOURNAL-MASTER-CHANGE.
           MOVE Journal-After-Image TO Journal-Before-Image.
           MOVE "CUSTMAST.DAT" TO Journal-File-Name.
           MOVE "U" TO Journal-Action.
           MOVE SPACES TO Journal-Record-Key.
           MOVE Entry-CustomerID TO Journal-Record-Key.
           PERFORM Log-Update-Journal.

       4400-REWRITE-SHIP-TO.
           OPEN INPUT ShipToFile.
           IF WS-ShipTo-File-Status = "00"
               OPEN OUTPUT WorkPassFile
               READ ShipToFile
                   AT END SET EndOfShipToFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfShipToFile
                   IF ShipTo-CustomerID = Entry-CustomerID
                       MOVE Anon-Name TO ShipTo-Name
                       MOVE Anon-Address TO ShipTo-Address
                       MOVE SPACES TO ShipTo-Town, ShipTo-Postcode
                       ADD 1 TO Changed-ShipTo
                   END-IF
                   WRITE WorkPass-Rec FROM ShipTo-Rec
                   READ ShipToFile
                       AT END SET EndOfShipToFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ShipToFile, WorkPassFile
               IF Changed-ShipTo > ZEROS
                   OPEN INPUT WorkPassFile
                   OPEN OUTPUT ShipToFile
                   READ WorkPassFile
                       AT END SET EndOfWorkPassFile TO TRUE
                   END-READ
                   PERFORM UNTIL EndOfWorkPassFile
                       WRITE ShipTo-Rec FROM WorkPass-Rec
                       READ WorkPassFile
                           AT END SET EndOfWorkPassFile TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE WorkPassFile, ShipToFile
               END-IF
           END-IF.

       4500-REWRITE-SALES.
           OPEN INPUT SalesFile.
           IF WS-Sales-File-Status = "00"
               OPEN OUTPUT WorkPassFile
               READ SalesFile
                   AT END SET EndOfSalesFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSalesFile
                   IF SalesFile-CustomerID = Entry-CustomerID
                       MOVE Anon-Name TO SalesFile-CustomerName
                       ADD 1 TO Changed-Sales
                   END-IF
                   WRITE WorkPass-Rec FROM Sales-Rec
                   READ SalesFile
                       AT END SET EndOfSalesFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SalesFile, WorkPassFile
               IF Changed-Sales > ZEROS
                   OPEN INPUT WorkPassFile
                   OPEN OUTPUT SalesFile
                   READ WorkPassFile
                       AT END SET EndOfWorkPassFile TO TRUE
                   END-READ
                   PERFORM UNTIL EndOfWorkPassFile
                       WRITE Sales-Rec FROM WorkPass-Rec
                       READ WorkPassFile
                           AT END SET EndOfWorkPassFile TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE WorkPassFile, SalesFile
               END-IF
           END-IF.

       4600-REWRITE-DESPATCH.
           OPEN INPUT DespatchFile.
           IF WS-Despatch-File-Status = "00"
               OPEN OUTPUT WorkPassFile
               READ DespatchFile
                   AT END SET EndOfDespatchFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfDespatchFile
                   IF Desp-CustomerID = Entry-CustomerID
                       MOVE Anon-Name TO Desp-CustomerName
                       ADD 1 TO Changed-Despatch
                   END-IF
                   WRITE WorkPass-Rec FROM Desp-Rec
                   READ DespatchFile
                       AT END SET EndOfDespatchFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DespatchFile, WorkPassFile
               IF Changed-Despatch > ZEROS
                   OPEN INPUT WorkPassFile
                   OPEN OUTPUT DespatchFile
                   READ WorkPassFile
                       AT END SET EndOfWorkPassFile TO TRUE
                   END-READ
                   PERFORM UNTIL EndOfWorkPassFile
                       WRITE Desp-Rec FROM WorkPass-Rec
                       READ WorkPassFile
                           AT END SET EndOfWorkPassFile TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE WorkPassFile, DespatchFile
               END-IF
           END-IF.

      * Only the header carries the name; the details, the totals
      * and the invoice number are left exactly as issued.
       4700-REWRITE-INVOICE-ARCHIVE.
           OPEN INPUT InvArchFile.
           IF WS-InvArch-File-Status = "00"
               OPEN OUTPUT WorkPassFile
               READ InvArchFile
                   AT END SET EndOfInvArchFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfInvArchFile
                   IF Arch-Is-Header
                       AND AH-CustomerID = Entry-CustomerID
                       MOVE Anon-Name TO AH-CustomerName
                       ADD 1 TO Changed-InvArch
                   END-IF
                   WRITE WorkPass-Rec FROM InvArch-Rec
                   READ InvArchFile
                       AT END SET EndOfInvArchFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE InvArchFile, WorkPassFile
               IF Changed-InvArch > ZEROS
                   OPEN INPUT WorkPassFile
                   OPEN OUTPUT InvArchFile
                   READ WorkPassFile
                       AT END SET EndOfWorkPassFile TO TRUE
                   END-READ
                   PERFORM UNTIL EndOfWorkPassFile
                       WRITE InvArch-Rec FROM WorkPass-Rec
                       READ WorkPassFile
                           AT END SET EndOfWorkPassFile TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE WorkPassFile, InvArchFile
               END-IF
           END-IF.

      * Dunning prints the master address one byte in on its own
      * line; that line is the one replaced.
       4750-REWRITE-LETTER.
           OPEN INPUT DunLetterFile.
           IF WS-DunLetter-File-Status = "00"
               OPEN OUTPUT WorkPassFile
               READ DunLetterFile
                   AT END SET EndOfDunLetterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfDunLetterFile
                   IF Letter-Lead-Byte = SPACE
                       AND Letter-Address = Old-Address
                       AND Letter-Rest = SPACES
                       AND Old-Address NOT = SPACES
                       MOVE Anon-Address TO Letter-Address
                       ADD 1 TO Changed-Letter
                   END-IF
                   WRITE WorkPass-Rec FROM Letter-Print-Line
                   READ DunLetterFile
                       AT END SET EndOfDunLetterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DunLetterFile, WorkPassFile
               IF Changed-Letter > ZEROS
                   OPEN INPUT WorkPassFile
                   OPEN OUTPUT DunLetterFile
                   READ WorkPassFile
                       AT END SET EndOfWorkPassFile TO TRUE
                   END-READ
                   PERFORM UNTIL EndOfWorkPassFile
                       WRITE Letter-Print-Line FROM WorkPass-Rec
                       READ WorkPassFile
                           AT END SET EndOfWorkPassFile TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE WorkPassFile, DunLetterFile
               END-IF
           END-IF.

      * The customer's earlier master changes still hold the old
      * address in their before and after images; an image left
      * blank by an add or a delete stays blank.
       4800-SCRUB-JOURNAL.
           OPEN INPUT UpdJrnlFile.
           IF WS-UpdJrnl-File-Status = "00"
               OPEN OUTPUT WorkPassFile
               READ UpdJrnlFile
                   AT END SET EndOfUpdJrnlFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfUpdJrnlFile
                   IF UJ-File-Name = "CUSTMAST.DAT"
                       AND UJ-Key(1:5) = Entry-CustomerID
                       IF UJ-Before-Image NOT = SPACES
                           MOVE Anon-Address
                               TO UJ-Before-Image(26:30)
                       END-IF
                       IF UJ-After-Image NOT = SPACES
                           MOVE Anon-Address
                               TO UJ-After-Image(26:30)
                       END-IF
                       ADD 1 TO Changed-Journal
                   END-IF
                   WRITE WorkPass-Rec FROM UpdJrnl-Rec
                   READ UpdJrnlFile
                       AT END SET EndOfUpdJrnlFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE UpdJrnlFile, WorkPassFile
               IF Changed-Journal > ZEROS
                   OPEN INPUT WorkPassFile
                   OPEN OUTPUT UpdJrnlFile
                   READ WorkPassFile
                       AT END SET EndOfWorkPassFile TO TRUE
                   END-READ
                   PERFORM UNTIL EndOfWorkPassFile
                       WRITE UpdJrnl-Rec FROM WorkPass-Rec
                       READ WorkPassFile
                           AT END SET EndOfWorkPassFile TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE WorkPassFile, UpdJrnlFile
               END-IF
           END-IF.

       4900-REGISTER-REQUEST.
           OPEN EXTEND PrivRegFile.
           IF WS-PrivReg-File-Status NOT = "00"
               OPEN OUTPUT PrivRegFile
           END-IF.
           MOVE SPACES TO PrivReg-Rec.
           ACCEPT PrivReg-Date FROM DATE YYYYMMDD.
           MOVE Entry-CustomerID TO PrivReg-CustomerID.
           MOVE Operator-ID TO PrivReg-Operator-ID.
           MOVE Register-Function TO PrivReg-Function.
           WRITE PrivReg-Rec.
           CLOSE PrivRegFile.

       COPY "UPDJRNLPA.CPY".
       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="CUSTPRIV"==.
       COPY "RUNLOCKPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="CUSTPRIV"==.
       COPY "OPSIGNPA.CPY".
       COPY "OPROLEPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="CUSTPRIV"==.

       END PROGRAM CustPriv.
