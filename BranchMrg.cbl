      *          per-branch control totals so nothing is lost in
      *          transit without a line saying so.
      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - Transfer lines carry the converted quote number and
      *     quoted price through to SALES.DAT.
      *   - And the SHIPTO.DAT delivery point.
      *   - And a prepayment account's PROFORMA.DAT pro-forma number.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BranchMrg.
           02  TRF-RMA-Number               PIC X(6).
           02  FILLER                       PIC X.
           02  TRF-Branch                   PIC X(3).
           02  FILLER                       PIC X.
           02  TRF-Quote-Number             PIC X(6).
           02  FILLER                       PIC X.
           02  TRF-Quote-Price              PIC X(5).
           02  FILLER                       PIC X.
           02  TRF-Ship-Point               PIC X(3).
           02  FILLER                       PIC X.
           02  TRF-ProForma-Number          PIC X(6).
       01 Transfer-Trailer-Rec REDEFINES Transfer-Rec.
           02  TRF-Trail-Marker             PIC X(7).
               88 Transfer-Trailer          VALUE "TRAILER".
           02  FILLER                       PIC X(32).

       FD SalesFile.
       01 Sales-Rec                         PIC X(80).

       FD BranchMrgRep.
       01 BranchMrg-Print-Line              PIC X(80).
      * One transfer held whole until its trailer proves; a refused
      * transfer never reaches SALES.DAT at all.
       01  Transfer-Image-Table.
           02  Transfer-Image          PIC X(80) OCCURS 2000 TIMES.
       01  Transfer-Image-Count        PIC 9(4) VALUE ZEROS.
       01  TIM-Idx                     PIC 9(4).

