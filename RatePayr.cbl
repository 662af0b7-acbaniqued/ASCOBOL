      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ratepayer master maintenance for the parcel rates.
      *          RATEPAYR.DAT holds one record per ratepayer - the
      *          name and billing address the ParcBill bills go to -
      *          and PARCLINK.DAT says who owns which parcel, one
      *          line per owner per parcel with the date ownership
      *          took effect, keyed by the parcel's sequence in
      *          PARCVAL.DAT. The owner on a given day is the link
      *          with the latest effective date on or before it, so
      *          the file is a history and is only ever added to: a
      *          sale after billing has started goes through the
      *          ParcBill transfer, which apportions the year's
      *          charge as well as adding the buyer's link. The
      *          owner transaction here is for first recording who
      *          owns a parcel.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RatePayr.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RatepayerFile ASSIGN TO "RATEPAYR.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Ratepayer-File-Status.

       SELECT ParcLinkFile ASSIGN TO "PARCLINK.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ParcLink-File-Status.
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "RUNLOCKFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD RatepayerFile.
       01 Ratepayer-Rec.
           88 EndOfRatepayerFile      VALUE HIGH-VALUES.
           02  RP-ID                  PIC X(6).
           02  FILLER                 PIC X.
           02  RP-Name                PIC X(30).
           02  FILLER                 PIC X.
           02  RP-Address-1           PIC X(30).
           02  FILLER                 PIC X.
           02  RP-Address-2           PIC X(30).
           02  FILLER                 PIC X.
           02  RP-Postcode            PIC X(8).

       FD ParcLinkFile.
       01 ParcLink-Rec.
           88 EndOfParcLinkFile       VALUE HIGH-VALUES.
           02  PL-Parcel-Seq          PIC 9(5).
           02  FILLER                 PIC X.
           02  PL-Ratepayer-ID        PIC X(6).
           02  FILLER                 PIC X.
           02  PL-Effective-Date      PIC 9(8).
           02  FILLER                 PIC X.
           02  PL-Operator-ID         PIC X(5).

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "RUNLOCKFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-Ratepayer-File-Status    PIC XX.
       01  WS-ParcLink-File-Status     PIC XX.
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "RUNLOCKWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Ratepayer-Table.
           02  Ratepayer-Entry OCCURS 2000 TIMES.
               03  RPT-ID               PIC X(6).
               03  RPT-Name             PIC X(30).
               03  RPT-Address-1        PIC X(30).
               03  RPT-Address-2        PIC X(30).
               03  RPT-Postcode         PIC X(8).

       01  Ratepayer-Count             PIC 9(4) VALUE ZEROS.
      * Set when the load had to skip rows: carrying on would end in
      * a rewrite that deletes them, so the run stands down instead.
       01  RP-Load-Overflow-Switch     PIC X VALUE "N".
           88 RP-Load-Overflowed       VALUE "Y".
       01  RPT-Idx                     PIC 9(4).
       01  RPT-Found-Idx               PIC 9(4).

       01  Txn-Mode                    PIC X VALUE SPACE.
           88 Txn-Add                  VALUE "A", "a".
           88 Txn-Change               VALUE "C", "c".
           88 Txn-Owner                VALUE "O", "o".
           88 Txn-Parcel               VALUE "P", "p".
           88 Txn-List                 VALUE "L", "l".
           88 Txn-Quit                 VALUE "Q", "q".

       01  Entry-Ratepayer-ID          PIC X(6).
       01  Entry-Name                  PIC X(30).
       01  Entry-Address-1             PIC X(30).
       01  Entry-Address-2             PIC X(30).
       01  Entry-Postcode              PIC X(8).
       01  Entry-Parcel-Seq-X          PIC X(5).
       01  Entry-Parcel-Seq-N REDEFINES Entry-Parcel-Seq-X
                                       PIC 9(5).
       01  Entry-Date-X                PIC X(8).
       01  Entry-Date-N REDEFINES Entry-Date-X
                                       PIC 9(8).
       01  Ratepayers-Changed          PIC 9(4) VALUE ZEROS.
       01  Links-Added                 PIC 9(4) VALUE ZEROS.
       01  Links-Shown                 PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           MOVE Operator-ID TO Lock-My-Operator.
           MOVE "RATEPAYR.LCK" TO Lock-File-Name.
           PERFORM Acquire-Run-Lock.
           IF NOT Run-Lock-Held
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-RATEPAYERS.
      * Rewriting from a partial table would delete the ratepayers
      * that did not fit, so an overloaded master refuses the
      * session.
           IF RP-Load-Overflowed
               DISPLAY "RATEPAYR.DAT EXCEEDS THE TABLE - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM Release-Run-Lock
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL Txn-Quit.
           IF Ratepayers-Changed > ZEROS
               PERFORM 3000-REWRITE-RATEPAYERS
           END-IF.
           PERFORM Release-Run-Lock.
           DISPLAY "RATEPAYERS CHANGED: " Ratepayers-Changed
               " OWNERS RECORDED: " Links-Added.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-RATEPAYERS.
           OPEN INPUT RatepayerFile.
           IF WS-Ratepayer-File-Status = "00"
               READ RatepayerFile
                   AT END SET EndOfRatepayerFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfRatepayerFile
                   IF Ratepayer-Count < 2000
                       ADD 1 TO Ratepayer-Count
                       MOVE RP-ID TO RPT-ID(Ratepayer-Count)
                       MOVE RP-Name TO RPT-Name(Ratepayer-Count)
                       MOVE RP-Address-1
                           TO RPT-Address-1(Ratepayer-Count)
                       MOVE RP-Address-2
                           TO RPT-Address-2(Ratepayer-Count)
                       MOVE RP-Postcode
                           TO RPT-Postcode(Ratepayer-Count)
                   ELSE
                       SET RP-Load-Overflowed TO TRUE
                       DISPLAY "WARNING: RATEPAYR.DAT TABLE FULL"
                   END-IF
                   READ RatepayerFile
                       AT END SET EndOfRatepayerFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RatepayerFile
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           DISPLAY "RATEPAYER MAINTENANCE - (A)DD (C)HANGE "
               "(O)WNER OF PARCEL (P)ARCEL HISTORY (L)IST (Q)UIT".
           ACCEPT Txn-Mode.
           EVALUATE TRUE
               WHEN Txn-Add
                   PERFORM 2100-ADD-RATEPAYER
               WHEN Txn-Change
                   PERFORM 2200-CHANGE-RATEPAYER
               WHEN Txn-Owner
                   PERFORM 2300-RECORD-OWNER
               WHEN Txn-Parcel
                   PERFORM 2400-PARCEL-HISTORY
               WHEN Txn-List
                   PERFORM 2500-LIST-RATEPAYERS
               WHEN Txn-Quit
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

       2050-FIND-RATEPAYER.
           DISPLAY "RATEPAYER ID".
           ACCEPT Entry-Ratepayer-ID.
           MOVE ZEROS TO RPT-Found-Idx.
           PERFORM VARYING RPT-Idx FROM 1 BY 1
               UNTIL RPT-Idx > Ratepayer-Count
               IF RPT-ID(RPT-Idx) = Entry-Ratepayer-ID
                   MOVE RPT-Idx TO RPT-Found-Idx
               END-IF
           END-PERFORM.

       2100-ADD-RATEPAYER.
           PERFORM 2050-FIND-RATEPAYER.
           EVALUATE TRUE
               WHEN Entry-Ratepayer-ID = SPACES
                   DISPLAY "RATEPAYER ID MAY NOT BE BLANK"
               WHEN RPT-Found-Idx > ZEROS
                   DISPLAY "RATEPAYER " Entry-Ratepayer-ID
                       " IS ALREADY ON FILE - USE CHANGE"
               WHEN Ratepayer-Count >= 2000
                   DISPLAY "RATEPAYER TABLE FULL - NOT ADDED"
               WHEN OTHER
                   ADD 1 TO Ratepayer-Count
                   MOVE Entry-Ratepayer-ID TO RPT-ID(Ratepayer-Count)
                   DISPLAY "NAME"
                   ACCEPT Entry-Name
                   MOVE Entry-Name TO RPT-Name(Ratepayer-Count)
                   DISPLAY "BILLING ADDRESS LINE 1"
                   ACCEPT Entry-Address-1
                   MOVE Entry-Address-1
                       TO RPT-Address-1(Ratepayer-Count)
                   DISPLAY "BILLING ADDRESS LINE 2"
                   ACCEPT Entry-Address-2
                   MOVE Entry-Address-2
                       TO RPT-Address-2(Ratepayer-Count)
                   DISPLAY "POSTCODE"
                   ACCEPT Entry-Postcode
                   MOVE Entry-Postcode TO RPT-Postcode(Ratepayer-Count)
                   ADD 1 TO Ratepayers-Changed
                   DISPLAY "RATEPAYER ADDED"
           END-EVALUATE.

      * A blank answer keeps what is on file.
       2200-CHANGE-RATEPAYER.
           PERFORM 2050-FIND-RATEPAYER.
           IF RPT-Found-Idx = ZEROS
               DISPLAY "RATEPAYER " Entry-Ratepayer-ID
                   " IS NOT ON FILE"
           ELSE
               DISPLAY "NAME (" RPT-Name(RPT-Found-Idx) ")"
               ACCEPT Entry-Name
               IF Entry-Name NOT = SPACES
                   MOVE Entry-Name TO RPT-Name(RPT-Found-Idx)
               END-IF
               DISPLAY "BILLING ADDRESS LINE 1 ("
                   RPT-Address-1(RPT-Found-Idx) ")"
               ACCEPT Entry-Address-1
               IF Entry-Address-1 NOT = SPACES
                   MOVE Entry-Address-1
                       TO RPT-Address-1(RPT-Found-Idx)
               END-IF
               DISPLAY "BILLING ADDRESS LINE 2 ("
                   RPT-Address-2(RPT-Found-Idx) ")"
               ACCEPT Entry-Address-2
               IF Entry-Address-2 NOT = SPACES
                   MOVE Entry-Address-2
                       TO RPT-Address-2(RPT-Found-Idx)
               END-IF
               DISPLAY "POSTCODE (" RPT-Postcode(RPT-Found-Idx) ")"
               ACCEPT Entry-Postcode
               IF Entry-Postcode NOT = SPACES
                   MOVE Entry-Postcode TO RPT-Postcode(RPT-Found-Idx)
               END-IF
               ADD 1 TO Ratepayers-Changed
               DISPLAY "RATEPAYER UPDATED"
           END-IF.

      * The link is added, never replaced: the earlier owners stay
      * on the file so a past instalment can still be traced to
      * whoever owned the parcel on its due date.
       2300-RECORD-OWNER.
           DISPLAY "PARCEL SEQUENCE NUMBER (NNNNN)".
           ACCEPT Entry-Parcel-Seq-X.
           IF Entry-Parcel-Seq-X IS NOT NUMERIC
               OR Entry-Parcel-Seq-N = ZEROS
               DISPLAY "PARCEL SEQUENCE MUST BE NUMERIC"
           ELSE
               PERFORM 2050-FIND-RATEPAYER
               IF RPT-Found-Idx = ZEROS
                   DISPLAY "RATEPAYER " Entry-Ratepayer-ID
                       " IS NOT ON FILE - ADD THEM FIRST"
               ELSE
                   DISPLAY "EFFECTIVE DATE (YYYYMMDD, BLANK FOR "
                       Business-Date ")"
                   ACCEPT Entry-Date-X
                   IF Entry-Date-X = SPACES
                       MOVE Business-Date TO Entry-Date-N
                   END-IF
                   IF Entry-Date-X IS NOT NUMERIC
                       DISPLAY "DATE MUST BE NUMERIC - NOT RECORDED"
                   ELSE
                       MOVE SPACES TO ParcLink-Rec
                       MOVE Entry-Parcel-Seq-N TO PL-Parcel-Seq
                       MOVE Entry-Ratepayer-ID TO PL-Ratepayer-ID
                       MOVE Entry-Date-N TO PL-Effective-Date
                       MOVE Operator-ID TO PL-Operator-ID
                       OPEN EXTEND ParcLinkFile
                       IF WS-ParcLink-File-Status NOT = "00"
                           OPEN OUTPUT ParcLinkFile
                       END-IF
                       WRITE ParcLink-Rec
                       CLOSE ParcLinkFile
                       ADD 1 TO Links-Added
                       DISPLAY "OWNER RECORDED"
                   END-IF
               END-IF
           END-IF.

       2400-PARCEL-HISTORY.
           DISPLAY "PARCEL SEQUENCE NUMBER (NNNNN)".
           ACCEPT Entry-Parcel-Seq-X.
           MOVE ZEROS TO Links-Shown.
           OPEN INPUT ParcLinkFile.
           IF WS-ParcLink-File-Status = "00"
               READ ParcLinkFile
                   AT END SET EndOfParcLinkFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfParcLinkFile
                   IF PL-Parcel-Seq = Entry-Parcel-Seq-N
                       MOVE PL-Ratepayer-ID TO Entry-Ratepayer-ID
                       MOVE ZEROS TO RPT-Found-Idx
                       PERFORM VARYING RPT-Idx FROM 1 BY 1
                           UNTIL RPT-Idx > Ratepayer-Count
                           IF RPT-ID(RPT-Idx) = Entry-Ratepayer-ID
                               MOVE RPT-Idx TO RPT-Found-Idx
                           END-IF
                       END-PERFORM
                       IF RPT-Found-Idx > ZEROS
                           DISPLAY PL-Effective-Date " "
                               PL-Ratepayer-ID " "
                               RPT-Name(RPT-Found-Idx)
                       ELSE
                           DISPLAY PL-Effective-Date " "
                               PL-Ratepayer-ID " NOT ON FILE"
                       END-IF
                       ADD 1 TO Links-Shown
                   END-IF
                   READ ParcLinkFile
                       AT END SET EndOfParcLinkFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ParcLinkFile
           END-IF.
           IF Links-Shown = ZEROS
               DISPLAY "NO OWNER RECORDED FOR THE PARCEL"
           END-IF.

       2500-LIST-RATEPAYERS.
           PERFORM VARYING RPT-Idx FROM 1 BY 1
               UNTIL RPT-Idx > Ratepayer-Count
               DISPLAY RPT-ID(RPT-Idx) " "
                   RPT-Name(RPT-Idx) " "
                   RPT-Postcode(RPT-Idx)
           END-PERFORM.

       3000-REWRITE-RATEPAYERS.
           OPEN OUTPUT RatepayerFile.
           PERFORM VARYING RPT-Idx FROM 1 BY 1
               UNTIL RPT-Idx > Ratepayer-Count
               MOVE SPACES TO Ratepayer-Rec
               MOVE RPT-ID(RPT-Idx) TO RP-ID
               MOVE RPT-Name(RPT-Idx) TO RP-Name
               MOVE RPT-Address-1(RPT-Idx) TO RP-Address-1
               MOVE RPT-Address-2(RPT-Idx) TO RP-Address-2
               MOVE RPT-Postcode(RPT-Idx) TO RP-Postcode
               WRITE Ratepayer-Rec
           END-PERFORM.
           CLOSE RatepayerFile.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="RATEPAYR"==.
       COPY "RUNLOCKPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="RATEPAYR"==.
       COPY "OPSIGNPA.CPY".
       COPY "BUSDATEPA.CPY".

       END PROGRAM RatePayr.
