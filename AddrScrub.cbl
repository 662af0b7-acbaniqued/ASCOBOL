      *          (The customer master carries no name field; the
      *          address is its only free text.)
      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - Customer master layout brought up to date with the
      *     interest waiver flag, so the apply pass's whole-record
      *     rewrite carries it.
      *   - And with the prepayment-required flag.
      *   - And with the certificate-of-analysis flag; the table's
      *     record image is widened to hold the longer record.
      *   - CUSTMAST.DAT is indexed: the scan reads it in customer
      *     order and the apply pass rewrites only the customers on
      *     the pending set, so the 5000-record load limit is gone.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AddrScrub.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CustMasterFile ASSIGN TO "CUSTMAST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CustMast-CustomerID
                 FILE STATUS IS WS-CustMaster-File-Status.

      * Proposed addresses awaiting the supervisor's apply pass.
           02  CustMast-Hold-Flag       PIC X.
           02  FILLER                   PIC X.
           02  CustMast-Branch          PIC X(3).
           02  FILLER                   PIC X.
           02  CustMast-Int-Waiver      PIC X.
           02  FILLER                   PIC X.
           02  CustMast-Prepay-Flag     PIC X.
           02  FILLER                   PIC X.
           02  CustMast-CoA-Flag        PIC X.

       FD AddrPendFile.
       01 AddrPend-Rec.
       01  Records-Changed          PIC 9(5) VALUE ZEROS.
       01  Records-Applied          PIC 9(5) VALUE ZEROS.

       01  Pend-Table.
           02  Pend-Entry OCCURS 5000 TIMES.
               03  PND-CustomerID       PIC X(5).
               OPEN OUTPUT AddrScrubRep
               WRITE AddrScrub-Print-Line FROM Scrub-Heading-Line
               AFTER ADVANCING 1 LINE
               READ CustMasterFile NEXT RECORD
                   AT END SET EndOfCustMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCustMasterFile
                       MOVE Clean-Address TO APD-New-Address
                       WRITE AddrPend-Rec
                   END-IF
                   READ CustMasterFile NEXT RECORD
                       AT END SET EndOfCustMasterFile TO TRUE
                   END-READ
               END-PERFORM
           END-PERFORM.

      * The supervisor's apply pass: the pending set posts onto the
      * master, one keyed rewrite per customer, and is cleared, so
      * an unreviewed scan can never half-apply.
       4000-APPLY-APPROVED.
           PERFORM Check-Supervisor-Role.
           IF NOT Role-OK
                   DISPLAY "NO PENDING ADDRESSES - RUN THE SCAN "
                       "FIRST"
               ELSE
                   PERFORM 4300-APPLY-AND-REWRITE
                   IF WS-CustMaster-File-Status NOT = "00"
                       DISPLAY "CUSTMAST.DAT NOT AVAILABLE - "
                           "NOTHING APPLIED"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       OPEN OUTPUT AddrPendFile
                       CLOSE AddrPendFile
                       DISPLAY "ADDRESSES APPLIED: " Records-Applied
               CLOSE AddrPendFile
           END-IF.

      * Each pending customer is read by key and its address
      * rewritten; a customer deleted since the scan is skipped.
       4300-APPLY-AND-REWRITE.
           MOVE ZEROS TO Records-Applied.
           OPEN I-O CustMasterFile.
           IF WS-CustMaster-File-Status = "00"
               PERFORM VARYING PND-Idx FROM 1 BY 1
                   UNTIL PND-Idx > Pend-Count
                   MOVE PND-CustomerID(PND-Idx) TO CustMast-CustomerID
                   READ CustMasterFile
                       INVALID KEY
                           DISPLAY "CUSTOMER " PND-CustomerID(PND-Idx)
                               " NO LONGER ON FILE - SKIPPED"
                       NOT INVALID KEY
                           MOVE PND-New-Address(PND-Idx)
                               TO CustMast-Address
                           REWRITE CustMast-Rec
                               INVALID KEY
                                   DISPLAY "WARNING: CUSTOMER "
                                       CustMast-CustomerID
                                       " NOT REWRITTEN"
                               NOT INVALID KEY
                                   ADD 1 TO Records-Applied
                           END-REWRITE
                   END-READ
               END-PERFORM
               CLOSE CustMasterFile
               MOVE "00" TO WS-CustMaster-File-Status
           END-IF.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="ADDRSCRUB"==.
       COPY "OPSIGNPA.CPY".
