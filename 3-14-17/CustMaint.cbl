      *   - Credit limit and on-hold flag added to the master, so
      *     order entry can stop a bad payer before the stock ships
      *     instead of after the ageing report says so.
      *   - Late-payment interest waiver flag added to the master for
      *     the month-end interest run; changing it is a supervisor
      *     function, the same as the credit limit.
      *   - Prepayment-required flag added to the master: order entry
      *     raises a pro-forma for such an account and its lines wait
      *     on payment before despatch. Changing it is likewise a
      *     supervisor function.
      *   - Certificate-of-analysis flag added to the master: a
      *     customer flagged gets a QC certificate for each lot
      *     printed with the despatch note.
      *   - Every add, change, transfer and delete writes the record's
      *     before and after images to the UPDJRNL.DAT update journal,
      *     so AuditEnq can say who changed a customer and when.
      *   - CUSTMAST.DAT is now indexed on the customer ID. Each
      *     transaction reads and writes back just its own record, so
      *     the whole-file load and rewrite at quit, the 5000-customer
      *     table limit and the one-session run lock are gone.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Keyed on the customer ID: each transaction reads, writes,
      * rewrites or deletes the one record it is about.
       SELECT CustMasterFile ASSIGN TO "CUSTMAST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CustMast-CustomerID
                 FILE STATUS IS WS-CustMaster-File-Status.

      * One region code per line, owned by sales admin, so a new
                 FILE STATUS IS WS-RepMaster-File-Status.
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "UPDJRNLFC.CPY".

       DATA DIVISION.
       FILE SECTION.
      * before the second shop and they report under "HQ ".
           02  FILLER                   PIC X.
           02  CustMast-Branch          PIC X(3).
      * "Y" exempts the account from the late-payment interest run;
      * spaces on masters from before the field, which are charged.
           02  FILLER                   PIC X.
           02  CustMast-Int-Waiver      PIC X.
      * "Y" when the account must pay a pro-forma before its goods
      * ship; spaces on masters from before the field.
           02  FILLER                   PIC X.
           02  CustMast-Prepay-Flag     PIC X.
      * "Y" when each lot despatched needs its certificate of
      * analysis; spaces on masters from before the field.
           02  FILLER                   PIC X.
           02  CustMast-CoA-Flag        PIC X.

       FD RegionListFile.
       01 RegionList-Rec.

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "UPDJRNLFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-CustMaster-File-Status    PIC XX.
           88 WS-Has-History            VALUE "Y".
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "UPDJRNLWS.CPY".

      * The customer being worked on, as read from the master and
      * as edited by the transaction before it is written back.
       01  Cust-Maint-Entry.
           02  CMT-CustomerID           PIC X(5).
           02  CMT-Region               PIC X(10).
           02  CMT-RepCode              PIC X(3).
           02  CMT-CommRate             PIC V999.
           02  CMT-Address              PIC X(30).
           02  CMT-Currency             PIC X(3).
           02  CMT-EDI-Flag             PIC X.
           02  CMT-Credit-Limit         PIC 9(7).
           02  CMT-Hold-Flag            PIC X.
           02  CMT-Branch               PIC X(3).
           02  CMT-Int-Waiver           PIC X.
           02  CMT-Prepay-Flag          PIC X.
           02  CMT-CoA-Flag             PIC X.
           02  CMT-In-Use               PIC X VALUE "N".
               88 CMT-Is-In-Use         VALUE "Y".

       01  Region-List-Table.
           02  Region-List-Entry        PIC X(10) OCCURS 20 TIMES.
       01  WS-Entry-Credit-Limit        PIC 9(7).
       01  WS-Entry-Branch              PIC X(3).
       01  WS-Entry-Hold-Flag           PIC X.
       01  WS-Entry-Int-Waiver          PIC X.
       01  WS-Entry-Prepay-Flag         PIC X.
       01  WS-Entry-CoA-Flag            PIC X.

       01  WS-Found-Switch              PIC X VALUE "N".
           88 WS-Entry-Found            VALUE "Y".
       01  WS-Valid-Switch              PIC X VALUE "N".
           88 WS-Entry-Valid            VALUE "Y".
       01  WS-Saved-Switch              PIC X VALUE "N".
           88 WS-Record-Saved           VALUE "Y".

      * Linkage fields for the callable Conditions field scrubber.
      * Spaces are folded to a letter before the call - an address
      * shop's consolidated reporting.
      * Delete and a credit-limit change are supervisor functions;
      * a clerk's refusal is logged to OPLOG.DAT.
      * Several sessions may now run at once: each change goes
      * straight to its own record, so none can undo another's.
           PERFORM 1000-OPEN-CUSTOMER-MASTER.
           PERFORM 1100-LOAD-REGION-LIST.
           PERFORM 1200-LOAD-REP-MASTER.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL Txn-Quit.
           CLOSE CustMasterFile.
           PERFORM Log-Run-Complete.
           STOP RUN.

      * I-O for the session; the very first run creates the empty
      * master. Any status other than "file not found" is not an
      * invitation to truncate the live file, so the run stops.
       1000-OPEN-CUSTOMER-MASTER.
           OPEN I-O CustMasterFile.
           IF WS-CustMaster-File-Status = "35"
               OPEN OUTPUT CustMasterFile
               CLOSE CustMasterFile
               OPEN I-O CustMasterFile
           END-IF.
           IF WS-CustMaster-File-Status NOT = "00"
               DISPLAY "CUSTMAST.DAT COULD NOT BE OPENED, STATUS "
                   WS-CustMaster-File-Status " - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.

       1100-LOAD-REGION-LIST.
               DISPLAY "CUSTOMER ID"
               ACCEPT WS-Entry-CustomerID
               PERFORM 2100-FIND-CUSTOMER
               MOVE SPACES TO Journal-Before-Image
               IF WS-Entry-Found
                   PERFORM 2800-FORMAT-CUSTOMER-RECORD
                   MOVE CustMast-Rec TO Journal-Before-Image
               END-IF
           END-IF.

           EVALUATE TRUE
                       PERFORM 2200-ACCEPT-CUSTOMER-FIELDS
                       IF WS-Entry-Valid
                           MOVE WS-Entry-Region
                               TO CMT-Region
                           MOVE WS-Entry-RepCode
                               TO CMT-RepCode
                           MOVE WS-Entry-CommRate
                               TO CMT-CommRate
                           MOVE WS-Entry-Address
                               TO CMT-Address
                           MOVE WS-Entry-Currency
                               TO CMT-Currency
                           MOVE WS-Entry-EDI-Flag
                               TO CMT-EDI-Flag
                           IF WS-Entry-Credit-Limit NOT =
                               CMT-Credit-Limit
                               PERFORM Check-Supervisor-Role
                               IF Role-OK
                                   MOVE WS-Entry-Credit-Limit
                                       TO CMT-Credit-Limit
                               ELSE
                                   DISPLAY "CREDIT LIMIT LEFT AT "
                                       CMT-Credit-Limit
                               END-IF
                           END-IF
                           MOVE WS-Entry-Hold-Flag
                               TO CMT-Hold-Flag
                           MOVE WS-Entry-Branch
                               TO CMT-Branch
                           IF WS-Entry-Int-Waiver NOT =
                               CMT-Int-Waiver
                               PERFORM Check-Supervisor-Role
                               IF Role-OK
                                   MOVE WS-Entry-Int-Waiver
                                       TO CMT-Int-Waiver
                               ELSE
                                   DISPLAY "INTEREST WAIVER LEFT AT "
                                       CMT-Int-Waiver
                               END-IF
                           END-IF
                           IF WS-Entry-Prepay-Flag NOT =
                               CMT-Prepay-Flag
                               PERFORM Check-Supervisor-Role
                               IF Role-OK
                                   MOVE WS-Entry-Prepay-Flag
                                       TO CMT-Prepay-Flag
                               ELSE
                                   DISPLAY "PREPAYMENT FLAG LEFT AT "
                                       CMT-Prepay-Flag
                               END-IF
                           END-IF
                           MOVE WS-Entry-CoA-Flag
                               TO CMT-CoA-Flag
                       END-IF
                   END-IF
               WHEN Txn-Delete
                   ELSE
                       PERFORM Check-Supervisor-Role
                       IF Role-OK
                           MOVE "N" TO CMT-In-Use
                       END-IF
                   END-IF
               WHEN Txn-Transfer
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

           IF (Txn-Add OR Txn-Change OR Txn-Delete OR Txn-Transfer)
               AND (WS-Entry-Found OR CMT-Is-In-Use)
               PERFORM 2850-SAVE-CUSTOMER-RECORD
           END-IF.

      * Keyed read for the customer ID entered; a customer found is
      * copied to the working entry for the transaction to edit.
       2100-FIND-CUSTOMER.
           MOVE "N" TO WS-Found-Switch.
           MOVE "N" TO CMT-In-Use.
           MOVE WS-Entry-CustomerID TO CustMast-CustomerID.
           READ CustMasterFile
               INVALID KEY CONTINUE
           END-READ.
           IF WS-CustMaster-File-Status = "00"
               SET WS-Entry-Found TO TRUE
               MOVE CustMast-CustomerID TO CMT-CustomerID
               MOVE CustMast-Region TO CMT-Region
               MOVE CustMast-RepCode TO CMT-RepCode
               MOVE CustMast-CommRate TO CMT-CommRate
               MOVE CustMast-Address TO CMT-Address
               MOVE CustMast-Currency TO CMT-Currency
               MOVE CustMast-EDI-Flag TO CMT-EDI-Flag
      * Masters from before the credit fields read as spaces: no
      * limit, not held.
               IF CustMast-Credit-Limit IS NUMERIC
                   MOVE CustMast-Credit-Limit TO CMT-Credit-Limit
               ELSE
                   MOVE ZEROS TO CMT-Credit-Limit
               END-IF
               MOVE CustMast-Hold-Flag TO CMT-Hold-Flag
               MOVE CustMast-Branch TO CMT-Branch
               MOVE CustMast-Int-Waiver TO CMT-Int-Waiver
               MOVE CustMast-Prepay-Flag TO CMT-Prepay-Flag
               MOVE CustMast-CoA-Flag TO CMT-CoA-Flag
               MOVE "Y" TO CMT-In-Use
           END-IF.

      * Prompts and edits every field; WS-Entry-Valid only comes up
      * set when all of them passed.
                           ACCEPT WS-Entry-Hold-Flag
                           DISPLAY "BRANCH (3 CHARS, BLANK FOR HQ)"
                           ACCEPT WS-Entry-Branch
                           DISPLAY "LATE-PAYMENT INTEREST WAIVED (Y/N)"
                           ACCEPT WS-Entry-Int-Waiver
                           IF WS-Entry-Int-Waiver = "y"
                               MOVE "Y" TO WS-Entry-Int-Waiver
                           END-IF
                           IF WS-Entry-Int-Waiver NOT = "Y"
                               MOVE "N" TO WS-Entry-Int-Waiver
                           END-IF
                           DISPLAY "PREPAYMENT REQUIRED (Y/N)"
                           ACCEPT WS-Entry-Prepay-Flag
                           IF WS-Entry-Prepay-Flag = "y"
                               MOVE "Y" TO WS-Entry-Prepay-Flag
                           END-IF
                           IF WS-Entry-Prepay-Flag NOT = "Y"
                               MOVE "N" TO WS-Entry-Prepay-Flag
                           END-IF
                           DISPLAY "CERTIFICATE OF ANALYSIS WITH "
                               "EACH DESPATCH (Y/N)"
                           ACCEPT WS-Entry-CoA-Flag
                           IF WS-Entry-CoA-Flag = "y"
                               MOVE "Y" TO WS-Entry-CoA-Flag
                           END-IF
                           IF WS-Entry-CoA-Flag NOT = "Y"
                               MOVE "N" TO WS-Entry-CoA-Flag
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2300-ADD-CUSTOMER-ROW.
           MOVE WS-Entry-CustomerID TO CMT-CustomerID.
           MOVE WS-Entry-Region TO CMT-Region.
           MOVE WS-Entry-RepCode TO CMT-RepCode.
           MOVE WS-Entry-CommRate TO CMT-CommRate.
           MOVE WS-Entry-Address TO CMT-Address.
           MOVE WS-Entry-Currency TO CMT-Currency.
           MOVE WS-Entry-EDI-Flag TO CMT-EDI-Flag.
           MOVE WS-Entry-Credit-Limit TO CMT-Credit-Limit.
           MOVE WS-Entry-Hold-Flag TO CMT-Hold-Flag.
           MOVE WS-Entry-Branch TO CMT-Branch.
           MOVE WS-Entry-Int-Waiver TO CMT-Int-Waiver.
           MOVE WS-Entry-Prepay-Flag TO CMT-Prepay-Flag.
           MOVE WS-Entry-CoA-Flag TO CMT-CoA-Flag.
           MOVE "Y" TO CMT-In-Use.

      * With no region list on site anything passes, as before -
      * the same stand-down 1250-VALIDATE-REP-CODE makes; the 1100
               Scrub-Vowel-Count Scrub-Consonant-Count
               Scrub-Digit-Count.

      * The master in customer-ID order, straight off the file.
       2600-LIST-CUSTOMERS.
           MOVE LOW-VALUES TO CustMast-CustomerID.
           START CustMasterFile KEY NOT < CustMast-CustomerID
               INVALID KEY
                   DISPLAY "CUSTMAST.DAT EMPTY"
                   SET EndOfCustMasterFile TO TRUE
               NOT INVALID KEY
                   MOVE SPACES TO CustMast-Rec
           END-START.
           PERFORM UNTIL EndOfCustMasterFile
               READ CustMasterFile NEXT RECORD
                   AT END SET EndOfCustMasterFile TO TRUE
                   NOT AT END
                       DISPLAY CustMast-CustomerID
                           " " CustMast-Region
                           " " CustMast-RepCode
                           " " CustMast-CommRate
                           " " CustMast-Currency
                           " " CustMast-Credit-Limit
                           " " CustMast-Hold-Flag
                           " " CustMast-Int-Waiver
                           " " CustMast-Prepay-Flag
                           " " CustMast-CoA-Flag
                           " " CustMast-Address
               END-READ
           END-PERFORM.

      * Opens the new assignment from its effective date - which by
                       MOVE WS-Entry-CustomerID
                           TO CustAsgn-CustomerID
                       MOVE ZEROS TO CustAsgn-Eff-Date
                       MOVE CMT-Region
                           TO CustAsgn-Region
                       MOVE CMT-RepCode
                           TO CustAsgn-RepCode
                       MOVE CMT-CommRate
                           TO CustAsgn-CommRate
                       WRITE CustAssign-Rec
                   END-IF
                   MOVE WS-Entry-CommRate TO CustAsgn-CommRate
                   WRITE CustAssign-Rec
                   CLOSE CustAssignFile
                   MOVE WS-Entry-Region TO CMT-Region
                   MOVE WS-Entry-RepCode
                       TO CMT-RepCode
                   MOVE WS-Entry-CommRate
                       TO CMT-CommRate
                   DISPLAY "ASSIGNMENT TRANSFERRED EFFECTIVE "
                       WS-Entry-Eff-Date
               END-IF
               CLOSE CustAssignFile
           END-IF.

      * The master record for the working entry, built in the
      * file's record area; used for the write and for the journal
      * images.
       2800-FORMAT-CUSTOMER-RECORD.
           MOVE SPACES TO CustMast-Rec.
           MOVE CMT-CustomerID TO CustMast-CustomerID.
           MOVE CMT-Region TO CustMast-Region.
           MOVE CMT-RepCode TO CustMast-RepCode.
           MOVE CMT-CommRate TO CustMast-CommRate.
           MOVE CMT-Address TO CustMast-Address.
           MOVE CMT-Currency TO CustMast-Currency.
           MOVE CMT-EDI-Flag TO CustMast-EDI-Flag.
           MOVE CMT-Credit-Limit TO CustMast-Credit-Limit.
           MOVE CMT-Hold-Flag TO CustMast-Hold-Flag.
           MOVE CMT-Branch TO CustMast-Branch.
           MOVE CMT-Int-Waiver TO CustMast-Int-Waiver.
           MOVE CMT-Prepay-Flag TO CustMast-Prepay-Flag.
           MOVE CMT-CoA-Flag TO CustMast-CoA-Flag.

      * Writes the transaction's result to the master when it
      * actually moved the record: an add is a WRITE, a delete a
      * DELETE, anything else a REWRITE. Only a record the file
      * accepted is journalled.
       2850-SAVE-CUSTOMER-RECORD.
           MOVE "N" TO WS-Saved-Switch.
           IF CMT-Is-In-Use
               PERFORM 2800-FORMAT-CUSTOMER-RECORD
               MOVE CustMast-Rec TO Journal-After-Image
           ELSE
               MOVE SPACES TO Journal-After-Image
           END-IF.
           IF Journal-After-Image NOT = Journal-Before-Image
               EVALUATE TRUE
                   WHEN Journal-Before-Image = SPACES
                       WRITE CustMast-Rec
                           INVALID KEY
                               DISPLAY "WARNING: CUSTOMER "
                                   CMT-CustomerID " NOT ADDED, STATUS "
                                   WS-CustMaster-File-Status
                           NOT INVALID KEY
                               SET WS-Record-Saved TO TRUE
                       END-WRITE
                   WHEN Journal-After-Image = SPACES
                       MOVE CMT-CustomerID TO CustMast-CustomerID
                       DELETE CustMasterFile RECORD
                           INVALID KEY
                               DISPLAY "WARNING: CUSTOMER "
                                   CMT-CustomerID " NOT DELETED, "
                                   "STATUS " WS-CustMaster-File-Status
                           NOT INVALID KEY
                               SET WS-Record-Saved TO TRUE
                       END-DELETE
                   WHEN OTHER
                       REWRITE CustMast-Rec
                           INVALID KEY
                               DISPLAY "WARNING: CUSTOMER "
                                   CMT-CustomerID " NOT REWRITTEN, "
                                   "STATUS " WS-CustMaster-File-Status
                           NOT INVALID KEY
                               SET WS-Record-Saved TO TRUE
                       END-REWRITE
               END-EVALUATE
           END-IF.
           IF WS-Record-Saved
               PERFORM 2900-JOURNAL-CUSTOMER-CHANGE
           END-IF.

      * One journal line for the change just saved: an add has no
      * before image, a delete no after image. The journal image
      * holds the record's first 80 bytes, which runs to the
      * prepayment flag.
       2900-JOURNAL-CUSTOMER-CHANGE.
           EVALUATE TRUE
               WHEN Journal-Before-Image = SPACES
                   MOVE "A" TO Journal-Action
               WHEN Journal-After-Image = SPACES
                   MOVE "D" TO Journal-Action
               WHEN OTHER
                   MOVE "U" TO Journal-Action
           END-EVALUATE.
           MOVE "CUSTMAST.DAT" TO Journal-File-Name.
           MOVE SPACES TO Journal-Record-Key.
           MOVE CMT-CustomerID TO Journal-Record-Key.
           PERFORM Log-Update-Journal.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="CUSTMAINT"==.
       COPY "OPSIGNPA.CPY".
       COPY "OPROLEPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="CUSTMAINT"==.
       COPY "UPDJRNLPA.CPY".

       END PROGRAM CustMaint.
