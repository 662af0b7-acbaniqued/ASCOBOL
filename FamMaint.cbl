      ******************************************************************
      * Author:
      * Date:
      * Purpose: Family master maintenance for FAMILY.DAT - one
      *          record per family or guardian, keyed by the family
      *          code carried on each sibling's STUDENT.DAT record:
      *          the payer's name and address for the consolidated
      *          StuStmt family statement, and the bank mandate
      *          StuDebit collects the family's combined balance
      *          against. Adding a family and changing its name or
      *          address is clerk work; keying or changing the bank
      *          mandate is a supervisor's, refused and logged for
      *          anyone else, the same as the other bank details.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FamMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FamilyFile ASSIGN TO "FAMILY.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Family-File-Status.
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "RUNLOCKFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD FamilyFile.
       01 Family-Rec.
           88 EndOfFamilyFile         VALUE HIGH-VALUES.
           02  Fam-Code               PIC X(6).
           02  FILLER                 PIC X.
           02  Fam-Payer-Name         PIC X(30).
           02  FILLER                 PIC X.
           02  Fam-Address-1          PIC X(30).
           02  FILLER                 PIC X.
           02  Fam-Address-2          PIC X(30).
           02  FILLER                 PIC X.
           02  Fam-Postcode           PIC X(8).
           02  FILLER                 PIC X.
           02  Fam-Sort-Code          PIC X(6).
           02  FILLER                 PIC X.
           02  Fam-Account-Number     PIC X(8).
           02  FILLER                 PIC X.
           02  Fam-Mandate-Active     PIC X.

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "RUNLOCKFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-Family-File-Status       PIC XX.
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "RUNLOCKWS.CPY".

       01  Family-Table.
           02  Family-Entry OCCURS 500 TIMES.
               03  FMT-Code             PIC X(6).
               03  FMT-Payer-Name       PIC X(30).
               03  FMT-Address-1        PIC X(30).
               03  FMT-Address-2        PIC X(30).
               03  FMT-Postcode         PIC X(8).
               03  FMT-Sort-Code        PIC X(6).
               03  FMT-Account-Number   PIC X(8).
               03  FMT-Mandate-Active   PIC X.

       01  Family-Count                PIC 9(3) VALUE ZEROS.
      * Set when the load had to skip rows: carrying on would end in
      * a rewrite that deletes them, so the run stands down instead.
       01  Family-Load-Overflow-Switch PIC X VALUE "N".
           88 Family-Load-Overflowed   VALUE "Y".
       01  FMT-Idx                     PIC 9(3).
       01  FMT-Found-Idx               PIC 9(3).

       01  Txn-Mode                    PIC X VALUE SPACE.
           88 Txn-Add                  VALUE "A", "a".
           88 Txn-Change               VALUE "C", "c".
           88 Txn-Mandate              VALUE "M", "m".
           88 Txn-List                 VALUE "L", "l".
           88 Txn-Quit                 VALUE "Q", "q".

       01  Entry-Family-Code           PIC X(6).
       01  Entry-Payer-Name            PIC X(30).
       01  Entry-Address-1             PIC X(30).
       01  Entry-Address-2             PIC X(30).
       01  Entry-Postcode              PIC X(8).
       01  Entry-Sort-Code             PIC X(6).
       01  Entry-Account-Number        PIC X(8).
       01  Entry-Mandate-Active        PIC X.
       01  Families-Changed            PIC 9(3) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           MOVE Operator-ID TO Lock-My-Operator.
           MOVE "FAMILY.LCK" TO Lock-File-Name.
           PERFORM Acquire-Run-Lock.
           IF NOT Run-Lock-Held
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM 1000-LOAD-FAMILIES.
      * Rewriting from a partial table would delete the families
      * that did not fit, so an overloaded master refuses the
      * session.
           IF Family-Load-Overflowed
               DISPLAY "FAMILY.DAT EXCEEDS THE TABLE - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM Release-Run-Lock
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL Txn-Quit.
           IF Families-Changed > ZEROS
               PERFORM 3000-REWRITE-FAMILIES
           END-IF.
           PERFORM Release-Run-Lock.
           DISPLAY "FAMILIES CHANGED: " Families-Changed.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-FAMILIES.
           OPEN INPUT FamilyFile.
           IF WS-Family-File-Status = "00"
               READ FamilyFile
                   AT END SET EndOfFamilyFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfFamilyFile
                   IF Family-Count < 500
                       ADD 1 TO Family-Count
                       MOVE Fam-Code TO FMT-Code(Family-Count)
                       MOVE Fam-Payer-Name
                           TO FMT-Payer-Name(Family-Count)
                       MOVE Fam-Address-1
                           TO FMT-Address-1(Family-Count)
                       MOVE Fam-Address-2
                           TO FMT-Address-2(Family-Count)
                       MOVE Fam-Postcode TO FMT-Postcode(Family-Count)
                       MOVE Fam-Sort-Code
                           TO FMT-Sort-Code(Family-Count)
                       MOVE Fam-Account-Number
                           TO FMT-Account-Number(Family-Count)
                       IF Fam-Mandate-Active = "Y"
                           MOVE "Y"
                               TO FMT-Mandate-Active(Family-Count)
                       ELSE
                           MOVE "N"
                               TO FMT-Mandate-Active(Family-Count)
                       END-IF
                   ELSE
                       SET Family-Load-Overflowed TO TRUE
                       DISPLAY "WARNING: FAMILY.DAT TABLE FULL"
                   END-IF
                   READ FamilyFile
                       AT END SET EndOfFamilyFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FamilyFile
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           DISPLAY "FAMILY MAINTENANCE - (A)DD (C)HANGE "
               "(M)ANDATE (L)IST (Q)UIT".
           ACCEPT Txn-Mode.
           EVALUATE TRUE
               WHEN Txn-Add
                   PERFORM 2100-ADD-FAMILY
               WHEN Txn-Change
                   PERFORM 2200-CHANGE-FAMILY
      * Bank details are a supervisor's to key or change.
               WHEN Txn-Mandate
                   PERFORM Check-Supervisor-Role
                   IF Role-OK
                       PERFORM 2300-CHANGE-MANDATE
                   END-IF
               WHEN Txn-List
                   PERFORM 2400-LIST-FAMILIES
               WHEN Txn-Quit
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

       2050-FIND-FAMILY.
           DISPLAY "FAMILY CODE".
           ACCEPT Entry-Family-Code.
           MOVE ZEROS TO FMT-Found-Idx.
           PERFORM VARYING FMT-Idx FROM 1 BY 1
               UNTIL FMT-Idx > Family-Count
               IF FMT-Code(FMT-Idx) = Entry-Family-Code
                   MOVE FMT-Idx TO FMT-Found-Idx
               END-IF
           END-PERFORM.

      * A new family starts with no mandate; the supervisor keys it
      * once the signed form is back.
       2100-ADD-FAMILY.
           PERFORM 2050-FIND-FAMILY.
           EVALUATE TRUE
               WHEN Entry-Family-Code = SPACES
                   DISPLAY "FAMILY CODE MAY NOT BE BLANK"
               WHEN FMT-Found-Idx > ZEROS
                   DISPLAY "FAMILY " Entry-Family-Code
                       " IS ALREADY ON FILE - USE CHANGE"
               WHEN Family-Count >= 500
                   DISPLAY "FAMILY TABLE FULL - NOT ADDED"
               WHEN OTHER
                   ADD 1 TO Family-Count
                   MOVE Entry-Family-Code TO FMT-Code(Family-Count)
                   DISPLAY "PAYER NAME"
                   ACCEPT Entry-Payer-Name
                   MOVE Entry-Payer-Name
                       TO FMT-Payer-Name(Family-Count)
                   DISPLAY "ADDRESS LINE 1"
                   ACCEPT Entry-Address-1
                   MOVE Entry-Address-1 TO FMT-Address-1(Family-Count)
                   DISPLAY "ADDRESS LINE 2"
                   ACCEPT Entry-Address-2
                   MOVE Entry-Address-2 TO FMT-Address-2(Family-Count)
                   DISPLAY "POSTCODE"
                   ACCEPT Entry-Postcode
                   MOVE Entry-Postcode TO FMT-Postcode(Family-Count)
                   MOVE SPACES TO FMT-Sort-Code(Family-Count),
                       FMT-Account-Number(Family-Count)
                   MOVE "N" TO FMT-Mandate-Active(Family-Count)
                   ADD 1 TO Families-Changed
                   DISPLAY "FAMILY ADDED"
           END-EVALUATE.

      * A blank answer keeps what is on file.
       2200-CHANGE-FAMILY.
           PERFORM 2050-FIND-FAMILY.
           IF FMT-Found-Idx = ZEROS
               DISPLAY "FAMILY " Entry-Family-Code " IS NOT ON FILE"
           ELSE
               DISPLAY "PAYER NAME (" FMT-Payer-Name(FMT-Found-Idx)
                   ")"
               ACCEPT Entry-Payer-Name
               IF Entry-Payer-Name NOT = SPACES
                   MOVE Entry-Payer-Name
                       TO FMT-Payer-Name(FMT-Found-Idx)
               END-IF
               DISPLAY "ADDRESS LINE 1 ("
                   FMT-Address-1(FMT-Found-Idx) ")"
               ACCEPT Entry-Address-1
               IF Entry-Address-1 NOT = SPACES
                   MOVE Entry-Address-1
                       TO FMT-Address-1(FMT-Found-Idx)
               END-IF
               DISPLAY "ADDRESS LINE 2 ("
                   FMT-Address-2(FMT-Found-Idx) ")"
               ACCEPT Entry-Address-2
               IF Entry-Address-2 NOT = SPACES
                   MOVE Entry-Address-2
                       TO FMT-Address-2(FMT-Found-Idx)
               END-IF
               DISPLAY "POSTCODE (" FMT-Postcode(FMT-Found-Idx) ")"
               ACCEPT Entry-Postcode
               IF Entry-Postcode NOT = SPACES
                   MOVE Entry-Postcode TO FMT-Postcode(FMT-Found-Idx)
               END-IF
               ADD 1 TO Families-Changed
               DISPLAY "FAMILY UPDATED"
           END-IF.

      * New bank details, or the mandate switched on or off - a
      * cancelled mandate sends the family back to being chased by
      * letter on the next StuDebit run.
       2300-CHANGE-MANDATE.
           PERFORM 2050-FIND-FAMILY.
           IF FMT-Found-Idx = ZEROS
               DISPLAY "FAMILY " Entry-Family-Code " IS NOT ON FILE"
           ELSE
               DISPLAY "SORT CODE (" FMT-Sort-Code(FMT-Found-Idx)
                   ")"
               ACCEPT Entry-Sort-Code
               IF Entry-Sort-Code NOT = SPACES
                   MOVE Entry-Sort-Code TO FMT-Sort-Code(FMT-Found-Idx)
               END-IF
               DISPLAY "ACCOUNT NUMBER ("
                   FMT-Account-Number(FMT-Found-Idx) ")"
               ACCEPT Entry-Account-Number
               IF Entry-Account-Number NOT = SPACES
                   MOVE Entry-Account-Number
                       TO FMT-Account-Number(FMT-Found-Idx)
               END-IF
               DISPLAY "MANDATE ACTIVE (Y/N, CURRENTLY "
                   FMT-Mandate-Active(FMT-Found-Idx) ")"
               ACCEPT Entry-Mandate-Active
               IF Entry-Mandate-Active = "Y"
                   OR Entry-Mandate-Active = "N"
                   MOVE Entry-Mandate-Active
                       TO FMT-Mandate-Active(FMT-Found-Idx)
               END-IF
               IF FMT-Mandate-Active(FMT-Found-Idx) = "Y"
                   AND (FMT-Sort-Code(FMT-Found-Idx) = SPACES
                   OR FMT-Account-Number(FMT-Found-Idx) = SPACES)
                   MOVE "N" TO FMT-Mandate-Active(FMT-Found-Idx)
                   DISPLAY "NO BANK DETAILS - MANDATE LEFT INACTIVE"
               END-IF
               ADD 1 TO Families-Changed
               DISPLAY "MANDATE UPDATED"
           END-IF.

       2400-LIST-FAMILIES.
           PERFORM VARYING FMT-Idx FROM 1 BY 1
               UNTIL FMT-Idx > Family-Count
               DISPLAY FMT-Code(FMT-Idx) " "
                   FMT-Payer-Name(FMT-Idx) " "
                   FMT-Postcode(FMT-Idx) " MANDATE "
                   FMT-Mandate-Active(FMT-Idx)
           END-PERFORM.

       3000-REWRITE-FAMILIES.
           OPEN OUTPUT FamilyFile.
           PERFORM VARYING FMT-Idx FROM 1 BY 1
               UNTIL FMT-Idx > Family-Count
               MOVE SPACES TO Family-Rec
               MOVE FMT-Code(FMT-Idx) TO Fam-Code
               MOVE FMT-Payer-Name(FMT-Idx) TO Fam-Payer-Name
               MOVE FMT-Address-1(FMT-Idx) TO Fam-Address-1
               MOVE FMT-Address-2(FMT-Idx) TO Fam-Address-2
               MOVE FMT-Postcode(FMT-Idx) TO Fam-Postcode
               MOVE FMT-Sort-Code(FMT-Idx) TO Fam-Sort-Code
               MOVE FMT-Account-Number(FMT-Idx)
                   TO Fam-Account-Number
               MOVE FMT-Mandate-Active(FMT-Idx) TO Fam-Mandate-Active
               WRITE Family-Rec
           END-PERFORM.
           CLOSE FamilyFile.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="FAMMAINT"==.
       COPY "RUNLOCKPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="FAMMAINT"==.
       COPY "OPSIGNPA.CPY".
       COPY "OPROLEPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="FAMMAINT"==.

       END PROGRAM FamMaint.
