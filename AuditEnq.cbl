      ******************************************************************
      * Author:
      * Date:
      * Purpose: Audit-trail enquiry over the UPDJRNL.DAT before/after
      *          update journal. The supervisor selects journal lines
      *          by master file, record key, operator, date range and
      *          action (add, update, delete), any of them left blank
      *          to take all, and each change comes back decoded
      *          through its master's record layout - CUSTMAST.DAT,
      *          STUDENT.DAT, ARLEDGER.DAT, STOCKLED.DAT - one line
      *          per field with the before and after values side by
      *          side and the fields that moved starred. (E)nquire
      *          shows the changes on the screen, (R)eport prints
      *          them to AUDITENQ.RPT for the auditors' file. A kept
      *          copy of an older journal can be named in place of
      *          UPDJRNL.DAT, since the live one is cleared once the
      *          night's backup generation is proven.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditEnq.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT UpdJrnlFile ASSIGN USING Journal-Source-Name
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-UpdJrnl-File-Status.

       SELECT AuditEnqRep ASSIGN TO "AUDITENQ.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       COPY "UPDJRNLFD.CPY".

       FD AuditEnqRep.
       01 AuditEnq-Print-Line          PIC X(72).

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-UpdJrnl-File-Status      PIC XX.
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".

       01  Journal-Source-Name         PIC X(30).

       01  Transaction-Code            PIC X.
           88 Txn-Enquire              VALUE "E", "e".
           88 Txn-Report               VALUE "R", "r".
           88 Txn-Quit                 VALUE "Q", "q".

       01  Output-Switch               PIC X VALUE "S".
           88 Output-To-Screen         VALUE "S".
           88 Output-To-Report         VALUE "R".

      * Selection criteria; spaces in any of them take everything.
       01  Sel-File-Name               PIC X(12).
       01  Sel-Key                     PIC X(8).
       01  Sel-Operator-ID             PIC X(5).
       01  Sel-Action                  PIC X.
       01  Sel-From-Date               PIC 9(8).
       01  Sel-To-Date                 PIC 9(8).
       01  Entry-Date-X                PIC X(8).
       01  Entry-Date-N REDEFINES Entry-Date-X
                                       PIC 9(8).
       01  Criteria-Valid-Switch       PIC X VALUE "N".
           88 Criteria-Valid           VALUE "Y".
       01  Line-Selected-Switch        PIC X VALUE "N".
           88 Line-Selected            VALUE "Y".
       01  Changes-Selected            PIC 9(5) VALUE ZEROS.
       01  Fields-Changed              PIC 9(3).

      * The journalled masters' record layouts: file, field name,
      * starting byte, length and how to show it - X text, 9 digits
      * as they stand, M money to two places, S signed money with a
      * trailing sign, I signed whole number with a trailing sign,
      * R a three-place rate.
       01  Field-Def-Values.
           02  FILLER                  PIC X(34) VALUE
               "CUSTMAST.DAT CUSTOMER ID    00105X".
           02  FILLER                  PIC X(34) VALUE
               "CUSTMAST.DAT REGION         00710X".
           02  FILLER                  PIC X(34) VALUE
               "CUSTMAST.DAT REP CODE       01803X".
           02  FILLER                  PIC X(34) VALUE
               "CUSTMAST.DAT COMMISSION RATE02203R".
           02  FILLER                  PIC X(34) VALUE
               "CUSTMAST.DAT ADDRESS        02630X".
           02  FILLER                  PIC X(34) VALUE
               "CUSTMAST.DAT CURRENCY       05703X".
           02  FILLER                  PIC X(34) VALUE
               "CUSTMAST.DAT EDI FEED       06101X".
           02  FILLER                  PIC X(34) VALUE
               "CUSTMAST.DAT CREDIT LIMIT   063079".
           02  FILLER                  PIC X(34) VALUE
               "CUSTMAST.DAT ON HOLD        07101X".
           02  FILLER                  PIC X(34) VALUE
               "CUSTMAST.DAT BRANCH         07303X".
           02  FILLER                  PIC X(34) VALUE
               "CUSTMAST.DAT INTEREST WAIVER07701X".
           02  FILLER                  PIC X(34) VALUE
               "CUSTMAST.DAT PREPAYMENT     07901X".
           02  FILLER                  PIC X(34) VALUE
               "STUDENT.DAT  ROLL NUMBER    00105X".
           02  FILLER                  PIC X(34) VALUE
               "STUDENT.DAT  NAME           00720X".
           02  FILLER                  PIC X(34) VALUE
               "STUDENT.DAT  OTHER NAME     02815X".
           02  FILLER                  PIC X(34) VALUE
               "STUDENT.DAT  SHOP BALANCE   04407M".
           02  FILLER                  PIC X(34) VALUE
               "STUDENT.DAT  BUSINESS DATE  05208X".
           02  FILLER                  PIC X(34) VALUE
               "STUDENT.DAT  CREDIT LIMIT   06107M".
           02  FILLER                  PIC X(34) VALUE
               "STUDENT.DAT  YEAR GROUP     06902X".
           02  FILLER                  PIC X(34) VALUE
               "STUDENT.DAT  FAMILY CODE    07206X".
           02  FILLER                  PIC X(34) VALUE
               "STUDENT.DAT  STATUS         07901X".
           02  FILLER                  PIC X(34) VALUE
               "ARLEDGER.DAT INVOICE NUMBER 00106X".
           02  FILLER                  PIC X(34) VALUE
               "ARLEDGER.DAT CUSTOMER ID    00805X".
           02  FILLER                  PIC X(34) VALUE
               "ARLEDGER.DAT INVOICE DATE   01408X".
           02  FILLER                  PIC X(34) VALUE
               "ARLEDGER.DAT INVOICE AMOUNT 02310S".
           02  FILLER                  PIC X(34) VALUE
               "ARLEDGER.DAT AMOUNT PAID    03410S".
           02  FILLER                  PIC X(34) VALUE
               "ARLEDGER.DAT STATUS         04501X".
           02  FILLER                  PIC X(34) VALUE
               "ARLEDGER.DAT SETTLED DATE   04708X".
           02  FILLER                  PIC X(34) VALUE
               "ARLEDGER.DAT ITEM TYPE      05601X".
           02  FILLER                  PIC X(34) VALUE
               "STOCKLED.DAT OIL NUMBER     00102X".
           02  FILLER                  PIC X(34) VALUE
               "STOCKLED.DAT ON HAND        00408I".
           02  FILLER                  PIC X(34) VALUE
               "STOCKLED.DAT REORDER LEVEL  01305X".
           02  FILLER                  PIC X(34) VALUE
               "STOCKLED.DAT UNIT COST      01907M".
           02  FILLER                  PIC X(34) VALUE
               "STOCKLED.DAT REORDER QTY    02705X".
       01  Field-Def-Table REDEFINES Field-Def-Values.
           02  Field-Def-Entry OCCURS 34 TIMES.
               03  FDT-File-Name       PIC X(12).
               03  FILLER              PIC X.
               03  FDT-Field-Name      PIC X(15).
               03  FDT-Start           PIC 9(3).
               03  FDT-Length          PIC 99.
               03  FDT-Type            PIC X.
       01  FDT-Idx                     PIC 99.
       01  Layout-Found-Switch         PIC X VALUE "N".
           88 Layout-Found             VALUE "Y".

      * Work areas for turning one raw field into something a person
      * can read.
       01  Decode-Raw                  PIC X(30).
       01  Decode-Text                 PIC X(30).
       01  Before-Text                 PIC X(30).
       01  After-Text                  PIC X(30).
       01  Decode-Digits               PIC X(11).
       01  Decode-Digits-N REDEFINES Decode-Digits
                                       PIC 9(9)V99.
       01  Decode-Int-Digits REDEFINES Decode-Digits
                                       PIC 9(11).
       01  Decode-Rate-Digits          PIC X(3).
       01  Decode-Rate-N REDEFINES Decode-Rate-Digits
                                       PIC V999.
       01  Decode-Signed               PIC S9(9)V99.
       01  Decode-Signed-Int           PIC S9(11).
       01  Decode-Money-Edit           PIC ZZZ,ZZZ,ZZ9.99-.
       01  Decode-Int-Edit             PIC Z(10)9-.
       01  Decode-Rate-Edit            PIC 9.999.
       01  Decode-Len                  PIC 99.
       01  Decode-Pos                  PIC 99.

       01  Journal-Time-Work           PIC 9(8).
       01  Journal-Time-Parts REDEFINES Journal-Time-Work.
           02  JTW-Hour                PIC 99.
           02  JTW-Minute              PIC 99.
           02  JTW-Second              PIC 99.
           02  JTW-Hundredths          PIC 99.

       01  Emit-Line                   PIC X(72).

       01  Audit-Heading-Line          PIC X(44) VALUE
           "    AUDIT TRAIL OF MASTER FILE CHANGES".

       01  Audit-Criteria-Line-1.
           02  FILLER                  PIC X(9)  VALUE " JOURNAL ".
           02  Prn-Journal-Name        PIC X(30).
           02  FILLER                  PIC X(7)  VALUE " FILE  ".
           02  Prn-Sel-File            PIC X(12).

       01  Audit-Criteria-Line-2.
           02  FILLER                  PIC X(9)  VALUE " KEY     ".
           02  Prn-Sel-Key             PIC X(8).
           02  FILLER                  PIC X(11) VALUE "  OPERATOR ".
           02  Prn-Sel-Operator        PIC X(5).
           02  FILLER                  PIC X(8)  VALUE "  DATES ".
           02  Prn-Sel-From            PIC 9(8).
           02  FILLER                  PIC X(3)  VALUE " - ".
           02  Prn-Sel-To              PIC 9(8).
           02  FILLER                  PIC X(9)  VALUE "  ACTION ".
           02  Prn-Sel-Action          PIC X.

       01  Audit-Change-Line.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Date                PIC 9(8).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Hour                PIC 99.
           02  FILLER                  PIC X(1)  VALUE ":".
           02  Prn-Minute              PIC 99.
           02  FILLER                  PIC X(1)  VALUE ":".
           02  Prn-Second              PIC 99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-File-Name           PIC X(12).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Action              PIC X(6).
           02  FILLER                  PIC X(5)  VALUE " KEY ".
           02  Prn-Key                 PIC X(8).
           02  FILLER                  PIC X(4)  VALUE " BY ".
           02  Prn-Operator            PIC X(5).

       01  Audit-Field-Topic-Line      PIC X(72) VALUE
           "   FIELD           BEFORE                    AFTER".

       01  Audit-Field-Line.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Changed-Mark        PIC X.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Field-Name          PIC X(15).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Before              PIC X(25).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-After               PIC X(25).

       01  Audit-Raw-Line.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Raw-Label           PIC X(7).
           02  Prn-Raw-Image           PIC X(60).

       01  Audit-Totals-Line.
           02  FILLER                  PIC X(20) VALUE
               " CHANGES SELECTED : ".
           02  Prn-Selected            PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
      * The journal holds customer, student and ledger data as it
      * stood; reading it back is a supervisor function.
           PERFORM Check-Supervisor-Role.
           IF Role-OK
               PERFORM 2000-PROCESS-TRANSACTIONS
                   UNTIL Txn-Quit
           END-IF.
           PERFORM Log-Run-Complete.
           STOP RUN.

       2000-PROCESS-TRANSACTIONS.
           DISPLAY "AUDIT TRAIL ENQUIRY - (E)NQUIRE (R)EPORT (Q)UIT".
           ACCEPT Transaction-Code.
           EVALUATE TRUE
               WHEN Txn-Enquire
                   PERFORM 2100-ACCEPT-CRITERIA
                   IF Criteria-Valid
                       SET Output-To-Screen TO TRUE
                       PERFORM 3000-SCAN-JOURNAL
                   END-IF
               WHEN Txn-Report
                   PERFORM 2100-ACCEPT-CRITERIA
                   IF Criteria-Valid
                       SET Output-To-Report TO TRUE
                       OPEN OUTPUT AuditEnqRep
                       PERFORM 3000-SCAN-JOURNAL
                       CLOSE AuditEnqRep
                       DISPLAY "AUDIT TRAIL PRINTED TO AUDITENQ.RPT"
                   END-IF
               WHEN Txn-Quit
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

      * Every criterion may be left blank to take all; an operator
      * of BATCH picks out the unattended steps, which journal with
      * no operator.
       2100-ACCEPT-CRITERIA.
           MOVE "Y" TO Criteria-Valid-Switch.
           DISPLAY "JOURNAL FILE (BLANK FOR UPDJRNL.DAT)".
           ACCEPT Journal-Source-Name.
           IF Journal-Source-Name = SPACES
               MOVE "UPDJRNL.DAT" TO Journal-Source-Name
           END-IF.
           DISPLAY "MASTER FILE, E.G. CUSTMAST.DAT (BLANK FOR ALL)".
           ACCEPT Sel-File-Name.
           DISPLAY "RECORD KEY (BLANK FOR ALL)".
           ACCEPT Sel-Key.
           DISPLAY "OPERATOR ID (BLANK FOR ALL, BATCH FOR "
               "UNATTENDED RUNS)".
           ACCEPT Sel-Operator-ID.
           DISPLAY "FROM DATE YYYYMMDD (BLANK FOR THE START)".
           ACCEPT Entry-Date-X.
           EVALUATE TRUE
               WHEN Entry-Date-X = SPACES
                   MOVE ZEROS TO Sel-From-Date
               WHEN Entry-Date-X IS NUMERIC
                   MOVE Entry-Date-N TO Sel-From-Date
               WHEN OTHER
                   DISPLAY "FROM DATE " Entry-Date-X
                       " IS NOT A DATE"
                   MOVE "N" TO Criteria-Valid-Switch
           END-EVALUATE.
           DISPLAY "TO DATE YYYYMMDD (BLANK FOR THE END)".
           ACCEPT Entry-Date-X.
           EVALUATE TRUE
               WHEN Entry-Date-X = SPACES
                   MOVE 99999999 TO Sel-To-Date
               WHEN Entry-Date-X IS NUMERIC
                   MOVE Entry-Date-N TO Sel-To-Date
               WHEN OTHER
                   DISPLAY "TO DATE " Entry-Date-X
                       " IS NOT A DATE"
                   MOVE "N" TO Criteria-Valid-Switch
           END-EVALUATE.
           DISPLAY "ACTION - (A)DD (U)PDATE (D)ELETE (BLANK FOR ALL)".
           ACCEPT Sel-Action.
           EVALUATE Sel-Action
               WHEN "a"
                   MOVE "A" TO Sel-Action
               WHEN "u"
                   MOVE "U" TO Sel-Action
               WHEN "d"
                   MOVE "D" TO Sel-Action
           END-EVALUATE.
           EVALUATE TRUE
               WHEN Sel-Action = SPACE OR "A" OR "U" OR "D"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ACTION " Sel-Action " IS NOT A, U OR D"
                   MOVE "N" TO Criteria-Valid-Switch
           END-EVALUATE.
           IF Criteria-Valid
               AND Sel-From-Date > Sel-To-Date
               DISPLAY "FROM DATE IS AFTER TO DATE"
               MOVE "N" TO Criteria-Valid-Switch
           END-IF.

       3000-SCAN-JOURNAL.
           MOVE ZEROS TO Changes-Selected.
           IF Output-To-Report
               WRITE AuditEnq-Print-Line FROM Audit-Heading-Line
               AFTER ADVANCING 1 LINE
               MOVE Journal-Source-Name TO Prn-Journal-Name
               MOVE Sel-File-Name TO Prn-Sel-File
               WRITE AuditEnq-Print-Line FROM Audit-Criteria-Line-1
               AFTER ADVANCING 1 LINE
               MOVE Sel-Key TO Prn-Sel-Key
               MOVE Sel-Operator-ID TO Prn-Sel-Operator
               MOVE Sel-From-Date TO Prn-Sel-From
               MOVE Sel-To-Date TO Prn-Sel-To
               MOVE Sel-Action TO Prn-Sel-Action
               WRITE AuditEnq-Print-Line FROM Audit-Criteria-Line-2
               AFTER ADVANCING 1 LINE
           END-IF.
           OPEN INPUT UpdJrnlFile.
           IF WS-UpdJrnl-File-Status NOT = "00"
               DISPLAY Journal-Source-Name " NOT AVAILABLE - "
                   "NOTHING TO SEARCH"
           ELSE
               READ UpdJrnlFile
                   AT END SET EndOfUpdJrnlFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfUpdJrnlFile
                   PERFORM 3050-CHECK-SELECTION
                   IF Line-Selected
                       PERFORM 3100-SHOW-ONE-CHANGE
                   END-IF
                   READ UpdJrnlFile
                       AT END SET EndOfUpdJrnlFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE UpdJrnlFile
           END-IF.
           MOVE Changes-Selected TO Prn-Selected.
           MOVE Audit-Totals-Line TO Emit-Line.
           PERFORM 3900-EMIT-LINE.

       3050-CHECK-SELECTION.
           MOVE "Y" TO Line-Selected-Switch.
           EVALUATE TRUE
               WHEN Sel-File-Name NOT = SPACES
                   AND UJ-File-Name NOT = Sel-File-Name
                   MOVE "N" TO Line-Selected-Switch
               WHEN Sel-Key NOT = SPACES
                   AND UJ-Key NOT = Sel-Key
                   MOVE "N" TO Line-Selected-Switch
               WHEN Sel-Operator-ID = "BATCH"
                   AND UJ-Operator-ID NOT = SPACES
                   MOVE "N" TO Line-Selected-Switch
               WHEN Sel-Operator-ID NOT = SPACES
                   AND Sel-Operator-ID NOT = "BATCH"
                   AND UJ-Operator-ID NOT = Sel-Operator-ID
                   MOVE "N" TO Line-Selected-Switch
               WHEN UJ-Date < Sel-From-Date
                   OR UJ-Date > Sel-To-Date
                   MOVE "N" TO Line-Selected-Switch
               WHEN Sel-Action NOT = SPACE
                   AND UJ-Action NOT = Sel-Action
                   MOVE "N" TO Line-Selected-Switch
           END-EVALUATE.

      * The change heading, then the record field by field through
      * its master's layout; a file with no layout here shows its
      * images as they were journalled.
       3100-SHOW-ONE-CHANGE.
           ADD 1 TO Changes-Selected.
           MOVE UJ-Date TO Prn-Date.
           MOVE UJ-Time TO Journal-Time-Work.
           MOVE JTW-Hour TO Prn-Hour.
           MOVE JTW-Minute TO Prn-Minute.
           MOVE JTW-Second TO Prn-Second.
           MOVE UJ-File-Name TO Prn-File-Name.
           EVALUATE UJ-Action
               WHEN "A"
                   MOVE "ADD" TO Prn-Action
               WHEN "D"
                   MOVE "DELETE" TO Prn-Action
               WHEN OTHER
                   MOVE "UPDATE" TO Prn-Action
           END-EVALUATE.
           MOVE UJ-Key TO Prn-Key.
           IF UJ-Operator-ID = SPACES
               MOVE "BATCH" TO Prn-Operator
           ELSE
               MOVE UJ-Operator-ID TO Prn-Operator
           END-IF.
           MOVE SPACES TO Emit-Line.
           PERFORM 3900-EMIT-LINE.
           MOVE Audit-Change-Line TO Emit-Line.
           PERFORM 3900-EMIT-LINE.
           MOVE "N" TO Layout-Found-Switch.
           MOVE ZEROS TO Fields-Changed.
           PERFORM VARYING FDT-Idx FROM 1 BY 1
               UNTIL FDT-Idx > 34
               IF FDT-File-Name(FDT-Idx) = UJ-File-Name
                   IF NOT Layout-Found
                       SET Layout-Found TO TRUE
                       MOVE Audit-Field-Topic-Line TO Emit-Line
                       PERFORM 3900-EMIT-LINE
                   END-IF
                   PERFORM 3200-SHOW-ONE-FIELD
               END-IF
           END-PERFORM.
           IF NOT Layout-Found
               PERFORM 3400-SHOW-RAW-IMAGES
           END-IF.

       3200-SHOW-ONE-FIELD.
           MOVE FDT-Length(FDT-Idx) TO Decode-Len.
           MOVE SPACES TO Decode-Raw.
           MOVE UJ-Before-Image(FDT-Start(FDT-Idx):Decode-Len)
               TO Decode-Raw(1:Decode-Len).
           PERFORM 3300-DECODE-VALUE.
           MOVE Decode-Text TO Before-Text.
           MOVE SPACES TO Decode-Raw.
           MOVE UJ-After-Image(FDT-Start(FDT-Idx):Decode-Len)
               TO Decode-Raw(1:Decode-Len).
           PERFORM 3300-DECODE-VALUE.
           MOVE Decode-Text TO After-Text.
           IF UJ-Before-Image(FDT-Start(FDT-Idx):Decode-Len)
               = UJ-After-Image(FDT-Start(FDT-Idx):Decode-Len)
               MOVE SPACE TO Prn-Changed-Mark
           ELSE
               MOVE "*" TO Prn-Changed-Mark
               ADD 1 TO Fields-Changed
           END-IF.
           MOVE FDT-Field-Name(FDT-Idx) TO Prn-Field-Name.
           MOVE Before-Text(1:25) TO Prn-Before.
           MOVE After-Text(1:25) TO Prn-After.
           MOVE Audit-Field-Line TO Emit-Line.
           PERFORM 3900-EMIT-LINE.
      * A value wider than the column (the customer address) runs on
      * to a second line rather than being cut short.
           IF Before-Text(26:5) NOT = SPACES
               OR After-Text(26:5) NOT = SPACES
               MOVE SPACE TO Prn-Changed-Mark
               MOVE SPACES TO Prn-Field-Name
               MOVE Before-Text(26:5) TO Prn-Before
               MOVE After-Text(26:5) TO Prn-After
               MOVE Audit-Field-Line TO Emit-Line
               PERFORM 3900-EMIT-LINE
           END-IF.

      * Decode-Raw holds the field left-justified in Decode-Len bytes;
      * Decode-Text comes back readable. A value that will not decode
      * is shown as it stands, and an absent one (the before image
      * of an add) as spaces.
       3300-DECODE-VALUE.
           MOVE Decode-Raw TO Decode-Text.
           IF Decode-Raw NOT = SPACES
               EVALUATE FDT-Type(FDT-Idx)
                   WHEN "M"
                       MOVE ZEROS TO Decode-Digits
                       COMPUTE Decode-Pos = 12 - Decode-Len
                       MOVE Decode-Raw(1:Decode-Len)
                           TO Decode-Digits(Decode-Pos:Decode-Len)
                       IF Decode-Digits IS NUMERIC
                           MOVE Decode-Digits-N TO Decode-Money-Edit
                           MOVE Decode-Money-Edit TO Decode-Text
                       END-IF
                   WHEN "S"
                       MOVE ZEROS TO Decode-Digits
                       COMPUTE Decode-Pos = 13 - Decode-Len
                       MOVE Decode-Raw(1:Decode-Len - 1)
                           TO Decode-Digits(Decode-Pos:Decode-Len - 1)
                       IF Decode-Digits IS NUMERIC
                           MOVE Decode-Digits-N TO Decode-Signed
                           IF Decode-Raw(Decode-Len:1) = "-"
                               COMPUTE Decode-Signed =
                                   Decode-Signed * -1
                           END-IF
                           MOVE Decode-Signed TO Decode-Money-Edit
                           MOVE Decode-Money-Edit TO Decode-Text
                       END-IF
                   WHEN "I"
                       MOVE ZEROS TO Decode-Digits
                       COMPUTE Decode-Pos = 13 - Decode-Len
                       MOVE Decode-Raw(1:Decode-Len - 1)
                           TO Decode-Digits(Decode-Pos:Decode-Len - 1)
                       IF Decode-Digits IS NUMERIC
                           MOVE Decode-Int-Digits TO Decode-Signed-Int
                           IF Decode-Raw(Decode-Len:1) = "-"
                               COMPUTE Decode-Signed-Int =
                                   Decode-Signed-Int * -1
                           END-IF
                           MOVE Decode-Signed-Int TO Decode-Int-Edit
                           MOVE Decode-Int-Edit TO Decode-Text
                       END-IF
                   WHEN "R"
                       MOVE Decode-Raw(1:3) TO Decode-Rate-Digits
                       IF Decode-Rate-Digits IS NUMERIC
                           MOVE Decode-Rate-N TO Decode-Rate-Edit
                           MOVE Decode-Rate-Edit TO Decode-Text
                       END-IF
               END-EVALUATE
           END-IF.

       3400-SHOW-RAW-IMAGES.
           MOVE "BEFORE " TO Prn-Raw-Label.
           MOVE UJ-Before-Image(1:60) TO Prn-Raw-Image.
           MOVE Audit-Raw-Line TO Emit-Line.
           PERFORM 3900-EMIT-LINE.
           MOVE SPACES TO Prn-Raw-Label.
           MOVE UJ-Before-Image(61:20) TO Prn-Raw-Image.
           MOVE Audit-Raw-Line TO Emit-Line.
           PERFORM 3900-EMIT-LINE.
           MOVE "AFTER  " TO Prn-Raw-Label.
           MOVE UJ-After-Image(1:60) TO Prn-Raw-Image.
           MOVE Audit-Raw-Line TO Emit-Line.
           PERFORM 3900-EMIT-LINE.
           MOVE SPACES TO Prn-Raw-Label.
           MOVE UJ-After-Image(61:20) TO Prn-Raw-Image.
           MOVE Audit-Raw-Line TO Emit-Line.
           PERFORM 3900-EMIT-LINE.

       3900-EMIT-LINE.
           IF Output-To-Report
               WRITE AuditEnq-Print-Line FROM Emit-Line
               AFTER ADVANCING 1 LINE
           ELSE
               DISPLAY Emit-Line
           END-IF.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="AUDITENQ"==.
       COPY "OPSIGNPA.CPY".
       COPY "OPROLEPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="AUDITENQ"==.

       END PROGRAM AuditEnq.
