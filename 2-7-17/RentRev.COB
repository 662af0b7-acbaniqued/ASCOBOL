      ******************************************************************
      * Author:
      * Date:
      * Purpose: Annual rent review run over PROPMAST.DAT. First,
      *          every reviewed rent whose effective date has come
      *          becomes the property's monthly rent - the rent the
      *          RentLedg monthly demand and the RentCharge run read
      *          - and the old and new rents go onto RENTHIST.DAT;
      *          the next review falls a year on. Then every let
      *          property whose review date falls within the
      *          RENTRPRM.DAT look-ahead is reviewed: the change is
      *          the fixed uplift, or the rise in the RENTINDX.DAT
      *          index over the twelve months to the review, held
      *          inside the property's cap and floor. The new rent
      *          waits on the property for its effective date - the
      *          review date, or later when the tenant would
      *          otherwise get less than the statutory notice - the
      *          properties reviewed are listed on RENTREV.RPT, and
      *          the notice letters print on RENTNOTC.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RentRev.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PropMasterFile ASSIGN TO "PROPMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PropMaster-File-Status.

      * Published index values by month, one line per YYYYMM.
       SELECT RentIndexFile ASSIGN TO "RENTINDX.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RentIndex-File-Status.

      * Look-ahead days for the review and the statutory notice
      * days; defaults with a warning when the file is absent.
       SELECT RentRParmFile ASSIGN TO "RENTRPRM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RentRParm-File-Status.

       SELECT RentHistFile ASSIGN TO "RENTHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RentHist-File-Status.

       SELECT RentReviewRep ASSIGN TO "RENTREV.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RentNoticeRep ASSIGN TO "RENTNOTC.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "RUNLOGFC.CPY".
       COPY "RUNLOCKFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
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

       FD RentIndexFile.
       01 RentIndex-Rec.
           88 EndOfRentIndexFile   VALUE HIGH-VALUES.
           02  RI-Period               PIC 9(6).
           02  FILLER                  PIC X.
           02  RI-Value                PIC 9(4)V99.

       FD RentRParmFile.
       01 RentRParm-Rec.
           02  RRParm-Lookahead-Days   PIC 9(3).
           02  FILLER                  PIC X.
           02  RRParm-Notice-Days      PIC 9(3).

       FD RentHistFile.
       01 RentHist-Rec.
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

       FD RentReviewRep.
       01 Review-Print-Line            PIC X(80).

       FD RentNoticeRep.
       01 Notice-Print-Line            PIC X(64).

       COPY "RUNLOGFD.CPY".
       COPY "RUNLOCKFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-PropMaster-File-Status   PIC XX.
       01  WS-RentIndex-File-Status    PIC XX.
       01  WS-RentRParm-File-Status    PIC XX.
       01  WS-RentHist-File-Status     PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "RUNLOCKWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Property-Table.
           02  Property-Entry OCCURS 1000 TIMES.
               03  PT-Property-ID          PIC X(10).
               03  PT-CityCode             PIC 9.
               03  PT-Tenant               PIC X(20).
               03  PT-Monthly-Rent         PIC 9(5)V99.
               03  PT-Review-Date          PIC 9(8).
               03  PT-Review-Date-Parts REDEFINES PT-Review-Date.
                   04  PT-Review-Year      PIC 9(4).
                   04  PT-Review-Month     PIC 99.
                   04  PT-Review-Day       PIC 99.
               03  PT-Review-Basis         PIC X.
                   88 PT-Basis-Index       VALUE "I".
                   88 PT-Basis-Fixed       VALUE "F".
               03  PT-Fixed-Pct            PIC 99V99.
               03  PT-Cap-Pct              PIC 99V99.
               03  PT-Floor-Pct            PIC 99V99.
               03  PT-New-Rent             PIC 9(5)V99.
               03  PT-New-Rent-Date        PIC 9(8).
       01  Property-Count              PIC 9(4) VALUE ZEROS.
       01  PT-Idx                      PIC 9(4).
      * Set when the load had to skip rows: carrying on would end in
      * a rewrite that deletes them, so the run stands down instead.
       01  Prop-Load-Overflow-Switch   PIC X VALUE "N".
           88 Prop-Load-Overflowed     VALUE "Y".

       01  Rent-Index-Table.
           02  Rent-Index-Entry OCCURS 600 TIMES.
               03  RIT-Period              PIC 9(6).
               03  RIT-Value               PIC 9(4)V99.
       01  Rent-Index-Count            PIC 9(3) VALUE ZEROS.
       01  RIT-Idx                     PIC 9(3).

       01  Lookahead-Days              PIC 9(3) VALUE 90.
       01  Notice-Days                 PIC 9(3) VALUE 30.
       01  Lookahead-End               PIC 9(8).
       01  Notice-Earliest             PIC 9(8).

      * Date-plus-days arithmetic, rolled through month ends the way
      * ApInvoice rolls a due date, February 29 only in a leap year.
       01  Due-Date-Work.
           02  Due-Year                PIC 9(4).
           02  Due-Month               PIC 99.
           02  Due-Day                 PIC 9(3).
       01  Due-Date-Out                PIC 9(8).
       01  Days-To-Add                 PIC 9(3).
       01  Month-Last-Day              PIC 99.
       01  Leap-Quot                   PIC 9(4).
       01  Leap-Rem                    PIC 9(4).
       01  Month-Day-Values.
           02  FILLER                  PIC X(24) VALUE
               "312831303130313130313031".
       01  Month-Day-Table REDEFINES Month-Day-Values.
           02  Month-Max-Day           PIC 99 OCCURS 12 TIMES.

       01  Index-Period-Now            PIC 9(6).
       01  Index-Period-Then           PIC 9(6).
       01  Index-Period-Parts.
           02  IPP-Year                PIC 9(4).
           02  IPP-Month               PIC 99.
       01  Index-Period-Work REDEFINES Index-Period-Parts
                                       PIC 9(6).
       01  Index-Value-Now             PIC 9(4)V99.
       01  Index-Value-Then            PIC 9(4)V99.
       01  Change-Pct                  PIC S99V99.
       01  Review-Valid-Switch         PIC X VALUE "N".
           88 Review-Is-Valid          VALUE "Y".
       01  Review-Note                 PIC X(16).

       01  Rents-Applied               PIC 9(4) VALUE ZEROS.
       01  Rents-Reviewed              PIC 9(4) VALUE ZEROS.
       01  Reviews-Failed              PIC 9(4) VALUE ZEROS.

       01  Review-Heading-Line         PIC X(44) VALUE
           "    ANNUAL RENT REVIEW RUN".

       01  Review-Window-Line.
           02  FILLER                  PIC X(24) VALUE
               " REVIEWS DUE UP TO    : ".
           02  Prn-Lookahead-End       PIC 9(8).
           02  FILLER                  PIC X(16) VALUE
               "  NOTICE DAYS : ".
           02  Prn-Notice-Days         PIC ZZ9.

       01  Review-Topic-Line.
           02  FILLER                  PIC X(40) VALUE
               " PROPERTY   REVIEW   B   OLD RENT  CHANG".
           02  FILLER                  PIC X(40) VALUE
               "E%   NEW RENT EFFECTIVE NOTE".

       01  Review-Detail-Line.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Property-ID         PIC X(10).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Review-Date         PIC 9(8).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Basis               PIC X.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Old-Rent            PIC ZZ,ZZ9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Change-Pct          PIC Z9.99-.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-New-Rent            PIC ZZ,ZZ9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Effective-Date      PIC 9(8).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Note                PIC X(16).

       01  Review-Totals-Line.
           02  FILLER                  PIC X(18) VALUE
               " RENTS APPLIED  : ".
           02  Prn-Applied             PIC Z,ZZ9.
           02  FILLER                  PIC X(14) VALUE
               "   REVIEWED : ".
           02  Prn-Reviewed            PIC Z,ZZ9.
           02  FILLER                  PIC X(18) VALUE
               "   NOT REVIEWED : ".
           02  Prn-Failed              PIC Z,ZZ9.

       01  Notice-Heading-Line         PIC X(44) VALUE
           "    NOTICE OF RENT REVIEW".

       01  Notice-To-Line.
           02  FILLER                  PIC X(12) VALUE " TO       : ".
           02  Prn-Notice-Tenant       PIC X(20).

       01  Notice-Property-Line.
           02  FILLER                  PIC X(12) VALUE " PROPERTY : ".
           02  Prn-Notice-Property     PIC X(10).
           02  FILLER                  PIC X(10) VALUE "   DATE : ".
           02  Prn-Notice-Date         PIC 9(8).

       01  Notice-Text-Line            PIC X(64).

       01  Notice-Rent-Line.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Notice-Label        PIC X(30).
           02  Prn-Notice-Amount       PIC ZZ,ZZ9.99.

       01  Notice-Effective-Line.
           02  FILLER                  PIC X(31) VALUE
               " WITH EFFECT FROM             ".
           02  Prn-Notice-Effective    PIC 9(8).

       01  Notice-Change-Line.
           02  FILLER                  PIC X(31) VALUE
               " A CHANGE OF                  ".
           02  Prn-Notice-Pct          PIC Z9.99-.
           02  FILLER                  PIC X(2)  VALUE "% ".
           02  Prn-Notice-Basis        PIC X(24).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-PARAMETERS.
      * The reviewed rents go back by rewriting the whole property
      * master, so an open RentLedg session must not be holding an
      * older copy of it; unattended, a held lock fails the step.
           MOVE "PROPMAST.LCK" TO Lock-File-Name.
           MOVE "N" TO Lock-Prompt-Allowed.
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
           PERFORM 1200-LOAD-RENT-INDEX.
           OPEN OUTPUT RentReviewRep.
           OPEN OUTPUT RentNoticeRep.
           WRITE Review-Print-Line FROM Review-Heading-Line
           AFTER ADVANCING 1 LINE.
           MOVE Lookahead-End TO Prn-Lookahead-End.
           MOVE Notice-Days TO Prn-Notice-Days.
           WRITE Review-Print-Line FROM Review-Window-Line
           AFTER ADVANCING 1 LINE.
           WRITE Review-Print-Line FROM Review-Topic-Line
           AFTER ADVANCING 2 LINES.
           PERFORM 2000-APPLY-EFFECTIVE-RENTS.
           PERFORM 3000-REVIEW-DUE-PROPERTIES.
           MOVE Rents-Applied TO Prn-Applied.
           MOVE Rents-Reviewed TO Prn-Reviewed.
           MOVE Reviews-Failed TO Prn-Failed.
           WRITE Review-Print-Line FROM Review-Totals-Line
           AFTER ADVANCING 2 LINES.
           CLOSE RentNoticeRep, RentReviewRep.
           IF Rents-Applied > ZEROS OR Rents-Reviewed > ZEROS
               PERFORM 5000-REWRITE-PROPERTIES
           END-IF.
           PERFORM Release-Run-Lock.
           DISPLAY "RENTS APPLIED: " Rents-Applied
               " REVIEWED: " Rents-Reviewed
               " NOT REVIEWED: " Reviews-Failed.
           IF Reviews-Failed > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-PARAMETERS.
           OPEN INPUT RentRParmFile.
           IF WS-RentRParm-File-Status = "00"
               READ RentRParmFile
                   NOT AT END
                       IF RRParm-Lookahead-Days IS NUMERIC
                           AND RRParm-Lookahead-Days > ZERO
                           MOVE RRParm-Lookahead-Days
                               TO Lookahead-Days
                       END-IF
                       IF RRParm-Notice-Days IS NUMERIC
                           MOVE RRParm-Notice-Days TO Notice-Days
                       END-IF
               END-READ
               CLOSE RentRParmFile
           ELSE
               DISPLAY "WARNING: RENTRPRM.DAT NOT AVAILABLE - "
                   "USING THE DEFAULT LOOK-AHEAD AND NOTICE DAYS"
           END-IF.
           MOVE Business-Date TO Due-Date-Out.
           MOVE Lookahead-Days TO Days-To-Add.
           PERFORM 2950-ADD-DAYS.
           MOVE Due-Date-Out TO Lookahead-End.
           MOVE Business-Date TO Due-Date-Out.
           MOVE Notice-Days TO Days-To-Add.
           PERFORM 2950-ADD-DAYS.
           MOVE Due-Date-Out TO Notice-Earliest.

       1100-LOAD-PROPERTIES.
           OPEN INPUT PropMasterFile.
           IF WS-PropMaster-File-Status = "00"
               READ PropMasterFile
                   AT END SET EndOfPropMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfPropMasterFile
                   IF Property-Count < 1000
                       ADD 1 TO Property-Count
                       PERFORM 1150-LOAD-ONE-PROPERTY
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
               DISPLAY "WARNING: PROPMAST.DAT NOT AVAILABLE - "
                   "NOTHING TO REVIEW"
           END-IF.

      * Terms from before the review fields read as no review.
       1150-LOAD-ONE-PROPERTY.
           MOVE PropMast-Property-ID TO PT-Property-ID(Property-Count).
           MOVE PropMast-CityCode TO PT-CityCode(Property-Count).
           MOVE PropMast-Tenant TO PT-Tenant(Property-Count).
           MOVE PropMast-Monthly-Rent
               TO PT-Monthly-Rent(Property-Count).
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

       1200-LOAD-RENT-INDEX.
           OPEN INPUT RentIndexFile.
           IF WS-RentIndex-File-Status = "00"
               READ RentIndexFile
                   AT END SET EndOfRentIndexFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfRentIndexFile
                   IF Rent-Index-Count < 600
                       AND RI-Period IS NUMERIC
                       AND RI-Value IS NUMERIC
                       ADD 1 TO Rent-Index-Count
                       MOVE RI-Period TO RIT-Period(Rent-Index-Count)
                       MOVE RI-Value TO RIT-Value(Rent-Index-Count)
                   END-IF
                   READ RentIndexFile
                       AT END SET EndOfRentIndexFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RentIndexFile
           ELSE
               DISPLAY "WARNING: RENTINDX.DAT NOT AVAILABLE - INDEX "
                   "REVIEWS CANNOT BE PRICED"
           END-IF.

      * A reviewed rent whose day has come replaces the monthly rent,
      * the change goes on the history, and the next review is the
      * anniversary a year on.
       2000-APPLY-EFFECTIVE-RENTS.
           PERFORM VARYING PT-Idx FROM 1 BY 1
               UNTIL PT-Idx > Property-Count
               IF PT-New-Rent(PT-Idx) > ZERO
                   AND PT-New-Rent-Date(PT-Idx) <= Business-Date
                   PERFORM 2100-APPLY-ONE-RENT
               END-IF
           END-PERFORM.

       2100-APPLY-ONE-RENT.
           MOVE SPACES TO RentHist-Rec.
           MOVE PT-Property-ID(PT-Idx) TO RH-Property-ID.
           MOVE PT-New-Rent-Date(PT-Idx) TO RH-Effective-Date.
           MOVE PT-Monthly-Rent(PT-Idx) TO RH-Old-Rent.
           MOVE PT-New-Rent(PT-Idx) TO RH-New-Rent.
           MOVE PT-Review-Basis(PT-Idx) TO RH-Basis.
           IF PT-Monthly-Rent(PT-Idx) > ZERO
               COMPUTE RH-Change-Pct ROUNDED =
                   (PT-New-Rent(PT-Idx) - PT-Monthly-Rent(PT-Idx))
                   * 100 / PT-Monthly-Rent(PT-Idx)
           ELSE
               MOVE ZEROS TO RH-Change-Pct
           END-IF.
           MOVE PT-Tenant(PT-Idx) TO RH-Tenant.
           OPEN EXTEND RentHistFile.
           IF WS-RentHist-File-Status NOT = "00"
               OPEN OUTPUT RentHistFile
           END-IF.
           WRITE RentHist-Rec.
           CLOSE RentHistFile.

           MOVE PT-Property-ID(PT-Idx) TO Prn-Property-ID.
           MOVE PT-Review-Date(PT-Idx) TO Prn-Review-Date.
           MOVE PT-Review-Basis(PT-Idx) TO Prn-Basis.
           MOVE PT-Monthly-Rent(PT-Idx) TO Prn-Old-Rent.
           MOVE RH-Change-Pct TO Prn-Change-Pct.
           MOVE PT-New-Rent(PT-Idx) TO Prn-New-Rent.
           MOVE PT-New-Rent-Date(PT-Idx) TO Prn-Effective-Date.
           MOVE "NOW IN EFFECT" TO Prn-Note.
           WRITE Review-Print-Line FROM Review-Detail-Line
           AFTER ADVANCING 1 LINE.

           MOVE PT-New-Rent(PT-Idx) TO PT-Monthly-Rent(PT-Idx).
           MOVE ZEROS TO PT-New-Rent(PT-Idx), PT-New-Rent-Date(PT-Idx).
           IF PT-Review-Date(PT-Idx) > ZERO
               ADD 1 TO PT-Review-Year(PT-Idx)
           END-IF.
           ADD 1 TO Rents-Applied.

      * Let properties on a review basis, due by the end of the
      * look-ahead (or overdue), with no reviewed rent yet waiting.
       3000-REVIEW-DUE-PROPERTIES.
           PERFORM VARYING PT-Idx FROM 1 BY 1
               UNTIL PT-Idx > Property-Count
               IF PT-Tenant(PT-Idx) NOT = SPACES
                   AND (PT-Basis-Index(PT-Idx)
                   OR PT-Basis-Fixed(PT-Idx))
                   AND PT-Review-Date(PT-Idx) > ZERO
                   AND PT-Review-Date(PT-Idx) <= Lookahead-End
                   AND PT-New-Rent(PT-Idx) = ZERO
                   PERFORM 3100-REVIEW-ONE-PROPERTY
               END-IF
           END-PERFORM.

       3100-REVIEW-ONE-PROPERTY.
           MOVE "Y" TO Review-Valid-Switch.
           MOVE SPACES TO Review-Note.
           IF PT-Basis-Fixed(PT-Idx)
               MOVE PT-Fixed-Pct(PT-Idx) TO Change-Pct
           ELSE
               PERFORM 3200-INDEX-CHANGE
           END-IF.
           MOVE PT-Property-ID(PT-Idx) TO Prn-Property-ID.
           MOVE PT-Review-Date(PT-Idx) TO Prn-Review-Date.
           MOVE PT-Review-Basis(PT-Idx) TO Prn-Basis.
           MOVE PT-Monthly-Rent(PT-Idx) TO Prn-Old-Rent.
           IF NOT Review-Is-Valid
               ADD 1 TO Reviews-Failed
               MOVE ZEROS TO Prn-Change-Pct, Prn-New-Rent,
                   Prn-Effective-Date
               MOVE "NO INDEX VALUE" TO Prn-Note
           ELSE
               IF PT-Cap-Pct(PT-Idx) > ZERO
                   AND Change-Pct > PT-Cap-Pct(PT-Idx)
                   MOVE PT-Cap-Pct(PT-Idx) TO Change-Pct
                   MOVE "CAPPED" TO Review-Note
               END-IF
               IF Change-Pct < PT-Floor-Pct(PT-Idx)
                   MOVE PT-Floor-Pct(PT-Idx) TO Change-Pct
                   MOVE "FLOORED" TO Review-Note
               END-IF
               COMPUTE PT-New-Rent(PT-Idx) ROUNDED =
                   PT-Monthly-Rent(PT-Idx) * (100 + Change-Pct) / 100
      * The statutory notice runs from today: a review date closer
      * than that takes effect once the notice has run.
               IF PT-Review-Date(PT-Idx) < Notice-Earliest
                   MOVE Notice-Earliest TO PT-New-Rent-Date(PT-Idx)
                   MOVE "NOTICE DEFERRED" TO Review-Note
               ELSE
                   MOVE PT-Review-Date(PT-Idx)
                       TO PT-New-Rent-Date(PT-Idx)
               END-IF
               ADD 1 TO Rents-Reviewed
               MOVE Change-Pct TO Prn-Change-Pct
               MOVE PT-New-Rent(PT-Idx) TO Prn-New-Rent
               MOVE PT-New-Rent-Date(PT-Idx) TO Prn-Effective-Date
               MOVE Review-Note TO Prn-Note
               PERFORM 3300-PRINT-NOTICE
           END-IF.
           WRITE Review-Print-Line FROM Review-Detail-Line
           AFTER ADVANCING 1 LINE.

      * The rise in the index over the twelve months to the latest
      * month published before the review month.
       3200-INDEX-CHANGE.
           MOVE ZEROS TO Index-Period-Now, Index-Value-Now,
               Index-Value-Then.
           COMPUTE Index-Period-Work =
               PT-Review-Year(PT-Idx) * 100 + PT-Review-Month(PT-Idx).
           PERFORM VARYING RIT-Idx FROM 1 BY 1
               UNTIL RIT-Idx > Rent-Index-Count
               IF RIT-Period(RIT-Idx) < Index-Period-Work
                   AND RIT-Period(RIT-Idx) > Index-Period-Now
                   MOVE RIT-Period(RIT-Idx) TO Index-Period-Now
                   MOVE RIT-Value(RIT-Idx) TO Index-Value-Now
               END-IF
           END-PERFORM.
           MOVE Index-Period-Now TO Index-Period-Work.
           SUBTRACT 1 FROM IPP-Year.
           MOVE Index-Period-Work TO Index-Period-Then.
           PERFORM VARYING RIT-Idx FROM 1 BY 1
               UNTIL RIT-Idx > Rent-Index-Count
               IF RIT-Period(RIT-Idx) = Index-Period-Then
                   MOVE RIT-Value(RIT-Idx) TO Index-Value-Then
               END-IF
           END-PERFORM.
           IF Index-Value-Now = ZERO OR Index-Value-Then = ZERO
               MOVE "N" TO Review-Valid-Switch
           ELSE
               COMPUTE Change-Pct ROUNDED =
                   (Index-Value-Now - Index-Value-Then) * 100
                   / Index-Value-Then
           END-IF.

       3300-PRINT-NOTICE.
           WRITE Notice-Print-Line FROM Notice-Heading-Line
           AFTER ADVANCING 3 LINES.
           MOVE PT-Tenant(PT-Idx) TO Prn-Notice-Tenant.
           WRITE Notice-Print-Line FROM Notice-To-Line
           AFTER ADVANCING 2 LINES.
           MOVE PT-Property-ID(PT-Idx) TO Prn-Notice-Property.
           MOVE Business-Date TO Prn-Notice-Date.
           WRITE Notice-Print-Line FROM Notice-Property-Line
           AFTER ADVANCING 1 LINE.
           MOVE " UNDER THE RENT REVIEW TERMS OF YOUR TENANCY WE GIVE"
               TO Notice-Text-Line.
           WRITE Notice-Print-Line FROM Notice-Text-Line
           AFTER ADVANCING 2 LINES.
           MOVE " YOU NOTICE THAT YOUR MONTHLY RENT WILL CHANGE AS SET"
               TO Notice-Text-Line.
           WRITE Notice-Print-Line FROM Notice-Text-Line
           AFTER ADVANCING 1 LINE.
           MOVE " OUT BELOW." TO Notice-Text-Line.
           WRITE Notice-Print-Line FROM Notice-Text-Line
           AFTER ADVANCING 1 LINE.
           MOVE "PRESENT MONTHLY RENT" TO Prn-Notice-Label.
           MOVE PT-Monthly-Rent(PT-Idx) TO Prn-Notice-Amount.
           WRITE Notice-Print-Line FROM Notice-Rent-Line
           AFTER ADVANCING 2 LINES.
           MOVE "NEW MONTHLY RENT" TO Prn-Notice-Label.
           MOVE PT-New-Rent(PT-Idx) TO Prn-Notice-Amount.
           WRITE Notice-Print-Line FROM Notice-Rent-Line
           AFTER ADVANCING 1 LINE.
           MOVE PT-New-Rent-Date(PT-Idx) TO Prn-Notice-Effective.
           WRITE Notice-Print-Line FROM Notice-Effective-Line
           AFTER ADVANCING 1 LINE.
           MOVE Change-Pct TO Prn-Notice-Pct.
           IF PT-Basis-Fixed(PT-Idx)
               MOVE "BY THE FIXED UPLIFT" TO Prn-Notice-Basis
           ELSE
               MOVE "BY THE RENT INDEX" TO Prn-Notice-Basis
           END-IF.
           WRITE Notice-Print-Line FROM Notice-Change-Line
           AFTER ADVANCING 1 LINE.

      * Date plus days: Due-Date-Out in, Days-To-Add added, the
      * result back in Due-Date-Out.
       2950-ADD-DAYS.
           MOVE Due-Date-Out(1:4) TO Due-Year.
           MOVE Due-Date-Out(5:2) TO Due-Month.
           MOVE Due-Date-Out(7:2) TO Due-Day.
           ADD Days-To-Add TO Due-Day.
      * Zero forces at least one pass, which sets the real month
      * length before the UNTIL re-tests.
           MOVE ZEROS TO Month-Last-Day.
           PERFORM 2960-ROLL-MONTH
               UNTIL Due-Day <= Month-Last-Day.
           COMPUTE Due-Date-Out =
               Due-Year * 10000 + Due-Month * 100 + Due-Day.

      * One month at a time: find this month's length, and when the
      * day runs past it, spill the excess into the next month.
       2960-ROLL-MONTH.
           MOVE Month-Max-Day(Due-Month) TO Month-Last-Day.
           IF Due-Month = 02
               DIVIDE Due-Year BY 4 GIVING Leap-Quot
                   REMAINDER Leap-Rem
               IF Leap-Rem = ZERO
                   MOVE 29 TO Month-Last-Day
               END-IF
           END-IF.
           IF Due-Day > Month-Last-Day
               SUBTRACT Month-Last-Day FROM Due-Day
               ADD 1 TO Due-Month
               IF Due-Month > 12
                   MOVE 01 TO Due-Month
                   ADD 1 TO Due-Year
               END-IF
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
           BY =="RENTREV"==.
       COPY "RUNLOCKPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="RENTREV"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM RentRev.
