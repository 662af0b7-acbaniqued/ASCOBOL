      *          the instalments cannot absorb reports as a refund
      *          due. The ageing listing shows every open objection
      *          by months outstanding, so nothing sits unanswered
      *          for a year. The ratepayer on each instalment, set
      *          by ParcBill, is carried through the rewrite as it
      *          stands.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02  ARR-Paid               PIC 9(9)V99.
           02  FILLER                 PIC X.
           02  ARR-Status             PIC X.
           02  FILLER                 PIC X.
           02  ARR-Ratepayer-ID       PIC X(6).

       FD ObjAgeRep.
       01 ObjAge-Print-Line           PIC X(80).
               03  ART-Amount           PIC 9(9)V99.
               03  ART-Paid             PIC 9(9)V99.
               03  ART-Status           PIC X.
               03  ART-Ratepayer-ID     PIC X(6).
       01  Arrears-Count               PIC 9(4) VALUE ZEROS.
       01  Arr-Load-Overflow-Switch    PIC X VALUE "N".
           88 Arr-Load-Overflowed      VALUE "Y".
                       MOVE ARR-Paid TO ART-Paid(Arrears-Count)
                       MOVE ARR-Status
                           TO ART-Status(Arrears-Count)
                       MOVE ARR-Ratepayer-ID
                           TO ART-Ratepayer-ID(Arrears-Count)
                   ELSE
                       SET Arr-Load-Overflowed TO TRUE
                       DISPLAY "WARNING: PARCARR.DAT TABLE FULL"
                   MOVE ART-Amount(ART-Idx) TO ARR-Amount
                   MOVE ART-Paid(ART-Idx) TO ARR-Paid
                   MOVE ART-Status(ART-Idx) TO ARR-Status
                   MOVE ART-Ratepayer-ID(ART-Idx) TO ARR-Ratepayer-ID
                   WRITE ParcArr-Rec
               END-PERFORM
               CLOSE ParcArrFile
