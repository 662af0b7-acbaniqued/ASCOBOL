      * Modifications:
      *   - Bank sort code and account number added for the AP
      *     remittance run, mirroring the employee master's fields.
      *   - Lead time in days from order to delivery, for the
      *     demand-based reorder level review.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuppMaint.
           02  SuppMast-Sort-Code       PIC X(6).
           02  FILLER                   PIC X.
           02  SuppMast-Account-Number  PIC X(8).
      * Usual days from order to delivery; zero where not known.
           02  FILLER                   PIC X.
           02  SuppMast-Lead-Days       PIC 9(3).

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
               03  SMT-Currency         PIC X(3).
               03  SMT-Sort-Code        PIC X(6).
               03  SMT-Account-Number   PIC X(8).
               03  SMT-Lead-Days        PIC 9(3).
               03  SMT-In-Use           PIC X VALUE "N".
                   88 SMT-Is-In-Use     VALUE "Y".

       01  WS-Entry-Currency            PIC X(3).
       01  WS-Entry-Sort-Code           PIC X(6).
       01  WS-Entry-Account-Number      PIC X(8).
       01  WS-Entry-Lead-X              PIC X(3).
       01  WS-Entry-Lead-N REDEFINES WS-Entry-Lead-X
                                        PIC 9(3).
       01  WS-Entry-Lead-Days           PIC 9(3).

       01  WS-Found-Idx                 PIC 9(3) VALUE ZEROS.
       01  WS-Scan-Idx                  PIC 9(3).
                           TO SMT-Sort-Code(Supp-Maint-Count)
                       MOVE SuppMast-Account-Number
                           TO SMT-Account-Number(Supp-Maint-Count)
                       IF SuppMast-Lead-Days IS NUMERIC
                           MOVE SuppMast-Lead-Days
                               TO SMT-Lead-Days(Supp-Maint-Count)
                       ELSE
                           MOVE ZEROS
                               TO SMT-Lead-Days(Supp-Maint-Count)
                       END-IF
                       MOVE "Y" TO SMT-In-Use(Supp-Maint-Count)
                   ELSE
                       SET Load-Overflowed TO TRUE
                               TO SMT-Sort-Code(WS-Found-Idx)
                           MOVE WS-Entry-Account-Number
                               TO SMT-Account-Number(WS-Found-Idx)
                           MOVE WS-Entry-Lead-Days
                               TO SMT-Lead-Days(WS-Found-Idx)
                       END-IF
                   END-IF
               WHEN Txn-Delete
                   ACCEPT WS-Entry-Sort-Code
                   DISPLAY "BANK ACCOUNT NUMBER (8 CHARS)"
                   ACCEPT WS-Entry-Account-Number
                   DISPLAY "LEAD TIME IN DAYS (NNN, BLANK IF NOT "
                       "KNOWN)"
                   ACCEPT WS-Entry-Lead-X
                   EVALUATE TRUE
                       WHEN WS-Entry-Lead-X = SPACES
                           MOVE ZEROS TO WS-Entry-Lead-Days
                       WHEN WS-Entry-Lead-N IS NUMERIC
                           MOVE WS-Entry-Lead-N TO WS-Entry-Lead-Days
                       WHEN OTHER
                           MOVE "N" TO WS-Valid-Switch
                           DISPLAY "LEAD TIME " WS-Entry-Lead-X
                               " IS NOT NUMERIC"
                   END-EVALUATE
               END-IF
           END-IF.

                   TO SMT-Sort-Code(WS-Found-Idx)
               MOVE WS-Entry-Account-Number
                   TO SMT-Account-Number(WS-Found-Idx)
               MOVE WS-Entry-Lead-Days
                   TO SMT-Lead-Days(WS-Found-Idx)
               MOVE "Y" TO SMT-In-Use(WS-Found-Idx)
           END-IF.

                       " " SMT-Name(SMT-Idx)
                       " " SMT-Terms-Days(SMT-Idx)
                       " " SMT-Currency(SMT-Idx)
                       " " SMT-Lead-Days(SMT-Idx)
                       " " SMT-Address(SMT-Idx)
               END-IF
           END-PERFORM.
                       TO SuppMast-Sort-Code
                   MOVE SMT-Account-Number(SMT-Idx)
                       TO SuppMast-Account-Number
                   MOVE SMT-Lead-Days(SMT-Idx) TO SuppMast-Lead-Days
                   WRITE SuppMast-Rec
               END-IF
           END-PERFORM
