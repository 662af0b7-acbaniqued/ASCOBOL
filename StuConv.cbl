      * office keys one.
           02  FILLER                 PIC X.
           02  Student-Year-Group     PIC X(2).
      * Family code linking siblings to their FAMILY.DAT payer;
      * spaces for a student with no family on file.
           02  FILLER                 PIC X.
           02  Student-Family-Code    PIC X(6).
      * Status byte: "L" once the student has left; space while
      * the student is still on roll.
           02  FILLER                 PIC X.
           02  Student-Status         PIC X.

       COPY "RUNLOGFD.CPY".

