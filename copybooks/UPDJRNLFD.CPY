           02  UJ-Before-Image             PIC X(80).
           02  FILLER                      PIC X.
           02  UJ-After-Image              PIC X(80).
      * Who made the change: the signed-on operator, spaces for an
      * unattended batch step and on lines from before the field.
           02  FILLER                      PIC X.
           02  UJ-Operator-ID              PIC X(5).
