           05  THR-HST-CLASSIFIED      PIC 9(09).
           05  THR-HST-REJECTED        PIC 9(09).
           05  THR-HST-SUSPENSE        PIC 9(09).
           05  THR-HST-DUPLICATE       PIC 9(09).
           05  FILLER                  PIC X(57).
