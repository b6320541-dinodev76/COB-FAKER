           05  AUDT-SEED-NO        PIC 9(09).
           05  FILLER              PIC X(01).
           05  AUDT-RESPONSE-CODE  PIC 9(04).
           05  FILLER              PIC X(01).
           05  AUDT-CHARGE-ID      PIC X(08).

       WORKING-STORAGE SECTION.
      *------------------------
