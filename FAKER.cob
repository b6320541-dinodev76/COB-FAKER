           05  FILLER              PIC X(01).
           05  AUDT-RESPONSE-CODE  PIC 9(04).

      **** Who the call was made for (FAKER-CHARGE-ID), appended
      **** behind the established fields for the FAKERCBK
      **** chargeback - spaces when the calling program is itself
      **** the consumer.

           05  FILLER              PIC X(01).
           05  AUDT-CHARGE-ID      PIC X(08).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-FAKTEMP-PROG          PIC X(08)       VALUE 'FAKTEMP'.
       01  W-FAKNETW-PROG          PIC X(08)       VALUE 'FAKNETW'.
       01  W-FAKMEDI-PROG          PIC X(08)       VALUE 'FAKMEDI'.
       01  W-FAKSECU-PROG          PIC X(08)       VALUE 'FAKSECU'.
       01  W-FAKPROD-PROG          PIC X(08)       VALUE 'FAKPROD'.

       01  FILLER                  PIC X(01)       VALUE 'Y'.
           88  W-FIRST-CALL                        VALUE 'Y'.
                               TO AUDT-SEED-NO
           MOVE FAKER-RESPONSE-CODE
                               TO AUDT-RESPONSE-CODE
           MOVE FAKER-CHARGE-ID
                               TO AUDT-CHARGE-ID

           WRITE AUDTFILE-REC
           .
             WHEN 'MEDICAL'
               CALL W-FAKMEDI-PROG
                                USING L-PARAMETER
             WHEN 'SECURITIES'
               CALL W-FAKSECU-PROG
                                USING L-PARAMETER
             WHEN 'PRODUCT'
               CALL W-FAKPROD-PROG
                                USING L-PARAMETER
             WHEN OTHER
               SET  FAKER-UNKNOWN-PROVIDER
                                   TO TRUE
