               'TEMPORAL-DATETIME'.
           05  FILLER              PIC X(30)       VALUE
               'TEMPORAL-BUSINESS-DAY'.
           05  FILLER              PIC X(30)       VALUE
               'TEMPORAL-TIMEZONE'.
           05  FILLER              PIC X(30)       VALUE
               'NETWORK-IPV4'.
           05  FILLER              PIC X(30)       VALUE
               'MEDICAL-NPI'.
           05  FILLER              PIC X(30)       VALUE
               'MEDICAL-DEA'.
           05  FILLER              PIC X(30)       VALUE
               'SECURITIES-CUSIP'.
           05  FILLER              PIC X(30)       VALUE
               'SECURITIES-ISIN'.
           05  FILLER              PIC X(30)       VALUE
               'SECURITIES-SEDOL'.
           05  FILLER              PIC X(30)       VALUE
               'SECURITIES-TICKER'.
           05  FILLER              PIC X(30)       VALUE
               'PRODUCT-SKU'.
           05  FILLER              PIC X(30)       VALUE
               'PRODUCT-NAME'.
           05  FILLER              PIC X(30)       VALUE
               'PRODUCT-CATEGORY'.
           05  FILLER              PIC X(30)       VALUE
               'PRODUCT-PRICE'.
           05  FILLER              PIC X(30)       VALUE
               'PRODUCT-PROFILE'.

       01  FILLER REDEFINES W-COV-FUNCTION-LIST.
           05  W-COV-FUNC-NAME     PIC X(30)       OCCURS 92.

       01  W-COV-FUNC-CNT          PIC S9(4)  COMP VALUE 92.
       01  W-COV-CALLED-FLAGS      VALUE SPACES.
           05  W-COV-CALLED        PIC X(01)       OCCURS 92.
       01  W-COV-DX                PIC S9(4)  COMP.
       01  W-COV-MISSED-CNT        PIC S9(4)  COMP VALUE 0.

               OR      PERSON-NAME
               OR      PERSON-NAME-MALE
               OR      PERSON-NAME-FEMALE
               OR      SECURITIES-CUSIP
               OR      SECURITIES-ISIN
               OR      SECURITIES-SEDOL
               OR      SECURITIES-TICKER
               OR      PRODUCT-PROFILE
               OR      TEMPORAL-TIMEZONE
                   MOVE SPACES     TO TO-PROVIDER-FUNCTION
                   MOVE ': '       TO TO-COLON
                   MOVE FAKER-RESULT-FIELDS
