                                   'TEMPORAL-DATETIME'.
               88  TEMPORAL-BUSINESS-DAY           VALUE
                                   'TEMPORAL-BUSINESS-DAY'.
               88  TEMPORAL-TIMEZONE               VALUE
                                   'TEMPORAL-TIMEZONE'.
               88  NETWORK-IPV4                    VALUE
                                   'NETWORK-IPV4'.
               88  NETWORK-IPV6                    VALUE
                                   'MEDICAL-CPT'.
               88  MEDICAL-MEMBER-ID               VALUE
                                   'MEDICAL-MEMBER-ID'.
               88  SECURITIES-CUSIP                VALUE
                                   'SECURITIES-CUSIP'.
               88  SECURITIES-ISIN                 VALUE
                                   'SECURITIES-ISIN'.
               88  SECURITIES-SEDOL                VALUE
                                   'SECURITIES-SEDOL'.
               88  SECURITIES-TICKER               VALUE
                                   'SECURITIES-TICKER'.
               88  PRODUCT-SKU                     VALUE
                                   'PRODUCT-SKU'.
               88  PRODUCT-NAME                    VALUE
                                   'PRODUCT-NAME'.
               88  PRODUCT-CATEGORY                VALUE
                                   'PRODUCT-CATEGORY'.
               88  PRODUCT-PRICE                   VALUE
                                   'PRODUCT-PRICE'.
               88  PRODUCT-PROFILE                 VALUE
                                   'PRODUCT-PROFILE'.

           05  FAKER-SEED-NO       PIC S9(9)  COMP VALUE 0.


           05  FAKER-TIME-TO       PIC X(08)       VALUE SPACES.

      **** FAKER-TZ-STATE:
      ****     Used only by TEMPORAL-DATETIME and TEMPORAL-TIMEZONE.
      ****     Spaces (the default) leave TEMPORAL-DATETIME's
      ****     timestamp naive local time, exactly as before.  A
      ****     two-letter state, territory or province abbreviation
      ****     (an 'A' record's state column can be moved here as it
      ****     stands) puts the timestamp in that state's zone: the
      ****     FAKER-TIME-FROM/TO window is then the customer's own
      ****     local hours, and FAKER-RESULT comes back as an ISO 8601
      ****     timestamp with its UTC offset, YYYY-MM-DDTHH:MM:SS-05:00
      ****     - the offset following the state's daylight-saving
      ****     rules (none for Arizona, Hawaii and the territories).
      ****     A state FAKTEMP keeps no zone for is a table miss.
      ****     TEMPORAL-TIMEZONE makes no draw at all: it stamps the
      ****     caller's own local FAKER-DATE-FROM and FAKER-TIME-FROM
      ****     in FAKER-TZ-STATE's zone (spaces there meaning UTC).
      ****     A local time that a spring-forward transition skips
      ****     is moved on by the hour; one a fall-back transition
      ****     repeats is taken as the first (daylight) occurrence.

           05  FAKER-TZ-STATE      PIC X(10)       VALUE SPACES.

      **** FAKER-DAY-WEIGHT:
      ****     Space (the default) draws every day in the window
      ****     with equal probability.  'W' biases the draw toward

           05  FAKER-NETWORK-CIDR  PIC X(18)       VALUE SPACES.

      **** FAKER-ACCOUNT-FORMAT:
      ****     Used only by BANK-ACCOUNT.  Spaces/zero (the default)
      ****     draw the account number from FAKBANK's own digit-
      ****     string patterns as always.  A definition builds it to
      ****     the bank's product format instead - FAKER-ACCT-LENGTH
      ****     digits, leading with the FAKER-ACCT-PREFIX product
      ****     digits, the last digit a check digit by the
      ****     FAKER-ACCT-CHECK scheme (MOD10, MOD11 or NONE - see
      ****     FAKACCTW for the arithmetic).  A caller may pass the
      ****     whole definition, or leave the length zero and name
      ****     one by FAKER-ACCT-FORMAT-ID to have FAKBANK take it
      ****     off its account-format file ('Data\FAKBANK
      ****     Acctfmts.txt', the built-in FAKACCTW definitions when
      ****     there is no file) - an ID with no definition is a
      ****     table miss.  A definition that cannot be built (a
      ****     length outside 02-17, a prefix that is not digits or
      ****     leaves no room, an unknown scheme) comes back as an
      ****     unknown format.

           05  FAKER-ACCOUNT-FORMAT.
               10  FAKER-ACCT-FORMAT-ID
                                   PIC X(04)       VALUE SPACES.
               10  FAKER-ACCT-LENGTH
                                   PIC 9(02)       VALUE 0.
               10  FAKER-ACCT-PREFIX
                                   PIC X(06)       VALUE SPACES.
               10  FAKER-ACCT-CHECK
                                   PIC X(05)       VALUE SPACES.
                   88  ACCT-CHECK-MOD10             VALUE 'MOD10'.
                   88  ACCT-CHECK-MOD11             VALUE 'MOD11'.
                   88  ACCT-CHECK-NONE              VALUE 'NONE '.

      **** FAKER-NO-DUPLICATES:
      ****     Space or 'N' (the default) allows FAKTXID and FAKPERS
      ****     to return the same SSN or full name more than once in

           05  FAKER-BULK-COUNT    PIC S9(4)  COMP VALUE 0.

      **** FAKER-CHARGE-ID:
      ****     Spaces (the default) charges the call to the calling
      ****     program.  A caller working on someone else's behalf
      ****     names them here, and FAKER writes it on the audit
      ****     record beside FAKER-CALLING-PROGRAM for the FAKERCBK
      ****     chargeback: FAKERSRV passes the requesting client's
      ****     ID, FAKERGEN the name of the run template it is
      ****     generating under.

           05  FAKER-CHARGE-ID     PIC X(08)       VALUE SPACES.

      **** Output fields:
      ****     FAKER-RESPONSE-CODE:
      ****         Discrete numeric result code a calling batch job
               10  FAKER-GOVID-EXPIRY-DATE
                                   PIC X(10).

      **** These fields are populated only for the SECURITIES calls -
      **** the identifier returned on FAKER-RESULT and which kind it
      **** is (CUSIP, ISIN, SEDOL or TICKER), the issuer, the asset
      **** class, and the ISO country of the listing:
           05  FAKER-SECURITY REDEFINES FAKER-RESULT-FIELDS.
               10  FAKER-SECURITY-ID
                                   PIC X(12).
               10  FAKER-SECURITY-ID-TYPE
                                   PIC X(06).
               10  FAKER-SECURITY-ISSUER
                                   PIC X(35).
               10  FAKER-SECURITY-ASSET-CLASS
                                   PIC X(15).
               10  FAKER-SECURITY-COUNTRY
                                   PIC X(02).

      **** These fields are populated for every PRODUCT call - the
      **** SKU (its first three characters the category's prefix),
      **** the description, the category, and a list price inside
      **** the category's price band as DDDD.CC.  The check-digit
      **** valid UPC-A is drawn for PRODUCT-PROFILE calls only:
           05  FAKER-PRODUCT REDEFINES FAKER-RESULT-FIELDS.
               10  FAKER-PRODUCT-SKU
                                   PIC X(10).
               10  FAKER-PRODUCT-NAME
                                   PIC X(36).
               10  FAKER-PRODUCT-CATEGORY
                                   PIC X(15).
               10  FAKER-PRODUCT-PRICE
                                   PIC X(07).
               10  FAKER-PRODUCT-UPC
                                   PIC X(12).

      **** These fields are populated for TEMPORAL-DATETIME calls made
      **** with a FAKER-TZ-STATE, and for every TEMPORAL-TIMEZONE
      **** call - the local timestamp as YYYY-MM-DD HH:MM:SS, its UTC
      **** offset as +HH:MM/-HH:MM, the same instant in UTC as
      **** YYYY-MM-DDTHH:MM:SSZ, the zone abbreviation in force
      **** (EST, EDT, AKST...) and Y when daylight time applies:
           05  FAKER-TEMPORAL REDEFINES FAKER-RESULT-FIELDS.
               10  FAKER-TEMPORAL-LOCAL
                                   PIC X(19).
               10  FAKER-TEMPORAL-OFFSET
                                   PIC X(06).
               10  FAKER-TEMPORAL-UTC
                                   PIC X(20).
               10  FAKER-TEMPORAL-ZONE
                                   PIC X(04).
               10  FAKER-TEMPORAL-DST
                                   PIC X(01).

           05  FAKER-INFO-CNT      PIC S9(4)  COMP.

           05  FAKER-INFO-OCCS.
