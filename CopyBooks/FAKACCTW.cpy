      *========================== COB-FAKER ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-15  1.0      First release
      *================================================================*

      **** ACCOUNT-FORMATS: the bank's product-specific account
      **** number definitions - the layout of 'Data\FAKBANK
      **** Acctfmts.txt', one definition per record, and the
      **** built-in definitions that apply when that file is
      **** missing or holds nothing usable (the same fallback the
      **** FAKERGEN product catalog follows).  FAKBANK builds a
      **** BANK-ACCOUNT to a definition; FAKERRCN loads the same
      **** definitions to re-verify the extract's account numbers.
      ****
      ****     AF-FORMAT-ID       the definition's key - the deposit
      ****                        product code it numbers accounts
      ****                        for (FAKERGEN passes DD-PRODUCT-
      ****                        CODE);
      ****     AF-LENGTH          total digits, 02-17, the check
      ****                        digit (if any) included;
      ****     AF-PREFIX          the product's leading digits, left
      ****                        justified, trailing spaces not
      ****                        part of it;
      ****     AF-CHECK           MOD10 - Luhn: from the digit left
      ****                                of the check digit, every
      ****                                other digit doubled (9
      ****                                cast out), check digit
      ****                                brings the sum to a
      ****                                multiple of 10;
      ****                        MOD11 - weights 2,3,4,5,6,7
      ****                                repeating leftward from
      ****                                the digit left of the
      ****                                check digit, check digit
      ****                                11 less the sum mod 11
      ****                                (11 gives 0; a number that
      ****                                would need 10 is never
      ****                                issued);
      ****                        NONE  - no check digit, every
      ****                                digit past the prefix
      ****                                drawn;
      ****     AF-DESCRIPTION     free text for the maintainer.

       01  ACCOUNT-FORMAT-ENTRY.
           05  AF-FORMAT-ID        PIC X(04).
           05  FILLER              PIC X(01).
           05  AF-LENGTH           PIC 9(02).
           05  FILLER              PIC X(01).
           05  AF-PREFIX           PIC X(06).
           05  FILLER              PIC X(01).
           05  AF-CHECK            PIC X(05).
               88  AF-CHECK-MOD10                  VALUE 'MOD10'.
               88  AF-CHECK-MOD11                  VALUE 'MOD11'.
               88  AF-CHECK-NONE                   VALUE 'NONE '.
           05  FILLER              PIC X(01).
           05  AF-DESCRIPTION      PIC X(30).

       01  ACCOUNT-FORMAT-DEFAULTS.
           05  ACCOUNT-FORMAT-DEFAULT-CNT
                                   PIC S9(4)  COMP VALUE 5.
           05  ACCOUNT-FORMAT-DEFAULT-OCCS.
               10  FILLER          PIC X(51)       VALUE
               'CHK1 10 10     MOD10 Everyday checking'.
               10  FILLER          PIC X(51)       VALUE
               'CHK2 10 11     MOD10 Premium checking'.
               10  FILLER          PIC X(51)       VALUE
               'SAV1 11 20     MOD11 Statement savings'.
               10  FILLER          PIC X(51)       VALUE
               'CD12 12 3012   MOD11 12-month certificate'.
               10  FILLER          PIC X(51)       VALUE
               'CD60 12 3060   MOD11 60-month certificate'.
           05  FILLER REDEFINES ACCOUNT-FORMAT-DEFAULT-OCCS.
               10  ACCOUNT-FORMAT-DEFAULT
                                   PIC X(51)       OCCURS 5.
