      *========================== COB-FAKER ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-15  1.0      First release
      *================================================================*

      **** APPENDED-FIELDS: the register of every field appended to
      **** an established record type of the fixed extract, with the
      **** layout version (see FAKERLYV) that made it part of the
      **** layout and its documented "not present" value - what
      **** FAKERUPG fills in when it brings an older extract forward
      **** and finds the field's columns blank.
      ****
      ****     W-LYA-TYPE         the record type.
      ****     W-LYA-FROM/-LEN    the field's columns.
      ****     W-LYA-VERSION      the layout version that added it.
      ****     W-LYA-KIND         ' ' the not-present value is
      ****                            W-LYA-VALUE as it stands;
      ****                        'K' it is copied from the same
      ****                            record's columns given in
      ****                            W-LYA-VALUE as FFFLLL (the
      ****                            customer's own ID as household
      ****                            key - a household of one).
      ****     W-LYA-NAME         the field, for the report.
      ****
      **** Not-present values: spaces where the field is simply
      **** unknown (date of birth, e-mail, date of death, county,
      **** IBAN, close date, product codes, debit/credit side); a
      **** person for party type; zeros for the home branch (no
      **** branch pool), the balances and the points; 'O' (open)
      **** for the account status.

       01  W-LYA-VALUES.
           05  FILLER              PIC X(41)       VALUE
               'P12901001            PD-DATE-OF-BIRTH    '.
           05  FILLER              PIC X(41)       VALUE
               'P14001401K114014     PD-HOUSEHOLD-ID     '.
           05  FILLER              PIC X(41)       VALUE
               'P15504001            PD-EMAIL            '.
           05  FILLER              PIC X(41)       VALUE
               'P19600401 0000       PD-BRANCH-NO        '.
           05  FILLER              PIC X(41)       VALUE
               'P20101001            PD-DATE-OF-DEATH    '.
           05  FILLER              PIC X(41)       VALUE
               'P21200101            PD-PARTY-TYPE       '.
           05  FILLER              PIC X(41)       VALUE
               'A09902001            AD-COUNTY           '.
           05  FILLER              PIC X(41)       VALUE
               'A12000501            AD-COUNTY-FIPS      '.
           05  FILLER              PIC X(41)       VALUE
               'B04203401            BD-IBAN             '.
           05  FILLER              PIC X(41)       VALUE
               'D07301101 +0000000000DD-OPEN-BAL         '.
           05  FILLER              PIC X(41)       VALUE
               'D08501101 +0000000000DD-CLOSE-BAL        '.
           05  FILLER              PIC X(41)       VALUE
               'D09700101 O          DD-STATUS           '.
           05  FILLER              PIC X(41)       VALUE
               'D09901001            DD-CLOSE-DATE       '.
           05  FILLER              PIC X(41)       VALUE
               'D11000401            DD-PRODUCT-CODE     '.
           05  FILLER              PIC X(41)       VALUE
               'X06000101            XD-DR-CR            '.
           05  FILLER              PIC X(41)       VALUE
               'L06900401            LD-PRODUCT-CODE     '.
           05  FILLER              PIC X(41)       VALUE
               'L07400901 000000000  LD-POINTS-CENTS     '.

       01  FILLER REDEFINES W-LYA-VALUES.
           05  W-LYA-ENTRY         OCCURS 17.
               10  W-LYA-TYPE      PIC X(01).
               10  W-LYA-FROM      PIC 9(03).
               10  W-LYA-LEN       PIC 9(03).
               10  W-LYA-VERSION   PIC 9(02).
               10  W-LYA-KIND      PIC X(01).
               10  W-LYA-VALUE     PIC X(11).
               10  W-LYA-NAME      PIC X(20).

       01  W-LYA-CNT               PIC S9(4)  COMP VALUE 17.
