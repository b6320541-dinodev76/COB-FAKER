      *========================== COB-FAKER ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Instrument tables for FAKSECU.  Template
      *              placeholders: '#' draws a digit 0-9, '@' a
      *              letter (never I or O, which CUSIP and ticker
      *              plants avoid), '&' a digit or such a letter,
      *              '%' a SEDOL character - a digit or a consonant,
      *              since SEDOLs carry no vowels.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-15  1.0      First release
      *================================================================*

      **** Asset classes, each with the CUSIP issue-number template
      **** its instruments carry (numeric for equity issues,
      **** alphabetic for debt, as the CUSIP standard assigns them)
      **** and the ticker template of a listed line.  The listed
      **** classes lead the table - SECURITIES-TICKER draws only
      **** from the first SECURITY-LISTED-CNT entries, since debt
      **** trades on its identifier rather than a symbol.

       01  SECURITY-CLASSES.
           05  SECURITY-CLASS-CNT  PIC S9(4)  COMP VALUE 7.
           05  SECURITY-LISTED-CNT PIC S9(4)  COMP VALUE 4.
           05  SECURITY-CLASS-OCCS.
               10  FILLER          PIC X(15)       VALUE
                                       'EQUITY'.
               10  FILLER          PIC X(02)       VALUE '10'.
               10  FILLER          PIC X(08)       VALUE '@@@@'.
               10  FILLER          PIC X(15)       VALUE
                                       'EQUITY'.
               10  FILLER          PIC X(02)       VALUE '10'.
               10  FILLER          PIC X(08)       VALUE '@@@'.
               10  FILLER          PIC X(15)       VALUE
                                       'ETF'.
               10  FILLER          PIC X(02)       VALUE '10'.
               10  FILLER          PIC X(08)       VALUE '@@@@'.
               10  FILLER          PIC X(15)       VALUE
                                       'PREFERRED'.
               10  FILLER          PIC X(02)       VALUE '2#'.
               10  FILLER          PIC X(08)       VALUE '@@@-P@'.
               10  FILLER          PIC X(15)       VALUE
                                       'CORPORATE BOND'.
               10  FILLER          PIC X(02)       VALUE '@#'.
               10  FILLER          PIC X(08)       VALUE SPACES.
               10  FILLER          PIC X(15)       VALUE
                                       'MUNICIPAL BOND'.
               10  FILLER          PIC X(02)       VALUE '@@'.
               10  FILLER          PIC X(08)       VALUE SPACES.
               10  FILLER          PIC X(15)       VALUE
                                       'AGENCY BOND'.
               10  FILLER          PIC X(02)       VALUE '@&'.
               10  FILLER          PIC X(08)       VALUE SPACES.
           05  FILLER REDEFINES SECURITY-CLASS-OCCS.
               10  FILLER                          OCCURS 7
                                                   INDEXED SC-DX.
                   15  SECURITY-CLASS-NAME
                                   PIC X(15).
                   15  SECURITY-CLASS-ISSUE
                                   PIC X(02).
                   15  SECURITY-CLASS-TICKER
                                   PIC X(08).

      **** Issuer templates.  CUSIP issuer numbers 990000 thru
      **** 99ZZZZ are set aside for internal use, and SEDOLs are
      **** drawn from the unallocated Z series, so a generated
      **** identifier verifies without ever naming a real
      **** instrument.  The national-number template serves the ISIN
      **** countries whose own numbering is plain digits.

       01  SECURITY-CUSIP-ISSUER   PIC X(06)       VALUE '99&&&&'.
       01  SECURITY-SEDOL-BASE     PIC X(06)       VALUE 'Z%%%%%'.
       01  SECURITY-NSIN-BASE      PIC X(09)       VALUE '9########'.

      **** ISIN countries: the FAKER-COUNTRY value, the ISO prefix
      **** the ISIN carries, and the national number it wraps - 'C'
      **** a CUSIP (the US and Canada), 'S' '00' plus a SEDOL (the
      **** UK and Ireland), 'N' a national number.  Spaces in
      **** FAKER-COUNTRY mean the US.

       01  SECURITY-COUNTRIES.
           05  SECURITY-COUNTRY-CNT
                                   PIC S9(4)  COMP VALUE 11.
           05  SECURITY-COUNTRY-OCCS.
               10  FILLER          PIC X(05)       VALUE 'USUSC'.
               10  FILLER          PIC X(05)       VALUE 'CACAC'.
               10  FILLER          PIC X(05)       VALUE 'UKGBS'.
               10  FILLER          PIC X(05)       VALUE 'GBGBS'.
               10  FILLER          PIC X(05)       VALUE 'IEIES'.
               10  FILLER          PIC X(05)       VALUE 'DEDEN'.
               10  FILLER          PIC X(05)       VALUE 'FRFRN'.
               10  FILLER          PIC X(05)       VALUE 'CHCHN'.
               10  FILLER          PIC X(05)       VALUE 'LULUN'.
               10  FILLER          PIC X(05)       VALUE 'JPJPN'.
               10  FILLER          PIC X(05)       VALUE 'AUAUN'.
           05  FILLER REDEFINES SECURITY-COUNTRY-OCCS.
               10  SECURITY-COUNTRY                OCCURS 11
                                                   INDEXED SN-DX.
                   15  SECURITY-COUNTRY-KEY
                                   PIC X(02).
                   15  SECURITY-COUNTRY-PREFIX
                                   PIC X(02).
                   15  SECURITY-COUNTRY-NSIN
                                   PIC X(01).

      **** Character sets the placeholders draw from.

       01  SECURITY-LETTERS        PIC X(24)       VALUE
           'ABCDEFGHJKLMNPQRSTUVWXYZ'.
       01  SECURITY-ALNUMS         PIC X(34)       VALUE
           '0123456789ABCDEFGHJKLMNPQRSTUVWXYZ'.
       01  SECURITY-SEDOL-CHARS    PIC X(31)       VALUE
           '0123456789BCDFGHJKLMNPQRSTVWXYZ'.
