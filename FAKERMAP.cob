      *========================== COB-FAKER ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-15  1.0      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.             FAKERMAP.

      **** Copybook-driven field map builder for FAKERMSK - the
      **** byte counting nobody should do by hand.  Reads the record
      **** layout's copybook (fixed-format source, columns 8-72, the
      **** way it sits in the production library), works out every
      **** data item's offset and length - group levels, REDEFINES,
      **** OCCURS (each occurrence placed separately, nested three
      **** deep), SIGN SEPARATE, and the COMP/BINARY, COMP-3,
      **** COMP-1/COMP-2, INDEX and POINTER storage sizes - and
      **** proposes a FAKER provider function for every elementary
      **** field whose name says personal data (SSN, NAME, ADDR,
      **** PHONE, DOB, ACCT and their usual abbreviations).
      ****
      **** Two outputs, neither of them the live map:
      ****   - a DRAFT field map in the FAKERMSK Fieldmap layout,
      ****     holding only the proposals that FAKERMSK can apply as
      ****     they stand;
      ****   - a review report listing every elementary field with its
      ****     position, length and usage, and for each one either the
      ****     proposed mapping or why it has none - UNCLASSIFIED for a
      ****     name that suggested nothing, or the reason a classified
      ****     field was held back (packed/binary storage, too short
      ****     for the provider's value, a numeric picture the value
      ****     would not fit, past FAKERMSK's 400-byte record, an
      ****     overlap with an earlier proposal).  Anything the layout
      ****     could not account for exactly (a nested COPY, OCCURS
      ****     DEPENDING ON, an unresolved REDEFINES) is noted ahead of
      ****     the detail and ends the run RETURN-CODE 4.
      **** The data owner signs the report off before the draft is
      **** copied over 'Data\FAKERMSK Fieldmap.txt' for the first run.

       ENVIRONMENT DIVISION.
      *=====================

       CONFIGURATION SECTION.
      *----------------------

       SOURCE-COMPUTER.
           IBM-Z15.
      *    IBM-Z15 DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
      *---------------------

       FILE-CONTROL.
           SELECT CPYFILE             ASSIGN 'Data\FAKERMAP Copybook.txt
      -                                      ''
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-CPYFILE-STATUS.

           SELECT MAPFILE             ASSIGN 'Data\FAKERMAP Fieldmap.txt
      -                                      ''
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT RPTFILE              ASSIGN 'Data\FAKERMAP Review.txt'
                                       ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  CPYFILE.

       01  CPYFILE-REC.
           05  FILLER              PIC X(06).
           05  CPY-INDICATOR       PIC X(01).
               88  CPY-COMMENT-LINE                VALUE '*' '/' 'D'.
               88  CPY-CONTINUATION-LINE           VALUE '-'.
           05  CPY-AREA            PIC X(65).
           05  FILLER              PIC X(08).

      **** The draft map - the FAKERMSK MAPFILE layout exactly.

       FD  MAPFILE.

       01  MAPFILE-REC.
           05  MAP-POSITION        PIC 9(04).
           05  FILLER              PIC X(01).
           05  MAP-LENGTH          PIC 9(03).
           05  FILLER              PIC X(01).
           05  MAP-PROVIDER-FUNCTION
                                   PIC X(30).
           05  FILLER              PIC X(01).
           05  MAP-MODE            PIC X(01).
           05  FILLER              PIC X(01).
           05  MAP-VARCHAR-SW      PIC X(01).

       FD  RPTFILE.

       01  RPTFILE-REC             PIC X(132).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-CPYFILE-STATUS        PIC X(02).

       01  W-CPY-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-CPY-EOF                           VALUE 'Y'.

       01  W-CPY-LINE-NO           PIC S9(8)  COMP VALUE 0.
       01  W-STMT-LINE-NO          PIC S9(8)  COMP VALUE 0.

      **** One data description entry at a time, accumulated across
      **** source lines up to its separator period (a period outside
      **** a literal followed by a space or the end of the line).

       01  W-STMT                  PIC X(2000).
       01  W-STMT-LEN              PIC S9(4)  COMP VALUE 0.
       01  W-STMT-MAX              PIC S9(4)  COMP VALUE 1999.
       01  W-LINE-QUOTE            PIC X(01)       VALUE SPACE.
       01  W-CHR-DX                PIC S9(4)  COMP.
       01  W-CHR-START             PIC S9(4)  COMP.
       01  W-CHAR                  PIC X(01).
       01  W-NEXT-CHAR             PIC X(01).

       01  W-SCAN-POS              PIC S9(4)  COMP.
       01  W-TOKEN                 PIC X(30).
           88  W-TOKEN-DIRECTIVE                   VALUE 'EJECT'
                                                         'SKIP1'
                                                         'SKIP2'
                                                         'SKIP3'.
           88  W-TOKEN-CLAUSE-WORD                 VALUE 'PIC'
                                                         'PICTURE'
                                                         'REDEFINES'
                                                         'OCCURS'
                                                         'VALUE'
                                                         'VALUES'
                                                         'USAGE'
                                                         'SIGN'
                                                         'LEADING'
                                                         'TRAILING'
                                                         'SYNC'
                                                  'SYNCHRONIZED'
                                                         'JUST'
                                                         'JUSTIFIED'
                                                         'BLANK'
                                                         'EXTERNAL'
                                                         'GLOBAL'.
           88  W-TOKEN-DISPLAY                     VALUE 'DISPLAY'
                                                         'DISPLAY-1'
                                                         'NATIONAL'.
           88  W-TOKEN-BINARY                      VALUE 'COMP'
                                                         'COMP-4'
                                                         'COMP-5'
                                                         'BINARY'
                                                  'COMPUTATIONAL'
                                                'COMPUTATIONAL-4'
                                                'COMPUTATIONAL-5'.
           88  W-TOKEN-PACKED                      VALUE 'COMP-3'
                                                'COMPUTATIONAL-3'
                                                 'PACKED-DECIMAL'.
           88  W-TOKEN-COMP-1                      VALUE 'COMP-1'
                                                'COMPUTATIONAL-1'.
           88  W-TOKEN-COMP-2                      VALUE 'COMP-2'
                                                'COMPUTATIONAL-2'.
           88  W-TOKEN-INDEX                       VALUE 'INDEX'.
           88  W-TOKEN-POINTER                     VALUE 'POINTER'
                                              'PROCEDURE-POINTER'
                                               'FUNCTION-POINTER'.
       01  W-TOKEN-LEN             PIC S9(4)  COMP.
       01  W-TOKEN-QUOTE           PIC X(01).
       01  W-TOKEN-END-SW          PIC X(01).
           88  W-TOKEN-END                         VALUE 'Y'.
       01  W-NUMBER                PIC S9(8)  COMP.
       01  W-NUMBER-SW             PIC X(01).
           88  W-TOKEN-IS-NUMBER                   VALUE 'Y'.
       01  W-LEVEL                 PIC S9(4)  COMP.

      **** The parsed layout: one entry per data item in source
      **** order (88s are not carried, 66s are noted and dropped).
      **** W-ITM-USAGE: D display, B binary, P packed, 1 COMP-1,
      **** 2 COMP-2, I index, T pointer - inherited from the group.

       01  W-ITM-MAX               PIC S9(4)  COMP VALUE 1000.
       01  W-ITM-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-ITM-DX                PIC S9(4)  COMP.
       01  W-PARENT-DX             PIC S9(4)  COMP.
       01  W-SRCH-DX               PIC S9(4)  COMP.
       01  W-WALK-DX               PIC S9(4)  COMP.
       01  W-ITM-TABLE.
           05  W-ITM-OCCS          OCCURS 1000.
               10  W-ITM-LEVEL     PIC S9(4)  COMP.
               10  W-ITM-LINE-NO   PIC S9(8)  COMP.
               10  W-ITM-NAME      PIC X(30).
               10  W-ITM-PARENT    PIC S9(4)  COMP.
               10  W-ITM-REDEFINES PIC S9(4)  COMP.
               10  W-ITM-OCCURS    PIC S9(8)  COMP.
               10  W-ITM-ODO-SW    PIC X(01).
                   88  W-ITM-ODO                   VALUE 'Y'.
               10  W-ITM-PICTURE   PIC X(30).
               10  W-ITM-USAGE     PIC X(01).
                   88  W-ITM-DISPLAY               VALUE 'D'.
               10  W-ITM-SIGN-SEP-SW
                                   PIC X(01).
                   88  W-ITM-SIGN-SEPARATE         VALUE 'Y'.
               10  W-ITM-GROUP-SW  PIC X(01).
                   88  W-ITM-GROUP                 VALUE 'Y'.
               10  W-ITM-NUMERIC-SW
                                   PIC X(01).
                   88  W-ITM-NUMERIC               VALUE 'Y'.
               10  W-ITM-SIZE      PIC S9(8)  COMP.
               10  W-ITM-START     PIC S9(8)  COMP.
               10  W-ITM-NEXT      PIC S9(8)  COMP.

       01  W-TABLE-FULL-SW         PIC X(01)       VALUE 'N'.
           88  W-TABLE-FULL                        VALUE 'Y'.

      **** The level stack - the open groups above the current entry.

       01  W-STK-TOP               PIC S9(4)  COMP VALUE 0.
       01  W-STK-TABLE.
           05  W-STK-OCCS          OCCURS 50.
               10  W-STK-LEVEL     PIC S9(4)  COMP.
               10  W-STK-ITEM      PIC S9(4)  COMP.

       01  W-TOP-NEXT              PIC S9(8)  COMP VALUE 0.
       01  W-RECORD-LEN            PIC S9(8)  COMP VALUE 0.
       01  W-ITEM-END              PIC S9(8)  COMP.
       01  W-TARGET-SIZE           PIC S9(8)  COMP.

       01  W-PIC-DX                PIC S9(4)  COMP.
       01  W-PIC-SYMBOL            PIC X(01).
       01  W-PIC-NEXT              PIC X(01).
       01  W-PIC-REPEAT            PIC S9(8)  COMP.
       01  W-PIC-DIGITS            PIC S9(8)  COMP.
       01  W-PIC-CHARS             PIC S9(8)  COMP.
       01  W-PIC-SIGNED-SW         PIC X(01).
           88  W-PIC-SIGNED                        VALUE 'Y'.
       01  W-DIGIT-X               PIC X(01).
       01  W-DIGIT-9               REDEFINES W-DIGIT-X
                                   PIC 9(01).

      **** OCCURS levels over an elementary field, outermost first,
      **** with the size of one occurrence at each.

       01  W-OCC-LEVELS            PIC S9(4)  COMP.
       01  W-OCC-DX                PIC S9(4)  COMP.
       01  W-OCC-INNER-TABLE.
           05  W-OCC-INNER         OCCURS 3.
               10  W-OCC-INNER-N   PIC S9(8)  COMP.
               10  W-OCC-INNER-U   PIC S9(8)  COMP.
       01  W-OCC-TABLE.
           05  W-OCC-OCCS          OCCURS 3.
               10  W-OCC-N         PIC S9(8)  COMP.
               10  W-OCC-U         PIC S9(8)  COMP.
       01  W-K1                    PIC S9(8)  COMP.
       01  W-K2                    PIC S9(8)  COMP.
       01  W-K3                    PIC S9(8)  COMP.
       01  W-SUB-EDIT-1            PIC Z(4)9.
       01  W-SUB-EDIT-2            PIC Z(4)9.
       01  W-SUB-EDIT-3            PIC Z(4)9.

       01  W-FLD-POSITION          PIC S9(8)  COMP.
       01  W-FLD-LENGTH            PIC S9(8)  COMP.
       01  W-FLD-END               PIC S9(8)  COMP.
       01  W-FLD-STATUS            PIC X(12).

      **** Proposals already on the draft map, for the overlap check.

       01  W-DRAFT-MAX             PIC S9(4)  COMP VALUE 200.
       01  W-DRAFT-CNT             PIC S9(4)  COMP VALUE 0.
       01  W-DRAFT-DX              PIC S9(4)  COMP.
       01  W-DRAFT-TABLE.
           05  W-DRAFT-OCCS        OCCURS 200.
               10  W-DRAFT-POSITION
                                   PIC S9(8)  COMP.
               10  W-DRAFT-END     PIC S9(8)  COMP.
       01  W-OVERLAP-SW            PIC X(01).
           88  W-OVERLAP                           VALUE 'Y'.

      **** Name classification.  The data-name is split at its
      **** hyphens and each part looked up in W-KEYWORDS - matched
      **** exactly (E) or as the leading characters of the part (P,
      **** so ADDR also takes ADDR1 and ADDRESS).  Each hit raises its
      **** category; SUB-2800-CLASSIFY then decides, identifiers and
      **** dates of birth first, then the descriptor words (TYPE,
      **** STATUS, DATE, COUNT ...) that say the field is ABOUT the
      **** personal item rather than the item itself.

       01  W-KEYWORDS.
           05  W-KW-CNT            PIC S9(4)  COMP VALUE 107.
           05  W-KW-VALUES.
               10  FILLER PIC X(18) VALUE 'SSN        P 03 SS'.
               10  FILLER PIC X(18) VALUE 'SOCSEC     P 06 SS'.
               10  FILLER PIC X(18) VALUE 'SOC        E 03 SS'.
               10  FILLER PIC X(18) VALUE 'TIN        E 03 SS'.
               10  FILLER PIC X(18) VALUE 'TAXID      P 05 SS'.
               10  FILLER PIC X(18) VALUE 'EIN        E 03 EI'.
               10  FILLER PIC X(18) VALUE 'FEIN       E 04 EI'.
               10  FILLER PIC X(18) VALUE 'DOB        P 03 DB'.
               10  FILLER PIC X(18) VALUE 'BIRTH      P 05 DB'.
               10  FILLER PIC X(18) VALUE 'BDATE      E 05 DB'.
               10  FILLER PIC X(18) VALUE 'BDT        E 03 DB'.
               10  FILLER PIC X(18) VALUE 'NAME       P 04 NM'.
               10  FILLER PIC X(18) VALUE 'NM         E 02 NM'.
               10  FILLER PIC X(18) VALUE 'NAM        E 03 NM'.
               10  FILLER PIC X(18) VALUE 'FIRST      E 05 FN'.
               10  FILLER PIC X(18) VALUE 'FST        E 03 FN'.
               10  FILLER PIC X(18) VALUE 'FRST       E 04 FN'.
               10  FILLER PIC X(18) VALUE 'GIVEN      E 05 FN'.
               10  FILLER PIC X(18) VALUE 'FNAME      E 05 FL'.
               10  FILLER PIC X(18) VALUE 'FNM        E 03 FL'.
               10  FILLER PIC X(18) VALUE 'LAST       E 04 LN'.
               10  FILLER PIC X(18) VALUE 'LST        E 03 LN'.
               10  FILLER PIC X(18) VALUE 'FAMILY     E 06 LN'.
               10  FILLER PIC X(18) VALUE 'SURNAME    P 07 LL'.
               10  FILLER PIC X(18) VALUE 'SURNM      E 05 LL'.
               10  FILLER PIC X(18) VALUE 'LNAME      E 05 LL'.
               10  FILLER PIC X(18) VALUE 'LNM        E 03 LL'.
               10  FILLER PIC X(18) VALUE 'MIDDLE     E 06 MN'.
               10  FILLER PIC X(18) VALUE 'MID        E 03 MN'.
               10  FILLER PIC X(18) VALUE 'MI         E 02 MI'.
               10  FILLER PIC X(18) VALUE 'MINIT      E 05 MI'.
               10  FILLER PIC X(18) VALUE 'PREFIX     E 06 PX'.
               10  FILLER PIC X(18) VALUE 'SALUTATION P 10 PX'.
               10  FILLER PIC X(18) VALUE 'SUFFIX     E 06 SX'.
               10  FILLER PIC X(18) VALUE 'SFX        E 03 SX'.
               10  FILLER PIC X(18) VALUE 'COMPANY    P 07 OR'.
               10  FILLER PIC X(18) VALUE 'CORP       P 04 OR'.
               10  FILLER PIC X(18) VALUE 'BUSINESS   P 08 OR'.
               10  FILLER PIC X(18) VALUE 'BUS        E 03 OR'.
               10  FILLER PIC X(18) VALUE 'EMPLOYER   P 08 OR'.
               10  FILLER PIC X(18) VALUE 'EMPLR      E 05 OR'.
               10  FILLER PIC X(18) VALUE 'FIRM       E 04 OR'.
               10  FILLER PIC X(18) VALUE 'ORG        P 03 OR'.
               10  FILLER PIC X(18) VALUE 'MERCHANT   P 08 OR'.
               10  FILLER PIC X(18) VALUE 'BRANCH     P 06 OR'.
               10  FILLER PIC X(18) VALUE 'BANK       E 04 OR'.
               10  FILLER PIC X(18) VALUE 'PRODUCT    P 07 NX'.
               10  FILLER PIC X(18) VALUE 'PROD       E 04 NX'.
               10  FILLER PIC X(18) VALUE 'PLAN       E 04 NX'.
               10  FILLER PIC X(18) VALUE 'FILE       E 04 NX'.
               10  FILLER PIC X(18) VALUE 'PGM        E 03 NX'.
               10  FILLER PIC X(18) VALUE 'PROGRAM    P 07 NX'.
               10  FILLER PIC X(18) VALUE 'JOB        E 03 NX'.
               10  FILLER PIC X(18) VALUE 'DSN        E 03 NX'.
               10  FILLER PIC X(18) VALUE 'TABLE      E 05 NX'.
               10  FILLER PIC X(18) VALUE 'FIELD      E 05 NX'.
               10  FILLER PIC X(18) VALUE 'ADDR       P 04 AD'.
               10  FILLER PIC X(18) VALUE 'ADR        P 03 AD'.
               10  FILLER PIC X(18) VALUE 'STREET     P 06 AD'.
               10  FILLER PIC X(18) VALUE 'STR        E 03 AD'.
               10  FILLER PIC X(18) VALUE 'CITY       E 04 CT'.
               10  FILLER PIC X(18) VALUE 'TOWN       E 04 CT'.
               10  FILLER PIC X(18) VALUE 'STATE      E 05 ST'.
               10  FILLER PIC X(18) VALUE 'PROVINCE   P 08 ST'.
               10  FILLER PIC X(18) VALUE 'ZIP        P 03 ZP'.
               10  FILLER PIC X(18) VALUE 'POSTCODE   P 08 ZP'.
               10  FILLER PIC X(18) VALUE 'POSTAL     P 06 ZP'.
               10  FILLER PIC X(18) VALUE 'PHON       P 04 PH'.
               10  FILLER PIC X(18) VALUE 'PH         E 02 PH'.
               10  FILLER PIC X(18) VALUE 'TEL        E 03 PH'.
               10  FILLER PIC X(18) VALUE 'TELNO      E 05 PH'.
               10  FILLER PIC X(18) VALUE 'TELE       P 04 PH'.
               10  FILLER PIC X(18) VALUE 'MOBILE     P 06 PH'.
               10  FILLER PIC X(18) VALUE 'CELL       E 04 PH'.
               10  FILLER PIC X(18) VALUE 'FAX        E 03 PH'.
               10  FILLER PIC X(18) VALUE 'EMAIL      P 05 EM'.
               10  FILLER PIC X(18) VALUE 'EML        E 03 EM'.
               10  FILLER PIC X(18) VALUE 'ACCT       P 04 AC'.
               10  FILLER PIC X(18) VALUE 'ACCOUNT    P 07 AC'.
               10  FILLER PIC X(18) VALUE 'ACCNT      P 05 AC'.
               10  FILLER PIC X(18) VALUE 'ACNO       E 04 AC'.
               10  FILLER PIC X(18) VALUE 'ACC        E 03 AC'.
               10  FILLER PIC X(18) VALUE 'CARD       E 04 CC'.
               10  FILLER PIC X(18) VALUE 'PAN        E 03 CC'.
               10  FILLER PIC X(18) VALUE 'IBAN       E 04 IB'.
               10  FILLER PIC X(18) VALUE 'PASSPORT   P 08 PP'.
               10  FILLER PIC X(18) VALUE 'PPT        E 03 PP'.
               10  FILLER PIC X(18) VALUE 'LICENSE    P 07 DL'.
               10  FILLER PIC X(18) VALUE 'LICENCE    P 07 DL'.
               10  FILLER PIC X(18) VALUE 'LIC        E 03 DL'.
               10  FILLER PIC X(18) VALUE 'DL         E 02 DL'.
               10  FILLER PIC X(18) VALUE 'TYPE       E 04 XX'.
               10  FILLER PIC X(18) VALUE 'TYP        E 03 XX'.
               10  FILLER PIC X(18) VALUE 'STATUS     P 06 XX'.
               10  FILLER PIC X(18) VALUE 'STAT       E 04 XX'.
               10  FILLER PIC X(18) VALUE 'STS        E 03 XX'.
               10  FILLER PIC X(18) VALUE 'IND        P 03 XX'.
               10  FILLER PIC X(18) VALUE 'FLAG       E 04 XX'.
               10  FILLER PIC X(18) VALUE 'FLG        E 03 XX'.
               10  FILLER PIC X(18) VALUE 'SW         E 02 XX'.
               10  FILLER PIC X(18) VALUE 'COUNT      P 05 XX'.
               10  FILLER PIC X(18) VALUE 'CNT        E 03 XX'.
               10  FILLER PIC X(18) VALUE 'LEN        P 03 XX'.
               10  FILLER PIC X(18) VALUE 'DATE       E 04 XX'.
               10  FILLER PIC X(18) VALUE 'DT         E 02 XX'.
               10  FILLER PIC X(18) VALUE 'BAL        P 03 XX'.
               10  FILLER PIC X(18) VALUE 'AMT        E 03 XX'.
           05  FILLER REDEFINES W-KW-VALUES.
               10  W-KW-OCCS       OCCURS 107.
                   15  W-KW-KEYWORD
                                   PIC X(10).
                   15  FILLER      PIC X(01).
                   15  W-KW-MATCH  PIC X(01).
                       88  W-KW-EXACT              VALUE 'E'.
                   15  FILLER      PIC X(01).
                   15  W-KW-LENGTH PIC 9(02).
                   15  FILLER      PIC X(01).
                   15  W-KW-CATEGORY
                                   PIC X(02).
       01  W-KW-DX                 PIC S9(4)  COMP.

       01  W-CLS-NAME              PIC X(61).
       01  W-CLS-LENGTH            PIC S9(8)  COMP.
       01  W-CLS-DX                PIC S9(4)  COMP.
       01  W-CLS-PART-LEN          PIC S9(4)  COMP.
       01  W-CLS-PART-TABLE.
           05  W-CLS-PART          PIC X(30)       OCCURS 8.
       01  W-CLS-HITS.
           05  W-CLS-SSN-SW        PIC X(01).
               88  W-CLS-SSN                       VALUE 'Y'.
           05  W-CLS-EIN-SW        PIC X(01).
               88  W-CLS-EIN                       VALUE 'Y'.
           05  W-CLS-DOB-SW        PIC X(01).
               88  W-CLS-DOB                       VALUE 'Y'.
           05  W-CLS-NAME-SW       PIC X(01).
               88  W-CLS-NAME-WORD                 VALUE 'Y'.
           05  W-CLS-FIRST-SW      PIC X(01).
               88  W-CLS-FIRST                     VALUE 'Y'.
           05  W-CLS-LAST-SW       PIC X(01).
               88  W-CLS-LAST                      VALUE 'Y'.
           05  W-CLS-MIDDLE-SW     PIC X(01).
               88  W-CLS-MIDDLE                    VALUE 'Y'.
           05  W-CLS-FNAME-SW      PIC X(01).
               88  W-CLS-FNAME                     VALUE 'Y'.
           05  W-CLS-LNAME-SW      PIC X(01).
               88  W-CLS-LNAME                     VALUE 'Y'.
           05  W-CLS-INITIAL-SW    PIC X(01).
               88  W-CLS-INITIAL                   VALUE 'Y'.
           05  W-CLS-PREFIX-SW     PIC X(01).
               88  W-CLS-PREFIX                    VALUE 'Y'.
           05  W-CLS-SUFFIX-SW     PIC X(01).
               88  W-CLS-SUFFIX                    VALUE 'Y'.
           05  W-CLS-ORG-SW        PIC X(01).
               88  W-CLS-ORG                       VALUE 'Y'.
           05  W-CLS-NOT-PERSON-SW PIC X(01).
               88  W-CLS-NOT-PERSON                VALUE 'Y'.
           05  W-CLS-ADDR-SW       PIC X(01).
               88  W-CLS-ADDR                      VALUE 'Y'.
           05  W-CLS-LINE-2-SW     PIC X(01).
               88  W-CLS-LINE-2                    VALUE 'Y'.
           05  W-CLS-CITY-SW       PIC X(01).
               88  W-CLS-CITY                      VALUE 'Y'.
           05  W-CLS-STATE-SW      PIC X(01).
               88  W-CLS-STATE                     VALUE 'Y'.
           05  W-CLS-ZIP-SW        PIC X(01).
               88  W-CLS-ZIP                       VALUE 'Y'.
           05  W-CLS-PHONE-SW      PIC X(01).
               88  W-CLS-PHONE                     VALUE 'Y'.
           05  W-CLS-EMAIL-SW      PIC X(01).
               88  W-CLS-EMAIL                     VALUE 'Y'.
           05  W-CLS-ACCT-SW       PIC X(01).
               88  W-CLS-ACCT                      VALUE 'Y'.
           05  W-CLS-CARD-SW       PIC X(01).
               88  W-CLS-CARD                      VALUE 'Y'.
           05  W-CLS-IBAN-SW       PIC X(01).
               88  W-CLS-IBAN                      VALUE 'Y'.
           05  W-CLS-PASSPORT-SW   PIC X(01).
               88  W-CLS-PASSPORT                  VALUE 'Y'.
           05  W-CLS-LICENSE-SW    PIC X(01).
               88  W-CLS-LICENSE                   VALUE 'Y'.
           05  W-CLS-DESCRIPTOR-SW PIC X(01).
               88  W-CLS-DESCRIPTOR                VALUE 'Y'.

      **** The decision: provider function, substitution mode ('D'
      **** keyed for identifiers that join files, 'R' otherwise), the
      **** shortest field the provider's value is usable in, and
      **** whether the value is all digits (so fits a numeric
      **** picture).

       01  W-CLS-FUNCTION          PIC X(30).
       01  W-CLS-MODE              PIC X(01).
       01  W-CLS-MIN-LENGTH        PIC S9(4)  COMP.
       01  W-CLS-DIGITS-SW         PIC X(01).
           88  W-CLS-DIGITS                        VALUE 'Y'.

      **** Report lines.

       01  W-RPT-HEADING.
           05  FILLER              PIC X(05)       VALUE ' LINE'.
           05  FILLER              PIC X(05)       VALUE '  LV '.
           05  FILLER              PIC X(31)       VALUE 'DATA NAME'.
           05  FILLER              PIC X(13)       VALUE 'SUBSCRIPT'.
           05  FILLER              PIC X(06)       VALUE '  POS'.
           05  FILLER              PIC X(06)       VALUE '  LEN'.
           05  FILLER              PIC X(08)       VALUE 'USAGE'.
           05  FILLER              PIC X(13)       VALUE 'STATUS'.
           05  FILLER              PIC X(31)       VALUE
               'PROVIDER FUNCTION'.
           05  FILLER              PIC X(01)       VALUE 'M'.

       01  W-RPT-DETAIL.
           05  RD-LINE-NO          PIC ZZZZ9.
           05  FILLER              PIC X(02).
           05  RD-LEVEL            PIC 99.
           05  FILLER              PIC X(01).
           05  RD-NAME             PIC X(30).
           05  FILLER              PIC X(01).
           05  RD-SUBSCRIPT        PIC X(12).
           05  FILLER              PIC X(01).
           05  RD-POSITION         PIC ZZZZ9.
           05  FILLER              PIC X(01).
           05  RD-LENGTH           PIC ZZZZ9.
           05  FILLER              PIC X(01).
           05  RD-USAGE            PIC X(07).
           05  FILLER              PIC X(01).
           05  RD-STATUS           PIC X(12).
           05  FILLER              PIC X(01).
           05  RD-FUNCTION         PIC X(30).
           05  FILLER              PIC X(01).
           05  RD-MODE             PIC X(01).

       01  W-NOTE-TEXT             PIC X(100).
       01  W-NOTE-LINE-NO          PIC ZZZZ9.
       01  W-BUILD-LINE            PIC X(132).

       01  W-NOTE-CNT              PIC 9(09)  COMP VALUE 0.
       01  W-ELEMENTARY-CNT        PIC 9(09)  COMP VALUE 0.
       01  W-FILLER-CNT            PIC 9(09)  COMP VALUE 0.
       01  W-PROPOSED-CNT          PIC 9(09)  COMP VALUE 0.
       01  W-UNCLASSIFIED-CNT      PIC 9(09)  COMP VALUE 0.
       01  W-HELD-CNT              PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERMAP error: '.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           05  W-COMPILED-DATE-MM  PIC X(02).
           05  W-COMPILED-DATE-DD  PIC X(02).
           05  W-COMPILED-TIME-HH  PIC X(02).
           05  W-COMPILED-TIME-MM  PIC X(02).
           05  W-COMPILED-TIME-SS  PIC X(02).
           05  FILLER              PIC X(07).
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT
               UNTIL W-CPY-EOF

           PERFORM SUB-2500-LAYOUT THRU SUB-2500-EXIT

           PERFORM SUB-2700-MAP-FIELDS THRU SUB-2700-EXIT

           PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           .
       MAIN-EXIT.
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'FAKERMAP compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           OPEN INPUT CPYFILE

           IF      W-CPYFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open CPYFILE, status '
                       W-CPYFILE-STATUS
               SET  W-CPY-EOF      TO TRUE
               MOVE 8              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT MAPFILE
                       RPTFILE

           MOVE 'FAKERMAP COPYBOOK FIELD MAP REVIEW'
                                   TO RPTFILE-REC
           WRITE RPTFILE-REC
           MOVE 'COPYBOOK:   Data\FAKERMAP Copybook.txt'
                                   TO RPTFILE-REC
           WRITE RPTFILE-REC
           MOVE 'DRAFT MAP:  Data\FAKERMAP Fieldmap.txt'
                                   TO RPTFILE-REC
           WRITE RPTFILE-REC
           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE SPACES             TO W-STMT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

           READ CPYFILE
               AT END
                   SET  W-CPY-EOF  TO TRUE
                   GO TO SUB-2000-EXIT
           END-READ

           ADD  1                  TO W-CPY-LINE-NO

           IF      CPY-COMMENT-LINE
               GO TO SUB-2000-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE(CPYFILE-REC)
                                   TO CPYFILE-REC

      **** A continuation line resumes an open literal after its
      **** leading quote, or a split word at its first character
      **** (taking back the space that ended the line before).

           MOVE 1                  TO W-CHR-START

           IF      CPY-CONTINUATION-LINE
               MOVE 0              TO W-CHR-START
               IF      W-LINE-QUOTE NOT = SPACE
                   INSPECT CPY-AREA TALLYING W-CHR-START
                       FOR CHARACTERS BEFORE INITIAL W-LINE-QUOTE
                   ADD  2          TO W-CHR-START
               ELSE
                   INSPECT CPY-AREA TALLYING W-CHR-START
                       FOR LEADING SPACES
                   ADD  1          TO W-CHR-START
                   IF      W-STMT-LEN > 0
                       SUBTRACT 1  FROM W-STMT-LEN
                   END-IF
               END-IF
           END-IF

           PERFORM SUB-2100-SCAN-CHAR THRU SUB-2100-EXIT
               VARYING W-CHR-DX FROM W-CHR-START BY 1
                 UNTIL W-CHR-DX > LENGTH OF CPY-AREA

           IF      W-LINE-QUOTE = SPACE
           AND     W-STMT-LEN > 0
               MOVE SPACE          TO W-CHAR
               PERFORM SUB-2110-APPEND-CHAR THRU SUB-2110-EXIT
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-SCAN-CHAR.
      *-------------------

           MOVE CPY-AREA(W-CHR-DX : 1)
                                   TO W-CHAR

           IF      W-LINE-QUOTE NOT = SPACE
               IF      W-CHAR = W-LINE-QUOTE
                   MOVE SPACE      TO W-LINE-QUOTE
               END-IF
               PERFORM SUB-2110-APPEND-CHAR THRU SUB-2110-EXIT
               GO TO SUB-2100-EXIT
           END-IF

           IF      W-CHAR = QUOTE
           OR      W-CHAR = "'"
               MOVE W-CHAR         TO W-LINE-QUOTE
               PERFORM SUB-2110-APPEND-CHAR THRU SUB-2110-EXIT
               GO TO SUB-2100-EXIT
           END-IF

      **** Column 73 (the identification area) reads as the space
      **** after a period in column 72.

           MOVE CPYFILE-REC(W-CHR-DX + 8 : 1)
                                   TO W-NEXT-CHAR

           IF      W-CHAR = '.'
           AND    (W-NEXT-CHAR = SPACE
            OR     W-CHR-DX = LENGTH OF CPY-AREA)
               PERFORM SUB-2200-PROCESS-STATEMENT THRU SUB-2200-EXIT
               MOVE SPACES         TO W-STMT
               MOVE 0              TO W-STMT-LEN
               GO TO SUB-2100-EXIT
           END-IF

           IF      W-CHAR = SPACE
           AND     W-STMT-LEN = 0
               GO TO SUB-2100-EXIT
           END-IF

           IF      W-STMT-LEN = 0
               MOVE W-CPY-LINE-NO  TO W-STMT-LINE-NO
           END-IF

           PERFORM SUB-2110-APPEND-CHAR THRU SUB-2110-EXIT
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2110-APPEND-CHAR.
      *---------------------

           IF      W-STMT-LEN < W-STMT-MAX
               ADD  1              TO W-STMT-LEN
               MOVE W-CHAR         TO W-STMT(W-STMT-LEN : 1)
           END-IF
           .
       SUB-2110-EXIT.
           EXIT.
      /
       SUB-2200-PROCESS-STATEMENT.
      *---------------------------

           MOVE 1                  TO W-SCAN-POS

           PERFORM SUB-2210-NEXT-TOKEN THRU SUB-2210-EXIT

           PERFORM SUB-2210-NEXT-TOKEN THRU SUB-2210-EXIT
               UNTIL NOT W-TOKEN-DIRECTIVE

           IF      W-TOKEN-LEN = 0
               GO TO SUB-2200-EXIT
           END-IF

           IF      W-TOKEN = 'COPY'
               PERFORM SUB-2210-NEXT-TOKEN THRU SUB-2210-EXIT
               MOVE SPACES         TO W-NOTE-TEXT
               STRING 'COPY '      DELIMITED SIZE
                      W-TOKEN      DELIMITED SPACE
                      ' NOT EXPANDED - INCLUDE ITS TEXT OR ITS FIELDS'
                      ' ARE MISSING'
                                   DELIMITED SIZE
                                   INTO W-NOTE-TEXT
               PERFORM SUB-2290-WRITE-NOTE THRU SUB-2290-EXIT
               GO TO SUB-2200-EXIT
           END-IF

           PERFORM SUB-2260-TOKEN-NUMBER THRU SUB-2260-EXIT

           IF      NOT W-TOKEN-IS-NUMBER
           OR      W-TOKEN-LEN > 2
               MOVE SPACES         TO W-NOTE-TEXT
               STRING 'ENTRY SKIPPED - NOT A DATA DESCRIPTION: '
                      W-STMT(1 : 50)
                                   DELIMITED SIZE
                                   INTO W-NOTE-TEXT
               PERFORM SUB-2290-WRITE-NOTE THRU SUB-2290-EXIT
               GO TO SUB-2200-EXIT
           END-IF

           MOVE W-NUMBER           TO W-LEVEL

           IF      W-LEVEL = 88
               GO TO SUB-2200-EXIT
           END-IF

           IF      W-LEVEL = 66
               PERFORM SUB-2210-NEXT-TOKEN THRU SUB-2210-EXIT
               MOVE SPACES         TO W-NOTE-TEXT
               STRING 'LEVEL 66 '  DELIMITED SIZE
                      W-TOKEN      DELIMITED SPACE
                      ' (RENAMES) NOT MAPPED - MAP THE FIELDS IT'
                      ' RENAMES'
                                   DELIMITED SIZE
                                   INTO W-NOTE-TEXT
               PERFORM SUB-2290-WRITE-NOTE THRU SUB-2290-EXIT
               GO TO SUB-2200-EXIT
           END-IF

           IF     (W-LEVEL < 1 OR W-LEVEL > 49)
           AND     W-LEVEL NOT = 77
               MOVE SPACES         TO W-NOTE-TEXT
               STRING 'ENTRY SKIPPED - LEVEL NUMBER NOT 01-49 OR 77: '
                      W-STMT(1 : 40)
                                   DELIMITED SIZE
                                   INTO W-NOTE-TEXT
               PERFORM SUB-2290-WRITE-NOTE THRU SUB-2290-EXIT
               GO TO SUB-2200-EXIT
           END-IF

           IF      W-ITM-CNT >= W-ITM-MAX
               IF      NOT W-TABLE-FULL
                   SET  W-TABLE-FULL
                                   TO TRUE
                   MOVE 'ITEM TABLE FULL - THE REST OF THE COPYBOOK IS'
                      & ' NOT MAPPED'
                                   TO W-NOTE-TEXT
                   PERFORM SUB-2290-WRITE-NOTE THRU SUB-2290-EXIT
               END-IF
               GO TO SUB-2200-EXIT
           END-IF

           PERFORM SUB-2220-NEW-ITEM THRU SUB-2220-EXIT

           PERFORM SUB-2230-CLAUSE THRU SUB-2230-EXIT
               UNTIL W-TOKEN-LEN = 0
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-NEXT-TOKEN.
      *--------------------

      **** The next separator-delimited word of the entry - a quoted
      **** literal (quotes doubled inside it or not) is one word
      **** however many spaces it holds; a comma or semicolon
      **** followed by a space is a separator, inside a PICTURE
      **** string it is not.

           MOVE SPACES             TO W-TOKEN
           MOVE 0                  TO W-TOKEN-LEN
           MOVE SPACE              TO W-TOKEN-QUOTE
           MOVE 'N'                TO W-TOKEN-END-SW

           PERFORM SUB-2215-TOKEN-CHAR THRU SUB-2215-EXIT
               UNTIL W-SCAN-POS > W-STMT-LEN
                  OR W-TOKEN-END
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-2215-TOKEN-CHAR.
      *--------------------

           MOVE W-STMT(W-SCAN-POS : 1)
                                   TO W-CHAR
           MOVE W-STMT(W-SCAN-POS + 1 : 1)
                                   TO W-NEXT-CHAR
           ADD  1                  TO W-SCAN-POS

           IF      W-TOKEN-QUOTE NOT = SPACE
               IF      W-CHAR = W-TOKEN-QUOTE
                   MOVE SPACE      TO W-TOKEN-QUOTE
               END-IF
               PERFORM SUB-2217-ADD-TOKEN-CHAR THRU SUB-2217-EXIT
               GO TO SUB-2215-EXIT
           END-IF

           IF      W-CHAR = SPACE
           OR     (W-CHAR = ',' AND W-NEXT-CHAR = SPACE)
           OR     (W-CHAR = ';' AND W-NEXT-CHAR = SPACE)
               IF      W-TOKEN-LEN > 0
                   SET  W-TOKEN-END
                                   TO TRUE
               END-IF
               GO TO SUB-2215-EXIT
           END-IF

           IF      W-CHAR = QUOTE
           OR      W-CHAR = "'"
               MOVE W-CHAR         TO W-TOKEN-QUOTE
           END-IF

           PERFORM SUB-2217-ADD-TOKEN-CHAR THRU SUB-2217-EXIT
           .
       SUB-2215-EXIT.
           EXIT.
      /
       SUB-2217-ADD-TOKEN-CHAR.
      *------------------------

           ADD  1                  TO W-TOKEN-LEN

           IF      W-TOKEN-LEN <= LENGTH OF W-TOKEN
               MOVE W-CHAR         TO W-TOKEN(W-TOKEN-LEN : 1)
           END-IF
           .
       SUB-2217-EXIT.
           EXIT.
      /
       SUB-2220-NEW-ITEM.
      *------------------

           ADD  1                  TO W-ITM-CNT
           MOVE W-ITM-CNT          TO W-ITM-DX

           MOVE W-LEVEL            TO W-ITM-LEVEL(W-ITM-DX)
           MOVE W-STMT-LINE-NO     TO W-ITM-LINE-NO(W-ITM-DX)
           MOVE 0                  TO W-ITM-REDEFINES(W-ITM-DX)
                                      W-ITM-SIZE(W-ITM-DX)
                                      W-ITM-START(W-ITM-DX)
                                      W-ITM-NEXT(W-ITM-DX)
           MOVE 1                  TO W-ITM-OCCURS(W-ITM-DX)
           MOVE SPACES             TO W-ITM-PICTURE(W-ITM-DX)
           MOVE 'N'                TO W-ITM-ODO-SW(W-ITM-DX)
                                      W-ITM-SIGN-SEP-SW(W-ITM-DX)
                                      W-ITM-GROUP-SW(W-ITM-DX)
                                      W-ITM-NUMERIC-SW(W-ITM-DX)

      **** The parent is the nearest open entry with a lower level
      **** number; a 01 or 77 starts a new record.

           IF      W-LEVEL = 1
           OR      W-LEVEL = 77
               MOVE 0              TO W-STK-TOP
           END-IF

           PERFORM SUB-2225-POP-LEVEL THRU SUB-2225-EXIT
               UNTIL W-STK-TOP = 0
                  OR W-STK-LEVEL(W-STK-TOP) < W-LEVEL

           IF      W-STK-TOP = 0
               MOVE 0              TO W-PARENT-DX
               MOVE 'D'            TO W-ITM-USAGE(W-ITM-DX)
           ELSE
               MOVE W-STK-ITEM(W-STK-TOP)
                                   TO W-PARENT-DX
               MOVE 'Y'            TO W-ITM-GROUP-SW(W-PARENT-DX)
               MOVE W-ITM-USAGE(W-PARENT-DX)
                                   TO W-ITM-USAGE(W-ITM-DX)
           END-IF

           MOVE W-PARENT-DX        TO W-ITM-PARENT(W-ITM-DX)

           IF      W-STK-TOP < 50
               ADD  1              TO W-STK-TOP
               MOVE W-LEVEL        TO W-STK-LEVEL(W-STK-TOP)
               MOVE W-ITM-DX       TO W-STK-ITEM(W-STK-TOP)
           END-IF

      **** The data-name, or FILLER when the entry goes straight to
      **** its clauses.

           PERFORM SUB-2210-NEXT-TOKEN THRU SUB-2210-EXIT

           IF      W-TOKEN-LEN = 0
           OR      W-TOKEN-CLAUSE-WORD
           OR      W-TOKEN-DISPLAY
           OR      W-TOKEN-BINARY
           OR      W-TOKEN-PACKED
           OR      W-TOKEN-COMP-1
           OR      W-TOKEN-COMP-2
           OR      W-TOKEN-INDEX
           OR      W-TOKEN-POINTER
               MOVE 'FILLER'       TO W-ITM-NAME(W-ITM-DX)
           ELSE
               MOVE W-TOKEN        TO W-ITM-NAME(W-ITM-DX)
               PERFORM SUB-2210-NEXT-TOKEN THRU SUB-2210-EXIT
           END-IF
           .
       SUB-2220-EXIT.
           EXIT.
      /
       SUB-2225-POP-LEVEL.
      *-------------------

           SUBTRACT 1              FROM W-STK-TOP
           .
       SUB-2225-EXIT.
           EXIT.
      /
       SUB-2230-CLAUSE.
      *----------------

           EVALUATE TRUE
             WHEN W-TOKEN = 'PIC' OR 'PICTURE'
               PERFORM SUB-2210-NEXT-TOKEN THRU SUB-2210-EXIT
               IF      W-TOKEN = 'IS'
                   PERFORM SUB-2210-NEXT-TOKEN THRU SUB-2210-EXIT
               END-IF
               MOVE W-TOKEN        TO W-ITM-PICTURE(W-ITM-DX)

             WHEN W-TOKEN = 'REDEFINES'
               PERFORM SUB-2210-NEXT-TOKEN THRU SUB-2210-EXIT
               PERFORM SUB-2250-RESOLVE-REDEFINES THRU SUB-2250-EXIT

             WHEN W-TOKEN = 'OCCURS'
               PERFORM SUB-2210-NEXT-TOKEN THRU SUB-2210-EXIT
               PERFORM SUB-2260-TOKEN-NUMBER THRU SUB-2260-EXIT
               IF      W-TOKEN-IS-NUMBER
               AND     W-NUMBER > 0
                   MOVE W-NUMBER   TO W-ITM-OCCURS(W-ITM-DX)
               END-IF

      **** OCCURS n TO m DEPENDING ON - laid out at the maximum.

             WHEN W-TOKEN = 'TO'
               PERFORM SUB-2210-NEXT-TOKEN THRU SUB-2210-EXIT
               PERFORM SUB-2260-TOKEN-NUMBER THRU SUB-2260-EXIT
               IF      W-TOKEN-IS-NUMBER
               AND     W-NUMBER > 0
                   MOVE W-NUMBER   TO W-ITM-OCCURS(W-ITM-DX)
                   SET  W-ITM-ODO(W-ITM-DX)
                                   TO TRUE
               END-IF

             WHEN W-TOKEN = 'DEPENDING'
               SET  W-ITM-ODO(W-ITM-DX)
                                   TO TRUE

             WHEN W-TOKEN = 'USAGE'
               PERFORM SUB-2210-NEXT-TOKEN THRU SUB-2210-EXIT
               IF      W-TOKEN = 'IS'
                   PERFORM SUB-2210-NEXT-TOKEN THRU SUB-2210-EXIT
               END-IF
               PERFORM SUB-2240-SET-USAGE THRU SUB-2240-EXIT

             WHEN W-TOKEN = 'SEPARATE'
               SET  W-ITM-SIGN-SEPARATE(W-ITM-DX)
                                   TO TRUE

      **** VALUE [IS|ARE] [ALL] literal - the literal is skipped with
      **** the clause.

             WHEN W-TOKEN = 'VALUE' OR 'VALUES'
               PERFORM SUB-2210-NEXT-TOKEN THRU SUB-2210-EXIT
               IF      W-TOKEN = 'IS' OR 'ARE'
                   PERFORM SUB-2210-NEXT-TOKEN THRU SUB-2210-EXIT
               END-IF
               IF      W-TOKEN = 'ALL'
                   PERFORM SUB-2210-NEXT-TOKEN THRU SUB-2210-EXIT
               END-IF

             WHEN OTHER
               PERFORM SUB-2240-SET-USAGE THRU SUB-2240-EXIT
           END-EVALUATE

           PERFORM SUB-2210-NEXT-TOKEN THRU SUB-2210-EXIT
           .
       SUB-2230-EXIT.
           EXIT.
      /
       SUB-2240-SET-USAGE.
      *-------------------

           EVALUATE TRUE
             WHEN W-TOKEN-DISPLAY
               MOVE 'D'            TO W-ITM-USAGE(W-ITM-DX)
             WHEN W-TOKEN-BINARY
               MOVE 'B'            TO W-ITM-USAGE(W-ITM-DX)
             WHEN W-TOKEN-PACKED
               MOVE 'P'            TO W-ITM-USAGE(W-ITM-DX)
             WHEN W-TOKEN-COMP-1
               MOVE '1'            TO W-ITM-USAGE(W-ITM-DX)
             WHEN W-TOKEN-COMP-2
               MOVE '2'            TO W-ITM-USAGE(W-ITM-DX)
             WHEN W-TOKEN-INDEX
               MOVE 'I'            TO W-ITM-USAGE(W-ITM-DX)
             WHEN W-TOKEN-POINTER
               MOVE 'T'            TO W-ITM-USAGE(W-ITM-DX)
           END-EVALUATE
           .
       SUB-2240-EXIT.
           EXIT.
      /
       SUB-2250-RESOLVE-REDEFINES.
      *---------------------------

      **** The redefined item is the nearest earlier entry under the
      **** same parent with that name.

           MOVE 0                  TO W-PARENT-DX

           PERFORM SUB-2255-MATCH-REDEFINED THRU SUB-2255-EXIT
               VARYING W-SRCH-DX FROM W-ITM-DX BY -1
                 UNTIL W-SRCH-DX < 2
                    OR W-PARENT-DX > 0

           IF      W-PARENT-DX > 0
               MOVE W-PARENT-DX    TO W-ITM-REDEFINES(W-ITM-DX)
           ELSE
               MOVE SPACES         TO W-NOTE-TEXT
               STRING 'REDEFINES ' DELIMITED SIZE
                      W-TOKEN      DELIMITED SPACE
                      ' NOT FOUND - ' DELIMITED SIZE
                      W-ITM-NAME(W-ITM-DX)
                                   DELIMITED SPACE
                      ' LAID OUT AS A FIELD OF ITS OWN'
                                   DELIMITED SIZE
                                   INTO W-NOTE-TEXT
               PERFORM SUB-2290-WRITE-NOTE THRU SUB-2290-EXIT
           END-IF
           .
       SUB-2250-EXIT.
           EXIT.
      /
       SUB-2255-MATCH-REDEFINED.
      *-------------------------

           IF      W-ITM-NAME(W-SRCH-DX - 1) = W-TOKEN
           AND     W-ITM-PARENT(W-SRCH-DX - 1)
                       = W-ITM-PARENT(W-ITM-DX)
               COMPUTE W-PARENT-DX =  W-SRCH-DX - 1
           END-IF
           .
       SUB-2255-EXIT.
           EXIT.
      /
       SUB-2260-TOKEN-NUMBER.
      *----------------------

           MOVE 'N'                TO W-NUMBER-SW

           IF      W-TOKEN-LEN > 0
           AND     W-TOKEN-LEN < 9
               IF      W-TOKEN(1 : W-TOKEN-LEN) NUMERIC
                   MOVE 'Y'        TO W-NUMBER-SW
                   COMPUTE W-NUMBER
                                   =  FUNCTION NUMVAL(W-TOKEN)
               END-IF
           END-IF
           .
       SUB-2260-EXIT.
           EXIT.
      /
       SUB-2290-WRITE-NOTE.
      *--------------------

           ADD  1                  TO W-NOTE-CNT
           MOVE W-STMT-LINE-NO     TO W-NOTE-LINE-NO

           MOVE SPACES             TO W-BUILD-LINE
           STRING 'NOTE  LINE '
                  W-NOTE-LINE-NO
                  '  '
                  W-NOTE-TEXT      DELIMITED SIZE
                                   INTO W-BUILD-LINE
           MOVE W-BUILD-LINE       TO RPTFILE-REC
           WRITE RPTFILE-REC
           .
       SUB-2290-EXIT.
           EXIT.
      /
       SUB-2500-LAYOUT.
      *----------------

      **** Sizes bottom-up (every entry after its subordinates, each
      **** adding its size times its OCCURS to its group unless it
      **** REDEFINES), then offsets top-down.

           IF      W-ITM-CNT = 0
               GO TO SUB-2500-EXIT
           END-IF

           PERFORM SUB-2510-SIZE-ITEM THRU SUB-2510-EXIT
               VARYING W-ITM-DX FROM W-ITM-CNT BY -1
                 UNTIL W-ITM-DX < 1

           PERFORM SUB-2550-PLACE-ITEM THRU SUB-2550-EXIT
               VARYING W-ITM-DX FROM 1 BY 1
                 UNTIL W-ITM-DX > W-ITM-CNT
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2510-SIZE-ITEM.
      *-------------------

           MOVE W-ITM-LINE-NO(W-ITM-DX)
                                   TO W-STMT-LINE-NO

           IF      NOT W-ITM-GROUP(W-ITM-DX)
               PERFORM SUB-2520-ELEMENTARY-SIZE THRU SUB-2520-EXIT
           END-IF

           MOVE W-ITM-PARENT(W-ITM-DX)
                                   TO W-PARENT-DX

           IF      W-PARENT-DX > 0
           AND     W-ITM-REDEFINES(W-ITM-DX) = 0
               COMPUTE W-ITM-SIZE(W-PARENT-DX)
                                   =  W-ITM-SIZE(W-PARENT-DX)
                                   +  W-ITM-SIZE(W-ITM-DX)
                                   *  W-ITM-OCCURS(W-ITM-DX)
           END-IF
           .
       SUB-2510-EXIT.
           EXIT.
      /
       SUB-2520-ELEMENTARY-SIZE.
      *-------------------------

           PERFORM SUB-2530-ANALYSE-PICTURE THRU SUB-2530-EXIT

           EVALUATE W-ITM-USAGE(W-ITM-DX)
             WHEN 'B'
               EVALUATE TRUE
                 WHEN W-PIC-DIGITS < 5
                   MOVE 2          TO W-ITM-SIZE(W-ITM-DX)
                 WHEN W-PIC-DIGITS < 10
                   MOVE 4          TO W-ITM-SIZE(W-ITM-DX)
                 WHEN OTHER
                   MOVE 8          TO W-ITM-SIZE(W-ITM-DX)
               END-EVALUATE
             WHEN 'P'
               COMPUTE W-ITM-SIZE(W-ITM-DX)
                                   =  W-PIC-DIGITS / 2 + 1
             WHEN '1'
             WHEN 'I'
             WHEN 'T'
               MOVE 4              TO W-ITM-SIZE(W-ITM-DX)
             WHEN '2'
               MOVE 8              TO W-ITM-SIZE(W-ITM-DX)
             WHEN OTHER
               MOVE W-PIC-CHARS    TO W-ITM-SIZE(W-ITM-DX)
               IF      W-PIC-SIGNED
               AND     W-ITM-SIGN-SEPARATE(W-ITM-DX)
                   ADD  1          TO W-ITM-SIZE(W-ITM-DX)
               END-IF
               IF      W-PIC-DIGITS > 0
               AND     W-PIC-DIGITS = W-PIC-CHARS
                   SET  W-ITM-NUMERIC(W-ITM-DX)
                                   TO TRUE
               END-IF
           END-EVALUATE

           IF      W-ITM-PICTURE(W-ITM-DX) = SPACES
           AND    (W-ITM-USAGE(W-ITM-DX) = 'D' OR 'B' OR 'P')
               MOVE SPACES         TO W-NOTE-TEXT
               STRING W-ITM-NAME(W-ITM-DX)
                                   DELIMITED SPACE
                      ' HAS NO PICTURE - LAID OUT AS ZERO LENGTH'
                                   DELIMITED SIZE
                                   INTO W-NOTE-TEXT
               PERFORM SUB-2290-WRITE-NOTE THRU SUB-2290-EXIT
           END-IF
           .
       SUB-2520-EXIT.
           EXIT.
      /
       SUB-2530-ANALYSE-PICTURE.
      *-------------------------

      **** Digit positions (9) and character positions: A X 9 Z * B
      **** 0 / , . + - $ one each, CR and DB two, N and G (national,
      **** DBCS) two each, S V P none; a repeat count in parentheses
      **** multiplies the symbol before it.

           MOVE 0                  TO W-PIC-DIGITS
                                      W-PIC-CHARS
           MOVE 'N'                TO W-PIC-SIGNED-SW

           PERFORM SUB-2535-PICTURE-SYMBOL THRU SUB-2535-EXIT
               VARYING W-PIC-DX FROM 1 BY 1
                 UNTIL W-PIC-DX > LENGTH OF W-ITM-PICTURE(1)
           .
       SUB-2530-EXIT.
           EXIT.
      /
       SUB-2535-PICTURE-SYMBOL.
      *------------------------

           MOVE W-ITM-PICTURE(W-ITM-DX)(W-PIC-DX : 1)
                                   TO W-PIC-SYMBOL

           IF      W-PIC-SYMBOL = SPACE
               MOVE LENGTH OF W-ITM-PICTURE(1)
                                   TO W-PIC-DX
               GO TO SUB-2535-EXIT
           END-IF

           IF      W-PIC-DX < LENGTH OF W-ITM-PICTURE(1)
               MOVE W-ITM-PICTURE(W-ITM-DX)(W-PIC-DX + 1 : 1)
                                   TO W-PIC-NEXT
           ELSE
               MOVE SPACE          TO W-PIC-NEXT
           END-IF

           IF     (W-PIC-SYMBOL = 'C' AND W-PIC-NEXT = 'R')
           OR     (W-PIC-SYMBOL = 'D' AND W-PIC-NEXT = 'B')
               ADD  2              TO W-PIC-CHARS
               ADD  1              TO W-PIC-DX
               GO TO SUB-2535-EXIT
           END-IF

           MOVE 1                  TO W-PIC-REPEAT

           IF      W-PIC-NEXT = '('
               MOVE 0              TO W-PIC-REPEAT
               ADD  2              TO W-PIC-DX
               PERFORM SUB-2540-REPEAT-DIGIT THRU SUB-2540-EXIT
                   UNTIL W-PIC-DX > LENGTH OF W-ITM-PICTURE(1)
                      OR W-ITM-PICTURE(W-ITM-DX)(W-PIC-DX : 1) = ')'
           END-IF

           EVALUATE W-PIC-SYMBOL
             WHEN '9'
               ADD  W-PIC-REPEAT   TO W-PIC-DIGITS
                                      W-PIC-CHARS
             WHEN 'S'
               SET  W-PIC-SIGNED   TO TRUE
             WHEN 'V'
             WHEN 'P'
               CONTINUE
             WHEN 'N'
             WHEN 'G'
               COMPUTE W-PIC-CHARS =  W-PIC-CHARS + W-PIC-REPEAT * 2
             WHEN OTHER
               ADD  W-PIC-REPEAT   TO W-PIC-CHARS
           END-EVALUATE
           .
       SUB-2535-EXIT.
           EXIT.
      /
       SUB-2540-REPEAT-DIGIT.
      *----------------------

           MOVE W-ITM-PICTURE(W-ITM-DX)(W-PIC-DX : 1)
                                   TO W-DIGIT-X

           IF      W-DIGIT-X NUMERIC
               COMPUTE W-PIC-REPEAT
                                   =  W-PIC-REPEAT * 10 + W-DIGIT-9
           END-IF

           ADD  1                  TO W-PIC-DX
           .
       SUB-2540-EXIT.
           EXIT.
      /
       SUB-2550-PLACE-ITEM.
      *--------------------

      **** A 01 (or 77) starts at offset 0 - several 01s in one
      **** copybook are alternative layouts of the same record.  A
      **** copybook with no 01 lays its top-level entries end to end.

           MOVE W-ITM-LINE-NO(W-ITM-DX)
                                   TO W-STMT-LINE-NO
           MOVE W-ITM-PARENT(W-ITM-DX)
                                   TO W-PARENT-DX

           EVALUATE TRUE
             WHEN W-ITM-REDEFINES(W-ITM-DX) > 0
               MOVE W-ITM-START(W-ITM-REDEFINES(W-ITM-DX))
                                   TO W-ITM-START(W-ITM-DX)
             WHEN W-PARENT-DX = 0
              AND (W-ITM-LEVEL(W-ITM-DX) = 1
               OR  W-ITM-LEVEL(W-ITM-DX) = 77)
               MOVE 0              TO W-ITM-START(W-ITM-DX)
             WHEN W-PARENT-DX = 0
               MOVE W-TOP-NEXT     TO W-ITM-START(W-ITM-DX)
               COMPUTE W-TOP-NEXT  =  W-TOP-NEXT
                                   +  W-ITM-SIZE(W-ITM-DX)
                                   *  W-ITM-OCCURS(W-ITM-DX)
             WHEN OTHER
               MOVE W-ITM-NEXT(W-PARENT-DX)
                                   TO W-ITM-START(W-ITM-DX)
               COMPUTE W-ITM-NEXT(W-PARENT-DX)
                                   =  W-ITM-NEXT(W-PARENT-DX)
                                   +  W-ITM-SIZE(W-ITM-DX)
                                   *  W-ITM-OCCURS(W-ITM-DX)
           END-EVALUATE

           MOVE W-ITM-START(W-ITM-DX)
                                   TO W-ITM-NEXT(W-ITM-DX)

           COMPUTE W-ITEM-END      =  W-ITM-START(W-ITM-DX)
                                   +  W-ITM-SIZE(W-ITM-DX)
                                   *  W-ITM-OCCURS(W-ITM-DX)

           IF      W-ITEM-END > W-RECORD-LEN
               MOVE W-ITEM-END     TO W-RECORD-LEN
           END-IF

           IF      W-ITM-REDEFINES(W-ITM-DX) > 0
           AND     W-PARENT-DX > 0
               COMPUTE W-TARGET-SIZE
                   =  W-ITM-SIZE(W-ITM-REDEFINES(W-ITM-DX))
                   *  W-ITM-OCCURS(W-ITM-REDEFINES(W-ITM-DX))
               IF      W-ITEM-END - W-ITM-START(W-ITM-DX)
                           > W-TARGET-SIZE
                   MOVE SPACES     TO W-NOTE-TEXT
                   STRING W-ITM-NAME(W-ITM-DX)
                                   DELIMITED SPACE
                          ' IS LONGER THAN THE ITEM IT REDEFINES -'
                          ' LATER OFFSETS MAY BE SHORT'
                                   DELIMITED SIZE
                                   INTO W-NOTE-TEXT
                   PERFORM SUB-2290-WRITE-NOTE THRU SUB-2290-EXIT
               END-IF
           END-IF

           IF      W-ITM-ODO(W-ITM-DX)
               MOVE SPACES         TO W-NOTE-TEXT
               STRING W-ITM-NAME(W-ITM-DX)
                                   DELIMITED SPACE
                      ' OCCURS DEPENDING ON - POSITIONS ASSUME THE'
                      ' MAXIMUM COUNT'
                                   DELIMITED SIZE
                                   INTO W-NOTE-TEXT
               PERFORM SUB-2290-WRITE-NOTE THRU SUB-2290-EXIT
           END-IF
           .
       SUB-2550-EXIT.
           EXIT.
      /
       SUB-2700-MAP-FIELDS.
      *--------------------

           IF      W-ITM-CNT = 0
               GO TO SUB-2700-EXIT
           END-IF

           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC
           MOVE W-RPT-HEADING      TO RPTFILE-REC
           WRITE RPTFILE-REC
           MOVE ALL '-'            TO RPTFILE-REC(1 : 119)
           WRITE RPTFILE-REC

           PERFORM SUB-2710-MAP-ITEM THRU SUB-2710-EXIT
               VARYING W-ITM-DX FROM 1 BY 1
                 UNTIL W-ITM-DX > W-ITM-CNT
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2710-MAP-ITEM.
      *------------------

           IF      W-ITM-GROUP(W-ITM-DX)
               GO TO SUB-2710-EXIT
           END-IF

           ADD  1                  TO W-ELEMENTARY-CNT

           MOVE W-ITM-SIZE(W-ITM-DX)
                                   TO W-CLS-LENGTH
           MOVE SPACES             TO W-CLS-FUNCTION
                                      W-CLS-MODE

           IF      W-ITM-NAME(W-ITM-DX) = 'FILLER'
               ADD  1              TO W-FILLER-CNT
               MOVE 'FILLER'       TO W-FLD-STATUS
               MOVE 0              TO W-OCC-LEVELS
               MOVE 1              TO W-K1
                                      W-K2
                                      W-K3
               MOVE 0              TO W-OCC-U(1)
                                      W-OCC-U(2)
                                      W-OCC-U(3)
               PERFORM SUB-2760-WRITE-DETAIL THRU SUB-2760-EXIT
               GO TO SUB-2710-EXIT
           END-IF

      **** A name that says nothing on its own (FIRST, LINE-1, ZIP
      **** under a group) is read again with its group's name in
      **** front of it - unless it already said what it is about.

           MOVE W-ITM-NAME(W-ITM-DX)
                                   TO W-CLS-NAME
           PERFORM SUB-2800-CLASSIFY THRU SUB-2800-EXIT

           MOVE W-ITM-PARENT(W-ITM-DX)
                                   TO W-PARENT-DX

           IF      W-CLS-FUNCTION = SPACES
           AND     NOT W-CLS-DESCRIPTOR
           AND     W-PARENT-DX > 0
               MOVE SPACES         TO W-CLS-NAME
               STRING W-ITM-NAME(W-PARENT-DX)
                                   DELIMITED SPACE
                      '-'          DELIMITED SIZE
                      W-ITM-NAME(W-ITM-DX)
                                   DELIMITED SPACE
                                   INTO W-CLS-NAME
               PERFORM SUB-2800-CLASSIFY THRU SUB-2800-EXIT
           END-IF

           PERFORM SUB-2720-OCCURS-CHAIN THRU SUB-2720-EXIT

           IF      W-OCC-LEVELS > 3
               MOVE 'OCCURS > 3'   TO W-FLD-STATUS
               ADD  1              TO W-HELD-CNT
               MOVE 0              TO W-OCC-LEVELS
               MOVE 1              TO W-K1
                                      W-K2
                                      W-K3
               PERFORM SUB-2760-WRITE-DETAIL THRU SUB-2760-EXIT
               GO TO SUB-2710-EXIT
           END-IF

           PERFORM SUB-2730-MAP-OCCURRENCE THRU SUB-2730-EXIT
               VARYING W-K1 FROM 1 BY 1
                 UNTIL W-K1 > W-OCC-N(1)
                 AFTER W-K2 FROM 1 BY 1
                 UNTIL W-K2 > W-OCC-N(2)
                 AFTER W-K3 FROM 1 BY 1
                 UNTIL W-K3 > W-OCC-N(3)
           .
       SUB-2710-EXIT.
           EXIT.
      /
       SUB-2720-OCCURS-CHAIN.
      *----------------------

      **** The OCCURS levels from the field out to its 01, stored
      **** outermost first so the subscripts read as written.

           MOVE 0                  TO W-OCC-LEVELS
           MOVE W-ITM-DX           TO W-WALK-DX

           PERFORM SUB-2725-OCCURS-LEVEL THRU SUB-2725-EXIT
               UNTIL W-WALK-DX = 0

           MOVE 1                  TO W-OCC-N(1)
                                      W-OCC-N(2)
                                      W-OCC-N(3)
           MOVE 0                  TO W-OCC-U(1)
                                      W-OCC-U(2)
                                      W-OCC-U(3)

           IF      W-OCC-LEVELS > 3
               GO TO SUB-2720-EXIT
           END-IF

           PERFORM SUB-2727-OUTERMOST-FIRST THRU SUB-2727-EXIT
               VARYING W-OCC-DX FROM 1 BY 1
                 UNTIL W-OCC-DX > W-OCC-LEVELS
           .
       SUB-2720-EXIT.
           EXIT.
      /
       SUB-2725-OCCURS-LEVEL.
      *----------------------

           IF      W-ITM-OCCURS(W-WALK-DX) > 1
           OR      W-ITM-ODO(W-WALK-DX)
               ADD  1              TO W-OCC-LEVELS
               IF      W-OCC-LEVELS <= 3
                   MOVE W-ITM-OCCURS(W-WALK-DX)
                                   TO W-OCC-INNER-N(W-OCC-LEVELS)
                   MOVE W-ITM-SIZE(W-WALK-DX)
                                   TO W-OCC-INNER-U(W-OCC-LEVELS)
               END-IF
           END-IF

           MOVE W-ITM-PARENT(W-WALK-DX)
                                   TO W-WALK-DX
           .
       SUB-2725-EXIT.
           EXIT.
      /
       SUB-2727-OUTERMOST-FIRST.
      *-------------------------

           MOVE W-OCC-INNER-N(W-OCC-DX)
                         TO W-OCC-N(W-OCC-LEVELS - W-OCC-DX + 1)
           MOVE W-OCC-INNER-U(W-OCC-DX)
                         TO W-OCC-U(W-OCC-LEVELS - W-OCC-DX + 1)
           .
       SUB-2727-EXIT.
           EXIT.
      /
       SUB-2730-MAP-OCCURRENCE.
      *------------------------

           COMPUTE W-FLD-POSITION  =  W-ITM-START(W-ITM-DX) + 1
                                   + (W-K1 - 1) * W-OCC-U(1)
                                   + (W-K2 - 1) * W-OCC-U(2)
                                   + (W-K3 - 1) * W-OCC-U(3)
           MOVE W-ITM-SIZE(W-ITM-DX)
                                   TO W-FLD-LENGTH
           COMPUTE W-FLD-END       =  W-FLD-POSITION
                                   +  W-FLD-LENGTH - 1

      **** Only a proposal FAKERMSK can apply as it stands goes on
      **** the draft - the provider's value is text substituted
      **** byte for byte, so it needs DISPLAY storage, room for the
      **** value, a picture the value fits, and a place inside the
      **** 400-byte masking record not already claimed.

           EVALUATE TRUE
             WHEN W-CLS-FUNCTION = SPACES
               MOVE 'UNCLASSIFIED' TO W-FLD-STATUS
               ADD  1              TO W-UNCLASSIFIED-CNT
               GO TO SUB-2730-WRITE
             WHEN NOT W-ITM-DISPLAY(W-ITM-DX)
               MOVE 'NOT DISPLAY'  TO W-FLD-STATUS
             WHEN W-FLD-LENGTH < W-CLS-MIN-LENGTH
               MOVE 'SHORT FIELD'  TO W-FLD-STATUS
             WHEN W-ITM-NUMERIC(W-ITM-DX)
              AND NOT W-CLS-DIGITS
               MOVE 'NUMERIC PIC'  TO W-FLD-STATUS
             WHEN W-FLD-END > 400
               MOVE 'PAST COL 400' TO W-FLD-STATUS
             WHEN W-FLD-LENGTH > 80
               MOVE 'OVER 80'      TO W-FLD-STATUS
             WHEN OTHER
               MOVE 'PROPOSED'     TO W-FLD-STATUS
           END-EVALUATE

           IF      W-FLD-STATUS NOT = 'PROPOSED'
               ADD  1              TO W-HELD-CNT
               GO TO SUB-2730-WRITE
           END-IF

           MOVE 'N'                TO W-OVERLAP-SW

           PERFORM SUB-2740-CHECK-OVERLAP THRU SUB-2740-EXIT
               VARYING W-DRAFT-DX FROM 1 BY 1
                 UNTIL W-DRAFT-DX > W-DRAFT-CNT
                    OR W-OVERLAP

           EVALUATE TRUE
             WHEN W-OVERLAP
               MOVE 'OVERLAP'      TO W-FLD-STATUS
               ADD  1              TO W-HELD-CNT
             WHEN W-DRAFT-CNT >= W-DRAFT-MAX
               MOVE 'MAP FULL'     TO W-FLD-STATUS
               ADD  1              TO W-HELD-CNT
             WHEN OTHER
               PERFORM SUB-2750-WRITE-MAPFILE THRU SUB-2750-EXIT
           END-EVALUATE
           .
       SUB-2730-WRITE.

           PERFORM SUB-2760-WRITE-DETAIL THRU SUB-2760-EXIT
           .
       SUB-2730-EXIT.
           EXIT.
      /
       SUB-2740-CHECK-OVERLAP.
      *-----------------------

           IF      W-FLD-POSITION <= W-DRAFT-END(W-DRAFT-DX)
           AND     W-FLD-END >= W-DRAFT-POSITION(W-DRAFT-DX)
               SET  W-OVERLAP      TO TRUE
           END-IF
           .
       SUB-2740-EXIT.
           EXIT.
      /
       SUB-2750-WRITE-MAPFILE.
      *-----------------------

           ADD  1                  TO W-DRAFT-CNT
           MOVE W-FLD-POSITION     TO W-DRAFT-POSITION(W-DRAFT-CNT)
           MOVE W-FLD-END          TO W-DRAFT-END(W-DRAFT-CNT)

           MOVE SPACES             TO MAPFILE-REC
           MOVE W-FLD-POSITION     TO MAP-POSITION
           MOVE W-FLD-LENGTH       TO MAP-LENGTH
           MOVE W-CLS-FUNCTION     TO MAP-PROVIDER-FUNCTION
           MOVE W-CLS-MODE         TO MAP-MODE
           WRITE MAPFILE-REC

           ADD  1                  TO W-PROPOSED-CNT
           .
       SUB-2750-EXIT.
           EXIT.
      /
       SUB-2760-WRITE-DETAIL.
      *----------------------

           MOVE SPACES             TO W-RPT-DETAIL
           MOVE W-ITM-LINE-NO(W-ITM-DX)
                                   TO RD-LINE-NO
           MOVE W-ITM-LEVEL(W-ITM-DX)
                                   TO RD-LEVEL
           MOVE W-ITM-NAME(W-ITM-DX)
                                   TO RD-NAME
           COMPUTE RD-POSITION     =  W-ITM-START(W-ITM-DX) + 1
                                   + (W-K1 - 1) * W-OCC-U(1)
                                   + (W-K2 - 1) * W-OCC-U(2)
                                   + (W-K3 - 1) * W-OCC-U(3)
           MOVE W-ITM-SIZE(W-ITM-DX)
                                   TO RD-LENGTH
           MOVE W-FLD-STATUS       TO RD-STATUS
           MOVE W-CLS-FUNCTION     TO RD-FUNCTION

           IF      W-FLD-STATUS = 'PROPOSED'
               MOVE W-CLS-MODE     TO RD-MODE
           END-IF

           EVALUATE W-ITM-USAGE(W-ITM-DX)
             WHEN 'B'
               MOVE 'COMP'         TO RD-USAGE
             WHEN 'P'
               MOVE 'COMP-3'       TO RD-USAGE
             WHEN '1'
               MOVE 'COMP-1'       TO RD-USAGE
             WHEN '2'
               MOVE 'COMP-2'       TO RD-USAGE
             WHEN 'I'
               MOVE 'INDEX'        TO RD-USAGE
             WHEN 'T'
               MOVE 'POINTER'      TO RD-USAGE
             WHEN OTHER
               MOVE 'DISPLAY'      TO RD-USAGE
           END-EVALUATE

           MOVE W-K1               TO W-SUB-EDIT-1
           MOVE W-K2               TO W-SUB-EDIT-2
           MOVE W-K3               TO W-SUB-EDIT-3

           EVALUATE W-OCC-LEVELS
             WHEN 1
               STRING '('
                      FUNCTION TRIM(W-SUB-EDIT-1)
                      ')'          DELIMITED SIZE
                                   INTO RD-SUBSCRIPT
             WHEN 2
               STRING '('
                      FUNCTION TRIM(W-SUB-EDIT-1)
                      ','
                      FUNCTION TRIM(W-SUB-EDIT-2)
                      ')'          DELIMITED SIZE
                                   INTO RD-SUBSCRIPT
             WHEN 3
               STRING '('
                      FUNCTION TRIM(W-SUB-EDIT-1)
                      ','
                      FUNCTION TRIM(W-SUB-EDIT-2)
                      ','
                      FUNCTION TRIM(W-SUB-EDIT-3)
                      ')'          DELIMITED SIZE
                                   INTO RD-SUBSCRIPT
           END-EVALUATE

           MOVE W-RPT-DETAIL       TO RPTFILE-REC
           WRITE RPTFILE-REC
           .
       SUB-2760-EXIT.
           EXIT.
      /
       SUB-2800-CLASSIFY.
      *------------------

           MOVE SPACES             TO W-CLS-FUNCTION
                                      W-CLS-PART-TABLE
           MOVE 'R'                TO W-CLS-MODE
           MOVE 1                  TO W-CLS-MIN-LENGTH
           MOVE 'N'                TO W-CLS-DIGITS-SW
           MOVE ALL 'N'            TO W-CLS-HITS

           UNSTRING W-CLS-NAME     DELIMITED '-' OR ALL SPACES
               INTO W-CLS-PART(1)
                    W-CLS-PART(2)
                    W-CLS-PART(3)
                    W-CLS-PART(4)
                    W-CLS-PART(5)
                    W-CLS-PART(6)
                    W-CLS-PART(7)
                    W-CLS-PART(8)
           END-UNSTRING

           PERFORM SUB-2810-MATCH-PART THRU SUB-2810-EXIT
               VARYING W-CLS-DX FROM 1 BY 1
                 UNTIL W-CLS-DX > 8
                 AFTER W-KW-DX FROM 1 BY 1
                 UNTIL W-KW-DX > W-KW-CNT

      **** Identifiers and dates of birth first - SSN-VERIFY-DATE is
      **** still about the SSN - then the descriptor words, then the
      **** rest in order of how specific the name is.

           EVALUATE TRUE
             WHEN W-CLS-SSN
               IF      W-CLS-LENGTH = 11
                   MOVE 'TAXID-SSN-HYPHEN'
                                   TO W-CLS-FUNCTION
               ELSE
                   MOVE 'TAXID-SSN'
                                   TO W-CLS-FUNCTION
                   MOVE 'Y'        TO W-CLS-DIGITS-SW
               END-IF
               MOVE 'D'            TO W-CLS-MODE
               MOVE 9              TO W-CLS-MIN-LENGTH
             WHEN W-CLS-EIN
               IF      W-CLS-LENGTH = 10
                   MOVE 'TAXID-EIN-HYPHEN'
                                   TO W-CLS-FUNCTION
               ELSE
                   MOVE 'TAXID-EIN'
                                   TO W-CLS-FUNCTION
                   MOVE 'Y'        TO W-CLS-DIGITS-SW
               END-IF
               MOVE 'D'            TO W-CLS-MODE
               MOVE 9              TO W-CLS-MIN-LENGTH
             WHEN W-CLS-DOB
               MOVE 'PERSON-DATE-OF-BIRTH'
                                   TO W-CLS-FUNCTION
               MOVE 10             TO W-CLS-MIN-LENGTH
             WHEN W-CLS-DESCRIPTOR
               CONTINUE
             WHEN W-CLS-EMAIL
               MOVE 'INTERNET-EMAIL'
                                   TO W-CLS-FUNCTION
               MOVE 10             TO W-CLS-MIN-LENGTH
             WHEN W-CLS-PHONE
               MOVE 'TELEPHONE'    TO W-CLS-FUNCTION
               MOVE 10             TO W-CLS-MIN-LENGTH
             WHEN W-CLS-ZIP
               MOVE 'ADDRESS-POSTCODE'
                                   TO W-CLS-FUNCTION
               MOVE 5              TO W-CLS-MIN-LENGTH
               MOVE 'Y'            TO W-CLS-DIGITS-SW
             WHEN W-CLS-CITY
               MOVE 'ADDRESS-CITY' TO W-CLS-FUNCTION
             WHEN W-CLS-STATE
               IF      W-CLS-LENGTH <= 2
                   MOVE 'ADDRESS-STATE-ABBR'
                                   TO W-CLS-FUNCTION
               ELSE
                   MOVE 'ADDRESS-STATE'
                                   TO W-CLS-FUNCTION
               END-IF
               MOVE 2              TO W-CLS-MIN-LENGTH
             WHEN W-CLS-ADDR
               IF      W-CLS-LINE-2
                   MOVE 'ADDRESS-SECONDARY-ADDRESS'
                                   TO W-CLS-FUNCTION
               ELSE
                   MOVE 'ADDRESS-STREET-ADDRESS'
                                   TO W-CLS-FUNCTION
               END-IF
             WHEN W-CLS-CARD
               MOVE 'BANK-CREDIT-CARD'
                                   TO W-CLS-FUNCTION
               MOVE 'D'            TO W-CLS-MODE
               MOVE 13             TO W-CLS-MIN-LENGTH
               MOVE 'Y'            TO W-CLS-DIGITS-SW
             WHEN W-CLS-IBAN
               MOVE 'BANK-IBAN'    TO W-CLS-FUNCTION
               MOVE 'D'            TO W-CLS-MODE
               MOVE 15             TO W-CLS-MIN-LENGTH
             WHEN W-CLS-ACCT
               MOVE 'BANK-ACCOUNT' TO W-CLS-FUNCTION
               MOVE 'D'            TO W-CLS-MODE
               MOVE 4              TO W-CLS-MIN-LENGTH
               MOVE 'Y'            TO W-CLS-DIGITS-SW
             WHEN W-CLS-PASSPORT
               MOVE 'GOVID-PASSPORT'
                                   TO W-CLS-FUNCTION
               MOVE 'D'            TO W-CLS-MODE
             WHEN W-CLS-LICENSE
               MOVE 'GOVID-DRIVERS-LICENSE'
                                   TO W-CLS-FUNCTION
               MOVE 'D'            TO W-CLS-MODE
             WHEN W-CLS-FNAME
             WHEN W-CLS-INITIAL
               MOVE 'PERSON-FIRST-NAME'
                                   TO W-CLS-FUNCTION
             WHEN W-CLS-LNAME
               MOVE 'PERSON-LAST-NAME'
                                   TO W-CLS-FUNCTION
             WHEN NOT W-CLS-NAME-WORD
             WHEN W-CLS-NOT-PERSON
               CONTINUE
             WHEN W-CLS-ORG
               MOVE 'COMPANY-COMPANY'
                                   TO W-CLS-FUNCTION
             WHEN W-CLS-FIRST
             WHEN W-CLS-MIDDLE
               MOVE 'PERSON-FIRST-NAME'
                                   TO W-CLS-FUNCTION
             WHEN W-CLS-LAST
               MOVE 'PERSON-LAST-NAME'
                                   TO W-CLS-FUNCTION
             WHEN W-CLS-PREFIX
               MOVE 'PERSON-PREFIX'
                                   TO W-CLS-FUNCTION
             WHEN W-CLS-SUFFIX
               MOVE 'PERSON-SUFFIX'
                                   TO W-CLS-FUNCTION
             WHEN OTHER
               MOVE 'PERSON-NAME'  TO W-CLS-FUNCTION
           END-EVALUATE
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-2810-MATCH-PART.
      *--------------------

           IF      W-CLS-PART(W-CLS-DX) = SPACES
               GO TO SUB-2810-EXIT
           END-IF

      **** ADDR-2, ADDR2, LINE-2: the second address line.

           IF      W-KW-DX = 1
               MOVE 0              TO W-CLS-PART-LEN
               INSPECT W-CLS-PART(W-CLS-DX) TALLYING W-CLS-PART-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF      W-CLS-PART(W-CLS-DX)(W-CLS-PART-LEN : 1) = '2'
                   SET  W-CLS-LINE-2
                                   TO TRUE
               END-IF
           END-IF

           IF      W-KW-EXACT(W-KW-DX)
               IF      W-CLS-PART(W-CLS-DX) NOT = W-KW-KEYWORD(W-KW-DX)
                   GO TO SUB-2810-EXIT
               END-IF
           ELSE
               IF      W-CLS-PART(W-CLS-DX)(1 : W-KW-LENGTH(W-KW-DX))
                           NOT = W-KW-KEYWORD(W-KW-DX)
                                     (1 : W-KW-LENGTH(W-KW-DX))
                   GO TO SUB-2810-EXIT
               END-IF
           END-IF

           EVALUATE W-KW-CATEGORY(W-KW-DX)
             WHEN 'SS'  SET W-CLS-SSN          TO TRUE
             WHEN 'EI'  SET W-CLS-EIN          TO TRUE
             WHEN 'DB'  SET W-CLS-DOB          TO TRUE
             WHEN 'NM'  SET W-CLS-NAME-WORD    TO TRUE
             WHEN 'FN'  SET W-CLS-FIRST        TO TRUE
             WHEN 'LN'  SET W-CLS-LAST         TO TRUE
             WHEN 'MN'  SET W-CLS-MIDDLE       TO TRUE
             WHEN 'FL'  SET W-CLS-FNAME        TO TRUE
             WHEN 'LL'  SET W-CLS-LNAME        TO TRUE
             WHEN 'MI'  SET W-CLS-INITIAL      TO TRUE
             WHEN 'PX'  SET W-CLS-PREFIX       TO TRUE
             WHEN 'SX'  SET W-CLS-SUFFIX       TO TRUE
             WHEN 'OR'  SET W-CLS-ORG          TO TRUE
             WHEN 'NX'  SET W-CLS-NOT-PERSON   TO TRUE
             WHEN 'AD'  SET W-CLS-ADDR         TO TRUE
             WHEN 'CT'  SET W-CLS-CITY         TO TRUE
             WHEN 'ST'  SET W-CLS-STATE        TO TRUE
             WHEN 'ZP'  SET W-CLS-ZIP          TO TRUE
             WHEN 'PH'  SET W-CLS-PHONE        TO TRUE
             WHEN 'EM'  SET W-CLS-EMAIL        TO TRUE
             WHEN 'AC'  SET W-CLS-ACCT         TO TRUE
             WHEN 'CC'  SET W-CLS-CARD         TO TRUE
             WHEN 'IB'  SET W-CLS-IBAN         TO TRUE
             WHEN 'PP'  SET W-CLS-PASSPORT     TO TRUE
             WHEN 'DL'  SET W-CLS-LICENSE      TO TRUE
             WHEN 'XX'  SET W-CLS-DESCRIPTOR   TO TRUE
           END-EVALUATE
           .
       SUB-2810-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-DISPLAY
           END-IF

           IF      W-ITM-CNT = 0
               MOVE 0              TO W-STMT-LINE-NO
               MOVE 'NO DATA DESCRIPTION ENTRIES FOUND - NOTHING TO'
                  & ' MAP'         TO W-NOTE-TEXT
               PERFORM SUB-2290-WRITE-NOTE THRU SUB-2290-EXIT
               DISPLAY W-ERROR-MSG
                       'no data description entries in CPYFILE'
               MOVE 8              TO RETURN-CODE
           END-IF

           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE W-CPY-LINE-NO      TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING 'COPYBOOK LINES READ:      '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           MOVE W-BUILD-LINE       TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE W-ITM-CNT          TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING 'DATA ITEMS:               '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           MOVE W-BUILD-LINE       TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE W-ELEMENTARY-CNT   TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING 'ELEMENTARY FIELDS:        '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           MOVE W-BUILD-LINE       TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE W-RECORD-LEN       TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING 'RECORD LENGTH:            '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           MOVE W-BUILD-LINE       TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE W-PROPOSED-CNT     TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING 'MAPPINGS PROPOSED:        '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           MOVE W-BUILD-LINE       TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE W-HELD-CNT         TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING 'CLASSIFIED, NOT MAPPED:   '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           MOVE W-BUILD-LINE       TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE W-UNCLASSIFIED-CNT TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING 'UNCLASSIFIED FIELDS:      '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           MOVE W-BUILD-LINE       TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE W-FILLER-CNT       TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING 'FILLER ITEMS:             '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           MOVE W-BUILD-LINE       TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE W-NOTE-CNT         TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING 'NOTES:                    '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           MOVE W-BUILD-LINE       TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC
           MOVE 'DRAFT ONLY - REVIEW EVERY LINE ABOVE, UNCLASSIFIED'
              & ' FIELDS INCLUDED, BEFORE THE DRAFT'
                                   TO RPTFILE-REC
           WRITE RPTFILE-REC
           MOVE 'IS COPIED TO Data\FAKERMSK Fieldmap.txt FOR THE FIRST'
              & ' MASKING RUN.'
                                   TO RPTFILE-REC
           WRITE RPTFILE-REC
           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC
           MOVE 'DATA OWNER:  ______________________________    DATE:'
              & '  __________'
                                   TO RPTFILE-REC
           WRITE RPTFILE-REC

           IF      RETURN-CODE = 0
           AND    (W-NOTE-CNT > 0
            OR     W-TABLE-FULL)
               MOVE 4              TO RETURN-CODE
           END-IF

           CLOSE CPYFILE
                 MAPFILE
                 RPTFILE
           .
       SUB-3000-DISPLAY.

           MOVE W-CPY-LINE-NO      TO W-DISP-NUM
           DISPLAY 'Copybook lines read:      '
                   W-DISP-NUM

           MOVE W-ELEMENTARY-CNT   TO W-DISP-NUM
           DISPLAY 'Elementary fields:        '
                   W-DISP-NUM

           MOVE W-PROPOSED-CNT     TO W-DISP-NUM
           DISPLAY 'Mappings proposed:        '
                   W-DISP-NUM

           MOVE W-HELD-CNT         TO W-DISP-NUM
           DISPLAY 'Classified, not mapped:   '
                   W-DISP-NUM

           MOVE W-UNCLASSIFIED-CNT TO W-DISP-NUM
           DISPLAY 'Unclassified fields:      '
                   W-DISP-NUM

           MOVE W-NOTE-CNT         TO W-DISP-NUM
           DISPLAY 'Layout notes:             '
                   W-DISP-NUM

           DISPLAY 'FAKERMAP completed'
           .
       SUB-3000-EXIT.
           EXIT.
