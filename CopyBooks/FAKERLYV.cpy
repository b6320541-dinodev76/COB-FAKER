      *========================== COB-FAKER ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-15  1.0      First release
      *================================================================*

      **** LAYOUT-VERSION: the version of the fixed multi-record
      **** extract layout, stamped by FAKERGEN in columns 43-44 of
      **** the 'H' record (H-LAYOUT-VERSION) and checked by every
      **** program that reads the extract (COPY FAKERPD7) before it
      **** reads anything else.  A reader understands the version it
      **** was compiled with, W-LYV-CURRENT-VERSION below: an
      **** extract stamped with a HIGHER version carries fields the
      **** reader does not know about, and it refuses the file with
      **** RETURN-CODE 12; a LOWER version (or an 'H' record with no
      **** stamp at all - every extract written before stamping
      **** began) is read with a warning, since its appended fields
      **** may be missing, and FAKERUPG brings it forward.
      ****
      **** The records only ever grow by appending fields behind the
      **** established ones.  Whoever appends a field to an existing
      **** record type adds 1 to W-LYV-CURRENT-VERSION here, adds the
      **** field to the register in FAKERLYA (with its "not present"
      **** value and this new version), and recompiles the readers.
      ****
      **** Version history:
      ****   (none)  extracts written before stamping began - any of
      ****           the FAKERLYA appended fields may be missing.
      ****   01      PD-DATE-OF-BIRTH to PD-PARTY-TYPE on 'P',
      ****           AD-COUNTY/-FIPS on 'A', BD-IBAN on 'B',
      ****           DD-OPEN-BAL to DD-PRODUCT-CODE on 'D',
      ****           XD-DR-CR on 'X', LD-PRODUCT-CODE and
      ****           LD-POINTS-CENTS on 'L' all present.
      ****
      **** W-LYV-PATH names the file SUB-8900 checks; it defaults to
      **** the FAKERGEN extract, and a program reading some other
      **** copy of the layout moves that file's path in first.

       01  W-LYV-CURRENT-VERSION   PIC 9(02)       VALUE 01.

       01  W-LYV-PATH              PIC X(100)      VALUE
           'Data\FAKERGEN Output.txt'.
       01  W-LYVFILE-STATUS        PIC X(02).
       01  W-LYV-FILE-VERSION      PIC 9(02).
       01  W-LYV-DISP-VERSION      PIC 9(02).
       01  W-LYV-RESULT-SW         PIC X(01)       VALUE 'X'.
           88  W-LYV-NO-HEADER                     VALUE 'X'.
           88  W-LYV-UNSTAMPED                     VALUE 'U'.
           88  W-LYV-CURRENT                       VALUE 'C'.
           88  W-LYV-OLDER                         VALUE 'O'.
           88  W-LYV-TOO-NEW                       VALUE 'N'.
