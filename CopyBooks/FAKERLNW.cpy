      *========================== COB-FAKER ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-15  1.0      First release
      *================================================================*

      **** LINEAGE-WALK: the lineage file (see FAKERLNG) held in
      **** storage for walking, shared by FAKERLIN, FAKERPRG and
      **** FAKERSWP through the paragraphs in FAKERPD9.
      ****
      ****     W-LNW-LEVEL        after SUB-8975: 1 for an artifact
      ****                        cut straight from the root
      ****                        extract, 2 for one cut from such
      ****                        an artifact, and so on; zero for
      ****                        an entry that does not descend
      ****                        from the root.
      ****     W-LNW-SUPERSEDED-SW
      ****                        'Y' when a later entry names the
      ****                        same output path - the file on disk
      ****                        has since been rewritten by another
      ****                        run and is no longer this entry's.
      ****     W-LNW-ROOT-ONLY-SW 'Y' to have SUB-8970 load only the
      ****                        entries that chain from the root,
      ****                        so an ever-growing lineage file
      ****                        does not push the ones a purge or
      ****                        expiry must cover off the table.

       01  W-LNW-MAX               PIC S9(4)  COMP VALUE 2000.
       01  W-LNW-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-LNW-DX                PIC S9(4)  COMP.
       01  W-LNW-PX                PIC S9(4)  COMP.
       01  W-LNW-FOUND-CNT         PIC S9(4)  COMP VALUE 0.
       01  W-LNW-DROPPED           PIC 9(09)  COMP VALUE 0.
       01  W-LNW-ROOT-PATH         PIC X(60).
       01  W-LNW-ROOT-SIG          PIC 9(09).
       01  W-LNW-EOF-SW            PIC X(01).
           88  W-LNW-EOF                           VALUE 'Y'.
       01  W-LNW-CHANGED-SW        PIC X(01).
           88  W-LNW-CHANGED                       VALUE 'Y'.
       01  W-LNW-ROOT-ONLY-SW      PIC X(01)       VALUE 'N'.
           88  W-LNW-ROOT-ONLY                     VALUE 'Y'.
       01  W-LNW-KEEP-SW           PIC X(01).
           88  W-LNW-KEEP                          VALUE 'Y'.

       01  W-LNW-TABLE.
           05  W-LNW-ENTRY                         OCCURS 2000.
               10  W-LNW-PARENT-SEED
                                   PIC 9(09).
               10  W-LNW-PARENT-SIG
                                   PIC 9(09).
               10  W-LNW-PARENT-DATE
                                   PIC X(10).
               10  W-LNW-PARENT-TIME
                                   PIC X(08).
               10  W-LNW-PARENT-PATH
                                   PIC X(60).
               10  W-LNW-PROGRAM   PIC X(08).
               10  W-LNW-RUN-DATE  PIC X(10).
               10  W-LNW-RUN-TIME  PIC X(08).
               10  W-LNW-OUTPUT-PATH
                                   PIC X(60).
               10  W-LNW-COUNT     PIC 9(09).
               10  W-LNW-OUTPUT-SIG
                                   PIC 9(09).
               10  W-LNW-LEVEL     PIC S9(4)  COMP.
               10  W-LNW-EXPANDED-SW
                                   PIC X(01).
                   88  W-LNW-EXPANDED              VALUE 'Y'.
               10  W-LNW-SUPERSEDED-SW
                                   PIC X(01).
                   88  W-LNW-SUPERSEDED            VALUE 'Y'.
