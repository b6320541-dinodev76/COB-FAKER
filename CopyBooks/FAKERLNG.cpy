      *========================== COB-FAKER ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-15  1.0      First release
      *================================================================*

      **** LINEAGE: one record per derived artifact cut from a
      **** FAKERGEN extract, appended to the shared lineage file
      **** 'Data\FAKER Lineage.txt' by every program that reads the
      **** fixed multi-record extract and writes something from it
      **** (COPY FAKERPD8).  FAKERGEN registers the extract itself in
      **** the seed registry; this file records what was made from
      **** it afterwards, so a problem found in an ACH, BAI2, GL,
      **** statement, Metro 2 or 1099 file can be traced back to the
      **** run it came from.  FAKERLIN walks it both ways; FAKERPRG
      **** and FAKERSWP use it (COPY FAKERPD9) to find the derived
      **** files an erasure or expiry must also cover.  Nothing is
      **** ever deleted from it.
      ****
      ****     LIN-PARENT-...     the extract read: its header's
      ****                        seed, keyed signature (H-SIGNATURE)
      ****                        and run date/time, and the path it
      ****                        was read from.
      ****     LIN-PROGRAM        the program that cut the artifact.
      ****     LIN-RUN-...        when it did.
      ****     LIN-OUTPUT-PATH    the artifact written.
      ****     LIN-RECORD-COUNT   its record count as written.
      ****     LIN-OUTPUT-SIGNATURE
      ****                        the artifact's own H-SIGNATURE when
      ****                        it is itself an extract (a subset,
      ****                        an aged or scenario copy ...), so
      ****                        its own descendants chain on from
      ****                        it; zero for any other artifact.

       01  LINEAGE-REC.
           05  LIN-PARENT-SEED     PIC 9(09).
           05  FILLER              PIC X(01).
           05  LIN-PARENT-SIGNATURE
                                   PIC 9(09).
           05  FILLER              PIC X(01).
           05  LIN-PARENT-RUN-DATE PIC X(10).
           05  FILLER              PIC X(01).
           05  LIN-PARENT-RUN-TIME PIC X(08).
           05  FILLER              PIC X(01).
           05  LIN-PARENT-PATH     PIC X(60).
           05  FILLER              PIC X(01).
           05  LIN-PROGRAM         PIC X(08).
           05  FILLER              PIC X(01).
           05  LIN-RUN-DATE        PIC X(10).
           05  FILLER              PIC X(01).
           05  LIN-RUN-TIME        PIC X(08).
           05  FILLER              PIC X(01).
           05  LIN-OUTPUT-PATH     PIC X(60).
           05  FILLER              PIC X(01).
           05  LIN-RECORD-COUNT    PIC 9(09).
           05  FILLER              PIC X(01).
           05  LIN-OUTPUT-SIGNATURE
                                   PIC 9(09).

      **** Working fields for SUB-8950-RECORD-LINEAGE.  The caller
      **** moves the artifact's path to W-LIN-OUTPUT-PATH and
      **** performs SUB-8950 once per artifact, after the artifact
      **** is closed.  The record count is taken by reading the
      **** artifact back, so it is the count as delivered; a program
      **** writing a binary artifact moves its own count to
      **** W-LIN-OUTPUT-COUNT and sets W-LIN-COUNT-SUPPLIED first.
      **** The parent is the extract named in W-LYV-PATH (FAKERLYV),
      **** noted on the first call; a program with several parents
      **** moves 'N' to W-LIN-PARENT-SW before switching W-LYV-PATH.

       01  W-LINFILE-STATUS        PIC X(02).
       01  W-LINCFILE-STATUS       PIC X(02).
       01  W-LIN-OUTPUT-PATH       PIC X(60).
       01  W-LIN-OUTPUT-COUNT      PIC 9(09).
       01  W-LIN-OUTPUT-SIG        PIC 9(09).
       01  W-LIN-COUNT-SW          PIC X(01)       VALUE 'C'.
           88  W-LIN-COUNT-READ                    VALUE 'C'.
           88  W-LIN-COUNT-SUPPLIED                VALUE 'S'.
       01  W-LIN-THIS-COUNT-SW     PIC X(01).
           88  W-LIN-THIS-COUNT-READ               VALUE 'C'.
       01  W-LIN-PARENT-SW         PIC X(01)       VALUE 'N'.
           88  W-LIN-PARENT-UNKNOWN                VALUE 'N'.
           88  W-LIN-PARENT-FOUND                  VALUE 'Y'.
           88  W-LIN-PARENT-NONE                   VALUE 'X'.
       01  W-LIN-PARENT-SEED       PIC 9(09).
       01  W-LIN-PARENT-SIG        PIC 9(09).
       01  W-LIN-PARENT-DATE       PIC X(10).
       01  W-LIN-PARENT-TIME       PIC X(08).
       01  W-LIN-PARENT-PATH       PIC X(60).
       01  W-LIN-EOF-SW            PIC X(01).
           88  W-LIN-EOF                           VALUE 'Y'.
       01  W-LIN-RECORDED          PIC 9(04)  COMP VALUE 0.
       01  W-LIN-NOW.
           05  W-LIN-NOW-YYYY      PIC 9(04).
           05  W-LIN-NOW-MM        PIC 9(02).
           05  W-LIN-NOW-DD        PIC 9(02).
           05  W-LIN-NOW-HH        PIC 9(02).
           05  W-LIN-NOW-MIN       PIC 9(02).
           05  W-LIN-NOW-SS        PIC 9(02).
           05  FILLER              PIC X(07).
