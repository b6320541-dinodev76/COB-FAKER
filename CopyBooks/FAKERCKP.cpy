      *========================== COB-FAKER ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-15  1.0      First release
      *================================================================*

      **** CHECKPOINT: the restart record of a program that cuts a
      **** derived artifact from the fixed multi-record extract and
      **** may run for hours against a full-volume file (COPY
      **** FAKERPDA).  Every W-CKP-INTERVAL input records, at a point
      **** where nothing is held in memory that the checkpoint does
      **** not carry, the program records how far it has read, how
      **** many records each of its outputs holds and the running
      **** control totals its trailers will need; a resubmission
      **** after an abend resumes from there and its trailers still
      **** cover the whole file.
      ****
      **** The discipline is FAKERGEN's CKPTFILE: each checkpoint is
      **** stamped with its own generation number and a CRC32 over
      **** the preceding fields, and lands in 'Data\<program>
      **** Checkpoint-A.txt' or '-B.txt' by generation parity, so the
      **** write an abend tears can only ever damage the newer
      **** generation and restart falls back to the older one.
      ****
      ****     CKP-PROGRAM        the program that wrote it - a
      ****                        checkpoint is never taken up by
      ****                        another program.
      ****     CKP-INPUT-SIGNATURE
      ****                        the extract's header signature
      ****                        (H-SIGNATURE) - a checkpoint left
      ****                        behind by a run against a different
      ****                        extract is discarded, not resumed.
      ****     CKP-INPUT-RECORDS  input records fully processed; the
      ****                        restart reads past exactly these.
      ****     CKP-OUTPUT-RECS    records on each output at that
      ****                        point, in the order the program
      ****                        documents - the restart cuts each
      ****                        output back to this count before
      ****                        extending it.
      ****     CKP-TOTAL          running control totals, counts and
      ****                        sequence numbers, in the order the
      ****                        program documents.
      ****     CKP-STATE-TEXT     any text the program carries from
      ****                        one account to the next (run date,
      ****                        seed, the customer being written).

       01  CHECKPOINT-REC.
           05  CKP-CHECKED-FIELDS.
               10  CKP-PROGRAM         PIC X(08).
               10  FILLER              PIC X(01).
               10  CKP-GENERATION-NO   PIC 9(09).
               10  FILLER              PIC X(01).
               10  CKP-INPUT-SIGNATURE PIC 9(09).
               10  FILLER              PIC X(01).
               10  CKP-INPUT-RECORDS   PIC 9(09).
               10  CKP-OUTPUTS         OCCURS 4.
                   15  FILLER          PIC X(01).
                   15  CKP-OUTPUT-RECS PIC 9(09).
               10  CKP-TOTALS          OCCURS 12.
                   15  FILLER          PIC X(01).
                   15  CKP-TOTAL       PIC S9(17)
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(01).
               10  CKP-STATE-TEXT      PIC X(120).
           05  FILLER                  PIC X(01).
           05  CKP-CRC                 PIC 9(09).

      **** Working fields for the FAKERPDA paragraphs.  The program
      **** adds 1 to W-CKP-INPUT-RECS after every successful read of
      **** the extract, and takes a checkpoint at a safe point once
      **** W-CKP-INPUT-RECS passes W-CKP-NEXT-POS - the record just
      **** read is not yet processed, so it is the first one a
      **** restart reads again.

       01  W-CKPFILE-STATUS        PIC X(02).
       01  W-CKTFILE-STATUS        PIC X(02).
       01  W-CKSFILE-STATUS        PIC X(02).
       01  W-CKP-PATH              PIC X(60).
       01  W-CKP-PATH-A            PIC X(60).
       01  W-CKP-PATH-B            PIC X(60).
       01  W-CKP-TRIM-PATH         PIC X(60).
       01  W-CKP-SCRATCH-PATH      PIC X(60).
       01  W-CKP-INPUT-SIG         PIC 9(09)       VALUE 0.
       01  W-CKP-INTERVAL          PIC 9(09)  COMP VALUE 1000.
       01  W-CKP-INPUT-RECS        PIC 9(09)  COMP VALUE 0.
       01  W-CKP-NEXT-POS          PIC 9(09)  COMP VALUE 1000.
       01  W-CKP-RESUME-POS        PIC 9(09)  COMP VALUE 0.
       01  W-CKP-TRIM-KEEP         PIC 9(09)  COMP.
       01  W-CKP-TRIM-FOUND        PIC 9(09)  COMP.
       01  W-CKP-GENERATION        PIC 9(09)  COMP VALUE 0.
       01  W-CKP-QUOTIENT          PIC 9(09)  COMP.
       01  W-CKP-REMAINDER         PIC 9(09)  COMP.
       01  W-CKP-CRC-CALC          PIC 9(09).
       01  W-CKP-TAKEN             PIC 9(09)  COMP VALUE 0.
       01  W-CKP-DISP-NUM          PIC ZZZ,ZZZ,ZZ9.
       01  W-CKP-TRIM-EOF-SW       PIC X(01).
           88  W-CKP-TRIM-EOF                      VALUE 'Y'.
       01  W-CKP-RESTART-SW        PIC X(01)       VALUE 'N'.
           88  W-CKP-RESTART                       VALUE 'Y'.
       01  W-CKP-CORRUPT-SW        PIC X(01)       VALUE 'N'.
           88  W-CKP-CORRUPT                       VALUE 'Y'.

      **** Best-so-far candidate while SUB-8980 weighs the two
      **** checkpoint generations against each other.

       01  W-CKP-ONE-VALID-SW      PIC X(01).
           88  W-CKP-ONE-VALID                     VALUE 'Y'.
       01  W-CKP-ONE-PRESENT-SW    PIC X(01).
           88  W-CKP-ONE-PRESENT                   VALUE 'Y'.
       01  W-CKP-BEST-GEN          PIC 9(09)  COMP.
       01  W-CKP-TORN-CNT          PIC S9(4)  COMP.
       01  W-CKP-PRESENT-CNT       PIC S9(4)  COMP.
       01  W-CKP-FOREIGN-CNT       PIC S9(4)  COMP.
       01  W-CKP-BEST-REC          PIC X(437).
       01  W-CKP-READ-REC          PIC X(437).

       01  W-CKP-CRC32-PROG        PIC X(08)       VALUE 'CRC32'.
       01  W-CKP-CRC32-PARAMETER.  COPY CRC32L.
