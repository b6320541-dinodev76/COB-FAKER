      *========================== COB-FAKER ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-15  1.0      First release
      *================================================================*

      **** SUBSCRIPTION RUN CARD: the one record FAKERSUB NEXT writes
      **** to 'Data\FAKERSUB Run.txt' for the subscription whose run
      **** it has just built.  FAKERGEN, FAKERSEL and FAKERCNV read it
      **** when their job step passes PARM='SUBSCR', and take from it
      **** the job ID that keeps the run's files apart from every
      **** other subscription's and from the dual-controlled run's.
      ****
      ****     SRN-JOB-ID      the subscription's job ID (S001, S002,
      ****                     ...), given on its first run and kept
      ****                     for good in 'Data\FAKERSUB Jobs.txt' -
      ****                     the FAKERGEN job ID of every pass of
      ****                     that subscription, so a refresh
      ****                     replaces the subscription's own set
      ****                     and no other.
      ****     SRN-SUB-ID      the subscription.
      ****     SRN-TEAM        the team it serves.
      ****     SRN-FORMAT      the delivery format, CSV or PACKED.

       01  SUBRUN-REC.
           05  SRN-JOB-ID          PIC X(04).
           05  FILLER              PIC X(01).
           05  SRN-SUB-ID          PIC X(08).
           05  FILLER              PIC X(01).
           05  SRN-TEAM            PIC X(08).
           05  FILLER              PIC X(01).
           05  SRN-FORMAT          PIC X(06).
