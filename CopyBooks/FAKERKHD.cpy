      *========================== COB-FAKER ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-15  1.0      First release
      *================================================================*

      **** KSDS-HOLD: the exclusive hold on the keyed customer master
      **** 'Data\FAKERGEN Output.ksds', one record in
      **** 'Data\FAKERGEN Ksdshold.txt'.  A batch updater (FAKERDLA,
      **** FAKERPRG) takes the hold before it touches the master and
      **** releases it when its run ends, whatever the outcome; it
      **** refuses to start while another job holds it.  FAKERSRV
      **** checks the hold at every poll and answers GET requests
      **** 'MASTER UNDER MAINTENANCE' while it is held.  A hold left
      **** behind by an abended job is reported and cleared by
      **** operations with FAKERHLD.  No file at all means FREE.
      ****
      ****     KHD-STATE          HELD or FREE.
      ****     KHD-HOLDER         the program that took the hold.
      ****     KHD-TAKEN-...      when it was taken.
      ****     KHD-RELEASED-...   when it was released or cleared
      ****                        (blank while held).
      ****     KHD-CLEARED-BY     the operator who force-cleared it
      ****                        with FAKERHLD, blank when the holder
      ****                        released it itself.

       01  KSDS-HOLD-REC.
           05  KHD-STATE           PIC X(04).
               88  KHD-HELD                        VALUE 'HELD'.
               88  KHD-FREE                        VALUE 'FREE'.
           05  FILLER              PIC X(01).
           05  KHD-HOLDER          PIC X(08).
           05  FILLER              PIC X(01).
           05  KHD-TAKEN-DATE      PIC X(10).
           05  FILLER              PIC X(01).
           05  KHD-TAKEN-TIME      PIC X(08).
           05  FILLER              PIC X(01).
           05  KHD-RELEASED-DATE   PIC X(10).
           05  FILLER              PIC X(01).
           05  KHD-RELEASED-TIME   PIC X(08).
           05  FILLER              PIC X(01).
           05  KHD-CLEARED-BY      PIC X(08).
           05  FILLER              PIC X(18).
