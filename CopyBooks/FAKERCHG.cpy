      *========================== COB-FAKER ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-15  1.0      First release
      *================================================================*

      **** CHANGE-HISTORY: the maker-checker record of every change to
      **** the table override master (OVRFILE) and the FAKERGEN run
      **** controls (CTLFILE), 'Data\FAKER Change History.txt'.
      **** FAKERTAB and FAKERMNT options 1 and 2 only ever append a
      **** change here as PENDING under the maker's ID; FAKERMNT
      **** option 6 is the one place a change reaches OVRFILE or
      **** CTLFILE, when a checker with a different ID approves it.
      **** Nothing is ever deleted, so the file is the whole history;
      **** FAKERMCK reports it.
      ****
      ****     CHG-CHANGE-ID      1, 2, 3 ... across every maker.
      ****     CHG-TARGET         'OVR' the override master - the
      ****                              CHG-OVR-DETAIL view: a FAKERTAB
      ****                              action (ADD, DISABLE, ENABLE,
      ****                              REWEIGHT) or FAKERMNT's SET
      ****                              (add or replace with the status
      ****                              and weight given);
      ****                        'CTL' the run controls - the
      ****                              CHG-CTL-DETAIL view: the whole
      ****                              new setting, as FAKERMNT's run
      ****                              control screen holds it.
      ****     CHG-STATUS         PENDING, APPROVED or REJECTED.
      ****     CHG-MADE-...       the maker and when the change was
      ****                        captured.
      ****     CHG-CHECKED-...    the checker and when it was approved
      ****                        or rejected (blank while pending).

       01  CHANGE-REC.
           05  CHG-CHANGE-ID       PIC 9(06).
           05  FILLER              PIC X(01).
           05  CHG-TARGET          PIC X(03).
               88  CHG-TARGET-OVR                  VALUE 'OVR'.
               88  CHG-TARGET-CTL                  VALUE 'CTL'.
           05  FILLER              PIC X(01).
           05  CHG-STATUS          PIC X(08).
               88  CHG-PENDING                     VALUE 'PENDING'.
               88  CHG-APPROVED                    VALUE 'APPROVED'.
               88  CHG-REJECTED                    VALUE 'REJECTED'.
           05  FILLER              PIC X(01).
           05  CHG-MAKER-ID        PIC X(08).
           05  FILLER              PIC X(01).
           05  CHG-MADE-DATE       PIC X(10).
           05  FILLER              PIC X(01).
           05  CHG-MADE-TIME       PIC X(08).
           05  FILLER              PIC X(01).
           05  CHG-CHECKER-ID      PIC X(08).
           05  FILLER              PIC X(01).
           05  CHG-CHECKED-DATE    PIC X(10).
           05  FILLER              PIC X(01).
           05  CHG-CHECKED-TIME    PIC X(08).
           05  FILLER              PIC X(01).
           05  CHG-DETAIL          PIC X(90).
           05  CHG-OVR-DETAIL      REDEFINES CHG-DETAIL.
               10  CHG-OVR-ACTION  PIC X(08).
               10  FILLER          PIC X(01).
               10  CHG-OVR-TABLE-NAME
                                   PIC X(30).
               10  FILLER          PIC X(01).
               10  CHG-OVR-ENTRY-TEXT
                                   PIC X(30).
               10  FILLER          PIC X(01).
               10  CHG-OVR-STATUS  PIC X(08).
               10  FILLER          PIC X(01).
               10  CHG-OVR-WEIGHT  PIC 9(09).
               10  FILLER          PIC X(01).
           05  CHG-CTL-DETAIL      REDEFINES CHG-DETAIL.
               10  CHG-CTL-TEMPLATE
                                   PIC X(08).
               10  FILLER          PIC X(01).
               10  CHG-CTL-RECORDS PIC X(09).
               10  FILLER          PIC X(01).
               10  CHG-CTL-SEED    PIC X(09).
               10  FILLER          PIC X(01).
               10  CHG-CTL-FORMAT  PIC X(01).
               10  FILLER          PIC X(01).
               10  CHG-CTL-PROFILE PIC X(01).
               10  FILLER          PIC X(01).
               10  CHG-CTL-FREQLOG PIC X(01).
               10  FILLER          PIC X(56).
