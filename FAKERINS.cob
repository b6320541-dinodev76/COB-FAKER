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

       PROGRAM-ID.             FAKERINS.

      **** Personal auto policy and claim files off a profile-mode
      **** extract - the test bed for policy administration and the
      **** SIU fraud model.  A seeded share of the households whose
      **** head is a living US person takes out an auto policy:
      ****     - the named insured is the household head, and every
      ****       living member aged sixteen or more at inception is
      ****       a listed driver (at most six);
      ****     - one to three vehicles, never more than there are
      ****       drivers, each a VEHICLE-PROFILE draw (VIN, year,
      ****       make and model that agree) plated by VEHICLE-PLATE
      ****       in the household's own state - the state's ordinal
      ****       is held in FAKER-SESSION-ID, so the plate takes that
      ****       state's format;
      ****     - a six or twelve month term incepting in the year up
      ****       to the run date;
      ****     - a premium per vehicle, loaded for a new vehicle and
      ****       for a driver under twenty-five, halved for a
      ****       six-month term.
      ****
      **** A seeded share of the policies has one claim, one in
      **** four of those a second; every loss date falls inside the
      **** term and on or before the run date, and no ordinary loss
      **** falls in the first thirty days of the term.  First-party
      **** losses (collision, comprehensive, glass, theft) are
      **** claimed by a listed driver, liability losses by a third
      **** party who appears on no other claim.  A seeded share of
      **** the policies then has a suspicious claim planted on it:
      ****     EARLY    - a collision or theft in the first fourteen
      ****                days of the term;
      ****     VINREUSE - a collision or theft on a VIN already
      ****                claimed under another household's policy;
      ****     REPEAT   - a bodily-injury claim by a third party who
      ****                has already claimed under another policy.
      **** VINREUSE and REPEAT need an earlier claim to borrow from
      **** and a term old enough for an ordinary loss date; where
      **** either is missing the plant falls back to EARLY.  The
      **** answer key carries one line per claim, in claim order:
      **** whether it is suspicious, the pattern, the days from
      **** inception to loss, and the claim the VIN or claimant was
      **** borrowed from.
      ****
      **** PARM: policy rate percent of eligible households (default
      **** 40), claim rate percent of policies (default 30), SIU
      **** plant percent of policies (default 10), optional seed -
      **** comma-delimited.  With no seed the extract's own run seed
      **** is used, so the same extract always insures the same way.

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
           SELECT INSIN                ASSIGN 'Data\FAKERGEN Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-INSIN-STATUS.

           SELECT POLFILE            ASSIGN 'Data\FAKERINS Policies.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT CLMFILE              ASSIGN 'Data\FAKERINS Claims.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT KEYFILE              ASSIGN 'Data\FAKERINS Anskey.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT LYVFILE              ASSIGN DYNAMIC W-LYV-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-LYVFILE-STATUS.

           SELECT LINFILE              ASSIGN 'Data\FAKER Lineage.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-LINFILE-STATUS.

           SELECT LINCFILE       ASSIGN DYNAMIC W-LIN-OUTPUT-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-LINCFILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  INSIN.

       01  INSIN-REC               PIC X(320).

       01  FILLER REDEFINES INSIN-REC.
           05  IIN-RECORD-TYPE     PIC X(01).
           05  FILLER              PIC X(319).

       01  INSIN-P-REC REDEFINES INSIN-REC.
           05  FILLER              PIC X(24).
           05  IIP-FIRST-NAME      PIC X(25).
           05  IIP-LAST-NAME       PIC X(35).
           05  FILLER              PIC X(29).
           05  IIP-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  IIP-DATE-OF-BIRTH   PIC X(10).
           05  FILLER              PIC X(01).
           05  IIP-HOUSEHOLD-ID    PIC X(14).
           05  FILLER              PIC X(47).
           05  IIP-DATE-OF-DEATH   PIC X(10).
           05  FILLER              PIC X(01).
           05  IIP-PARTY-TYPE      PIC X(01).
           05  FILLER              PIC X(108).

       01  INSIN-A-REC REDEFINES INSIN-REC.
           05  FILLER              PIC X(62).
           05  IIA-STATE           PIC X(10).
           05  FILLER              PIC X(11).
           05  IIA-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(223).

       FD  POLFILE.

      **** A policy is its 'P' record, then a 'V' record per vehicle
      **** and a 'D' record per listed driver.

       01  POL-P-REC.
           05  PP-RECORD-TYPE      PIC X(01).
           05  FILLER              PIC X(01).
           05  PP-POLICY-NO        PIC X(14).
           05  FILLER              PIC X(01).
           05  PP-CUSTOMER-ID      PIC X(14).
           05  FILLER              PIC X(01).
           05  PP-STATE            PIC X(02).
           05  FILLER              PIC X(01).
           05  PP-INCEPTION-DATE   PIC X(10).
           05  FILLER              PIC X(01).
           05  PP-EXPIRY-DATE      PIC X(10).
           05  FILLER              PIC X(01).
           05  PP-TERM-MONTHS      PIC 9(02).
           05  FILLER              PIC X(01).
           05  PP-VEHICLE-CNT      PIC 9(02).
           05  FILLER              PIC X(01).
           05  PP-DRIVER-CNT       PIC 9(02).
           05  FILLER              PIC X(01).
           05  PP-PREMIUM-CENTS    PIC 9(09).

       01  POL-V-REC.
           05  PV-RECORD-TYPE      PIC X(01).
           05  FILLER              PIC X(01).
           05  PV-POLICY-NO        PIC X(14).
           05  FILLER              PIC X(01).
           05  PV-VEHICLE-SEQ      PIC 9(02).
           05  FILLER              PIC X(01).
           05  PV-VIN              PIC X(17).
           05  FILLER              PIC X(01).
           05  PV-YEAR             PIC X(04).
           05  FILLER              PIC X(01).
           05  PV-MAKE             PIC X(15).
           05  FILLER              PIC X(01).
           05  PV-MODEL            PIC X(15).
           05  FILLER              PIC X(01).
           05  PV-PLATE            PIC X(08).
           05  FILLER              PIC X(01).
           05  PV-PLATE-STATE      PIC X(02).
           05  FILLER              PIC X(01).
           05  PV-PREMIUM-CENTS    PIC 9(09).

       01  POL-D-REC.
           05  PD-RECORD-TYPE      PIC X(01).
           05  FILLER              PIC X(01).
           05  PD-POLICY-NO        PIC X(14).
           05  FILLER              PIC X(01).
           05  PD-DRIVER-SEQ       PIC 9(02).
           05  FILLER              PIC X(01).
           05  PD-CUSTOMER-ID      PIC X(14).
           05  FILLER              PIC X(01).
           05  PD-RELATION         PIC X(05).
               88  PD-NAMED-INSURED                VALUE 'NAMED'.
               88  PD-HOUSEHOLD-MEMBER             VALUE 'HHOLD'.
           05  FILLER              PIC X(01).
           05  PD-FIRST-NAME       PIC X(25).
           05  FILLER              PIC X(01).
           05  PD-LAST-NAME        PIC X(35).
           05  FILLER              PIC X(01).
           05  PD-DATE-OF-BIRTH    PIC X(10).
           05  FILLER              PIC X(01).
           05  PD-AGE              PIC 9(03).

       FD  CLMFILE.

      **** One record per claim.  CLAIMANT-TYPE 'I' is a listed
      **** driver (the claimant ID is the customer ID), 'T' a third
      **** party (a TP- claimant ID).  A VINREUSE claim names a VIN
      **** its policy does not list, and carries vehicle seq 00.

       01  CLMFILE-REC.
           05  CL-RECORD-TYPE      PIC X(01).
           05  FILLER              PIC X(01).
           05  CL-CLAIM-NO         PIC 9(09).
           05  FILLER              PIC X(01).
           05  CL-POLICY-NO        PIC X(14).
           05  FILLER              PIC X(01).
           05  CL-CUSTOMER-ID      PIC X(14).
           05  FILLER              PIC X(01).
           05  CL-VEHICLE-SEQ      PIC 9(02).
           05  FILLER              PIC X(01).
           05  CL-VIN              PIC X(17).
           05  FILLER              PIC X(01).
           05  CL-LOSS-DATE        PIC X(10).
           05  FILLER              PIC X(01).
           05  CL-REPORT-DATE      PIC X(10).
           05  FILLER              PIC X(01).
           05  CL-LOSS-TYPE        PIC X(13).
           05  FILLER              PIC X(01).
           05  CL-CLAIMANT-TYPE    PIC X(01).
           05  FILLER              PIC X(01).
           05  CL-CLAIMANT-ID      PIC X(14).
           05  FILLER              PIC X(01).
           05  CL-CLAIMANT-FIRST   PIC X(25).
           05  FILLER              PIC X(01).
           05  CL-CLAIMANT-LAST    PIC X(35).
           05  FILLER              PIC X(01).
           05  CL-CLAIMED-CENTS    PIC 9(09).

       FD  KEYFILE.

      **** One record per claim, in claim order.  REF-CLAIM-NO is
      **** the earlier claim a VINREUSE VIN or a REPEAT claimant was
      **** taken from - zeros otherwise.

       01  KEYFILE-REC.
           05  KEY-CLAIM-NO        PIC 9(09).
           05  FILLER              PIC X(01).
           05  KEY-POLICY-NO       PIC X(14).
           05  FILLER              PIC X(01).
           05  KEY-SUSPICIOUS      PIC X(01).
           05  FILLER              PIC X(01).
           05  KEY-PATTERN         PIC X(08).
           05  FILLER              PIC X(01).
           05  KEY-DAYS-IN-TERM    PIC 9(03).
           05  FILLER              PIC X(01).
           05  KEY-REF-CLAIM-NO    PIC 9(09).
           05  FILLER              PIC X(01).
           05  KEY-REF-POLICY-NO   PIC X(14).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-INSIN-STATUS          PIC X(02).

       01  W-INSIN-EOF-SW          PIC X(01)       VALUE 'N'.
           88  W-INSIN-EOF                         VALUE 'Y'.

       01  W-RUN-SEED-NO           PIC 9(09)  COMP VALUE 0.
       01  W-SAVE-SEED-NO          PIC X(09)       VALUE SPACES.
       01  W-POLICY-PCT            PIC 9(03)  COMP VALUE 40.
       01  W-CLAIM-PCT             PIC 9(03)  COMP VALUE 30.
       01  W-SIU-PCT               PIC 9(03)  COMP VALUE 10.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-FAKRAND-PROG          PIC X(08)       VALUE 'FAKRAND'.
       01  W-FAKER-PROG            PIC X(08)       VALUE 'FAKER'.

      **** FAKADDR's US states, by the ordinal FAKER-SESSION-ID
      **** carries - probed once at start-up, so a customer's
      **** state abbreviation on the 'A' record leads back to the
      **** ordinal VEHICLE-PLATE formats by.

       01  W-ST-MAX                PIC S9(4)  COMP VALUE 60.
       01  W-ST-CNT                PIC S9(4)  COMP VALUE 0.
       01  W-ST-DX                 PIC S9(4)  COMP.
       01  W-ST-DONE-SW            PIC X(01).
           88  W-ST-DONE                           VALUE 'Y'.
       01  W-ST-TABLE.
           05  W-ST-ABBR           PIC X(02)       OCCURS 60.

      **** The extract's people, in extract order - a household's
      **** members follow its head.

       01  W-CUS-MAX               PIC S9(9)  COMP VALUE 5000.
       01  W-CUS-CNT               PIC S9(9)  COMP VALUE 0.
       01  W-CUS-DX                PIC S9(9)  COMP.
       01  W-MEM-DX                PIC S9(9)  COMP.
       01  W-CUS-TABLE.
           05  W-CUS-OCCS          OCCURS 5000.
               10  W-CUS-ID        PIC X(14).
               10  W-CUS-HH-ID     PIC X(14).
               10  W-CUS-FIRST     PIC X(25).
               10  W-CUS-LAST      PIC X(35).
               10  W-CUS-DOB       PIC X(10).
               10  W-CUS-DOD       PIC X(10).
               10  W-CUS-PARTY     PIC X(01).
               10  W-CUS-ST-ORD    PIC S9(4)  COMP.

      **** The policies written, with their vehicles and drivers in
      **** tables of their own - the claims pass draws from them.

       01  W-POL-MAX               PIC S9(9)  COMP VALUE 3000.
       01  W-POL-CNT               PIC S9(9)  COMP VALUE 0.
       01  W-POL-DX                PIC S9(9)  COMP.
       01  W-POL-TABLE.
           05  W-POL-OCCS          OCCURS 3000.
               10  W-POL-NO        PIC X(14).
               10  W-POL-CUS-DX    PIC S9(9)  COMP.
               10  W-POL-INCEPT-INT
                                   PIC 9(09)  COMP.
               10  W-POL-EXPIRY-INT
                                   PIC 9(09)  COMP.
               10  W-POL-VEH-FIRST PIC S9(9)  COMP.
               10  W-POL-VEH-CNT   PIC S9(4)  COMP.
               10  W-POL-DRV-FIRST PIC S9(9)  COMP.
               10  W-POL-DRV-CNT   PIC S9(4)  COMP.

       01  W-VEH-MAX               PIC S9(9)  COMP VALUE 9000.
       01  W-VEH-CNT               PIC S9(9)  COMP VALUE 0.
       01  W-VEH-DX                PIC S9(9)  COMP.
       01  W-VEH-TABLE.
           05  W-VEH-OCCS          OCCURS 9000.
               10  W-VEH-VIN       PIC X(17).
               10  W-VEH-YEAR      PIC X(04).
               10  W-VEH-MAKE      PIC X(15).
               10  W-VEH-MODEL     PIC X(15).
               10  W-VEH-PLATE     PIC X(08).
               10  W-VEH-PREMIUM   PIC 9(09)  COMP.

       01  W-DRV-MAX               PIC S9(9)  COMP VALUE 18000.
       01  W-DRV-CNT               PIC S9(9)  COMP VALUE 0.
       01  W-DRV-DX                PIC S9(9)  COMP.
       01  W-DRV-TABLE.
           05  W-DRV-OCCS          OCCURS 18000.
               10  W-DRV-CUS-DX    PIC S9(9)  COMP.
               10  W-DRV-AGE       PIC 9(03)  COMP.

      **** The claims written, for the plants to borrow from.

       01  W-CLM-MAX               PIC S9(9)  COMP VALUE 6000.
       01  W-CLM-CNT               PIC S9(9)  COMP VALUE 0.
       01  W-CLM-DX                PIC S9(9)  COMP.
       01  W-CLM-TABLE.
           05  W-CLM-OCCS          OCCURS 6000.
               10  W-CLM-POL-DX    PIC S9(9)  COMP.
               10  W-CLM-VIN       PIC X(17).
               10  W-CLM-PARTY     PIC X(01).
               10  W-CLM-CLAIMANT-ID
                                   PIC X(14).
               10  W-CLM-FIRST     PIC X(25).
               10  W-CLM-LAST      PIC X(35).

      **** Loss types: cumulative draw percent, claimed amount floor
      **** and spread in cents, and who claims - 'I' a listed
      **** driver, 'T' a third party.

       01  W-LOSS-TYPES.
           05  W-LT-CNT            PIC S9(4)  COMP VALUE 6.
           05  W-LT-OCCS-DATA.
               10  FILLER          PIC X(13)       VALUE
                                       'COLLISION'.
               10  FILLER          PIC 9(03)       VALUE 035.
               10  FILLER          PIC 9(07)       VALUE 0150000.
               10  FILLER          PIC 9(07)       VALUE 1350000.
               10  FILLER          PIC X(01)       VALUE 'I'.
               10  FILLER          PIC X(13)       VALUE
                                       'COMPREHENSIVE'.
               10  FILLER          PIC 9(03)       VALUE 050.
               10  FILLER          PIC 9(07)       VALUE 0050000.
               10  FILLER          PIC 9(07)       VALUE 0750000.
               10  FILLER          PIC X(01)       VALUE 'I'.
               10  FILLER          PIC X(13)       VALUE
                                       'GLASS'.
               10  FILLER          PIC 9(03)       VALUE 065.
               10  FILLER          PIC 9(07)       VALUE 0020000.
               10  FILLER          PIC 9(07)       VALUE 0100000.
               10  FILLER          PIC X(01)       VALUE 'I'.
               10  FILLER          PIC X(13)       VALUE
                                       'THEFT'.
               10  FILLER          PIC 9(03)       VALUE 070.
               10  FILLER          PIC 9(07)       VALUE 0500000.
               10  FILLER          PIC 9(07)       VALUE 2500000.
               10  FILLER          PIC X(01)       VALUE 'I'.
               10  FILLER          PIC X(13)       VALUE
                                       'LIABILITY-PD'.
               10  FILLER          PIC 9(03)       VALUE 090.
               10  FILLER          PIC 9(07)       VALUE 0100000.
               10  FILLER          PIC 9(07)       VALUE 1100000.
               10  FILLER          PIC X(01)       VALUE 'T'.
               10  FILLER          PIC X(13)       VALUE
                                       'LIABILITY-BI'.
               10  FILLER          PIC 9(03)       VALUE 100.
               10  FILLER          PIC 9(07)       VALUE 0500000.
               10  FILLER          PIC 9(07)       VALUE 4500000.
               10  FILLER          PIC X(01)       VALUE 'T'.
           05  FILLER REDEFINES W-LT-OCCS-DATA.
               10  W-LT-OCCS                       OCCURS 6.
                   15  W-LT-NAME   PIC X(13).
                   15  W-LT-CUM-PCT
                                   PIC 9(03).
                   15  W-LT-MIN-CENTS
                                   PIC 9(07).
                   15  W-LT-SPREAD-CENTS
                                   PIC 9(07).
                   15  W-LT-PARTY  PIC X(01).
       01  W-LT-DX                 PIC S9(4)  COMP.
       01  W-LT-COLLISION          PIC S9(4)  COMP VALUE 1.
       01  W-LT-THEFT              PIC S9(4)  COMP VALUE 4.
       01  W-LT-LIABILITY-PD       PIC S9(4)  COMP VALUE 5.
       01  W-LT-LIABILITY-BI       PIC S9(4)  COMP VALUE 6.

      **** Policy building.

       01  W-RUN-INT               PIC 9(09)  COMP VALUE 0.
       01  W-RUN-NUM               PIC 9(08)       VALUE 0.
       01  W-POLICY-SEQ            PIC 9(08)  COMP VALUE 0.
       01  W-POLICY-NO.
           05  FILLER              PIC X(03)       VALUE 'PA-'.
           05  W-POLICY-NO-STATE   PIC X(02).
           05  FILLER              PIC X(01)       VALUE '-'.
           05  W-POLICY-NO-SEQ     PIC 9(08).
       01  W-HEAD-DX               PIC S9(9)  COMP.
       01  W-DRIVERS-MAX           PIC S9(4)  COMP VALUE 6.
       01  W-VEHICLES-MAX          PIC S9(4)  COMP VALUE 3.
       01  W-NEW-DRV-CNT           PIC S9(4)  COMP.
       01  W-NEW-VEH-CNT           PIC S9(4)  COMP.
       01  W-VEH-NO                PIC S9(4)  COMP.
       01  W-TERM-MONTHS           PIC 9(02)  COMP.
       01  W-INCEPT-INT            PIC 9(09)  COMP.
       01  W-INCEPT-NUM            PIC 9(08).
       01  W-EXPIRY-INT            PIC 9(09)  COMP.
       01  W-MONTH-NO              PIC 9(06)  COMP.
       01  W-MONTH-LAST-INT        PIC 9(09)  COMP.
       01  W-EXPIRY-DD             PIC 9(02).
       01  W-DRIVER-AGE            PIC 9(03)  COMP.
       01  W-YOUNGEST-AGE          PIC 9(03)  COMP.
       01  W-YOUNG-DRIVER-AGE      PIC 9(03)  COMP VALUE 25.
       01  W-LICENSING-AGE         PIC 9(03)  COMP VALUE 16.
       01  W-NEW-VEHICLE-YEARS     PIC 9(02)  COMP VALUE 3.
       01  W-DOB-NUM               PIC 9(08).
       01  W-VEH-YEAR-NUM          PIC 9(04).
       01  W-PREMIUM               PIC 9(09)  COMP.
       01  W-POLICY-PREMIUM        PIC 9(09)  COMP.
       01  W-PLATE-ST-ORD          PIC S9(4)  COMP.

      **** Claim building.

       01  W-CLAIM-NO              PIC 9(09)  COMP VALUE 0.
       01  W-CLAIMS-THIS-POL       PIC S9(4)  COMP.
       01  W-CLAIM-OF-POL          PIC S9(4)  COMP.
       01  W-EARLY-DAYS            PIC 9(03)  COMP VALUE 14.
       01  W-ORDINARY-FLOOR-DAYS   PIC 9(03)  COMP VALUE 30.
       01  W-REPORT-LAG-DAYS       PIC 9(03)  COMP VALUE 10.
       01  W-WIN-FROM-INT          PIC 9(09)  COMP.
       01  W-WIN-TO-INT            PIC 9(09)  COMP.
       01  W-WIN-SPAN              PIC 9(09)  COMP.
       01  W-ORD-FROM-INT          PIC 9(09)  COMP.
       01  W-ORD-TO-INT            PIC 9(09)  COMP.
       01  W-ORDINARY-OK-SW        PIC X(01).
           88  W-ORDINARY-OK                       VALUE 'Y'.
       01  W-PICK                  PIC S9(9)  COMP.
       01  W-SCAN                  PIC S9(9)  COMP.
       01  W-FOUND-DX              PIC S9(9)  COMP.
       01  W-WANT-PARTY            PIC X(01).
       01  W-TP-SEQ                PIC 9(11)  COMP VALUE 0.
       01  W-TP-ID.
           05  FILLER              PIC X(03)       VALUE 'TP-'.
           05  W-TP-ID-SEQ         PIC 9(11).

       01  W-NEW-CLAIM.
           05  W-NEW-VEH-SEQ       PIC 9(02).
           05  W-NEW-VIN           PIC X(17).
           05  W-NEW-LOSS-INT      PIC 9(09)  COMP.
           05  W-NEW-REPORT-INT    PIC 9(09)  COMP.
           05  W-NEW-LT-DX         PIC S9(4)  COMP.
           05  W-NEW-PARTY         PIC X(01).
           05  W-NEW-CLAIMANT-ID   PIC X(14).
           05  W-NEW-FIRST         PIC X(25).
           05  W-NEW-LAST          PIC X(35).
           05  W-NEW-CENTS         PIC 9(09)  COMP.
           05  W-NEW-PATTERN       PIC X(08).
               88  W-NEW-ORDINARY                  VALUE SPACES.
               88  W-NEW-EARLY                     VALUE 'EARLY'.
               88  W-NEW-VINREUSE                  VALUE 'VINREUSE'.
               88  W-NEW-REPEAT                    VALUE 'REPEAT'.
           05  W-NEW-REF-DX        PIC S9(9)  COMP.

       01  W-TALLY.
           05  W-HOUSEHOLD-CNT     PIC 9(09)  COMP VALUE 0.
           05  W-ELIGIBLE-CNT      PIC 9(09)  COMP VALUE 0.
           05  W-POLICIES-WRITTEN  PIC 9(09)  COMP VALUE 0.
           05  W-VEHICLES-WRITTEN  PIC 9(09)  COMP VALUE 0.
           05  W-DRIVERS-WRITTEN   PIC 9(09)  COMP VALUE 0.
           05  W-CLAIMS-WRITTEN    PIC 9(09)  COMP VALUE 0.
           05  W-EARLY-CNT         PIC 9(09)  COMP VALUE 0.
           05  W-VINREUSE-CNT      PIC 9(09)  COMP VALUE 0.
           05  W-REPEAT-CNT        PIC 9(09)  COMP VALUE 0.
           05  W-FALLBACK-CNT      PIC 9(09)  COMP VALUE 0.
           05  W-TABLE-FULL-CNT    PIC 9(09)  COMP VALUE 0.

       01  W-DATE-TEXT             PIC X(10).
       01  FILLER REDEFINES W-DATE-TEXT.
           05  W-DATE-TEXT-YYYY    PIC 9(04).
           05  FILLER              PIC X(01).
           05  W-DATE-TEXT-MM      PIC 9(02).
           05  FILLER              PIC X(01).
           05  W-DATE-TEXT-DD      PIC 9(02).

       01  W-DATE-NUM              PIC 9(08).
       01  FILLER REDEFINES W-DATE-NUM.
           05  W-DATE-NUM-YYYY     PIC 9(04).
           05  W-DATE-NUM-MM       PIC 9(02).
           05  W-DATE-NUM-DD       PIC 9(02).

       01  W-DATE-INT              PIC 9(09)  COMP.

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERINS error: '.

      **** Each household's policy and each policy's claims draw
      **** from a seed of their own, so a change to the claim rates
      **** leaves the policies where they were.

       01  W-SEED-TEXT.
           05  FILLER              PIC X(24)       VALUE
               'FAKERINS seed text      '.
           05  W-SEED-KIND         PIC X(10).
           05  W-SEED-ITEM-NO      PIC 9(09).
           05  W-SEED-TEXT-RUN-SEED
                                   PIC 9(09).

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           05  W-COMPILED-DATE-MM  PIC X(02).
           05  W-COMPILED-DATE-DD  PIC X(02).
           05  W-COMPILED-TIME-HH  PIC X(02).
           05  W-COMPILED-TIME-MM  PIC X(02).
           05  W-COMPILED-TIME-SS  PIC X(02).
           05  FILLER              PIC X(07).

       01  W-FAKER-PARAMETER.      COPY FAKERLNK.

       01  W-FAKRAND-PARAMETER.    COPY FAKRANDL.

       01  W-PARM-TEXT             PIC X(40)       VALUE SPACES.
       01  W-PARM-POLICY-PCT       PIC 9(03).
       01  W-PARM-CLAIM-PCT        PIC 9(03).
       01  W-PARM-SIU-PCT          PIC 9(03).
       01  W-PARM-SEED-NO          PIC 9(09).
       01  W-PARM-POLICY-LEN       PIC S9(4)  COMP VALUE 0.
       01  W-PARM-CLAIM-LEN        PIC S9(4)  COMP VALUE 0.
       01  W-PARM-SIU-LEN          PIC S9(4)  COMP VALUE 0.
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-8900-CHECK-LAYOUT-VERSION THRU SUB-8900-EXIT

           IF      W-LYV-TOO-NEW
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
               PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT
           END-IF

           PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           .
       MAIN-EXIT.
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'FAKERINS compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           PERFORM SUB-1050-READ-PARM THRU SUB-1050-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1250-LOAD-STATES THRU SUB-1250-EXIT

           PERFORM SUB-1300-LOAD-PEOPLE THRU SUB-1300-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-RUN-INT = 0
               DISPLAY W-ERROR-MSG
                       'no header run date - not a FAKERGEN extract'
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-RUN-SEED-NO = 0
               PERFORM SUB-1200-CHOOSE-RUN-SEED THRU SUB-1200-EXIT
           END-IF

           OPEN OUTPUT POLFILE
                       CLMFILE
                       KEYFILE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-READ-PARM.
      *-------------------

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           UNSTRING W-PARM-TEXT    DELIMITED BY ',' OR SPACE
                   INTO W-PARM-POLICY-PCT
                                   COUNT IN W-PARM-POLICY-LEN
                        W-PARM-CLAIM-PCT
                                   COUNT IN W-PARM-CLAIM-LEN
                        W-PARM-SIU-PCT
                                   COUNT IN W-PARM-SIU-LEN
                        W-PARM-SEED-NO
           END-UNSTRING

      **** A zero rate is a real choice - policies without claims,
      **** or claims without plants - so each rate is taken
      **** whenever one was given.

           IF      W-PARM-POLICY-LEN > 0
               IF      W-PARM-POLICY-PCT NOT NUMERIC
               OR      W-PARM-POLICY-PCT > 100
                   DISPLAY W-ERROR-MSG
                           'policy rate not 0-100: '
                           W-PARM-TEXT
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF
               MOVE W-PARM-POLICY-PCT
                                   TO W-POLICY-PCT
           END-IF

           IF      W-PARM-CLAIM-LEN > 0
               IF      W-PARM-CLAIM-PCT NOT NUMERIC
               OR      W-PARM-CLAIM-PCT > 100
                   DISPLAY W-ERROR-MSG
                           'claim rate not 0-100: '
                           W-PARM-TEXT
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF
               MOVE W-PARM-CLAIM-PCT
                                   TO W-CLAIM-PCT
           END-IF

           IF      W-PARM-SIU-LEN > 0
               IF      W-PARM-SIU-PCT NOT NUMERIC
               OR      W-PARM-SIU-PCT > 100
                   DISPLAY W-ERROR-MSG
                           'SIU plant rate not 0-100: '
                           W-PARM-TEXT
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF
               MOVE W-PARM-SIU-PCT TO W-SIU-PCT
           END-IF

           IF      W-PARM-SEED-NO NUMERIC
           AND     W-PARM-SEED-NO > 0
               MOVE W-PARM-SEED-NO TO W-RUN-SEED-NO
           END-IF
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-1200-CHOOSE-RUN-SEED.
      *-------------------------

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE SPACES             TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER

           MOVE FAKRAND-RESOLVED-SEED-NO
                                   TO W-RUN-SEED-NO
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1250-LOAD-STATES.
      *---------------------

      **** ADDRESS-STATE-ABBR with each ordinal held in the session
      **** returns that ordinal's state; FAKADDR holds an ordinal
      **** past the end of its table to the last one, so the first
      **** ordinal that comes back smaller marks the end.

           MOVE 'N'                TO W-ST-DONE-SW

           PERFORM SUB-1260-PROBE-ONE-STATE THRU SUB-1260-EXIT
               VARYING W-ST-DX FROM 1 BY 1
                 UNTIL W-ST-DX > W-ST-MAX
                    OR W-ST-DONE

           MOVE 0                  TO FAKER-SESSION-ID

           IF      W-ST-CNT = 0
               DISPLAY W-ERROR-MSG
                       'no US states returned - no policy can be '
                       'written'
           END-IF
           .
       SUB-1250-EXIT.
           EXIT.
      /
       SUB-1260-PROBE-ONE-STATE.
      *-------------------------

           MOVE W-ST-DX            TO FAKER-SESSION-ID
           MOVE SPACES             TO FAKER-COUNTRY
           SET  ADDRESS-STATE-ABBR TO TRUE

           PERFORM SUB-2950-CALL-FAKER THRU SUB-2950-EXIT

           IF      NOT FAKER-RESPONSE-GOOD
           OR      FAKER-SESSION-ID < W-ST-DX
               SET  W-ST-DONE      TO TRUE
               GO TO SUB-1260-EXIT
           END-IF

           MOVE FAKER-RESULT(1 : 2)
                                   TO W-ST-ABBR(W-ST-DX)
           MOVE W-ST-DX            TO W-ST-CNT
           .
       SUB-1260-EXIT.
           EXIT.
      /
       SUB-1300-LOAD-PEOPLE.
      *---------------------

           OPEN INPUT INSIN

           IF      W-INSIN-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open INSIN, status '
                       W-INSIN-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           PERFORM SUB-1310-TAKE-ONE-RECORD THRU SUB-1310-EXIT
               UNTIL W-INSIN-EOF

           CLOSE INSIN
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1310-TAKE-ONE-RECORD.
      *-------------------------

           READ INSIN
               AT END
                   SET  W-INSIN-EOF
                                   TO TRUE
                   GO TO SUB-1310-EXIT
           END-READ

           EVALUATE IIN-RECORD-TYPE
             WHEN 'H'
               MOVE INSIN-REC(3 : 10)
                                   TO W-DATE-TEXT
               IF      W-DATE-TEXT-YYYY NUMERIC
               AND     W-DATE-TEXT-MM NUMERIC
               AND     W-DATE-TEXT-DD NUMERIC
                   PERFORM SUB-2900-TEXT-TO-INT THRU SUB-2900-EXIT
                   MOVE W-DATE-INT TO W-RUN-INT
                   MOVE W-DATE-NUM TO W-RUN-NUM
               END-IF

      **** No seed on the PARM: draw with the extract's own.

               MOVE INSIN-REC(23 : 9)
                                   TO W-SAVE-SEED-NO
               IF      W-RUN-SEED-NO = 0
               AND     W-SAVE-SEED-NO NUMERIC
                   MOVE W-SAVE-SEED-NO
                                   TO W-RUN-SEED-NO
               END-IF

             WHEN 'P'
               PERFORM SUB-1320-ADD-PERSON THRU SUB-1320-EXIT

             WHEN 'A'
               PERFORM SUB-1330-HOLD-STATE THRU SUB-1330-EXIT

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       SUB-1310-EXIT.
           EXIT.
      /
       SUB-1320-ADD-PERSON.
      *--------------------

           IF      W-CUS-CNT >= W-CUS-MAX
               ADD  1              TO W-TABLE-FULL-CNT
               GO TO SUB-1320-EXIT
           END-IF

           ADD  1                  TO W-CUS-CNT

           MOVE IIP-CUSTOMER-ID    TO W-CUS-ID(W-CUS-CNT)
           MOVE IIP-HOUSEHOLD-ID   TO W-CUS-HH-ID(W-CUS-CNT)
           MOVE IIP-FIRST-NAME     TO W-CUS-FIRST(W-CUS-CNT)
           MOVE IIP-LAST-NAME      TO W-CUS-LAST(W-CUS-CNT)
           MOVE IIP-DATE-OF-BIRTH  TO W-CUS-DOB(W-CUS-CNT)
           MOVE IIP-DATE-OF-DEATH  TO W-CUS-DOD(W-CUS-CNT)
           MOVE IIP-PARTY-TYPE     TO W-CUS-PARTY(W-CUS-CNT)
           MOVE 0                  TO W-CUS-ST-ORD(W-CUS-CNT)

           IF      W-CUS-ID(W-CUS-CNT) = W-CUS-HH-ID(W-CUS-CNT)
               ADD  1              TO W-HOUSEHOLD-CNT
           END-IF
           .
       SUB-1320-EXIT.
           EXIT.
      /
       SUB-1330-HOLD-STATE.
      *--------------------

      **** The 'A' record follows its 'P' record.  A state that is
      **** not one of FAKADDR's US states (a country-mix UK county
      **** or Canadian province) leaves the ordinal 0, and the
      **** household cannot be insured here.

           IF      W-CUS-CNT = 0
           OR      IIA-CUSTOMER-ID NOT = W-CUS-ID(W-CUS-CNT)
           OR      IIA-STATE(3 : 8) NOT = SPACES
               GO TO SUB-1330-EXIT
           END-IF

           PERFORM SUB-1340-MATCH-STATE THRU SUB-1340-EXIT
               VARYING W-ST-DX FROM 1 BY 1
                 UNTIL W-ST-DX > W-ST-CNT
                    OR W-CUS-ST-ORD(W-CUS-CNT) > 0
           .
       SUB-1330-EXIT.
           EXIT.
      /
       SUB-1340-MATCH-STATE.
      *---------------------

           IF      W-ST-ABBR(W-ST-DX) = IIA-STATE(1 : 2)
               MOVE W-ST-DX        TO W-CUS-ST-ORD(W-CUS-CNT)
           END-IF
           .
       SUB-1340-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

           PERFORM SUB-2100-POLICY-HOUSEHOLD THRU SUB-2100-EXIT
               VARYING W-CUS-DX FROM 1 BY 1
                 UNTIL W-CUS-DX > W-CUS-CNT

           PERFORM SUB-2500-CLAIM-POLICY THRU SUB-2500-EXIT
               VARYING W-POL-DX FROM 1 BY 1
                 UNTIL W-POL-DX > W-POL-CNT
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-POLICY-HOUSEHOLD.
      *--------------------------

      **** Only a household head starts a policy, and only a living
      **** US person old enough to drive on the inception date.

           IF      W-CUS-ID(W-CUS-DX) NOT = W-CUS-HH-ID(W-CUS-DX)
           OR      W-CUS-PARTY(W-CUS-DX) NOT = SPACE
           OR      W-CUS-DOD(W-CUS-DX) NOT = SPACES
           OR      W-CUS-ST-ORD(W-CUS-DX) = 0
               GO TO SUB-2100-EXIT
           END-IF

           ADD  1                  TO W-ELIGIBLE-CNT

           MOVE 'POLICY'           TO W-SEED-KIND
           MOVE W-CUS-DX           TO W-SEED-ITEM-NO
           MOVE W-RUN-SEED-NO      TO W-SEED-TEXT-RUN-SEED

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE W-SEED-TEXT        TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER

           IF      FAKRAND-RANDOM-NO * 100 NOT < W-POLICY-PCT
               GO TO SUB-2100-EXIT
           END-IF

           IF      W-POL-CNT >= W-POL-MAX
           OR      W-VEH-CNT + W-VEHICLES-MAX > W-VEH-MAX
           OR      W-DRV-CNT + W-DRIVERS-MAX > W-DRV-MAX
               ADD  1              TO W-TABLE-FULL-CNT
               GO TO SUB-2100-EXIT
           END-IF

           MOVE W-CUS-DX           TO W-HEAD-DX

      **** Inception in the year up to the run date; a six or a
      **** twelve month term.

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-INCEPT-INT    =  W-RUN-INT
                                      - FAKRAND-RANDOM-NO * 365

           MOVE W-INCEPT-INT       TO W-DATE-INT
           PERFORM SUB-2910-INT-TO-TEXT THRU SUB-2910-EXIT
           MOVE W-DATE-NUM         TO W-INCEPT-NUM

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           IF      FAKRAND-RANDOM-NO < 0.5
               MOVE 6              TO W-TERM-MONTHS
           ELSE
               MOVE 12             TO W-TERM-MONTHS
           END-IF

           PERFORM SUB-2200-CUT-EXPIRY THRU SUB-2200-EXIT

      **** Drivers: the head, then each member old enough.

           MOVE 0                  TO W-NEW-DRV-CNT
           MOVE 999                TO W-YOUNGEST-AGE

           PERFORM SUB-2150-ADD-DRIVER THRU SUB-2150-EXIT
               VARYING W-MEM-DX FROM W-HEAD-DX BY 1
                 UNTIL W-MEM-DX > W-CUS-CNT
                    OR W-CUS-HH-ID(W-MEM-DX)
                                   NOT = W-CUS-ID(W-HEAD-DX)

      **** The head itself was too young on the inception date.

           IF      W-NEW-DRV-CNT = 0
           OR      W-DRV-CUS-DX(W-DRV-CNT - W-NEW-DRV-CNT + 1)
                                   NOT = W-HEAD-DX
               SUBTRACT W-NEW-DRV-CNT
                                 FROM W-DRV-CNT
               GO TO SUB-2100-EXIT
           END-IF

           ADD  1                  TO W-POL-CNT
                                      W-POLICY-SEQ
           MOVE W-ST-ABBR(W-CUS-ST-ORD(W-HEAD-DX))
                                   TO W-POLICY-NO-STATE
           MOVE W-POLICY-SEQ       TO W-POLICY-NO-SEQ

           MOVE W-POLICY-NO        TO W-POL-NO(W-POL-CNT)
           MOVE W-HEAD-DX          TO W-POL-CUS-DX(W-POL-CNT)
           MOVE W-INCEPT-INT       TO W-POL-INCEPT-INT(W-POL-CNT)
           MOVE W-EXPIRY-INT       TO W-POL-EXPIRY-INT(W-POL-CNT)
           COMPUTE W-POL-DRV-FIRST(W-POL-CNT)
                                   =  W-DRV-CNT - W-NEW-DRV-CNT + 1
           MOVE W-NEW-DRV-CNT      TO W-POL-DRV-CNT(W-POL-CNT)

      **** Vehicles: one to three, no more than there are drivers.

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           MOVE W-NEW-DRV-CNT      TO W-NEW-VEH-CNT
           IF      W-NEW-VEH-CNT > W-VEHICLES-MAX
               MOVE W-VEHICLES-MAX TO W-NEW-VEH-CNT
           END-IF
           COMPUTE W-NEW-VEH-CNT   =  FAKRAND-RANDOM-NO * W-NEW-VEH-CNT
                                      + 1

           COMPUTE W-POL-VEH-FIRST(W-POL-CNT)
                                   =  W-VEH-CNT + 1
           MOVE W-NEW-VEH-CNT      TO W-POL-VEH-CNT(W-POL-CNT)
           MOVE W-CUS-ST-ORD(W-HEAD-DX)
                                   TO W-PLATE-ST-ORD
           MOVE 0                  TO W-POLICY-PREMIUM

           PERFORM SUB-2250-ADD-VEHICLE THRU SUB-2250-EXIT
               VARYING W-VEH-NO FROM 1 BY 1
                 UNTIL W-VEH-NO > W-NEW-VEH-CNT

           PERFORM SUB-2300-WRITE-POLICY THRU SUB-2300-EXIT
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2150-ADD-DRIVER.
      *--------------------

           IF      W-NEW-DRV-CNT >= W-DRIVERS-MAX
           OR      W-CUS-PARTY(W-MEM-DX) NOT = SPACE
           OR      W-CUS-DOD(W-MEM-DX) NOT = SPACES
               GO TO SUB-2150-EXIT
           END-IF

           MOVE W-CUS-DOB(W-MEM-DX)
                                   TO W-DATE-TEXT
           IF      W-DATE-TEXT-YYYY NOT NUMERIC
           OR      W-DATE-TEXT-MM NOT NUMERIC
           OR      W-DATE-TEXT-DD NOT NUMERIC
               GO TO SUB-2150-EXIT
           END-IF

           MOVE W-DATE-TEXT-YYYY   TO W-DATE-NUM-YYYY
           MOVE W-DATE-TEXT-MM     TO W-DATE-NUM-MM
           MOVE W-DATE-TEXT-DD     TO W-DATE-NUM-DD
           MOVE W-DATE-NUM         TO W-DOB-NUM

           IF      W-DOB-NUM > W-INCEPT-NUM
               GO TO SUB-2150-EXIT
           END-IF

           COMPUTE W-DRIVER-AGE    =  (W-INCEPT-NUM - W-DOB-NUM)
                                      / 10000

           IF      W-DRIVER-AGE < W-LICENSING-AGE
               GO TO SUB-2150-EXIT
           END-IF

           ADD  1                  TO W-NEW-DRV-CNT
                                      W-DRV-CNT
           MOVE W-MEM-DX           TO W-DRV-CUS-DX(W-DRV-CNT)
           MOVE W-DRIVER-AGE       TO W-DRV-AGE(W-DRV-CNT)

           IF      W-DRIVER-AGE < W-YOUNGEST-AGE
               MOVE W-DRIVER-AGE   TO W-YOUNGEST-AGE
           END-IF
           .
       SUB-2150-EXIT.
           EXIT.
      /
       SUB-2200-CUT-EXPIRY.
      *--------------------

      **** The same day W-TERM-MONTHS on; a day the expiry month
      **** does not have (a policy incepting on the 31st) gives the
      **** last day of that month.

           COMPUTE W-MONTH-NO      =  W-DATE-NUM-YYYY * 12
                                      + W-DATE-NUM-MM - 1
                                      + W-TERM-MONTHS
           MOVE W-DATE-NUM-DD      TO W-EXPIRY-DD

      **** The first of the month after the expiry month, less a
      **** day, is the expiry month's last day.

           COMPUTE W-DATE-NUM-YYYY =  (W-MONTH-NO + 1) / 12
           COMPUTE W-DATE-NUM-MM   =  W-MONTH-NO + 1
                                      - W-DATE-NUM-YYYY * 12 + 1
           MOVE 1                  TO W-DATE-NUM-DD
           COMPUTE W-MONTH-LAST-INT
                                   =  FUNCTION INTEGER-OF-DATE
                                          (W-DATE-NUM) - 1

           COMPUTE W-DATE-NUM-YYYY =  W-MONTH-NO / 12
           COMPUTE W-DATE-NUM-MM   =  W-MONTH-NO
                                      - W-DATE-NUM-YYYY * 12 + 1
           MOVE 1                  TO W-DATE-NUM-DD
           COMPUTE W-EXPIRY-INT    =  FUNCTION INTEGER-OF-DATE
                                          (W-DATE-NUM)
                                      + W-EXPIRY-DD - 1

           IF      W-EXPIRY-INT > W-MONTH-LAST-INT
               MOVE W-MONTH-LAST-INT
                                   TO W-EXPIRY-INT
           END-IF
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2250-ADD-VEHICLE.
      *---------------------

           ADD  1                  TO W-VEH-CNT

           SET  VEHICLE-PROFILE    TO TRUE
           PERFORM SUB-2950-CALL-FAKER THRU SUB-2950-EXIT

           MOVE FAKER-VEHICLE-VIN  TO W-VEH-VIN(W-VEH-CNT)
           MOVE FAKER-VEHICLE-YEAR TO W-VEH-YEAR(W-VEH-CNT)
           MOVE FAKER-VEHICLE-MAKE TO W-VEH-MAKE(W-VEH-CNT)
           MOVE FAKER-VEHICLE-MODEL
                                   TO W-VEH-MODEL(W-VEH-CNT)

      **** The household's state held in the session: the plate
      **** takes that state's format.

           MOVE W-PLATE-ST-ORD     TO FAKER-SESSION-ID
           SET  VEHICLE-PLATE      TO TRUE
           PERFORM SUB-2950-CALL-FAKER THRU SUB-2950-EXIT
           MOVE 0                  TO FAKER-SESSION-ID

           MOVE FAKER-RESULT(1 : 8)
                                   TO W-VEH-PLATE(W-VEH-CNT)

      **** Premium: a $700 to $1,600 annual base, loaded a quarter
      **** for a vehicle no more than three model years old and
      **** three fifths when a listed driver is under twenty-five;
      **** half of it for a six-month term.

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-PREMIUM       =  70000
                                      + FAKRAND-RANDOM-NO * 90000

           IF      W-VEH-YEAR(W-VEH-CNT) NUMERIC
               MOVE W-VEH-YEAR(W-VEH-CNT)
                                   TO W-VEH-YEAR-NUM
               IF      W-VEH-YEAR-NUM + W-NEW-VEHICLE-YEARS
                                   NOT < W-RUN-NUM(1 : 4)
                   COMPUTE W-PREMIUM ROUNDED
                                   =  W-PREMIUM * 1.25
               END-IF
           END-IF

           IF      W-YOUNGEST-AGE < W-YOUNG-DRIVER-AGE
               COMPUTE W-PREMIUM ROUNDED
                                   =  W-PREMIUM * 1.60
           END-IF

           IF      W-TERM-MONTHS = 6
               COMPUTE W-PREMIUM ROUNDED
                                   =  W-PREMIUM / 2
           END-IF

           MOVE W-PREMIUM          TO W-VEH-PREMIUM(W-VEH-CNT)
           ADD  W-PREMIUM          TO W-POLICY-PREMIUM
           .
       SUB-2250-EXIT.
           EXIT.
      /
       SUB-2300-WRITE-POLICY.
      *----------------------

           MOVE SPACES             TO POL-P-REC
           MOVE 'P'                TO PP-RECORD-TYPE
           MOVE W-POL-NO(W-POL-CNT)
                                   TO PP-POLICY-NO
           MOVE W-CUS-ID(W-HEAD-DX)
                                   TO PP-CUSTOMER-ID
           MOVE W-POLICY-NO-STATE  TO PP-STATE
           MOVE W-INCEPT-INT       TO W-DATE-INT
           PERFORM SUB-2910-INT-TO-TEXT THRU SUB-2910-EXIT
           MOVE W-DATE-TEXT        TO PP-INCEPTION-DATE
           MOVE W-EXPIRY-INT       TO W-DATE-INT
           PERFORM SUB-2910-INT-TO-TEXT THRU SUB-2910-EXIT
           MOVE W-DATE-TEXT        TO PP-EXPIRY-DATE
           MOVE W-TERM-MONTHS      TO PP-TERM-MONTHS
           MOVE W-NEW-VEH-CNT      TO PP-VEHICLE-CNT
           MOVE W-NEW-DRV-CNT      TO PP-DRIVER-CNT
           MOVE W-POLICY-PREMIUM   TO PP-PREMIUM-CENTS

           WRITE POL-P-REC
           ADD  1                  TO W-POLICIES-WRITTEN

           PERFORM SUB-2310-WRITE-VEHICLE THRU SUB-2310-EXIT
               VARYING W-VEH-NO FROM 1 BY 1
                 UNTIL W-VEH-NO > W-NEW-VEH-CNT

           PERFORM SUB-2320-WRITE-DRIVER THRU SUB-2320-EXIT
               VARYING W-VEH-NO FROM 1 BY 1
                 UNTIL W-VEH-NO > W-NEW-DRV-CNT
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2310-WRITE-VEHICLE.
      *-----------------------

           COMPUTE W-VEH-DX        =  W-POL-VEH-FIRST(W-POL-CNT)
                                      + W-VEH-NO - 1

           MOVE SPACES             TO POL-V-REC
           MOVE 'V'                TO PV-RECORD-TYPE
           MOVE W-POL-NO(W-POL-CNT)
                                   TO PV-POLICY-NO
           MOVE W-VEH-NO           TO PV-VEHICLE-SEQ
           MOVE W-VEH-VIN(W-VEH-DX)
                                   TO PV-VIN
           MOVE W-VEH-YEAR(W-VEH-DX)
                                   TO PV-YEAR
           MOVE W-VEH-MAKE(W-VEH-DX)
                                   TO PV-MAKE
           MOVE W-VEH-MODEL(W-VEH-DX)
                                   TO PV-MODEL
           MOVE W-VEH-PLATE(W-VEH-DX)
                                   TO PV-PLATE
           MOVE W-POLICY-NO-STATE  TO PV-PLATE-STATE
           MOVE W-VEH-PREMIUM(W-VEH-DX)
                                   TO PV-PREMIUM-CENTS

           WRITE POL-V-REC
           ADD  1                  TO W-VEHICLES-WRITTEN
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-2320-WRITE-DRIVER.
      *----------------------

           COMPUTE W-DRV-DX        =  W-POL-DRV-FIRST(W-POL-CNT)
                                      + W-VEH-NO - 1
           MOVE W-DRV-CUS-DX(W-DRV-DX)
                                   TO W-MEM-DX

           MOVE SPACES             TO POL-D-REC
           MOVE 'D'                TO PD-RECORD-TYPE
           MOVE W-POL-NO(W-POL-CNT)
                                   TO PD-POLICY-NO
           MOVE W-VEH-NO           TO PD-DRIVER-SEQ
           MOVE W-CUS-ID(W-MEM-DX) TO PD-CUSTOMER-ID

           IF      W-MEM-DX = W-HEAD-DX
               SET  PD-NAMED-INSURED
                                   TO TRUE
           ELSE
               SET  PD-HOUSEHOLD-MEMBER
                                   TO TRUE
           END-IF

           MOVE W-CUS-FIRST(W-MEM-DX)
                                   TO PD-FIRST-NAME
           MOVE W-CUS-LAST(W-MEM-DX)
                                   TO PD-LAST-NAME
           MOVE W-CUS-DOB(W-MEM-DX)
                                   TO PD-DATE-OF-BIRTH
           MOVE W-DRV-AGE(W-DRV-DX)
                                   TO PD-AGE

           WRITE POL-D-REC
           ADD  1                  TO W-DRIVERS-WRITTEN
           .
       SUB-2320-EXIT.
           EXIT.
      /
       SUB-2500-CLAIM-POLICY.
      *----------------------

           MOVE 'CLAIMS'           TO W-SEED-KIND
           MOVE W-POL-DX           TO W-SEED-ITEM-NO
           MOVE W-RUN-SEED-NO      TO W-SEED-TEXT-RUN-SEED

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE W-SEED-TEXT        TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER

      **** Ordinary losses fall from the thirtieth day of the term to
      **** its last day or the run date, whichever comes first.

           COMPUTE W-ORD-FROM-INT  =  W-POL-INCEPT-INT(W-POL-DX)
                                      + W-ORDINARY-FLOOR-DAYS
           COMPUTE W-ORD-TO-INT    =  W-POL-EXPIRY-INT(W-POL-DX) - 1
           IF      W-ORD-TO-INT > W-RUN-INT
               MOVE W-RUN-INT      TO W-ORD-TO-INT
           END-IF

           IF      W-ORD-FROM-INT > W-ORD-TO-INT
               MOVE 'N'            TO W-ORDINARY-OK-SW
           ELSE
               SET  W-ORDINARY-OK  TO TRUE
           END-IF

           MOVE 0                  TO W-CLAIMS-THIS-POL

           IF      FAKRAND-RANDOM-NO * 100 < W-CLAIM-PCT
           AND     W-ORDINARY-OK
               PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
               IF      FAKRAND-RANDOM-NO < 0.25
                   MOVE 2          TO W-CLAIMS-THIS-POL
               ELSE
                   MOVE 1          TO W-CLAIMS-THIS-POL
               END-IF
           END-IF

           PERFORM SUB-2550-ORDINARY-CLAIM THRU SUB-2550-EXIT
               VARYING W-CLAIM-OF-POL FROM 1 BY 1
                 UNTIL W-CLAIM-OF-POL > W-CLAIMS-THIS-POL

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT

           IF      FAKRAND-RANDOM-NO * 100 < W-SIU-PCT
               PERFORM SUB-2600-PLANT-CLAIM THRU SUB-2600-EXIT
           END-IF
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2550-ORDINARY-CLAIM.
      *------------------------

      **** The first claim draws its loss type from the table; a
      **** second on the same policy is always a liability claim,
      **** so no listed driver claims twice in the ordinary run.

           MOVE SPACES             TO W-NEW-PATTERN
           MOVE 0                  TO W-NEW-REF-DX

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT

           IF      W-CLAIM-OF-POL = 1
               PERFORM SUB-2700-DRAW-LOSS-TYPE THRU SUB-2700-EXIT
           ELSE
               IF      FAKRAND-RANDOM-NO < 0.67
                   MOVE W-LT-LIABILITY-PD
                                   TO W-NEW-LT-DX
               ELSE
                   MOVE W-LT-LIABILITY-BI
                                   TO W-NEW-LT-DX
               END-IF
           END-IF

           MOVE W-ORD-FROM-INT     TO W-WIN-FROM-INT
           MOVE W-ORD-TO-INT       TO W-WIN-TO-INT
           PERFORM SUB-2750-DRAW-LOSS-DATE THRU SUB-2750-EXIT

           PERFORM SUB-2720-PICK-VEHICLE THRU SUB-2720-EXIT

           IF      W-LT-PARTY(W-NEW-LT-DX) = 'I'
               PERFORM SUB-2730-PICK-DRIVER THRU SUB-2730-EXIT
           ELSE
               PERFORM SUB-2740-NEW-THIRD-PARTY THRU SUB-2740-EXIT
           END-IF

           PERFORM SUB-2800-WRITE-CLAIM THRU SUB-2800-EXIT
           .
       SUB-2550-EXIT.
           EXIT.
      /
       SUB-2600-PLANT-CLAIM.
      *---------------------

      **** An even draw among the three patterns; VINREUSE and
      **** REPEAT fall back to EARLY when they have nothing to
      **** borrow or no ordinary loss window.

           MOVE 0                  TO W-NEW-REF-DX
           MOVE 0                  TO W-FOUND-DX

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-PICK          =  FAKRAND-RANDOM-NO * 3

           EVALUATE W-PICK
             WHEN 1
               SET  W-NEW-VINREUSE TO TRUE
               MOVE SPACE          TO W-WANT-PARTY
             WHEN 2
               SET  W-NEW-REPEAT   TO TRUE
               MOVE 'T'            TO W-WANT-PARTY
             WHEN OTHER
               SET  W-NEW-EARLY    TO TRUE
           END-EVALUATE

           IF      NOT W-NEW-EARLY
               IF      W-ORDINARY-OK
                   PERFORM SUB-2640-FIND-EARLIER-CLAIM
                                   THRU SUB-2640-EXIT
               END-IF
               IF      W-FOUND-DX = 0
                   SET  W-NEW-EARLY
                                   TO TRUE
                   ADD  1          TO W-FALLBACK-CNT
               END-IF
           END-IF

           EVALUATE TRUE
             WHEN W-NEW-VINREUSE
               PERFORM SUB-2620-PLANT-VINREUSE THRU SUB-2620-EXIT
             WHEN W-NEW-REPEAT
               PERFORM SUB-2630-PLANT-REPEAT THRU SUB-2630-EXIT
             WHEN OTHER
               PERFORM SUB-2610-PLANT-EARLY THRU SUB-2610-EXIT
           END-EVALUATE

           PERFORM SUB-2800-WRITE-CLAIM THRU SUB-2800-EXIT
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2610-PLANT-EARLY.
      *---------------------

      **** A collision or a theft in the first fourteen days.

           ADD  1                  TO W-EARLY-CNT

           PERFORM SUB-2650-COLLISION-OR-THEFT THRU SUB-2650-EXIT

           MOVE W-POL-INCEPT-INT(W-POL-DX)
                                   TO W-WIN-FROM-INT
           COMPUTE W-WIN-TO-INT    =  W-WIN-FROM-INT + W-EARLY-DAYS
           IF      W-WIN-TO-INT > W-RUN-INT
               MOVE W-RUN-INT      TO W-WIN-TO-INT
           END-IF
           PERFORM SUB-2750-DRAW-LOSS-DATE THRU SUB-2750-EXIT

           PERFORM SUB-2720-PICK-VEHICLE THRU SUB-2720-EXIT
           PERFORM SUB-2730-PICK-DRIVER THRU SUB-2730-EXIT
           .
       SUB-2610-EXIT.
           EXIT.
      /
       SUB-2620-PLANT-VINREUSE.
      *------------------------

      **** A collision or a theft by a listed driver, on the VIN of
      **** a vehicle already claimed under another policy.

           ADD  1                  TO W-VINREUSE-CNT
           MOVE W-FOUND-DX         TO W-NEW-REF-DX

           PERFORM SUB-2650-COLLISION-OR-THEFT THRU SUB-2650-EXIT

           MOVE W-ORD-FROM-INT     TO W-WIN-FROM-INT
           MOVE W-ORD-TO-INT       TO W-WIN-TO-INT
           PERFORM SUB-2750-DRAW-LOSS-DATE THRU SUB-2750-EXIT

           MOVE 0                  TO W-NEW-VEH-SEQ
           MOVE W-CLM-VIN(W-FOUND-DX)
                                   TO W-NEW-VIN
           PERFORM SUB-2730-PICK-DRIVER THRU SUB-2730-EXIT
           .
       SUB-2620-EXIT.
           EXIT.
      /
       SUB-2630-PLANT-REPEAT.
      *----------------------

      **** Bodily injury claimed by a third party who has already
      **** claimed under another policy.

           ADD  1                  TO W-REPEAT-CNT
           MOVE W-FOUND-DX         TO W-NEW-REF-DX

           MOVE W-LT-LIABILITY-BI  TO W-NEW-LT-DX

           MOVE W-ORD-FROM-INT     TO W-WIN-FROM-INT
           MOVE W-ORD-TO-INT       TO W-WIN-TO-INT
           PERFORM SUB-2750-DRAW-LOSS-DATE THRU SUB-2750-EXIT

           PERFORM SUB-2720-PICK-VEHICLE THRU SUB-2720-EXIT

           MOVE 'T'                TO W-NEW-PARTY
           MOVE W-CLM-CLAIMANT-ID(W-FOUND-DX)
                                   TO W-NEW-CLAIMANT-ID
           MOVE W-CLM-FIRST(W-FOUND-DX)
                                   TO W-NEW-FIRST
           MOVE W-CLM-LAST(W-FOUND-DX)
                                   TO W-NEW-LAST
           .
       SUB-2630-EXIT.
           EXIT.
      /
       SUB-2640-FIND-EARLIER-CLAIM.
      *----------------------------

      **** A seeded starting point, then the first earlier claim
      **** from there round the table that sits on another policy
      **** (and, for REPEAT, was claimed by a third party).

           IF      W-CLM-CNT = 0
               GO TO SUB-2640-EXIT
           END-IF

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-PICK          =  FAKRAND-RANDOM-NO * W-CLM-CNT

           PERFORM SUB-2645-TRY-ONE-CLAIM THRU SUB-2645-EXIT
               VARYING W-SCAN FROM 1 BY 1
                 UNTIL W-SCAN > W-CLM-CNT
                    OR W-FOUND-DX > 0
           .
       SUB-2640-EXIT.
           EXIT.
      /
       SUB-2645-TRY-ONE-CLAIM.
      *-----------------------

           COMPUTE W-CLM-DX        =  FUNCTION MOD(W-PICK + W-SCAN - 1,
                                                   W-CLM-CNT)
                                      + 1

           IF      W-CLM-POL-DX(W-CLM-DX) = W-POL-DX
               GO TO SUB-2645-EXIT
           END-IF

           IF      W-WANT-PARTY NOT = SPACE
           AND     W-CLM-PARTY(W-CLM-DX) NOT = W-WANT-PARTY
               GO TO SUB-2645-EXIT
           END-IF

           MOVE W-CLM-DX           TO W-FOUND-DX
           .
       SUB-2645-EXIT.
           EXIT.
      /
       SUB-2650-COLLISION-OR-THEFT.
      *----------------------------

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT

           IF      FAKRAND-RANDOM-NO < 0.5
               MOVE W-LT-COLLISION TO W-NEW-LT-DX
           ELSE
               MOVE W-LT-THEFT     TO W-NEW-LT-DX
           END-IF
           .
       SUB-2650-EXIT.
           EXIT.
      /
       SUB-2700-DRAW-LOSS-TYPE.
      *------------------------

      **** FAKRAND-RANDOM-NO holds the draw on entry.

           MOVE 1                  TO W-NEW-LT-DX

           PERFORM SUB-2710-STEP-LOSS-TYPE THRU SUB-2710-EXIT
               VARYING W-LT-DX FROM 1 BY 1
                 UNTIL W-LT-DX > W-LT-CNT
                    OR FAKRAND-RANDOM-NO * 100
                                   < W-LT-CUM-PCT(W-NEW-LT-DX)
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2710-STEP-LOSS-TYPE.
      *------------------------

           MOVE W-LT-DX            TO W-NEW-LT-DX
           .
       SUB-2710-EXIT.
           EXIT.
      /
       SUB-2720-PICK-VEHICLE.
      *----------------------

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT

           COMPUTE W-NEW-VEH-SEQ   =  FAKRAND-RANDOM-NO
                                      * W-POL-VEH-CNT(W-POL-DX) + 1
           IF      W-NEW-VEH-SEQ > W-POL-VEH-CNT(W-POL-DX)
               MOVE W-POL-VEH-CNT(W-POL-DX)
                                   TO W-NEW-VEH-SEQ
           END-IF

           COMPUTE W-VEH-DX        =  W-POL-VEH-FIRST(W-POL-DX)
                                      + W-NEW-VEH-SEQ - 1
           MOVE W-VEH-VIN(W-VEH-DX)
                                   TO W-NEW-VIN
           .
       SUB-2720-EXIT.
           EXIT.
      /
       SUB-2730-PICK-DRIVER.
      *---------------------

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT

           COMPUTE W-DRV-DX        =  FAKRAND-RANDOM-NO
                                      * W-POL-DRV-CNT(W-POL-DX)
           IF      W-DRV-DX >= W-POL-DRV-CNT(W-POL-DX)
               COMPUTE W-DRV-DX    =  W-POL-DRV-CNT(W-POL-DX) - 1
           END-IF
           ADD  W-POL-DRV-FIRST(W-POL-DX)
                                   TO W-DRV-DX

           MOVE W-DRV-CUS-DX(W-DRV-DX)
                                   TO W-MEM-DX

           MOVE 'I'                TO W-NEW-PARTY
           MOVE W-CUS-ID(W-MEM-DX) TO W-NEW-CLAIMANT-ID
           MOVE W-CUS-FIRST(W-MEM-DX)
                                   TO W-NEW-FIRST
           MOVE W-CUS-LAST(W-MEM-DX)
                                   TO W-NEW-LAST
           .
       SUB-2730-EXIT.
           EXIT.
      /
       SUB-2740-NEW-THIRD-PARTY.
      *-------------------------

           ADD  1                  TO W-TP-SEQ
           MOVE W-TP-SEQ           TO W-TP-ID-SEQ

           SET  PERSON-NAME        TO TRUE
           PERFORM SUB-2950-CALL-FAKER THRU SUB-2950-EXIT

           MOVE 'T'                TO W-NEW-PARTY
           MOVE W-TP-ID            TO W-NEW-CLAIMANT-ID
           MOVE FAKER-PERSON-FIRST-NAME
                                   TO W-NEW-FIRST
           MOVE FAKER-PERSON-LAST-NAME
                                   TO W-NEW-LAST
           .
       SUB-2740-EXIT.
           EXIT.
      /
       SUB-2750-DRAW-LOSS-DATE.
      *------------------------

      **** A loss date in W-WIN-FROM-INT thru W-WIN-TO-INT, reported
      **** up to ten days later but never after the run date.

           COMPUTE W-WIN-SPAN      =  W-WIN-TO-INT - W-WIN-FROM-INT
                                      + 1

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT

           COMPUTE W-NEW-LOSS-INT  =  W-WIN-FROM-INT
                                      + FAKRAND-RANDOM-NO * W-WIN-SPAN
           IF      W-NEW-LOSS-INT > W-WIN-TO-INT
               MOVE W-WIN-TO-INT   TO W-NEW-LOSS-INT
           END-IF

           COMPUTE W-WIN-SPAN      =  W-REPORT-LAG-DAYS + 1

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT

           COMPUTE W-NEW-REPORT-INT
                                   =  W-NEW-LOSS-INT
                                      + FAKRAND-RANDOM-NO * W-WIN-SPAN
           IF      W-NEW-REPORT-INT > W-RUN-INT
               MOVE W-RUN-INT      TO W-NEW-REPORT-INT
           END-IF
           .
       SUB-2750-EXIT.
           EXIT.
      /
       SUB-2800-WRITE-CLAIM.
      *---------------------

           IF      W-CLM-CNT >= W-CLM-MAX
               ADD  1              TO W-TABLE-FULL-CNT
               GO TO SUB-2800-EXIT
           END-IF

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-NEW-CENTS     =  W-LT-MIN-CENTS(W-NEW-LT-DX)
                                      + FAKRAND-RANDOM-NO
                                      * W-LT-SPREAD-CENTS(W-NEW-LT-DX)

           ADD  1                  TO W-CLM-CNT
           MOVE W-POL-DX           TO W-CLM-POL-DX(W-CLM-CNT)
           MOVE W-NEW-VIN          TO W-CLM-VIN(W-CLM-CNT)
           MOVE W-NEW-PARTY        TO W-CLM-PARTY(W-CLM-CNT)
           MOVE W-NEW-CLAIMANT-ID  TO W-CLM-CLAIMANT-ID(W-CLM-CNT)
           MOVE W-NEW-FIRST        TO W-CLM-FIRST(W-CLM-CNT)
           MOVE W-NEW-LAST         TO W-CLM-LAST(W-CLM-CNT)

           MOVE SPACES             TO CLMFILE-REC
           MOVE 'C'                TO CL-RECORD-TYPE
           MOVE W-CLM-CNT          TO CL-CLAIM-NO
           MOVE W-POL-NO(W-POL-DX) TO CL-POLICY-NO
           MOVE W-CUS-ID(W-POL-CUS-DX(W-POL-DX))
                                   TO CL-CUSTOMER-ID
           MOVE W-NEW-VEH-SEQ      TO CL-VEHICLE-SEQ
           MOVE W-NEW-VIN          TO CL-VIN
           MOVE W-NEW-LOSS-INT     TO W-DATE-INT
           PERFORM SUB-2910-INT-TO-TEXT THRU SUB-2910-EXIT
           MOVE W-DATE-TEXT        TO CL-LOSS-DATE
           MOVE W-NEW-REPORT-INT   TO W-DATE-INT
           PERFORM SUB-2910-INT-TO-TEXT THRU SUB-2910-EXIT
           MOVE W-DATE-TEXT        TO CL-REPORT-DATE
           MOVE W-LT-NAME(W-NEW-LT-DX)
                                   TO CL-LOSS-TYPE
           MOVE W-NEW-PARTY        TO CL-CLAIMANT-TYPE
           MOVE W-NEW-CLAIMANT-ID  TO CL-CLAIMANT-ID
           MOVE W-NEW-FIRST        TO CL-CLAIMANT-FIRST
           MOVE W-NEW-LAST         TO CL-CLAIMANT-LAST
           MOVE W-NEW-CENTS        TO CL-CLAIMED-CENTS

           WRITE CLMFILE-REC
           ADD  1                  TO W-CLAIMS-WRITTEN

           MOVE SPACES             TO KEYFILE-REC
           MOVE W-CLM-CNT          TO KEY-CLAIM-NO
           MOVE W-POL-NO(W-POL-DX) TO KEY-POLICY-NO
           MOVE W-NEW-PATTERN      TO KEY-PATTERN
           COMPUTE KEY-DAYS-IN-TERM
                                   =  W-NEW-LOSS-INT
                                      - W-POL-INCEPT-INT(W-POL-DX)

           IF      W-NEW-ORDINARY
               MOVE 'N'            TO KEY-SUSPICIOUS
           ELSE
               MOVE 'Y'            TO KEY-SUSPICIOUS
           END-IF

           IF      W-NEW-REF-DX > 0
               MOVE W-NEW-REF-DX   TO KEY-REF-CLAIM-NO
               MOVE W-POL-NO(W-CLM-POL-DX(W-NEW-REF-DX))
                                   TO KEY-REF-POLICY-NO
           ELSE
               MOVE 0              TO KEY-REF-CLAIM-NO
           END-IF

           WRITE KEYFILE-REC
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-2900-TEXT-TO-INT.
      *---------------------

           MOVE W-DATE-TEXT-YYYY   TO W-DATE-NUM-YYYY
           MOVE W-DATE-TEXT-MM     TO W-DATE-NUM-MM
           MOVE W-DATE-TEXT-DD     TO W-DATE-NUM-DD

           COMPUTE W-DATE-INT      =  FUNCTION INTEGER-OF-DATE
                                          (W-DATE-NUM)
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-2910-INT-TO-TEXT.
      *---------------------

           COMPUTE W-DATE-NUM      =  FUNCTION DATE-OF-INTEGER
                                          (W-DATE-INT)

           MOVE SPACES             TO W-DATE-TEXT
           STRING W-DATE-NUM-YYYY  '-'
                  W-DATE-NUM-MM    '-'
                  W-DATE-NUM-DD    DELIMITED SIZE
                                   INTO W-DATE-TEXT
           .
       SUB-2910-EXIT.
           EXIT.
      /
       SUB-2940-NEXT-RANDOM.
      *---------------------

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE SPACES             TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER
           .
       SUB-2940-EXIT.
           EXIT.
      /
       SUB-2950-CALL-FAKER.
      *--------------------

           MOVE 'FAKERINS'         TO FAKER-CALLING-PROGRAM

           CALL W-FAKER-PROG    USING W-FAKER-PARAMETER

           IF      NOT FAKER-RESPONSE-GOOD
               DISPLAY W-ERROR-MSG
                       FAKER-RESPONSE-CODE
                       ' - '
                       FAKER-RESPONSE-MSG
           END-IF
           .
       SUB-2950-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-DISPLAY
           END-IF

           CLOSE POLFILE
                 CLMFILE
                 KEYFILE

           IF      W-TABLE-FULL-CNT > 0
               MOVE W-TABLE-FULL-CNT
                                   TO W-DISP-NUM
               DISPLAY W-ERROR-MSG
                       'tables full, items skipped: '
                       W-DISP-NUM
               MOVE 4              TO RETURN-CODE
           END-IF

      **** Register what this run cut from the extract in the
      **** shared lineage file (COPY FAKERPD8).

           MOVE 'Data\FAKERINS Policies.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERINS Claims.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERINS Anskey.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT
           .
       SUB-3000-DISPLAY.

           MOVE W-HOUSEHOLD-CNT    TO W-DISP-NUM
           DISPLAY 'Households read:          '
                   W-DISP-NUM

           MOVE W-ELIGIBLE-CNT     TO W-DISP-NUM
           DISPLAY '    Eligible for auto:    '
                   W-DISP-NUM

           MOVE W-POLICIES-WRITTEN TO W-DISP-NUM
           DISPLAY 'Policies written:         '
                   W-DISP-NUM

           MOVE W-VEHICLES-WRITTEN TO W-DISP-NUM
           DISPLAY 'Vehicles written:         '
                   W-DISP-NUM

           MOVE W-DRIVERS-WRITTEN  TO W-DISP-NUM
           DISPLAY 'Drivers written:          '
                   W-DISP-NUM

           MOVE W-CLAIMS-WRITTEN   TO W-DISP-NUM
           DISPLAY 'Claims written:           '
                   W-DISP-NUM

           MOVE W-EARLY-CNT        TO W-DISP-NUM
           DISPLAY '    Planted EARLY:        '
                   W-DISP-NUM

           MOVE W-VINREUSE-CNT     TO W-DISP-NUM
           DISPLAY '    Planted VINREUSE:     '
                   W-DISP-NUM

           MOVE W-REPEAT-CNT       TO W-DISP-NUM
           DISPLAY '    Planted REPEAT:       '
                   W-DISP-NUM

           MOVE W-FALLBACK-CNT     TO W-DISP-NUM
           DISPLAY '    Fallen back to EARLY: '
                   W-DISP-NUM

           DISPLAY 'FAKERINS run seed:        '
                   W-RUN-SEED-NO

           DISPLAY 'FAKERINS completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
