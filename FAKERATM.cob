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

       PROGRAM-ID.             FAKERATM.

      **** An ATM network hung off the branch pool FAKERGEN builds
      **** (BRANCHES= keyword), and the activity the generated
      **** customers put through it - the feed for ATM switch,
      **** vault-cash and branch-balancing testing.
      ****
      **** Every branch gets one or two lobby ATMs, and each branch
      **** deploys the PARM's number of off-site ATMs at addresses
      **** FAKADDR draws in the branch's own state, each at a host
      **** business off the company table.  A terminal carries four
      **** cassettes in one of three configurations, largest note
      **** first - STD $20/$20/$20/$10, HVY $100/$20/$20/$20 and
      **** LTE $20/$20/$10/$5 - so dispensing largest note first
      **** always finds the notes when they are there.  The terminal
      **** master lists them.
      ****
      **** A customer with a home branch on the 'P' record and an
      **** open checking or savings 'D' account is a cardholder.  On
      **** each activity day each terminal sees a seeded number of
      **** withdrawals, deposits and balance inquiries, between
      **** 06:00 and midnight, most of them by cardholders of the
      **** terminal's own branch.  The journal records every one,
      **** declines included (NSF - not enough in the account; CSH -
      **** the cassettes cannot make the amount), with the terminal
      **** state's UTC offset in force.  Approved withdrawals and
      **** deposits post to the customer's account as GNRTFILE 'X'
      **** records.  The activity picks up from the extract's
      **** closing balances, so its days are the days after the run
      **** date and the postings roll each 'D' account forward from
      **** DD-CLOSE-BAL.
      ****
      **** The cash file carries a replenishment 'R' record whenever
      **** a terminal is loaded - on the first day, and before any
      **** day it opens below two fifths of its full load - and a
      **** settlement 'S' record per terminal per day, on which
      **** opening cash + replenished - dispensed = expected
      **** closing, and the counted closing agrees with it.  A
      **** seeded share of the terminal-days is planted out of
      **** balance: the count finds a few notes short in, or over,
      **** one cassette, the next day opening on what was counted.
      **** The answer key carries one line per plant.
      ****
      **** PARM: activity days (default 7, at most 31), average
      **** transactions per terminal per day (default 20), out-of-
      **** balance plant percent of terminal-days (default 5), off-
      **** site ATMs per branch (default 1, at most 3), optional
      **** seed - comma-delimited.  With no seed the extract's own
      **** run seed is used, so the same extract always gives the
      **** same network and activity.

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
           SELECT ATMIN                ASSIGN 'Data\FAKERGEN Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-ATMIN-STATUS.

           SELECT BRNFILE            ASSIGN 'Data\FAKERGEN Branches.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-BRNFILE-STATUS.

           SELECT TRMFILE           ASSIGN 'Data\FAKERATM Terminals.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT JRNFILE             ASSIGN 'Data\FAKERATM Journal.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT PSTFILE            ASSIGN 'Data\FAKERATM Postings.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT CSHFILE              ASSIGN 'Data\FAKERATM Cash.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT KEYFILE              ASSIGN 'Data\FAKERATM Anskey.txt'
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

       FD  ATMIN.

       01  ATMIN-REC               PIC X(320).

       01  FILLER REDEFINES ATMIN-REC.
           05  AIN-RECORD-TYPE     PIC X(01).
           05  FILLER              PIC X(319).

       01  ATMIN-P-REC REDEFINES ATMIN-REC.
           05  FILLER              PIC X(113).
           05  AIP-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(68).
           05  AIP-BRANCH-NO       PIC X(04).
           05  FILLER              PIC X(121).

       01  ATMIN-D-REC REDEFINES ATMIN-REC.
           05  FILLER              PIC X(02).
           05  AID-ACCOUNT-ID      PIC X(19).
           05  FILLER              PIC X(25).
           05  AID-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(24).
           05  AID-CLOSE-BAL       PIC S9(10)
                                       SIGN LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  AID-STATUS          PIC X(01).
               88  AID-STATUS-OPEN                 VALUE 'O'.
           05  FILLER              PIC X(12).
           05  AID-PRODUCT-CODE    PIC X(04).
           05  FILLER              PIC X(207).

       FD  BRNFILE.

      **** FAKERGEN's branch pool - see its BRNFILE.

       01  BRNFILE-REC.
           05  BRN-BRANCH-NO       PIC 9(04).
           05  FILLER              PIC X(01).
           05  BRN-NAME            PIC X(35).
           05  FILLER              PIC X(01).
           05  BRN-STREET          PIC X(35).
           05  FILLER              PIC X(01).
           05  BRN-CITY            PIC X(25).
           05  FILLER              PIC X(01).
           05  BRN-STATE           PIC X(10).
           05  FILLER              PIC X(01).
           05  BRN-REGION          PIC 9(03).
           05  FILLER              PIC X(01).
           05  BRN-DIVISION        PIC 9(02).

       FD  TRMFILE.

      **** One record per terminal: its ID (AT, branch number,
      **** sequence at the branch), B (branch lobby) or O (off-
      **** site), the owning branch, the site, and the four
      **** cassettes - note denomination in dollars and the notes a
      **** full load puts in.

       01  TRMFILE-REC.
           05  TM-TERMINAL-ID      PIC X(08).
           05  FILLER              PIC X(01).
           05  TM-LOCATION         PIC X(01).
               88  TM-LOCATION-BRANCH              VALUE 'B'.
               88  TM-LOCATION-OFF-SITE            VALUE 'O'.
           05  FILLER              PIC X(01).
           05  TM-BRANCH-NO        PIC 9(04).
           05  FILLER              PIC X(01).
           05  TM-SITE-NAME        PIC X(35).
           05  FILLER              PIC X(01).
           05  TM-STREET           PIC X(35).
           05  FILLER              PIC X(01).
           05  TM-CITY             PIC X(25).
           05  FILLER              PIC X(01).
           05  TM-STATE            PIC X(10).
           05  FILLER              PIC X(01).
           05  TM-POSTCODE         PIC X(10).
           05  FILLER              PIC X(01).
           05  TM-CONFIG           PIC X(03).
           05  TM-CASSETTE                         OCCURS 4.
               10  FILLER          PIC X(01).
               10  TM-DENOMINATION PIC 9(03).
               10  FILLER          PIC X(01).
               10  TM-LOAD-NOTES   PIC 9(05).

       FD  JRNFILE.

      **** The electronic journal - a 'J' record per transaction in
      **** day, terminal and time order, then a trailer 'T'.  The
      **** amount is dollars and cents as on the 'X' record; the
      **** balance is the account's ledger balance in signed cents
      **** after the transaction; the notes are those each cassette
      **** gave up.

       01  JRN-DETAIL-REC.
           05  JR-RECORD-TYPE      PIC X(01).
           05  FILLER              PIC X(01).
           05  JR-JOURNAL-SEQ      PIC 9(09).
           05  FILLER              PIC X(01).
           05  JR-TERMINAL-ID      PIC X(08).
           05  FILLER              PIC X(01).
           05  JR-STAMP            PIC X(19).
           05  FILLER              PIC X(01).
           05  JR-TRAN-TYPE        PIC X(03).
               88  JR-WITHDRAWAL                   VALUE 'WDL'.
               88  JR-DEPOSIT                      VALUE 'DEP'.
               88  JR-INQUIRY                      VALUE 'INQ'.
           05  FILLER              PIC X(01).
           05  JR-CUSTOMER-ID      PIC X(14).
           05  FILLER              PIC X(01).
           05  JR-ACCOUNT-ID       PIC X(19).
           05  FILLER              PIC X(01).
           05  JR-AMOUNT           PIC X(10).
           05  FILLER              PIC X(01).
           05  JR-RESPONSE         PIC X(03).
               88  JR-APPROVED                     VALUE 'APP'.
               88  JR-DECLINED-NSF                 VALUE 'NSF'.
               88  JR-DECLINED-CASH                VALUE 'CSH'.
           05  FILLER              PIC X(01).
           05  JR-BALANCE          PIC S9(10)
                                       SIGN LEADING SEPARATE.
           05  JR-CASSETTE                         OCCURS 4.
               10  FILLER          PIC X(01).
               10  JR-NOTES        PIC 9(03).
           05  FILLER              PIC X(01).
           05  JR-UTC-OFFSET       PIC X(06).

       01  JRN-TRAILER-REC.
           05  JT-RECORD-TYPE      PIC X(01).
           05  FILLER              PIC X(01).
           05  JT-JOURNAL-COUNT    PIC 9(09).
           05  FILLER              PIC X(01).
           05  JT-DISPENSED-TOTAL  PIC 9(11).
           05  FILLER              PIC X(01).
           05  JT-DEPOSIT-CENTS    PIC 9(13).

       FD  PSTFILE.

      **** FAKERGEN's GNRTFILE-X-REC, field for field - 'D' takes
      **** the balance down, 'C' up.

       01  PSTFILE-REC.
           05  XD-RECORD-TYPE      PIC X(01).
           05  FILLER              PIC X(01).
           05  XD-ACCOUNT-ID       PIC X(19).
           05  FILLER              PIC X(01).
           05  XD-TRAN-AMOUNT      PIC X(10).
           05  FILLER              PIC X(01).
           05  XD-CUSTOMER-ID      PIC X(14).
           05  FILLER              PIC X(01).
           05  XD-TRAN-DATE        PIC X(10).
           05  FILLER              PIC X(01).
           05  XD-DR-CR            PIC X(01).

       FD  CSHFILE.

      **** Cash in whole dollars.  'R' - a replenishment before the
      **** day's first transaction, the notes added to each
      **** cassette bringing it back to its full load; 'S' - the
      **** terminal's settlement at the close of the day; 'T' - the
      **** trailer.

       01  CSH-REPLENISH-REC.
           05  CR-RECORD-TYPE      PIC X(01).
           05  FILLER              PIC X(01).
           05  CR-TERMINAL-ID      PIC X(08).
           05  FILLER              PIC X(01).
           05  CR-DATE             PIC X(10).
           05  FILLER              PIC X(01).
           05  CR-TIME             PIC X(08).
           05  FILLER              PIC X(01).
           05  CR-AMOUNT           PIC 9(09).
           05  CR-CASSETTE                         OCCURS 4.
               10  FILLER          PIC X(01).
               10  CR-DENOMINATION PIC 9(03).
               10  FILLER          PIC X(01).
               10  CR-NOTES-ADDED  PIC 9(05).

       01  CSH-SETTLE-REC.
           05  CS-RECORD-TYPE      PIC X(01).
           05  FILLER              PIC X(01).
           05  CS-TERMINAL-ID      PIC X(08).
           05  FILLER              PIC X(01).
           05  CS-DATE             PIC X(10).
           05  FILLER              PIC X(01).
           05  CS-OPENING          PIC 9(09).
           05  FILLER              PIC X(01).
           05  CS-REPLENISHED      PIC 9(09).
           05  FILLER              PIC X(01).
           05  CS-DISPENSED        PIC 9(09).
           05  FILLER              PIC X(01).
           05  CS-EXPECTED         PIC 9(09).
           05  FILLER              PIC X(01).
           05  CS-COUNTED          PIC 9(09).
           05  FILLER              PIC X(01).
           05  CS-OVER-SHORT       PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  CS-WITHDRAWAL-CNT   PIC 9(05).
           05  FILLER              PIC X(01).
           05  CS-DECLINE-CNT      PIC 9(05).
           05  FILLER              PIC X(01).
           05  CS-DEPOSIT-CNT      PIC 9(05).
           05  FILLER              PIC X(01).
           05  CS-DEPOSIT-CENTS    PIC 9(11).
           05  FILLER              PIC X(01).
           05  CS-INQUIRY-CNT      PIC 9(05).

       01  CSH-TRAILER-REC.
           05  CT-RECORD-TYPE      PIC X(01).
           05  FILLER              PIC X(01).
           05  CT-SETTLEMENT-COUNT PIC 9(09).
           05  FILLER              PIC X(01).
           05  CT-REPLENISHED-TOTAL
                                   PIC 9(11).
           05  FILLER              PIC X(01).
           05  CT-DISPENSED-TOTAL  PIC 9(11).
           05  FILLER              PIC X(01).
           05  CT-OVER-SHORT-NET   PIC S9(11)
                                       SIGN LEADING SEPARATE.

       FD  KEYFILE.

       01  KEYFILE-REC.
           05  KEY-TERMINAL-ID     PIC X(08).
           05  FILLER              PIC X(01).
           05  KEY-DATE            PIC X(10).
           05  FILLER              PIC X(01).
           05  KEY-KIND            PIC X(05).
           05  FILLER              PIC X(01).
           05  KEY-CASSETTE        PIC 9(01).
           05  FILLER              PIC X(01).
           05  KEY-DENOMINATION    PIC 9(03).
           05  FILLER              PIC X(01).
           05  KEY-NOTES           PIC 9(03).
           05  FILLER              PIC X(01).
           05  KEY-AMOUNT          PIC 9(09).
           05  FILLER              PIC X(01).
           05  KEY-EXPECTED        PIC 9(09).
           05  FILLER              PIC X(01).
           05  KEY-COUNTED         PIC 9(09).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-ATMIN-STATUS          PIC X(02).
       01  W-BRNFILE-STATUS        PIC X(02).

       01  W-ATMIN-EOF-SW          PIC X(01)       VALUE 'N'.
           88  W-ATMIN-EOF                         VALUE 'Y'.

       01  W-BRNFILE-EOF-SW        PIC X(01)       VALUE 'N'.
           88  W-BRNFILE-EOF                       VALUE 'Y'.

       01  W-RUN-SEED-NO           PIC 9(09)  COMP VALUE 0.
       01  W-SAVE-SEED-NO          PIC X(09)       VALUE SPACES.
       01  W-DAYS                  PIC 9(02)  COMP VALUE 7.
       01  W-DAYS-MAX              PIC 9(02)  COMP VALUE 31.
       01  W-AVG-TRANS             PIC 9(05)  COMP VALUE 20.
       01  W-PLANT-PCT             PIC 9(03)  COMP VALUE 5.
       01  W-OFF-SITE              PIC 9(01)  COMP VALUE 1.
       01  W-OFF-SITE-MAX          PIC 9(01)  COMP VALUE 3.
       01  W-SECOND-LOBBY-PCT      PIC 9(03)  COMP VALUE 40.
       01  W-HOME-BRANCH-PCT       PIC 9(03)  COMP VALUE 85.
       01  W-WITHDRAWAL-PCT        PIC 9(03)  COMP VALUE 60.
       01  W-DEPOSIT-PCT           PIC 9(03)  COMP VALUE 15.
       01  W-ODD-TEN-PCT           PIC 9(03)  COMP VALUE 10.
       01  W-SHORT-PCT             PIC 9(03)  COMP VALUE 70.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-FAKRAND-PROG          PIC X(08)       VALUE 'FAKRAND'.
       01  W-FAKER-PROG            PIC X(08)       VALUE 'FAKER'.

      **** FAKADDR's US states, by the ordinal FAKER-SESSION-ID
      **** carries - probed once at start-up, so a branch's state
      **** abbreviation leads back to the ordinal an off-site
      **** address is drawn in.

       01  W-ST-MAX                PIC S9(4)  COMP VALUE 60.
       01  W-ST-CNT                PIC S9(4)  COMP VALUE 0.
       01  W-ST-DX                 PIC S9(4)  COMP.
       01  W-ST-DONE-SW            PIC X(01).
           88  W-ST-DONE                           VALUE 'Y'.
       01  W-ST-TABLE.
           05  W-ST-ABBR           PIC X(02)       OCCURS 60.

      **** The branch pool, each branch with its cardholders' slice
      **** of W-CH-TABLE.

       01  W-BR-MAX                PIC S9(4)  COMP VALUE 100.
       01  W-BR-CNT                PIC S9(4)  COMP VALUE 0.
       01  W-BR-DX                 PIC S9(4)  COMP.
       01  W-BR-TABLE.
           05  W-BR-OCCS           OCCURS 100.
               10  W-BR-NO         PIC 9(04).
               10  W-BR-NAME       PIC X(35).
               10  W-BR-STREET     PIC X(35).
               10  W-BR-CITY       PIC X(25).
               10  W-BR-STATE      PIC X(10).
               10  W-BR-ST-ORD     PIC S9(4)  COMP.
               10  W-BR-CH-FIRST   PIC S9(9)  COMP.
               10  W-BR-CH-CNT     PIC S9(9)  COMP.
               10  W-BR-CH-NEXT    PIC S9(9)  COMP.

      **** Customers in extract order, each with its ATM-card
      **** accounts and their running ledger balances.

       01  W-CUS-MAX               PIC S9(9)  COMP VALUE 5000.
       01  W-CUS-CNT               PIC S9(9)  COMP VALUE 0.
       01  W-CUS-DX                PIC S9(9)  COMP.
       01  W-CUS-TABLE.
           05  W-CUS-OCCS          OCCURS 5000.
               10  W-CUS-ID        PIC X(14).
               10  W-CUS-BR-DX     PIC S9(4)  COMP.
               10  W-CUS-ACC-FIRST PIC S9(9)  COMP.
               10  W-CUS-ACC-CNT   PIC S9(4)  COMP.

       01  W-ACC-MAX               PIC S9(9)  COMP VALUE 15000.
       01  W-ACC-CNT               PIC S9(9)  COMP VALUE 0.
       01  W-ACC-DX                PIC S9(9)  COMP.
       01  W-ACC-TABLE.
           05  W-ACC-OCCS          OCCURS 15000.
               10  W-ACC-ID        PIC X(19).
               10  W-ACC-BAL-CENTS PIC S9(11) COMP.

      **** Cardholders - customer subscripts, branch by branch.

       01  W-CH-CNT                PIC S9(9)  COMP VALUE 0.
       01  W-CH-DX                 PIC S9(9)  COMP.
       01  W-CH-TABLE.
           05  W-CH-CUS-DX         PIC S9(9)  COMP OCCURS 5000.

      **** Cassette configurations - largest note first, each note
      **** dividing the one before it.

       01  W-CONFIGS.
           05  W-CFG-CNT           PIC S9(4)  COMP VALUE 3.
           05  W-CFG-OCCS-DATA.
               10  FILLER          PIC X(44)       VALUE
                   'STD 020 00150 020 00150 020 00150 010 00150 '.
               10  FILLER          PIC X(44)       VALUE
                   'HVY 100 00050 020 00150 020 00150 020 00150 '.
               10  FILLER          PIC X(44)       VALUE
                   'LTE 020 00150 020 00150 010 00150 005 00200 '.
           05  FILLER REDEFINES W-CFG-OCCS-DATA.
               10  W-CFG-OCCS                      OCCURS 3.
                   15  W-CFG-NAME  PIC X(03).
                   15  FILLER      PIC X(01).
                   15  W-CFG-CASSETTE              OCCURS 4.
                       20  W-CFG-DENOM
                                   PIC 9(03).
                       20  FILLER  PIC X(01).
                       20  W-CFG-LOAD
                                   PIC 9(05).
                       20  FILLER  PIC X(01).
       01  W-CFG-DX                PIC S9(4)  COMP.

      **** The terminals, with what is in their cassettes now.

       01  W-TRM-MAX               PIC S9(4)  COMP VALUE 500.
       01  W-TRM-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-TRM-DX                PIC S9(4)  COMP.
       01  W-TRM-TABLE.
           05  W-TRM-OCCS          OCCURS 500.
               10  W-TRM-ID        PIC X(08).
               10  W-TRM-BR-DX     PIC S9(4)  COMP.
               10  W-TRM-STATE     PIC X(02).
               10  W-TRM-CASSETTE                  OCCURS 4.
                   15  W-TRM-DENOM PIC 9(03)  COMP.
                   15  W-TRM-LOAD  PIC 9(05)  COMP.
                   15  W-TRM-NOTES PIC 9(05)  COMP.

       01  W-TRM-ID-BUILD.
           05  FILLER              PIC X(02)       VALUE 'AT'.
           05  W-TRM-ID-BRANCH     PIC 9(04).
           05  W-TRM-ID-SEQ        PIC 9(02).
       01  W-SITE-SEQ              PIC 9(02)  COMP.
       01  W-LOBBY-CNT             PIC 9(01)  COMP.
       01  W-SITE-DX               PIC 9(01)  COMP.
       01  W-CAS-DX                PIC S9(4)  COMP.

      **** The activity day and the terminal-day in hand.

       01  W-RUN-INT               PIC 9(09)  COMP VALUE 0.
       01  W-DAY-NO                PIC 9(02)  COMP.
       01  W-DAY-DATE              PIC X(10).
       01  W-TRANS                 PIC 9(05)  COMP.
       01  W-CLOCK-SECS            PIC 9(07)  COMP.
       01  W-GAP-AVG               PIC 9(07)  COMP.
       01  W-GAP-SECS              PIC 9(07)  COMP.
       01  W-OPEN-SECS             PIC 9(07)  COMP VALUE 21600.
       01  W-LAST-SECS             PIC 9(07)  COMP VALUE 86399.
       01  W-TIME-REST             PIC 9(07)  COMP.
       01  W-TIME-TEXT.
           05  W-TIME-HH           PIC 9(02).
           05  FILLER              PIC X(01)       VALUE ':'.
           05  W-TIME-MM           PIC 9(02).
           05  FILLER              PIC X(01)       VALUE ':'.
           05  W-TIME-SS           PIC 9(02).
       01  W-EVENT-STAMP           PIC X(19).
       01  W-EVENT-OFFSET          PIC X(06).

       01  W-CASH-ON-HAND          PIC 9(09)  COMP.
       01  W-CASH-FULL             PIC 9(09)  COMP.
       01  W-NOTES-ADDED           PIC 9(05)  COMP.
       01  W-DAY-TOTALS.
           05  W-DAY-OPENING       PIC 9(09)  COMP.
           05  W-DAY-REPLENISHED   PIC 9(09)  COMP.
           05  W-DAY-DISPENSED     PIC 9(09)  COMP.
           05  W-DAY-EXPECTED      PIC 9(09)  COMP.
           05  W-DAY-COUNTED       PIC 9(09)  COMP.
           05  W-DAY-OVER-SHORT    PIC S9(09) COMP.
           05  W-DAY-WITHDRAWAL-CNT
                                   PIC 9(05)  COMP.
           05  W-DAY-DECLINE-CNT   PIC 9(05)  COMP.
           05  W-DAY-DEPOSIT-CNT   PIC 9(05)  COMP.
           05  W-DAY-DEPOSIT-CENTS PIC 9(11)  COMP.
           05  W-DAY-INQUIRY-CNT   PIC 9(05)  COMP.

      **** The transaction in hand.

       01  W-PICK                  PIC S9(9)  COMP.
       01  W-TRAN-TYPE             PIC X(03).
       01  W-RESPONSE              PIC X(03).
       01  W-DR-CR                 PIC X(01).
       01  W-AMOUNT-DOLLARS        PIC 9(07)  COMP.
       01  W-AMOUNT-CENTS          PIC 9(11)  COMP.
       01  W-REMAINING             PIC 9(07)  COMP.
       01  W-TAKE                  PIC 9(05)  COMP.
       01  W-DISPENSE-TABLE.
           05  W-DISPENSE-NOTES    PIC 9(05)  COMP OCCURS 4.
       01  W-AMOUNT-TEXT.
           05  W-AMOUNT-TEXT-DOLLARS
                                   PIC 9(07).
           05  FILLER              PIC X(01)       VALUE '.'.
           05  W-AMOUNT-TEXT-CENTS PIC 9(02).

      **** Plants.

       01  W-PLANT-KIND            PIC X(05).
       01  W-PLANT-CAS-DX          PIC S9(4)  COMP.
       01  W-PLANT-NOTES           PIC 9(03)  COMP.
       01  W-PLANT-AMOUNT          PIC 9(09)  COMP.

       01  W-TALLY.
           05  W-LOBBY-TRM-CNT     PIC 9(09)  COMP VALUE 0.
           05  W-OFF-SITE-TRM-CNT  PIC 9(09)  COMP VALUE 0.
           05  W-NO-SITE-CNT       PIC 9(09)  COMP VALUE 0.
           05  W-JRN-SEQ           PIC 9(09)  COMP VALUE 0.
           05  W-WITHDRAWAL-CNT    PIC 9(09)  COMP VALUE 0.
           05  W-NSF-CNT           PIC 9(09)  COMP VALUE 0.
           05  W-NO-CASH-CNT       PIC 9(09)  COMP VALUE 0.
           05  W-DEPOSIT-CNT       PIC 9(09)  COMP VALUE 0.
           05  W-INQUIRY-CNT       PIC 9(09)  COMP VALUE 0.
           05  W-POSTING-CNT       PIC 9(09)  COMP VALUE 0.
           05  W-REPLENISH-CNT     PIC 9(09)  COMP VALUE 0.
           05  W-SETTLEMENT-CNT    PIC 9(09)  COMP VALUE 0.
           05  W-SHORT-CNT         PIC 9(09)  COMP VALUE 0.
           05  W-OVER-CNT          PIC 9(09)  COMP VALUE 0.
           05  W-TABLE-FULL-CNT    PIC 9(09)  COMP VALUE 0.
           05  W-REPLENISHED-TOTAL PIC 9(11)  COMP VALUE 0.
           05  W-DISPENSED-TOTAL   PIC 9(11)  COMP VALUE 0.
           05  W-DEPOSIT-CENTS     PIC 9(13)  COMP VALUE 0.
           05  W-OVER-SHORT-NET    PIC S9(11) COMP VALUE 0.

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
           '**** FAKERATM error: '.

      **** The network, each terminal-day's activity and each plant
      **** draw from a seed of their own, so a change to the plant
      **** rate leaves the activity where it was.

       01  W-SEED-TEXT.
           05  FILLER              PIC X(24)       VALUE
               'FAKERATM seed text      '.
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
       01  W-PARM-DAYS             PIC 9(02).
       01  W-PARM-TRANS            PIC 9(05).
       01  W-PARM-PLANT-PCT        PIC 9(03).
       01  W-PARM-OFF-SITE         PIC 9(01).
       01  W-PARM-SEED-NO          PIC 9(09).
       01  W-PARM-PLANT-LEN        PIC S9(4)  COMP VALUE 0.
       01  W-PARM-OFF-SITE-LEN     PIC S9(4)  COMP VALUE 0.
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

           DISPLAY 'FAKERATM compiled on '
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

           PERFORM SUB-1100-LOAD-BRANCHES THRU SUB-1100-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1250-LOAD-STATES THRU SUB-1250-EXIT

           PERFORM SUB-1270-BRANCH-STATE THRU SUB-1270-EXIT
               VARYING W-BR-DX FROM 1 BY 1
                 UNTIL W-BR-DX > W-BR-CNT

           PERFORM SUB-1300-LOAD-CARDHOLDERS THRU SUB-1300-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-RUN-INT = 0
               DISPLAY W-ERROR-MSG
                       'no header run date - not a FAKERGEN extract'
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1400-INDEX-CARDHOLDERS THRU SUB-1400-EXIT

           IF      W-CH-CNT = 0
               DISPLAY W-ERROR-MSG
                       'no customer with a home branch and an open '
                       'account - FAKERGEN needs PROFILE=Y'
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-RUN-SEED-NO = 0
               PERFORM SUB-1200-CHOOSE-RUN-SEED THRU SUB-1200-EXIT
           END-IF

           OPEN OUTPUT TRMFILE
                       JRNFILE
                       PSTFILE
                       CSHFILE
                       KEYFILE

           PERFORM SUB-1500-DEPLOY-AT-BRANCH THRU SUB-1500-EXIT
               VARYING W-BR-DX FROM 1 BY 1
                 UNTIL W-BR-DX > W-BR-CNT

           CLOSE TRMFILE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-READ-PARM.
      *-------------------

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           UNSTRING W-PARM-TEXT    DELIMITED BY ',' OR SPACE
                   INTO W-PARM-DAYS
                        W-PARM-TRANS
                        W-PARM-PLANT-PCT
                                   COUNT IN W-PARM-PLANT-LEN
                        W-PARM-OFF-SITE
                                   COUNT IN W-PARM-OFF-SITE-LEN
                        W-PARM-SEED-NO
           END-UNSTRING

           IF      W-PARM-DAYS NUMERIC
           AND     W-PARM-DAYS > 0
               IF      W-PARM-DAYS > W-DAYS-MAX
                   DISPLAY W-ERROR-MSG
                           'days more than 31: '
                           W-PARM-TEXT
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF
               MOVE W-PARM-DAYS    TO W-DAYS
           END-IF

           IF      W-PARM-TRANS NUMERIC
           AND     W-PARM-TRANS > 0
               MOVE W-PARM-TRANS   TO W-AVG-TRANS
           END-IF

      **** A zero plant rate - every terminal in balance - and zero
      **** off-site ATMs are real choices, so each is taken whenever
      **** one was given.

           IF      W-PARM-PLANT-LEN > 0
               IF      W-PARM-PLANT-PCT NOT NUMERIC
               OR      W-PARM-PLANT-PCT > 100
                   DISPLAY W-ERROR-MSG
                           'plant rate not 0-100: '
                           W-PARM-TEXT
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF
               MOVE W-PARM-PLANT-PCT
                                   TO W-PLANT-PCT
           END-IF

           IF      W-PARM-OFF-SITE-LEN > 0
               IF      W-PARM-OFF-SITE NOT NUMERIC
               OR      W-PARM-OFF-SITE > W-OFF-SITE-MAX
                   DISPLAY W-ERROR-MSG
                           'off-site ATMs per branch not 0-3: '
                           W-PARM-TEXT
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF
               MOVE W-PARM-OFF-SITE
                                   TO W-OFF-SITE
           END-IF

           IF      W-PARM-SEED-NO NUMERIC
           AND     W-PARM-SEED-NO > 0
               MOVE W-PARM-SEED-NO TO W-RUN-SEED-NO
           END-IF
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-BRANCHES.
      *-----------------------

           OPEN INPUT BRNFILE

           IF      W-BRNFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open BRNFILE, status '
                       W-BRNFILE-STATUS
                       ' - FAKERGEN needs BRANCHES='
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1110-TAKE-ONE-BRANCH THRU SUB-1110-EXIT
               UNTIL W-BRNFILE-EOF

           CLOSE BRNFILE

           IF      W-BR-CNT = 0
               DISPLAY W-ERROR-MSG
                       'no branches on BRNFILE'
               MOVE 12             TO RETURN-CODE
           END-IF
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-TAKE-ONE-BRANCH.
      *-------------------------

           READ BRNFILE
               AT END
                   SET  W-BRNFILE-EOF
                                   TO TRUE
                   GO TO SUB-1110-EXIT
           END-READ

           IF      BRN-BRANCH-NO NOT NUMERIC
           OR      BRN-BRANCH-NO = 0
               GO TO SUB-1110-EXIT
           END-IF

           IF      W-BR-CNT >= W-BR-MAX
               ADD  1              TO W-TABLE-FULL-CNT
               GO TO SUB-1110-EXIT
           END-IF

           ADD  1                  TO W-BR-CNT
           MOVE BRN-BRANCH-NO      TO W-BR-NO(W-BR-CNT)
           MOVE BRN-NAME           TO W-BR-NAME(W-BR-CNT)
           MOVE BRN-STREET         TO W-BR-STREET(W-BR-CNT)
           MOVE BRN-CITY           TO W-BR-CITY(W-BR-CNT)
           MOVE BRN-STATE          TO W-BR-STATE(W-BR-CNT)
           MOVE 0                  TO W-BR-ST-ORD(W-BR-CNT)
                                      W-BR-CH-FIRST(W-BR-CNT)
                                      W-BR-CH-CNT(W-BR-CNT)
                                      W-BR-CH-NEXT(W-BR-CNT)
           .
       SUB-1110-EXIT.
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
       SUB-1270-BRANCH-STATE.
      *----------------------

           IF      W-BR-STATE(W-BR-DX)(3 : 8) NOT = SPACES
               GO TO SUB-1270-EXIT
           END-IF

           PERFORM SUB-1275-MATCH-STATE THRU SUB-1275-EXIT
               VARYING W-ST-DX FROM 1 BY 1
                 UNTIL W-ST-DX > W-ST-CNT
                    OR W-BR-ST-ORD(W-BR-DX) > 0
           .
       SUB-1270-EXIT.
           EXIT.
      /
       SUB-1275-MATCH-STATE.
      *---------------------

           IF      W-ST-ABBR(W-ST-DX) = W-BR-STATE(W-BR-DX)(1 : 2)
               MOVE W-ST-DX        TO W-BR-ST-ORD(W-BR-DX)
           END-IF
           .
       SUB-1275-EXIT.
           EXIT.
      /
       SUB-1300-LOAD-CARDHOLDERS.
      *--------------------------

           OPEN INPUT ATMIN

           IF      W-ATMIN-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open ATMIN, status '
                       W-ATMIN-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           PERFORM SUB-1310-TAKE-ONE-RECORD THRU SUB-1310-EXIT
               UNTIL W-ATMIN-EOF

           CLOSE ATMIN
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1310-TAKE-ONE-RECORD.
      *-------------------------

           READ ATMIN
               AT END
                   SET  W-ATMIN-EOF
                                   TO TRUE
                   GO TO SUB-1310-EXIT
           END-READ

           EVALUATE AIN-RECORD-TYPE
             WHEN 'H'
               MOVE ATMIN-REC(3 : 10)
                                   TO W-DATE-TEXT
               IF      W-DATE-TEXT-YYYY NUMERIC
               AND     W-DATE-TEXT-MM NUMERIC
               AND     W-DATE-TEXT-DD NUMERIC
                   PERFORM SUB-2900-TEXT-TO-INT THRU SUB-2900-EXIT
                   MOVE W-DATE-INT TO W-RUN-INT
               END-IF

      **** No seed on the PARM: draw with the extract's own.

               MOVE ATMIN-REC(23 : 9)
                                   TO W-SAVE-SEED-NO
               IF      W-RUN-SEED-NO = 0
               AND     W-SAVE-SEED-NO NUMERIC
                   MOVE W-SAVE-SEED-NO
                                   TO W-RUN-SEED-NO
               END-IF

             WHEN 'P'
               PERFORM SUB-1320-ADD-CUSTOMER THRU SUB-1320-EXIT

             WHEN 'D'
               PERFORM SUB-1330-ADD-ACCOUNT THRU SUB-1330-EXIT

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       SUB-1310-EXIT.
           EXIT.
      /
       SUB-1320-ADD-CUSTOMER.
      *----------------------

           IF      W-CUS-CNT >= W-CUS-MAX
               ADD  1              TO W-TABLE-FULL-CNT
               GO TO SUB-1320-EXIT
           END-IF

           ADD  1                  TO W-CUS-CNT
           MOVE AIP-CUSTOMER-ID    TO W-CUS-ID(W-CUS-CNT)
           MOVE 0                  TO W-CUS-BR-DX(W-CUS-CNT)
                                      W-CUS-ACC-CNT(W-CUS-CNT)
           COMPUTE W-CUS-ACC-FIRST(W-CUS-CNT)
                                   =  W-ACC-CNT + 1

           IF      AIP-BRANCH-NO NOT NUMERIC
               GO TO SUB-1320-EXIT
           END-IF

           PERFORM SUB-1325-MATCH-BRANCH THRU SUB-1325-EXIT
               VARYING W-BR-DX FROM 1 BY 1
                 UNTIL W-BR-DX > W-BR-CNT
                    OR W-CUS-BR-DX(W-CUS-CNT) > 0
           .
       SUB-1320-EXIT.
           EXIT.
      /
       SUB-1325-MATCH-BRANCH.
      *----------------------

           IF      W-BR-NO(W-BR-DX) = AIP-BRANCH-NO
               MOVE W-BR-DX        TO W-CUS-BR-DX(W-CUS-CNT)
           END-IF
           .
       SUB-1325-EXIT.
           EXIT.
      /
       SUB-1330-ADD-ACCOUNT.
      *---------------------

      **** An ATM card reaches the open checking and savings
      **** accounts - not a certificate, and not an account that is
      **** dormant, closed or charged off.

           IF      W-CUS-CNT = 0
           OR      AID-CUSTOMER-ID NOT = W-CUS-ID(W-CUS-CNT)
           OR      NOT AID-STATUS-OPEN
           OR      AID-PRODUCT-CODE(1 : 2) = 'CD'
           OR      AID-ACCOUNT-ID = 'ERROR'
           OR      AID-CLOSE-BAL NOT NUMERIC
               GO TO SUB-1330-EXIT
           END-IF

           IF      W-ACC-CNT >= W-ACC-MAX
               ADD  1              TO W-TABLE-FULL-CNT
               GO TO SUB-1330-EXIT
           END-IF

           ADD  1                  TO W-ACC-CNT
                                      W-CUS-ACC-CNT(W-CUS-CNT)
           MOVE AID-ACCOUNT-ID     TO W-ACC-ID(W-ACC-CNT)
           MOVE AID-CLOSE-BAL      TO W-ACC-BAL-CENTS(W-ACC-CNT)
           .
       SUB-1330-EXIT.
           EXIT.
      /
       SUB-1400-INDEX-CARDHOLDERS.
      *---------------------------

      **** Cardholders are counted branch by branch, each branch
      **** given the next slice of W-CH-TABLE, and then placed - so
      **** a branch's own cardholders sit together.

           PERFORM SUB-1410-COUNT-ONE THRU SUB-1410-EXIT
               VARYING W-CUS-DX FROM 1 BY 1
                 UNTIL W-CUS-DX > W-CUS-CNT

           PERFORM SUB-1420-SLICE-ONE THRU SUB-1420-EXIT
               VARYING W-BR-DX FROM 1 BY 1
                 UNTIL W-BR-DX > W-BR-CNT

           PERFORM SUB-1430-PLACE-ONE THRU SUB-1430-EXIT
               VARYING W-CUS-DX FROM 1 BY 1
                 UNTIL W-CUS-DX > W-CUS-CNT
           .
       SUB-1400-EXIT.
           EXIT.
      /
       SUB-1410-COUNT-ONE.
      *-------------------

           IF      W-CUS-BR-DX(W-CUS-DX) = 0
           OR      W-CUS-ACC-CNT(W-CUS-DX) = 0
               GO TO SUB-1410-EXIT
           END-IF

           ADD  1                  TO W-BR-CH-CNT(W-CUS-BR-DX(W-CUS-DX))
                                      W-CH-CNT
           .
       SUB-1410-EXIT.
           EXIT.
      /
       SUB-1420-SLICE-ONE.
      *-------------------

           IF      W-BR-DX = 1
               MOVE 1              TO W-BR-CH-FIRST(W-BR-DX)
           ELSE
               COMPUTE W-BR-CH-FIRST(W-BR-DX)
                                   =  W-BR-CH-FIRST(W-BR-DX - 1)
                                      + W-BR-CH-CNT(W-BR-DX - 1)
           END-IF

           MOVE W-BR-CH-FIRST(W-BR-DX)
                                   TO W-BR-CH-NEXT(W-BR-DX)
           .
       SUB-1420-EXIT.
           EXIT.
      /
       SUB-1430-PLACE-ONE.
      *-------------------

           IF      W-CUS-BR-DX(W-CUS-DX) = 0
           OR      W-CUS-ACC-CNT(W-CUS-DX) = 0
               GO TO SUB-1430-EXIT
           END-IF

           MOVE W-CUS-BR-DX(W-CUS-DX)
                                   TO W-BR-DX
           MOVE W-CUS-DX           TO W-CH-CUS-DX(W-BR-CH-NEXT(W-BR-DX))
           ADD  1                  TO W-BR-CH-NEXT(W-BR-DX)
           .
       SUB-1430-EXIT.
           EXIT.
      /
       SUB-1500-DEPLOY-AT-BRANCH.
      *--------------------------

      **** One lobby ATM, a second at the busier branches, then the
      **** off-site ATMs - each terminal's configuration drawn from
      **** the branch's own seed, so the network is the same run
      **** over run whatever the activity PARMs.

           MOVE 'DEPLOY'           TO W-SEED-KIND
           MOVE W-BR-DX            TO W-SEED-ITEM-NO
           PERFORM SUB-2930-SEED-ITEM THRU SUB-2930-EXIT

           MOVE 1                  TO W-LOBBY-CNT
           IF      FAKRAND-RANDOM-NO * 100 < W-SECOND-LOBBY-PCT
               MOVE 2              TO W-LOBBY-CNT
           END-IF

           MOVE 0                  TO W-SITE-SEQ

           PERFORM SUB-1510-LOBBY-ATM THRU SUB-1510-EXIT
               VARYING W-SITE-DX FROM 1 BY 1
                 UNTIL W-SITE-DX > W-LOBBY-CNT

           PERFORM SUB-1520-OFF-SITE-ATM THRU SUB-1520-EXIT
               VARYING W-SITE-DX FROM 1 BY 1
                 UNTIL W-SITE-DX > W-OFF-SITE
           .
       SUB-1500-EXIT.
           EXIT.
      /
       SUB-1510-LOBBY-ATM.
      *-------------------

           IF      W-TRM-CNT >= W-TRM-MAX
               ADD  1              TO W-TABLE-FULL-CNT
               GO TO SUB-1510-EXIT
           END-IF

           MOVE SPACES             TO TRMFILE-REC
           MOVE 'B'                TO TM-LOCATION
           MOVE W-BR-NAME(W-BR-DX) TO TM-SITE-NAME
           MOVE W-BR-STREET(W-BR-DX)
                                   TO TM-STREET
           MOVE W-BR-CITY(W-BR-DX) TO TM-CITY
           MOVE W-BR-STATE(W-BR-DX)
                                   TO TM-STATE

      **** Lobby ATMs: STD, or HVY for the one in three that pays
      **** out hundreds.

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT

           IF      FAKRAND-RANDOM-NO < 0.7
               MOVE 1              TO W-CFG-DX
           ELSE
               MOVE 2              TO W-CFG-DX
           END-IF

           PERFORM SUB-1550-ADD-TERMINAL THRU SUB-1550-EXIT

           ADD  1                  TO W-LOBBY-TRM-CNT
           .
       SUB-1510-EXIT.
           EXIT.
      /
       SUB-1520-OFF-SITE-ATM.
      *----------------------

           IF      W-TRM-CNT >= W-TRM-MAX
               ADD  1              TO W-TABLE-FULL-CNT
               GO TO SUB-1520-EXIT
           END-IF

      **** The host business off the company table, and an address
      **** FAKADDR draws in the branch's state - a branch whose
      **** state FAKADDR does not know, or a draw that comes back
      **** elsewhere, gets no off-site ATM.

           MOVE SPACES             TO TRMFILE-REC
           MOVE 'O'                TO TM-LOCATION

           IF      W-BR-ST-ORD(W-BR-DX) = 0
               ADD  1              TO W-NO-SITE-CNT
               GO TO SUB-1520-EXIT
           END-IF

           SET  COMPANY-COMPANY    TO TRUE

           PERFORM SUB-2950-CALL-FAKER THRU SUB-2950-EXIT

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-RESULT   TO TM-SITE-NAME
           ELSE
               MOVE 'OFF-SITE ATM' TO TM-SITE-NAME
           END-IF

           MOVE W-BR-ST-ORD(W-BR-DX)
                                   TO FAKER-SESSION-ID
           MOVE SPACES             TO FAKER-COUNTRY
           SET  ADDRESS-ADDRESS    TO TRUE

           PERFORM SUB-2950-CALL-FAKER THRU SUB-2950-EXIT

           MOVE 0                  TO FAKER-SESSION-ID

           IF      NOT FAKER-RESPONSE-GOOD
           OR      FAKER-ADDRESS-STATE NOT = W-BR-STATE(W-BR-DX)
               ADD  1              TO W-NO-SITE-CNT
               GO TO SUB-1520-EXIT
           END-IF

           MOVE FAKER-ADDRESS-STREET
                                   TO TM-STREET
           MOVE FAKER-ADDRESS-CITY TO TM-CITY
           MOVE FAKER-ADDRESS-STATE
                                   TO TM-STATE
           MOVE FAKER-ADDRESS-POSTCODE
                                   TO TM-POSTCODE

      **** Off-site ATMs: the small-note LTE mostly, STD otherwise.

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT

           IF      FAKRAND-RANDOM-NO < 0.6
               MOVE 3              TO W-CFG-DX
           ELSE
               MOVE 1              TO W-CFG-DX
           END-IF

           PERFORM SUB-1550-ADD-TERMINAL THRU SUB-1550-EXIT

           ADD  1                  TO W-OFF-SITE-TRM-CNT
           .
       SUB-1520-EXIT.
           EXIT.
      /
       SUB-1550-ADD-TERMINAL.
      *----------------------

      **** TRMFILE-REC holds the site; the terminal is numbered,
      **** given configuration W-CFG-DX with empty cassettes (the
      **** first day's replenishment loads them) and written.

           ADD  1                  TO W-TRM-CNT
                                      W-SITE-SEQ

           MOVE W-BR-NO(W-BR-DX)   TO W-TRM-ID-BRANCH
                                      TM-BRANCH-NO
           MOVE W-SITE-SEQ         TO W-TRM-ID-SEQ
           MOVE W-TRM-ID-BUILD     TO W-TRM-ID(W-TRM-CNT)
                                      TM-TERMINAL-ID
           MOVE W-BR-DX            TO W-TRM-BR-DX(W-TRM-CNT)
           MOVE SPACES             TO W-TRM-STATE(W-TRM-CNT)
           IF      TM-STATE(3 : 8) = SPACES
               MOVE TM-STATE(1 : 2)
                                   TO W-TRM-STATE(W-TRM-CNT)
           END-IF

           MOVE W-CFG-NAME(W-CFG-DX)
                                   TO TM-CONFIG

           PERFORM SUB-1555-LOAD-CASSETTE THRU SUB-1555-EXIT
               VARYING W-CAS-DX FROM 1 BY 1
                 UNTIL W-CAS-DX > 4

           WRITE TRMFILE-REC
           .
       SUB-1550-EXIT.
           EXIT.
      /
       SUB-1555-LOAD-CASSETTE.
      *-----------------------

           MOVE W-CFG-DENOM(W-CFG-DX, W-CAS-DX)
                                   TO W-TRM-DENOM(W-TRM-CNT, W-CAS-DX)
           MOVE W-CFG-LOAD(W-CFG-DX, W-CAS-DX)
                                   TO W-TRM-LOAD(W-TRM-CNT, W-CAS-DX)
           MOVE 0                  TO W-TRM-NOTES(W-TRM-CNT, W-CAS-DX)
           MOVE W-TRM-DENOM(W-TRM-CNT, W-CAS-DX)
                                   TO TM-DENOMINATION(W-CAS-DX)
           MOVE W-TRM-LOAD(W-TRM-CNT, W-CAS-DX)
                                   TO TM-LOAD-NOTES(W-CAS-DX)
           .
       SUB-1555-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

           PERFORM SUB-2100-ONE-DAY THRU SUB-2100-EXIT
               VARYING W-DAY-NO FROM 1 BY 1
                 UNTIL W-DAY-NO > W-DAYS
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-ONE-DAY.
      *-----------------

           COMPUTE W-DATE-INT      =  W-RUN-INT + W-DAY-NO
           PERFORM SUB-2910-INT-TO-TEXT THRU SUB-2910-EXIT
           MOVE W-DATE-TEXT        TO W-DAY-DATE

           PERFORM SUB-2200-TERMINAL-DAY THRU SUB-2200-EXIT
               VARYING W-TRM-DX FROM 1 BY 1
                 UNTIL W-TRM-DX > W-TRM-CNT
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-TERMINAL-DAY.
      *----------------------

           INITIALIZE W-DAY-TOTALS

           MOVE 'ACTIVITY'         TO W-SEED-KIND
           COMPUTE W-SEED-ITEM-NO  =  W-TRM-DX * 100 + W-DAY-NO
           PERFORM SUB-2930-SEED-ITEM THRU SUB-2930-EXIT

      **** Half to one and a half times the average, spread from
      **** 06:00 to midnight.

           COMPUTE W-TRANS         =  W-AVG-TRANS * FAKRAND-RANDOM-NO
                                      + W-AVG-TRANS / 2

           PERFORM SUB-2250-CASH-ON-HAND THRU SUB-2250-EXIT
           MOVE W-CASH-ON-HAND     TO W-DAY-OPENING

           IF      W-DAY-NO = 1
           OR      W-CASH-ON-HAND * 5 < W-CASH-FULL * 2
               PERFORM SUB-2300-REPLENISH THRU SUB-2300-EXIT
           END-IF

           COMPUTE W-GAP-AVG       =  (W-LAST-SECS - W-OPEN-SECS)
                                      / (W-TRANS + 1)
           MOVE W-OPEN-SECS        TO W-CLOCK-SECS

           PERFORM SUB-2400-ONE-TRANSACTION THRU SUB-2400-EXIT
               W-TRANS TIMES

           PERFORM SUB-2600-SETTLE THRU SUB-2600-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2250-CASH-ON-HAND.
      *----------------------

           MOVE 0                  TO W-CASH-ON-HAND
                                      W-CASH-FULL

           PERFORM SUB-2255-ADD-CASSETTE THRU SUB-2255-EXIT
               VARYING W-CAS-DX FROM 1 BY 1
                 UNTIL W-CAS-DX > 4
           .
       SUB-2250-EXIT.
           EXIT.
      /
       SUB-2255-ADD-CASSETTE.
      *----------------------

           COMPUTE W-CASH-ON-HAND  =  W-CASH-ON-HAND
                                      + W-TRM-NOTES(W-TRM-DX, W-CAS-DX)
                                      * W-TRM-DENOM(W-TRM-DX, W-CAS-DX)
           COMPUTE W-CASH-FULL     =  W-CASH-FULL
                                      + W-TRM-LOAD(W-TRM-DX, W-CAS-DX)
                                      * W-TRM-DENOM(W-TRM-DX, W-CAS-DX)
           .
       SUB-2255-EXIT.
           EXIT.
      /
       SUB-2300-REPLENISH.
      *-------------------

           MOVE SPACES             TO CSH-REPLENISH-REC
           MOVE 'R'                TO CR-RECORD-TYPE
           MOVE W-TRM-ID(W-TRM-DX) TO CR-TERMINAL-ID
           MOVE W-DAY-DATE         TO CR-DATE
           MOVE '05:30:00'         TO CR-TIME

           PERFORM SUB-2310-FILL-CASSETTE THRU SUB-2310-EXIT
               VARYING W-CAS-DX FROM 1 BY 1
                 UNTIL W-CAS-DX > 4

           MOVE W-DAY-REPLENISHED  TO CR-AMOUNT

           WRITE CSH-REPLENISH-REC

           ADD  1                  TO W-REPLENISH-CNT
           ADD  W-DAY-REPLENISHED  TO W-REPLENISHED-TOTAL
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2310-FILL-CASSETTE.
      *-----------------------

      **** A cassette a miscount left over its full load is left as
      **** it is.

           MOVE 0                  TO W-NOTES-ADDED

           IF      W-TRM-NOTES(W-TRM-DX, W-CAS-DX)
                       < W-TRM-LOAD(W-TRM-DX, W-CAS-DX)
               COMPUTE W-NOTES-ADDED
                                   =  W-TRM-LOAD(W-TRM-DX, W-CAS-DX)
                                      - W-TRM-NOTES(W-TRM-DX, W-CAS-DX)
               MOVE W-TRM-LOAD(W-TRM-DX, W-CAS-DX)
                                   TO W-TRM-NOTES(W-TRM-DX, W-CAS-DX)
           END-IF

           COMPUTE W-DAY-REPLENISHED
                                   =  W-DAY-REPLENISHED
                                      + W-NOTES-ADDED
                                      * W-TRM-DENOM(W-TRM-DX, W-CAS-DX)

           MOVE W-TRM-DENOM(W-TRM-DX, W-CAS-DX)
                                   TO CR-DENOMINATION(W-CAS-DX)
           MOVE W-NOTES-ADDED      TO CR-NOTES-ADDED(W-CAS-DX)
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-2400-ONE-TRANSACTION.
      *-------------------------

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-GAP-SECS      =  FAKRAND-RANDOM-NO * W-GAP-AVG * 2
                                      + 1
           ADD  W-GAP-SECS         TO W-CLOCK-SECS
           IF      W-CLOCK-SECS > W-LAST-SECS
               MOVE W-LAST-SECS    TO W-CLOCK-SECS
           END-IF

      **** Mostly the terminal's own branch's cardholders; the rest,
      **** and all of them at a branch with none, anyone's.

           MOVE W-TRM-BR-DX(W-TRM-DX)
                                   TO W-BR-DX

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT

           IF      FAKRAND-RANDOM-NO * 100 < W-HOME-BRANCH-PCT
           AND     W-BR-CH-CNT(W-BR-DX) > 0
               PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
               COMPUTE W-CH-DX     =  FAKRAND-RANDOM-NO
                                      * W-BR-CH-CNT(W-BR-DX)
               ADD  W-BR-CH-FIRST(W-BR-DX)
                                   TO W-CH-DX
           ELSE
               PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
               COMPUTE W-CH-DX     =  FAKRAND-RANDOM-NO * W-CH-CNT
                                      + 1
           END-IF

           MOVE W-CH-CUS-DX(W-CH-DX)
                                   TO W-CUS-DX

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-ACC-DX        =  FAKRAND-RANDOM-NO
                                      * W-CUS-ACC-CNT(W-CUS-DX)
           ADD  W-CUS-ACC-FIRST(W-CUS-DX)
                                   TO W-ACC-DX

           INITIALIZE W-DISPENSE-TABLE
           MOVE 0                  TO W-AMOUNT-CENTS
           MOVE 'APP'              TO W-RESPONSE
           MOVE SPACES             TO W-DR-CR

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT

           EVALUATE TRUE
             WHEN FAKRAND-RANDOM-NO * 100 < W-WITHDRAWAL-PCT
               PERFORM SUB-2450-WITHDRAWAL THRU SUB-2450-EXIT
             WHEN FAKRAND-RANDOM-NO * 100
                                   < W-WITHDRAWAL-PCT + W-DEPOSIT-PCT
               PERFORM SUB-2460-DEPOSIT THRU SUB-2460-EXIT
             WHEN OTHER
               MOVE 'INQ'          TO W-TRAN-TYPE
               ADD  1              TO W-DAY-INQUIRY-CNT
                                      W-INQUIRY-CNT
           END-EVALUATE

           PERFORM SUB-2700-WRITE-JOURNAL THRU SUB-2700-EXIT

           IF      W-DR-CR NOT = SPACES
               PERFORM SUB-2750-WRITE-POSTING THRU SUB-2750-EXIT
           END-IF
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2450-WITHDRAWAL.
      *--------------------

      **** Twenty dollars to three hundred, the small amounts most
      **** often, now and then with ten over.

           MOVE 'WDL'              TO W-TRAN-TYPE

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-AMOUNT-DOLLARS
                                   =  FAKRAND-RANDOM-NO
                                      * FAKRAND-RANDOM-NO * 15
           COMPUTE W-AMOUNT-DOLLARS
                                   =  W-AMOUNT-DOLLARS * 20 + 20

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           IF      FAKRAND-RANDOM-NO * 100 < W-ODD-TEN-PCT
               ADD  10             TO W-AMOUNT-DOLLARS
           END-IF

           COMPUTE W-AMOUNT-CENTS  =  W-AMOUNT-DOLLARS * 100

           IF      W-AMOUNT-CENTS > W-ACC-BAL-CENTS(W-ACC-DX)
               MOVE 'NSF'          TO W-RESPONSE
               ADD  1              TO W-DAY-DECLINE-CNT
                                      W-NSF-CNT
               GO TO SUB-2450-EXIT
           END-IF

           PERFORM SUB-2500-DISPENSE THRU SUB-2500-EXIT

           IF      W-REMAINING > 0
               INITIALIZE W-DISPENSE-TABLE
               MOVE 'CSH'          TO W-RESPONSE
               ADD  1              TO W-DAY-DECLINE-CNT
                                      W-NO-CASH-CNT
               GO TO SUB-2450-EXIT
           END-IF

      **** Notes out of the cassettes, money out of the account.

           PERFORM SUB-2520-TAKE-NOTES THRU SUB-2520-EXIT
               VARYING W-CAS-DX FROM 1 BY 1
                 UNTIL W-CAS-DX > 4

           SUBTRACT W-AMOUNT-CENTS FROM W-ACC-BAL-CENTS(W-ACC-DX)
           ADD  W-AMOUNT-DOLLARS   TO W-DAY-DISPENSED
                                      W-DISPENSED-TOTAL
           ADD  1                  TO W-DAY-WITHDRAWAL-CNT
                                      W-WITHDRAWAL-CNT
           MOVE 'D'                TO W-DR-CR
           .
       SUB-2450-EXIT.
           EXIT.
      /
       SUB-2460-DEPOSIT.
      *-----------------

      **** Ten dollars to two thousand in dollars and cents - into
      **** the deposit bin, never the cassettes.

           MOVE 'DEP'              TO W-TRAN-TYPE

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-AMOUNT-CENTS  =  FAKRAND-RANDOM-NO
                                      * FAKRAND-RANDOM-NO * 199000
                                      + 1000

           ADD  W-AMOUNT-CENTS     TO W-ACC-BAL-CENTS(W-ACC-DX)
           ADD  W-AMOUNT-CENTS     TO W-DAY-DEPOSIT-CENTS
                                      W-DEPOSIT-CENTS
           ADD  1                  TO W-DAY-DEPOSIT-CNT
                                      W-DEPOSIT-CNT
           MOVE 'C'                TO W-DR-CR
           .
       SUB-2460-EXIT.
           EXIT.
      /
       SUB-2500-DISPENSE.
      *------------------

      **** Largest note first - the configurations are set up so
      **** that finds the notes whenever the cassettes hold them.
      **** W-REMAINING left over means they do not.

           MOVE W-AMOUNT-DOLLARS   TO W-REMAINING

           PERFORM SUB-2510-FROM-CASSETTE THRU SUB-2510-EXIT
               VARYING W-CAS-DX FROM 1 BY 1
                 UNTIL W-CAS-DX > 4
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2510-FROM-CASSETTE.
      *-----------------------

           DIVIDE W-REMAINING      BY W-TRM-DENOM(W-TRM-DX, W-CAS-DX)
                                   GIVING W-TAKE

           IF      W-TAKE > W-TRM-NOTES(W-TRM-DX, W-CAS-DX)
               MOVE W-TRM-NOTES(W-TRM-DX, W-CAS-DX)
                                   TO W-TAKE
           END-IF

           MOVE W-TAKE             TO W-DISPENSE-NOTES(W-CAS-DX)
           COMPUTE W-REMAINING     =  W-REMAINING
                                      - W-TAKE
                                      * W-TRM-DENOM(W-TRM-DX, W-CAS-DX)
           .
       SUB-2510-EXIT.
           EXIT.
      /
       SUB-2520-TAKE-NOTES.
      *--------------------

           SUBTRACT W-DISPENSE-NOTES(W-CAS-DX)
                                   FROM W-TRM-NOTES(W-TRM-DX, W-CAS-DX)
           .
       SUB-2520-EXIT.
           EXIT.
      /
       SUB-2600-SETTLE.
      *----------------

      **** What should be left, and what the count finds.

           COMPUTE W-DAY-EXPECTED  =  W-DAY-OPENING
                                      + W-DAY-REPLENISHED
                                      - W-DAY-DISPENSED
           MOVE W-DAY-EXPECTED     TO W-DAY-COUNTED

           MOVE 'PLANT'            TO W-SEED-KIND
           PERFORM SUB-2930-SEED-ITEM THRU SUB-2930-EXIT

           IF      FAKRAND-RANDOM-NO * 100 < W-PLANT-PCT
               PERFORM SUB-2650-PLANT-DIFFERENCE THRU SUB-2650-EXIT
           END-IF

           COMPUTE W-DAY-OVER-SHORT
                                   =  W-DAY-COUNTED - W-DAY-EXPECTED

           MOVE SPACES             TO CSH-SETTLE-REC
           MOVE 'S'                TO CS-RECORD-TYPE
           MOVE W-TRM-ID(W-TRM-DX) TO CS-TERMINAL-ID
           MOVE W-DAY-DATE         TO CS-DATE
           MOVE W-DAY-OPENING      TO CS-OPENING
           MOVE W-DAY-REPLENISHED  TO CS-REPLENISHED
           MOVE W-DAY-DISPENSED    TO CS-DISPENSED
           MOVE W-DAY-EXPECTED     TO CS-EXPECTED
           MOVE W-DAY-COUNTED      TO CS-COUNTED
           MOVE W-DAY-OVER-SHORT   TO CS-OVER-SHORT
           MOVE W-DAY-WITHDRAWAL-CNT
                                   TO CS-WITHDRAWAL-CNT
           MOVE W-DAY-DECLINE-CNT  TO CS-DECLINE-CNT
           MOVE W-DAY-DEPOSIT-CNT  TO CS-DEPOSIT-CNT
           MOVE W-DAY-DEPOSIT-CENTS
                                   TO CS-DEPOSIT-CENTS
           MOVE W-DAY-INQUIRY-CNT  TO CS-INQUIRY-CNT

           WRITE CSH-SETTLE-REC

           ADD  1                  TO W-SETTLEMENT-CNT
           ADD  W-DAY-OVER-SHORT   TO W-OVER-SHORT-NET
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2650-PLANT-DIFFERENCE.
      *--------------------------

      **** One to five notes short in, or over, one cassette - the
      **** cassette then holds what was counted, so the next day
      **** opens on the counted cash.  A cassette too low to be
      **** short that much is found over instead.

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-PLANT-CAS-DX  =  FAKRAND-RANDOM-NO * 4 + 1

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-PLANT-NOTES   =  FAKRAND-RANDOM-NO * 5 + 1

           MOVE 'OVER'             TO W-PLANT-KIND
           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           IF      FAKRAND-RANDOM-NO * 100 < W-SHORT-PCT
           AND     W-TRM-NOTES(W-TRM-DX, W-PLANT-CAS-DX)
                                   NOT < W-PLANT-NOTES
               MOVE 'SHORT'        TO W-PLANT-KIND
           END-IF

           COMPUTE W-PLANT-AMOUNT  =  W-PLANT-NOTES
                     * W-TRM-DENOM(W-TRM-DX, W-PLANT-CAS-DX)

           IF      W-PLANT-KIND = 'SHORT'
               SUBTRACT W-PLANT-NOTES
                     FROM W-TRM-NOTES(W-TRM-DX, W-PLANT-CAS-DX)
               SUBTRACT W-PLANT-AMOUNT
                                   FROM W-DAY-COUNTED
               ADD  1              TO W-SHORT-CNT
           ELSE
               ADD  W-PLANT-NOTES
                     TO W-TRM-NOTES(W-TRM-DX, W-PLANT-CAS-DX)
               ADD  W-PLANT-AMOUNT TO W-DAY-COUNTED
               ADD  1              TO W-OVER-CNT
           END-IF

           MOVE SPACES             TO KEYFILE-REC
           MOVE W-TRM-ID(W-TRM-DX) TO KEY-TERMINAL-ID
           MOVE W-DAY-DATE         TO KEY-DATE
           MOVE W-PLANT-KIND       TO KEY-KIND
           MOVE W-PLANT-CAS-DX     TO KEY-CASSETTE
           MOVE W-TRM-DENOM(W-TRM-DX, W-PLANT-CAS-DX)
                                   TO KEY-DENOMINATION
           MOVE W-PLANT-NOTES      TO KEY-NOTES
           MOVE W-PLANT-AMOUNT     TO KEY-AMOUNT
           MOVE W-DAY-EXPECTED     TO KEY-EXPECTED
           MOVE W-DAY-COUNTED      TO KEY-COUNTED

           WRITE KEYFILE-REC
           .
       SUB-2650-EXIT.
           EXIT.
      /
       SUB-2700-WRITE-JOURNAL.
      *-----------------------

           PERFORM SUB-2800-STAMP THRU SUB-2800-EXIT

           DIVIDE W-AMOUNT-CENTS   BY 100
                                   GIVING W-AMOUNT-TEXT-DOLLARS
                                   REMAINDER W-AMOUNT-TEXT-CENTS

           ADD  1                  TO W-JRN-SEQ

           MOVE SPACES             TO JRN-DETAIL-REC
           MOVE 'J'                TO JR-RECORD-TYPE
           MOVE W-JRN-SEQ          TO JR-JOURNAL-SEQ
           MOVE W-TRM-ID(W-TRM-DX) TO JR-TERMINAL-ID
           MOVE W-EVENT-STAMP      TO JR-STAMP
           MOVE W-TRAN-TYPE        TO JR-TRAN-TYPE
           MOVE W-CUS-ID(W-CUS-DX) TO JR-CUSTOMER-ID
           MOVE W-ACC-ID(W-ACC-DX) TO JR-ACCOUNT-ID
           MOVE W-AMOUNT-TEXT      TO JR-AMOUNT
           MOVE W-RESPONSE         TO JR-RESPONSE
           MOVE W-ACC-BAL-CENTS(W-ACC-DX)
                                   TO JR-BALANCE
           MOVE W-EVENT-OFFSET     TO JR-UTC-OFFSET

           PERFORM SUB-2710-JOURNAL-NOTES THRU SUB-2710-EXIT
               VARYING W-CAS-DX FROM 1 BY 1
                 UNTIL W-CAS-DX > 4

           WRITE JRN-DETAIL-REC
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2710-JOURNAL-NOTES.
      *-----------------------

           MOVE W-DISPENSE-NOTES(W-CAS-DX)
                                   TO JR-NOTES(W-CAS-DX)
           .
       SUB-2710-EXIT.
           EXIT.
      /
       SUB-2750-WRITE-POSTING.
      *-----------------------

           MOVE SPACES             TO PSTFILE-REC
           MOVE 'X'                TO XD-RECORD-TYPE
           MOVE W-ACC-ID(W-ACC-DX) TO XD-ACCOUNT-ID
           MOVE W-AMOUNT-TEXT      TO XD-TRAN-AMOUNT
           MOVE W-CUS-ID(W-CUS-DX) TO XD-CUSTOMER-ID
           MOVE W-DAY-DATE         TO XD-TRAN-DATE
           MOVE W-DR-CR            TO XD-DR-CR

           WRITE PSTFILE-REC

           ADD  1                  TO W-POSTING-CNT
           .
       SUB-2750-EXIT.
           EXIT.
      /
       SUB-2800-STAMP.
      *---------------

      **** W-CLOCK-SECS after midnight of the activity day, local to
      **** the terminal, with its state's UTC offset - from 06:00
      **** on, so never in a daylight-saving changeover hour.

           MOVE W-CLOCK-SECS       TO W-TIME-REST
           DIVIDE W-TIME-REST      BY 3600
                                   GIVING W-TIME-HH
                                   REMAINDER W-TIME-REST
           DIVIDE W-TIME-REST      BY 60
                                   GIVING W-TIME-MM
                                   REMAINDER W-TIME-REST
           MOVE W-TIME-REST        TO W-TIME-SS

           MOVE SPACES             TO W-EVENT-STAMP
           STRING W-DAY-DATE       ' '
                  W-TIME-TEXT      DELIMITED SIZE
                                   INTO W-EVENT-STAMP

           MOVE SPACES             TO W-EVENT-OFFSET

           IF      W-TRM-STATE(W-TRM-DX) = SPACES
               GO TO SUB-2800-EXIT
           END-IF

           MOVE W-DAY-DATE         TO FAKER-DATE-FROM
           MOVE W-TIME-TEXT        TO FAKER-TIME-FROM
           MOVE W-TRM-STATE(W-TRM-DX)
                                   TO FAKER-TZ-STATE
           SET  TEMPORAL-TIMEZONE  TO TRUE

           PERFORM SUB-2950-CALL-FAKER THRU SUB-2950-EXIT

           MOVE SPACES             TO FAKER-DATE-FROM
                                      FAKER-TIME-FROM
                                      FAKER-TZ-STATE

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-TEMPORAL-OFFSET
                                   TO W-EVENT-OFFSET
           END-IF
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
       SUB-2930-SEED-ITEM.
      *-------------------

           MOVE W-RUN-SEED-NO      TO W-SEED-TEXT-RUN-SEED

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE W-SEED-TEXT        TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER
           .
       SUB-2930-EXIT.
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

           MOVE 'FAKERATM'         TO FAKER-CALLING-PROGRAM

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

           MOVE SPACES             TO JRN-TRAILER-REC
           MOVE 'T'                TO JT-RECORD-TYPE
           MOVE W-JRN-SEQ          TO JT-JOURNAL-COUNT
           MOVE W-DISPENSED-TOTAL  TO JT-DISPENSED-TOTAL
           MOVE W-DEPOSIT-CENTS    TO JT-DEPOSIT-CENTS

           WRITE JRN-TRAILER-REC

           MOVE SPACES             TO CSH-TRAILER-REC
           MOVE 'T'                TO CT-RECORD-TYPE
           MOVE W-SETTLEMENT-CNT   TO CT-SETTLEMENT-COUNT
           MOVE W-REPLENISHED-TOTAL
                                   TO CT-REPLENISHED-TOTAL
           MOVE W-DISPENSED-TOTAL  TO CT-DISPENSED-TOTAL
           MOVE W-OVER-SHORT-NET   TO CT-OVER-SHORT-NET

           WRITE CSH-TRAILER-REC

           CLOSE JRNFILE
                 PSTFILE
                 CSHFILE
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

           MOVE 'Data\FAKERATM Terminals.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERATM Journal.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERATM Postings.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERATM Cash.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERATM Anskey.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT
           .
       SUB-3000-DISPLAY.

           MOVE W-BR-CNT           TO W-DISP-NUM
           DISPLAY 'Branches:                 '
                   W-DISP-NUM

           MOVE W-CH-CNT           TO W-DISP-NUM
           DISPLAY 'Cardholders:              '
                   W-DISP-NUM

           MOVE W-LOBBY-TRM-CNT    TO W-DISP-NUM
           DISPLAY 'Lobby ATMs:               '
                   W-DISP-NUM

           MOVE W-OFF-SITE-TRM-CNT TO W-DISP-NUM
           DISPLAY 'Off-site ATMs:            '
                   W-DISP-NUM

           MOVE W-NO-SITE-CNT      TO W-DISP-NUM
           DISPLAY '    Not sited:            '
                   W-DISP-NUM

           MOVE W-JRN-SEQ          TO W-DISP-NUM
           DISPLAY 'Journal records:          '
                   W-DISP-NUM

           MOVE W-WITHDRAWAL-CNT   TO W-DISP-NUM
           DISPLAY '    Withdrawals:          '
                   W-DISP-NUM

           MOVE W-NSF-CNT          TO W-DISP-NUM
           DISPLAY '    Declined NSF:         '
                   W-DISP-NUM

           MOVE W-NO-CASH-CNT      TO W-DISP-NUM
           DISPLAY '    Declined no cash:     '
                   W-DISP-NUM

           MOVE W-DEPOSIT-CNT      TO W-DISP-NUM
           DISPLAY '    Deposits:             '
                   W-DISP-NUM

           MOVE W-INQUIRY-CNT      TO W-DISP-NUM
           DISPLAY '    Inquiries:            '
                   W-DISP-NUM

           MOVE W-POSTING-CNT      TO W-DISP-NUM
           DISPLAY 'Postings written:         '
                   W-DISP-NUM

           MOVE W-REPLENISH-CNT    TO W-DISP-NUM
           DISPLAY 'Replenishments:           '
                   W-DISP-NUM

           MOVE W-SETTLEMENT-CNT   TO W-DISP-NUM
           DISPLAY 'Settlements:              '
                   W-DISP-NUM

           MOVE W-SHORT-CNT        TO W-DISP-NUM
           DISPLAY 'Planted SHORT:            '
                   W-DISP-NUM

           MOVE W-OVER-CNT         TO W-DISP-NUM
           DISPLAY 'Planted OVER:             '
                   W-DISP-NUM

           DISPLAY 'FAKERATM run seed:        '
                   W-RUN-SEED-NO

           DISPLAY 'FAKERATM completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
