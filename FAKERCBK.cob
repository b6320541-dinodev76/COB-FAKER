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

       PROGRAM-ID.             FAKERCBK.

      **** Monthly test-data usage chargeback.  Bills the month's
      **** test-data generation back to the teams that consumed it,
      **** through the maintained team table, 'Data\FAKERCBK
      **** Teams.txt', which names each team's cost center and maps
      **** the identities the usage is recorded under to the team:
      ****
      ****   TEAM     team      -         cost-center  description
      ****   CLIENT   client-id team      FAKERSRV client IDs
      ****   TEMPLATE template  team      FAKERGEN run templates
      ****   HOLDER   holder    team      FAKERRSV reservation holders
      ****   PROGRAM  program   team      any other calling program
      ****   RATE     measure   charge per 1,000 units, 9(05)V99
      ****
      **** Four measures are totalled per team:
      ****   CALLS    provider calls - one per FAKER audit record
      ****            dated in the month, on the live audit trail, its
      ****            archive, the FAKERSRV service's own trail and
      ****            the trail of every FAKERGEN job ID the seed
      ****            registry names (split and subscription runs).  A
      ****            call carrying a charge ID goes to that client
      ****            (FAKERSRV) or run template (everyone else); one
      ****            without goes to its calling program;
      ****   RECORDS  records generated - the seed registry's runs of
      ****            the month, by run template (FAKERGEN when none);
      ****   STORAGE  storage retained - the kilobytes on disk, as the
      ****            statement runs, of every file of every delivered
      ****            set on the FAKERSWP sweeper's list, billed to
      ****            the team the set's '*SUBSCRIBED*' stamp names
      ****            (FAKERGEN when unstamped);
      ****   CUSTDAYS customer-days held - each FAKERRSV hold's
      ****            customer count times the days of the month it
      ****            stood, from the hold history (a hold older than
      ****            the history is taken as standing all month).  A
      ****            holder with no HOLDER entry is taken to be the
      ****            team of that name.
      ****
      **** The statement file carries one chargeback statement per
      **** team - the identities billed, the quantities, the rate
      **** and the charge - and the finance feed one record per team
      **** and measure between a header and a control-total trailer.
      **** Usage no table entry claims is listed on an UNASSIGNED
      **** statement, kept off the feed, and ends the job RC 4 so the
      **** table is put right before the month is closed.
      ****
      ****   PARM='2026-09'    (blank bills the previous month)

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
           SELECT TEAMFILE              ASSIGN 'Data\FAKERCBK Teams.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-TEAMFILE-STATUS.

           SELECT AUDTFILE       ASSIGN DYNAMIC W-AUDTFILE-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-AUDTFILE-STATUS.

           SELECT REGFILE           ASSIGN 'Data\FAKERGEN Registry.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-REGFILE-STATUS.

           SELECT LSTFILE            ASSIGN 'Data\FAKERSWP Manifests.txt
      -                                      ''
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-LSTFILE-STATUS.

           SELECT MANIFILE       ASSIGN DYNAMIC W-MANIFILE-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-MANIFILE-STATUS.

           SELECT RSVFILE             ASSIGN 'Data\FAKERRSV Registry.txt
      -                                      ''
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-RSVFILE-STATUS.

           SELECT HISFILE            ASSIGN 'Data\FAKERRSV History.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-HISFILE-STATUS.

           SELECT STMFILE          ASSIGN 'Data\FAKERCBK Statement.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT FEEDFILE               ASSIGN 'Data\FAKERCBK Feed.txt'
                                       ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

      **** One entry per record; '*' in column 1 is a comment.  A
      **** RATE record carries its charge per 1,000 units where the
      **** other kinds carry their team.

       FD  TEAMFILE.

       01  TEAMFILE-REC.
           05  TM-KIND             PIC X(08).
               88  TM-KIND-TEAM                    VALUE 'TEAM'.
               88  TM-KIND-RATE                    VALUE 'RATE'.
               88  TM-KIND-MAP                     VALUE 'CLIENT'
                                                         'TEMPLATE'
                                                         'HOLDER'
                                                         'PROGRAM'.
           05  FILLER              PIC X(01).
           05  TM-KEY              PIC X(08).
           05  FILLER              PIC X(01).
           05  TM-ENTRY.
               10  TM-TEAM         PIC X(08).
               10  FILLER          PIC X(01).
               10  TM-COST-CENTER  PIC X(10).
               10  FILLER          PIC X(01).
               10  TM-DESCRIPTION  PIC X(30).
           05  TM-RATE-ENTRY       REDEFINES TM-ENTRY.
               10  TM-RATE         PIC 9(05)V99.
               10  FILLER          PIC X(43).

       FD  AUDTFILE.

       01  AUDTFILE-REC.
           05  AUDT-RUN-DATE       PIC X(10).
           05  FILLER              PIC X(01).
           05  AUDT-RUN-TIME       PIC X(08).
           05  FILLER              PIC X(01).
           05  AUDT-CALLING-PROGRAM
                                   PIC X(08).
           05  FILLER              PIC X(01).
           05  AUDT-PROVIDER-FUNCTION
                                   PIC X(30).
           05  FILLER              PIC X(01).
           05  AUDT-SEED-NO        PIC 9(09).
           05  FILLER              PIC X(01).
           05  AUDT-RESPONSE-CODE  PIC 9(04).
           05  FILLER              PIC X(01).
           05  AUDT-CHARGE-ID      PIC X(08).

       FD  REGFILE.

       01  REGFILE-REC.
           05  REG-RUN-NO          PIC 9(06).
           05  FILLER              PIC X(01).
           05  REG-RUN-DATE        PIC X(10).
           05  FILLER              PIC X(01).
           05  REG-RUN-TIME        PIC X(08).
           05  FILLER              PIC X(01).
           05  REG-SEED-NO         PIC 9(09).
           05  FILLER              PIC X(01).
           05  REG-RECORD-COUNT    PIC 9(09).
           05  FILLER              PIC X(01).
           05  REG-OUTPUT-FORMAT   PIC X(01).
           05  FILLER              PIC X(01).
           05  REG-PROFILE-MODE-SW PIC X(01).
           05  FILLER              PIC X(01).
           05  REG-JOB-ID          PIC X(04).
           05  FILLER              PIC X(01).
           05  REG-ELAPSED-SECS    PIC X(06).
           05  FILLER              PIC X(01).
           05  REG-REJECT-CNT      PIC X(09).
           05  FILLER              PIC X(01).
           05  REG-RESTART-SW      PIC X(01).
           05  FILLER              PIC X(01).
           05  REG-TEMPLATE        PIC X(08).

       FD  LSTFILE.

       01  LSTFILE-REC             PIC X(40).

       FD  MANIFILE.

       01  MANIFILE-REC.
           05  MAN-FILE-PATH       PIC X(40).
           05  FILLER              PIC X(01).
           05  MAN-RECORD-CNT      PIC 9(09).
           05  FILLER              PIC X(01).
           05  MAN-CRC             PIC 9(09).

       FD  RSVFILE.

       01  RSVFILE-REC.
           05  RSV-TEAM            PIC X(08).
           05  FILLER              PIC X(01).
           05  RSV-FROM-ID         PIC X(14).
           05  FILLER              PIC X(01).
           05  RSV-TO-ID           PIC X(14).
           05  FILLER              PIC X(01).
           05  RSV-EXPIRY-DATE     PIC X(10).

       FD  HISFILE.

       01  HISFILE-REC.
           05  HIS-EVENT           PIC X(07).
               88  HIS-HOLD                        VALUE 'HOLD   '.
               88  HIS-RELEASE                     VALUE 'RELEASE'.
           05  FILLER              PIC X(01).
           05  HIS-DATE            PIC X(10).
           05  FILLER              PIC X(01).
           05  HIS-TEAM            PIC X(08).
           05  FILLER              PIC X(01).
           05  HIS-FROM-ID         PIC X(14).
           05  FILLER              PIC X(01).
           05  HIS-TO-ID           PIC X(14).
           05  FILLER              PIC X(01).
           05  HIS-EXPIRY-DATE     PIC X(10).

       FD  STMFILE.

       01  STMFILE-REC             PIC X(100).

       FD  FEEDFILE.

       01  FEEDFILE-REC            PIC X(80).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-TEAMFILE-STATUS       PIC X(02).
       01  W-AUDTFILE-STATUS       PIC X(02).
       01  W-REGFILE-STATUS        PIC X(02).
       01  W-LSTFILE-STATUS        PIC X(02).
       01  W-MANIFILE-STATUS       PIC X(02).
       01  W-RSVFILE-STATUS        PIC X(02).
       01  W-HISFILE-STATUS        PIC X(02).

       01  W-EOF-SW                PIC X(01).
           88  W-EOF                               VALUE 'Y'.
       01  W-LST-EOF-SW            PIC X(01).
           88  W-LST-EOF                           VALUE 'Y'.
       01  W-MAN-EOF-SW            PIC X(01).
           88  W-MAN-EOF                           VALUE 'Y'.

       01  W-AUDTFILE-PATH         PIC X(40).
       01  W-MANIFILE-PATH         PIC X(40).

      **** The audit trails a month's calls can be on: the live
      **** trail, what FAKERARC has rolled off it into the archive,
      **** and the FAKERSRV service's own trail.

       01  W-AUDIT-PATHS.
           05  FILLER              PIC X(40)       VALUE
               'Data\FAKER Audit.txt'.
           05  FILLER              PIC X(40)       VALUE
               'Data\FAKER Audit Archive.txt'.
           05  FILLER              PIC X(40)       VALUE
               'Data\FAKER Audit-SRV.txt'.
       01  FILLER                  REDEFINES W-AUDIT-PATHS.
           05  W-AUDIT-PATH        PIC X(40)       OCCURS 3.
       01  W-AUDIT-DX              PIC S9(4)  COMP.

      **** The job IDs FAKERGEN runs have written their own trails
      **** under (FAKER-AUDIT-QUALIFIER), each named once - a job ID
      **** reused month after month appends to the one trail.

       01  W-JOB-MAX               PIC S9(4)  COMP VALUE 500.
       01  W-JOB-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-JOB-DX                PIC S9(4)  COMP.
       01  W-JOB-FOUND-SW          PIC X(01).
           88  W-JOB-FOUND                         VALUE 'Y'.
       01  W-JOB-TABLE.
           05  W-JOB-ID            PIC X(04)       OCCURS 500.

      **** The four measures, in statement and feed order.

       01  W-MEASURE-DEFS.
           05  FILLER              PIC X(08)       VALUE 'CALLS'.
           05  FILLER              PIC X(24)       VALUE
               'PROVIDER CALLS'.
           05  FILLER              PIC X(08)       VALUE 'RECORDS'.
           05  FILLER              PIC X(24)       VALUE
               'RECORDS GENERATED'.
           05  FILLER              PIC X(08)       VALUE 'STORAGE'.
           05  FILLER              PIC X(24)       VALUE
               'STORAGE RETAINED (KB)'.
           05  FILLER              PIC X(08)       VALUE 'CUSTDAYS'.
           05  FILLER              PIC X(24)       VALUE
               'CUSTOMER-DAYS HELD'.
       01  FILLER                  REDEFINES W-MEASURE-DEFS.
           05  W-MEASURE-OCCS                      OCCURS 4.
               10  W-MEASURE-CODE  PIC X(08).
               10  W-MEASURE-NAME  PIC X(24).
       01  W-MEASURE-DX            PIC S9(4)  COMP.
       01  W-MEASURE-CALLS         PIC S9(4)  COMP VALUE 1.
       01  W-MEASURE-RECORDS       PIC S9(4)  COMP VALUE 2.
       01  W-MEASURE-STORAGE       PIC S9(4)  COMP VALUE 3.
       01  W-MEASURE-CUSTDAYS      PIC S9(4)  COMP VALUE 4.

       01  W-RATE-TABLE.
           05  W-RATE              PIC 9(05)V99    OCCURS 4.

      **** The team table.  Entry 1 is the UNASSIGNED bucket for
      **** usage no entry claims; it carries no cost center and
      **** never reaches the feed.

       01  W-TEAM-MAX              PIC S9(4)  COMP VALUE 100.
       01  W-TEAM-CNT              PIC S9(4)  COMP VALUE 1.
       01  W-TEAM-DX               PIC S9(4)  COMP.
       01  W-TEAM-FOUND-DX         PIC S9(4)  COMP.
       01  W-TEAM-TABLE.
           05  W-TEAM-OCCS                         OCCURS 100.
               10  W-TEAM-NAME     PIC X(08).
               10  W-TEAM-COST-CENTER
                                   PIC X(10).
               10  W-TEAM-DESC     PIC X(30).
               10  W-TEAM-QTY      PIC 9(15)  COMP OCCURS 4.
               10  W-TEAM-CHARGE   PIC 9(11)V99    OCCURS 4.
               10  W-TEAM-TOTAL    PIC 9(11)V99.

       01  W-MAP-MAX               PIC S9(4)  COMP VALUE 500.
       01  W-MAP-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-MAP-DX                PIC S9(4)  COMP.
       01  W-MAP-TABLE.
           05  W-MAP-OCCS                          OCCURS 500.
               10  W-MAP-KIND      PIC X(08).
               10  W-MAP-KEY       PIC X(08).
               10  W-MAP-TEAM      PIC X(08).

      **** Itemized usage - one cell per team, measure and identity
      **** billed.  Past the table's end the team totals still take
      **** the usage; only the itemizing is lost, and said so.

       01  W-CELL-MAX              PIC S9(4)  COMP VALUE 2000.
       01  W-CELL-CNT              PIC S9(4)  COMP VALUE 0.
       01  W-CELL-DX               PIC S9(4)  COMP.
       01  W-CELL-FOUND-DX         PIC S9(4)  COMP.
       01  W-CELL-OVERFLOW-CNT     PIC 9(09)  COMP VALUE 0.
       01  W-CELL-TABLE.
           05  W-CELL-OCCS                         OCCURS 2000.
               10  W-CELL-TEAM-DX  PIC S9(4)  COMP.
               10  W-CELL-MEASURE  PIC S9(4)  COMP.
               10  W-CELL-KIND     PIC X(08).
               10  W-CELL-KEY      PIC X(08).
               10  W-CELL-QTY      PIC 9(15)  COMP.

      **** One unit of usage on its way to a team: the identity it
      **** was recorded under, and - for holders and subscribed
      **** sets - the team name to fall back on when the table has
      **** no entry for that identity.

       01  W-USE-KIND              PIC X(08).
       01  W-USE-KEY               PIC X(08).
       01  W-USE-TEAM-HINT         PIC X(08).
       01  W-USE-MEASURE           PIC S9(4)  COMP.
       01  W-USE-QTY               PIC 9(15)  COMP.

      **** The holds that stood at any time, rebuilt from the hold
      **** history and the current registry.

       01  W-HLD-MAX               PIC S9(4)  COMP VALUE 500.
       01  W-HLD-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-HLD-DX                PIC S9(4)  COMP.
       01  W-HLD-FOUND-DX          PIC S9(4)  COMP.
       01  W-HLD-TABLE.
           05  W-HLD-OCCS                          OCCURS 500.
               10  W-HLD-TEAM      PIC X(08).
               10  W-HLD-FROM-ID   PIC X(14).
               10  W-HLD-TO-ID     PIC X(14).
               10  W-HLD-EXPIRY    PIC X(10).
               10  W-HLD-START     PIC X(10).
               10  W-HLD-END       PIC X(10).

       01  W-HLD-FIRST-DAY         PIC X(10).
       01  W-HLD-LAST-DAY          PIC X(10).
       01  W-HLD-DAYS              PIC 9(05)  COMP.
       01  W-HLD-CUSTOMERS         PIC 9(09)  COMP.
       01  W-HLD-FROM-NO           PIC 9(09).
       01  W-HLD-TO-NO             PIC 9(09).

      **** The retained set being measured.

       01  W-SET-BYTES             PIC 9(15)  COMP.
       01  W-SET-KB                PIC 9(15)  COMP.
       01  W-SET-SUBSCR-ID         PIC X(08).
       01  W-SET-SUBSCR-TEAM       PIC X(08).
       01  W-SIZE-PATH             PIC X(41).
       01  W-FILE-INFO.
           05  W-FILE-SIZE         PIC 9(18)  BINARY.
           05  W-FILE-DATE         PIC X(04).
           05  W-FILE-TIME         PIC X(04).
       01  W-CHECK-PROG            PIC X(20)       VALUE
           'CBL_CHECK_FILE_EXIST'.

      **** The billing month.

       01  W-PERIOD                PIC X(07)       VALUE SPACES.
       01  W-PERIOD-FIRST-DAY      PIC X(10).
       01  W-PERIOD-LAST-DAY       PIC X(10).
       01  W-PERIOD-YYYY           PIC 9(04).
       01  W-PERIOD-MM             PIC 9(02).

       01  W-DATE-TEXT             PIC X(10).
       01  W-DATE-NUM              PIC 9(08).
       01  W-DATE-INT              PIC 9(07).
       01  W-FIRST-INT             PIC 9(07).
       01  W-TODAY-TEXT            PIC X(10).

       01  W-CURRENT-DATE.
           05  W-CURRENT-YYYY      PIC 9(04).
           05  W-CURRENT-MM        PIC 9(02).
           05  W-CURRENT-DD        PIC 9(02).
           05  FILLER              PIC X(13).

       01  W-CALLS-READ            PIC 9(09)  COMP VALUE 0.
       01  W-RUNS-READ             PIC 9(09)  COMP VALUE 0.
       01  W-SETS-READ             PIC 9(09)  COMP VALUE 0.
       01  W-HOLDS-READ            PIC 9(09)  COMP VALUE 0.
       01  W-TABLE-ERRORS          PIC 9(09)  COMP VALUE 0.
       01  W-FEED-DETAIL-CNT       PIC 9(09)  COMP VALUE 0.
       01  W-FEED-TOTAL            PIC 9(13)V99    VALUE 0.
       01  W-UNASSIGNED-SW         PIC X(01)       VALUE 'N'.
           88  W-UNASSIGNED                        VALUE 'Y'.
       01  W-RUN-RC                PIC S9(4)  COMP VALUE 0.

       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-DISP-QTY              PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  W-DISP-RATE             PIC ZZ,ZZ9.99.
       01  W-DISP-AMT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  W-STM-LINE              PIC X(100).

      **** The finance feed - header, one detail per team and
      **** measure billed, and a trailer whose count and total the
      **** finance load balances to.  Amounts carry two implied
      **** decimals; rates are per 1,000 units.

       01  W-FEED-HEADER.
           05  FEH-REC-TYPE        PIC X(01)       VALUE 'H'.
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  FEH-SOURCE          PIC X(08)       VALUE 'FAKERCBK'.
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  FEH-PERIOD          PIC X(07).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  FEH-RUN-DATE        PIC X(10).
           05  FILLER              PIC X(51)       VALUE SPACES.

       01  W-FEED-DETAIL.
           05  FED-REC-TYPE        PIC X(01)       VALUE 'D'.
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  FED-PERIOD          PIC X(07).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  FED-COST-CENTER     PIC X(10).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  FED-TEAM            PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  FED-MEASURE         PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  FED-QUANTITY        PIC 9(15).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  FED-RATE            PIC 9(05)V99.
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  FED-AMOUNT          PIC 9(11)V99.
           05  FILLER              PIC X(04)       VALUE SPACES.

       01  W-FEED-TRAILER.
           05  FET-REC-TYPE        PIC X(01)       VALUE 'T'.
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  FET-PERIOD          PIC X(07).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  FET-DETAIL-CNT      PIC 9(09).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  FET-TOTAL-AMOUNT    PIC 9(13)V99.
           05  FILLER              PIC X(45)       VALUE SPACES.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERCBK error: '.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           05  W-COMPILED-DATE-MM  PIC X(02).
           05  W-COMPILED-DATE-DD  PIC X(02).
           05  W-COMPILED-TIME-HH  PIC X(02).
           05  W-COMPILED-TIME-MM  PIC X(02).
           05  W-COMPILED-TIME-SS  PIC X(02).
           05  FILLER              PIC X(07).

       01  W-PARM-TEXT             PIC X(80)       VALUE SPACES.
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      W-RUN-RC < 8
               PERFORM SUB-2000-COUNT-CALLS THRU SUB-2000-EXIT

               PERFORM SUB-2100-COUNT-RECORDS THRU SUB-2100-EXIT

               PERFORM SUB-2200-MEASURE-STORAGE THRU SUB-2200-EXIT

               PERFORM SUB-2300-MEASURE-HOLDS THRU SUB-2300-EXIT

               PERFORM SUB-2400-WRITE-STATEMENTS THRU SUB-2400-EXIT
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

           DISPLAY 'FAKERCBK compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           MOVE FUNCTION CURRENT-DATE
                                   TO W-CURRENT-DATE
           MOVE SPACES             TO W-TODAY-TEXT
           STRING W-CURRENT-YYYY   '-'
                  W-CURRENT-MM     '-'
                  W-CURRENT-DD     DELIMITED SIZE
                                   INTO W-TODAY-TEXT

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           PERFORM SUB-1050-SET-PERIOD THRU SUB-1050-EXIT

           IF      W-RUN-RC >= 8
               GO TO SUB-1000-EXIT
           END-IF

           INITIALIZE W-TEAM-TABLE
                      W-RATE-TABLE
           MOVE '*NONE*'           TO W-TEAM-NAME(1)
           MOVE 'UNASSIGNED'       TO W-TEAM-DESC(1)

           PERFORM SUB-1100-LOAD-TEAM-TABLE THRU SUB-1100-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-SET-PERIOD.
      *--------------------

      **** The month on the PARM, or by default the one before this.

           IF      W-PARM-TEXT = SPACES
               MOVE W-CURRENT-YYYY TO W-PERIOD-YYYY
               MOVE W-CURRENT-MM   TO W-PERIOD-MM
               IF      W-PERIOD-MM = 1
                   MOVE 12         TO W-PERIOD-MM
                   SUBTRACT 1    FROM W-PERIOD-YYYY
               ELSE
                   SUBTRACT 1    FROM W-PERIOD-MM
               END-IF
           ELSE
               IF      W-PARM-TEXT(1 : 4) NOT NUMERIC
               OR      W-PARM-TEXT(5 : 1) NOT = '-'
               OR      W-PARM-TEXT(6 : 2) NOT NUMERIC
               OR      W-PARM-TEXT(6 : 2) < '01'
               OR      W-PARM-TEXT(6 : 2) > '12'
                   DISPLAY W-ERROR-MSG
                           'PARM must be the billing month YYYY-MM'
                   MOVE 8          TO W-RUN-RC
                   GO TO SUB-1050-EXIT
               END-IF
               MOVE W-PARM-TEXT(1 : 4)
                                   TO W-PERIOD-YYYY
               MOVE W-PARM-TEXT(6 : 2)
                                   TO W-PERIOD-MM
           END-IF

           MOVE SPACES             TO W-PERIOD
                                      W-PERIOD-FIRST-DAY
           STRING W-PERIOD-YYYY    '-'
                  W-PERIOD-MM      DELIMITED SIZE
                                   INTO W-PERIOD
           STRING W-PERIOD         '-01'
                                   DELIMITED SIZE
                                   INTO W-PERIOD-FIRST-DAY

      **** The last day is the day before the next month's first.

           MOVE W-PERIOD-FIRST-DAY TO W-DATE-TEXT
           PERFORM SUB-9100-DATE-TO-INT THRU SUB-9100-EXIT
           MOVE W-DATE-INT         TO W-FIRST-INT

           IF      W-PERIOD-MM = 12
               COMPUTE W-DATE-NUM  =  (W-PERIOD-YYYY + 1) * 10000
                                   +  101
           ELSE
               COMPUTE W-DATE-NUM  =  W-PERIOD-YYYY * 10000
                                   +  (W-PERIOD-MM + 1) * 100
                                   +  1
           END-IF
           COMPUTE W-DATE-INT      =  FUNCTION INTEGER-OF-DATE
                                          (W-DATE-NUM)
                                   -  1
           PERFORM SUB-9200-INT-TO-DATE THRU SUB-9200-EXIT
           MOVE W-DATE-TEXT        TO W-PERIOD-LAST-DAY

           DISPLAY 'FAKERCBK: billing '
                   W-PERIOD-FIRST-DAY
                   ' to '
                   W-PERIOD-LAST-DAY
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-TEAM-TABLE.
      *-------------------------

           OPEN INPUT TEAMFILE

           IF      W-TEAMFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'team table missing, status '
                       W-TEAMFILE-STATUS
               MOVE 12             TO W-RUN-RC
               GO TO SUB-1100-EXIT
           END-IF

           MOVE 'N'                TO W-EOF-SW

           PERFORM SUB-1110-LOAD-ONE-ENTRY THRU SUB-1110-EXIT
               UNTIL W-EOF

           CLOSE TEAMFILE

      **** A map to a team the table never defines claims nothing -
      **** its usage lands on UNASSIGNED, and the table is wrong.

           PERFORM SUB-1150-CHECK-ONE-MAP THRU SUB-1150-EXIT
               VARYING W-MAP-DX FROM 1 BY 1
                 UNTIL W-MAP-DX > W-MAP-CNT

           COMPUTE W-DISP-NUM      =  W-TEAM-CNT - 1
           DISPLAY 'Teams on the table:       '
                   W-DISP-NUM
           MOVE W-MAP-CNT          TO W-DISP-NUM
           DISPLAY 'Identities mapped:        '
                   W-DISP-NUM
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-LOAD-ONE-ENTRY.
      *------------------------

           READ TEAMFILE
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-1110-EXIT
           END-READ

           IF      TEAMFILE-REC(1 : 1) = '*'
           OR      TEAMFILE-REC = SPACES
               GO TO SUB-1110-EXIT
           END-IF

           EVALUATE TRUE
             WHEN TM-KIND-TEAM
               IF      W-TEAM-CNT >= W-TEAM-MAX
                   DISPLAY W-ERROR-MSG
                           'more teams than the table holds: '
                           TM-KEY
                   ADD  1          TO W-TABLE-ERRORS
                   GO TO SUB-1110-EXIT
               END-IF
               ADD  1              TO W-TEAM-CNT
               MOVE TM-KEY         TO W-TEAM-NAME(W-TEAM-CNT)
               MOVE TM-COST-CENTER TO W-TEAM-COST-CENTER(W-TEAM-CNT)
               MOVE TM-DESCRIPTION TO W-TEAM-DESC(W-TEAM-CNT)

             WHEN TM-KIND-MAP
               IF      W-MAP-CNT >= W-MAP-MAX
                   DISPLAY W-ERROR-MSG
                           'more identities than the table holds: '
                           TM-KEY
                   ADD  1          TO W-TABLE-ERRORS
                   GO TO SUB-1110-EXIT
               END-IF
               ADD  1              TO W-MAP-CNT
               MOVE TM-KIND        TO W-MAP-KIND(W-MAP-CNT)
               MOVE TM-KEY         TO W-MAP-KEY(W-MAP-CNT)
               MOVE TM-TEAM        TO W-MAP-TEAM(W-MAP-CNT)

             WHEN TM-KIND-RATE
               PERFORM SUB-1120-LOAD-RATE THRU SUB-1120-EXIT

             WHEN OTHER
               DISPLAY W-ERROR-MSG
                       'team table entry of unknown kind: '
                       TEAMFILE-REC(1 : 40)
               ADD  1              TO W-TABLE-ERRORS
           END-EVALUATE
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1120-LOAD-RATE.
      *-------------------

           IF      TM-RATE NOT NUMERIC
               DISPLAY W-ERROR-MSG
                       'rate is not numeric: '
                       TEAMFILE-REC(1 : 40)
               ADD  1              TO W-TABLE-ERRORS
               GO TO SUB-1120-EXIT
           END-IF

           PERFORM VARYING W-MEASURE-DX FROM 1 BY 1
                     UNTIL W-MEASURE-DX > 4
                        OR W-MEASURE-CODE(W-MEASURE-DX) = TM-KEY
               CONTINUE
           END-PERFORM

           IF      W-MEASURE-DX > 4
               DISPLAY W-ERROR-MSG
                       'rate for an unknown measure: '
                       TM-KEY
               ADD  1              TO W-TABLE-ERRORS
           ELSE
               MOVE TM-RATE        TO W-RATE(W-MEASURE-DX)
           END-IF
           .
       SUB-1120-EXIT.
           EXIT.
      /
       SUB-1150-CHECK-ONE-MAP.
      *-----------------------

           MOVE W-MAP-TEAM(W-MAP-DX)
                                   TO W-USE-TEAM-HINT

           PERFORM SUB-8150-FIND-TEAM THRU SUB-8150-EXIT

           IF      W-TEAM-FOUND-DX = 0
               DISPLAY W-ERROR-MSG
                       W-MAP-KIND(W-MAP-DX)
                       ' '
                       W-MAP-KEY(W-MAP-DX)
                       ' maps to undefined team '
                       W-MAP-TEAM(W-MAP-DX)
               ADD  1              TO W-TABLE-ERRORS
           END-IF
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-2000-COUNT-CALLS.
      *---------------------

           PERFORM SUB-2010-READ-AUDIT-FILE THRU SUB-2010-EXIT
               VARYING W-AUDIT-DX FROM 1 BY 1
                 UNTIL W-AUDIT-DX > 3

           PERFORM SUB-2030-LIST-JOB-TRAILS THRU SUB-2030-EXIT

           PERFORM SUB-2040-READ-JOB-TRAIL THRU SUB-2040-EXIT
               VARYING W-JOB-DX FROM 1 BY 1
                 UNTIL W-JOB-DX > W-JOB-CNT

           MOVE W-CALLS-READ       TO W-DISP-NUM
           DISPLAY 'Provider calls billed:    '
                   W-DISP-NUM
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2010-READ-AUDIT-FILE.
      *-------------------------

           MOVE W-AUDIT-PATH(W-AUDIT-DX)
                                   TO W-AUDTFILE-PATH

           PERFORM SUB-2015-READ-ONE-TRAIL THRU SUB-2015-EXIT
           .
       SUB-2010-EXIT.
           EXIT.
      /
       SUB-2015-READ-ONE-TRAIL.
      *------------------------

           OPEN INPUT AUDTFILE

           IF      W-AUDTFILE-STATUS NOT = '00'
               DISPLAY 'FAKERCBK: no audit trail at '
                       W-AUDTFILE-PATH
               GO TO SUB-2015-EXIT
           END-IF

           MOVE 'N'                TO W-EOF-SW

           PERFORM SUB-2020-COUNT-ONE-CALL THRU SUB-2020-EXIT
               UNTIL W-EOF

           CLOSE AUDTFILE
           .
       SUB-2015-EXIT.
           EXIT.
      /
       SUB-2020-COUNT-ONE-CALL.
      *------------------------

           READ AUDTFILE
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-2020-EXIT
           END-READ

           IF      AUDT-RUN-DATE(1 : 7) NOT = W-PERIOD
               GO TO SUB-2020-EXIT
           END-IF

           ADD  1                  TO W-CALLS-READ

      **** FAKERSRV's charge ID is the requesting client; any other
      **** caller's is the run template it was generating under.

           MOVE SPACES             TO W-USE-TEAM-HINT

           EVALUATE TRUE
             WHEN AUDT-CHARGE-ID = SPACES
               MOVE 'PROGRAM'      TO W-USE-KIND
               MOVE AUDT-CALLING-PROGRAM
                                   TO W-USE-KEY

             WHEN AUDT-CALLING-PROGRAM = 'FAKERSRV'
               MOVE 'CLIENT'       TO W-USE-KIND
               MOVE AUDT-CHARGE-ID TO W-USE-KEY

             WHEN OTHER
               MOVE 'TEMPLATE'     TO W-USE-KIND
               MOVE AUDT-CHARGE-ID TO W-USE-KEY
           END-EVALUATE

           MOVE W-MEASURE-CALLS    TO W-USE-MEASURE
           MOVE 1                  TO W-USE-QTY

           PERFORM SUB-8000-ADD-USAGE THRU SUB-8000-EXIT
           .
       SUB-2020-EXIT.
           EXIT.
      /
       SUB-2030-LIST-JOB-TRAILS.
      *-------------------------

      **** Every job ID on the seed registry, whatever month its run
      **** was registered in - a trail's records are billed by their
      **** own dates, so a run that crossed the month end is billed
      **** in both.

           OPEN INPUT REGFILE

           IF      W-REGFILE-STATUS NOT = '00'
               GO TO SUB-2030-EXIT
           END-IF

           MOVE 'N'                TO W-EOF-SW

           PERFORM SUB-2035-LIST-ONE-JOB THRU SUB-2035-EXIT
               UNTIL W-EOF

           CLOSE REGFILE
           .
       SUB-2030-EXIT.
           EXIT.
      /
       SUB-2035-LIST-ONE-JOB.
      *----------------------

           READ REGFILE
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-2035-EXIT
           END-READ

      **** FAKERSRV's qualifier names a trail already read above.

           IF      REG-JOB-ID = SPACES
           OR      REG-JOB-ID = 'SRV '
               GO TO SUB-2035-EXIT
           END-IF

           MOVE 'N'                TO W-JOB-FOUND-SW

           PERFORM VARYING W-JOB-DX FROM 1 BY 1
                     UNTIL W-JOB-DX > W-JOB-CNT
                        OR W-JOB-FOUND
               IF      W-JOB-ID(W-JOB-DX) = REG-JOB-ID
                   SET  W-JOB-FOUND
                                   TO TRUE
               END-IF
           END-PERFORM

           IF      W-JOB-FOUND
               GO TO SUB-2035-EXIT
           END-IF

           IF      W-JOB-CNT >= W-JOB-MAX
               DISPLAY W-ERROR-MSG
                       'more job IDs than the table holds - trail '
                       'of job '
                       REG-JOB-ID
                       ' not billed'
               IF      W-RUN-RC < 4
                   MOVE 4          TO W-RUN-RC
               END-IF
               GO TO SUB-2035-EXIT
           END-IF

           ADD  1                  TO W-JOB-CNT
           MOVE REG-JOB-ID         TO W-JOB-ID(W-JOB-CNT)
           .
       SUB-2035-EXIT.
           EXIT.
      /
       SUB-2040-READ-JOB-TRAIL.
      *------------------------

           MOVE SPACES             TO W-AUDTFILE-PATH
           STRING 'Data\FAKER Audit-'
                                   DELIMITED SIZE
                  W-JOB-ID(W-JOB-DX)
                                   DELIMITED SPACE
                  '.txt'           DELIMITED SIZE
                                   INTO W-AUDTFILE-PATH

           PERFORM SUB-2015-READ-ONE-TRAIL THRU SUB-2015-EXIT
           .
       SUB-2040-EXIT.
           EXIT.
      /
       SUB-2100-COUNT-RECORDS.
      *-----------------------

           OPEN INPUT REGFILE

           IF      W-REGFILE-STATUS NOT = '00'
               DISPLAY 'FAKERCBK: no seed registry - '
                       'no records generated billed'
               GO TO SUB-2100-EXIT
           END-IF

           MOVE 'N'                TO W-EOF-SW

           PERFORM SUB-2110-COUNT-ONE-RUN THRU SUB-2110-EXIT
               UNTIL W-EOF

           CLOSE REGFILE

           MOVE W-RUNS-READ        TO W-DISP-NUM
           DISPLAY 'Generation runs billed:   '
                   W-DISP-NUM
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2110-COUNT-ONE-RUN.
      *-----------------------

           READ REGFILE
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-2110-EXIT
           END-READ

           IF      REG-RUN-DATE(1 : 7) NOT = W-PERIOD
           OR      REG-RECORD-COUNT NOT NUMERIC
               GO TO SUB-2110-EXIT
           END-IF

           ADD  1                  TO W-RUNS-READ

           MOVE SPACES             TO W-USE-TEAM-HINT

           IF      REG-TEMPLATE = SPACES
               MOVE 'PROGRAM'      TO W-USE-KIND
               MOVE 'FAKERGEN'     TO W-USE-KEY
           ELSE
               MOVE 'TEMPLATE'     TO W-USE-KIND
               MOVE REG-TEMPLATE   TO W-USE-KEY
           END-IF

           MOVE W-MEASURE-RECORDS  TO W-USE-MEASURE
           MOVE REG-RECORD-COUNT   TO W-USE-QTY

           PERFORM SUB-8000-ADD-USAGE THRU SUB-8000-EXIT
           .
       SUB-2110-EXIT.
           EXIT.
      /
       SUB-2200-MEASURE-STORAGE.
      *-------------------------

           OPEN INPUT LSTFILE

           IF      W-LSTFILE-STATUS NOT = '00'
               DISPLAY 'FAKERCBK: no sweeper list - '
                       'no storage retained billed'
               GO TO SUB-2200-EXIT
           END-IF

           MOVE 'N'                TO W-LST-EOF-SW

           PERFORM SUB-2210-MEASURE-ONE-SET THRU SUB-2210-EXIT
               UNTIL W-LST-EOF

           CLOSE LSTFILE

           MOVE W-SETS-READ        TO W-DISP-NUM
           DISPLAY 'Retained sets billed:     '
                   W-DISP-NUM
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-MEASURE-ONE-SET.
      *-------------------------

           READ LSTFILE
               AT END
                   SET  W-LST-EOF  TO TRUE
                   GO TO SUB-2210-EXIT
           END-READ

           IF      LSTFILE-REC = SPACES
           OR      LSTFILE-REC(1 : 1) = '*'
               GO TO SUB-2210-EXIT
           END-IF

           MOVE LSTFILE-REC        TO W-MANIFILE-PATH

           OPEN INPUT MANIFILE

      **** A set already swept is no longer retained.

           IF      W-MANIFILE-STATUS NOT = '00'
               GO TO SUB-2210-EXIT
           END-IF

           ADD  1                  TO W-SETS-READ
           MOVE 0                  TO W-SET-BYTES
           MOVE SPACES             TO W-SET-SUBSCR-ID
                                      W-SET-SUBSCR-TEAM
           MOVE 'N'                TO W-MAN-EOF-SW

           PERFORM SUB-2220-MEASURE-ONE-FILE THRU SUB-2220-EXIT
               UNTIL W-MAN-EOF

           CLOSE MANIFILE

           COMPUTE W-SET-KB        =  (W-SET-BYTES + 1023) / 1024

           IF      W-SET-SUBSCR-ID = SPACES
               MOVE 'PROGRAM'      TO W-USE-KIND
               MOVE 'FAKERGEN'     TO W-USE-KEY
               MOVE SPACES         TO W-USE-TEAM-HINT
           ELSE
               MOVE 'SUBSCR'       TO W-USE-KIND
               MOVE W-SET-SUBSCR-ID
                                   TO W-USE-KEY
               MOVE W-SET-SUBSCR-TEAM
                                   TO W-USE-TEAM-HINT
           END-IF

           MOVE W-MEASURE-STORAGE  TO W-USE-MEASURE
           MOVE W-SET-KB           TO W-USE-QTY

           PERFORM SUB-8000-ADD-USAGE THRU SUB-8000-EXIT
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-2220-MEASURE-ONE-FILE.
      *--------------------------

           READ MANIFILE
               AT END
                   SET  W-MAN-EOF  TO TRUE
                   GO TO SUB-2220-EXIT
           END-READ

           IF      MAN-FILE-PATH = '*SUBSCRIBED*'
               MOVE MANIFILE-REC(42 : 8)
                                   TO W-SET-SUBSCR-ID
               MOVE MANIFILE-REC(51 : 8)
                                   TO W-SET-SUBSCR-TEAM
               GO TO SUB-2220-EXIT
           END-IF

           IF      MAN-FILE-PATH(1 : 1) = '*'
           OR      MAN-FILE-PATH = SPACES
               GO TO SUB-2220-EXIT
           END-IF

           MOVE MAN-FILE-PATH      TO W-SIZE-PATH

           CALL W-CHECK-PROG    USING W-SIZE-PATH
                                      W-FILE-INFO

           IF      RETURN-CODE = 0
               ADD  W-FILE-SIZE    TO W-SET-BYTES
           END-IF

           MOVE 0                  TO RETURN-CODE
           .
       SUB-2220-EXIT.
           EXIT.
      /
       SUB-2300-MEASURE-HOLDS.
      *-----------------------

      **** The history replays every hold taken and released, in
      **** order; a hold on the registry the history never saw taken
      **** predates the history and has stood all month.

           OPEN INPUT HISFILE

           IF      W-HISFILE-STATUS = '00'
               MOVE 'N'            TO W-EOF-SW
               PERFORM SUB-2310-REPLAY-ONE-EVENT THRU SUB-2310-EXIT
                   UNTIL W-EOF
               CLOSE HISFILE
           END-IF

           OPEN INPUT RSVFILE

           IF      W-RSVFILE-STATUS = '00'
               MOVE 'N'            TO W-EOF-SW
               PERFORM SUB-2320-CHECK-ONE-REGISTERED THRU SUB-2320-EXIT
                   UNTIL W-EOF
               CLOSE RSVFILE
           END-IF

           PERFORM SUB-2330-CHARGE-ONE-HOLD THRU SUB-2330-EXIT
               VARYING W-HLD-DX FROM 1 BY 1
                 UNTIL W-HLD-DX > W-HLD-CNT

           MOVE W-HOLDS-READ       TO W-DISP-NUM
           DISPLAY 'Holds billed:             '
                   W-DISP-NUM
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2310-REPLAY-ONE-EVENT.
      *--------------------------

           READ HISFILE
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-2310-EXIT
           END-READ

           IF      HIS-HOLD
               MOVE HIS-TEAM       TO RSV-TEAM
               MOVE HIS-FROM-ID    TO RSV-FROM-ID
               MOVE HIS-TO-ID      TO RSV-TO-ID
               MOVE HIS-EXPIRY-DATE
                                   TO RSV-EXPIRY-DATE
               MOVE HIS-DATE       TO W-DATE-TEXT
               PERFORM SUB-2340-ADD-HOLD THRU SUB-2340-EXIT
               GO TO SUB-2310-EXIT
           END-IF

           IF      HIS-RELEASE
               MOVE HIS-TEAM       TO RSV-TEAM
               MOVE HIS-FROM-ID    TO RSV-FROM-ID
               MOVE HIS-TO-ID      TO RSV-TO-ID
               PERFORM SUB-2350-FIND-OPEN-HOLD THRU SUB-2350-EXIT
               IF      W-HLD-FOUND-DX > 0
                   MOVE HIS-DATE   TO W-HLD-END(W-HLD-FOUND-DX)
               END-IF
           END-IF
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-2320-CHECK-ONE-REGISTERED.
      *------------------------------

           READ RSVFILE
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-2320-EXIT
           END-READ

           IF      RSV-TEAM = SPACES
               GO TO SUB-2320-EXIT
           END-IF

           PERFORM SUB-2350-FIND-OPEN-HOLD THRU SUB-2350-EXIT

           IF      W-HLD-FOUND-DX = 0
               MOVE W-PERIOD-FIRST-DAY
                                   TO W-DATE-TEXT
               PERFORM SUB-2340-ADD-HOLD THRU SUB-2340-EXIT
           END-IF
           .
       SUB-2320-EXIT.
           EXIT.
      /
       SUB-2330-CHARGE-ONE-HOLD.
      *-------------------------

      **** The hold stands from the day it was taken through the day
      **** it was released (or its expiry, if sooner), cut to the
      **** billing month.

           MOVE W-HLD-START(W-HLD-DX)
                                   TO W-HLD-FIRST-DAY
           IF      W-HLD-FIRST-DAY < W-PERIOD-FIRST-DAY
               MOVE W-PERIOD-FIRST-DAY
                                   TO W-HLD-FIRST-DAY
           END-IF

           MOVE W-HLD-EXPIRY(W-HLD-DX)
                                   TO W-HLD-LAST-DAY
           IF      W-HLD-END(W-HLD-DX) NOT = SPACES
           AND     W-HLD-END(W-HLD-DX) < W-HLD-LAST-DAY
               MOVE W-HLD-END(W-HLD-DX)
                                   TO W-HLD-LAST-DAY
           END-IF
           IF      W-HLD-LAST-DAY > W-PERIOD-LAST-DAY
               MOVE W-PERIOD-LAST-DAY
                                   TO W-HLD-LAST-DAY
           END-IF

           IF      W-HLD-LAST-DAY < W-HLD-FIRST-DAY
               GO TO SUB-2330-EXIT
           END-IF

           IF      W-HLD-FROM-ID(W-HLD-DX)(6 : 9) NOT NUMERIC
           OR      W-HLD-TO-ID(W-HLD-DX)(6 : 9) NOT NUMERIC
               DISPLAY W-ERROR-MSG
                       'hold range not countable, not billed: '
                       W-HLD-TEAM(W-HLD-DX)
                       ' '
                       W-HLD-FROM-ID(W-HLD-DX)
               ADD  1              TO W-TABLE-ERRORS
               GO TO SUB-2330-EXIT
           END-IF

           MOVE W-HLD-FROM-ID(W-HLD-DX)(6 : 9)
                                   TO W-HLD-FROM-NO
           MOVE W-HLD-TO-ID(W-HLD-DX)(6 : 9)
                                   TO W-HLD-TO-NO

           IF      W-HLD-TO-NO < W-HLD-FROM-NO
               GO TO SUB-2330-EXIT
           END-IF

           COMPUTE W-HLD-CUSTOMERS =  W-HLD-TO-NO - W-HLD-FROM-NO + 1

           MOVE W-HLD-FIRST-DAY    TO W-DATE-TEXT
           PERFORM SUB-9100-DATE-TO-INT THRU SUB-9100-EXIT
           MOVE W-DATE-INT         TO W-FIRST-INT
           MOVE W-HLD-LAST-DAY     TO W-DATE-TEXT
           PERFORM SUB-9100-DATE-TO-INT THRU SUB-9100-EXIT

           IF      W-DATE-INT = 0
           OR      W-FIRST-INT = 0
               GO TO SUB-2330-EXIT
           END-IF

           COMPUTE W-HLD-DAYS      =  W-DATE-INT - W-FIRST-INT + 1

           ADD  1                  TO W-HOLDS-READ

           MOVE 'HOLDER'           TO W-USE-KIND
           MOVE W-HLD-TEAM(W-HLD-DX)
                                   TO W-USE-KEY
                                      W-USE-TEAM-HINT
           MOVE W-MEASURE-CUSTDAYS TO W-USE-MEASURE
           COMPUTE W-USE-QTY       =  W-HLD-CUSTOMERS * W-HLD-DAYS

           PERFORM SUB-8000-ADD-USAGE THRU SUB-8000-EXIT
           .
       SUB-2330-EXIT.
           EXIT.
      /
       SUB-2340-ADD-HOLD.
      *------------------

           IF      W-HLD-CNT >= W-HLD-MAX
               DISPLAY W-ERROR-MSG
                       'more holds than the table holds - '
                       RSV-TEAM
                       ' not billed'
               ADD  1              TO W-TABLE-ERRORS
               GO TO SUB-2340-EXIT
           END-IF

           ADD  1                  TO W-HLD-CNT
           MOVE RSV-TEAM           TO W-HLD-TEAM(W-HLD-CNT)
           MOVE RSV-FROM-ID        TO W-HLD-FROM-ID(W-HLD-CNT)
           MOVE RSV-TO-ID          TO W-HLD-TO-ID(W-HLD-CNT)
           MOVE RSV-EXPIRY-DATE    TO W-HLD-EXPIRY(W-HLD-CNT)
           MOVE W-DATE-TEXT        TO W-HLD-START(W-HLD-CNT)
           MOVE SPACES             TO W-HLD-END(W-HLD-CNT)
           .
       SUB-2340-EXIT.
           EXIT.
      /
       SUB-2350-FIND-OPEN-HOLD.
      *------------------------

           MOVE 0                  TO W-HLD-FOUND-DX

           PERFORM SUB-2355-MATCH-ONE-HOLD THRU SUB-2355-EXIT
               VARYING W-HLD-DX FROM 1 BY 1
                 UNTIL W-HLD-DX > W-HLD-CNT
                    OR W-HLD-FOUND-DX > 0
           .
       SUB-2350-EXIT.
           EXIT.
      /
       SUB-2355-MATCH-ONE-HOLD.
      *------------------------

           IF      W-HLD-TEAM(W-HLD-DX) = RSV-TEAM
           AND     W-HLD-FROM-ID(W-HLD-DX) = RSV-FROM-ID
           AND     W-HLD-TO-ID(W-HLD-DX) = RSV-TO-ID
           AND     W-HLD-END(W-HLD-DX) = SPACES
               MOVE W-HLD-DX       TO W-HLD-FOUND-DX
           END-IF
           .
       SUB-2355-EXIT.
           EXIT.
      /
       SUB-2400-WRITE-STATEMENTS.
      *--------------------------

           OPEN OUTPUT STMFILE
                       FEEDFILE

           MOVE W-PERIOD           TO FEH-PERIOD
           MOVE W-TODAY-TEXT       TO FEH-RUN-DATE
           WRITE FEEDFILE-REC      FROM W-FEED-HEADER

           PERFORM SUB-2410-ONE-STATEMENT THRU SUB-2410-EXIT
               VARYING W-TEAM-DX FROM 2 BY 1
                 UNTIL W-TEAM-DX > W-TEAM-CNT

      **** UNASSIGNED goes last, and only when anything landed on it.

           MOVE 1                  TO W-TEAM-DX
           IF      W-TEAM-QTY(1, 1) > 0
           OR      W-TEAM-QTY(1, 2) > 0
           OR      W-TEAM-QTY(1, 3) > 0
           OR      W-TEAM-QTY(1, 4) > 0
               SET  W-UNASSIGNED   TO TRUE
               PERFORM SUB-2410-ONE-STATEMENT THRU SUB-2410-EXIT
           END-IF

           MOVE W-PERIOD           TO FET-PERIOD
           MOVE W-FEED-DETAIL-CNT  TO FET-DETAIL-CNT
           MOVE W-FEED-TOTAL       TO FET-TOTAL-AMOUNT
           WRITE FEEDFILE-REC      FROM W-FEED-TRAILER

           MOVE SPACES             TO STMFILE-REC
           WRITE STMFILE-REC
           MOVE W-FEED-TOTAL       TO W-DISP-AMT
           MOVE SPACES             TO W-STM-LINE
           STRING 'TOTAL BILLED TO COST CENTERS FOR '
                  W-PERIOD
                  '      '
                  W-DISP-AMT       DELIMITED SIZE
                                   INTO W-STM-LINE
           WRITE STMFILE-REC       FROM W-STM-LINE
           DISPLAY W-STM-LINE

           CLOSE STMFILE
                 FEEDFILE
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2410-ONE-STATEMENT.
      *-----------------------

           PERFORM SUB-2420-PRICE-ONE-MEASURE THRU SUB-2420-EXIT
               VARYING W-MEASURE-DX FROM 1 BY 1
                 UNTIL W-MEASURE-DX > 4

           MOVE SPACES             TO STMFILE-REC
           WRITE STMFILE-REC

           MOVE ALL '='            TO STMFILE-REC(1 : 78)
           WRITE STMFILE-REC

           MOVE SPACES             TO W-STM-LINE
           STRING 'FAKERCBK TEST-DATA CHARGEBACK STATEMENT    PERIOD '
                  W-PERIOD
                  '    RUN '
                  W-TODAY-TEXT     DELIMITED SIZE
                                   INTO W-STM-LINE
           WRITE STMFILE-REC       FROM W-STM-LINE

           MOVE SPACES             TO W-STM-LINE
           STRING 'TEAM '
                  W-TEAM-NAME(W-TEAM-DX)
                  '   COST CENTER '
                  W-TEAM-COST-CENTER(W-TEAM-DX)
                  '   '
                  W-TEAM-DESC(W-TEAM-DX)
                                   DELIMITED SIZE
                                   INTO W-STM-LINE
           WRITE STMFILE-REC       FROM W-STM-LINE

           MOVE ALL '='            TO STMFILE-REC(1 : 78)
           WRITE STMFILE-REC

           IF      W-TEAM-DX = 1
               MOVE 'USAGE NO TEAM TABLE ENTRY CLAIMS - NOT BILLED. '
                                   TO W-STM-LINE
               MOVE 'ADD THESE IDENTITIES TO THE TABLE.'
                                   TO W-STM-LINE(49 : 34)
               WRITE STMFILE-REC   FROM W-STM-LINE
           END-IF

           MOVE SPACES             TO STMFILE-REC
           WRITE STMFILE-REC
           MOVE '  SOURCE   IDENTITY  MEASURE'
                                   TO STMFILE-REC
           MOVE 'QUANTITY'         TO STMFILE-REC(56 : 8)
           WRITE STMFILE-REC

           MOVE 0                  TO W-CELL-FOUND-DX

           PERFORM SUB-2430-ONE-ITEM THRU SUB-2430-EXIT
               VARYING W-CELL-DX FROM 1 BY 1
                 UNTIL W-CELL-DX > W-CELL-CNT

           IF      W-CELL-FOUND-DX = 0
               MOVE '  (no usage this period)'
                                   TO STMFILE-REC
               WRITE STMFILE-REC
           END-IF

           MOVE SPACES             TO STMFILE-REC
           WRITE STMFILE-REC
           MOVE '  MEASURE'        TO STMFILE-REC
           MOVE 'QUANTITY  RATE/1000'
                                   TO STMFILE-REC(35 : 19)
           MOVE 'CHARGE'           TO STMFILE-REC(65 : 6)
           WRITE STMFILE-REC

           PERFORM SUB-2440-ONE-MEASURE-LINE THRU SUB-2440-EXIT
               VARYING W-MEASURE-DX FROM 1 BY 1
                 UNTIL W-MEASURE-DX > 4

           MOVE W-TEAM-TOTAL(W-TEAM-DX)
                                   TO W-DISP-AMT
           MOVE SPACES             TO W-STM-LINE
           MOVE '  TOTAL CHARGE'   TO W-STM-LINE
           MOVE W-DISP-AMT         TO W-STM-LINE(54 : 17)
           WRITE STMFILE-REC       FROM W-STM-LINE
           .
       SUB-2410-EXIT.
           EXIT.
      /
       SUB-2420-PRICE-ONE-MEASURE.
      *---------------------------

           COMPUTE W-TEAM-CHARGE(W-TEAM-DX, W-MEASURE-DX) ROUNDED
                                   =  W-TEAM-QTY(W-TEAM-DX,
                                                 W-MEASURE-DX)
                                   *  W-RATE(W-MEASURE-DX)
                                   /  1000

           ADD  W-TEAM-CHARGE(W-TEAM-DX, W-MEASURE-DX)
                                   TO W-TEAM-TOTAL(W-TEAM-DX)

      **** The feed carries what is billed: a team's measures with
      **** usage on them, never UNASSIGNED.

           IF      W-TEAM-DX = 1
           OR      W-TEAM-QTY(W-TEAM-DX, W-MEASURE-DX) = 0
               GO TO SUB-2420-EXIT
           END-IF

           MOVE W-PERIOD           TO FED-PERIOD
           MOVE W-TEAM-COST-CENTER(W-TEAM-DX)
                                   TO FED-COST-CENTER
           MOVE W-TEAM-NAME(W-TEAM-DX)
                                   TO FED-TEAM
           MOVE W-MEASURE-CODE(W-MEASURE-DX)
                                   TO FED-MEASURE
           MOVE W-TEAM-QTY(W-TEAM-DX, W-MEASURE-DX)
                                   TO FED-QUANTITY
           MOVE W-RATE(W-MEASURE-DX)
                                   TO FED-RATE
           MOVE W-TEAM-CHARGE(W-TEAM-DX, W-MEASURE-DX)
                                   TO FED-AMOUNT
           WRITE FEEDFILE-REC      FROM W-FEED-DETAIL

           ADD  1                  TO W-FEED-DETAIL-CNT
           ADD  W-TEAM-CHARGE(W-TEAM-DX, W-MEASURE-DX)
                                   TO W-FEED-TOTAL
           .
       SUB-2420-EXIT.
           EXIT.
      /
       SUB-2430-ONE-ITEM.
      *------------------

           IF      W-CELL-TEAM-DX(W-CELL-DX) NOT = W-TEAM-DX
               GO TO SUB-2430-EXIT
           END-IF

           MOVE W-CELL-DX          TO W-CELL-FOUND-DX

           MOVE W-CELL-QTY(W-CELL-DX)
                                   TO W-DISP-QTY
           MOVE SPACES             TO W-STM-LINE
           STRING '  '
                  W-CELL-KIND(W-CELL-DX)
                  ' '
                  W-CELL-KEY(W-CELL-DX)
                  '  '
                  W-MEASURE-NAME(W-CELL-MEASURE(W-CELL-DX))
                  '   '
                  W-DISP-QTY       DELIMITED SIZE
                                   INTO W-STM-LINE
           WRITE STMFILE-REC       FROM W-STM-LINE
           .
       SUB-2430-EXIT.
           EXIT.
      /
       SUB-2440-ONE-MEASURE-LINE.
      *--------------------------

           MOVE W-TEAM-QTY(W-TEAM-DX, W-MEASURE-DX)
                                   TO W-DISP-QTY
           MOVE W-RATE(W-MEASURE-DX)
                                   TO W-DISP-RATE
           MOVE W-TEAM-CHARGE(W-TEAM-DX, W-MEASURE-DX)
                                   TO W-DISP-AMT

           MOVE SPACES             TO W-STM-LINE
           STRING '  '
                  W-MEASURE-NAME(W-MEASURE-DX)
                  ' '
                  W-DISP-QTY
                  ' '
                  W-DISP-RATE
                  ' '
                  W-DISP-AMT       DELIMITED SIZE
                                   INTO W-STM-LINE
           WRITE STMFILE-REC       FROM W-STM-LINE
           .
       SUB-2440-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      W-CELL-OVERFLOW-CNT > 0
               MOVE W-CELL-OVERFLOW-CNT
                                   TO W-DISP-NUM
               DISPLAY 'FAKERCBK: usage not itemized (table full): '
                       W-DISP-NUM
           END-IF

           IF      W-TABLE-ERRORS > 0
               MOVE W-TABLE-ERRORS TO W-DISP-NUM
               DISPLAY 'Team table problems:      '
                       W-DISP-NUM
           END-IF

           IF      W-UNASSIGNED
               DISPLAY 'FAKERCBK: usage left UNASSIGNED - see the '
                       'statement file'
           END-IF

           IF      W-RUN-RC < 4
           AND    (W-UNASSIGNED
           OR      W-TABLE-ERRORS > 0)
               MOVE 4              TO W-RUN-RC
           END-IF

           MOVE W-RUN-RC           TO RETURN-CODE

           DISPLAY 'FAKERCBK completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-8000-ADD-USAGE.
      *-------------------

      **** Bills W-USE-QTY of measure W-USE-MEASURE, recorded under
      **** identity W-USE-KIND/W-USE-KEY, to the team the table maps
      **** it to - or to the hinted team, or to UNASSIGNED.

           IF      W-USE-QTY = 0
               GO TO SUB-8000-EXIT
           END-IF

           PERFORM SUB-8100-RESOLVE-TEAM THRU SUB-8100-EXIT

           ADD  W-USE-QTY          TO W-TEAM-QTY(W-TEAM-FOUND-DX,
                                                 W-USE-MEASURE)

           MOVE 0                  TO W-CELL-FOUND-DX

           PERFORM SUB-8010-MATCH-ONE-CELL THRU SUB-8010-EXIT
               VARYING W-CELL-DX FROM 1 BY 1
                 UNTIL W-CELL-DX > W-CELL-CNT
                    OR W-CELL-FOUND-DX > 0

           IF      W-CELL-FOUND-DX = 0
               IF      W-CELL-CNT >= W-CELL-MAX
                   ADD  1          TO W-CELL-OVERFLOW-CNT
                   GO TO SUB-8000-EXIT
               END-IF
               ADD  1              TO W-CELL-CNT
               MOVE W-CELL-CNT     TO W-CELL-FOUND-DX
               MOVE W-TEAM-FOUND-DX
                                   TO W-CELL-TEAM-DX(W-CELL-CNT)
               MOVE W-USE-MEASURE  TO W-CELL-MEASURE(W-CELL-CNT)
               MOVE W-USE-KIND     TO W-CELL-KIND(W-CELL-CNT)
               MOVE W-USE-KEY      TO W-CELL-KEY(W-CELL-CNT)
               MOVE 0              TO W-CELL-QTY(W-CELL-CNT)
           END-IF

           ADD  W-USE-QTY          TO W-CELL-QTY(W-CELL-FOUND-DX)
           .
       SUB-8000-EXIT.
           EXIT.
      /
       SUB-8010-MATCH-ONE-CELL.
      *------------------------

           IF      W-CELL-TEAM-DX(W-CELL-DX) = W-TEAM-FOUND-DX
           AND     W-CELL-MEASURE(W-CELL-DX) = W-USE-MEASURE
           AND     W-CELL-KIND(W-CELL-DX) = W-USE-KIND
           AND     W-CELL-KEY(W-CELL-DX) = W-USE-KEY
               MOVE W-CELL-DX      TO W-CELL-FOUND-DX
           END-IF
           .
       SUB-8010-EXIT.
           EXIT.
      /
       SUB-8100-RESOLVE-TEAM.
      *----------------------

           PERFORM VARYING W-MAP-DX FROM 1 BY 1
                     UNTIL W-MAP-DX > W-MAP-CNT
                        OR (W-MAP-KIND(W-MAP-DX) = W-USE-KIND
                        AND W-MAP-KEY(W-MAP-DX) = W-USE-KEY)
               CONTINUE
           END-PERFORM

           IF      W-MAP-DX <= W-MAP-CNT
               MOVE W-MAP-TEAM(W-MAP-DX)
                                   TO W-USE-TEAM-HINT
           END-IF

           MOVE 1                  TO W-TEAM-FOUND-DX

           IF      W-USE-TEAM-HINT NOT = SPACES
               PERFORM SUB-8150-FIND-TEAM THRU SUB-8150-EXIT
               IF      W-TEAM-FOUND-DX = 0
                   MOVE 1          TO W-TEAM-FOUND-DX
               END-IF
           END-IF
           .
       SUB-8100-EXIT.
           EXIT.
      /
       SUB-8150-FIND-TEAM.
      *-------------------

           PERFORM VARYING W-TEAM-DX FROM 2 BY 1
                     UNTIL W-TEAM-DX > W-TEAM-CNT
                        OR W-TEAM-NAME(W-TEAM-DX) = W-USE-TEAM-HINT
               CONTINUE
           END-PERFORM

           IF      W-TEAM-DX > W-TEAM-CNT
               MOVE 0              TO W-TEAM-FOUND-DX
           ELSE
               MOVE W-TEAM-DX      TO W-TEAM-FOUND-DX
           END-IF
           .
       SUB-8150-EXIT.
           EXIT.
      /
       SUB-9100-DATE-TO-INT.
      *---------------------

      **** 'YYYY-MM-DD' in W-DATE-TEXT to its day number in
      **** W-DATE-INT; zero when it is not a date.

           MOVE 0                  TO W-DATE-INT

           IF      W-DATE-TEXT(1 : 4) NOT NUMERIC
           OR      W-DATE-TEXT(6 : 2) NOT NUMERIC
           OR      W-DATE-TEXT(9 : 2) NOT NUMERIC
               GO TO SUB-9100-EXIT
           END-IF

           MOVE W-DATE-TEXT(1 : 4) TO W-DATE-NUM(1 : 4)
           MOVE W-DATE-TEXT(6 : 2) TO W-DATE-NUM(5 : 2)
           MOVE W-DATE-TEXT(9 : 2) TO W-DATE-NUM(7 : 2)

           IF      FUNCTION TEST-DATE-YYYYMMDD(W-DATE-NUM) = 0
               COMPUTE W-DATE-INT  =  FUNCTION INTEGER-OF-DATE
                                          (W-DATE-NUM)
           END-IF
           .
       SUB-9100-EXIT.
           EXIT.
      /
       SUB-9200-INT-TO-DATE.
      *---------------------

           COMPUTE W-DATE-NUM      =  FUNCTION DATE-OF-INTEGER
                                          (W-DATE-INT)
           MOVE SPACES             TO W-DATE-TEXT
           STRING W-DATE-NUM(1 : 4) '-'
                  W-DATE-NUM(5 : 2) '-'
                  W-DATE-NUM(7 : 2) DELIMITED SIZE
                                   INTO W-DATE-TEXT
           .
       SUB-9200-EXIT.
           EXIT.
