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

       PROGRAM-ID.             FAKERATO.

      **** Account-takeover fraud scenario kit: reads a finished
      **** profile-mode extract and plays an account takeover
      **** through a controlled share of its customers, in the three
      **** places a takeover really shows up, so a fraud model that
      **** correlates them has something whole to find:
      ****     CONTACT - the victim's phone or email is changed.  The
      ****               copy's 'P' record carries the fraudster's
      ****               new value, and a new 'E' contact-history
      ****               spell holds the details it replaced, ending
      ****               on the day of the change;
      ****     LOGIN   - over the next one to three nights, logins
      ****               from one unfamiliar FAKNETW address (a
      ****               failed password or two, then a success and
      ****               some browsing), written as FAKERWEB access
      ****               lines under the customer ID and stamped in
      ****               the customer's own time zone, as FAKERWEB's
      ****               user source E stamps them;
      ****     DRAIN   - straight after the last login, the balance
      ****               leaves the victim's first open non-CD
      ****               account, opened before the window, as
      ****               outbound debits.  XFER drains are 'X'
      ****               debits only; WIRE drains are also written as
      ****               Fedwire customer transfers, FAKERWIR's tag
      ****               format, to a mule account at another bank.
      **** The takeover lands in the thirty days before the
      **** extract's run date.  The drain is the account's balance on
      **** the drain day, the 'D' closing balance with the account's
      **** later 'X' activity backed out.  That 'D' closing balance
      **** is rolled forward through the drain, so the copy still
      **** balances account by account.  A balance larger than one
      **** 'X' amount can carry leaves in several debits a minute
      **** apart.
      ****
      **** The answer key ties the three artifacts together: one
      **** record per event (the contact change, each web line, each
      **** drain debit), keyed by customer ID and local timestamp,
      **** with the UTC offset, account, address and amount each
      **** artifact carries.  The header is copied; the trailer is
      **** recomputed over the copy.
      ****
      **** PARM: victim rate percent, optional seed - the same PARM
      **** takes over the same customers the same way.

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
           SELECT ATOIN                ASSIGN 'Data\FAKERGEN Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-ATOIN-STATUS.

           SELECT ATOOUT               ASSIGN 'Data\FAKERATO Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT WEBFILE              ASSIGN 'Data\FAKERATO Access.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT FEDFILE             ASSIGN 'Data\FAKERATO Fedwire.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT KEYFILE              ASSIGN 'Data\FAKERATO Anskey.txt'
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

       FD  ATOIN.

       01  ATOIN-REC               PIC X(320).

       01  ATOIN-P-REC.
           05  FILLER              PIC X(24).
           05  ATP-FIRST-NAME      PIC X(25).
           05  ATP-LAST-NAME       PIC X(35).
           05  FILLER              PIC X(11).
           05  ATP-TELEPHONE       PIC X(12).
           05  FILLER              PIC X(06).
           05  ATP-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(27).
           05  ATP-EMAIL           PIC X(40).
           05  FILLER              PIC X(06).
           05  ATP-DATE-OF-DEATH   PIC X(10).
           05  FILLER              PIC X(01).
           05  ATP-PARTY-TYPE      PIC X(01).
           05  FILLER              PIC X(108).

       01  ATOIN-A-REC.
           05  FILLER              PIC X(02).
           05  ATA-STREET          PIC X(35).
           05  ATA-CITY            PIC X(25).
           05  ATA-STATE           PIC X(10).
           05  ATA-POSTCODE        PIC X(10).
           05  FILLER              PIC X(238).

       01  ATOIN-E-REC.
           05  FILLER              PIC X(17).
           05  ATE-HISTORY-SEQ     PIC X(01).
           05  FILLER              PIC X(12).
           05  ATE-END-DATE        PIC X(10).
           05  FILLER              PIC X(280).

       01  ATOIN-D-REC.
           05  FILLER              PIC X(02).
           05  ATD-ACCOUNT-ID      PIC X(19).
           05  FILLER              PIC X(01).
           05  ATD-BANK-ACCOUNT    PIC X(12).
           05  FILLER              PIC X(01).
           05  ATD-ROUTING         PIC X(10).
           05  FILLER              PIC X(16).
           05  ATD-OPEN-DATE       PIC X(10).
           05  FILLER              PIC X(13).
           05  ATD-CLOSE-BAL       PIC S9(10)
                                       SIGN LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  ATD-STATUS          PIC X(01).
           05  FILLER              PIC X(12).
           05  ATD-PRODUCT-CODE    PIC X(04).
           05  FILLER              PIC X(207).

       01  ATOIN-X-REC.
           05  FILLER              PIC X(02).
           05  ATX-ACCOUNT-ID      PIC X(19).
           05  FILLER              PIC X(01).
           05  ATX-TRAN-AMOUNT     PIC X(10).
           05  FILLER              PIC X(16).
           05  ATX-TRAN-DATE       PIC X(10).
           05  FILLER              PIC X(01).
           05  ATX-DR-CR           PIC X(01).
           05  FILLER              PIC X(260).

       FD  ATOOUT.

       01  ATOOUT-REC              PIC X(320).

       01  ATOOUT-E-REC.
           05  AOE-RECORD-TYPE     PIC X(01).
           05  FILLER              PIC X(01).
           05  AOE-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  AOE-HISTORY-SEQ     PIC 9(01).
           05  FILLER              PIC X(01).
           05  AOE-EFFECTIVE-DATE  PIC X(10).
           05  FILLER              PIC X(01).
           05  AOE-END-DATE        PIC X(10).
           05  FILLER              PIC X(01).
           05  AOE-ACTIVE-SW       PIC X(01).
           05  FILLER              PIC X(01).
           05  AOE-TELEPHONE       PIC X(12).
           05  FILLER              PIC X(01).
           05  AOE-EMAIL           PIC X(40).
           05  FILLER              PIC X(224).

       01  ATOOUT-X-REC.
           05  AOX-RECORD-TYPE     PIC X(01).
           05  FILLER              PIC X(01).
           05  AOX-ACCOUNT-ID      PIC X(19).
           05  FILLER              PIC X(01).
           05  AOX-TRAN-AMOUNT     PIC X(10).
           05  FILLER              PIC X(01).
           05  AOX-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  AOX-TRAN-DATE       PIC X(10).
           05  FILLER              PIC X(01).
           05  AOX-DR-CR           PIC X(01).
           05  FILLER              PIC X(260).

       FD  WEBFILE.

       01  WEBFILE-REC             PIC X(250).

       FD  FEDFILE.

       01  FEDFILE-REC             PIC X(700).

       FD  KEYFILE.

      **** One record per event.  EVENT CONTACT is the extract's
      **** 'P'/'E' change (CHANNEL PHONE or EMAIL, DETAIL old value
      **** -> new value), LOGIN one web line (CHANNEL WEB, DETAIL
      **** the request and status), DRAIN one 'X' debit and its web
      **** line (CHANNEL XFER, or WIRE with the Fedwire reference).
      **** The stamp is the customer's local time, the offset its
      **** UTC offset then.

       01  KEYFILE-REC.
           05  KEY-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  KEY-EVENT           PIC X(07).
           05  FILLER              PIC X(01).
           05  KEY-EVENT-SEQ       PIC 9(02).
           05  FILLER              PIC X(01).
           05  KEY-LOCAL-STAMP     PIC X(19).
           05  FILLER              PIC X(01).
           05  KEY-UTC-OFFSET      PIC X(06).
           05  FILLER              PIC X(01).
           05  KEY-ACCOUNT-ID      PIC X(19).
           05  FILLER              PIC X(01).
           05  KEY-IP-ADDRESS      PIC X(15).
           05  FILLER              PIC X(01).
           05  KEY-CHANNEL         PIC X(05).
           05  FILLER              PIC X(01).
           05  KEY-AMOUNT-CENTS    PIC 9(11).
           05  FILLER              PIC X(01).
           05  KEY-REFERENCE       PIC X(16).
           05  FILLER              PIC X(01).
           05  KEY-DETAIL          PIC X(70).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-ATOIN-STATUS          PIC X(02).

       01  W-EOF-SW                PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.

       01  W-RUN-SEED-NO           PIC 9(09)  COMP VALUE 0.
       01  W-VICTIM-RATE-PCT       PIC 9(03)  COMP VALUE 2.
       01  W-DETAILS-WRITTEN       PIC 9(09)  COMP VALUE 0.
       01  W-VICTIMS               PIC 9(09)  COMP VALUE 0.
       01  W-PHONE-CHANGES         PIC 9(09)  COMP VALUE 0.
       01  W-EMAIL-CHANGES         PIC 9(09)  COMP VALUE 0.
       01  W-WEB-LINES             PIC 9(09)  COMP VALUE 0.
       01  W-DRAIN-DEBITS          PIC 9(09)  COMP VALUE 0.
       01  W-WIRES                 PIC 9(09)  COMP VALUE 0.
       01  W-KEY-RECORDS           PIC 9(09)  COMP VALUE 0.
       01  W-TABLE-FULL-CNT        PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-FAKER-PROG            PIC X(08)       VALUE 'FAKER'.
       01  W-FAKRAND-PROG          PIC X(08)       VALUE 'FAKRAND'.

      **** The customers, in extract order: what the takeover needs
      **** of each, the account it would drain (0 when none
      **** qualifies) and the takeover as planned.

       01  W-CUS-MAX               PIC S9(9)  COMP VALUE 5000.
       01  W-CUS-CNT               PIC S9(9)  COMP VALUE 0.
       01  W-CUS-DX                PIC S9(9)  COMP.
       01  W-CUS-TABLE.
           05  W-CUS-OCCS          OCCURS 5000.
               10  W-CUS-ID        PIC X(14).
               10  W-CUS-FIRST-NAME
                                   PIC X(25).
               10  W-CUS-LAST-NAME PIC X(35).
               10  W-CUS-STREET    PIC X(35).
               10  W-CUS-CITY      PIC X(25).
               10  W-CUS-STATE     PIC X(10).
               10  W-CUS-POSTCODE  PIC X(10).
               10  W-CUS-TZ-STATE  PIC X(10).
               10  W-CUS-OLD-PHONE PIC X(12).
               10  W-CUS-OLD-EMAIL PIC X(40).
               10  W-CUS-DRAWN-SW  PIC X(01).
                   88  W-CUS-DRAWN                 VALUE 'Y'.
               10  W-CUS-E-SEQ     PIC 9(01).
               10  W-CUS-E-END     PIC X(10).
               10  W-CUS-ACC-DX    PIC S9(9)  COMP.
               10  W-CUS-CHG-DAY   PIC S9(4)  COMP.
               10  W-CUS-LOGIN-DAYS
                                   PIC S9(4)  COMP.
               10  W-CUS-DRAIN-INT PIC 9(09)  COMP.
               10  W-CUS-AFTER-CENTS
                                   PIC S9(11) COMP.
               10  W-CUS-VICTIM-SW PIC X(01).
                   88  W-CUS-VICTIM                VALUE 'Y'.
               10  W-CUS-KIND      PIC X(05).
               10  W-CUS-NEW-PHONE PIC X(12).
               10  W-CUS-NEW-EMAIL PIC X(40).
               10  W-CUS-CHG-DATE  PIC X(10).

      **** The accounts, in extract order, each with what is
      **** drained from it.

       01  W-ACC-MAX               PIC S9(9)  COMP VALUE 20000.
       01  W-ACC-CNT               PIC S9(9)  COMP VALUE 0.
       01  W-ACC-DX                PIC S9(9)  COMP.
       01  W-ACC-TABLE.
           05  W-ACC-OCCS          OCCURS 20000.
               10  W-ACC-ID        PIC X(19).
               10  W-ACC-BANK-ACCOUNT
                                   PIC X(12).
               10  W-ACC-ROUTING   PIC X(10).
               10  W-ACC-OPEN-DATE PIC X(10).
               10  W-ACC-CLOSE-CENTS
                                   PIC S9(11) COMP.
               10  W-ACC-DRAIN-CENTS
                                   PIC 9(11)  COMP.

      **** The drain debits, as planned.

       01  W-DRN-MAX               PIC S9(9)  COMP VALUE 5000.
       01  W-DRN-CNT               PIC S9(9)  COMP VALUE 0.
       01  W-DRN-DX                PIC S9(9)  COMP.
       01  W-DRN-TABLE.
           05  W-DRN-OCCS          OCCURS 5000.
               10  W-DRN-ACC-DX    PIC S9(9)  COMP.
               10  W-DRN-DATE      PIC X(10).
               10  W-DRN-CENTS     PIC 9(09)  COMP.

      **** The takeover window: the thirty days before the run date.
      **** The contact change falls in its first 24 days, leaving
      **** room for up to three nights of logins behind it.

       01  W-WINDOW-DAYS           PIC S9(4)  COMP VALUE 30.
       01  W-WINDOW-START-INT      PIC 9(09)  COMP VALUE 0.
       01  W-CHANGE-DAYS           PIC S9(4)  COMP VALUE 24.

      **** One takeover being planned.

       01  W-LOGIN-CNT             PIC S9(4)  COMP.
       01  W-FAILED-CNT            PIC S9(4)  COMP.
       01  W-LOGIN-NO              PIC S9(4)  COMP.
       01  W-PIECE-CNT             PIC S9(4)  COMP.
       01  W-PIECE-NO              PIC S9(4)  COMP.
       01  W-EVENT-SEQ             PIC 9(02).
       01  W-BALANCE-CENTS         PIC S9(11) COMP.
       01  W-LEFT-CENTS            PIC 9(11)  COMP.
       01  W-PIECE-CENTS           PIC 9(09)  COMP.
       01  W-MAX-PIECE-CENTS       PIC 9(09)  COMP VALUE 999999999.
       01  W-MIN-DRAIN-CENTS       PIC 9(09)  COMP VALUE 100000.
       01  W-CHANNEL               PIC X(05).
           88  W-CHANNEL-WIRE                      VALUE 'WIRE'.
       01  W-ATTACKER-IP           PIC X(15).
       01  W-MULE-NAME             PIC X(35).
       01  W-MULE-ACCOUNT          PIC X(17).
       01  W-MULE-ROUTING          PIC X(09).
       01  W-PICK                  PIC S9(9)  COMP.

      **** One event being stamped: its day in the window and its
      **** local second of that day.

       01  W-EVT-DAY               PIC S9(4)  COMP.
       01  W-EVT-SECS              PIC S9(9)  COMP.
       01  W-EVT-LAST-SECS         PIC S9(9)  COMP.
       01  W-EVT-DATE              PIC X(10).
       01  W-EVT-TIME.
           05  W-EVT-HH            PIC 9(02).
           05  FILLER              PIC X(01)       VALUE ':'.
           05  W-EVT-MI            PIC 9(02).
           05  FILLER              PIC X(01)       VALUE ':'.
           05  W-EVT-SS            PIC 9(02).
       01  W-EVT-STAMP             PIC X(19).
       01  W-EVT-OFFSET            PIC X(06).
       01  W-CLF-STAMP             PIC X(26).
       01  W-METHOD                PIC X(04).
       01  W-URL                   PIC X(40).
       01  W-STATUS-CODE           PIC X(03).
       01  W-BYTES                 PIC 9(06).
       01  W-BYTES-DISP            PIC Z(05)9.
       01  W-MM                    PIC 9(02).

       01  W-MONTH-DEFS.
           05  FILLER              PIC X(36)       VALUE
               'JanFebMarAprMayJunJulAugSepOctNovDec'.
       01  FILLER REDEFINES W-MONTH-DEFS.
           05  W-MONTH-NAME        PIC X(03)       OCCURS 12.

      **** Fedwire message work fields - see FAKERWIR.

       01  W-FED-LINE              PIC X(700).
       01  W-FED-AMOUNT            PIC 9(12).
       01  W-FED-SEQ               PIC 9(06)       VALUE 0.
       01  W-FED-CORRELATION       PIC 9(08).
       01  W-FED-IMAD.
           05  W-FED-IMAD-DATE     PIC 9(08).
           05  W-FED-IMAD-SOURCE   PIC X(08)       VALUE 'FAKERATO'.
           05  W-FED-IMAD-SEQ      PIC 9(06).
       01  W-FED-ORIG-NAME         PIC X(61).
       01  W-FED-ORIG-PARTY        PIC X(160).
       01  W-FED-CITY-LINE         PIC X(50).
       01  W-WIRE-REF.
           05  FILLER              PIC X(03)       VALUE 'ATO'.
           05  W-WIRE-REF-YYMMDD   PIC 9(06).
           05  W-WIRE-REF-SEQ      PIC 9(07).

       01  W-DATE-TEXT             PIC X(10).
       01  FILLER REDEFINES W-DATE-TEXT.
           05  W-DATE-TEXT-YYYY    PIC X(04).
           05  FILLER              PIC X(01).
           05  W-DATE-TEXT-MM      PIC X(02).
           05  FILLER              PIC X(01).
           05  W-DATE-TEXT-DD      PIC X(02).

       01  W-DATE-NUM              PIC 9(08).
       01  FILLER REDEFINES W-DATE-NUM.
           05  W-DATE-NUM-YYYY     PIC 9(04).
           05  W-DATE-NUM-MM       PIC 9(02).
           05  W-DATE-NUM-DD       PIC 9(02).

       01  W-DATE-INT              PIC 9(09)  COMP.

      **** Survey pass: the account slot of the last 'D' record read.

       01  W-LAST-ACC-DX           PIC S9(9)  COMP VALUE 0.

      **** Copy pass: where we are in the customer and account
      **** order the survey pass recorded, and the new contact spell
      **** still to be written behind the customer's own.

       01  W-CUR-CUS-DX            PIC S9(9)  COMP VALUE 0.
       01  W-CUR-ACC-DX            PIC S9(9)  COMP VALUE 0.
       01  W-SPELL-DUE-SW          PIC X(01)       VALUE 'N'.
           88  W-SPELL-DUE                         VALUE 'Y'.
       01  W-CLOSE-BAL             PIC S9(11) COMP.

       01  W-TRAN-CENTS            PIC 9(09)  COMP.
       01  W-AMOUNT-TEXT           PIC X(10).
       01  FILLER REDEFINES W-AMOUNT-TEXT.
           05  W-AMOUNT-DOLLARS    PIC 9(07).
           05  W-AMOUNT-POINT      PIC X(01).
           05  W-AMOUNT-PENNIES    PIC 9(02).

       01  W-BUILD-LINE            PIC X(250).

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERATO error: '.

       01  W-SEED-TEXT.
           05  W-SEED-TEXT-KIND    PIC X(30).
           05  W-SEED-CUST-NO      PIC 9(09).
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
       01  W-PARM-RATE-PCT         PIC 9(03).
       01  W-PARM-SEED-NO          PIC 9(09).
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
                   UNTIL W-EOF
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

           DISPLAY 'FAKERATO compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           PERFORM SUB-1050-READ-PARM THRU SUB-1050-EXIT

           IF      W-RUN-SEED-NO = 0
               PERFORM SUB-1200-CHOOSE-RUN-SEED THRU SUB-1200-EXIT
           END-IF

           OPEN INPUT ATOIN

           IF      W-ATOIN-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open ATOIN, status '
                       W-ATOIN-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1300-SURVEY-ONE-RECORD THRU SUB-1300-EXIT
               UNTIL W-EOF

           CLOSE ATOIN

           IF      W-WINDOW-START-INT = 0
               DISPLAY W-ERROR-MSG
                       'no header run date - not a FAKERGEN extract'
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT WEBFILE
                       FEDFILE
                       KEYFILE

           PERFORM SUB-1500-PLAN-ONE-VICTIM THRU SUB-1500-EXIT
               VARYING W-CUS-DX FROM 1 BY 1
                 UNTIL W-CUS-DX > W-CUS-CNT

           CLOSE WEBFILE
                 FEDFILE
                 KEYFILE

           MOVE 'N'                TO W-EOF-SW

           OPEN INPUT ATOIN
                OUTPUT ATOOUT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-READ-PARM.
      *-------------------

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           UNSTRING W-PARM-TEXT    DELIMITED BY ','
                   INTO W-PARM-RATE-PCT
                        W-PARM-SEED-NO
           END-UNSTRING

           IF      W-PARM-RATE-PCT NUMERIC
           AND     W-PARM-RATE-PCT > 0
               MOVE W-PARM-RATE-PCT
                                   TO W-VICTIM-RATE-PCT
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
       SUB-1300-SURVEY-ONE-RECORD.
      *---------------------------

      **** First pass: the header's run date fixes the window, the
      **** 'P', 'A' and 'E' records what the takeover needs of the
      **** customer, the 'D' records the account it would drain and
      **** the 'X' records what that account does after the drain.

           READ ATOIN
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-1300-EXIT
           END-READ

           EVALUATE ATOIN-REC(1 : 1)
             WHEN 'H'
               MOVE ATOIN-REC(3 : 10)
                                   TO W-DATE-TEXT
               PERFORM SUB-1310-DATE-TO-INT THRU SUB-1310-EXIT
               IF      W-DATE-INT > W-WINDOW-DAYS
                   COMPUTE W-WINDOW-START-INT
                                   =  W-DATE-INT - W-WINDOW-DAYS
               END-IF

             WHEN 'P'
               PERFORM SUB-1320-SURVEY-CUSTOMER THRU SUB-1320-EXIT

             WHEN 'A'
               IF      W-CUS-CNT > 0
                   MOVE ATA-STREET TO W-CUS-STREET(W-CUS-CNT)
                   MOVE ATA-CITY   TO W-CUS-CITY(W-CUS-CNT)
                   MOVE ATA-STATE  TO W-CUS-STATE(W-CUS-CNT)
                   MOVE ATA-POSTCODE
                                   TO W-CUS-POSTCODE(W-CUS-CNT)

      **** Only a two-letter state or province names a zone, as in
      **** FAKERWEB.

                   IF      ATA-STATE(3 : 8) = SPACES
                       MOVE ATA-STATE
                                   TO W-CUS-TZ-STATE(W-CUS-CNT)
                   END-IF
               END-IF

             WHEN 'E'
               IF      W-CUS-CNT > 0
               AND     ATE-HISTORY-SEQ NUMERIC
               AND     ATE-HISTORY-SEQ > W-CUS-E-SEQ(W-CUS-CNT)
                   MOVE ATE-HISTORY-SEQ
                                   TO W-CUS-E-SEQ(W-CUS-CNT)
                   MOVE ATE-END-DATE
                                   TO W-CUS-E-END(W-CUS-CNT)
               END-IF

             WHEN 'D'
               PERFORM SUB-1330-SURVEY-ACCOUNT THRU SUB-1330-EXIT

             WHEN 'X'
               PERFORM SUB-1340-SURVEY-TRANSACTION THRU SUB-1340-EXIT

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1310-DATE-TO-INT.
      *---------------------

      **** W-DATE-TEXT (YYYY-MM-DD) to its integer date; 0 when it is
      **** not a date.

           MOVE 0                  TO W-DATE-INT

           IF      W-DATE-TEXT-YYYY NOT NUMERIC
           OR      W-DATE-TEXT-MM NOT NUMERIC
           OR      W-DATE-TEXT-DD NOT NUMERIC
               GO TO SUB-1310-EXIT
           END-IF

           MOVE W-DATE-TEXT-YYYY   TO W-DATE-NUM-YYYY
           MOVE W-DATE-TEXT-MM     TO W-DATE-NUM-MM
           MOVE W-DATE-TEXT-DD     TO W-DATE-NUM-DD

           IF      W-DATE-NUM-YYYY < 1601
           OR      W-DATE-NUM-MM < 1 OR W-DATE-NUM-MM > 12
           OR      W-DATE-NUM-DD < 1 OR W-DATE-NUM-DD > 31
               GO TO SUB-1310-EXIT
           END-IF

           COMPUTE W-DATE-INT      =  FUNCTION INTEGER-OF-DATE
                                          (W-DATE-NUM)
           .
       SUB-1310-EXIT.
           EXIT.
      /
       SUB-1320-SURVEY-CUSTOMER.
      *-------------------------

      **** Every customer takes a slot, so the copy pass can count
      **** its way to the same one.  The victim draw and the
      **** takeover's days are made here, one seeded draw per
      **** customer keyed off the customer ordinal and the run seed,
      **** because the drain day must be known before the account's
      **** 'X' records go by.  A business or a deceased customer is
      **** never drawn.

           IF      W-CUS-CNT >= W-CUS-MAX
               ADD  1              TO W-TABLE-FULL-CNT
               GO TO SUB-1320-EXIT
           END-IF

           ADD  1                  TO W-CUS-CNT
           MOVE W-CUS-CNT          TO W-CUS-DX

           MOVE ATP-CUSTOMER-ID    TO W-CUS-ID(W-CUS-DX)
           MOVE ATP-FIRST-NAME     TO W-CUS-FIRST-NAME(W-CUS-DX)
           MOVE ATP-LAST-NAME      TO W-CUS-LAST-NAME(W-CUS-DX)
           MOVE ATP-TELEPHONE      TO W-CUS-OLD-PHONE(W-CUS-DX)
           MOVE ATP-EMAIL          TO W-CUS-OLD-EMAIL(W-CUS-DX)
           MOVE SPACES             TO W-CUS-STREET(W-CUS-DX)
                                      W-CUS-CITY(W-CUS-DX)
                                      W-CUS-STATE(W-CUS-DX)
                                      W-CUS-POSTCODE(W-CUS-DX)
                                      W-CUS-TZ-STATE(W-CUS-DX)
                                      W-CUS-E-END(W-CUS-DX)
                                      W-CUS-KIND(W-CUS-DX)
                                      W-CUS-NEW-PHONE(W-CUS-DX)
                                      W-CUS-NEW-EMAIL(W-CUS-DX)
                                      W-CUS-CHG-DATE(W-CUS-DX)
           MOVE 0                  TO W-CUS-E-SEQ(W-CUS-DX)
                                      W-CUS-ACC-DX(W-CUS-DX)
                                      W-CUS-CHG-DAY(W-CUS-DX)
                                      W-CUS-LOGIN-DAYS(W-CUS-DX)
                                      W-CUS-DRAIN-INT(W-CUS-DX)
                                      W-CUS-AFTER-CENTS(W-CUS-DX)
           MOVE 'N'                TO W-CUS-DRAWN-SW(W-CUS-DX)
                                      W-CUS-VICTIM-SW(W-CUS-DX)

           IF      ATP-PARTY-TYPE = 'B'
           OR      ATP-DATE-OF-DEATH NOT = SPACES
           OR      ATP-CUSTOMER-ID = SPACES
           OR     (ATP-TELEPHONE = SPACES AND ATP-EMAIL = SPACES)
               GO TO SUB-1320-EXIT
           END-IF

           MOVE 'FAKERATO customer seed text'
                                   TO W-SEED-TEXT-KIND
           MOVE W-CUS-DX           TO W-SEED-CUST-NO
           MOVE W-RUN-SEED-NO      TO W-SEED-TEXT-RUN-SEED

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE W-SEED-TEXT        TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER

           IF      FAKRAND-RANDOM-NO * 100 NOT < W-VICTIM-RATE-PCT
               GO TO SUB-1320-EXIT
           END-IF

           MOVE 'Y'                TO W-CUS-DRAWN-SW(W-CUS-DX)

           PERFORM SUB-1550-NEXT-RANDOM THRU SUB-1550-EXIT
           COMPUTE W-CUS-CHG-DAY(W-CUS-DX)
                                   =  FAKRAND-RANDOM-NO
                                      * W-CHANGE-DAYS

           PERFORM SUB-1550-NEXT-RANDOM THRU SUB-1550-EXIT
           COMPUTE W-CUS-LOGIN-DAYS(W-CUS-DX)
                                   =  FAKRAND-RANDOM-NO * 3 + 1

           COMPUTE W-CUS-DRAIN-INT(W-CUS-DX)
                                   =  W-WINDOW-START-INT
                                      + W-CUS-CHG-DAY(W-CUS-DX)
                                      + W-CUS-LOGIN-DAYS(W-CUS-DX)
           .
       SUB-1320-EXIT.
           EXIT.
      /
       SUB-1330-SURVEY-ACCOUNT.
      *------------------------

      **** Every account takes a slot, so the copy pass can count its
      **** way to the same one; only a drawn customer's first open
      **** account that is not a certificate, opened before the
      **** window, is marked to be drained.

           MOVE 0                  TO W-LAST-ACC-DX

           IF      W-ACC-CNT >= W-ACC-MAX
               ADD  1              TO W-TABLE-FULL-CNT
               GO TO SUB-1330-EXIT
           END-IF

           ADD  1                  TO W-ACC-CNT
           MOVE W-ACC-CNT          TO W-LAST-ACC-DX
           MOVE ATD-ACCOUNT-ID     TO W-ACC-ID(W-ACC-CNT)
           MOVE ATD-BANK-ACCOUNT   TO W-ACC-BANK-ACCOUNT(W-ACC-CNT)
           MOVE ATD-ROUTING        TO W-ACC-ROUTING(W-ACC-CNT)
           MOVE ATD-OPEN-DATE      TO W-ACC-OPEN-DATE(W-ACC-CNT)
           MOVE 0                  TO W-ACC-CLOSE-CENTS(W-ACC-CNT)
                                      W-ACC-DRAIN-CENTS(W-ACC-CNT)

           IF      W-CUS-CNT = 0
               GO TO SUB-1330-EXIT
           END-IF

           IF      NOT W-CUS-DRAWN(W-CUS-CNT)
           OR      W-CUS-ACC-DX(W-CUS-CNT) > 0
           OR      ATD-STATUS NOT = 'O'
           OR      ATD-PRODUCT-CODE(1 : 2) = 'CD'
           OR      ATD-CLOSE-BAL NOT NUMERIC
               GO TO SUB-1330-EXIT
           END-IF

           MOVE ATD-OPEN-DATE      TO W-DATE-TEXT
           PERFORM SUB-1310-DATE-TO-INT THRU SUB-1310-EXIT

           IF      W-DATE-INT > 0
           AND     W-DATE-INT < W-WINDOW-START-INT
               MOVE W-ACC-CNT      TO W-CUS-ACC-DX(W-CUS-CNT)
               MOVE ATD-CLOSE-BAL  TO W-ACC-CLOSE-CENTS(W-ACC-CNT)
           END-IF
           .
       SUB-1330-EXIT.
           EXIT.
      /
       SUB-1340-SURVEY-TRANSACTION.
      *----------------------------

      **** A transaction on the account to be drained, dated after
      **** the drain day, is backed out of the closing balance to
      **** find what the account held on the drain day.

           IF      W-CUS-CNT = 0
           OR      W-LAST-ACC-DX = 0
               GO TO SUB-1340-EXIT
           END-IF

           IF      W-CUS-ACC-DX(W-CUS-CNT) NOT = W-LAST-ACC-DX
           OR      ATX-ACCOUNT-ID NOT = W-ACC-ID(W-LAST-ACC-DX)
               GO TO SUB-1340-EXIT
           END-IF

           MOVE ATX-TRAN-DATE      TO W-DATE-TEXT
           PERFORM SUB-1310-DATE-TO-INT THRU SUB-1310-EXIT

           IF      W-DATE-INT NOT > W-CUS-DRAIN-INT(W-CUS-CNT)
               GO TO SUB-1340-EXIT
           END-IF

           MOVE ATX-TRAN-AMOUNT    TO W-AMOUNT-TEXT

           IF      W-AMOUNT-DOLLARS NOT NUMERIC
           OR      W-AMOUNT-PENNIES NOT NUMERIC
               GO TO SUB-1340-EXIT
           END-IF

           COMPUTE W-TRAN-CENTS    =  W-AMOUNT-DOLLARS * 100
                                      + W-AMOUNT-PENNIES

           IF      ATX-DR-CR = 'C'
               ADD  W-TRAN-CENTS   TO W-CUS-AFTER-CENTS(W-CUS-CNT)
           ELSE
               SUBTRACT W-TRAN-CENTS
                                   FROM W-CUS-AFTER-CENTS(W-CUS-CNT)
           END-IF
           .
       SUB-1340-EXIT.
           EXIT.
      /
       SUB-1500-PLAN-ONE-VICTIM.
      *-------------------------

      **** A drawn customer becomes a victim when it has an account
      **** to drain holding at least $1,000.00 on the drain day.
      **** The takeover's values are drawn off the victim's own
      **** seeded stream, and its web lines, wires and answer-key
      **** records are written here; the extract changes wait for
      **** the copy pass.

           IF      NOT W-CUS-DRAWN(W-CUS-DX)
           OR      W-CUS-ACC-DX(W-CUS-DX) = 0
               GO TO SUB-1500-EXIT
           END-IF

           MOVE W-CUS-ACC-DX(W-CUS-DX)
                                   TO W-ACC-DX

           COMPUTE W-BALANCE-CENTS =  W-ACC-CLOSE-CENTS(W-ACC-DX)
                                      - W-CUS-AFTER-CENTS(W-CUS-DX)

           IF      W-BALANCE-CENTS < W-MIN-DRAIN-CENTS
               GO TO SUB-1500-EXIT
           END-IF

           COMPUTE W-PIECE-CNT     =  (W-BALANCE-CENTS
                                       + W-MAX-PIECE-CENTS - 1)
                                      / W-MAX-PIECE-CENTS

           IF      W-DRN-CNT + W-PIECE-CNT > W-DRN-MAX
               ADD  1              TO W-TABLE-FULL-CNT
               GO TO SUB-1500-EXIT
           END-IF

           MOVE 'Y'                TO W-CUS-VICTIM-SW(W-CUS-DX)
           ADD  1                  TO W-VICTIMS

           MOVE 'FAKERATO victim seed text'
                                   TO W-SEED-TEXT-KIND
           MOVE W-CUS-DX           TO W-SEED-CUST-NO
           MOVE W-RUN-SEED-NO      TO W-SEED-TEXT-RUN-SEED

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE W-SEED-TEXT        TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER

           MOVE 0                  TO W-EVENT-SEQ

           PERFORM SUB-1600-PLAN-CONTACT-CHANGE THRU SUB-1600-EXIT

           PERFORM SUB-1700-PLAN-LOGINS THRU SUB-1700-EXIT

           PERFORM SUB-1800-PLAN-DRAIN THRU SUB-1800-EXIT
           .
       SUB-1500-EXIT.
           EXIT.
      /
       SUB-1550-NEXT-RANDOM.
      *---------------------

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE SPACES             TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER
           .
       SUB-1550-EXIT.
           EXIT.
      /
       SUB-1600-PLAN-CONTACT-CHANGE.
      *-----------------------------

      **** The change is made in office hours on the change day (a
      **** call to the contact centre, not a web session).  Only a
      **** phone or email the customer has on file can be changed.

           PERFORM SUB-1550-NEXT-RANDOM THRU SUB-1550-EXIT

           IF      W-CUS-OLD-EMAIL(W-CUS-DX) NOT = SPACES
           AND    (FAKRAND-RANDOM-NO < 0.5
           OR      W-CUS-OLD-PHONE(W-CUS-DX) = SPACES)
               MOVE 'EMAIL'        TO W-CUS-KIND(W-CUS-DX)
               ADD  1              TO W-EMAIL-CHANGES

               SET  INTERNET-EMAIL TO TRUE
               PERFORM SUB-1950-CALL-FAKER THRU SUB-1950-EXIT

               IF      FAKER-RESPONSE-GOOD
                   MOVE FAKER-RESULT(1 : 40)
                                   TO W-CUS-NEW-EMAIL(W-CUS-DX)
               ELSE
                   MOVE 'recovery@example.net'
                                   TO W-CUS-NEW-EMAIL(W-CUS-DX)
               END-IF
           ELSE
               MOVE 'PHONE'        TO W-CUS-KIND(W-CUS-DX)
               ADD  1              TO W-PHONE-CHANGES

               SET  TELEPHONE      TO TRUE
               PERFORM SUB-1950-CALL-FAKER THRU SUB-1950-EXIT

               MOVE SPACES         TO W-CUS-NEW-PHONE(W-CUS-DX)
               IF      FAKER-RESPONSE-GOOD
                   STRING FAKER-TELEPHONE-AREA-CODE
                          ' '
                          FAKER-TELEPHONE-PREFIX
                          ' '
                          FAKER-TELEPHONE-SUFFIX
                                   DELIMITED SIZE
                                   INTO W-CUS-NEW-PHONE(W-CUS-DX)
               ELSE
                   MOVE '555 010 0199'
                                   TO W-CUS-NEW-PHONE(W-CUS-DX)
               END-IF
           END-IF

           MOVE W-CUS-CHG-DAY(W-CUS-DX)
                                   TO W-EVT-DAY
           PERFORM SUB-1550-NEXT-RANDOM THRU SUB-1550-EXIT
           COMPUTE W-EVT-SECS      =  32400
                                      + FAKRAND-RANDOM-NO * 28800

           PERFORM SUB-1900-STAMP-EVENT THRU SUB-1900-EXIT

           MOVE W-EVT-DATE         TO W-CUS-CHG-DATE(W-CUS-DX)

           MOVE SPACES             TO KEYFILE-REC
           MOVE 'CONTACT'          TO KEY-EVENT
           MOVE W-CUS-KIND(W-CUS-DX)
                                   TO KEY-CHANNEL
           MOVE 0                  TO KEY-AMOUNT-CENTS

           IF      W-CUS-KIND(W-CUS-DX) = 'EMAIL'
               STRING W-CUS-OLD-EMAIL(W-CUS-DX)
                                   DELIMITED SPACE
                      ' -> '       DELIMITED SIZE
                      W-CUS-NEW-EMAIL(W-CUS-DX)
                                   DELIMITED SPACE
                                   INTO KEY-DETAIL
           ELSE
               STRING W-CUS-OLD-PHONE(W-CUS-DX)
                                   DELIMITED SIZE
                      ' -> '       DELIMITED SIZE
                      W-CUS-NEW-PHONE(W-CUS-DX)
                                   DELIMITED SIZE
                                   INTO KEY-DETAIL
           END-IF

           PERFORM SUB-1920-WRITE-KEY THRU SUB-1920-EXIT
           .
       SUB-1600-EXIT.
           EXIT.
      /
       SUB-1700-PLAN-LOGINS.
      *---------------------

      **** Three to eight requests from one unfamiliar address, in
      **** the small hours of the nights after the change: up to two
      **** failed passwords, the login that works, then browsing.
      **** The requests spread over the login days in order, half
      **** an hour or so apart, so the last lands on the drain day.

           SET  NETWORK-IPV4       TO TRUE
           PERFORM SUB-1950-CALL-FAKER THRU SUB-1950-EXIT

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-RESULT(1 : 15)
                                   TO W-ATTACKER-IP
           ELSE
               MOVE '198.51.100.66'
                                   TO W-ATTACKER-IP
           END-IF

           PERFORM SUB-1550-NEXT-RANDOM THRU SUB-1550-EXIT
           COMPUTE W-LOGIN-CNT     =  FAKRAND-RANDOM-NO * 6 + 3

           PERFORM SUB-1550-NEXT-RANDOM THRU SUB-1550-EXIT
           COMPUTE W-FAILED-CNT    =  FAKRAND-RANDOM-NO * 3

           PERFORM SUB-1710-ONE-LOGIN THRU SUB-1710-EXIT
               VARYING W-LOGIN-NO FROM 1 BY 1
                 UNTIL W-LOGIN-NO > W-LOGIN-CNT
           .
       SUB-1700-EXIT.
           EXIT.
      /
       SUB-1710-ONE-LOGIN.
      *-------------------

           COMPUTE W-EVT-DAY       =  W-CUS-CHG-DAY(W-CUS-DX) + 1
                                      + (W-LOGIN-NO - 1)
                                        * W-CUS-LOGIN-DAYS(W-CUS-DX)
                                        / W-LOGIN-CNT

           PERFORM SUB-1550-NEXT-RANDOM THRU SUB-1550-EXIT
           COMPUTE W-EVT-SECS      =  FAKRAND-RANDOM-NO * 900
           COMPUTE W-EVT-SECS      =  W-EVT-SECS + 1800
                                      + W-LOGIN-NO * 1800

           EVALUATE TRUE
             WHEN W-LOGIN-NO <= W-FAILED-CNT
               MOVE 'POST'         TO W-METHOD
               MOVE '/login'       TO W-URL
               MOVE '401'          TO W-STATUS-CODE
             WHEN W-LOGIN-NO = W-FAILED-CNT + 1
               MOVE 'POST'         TO W-METHOD
               MOVE '/login'       TO W-URL
               MOVE '302'          TO W-STATUS-CODE
             WHEN W-LOGIN-NO = W-FAILED-CNT + 2
               MOVE 'GET '         TO W-METHOD
               MOVE '/accounts/summary'
                                   TO W-URL
               MOVE '200'          TO W-STATUS-CODE
             WHEN OTHER
               MOVE 'GET '         TO W-METHOD
               MOVE '/accounts/activity'
                                   TO W-URL
               MOVE '200'          TO W-STATUS-CODE
           END-EVALUATE

           PERFORM SUB-1900-STAMP-EVENT THRU SUB-1900-EXIT

           PERFORM SUB-1550-NEXT-RANDOM THRU SUB-1550-EXIT
           COMPUTE W-BYTES         =  FAKRAND-RANDOM-NO * 30000
                                      + 400

           PERFORM SUB-1910-WRITE-WEB-LINE THRU SUB-1910-EXIT

           MOVE SPACES             TO KEYFILE-REC
           MOVE 'LOGIN'            TO KEY-EVENT
           MOVE 'WEB'              TO KEY-CHANNEL
           MOVE 0                  TO KEY-AMOUNT-CENTS
           STRING W-METHOD         DELIMITED SPACE
                  ' '              DELIMITED SIZE
                  W-URL            DELIMITED SPACE
                  ' '              DELIMITED SIZE
                  W-STATUS-CODE    DELIMITED SIZE
                                   INTO KEY-DETAIL

           PERFORM SUB-1920-WRITE-KEY THRU SUB-1920-EXIT

           MOVE W-EVT-SECS         TO W-EVT-LAST-SECS
           .
       SUB-1710-EXIT.
           EXIT.
      /
       SUB-1800-PLAN-DRAIN.
      *--------------------

      **** The balance on the drain day leaves in as few debits as
      **** the 'X' amount allows, a minute apart from two minutes
      **** after the last login - each one a web request from the
      **** same address, and for a WIRE a Fedwire message to the
      **** one mule account.

           PERFORM SUB-1550-NEXT-RANDOM THRU SUB-1550-EXIT

           IF      FAKRAND-RANDOM-NO < 0.5
               MOVE 'WIRE'         TO W-CHANNEL

               SET  PERSON-NAME    TO TRUE
               PERFORM SUB-1950-CALL-FAKER THRU SUB-1950-EXIT
               MOVE SPACES         TO W-MULE-NAME
               STRING FAKER-PERSON-FIRST-NAME
                                   DELIMITED SPACE
                      ' '          DELIMITED SIZE
                      FAKER-PERSON-LAST-NAME
                                   DELIMITED SPACE
                                   INTO W-MULE-NAME

               SET  BANK-ACCOUNT   TO TRUE
               PERFORM SUB-1950-CALL-FAKER THRU SUB-1950-EXIT
               MOVE FAKER-RESULT(1 : 17)
                                   TO W-MULE-ACCOUNT

               SET  BANK-ROUTING   TO TRUE
               PERFORM SUB-1950-CALL-FAKER THRU SUB-1950-EXIT
               MOVE FAKER-RESULT(1 : 9)
                                   TO W-MULE-ROUTING
           ELSE
               MOVE 'XFER'         TO W-CHANNEL
           END-IF

           MOVE W-BALANCE-CENTS    TO W-LEFT-CENTS
                                      W-ACC-DRAIN-CENTS(W-ACC-DX)

           COMPUTE W-EVT-DAY       =  W-CUS-CHG-DAY(W-CUS-DX)
                                      + W-CUS-LOGIN-DAYS(W-CUS-DX)

           PERFORM SUB-1810-ONE-DRAIN-DEBIT THRU SUB-1810-EXIT
               VARYING W-PIECE-NO FROM 1 BY 1
                 UNTIL W-PIECE-NO > W-PIECE-CNT
           .
       SUB-1800-EXIT.
           EXIT.
      /
       SUB-1810-ONE-DRAIN-DEBIT.
      *-------------------------

           IF      W-LEFT-CENTS > W-MAX-PIECE-CENTS
               MOVE W-MAX-PIECE-CENTS
                                   TO W-PIECE-CENTS
           ELSE
               MOVE W-LEFT-CENTS   TO W-PIECE-CENTS
           END-IF

           SUBTRACT W-PIECE-CENTS  FROM W-LEFT-CENTS

           COMPUTE W-EVT-SECS      =  W-EVT-LAST-SECS + 60
                                      + W-PIECE-NO * 60

           PERFORM SUB-1900-STAMP-EVENT THRU SUB-1900-EXIT

           ADD  1                  TO W-DRN-CNT
           MOVE W-ACC-DX           TO W-DRN-ACC-DX(W-DRN-CNT)
           MOVE W-EVT-DATE         TO W-DRN-DATE(W-DRN-CNT)
           MOVE W-PIECE-CENTS      TO W-DRN-CENTS(W-DRN-CNT)

           MOVE 'POST'             TO W-METHOD
           MOVE '201'              TO W-STATUS-CODE

           IF      W-CHANNEL-WIRE
               MOVE '/payments/wire'
                                   TO W-URL
           ELSE
               MOVE '/transfers/external'
                                   TO W-URL
           END-IF

           PERFORM SUB-1550-NEXT-RANDOM THRU SUB-1550-EXIT
           COMPUTE W-BYTES         =  FAKRAND-RANDOM-NO * 2000
                                      + 300

           PERFORM SUB-1910-WRITE-WEB-LINE THRU SUB-1910-EXIT

           MOVE SPACES             TO KEYFILE-REC
           MOVE 'DRAIN'            TO KEY-EVENT
           MOVE W-CHANNEL          TO KEY-CHANNEL
           MOVE W-PIECE-CENTS      TO KEY-AMOUNT-CENTS

           IF      W-CHANNEL-WIRE
               PERFORM SUB-1850-WRITE-FEDWIRE THRU SUB-1850-EXIT
               MOVE W-WIRE-REF     TO KEY-REFERENCE
               STRING 'X DEBIT, FEDWIRE TO '
                                   DELIMITED SIZE
                      W-MULE-ROUTING
                                   DELIMITED SIZE
                      ' '          DELIMITED SIZE
                      W-MULE-ACCOUNT
                                   DELIMITED SPACE
                      ' '          DELIMITED SIZE
                      W-MULE-NAME  DELIMITED '  '
                                   INTO KEY-DETAIL
           ELSE
               MOVE 'X DEBIT, EXTERNAL TRANSFER'
                                   TO KEY-DETAIL
           END-IF

           PERFORM SUB-1920-WRITE-KEY THRU SUB-1920-EXIT

           ADD  1                  TO W-DRAIN-DEBITS
           .
       SUB-1810-EXIT.
           EXIT.
      /
       SUB-1850-WRITE-FEDWIRE.
      *-----------------------

      **** One customer transfer (type/subtype 1000, business
      **** function CTR), as FAKERWIR writes them: {1500} marks it a
      **** test message, the IMAD is the drain date, source and
      **** sequence, {3320} carries the wire reference and {6000}
      **** names the victim's customer ID.  The originator is the
      **** victim's drained account; the beneficiary the mule's.

           ADD  1                  TO W-FED-SEQ
                                      W-WIRES
           MOVE W-FED-SEQ          TO W-FED-IMAD-SEQ
                                      W-FED-CORRELATION
                                      W-WIRE-REF-SEQ
           MOVE W-PIECE-CENTS      TO W-FED-AMOUNT

           MOVE W-EVT-DATE         TO W-DATE-TEXT
           MOVE W-DATE-TEXT-YYYY   TO W-DATE-NUM-YYYY
           MOVE W-DATE-TEXT-MM     TO W-DATE-NUM-MM
           MOVE W-DATE-TEXT-DD     TO W-DATE-NUM-DD
           MOVE W-DATE-NUM         TO W-FED-IMAD-DATE
           MOVE W-DATE-NUM(3 : 6)  TO W-WIRE-REF-YYMMDD

           MOVE SPACES             TO W-FED-CITY-LINE
                                      W-FED-ORIG-NAME
                                      W-FED-ORIG-PARTY

           STRING W-CUS-FIRST-NAME(W-CUS-DX)
                                   DELIMITED '  '
                  ' '              DELIMITED SIZE
                  W-CUS-LAST-NAME(W-CUS-DX)
                                   DELIMITED '  '
                                   INTO W-FED-ORIG-NAME

           STRING W-CUS-CITY(W-CUS-DX)
                                   DELIMITED '  '
                  ' '              DELIMITED SIZE
                  W-CUS-STATE(W-CUS-DX)
                                   DELIMITED '  '
                  ' '              DELIMITED SIZE
                  W-CUS-POSTCODE(W-CUS-DX)
                                   DELIMITED '  '
                                   INTO W-FED-CITY-LINE

           STRING W-ACC-BANK-ACCOUNT(W-ACC-DX)
                                   DELIMITED ' '
                  '*'              DELIMITED SIZE
                  FUNCTION TRIM(W-FED-ORIG-NAME)
                                   DELIMITED SIZE
                  '*'              DELIMITED SIZE
                  W-CUS-STREET(W-CUS-DX)
                                   DELIMITED '  '
                  '*'              DELIMITED SIZE
                  W-FED-CITY-LINE  DELIMITED '  '
                  '*'              DELIMITED SIZE
                                   INTO W-FED-ORIG-PARTY

           MOVE SPACES             TO W-FED-LINE

           STRING '{1500}30'
                  W-FED-CORRELATION
                  'T '
                  '{1510}1000'
                  '{1520}'         W-FED-IMAD
                  '{2000}'         W-FED-AMOUNT
                  '{3100}'         W-ACC-ROUTING(W-ACC-DX)(1 : 9)
                  'SYNTHETIC BANK*'
                  '{3320}'         W-WIRE-REF
                  '*'
                  '{3400}'         W-MULE-ROUTING
                  'SYNTHETIC BANK*'
                  '{3600}CTR'
                  '{4200}D'
                                   DELIMITED SIZE
                  W-MULE-ACCOUNT   DELIMITED ' '
                  '*'              DELIMITED SIZE
                  W-MULE-NAME      DELIMITED '  '
                  '*'
                  '{5000}D'        DELIMITED SIZE
                  W-FED-ORIG-PARTY DELIMITED '  '
                  '{6000}ORIG CUST '
                  W-CUS-ID(W-CUS-DX)
                  '*REF '
                  W-WIRE-REF
                  '*'
                                   DELIMITED SIZE
                                   INTO W-FED-LINE

           MOVE W-FED-LINE         TO FEDFILE-REC
           WRITE FEDFILE-REC
           .
       SUB-1850-EXIT.
           EXIT.
      /
       SUB-1860-INT-TO-DATE.
      *---------------------

           COMPUTE W-DATE-NUM      =  FUNCTION DATE-OF-INTEGER
                                          (W-DATE-INT)

           MOVE SPACES             TO W-DATE-TEXT
           STRING W-DATE-NUM-YYYY  '-'
                  W-DATE-NUM-MM    '-'
                  W-DATE-NUM-DD    DELIMITED SIZE
                                   INTO W-DATE-TEXT
           .
       SUB-1860-EXIT.
           EXIT.
      /
       SUB-1900-STAMP-EVENT.
      *---------------------

      **** W-EVT-DAY days into the window, W-EVT-SECS seconds into
      **** that local day: the local stamp, and its UTC offset in the
      **** customer's zone from FAKTEMP (+00:00 when the customer has
      **** no zone), plus the CLF bracket stamp FAKERWEB writes.

           COMPUTE W-DATE-INT      =  W-WINDOW-START-INT + W-EVT-DAY
           PERFORM SUB-1860-INT-TO-DATE THRU SUB-1860-EXIT
           MOVE W-DATE-TEXT        TO W-EVT-DATE

           DIVIDE W-EVT-SECS       BY 3600
                                   GIVING W-EVT-HH
                                   REMAINDER W-PICK
           DIVIDE W-PICK           BY 60
                                   GIVING W-EVT-MI
                                   REMAINDER W-EVT-SS

           MOVE SPACES             TO W-EVT-STAMP
           STRING W-EVT-DATE       DELIMITED SIZE
                  ' '              DELIMITED SIZE
                  W-EVT-TIME       DELIMITED SIZE
                                   INTO W-EVT-STAMP

           MOVE '+00:00'           TO W-EVT-OFFSET

           IF      W-CUS-TZ-STATE(W-CUS-DX) NOT = SPACES
               MOVE W-EVT-DATE     TO FAKER-DATE-FROM
               MOVE W-EVT-TIME     TO FAKER-TIME-FROM
               MOVE W-CUS-TZ-STATE(W-CUS-DX)
                                   TO FAKER-TZ-STATE
               SET  TEMPORAL-TIMEZONE
                                   TO TRUE

               PERFORM SUB-1950-CALL-FAKER THRU SUB-1950-EXIT

               MOVE SPACES         TO FAKER-DATE-FROM
                                      FAKER-TIME-FROM
                                      FAKER-TZ-STATE

               IF      FAKER-RESPONSE-GOOD
                   MOVE FAKER-TEMPORAL-OFFSET
                                   TO W-EVT-OFFSET
               END-IF
           END-IF

           MOVE W-DATE-NUM-MM      TO W-MM

           MOVE SPACES             TO W-CLF-STAMP
           STRING W-EVT-DATE(9 : 2)
                  '/'
                  W-MONTH-NAME(W-MM)
                  '/'
                  W-EVT-DATE(1 : 4)
                  ':'
                  W-EVT-TIME
                  ' '
                  W-EVT-OFFSET(1 : 3)
                  W-EVT-OFFSET(5 : 2)
                                   DELIMITED SIZE
                                   INTO W-CLF-STAMP
           .
       SUB-1900-EXIT.
           EXIT.
      /
       SUB-1910-WRITE-WEB-LINE.
      *------------------------

      **** A common log format line, as FAKERWEB builds them, with
      **** the customer ID in the user field.

           MOVE W-BYTES            TO W-BYTES-DISP

           MOVE SPACES             TO W-BUILD-LINE
           STRING FUNCTION TRIM(W-ATTACKER-IP)
                  ' - '
                  FUNCTION TRIM(W-CUS-ID(W-CUS-DX))
                  ' ['
                  W-CLF-STAMP
                  '] "'
                  FUNCTION TRIM(W-METHOD)
                  ' '
                  FUNCTION TRIM(W-URL)
                  ' HTTP/1.1" '
                  W-STATUS-CODE
                  ' '
                  FUNCTION TRIM(W-BYTES-DISP)
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE

           MOVE W-BUILD-LINE       TO WEBFILE-REC

           WRITE WEBFILE-REC

           ADD  1                  TO W-WEB-LINES
           .
       SUB-1910-EXIT.
           EXIT.
      /
       SUB-1920-WRITE-KEY.
      *-------------------

      **** The caller has filled in the event, channel, amount and
      **** detail; the rest is the victim's and the event's.

           ADD  1                  TO W-EVENT-SEQ

           MOVE W-CUS-ID(W-CUS-DX) TO KEY-CUSTOMER-ID
           MOVE W-EVENT-SEQ        TO KEY-EVENT-SEQ
           MOVE W-EVT-STAMP        TO KEY-LOCAL-STAMP
           MOVE W-EVT-OFFSET       TO KEY-UTC-OFFSET
           MOVE W-ACC-ID(W-ACC-DX) TO KEY-ACCOUNT-ID

           IF      KEY-EVENT NOT = 'CONTACT'
               MOVE W-ATTACKER-IP  TO KEY-IP-ADDRESS
           END-IF

           WRITE KEYFILE-REC

           ADD  1                  TO W-KEY-RECORDS
           .
       SUB-1920-EXIT.
           EXIT.
      /
       SUB-1950-CALL-FAKER.
      *--------------------

           MOVE 'FAKERATO'      TO FAKER-CALLING-PROGRAM

           CALL W-FAKER-PROG    USING W-FAKER-PARAMETER

           IF      NOT FAKER-RESPONSE-GOOD
               DISPLAY W-ERROR-MSG
                       FAKER-RESPONSE-CODE
                       ' - '
                       FAKER-RESPONSE-MSG
           END-IF
           .
       SUB-1950-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

      **** Second pass: the copy.  A victim's new contact spell goes
      **** out behind its last 'E' record - that is, in front of the
      **** first of its records that is none of P, A, B, C, R or E.

           READ ATOIN
               AT END
                   SET  W-EOF      TO TRUE
                   PERFORM SUB-2150-WRITE-NEW-SPELL THRU SUB-2150-EXIT
                   GO TO SUB-2000-EXIT
           END-READ

           IF      W-SPELL-DUE
               EVALUATE ATOIN-REC(1 : 1)
                 WHEN 'A'
                 WHEN 'B'
                 WHEN 'C'
                 WHEN 'R'
                 WHEN 'E'
                   CONTINUE
                 WHEN OTHER
                   PERFORM SUB-2150-WRITE-NEW-SPELL THRU SUB-2150-EXIT
               END-EVALUATE
           END-IF

           EVALUATE ATOIN-REC(1 : 1)
             WHEN 'H'
               PERFORM SUB-9100-COPY-RECORD THRU SUB-9100-EXIT

             WHEN 'T'

      **** The trailer is recomputed at shut-down over what was
      **** actually written.

               CONTINUE

             WHEN 'P'
               ADD  1              TO W-CUR-CUS-DX
               PERFORM SUB-2100-COPY-CUSTOMER THRU SUB-2100-EXIT

             WHEN 'D'
               ADD  1              TO W-CUR-ACC-DX
               PERFORM SUB-2200-COPY-ACCOUNT THRU SUB-2200-EXIT

             WHEN OTHER
               PERFORM SUB-9100-COPY-RECORD THRU SUB-9100-EXIT
           END-EVALUATE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-COPY-CUSTOMER.
      *-----------------------

      **** A victim's 'P' record carries the fraudster's new phone or
      **** email from here on.

           IF      W-CUR-CUS-DX > W-CUS-CNT
               PERFORM SUB-9100-COPY-RECORD THRU SUB-9100-EXIT
               GO TO SUB-2100-EXIT
           END-IF

           IF      W-CUS-VICTIM(W-CUR-CUS-DX)
               IF      W-CUS-KIND(W-CUR-CUS-DX) = 'EMAIL'
                   MOVE W-CUS-NEW-EMAIL(W-CUR-CUS-DX)
                                   TO ATP-EMAIL
               ELSE
                   MOVE W-CUS-NEW-PHONE(W-CUR-CUS-DX)
                                   TO ATP-TELEPHONE
               END-IF
               MOVE 'Y'            TO W-SPELL-DUE-SW
           END-IF

           PERFORM SUB-9100-COPY-RECORD THRU SUB-9100-EXIT
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2150-WRITE-NEW-SPELL.
      *-------------------------

      **** The contact details the change replaced, closed on the day
      **** of the change.  The spell opens where the customer's last
      **** spell ended, or when the drained account was opened if it
      **** has none - those details were on file then.

           IF      NOT W-SPELL-DUE
               GO TO SUB-2150-EXIT
           END-IF

           MOVE 'N'                TO W-SPELL-DUE-SW
           MOVE W-CUR-CUS-DX       TO W-CUS-DX
           MOVE W-CUS-ACC-DX(W-CUS-DX)
                                   TO W-ACC-DX

           MOVE SPACES             TO ATOOUT-E-REC
           MOVE 'E'                TO AOE-RECORD-TYPE
           MOVE W-CUS-ID(W-CUS-DX) TO AOE-CUSTOMER-ID

           IF      W-CUS-E-SEQ(W-CUS-DX) < 9
               COMPUTE AOE-HISTORY-SEQ
                                   =  W-CUS-E-SEQ(W-CUS-DX) + 1
           ELSE
               MOVE 9              TO AOE-HISTORY-SEQ
           END-IF

           IF      W-CUS-E-END(W-CUS-DX) NOT = SPACES
           AND     W-CUS-E-END(W-CUS-DX) < W-CUS-CHG-DATE(W-CUS-DX)
               MOVE W-CUS-E-END(W-CUS-DX)
                                   TO AOE-EFFECTIVE-DATE
           ELSE
               MOVE W-ACC-OPEN-DATE(W-ACC-DX)
                                   TO AOE-EFFECTIVE-DATE
           END-IF

           MOVE W-CUS-CHG-DATE(W-CUS-DX)
                                   TO AOE-END-DATE
           MOVE 'N'                TO AOE-ACTIVE-SW
           MOVE W-CUS-OLD-PHONE(W-CUS-DX)
                                   TO AOE-TELEPHONE
           MOVE W-CUS-OLD-EMAIL(W-CUS-DX)
                                   TO AOE-EMAIL

           WRITE ATOOUT-E-REC

           ADD  1                  TO W-DETAILS-WRITTEN
           .
       SUB-2150-EXIT.
           EXIT.
      /
       SUB-2200-COPY-ACCOUNT.
      *----------------------

      **** A drained account's closing balance rolls forward through
      **** the drain, and the drain debits follow the 'D' record with
      **** the account's own.

           IF      W-CUR-ACC-DX > W-ACC-CNT
               PERFORM SUB-9100-COPY-RECORD THRU SUB-9100-EXIT
               GO TO SUB-2200-EXIT
           END-IF

           IF      W-ACC-DRAIN-CENTS(W-CUR-ACC-DX) > 0
               COMPUTE W-CLOSE-BAL =  ATD-CLOSE-BAL
                                      - W-ACC-DRAIN-CENTS(W-CUR-ACC-DX)
               MOVE W-CLOSE-BAL    TO ATD-CLOSE-BAL
           END-IF

           PERFORM SUB-9100-COPY-RECORD THRU SUB-9100-EXIT

           IF      W-ACC-DRAIN-CENTS(W-CUR-ACC-DX) = 0
               GO TO SUB-2200-EXIT
           END-IF

           MOVE W-CUR-ACC-DX       TO W-ACC-DX

           PERFORM SUB-2210-WRITE-DRAIN-X THRU SUB-2210-EXIT
               VARYING W-DRN-DX FROM 1 BY 1
                 UNTIL W-DRN-DX > W-DRN-CNT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-WRITE-DRAIN-X.
      *-----------------------

           IF      W-DRN-ACC-DX(W-DRN-DX) NOT = W-ACC-DX
               GO TO SUB-2210-EXIT
           END-IF

           MOVE W-DRN-CENTS(W-DRN-DX)
                                   TO W-TRAN-CENTS
           DIVIDE W-TRAN-CENTS     BY 100
                                   GIVING W-AMOUNT-DOLLARS
                                   REMAINDER W-AMOUNT-PENNIES
           MOVE '.'                TO W-AMOUNT-POINT

           MOVE SPACES             TO ATOOUT-X-REC
           MOVE 'X'                TO AOX-RECORD-TYPE
           MOVE W-ACC-ID(W-ACC-DX) TO AOX-ACCOUNT-ID
           MOVE W-AMOUNT-TEXT      TO AOX-TRAN-AMOUNT
           MOVE W-CUS-ID(W-CUR-CUS-DX)
                                   TO AOX-CUSTOMER-ID
           MOVE W-DRN-DATE(W-DRN-DX)
                                   TO AOX-TRAN-DATE
           MOVE 'D'                TO AOX-DR-CR

           WRITE ATOOUT-X-REC

           ADD  1                  TO W-DETAILS-WRITTEN
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-9100-COPY-RECORD.
      *---------------------

           MOVE ATOIN-REC          TO ATOOUT-REC

           WRITE ATOOUT-REC

           IF      ATOOUT-REC(1 : 1) NOT = 'H'
           AND     ATOOUT-REC(1 : 1) NOT = 'T'
               ADD  1              TO W-DETAILS-WRITTEN
           END-IF
           .
       SUB-9100-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-DISPLAY
           END-IF

      **** Trailer, recomputed over what was really written.

           MOVE SPACES             TO ATOOUT-REC
           MOVE 'T'                TO ATOOUT-REC(1 : 1)
           MOVE W-DETAILS-WRITTEN  TO ATOOUT-REC(3 : 9)

           WRITE ATOOUT-REC

           CLOSE ATOIN
                 ATOOUT

           IF      W-TABLE-FULL-CNT > 0
               MOVE W-TABLE-FULL-CNT
                                   TO W-DISP-NUM
               DISPLAY W-ERROR-MSG
                       'tables full, entries not considered: '
                       W-DISP-NUM
               MOVE 4              TO RETURN-CODE
           END-IF

      **** Register what this run cut from the extract in the
      **** shared lineage file (COPY FAKERPD8).

           MOVE 'Data\FAKERATO Output.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERATO Access.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERATO Fedwire.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERATO Anskey.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT
           .
       SUB-3000-DISPLAY.

           MOVE W-CUS-CNT          TO W-DISP-NUM
           DISPLAY 'ATOIN customers read:     '
                   W-DISP-NUM

           MOVE W-VICTIMS          TO W-DISP-NUM
           DISPLAY 'Accounts taken over:      '
                   W-DISP-NUM

           MOVE W-PHONE-CHANGES    TO W-DISP-NUM
           DISPLAY '    Phone changed:        '
                   W-DISP-NUM

           MOVE W-EMAIL-CHANGES    TO W-DISP-NUM
           DISPLAY '    Email changed:        '
                   W-DISP-NUM

           MOVE W-WEB-LINES        TO W-DISP-NUM
           DISPLAY 'Web lines written:        '
                   W-DISP-NUM

           MOVE W-DRAIN-DEBITS     TO W-DISP-NUM
           DISPLAY 'Drain debits planted:     '
                   W-DISP-NUM

           MOVE W-WIRES            TO W-DISP-NUM
           DISPLAY '    of which wires:       '
                   W-DISP-NUM

           MOVE W-KEY-RECORDS      TO W-DISP-NUM
           DISPLAY 'Answer-key records:       '
                   W-DISP-NUM

           DISPLAY 'FAKERATO run seed:        '
                   W-RUN-SEED-NO

           DISPLAY 'FAKERATO completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
