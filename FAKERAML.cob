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

       PROGRAM-ID.             FAKERAML.

      **** BSA/AML transaction-monitoring scenario kit: reads a
      **** finished profile-mode extract and writes a copy with AML
      **** typologies planted into the 'X' transactions of a
      **** controlled share of the customers, so the monitoring
      **** rules have something to find:
      ****     STRUCT - cash structuring: one deposit a day just
      ****              under $10,000 on three to six consecutive
      ****              days;
      ****     RAPID  - rapid in-and-out: two large credits, each
      ****              drained 90-98 percent the next day;
      ****     ROUND  - a round-dollar burst: six to twelve credits
      ****              in whole thousands over three days;
      ****     FUNNEL - household funnel: every other member of a
      ****              household (the customers sharing a
      ****              PD-HOUSEHOLD-ID) takes in a sub-$10,000
      ****              deposit and moves it out the same day, the
      ****              head's account receives each one the next
      ****              day and sends the total out the day after.
      **** Planted activity lands in the thirty days before the
      **** extract's run date, on the customer's first open account
      **** opened before that window, and that account's 'D'
      **** closing balance is rolled forward through it - so the
      **** copy still balances account by account.  A household
      **** member who holds no account at all feeds the funnel
      **** through one opened for it on the first day of the window,
      **** written after the member's own records.
      ****
      **** The CTR candidate list names every customer-day whose
      **** credits, or whose debits, total more than $10,000 across
      **** the copy - the aggregation the currency transaction
      **** report rule performs (the structuring plants are built
      **** to stay off it).  The answer key names every planted
      **** customer, the typology, the role in a funnel, the
      **** account, the date span and the planted totals.  The
      **** header is copied; the trailer is recomputed over the
      **** copy.
      ****
      **** PARM: plant rate percent, optional seed - the same PARM
      **** plants the same customers the same way.

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
           SELECT AMLIN                ASSIGN 'Data\FAKERGEN Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-AMLIN-STATUS.

           SELECT AMLOUT               ASSIGN 'Data\FAKERAML Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT CTRFILE             ASSIGN 'Data\FAKERAML Ctrcand.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT KEYFILE              ASSIGN 'Data\FAKERAML Anskey.txt'
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

       FD  AMLIN.

       01  AMLIN-REC               PIC X(320).

       01  AMLIN-P-REC.
           05  FILLER              PIC X(113).
           05  AMP-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  AMP-DATE-OF-BIRTH   PIC X(10).
           05  FILLER              PIC X(01).
           05  AMP-HOUSEHOLD-ID    PIC X(14).
           05  FILLER              PIC X(167).

       01  AMLIN-D-REC.
           05  FILLER              PIC X(02).
           05  AMD-ACCOUNT-ID      PIC X(19).
           05  FILLER              PIC X(01).
           05  AMD-BANK-ACCOUNT    PIC X(12).
           05  FILLER              PIC X(01).
           05  AMD-ROUTING         PIC X(10).
           05  FILLER              PIC X(16).
           05  AMD-OPEN-DATE       PIC X(10).
           05  FILLER              PIC X(13).
           05  AMD-CLOSE-BAL       PIC S9(10)
                                       SIGN LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  AMD-STATUS          PIC X(01).
           05  FILLER              PIC X(223).

       01  AMLIN-X-REC.
           05  FILLER              PIC X(22).
           05  AMX-TRAN-AMOUNT     PIC X(10).
           05  FILLER              PIC X(16).
           05  AMX-TRAN-DATE       PIC X(10).
           05  FILLER              PIC X(01).
           05  AMX-DR-CR           PIC X(01).
           05  FILLER              PIC X(260).

       FD  AMLOUT.

       01  AMLOUT-REC              PIC X(320).

       01  AMLOUT-D-REC.
           05  AOD-RECORD-TYPE     PIC X(01).
           05  FILLER              PIC X(01).
           05  AOD-ACCOUNT-ID      PIC X(19).
           05  FILLER              PIC X(01).
           05  AOD-BANK-ACCOUNT    PIC X(12).
           05  FILLER              PIC X(01).
           05  AOD-ROUTING         PIC X(10).
           05  FILLER              PIC X(01).
           05  AOD-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  AOD-OPEN-DATE       PIC X(10).
           05  FILLER              PIC X(01).
           05  AOD-OPEN-BAL        PIC S9(10)
                                       SIGN LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  AOD-CLOSE-BAL       PIC S9(10)
                                       SIGN LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  AOD-STATUS          PIC X(01).
           05  FILLER              PIC X(223).

       01  AMLOUT-X-REC.
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

       FD  CTRFILE.

      **** One record per customer-day over the threshold, credits
      **** (CASH-IN) and debits (CASH-OUT) aggregated separately.

       01  CTRFILE-REC.
           05  CTR-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  CTR-TRAN-DATE       PIC X(10).
           05  FILLER              PIC X(01).
           05  CTR-DIRECTION       PIC X(08).
           05  FILLER              PIC X(01).
           05  CTR-TRAN-COUNT      PIC 9(04).
           05  FILLER              PIC X(01).
           05  CTR-TOTAL-CENTS     PIC 9(11).

       FD  KEYFILE.

      **** One record per planted customer.  ROLE is SOLE for the
      **** single-customer typologies, HUB or FEEDER in a funnel.

       01  KEYFILE-REC.
           05  KEY-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  KEY-HOUSEHOLD-ID    PIC X(14).
           05  FILLER              PIC X(01).
           05  KEY-TYPOLOGY        PIC X(06).
           05  FILLER              PIC X(01).
           05  KEY-ROLE            PIC X(06).
           05  FILLER              PIC X(01).
           05  KEY-ACCOUNT-ID      PIC X(19).
           05  FILLER              PIC X(01).
           05  KEY-FIRST-DATE      PIC X(10).
           05  FILLER              PIC X(01).
           05  KEY-LAST-DATE       PIC X(10).
           05  FILLER              PIC X(01).
           05  KEY-TRAN-COUNT      PIC 9(04).
           05  FILLER              PIC X(01).
           05  KEY-CREDIT-CENTS    PIC 9(11).
           05  FILLER              PIC X(01).
           05  KEY-DEBIT-CENTS     PIC 9(11).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-AMLIN-STATUS          PIC X(02).

       01  W-EOF-SW                PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.

       01  W-RUN-SEED-NO           PIC 9(09)  COMP VALUE 0.
       01  W-PLANT-RATE-PCT        PIC 9(03)  COMP VALUE 5.
       01  W-DETAILS-WRITTEN       PIC 9(09)  COMP VALUE 0.
       01  W-PLANTED-CUSTOMERS     PIC 9(09)  COMP VALUE 0.
       01  W-PLANTED-TRANS         PIC 9(09)  COMP VALUE 0.
       01  W-CTR-WRITTEN           PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-FAKRAND-PROG          PIC X(08)       VALUE 'FAKRAND'.

       01  W-TYPOLOGY-TALLY.
           05  W-STRUCT-CNT        PIC 9(09)  COMP VALUE 0.
           05  W-RAPID-CNT         PIC 9(09)  COMP VALUE 0.
           05  W-ROUND-CNT         PIC 9(09)  COMP VALUE 0.
           05  W-FUNNEL-CNT        PIC 9(09)  COMP VALUE 0.

      **** The customers, in extract order, with the account each
      **** one's plant would land on (0 when none qualifies) and
      **** what was planted.

       01  W-CUS-MAX               PIC S9(9)  COMP VALUE 5000.
       01  W-CUS-CNT               PIC S9(9)  COMP VALUE 0.
       01  W-CUS-DX                PIC S9(9)  COMP.
       01  W-MEM-DX                PIC S9(9)  COMP.
       01  W-CUS-TABLE.
           05  W-CUS-OCCS          OCCURS 5000.
               10  W-CUS-ID        PIC X(14).
               10  W-CUS-HH-ID     PIC X(14).
               10  W-CUS-D-CNT     PIC 9(04)  COMP.
               10  W-CUS-ACC-DX    PIC S9(9)  COMP.
               10  W-CUS-NEW-ACC-SW
                                   PIC X(01).
                   88  W-CUS-NEW-ACC               VALUE 'Y'.
               10  W-CUS-TYPOLOGY  PIC X(06).
               10  W-CUS-ROLE      PIC X(06).
               10  W-CUS-FIRST-DAY PIC S9(4)  COMP.
               10  W-CUS-LAST-DAY  PIC S9(4)  COMP.
               10  W-CUS-TRAN-CNT  PIC 9(04)  COMP.
               10  W-CUS-CR-CENTS  PIC 9(11)  COMP.
               10  W-CUS-DR-CENTS  PIC 9(11)  COMP.

      **** The accounts, in extract order, each with the net of
      **** whatever was planted on it.  Funnel accounts opened for
      **** household members who hold none follow the extract's own.

       01  W-ACC-MAX               PIC S9(9)  COMP VALUE 20000.
       01  W-ACC-CNT               PIC S9(9)  COMP VALUE 0.
       01  W-ACC-EXTRACT-CNT       PIC S9(9)  COMP VALUE 0.
       01  W-ACC-DX                PIC S9(9)  COMP.
       01  W-ACC-TABLE.
           05  W-ACC-OCCS          OCCURS 20000.
               10  W-ACC-ID        PIC X(19).
               10  W-ACC-BANK-ACCOUNT
                                   PIC X(12).
               10  W-ACC-ROUTING   PIC X(10).
               10  W-ACC-CUS-DX    PIC S9(9)  COMP.
               10  W-ACC-NET-CENTS PIC S9(11) COMP.

      **** The planted transactions, as planned.

       01  W-PLT-MAX               PIC S9(9)  COMP VALUE 20000.
       01  W-PLT-CNT               PIC S9(9)  COMP VALUE 0.
       01  W-PLT-DX                PIC S9(9)  COMP.
       01  W-PLT-TABLE.
           05  W-PLT-OCCS          OCCURS 20000.
               10  W-PLT-ACC-DX    PIC S9(9)  COMP.
               10  W-PLT-DATE      PIC X(10).
               10  W-PLT-CENTS     PIC 9(09)  COMP.
               10  W-PLT-DR-CR     PIC X(01).

      **** One planted transaction being added.

       01  W-NEW-CUS-DX            PIC S9(9)  COMP.
       01  W-NEW-DAY               PIC S9(4)  COMP.
       01  W-NEW-CENTS             PIC 9(09)  COMP.
       01  W-NEW-DR-CR             PIC X(01).

      **** Typology working fields.

       01  W-START-DAY             PIC S9(4)  COMP.
       01  W-DAY-SPAN              PIC S9(4)  COMP.
       01  W-STEP-CNT              PIC S9(4)  COMP.
       01  W-STEP-NO               PIC S9(4)  COMP.
       01  W-PICK                  PIC S9(9)  COMP.
       01  W-CYCLE-CENTS           PIC 9(09)  COMP.
       01  W-FUNNEL-CENTS          PIC 9(09)  COMP.
       01  W-MEMBER-CNT            PIC S9(4)  COMP.
       01  W-HEAD-DX               PIC S9(9)  COMP.
       01  W-BANK-ACCOUNT-NO       PIC 9(10).
       01  W-NEW-ACCOUNTS          PIC 9(09)  COMP VALUE 0.

      **** The plant window: the thirty days before the run date.

       01  W-WINDOW-DAYS           PIC S9(4)  COMP VALUE 30.
       01  W-WINDOW-START-INT      PIC 9(09)  COMP VALUE 0.
       01  W-OPEN-INT              PIC 9(09)  COMP.

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

      **** Copy pass: where we are in the customer and account
      **** order the survey pass recorded.

       01  W-CUR-CUS-DX            PIC S9(9)  COMP VALUE 0.
       01  W-CUR-ACC-DX            PIC S9(9)  COMP VALUE 0.
       01  W-CUR-CUSTOMER-ID       PIC X(14)       VALUE SPACES.
       01  W-CLOSE-BAL             PIC S9(11) COMP.

      **** CTR aggregation for the current customer: one slot per
      **** transaction date and side.

       01  W-CTR-THRESHOLD-CENTS   PIC 9(11)  COMP VALUE 1000000.
       01  W-CTR-MAX               PIC S9(9)  COMP VALUE 1000.
       01  W-CTR-CNT               PIC S9(9)  COMP VALUE 0.
       01  W-CTR-DX                PIC S9(9)  COMP.
       01  W-CTR-FOUND-DX          PIC S9(9)  COMP.
       01  W-CTR-TABLE.
           05  W-CTR-OCCS          OCCURS 1000.
               10  W-CTR-DATE      PIC X(10).
               10  W-CTR-DR-CR     PIC X(01).
               10  W-CTR-COUNT     PIC 9(04)  COMP.
               10  W-CTR-CENTS     PIC 9(11)  COMP.
       01  W-CTR-FULL-CNT          PIC 9(09)  COMP VALUE 0.

       01  W-TRAN-CENTS            PIC 9(09)  COMP.
       01  W-AMOUNT-TEXT           PIC X(10).
       01  FILLER REDEFINES W-AMOUNT-TEXT.
           05  W-AMOUNT-DOLLARS    PIC 9(07).
           05  W-AMOUNT-POINT      PIC X(01).
           05  W-AMOUNT-PENNIES    PIC 9(02).

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERAML error: '.

       01  W-SEED-TEXT.
           05  FILLER              PIC X(30)       VALUE
               'FAKERAML customer seed text   '.
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

           DISPLAY 'FAKERAML compiled on '
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

           OPEN INPUT AMLIN

           IF      W-AMLIN-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open AMLIN, status '
                       W-AMLIN-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1300-SURVEY-ONE-RECORD THRU SUB-1300-EXIT
               UNTIL W-EOF

           CLOSE AMLIN

           MOVE W-ACC-CNT          TO W-ACC-EXTRACT-CNT

           IF      W-WINDOW-START-INT = 0
               DISPLAY W-ERROR-MSG
                       'no header run date - not a FAKERGEN extract'
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT KEYFILE

           PERFORM SUB-1500-PLAN-ONE-CUSTOMER THRU SUB-1500-EXIT
               VARYING W-CUS-DX FROM 1 BY 1
                 UNTIL W-CUS-DX > W-CUS-CNT

           PERFORM SUB-1900-WRITE-ONE-ANSWER THRU SUB-1900-EXIT
               VARYING W-CUS-DX FROM 1 BY 1
                 UNTIL W-CUS-DX > W-CUS-CNT

           CLOSE KEYFILE

           MOVE 'N'                TO W-EOF-SW

           OPEN INPUT AMLIN
                OUTPUT AMLOUT
                       CTRFILE
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
                                   TO W-PLANT-RATE-PCT
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

      **** First pass: the header's run date fixes the plant window,
      **** the 'P' records the customers and households, the 'D'
      **** records the accounts a plant can land on.

           READ AMLIN
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-1300-EXIT
           END-READ

           EVALUATE AMLIN-REC(1 : 1)
             WHEN 'H'
               MOVE AMLIN-REC(3 : 10)
                                   TO W-DATE-TEXT
               PERFORM SUB-1310-DATE-TO-INT THRU SUB-1310-EXIT
               IF      W-DATE-INT > W-WINDOW-DAYS
                   COMPUTE W-WINDOW-START-INT
                                   =  W-DATE-INT - W-WINDOW-DAYS
               END-IF

             WHEN 'P'
               IF      W-CUS-CNT >= W-CUS-MAX
                   GO TO SUB-1300-EXIT
               END-IF
               ADD  1              TO W-CUS-CNT
               MOVE AMP-CUSTOMER-ID
                                   TO W-CUS-ID(W-CUS-CNT)
               MOVE AMP-HOUSEHOLD-ID
                                   TO W-CUS-HH-ID(W-CUS-CNT)
               MOVE 0              TO W-CUS-ACC-DX(W-CUS-CNT)
                                      W-CUS-D-CNT(W-CUS-CNT)
                                      W-CUS-TRAN-CNT(W-CUS-CNT)
                                      W-CUS-CR-CENTS(W-CUS-CNT)
                                      W-CUS-DR-CENTS(W-CUS-CNT)
               MOVE 999            TO W-CUS-FIRST-DAY(W-CUS-CNT)
               MOVE -1             TO W-CUS-LAST-DAY(W-CUS-CNT)
               MOVE SPACES         TO W-CUS-TYPOLOGY(W-CUS-CNT)
                                      W-CUS-ROLE(W-CUS-CNT)
               MOVE 'N'            TO W-CUS-NEW-ACC-SW(W-CUS-CNT)

             WHEN 'D'
               PERFORM SUB-1320-SURVEY-ACCOUNT THRU SUB-1320-EXIT

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
       SUB-1320-SURVEY-ACCOUNT.
      *------------------------

      **** Every account takes a slot, so the copy pass can count its
      **** way to the same one; only the customer's first open
      **** account opened before the plant window is marked to
      **** take the plant.

           IF      W-ACC-CNT >= W-ACC-MAX
               GO TO SUB-1320-EXIT
           END-IF

           ADD  1                  TO W-ACC-CNT
           MOVE AMD-ACCOUNT-ID     TO W-ACC-ID(W-ACC-CNT)
           MOVE AMD-BANK-ACCOUNT   TO W-ACC-BANK-ACCOUNT(W-ACC-CNT)
           MOVE AMD-ROUTING        TO W-ACC-ROUTING(W-ACC-CNT)
           MOVE W-CUS-CNT          TO W-ACC-CUS-DX(W-ACC-CNT)
           MOVE 0                  TO W-ACC-NET-CENTS(W-ACC-CNT)

           IF      W-CUS-CNT = 0
               GO TO SUB-1320-EXIT
           END-IF

           ADD  1                  TO W-CUS-D-CNT(W-CUS-CNT)

           IF      AMD-STATUS NOT = 'O'
           OR      W-CUS-ACC-DX(W-CUS-CNT) > 0
               GO TO SUB-1320-EXIT
           END-IF

           MOVE AMD-OPEN-DATE      TO W-DATE-TEXT
           PERFORM SUB-1310-DATE-TO-INT THRU SUB-1310-EXIT

           IF      W-DATE-INT > 0
           AND     W-DATE-INT < W-WINDOW-START-INT
               MOVE W-ACC-CNT      TO W-CUS-ACC-DX(W-CUS-CNT)
           END-IF
           .
       SUB-1320-EXIT.
           EXIT.
      /
       SUB-1500-PLAN-ONE-CUSTOMER.
      *---------------------------

      **** One seeded draw per customer, keyed off the customer
      **** ordinal and the run seed.  A household head whose members
      **** can take a plant draws for the funnel first; anyone not
      **** already in a funnel then draws for a single-customer
      **** typology.

           IF      W-CUS-ACC-DX(W-CUS-DX) = 0
           OR      W-CUS-TYPOLOGY(W-CUS-DX) NOT = SPACES
               GO TO SUB-1500-EXIT
           END-IF

           MOVE W-CUS-DX           TO W-SEED-CUST-NO
           MOVE W-RUN-SEED-NO      TO W-SEED-TEXT-RUN-SEED

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE W-SEED-TEXT        TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER

           IF      W-CUS-HH-ID(W-CUS-DX) = W-CUS-ID(W-CUS-DX)
               MOVE 0              TO W-MEMBER-CNT

               PERFORM SUB-1510-COUNT-MEMBER THRU SUB-1510-EXIT
                   VARYING W-MEM-DX FROM W-CUS-DX BY 1
                     UNTIL W-MEM-DX > W-CUS-CNT
                        OR W-CUS-HH-ID(W-MEM-DX)
                                   NOT = W-CUS-ID(W-CUS-DX)

               IF      W-MEMBER-CNT > 0
                   IF      FAKRAND-RANDOM-NO * 100 < W-PLANT-RATE-PCT
                       PERFORM SUB-1600-PLANT-FUNNEL THRU SUB-1600-EXIT
                       GO TO SUB-1500-EXIT
                   END-IF

                   PERFORM SUB-1550-NEXT-RANDOM THRU SUB-1550-EXIT
               END-IF
           END-IF

           IF      FAKRAND-RANDOM-NO * 100 NOT < W-PLANT-RATE-PCT
               GO TO SUB-1500-EXIT
           END-IF

           MOVE W-CUS-DX           TO W-NEW-CUS-DX
           MOVE 'SOLE'             TO W-CUS-ROLE(W-CUS-DX)
           ADD  1                  TO W-PLANTED-CUSTOMERS

           PERFORM SUB-1550-NEXT-RANDOM THRU SUB-1550-EXIT
           COMPUTE W-PICK          =  FAKRAND-RANDOM-NO * 3

           EVALUATE W-PICK
             WHEN 0
               PERFORM SUB-1700-PLANT-STRUCTURING THRU SUB-1700-EXIT
             WHEN 1
               PERFORM SUB-1750-PLANT-RAPID THRU SUB-1750-EXIT
             WHEN OTHER
               PERFORM SUB-1800-PLANT-ROUND THRU SUB-1800-EXIT
           END-EVALUATE
           .
       SUB-1500-EXIT.
           EXIT.
      /
       SUB-1510-COUNT-MEMBER.
      *----------------------

      **** Members follow their head in the extract; the head itself
      **** is not counted.  A member who holds no account at all can
      **** feed the funnel through one opened for it.

           IF      W-MEM-DX = W-CUS-DX
               GO TO SUB-1510-EXIT
           END-IF

           IF      W-CUS-ACC-DX(W-MEM-DX) > 0
           OR      W-CUS-D-CNT(W-MEM-DX) = 0
               ADD  1              TO W-MEMBER-CNT
           END-IF
           .
       SUB-1510-EXIT.
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
       SUB-1560-PICK-START-DAY.
      *------------------------

      **** A start day that leaves W-DAY-SPAN days inside the window.

           PERFORM SUB-1550-NEXT-RANDOM THRU SUB-1550-EXIT

           COMPUTE W-PICK          =  W-WINDOW-DAYS - W-DAY-SPAN
           COMPUTE W-START-DAY     =  FAKRAND-RANDOM-NO * W-PICK
           .
       SUB-1560-EXIT.
           EXIT.
      /
       SUB-1600-PLANT-FUNNEL.
      *----------------------

      **** Day 0 each feeder takes in a deposit under $10,000 and
      **** sends it out; day 1 the hub receives each one; day 2 the
      **** hub sends the total on.

           MOVE W-CUS-DX           TO W-HEAD-DX
           MOVE 'FUNNEL'           TO W-CUS-TYPOLOGY(W-HEAD-DX)
           MOVE 'HUB'              TO W-CUS-ROLE(W-HEAD-DX)
           ADD  1                  TO W-FUNNEL-CNT
                                      W-PLANTED-CUSTOMERS

           MOVE 3                  TO W-DAY-SPAN
           PERFORM SUB-1560-PICK-START-DAY THRU SUB-1560-EXIT

           MOVE 0                  TO W-FUNNEL-CENTS

           PERFORM SUB-1610-PLANT-FEEDER THRU SUB-1610-EXIT
               VARYING W-MEM-DX FROM W-HEAD-DX BY 1
                 UNTIL W-MEM-DX > W-CUS-CNT
                    OR W-CUS-HH-ID(W-MEM-DX)
                                   NOT = W-CUS-ID(W-HEAD-DX)

           MOVE W-HEAD-DX          TO W-NEW-CUS-DX
           COMPUTE W-NEW-DAY       =  W-START-DAY + 2
           MOVE W-FUNNEL-CENTS     TO W-NEW-CENTS
           MOVE 'D'                TO W-NEW-DR-CR
           PERFORM SUB-1850-ADD-PLANT THRU SUB-1850-EXIT
           .
       SUB-1600-EXIT.
           EXIT.
      /
       SUB-1610-PLANT-FEEDER.
      *----------------------

           IF      W-MEM-DX = W-HEAD-DX
               GO TO SUB-1610-EXIT
           END-IF

           IF      W-CUS-ACC-DX(W-MEM-DX) = 0
               IF      W-CUS-D-CNT(W-MEM-DX) > 0
               OR      W-ACC-CNT >= W-ACC-MAX
                   GO TO SUB-1610-EXIT
               END-IF
               PERFORM SUB-1620-OPEN-FUNNEL-ACCOUNT THRU SUB-1620-EXIT
           END-IF

           MOVE 'FUNNEL'           TO W-CUS-TYPOLOGY(W-MEM-DX)
           MOVE 'FEEDER'           TO W-CUS-ROLE(W-MEM-DX)
           ADD  1                  TO W-PLANTED-CUSTOMERS

           PERFORM SUB-1550-NEXT-RANDOM THRU SUB-1550-EXIT
           COMPUTE W-CYCLE-CENTS   =  FAKRAND-RANDOM-NO * 700000
           ADD  200000             TO W-CYCLE-CENTS
           ADD  W-CYCLE-CENTS      TO W-FUNNEL-CENTS

           MOVE W-MEM-DX           TO W-NEW-CUS-DX
           MOVE W-START-DAY        TO W-NEW-DAY
           MOVE W-CYCLE-CENTS      TO W-NEW-CENTS
           MOVE 'C'                TO W-NEW-DR-CR
           PERFORM SUB-1850-ADD-PLANT THRU SUB-1850-EXIT

           MOVE 'D'                TO W-NEW-DR-CR
           PERFORM SUB-1850-ADD-PLANT THRU SUB-1850-EXIT

           MOVE W-HEAD-DX          TO W-NEW-CUS-DX
           COMPUTE W-NEW-DAY       =  W-START-DAY + 1
           MOVE 'C'                TO W-NEW-DR-CR
           PERFORM SUB-1850-ADD-PLANT THRU SUB-1850-EXIT
           .
       SUB-1610-EXIT.
           EXIT.
      /
       SUB-1620-OPEN-FUNNEL-ACCOUNT.
      *-----------------------------

      **** The member's first account, opened at the head's bank on
      **** the first day of the window with nothing in it.

           ADD  1                  TO W-ACC-CNT
           ADD  1                  TO W-NEW-ACCOUNTS

           MOVE SPACES             TO W-ACC-ID(W-ACC-CNT)
           STRING W-CUS-ID(W-MEM-DX)
                                   DELIMITED SPACE
                  '-0001'          DELIMITED SIZE
                                   INTO W-ACC-ID(W-ACC-CNT)

           PERFORM SUB-1550-NEXT-RANDOM THRU SUB-1550-EXIT
           COMPUTE W-BANK-ACCOUNT-NO
                                   =  FAKRAND-RANDOM-NO * 9000000000
           ADD  1000000000         TO W-BANK-ACCOUNT-NO
           MOVE W-BANK-ACCOUNT-NO  TO W-ACC-BANK-ACCOUNT(W-ACC-CNT)

           MOVE W-CUS-ACC-DX(W-HEAD-DX)
                                   TO W-ACC-DX
           MOVE W-ACC-ROUTING(W-ACC-DX)
                                   TO W-ACC-ROUTING(W-ACC-CNT)
           MOVE W-MEM-DX           TO W-ACC-CUS-DX(W-ACC-CNT)
           MOVE 0                  TO W-ACC-NET-CENTS(W-ACC-CNT)

           MOVE W-ACC-CNT          TO W-CUS-ACC-DX(W-MEM-DX)
           MOVE 'Y'                TO W-CUS-NEW-ACC-SW(W-MEM-DX)
           .
       SUB-1620-EXIT.
           EXIT.
      /
       SUB-1700-PLANT-STRUCTURING.
      *---------------------------

      **** Three to six consecutive days, one deposit a day of
      **** $9,000.00 to $9,980.00 in tens - each under the CTR
      **** threshold, together well over it.

           MOVE 'STRUCT'           TO W-CUS-TYPOLOGY(W-NEW-CUS-DX)
           ADD  1                  TO W-STRUCT-CNT

           PERFORM SUB-1550-NEXT-RANDOM THRU SUB-1550-EXIT
           COMPUTE W-STEP-CNT      =  FAKRAND-RANDOM-NO * 4
           ADD  3                  TO W-STEP-CNT

           MOVE W-STEP-CNT         TO W-DAY-SPAN
           PERFORM SUB-1560-PICK-START-DAY THRU SUB-1560-EXIT

           PERFORM SUB-1710-ONE-DEPOSIT THRU SUB-1710-EXIT
               VARYING W-STEP-NO FROM 0 BY 1
                 UNTIL W-STEP-NO >= W-STEP-CNT
           .
       SUB-1700-EXIT.
           EXIT.
      /
       SUB-1710-ONE-DEPOSIT.
      *---------------------

           PERFORM SUB-1550-NEXT-RANDOM THRU SUB-1550-EXIT
           COMPUTE W-PICK          =  FAKRAND-RANDOM-NO * 99
           COMPUTE W-NEW-CENTS     =  W-PICK * 1000
           ADD  900000             TO W-NEW-CENTS

           COMPUTE W-NEW-DAY       =  W-START-DAY + W-STEP-NO
           MOVE 'C'                TO W-NEW-DR-CR
           PERFORM SUB-1850-ADD-PLANT THRU SUB-1850-EXIT
           .
       SUB-1710-EXIT.
           EXIT.
      /
       SUB-1750-PLANT-RAPID.
      *---------------------

      **** Two cycles four days apart: a credit of $20,000 to
      **** $150,000, then 90 to 98 percent of it out the next day.

           MOVE 'RAPID'            TO W-CUS-TYPOLOGY(W-NEW-CUS-DX)
           ADD  1                  TO W-RAPID-CNT

           MOVE 6                  TO W-DAY-SPAN
           PERFORM SUB-1560-PICK-START-DAY THRU SUB-1560-EXIT

           PERFORM SUB-1760-ONE-CYCLE THRU SUB-1760-EXIT
               VARYING W-STEP-NO FROM 0 BY 4
                 UNTIL W-STEP-NO > 4
           .
       SUB-1750-EXIT.
           EXIT.
      /
       SUB-1760-ONE-CYCLE.
      *-------------------

           PERFORM SUB-1550-NEXT-RANDOM THRU SUB-1550-EXIT
           COMPUTE W-CYCLE-CENTS   =  FAKRAND-RANDOM-NO * 13000000
           ADD  2000000            TO W-CYCLE-CENTS

           COMPUTE W-NEW-DAY       =  W-START-DAY + W-STEP-NO
           MOVE W-CYCLE-CENTS      TO W-NEW-CENTS
           MOVE 'C'                TO W-NEW-DR-CR
           PERFORM SUB-1850-ADD-PLANT THRU SUB-1850-EXIT

           PERFORM SUB-1550-NEXT-RANDOM THRU SUB-1550-EXIT
           COMPUTE W-NEW-CENTS     =  W-CYCLE-CENTS
                                      * FAKRAND-RANDOM-NO * 0.08
                                      + W-CYCLE-CENTS * 0.90

           ADD  1                  TO W-NEW-DAY
           MOVE 'D'                TO W-NEW-DR-CR
           PERFORM SUB-1850-ADD-PLANT THRU SUB-1850-EXIT
           .
       SUB-1760-EXIT.
           EXIT.
      /
       SUB-1800-PLANT-ROUND.
      *---------------------

      **** Six to twelve credits of $1,000 to $9,000 in whole
      **** thousands, spread over three consecutive days.

           MOVE 'ROUND'            TO W-CUS-TYPOLOGY(W-NEW-CUS-DX)
           ADD  1                  TO W-ROUND-CNT

           MOVE 3                  TO W-DAY-SPAN
           PERFORM SUB-1560-PICK-START-DAY THRU SUB-1560-EXIT

           PERFORM SUB-1550-NEXT-RANDOM THRU SUB-1550-EXIT
           COMPUTE W-STEP-CNT      =  FAKRAND-RANDOM-NO * 7
           ADD  6                  TO W-STEP-CNT

           PERFORM SUB-1810-ONE-ROUND-CREDIT THRU SUB-1810-EXIT
               VARYING W-STEP-NO FROM 0 BY 1
                 UNTIL W-STEP-NO >= W-STEP-CNT
           .
       SUB-1800-EXIT.
           EXIT.
      /
       SUB-1810-ONE-ROUND-CREDIT.
      *--------------------------

           PERFORM SUB-1550-NEXT-RANDOM THRU SUB-1550-EXIT
           COMPUTE W-PICK          =  FAKRAND-RANDOM-NO * 9
           ADD  1                  TO W-PICK
           COMPUTE W-NEW-CENTS     =  W-PICK * 100000

           DIVIDE W-STEP-NO        BY 3
                                   GIVING W-PICK
                                   REMAINDER W-NEW-DAY
           ADD  W-START-DAY        TO W-NEW-DAY

           MOVE 'C'                TO W-NEW-DR-CR
           PERFORM SUB-1850-ADD-PLANT THRU SUB-1850-EXIT
           .
       SUB-1810-EXIT.
           EXIT.
      /
       SUB-1850-ADD-PLANT.
      *-------------------

      **** One planted transaction on W-NEW-CUS-DX's plant account,
      **** W-NEW-DAY days into the window.  The account's net and
      **** the customer's answer-key totals move with it.

           IF      W-PLT-CNT >= W-PLT-MAX
               GO TO SUB-1850-EXIT
           END-IF

           ADD  1                  TO W-PLT-CNT
           MOVE W-CUS-ACC-DX(W-NEW-CUS-DX)
                                   TO W-PLT-ACC-DX(W-PLT-CNT)
                                      W-ACC-DX
           MOVE W-NEW-CENTS        TO W-PLT-CENTS(W-PLT-CNT)
           MOVE W-NEW-DR-CR        TO W-PLT-DR-CR(W-PLT-CNT)

           COMPUTE W-DATE-INT      =  W-WINDOW-START-INT + W-NEW-DAY
           PERFORM SUB-1860-INT-TO-DATE THRU SUB-1860-EXIT
           MOVE W-DATE-TEXT        TO W-PLT-DATE(W-PLT-CNT)

           ADD  1                  TO W-CUS-TRAN-CNT(W-NEW-CUS-DX)

           IF      W-NEW-DR-CR = 'C'
               ADD  W-NEW-CENTS    TO W-ACC-NET-CENTS(W-ACC-DX)
                                      W-CUS-CR-CENTS(W-NEW-CUS-DX)
           ELSE
               SUBTRACT W-NEW-CENTS
                                   FROM W-ACC-NET-CENTS(W-ACC-DX)
               ADD  W-NEW-CENTS    TO W-CUS-DR-CENTS(W-NEW-CUS-DX)
           END-IF

           IF      W-NEW-DAY < W-CUS-FIRST-DAY(W-NEW-CUS-DX)
               MOVE W-NEW-DAY      TO W-CUS-FIRST-DAY(W-NEW-CUS-DX)
           END-IF

           IF      W-NEW-DAY > W-CUS-LAST-DAY(W-NEW-CUS-DX)
               MOVE W-NEW-DAY      TO W-CUS-LAST-DAY(W-NEW-CUS-DX)
           END-IF
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
       SUB-1900-WRITE-ONE-ANSWER.
      *--------------------------

           IF      W-CUS-TYPOLOGY(W-CUS-DX) = SPACES
               GO TO SUB-1900-EXIT
           END-IF

           MOVE SPACES             TO KEYFILE-REC
           MOVE W-CUS-ID(W-CUS-DX) TO KEY-CUSTOMER-ID
           MOVE W-CUS-HH-ID(W-CUS-DX)
                                   TO KEY-HOUSEHOLD-ID
           MOVE W-CUS-TYPOLOGY(W-CUS-DX)
                                   TO KEY-TYPOLOGY
           MOVE W-CUS-ROLE(W-CUS-DX)
                                   TO KEY-ROLE
           MOVE W-CUS-ACC-DX(W-CUS-DX)
                                   TO W-ACC-DX
           MOVE W-ACC-ID(W-ACC-DX) TO KEY-ACCOUNT-ID

           COMPUTE W-DATE-INT      =  W-WINDOW-START-INT
                                      + W-CUS-FIRST-DAY(W-CUS-DX)
           PERFORM SUB-1860-INT-TO-DATE THRU SUB-1860-EXIT
           MOVE W-DATE-TEXT        TO KEY-FIRST-DATE

           COMPUTE W-DATE-INT      =  W-WINDOW-START-INT
                                      + W-CUS-LAST-DAY(W-CUS-DX)
           PERFORM SUB-1860-INT-TO-DATE THRU SUB-1860-EXIT
           MOVE W-DATE-TEXT        TO KEY-LAST-DATE

           MOVE W-CUS-TRAN-CNT(W-CUS-DX)
                                   TO KEY-TRAN-COUNT
           MOVE W-CUS-CR-CENTS(W-CUS-DX)
                                   TO KEY-CREDIT-CENTS
           MOVE W-CUS-DR-CENTS(W-CUS-DX)
                                   TO KEY-DEBIT-CENTS

           WRITE KEYFILE-REC

           ADD  W-CUS-TRAN-CNT(W-CUS-DX)
                                   TO W-PLANTED-TRANS
           .
       SUB-1900-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

      **** Second pass: the copy.

           READ AMLIN
               AT END
                   SET  W-EOF      TO TRUE
                   PERFORM SUB-2300-WRITE-NEW-ACCOUNT THRU SUB-2300-EXIT
                   PERFORM SUB-2800-FLUSH-CTR THRU SUB-2800-EXIT
                   GO TO SUB-2000-EXIT
           END-READ

           EVALUATE AMLIN-REC(1 : 1)
             WHEN 'H'
               PERFORM SUB-9100-COPY-RECORD THRU SUB-9100-EXIT

             WHEN 'T'

      **** The trailer is recomputed at shut-down over what was
      **** actually written.

               CONTINUE

             WHEN 'P'
               PERFORM SUB-2300-WRITE-NEW-ACCOUNT THRU SUB-2300-EXIT
               PERFORM SUB-2800-FLUSH-CTR THRU SUB-2800-EXIT
               ADD  1              TO W-CUR-CUS-DX
               MOVE AMP-CUSTOMER-ID
                                   TO W-CUR-CUSTOMER-ID
               PERFORM SUB-9100-COPY-RECORD THRU SUB-9100-EXIT

             WHEN 'D'
               ADD  1              TO W-CUR-ACC-DX
               PERFORM SUB-2100-COPY-ACCOUNT THRU SUB-2100-EXIT

             WHEN 'X'
               MOVE AMX-TRAN-AMOUNT
                                   TO W-AMOUNT-TEXT
               MOVE AMX-TRAN-DATE  TO W-DATE-TEXT
               MOVE AMX-DR-CR      TO W-NEW-DR-CR
               PERFORM SUB-2700-AGGREGATE-CTR THRU SUB-2700-EXIT
               PERFORM SUB-9100-COPY-RECORD THRU SUB-9100-EXIT

             WHEN OTHER
               PERFORM SUB-9100-COPY-RECORD THRU SUB-9100-EXIT
           END-EVALUATE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-COPY-ACCOUNT.
      *----------------------

      **** A planted account's closing balance rolls forward through
      **** the planted net, and its planted 'X' records follow the
      **** 'D' record with the account's own.

           IF      W-CUR-ACC-DX > W-ACC-EXTRACT-CNT
               PERFORM SUB-9100-COPY-RECORD THRU SUB-9100-EXIT
               GO TO SUB-2100-EXIT
           END-IF

           IF      W-ACC-NET-CENTS(W-CUR-ACC-DX) NOT = 0
           AND     AMD-CLOSE-BAL NUMERIC
               COMPUTE W-CLOSE-BAL =  AMD-CLOSE-BAL
                                      + W-ACC-NET-CENTS(W-CUR-ACC-DX)
               MOVE W-CLOSE-BAL    TO AMD-CLOSE-BAL
           END-IF

           PERFORM SUB-9100-COPY-RECORD THRU SUB-9100-EXIT

           MOVE W-CUR-ACC-DX       TO W-ACC-DX

           PERFORM SUB-2200-WRITE-PLANTED-X THRU SUB-2200-EXIT
               VARYING W-PLT-DX FROM 1 BY 1
                 UNTIL W-PLT-DX > W-PLT-CNT
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-WRITE-PLANTED-X.
      *-------------------------

           IF      W-PLT-ACC-DX(W-PLT-DX) NOT = W-ACC-DX
               GO TO SUB-2200-EXIT
           END-IF

           MOVE W-PLT-CENTS(W-PLT-DX)
                                   TO W-TRAN-CENTS
           DIVIDE W-TRAN-CENTS     BY 100
                                   GIVING W-AMOUNT-DOLLARS
                                   REMAINDER W-AMOUNT-PENNIES
           MOVE '.'                TO W-AMOUNT-POINT

           MOVE SPACES             TO AMLOUT-X-REC
           MOVE 'X'                TO AOX-RECORD-TYPE
           MOVE W-ACC-ID(W-ACC-DX)
                                   TO AOX-ACCOUNT-ID
           MOVE W-AMOUNT-TEXT      TO AOX-TRAN-AMOUNT
           MOVE W-CUR-CUSTOMER-ID  TO AOX-CUSTOMER-ID
           MOVE W-PLT-DATE(W-PLT-DX)
                                   TO AOX-TRAN-DATE
                                      W-DATE-TEXT
           MOVE W-PLT-DR-CR(W-PLT-DX)
                                   TO AOX-DR-CR
                                      W-NEW-DR-CR

           WRITE AMLOUT-X-REC

           ADD  1                  TO W-DETAILS-WRITTEN

           PERFORM SUB-2700-AGGREGATE-CTR THRU SUB-2700-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-WRITE-NEW-ACCOUNT.
      *---------------------------

      **** A funnel account opened for the customer just copied goes
      **** out after the customer's own records, with its planted
      **** 'X' records behind it.

           IF      W-CUR-CUS-DX = 0
           OR      W-CUR-CUS-DX > W-CUS-CNT
               GO TO SUB-2300-EXIT
           END-IF

           IF      NOT W-CUS-NEW-ACC(W-CUR-CUS-DX)
               GO TO SUB-2300-EXIT
           END-IF

           MOVE W-CUS-ACC-DX(W-CUR-CUS-DX)
                                   TO W-ACC-DX

           MOVE SPACES             TO AMLOUT-D-REC
           MOVE 'D'                TO AOD-RECORD-TYPE
           MOVE W-ACC-ID(W-ACC-DX)
                                   TO AOD-ACCOUNT-ID
           MOVE W-ACC-BANK-ACCOUNT(W-ACC-DX)
                                   TO AOD-BANK-ACCOUNT
           MOVE W-ACC-ROUTING(W-ACC-DX)
                                   TO AOD-ROUTING
           MOVE W-CUR-CUSTOMER-ID  TO AOD-CUSTOMER-ID

           MOVE W-WINDOW-START-INT TO W-DATE-INT
           PERFORM SUB-1860-INT-TO-DATE THRU SUB-1860-EXIT
           MOVE W-DATE-TEXT        TO AOD-OPEN-DATE

           MOVE 0                  TO AOD-OPEN-BAL
           MOVE W-ACC-NET-CENTS(W-ACC-DX)
                                   TO AOD-CLOSE-BAL
           MOVE 'O'                TO AOD-STATUS

           WRITE AMLOUT-D-REC

           ADD  1                  TO W-DETAILS-WRITTEN

           PERFORM SUB-2200-WRITE-PLANTED-X THRU SUB-2200-EXIT
               VARYING W-PLT-DX FROM 1 BY 1
                 UNTIL W-PLT-DX > W-PLT-CNT

           MOVE 'N'                TO W-CUS-NEW-ACC-SW(W-CUR-CUS-DX)
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2700-AGGREGATE-CTR.
      *-----------------------

      **** W-AMOUNT-TEXT on W-DATE-TEXT, side W-NEW-DR-CR, into the
      **** current customer's day slots.

           IF      W-AMOUNT-DOLLARS NOT NUMERIC
           OR      W-AMOUNT-PENNIES NOT NUMERIC
               GO TO SUB-2700-EXIT
           END-IF

           COMPUTE W-TRAN-CENTS    =  W-AMOUNT-DOLLARS * 100
                                      + W-AMOUNT-PENNIES

           MOVE 0                  TO W-CTR-FOUND-DX

           PERFORM SUB-2710-FIND-CTR-SLOT THRU SUB-2710-EXIT
               VARYING W-CTR-DX FROM 1 BY 1
                 UNTIL W-CTR-DX > W-CTR-CNT
                    OR W-CTR-FOUND-DX > 0

           IF      W-CTR-FOUND-DX = 0
               IF      W-CTR-CNT >= W-CTR-MAX
                   ADD  1          TO W-CTR-FULL-CNT
                   GO TO SUB-2700-EXIT
               END-IF
               ADD  1              TO W-CTR-CNT
               MOVE W-CTR-CNT      TO W-CTR-FOUND-DX
               MOVE W-DATE-TEXT    TO W-CTR-DATE(W-CTR-CNT)
               MOVE W-NEW-DR-CR    TO W-CTR-DR-CR(W-CTR-CNT)
               MOVE 0              TO W-CTR-COUNT(W-CTR-CNT)
                                      W-CTR-CENTS(W-CTR-CNT)
           END-IF

           ADD  1                  TO W-CTR-COUNT(W-CTR-FOUND-DX)
           ADD  W-TRAN-CENTS       TO W-CTR-CENTS(W-CTR-FOUND-DX)
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2710-FIND-CTR-SLOT.
      *-----------------------

           IF      W-CTR-DATE(W-CTR-DX) = W-DATE-TEXT
           AND     W-CTR-DR-CR(W-CTR-DX) = W-NEW-DR-CR
               MOVE W-CTR-DX       TO W-CTR-FOUND-DX
           END-IF
           .
       SUB-2710-EXIT.
           EXIT.
      /
       SUB-2800-FLUSH-CTR.
      *-------------------

           PERFORM SUB-2810-WRITE-ONE-CTR THRU SUB-2810-EXIT
               VARYING W-CTR-DX FROM 1 BY 1
                 UNTIL W-CTR-DX > W-CTR-CNT

           MOVE 0                  TO W-CTR-CNT
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-2810-WRITE-ONE-CTR.
      *-----------------------

           IF      W-CTR-CENTS(W-CTR-DX) NOT > W-CTR-THRESHOLD-CENTS
               GO TO SUB-2810-EXIT
           END-IF

           MOVE SPACES             TO CTRFILE-REC
           MOVE W-CUR-CUSTOMER-ID  TO CTR-CUSTOMER-ID
           MOVE W-CTR-DATE(W-CTR-DX)
                                   TO CTR-TRAN-DATE

           IF      W-CTR-DR-CR(W-CTR-DX) = 'C'
               MOVE 'CASH-IN'      TO CTR-DIRECTION
           ELSE
               MOVE 'CASH-OUT'     TO CTR-DIRECTION
           END-IF

           MOVE W-CTR-COUNT(W-CTR-DX)
                                   TO CTR-TRAN-COUNT
           MOVE W-CTR-CENTS(W-CTR-DX)
                                   TO CTR-TOTAL-CENTS

           WRITE CTRFILE-REC

           ADD  1                  TO W-CTR-WRITTEN
           .
       SUB-2810-EXIT.
           EXIT.
      /
       SUB-9100-COPY-RECORD.
      *---------------------

           MOVE AMLIN-REC          TO AMLOUT-REC

           WRITE AMLOUT-REC

           IF      AMLOUT-REC(1 : 1) NOT = 'H'
           AND     AMLOUT-REC(1 : 1) NOT = 'T'
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

           MOVE SPACES             TO AMLOUT-REC
           MOVE 'T'                TO AMLOUT-REC(1 : 1)
           MOVE W-DETAILS-WRITTEN  TO AMLOUT-REC(3 : 9)

           WRITE AMLOUT-REC

           CLOSE AMLIN
                 AMLOUT
                 CTRFILE

           IF      W-CTR-FULL-CNT > 0
               MOVE W-CTR-FULL-CNT TO W-DISP-NUM
               DISPLAY W-ERROR-MSG
                       'CTR day table full, transactions skipped: '
                       W-DISP-NUM
               MOVE 4              TO RETURN-CODE
           END-IF

      **** Register what this run cut from the extract in the
      **** shared lineage file (COPY FAKERPD8).

           MOVE 'Data\FAKERAML Output.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERAML Ctrcand.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERAML Anskey.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT
           .
       SUB-3000-DISPLAY.

           MOVE W-CUS-CNT          TO W-DISP-NUM
           DISPLAY 'AMLIN customers read:     '
                   W-DISP-NUM

           MOVE W-PLANTED-CUSTOMERS
                                   TO W-DISP-NUM
           DISPLAY 'Customers planted:        '
                   W-DISP-NUM

           MOVE W-STRUCT-CNT       TO W-DISP-NUM
           DISPLAY '    Structuring:          '
                   W-DISP-NUM

           MOVE W-RAPID-CNT        TO W-DISP-NUM
           DISPLAY '    Rapid in-and-out:     '
                   W-DISP-NUM

           MOVE W-ROUND-CNT        TO W-DISP-NUM
           DISPLAY '    Round-dollar bursts:  '
                   W-DISP-NUM

           MOVE W-FUNNEL-CNT       TO W-DISP-NUM
           DISPLAY '    Household funnels:    '
                   W-DISP-NUM

           MOVE W-NEW-ACCOUNTS     TO W-DISP-NUM
           DISPLAY 'Funnel accounts opened:   '
                   W-DISP-NUM

           MOVE W-PLANTED-TRANS    TO W-DISP-NUM
           DISPLAY 'Transactions planted:     '
                   W-DISP-NUM

           MOVE W-CTR-WRITTEN      TO W-DISP-NUM
           DISPLAY 'CTR candidates written:   '
                   W-DISP-NUM

           DISPLAY 'FAKERAML run seed:        '
                   W-RUN-SEED-NO

           DISPLAY 'FAKERAML completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
