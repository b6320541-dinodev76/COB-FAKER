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

       PROGRAM-ID.             FAKERSNP.

      **** Month-end snapshot series for credit-loss (CECL) modeling.
      **** The FAKERGEN extract is taken as the final month and the
      **** job works back through the twelve month-ends ending with
      **** the extract's own month, writing one snapshot file per
      **** month-end - 'Data\FAKERSNP YYYY-MM.txt' - with a record
      **** for every loan ('L'), card ('K') and deposit ('D')
      **** account on the books at that month-end: balance, months
      **** on book, days past due, delinquency bucket, status and
      **** any amount charged off in the month.
      ****
      **** Balances come from the extract itself:
      ****     loan    - the 'S' schedule's balance after the last
      ****               payment due by the month-end, held back one
      ****               payment for every payment the loan is
      ****               behind;
      ****     card    - the new balance on the last 'M' statement
      ****               by the month-end;
      ****     deposit - the 'D' record's closing balance backed out
      ****               through the account's 'X' transactions
      ****               dated after the month-end.
      **** A deposit's days past due are the days it has been
      **** overdrawn at consecutive month-ends; its status follows
      **** DD-STATUS, a closed or charged-off account ending in the
      **** month of its close date.
      ****
      **** Loans and cards move between the buckets - current, 30,
      **** 60, 90, 120+ and charged off - by a roll-rate matrix,
      **** one seeded draw per account per month, except where the
      **** extract says how the account ends:
      ****     a customer with a charged-off deposit account
      ****     (DD-STATUS 'X') closed inside the window has every
      ****     loan and card charged off in the same month, rolled
      ****     30-60-90-120 in the months before it;
      ****     a customer the scenario key marks MISSPAY ends the
      ****     window two payments behind - 30 days past due in the
      ****     eleventh month, 60 in the twelfth.
      **** Every other account is still on book in the extract, so
      **** a matrix draw to charge-off holds it at 120+ instead.
      ****
      **** The matrix is 'Data\FAKERSNP Rollrates.txt', one row per
      **** from-bucket (CUR, 030, 060, 090 or 120) followed by the
      **** percent moving to each of CUR, 030, 060, 090, 120 and CO,
      **** each field followed by a space; a row must add to 100.
      **** A row that fails the edit is reported and the built-in
      **** row stands.  'Data\FAKERSNP Summary.txt' shows each
      **** month-end's portfolio and the roll rates realized
      **** against the matrix configured.
      ****
      **** PARM: optional seed (default the extract's own), optional
      **** as-of date YYYY-MM-DD (default the extract's run date) -
      **** comma-delimited.

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
           SELECT SNPIN                ASSIGN 'Data\FAKERGEN Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-SNPIN-STATUS.

           SELECT SCNFILE             ASSIGN 'Data\FAKERGEN Scenkey.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-SCNFILE-STATUS.

           SELECT RRFILE            ASSIGN 'Data\FAKERSNP Rollrates.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-RRFILE-STATUS.

      **** One snapshot file per month-end, named for its month.

           SELECT SNPFILE        ASSIGN DYNAMIC W-SNPFILE-PATH
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT SUMFILE             ASSIGN 'Data\FAKERSNP Summary.txt'
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

       FD  SNPIN.

       01  SNPIN-REC.
           05  SIN-RECORD-TYPE     PIC X(01).
           05  FILLER              PIC X(319).

       01  SNPIN-H-REC.
           05  FILLER              PIC X(02).
           05  SIH-RUN-DATE        PIC X(10).
           05  FILLER              PIC X(10).
           05  SIH-SEED-NO         PIC X(09).
           05  FILLER              PIC X(289).

       01  SNPIN-P-REC.
           05  FILLER              PIC X(113).
           05  SIP-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(193).

       01  SNPIN-L-REC.
           05  FILLER              PIC X(02).
           05  SIL-LOAN-ID         PIC X(19).
           05  FILLER              PIC X(01).
           05  SIL-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  SIL-PRINCIPAL-CENTS PIC 9(10).
           05  FILLER              PIC X(10).
           05  SIL-ORIG-DATE       PIC X(10).
           05  FILLER              PIC X(01).
           05  SIL-PRODUCT-CODE    PIC X(04).
           05  FILLER              PIC X(248).

       01  SNPIN-S-REC.
           05  FILLER              PIC X(02).
           05  SIS-LOAN-ID         PIC X(19).
           05  FILLER              PIC X(05).
           05  SIS-DUE-DATE        PIC X(10).
           05  FILLER              PIC X(31).
           05  SIS-BALANCE-CENTS   PIC 9(10).
           05  FILLER              PIC X(243).

       01  SNPIN-D-REC.
           05  FILLER              PIC X(02).
           05  SID-ACCOUNT-ID      PIC X(19).
           05  FILLER              PIC X(25).
           05  SID-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  SID-OPEN-DATE       PIC X(10).
           05  FILLER              PIC X(13).
           05  SID-CLOSE-BAL       PIC S9(10)
                                       SIGN LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  SID-STATUS          PIC X(01).
           05  FILLER              PIC X(01).
           05  SID-CLOSE-DATE      PIC X(10).
           05  FILLER              PIC X(01).
           05  SID-PRODUCT-CODE    PIC X(04).
           05  FILLER              PIC X(207).

       01  SNPIN-X-REC.
           05  FILLER              PIC X(02).
           05  SIX-ACCOUNT-ID      PIC X(19).
           05  FILLER              PIC X(01).
           05  SIX-AMT-DOLLARS     PIC 9(07).
           05  FILLER              PIC X(01).
           05  SIX-AMT-CENTS       PIC 9(02).
           05  FILLER              PIC X(16).
           05  SIX-TRAN-DATE       PIC X(10).
           05  FILLER              PIC X(01).
           05  SIX-DR-CR           PIC X(01).
           05  FILLER              PIC X(260).

       01  SNPIN-K-REC.
           05  FILLER              PIC X(02).
           05  SIK-CARD-ID         PIC X(19).
           05  FILLER              PIC X(01).
           05  SIK-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(39).
           05  SIK-OPEN-DATE       PIC X(10).
           05  FILLER              PIC X(235).

       01  SNPIN-M-REC.
           05  FILLER              PIC X(02).
           05  SIM-CARD-ID         PIC X(19).
           05  FILLER              PIC X(01).
           05  SIM-STATEMENT-DATE  PIC X(10).
           05  FILLER              PIC X(39).
           05  SIM-NEW-BAL-CENTS   PIC 9(09).
           05  FILLER              PIC X(240).

       FD  SCNFILE.

       01  SCNFILE-REC.
           05  SCN-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  SCN-ACCOUNT-ID      PIC X(19).
           05  FILLER              PIC X(01).
           05  SCN-SCENARIO-CODE   PIC X(08).

       FD  RRFILE.

       01  RRFILE-REC              PIC X(80).

       FD  SNPFILE.

      **** One record per account on book at the month-end.  The
      **** delinquency source is 'R' for a roll-rate draw, 'E' where
      **** the extract set the bucket, space for a deposit (whose
      **** days past due are days overdrawn).

       01  SNPFILE-REC.
           05  SNP-SNAPSHOT-DATE   PIC X(10).
           05  FILLER              PIC X(01).
           05  SNP-ACCOUNT-ID      PIC X(19).
           05  FILLER              PIC X(01).
           05  SNP-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  SNP-ACCOUNT-TYPE    PIC X(01).
           05  FILLER              PIC X(01).
           05  SNP-PRODUCT-CODE    PIC X(04).
           05  FILLER              PIC X(01).
           05  SNP-OPEN-DATE       PIC X(10).
           05  FILLER              PIC X(01).
           05  SNP-MONTHS-ON-BOOK  PIC 9(03).
           05  FILLER              PIC X(01).
           05  SNP-BALANCE-CENTS   PIC S9(10)
                                       SIGN LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  SNP-DAYS-PAST-DUE   PIC 9(03).
           05  FILLER              PIC X(01).
           05  SNP-BUCKET          PIC X(03).
           05  FILLER              PIC X(01).
           05  SNP-STATUS          PIC X(01).
           05  FILLER              PIC X(01).
           05  SNP-CHARGE-OFF-CENTS
                                   PIC 9(10).
           05  FILLER              PIC X(01).
           05  SNP-DELQ-SOURCE     PIC X(01).

       FD  SUMFILE.

      **** Column 1 is the carriage-control byte: '1' page eject,
      **** space single space - the FAKERRPT convention.

       01  SUMFILE-REC.
           05  SUM-CC              PIC X(01).
           05  SUM-LINE            PIC X(132).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-SNPIN-STATUS          PIC X(02).
       01  W-SCNFILE-STATUS        PIC X(02).
       01  W-RRFILE-STATUS         PIC X(02).

       01  W-SNPFILE-PATH          PIC X(40)       VALUE SPACES.

       01  W-SNPIN-EOF-SW          PIC X(01)       VALUE 'N'.
           88  W-SNPIN-EOF                         VALUE 'Y'.
       01  W-SCN-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-SCN-EOF                           VALUE 'Y'.
       01  W-RR-EOF-SW             PIC X(01)       VALUE 'N'.
           88  W-RR-EOF                            VALUE 'Y'.

       01  W-RUN-SEED-NO           PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-FAKRAND-PROG          PIC X(08)       VALUE 'FAKRAND'.
       01  W-BUILD-LINE            PIC X(132)      VALUE SPACES.

      **** The month-ends: slots 7-18 are the snapshot window, slot
      **** 18 the extract's own month; slots 1-6 only carry the
      **** schedule behind a loan that is payments behind.

       01  W-SLOT-CNT              PIC S9(4)  COMP VALUE 18.
       01  W-FIRST-SLOT            PIC S9(4)  COMP VALUE 7.
       01  W-SLOT                  PIC S9(4)  COMP.
       01  W-PASS-SLOT             PIC S9(4)  COMP.
       01  W-MONTH-END-TABLE.
           05  W-ME                PIC X(10)       OCCURS 18.

       01  W-AS-OF-DATE            PIC X(10)       VALUE SPACES.
       01  W-ME-BUILD.
           05  W-ME-YYYY           PIC 9(04).
           05  FILLER              PIC X(01)       VALUE '-'.
           05  W-ME-MM             PIC 9(02).
           05  FILLER              PIC X(01)       VALUE '-'.
           05  W-ME-DD             PIC 9(02).
       01  W-DAYS-IN-MONTH-TEXT    PIC X(24)       VALUE
           '312831303130313130313031'.
       01  FILLER REDEFINES W-DAYS-IN-MONTH-TEXT.
           05  W-DAYS-IN-MONTH     PIC 9(02)       OCCURS 12.
       01  W-LEAP-QUOT             PIC 9(04)  COMP.
       01  W-LEAP-REM-4            PIC 9(04)  COMP.
       01  W-LEAP-REM-100          PIC 9(04)  COMP.
       01  W-LEAP-REM-400          PIC 9(04)  COMP.

      **** Finds the slot of W-DATE-IN: the first month-end on or
      **** after it, 19 when it falls after the last.

       01  W-DATE-IN               PIC X(10).
       01  W-SLOT-OUT              PIC S9(4)  COMP.
       01  W-SLOT-DX               PIC S9(4)  COMP.

      **** Buckets: 1 current, 2 30 days, 3 60, 4 90, 5 120+,
      **** 6 charged off.

       01  W-BKT-CNT               PIC S9(4)  COMP VALUE 6.
       01  W-BKT-CODES             PIC X(18)       VALUE
           'CUR030060090120CO '.
       01  FILLER REDEFINES W-BKT-CODES.
           05  W-BKT-CODE          PIC X(03)       OCCURS 6.
       01  W-BKT-DX                PIC S9(4)  COMP.

      **** The roll-rate matrix, percent from each live bucket to
      **** each bucket.

       01  W-RR-DEFAULTS.
           05  FILLER              PIC X(27)       VALUE
               'CUR 097 003 000 000 000 000'.
           05  FILLER              PIC X(27)       VALUE
               '030 040 035 025 000 000 000'.
           05  FILLER              PIC X(27)       VALUE
               '060 020 010 030 040 000 000'.
           05  FILLER              PIC X(27)       VALUE
               '090 010 005 005 030 050 000'.
           05  FILLER              PIC X(27)       VALUE
               '120 005 000 000 005 060 030'.
       01  FILLER REDEFINES W-RR-DEFAULTS.
           05  W-RR-DEFAULT        PIC X(27)       OCCURS 5.

       01  W-RR-TABLE.
           05  W-RR-ROW            OCCURS 5.
               10  W-RR-PCT        PIC 9(03)       OCCURS 6.
       01  W-RR-REAL-TABLE.
           05  W-RR-REAL-ROW       OCCURS 5.
               10  W-RR-REAL       PIC 9(09)  COMP OCCURS 6.
               10  W-RR-REAL-TOTAL PIC 9(09)  COMP.
       01  W-RR-EXTRACT-CNT        PIC 9(09)  COMP VALUE 0.
       01  W-RR-FROM               PIC S9(4)  COMP.
       01  W-RR-TO                 PIC S9(4)  COMP.
       01  W-RR-PICK               PIC S9(4)  COMP.
       01  W-RR-SUM                PIC 9(04)  COMP.
       01  W-RR-READ-CNT           PIC 9(04)  COMP VALUE 0.
       01  W-RR-TARGET             PIC 9(03)  COMP.
       01  W-RR-RUNNING            PIC 9(04)  COMP.

       01  W-RR-ENTRY.
           05  W-RE-FROM           PIC X(03).
           05  FILLER              OCCURS 6.
               10  FILLER          PIC X(01).
               10  W-RE-PCT        PIC 9(03).
           05  FILLER              PIC X(53).

      **** The scenario key's MISSPAY customers.

       01  W-SCN-MAX               PIC S9(4)  COMP VALUE 2000.
       01  W-SCN-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-SCN-DX                PIC S9(4)  COMP.
       01  W-SCN-TABLE.
           05  W-SCN-CUSTOMER-ID   PIC X(14)       OCCURS 2000.

      **** The customer being read: loans and cards, deposits, and
      **** what the extract says of how the customer ends.

       01  W-CUST-PENDING-SW       PIC X(01)       VALUE 'N'.
           88  W-CUST-PENDING                      VALUE 'Y'.
       01  W-CUST-ID               PIC X(14).
       01  W-CUST-CO-SLOT          PIC S9(4)  COMP.
       01  W-CUST-MISSPAY-SW       PIC X(01).
           88  W-CUST-MISSPAY                      VALUE 'Y'.

       01  W-CR-MAX                PIC S9(4)  COMP VALUE 20.
       01  W-CR-CNT                PIC S9(4)  COMP VALUE 0.
       01  W-CR-DX                 PIC S9(4)  COMP.
       01  W-CR-ORDINAL            PIC 9(09)  COMP VALUE 0.
       01  W-CR-TABLE.
           05  W-CR-OCCS           OCCURS 20.
               10  W-CR-ID         PIC X(19).
               10  W-CR-TYPE       PIC X(01).
                   88  W-CR-LOAN                   VALUE 'L'.
               10  W-CR-PRODUCT    PIC X(04).
               10  W-CR-OPEN-DATE  PIC X(10).
               10  W-CR-ITEM-NO    PIC 9(09)  COMP.
               10  W-CR-MONTH      OCCURS 18.
                   15  W-CR-SCHED-BAL
                                   PIC S9(11) COMP.
                   15  W-CR-STATE  PIC 9(01).
                   15  W-CR-PIN    PIC X(01).
                   15  W-CR-ROW    PIC X(01).
                   15  W-CR-STATUS PIC X(01).
                   15  W-CR-BAL    PIC S9(11) COMP.
                   15  W-CR-CO-AMT PIC S9(11) COMP.

       01  W-DP-MAX                PIC S9(4)  COMP VALUE 20.
       01  W-DP-CNT                PIC S9(4)  COMP VALUE 0.
       01  W-DP-DX                 PIC S9(4)  COMP.
       01  W-DP-TABLE.
           05  W-DP-OCCS           OCCURS 20.
               10  W-DP-ID         PIC X(19).
               10  W-DP-PRODUCT    PIC X(04).
               10  W-DP-OPEN-DATE  PIC X(10).
               10  W-DP-STATUS     PIC X(01).
               10  W-DP-CLOSE-DATE PIC X(10).
               10  W-DP-CLOSE-SLOT PIC S9(4)  COMP.
               10  W-DP-CLOSE-BAL  PIC S9(11) COMP.
               10  W-DP-ADJ        PIC S9(11) COMP OCCURS 18.

       01  W-ACCTS-SKIPPED         PIC 9(09)  COMP VALUE 0.

      **** Account history work fields.

       01  W-OPEN-SLOT             PIC S9(4)  COMP.
       01  W-LAG                   PIC S9(4)  COMP.
       01  W-GONE-SW               PIC X(01).
           88  W-GONE                              VALUE 'Y'.
       01  W-PICKED-SW             PIC X(01).
           88  W-PICKED                            VALUE 'Y'.
       01  W-NEG-RUN               PIC S9(4)  COMP.
       01  W-TRAN-CENTS            PIC S9(11) COMP.
       01  W-DP-BAL                PIC S9(11) COMP.
       01  W-PIN-DX                PIC S9(4)  COMP.

      **** The snapshot record being built.

       01  W-SNP-ACCOUNT-ID        PIC X(19).
       01  W-SNP-TYPE              PIC X(01).
       01  W-SNP-PRODUCT           PIC X(04).
       01  W-SNP-OPEN-DATE         PIC X(10).
       01  W-SNP-BAL               PIC S9(11) COMP.
       01  W-SNP-DPD               PIC S9(4)  COMP.
       01  W-SNP-BUCKET            PIC X(03).
       01  W-SNP-STATUS            PIC X(01).
       01  W-SNP-CO-AMT            PIC S9(11) COMP.
       01  W-SNP-SOURCE            PIC X(01).
       01  W-MOB                   PIC S9(5)  COMP.
       01  W-DATE-PARTS.
           05  W-DP-YYYY           PIC 9(04).
           05  FILLER              PIC X(01).
           05  W-DP-MM             PIC 9(02).
           05  FILLER              PIC X(03).

      **** Portfolio by month-end, gathered on the final pass.

       01  W-PF-TABLE.
           05  W-PF-OCCS           OCCURS 18.
               10  W-PF-CR-CNT     PIC 9(09)  COMP.
               10  W-PF-CR-BAL     PIC S9(13) COMP.
               10  W-PF-DELQ-CNT   PIC 9(09)  COMP.
               10  W-PF-CO-CNT     PIC 9(09)  COMP.
               10  W-PF-CO-AMT     PIC S9(13) COMP.
               10  W-PF-DP-CNT     PIC 9(09)  COMP.
               10  W-PF-DP-BAL     PIC S9(13) COMP.
               10  W-PF-OD-CNT     PIC 9(09)  COMP.

       01  W-FINAL-PASS-SW         PIC X(01)       VALUE 'N'.
           88  W-FINAL-PASS                        VALUE 'Y'.

      **** Print editing.

       01  W-MONEY                 PIC S9(11)V99.
       01  W-MONEY-EDIT            PIC ---,---,---,--9.99.
       01  W-COUNT-EDIT            PIC ZZZ,ZZ9.
       01  W-PCT                   PIC 9(03)V9.
       01  W-PCT-EDIT              PIC ZZ9.9.
       01  W-SEED-EDIT             PIC 9(09).
       01  W-LINE-POS              PIC S9(4)  COMP.

       01  W-TALLY.
           05  W-ACCOUNTS-READ     PIC 9(09)  COMP VALUE 0.
           05  W-SNAPSHOT-CNT      PIC 9(09)  COMP VALUE 0.
           05  W-SNAPSHOT-TOTAL    PIC 9(09)  COMP VALUE 0.
           05  W-FILES-WRITTEN     PIC 9(09)  COMP VALUE 0.

       01  W-CURRENT-DATE.
           05  W-CURRENT-YYYY      PIC 9(04).
           05  W-CURRENT-MM        PIC 9(02).
           05  W-CURRENT-DD        PIC 9(02).
           05  FILLER              PIC X(13).

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERSNP error: '.

       01  W-SEED-TEXT.
           05  FILLER              PIC X(34)       VALUE
               'FAKERSNP account roll seed text   '.
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

       01  W-FAKRAND-PARAMETER.    COPY FAKRANDL.

       01  W-PARM-TEXT             PIC X(40)       VALUE SPACES.
       01  W-PARM-SEED-NO          PIC 9(09).
       01  W-PARM-DATE             PIC X(10).
       01  W-PARM-SEED-NO-LEN      PIC S9(4)  COMP VALUE 0.
       01  W-PARM-DATE-LEN         PIC S9(4)  COMP VALUE 0.
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
               PERFORM SUB-2000-SNAPSHOT-MONTH THRU SUB-2000-EXIT
                   VARYING W-PASS-SLOT FROM W-FIRST-SLOT BY 1
                     UNTIL W-PASS-SLOT > W-SLOT-CNT
                        OR RETURN-CODE NOT = 0
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-2800-WRITE-SUMMARY THRU SUB-2800-EXIT
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

           DISPLAY 'FAKERSNP compiled on '
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

           PERFORM SUB-1250-READ-HEADER THRU SUB-1250-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-AS-OF-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE
                                   TO W-CURRENT-DATE
               STRING W-CURRENT-YYYY   '-'
                      W-CURRENT-MM     '-'
                      W-CURRENT-DD     DELIMITED SIZE
                                   INTO W-AS-OF-DATE
           END-IF

           IF      W-RUN-SEED-NO = 0
               PERFORM SUB-1200-CHOOSE-RUN-SEED THRU SUB-1200-EXIT
           END-IF

           PERFORM SUB-1300-BUILD-MONTH-ENDS THRU SUB-1300-EXIT

           PERFORM SUB-1100-LOAD-ROLL-RATES THRU SUB-1100-EXIT

           PERFORM SUB-1150-LOAD-SCENARIOS THRU SUB-1150-EXIT

           INITIALIZE W-RR-REAL-TABLE
                      W-PF-TABLE

           OPEN OUTPUT SUMFILE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-READ-PARM.
      *-------------------

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           UNSTRING W-PARM-TEXT    DELIMITED BY ',' OR SPACE
                   INTO W-PARM-SEED-NO
                                   COUNT IN W-PARM-SEED-NO-LEN
                        W-PARM-DATE
                                   COUNT IN W-PARM-DATE-LEN
           END-UNSTRING

           IF      W-PARM-SEED-NO-LEN > 0
               IF      W-PARM-SEED-NO NOT NUMERIC
               OR      W-PARM-SEED-NO = 0
                   DISPLAY W-ERROR-MSG
                           'invalid seed: '
                           W-PARM-TEXT
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF

               MOVE W-PARM-SEED-NO TO W-RUN-SEED-NO
           END-IF

           IF      W-PARM-DATE-LEN > 0
               MOVE W-PARM-DATE    TO W-AS-OF-DATE
                                      W-ME-BUILD

               IF      W-PARM-DATE-LEN NOT = 10
               OR      W-AS-OF-DATE(1 : 4) NOT NUMERIC
               OR      W-AS-OF-DATE(5 : 1) NOT = '-'
               OR      W-AS-OF-DATE(6 : 2) NOT NUMERIC
               OR      W-AS-OF-DATE(8 : 1) NOT = '-'
               OR      W-AS-OF-DATE(9 : 2) NOT NUMERIC
               OR      W-ME-MM < 1
               OR      W-ME-MM > 12
                   DISPLAY W-ERROR-MSG
                           'invalid as-of date: '
                           W-PARM-DATE
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF
           END-IF
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-ROLL-RATES.
      *-------------------------

      **** The built-in matrix first, then any row of the file that
      **** passes the edit in place of its built-in row.

           PERFORM SUB-1130-LOAD-DEFAULT-ROW THRU SUB-1130-EXIT
               VARYING W-RR-FROM FROM 1 BY 1
                 UNTIL W-RR-FROM > 5

           OPEN INPUT RRFILE

           IF      W-RRFILE-STATUS NOT = '00'
               DISPLAY 'FAKERSNP: no roll-rate file, status '
                       W-RRFILE-STATUS
                       ' - built-in matrix applies'
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1110-READ-RRFILE THRU SUB-1110-EXIT

           PERFORM SUB-1120-HOLD-ROLL-RATE THRU SUB-1120-EXIT
               UNTIL W-RR-EOF

           CLOSE RRFILE
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-READ-RRFILE.
      *---------------------

           READ RRFILE           INTO W-RR-ENTRY
               AT END
                   SET  W-RR-EOF   TO TRUE
               NOT AT END
                   ADD  1          TO W-RR-READ-CNT
           END-READ
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1120-HOLD-ROLL-RATE.
      *------------------------

           PERFORM SUB-1140-EDIT-ROW THRU SUB-1140-EXIT

           IF      W-RR-FROM = 0
               MOVE W-RR-READ-CNT  TO W-DISP-NUM
               DISPLAY 'FAKERSNP: roll-rate row '
                       W-DISP-NUM
                       ' skipped - '
                       W-RR-ENTRY(1 : 27)
           END-IF

           PERFORM SUB-1110-READ-RRFILE THRU SUB-1110-EXIT
           .
       SUB-1120-EXIT.
           EXIT.
      /
       SUB-1130-LOAD-DEFAULT-ROW.
      *--------------------------

           MOVE W-RR-DEFAULT(W-RR-FROM)
                                   TO W-RR-ENTRY

           PERFORM SUB-1140-EDIT-ROW THRU SUB-1140-EXIT
           .
       SUB-1130-EXIT.
           EXIT.
      /
       SUB-1140-EDIT-ROW.
      *------------------

      **** A good row replaces its from-bucket's row and leaves
      **** W-RR-FROM set to it; a bad one leaves W-RR-FROM zero.
      **** A live bucket's row needs every percent numeric, adding
      **** to 100.

           MOVE 0                  TO W-RR-SUM
                                      W-BKT-DX

           PERFORM SUB-1145-FIND-BUCKET THRU SUB-1145-EXIT
               VARYING W-SLOT-DX FROM 1 BY 1
                 UNTIL W-SLOT-DX > 5

           IF      W-BKT-DX = 0
               MOVE 0              TO W-RR-FROM
               GO TO SUB-1140-EXIT
           END-IF

           PERFORM SUB-1146-ADD-PERCENT THRU SUB-1146-EXIT
               VARYING W-RR-TO FROM 1 BY 1
                 UNTIL W-RR-TO > W-BKT-CNT
                    OR W-RR-SUM > 100

           IF      W-RR-SUM NOT = 100
               MOVE 0              TO W-RR-FROM
               GO TO SUB-1140-EXIT
           END-IF

           MOVE W-BKT-DX           TO W-RR-FROM

           PERFORM SUB-1147-MOVE-PERCENT THRU SUB-1147-EXIT
               VARYING W-RR-TO FROM 1 BY 1
                 UNTIL W-RR-TO > W-BKT-CNT
           .
       SUB-1140-EXIT.
           EXIT.
      /
       SUB-1145-FIND-BUCKET.
      *---------------------

           IF      W-RE-FROM = W-BKT-CODE(W-SLOT-DX)
               MOVE W-SLOT-DX      TO W-BKT-DX
           END-IF
           .
       SUB-1145-EXIT.
           EXIT.
      /
       SUB-1146-ADD-PERCENT.
      *---------------------

           IF      W-RE-PCT(W-RR-TO) NUMERIC
               ADD  W-RE-PCT(W-RR-TO)
                                   TO W-RR-SUM
           ELSE
               MOVE 999            TO W-RR-SUM
           END-IF
           .
       SUB-1146-EXIT.
           EXIT.
      /
       SUB-1147-MOVE-PERCENT.
      *----------------------

           MOVE W-RE-PCT(W-RR-TO)  TO W-RR-PCT(W-RR-FROM, W-RR-TO)
           .
       SUB-1147-EXIT.
           EXIT.
      /
       SUB-1150-LOAD-SCENARIOS.
      *------------------------

      **** No scenario key, no MISSPAY customers.

           OPEN INPUT SCNFILE

           IF      W-SCNFILE-STATUS NOT = '00'
               GO TO SUB-1150-EXIT
           END-IF

           PERFORM SUB-1160-READ-SCNFILE THRU SUB-1160-EXIT

           PERFORM SUB-1170-HOLD-SCENARIO THRU SUB-1170-EXIT
               UNTIL W-SCN-EOF
                  OR W-SCN-CNT >= W-SCN-MAX

           CLOSE SCNFILE
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1160-READ-SCNFILE.
      *----------------------

           READ SCNFILE
               AT END
                   SET  W-SCN-EOF  TO TRUE
           END-READ
           .
       SUB-1160-EXIT.
           EXIT.
      /
       SUB-1170-HOLD-SCENARIO.
      *-----------------------

           IF      SCN-SCENARIO-CODE = 'MISSPAY'
               ADD  1              TO W-SCN-CNT
               MOVE SCN-CUSTOMER-ID
                                   TO W-SCN-CUSTOMER-ID(W-SCN-CNT)
           END-IF

           PERFORM SUB-1160-READ-SCNFILE THRU SUB-1160-EXIT
           .
       SUB-1170-EXIT.
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
       SUB-1250-READ-HEADER.
      *---------------------

      **** The extract's run date is its final month-end's month,
      **** and its seed the run's, unless the PARM says otherwise.

           OPEN INPUT SNPIN

           IF      W-SNPIN-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open SNPIN, status '
                       W-SNPIN-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1250-EXIT
           END-IF

           READ SNPIN
               AT END
                   MOVE SPACES     TO SNPIN-REC
           END-READ

           IF      SIN-RECORD-TYPE = 'H'
               IF      W-AS-OF-DATE = SPACES
               AND     SIH-RUN-DATE(1 : 4) NUMERIC
               AND     SIH-RUN-DATE(6 : 2) NUMERIC
                   MOVE SIH-RUN-DATE
                                   TO W-AS-OF-DATE
               END-IF
               IF      W-RUN-SEED-NO = 0
               AND     SIH-SEED-NO NUMERIC
                   MOVE SIH-SEED-NO
                                   TO W-RUN-SEED-NO
               END-IF
           END-IF

           CLOSE SNPIN
           .
       SUB-1250-EXIT.
           EXIT.
      /
       SUB-1300-BUILD-MONTH-ENDS.
      *--------------------------

      **** Back from the as-of month, one month-end per slot.

           MOVE W-AS-OF-DATE       TO W-ME-BUILD

           PERFORM SUB-1310-ONE-MONTH-END THRU SUB-1310-EXIT
               VARYING W-SLOT FROM W-SLOT-CNT BY -1
                 UNTIL W-SLOT < 1
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1310-ONE-MONTH-END.
      *-----------------------

           MOVE W-DAYS-IN-MONTH(W-ME-MM)
                                   TO W-ME-DD

           IF      W-ME-MM = 2
               DIVIDE W-ME-YYYY BY 4
                   GIVING W-LEAP-QUOT REMAINDER W-LEAP-REM-4
               DIVIDE W-ME-YYYY BY 100
                   GIVING W-LEAP-QUOT REMAINDER W-LEAP-REM-100
               DIVIDE W-ME-YYYY BY 400
                   GIVING W-LEAP-QUOT REMAINDER W-LEAP-REM-400
               IF      W-LEAP-REM-4 = 0
               AND    (W-LEAP-REM-100 NOT = 0
               OR      W-LEAP-REM-400 = 0)
                   MOVE 29         TO W-ME-DD
               END-IF
           END-IF

           MOVE W-ME-BUILD         TO W-ME(W-SLOT)

           SUBTRACT 1            FROM W-ME-MM
           IF      W-ME-MM < 1
               MOVE 12             TO W-ME-MM
               SUBTRACT 1        FROM W-ME-YYYY
           END-IF
           .
       SUB-1310-EXIT.
           EXIT.
      /
       SUB-2000-SNAPSHOT-MONTH.
      *------------------------

      **** One pass of the extract per month-end.  Every pass builds
      **** each account's whole history the same way - same draws,
      **** same seeds - and writes the month it is for; the final
      **** pass gathers the summary too.

           MOVE SPACES             TO W-SNPFILE-PATH
           STRING 'Data\FAKERSNP '
                  W-ME(W-PASS-SLOT)(1 : 7)
                  '.txt'           DELIMITED SIZE
                                   INTO W-SNPFILE-PATH

           IF      W-PASS-SLOT = W-SLOT-CNT
               SET  W-FINAL-PASS   TO TRUE
           END-IF

           OPEN INPUT SNPIN

           IF      W-SNPIN-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open SNPIN, status '
                       W-SNPIN-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-2000-EXIT
           END-IF

           OPEN OUTPUT SNPFILE

           MOVE 'N'                TO W-SNPIN-EOF-SW
                                      W-CUST-PENDING-SW
           MOVE 0                  TO W-CR-ORDINAL
                                      W-SNAPSHOT-CNT
                                      W-ACCOUNTS-READ
                                      W-ACCTS-SKIPPED

           PERFORM SUB-2100-PROCESS THRU SUB-2100-EXIT
               UNTIL W-SNPIN-EOF

           CLOSE SNPIN
                 SNPFILE

      **** Register the month's file in the shared lineage file
      **** (COPY FAKERPD8).

           MOVE W-SNPFILE-PATH     TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           ADD  1                  TO W-FILES-WRITTEN
           ADD  W-SNAPSHOT-CNT     TO W-SNAPSHOT-TOTAL

           MOVE W-SNAPSHOT-CNT     TO W-DISP-NUM
           DISPLAY 'FAKERSNP: '
                   W-SNPFILE-PATH(1 : 31)
                   W-DISP-NUM
                   ' accounts'
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-PROCESS.
      *-----------------

           READ SNPIN
               AT END
                   SET  W-SNPIN-EOF
                                   TO TRUE
                   PERFORM SUB-2500-CLOSE-CUSTOMER THRU SUB-2500-EXIT
                   GO TO SUB-2100-EXIT
           END-READ

           EVALUATE SIN-RECORD-TYPE
             WHEN 'P'
               PERFORM SUB-2500-CLOSE-CUSTOMER THRU SUB-2500-EXIT
               SET  W-CUST-PENDING TO TRUE
               MOVE SIP-CUSTOMER-ID
                                   TO W-CUST-ID
               MOVE 0              TO W-CR-CNT
                                      W-DP-CNT
                                      W-CUST-CO-SLOT
               MOVE 'N'            TO W-CUST-MISSPAY-SW

             WHEN 'L'
               ADD  1              TO W-CR-ORDINAL
               IF      W-CUST-PENDING
               AND     SIL-CUSTOMER-ID = W-CUST-ID
                   PERFORM SUB-2200-HOLD-LOAN THRU SUB-2200-EXIT
               END-IF

             WHEN 'S'
               IF      W-CR-CNT > 0
               AND     W-CR-LOAN(W-CR-CNT)
               AND     SIS-LOAN-ID = W-CR-ID(W-CR-CNT)
                   PERFORM SUB-2215-SCHEDULE-SLOT THRU SUB-2215-EXIT
                       VARYING W-SLOT FROM 1 BY 1
                         UNTIL W-SLOT > W-SLOT-CNT
               END-IF

             WHEN 'D'
               IF      W-CUST-PENDING
               AND     SID-CUSTOMER-ID = W-CUST-ID
                   PERFORM SUB-2220-HOLD-DEPOSIT THRU SUB-2220-EXIT
               END-IF

             WHEN 'X'
               IF      W-DP-CNT > 0
               AND     SIX-ACCOUNT-ID = W-DP-ID(W-DP-CNT)
               AND     SIX-AMT-DOLLARS NUMERIC
               AND     SIX-AMT-CENTS NUMERIC
                   COMPUTE W-TRAN-CENTS
                                   =  SIX-AMT-DOLLARS * 100
                                      + SIX-AMT-CENTS
                   IF      SIX-DR-CR = 'D'
                       COMPUTE W-TRAN-CENTS
                                   =  0 - W-TRAN-CENTS
                   END-IF
                   PERFORM SUB-2235-TRAN-SLOT THRU SUB-2235-EXIT
                       VARYING W-SLOT FROM W-FIRST-SLOT BY 1
                         UNTIL W-SLOT > W-SLOT-CNT
               END-IF

             WHEN 'K'
               ADD  1              TO W-CR-ORDINAL
               IF      W-CUST-PENDING
               AND     SIK-CUSTOMER-ID = W-CUST-ID
                   PERFORM SUB-2240-HOLD-CARD THRU SUB-2240-EXIT
               END-IF

             WHEN 'M'
               IF      W-CR-CNT > 0
               AND     NOT W-CR-LOAN(W-CR-CNT)
               AND     SIM-CARD-ID = W-CR-ID(W-CR-CNT)
               AND     SIM-NEW-BAL-CENTS NUMERIC
                   PERFORM SUB-2255-STATEMENT-SLOT THRU SUB-2255-EXIT
                       VARYING W-SLOT FROM 1 BY 1
                         UNTIL W-SLOT > W-SLOT-CNT
               END-IF

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-HOLD-LOAN.
      *-------------------

      **** Until a payment falls due the balance is the principal.

           IF      W-CR-CNT >= W-CR-MAX
           OR      SIL-PRINCIPAL-CENTS NOT NUMERIC
               ADD  1              TO W-ACCTS-SKIPPED
               GO TO SUB-2200-EXIT
           END-IF

           ADD  1                  TO W-CR-CNT
                                      W-ACCOUNTS-READ
           INITIALIZE W-CR-OCCS(W-CR-CNT)
           MOVE SIL-LOAN-ID        TO W-CR-ID(W-CR-CNT)
           MOVE 'L'                TO W-CR-TYPE(W-CR-CNT)
           MOVE SIL-PRODUCT-CODE   TO W-CR-PRODUCT(W-CR-CNT)
           MOVE SIL-ORIG-DATE      TO W-CR-OPEN-DATE(W-CR-CNT)
           MOVE W-CR-ORDINAL       TO W-CR-ITEM-NO(W-CR-CNT)

           PERFORM SUB-2210-PRINCIPAL-SLOT THRU SUB-2210-EXIT
               VARYING W-SLOT FROM 1 BY 1
                 UNTIL W-SLOT > W-SLOT-CNT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-PRINCIPAL-SLOT.
      *------------------------

           MOVE SIL-PRINCIPAL-CENTS
                                   TO W-CR-SCHED-BAL(W-CR-CNT, W-SLOT)
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-2215-SCHEDULE-SLOT.
      *-----------------------

      **** The schedule is in due-date order, so the last payment
      **** due by a month-end is the last one to land on its slot.

           IF      SIS-DUE-DATE <= W-ME(W-SLOT)
           AND     SIS-BALANCE-CENTS NUMERIC
               MOVE SIS-BALANCE-CENTS
                                   TO W-CR-SCHED-BAL(W-CR-CNT, W-SLOT)
           END-IF
           .
       SUB-2215-EXIT.
           EXIT.
      /
       SUB-2220-HOLD-DEPOSIT.
      *----------------------

      **** A deposit charged off inside the window charges off the
      **** customer's loans and cards in its month - the earliest
      **** such month when there is more than one.

           IF      W-DP-CNT >= W-DP-MAX
           OR      SID-CLOSE-BAL NOT NUMERIC
               ADD  1              TO W-ACCTS-SKIPPED
               GO TO SUB-2220-EXIT
           END-IF

           ADD  1                  TO W-DP-CNT
                                      W-ACCOUNTS-READ
           INITIALIZE W-DP-OCCS(W-DP-CNT)
           MOVE SID-ACCOUNT-ID     TO W-DP-ID(W-DP-CNT)
           MOVE SID-PRODUCT-CODE   TO W-DP-PRODUCT(W-DP-CNT)
           MOVE SID-OPEN-DATE      TO W-DP-OPEN-DATE(W-DP-CNT)
           MOVE SID-STATUS         TO W-DP-STATUS(W-DP-CNT)
           MOVE SID-CLOSE-DATE     TO W-DP-CLOSE-DATE(W-DP-CNT)
           MOVE SID-CLOSE-BAL      TO W-DP-CLOSE-BAL(W-DP-CNT)
           MOVE 99                 TO W-DP-CLOSE-SLOT(W-DP-CNT)

           IF     (SID-STATUS = 'C' OR 'X')
           AND     SID-CLOSE-DATE NOT = SPACES
               MOVE SID-CLOSE-DATE TO W-DATE-IN
               PERFORM SUB-2300-SLOT-OF-DATE THRU SUB-2300-EXIT
               MOVE W-SLOT-OUT     TO W-DP-CLOSE-SLOT(W-DP-CNT)

               IF      SID-STATUS = 'X'
               AND     W-SLOT-OUT >= W-FIRST-SLOT
               AND     W-SLOT-OUT <= W-SLOT-CNT
               AND    (W-CUST-CO-SLOT = 0
               OR      W-SLOT-OUT < W-CUST-CO-SLOT)
                   MOVE W-SLOT-OUT TO W-CUST-CO-SLOT
               END-IF
           END-IF
           .
       SUB-2220-EXIT.
           EXIT.
      /
       SUB-2235-TRAN-SLOT.
      *-------------------

      **** A transaction after a month-end is backed out of the
      **** closing balance to reach that month-end's balance.

           IF      SIX-TRAN-DATE > W-ME(W-SLOT)
               ADD  W-TRAN-CENTS   TO W-DP-ADJ(W-DP-CNT, W-SLOT)
           END-IF
           .
       SUB-2235-EXIT.
           EXIT.
      /
       SUB-2240-HOLD-CARD.
      *-------------------

      **** No statement yet, no balance.

           IF      W-CR-CNT >= W-CR-MAX
               ADD  1              TO W-ACCTS-SKIPPED
               GO TO SUB-2240-EXIT
           END-IF

           ADD  1                  TO W-CR-CNT
                                      W-ACCOUNTS-READ
           INITIALIZE W-CR-OCCS(W-CR-CNT)
           MOVE SIK-CARD-ID        TO W-CR-ID(W-CR-CNT)
           MOVE 'K'                TO W-CR-TYPE(W-CR-CNT)
           MOVE 'CARD'             TO W-CR-PRODUCT(W-CR-CNT)
           MOVE SIK-OPEN-DATE      TO W-CR-OPEN-DATE(W-CR-CNT)
           MOVE W-CR-ORDINAL       TO W-CR-ITEM-NO(W-CR-CNT)
           .
       SUB-2240-EXIT.
           EXIT.
      /
       SUB-2255-STATEMENT-SLOT.
      *------------------------

           IF      SIM-STATEMENT-DATE <= W-ME(W-SLOT)
               MOVE SIM-NEW-BAL-CENTS
                                   TO W-CR-SCHED-BAL(W-CR-CNT, W-SLOT)
           END-IF
           .
       SUB-2255-EXIT.
           EXIT.
      /
       SUB-2300-SLOT-OF-DATE.
      *----------------------

           MOVE 19                 TO W-SLOT-OUT

           PERFORM SUB-2310-TRY-SLOT THRU SUB-2310-EXIT
               VARYING W-SLOT-DX FROM W-SLOT-CNT BY -1
                 UNTIL W-SLOT-DX < 1
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2310-TRY-SLOT.
      *------------------

           IF      W-DATE-IN <= W-ME(W-SLOT-DX)
               MOVE W-SLOT-DX      TO W-SLOT-OUT
           END-IF
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-2500-CLOSE-CUSTOMER.
      *------------------------

      **** Everything of the customer's has been read: build each
      **** account's history and write this pass's month.

           IF      NOT W-CUST-PENDING
               GO TO SUB-2500-EXIT
           END-IF

           MOVE 'N'                TO W-CUST-PENDING-SW

           PERFORM SUB-2510-FIND-SCENARIO THRU SUB-2510-EXIT
               VARYING W-SCN-DX FROM 1 BY 1
                 UNTIL W-SCN-DX > W-SCN-CNT
                    OR W-CUST-MISSPAY

           PERFORM SUB-2600-DEPOSIT-HISTORY THRU SUB-2600-EXIT
               VARYING W-DP-DX FROM 1 BY 1
                 UNTIL W-DP-DX > W-DP-CNT

           PERFORM SUB-2700-CREDIT-HISTORY THRU SUB-2700-EXIT
               VARYING W-CR-DX FROM 1 BY 1
                 UNTIL W-CR-DX > W-CR-CNT
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2510-FIND-SCENARIO.
      *-----------------------

           IF      W-SCN-CUSTOMER-ID(W-SCN-DX) = W-CUST-ID
               SET  W-CUST-MISSPAY TO TRUE
           END-IF
           .
       SUB-2510-EXIT.
           EXIT.
      /
       SUB-2600-DEPOSIT-HISTORY.
      *-------------------------

           MOVE 'N'                TO W-GONE-SW
           MOVE 0                  TO W-NEG-RUN

           MOVE W-DP-ID(W-DP-DX)   TO W-SNP-ACCOUNT-ID
           MOVE 'D'                TO W-SNP-TYPE
           MOVE W-DP-PRODUCT(W-DP-DX)
                                   TO W-SNP-PRODUCT
           MOVE W-DP-OPEN-DATE(W-DP-DX)
                                   TO W-SNP-OPEN-DATE
           MOVE SPACE              TO W-SNP-SOURCE

           PERFORM SUB-2610-DEPOSIT-MONTH THRU SUB-2610-EXIT
               VARYING W-SLOT FROM W-FIRST-SLOT BY 1
                 UNTIL W-SLOT > W-SLOT-CNT
                    OR W-GONE
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2610-DEPOSIT-MONTH.
      *-----------------------

      **** Not open yet, nothing to write; closed before the month,
      **** gone.  A closed account's last month shows it closed with
      **** nothing left in it, a charged-off one's the overdraft
      **** written off.

           IF      W-DP-OPEN-DATE(W-DP-DX) > W-ME(W-SLOT)
               GO TO SUB-2610-EXIT
           END-IF

           IF      W-DP-CLOSE-SLOT(W-DP-DX) < W-SLOT
               SET  W-GONE         TO TRUE
               GO TO SUB-2610-EXIT
           END-IF

           COMPUTE W-DP-BAL        =  W-DP-CLOSE-BAL(W-DP-DX)
                                      - W-DP-ADJ(W-DP-DX, W-SLOT)

           IF      W-DP-BAL < 0
               ADD  1              TO W-NEG-RUN
           ELSE
               MOVE 0              TO W-NEG-RUN
           END-IF

           MOVE W-DP-BAL           TO W-SNP-BAL
           MOVE 0                  TO W-SNP-CO-AMT
           COMPUTE W-SNP-DPD       =  W-NEG-RUN * 30
           IF      W-SNP-DPD > 999
               MOVE 999            TO W-SNP-DPD
           END-IF

           EVALUATE TRUE
             WHEN W-SNP-DPD = 0
               MOVE 1              TO W-BKT-DX
             WHEN W-SNP-DPD >= 120
               MOVE 5              TO W-BKT-DX
             WHEN OTHER
               COMPUTE W-BKT-DX    =  W-SNP-DPD / 30 + 1
           END-EVALUATE

           IF      W-DP-STATUS(W-DP-DX) = 'D'
               MOVE 'D'            TO W-SNP-STATUS
           ELSE
               MOVE 'O'            TO W-SNP-STATUS
           END-IF

           IF      W-DP-CLOSE-SLOT(W-DP-DX) = W-SLOT
               SET  W-GONE         TO TRUE
               MOVE W-DP-STATUS(W-DP-DX)
                                   TO W-SNP-STATUS
               IF      W-SNP-STATUS = 'X'
                   MOVE 6          TO W-BKT-DX
                   IF      W-DP-BAL < 0
                       COMPUTE W-SNP-CO-AMT
                                   =  0 - W-DP-BAL
                   END-IF
               END-IF
               MOVE 0              TO W-SNP-BAL
           END-IF

           MOVE W-BKT-CODE(W-BKT-DX)
                                   TO W-SNP-BUCKET

           IF      W-SLOT = W-PASS-SLOT
               PERFORM SUB-2780-WRITE-SNAPSHOT THRU SUB-2780-EXIT
           END-IF

           IF      W-FINAL-PASS
               ADD  1              TO W-PF-DP-CNT(W-SLOT)
               ADD  W-SNP-BAL      TO W-PF-DP-BAL(W-SLOT)
               IF      W-SNP-BAL < 0
                   ADD  1          TO W-PF-OD-CNT(W-SLOT)
               END-IF
               IF      W-SNP-CO-AMT > 0
               OR      W-SNP-STATUS = 'X'
                   ADD  1          TO W-PF-CO-CNT(W-SLOT)
                   ADD  W-SNP-CO-AMT
                                   TO W-PF-CO-AMT(W-SLOT)
               END-IF
           END-IF
           .
       SUB-2610-EXIT.
           EXIT.
      /
       SUB-2700-CREDIT-HISTORY.
      *------------------------

      **** The account's own seed - its place among the extract's
      **** loans and cards plus the run seed - so every pass, and
      **** every rerun, rolls it the same way.

           MOVE W-CR-OPEN-DATE(W-CR-DX)
                                   TO W-DATE-IN
           PERFORM SUB-2300-SLOT-OF-DATE THRU SUB-2300-EXIT
           MOVE W-SLOT-OUT         TO W-OPEN-SLOT
           IF      W-OPEN-SLOT < W-FIRST-SLOT
               MOVE W-FIRST-SLOT   TO W-OPEN-SLOT
           END-IF

           MOVE W-CR-ITEM-NO(W-CR-DX)
                                   TO W-SEED-ITEM-NO
           MOVE W-RUN-SEED-NO      TO W-SEED-TEXT-RUN-SEED

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE W-SEED-TEXT        TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER

           PERFORM SUB-2720-ROLL-ONE-MONTH THRU SUB-2720-EXIT
               VARYING W-SLOT FROM W-FIRST-SLOT BY 1
                 UNTIL W-SLOT > W-SLOT-CNT

      **** Then what the extract says of how the account ends.

           IF      W-CUST-CO-SLOT >= W-OPEN-SLOT
               PERFORM SUB-2730-PIN-CHARGE-OFF THRU SUB-2730-EXIT
           ELSE
               IF      W-CUST-MISSPAY
                   PERFORM SUB-2735-PIN-MISSED-PAYMENTS
                      THRU SUB-2735-EXIT
               END-IF
           END-IF

           MOVE 'N'                TO W-GONE-SW
           MOVE W-CR-ID(W-CR-DX)   TO W-SNP-ACCOUNT-ID
           MOVE W-CR-TYPE(W-CR-DX) TO W-SNP-TYPE
           MOVE W-CR-PRODUCT(W-CR-DX)
                                   TO W-SNP-PRODUCT
           MOVE W-CR-OPEN-DATE(W-CR-DX)
                                   TO W-SNP-OPEN-DATE

           PERFORM SUB-2740-CREDIT-MONTH THRU SUB-2740-EXIT
               VARYING W-SLOT FROM W-OPEN-SLOT BY 1
                 UNTIL W-SLOT > W-SLOT-CNT
                    OR W-GONE
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2720-ROLL-ONE-MONTH.
      *------------------------

      **** Current in its first month on book, then one draw a
      **** month against its bucket's row of the matrix.  A draw is
      **** taken every month, on book or not, so the stream never
      **** depends on the open date.  Charge-off is the extract's
      **** call, not the matrix's: a draw to it holds at 120+.

           IF      W-SLOT > W-FIRST-SLOT
               PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           END-IF

           MOVE 'N'                TO W-CR-PIN(W-CR-DX, W-SLOT)

           EVALUATE TRUE
             WHEN W-SLOT < W-OPEN-SLOT
               MOVE 0              TO W-CR-STATE(W-CR-DX, W-SLOT)
             WHEN W-SLOT = W-OPEN-SLOT
               MOVE 1              TO W-CR-STATE(W-CR-DX, W-SLOT)
             WHEN OTHER
               COMPUTE W-RR-FROM   =  W-CR-STATE(W-CR-DX, W-SLOT - 1)
               COMPUTE W-RR-TARGET =  FAKRAND-RANDOM-NO * 100
               MOVE 0              TO W-RR-RUNNING
               MOVE W-RR-FROM      TO W-RR-PICK
               MOVE 'N'            TO W-PICKED-SW
               PERFORM SUB-2725-TRY-BUCKET THRU SUB-2725-EXIT
                   VARYING W-RR-TO FROM 1 BY 1
                     UNTIL W-RR-TO > W-BKT-CNT
                        OR W-PICKED
               IF      W-RR-PICK = 6
                   MOVE 5          TO W-RR-PICK
               END-IF
               MOVE W-RR-PICK      TO W-CR-STATE(W-CR-DX, W-SLOT)
           END-EVALUATE
           .
       SUB-2720-EXIT.
           EXIT.
      /
       SUB-2725-TRY-BUCKET.
      *--------------------

           ADD  W-RR-PCT(W-RR-FROM, W-RR-TO)
                                   TO W-RR-RUNNING

           IF      W-RR-TARGET < W-RR-RUNNING
               SET  W-PICKED       TO TRUE
               MOVE W-RR-TO        TO W-RR-PICK
           END-IF
           .
       SUB-2725-EXIT.
           EXIT.
      /
       SUB-2730-PIN-CHARGE-OFF.
      *------------------------

      **** Charged off in the deposit's month, 120, 90, 60 and 30
      **** days past due in the four months before it (as far back
      **** as the account has been on book).

           MOVE 6                  TO W-CR-STATE(W-CR-DX,
                                                 W-CUST-CO-SLOT)
           MOVE 'Y'                TO W-CR-PIN(W-CR-DX,
                                               W-CUST-CO-SLOT)

           PERFORM SUB-2731-PIN-ONE-MONTH THRU SUB-2731-EXIT
               VARYING W-PIN-DX FROM 1 BY 1
                 UNTIL W-PIN-DX > 4
                    OR W-CUST-CO-SLOT - W-PIN-DX < W-OPEN-SLOT
           .
       SUB-2730-EXIT.
           EXIT.
      /
       SUB-2731-PIN-ONE-MONTH.
      *-----------------------

           COMPUTE W-SLOT          =  W-CUST-CO-SLOT - W-PIN-DX
           COMPUTE W-CR-STATE(W-CR-DX, W-SLOT)
                                   =  6 - W-PIN-DX
           MOVE 'Y'                TO W-CR-PIN(W-CR-DX, W-SLOT)
           .
       SUB-2731-EXIT.
           EXIT.
      /
       SUB-2735-PIN-MISSED-PAYMENTS.
      *-----------------------------

      **** Two payments missed by the final month-end.

           IF      W-OPEN-SLOT <= W-SLOT-CNT - 1
               MOVE 2              TO W-CR-STATE(W-CR-DX,
                                                 W-SLOT-CNT - 1)
               MOVE 'Y'            TO W-CR-PIN(W-CR-DX,
                                               W-SLOT-CNT - 1)
           END-IF

           IF      W-OPEN-SLOT <= W-SLOT-CNT
               MOVE 3              TO W-CR-STATE(W-CR-DX, W-SLOT-CNT)
               MOVE 'Y'            TO W-CR-PIN(W-CR-DX, W-SLOT-CNT)
           END-IF
           .
       SUB-2735-EXIT.
           EXIT.
      /
       SUB-2740-CREDIT-MONTH.
      *----------------------

      **** A loan's balance is the schedule's, held back one payment
      **** for every payment it is behind; a card's is its last
      **** statement's.  A loan whose balance reaches zero is paid
      **** off - shown in that month, gone after; one already at
      **** zero before the window is never shown.  A charge-off
      **** writes off the balance the account carried the month
      **** before.

           MOVE 'N'                TO W-CR-ROW(W-CR-DX, W-SLOT)
           MOVE W-CR-STATE(W-CR-DX, W-SLOT)
                                   TO W-BKT-DX
           MOVE 0                  TO W-SNP-CO-AMT
           MOVE 'O'                TO W-SNP-STATUS

           IF      W-BKT-DX = 6
               COMPUTE W-LAG       =  5
           ELSE
               COMPUTE W-LAG       =  W-BKT-DX - 1
           END-IF

           IF      W-CR-LOAN(W-CR-DX)
               MOVE W-CR-SCHED-BAL(W-CR-DX, W-SLOT - W-LAG)
                                   TO W-SNP-BAL
           ELSE
               MOVE W-CR-SCHED-BAL(W-CR-DX, W-SLOT)
                                   TO W-SNP-BAL
           END-IF

           IF      W-BKT-DX = 6
               SET  W-GONE         TO TRUE
               MOVE 'X'            TO W-SNP-STATUS
               MOVE W-SNP-BAL      TO W-SNP-CO-AMT
               MOVE 0              TO W-SNP-BAL
           ELSE
               IF      W-CR-LOAN(W-CR-DX)
               AND     W-SNP-BAL = 0
                   SET  W-GONE     TO TRUE
                   IF      W-CR-SCHED-BAL(W-CR-DX, W-SLOT - 1) = 0
                   AND     W-SLOT = W-FIRST-SLOT
                       GO TO SUB-2740-EXIT
                   END-IF
                   MOVE 'P'        TO W-SNP-STATUS
                   MOVE 1          TO W-BKT-DX
               END-IF
           END-IF

           MOVE 'Y'                TO W-CR-ROW(W-CR-DX, W-SLOT)
           MOVE W-SNP-STATUS       TO W-CR-STATUS(W-CR-DX, W-SLOT)
           MOVE W-SNP-BAL          TO W-CR-BAL(W-CR-DX, W-SLOT)
           MOVE W-SNP-CO-AMT       TO W-CR-CO-AMT(W-CR-DX, W-SLOT)

           MOVE W-BKT-CODE(W-BKT-DX)
                                   TO W-SNP-BUCKET
           IF      W-BKT-DX = 6
               MOVE 150            TO W-SNP-DPD
           ELSE
               COMPUTE W-SNP-DPD   =  (W-BKT-DX - 1) * 30
           END-IF

           IF      W-CR-PIN(W-CR-DX, W-SLOT) = 'Y'
               MOVE 'E'            TO W-SNP-SOURCE
           ELSE
               MOVE 'R'            TO W-SNP-SOURCE
           END-IF

           IF      W-SLOT = W-PASS-SLOT
               PERFORM SUB-2780-WRITE-SNAPSHOT THRU SUB-2780-EXIT
           END-IF

           IF      W-FINAL-PASS
               PERFORM SUB-2745-TALLY-CREDIT THRU SUB-2745-EXIT
           END-IF
           .
       SUB-2740-EXIT.
           EXIT.
      /
       SUB-2745-TALLY-CREDIT.
      *----------------------

      **** The month's portfolio, and the move from last month's
      **** bucket to this one's - the matrix's doing or the
      **** extract's.  A payoff is not a roll.

           ADD  1                  TO W-PF-CR-CNT(W-SLOT)
           ADD  W-SNP-BAL          TO W-PF-CR-BAL(W-SLOT)

           IF      W-BKT-DX > 1
           AND     W-BKT-DX < 6
               ADD  1              TO W-PF-DELQ-CNT(W-SLOT)
           END-IF

           IF      W-BKT-DX = 6
               ADD  1              TO W-PF-CO-CNT(W-SLOT)
               ADD  W-SNP-CO-AMT   TO W-PF-CO-AMT(W-SLOT)
           END-IF

           IF      W-SLOT = W-FIRST-SLOT
           OR      W-SNP-STATUS = 'P'
               GO TO SUB-2745-EXIT
           END-IF

           IF      W-CR-ROW(W-CR-DX, W-SLOT - 1) NOT = 'Y'
               GO TO SUB-2745-EXIT
           END-IF

           IF      W-CR-PIN(W-CR-DX, W-SLOT) = 'Y'
               ADD  1              TO W-RR-EXTRACT-CNT
           ELSE
               MOVE W-CR-STATE(W-CR-DX, W-SLOT - 1)
                                   TO W-RR-FROM
               ADD  1              TO W-RR-REAL(W-RR-FROM, W-BKT-DX)
                                      W-RR-REAL-TOTAL(W-RR-FROM)
           END-IF
           .
       SUB-2745-EXIT.
           EXIT.
      /
       SUB-2780-WRITE-SNAPSHOT.
      *------------------------

           MOVE SPACES             TO SNPFILE-REC
           MOVE W-ME(W-SLOT)       TO SNP-SNAPSHOT-DATE
           MOVE W-SNP-ACCOUNT-ID   TO SNP-ACCOUNT-ID
           MOVE W-CUST-ID          TO SNP-CUSTOMER-ID
           MOVE W-SNP-TYPE         TO SNP-ACCOUNT-TYPE
           MOVE W-SNP-PRODUCT      TO SNP-PRODUCT-CODE
           MOVE W-SNP-OPEN-DATE    TO SNP-OPEN-DATE
           MOVE W-SNP-BAL          TO SNP-BALANCE-CENTS
           MOVE W-SNP-DPD          TO SNP-DAYS-PAST-DUE
           MOVE W-SNP-BUCKET       TO SNP-BUCKET
           MOVE W-SNP-STATUS       TO SNP-STATUS
           MOVE W-SNP-CO-AMT       TO SNP-CHARGE-OFF-CENTS
           MOVE W-SNP-SOURCE       TO SNP-DELQ-SOURCE

      **** Months on book: whole calendar months since opening.

           MOVE 0                  TO W-MOB
           MOVE W-SNP-OPEN-DATE    TO W-DATE-PARTS
           IF      W-DP-YYYY NUMERIC
           AND     W-DP-MM NUMERIC
               MOVE W-ME(W-SLOT)   TO W-ME-BUILD
               COMPUTE W-MOB       =  (W-ME-YYYY * 12 + W-ME-MM)
                                      - (W-DP-YYYY * 12 + W-DP-MM)
               IF      W-MOB < 0
                   MOVE 0          TO W-MOB
               END-IF
               IF      W-MOB > 999
                   MOVE 999        TO W-MOB
               END-IF
           END-IF
           MOVE W-MOB              TO SNP-MONTHS-ON-BOOK

           WRITE SNPFILE-REC

           ADD  1                  TO W-SNAPSHOT-CNT
           .
       SUB-2780-EXIT.
           EXIT.
      /
       SUB-2800-WRITE-SUMMARY.
      *-----------------------

           MOVE SPACES             TO SUMFILE-REC
           MOVE '1'                TO SUM-CC
           MOVE 'FAKERSNP - MONTH-END SNAPSHOT SERIES'
                                   TO SUM-LINE
           WRITE SUMFILE-REC

           MOVE W-RUN-SEED-NO      TO W-SEED-EDIT
           STRING 'AS OF '
                  W-AS-OF-DATE
                  '   MONTH-ENDS '
                  W-ME(W-FIRST-SLOT)
                  ' TO '
                  W-ME(W-SLOT-CNT)
                  '   SEED '
                  W-SEED-EDIT      DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           MOVE 'PORTFOLIO BY MONTH-END - LOANS AND CARDS, DEPOSITS'
                                   TO W-BUILD-LINE
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           STRING 'MONTH-END   CREDIT        CREDIT BALANCE  30+ DPD'
                  '  CHG-OFF      CHG-OFF AMOUNT  DEPOSIT'
                  '       DEPOSIT BALANCE  OVERDRAWN'
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           PERFORM SUB-2810-PORTFOLIO-LINE THRU SUB-2810-EXIT
               VARYING W-SLOT FROM W-FIRST-SLOT BY 1
                 UNTIL W-SLOT > W-SLOT-CNT

           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           STRING 'ROLL RATES - LOANS AND CARDS, PERCENT OF ACCOUNTS'
                  ' MOVING FROM EACH BUCKET IN A MONTH'
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           STRING 'FROM               TO:   CUR    030    060    090'
                  '    120     CO    ACCOUNTS'
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           PERFORM SUB-2820-ROLL-RATE-ROWS THRU SUB-2820-EXIT
               VARYING W-RR-FROM FROM 1 BY 1
                 UNTIL W-RR-FROM > 5

           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           MOVE W-RR-EXTRACT-CNT   TO W-COUNT-EDIT
           STRING 'MOVES SET BY THE EXTRACT (CHARGE-OFF AND MISSED-PAYM'
                  'ENT PATHS), NOT COUNTED ABOVE: '
                  W-COUNT-EDIT     DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           STRING 'A DRAW TO CO ON AN ACCOUNT THE EXTRACT DOES NOT CHAR'
                  'GE OFF HOLDS AT 120 - THE ACCOUNT IS STILL ON BOOK'
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           MOVE 'IN THE FINAL MONTH.'
                                   TO W-BUILD-LINE
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-2810-PORTFOLIO-LINE.
      *------------------------

           MOVE W-ME(W-SLOT)       TO W-BUILD-LINE(1 : 10)

           MOVE W-PF-CR-CNT(W-SLOT)
                                   TO W-COUNT-EDIT
           MOVE W-COUNT-EDIT       TO W-BUILD-LINE(12 : 7)
           COMPUTE W-MONEY         =  W-PF-CR-BAL(W-SLOT) / 100
           MOVE W-MONEY            TO W-MONEY-EDIT
           MOVE W-MONEY-EDIT       TO W-BUILD-LINE(20 : 18)
           MOVE W-PF-DELQ-CNT(W-SLOT)
                                   TO W-COUNT-EDIT
           MOVE W-COUNT-EDIT       TO W-BUILD-LINE(40 : 7)
           MOVE W-PF-CO-CNT(W-SLOT)
                                   TO W-COUNT-EDIT
           MOVE W-COUNT-EDIT       TO W-BUILD-LINE(49 : 7)
           COMPUTE W-MONEY         =  W-PF-CO-AMT(W-SLOT) / 100
           MOVE W-MONEY            TO W-MONEY-EDIT
           MOVE W-MONEY-EDIT       TO W-BUILD-LINE(57 : 18)
           MOVE W-PF-DP-CNT(W-SLOT)
                                   TO W-COUNT-EDIT
           MOVE W-COUNT-EDIT       TO W-BUILD-LINE(77 : 7)
           COMPUTE W-MONEY         =  W-PF-DP-BAL(W-SLOT) / 100
           MOVE W-MONEY            TO W-MONEY-EDIT
           MOVE W-MONEY-EDIT       TO W-BUILD-LINE(85 : 18)
           MOVE W-PF-OD-CNT(W-SLOT)
                                   TO W-COUNT-EDIT
           MOVE W-COUNT-EDIT       TO W-BUILD-LINE(105 : 7)

           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT
           .
       SUB-2810-EXIT.
           EXIT.
      /
       SUB-2820-ROLL-RATE-ROWS.
      *------------------------

      **** The configured row, then the rates realized on the moves
      **** the matrix drove.

           MOVE W-BKT-CODE(W-RR-FROM)
                                   TO W-BUILD-LINE(1 : 3)
           MOVE 'CONFIGURED'       TO W-BUILD-LINE(6 : 10)
           MOVE 22                 TO W-LINE-POS
           PERFORM SUB-2825-CONFIGURED-CELL THRU SUB-2825-EXIT
               VARYING W-RR-TO FROM 1 BY 1
                 UNTIL W-RR-TO > W-BKT-CNT
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           MOVE 'REALIZED'         TO W-BUILD-LINE(6 : 10)
           MOVE 22                 TO W-LINE-POS
           PERFORM SUB-2826-REALIZED-CELL THRU SUB-2826-EXIT
               VARYING W-RR-TO FROM 1 BY 1
                 UNTIL W-RR-TO > W-BKT-CNT
           MOVE W-RR-REAL-TOTAL(W-RR-FROM)
                                   TO W-COUNT-EDIT
           MOVE W-COUNT-EDIT       TO W-BUILD-LINE(66 : 7)
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT
           .
       SUB-2820-EXIT.
           EXIT.
      /
       SUB-2825-CONFIGURED-CELL.
      *-------------------------

           MOVE W-RR-PCT(W-RR-FROM, W-RR-TO)
                                   TO W-PCT
           MOVE W-PCT              TO W-PCT-EDIT
           MOVE W-PCT-EDIT         TO W-BUILD-LINE(W-LINE-POS : 5)
           ADD  7                  TO W-LINE-POS
           .
       SUB-2825-EXIT.
           EXIT.
      /
       SUB-2826-REALIZED-CELL.
      *-----------------------

           IF      W-RR-REAL-TOTAL(W-RR-FROM) = 0
               MOVE '  -  '        TO W-BUILD-LINE(W-LINE-POS : 5)
           ELSE
               COMPUTE W-PCT ROUNDED
                                   =  W-RR-REAL(W-RR-FROM, W-RR-TO)
                                      * 100
                                      / W-RR-REAL-TOTAL(W-RR-FROM)
               MOVE W-PCT          TO W-PCT-EDIT
               MOVE W-PCT-EDIT     TO W-BUILD-LINE(W-LINE-POS : 5)
           END-IF
           ADD  7                  TO W-LINE-POS
           .
       SUB-2826-EXIT.
           EXIT.
      /
       SUB-2890-PRINT-LINE.
      *--------------------

           MOVE SPACES             TO SUMFILE-REC
           MOVE ' '                TO SUM-CC
           MOVE W-BUILD-LINE       TO SUM-LINE

           WRITE SUMFILE-REC

           MOVE SPACES             TO W-BUILD-LINE
           .
       SUB-2890-EXIT.
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
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-DISPLAY
           END-IF

           CLOSE SUMFILE

           MOVE 'Data\FAKERSNP Summary.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT
           .
       SUB-3000-DISPLAY.

           MOVE W-ACCOUNTS-READ    TO W-DISP-NUM
           DISPLAY 'SNPIN accounts read:      '
                   W-DISP-NUM

           MOVE W-ACCTS-SKIPPED    TO W-DISP-NUM
           DISPLAY 'Accounts over table size: '
                   W-DISP-NUM

           MOVE W-FILES-WRITTEN    TO W-DISP-NUM
           DISPLAY 'Snapshot files written:   '
                   W-DISP-NUM

           MOVE W-SNAPSHOT-TOTAL   TO W-DISP-NUM
           DISPLAY 'Snapshot records written: '
                   W-DISP-NUM

           DISPLAY 'FAKERSNP completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
