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

       PROGRAM-ID.             FAKERDEC.

      **** Credit application decisioning off the extract's 'R'
      **** records (FAKERGEN SCORES=Y).  A share of the eligible
      **** customers - adults at a U.S. address, living, not a
      **** business, with a credit score on file - apply for a loan
      **** product off the product catalog, for an amount and term
      **** drawn to suit the product.  Each application is decided
      **** by the cutoff table: the first row for the product's type
      **** (or '****', any type) whose score band holds the
      **** applicant's score and whose debt-to-income ceiling the
      **** application comes in under gives the decision:
      ****     A - approved as asked, at the product's rate plus the
      ****         row's add-on;
      ****     C - counter-offer: the row's percent of the amount
      ****         asked for, at the product's rate plus the add-on;
      ****     D - declined.
      **** An application no row takes is declined.  Debt-to-income
      **** is the customer's existing monthly obligations - each
      **** loan's scheduled payment and three percent of any card
      **** balance - plus the payment on the amount asked for at the
      **** product's rate plus W-QUALIFY-ADD-BP, over the monthly
      **** income on the 'R' record.
      ****
      **** The decisions file has one record per application - the
      **** expected results a decision engine run on the same
      **** applications must reproduce - with the cutoff row that
      **** decided it and, for a counter-offer or decline, up to
      **** four principal reasons.  Every counter-offer and decline
      **** gets an adverse-action notice in the notices print (ECOA
      **** statement of reasons, FCRA consumer-report and credit
      **** score disclosure), one page each.  Every approval is
      **** written to the loans file as an 'L' record and its 'S'
      **** schedule in the extract's own layout, booked on the
      **** application date - ready to load as the customer's next
      **** loan.
      ****
      **** The cutoff table is 'Data\FAKERDEC Cutoffs.txt', one row
      **** per record in the order they are tried:
      ****     type (4), score from (3), score to (3), maximum DTI
      ****     percent (3), decision A/C/D (1), rate add-on basis
      ****     points (4), counter-offer percent of amount (3)
      **** each followed by a space.  A row that fails the edit is
      **** reported and skipped; no usable row, the built-in table
      **** below applies.
      ****
      **** PARM: percent of eligible customers applying (default
      **** 20), optional seed (default the extract's own), optional
      **** application date YYYY-MM-DD (default today) - comma-
      **** delimited.

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
           SELECT DECIN                ASSIGN 'Data\FAKERGEN Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-DECIN-STATUS.

           SELECT PRDFILE           ASSIGN 'Data\FAKERGEN Products.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-PRDFILE-STATUS.

           SELECT CUTFILE            ASSIGN 'Data\FAKERDEC Cutoffs.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-CUTFILE-STATUS.

           SELECT DECFILE          ASSIGN 'Data\FAKERDEC Decisions.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT NOTFILE            ASSIGN 'Data\FAKERDEC Notices.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT LNFILE               ASSIGN 'Data\FAKERDEC Loans.txt'
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

       FD  DECIN.

       01  DECIN-REC.
           05  DIN-RECORD-TYPE     PIC X(01).
           05  FILLER              PIC X(319).

       01  DECIN-P-REC.
           05  FILLER              PIC X(02).
           05  DIP-TAXID           PIC X(11).
           05  FILLER              PIC X(11).
           05  DIP-FIRST-NAME      PIC X(25).
           05  DIP-LAST-NAME       PIC X(35).
           05  DIP-SUFFIX          PIC X(10).
           05  FILLER              PIC X(19).
           05  DIP-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  DIP-DATE-OF-BIRTH   PIC X(10).
           05  FILLER              PIC X(62).
           05  DIP-DATE-OF-DEATH   PIC X(10).
           05  FILLER              PIC X(01).
           05  DIP-PARTY-TYPE      PIC X(01).
           05  FILLER              PIC X(108).

       01  DECIN-A-REC.
           05  FILLER              PIC X(02).
           05  DIA-STREET          PIC X(35).
           05  DIA-CITY            PIC X(25).
           05  DIA-STATE           PIC X(10).
           05  DIA-POSTCODE        PIC X(10).
           05  FILLER              PIC X(01).
           05  DIA-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(223).

       01  DECIN-R-REC.
           05  FILLER              PIC X(02).
           05  DIR-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  DIR-CREDIT-SCORE    PIC X(03).
           05  FILLER              PIC X(01).
           05  DIR-ANNUAL-INCOME   PIC X(07).
           05  FILLER              PIC X(01).
           05  DIR-SEGMENT-CODE    PIC X(05).
           05  FILLER              PIC X(286).

       01  DECIN-L-REC.
           05  FILLER              PIC X(22).
           05  DIL-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(284).

       01  DECIN-S-REC.
           05  FILLER              PIC X(02).
           05  DIS-LOAN-ID         PIC X(19).
           05  FILLER              PIC X(01).
           05  DIS-PAYMENT-NO      PIC X(03).
           05  FILLER              PIC X(12).
           05  DIS-PAYMENT-CENTS   PIC 9(09).
           05  FILLER              PIC X(274).

       01  DECIN-K-REC.
           05  FILLER              PIC X(22).
           05  DIK-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(21).
           05  DIK-CREDIT-LIMIT-CENTS
                                   PIC 9(09).
           05  FILLER              PIC X(20).
           05  DIK-BALANCE-CENTS   PIC 9(09).
           05  FILLER              PIC X(225).

       FD  PRDFILE.

       01  PRDFILE-REC             PIC X(80).

       FD  CUTFILE.

       01  CUTFILE-REC             PIC X(80).

       FD  DECFILE.

      **** One record per application.  Amounts are in cents; the
      **** approved terms are the counter-offer's on a 'C' and are
      **** zero on a 'D'.

       01  DECFILE-REC.
           05  DEC-APPLICATION-ID  PIC X(19).
           05  FILLER              PIC X(01).
           05  DEC-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  DEC-APPLICATION-DATE
                                   PIC X(10).
           05  FILLER              PIC X(01).
           05  DEC-PRODUCT-CODE    PIC X(04).
           05  FILLER              PIC X(01).
           05  DEC-PRODUCT-TYPE    PIC X(04).
           05  FILLER              PIC X(01).
           05  DEC-REQ-AMOUNT-CENTS
                                   PIC 9(10).
           05  FILLER              PIC X(01).
           05  DEC-REQ-TERM-MONTHS PIC 9(03).
           05  FILLER              PIC X(01).
           05  DEC-CREDIT-SCORE    PIC 9(03).
           05  FILLER              PIC X(01).
           05  DEC-ANNUAL-INCOME   PIC 9(07).
           05  FILLER              PIC X(01).
           05  DEC-SEGMENT-CODE    PIC X(05).
           05  FILLER              PIC X(01).
           05  DEC-DEBT-PMT-CENTS  PIC 9(09).
           05  FILLER              PIC X(01).
           05  DEC-REQ-PMT-CENTS   PIC 9(09).
           05  FILLER              PIC X(01).
           05  DEC-DTI-PCT         PIC 9(03).
           05  FILLER              PIC X(01).
           05  DEC-DECISION        PIC X(01).
           05  FILLER              PIC X(01).
           05  DEC-CUTOFF-ROW      PIC 9(02).
           05  FILLER              PIC X(01).
           05  DEC-APPR-AMOUNT-CENTS
                                   PIC 9(10).
           05  FILLER              PIC X(01).
           05  DEC-APPR-RATE-BP    PIC 9(04).
           05  FILLER              PIC X(01).
           05  DEC-APPR-TERM-MONTHS
                                   PIC 9(03).
           05  FILLER              PIC X(01).
           05  DEC-APPR-PMT-CENTS  PIC 9(09).
           05  FILLER              PIC X(01).
           05  DEC-LOAN-ID         PIC X(19).
           05  DEC-REASONS.
               10  FILLER          OCCURS 4.
                   15  FILLER      PIC X(01).
                   15  DEC-REASON-CODE
                                   PIC X(02).

       FD  NOTFILE.

      **** Column 1 is the carriage-control byte: '1' page eject,
      **** space single space - the FAKERRPT convention.

       01  NOTFILE-REC.
           05  NOT-CC              PIC X(01).
           05  NOT-LINE            PIC X(120).

       FD  LNFILE.

      **** The extract's own 'L' and 'S' layouts.

       01  LNFILE-L-REC.
           05  LNL-RECORD-TYPE     PIC X(01).
           05  FILLER              PIC X(01).
           05  LNL-LOAN-ID         PIC X(19).
           05  FILLER              PIC X(01).
           05  LNL-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  LNL-PRINCIPAL-CENTS PIC 9(10).
           05  FILLER              PIC X(01).
           05  LNL-RATE-BP         PIC 9(04).
           05  FILLER              PIC X(01).
           05  LNL-TERM-MONTHS     PIC 9(03).
           05  FILLER              PIC X(01).
           05  LNL-ORIG-DATE       PIC X(10).
           05  FILLER              PIC X(01).
           05  LNL-PRODUCT-CODE    PIC X(04).
           05  FILLER              PIC X(01).
           05  LNL-POINTS-CENTS    PIC 9(09).

       01  LNFILE-S-REC.
           05  LNS-RECORD-TYPE     PIC X(01).
           05  FILLER              PIC X(01).
           05  LNS-LOAN-ID         PIC X(19).
           05  FILLER              PIC X(01).
           05  LNS-PAYMENT-NO      PIC 9(03).
           05  FILLER              PIC X(01).
           05  LNS-DUE-DATE        PIC X(10).
           05  FILLER              PIC X(01).
           05  LNS-PAYMENT-CENTS   PIC 9(09).
           05  FILLER              PIC X(01).
           05  LNS-INTEREST-CENTS  PIC 9(09).
           05  FILLER              PIC X(01).
           05  LNS-PRINCIPAL-CENTS PIC 9(09).
           05  FILLER              PIC X(01).
           05  LNS-BALANCE-CENTS   PIC 9(10).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-DECIN-STATUS          PIC X(02).
       01  W-PRDFILE-STATUS        PIC X(02).
       01  W-CUTFILE-STATUS        PIC X(02).

       01  W-DECIN-EOF-SW          PIC X(01)       VALUE 'N'.
           88  W-DECIN-EOF                         VALUE 'Y'.
       01  W-PRD-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-PRD-EOF                           VALUE 'Y'.
       01  W-CUT-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-CUT-EOF                           VALUE 'Y'.

       01  W-APPLY-PCT             PIC 9(03)  COMP VALUE 20.
       01  W-DRAW                  PIC 9(03)  COMP.
       01  W-RUN-SEED-NO           PIC 9(09)  COMP VALUE 0.
       01  W-SAVE-SEED-NO          PIC X(09)       VALUE SPACES.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-FAKRAND-PROG          PIC X(08)       VALUE 'FAKRAND'.
       01  W-BUILD-LINE            PIC X(120)      VALUE SPACES.

       01  W-APP-DATE              PIC X(10)       VALUE SPACES.
       01  FILLER REDEFINES W-APP-DATE.
           05  W-APP-YYYY          PIC 9(04).
           05  FILLER              PIC X(01).
           05  W-APP-MM            PIC 9(02).
           05  FILLER              PIC X(01).
           05  W-APP-DD            PIC 9(02).

      **** The lender, and the consumer reporting agency whose score
      **** the decisions rest on.

       01  W-LENDER-NAME           PIC X(40)       VALUE
           'COB-FAKER NATIONAL BANK'.
       01  W-LENDER-STREET         PIC X(40)       VALUE
           '1000 N MARKET STREET'.
       01  W-LENDER-CITY-LINE      PIC X(40)       VALUE
           'WILMINGTON, DE 19801'.
       01  W-LENDER-PHONE          PIC X(14)       VALUE
           '(302) 555-0100'.
       01  W-CRA-NAME              PIC X(40)       VALUE
           'COB-FAKER CREDIT REPORTING SERVICES'.
       01  W-CRA-STREET            PIC X(40)       VALUE
           'P.O. BOX 740241'.
       01  W-CRA-CITY-LINE         PIC X(40)       VALUE
           'ATLANTA, GA 30374'.
       01  W-CRA-PHONE             PIC X(14)       VALUE
           '(800) 555-0199'.

      **** The rate an application is qualified at: the product's
      **** rate plus this many basis points.  Scores run 300-850.

       01  W-QUALIFY-ADD-BP        PIC 9(04)  COMP VALUE 200.
       01  W-SCORE-LOW             PIC 9(03)       VALUE 300.
       01  W-SCORE-HIGH            PIC 9(03)       VALUE 850.

      **** Loan products: the catalog's class 'L' records, or the
      **** built-in loan products FAKERGEN itself falls back to.

       01  W-PRD-MAX               PIC S9(4)  COMP VALUE 50.
       01  W-PRD-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-PRD-DX                PIC S9(4)  COMP.
       01  W-PRD-PICKED            PIC S9(4)  COMP.
       01  W-PRD-WEIGHT-TOTAL      PIC S9(9)  COMP VALUE 0.
       01  W-PRD-TARGET            PIC S9(9)  COMP.
       01  W-PRD-RUNNING           PIC S9(9)  COMP.
       01  W-PRD-TABLE.
           05  W-PRD-OCCS          OCCURS 50.
               10  W-PRD-CODE      PIC X(04).
               10  W-PRD-TYPE      PIC X(04).
               10  W-PRD-RATE-BP   PIC 9(04)  COMP.
               10  W-PRD-TERM-MIN  PIC 9(03)  COMP.
               10  W-PRD-TERM-MAX  PIC 9(03)  COMP.
               10  W-PRD-WEIGHT    PIC 9(03)  COMP.
               10  W-PRD-DESCRIPTION
                                   PIC X(30).

       01  W-PRD-DEFAULTS.
           05  FILLER              PIC X(44)       VALUE
               'AUT1 L AUTO 0550 00000 000000000 036 072 040'.
           05  FILLER              PIC X(44)       VALUE
               'MTG1 L MTG  0650 00000 000000000 180 360 020'.
           05  FILLER              PIC X(44)       VALUE
               'PRS1 L PERS 0900 00000 000000000 012 060 040'.
       01  FILLER REDEFINES W-PRD-DEFAULTS.
           05  W-PRD-DEFAULT       PIC X(44)       OCCURS 3.
       01  W-PRD-DEFAULT-DX        PIC S9(4)  COMP.

       01  W-PRD-ENTRY.
           05  W-PE-CODE           PIC X(04).
           05  FILLER              PIC X(01).
           05  W-PE-CLASS          PIC X(01).
           05  FILLER              PIC X(01).
           05  W-PE-TYPE           PIC X(04).
           05  FILLER              PIC X(01).
           05  W-PE-RATE-BP        PIC 9(04).
           05  FILLER              PIC X(01).
           05  W-PE-FEE-CENTS      PIC 9(05).
           05  FILLER              PIC X(01).
           05  W-PE-MIN-BAL-CENTS  PIC 9(09).
           05  FILLER              PIC X(01).
           05  W-PE-TERM-MIN       PIC 9(03).
           05  FILLER              PIC X(01).
           05  W-PE-TERM-MAX       PIC 9(03).
           05  FILLER              PIC X(01).
           05  W-PE-WEIGHT         PIC 9(03).
           05  FILLER              PIC X(01).
           05  W-PE-DESCRIPTION    PIC X(30).
           05  FILLER              PIC X(06).

      **** The cutoff table, tried in order.

       01  W-CUT-MAX               PIC S9(4)  COMP VALUE 30.
       01  W-CUT-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-CUT-DX                PIC S9(4)  COMP.
       01  W-CUT-READ-CNT          PIC S9(4)  COMP VALUE 0.
       01  W-CUT-TABLE.
           05  W-CUT-OCCS          OCCURS 30.
               10  W-CUT-TYPE      PIC X(04).
               10  W-CUT-SCORE-MIN PIC 9(03)  COMP.
               10  W-CUT-SCORE-MAX PIC 9(03)  COMP.
               10  W-CUT-DTI-MAX   PIC 9(03)  COMP.
               10  W-CUT-DECISION  PIC X(01).
                   88  W-CUT-APPROVE               VALUE 'A'.
               10  W-CUT-RATE-ADD-BP
                                   PIC 9(04)  COMP.
               10  W-CUT-COUNTER-PCT
                                   PIC 9(03)  COMP.

       01  W-CUT-DEFAULTS.
           05  FILLER              PIC X(27)       VALUE
               '**** 740 850 045 A 0000 000'.
           05  FILLER              PIC X(27)       VALUE
               '**** 670 739 040 A 0150 000'.
           05  FILLER              PIC X(27)       VALUE
               '**** 670 850 050 C 0250 075'.
           05  FILLER              PIC X(27)       VALUE
               'MTG  620 669 036 A 0300 000'.
           05  FILLER              PIC X(27)       VALUE
               'AUTO 580 669 040 A 0450 000'.
           05  FILLER              PIC X(27)       VALUE
               '**** 580 669 036 A 0400 000'.
           05  FILLER              PIC X(27)       VALUE
               '**** 580 669 045 C 0500 050'.
           05  FILLER              PIC X(27)       VALUE
               '**** 300 579 999 D 0000 000'.
       01  FILLER REDEFINES W-CUT-DEFAULTS.
           05  W-CUT-DEFAULT       PIC X(27)       OCCURS 8.
       01  W-CUT-DEFAULT-DX        PIC S9(4)  COMP.

       01  W-CUT-ENTRY.
           05  W-CE-TYPE           PIC X(04).
           05  FILLER              PIC X(01).
           05  W-CE-SCORE-MIN      PIC 9(03).
           05  FILLER              PIC X(01).
           05  W-CE-SCORE-MAX      PIC 9(03).
           05  FILLER              PIC X(01).
           05  W-CE-DTI-MAX        PIC 9(03).
           05  FILLER              PIC X(01).
           05  W-CE-DECISION       PIC X(01).
           05  FILLER              PIC X(01).
           05  W-CE-RATE-ADD-BP    PIC 9(04).
           05  FILLER              PIC X(01).
           05  W-CE-COUNTER-PCT    PIC 9(03).
           05  FILLER              PIC X(53).

      **** The customer being read - P, A and R arrive ahead of the
      **** customer's loans and card, so the customer is decided
      **** when the next customer (or end of file) arrives.

       01  W-CUST-PENDING-SW       PIC X(01)       VALUE 'N'.
           88  W-CUST-PENDING                      VALUE 'Y'.
       01  W-CUST-ID               PIC X(14).
       01  W-CUST-FIRST-NAME       PIC X(25).
       01  W-CUST-LAST-NAME       PIC X(35).
       01  W-CUST-SUFFIX           PIC X(10).
       01  W-CUST-DOB              PIC X(10).
       01  FILLER REDEFINES W-CUST-DOB.
           05  W-CUST-DOB-YYYY     PIC 9(04).
           05  W-CUST-DOB-MMDD     PIC X(06).
       01  W-CUST-ADULT-DATE.
           05  W-CUST-ADULT-YYYY   PIC 9(04).
           05  W-CUST-ADULT-MMDD   PIC X(06).
       01  W-CUST-DOD              PIC X(10).
       01  W-CUST-PARTY-TYPE       PIC X(01).
       01  W-CUST-US-SW            PIC X(01).
           88  W-CUST-US                           VALUE 'Y'.
       01  W-CUST-SCORED-SW        PIC X(01).
           88  W-CUST-SCORED                       VALUE 'Y'.
       01  W-CUST-STREET           PIC X(35).
       01  W-CUST-CITY             PIC X(25).
       01  W-CUST-STATE            PIC X(02).
       01  W-CUST-ZIP              PIC X(10).
       01  W-CUST-SCORE            PIC 9(03).
       01  W-CUST-INCOME           PIC 9(07).
       01  W-CUST-SEGMENT          PIC X(05).
       01  W-CUST-LOAN-CNT         PIC 9(02)  COMP.
       01  W-CUST-CARD-CNT         PIC 9(02)  COMP.
       01  W-CUST-DEBT-CENTS       PIC S9(11) COMP.
       01  W-CUST-CARD-BAL-CENTS   PIC S9(11) COMP.
       01  W-CUST-CARD-LIM-CENTS   PIC S9(11) COMP.
       01  W-CARD-MIN-CENTS        PIC S9(11) COMP.

      **** The application.

       01  W-APPLICATION-ID.
           05  W-APPLICATION-CUST  PIC X(14).
           05  FILLER              PIC X(05)       VALUE '-AP01'.
       01  W-REQ-AMOUNT-CENTS      PIC S9(11) COMP.
       01  W-REQ-TERM              PIC 9(03)  COMP.
       01  W-REQ-PMT-CENTS         PIC S9(11) COMP.
       01  W-AMT-LOW               PIC S9(9)  COMP.
       01  W-AMT-RANGE             PIC S9(9)  COMP.
       01  W-AMT-CAP               PIC S9(9)  COMP.
       01  W-AMT-INCOME-PCT        PIC 9(03)  COMP.
       01  W-AMT-DOLLARS           PIC S9(9)  COMP.
       01  W-TERM-RANGE            PIC S9(4)  COMP.
       01  W-DTI-PCT               PIC S9(7)  COMP.
       01  W-PTI-PCT               PIC S9(7)  COMP.
       01  W-DECISION              PIC X(01).
           88  W-DECISION-APPROVE                  VALUE 'A'.
           88  W-DECISION-COUNTER                  VALUE 'C'.
           88  W-DECISION-DECLINE                  VALUE 'D'.
       01  W-CUT-ROW               PIC S9(4)  COMP.
       01  W-APPR-AMOUNT-CENTS     PIC S9(11) COMP.
       01  W-APPR-RATE-BP          PIC 9(04)  COMP.
       01  W-APPR-TERM             PIC 9(03)  COMP.
       01  W-APPR-PMT-CENTS        PIC S9(11) COMP.

      **** What the cutoff rows make of the application, for the
      **** reasons behind anything short of an approval.

       01  W-SCORE-FITS-SW         PIC X(01).
           88  W-SCORE-FITS                        VALUE 'Y'.
       01  W-DTI-FITS-SW           PIC X(01).
           88  W-DTI-FITS                          VALUE 'Y'.
       01  W-DTI-FITS-ANY-SW       PIC X(01).
           88  W-DTI-FITS-ANY                      VALUE 'Y'.

      **** Principal reasons (ECOA) and key score factors (FCRA).

       01  W-REASON-CNT            PIC 9(02)  COMP.
       01  W-REASON-DX             PIC 9(02)  COMP.
       01  W-REASON-NEW            PIC 9(02)  COMP.
       01  W-REASON-LIST.
           05  W-REASON-NO         PIC 9(02)       OCCURS 4.
       01  W-REASON-TEXTS.
           05  FILLER              PIC X(58)       VALUE
               'CREDIT SCORE INSUFFICIENT FOR THE CREDIT REQUESTED'.
           05  FILLER              PIC X(58)       VALUE
               'EXCESSIVE OBLIGATIONS IN RELATION TO INCOME'.
           05  FILLER              PIC X(58)       VALUE
               'INCOME INSUFFICIENT FOR AMOUNT OF CREDIT REQUESTED'.
           05  FILLER              PIC X(58)       VALUE
               'LIMITED CREDIT EXPERIENCE'.
       01  FILLER REDEFINES W-REASON-TEXTS.
           05  W-REASON-TEXT       PIC X(58)       OCCURS 4.

      **** The new payment alone above this share of monthly income
      **** is too much for the income.

       01  W-PTI-LIMIT-PCT         PIC 9(03)  COMP VALUE 25.

       01  W-FACTOR-CNT            PIC 9(02)  COMP.
       01  W-FACTOR-DX             PIC 9(02)  COMP.
       01  W-FACTOR-NEW            PIC 9(02)  COMP.
       01  W-FACTOR-LIST.
           05  W-FACTOR-NO         PIC 9(02)       OCCURS 4.
       01  W-FACTOR-TEXTS.
           05  FILLER              PIC X(58)       VALUE
               'PROPORTION OF BALANCES TO CREDIT LIMITS IS TOO HIGH'.
           05  FILLER              PIC X(58)       VALUE
               'LEVEL OF DELINQUENCY ON ACCOUNTS'.
           05  FILLER              PIC X(58)       VALUE
               'AMOUNT OWED ON ACCOUNTS IS TOO HIGH'.
           05  FILLER              PIC X(58)       VALUE
               'LACK OF RECENT INSTALLMENT LOAN INFORMATION'.
           05  FILLER              PIC X(58)       VALUE
               'LACK OF RECENT REVOLVING ACCOUNT INFORMATION'.
           05  FILLER              PIC X(58)       VALUE
               'LENGTH OF TIME ACCOUNTS HAVE BEEN ESTABLISHED'.
       01  FILLER REDEFINES W-FACTOR-TEXTS.
           05  W-FACTOR-TEXT       PIC X(58)       OCCURS 6.
       01  W-UTIL-PCT              PIC S9(7)  COMP.

      **** The notice's standing text: the FCRA consumer-report
      **** disclosure (lines 1-13), the credit score disclosure
      **** (14-19) and the ECOA notice (20-33).

       01  W-TEXT-DX               PIC 9(02)  COMP.
       01  W-TEXT-FROM             PIC 9(02)  COMP.
       01  W-TEXT-TO               PIC 9(02)  COMP.
       01  W-NOTICE-TEXTS.
           05  FILLER              PIC X(58)       VALUE
               'OUR CREDIT DECISION WAS BASED IN WHOLE OR IN PART ON'.
           05  FILLER              PIC X(58)       VALUE
               'INFORMATION OBTAINED IN A REPORT FROM THE CONSUMER'.
           05  FILLER              PIC X(58)       VALUE
               'REPORTING AGENCY LISTED BELOW.  YOU HAVE A RIGHT'.
           05  FILLER              PIC X(58)       VALUE
               'UNDER THE FAIR CREDIT REPORTING ACT TO KNOW THE'.
           05  FILLER              PIC X(58)       VALUE
               'INFORMATION CONTAINED IN YOUR CREDIT FILE AT THE'.
           05  FILLER              PIC X(58)       VALUE
               'CONSUMER REPORTING AGENCY.  THE REPORTING AGENCY'.
           05  FILLER              PIC X(58)       VALUE
               'PLAYED NO PART IN OUR DECISION AND IS UNABLE TO'.
           05  FILLER              PIC X(58)       VALUE
               'SUPPLY SPECIFIC REASONS WHY WE HAVE DENIED CREDIT TO'.
           05  FILLER              PIC X(58)       VALUE
               'YOU.  YOU ALSO HAVE A RIGHT TO A FREE COPY OF YOUR'.
           05  FILLER              PIC X(58)       VALUE
               'REPORT FROM THE REPORTING AGENCY, IF YOU REQUEST IT'.
           05  FILLER              PIC X(58)       VALUE
               'NO LATER THAN 60 DAYS AFTER YOU RECEIVE THIS NOTICE,'.
           05  FILLER              PIC X(58)       VALUE
               'AND A RIGHT TO DISPUTE ITS ACCURACY OR COMPLETENESS'.
           05  FILLER              PIC X(58)       VALUE
               'WITH THE AGENCY.'.
           05  FILLER              PIC X(58)       VALUE
               'WE ALSO OBTAINED YOUR CREDIT SCORE FROM THIS CONSUMER'.
           05  FILLER              PIC X(58)       VALUE
               'REPORTING AGENCY AND USED IT IN MAKING OUR CREDIT'.
           05  FILLER              PIC X(58)       VALUE
               'DECISION.  YOUR CREDIT SCORE IS A NUMBER THAT'.
           05  FILLER              PIC X(58)       VALUE
               'REFLECTS THE INFORMATION IN YOUR CONSUMER REPORT.'.
           05  FILLER              PIC X(58)       VALUE
               'YOUR CREDIT SCORE CAN CHANGE, DEPENDING ON HOW THE'.
           05  FILLER              PIC X(58)       VALUE
               'INFORMATION IN YOUR CONSUMER REPORT CHANGES.'.
           05  FILLER              PIC X(58)       VALUE
               'THE FEDERAL EQUAL CREDIT OPPORTUNITY ACT PROHIBITS'.
           05  FILLER              PIC X(58)       VALUE
               'CREDITORS FROM DISCRIMINATING AGAINST CREDIT'.
           05  FILLER              PIC X(58)       VALUE
               'APPLICANTS ON THE BASIS OF RACE, COLOR, RELIGION,'.
           05  FILLER              PIC X(58)       VALUE
               'NATIONAL ORIGIN, SEX, MARITAL STATUS, AGE (PROVIDED'.
           05  FILLER              PIC X(58)       VALUE
               'THE APPLICANT HAS THE CAPACITY TO ENTER INTO A'.
           05  FILLER              PIC X(58)       VALUE
               'BINDING CONTRACT); BECAUSE ALL OR PART OF THE'.
           05  FILLER              PIC X(58)       VALUE
               'APPLICANT''S INCOME DERIVES FROM ANY PUBLIC ASSISTANCE'.
           05  FILLER              PIC X(58)       VALUE
               'PROGRAM; OR BECAUSE THE APPLICANT HAS IN GOOD FAITH'.
           05  FILLER              PIC X(58)       VALUE
               'EXERCISED ANY RIGHT UNDER THE CONSUMER CREDIT'.
           05  FILLER              PIC X(58)       VALUE
               'PROTECTION ACT.  THE FEDERAL AGENCY THAT ADMINISTERS'.
           05  FILLER              PIC X(58)       VALUE
               'COMPLIANCE WITH THIS LAW CONCERNING THIS CREDITOR IS'.
           05  FILLER              PIC X(58)       VALUE
               'THE OFFICE OF THE COMPTROLLER OF THE CURRENCY,'.
           05  FILLER              PIC X(58)       VALUE
               'CUSTOMER ASSISTANCE GROUP, P.O. BOX 53570, HOUSTON,'.
           05  FILLER              PIC X(58)       VALUE
               'TX 77052.'.
       01  FILLER REDEFINES W-NOTICE-TEXTS.
           05  W-NOTICE-TEXT       PIC X(58)       OCCURS 33.

      **** Amortization work fields - the arithmetic of FAKERGEN's
      **** SUB-2980-WRITE-LOAN.

       01  W-LN-PRINCIPAL-CENTS    PIC S9(11) COMP.
       01  W-LN-RATE-BP            PIC 9(04)  COMP.
       01  W-LN-TERM               PIC 9(03)  COMP.
       01  W-LN-MONTH-RATE         PIC S9(1)V9(9)
                                              COMP.
       01  W-LN-FACTOR             PIC S9(3)V9(12)
                                              COMP.
       01  W-LN-PAYMENT-CENTS      PIC S9(11) COMP.
       01  W-LN-BALANCE            PIC S9(11) COMP.
       01  W-LN-INTEREST           PIC S9(11) COMP.
       01  W-LN-PRIN-PART          PIC S9(11) COMP.
       01  W-LN-PAY-NO             PIC 9(03)  COMP.
       01  W-LN-LOAN-ID.
           05  W-LN-ID-CUST        PIC X(14).
           05  FILLER              PIC X(03)       VALUE '-LN'.
           05  W-LN-ID-SEQ         PIC 9(02).
       01  W-LN-DUE-DATE.
           05  W-LN-DUE-YYYY       PIC 9(04).
           05  FILLER              PIC X(01)       VALUE '-'.
           05  W-LN-DUE-MM         PIC 9(02).
           05  FILLER              PIC X(04)       VALUE '-01 '.

      **** Print editing.

       01  W-MONEY                 PIC S9(9)V99.
       01  W-MONEY-EDIT            PIC $$$$,$$$,$$9.99.
       01  W-RATE                  PIC 9(02)V99.
       01  W-RATE-EDIT             PIC Z9.99.
       01  W-TERM-EDIT             PIC ZZ9.
       01  W-SCORE-EDIT            PIC ZZ9.
       01  W-NO-EDIT               PIC 9.

       01  W-TALLY.
           05  W-CUSTOMERS-READ    PIC 9(09)  COMP VALUE 0.
           05  W-ELIGIBLE-CNT      PIC 9(09)  COMP VALUE 0.
           05  W-APPLICATION-CNT   PIC 9(09)  COMP VALUE 0.
           05  W-APPROVE-CNT       PIC 9(09)  COMP VALUE 0.
           05  W-COUNTER-CNT       PIC 9(09)  COMP VALUE 0.
           05  W-DECLINE-CNT       PIC 9(09)  COMP VALUE 0.
           05  W-NOTICE-CNT        PIC 9(09)  COMP VALUE 0.
           05  W-LOAN-CNT          PIC 9(09)  COMP VALUE 0.
           05  W-SCHEDULE-CNT      PIC 9(09)  COMP VALUE 0.

       01  W-CURRENT-DATE.
           05  W-CURRENT-YYYY      PIC 9(04).
           05  W-CURRENT-MM        PIC 9(02).
           05  W-CURRENT-DD        PIC 9(02).
           05  FILLER              PIC X(13).

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERDEC error: '.

       01  W-SEED-TEXT.
           05  FILLER              PIC X(34)       VALUE
               'FAKERDEC applicant seed text      '.
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
       01  W-PARM-PCT              PIC X(03).
       01  W-PARM-PCT-NUM          PIC 9(03).
       01  W-PARM-SEED-NO          PIC 9(09).
       01  W-PARM-DATE             PIC X(10).
       01  W-PARM-PCT-LEN          PIC S9(4)  COMP VALUE 0.
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
               PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT
                   UNTIL W-DECIN-EOF
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

           DISPLAY 'FAKERDEC compiled on '
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

           IF      W-APP-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE
                                   TO W-CURRENT-DATE
               STRING W-CURRENT-YYYY   '-'
                      W-CURRENT-MM     '-'
                      W-CURRENT-DD     DELIMITED SIZE
                                   INTO W-APP-DATE
           END-IF

           PERFORM SUB-1100-LOAD-PRODUCTS THRU SUB-1100-EXIT

           PERFORM SUB-1150-LOAD-CUTOFFS THRU SUB-1150-EXIT

           OPEN INPUT DECIN

           IF      W-DECIN-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open DECIN, status '
                       W-DECIN-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT DECFILE
                       NOTFILE
                       LNFILE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-READ-PARM.
      *-------------------

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           UNSTRING W-PARM-TEXT    DELIMITED BY ',' OR SPACE
                   INTO W-PARM-PCT
                                   COUNT IN W-PARM-PCT-LEN
                        W-PARM-SEED-NO
                                   COUNT IN W-PARM-SEED-NO-LEN
                        W-PARM-DATE
                                   COUNT IN W-PARM-DATE-LEN
           END-UNSTRING

           IF      W-PARM-PCT-LEN > 0
               IF      W-PARM-PCT-LEN > 3
               OR      W-PARM-PCT(1 : W-PARM-PCT-LEN) NOT NUMERIC
                   DISPLAY W-ERROR-MSG
                           'apply percent not 0-100: '
                           W-PARM-TEXT(1 : W-PARM-PCT-LEN)
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF

               MOVE W-PARM-PCT(1 : W-PARM-PCT-LEN)
                                   TO W-PARM-PCT-NUM

               IF      W-PARM-PCT-NUM > 100
                   DISPLAY W-ERROR-MSG
                           'apply percent not 0-100: '
                           W-PARM-TEXT(1 : W-PARM-PCT-LEN)
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF

               MOVE W-PARM-PCT-NUM TO W-APPLY-PCT
           END-IF

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
               MOVE W-PARM-DATE    TO W-APP-DATE

               IF      W-PARM-DATE-LEN NOT = 10
               OR      W-APP-DATE(1 : 4) NOT NUMERIC
               OR      W-APP-DATE(5 : 1) NOT = '-'
               OR      W-APP-DATE(6 : 2) NOT NUMERIC
               OR      W-APP-DATE(8 : 1) NOT = '-'
               OR      W-APP-DATE(9 : 2) NOT NUMERIC
               OR      W-APP-MM < 1
               OR      W-APP-MM > 12
               OR      W-APP-DD < 1
               OR      W-APP-DD > 31
                   DISPLAY W-ERROR-MSG
                           'invalid application date: '
                           W-PARM-DATE
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF
           END-IF
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-PRODUCTS.
      *-----------------------

      **** The catalog's usable loan products, or the built-in ones
      **** when it has none.

           OPEN INPUT PRDFILE

           IF      W-PRDFILE-STATUS = '00'
               PERFORM SUB-1110-READ-PRDFILE THRU SUB-1110-EXIT

               PERFORM SUB-1120-HOLD-PRODUCT THRU SUB-1120-EXIT
                   UNTIL W-PRD-EOF
                      OR W-PRD-CNT >= W-PRD-MAX

               CLOSE PRDFILE
           END-IF

           IF      W-PRD-CNT = 0
               PERFORM SUB-1130-LOAD-DEFAULT-PRODUCT THRU SUB-1130-EXIT
                   VARYING W-PRD-DEFAULT-DX FROM 1 BY 1
                     UNTIL W-PRD-DEFAULT-DX > 3
           END-IF
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-READ-PRDFILE.
      *----------------------

           READ PRDFILE          INTO W-PRD-ENTRY
               AT END
                   SET  W-PRD-EOF  TO TRUE
           END-READ
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1120-HOLD-PRODUCT.
      *----------------------

           PERFORM SUB-1140-EDIT-PRODUCT THRU SUB-1140-EXIT

           PERFORM SUB-1110-READ-PRDFILE THRU SUB-1110-EXIT
           .
       SUB-1120-EXIT.
           EXIT.
      /
       SUB-1130-LOAD-DEFAULT-PRODUCT.
      *------------------------------

           MOVE W-PRD-DEFAULT(W-PRD-DEFAULT-DX)
                                   TO W-PRD-ENTRY

           PERFORM SUB-1140-EDIT-PRODUCT THRU SUB-1140-EXIT
           .
       SUB-1130-EXIT.
           EXIT.
      /
       SUB-1140-EDIT-PRODUCT.
      *----------------------

      **** FAKERGEN's edit, loan products only.

           IF      W-PE-CODE NOT = SPACES
           AND     W-PE-CLASS = 'L'
           AND     W-PE-TYPE NOT = SPACES
           AND     W-PE-RATE-BP NUMERIC
           AND     W-PE-TERM-MIN NUMERIC
           AND     W-PE-TERM-MAX NUMERIC
           AND     W-PE-WEIGHT NUMERIC
           AND     W-PE-WEIGHT > 0
           AND     W-PE-TERM-MIN > 0
           AND     W-PE-TERM-MIN <= W-PE-TERM-MAX
               ADD  1              TO W-PRD-CNT
               MOVE W-PE-CODE      TO W-PRD-CODE(W-PRD-CNT)
               MOVE W-PE-TYPE      TO W-PRD-TYPE(W-PRD-CNT)
               MOVE W-PE-RATE-BP   TO W-PRD-RATE-BP(W-PRD-CNT)
               MOVE W-PE-TERM-MIN  TO W-PRD-TERM-MIN(W-PRD-CNT)
               MOVE W-PE-TERM-MAX  TO W-PRD-TERM-MAX(W-PRD-CNT)
               MOVE W-PE-WEIGHT    TO W-PRD-WEIGHT(W-PRD-CNT)
               ADD  W-PE-WEIGHT    TO W-PRD-WEIGHT-TOTAL

               EVALUATE TRUE
                 WHEN W-PE-DESCRIPTION NOT = SPACES
                   MOVE W-PE-DESCRIPTION
                                   TO W-PRD-DESCRIPTION(W-PRD-CNT)
                 WHEN W-PE-TYPE = 'MTG '
                   MOVE 'MORTGAGE LOAN'
                                   TO W-PRD-DESCRIPTION(W-PRD-CNT)
                 WHEN W-PE-TYPE = 'AUTO'
                   MOVE 'AUTO LOAN'
                                   TO W-PRD-DESCRIPTION(W-PRD-CNT)
                 WHEN W-PE-TYPE = 'PERS'
                   MOVE 'PERSONAL LOAN'
                                   TO W-PRD-DESCRIPTION(W-PRD-CNT)
                 WHEN OTHER
                   MOVE 'INSTALLMENT LOAN'
                                   TO W-PRD-DESCRIPTION(W-PRD-CNT)
               END-EVALUATE
           END-IF
           .
       SUB-1140-EXIT.
           EXIT.
      /
       SUB-1150-LOAD-CUTOFFS.
      *----------------------

      **** A row that fails the edit is reported and skipped rather
      **** than half-applied; no usable row, the built-in table.

           OPEN INPUT CUTFILE

           IF      W-CUTFILE-STATUS = '00'
               PERFORM SUB-1160-READ-CUTFILE THRU SUB-1160-EXIT

               PERFORM SUB-1170-HOLD-CUTOFF THRU SUB-1170-EXIT
                   UNTIL W-CUT-EOF
                      OR W-CUT-CNT >= W-CUT-MAX

               CLOSE CUTFILE
           END-IF

           IF      W-CUT-CNT = 0
               DISPLAY 'FAKERDEC: no cutoff table, status '
                       W-CUTFILE-STATUS
                       ' - built-in cutoffs apply'

               PERFORM SUB-1180-LOAD-DEFAULT-CUTOFF THRU SUB-1180-EXIT
                   VARYING W-CUT-DEFAULT-DX FROM 1 BY 1
                     UNTIL W-CUT-DEFAULT-DX > 8
           END-IF

           MOVE W-CUT-CNT          TO W-DISP-NUM
           DISPLAY 'FAKERDEC: cutoff rows loaded: '
                   W-DISP-NUM
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1160-READ-CUTFILE.
      *----------------------

           READ CUTFILE          INTO W-CUT-ENTRY
               AT END
                   SET  W-CUT-EOF  TO TRUE
               NOT AT END
                   ADD  1          TO W-CUT-READ-CNT
           END-READ
           .
       SUB-1160-EXIT.
           EXIT.
      /
       SUB-1170-HOLD-CUTOFF.
      *---------------------

           PERFORM SUB-1190-EDIT-CUTOFF THRU SUB-1190-EXIT

           PERFORM SUB-1160-READ-CUTFILE THRU SUB-1160-EXIT
           .
       SUB-1170-EXIT.
           EXIT.
      /
       SUB-1180-LOAD-DEFAULT-CUTOFF.
      *-----------------------------

           MOVE W-CUT-DEFAULT(W-CUT-DEFAULT-DX)
                                   TO W-CUT-ENTRY

           PERFORM SUB-1190-EDIT-CUTOFF THRU SUB-1190-EXIT
           .
       SUB-1180-EXIT.
           EXIT.
      /
       SUB-1190-EDIT-CUTOFF.
      *---------------------

      **** A counter-offer row needs a percent of the amount to
      **** offer, short of all of it.

           IF      W-CE-TYPE NOT = SPACES
           AND     W-CE-SCORE-MIN NUMERIC
           AND     W-CE-SCORE-MAX NUMERIC
           AND     W-CE-DTI-MAX NUMERIC
           AND     W-CE-RATE-ADD-BP NUMERIC
           AND     W-CE-COUNTER-PCT NUMERIC
           AND    (W-CE-DECISION = 'A' OR 'C' OR 'D')
           AND     W-CE-SCORE-MIN <= W-CE-SCORE-MAX
           AND    (W-CE-DECISION NOT = 'C'
           OR     (W-CE-COUNTER-PCT > 0 AND W-CE-COUNTER-PCT < 100))
               ADD  1              TO W-CUT-CNT
               MOVE W-CE-TYPE      TO W-CUT-TYPE(W-CUT-CNT)
               MOVE W-CE-SCORE-MIN TO W-CUT-SCORE-MIN(W-CUT-CNT)
               MOVE W-CE-SCORE-MAX TO W-CUT-SCORE-MAX(W-CUT-CNT)
               MOVE W-CE-DTI-MAX   TO W-CUT-DTI-MAX(W-CUT-CNT)
               MOVE W-CE-DECISION  TO W-CUT-DECISION(W-CUT-CNT)
               MOVE W-CE-RATE-ADD-BP
                                   TO W-CUT-RATE-ADD-BP(W-CUT-CNT)
               MOVE W-CE-COUNTER-PCT
                                   TO W-CUT-COUNTER-PCT(W-CUT-CNT)
           ELSE
               MOVE W-CUT-READ-CNT TO W-DISP-NUM
               DISPLAY 'FAKERDEC: cutoff row '
                       W-DISP-NUM
                       ' skipped - '
                       W-CUT-ENTRY(1 : 27)
           END-IF
           .
       SUB-1190-EXIT.
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
       SUB-2000-PROCESS.
      *-----------------

           READ DECIN
               AT END
                   SET  W-DECIN-EOF
                                   TO TRUE
                   PERFORM SUB-2150-CLOSE-CUSTOMER THRU SUB-2150-EXIT
                   GO TO SUB-2000-EXIT
           END-READ

           EVALUATE DIN-RECORD-TYPE
             WHEN 'H'

      **** No seed on the PARM: draw with the extract's own.

               MOVE DECIN-REC(23 : 9)
                                   TO W-SAVE-SEED-NO
               IF      W-RUN-SEED-NO = 0
               AND     W-SAVE-SEED-NO NUMERIC
                   MOVE W-SAVE-SEED-NO
                                   TO W-RUN-SEED-NO
               END-IF

             WHEN 'P'
               PERFORM SUB-2100-NEW-CUSTOMER THRU SUB-2100-EXIT

             WHEN 'A'
               IF      W-CUST-PENDING
               AND     DIA-CUSTOMER-ID = W-CUST-ID
               AND     DIA-STATE(1 : 2) ALPHABETIC
               AND     DIA-STATE(1 : 2) NOT = SPACES
               AND     DIA-STATE(3 : 8) = SPACES
               AND     DIA-POSTCODE(1 : 5) NUMERIC
                   SET  W-CUST-US  TO TRUE
                   MOVE DIA-STREET TO W-CUST-STREET
                   MOVE DIA-CITY   TO W-CUST-CITY
                   MOVE DIA-STATE  TO W-CUST-STATE
                   MOVE DIA-POSTCODE
                                   TO W-CUST-ZIP
               END-IF

             WHEN 'R'
               IF      W-CUST-PENDING
               AND     DIR-CUSTOMER-ID = W-CUST-ID
               AND     DIR-CREDIT-SCORE NUMERIC
               AND     DIR-ANNUAL-INCOME NUMERIC
                   SET  W-CUST-SCORED
                                   TO TRUE
                   MOVE DIR-CREDIT-SCORE
                                   TO W-CUST-SCORE
                   MOVE DIR-ANNUAL-INCOME
                                   TO W-CUST-INCOME
                   MOVE DIR-SEGMENT-CODE
                                   TO W-CUST-SEGMENT
               END-IF

             WHEN 'L'
               IF      W-CUST-PENDING
               AND     DIL-CUSTOMER-ID = W-CUST-ID
                   ADD  1          TO W-CUST-LOAN-CNT
               END-IF

             WHEN 'S'
               IF      W-CUST-PENDING
               AND     DIS-LOAN-ID(1 : 14) = W-CUST-ID
               AND     DIS-PAYMENT-NO = '001'
               AND     DIS-PAYMENT-CENTS NUMERIC
                   ADD  DIS-PAYMENT-CENTS
                                   TO W-CUST-DEBT-CENTS
               END-IF

             WHEN 'K'
               IF      W-CUST-PENDING
               AND     DIK-CUSTOMER-ID = W-CUST-ID
               AND     DIK-BALANCE-CENTS NUMERIC
               AND     DIK-CREDIT-LIMIT-CENTS NUMERIC
                   PERFORM SUB-2120-HOLD-CARD THRU SUB-2120-EXIT
               END-IF

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-NEW-CUSTOMER.
      *----------------------

           PERFORM SUB-2150-CLOSE-CUSTOMER THRU SUB-2150-EXIT

           ADD  1                  TO W-CUSTOMERS-READ

           SET  W-CUST-PENDING     TO TRUE
           MOVE DIP-CUSTOMER-ID    TO W-CUST-ID
           MOVE DIP-FIRST-NAME     TO W-CUST-FIRST-NAME
           MOVE DIP-LAST-NAME      TO W-CUST-LAST-NAME
           MOVE DIP-SUFFIX         TO W-CUST-SUFFIX
           MOVE DIP-DATE-OF-BIRTH  TO W-CUST-DOB
           MOVE DIP-DATE-OF-DEATH  TO W-CUST-DOD
           MOVE DIP-PARTY-TYPE     TO W-CUST-PARTY-TYPE
           MOVE 'N'                TO W-CUST-US-SW
                                      W-CUST-SCORED-SW
           MOVE 0                  TO W-CUST-LOAN-CNT
                                      W-CUST-CARD-CNT
                                      W-CUST-DEBT-CENTS
                                      W-CUST-CARD-BAL-CENTS
                                      W-CUST-CARD-LIM-CENTS
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2120-HOLD-CARD.
      *-------------------

      **** A card's monthly obligation is three percent of its
      **** balance, never under $25 while there is a balance.

           ADD  1                  TO W-CUST-CARD-CNT
           ADD  DIK-BALANCE-CENTS  TO W-CUST-CARD-BAL-CENTS
           ADD  DIK-CREDIT-LIMIT-CENTS
                                   TO W-CUST-CARD-LIM-CENTS

           MOVE DIK-BALANCE-CENTS  TO W-CARD-MIN-CENTS

           IF      W-CARD-MIN-CENTS > 0
               COMPUTE W-CARD-MIN-CENTS ROUNDED
                                   =  W-CARD-MIN-CENTS * 3 / 100
               IF      W-CARD-MIN-CENTS < 2500
                   MOVE 2500       TO W-CARD-MIN-CENTS
               END-IF
               ADD  W-CARD-MIN-CENTS
                                   TO W-CUST-DEBT-CENTS
           END-IF
           .
       SUB-2120-EXIT.
           EXIT.
      /
       SUB-2150-CLOSE-CUSTOMER.
      *------------------------

      **** Everything of the customer's has been read: if eligible,
      **** see whether they apply.

           IF      NOT W-CUST-PENDING
               GO TO SUB-2150-EXIT
           END-IF

           MOVE 'N'                TO W-CUST-PENDING-SW

           IF      NOT W-CUST-SCORED
           OR      NOT W-CUST-US
           OR      W-CUST-DOD NOT = SPACES
           OR      W-CUST-PARTY-TYPE = 'B'
           OR      W-CUST-DOB(1 : 4) NOT NUMERIC
               GO TO SUB-2150-EXIT
           END-IF

           MOVE W-CUST-DOB-YYYY    TO W-CUST-ADULT-YYYY
           ADD  18                 TO W-CUST-ADULT-YYYY
           MOVE W-CUST-DOB-MMDD    TO W-CUST-ADULT-MMDD

           IF      W-CUST-ADULT-DATE > W-APP-DATE
               GO TO SUB-2150-EXIT
           END-IF

      **** Each eligible customer draws from their own seed - their
      **** place among the eligible plus the run seed - so a rerun
      **** makes every application the same way.

           ADD  1                  TO W-ELIGIBLE-CNT

           IF      W-RUN-SEED-NO = 0
               PERFORM SUB-1200-CHOOSE-RUN-SEED THRU SUB-1200-EXIT
           END-IF

           MOVE W-ELIGIBLE-CNT     TO W-SEED-ITEM-NO
           MOVE W-RUN-SEED-NO      TO W-SEED-TEXT-RUN-SEED

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE W-SEED-TEXT        TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER

           COMPUTE W-DRAW          =  FAKRAND-RANDOM-NO * 100

           IF      W-DRAW < W-APPLY-PCT
               PERFORM SUB-2200-APPLY THRU SUB-2200-EXIT
           END-IF
           .
       SUB-2150-EXIT.
           EXIT.
      /
       SUB-2200-APPLY.
      *---------------

           ADD  1                  TO W-APPLICATION-CNT
           MOVE W-CUST-ID          TO W-APPLICATION-CUST

           PERFORM SUB-2210-PICK-PRODUCT THRU SUB-2210-EXIT

      **** The amount suits the product - a whole $500 - and the
      **** term falls within the product's range.  Applicants ask
      **** for what their income suggests they could carry - no
      **** more than a multiple of it that depends on the product
      **** - so the decisions spread across the table rather than
      **** piling up as declines.

           EVALUATE W-PRD-TYPE(W-PRD-PICKED)
             WHEN 'MTG '
               MOVE 100000         TO W-AMT-LOW
               MOVE 300000         TO W-AMT-RANGE
               MOVE 400            TO W-AMT-INCOME-PCT
             WHEN 'AUTO'
               MOVE 10000          TO W-AMT-LOW
               MOVE 40000          TO W-AMT-RANGE
               MOVE 60             TO W-AMT-INCOME-PCT
             WHEN 'PERS'
               MOVE 2000           TO W-AMT-LOW
               MOVE 28000          TO W-AMT-RANGE
               MOVE 35             TO W-AMT-INCOME-PCT
             WHEN OTHER
               MOVE 5000           TO W-AMT-LOW
               MOVE 45000          TO W-AMT-RANGE
               MOVE 50             TO W-AMT-INCOME-PCT
           END-EVALUATE

           COMPUTE W-AMT-CAP       =  W-CUST-INCOME
                                      * W-AMT-INCOME-PCT / 100

           IF      W-AMT-LOW + W-AMT-RANGE > W-AMT-CAP
               IF      W-AMT-CAP < W-AMT-LOW
                   COMPUTE W-AMT-LOW
                                   =  W-AMT-CAP / 2
                   IF      W-AMT-LOW < 1000
                       MOVE 1000   TO W-AMT-LOW
                   END-IF
               END-IF
               COMPUTE W-AMT-RANGE =  W-AMT-CAP - W-AMT-LOW
               IF      W-AMT-RANGE < 0
                   MOVE 0          TO W-AMT-RANGE
               END-IF
           END-IF

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-AMT-DOLLARS   =  FAKRAND-RANDOM-NO * W-AMT-RANGE
                                      + W-AMT-LOW
           COMPUTE W-AMT-DOLLARS   =  W-AMT-DOLLARS / 500
           COMPUTE W-REQ-AMOUNT-CENTS
                                   =  W-AMT-DOLLARS * 50000

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-TERM-RANGE    =  W-PRD-TERM-MAX(W-PRD-PICKED)
                                      - W-PRD-TERM-MIN(W-PRD-PICKED)
                                      + 1
           COMPUTE W-REQ-TERM      =  FAKRAND-RANDOM-NO
                                      * W-TERM-RANGE
                                      + W-PRD-TERM-MIN(W-PRD-PICKED)
           IF      W-REQ-TERM > W-PRD-TERM-MAX(W-PRD-PICKED)
               MOVE W-PRD-TERM-MAX(W-PRD-PICKED)
                                   TO W-REQ-TERM
           END-IF

      **** Debt-to-income at the qualifying rate.

           MOVE W-REQ-AMOUNT-CENTS TO W-LN-PRINCIPAL-CENTS
           COMPUTE W-LN-RATE-BP    =  W-PRD-RATE-BP(W-PRD-PICKED)
                                      + W-QUALIFY-ADD-BP
           MOVE W-REQ-TERM         TO W-LN-TERM
           PERFORM SUB-2520-LEVEL-PAYMENT THRU SUB-2520-EXIT
           MOVE W-LN-PAYMENT-CENTS TO W-REQ-PMT-CENTS

           IF      W-CUST-INCOME = 0
               MOVE 999            TO W-DTI-PCT
                                      W-PTI-PCT
           ELSE
               COMPUTE W-DTI-PCT   =  (W-CUST-DEBT-CENTS
                                       + W-REQ-PMT-CENTS) * 12
                                      / W-CUST-INCOME
               COMPUTE W-PTI-PCT   =  W-REQ-PMT-CENTS * 12
                                      / W-CUST-INCOME
               IF      W-DTI-PCT > 999
                   MOVE 999        TO W-DTI-PCT
               END-IF
           END-IF

           PERFORM SUB-2300-DECIDE THRU SUB-2300-EXIT

           PERFORM SUB-2400-WRITE-DECISION THRU SUB-2400-EXIT

           EVALUATE TRUE
             WHEN W-DECISION-APPROVE
               PERFORM SUB-2500-WRITE-LOAN THRU SUB-2500-EXIT
             WHEN OTHER
               PERFORM SUB-2600-PRINT-NOTICE THRU SUB-2600-EXIT
           END-EVALUATE
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-PICK-PRODUCT.
      *----------------------

      **** Weighted, as FAKERGEN assigns a loan its product.

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-PRD-TARGET    =  FAKRAND-RANDOM-NO
                                      * W-PRD-WEIGHT-TOTAL

           MOVE 0                  TO W-PRD-RUNNING
                                      W-PRD-PICKED

           PERFORM SUB-2215-WEIGH-ONE-PRODUCT THRU SUB-2215-EXIT
               VARYING W-PRD-DX FROM 1 BY 1
                 UNTIL W-PRD-DX > W-PRD-CNT
                    OR W-PRD-PICKED > 0

           IF      W-PRD-PICKED = 0
               MOVE W-PRD-CNT      TO W-PRD-PICKED
           END-IF
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-2215-WEIGH-ONE-PRODUCT.
      *---------------------------

           ADD  W-PRD-WEIGHT(W-PRD-DX)
                                   TO W-PRD-RUNNING

           IF      W-PRD-TARGET < W-PRD-RUNNING
               MOVE W-PRD-DX       TO W-PRD-PICKED
           END-IF
           .
       SUB-2215-EXIT.
           EXIT.
      /
       SUB-2300-DECIDE.
      *----------------

      **** The first cutoff row that takes the application decides
      **** it; none does, it is declined (row 00).

           MOVE 0                  TO W-CUT-ROW
           MOVE 'D'                TO W-DECISION
           MOVE 'N'                TO W-SCORE-FITS-SW
                                      W-DTI-FITS-SW
                                      W-DTI-FITS-ANY-SW

           PERFORM SUB-2310-TRY-ONE-CUTOFF THRU SUB-2310-EXIT
               VARYING W-CUT-DX FROM 1 BY 1
                 UNTIL W-CUT-DX > W-CUT-CNT

           MOVE 0                  TO W-APPR-AMOUNT-CENTS
                                      W-APPR-RATE-BP
                                      W-APPR-TERM
                                      W-APPR-PMT-CENTS
                                      W-REASON-CNT
           MOVE ZEROS              TO W-REASON-LIST

           IF      W-CUT-ROW > 0
               MOVE W-CUT-DECISION(W-CUT-ROW)
                                   TO W-DECISION
           END-IF

           EVALUATE TRUE
             WHEN W-DECISION-APPROVE
               ADD  1              TO W-APPROVE-CNT
               MOVE W-REQ-AMOUNT-CENTS
                                   TO W-APPR-AMOUNT-CENTS

             WHEN W-DECISION-COUNTER
               ADD  1              TO W-COUNTER-CNT
               COMPUTE W-APPR-AMOUNT-CENTS
                                   =  W-REQ-AMOUNT-CENTS
                                      * W-CUT-COUNTER-PCT(W-CUT-ROW)
                                      / 1000000
               COMPUTE W-APPR-AMOUNT-CENTS
                                   =  W-APPR-AMOUNT-CENTS * 10000
               PERFORM SUB-2350-FIND-REASONS THRU SUB-2350-EXIT

             WHEN OTHER
               ADD  1              TO W-DECLINE-CNT
               PERFORM SUB-2350-FIND-REASONS THRU SUB-2350-EXIT
           END-EVALUATE

      **** An offer on the table - approved or countered - is at the
      **** product's rate plus the row's add-on, over the term asked
      **** for.

           IF      NOT W-DECISION-DECLINE
               COMPUTE W-APPR-RATE-BP
                                   =  W-PRD-RATE-BP(W-PRD-PICKED)
                                      + W-CUT-RATE-ADD-BP(W-CUT-ROW)
               MOVE W-REQ-TERM     TO W-APPR-TERM
               MOVE W-APPR-AMOUNT-CENTS
                                   TO W-LN-PRINCIPAL-CENTS
               MOVE W-APPR-RATE-BP TO W-LN-RATE-BP
               MOVE W-APPR-TERM    TO W-LN-TERM
               PERFORM SUB-2520-LEVEL-PAYMENT THRU SUB-2520-EXIT
               MOVE W-LN-PAYMENT-CENTS
                                   TO W-APPR-PMT-CENTS
           END-IF
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2310-TRY-ONE-CUTOFF.
      *------------------------

           IF      W-CUT-TYPE(W-CUT-DX) NOT = '****'
           AND     W-CUT-TYPE(W-CUT-DX) NOT = W-PRD-TYPE(W-PRD-PICKED)
               GO TO SUB-2310-EXIT
           END-IF

      **** What the approval rows make of it, win or lose.

           IF      W-CUT-APPROVE(W-CUT-DX)
               IF      W-DTI-PCT <= W-CUT-DTI-MAX(W-CUT-DX)
                   SET  W-DTI-FITS-ANY
                                   TO TRUE
               END-IF
               IF      W-CUST-SCORE >= W-CUT-SCORE-MIN(W-CUT-DX)
               AND     W-CUST-SCORE <= W-CUT-SCORE-MAX(W-CUT-DX)
                   SET  W-SCORE-FITS
                                   TO TRUE
                   IF      W-DTI-PCT <= W-CUT-DTI-MAX(W-CUT-DX)
                       SET  W-DTI-FITS
                                   TO TRUE
                   END-IF
               END-IF
           END-IF

           IF      W-CUT-ROW = 0
           AND     W-CUST-SCORE >= W-CUT-SCORE-MIN(W-CUT-DX)
           AND     W-CUST-SCORE <= W-CUT-SCORE-MAX(W-CUT-DX)
           AND     W-DTI-PCT <= W-CUT-DTI-MAX(W-CUT-DX)
               MOVE W-CUT-DX       TO W-CUT-ROW
           END-IF
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-2350-FIND-REASONS.
      *----------------------

      **** The principal reasons, most telling first:
      ****     01 - no approval row takes the score;
      ****     02 - debt-to-income is over every approval row open
      ****          to the score (or to anyone, when none is);
      ****     03 - the new payment alone is over W-PTI-LIMIT-PCT of
      ****          monthly income;
      ****     04 - no loan or card on file.
      **** Should none apply - a table that declines what its own
      **** approval rows would take - the score is the reason.

           IF      NOT W-SCORE-FITS
               MOVE 1              TO W-REASON-NEW
               PERFORM SUB-2360-ADD-REASON THRU SUB-2360-EXIT
           END-IF

           IF     (W-SCORE-FITS AND NOT W-DTI-FITS)
           OR     (NOT W-SCORE-FITS AND NOT W-DTI-FITS-ANY)
               MOVE 2              TO W-REASON-NEW
               PERFORM SUB-2360-ADD-REASON THRU SUB-2360-EXIT
           END-IF

           IF      W-PTI-PCT > W-PTI-LIMIT-PCT
               MOVE 3              TO W-REASON-NEW
               PERFORM SUB-2360-ADD-REASON THRU SUB-2360-EXIT
           END-IF

           IF      W-CUST-LOAN-CNT = 0
           AND     W-CUST-CARD-CNT = 0
               MOVE 4              TO W-REASON-NEW
               PERFORM SUB-2360-ADD-REASON THRU SUB-2360-EXIT
           END-IF

           IF      W-REASON-CNT = 0
               MOVE 1              TO W-REASON-NEW
               PERFORM SUB-2360-ADD-REASON THRU SUB-2360-EXIT
           END-IF
           .
       SUB-2350-EXIT.
           EXIT.
      /
       SUB-2360-ADD-REASON.
      *--------------------

           IF      W-REASON-CNT < 4
               ADD  1              TO W-REASON-CNT
               MOVE W-REASON-NEW   TO W-REASON-NO(W-REASON-CNT)
           END-IF
           .
       SUB-2360-EXIT.
           EXIT.
      /
       SUB-2400-WRITE-DECISION.
      *------------------------

           MOVE SPACES             TO DECFILE-REC
           MOVE W-APPLICATION-ID   TO DEC-APPLICATION-ID
           MOVE W-CUST-ID          TO DEC-CUSTOMER-ID
           MOVE W-APP-DATE         TO DEC-APPLICATION-DATE
           MOVE W-PRD-CODE(W-PRD-PICKED)
                                   TO DEC-PRODUCT-CODE
           MOVE W-PRD-TYPE(W-PRD-PICKED)
                                   TO DEC-PRODUCT-TYPE
           MOVE W-REQ-AMOUNT-CENTS TO DEC-REQ-AMOUNT-CENTS
           MOVE W-REQ-TERM         TO DEC-REQ-TERM-MONTHS
           MOVE W-CUST-SCORE       TO DEC-CREDIT-SCORE
           MOVE W-CUST-INCOME      TO DEC-ANNUAL-INCOME
           MOVE W-CUST-SEGMENT     TO DEC-SEGMENT-CODE
           MOVE W-CUST-DEBT-CENTS  TO DEC-DEBT-PMT-CENTS
           MOVE W-REQ-PMT-CENTS    TO DEC-REQ-PMT-CENTS
           MOVE W-DTI-PCT          TO DEC-DTI-PCT
           MOVE W-DECISION         TO DEC-DECISION
           MOVE W-CUT-ROW          TO DEC-CUTOFF-ROW
           MOVE W-APPR-AMOUNT-CENTS
                                   TO DEC-APPR-AMOUNT-CENTS
           MOVE W-APPR-RATE-BP     TO DEC-APPR-RATE-BP
           MOVE W-APPR-TERM        TO DEC-APPR-TERM-MONTHS
           MOVE W-APPR-PMT-CENTS   TO DEC-APPR-PMT-CENTS

           IF      W-DECISION-APPROVE
               MOVE W-CUST-ID      TO W-LN-ID-CUST
               COMPUTE W-LN-ID-SEQ =  W-CUST-LOAN-CNT + 1
               MOVE W-LN-LOAN-ID   TO DEC-LOAN-ID
           END-IF

           PERFORM SUB-2410-MOVE-ONE-REASON THRU SUB-2410-EXIT
               VARYING W-REASON-DX FROM 1 BY 1
                 UNTIL W-REASON-DX > W-REASON-CNT

           WRITE DECFILE-REC
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2410-MOVE-ONE-REASON.
      *-------------------------

           MOVE W-REASON-NO(W-REASON-DX)
                                   TO DEC-REASON-CODE(W-REASON-DX)
           .
       SUB-2410-EXIT.
           EXIT.
      /
       SUB-2500-WRITE-LOAN.
      *--------------------

      **** The approved loan, booked on the application date with
      **** its first payment due the first of the next month - the
      **** schedule FAKERGEN itself writes.

           ADD  1                  TO W-LOAN-CNT

           MOVE SPACES             TO LNFILE-L-REC
           MOVE 'L'                TO LNL-RECORD-TYPE
           MOVE W-LN-LOAN-ID       TO LNL-LOAN-ID
           MOVE W-CUST-ID          TO LNL-CUSTOMER-ID
           MOVE W-APPR-AMOUNT-CENTS
                                   TO LNL-PRINCIPAL-CENTS
           MOVE W-APPR-RATE-BP     TO LNL-RATE-BP
           MOVE W-APPR-TERM        TO LNL-TERM-MONTHS
           MOVE W-APP-DATE         TO LNL-ORIG-DATE
           MOVE W-PRD-CODE(W-PRD-PICKED)
                                   TO LNL-PRODUCT-CODE
           MOVE 0                  TO LNL-POINTS-CENTS

           WRITE LNFILE-L-REC

           MOVE W-APPR-AMOUNT-CENTS
                                   TO W-LN-PRINCIPAL-CENTS
                                      W-LN-BALANCE
           MOVE W-APPR-RATE-BP     TO W-LN-RATE-BP
           MOVE W-APPR-TERM        TO W-LN-TERM
           MOVE W-APPR-PMT-CENTS   TO W-LN-PAYMENT-CENTS
           MOVE W-APP-YYYY         TO W-LN-DUE-YYYY
           MOVE W-APP-MM           TO W-LN-DUE-MM

           PERFORM SUB-2510-WRITE-ONE-PAYMENT THRU SUB-2510-EXIT
               VARYING W-LN-PAY-NO FROM 1 BY 1
                 UNTIL W-LN-PAY-NO > W-LN-TERM
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2510-WRITE-ONE-PAYMENT.
      *---------------------------

      **** Interest on the falling balance, principal the remainder
      **** of the level payment - the final payment takes whatever
      **** balance is left so the loan retires to exactly zero.

           ADD  1                  TO W-LN-DUE-MM
           IF      W-LN-DUE-MM > 12
               SUBTRACT 12       FROM W-LN-DUE-MM
               ADD  1              TO W-LN-DUE-YYYY
           END-IF

           COMPUTE W-LN-INTEREST ROUNDED
                                   =  W-LN-BALANCE
                                      * W-LN-MONTH-RATE

           IF      W-LN-PAY-NO = W-LN-TERM
               MOVE W-LN-BALANCE   TO W-LN-PRIN-PART
               COMPUTE W-LN-PAYMENT-CENTS
                                   =  W-LN-PRIN-PART
                                      + W-LN-INTEREST
           ELSE
               COMPUTE W-LN-PRIN-PART
                                   =  W-LN-PAYMENT-CENTS
                                      - W-LN-INTEREST
           END-IF

           SUBTRACT W-LN-PRIN-PART
                                 FROM W-LN-BALANCE

           MOVE SPACES             TO LNFILE-S-REC
           MOVE 'S'                TO LNS-RECORD-TYPE
           MOVE W-LN-LOAN-ID       TO LNS-LOAN-ID
           MOVE W-LN-PAY-NO        TO LNS-PAYMENT-NO
           MOVE W-LN-DUE-DATE      TO LNS-DUE-DATE
           MOVE W-LN-PAYMENT-CENTS TO LNS-PAYMENT-CENTS
           MOVE W-LN-INTEREST      TO LNS-INTEREST-CENTS
           MOVE W-LN-PRIN-PART     TO LNS-PRINCIPAL-CENTS
           MOVE W-LN-BALANCE       TO LNS-BALANCE-CENTS

           WRITE LNFILE-S-REC

           ADD  1                  TO W-SCHEDULE-CNT
           .
       SUB-2510-EXIT.
           EXIT.
      /
       SUB-2520-LEVEL-PAYMENT.
      *-----------------------

      **** LEVEL PAYMENT - P * i * F / (F - 1), F = (1 + i)**term;
      **** at no interest, principal over term.

           COMPUTE W-LN-MONTH-RATE =  W-LN-RATE-BP / 120000

           IF      W-LN-RATE-BP = 0
               COMPUTE W-LN-PAYMENT-CENTS ROUNDED
                                   =  W-LN-PRINCIPAL-CENTS
                                      / W-LN-TERM
               GO TO SUB-2520-EXIT
           END-IF

           MOVE 1                  TO W-LN-FACTOR

           PERFORM SUB-2525-COMPOUND-ONE-MONTH THRU SUB-2525-EXIT
               W-LN-TERM TIMES

           COMPUTE W-LN-PAYMENT-CENTS ROUNDED
                                   =  W-LN-PRINCIPAL-CENTS
                                      * W-LN-MONTH-RATE
                                      * W-LN-FACTOR
                                      / (W-LN-FACTOR - 1)
           .
       SUB-2520-EXIT.
           EXIT.
      /
       SUB-2525-COMPOUND-ONE-MONTH.
      *----------------------------

           COMPUTE W-LN-FACTOR     =  W-LN-FACTOR
                                      * (1 + W-LN-MONTH-RATE)
           .
       SUB-2525-EXIT.
           EXIT.
      /
       SUB-2600-PRINT-NOTICE.
      *----------------------

      **** The adverse-action notice: a statement of the action
      **** taken with its principal reasons (ECOA, Regulation B),
      **** the consumer-report and credit score disclosures (FCRA)
      **** and the ECOA notice.  A counter-offer notice doubles as
      **** the notice of declination should the offer lapse.

           ADD  1                  TO W-NOTICE-CNT

           MOVE SPACES             TO NOTFILE-REC
           MOVE '1'                TO NOT-CC
           MOVE W-LENDER-NAME      TO NOT-LINE
           WRITE NOTFILE-REC

           MOVE W-LENDER-STREET    TO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           MOVE W-LENDER-CITY-LINE TO W-BUILD-LINE
           MOVE 'DATE: '           TO W-BUILD-LINE(60 : 6)
           MOVE W-APP-DATE         TO W-BUILD-LINE(66 : 10)
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           IF      W-CUST-FIRST-NAME = SPACES
               STRING FUNCTION TRIM(W-CUST-LAST-NAME)
                      ' '
                      W-CUST-SUFFIX
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           ELSE
               STRING FUNCTION TRIM(W-CUST-FIRST-NAME)
                      ' '
                      FUNCTION TRIM(W-CUST-LAST-NAME)
                      ' '
                      W-CUST-SUFFIX
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           END-IF
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           MOVE W-CUST-STREET      TO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           STRING FUNCTION TRIM(W-CUST-CITY)
                  ', '
                  W-CUST-STATE
                  ' '
                  W-CUST-ZIP       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           MOVE 'NOTICE OF ACTION TAKEN AND STATEMENT OF REASONS'
                                   TO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           STRING 'APPLICATION:  '
                  W-APPLICATION-ID
                  '   RECEIVED '
                  W-APP-DATE       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           COMPUTE W-MONEY         =  W-REQ-AMOUNT-CENTS / 100
           MOVE W-MONEY            TO W-MONEY-EDIT
           MOVE W-REQ-TERM         TO W-TERM-EDIT
           STRING 'CREDIT:       '
                  W-PRD-CODE(W-PRD-PICKED)
                  ' '
                  W-PRD-DESCRIPTION(W-PRD-PICKED)
                  ' '
                  FUNCTION TRIM(W-MONEY-EDIT)
                  ' FOR '
                  FUNCTION TRIM(W-TERM-EDIT)
                  ' MONTHS'        DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           IF      W-DECISION-COUNTER
               PERFORM SUB-2610-PRINT-COUNTER THRU SUB-2610-EXIT
           ELSE
               MOVE 'THANK YOU FOR YOUR RECENT APPLICATION.  WE REGRET'
                                   TO W-BUILD-LINE
               PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT
               MOVE 'THAT WE ARE UNABLE TO APPROVE YOUR REQUEST.'
                                   TO W-BUILD-LINE
               PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT
           END-IF

           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           MOVE 'PRINCIPAL REASON(S) FOR OUR DECISION:'
                                   TO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           PERFORM SUB-2620-PRINT-ONE-REASON THRU SUB-2620-EXIT
               VARYING W-REASON-DX FROM 1 BY 1
                 UNTIL W-REASON-DX > W-REASON-CNT

           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

      **** FCRA - the consumer report and the score.

           MOVE 1                  TO W-TEXT-FROM
           MOVE 13                 TO W-TEXT-TO
           PERFORM SUB-2680-PRINT-TEXT THRU SUB-2680-EXIT

           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           MOVE W-CRA-NAME         TO W-BUILD-LINE(5 : 40)
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT
           MOVE W-CRA-STREET       TO W-BUILD-LINE(5 : 40)
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT
           MOVE W-CRA-CITY-LINE    TO W-BUILD-LINE(5 : 40)
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT
           STRING '    TELEPHONE '
                  W-CRA-PHONE      DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           MOVE 14                 TO W-TEXT-FROM
           MOVE 19                 TO W-TEXT-TO
           PERFORM SUB-2680-PRINT-TEXT THRU SUB-2680-EXIT

           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           MOVE W-CUST-SCORE       TO W-SCORE-EDIT
           STRING '    YOUR CREDIT SCORE: '
                  W-SCORE-EDIT
                  '     DATE: '
                  W-APP-DATE       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           STRING '    SCORES RANGE FROM A LOW OF '
                  W-SCORE-LOW
                  ' TO A HIGH OF '
                  W-SCORE-HIGH
                  '.'              DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           MOVE '    KEY FACTORS THAT ADVERSELY AFFECTED YOUR SCORE:'
                                   TO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           PERFORM SUB-2650-FIND-FACTORS THRU SUB-2650-EXIT

           PERFORM SUB-2670-PRINT-ONE-FACTOR THRU SUB-2670-EXIT
               VARYING W-FACTOR-DX FROM 1 BY 1
                 UNTIL W-FACTOR-DX > W-FACTOR-CNT

           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

      **** ECOA.

           MOVE 20                 TO W-TEXT-FROM
           MOVE 33                 TO W-TEXT-TO
           PERFORM SUB-2680-PRINT-TEXT THRU SUB-2680-EXIT

           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           STRING 'QUESTIONS?  CALL US AT '
                  W-LENDER-PHONE
                  '.'              DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2610-PRINT-COUNTER.
      *-----------------------

           MOVE 'THANK YOU FOR YOUR RECENT APPLICATION.  WE ARE UNABLE'
                                   TO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT
           MOVE 'TO APPROVE IT ON THE TERMS YOU REQUESTED, BUT OFFER:'
                                   TO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           COMPUTE W-MONEY         =  W-APPR-AMOUNT-CENTS / 100
           MOVE W-MONEY            TO W-MONEY-EDIT
           COMPUTE W-RATE          =  W-APPR-RATE-BP / 100
           MOVE W-RATE             TO W-RATE-EDIT
           MOVE W-APPR-TERM        TO W-TERM-EDIT
           STRING '    AMOUNT '
                  FUNCTION TRIM(W-MONEY-EDIT)
                  '   RATE '
                  FUNCTION TRIM(W-RATE-EDIT)
                  '%   TERM '
                  FUNCTION TRIM(W-TERM-EDIT)
                  ' MONTHS'        DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           COMPUTE W-MONEY         =  W-APPR-PMT-CENTS / 100
           MOVE W-MONEY            TO W-MONEY-EDIT
           STRING '    MONTHLY PAYMENT '
                  FUNCTION TRIM(W-MONEY-EDIT)
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           MOVE 'IF YOU DO NOT ACCEPT THIS OFFER WITHIN 30 DAYS, PLEASE'
                                   TO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT
           MOVE 'REGARD THIS LETTER AS NOTICE THAT YOUR APPLICATION HAS'
                                   TO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT
           MOVE 'BEEN DECLINED FOR THE REASONS BELOW.'
                                   TO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT
           .
       SUB-2610-EXIT.
           EXIT.
      /
       SUB-2620-PRINT-ONE-REASON.
      *--------------------------

           MOVE W-REASON-NO(W-REASON-DX)
                                   TO W-REASON-NEW
           MOVE W-REASON-DX        TO W-NO-EDIT

           STRING '    '
                  W-NO-EDIT
                  '. '
                  W-REASON-TEXT(W-REASON-NEW)
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT
           .
       SUB-2620-EXIT.
           EXIT.
      /
       SUB-2650-FIND-FACTORS.
      *----------------------

      **** Up to four key factors, off what the extract shows of the
      **** customer's credit: card utilization of thirty percent or
      **** more, a score under 670, existing obligations of twenty
      **** percent of income or more, no loan, no card.  Nothing
      **** found, the file's age is the factor.

           MOVE 0                  TO W-FACTOR-CNT
           MOVE ZEROS              TO W-FACTOR-LIST

           IF      W-CUST-CARD-LIM-CENTS > 0
               COMPUTE W-UTIL-PCT  =  W-CUST-CARD-BAL-CENTS * 100
                                      / W-CUST-CARD-LIM-CENTS
               IF      W-UTIL-PCT >= 30
                   MOVE 1          TO W-FACTOR-NEW
                   PERFORM SUB-2660-ADD-FACTOR THRU SUB-2660-EXIT
               END-IF
           END-IF

           IF      W-CUST-SCORE < 670
               MOVE 2              TO W-FACTOR-NEW
               PERFORM SUB-2660-ADD-FACTOR THRU SUB-2660-EXIT
           END-IF

           IF      W-CUST-DEBT-CENTS > 0
           AND    (W-CUST-INCOME = 0
           OR      W-CUST-DEBT-CENTS * 12 / W-CUST-INCOME >= 20)
               MOVE 3              TO W-FACTOR-NEW
               PERFORM SUB-2660-ADD-FACTOR THRU SUB-2660-EXIT
           END-IF

           IF      W-CUST-LOAN-CNT = 0
               MOVE 4              TO W-FACTOR-NEW
               PERFORM SUB-2660-ADD-FACTOR THRU SUB-2660-EXIT
           END-IF

           IF      W-CUST-CARD-CNT = 0
               MOVE 5              TO W-FACTOR-NEW
               PERFORM SUB-2660-ADD-FACTOR THRU SUB-2660-EXIT
           END-IF

           IF      W-FACTOR-CNT = 0
               MOVE 6              TO W-FACTOR-NEW
               PERFORM SUB-2660-ADD-FACTOR THRU SUB-2660-EXIT
           END-IF
           .
       SUB-2650-EXIT.
           EXIT.
      /
       SUB-2660-ADD-FACTOR.
      *--------------------

           IF      W-FACTOR-CNT < 4
               ADD  1              TO W-FACTOR-CNT
               MOVE W-FACTOR-NEW   TO W-FACTOR-NO(W-FACTOR-CNT)
           END-IF
           .
       SUB-2660-EXIT.
           EXIT.
      /
       SUB-2670-PRINT-ONE-FACTOR.
      *--------------------------

           MOVE W-FACTOR-NO(W-FACTOR-DX)
                                   TO W-FACTOR-NEW

           STRING '      - '
                  W-FACTOR-TEXT(W-FACTOR-NEW)
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT
           .
       SUB-2670-EXIT.
           EXIT.
      /
       SUB-2680-PRINT-TEXT.
      *--------------------

           PERFORM SUB-2690-PRINT-TEXT-LINE THRU SUB-2690-EXIT
               VARYING W-TEXT-DX FROM W-TEXT-FROM BY 1
                 UNTIL W-TEXT-DX > W-TEXT-TO
           .
       SUB-2680-EXIT.
           EXIT.
      /
       SUB-2690-PRINT-TEXT-LINE.
      *-------------------------

           MOVE W-NOTICE-TEXT(W-TEXT-DX)
                                   TO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT
           .
       SUB-2690-EXIT.
           EXIT.
      /
       SUB-2700-PRINT-LINE.
      *--------------------

           MOVE SPACES             TO NOTFILE-REC
           MOVE ' '                TO NOT-CC
           MOVE W-BUILD-LINE       TO NOT-LINE

           WRITE NOTFILE-REC

           MOVE SPACES             TO W-BUILD-LINE
           .
       SUB-2700-EXIT.
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

           CLOSE DECIN
                 DECFILE
                 NOTFILE
                 LNFILE

      **** Register what this run cut from the extract in the
      **** shared lineage file (COPY FAKERPD8).

           MOVE 'Data\FAKERDEC Decisions.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERDEC Notices.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERDEC Loans.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT
           .
       SUB-3000-DISPLAY.

           MOVE W-CUSTOMERS-READ   TO W-DISP-NUM
           DISPLAY 'DECIN customers read:     '
                   W-DISP-NUM

           MOVE W-ELIGIBLE-CNT     TO W-DISP-NUM
           DISPLAY 'Eligible to apply:        '
                   W-DISP-NUM

           MOVE W-APPLICATION-CNT  TO W-DISP-NUM
           DISPLAY 'Applications decided:     '
                   W-DISP-NUM

           MOVE W-APPROVE-CNT      TO W-DISP-NUM
           DISPLAY '    approved:             '
                   W-DISP-NUM

           MOVE W-COUNTER-CNT      TO W-DISP-NUM
           DISPLAY '    counter-offered:      '
                   W-DISP-NUM

           MOVE W-DECLINE-CNT      TO W-DISP-NUM
           DISPLAY '    declined:             '
                   W-DISP-NUM

           MOVE W-NOTICE-CNT       TO W-DISP-NUM
           DISPLAY 'Adverse-action notices:   '
                   W-DISP-NUM

           MOVE W-LOAN-CNT         TO W-DISP-NUM
           DISPLAY 'Loans written:            '
                   W-DISP-NUM

           MOVE W-SCHEDULE-CNT     TO W-DISP-NUM
           DISPLAY 'Schedule records written: '
                   W-DISP-NUM

           DISPLAY 'FAKERDEC completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
