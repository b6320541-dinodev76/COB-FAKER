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

       PROGRAM-ID.             FAKERHMD.

      **** HMDA Loan Application Register over a profile-mode
      **** extract, in the FFIEC pipe-delimited filing format: the
      **** transmittal sheet (record '1') first, then one LAR
      **** record (record '2', 110 fields) per application.
      ****
      **** Every 'L' loan is reported as an application originated
      **** (action taken 1): its principal is the loan amount, its
      **** rate the interest rate, its term the loan term and its
      **** origination date the action taken date.  The borrower's
      **** age comes off PD-DATE-OF-BIRTH as of the application
      **** date, income (in thousands) and credit score off the
      **** 'R' record, and the property address, state and county
      **** FIPS off the 'A' record.  The first 'S' installment gives
      **** the payment the debt-to-income ratio is built on.
      ****
      **** A register of originations alone never exercises the
      **** edits, so a controlled share of the customers who hold
      **** no reported loan are written as applications that did
      **** not originate, the action taken leaning on the credit
      **** score the way an underwriter's would:
      ****     2 - approved but not accepted;
      ****     3 - denied, with one or two denial reasons (a score
      ****         under 620 is denied for credit history first);
      ****     4 - withdrawn by the applicant;
      ****     5 - file closed for incompleteness.
      **** The loan amount, term and dates of such an application
      **** are drawn; interest rate, rate spread and loan costs are
      **** NA, as the register reports them for an application that
      **** never closed.
      ****
      **** A LAR covers a single calendar year.  The extract's loans
      **** originate across many years, so by default each loan is
      **** reported in the activity year on its own month and day
      **** (date rule R).  Date rule S reports only the loans that
      **** actually originated in the activity year.
      ****
      **** Race, ethnicity and sex are not on the extract: sex
      **** follows the name prefix where it says, and the rest are
      **** drawn to a plausible applicant mix.  Census tract is NA.
      **** The ULI is the LEI, the loan (or applicant) ID and ISO
      **** 7064 MOD 97-10 check digits; the LEI itself carries
      **** check digits worked out the same way.
      ****
      **** The transmittal report sums the register by action taken
      **** and denial reason and accounts for every 'L' record not
      **** reported.
      ****
      **** PARM: activity year (default the year before the
      **** extract's run date), non-originated applications as a
      **** percent of the customers without a reported loan
      **** (default 50), loan scope A all loans or M only loans on
      **** a dwelling-secured (type MTG) product (default A), date
      **** rule R or S (default R), optional seed - comma-delimited.
      **** With no seed the extract's own run seed is used.

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
           SELECT HMDIN                ASSIGN 'Data\FAKERGEN Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-HMDIN-STATUS.

      **** The FAKERGEN product catalog, optional - it says which
      **** loan products are dwelling-secured for loan scope M.

           SELECT PRDFILE           ASSIGN 'Data\FAKERGEN Products.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-PRDFILE-STATUS.

           SELECT LARFILE              ASSIGN 'Data\FAKERHMD Lar.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT TSMFILE         ASSIGN 'Data\FAKERHMD Transmittal.txt'
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

       FD  HMDIN.

      **** The extract is read through one buffer and picked apart
      **** by record type - the REDEFINES mirror FAKERGEN's
      **** GNRTFILE-P/A/R/L/S record layouts field for field.

       01  HMDIN-REC               PIC X(320).

       01  FILLER REDEFINES HMDIN-REC.
           05  HIN-RECORD-TYPE     PIC X(01).
           05  HIN-REST            PIC X(319).

       01  HMDIN-P-REC REDEFINES HMDIN-REC.
           05  FILLER              PIC X(02).
           05  HIP-TAXID-SSN       PIC X(11).
           05  FILLER              PIC X(01).
           05  HIP-PERSON-PREFIX   PIC X(10).
           05  FILLER              PIC X(89).
           05  HIP-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  HIP-DATE-OF-BIRTH   PIC X(10).
           05  FILLER              PIC X(182).

       01  HMDIN-A-REC REDEFINES HMDIN-REC.
           05  FILLER              PIC X(02).
           05  HIA-ADDRESS-STREET  PIC X(35).
           05  HIA-ADDRESS-CITY    PIC X(25).
           05  HIA-ADDRESS-STATE   PIC X(10).
           05  HIA-ADDRESS-POSTCODE
                                   PIC X(10).
           05  FILLER              PIC X(01).
           05  HIA-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  HIA-COUNTY          PIC X(20).
           05  FILLER              PIC X(01).
           05  HIA-COUNTY-FIPS     PIC X(05).
           05  FILLER              PIC X(196).

       01  HMDIN-R-REC REDEFINES HMDIN-REC.
           05  FILLER              PIC X(02).
           05  HIR-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  HIR-CREDIT-SCORE    PIC 9(03).
           05  FILLER              PIC X(01).
           05  HIR-ANNUAL-INCOME   PIC 9(07).
           05  FILLER              PIC X(292).

       01  HMDIN-L-REC REDEFINES HMDIN-REC.
           05  FILLER              PIC X(02).
           05  HIL-LOAN-ID         PIC X(19).
           05  FILLER              PIC X(01).
           05  HIL-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  HIL-PRINCIPAL-CENTS PIC 9(10).
           05  FILLER              PIC X(01).
           05  HIL-RATE-BP         PIC 9(04).
           05  FILLER              PIC X(01).
           05  HIL-TERM-MONTHS     PIC 9(03).
           05  FILLER              PIC X(01).
           05  HIL-ORIG-DATE       PIC X(10).
           05  FILLER              PIC X(01).
           05  HIL-PRODUCT-CODE    PIC X(04).
           05  FILLER              PIC X(01).
           05  HIL-POINTS-CENTS    PIC 9(09).
           05  FILLER              PIC X(238).

       01  HMDIN-S-REC REDEFINES HMDIN-REC.
           05  FILLER              PIC X(02).
           05  HIS-LOAN-ID         PIC X(19).
           05  FILLER              PIC X(01).
           05  HIS-PAYMENT-NO      PIC 9(03).
           05  FILLER              PIC X(01).
           05  HIS-DUE-DATE        PIC X(10).
           05  FILLER              PIC X(01).
           05  HIS-PAYMENT-CENTS   PIC 9(09).
           05  FILLER              PIC X(274).

       FD  PRDFILE.

       01  PRDFILE-REC             PIC X(80).

       FD  LARFILE.

      **** Pipe-delimited, one filing record per line - the
      **** transmittal sheet, then the register.

       01  LARFILE-REC             PIC X(600).

       FD  TSMFILE.

      **** Column 1 is the carriage-control byte: '1' page eject,
      **** space single space - the FAKERRPT convention.

       01  TSMFILE-REC.
           05  TSM-CC              PIC X(01).
           05  TSM-LINE            PIC X(120).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-HMDIN-STATUS          PIC X(02).
       01  W-PRDFILE-STATUS        PIC X(02).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.

       01  W-PRD-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-PRD-EOF                           VALUE 'Y'.

       01  W-ACTIVITY-YEAR         PIC 9(04)       VALUE 0.
       01  W-APP-PCT               PIC 9(03)  COMP VALUE 50.
       01  W-SCOPE-SW              PIC X(01)       VALUE 'A'.
           88  W-SCOPE-ALL                         VALUE 'A'.
           88  W-SCOPE-MORTGAGE                    VALUE 'M'.
       01  W-DATE-RULE-SW          PIC X(01)       VALUE 'R'.
           88  W-DATE-RULE-REDATE                  VALUE 'R'.
           88  W-DATE-RULE-STRICT                  VALUE 'S'.
       01  W-RUN-SEED-NO           PIC 9(09)  COMP VALUE 0.
       01  W-FAKRAND-PROG          PIC X(08)       VALUE 'FAKRAND'.

       01  W-CUSTOMERS-READ        PIC 9(09)  COMP VALUE 0.
       01  W-LOANS-READ            PIC 9(09)  COMP VALUE 0.
       01  W-NOT-DWELLING-CNT      PIC 9(09)  COMP VALUE 0.
       01  W-OUT-OF-YEAR-CNT       PIC 9(09)  COMP VALUE 0.
       01  W-NOT-US-CNT            PIC 9(09)  COMP VALUE 0.
       01  W-NO-CUSTOMER-CNT       PIC 9(09)  COMP VALUE 0.
       01  W-LAR-FULL-CNT          PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.

       01  W-SAVE-RUN-DATE         PIC X(10)       VALUE SPACES.
       01  W-SAVE-SEED-NO          PIC X(09)       VALUE SPACES.
       01  W-RUN-INT               PIC 9(09)  COMP VALUE 0.
       01  W-RUN-YEAR              PIC 9(04)       VALUE 0.
       01  W-YEAR-START-INT        PIC 9(09)  COMP.
       01  W-YEAR-DAYS             PIC S9(4)  COMP.

      **** The filing institution - the transmittal sheet's
      **** fields, and the LEI's first 18 characters (its check
      **** digits are worked out at start-up).

       01  W-FI-NAME               PIC X(40)       VALUE
           'COB-FAKER NATIONAL BANK'.
       01  W-FI-CONTACT            PIC X(30)       VALUE
           'DANA WHITFIELD'.
       01  W-FI-PHONE              PIC X(12)       VALUE
           '302-555-0100'.
       01  W-FI-EMAIL              PIC X(40)       VALUE
           'hmda.compliance@cobfakerbank.com'.
       01  W-FI-STREET             PIC X(30)       VALUE
           '1000 N MARKET STREET'.
       01  W-FI-CITY               PIC X(30)       VALUE 'WILMINGTON'.
       01  W-FI-STATE              PIC X(02)       VALUE 'DE'.
       01  W-FI-ZIP                PIC X(05)       VALUE '19801'.
       01  W-FI-AGENCY             PIC X(01)       VALUE '1'.
       01  W-FI-TAX-ID             PIC X(10)       VALUE '51-0012345'.
       01  W-FI-LEI-BASE           PIC X(18)       VALUE
           '549300COBFAKERHMDA'.
       01  W-LEI                   PIC X(20).

      **** The average prime offer rate the rate spread is measured
      **** from, in basis points.

       01  W-APOR-BP               PIC S9(4)  COMP VALUE 625.

      **** Loan officers' NMLSR IDs - each application draws one.

       01  W-NMLSR-VALUES.
           05  FILLER              PIC X(07)       VALUE '1048392'.
           05  FILLER              PIC X(07)       VALUE '1187745'.
           05  FILLER              PIC X(07)       VALUE '1290316'.
           05  FILLER              PIC X(07)       VALUE '1401853'.
           05  FILLER              PIC X(07)       VALUE '1553270'.
       01  FILLER REDEFINES W-NMLSR-VALUES.
           05  W-NMLSR-ID          PIC X(07)       OCCURS 5.

      **** Dwelling-secured loan product codes: the catalog's class
      **** 'L' products of type 'MTG ', or the built-in MTG1 when
      **** there is no catalog or nothing of that type on it.

       01  W-MTG-MAX               PIC S9(4)  COMP VALUE 50.
       01  W-MTG-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-MTG-DX                PIC S9(4)  COMP.
       01  W-MTG-TABLE.
           05  W-MTG-CODE          PIC X(04)       OCCURS 50.
       01  W-MTG-FOUND-SW          PIC X(01).
           88  W-MTG-FOUND                         VALUE 'Y'.

       01  W-PRD-ENTRY.
           05  W-PE-CODE           PIC X(04).
           05  FILLER              PIC X(01).
           05  W-PE-CLASS          PIC X(01).
           05  FILLER              PIC X(01).
           05  W-PE-TYPE           PIC X(04).
           05  FILLER              PIC X(69).

      **** The customer being read - P, A and R arrive ahead of the
      **** customer's loans.  A customer with no reported loan is
      **** considered for a non-originated application when the
      **** next customer (or end of file) arrives.

       01  W-CUST-PENDING-SW       PIC X(01)       VALUE 'N'.
           88  W-CUST-PENDING                      VALUE 'Y'.
       01  W-CUST-ID               PIC X(14).
       01  W-CUST-PREFIX           PIC X(10).
       01  W-CUST-DOB-NUM          PIC 9(08).
       01  W-CUST-DOB-SW           PIC X(01).
           88  W-CUST-DOB-KNOWN                    VALUE 'Y'.
       01  W-CUST-US-SW            PIC X(01).
           88  W-CUST-US                           VALUE 'Y'.
       01  W-CUST-RISK-SW          PIC X(01).
           88  W-CUST-RISK-KNOWN                   VALUE 'Y'.
       01  W-CUST-REPORTED-SW      PIC X(01).
           88  W-CUST-REPORTED                     VALUE 'Y'.
       01  W-CUST-STREET           PIC X(35).
       01  W-CUST-CITY             PIC X(25).
       01  W-CUST-STATE            PIC X(02).
       01  W-CUST-ZIP              PIC X(10).
       01  W-CUST-FIPS             PIC X(05).
       01  W-CUST-SCORE            PIC 9(03).
       01  W-CUST-INCOME           PIC 9(07).

      **** The loan being read, reported when its first 'S'
      **** installment has been seen or the next record shows it
      **** has none.

       01  W-LOAN-PENDING-SW       PIC X(01)       VALUE 'N'.
           88  W-LOAN-PENDING                      VALUE 'Y'.
       01  W-LOAN-ID               PIC X(19).
       01  W-LOAN-PRINCIPAL        PIC 9(10).
       01  W-LOAN-RATE-BP          PIC 9(04).
       01  W-LOAN-TERM             PIC 9(03).
       01  W-LOAN-ORIG-NUM         PIC 9(08).
       01  W-LOAN-PAYMENT          PIC 9(09).
       01  W-LOAN-POINTS           PIC 9(09).

      **** The application being written.

       01  W-APP-ID                PIC X(20).
       01  W-APP-DATE-NUM          PIC 9(08).
       01  W-ACT-DATE-NUM          PIC 9(08).
       01  W-APP-LOAN-TYPE         PIC 9(01).
       01  W-APP-PURPOSE           PIC 9(02).
       01  W-APP-OCCUPANCY         PIC 9(01).
       01  W-APP-AMOUNT            PIC 9(09).
       01  W-APP-ACTION            PIC 9(01).
           88  W-APP-ORIGINATED                    VALUE 1.
           88  W-APP-APPROVED                      VALUE 2.
           88  W-APP-DENIED                        VALUE 3.
       01  W-APP-ETHNICITY         PIC 9(01).
       01  W-APP-RACE              PIC 9(01).
       01  W-APP-SEX               PIC 9(01).
       01  W-APP-AGE               PIC 9(04).
       01  W-APP-INCOME-K          PIC 9(05).
       01  W-APP-PURCHASER         PIC 9(01).
       01  W-APP-RATE-BP           PIC 9(04).
       01  W-APP-SPREAD            PIC S9(02)V9(02).
       01  W-APP-SCORE             PIC 9(04).
       01  W-APP-SCORE-MODEL       PIC 9(01).
       01  W-APP-REASON-1          PIC 9(02).
       01  W-APP-REASON-2          PIC 9(02).
       01  W-APP-COSTS             PIC 9(07).
       01  W-APP-ORIG-CHARGES      PIC 9(07).
       01  W-APP-POINTS            PIC 9(07).
       01  W-APP-DTI               PIC 9(03).
       01  W-APP-DTI-SW            PIC X(01).
           88  W-APP-DTI-KNOWN                     VALUE 'Y'.
       01  W-APP-CLTV              PIC 9(03)V9(03).
       01  W-APP-TERM              PIC 9(03).
       01  W-APP-VALUE             PIC 9(09).
       01  W-APP-NMLSR             PIC X(07).
       01  W-APP-AUS               PIC 9(01).
       01  W-APP-AUS-RESULT        PIC 9(02).

       01  W-LTV                   PIC S9(4)  COMP.
       01  W-COST-BP               PIC S9(4)  COMP.
       01  W-OTHER-DEBT-PCT        PIC S9(4)  COMP.
       01  W-LEAD-DAYS             PIC S9(4)  COMP.
       01  W-PICK                  PIC S9(4)  COMP.
       01  W-VALUE-K               PIC 9(07).
       01  W-WORK-DTI              PIC 9(05).

      **** Register counts by action taken (1-5) and by denial
      **** reason (1-9).

       01  W-ACT-TABLE.
           05  W-ACT-OCCS          OCCURS 5.
               10  W-ACT-CNT       PIC 9(09)  COMP.
               10  W-ACT-AMOUNT    PIC 9(13)  COMP.
       01  W-ACT-DX                PIC S9(4)  COMP.

       01  W-ACT-NAMES.
           05  FILLER              PIC X(30)       VALUE
               '1 LOAN ORIGINATED'.
           05  FILLER              PIC X(30)       VALUE
               '2 APPROVED, NOT ACCEPTED'.
           05  FILLER              PIC X(30)       VALUE
               '3 APPLICATION DENIED'.
           05  FILLER              PIC X(30)       VALUE
               '4 WITHDRAWN BY APPLICANT'.
           05  FILLER              PIC X(30)       VALUE
               '5 CLOSED FOR INCOMPLETENESS'.
       01  FILLER REDEFINES W-ACT-NAMES.
           05  W-ACT-NAME          PIC X(30)       OCCURS 5.

       01  W-DEN-TABLE.
           05  W-DEN-CNT           PIC 9(09)  COMP OCCURS 9.
       01  W-DEN-DX                PIC S9(4)  COMP.

       01  W-DEN-NAMES.
           05  FILLER              PIC X(30)       VALUE
               '1 DEBT-TO-INCOME RATIO'.
           05  FILLER              PIC X(30)       VALUE
               '2 EMPLOYMENT HISTORY'.
           05  FILLER              PIC X(30)       VALUE
               '3 CREDIT HISTORY'.
           05  FILLER              PIC X(30)       VALUE
               '4 COLLATERAL'.
           05  FILLER              PIC X(30)       VALUE
               '5 INSUFFICIENT CASH'.
           05  FILLER              PIC X(30)       VALUE
               '6 UNVERIFIABLE INFORMATION'.
           05  FILLER              PIC X(30)       VALUE
               '7 APPLICATION INCOMPLETE'.
           05  FILLER              PIC X(30)       VALUE
               '8 MORTGAGE INSURANCE DENIED'.
           05  FILLER              PIC X(30)       VALUE
               '9 OTHER'.
       01  FILLER REDEFINES W-DEN-NAMES.
           05  W-DEN-NAME          PIC X(30)       OCCURS 9.

      **** The register, held until end of file so the transmittal
      **** sheet - which carries the entry count - can go first.

       01  W-LAR-MAX               PIC S9(4)  COMP VALUE 5000.
       01  W-LAR-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-LAR-DX                PIC S9(4)  COMP.
       01  W-LAR-TABLE.
           05  W-LAR-ROW-SAVE      PIC X(600)      OCCURS 5000.

       01  W-LAR-ROW               PIC X(600).
       01  W-LAR-PTR               PIC S9(4)  COMP.
       01  W-FLD                   PIC X(60).
       01  W-RUN-TEXT              PIC X(40).

       01  W-NUM-EDIT              PIC Z(8)9.
       01  W-RATE-EDIT             PIC Z9.99.
       01  W-SPREAD-EDIT           PIC --9.99.
       01  W-CLTV-EDIT             PIC ZZ9.999.

      **** ISO 7064 MOD 97-10 check digits, for the LEI and the
      **** ULI: letters count 10-35, the check digits are 98 less
      **** the remainder of the characters followed by '00'.

       01  W-ALPHABET              PIC X(26)       VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  W-CHK-SOURCE            PIC X(40).
       01  W-CHK-RESULT            PIC X(45).
       01  W-CHK-LEN               PIC S9(4)  COMP.
       01  W-CHK-DX                PIC S9(4)  COMP.
       01  W-CHK-CHAR              PIC X(01).
       01  W-CHK-DIGIT             PIC 9(01).
       01  W-CHK-TALLY             PIC S9(4)  COMP.
       01  W-CHK-WORK              PIC 9(09)  COMP.
       01  W-CHK-QUOT              PIC 9(09)  COMP.
       01  W-CHK-MOD               PIC 9(02)  COMP.
       01  W-CHK-DIGITS            PIC 9(02).

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

       01  W-TOTAL-EDIT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01  W-BUILD-LINE            PIC X(120)      VALUE SPACES.

       01  W-PAGE-NO               PIC 9(05)  COMP VALUE 0.
       01  W-PAGE-DISP             PIC ZZ,ZZ9.

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERHMD error: '.

       01  W-SEED-TEXT.
           05  FILLER              PIC X(34)       VALUE
               'FAKERHMD applicant seed text      '.
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
       01  W-PARM-YEAR             PIC 9(04).
       01  W-PARM-APP-PCT          PIC 9(03).
       01  W-PARM-SCOPE            PIC X(01).
       01  W-PARM-DATE-RULE        PIC X(01).
       01  W-PARM-SEED-NO          PIC 9(09).
       01  W-PARM-YEAR-LEN         PIC S9(4)  COMP VALUE 0.
       01  W-PARM-APP-PCT-LEN      PIC S9(4)  COMP VALUE 0.
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

           DISPLAY 'FAKERHMD compiled on '
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

           OPEN INPUT HMDIN

           IF      W-HMDIN-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open HMDIN, status '
                       W-HMDIN-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

      **** The run date defaults to today until the extract's
      **** header says otherwise.

           MOVE FUNCTION CURRENT-DATE(1 : 8)
                                   TO W-DATE-NUM
           PERFORM SUB-2920-NUM-TO-TEXT THRU SUB-2920-EXIT
           MOVE W-DATE-TEXT        TO W-SAVE-RUN-DATE
           MOVE W-DATE-NUM-YYYY    TO W-RUN-YEAR
           COMPUTE W-RUN-INT       =  FUNCTION INTEGER-OF-DATE
                                          (W-DATE-NUM)

           PERFORM SUB-1100-LOAD-PRODUCTS THRU SUB-1100-EXIT

           MOVE W-FI-LEI-BASE      TO W-CHK-SOURCE
           PERFORM SUB-2700-CHECK-DIGITS THRU SUB-2700-EXIT
           MOVE W-CHK-RESULT       TO W-LEI

           INITIALIZE                 W-ACT-TABLE
                                      W-DEN-TABLE

           OPEN OUTPUT LARFILE
                       TSMFILE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-READ-PARM.
      *-------------------

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           MOVE SPACES             TO W-PARM-SCOPE
                                      W-PARM-DATE-RULE

           UNSTRING W-PARM-TEXT    DELIMITED BY ',' OR SPACE
                   INTO W-PARM-YEAR
                                   COUNT IN W-PARM-YEAR-LEN
                        W-PARM-APP-PCT
                                   COUNT IN W-PARM-APP-PCT-LEN
                        W-PARM-SCOPE
                        W-PARM-DATE-RULE
                        W-PARM-SEED-NO
           END-UNSTRING

           IF      W-PARM-YEAR-LEN > 0
               IF      W-PARM-YEAR NOT NUMERIC
               OR      W-PARM-YEAR < 1990
               OR      W-PARM-YEAR > 2099
                   DISPLAY W-ERROR-MSG
                           'invalid activity year: '
                           W-PARM-TEXT(1 : W-PARM-YEAR-LEN)
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF

               MOVE W-PARM-YEAR    TO W-ACTIVITY-YEAR
           END-IF

      **** A zero percent is a real choice - originations only - so
      **** the percent is taken only when one was given.

           IF      W-PARM-APP-PCT-LEN > 0
               IF      W-PARM-APP-PCT NOT NUMERIC
               OR      W-PARM-APP-PCT > 100
                   DISPLAY W-ERROR-MSG
                           'application percent not 0-100'
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF

               MOVE W-PARM-APP-PCT TO W-APP-PCT
           END-IF

           IF      W-PARM-SCOPE NOT = SPACES
               MOVE W-PARM-SCOPE   TO W-SCOPE-SW

               IF      NOT W-SCOPE-ALL
               AND     NOT W-SCOPE-MORTGAGE
                   DISPLAY W-ERROR-MSG
                           'loan scope not A or M: '
                           W-PARM-SCOPE
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF
           END-IF

           IF      W-PARM-DATE-RULE NOT = SPACES
               MOVE W-PARM-DATE-RULE
                                   TO W-DATE-RULE-SW

               IF      NOT W-DATE-RULE-REDATE
               AND     NOT W-DATE-RULE-STRICT
                   DISPLAY W-ERROR-MSG
                           'date rule not R or S: '
                           W-PARM-DATE-RULE
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF
           END-IF

           IF      W-PARM-SEED-NO NUMERIC
           AND     W-PARM-SEED-NO > 0
               MOVE W-PARM-SEED-NO TO W-RUN-SEED-NO
           END-IF
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-PRODUCTS.
      *-----------------------

      **** Only loan scope M needs the catalog.

           IF      W-SCOPE-ALL
               GO TO SUB-1100-EXIT
           END-IF

           OPEN INPUT PRDFILE

           IF      W-PRDFILE-STATUS = '00'
               PERFORM SUB-1110-READ-PRDFILE THRU SUB-1110-EXIT

               PERFORM SUB-1120-HOLD-PRODUCT THRU SUB-1120-EXIT
                   UNTIL W-PRD-EOF
                      OR W-MTG-CNT >= W-MTG-MAX

               CLOSE PRDFILE
           END-IF

           IF      W-MTG-CNT = 0
               MOVE 1              TO W-MTG-CNT
               MOVE 'MTG1'         TO W-MTG-CODE(1)
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

           IF      W-PE-CODE NOT = SPACES
           AND     W-PE-CLASS = 'L'
           AND     W-PE-TYPE = 'MTG '
               ADD  1              TO W-MTG-CNT
               MOVE W-PE-CODE      TO W-MTG-CODE(W-MTG-CNT)
           END-IF

           PERFORM SUB-1110-READ-PRDFILE THRU SUB-1110-EXIT
           .
       SUB-1120-EXIT.
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
       SUB-1300-SET-YEAR.
      *------------------

      **** The activity year defaults to the last full year before
      **** the run date - the year a filing made now would cover.

           IF      W-ACTIVITY-YEAR = 0
               COMPUTE W-ACTIVITY-YEAR
                                   =  W-RUN-YEAR - 1
           END-IF

           MOVE W-ACTIVITY-YEAR    TO W-DATE-NUM-YYYY
           MOVE 1                  TO W-DATE-NUM-MM
                                      W-DATE-NUM-DD
           COMPUTE W-YEAR-START-INT
                                   =  FUNCTION INTEGER-OF-DATE
                                          (W-DATE-NUM)

           MOVE 12                 TO W-DATE-NUM-MM
           MOVE 31                 TO W-DATE-NUM-DD
           COMPUTE W-YEAR-DAYS     =  FUNCTION INTEGER-OF-DATE
                                          (W-DATE-NUM)
                                   -  W-YEAR-START-INT + 1
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

           READ HMDIN
               AT END
                   SET  W-EOF      TO TRUE

                   IF      W-LOAN-PENDING
                       PERFORM SUB-2300-REPORT-LOAN THRU SUB-2300-EXIT
                   END-IF

                   IF      W-CUST-PENDING
                       PERFORM SUB-2400-END-CUSTOMER THRU SUB-2400-EXIT
                   END-IF

                   GO TO SUB-2000-EXIT
           END-READ

      **** Anything but an installment after the loan means its
      **** schedule is over.

           IF      W-LOAN-PENDING
           AND     HIN-RECORD-TYPE NOT = 'S'
               PERFORM SUB-2300-REPORT-LOAN THRU SUB-2300-EXIT
           END-IF

           EVALUATE HIN-RECORD-TYPE
             WHEN 'H'
               PERFORM SUB-2050-HOLD-HEADER THRU SUB-2050-EXIT

             WHEN 'P'
               IF      W-CUST-PENDING
                   PERFORM SUB-2400-END-CUSTOMER THRU SUB-2400-EXIT
               END-IF

               PERFORM SUB-2100-START-CUSTOMER THRU SUB-2100-EXIT

             WHEN 'A'
               PERFORM SUB-2150-HOLD-ADDRESS THRU SUB-2150-EXIT

             WHEN 'R'
               PERFORM SUB-2170-HOLD-RISK THRU SUB-2170-EXIT

             WHEN 'L'
               PERFORM SUB-2200-START-LOAN THRU SUB-2200-EXIT

             WHEN 'S'
               PERFORM SUB-2250-HOLD-PAYMENT THRU SUB-2250-EXIT

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2050-HOLD-HEADER.
      *---------------------

           MOVE HMDIN-REC(23 : 9)  TO W-SAVE-SEED-NO

           MOVE HMDIN-REC(3 : 10)  TO W-DATE-TEXT

           IF      W-DATE-TEXT-YYYY NUMERIC
           AND     W-DATE-TEXT-MM NUMERIC
           AND     W-DATE-TEXT-DD NUMERIC
               MOVE W-DATE-TEXT    TO W-SAVE-RUN-DATE
               MOVE W-DATE-TEXT-YYYY
                                   TO W-RUN-YEAR
               PERFORM SUB-2900-TEXT-TO-INT THRU SUB-2900-EXIT
               MOVE W-DATE-INT     TO W-RUN-INT
           END-IF

      **** No seed on the PARM: draw with the extract's own.

           IF      W-RUN-SEED-NO = 0
           AND     W-SAVE-SEED-NO NUMERIC
               MOVE W-SAVE-SEED-NO TO W-RUN-SEED-NO
           END-IF
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2100-START-CUSTOMER.
      *------------------------

      **** The first customer fixes the seed and the activity year
      **** - the header, if any, has been read by now.

           IF      W-CUSTOMERS-READ = 0
               IF      W-RUN-SEED-NO = 0
                   PERFORM SUB-1200-CHOOSE-RUN-SEED THRU SUB-1200-EXIT
               END-IF

               PERFORM SUB-1300-SET-YEAR THRU SUB-1300-EXIT
           END-IF

           ADD  1                  TO W-CUSTOMERS-READ

           SET  W-CUST-PENDING     TO TRUE
           MOVE 'N'                TO W-CUST-US-SW
                                      W-CUST-RISK-SW
                                      W-CUST-REPORTED-SW
                                      W-CUST-DOB-SW

           MOVE HIP-CUSTOMER-ID    TO W-CUST-ID
           MOVE HIP-PERSON-PREFIX  TO W-CUST-PREFIX

           MOVE HIP-DATE-OF-BIRTH  TO W-DATE-TEXT

           IF      W-DATE-TEXT-YYYY NUMERIC
           AND     W-DATE-TEXT-MM NUMERIC
           AND     W-DATE-TEXT-DD NUMERIC
               MOVE W-DATE-TEXT-YYYY
                                   TO W-DATE-NUM-YYYY
               MOVE W-DATE-TEXT-MM TO W-DATE-NUM-MM
               MOVE W-DATE-TEXT-DD TO W-DATE-NUM-DD
               MOVE W-DATE-NUM     TO W-CUST-DOB-NUM
               SET  W-CUST-DOB-KNOWN
                                   TO TRUE
           END-IF

      **** The customer's own stream: the same seed reports the
      **** same customer the same way.

           MOVE W-CUSTOMERS-READ   TO W-SEED-ITEM-NO
           MOVE W-RUN-SEED-NO      TO W-SEED-TEXT-RUN-SEED

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE W-SEED-TEXT        TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2150-HOLD-ADDRESS.
      *----------------------

      **** Only a U.S. address can be reported: a two-letter state,
      **** a five-digit ZIP and a county FIPS code.

           IF      NOT W-CUST-PENDING
           OR      HIA-CUSTOMER-ID NOT = W-CUST-ID
               GO TO SUB-2150-EXIT
           END-IF

           IF      HIA-ADDRESS-STATE(1 : 2) ALPHABETIC
           AND     HIA-ADDRESS-STATE(1 : 2) NOT = SPACES
           AND     HIA-ADDRESS-STATE(3 : 8) = SPACES
           AND     HIA-ADDRESS-POSTCODE(1 : 5) NUMERIC
           AND     HIA-COUNTY-FIPS NUMERIC
               SET  W-CUST-US      TO TRUE
               MOVE HIA-ADDRESS-STREET
                                   TO W-CUST-STREET
               MOVE HIA-ADDRESS-CITY
                                   TO W-CUST-CITY
               MOVE HIA-ADDRESS-STATE
                                   TO W-CUST-STATE
               MOVE HIA-ADDRESS-POSTCODE
                                   TO W-CUST-ZIP
               MOVE HIA-COUNTY-FIPS
                                   TO W-CUST-FIPS
           END-IF
           .
       SUB-2150-EXIT.
           EXIT.
      /
       SUB-2170-HOLD-RISK.
      *-------------------

           IF      W-CUST-PENDING
           AND     HIR-CUSTOMER-ID = W-CUST-ID
           AND     HIR-CREDIT-SCORE NUMERIC
           AND     HIR-ANNUAL-INCOME NUMERIC
               SET  W-CUST-RISK-KNOWN
                                   TO TRUE
               MOVE HIR-CREDIT-SCORE
                                   TO W-CUST-SCORE
               MOVE HIR-ANNUAL-INCOME
                                   TO W-CUST-INCOME
           END-IF
           .
       SUB-2170-EXIT.
           EXIT.
      /
       SUB-2200-START-LOAN.
      *--------------------

           ADD  1                  TO W-LOANS-READ

           IF      NOT W-CUST-PENDING
           OR      HIL-CUSTOMER-ID NOT = W-CUST-ID
               ADD  1              TO W-NO-CUSTOMER-CNT
               GO TO SUB-2200-EXIT
           END-IF

           IF      W-SCOPE-MORTGAGE
               MOVE 'N'            TO W-MTG-FOUND-SW

               PERFORM SUB-2210-FIND-MORTGAGE THRU SUB-2210-EXIT
                   VARYING W-MTG-DX FROM 1 BY 1
                     UNTIL W-MTG-DX > W-MTG-CNT
                        OR W-MTG-FOUND

               IF      NOT W-MTG-FOUND
                   ADD  1          TO W-NOT-DWELLING-CNT
                   GO TO SUB-2200-EXIT
               END-IF
           END-IF

           IF      NOT W-CUST-US
               ADD  1              TO W-NOT-US-CNT
               GO TO SUB-2200-EXIT
           END-IF

           MOVE HIL-ORIG-DATE      TO W-DATE-TEXT

           IF      W-DATE-TEXT-YYYY NOT NUMERIC
           OR      W-DATE-TEXT-MM NOT NUMERIC
           OR      W-DATE-TEXT-DD NOT NUMERIC
           OR      HIL-PRINCIPAL-CENTS NOT NUMERIC
           OR      HIL-RATE-BP NOT NUMERIC
           OR      HIL-TERM-MONTHS NOT NUMERIC
               ADD  1              TO W-NO-CUSTOMER-CNT
               GO TO SUB-2200-EXIT
           END-IF

           IF      W-DATE-RULE-STRICT
           AND     W-DATE-TEXT-YYYY NOT = W-ACTIVITY-YEAR
               ADD  1              TO W-OUT-OF-YEAR-CNT
               GO TO SUB-2200-EXIT
           END-IF

      **** Date rule R: the loan's own month and day in the
      **** activity year (29 February becoming the 28th), never
      **** past the run date.

           MOVE W-ACTIVITY-YEAR    TO W-DATE-NUM-YYYY
           MOVE W-DATE-TEXT-MM     TO W-DATE-NUM-MM
           MOVE W-DATE-TEXT-DD     TO W-DATE-NUM-DD

           IF      W-DATE-NUM-MM = 2
           AND     W-DATE-NUM-DD = 29
               MOVE 28             TO W-DATE-NUM-DD
           END-IF

           COMPUTE W-DATE-INT      =  FUNCTION INTEGER-OF-DATE
                                          (W-DATE-NUM)

           IF      W-DATE-INT > W-RUN-INT
               MOVE W-RUN-INT      TO W-DATE-INT
               COMPUTE W-DATE-NUM  =  FUNCTION DATE-OF-INTEGER
                                          (W-DATE-INT)
           END-IF

           SET  W-LOAN-PENDING     TO TRUE
           MOVE HIL-LOAN-ID        TO W-LOAN-ID
           MOVE HIL-PRINCIPAL-CENTS
                                   TO W-LOAN-PRINCIPAL
           MOVE HIL-RATE-BP        TO W-LOAN-RATE-BP
           MOVE HIL-TERM-MONTHS    TO W-LOAN-TERM
           MOVE W-DATE-NUM         TO W-LOAN-ORIG-NUM
           MOVE 0                  TO W-LOAN-PAYMENT

           IF      HIL-POINTS-CENTS NUMERIC
               MOVE HIL-POINTS-CENTS
                                   TO W-LOAN-POINTS
           ELSE
               MOVE 0              TO W-LOAN-POINTS
           END-IF
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-FIND-MORTGAGE.
      *-----------------------

           IF      W-MTG-CODE(W-MTG-DX) = HIL-PRODUCT-CODE
               SET  W-MTG-FOUND    TO TRUE
           END-IF
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-2250-HOLD-PAYMENT.
      *----------------------

           IF      W-LOAN-PENDING
           AND     HIS-LOAN-ID = W-LOAN-ID
           AND     W-LOAN-PAYMENT = 0
           AND     HIS-PAYMENT-CENTS NUMERIC
               MOVE HIS-PAYMENT-CENTS
                                   TO W-LOAN-PAYMENT
           END-IF
           .
       SUB-2250-EXIT.
           EXIT.
      /
       SUB-2300-REPORT-LOAN.
      *---------------------

           MOVE 'N'                TO W-LOAN-PENDING-SW
           SET  W-CUST-REPORTED    TO TRUE

           MOVE W-LOAN-ID          TO W-APP-ID
           MOVE 1                  TO W-APP-ACTION
           MOVE W-LOAN-ORIG-NUM    TO W-ACT-DATE-NUM
           COMPUTE W-APP-AMOUNT ROUNDED
                                   =  W-LOAN-PRINCIPAL / 100
           MOVE W-LOAN-TERM        TO W-APP-TERM
           MOVE W-LOAN-RATE-BP     TO W-APP-RATE-BP

      **** Applied for 15 to 60 days before closing.

           PERFORM SUB-2850-NEXT-RANDOM THRU SUB-2850-EXIT
           COMPUTE W-LEAD-DAYS     =  FAKRAND-RANDOM-NO * 46 + 15

           PERFORM SUB-2500-APPLICANT THRU SUB-2500-EXIT

           MOVE 10                 TO W-APP-REASON-1
           MOVE 0                  TO W-APP-REASON-2

      **** Debt-to-income: the first installment against a month's
      **** income, plus the applicant's other debts.

           MOVE 'N'                TO W-APP-DTI-SW

           IF      W-CUST-RISK-KNOWN
           AND     W-CUST-INCOME > 0
               PERFORM SUB-2850-NEXT-RANDOM THRU SUB-2850-EXIT
               COMPUTE W-OTHER-DEBT-PCT
                                   =  FAKRAND-RANDOM-NO * 21 + 5
               COMPUTE W-WORK-DTI ROUNDED
                                   =  W-LOAN-PAYMENT * 12
                                   /  W-CUST-INCOME
                                   +  W-OTHER-DEBT-PCT
               IF      W-WORK-DTI > 999
                   MOVE 999        TO W-APP-DTI
               ELSE
                   MOVE W-WORK-DTI TO W-APP-DTI
               END-IF
               SET  W-APP-DTI-KNOWN
                                   TO TRUE
           END-IF

      **** Sold in the year, or held: a government loan mostly goes
      **** to Ginnie Mae, a conventional one to Fannie Mae, Freddie
      **** Mac or another bank.

           PERFORM SUB-2850-NEXT-RANDOM THRU SUB-2850-EXIT

           IF      W-APP-LOAN-TYPE = 1
               EVALUATE TRUE
                 WHEN FAKRAND-RANDOM-NO < 0.35
                   MOVE 0          TO W-APP-PURCHASER
                 WHEN FAKRAND-RANDOM-NO < 0.65
                   MOVE 1          TO W-APP-PURCHASER
                 WHEN FAKRAND-RANDOM-NO < 0.90
                   MOVE 3          TO W-APP-PURCHASER
                 WHEN OTHER
                   MOVE 6          TO W-APP-PURCHASER
               END-EVALUATE
           ELSE
               IF      FAKRAND-RANDOM-NO < 0.70
                   MOVE 2          TO W-APP-PURCHASER
               ELSE
                   MOVE 0          TO W-APP-PURCHASER
               END-IF
           END-IF

      **** Closing costs 2 to 4 percent of the loan, 40 to 60
      **** percent of them origination charges; discount points are
      **** the ones the loan record says were paid.

           PERFORM SUB-2850-NEXT-RANDOM THRU SUB-2850-EXIT
           COMPUTE W-COST-BP       =  FAKRAND-RANDOM-NO * 201 + 200
           COMPUTE W-APP-COSTS ROUNDED
                                   =  W-APP-AMOUNT * W-COST-BP
                                   /  10000

           PERFORM SUB-2850-NEXT-RANDOM THRU SUB-2850-EXIT
           COMPUTE W-APP-ORIG-CHARGES ROUNDED
                                   =  W-APP-COSTS
                                   * (FAKRAND-RANDOM-NO * 0.2 + 0.4)

           COMPUTE W-APP-POINTS ROUNDED
                                   =  W-LOAN-POINTS / 100

           IF      W-APP-AUS = 1
               MOVE 1              TO W-APP-AUS-RESULT
           ELSE
               MOVE 8              TO W-APP-AUS-RESULT
           END-IF

           PERFORM SUB-2600-BUILD-ROW THRU SUB-2600-EXIT
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2400-END-CUSTOMER.
      *----------------------

           MOVE 'N'                TO W-CUST-PENDING-SW

           IF      W-CUST-REPORTED
           OR      NOT W-CUST-US
           OR      NOT W-CUST-RISK-KNOWN
               GO TO SUB-2400-EXIT
           END-IF

           PERFORM SUB-2850-NEXT-RANDOM THRU SUB-2850-EXIT

           IF      FAKRAND-RANDOM-NO * 100 NOT < W-APP-PCT
               GO TO SUB-2400-EXIT
           END-IF

           PERFORM SUB-2450-APPLICATION THRU SUB-2450-EXIT
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2450-APPLICATION.
      *---------------------

      **** The application ID is the customer's, with an 'AP01'
      **** suffix where a loan would carry its LNnn.

           MOVE SPACES             TO W-APP-ID
           STRING W-CUST-ID        '-AP01'
                                   DELIMITED SIZE
                                   INTO W-APP-ID

      **** Action taken - a thin file or a poor score is denied far
      **** more often.

           PERFORM SUB-2850-NEXT-RANDOM THRU SUB-2850-EXIT

           IF      W-CUST-SCORE < 620
               EVALUATE TRUE
                 WHEN FAKRAND-RANDOM-NO < 0.70
                   MOVE 3          TO W-APP-ACTION
                 WHEN FAKRAND-RANDOM-NO < 0.85
                   MOVE 4          TO W-APP-ACTION
                 WHEN OTHER
                   MOVE 5          TO W-APP-ACTION
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                 WHEN FAKRAND-RANDOM-NO < 0.35
                   MOVE 3          TO W-APP-ACTION
                 WHEN FAKRAND-RANDOM-NO < 0.65
                   MOVE 4          TO W-APP-ACTION
                 WHEN FAKRAND-RANDOM-NO < 0.80
                   MOVE 5          TO W-APP-ACTION
                 WHEN OTHER
                   MOVE 2          TO W-APP-ACTION
               END-EVALUATE
           END-IF

      **** Acted on some day of the activity year up to the run
      **** date; applied for 3 to 45 days earlier.

           PERFORM SUB-2850-NEXT-RANDOM THRU SUB-2850-EXIT
           COMPUTE W-DATE-INT      =  W-YEAR-START-INT
                                   +  FAKRAND-RANDOM-NO * W-YEAR-DAYS

           IF      W-DATE-INT > W-RUN-INT
               MOVE W-RUN-INT      TO W-DATE-INT
           END-IF

           COMPUTE W-ACT-DATE-NUM  =  FUNCTION DATE-OF-INTEGER
                                          (W-DATE-INT)

           PERFORM SUB-2850-NEXT-RANDOM THRU SUB-2850-EXIT
           COMPUTE W-LEAD-DAYS     =  FAKRAND-RANDOM-NO * 43 + 3

      **** $5,000 to $50,000 to the nearest $100 - the range the
      **** extract's own loans are drawn in.

           PERFORM SUB-2850-NEXT-RANDOM THRU SUB-2850-EXIT
           COMPUTE W-APP-AMOUNT    =  FAKRAND-RANDOM-NO * 451 + 50
           MULTIPLY 100            BY W-APP-AMOUNT

           PERFORM SUB-2850-NEXT-RANDOM THRU SUB-2850-EXIT

           EVALUATE TRUE
             WHEN FAKRAND-RANDOM-NO < 0.60
               MOVE 360            TO W-APP-TERM
             WHEN FAKRAND-RANDOM-NO < 0.85
               MOVE 180            TO W-APP-TERM
             WHEN OTHER
               MOVE 120            TO W-APP-TERM
           END-EVALUATE

      **** Only an approval carries a rate.

           MOVE 0                  TO W-APP-RATE-BP

           IF      W-APP-APPROVED
               PERFORM SUB-2850-NEXT-RANDOM THRU SUB-2850-EXIT
               COMPUTE W-APP-RATE-BP
                                   =  FAKRAND-RANDOM-NO * 201 + 650
           END-IF

           PERFORM SUB-2500-APPLICANT THRU SUB-2500-EXIT

           PERFORM SUB-2460-DENIAL-REASONS THRU SUB-2460-EXIT

      **** Debt-to-income: over 45 where it was the reason for the
      **** denial, otherwise within underwriting limits.

           PERFORM SUB-2850-NEXT-RANDOM THRU SUB-2850-EXIT

           IF      W-APP-REASON-1 = 1
           OR      W-APP-REASON-2 = 1
               COMPUTE W-APP-DTI   =  FAKRAND-RANDOM-NO * 15 + 46
           ELSE
               COMPUTE W-APP-DTI   =  FAKRAND-RANDOM-NO * 26 + 18
           END-IF

           SET  W-APP-DTI-KNOWN    TO TRUE

           MOVE 0                  TO W-APP-PURCHASER
                                      W-APP-COSTS
                                      W-APP-ORIG-CHARGES
                                      W-APP-POINTS

           IF      W-APP-DENIED
               IF      W-APP-AUS = 1
                   MOVE 3          TO W-APP-AUS-RESULT
               ELSE
                   MOVE 13         TO W-APP-AUS-RESULT
               END-IF
           ELSE
               IF      W-APP-AUS = 1
                   MOVE 1          TO W-APP-AUS-RESULT
               ELSE
                   MOVE 8          TO W-APP-AUS-RESULT
               END-IF
           END-IF

           PERFORM SUB-2600-BUILD-ROW THRU SUB-2600-EXIT
           .
       SUB-2450-EXIT.
           EXIT.
      /
       SUB-2460-DENIAL-REASONS.
      *------------------------

      **** Reason 10 (not applicable) for anything but a denial.  A
      **** score under 620 is denied for credit history, a third of
      **** the time with debt-to-income as well; a better score is
      **** denied for one of the other reasons.

           MOVE 10                 TO W-APP-REASON-1
           MOVE 0                  TO W-APP-REASON-2

           IF      NOT W-APP-DENIED
               GO TO SUB-2460-EXIT
           END-IF

           PERFORM SUB-2850-NEXT-RANDOM THRU SUB-2850-EXIT

           IF      W-CUST-SCORE < 620
               MOVE 3              TO W-APP-REASON-1

               IF      FAKRAND-RANDOM-NO < 0.33
                   MOVE 1          TO W-APP-REASON-2
               END-IF

               GO TO SUB-2460-EXIT
           END-IF

           EVALUATE TRUE
             WHEN FAKRAND-RANDOM-NO < 0.40
               MOVE 1              TO W-APP-REASON-1
             WHEN FAKRAND-RANDOM-NO < 0.60
               MOVE 4              TO W-APP-REASON-1
             WHEN FAKRAND-RANDOM-NO < 0.72
               MOVE 5              TO W-APP-REASON-1
             WHEN FAKRAND-RANDOM-NO < 0.82
               MOVE 2              TO W-APP-REASON-1
             WHEN FAKRAND-RANDOM-NO < 0.90
               MOVE 6              TO W-APP-REASON-1
             WHEN FAKRAND-RANDOM-NO < 0.95
               MOVE 7              TO W-APP-REASON-1
             WHEN OTHER
               MOVE 9              TO W-APP-REASON-1
           END-EVALUATE
           .
       SUB-2460-EXIT.
           EXIT.
      /
       SUB-2500-APPLICANT.
      *-------------------

      **** What every application draws alike: the loan's type,
      **** purpose and occupancy, the applicant's demographics,
      **** the property value, the loan officer and the AUS.

           COMPUTE W-DATE-INT      =  FUNCTION INTEGER-OF-DATE
                                          (W-ACT-DATE-NUM)
                                   -  W-LEAD-DAYS
           COMPUTE W-APP-DATE-NUM  =  FUNCTION DATE-OF-INTEGER
                                          (W-DATE-INT)

      **** Age at application - whole years between the two
      **** YYYYMMDD dates.

           IF      W-CUST-DOB-KNOWN
           AND     W-CUST-DOB-NUM < W-APP-DATE-NUM
               COMPUTE W-APP-AGE   = (W-APP-DATE-NUM - W-CUST-DOB-NUM)
                                   /  10000
           ELSE
               MOVE 8888           TO W-APP-AGE
           END-IF

           IF      W-CUST-RISK-KNOWN
               COMPUTE W-APP-INCOME-K ROUNDED
                                   =  W-CUST-INCOME / 1000
               MOVE W-CUST-SCORE   TO W-APP-SCORE
               MOVE 3              TO W-APP-SCORE-MODEL
           ELSE
               MOVE 8888           TO W-APP-SCORE
               MOVE 9              TO W-APP-SCORE-MODEL
           END-IF

           PERFORM SUB-2850-NEXT-RANDOM THRU SUB-2850-EXIT

           EVALUATE TRUE
             WHEN FAKRAND-RANDOM-NO < 0.80
               MOVE 1              TO W-APP-LOAN-TYPE
             WHEN FAKRAND-RANDOM-NO < 0.92
               MOVE 2              TO W-APP-LOAN-TYPE
             WHEN FAKRAND-RANDOM-NO < 0.98
               MOVE 3              TO W-APP-LOAN-TYPE
             WHEN OTHER
               MOVE 4              TO W-APP-LOAN-TYPE
           END-EVALUATE

           PERFORM SUB-2850-NEXT-RANDOM THRU SUB-2850-EXIT

           EVALUATE TRUE
             WHEN FAKRAND-RANDOM-NO < 0.55
               MOVE 1              TO W-APP-PURPOSE
             WHEN FAKRAND-RANDOM-NO < 0.80
               MOVE 31             TO W-APP-PURPOSE
             WHEN FAKRAND-RANDOM-NO < 0.92
               MOVE 32             TO W-APP-PURPOSE
             WHEN FAKRAND-RANDOM-NO < 0.97
               MOVE 2              TO W-APP-PURPOSE
             WHEN OTHER
               MOVE 4              TO W-APP-PURPOSE
           END-EVALUATE

           PERFORM SUB-2850-NEXT-RANDOM THRU SUB-2850-EXIT

           EVALUATE TRUE
             WHEN FAKRAND-RANDOM-NO < 0.90
               MOVE 1              TO W-APP-OCCUPANCY
             WHEN FAKRAND-RANDOM-NO < 0.93
               MOVE 2              TO W-APP-OCCUPANCY
             WHEN OTHER
               MOVE 3              TO W-APP-OCCUPANCY
           END-EVALUATE

           PERFORM SUB-2850-NEXT-RANDOM THRU SUB-2850-EXIT

           EVALUATE TRUE
             WHEN FAKRAND-RANDOM-NO < 0.10
               MOVE 1              TO W-APP-ETHNICITY
             WHEN FAKRAND-RANDOM-NO < 0.85
               MOVE 2              TO W-APP-ETHNICITY
             WHEN OTHER
               MOVE 3              TO W-APP-ETHNICITY
           END-EVALUATE

           PERFORM SUB-2850-NEXT-RANDOM THRU SUB-2850-EXIT

           EVALUATE TRUE
             WHEN FAKRAND-RANDOM-NO < 0.650
               MOVE 5              TO W-APP-RACE
             WHEN FAKRAND-RANDOM-NO < 0.770
               MOVE 3              TO W-APP-RACE
             WHEN FAKRAND-RANDOM-NO < 0.840
               MOVE 2              TO W-APP-RACE
             WHEN FAKRAND-RANDOM-NO < 0.850
               MOVE 1              TO W-APP-RACE
             WHEN FAKRAND-RANDOM-NO < 0.855
               MOVE 4              TO W-APP-RACE
             WHEN OTHER
               MOVE 6              TO W-APP-RACE
           END-EVALUATE

      **** Sex as the name prefix has it; otherwise drawn, one in
      **** twenty not provided.

           PERFORM SUB-2850-NEXT-RANDOM THRU SUB-2850-EXIT

           EVALUATE TRUE
             WHEN W-CUST-PREFIX = 'Mr.'
               MOVE 1              TO W-APP-SEX
             WHEN W-CUST-PREFIX = 'Mrs.' OR 'Ms.' OR 'Miss'
               MOVE 2              TO W-APP-SEX
             WHEN FAKRAND-RANDOM-NO < 0.48
               MOVE 1              TO W-APP-SEX
             WHEN FAKRAND-RANDOM-NO < 0.95
               MOVE 2              TO W-APP-SEX
             WHEN OTHER
               MOVE 3              TO W-APP-SEX
           END-EVALUATE

      **** Property value off a 60 to 97 percent loan-to-value,
      **** rounded up to the thousand an appraisal would come in
      **** at.

           PERFORM SUB-2850-NEXT-RANDOM THRU SUB-2850-EXIT
           COMPUTE W-LTV           =  FAKRAND-RANDOM-NO * 38 + 60
           COMPUTE W-VALUE-K       = (W-APP-AMOUNT * 100 / W-LTV
                                   +  999) / 1000
           COMPUTE W-APP-VALUE     =  W-VALUE-K * 1000
           COMPUTE W-APP-CLTV ROUNDED
                                   =  W-APP-AMOUNT * 100
                                   /  W-APP-VALUE

           PERFORM SUB-2850-NEXT-RANDOM THRU SUB-2850-EXIT
           COMPUTE W-PICK          =  FAKRAND-RANDOM-NO * 5 + 1
           MOVE W-NMLSR-ID(W-PICK) TO W-APP-NMLSR

      **** Desktop Underwriter for a conventional or VA loan, FHA
      **** TOTAL Scorecard for FHA, GUS for USDA.

           EVALUATE W-APP-LOAN-TYPE
             WHEN 2
               MOVE 3              TO W-APP-AUS
             WHEN 4
               MOVE 4              TO W-APP-AUS
             WHEN OTHER
               MOVE 1              TO W-APP-AUS
           END-EVALUATE

           IF      W-APP-ORIGINATED
           OR      W-APP-APPROVED
               COMPUTE W-APP-SPREAD
                                   = (W-APP-RATE-BP - W-APOR-BP) / 100
           END-IF
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2600-BUILD-ROW.
      *-------------------

           MOVE SPACES             TO W-LAR-ROW
           MOVE 1                  TO W-LAR-PTR

           MOVE SPACES             TO W-CHK-SOURCE
           STRING W-LEI            DELIMITED SIZE
                  W-APP-ID         DELIMITED SPACE
                                   INTO W-CHK-SOURCE
           PERFORM SUB-2700-CHECK-DIGITS THRU SUB-2700-EXIT

      **** Fields 1-18: identifiers, loan and property.

           MOVE '2|'               TO W-RUN-TEXT
           PERFORM SUB-2820-ADD-TEXT THRU SUB-2820-EXIT

           MOVE W-LEI              TO W-FLD
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

           MOVE W-CHK-RESULT       TO W-FLD
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

           MOVE W-APP-DATE-NUM     TO W-FLD
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

           MOVE W-APP-LOAN-TYPE    TO W-FLD
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

           MOVE W-APP-PURPOSE      TO W-NUM-EDIT
           PERFORM SUB-2810-ADD-NUMBER THRU SUB-2810-EXIT

           MOVE '2|1|'             TO W-RUN-TEXT
           PERFORM SUB-2820-ADD-TEXT THRU SUB-2820-EXIT

           MOVE W-APP-OCCUPANCY    TO W-FLD
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

           MOVE W-APP-AMOUNT       TO W-NUM-EDIT
           PERFORM SUB-2810-ADD-NUMBER THRU SUB-2810-EXIT

           MOVE W-APP-ACTION       TO W-FLD
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

           MOVE W-ACT-DATE-NUM     TO W-FLD
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

           MOVE W-CUST-STREET      TO W-FLD
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

           MOVE W-CUST-CITY        TO W-FLD
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

           MOVE W-CUST-STATE       TO W-FLD
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

           MOVE W-CUST-ZIP         TO W-FLD
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

           MOVE W-CUST-FIPS        TO W-FLD
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

           MOVE 'NA|'              TO W-RUN-TEXT
           PERFORM SUB-2820-ADD-TEXT THRU SUB-2820-EXIT

      **** Fields 19-54: ethnicity, race and sex.  A sole applicant
      **** - the co-applicant fields say so (5, 8, 5, 4).

           MOVE W-APP-ETHNICITY    TO W-FLD
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

           MOVE '|||||5||||||2|4|' TO W-RUN-TEXT
           PERFORM SUB-2820-ADD-TEXT THRU SUB-2820-EXIT

           MOVE W-APP-RACE         TO W-FLD
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

           MOVE '|||||||8||||||||2|4|'
                                   TO W-RUN-TEXT
           PERFORM SUB-2820-ADD-TEXT THRU SUB-2820-EXIT

           MOVE W-APP-SEX          TO W-FLD
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

           MOVE '5|2|4|'           TO W-RUN-TEXT
           PERFORM SUB-2820-ADD-TEXT THRU SUB-2820-EXIT

      **** Fields 55-72: age, income, purchaser, pricing, credit
      **** score and denial reasons.

           MOVE W-APP-AGE          TO W-NUM-EDIT
           PERFORM SUB-2810-ADD-NUMBER THRU SUB-2810-EXIT

           MOVE '9999|'            TO W-RUN-TEXT
           PERFORM SUB-2820-ADD-TEXT THRU SUB-2820-EXIT

           IF      W-CUST-RISK-KNOWN
               MOVE W-APP-INCOME-K TO W-NUM-EDIT
               PERFORM SUB-2810-ADD-NUMBER THRU SUB-2810-EXIT
           ELSE
               MOVE 'NA|'          TO W-RUN-TEXT
               PERFORM SUB-2820-ADD-TEXT THRU SUB-2820-EXIT
           END-IF

           MOVE W-APP-PURCHASER    TO W-FLD
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

           IF      W-APP-ORIGINATED
           OR      W-APP-APPROVED
               MOVE W-APP-SPREAD   TO W-SPREAD-EDIT
               MOVE W-SPREAD-EDIT  TO W-FLD
               PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT
           ELSE
               MOVE 'NA|'          TO W-RUN-TEXT
               PERFORM SUB-2820-ADD-TEXT THRU SUB-2820-EXIT
           END-IF

           IF      W-APP-ORIGINATED
               MOVE '2|1|'         TO W-RUN-TEXT
           ELSE
               MOVE '3|1|'         TO W-RUN-TEXT
           END-IF
           PERFORM SUB-2820-ADD-TEXT THRU SUB-2820-EXIT

           MOVE W-APP-SCORE        TO W-NUM-EDIT
           PERFORM SUB-2810-ADD-NUMBER THRU SUB-2810-EXIT

           MOVE '9999|'            TO W-RUN-TEXT
           PERFORM SUB-2820-ADD-TEXT THRU SUB-2820-EXIT

           MOVE W-APP-SCORE-MODEL  TO W-FLD
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

           MOVE '|10||'            TO W-RUN-TEXT
           PERFORM SUB-2820-ADD-TEXT THRU SUB-2820-EXIT

           MOVE W-APP-REASON-1     TO W-NUM-EDIT
           PERFORM SUB-2810-ADD-NUMBER THRU SUB-2810-EXIT

           IF      W-APP-REASON-2 > 0
               MOVE W-APP-REASON-2 TO W-NUM-EDIT
               PERFORM SUB-2810-ADD-NUMBER THRU SUB-2810-EXIT
           ELSE
               MOVE '|'            TO W-RUN-TEXT
               PERFORM SUB-2820-ADD-TEXT THRU SUB-2820-EXIT
           END-IF

           MOVE '||'               TO W-RUN-TEXT
           PERFORM SUB-2820-ADD-TEXT THRU SUB-2820-EXIT

           IF      W-APP-REASON-1 = 9
               MOVE 'PROPERTY NOT ELIGIBLE FOR PROGRAM'
                                   TO W-FLD
           ELSE
               MOVE SPACES         TO W-FLD
           END-IF
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

      **** Fields 73-79: loan costs and rate - a closed loan's only.

           IF      W-APP-ORIGINATED
               MOVE W-APP-COSTS    TO W-NUM-EDIT
               PERFORM SUB-2810-ADD-NUMBER THRU SUB-2810-EXIT

               MOVE 'NA|'          TO W-RUN-TEXT
               PERFORM SUB-2820-ADD-TEXT THRU SUB-2820-EXIT

               MOVE W-APP-ORIG-CHARGES
                                   TO W-NUM-EDIT
               PERFORM SUB-2810-ADD-NUMBER THRU SUB-2810-EXIT

               IF      W-APP-POINTS > 0
                   MOVE W-APP-POINTS
                                   TO W-NUM-EDIT
                   PERFORM SUB-2810-ADD-NUMBER THRU SUB-2810-EXIT
               ELSE
                   MOVE '|'        TO W-RUN-TEXT
                   PERFORM SUB-2820-ADD-TEXT THRU SUB-2820-EXIT
               END-IF

               MOVE '|'            TO W-RUN-TEXT
               PERFORM SUB-2820-ADD-TEXT THRU SUB-2820-EXIT
           ELSE
               MOVE 'NA|NA|NA|NA|NA|'
                                   TO W-RUN-TEXT
               PERFORM SUB-2820-ADD-TEXT THRU SUB-2820-EXIT
           END-IF

           IF      W-APP-ORIGINATED
           OR      W-APP-APPROVED
               COMPUTE W-RATE-EDIT =  W-APP-RATE-BP / 100
               MOVE W-RATE-EDIT    TO W-FLD
               PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT
           ELSE
               MOVE 'NA|'          TO W-RUN-TEXT
               PERFORM SUB-2820-ADD-TEXT THRU SUB-2820-EXIT
           END-IF

           MOVE 'NA|'              TO W-RUN-TEXT
           PERFORM SUB-2820-ADD-TEXT THRU SUB-2820-EXIT

      **** Fields 80-110: underwriting, loan features, property,
      **** origination channel and AUS.

           IF      W-APP-DTI-KNOWN
               MOVE W-APP-DTI      TO W-NUM-EDIT
               PERFORM SUB-2810-ADD-NUMBER THRU SUB-2810-EXIT
           ELSE
               MOVE 'NA|'          TO W-RUN-TEXT
               PERFORM SUB-2820-ADD-TEXT THRU SUB-2820-EXIT
           END-IF

           MOVE W-APP-CLTV         TO W-CLTV-EDIT
           MOVE W-CLTV-EDIT        TO W-FLD
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

           MOVE W-APP-TERM         TO W-NUM-EDIT
           PERFORM SUB-2810-ADD-NUMBER THRU SUB-2810-EXIT

           MOVE 'NA|2|2|2|2|'      TO W-RUN-TEXT
           PERFORM SUB-2820-ADD-TEXT THRU SUB-2820-EXIT

           MOVE W-APP-VALUE        TO W-NUM-EDIT
           PERFORM SUB-2810-ADD-NUMBER THRU SUB-2810-EXIT

           MOVE '3|5|1|NA|1|1|'    TO W-RUN-TEXT
           PERFORM SUB-2820-ADD-TEXT THRU SUB-2820-EXIT

           MOVE W-APP-NMLSR        TO W-FLD
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

           MOVE W-APP-AUS          TO W-FLD
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

           MOVE '|||||'            TO W-RUN-TEXT
           PERFORM SUB-2820-ADD-TEXT THRU SUB-2820-EXIT

           MOVE W-APP-AUS-RESULT   TO W-NUM-EDIT
           PERFORM SUB-2810-ADD-NUMBER THRU SUB-2810-EXIT

           MOVE '|||||2|2|2'       TO W-RUN-TEXT
           PERFORM SUB-2820-ADD-TEXT THRU SUB-2820-EXIT

      **** Into the register, and onto the transmittal counts.

           IF      W-LAR-CNT >= W-LAR-MAX
               ADD  1              TO W-LAR-FULL-CNT
               GO TO SUB-2600-EXIT
           END-IF

           ADD  1                  TO W-LAR-CNT
           MOVE W-LAR-ROW          TO W-LAR-ROW-SAVE(W-LAR-CNT)

           ADD  1                  TO W-ACT-CNT(W-APP-ACTION)
           ADD  W-APP-AMOUNT       TO W-ACT-AMOUNT(W-APP-ACTION)

           IF      W-APP-DENIED
               ADD  1              TO W-DEN-CNT(W-APP-REASON-1)

               IF      W-APP-REASON-2 > 0
                   ADD  1          TO W-DEN-CNT(W-APP-REASON-2)
               END-IF
           END-IF
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2700-CHECK-DIGITS.
      *----------------------

      **** W-CHK-SOURCE, hyphens and spaces dropped, plus its two
      **** check digits into W-CHK-RESULT.

           MOVE SPACES             TO W-CHK-RESULT
           MOVE 0                  TO W-CHK-LEN
                                      W-CHK-MOD

           PERFORM SUB-2710-CHECK-ONE-CHAR THRU SUB-2710-EXIT
               VARYING W-CHK-DX FROM 1 BY 1
                 UNTIL W-CHK-DX > LENGTH OF W-CHK-SOURCE

           COMPUTE W-CHK-WORK      =  W-CHK-MOD * 100
           DIVIDE W-CHK-WORK       BY 97
                                   GIVING W-CHK-QUOT
                                   REMAINDER W-CHK-MOD

           COMPUTE W-CHK-DIGITS    =  98 - W-CHK-MOD

           MOVE W-CHK-DIGITS       TO W-CHK-RESULT(W-CHK-LEN + 1 : 2)
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2710-CHECK-ONE-CHAR.
      *------------------------

           MOVE W-CHK-SOURCE(W-CHK-DX : 1)
                                   TO W-CHK-CHAR

           IF      W-CHK-CHAR = SPACE OR '-'
               GO TO SUB-2710-EXIT
           END-IF

           ADD  1                  TO W-CHK-LEN
           MOVE W-CHK-CHAR         TO W-CHK-RESULT(W-CHK-LEN : 1)

           IF      W-CHK-CHAR NUMERIC
               MOVE W-CHK-CHAR     TO W-CHK-DIGIT
               COMPUTE W-CHK-WORK  =  W-CHK-MOD * 10 + W-CHK-DIGIT
           ELSE
               MOVE 0              TO W-CHK-TALLY
               INSPECT W-ALPHABET TALLYING W-CHK-TALLY
                   FOR CHARACTERS BEFORE INITIAL W-CHK-CHAR
               COMPUTE W-CHK-WORK  =  W-CHK-MOD * 100
                                   +  W-CHK-TALLY + 10
           END-IF

           DIVIDE W-CHK-WORK       BY 97
                                   GIVING W-CHK-QUOT
                                   REMAINDER W-CHK-MOD
           .
       SUB-2710-EXIT.
           EXIT.
      /
       SUB-2800-ADD-FIELD.
      *-------------------

      **** W-FLD, trimmed, and its delimiter onto the row.

           IF      W-FLD = SPACES
               STRING '|'          DELIMITED SIZE
                                   INTO W-LAR-ROW
                                   WITH POINTER W-LAR-PTR
           ELSE
               STRING FUNCTION TRIM(W-FLD)
                                   DELIMITED SIZE
                      '|'          DELIMITED SIZE
                                   INTO W-LAR-ROW
                                   WITH POINTER W-LAR-PTR
           END-IF
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-2810-ADD-NUMBER.
      *--------------------

           MOVE W-NUM-EDIT         TO W-FLD

           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT
           .
       SUB-2810-EXIT.
           EXIT.
      /
       SUB-2820-ADD-TEXT.
      *------------------

      **** A run of fixed fields with their delimiters.

           STRING W-RUN-TEXT       DELIMITED SPACE
                                   INTO W-LAR-ROW
                                   WITH POINTER W-LAR-PTR
           .
       SUB-2820-EXIT.
           EXIT.
      /
       SUB-2850-NEXT-RANDOM.
      *---------------------

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE SPACES             TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER
           .
       SUB-2850-EXIT.
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
       SUB-2920-NUM-TO-TEXT.
      *---------------------

           MOVE SPACES             TO W-DATE-TEXT
           STRING W-DATE-NUM-YYYY  '-'
                  W-DATE-NUM-MM    '-'
                  W-DATE-NUM-DD    DELIMITED SIZE
                                   INTO W-DATE-TEXT
           .
       SUB-2920-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-DISPLAY
           END-IF

      **** An extract with no customers never fixed the year.

           IF      W-CUSTOMERS-READ = 0
               PERFORM SUB-1300-SET-YEAR THRU SUB-1300-EXIT
           END-IF

           PERFORM SUB-3100-WRITE-TRANSMITTAL THRU SUB-3100-EXIT

           PERFORM SUB-3150-WRITE-LAR THRU SUB-3150-EXIT
               VARYING W-LAR-DX FROM 1 BY 1
                 UNTIL W-LAR-DX > W-LAR-CNT

           PERFORM SUB-3300-PRINT-TRANSMITTAL THRU SUB-3300-EXIT

           CLOSE HMDIN
                 LARFILE
                 TSMFILE

           IF      W-LAR-FULL-CNT > 0
               MOVE W-LAR-FULL-CNT TO W-DISP-NUM
               DISPLAY W-ERROR-MSG
                       'register table full, not reported: '
                       W-DISP-NUM
               MOVE 4              TO RETURN-CODE
           END-IF

      **** Register what this run cut from the extract in the
      **** shared lineage file (COPY FAKERPD8).

           MOVE 'Data\FAKERHMD Lar.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERHMD Transmittal.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT
           .
       SUB-3000-DISPLAY.

           MOVE W-LOANS-READ       TO W-DISP-NUM
           DISPLAY 'L records read:           '
                   W-DISP-NUM

           MOVE W-ACT-CNT(1)       TO W-DISP-NUM
           DISPLAY 'Loans originated:         '
                   W-DISP-NUM

           MOVE W-LAR-CNT          TO W-DISP-NUM
           DISPLAY 'LAR entries written:      '
                   W-DISP-NUM

           DISPLAY 'HMDA activity year:              '
                   W-ACTIVITY-YEAR

           MOVE W-RUN-SEED-NO      TO W-DISP-NUM
           DISPLAY 'FAKERHMD run seed:        '
                   W-DISP-NUM

           DISPLAY 'FAKERHMD completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-WRITE-TRANSMITTAL.
      *---------------------------

      **** The transmittal sheet - record '1', 15 fields, calendar
      **** quarter 4 for the annual filing.

           MOVE SPACES             TO W-LAR-ROW
           MOVE 1                  TO W-LAR-PTR

           MOVE '1|'               TO W-RUN-TEXT
           PERFORM SUB-2820-ADD-TEXT THRU SUB-2820-EXIT

           MOVE W-FI-NAME          TO W-FLD
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

           MOVE W-ACTIVITY-YEAR    TO W-FLD
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

           MOVE '4|'               TO W-RUN-TEXT
           PERFORM SUB-2820-ADD-TEXT THRU SUB-2820-EXIT

           MOVE W-FI-CONTACT       TO W-FLD
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

           MOVE W-FI-PHONE         TO W-FLD
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

           MOVE W-FI-EMAIL         TO W-FLD
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

           MOVE W-FI-STREET        TO W-FLD
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

           MOVE W-FI-CITY          TO W-FLD
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

           MOVE W-FI-STATE         TO W-FLD
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

           MOVE W-FI-ZIP           TO W-FLD
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

           MOVE W-FI-AGENCY        TO W-FLD
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

           MOVE W-LAR-CNT          TO W-NUM-EDIT
           PERFORM SUB-2810-ADD-NUMBER THRU SUB-2810-EXIT

           MOVE W-FI-TAX-ID        TO W-FLD
           PERFORM SUB-2800-ADD-FIELD THRU SUB-2800-EXIT

           MOVE W-LEI              TO W-RUN-TEXT
           PERFORM SUB-2820-ADD-TEXT THRU SUB-2820-EXIT

           WRITE LARFILE-REC     FROM W-LAR-ROW
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3150-WRITE-LAR.
      *-------------------

           WRITE LARFILE-REC     FROM W-LAR-ROW-SAVE(W-LAR-DX)
           .
       SUB-3150-EXIT.
           EXIT.
      /
       SUB-3300-PRINT-TRANSMITTAL.
      *---------------------------

           ADD  1                  TO W-PAGE-NO
           MOVE W-PAGE-NO          TO W-PAGE-DISP

           MOVE SPACES             TO TSMFILE-REC
           MOVE '1'                TO TSM-CC
           STRING 'COB-FAKER HMDA LAR TRANSMITTAL'
                  '   ACTIVITY YEAR '
                  W-ACTIVITY-YEAR
                  '   AS OF '
                  W-SAVE-RUN-DATE
                  '   SEED '
                  W-SAVE-SEED-NO
                  '   PAGE '
                  W-PAGE-DISP      DELIMITED SIZE
                                   INTO TSM-LINE
           WRITE TSMFILE-REC

           PERFORM SUB-3390-REPORT-LINE THRU SUB-3390-EXIT

           MOVE 'FINANCIAL INSTITUTION:'
                                   TO W-BUILD-LINE
           MOVE W-FI-NAME          TO W-BUILD-LINE(30 : 40)
           PERFORM SUB-3390-REPORT-LINE THRU SUB-3390-EXIT

           MOVE 'LEGAL ENTITY IDENTIFIER:'
                                   TO W-BUILD-LINE
           MOVE W-LEI              TO W-BUILD-LINE(30 : 20)
           PERFORM SUB-3390-REPORT-LINE THRU SUB-3390-EXIT

           MOVE 'FEDERAL TAXPAYER ID:'
                                   TO W-BUILD-LINE
           MOVE W-FI-TAX-ID        TO W-BUILD-LINE(30 : 10)
           PERFORM SUB-3390-REPORT-LINE THRU SUB-3390-EXIT

           MOVE 'FEDERAL AGENCY:'  TO W-BUILD-LINE
           MOVE W-FI-AGENCY        TO W-BUILD-LINE(30 : 1)
           MOVE '(OCC)'            TO W-BUILD-LINE(32 : 5)
           PERFORM SUB-3390-REPORT-LINE THRU SUB-3390-EXIT

           MOVE 'CONTACT:'         TO W-BUILD-LINE
           STRING FUNCTION TRIM(W-FI-CONTACT)
                  '  '
                  W-FI-PHONE
                  '  '
                  FUNCTION TRIM(W-FI-EMAIL)
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE(30 : 91)
           PERFORM SUB-3390-REPORT-LINE THRU SUB-3390-EXIT

           MOVE 'CALENDAR YEAR/QUARTER:'
                                   TO W-BUILD-LINE
           MOVE W-ACTIVITY-YEAR    TO W-BUILD-LINE(30 : 4)
           MOVE '/ 4'              TO W-BUILD-LINE(35 : 3)
           PERFORM SUB-3390-REPORT-LINE THRU SUB-3390-EXIT

           IF      W-DATE-RULE-REDATE
               MOVE 'DATE RULE:'   TO W-BUILD-LINE
               MOVE 'R - LOANS RE-DATED INTO THE ACTIVITY YEAR'
                                   TO W-BUILD-LINE(30 : 50)
           ELSE
               MOVE 'DATE RULE:'   TO W-BUILD-LINE
               MOVE 'S - LOANS ORIGINATED IN THE ACTIVITY YEAR ONLY'
                                   TO W-BUILD-LINE(30 : 50)
           END-IF
           PERFORM SUB-3390-REPORT-LINE THRU SUB-3390-EXIT

           PERFORM SUB-3390-REPORT-LINE THRU SUB-3390-EXIT

           MOVE 'ACTION TAKEN'     TO W-BUILD-LINE
           MOVE '    ENTRIES'      TO W-BUILD-LINE(39 : 11)
           MOVE '          LOAN AMOUNT'
                                   TO W-BUILD-LINE(52 : 21)
           PERFORM SUB-3390-REPORT-LINE THRU SUB-3390-EXIT

           MOVE ALL '-'            TO W-BUILD-LINE(1 : 72)
           PERFORM SUB-3390-REPORT-LINE THRU SUB-3390-EXIT

           PERFORM SUB-3310-ACTION-LINE THRU SUB-3310-EXIT
               VARYING W-ACT-DX FROM 1 BY 1
                 UNTIL W-ACT-DX > 5

           MOVE ALL '-'            TO W-BUILD-LINE(1 : 72)
           PERFORM SUB-3390-REPORT-LINE THRU SUB-3390-EXIT

           MOVE 'TOTAL LAR ENTRIES' TO W-BUILD-LINE
           MOVE W-LAR-CNT          TO W-DISP-NUM
           MOVE W-DISP-NUM         TO W-BUILD-LINE(39 : 11)
           PERFORM SUB-3390-REPORT-LINE THRU SUB-3390-EXIT

           PERFORM SUB-3390-REPORT-LINE THRU SUB-3390-EXIT

           MOVE 'DENIAL REASONS (FIRST AND SECOND)'
                                   TO W-BUILD-LINE
           PERFORM SUB-3390-REPORT-LINE THRU SUB-3390-EXIT

           PERFORM SUB-3320-DENIAL-LINE THRU SUB-3320-EXIT
               VARYING W-DEN-DX FROM 1 BY 1
                 UNTIL W-DEN-DX > 9

           PERFORM SUB-3390-REPORT-LINE THRU SUB-3390-EXIT

           MOVE 'L RECORDS READ:'  TO W-BUILD-LINE
           MOVE W-LOANS-READ       TO W-DISP-NUM
           PERFORM SUB-3330-COUNT-LINE THRU SUB-3330-EXIT

           MOVE '  REPORTED AS ORIGINATED:'
                                   TO W-BUILD-LINE
           MOVE W-ACT-CNT(1)       TO W-DISP-NUM
           PERFORM SUB-3330-COUNT-LINE THRU SUB-3330-EXIT

           MOVE '  NOT DWELLING-SECURED:'
                                   TO W-BUILD-LINE
           MOVE W-NOT-DWELLING-CNT TO W-DISP-NUM
           PERFORM SUB-3330-COUNT-LINE THRU SUB-3330-EXIT

           MOVE '  OUTSIDE THE ACTIVITY YEAR:'
                                   TO W-BUILD-LINE
           MOVE W-OUT-OF-YEAR-CNT  TO W-DISP-NUM
           PERFORM SUB-3330-COUNT-LINE THRU SUB-3330-EXIT

           MOVE '  NO U.S. PROPERTY ADDRESS:'
                                   TO W-BUILD-LINE
           MOVE W-NOT-US-CNT       TO W-DISP-NUM
           PERFORM SUB-3330-COUNT-LINE THRU SUB-3330-EXIT

           MOVE '  NO CUSTOMER OR UNREADABLE:'
                                   TO W-BUILD-LINE
           MOVE W-NO-CUSTOMER-CNT  TO W-DISP-NUM
           PERFORM SUB-3330-COUNT-LINE THRU SUB-3330-EXIT

           MOVE '  REGISTER TABLE FULL:'
                                   TO W-BUILD-LINE
           MOVE W-LAR-FULL-CNT     TO W-DISP-NUM
           PERFORM SUB-3330-COUNT-LINE THRU SUB-3330-EXIT

           MOVE 'CUSTOMERS READ:'  TO W-BUILD-LINE
           MOVE W-CUSTOMERS-READ   TO W-DISP-NUM
           PERFORM SUB-3330-COUNT-LINE THRU SUB-3330-EXIT
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-3310-ACTION-LINE.
      *---------------------

           MOVE W-ACT-NAME(W-ACT-DX)
                                   TO W-BUILD-LINE
           MOVE W-ACT-CNT(W-ACT-DX)
                                   TO W-DISP-NUM
           MOVE W-DISP-NUM         TO W-BUILD-LINE(39 : 11)
           MOVE W-ACT-AMOUNT(W-ACT-DX)
                                   TO W-TOTAL-EDIT
           MOVE W-TOTAL-EDIT       TO W-BUILD-LINE(52 : 21)

           PERFORM SUB-3390-REPORT-LINE THRU SUB-3390-EXIT
           .
       SUB-3310-EXIT.
           EXIT.
      /
       SUB-3320-DENIAL-LINE.
      *---------------------

           MOVE W-DEN-NAME(W-DEN-DX)
                                   TO W-BUILD-LINE(3 : 30)
           MOVE W-DEN-CNT(W-DEN-DX)
                                   TO W-DISP-NUM
           MOVE W-DISP-NUM         TO W-BUILD-LINE(39 : 11)

           PERFORM SUB-3390-REPORT-LINE THRU SUB-3390-EXIT
           .
       SUB-3320-EXIT.
           EXIT.
      /
       SUB-3330-COUNT-LINE.
      *--------------------

           MOVE W-DISP-NUM         TO W-BUILD-LINE(39 : 11)

           PERFORM SUB-3390-REPORT-LINE THRU SUB-3390-EXIT
           .
       SUB-3330-EXIT.
           EXIT.
      /
       SUB-3390-REPORT-LINE.
      *---------------------

           MOVE SPACES             TO TSMFILE-REC
           MOVE ' '                TO TSM-CC
           MOVE W-BUILD-LINE       TO TSM-LINE

           WRITE TSMFILE-REC

           MOVE SPACES             TO W-BUILD-LINE
           .
       SUB-3390-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
