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

       PROGRAM-ID.             FAKER98M.

      **** Year-end Form 1098 (mortgage interest statement) run over
      **** a profile-mode extract - the borrower-side counterpart to
      **** FAKER99I.  Each 'L' loan's 'S' schedule is summed for the
      **** tax year:
      ****     box 1 - interest on the installments falling due in
      ****             the tax year;
      ****     box 2 - outstanding principal on 1 January: the
      ****             balance after the last installment due before
      ****             it, or the original principal for a loan
      ****             originated in the year;
      ****     box 3 - the origination date;
      ****     box 6 - the points the 'L' record says were paid,
      ****             reported in the year of origination only.
      **** Borrower name, SSN and address come from the P/A records;
      **** the mortgaged property is the borrower's own address.
      ****
      **** A form prints, and an IRS FIRE 'B' record is written, for
      **** each loan whose interest reaches the $600 threshold - a
      **** separate 1098 for each mortgage, as the form requires.
      **** Sub-threshold loans are counted but not reported.
      ****
      **** The FIRE file is the Publication 1220 layout, 750-byte
      **** records: the 'T' transmitter record, the payer's 'A'
      **** record, the 'B' payee records, the 'C' end of payer
      **** record, a 'K' state totals record for each Combined
      **** Federal/State Filing state with payees, and the 'F' end
      **** of transmission record.  The T and C records carry the
      **** payee count, so the B records are held until the end.
      **** The file is flagged a test file ('T' in position 28).
      ****
      **** PARM: tax year (default the year before the extract's
      **** run date), loan scope A all loans or M only loans on a
      **** dwelling-secured (type MTG) product (default A), combined
      **** federal/state filing Y or N (default Y) - comma-delimited.

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
           SELECT F98IN                ASSIGN 'Data\FAKERGEN Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-F98IN-STATUS.

      **** The FAKERGEN product catalog, optional - it says which
      **** loan products are dwelling-secured for loan scope M.

           SELECT PRDFILE           ASSIGN 'Data\FAKERGEN Products.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-PRDFILE-STATUS.

           SELECT F98FILE              ASSIGN 'Data\FAKER98M Forms.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT FIREFILE             ASSIGN 'Data\FAKER98M Fire.txt'
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

       FD  F98IN.

      **** The extract is read through one buffer and picked apart
      **** by record type - the REDEFINES mirror FAKERGEN's
      **** GNRTFILE-P/A/L/S record layouts field for field.

       01  F98IN-REC               PIC X(320).

       01  FILLER REDEFINES F98IN-REC.
           05  FIN-RECORD-TYPE     PIC X(01).
           05  FIN-REST            PIC X(319).

       01  F98IN-P-REC REDEFINES F98IN-REC.
           05  FILLER              PIC X(02).
           05  FIP-TAXID-SSN       PIC X(11).
           05  FILLER              PIC X(01).
           05  FIP-PERSON-PREFIX   PIC X(10).
           05  FIP-PERSON-FIRST-NAME
                                   PIC X(25).
           05  FIP-PERSON-LAST-NAME
                                   PIC X(35).
           05  FIP-PERSON-SUFFIX   PIC X(10).
           05  FILLER              PIC X(19).
           05  FIP-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(193).

       01  F98IN-A-REC REDEFINES F98IN-REC.
           05  FILLER              PIC X(02).
           05  FIA-ADDRESS-STREET  PIC X(35).
           05  FIA-ADDRESS-CITY    PIC X(25).
           05  FIA-ADDRESS-STATE   PIC X(10).
           05  FIA-ADDRESS-POSTCODE
                                   PIC X(10).
           05  FILLER              PIC X(01).
           05  FIA-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(223).

       01  F98IN-L-REC REDEFINES F98IN-REC.
           05  FILLER              PIC X(02).
           05  FIL-LOAN-ID         PIC X(19).
           05  FILLER              PIC X(01).
           05  FIL-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  FIL-PRINCIPAL-CENTS PIC 9(10).
           05  FILLER              PIC X(01).
           05  FIL-RATE-BP         PIC 9(04).
           05  FILLER              PIC X(01).
           05  FIL-TERM-MONTHS     PIC 9(03).
           05  FILLER              PIC X(01).
           05  FIL-ORIG-DATE       PIC X(10).
           05  FILLER              PIC X(01).
           05  FIL-PRODUCT-CODE    PIC X(04).
           05  FILLER              PIC X(01).
           05  FIL-POINTS-CENTS    PIC 9(09).
           05  FILLER              PIC X(238).

       01  F98IN-S-REC REDEFINES F98IN-REC.
           05  FILLER              PIC X(02).
           05  FIS-LOAN-ID         PIC X(19).
           05  FILLER              PIC X(01).
           05  FIS-PAYMENT-NO      PIC 9(03).
           05  FILLER              PIC X(01).
           05  FIS-DUE-DATE        PIC X(10).
           05  FILLER              PIC X(01).
           05  FIS-PAYMENT-CENTS   PIC 9(09).
           05  FILLER              PIC X(01).
           05  FIS-INTEREST-CENTS  PIC 9(09).
           05  FILLER              PIC X(01).
           05  FIS-PRINCIPAL-CENTS PIC 9(09).
           05  FILLER              PIC X(01).
           05  FIS-BALANCE-CENTS   PIC 9(10).
           05  FILLER              PIC X(243).

       FD  PRDFILE.

       01  PRDFILE-REC             PIC X(80).

       FD  F98FILE.

      **** Column 1 is the carriage-control byte: '1' page eject,
      **** space single space - the FAKERRPT convention.

       01  F98FILE-REC.
           05  F98-CC              PIC X(01).
           05  F98-LINE            PIC X(120).

       FD  FIREFILE.

       01  FIREFILE-REC            PIC X(750).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-F98IN-STATUS          PIC X(02).
       01  W-PRDFILE-STATUS        PIC X(02).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.

       01  W-PRD-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-PRD-EOF                           VALUE 'Y'.

       01  W-TAX-YEAR              PIC 9(04)       VALUE 0.
       01  W-SCOPE-SW              PIC X(01)       VALUE 'A'.
           88  W-SCOPE-ALL                         VALUE 'A'.
           88  W-SCOPE-MORTGAGE                    VALUE 'M'.
       01  W-CFSF-SW               PIC X(01)       VALUE 'Y'.
           88  W-CFSF                              VALUE 'Y'.
           88  W-NO-CFSF                           VALUE 'N'.

       01  W-LOANS-READ            PIC 9(09)  COMP VALUE 0.
       01  W-FORMS-PRINTED         PIC 9(09)  COMP VALUE 0.
       01  W-BELOW-THRESHOLD-CNT   PIC 9(09)  COMP VALUE 0.
       01  W-NO-INTEREST-CNT       PIC 9(09)  COMP VALUE 0.
       01  W-NOT-DWELLING-CNT      PIC 9(09)  COMP VALUE 0.
       01  W-NO-BORROWER-CNT       PIC 9(09)  COMP VALUE 0.
       01  W-B-FULL-CNT            PIC 9(09)  COMP VALUE 0.
       01  W-K-WRITTEN             PIC 9(09)  COMP VALUE 0.
       01  W-TOTAL-INT-CENTS       PIC 9(15)  COMP VALUE 0.
       01  W-REPORTED-INT-CENTS    PIC 9(15)  COMP VALUE 0.
       01  W-REPORTED-PRIN-CENTS   PIC 9(15)  COMP VALUE 0.
       01  W-REPORTED-PTS-CENTS    PIC 9(15)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.

       01  W-RUN-YEAR              PIC 9(04)       VALUE 0.
       01  W-SAVE-RUN-DATE         PIC X(10)       VALUE SPACES.
       01  W-JAN1-INT              PIC 9(09)  COMP.

      **** The reporting threshold in cents - the $600 of interest
      **** below which no 1098 issues.

       01  W-THRESHOLD-CENTS       PIC 9(07)  COMP VALUE 60000.

      **** The lender - payer on the A record, transmitter on the T.

       01  W-PAYER-NAME            PIC X(40)       VALUE
           'COB-FAKER NATIONAL BANK'.
       01  W-PAYER-TIN             PIC X(09)       VALUE '510012345'.
       01  W-PAYER-NAME-CONTROL    PIC X(04)       VALUE 'COBF'.
       01  W-PAYER-STREET          PIC X(40)       VALUE
           '1000 N MARKET STREET'.
       01  W-PAYER-CITY            PIC X(40)       VALUE 'WILMINGTON'.
       01  W-PAYER-STATE           PIC X(02)       VALUE 'DE'.
       01  W-PAYER-ZIP             PIC X(09)       VALUE '198010000'.
       01  W-PAYER-PHONE           PIC X(15)       VALUE '3025550100'.
       01  W-PAYER-CONTACT         PIC X(40)       VALUE
           'TAX INFORMATION REPORTING'.
       01  W-PAYER-EMAIL           PIC X(50)       VALUE
           'taxreporting@cobfakerbank.com'.
       01  W-TRANSMITTER-TCC       PIC X(05)       VALUE '08C47'.

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

      **** Combined Federal/State Filing states and their
      **** Publication 1220 codes, in code order - the K records
      **** go out in this order.

       01  W-CFS-VALUES.
           05  FILLER              PIC X(04)       VALUE 'AL01'.
           05  FILLER              PIC X(04)       VALUE 'AZ04'.
           05  FILLER              PIC X(04)       VALUE 'AR05'.
           05  FILLER              PIC X(04)       VALUE 'CA06'.
           05  FILLER              PIC X(04)       VALUE 'CO07'.
           05  FILLER              PIC X(04)       VALUE 'CT08'.
           05  FILLER              PIC X(04)       VALUE 'DE10'.
           05  FILLER              PIC X(04)       VALUE 'GA13'.
           05  FILLER              PIC X(04)       VALUE 'HI15'.
           05  FILLER              PIC X(04)       VALUE 'ID16'.
           05  FILLER              PIC X(04)       VALUE 'IN18'.
           05  FILLER              PIC X(04)       VALUE 'KS20'.
           05  FILLER              PIC X(04)       VALUE 'LA22'.
           05  FILLER              PIC X(04)       VALUE 'ME23'.
           05  FILLER              PIC X(04)       VALUE 'MD24'.
           05  FILLER              PIC X(04)       VALUE 'MA25'.
           05  FILLER              PIC X(04)       VALUE 'MI26'.
           05  FILLER              PIC X(04)       VALUE 'MN27'.
           05  FILLER              PIC X(04)       VALUE 'MS28'.
           05  FILLER              PIC X(04)       VALUE 'MO29'.
           05  FILLER              PIC X(04)       VALUE 'MT30'.
           05  FILLER              PIC X(04)       VALUE 'NE31'.
           05  FILLER              PIC X(04)       VALUE 'NJ34'.
           05  FILLER              PIC X(04)       VALUE 'NM35'.
           05  FILLER              PIC X(04)       VALUE 'NC37'.
           05  FILLER              PIC X(04)       VALUE 'ND38'.
           05  FILLER              PIC X(04)       VALUE 'OH39'.
           05  FILLER              PIC X(04)       VALUE 'OK40'.
           05  FILLER              PIC X(04)       VALUE 'OR41'.
           05  FILLER              PIC X(04)       VALUE 'RI44'.
           05  FILLER              PIC X(04)       VALUE 'SC45'.
           05  FILLER              PIC X(04)       VALUE 'VA51'.
           05  FILLER              PIC X(04)       VALUE 'WI55'.
       01  FILLER REDEFINES W-CFS-VALUES.
           05  W-CFS-ENTRY         OCCURS 33.
               10  W-CFS-STATE     PIC X(02).
               10  W-CFS-CODE      PIC X(02).
       01  W-CFS-MAX               PIC S9(4)  COMP VALUE 33.
       01  W-CFS-DX                PIC S9(4)  COMP.
       01  W-CFS-FOUND-DX          PIC S9(4)  COMP.

       01  W-CFS-TOTALS.
           05  W-CFS-TOT-OCCS      OCCURS 33.
               10  W-CFS-PAYEES    PIC 9(08)  COMP.
               10  W-CFS-AMT-1     PIC 9(15)  COMP.
               10  W-CFS-AMT-2     PIC 9(15)  COMP.
               10  W-CFS-AMT-6     PIC 9(15)  COMP.

      **** The borrower being read - P and A arrive ahead of the
      **** borrower's loans.

       01  W-BORR-PENDING-SW       PIC X(01)       VALUE 'N'.
           88  W-BORR-PENDING                      VALUE 'Y'.
       01  W-BORR-CUST-ID          PIC X(14).
       01  W-BORR-TIN-TYPE         PIC X(01).
       01  W-BORR-TIN              PIC X(09).
       01  W-BORR-NAME-CONTROL     PIC X(04).
       01  W-BORR-NAME             PIC X(50).
       01  W-BORR-STREET           PIC X(35).
       01  W-BORR-CITY             PIC X(25).
       01  W-BORR-STATE            PIC X(10).
       01  W-BORR-POSTCODE         PIC X(10).
       01  W-BORR-ZIP              PIC X(09).
       01  W-BORR-CSZ              PIC X(50).
       01  W-BORR-US-SW            PIC X(01).
           88  W-BORR-US                           VALUE 'Y'.

       01  W-LOWER-CASE            PIC X(26)       VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       01  W-UPPER-CASE            PIC X(26)       VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      **** The loan being summed - its 'S' schedule follows the 'L'
      **** record directly.

       01  W-LOAN-PENDING-SW       PIC X(01)       VALUE 'N'.
           88  W-LOAN-PENDING                      VALUE 'Y'.
       01  W-LOAN-ID               PIC X(19).
       01  W-LOAN-ORIG-DATE        PIC X(10).
       01  W-LOAN-ORIG-NUM         PIC 9(08).
       01  W-LOAN-INT-CENTS        PIC 9(11)  COMP.
       01  W-LOAN-JAN1-CENTS       PIC 9(11)  COMP.
       01  W-LOAN-POINTS-CENTS     PIC 9(11)  COMP.

      **** The B records, held until the payee count is known.

       01  W-B-MAX                 PIC S9(4)  COMP VALUE 5000.
       01  W-B-CNT                 PIC S9(4)  COMP VALUE 0.
       01  W-B-DX                  PIC S9(4)  COMP.
       01  W-B-TABLE.
           05  W-B-SAVE            PIC X(750)      OCCURS 5000.

       01  W-SEQ-NO                PIC 9(08)  COMP VALUE 0.
       01  W-AMT-DX                PIC S9(4)  COMP.

      **** Publication 1220 'T' record - transmitter.

       01  W-FIRE-T-REC.
           05  FT-RECORD-TYPE      PIC X(01).
           05  FT-PAYMENT-YEAR     PIC 9(04).
           05  FT-PRIOR-YEAR-IND   PIC X(01).
           05  FT-TIN              PIC X(09).
           05  FT-TCC              PIC X(05).
           05  FILLER              PIC X(07).
           05  FT-TEST-FILE-IND    PIC X(01).
           05  FT-FOREIGN-IND      PIC X(01).
           05  FT-NAME             PIC X(40).
           05  FT-NAME-2           PIC X(40).
           05  FT-COMPANY-NAME     PIC X(40).
           05  FT-COMPANY-NAME-2   PIC X(40).
           05  FT-COMPANY-ADDRESS  PIC X(40).
           05  FT-COMPANY-CITY     PIC X(40).
           05  FT-COMPANY-STATE    PIC X(02).
           05  FT-COMPANY-ZIP      PIC X(09).
           05  FILLER              PIC X(15).
           05  FT-PAYEE-CNT        PIC 9(08).
           05  FT-CONTACT-NAME     PIC X(40).
           05  FT-CONTACT-PHONE    PIC X(15).
           05  FT-CONTACT-EMAIL    PIC X(50).
           05  FILLER              PIC X(91).
           05  FT-SEQ-NO           PIC 9(08).
           05  FILLER              PIC X(10).
           05  FT-VENDOR-IND       PIC X(01).
           05  FILLER              PIC X(232).

      **** 'A' record - payer.  Type of return 3 is Form 1098;
      **** amount codes 1 interest, 2 points, 6 outstanding
      **** principal.

       01  W-FIRE-A-REC.
           05  FA-RECORD-TYPE      PIC X(01).
           05  FA-PAYMENT-YEAR     PIC 9(04).
           05  FA-CFSF-IND         PIC X(01).
           05  FILLER              PIC X(05).
           05  FA-TIN              PIC X(09).
           05  FA-NAME-CONTROL     PIC X(04).
           05  FA-LAST-FILING-IND  PIC X(01).
           05  FA-TYPE-OF-RETURN   PIC X(02).
           05  FA-AMOUNT-CODES     PIC X(18).
           05  FILLER              PIC X(08).
           05  FA-FOREIGN-IND      PIC X(01).
           05  FA-NAME             PIC X(40).
           05  FA-NAME-2           PIC X(40).
           05  FA-TRANSFER-AGENT-IND
                                   PIC X(01).
           05  FA-ADDRESS          PIC X(40).
           05  FA-CITY             PIC X(40).
           05  FA-STATE            PIC X(02).
           05  FA-ZIP              PIC X(09).
           05  FA-PHONE            PIC X(15).
           05  FILLER              PIC X(258).
           05  FA-SEQ-NO           PIC 9(08).
           05  FILLER              PIC X(243).

      **** 'B' record - payee (the borrower), one per mortgage.

       01  W-FIRE-B-REC.
           05  FB-RECORD-TYPE      PIC X(01).
           05  FB-PAYMENT-YEAR     PIC 9(04).
           05  FB-CORRECTED-IND    PIC X(01).
           05  FB-NAME-CONTROL     PIC X(04).
           05  FB-TIN-TYPE         PIC X(01).
           05  FB-TIN              PIC X(09).
           05  FB-ACCOUNT-NO       PIC X(20).
           05  FB-OFFICE-CODE      PIC X(04).
           05  FILLER              PIC X(10).
           05  FB-AMOUNT           PIC 9(12)       OCCURS 16.
           05  FB-FOREIGN-IND      PIC X(01).
           05  FB-NAME             PIC X(40).
           05  FB-NAME-2           PIC X(40).
           05  FB-ADDRESS          PIC X(40).
           05  FILLER              PIC X(40).
           05  FB-CITY             PIC X(40).
           05  FB-STATE            PIC X(02).
           05  FB-ZIP              PIC X(09).
           05  FILLER              PIC X(01).
           05  FB-SEQ-NO           PIC 9(08).
           05  FILLER              PIC X(76).
           05  FB-ORIG-DATE        PIC X(08).
           05  FB-PROPERTY-IND     PIC X(01).
           05  FB-PROPERTY-ADDRESS PIC X(39).
           05  FB-OTHER            PIC X(39).
           05  FILLER              PIC X(01).
           05  FB-PROPERTY-CNT     PIC X(02).
           05  FB-ACQUIRED-DATE    PIC X(08).
           05  FILLER              PIC X(105).
           05  FB-CFSF-CODE        PIC X(02).
           05  FILLER              PIC X(02).

      **** 'C' end of payer and 'K' state totals records - the same
      **** control totals, the K adding the state's code.

       01  W-FIRE-C-REC.
           05  FC-RECORD-TYPE      PIC X(01).
           05  FC-PAYEE-CNT        PIC 9(08).
           05  FILLER              PIC X(06).
           05  FC-TOTAL            PIC 9(18)       OCCURS 16.
           05  FILLER              PIC X(196).
           05  FC-SEQ-NO           PIC 9(08).
           05  FILLER              PIC X(199).
           05  FC-STATE-TAX        PIC X(18).
           05  FC-LOCAL-TAX        PIC X(18).
           05  FILLER              PIC X(02).
           05  FC-CFSF-CODE        PIC X(02).
           05  FILLER              PIC X(04).

      **** 'F' record - end of transmission.

       01  W-FIRE-F-REC.
           05  FF-RECORD-TYPE      PIC X(01).
           05  FF-A-CNT            PIC 9(08).
           05  FF-ZERO             PIC 9(21).
           05  FILLER              PIC X(19).
           05  FF-PAYEE-CNT        PIC 9(08).
           05  FILLER              PIC X(442).
           05  FF-SEQ-NO           PIC 9(08).
           05  FILLER              PIC X(243).

       01  W-AMOUNT-EDIT           PIC ZZZ,ZZZ,ZZ9.99.
       01  W-EDIT-CENTS            PIC S9(13)V9(02)
                                              COMP.

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

       01  W-BUILD-LINE            PIC X(120)      VALUE SPACES.

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKER98M error: '.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           05  W-COMPILED-DATE-MM  PIC X(02).
           05  W-COMPILED-DATE-DD  PIC X(02).
           05  W-COMPILED-TIME-HH  PIC X(02).
           05  W-COMPILED-TIME-MM  PIC X(02).
           05  W-COMPILED-TIME-SS  PIC X(02).
           05  FILLER              PIC X(07).

       01  W-PARM-TEXT             PIC X(40)       VALUE SPACES.
       01  W-PARM-TAX-YEAR         PIC 9(04).
       01  W-PARM-SCOPE            PIC X(01).
       01  W-PARM-CFSF             PIC X(01).
       01  W-PARM-TAX-YEAR-LEN     PIC S9(4)  COMP VALUE 0.
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

           DISPLAY 'FAKER98M compiled on '
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

           OPEN INPUT F98IN

           IF      W-F98IN-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open F98IN, status '
                       W-F98IN-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

      **** The run date defaults to today until the extract's
      **** header says otherwise.

           MOVE FUNCTION CURRENT-DATE(1 : 8)
                                   TO W-DATE-NUM
           MOVE W-DATE-NUM-YYYY    TO W-RUN-YEAR
           MOVE SPACES             TO W-SAVE-RUN-DATE
           STRING W-DATE-NUM-YYYY  '-'
                  W-DATE-NUM-MM    '-'
                  W-DATE-NUM-DD    DELIMITED SIZE
                                   INTO W-SAVE-RUN-DATE

           PERFORM SUB-1100-LOAD-PRODUCTS THRU SUB-1100-EXIT

           INITIALIZE                 W-CFS-TOTALS

           OPEN OUTPUT F98FILE
                       FIREFILE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-READ-PARM.
      *-------------------

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           MOVE SPACES             TO W-PARM-SCOPE
                                      W-PARM-CFSF

           UNSTRING W-PARM-TEXT    DELIMITED BY ',' OR SPACE
                   INTO W-PARM-TAX-YEAR
                                   COUNT IN W-PARM-TAX-YEAR-LEN
                        W-PARM-SCOPE
                        W-PARM-CFSF
           END-UNSTRING

           IF      W-PARM-TAX-YEAR-LEN > 0
               IF      W-PARM-TAX-YEAR NOT NUMERIC
               OR      W-PARM-TAX-YEAR < 1990
               OR      W-PARM-TAX-YEAR > 2099
                   DISPLAY W-ERROR-MSG
                           'invalid tax year: '
                           W-PARM-TEXT(1 : W-PARM-TAX-YEAR-LEN)
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF

               MOVE W-PARM-TAX-YEAR
                                   TO W-TAX-YEAR
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

           IF      W-PARM-CFSF NOT = SPACES
               MOVE W-PARM-CFSF    TO W-CFSF-SW

               IF      NOT W-CFSF
               AND     NOT W-NO-CFSF
                   DISPLAY W-ERROR-MSG
                           'combined filing not Y or N: '
                           W-PARM-CFSF
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
       SUB-1300-SET-YEAR.
      *------------------

      **** The tax year defaults to the year just ended as of the
      **** run date.

           IF      W-TAX-YEAR = 0
               COMPUTE W-TAX-YEAR  =  W-RUN-YEAR - 1
           END-IF

           MOVE W-TAX-YEAR         TO W-DATE-NUM-YYYY
           MOVE 1                  TO W-DATE-NUM-MM
                                      W-DATE-NUM-DD
           COMPUTE W-JAN1-INT      =  FUNCTION INTEGER-OF-DATE
                                          (W-DATE-NUM)
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

           READ F98IN
               AT END
                   SET  W-EOF      TO TRUE

                   IF      W-LOAN-PENDING
                       PERFORM SUB-2500-CLOSE-LOAN THRU SUB-2500-EXIT
                   END-IF

                   GO TO SUB-2000-EXIT
           END-READ

      **** Anything but an installment after the loan means its
      **** schedule is over.

           IF      W-LOAN-PENDING
           AND     FIN-RECORD-TYPE NOT = 'S'
               PERFORM SUB-2500-CLOSE-LOAN THRU SUB-2500-EXIT
           END-IF

           EVALUATE FIN-RECORD-TYPE
             WHEN 'H'
               PERFORM SUB-2050-HOLD-HEADER THRU SUB-2050-EXIT

             WHEN 'P'
               PERFORM SUB-2100-START-BORROWER THRU SUB-2100-EXIT

             WHEN 'A'
               PERFORM SUB-2150-HOLD-ADDRESS THRU SUB-2150-EXIT

             WHEN 'L'
               PERFORM SUB-2200-START-LOAN THRU SUB-2200-EXIT

             WHEN 'S'
               PERFORM SUB-2300-SUM-INSTALLMENT THRU SUB-2300-EXIT

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2050-HOLD-HEADER.
      *---------------------

           MOVE F98IN-REC(3 : 10)  TO W-DATE-TEXT

           IF      W-DATE-TEXT-YYYY NUMERIC
           AND     W-DATE-TEXT-MM NUMERIC
           AND     W-DATE-TEXT-DD NUMERIC
               MOVE W-DATE-TEXT    TO W-SAVE-RUN-DATE
               MOVE W-DATE-TEXT-YYYY
                                   TO W-RUN-YEAR
           END-IF
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2100-START-BORROWER.
      *------------------------

      **** The first borrower fixes the tax year - the header, if
      **** any, has been read by now.

           IF      W-JAN1-INT = 0
               PERFORM SUB-1300-SET-YEAR THRU SUB-1300-EXIT
           END-IF

           SET  W-BORR-PENDING     TO TRUE
           MOVE 'N'                TO W-BORR-US-SW

           MOVE FIP-CUSTOMER-ID    TO W-BORR-CUST-ID

      **** An SSN is filed as its nine digits, TIN type 2; a
      **** borrower without one is filed with the TIN blank.

           IF      FIP-TAXID-SSN(1 : 3) NUMERIC
           AND     FIP-TAXID-SSN(4 : 1) = '-'
           AND     FIP-TAXID-SSN(5 : 2) NUMERIC
           AND     FIP-TAXID-SSN(7 : 1) = '-'
           AND     FIP-TAXID-SSN(8 : 4) NUMERIC
               MOVE '2'            TO W-BORR-TIN-TYPE
               STRING FIP-TAXID-SSN(1 : 3)
                      FIP-TAXID-SSN(5 : 2)
                      FIP-TAXID-SSN(8 : 4)
                                   DELIMITED SIZE
                                   INTO W-BORR-TIN
           ELSE
               MOVE SPACES         TO W-BORR-TIN-TYPE
                                      W-BORR-TIN
           END-IF

      **** Name control - the first four characters of the last
      **** name, upper case, spaces and punctuation other than the
      **** hyphen dropped.

           MOVE SPACES             TO W-BORR-NAME-CONTROL
           MOVE FIP-PERSON-LAST-NAME(1 : 4)
                                   TO W-BORR-NAME-CONTROL
           INSPECT W-BORR-NAME-CONTROL
               CONVERTING W-LOWER-CASE TO W-UPPER-CASE
           INSPECT W-BORR-NAME-CONTROL
               REPLACING ALL '''' BY SPACE
                         ALL '.'  BY SPACE

           MOVE SPACES             TO W-BORR-NAME
           STRING FUNCTION TRIM(FIP-PERSON-FIRST-NAME)
                  ' '
                  FUNCTION TRIM(FIP-PERSON-LAST-NAME)
                                   DELIMITED SIZE
                                   INTO W-BORR-NAME

      **** No first name leaves a leading space - the name line
      **** must start in its first position.

           MOVE FUNCTION TRIM(W-BORR-NAME)
                                   TO W-BORR-NAME

           MOVE SPACES             TO W-BORR-STREET
                                      W-BORR-CITY
                                      W-BORR-STATE
                                      W-BORR-POSTCODE
                                      W-BORR-ZIP
                                      W-BORR-CSZ
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2150-HOLD-ADDRESS.
      *----------------------

           IF      NOT W-BORR-PENDING
           OR      FIA-CUSTOMER-ID NOT = W-BORR-CUST-ID
               GO TO SUB-2150-EXIT
           END-IF

           MOVE FIA-ADDRESS-STREET TO W-BORR-STREET
           MOVE FIA-ADDRESS-CITY   TO W-BORR-CITY
           MOVE FIA-ADDRESS-STATE  TO W-BORR-STATE
           MOVE FIA-ADDRESS-POSTCODE
                                   TO W-BORR-POSTCODE

           MOVE SPACES             TO W-BORR-CSZ
           STRING FUNCTION TRIM(FIA-ADDRESS-CITY)
                  ', '
                  FUNCTION TRIM(FIA-ADDRESS-STATE)
                  ' '
                  FIA-ADDRESS-POSTCODE
                                   DELIMITED SIZE
                                   INTO W-BORR-CSZ

      **** A U.S. address files its ZIP as nine digits (ZIP+4
      **** without the hyphen); anything else is a foreign address.

           IF      FIA-ADDRESS-STATE(1 : 2) ALPHABETIC
           AND     FIA-ADDRESS-STATE(1 : 2) NOT = SPACES
           AND     FIA-ADDRESS-STATE(3 : 8) = SPACES
           AND     FIA-ADDRESS-POSTCODE(1 : 5) NUMERIC
               SET  W-BORR-US      TO TRUE
               MOVE FIA-ADDRESS-POSTCODE(1 : 5)
                                   TO W-BORR-ZIP

               IF      FIA-ADDRESS-POSTCODE(6 : 1) = '-'
               AND     FIA-ADDRESS-POSTCODE(7 : 4) NUMERIC
                   MOVE FIA-ADDRESS-POSTCODE(7 : 4)
                                   TO W-BORR-ZIP(6 : 4)
               END-IF
           END-IF
           .
       SUB-2150-EXIT.
           EXIT.
      /
       SUB-2200-START-LOAN.
      *--------------------

           ADD  1                  TO W-LOANS-READ

           IF      NOT W-BORR-PENDING
           OR      FIL-CUSTOMER-ID NOT = W-BORR-CUST-ID
               ADD  1              TO W-NO-BORROWER-CNT
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

           MOVE FIL-ORIG-DATE      TO W-DATE-TEXT

           IF      W-DATE-TEXT-YYYY NOT NUMERIC
           OR      W-DATE-TEXT-MM NOT NUMERIC
           OR      W-DATE-TEXT-DD NOT NUMERIC
           OR      FIL-PRINCIPAL-CENTS NOT NUMERIC
               ADD  1              TO W-NO-BORROWER-CNT
               GO TO SUB-2200-EXIT
           END-IF

           SET  W-LOAN-PENDING     TO TRUE
           MOVE FIL-LOAN-ID        TO W-LOAN-ID
           MOVE FIL-ORIG-DATE      TO W-LOAN-ORIG-DATE
           MOVE W-DATE-TEXT-YYYY   TO W-DATE-NUM-YYYY
           MOVE W-DATE-TEXT-MM     TO W-DATE-NUM-MM
           MOVE W-DATE-TEXT-DD     TO W-DATE-NUM-DD
           MOVE W-DATE-NUM         TO W-LOAN-ORIG-NUM

           MOVE 0                  TO W-LOAN-INT-CENTS
           MOVE FIL-PRINCIPAL-CENTS
                                   TO W-LOAN-JAN1-CENTS

      **** Points are deductible in the year paid - the year of
      **** origination.

           MOVE 0                  TO W-LOAN-POINTS-CENTS

           IF      W-DATE-TEXT-YYYY = W-TAX-YEAR
           AND     FIL-POINTS-CENTS NUMERIC
               MOVE FIL-POINTS-CENTS
                                   TO W-LOAN-POINTS-CENTS
           END-IF
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-FIND-MORTGAGE.
      *-----------------------

           IF      W-MTG-CODE(W-MTG-DX) = FIL-PRODUCT-CODE
               SET  W-MTG-FOUND    TO TRUE
           END-IF
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-2300-SUM-INSTALLMENT.
      *-------------------------

           IF      NOT W-LOAN-PENDING
           OR      FIS-LOAN-ID NOT = W-LOAN-ID
           OR      FIS-INTEREST-CENTS NOT NUMERIC
           OR      FIS-BALANCE-CENTS NOT NUMERIC
               GO TO SUB-2300-EXIT
           END-IF

           MOVE FIS-DUE-DATE       TO W-DATE-TEXT

           IF      W-DATE-TEXT-YYYY NOT NUMERIC
           OR      W-DATE-TEXT-MM NOT NUMERIC
           OR      W-DATE-TEXT-DD NOT NUMERIC
               GO TO SUB-2300-EXIT
           END-IF

      **** The schedule runs in due-date order, so the last balance
      **** before 1 January is the one standing on it.

           IF      W-DATE-TEXT-YYYY < W-TAX-YEAR
               MOVE FIS-BALANCE-CENTS
                                   TO W-LOAN-JAN1-CENTS
           END-IF

           IF      W-DATE-TEXT-YYYY = W-TAX-YEAR
               ADD  FIS-INTEREST-CENTS
                                   TO W-LOAN-INT-CENTS
           END-IF
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2500-CLOSE-LOAN.
      *--------------------

           MOVE 'N'                TO W-LOAN-PENDING-SW

           IF      W-LOAN-INT-CENTS = 0
               ADD  1              TO W-NO-INTEREST-CNT
               GO TO SUB-2500-EXIT
           END-IF

           ADD  W-LOAN-INT-CENTS   TO W-TOTAL-INT-CENTS

           IF      W-LOAN-INT-CENTS < W-THRESHOLD-CENTS
               ADD  1              TO W-BELOW-THRESHOLD-CNT
               GO TO SUB-2500-EXIT
           END-IF

           IF      W-B-CNT >= W-B-MAX
               ADD  1              TO W-B-FULL-CNT
               GO TO SUB-2500-EXIT
           END-IF

           ADD  1                  TO W-FORMS-PRINTED
           ADD  W-LOAN-INT-CENTS   TO W-REPORTED-INT-CENTS
           ADD  W-LOAN-JAN1-CENTS  TO W-REPORTED-PRIN-CENTS
           ADD  W-LOAN-POINTS-CENTS
                                   TO W-REPORTED-PTS-CENTS

           PERFORM SUB-2600-PRINT-FORM THRU SUB-2600-EXIT

           PERFORM SUB-2800-BUILD-B-RECORD THRU SUB-2800-EXIT
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2600-PRINT-FORM.
      *--------------------

      **** One form per page.

           MOVE SPACES             TO F98FILE-REC
           MOVE '1'                TO F98-CC
           STRING 'FORM 1098  MORTGAGE INTEREST STATEMENT   TAX YEAR '
                  W-TAX-YEAR
                  '   (SYNTHETIC TEST DATA)'
                                   DELIMITED SIZE
                                   INTO F98-LINE
           WRITE F98FILE-REC

           STRING 'RECIPIENT/LENDER:  '
                  W-PAYER-NAME     DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           STRING '                   '
                  FUNCTION TRIM(W-PAYER-STREET)
                  ', '
                  FUNCTION TRIM(W-PAYER-CITY)
                  ', '
                  W-PAYER-STATE
                  ' '
                  W-PAYER-ZIP(1 : 5)
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           STRING 'RECIPIENT TIN:     '
                  W-PAYER-TIN(1 : 2)
                  '-'
                  W-PAYER-TIN(3 : 7)
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           STRING 'PAYER/BORROWER:    '
                  FUNCTION TRIM(W-BORR-NAME)
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           STRING '                   '
                  FUNCTION TRIM(W-BORR-STREET)
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           STRING '                   '
                  FUNCTION TRIM(W-BORR-CSZ)
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           IF      W-BORR-TIN = SPACES
               MOVE 'PAYER/BORROWER TIN: NONE ON FILE'
                                   TO W-BUILD-LINE
           ELSE
               STRING 'PAYER/BORROWER TIN: ***-**-'
                      W-BORR-TIN(6 : 4)
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           END-IF
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           STRING 'ACCOUNT NUMBER:    '
                  W-LOAN-ID        DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           COMPUTE W-EDIT-CENTS    =  W-LOAN-INT-CENTS / 100
           MOVE W-EDIT-CENTS       TO W-AMOUNT-EDIT
           STRING 'BOX 1  MORTGAGE INTEREST RECEIVED:      '
                  W-AMOUNT-EDIT    DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           COMPUTE W-EDIT-CENTS    =  W-LOAN-JAN1-CENTS / 100
           MOVE W-EDIT-CENTS       TO W-AMOUNT-EDIT
           STRING 'BOX 2  OUTSTANDING MORTGAGE PRINCIPAL:  '
                  W-AMOUNT-EDIT    DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           STRING 'BOX 3  MORTGAGE ORIGINATION DATE:            '
                  W-LOAN-ORIG-DATE DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           MOVE 0                  TO W-EDIT-CENTS
           MOVE W-EDIT-CENTS       TO W-AMOUNT-EDIT
           STRING 'BOX 4  REFUND OF OVERPAID INTEREST:     '
                  W-AMOUNT-EDIT    DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           STRING 'BOX 5  MORTGAGE INSURANCE PREMIUMS:     '
                  W-AMOUNT-EDIT    DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           COMPUTE W-EDIT-CENTS    =  W-LOAN-POINTS-CENTS / 100
           MOVE W-EDIT-CENTS       TO W-AMOUNT-EDIT
           STRING 'BOX 6  POINTS PAID ON PURCHASE:         '
                  W-AMOUNT-EDIT    DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           MOVE 'BOX 7  PROPERTY ADDRESS SAME AS BORROWER:  X'
                                   TO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           MOVE 'BOX 9  NUMBER OF PROPERTIES SECURING:      1'
                                   TO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2700-PRINT-LINE.
      *--------------------

           MOVE SPACES             TO F98FILE-REC
           MOVE ' '                TO F98-CC
           MOVE W-BUILD-LINE       TO F98-LINE

           WRITE F98FILE-REC

           MOVE SPACES             TO W-BUILD-LINE
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2800-BUILD-B-RECORD.
      *------------------------

           MOVE SPACES             TO W-FIRE-B-REC
           MOVE 'B'                TO FB-RECORD-TYPE
           MOVE W-TAX-YEAR         TO FB-PAYMENT-YEAR
           MOVE W-BORR-NAME-CONTROL
                                   TO FB-NAME-CONTROL
           MOVE W-BORR-TIN-TYPE    TO FB-TIN-TYPE
           MOVE W-BORR-TIN         TO FB-TIN
           MOVE W-LOAN-ID          TO FB-ACCOUNT-NO

           PERFORM SUB-2810-ZERO-AMOUNT THRU SUB-2810-EXIT
               VARYING W-AMT-DX FROM 1 BY 1
                 UNTIL W-AMT-DX > 16

           MOVE W-LOAN-INT-CENTS   TO FB-AMOUNT(1)
           MOVE W-LOAN-POINTS-CENTS
                                   TO FB-AMOUNT(2)
           MOVE W-LOAN-JAN1-CENTS  TO FB-AMOUNT(6)

           MOVE W-BORR-NAME        TO FB-NAME
           MOVE W-BORR-STREET      TO FB-ADDRESS

      **** A foreign address goes in the city field whole.

           IF      W-BORR-US
               MOVE W-BORR-CITY    TO FB-CITY
               MOVE W-BORR-STATE   TO FB-STATE
               MOVE W-BORR-ZIP     TO FB-ZIP
           ELSE
               MOVE '1'            TO FB-FOREIGN-IND
               MOVE W-BORR-CSZ     TO FB-CITY
           END-IF

           MOVE W-LOAN-ORIG-NUM    TO FB-ORIG-DATE
           MOVE '1'                TO FB-PROPERTY-IND

      **** Combined Federal/State Filing: the payee's state code,
      **** and the state's K record totals.

           IF      W-CFSF
           AND     W-BORR-US
               MOVE 0              TO W-CFS-FOUND-DX

               PERFORM SUB-2820-FIND-CFS-STATE THRU SUB-2820-EXIT
                   VARYING W-CFS-DX FROM 1 BY 1
                     UNTIL W-CFS-DX > W-CFS-MAX
                        OR W-CFS-FOUND-DX > 0

               IF      W-CFS-FOUND-DX > 0
                   MOVE W-CFS-CODE(W-CFS-FOUND-DX)
                                   TO FB-CFSF-CODE
                   ADD  1          TO W-CFS-PAYEES(W-CFS-FOUND-DX)
                   ADD  W-LOAN-INT-CENTS
                                   TO W-CFS-AMT-1(W-CFS-FOUND-DX)
                   ADD  W-LOAN-POINTS-CENTS
                                   TO W-CFS-AMT-2(W-CFS-FOUND-DX)
                   ADD  W-LOAN-JAN1-CENTS
                                   TO W-CFS-AMT-6(W-CFS-FOUND-DX)
               END-IF
           END-IF

           ADD  1                  TO W-B-CNT
           MOVE W-FIRE-B-REC       TO W-B-SAVE(W-B-CNT)
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-2810-ZERO-AMOUNT.
      *---------------------

           MOVE 0                  TO FB-AMOUNT(W-AMT-DX)
           .
       SUB-2810-EXIT.
           EXIT.
      /
       SUB-2820-FIND-CFS-STATE.
      *------------------------

           IF      W-CFS-STATE(W-CFS-DX) = W-BORR-STATE(1 : 2)
               MOVE W-CFS-DX       TO W-CFS-FOUND-DX
           END-IF
           .
       SUB-2820-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-DISPLAY
           END-IF

      **** An extract with no borrowers never fixed the year.

           IF      W-JAN1-INT = 0
               PERFORM SUB-1300-SET-YEAR THRU SUB-1300-EXIT
           END-IF

           PERFORM SUB-3100-WRITE-FIRE THRU SUB-3100-EXIT

           PERFORM SUB-3500-PRINT-RECAP THRU SUB-3500-EXIT

           CLOSE F98IN
                 F98FILE
                 FIREFILE

           IF      W-B-FULL-CNT > 0
               MOVE W-B-FULL-CNT   TO W-DISP-NUM
               DISPLAY W-ERROR-MSG
                       'B record table full, not reported: '
                       W-DISP-NUM
               MOVE 4              TO RETURN-CODE
           END-IF

      **** Register what this run cut from the extract in the
      **** shared lineage file (COPY FAKERPD8).

           MOVE 'Data\FAKER98M Forms.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKER98M Fire.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT
           .
       SUB-3000-DISPLAY.

           MOVE W-LOANS-READ       TO W-DISP-NUM
           DISPLAY 'L records read:           '
                   W-DISP-NUM

           MOVE W-FORMS-PRINTED    TO W-DISP-NUM
           DISPLAY 'F98FILE forms printed:    '
                   W-DISP-NUM

           MOVE W-B-CNT            TO W-DISP-NUM
           DISPLAY 'FIREFILE B records:       '
                   W-DISP-NUM

           DISPLAY '1098 tax year:                   '
                   W-TAX-YEAR

           DISPLAY 'FAKER98M completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-WRITE-FIRE.
      *--------------------

           MOVE SPACES             TO W-FIRE-T-REC
           MOVE 'T'                TO FT-RECORD-TYPE
           MOVE W-TAX-YEAR         TO FT-PAYMENT-YEAR
           MOVE W-PAYER-TIN        TO FT-TIN
           MOVE W-TRANSMITTER-TCC  TO FT-TCC
           MOVE 'T'                TO FT-TEST-FILE-IND
           MOVE W-PAYER-NAME       TO FT-NAME
                                      FT-COMPANY-NAME
           MOVE W-PAYER-STREET     TO FT-COMPANY-ADDRESS
           MOVE W-PAYER-CITY       TO FT-COMPANY-CITY
           MOVE W-PAYER-STATE      TO FT-COMPANY-STATE
           MOVE W-PAYER-ZIP        TO FT-COMPANY-ZIP
           MOVE W-B-CNT            TO FT-PAYEE-CNT
           MOVE W-PAYER-CONTACT    TO FT-CONTACT-NAME
           MOVE W-PAYER-PHONE      TO FT-CONTACT-PHONE
           MOVE W-PAYER-EMAIL      TO FT-CONTACT-EMAIL
           MOVE 'I'                TO FT-VENDOR-IND
           ADD  1                  TO W-SEQ-NO
           MOVE W-SEQ-NO           TO FT-SEQ-NO
           WRITE FIREFILE-REC    FROM W-FIRE-T-REC

           MOVE SPACES             TO W-FIRE-A-REC
           MOVE 'A'                TO FA-RECORD-TYPE
           MOVE W-TAX-YEAR         TO FA-PAYMENT-YEAR

           IF      W-CFSF
               MOVE '1'            TO FA-CFSF-IND
           END-IF

           MOVE W-PAYER-TIN        TO FA-TIN
           MOVE W-PAYER-NAME-CONTROL
                                   TO FA-NAME-CONTROL
           MOVE '3'                TO FA-TYPE-OF-RETURN
           MOVE '126'              TO FA-AMOUNT-CODES
           MOVE W-PAYER-NAME       TO FA-NAME
           MOVE '0'                TO FA-TRANSFER-AGENT-IND
           MOVE W-PAYER-STREET     TO FA-ADDRESS
           MOVE W-PAYER-CITY       TO FA-CITY
           MOVE W-PAYER-STATE      TO FA-STATE
           MOVE W-PAYER-ZIP        TO FA-ZIP
           MOVE W-PAYER-PHONE      TO FA-PHONE
           ADD  1                  TO W-SEQ-NO
           MOVE W-SEQ-NO           TO FA-SEQ-NO
           WRITE FIREFILE-REC    FROM W-FIRE-A-REC

           PERFORM SUB-3150-WRITE-B THRU SUB-3150-EXIT
               VARYING W-B-DX FROM 1 BY 1
                 UNTIL W-B-DX > W-B-CNT

           MOVE SPACES             TO W-FIRE-C-REC
           MOVE 'C'                TO FC-RECORD-TYPE
           MOVE W-B-CNT            TO FC-PAYEE-CNT

           PERFORM SUB-3160-ZERO-TOTAL THRU SUB-3160-EXIT
               VARYING W-AMT-DX FROM 1 BY 1
                 UNTIL W-AMT-DX > 16

           MOVE W-REPORTED-INT-CENTS
                                   TO FC-TOTAL(1)
           MOVE W-REPORTED-PTS-CENTS
                                   TO FC-TOTAL(2)
           MOVE W-REPORTED-PRIN-CENTS
                                   TO FC-TOTAL(6)
           ADD  1                  TO W-SEQ-NO
           MOVE W-SEQ-NO           TO FC-SEQ-NO
           WRITE FIREFILE-REC    FROM W-FIRE-C-REC

           IF      W-CFSF
               PERFORM SUB-3170-WRITE-K THRU SUB-3170-EXIT
                   VARYING W-CFS-DX FROM 1 BY 1
                     UNTIL W-CFS-DX > W-CFS-MAX
           END-IF

           MOVE SPACES             TO W-FIRE-F-REC
           MOVE 'F'                TO FF-RECORD-TYPE
           MOVE 1                  TO FF-A-CNT
           MOVE 0                  TO FF-ZERO
           MOVE W-B-CNT            TO FF-PAYEE-CNT
           ADD  1                  TO W-SEQ-NO
           MOVE W-SEQ-NO           TO FF-SEQ-NO
           WRITE FIREFILE-REC    FROM W-FIRE-F-REC
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3150-WRITE-B.
      *-----------------

           MOVE W-B-SAVE(W-B-DX)   TO W-FIRE-B-REC
           ADD  1                  TO W-SEQ-NO
           MOVE W-SEQ-NO           TO FB-SEQ-NO
           WRITE FIREFILE-REC    FROM W-FIRE-B-REC
           .
       SUB-3150-EXIT.
           EXIT.
      /
       SUB-3160-ZERO-TOTAL.
      *--------------------

           MOVE 0                  TO FC-TOTAL(W-AMT-DX)
           .
       SUB-3160-EXIT.
           EXIT.
      /
       SUB-3170-WRITE-K.
      *-----------------

           IF      W-CFS-PAYEES(W-CFS-DX) = 0
               GO TO SUB-3170-EXIT
           END-IF

           MOVE SPACES             TO W-FIRE-C-REC
           MOVE 'K'                TO FC-RECORD-TYPE
           MOVE W-CFS-PAYEES(W-CFS-DX)
                                   TO FC-PAYEE-CNT

           PERFORM SUB-3160-ZERO-TOTAL THRU SUB-3160-EXIT
               VARYING W-AMT-DX FROM 1 BY 1
                 UNTIL W-AMT-DX > 16

           MOVE W-CFS-AMT-1(W-CFS-DX)
                                   TO FC-TOTAL(1)
           MOVE W-CFS-AMT-2(W-CFS-DX)
                                   TO FC-TOTAL(2)
           MOVE W-CFS-AMT-6(W-CFS-DX)
                                   TO FC-TOTAL(6)
           MOVE ALL '0'            TO FC-STATE-TAX
                                      FC-LOCAL-TAX
           MOVE W-CFS-CODE(W-CFS-DX)
                                   TO FC-CFSF-CODE
           ADD  1                  TO W-SEQ-NO
           MOVE W-SEQ-NO           TO FC-SEQ-NO
           WRITE FIREFILE-REC    FROM W-FIRE-C-REC

           ADD  1                  TO W-K-WRITTEN
           .
       SUB-3170-EXIT.
           EXIT.
      /
       SUB-3500-PRINT-RECAP.
      *---------------------

           MOVE SPACES             TO F98FILE-REC
           MOVE '1'                TO F98-CC
           STRING '1098 RECAP   TAX YEAR '
                  W-TAX-YEAR
                  '   AS OF '
                  W-SAVE-RUN-DATE  DELIMITED SIZE
                                   INTO F98-LINE
           WRITE F98FILE-REC

           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           MOVE 'L RECORDS READ:            '
                                   TO W-BUILD-LINE
           MOVE W-LOANS-READ       TO W-DISP-NUM
           PERFORM SUB-3550-COUNT-LINE THRU SUB-3550-EXIT

           MOVE 'FORMS PRINTED:             '
                                   TO W-BUILD-LINE
           MOVE W-FORMS-PRINTED    TO W-DISP-NUM
           PERFORM SUB-3550-COUNT-LINE THRU SUB-3550-EXIT

           MOVE 'LOANS BELOW THRESHOLD:     '
                                   TO W-BUILD-LINE
           MOVE W-BELOW-THRESHOLD-CNT
                                   TO W-DISP-NUM
           PERFORM SUB-3550-COUNT-LINE THRU SUB-3550-EXIT

           MOVE 'NO INTEREST IN TAX YEAR:   '
                                   TO W-BUILD-LINE
           MOVE W-NO-INTEREST-CNT  TO W-DISP-NUM
           PERFORM SUB-3550-COUNT-LINE THRU SUB-3550-EXIT

           MOVE 'NOT DWELLING-SECURED:      '
                                   TO W-BUILD-LINE
           MOVE W-NOT-DWELLING-CNT TO W-DISP-NUM
           PERFORM SUB-3550-COUNT-LINE THRU SUB-3550-EXIT

           MOVE 'NO BORROWER OR UNREADABLE: '
                                   TO W-BUILD-LINE
           MOVE W-NO-BORROWER-CNT  TO W-DISP-NUM
           PERFORM SUB-3550-COUNT-LINE THRU SUB-3550-EXIT

           MOVE 'B RECORD TABLE FULL:       '
                                   TO W-BUILD-LINE
           MOVE W-B-FULL-CNT       TO W-DISP-NUM
           PERFORM SUB-3550-COUNT-LINE THRU SUB-3550-EXIT

           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           MOVE 'REPORTED INTEREST (1):     '
                                   TO W-BUILD-LINE
           MOVE W-REPORTED-INT-CENTS
                                   TO W-EDIT-CENTS
           PERFORM SUB-3560-AMOUNT-LINE THRU SUB-3560-EXIT

           MOVE 'REPORTED POINTS (2):       '
                                   TO W-BUILD-LINE
           MOVE W-REPORTED-PTS-CENTS
                                   TO W-EDIT-CENTS
           PERFORM SUB-3560-AMOUNT-LINE THRU SUB-3560-EXIT

           MOVE 'REPORTED PRINCIPAL (6):    '
                                   TO W-BUILD-LINE
           MOVE W-REPORTED-PRIN-CENTS
                                   TO W-EDIT-CENTS
           PERFORM SUB-3560-AMOUNT-LINE THRU SUB-3560-EXIT

           MOVE 'ALL-LOAN INTEREST:         '
                                   TO W-BUILD-LINE
           MOVE W-TOTAL-INT-CENTS  TO W-EDIT-CENTS
           PERFORM SUB-3560-AMOUNT-LINE THRU SUB-3560-EXIT

           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           MOVE 'FIRE B RECORDS:            '
                                   TO W-BUILD-LINE
           MOVE W-B-CNT            TO W-DISP-NUM
           PERFORM SUB-3550-COUNT-LINE THRU SUB-3550-EXIT

           MOVE 'FIRE K RECORDS:            '
                                   TO W-BUILD-LINE
           MOVE W-K-WRITTEN        TO W-DISP-NUM
           PERFORM SUB-3550-COUNT-LINE THRU SUB-3550-EXIT

           MOVE 'FIRE RECORDS IN FILE:      '
                                   TO W-BUILD-LINE
           MOVE W-SEQ-NO           TO W-DISP-NUM
           PERFORM SUB-3550-COUNT-LINE THRU SUB-3550-EXIT
           .
       SUB-3500-EXIT.
           EXIT.
      /
       SUB-3550-COUNT-LINE.
      *--------------------

           MOVE W-DISP-NUM         TO W-BUILD-LINE(31 : 11)

           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT
           .
       SUB-3550-EXIT.
           EXIT.
      /
       SUB-3560-AMOUNT-LINE.
      *---------------------

           COMPUTE W-EDIT-CENTS    =  W-EDIT-CENTS / 100
           MOVE W-EDIT-CENTS       TO W-AMOUNT-EDIT
           MOVE W-AMOUNT-EDIT      TO W-BUILD-LINE(28 : 14)

           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT
           .
       SUB-3560-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
